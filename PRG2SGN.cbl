002300*   2026-09-02  JKL  INITIAL VERSION - SIGN-ON/SIGN-OFF OVER
002400*                    OPERFILE WITH THE RESULT HELD IN THE
002500*                    PER-TERMINAL SGN0 TS QUEUE.
002530*   2026-10-15  JKL  CARRY THE NEW ADJUSTMENT APPROVAL SWITCH
002560*                    INTO THE SIGN-ON QUEUE FOR PRG2ADJ.
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 DATA DIVISION.
012800     MOVE OPER-MAINT-SW TO SGNQ-MAINT-SW.
012900     MOVE OPER-WRITEOFF-SW TO SGNQ-WRITEOFF-SW.
013000     MOVE OPER-INQUIRY-SW TO SGNQ-INQUIRY-SW.
013050     MOVE OPER-APPROVE-SW TO SGNQ-APPROVE-SW.
013100     EXEC CICS WRITEQ TS
013200         QUEUE(WS-TSQ-NAME)
013300         FROM(SGNQ-REC)
