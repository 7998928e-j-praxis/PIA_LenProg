002250*                    RUNHIST KSDS AS THE LAST ACT OF THE RUN -
002260*                    TIMESTAMPS, COUNTS AND RETURN CODE - FOR
002270*                    THE PRG2RUN STATUS SCREEN.
002277*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
002284*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
002291*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
005800 01  WS-RECS-LOADED              PIC 9(09) COMP.
005900 01  WS-RECS-SKIPPED             PIC 9(09) COMP.
006000 01  WS-LOAD-SEQ                 PIC 9(05).
006010*****************************************************************
006020*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
006030*****************************************************************
006040 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG7".
006050 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
006060     88  WS-GATE-REFUSED                  VALUE "R".
006070 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
006100 PROCEDURE DIVISION.
006200*****************************************************************
006300* 0000-MAINLINE.
008100     MOVE "N" TO WS-EOF-SW.
008110     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
008120     ACCEPT WS-RUN-START-TIME FROM TIME.
008130     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
008140     IF WS-GATE-REFUSED
008150         GO TO 1000-EXIT
008160     END-IF.
008200     OPEN INPUT AUDITLOG-FILE.
008300     IF NOT WS-AUDITLOG-OK
008400         DISPLAY "PRG7: UNABLE TO OPEN AUDITLOG - STATUS "
009600     PERFORM 2100-READ-AUDITLOG THRU 2100-EXIT.
009700 1000-EXIT.
009800     EXIT.
009805*****************************************************************
009810* 1050-CHECK-PREDECESSORS.
009815*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
009820*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
009825*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
009830*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
009835*****************************************************************
009840 1050-CHECK-PREDECESSORS.
009845     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
009850                          WS-GATE-PRED.
009855     IF WS-GATE-REFUSED
009860         DISPLAY "PRG7: *** REFUSED BY PREDECESSOR CHECK ***"
009865         MOVE 16 TO RETURN-CODE
009870     END-IF.
009875 1050-EXIT.
009880     EXIT.
009900*****************************************************************
010000* 2000-LOAD-ONE-ENTRY.
010100*      BUILD THE KEYED RECORD FROM THE CURRENT AUDIT ENTRY AND
015880     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
015890     ACCEPT RUNH-END-TIME FROM TIME.
015900     MOVE "PRG7" TO RUNH-JOB-NAME.
015903     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
015906     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
015910     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
015920     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
015930     MOVE WS-RECS-READ TO RUNH-RECS-IN.
