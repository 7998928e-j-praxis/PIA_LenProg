002520*                    RUNHIST KSDS AS THE LAST ACT OF THE RUN -
002530*                    TIMESTAMPS, COUNTS AND RETURN CODE - FOR
002540*                    THE PRG2RUN STATUS SCREEN.
002550*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
002560*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
002570*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
012000 01  WS-PRINT-TODAY              PIC ZZZZ,ZZ9.
012100 01  WS-PRINT-WEEK               PIC ZZZZ,ZZ9.
012200 01  WS-PRINT-OLDER              PIC ZZZZ,ZZ9.
012210*****************************************************************
012220*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
012230*****************************************************************
012240 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG8".
012250 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
012260     88  WS-GATE-REFUSED                  VALUE "R".
012270 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
012300 PROCEDURE DIVISION.
012400*****************************************************************
012500* 0000-MAINLINE.
012600*****************************************************************
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012850     IF NOT WS-GATE-REFUSED
012900         SORT SORTWK-FILE
013000             ON ASCENDING KEY SUSP-REASON OF SORTWK-REC
013100                              SUSP-DATE OF SORTWK-REC
013200             USING SUSPENSE-FILE
013300             GIVING SORTED-FILE
013400         OPEN INPUT SORTED-FILE
013500         OPEN OUTPUT REPORT-FILE
013600         PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT
013700         PERFORM 2100-READ-SORTED THRU 2100-EXIT
013800         PERFORM 2000-PROCESS-SORTED THRU 2000-EXIT
013900             UNTIL WS-END-OF-SORTED
014000         IF NOT WS-FIRST-RECORD
014100             PERFORM 2900-PRINT-REASON-BREAK THRU 2900-EXIT
014200         END-IF
014300         PERFORM 3000-PRINT-GRAND-TOTAL THRU 3000-EXIT
014400         PERFORM 8000-TERMINATE THRU 8000-EXIT
014420     END-IF.
014450     PERFORM 9000-WRITE-RUN-HISTORY THRU 9000-EXIT.
014500     STOP RUN.
014600*****************************************************************
016000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016010     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
016020     ACCEPT WS-RUN-START-TIME FROM TIME.
016030     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
016040     IF WS-GATE-REFUSED
016050         GO TO 1000-EXIT
016060     END-IF.
016100     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
016200     MOVE "N" TO WS-CUSTMAS-OPEN-SW.
016300     OPEN INPUT CUSTMAS-FILE.
016600     END-IF.
016700 1000-EXIT.
016800     EXIT.
016805*****************************************************************
016810* 1050-CHECK-PREDECESSORS.
016815*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
016820*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
016825*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
016830*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
016835*****************************************************************
016840 1050-CHECK-PREDECESSORS.
016845     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
016850                          WS-GATE-PRED.
016855     IF WS-GATE-REFUSED
016860         DISPLAY "PRG8: *** REFUSED BY PREDECESSOR CHECK ***"
016865         MOVE 16 TO RETURN-CODE
016870     END-IF.
016875 1050-EXIT.
016880     EXIT.
016900*****************************************************************
017000* 1100-PRINT-HEADINGS.
017100*****************************************************************
035980     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
035990     ACCEPT RUNH-END-TIME FROM TIME.
036000     MOVE "PRG8" TO RUNH-JOB-NAME.
036003     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
036006     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
036010     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
036020     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
036030     COMPUTE RUNH-RECS-IN = WS-GRAND-TODAY + WS-GRAND-WEEK
