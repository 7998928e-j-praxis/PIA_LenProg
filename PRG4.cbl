001870*                    RUNHIST KSDS AS THE LAST ACT OF THE RUN -
001880*                    TIMESTAMPS, COUNTS, TALLIES AND RETURN
001890*                    CODE - FOR THE PRG2RUN STATUS SCREEN.
001892*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
001894*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
001896*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
007100 01  WS-PRINT-TOTAL              PIC ZZZZ,ZZ9.
007200 01  WS-PRINT-ACCEPTED           PIC ZZZZ,ZZ9.
007300 01  WS-PRINT-REJECTED           PIC ZZZZ,ZZ9.
007310*****************************************************************
007320*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
007330*****************************************************************
007340 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG4".
007350 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
007360     88  WS-GATE-REFUSED                  VALUE "R".
007370 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
007400 PROCEDURE DIVISION.
007500*****************************************************************
007600* 0000-MAINLINE.
007700*****************************************************************
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007950     IF NOT WS-GATE-REFUSED
008000         SORT SORTWK-FILE
008100             ON ASCENDING KEY AUDIT-USERINP OF SORTWK-REC
008200             USING AUDITLOG-FILE
008300             GIVING SORTED-FILE
008400         OPEN INPUT SORTED-FILE
008500         OPEN OUTPUT REPORT-FILE
008600         PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT
008700         PERFORM 2100-READ-SORTED THRU 2100-EXIT
008800         PERFORM 2000-PROCESS-SORTED THRU 2000-EXIT
008900             UNTIL WS-END-OF-SORTED
009000         IF NOT WS-FIRST-RECORD
009100             PERFORM 2900-PRINT-CODE-BREAK THRU 2900-EXIT
009200         END-IF
009300         PERFORM 3000-PRINT-GRAND-TOTAL THRU 3000-EXIT
009400         CLOSE SORTED-FILE
009500         CLOSE REPORT-FILE
009520     END-IF.
009550     PERFORM 9000-WRITE-RUN-HISTORY THRU 9000-EXIT.
009600     STOP RUN.
009700*****************************************************************
010700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
010710     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
010720     ACCEPT WS-RUN-START-TIME FROM TIME.
010730     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
010740     IF WS-GATE-REFUSED
010750         GO TO 1000-EXIT
010760     END-IF.
010800 1000-EXIT.
010900     EXIT.
010905*****************************************************************
010910* 1050-CHECK-PREDECESSORS.
010915*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
010920*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
010925*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
010930*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
010935*****************************************************************
010940 1050-CHECK-PREDECESSORS.
010945     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
010950                          WS-GATE-PRED.
010955     IF WS-GATE-REFUSED
010960         DISPLAY "PRG4: *** REFUSED BY PREDECESSOR CHECK ***"
010965         MOVE 16 TO RETURN-CODE
010970     END-IF.
010975 1050-EXIT.
010980     EXIT.
011000*****************************************************************
011100* 1100-PRINT-HEADINGS.
011200*****************************************************************
020900     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
021000     ACCEPT RUNH-END-TIME FROM TIME.
021100     MOVE "PRG4" TO RUNH-JOB-NAME.
021130     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
021160     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
021200     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
021300     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
021400     MOVE WS-GRAND-TOTAL TO RUNH-RECS-IN.
