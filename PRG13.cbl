002900*                    PER-RECORD RETRY COUNT, ESCALATION REPORT
003000*                    PAST THE RETRY LIMIT, RUN HISTORY WRITTEN
003100*                    TO RUNHIST LIKE EVERY OTHER BATCH JOB.
003120*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
003140*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
003160*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
011500 01  WS-RUN-START-TIME           PIC 9(08).
011600 01  WS-CURRENT-DATE             PIC 9(08).
011700 01  WS-PRINT-COUNT              PIC ZZZZ,ZZ9.
011710*****************************************************************
011720*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
011730*****************************************************************
011740 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG13".
011750 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
011760     88  WS-GATE-REFUSED                  VALUE "R".
011770 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
011800 PROCEDURE DIVISION.
011900*****************************************************************
012000* 0000-MAINLINE.
014100     MOVE "N" TO WS-EOF-SW.
014200     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
014300     ACCEPT WS-RUN-START-TIME FROM TIME.
014320     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
014340     IF WS-GATE-REFUSED
014360         GO TO 1000-EXIT
014380     END-IF.
014400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
014500     ACCEPT WS-LIMIT-PARM FROM COMMAND-LINE.
014600     PERFORM 1300-EDIT-LIMIT-PARM THRU 1300-EXIT.
015600         MOVE 16 TO RETURN-CODE
015700         GO TO 1000-EXIT
015800     END-IF.
015839     OPEN OUTPUT RESENDFL-FILE.
015878     OPEN OUTPUT OUTIFUPD-FILE.
015917     OPEN OUTPUT REPORT-FILE.
015956     MOVE SPACES TO REPORT-LINE.
015995     STRING "RETRANSMISSION ESCALATION REPORT - RUN DATE "
016034         WS-CURRENT-DATE
016073         DELIMITED BY SIZE INTO REPORT-LINE.
016112     WRITE REPORT-LINE.
016151     PERFORM 2100-READ-OUTIFNEW THRU 2100-EXIT.
016190 1000-EXIT.
016229     EXIT.
016268*****************************************************************
016307* 1050-CHECK-PREDECESSORS.
016346*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
016385*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
016424*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
016463*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
016502*****************************************************************
016541 1050-CHECK-PREDECESSORS.
016580     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
016619                          WS-GATE-PRED.
016658     IF WS-GATE-REFUSED
016697         DISPLAY "PRG13: *** REFUSED BY PREDECESSOR CHECK ***"
016736         MOVE 16 TO RETURN-CODE
016775     END-IF.
016814 1050-EXIT.
016853     EXIT.
016901*****************************************************************
016902* 1300-EDIT-LIMIT-PARM.
016903*      EDIT THE COMMAND-LINE RETRY LIMIT.  NO PARAMETER AT ALL
030900     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
031000     ACCEPT RUNH-END-TIME FROM TIME.
031100     MOVE "PRG13" TO RUNH-JOB-NAME.
031130     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
031160     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
031200     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
031300     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
031400     MOVE WS-RECS-READ TO RUNH-RECS-IN.
