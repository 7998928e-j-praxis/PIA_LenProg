002820*                    RUNHIST KSDS AS THE LAST ACT OF THE RUN -
002830*                    TIMESTAMPS, COUNTS AND RETURN CODE - FOR
002840*                    THE PRG2RUN STATUS SCREEN.
002850*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
002860*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
002870*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
008400 01  WS-PROOF-SW                 PIC X(01).
008500     88  WS-PROOF-OK                      VALUE "Y".
008600     88  WS-PROOF-FAILED                  VALUE "N".
008610*****************************************************************
008620*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
008630*****************************************************************
008640 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG6".
008650 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
008660     88  WS-GATE-REFUSED                  VALUE "R".
008670 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
008700 PROCEDURE DIVISION.
008800*****************************************************************
008900* 0000-MAINLINE.
011100     MOVE "N" TO WS-EOF-SW.
011110     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
011120     ACCEPT WS-RUN-START-TIME FROM TIME.
011130     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
011140     IF WS-GATE-REFUSED
011150         GO TO 1000-EXIT
011160     END-IF.
011200     ACCEPT WS-CUTOFF-PARM FROM COMMAND-LINE.
011300     IF WS-CUTOFF-PARM NOT NUMERIC
011400         DISPLAY "PRG6: CUTOFF DATE PARAMETER (YYYYMMDD) IS "
013200     PERFORM 2100-READ-AUDITLOG THRU 2100-EXIT.
013300 1000-EXIT.
013400     EXIT.
013405*****************************************************************
013410* 1050-CHECK-PREDECESSORS.
013415*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
013420*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
013425*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
013430*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
013435*****************************************************************
013440 1050-CHECK-PREDECESSORS.
013445     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
013450                          WS-GATE-PRED.
013455     IF WS-GATE-REFUSED
013460         DISPLAY "PRG6: *** REFUSED BY PREDECESSOR CHECK ***"
013465         MOVE 16 TO RETURN-CODE
013470     END-IF.
013475 1050-EXIT.
013480     EXIT.
013500*****************************************************************
013600* 1100-COUNT-PRIOR-ARCHIVE.
013700*      COUNT THE RECORDS ALREADY SITTING ON THE ARCHIVE FROM
024950     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
024960     ACCEPT RUNH-END-TIME FROM TIME.
024970     MOVE "PRG6" TO RUNH-JOB-NAME.
024973     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
024976     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
024980     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
024990     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
025000     MOVE WS-RECS-READ TO RUNH-RECS-IN.
