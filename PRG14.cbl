000900* HAND-TALLYING MONTHS OF ARCHIVES.  THIS REPORT SHOWS, PER
001000* DAY, THE ENTRY VOLUME AND REJECT PERCENTAGE BROKEN DOWN BY
001100* AUDIT-SOURCE - CONSOLE, ONLINE, BATCH, MAINTENANCE,
001200* WORKBENCH, THE PRG12 SWEEP AND BALANCE ADJUSTMENTS - WITH A
001250* SUMMARY PER MONTH AND A MONTH-OVER-MONTH COMPARISON LINE, SO
001300* MANAGEMENT CAN SEE WHETHER THE TYPETAB RULES ARE PAYING OFF.
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID.     PRG14.
002600*                    PER-MONTH SOURCE BREAKDOWN WITH
002700*                    MONTH-OVER-MONTH COMPARISON, RUN HISTORY
002800*                    WRITTEN TO RUNHIST LIKE EVERY BATCH JOB.
002820*   2026-10-15  JKL  ADDED A SLOT FOR THE NEW BALANCE ADJUSTMENT
002840*                    SOURCE "J" (PRG2ADJ / PRG16); THE UNKNOWN
002860*                    SLOT MOVES FROM SEVENTH TO EIGHTH.
002870*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
002880*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
002890*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
008800     88  WS-FIRST-RECORD                  VALUE "Y".
008900*****************************************************************
009000*    PER-SOURCE TALLY TABLES - ONE SLOT PER AUDIT-SOURCE VALUE
009100*    (CONSOLE, ONLINE, BATCH, MAINTENANCE, WORKBENCH, SWEEP,
009160*    ADJUSTMENT) PLUS AN EIGHTH FOR ENTRIES TOO OLD TO CARRY A
009220*    SOURCE
009300*****************************************************************
009400 01  WS-SRC-MAX                  PIC 9(02) COMP VALUE 8.
009500 01  WS-SRC-IDX                  PIC 9(02) COMP.
009600 01  WS-SRC-LABEL-TABLE.
009700     05  FILLER                  PIC X(09) VALUE "CONSOLE".
010000     05  FILLER                  PIC X(09) VALUE "MAINT".
010100     05  FILLER                  PIC X(09) VALUE "WORKBENCH".
010200     05  FILLER                  PIC X(09) VALUE "SWEEP".
010250     05  FILLER                  PIC X(09) VALUE "ADJUST".
010300     05  FILLER                  PIC X(09) VALUE "UNKNOWN".
010400 01  WS-SRC-LABELS REDEFINES WS-SRC-LABEL-TABLE.
010500     05  WS-SRC-LABEL            OCCURS 8 TIMES
010600                                 PIC X(09).
010700 01  WS-DAY-TABLE.
010800     05  WS-DAY-ENTRY OCCURS 8 TIMES.
010900         10  WS-DAY-ACC              PIC 9(09) COMP.
011000         10  WS-DAY-REJ              PIC 9(09) COMP.
011100 01  WS-MO-TABLE.
011200     05  WS-MO-ENTRY OCCURS 8 TIMES.
011300         10  WS-MO-ACC               PIC 9(09) COMP.
011400         10  WS-MO-REJ               PIC 9(09) COMP.
011500 01  WS-GRAND-ACC                PIC 9(09) COMP.
014700 01  WS-RUN-DATE                 PIC 9(08).
014800 01  WS-RUN-START-DATE           PIC 9(08).
014900 01  WS-RUN-START-TIME           PIC 9(08).
014910*****************************************************************
014920*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
014930*****************************************************************
014940 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG14".
014950 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
014960     88  WS-GATE-REFUSED                  VALUE "R".
014970 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
015000 PROCEDURE DIVISION.
015100*****************************************************************
015200* 0000-MAINLINE.
015300*****************************************************************
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015550     IF NOT WS-GATE-REFUSED
015600         SORT SORTWK-FILE
015700             ON ASCENDING KEY AUDIT-DATE OF SORTWK-REC
015800             INPUT PROCEDURE IS 1500-RELEASE-INPUTS THRU 1500-EXIT
015900             GIVING SORTED-FILE
016000         OPEN INPUT SORTED-FILE
016100         OPEN OUTPUT REPORT-FILE
016200         PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT
016300         PERFORM 2100-READ-SORTED THRU 2100-EXIT
016400         PERFORM 2000-PROCESS-SORTED THRU 2000-EXIT
016500             UNTIL WS-END-OF-SORTED
016600         IF NOT WS-FIRST-RECORD
016700             PERFORM 3000-PRINT-DAY-BREAK THRU 3000-EXIT
016800             PERFORM 4000-PRINT-MONTH-BREAK THRU 4000-EXIT
016900         END-IF
017000         PERFORM 5000-PRINT-GRAND-TOTAL THRU 5000-EXIT
017100         PERFORM 8000-TERMINATE THRU 8000-EXIT
017150     END-IF.
017200     PERFORM 9000-WRITE-RUN-HISTORY THRU 9000-EXIT.
017300     STOP RUN.
017400*****************************************************************
018500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018600     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
018700     ACCEPT WS-RUN-START-TIME FROM TIME.
018720     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
018740     IF WS-GATE-REFUSED
018760         GO TO 1000-EXIT
018780     END-IF.
018800 1000-EXIT.
018900     EXIT.
018905*****************************************************************
018910* 1050-CHECK-PREDECESSORS.
018915*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
018920*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
018925*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
018930*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
018935*****************************************************************
018940 1050-CHECK-PREDECESSORS.
018945     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
018950                          WS-GATE-PRED.
018955     IF WS-GATE-REFUSED
018960         DISPLAY "PRG14: *** REFUSED BY PREDECESSOR CHECK ***"
018965         MOVE 16 TO RETURN-CODE
018970     END-IF.
018975 1050-EXIT.
018980     EXIT.
019000*****************************************************************
019100* 1100-PRINT-HEADINGS.
019200*****************************************************************
036000             MOVE 5 TO WS-SRC-IDX
036100         WHEN AUDIT-SRC-SWEEP OF SORTED-REC
036200             MOVE 6 TO WS-SRC-IDX
036230         WHEN AUDIT-SRC-ADJUST OF SORTED-REC
036260             MOVE 7 TO WS-SRC-IDX
036300         WHEN OTHER
036400             MOVE 8 TO WS-SRC-IDX
036500     END-EVALUATE.
036600 2500-EXIT.
036700     EXIT.
054000     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
054100     ACCEPT RUNH-END-TIME FROM TIME.
054200     MOVE "PRG14" TO RUNH-JOB-NAME.
054230     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
054260     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
054300     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
054400     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
054500     MOVE WS-RECS-READ TO RUNH-RECS-IN.
