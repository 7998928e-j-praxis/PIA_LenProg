000100*****************************************************************
000200* ESTADO DE CUENTA MENSUAL POR CLIENTE
000300*
000400* MONTH-END CUSTOMER STATEMENT RUN.  WHEN A CUSTOMER DISPUTES
000500* A BALANCE WE MUST BE ABLE TO SHOW HOW IT WAS BUILT UP, AND
000600* THE ONLY PERMANENT RECORD OF EVERY AMOUNT ADDED TO A
000700* CUSTMAS-BALANCE IS THE POSTING LEDGER (LEDGREC) THE POSTING
000800* PROGRAMS APPEND TO.  FOR THE MONTH GIVEN ON THE COMMAND LINE
000900* (YYYYMM) THIS JOB SORTS THE LEDGER BY CUSTOMER AND DATE,
001000* MATCHES IT AGAINST THE CUSTOMER MASTER IN KEY ORDER, AND
001100* PRINTS FOR EACH CUSTOMER WITH ACTIVITY OR A BALANCE THE
001200* OPENING BALANCE, EVERY POSTING IN THE MONTH AND THE CLOSING
001300* BALANCE.  EACH STATEMENT IS THEN PROVEN: THE CLOSING BALANCE
001400* PLUS ANY POSTINGS DATED AFTER THE MONTH MUST EQUAL THE
001500* CUSTMAS-BALANCE ON THE MASTER TODAY, AND EVERY POSTING FROM
001600* THE MONTH ON MUST CHAIN FROM THE BALANCE BEFORE IT.  A
001700* CUSTOMER THAT FAILS EITHER TEST, OR A LEDGER ENTRY FOR A
001800* CUSTOMER NOT ON THE MASTER, IS FLAGGED ON THE STATEMENT
001900* REPORT (STMTRPT) AND ENDS THE RUN WITH RETURN CODE 16.
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.     PRG15.
002300 AUTHOR.         J. LEN.
002400 INSTALLATION.   APPLICATIONS DEVELOPMENT.
002500 DATE-WRITTEN.   2026-10-15.
002600 DATE-COMPILED.
002700*****************************************************************
002800* MODIFICATION HISTORY
002900*   2026-10-15  JKL  INITIAL VERSION - LEDGER SORTED BY
003000*                    CUSTOMER AND DATE, MATCHED TO THE MASTER,
003100*                    OPENING / POSTINGS / CLOSING PER CUSTOMER
003200*                    PROVEN AGAINST CUSTMAS-BALANCE, RUN
003300*                    HISTORY WRITTEN TO RUNHIST LIKE EVERY
003400*                    OTHER BATCH JOB.
003420*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
003440*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
003460*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-LEDGER-STATUS.
004200     SELECT SORTWK-FILE ASSIGN TO "SORTWK1".
004300     SELECT SORTED-FILE ASSIGN TO "SORTLEDG"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SORTED-STATUS.
004600     SELECT CUSTMAS-FILE ASSIGN TO "CUSTMAS"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS CUSTMAS-KEY
005000         FILE STATUS IS WS-CUSTMAS-STATUS.
005100     SELECT REPORT-FILE ASSIGN TO "STMTRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-REPORT-STATUS.
005400     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS RUNH-KEY
005800         FILE STATUS IS WS-RUNHIST-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  LEDGER-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY LEDGREC.
006400 SD  SORTWK-FILE.
006500     COPY LEDGREC REPLACING ==LEDG-REC== BY ==SORTWK-REC==.
006600 FD  SORTED-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY LEDGREC REPLACING ==LEDG-REC== BY ==SORTED-REC==.
006900 FD  CUSTMAS-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CUSTMAS.
007200 FD  REPORT-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  REPORT-LINE                 PIC X(80).
007500 FD  RUNHIST-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY RUNHREC.
007800 WORKING-STORAGE SECTION.
007900*****************************************************************
008000*    SWITCHES AND FILE STATUS FIELDS
008100*****************************************************************
008200 01  WS-LEDGER-STATUS            PIC X(02).
008300     88  WS-LEDGER-OK                     VALUE "00".
008400 01  WS-SORTED-STATUS            PIC X(02).
008500 01  WS-CUSTMAS-STATUS           PIC X(02).
008600     88  WS-CUSTMAS-OK                    VALUE "00".
008700 01  WS-REPORT-STATUS            PIC X(02).
008800 01  WS-RUNHIST-STATUS           PIC X(02).
008900     88  WS-RUNHIST-OK                    VALUE "00".
009000     88  WS-RUNHIST-NOTFND                VALUE "35".
009100 01  WS-CUST-EOF-SW              PIC X(01).
009200     88  WS-END-OF-CUSTMAS                VALUE "Y".
009300 01  WS-LEDG-EOF-SW              PIC X(01).
009400     88  WS-END-OF-LEDGER                 VALUE "Y".
009500 01  WS-HAVE-BALANCE-SW          PIC X(01).
009600     88  WS-HAVE-BALANCE                  VALUE "Y".
009700 01  WS-IN-MONTH-SW              PIC X(01).
009800     88  WS-HAD-MONTH-ACTIVITY            VALUE "Y".
009900 01  WS-LATER-SW                 PIC X(01).
010000     88  WS-HAD-LATER-ACTIVITY            VALUE "Y".
010100 01  WS-CHAIN-SW                 PIC X(01).
010200     88  WS-CHAIN-BROKEN                  VALUE "Y".
010300 01  WS-STMT-PRINTED-SW          PIC X(01).
010400     88  WS-STMT-PRINTED                  VALUE "Y".
010500*****************************************************************
010600*    STATEMENT MONTH PARAMETER FROM THE COMMAND LINE
010700*****************************************************************
010800 01  WS-STMT-PARM                PIC X(06).
010900 01  WS-STMT-MONTH REDEFINES WS-STMT-PARM
011000                                 PIC 9(06).
011100 01  WS-POST-DATE-AREA.
011200     05  WS-POST-DATE            PIC 9(08).
011300 01  FILLER REDEFINES WS-POST-DATE-AREA.
011400     05  WS-POST-MONTH           PIC 9(06).
011500     05  FILLER                  PIC X(02).
011600*****************************************************************
011700*    PER-CUSTOMER BALANCE WORK FIELDS.  WS-RUNNING FOLLOWS THE
011800*    BALANCE THROUGH THE CUSTOMER'S LEDGER ENTRIES; WS-OPENING
011900*    IS WHERE IT STOOD WHEN THE MONTH BEGAN.
012000*****************************************************************
012100 01  WS-MASTER-BALANCE           PIC S9(09)V99 COMP.
012200 01  WS-RUNNING                  PIC S9(09)V99 COMP.
012300 01  WS-OPENING                  PIC S9(09)V99 COMP.
012400 01  WS-CLOSING                  PIC S9(09)V99 COMP.
012500 01  WS-MONTH-TOTAL              PIC S9(09)V99 COMP.
012600 01  WS-LATER-TOTAL              PIC S9(09)V99 COMP.
012700 01  WS-EXPECTED                 PIC S9(09)V99 COMP.
012800*****************************************************************
012900*    RUN COUNTERS
013000*****************************************************************
013100 01  WS-CUSTS-READ               PIC 9(09) COMP.
013200 01  WS-STMTS-PRINTED            PIC 9(09) COMP.
013300 01  WS-CUSTS-PROVEN             PIC 9(09) COMP.
013400 01  WS-CUSTS-OUT-OF-BAL         PIC 9(09) COMP.
013500 01  WS-LEDG-READ                PIC 9(09) COMP.
013600 01  WS-LEDG-IN-MONTH            PIC 9(09) COMP.
013700 01  WS-LEDG-ORPHANS             PIC 9(09) COMP.
013800 01  WS-RUN-START-DATE           PIC 9(08).
013900 01  WS-RUN-START-TIME           PIC 9(08).
014000 01  WS-RUN-DATE                 PIC 9(08).
014100*****************************************************************
014200*    REPORT LINE WORK FIELDS
014300*****************************************************************
014400 01  WS-POSTING-LINE.
014500     05  FILLER                  PIC X(04) VALUE SPACES.
014600     05  WS-PL-DATE              PIC 9(08).
014700     05  FILLER                  PIC X(01) VALUE SPACE.
014800     05  WS-PL-JOB               PIC X(08).
014900     05  FILLER                  PIC X(01) VALUE SPACE.
015000     05  WS-PL-TRAN              PIC X(02).
015100     05  FILLER                  PIC X(01) VALUE SPACE.
015200     05  WS-PL-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
015300     05  FILLER                  PIC X(01) VALUE SPACE.
015400     05  WS-PL-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.
015500     05  FILLER                  PIC X(01) VALUE SPACE.
015600     05  WS-PL-FLAG              PIC X(15).
015700 01  WS-PRINT-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
015800 01  WS-PRINT-AMOUNT2            PIC -ZZZ,ZZZ,ZZ9.99.
015900 01  WS-PRINT-COUNT              PIC ZZZZ,ZZ9.
015910*****************************************************************
015920*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
015930*****************************************************************
015940 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG15".
015950 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
015960     88  WS-GATE-REFUSED                  VALUE "R".
015970 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
016000 PROCEDURE DIVISION.
016100*****************************************************************
016200* 0000-MAINLINE.
016300*****************************************************************
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     IF RETURN-CODE = ZERO
016700         SORT SORTWK-FILE
016800             ON ASCENDING KEY LEDG-CUST-KEY OF SORTWK-REC
016900                              LEDG-POST-DATE OF SORTWK-REC
017000                              LEDG-POST-TIME OF SORTWK-REC
017100             WITH DUPLICATES IN ORDER
017200             USING LEDGER-FILE
017300             GIVING SORTED-FILE
017400         OPEN INPUT SORTED-FILE
017500         PERFORM 2100-READ-LEDGER THRU 2100-EXIT
017600         PERFORM 2200-READ-CUSTMAS THRU 2200-EXIT
017700         PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
017800             UNTIL WS-END-OF-CUSTMAS
017900         PERFORM 2300-FLAG-ORPHAN THRU 2300-EXIT
018000             UNTIL WS-END-OF-LEDGER
018100         PERFORM 5000-PRINT-RUN-TOTALS THRU 5000-EXIT
018200         PERFORM 8000-TERMINATE THRU 8000-EXIT
018300     END-IF.
018400     PERFORM 9000-WRITE-RUN-HISTORY THRU 9000-EXIT.
018500     STOP RUN.
018600*****************************************************************
018700* 1000-INITIALIZE.
018800*      TAKE THE STATEMENT MONTH FROM THE COMMAND LINE, OPEN THE
018900*      MASTER AND THE REPORT, AND HEAD UP THE REPORT.  THE
019000*      LEDGER MUST EXIST - A STATEMENT WITHOUT IT COULD ONLY
019100*      REPEAT THE MASTER BALANCE, WHICH PROVES NOTHING.
019200*****************************************************************
019300 1000-INITIALIZE.
019400     MOVE ZERO TO WS-CUSTS-READ WS-STMTS-PRINTED WS-CUSTS-PROVEN
019500         WS-CUSTS-OUT-OF-BAL WS-LEDG-READ WS-LEDG-IN-MONTH
019600         WS-LEDG-ORPHANS.
019700     MOVE "N" TO WS-CUST-EOF-SW WS-LEDG-EOF-SW.
019800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019900     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
020000     ACCEPT WS-RUN-START-TIME FROM TIME.
020020     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
020040     IF WS-GATE-REFUSED
020060         GO TO 1000-EXIT
020080     END-IF.
020100     ACCEPT WS-STMT-PARM FROM COMMAND-LINE.
020200     IF WS-STMT-PARM NOT NUMERIC
020300         DISPLAY "PRG15: STATEMENT MONTH PARAMETER (YYYYMM) IS "
020400             "REQUIRED AND MUST BE NUMERIC"
020500         MOVE 16 TO RETURN-CODE
020600         GO TO 1000-EXIT
020700     END-IF.
020800     OPEN INPUT LEDGER-FILE.
020900     IF NOT WS-LEDGER-OK
021000         DISPLAY "PRG15: UNABLE TO OPEN LEDGER - STATUS "
021100             WS-LEDGER-STATUS
021200         MOVE 16 TO RETURN-CODE
021300         GO TO 1000-EXIT
021400     END-IF.
021500     CLOSE LEDGER-FILE.
021600     OPEN INPUT CUSTMAS-FILE.
021700     IF NOT WS-CUSTMAS-OK
021800         DISPLAY "PRG15: UNABLE TO OPEN CUSTMAS - STATUS "
021900             WS-CUSTMAS-STATUS
022000         MOVE 16 TO RETURN-CODE
022100         GO TO 1000-EXIT
022200     END-IF.
022300     OPEN OUTPUT REPORT-FILE.
022400     MOVE SPACES TO REPORT-LINE.
022500     STRING "CUSTOMER STATEMENTS FOR MONTH " WS-STMT-PARM
022600         " - RUN DATE " WS-RUN-DATE
022700         DELIMITED BY SIZE INTO REPORT-LINE.
022800     WRITE REPORT-LINE.
022900 1000-EXIT.
023000     EXIT.
023005*****************************************************************
023010* 1050-CHECK-PREDECESSORS.
023015*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
023020*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
023025*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
023030*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
023035*****************************************************************
023040 1050-CHECK-PREDECESSORS.
023045     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
023050                          WS-GATE-PRED.
023055     IF WS-GATE-REFUSED
023060         DISPLAY "PRG15: *** REFUSED BY PREDECESSOR CHECK ***"
023065         MOVE 16 TO RETURN-CODE
023070     END-IF.
023075 1050-EXIT.
023080     EXIT.
023100*****************************************************************
023200* 2000-PROCESS-CUSTOMER.
023300*      ONE CUSTOMER OFF THE MASTER.  LEDGER ENTRIES FOR KEYS
023400*      THAT SORT AHEAD OF IT HAVE NO MASTER RECORD AND ARE
023500*      FLAGGED; THE CUSTOMER'S OWN ENTRIES ARE THEN WALKED IN
023600*      DATE ORDER, AND THE STATEMENT IS CLOSED AND PROVEN.
023700*****************************************************************
023800 2000-PROCESS-CUSTOMER.
023900     ADD 1 TO WS-CUSTS-READ.
024000     PERFORM 2300-FLAG-ORPHAN THRU 2300-EXIT
024100         UNTIL WS-END-OF-LEDGER
024200            OR LEDG-CUST-KEY OF SORTED-REC NOT < CUSTMAS-KEY.
024300     IF CUSTMAS-BALANCE IS NUMERIC
024400         MOVE CUSTMAS-BALANCE TO WS-MASTER-BALANCE
024500     ELSE
024600         MOVE ZERO TO WS-MASTER-BALANCE
024700     END-IF.
024800     MOVE ZERO TO WS-RUNNING WS-OPENING WS-CLOSING
024900         WS-MONTH-TOTAL WS-LATER-TOTAL.
025000     MOVE "N" TO WS-HAVE-BALANCE-SW WS-IN-MONTH-SW WS-LATER-SW
025100         WS-CHAIN-SW WS-STMT-PRINTED-SW.
025200     PERFORM 3000-APPLY-ONE-POSTING THRU 3000-EXIT
025300         UNTIL WS-END-OF-LEDGER
025400            OR LEDG-CUST-KEY OF SORTED-REC NOT = CUSTMAS-KEY.
025500     PERFORM 4000-CLOSE-STATEMENT THRU 4000-EXIT.
025600     PERFORM 2200-READ-CUSTMAS THRU 2200-EXIT.
025700 2000-EXIT.
025800     EXIT.
025900*****************************************************************
026000* 2100-READ-LEDGER.
026100*****************************************************************
026200 2100-READ-LEDGER.
026300     READ SORTED-FILE
026400         AT END
026500             SET WS-END-OF-LEDGER TO TRUE
026600             GO TO 2100-EXIT
026700     END-READ.
026800     ADD 1 TO WS-LEDG-READ.
026900 2100-EXIT.
027000     EXIT.
027100*****************************************************************
027200* 2200-READ-CUSTMAS.
027300*****************************************************************
027400 2200-READ-CUSTMAS.
027500     READ CUSTMAS-FILE
027600         AT END
027700             SET WS-END-OF-CUSTMAS TO TRUE
027800     END-READ.
027900 2200-EXIT.
028000     EXIT.
028100*****************************************************************
028200* 2300-FLAG-ORPHAN.
028300*      A LEDGER ENTRY WHOSE CUSTOMER IS NOT ON THE MASTER - A
028400*      BALANCE WAS POSTED THAT NO STATEMENT CAN CARRY.  LISTED
028500*      AND COUNTED AS A BREAK.
028600*****************************************************************
028700 2300-FLAG-ORPHAN.
028800     ADD 1 TO WS-LEDG-ORPHANS.
028900     MOVE LEDG-POST-DATE OF SORTED-REC TO WS-PL-DATE.
029000     MOVE LEDG-SOURCE-JOB OF SORTED-REC TO WS-PL-JOB.
029100     MOVE LEDG-TRAN-CODE OF SORTED-REC TO WS-PL-TRAN.
029200     MOVE LEDG-AMOUNT OF SORTED-REC TO WS-PL-AMOUNT.
029300     MOVE LEDG-BALANCE OF SORTED-REC TO WS-PL-BALANCE.
029400     MOVE "*** NO MASTER" TO WS-PL-FLAG.
029500     MOVE SPACES TO REPORT-LINE.
029600     STRING "*** LEDGER ENTRY FOR " LEDG-CUST-KEY OF SORTED-REC
029700         " - CUSTOMER NOT ON MASTER ***"
029800         DELIMITED BY SIZE INTO REPORT-LINE.
029900     WRITE REPORT-LINE.
030000     MOVE WS-POSTING-LINE TO REPORT-LINE.
030100     WRITE REPORT-LINE.
030200     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
030300 2300-EXIT.
030400     EXIT.
030500*****************************************************************
030600* 3000-APPLY-ONE-POSTING.
030700*      ONE LEDGER ENTRY FOR THE CURRENT CUSTOMER.  THE FIRST
030800*      ENTRY EVER SEEN FOR THE CUSTOMER FIXES WHERE THE BALANCE
030900*      STOOD BEFORE IT.  ENTRIES AHEAD OF THE MONTH ONLY MOVE
031000*      THE BALANCE FORWARD; FROM THE MONTH ON, EACH ENTRY MUST
031100*      LEAVE THE BALANCE THE RUNNING FIGURE SAYS IT SHOULD.
031200*      ENTRIES IN THE MONTH ARE PRINTED ON THE STATEMENT.
031300*****************************************************************
031400 3000-APPLY-ONE-POSTING.
031500     IF NOT WS-HAVE-BALANCE
031600         COMPUTE WS-RUNNING = LEDG-BALANCE OF SORTED-REC
031700             - LEDG-AMOUNT OF SORTED-REC
031800         SET WS-HAVE-BALANCE TO TRUE
031900     END-IF.
032000     MOVE LEDG-POST-DATE OF SORTED-REC TO WS-POST-DATE.
032100     IF WS-POST-MONTH < WS-STMT-MONTH
032200         MOVE LEDG-BALANCE OF SORTED-REC TO WS-RUNNING
032300         GO TO 3000-NEXT
032400     END-IF.
032500     IF NOT WS-HAD-MONTH-ACTIVITY
032600         AND NOT WS-HAD-LATER-ACTIVITY
032700         MOVE WS-RUNNING TO WS-OPENING
032800     END-IF.
032900     COMPUTE WS-EXPECTED = WS-RUNNING + LEDG-AMOUNT OF SORTED-REC.
033000     MOVE SPACES TO WS-PL-FLAG.
033100     IF WS-EXPECTED NOT = LEDG-BALANCE OF SORTED-REC
033200         SET WS-CHAIN-BROKEN TO TRUE
033300         MOVE "*** CHAIN BREAK" TO WS-PL-FLAG
033400     END-IF.
033500     MOVE WS-EXPECTED TO WS-RUNNING.
033600     IF WS-POST-MONTH > WS-STMT-MONTH
033700         SET WS-HAD-LATER-ACTIVITY TO TRUE
033800         ADD LEDG-AMOUNT OF SORTED-REC TO WS-LATER-TOTAL
033900         GO TO 3000-NEXT
034000     END-IF.
034100     IF NOT WS-HAD-MONTH-ACTIVITY
034200         SET WS-HAD-MONTH-ACTIVITY TO TRUE
034300         PERFORM 3100-PRINT-STATEMENT-HEAD THRU 3100-EXIT
034400     END-IF.
034500     ADD 1 TO WS-LEDG-IN-MONTH.
034600     ADD LEDG-AMOUNT OF SORTED-REC TO WS-MONTH-TOTAL.
034700     MOVE LEDG-POST-DATE OF SORTED-REC TO WS-PL-DATE.
034800     MOVE LEDG-SOURCE-JOB OF SORTED-REC TO WS-PL-JOB.
034900     MOVE LEDG-TRAN-CODE OF SORTED-REC TO WS-PL-TRAN.
035000     MOVE LEDG-AMOUNT OF SORTED-REC TO WS-PL-AMOUNT.
035100     MOVE LEDG-BALANCE OF SORTED-REC TO WS-PL-BALANCE.
035200     MOVE WS-POSTING-LINE TO REPORT-LINE.
035300     WRITE REPORT-LINE.
035400 3000-NEXT.
035500     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
035600 3000-EXIT.
035700     EXIT.
035800*****************************************************************
035900* 3100-PRINT-STATEMENT-HEAD.
036000*      CUSTOMER LINE, OPENING BALANCE AND COLUMN HEADINGS.
036100*****************************************************************
036200 3100-PRINT-STATEMENT-HEAD.
036300     SET WS-STMT-PRINTED TO TRUE.
036400     ADD 1 TO WS-STMTS-PRINTED.
036500     MOVE SPACES TO REPORT-LINE.
036600     WRITE REPORT-LINE.
036700     STRING "CUSTOMER " CUSTMAS-KEY " " CUSTMAS-NAME
036800         " STATUS " CUSTMAS-STATUS
036900         DELIMITED BY SIZE INTO REPORT-LINE.
037000     WRITE REPORT-LINE.
037100     MOVE WS-OPENING TO WS-PRINT-AMOUNT.
037200     MOVE SPACES TO REPORT-LINE.
037300     STRING "  OPENING BALANCE                       "
037400         WS-PRINT-AMOUNT
037500         DELIMITED BY SIZE INTO REPORT-LINE.
037600     WRITE REPORT-LINE.
037700     MOVE SPACES TO REPORT-LINE.
037800     STRING "    DATE     JOB      TC          AMOUNT"
037900         "         BALANCE"
038000         DELIMITED BY SIZE INTO REPORT-LINE.
038100     WRITE REPORT-LINE.
038200 3100-EXIT.
038300     EXIT.
038400*****************************************************************
038500* 4000-CLOSE-STATEMENT.
038600*      WORK OUT THE OPENING AND CLOSING FIGURES AND PROVE THEM.
038700*      A CUSTOMER WITH NO LEDGER ENTRY AT ALL HAS HAD NOTHING
038800*      POSTED SINCE THE LEDGER BEGAN, SO ITS MASTER BALANCE IS
038900*      BOTH ITS OPENING AND CLOSING.  THE CLOSING BALANCE PLUS
039000*      WHAT WAS POSTED AFTER THE MONTH MUST BE THE MASTER
039100*      BALANCE TODAY, AND NO ENTRY FROM THE MONTH ON MAY BREAK
039200*      THE CHAIN.  A CUSTOMER WITH NO ACTIVITY AND A ZERO
039300*      BALANCE IS PROVEN BUT GETS NO STATEMENT.
039400*****************************************************************
039500 4000-CLOSE-STATEMENT.
039600     IF NOT WS-HAVE-BALANCE
039700         MOVE WS-MASTER-BALANCE TO WS-RUNNING
039800     END-IF.
039900     IF NOT WS-HAD-MONTH-ACTIVITY
040000         AND NOT WS-HAD-LATER-ACTIVITY
040100         MOVE WS-RUNNING TO WS-OPENING
040200     END-IF.
040300     COMPUTE WS-CLOSING = WS-OPENING + WS-MONTH-TOTAL.
040400     IF NOT WS-STMT-PRINTED
040500         AND WS-CLOSING NOT = ZERO
040600         PERFORM 3100-PRINT-STATEMENT-HEAD THRU 3100-EXIT
040700     END-IF.
040800     COMPUTE WS-EXPECTED = WS-CLOSING + WS-LATER-TOTAL.
040900     IF WS-EXPECTED = WS-MASTER-BALANCE
041000         AND NOT WS-CHAIN-BROKEN
041100         ADD 1 TO WS-CUSTS-PROVEN
041200     ELSE
041300         ADD 1 TO WS-CUSTS-OUT-OF-BAL
041400         IF NOT WS-STMT-PRINTED
041500             PERFORM 3100-PRINT-STATEMENT-HEAD THRU 3100-EXIT
041600         END-IF
041700     END-IF.
041800     IF NOT WS-STMT-PRINTED
041900         GO TO 4000-EXIT
042000     END-IF.
042100     MOVE WS-CLOSING TO WS-PRINT-AMOUNT.
042200     MOVE SPACES TO REPORT-LINE.
042300     STRING "  CLOSING BALANCE                       "
042400         WS-PRINT-AMOUNT
042500         DELIMITED BY SIZE INTO REPORT-LINE.
042600     WRITE REPORT-LINE.
042700     IF WS-HAD-LATER-ACTIVITY
042800         MOVE WS-LATER-TOTAL TO WS-PRINT-AMOUNT
042900         MOVE SPACES TO REPORT-LINE
043000         STRING "  POSTED AFTER MONTH END                "
043100             WS-PRINT-AMOUNT
043200             DELIMITED BY SIZE INTO REPORT-LINE
043300         WRITE REPORT-LINE
043400     END-IF.
043500     MOVE WS-MASTER-BALANCE TO WS-PRINT-AMOUNT.
043600     MOVE SPACES TO REPORT-LINE.
043700     IF WS-EXPECTED = WS-MASTER-BALANCE
043800         AND NOT WS-CHAIN-BROKEN
043900         STRING "  MASTER BALANCE                        "
044000             WS-PRINT-AMOUNT "  PROVEN"
044100             DELIMITED BY SIZE INTO REPORT-LINE
044200     ELSE
044300         STRING "  MASTER BALANCE                        "
044400             WS-PRINT-AMOUNT "  *** OUT OF BALANCE"
044500             DELIMITED BY SIZE INTO REPORT-LINE
044600     END-IF.
044700     WRITE REPORT-LINE.
044800 4000-EXIT.
044900     EXIT.
045000*****************************************************************
045100* 5000-PRINT-RUN-TOTALS.
045200*****************************************************************
045300 5000-PRINT-RUN-TOTALS.
045400     MOVE SPACES TO REPORT-LINE.
045500     WRITE REPORT-LINE.
045600     MOVE WS-CUSTS-READ TO WS-PRINT-COUNT.
045700     STRING "CUSTOMERS ON MASTER      " WS-PRINT-COUNT
045800         DELIMITED BY SIZE INTO REPORT-LINE.
045900     WRITE REPORT-LINE.
046000     MOVE WS-STMTS-PRINTED TO WS-PRINT-COUNT.
046100     MOVE SPACES TO REPORT-LINE.
046200     STRING "STATEMENTS PRINTED       " WS-PRINT-COUNT
046300         DELIMITED BY SIZE INTO REPORT-LINE.
046400     WRITE REPORT-LINE.
046500     MOVE WS-LEDG-IN-MONTH TO WS-PRINT-COUNT.
046600     MOVE SPACES TO REPORT-LINE.
046700     STRING "POSTINGS IN MONTH        " WS-PRINT-COUNT
046800         DELIMITED BY SIZE INTO REPORT-LINE.
046900     WRITE REPORT-LINE.
047000     MOVE WS-CUSTS-PROVEN TO WS-PRINT-COUNT.
047100     MOVE SPACES TO REPORT-LINE.
047200     STRING "CUSTOMERS PROVEN         " WS-PRINT-COUNT
047300         DELIMITED BY SIZE INTO REPORT-LINE.
047400     WRITE REPORT-LINE.
047500     MOVE WS-CUSTS-OUT-OF-BAL TO WS-PRINT-COUNT.
047600     MOVE SPACES TO REPORT-LINE.
047700     STRING "CUSTOMERS OUT OF BALANCE " WS-PRINT-COUNT
047800         DELIMITED BY SIZE INTO REPORT-LINE.
047900     WRITE REPORT-LINE.
048000     MOVE WS-LEDG-ORPHANS TO WS-PRINT-COUNT.
048100     MOVE SPACES TO REPORT-LINE.
048200     STRING "LEDGER ENTRIES NO MASTER " WS-PRINT-COUNT
048300         DELIMITED BY SIZE INTO REPORT-LINE.
048400     WRITE REPORT-LINE.
048500 5000-EXIT.
048600     EXIT.
048700*****************************************************************
048800* 8000-TERMINATE.
048900*      CLOSE DOWN AND REPORT COUNTS.  ANY CUSTOMER OUT OF
049000*      BALANCE OR ANY LEDGER ENTRY WITHOUT A MASTER RECORD IS A
049100*      BREAK AND ENDS THE RUN WITH RETURN CODE 16.
049200*****************************************************************
049300 8000-TERMINATE.
049400     CLOSE SORTED-FILE.
049500     CLOSE CUSTMAS-FILE.
049600     CLOSE REPORT-FILE.
049700     DISPLAY "PRG15: CUSTOMERS READ     = " WS-CUSTS-READ.
049800     DISPLAY "PRG15: STATEMENTS PRINTED = " WS-STMTS-PRINTED.
049900     DISPLAY "PRG15: LEDGER ENTRIES READ= " WS-LEDG-READ.
050000     DISPLAY "PRG15: CUSTOMERS PROVEN   = " WS-CUSTS-PROVEN.
050100     IF WS-CUSTS-OUT-OF-BAL > ZERO
050200         OR WS-LEDG-ORPHANS > ZERO
050300         DISPLAY "PRG15: *** STATEMENT PROOF FAILED - "
050400             WS-CUSTS-OUT-OF-BAL " CUSTOMERS OUT OF BALANCE, "
050500             WS-LEDG-ORPHANS " LEDGER ENTRIES WITHOUT A MASTER"
050600             " ***"
050700         MOVE 16 TO RETURN-CODE
050800     END-IF.
050900 8000-EXIT.
051000     EXIT.
051100*****************************************************************
051200* 9000-WRITE-RUN-HISTORY.
051300*      RECORD THIS RUN ON THE SHARED RUN-HISTORY KSDS FOR THE
051400*      PRG2RUN STATUS SCREEN.  A HISTORY THAT CANNOT BE
051500*      WRITTEN WARNS BUT NEVER FAILS THE RUN ITSELF.
051600*****************************************************************
051700 9000-WRITE-RUN-HISTORY.
051800     OPEN I-O RUNHIST-FILE.
051900     IF WS-RUNHIST-NOTFND
052000         OPEN OUTPUT RUNHIST-FILE
052100     END-IF.
052200     IF NOT WS-RUNHIST-OK
052300         DISPLAY "PRG15: UNABLE TO RECORD RUN HISTORY - STATUS "
052400             WS-RUNHIST-STATUS
052500         GO TO 9000-EXIT
052600     END-IF.
052700     MOVE SPACES TO RUNH-REC.
052800     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
052900     ACCEPT RUNH-END-TIME FROM TIME.
053000     MOVE "PRG15" TO RUNH-JOB-NAME.
053030     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
053060     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
053100     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
053200     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
053300     MOVE WS-CUSTS-READ TO RUNH-RECS-IN.
053400     MOVE WS-STMTS-PRINTED TO RUNH-RECS-OUT.
053500     MOVE WS-CUSTS-PROVEN TO RUNH-RECS-ACCEPTED.
053600     MOVE WS-CUSTS-OUT-OF-BAL TO RUNH-RECS-REJECTED.
053700     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
053800     WRITE RUNH-REC
053900         INVALID KEY
054000             DISPLAY "PRG15: UNABLE TO RECORD RUN HISTORY - "
054100                 "DUPLICATE KEY"
054200     END-WRITE.
054300     CLOSE RUNHIST-FILE.
054400 9000-EXIT.
054500     EXIT.
