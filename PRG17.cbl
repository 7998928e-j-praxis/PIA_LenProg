000100*****************************************************************
000200* DIARIO CONTABLE Y CUADRE DE SALDOS DEL MAESTRO DE CLIENTES
000300*
000400* END-OF-DAY GENERAL LEDGER JOURNAL AND MASTER BALANCE PROOF.
000500* THE MONEY-SIDE PARTNER OF THE PRG10 COUNT BALANCING.  FOR
000600* THE JOURNAL DATE GIVEN ON THE COMMAND LINE (YYYYMMDD) THIS
000700* JOB:
000800*   - SUMS EVERY POSTING LEDGER ENTRY (PRG3, PRG12 AND PRG16
000900*     ALL LEDGER WHAT THEY POST) DATED AFTER THE LAST PROVEN
001000*     RUN, UP TO AND INCLUDING THE JOURNAL DATE, BY
001100*     TRANSACTION CODE, AND CUTS THE FIXED-FORMAT GL JOURNAL
001200*     (GLJOURNL, GLJREC) THE LEDGER SYSTEM LOADS - SO FINANCE
001300*     NO LONGER RE-KEYS THE POSTING REGISTER TOTAL.
001400*   - TOTALS CUSTMAS-BALANCE OVER THE WHOLE MASTER AND PROVES
001500*     IT AGAINST THE CONTROL RECORD (GLCTL, GLCREC) CARRIED
001600*     FROM THE LAST GOOD RUN:
001700*         PRIOR TOTAL + POSTINGS JOURNALED = TOTAL TODAY.
001800*     POSTINGS ALREADY DATED AFTER THE JOURNAL DATE ARE TAKEN
001900*     BACK OFF TODAY'S TOTAL AND LEFT FOR THE NEXT JOURNAL.
002000* A PROVEN RUN CARRIES THE CONTROL FORWARD.  ANY DIFFERENCE,
002100* OR A LEDGER ENTRY THAT CANNOT BE SUMMED, LEAVES THE CONTROL
002200* WHERE IT WAS AND ENDS THE RUN WITH RETURN CODE 16 ON THE
002300* PROOF REPORT (GLRPT) AND IN RUNHIST.  A RERUN FOR THE SAME
002400* DATE PROVES AGAIN FROM THE SAME OPENING TOTAL.
002500*
002600* THE FIRST RUN, OR A RUN AFTER A DIFFERENCE HAS BEEN
002700* INVESTIGATED AND ACCEPTED, TAKES THE PARAMETER
002800* "YYYYMMDD RESET": THE CONTROL IS RE-ESTABLISHED FROM THE
002900* MASTER AS IT STANDS, ONLY THAT DATE'S POSTINGS ARE
003000* JOURNALED, AND THE RUN ENDS WITH RETURN CODE 8 SO THE
003100* UNPROVEN DAY STAYS VISIBLE IN THE RUN HISTORY.
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.     PRG17.
003500 AUTHOR.         J. LEN.
003600 INSTALLATION.   APPLICATIONS DEVELOPMENT.
003700 DATE-WRITTEN.   2026-10-15.
003800 DATE-COMPILED.
003900*****************************************************************
004000* MODIFICATION HISTORY
004100*   2026-10-15  JKL  INITIAL VERSION - LEDGER POSTINGS SUMMED
004200*                    BY TRANSACTION CODE INTO THE GL JOURNAL,
004300*                    MASTER BALANCE TOTAL PROVEN AGAINST THE
004400*                    GLCTL CONTROL, RUN HISTORY WRITTEN TO
004500*                    RUNHIST LIKE EVERY OTHER BATCH JOB.
004520*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
004540*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
004560*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-LEDGER-STATUS.
005300     SELECT CUSTMAS-FILE ASSIGN TO "CUSTMAS"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS CUSTMAS-KEY
005700         FILE STATUS IS WS-CUSTMAS-STATUS.
005800     SELECT TRANTAB-FILE ASSIGN TO "TRANTAB"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS TRAN-CODE
006200         FILE STATUS IS WS-TRANTAB-STATUS.
006300     SELECT GLCTL-FILE ASSIGN TO "GLCTL"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-GLCTL-STATUS.
006600     SELECT GLJRNL-FILE ASSIGN TO "GLJOURNL"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-GLJRNL-STATUS.
006900     SELECT REPORT-FILE ASSIGN TO "GLRPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-REPORT-STATUS.
007200     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS RUNH-KEY
007600         FILE STATUS IS WS-RUNHIST-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  LEDGER-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY LEDGREC.
008200 FD  CUSTMAS-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY CUSTMAS.
008500 FD  TRANTAB-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY TRANREC.
008800 FD  GLCTL-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY GLCREC.
009100 FD  GLJRNL-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY GLJREC.
009400 FD  REPORT-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  REPORT-LINE                 PIC X(80).
009700 FD  RUNHIST-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY RUNHREC.
010000 WORKING-STORAGE SECTION.
010100*****************************************************************
010200*    SWITCHES AND FILE STATUS FIELDS
010300*****************************************************************
010400 01  WS-LEDGER-STATUS            PIC X(02).
010500     88  WS-LEDGER-OK                     VALUE "00".
010600 01  WS-CUSTMAS-STATUS           PIC X(02).
010700     88  WS-CUSTMAS-OK                    VALUE "00".
010800 01  WS-TRANTAB-STATUS           PIC X(02).
010900     88  WS-TRANTAB-OK                    VALUE "00".
011000 01  WS-GLCTL-STATUS             PIC X(02).
011100     88  WS-GLCTL-OK                      VALUE "00".
011200 01  WS-GLJRNL-STATUS            PIC X(02).
011300     88  WS-GLJRNL-OK                     VALUE "00".
011400 01  WS-REPORT-STATUS            PIC X(02).
011500 01  WS-RUNHIST-STATUS           PIC X(02).
011600     88  WS-RUNHIST-OK                    VALUE "00".
011700     88  WS-RUNHIST-NOTFND                VALUE "35".
011800 01  WS-EOF-SW                   PIC X(01).
011900     88  WS-END-OF-FILE                   VALUE "Y".
012000 01  WS-CONTROL-SW               PIC X(01).
012100     88  WS-HAVE-CONTROL                  VALUE "Y".
012200 01  WS-RERUN-SW                 PIC X(01).
012300     88  WS-RERUN                         VALUE "Y".
012400 01  WS-TRANTAB-OPEN-SW          PIC X(01).
012500     88  WS-TRANTAB-OPEN                  VALUE "Y".
012600 01  WS-BALANCE-SW               PIC X(01).
012700     88  WS-IN-BALANCE                    VALUE "Y".
012800     88  WS-OUT-OF-BALANCE                VALUE "N".
012900 01  WS-GL-FOUND-SW              PIC X(01).
013000     88  WS-GL-FOUND                      VALUE "Y".
013100*****************************************************************
013200*    JOURNAL DATE PARAMETER FROM THE COMMAND LINE - THE DATE,
013300*    OPTIONALLY FOLLOWED BY "RESET"
013400*****************************************************************
013500 01  WS-GL-PARM.
013600     05  WS-GL-PARM-DATE         PIC X(08).
013700     05  WS-GL-DATE REDEFINES WS-GL-PARM-DATE
013800                                 PIC 9(08).
013900     05  FILLER                  PIC X(01).
014000     05  WS-GL-PARM-OPTION       PIC X(05).
014100         88  WS-GL-RESET-REQUESTED        VALUE "RESET".
014200*    POSTINGS DATED AFTER WS-PRIOR-THRU-DATE BELONG TO THIS
014300*    JOURNAL; ZERO MEANS ONLY THOSE DATED ON THE JOURNAL DATE.
014400 01  WS-PRIOR-THRU-DATE          PIC 9(08).
014500*****************************************************************
014600*    TRANSACTION-CODE SUMMARY TABLE - ONE ENTRY PER CODE SEEN
014700*    IN THE POSTINGS BEING JOURNALED, IN ORDER OF FIRST USE
014800*****************************************************************
014900 01  WS-GL-MAX                   PIC 9(04) COMP VALUE 500.
015000 01  WS-GL-COUNT                 PIC 9(04) COMP.
015100 01  WS-GL-TABLE.
015200     05  WS-GL-ENTRY OCCURS 500 TIMES
015300             INDEXED BY WS-GL-IDX.
015400         10  WS-GL-TRAN-CODE          PIC X(02).
015500         10  WS-GL-POSTS              PIC 9(09) COMP.
015600         10  WS-GL-AMOUNT             PIC S9(13)V99 COMP.
015700*****************************************************************
015800*    BALANCE PROOF TOTALS
015900*****************************************************************
016000 01  WS-OPENING-TOTAL            PIC S9(13)V99 COMP.
016100 01  WS-POSTINGS-TOTAL           PIC S9(13)V99 COMP.
016200 01  WS-EXPECTED-TOTAL           PIC S9(13)V99 COMP.
016300 01  WS-MASTER-TOTAL             PIC S9(13)V99 COMP.
016400 01  WS-LATER-TOTAL              PIC S9(13)V99 COMP.
016500 01  WS-MASTER-AT-DATE           PIC S9(13)V99 COMP.
016600 01  WS-DIFFERENCE               PIC S9(13)V99 COMP.
016700 01  WS-DEBIT-TOTAL              PIC S9(13)V99 COMP.
016800 01  WS-CREDIT-TOTAL             PIC S9(13)V99 COMP.
016900*****************************************************************
017000*    RUN DATE, TIME AND COUNTERS
017100*****************************************************************
017200 01  WS-RUN-START-DATE           PIC 9(08).
017300 01  WS-RUN-START-TIME           PIC 9(08).
017400 01  WS-LEDG-READ                PIC 9(09) COMP.
017500 01  WS-LEDG-JOURNALED           PIC 9(09) COMP.
017600 01  WS-LEDG-LATER               PIC 9(09) COMP.
017700 01  WS-LEDG-UNREADABLE          PIC 9(09) COMP.
017800 01  WS-CUSTS-READ               PIC 9(09) COMP.
017900 01  WS-CUSTS-NOT-NUMERIC        PIC 9(09) COMP.
018000 01  WS-GLJ-DETAILS              PIC 9(09) COMP.
018100 01  WS-BREAKS                   PIC 9(09) COMP.
018200*****************************************************************
018300*    REPORT LINE WORK FIELDS
018400*****************************************************************
018500 01  WS-PRINT-TOTAL              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
018600 01  WS-PRINT-COUNT              PIC ZZZZ,ZZ9.
018700 01  WS-PRINT-TAG                PIC X(38).
018710*****************************************************************
018720*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
018730*****************************************************************
018740 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG17".
018750 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
018760     88  WS-GATE-REFUSED                  VALUE "R".
018770 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
018800 PROCEDURE DIVISION.
018900*****************************************************************
019000* 0000-MAINLINE.
019100*****************************************************************
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     IF RETURN-CODE = ZERO
019500         PERFORM 2000-SUM-LEDGER THRU 2000-EXIT
019600         PERFORM 3000-TOTAL-MASTER THRU 3000-EXIT
019700         PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT
019800         PERFORM 5000-PROVE-BALANCE THRU 5000-EXIT
019900         PERFORM 6000-CARRY-CONTROL THRU 6000-EXIT
020000         PERFORM 8000-TERMINATE THRU 8000-EXIT
020100     END-IF.
020200     PERFORM 9000-WRITE-RUN-HISTORY THRU 9000-EXIT.
020300     STOP RUN.
020400*****************************************************************
020500* 1000-INITIALIZE.
020600*      VALIDATE THE PARAMETER, PICK UP THE CONTROL RECORD AND
020700*      START THE PROOF REPORT.
020800*****************************************************************
020900 1000-INITIALIZE.
021000     MOVE ZERO TO WS-GL-COUNT WS-OPENING-TOTAL
021100         WS-POSTINGS-TOTAL WS-EXPECTED-TOTAL WS-MASTER-TOTAL
021200         WS-LATER-TOTAL WS-MASTER-AT-DATE WS-DIFFERENCE
021300         WS-DEBIT-TOTAL WS-CREDIT-TOTAL WS-PRIOR-THRU-DATE
021400         WS-LEDG-READ WS-LEDG-JOURNALED WS-LEDG-LATER
021500         WS-LEDG-UNREADABLE WS-CUSTS-READ WS-CUSTS-NOT-NUMERIC
021600         WS-GLJ-DETAILS WS-BREAKS.
021700     MOVE "N" TO WS-TRANTAB-OPEN-SW.
021800     SET WS-IN-BALANCE TO TRUE.
021900     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
022000     ACCEPT WS-RUN-START-TIME FROM TIME.
022020     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
022040     IF WS-GATE-REFUSED
022060         GO TO 1000-EXIT
022080     END-IF.
022100     MOVE SPACES TO WS-GL-PARM.
022200     ACCEPT WS-GL-PARM FROM COMMAND-LINE.
022300     IF WS-GL-PARM-DATE NOT NUMERIC
022400         DISPLAY "PRG17: JOURNAL DATE PARAMETER (YYYYMMDD) IS "
022500             "REQUIRED AND MUST BE NUMERIC"
022600         MOVE 16 TO RETURN-CODE
022700         GO TO 1000-EXIT
022800     END-IF.
022900     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
023000     IF RETURN-CODE NOT = ZERO
023100         GO TO 1000-EXIT
023200     END-IF.
023300     OPEN OUTPUT REPORT-FILE.
023400     MOVE SPACES TO REPORT-LINE.
023500     STRING "DAILY GL JOURNAL AND MASTER BALANCE PROOF FOR "
023600         WS-GL-PARM-DATE
023700         DELIMITED BY SIZE INTO REPORT-LINE.
023800     WRITE REPORT-LINE.
023900     MOVE SPACES TO REPORT-LINE.
024000     EVALUATE TRUE
024100         WHEN WS-GL-RESET-REQUESTED
024200             MOVE "CONTROL RESET REQUESTED BY OPERATOR - POSTINGS"
024300                 TO REPORT-LINE
024400             MOVE " DATED ON THE JOURNAL DATE ONLY"
024500                 TO REPORT-LINE (48:31)
024600         WHEN WS-PRIOR-THRU-DATE = ZERO
024700             MOVE "POSTINGS DATED ON THE JOURNAL DATE ONLY"
024800                 TO REPORT-LINE
024900         WHEN OTHER
025000             STRING "POSTINGS DATED AFTER " WS-PRIOR-THRU-DATE
025100                 " THROUGH " WS-GL-PARM-DATE
025200                 DELIMITED BY SIZE INTO REPORT-LINE
025300     END-EVALUATE.
025400     WRITE REPORT-LINE.
025500     IF WS-RERUN
025600         MOVE SPACES TO REPORT-LINE
025700         MOVE "RERUN - PROVED AGAIN FROM THE SAME OPENING TOTAL"
025800             TO REPORT-LINE
025900         WRITE REPORT-LINE
026000     END-IF.
026100     MOVE SPACES TO REPORT-LINE.
026200     WRITE REPORT-LINE.
026300     MOVE SPACES TO REPORT-LINE.
026400     MOVE "CODE DESCRIPTION           D/C" TO REPORT-LINE.
026500     MOVE "NET AMOUNT  POSTINGS" TO REPORT-LINE (42:20).
026600     WRITE REPORT-LINE.
026700 1000-EXIT.
026800     EXIT.
026805*****************************************************************
026810* 1050-CHECK-PREDECESSORS.
026815*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
026820*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
026825*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
026830*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
026835*****************************************************************
026840 1050-CHECK-PREDECESSORS.
026845     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
026850                          WS-GATE-PRED.
026855     IF WS-GATE-REFUSED
026860         DISPLAY "PRG17: *** REFUSED BY PREDECESSOR CHECK ***"
026865         MOVE 16 TO RETURN-CODE
026870     END-IF.
026875 1050-EXIT.
026880     EXIT.
026900*****************************************************************
027000* 1100-READ-CONTROL.
027100*      THE CONTROL RECORD SAYS WHICH POSTINGS THIS JOURNAL
027200*      COVERS AND WHAT THE MASTER TOTAL WAS BEFORE THEM.  NO
027300*      CONTROL, A DAMAGED ONE, OR ONE ALREADY CARRIED PAST THE
027400*      JOURNAL DATE REFUSES THE RUN UNLESS THE OPERATOR HAS
027500*      ASKED FOR A RESET.
027600*****************************************************************
027700 1100-READ-CONTROL.
027800     MOVE "N" TO WS-CONTROL-SW WS-RERUN-SW.
027900     OPEN INPUT GLCTL-FILE.
028000     IF WS-GLCTL-OK
028100         READ GLCTL-FILE
028200             AT END
028300                 MOVE "10" TO WS-GLCTL-STATUS
028400         END-READ
028500         IF WS-GLCTL-OK
028600             SET WS-HAVE-CONTROL TO TRUE
028700         END-IF
028800         CLOSE GLCTL-FILE
028900     END-IF.
029000     IF WS-GL-RESET-REQUESTED
029100         DISPLAY "PRG17: RESET REQUESTED - CONTROL TOTAL WILL "
029200             "BE RE-ESTABLISHED FROM THE MASTER UNPROVEN"
029300         GO TO 1100-EXIT
029400     END-IF.
029500     IF NOT WS-HAVE-CONTROL
029600         DISPLAY "PRG17: NO MASTER BALANCE CONTROL RECORD ON "
029700             "GLCTL - RUN REFUSED"
029800         DISPLAY "PRG17: RUN WITH PARAMETER 'YYYYMMDD RESET' "
029900             "TO ESTABLISH IT"
030000         MOVE 16 TO RETURN-CODE
030100         GO TO 1100-EXIT
030200     END-IF.
030300     IF GLC-THRU-DATE NOT NUMERIC
030400         OR GLC-PRIOR-THRU-DATE NOT NUMERIC
030500         OR GLC-OPENING-TOTAL NOT NUMERIC
030600         OR GLC-CLOSING-TOTAL NOT NUMERIC
030700         DISPLAY "PRG17: GLCTL CONTROL RECORD IS DAMAGED - "
030800             "RUN REFUSED"
030900         DISPLAY "PRG17: RUN WITH PARAMETER 'YYYYMMDD RESET' "
031000             "TO RE-ESTABLISH IT"
031100         MOVE 16 TO RETURN-CODE
031200         GO TO 1100-EXIT
031300     END-IF.
031400     EVALUATE TRUE
031500         WHEN GLC-THRU-DATE < WS-GL-DATE
031600             MOVE GLC-THRU-DATE TO WS-PRIOR-THRU-DATE
031700             MOVE GLC-CLOSING-TOTAL TO WS-OPENING-TOTAL
031800         WHEN GLC-THRU-DATE = WS-GL-DATE
031900             SET WS-RERUN TO TRUE
032000             MOVE GLC-PRIOR-THRU-DATE TO WS-PRIOR-THRU-DATE
032100             MOVE GLC-OPENING-TOTAL TO WS-OPENING-TOTAL
032200             DISPLAY "PRG17: RERUN FOR " WS-GL-PARM-DATE
032300                 " - PROVING AGAIN FROM THE SAME OPENING TOTAL"
032400         WHEN OTHER
032500             DISPLAY "PRG17: CONTROL ALREADY CARRIED TO "
032600                 GLC-THRU-DATE " - RUN FOR " WS-GL-PARM-DATE
032700                 " REFUSED"
032800             MOVE 16 TO RETURN-CODE
032900     END-EVALUATE.
033000 1100-EXIT.
033100     EXIT.
033200*****************************************************************
033300* 2000-SUM-LEDGER.
033400*      SUM THE POSTINGS THIS JOURNAL COVERS BY TRANSACTION
033500*      CODE.  A MISSING LEDGER MEANS NOTHING HAS EVER BEEN
033600*      POSTED AND COUNTS AS EMPTY - THE PROOF STILL HAS TO
033700*      HOLD AGAINST THE MASTER.
033800*****************************************************************
033900 2000-SUM-LEDGER.
034000     MOVE "N" TO WS-EOF-SW.
034100     OPEN INPUT LEDGER-FILE.
034200     IF NOT WS-LEDGER-OK
034300         DISPLAY "PRG17: LEDGER NOT AVAILABLE - COUNTED AS "
034400             "EMPTY"
034500         GO TO 2000-EXIT
034600     END-IF.
034700     PERFORM 2100-TALLY-ONE-POSTING THRU 2100-EXIT
034800         UNTIL WS-END-OF-FILE OR RETURN-CODE NOT = ZERO.
034900     CLOSE LEDGER-FILE.
035000 2000-EXIT.
035100     EXIT.
035200*****************************************************************
035300* 2100-TALLY-ONE-POSTING.
035400*      AN ENTRY WITH NO NUMERIC DATE OR AMOUNT CANNOT BE
035500*      SUMMED AND BREAKS THE PROOF.  ONE DATED AFTER THE
035600*      JOURNAL DATE (A POSTING STEP ALREADY RUN PAST MIDNIGHT)
035700*      IS HELD BACK FOR THE NEXT JOURNAL.
035800*****************************************************************
035900 2100-TALLY-ONE-POSTING.
036000     READ LEDGER-FILE
036100         AT END
036200             SET WS-END-OF-FILE TO TRUE
036300             GO TO 2100-EXIT
036400     END-READ.
036500     ADD 1 TO WS-LEDG-READ.
036600     IF LEDG-POST-DATE NOT NUMERIC
036700         OR LEDG-AMOUNT NOT NUMERIC
036800         ADD 1 TO WS-LEDG-UNREADABLE
036900         GO TO 2100-EXIT
037000     END-IF.
037100     IF LEDG-POST-DATE > WS-GL-DATE
037200         ADD 1 TO WS-LEDG-LATER
037300         ADD LEDG-AMOUNT TO WS-LATER-TOTAL
037400         GO TO 2100-EXIT
037500     END-IF.
037600     IF WS-PRIOR-THRU-DATE = ZERO
037700         IF LEDG-POST-DATE NOT = WS-GL-DATE
037800             GO TO 2100-EXIT
037900         END-IF
038000     ELSE
038100         IF LEDG-POST-DATE NOT > WS-PRIOR-THRU-DATE
038200             GO TO 2100-EXIT
038300         END-IF
038400     END-IF.
038500     ADD 1 TO WS-LEDG-JOURNALED.
038600     ADD LEDG-AMOUNT TO WS-POSTINGS-TOTAL.
038700     PERFORM 2200-ADD-TO-CODE THRU 2200-EXIT.
038800 2100-EXIT.
038900     EXIT.
039000*****************************************************************
039100* 2200-ADD-TO-CODE.
039200*      ADD THE POSTING TO ITS CODE'S TABLE ENTRY, STARTING A
039300*      NEW ENTRY THE FIRST TIME A CODE IS SEEN.  A FULL TABLE
039400*      STOPS THE RUN WITH NOTHING JOURNALED AND THE CONTROL
039500*      UNTOUCHED, SO A RERUN AFTER ENLARGING IT IS CLEAN.
039600*****************************************************************
039700 2200-ADD-TO-CODE.
039800     MOVE "N" TO WS-GL-FOUND-SW.
039900     IF WS-GL-COUNT > ZERO
040000         SET WS-GL-IDX TO 1
040100         SEARCH WS-GL-ENTRY
040200             AT END
040300                 CONTINUE
040400             WHEN WS-GL-TRAN-CODE (WS-GL-IDX) = LEDG-TRAN-CODE
040500                 SET WS-GL-FOUND TO TRUE
040600         END-SEARCH
040700     END-IF.
040800     IF WS-GL-FOUND
040900         ADD 1 TO WS-GL-POSTS (WS-GL-IDX)
041000         ADD LEDG-AMOUNT TO WS-GL-AMOUNT (WS-GL-IDX)
041100         GO TO 2200-EXIT
041200     END-IF.
041300     IF WS-GL-COUNT < WS-GL-MAX
041400         ADD 1 TO WS-GL-COUNT
041500         SET WS-GL-IDX TO WS-GL-COUNT
041600         MOVE LEDG-TRAN-CODE TO WS-GL-TRAN-CODE (WS-GL-IDX)
041700         MOVE 1 TO WS-GL-POSTS (WS-GL-IDX)
041800         MOVE LEDG-AMOUNT TO WS-GL-AMOUNT (WS-GL-IDX)
041900     ELSE
042000         DISPLAY "PRG17: *** CODE SUMMARY TABLE FULL AT "
042100             WS-GL-COUNT " CODES ***"
042200         DISPLAY "PRG17: *** RUN STOPPED - NOTHING JOURNALED - "
042300             "ENLARGE WS-GL-MAX AND RERUN ***"
042400         MOVE 16 TO RETURN-CODE
042500     END-IF.
042600 2200-EXIT.
042700     EXIT.
042800*****************************************************************
042900* 3000-TOTAL-MASTER.
043000*      TOTAL CUSTMAS-BALANCE OVER THE WHOLE MASTER.  A BALANCE
043100*      THAT IS NOT NUMERIC COUNTS AS ZERO, THE SAME AS THE
043200*      POSTING PROGRAMS TREAT IT.  WITHOUT THE MASTER THERE IS
043300*      NOTHING TO PROVE AND THE RUN STOPS.
043400*****************************************************************
043500 3000-TOTAL-MASTER.
043600     IF RETURN-CODE NOT = ZERO
043700         GO TO 3000-EXIT
043800     END-IF.
043900     MOVE "N" TO WS-EOF-SW.
044000     OPEN INPUT CUSTMAS-FILE.
044100     IF NOT WS-CUSTMAS-OK
044200         DISPLAY "PRG17: UNABLE TO OPEN CUSTMAS - STATUS "
044300             WS-CUSTMAS-STATUS " - RUN STOPPED"
044400         MOVE 16 TO RETURN-CODE
044500         GO TO 3000-EXIT
044600     END-IF.
044700     PERFORM 3100-ADD-ONE-CUSTOMER THRU 3100-EXIT
044800         UNTIL WS-END-OF-FILE.
044900     CLOSE CUSTMAS-FILE.
045000 3000-EXIT.
045100     EXIT.
045200*****************************************************************
045300* 3100-ADD-ONE-CUSTOMER.
045400*****************************************************************
045500 3100-ADD-ONE-CUSTOMER.
045600     READ CUSTMAS-FILE
045700         AT END
045800             SET WS-END-OF-FILE TO TRUE
045900             GO TO 3100-EXIT
046000     END-READ.
046100     ADD 1 TO WS-CUSTS-READ.
046200     IF CUSTMAS-BALANCE IS NUMERIC
046300         ADD CUSTMAS-BALANCE TO WS-MASTER-TOTAL
046400     ELSE
046500         ADD 1 TO WS-CUSTS-NOT-NUMERIC
046600     END-IF.
046700 3100-EXIT.
046800     EXIT.
046900*****************************************************************
047000* 4000-WRITE-JOURNAL.
047100*      CUT THE GL JOURNAL - HEADER, ONE DETAIL PER CODE,
047200*      TRAILER - AND LIST EACH DETAIL ON THE PROOF REPORT.
047300*      THE JOURNAL IS CUT EVEN WHEN THE PROOF LATER FAILS;
047400*      THE RETURN CODE HOLDS THE LEDGER LOAD UNTIL FINANCE HAS
047500*      SEEN THE DIFFERENCE.
047600*****************************************************************
047700 4000-WRITE-JOURNAL.
047800     IF RETURN-CODE NOT = ZERO
047900         GO TO 4000-EXIT
048000     END-IF.
048100     OPEN OUTPUT GLJRNL-FILE.
048200     IF NOT WS-GLJRNL-OK
048300         DISPLAY "PRG17: UNABLE TO OPEN GLJOURNL - STATUS "
048400             WS-GLJRNL-STATUS " - RUN STOPPED"
048500         MOVE 16 TO RETURN-CODE
048600         GO TO 4000-EXIT
048700     END-IF.
048800     OPEN INPUT TRANTAB-FILE.
048900     IF WS-TRANTAB-OK
049000         SET WS-TRANTAB-OPEN TO TRUE
049100     ELSE
049200         DISPLAY "PRG17: TRANTAB NOT AVAILABLE - JOURNAL "
049300             "DESCRIPTIONS LEFT BLANK"
049400     END-IF.
049500     MOVE SPACES TO GLJ-REC.
049600     SET GLJ-HEADER TO TRUE.
049700     MOVE WS-GL-DATE TO GLJ-HDR-JOURNAL-DATE.
049800     MOVE WS-PRIOR-THRU-DATE TO GLJ-HDR-PRIOR-THRU-DATE.
049900     MOVE "CUSTMAS" TO GLJ-HDR-SOURCE.
050000     ACCEPT GLJ-HDR-CREATE-DATE FROM DATE YYYYMMDD.
050100     ACCEPT GLJ-HDR-CREATE-TIME FROM TIME.
050200     WRITE GLJ-REC.
050300     PERFORM 4100-WRITE-ONE-DETAIL THRU 4100-EXIT
050400         VARYING WS-GL-IDX FROM 1 BY 1
050500         UNTIL WS-GL-IDX > WS-GL-COUNT.
050600     MOVE SPACES TO GLJ-REC.
050700     SET GLJ-TRAILER TO TRUE.
050800     MOVE WS-GL-DATE TO GLJ-TRL-JOURNAL-DATE.
050900     MOVE WS-GLJ-DETAILS TO GLJ-TRL-DETAIL-COUNT.
051000     MOVE WS-LEDG-JOURNALED TO GLJ-TRL-POST-COUNT.
051100     MOVE WS-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL.
051200     MOVE WS-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL.
051300     WRITE GLJ-REC.
051400     CLOSE GLJRNL-FILE.
051500     IF WS-TRANTAB-OPEN
051600         CLOSE TRANTAB-FILE
051700     END-IF.
051800 4000-EXIT.
051900     EXIT.
052000*****************************************************************
052100* 4100-WRITE-ONE-DETAIL.
052200*      A CODE WHOSE NET RAISED CUSTOMER BALANCES IS A DEBIT,
052300*      ONE THAT LOWERED THEM A CREDIT; THE AMOUNT IS CARRIED
052400*      UNSIGNED.
052500*****************************************************************
052600 4100-WRITE-ONE-DETAIL.
052700     MOVE SPACES TO GLJ-REC.
052800     SET GLJ-DETAIL TO TRUE.
052900     MOVE WS-GL-DATE TO GLJ-DTL-JOURNAL-DATE.
053000     MOVE WS-GL-TRAN-CODE (WS-GL-IDX) TO GLJ-DTL-TRAN-CODE.
053100     IF WS-TRANTAB-OPEN
053200         MOVE WS-GL-TRAN-CODE (WS-GL-IDX) TO TRAN-CODE
053300         READ TRANTAB-FILE
053400             INVALID KEY
053500                 MOVE "*** NOT IN TRANTAB" TO GLJ-DTL-TRAN-DESC
053600         END-READ
053700         IF WS-TRANTAB-OK
053800             MOVE TRAN-DESC TO GLJ-DTL-TRAN-DESC
053900         END-IF
054000     END-IF.
054100     IF WS-GL-AMOUNT (WS-GL-IDX) < ZERO
054200         SET GLJ-DTL-CREDIT TO TRUE
054300         COMPUTE GLJ-DTL-AMOUNT = ZERO - WS-GL-AMOUNT (WS-GL-IDX)
054400         ADD GLJ-DTL-AMOUNT TO WS-CREDIT-TOTAL
054500     ELSE
054600         SET GLJ-DTL-DEBIT TO TRUE
054700         MOVE WS-GL-AMOUNT (WS-GL-IDX) TO GLJ-DTL-AMOUNT
054800         ADD GLJ-DTL-AMOUNT TO WS-DEBIT-TOTAL
054900     END-IF.
055000     MOVE WS-GL-POSTS (WS-GL-IDX) TO GLJ-DTL-POST-COUNT.
055100     WRITE GLJ-REC.
055200     ADD 1 TO WS-GLJ-DETAILS.
055300     MOVE WS-GL-AMOUNT (WS-GL-IDX) TO WS-PRINT-TOTAL.
055400     MOVE WS-GL-POSTS (WS-GL-IDX) TO WS-PRINT-COUNT.
055500     MOVE SPACES TO REPORT-LINE.
055600     STRING GLJ-DTL-TRAN-CODE "   " GLJ-DTL-TRAN-DESC "  "
055700         GLJ-DTL-DR-CR "  " WS-PRINT-TOTAL "  " WS-PRINT-COUNT
055800         DELIMITED BY SIZE INTO REPORT-LINE.
055900     WRITE REPORT-LINE.
056000 4100-EXIT.
056100     EXIT.
056200*****************************************************************
056300* 5000-PROVE-BALANCE.
056400*      PRIOR TOTAL + POSTINGS JOURNALED MUST EQUAL THE MASTER
056500*      TOTAL LESS ANY POSTINGS ALREADY DATED AFTER THE JOURNAL
056600*      DATE.  ON A RESET THERE IS NO PRIOR TOTAL - THE OPENING
056700*      IS WORKED BACK FROM THE MASTER AND NOTHING IS PROVEN.
056800*****************************************************************
056900 5000-PROVE-BALANCE.
057000     IF RETURN-CODE NOT = ZERO
057100         GO TO 5000-EXIT
057200     END-IF.
057300     COMPUTE WS-MASTER-AT-DATE = WS-MASTER-TOTAL - WS-LATER-TOTAL.
057400     IF WS-GL-RESET-REQUESTED
057500         COMPUTE WS-OPENING-TOTAL =
057600             WS-MASTER-AT-DATE - WS-POSTINGS-TOTAL
057700     END-IF.
057800     COMPUTE WS-EXPECTED-TOTAL =
057900         WS-OPENING-TOTAL + WS-POSTINGS-TOTAL.
058000     COMPUTE WS-DIFFERENCE =
058100         WS-MASTER-AT-DATE - WS-EXPECTED-TOTAL.
058200     MOVE SPACES TO REPORT-LINE.
058300     WRITE REPORT-LINE.
058400     MOVE WS-GLJ-DETAILS TO WS-PRINT-COUNT.
058500     MOVE SPACES TO REPORT-LINE.
058600     STRING "JOURNAL DETAIL RECORDS WRITTEN         "
058700         WS-PRINT-COUNT
058800         DELIMITED BY SIZE INTO REPORT-LINE.
058900     WRITE REPORT-LINE.
059000     MOVE SPACES TO REPORT-LINE.
059100     WRITE REPORT-LINE.
059200     MOVE "OPENING MASTER TOTAL" TO WS-PRINT-TAG.
059300     MOVE WS-OPENING-TOTAL TO WS-PRINT-TOTAL.
059400     PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT.
059500     MOVE WS-LEDG-JOURNALED TO WS-PRINT-COUNT.
059600     MOVE SPACES TO WS-PRINT-TAG.
059700     STRING "PLUS POSTINGS JOURNALED " WS-PRINT-COUNT
059800         DELIMITED BY SIZE INTO WS-PRINT-TAG.
059900     MOVE WS-POSTINGS-TOTAL TO WS-PRINT-TOTAL.
060000     PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT.
060100     MOVE "EXPECTED MASTER TOTAL" TO WS-PRINT-TAG.
060200     MOVE WS-EXPECTED-TOTAL TO WS-PRINT-TOTAL.
060300     PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT.
060400     MOVE WS-CUSTS-READ TO WS-PRINT-COUNT.
060500     MOVE SPACES TO WS-PRINT-TAG.
060600     STRING "CUSTMAS TOTAL, CUSTS  " WS-PRINT-COUNT
060700         DELIMITED BY SIZE INTO WS-PRINT-TAG.
060800     MOVE WS-MASTER-TOTAL TO WS-PRINT-TOTAL.
060900     PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT.
061000     IF WS-LEDG-LATER > ZERO
061100         MOVE WS-LEDG-LATER TO WS-PRINT-COUNT
061200         MOVE SPACES TO WS-PRINT-TAG
061300         STRING "LESS LATER POSTINGS     " WS-PRINT-COUNT
061400             DELIMITED BY SIZE INTO WS-PRINT-TAG
061500         MOVE WS-LATER-TOTAL TO WS-PRINT-TOTAL
061600         PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT
061700         MOVE "MASTER TOTAL AT JOURNAL DATE" TO WS-PRINT-TAG
061800         MOVE WS-MASTER-AT-DATE TO WS-PRINT-TOTAL
061900         PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT
062000     END-IF.
062100     MOVE "DIFFERENCE" TO WS-PRINT-TAG.
062200     MOVE WS-DIFFERENCE TO WS-PRINT-TOTAL.
062300     PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT.
062400     IF WS-CUSTS-NOT-NUMERIC > ZERO
062500         MOVE WS-CUSTS-NOT-NUMERIC TO WS-PRINT-COUNT
062600         MOVE SPACES TO REPORT-LINE
062700         STRING "CUSTOMERS WITH NO NUMERIC BALANCE (ZERO) "
062800             WS-PRINT-COUNT
062900             DELIMITED BY SIZE INTO REPORT-LINE
063000         WRITE REPORT-LINE
063100     END-IF.
063200     IF WS-GL-RESET-REQUESTED
063300         GO TO 5000-EXIT
063400     END-IF.
063500     IF WS-DIFFERENCE NOT = ZERO
063600         ADD 1 TO WS-BREAKS
063700         SET WS-OUT-OF-BALANCE TO TRUE
063800     END-IF.
063900     IF WS-LEDG-UNREADABLE > ZERO
064000         ADD WS-LEDG-UNREADABLE TO WS-BREAKS
064100         SET WS-OUT-OF-BALANCE TO TRUE
064200         MOVE WS-LEDG-UNREADABLE TO WS-PRINT-COUNT
064300         MOVE SPACES TO REPORT-LINE
064400         STRING "*** LEDGER ENTRIES THAT CANNOT BE SUMMED "
064500             WS-PRINT-COUNT
064600             DELIMITED BY SIZE INTO REPORT-LINE
064700         WRITE REPORT-LINE
064800     END-IF.
064900 5000-EXIT.
065000     EXIT.
065100*****************************************************************
065200* 5100-PRINT-ONE-TOTAL.
065300*****************************************************************
065400 5100-PRINT-ONE-TOTAL.
065500     MOVE SPACES TO REPORT-LINE.
065600     STRING WS-PRINT-TAG " " WS-PRINT-TOTAL
065700         DELIMITED BY SIZE INTO REPORT-LINE.
065800     WRITE REPORT-LINE.
065900 5100-EXIT.
066000     EXIT.
066100*****************************************************************
066200* 6000-CARRY-CONTROL.
066300*      A PROVEN RUN (OR AN OPERATOR RESET) CARRIES THE CONTROL
066400*      FORWARD TO THE JOURNAL DATE.  A FAILED PROOF LEAVES IT
066500*      WHERE IT WAS SO THE RERUN STARTS FROM THE SAME PLACE.
066600*****************************************************************
066700 6000-CARRY-CONTROL.
066800     IF RETURN-CODE NOT = ZERO OR WS-OUT-OF-BALANCE
066900         GO TO 6000-EXIT
067000     END-IF.
067100     OPEN OUTPUT GLCTL-FILE.
067200     IF NOT WS-GLCTL-OK
067300         DISPLAY "PRG17: UNABLE TO SAVE GLCTL CONTROL - STATUS "
067400             WS-GLCTL-STATUS
067500         MOVE 16 TO RETURN-CODE
067600         GO TO 6000-EXIT
067700     END-IF.
067800     MOVE SPACES TO GLC-REC.
067900     MOVE WS-GL-DATE TO GLC-THRU-DATE.
068000     MOVE WS-PRIOR-THRU-DATE TO GLC-PRIOR-THRU-DATE.
068100     MOVE WS-OPENING-TOTAL TO GLC-OPENING-TOTAL.
068200     MOVE WS-POSTINGS-TOTAL TO GLC-POSTINGS-TOTAL.
068300     MOVE WS-MASTER-AT-DATE TO GLC-CLOSING-TOTAL.
068400     MOVE WS-CUSTS-READ TO GLC-CUST-COUNT.
068500     IF WS-GL-RESET-REQUESTED
068600         SET GLC-RESET-BY-OPERATOR TO TRUE
068700     ELSE
068800         MOVE "N" TO GLC-RESET-SW
068900     END-IF.
069000     ACCEPT GLC-RUN-DATE FROM DATE YYYYMMDD.
069100     ACCEPT GLC-RUN-TIME FROM TIME.
069200     WRITE GLC-REC.
069300     CLOSE GLCTL-FILE.
069400 6000-EXIT.
069500     EXIT.
069600*****************************************************************
069700* 8000-TERMINATE.
069800*****************************************************************
069900 8000-TERMINATE.
070000     MOVE SPACES TO REPORT-LINE.
070100     WRITE REPORT-LINE.
070200     EVALUATE TRUE
070300         WHEN RETURN-CODE NOT = ZERO
070400             MOVE "*** RUN STOPPED - CONTROL NOT CARRIED FORWARD"
070500                 TO REPORT-LINE
070600             DISPLAY "PRG17: *** RUN STOPPED - SEE MESSAGES "
070700                 "ABOVE ***"
070800         WHEN WS-OUT-OF-BALANCE
070900             MOVE "*** MASTER OUT OF BALANCE - CONTROL NOT MOVED"
071000                 TO REPORT-LINE
071100             DISPLAY "PRG17: *** OUT OF BALANCE - SEE GLRPT ***"
071200             MOVE 16 TO RETURN-CODE
071300         WHEN WS-GL-RESET-REQUESTED
071400             MOVE "CONTROL RE-ESTABLISHED BY OPERATOR - UNPROVEN"
071500                 TO REPORT-LINE
071600             DISPLAY "PRG17: CONTROL RE-ESTABLISHED AT "
071700                 WS-GL-PARM-DATE " - NOT PROVEN"
071800             MOVE 8 TO RETURN-CODE
071900         WHEN OTHER
072000             STRING "MASTER BALANCE PROVEN - CONTROL CARRIED TO "
072100                 WS-GL-PARM-DATE
072200                 DELIMITED BY SIZE INTO REPORT-LINE
072300             DISPLAY "PRG17: MASTER BALANCE PROVEN FOR "
072400                 WS-GL-PARM-DATE
072500     END-EVALUATE.
072600     WRITE REPORT-LINE.
072700     CLOSE REPORT-FILE.
072800 8000-EXIT.
072900     EXIT.
073000*****************************************************************
073100* 9000-WRITE-RUN-HISTORY.
073200*      RECORD THIS RUN ON THE SHARED RUN-HISTORY KSDS FOR THE
073300*      PRG2RUN STATUS SCREEN.  RECS-REJECTED CARRIES THE
073400*      NUMBER OF BREAKS IN THE PROOF.  A HISTORY THAT CANNOT
073500*      BE WRITTEN WARNS BUT NEVER FAILS THE RUN ITSELF.
073600*****************************************************************
073700 9000-WRITE-RUN-HISTORY.
073800     OPEN I-O RUNHIST-FILE.
073900     IF WS-RUNHIST-NOTFND
074000         OPEN OUTPUT RUNHIST-FILE
074100     END-IF.
074200     IF NOT WS-RUNHIST-OK
074300         DISPLAY "PRG17: UNABLE TO RECORD RUN HISTORY - STATUS "
074400             WS-RUNHIST-STATUS
074500         GO TO 9000-EXIT
074600     END-IF.
074700     MOVE SPACES TO RUNH-REC.
074800     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
074900     ACCEPT RUNH-END-TIME FROM TIME.
075000     MOVE "PRG17" TO RUNH-JOB-NAME.
075030     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
075060     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
075100     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
075200     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
075300     MOVE WS-LEDG-READ TO RUNH-RECS-IN.
075400     MOVE WS-GLJ-DETAILS TO RUNH-RECS-OUT.
075500     MOVE WS-LEDG-JOURNALED TO RUNH-RECS-ACCEPTED.
075600     MOVE WS-BREAKS TO RUNH-RECS-REJECTED.
075700     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
075800     WRITE RUNH-REC
075900         INVALID KEY
076000             DISPLAY "PRG17: UNABLE TO RECORD RUN HISTORY - "
076100                 "DUPLICATE KEY"
076200     END-WRITE.
076300     CLOSE RUNHIST-FILE.
076400 9000-EXIT.
076500     EXIT.
