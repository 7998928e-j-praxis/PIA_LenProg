000100*****************************************************************
000200* CONTABILIZACION NOCTURNA DE AJUSTES DE SALDO APROBADOS
000300*
000400* NIGHTLY POSTING STEP FOR BALANCE ADJUSTMENTS.  THE PRG2ADJ
000500* SCREEN HOLDS EVERY MANUAL ADJUSTMENT ON THE ADJFILE KSDS AND
000600* A SECOND OPERATOR MUST APPROVE IT THERE; THIS JOB IS THE ONLY
000700* THING THAT MOVES THE MONEY.  EACH APPROVED ADJUSTMENT IS
000800* PROVED AGAIN - CUSTOMER ON FILE AND ACTIVE, CODE AND AMOUNT
000900* THROUGH THE SHARED PRG2TRN TRANTAB RULES - AND THEN POSTED TO
001000* THE CUSTMAS RUNNING BALANCE, WRITTEN TO THE POSTING LEDGER,
001100* APPENDED TO OUTIFACE FOR BILLING, AND AUDIT-LOGGED UNDER
001200* SOURCE "J" WITH THE APPROVER AS THE OPERATOR, SO THE PRG10
001300* BALANCER CAN CROSS-FOOT IT AGAINST THE INTERFACE RECORD.  AN
001400* ADJUSTMENT THAT NO LONGER PROVES IS MARKED FAILED WITH ITS
001500* REASON, AUDIT-LOGGED AS A "J" REJECT, AND ENDS THE RUN WITH
001600* RETURN CODE 8.  EVERY ADJUSTMENT TOUCHED IS LISTED ON THE
001700* ADJRPT POSTING REGISTER.  RUN AFTER PRG3 HAS CUT THE NIGHT'S
001800* OUTIFACE AND THE PRG12 SWEEP HAS APPENDED TO IT, AND BEFORE
001850* THE PRG10 BALANCER AND THE PRG9 BILLING MATCH.
001900*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.     PRG16.
002200 AUTHOR.         J. LEN.
002300 INSTALLATION.   APPLICATIONS DEVELOPMENT.
002400 DATE-WRITTEN.   2026-10-15.
002500 DATE-COMPILED.
002600*****************************************************************
002700* MODIFICATION HISTORY
002800*   2026-10-15  JKL  INITIAL VERSION - APPROVED ADJUSTMENTS
002900*                    POSTED TO CUSTMAS, LEDGER AND OUTIFACE,
003000*                    AUDIT SOURCE "J", POSTING REGISTER, RUN
003100*                    HISTORY WRITTEN TO RUNHIST LIKE EVERY
003200*                    OTHER BATCH JOB.
003220*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
003240*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
003260*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
003265*   2026-10-15  JKL  EVERY ADJUSTMENT POSTED NOW ALSO WRITES THE
003270*                    MASTER RECORD'S BEFORE AND AFTER IMAGES TO
003275*                    THE CUSTJRNL CHANGE JOURNAL (CJRNREC) UNDER
003280*                    THIS RUN'S START TIMESTAMP AND THE APPROVER,
003285*                    FOR THE PRG19 BACKOUT.  A JOURNAL THAT CANNOT
003290*                    BE OPENED REFUSES THE RUN, LIKE THE LEDGER.
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ADJ-FILE ASSIGN TO "ADJFILE"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS ADJ-KEY
004100         FILE STATUS IS WS-ADJ-STATUS.
004200     SELECT CUSTMAS-FILE ASSIGN TO "CUSTMAS"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CUSTMAS-KEY
004600         FILE STATUS IS WS-CUSTMAS-STATUS.
004700     SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-AUDITLOG-STATUS.
005000     SELECT OUTIFC-FILE ASSIGN TO "OUTIFACE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-OUTIFC-STATUS.
005300     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-LEDGER-STATUS.
005520     SELECT CUSTJRNL-FILE ASSIGN TO "CUSTJRNL"
005540         ORGANIZATION IS LINE SEQUENTIAL
005560         FILE STATUS IS WS-CUSTJRNL-STATUS.
005600     SELECT REPORT-FILE ASSIGN TO "ADJRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-REPORT-STATUS.
005900     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS RUNH-KEY
006300         FILE STATUS IS WS-RUNHIST-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ADJ-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY ADJREC.
006900 FD  CUSTMAS-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CUSTMAS.
007200 FD  AUDITLOG-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY AUDITREC.
007500 FD  OUTIFC-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY OUTIFC.
007800 FD  LEDGER-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY LEDGREC.
008020 FD  CUSTJRNL-FILE
008040     LABEL RECORDS ARE STANDARD.
008060     COPY CJRNREC.
008100 FD  REPORT-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  REPORT-LINE                 PIC X(80).
008400 FD  RUNHIST-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY RUNHREC.
008700 WORKING-STORAGE SECTION.
008800*****************************************************************
008900*    SWITCHES AND FILE STATUS FIELDS
009000*****************************************************************
009100 01  WS-ADJ-STATUS               PIC X(02).
009200     88  WS-ADJ-OK                        VALUE "00".
009300     88  WS-ADJ-NOTFND                    VALUE "35".
009400 01  WS-CUSTMAS-STATUS           PIC X(02).
009500     88  WS-CUSTMAS-OK                    VALUE "00".
009600 01  WS-AUDITLOG-STATUS          PIC X(02).
009700     88  WS-AUDITLOG-OK                   VALUE "00".
009800     88  WS-AUDITLOG-NOTFND               VALUE "35".
009900 01  WS-OUTIFC-STATUS            PIC X(02).
010000     88  WS-OUTIFC-OK                     VALUE "00".
010100     88  WS-OUTIFC-NOTFND                 VALUE "35".
010200 01  WS-LEDGER-STATUS            PIC X(02).
010300     88  WS-LEDGER-OK                     VALUE "00".
010400     88  WS-LEDGER-NOTFND                 VALUE "35".
010420 01  WS-CUSTJRNL-STATUS          PIC X(02).
010440     88  WS-CUSTJRNL-OK                   VALUE "00".
010460     88  WS-CUSTJRNL-NOTFND               VALUE "35".
010500 01  WS-REPORT-STATUS            PIC X(02).
010600 01  WS-RUNHIST-STATUS           PIC X(02).
010700     88  WS-RUNHIST-OK                    VALUE "00".
010800     88  WS-RUNHIST-NOTFND                VALUE "35".
010900 01  WS-EOF-SW                   PIC X(01).
011000     88  WS-END-OF-ADJFILE                VALUE "Y".
011100 01  WS-FILES-OPEN-SW            PIC X(01).
011200     88  WS-FILES-OPEN                    VALUE "Y".
011300 01  WS-POST-SW                  PIC X(01).
011400     88  WS-POST-OK                       VALUE "Y".
011500     88  WS-POST-FAILED                   VALUE "N".
011600*****************************************************************
011700*    PRG2TRN CALL INTERFACE
011800*****************************************************************
011900 01  WS-TRN-ACTION               PIC X(04).
012000 01  WS-TRN-SW                   PIC X(01).
012100     88  WS-VALID-TRAN                   VALUE "Y".
012200     88  WS-INVALID-TRAN                 VALUE "N".
012300 01  WS-TRN-USERINP              PIC X(10).
012400 01  WS-TRN-CODE                 PIC X(02).
012500 01  WS-TRN-AMOUNT               PIC S9(09)V99
012600                                 SIGN LEADING SEPARATE.
012700 01  WS-TRN-REASON               PIC X(40).
012800 01  WS-SAVE-RETURN-CODE         PIC S9(04) COMP.
012900*****************************************************************
013000*    RUN DATE, TIME AND COUNTERS
013100*****************************************************************
013200 01  WS-CURRENT-DATE             PIC 9(08).
013300 01  WS-CURRENT-TIME             PIC 9(08).
013400 01  WS-RUN-START-DATE           PIC 9(08).
013500 01  WS-RUN-START-TIME           PIC 9(08).
013550 01  WS-JRNL-BEFORE-IMAGE        PIC X(80).
013600 01  WS-RECS-READ                PIC 9(09) COMP.
013700 01  WS-RECS-NOT-APPROVED        PIC 9(09) COMP.
013800 01  WS-RECS-POSTED              PIC 9(09) COMP.
013900 01  WS-RECS-FAILED              PIC 9(09) COMP.
014000 01  WS-AMOUNT-POSTED            PIC S9(09)V99 COMP.
014100*****************************************************************
014200*    REPORT LINE WORK FIELDS
014300*****************************************************************
014400 01  WS-PRINT-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
014500 01  WS-PRINT-BALANCE            PIC -ZZZ,ZZZ,ZZ9.99.
014600 01  WS-PRINT-COUNT              PIC ZZZZ,ZZ9.
014610*****************************************************************
014620*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
014630*****************************************************************
014640 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG16".
014650 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
014660     88  WS-GATE-REFUSED                  VALUE "R".
014670 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
014700 PROCEDURE DIVISION.
014800*****************************************************************
014900* 0000-MAINLINE.
015000*****************************************************************
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015300     IF RETURN-CODE = ZERO
015400         PERFORM 2000-PROCESS-ADJUSTMENT THRU 2000-EXIT
015500             UNTIL WS-END-OF-ADJFILE
015600         PERFORM 8000-TERMINATE THRU 8000-EXIT
015700     END-IF.
015800     PERFORM 9000-WRITE-RUN-HISTORY THRU 9000-EXIT.
015900     STOP RUN.
016000*****************************************************************
016100* 1000-INITIALIZE.
016200*      LOAD THE TRANSACTION-CODE RULES AND OPEN EVERY FILE THE
016300*      POSTING TOUCHES.  A MISSING ADJFILE MEANS NO ADJUSTMENT
016400*      HAS EVER BEEN KEYED AND IS A QUIET, CLEAN RUN.  A MISSING
016500*      TRANTAB, MASTER OR LEDGER REFUSES THE RUN - POSTING
016600*      WITHOUT ANY ONE OF THEM WOULD LEAVE THE FILES DISAGREEING.
016700*****************************************************************
016800 1000-INITIALIZE.
016900     MOVE ZERO TO WS-RECS-READ WS-RECS-NOT-APPROVED
017000         WS-RECS-POSTED WS-RECS-FAILED WS-AMOUNT-POSTED.
017100     MOVE "N" TO WS-EOF-SW.
017200     MOVE "N" TO WS-FILES-OPEN-SW.
017300     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
017400     ACCEPT WS-RUN-START-TIME FROM TIME.
017420     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
017440     IF WS-GATE-REFUSED
017460         GO TO 1000-EXIT
017480     END-IF.
017500     MOVE "OPEN" TO WS-TRN-ACTION.
017600     CALL "PRG2TRN" USING WS-TRN-ACTION WS-TRN-USERINP
017700                          WS-TRN-CODE WS-TRN-AMOUNT
017800                          WS-TRN-SW WS-TRN-REASON.
017900     IF WS-INVALID-TRAN
018000         DISPLAY "PRG16: " WS-TRN-REASON " - RUN REFUSED"
018100         MOVE 16 TO RETURN-CODE
018200         GO TO 1000-EXIT
018300     END-IF.
018400     OPEN I-O ADJ-FILE.
018500     IF WS-ADJ-NOTFND
018600         DISPLAY "PRG16: NO ADJUSTMENT FILE - NOTHING TO POST"
018700         SET WS-END-OF-ADJFILE TO TRUE
018800         GO TO 1000-EXIT
018900     END-IF.
019000     IF NOT WS-ADJ-OK
019100         DISPLAY "PRG16: UNABLE TO OPEN ADJFILE - STATUS "
019200             WS-ADJ-STATUS " - RUN REFUSED"
019300         MOVE 16 TO RETURN-CODE
019400         GO TO 1000-EXIT
019500     END-IF.
019600     OPEN I-O CUSTMAS-FILE.
019700     IF NOT WS-CUSTMAS-OK
019800         DISPLAY "PRG16: UNABLE TO OPEN CUSTMAS FOR POSTING - "
019900             "STATUS " WS-CUSTMAS-STATUS " - RUN REFUSED"
020000         MOVE 16 TO RETURN-CODE
020100         GO TO 1000-EXIT
020200     END-IF.
020300     OPEN EXTEND LEDGER-FILE.
020400     IF WS-LEDGER-NOTFND
020500         OPEN OUTPUT LEDGER-FILE
020600     END-IF.
020700     IF NOT WS-LEDGER-OK
020800         DISPLAY "PRG16: UNABLE TO OPEN LEDGER FOR POSTING - "
020900             "STATUS " WS-LEDGER-STATUS " - RUN REFUSED"
021000         MOVE 16 TO RETURN-CODE
021100         GO TO 1000-EXIT
021200     END-IF.
021209     OPEN EXTEND CUSTJRNL-FILE.
021218     IF WS-CUSTJRNL-NOTFND
021227         OPEN OUTPUT CUSTJRNL-FILE
021236     END-IF.
021245     IF NOT WS-CUSTJRNL-OK
021254         DISPLAY "PRG16: UNABLE TO OPEN CUSTJRNL FOR POSTING - "
021263             "STATUS " WS-CUSTJRNL-STATUS " - RUN REFUSED"
021272         MOVE 16 TO RETURN-CODE
021281         GO TO 1000-EXIT
021290     END-IF.
021300     OPEN EXTEND AUDITLOG-FILE.
021400     IF WS-AUDITLOG-NOTFND
021500         OPEN OUTPUT AUDITLOG-FILE
021600     END-IF.
021700     OPEN EXTEND OUTIFC-FILE.
021800     IF WS-OUTIFC-NOTFND
021900         OPEN OUTPUT OUTIFC-FILE
022000     END-IF.
022100     OPEN OUTPUT REPORT-FILE.
022200     SET WS-FILES-OPEN TO TRUE.
022300     MOVE SPACES TO REPORT-LINE.
022400     STRING "ADJUSTMENT POSTING REGISTER - RUN DATE "
022500         WS-RUN-START-DATE
022600         DELIMITED BY SIZE INTO REPORT-LINE.
022700     WRITE REPORT-LINE.
022800     MOVE SPACES TO REPORT-LINE.
022900     WRITE REPORT-LINE.
023000     MOVE SPACES TO REPORT-LINE.
023100     STRING "REFERENCE        CUSTOMER   TC          AMOUNT"
023200         "  RESULT      NEW BALANCE"
023300         DELIMITED BY SIZE INTO REPORT-LINE.
023400     WRITE REPORT-LINE.
023500     PERFORM 2050-READ-ADJFILE THRU 2050-EXIT.
023600 1000-EXIT.
023700     EXIT.
023705*****************************************************************
023710* 1050-CHECK-PREDECESSORS.
023715*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
023720*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
023725*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
023730*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
023735*****************************************************************
023740 1050-CHECK-PREDECESSORS.
023745     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
023750                          WS-GATE-PRED.
023755     IF WS-GATE-REFUSED
023760         DISPLAY "PRG16: *** REFUSED BY PREDECESSOR CHECK ***"
023765         MOVE 16 TO RETURN-CODE
023770     END-IF.
023775 1050-EXIT.
023780     EXIT.
023800*****************************************************************
023900* 2000-PROCESS-ADJUSTMENT.
024000*      POST THE CURRENT ADJUSTMENT IF IT HAS BEEN APPROVED AND
024100*      NOT YET POSTED; PENDING, DECLINED, POSTED AND FAILED
024200*      RECORDS ARE LEFT AS THEY ARE.  READ THE NEXT ONE.
024300*****************************************************************
024400 2000-PROCESS-ADJUSTMENT.
024500     ADD 1 TO WS-RECS-READ.
024600     IF ADJ-APPROVED
024700         PERFORM 2100-POST-ONE-ADJUSTMENT THRU 2100-EXIT
024800     ELSE
024900         ADD 1 TO WS-RECS-NOT-APPROVED
025000     END-IF.
025100     PERFORM 2050-READ-ADJFILE THRU 2050-EXIT.
025200 2000-EXIT.
025300     EXIT.
025400*****************************************************************
025500* 2050-READ-ADJFILE.
025600*****************************************************************
025700 2050-READ-ADJFILE.
025800     READ ADJ-FILE NEXT RECORD
025900         AT END
026000             SET WS-END-OF-ADJFILE TO TRUE
026100     END-READ.
026200 2050-EXIT.
026300     EXIT.
026400*****************************************************************
026500* 2100-POST-ONE-ADJUSTMENT.
026600*      PROVE, POST, LEDGER, INTERFACE AND AUDIT ONE APPROVED
026700*      ADJUSTMENT, THEN MARK IT POSTED OR FAILED ON ADJFILE SO
026800*      IT CAN NEVER POST TWICE.
026900*****************************************************************
027000 2100-POST-ONE-ADJUSTMENT.
027100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
027200     ACCEPT WS-CURRENT-TIME FROM TIME.
027300     SET WS-POST-OK TO TRUE.
027400     MOVE SPACES TO WS-TRN-REASON.
027500     PERFORM 2200-CHECK-ADJUSTMENT THRU 2200-EXIT.
027600     IF WS-POST-OK
027700         PERFORM 2300-POST-AMOUNT THRU 2300-EXIT
027800     END-IF.
027900     IF WS-POST-OK
028000         ADD 1 TO WS-RECS-POSTED
028100         ADD ADJ-AMOUNT TO WS-AMOUNT-POSTED
028200         PERFORM 2400-WRITE-LEDGER-REC THRU 2400-EXIT
028250         PERFORM 2450-WRITE-JOURNAL-REC THRU 2450-EXIT
028300         PERFORM 2500-WRITE-OUTIFC-REC THRU 2500-EXIT
028400         SET ADJ-POSTED TO TRUE
028500         MOVE SPACES TO ADJ-POST-REASON
028600     ELSE
028700         ADD 1 TO WS-RECS-FAILED
028800         DISPLAY "PRG16: *** ADJUSTMENT " ADJ-KEY " NOT POSTED - "
028900             WS-TRN-REASON " ***"
029000         IF RETURN-CODE = ZERO
029100             MOVE 8 TO RETURN-CODE
029200         END-IF
029300         SET ADJ-POST-FAILED TO TRUE
029400         MOVE WS-TRN-REASON TO ADJ-POST-REASON
029500     END-IF.
029600     MOVE WS-CURRENT-DATE TO ADJ-POST-DATE.
029700     PERFORM 2600-WRITE-AUDIT-REC THRU 2600-EXIT.
029800     PERFORM 2700-PRINT-DETAIL THRU 2700-EXIT.
029900     REWRITE ADJ-REC
030000         INVALID KEY
030100             DISPLAY "PRG16: *** ADJUSTMENT " ADJ-KEY
030200                 " NOT MARKED - STATUS " WS-ADJ-STATUS " ***"
030300             MOVE 16 TO RETURN-CODE
030400     END-REWRITE.
030500 2100-EXIT.
030600     EXIT.
030700*****************************************************************
030800* 2200-CHECK-ADJUSTMENT.
030900*      THE CUSTOMER MUST STILL BE ON THE MASTER AND ACTIVE, AND
031000*      THE CODE AND AMOUNT MUST STILL PASS THE TRANTAB RULES -
031100*      EITHER MAY HAVE CHANGED SINCE THE CHECKER APPROVED.  THE
031200*      MASTER RECORD IS LEFT IN THE BUFFER FOR THE POSTING.
031300*****************************************************************
031400 2200-CHECK-ADJUSTMENT.
031500     MOVE ADJ-CUST-KEY TO CUSTMAS-KEY.
031600     READ CUSTMAS-FILE
031700         INVALID KEY
031800             SET WS-POST-FAILED TO TRUE
031900             MOVE "NOT A VALID CUSTOMER/ACCOUNT CODE"
032000                 TO WS-TRN-REASON
032100             GO TO 2200-EXIT
032200     END-READ.
032300     IF CUSTMAS-INACTIVE
032400         SET WS-POST-FAILED TO TRUE
032500         MOVE "CUSTOMER IS INACTIVE" TO WS-TRN-REASON
032600         GO TO 2200-EXIT
032700     END-IF.
032800     MOVE ADJ-CUST-KEY TO WS-TRN-USERINP.
032900     MOVE ADJ-TRAN-CODE TO WS-TRN-CODE.
033000     MOVE ADJ-AMOUNT TO WS-TRN-AMOUNT.
033100     MOVE "PROC" TO WS-TRN-ACTION.
033200     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
033300     CALL "PRG2TRN" USING WS-TRN-ACTION WS-TRN-USERINP
033400                          WS-TRN-CODE WS-TRN-AMOUNT
033500                          WS-TRN-SW WS-TRN-REASON.
033600     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
033700     IF WS-INVALID-TRAN
033800         SET WS-POST-FAILED TO TRUE
033900     END-IF.
034000 2200-EXIT.
034100     EXIT.
034200*****************************************************************
034300* 2300-POST-AMOUNT.
034400*      ADD THE ADJUSTMENT TO THE CUSTOMER'S RUNNING BALANCE.  A
034500*      BALANCE WRITTEN BEFORE THE FIELD EXISTED READS AS SPACES
034600*      AND IS TAKEN AS ZERO, THE SAME AS THE PRG3 POSTING STEP.
034700*****************************************************************
034800 2300-POST-AMOUNT.
034850     MOVE CUSTMAS-REC TO WS-JRNL-BEFORE-IMAGE.
034900     IF CUSTMAS-BALANCE NOT NUMERIC
035000         MOVE ZERO TO CUSTMAS-BALANCE
035100     END-IF.
035200     ADD ADJ-AMOUNT TO CUSTMAS-BALANCE.
035300     REWRITE CUSTMAS-REC
035400         INVALID KEY
035500             SET WS-POST-FAILED TO TRUE
035600             MOVE "CUSTOMER/ACCOUNT MASTER NOT REWRITTEN"
035700                 TO WS-TRN-REASON
035800     END-REWRITE.
035900 2300-EXIT.
036000     EXIT.
036100*****************************************************************
036200* 2400-WRITE-LEDGER-REC.
036300*      LEDGER THE AMOUNT JUST POSTED AND THE BALANCE THE
036400*      MASTER NOW CARRIES.
036500*****************************************************************
036600 2400-WRITE-LEDGER-REC.
036700     MOVE SPACES TO LEDG-REC.
036800     MOVE CUSTMAS-KEY TO LEDG-CUST-KEY.
036900     MOVE WS-CURRENT-DATE TO LEDG-POST-DATE.
037000     MOVE WS-CURRENT-TIME TO LEDG-POST-TIME.
037100     MOVE "PRG16" TO LEDG-SOURCE-JOB.
037200     MOVE ADJ-TRAN-CODE TO LEDG-TRAN-CODE.
037300     MOVE ADJ-AMOUNT TO LEDG-AMOUNT.
037400     MOVE CUSTMAS-BALANCE TO LEDG-BALANCE.
037500     WRITE LEDG-REC.
037600 2400-EXIT.
037700     EXIT.
037704*****************************************************************
037708* 2450-WRITE-JOURNAL-REC.
037712*      JOURNAL THE MASTER RECORD JUST REWRITTEN - ITS IMAGE AS
037716*      READ AND AS POSTED, UNDER THIS RUN'S START TIMESTAMP, SO
037720*      THE RUN CAN BE BACKED OUT RECORD BY RECORD.
037724*****************************************************************
037728 2450-WRITE-JOURNAL-REC.
037732     MOVE SPACES TO CJRN-REC.
037736     MOVE "PRG16" TO CJRN-JOB-NAME.
037740     MOVE WS-RUN-START-DATE TO CJRN-RUN-DATE.
037744     MOVE WS-RUN-START-TIME TO CJRN-RUN-TIME.
037748     MOVE WS-CURRENT-DATE TO CJRN-CHANGE-DATE.
037752     MOVE WS-CURRENT-TIME TO CJRN-CHANGE-TIME.
037756     MOVE ADJ-CHECKER-ID TO CJRN-OPER-ID.
037760     SET CJRN-CHANGED TO TRUE.
037764     MOVE ADJ-TRAN-CODE TO CJRN-TRAN-CODE.
037768     MOVE CUSTMAS-KEY TO CJRN-CUST-KEY.
037772     MOVE WS-JRNL-BEFORE-IMAGE TO CJRN-BEFORE-IMAGE.
037776     MOVE CUSTMAS-REC TO CJRN-AFTER-IMAGE.
037780     WRITE CJRN-REC.
037784 2450-EXIT.
037788     EXIT.
037800*****************************************************************
037900* 2500-WRITE-OUTIFC-REC.
038000*      SEND THE ADJUSTMENT TO BILLING AS ONE INTERFACE RECORD
038100*      CARRYING ITS CODE AND AMOUNT, AWAITING ITS RESPONSE LIKE
038200*      ANY OTHER.
038300*****************************************************************
038400 2500-WRITE-OUTIFC-REC.
038500     MOVE SPACES TO OUTIFC-REC.
038600     MOVE ADJ-CUST-KEY TO OUTIFC-USERINP.
038700     MOVE ADJ-TRAN-CODE TO OUTIFC-TRAN-CODE.
038800     MOVE ADJ-AMOUNT TO OUTIFC-AMOUNT.
038900     MOVE 1 TO OUTIFC-OCCUR-COUNT.
039000     SET OUTIFC-ACCEPTED TO TRUE.
039100     SET OUTIFC-ACK-PENDING TO TRUE.
039200     WRITE OUTIFC-REC.
039300 2500-EXIT.
039400     EXIT.
039500*****************************************************************
039600* 2600-WRITE-AUDIT-REC.
039700*      ONE SOURCE "J" AUDIT ENTRY PER ADJUSTMENT ATTEMPTED -
039800*      ACCEPTED WHEN POSTED, REJECTED WHEN NOT.  THE APPROVER
039900*      AND THE TERMINAL THEY APPROVED FROM ARE THE ONES SHOWN,
040000*      SINCE THE APPROVAL IS WHAT RELEASED THE MONEY.
040100*****************************************************************
040200 2600-WRITE-AUDIT-REC.
040300     MOVE SPACES TO AUDIT-REC.
040400     MOVE WS-CURRENT-DATE TO AUDIT-DATE.
040500     MOVE WS-CURRENT-TIME TO AUDIT-TIME.
040600     MOVE ADJ-CHECKER-TERM TO AUDIT-TERM-ID.
040700     MOVE ADJ-CHECKER-ID TO AUDIT-OPER-ID.
040800     MOVE ADJ-CUST-KEY TO AUDIT-USERINP.
040900     SET AUDIT-SRC-ADJUST TO TRUE.
041000     IF WS-POST-OK
041100         SET AUDIT-ACCEPTED TO TRUE
041200     ELSE
041300         SET AUDIT-REJECTED TO TRUE
041400     END-IF.
041500     WRITE AUDIT-REC.
041600 2600-EXIT.
041700     EXIT.
041800*****************************************************************
041900* 2700-PRINT-DETAIL.
042000*      ONE REGISTER LINE PER ADJUSTMENT, WITH THE NEW BALANCE
042100*      WHEN POSTED OR THE REASON ON A SECOND LINE WHEN NOT.
042200*****************************************************************
042300 2700-PRINT-DETAIL.
042400     MOVE ADJ-AMOUNT TO WS-PRINT-AMOUNT.
042500     MOVE SPACES TO REPORT-LINE.
042600     IF WS-POST-OK
042700         MOVE CUSTMAS-BALANCE TO WS-PRINT-BALANCE
042800         STRING ADJ-KEY " " ADJ-CUST-KEY " " ADJ-TRAN-CODE " "
042900             WS-PRINT-AMOUNT "  POSTED  " WS-PRINT-BALANCE
043000             DELIMITED BY SIZE INTO REPORT-LINE
043100         WRITE REPORT-LINE
043200     ELSE
043300         STRING ADJ-KEY " " ADJ-CUST-KEY " " ADJ-TRAN-CODE " "
043400             WS-PRINT-AMOUNT "  *** FAILED"
043500             DELIMITED BY SIZE INTO REPORT-LINE
043600         WRITE REPORT-LINE
043700         MOVE SPACES TO REPORT-LINE
043800         STRING "                 REASON: " WS-TRN-REASON
043900             DELIMITED BY SIZE INTO REPORT-LINE
044000         WRITE REPORT-LINE
044100     END-IF.
044200 2700-EXIT.
044300     EXIT.
044400*****************************************************************
044500* 8000-TERMINATE.
044600*      CLOSE DOWN AND PRINT AND DISPLAY THE RUN TOTALS.
044700*****************************************************************
044800 8000-TERMINATE.
044900     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
045000     MOVE "CLOS" TO WS-TRN-ACTION.
045100     CALL "PRG2TRN" USING WS-TRN-ACTION WS-TRN-USERINP
045200                          WS-TRN-CODE WS-TRN-AMOUNT
045300                          WS-TRN-SW WS-TRN-REASON.
045400     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
045500     IF NOT WS-FILES-OPEN
045600         GO TO 8000-EXIT
045700     END-IF.
045800     MOVE SPACES TO REPORT-LINE.
045900     WRITE REPORT-LINE.
046000     MOVE WS-RECS-POSTED TO WS-PRINT-COUNT.
046100     MOVE WS-AMOUNT-POSTED TO WS-PRINT-AMOUNT.
046200     MOVE SPACES TO REPORT-LINE.
046300     STRING "ADJUSTMENTS POSTED      " WS-PRINT-COUNT
046400         "  TOTAL " WS-PRINT-AMOUNT
046500         DELIMITED BY SIZE INTO REPORT-LINE.
046600     WRITE REPORT-LINE.
046700     MOVE WS-RECS-FAILED TO WS-PRINT-COUNT.
046800     MOVE SPACES TO REPORT-LINE.
046900     STRING "ADJUSTMENTS FAILED      " WS-PRINT-COUNT
047000         DELIMITED BY SIZE INTO REPORT-LINE.
047100     WRITE REPORT-LINE.
047200     CLOSE ADJ-FILE.
047300     CLOSE CUSTMAS-FILE.
047400     CLOSE LEDGER-FILE.
047450     CLOSE CUSTJRNL-FILE.
047500     CLOSE AUDITLOG-FILE.
047600     CLOSE OUTIFC-FILE.
047700     CLOSE REPORT-FILE.
047800     DISPLAY "PRG16: ADJUSTMENTS READ   = " WS-RECS-READ.
047900     DISPLAY "PRG16: NOT APPROVED       = " WS-RECS-NOT-APPROVED.
048000     DISPLAY "PRG16: POSTED             = " WS-RECS-POSTED.
048100     DISPLAY "PRG16: FAILED             = " WS-RECS-FAILED.
048200 8000-EXIT.
048300     EXIT.
048400*****************************************************************
048500* 9000-WRITE-RUN-HISTORY.
048600*      RECORD THIS RUN ON THE SHARED RUN-HISTORY KSDS FOR THE
048700*      PRG2RUN STATUS SCREEN.  A HISTORY THAT CANNOT BE
048800*      WRITTEN WARNS BUT NEVER FAILS THE RUN ITSELF.
048900*****************************************************************
049000 9000-WRITE-RUN-HISTORY.
049100     OPEN I-O RUNHIST-FILE.
049200     IF WS-RUNHIST-NOTFND
049300         OPEN OUTPUT RUNHIST-FILE
049400     END-IF.
049500     IF NOT WS-RUNHIST-OK
049600         DISPLAY "PRG16: UNABLE TO RECORD RUN HISTORY - STATUS "
049700             WS-RUNHIST-STATUS
049800         GO TO 9000-EXIT
049900     END-IF.
050000     MOVE SPACES TO RUNH-REC.
050100     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
050200     ACCEPT RUNH-END-TIME FROM TIME.
050300     MOVE "PRG16" TO RUNH-JOB-NAME.
050330     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
050360     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
050400     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
050500     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
050600     MOVE WS-RECS-READ TO RUNH-RECS-IN.
050700     MOVE WS-RECS-POSTED TO RUNH-RECS-OUT.
050800     MOVE WS-RECS-POSTED TO RUNH-RECS-ACCEPTED.
050900     MOVE WS-RECS-FAILED TO RUNH-RECS-REJECTED.
051000     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
051100     WRITE RUNH-REC
051200         INVALID KEY
051300             DISPLAY "PRG16: UNABLE TO RECORD RUN HISTORY - "
051400                 "DUPLICATE KEY"
051500     END-WRITE.
051600     CLOSE RUNHIST-FILE.
051700 9000-EXIT.
051800     EXIT.
