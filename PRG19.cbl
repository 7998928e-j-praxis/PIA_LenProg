000100*****************************************************************
000200* UTILIDAD DE REVERSO DE UNA CORRIDA SOBRE EL MAESTRO CUSTMAS
000300*
000400* BATCH BACKOUT OF ONE NAMED RUN'S CHANGES TO THE CUSTOMER
000500* MASTER.  EVERY CUSTMAS UPDATER (PRG2MNT, PRG11, THE PRG3
000600* POSTING STEP, PRG12, PRG16, PRG20) JOURNALS THE BEFORE AND
000700* AFTER IMAGE OF EACH RECORD IT CHANGES TO CUSTJRNL (CJRNREC),
000800* TAGGED WITH THE RUN THAT MADE THE CHANGE.  GIVEN THAT RUN ON
000900* THE COMMAND LINE -
001000*     JOBNAME YYYYMMDD [HHMMSSHH]
001100* (THE JOB OR CICS TRANSACTION ID, AND ITS RUNHIST START DATE
001200* AND TIME - THE TIME MAY BE LEFT OFF WHEN THE JOB RAN ONLY
001300* ONCE THAT DAY) THIS JOB PUTS EVERY RECORD THE RUN TOUCHED
001400* BACK TO ITS FIRST BEFORE IMAGE, DELETES ANY RECORD THE RUN
001500* ADDED, AND LEDGERS A REVERSAL FOR EVERY BALANCE POSTING IT
001600* UNDOES SO THE STATEMENT AND GL PROOF STILL CHAIN.  NOTHING
001700* ELSE IS TOUCHED - THE DAY'S OTHER MAINTENANCE STAYS.
001800*
001900* THE BACKOUT IS ALL OR NOTHING.  IT IS REFUSED (RETURN CODE
002000* 16, NOTHING CHANGED) WHEN ANY RECORD THE RUN TOUCHED HAS
002100* BEEN CHANGED SINCE BY ANOTHER RUN STILL STANDING, OR NO
002200* LONGER MATCHES THE RUN'S LAST AFTER IMAGE ON THE MASTER, OR
002300* THE RUN HAS ALREADY BEEN BACKED OUT.  A LATER RUN THAT HAS
002400* ITSELF BEEN BACKED OUT NO LONGER COUNTS, SO RUNS CAN BE
002500* TAKEN BACK NEWEST FIRST.  THE PROOF REPORT (BOUTRPT) SHOWS
002600* EACH RECORD AS IT WAS AND AS PUT BACK, OR EACH CONFLICT
002700* THAT STOPPED THE BACKOUT.  THE BACKOUT'S OWN CHANGES ARE
002800* JOURNALED UNDER PRG19 WITH THE RUN THEY REVERSED.
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.     PRG19.
003200 AUTHOR.         J. LEN.
003300 INSTALLATION.   APPLICATIONS DEVELOPMENT.
003400 DATE-WRITTEN.   2026-10-15.
003500 DATE-COMPILED.
003600*****************************************************************
003700* MODIFICATION HISTORY
003800*   2026-10-15  JKL  INITIAL VERSION - ONE RUN'S CUSTJRNL
003900*                    BEFORE IMAGES RESTORED WITH A LATER-CHANGE
004000*                    CHECK, LEDGER REVERSALS, PROOF REPORT AND
004100*                    RUN HISTORY WRITTEN TO RUNHIST LIKE EVERY
004200*                    OTHER BATCH JOB.
004300*****************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CUSTJRNL-FILE ASSIGN TO "CUSTJRNL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CUSTJRNL-STATUS.
005000     SELECT CUSTMAS-FILE ASSIGN TO "CUSTMAS"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS CUSTMAS-KEY OF CUSTMAS-REC
005400         FILE STATUS IS WS-CUSTMAS-STATUS.
005500     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-LEDGER-STATUS.
005800     SELECT REPORT-FILE ASSIGN TO "BOUTRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-STATUS.
006100     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS RUNH-KEY
006500         FILE STATUS IS WS-RUNHIST-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CUSTJRNL-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY CJRNREC.
007100 FD  CUSTMAS-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY CUSTMAS.
007400 FD  LEDGER-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY LEDGREC.
007700 FD  REPORT-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  REPORT-LINE                 PIC X(80).
008000 FD  RUNHIST-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY RUNHREC.
008300 WORKING-STORAGE SECTION.
008400*****************************************************************
008500*    SWITCHES AND FILE STATUS FIELDS
008600*****************************************************************
008700 01  WS-CUSTJRNL-STATUS          PIC X(02).
008800     88  WS-CUSTJRNL-OK                   VALUE "00".
008900     88  WS-CUSTJRNL-NOTFND              VALUE "35".
009000 01  WS-CUSTMAS-STATUS           PIC X(02).
009100     88  WS-CUSTMAS-OK                    VALUE "00".
009200 01  WS-LEDGER-STATUS            PIC X(02).
009300     88  WS-LEDGER-OK                     VALUE "00".
009400     88  WS-LEDGER-NOTFND                VALUE "35".
009500 01  WS-REPORT-STATUS            PIC X(02).
009600 01  WS-RUNHIST-STATUS           PIC X(02).
009700     88  WS-RUNHIST-OK                    VALUE "00".
009800     88  WS-RUNHIST-NOTFND                VALUE "35".
009900 01  WS-EOF-SW                   PIC X(01).
010000     88  WS-END-OF-JOURNAL                VALUE "Y".
010100 01  WS-REPORT-OPEN-SW           PIC X(01).
010200     88  WS-REPORT-OPEN                   VALUE "Y".
010300 01  WS-KX-FOUND-SW              PIC X(01).
010400     88  WS-KX-FOUND                      VALUE "Y".
010500*****************************************************************
010600*    THE RUN TO BACK OUT - FROM THE COMMAND LINE, LAID OUT LIKE
010700*    CJRN-RUN-ID SO ONE COMPARE PICKS OUT ITS JOURNAL ENTRIES
010800*****************************************************************
010900 01  WS-BO-PARM                  PIC X(80).
011000 01  WS-PRM-JOB                  PIC X(08).
011100 01  WS-PRM-DATE                 PIC X(08).
011200 01  WS-PRM-TIME                 PIC X(08).
011300 01  WS-TGT-RUN.
011400     05  WS-TGT-JOB              PIC X(08).
011500     05  WS-TGT-DATE             PIC 9(08).
011600     05  WS-TGT-TIME             PIC 9(08).
011700 01  WS-OWN-JOB                  PIC X(08) VALUE "PRG19".
011800*****************************************************************
011900*    RUNS OF THE NAMED JOB ON THE NAMED DATE, WHEN NO TIME WAS
012000*    GIVEN, AND THE RUNS ALREADY BACKED OUT SINCE THAT DATE
012100*****************************************************************
012200 01  WS-RT-MAX                   PIC 9(04) COMP VALUE 50.
012300 01  WS-RT-COUNT                 PIC 9(04) COMP.
012400 01  WS-RT-TABLE.
012500     05  WS-RT-ENTRY OCCURS 50 TIMES
012600             INDEXED BY WS-RT-IDX.
012700         10  WS-RT-TIME               PIC 9(08).
012800 01  WS-BK-MAX                   PIC 9(04) COMP VALUE 500.
012900 01  WS-BK-COUNT                 PIC 9(04) COMP.
013000 01  WS-BK-TABLE.
013100     05  WS-BK-ENTRY OCCURS 500 TIMES
013200             INDEXED BY WS-BK-IDX.
013300         10  WS-BK-RUN                PIC X(24).
013400*****************************************************************
013500*    ONE ENTRY PER MASTER RECORD THE RUN TOUCHED, IN THE ORDER
013600*    IT FIRST TOUCHED THEM - THE IMAGE TO PUT BACK (SPACES WHEN
013700*    THE RUN ADDED THE RECORD) AND THE LAST IMAGE THE RUN LEFT.
013800*    WS-KX-TABLE IS THE SAME KEYS KEPT IN ASCENDING ORDER SO A
013900*    JOURNAL ENTRY'S KEY IS FOUND BY BINARY SEARCH.
014000*****************************************************************
014100 01  WS-KT-MAX                   PIC 9(04) COMP VALUE 5000.
014200 01  WS-KT-COUNT                 PIC 9(04) COMP.
014300 01  WS-KT-SUB                   PIC 9(04) COMP.
014400 01  WS-KT-TABLE.
014500     05  WS-KT-ENTRY OCCURS 5000 TIMES.
014600         10  WS-KT-KEY                PIC X(10).
014700         10  WS-KT-BEFORE             PIC X(80).
014800         10  WS-KT-AFTER              PIC X(80).
014900         10  WS-KT-RESTORED-SW        PIC X(01).
015000             88  WS-KT-RESTORED               VALUE "Y".
015100 01  WS-KX-TABLE.
015200     05  WS-KX-ENTRY OCCURS 5000 TIMES.
015300         10  WS-KX-KEY                PIC X(10).
015400         10  WS-KX-SUB                PIC 9(04) COMP.
015500 01  WS-KX-LO                    PIC S9(04) COMP.
015600 01  WS-KX-HI                    PIC S9(04) COMP.
015700 01  WS-KX-MID                   PIC S9(04) COMP.
015800 01  WS-KX-I                     PIC S9(04) COMP.
015900 01  WS-FIND-KEY                 PIC X(10).
016000*****************************************************************
016100*    ONE ENTRY PER JOURNALED CHANGE OF THE RUN, IN JOURNAL
016200*    ORDER, FOR THE LEDGER REVERSALS - WALKED BACKWARDS SO EACH
016300*    CUSTOMER'S REVERSALS CHAIN FROM TODAY'S BALANCE BACK DOWN
016400*****************************************************************
016500 01  WS-ET-MAX                   PIC 9(05) COMP VALUE 10000.
016600 01  WS-ET-COUNT                 PIC 9(05) COMP.
016700 01  WS-ET-SUB                   PIC 9(05) COMP.
016800 01  WS-ET-TABLE.
016900     05  WS-ET-ENTRY OCCURS 10000 TIMES.
017000         10  WS-ET-KT-SUB             PIC 9(04) COMP.
017100         10  WS-ET-TRAN-CODE          PIC X(02).
017200         10  WS-ET-BAL-BEFORE         PIC S9(09)V99 COMP.
017300         10  WS-ET-BAL-AFTER          PIC S9(09)V99 COMP.
017400*****************************************************************
017500*    A JOURNALED IMAGE LAID OUT AS A MASTER RECORD, AND THE
017600*    MASTER RECORD AS FOUND BEFORE THE BACKOUT CHANGES IT
017700*****************************************************************
017800     COPY CUSTMAS REPLACING ==CUSTMAS-REC== BY ==WS-IMAGE-REC==.
017900 01  WS-IMAGE-BALANCE            PIC S9(09)V99 COMP.
018000 01  WS-JRNL-BEFORE-IMAGE        PIC X(80).
018100*****************************************************************
018200*    RUN DATE, TIME AND COUNTERS
018300*****************************************************************
018400 01  WS-CURRENT-DATE             PIC 9(08).
018500 01  WS-CURRENT-TIME             PIC 9(08).
018600 01  WS-OPER-ID                  PIC X(08).
018700 01  WS-RUN-START-DATE           PIC 9(08).
018800 01  WS-RUN-START-TIME           PIC 9(08).
018900 01  WS-JRNL-READ                PIC 9(09) COMP.
019000 01  WS-RUN-ENTRIES              PIC 9(09) COMP.
019100 01  WS-CONFLICTS                PIC 9(09) COMP.
019200 01  WS-RECS-RESTORED            PIC 9(09) COMP.
019300 01  WS-RECS-DELETED             PIC 9(09) COMP.
019400 01  WS-RECS-FAILED              PIC 9(09) COMP.
019500 01  WS-REVERSALS                PIC 9(09) COMP.
019600 01  WS-AMOUNT-REVERSED          PIC S9(13)V99 COMP.
019700*****************************************************************
019800*    REPORT LINE WORK FIELDS - ONE PROOF LINE PER IMAGE, TAGGED
019900*    WITH WHICH SIDE IT SHOWS, THE SAME AS THE PRG11 PROOF
020000*****************************************************************
020100 01  WS-PROOF-LINE.
020200     05  WS-PRF-TAG              PIC X(09).
020300     05  WS-PRF-KEY              PIC X(10).
020400     05  FILLER                  PIC X(01) VALUE SPACE.
020500     05  WS-PRF-NAME             PIC X(30).
020600     05  FILLER                  PIC X(01) VALUE SPACE.
020700     05  WS-PRF-STATUS           PIC X(01).
020800     05  FILLER                  PIC X(01) VALUE SPACE.
020900     05  WS-PRF-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
021000     05  FILLER                  PIC X(12) VALUE SPACES.
021100 01  WS-PRINT-COUNT              PIC ZZZZ,ZZ9.
021200 01  WS-PRINT-TOTAL              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
021300*****************************************************************
021400*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
021500*****************************************************************
021600 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG19".
021700 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
021800     88  WS-GATE-REFUSED                  VALUE "R".
021900 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
022000 PROCEDURE DIVISION.
022100*****************************************************************
022200* 0000-MAINLINE.
022300*****************************************************************
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     IF RETURN-CODE = ZERO
022700         PERFORM 2000-FIND-RUN THRU 2000-EXIT
022800         PERFORM 3000-COLLECT-CHANGES THRU 3000-EXIT
022900         PERFORM 4000-VERIFY-MASTER THRU 4000-EXIT
023000         PERFORM 5000-RESTORE-RUN THRU 5000-EXIT
023100     END-IF.
023200     IF WS-REPORT-OPEN
023300         PERFORM 8000-TERMINATE THRU 8000-EXIT
023400     END-IF.
023500     PERFORM 9000-WRITE-RUN-HISTORY THRU 9000-EXIT.
023600     STOP RUN.
023700*****************************************************************
023800* 1000-INITIALIZE.
023900*      VALIDATE THE PARAMETER AND START THE PROOF REPORT.  A
024000*      BACKOUT OF A BACKOUT IS REFUSED - RERUNNING THE JOB THAT
024100*      WAS BACKED OUT IS THE WAY TO PUT ITS WORK BACK.
024200*****************************************************************
024300 1000-INITIALIZE.
024400     MOVE ZERO TO WS-RT-COUNT WS-BK-COUNT WS-KT-COUNT WS-ET-COUNT
024500         WS-JRNL-READ WS-RUN-ENTRIES WS-CONFLICTS
024600         WS-RECS-RESTORED WS-RECS-DELETED WS-RECS-FAILED
024700         WS-REVERSALS WS-AMOUNT-REVERSED.
024800     MOVE "N" TO WS-REPORT-OPEN-SW.
024900     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
025000     ACCEPT WS-RUN-START-TIME FROM TIME.
025100     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
025200     IF WS-GATE-REFUSED
025300         GO TO 1000-EXIT
025400     END-IF.
025500     MOVE SPACES TO WS-BO-PARM WS-PRM-JOB WS-PRM-DATE
025600         WS-PRM-TIME.
025700     ACCEPT WS-BO-PARM FROM COMMAND-LINE.
025800     UNSTRING WS-BO-PARM DELIMITED BY ALL SPACE
025900         INTO WS-PRM-JOB WS-PRM-DATE WS-PRM-TIME.
026000     IF WS-PRM-JOB = SPACES
026100         OR WS-PRM-DATE NOT NUMERIC
026200         OR (WS-PRM-TIME NOT = SPACES
026300             AND WS-PRM-TIME NOT NUMERIC)
026400         DISPLAY "PRG19: PARAMETER 'JOBNAME YYYYMMDD [HHMMSSHH]' "
026500             "IS REQUIRED - RUN REFUSED"
026600         MOVE 16 TO RETURN-CODE
026700         GO TO 1000-EXIT
026800     END-IF.
026900     IF WS-PRM-JOB = WS-OWN-JOB
027000         DISPLAY "PRG19: A BACKOUT CANNOT ITSELF BE BACKED OUT - "
027100             "RERUN THE ORIGINAL JOB INSTEAD"
027200         MOVE 16 TO RETURN-CODE
027300         GO TO 1000-EXIT
027400     END-IF.
027500     MOVE WS-PRM-JOB TO WS-TGT-JOB.
027600     MOVE WS-PRM-DATE TO WS-TGT-DATE.
027700     IF WS-PRM-TIME = SPACES
027800         MOVE ZERO TO WS-TGT-TIME
027900     ELSE
028000         MOVE WS-PRM-TIME TO WS-TGT-TIME
028100     END-IF.
028200     ACCEPT WS-OPER-ID FROM ENVIRONMENT "OPERID".
028300     OPEN OUTPUT REPORT-FILE.
028400     SET WS-REPORT-OPEN TO TRUE.
028500     MOVE SPACES TO REPORT-LINE.
028600     STRING "CUSTMAS BACKOUT PROOF - RUN DATE " WS-RUN-START-DATE
028700         DELIMITED BY SIZE INTO REPORT-LINE.
028800     WRITE REPORT-LINE.
028900     MOVE SPACES TO REPORT-LINE.
029000     STRING "RUN TO BACK OUT: " WS-PRM-JOB " " WS-PRM-DATE " "
029100         WS-PRM-TIME "   OPERATOR: " WS-OPER-ID
029200         DELIMITED BY SIZE INTO REPORT-LINE.
029300     WRITE REPORT-LINE.
029400     MOVE SPACES TO REPORT-LINE.
029500     WRITE REPORT-LINE.
029600     MOVE SPACES TO REPORT-LINE.
029700     STRING "         CUSTOMER   NAME                           S"
029800         "         BALANCE"
029900         DELIMITED BY SIZE INTO REPORT-LINE.
030000     WRITE REPORT-LINE.
030100 1000-EXIT.
030200     EXIT.
030300*****************************************************************
030400* 1050-CHECK-PREDECESSORS.
030500*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
030600*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
030700*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
030800*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
030900*****************************************************************
031000 1050-CHECK-PREDECESSORS.
031100     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
031200                          WS-GATE-PRED.
031300     IF WS-GATE-REFUSED
031400         DISPLAY "PRG19: *** REFUSED BY PREDECESSOR CHECK ***"
031500         MOVE 16 TO RETURN-CODE
031600     END-IF.
031700 1050-EXIT.
031800     EXIT.
031900*****************************************************************
032000* 2000-FIND-RUN.
032100*      FIRST PASS OF THE JOURNAL - PIN DOWN THE RUN (ITS START
032200*      TIME, WHEN NONE WAS GIVEN), MAKE SURE IT HAS ENTRIES,
032300*      AND NOTE EVERY RUN BACKED OUT SINCE ITS DATE.
032400*****************************************************************
032500 2000-FIND-RUN.
032600     MOVE "N" TO WS-EOF-SW.
032700     OPEN INPUT CUSTJRNL-FILE.
032800     IF NOT WS-CUSTJRNL-OK
032900         DISPLAY "PRG19: UNABLE TO OPEN CUSTJRNL - STATUS "
033000             WS-CUSTJRNL-STATUS " - RUN REFUSED"
033100         MOVE 16 TO RETURN-CODE
033200         GO TO 2000-EXIT
033300     END-IF.
033400     PERFORM 2100-SCAN-ONE-ENTRY THRU 2100-EXIT
033500         UNTIL WS-END-OF-JOURNAL OR RETURN-CODE NOT = ZERO.
033600     CLOSE CUSTJRNL-FILE.
033700     IF RETURN-CODE NOT = ZERO
033800         GO TO 2000-EXIT
033900     END-IF.
034000     IF WS-TGT-TIME = ZERO
034100         PERFORM 2300-PICK-RUN-TIME THRU 2300-EXIT
034200         IF RETURN-CODE NOT = ZERO
034300             GO TO 2000-EXIT
034400         END-IF
034500     END-IF.
034600     SET WS-BK-IDX TO 1.
034700     SEARCH WS-BK-ENTRY
034800         AT END
034900             CONTINUE
035000         WHEN WS-BK-IDX > WS-BK-COUNT
035100             CONTINUE
035200         WHEN WS-BK-RUN (WS-BK-IDX) = WS-TGT-RUN
035300             DISPLAY "PRG19: RUN " WS-TGT-JOB " " WS-TGT-DATE " "
035400                 WS-TGT-TIME " HAS ALREADY BEEN BACKED OUT"
035500             MOVE "*** RUN HAS ALREADY BEEN BACKED OUT" TO
035600                 REPORT-LINE
035700             WRITE REPORT-LINE
035800             MOVE 16 TO RETURN-CODE
035900     END-SEARCH.
036000 2000-EXIT.
036100     EXIT.
036200*****************************************************************
036300* 2100-SCAN-ONE-ENTRY.
036400*****************************************************************
036500 2100-SCAN-ONE-ENTRY.
036600     READ CUSTJRNL-FILE
036700         AT END
036800             SET WS-END-OF-JOURNAL TO TRUE
036900             GO TO 2100-EXIT
037000     END-READ.
037100     IF CJRN-JOB-NAME = WS-OWN-JOB
037200         AND CJRN-REV-RUN-DATE NOT < WS-TGT-DATE
037300         PERFORM 2200-NOTE-BACKOUT THRU 2200-EXIT
037400         GO TO 2100-EXIT
037500     END-IF.
037600     IF CJRN-JOB-NAME NOT = WS-TGT-JOB
037700         OR CJRN-RUN-DATE NOT = WS-TGT-DATE
037800         GO TO 2100-EXIT
037900     END-IF.
038000     IF WS-TGT-TIME NOT = ZERO
038100         GO TO 2100-EXIT
038200     END-IF.
038300     SET WS-RT-IDX TO 1.
038400     SEARCH WS-RT-ENTRY
038500         AT END
038600             CONTINUE
038700         WHEN WS-RT-IDX > WS-RT-COUNT
038800             IF WS-RT-COUNT < WS-RT-MAX
038900                 ADD 1 TO WS-RT-COUNT
039000                 MOVE CJRN-RUN-TIME TO WS-RT-TIME (WS-RT-COUNT)
039100             END-IF
039200         WHEN WS-RT-TIME (WS-RT-IDX) = CJRN-RUN-TIME
039300             CONTINUE
039400     END-SEARCH.
039500 2100-EXIT.
039600     EXIT.
039700*****************************************************************
039800* 2200-NOTE-BACKOUT.
039900*      REMEMBER A RUN SOME EARLIER BACKOUT HAS REVERSED - ONCE
040000*      PER RUN, HOWEVER MANY RECORDS IT PUT BACK.
040100*****************************************************************
040200 2200-NOTE-BACKOUT.
040300     SET WS-BK-IDX TO 1.
040400     SEARCH WS-BK-ENTRY
040500         AT END
040600             CONTINUE
040700         WHEN WS-BK-IDX > WS-BK-COUNT
040800             IF WS-BK-COUNT < WS-BK-MAX
040900                 ADD 1 TO WS-BK-COUNT
041000                 MOVE CJRN-REVERSED-RUN TO WS-BK-RUN (WS-BK-COUNT)
041100             ELSE
041200                 DISPLAY "PRG19: MORE THAN " WS-BK-MAX
041300                     " BACKOUTS SINCE THAT DATE - RUN REFUSED"
041400                 MOVE 16 TO RETURN-CODE
041500             END-IF
041600         WHEN WS-BK-RUN (WS-BK-IDX) = CJRN-REVERSED-RUN
041700             CONTINUE
041800     END-SEARCH.
041900 2200-EXIT.
042000     EXIT.
042100*****************************************************************
042200* 2300-PICK-RUN-TIME.
042300*      NO START TIME WAS GIVEN - THE JOB MUST HAVE JOURNALED
042400*      UNDER EXACTLY ONE RUN THAT DAY, OR THE OPERATOR IS SHOWN
042500*      THE CHOICES AND ASKED TO NAME ONE.
042600*****************************************************************
042700 2300-PICK-RUN-TIME.
042800     EVALUATE TRUE
042900         WHEN WS-RT-COUNT = 1
043000             MOVE WS-RT-TIME (1) TO WS-TGT-TIME
043100         WHEN WS-RT-COUNT = ZERO
043200             CONTINUE
043300         WHEN OTHER
043400             DISPLAY "PRG19: " WS-TGT-JOB " RAN MORE THAN ONCE "
043500                 "ON " WS-TGT-DATE " - NAME THE START TIME:"
043600             PERFORM 2310-SHOW-RUN-TIME THRU 2310-EXIT
043700                 VARYING WS-RT-IDX FROM 1 BY 1
043800                 UNTIL WS-RT-IDX > WS-RT-COUNT
043900             MOVE "*** MORE THAN ONE RUN THAT DAY - NAME THE TIME"
044000                 TO REPORT-LINE
044100             WRITE REPORT-LINE
044200             MOVE 16 TO RETURN-CODE
044300     END-EVALUATE.
044400 2300-EXIT.
044500     EXIT.
044600*****************************************************************
044700* 2310-SHOW-RUN-TIME.
044800*****************************************************************
044900 2310-SHOW-RUN-TIME.
045000     DISPLAY "PRG19:     " WS-TGT-JOB " " WS-TGT-DATE " "
045100         WS-RT-TIME (WS-RT-IDX).
045200 2310-EXIT.
045300     EXIT.
045400*****************************************************************
045500* 3000-COLLECT-CHANGES.
045600*      SECOND PASS OF THE JOURNAL - GATHER THE RUN'S OWN
045700*      CHANGES, AND FLAG EVERY LATER CHANGE TO ONE OF ITS
045800*      RECORDS BY A RUN THAT STILL STANDS.
045900*****************************************************************
046000 3000-COLLECT-CHANGES.
046100     IF RETURN-CODE NOT = ZERO
046200         GO TO 3000-EXIT
046300     END-IF.
046400     MOVE "N" TO WS-EOF-SW.
046500     OPEN INPUT CUSTJRNL-FILE.
046600     PERFORM 3100-COLLECT-ONE-ENTRY THRU 3100-EXIT
046700         UNTIL WS-END-OF-JOURNAL OR RETURN-CODE NOT = ZERO.
046800     CLOSE CUSTJRNL-FILE.
046900     IF RETURN-CODE NOT = ZERO
047000         GO TO 3000-EXIT
047100     END-IF.
047200     IF WS-RUN-ENTRIES = ZERO
047300         DISPLAY "PRG19: NO CUSTJRNL ENTRIES FOR RUN " WS-TGT-JOB
047400             " " WS-TGT-DATE " " WS-TGT-TIME " - NOTHING TO BACK"
047500             " OUT"
047600         MOVE "*** NO JOURNAL ENTRIES FOR THIS RUN" TO REPORT-LINE
047700         WRITE REPORT-LINE
047800         MOVE 16 TO RETURN-CODE
047900     END-IF.
048000 3000-EXIT.
048100     EXIT.
048200*****************************************************************
048300* 3100-COLLECT-ONE-ENTRY.
048400*      A BACKOUT'S OWN ENTRY NEVER CONFLICTS - IT CAN ONLY HAVE
048500*      REVERSED A LATER RUN, SINCE ONE REVERSING AN EARLIER RUN
048600*      WOULD HAVE BEEN REFUSED OVER THIS RUN'S CHANGE.
048700*****************************************************************
048800 3100-COLLECT-ONE-ENTRY.
048900     READ CUSTJRNL-FILE
049000         AT END
049100             SET WS-END-OF-JOURNAL TO TRUE
049200             GO TO 3100-EXIT
049300     END-READ.
049400     ADD 1 TO WS-JRNL-READ.
049500     IF CJRN-RUN-ID = WS-TGT-RUN
049600         PERFORM 3200-TAKE-RUN-ENTRY THRU 3200-EXIT
049700         GO TO 3100-EXIT
049800     END-IF.
049900     IF WS-KT-COUNT = ZERO
050000         OR CJRN-JOB-NAME = WS-OWN-JOB
050100         GO TO 3100-EXIT
050200     END-IF.
050300     MOVE CJRN-CUST-KEY TO WS-FIND-KEY.
050400     PERFORM 3500-FIND-KEY THRU 3500-EXIT.
050500     IF NOT WS-KX-FOUND
050600         GO TO 3100-EXIT
050700     END-IF.
050800     SET WS-BK-IDX TO 1.
050900     SEARCH WS-BK-ENTRY
051000         AT END
051100             PERFORM 3300-REPORT-LATER-CHANGE THRU 3300-EXIT
051200         WHEN WS-BK-IDX > WS-BK-COUNT
051300             PERFORM 3300-REPORT-LATER-CHANGE THRU 3300-EXIT
051400         WHEN WS-BK-RUN (WS-BK-IDX) = CJRN-RUN-ID
051500             CONTINUE
051600     END-SEARCH.
051700 3100-EXIT.
051800     EXIT.
051900*****************************************************************
052000* 3200-TAKE-RUN-ENTRY.
052100*      THE FIRST ENTRY FOR A RECORD GIVES THE IMAGE TO PUT
052200*      BACK; EVERY ENTRY MOVES ITS LAST AFTER IMAGE ON, AND IS
052300*      KEPT WITH ITS BALANCE MOVEMENT FOR THE LEDGER REVERSAL.
052400*****************************************************************
052500 3200-TAKE-RUN-ENTRY.
052600     ADD 1 TO WS-RUN-ENTRIES.
052700     MOVE CJRN-CUST-KEY TO WS-FIND-KEY.
052800     PERFORM 3500-FIND-KEY THRU 3500-EXIT.
052900     IF NOT WS-KX-FOUND
053000         PERFORM 3600-ADD-KEY THRU 3600-EXIT
053100         IF RETURN-CODE NOT = ZERO
053200             GO TO 3200-EXIT
053300         END-IF
053400     END-IF.
053500     MOVE CJRN-AFTER-IMAGE TO WS-KT-AFTER (WS-KT-SUB).
053600     IF WS-ET-COUNT NOT < WS-ET-MAX
053700         DISPLAY "PRG19: RUN HAS MORE THAN " WS-ET-MAX
053800             " JOURNALED CHANGES - RUN REFUSED"
053900         MOVE 16 TO RETURN-CODE
054000         GO TO 3200-EXIT
054100     END-IF.
054200     ADD 1 TO WS-ET-COUNT.
054300     MOVE WS-KT-SUB TO WS-ET-KT-SUB (WS-ET-COUNT).
054400     MOVE CJRN-TRAN-CODE TO WS-ET-TRAN-CODE (WS-ET-COUNT).
054500     MOVE CJRN-BEFORE-IMAGE TO WS-IMAGE-REC.
054600     PERFORM 3700-IMAGE-BALANCE THRU 3700-EXIT.
054700     MOVE WS-IMAGE-BALANCE TO WS-ET-BAL-BEFORE (WS-ET-COUNT).
054800     MOVE CJRN-AFTER-IMAGE TO WS-IMAGE-REC.
054900     PERFORM 3700-IMAGE-BALANCE THRU 3700-EXIT.
055000     MOVE WS-IMAGE-BALANCE TO WS-ET-BAL-AFTER (WS-ET-COUNT).
055100 3200-EXIT.
055200     EXIT.
055300*****************************************************************
055400* 3300-REPORT-LATER-CHANGE.
055500*****************************************************************
055600 3300-REPORT-LATER-CHANGE.
055700     ADD 1 TO WS-CONFLICTS.
055800     MOVE SPACES TO REPORT-LINE.
055900     STRING "CONFLICT " CJRN-CUST-KEY " CHANGED LATER BY "
056000         CJRN-JOB-NAME " " CJRN-RUN-DATE " " CJRN-RUN-TIME
056100         DELIMITED BY SIZE INTO REPORT-LINE.
056200     WRITE REPORT-LINE.
056300 3300-EXIT.
056400     EXIT.
056500*****************************************************************
056600* 3500-FIND-KEY.
056700*      BINARY SEARCH OF THE SORTED KEY INDEX FOR WS-FIND-KEY.
056800*      FOUND SETS WS-KT-SUB; NOT FOUND LEAVES WS-KX-LO AT THE
056900*      SLOT THE KEY WOULD GO IN.
057000*****************************************************************
057100 3500-FIND-KEY.
057200     MOVE "N" TO WS-KX-FOUND-SW.
057300     MOVE 1 TO WS-KX-LO.
057400     MOVE WS-KT-COUNT TO WS-KX-HI.
057500     PERFORM 3510-PROBE-ONE THRU 3510-EXIT
057600         UNTIL WS-KX-LO > WS-KX-HI OR WS-KX-FOUND.
057700 3500-EXIT.
057800     EXIT.
057900*****************************************************************
058000* 3510-PROBE-ONE.
058100*****************************************************************
058200 3510-PROBE-ONE.
058300     COMPUTE WS-KX-MID = (WS-KX-LO + WS-KX-HI) / 2.
058400     EVALUATE TRUE
058500         WHEN WS-KX-KEY (WS-KX-MID) = WS-FIND-KEY
058600             SET WS-KX-FOUND TO TRUE
058700             MOVE WS-KX-SUB (WS-KX-MID) TO WS-KT-SUB
058800         WHEN WS-KX-KEY (WS-KX-MID) < WS-FIND-KEY
058900             COMPUTE WS-KX-LO = WS-KX-MID + 1
059000         WHEN OTHER
059100             COMPUTE WS-KX-HI = WS-KX-MID - 1
059200     END-EVALUATE.
059300 3510-EXIT.
059400     EXIT.
059500*****************************************************************
059600* 3600-ADD-KEY.
059700*      A RECORD THE RUN TOUCHES FOR THE FIRST TIME - ITS BEFORE
059800*      IMAGE IS THE ONE TO PUT BACK.  THE INDEX ENTRIES FROM
059900*      WS-KX-LO UP ARE MOVED UP ONE TO KEEP IT IN KEY ORDER.
060000*****************************************************************
060100 3600-ADD-KEY.
060200     IF WS-KT-COUNT NOT < WS-KT-MAX
060300         DISPLAY "PRG19: RUN TOUCHED MORE THAN " WS-KT-MAX
060400             " MASTER RECORDS - RUN REFUSED"
060500         MOVE 16 TO RETURN-CODE
060600         GO TO 3600-EXIT
060700     END-IF.
060800     ADD 1 TO WS-KT-COUNT.
060900     MOVE WS-KT-COUNT TO WS-KT-SUB.
061000     MOVE CJRN-CUST-KEY TO WS-KT-KEY (WS-KT-SUB).
061100     MOVE CJRN-BEFORE-IMAGE TO WS-KT-BEFORE (WS-KT-SUB).
061200     MOVE "N" TO WS-KT-RESTORED-SW (WS-KT-SUB).
061300     PERFORM 3610-SHIFT-ONE-UP THRU 3610-EXIT
061400         VARYING WS-KX-I FROM WS-KT-COUNT BY -1
061500         UNTIL WS-KX-I NOT > WS-KX-LO.
061600     MOVE CJRN-CUST-KEY TO WS-KX-KEY (WS-KX-LO).
061700     MOVE WS-KT-SUB TO WS-KX-SUB (WS-KX-LO).
061800 3600-EXIT.
061900     EXIT.
062000*****************************************************************
062100* 3610-SHIFT-ONE-UP.
062200*****************************************************************
062300 3610-SHIFT-ONE-UP.
062400     MOVE WS-KX-ENTRY (WS-KX-I - 1) TO WS-KX-ENTRY (WS-KX-I).
062500 3610-EXIT.
062600     EXIT.
062700*****************************************************************
062800* 3700-IMAGE-BALANCE.
062900*      THE BALANCE CARRIED BY THE IMAGE IN WS-IMAGE-REC.  NO
063000*      RECORD (AN ADD'S BEFORE IMAGE) OR A BALANCE WRITTEN
063100*      BEFORE THE FIELD EXISTED COUNTS AS ZERO, THE SAME AS THE
063200*      POSTING STEPS TREAT IT.
063300*****************************************************************
063400 3700-IMAGE-BALANCE.
063500     IF CUSTMAS-BALANCE OF WS-IMAGE-REC NUMERIC
063600         MOVE CUSTMAS-BALANCE OF WS-IMAGE-REC TO WS-IMAGE-BALANCE
063700     ELSE
063800         MOVE ZERO TO WS-IMAGE-BALANCE
063900     END-IF.
064000 3700-EXIT.
064100     EXIT.
064200*****************************************************************
064300* 4000-VERIFY-MASTER.
064400*      EVERY RECORD THE RUN TOUCHED MUST STILL STAND ON THE
064500*      MASTER EXACTLY AS THE RUN LEFT IT - A CHANGE MADE
064600*      OUTSIDE THE JOURNALED PROGRAMS SHOWS UP HERE.  ANY
064700*      CONFLICT, FROM THIS CHECK OR THE JOURNAL, REFUSES THE
064800*      WHOLE BACKOUT BEFORE ANYTHING IS CHANGED.
064900*****************************************************************
065000 4000-VERIFY-MASTER.
065100     IF RETURN-CODE NOT = ZERO
065200         GO TO 4000-EXIT
065300     END-IF.
065400     OPEN I-O CUSTMAS-FILE.
065500     IF NOT WS-CUSTMAS-OK
065600         DISPLAY "PRG19: UNABLE TO OPEN CUSTMAS - STATUS "
065700             WS-CUSTMAS-STATUS " - RUN REFUSED"
065800         MOVE 16 TO RETURN-CODE
065900         GO TO 4000-EXIT
066000     END-IF.
066100     PERFORM 4100-VERIFY-ONE-RECORD THRU 4100-EXIT
066200         VARYING WS-KT-SUB FROM 1 BY 1
066300         UNTIL WS-KT-SUB > WS-KT-COUNT.
066400     IF WS-CONFLICTS > ZERO
066500         DISPLAY "PRG19: " WS-CONFLICTS " CONFLICT(S) - BACKOUT "
066600             "REFUSED, NOTHING CHANGED - SEE BOUTRPT"
066700         MOVE 16 TO RETURN-CODE
066800         CLOSE CUSTMAS-FILE
066900     END-IF.
067000 4000-EXIT.
067100     EXIT.
067200*****************************************************************
067300* 4100-VERIFY-ONE-RECORD.
067400*****************************************************************
067500 4100-VERIFY-ONE-RECORD.
067600     MOVE WS-KT-KEY (WS-KT-SUB) TO CUSTMAS-KEY OF CUSTMAS-REC.
067700     READ CUSTMAS-FILE
067800         INVALID KEY
067900             MOVE SPACES TO CUSTMAS-REC
068000     END-READ.
068100     IF CUSTMAS-REC = WS-KT-AFTER (WS-KT-SUB)
068200         GO TO 4100-EXIT
068300     END-IF.
068400     ADD 1 TO WS-CONFLICTS.
068500     MOVE SPACES TO REPORT-LINE.
068600     IF CUSTMAS-REC = SPACES
068700         STRING "CONFLICT " WS-KT-KEY (WS-KT-SUB)
068800             " NO LONGER ON THE MASTER"
068900             DELIMITED BY SIZE INTO REPORT-LINE
069000     ELSE
069100         STRING "CONFLICT " WS-KT-KEY (WS-KT-SUB)
069200             " MASTER DIFFERS FROM THE RUN'S LAST AFTER IMAGE"
069300             DELIMITED BY SIZE INTO REPORT-LINE
069400     END-IF.
069500     WRITE REPORT-LINE.
069600 4100-EXIT.
069700     EXIT.
069800*****************************************************************
069900* 5000-RESTORE-RUN.
070000*      PUT EVERY RECORD BACK, JOURNALING EACH CHANGE UNDER THIS
070100*      BACKOUT, THEN LEDGER THE BALANCE REVERSALS.  THE LEDGER
070200*      AND JOURNAL ARE OPENED FIRST - A RESTORE THAT COULD NOT
070300*      BE RECORDED IS NOT MADE.
070400*****************************************************************
070500 5000-RESTORE-RUN.
070600     IF RETURN-CODE NOT = ZERO
070700         GO TO 5000-EXIT
070800     END-IF.
070900     OPEN EXTEND LEDGER-FILE.
071000     IF WS-LEDGER-NOTFND
071100         OPEN OUTPUT LEDGER-FILE
071200     END-IF.
071300     IF NOT WS-LEDGER-OK
071400         DISPLAY "PRG19: UNABLE TO OPEN LEDGER - STATUS "
071500             WS-LEDGER-STATUS " - RUN REFUSED"
071600         MOVE 16 TO RETURN-CODE
071700         CLOSE CUSTMAS-FILE
071800         GO TO 5000-EXIT
071900     END-IF.
072000     OPEN EXTEND CUSTJRNL-FILE.
072100     IF NOT WS-CUSTJRNL-OK
072200         DISPLAY "PRG19: UNABLE TO OPEN CUSTJRNL FOR UPDATE - "
072300             "STATUS " WS-CUSTJRNL-STATUS " - RUN REFUSED"
072400         MOVE 16 TO RETURN-CODE
072500         CLOSE CUSTMAS-FILE
072600         CLOSE LEDGER-FILE
072700         GO TO 5000-EXIT
072800     END-IF.
072900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
073000     ACCEPT WS-CURRENT-TIME FROM TIME.
073100     PERFORM 5100-RESTORE-ONE-RECORD THRU 5100-EXIT
073200         VARYING WS-KT-SUB FROM 1 BY 1
073300         UNTIL WS-KT-SUB > WS-KT-COUNT.
073400     PERFORM 5300-REVERSE-ONE-POSTING THRU 5300-EXIT
073500         VARYING WS-ET-SUB FROM WS-ET-COUNT BY -1
073600         UNTIL WS-ET-SUB < 1.
073700     CLOSE CUSTMAS-FILE.
073800     CLOSE LEDGER-FILE.
073900     CLOSE CUSTJRNL-FILE.
074000 5000-EXIT.
074100     EXIT.
074200*****************************************************************
074300* 5100-RESTORE-ONE-RECORD.
074400*      A RECORD THE RUN ADDED IS DELETED; ANY OTHER IS
074500*      REWRITTEN WITH ITS FIRST BEFORE IMAGE.  A FAILURE HERE,
074600*      AFTER THE CHECKS HAVE PASSED, LEAVES A PARTIAL BACKOUT -
074700*      IT IS LISTED AND ENDS THE RUN WITH RETURN CODE 16.
074800*****************************************************************
074900 5100-RESTORE-ONE-RECORD.
075000     MOVE WS-KT-KEY (WS-KT-SUB) TO CUSTMAS-KEY OF CUSTMAS-REC.
075100     READ CUSTMAS-FILE
075200         INVALID KEY
075300             GO TO 5150-RESTORE-FAILED
075400     END-READ.
075500     MOVE CUSTMAS-REC TO WS-JRNL-BEFORE-IMAGE.
075600     IF WS-KT-BEFORE (WS-KT-SUB) = SPACES
075700         DELETE CUSTMAS-FILE RECORD
075800             INVALID KEY
075900                 GO TO 5150-RESTORE-FAILED
076000         END-DELETE
076100         ADD 1 TO WS-RECS-DELETED
076200         MOVE SPACES TO CUSTMAS-REC
076300     ELSE
076400         MOVE WS-KT-BEFORE (WS-KT-SUB) TO CUSTMAS-REC
076500         REWRITE CUSTMAS-REC
076600             INVALID KEY
076700                 GO TO 5150-RESTORE-FAILED
076800         END-REWRITE
076900         ADD 1 TO WS-RECS-RESTORED
077000     END-IF.
077100     SET WS-KT-RESTORED (WS-KT-SUB) TO TRUE.
077200     PERFORM 5200-WRITE-JOURNAL-REC THRU 5200-EXIT.
077300     MOVE WS-JRNL-BEFORE-IMAGE TO WS-IMAGE-REC.
077400     MOVE "WAS      " TO WS-PRF-TAG.
077500     PERFORM 7100-PRINT-IMAGE THRU 7100-EXIT.
077600     IF WS-KT-BEFORE (WS-KT-SUB) = SPACES
077700         MOVE SPACES TO WS-PROOF-LINE
077800         MOVE "DELETED  " TO WS-PRF-TAG
077900         MOVE WS-KT-KEY (WS-KT-SUB) TO WS-PRF-KEY
078000         MOVE "(ADDED BY THE RUN)" TO WS-PRF-NAME
078100         MOVE WS-PROOF-LINE TO REPORT-LINE
078200         WRITE REPORT-LINE
078300     ELSE
078400         MOVE CUSTMAS-REC TO WS-IMAGE-REC
078500         MOVE "RESTORED " TO WS-PRF-TAG
078600         PERFORM 7100-PRINT-IMAGE THRU 7100-EXIT
078700     END-IF.
078800     GO TO 5100-EXIT.
078900 5150-RESTORE-FAILED.
079000     ADD 1 TO WS-RECS-FAILED.
079100     MOVE 16 TO RETURN-CODE.
079200     DISPLAY "PRG19: *** " WS-KT-KEY (WS-KT-SUB)
079300         " NOT RESTORED - STATUS " WS-CUSTMAS-STATUS " ***".
079400     MOVE SPACES TO REPORT-LINE.
079500     STRING "FAILED   " WS-KT-KEY (WS-KT-SUB)
079600         " NOT RESTORED - STATUS " WS-CUSTMAS-STATUS
079700         DELIMITED BY SIZE INTO REPORT-LINE.
079800     WRITE REPORT-LINE.
079900 5100-EXIT.
080000     EXIT.
080100*****************************************************************
080200* 5200-WRITE-JOURNAL-REC.
080300*      JOURNAL THE RESTORE UNDER THIS BACKOUT'S OWN RUN, WITH
080400*      THE RUN IT REVERSED, SO A LATER BACKOUT KNOWS THIS RUN
080500*      IS ALREADY TAKEN BACK.
080600*****************************************************************
080700 5200-WRITE-JOURNAL-REC.
080800     MOVE SPACES TO CJRN-REC.
080900     MOVE WS-OWN-JOB TO CJRN-JOB-NAME.
081000     MOVE WS-RUN-START-DATE TO CJRN-RUN-DATE.
081100     MOVE WS-RUN-START-TIME TO CJRN-RUN-TIME.
081200     MOVE WS-CURRENT-DATE TO CJRN-CHANGE-DATE.
081300     MOVE WS-CURRENT-TIME TO CJRN-CHANGE-TIME.
081400     MOVE WS-OPER-ID TO CJRN-OPER-ID.
081500     IF CUSTMAS-REC = SPACES
081600         SET CJRN-DELETED TO TRUE
081700     ELSE
081800         SET CJRN-CHANGED TO TRUE
081900     END-IF.
082000     MOVE WS-KT-KEY (WS-KT-SUB) TO CJRN-CUST-KEY.
082100     MOVE WS-TGT-RUN TO CJRN-REVERSED-RUN.
082200     MOVE WS-JRNL-BEFORE-IMAGE TO CJRN-BEFORE-IMAGE.
082300     MOVE CUSTMAS-REC TO CJRN-AFTER-IMAGE.
082400     WRITE CJRN-REC.
082500 5200-EXIT.
082600     EXIT.
082700*****************************************************************
082800* 5300-REVERSE-ONE-POSTING.
082900*      LEDGER THE REVERSAL OF ONE BALANCE MOVEMENT OF THE RUN,
083000*      UNDER ITS OWN TRANSACTION CODE, SO THE GL JOURNAL NETS
083100*      IT OUT AND THE CUSTOMER'S LEDGER CHAIN RUNS ON FROM THE
083200*      RUN'S LAST BALANCE BACK TO ITS FIRST.
083300*****************************************************************
083400 5300-REVERSE-ONE-POSTING.
083500     MOVE WS-ET-KT-SUB (WS-ET-SUB) TO WS-KT-SUB.
083600     IF NOT WS-KT-RESTORED (WS-KT-SUB)
083700         OR WS-ET-BAL-BEFORE (WS-ET-SUB) =
083800            WS-ET-BAL-AFTER (WS-ET-SUB)
083900         GO TO 5300-EXIT
084000     END-IF.
084100     MOVE SPACES TO LEDG-REC.
084200     MOVE WS-KT-KEY (WS-KT-SUB) TO LEDG-CUST-KEY.
084300     MOVE WS-CURRENT-DATE TO LEDG-POST-DATE.
084400     MOVE WS-CURRENT-TIME TO LEDG-POST-TIME.
084500     MOVE WS-OWN-JOB TO LEDG-SOURCE-JOB.
084600     MOVE WS-ET-TRAN-CODE (WS-ET-SUB) TO LEDG-TRAN-CODE.
084700     COMPUTE LEDG-AMOUNT = WS-ET-BAL-BEFORE (WS-ET-SUB)
084800                         - WS-ET-BAL-AFTER (WS-ET-SUB).
084900     MOVE WS-ET-BAL-BEFORE (WS-ET-SUB) TO LEDG-BALANCE.
085000     WRITE LEDG-REC.
085100     ADD 1 TO WS-REVERSALS.
085200     ADD LEDG-AMOUNT TO WS-AMOUNT-REVERSED.
085300 5300-EXIT.
085400     EXIT.
085500*****************************************************************
085600* 7100-PRINT-IMAGE.
085700*      ONE PROOF LINE FOR THE IMAGE IN WS-IMAGE-REC UNDER THE
085800*      TAG ALREADY SET.
085900*****************************************************************
086000 7100-PRINT-IMAGE.
086100     MOVE CUSTMAS-KEY OF WS-IMAGE-REC TO WS-PRF-KEY.
086200     MOVE CUSTMAS-NAME OF WS-IMAGE-REC TO WS-PRF-NAME.
086300     MOVE CUSTMAS-STATUS OF WS-IMAGE-REC TO WS-PRF-STATUS.
086400     PERFORM 3700-IMAGE-BALANCE THRU 3700-EXIT.
086500     MOVE WS-IMAGE-BALANCE TO WS-PRF-BALANCE.
086600     MOVE WS-PROOF-LINE TO REPORT-LINE.
086700     WRITE REPORT-LINE.
086800 7100-EXIT.
086900     EXIT.
087000*****************************************************************
087100* 8000-TERMINATE.
087200*      PRINT AND DISPLAY THE TOTALS AND THE OUTCOME.
087300*****************************************************************
087400 8000-TERMINATE.
087500     MOVE SPACES TO REPORT-LINE.
087600     WRITE REPORT-LINE.
087700     MOVE WS-RUN-ENTRIES TO WS-PRINT-COUNT.
087800     MOVE SPACES TO REPORT-LINE.
087900     STRING "JOURNAL ENTRIES FOR THE RUN   " WS-PRINT-COUNT
088000         DELIMITED BY SIZE INTO REPORT-LINE.
088100     WRITE REPORT-LINE.
088200     MOVE WS-KT-COUNT TO WS-PRINT-COUNT.
088300     MOVE SPACES TO REPORT-LINE.
088400     STRING "MASTER RECORDS IT TOUCHED     " WS-PRINT-COUNT
088500         DELIMITED BY SIZE INTO REPORT-LINE.
088600     WRITE REPORT-LINE.
088700     MOVE WS-CONFLICTS TO WS-PRINT-COUNT.
088800     MOVE SPACES TO REPORT-LINE.
088900     STRING "CONFLICTS                     " WS-PRINT-COUNT
089000         DELIMITED BY SIZE INTO REPORT-LINE.
089100     WRITE REPORT-LINE.
089200     MOVE WS-RECS-RESTORED TO WS-PRINT-COUNT.
089300     MOVE SPACES TO REPORT-LINE.
089400     STRING "RECORDS RESTORED              " WS-PRINT-COUNT
089500         DELIMITED BY SIZE INTO REPORT-LINE.
089600     WRITE REPORT-LINE.
089700     MOVE WS-RECS-DELETED TO WS-PRINT-COUNT.
089800     MOVE SPACES TO REPORT-LINE.
089900     STRING "RECORDS DELETED (RUN'S ADDS)  " WS-PRINT-COUNT
090000         DELIMITED BY SIZE INTO REPORT-LINE.
090100     WRITE REPORT-LINE.
090200     MOVE WS-RECS-FAILED TO WS-PRINT-COUNT.
090300     MOVE SPACES TO REPORT-LINE.
090400     STRING "RECORDS FAILED                " WS-PRINT-COUNT
090500         DELIMITED BY SIZE INTO REPORT-LINE.
090600     WRITE REPORT-LINE.
090700     MOVE WS-REVERSALS TO WS-PRINT-COUNT.
090800     MOVE SPACES TO REPORT-LINE.
090900     STRING "LEDGER REVERSALS WRITTEN      " WS-PRINT-COUNT
091000         DELIMITED BY SIZE INTO REPORT-LINE.
091100     WRITE REPORT-LINE.
091200     MOVE WS-AMOUNT-REVERSED TO WS-PRINT-TOTAL.
091300     MOVE SPACES TO REPORT-LINE.
091400     STRING "NET AMOUNT REVERSED  " WS-PRINT-TOTAL
091500         DELIMITED BY SIZE INTO REPORT-LINE.
091600     WRITE REPORT-LINE.
091700     MOVE SPACES TO REPORT-LINE.
091800     EVALUATE TRUE
091900         WHEN WS-RECS-FAILED > ZERO
092000             MOVE "*** BACKOUT INCOMPLETE - FAILED RECORDS ABOVE"
092100                 TO REPORT-LINE
092200         WHEN RETURN-CODE NOT = ZERO
092300             MOVE "*** BACKOUT REFUSED - NOTHING CHANGED"
092400                 TO REPORT-LINE
092500         WHEN OTHER
092600             MOVE "BACKOUT COMPLETE" TO REPORT-LINE
092700     END-EVALUATE.
092800     WRITE REPORT-LINE.
092900     CLOSE REPORT-FILE.
093000     DISPLAY "PRG19: JOURNAL ENTRIES READ  = " WS-JRNL-READ.
093100     DISPLAY "PRG19: ENTRIES FOR THE RUN   = " WS-RUN-ENTRIES.
093200     DISPLAY "PRG19: RECORDS RESTORED      = " WS-RECS-RESTORED.
093300     DISPLAY "PRG19: RECORDS DELETED       = " WS-RECS-DELETED.
093400     DISPLAY "PRG19: CONFLICTS             = " WS-CONFLICTS.
093500     DISPLAY "PRG19: RECORDS FAILED        = " WS-RECS-FAILED.
093600     DISPLAY "PRG19: LEDGER REVERSALS      = " WS-REVERSALS.
093700 8000-EXIT.
093800     EXIT.
093900*****************************************************************
094000* 9000-WRITE-RUN-HISTORY.
094100*      RECORD THIS RUN ON THE SHARED RUN-HISTORY KSDS FOR THE
094200*      PRG2RUN STATUS SCREEN.  A HISTORY THAT CANNOT BE
094300*      WRITTEN WARNS BUT NEVER FAILS THE RUN ITSELF.
094400*****************************************************************
094500 9000-WRITE-RUN-HISTORY.
094600     OPEN I-O RUNHIST-FILE.
094700     IF WS-RUNHIST-NOTFND
094800         OPEN OUTPUT RUNHIST-FILE
094900     END-IF.
095000     IF NOT WS-RUNHIST-OK
095100         DISPLAY "PRG19: UNABLE TO RECORD RUN HISTORY - STATUS "
095200             WS-RUNHIST-STATUS
095300         GO TO 9000-EXIT
095400     END-IF.
095500     MOVE SPACES TO RUNH-REC.
095600     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
095700     ACCEPT RUNH-END-TIME FROM TIME.
095800     MOVE "PRG19" TO RUNH-JOB-NAME.
095900     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
096000     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
096100     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
096200     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
096300     MOVE WS-RUN-ENTRIES TO RUNH-RECS-IN.
096400     COMPUTE RUNH-RECS-OUT = WS-RECS-RESTORED + WS-RECS-DELETED.
096500     COMPUTE RUNH-RECS-ACCEPTED = WS-RECS-RESTORED
096600                                + WS-RECS-DELETED.
096700     COMPUTE RUNH-RECS-REJECTED = WS-CONFLICTS + WS-RECS-FAILED.
096800     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
096900     WRITE RUNH-REC
097000         INVALID KEY
097100             DISPLAY "PRG19: UNABLE TO RECORD RUN HISTORY - "
097200                 "DUPLICATE KEY"
097300     END-WRITE.
097400     CLOSE RUNHIST-FILE.
097500 9000-EXIT.
097600     EXIT.
