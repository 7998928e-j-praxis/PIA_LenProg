000100*****************************************************************
000200* INACTIVACION MENSUAL DE CUENTAS SIN MOVIMIENTO
000300*
000400* MONTHLY DORMANT-ACCOUNT JOB FOR THE CUSTOMER/ACCOUNT MASTER.
000500* CUSTMAS-STATUS ONLY CHANGES WHEN A CLERK KEYS AN "I" ON
000600* PRG2MNT OR THE PRG11 MAINTIN FEED SENDS ONE, SO ACCOUNTS NO
000700* ONE HAS USED IN YEARS STAY ACTIVE AND KEEP PASSING PRG2VAL.
000800* THIS JOB WORKS OUT EACH CUSTOMER'S LAST ACTIVITY DATE FROM
000900* THE AUDIT TRAIL - THE AUDITARC ARCHIVE AND THE LIVE AUDITLOG
001000* - AS THE DATE OF ITS NEWEST ACCEPTED ENTRY FROM ANY SOURCE
001100* (A POSTING, A REPAIR, A MAINTENANCE ACTION, AN ADJUSTMENT).
001200* AN ACTIVE ACCOUNT WITH NO ACCEPTED ENTRY ON OR AFTER THE
001300* CUTOFF DATE - THE RUN DATE LESS THE DORMANCY THRESHOLD, IN
001400* DAYS, GIVEN ON THE COMMAND LINE - IS DORMANT:
001500*   - A ZERO BALANCE IS INACTIVATED, AUDIT-LOGGED AS A "M"
001600*     MAINTENANCE ACTION THE SAME AS A PRG11 INACTIVATE, AND
001700*     JOURNALED TO CUSTJRNL SO THE RUN CAN BE BACKED OUT BY
001800*     PRG19.  EVERY ACCOUNT INACTIVATED IS LISTED ON DORMLIST
001900*     FOR THE COMPLIANCE FILE.
002000*   - A NON-ZERO BALANCE IS NOT TOUCHED - THE MONEY HAS TO BE
002100*     DEALT WITH FIRST - AND GOES ON THE DORMEXC EXCEPTION
002200*     REPORT FOR FOLLOW-UP.
002300* AN ACCOUNT'S OWN INACTIVATION OR REACTIVATION IS AN ACCEPTED
002400* MAINTENANCE ENTRY, SO A REACTIVATED ACCOUNT STARTS ITS
002500* DORMANCY CLOCK AGAIN FROM THE DAY IT WAS REACTIVATED.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     PRG20.
002900 AUTHOR.         J. LEN.
003000 INSTALLATION.   APPLICATIONS DEVELOPMENT.
003100 DATE-WRITTEN.   2026-10-15.
003200 DATE-COMPILED.
003300*****************************************************************
003400* MODIFICATION HISTORY
003500*   2026-10-15  JKL  INITIAL VERSION - LAST ACTIVITY FROM THE
003600*                    AUDIT TRAIL, ZERO-BALANCE DORMANT ACCOUNTS
003700*                    INACTIVATED WITH AUDIT AND CUSTJRNL ENTRIES,
003800*                    COMPLIANCE LIST, BALANCE EXCEPTION REPORT
003900*                    AND RUN HISTORY WRITTEN TO RUNHIST LIKE
004000*                    EVERY OTHER BATCH JOB.
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT AUDITARC-FILE ASSIGN TO "AUDITARC"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AUDITARC-STATUS.
004800     SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-AUDITLOG-STATUS.
005100     SELECT SORTWK-FILE ASSIGN TO "SORTWK1".
005200     SELECT CUSTMAS-FILE ASSIGN TO "CUSTMAS"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS CUSTMAS-KEY
005600         FILE STATUS IS WS-CUSTMAS-STATUS.
005700     SELECT CUSTJRNL-FILE ASSIGN TO "CUSTJRNL"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CUSTJRNL-STATUS.
006000     SELECT LIST-FILE ASSIGN TO "DORMLIST"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-LIST-STATUS.
006300     SELECT EXCEPT-FILE ASSIGN TO "DORMEXC"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-EXCEPT-STATUS.
006600     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS RUNH-KEY
007000         FILE STATUS IS WS-RUNHIST-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  AUDITARC-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY AUDITREC REPLACING ==AUDIT-REC== BY ==AUDITARC-REC==.
007600 FD  AUDITLOG-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY AUDITREC.
007900 SD  SORTWK-FILE.
008000 01  SORTWK-REC.
008100     05  SORTWK-USERINP          PIC X(10).
008200     05  SORTWK-DATE             PIC 9(08).
008300 FD  CUSTMAS-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY CUSTMAS.
008600 FD  CUSTJRNL-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY CJRNREC.
008900 FD  LIST-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  LIST-LINE                   PIC X(80).
009200 FD  EXCEPT-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  EXCEPT-LINE                 PIC X(80).
009500 FD  RUNHIST-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY RUNHREC.
009800 WORKING-STORAGE SECTION.
009900*****************************************************************
010000*    SWITCHES AND FILE STATUS FIELDS
010100*****************************************************************
010200 01  WS-AUDITARC-STATUS          PIC X(02).
010300     88  WS-AUDITARC-OK                   VALUE "00".
010400     88  WS-AUDITARC-EOF                  VALUE "10".
010500 01  WS-AUDITLOG-STATUS          PIC X(02).
010600     88  WS-AUDITLOG-OK                   VALUE "00".
010700     88  WS-AUDITLOG-EOF                  VALUE "10".
010800     88  WS-AUDITLOG-NOTFND              VALUE "35".
010900 01  WS-CUSTMAS-STATUS           PIC X(02).
011000     88  WS-CUSTMAS-OK                    VALUE "00".
011100 01  WS-CUSTJRNL-STATUS          PIC X(02).
011200     88  WS-CUSTJRNL-OK                   VALUE "00".
011300     88  WS-CUSTJRNL-NOTFND              VALUE "35".
011400 01  WS-LIST-STATUS              PIC X(02).
011500 01  WS-EXCEPT-STATUS            PIC X(02).
011600 01  WS-RUNHIST-STATUS           PIC X(02).
011700     88  WS-RUNHIST-OK                    VALUE "00".
011800     88  WS-RUNHIST-NOTFND                VALUE "35".
011900 01  WS-SORT-EOF-SW              PIC X(01).
012000     88  WS-END-OF-SORT                   VALUE "Y".
012100 01  WS-MAST-EOF-SW              PIC X(01).
012200     88  WS-END-OF-CUSTMAS                VALUE "Y".
012300 01  WS-APPLIED-SW               PIC X(01).
012400     88  WS-TXN-APPLIED                   VALUE "Y".
012500     88  WS-TXN-REJECTED                  VALUE "N".
012600*****************************************************************
012700*    DORMANCY THRESHOLD FROM THE COMMAND LINE - A 1-4 DIGIT
012800*    NUMBER OF DAYS ANYWHERE IN THE PARAMETER FIELD.  THERE IS
012900*    NO DEFAULT: A JOB THAT INACTIVATES ACCOUNTS MUST BE TOLD
013000*    HOW LONG IS TOO LONG.
013100*****************************************************************
013200 01  WS-DAYS-PARM                PIC X(08).
013300 01  WS-DAYS-CHARS REDEFINES WS-DAYS-PARM.
013400     05  WS-DAYS-CHAR            OCCURS 8 TIMES
013500                                 PIC X(01).
013600 01  WS-PARM-IDX                 PIC 9(02) COMP.
013700 01  WS-PARM-VALUE               PIC 9(05) COMP.
013800 01  WS-PARM-DIGITS              PIC 9(02) COMP.
013900 01  WS-PARM-OK-SW               PIC X(01).
014000     88  WS-PARM-GOOD                     VALUE "Y".
014100 01  WS-DIGIT-AREA.
014200     05  WS-DIGIT-X              PIC X(01).
014300 01  WS-DIGIT-9 REDEFINES WS-DIGIT-AREA
014400                                 PIC 9(01).
014500 01  WS-DORMANT-DAYS             PIC 9(04).
014600*****************************************************************
014700*    CUTOFF DATE AND THE CURRENT CUSTOMER'S LAST ACTIVITY.  THE
014800*    SORT HANDS BACK EACH CODE'S ENTRIES NEWEST FIRST, SO THE
014900*    FIRST ENTRY OF A CODE CARRIES ITS LAST ACTIVITY DATE.
015000*****************************************************************
015100 01  WS-RUN-INT                  PIC 9(09) COMP.
015200 01  WS-ITEM-INT                 PIC 9(09) COMP.
015300 01  WS-CUTOFF-DATE              PIC 9(08).
015400 01  WS-ACT-KEY                  PIC X(10).
015500 01  WS-ACT-DATE                 PIC 9(08).
015600 01  WS-LAST-ACTIVITY            PIC 9(08).
015700 01  WS-IDLE-DAYS                PIC 9(09) COMP.
015800 01  WS-BALANCE                  PIC S9(09)V99 COMP.
015900 01  WS-JRNL-BEFORE-IMAGE        PIC X(80).
016000*****************************************************************
016100*    RUN DATE, TIME, AUDIT STAMP AND COUNTERS
016200*****************************************************************
016300 01  WS-CURRENT-DATE             PIC 9(08).
016400 01  WS-CURRENT-TIME             PIC 9(08).
016500 01  WS-TERM-ID                  PIC X(08).
016600 01  WS-OPER-ID                  PIC X(08).
016700 01  WS-RUN-START-DATE           PIC 9(08).
016800 01  WS-RUN-START-TIME           PIC 9(08).
016900 01  WS-AUDIT-READ               PIC 9(09) COMP.
017000 01  WS-AUDIT-SKIPPED            PIC 9(09) COMP.
017100 01  WS-MAST-READ                PIC 9(09) COMP.
017200 01  WS-DORMANT-FOUND            PIC 9(09) COMP.
017300 01  WS-RECS-INACTIVATED         PIC 9(09) COMP.
017400 01  WS-RECS-HELD                PIC 9(09) COMP.
017500 01  WS-RECS-FAILED              PIC 9(09) COMP.
017600 01  WS-BALANCE-HELD             PIC S9(13)V99 COMP.
017700*****************************************************************
017800*    COMPLIANCE LIST AND EXCEPTION REPORT LINES
017900*****************************************************************
018000 01  WS-LIST-DETAIL.
018100     05  WS-LST-KEY              PIC X(10).
018200     05  FILLER                  PIC X(01) VALUE SPACE.
018300     05  WS-LST-NAME             PIC X(30).
018400     05  FILLER                  PIC X(01) VALUE SPACE.
018500     05  WS-LST-LAST-ACT         PIC X(08).
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  WS-LST-IDLE-DAYS        PIC X(06).
018800     05  FILLER                  PIC X(22) VALUE SPACES.
018900 01  WS-EXC-DETAIL.
019000     05  WS-EXC-KEY              PIC X(10).
019100     05  FILLER                  PIC X(01) VALUE SPACE.
019200     05  WS-EXC-NAME             PIC X(26).
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  WS-EXC-LAST-ACT         PIC X(08).
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  WS-EXC-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  WS-EXC-REASON           PIC X(14).
019900     05  FILLER                  PIC X(03) VALUE SPACES.
020000 01  WS-PRINT-DAYS               PIC ZZZZZ9.
020100 01  WS-PRINT-COUNT              PIC ZZZZ,ZZ9.
020200 01  WS-PRINT-TOTAL              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
020300*****************************************************************
020400*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
020500*****************************************************************
020600 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG20".
020700 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
020800     88  WS-GATE-REFUSED                  VALUE "R".
020900 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
021000 PROCEDURE DIVISION.
021100*****************************************************************
021200* 0000-MAINLINE.
021300*****************************************************************
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021600     IF RETURN-CODE = ZERO
021700         SORT SORTWK-FILE
021800             ON ASCENDING KEY SORTWK-USERINP
021900             ON DESCENDING KEY SORTWK-DATE
022000             INPUT PROCEDURE IS 1500-RELEASE-ACTIVITY
022100                 THRU 1500-EXIT
022200             OUTPUT PROCEDURE IS 2000-MATCH-MASTER
022300                 THRU 2000-EXIT
022400         PERFORM 8000-TERMINATE THRU 8000-EXIT
022500     END-IF.
022600     PERFORM 9000-WRITE-RUN-HISTORY THRU 9000-EXIT.
022700     STOP RUN.
022800*****************************************************************
022900* 1000-INITIALIZE.
023000*      EDIT THE THRESHOLD, FIX THE CUTOFF DATE, OPEN THE MASTER
023100*      AND THE JOURNAL AND HEAD UP BOTH REPORTS.  A MISSING
023200*      THRESHOLD, OR A MASTER OR JOURNAL THAT CANNOT BE OPENED,
023300*      FAILS THE RUN BEFORE ANYTHING IS TOUCHED.
023400*****************************************************************
023500 1000-INITIALIZE.
023600     MOVE ZERO TO WS-AUDIT-READ WS-AUDIT-SKIPPED WS-MAST-READ
023700         WS-DORMANT-FOUND WS-RECS-INACTIVATED WS-RECS-HELD
023800         WS-RECS-FAILED WS-BALANCE-HELD.
023900     MOVE "N" TO WS-SORT-EOF-SW WS-MAST-EOF-SW.
024000     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
024100     ACCEPT WS-RUN-START-TIME FROM TIME.
024200     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
024300     IF WS-GATE-REFUSED
024400         GO TO 1000-EXIT
024500     END-IF.
024600     ACCEPT WS-OPER-ID FROM ENVIRONMENT "OPERID".
024700     ACCEPT WS-DAYS-PARM FROM COMMAND-LINE.
024800     PERFORM 1300-EDIT-DAYS-PARM THRU 1300-EXIT.
024900     IF RETURN-CODE NOT = ZERO
025000         GO TO 1000-EXIT
025100     END-IF.
025200     COMPUTE WS-RUN-INT =
025300         FUNCTION INTEGER-OF-DATE (WS-RUN-START-DATE).
025400     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
025500         (WS-RUN-INT - WS-DORMANT-DAYS).
025600     DISPLAY "PRG20: DORMANCY THRESHOLD = " WS-DORMANT-DAYS
025700         " DAYS - NO ACTIVITY SINCE " WS-CUTOFF-DATE.
025800     OPEN I-O CUSTMAS-FILE.
025900     IF NOT WS-CUSTMAS-OK
026000         DISPLAY "PRG20: UNABLE TO OPEN CUSTMAS - STATUS "
026100             WS-CUSTMAS-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         GO TO 1000-EXIT
026400     END-IF.
026500     OPEN EXTEND CUSTJRNL-FILE.
026600     IF WS-CUSTJRNL-NOTFND
026700         OPEN OUTPUT CUSTJRNL-FILE
026800     END-IF.
026900     IF NOT WS-CUSTJRNL-OK
027000         DISPLAY "PRG20: UNABLE TO OPEN CUSTJRNL - STATUS "
027100             WS-CUSTJRNL-STATUS
027200         MOVE 16 TO RETURN-CODE
027300         GO TO 1000-EXIT
027400     END-IF.
027500     OPEN OUTPUT LIST-FILE.
027600     OPEN OUTPUT EXCEPT-FILE.
027700     MOVE SPACES TO LIST-LINE.
027800     STRING "DORMANT ACCOUNTS INACTIVATED - RUN DATE "
027900         WS-RUN-START-DATE " OPERATOR " WS-OPER-ID
028000         DELIMITED BY SIZE INTO LIST-LINE.
028100     WRITE LIST-LINE.
028200     MOVE SPACES TO EXCEPT-LINE.
028300     STRING "DORMANT ACCOUNTS WITH A BALANCE - NOT INACTIVATED"
028400         " - RUN DATE " WS-RUN-START-DATE
028500         DELIMITED BY SIZE INTO EXCEPT-LINE.
028600     WRITE EXCEPT-LINE.
028700     MOVE SPACES TO LIST-LINE.
028800     STRING "NO ACCEPTED ACTIVITY SINCE " WS-CUTOFF-DATE
028900         " (THRESHOLD " WS-DORMANT-DAYS " DAYS)"
029000         DELIMITED BY SIZE INTO LIST-LINE.
029100     WRITE LIST-LINE.
029200     MOVE LIST-LINE TO EXCEPT-LINE.
029300     WRITE EXCEPT-LINE.
029400     MOVE SPACES TO LIST-LINE.
029500     STRING "CODE       NAME                           "
029600         "LAST ACT  IDLE DAYS"
029700         DELIMITED BY SIZE INTO LIST-LINE.
029800     WRITE LIST-LINE.
029900     MOVE SPACES TO EXCEPT-LINE.
030000     STRING "CODE       NAME                       LAST ACT "
030100         "        BALANCE REASON"
030200         DELIMITED BY SIZE INTO EXCEPT-LINE.
030300     WRITE EXCEPT-LINE.
030400 1000-EXIT.
030500     EXIT.
030600*****************************************************************
030700* 1050-CHECK-PREDECESSORS.
030800*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
030900*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
031000*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
031100*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
031200*****************************************************************
031300 1050-CHECK-PREDECESSORS.
031400     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
031500                          WS-GATE-PRED.
031600     IF WS-GATE-REFUSED
031700         DISPLAY "PRG20: *** REFUSED BY PREDECESSOR CHECK ***"
031800         MOVE 16 TO RETURN-CODE
031900     END-IF.
032000 1050-EXIT.
032100     EXIT.
032200*****************************************************************
032300* 1300-EDIT-DAYS-PARM.
032400*      EDIT THE COMMAND-LINE DORMANCY THRESHOLD.  IT MUST BE A
032500*      1-4 DIGIT NUMBER OF DAYS GREATER THAN ZERO; ANYTHING
032600*      ELSE FAILS THE RUN.  THE DIGITS MAY SIT ANYWHERE IN THE
032700*      FIELD, SO "730" AND " 0730" BOTH READ AS 730 DAYS.
032800*****************************************************************
032900 1300-EDIT-DAYS-PARM.
033000     MOVE ZERO TO WS-PARM-VALUE WS-PARM-DIGITS.
033100     MOVE "Y" TO WS-PARM-OK-SW.
033200     PERFORM 1310-EDIT-ONE-CHAR THRU 1310-EXIT
033300         VARYING WS-PARM-IDX FROM 1 BY 1
033400         UNTIL WS-PARM-IDX > 8
033500            OR NOT WS-PARM-GOOD.
033600     IF NOT WS-PARM-GOOD
033700         OR WS-PARM-DIGITS = ZERO
033800         OR WS-PARM-DIGITS > 4
033900         OR WS-PARM-VALUE = ZERO
034000         DISPLAY "PRG20: DORMANCY THRESHOLD PARAMETER (DAYS) "
034100             "IS REQUIRED AND MUST BE A 1-4 DIGIT NUMBER"
034200         MOVE 16 TO RETURN-CODE
034300         GO TO 1300-EXIT
034400     END-IF.
034500     MOVE WS-PARM-VALUE TO WS-DORMANT-DAYS.
034600 1300-EXIT.
034700     EXIT.
034800*****************************************************************
034900* 1310-EDIT-ONE-CHAR.
035000*****************************************************************
035100 1310-EDIT-ONE-CHAR.
035200     MOVE WS-DAYS-CHAR (WS-PARM-IDX) TO WS-DIGIT-X.
035300     EVALUATE TRUE
035400         WHEN WS-DIGIT-X = SPACE
035500             CONTINUE
035600         WHEN WS-DIGIT-9 IS NUMERIC
035700             ADD 1 TO WS-PARM-DIGITS
035800             COMPUTE WS-PARM-VALUE =
035900                 WS-PARM-VALUE * 10 + WS-DIGIT-9
036000         WHEN OTHER
036100             MOVE "N" TO WS-PARM-OK-SW
036200     END-EVALUATE.
036300 1310-EXIT.
036400     EXIT.
036500*****************************************************************
036600* 1500-RELEASE-ACTIVITY.
036700*      FEED THE SORT WITH THE CODE AND DATE OF EVERY ACCEPTED
036800*      ENTRY IN THE ARCHIVE AND THE LIVE LOG.  EITHER MAY BE
036900*      ABSENT - THE RUN COVERS WHAT IS THERE AND THE CONSOLE
037000*      SAYS SO.
037100*****************************************************************
037200 1500-RELEASE-ACTIVITY.
037300     PERFORM 1700-RELEASE-ARCHIVE THRU 1700-EXIT.
037400     PERFORM 1800-RELEASE-LIVE-LOG THRU 1800-EXIT.
037500 1500-EXIT.
037600     EXIT.
037700*****************************************************************
037800* 1700-RELEASE-ARCHIVE.
037900*****************************************************************
038000 1700-RELEASE-ARCHIVE.
038100     OPEN INPUT AUDITARC-FILE.
038200     IF NOT WS-AUDITARC-OK
038300         DISPLAY "PRG20: NO ARCHIVE (AUDITARC) - LIVE LOG ONLY"
038400         GO TO 1700-EXIT
038500     END-IF.
038600     PERFORM 1710-RELEASE-ONE-ARC THRU 1710-EXIT
038700         UNTIL WS-AUDITARC-EOF.
038800     CLOSE AUDITARC-FILE.
038900 1700-EXIT.
039000     EXIT.
039100*****************************************************************
039200* 1710-RELEASE-ONE-ARC.
039300*****************************************************************
039400 1710-RELEASE-ONE-ARC.
039500     READ AUDITARC-FILE
039600         AT END
039700             SET WS-AUDITARC-EOF TO TRUE
039800             GO TO 1710-EXIT
039900     END-READ.
040000     ADD 1 TO WS-AUDIT-READ.
040100     IF NOT AUDIT-ACCEPTED OF AUDITARC-REC
040200         GO TO 1710-EXIT
040300     END-IF.
040400     MOVE AUDITARC-REC TO AUDIT-REC.
040500     PERFORM 1850-RELEASE-ONE THRU 1850-EXIT.
040600 1710-EXIT.
040700     EXIT.
040800*****************************************************************
040900* 1800-RELEASE-LIVE-LOG.
041000*****************************************************************
041100 1800-RELEASE-LIVE-LOG.
041200     OPEN INPUT AUDITLOG-FILE.
041300     IF NOT WS-AUDITLOG-OK
041400         DISPLAY "PRG20: NO LIVE LOG (AUDITLOG) - ARCHIVE ONLY"
041500         GO TO 1800-EXIT
041600     END-IF.
041700     PERFORM 1810-RELEASE-ONE-LIVE THRU 1810-EXIT
041800         UNTIL WS-AUDITLOG-EOF.
041900     CLOSE AUDITLOG-FILE.
042000 1800-EXIT.
042100     EXIT.
042200*****************************************************************
042300* 1810-RELEASE-ONE-LIVE.
042400*****************************************************************
042500 1810-RELEASE-ONE-LIVE.
042600     READ AUDITLOG-FILE
042700         AT END
042800             SET WS-AUDITLOG-EOF TO TRUE
042900             GO TO 1810-EXIT
043000     END-READ.
043100     ADD 1 TO WS-AUDIT-READ.
043200     IF NOT AUDIT-ACCEPTED OF AUDIT-REC
043300         GO TO 1810-EXIT
043400     END-IF.
043500     PERFORM 1850-RELEASE-ONE THRU 1850-EXIT.
043600 1810-EXIT.
043700     EXIT.
043800*****************************************************************
043900* 1850-RELEASE-ONE.
044000*      RELEASE THE CODE AND DATE OF THE ACCEPTED ENTRY IN
044100*      AUDIT-REC.  ONE WITH NO NUMERIC DATE CANNOT BE DATED
044200*      AND IS SKIPPED AND COUNTED.
044300*****************************************************************
044400 1850-RELEASE-ONE.
044500     IF AUDIT-DATE OF AUDIT-REC NOT NUMERIC
044600         ADD 1 TO WS-AUDIT-SKIPPED
044700         GO TO 1850-EXIT
044800     END-IF.
044900     MOVE AUDIT-USERINP OF AUDIT-REC TO SORTWK-USERINP.
045000     MOVE AUDIT-DATE OF AUDIT-REC TO SORTWK-DATE.
045100     RELEASE SORTWK-REC.
045200 1850-EXIT.
045300     EXIT.
045400*****************************************************************
045500* 2000-MATCH-MASTER.
045600*      WALK THE MASTER IN KEY ORDER AGAINST THE SORTED ACTIVITY,
045700*      ONE CODE AT A TIME.  THE LIVE LOG IS CLOSED BY NOW, SO IT
045800*      IS OPENED HERE FOR THE INACTIVATION AUDIT ENTRIES.
045900*****************************************************************
046000 2000-MATCH-MASTER.
046100     OPEN EXTEND AUDITLOG-FILE.
046200     IF WS-AUDITLOG-NOTFND
046300         OPEN OUTPUT AUDITLOG-FILE
046400     END-IF.
046500     IF NOT WS-AUDITLOG-OK
046600         DISPLAY "PRG20: UNABLE TO OPEN AUDITLOG - STATUS "
046700             WS-AUDITLOG-STATUS
046800         MOVE 16 TO RETURN-CODE
046900         GO TO 2000-EXIT
047000     END-IF.
047100     PERFORM 2210-RETURN-SORTED THRU 2210-EXIT.
047200     PERFORM 2200-NEXT-ACTIVITY THRU 2200-EXIT.
047300     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
047400     PERFORM 2300-PROCESS-ONE-MASTER THRU 2300-EXIT
047500         UNTIL WS-END-OF-CUSTMAS.
047600     CLOSE AUDITLOG-FILE.
047700 2000-EXIT.
047800     EXIT.
047900*****************************************************************
048000* 2100-READ-MASTER.
048100*****************************************************************
048200 2100-READ-MASTER.
048300     READ CUSTMAS-FILE NEXT RECORD
048400         AT END
048500             SET WS-END-OF-CUSTMAS TO TRUE
048600             GO TO 2100-EXIT
048700     END-READ.
048800     ADD 1 TO WS-MAST-READ.
048900 2100-EXIT.
049000     EXIT.
049100*****************************************************************
049200* 2200-NEXT-ACTIVITY.
049300*      MOVE ON TO THE NEXT CODE IN THE SORTED ACTIVITY, TAKING
049400*      ITS FIRST (NEWEST) DATE AND PASSING OVER ITS OLDER ONES.
049500*      PAST THE LAST CODE THE KEY GOES TO HIGH-VALUES SO NO
049600*      MASTER RECORD MATCHES IT.
049700*****************************************************************
049800 2200-NEXT-ACTIVITY.
049900     IF WS-END-OF-SORT
050000         MOVE HIGH-VALUES TO WS-ACT-KEY
050100         MOVE ZERO TO WS-ACT-DATE
050200         GO TO 2200-EXIT
050300     END-IF.
050400     MOVE SORTWK-USERINP TO WS-ACT-KEY.
050500     MOVE SORTWK-DATE TO WS-ACT-DATE.
050600     PERFORM 2210-RETURN-SORTED THRU 2210-EXIT
050700         UNTIL WS-END-OF-SORT
050800            OR SORTWK-USERINP NOT = WS-ACT-KEY.
050900 2200-EXIT.
051000     EXIT.
051100*****************************************************************
051200* 2210-RETURN-SORTED.
051300*****************************************************************
051400 2210-RETURN-SORTED.
051500     RETURN SORTWK-FILE
051600         AT END
051700             SET WS-END-OF-SORT TO TRUE
051800     END-RETURN.
051900 2210-EXIT.
052000     EXIT.
052100*****************************************************************
052200* 2300-PROCESS-ONE-MASTER.
052300*      FIND THE CUSTOMER'S LAST ACTIVITY (ZERO WHEN IT HAS NONE
052400*      ON THE TRAIL AT ALL) AND DECIDE WHETHER IT IS DORMANT.
052500*      AN INACTIVE ACCOUNT IS ALREADY WHERE THIS JOB WOULD PUT
052600*      IT.  A DORMANT ONE IS INACTIVATED ONLY WHEN ITS BALANCE
052700*      IS ZERO - A NON-NUMERIC BALANCE READS AS ZERO, THE SAME
052800*      AS IN THE POSTING STEP.
052900*****************************************************************
053000 2300-PROCESS-ONE-MASTER.
053100     PERFORM 2200-NEXT-ACTIVITY THRU 2200-EXIT
053200         UNTIL WS-ACT-KEY NOT < CUSTMAS-KEY.
053300     IF WS-ACT-KEY = CUSTMAS-KEY
053400         MOVE WS-ACT-DATE TO WS-LAST-ACTIVITY
053500     ELSE
053600         MOVE ZERO TO WS-LAST-ACTIVITY
053700     END-IF.
053800     IF NOT CUSTMAS-ACTIVE
053900         GO TO 2300-NEXT
054000     END-IF.
054100     IF WS-LAST-ACTIVITY NOT < WS-CUTOFF-DATE
054200         GO TO 2300-NEXT
054300     END-IF.
054400     ADD 1 TO WS-DORMANT-FOUND.
054500     MOVE ZERO TO WS-BALANCE.
054600     IF CUSTMAS-BALANCE IS NUMERIC
054700         MOVE CUSTMAS-BALANCE TO WS-BALANCE
054800     END-IF.
054900     IF WS-BALANCE NOT = ZERO
055000         ADD 1 TO WS-RECS-HELD
055100         ADD WS-BALANCE TO WS-BALANCE-HELD
055200         MOVE "BALANCE HELD" TO WS-EXC-REASON
055300         PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
055400         GO TO 2300-NEXT
055500     END-IF.
055600     PERFORM 3000-INACTIVATE THRU 3000-EXIT.
055700 2300-NEXT.
055800     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
055900 2300-EXIT.
056000     EXIT.
056100*****************************************************************
056200* 3000-INACTIVATE.
056300*      FLIP THE STATUS TO INACTIVE AND REWRITE.  THE ACTION IS
056400*      AUDITED EITHER WAY, AS PRG11 AUDITS ITS OWN; A REWRITE
056500*      THAT FAILS LEAVES THE ACCOUNT ACTIVE AND GOES ON THE
056600*      EXCEPTION REPORT.
056700*****************************************************************
056800 3000-INACTIVATE.
056900     SET WS-TXN-REJECTED TO TRUE.
057000     MOVE CUSTMAS-REC TO WS-JRNL-BEFORE-IMAGE.
057100     SET CUSTMAS-INACTIVE TO TRUE.
057200     REWRITE CUSTMAS-REC
057300         INVALID KEY
057400             CONTINUE
057500     END-REWRITE.
057600     IF WS-CUSTMAS-OK
057700         SET WS-TXN-APPLIED TO TRUE
057800     END-IF.
057900     PERFORM 7000-WRITE-AUDIT-REC THRU 7000-EXIT.
058000     IF WS-TXN-REJECTED
058100         DISPLAY "PRG20: UNABLE TO REWRITE " CUSTMAS-KEY
058200             " - STATUS " WS-CUSTMAS-STATUS
058300         ADD 1 TO WS-RECS-FAILED
058400         MOVE "REWRITE FAILED" TO WS-EXC-REASON
058500         PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
058600         GO TO 3000-EXIT
058700     END-IF.
058800     ADD 1 TO WS-RECS-INACTIVATED.
058900     PERFORM 7400-WRITE-JOURNAL-REC THRU 7400-EXIT.
059000     PERFORM 3100-PRINT-INACTIVATED THRU 3100-EXIT.
059100 3000-EXIT.
059200     EXIT.
059300*****************************************************************
059400* 3100-PRINT-INACTIVATED.
059500*      ONE COMPLIANCE LINE PER ACCOUNT INACTIVATED, WITH ITS
059600*      LAST ACTIVITY DATE AND HOW MANY DAYS IT HAD BEEN IDLE.
059700*****************************************************************
059800 3100-PRINT-INACTIVATED.
059900     MOVE SPACES TO WS-LIST-DETAIL.
060000     MOVE CUSTMAS-KEY TO WS-LST-KEY.
060100     MOVE CUSTMAS-NAME TO WS-LST-NAME.
060200     IF WS-LAST-ACTIVITY = ZERO
060300         MOVE "NONE" TO WS-LST-LAST-ACT
060400     ELSE
060500         MOVE WS-LAST-ACTIVITY TO WS-LST-LAST-ACT
060600         COMPUTE WS-ITEM-INT =
060700             FUNCTION INTEGER-OF-DATE (WS-LAST-ACTIVITY)
060800         IF WS-ITEM-INT > ZERO
060900             COMPUTE WS-IDLE-DAYS = WS-RUN-INT - WS-ITEM-INT
061000             MOVE WS-IDLE-DAYS TO WS-PRINT-DAYS
061100             MOVE WS-PRINT-DAYS TO WS-LST-IDLE-DAYS
061200         END-IF
061300     END-IF.
061400     MOVE WS-LIST-DETAIL TO LIST-LINE.
061500     WRITE LIST-LINE.
061600 3100-EXIT.
061700     EXIT.
061800*****************************************************************
061900* 4000-PRINT-EXCEPTION.
062000*      ONE EXCEPTION LINE FOR A DORMANT ACCOUNT LEFT ACTIVE,
062100*      WITH THE REASON ALREADY SET BY THE CALLER.
062200*****************************************************************
062300 4000-PRINT-EXCEPTION.
062400     MOVE CUSTMAS-KEY TO WS-EXC-KEY.
062500     MOVE CUSTMAS-NAME TO WS-EXC-NAME.
062600     IF WS-LAST-ACTIVITY = ZERO
062700         MOVE "NONE" TO WS-EXC-LAST-ACT
062800     ELSE
062900         MOVE WS-LAST-ACTIVITY TO WS-EXC-LAST-ACT
063000     END-IF.
063100     MOVE WS-BALANCE TO WS-EXC-BALANCE.
063200     MOVE WS-EXC-DETAIL TO EXCEPT-LINE.
063300     WRITE EXCEPT-LINE.
063400 4000-EXIT.
063500     EXIT.
063600*****************************************************************
063700* 7000-WRITE-AUDIT-REC.
063800*      BUILD ONE AUDIT TRAIL ENTRY FOR THE INACTIVATION, SOURCE
063900*      "M" LIKE PRG2MNT AND PRG11, WITH THE ACCOUNT KEY RIDING
064000*      IN AUDIT-USERINP.
064100*****************************************************************
064200 7000-WRITE-AUDIT-REC.
064300     MOVE SPACES TO AUDIT-REC.
064400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
064500     ACCEPT WS-CURRENT-TIME FROM TIME.
064600     ACCEPT WS-TERM-ID FROM ENVIRONMENT "TERMID".
064700     ACCEPT WS-OPER-ID FROM ENVIRONMENT "OPERID".
064800     MOVE WS-CURRENT-DATE TO AUDIT-DATE OF AUDIT-REC.
064900     MOVE WS-CURRENT-TIME TO AUDIT-TIME OF AUDIT-REC.
065000     MOVE WS-TERM-ID TO AUDIT-TERM-ID OF AUDIT-REC.
065100     MOVE WS-OPER-ID TO AUDIT-OPER-ID OF AUDIT-REC.
065200     MOVE CUSTMAS-KEY TO AUDIT-USERINP OF AUDIT-REC.
065300     SET AUDIT-SRC-MAINT OF AUDIT-REC TO TRUE.
065400     IF WS-TXN-APPLIED
065500         SET AUDIT-ACCEPTED OF AUDIT-REC TO TRUE
065600     ELSE
065700         SET AUDIT-REJECTED OF AUDIT-REC TO TRUE
065800     END-IF.
065900     WRITE AUDIT-REC.
066000 7000-EXIT.
066100     EXIT.
066200*****************************************************************
066300* 7400-WRITE-JOURNAL-REC.
066400*      JOURNAL THE MASTER RECORD JUST REWRITTEN - ITS IMAGE
066500*      BEFORE AND AFTER, UNDER THIS RUN'S START TIMESTAMP AND
066600*      THE OPERATOR THE ACTION IS AUDITED UNDER, SO THE RUN
066700*      CAN BE BACKED OUT.
066800*****************************************************************
066900 7400-WRITE-JOURNAL-REC.
067000     MOVE SPACES TO CJRN-REC.
067100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
067200     ACCEPT WS-CURRENT-TIME FROM TIME.
067300     MOVE "PRG20" TO CJRN-JOB-NAME.
067400     MOVE WS-RUN-START-DATE TO CJRN-RUN-DATE.
067500     MOVE WS-RUN-START-TIME TO CJRN-RUN-TIME.
067600     MOVE WS-CURRENT-DATE TO CJRN-CHANGE-DATE.
067700     MOVE WS-CURRENT-TIME TO CJRN-CHANGE-TIME.
067800     MOVE WS-OPER-ID TO CJRN-OPER-ID.
067900     SET CJRN-CHANGED TO TRUE.
068000     MOVE CUSTMAS-KEY TO CJRN-CUST-KEY.
068100     MOVE WS-JRNL-BEFORE-IMAGE TO CJRN-BEFORE-IMAGE.
068200     MOVE CUSTMAS-REC TO CJRN-AFTER-IMAGE.
068300     WRITE CJRN-REC.
068400 7400-EXIT.
068500     EXIT.
068600*****************************************************************
068700* 8000-TERMINATE.
068800*      TOTAL BOTH REPORTS, CLOSE DOWN AND DISPLAY THE COUNTS.
068900*      A FAILED REWRITE OR AN UNDATED AUDIT ENTRY ENDS WITH A
069000*      WARNING RETURN CODE - THE FIRST LEFT AN ACCOUNT ACTIVE
069100*      THAT SHOULD NOT BE, THE SECOND MAY HAVE HIDDEN SOME
069200*      ACTIVITY.  DORMANT ACCOUNTS HELD FOR THEIR BALANCE ARE
069300*      THE REPORT'S NORMAL BUSINESS AND DO NOT RAISE IT.
069400*****************************************************************
069500 8000-TERMINATE.
069600     MOVE WS-RECS-INACTIVATED TO WS-PRINT-COUNT.
069700     MOVE SPACES TO LIST-LINE.
069800     STRING "ACCOUNTS INACTIVATED      " WS-PRINT-COUNT
069900         DELIMITED BY SIZE INTO LIST-LINE.
070000     WRITE LIST-LINE.
070100     MOVE WS-RECS-HELD TO WS-PRINT-COUNT.
070200     MOVE SPACES TO EXCEPT-LINE.
070300     STRING "HELD FOR BALANCE          " WS-PRINT-COUNT
070400         DELIMITED BY SIZE INTO EXCEPT-LINE.
070500     WRITE EXCEPT-LINE.
070600     MOVE WS-BALANCE-HELD TO WS-PRINT-TOTAL.
070700     MOVE SPACES TO EXCEPT-LINE.
070800     STRING "BALANCES HELD     " WS-PRINT-TOTAL
070900         DELIMITED BY SIZE INTO EXCEPT-LINE.
071000     WRITE EXCEPT-LINE.
071100     MOVE WS-RECS-FAILED TO WS-PRINT-COUNT.
071200     MOVE SPACES TO EXCEPT-LINE.
071300     STRING "REWRITES FAILED           " WS-PRINT-COUNT
071400         DELIMITED BY SIZE INTO EXCEPT-LINE.
071500     WRITE EXCEPT-LINE.
071600     CLOSE CUSTMAS-FILE.
071700     CLOSE CUSTJRNL-FILE.
071800     CLOSE LIST-FILE.
071900     CLOSE EXCEPT-FILE.
072000     DISPLAY "PRG20: AUDIT ENTRIES READ    = " WS-AUDIT-READ.
072100     DISPLAY "PRG20: AUDIT ENTRIES UNDATED = " WS-AUDIT-SKIPPED.
072200     DISPLAY "PRG20: MASTER RECORDS READ   = " WS-MAST-READ.
072300     DISPLAY "PRG20: DORMANT ACCOUNTS      = " WS-DORMANT-FOUND.
072400     DISPLAY "PRG20: ACCOUNTS INACTIVATED  = "
072500         WS-RECS-INACTIVATED.
072600     DISPLAY "PRG20: HELD FOR BALANCE      = " WS-RECS-HELD.
072700     DISPLAY "PRG20: REWRITES FAILED       = " WS-RECS-FAILED.
072800     IF RETURN-CODE NOT = ZERO
072900         GO TO 8000-EXIT
073000     END-IF.
073100     IF WS-RECS-FAILED > ZERO
073200         DISPLAY "PRG20: *** ACCOUNTS LEFT ACTIVE - SEE "
073300             "DORMEXC ***"
073400         MOVE 8 TO RETURN-CODE
073500     END-IF.
073600     IF WS-AUDIT-SKIPPED > ZERO
073700         DISPLAY "PRG20: *** UNDATED AUDIT ENTRIES SKIPPED - "
073800             "LAST ACTIVITY MAY BE UNDERSTATED ***"
073900         MOVE 8 TO RETURN-CODE
074000     END-IF.
074100 8000-EXIT.
074200     EXIT.
074300*****************************************************************
074400* 9000-WRITE-RUN-HISTORY.
074500*      RECORD THIS RUN ON THE SHARED RUN-HISTORY KSDS FOR THE
074600*      PRG2RUN STATUS SCREEN.  A HISTORY THAT CANNOT BE
074700*      WRITTEN WARNS BUT NEVER FAILS THE RUN ITSELF.
074800*****************************************************************
074900 9000-WRITE-RUN-HISTORY.
075000     OPEN I-O RUNHIST-FILE.
075100     IF WS-RUNHIST-NOTFND
075200         OPEN OUTPUT RUNHIST-FILE
075300     END-IF.
075400     IF NOT WS-RUNHIST-OK
075500         DISPLAY "PRG20: UNABLE TO RECORD RUN HISTORY - STATUS "
075600             WS-RUNHIST-STATUS
075700         GO TO 9000-EXIT
075800     END-IF.
075900     MOVE SPACES TO RUNH-REC.
076000     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
076100     ACCEPT RUNH-END-TIME FROM TIME.
076200     MOVE "PRG20" TO RUNH-JOB-NAME.
076300     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
076400     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
076500     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
076600     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
076700     COMPUTE RUNH-RECS-IN = WS-AUDIT-READ + WS-MAST-READ.
076800     MOVE WS-RECS-INACTIVATED TO RUNH-RECS-OUT.
076900     MOVE WS-RECS-INACTIVATED TO RUNH-RECS-ACCEPTED.
077000     COMPUTE RUNH-RECS-REJECTED = WS-RECS-HELD + WS-RECS-FAILED.
077100     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
077200     WRITE RUNH-REC
077300         INVALID KEY
077400             DISPLAY "PRG20: UNABLE TO RECORD RUN HISTORY - "
077500                 "DUPLICATE KEY"
077600     END-WRITE.
077700     CLOSE RUNHIST-FILE.
077800 9000-EXIT.
077900     EXIT.
