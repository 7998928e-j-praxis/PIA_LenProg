004005*                    RUNHIST KSDS AS THE LAST ACT OF THE RUN -
004006*                    TIMESTAMPS, COUNTS, TALLIES AND RETURN
004007*                    CODE - FOR THE PRG2RUN STATUS SCREEN.
004009*   2026-10-15  JKL  EVERY BALANCE POSTING IS NOW ALSO WRITTEN
004010*                    TO THE PERMANENT LEDGER FILE (LEDGREC) -
004011*                    CUSTOMER, DATE, JOB, TRANSACTION CODE,
004012*                    AMOUNT AND THE BALANCE IT LEFT - SO THE
004013*                    MONTHLY STATEMENT CAN SHOW HOW A BALANCE
004014*                    WAS BUILT UP.  NO LEDGER, NO POSTING - A
004015*                    LEDGER THAT CANNOT BE OPENED STOPS THE
004016*                    POSTING STEP WITH RETURN CODE 16.
004017*   2026-10-15  JKL  EVERY DETAIL'S TRANSACTION CODE AND AMOUNT
004018*                    ARE NOW JUDGED AGAINST THE NEW TRANTAB
004019*                    REFERENCE THROUGH THE SHARED PRG2TRN
004020*                    SERVICE BEFORE THE CUSTOMER LOOKUP - AN
004021*                    UNKNOWN CODE, A WRONG-SIGNED AMOUNT, AN
004022*                    OVER-LIMIT AMOUNT OR A CODE NOT OPEN TO THE
004023*                    USERINP-TYPE GOES TO SUSPENSE WITH ITS OWN
004024*                    REASON AND IS NEVER POSTED.  A MISSING OR
004025*                    EMPTY TRANTAB REFUSES THE RUN WITH RETURN
004026*                    CODE 16 BEFORE ANY DETAIL IS READ.
004027*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
004028*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
004029*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
004030*   2026-10-15  JKL  EVERY BALANCE POSTING NOW ALSO WRITES THE
004031*                    MASTER RECORD'S BEFORE AND AFTER IMAGES TO
004032*                    THE CUSTJRNL CHANGE JOURNAL (CJRNREC) UNDER
004033*                    THIS RUN'S START TIMESTAMP, SO THE PRG19
004034*                    BACKOUT CAN PUT ONE BAD RUN BACK.  A JOURNAL
004035*                    THAT CANNOT BE OPENED STOPS THE POSTING STEP
004036*                    WITH RETURN CODE 16, THE SAME AS THE LEDGER.
004037*   2026-10-15  JKL  BATCHIN NOW OPENS WITH A MANDATORY "H" HEADER
004038*                    (SOURCE SYSTEM, CREATION DATE, FILE SEQUENCE
004039*                    NUMBER) CHECKED AGAINST THE NEW FILECTL
004040*                    REGISTER BEFORE ANY DETAIL IS READ.  A
004041*                    SEQUENCE ALREADY TAKEN IS REFUSED OUTRIGHT; A
004042*                    GAP, A STALE DATE (PRG3PARM MAX HEADER AGE)
004043*                    OR A MISSING HEADER STOPS THE RUN WITH RETURN
004044*                    CODE 16 UNLESS FILEOVR RELEASES A GAP OR A
004045*                    STALE FILE.  THE REGISTER IS ADVANCED ONCE
004046*                    THE FILE IS POSTED.  THE OUTCOME IS PRINTED
004047*                    ON BATCHOUT AND CARRIED ON RUNHIST.  THE
004048*                    HEADER IS NOT COUNTED IN THE TRAILER TOTALS.
004049*   2026-10-15  JKL  BALANCES ARE NOW POSTED, LEDGERED AND
004050*                    JOURNALED PER CUSTOMER AND TRANSACTION CODE.
004051*                    THE OCCURRENCE TABLE KEPT ONLY THE FIRST
004052*                    CODE SEEN, SO A CUSTOMER WITH DETAILS UNDER
004053*                    SEVERAL CODES GOT ONE NET POSTING UNDER THE
004054*                    WRONG CODE ON LEDGREC AND CUSTJRNL.  EACH
004055*                    ENTRY NOW CARRIES A SUBTOTAL PER CODE; THE
004056*                    OUTIFC RECORD AND DUPRPT STAY ONE PER
004057*                    CUSTOMER.  OCCCHKPT HOLDS ONE RECORD PER
004058*                    CUSTOMER AND CODE IN THE SAME LAYOUT.
004089*****************************************************************
004097 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BATCHIN-FILE ASSIGN TO "BATCHIN"
005515         ACCESS MODE IS RANDOM
005516         RECORD KEY IS RUNH-KEY
005517         FILE STATUS IS WS-RUNHIST-STATUS.
005547     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
005577         ORGANIZATION IS LINE SEQUENTIAL
005607         FILE STATUS IS WS-LEDGER-STATUS.
005614     SELECT CUSTJRNL-FILE ASSIGN TO "CUSTJRNL"
005621         ORGANIZATION IS LINE SEQUENTIAL
005628         FILE STATUS IS WS-CUSTJRNL-STATUS.
005630     SELECT FILECTL-FILE ASSIGN TO "FILECTL"
005631         ORGANIZATION IS INDEXED
005632         ACCESS MODE IS RANDOM
005633         RECORD KEY IS FCTL-SOURCE-ID
005634         FILE STATUS IS WS-FILECTL-STATUS.
005637 DATA DIVISION.
005667 FILE SECTION.
005700 FD  BATCHIN-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  BATCHIN-REC                 PIC X(50).
006100     05  BATCHIN-REC-TYPE            PIC X(01).
006200         88  BATCHIN-DETAIL                  VALUE "D".
006300         88  BATCHIN-TRAILER                 VALUE "T".
006350         88  BATCHIN-HEADER                  VALUE "H".
006400     05  FILLER                      PIC X(49).
006500 01  BATCHIN-DETAIL-REC REDEFINES BATCHIN-REC.
006600     05  FILLER                      PIC X(01).
007100     05  BATCHIN-TRL-COUNT            PIC 9(09).
007200     05  BATCHIN-TRL-HASH             PIC 9(15).
007300     05  FILLER                      PIC X(25).
007310 01  BATCHIN-HEADER-REC REDEFINES BATCHIN-REC.
007320     05  FILLER                      PIC X(01).
007330     05  BATCHIN-HDR-SOURCE           PIC X(08).
007340     05  BATCHIN-HDR-CREATE-DATE      PIC 9(08).
007345     05  BATCHIN-HDR-CREATE-PARTS REDEFINES
007350             BATCHIN-HDR-CREATE-DATE.
007355         10  FILLER                   PIC 9(04).
007360         10  BATCHIN-HDR-CREATE-MM    PIC 9(02).
007365         10  BATCHIN-HDR-CREATE-DD    PIC 9(02).
007370     05  BATCHIN-HDR-FILE-SEQ         PIC 9(06).
007380     05  FILLER                      PIC X(27).
007400 FD  BATCHOUT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  BATCHOUT-REC                PIC X(70).
008316 FD  RUNHIST-FILE
008317     LABEL RECORDS ARE STANDARD.
008318     COPY RUNHREC.
008334 FD  LEDGER-FILE
008350     LABEL RECORDS ARE STANDARD.
008366     COPY LEDGREC.
008370 FD  CUSTJRNL-FILE
008374     LABEL RECORDS ARE STANDARD.
008378     COPY CJRNREC.
008379 FD  FILECTL-FILE
008380     LABEL RECORDS ARE STANDARD.
008381     COPY FCTLREC.
008382 WORKING-STORAGE SECTION.
008400*****************************************************************
008500*    SWITCHES AND FILE STATUS FIELDS
008600*****************************************************************
009802 01  WS-RUNHIST-STATUS           PIC X(02).
009803     88  WS-RUNHIST-OK                    VALUE "00".
009804     88  WS-RUNHIST-NOTFND                VALUE "35".
009805 01  WS-LEDGER-STATUS            PIC X(02).
009806     88  WS-LEDGER-OK                     VALUE "00".
009807     88  WS-LEDGER-NOTFND                VALUE "35".
009825 01  WS-CUSTJRNL-STATUS          PIC X(02).
009843     88  WS-CUSTJRNL-OK                   VALUE "00".
009861     88  WS-CUSTJRNL-NOTFND              VALUE "35".
009865 01  WS-FILECTL-STATUS           PIC X(02).
009870     88  WS-FILECTL-OK                    VALUE "00".
009879 01  WS-EOF-SW                   PIC X(01).
009900     88  WS-END-OF-BATCHIN                VALUE "Y".
010000*****************************************************************
010100*    STRUCTURED VIEW OF THE CURRENT USERINP CODE
011700*    CONTROL-TOTAL RECONCILIATION FIELDS
011800*****************************************************************
011900 01  WS-HASH-TOTAL                 PIC 9(15) COMP.
011905*****************************************************************
011910*    FILE HEADER CHECK AGAINST THE FILECTL REGISTER.  THE HEADER
011915*    MUST BE THE FIRST RECORD AND ITS SEQUENCE THE ONE AFTER THE
011920*    LAST FILE TAKEN FROM THAT SOURCE.  A REPEATED SEQUENCE IS
011925*    REFUSED OUTRIGHT; A GAP OR A STALE CREATION DATE STOPS THE
011930*    RUN UNLESS THE OPERATOR RELEASES THAT SOURCE'S FILE WITH
011935*    FILEOVR=<SOURCE ID>.  THE OUTCOME GOES TO BATCHOUT AND TO
011940*    RUNHIST (RUNH-FILE-CHECK).
011945*****************************************************************
011950 01  WS-MAX-HDR-AGE                PIC 9(03) VALUE 3.
011952 01  WS-HDR-CHECK                  PIC X(01) VALUE SPACE.
011954     88  WS-HDR-ACCEPTED                  VALUE "A".
011956     88  WS-HDR-OVERRIDDEN                VALUE "O".
011958     88  WS-HDR-REPEATED                  VALUE "D".
011960     88  WS-HDR-GAP                       VALUE "G".
011962     88  WS-HDR-STALE                     VALUE "S".
011964     88  WS-HDR-MISSING                   VALUE "M".
011966     88  WS-HDR-UNREGISTERED              VALUE "U".
011968 01  WS-HDR-SOURCE                 PIC X(08) VALUE SPACES.
011970 01  WS-HDR-SEQ                    PIC 9(06) VALUE ZERO.
011972 01  WS-HDR-CREATE-DATE            PIC 9(08) VALUE ZERO.
011974 01  WS-HDR-EXPECTED-SEQ           PIC 9(06).
011976 01  WS-HDR-OVERRIDE               PIC X(08).
011978 01  WS-HDR-AGE                    PIC S9(09) COMP.
011980 01  WS-HDR-REASON                 PIC X(40).
012000*****************************************************************
012100*    PRG2VAL CALL INTERFACE
012200*****************************************************************
012600     88  WS-INVALID-CUSTOMER             VALUE "N".
012700 01  WS-VAL-REASON                PIC X(40).
012710 01  WS-VAL-CHANNEL               PIC X(01) VALUE "B".
012716*****************************************************************
012722*    PRG2TRN CALL INTERFACE - THE REJECTION REASON COMES BACK IN
012728*    WS-VAL-REASON SO BOTH SERVICES FEED THE SAME SUSPENSE AND
012734*    BATCHOUT HANDLING
012740*****************************************************************
012746 01  WS-TRN-ACTION               PIC X(04).
012752 01  WS-TRN-SW                   PIC X(01).
012758     88  WS-VALID-TRAN                   VALUE "Y".
012764     88  WS-INVALID-TRAN                 VALUE "N".
012770 01  WS-TRN-CODE                 PIC X(02).
012776 01  WS-TRN-AMOUNT               PIC S9(09)V99
012782                                 SIGN LEADING SEPARATE.
012788 01  WS-SAVE-RETURN-CODE          PIC S9(04) COMP.
012800*****************************************************************
012900*    AUDIT TRAIL AND COUNTER WORK FIELDS
013000*****************************************************************
013350 01  WS-OPER-ID                  PIC X(08).
013360 01  WS-RUN-START-DATE           PIC 9(08).
013370 01  WS-RUN-START-TIME           PIC 9(08).
013380 01  WS-JRNL-BEFORE-IMAGE        PIC X(80).
013400 01  WS-RECS-READ                PIC 9(09) COMP.
013500 01  WS-RECS-ACCEPTED            PIC 9(09) COMP.
013600 01  WS-RECS-REJECTED            PIC 9(09) COMP.
013697*    ACCEPTED THIS RUN, HOLDING HOW OFTEN IT APPEARED, THE SUM
013698*    OF ITS AMOUNTS, AND THE FIRST TRANSACTION CODE SEEN (A
013699*    CONSOLIDATED RECORD WITH MIXED TRANSACTION CODES KEEPS
013700*    THE FIRST), AND UNDER IT A SUBTOTAL PER TRANSACTION CODE.
013701*    THE INTERFACE FILE IS CUT FROM THE ENTRIES AND THE BALANCE
013702*    POSTINGS FROM THE SUBTOTALS AT END OF RUN.  THE TABLE IS
013703*    SIZED WELL PAST THE CUSTOMER MASTER, AND IF IT EVER FILLS
013704*    THE RUN STOPS HARD WITH RETURN CODE 16 - A PARTIAL TABLE
013705*    MUST NEVER REACH BILLING OR THE MASTER BALANCES.  IT IS
013706*    SAVED TO OCCCHKPT AT EVERY CHECKPOINT, SO A RESTART
013707*    RELOADS THE LAST CHECKPOINT'S STATE AND THE REPLAYED
013708*    RECORDS REBUILD EXACTLY THE TALLIES THE ABEND THREW AWAY.
013709*****************************************************************
013710 01  WS-OCC-MAX                  PIC 9(04) COMP VALUE 5000.
013711 01  WS-OCC-COUNT                PIC 9(04) COMP.
013712 01  WS-OCC-SUB-MAX              PIC 9(02) COMP VALUE 10.
013713 01  WS-OCC-FOUND-SW             PIC X(01).
013714     88  WS-OCC-FOUND                     VALUE "Y".
013715 01  WS-OCC-FULL-SW              PIC X(01).
013716     88  WS-OCC-TABLE-FULL                VALUE "Y".
013717 01  WS-RECS-SUPPRESSED          PIC 9(09) COMP.
013718 01  WS-DUP-CODES-LISTED         PIC 9(09) COMP.
013719 01  WS-OCC-TABLE.
013720     05  WS-OCC-ENTRY OCCURS 5000 TIMES
013721             INDEXED BY WS-OCC-IDX.
013722         10  WS-OCC-CODE              PIC X(10).
013723         10  WS-OCC-TRAN              PIC X(02).
013724         10  WS-OCC-TIMES             PIC 9(09) COMP.
013725         10  WS-OCC-AMOUNT            PIC S9(09)V99 COMP.
013726         10  WS-OCC-SUB-COUNT         PIC 9(02) COMP.
013727         10  WS-OCC-SUB OCCURS 10 TIMES
013728                 INDEXED BY WS-SUB-IDX.
013729             15  WS-OCC-SUB-TRAN      PIC X(02).
013730             15  WS-OCC-SUB-TIMES     PIC 9(09) COMP.
013731             15  WS-OCC-SUB-AMOUNT    PIC S9(09)V99 COMP.
013732 01  WS-PRINT-TIMES              PIC ZZZZ,ZZ9.
013733*****************************************************************
013734*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
013735*****************************************************************
013736 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG3".
013737 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
013738     88  WS-GATE-REFUSED                  VALUE "R".
013739 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
013750 PROCEDURE DIVISION.
013800*****************************************************************
013900* 0000-MAINLINE.
014000*****************************************************************
014100 0000-MAINLINE.
014200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014250     IF RETURN-CODE = ZERO
014300         PERFORM 2000-PROCESS-BATCHIN THRU 2000-EXIT
014400             UNTIL WS-END-OF-BATCHIN OR BATCHIN-TRAILER
014410                OR WS-BREAKER-TRIPPED OR WS-OCC-TABLE-FULL
014450         IF NOT WS-BREAKER-TRIPPED AND NOT WS-OCC-TABLE-FULL
014500             PERFORM 7000-RECONCILE THRU 7000-EXIT
014505             IF RETURN-CODE = ZERO
014510                 PERFORM 7500-WRITE-OUTIFACE THRU 7500-EXIT
014520                 PERFORM 7600-WRITE-DUP-REPORT THRU 7600-EXIT
014530                 PERFORM 7700-POST-BALANCES THRU 7700-EXIT
014540             ELSE
014541                 DISPLAY "PRG3: *** RECONCILE FAILED - NOTHING "
014542                     "WRITTEN OR POSTED ***"
014543             END-IF
014550         END-IF
014600         PERFORM 8000-TERMINATE THRU 8000-EXIT
014620     END-IF.
014650     PERFORM 9000-WRITE-RUN-HISTORY THRU 9000-EXIT.
014700     STOP RUN.
014800*****************************************************************
015000*      OPEN THE BATCH FILES AND THE SHARED CUSTMAS LOOKUP
015100*      SERVICE.  HONOUR A "RESTART" COMMAND LINE PARAMETER BY
015200*      POSITIONING PAST THE RECORDS COVERED BY THE LAST
015300*      CHECKPOINT BEFORE PRIMING THE READ LOOP.  BATCHIN AND
015330*      BATCHOUT ARE OPENED FIRST AND THE BATCHIN HEADER CHECKED
015360*      AGAINST THE FILECTL REGISTER - A FILE ALREADY TAKEN, OUT
015370*      OF SEQUENCE, STALE OR WITHOUT A HEADER NEVER REACHES A
015380*      DETAIL.  THE TRANSACTION CODE TABLE IS LOADED NEXT -
015385*      WITHOUT IT NO DETAIL CAN BE JUDGED, SO THE RUN IS REFUSED
015390*      BEFORE ANY DETAIL IS READ OR ANY OTHER FILE IS OPENED.
015400*****************************************************************
015500 1000-INITIALIZE.
015600     MOVE ZERO TO WS-RECS-READ WS-RECS-ACCEPTED WS-RECS-REJECTED
015740     MOVE SPACES TO WS-OCC-TABLE.
015750     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
015760     ACCEPT WS-RUN-START-TIME FROM TIME.
015768     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
015776     IF WS-GATE-REFUSED
015784         GO TO 1000-EXIT
015792     END-IF.
015800     MOVE "N" TO WS-EOF-SW WS-BREAKER-SW WS-OCC-FULL-SW.
015838     PERFORM 1300-LOAD-RUN-PARMS THRU 1300-EXIT.
015876     ACCEPT WS-RESTART-PARM FROM COMMAND-LINE.
015914     OPEN INPUT BATCHIN-FILE.
015952     IF WS-RESTART-RUN
015990         OPEN EXTEND BATCHOUT-FILE
016028         IF WS-BATCHOUT-NOTFND
016066             OPEN OUTPUT BATCHOUT-FILE
016104         END-IF
016142     ELSE
016180         OPEN OUTPUT BATCHOUT-FILE
016218     END-IF.
016256     PERFORM 1500-CHECK-HEADER THRU 1500-EXIT.
016294     IF RETURN-CODE NOT = ZERO
016332         CLOSE BATCHIN-FILE
016370         CLOSE BATCHOUT-FILE
016408         GO TO 1000-EXIT
016446     END-IF.
016484     MOVE "OPEN" TO WS-TRN-ACTION.
016522     CALL "PRG2TRN" USING WS-TRN-ACTION WS-BATCH-USERINP
016560                          WS-TRN-CODE WS-TRN-AMOUNT
016598                          WS-TRN-SW WS-VAL-REASON.
016636     IF WS-INVALID-TRAN
016674         DISPLAY "PRG3: " WS-VAL-REASON " - RUN REFUSED"
016712         MOVE 16 TO RETURN-CODE
016750         CLOSE BATCHIN-FILE
016788         CLOSE BATCHOUT-FILE
016826         GO TO 1000-EXIT
016864     END-IF.
016902     MOVE "OPEN" TO WS-VAL-ACTION.
016940     CALL "PRG2VAL" USING WS-VAL-ACTION WS-BATCH-USERINP
016978                          WS-VAL-SW WS-VAL-REASON
017016                          WS-VAL-CHANNEL.
017054     IF WS-RESTART-RUN
017092         PERFORM 1100-LOAD-LAST-CHECKPOINT THRU 1100-EXIT
017130         PERFORM 1150-LOAD-OCC-TABLE THRU 1150-EXIT
017168         OPEN OUTPUT OUTIFC-FILE
017206         MOVE WS-RESTART-COUNT TO WS-RECS-READ
017244         PERFORM 1200-SKIP-PROCESSED-RECS THRU 1200-EXIT
017282     ELSE
017320         OPEN OUTPUT OUTIFC-FILE
017358         OPEN OUTPUT CHKPTFIL-FILE
017396         PERFORM 2100-READ-BATCHIN THRU 2100-EXIT
017434     END-IF.
017472     OPEN EXTEND AUDITLOG-FILE.
017510     IF WS-AUDITLOG-NOTFND
017548         OPEN OUTPUT AUDITLOG-FILE
017586     END-IF.
017624     OPEN EXTEND SUSPENSE-FILE.
017662     IF WS-SUSPENSE-NOTFND
017700         OPEN OUTPUT SUSPENSE-FILE
017738     END-IF.
017800 1000-EXIT.
017900     EXIT.
017905*****************************************************************
017910* 1050-CHECK-PREDECESSORS.
017915*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
017920*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
017925*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
017930*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
017935*****************************************************************
017940 1050-CHECK-PREDECESSORS.
017945     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
017950                          WS-GATE-PRED.
017955     IF WS-GATE-REFUSED
017960         DISPLAY "PRG3: *** REFUSED BY PREDECESSOR CHECK ***"
017965         MOVE 16 TO RETURN-CODE
017970     END-IF.
017975 1050-EXIT.
017980     EXIT.
018000*****************************************************************
018100* 1100-LOAD-LAST-CHECKPOINT.
018200*      READ THE CHECKPOINT FILE TO END, KEEPING THE LAST RECORD
020911         GO TO 1150-EXIT
020912     END-IF.
020913     PERFORM 1160-LOAD-ONE-OCC THRU 1160-EXIT
020914         UNTIL WS-OCCCHKPT-EOF.
020915     CLOSE OCCCHKPT-FILE.
020916 1150-EXIT.
020917     EXIT.
020918*****************************************************************
020919* 1160-LOAD-ONE-OCC.
020920*      ONE SAVED RECORD IS ONE CODE'S SUBTOTAL UNDER ONE
020921*      TRANSACTION CODE, A CODE'S RECORDS TOGETHER AND ITS
020922*      FIRST-SEEN TRANSACTION CODE FIRST, SO A CHANGE OF CODE
020923*      OPENS THE NEXT ENTRY AND THE ENTRY TOTALS ARE SUMMED
020924*      BACK UP FROM ITS SUBTOTALS.
020925*****************************************************************
020926 1160-LOAD-ONE-OCC.
020927     READ OCCCHKPT-FILE
020928         AT END
020929             SET WS-OCCCHKPT-EOF TO TRUE
020930             GO TO 1160-EXIT
020931     END-READ.
020932     IF WS-OCC-COUNT = ZERO
020933         OR OCCCHKPT-CODE NOT = WS-OCC-CODE (WS-OCC-IDX)
020934         IF WS-OCC-COUNT NOT < WS-OCC-MAX
020935             GO TO 1160-EXIT
020936         END-IF
020937         ADD 1 TO WS-OCC-COUNT
020938         SET WS-OCC-IDX TO WS-OCC-COUNT
020939         MOVE OCCCHKPT-CODE TO WS-OCC-CODE (WS-OCC-IDX)
020940         MOVE OCCCHKPT-TRAN TO WS-OCC-TRAN (WS-OCC-IDX)
020941         MOVE ZERO TO WS-OCC-TIMES (WS-OCC-IDX)
020942             WS-OCC-AMOUNT (WS-OCC-IDX)
020943             WS-OCC-SUB-COUNT (WS-OCC-IDX)
020944     END-IF.
020945     IF WS-OCC-SUB-COUNT (WS-OCC-IDX) NOT < WS-OCC-SUB-MAX
020946         GO TO 1160-EXIT
020947     END-IF.
020948     ADD OCCCHKPT-COUNT TO WS-OCC-TIMES (WS-OCC-IDX).
020949     ADD OCCCHKPT-AMOUNT TO WS-OCC-AMOUNT (WS-OCC-IDX).
020950     ADD 1 TO WS-OCC-SUB-COUNT (WS-OCC-IDX).
020951     SET WS-SUB-IDX TO WS-OCC-SUB-COUNT (WS-OCC-IDX).
020952     MOVE OCCCHKPT-TRAN
020953         TO WS-OCC-SUB-TRAN (WS-OCC-IDX, WS-SUB-IDX).
020954     MOVE OCCCHKPT-COUNT
020955         TO WS-OCC-SUB-TIMES (WS-OCC-IDX, WS-SUB-IDX).
020956     MOVE OCCCHKPT-AMOUNT
020957         TO WS-OCC-SUB-AMOUNT (WS-OCC-IDX, WS-SUB-IDX).
020958 1160-EXIT.
020959     EXIT.
021000*****************************************************************
021100* 1200-SKIP-PROCESSED-RECS.
021200*      ADVANCE BATCHIN-FILE PAST THE CHKPT-REC-COUNT RECORDS
023510         AND PARM-BREAKER-MIN-RECS > ZERO
023520         MOVE PARM-BREAKER-MIN-RECS TO WS-BREAKER-MIN-RECS
023530     END-IF.
023532     IF PARM-MAX-HDR-AGE IS NUMERIC
023534         MOVE PARM-MAX-HDR-AGE TO WS-MAX-HDR-AGE
023536     END-IF.
023540     CLOSE PRG3PARM-FILE.
023550 1300-SHOW.
023560     DISPLAY "PRG3: CHECKPOINT INTERVAL = " WS-CHKPT-INTERVAL.
023570     DISPLAY "PRG3: MAX REJECT PERCENT  = " WS-MAX-REJECT-PCT.
023580     DISPLAY "PRG3: BREAKER MIN RECORDS = " WS-BREAKER-MIN-RECS.
023585     DISPLAY "PRG3: MAX HEADER AGE DAYS = " WS-MAX-HDR-AGE.
023590 1300-EXIT.
023600     EXIT.
023601*****************************************************************
023618     WRITE POSTREG-LINE.
023619 1400-EXIT.
023620     EXIT.
023621*****************************************************************
023622* 1500-CHECK-HEADER.
023623*      THE FIRST BATCHIN RECORD MUST BE THE "H" HEADER, ITS
023624*      SOURCE MUST BE ON THE FILECTL REGISTER AND ITS SEQUENCE
023625*      MUST BE THE ONE AFTER THE LAST FILE TAKEN FROM THAT
023626*      SOURCE.  A SEQUENCE ALREADY TAKEN IS REFUSED OUTRIGHT.  A
023627*      GAP, OR A CREATION DATE OLDER THAN THE LAST FILE'S OR MORE
023628*      THAN WS-MAX-HDR-AGE DAYS BEHIND THE RUN, STOPS THE RUN
023629*      UNLESS THE OPERATOR HAS RELEASED THIS SOURCE'S FILE WITH
023630*      FILEOVR.  A RESTART CHECKS THE SAME HEADER AGAIN - THE
023631*      REGISTER IS ONLY ADVANCED ONCE THE FILE HAS BEEN POSTED.
023632*****************************************************************
023633 1500-CHECK-HEADER.
023634     MOVE SPACES TO WS-HDR-REASON WS-HDR-OVERRIDE.
023635     PERFORM 2100-READ-BATCHIN THRU 2100-EXIT.
023636     IF WS-END-OF-BATCHIN
023637         OR NOT BATCHIN-HEADER
023638         SET WS-HDR-MISSING TO TRUE
023639         MOVE "NO HEADER RECORD AT THE TOP OF BATCHIN"
023640             TO WS-HDR-REASON
023641         GO TO 1500-REFUSE
023642     END-IF.
023643     MOVE BATCHIN-HDR-SOURCE TO WS-HDR-SOURCE.
023644     IF BATCHIN-HDR-SOURCE = SPACES
023645         OR BATCHIN-HDR-FILE-SEQ NOT NUMERIC
023646         OR BATCHIN-HDR-CREATE-DATE NOT NUMERIC
023647         SET WS-HDR-MISSING TO TRUE
023648         MOVE "HEADER SOURCE, DATE OR SEQUENCE INVALID"
023649             TO WS-HDR-REASON
023650         GO TO 1500-REFUSE
023651     END-IF.
023652     MOVE BATCHIN-HDR-FILE-SEQ TO WS-HDR-SEQ.
023653     MOVE BATCHIN-HDR-CREATE-DATE TO WS-HDR-CREATE-DATE.
023654     IF BATCHIN-HDR-CREATE-MM < 1 OR > 12
023655         OR BATCHIN-HDR-CREATE-DD < 1 OR > 31
023656         OR WS-HDR-CREATE-DATE > WS-RUN-START-DATE
023657         SET WS-HDR-MISSING TO TRUE
023658         MOVE "HEADER CREATION DATE IS NOT A VALID DATE"
023659             TO WS-HDR-REASON
023660         GO TO 1500-REFUSE
023661     END-IF.
023662     OPEN INPUT FILECTL-FILE.
023663     IF NOT WS-FILECTL-OK
023664         SET WS-HDR-UNREGISTERED TO TRUE
023665         STRING "FILECTL NOT AVAILABLE - STATUS "
023666             WS-FILECTL-STATUS
023667             DELIMITED BY SIZE INTO WS-HDR-REASON
023668         GO TO 1500-REFUSE
023669     END-IF.
023670     MOVE WS-HDR-SOURCE TO FCTL-SOURCE-ID.
023671     READ FILECTL-FILE
023672         INVALID KEY
023673             SET WS-HDR-UNREGISTERED TO TRUE
023674             MOVE "SOURCE IS NOT ON THE FILECTL REGISTER"
023675                 TO WS-HDR-REASON
023676     END-READ.
023677     CLOSE FILECTL-FILE.
023678     IF WS-HDR-UNREGISTERED
023679         GO TO 1500-REFUSE
023680     END-IF.
023681     IF WS-HDR-SEQ NOT > FCTL-LAST-SEQ
023682         SET WS-HDR-REPEATED TO TRUE
023683         STRING "SEQUENCE ALREADY TAKEN - LAST WAS "
023684             FCTL-LAST-SEQ
023685             DELIMITED BY SIZE INTO WS-HDR-REASON
023686         GO TO 1500-REFUSE
023687     END-IF.
023688     COMPUTE WS-HDR-EXPECTED-SEQ = FCTL-LAST-SEQ + 1.
023689     COMPUTE WS-HDR-AGE =
023690         FUNCTION INTEGER-OF-DATE (WS-RUN-START-DATE)
023691       - FUNCTION INTEGER-OF-DATE (WS-HDR-CREATE-DATE).
023692     EVALUATE TRUE
023693         WHEN WS-HDR-SEQ NOT = WS-HDR-EXPECTED-SEQ
023694             SET WS-HDR-GAP TO TRUE
023695             STRING "SEQUENCE GAP - EXPECTED "
023696                 WS-HDR-EXPECTED-SEQ
023697                 DELIMITED BY SIZE INTO WS-HDR-REASON
023698         WHEN WS-HDR-CREATE-DATE < FCTL-LAST-CREATE-DATE
023699             SET WS-HDR-STALE TO TRUE
023700             MOVE "CREATED BEFORE THE LAST FILE TAKEN"
023701                 TO WS-HDR-REASON
023702         WHEN WS-HDR-AGE > WS-MAX-HDR-AGE
023703             SET WS-HDR-STALE TO TRUE
023704             STRING "STALE - CREATED OVER " WS-MAX-HDR-AGE
023705                 " DAYS AGO"
023706                 DELIMITED BY SIZE INTO WS-HDR-REASON
023707         WHEN OTHER
023708             SET WS-HDR-ACCEPTED TO TRUE
023709             PERFORM 1580-REPORT-HEADER THRU 1580-EXIT
023710             GO TO 1500-EXIT
023711     END-EVALUATE.
023712     ACCEPT WS-HDR-OVERRIDE FROM ENVIRONMENT "FILEOVR".
023713     IF WS-HDR-OVERRIDE NOT = WS-HDR-SOURCE
023714         GO TO 1500-REFUSE
023715     END-IF.
023716     DISPLAY "PRG3: *** " WS-HDR-REASON " ***".
023717     SET WS-HDR-OVERRIDDEN TO TRUE.
023718     ACCEPT WS-OPER-ID FROM ENVIRONMENT "OPERID".
023719     DISPLAY "PRG3: *** FILE RELEASED BY OPERATOR " WS-OPER-ID
023720         " (FILEOVR) ***".
023721     PERFORM 1580-REPORT-HEADER THRU 1580-EXIT.
023722     GO TO 1500-EXIT.
023723 1500-REFUSE.
023724     MOVE 16 TO RETURN-CODE.
023725     DISPLAY "PRG3: *** " WS-HDR-REASON " ***".
023726     DISPLAY "PRG3: *** BATCHIN REFUSED - NOTHING PROCESSED OR "
023727         "POSTED ***".
023728     PERFORM 1580-REPORT-HEADER THRU 1580-EXIT.
023729 1500-EXIT.
023730     EXIT.
023731*****************************************************************
023732* 1580-REPORT-HEADER.
023733*      PRINT THE HEADER CHECK AT THE TOP OF BATCHOUT.  THESE
023734*      LINES CARRY NEITHER THE ACCEPT NOR THE REJECT PREFIX, SO
023735*      THE PRG10 BALANCING COUNTS ARE NOT DISTURBED.
023736*****************************************************************
023737 1580-REPORT-HEADER.
023738     MOVE SPACES TO BATCHOUT-REC.
023739     STRING "FILE HEADER - SOURCE " WS-HDR-SOURCE
023740         " SEQ " WS-HDR-SEQ " CREATED " WS-HDR-CREATE-DATE
023741         DELIMITED BY SIZE INTO BATCHOUT-REC.
023742     EVALUATE TRUE
023743         WHEN WS-HDR-ACCEPTED
023744             MOVE " - ACCEPTED" TO BATCHOUT-REC (58:11)
023745         WHEN WS-HDR-OVERRIDDEN
023746             MOVE " - RELEASED" TO BATCHOUT-REC (58:11)
023747         WHEN WS-HDR-REPEATED
023748             MOVE " - REFUSED" TO BATCHOUT-REC (58:10)
023749         WHEN OTHER
023750             MOVE " - STOPPED" TO BATCHOUT-REC (58:10)
023751     END-EVALUATE.
023752     WRITE BATCHOUT-REC.
023753     IF WS-HDR-REASON NOT = SPACES
023754         MOVE SPACES TO BATCHOUT-REC
023755         STRING "FILE HEADER - " WS-HDR-REASON
023756             DELIMITED BY SIZE INTO BATCHOUT-REC
023757         WRITE BATCHOUT-REC
023758     END-IF.
023759 1580-EXIT.
023760     EXIT.
023300*****************************************************************
023400* 2000-PROCESS-BATCHIN.
023500*      VALIDATE THE CURRENT INPUT RECORD - AMOUNT, THEN
023550*      TRANSACTION CODE RULES, THEN CUSTOMER - LOG AND ECHO THE
023600*      RESULT, ACCUMULATE THE RUNNING CONTROL TOTALS, CHECKPOINT
023700*      EVERY WS-CHKPT-INTERVAL RECORDS, AND READ THE NEXT RECORD.
023800*****************************************************************
024220     END-IF.
024250     MOVE SPACES TO BATCHOUT-REC.
024260     IF BATCHIN-AMOUNT IS NUMERIC
024262         MOVE BATCHIN-TRAN-CODE TO WS-TRN-CODE
024263         MOVE BATCHIN-AMOUNT TO WS-TRN-AMOUNT
024264         MOVE "PROC" TO WS-TRN-ACTION
024266         CALL "PRG2TRN" USING WS-TRN-ACTION WS-BATCH-USERINP
024269                          WS-TRN-CODE WS-TRN-AMOUNT
024272                          WS-TRN-SW WS-VAL-REASON
024275     ELSE
024278         SET WS-INVALID-TRAN TO TRUE
024281         MOVE "TRANSACTION AMOUNT IS NOT NUMERIC"
024284             TO WS-VAL-REASON
024287     END-IF.
024290     IF WS-VALID-TRAN
024300         MOVE "PROC" TO WS-VAL-ACTION
024400         CALL "PRG2VAL" USING WS-VAL-ACTION WS-BATCH-USERINP
024500                          WS-VAL-SW WS-VAL-REASON
024550                          WS-VAL-CHANNEL
024560     ELSE
024570         SET WS-INVALID-CUSTOMER TO TRUE
024595     END-IF.
024600     PERFORM 2200-WRITE-AUDIT-REC THRU 2200-EXIT.
024700     IF WS-VALID-CUSTOMER
030819     EXIT.
030820*****************************************************************
030821* 2360-SAVE-ONE-OCC.
030822*      ONE RECORD PER TRANSACTION CODE SUBTOTAL OF THE ENTRY.
030823*****************************************************************
030824 2360-SAVE-ONE-OCC.
030825     PERFORM 2370-SAVE-ONE-SUB THRU 2370-EXIT
030826         VARYING WS-SUB-IDX FROM 1 BY 1
030827         UNTIL WS-SUB-IDX > WS-OCC-SUB-COUNT (WS-OCC-IDX).
030828 2360-EXIT.
030829     EXIT.
030830*****************************************************************
030831* 2370-SAVE-ONE-SUB.
030832*****************************************************************
030833 2370-SAVE-ONE-SUB.
030834     MOVE WS-OCC-CODE (WS-OCC-IDX) TO OCCCHKPT-CODE.
030835     MOVE WS-OCC-SUB-TRAN (WS-OCC-IDX, WS-SUB-IDX)
030836         TO OCCCHKPT-TRAN.
030837     MOVE WS-OCC-SUB-TIMES (WS-OCC-IDX, WS-SUB-IDX)
030838         TO OCCCHKPT-COUNT.
030839     MOVE WS-OCC-SUB-AMOUNT (WS-OCC-IDX, WS-SUB-IDX)
030840         TO OCCCHKPT-AMOUNT.
030841     WRITE OCCCHKPT-REC.
030842 2370-EXIT.
030843     EXIT.
030844*****************************************************************
030845* 2400-RECORD-ACCEPTANCE.
030846*      BANK THE ACCEPTED DETAIL IN THE OCCURRENCE-CONTROL
030847*      TABLE.  THE FIRST SIGHT OF A CODE OPENS ITS ENTRY; A
030848*      REPEAT BUMPS THE COUNT AND THE SUMMED AMOUNT AND WRITES
030849*      NOTHING - THE CONSOLIDATED INTERFACE RECORD AND THE
030850*      BALANCE POSTINGS ARE BOTH CUT AT END OF RUN.  THE
030851*      DETAIL IS ALSO BANKED IN ITS TRANSACTION CODE'S SUBTOTAL
030852*      UNDER THE ENTRY, WHICH IS WHAT IS POSTED.  A FULL TABLE,
030853*      OR A CODE WITH MORE TRANSACTION CODES THAN WS-OCC-SUB-MAX,
030854*      STOPS THE RUN HARD WITH RETURN CODE 16 AND NO
030855*      FINAL CHECKPOINT, SO A RESTART (AFTER THE TABLE IS
030856*      ENLARGED) RESUMES AT THE LAST GOOD CHECKPOINT AND THIS
030857*      DETAIL'S ACCEPTANCE IS REPLAYED, NOT LOST.
030858*****************************************************************
030859 2400-RECORD-ACCEPTANCE.
030860     MOVE "N" TO WS-OCC-FOUND-SW.
030861     IF WS-OCC-COUNT > ZERO
030862         SET WS-OCC-IDX TO 1
030863         SEARCH WS-OCC-ENTRY
030864             AT END
030865                 CONTINUE
030866             WHEN WS-OCC-CODE (WS-OCC-IDX) = BATCHIN-USERINP
030867                 SET WS-OCC-FOUND TO TRUE
030868         END-SEARCH
030869     END-IF.
030870     IF WS-OCC-FOUND
030871         ADD 1 TO WS-OCC-TIMES (WS-OCC-IDX)
030872         ADD BATCHIN-AMOUNT TO WS-OCC-AMOUNT (WS-OCC-IDX)
030873         ADD 1 TO WS-RECS-SUPPRESSED
030874         PERFORM 2410-BANK-TRAN-CODE THRU 2410-EXIT
030875         GO TO 2400-EXIT
030876     END-IF.
030877     IF WS-OCC-COUNT < WS-OCC-MAX
030878         ADD 1 TO WS-OCC-COUNT
030879         SET WS-OCC-IDX TO WS-OCC-COUNT
030880         MOVE BATCHIN-USERINP TO WS-OCC-CODE (WS-OCC-IDX)
030881         MOVE BATCHIN-TRAN-CODE TO WS-OCC-TRAN (WS-OCC-IDX)
030882         MOVE 1 TO WS-OCC-TIMES (WS-OCC-IDX)
030883         MOVE BATCHIN-AMOUNT TO WS-OCC-AMOUNT (WS-OCC-IDX)
030884         MOVE ZERO TO WS-OCC-SUB-COUNT (WS-OCC-IDX)
030885         PERFORM 2410-BANK-TRAN-CODE THRU 2410-EXIT
030886     ELSE
030887         SET WS-OCC-TABLE-FULL TO TRUE
030888         DISPLAY "PRG3: *** OCCURRENCE TABLE FULL AT "
030889             WS-OCC-COUNT " CODES ***"
030890         DISPLAY "PRG3: *** RUN STOPPED - NOTHING WRITTEN OR "
030891             "POSTED - ENLARGE WS-OCC-MAX AND RESTART ***"
030892         MOVE 16 TO RETURN-CODE
030893     END-IF.
030894 2400-EXIT.
030895     EXIT.
030896*****************************************************************
030897* 2410-BANK-TRAN-CODE.
030898*      ADD THE DETAIL TO ITS TRANSACTION CODE'S SUBTOTAL UNDER
030899*      THE ENTRY AT WS-OCC-IDX, OPENING THE SUBTOTAL ON THE
030900*      CODE'S FIRST SIGHT.
030901*****************************************************************
030902 2410-BANK-TRAN-CODE.
030903     SET WS-SUB-IDX TO 1.
030904     SEARCH WS-OCC-SUB
030905         AT END
030906             CONTINUE
030907         WHEN WS-SUB-IDX > WS-OCC-SUB-COUNT (WS-OCC-IDX)
030908             CONTINUE
030909         WHEN WS-OCC-SUB-TRAN (WS-OCC-IDX, WS-SUB-IDX)
030910                 = BATCHIN-TRAN-CODE
030911             ADD 1 TO WS-OCC-SUB-TIMES (WS-OCC-IDX, WS-SUB-IDX)
030912             ADD BATCHIN-AMOUNT
030913                 TO WS-OCC-SUB-AMOUNT (WS-OCC-IDX, WS-SUB-IDX)
030914             GO TO 2410-EXIT
030915     END-SEARCH.
030916     IF WS-OCC-SUB-COUNT (WS-OCC-IDX) NOT < WS-OCC-SUB-MAX
030917         SET WS-OCC-TABLE-FULL TO TRUE
030918         DISPLAY "PRG3: *** " WS-OCC-CODE (WS-OCC-IDX)
030919             " HAS MORE THAN " WS-OCC-SUB-MAX
030920             " TRANSACTION CODES ***"
030921         DISPLAY "PRG3: *** RUN STOPPED - NOTHING WRITTEN OR "
030922             "POSTED - ENLARGE WS-OCC-SUB-MAX AND RESTART ***"
030923         MOVE 16 TO RETURN-CODE
030924         GO TO 2410-EXIT
030925     END-IF.
030926     ADD 1 TO WS-OCC-SUB-COUNT (WS-OCC-IDX).
030927     SET WS-SUB-IDX TO WS-OCC-SUB-COUNT (WS-OCC-IDX).
030928     MOVE BATCHIN-TRAN-CODE
030929         TO WS-OCC-SUB-TRAN (WS-OCC-IDX, WS-SUB-IDX).
030930     MOVE 1 TO WS-OCC-SUB-TIMES (WS-OCC-IDX, WS-SUB-IDX).
030931     MOVE BATCHIN-AMOUNT
030932         TO WS-OCC-SUB-AMOUNT (WS-OCC-IDX, WS-SUB-IDX).
030933 2410-EXIT.
030934     EXIT.
030951*****************************************************************
030954* 2500-WRITE-SUSPENSE-REC.
030956*      ROUTE A REJECTED USERINP ENTRY TO THE SUSPENSE FILE WITH
033364     WRITE DUPRPT-LINE.
033365 7610-EXIT.
033366     EXIT.
033369*****************************************************************
033372* 7700-POST-BALANCES.
033375*      POST THE RUN'S AMOUNTS TO THE CUSTOMER MASTER FROM THE
033378*      OCCURRENCE-CONTROL TABLE - ONE POSTING OF THE SUMMED
033381*      AMOUNT PER DISTINCT CODE AND TRANSACTION CODE, EACH WITH
033384*      ITS OWN LEDGER AND JOURNAL ENTRY - AND CUT THE REGISTER
033387*      FROM THE SAME PASS.  POSTING ONLY HERE, FROM THE
033390*      CHECKPOINTED TABLE, MEANS AN ABENDED RUN HAS TOUCHED NO
033393*      BALANCE AT ALL AND A RESTART CANNOT RE-ADD AN AMOUNT.
033396*      THE LEDGER IS OPENED FIRST - A POSTING THAT COULD NOT BE
033399*      LEDGERED WOULD LEAVE A BALANCE NO STATEMENT CAN EXPLAIN,
033402*      SO WITHOUT IT NOTHING IS POSTED.
033405*****************************************************************
033408 7700-POST-BALANCES.
033411     OPEN EXTEND LEDGER-FILE.
033414     IF WS-LEDGER-NOTFND
033417         OPEN OUTPUT LEDGER-FILE
033420     END-IF.
033423     IF NOT WS-LEDGER-OK
033426         DISPLAY "PRG3: UNABLE TO OPEN LEDGER FOR POSTING - "
033429             "STATUS " WS-LEDGER-STATUS
033432         MOVE 16 TO RETURN-CODE
033435         GO TO 7700-EXIT
033438     END-IF.
033441     OPEN EXTEND CUSTJRNL-FILE.
033444     IF WS-CUSTJRNL-NOTFND
033447         OPEN OUTPUT CUSTJRNL-FILE
033450     END-IF.
033453     IF NOT WS-CUSTJRNL-OK
033456         DISPLAY "PRG3: UNABLE TO OPEN CUSTJRNL FOR POSTING - "
033459             "STATUS " WS-CUSTJRNL-STATUS
033462         MOVE 16 TO RETURN-CODE
033465         CLOSE LEDGER-FILE
033468         GO TO 7700-EXIT
033471     END-IF.
033474     ACCEPT WS-OPER-ID FROM ENVIRONMENT "OPERID".
033477     OPEN I-O CUSTMAS-FILE.
033480     IF NOT WS-CUSTMAS-OK
033483         DISPLAY "PRG3: UNABLE TO OPEN CUSTMAS FOR POSTING - "
033486             "STATUS " WS-CUSTMAS-STATUS
033489         MOVE 16 TO RETURN-CODE
033492         CLOSE LEDGER-FILE
033495         CLOSE CUSTJRNL-FILE
033498         GO TO 7700-EXIT
033501     END-IF.
033504     OPEN OUTPUT POSTREG-FILE.
033507     PERFORM 1400-PRINT-REGISTER-HEADINGS THRU 1400-EXIT.
033510     PERFORM 7710-POST-ONE-BALANCE THRU 7710-EXIT
033513         VARYING WS-OCC-IDX FROM 1 BY 1
033516         UNTIL WS-OCC-IDX > WS-OCC-COUNT.
033519     CLOSE POSTREG-FILE.
033522     CLOSE CUSTMAS-FILE.
033525     CLOSE LEDGER-FILE.
033528     CLOSE CUSTJRNL-FILE.
033531     PERFORM 7800-UPDATE-FILE-REGISTER THRU 7800-EXIT.
033534 7700-EXIT.
033537     EXIT.
033540*****************************************************************
033543* 7710-POST-ONE-BALANCE.
033546*      POST ONE CODE'S SUBTOTALS, ONE TRANSACTION CODE AT A
033549*      TIME, SO EACH POSTING IS LEDGERED AND JOURNALED UNDER ITS
033552*      OWN TRANSACTION CODE.  A MISSING MASTER RECORD FAILS ALL
033555*      OF THE CODE'S POSTINGS - COUNTED, WARNED AND LEFT OFF THE
033558*      REGISTER, NEVER SHOWN AS A BALANCE THE MASTER DOES NOT
033561*      CARRY.
033564*****************************************************************
033567 7710-POST-ONE-BALANCE.
033570     MOVE WS-OCC-CODE (WS-OCC-IDX) TO CUSTMAS-KEY.
033573     READ CUSTMAS-FILE
033576         INVALID KEY
033579             ADD WS-OCC-SUB-COUNT (WS-OCC-IDX) TO WS-POSTS-FAILED
033582             DISPLAY "PRG3: *** POSTING FAILED - " CUSTMAS-KEY
033585                 " NOT ON MASTER ***"
033588             IF RETURN-CODE = ZERO
033591                 MOVE 8 TO RETURN-CODE
033594             END-IF
033597             GO TO 7710-EXIT
033600     END-READ.
033603     PERFORM 7715-POST-ONE-TRAN THRU 7715-EXIT
033606         VARYING WS-SUB-IDX FROM 1 BY 1
033609         UNTIL WS-SUB-IDX > WS-OCC-SUB-COUNT (WS-OCC-IDX).
033612 7710-EXIT.
033615     EXIT.
033618*****************************************************************
033621* 7715-POST-ONE-TRAN.
033624*      POST ONE TRANSACTION CODE'S SUBTOTAL TO THE RECORD JUST
033627*      READ.  A BALANCE WRITTEN BEFORE THE FIELD EXISTED READS
033630*      AS SPACES AND IS TAKEN AS ZERO.  A FAILED REWRITE PUTS
033633*      THE RECORD BACK AS IT WAS, SO THE CODE'S NEXT POSTING
033636*      DOES NOT CARRY THIS ONE'S AMOUNT.
033639*****************************************************************
033642 7715-POST-ONE-TRAN.
033645     MOVE CUSTMAS-REC TO WS-JRNL-BEFORE-IMAGE.
033648     IF CUSTMAS-BALANCE NOT NUMERIC
033651         MOVE ZERO TO CUSTMAS-BALANCE
033654     END-IF.
033657     ADD WS-OCC-SUB-AMOUNT (WS-OCC-IDX, WS-SUB-IDX)
033660         TO CUSTMAS-BALANCE.
033663     REWRITE CUSTMAS-REC
033666         INVALID KEY
033669             ADD 1 TO WS-POSTS-FAILED
033672             DISPLAY "PRG3: *** POSTING FAILED - " CUSTMAS-KEY
033675                 " NOT REWRITTEN - STATUS " WS-CUSTMAS-STATUS
033678                 " ***"
033681             IF RETURN-CODE = ZERO
033684                 MOVE 8 TO RETURN-CODE
033687             END-IF
033690             MOVE WS-JRNL-BEFORE-IMAGE TO CUSTMAS-REC
033693             GO TO 7715-EXIT
033696     END-REWRITE.
033699     ADD 1 TO WS-RECS-POSTED.
033702     PERFORM 7730-WRITE-LEDGER-REC THRU 7730-EXIT.
033705     PERFORM 7740-WRITE-JOURNAL-REC THRU 7740-EXIT.
033708     PERFORM 7720-WRITE-REGISTER-LINE THRU 7720-EXIT.
033711 7715-EXIT.
033714     EXIT.
033717*****************************************************************
033720* 7720-WRITE-REGISTER-LINE.
033723*****************************************************************
033726 7720-WRITE-REGISTER-LINE.
033729     MOVE WS-CURRENT-DATE TO WS-PST-DATE.
033732     MOVE WS-OCC-CODE (WS-OCC-IDX) TO WS-PST-CUST.
033735     MOVE WS-OCC-SUB-TRAN (WS-OCC-IDX, WS-SUB-IDX) TO WS-PST-TRAN.
033738     MOVE WS-OCC-SUB-AMOUNT (WS-OCC-IDX, WS-SUB-IDX)
033741         TO WS-PST-AMOUNT.
033744     MOVE CUSTMAS-BALANCE TO WS-PST-BALANCE.
033747     MOVE WS-POSTREG-DETAIL TO POSTREG-LINE.
033750     WRITE POSTREG-LINE.
033753 7720-EXIT.
033756     EXIT.
033873*****************************************************************
033878* 7730-WRITE-LEDGER-REC.
033883*      LEDGER THE POSTING JUST REWRITTEN - THE SUBTOTAL UNDER
033888*      ITS OWN TRANSACTION CODE, AND THE BALANCE THE
033893*      MASTER NOW CARRIES.
033898*****************************************************************
033903 7730-WRITE-LEDGER-REC.
033908     MOVE SPACES TO LEDG-REC.
033913     ACCEPT WS-CURRENT-TIME FROM TIME.
033918     MOVE CUSTMAS-KEY TO LEDG-CUST-KEY.
033923     MOVE WS-CURRENT-DATE TO LEDG-POST-DATE.
033928     MOVE WS-CURRENT-TIME TO LEDG-POST-TIME.
033933     MOVE "PRG3" TO LEDG-SOURCE-JOB.
033938     MOVE WS-OCC-SUB-TRAN (WS-OCC-IDX, WS-SUB-IDX)
033940         TO LEDG-TRAN-CODE.
033943     MOVE WS-OCC-SUB-AMOUNT (WS-OCC-IDX, WS-SUB-IDX)
033945         TO LEDG-AMOUNT.
033948     MOVE CUSTMAS-BALANCE TO LEDG-BALANCE.
033953     WRITE LEDG-REC.
033958 7730-EXIT.
033963     EXIT.
033968*****************************************************************
033973* 7740-WRITE-JOURNAL-REC.
033978*      JOURNAL THE MASTER RECORD JUST REWRITTEN - ITS IMAGE AS
033983*      READ AND AS POSTED, UNDER THIS RUN'S START TIMESTAMP, SO
033988*      THE RUN CAN BE BACKED OUT RECORD BY RECORD.
033993*****************************************************************
033998 7740-WRITE-JOURNAL-REC.
034003     MOVE SPACES TO CJRN-REC.
034008     MOVE "PRG3" TO CJRN-JOB-NAME.
034013     MOVE WS-RUN-START-DATE TO CJRN-RUN-DATE.
034018     MOVE WS-RUN-START-TIME TO CJRN-RUN-TIME.
034023     MOVE WS-CURRENT-DATE TO CJRN-CHANGE-DATE.
034028     MOVE WS-CURRENT-TIME TO CJRN-CHANGE-TIME.
034033     MOVE WS-OPER-ID TO CJRN-OPER-ID.
034038     SET CJRN-CHANGED TO TRUE.
034043     MOVE WS-OCC-SUB-TRAN (WS-OCC-IDX, WS-SUB-IDX)
034045         TO CJRN-TRAN-CODE.
034048     MOVE CUSTMAS-KEY TO CJRN-CUST-KEY.
034053     MOVE WS-JRNL-BEFORE-IMAGE TO CJRN-BEFORE-IMAGE.
034058     MOVE CUSTMAS-REC TO CJRN-AFTER-IMAGE.
034063     WRITE CJRN-REC.
034068 7740-EXIT.
034073     EXIT.
034075*****************************************************************
034077* 7800-UPDATE-FILE-REGISTER.
034079*      THE FILE HAS BEEN POSTED - ADVANCE ITS SOURCE'S FILECTL
034081*      RECORD SO THE SAME FILE CAN NEVER BE TAKEN AGAIN.  A
034083*      REGISTER THAT CANNOT BE ADVANCED ENDS THE RUN WITH RETURN
034085*      CODE 16 - THE NEXT RUN WOULD OTHERWISE TAKE THIS FILE A
034087*      SECOND TIME.
034089*****************************************************************
034091 7800-UPDATE-FILE-REGISTER.
034093     OPEN I-O FILECTL-FILE.
034095     IF NOT WS-FILECTL-OK
034097         GO TO 7800-FAILED
034099     END-IF.
034101     MOVE WS-HDR-SOURCE TO FCTL-SOURCE-ID.
034103     READ FILECTL-FILE
034105         INVALID KEY
034107             CLOSE FILECTL-FILE
034109             GO TO 7800-FAILED
034111     END-READ.
034113     MOVE WS-HDR-SEQ TO FCTL-LAST-SEQ.
034115     MOVE WS-HDR-CREATE-DATE TO FCTL-LAST-CREATE-DATE.
034117     MOVE WS-RUN-START-DATE TO FCTL-LAST-RUN-DATE.
034119     MOVE WS-RUN-START-TIME TO FCTL-LAST-RUN-TIME.
034121     REWRITE FCTL-REC
034123         INVALID KEY
034125             CLOSE FILECTL-FILE
034127             GO TO 7800-FAILED
034129     END-REWRITE.
034131     CLOSE FILECTL-FILE.
034133     MOVE SPACES TO BATCHOUT-REC.
034135     STRING "FILE HEADER - SOURCE " WS-HDR-SOURCE
034137         " SEQ " WS-HDR-SEQ " RECORDED AS TAKEN"
034139         DELIMITED BY SIZE INTO BATCHOUT-REC.
034141     WRITE BATCHOUT-REC.
034143     GO TO 7800-EXIT.
034145 7800-FAILED.
034147     DISPLAY "PRG3: *** FILECTL NOT ADVANCED FOR " WS-HDR-SOURCE
034149         " SEQ " WS-HDR-SEQ " - STATUS " WS-FILECTL-STATUS " ***".
034151     DISPLAY "PRG3: *** MARK THE FILE TAKEN BEFORE THE NEXT "
034152         "RUN ***".
034153     MOVE 16 TO RETURN-CODE.
034155     MOVE SPACES TO BATCHOUT-REC.
034157     STRING "FILE HEADER - SOURCE " WS-HDR-SOURCE
034159         " SEQ " WS-HDR-SEQ " POSTED BUT NOT RECORDED AS TAKEN"
034161         DELIMITED BY SIZE INTO BATCHOUT-REC.
034163     WRITE BATCHOUT-REC.
034165 7800-EXIT.
034167     EXIT.
034169*****************************************************************
034171* 8000-TERMINATE.
034173*      CLOSE DOWN AND REPORT COUNTS FOR THE RUN.
034175*****************************************************************
034177 8000-TERMINATE.
034179     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
034181     MOVE "CLOS" TO WS-VAL-ACTION.
034183     CALL "PRG2VAL" USING WS-VAL-ACTION WS-BATCH-USERINP
034185                          WS-VAL-SW WS-VAL-REASON
034187                          WS-VAL-CHANNEL.
034189     MOVE "CLOS" TO WS-TRN-ACTION.
034191     CALL "PRG2TRN" USING WS-TRN-ACTION WS-BATCH-USERINP
034193                          WS-TRN-CODE WS-TRN-AMOUNT
034195                          WS-TRN-SW WS-VAL-REASON.
034197     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
034200     CLOSE BATCHIN-FILE.
034300     CLOSE BATCHOUT-FILE.
034350     CLOSE OUTIFC-FILE.
035018     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
035019     ACCEPT RUNH-END-TIME FROM TIME.
035020     MOVE "PRG3" TO RUNH-JOB-NAME.
035021     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
035022     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
035023     MOVE WS-HDR-CHECK TO RUNH-FILE-CHECK.
035024     MOVE WS-HDR-SOURCE TO RUNH-FILE-SOURCE.
035025     MOVE WS-HDR-SEQ TO RUNH-FILE-SEQ.
035026     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
035027     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
035028     MOVE WS-RECS-READ TO RUNH-RECS-IN.
035029     MOVE WS-OCC-COUNT TO RUNH-RECS-OUT.
035030     MOVE WS-RECS-ACCEPTED TO RUNH-RECS-ACCEPTED.
035031     MOVE WS-RECS-REJECTED TO RUNH-RECS-REJECTED.
035032     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
035033     WRITE RUNH-REC
035034         INVALID KEY
035035             DISPLAY "PRG3: UNABLE TO RECORD RUN HISTORY - "
035036                 "DUPLICATE KEY"
035037     END-WRITE.
035038     CLOSE RUNHIST-FILE.
035039 9000-EXIT.
035040     EXIT.
