000100*****************************************************************
000200* CARGA DEL ARCHIVO DE ACTIVIDAD POR CLIENTE PARA CONSULTA
000300*
000400* LOAD JOB FOR THE KEYED CUSTOMER ACTIVITY FILE (CUSTACT) THE
000500* PRG2CUS ONLINE CUSTOMER INQUIRY READS.  SUSPENSE AND THE
000600* AUDIT TRAIL ARE FLAT FILES NO TRANSACTION CAN READ BY CODE,
000700* SO - THE SAME WAY PRG7 REBUILDS AUDITKSD - THIS JOB COPIES
000800* WHAT THE BRANCHES NEED INTO A KSDS KEYED BY USERINP CODE:
000900*   - EVERY SUSPENSE ITEM STILL OPEN, AND
001000*   - THE MOST RECENT ACCEPTED AUDIT ENTRIES FOR EACH CODE,
001100*     FROM THE AUDITARC ARCHIVE AND THE LIVE AUDITLOG.
001200* ONE SORT BRINGS EACH CODE'S ITEMS TOGETHER NEWEST FIRST;
001300* ONLY THE FIRST FEW ACCEPTED ENTRIES PER CODE ARE KEPT, AS
001400* MANY AS THE INQUIRY SCREEN SHOWS.  RUN NIGHTLY AFTER THE
001500* BATCH CYCLE AND THE PRG6 ARCHIVAL CUT, ALONGSIDE PRG7.
001600* THE FLAT FILES STAY THE SYSTEM OF RECORD - THIS FILE IS A
001700* REBUILDABLE COPY.
001800*****************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.     PRG18.
002100 AUTHOR.         J. LEN.
002200 INSTALLATION.   APPLICATIONS DEVELOPMENT.
002300 DATE-WRITTEN.   2026-10-15.
002400 DATE-COMPILED.
002500*****************************************************************
002600* MODIFICATION HISTORY
002700*   2026-10-15  JKL  INITIAL VERSION - OPEN SUSPENSE ITEMS AND
002800*                    RECENT ACCEPTED AUDIT ENTRIES LOADED TO
002900*                    CUSTACT BY CODE FOR PRG2CUS, RUN HISTORY
003000*                    WRITTEN TO RUNHIST LIKE EVERY OTHER BATCH
003100*                    JOB.
003120*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
003140*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
003160*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SUSPENSE-STATUS.
003900     SELECT AUDITARC-FILE ASSIGN TO "AUDITARC"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-AUDITARC-STATUS.
004200     SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-AUDITLOG-STATUS.
004500     SELECT SORTWK-FILE ASSIGN TO "SORTWK1".
004600     SELECT CUSTACT-FILE ASSIGN TO "CUSTACT"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS CACT-KEY OF CACT-REC
005000         FILE STATUS IS WS-CUSTACT-STATUS.
005100     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS RUNH-KEY
005500         FILE STATUS IS WS-RUNHIST-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  SUSPENSE-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY SUSPREC.
006100 FD  AUDITARC-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY AUDITREC REPLACING ==AUDIT-REC== BY ==AUDITARC-REC==.
006400 FD  AUDITLOG-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY AUDITREC.
006700 SD  SORTWK-FILE.
006800     COPY CACTREC REPLACING ==CACT-REC== BY ==SORTWK-REC==.
006900 FD  CUSTACT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CACTREC.
007200 FD  RUNHIST-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY RUNHREC.
007500 WORKING-STORAGE SECTION.
007600*****************************************************************
007700*    SWITCHES AND FILE STATUS FIELDS
007800*****************************************************************
007900 01  WS-SUSPENSE-STATUS          PIC X(02).
008000     88  WS-SUSPENSE-OK                   VALUE "00".
008100     88  WS-SUSPENSE-EOF                  VALUE "10".
008200 01  WS-AUDITARC-STATUS          PIC X(02).
008300     88  WS-AUDITARC-OK                   VALUE "00".
008400     88  WS-AUDITARC-EOF                  VALUE "10".
008500 01  WS-AUDITLOG-STATUS          PIC X(02).
008600     88  WS-AUDITLOG-OK                   VALUE "00".
008700     88  WS-AUDITLOG-EOF                  VALUE "10".
008800 01  WS-CUSTACT-STATUS           PIC X(02).
008900     88  WS-CUSTACT-OK                    VALUE "00".
009000 01  WS-RUNHIST-STATUS           PIC X(02).
009100     88  WS-RUNHIST-OK                    VALUE "00".
009200     88  WS-RUNHIST-NOTFND                VALUE "35".
009300 01  WS-EOF-SW                   PIC X(01).
009400     88  WS-END-OF-SORT                   VALUE "Y".
009500*****************************************************************
009600*    ACCEPTED ENTRIES KEPT PER CODE - AS MANY AS THE PRG2CUS
009700*    DETAIL SCREEN HAS LINES FOR
009800*****************************************************************
009900 01  WS-ACC-KEEP                 PIC 9(02) COMP VALUE 5.
010000 01  WS-ACC-KEPT                 PIC 9(02) COMP.
010100 01  WS-PRIOR-CODE               PIC X(10).
010200*****************************************************************
010300*    RECORD COUNTERS AND THE RUNNING RELEASE SEQUENCE
010400*****************************************************************
010500 01  WS-RUN-START-DATE           PIC 9(08).
010600 01  WS-RUN-START-TIME           PIC 9(08).
010700 01  WS-SUSP-READ                PIC 9(09) COMP.
010800 01  WS-AUDIT-READ               PIC 9(09) COMP.
010900 01  WS-RECS-RELEASED            PIC 9(09) COMP.
011000 01  WS-RECS-LOADED              PIC 9(09) COMP.
011100 01  WS-RECS-SKIPPED             PIC 9(09) COMP.
011200 01  WS-ACC-DROPPED              PIC 9(09) COMP.
011300 01  WS-RELEASE-SEQ              PIC 9(05).
011310*****************************************************************
011320*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
011330*****************************************************************
011340 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG18".
011350 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
011360     88  WS-GATE-REFUSED                  VALUE "R".
011370 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
011400 PROCEDURE DIVISION.
011500*****************************************************************
011600* 0000-MAINLINE.
011700*****************************************************************
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012000     IF RETURN-CODE = ZERO
012100         SORT SORTWK-FILE
012200             ON ASCENDING KEY CACT-KEY OF SORTWK-REC
012300             INPUT PROCEDURE IS 1500-RELEASE-INPUTS THRU 1500-EXIT
012400             OUTPUT PROCEDURE IS 2000-LOAD-CUSTACT THRU 2000-EXIT
012500         PERFORM 8000-TERMINATE THRU 8000-EXIT
012600     END-IF.
012700     PERFORM 9000-WRITE-RUN-HISTORY THRU 9000-EXIT.
012800     STOP RUN.
012900*****************************************************************
013000* 1000-INITIALIZE.
013100*      REBUILD THE KSDS FROM EMPTY.  WITHOUT IT THERE IS
013200*      NOTHING TO LOAD AND THE RUN STOPS.
013300*****************************************************************
013400 1000-INITIALIZE.
013500     MOVE ZERO TO WS-SUSP-READ WS-AUDIT-READ WS-RECS-RELEASED
013600         WS-RECS-LOADED WS-RECS-SKIPPED WS-ACC-DROPPED
013700         WS-RELEASE-SEQ WS-ACC-KEPT.
013800     MOVE SPACES TO WS-PRIOR-CODE.
013900     MOVE "N" TO WS-EOF-SW.
014000     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
014100     ACCEPT WS-RUN-START-TIME FROM TIME.
014120     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
014140     IF WS-GATE-REFUSED
014160         GO TO 1000-EXIT
014180     END-IF.
014200     OPEN OUTPUT CUSTACT-FILE.
014300     IF NOT WS-CUSTACT-OK
014400         DISPLAY "PRG18: UNABLE TO OPEN CUSTACT - STATUS "
014500             WS-CUSTACT-STATUS
014600         MOVE 16 TO RETURN-CODE
014700     END-IF.
014800 1000-EXIT.
014900     EXIT.
014905*****************************************************************
014910* 1050-CHECK-PREDECESSORS.
014915*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
014920*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
014925*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
014930*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
014935*****************************************************************
014940 1050-CHECK-PREDECESSORS.
014945     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
014950                          WS-GATE-PRED.
014955     IF WS-GATE-REFUSED
014960         DISPLAY "PRG18: *** REFUSED BY PREDECESSOR CHECK ***"
014965         MOVE 16 TO RETURN-CODE
014970     END-IF.
014975 1050-EXIT.
014980     EXIT.
015000*****************************************************************
015100* 1500-RELEASE-INPUTS.
015200*      FEED THE SORT FROM SUSPENSE, THE ARCHIVE AND THE LIVE
015300*      LOG.  ANY OF THEM MAY BE ABSENT - THE FILE SIMPLY
015400*      COVERS WHAT IS THERE AND THE CONSOLE SAYS SO.
015500*****************************************************************
015600 1500-RELEASE-INPUTS.
015700     PERFORM 1600-RELEASE-SUSPENSE THRU 1600-EXIT.
015800     PERFORM 1700-RELEASE-ARCHIVE THRU 1700-EXIT.
015900     PERFORM 1800-RELEASE-LIVE-LOG THRU 1800-EXIT.
016000 1500-EXIT.
016100     EXIT.
016200*****************************************************************
016300* 1600-RELEASE-SUSPENSE.
016400*****************************************************************
016500 1600-RELEASE-SUSPENSE.
016600     OPEN INPUT SUSPENSE-FILE.
016700     IF NOT WS-SUSPENSE-OK
016800         DISPLAY "PRG18: NO SUSPENSE FILE - NO OPEN ITEMS LOADED"
016900         GO TO 1600-EXIT
017000     END-IF.
017100     PERFORM 1610-RELEASE-ONE-SUSP THRU 1610-EXIT
017200         UNTIL WS-SUSPENSE-EOF.
017300     CLOSE SUSPENSE-FILE.
017400 1600-EXIT.
017500     EXIT.
017600*****************************************************************
017700* 1610-RELEASE-ONE-SUSP.
017800*      ONLY OPEN ITEMS ARE LOADED.  ONE WITH NO NUMERIC DATE
017900*      OR TIME CANNOT CARRY A VALID KEY AND IS SKIPPED.
018000*****************************************************************
018100 1610-RELEASE-ONE-SUSP.
018200     READ SUSPENSE-FILE
018300         AT END
018400             SET WS-SUSPENSE-EOF TO TRUE
018500             GO TO 1610-EXIT
018600     END-READ.
018700     ADD 1 TO WS-SUSP-READ.
018800     IF NOT SUSP-OPEN
018900         GO TO 1610-EXIT
019000     END-IF.
019100     IF SUSP-DATE NOT NUMERIC OR SUSP-TIME NOT NUMERIC
019200         ADD 1 TO WS-RECS-SKIPPED
019300         GO TO 1610-EXIT
019400     END-IF.
019500     MOVE SPACES TO SORTWK-REC.
019600     MOVE SUSP-USERINP TO CACT-USERINP OF SORTWK-REC.
019700     SET CACT-SUSPENSE-ITEM OF SORTWK-REC TO TRUE.
019800     COMPUTE CACT-INV-DATE OF SORTWK-REC = 99999999 - SUSP-DATE.
019900     COMPUTE CACT-INV-TIME OF SORTWK-REC = 99999999 - SUSP-TIME.
020000     MOVE SUSP-DATE TO CACT-DATE OF SORTWK-REC.
020100     MOVE SUSP-TIME TO CACT-TIME OF SORTWK-REC.
020200     MOVE SUSP-CHANNEL TO CACT-SOURCE OF SORTWK-REC.
020300     MOVE SUSP-TRAN-CODE TO CACT-TRAN-CODE OF SORTWK-REC.
020400     IF SUSP-AMOUNT IS NUMERIC
020500         MOVE SUSP-AMOUNT TO CACT-AMOUNT OF SORTWK-REC
020600     END-IF.
020700     MOVE SUSP-REASON TO CACT-REASON OF SORTWK-REC.
020800     PERFORM 1900-RELEASE-ONE THRU 1900-EXIT.
020900 1610-EXIT.
021000     EXIT.
021100*****************************************************************
021200* 1700-RELEASE-ARCHIVE.
021300*****************************************************************
021400 1700-RELEASE-ARCHIVE.
021500     OPEN INPUT AUDITARC-FILE.
021600     IF NOT WS-AUDITARC-OK
021700         DISPLAY "PRG18: NO ARCHIVE (AUDITARC) - LIVE LOG ONLY"
021800         GO TO 1700-EXIT
021900     END-IF.
022000     PERFORM 1710-RELEASE-ONE-ARC THRU 1710-EXIT
022100         UNTIL WS-AUDITARC-EOF.
022200     CLOSE AUDITARC-FILE.
022300 1700-EXIT.
022400     EXIT.
022500*****************************************************************
022600* 1710-RELEASE-ONE-ARC.
022700*****************************************************************
022800 1710-RELEASE-ONE-ARC.
022900     READ AUDITARC-FILE
023000         AT END
023100             SET WS-AUDITARC-EOF TO TRUE
023200             GO TO 1710-EXIT
023300     END-READ.
023400     ADD 1 TO WS-AUDIT-READ.
023500     IF NOT AUDIT-ACCEPTED OF AUDITARC-REC
023600         GO TO 1710-EXIT
023700     END-IF.
023800     MOVE AUDITARC-REC TO AUDIT-REC.
023900     PERFORM 1850-BUILD-ACCEPTED-ENTRY THRU 1850-EXIT.
024000 1710-EXIT.
024100     EXIT.
024200*****************************************************************
024300* 1800-RELEASE-LIVE-LOG.
024400*****************************************************************
024500 1800-RELEASE-LIVE-LOG.
024600     OPEN INPUT AUDITLOG-FILE.
024700     IF NOT WS-AUDITLOG-OK
024800         DISPLAY "PRG18: NO LIVE LOG (AUDITLOG) - ARCHIVE ONLY"
024900         GO TO 1800-EXIT
025000     END-IF.
025100     PERFORM 1810-RELEASE-ONE-LIVE THRU 1810-EXIT
025200         UNTIL WS-AUDITLOG-EOF.
025300     CLOSE AUDITLOG-FILE.
025400 1800-EXIT.
025500     EXIT.
025600*****************************************************************
025700* 1810-RELEASE-ONE-LIVE.
025800*****************************************************************
025900 1810-RELEASE-ONE-LIVE.
026000     READ AUDITLOG-FILE
026100         AT END
026200             SET WS-AUDITLOG-EOF TO TRUE
026300             GO TO 1810-EXIT
026400     END-READ.
026500     ADD 1 TO WS-AUDIT-READ.
026600     IF NOT AUDIT-ACCEPTED OF AUDIT-REC
026700         GO TO 1810-EXIT
026800     END-IF.
026900     PERFORM 1850-BUILD-ACCEPTED-ENTRY THRU 1850-EXIT.
027000 1810-EXIT.
027100     EXIT.
027200*****************************************************************
027300* 1850-BUILD-ACCEPTED-ENTRY.
027400*      BUILD THE SORT RECORD FROM THE ACCEPTED AUDIT ENTRY IN
027500*      AUDIT-REC.  ONE WITH NO NUMERIC DATE OR TIME IS SKIPPED.
027600*****************************************************************
027700 1850-BUILD-ACCEPTED-ENTRY.
027800     IF AUDIT-DATE OF AUDIT-REC NOT NUMERIC
027900         OR AUDIT-TIME OF AUDIT-REC NOT NUMERIC
028000         ADD 1 TO WS-RECS-SKIPPED
028100         GO TO 1850-EXIT
028200     END-IF.
028300     MOVE SPACES TO SORTWK-REC.
028400     MOVE AUDIT-USERINP OF AUDIT-REC
028500         TO CACT-USERINP OF SORTWK-REC.
028600     SET CACT-ACCEPTED-ENTRY OF SORTWK-REC TO TRUE.
028700     COMPUTE CACT-INV-DATE OF SORTWK-REC =
028800         99999999 - AUDIT-DATE OF AUDIT-REC.
028900     COMPUTE CACT-INV-TIME OF SORTWK-REC =
029000         99999999 - AUDIT-TIME OF AUDIT-REC.
029100     MOVE AUDIT-DATE OF AUDIT-REC TO CACT-DATE OF SORTWK-REC.
029200     MOVE AUDIT-TIME OF AUDIT-REC TO CACT-TIME OF SORTWK-REC.
029300     MOVE AUDIT-SOURCE OF AUDIT-REC TO CACT-SOURCE OF SORTWK-REC.
029400     MOVE AUDIT-TERM-ID OF AUDIT-REC
029500         TO CACT-TERM-ID OF SORTWK-REC.
029600     MOVE AUDIT-OPER-ID OF AUDIT-REC
029700         TO CACT-OPER-ID OF SORTWK-REC.
029800     PERFORM 1900-RELEASE-ONE THRU 1900-EXIT.
029900 1850-EXIT.
030000     EXIT.
030100*****************************************************************
030200* 1900-RELEASE-ONE.
030300*****************************************************************
030400 1900-RELEASE-ONE.
030500     ADD 1 TO WS-RELEASE-SEQ.
030600     MOVE WS-RELEASE-SEQ TO CACT-SEQ OF SORTWK-REC.
030700     RELEASE SORTWK-REC.
030800     ADD 1 TO WS-RECS-RELEASED.
030900 1900-EXIT.
031000     EXIT.
031100*****************************************************************
031200* 2000-LOAD-CUSTACT.
031300*      WRITE THE SORTED ITEMS TO THE KSDS IN KEY ORDER.
031400*****************************************************************
031500 2000-LOAD-CUSTACT.
031600     PERFORM 2100-LOAD-ONE-ITEM THRU 2100-EXIT
031700         UNTIL WS-END-OF-SORT.
031800 2000-EXIT.
031900     EXIT.
032000*****************************************************************
032100* 2100-LOAD-ONE-ITEM.
032200*      EVERY OPEN SUSPENSE ITEM IS LOADED.  ACCEPTED ENTRIES
032300*      ARRIVE NEWEST FIRST WITHIN A CODE, SO ONCE WS-ACC-KEEP
032400*      OF THEM ARE LOADED THE CODE'S OLDER ONES ARE PASSED BY.
032500*****************************************************************
032600 2100-LOAD-ONE-ITEM.
032700     RETURN SORTWK-FILE
032800         AT END
032900             SET WS-END-OF-SORT TO TRUE
033000             GO TO 2100-EXIT
033100     END-RETURN.
033200     IF CACT-ACCEPTED-ENTRY OF SORTWK-REC
033300         IF CACT-USERINP OF SORTWK-REC NOT = WS-PRIOR-CODE
033400             MOVE CACT-USERINP OF SORTWK-REC TO WS-PRIOR-CODE
033500             MOVE ZERO TO WS-ACC-KEPT
033600         END-IF
033700         IF WS-ACC-KEPT NOT < WS-ACC-KEEP
033800             ADD 1 TO WS-ACC-DROPPED
033900             GO TO 2100-EXIT
034000         END-IF
034100         ADD 1 TO WS-ACC-KEPT
034200     END-IF.
034300     WRITE CACT-REC FROM SORTWK-REC.
034400     IF WS-CUSTACT-OK
034500         ADD 1 TO WS-RECS-LOADED
034600     ELSE
034700         ADD 1 TO WS-RECS-SKIPPED
034800     END-IF.
034900 2100-EXIT.
035000     EXIT.
035100*****************************************************************
035200* 8000-TERMINATE.
035300*      CLOSE DOWN AND REPORT COUNTS.  A SKIPPED ITEM MEANS THE
035400*      KSDS IS NOT A COMPLETE PICTURE, SO THE RUN ENDS WITH A
035500*      WARNING RETURN CODE FOR THE SCHEDULER.
035600*****************************************************************
035700 8000-TERMINATE.
035800     CLOSE CUSTACT-FILE.
035900     DISPLAY "PRG18: SUSPENSE ITEMS READ   = " WS-SUSP-READ.
036000     DISPLAY "PRG18: AUDIT ENTRIES READ    = " WS-AUDIT-READ.
036100     DISPLAY "PRG18: ITEMS LOADED          = " WS-RECS-LOADED.
036200     DISPLAY "PRG18: OLDER ENTRIES PASSED  = " WS-ACC-DROPPED.
036300     DISPLAY "PRG18: ITEMS SKIPPED         = " WS-RECS-SKIPPED.
036400     IF WS-RECS-SKIPPED > ZERO
036500         DISPLAY "PRG18: *** SKIPPED ITEMS - CUSTACT IS "
036600             "INCOMPLETE ***"
036700         MOVE 8 TO RETURN-CODE
036800     END-IF.
036900 8000-EXIT.
037000     EXIT.
037100*****************************************************************
037200* 9000-WRITE-RUN-HISTORY.
037300*      RECORD THIS RUN ON THE SHARED RUN-HISTORY KSDS FOR THE
037400*      PRG2RUN STATUS SCREEN.  A HISTORY THAT CANNOT BE
037500*      WRITTEN WARNS BUT NEVER FAILS THE RUN ITSELF.
037600*****************************************************************
037700 9000-WRITE-RUN-HISTORY.
037800     OPEN I-O RUNHIST-FILE.
037900     IF WS-RUNHIST-NOTFND
038000         OPEN OUTPUT RUNHIST-FILE
038100     END-IF.
038200     IF NOT WS-RUNHIST-OK
038300         DISPLAY "PRG18: UNABLE TO RECORD RUN HISTORY - STATUS "
038400             WS-RUNHIST-STATUS
038500         GO TO 9000-EXIT
038600     END-IF.
038700     MOVE SPACES TO RUNH-REC.
038800     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
038900     ACCEPT RUNH-END-TIME FROM TIME.
039000     MOVE "PRG18" TO RUNH-JOB-NAME.
039030     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
039060     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
039100     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
039200     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
039300     COMPUTE RUNH-RECS-IN = WS-SUSP-READ + WS-AUDIT-READ.
039400     MOVE WS-RECS-LOADED TO RUNH-RECS-OUT.
039500     MOVE ZERO TO RUNH-RECS-ACCEPTED.
039600     MOVE WS-RECS-SKIPPED TO RUNH-RECS-REJECTED.
039700     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
039800     WRITE RUNH-REC
039900         INVALID KEY
040000             DISPLAY "PRG18: UNABLE TO RECORD RUN HISTORY - "
040100                 "DUPLICATE KEY"
040200     END-WRITE.
040300     CLOSE RUNHIST-FILE.
040400 9000-EXIT.
040500     EXIT.
