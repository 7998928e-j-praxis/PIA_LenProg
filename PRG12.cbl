003110*                    TO CUSTMAS-BALANCE THE SAME WAY PRG3
003120*                    POSTS, RUN HISTORY WRITTEN TO RUNHIST
003130*                    LIKE EVERY OTHER BATCH JOB.
003160*   2026-10-15  JKL  EVERY AMOUNT POSTED IS NOW ALSO WRITTEN TO
003190*                    THE PERMANENT LEDGER FILE (LEDGREC), THE
003220*                    SAME AS THE PRG3 POSTING STEP.  A LEDGER
003250*                    THAT CANNOT BE OPENED REFUSES THE RUN.
003253*   2026-10-15  JKL  AN ITEM CARRYING AN AMOUNT MUST NOW ALSO
003256*                    PASS THE TRANTAB CODE / SIGN / LIMIT / TYPE
003259*                    RULES THROUGH THE SHARED PRG2TRN SERVICE
003262*                    BEFORE IT IS CLEARED AND POSTED - A DETAIL
003265*                    PRG3 TURNED AWAY FOR ITS TRANSACTION CODE
003268*                    WOULD OTHERWISE POST HERE ON A CUSTOMER-
003271*                    ONLY CHECK.  A MISSING OR EMPTY TRANTAB
003274*                    REFUSES THE RUN.  ALSO SAVE AND RESTORE
003277*                    RETURN-CODE AROUND THE SERVICE CALLS, AS
003280*                    PRG3 DOES - THE CALLED PROGRAM'S GOBACK WAS
003283*                    HANDING BACK A ZERO THAT WIPED OUT THE 8
003286*                    SET BY AN EARLIER FAILED POSTING.
003289*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
003292*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
003295*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
003296*   2026-10-15  JKL  EVERY AMOUNT POSTED NOW ALSO WRITES THE
003297*                    MASTER RECORD'S BEFORE AND AFTER IMAGES TO
003298*                    THE CUSTJRNL CHANGE JOURNAL (CJRNREC) UNDER
003299*                    THIS RUN'S START TIMESTAMP, FOR THE PRG19
003300*                    BACKOUT.  A JOURNAL THAT CANNOT BE OPENED
003333*                    REFUSES THE RUN, THE SAME AS THE LEDGER.
003366*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS RUNH-KEY
005300         FILE STATUS IS WS-RUNHIST-STATUS.
005320     SELECT LEDGER-FILE ASSIGN TO "LEDGER"
005340         ORGANIZATION IS LINE SEQUENTIAL
005360         FILE STATUS IS WS-LEDGER-STATUS.
005370     SELECT CUSTJRNL-FILE ASSIGN TO "CUSTJRNL"
005380         ORGANIZATION IS LINE SEQUENTIAL
005390         FILE STATUS IS WS-CUSTJRNL-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SUSPENSE-FILE
006800 FD  RUNHIST-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY RUNHREC.
007020 FD  LEDGER-FILE
007040     LABEL RECORDS ARE STANDARD.
007060     COPY LEDGREC.
007070 FD  CUSTJRNL-FILE
007080     LABEL RECORDS ARE STANDARD.
007090     COPY CJRNREC.
007100 WORKING-STORAGE SECTION.
007200*****************************************************************
007300*    SWITCHES AND FILE STATUS FIELDS
008600 01  WS-RUNHIST-STATUS           PIC X(02).
008700     88  WS-RUNHIST-OK                    VALUE "00".
008800     88  WS-RUNHIST-NOTFND                VALUE "35".
008820 01  WS-LEDGER-STATUS            PIC X(02).
008840     88  WS-LEDGER-OK                     VALUE "00".
008860     88  WS-LEDGER-NOTFND                VALUE "35".
008870 01  WS-CUSTJRNL-STATUS          PIC X(02).
008880     88  WS-CUSTJRNL-OK                   VALUE "00".
008890     88  WS-CUSTJRNL-NOTFND              VALUE "35".
008900 01  WS-EOF-SW                   PIC X(01).
009000     88  WS-END-OF-SUSPENSE               VALUE "Y".
009100*****************************************************************
010300     88  WS-INVALID-CUSTOMER             VALUE "N".
010400 01  WS-VAL-REASON                PIC X(40).
010500 01  WS-VAL-CHANNEL               PIC X(01) VALUE "O".
010508*****************************************************************
010516*    PRG2TRN CALL INTERFACE - THE REJECTION REASON COMES BACK IN
010524*    WS-VAL-REASON, THE SAME AS PRG3
010532*****************************************************************
010540 01  WS-TRN-ACTION               PIC X(04).
010548 01  WS-TRN-SW                   PIC X(01).
010556     88  WS-VALID-TRAN                   VALUE "Y".
010564     88  WS-INVALID-TRAN                 VALUE "N".
010572 01  WS-TRN-CODE                 PIC X(02).
010580 01  WS-TRN-AMOUNT               PIC S9(09)V99
010588                                 SIGN LEADING SEPARATE.
010594 01  WS-SAVE-RETURN-CODE          PIC S9(04) COMP.
010600*****************************************************************
010700*    AUDIT TRAIL AND COUNTER WORK FIELDS
010800*****************************************************************
011200 01  WS-OPER-ID                  PIC X(08).
011300 01  WS-RUN-START-DATE           PIC 9(08).
011400 01  WS-RUN-START-TIME           PIC 9(08).
011450 01  WS-JRNL-BEFORE-IMAGE        PIC X(80).
011500 01  WS-RECS-READ                PIC 9(09) COMP.
011600 01  WS-RECS-ALREADY-WORKED      PIC 9(09) COMP.
011700 01  WS-RECS-CLEARED             PIC 9(09) COMP.
011800 01  WS-RECS-STILL-BAD           PIC 9(09) COMP.
011810 01  WS-AMTS-POSTED              PIC 9(09) COMP.
011820 01  WS-POSTS-FAILED             PIC 9(09) COMP.
011830*****************************************************************
011840*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
011850*****************************************************************
011860 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG12".
011870 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
011880     88  WS-GATE-REFUSED                  VALUE "R".
011890 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
011900 PROCEDURE DIVISION.
012000*****************************************************************
012100* 0000-MAINLINE.
012200*****************************************************************
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012450     IF NOT WS-GATE-REFUSED
012500         PERFORM 2000-SWEEP-SUSPENSE THRU 2000-EXIT
012600             UNTIL WS-END-OF-SUSPENSE
012700         PERFORM 8000-TERMINATE THRU 8000-EXIT
012750     END-IF.
012800     PERFORM 9000-WRITE-RUN-HISTORY THRU 9000-EXIT.
012900     STOP RUN.
013000*****************************************************************
013900     MOVE "N" TO WS-EOF-SW.
014000     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
014100     ACCEPT WS-RUN-START-TIME FROM TIME.
014120     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
014140     IF WS-GATE-REFUSED
014160         GO TO 1000-EXIT
014180     END-IF.
014200     ACCEPT WS-TERM-ID FROM ENVIRONMENT "TERMID".
014300     ACCEPT WS-OPER-ID FROM ENVIRONMENT "OPERID".
014309     MOVE "OPEN" TO WS-TRN-ACTION.
014318     CALL "PRG2TRN" USING WS-TRN-ACTION WS-WORK-USERINP
014327                          WS-TRN-CODE WS-TRN-AMOUNT
014336                          WS-TRN-SW WS-VAL-REASON.
014345     IF WS-INVALID-TRAN
014354         DISPLAY "PRG12: " WS-VAL-REASON " - RUN REFUSED"
014363         MOVE 16 TO RETURN-CODE
014372         SET WS-END-OF-SUSPENSE TO TRUE
014381         GO TO 1000-EXIT
014390     END-IF.
014400     OPEN INPUT SUSPENSE-FILE.
014500     IF NOT WS-SUSPENSE-OK
014600         DISPLAY "PRG12: UNABLE TO OPEN SUSPENSE - NOTHING TO DO"
015860         SET WS-END-OF-SUSPENSE TO TRUE
015870         GO TO 1000-EXIT
015880     END-IF.
015881     OPEN EXTEND LEDGER-FILE.
015882     IF WS-LEDGER-NOTFND
015883         OPEN OUTPUT LEDGER-FILE
015884     END-IF.
015885     IF NOT WS-LEDGER-OK
015886         DISPLAY "PRG12: UNABLE TO OPEN LEDGER FOR POSTING - "
015887             "STATUS " WS-LEDGER-STATUS " - RUN REFUSED"
015888         MOVE 16 TO RETURN-CODE
015889         SET WS-END-OF-SUSPENSE TO TRUE
015890         GO TO 1000-EXIT
015891     END-IF.
015892     OPEN EXTEND CUSTJRNL-FILE.
015893     IF WS-CUSTJRNL-NOTFND
015894         OPEN OUTPUT CUSTJRNL-FILE
015895     END-IF.
015896     IF NOT WS-CUSTJRNL-OK
015897         DISPLAY "PRG12: UNABLE TO OPEN CUSTJRNL FOR POSTING - "
015898             "STATUS " WS-CUSTJRNL-STATUS " - RUN REFUSED"
015899         MOVE 16 TO RETURN-CODE
015900         SET WS-END-OF-SUSPENSE TO TRUE
015901         GO TO 1000-EXIT
015934     END-IF.
015967     MOVE "OPEN" TO WS-VAL-ACTION.
016000     CALL "PRG2VAL" USING WS-VAL-ACTION WS-WORK-USERINP
016100                          WS-VAL-SW WS-VAL-REASON
016200                          WS-VAL-CHANNEL.
016300     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
016400 1000-EXIT.
016500     EXIT.
016505*****************************************************************
016510* 1050-CHECK-PREDECESSORS.
016515*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
016520*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
016525*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
016530*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
016535*****************************************************************
016540 1050-CHECK-PREDECESSORS.
016545     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
016550                          WS-GATE-PRED.
016555     IF WS-GATE-REFUSED
016560         DISPLAY "PRG12: *** REFUSED BY PREDECESSOR CHECK ***"
016565         MOVE 16 TO RETURN-CODE
016570     END-IF.
016575 1050-EXIT.
016580     EXIT.
016600*****************************************************************
016700* 2000-SWEEP-SUSPENSE.
016800*      REVALIDATE THE CURRENT RECORD IF IT IS STILL OPEN, PASS
019700*      THE REJECT CAME IN ON.  AN ITEM THAT NOW VALIDATES IS
019800*      CLOSED AS A RESUBMIT ACCEPT AND SENT DOWNSTREAM; ONE
019900*      THAT STILL FAILS STAYS OPEN FOR THE WORKBENCH WITH ITS
020000*      REASON REFRESHED.  BOTH OUTCOMES ARE AUDIT-LOGGED.  AN
020020*      ITEM HOLDING AN AMOUNT MUST ALSO PASS THE TRANSACTION
020040*      CODE RULES, AS IT WOULD HAVE AT ENTRY, BEFORE IT CAN
020060*      CLEAR AND POST.
020100*****************************************************************
020200 2200-SWEEP-ONE-ITEM.
020300     MOVE SUSP-USERINP OF SUSP-REC TO WS-WORK-USERINP.
020600     ELSE
020700         MOVE "O" TO WS-VAL-CHANNEL
020800     END-IF.
020850     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
020900     MOVE "PROC" TO WS-VAL-ACTION.
021000     CALL "PRG2VAL" USING WS-VAL-ACTION WS-WORK-USERINP
021100                          WS-VAL-SW WS-VAL-REASON
021200                          WS-VAL-CHANNEL.
021207     IF WS-VALID-CUSTOMER
021214         AND SUSP-AMOUNT OF SUSP-REC IS NUMERIC
021221         MOVE SUSP-TRAN-CODE OF SUSP-REC TO WS-TRN-CODE
021228         MOVE SUSP-AMOUNT OF SUSP-REC TO WS-TRN-AMOUNT
021235         MOVE "PROC" TO WS-TRN-ACTION
021242         CALL "PRG2TRN" USING WS-TRN-ACTION WS-WORK-USERINP
021249                              WS-TRN-CODE WS-TRN-AMOUNT
021256                              WS-TRN-SW WS-VAL-REASON
021263         IF WS-INVALID-TRAN
021270             SET WS-INVALID-CUSTOMER TO TRUE
021277         END-IF
021284     END-IF.
021292     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
021300     PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT.
021400     IF WS-VALID-CUSTOMER
021500         SET SUSP-RESUB-ACCEPTED OF SUSP-REC TO TRUE
024530             END-IF
024540             GO TO 2350-EXIT
024550     END-READ.
024555     MOVE CUSTMAS-REC TO WS-JRNL-BEFORE-IMAGE.
024560     IF CUSTMAS-BALANCE NOT NUMERIC
024570         MOVE ZERO TO CUSTMAS-BALANCE
024580     END-IF.
024690             GO TO 2350-EXIT
024700     END-REWRITE.
024710     ADD 1 TO WS-AMTS-POSTED.
024715     PERFORM 2360-WRITE-LEDGER-REC THRU 2360-EXIT.
024717     PERFORM 2370-WRITE-JOURNAL-REC THRU 2370-EXIT.
024720 2350-EXIT.
024730     EXIT.
024731*****************************************************************
024732* 2360-WRITE-LEDGER-REC.
024733*      LEDGER THE AMOUNT JUST POSTED AND THE BALANCE THE
024734*      MASTER NOW CARRIES.
024735*****************************************************************
024736 2360-WRITE-LEDGER-REC.
024737     MOVE SPACES TO LEDG-REC.
024738     MOVE CUSTMAS-KEY TO LEDG-CUST-KEY.
024739     MOVE WS-CURRENT-DATE TO LEDG-POST-DATE.
024740     MOVE WS-CURRENT-TIME TO LEDG-POST-TIME.
024741     MOVE "PRG12" TO LEDG-SOURCE-JOB.
024742     MOVE SUSP-TRAN-CODE OF SUSP-REC TO LEDG-TRAN-CODE.
024743     MOVE SUSP-AMOUNT OF SUSP-REC TO LEDG-AMOUNT.
024744     MOVE CUSTMAS-BALANCE TO LEDG-BALANCE.
024745     WRITE LEDG-REC.
024746 2360-EXIT.
024747     EXIT.
024748*****************************************************************
024749* 2370-WRITE-JOURNAL-REC.
024750*      JOURNAL THE MASTER RECORD JUST REWRITTEN - ITS IMAGE AS
024751*      READ AND AS POSTED, UNDER THIS RUN'S START TIMESTAMP, SO
024752*      THE RUN CAN BE BACKED OUT RECORD BY RECORD.
024753*****************************************************************
024754 2370-WRITE-JOURNAL-REC.
024755     MOVE SPACES TO CJRN-REC.
024756     MOVE "PRG12" TO CJRN-JOB-NAME.
024757     MOVE WS-RUN-START-DATE TO CJRN-RUN-DATE.
024758     MOVE WS-RUN-START-TIME TO CJRN-RUN-TIME.
024759     MOVE WS-CURRENT-DATE TO CJRN-CHANGE-DATE.
024760     MOVE WS-CURRENT-TIME TO CJRN-CHANGE-TIME.
024761     MOVE WS-OPER-ID TO CJRN-OPER-ID.
024762     SET CJRN-CHANGED TO TRUE.
024763     MOVE SUSP-TRAN-CODE OF SUSP-REC TO CJRN-TRAN-CODE.
024764     MOVE CUSTMAS-KEY TO CJRN-CUST-KEY.
024765     MOVE WS-JRNL-BEFORE-IMAGE TO CJRN-BEFORE-IMAGE.
024766     MOVE CUSTMAS-REC TO CJRN-AFTER-IMAGE.
024767     WRITE CJRN-REC.
024768 2370-EXIT.
024769     EXIT.
024770*****************************************************************
024771* 2400-WRITE-AUDIT-REC.
024772*      BUILD AND WRITE ONE AUDIT TRAIL RECORD FOR THIS SWEEP
024773*      ATTEMPT, SOURCE "S" SO THE PRG10 BALANCER CAN TELL THE
024780*      UNATTENDED RESUBMISSIONS FROM THE CLERK-WORKED ONES.
024790*****************************************************************
025000 2400-WRITE-AUDIT-REC.
027200 8000-TERMINATE.
027300     IF WS-RECS-READ > ZERO
027400         OR WS-SUSPENSE-EOF
027450         MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
027500         MOVE "CLOS" TO WS-VAL-ACTION
027600         CALL "PRG2VAL" USING WS-VAL-ACTION WS-WORK-USERINP
027700                              WS-VAL-SW WS-VAL-REASON
027800                              WS-VAL-CHANNEL
027820         MOVE "CLOS" TO WS-TRN-ACTION
027840         CALL "PRG2TRN" USING WS-TRN-ACTION WS-WORK-USERINP
027860                              WS-TRN-CODE WS-TRN-AMOUNT
027880                              WS-TRN-SW WS-VAL-REASON
027890         MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE
027900         CLOSE SUSPENSE-FILE
028000         CLOSE SUSPNEW-FILE
028100         CLOSE AUDITLOG-FILE
028200         CLOSE OUTIFC-FILE
028210         CLOSE CUSTMAS-FILE
028250         CLOSE LEDGER-FILE
028270         CLOSE CUSTJRNL-FILE
028300     END-IF.
028400     DISPLAY "PRG12: ITEMS READ         = " WS-RECS-READ.
028500     DISPLAY "PRG12: ALREADY WORKED     = "
030800     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
030900     ACCEPT RUNH-END-TIME FROM TIME.
031000     MOVE "PRG12" TO RUNH-JOB-NAME.
031030     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
031060     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
031100     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
031200     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
031300     MOVE WS-RECS-READ TO RUNH-RECS-IN.
