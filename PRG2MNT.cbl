002678*                    ADD, INSTEAD OF LEANING ON THE POSTING
002679*                    STEP'S SPACES-READ-AS-ZERO FALLBACK THAT
002680*                    EXISTS FOR RECORDS PREDATING THE FIELD.
002682*   2026-10-15  JKL  EVERY ADD AND REWRITE NOW ALSO WRITES THE
002684*                    MASTER RECORD'S BEFORE AND AFTER IMAGES TO
002686*                    THE CUSTJRNL CHANGE JOURNAL (CJRNREC) VIA THE
002688*                    CJRN EXTRAPARTITION TD QUEUE, TAGGED WITH THE
002690*                    TRANSACTION ID, THE TIME OF THE ACTION AND
002692*                    THE SIGNED-ON OPERATOR, FOR PRG19 BACKOUT.
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 DATA DIVISION.
003600*****************************************************************
003700     COPY AUDITREC.
003800 01  WS-AUDIT-LENGTH             PIC S9(04) COMP VALUE +60.
003810*****************************************************************
003820*    CHANGE JOURNAL TD QUEUE RECORD AND ITS LENGTH, AND THE
003830*    MASTER RECORD AS READ FOR UPDATE, BEFORE THE CHANGE
003840*****************************************************************
003850     COPY CJRNREC.
003860 01  WS-CJRN-LENGTH              PIC S9(04) COMP VALUE +260.
003870 01  WS-JRNL-BEFORE-IMAGE        PIC X(80).
003900*****************************************************************
004000*    SWITCHES AND WORK FIELDS
004100*****************************************************************
012100     MOVE MNTNAMEI TO CUSTMAS-NAME.
012200     SET CUSTMAS-ACTIVE TO TRUE.
012250     MOVE ZERO TO CUSTMAS-BALANCE.
012270     MOVE SPACES TO WS-JRNL-BEFORE-IMAGE.
012300     EXEC CICS WRITE
012400         DATASET('CUSTMAS')
012500         FROM(CUSTMAS-REC)
013000         SET WS-MAINT-OK TO TRUE
013100         MOVE "CUSTOMER ADDED" TO MNTMSGO
013200         MOVE CUSTMAS-STATUS TO MNTSTATO
013250         PERFORM 2800-WRITE-JOURNAL-REC THRU 2800-EXIT
013300     ELSE
013400         IF WS-RESP = DFHRESP(DUPREC)
013500             MOVE "CUSTOMER CODE IS ALREADY ON FILE" TO MNTMSGO
021500         UPDATE
021600         RESP(WS-RESP)
021700     END-EXEC.
021750     MOVE CUSTMAS-REC TO WS-JRNL-BEFORE-IMAGE.
021800     IF WS-RESP NOT = DFHRESP(NORMAL)
021900         IF WS-RESP = DFHRESP(NOTFND)
022000             MOVE "NOT A VALID CUSTOMER/ACCOUNT CODE" TO MNTMSGO
024000         SET WS-MAINT-OK TO TRUE
024100         MOVE CUSTMAS-NAME TO MNTNAMEO
024200         MOVE CUSTMAS-STATUS TO MNTSTATO
024250         PERFORM 2800-WRITE-JOURNAL-REC THRU 2800-EXIT
024300     ELSE
024400         MOVE "UNABLE TO REWRITE CUSTOMER/ACCOUNT MASTER"
024500             TO MNTMSGO
024898     END-EVALUATE.
024899 2700-EXIT.
024900     EXIT.
024901*****************************************************************
024902* 2800-WRITE-JOURNAL-REC.
024903*      JOURNAL THE MASTER RECORD JUST ADDED OR REWRITTEN - ITS
024904*      IMAGE BEFORE (SPACES FOR AN ADD) AND AFTER - TO THE CJRN
024905*      EXTRAPARTITION TD QUEUE THAT FEEDS CUSTJRNL.  EACH ACTION
024906*      IS ITS OWN RUN, NAMED BY THE TRANSACTION ID AND THE TIME
024907*      IT WAS TAKEN, SO ONE BAD ACTION CAN BE BACKED OUT.
024908*****************************************************************
024909 2800-WRITE-JOURNAL-REC.
024910     MOVE SPACES TO CJRN-REC.
024911     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024912     ACCEPT WS-CURRENT-TIME FROM TIME.
024913     MOVE EIBTRNID TO CJRN-JOB-NAME.
024914     MOVE WS-CURRENT-DATE TO CJRN-RUN-DATE.
024915     MOVE WS-CURRENT-TIME TO CJRN-RUN-TIME.
024916     MOVE WS-CURRENT-DATE TO CJRN-CHANGE-DATE.
024917     MOVE WS-CURRENT-TIME TO CJRN-CHANGE-TIME.
024918     MOVE SGNQ-OPER-ID TO CJRN-OPER-ID.
024919     IF WS-JRNL-BEFORE-IMAGE = SPACES
024920         SET CJRN-ADDED TO TRUE
024921     ELSE
024922         SET CJRN-CHANGED TO TRUE
024923     END-IF.
024924     MOVE CUSTMAS-KEY TO CJRN-CUST-KEY.
024925     MOVE WS-JRNL-BEFORE-IMAGE TO CJRN-BEFORE-IMAGE.
024926     MOVE CUSTMAS-REC TO CJRN-AFTER-IMAGE.
024927     EXEC CICS WRITEQ TD
024928         QUEUE('CJRN')
024929         FROM(CJRN-REC)
024930         LENGTH(WS-CJRN-LENGTH)
024931     END-EXEC.
024932 2800-EXIT.
024954     EXIT.
024976*****************************************************************
025000* 2900-WRITE-AUDIT-REC.
025100*      BUILD ONE AUDIT TRAIL ENTRY FOR THIS MAINTENANCE ACTION
025200*      AND WRITE IT TO THE AUDT EXTRAPARTITION TD QUEUE, THE
