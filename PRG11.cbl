003150*                    RUNHIST KSDS AS THE LAST ACT OF THE RUN -
003160*                    TIMESTAMPS, COUNTS, TALLIES AND RETURN
003170*                    CODE - FOR THE PRG2RUN STATUS SCREEN.
003177*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
003184*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
003191*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
003192*   2026-10-15  JKL  EVERY ADD AND REWRITE NOW ALSO WRITES THE
003193*                    MASTER RECORD'S BEFORE AND AFTER IMAGES TO
003194*                    THE CUSTJRNL CHANGE JOURNAL (CJRNREC) UNDER
003195*                    THIS RUN'S START TIMESTAMP, FOR THE PRG19
003196*                    BACKOUT.  A JOURNAL THAT CANNOT BE OPENED
003197*                    FAILS THE RUN BEFORE ANYTHING IS TOUCHED.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
005500     SELECT MNTERR-FILE ASSIGN TO "MNTERR"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-MNTERR-STATUS.
005702     SELECT CUSTJRNL-FILE ASSIGN TO "CUSTJRNL"
005704         ORGANIZATION IS LINE SEQUENTIAL
005706         FILE STATUS IS WS-CUSTJRNL-STATUS.
005710     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
005720         ORGANIZATION IS INDEXED
005730         ACCESS MODE IS RANDOM
007700 01  MNTERR-REC.
007800     05  MNTERR-TXN              PIC X(50).
007900     05  MNTERR-REASON           PIC X(40).
007902 FD  CUSTJRNL-FILE
007904     LABEL RECORDS ARE STANDARD.
007906     COPY CJRNREC.
007910 FD  RUNHIST-FILE
007920     LABEL RECORDS ARE STANDARD.
007930     COPY RUNHREC.
009500     88  WS-AUDITLOG-NOTFND              VALUE "35".
009600 01  WS-REPORT-STATUS            PIC X(02).
009700 01  WS-MNTERR-STATUS            PIC X(02).
009702 01  WS-CUSTJRNL-STATUS          PIC X(02).
009704     88  WS-CUSTJRNL-OK                   VALUE "00".
009706     88  WS-CUSTJRNL-NOTFND              VALUE "35".
009710 01  WS-RUNHIST-STATUS           PIC X(02).
009720     88  WS-RUNHIST-OK                    VALUE "00".
009730     88  WS-RUNHIST-NOTFND                VALUE "35".
011650 01  WS-OPER-ID                  PIC X(08).
011660 01  WS-RUN-START-DATE           PIC 9(08).
011670 01  WS-RUN-START-TIME           PIC 9(08).
011680 01  WS-JRNL-BEFORE-IMAGE        PIC X(80).
011700 01  WS-RECS-READ                PIC 9(09) COMP.
011800 01  WS-RECS-APPLIED             PIC 9(09) COMP.
011900 01  WS-RECS-REJECTED            PIC 9(09) COMP.
013200     05  WS-PRF-STATUS           PIC X(01).
013300     05  FILLER                  PIC X(27) VALUE SPACES.
013400 01  WS-PRINT-COUNT              PIC ZZZZ,ZZ9.
013410*****************************************************************
013420*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
013430*****************************************************************
013440 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG11".
013450 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
013460     88  WS-GATE-REFUSED                  VALUE "R".
013470 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
013500 PROCEDURE DIVISION.
013600*****************************************************************
013700* 0000-MAINLINE.
015600     MOVE "N" TO WS-EOF-SW.
015610     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
015620     ACCEPT WS-RUN-START-TIME FROM TIME.
015630     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
015640     IF WS-GATE-REFUSED
015650         GO TO 1000-EXIT
015660     END-IF.
015700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
015800     OPEN INPUT MAINTIN-FILE.
015900     IF NOT WS-MAINTIN-OK
016900         MOVE 16 TO RETURN-CODE
017000         GO TO 1000-EXIT
017100     END-IF.
017109     OPEN EXTEND CUSTJRNL-FILE.
017118     IF WS-CUSTJRNL-NOTFND
017127         OPEN OUTPUT CUSTJRNL-FILE
017136     END-IF.
017145     IF NOT WS-CUSTJRNL-OK
017154         DISPLAY "PRG11: UNABLE TO OPEN CUSTJRNL - STATUS "
017163             WS-CUSTJRNL-STATUS
017172         MOVE 16 TO RETURN-CODE
017181         GO TO 1000-EXIT
017190     END-IF.
017200     OPEN INPUT TYPETAB-FILE.
017300     IF NOT WS-TYPETAB-OK
017400         DISPLAY "PRG11: UNABLE TO OPEN TYPETAB - STATUS "
019000     PERFORM 2100-READ-MAINTIN THRU 2100-EXIT.
019100 1000-EXIT.
019200     EXIT.
019205*****************************************************************
019210* 1050-CHECK-PREDECESSORS.
019215*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
019220*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
019225*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
019230*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
019235*****************************************************************
019240 1050-CHECK-PREDECESSORS.
019245     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
019250                          WS-GATE-PRED.
019255     IF WS-GATE-REFUSED
019260         DISPLAY "PRG11: *** REFUSED BY PREDECESSOR CHECK ***"
019265         MOVE 16 TO RETURN-CODE
019270     END-IF.
019275 1050-EXIT.
019280     EXIT.
019300*****************************************************************
019400* 2000-PROCESS-ONE-TXN.
019500*      ROUTE THE CURRENT TRANSACTION TO ITS ACTION PARAGRAPH,
025800             GO TO 3000-EXIT
025900     END-READ.
026000     PERFORM 7200-PRINT-BEFORE-ADD THRU 7200-EXIT.
026050     MOVE SPACES TO WS-JRNL-BEFORE-IMAGE.
026100     MOVE SPACES TO CUSTMAS-REC.
026200     MOVE WS-MAINT-KEY TO CUSTMAS-KEY.
026300     MOVE MAINT-NAME TO CUSTMAS-NAME.
027100     END-WRITE.
027200     SET WS-TXN-APPLIED TO TRUE.
027300     PERFORM 7300-PRINT-AFTER-IMAGE THRU 7300-EXIT.
027350     PERFORM 7400-WRITE-JOURNAL-REC THRU 7400-EXIT.
027400 3000-EXIT.
027500     EXIT.
027600*****************************************************************
034500             MOVE "NOT A VALID CUSTOMER/ACCOUNT CODE"
034600                 TO WS-REJECT-REASON
034700     END-READ.
034750     MOVE CUSTMAS-REC TO WS-JRNL-BEFORE-IMAGE.
034800 6500-EXIT.
034900     EXIT.
035000*****************************************************************
036000     END-REWRITE.
036100     SET WS-TXN-APPLIED TO TRUE.
036200     PERFORM 7300-PRINT-AFTER-IMAGE THRU 7300-EXIT.
036250     PERFORM 7400-WRITE-JOURNAL-REC THRU 7400-EXIT.
036300 6600-EXIT.
036400     EXIT.
036500*****************************************************************
044700     WRITE REPORT-LINE.
044800 7300-EXIT.
044900     EXIT.
044903*****************************************************************
044906* 7400-WRITE-JOURNAL-REC.
044909*      JOURNAL THE MASTER RECORD JUST ADDED OR REWRITTEN - ITS
044912*      IMAGE BEFORE (SPACES FOR AN ADD) AND AFTER, UNDER THIS
044915*      RUN'S START TIMESTAMP AND THE OPERATOR THE ACTION IS
044918*      AUDITED UNDER, SO THE RUN CAN BE BACKED OUT.
044921*****************************************************************
044924 7400-WRITE-JOURNAL-REC.
044927     MOVE SPACES TO CJRN-REC.
044930     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
044933     ACCEPT WS-CURRENT-TIME FROM TIME.
044936     ACCEPT WS-OPER-ID FROM ENVIRONMENT "OPERID".
044939     MOVE "PRG11" TO CJRN-JOB-NAME.
044942     MOVE WS-RUN-START-DATE TO CJRN-RUN-DATE.
044945     MOVE WS-RUN-START-TIME TO CJRN-RUN-TIME.
044948     MOVE WS-CURRENT-DATE TO CJRN-CHANGE-DATE.
044951     MOVE WS-CURRENT-TIME TO CJRN-CHANGE-TIME.
044954     MOVE WS-OPER-ID TO CJRN-OPER-ID.
044957     IF WS-JRNL-BEFORE-IMAGE = SPACES
044960         SET CJRN-ADDED TO TRUE
044963     ELSE
044966         SET CJRN-CHANGED TO TRUE
044969     END-IF.
044972     MOVE CUSTMAS-KEY TO CJRN-CUST-KEY.
044975     MOVE WS-JRNL-BEFORE-IMAGE TO CJRN-BEFORE-IMAGE.
044978     MOVE CUSTMAS-REC TO CJRN-AFTER-IMAGE.
044981     WRITE CJRN-REC.
044984 7400-EXIT.
044987     EXIT.
045000*****************************************************************
045100* 8000-TERMINATE.
045200*      PRINT AND DISPLAY THE APPLIED/REJECTED COUNTS.  ANY
047100     WRITE REPORT-LINE.
047200     CLOSE MAINTIN-FILE.
047300     CLOSE CUSTMAS-FILE.
047350     CLOSE CUSTJRNL-FILE.
047400     CLOSE TYPETAB-FILE.
047500     CLOSE AUDITLOG-FILE.
047600     CLOSE REPORT-FILE.
048880     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
048890     ACCEPT RUNH-END-TIME FROM TIME.
048900     MOVE "PRG11" TO RUNH-JOB-NAME.
048903     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
048906     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
048910     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
048920     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
048930     MOVE WS-RECS-READ TO RUNH-RECS-IN.
