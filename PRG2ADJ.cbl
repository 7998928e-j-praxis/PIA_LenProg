000100*****************************************************************
000200* PROGRAMA EN LINEA (CICS) DE AJUSTES DE SALDO CON DOBLE FIRMA
000300*
000400* ONLINE MAKER/CHECKER BALANCE ADJUSTMENT TRANSACTION, DRIVEN
000500* FROM THE ADJMAP SCREEN (MAPSET PRG2SET).  UNTIL NOW THE ONLY
000600* WAY TO CORRECT A CUSTMAS-BALANCE WAS A BATCHIN DETAIL OR AN
000700* OFFLINE KSDS FIX, WITH NO SECOND PAIR OF EYES ON EITHER.  A
000800* CLERK HOLDING THE MASTER-MAINTENANCE PERMISSION KEYS THE
000900* CUSTOMER, TRANSACTION CODE, SIGNED AMOUNT AND A REASON (K),
001000* AND THE ADJUSTMENT IS HELD PENDING ON THE ADJFILE KSDS UNDER
001100* A REFERENCE SHOWN ON THE SCREEN.  A DIFFERENT OPERATOR
001200* HOLDING THE NEW APPROVAL PERMISSION LOOKS IT UP (L) AND
001300* APPROVES (A) OR DECLINES (D) IT.  THE CODE AND AMOUNT MUST
001400* PASS THE SAME TRANTAB SIGN / LIMIT / TYPE RULES AS A BATCH
001500* DETAIL, BOTH WHEN KEYED AND WHEN APPROVED.  NOTHING HERE
001600* TOUCHES THE BALANCE - THE PRG16 NIGHTLY STEP POSTS EVERY
001700* APPROVED ADJUSTMENT TO CUSTMAS, THE LEDGER AND OUTIFACE AND
001800* AUDIT-LOGS IT UNDER SOURCE "J".  A DECLINE IS AUDIT-LOGGED
001900* HERE, VIA THE AUDT TD QUEUE, AS A "J" REJECT.
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.     PRG2ADJ.
002300 AUTHOR.         J. LEN.
002400 INSTALLATION.   APPLICATIONS DEVELOPMENT.
002500 DATE-WRITTEN.   2026-10-15.
002600 DATE-COMPILED.
002700*****************************************************************
002800* MODIFICATION HISTORY
002900*   2026-10-15  JKL  INITIAL VERSION - CICS PSEUDO-CONVERSATIONAL
003000*                    MAKER/CHECKER FRONT END OVER ADJFILE.
003100*                    ACTIONS K (KEY), L (LOOK UP), A (APPROVE)
003200*                    AND D (DECLINE).
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700 01  WS-RESP                     PIC S9(08) COMP.
003800     COPY CUSTMAS.
003900     COPY ADJREC.
004000     COPY ADJMAP.
004100*****************************************************************
004200*    AUDIT TD QUEUE RECORD AND ITS LENGTH
004300*****************************************************************
004400     COPY AUDITREC.
004500 01  WS-AUDIT-LENGTH             PIC S9(04) COMP VALUE +60.
004600*****************************************************************
004700*    TRANSACTION-CODE REFERENCE RECORD AND ITS LOOKUP KEY
004800*****************************************************************
004900     COPY TRANREC.
005000 01  WS-TRAN-KEY                 PIC X(02).
005100 01  WS-TYPE-SUB                 PIC 9(02) COMP.
005200 01  WS-TYPE-FOUND-SW            PIC X(01).
005300     88  WS-TYPE-FOUND                    VALUE "Y".
005400 01  WS-ABS-AMOUNT               PIC 9(09)V99.
005500*****************************************************************
005600*    SWITCHES AND WORK FIELDS
005700*****************************************************************
005800 01  WS-CURRENT-DATE             PIC 9(08).
005900 01  WS-CURRENT-TIME             PIC 9(08).
006000 01  WS-ADJ-OK-SW                PIC X(01).
006100     88  WS-ADJ-OK                        VALUE "Y".
006200     88  WS-ADJ-FAILED                    VALUE "N".
006300 01  WS-ADJ-KEY                  PIC X(16).
006400 01  WS-CUST-KEY                 PIC X(10).
006500 01  WS-CUST-KEY-REC REDEFINES WS-CUST-KEY.
006600     COPY USERINP.
006700 01  WS-AMT-IN                   PIC X(11).
006800 01  WS-AMT-CENTS REDEFINES WS-AMT-IN
006900                                 PIC 9(09)V99.
007000*****************************************************************
007100*    SIGNED-ON OPERATOR - READ FROM THE PER-TERMINAL TS QUEUE
007200*    PRG2SGN MAINTAINS
007300*****************************************************************
007400     COPY SGNQREC.
007500 01  WS-TSQ-NAME.
007600     05  FILLER                  PIC X(04) VALUE "SGN0".
007700     05  WS-TSQ-TERM             PIC X(04).
007800 01  WS-SGNQ-LENGTH              PIC S9(04) COMP VALUE +16.
007900 01  WS-SIGNON-SW                PIC X(01).
008000     88  WS-SIGNED-ON                     VALUE "Y".
008100 LINKAGE SECTION.
008200 01  DFHCOMMAREA                 PIC X(01).
008300 PROCEDURE DIVISION.
008400*****************************************************************
008500* 0000-MAINLINE.
008600*****************************************************************
008700 0000-MAINLINE.
008800     EXEC CICS HANDLE CONDITION
008900         MAPFAIL(0000-MAINLINE-EXIT)
009000     END-EXEC.
009100     IF EIBCALEN = 0
009200         MOVE SPACES TO ADJMAPO
009300     ELSE
009400         EXEC CICS RECEIVE
009500             MAP('ADJMAP')
009600             MAPSET('PRG2SET')
009700             INTO(ADJMAPI)
009800         END-EXEC
009900         PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
010000     END-IF.
010100     PERFORM 3000-SEND-SCREEN THRU 3000-EXIT.
010200     EXEC CICS RETURN
010300         TRANSID('PRGA')
010400         COMMAREA(DFHCOMMAREA)
010500     END-EXEC.
010600 0000-MAINLINE-EXIT.
010700     MOVE SPACES TO ADJMSGO.
010800     PERFORM 3000-SEND-SCREEN THRU 3000-EXIT.
010900     EXEC CICS RETURN
011000         TRANSID('PRGA')
011100         COMMAREA(DFHCOMMAREA)
011200     END-EXEC.
011300*****************************************************************
011400* 1500-CHECK-SIGNON.
011500*      LOOK UP THE TERMINAL'S SIGN-ON QUEUE.  NO QUEUE MEANS NO
011600*      ONE IS SIGNED ON HERE.  WHICH PERMISSION IS NEEDED
011700*      DEPENDS ON THE ACTION, SO EACH ACTION PARAGRAPH CHECKS
011800*      ITS OWN.
011900*****************************************************************
012000 1500-CHECK-SIGNON.
012100     MOVE "N" TO WS-SIGNON-SW.
012200     MOVE SPACES TO SGNQ-REC.
012300     MOVE EIBTRMID TO WS-TSQ-TERM.
012400     EXEC CICS READQ TS
012500         QUEUE(WS-TSQ-NAME)
012600         INTO(SGNQ-REC)
012700         LENGTH(WS-SGNQ-LENGTH)
012800         ITEM(1)
012900         RESP(WS-RESP)
013000     END-EXEC.
013100     IF WS-RESP NOT = DFHRESP(NORMAL)
013200         MOVE "SIGN ON FIRST - USE THE PRGS TRANSACTION"
013300             TO ADJMSGO
013400         GO TO 1500-EXIT
013500     END-IF.
013600     SET WS-SIGNED-ON TO TRUE.
013700 1500-EXIT.
013800     EXIT.
013900*****************************************************************
014000* 2000-PROCESS-ACTION.
014100*      ROUTE THE KEYED ACTION CODE TO ITS PARAGRAPH.
014200*****************************************************************
014300 2000-PROCESS-ACTION.
014400     PERFORM 1500-CHECK-SIGNON THRU 1500-EXIT.
014500     IF NOT WS-SIGNED-ON
014600         GO TO 2000-EXIT
014700     END-IF.
014800     SET WS-ADJ-FAILED TO TRUE.
014900     EVALUATE ADJACTI
015000         WHEN "K"
015100             PERFORM 2100-KEY-ADJUSTMENT THRU 2100-EXIT
015200         WHEN "L"
015300             PERFORM 2200-LOOK-UP THRU 2200-EXIT
015400         WHEN "A"
015500             PERFORM 2300-APPROVE THRU 2300-EXIT
015600         WHEN "D"
015700             PERFORM 2400-DECLINE THRU 2400-EXIT
015800         WHEN OTHER
015900             MOVE "ACTION MUST BE K, L, A OR D" TO ADJMSGO
016000     END-EVALUATE.
016100 2000-EXIT.
016200     EXIT.
016300*****************************************************************
016400* 2100-KEY-ADJUSTMENT.
016500*      THE MAKER SIDE.  PROVE THE CUSTOMER, AMOUNT, SIGN, CODE
016600*      AND REASON, THEN HOLD THE ADJUSTMENT PENDING ON ADJFILE
016700*      UNDER THE DATE AND TIME IT WAS KEYED.  THE REFERENCE IS
016800*      ECHOED TO THE SCREEN FOR THE MAKER TO PASS TO A CHECKER.
016900*****************************************************************
017000 2100-KEY-ADJUSTMENT.
017100     IF NOT SGNQ-MAINT-ALLOWED
017200         MOVE "NOT AUTHORIZED TO KEY ADJUSTMENTS" TO ADJMSGO
017300         GO TO 2100-EXIT
017400     END-IF.
017500     MOVE ADJCUSI TO WS-CUST-KEY.
017600     IF WS-CUST-KEY = SPACES
017700         MOVE "CUSTOMER CODE IS REQUIRED" TO ADJMSGO
017800         GO TO 2100-EXIT
017900     END-IF.
018000     MOVE ADJAMTI TO WS-AMT-IN.
018100     IF WS-AMT-IN NOT NUMERIC
018200         MOVE "AMOUNT MUST BE KEYED IN CENTS, DIGITS ONLY"
018300             TO ADJMSGO
018400         GO TO 2100-EXIT
018500     END-IF.
018600     IF WS-AMT-CENTS = ZERO
018700         MOVE "AMOUNT MUST NOT BE ZERO" TO ADJMSGO
018800         GO TO 2100-EXIT
018900     END-IF.
019000     IF ADJSGNI NOT = "+" AND ADJSGNI NOT = "-"
019100         MOVE "SIGN MUST BE + OR -" TO ADJMSGO
019200         GO TO 2100-EXIT
019300     END-IF.
019400     IF ADJRSNI = SPACES
019500         MOVE "REASON IS REQUIRED FOR AN ADJUSTMENT" TO ADJMSGO
019600         GO TO 2100-EXIT
019700     END-IF.
019800     MOVE SPACES TO ADJ-REC.
019900     MOVE WS-CUST-KEY TO ADJ-CUST-KEY.
020000     MOVE ADJTRNI TO ADJ-TRAN-CODE.
020100     IF ADJSGNI = "-"
020200         COMPUTE ADJ-AMOUNT = ZERO - WS-AMT-CENTS
020300     ELSE
020400         MOVE WS-AMT-CENTS TO ADJ-AMOUNT
020500     END-IF.
020600     MOVE ADJRSNI TO ADJ-REASON.
020700     PERFORM 2500-CHECK-CUSTOMER THRU 2500-EXIT.
020800     IF WS-ADJ-FAILED
020900         GO TO 2100-EXIT
021000     END-IF.
021100     PERFORM 2600-CHECK-TRAN-RULES THRU 2600-EXIT.
021200     IF WS-ADJ-FAILED
021300         GO TO 2100-EXIT
021400     END-IF.
021500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
021600     ACCEPT WS-CURRENT-TIME FROM TIME.
021700     MOVE WS-CURRENT-DATE TO ADJ-ENTRY-DATE.
021800     MOVE WS-CURRENT-TIME TO ADJ-ENTRY-TIME.
021900     SET ADJ-PENDING TO TRUE.
022000     MOVE SGNQ-OPER-ID TO ADJ-MAKER-ID.
022100     MOVE EIBTRMID TO ADJ-MAKER-TERM.
022200     EXEC CICS WRITE
022300         DATASET('ADJFILE')
022400         FROM(ADJ-REC)
022500         RIDFLD(ADJ-KEY)
022600         RESP(WS-RESP)
022700     END-EXEC.
022800     IF WS-RESP = DFHRESP(NORMAL)
022900         PERFORM 2800-SHOW-ADJUSTMENT THRU 2800-EXIT
023000         MOVE "ADJUSTMENT KEYED - PENDING APPROVAL" TO ADJMSGO
023200     ELSE
023300         IF WS-RESP = DFHRESP(DUPREC)
023400             MOVE "REFERENCE ALREADY IN USE - PRESS ENTER AGAIN"
023500                 TO ADJMSGO
023600         ELSE
023700             MOVE "UNABLE TO WRITE ADJUSTMENT FILE" TO ADJMSGO
023800         END-IF
023900     END-IF.
024000 2100-EXIT.
024100     EXIT.
024200*****************************************************************
024300* 2200-LOOK-UP.
024400*      SHOW AN ADJUSTMENT BY ITS REFERENCE.  ANY SIGNED-ON
024500*      OPERATOR MAY LOOK.
024600*****************************************************************
024700 2200-LOOK-UP.
024800     MOVE ADJREFI TO WS-ADJ-KEY.
024900     IF WS-ADJ-KEY = SPACES OR WS-ADJ-KEY NOT NUMERIC
025000         MOVE "ADJUSTMENT REF IS REQUIRED" TO ADJMSGO
025100         GO TO 2200-EXIT
025200     END-IF.
025300     EXEC CICS READ
025400         DATASET('ADJFILE')
025500         INTO(ADJ-REC)
025600         RIDFLD(WS-ADJ-KEY)
025700         RESP(WS-RESP)
025800     END-EXEC.
025900     PERFORM 2700-CHECK-ADJ-READ THRU 2700-EXIT.
026000     IF WS-RESP = DFHRESP(NORMAL)
026100         PERFORM 2800-SHOW-ADJUSTMENT THRU 2800-EXIT
026200     END-IF.
026300 2200-EXIT.
026400     EXIT.
026500*****************************************************************
026600* 2300-APPROVE.
026700*      THE CHECKER SIDE.  ONLY A PENDING ADJUSTMENT KEYED BY
026800*      SOMEONE ELSE CAN BE APPROVED, AND THE CUSTOMER AND CODE
026900*      RULES ARE PROVED AGAIN IN CASE EITHER CHANGED SINCE IT
027000*      WAS KEYED.  APPROVAL ONLY MARKS THE RECORD - PRG16 POSTS
027100*      IT TONIGHT.
027200*****************************************************************
027300 2300-APPROVE.
027400     IF NOT SGNQ-APPROVE-ALLOWED
027500         MOVE "NOT AUTHORIZED TO APPROVE ADJUSTMENTS" TO ADJMSGO
027600         GO TO 2300-EXIT
027700     END-IF.
027800     PERFORM 2650-READ-FOR-DECISION THRU 2650-EXIT.
027900     IF WS-RESP NOT = DFHRESP(NORMAL)
028000         GO TO 2300-EXIT
028100     END-IF.
028200     MOVE ADJ-CUST-KEY TO WS-CUST-KEY.
028300     PERFORM 2500-CHECK-CUSTOMER THRU 2500-EXIT.
028400     IF WS-ADJ-FAILED
028500         GO TO 2300-EXIT
028600     END-IF.
028700     PERFORM 2600-CHECK-TRAN-RULES THRU 2600-EXIT.
028800     IF WS-ADJ-FAILED
028900         GO TO 2300-EXIT
029000     END-IF.
029100     SET ADJ-APPROVED TO TRUE.
029200     PERFORM 2660-REWRITE-DECISION THRU 2660-EXIT.
029300     IF WS-ADJ-OK
029400         MOVE "ADJUSTMENT APPROVED - IT POSTS IN TONIGHT'S RUN"
029500             TO ADJMSGO
029600     END-IF.
029700 2300-EXIT.
029800     EXIT.
029900*****************************************************************
030000* 2400-DECLINE.
030100*      THE CHECKER TURNS A PENDING ADJUSTMENT DOWN.  THE SAME
030200*      SEPARATION RULE AS AN APPROVAL APPLIES, AND THE DECLINE
030300*      IS AUDIT-LOGGED AS A "J" REJECT AGAINST THE CUSTOMER.
030400*****************************************************************
030500 2400-DECLINE.
030600     IF NOT SGNQ-APPROVE-ALLOWED
030700         MOVE "NOT AUTHORIZED TO DECLINE ADJUSTMENTS" TO ADJMSGO
030800         GO TO 2400-EXIT
030900     END-IF.
031000     PERFORM 2650-READ-FOR-DECISION THRU 2650-EXIT.
031100     IF WS-RESP NOT = DFHRESP(NORMAL)
031200         GO TO 2400-EXIT
031300     END-IF.
031400     SET ADJ-DECLINED TO TRUE.
031500     PERFORM 2660-REWRITE-DECISION THRU 2660-EXIT.
031600     IF WS-ADJ-OK
031700         MOVE "ADJUSTMENT DECLINED" TO ADJMSGO
031800         PERFORM 2900-WRITE-AUDIT-REC THRU 2900-EXIT
031900     END-IF.
032000 2400-EXIT.
032100     EXIT.
032200*****************************************************************
032300* 2500-CHECK-CUSTOMER.
032400*      THE CUSTOMER MUST BE ON CUSTMAS AND ACTIVE.  SETS THE
032500*      ERROR LINE ITSELF AND LEAVES WS-ADJ-OK SET ONLY WHEN THE
032600*      CUSTOMER PASSES.
032700*****************************************************************
032800 2500-CHECK-CUSTOMER.
032900     SET WS-ADJ-FAILED TO TRUE.
033000     MOVE WS-CUST-KEY TO CUSTMAS-KEY.
033100     EXEC CICS READ
033200         DATASET('CUSTMAS')
033300         INTO(CUSTMAS-REC)
033400         RIDFLD(CUSTMAS-KEY)
033500         RESP(WS-RESP)
033600     END-EXEC.
033700     EVALUATE TRUE
033800         WHEN WS-RESP = DFHRESP(NORMAL)
033900             CONTINUE
034000         WHEN WS-RESP = DFHRESP(NOTFND)
034100             MOVE "NOT A VALID CUSTOMER/ACCOUNT CODE" TO ADJMSGO
034200             GO TO 2500-EXIT
034300         WHEN OTHER
034400             MOVE "UNABLE TO READ CUSTOMER/ACCOUNT MASTER"
034500                 TO ADJMSGO
034600             GO TO 2500-EXIT
034700     END-EVALUATE.
034800     IF CUSTMAS-INACTIVE
034900         MOVE "CUSTOMER IS INACTIVE - CANNOT BE ADJUSTED"
035000             TO ADJMSGO
035100         GO TO 2500-EXIT
035200     END-IF.
035300     SET WS-ADJ-OK TO TRUE.
035400 2500-EXIT.
035500     EXIT.
035600*****************************************************************
035700* 2600-CHECK-TRAN-RULES.
035800*      PROVE ADJ-TRAN-CODE AND ADJ-AMOUNT AGAINST TRANTAB IN THE
035900*      SAME ORDER, AND WITH THE SAME REASONS, AS THE PRG2TRN
036000*      BATCH SERVICE - KNOWN CODE, SIGN, SINGLE-AMOUNT LIMIT,
036100*      THEN THE CUSTOMER'S TYPE PREFIX.  WS-CUST-KEY MUST HOLD
036200*      THE ADJUSTED CUSTOMER.
036300*****************************************************************
036400 2600-CHECK-TRAN-RULES.
036500     SET WS-ADJ-FAILED TO TRUE.
036600     MOVE ADJ-TRAN-CODE TO WS-TRAN-KEY.
036700     IF WS-TRAN-KEY = SPACES
036800         MOVE "UNKNOWN TRANSACTION CODE" TO ADJMSGO
036900         GO TO 2600-EXIT
037000     END-IF.
037100     EXEC CICS READ
037200         DATASET('TRANTAB')
037300         INTO(TRAN-REC)
037400         RIDFLD(WS-TRAN-KEY)
037500         RESP(WS-RESP)
037600     END-EXEC.
037700     EVALUATE TRUE
037800         WHEN WS-RESP = DFHRESP(NORMAL)
037900             CONTINUE
038000         WHEN WS-RESP = DFHRESP(NOTFND)
038100             MOVE "UNKNOWN TRANSACTION CODE" TO ADJMSGO
038200             GO TO 2600-EXIT
038300         WHEN OTHER
038400             MOVE "UNABLE TO READ TRANSACTION CODE TABLE"
038500                 TO ADJMSGO
038600             GO TO 2600-EXIT
038700     END-EVALUATE.
038800     IF (TRAN-DEBIT AND ADJ-AMOUNT < ZERO)
038900         OR (TRAN-CREDIT AND ADJ-AMOUNT > ZERO)
039000         MOVE "AMOUNT SIGN WRONG FOR TRANSACTION CODE" TO ADJMSGO
039100         GO TO 2600-EXIT
039200     END-IF.
039300     IF ADJ-AMOUNT < ZERO
039400         COMPUTE WS-ABS-AMOUNT = ZERO - ADJ-AMOUNT
039500     ELSE
039600         MOVE ADJ-AMOUNT TO WS-ABS-AMOUNT
039700     END-IF.
039800     IF TRAN-MAX-AMOUNT IS NUMERIC
039900         AND TRAN-MAX-AMOUNT > ZERO
040000         AND WS-ABS-AMOUNT > TRAN-MAX-AMOUNT
040100         MOVE "AMOUNT OVER LIMIT FOR TRANSACTION CODE" TO ADJMSGO
040200         GO TO 2600-EXIT
040300     END-IF.
040400     IF TRAN-TYPE-LIST NOT = SPACES
040500         MOVE "N" TO WS-TYPE-FOUND-SW
040600         PERFORM 2610-CHECK-ONE-TYPE THRU 2610-EXIT
040700             VARYING WS-TYPE-SUB FROM 1 BY 1
040800             UNTIL WS-TYPE-SUB > 10
040900                OR WS-TYPE-FOUND
041000         IF NOT WS-TYPE-FOUND
041100             MOVE "TRANSACTION CODE NOT ALLOWED FOR TYPE"
041200                 TO ADJMSGO
041300             GO TO 2600-EXIT
041400         END-IF
041500     END-IF.
041600     SET WS-ADJ-OK TO TRUE.
041700 2600-EXIT.
041800     EXIT.
041900*****************************************************************
042000* 2610-CHECK-ONE-TYPE.
042100*****************************************************************
042200 2610-CHECK-ONE-TYPE.
042300     IF TRAN-ALLOWED-TYPE (WS-TYPE-SUB) = USERINP-TYPE
042400         AND USERINP-TYPE NOT = SPACES
042500         SET WS-TYPE-FOUND TO TRUE
042600     END-IF.
042700 2610-EXIT.
042800     EXIT.
042900*****************************************************************
043000* 2650-READ-FOR-DECISION.
043100*      READ THE KEYED ADJUSTMENT FOR UPDATE AND PROVE IT CAN BE
043200*      DECIDED BY THIS OPERATOR - STILL PENDING, AND NOT THEIR
043300*      OWN.  ON ANY FAILURE THE ERROR LINE IS SET AND WS-RESP
043400*      IS LEFT NOT NORMAL SO THE CALLER ONLY HANDLES THE GOOD
043500*      PATH.
043600*****************************************************************
043700 2650-READ-FOR-DECISION.
043800     MOVE ADJREFI TO WS-ADJ-KEY.
043900     IF WS-ADJ-KEY = SPACES OR WS-ADJ-KEY NOT NUMERIC
044000         MOVE "ADJUSTMENT REF IS REQUIRED" TO ADJMSGO
044100         MOVE DFHRESP(NOTFND) TO WS-RESP
044200         GO TO 2650-EXIT
044300     END-IF.
044400     EXEC CICS READ
044500         DATASET('ADJFILE')
044600         INTO(ADJ-REC)
044700         RIDFLD(WS-ADJ-KEY)
044800         UPDATE
044900         RESP(WS-RESP)
045000     END-EXEC.
045100     PERFORM 2700-CHECK-ADJ-READ THRU 2700-EXIT.
045200     IF WS-RESP NOT = DFHRESP(NORMAL)
045300         GO TO 2650-EXIT
045400     END-IF.
045500     PERFORM 2800-SHOW-ADJUSTMENT THRU 2800-EXIT.
045600     IF NOT ADJ-PENDING
045700         MOVE "ADJUSTMENT IS NOT PENDING - NO DECISION TAKEN"
045800             TO ADJMSGO
045900         MOVE DFHRESP(INVREQ) TO WS-RESP
046000         GO TO 2650-EXIT
046100     END-IF.
046200     IF ADJ-MAKER-ID = SGNQ-OPER-ID
046300         MOVE "AN ADJUSTMENT MUST BE DECIDED BY ANOTHER OPERATOR"
046400             TO ADJMSGO
046500         MOVE DFHRESP(INVREQ) TO WS-RESP
046600     END-IF.
046700 2650-EXIT.
046800     EXIT.
046900*****************************************************************
047000* 2660-REWRITE-DECISION.
047100*      STAMP THE CHECKER AND THE TIME OF THE DECISION ON THE
047200*      RECORD HELD FOR UPDATE AND REWRITE IT.
047300*****************************************************************
047400 2660-REWRITE-DECISION.
047500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
047600     ACCEPT WS-CURRENT-TIME FROM TIME.
047700     MOVE SGNQ-OPER-ID TO ADJ-CHECKER-ID.
047800     MOVE EIBTRMID TO ADJ-CHECKER-TERM.
047900     MOVE WS-CURRENT-DATE TO ADJ-CHECK-DATE.
048000     MOVE WS-CURRENT-TIME TO ADJ-CHECK-TIME.
048100     EXEC CICS REWRITE
048200         DATASET('ADJFILE')
048300         FROM(ADJ-REC)
048400         RESP(WS-RESP)
048500     END-EXEC.
048600     IF WS-RESP = DFHRESP(NORMAL)
048700         SET WS-ADJ-OK TO TRUE
048800         PERFORM 2800-SHOW-ADJUSTMENT THRU 2800-EXIT
048900     ELSE
049000         SET WS-ADJ-FAILED TO TRUE
049100         MOVE "UNABLE TO REWRITE ADJUSTMENT FILE" TO ADJMSGO
049200     END-IF.
049300 2660-EXIT.
049400     EXIT.
049500*****************************************************************
049600* 2700-CHECK-ADJ-READ.
049700*      SET THE ERROR LINE FOR A FAILED ADJFILE READ.
049800*****************************************************************
049900 2700-CHECK-ADJ-READ.
050000     IF WS-RESP NOT = DFHRESP(NORMAL)
050100         IF WS-RESP = DFHRESP(NOTFND)
050200             MOVE "NO ADJUSTMENT UNDER THAT REFERENCE" TO ADJMSGO
050300         ELSE
050400             MOVE "UNABLE TO READ ADJUSTMENT FILE" TO ADJMSGO
050500         END-IF
050600     END-IF.
050700 2700-EXIT.
050800     EXIT.
050900*****************************************************************
051000* 2800-SHOW-ADJUSTMENT.
051100*      ECHO THE ADJUSTMENT RECORD TO THE SCREEN.  THE AMOUNT
051200*      GOES BACK OUT AS UNSIGNED CENTS WITH ITS SIGN BESIDE IT,
051300*      THE SAME WAY IT IS KEYED.
051400*****************************************************************
051500 2800-SHOW-ADJUSTMENT.
051600     MOVE ADJ-KEY TO ADJREFO.
051700     MOVE ADJ-CUST-KEY TO ADJCUSO.
051800     MOVE ADJ-TRAN-CODE TO ADJTRNO.
051900     IF ADJ-AMOUNT < ZERO
052000         COMPUTE WS-AMT-CENTS = ZERO - ADJ-AMOUNT
052100         MOVE "-" TO ADJSGNO
052200     ELSE
052300         MOVE ADJ-AMOUNT TO WS-AMT-CENTS
052400         MOVE "+" TO ADJSGNO
052500     END-IF.
052600     MOVE WS-AMT-IN TO ADJAMTO.
052700     MOVE ADJ-REASON TO ADJRSNO.
052800     MOVE ADJ-STATUS TO ADJSTAO.
052900     MOVE ADJ-MAKER-ID TO ADJMKRO.
053000     MOVE ADJ-CHECKER-ID TO ADJCHKO.
053100 2800-EXIT.
053200     EXIT.
053300*****************************************************************
053400* 2900-WRITE-AUDIT-REC.
053500*      LOG A DECLINED ADJUSTMENT TO THE AUDT EXTRAPARTITION TD
053600*      QUEUE AS A SOURCE "J" REJECT, THE CUSTOMER IN AUDIT-
053700*      USERINP AND THE DECLINING OPERATOR IN AUDIT-OPER-ID.
053800*****************************************************************
053900 2900-WRITE-AUDIT-REC.
054000     MOVE SPACES TO AUDIT-REC.
054100     MOVE WS-CURRENT-DATE TO AUDIT-DATE.
054200     MOVE WS-CURRENT-TIME TO AUDIT-TIME.
054300     MOVE EIBTRMID TO AUDIT-TERM-ID.
054400     MOVE SGNQ-OPER-ID TO AUDIT-OPER-ID.
054500     MOVE ADJ-CUST-KEY TO AUDIT-USERINP.
054600     SET AUDIT-SRC-ADJUST TO TRUE.
054700     SET AUDIT-REJECTED TO TRUE.
054800     EXEC CICS WRITEQ TD
054900         QUEUE('AUDT')
055000         FROM(AUDIT-REC)
055100         LENGTH(WS-AUDIT-LENGTH)
055200     END-EXEC.
055300 2900-EXIT.
055400     EXIT.
055500*****************************************************************
055600* 3000-SEND-SCREEN.
055700*      RE-DISPLAY THE SCREEN WITH THE CURSOR BACK ON THE ACTION
055800*      FIELD.
055900*****************************************************************
056000 3000-SEND-SCREEN.
056100     MOVE -1 TO ADJACTL.
056200     EXEC CICS SEND
056300         MAP('ADJMAP')
056400         MAPSET('PRG2SET')
056500         FROM(ADJMAPO)
056600         CURSOR
056700         ERASE
056800     END-EXEC.
056900 3000-EXIT.
057000     EXIT.
