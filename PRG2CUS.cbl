000100*****************************************************************
000200* PROGRAMA EN LINEA (CICS) DE CONSULTA DE CUENTAS DE CLIENTES
000300*
000400* READ-ONLY CUSTOMER ACCOUNT INQUIRY, DRIVEN FROM THE CUSMAP
000500* SCREEN (MAPSET PRG2SET).  WHEN A BRANCH ASKS "WHAT IS THIS
000600* CUSTOMER'S CODE AND BALANCE" THE ONLY ONLINE ANSWER USED TO
000700* BE PRG2MNT, WHICH NEEDS THE EXACT CODE AND A MAINTENANCE
000800* SIGN-ON AND DOES NOT SHOW THE BALANCE.  THIS TRANSACTION
000900* NEEDS ONLY THE AUDIT-INQUIRY PERMISSION AND NEVER UPDATES:
001000*   S - SEARCH CUSTMAS BY ANY PART OF THE NAME, OR BY THE
001100*       LEADING CHARACTERS OF THE CODE, FOURTEEN MATCHES TO A
001200*       SCREEN;
001300*   N - NEXT PAGE OF THE SAME SEARCH;
001400*   D - DETAIL OF THE CUSTOMER ON A LISTED LINE, OR OF AN
001500*       EXACT CODE: STATUS, CURRENT BALANCE, OPEN SUSPENSE
001600*       ITEMS AND THE MOST RECENT ACCEPTED ENTRIES.
001700* THE BALANCE IS READ LIVE FROM CUSTMAS.  THE SUSPENSE AND
001800* ACCEPTED-ENTRY LINES COME FROM THE CUSTACT KEYED COPY
001900* REBUILT NIGHTLY BY PRG18, SO THEY ARE AS OF THE LAST LOAD.
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.     PRG2CUS.
002300 AUTHOR.         J. LEN.
002400 INSTALLATION.   APPLICATIONS DEVELOPMENT.
002500 DATE-WRITTEN.   2026-10-15.
002600 DATE-COMPILED.
002700*****************************************************************
002800* MODIFICATION HISTORY
002900*   2026-10-15  JKL  INITIAL VERSION - NAME AND CODE SEARCH
003000*                    OVER CUSTMAS WITH FORWARD PAGING VIA A
003100*                    RESUME KEY AND A PER-INVOCATION READ CAP
003200*                    (SAME AS PRG2INQ), AND A DETAIL VIEW OVER
003300*                    CUSTMAS AND CUSTACT.  GATED BY SIGN-ON
003400*                    AND THE AUDIT-INQUIRY PERMISSION.
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900 01  WS-RESP                     PIC S9(08) COMP.
004000     COPY CUSTMAS.
004100     COPY CACTREC.
004200     COPY CUSMAP.
004300*****************************************************************
004400*    COMMAREA IMAGE - THE SEARCH IN PROGRESS, THE RESUME KEY FOR
004500*    FORWARD PAGING AND THE CODES ON THE CURRENT LIST, SO A
004600*    LINE NUMBER CAN BE CHOSEN FOR DETAIL
004700*****************************************************************
004800 01  WS-COMMAREA.
004900     05  WS-CA-MODE              PIC X(01).
005000         88  WS-CA-LIST-SHOWN             VALUE "L".
005100         88  WS-CA-DETAIL-SHOWN           VALUE "D".
005200     05  WS-CA-SEARCH-TYPE       PIC X(01).
005300         88  WS-CA-BY-NAME                VALUE "N".
005400         88  WS-CA-BY-CODE                VALUE "K".
005500     05  WS-CA-SEARCH-NAME       PIC X(30).
005600     05  WS-CA-SEARCH-KEY        PIC X(10).
005700     05  WS-CA-RESUME-KEY        PIC X(10).
005800     05  WS-CA-LIST-KEY          PIC X(10) OCCURS 14 TIMES.
005900*****************************************************************
006000*    BROWSE CONTROL FIELDS
006100*****************************************************************
006200 01  WS-BROWSE-SW                PIC X(01).
006300     88  WS-BROWSE-DONE                   VALUE "Y".
006400 01  WS-MORE-SW                  PIC X(01).
006500     88  WS-MORE-ENTRIES                  VALUE "Y".
006600 01  WS-LINES-FILLED             PIC 9(02).
006700 01  WS-LINE-MAX                 PIC 9(02) VALUE 14.
006800 01  WS-READS-DONE               PIC 9(04).
006900 01  WS-READS-CAP                PIC 9(04) VALUE 0500.
007000 01  WS-SKIP-KEY                 PIC X(10).
007100 01  WS-SEL-NUM                  PIC 9(02).
007200 01  WS-DETAIL-KEY               PIC X(10).
007300*****************************************************************
007400*    SEARCH MATCHING - THE SIGNIFICANT LENGTH OF THE SEARCH
007500*    VALUE, AND AN UPPER-CASE COPY OF EACH NAME SO A NAME
007600*    SEARCH MATCHES WHATEVER CASE THE NAME WAS KEYED IN
007700*****************************************************************
007800 01  WS-TRIM-FIELD               PIC X(30).
007900 01  WS-TRIM-LEN                 PIC 9(02).
008000 01  WS-TRIM-SW                  PIC X(01).
008100     88  WS-TRIM-DONE                     VALUE "Y".
008200 01  WS-NAME-UPPER               PIC X(30).
008300 01  WS-MATCH-COUNT              PIC 9(04).
008400 01  WS-LOWER-CASE               PIC X(26)
008500         VALUE "abcdefghijklmnopqrstuvwxyz".
008600 01  WS-UPPER-CASE               PIC X(26)
008700         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
008800*****************************************************************
008900*    DETAIL VIEW - ITEMS SHOWN PER SECTION AND THE OPEN ITEM
009000*    COUNT
009100*****************************************************************
009200 01  WS-ITEM-MAX                 PIC 9(02) VALUE 5.
009300 01  WS-ITEMS-SHOWN              PIC 9(02).
009400 01  WS-ITEM-LINE                PIC 9(02).
009500 01  WS-SUSP-COUNT               PIC 9(04).
009600 01  WS-BALANCE                  PIC S9(09)V99.
009700*****************************************************************
009800*    FORMATTED SCREEN LINES
009900*****************************************************************
010000 01  WS-LIST-HEADING.
010100     05  FILLER                  PIC X(16)
010200         VALUE "LN  CODE".
010300     05  FILLER                  PIC X(32)
010400         VALUE "NAME".
010500     05  FILLER                  PIC X(13)
010600         VALUE "STATUS".
010700     05  FILLER                  PIC X(11)
010800         VALUE "BALANCE".
010900 01  WS-LIST-LINE.
011000     05  WS-LST-SEL              PIC 9(02).
011100     05  FILLER                  PIC X(02) VALUE SPACES.
011200     05  WS-LST-KEY              PIC X(10).
011300     05  FILLER                  PIC X(02) VALUE SPACES.
011400     05  WS-LST-NAME             PIC X(30).
011500     05  FILLER                  PIC X(02) VALUE SPACES.
011600     05  WS-LST-STATUS           PIC X(08).
011700     05  FILLER                  PIC X(01) VALUE SPACE.
011800     05  WS-LST-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
011900 01  WS-STATUS-TEXT              PIC X(08).
012000 01  WS-EDIT-BALANCE             PIC -ZZZ,ZZZ,ZZ9.99.
012100 01  WS-EDIT-COUNT               PIC ZZZ9.
012200 01  WS-SUSP-LINE.
012300     05  WS-SLN-DATE             PIC 9(08).
012400     05  FILLER                  PIC X(01) VALUE SPACE.
012500     05  WS-SLN-CHANNEL          PIC X(01).
012600     05  FILLER                  PIC X(01) VALUE SPACE.
012700     05  WS-SLN-TRAN-CODE        PIC X(02).
012800     05  FILLER                  PIC X(01) VALUE SPACE.
012900     05  WS-SLN-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
013000     05  FILLER                  PIC X(01) VALUE SPACE.
013100     05  WS-SLN-REASON           PIC X(40).
013200 01  WS-ACC-LINE.
013300     05  WS-ALN-DATE             PIC 9(08).
013400     05  FILLER                  PIC X(01) VALUE SPACE.
013500     05  WS-ALN-TIME             PIC 9(08).
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  WS-ALN-SOURCE           PIC X(01).
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  WS-ALN-TERM             PIC X(08).
014000     05  FILLER                  PIC X(01) VALUE SPACE.
014100     05  WS-ALN-OPER             PIC X(08).
014200*****************************************************************
014300*    SIGNED-ON OPERATOR - READ FROM THE PER-TERMINAL TS QUEUE
014400*    PRG2SGN MAINTAINS
014500*****************************************************************
014600     COPY SGNQREC.
014700 01  WS-TSQ-NAME.
014800     05  FILLER                  PIC X(04) VALUE "SGN0".
014900     05  WS-TSQ-TERM             PIC X(04).
015000 01  WS-SGNQ-LENGTH              PIC S9(04) COMP VALUE +16.
015100 01  WS-SIGNON-SW                PIC X(01).
015200     88  WS-SIGNED-ON                     VALUE "Y".
015300 LINKAGE SECTION.
015400 01  DFHCOMMAREA                 PIC X(192).
015500 PROCEDURE DIVISION.
015600*****************************************************************
015700* 0000-MAINLINE.
015800*****************************************************************
015900 0000-MAINLINE.
016000     EXEC CICS HANDLE CONDITION
016100         MAPFAIL(0000-MAINLINE-EXIT)
016200     END-EXEC.
016300     MOVE SPACES TO WS-COMMAREA.
016400     IF EIBCALEN = 0
016500         MOVE SPACES TO CUSMAPO
016600     ELSE
016700         MOVE DFHCOMMAREA TO WS-COMMAREA
016800         EXEC CICS RECEIVE
016900             MAP('CUSMAP')
017000             MAPSET('PRG2SET')
017100             INTO(CUSMAPI)
017200         END-EXEC
017300         PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
017400     END-IF.
017500     PERFORM 3000-SEND-SCREEN THRU 3000-EXIT.
017600     EXEC CICS RETURN
017700         TRANSID('PRGC')
017800         COMMAREA(WS-COMMAREA)
017900     END-EXEC.
018000 0000-MAINLINE-EXIT.
018100     MOVE SPACES TO CUSMSGO.
018200     PERFORM 3000-SEND-SCREEN THRU 3000-EXIT.
018300     EXEC CICS RETURN
018400         TRANSID('PRGC')
018500         COMMAREA(WS-COMMAREA)
018600     END-EXEC.
018700*****************************************************************
018800* 1500-CHECK-SIGNON.
018900*      LOOK UP THE TERMINAL'S SIGN-ON QUEUE.  NO QUEUE MEANS NO
019000*      ONE IS SIGNED ON HERE; AN OPERATOR WITHOUT THE INQUIRY
019100*      PERMISSION IS TURNED AWAY THE SAME WAY.  NO MAINTENANCE
019200*      PERMISSION IS NEEDED - NOTHING HERE UPDATES A FILE.
019300*****************************************************************
019400 1500-CHECK-SIGNON.
019500     MOVE "N" TO WS-SIGNON-SW.
019600     MOVE SPACES TO SGNQ-REC.
019700     MOVE EIBTRMID TO WS-TSQ-TERM.
019800     EXEC CICS READQ TS
019900         QUEUE(WS-TSQ-NAME)
020000         INTO(SGNQ-REC)
020100         LENGTH(WS-SGNQ-LENGTH)
020200         ITEM(1)
020300         RESP(WS-RESP)
020400     END-EXEC.
020500     IF WS-RESP NOT = DFHRESP(NORMAL)
020600         MOVE "SIGN ON FIRST - USE THE PRGS TRANSACTION"
020700             TO CUSMSGO
020800         GO TO 1500-EXIT
020900     END-IF.
021000     IF NOT SGNQ-INQUIRY-ALLOWED
021100         MOVE "NOT AUTHORIZED FOR CUSTOMER INQUIRY"
021200             TO CUSMSGO
021300         GO TO 1500-EXIT
021400     END-IF.
021500     SET WS-SIGNED-ON TO TRUE.
021600 1500-EXIT.
021700     EXIT.
021800*****************************************************************
021900* 2000-PROCESS-INQUIRY.
022000*      CLEAR THE BODY OF THE SCREEN AND ROUTE ON THE ACTION.
022100*      A BLANK ACTION IS TAKEN AS A NEW SEARCH.
022200*****************************************************************
022300 2000-PROCESS-INQUIRY.
022400     PERFORM 1500-CHECK-SIGNON THRU 1500-EXIT.
022500     IF NOT WS-SIGNED-ON
022600         GO TO 2000-EXIT
022700     END-IF.
022800     INSPECT CUSNAMI REPLACING ALL LOW-VALUE BY SPACE.
022900     INSPECT CUSKEYI REPLACING ALL LOW-VALUE BY SPACE.
023000     INSPECT CUSACTI REPLACING ALL LOW-VALUE BY SPACE.
023100     INSPECT CUSSELI REPLACING ALL LOW-VALUE BY SPACE.
023200     MOVE SPACES TO CUSHDGO.
023300     PERFORM 2900-CLEAR-ONE-LINE THRU 2900-EXIT
023400         VARYING WS-LINES-FILLED FROM 1 BY 1
023500         UNTIL WS-LINES-FILLED > WS-LINE-MAX.
023600     MOVE ZERO TO WS-LINES-FILLED.
023700     EVALUATE CUSACTI
023800         WHEN "S"
023900         WHEN SPACE
024000             PERFORM 2100-NEW-SEARCH THRU 2100-EXIT
024100         WHEN "N"
024200             PERFORM 2200-NEXT-PAGE THRU 2200-EXIT
024300         WHEN "D"
024400             PERFORM 2500-SHOW-DETAIL THRU 2500-EXIT
024500         WHEN OTHER
024600             MOVE "ACTION MUST BE S, N OR D" TO CUSMSGO
024700     END-EVALUATE.
024800 2000-EXIT.
024900     EXIT.
025000*****************************************************************
025100* 2100-NEW-SEARCH.
025200*      A CODE ON THE SCREEN SEARCHES BY THE LEADING CHARACTERS
025300*      OF THE CODE; OTHERWISE THE NAME IS SEARCHED FOR
025400*      ANYWHERE IN CUSTMAS-NAME.  THE SEARCH IS KEPT IN THE
025500*      COMMAREA SO ACTION "N" PAGES THE SAME SEARCH.
025600*****************************************************************
025700 2100-NEW-SEARCH.
025800     IF CUSNAMI = SPACES AND CUSKEYI = SPACES
025900         MOVE "ENTER PART OF A NAME OR A CODE TO SEARCH"
026000             TO CUSMSGO
026100         GO TO 2100-EXIT
026200     END-IF.
026300     MOVE SPACES TO WS-COMMAREA.
026400     IF CUSKEYI NOT = SPACES
026500         SET WS-CA-BY-CODE TO TRUE
026600         MOVE CUSKEYI TO WS-CA-SEARCH-KEY
026700         MOVE CUSKEYI TO CUSTMAS-KEY
026800     ELSE
026900         SET WS-CA-BY-NAME TO TRUE
027000         MOVE CUSNAMI TO WS-CA-SEARCH-NAME
027100         INSPECT WS-CA-SEARCH-NAME
027200             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
027300         MOVE LOW-VALUES TO CUSTMAS-KEY
027400     END-IF.
027500     MOVE SPACES TO WS-SKIP-KEY.
027600     PERFORM 2300-BROWSE-LIST THRU 2300-EXIT.
027700 2100-EXIT.
027800     EXIT.
027900*****************************************************************
028000* 2200-NEXT-PAGE.
028100*      CARRY ON THE SEARCH HELD IN THE COMMAREA FROM THE SAVED
028200*      RESUME KEY.  THE RESUME KEY ITSELF WAS ALREADY SHOWN OR
028300*      TESTED, SO THE BROWSE STEPS OVER IT.
028400*****************************************************************
028500 2200-NEXT-PAGE.
028600     IF NOT WS-CA-LIST-SHOWN
028700         OR WS-CA-RESUME-KEY = SPACES
028800         MOVE "NO MORE MATCHES - ENTER A NEW SEARCH (ACTION S)"
028900             TO CUSMSGO
029000         GO TO 2200-EXIT
029100     END-IF.
029200     MOVE WS-CA-RESUME-KEY TO CUSTMAS-KEY WS-SKIP-KEY.
029300     PERFORM 2300-BROWSE-LIST THRU 2300-EXIT.
029400 2200-EXIT.
029500     EXIT.
029600*****************************************************************
029700* 2300-BROWSE-LIST.
029800*      BROWSE CUSTMAS FROM CUSTMAS-KEY AND LIST THE MATCHES.
029900*****************************************************************
030000 2300-BROWSE-LIST.
030100     MOVE "L" TO WS-CA-MODE.
030200     MOVE SPACES TO WS-CA-RESUME-KEY.
030300     PERFORM 2910-CLEAR-LIST-KEY THRU 2910-EXIT
030400         VARYING WS-LINES-FILLED FROM 1 BY 1
030500         UNTIL WS-LINES-FILLED > WS-LINE-MAX.
030600     MOVE ZERO TO WS-LINES-FILLED WS-READS-DONE.
030700     MOVE "N" TO WS-BROWSE-SW WS-MORE-SW.
030800     IF WS-CA-BY-CODE
030900         MOVE WS-CA-SEARCH-KEY TO WS-TRIM-FIELD
031000     ELSE
031100         MOVE WS-CA-SEARCH-NAME TO WS-TRIM-FIELD
031200     END-IF.
031300     PERFORM 2400-FIND-SEARCH-LENGTH THRU 2400-EXIT.
031400     MOVE WS-LIST-HEADING TO CUSHDGO.
031500     EXEC CICS STARTBR
031600         DATASET('CUSTMAS')
031700         RIDFLD(CUSTMAS-KEY)
031800         GTEQ
031900         RESP(WS-RESP)
032000     END-EXEC.
032100     IF WS-RESP NOT = DFHRESP(NORMAL)
032200         MOVE "NO MATCHING CUSTOMERS" TO CUSMSGO
032300         GO TO 2300-EXIT
032400     END-IF.
032500     PERFORM 2310-BROWSE-ONE-CUSTOMER THRU 2310-EXIT
032600         UNTIL WS-BROWSE-DONE.
032700     EXEC CICS ENDBR
032800         DATASET('CUSTMAS')
032900         RESP(WS-RESP)
033000     END-EXEC.
033100     EVALUATE TRUE
033200         WHEN WS-MORE-ENTRIES
033300             MOVE "MORE MATCHES - ACTION N FOR THE NEXT PAGE"
033400                 TO CUSMSGO
033500         WHEN WS-LINES-FILLED = ZERO
033600             MOVE "NO MATCHING CUSTOMERS" TO CUSMSGO
033700         WHEN OTHER
033800             MOVE "END OF MATCHING CUSTOMERS" TO CUSMSGO
033900     END-EVALUATE.
034000 2300-EXIT.
034100     EXIT.
034200*****************************************************************
034300* 2310-BROWSE-ONE-CUSTOMER.
034400*      READ THE NEXT CUSTOMER AND LIST IT IF IT MATCHES.  A CODE
034500*      SEARCH ENDS AT THE FIRST CODE PAST THE KEYED PREFIX.  THE
034600*      BROWSE ALSO ENDS AT END OF FILE, ON A FULL SCREEN, OR AT
034700*      THE PER-INVOCATION READ CAP - THE LAST TWO REMEMBER THE
034800*      RESUME KEY SO ACTION "N" CARRIES ON FROM THERE.
034900*****************************************************************
035000 2310-BROWSE-ONE-CUSTOMER.
035100     EXEC CICS READNEXT
035200         DATASET('CUSTMAS')
035300         INTO(CUSTMAS-REC)
035400         RIDFLD(CUSTMAS-KEY)
035500         RESP(WS-RESP)
035600     END-EXEC.
035700     IF WS-RESP NOT = DFHRESP(NORMAL)
035800         SET WS-BROWSE-DONE TO TRUE
035900         GO TO 2310-EXIT
036000     END-IF.
036100     IF WS-SKIP-KEY NOT = SPACES
036200         AND CUSTMAS-KEY = WS-SKIP-KEY
036300         MOVE SPACES TO WS-SKIP-KEY
036400         GO TO 2310-EXIT
036500     END-IF.
036600     ADD 1 TO WS-READS-DONE.
036700     IF WS-CA-BY-CODE
036800         IF CUSTMAS-KEY (1:WS-TRIM-LEN)
036900             NOT = WS-CA-SEARCH-KEY (1:WS-TRIM-LEN)
037000             SET WS-BROWSE-DONE TO TRUE
037100             GO TO 2310-EXIT
037200         END-IF
037300     ELSE
037400         MOVE CUSTMAS-NAME TO WS-NAME-UPPER
037500         INSPECT WS-NAME-UPPER
037600             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
037700         MOVE ZERO TO WS-MATCH-COUNT
037800         INSPECT WS-NAME-UPPER TALLYING WS-MATCH-COUNT
037900             FOR ALL WS-CA-SEARCH-NAME (1:WS-TRIM-LEN)
038000         IF WS-MATCH-COUNT = ZERO
038100             PERFORM 2320-CHECK-READ-CAP THRU 2320-EXIT
038200             GO TO 2310-EXIT
038300         END-IF
038400     END-IF.
038500     ADD 1 TO WS-LINES-FILLED.
038600     MOVE WS-LINES-FILLED TO WS-LST-SEL.
038700     MOVE CUSTMAS-KEY TO WS-LST-KEY
038800         WS-CA-LIST-KEY (WS-LINES-FILLED).
038900     MOVE CUSTMAS-NAME TO WS-LST-NAME.
039000     PERFORM 2800-FORMAT-STATUS THRU 2800-EXIT.
039100     MOVE WS-STATUS-TEXT TO WS-LST-STATUS.
039200     MOVE WS-BALANCE TO WS-LST-BALANCE.
039300     MOVE WS-LIST-LINE TO CUS-LINE-TEXT (WS-LINES-FILLED).
039400     IF WS-LINES-FILLED = WS-LINE-MAX
039500         SET WS-BROWSE-DONE TO TRUE
039600         SET WS-MORE-ENTRIES TO TRUE
039700         MOVE CUSTMAS-KEY TO WS-CA-RESUME-KEY
039800     ELSE
039900         PERFORM 2320-CHECK-READ-CAP THRU 2320-EXIT
040000     END-IF.
040100 2310-EXIT.
040200     EXIT.
040300*****************************************************************
040400* 2320-CHECK-READ-CAP.
040500*      STOP THE BROWSE AT THE PER-INVOCATION READ CAP SO A NAME
040600*      THAT MATCHES LITTLE OR NOTHING DOES NOT SCAN THE WHOLE
040700*      MASTER UNDER ONE TERMINAL INTERACTION.
040800*****************************************************************
040900 2320-CHECK-READ-CAP.
041000     IF WS-READS-DONE NOT < WS-READS-CAP
041100         SET WS-BROWSE-DONE TO TRUE
041200         SET WS-MORE-ENTRIES TO TRUE
041300         MOVE CUSTMAS-KEY TO WS-CA-RESUME-KEY
041400     END-IF.
041500 2320-EXIT.
041600     EXIT.
041700*****************************************************************
041800* 2400-FIND-SEARCH-LENGTH.
041900*      LENGTH OF WS-TRIM-FIELD UP TO ITS LAST NON-BLANK, SO THE
042000*      SEARCH VALUE IS COMPARED WITHOUT ITS TRAILING SPACES.
042100*****************************************************************
042200 2400-FIND-SEARCH-LENGTH.
042300     MOVE 30 TO WS-TRIM-LEN.
042400     MOVE "N" TO WS-TRIM-SW.
042500     PERFORM 2410-TRIM-ONE THRU 2410-EXIT
042600         UNTIL WS-TRIM-DONE OR WS-TRIM-LEN = ZERO.
042700     IF WS-TRIM-LEN = ZERO
042800         MOVE 1 TO WS-TRIM-LEN
042900     END-IF.
043000 2400-EXIT.
043100     EXIT.
043200*****************************************************************
043300* 2410-TRIM-ONE.
043400*****************************************************************
043500 2410-TRIM-ONE.
043600     IF WS-TRIM-FIELD (WS-TRIM-LEN:1) = SPACE
043700         SUBTRACT 1 FROM WS-TRIM-LEN
043800     ELSE
043900         SET WS-TRIM-DONE TO TRUE
044000     END-IF.
044100 2410-EXIT.
044200     EXIT.
044300*****************************************************************
044400* 2500-SHOW-DETAIL.
044500*      THE CUSTOMER IS THE ONE ON THE CHOSEN LINE OF THE LIST
044600*      LAST SHOWN, OR THE EXACT CODE KEYED.  CUSTMAS IS READ
044700*      LIVE; THE ACTIVITY SECTIONS COME FROM CUSTACT.
044800*****************************************************************
044900 2500-SHOW-DETAIL.
045000     MOVE SPACES TO WS-DETAIL-KEY.
045100     IF CUSSELI IS NUMERIC
045200         AND CUSSELI NOT = "00"
045300         AND WS-CA-LIST-SHOWN
045400         MOVE CUSSELI TO WS-SEL-NUM
045500         IF WS-SEL-NUM > ZERO
045600             AND WS-SEL-NUM NOT > WS-LINE-MAX
045700             MOVE WS-CA-LIST-KEY (WS-SEL-NUM) TO WS-DETAIL-KEY
045800         END-IF
045900         IF WS-DETAIL-KEY = SPACES
046000             MOVE "LINE NUMBER IS NOT ON THE LIST SHOWN"
046100                 TO CUSMSGO
046200             GO TO 2500-EXIT
046300         END-IF
046400     ELSE
046500         MOVE CUSKEYI TO WS-DETAIL-KEY
046600     END-IF.
046700     IF WS-DETAIL-KEY = SPACES
046800         MOVE "ENTER A LINE NUMBER FROM THE LIST OR A CODE"
046900             TO CUSMSGO
047000         GO TO 2500-EXIT
047100     END-IF.
047200     MOVE WS-DETAIL-KEY TO CUSTMAS-KEY.
047300     EXEC CICS READ
047400         DATASET('CUSTMAS')
047500         INTO(CUSTMAS-REC)
047600         RIDFLD(CUSTMAS-KEY)
047700         RESP(WS-RESP)
047800     END-EXEC.
047900     IF WS-RESP NOT = DFHRESP(NORMAL)
048000         IF WS-RESP = DFHRESP(NOTFND)
048100             MOVE "CUSTOMER CODE NOT ON FILE" TO CUSMSGO
048200         ELSE
048300             MOVE "CUSTMAS READ FAILED - TRY AGAIN" TO CUSMSGO
048400         END-IF
048500         GO TO 2500-EXIT
048600     END-IF.
048700     MOVE "D" TO WS-CA-MODE.
048800     MOVE "CUSTOMER DETAIL - ITEMS AND ENTRIES AS OF LAST NIGHT"
048900         TO CUSHDGO.
049000     PERFORM 2800-FORMAT-STATUS THRU 2800-EXIT.
049100     MOVE WS-BALANCE TO WS-EDIT-BALANCE.
049200     STRING "CODE: " CUSTMAS-KEY "   NAME: " CUSTMAS-NAME
049300         DELIMITED BY SIZE INTO CUS-LINE-TEXT (1).
049400     STRING "STATUS: " WS-STATUS-TEXT
049500         "   CURRENT BALANCE: " WS-EDIT-BALANCE
049600         DELIMITED BY SIZE INTO CUS-LINE-TEXT (2).
049700     PERFORM 2600-SHOW-SUSPENSE THRU 2600-EXIT.
049800     PERFORM 2700-SHOW-ACCEPTED THRU 2700-EXIT.
049900     MOVE SPACES TO CUSSELO.
050000     MOVE "CUSTOMER DISPLAYED - S TO SEARCH AGAIN" TO CUSMSGO.
050100 2500-EXIT.
050200     EXIT.
050300*****************************************************************
050400* 2600-SHOW-SUSPENSE.
050500*      COUNT THE CUSTOMER'S OPEN SUSPENSE ITEMS AND SHOW THE
050600*      NEWEST FEW ON LINES 4 ONWARD.  THE COUNT STOPS AT THE
050700*      READ CAP AND IS THEN SHOWN WITH A "+".
050800*****************************************************************
050900 2600-SHOW-SUSPENSE.
051000     MOVE ZERO TO WS-SUSP-COUNT WS-ITEMS-SHOWN WS-READS-DONE.
051100     MOVE 3 TO WS-ITEM-LINE.
051200     MOVE "N" TO WS-BROWSE-SW WS-MORE-SW.
051300     MOVE LOW-VALUES TO CACT-KEY.
051400     MOVE CUSTMAS-KEY TO CACT-USERINP.
051500     SET CACT-SUSPENSE-ITEM TO TRUE.
051600     EXEC CICS STARTBR
051700         DATASET('CUSTACT')
051800         RIDFLD(CACT-KEY)
051900         GTEQ
052000         RESP(WS-RESP)
052100     END-EXEC.
052200     IF WS-RESP = DFHRESP(NORMAL)
052300         PERFORM 2610-BROWSE-ONE-SUSP THRU 2610-EXIT
052400             UNTIL WS-BROWSE-DONE
052500         EXEC CICS ENDBR
052600             DATASET('CUSTACT')
052700             RESP(WS-RESP)
052800         END-EXEC
052900     END-IF.
053000     MOVE WS-SUSP-COUNT TO WS-EDIT-COUNT.
053100     IF WS-SUSP-COUNT = ZERO
053200         MOVE "OPEN SUSPENSE ITEMS: NONE" TO CUS-LINE-TEXT (3)
053300     ELSE
053400         STRING "OPEN SUSPENSE ITEMS: " WS-EDIT-COUNT
053500             DELIMITED BY SIZE INTO CUS-LINE-TEXT (3)
053600         IF WS-MORE-ENTRIES
053700             MOVE "+" TO CUS-LINE-TEXT (3) (26:1)
053800         END-IF
053900     END-IF.
054000 2600-EXIT.
054100     EXIT.
054200*****************************************************************
054300* 2610-BROWSE-ONE-SUSP.
054400*****************************************************************
054500 2610-BROWSE-ONE-SUSP.
054600     EXEC CICS READNEXT
054700         DATASET('CUSTACT')
054800         INTO(CACT-REC)
054900         RIDFLD(CACT-KEY)
055000         RESP(WS-RESP)
055100     END-EXEC.
055200     IF WS-RESP NOT = DFHRESP(NORMAL)
055300         OR CACT-USERINP NOT = CUSTMAS-KEY
055400         OR NOT CACT-SUSPENSE-ITEM
055500         SET WS-BROWSE-DONE TO TRUE
055600         GO TO 2610-EXIT
055700     END-IF.
055800     ADD 1 TO WS-SUSP-COUNT WS-READS-DONE.
055900     IF WS-ITEMS-SHOWN < WS-ITEM-MAX
056000         ADD 1 TO WS-ITEMS-SHOWN WS-ITEM-LINE
056100         MOVE CACT-DATE TO WS-SLN-DATE
056200         MOVE CACT-SOURCE TO WS-SLN-CHANNEL
056300         MOVE CACT-TRAN-CODE TO WS-SLN-TRAN-CODE
056400         IF CACT-AMOUNT IS NUMERIC
056500             MOVE CACT-AMOUNT TO WS-SLN-AMOUNT
056600         ELSE
056700             MOVE ZERO TO WS-SLN-AMOUNT
056800         END-IF
056900         MOVE CACT-REASON TO WS-SLN-REASON
057000         MOVE WS-SUSP-LINE TO CUS-LINE-TEXT (WS-ITEM-LINE)
057100     END-IF.
057200     IF WS-READS-DONE NOT < WS-READS-CAP
057300         SET WS-BROWSE-DONE TO TRUE
057400         SET WS-MORE-ENTRIES TO TRUE
057500     END-IF.
057600 2610-EXIT.
057700     EXIT.
057800*****************************************************************
057900* 2700-SHOW-ACCEPTED.
058000*      SHOW THE CUSTOMER'S MOST RECENT ACCEPTED ENTRIES, NEWEST
058100*      FIRST, UNDER THE SUSPENSE SECTION.
058200*****************************************************************
058300 2700-SHOW-ACCEPTED.
058400     MOVE ZERO TO WS-ITEMS-SHOWN.
058500     MOVE 9 TO WS-ITEM-LINE.
058600     MOVE "N" TO WS-BROWSE-SW.
058700     MOVE LOW-VALUES TO CACT-KEY.
058800     MOVE CUSTMAS-KEY TO CACT-USERINP.
058900     SET CACT-ACCEPTED-ENTRY TO TRUE.
059000     EXEC CICS STARTBR
059100         DATASET('CUSTACT')
059200         RIDFLD(CACT-KEY)
059300         GTEQ
059400         RESP(WS-RESP)
059500     END-EXEC.
059600     IF WS-RESP = DFHRESP(NORMAL)
059700         PERFORM 2710-BROWSE-ONE-ACC THRU 2710-EXIT
059800             UNTIL WS-BROWSE-DONE
059900         EXEC CICS ENDBR
060000             DATASET('CUSTACT')
060100             RESP(WS-RESP)
060200         END-EXEC
060300     END-IF.
060400     IF WS-ITEMS-SHOWN = ZERO
060500         MOVE "RECENT ACCEPTED ENTRIES: NONE" TO CUS-LINE-TEXT (9)
060600     ELSE
060700         MOVE "RECENT ACCEPTED ENTRIES:  DATE     TIME     SRC"
060800             TO CUS-LINE-TEXT (9)
060900         MOVE "TERMINAL OPERATOR" TO CUS-LINE-TEXT (9) (49:17)
061000     END-IF.
061100 2700-EXIT.
061200     EXIT.
061300*****************************************************************
061400* 2710-BROWSE-ONE-ACC.
061500*****************************************************************
061600 2710-BROWSE-ONE-ACC.
061700     EXEC CICS READNEXT
061800         DATASET('CUSTACT')
061900         INTO(CACT-REC)
062000         RIDFLD(CACT-KEY)
062100         RESP(WS-RESP)
062200     END-EXEC.
062300     IF WS-RESP NOT = DFHRESP(NORMAL)
062400         OR CACT-USERINP NOT = CUSTMAS-KEY
062500         OR NOT CACT-ACCEPTED-ENTRY
062600         SET WS-BROWSE-DONE TO TRUE
062700         GO TO 2710-EXIT
062800     END-IF.
062900     ADD 1 TO WS-ITEMS-SHOWN WS-ITEM-LINE.
063000     MOVE CACT-DATE TO WS-ALN-DATE.
063100     MOVE CACT-TIME TO WS-ALN-TIME.
063200     MOVE CACT-SOURCE TO WS-ALN-SOURCE.
063300     MOVE CACT-TERM-ID TO WS-ALN-TERM.
063400     MOVE CACT-OPER-ID TO WS-ALN-OPER.
063500     MOVE SPACES TO CUS-LINE-TEXT (WS-ITEM-LINE).
063600     MOVE WS-ACC-LINE TO CUS-LINE-TEXT (WS-ITEM-LINE) (27:46).
063700     IF WS-ITEMS-SHOWN NOT < WS-ITEM-MAX
063800         SET WS-BROWSE-DONE TO TRUE
063900     END-IF.
064000 2710-EXIT.
064100     EXIT.
064200*****************************************************************
064300* 2800-FORMAT-STATUS.
064400*      STATUS TEXT AND BALANCE OF THE CUSTOMER IN CUSTMAS-REC.
064500*      A RECORD WRITTEN BEFORE CUSTMAS-BALANCE EXISTED CARRIES
064600*      SPACES THERE AND IS SHOWN AS ZERO, AS PRG3 TREATS IT.
064700*****************************************************************
064800 2800-FORMAT-STATUS.
064900     EVALUATE TRUE
065000         WHEN CUSTMAS-ACTIVE
065100             MOVE "ACTIVE" TO WS-STATUS-TEXT
065200         WHEN CUSTMAS-INACTIVE
065300             MOVE "INACTIVE" TO WS-STATUS-TEXT
065400         WHEN OTHER
065500             MOVE "UNKNOWN" TO WS-STATUS-TEXT
065600     END-EVALUATE.
065700     IF CUSTMAS-BALANCE IS NUMERIC
065800         MOVE CUSTMAS-BALANCE TO WS-BALANCE
065900     ELSE
066000         MOVE ZERO TO WS-BALANCE
066100     END-IF.
066200 2800-EXIT.
066300     EXIT.
066400*****************************************************************
066500* 2900-CLEAR-ONE-LINE.
066600*****************************************************************
066700 2900-CLEAR-ONE-LINE.
066800     MOVE SPACES TO CUS-LINE-TEXT (WS-LINES-FILLED).
066900 2900-EXIT.
067000     EXIT.
067100*****************************************************************
067200* 2910-CLEAR-LIST-KEY.
067300*****************************************************************
067400 2910-CLEAR-LIST-KEY.
067500     MOVE SPACES TO WS-CA-LIST-KEY (WS-LINES-FILLED).
067600 2910-EXIT.
067700     EXIT.
067800*****************************************************************
067900* 3000-SEND-SCREEN.
068000*      RE-DISPLAY THE SCREEN WITH THE CURSOR BACK ON THE NAME
068100*      FIELD.
068200*****************************************************************
068300 3000-SEND-SCREEN.
068400     MOVE -1 TO CUSNAML.
068500     EXEC CICS SEND
068600         MAP('CUSMAP')
068700         MAPSET('PRG2SET')
068800         FROM(CUSMAPO)
068900         CURSOR
069000         ERASE
069100     END-EXEC.
069200 3000-EXIT.
069300     EXIT.
