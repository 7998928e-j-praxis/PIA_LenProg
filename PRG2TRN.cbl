000100*****************************************************************
000200* SUBRUTINA DE VALIDACION DE CODIGOS DE TRANSACCION
000300*
000400* SHARED VALIDATION SERVICE FOR THE TRANSACTION CODE AND
000500* AMOUNT CARRIED NEXT TO A USERINP VALUE.  LOADS THE TRANTAB
000600* TRANSACTION-CODE REFERENCE ONCE AND JUDGES EACH CODE AND
000700* AMOUNT AGAINST IT FOR EVERY BATCH CALLER THAT IS ABOUT TO
000800* MOVE MONEY ONTO A CUSTMAS-BALANCE - THE PRG3 BATCH DRIVER AND
000900* THE PRG12 SUSPENSE SWEEP - SO AN ITEM TURNED AWAY AT ENTRY
001000* CANNOT BE POSTED LATER BY THE SWEEP ON A CUSTOMER-ONLY CHECK.
001100* THE CUSTOMER/ACCOUNT CODE ITSELF IS STILL PRG2VAL'S BUSINESS.
001200*
001300* CALLING CONVENTION -
001400*   CALL "PRG2TRN" USING LK-ACTION-CODE LK-USERINP
001500*                        LK-TRAN-CODE   LK-AMOUNT
001600*                        LK-VALID-SW    LK-REJECT-REASON.
001700*   LK-ACTION-CODE  = "OPEN" ONCE BEFORE THE FIRST CHECK - A
001800*                     MISSING OR EMPTY TRANTAB, OR A ROW
001850*                     WITH NO VALID SIGN, COMES BACK
001900*                     INVALID WITH ITS REASON SO THE CALLER
002000*                     CAN REFUSE THE RUN,
002100*                     "PROC" FOR EACH CODE AND AMOUNT,
002200*                     "CLOS" ONCE WHEN THE CALLER IS DONE.
002300*   LK-AMOUNT       = THE SIGNED AMOUNT, PIC S9(09)V99 SIGN
002400*                     LEADING SEPARATE AS ON BATCHIN AND
002500*                     SUSPENSE.  THE CALLER HAS ALREADY
002600*                     REJECTED A NON-NUMERIC AMOUNT.
002700*
002800* EACH "PROC" REJECTS, WITH ITS OWN REASON, A CODE NOT ON
002900* TRANTAB, AN AMOUNT OF THE WRONG SIGN FOR THE CODE, AN AMOUNT
003000* OVER THE CODE'S SINGLE-AMOUNT LIMIT, AND A USERINP-TYPE
003100* PREFIX THE CODE IS NOT OPEN TO.
003200*
003300* MODIFICATION HISTORY
003400*   2026-10-15  JKL  INITIAL VERSION - TRANTAB LOADED AT "OPEN",
003500*                    CODE / SIGN / LIMIT / TYPE CHECKS AT
003600*                    "PROC" FOR PRG3 AND PRG12.
003610*   2026-10-15  JKL  A TRANTAB ROW WHOSE SIGN IS NEITHER "D" NOR
003620*                    "C" NOW REFUSES THE "OPEN" AS AN INVALID
003630*                    TABLE ENTRY - IT WOULD OTHERWISE ACCEPT
003640*                    AMOUNTS OF EITHER SIGN UNDER THAT CODE.
003700*****************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.     PRG2TRN.
004000 AUTHOR.         J. LEN.
004100 INSTALLATION.   APPLICATIONS DEVELOPMENT.
004200 DATE-WRITTEN.   2026-10-15.
004300 DATE-COMPILED.
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT TRANTAB-FILE ASSIGN TO "TRANTAB"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS TRAN-CODE
005100         FILE STATUS IS WS-TRANTAB-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  TRANTAB-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY TRANREC.
005700 WORKING-STORAGE SECTION.
005800 01  WS-TRANTAB-STATUS           PIC X(02).
005900     88  WS-TRANTAB-OK                   VALUE "00".
006000     88  WS-TRANTAB-EOF                  VALUE "10".
006100*****************************************************************
006200*    IN-STORAGE COPY OF THE TRANTAB REFERENCE FILE, LOADED ONCE
006300*    AT "OPEN" SO EACH CHECK COSTS A TABLE SEARCH AND NOT AN
006400*    I-O.  A LIMIT THAT IS ZERO OR NOT NUMERIC ON FILE IS HELD
006500*    AS ZERO, WHICH MEANS NO LIMIT.
006600*****************************************************************
006700 01  WS-TRAN-MAX                 PIC 9(03) COMP VALUE 100.
006800 01  WS-TRAN-COUNT               PIC 9(03) COMP.
006900 01  WS-TRAN-LOADED-SW           PIC X(01) VALUE "N".
007000     88  WS-TRAN-TABLE-LOADED            VALUE "Y".
007100 01  WS-TRAN-TABLE.
007200     05  WS-TRAN-ENTRY OCCURS 100 TIMES
007300             INDEXED BY WS-TRAN-IDX.
007400         10  WS-TRAN-CODE             PIC X(02).
007500         10  WS-TRAN-SIGN             PIC X(01).
007600             88  WS-TRAN-DEBIT                VALUE "D".
007700             88  WS-TRAN-CREDIT               VALUE "C".
007800         10  WS-TRAN-MAX-AMOUNT       PIC 9(09)V99 COMP.
007900         10  WS-TRAN-TYPE-LIST.
008000             15  WS-TRAN-TYPE         PIC X(02)
008100                                      OCCURS 10 TIMES.
008200 01  WS-TYPE-SUB                 PIC 9(03) COMP.
008300 01  WS-TYPE-FOUND-SW            PIC X(01).
008400     88  WS-TYPE-FOUND                   VALUE "Y".
008500 01  WS-ABS-AMOUNT               PIC 9(09)V99 COMP.
008600 LINKAGE SECTION.
008700 01  LK-ACTION-CODE              PIC X(04).
008800     88  LK-ACTION-OPEN                  VALUE "OPEN".
008900     88  LK-ACTION-PROC                  VALUE "PROC".
009000     88  LK-ACTION-CLOS                  VALUE "CLOS".
009100 01  LK-USERINP                  PIC X(10).
009200 01  LK-USERINP-REC REDEFINES LK-USERINP.
009300     COPY USERINP.
009400 01  LK-TRAN-CODE                PIC X(02).
009500 01  LK-AMOUNT                   PIC S9(09)V99
009600                                 SIGN LEADING SEPARATE.
009700 01  LK-VALID-SW                 PIC X(01).
009800     88  LK-VALID-TRAN                   VALUE "Y".
009900     88  LK-INVALID-TRAN                 VALUE "N".
010000 01  LK-REJECT-REASON            PIC X(40).
010100 PROCEDURE DIVISION USING LK-ACTION-CODE
010200                          LK-USERINP
010300                          LK-TRAN-CODE
010400                          LK-AMOUNT
010500                          LK-VALID-SW
010600                          LK-REJECT-REASON.
010700*****************************************************************
010800* 0000-MAINLINE.
010900*****************************************************************
011000 0000-MAINLINE.
011100     EVALUATE TRUE
011200         WHEN LK-ACTION-OPEN
011300             PERFORM 1000-LOAD-TRAN-TABLE THRU 1000-EXIT
011400         WHEN LK-ACTION-PROC
011500             PERFORM 2000-VALIDATE-TRAN THRU 2000-EXIT
011600         WHEN LK-ACTION-CLOS
011700             PERFORM 3000-CLOSE-TRAN THRU 3000-EXIT
011800         WHEN OTHER
011900             SET LK-INVALID-TRAN TO TRUE
012000             MOVE "UNKNOWN ACTION CODE PASSED TO PRG2TRN"
012100                 TO LK-REJECT-REASON
012200     END-EVALUATE.
012300     GOBACK.
012400*****************************************************************
012500* 1000-LOAD-TRAN-TABLE.
012600*      READ TRANTAB TO END AND HOLD EACH CODE AND ITS RULES IN
012700*      THE IN-STORAGE TABLE.  A MISSING OR EMPTY TRANTAB IS
012800*      HANDED BACK AS INVALID - WITH NO CODES ON FILE EVERY
012900*      DETAIL WOULD REJECT, WHICH IS A REFERENCE-DATA PROBLEM
013000*      FOR THE OPERATOR, NOT A NIGHT'S WORTH OF SUSPENSE ITEMS.
013010*      SO IS A ROW WHOSE SIGN IS NEITHER DEBIT NOR CREDIT - THE
013020*      SIGN CHECK COULD NOT JUDGE IT, SO THE WHOLE TABLE IS
013030*      REFUSED AND THE CODE NAMED IN THE REASON.
013100*****************************************************************
013200 1000-LOAD-TRAN-TABLE.
013300     MOVE SPACES TO LK-REJECT-REASON.
013400     SET LK-VALID-TRAN TO TRUE.
013500     MOVE "N" TO WS-TRAN-LOADED-SW.
013600     MOVE ZERO TO WS-TRAN-COUNT.
013700     MOVE SPACES TO WS-TRAN-TABLE.
013800     OPEN INPUT TRANTAB-FILE.
013900     IF NOT WS-TRANTAB-OK
014000         SET LK-INVALID-TRAN TO TRUE
014100         MOVE "UNABLE TO OPEN TRANSACTION CODE TABLE"
014200             TO LK-REJECT-REASON
014300         GO TO 1000-EXIT
014400     END-IF.
014500     PERFORM 1100-LOAD-ONE-TRAN THRU 1100-EXIT
014600         UNTIL WS-TRANTAB-EOF
014700            OR WS-TRAN-COUNT = WS-TRAN-MAX
014750            OR LK-INVALID-TRAN.
014800     CLOSE TRANTAB-FILE.
014850     IF LK-INVALID-TRAN
014860         GO TO 1000-EXIT
014870     END-IF.
014900     IF WS-TRAN-COUNT = ZERO
015000         SET LK-INVALID-TRAN TO TRUE
015100         MOVE "NO CODES ON TRANSACTION CODE TABLE"
015200             TO LK-REJECT-REASON
015300     ELSE
015400         SET WS-TRAN-TABLE-LOADED TO TRUE
015500     END-IF.
015600 1000-EXIT.
015700     EXIT.
015800*****************************************************************
015900* 1100-LOAD-ONE-TRAN.
016000*****************************************************************
016100 1100-LOAD-ONE-TRAN.
016200     READ TRANTAB-FILE
016300         AT END
016400             SET WS-TRANTAB-EOF TO TRUE
016450             GO TO 1100-EXIT
016500     END-READ.
016510     IF NOT (TRAN-SIGN = "D" OR "C")
016520         SET LK-INVALID-TRAN TO TRUE
016530         STRING "CODE " TRAN-CODE
016540             " HAS NO VALID SIGN ON TRANTAB"
016550             DELIMITED BY SIZE INTO LK-REJECT-REASON
016560         GO TO 1100-EXIT
016570     END-IF.
016600     ADD 1 TO WS-TRAN-COUNT.
016700     SET WS-TRAN-IDX TO WS-TRAN-COUNT.
016800     MOVE TRAN-CODE TO WS-TRAN-CODE (WS-TRAN-IDX).
016900     MOVE TRAN-SIGN TO WS-TRAN-SIGN (WS-TRAN-IDX).
017000     MOVE TRAN-TYPE-LIST
017100         TO WS-TRAN-TYPE-LIST (WS-TRAN-IDX).
017200     IF TRAN-MAX-AMOUNT IS NUMERIC
017300         MOVE TRAN-MAX-AMOUNT
017400             TO WS-TRAN-MAX-AMOUNT (WS-TRAN-IDX)
017500     ELSE
017600         MOVE ZERO TO WS-TRAN-MAX-AMOUNT (WS-TRAN-IDX)
017700     END-IF.
017900 1100-EXIT.
018000     EXIT.
018100*****************************************************************
018200* 2000-VALIDATE-TRAN.
018300*      JUDGE THE PASSED CODE AND AMOUNT - KNOWN CODE FIRST,
018400*      THEN THE SIGN, THEN THE SINGLE-AMOUNT LIMIT, THEN THE
018500*      TYPE PREFIXES THE CODE IS OPEN TO.  THE FIRST RULE
018600*      BROKEN IS THE REASON GIVEN.
018700*****************************************************************
018800 2000-VALIDATE-TRAN.
018900     MOVE SPACES TO LK-REJECT-REASON.
019000     SET LK-VALID-TRAN TO TRUE.
019100     IF NOT WS-TRAN-TABLE-LOADED
019200         SET LK-INVALID-TRAN TO TRUE
019300         MOVE "UNABLE TO OPEN TRANSACTION CODE TABLE"
019400             TO LK-REJECT-REASON
019500         GO TO 2000-EXIT
019600     END-IF.
019700     IF LK-TRAN-CODE = SPACES
019800         SET LK-INVALID-TRAN TO TRUE
019900         MOVE "UNKNOWN TRANSACTION CODE"
020000             TO LK-REJECT-REASON
020100         GO TO 2000-EXIT
020200     END-IF.
020300     SET WS-TRAN-IDX TO 1.
020400     SEARCH WS-TRAN-ENTRY
020500         AT END
020600             SET LK-INVALID-TRAN TO TRUE
020700             MOVE "UNKNOWN TRANSACTION CODE"
020800                 TO LK-REJECT-REASON
020900             GO TO 2000-EXIT
021000         WHEN WS-TRAN-CODE (WS-TRAN-IDX) = LK-TRAN-CODE
021100             CONTINUE
021200     END-SEARCH.
021300     IF (WS-TRAN-DEBIT (WS-TRAN-IDX) AND LK-AMOUNT < ZERO)
021400         OR (WS-TRAN-CREDIT (WS-TRAN-IDX) AND LK-AMOUNT > ZERO)
021500         SET LK-INVALID-TRAN TO TRUE
021600         MOVE "AMOUNT SIGN WRONG FOR TRANSACTION CODE"
021700             TO LK-REJECT-REASON
021800         GO TO 2000-EXIT
021900     END-IF.
022000     IF LK-AMOUNT < ZERO
022100         COMPUTE WS-ABS-AMOUNT = ZERO - LK-AMOUNT
022200     ELSE
022300         MOVE LK-AMOUNT TO WS-ABS-AMOUNT
022400     END-IF.
022500     IF WS-TRAN-MAX-AMOUNT (WS-TRAN-IDX) > ZERO
022600         AND WS-ABS-AMOUNT > WS-TRAN-MAX-AMOUNT (WS-TRAN-IDX)
022700         SET LK-INVALID-TRAN TO TRUE
022800         MOVE "AMOUNT OVER LIMIT FOR TRANSACTION CODE"
022900             TO LK-REJECT-REASON
023000         GO TO 2000-EXIT
023100     END-IF.
023200     IF WS-TRAN-TYPE-LIST (WS-TRAN-IDX) = SPACES
023300         GO TO 2000-EXIT
023400     END-IF.
023500     MOVE "N" TO WS-TYPE-FOUND-SW.
023600     PERFORM 2100-CHECK-ONE-TYPE THRU 2100-EXIT
023700         VARYING WS-TYPE-SUB FROM 1 BY 1
023800         UNTIL WS-TYPE-SUB > 10
023900            OR WS-TYPE-FOUND.
024000     IF NOT WS-TYPE-FOUND
024100         SET LK-INVALID-TRAN TO TRUE
024200         MOVE "TRANSACTION CODE NOT ALLOWED FOR TYPE"
024300             TO LK-REJECT-REASON
024400     END-IF.
024500 2000-EXIT.
024600     EXIT.
024700*****************************************************************
024800* 2100-CHECK-ONE-TYPE.
024900*****************************************************************
025000 2100-CHECK-ONE-TYPE.
025100     IF WS-TRAN-TYPE (WS-TRAN-IDX, WS-TYPE-SUB) = USERINP-TYPE
025200         AND USERINP-TYPE NOT = SPACES
025300         SET WS-TYPE-FOUND TO TRUE
025400     END-IF.
025500 2100-EXIT.
025600     EXIT.
025700*****************************************************************
025800* 3000-CLOSE-TRAN.
025900*      NOTHING IS HELD OPEN BETWEEN CALLS - THE TABLE IS SIMPLY
026000*      MARKED UNLOADED SO A LATER "PROC" WITHOUT AN "OPEN"
026100*      CANNOT PASS ON STALE RULES.
026200*****************************************************************
026300 3000-CLOSE-TRAN.
026400     MOVE "N" TO WS-TRAN-LOADED-SW.
026500 3000-EXIT.
026600     EXIT.
