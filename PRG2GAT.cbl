000100*****************************************************************
000200* SUBRUTINA DE CONTROL DE PREDECESORES DEL CICLO NOCTURNO
000300*
000400* SHARED PREDECESSOR CHECK FOR THE BATCH JOBS OF THE NIGHTLY
000500* CYCLE.  EVERY BATCH JOB CALLS IT ONCE AT START, BEFORE IT
000600* OPENS ANYTHING, SO A STEP WHOSE INPUT WAS LEFT HALF-BUILT BY
000700* A FAILED PREDECESSOR DOES NOT RUN AGAINST IT.  THE RULES
000800* (WHICH JOB NEEDS WHICH, AND THE HIGHEST RETURN CODE IT WILL
000900* ACCEPT FROM IT) ARE READ FROM THE CYCLCTL CONTROL FILE, SEE
001000* CYCREC.CPY; THE EVIDENCE IS THE SHARED RUNHIST RUN HISTORY.
001100* A PREDECESSOR PASSES WHEN ITS LATEST RUN ENDED AFTER THE
001200* CALLER'S OWN LATEST RUN (THAT IS, IT HAS RUN THIS CYCLE) AND
001300* WITH A RETURN CODE NO HIGHER THAN THE RULE ALLOWS.  A RUN
001400* THAT WAS ITSELF REFUSED DOES NOT COUNT AS THE CALLER'S
001500* LATEST RUN, AND ENDS RC 16, SO A REFUSAL CASCADES DOWN THE
001600* CYCLE UNTIL THE FAILED STEP IS RERUN CLEAN.
001700*
001800* CALLING CONVENTION -
001900*   CALL "PRG2GAT" USING LK-JOB-NAME LK-GATE-RESULT
002000*                        LK-GATE-PRED.
002100*   LK-JOB-NAME     = THE CALLER'S RUNHIST JOB NAME.
002200*   LK-GATE-RESULT  = "C" CLEARED TO RUN,
002300*                     "R" REFUSED - THE CALLER DOES NO WORK,
002400*                         ENDS RC 16 AND RECORDS THE REFUSAL
002500*                         ON ITS RUNHIST RECORD,
002600*                     "O" A FAILED CHECK THE OPERATOR HAS
002700*                         OVERRIDDEN - THE CALLER RUNS.
002800*   LK-GATE-PRED    = THE FIRST PREDECESSOR THAT FAILED, OR
002900*                     "CYCLCTL" IF THE RULES CANNOT BE READ.
003000* EVERY FAILED RULE IS EXPLAINED ON THE CONSOLE.
003100*
003200* OPERATOR OVERRIDE - FOR A DELIBERATE RERUN, SET ENVIRONMENT
003300* VARIABLE GATEOVR TO THE JOB NAME FOR THAT STEP ONLY.  THE
003400* CHECK IS STILL MADE AND REPORTED, THE STEP RUNS, AND ITS
003500* RUNHIST RECORD IS MARKED OVERRIDDEN UNDER OPERID.
003600*
003700* MODIFICATION HISTORY
003800*   2026-10-15  JKL  INITIAL VERSION - CYCLCTL RULES CHECKED
003900*                    AGAINST RUNHIST, GATEOVR OVERRIDE.
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.     PRG2GAT.
004300 AUTHOR.         J. LEN.
004400 INSTALLATION.   APPLICATIONS DEVELOPMENT.
004500 DATE-WRITTEN.   2026-10-15.
004600 DATE-COMPILED.
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CYCLCTL-FILE ASSIGN TO "CYCLCTL"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CYCLCTL-STATUS.
005300     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS RUNH-KEY
005700         FILE STATUS IS WS-RUNHIST-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  CYCLCTL-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY CYCREC.
006300 FD  RUNHIST-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY RUNHREC.
006600 WORKING-STORAGE SECTION.
006700 01  WS-CYCLCTL-STATUS           PIC X(02).
006800     88  WS-CYCLCTL-OK                    VALUE "00".
006900     88  WS-CYCLCTL-EOF                   VALUE "10".
007000 01  WS-RUNHIST-STATUS           PIC X(02).
007100     88  WS-RUNHIST-OK                    VALUE "00".
007200     88  WS-RUNHIST-EOF                   VALUE "10".
007300     88  WS-RUNHIST-NOTFND                VALUE "35".
007400*****************************************************************
007500*    THE CALLER'S RULES, AND WHAT RUNHIST SAYS OF EACH
007600*    PREDECESSOR.  A STAMP IS RUNHIST END DATE + END TIME, SO
007700*    ONE COMPARE ORDERS TWO RUNS.
007800*****************************************************************
007900 01  WS-RULE-MAX                 PIC 9(03) COMP VALUE 20.
008000 01  WS-RULE-COUNT               PIC 9(03) COMP.
008100 01  WS-RULE-TABLE.
008200     05  WS-RULE-ENTRY OCCURS 20 TIMES
008300             INDEXED BY WS-RULE-IDX.
008400         10  WS-RULE-PRED         PIC X(08).
008500         10  WS-RULE-MAX-RC       PIC 9(04).
008600         10  WS-RULE-FOUND-SW     PIC X(01).
008700             88  WS-RULE-PRED-FOUND          VALUE "Y".
008800         10  WS-RULE-STAMP        PIC X(16).
008900         10  WS-RULE-RC           PIC 9(04).
009000 01  WS-OWN-STAMP                PIC X(16).
009100 01  WS-BAD-RULE-SW              PIC X(01).
009200     88  WS-BAD-RULE                      VALUE "Y".
009300 01  WS-FAIL-COUNT               PIC 9(03) COMP.
009400*****************************************************************
009500*    OPERATOR OVERRIDE
009600*****************************************************************
009700 01  WS-OVERRIDE-JOB             PIC X(08).
009800 01  WS-OPER-ID                  PIC X(08).
009900 LINKAGE SECTION.
010000 01  LK-JOB-NAME                 PIC X(08).
010100 01  LK-GATE-RESULT              PIC X(01).
010200     88  LK-GATE-CLEARED                  VALUE "C".
010300     88  LK-GATE-REFUSED                  VALUE "R".
010400     88  LK-GATE-OVERRIDDEN               VALUE "O".
010500 01  LK-GATE-PRED                PIC X(08).
010600 PROCEDURE DIVISION USING LK-JOB-NAME
010700                          LK-GATE-RESULT
010800                          LK-GATE-PRED.
010900*****************************************************************
011000* 0000-MAINLINE.
011100*****************************************************************
011200 0000-MAINLINE.
011300     SET LK-GATE-CLEARED TO TRUE.
011400     MOVE SPACES TO LK-GATE-PRED.
011500     MOVE ZERO TO WS-RULE-COUNT WS-FAIL-COUNT.
011600     MOVE SPACES TO WS-RULE-TABLE.
011700     MOVE LOW-VALUES TO WS-OWN-STAMP.
011800     MOVE "N" TO WS-BAD-RULE-SW.
011900     MOVE SPACES TO WS-OVERRIDE-JOB WS-OPER-ID.
012000     ACCEPT WS-OVERRIDE-JOB FROM ENVIRONMENT "GATEOVR".
012100     ACCEPT WS-OPER-ID FROM ENVIRONMENT "OPERID".
012200     PERFORM 1000-LOAD-RULES THRU 1000-EXIT.
012300     IF WS-FAIL-COUNT = ZERO
012400         AND WS-RULE-COUNT > ZERO
012500         PERFORM 2000-SCAN-RUNHIST THRU 2000-EXIT
012600         PERFORM 3000-CHECK-ONE-RULE THRU 3000-EXIT
012700             VARYING WS-RULE-IDX FROM 1 BY 1
012800             UNTIL WS-RULE-IDX > WS-RULE-COUNT
012900     END-IF.
013000     PERFORM 4000-DECIDE THRU 4000-EXIT.
013100     MOVE ZERO TO RETURN-CODE.
013200     GOBACK.
013300*****************************************************************
013400* 1000-LOAD-RULES.
013500*      HOLD THE CALLER'S LINES FROM CYCLCTL.  A CONTROL FILE
013600*      THAT CANNOT BE READ, OR A LINE FOR THIS JOB THAT CANNOT
013700*      BE UNDERSTOOD, FAILS THE CHECK - A STEP IS NEVER LET
013800*      THROUGH ON RULES NOBODY COULD READ.
013900*****************************************************************
014000 1000-LOAD-RULES.
014100     OPEN INPUT CYCLCTL-FILE.
014200     IF NOT WS-CYCLCTL-OK
014300         DISPLAY "PRG2GAT: " LK-JOB-NAME " - CYCLE CONTROL FILE "
014400             "CYCLCTL NOT AVAILABLE - STATUS " WS-CYCLCTL-STATUS
014500         MOVE "CYCLCTL" TO LK-GATE-PRED
014600         ADD 1 TO WS-FAIL-COUNT
014700         GO TO 1000-EXIT
014800     END-IF.
014900     PERFORM 1100-LOAD-ONE-RULE THRU 1100-EXIT
015000         UNTIL WS-CYCLCTL-EOF.
015100     CLOSE CYCLCTL-FILE.
015200     IF WS-BAD-RULE
015300         MOVE "CYCLCTL" TO LK-GATE-PRED
015400         ADD 1 TO WS-FAIL-COUNT
015500     END-IF.
015600 1000-EXIT.
015700     EXIT.
015800*****************************************************************
015900* 1100-LOAD-ONE-RULE.
016000*****************************************************************
016100 1100-LOAD-ONE-RULE.
016200     READ CYCLCTL-FILE
016300         AT END
016400             SET WS-CYCLCTL-EOF TO TRUE
016500             GO TO 1100-EXIT
016600     END-READ.
016700     IF CYC-JOB-NAME (1:1) = "*"
016800         OR CYC-JOB-NAME NOT = LK-JOB-NAME
016900         GO TO 1100-EXIT
017000     END-IF.
017100     IF CYC-PRED-NAME = SPACES
017200         OR CYC-MAX-RC NOT NUMERIC
017300         DISPLAY "PRG2GAT: " LK-JOB-NAME " - CYCLCTL LINE "
017400             "UNREADABLE: " CYC-REC (1:22)
017500         SET WS-BAD-RULE TO TRUE
017600         GO TO 1100-EXIT
017700     END-IF.
017800     IF WS-RULE-COUNT = WS-RULE-MAX
017900         DISPLAY "PRG2GAT: " LK-JOB-NAME " - MORE THAN "
018000             WS-RULE-MAX " CYCLCTL LINES FOR ONE JOB"
018100         SET WS-BAD-RULE TO TRUE
018200         GO TO 1100-EXIT
018300     END-IF.
018400     ADD 1 TO WS-RULE-COUNT.
018500     SET WS-RULE-IDX TO WS-RULE-COUNT.
018600     MOVE CYC-PRED-NAME TO WS-RULE-PRED (WS-RULE-IDX).
018700     MOVE CYC-MAX-RC TO WS-RULE-MAX-RC (WS-RULE-IDX).
018800     MOVE "N" TO WS-RULE-FOUND-SW (WS-RULE-IDX).
018900 1100-EXIT.
019000     EXIT.
019100*****************************************************************
019200* 2000-SCAN-RUNHIST.
019300*      READ THE RUN HISTORY IN KEY (END DATE/TIME) ORDER, SO
019400*      THE LAST RECORD SEEN FOR A JOB IS ITS LATEST RUN.  NO
019500*      RUNHIST AT ALL LEAVES EVERY PREDECESSOR NOT FOUND.
019600*****************************************************************
019700 2000-SCAN-RUNHIST.
019800     OPEN INPUT RUNHIST-FILE.
019900     IF NOT WS-RUNHIST-OK
020000         DISPLAY "PRG2GAT: " LK-JOB-NAME " - NO RUN HISTORY "
020100             "AVAILABLE - STATUS " WS-RUNHIST-STATUS
020200         GO TO 2000-EXIT
020300     END-IF.
020400     PERFORM 2100-SCAN-ONE-RUN THRU 2100-EXIT
020500         UNTIL WS-RUNHIST-EOF.
020600     CLOSE RUNHIST-FILE.
020700 2000-EXIT.
020800     EXIT.
020900*****************************************************************
021000* 2100-SCAN-ONE-RUN.
021100*      THE CALLER'S OWN RUNS SET THE START OF THIS CYCLE - A
021200*      REFUSED RUN DID NO WORK AND IS PASSED OVER.  A
021300*      PREDECESSOR'S RUNS, REFUSED OR NOT, ARE ITS EVIDENCE.
021400*****************************************************************
021500 2100-SCAN-ONE-RUN.
021600     READ RUNHIST-FILE
021700         AT END
021800             SET WS-RUNHIST-EOF TO TRUE
021900             GO TO 2100-EXIT
022000     END-READ.
022100     IF RUNH-JOB-NAME = LK-JOB-NAME
022200         IF NOT RUNH-GATE-REFUSED
022300             MOVE RUNH-KEY (1:16) TO WS-OWN-STAMP
022400         END-IF
022500         GO TO 2100-EXIT
022600     END-IF.
022700     SET WS-RULE-IDX TO 1.
022800     SEARCH WS-RULE-ENTRY
022900         AT END
023000             CONTINUE
023100         WHEN WS-RULE-IDX > WS-RULE-COUNT
023200             CONTINUE
023300         WHEN WS-RULE-PRED (WS-RULE-IDX) = RUNH-JOB-NAME
023400             SET WS-RULE-PRED-FOUND (WS-RULE-IDX) TO TRUE
023500             MOVE RUNH-KEY (1:16) TO WS-RULE-STAMP (WS-RULE-IDX)
023600             IF RUNH-RETURN-CODE IS NUMERIC
023700                 MOVE RUNH-RETURN-CODE
023800                     TO WS-RULE-RC (WS-RULE-IDX)
023900             ELSE
024000                 MOVE 9999 TO WS-RULE-RC (WS-RULE-IDX)
024100             END-IF
024200     END-SEARCH.
024300 2100-EXIT.
024400     EXIT.
024500*****************************************************************
024600* 3000-CHECK-ONE-RULE.
024700*      A PREDECESSOR FAILS IF IT HAS NEVER RUN, HAS NOT RUN
024800*      SINCE THE CALLER LAST RAN, OR ENDED ABOVE THE RETURN
024900*      CODE ITS RULE ALLOWS.  THE FIRST FAILURE IS THE ONE
025000*      HANDED BACK; EVERY FAILURE GOES TO THE CONSOLE.
025100*****************************************************************
025200 3000-CHECK-ONE-RULE.
025300     EVALUATE TRUE
025400         WHEN NOT WS-RULE-PRED-FOUND (WS-RULE-IDX)
025500             DISPLAY "PRG2GAT: " LK-JOB-NAME " NEEDS "
025600                 WS-RULE-PRED (WS-RULE-IDX)
025700                 " - NO RUN ON RUNHIST"
025800         WHEN WS-RULE-STAMP (WS-RULE-IDX) NOT > WS-OWN-STAMP
025900             DISPLAY "PRG2GAT: " LK-JOB-NAME " NEEDS "
026000                 WS-RULE-PRED (WS-RULE-IDX)
026100                 " - NOT RUN THIS CYCLE (LAST ENDED "
026200                 WS-RULE-STAMP (WS-RULE-IDX) (1:8) " "
026300                 WS-RULE-STAMP (WS-RULE-IDX) (9:8) ")"
026400         WHEN WS-RULE-RC (WS-RULE-IDX)
026500                 > WS-RULE-MAX-RC (WS-RULE-IDX)
026600             DISPLAY "PRG2GAT: " LK-JOB-NAME " NEEDS "
026700                 WS-RULE-PRED (WS-RULE-IDX)
026800                 " - IT ENDED RC " WS-RULE-RC (WS-RULE-IDX)
026900                 ", ALLOWED " WS-RULE-MAX-RC (WS-RULE-IDX)
027000         WHEN OTHER
027100             GO TO 3000-EXIT
027200     END-EVALUATE.
027300     IF WS-FAIL-COUNT = ZERO
027400         MOVE WS-RULE-PRED (WS-RULE-IDX) TO LK-GATE-PRED
027500     END-IF.
027600     ADD 1 TO WS-FAIL-COUNT.
027700 3000-EXIT.
027800     EXIT.
027900*****************************************************************
028000* 4000-DECIDE.
028100*      ANY FAILURE REFUSES THE STEP UNLESS THE OPERATOR HAS
028200*      NAMED THIS JOB IN GATEOVR FOR A DELIBERATE RERUN.
028300*****************************************************************
028400 4000-DECIDE.
028500     IF WS-FAIL-COUNT = ZERO
028600         IF WS-OVERRIDE-JOB = LK-JOB-NAME
028700             DISPLAY "PRG2GAT: " LK-JOB-NAME " - PREDECESSORS "
028800                 "IN ORDER - OVERRIDE NOT NEEDED"
028900         END-IF
029000         GO TO 4000-EXIT
029100     END-IF.
029200     IF WS-OVERRIDE-JOB = LK-JOB-NAME
029300         SET LK-GATE-OVERRIDDEN TO TRUE
029400         DISPLAY "PRG2GAT: " LK-JOB-NAME " - *** PREDECESSOR "
029500             "CHECK OVERRIDDEN BY OPERATOR " WS-OPER-ID " ***"
029600     ELSE
029700         SET LK-GATE-REFUSED TO TRUE
029800         DISPLAY "PRG2GAT: " LK-JOB-NAME " - *** STEP REFUSED "
029900             "- RERUN THE PREDECESSOR OR SET GATEOVR ***"
030000     END-IF.
030100 4000-EXIT.
030200     EXIT.
