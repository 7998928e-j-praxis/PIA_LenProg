002740*                    ALONE - THE TRANSACTION CODE AND AMOUNT
002750*                    PRG3 NOW CARRIES ON EACH RECORD WERE BEING
002760*                    DROPPED BY THE REWRITE.
002762*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
002764*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
002766*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
002770*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
011900 01  WS-TOT-ACK-NOSENT           PIC 9(09) COMP.
012000 01  WS-TOT-ACK-ERRORS           PIC 9(09) COMP.
012100 01  WS-PRINT-COUNT              PIC ZZZZ,ZZ9.
012110*****************************************************************
012120*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
012130*****************************************************************
012140 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG9".
012150 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
012160     88  WS-GATE-REFUSED                  VALUE "R".
012170 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
012200 PROCEDURE DIVISION.
012300*****************************************************************
012400* 0000-MAINLINE.
012500*****************************************************************
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012750     IF NOT WS-GATE-REFUSED
012800         SORT SORTIFC-WK
012900             ON ASCENDING KEY OUTIFC-USERINP OF SORTIFC-WREC
013000             USING OUTIFC-FILE
013100             GIVING SORTIFC-FILE
013200         SORT SORTACK-WK
013300             ON ASCENDING KEY ACK-USERINP OF SORTACK-WREC
013400             USING ACKIN-FILE
013500             GIVING SORTACK-FILE
013600         OPEN INPUT SORTIFC-FILE
013700         OPEN INPUT SORTACK-FILE
013800         OPEN OUTPUT OUTIFNEW-FILE
013900         OPEN OUTPUT REPORT-FILE
014000         PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT
014100         PERFORM 2110-READ-IFC THRU 2110-EXIT
014200         PERFORM 2210-READ-ACK THRU 2210-EXIT
014300         PERFORM 2100-NEXT-IFC-GROUP THRU 2100-EXIT
014400         PERFORM 2200-NEXT-ACK-GROUP THRU 2200-EXIT
014500         PERFORM 2300-RESOLVE-GROUPS THRU 2300-EXIT
014600             UNTIL WS-IFC-CODE = HIGH-VALUES
014700               AND WS-ACK-CODE = HIGH-VALUES
014800         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
014900         PERFORM 8000-TERMINATE THRU 8000-EXIT
014920     END-IF.
014950     PERFORM 9000-WRITE-RUN-HISTORY THRU 9000-EXIT.
015000     STOP RUN.
015100*****************************************************************
015700     MOVE "N" TO WS-IFC-EOF-SW WS-ACK-EOF-SW.
015710     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
015720     ACCEPT WS-RUN-START-TIME FROM TIME.
015730     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
015740     IF WS-GATE-REFUSED
015750         GO TO 1000-EXIT
015760     END-IF.
015800 1000-EXIT.
015900     EXIT.
015905*****************************************************************
015910* 1050-CHECK-PREDECESSORS.
015915*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
015920*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
015925*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
015930*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
015935*****************************************************************
015940 1050-CHECK-PREDECESSORS.
015945     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
015950                          WS-GATE-PRED.
015955     IF WS-GATE-REFUSED
015960         DISPLAY "PRG9: *** REFUSED BY PREDECESSOR CHECK ***"
015965         MOVE 16 TO RETURN-CODE
015970     END-IF.
015975 1050-EXIT.
015980     EXIT.
016000*****************************************************************
016100* 1100-PRINT-HEADINGS.
016200*****************************************************************
044280     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
044290     ACCEPT RUNH-END-TIME FROM TIME.
044300     MOVE "PRG9" TO RUNH-JOB-NAME.
044303     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
044306     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
044310     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
044320     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
044330     MOVE WS-TOT-SENT TO RUNH-RECS-IN.
