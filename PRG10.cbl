003201*                    REJECTS UPDATE EXISTING SUSPENSE ITEMS IN
003202*                    PLACE, LIKE THE WORKBENCH, SO THEY STAY
003203*                    OUT OF THE SUSPENSE-SIDE CHECK.
003213*   2026-10-15  JKL  THE PRG16 ADJUSTMENT POSTING STEP (NEW
003223*                    AUDIT SOURCE "J") APPENDS ONE INTERFACE
003233*                    RECORD PER ADJUSTMENT IT POSTS, SO ITS
003243*                    ACCEPTS JOIN THE OUTIFACE CROSS-FOOT.  "J"
003253*                    REJECTS (DECLINED ON PRG2ADJ OR FAILED AT
003263*                    POSTING) NEVER CREATE A SUSPENSE ITEM AND
003273*                    ARE SHOWN WITH THE INFORMATION COUNTS.
003275*   2026-10-15  JKL  CHECK THE NIGHTLY CYCLE PREDECESSORS VIA
003277*                    PRG2GAT BEFORE DOING ANY WORK - A REFUSED
003279*                    STEP ENDS RC 16 AND IS MARKED ON RUNHIST.
003283*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
011800 01  WS-AUD-MAINT-REJ            PIC 9(09) COMP.
011810 01  WS-AUD-SWEEP-ACC            PIC 9(09) COMP.
011820 01  WS-AUD-SWEEP-REJ            PIC 9(09) COMP.
011840 01  WS-AUD-ADJUST-ACC           PIC 9(09) COMP.
011860 01  WS-AUD-ADJUST-REJ           PIC 9(09) COMP.
011900 01  WS-AUD-UNATTRIBUTED         PIC 9(09) COMP.
012000 01  WS-AUD-SUSP-SIDE            PIC 9(09) COMP.
012100*****************************************************************
013100 01  WS-PRINT-LEFT               PIC ZZZZ,ZZ9.
013200 01  WS-PRINT-RIGHT              PIC ZZZZ,ZZ9.
013300 01  WS-CHECK-TAG                PIC X(14).
013310*****************************************************************
013320*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
013330*****************************************************************
013340 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG10".
013350 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
013360     88  WS-GATE-REFUSED                  VALUE "R".
013370 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
013400 PROCEDURE DIVISION.
013500*****************************************************************
013600* 0000-MAINLINE.
015600         WS-AUD-WORKBENCH-ACC WS-AUD-WORKBENCH-REJ
015700         WS-AUD-MAINT-ACC WS-AUD-MAINT-REJ
015710         WS-AUD-SWEEP-ACC WS-AUD-SWEEP-REJ
015750         WS-AUD-ADJUST-ACC WS-AUD-ADJUST-REJ
015800         WS-AUD-UNATTRIBUTED WS-AUD-SUSP-SIDE
015900         WS-BATCHOUT-ACC-LINES WS-BATCHOUT-REJ-LINES
016000         WS-OUTIFC-RECS WS-SUSP-RECS.
016100     SET WS-IN-BALANCE TO TRUE.
016110     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
016120     ACCEPT WS-RUN-START-TIME FROM TIME.
016130     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
016140     IF WS-GATE-REFUSED
016150         GO TO 1000-EXIT
016160     END-IF.
016200     ACCEPT WS-BAL-PARM FROM COMMAND-LINE.
016300     IF WS-BAL-PARM NOT NUMERIC
016400         DISPLAY "PRG10: BALANCE DATE PARAMETER (YYYYMMDD) IS "
017300     WRITE REPORT-LINE.
017400 1000-EXIT.
017500     EXIT.
017505*****************************************************************
017510* 1050-CHECK-PREDECESSORS.
017515*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
017520*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
017525*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
017530*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
017535*****************************************************************
017540 1050-CHECK-PREDECESSORS.
017545     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
017550                          WS-GATE-PRED.
017555     IF WS-GATE-REFUSED
017560         DISPLAY "PRG10: *** REFUSED BY PREDECESSOR CHECK ***"
017565         MOVE 16 TO RETURN-CODE
017570     END-IF.
017575 1050-EXIT.
017580     EXIT.
017600*****************************************************************
017700* 2000-COUNT-AUDITLOG.
017800*      COUNT THE BALANCE DATE'S AUDIT ENTRIES BY SOURCE AND
022820             ADD 1 TO WS-AUD-SWEEP-ACC
022830         WHEN AUDIT-SRC-SWEEP
022840             ADD 1 TO WS-AUD-SWEEP-REJ
022850         WHEN AUDIT-SRC-ADJUST AND AUDIT-ACCEPTED
022860             ADD 1 TO WS-AUD-ADJUST-ACC
022870         WHEN AUDIT-SRC-ADJUST
022880             ADD 1 TO WS-AUD-ADJUST-REJ
022900         WHEN OTHER
023000             ADD 1 TO WS-AUD-UNATTRIBUTED
023100     END-EVALUATE.
034100*      CANNOT BE ATTRIBUTED, LEAVES THE RUN OUT OF BALANCE.
034200*****************************************************************
034300 7000-PROVE-BALANCE.
034400     MOVE "B+S+ADJ A/IFC " TO WS-CHECK-TAG.
034500     COMPUTE WS-PRINT-LEFT =
034510         WS-AUD-BATCH-ACC + WS-AUD-SWEEP-ACC
034550         + WS-AUD-ADJUST-ACC.
034600     MOVE WS-OUTIFC-RECS TO WS-PRINT-RIGHT.
034700     PERFORM 7100-PRINT-ONE-CHECK THRU 7100-EXIT.
034800     IF WS-AUD-BATCH-ACC + WS-AUD-SWEEP-ACC + WS-AUD-ADJUST-ACC
034810             NOT = WS-OUTIFC-RECS
034900         SET WS-OUT-OF-BALANCE TO TRUE
035000     END-IF.
043050         " / " WS-PRINT-RIGHT
043060         DELIMITED BY SIZE INTO REPORT-LINE.
043070     WRITE REPORT-LINE.
043073     MOVE WS-AUD-ADJUST-ACC TO WS-PRINT-LEFT.
043076     MOVE WS-AUD-ADJUST-REJ TO WS-PRINT-RIGHT.
043079     MOVE SPACES TO REPORT-LINE.
043082     STRING "ADJUSTMENT ACC/REJ (NO SUSPENSE) " WS-PRINT-LEFT
043085         " / " WS-PRINT-RIGHT
043088         DELIMITED BY SIZE INTO REPORT-LINE.
043091     WRITE REPORT-LINE.
043100 7200-EXIT.
043200     EXIT.
043300*****************************************************************
045180     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
045190     ACCEPT RUNH-END-TIME FROM TIME.
045200     MOVE "PRG10" TO RUNH-JOB-NAME.
045203     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
045206     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
045210     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
045220     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
045230     COMPUTE RUNH-RECS-IN = WS-AUD-BATCH-ACC + WS-AUD-BATCH-REJ
045260         + WS-AUD-WORKBENCH-ACC + WS-AUD-WORKBENCH-REJ
045270         + WS-AUD-MAINT-ACC + WS-AUD-MAINT-REJ
045275         + WS-AUD-SWEEP-ACC + WS-AUD-SWEEP-REJ
045277         + WS-AUD-ADJUST-ACC + WS-AUD-ADJUST-REJ
045280         + WS-AUD-UNATTRIBUTED.
045290     MOVE WS-OUTIFC-RECS TO RUNH-RECS-OUT.
045300     MOVE ZERO TO RUNH-RECS-ACCEPTED.
