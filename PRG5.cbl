003100*                    PROFILE, AND THE OPERATOR ID IS STAMPED
003101*                    INTO THE NEW AUDIT-OPER-ID ON EVERY AUDIT
003102*                    ENTRY.
003103*   2026-10-15  JKL  STAMP THE SIGNED-ON OPERATOR AND THE DATE
003104*                    INTO THE NEW SUSP-WORKED-BY AND
003105*                    SUSP-WORKED-DATE ON EVERY ITEM WRITTEN OFF
003106*                    OR RESUBMITTED, FOR THE PRG21 OPERATOR
003107*                    ACTIVITY AND SEGREGATION-OF-DUTIES REPORT.
003108*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
018140                     WS-OPER-ID " - ITEM LEFT OPEN"
018150             ELSE
018200                 SET SUSP-WRITTEN-OFF OF SUSP-REC TO TRUE
018230                 ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
018260                 PERFORM 2500-STAMP-WORKED-BY THRU 2500-EXIT
018300                 ADD 1 TO WS-RECS-WRITTEN-OFF
018400                 DISPLAY "PRG5: ITEM WRITTEN OFF"
018410             END-IF
020150                          WS-VAL-CHANNEL.
020200     PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT.
020300     MOVE WS-WORK-USERINP TO SUSP-USERINP OF SUSP-REC.
020350     PERFORM 2500-STAMP-WORKED-BY THRU 2500-EXIT.
020400     IF WS-VALID-CUSTOMER
020500         SET SUSP-RESUB-ACCEPTED OF SUSP-REC TO TRUE
020600         ADD 1 TO WS-RECS-ACCEPTED
023500     WRITE AUDIT-REC.
023600 2400-EXIT.
023700     EXIT.
023708*****************************************************************
023716* 2500-STAMP-WORKED-BY.
023724*      RECORD ON THE ITEM WHO WORKED IT AND WHEN - WS-CURRENT-DATE
023732*      IS THE DAY OF THE WRITE-OFF OR OF THE RESUBMISSION'S AUDIT
023740*      ENTRY.
023748*****************************************************************
023756 2500-STAMP-WORKED-BY.
023764     MOVE WS-OPER-ID TO SUSP-WORKED-BY OF SUSP-REC.
023772     MOVE WS-CURRENT-DATE TO SUSP-WORKED-DATE OF SUSP-REC.
023780 2500-EXIT.
023788     EXIT.
023800*****************************************************************
023900* 3000-TERMINATE.
024000*      CLOSE DOWN AND REPORT COUNTS FOR THE SESSION.
