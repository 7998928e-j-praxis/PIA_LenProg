000100*****************************************************************
000200* REPORTE SEMANAL DE ACTIVIDAD POR OPERADOR Y SEGREGACION DE
000300* FUNCIONES
000400*
000500* WEEKLY OPERATOR ACTIVITY AND SEGREGATION-OF-DUTIES REPORT.
000600* EVERY AUDIT ENTRY NOW CARRIES AUDIT-OPER-ID AND EVERY ITEM
000700* WORKED ON THE PRG5 WORKBENCH CARRIES SUSP-WORKED-BY, BUT
000800* NOTHING SAID WHAT EACH OPERATOR ACTUALLY DID - INTERNAL AUDIT
000900* HAD IT BUILT BY HAND FROM THE INQUIRY SCREEN.  THIS REPORT
001000* READS THE AUDITARC ARCHIVE, THE LIVE AUDITLOG AND SUSPENSE
001100* FOR ONE PERIOD AND PRINTS, PER OPERATOR:
001200*   - AUDIT ENTRIES BY AUDIT-SOURCE WITH THE REJECT RATE, THE
001300*     SAME SOURCE SLOTS AS THE PRG14 TREND REPORT;
001400*   - SUSPENSE ITEMS WRITTEN OFF AND ITEMS REPAIRED (RESUBMITTED)
001500*     ON THE PRG5 WORKBENCH;
001600*   - CUSTMAS MAINTENANCE ACTIONS (ACCEPTED "M" ENTRIES).
001700* AN EXCEPTIONS SECTION AT THE END FLAGS:
001800*   - SAME OPER    AN OPERATOR WHO WROTE OFF OR REPAIRED A
001900*                  SUSPENSE ITEM THAT THEY HAD KEYED AND HAD
002000*                  REJECTED IN THE FIRST PLACE.  THE REJECT'S
002100*                  AUDIT ENTRY AND ITS SUSPENSE ITEM ARE
002200*                  WRITTEN WITH THE SAME DATE AND TIME BY PRG2,
002300*                  PRG2ONL AND PRG3, SO THE PAIR IS MATCHED ON
002400*                  THAT STAMP;
002500*   - INACTIVE OP  ACTIVITY IN THE PERIOD UNDER AN OPERATOR ID
002600*                  THAT IS NOW INACTIVE ON OPERFILE, AND
002700*     UNKNOWN OP   UNDER ONE THAT IS NOT ON OPERFILE AT ALL;
002800*   - BLANK OPER   CONSOLE OR BATCH ENTRIES WITH NO OPERATOR ID,
002900*                  ONE LINE PER RUN OF SUCH ENTRIES FROM THE
003000*                  SAME SOURCE AND TERMINAL ON THE SAME DAY.
003100* THE PERIOD DEFAULTS TO THE SEVEN DAYS ENDING ON THE RUN DATE;
003200* A FROM DATE, OR A FROM AND A TO DATE, MAY BE GIVEN ON THE
003300* COMMAND LINE FOR THE QUARTERLY AUDIT RUN.
003400*****************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.     PRG21.
003700 AUTHOR.         J. LEN.
003800 INSTALLATION.   APPLICATIONS DEVELOPMENT.
003900 DATE-WRITTEN.   2026-10-15.
004000 DATE-COMPILED.
004100*****************************************************************
004200* MODIFICATION HISTORY
004300*   2026-10-15  JKL  INITIAL VERSION - PER-OPERATOR ACTIVITY BY
004400*                    SOURCE FROM THE AUDIT TRAIL, PRG5 WRITE-OFFS
004500*                    AND REPAIRS FROM SUSPENSE, SEGREGATION-OF-
004600*                    DUTIES EXCEPTIONS, AND RUN HISTORY WRITTEN
004700*                    TO RUNHIST LIKE EVERY OTHER BATCH JOB.
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT AUDITARC-FILE ASSIGN TO "AUDITARC"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-AUDITARC-STATUS.
005500     SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-AUDITLOG-STATUS.
005800     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-SUSPENSE-STATUS.
006100     SELECT OPERFILE-FILE ASSIGN TO "OPERFILE"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS OPER-ID
006500         FILE STATUS IS WS-OPERFILE-STATUS.
006600     SELECT SORTWK-FILE ASSIGN TO "SORTWK1".
006700     SELECT REPORT-FILE ASSIGN TO "OPRRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-REPORT-STATUS.
007000     SELECT EXCWK-FILE ASSIGN TO "OPREXWK"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-EXCWK-STATUS.
007300     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS RUNH-KEY
007700         FILE STATUS IS WS-RUNHIST-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  AUDITARC-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY AUDITREC REPLACING ==AUDIT-REC== BY ==AUDITARC-REC==.
008300 FD  AUDITLOG-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY AUDITREC.
008600 FD  SUSPENSE-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY SUSPREC.
008900 FD  OPERFILE-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY OPERREC.
009200*****************************************************************
009300*    ONE SORT RECORD PER AUDIT ENTRY IN THE PERIOD ("A") AND PER
009400*    SUSPENSE ITEM WORKED IN THE PERIOD ("S"), IN OPERATOR ORDER.
009500*    AN "S" RECORD IS DATED BY THE DAY IT WAS WORKED AND CARRIES
009600*    THE ITEM'S OWN STAMP, ITS DISPOSITION AND, WHEN THE SAME
009700*    OPERATOR KEYED THE REJECT, THE CODE THEY KEYED.
009800*****************************************************************
009900 SD  SORTWK-FILE.
010000 01  SORTWK-REC.
010100     05  SORTWK-OPER-ID          PIC X(08).
010200     05  SORTWK-DATE             PIC 9(08).
010300     05  SORTWK-TIME             PIC 9(08).
010400     05  SORTWK-KIND             PIC X(01).
010500         88  SORTWK-AUDIT-ENTRY           VALUE "A".
010600         88  SORTWK-WORKED-ITEM           VALUE "S".
010700     05  SORTWK-TERM-ID          PIC X(08).
010800     05  SORTWK-USERINP          PIC X(10).
010900     05  SORTWK-OUTCOME          PIC X(01).
011000     05  SORTWK-SOURCE           PIC X(01).
011100     05  SORTWK-ITEM-DATE        PIC 9(08).
011200     05  SORTWK-ITEM-TIME        PIC 9(08).
011300     05  SORTWK-SUSP-STATUS      PIC X(01).
011400         88  SORTWK-WRITTEN-OFF           VALUE "W".
011500     05  SORTWK-KEYED            PIC X(10).
011700     05  SORTWK-SOD-SW           PIC X(01).
011800         88  SORTWK-SAME-OPER             VALUE "Y".
011900 FD  REPORT-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  REPORT-LINE                 PIC X(80).
012200 FD  EXCWK-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  EXCWK-LINE                  PIC X(80).
012500 FD  RUNHIST-FILE
012600     LABEL RECORDS ARE STANDARD.
012700     COPY RUNHREC.
012800 WORKING-STORAGE SECTION.
012900*****************************************************************
013000*    SWITCHES AND FILE STATUS FIELDS
013100*****************************************************************
013200 01  WS-AUDITARC-STATUS          PIC X(02).
013300     88  WS-AUDITARC-OK                   VALUE "00".
013400     88  WS-AUDITARC-EOF                  VALUE "10".
013500 01  WS-AUDITLOG-STATUS          PIC X(02).
013600     88  WS-AUDITLOG-OK                   VALUE "00".
013700     88  WS-AUDITLOG-EOF                  VALUE "10".
013800 01  WS-SUSPENSE-STATUS          PIC X(02).
013900     88  WS-SUSPENSE-OK                   VALUE "00".
014000     88  WS-SUSPENSE-EOF                  VALUE "10".
014100 01  WS-OPERFILE-STATUS          PIC X(02).
014200     88  WS-OPERFILE-OK                   VALUE "00".
014300 01  WS-REPORT-STATUS            PIC X(02).
014400 01  WS-EXCWK-STATUS             PIC X(02).
014500     88  WS-EXCWK-OK                      VALUE "00".
014600     88  WS-EXCWK-EOF                     VALUE "10".
014700 01  WS-RUNHIST-STATUS           PIC X(02).
014800     88  WS-RUNHIST-OK                    VALUE "00".
014900     88  WS-RUNHIST-NOTFND                VALUE "35".
015000 01  WS-SORT-EOF-SW              PIC X(01).
015100     88  WS-END-OF-SORT                   VALUE "Y".
015200 01  WS-OPERFILE-OPEN-SW         PIC X(01).
015300     88  WS-OPERFILE-OPEN                 VALUE "Y".
015400 01  WS-KX-FOUND-SW              PIC X(01).
015500     88  WS-KX-FOUND                      VALUE "Y".
015600 01  WS-SCAN-SW                  PIC X(01).
015700     88  WS-SCAN-DONE                     VALUE "Y".
015800*****************************************************************
015900*    REPORT PERIOD - FROM THE COMMAND LINE AS "[FROM [TO]]",
016000*    BOTH YYYYMMDD.  NO FROM DATE MEANS THE SEVEN DAYS ENDING ON
016100*    THE RUN DATE; A FROM DATE ALONE MEANS THE SEVEN DAYS
016200*    STARTING ON IT.
016300*****************************************************************
016400 01  WS-RPT-PARM                 PIC X(80).
016500 01  WS-PRM-FROM                 PIC X(08).
016600 01  WS-PRM-TO                   PIC X(08).
016700 01  WS-FROM-DATE                PIC 9(08).
016800 01  WS-TO-DATE                  PIC 9(08).
016900 01  WS-FROM-INT                 PIC 9(09) COMP.
017000 01  WS-TO-INT                   PIC 9(09) COMP.
017100*****************************************************************
017200*    SUSPENSE ITEMS WORKED IN THE PERIOD, KEPT IN ORDER OF THE
017300*    ITEM'S OWN DATE AND TIME STAMP SO EACH REJECTED AUDIT ENTRY
017400*    CAN BE LOOKED UP BY ITS STAMP AS THE TRAIL IS READ.  ITEMS
017500*    PAST WS-WK-MAX ARE STILL REPORTED BUT CANNOT BE CHECKED.
017600*    WS-WK-HOLD IS ONE ENTRY LAID OUT THE SAME WAY.
017700*****************************************************************
017800 01  WS-WK-MAX                   PIC S9(04) COMP VALUE +5000.
017900 01  WS-WK-COUNT                 PIC S9(04) COMP.
018000 01  WS-WK-TABLE.
018100     05  WS-WK-ENTRY OCCURS 5000 TIMES.
018200         10  WS-WK-STAMP.
018300             15  WS-WK-SUSP-DATE  PIC 9(08).
018400             15  WS-WK-SUSP-TIME  PIC 9(08).
018500         10  WS-WK-BY             PIC X(08).
018600         10  WS-WK-DATE           PIC 9(08).
018700         10  WS-WK-STATUS         PIC X(01).
018800         10  WS-WK-USERINP        PIC X(10).
018900         10  WS-WK-KEYED          PIC X(10).
019100         10  WS-WK-SOD-SW         PIC X(01).
019200 01  WS-WK-HOLD.
019300     05  WS-WH-STAMP.
019400         10  WS-WH-SUSP-DATE      PIC 9(08).
019500         10  WS-WH-SUSP-TIME      PIC 9(08).
019600     05  WS-WH-BY                 PIC X(08).
019700     05  WS-WH-DATE               PIC 9(08).
019800     05  WS-WH-STATUS             PIC X(01).
019900     05  WS-WH-USERINP            PIC X(10).
020000     05  WS-WH-KEYED              PIC X(10).
020200     05  WS-WH-SOD-SW             PIC X(01).
020300 01  WS-FIND-STAMP.
020400     05  WS-FIND-DATE             PIC 9(08).
020500     05  WS-FIND-TIME             PIC 9(08).
020600 01  WS-KX-LO                    PIC S9(04) COMP.
020700 01  WS-KX-HI                    PIC S9(04) COMP.
020800 01  WS-KX-MID                   PIC S9(04) COMP.
020900 01  WS-KX-I                     PIC S9(04) COMP.
021000*****************************************************************
021100*    PER-SOURCE TALLY TABLE FOR THE CURRENT OPERATOR - ONE SLOT
021200*    PER AUDIT-SOURCE VALUE, LABELLED AS ON THE PRG14 REPORT,
021300*    PLUS AN EIGHTH FOR ENTRIES TOO OLD TO CARRY A SOURCE
021400*****************************************************************
021500 01  WS-SRC-MAX                  PIC 9(02) COMP VALUE 8.
021600 01  WS-SRC-IDX                  PIC 9(02) COMP.
021700 01  WS-SRC-LABEL-TABLE.
021800     05  FILLER                  PIC X(09) VALUE "CONSOLE".
021900     05  FILLER                  PIC X(09) VALUE "ONLINE".
022000     05  FILLER                  PIC X(09) VALUE "BATCH".
022100     05  FILLER                  PIC X(09) VALUE "MAINT".
022200     05  FILLER                  PIC X(09) VALUE "WORKBENCH".
022300     05  FILLER                  PIC X(09) VALUE "SWEEP".
022400     05  FILLER                  PIC X(09) VALUE "ADJUST".
022500     05  FILLER                  PIC X(09) VALUE "UNKNOWN".
022600 01  WS-SRC-LABELS REDEFINES WS-SRC-LABEL-TABLE.
022700     05  WS-SRC-LABEL            OCCURS 8 TIMES
022800                                 PIC X(09).
022900 01  WS-OP-TABLE.
023000     05  WS-OP-ENTRY OCCURS 8 TIMES.
023100         10  WS-OP-ACC               PIC 9(09) COMP.
023200         10  WS-OP-REJ               PIC 9(09) COMP.
023300*****************************************************************
023400*    CURRENT OPERATOR AND THEIR TOTALS
023500*****************************************************************
023600 01  WS-CUR-OPER                 PIC X(08).
023700 01  WS-CUR-NAME                 PIC X(20).
023800 01  WS-CUR-STATUS               PIC X(16).
023900 01  WS-OP-TOT-ACC               PIC 9(09) COMP.
024000 01  WS-OP-TOT-REJ               PIC 9(09) COMP.
024100 01  WS-OP-WRITEOFFS             PIC 9(09) COMP.
024200 01  WS-OP-REPAIRS               PIC 9(09) COMP.
024300 01  WS-OP-MAINT                 PIC 9(09) COMP.
024400*****************************************************************
024500*    THE CURRENT RUN OF CONSOLE OR BATCH ENTRIES WITH NO
024600*    OPERATOR ID - SAME DAY, SOURCE AND TERMINAL
024700*****************************************************************
024800 01  WS-BLK-DATE                 PIC 9(08).
024900 01  WS-BLK-SOURCE               PIC X(01).
025000 01  WS-BLK-TERM                 PIC X(08).
025100 01  WS-BLK-COUNT                PIC 9(09) COMP.
025200 01  WS-BLK-FIRST                PIC 9(08).
025300 01  WS-BLK-LAST                 PIC 9(08).
025400*****************************************************************
025500*    RUN DATE, TIME, GRAND TOTALS AND COUNTERS
025600*****************************************************************
025700 01  WS-OPER-ID                  PIC X(08).
025800 01  WS-RUN-START-DATE           PIC 9(08).
025900 01  WS-RUN-START-TIME           PIC 9(08).
026000 01  WS-RUN-INT                  PIC 9(09) COMP.
026100 01  WS-AUDIT-READ               PIC 9(09) COMP.
026200 01  WS-AUDIT-SKIPPED            PIC 9(09) COMP.
026300 01  WS-SUSP-READ                PIC 9(09) COMP.
026400 01  WS-SUSP-WORKED              PIC 9(09) COMP.
026500 01  WS-WK-OVERFLOW              PIC 9(09) COMP.
026600 01  WS-OPERS-REPORTED           PIC 9(09) COMP.
026700 01  WS-GRAND-ACC                PIC 9(09) COMP.
026800 01  WS-GRAND-REJ                PIC 9(09) COMP.
026900 01  WS-GRAND-WRITEOFFS          PIC 9(09) COMP.
027000 01  WS-GRAND-REPAIRS            PIC 9(09) COMP.
027100 01  WS-GRAND-MAINT              PIC 9(09) COMP.
027200 01  WS-EXC-SAME-OPER            PIC 9(09) COMP.
027300 01  WS-EXC-INACTIVE             PIC 9(09) COMP.
027400 01  WS-EXC-UNKNOWN              PIC 9(09) COMP.
027500 01  WS-EXC-BLANK                PIC 9(09) COMP.
027600 01  WS-EXC-BLANK-ENTRIES        PIC 9(09) COMP.
027700 01  WS-EXC-COPIED               PIC 9(09) COMP.
027800*****************************************************************
027900*    REPORT LINES AND EDIT FIELDS
028000*****************************************************************
028100 01  WS-EXC-DETAIL.
028200     05  WS-EXC-TYPE             PIC X(11).
028300     05  FILLER                  PIC X(01) VALUE SPACE.
028400     05  WS-EXC-OPER             PIC X(08).
028500     05  FILLER                  PIC X(01) VALUE SPACE.
028600     05  WS-EXC-DATE             PIC X(08).
028700     05  FILLER                  PIC X(01) VALUE SPACE.
028800     05  WS-EXC-TIME             PIC X(08).
028900     05  FILLER                  PIC X(01) VALUE SPACE.
029000     05  WS-EXC-TEXT             PIC X(41).
029100 01  WS-WORK-TOTAL               PIC 9(09) COMP.
029200 01  WS-WORK-PCT                 PIC 9(03)V9 COMP-3.
029300 01  WS-PRINT-TOTAL              PIC ZZZZ,ZZ9.
029400 01  WS-PRINT-REJ                PIC ZZZZ,ZZ9.
029500 01  WS-PRINT-PCT                PIC ZZ9.9.
029600 01  WS-PRINT-COUNT              PIC ZZZZ,ZZ9.
029700 01  WS-PRINT-COUNT2             PIC ZZZZ,ZZ9.
029800 01  WS-PRINT-COUNT3             PIC ZZZZ,ZZ9.
029900*****************************************************************
030000*    NIGHTLY CYCLE PREDECESSOR CHECK (PRG2GAT)
030100*****************************************************************
030200 01  WS-GATE-JOB                 PIC X(08) VALUE "PRG21".
030300 01  WS-GATE-RESULT              PIC X(01) VALUE SPACE.
030400     88  WS-GATE-REFUSED                  VALUE "R".
030500 01  WS-GATE-PRED                PIC X(08) VALUE SPACES.
030600 PROCEDURE DIVISION.
030700*****************************************************************
030800* 0000-MAINLINE.
030900*****************************************************************
031000 0000-MAINLINE.
031100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031200     IF RETURN-CODE = ZERO
031300         SORT SORTWK-FILE
031400             ON ASCENDING KEY SORTWK-OPER-ID
031500             ON ASCENDING KEY SORTWK-DATE
031600             ON ASCENDING KEY SORTWK-TIME
031700             INPUT PROCEDURE IS 1500-RELEASE-ACTIVITY
031800                 THRU 1500-EXIT
031900             OUTPUT PROCEDURE IS 2000-REPORT-OPERATORS
032000                 THRU 2000-EXIT
032100         PERFORM 8000-TERMINATE THRU 8000-EXIT
032200     END-IF.
032300     PERFORM 9000-WRITE-RUN-HISTORY THRU 9000-EXIT.
032400     STOP RUN.
032500*****************************************************************
032600* 1000-INITIALIZE.
032700*      EDIT THE PERIOD, OPEN OPERFILE AND THE REPORT AND HEAD IT
032800*      UP.  A BAD PERIOD FAILS THE RUN; AN OPERFILE THAT CANNOT
032900*      BE OPENED ONLY LOSES THE OPERATOR NAMES AND THE INACTIVE
033000*      OPERATOR CHECK, AND THE RUN ENDS WITH A WARNING.
033100*****************************************************************
033200 1000-INITIALIZE.
033300     MOVE ZERO TO WS-WK-COUNT WS-AUDIT-READ WS-AUDIT-SKIPPED
033400         WS-SUSP-READ WS-SUSP-WORKED WS-WK-OVERFLOW
033500         WS-OPERS-REPORTED WS-GRAND-ACC WS-GRAND-REJ
033600         WS-GRAND-WRITEOFFS WS-GRAND-REPAIRS WS-GRAND-MAINT
033700         WS-EXC-SAME-OPER WS-EXC-INACTIVE WS-EXC-UNKNOWN
033800         WS-EXC-BLANK WS-EXC-BLANK-ENTRIES WS-EXC-COPIED.
033900     MOVE "N" TO WS-SORT-EOF-SW WS-OPERFILE-OPEN-SW.
034000     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
034100     ACCEPT WS-RUN-START-TIME FROM TIME.
034200     PERFORM 1050-CHECK-PREDECESSORS THRU 1050-EXIT.
034300     IF WS-GATE-REFUSED
034400         GO TO 1000-EXIT
034500     END-IF.
034600     ACCEPT WS-OPER-ID FROM ENVIRONMENT "OPERID".
034700     PERFORM 1300-EDIT-PERIOD THRU 1300-EXIT.
034800     IF RETURN-CODE NOT = ZERO
034900         GO TO 1000-EXIT
035000     END-IF.
035100     DISPLAY "PRG21: REPORT PERIOD " WS-FROM-DATE " TO "
035200         WS-TO-DATE.
035300     OPEN INPUT OPERFILE-FILE.
035400     IF WS-OPERFILE-OK
035500         SET WS-OPERFILE-OPEN TO TRUE
035600     ELSE
035700         DISPLAY "PRG21: UNABLE TO OPEN OPERFILE - STATUS "
035800             WS-OPERFILE-STATUS " - OPERATOR STATUS NOT CHECKED"
035900     END-IF.
036000     OPEN OUTPUT EXCWK-FILE.
036100     IF NOT WS-EXCWK-OK
036200         DISPLAY "PRG21: UNABLE TO OPEN OPREXWK - STATUS "
036300             WS-EXCWK-STATUS
036400         MOVE 16 TO RETURN-CODE
036500         GO TO 1000-EXIT
036600     END-IF.
036700     OPEN OUTPUT REPORT-FILE.
036800     MOVE SPACES TO REPORT-LINE.
036900     STRING "OPERATOR ACTIVITY AND SEGREGATION OF DUTIES - "
037000         "RUN DATE " WS-RUN-START-DATE
037100         DELIMITED BY SIZE INTO REPORT-LINE.
037200     WRITE REPORT-LINE.
037300     MOVE SPACES TO REPORT-LINE.
037400     STRING "PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
037500         "   OPERATOR: " WS-OPER-ID
037600         DELIMITED BY SIZE INTO REPORT-LINE.
037700     WRITE REPORT-LINE.
037800     MOVE SPACES TO REPORT-LINE.
037900     WRITE REPORT-LINE.
038000 1000-EXIT.
038100     EXIT.
038200*****************************************************************
038300* 1050-CHECK-PREDECESSORS.
038400*      ASK PRG2GAT WHETHER THIS STEP'S PREDECESSORS IN THE
038500*      NIGHTLY CYCLE (THE CYCLCTL RULES) HAVE RUN CLEAN.  A
038600*      REFUSED STEP DOES NO WORK AND ENDS RC 16, AND ITS
038700*      RUNHIST RECORD SAYS WHICH PREDECESSOR STOPPED IT.
038800*****************************************************************
038900 1050-CHECK-PREDECESSORS.
039000     CALL "PRG2GAT" USING WS-GATE-JOB WS-GATE-RESULT
039100                          WS-GATE-PRED.
039200     IF WS-GATE-REFUSED
039300         DISPLAY "PRG21: *** REFUSED BY PREDECESSOR CHECK ***"
039400         MOVE 16 TO RETURN-CODE
039500     END-IF.
039600 1050-EXIT.
039700     EXIT.
039800*****************************************************************
039900* 1300-EDIT-PERIOD.
040000*      WORK OUT THE PERIOD FROM THE COMMAND LINE.  A DATE GIVEN
040100*      MUST BE A REAL YYYYMMDD DATE AND THE FROM DATE MAY NOT
040200*      FALL AFTER THE TO DATE; ANYTHING ELSE FAILS THE RUN.
040300*****************************************************************
040400 1300-EDIT-PERIOD.
040500     MOVE SPACES TO WS-RPT-PARM WS-PRM-FROM WS-PRM-TO.
040600     ACCEPT WS-RPT-PARM FROM COMMAND-LINE.
040700     UNSTRING WS-RPT-PARM DELIMITED BY ALL SPACE
040800         INTO WS-PRM-FROM WS-PRM-TO.
040900     IF WS-PRM-FROM = SPACES
041000         GO TO 1300-DEFAULT
041100     END-IF.
041200     IF WS-PRM-FROM NOT NUMERIC
041300         OR (WS-PRM-TO NOT = SPACES
041400             AND WS-PRM-TO NOT NUMERIC)
041500         GO TO 1300-BAD-PARM
041600     END-IF.
041700     MOVE WS-PRM-FROM TO WS-FROM-DATE.
041800     COMPUTE WS-FROM-INT =
041900         FUNCTION INTEGER-OF-DATE (WS-FROM-DATE).
042000     IF WS-FROM-INT = ZERO
042100         GO TO 1300-BAD-PARM
042200     END-IF.
042300     IF WS-PRM-TO = SPACES
042400         COMPUTE WS-TO-DATE =
042500             FUNCTION DATE-OF-INTEGER (WS-FROM-INT + 6)
042600         GO TO 1300-EXIT
042700     END-IF.
042800     MOVE WS-PRM-TO TO WS-TO-DATE.
042900     COMPUTE WS-TO-INT =
043000         FUNCTION INTEGER-OF-DATE (WS-TO-DATE).
043100     IF WS-TO-INT = ZERO
043200         OR WS-TO-DATE < WS-FROM-DATE
043300         GO TO 1300-BAD-PARM
043400     END-IF.
043500     GO TO 1300-EXIT.
043600 1300-DEFAULT.
043700     MOVE WS-RUN-START-DATE TO WS-TO-DATE.
043800     COMPUTE WS-RUN-INT =
043900         FUNCTION INTEGER-OF-DATE (WS-RUN-START-DATE).
044000     COMPUTE WS-FROM-DATE =
044100         FUNCTION DATE-OF-INTEGER (WS-RUN-INT - 6).
044200     GO TO 1300-EXIT.
044300 1300-BAD-PARM.
044400     DISPLAY "PRG21: PARAMETER MUST BE '[YYYYMMDD [YYYYMMDD]]' "
044500         "FROM AND TO DATES - RUN REFUSED".
044600     MOVE 16 TO RETURN-CODE.
044700 1300-EXIT.
044800     EXIT.
044900*****************************************************************
045000* 1500-RELEASE-ACTIVITY.
045100*      LOAD THE ITEMS WORKED IN THE PERIOD FIRST, SO THAT EVERY
045200*      REJECTED ENTRY ON THE TRAIL - OF ANY DATE, AN ITEM CAN BE
045300*      WORKED LONG AFTER IT WAS KEYED - CAN BE MATCHED TO ITS
045400*      ITEM AS THE TRAIL IS READ.  THEN FEED THE SORT WITH THE
045500*      ENTRIES DATED IN THE PERIOD AND, LAST, THE WORKED ITEMS.
045600*      ANY OF THE THREE FILES MAY BE ABSENT - THE RUN COVERS
045700*      WHAT IS THERE AND THE CONSOLE SAYS SO.
045800*****************************************************************
045900 1500-RELEASE-ACTIVITY.
046000     PERFORM 1600-LOAD-WORKED THRU 1600-EXIT.
046100     PERFORM 1700-RELEASE-ARCHIVE THRU 1700-EXIT.
046200     PERFORM 1800-RELEASE-LIVE-LOG THRU 1800-EXIT.
046300     PERFORM 1900-RELEASE-ONE-WORKED THRU 1900-EXIT
046400         VARYING WS-KX-I FROM 1 BY 1
046500         UNTIL WS-KX-I > WS-WK-COUNT.
046600 1500-EXIT.
046700     EXIT.
046800*****************************************************************
046900* 1600-LOAD-WORKED.
047000*****************************************************************
047100 1600-LOAD-WORKED.
047200     OPEN INPUT SUSPENSE-FILE.
047300     IF NOT WS-SUSPENSE-OK
047400         DISPLAY "PRG21: NO SUSPENSE FILE - WRITE-OFFS AND "
047500             "REPAIRS NOT REPORTED"
047600         GO TO 1600-EXIT
047700     END-IF.
047800     PERFORM 1610-LOAD-ONE-ITEM THRU 1610-EXIT
047900         UNTIL WS-SUSPENSE-EOF.
048000     CLOSE SUSPENSE-FILE.
048100 1600-EXIT.
048200     EXIT.
048300*****************************************************************
048400* 1610-LOAD-ONE-ITEM.
048500*      AN ITEM COUNTS WHEN THE WORKBENCH STAMPED WHO WORKED IT
048600*      AND THAT DAY FALLS IN THE PERIOD.  ITEMS STILL OPEN,
048700*      CLOSED BY THE PRG12 SWEEP OR WORKED BEFORE THE STAMP
048800*      EXISTED CARRY NO OPERATOR AND ARE PASSED OVER.
048900*****************************************************************
049000 1610-LOAD-ONE-ITEM.
049100     READ SUSPENSE-FILE
049200         AT END
049300             SET WS-SUSPENSE-EOF TO TRUE
049400             GO TO 1610-EXIT
049500     END-READ.
049600     ADD 1 TO WS-SUSP-READ.
049700     IF SUSP-OPEN
049800         OR SUSP-WORKED-BY = SPACES
049900         OR SUSP-WORKED-BY = LOW-VALUES
050000         OR SUSP-WORKED-DATE NOT NUMERIC
050100         GO TO 1610-EXIT
050200     END-IF.
050300     IF SUSP-WORKED-DATE < WS-FROM-DATE
050400         OR SUSP-WORKED-DATE > WS-TO-DATE
050500         GO TO 1610-EXIT
050600     END-IF.
050700     ADD 1 TO WS-SUSP-WORKED.
050800     MOVE SPACES TO WS-WK-HOLD.
050900     MOVE ZERO TO WS-WH-SUSP-DATE WS-WH-SUSP-TIME.
051000     IF SUSP-DATE NUMERIC
051100         MOVE SUSP-DATE TO WS-WH-SUSP-DATE
051200     END-IF.
051300     IF SUSP-TIME NUMERIC
051400         MOVE SUSP-TIME TO WS-WH-SUSP-TIME
051500     END-IF.
051600     MOVE SUSP-WORKED-BY TO WS-WH-BY.
051700     MOVE SUSP-WORKED-DATE TO WS-WH-DATE.
051800     MOVE SUSP-STATUS TO WS-WH-STATUS.
051900     MOVE SUSP-USERINP TO WS-WH-USERINP.
052000     MOVE "N" TO WS-WH-SOD-SW.
052100     IF WS-WK-COUNT NOT < WS-WK-MAX
052200         ADD 1 TO WS-WK-OVERFLOW
052300         PERFORM 1950-RELEASE-HOLD THRU 1950-EXIT
052400         GO TO 1610-EXIT
052500     END-IF.
052600     MOVE WS-WH-STAMP TO WS-FIND-STAMP.
052700     PERFORM 3500-FIND-STAMP THRU 3500-EXIT.
052800     IF WS-KX-FOUND
052900         MOVE WS-KX-MID TO WS-KX-LO
053000     END-IF.
053100     PERFORM 3600-ADD-WORKED THRU 3600-EXIT.
053200 1610-EXIT.
053300     EXIT.
053400*****************************************************************
053500* 1700-RELEASE-ARCHIVE.
053600*****************************************************************
053700 1700-RELEASE-ARCHIVE.
053800     OPEN INPUT AUDITARC-FILE.
053900     IF NOT WS-AUDITARC-OK
054000         DISPLAY "PRG21: NO ARCHIVE (AUDITARC) - LIVE LOG ONLY"
054100         GO TO 1700-EXIT
054200     END-IF.
054300     PERFORM 1710-RELEASE-ONE-ARC THRU 1710-EXIT
054400         UNTIL WS-AUDITARC-EOF.
054500     CLOSE AUDITARC-FILE.
054600 1700-EXIT.
054700     EXIT.
054800*****************************************************************
054900* 1710-RELEASE-ONE-ARC.
055000*****************************************************************
055100 1710-RELEASE-ONE-ARC.
055200     READ AUDITARC-FILE
055300         AT END
055400             SET WS-AUDITARC-EOF TO TRUE
055500             GO TO 1710-EXIT
055600     END-READ.
055700     ADD 1 TO WS-AUDIT-READ.
055800     MOVE AUDITARC-REC TO AUDIT-REC.
055900     PERFORM 1850-RELEASE-ONE THRU 1850-EXIT.
056000 1710-EXIT.
056100     EXIT.
056200*****************************************************************
056300* 1800-RELEASE-LIVE-LOG.
056400*****************************************************************
056500 1800-RELEASE-LIVE-LOG.
056600     OPEN INPUT AUDITLOG-FILE.
056700     IF NOT WS-AUDITLOG-OK
056800         DISPLAY "PRG21: NO LIVE LOG (AUDITLOG) - ARCHIVE ONLY"
056900         GO TO 1800-EXIT
057000     END-IF.
057100     PERFORM 1810-RELEASE-ONE-LIVE THRU 1810-EXIT
057200         UNTIL WS-AUDITLOG-EOF.
057300     CLOSE AUDITLOG-FILE.
057400 1800-EXIT.
057500     EXIT.
057600*****************************************************************
057700* 1810-RELEASE-ONE-LIVE.
057800*****************************************************************
057900 1810-RELEASE-ONE-LIVE.
058000     READ AUDITLOG-FILE
058100         AT END
058200             SET WS-AUDITLOG-EOF TO TRUE
058300             GO TO 1810-EXIT
058400     END-READ.
058500     ADD 1 TO WS-AUDIT-READ.
058600     PERFORM 1850-RELEASE-ONE THRU 1850-EXIT.
058700 1810-EXIT.
058800     EXIT.
058900*****************************************************************
059000* 1850-RELEASE-ONE.
059100*      THE ENTRY IN AUDIT-REC.  ONE WITH NO NUMERIC DATE OR TIME
059200*      CANNOT BE PLACED AND IS SKIPPED AND COUNTED.  A CONSOLE,
059300*      ONLINE OR BATCH REJECT IS FIRST LOOKED UP AMONG THE ITEMS
059400*      WORKED IN THE PERIOD, WHATEVER ITS OWN DATE; THE ENTRY
059500*      ITSELF IS RELEASED ONLY WHEN IT IS DATED IN THE PERIOD.
059600*      AN ENTRY WRITTEN BEFORE AUDIT-OPER-ID EXISTED READS AS
059700*      A BLANK OPERATOR.
059800*****************************************************************
059900 1850-RELEASE-ONE.
060000     IF AUDIT-DATE OF AUDIT-REC NOT NUMERIC
060100         OR AUDIT-TIME OF AUDIT-REC NOT NUMERIC
060200         ADD 1 TO WS-AUDIT-SKIPPED
060300         GO TO 1850-EXIT
060400     END-IF.
060500     IF AUDIT-OPER-ID OF AUDIT-REC = LOW-VALUES
060600         MOVE SPACES TO AUDIT-OPER-ID OF AUDIT-REC
060700     END-IF.
060800     IF AUDIT-REJECTED OF AUDIT-REC
060900         AND (AUDIT-SRC-CONSOLE OF AUDIT-REC
061000           OR AUDIT-SRC-ONLINE OF AUDIT-REC
061100           OR AUDIT-SRC-BATCH OF AUDIT-REC)
061200         AND AUDIT-OPER-ID OF AUDIT-REC NOT = SPACES
061300         AND WS-WK-COUNT > ZERO
061400         PERFORM 3700-MATCH-REJECT THRU 3700-EXIT
061500     END-IF.
061600     IF AUDIT-DATE OF AUDIT-REC < WS-FROM-DATE
061700         OR AUDIT-DATE OF AUDIT-REC > WS-TO-DATE
061800         GO TO 1850-EXIT
061900     END-IF.
062000     MOVE SPACES TO SORTWK-REC.
062100     MOVE AUDIT-OPER-ID OF AUDIT-REC TO SORTWK-OPER-ID.
062200     MOVE AUDIT-DATE OF AUDIT-REC TO SORTWK-DATE.
062300     MOVE AUDIT-TIME OF AUDIT-REC TO SORTWK-TIME.
062400     SET SORTWK-AUDIT-ENTRY TO TRUE.
062500     MOVE AUDIT-TERM-ID OF AUDIT-REC TO SORTWK-TERM-ID.
062600     MOVE AUDIT-USERINP OF AUDIT-REC TO SORTWK-USERINP.
062700     MOVE AUDIT-OUTCOME OF AUDIT-REC TO SORTWK-OUTCOME.
062800     MOVE AUDIT-SOURCE OF AUDIT-REC TO SORTWK-SOURCE.
062900     MOVE ZERO TO SORTWK-ITEM-DATE SORTWK-ITEM-TIME.
063000     MOVE "N" TO SORTWK-SOD-SW.
063100     RELEASE SORTWK-REC.
063200 1850-EXIT.
063300     EXIT.
063400*****************************************************************
063500* 1900-RELEASE-ONE-WORKED.
063600*****************************************************************
063700 1900-RELEASE-ONE-WORKED.
063800     MOVE WS-WK-ENTRY (WS-KX-I) TO WS-WK-HOLD.
063900     PERFORM 1950-RELEASE-HOLD THRU 1950-EXIT.
064000 1900-EXIT.
064100     EXIT.
064200*****************************************************************
064300* 1950-RELEASE-HOLD.
064400*      RELEASE THE WORKED ITEM IN WS-WK-HOLD UNDER THE OPERATOR
064500*      WHO WORKED IT, DATED THE DAY THEY WORKED IT.
064600*****************************************************************
064700 1950-RELEASE-HOLD.
064800     MOVE SPACES TO SORTWK-REC.
064900     MOVE WS-WH-BY TO SORTWK-OPER-ID.
065000     MOVE WS-WH-DATE TO SORTWK-DATE.
065100     MOVE ZERO TO SORTWK-TIME.
065200     SET SORTWK-WORKED-ITEM TO TRUE.
065300     MOVE WS-WH-USERINP TO SORTWK-USERINP.
065400     MOVE WS-WH-SUSP-DATE TO SORTWK-ITEM-DATE.
065500     MOVE WS-WH-SUSP-TIME TO SORTWK-ITEM-TIME.
065600     MOVE WS-WH-STATUS TO SORTWK-SUSP-STATUS.
065700     MOVE WS-WH-KEYED TO SORTWK-KEYED.
065900     MOVE WS-WH-SOD-SW TO SORTWK-SOD-SW.
066000     RELEASE SORTWK-REC.
066100 1950-EXIT.
066200     EXIT.
066300*****************************************************************
066400* 2000-REPORT-OPERATORS.
066500*      ONE BLOCK PER OPERATOR, IN OPERATOR ORDER - ANY BLANK
066600*      OPERATOR SORTS FIRST.
066700*****************************************************************
066800 2000-REPORT-OPERATORS.
066900     PERFORM 2210-RETURN-SORTED THRU 2210-EXIT.
067000     IF WS-END-OF-SORT
067100         MOVE SPACES TO REPORT-LINE
067200         STRING "NO OPERATOR ACTIVITY IN THE PERIOD"
067300             DELIMITED BY SIZE INTO REPORT-LINE
067400         WRITE REPORT-LINE
067500         GO TO 2000-EXIT
067600     END-IF.
067700     PERFORM 2100-PROCESS-ONE-OPER THRU 2100-EXIT
067800         UNTIL WS-END-OF-SORT.
067900 2000-EXIT.
068000     EXIT.
068100*****************************************************************
068200* 2100-PROCESS-ONE-OPER.
068300*      TALLY EVERYTHING RETURNED FOR ONE OPERATOR, THEN PRINT
068400*      THEIR BLOCK AND CHECK THEIR OPERFILE STATUS.
068500*****************************************************************
068600 2100-PROCESS-ONE-OPER.
068700     MOVE SORTWK-OPER-ID TO WS-CUR-OPER.
068800     PERFORM 2110-CLEAR-ONE-SLOT THRU 2110-EXIT
068900         VARYING WS-SRC-IDX FROM 1 BY 1
069000         UNTIL WS-SRC-IDX > WS-SRC-MAX.
069100     MOVE ZERO TO WS-OP-TOT-ACC WS-OP-TOT-REJ WS-OP-WRITEOFFS
069200         WS-OP-REPAIRS WS-OP-MAINT WS-BLK-COUNT.
069300     PERFORM 2200-TALLY-ONE THRU 2200-EXIT
069400         UNTIL WS-END-OF-SORT
069500            OR SORTWK-OPER-ID NOT = WS-CUR-OPER.
069600     PERFORM 4300-FLUSH-BLANK-RUN THRU 4300-EXIT.
069700     PERFORM 3000-PRINT-OPERATOR THRU 3000-EXIT.
069800 2100-EXIT.
069900     EXIT.
070000*****************************************************************
070100* 2110-CLEAR-ONE-SLOT.
070200*****************************************************************
070300 2110-CLEAR-ONE-SLOT.
070400     MOVE ZERO TO WS-OP-ACC (WS-SRC-IDX)
070500         WS-OP-REJ (WS-SRC-IDX).
070600 2110-EXIT.
070700     EXIT.
070800*****************************************************************
070900* 2200-TALLY-ONE.
071000*      COUNT THE RECORD JUST RETURNED AND RETURN THE NEXT.  AN
071100*      AUDIT ENTRY GOES INTO ITS SOURCE SLOT; AN ACCEPTED "M"
071200*      ENTRY IS ALSO A MAINTENANCE ACTION.  A WORKED ITEM IS A
071300*      WRITE-OFF OR A REPAIR, AND AN EXCEPTION WHEN THE SAME
071400*      OPERATOR KEYED IT.
071500*****************************************************************
071600 2200-TALLY-ONE.
071700     IF SORTWK-WORKED-ITEM
071800         IF SORTWK-WRITTEN-OFF
071900             ADD 1 TO WS-OP-WRITEOFFS
072000         ELSE
072100             ADD 1 TO WS-OP-REPAIRS
072200         END-IF
072300         IF SORTWK-SAME-OPER
072400             PERFORM 4100-EXC-SAME-OPER THRU 4100-EXIT
072500         END-IF
072600         GO TO 2200-NEXT
072700     END-IF.
072800     PERFORM 2500-SET-SOURCE-INDEX THRU 2500-EXIT.
072900     IF SORTWK-OUTCOME = "A"
073000         ADD 1 TO WS-OP-ACC (WS-SRC-IDX)
073100         IF SORTWK-SOURCE = "M"
073200             ADD 1 TO WS-OP-MAINT
073300         END-IF
073400     ELSE
073500         ADD 1 TO WS-OP-REJ (WS-SRC-IDX)
073600     END-IF.
073700     IF WS-CUR-OPER = SPACES
073800         AND (SORTWK-SOURCE = "C" OR SORTWK-SOURCE = "B")
073900         PERFORM 4200-BLANK-ENTRY THRU 4200-EXIT
074000     END-IF.
074100 2200-NEXT.
074200     PERFORM 2210-RETURN-SORTED THRU 2210-EXIT.
074300 2200-EXIT.
074400     EXIT.
074500*****************************************************************
074600* 2210-RETURN-SORTED.
074700*****************************************************************
074800 2210-RETURN-SORTED.
074900     RETURN SORTWK-FILE
075000         AT END
075100             SET WS-END-OF-SORT TO TRUE
075200     END-RETURN.
075300 2210-EXIT.
075400     EXIT.
075500*****************************************************************
075600* 2500-SET-SOURCE-INDEX.
075700*****************************************************************
075800 2500-SET-SOURCE-INDEX.
075900     EVALUATE SORTWK-SOURCE
076000         WHEN "C"
076100             MOVE 1 TO WS-SRC-IDX
076200         WHEN "O"
076300             MOVE 2 TO WS-SRC-IDX
076400         WHEN "B"
076500             MOVE 3 TO WS-SRC-IDX
076600         WHEN "M"
076700             MOVE 4 TO WS-SRC-IDX
076800         WHEN "W"
076900             MOVE 5 TO WS-SRC-IDX
077000         WHEN "S"
077100             MOVE 6 TO WS-SRC-IDX
077200         WHEN "J"
077300             MOVE 7 TO WS-SRC-IDX
077400         WHEN OTHER
077500             MOVE 8 TO WS-SRC-IDX
077600     END-EVALUATE.
077700 2500-EXIT.
077800     EXIT.
077900*****************************************************************
078000* 3000-PRINT-OPERATOR.
078100*      THE OPERATOR'S BLOCK - WHO THEY ARE, ONE LINE PER SOURCE
078200*      THEY HAD ENTRIES UNDER, THEIR OVERALL REJECT RATE AND WHAT
078300*      THEY WORKED - THEN ADD THEM INTO THE GRAND TOTALS.
078400*****************************************************************
078500 3000-PRINT-OPERATOR.
078600     ADD 1 TO WS-OPERS-REPORTED.
078700     PERFORM 3050-CHECK-OPERFILE THRU 3050-EXIT.
078800     MOVE SPACES TO REPORT-LINE.
078900     IF WS-CUR-OPER = SPACES
079000         STRING "OPERATOR (BLANK)   " WS-CUR-NAME " "
079100             WS-CUR-STATUS
079200             DELIMITED BY SIZE INTO REPORT-LINE
079300     ELSE
079400         STRING "OPERATOR " WS-CUR-OPER "  " WS-CUR-NAME " "
079500             WS-CUR-STATUS
079600             DELIMITED BY SIZE INTO REPORT-LINE
079700     END-IF.
079800     WRITE REPORT-LINE.
079900     PERFORM 3100-PRINT-ONE-SRC THRU 3100-EXIT
080000         VARYING WS-SRC-IDX FROM 1 BY 1
080100         UNTIL WS-SRC-IDX > WS-SRC-MAX.
080200     COMPUTE WS-WORK-TOTAL = WS-OP-TOT-ACC + WS-OP-TOT-REJ.
080300     MOVE ZERO TO WS-WORK-PCT.
080400     IF WS-WORK-TOTAL > ZERO
080500         COMPUTE WS-WORK-PCT ROUNDED =
080600             WS-OP-TOT-REJ * 100 / WS-WORK-TOTAL
080700     END-IF.
080800     MOVE WS-WORK-TOTAL TO WS-PRINT-TOTAL.
080900     MOVE WS-OP-TOT-REJ TO WS-PRINT-REJ.
081000     MOVE WS-WORK-PCT TO WS-PRINT-PCT.
081100     MOVE SPACES TO REPORT-LINE.
081200     STRING "   ALL       TOTAL " WS-PRINT-TOTAL
081300         " REJ " WS-PRINT-REJ " PCT " WS-PRINT-PCT
081400         DELIMITED BY SIZE INTO REPORT-LINE.
081500     WRITE REPORT-LINE.
081600     MOVE WS-OP-WRITEOFFS TO WS-PRINT-COUNT.
081700     MOVE WS-OP-REPAIRS TO WS-PRINT-COUNT2.
081800     MOVE WS-OP-MAINT TO WS-PRINT-COUNT3.
081900     MOVE SPACES TO REPORT-LINE.
082000     STRING "   WRITE-OFFS " WS-PRINT-COUNT
082100         "   REPAIRS " WS-PRINT-COUNT2
082200         "   MAINT ACTIONS " WS-PRINT-COUNT3
082300         DELIMITED BY SIZE INTO REPORT-LINE.
082400     WRITE REPORT-LINE.
082500     MOVE SPACES TO REPORT-LINE.
082600     WRITE REPORT-LINE.
082700     ADD WS-OP-TOT-ACC TO WS-GRAND-ACC.
082800     ADD WS-OP-TOT-REJ TO WS-GRAND-REJ.
082900     ADD WS-OP-WRITEOFFS TO WS-GRAND-WRITEOFFS.
083000     ADD WS-OP-REPAIRS TO WS-GRAND-REPAIRS.
083100     ADD WS-OP-MAINT TO WS-GRAND-MAINT.
083200 3000-EXIT.
083300     EXIT.
083400*****************************************************************
083500* 3050-CHECK-OPERFILE.
083600*      LOOK THE OPERATOR UP ON OPERFILE FOR THEIR NAME AND
083700*      STATUS.  ACTIVITY UNDER AN ID NOW INACTIVE, OR ONE NOT ON
083800*      OPERFILE AT ALL, IS AN EXCEPTION.  A BLANK ID IS ALREADY
083900*      REPORTED ENTRY BY ENTRY AND IS NOT LOOKED UP.
084000*****************************************************************
084100 3050-CHECK-OPERFILE.
084200     MOVE SPACES TO WS-CUR-NAME WS-CUR-STATUS.
084300     IF WS-CUR-OPER = SPACES
084400         GO TO 3050-EXIT
084500     END-IF.
084600     IF NOT WS-OPERFILE-OPEN
084700         MOVE "NOT CHECKED" TO WS-CUR-STATUS
084800         GO TO 3050-EXIT
084900     END-IF.
085000     MOVE WS-CUR-OPER TO OPER-ID.
085100     READ OPERFILE-FILE
085200         INVALID KEY
085300             MOVE "NOT ON OPERFILE" TO WS-CUR-STATUS
085400             ADD 1 TO WS-EXC-UNKNOWN
085500             MOVE "UNKNOWN OP" TO WS-EXC-TYPE
085600             PERFORM 4000-EXC-OPERATOR THRU 4000-EXIT
085700             GO TO 3050-EXIT
085800     END-READ.
085900     MOVE OPER-NAME TO WS-CUR-NAME.
086000     IF OPER-INACTIVE
086100         MOVE "INACTIVE" TO WS-CUR-STATUS
086200         ADD 1 TO WS-EXC-INACTIVE
086300         MOVE "INACTIVE OP" TO WS-EXC-TYPE
086400         PERFORM 4000-EXC-OPERATOR THRU 4000-EXIT
086500     ELSE
086600         MOVE "ACTIVE" TO WS-CUR-STATUS
086700     END-IF.
086800 3050-EXIT.
086900     EXIT.
087000*****************************************************************
087100* 3100-PRINT-ONE-SRC.
087200*****************************************************************
087300 3100-PRINT-ONE-SRC.
087400     COMPUTE WS-WORK-TOTAL = WS-OP-ACC (WS-SRC-IDX)
087500         + WS-OP-REJ (WS-SRC-IDX).
087600     IF WS-WORK-TOTAL = ZERO
087700         GO TO 3100-EXIT
087800     END-IF.
087900     ADD WS-OP-ACC (WS-SRC-IDX) TO WS-OP-TOT-ACC.
088000     ADD WS-OP-REJ (WS-SRC-IDX) TO WS-OP-TOT-REJ.
088100     COMPUTE WS-WORK-PCT ROUNDED =
088200         WS-OP-REJ (WS-SRC-IDX) * 100 / WS-WORK-TOTAL.
088300     MOVE WS-WORK-TOTAL TO WS-PRINT-TOTAL.
088400     MOVE WS-OP-REJ (WS-SRC-IDX) TO WS-PRINT-REJ.
088500     MOVE WS-WORK-PCT TO WS-PRINT-PCT.
088600     MOVE SPACES TO REPORT-LINE.
088700     STRING "   " WS-SRC-LABEL (WS-SRC-IDX)
088800         " TOTAL " WS-PRINT-TOTAL " REJ " WS-PRINT-REJ
088900         " PCT " WS-PRINT-PCT
089000         DELIMITED BY SIZE INTO REPORT-LINE.
089100     WRITE REPORT-LINE.
089200 3100-EXIT.
089300     EXIT.
089400*****************************************************************
089500* 3500-FIND-STAMP.
089600*      BINARY SEARCH OF THE WORKED-ITEM TABLE FOR WS-FIND-STAMP.
089700*      FOUND LEAVES WS-KX-MID ON ONE OF THE ITEMS WITH THAT
089800*      STAMP; NOT FOUND LEAVES WS-KX-LO AT THE SLOT IT WOULD GO
089900*      IN.
090000*****************************************************************
090100 3500-FIND-STAMP.
090200     MOVE "N" TO WS-KX-FOUND-SW.
090300     MOVE 1 TO WS-KX-LO.
090400     MOVE WS-WK-COUNT TO WS-KX-HI.
090500     PERFORM 3510-PROBE-ONE THRU 3510-EXIT
090600         UNTIL WS-KX-LO > WS-KX-HI OR WS-KX-FOUND.
090700 3500-EXIT.
090800     EXIT.
090900*****************************************************************
091000* 3510-PROBE-ONE.
091100*****************************************************************
091200 3510-PROBE-ONE.
091300     COMPUTE WS-KX-MID = (WS-KX-LO + WS-KX-HI) / 2.
091400     EVALUATE TRUE
091500         WHEN WS-WK-STAMP (WS-KX-MID) = WS-FIND-STAMP
091600             SET WS-KX-FOUND TO TRUE
091700         WHEN WS-WK-STAMP (WS-KX-MID) < WS-FIND-STAMP
091800             COMPUTE WS-KX-LO = WS-KX-MID + 1
091900         WHEN OTHER
092000             COMPUTE WS-KX-HI = WS-KX-MID - 1
092100     END-EVALUATE.
092200 3510-EXIT.
092300     EXIT.
092400*****************************************************************
092500* 3600-ADD-WORKED.
092600*      PUT WS-WK-HOLD INTO THE TABLE AT SLOT WS-KX-LO, MOVING
092700*      THE ENTRIES FROM THERE UP ONE TO KEEP IT IN STAMP ORDER.
092800*****************************************************************
092900 3600-ADD-WORKED.
093000     ADD 1 TO WS-WK-COUNT.
093100     PERFORM 3610-SHIFT-ONE-UP THRU 3610-EXIT
093200         VARYING WS-KX-I FROM WS-WK-COUNT BY -1
093300         UNTIL WS-KX-I NOT > WS-KX-LO.
093400     MOVE WS-WK-HOLD TO WS-WK-ENTRY (WS-KX-LO).
093500 3600-EXIT.
093600     EXIT.
093700*****************************************************************
093800* 3610-SHIFT-ONE-UP.
093900*****************************************************************
094000 3610-SHIFT-ONE-UP.
094100     MOVE WS-WK-ENTRY (WS-KX-I - 1) TO WS-WK-ENTRY (WS-KX-I).
094200 3610-EXIT.
094300     EXIT.
094400*****************************************************************
094500* 3700-MATCH-REJECT.
094600*      FIND THE WORKED ITEMS STAMPED WITH THIS REJECT'S DATE AND
094700*      TIME - BACK UP TO THE FIRST OF THEM, THEN LOOK AT EACH IN
094800*      TURN.  ONE WORKED BY THE OPERATOR WHO KEYED THE REJECT
094900*      IS MARKED, WITH THE CODE AS THEY FIRST KEYED IT (A REPAIR
095000*      HAS SINCE OVERWRITTEN SUSP-USERINP).
095100*****************************************************************
095200 3700-MATCH-REJECT.
095300     MOVE AUDIT-DATE OF AUDIT-REC TO WS-FIND-DATE.
095400     MOVE AUDIT-TIME OF AUDIT-REC TO WS-FIND-TIME.
095500     PERFORM 3500-FIND-STAMP THRU 3500-EXIT.
095600     IF NOT WS-KX-FOUND
095700         GO TO 3700-EXIT
095800     END-IF.
095900     MOVE WS-KX-MID TO WS-KX-I.
096000     MOVE "N" TO WS-SCAN-SW.
096100     PERFORM 3710-BACK-UP-ONE THRU 3710-EXIT
096200         UNTIL WS-KX-I = 1 OR WS-SCAN-DONE.
096300     MOVE "N" TO WS-SCAN-SW.
096400     PERFORM 3720-CHECK-ONE THRU 3720-EXIT
096500         VARYING WS-KX-I FROM WS-KX-I BY 1
096600         UNTIL WS-KX-I > WS-WK-COUNT OR WS-SCAN-DONE.
096700 3700-EXIT.
096800     EXIT.
096900*****************************************************************
097000* 3710-BACK-UP-ONE.
097100*****************************************************************
097200 3710-BACK-UP-ONE.
097300     IF WS-WK-STAMP (WS-KX-I - 1) NOT = WS-FIND-STAMP
097400         SET WS-SCAN-DONE TO TRUE
097500         GO TO 3710-EXIT
097600     END-IF.
097700     SUBTRACT 1 FROM WS-KX-I.
097800 3710-EXIT.
097900     EXIT.
098000*****************************************************************
098100* 3720-CHECK-ONE.
098200*****************************************************************
098300 3720-CHECK-ONE.
098400     IF WS-WK-STAMP (WS-KX-I) NOT = WS-FIND-STAMP
098500         SET WS-SCAN-DONE TO TRUE
098600         GO TO 3720-EXIT
098700     END-IF.
098800     IF WS-WK-BY (WS-KX-I) = AUDIT-OPER-ID OF AUDIT-REC
098900         MOVE "Y" TO WS-WK-SOD-SW (WS-KX-I)
099000         MOVE AUDIT-USERINP OF AUDIT-REC TO WS-WK-KEYED (WS-KX-I)
099300     END-IF.
099400 3720-EXIT.
099500     EXIT.
099600*****************************************************************
099700* 4000-EXC-OPERATOR.
099800*      AN INACTIVE OR UNKNOWN OPERATOR ID WITH ACTIVITY IN THE
099900*      PERIOD - ONE LINE WITH WHAT WAS DONE UNDER IT.  THE TYPE
100000*      IS ALREADY SET BY THE CALLER.
100100*****************************************************************
100200 4000-EXC-OPERATOR.
100300     COMPUTE WS-WORK-TOTAL = WS-OP-WRITEOFFS + WS-OP-REPAIRS.
100400     MOVE WS-WORK-TOTAL TO WS-PRINT-COUNT2.
100500     MOVE ZERO TO WS-WORK-TOTAL.
100600     PERFORM 4010-ADD-ONE-SLOT THRU 4010-EXIT
100700         VARYING WS-SRC-IDX FROM 1 BY 1
100800         UNTIL WS-SRC-IDX > WS-SRC-MAX.
100900     MOVE WS-WORK-TOTAL TO WS-PRINT-COUNT.
101000     MOVE WS-CUR-OPER TO WS-EXC-OPER.
101100     MOVE SPACES TO WS-EXC-DATE.
101200     MOVE SPACES TO WS-EXC-TIME WS-EXC-TEXT.
101300     STRING WS-PRINT-COUNT " ENTRIES " WS-PRINT-COUNT2
101400         " ITEMS WORKED"
101500         DELIMITED BY SIZE INTO WS-EXC-TEXT.
101600     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
101700 4000-EXIT.
101800     EXIT.
101900*****************************************************************
102000* 4010-ADD-ONE-SLOT.
102100*****************************************************************
102200 4010-ADD-ONE-SLOT.
102300     ADD WS-OP-ACC (WS-SRC-IDX) WS-OP-REJ (WS-SRC-IDX)
102400         TO WS-WORK-TOTAL.
102500 4010-EXIT.
102600     EXIT.
102700*****************************************************************
102800* 4100-EXC-SAME-OPER.
102900*      AN ITEM WRITTEN OFF OR REPAIRED BY THE OPERATOR WHO KEYED
103000*      THE REJECT - DATED THE DAY IT WAS WORKED, WITH THE ITEM'S
103100*      STAMP AND THE CODE AS FIRST KEYED.
103200*****************************************************************
103300 4100-EXC-SAME-OPER.
103400     ADD 1 TO WS-EXC-SAME-OPER.
103500     MOVE "SAME OPER" TO WS-EXC-TYPE.
103600     MOVE WS-CUR-OPER TO WS-EXC-OPER.
103700     MOVE SORTWK-DATE TO WS-EXC-DATE.
103800     MOVE SPACES TO WS-EXC-TIME WS-EXC-TEXT.
103900     IF SORTWK-WRITTEN-OFF
104000         STRING "WROTE OFF " SORTWK-KEYED " KEYED "
104100             SORTWK-ITEM-DATE
104200             DELIMITED BY SIZE INTO WS-EXC-TEXT
104300     ELSE
104400         STRING "REPAIRED  " SORTWK-KEYED " KEYED "
104500             SORTWK-ITEM-DATE
104600             DELIMITED BY SIZE INTO WS-EXC-TEXT
104700     END-IF.
104800     MOVE SORTWK-ITEM-TIME TO WS-EXC-TIME.
104900     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
105000 4100-EXIT.
105100     EXIT.
105200*****************************************************************
105300* 4200-BLANK-ENTRY.
105400*      A CONSOLE OR BATCH ENTRY WITH NO OPERATOR ID.  ENTRIES
105500*      FROM THE SAME SOURCE AND TERMINAL ON THE SAME DAY ARE
105600*      GATHERED INTO ONE EXCEPTION LINE, SO A WHOLE BATCH RUN
105700*      KEYED UNDER NO ONE SHOWS ONCE, NOT ONCE PER RECORD.
105800*****************************************************************
105900 4200-BLANK-ENTRY.
106000     IF WS-BLK-COUNT > ZERO
106100         AND SORTWK-DATE = WS-BLK-DATE
106200         AND SORTWK-SOURCE = WS-BLK-SOURCE
106300         AND SORTWK-TERM-ID = WS-BLK-TERM
106400         ADD 1 TO WS-BLK-COUNT
106500         MOVE SORTWK-TIME TO WS-BLK-LAST
106600         GO TO 4200-EXIT
106700     END-IF.
106800     PERFORM 4300-FLUSH-BLANK-RUN THRU 4300-EXIT.
106900     MOVE SORTWK-DATE TO WS-BLK-DATE.
107000     MOVE SORTWK-SOURCE TO WS-BLK-SOURCE.
107100     MOVE SORTWK-TERM-ID TO WS-BLK-TERM.
107200     MOVE 1 TO WS-BLK-COUNT.
107300     MOVE SORTWK-TIME TO WS-BLK-FIRST WS-BLK-LAST.
107400 4200-EXIT.
107500     EXIT.
107600*****************************************************************
107700* 4300-FLUSH-BLANK-RUN.
107800*****************************************************************
107900 4300-FLUSH-BLANK-RUN.
108000     IF WS-BLK-COUNT = ZERO
108100         GO TO 4300-EXIT
108200     END-IF.
108300     ADD 1 TO WS-EXC-BLANK.
108400     ADD WS-BLK-COUNT TO WS-EXC-BLANK-ENTRIES.
108500     MOVE "BLANK OPER" TO WS-EXC-TYPE.
108600     MOVE "(BLANK)" TO WS-EXC-OPER.
108700     MOVE WS-BLK-DATE TO WS-EXC-DATE.
108800     MOVE WS-BLK-FIRST TO WS-EXC-TIME.
108900     MOVE WS-BLK-COUNT TO WS-PRINT-COUNT.
109000     MOVE SPACES TO WS-EXC-TEXT.
109100     IF WS-BLK-SOURCE = "C"
109200         STRING "CONSOLE " WS-BLK-TERM WS-PRINT-COUNT
109300             " TO " WS-BLK-LAST
109400             DELIMITED BY SIZE INTO WS-EXC-TEXT
109500     ELSE
109600         STRING "BATCH   " WS-BLK-TERM WS-PRINT-COUNT
109700             " TO " WS-BLK-LAST
109800             DELIMITED BY SIZE INTO WS-EXC-TEXT
109900     END-IF.
110000     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
110100     MOVE ZERO TO WS-BLK-COUNT.
110200 4300-EXIT.
110300     EXIT.
110400*****************************************************************
110500* 4900-WRITE-EXCEPTION.
110600*      HOLD THE EXCEPTION LINE ON THE WORK FILE UNTIL THE
110700*      OPERATOR BLOCKS ARE ALL PRINTED.
110800*****************************************************************
110900 4900-WRITE-EXCEPTION.
111000     MOVE WS-EXC-DETAIL TO EXCWK-LINE.
111100     WRITE EXCWK-LINE.
111200 4900-EXIT.
111300     EXIT.
111400*****************************************************************
111500* 8000-TERMINATE.
111600*      GRAND TOTALS, THEN THE EXCEPTIONS SECTION COPIED IN FROM
111700*      THE WORK FILE, THEN CLOSE DOWN AND DISPLAY THE COUNTS.
111800*      EXCEPTIONS ARE THE REPORT'S BUSINESS AND DO NOT RAISE THE
111900*      RETURN CODE; AN UNDATED AUDIT ENTRY, AN OPERFILE THAT
112000*      COULD NOT BE READ OR WORKED ITEMS TOO MANY TO CHECK END
112100*      WITH A WARNING, SINCE THE REPORT MAY BE SHORT.
112200*****************************************************************
112300 8000-TERMINATE.
112400     MOVE SPACES TO REPORT-LINE.
112500     STRING "TOTALS FOR THE PERIOD"
112600         DELIMITED BY SIZE INTO REPORT-LINE.
112700     WRITE REPORT-LINE.
112800     MOVE WS-OPERS-REPORTED TO WS-PRINT-COUNT.
112900     MOVE SPACES TO REPORT-LINE.
113000     STRING "   OPERATORS " WS-PRINT-COUNT
113100         DELIMITED BY SIZE INTO REPORT-LINE.
113200     WRITE REPORT-LINE.
113300     COMPUTE WS-WORK-TOTAL = WS-GRAND-ACC + WS-GRAND-REJ.
113400     MOVE ZERO TO WS-WORK-PCT.
113500     IF WS-WORK-TOTAL > ZERO
113600         COMPUTE WS-WORK-PCT ROUNDED =
113700             WS-GRAND-REJ * 100 / WS-WORK-TOTAL
113800     END-IF.
113900     MOVE WS-WORK-TOTAL TO WS-PRINT-TOTAL.
114000     MOVE WS-GRAND-REJ TO WS-PRINT-REJ.
114100     MOVE WS-WORK-PCT TO WS-PRINT-PCT.
114200     MOVE SPACES TO REPORT-LINE.
114300     STRING "   ALL       TOTAL " WS-PRINT-TOTAL
114400         " REJ " WS-PRINT-REJ " PCT " WS-PRINT-PCT
114500         DELIMITED BY SIZE INTO REPORT-LINE.
114600     WRITE REPORT-LINE.
114700     MOVE WS-GRAND-WRITEOFFS TO WS-PRINT-COUNT.
114800     MOVE WS-GRAND-REPAIRS TO WS-PRINT-COUNT2.
114900     MOVE WS-GRAND-MAINT TO WS-PRINT-COUNT3.
115000     MOVE SPACES TO REPORT-LINE.
115100     STRING "   WRITE-OFFS " WS-PRINT-COUNT
115200         "   REPAIRS " WS-PRINT-COUNT2
115300         "   MAINT ACTIONS " WS-PRINT-COUNT3
115400         DELIMITED BY SIZE INTO REPORT-LINE.
115500     WRITE REPORT-LINE.
115600     MOVE SPACES TO REPORT-LINE.
115700     WRITE REPORT-LINE.
115800     CLOSE EXCWK-FILE.
115900     PERFORM 8100-PRINT-EXCEPTIONS THRU 8100-EXIT.
116000     CLOSE REPORT-FILE.
116100     IF WS-OPERFILE-OPEN
116200         CLOSE OPERFILE-FILE
116300     END-IF.
116400     DISPLAY "PRG21: AUDIT ENTRIES READ    = " WS-AUDIT-READ.
116500     DISPLAY "PRG21: AUDIT ENTRIES UNDATED = " WS-AUDIT-SKIPPED.
116600     DISPLAY "PRG21: SUSPENSE ITEMS READ   = " WS-SUSP-READ.
116700     DISPLAY "PRG21: ITEMS WORKED IN PERIOD= " WS-SUSP-WORKED.
116800     DISPLAY "PRG21: OPERATORS REPORTED    = " WS-OPERS-REPORTED.
116900     DISPLAY "PRG21: SAME OPERATOR ITEMS   = " WS-EXC-SAME-OPER.
117000     DISPLAY "PRG21: INACTIVE OPERATORS    = " WS-EXC-INACTIVE.
117100     DISPLAY "PRG21: UNKNOWN OPERATORS     = " WS-EXC-UNKNOWN.
117200     DISPLAY "PRG21: BLANK OPERATOR ENTRIES= "
117300         WS-EXC-BLANK-ENTRIES.
117400     IF RETURN-CODE NOT = ZERO
117500         GO TO 8000-EXIT
117600     END-IF.
117700     IF WS-AUDIT-SKIPPED > ZERO
117800         DISPLAY "PRG21: *** UNDATED AUDIT ENTRIES SKIPPED - "
117900             "ACTIVITY MAY BE UNDERSTATED ***"
118000         MOVE 8 TO RETURN-CODE
118100     END-IF.
118200     IF NOT WS-OPERFILE-OPEN
118300         DISPLAY "PRG21: *** OPERFILE NOT READ - INACTIVE "
118400             "OPERATORS NOT FLAGGED ***"
118500         MOVE 8 TO RETURN-CODE
118600     END-IF.
118700     IF WS-WK-OVERFLOW > ZERO
118800         DISPLAY "PRG21: *** " WS-WK-OVERFLOW " WORKED ITEMS "
118900             "NOT CHECKED FOR SAME OPERATOR - TABLE FULL ***"
119000         MOVE 8 TO RETURN-CODE
119100     END-IF.
119200 8000-EXIT.
119300     EXIT.
119400*****************************************************************
119500* 8100-PRINT-EXCEPTIONS.
119600*****************************************************************
119700 8100-PRINT-EXCEPTIONS.
119800     MOVE SPACES TO REPORT-LINE.
119900     STRING "EXCEPTIONS"
120000         DELIMITED BY SIZE INTO REPORT-LINE.
120100     WRITE REPORT-LINE.
120200     MOVE SPACES TO REPORT-LINE.
120300     STRING "TYPE        OPERATOR DATE     TIME     DETAIL"
120400         DELIMITED BY SIZE INTO REPORT-LINE.
120500     WRITE REPORT-LINE.
120600     OPEN INPUT EXCWK-FILE.
120700     IF WS-EXCWK-OK
120800         PERFORM 8110-COPY-ONE THRU 8110-EXIT
120900             UNTIL WS-EXCWK-EOF
121000         CLOSE EXCWK-FILE
121100     END-IF.
121200     IF WS-EXC-COPIED = ZERO
121300         MOVE SPACES TO REPORT-LINE
121400         STRING "NONE"
121500             DELIMITED BY SIZE INTO REPORT-LINE
121600         WRITE REPORT-LINE
121700     END-IF.
121800     MOVE SPACES TO REPORT-LINE.
121900     WRITE REPORT-LINE.
122000     MOVE WS-EXC-SAME-OPER TO WS-PRINT-COUNT.
122100     MOVE SPACES TO REPORT-LINE.
122200     STRING "   SAME OPERATOR KEYED AND WORKED   " WS-PRINT-COUNT
122300         DELIMITED BY SIZE INTO REPORT-LINE.
122400     WRITE REPORT-LINE.
122500     MOVE WS-EXC-INACTIVE TO WS-PRINT-COUNT.
122600     MOVE SPACES TO REPORT-LINE.
122700     STRING "   INACTIVE OPERATOR IDS            " WS-PRINT-COUNT
122800         DELIMITED BY SIZE INTO REPORT-LINE.
122900     WRITE REPORT-LINE.
123000     MOVE WS-EXC-UNKNOWN TO WS-PRINT-COUNT.
123100     MOVE SPACES TO REPORT-LINE.
123200     STRING "   OPERATOR IDS NOT ON OPERFILE     " WS-PRINT-COUNT
123300         DELIMITED BY SIZE INTO REPORT-LINE.
123400     WRITE REPORT-LINE.
123500     MOVE WS-EXC-BLANK-ENTRIES TO WS-PRINT-COUNT.
123600     MOVE SPACES TO REPORT-LINE.
123700     STRING "   CONSOLE/BATCH ENTRIES, NO OPER   " WS-PRINT-COUNT
123800         DELIMITED BY SIZE INTO REPORT-LINE.
123900     WRITE REPORT-LINE.
124000 8100-EXIT.
124100     EXIT.
124200*****************************************************************
124300* 8110-COPY-ONE.
124400*****************************************************************
124500 8110-COPY-ONE.
124600     READ EXCWK-FILE
124700         AT END
124800             SET WS-EXCWK-EOF TO TRUE
124900             GO TO 8110-EXIT
125000     END-READ.
125100     ADD 1 TO WS-EXC-COPIED.
125200     MOVE EXCWK-LINE TO REPORT-LINE.
125300     WRITE REPORT-LINE.
125400 8110-EXIT.
125500     EXIT.
125600*****************************************************************
125700* 9000-WRITE-RUN-HISTORY.
125800*      RECORD THIS RUN ON THE SHARED RUN-HISTORY KSDS FOR THE
125900*      PRG2RUN STATUS SCREEN.  A HISTORY THAT CANNOT BE
126000*      WRITTEN WARNS BUT NEVER FAILS THE RUN ITSELF.
126100*****************************************************************
126200 9000-WRITE-RUN-HISTORY.
126300     OPEN I-O RUNHIST-FILE.
126400     IF WS-RUNHIST-NOTFND
126500         OPEN OUTPUT RUNHIST-FILE
126600     END-IF.
126700     IF NOT WS-RUNHIST-OK
126800         DISPLAY "PRG21: UNABLE TO RECORD RUN HISTORY - STATUS "
126900             WS-RUNHIST-STATUS
127000         GO TO 9000-EXIT
127100     END-IF.
127200     MOVE SPACES TO RUNH-REC.
127300     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
127400     ACCEPT RUNH-END-TIME FROM TIME.
127500     MOVE "PRG21" TO RUNH-JOB-NAME.
127600     MOVE WS-GATE-RESULT TO RUNH-GATE-STATUS.
127700     MOVE WS-GATE-PRED TO RUNH-GATE-PRED.
127800     MOVE WS-RUN-START-DATE TO RUNH-START-DATE.
127900     MOVE WS-RUN-START-TIME TO RUNH-START-TIME.
128000     COMPUTE RUNH-RECS-IN = WS-AUDIT-READ + WS-SUSP-READ.
128100     MOVE ZERO TO RUNH-RECS-OUT.
128200     MOVE WS-GRAND-ACC TO RUNH-RECS-ACCEPTED.
128300     MOVE WS-GRAND-REJ TO RUNH-RECS-REJECTED.
128400     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
128500     WRITE RUNH-REC
128600         INVALID KEY
128700             DISPLAY "PRG21: UNABLE TO RECORD RUN HISTORY - "
128800                 "DUPLICATE KEY"
128900     END-WRITE.
129000     CLOSE RUNHIST-FILE.
129100 9000-EXIT.
129200     EXIT.
