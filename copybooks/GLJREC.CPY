000100*****************************************************************
000200* GLJREC.CPY
000300*
000400* GENERAL LEDGER JOURNAL RECORD - THE FIXED-FORMAT FILE
000500* (GLJOURNL) THE PRG17 END-OF-DAY JOB CUTS FOR THE LEDGER
000600* SYSTEM TO LOAD.  ONE HEADER, ONE DETAIL PER TRANSACTION CODE
000700* POSTED SINCE THE LAST PROVEN RUN, ONE TRAILER:
000800*   H  JOURNAL DATE, THE POSTING DATE THE PRIOR JOURNAL RAN
000900*      THROUGH (ZERO WHEN THE CONTROL WAS RE-ESTABLISHED) AND
001000*      WHEN THE FILE WAS CREATED.
001100*   D  NET AMOUNT POSTED UNDER ONE CODE, UNSIGNED, WITH "D"
001200*      WHEN IT RAISED CUSTOMER BALANCES AND "C" WHEN IT
001300*      LOWERED THEM, AND THE NUMBER OF LEDGER POSTINGS SUMMED.
001400*   T  DETAIL COUNT, POSTING COUNT AND THE DEBIT AND CREDIT
001500*      TOTALS FOR THE LEDGER SYSTEM'S OWN LOAD CONTROL.
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15  JKL  INITIAL VERSION - DAILY GL JOURNAL BY
001900*                    TRANSACTION CODE.
002000*****************************************************************
002100 01  GLJ-REC                      PIC X(80).
002200 01  GLJ-TYPE-VIEW REDEFINES GLJ-REC.
002300     05  GLJ-REC-TYPE                 PIC X(01).
002400         88  GLJ-HEADER                       VALUE "H".
002500         88  GLJ-DETAIL                       VALUE "D".
002600         88  GLJ-TRAILER                      VALUE "T".
002700     05  FILLER                       PIC X(79).
002800 01  GLJ-HEADER-REC REDEFINES GLJ-REC.
002900     05  FILLER                       PIC X(01).
003000     05  GLJ-HDR-JOURNAL-DATE         PIC 9(08).
003100     05  GLJ-HDR-PRIOR-THRU-DATE      PIC 9(08).
003200     05  GLJ-HDR-SOURCE               PIC X(08).
003300     05  GLJ-HDR-CREATE-DATE          PIC 9(08).
003400     05  GLJ-HDR-CREATE-TIME          PIC 9(08).
003500     05  FILLER                       PIC X(39).
003600 01  GLJ-DETAIL-REC REDEFINES GLJ-REC.
003700     05  FILLER                       PIC X(01).
003800     05  GLJ-DTL-JOURNAL-DATE         PIC 9(08).
003900     05  GLJ-DTL-TRAN-CODE            PIC X(02).
004000     05  GLJ-DTL-TRAN-DESC            PIC X(20).
004100     05  GLJ-DTL-DR-CR                PIC X(01).
004200         88  GLJ-DTL-DEBIT                    VALUE "D".
004300         88  GLJ-DTL-CREDIT                   VALUE "C".
004400     05  GLJ-DTL-AMOUNT               PIC 9(13)V99.
004500     05  GLJ-DTL-POST-COUNT           PIC 9(09).
004600     05  FILLER                       PIC X(24).
004700 01  GLJ-TRAILER-REC REDEFINES GLJ-REC.
004800     05  FILLER                       PIC X(01).
004900     05  GLJ-TRL-JOURNAL-DATE         PIC 9(08).
005000     05  GLJ-TRL-DETAIL-COUNT         PIC 9(09).
005100     05  GLJ-TRL-POST-COUNT           PIC 9(09).
005200     05  GLJ-TRL-DEBIT-TOTAL          PIC 9(13)V99.
005300     05  GLJ-TRL-CREDIT-TOTAL         PIC 9(13)V99.
005400     05  FILLER                       PIC X(23).
