000100*****************************************************************
000200* GLCREC.CPY
000300*
000400* MASTER BALANCE CONTROL RECORD - THE ONE RECORD ON GLCTL,
000500* REWRITTEN BY THE PRG17 END-OF-DAY JOB EACH TIME IT PROVES
000600* THE SUM OF EVERY CUSTMAS-BALANCE.  IT CARRIES WHERE THE
000700* PROOF STOOD AFTER THE LAST GOOD RUN:
000800*   GLC-THRU-DATE         LAST POSTING DATE THE CLOSING TOTAL
000900*                         INCLUDES (THE JOURNAL DATE).
001000*   GLC-PRIOR-THRU-DATE   THE THRU DATE BEFORE THAT RUN, SO A
001100*                         RERUN OF THE SAME DATE SELECTS THE
001200*                         SAME POSTINGS.  ZERO WHEN THE CONTROL
001300*                         WAS RE-ESTABLISHED BY THE OPERATOR,
001400*                         IN WHICH CASE ONLY POSTINGS DATED ON
001500*                         THE THRU DATE BELONG TO IT.
001600*   GLC-OPENING-TOTAL     MASTER TOTAL BEFORE THOSE POSTINGS.
001700*   GLC-POSTINGS-TOTAL    NET OF THE POSTINGS JOURNALED.
001800*   GLC-CLOSING-TOTAL     MASTER TOTAL PROVEN AFTER THEM.
001900*   GLC-CUST-COUNT        CUSTOMERS ON THE MASTER AT THE TIME.
002000*   GLC-RESET-SW          "Y" WHEN THE OPERATOR RE-ESTABLISHED
002100*                         THE CONTROL WITHOUT A PROOF.
002200*
002300* MODIFICATION HISTORY
002400*   2026-10-15  JKL  INITIAL VERSION - MASTER BALANCE CONTROL
002500*                    FOR THE DAILY GL PROOF.
002600*****************************************************************
002700 01  GLC-REC.
002800     05  GLC-THRU-DATE                PIC 9(08).
002900     05  GLC-PRIOR-THRU-DATE          PIC 9(08).
003000     05  GLC-OPENING-TOTAL            PIC S9(13)V99
003100                                      SIGN LEADING SEPARATE.
003200     05  GLC-POSTINGS-TOTAL           PIC S9(13)V99
003300                                      SIGN LEADING SEPARATE.
003400     05  GLC-CLOSING-TOTAL            PIC S9(13)V99
003500                                      SIGN LEADING SEPARATE.
003600     05  GLC-CUST-COUNT               PIC 9(09).
003700     05  GLC-RESET-SW                 PIC X(01).
003800         88  GLC-RESET-BY-OPERATOR            VALUE "Y".
003900     05  GLC-RUN-DATE                 PIC 9(08).
004000     05  GLC-RUN-TIME                 PIC 9(08).
004100     05  FILLER                       PIC X(10).
