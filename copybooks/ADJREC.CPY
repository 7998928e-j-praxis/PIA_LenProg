000100*****************************************************************
000200* ADJREC.CPY
000300*
000400* BALANCE ADJUSTMENT RECORD - KEYED KSDS (ADJFILE), KEY IS
000500* ADJ-KEY, THE DATE AND TIME THE ADJUSTMENT WAS KEYED (ALSO
000600* THE REFERENCE THE MAKER HANDS TO THE CHECKER).  ONE RECORD
000700* PER MANUAL ADJUSTMENT TO A CUSTMAS-BALANCE.  THE PRG2ADJ
000800* SCREEN WRITES IT PENDING; A SECOND OPERATOR HOLDING THE
000900* APPROVAL PERMISSION APPROVES OR DECLINES IT THERE; THE PRG16
001000* NIGHTLY STEP POSTS EVERY APPROVED ONE AND MARKS IT POSTED (OR
001100* FAILED, WITH THE REASON).  NOTHING MOVES THE BALANCE UNTIL
001200* THE CHECKER HAS APPROVED IT.
001300*
001400* ADJ-AMOUNT CARRIES ITS SIGN THE SAME WAY AS A BATCHIN DETAIL
001500* AND IS CHECKED AGAINST THE TRANTAB RULES FOR ADJ-TRAN-CODE.
001600*
001700* MODIFICATION HISTORY
001800*   2026-10-15  JKL  INITIAL VERSION - MAKER/CHECKER BALANCE
001900*                    ADJUSTMENTS.
002000*****************************************************************
002100 01  ADJ-REC.
002200     05  ADJ-KEY.
002300         10  ADJ-ENTRY-DATE           PIC 9(08).
002400         10  ADJ-ENTRY-TIME           PIC 9(08).
002500     05  ADJ-CUST-KEY                 PIC X(10).
002600     05  ADJ-TRAN-CODE                PIC X(02).
002700     05  ADJ-AMOUNT                   PIC S9(09)V99
002800                                      SIGN LEADING SEPARATE.
002900     05  ADJ-REASON                   PIC X(40).
003000     05  ADJ-STATUS                   PIC X(01).
003100         88  ADJ-PENDING                      VALUE "P".
003200         88  ADJ-APPROVED                     VALUE "A".
003300         88  ADJ-DECLINED                     VALUE "D".
003400         88  ADJ-POSTED                       VALUE "C".
003500         88  ADJ-POST-FAILED                  VALUE "F".
003600     05  ADJ-MAKER-ID                 PIC X(08).
003700     05  ADJ-MAKER-TERM               PIC X(08).
003800     05  ADJ-CHECKER-ID               PIC X(08).
003900     05  ADJ-CHECKER-TERM             PIC X(08).
004000     05  ADJ-CHECK-DATE               PIC 9(08).
004100     05  ADJ-CHECK-TIME               PIC 9(08).
004200     05  ADJ-POST-DATE                PIC 9(08).
004300     05  ADJ-POST-REASON              PIC X(40).
004400     05  FILLER                       PIC X(23).
