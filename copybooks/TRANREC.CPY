000100*****************************************************************
000200* TRANREC.CPY
000300*
000400* TRANSACTION-CODE REFERENCE RECORD FOR THE TWO-CHARACTER
000500* TRANSACTION CODE CARRIED ON A BATCHIN DETAIL (AND FROM THERE
000600* ON SUSP-TRAN-CODE, OUTIFC-TRAN-CODE AND LEDG-TRAN-CODE).  ONE
000700* RECORD PER VALID CODE, HELD IN THE TRANTAB REFERENCE KSDS
000800* (RECORD KEY TRAN-CODE) ALONGSIDE TYPETAB.
000900*
001000* TRAN-SIGN SAYS WHICH WAY THE CODE MOVES A CUSTMAS-BALANCE -
001100* A DEBIT RAISES IT AND MAY NOT CARRY A NEGATIVE AMOUNT, A
001200* CREDIT LOWERS IT AND MAY NOT CARRY A POSITIVE ONE.  A ZERO
001300* AMOUNT PASSES EITHER WAY.  TRAN-MAX-AMOUNT IS THE LARGEST
001400* SINGLE AMOUNT (EITHER SIGN) THE CODE MAY CARRY; ZERO OR
001500* SPACES MEANS NO LIMIT.  TRAN-ALLOWED-TYPE LISTS THE USERINP-
001600* TYPE PREFIXES THAT MAY USE THE CODE; A LIST LEFT ALL SPACES
001700* OPENS THE CODE TO EVERY TYPE.
001800*
001900* MODIFICATION HISTORY
002000*   2026-10-15  JKL  INITIAL VERSION - TRANSACTION-CODE
002100*                    REFERENCE WITH SIGN, SINGLE-AMOUNT LIMIT
002200*                    AND ALLOWED TYPE PREFIXES.
002300*****************************************************************
002400 01  TRAN-REC.
002500     05  TRAN-CODE                    PIC X(02).
002600     05  TRAN-DESC                    PIC X(20).
002700     05  TRAN-SIGN                    PIC X(01).
002800         88  TRAN-DEBIT                       VALUE "D".
002900         88  TRAN-CREDIT                      VALUE "C".
003000     05  TRAN-MAX-AMOUNT              PIC 9(09)V99.
003100     05  TRAN-TYPE-LIST.
003200         10  TRAN-ALLOWED-TYPE        PIC X(02)
003300                                      OCCURS 10 TIMES.
003400     05  FILLER                       PIC X(26).
