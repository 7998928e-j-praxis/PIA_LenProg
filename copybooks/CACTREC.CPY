000100*****************************************************************
000200* CACTREC.CPY
000300*
000400* CUSTOMER ACTIVITY INQUIRY RECORD - KEYED KSDS (CUSTACT)
000500* REBUILT NIGHTLY BY THE PRG18 LOAD JOB FOR THE PRG2CUS ONLINE
000600* CUSTOMER INQUIRY.  ONE RECORD PER OPEN SUSPENSE ITEM (TYPE
000700* "S") AND PER RECENT ACCEPTED AUDIT ENTRY (TYPE "A") FOR A
000800* USERINP CODE.  THE DATE AND TIME IN THE KEY ARE STORED
000900* INVERTED (99999999 LESS THE VALUE) SO A FORWARD BROWSE FROM
001000* CODE + TYPE RETURNS THE NEWEST ITEM FIRST; CACT-SEQ KEEPS
001100* TWO ITEMS FROM THE SAME SECOND UNIQUE.  THE FLAT SUSPENSE
001200* FILE AND AUDIT TRAIL STAY THE SYSTEM OF RECORD - THIS FILE
001300* IS A REBUILDABLE COPY.
001400*
001500*   CACT-SOURCE    AUDIT-SOURCE FOR TYPE "A", SUSP-CHANNEL
001600*                  FOR TYPE "S".
001700*   CACT-TRAN-CODE / CACT-AMOUNT / CACT-REASON
001800*                  CARRIED FROM THE SUSPENSE ITEM; SPACES ON
001900*                  TYPE "A".
002000*
002100* MODIFICATION HISTORY
002200*   2026-10-15  JKL  INITIAL VERSION - PER-CUSTOMER ACTIVITY
002300*                    FOR THE ONLINE CUSTOMER INQUIRY.
002400*****************************************************************
002500 01  CACT-REC.
002600     05  CACT-KEY.
002700         10  CACT-USERINP             PIC X(10).
002800         10  CACT-REC-TYPE            PIC X(01).
002900             88  CACT-ACCEPTED-ENTRY          VALUE "A".
003000             88  CACT-SUSPENSE-ITEM           VALUE "S".
003100         10  CACT-INV-DATE            PIC 9(08).
003200         10  CACT-INV-TIME            PIC 9(08).
003300         10  CACT-SEQ                 PIC 9(05).
003400     05  CACT-DATE                    PIC 9(08).
003500     05  CACT-TIME                    PIC 9(08).
003600     05  CACT-SOURCE                  PIC X(01).
003700     05  CACT-TERM-ID                 PIC X(08).
003800     05  CACT-OPER-ID                 PIC X(08).
003900     05  CACT-TRAN-CODE               PIC X(02).
004000     05  CACT-AMOUNT                  PIC S9(09)V99
004100                                      SIGN LEADING SEPARATE.
004200     05  CACT-REASON                  PIC X(40).
004300     05  FILLER                       PIC X(25).
