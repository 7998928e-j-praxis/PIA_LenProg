000100*****************************************************************
000200* CJRNREC.CPY
000300*
000400* CUSTOMER MASTER CHANGE JOURNAL RECORD - ONE ENTRY FOR EVERY
000500* CUSTMAS RECORD ADDED, REWRITTEN OR DELETED, WRITTEN BY EVERY
000600* PROGRAM THAT UPDATES THE MASTER AT THE MOMENT IT DOES SO.
000700* THE CUSTJRNL FILE IS APPENDED TO AND NEVER CUT - THE BATCH
000800* JOBS OPEN IT EXTEND, THE CICS SCREENS WRITE IT THROUGH THE
000900* CJRN EXTRAPARTITION TD QUEUE, THE SAME WAY AUDITLOG IS FED.
001000* CJRN-BEFORE-IMAGE IS THE WHOLE MASTER RECORD AS IT STOOD
001100* BEFORE THE CHANGE (SPACES FOR AN ADD), CJRN-AFTER-IMAGE THE
001200* RECORD AS WRITTEN (SPACES FOR A DELETE), SO A RUN CAN BE
001300* PUT BACK RECORD BY RECORD WITHOUT A FULL KSDS RESTORE.
001400*
001500* CJRN-RUN-ID NAMES THE RUN THAT MADE THE CHANGE - THE BATCH
001600* JOB NAME WITH ITS RUNHIST START DATE AND TIME, OR THE CICS
001700* TRANSACTION ID WITH THE DATE AND TIME OF THAT ONE ACTION.
001800* CJRN-OPER-ID IS THE OPERATOR THE SAME CHANGE IS AUDITED
001900* UNDER (AUDIT-OPER-ID).  CJRN-TRAN-CODE IS THE LEDGER
002000* TRANSACTION CODE WHEN THE CHANGE WAS A BALANCE POSTING,
002100* SPACES OTHERWISE.  CJRN-REVERSED-RUN IS FILLED ONLY ON THE
002200* ENTRIES THE PRG19 BACKOUT WRITES, AND NAMES THE RUN IT PUT
002300* BACK.
002400*
002500* MODIFICATION HISTORY
002600*   2026-10-15  JKL  INITIAL VERSION - CUSTMAS CHANGE JOURNAL.
002700*****************************************************************
002800 01  CJRN-REC.
002900     05  CJRN-RUN-ID.
003000         10  CJRN-JOB-NAME            PIC X(08).
003100         10  CJRN-RUN-DATE            PIC 9(08).
003200         10  CJRN-RUN-TIME            PIC 9(08).
003300     05  CJRN-CHANGE-DATE             PIC 9(08).
003400     05  CJRN-CHANGE-TIME             PIC 9(08).
003500     05  CJRN-OPER-ID                 PIC X(08).
003600     05  CJRN-ACTION                  PIC X(01).
003700         88  CJRN-ADDED                       VALUE "A".
003800         88  CJRN-CHANGED                     VALUE "C".
003900         88  CJRN-DELETED                     VALUE "D".
004000     05  CJRN-TRAN-CODE               PIC X(02).
004100     05  CJRN-CUST-KEY                PIC X(10).
004200     05  CJRN-REVERSED-RUN.
004300         10  CJRN-REV-JOB-NAME        PIC X(08).
004400         10  CJRN-REV-RUN-DATE        PIC 9(08).
004500         10  CJRN-REV-RUN-TIME        PIC 9(08).
004600     05  CJRN-BEFORE-IMAGE            PIC X(80).
004700     05  CJRN-AFTER-IMAGE             PIC X(80).
004800     05  FILLER                       PIC X(15).
