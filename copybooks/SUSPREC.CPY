001396*                    WITHOUT AMOUNTS.  RECORD LENGTH GREW FROM
001397*                    70 TO 84 - THE WRITERS AND THE PRG2ONL TD
001398*                    QUEUE LENGTH WERE CHANGED TOGETHER.
001405*   2026-10-15  JKL  ADDED SUSP-WORKED-BY AND SUSP-WORKED-DATE -
001412*                    THE OPERATOR WHO WROTE THE ITEM OFF OR
001419*                    RESUBMITTED IT ON THE PRG5 WORKBENCH, AND
001426*                    THE DAY THEY DID, FOR THE PRG21 OPERATOR
001433*                    ACTIVITY AND SEGREGATION-OF-DUTIES REPORT.
001440*                    SPACES MEANS STILL OPEN, CLOSED BY THE
001447*                    PRG12 SWEEP, OR WORKED BEFORE THESE FIELDS
001454*                    EXISTED.  RECORD LENGTH GREW FROM 84 TO
001461*                    100 - THE PRG2ONL TD QUEUE LENGTH WAS
001468*                    CHANGED WITH IT.  SHORTER RECORDS ALREADY
001475*                    ON FILE READ BACK WITH SPACES HERE.
001482*****************************************************************
001500 01  SUSP-REC.
001600     05  SUSP-DATE                    PIC 9(08).
001700     05  SUSP-TIME                    PIC 9(08).
002710     05  SUSP-TRAN-CODE               PIC X(02).
002720     05  SUSP-AMOUNT                  PIC S9(09)V99
002730                                      SIGN LEADING SEPARATE.
002750     05  SUSP-WORKED-BY               PIC X(08).
002770     05  SUSP-WORKED-DATE             PIC 9(08).
002800     05  FILLER                       PIC X(02).
