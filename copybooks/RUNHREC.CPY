001100*
001200* MODIFICATION HISTORY
001300*   2026-09-02  JKL  INITIAL VERSION - BATCH RUN HISTORY.
001310*   2026-10-15  JKL  CARVED RUNH-GATE-STATUS AND RUNH-GATE-PRED
001320*                    OUT OF FILLER - THE OUTCOME OF THE PRG2GAT
001330*                    PREDECESSOR CHECK EACH JOB MAKES AT START.
001340*                    "C" IS A CLEAN CHECK, "R" A STEP REFUSED
001350*                    BEFORE IT DID ANY WORK (RUNH-GATE-PRED NAMES
001360*                    THE PREDECESSOR THAT STOPPED IT), "O" A STEP
001370*                    THE OPERATOR LET RUN PAST A FAILED CHECK.
001380*                    RECORDS WRITTEN BEFORE THE CHECK EXISTED
001390*                    CARRY SPACES.
001391*   2026-10-15  JKL  ADDED THE BATCHIN FILE HEADER CHECK PRG3
001392*                    MAKES AGAINST THE FILECTL REGISTER - THE
001393*                    OUTCOME, THE SOURCE AND THE FILE SEQUENCE.
001394*                    THE RECORD GROWS FROM 90 TO 120 BYTES; JOBS
001395*                    WITH NO INPUT FILE LEAVE THE NEW FIELDS AS
001396*                    SPACES.
001400*****************************************************************
001500 01  RUNH-REC.
001600     05  RUNH-KEY.
002400     05  RUNH-RECS-ACCEPTED           PIC 9(09).
002500     05  RUNH-RECS-REJECTED           PIC 9(09).
002600     05  RUNH-RETURN-CODE             PIC 9(04).
002610     05  RUNH-GATE-STATUS             PIC X(01).
002620         88  RUNH-GATE-REFUSED                VALUE "R".
002630         88  RUNH-GATE-OVERRIDDEN             VALUE "O".
002640     05  RUNH-GATE-PRED               PIC X(08).
002700     05  RUNH-FILE-CHECK              PIC X(01).
002710         88  RUNH-FILE-ACCEPTED               VALUE "A".
002720         88  RUNH-FILE-OVERRIDDEN             VALUE "O".
002730         88  RUNH-FILE-REPEATED               VALUE "D".
002740         88  RUNH-FILE-GAP                    VALUE "G".
002750         88  RUNH-FILE-STALE                  VALUE "S".
002760         88  RUNH-FILE-NO-HEADER              VALUE "M".
002770         88  RUNH-FILE-UNREGISTERED           VALUE "U".
002780     05  RUNH-FILE-SOURCE             PIC X(08).
002790     05  RUNH-FILE-SEQ                PIC 9(06).
002800     05  FILLER                       PIC X(16).
