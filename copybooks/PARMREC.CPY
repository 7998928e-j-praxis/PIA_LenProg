001000*   PARM-BREAKER-MIN-RECS RECORDS THAT MUST BE READ BEFORE THE
001100*                         REJECT-RATE BREAKER IS JUDGED, SO A
001200*                         FEW EARLY REJECTS DO NOT TRIP IT.
001210*   PARM-MAX-HDR-AGE      MOST DAYS A BATCHIN FILE'S HEADER
001220*                         CREATION DATE MAY BE BEHIND THE RUN
001230*                         DATE BEFORE THE FILE IS STALE.
001300* A MISSING OR UNREADABLE PRG3PARM LEAVES THE COMPILED-IN
001400* DEFAULTS IN FORCE AND THE RUN SAYS SO ON THE CONSOLE.
001500*
001600* MODIFICATION HISTORY
001700*   2026-08-22  JKL  INITIAL VERSION - PRG3 RUN CONTROLS.
001710*   2026-10-15  JKL  CARVED PARM-MAX-HDR-AGE OUT OF FILLER.
001800*****************************************************************
001900 01  PARM-REC.
002000     05  PARM-CHKPT-INTERVAL          PIC 9(05).
002100     05  PARM-MAX-REJECT-PCT          PIC 9(03).
002200     05  PARM-BREAKER-MIN-RECS        PIC 9(05).
002210     05  PARM-MAX-HDR-AGE             PIC 9(03).
002300     05  FILLER                       PIC X(24).
