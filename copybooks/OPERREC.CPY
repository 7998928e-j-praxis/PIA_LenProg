001000*
001100* MODIFICATION HISTORY
001200*   2026-09-02  JKL  INITIAL VERSION - OPERATOR PROFILES.
001220*   2026-10-15  JKL  CARVED OPER-APPROVE-SW OUT OF FILLER - MAY
001240*                    APPROVE OR DECLINE A BALANCE ADJUSTMENT
001260*                    KEYED BY ANOTHER OPERATOR ON THE PRG2ADJ
001280*                    SCREEN.  SPACE MEANS NOT ALLOWED.
001300*****************************************************************
001400 01  OPER-REC.
001500     05  OPER-ID                      PIC X(08).
002400         88  OPER-WRITEOFF-ALLOWED            VALUE "Y".
002500     05  OPER-INQUIRY-SW              PIC X(01).
002600         88  OPER-INQUIRY-ALLOWED             VALUE "Y".
002630     05  OPER-APPROVE-SW              PIC X(01).
002660         88  OPER-APPROVE-ALLOWED             VALUE "Y".
002700     05  FILLER                       PIC X(19).
