001000*
001100* MODIFICATION HISTORY
001200*   2026-09-02  JKL  INITIAL VERSION - PER-TERMINAL SIGN-ON.
001220*   2026-10-15  JKL  CARVED SGNQ-APPROVE-SW OUT OF FILLER - THE
001240*                    OPERATOR'S ADJUSTMENT APPROVAL PERMISSION,
001260*                    COPIED FROM OPER-APPROVE-SW AT SIGN-ON.
001300*****************************************************************
001400 01  SGNQ-REC.
001500     05  SGNQ-OPER-ID                 PIC X(08).
001900         88  SGNQ-WRITEOFF-ALLOWED            VALUE "Y".
002000     05  SGNQ-INQUIRY-SW              PIC X(01).
002100         88  SGNQ-INQUIRY-ALLOWED             VALUE "Y".
002130     05  SGNQ-APPROVE-SW              PIC X(01).
002160         88  SGNQ-APPROVE-ALLOWED             VALUE "Y".
002200     05  FILLER                       PIC X(04).
