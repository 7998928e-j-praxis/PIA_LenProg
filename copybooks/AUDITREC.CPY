000980*                    CLERK-WORKED ONES SO THE PRG10 BALANCER
000981*                    CAN CROSS-FOOT THE INTERFACE RECORDS THE
000982*                    SWEEP APPENDS TO OUTIFACE.
000985*   2026-10-15  JKL  ADDED SOURCE "J" FOR BALANCE ADJUSTMENTS -
000988*                    WRITTEN BY THE PRG16 POSTING STEP FOR EACH
000991*                    APPROVED ADJUSTMENT IT POSTS OR FAILS, AND
000994*                    BY THE PRG2ADJ SCREEN FOR EACH ONE DECLINED.
000997*                    THE OPERATOR IS THE APPROVER OR DECLINER.
001000*****************************************************************
001100 01  AUDIT-REC.
001200     05  AUDIT-DATE                  PIC 9(08).
001850         88  AUDIT-SRC-MAINT                 VALUE "M".
001860         88  AUDIT-SRC-WORKBENCH             VALUE "W".
001865         88  AUDIT-SRC-SWEEP                 VALUE "S".
001867         88  AUDIT-SRC-ADJUST                VALUE "J".
001870     05  AUDIT-OPER-ID               PIC X(08).
001900     05  FILLER                      PIC X(16).
