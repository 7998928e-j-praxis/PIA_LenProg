000100*****************************************************************
000200* CYCREC.CPY
000300*
000400* NIGHTLY CYCLE DEPENDENCY RULE - ONE LINE OF THE CYCLCTL
000500* CONTROL FILE (LINE SEQUENTIAL, 80 BYTES), READ BY THE PRG2GAT
000600* PREDECESSOR CHECK EVERY BATCH JOB MAKES BEFORE IT DOES ANY
000700* WORK.  EACH LINE SAYS "CYC-JOB-NAME MAY ONLY RUN AFTER
000800* CYC-PRED-NAME HAS RUN THIS CYCLE AND ENDED WITH A RETURN
000900* CODE NO HIGHER THAN CYC-MAX-RC".  A JOB WITH SEVERAL LINES
001000* NEEDS ALL OF ITS PREDECESSORS; A JOB WITH NONE IS NOT
001100* CHECKED.  OPERATIONS MAINTAINS THE FILE WITH AN EDITOR, THE
001200* SAME AS PRG3PARM - A LINE WITH "*" IN COLUMN 1 IS A COMMENT.
001300* THE RULES AS INSTALLED -
001400*   PRG12    PRG3     0008   SUSPENSE SWEEP AFTER THE POSTING
001500*   PRG16    PRG12    0008   ADJUSTMENTS POST AFTER THE SWEEP
001550*   PRG9     PRG16    0008   OUTIFACE MATCH NEEDS ALL 3 WRITERS
001600*   PRG10    PRG16    0008   BALANCE AFTER THE ADJUSTMENTS
001700*   PRG17    PRG10    0004   GL JOURNAL ONLY ON A BALANCED DAY
001750*   PRG17    PRG12    0008   SWEEP LEDGERED BEFORE THE GL WINDOW
001800*   PRG13    PRG9     0004   RESEND ONLY A MATCHED OUTIFNEW
001900*   PRG7     PRG6     0004   AUDITKSD LOAD AFTER THE LOG CUT
002000*   PRG18    PRG6     0004   CUSTACT LOAD AFTER THE LOG CUT
002010* OUTIFACE IS WRITTEN BY PRG3 (CUT FRESH EACH NIGHT), THEN
002020* APPENDED TO BY THE PRG12 SWEEP AND THE PRG16 ADJUSTMENTS, SO
002030* BILLING TRANSMISSION (PRG9, THEN PRG13) FOLLOWS ALL THREE -
002040* OTHERWISE RECORDS APPENDED AFTER THE MATCH ARE NEVER SENT AND
002050* ARE LOST WHEN PRG3 CUTS THE FILE THE NEXT NIGHT.  PRG12 ALSO
002060* POSTS TO THE LEDGER, SO IT MUST RUN BEFORE PRG17 CLOSES THE
002070* GL WINDOW FOR THE DAY.
002100*
002200* MODIFICATION HISTORY
002300*   2026-10-15  JKL  INITIAL VERSION - CYCLE PREDECESSOR RULES.
002350*   2026-10-15  JKL  PRG12 CHAINED BETWEEN PRG3 AND PRG16, PRG9
002360*                    NOW FOLLOWS PRG16 AND PRG17 FOLLOWS PRG12.
002400*****************************************************************
002500 01  CYC-REC.
002600     05  CYC-JOB-NAME                 PIC X(08).
002700     05  FILLER                       PIC X(01).
002800     05  CYC-PRED-NAME                PIC X(08).
002900     05  FILLER                       PIC X(01).
003000     05  CYC-MAX-RC                   PIC 9(04).
003100     05  FILLER                       PIC X(03).
003200     05  CYC-REMARKS                  PIC X(40).
003300     05  FILLER                       PIC X(15).
