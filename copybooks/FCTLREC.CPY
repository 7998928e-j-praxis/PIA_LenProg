000100*****************************************************************
000200* FCTLREC.CPY
000300*
000400* BATCH INPUT FILE-CONTROL REGISTER - KEYED KSDS (FILECTL), KEY
000500* IS THE SENDING SYSTEM'S ID, ONE RECORD PER SOURCE THAT FEEDS
000600* BATCHIN.  EVERY BATCHIN FILE OPENS WITH AN "H" HEADER NAMING
000700* ITS SOURCE, ITS CREATION DATE AND ITS FILE SEQUENCE NUMBER;
000800* PRG3 TAKES A FILE ONLY WHEN ITS SEQUENCE IS THE ONE AFTER
000900* FCTL-LAST-SEQ AND ITS CREATION DATE IS NOT OLDER THAN THE
001000* LAST FILE'S, AND ADVANCES THE RECORD ONCE THE FILE HAS BEEN
001100* POSTED.  A SOURCE WITH NO RECORD HERE IS NOT ACCEPTED - A NEW
001200* FEED IS SET UP BY OPERATIONS WITH FCTL-LAST-SEQ ONE BELOW
001300* THE FIRST SEQUENCE IT WILL SEND, THE SAME WAY THE OTHER
001400* REFERENCE FILES ARE LOADED.
001500*
001600* MODIFICATION HISTORY
001700*   2026-10-15  JKL  INITIAL VERSION - BATCHIN FILE REGISTER.
001800*****************************************************************
001900 01  FCTL-REC.
002000     05  FCTL-SOURCE-ID               PIC X(08).
002100     05  FCTL-LAST-SEQ                PIC 9(06).
002200     05  FCTL-LAST-CREATE-DATE        PIC 9(08).
002300     05  FCTL-LAST-RUN-DATE           PIC 9(08).
002400     05  FCTL-LAST-RUN-TIME           PIC 9(08).
002500     05  FCTL-DESCRIPTION             PIC X(30).
002600     05  FILLER                       PIC X(12).
