000100*****************************************************************
000200* LEDGREC.CPY
000300*
000400* CUSTOMER POSTING LEDGER RECORD - ONE ENTRY FOR EVERY AMOUNT
000500* ADDED TO A CUSTMAS-BALANCE, WRITTEN BY EVERY PROGRAM THAT
000600* CHANGES A BALANCE AT THE MOMENT IT REWRITES THE MASTER.  THE
000700* LEDGER FILE IS APPENDED TO AND NEVER CUT, SO IT IS THE
000800* PERMANENT ANSWER TO "HOW WAS THIS BALANCE BUILT UP" - THE
000900* POSTREG PRINT IS REPLACED EVERY NIGHT AND OUTIFACE SUMS A
001000* NIGHT'S REPEATS.  LEDG-BALANCE IS THE MASTER BALANCE AS
001100* REWRITTEN BY THIS POSTING, SO THE ENTRIES FOR ONE CUSTOMER
001200* READ IN DATE/TIME ORDER CHAIN FROM ONE BALANCE TO THE NEXT.
001300* LEDG-SOURCE-JOB NAMES THE PROGRAM THAT POSTED THE AMOUNT.
001400*
001500* MODIFICATION HISTORY
001600*   2026-10-15  JKL  INITIAL VERSION - CUSTOMER POSTING LEDGER.
001700*****************************************************************
001800 01  LEDG-REC.
001900     05  LEDG-CUST-KEY                PIC X(10).
002000     05  LEDG-POST-DATE               PIC 9(08).
002100     05  LEDG-POST-TIME               PIC 9(08).
002200     05  LEDG-SOURCE-JOB              PIC X(08).
002300     05  LEDG-TRAN-CODE               PIC X(02).
002400     05  LEDG-AMOUNT                  PIC S9(09)V99
002500                                      SIGN LEADING SEPARATE.
002600     05  LEDG-BALANCE                 PIC S9(09)V99
002700                                      SIGN LEADING SEPARATE.
002800     05  FILLER                       PIC X(20).
