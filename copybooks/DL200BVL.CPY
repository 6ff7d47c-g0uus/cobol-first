000100******************************************************************
000200*                                                                *
000300*    DL200BVL.CPY                                                *
000400*                                                                *
000500*    DAILY LEDGER SUITE - BACKVAL (BACK-VALUED POSTINGS) RECORD  *
000600*    LAYOUT.  ONE RECORD PER ITEM DL200 APPLIED THAT CARRIED A   *
000700*    VALUE DATE EARLIER THAN THE BUSINESS DATE, GIVING THE       *
000800*    ACCOUNT IT WAS APPLIED TO (THE SUSPENSE ACCOUNT FOR AN ITEM *
000900*    PARKED THERE), THE VALUE DATE, THE POSTING DATE, THE ITEM'S *
001000*    NUMBER ON THE POSTING DETAIL LEDGER AND THE BASE AMOUNT.    *
001100*    THE DATASET IS REWRITTEN BY EVERY DL200 RUN AND READ BY THE *
001200*    DL290 RESTATEMENT STEP.  COPY THIS MEMBER UNDER THE FD OF   *
001300*    WHICHEVER PROGRAM WRITES OR READS IT.                       *
001400*                                                                *
001500*    MODIFICATION HISTORY.                                      *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------  ----  ------------------------------------------ *
001800*    2026-10-15 JHD   INITIAL MEMBER, WRITTEN WITH THE DL290     *
001900*                     BALANCE HISTORY RESTATEMENT STEP.          *
002000*                                                                *
002100******************************************************************
002200*
002300 01  DL200-BACKVAL-REC.
002400     05  BV-ACCOUNT-NO               PIC 9(6).
002500     05  BV-VALUE-DATE               PIC 9(8).
002600     05  BV-POST-DATE                PIC 9(8).
002700     05  BV-SEQ-NO                   PIC 9(5).
002800     05  BV-ORIG-ACCOUNT             PIC 9(6).
002900     05  BV-TYPE-CODE                PIC X(01).
003000     05  BV-BASE-AMT                 PIC S9(9)V9(3)
003100             SIGN IS TRAILING SEPARATE CHARACTER.
003200     05  BV-FILLER                   PIC X(10).
003300*
