000100******************************************************************
000200*                                                                *
000300*    DL200SUS.CPY                                                *
000400*                                                                *
000500*    DAILY LEDGER SUITE - SUSPDTL (SUSPENSE DETAIL) RECORD       *
000600*    LAYOUT.  ONE RECORD PER ACCEPTED POSTING THAT DL200 COULD   *
000700*    NOT MATCH TO AN ACCOUNT MASTER AND PARKED ON THE SUSPENSE   *
000800*    ACCOUNT INSTEAD, KEYED ON THE ACCOUNT THE POSTING WAS       *
000900*    MEANT FOR, THE DATE IT WAS PARKED AND ITS ITEM NUMBER ON    *
001000*    THE SUSPENSE ACCOUNT'S LEDGER FOR THAT DAY.  THE ITEM       *
001100*    STAYS PARKED UNTIL DL210 OPENS THE ACCOUNT AND MOVES IT     *
001200*    ACROSS, WHEN IT IS MARKED CLEARED WITH THE DATE - IT IS     *
001300*    NEVER DELETED.  COPY THIS MEMBER UNDER THE FD OF WHICHEVER  *
001400*    PROGRAM WRITES OR READS THE SUSPENSE DETAIL.                *
001500*                                                                *
001600*    MODIFICATION HISTORY.                                      *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------  ----  ------------------------------------------ *
001900*    2026-10-15 JHD   INITIAL MEMBER, WRITTEN WITH THE DL260     *
002000*                     AGED SUSPENSE REPORT.  DL200 PARKS ITEMS,  *
002100*                     DL210 CLEARS THEM.                         *
002200*                                                                *
002300******************************************************************
002400*
002500 01  DL200-SUSPENSE-REC.
002600     05  SD-KEY.
002700         10  SD-ORIG-ACCOUNT         PIC 9(6).
002800         10  SD-PARK-DATE            PIC 9(8).
002900         10  SD-SEQ-NO               PIC 9(5).
003000     05  SD-SUSPENSE-ACCOUNT         PIC 9(6).
003100     05  SD-TYPE-CODE                PIC X(01).
003200     05  SD-CURRENCY-CODE            PIC X(03).
003300     05  SD-FOREIGN-AMT              PIC S9(4)V9(4)
003400             SIGN IS TRAILING SEPARATE CHARACTER.
003500     05  SD-BASE-AMT                 PIC S9(9)V9(3)
003600             SIGN IS TRAILING SEPARATE CHARACTER.
003700     05  SD-STATUS                   PIC X(01).
003800         88  SD-PARKED               VALUE "P".
003900         88  SD-CLEARED              VALUE "C".
004000     05  SD-CLEARED-DATE             PIC 9(8).
004100     05  SD-FILLER                   PIC X(10).
004200*
