000100******************************************************************
000200*                                                                *
000300*    DL200PLG.CPY                                                *
000400*                                                                *
000500*    DAILY LEDGER SUITE - POSTLEDG (POSTING DETAIL LEDGER)       *
000600*    RECORD LAYOUT.  ONE RECORD PER ITEM POSTED TO THE ACCOUNT   *
000700*    MASTER, KEYED ON ACCOUNT PLUS BUSINESS DATE PLUS THE        *
000800*    ITEM'S SEQUENCE WITHIN THAT ACCOUNT'S DAY, CARRYING THE     *
000900*    TYPE CODE, CURRENCY, FOREIGN AND BASE AMOUNTS AND THE       *
001000*    RUNNING BALANCE THE ACCOUNT STOOD AT AFTER THE ITEM.  THE   *
001100*    LEDGER IS CUMULATIVE - IT IS NEVER REBUILT - SO THE ITEMS   *
001200*    BEHIND ANY BALANCE ON ACCTHIST ARE STILL ON FILE LONG       *
001300*    AFTER THE DAY'S RESULTS FILE HAS BEEN OVERWRITTEN.  COPY    *
001400*    THIS MEMBER UNDER THE FD OF WHICHEVER PROGRAM WRITES OR     *
001500*    READS THE LEDGER.                                           *
001600*                                                                *
001700*    MODIFICATION HISTORY.                                      *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------  ----  ------------------------------------------ *
002000*    2026-10-15 JHD   INITIAL MEMBER, WRITTEN WITH THE DL250     *
002100*                     STATEMENT STEP.  DL200 WRITES AN ITEM PER  *
002200*                     POSTING AND DL210 AN ITEM PER ADJUSTMENT.  *
002210*    2026-10-15 JHD   PL-VALUE-DATE TAKEN FROM THE FILLER.       *
002220*                     DL200 SETS THE ITEM'S VALUE DATE WHEN IT   *
002230*                     IS EARLIER THAN THE POST DATE, OTHERWISE   *
002240*                     THE POST DATE; DL210 SETS THE POST DATE.   *
002250*                     ITEMS WRITTEN BEFORE THIS HOLD SPACES      *
002260*                     THERE AND ARE TAKEN AS VALUED ON THEIR     *
002270*                     POST DATE.                                 *
002300*                                                                *
002400******************************************************************
002500*
002600 01  DL200-LEDGER-REC.
002700     05  PL-KEY.
002800         10  PL-ACCOUNT-NO           PIC 9(6).
002900         10  PL-POST-DATE            PIC 9(8).
003000         10  PL-SEQ-NO               PIC 9(5).
003100     05  PL-TYPE-CODE                PIC X(01).
003200     05  PL-CURRENCY-CODE            PIC X(03).
003300     05  PL-FOREIGN-AMT              PIC S9(4)V9(4)
003400             SIGN IS TRAILING SEPARATE CHARACTER.
003500     05  PL-BASE-AMT                 PIC S9(9)V9(3)
003600             SIGN IS TRAILING SEPARATE CHARACTER.
003700     05  PL-RUNNING-BALANCE          PIC S9(9)V9(3)
003800             SIGN IS TRAILING SEPARATE CHARACTER.
003900     05  PL-SOURCE-STEP              PIC X(05).
004000         88  PL-FROM-POSTING         VALUE "DL200".
004100         88  PL-FROM-MAINTENANCE     VALUE "DL210".
004200     05  PL-REASON-CODE              PIC X(03).
004300     05  PL-VALUE-DATE               PIC 9(8).
004310     05  PL-FILLER                   PIC X(02).
004400*
