000100******************************************************************
000200*                                                                *
000300*    DL200BIJ.CPY                                                *
000400*                                                                *
000500*    DAILY LEDGER SUITE - ACCTJNL (ACCOUNT MASTER BEFORE-IMAGE   *
000600*    JOURNAL) RECORD LAYOUT.  EVERY STEP THAT CHANGES THE        *
000700*    ACCOUNT BALANCE MASTER - DL200 POSTING, DL210 MAINTENANCE   *
000800*    AND THE DL230 PERIOD-END RESET - APPENDS ONE RECORD HERE    *
000900*    JUST BEFORE EACH WRITE, REWRITE OR DELETE, CARRYING THE     *
001000*    WHOLE MASTER RECORD AS IT STOOD BEFORE THE CHANGE AND AS    *
001100*    IT STANDS AFTER IT, TAGGED WITH THE BUSINESS DATE, THE      *
001200*    STEP AND THE RUN ID (THE STEP'S START TIMESTAMP).  DL280    *
001300*    READS IT TO PUT EVERY ACCOUNT A STEP TOUCHED BACK AS IT     *
001400*    WAS, AND JOURNALS EACH OF ITS OWN RESTORES THE SAME WAY     *
001500*    UNDER STEP "DL280", NAMING THE STEP IT BACKED OUT.          *
001600*                                                                *
001700*    BJ-ACTION SAYS WHAT WAS DONE TO THE MASTER:  "C" A RECORD   *
001800*    CHANGED IN PLACE, "A" A RECORD ADDED (NO BEFORE-IMAGE),     *
001900*    "D" A RECORD DELETED (NO AFTER-IMAGE).  BOTH IMAGES ARE     *
002000*    THE DL200AMS LAYOUT, BYTE FOR BYTE.                         *
002100*                                                                *
002200*    COPY THIS MEMBER UNDER THE FD OF WHICHEVER PROGRAM READS    *
002300*    OR WRITES THE JOURNAL.                                      *
002400*                                                                *
002500*    MODIFICATION HISTORY.                                      *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------  ----  ------------------------------------------ *
002800*    2026-10-15 JHD   INITIAL MEMBER, WRITTEN WITH THE DL280     *
002900*                     ACCOUNT MASTER BACKOUT STEP.               *
003000*                                                                *
003100******************************************************************
003200*
003300 01  DL200-BIMAGE-REC.
003400     05  BJ-BUSINESS-DATE            PIC 9(8).
003500     05  BJ-STEP                     PIC X(05).
003600     05  BJ-RUN-ID                   PIC X(14).
003700     05  BJ-SEQ-NO                   PIC 9(8).
003800     05  BJ-ACTION                   PIC X(01).
003900         88  BJ-CHANGED              VALUE "C".
004000         88  BJ-ADDED                VALUE "A".
004100         88  BJ-DELETED              VALUE "D".
004200     05  BJ-ACCOUNT-NO               PIC 9(6).
004300     05  BJ-BACKOUT-STEP             PIC X(05).
004400     05  BJ-BACKOUT-RUN-ID           PIC X(14).
004500     05  BJ-BEFORE-IMAGE             PIC X(91).
004600     05  BJ-AFTER-IMAGE              PIC X(91).
004700     05  BJ-FILLER                   PIC X(07).
004800*
