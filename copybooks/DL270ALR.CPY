000100******************************************************************
000200*                                                                *
000300*    DL270ALR.CPY                                                *
000400*                                                                *
000500*    DAILY LEDGER SUITE - ALERTS (ACTIVITY MONITORING ALERT)     *
000600*    RECORD LAYOUT.  ONE RECORD PER ALERT THE DL270 MONITOR HAS  *
000700*    RAISED, KEYED ON THE RULE FIRST SO THE FILE READS BACK IN   *
000800*    THE ORDER THE ALERT REPORT PRINTS, THEN THE ACCOUNT, THE    *
000900*    BUSINESS DATE THE ALERT WAS RAISED AND AN ITEM NUMBER       *
001000*    (THE RESULTS RECORD NUMBER FOR A POSTING-LEVEL ALERT, ZERO  *
001100*    FOR AN ACCOUNT-LEVEL ONE).  AN ALERT STAYS OPEN, AND IS     *
001200*    CARRIED FORWARD ON EVERY DAY'S REPORT, UNTIL THE RISK TEAM  *
001300*    CLOSES IT THROUGH THE ALERTCLR FILE - IT IS NEVER DELETED.  *
001400*    COPY THIS MEMBER UNDER THE FD OF WHICHEVER PROGRAM READS    *
001500*    OR WRITES THE ALERT FILE.                                   *
001600*                                                                *
001700*    MODIFICATION HISTORY.                                      *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------  ----  ------------------------------------------ *
002000*    2026-10-15 JHD   INITIAL MEMBER, WRITTEN WITH THE DL270     *
002100*                     ACTIVITY MONITOR.                          *
002200*                                                                *
002300******************************************************************
002400*
002500 01  DL270-ALERT-REC.
002600     05  AL-KEY.
002700         10  AL-RULE                 PIC 9(1).
002800             88  AL-RULE-LARGE-VALUE VALUE 1.
002900             88  AL-RULE-ITEM-COUNT  VALUE 2.
003000             88  AL-RULE-MOVEMENT    VALUE 3.
003100             88  AL-RULE-SIGN-CHANGE VALUE 4.
003200             88  AL-RULE-REVERSAL    VALUE 5.
003300         10  AL-ACCOUNT-NO           PIC 9(6).
003400         10  AL-RAISED-DATE          PIC 9(8).
003500         10  AL-ITEM-NO              PIC 9(8).
003600     05  AL-STATUS                   PIC X(01).
003700         88  AL-OPEN                 VALUE "O".
003800         88  AL-CLOSED               VALUE "C".
003900     05  AL-AMOUNT                   PIC S9(9)V9(3)
004000             SIGN IS TRAILING SEPARATE CHARACTER.
004100     05  AL-COMPARE-AMT              PIC S9(9)V9(3)
004200             SIGN IS TRAILING SEPARATE CHARACTER.
004300     05  AL-ITEM-COUNT               PIC 9(5).
004400     05  AL-AVERAGE-COUNT            PIC 9(5)V9(2).
004500     05  AL-CLOSED-DATE              PIC 9(8).
004600     05  AL-FILLER                   PIC X(10).
004700*
