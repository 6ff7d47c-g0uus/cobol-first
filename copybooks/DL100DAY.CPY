002100*                     DL200 POSTING A DAY HELLOWORLD NEVER       *
002200*                     FINISHED, OR RUNNING TWICE AGAINST THE     *
002300*                     SAME RESULTS FILE.                         *
002310*    2026-10-15 JHD   DC-DL200-STATUS NOW SHOWS "S" WHILE DL200  *
002320*                     IS POSTING, SO A RUN THAT DIES PART WAY    *
002330*                     LEAVES THE DATE REFUSED UNTIL DL280 BACKS  *
002340*                     IT OUT.                                    *
002350*    2026-10-15 JHD   ADDED DC-DL290-STATUS, CARVED OUT OF THE   *
002360*                     FILLER, SO THE BALANCE HISTORY IS NEVER    *
002370*                     RESTATED TWICE FOR THE SAME POSTING DATE.  *
002400*                                                                *
002500******************************************************************
002600*
003000         88  DC-DL100-OPEN           VALUE "O".
003100         88  DC-DL100-COMPLETE       VALUE "C".
003200     05  DC-DL200-STATUS             PIC X(01).
003210         88  DC-DL200-STARTED        VALUE "S".
003300         88  DC-DL200-COMPLETE       VALUE "C".
003400     05  DC-DL300-STATUS             PIC X(01).
003500         88  DC-DL300-COMPLETE       VALUE "C".
004300     05  DC-OVERRIDE-FLAG            PIC X(01).
004400         88  DC-OVERRIDE-USED        VALUE "Y".
004500     05  DC-OVERRIDE-STAMP           PIC X(14).
004600     05  DC-DL290-STATUS             PIC X(01).
004610         88  DC-DL290-COMPLETE       VALUE "C".
004620     05  DC-FILLER                   PIC X(09).
004700*
