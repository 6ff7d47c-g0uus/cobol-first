000100******************************************************************
000200*                                                                *
000300*    DL100DTP.CPY                                                *
000400*                                                                *
000500*    DAILY LEDGER SUITE - CALENDAR DATE ARITHMETIC PARAGRAPHS.   *
000600*    COPY THIS MEMBER AT THE FOOT OF THE PROCEDURE DIVISION OF   *
000700*    ANY PROGRAM THAT COPIES THE DL100DTW WORK AREA.  THE DAY    *
000800*    NUMBER COUNTS FROM 1 MARCH OF YEAR ZERO OF THE GREGORIAN    *
000900*    CALENDAR, SO IT IS POSITIVE FOR EVERY DATE THE SUITE CAN    *
001000*    HOLD.  EVERY DIVISION IS A SEPARATE DIVIDE SO EACH          *
001100*    QUOTIENT IS TRUNCATED TO A WHOLE NUMBER, AS THE ARITHMETIC  *
001200*    REQUIRES.  THE CALLER VALIDATES THE DATE FIRST.             *
001300*                                                                *
001400*    MODIFICATION HISTORY.                                      *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    ---------  ----  ------------------------------------------ *
001700*    2026-10-15 JHD   INITIAL MEMBER, WRITTEN FOR THE SUSPENSE   *
001800*                     AGEING REPORT AND SHARED BY EVERY STEP     *
001900*                     THAT COUNTS CALENDAR DAYS.                 *
002000*                                                                *
002100******************************************************************
002200*
002300******************************************************************
002400*    8700-DATE-TO-DAYS  -  DW-DATE (YYYYMMDD) TO ITS DAY NUMBER  *
002500*    IN DW-DAYS.  JANUARY AND FEBRUARY COUNT AS THE LAST TWO     *
002600*    MONTHS OF THE YEAR BEFORE, SO THE LEAP DAY FALLS LAST.      *
002700******************************************************************
002800 8700-DATE-TO-DAYS.
002900*
003000     IF DW-MONTH > 2
003100         COMPUTE DW-SHIFT-YEAR = DW-YEAR
003200         COMPUTE DW-SHIFT-MONTH = DW-MONTH - 3
003300     ELSE
003400         COMPUTE DW-SHIFT-YEAR = DW-YEAR - 1
003500         COMPUTE DW-SHIFT-MONTH = DW-MONTH + 9
003600     END-IF.
003700*
003800     DIVIDE DW-SHIFT-YEAR BY 4 GIVING DW-WORK-1.
003900     DIVIDE DW-SHIFT-YEAR BY 100 GIVING DW-WORK-2.
004000     DIVIDE DW-SHIFT-YEAR BY 400 GIVING DW-WORK-3.
004100     COMPUTE DW-WORK-4 = 153 * DW-SHIFT-MONTH + 2.
004200     DIVIDE DW-WORK-4 BY 5 GIVING DW-WORK-4.
004300*
004400     COMPUTE DW-DAYS = 365 * DW-SHIFT-YEAR
004500         + DW-WORK-1 - DW-WORK-2 + DW-WORK-3
004600         + DW-WORK-4 + DW-DAY - 1.
004700*
004800 8700-EXIT.
004900     EXIT.
005000*
005100******************************************************************
005200*    8710-DAYS-TO-DATE  -  DAY NUMBER IN DW-DAYS BACK TO ITS     *
005300*    YYYYMMDD DATE IN DW-DATE, WORKING IN 400-YEAR ERAS OF       *
005400*    146097 DAYS.                                                *
005500******************************************************************
005600 8710-DAYS-TO-DATE.
005700*
005800     DIVIDE DW-DAYS BY 146097 GIVING DW-ERA.
005900     COMPUTE DW-DAY-OF-ERA = DW-DAYS - DW-ERA * 146097.
006000*
006100     DIVIDE DW-DAY-OF-ERA BY 1460 GIVING DW-WORK-1.
006200     DIVIDE DW-DAY-OF-ERA BY 36524 GIVING DW-WORK-2.
006300     DIVIDE DW-DAY-OF-ERA BY 146096 GIVING DW-WORK-3.
006400     COMPUTE DW-WORK-4 = DW-DAY-OF-ERA - DW-WORK-1
006500         + DW-WORK-2 - DW-WORK-3.
006600     DIVIDE DW-WORK-4 BY 365 GIVING DW-YEAR-OF-ERA.
006700*
006800     DIVIDE DW-YEAR-OF-ERA BY 4 GIVING DW-WORK-1.
006900     DIVIDE DW-YEAR-OF-ERA BY 100 GIVING DW-WORK-2.
007000     COMPUTE DW-DAY-OF-YEAR = DW-DAY-OF-ERA
007100         - (365 * DW-YEAR-OF-ERA + DW-WORK-1 - DW-WORK-2).
007200*
007300     COMPUTE DW-WORK-3 = 5 * DW-DAY-OF-YEAR + 2.
007400     DIVIDE DW-WORK-3 BY 153 GIVING DW-SHIFT-MONTH.
007500     COMPUTE DW-WORK-4 = 153 * DW-SHIFT-MONTH + 2.
007600     DIVIDE DW-WORK-4 BY 5 GIVING DW-WORK-4.
007700*
007800     COMPUTE DW-DAY = DW-DAY-OF-YEAR - DW-WORK-4 + 1.
007900     COMPUTE DW-SHIFT-YEAR = DW-YEAR-OF-ERA + DW-ERA * 400.
008000     IF DW-SHIFT-MONTH < 10
008100         COMPUTE DW-MONTH = DW-SHIFT-MONTH + 3
008200     ELSE
008300         COMPUTE DW-MONTH = DW-SHIFT-MONTH - 9
008400         ADD 1 TO DW-SHIFT-YEAR
008500     END-IF.
008600     MOVE DW-SHIFT-YEAR TO DW-YEAR.
008700*
008800 8710-EXIT.
008900     EXIT.
009000*
