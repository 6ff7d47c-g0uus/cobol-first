000100******************************************************************
000200*                                                                *
000300*    DL100DTW.CPY                                                *
000400*                                                                *
000500*    DAILY LEDGER SUITE - CALENDAR DATE ARITHMETIC WORK AREA.    *
000600*    COPY THIS MEMBER INTO WORKING-STORAGE OF ANY PROGRAM THAT   *
000700*    COPIES THE DL100DTP PARAGRAPHS INTO ITS PROCEDURE           *
000800*    DIVISION.  PUT A YYYYMMDD DATE IN DW-DATE AND PERFORM       *
000900*    8700-DATE-TO-DAYS TO GET ITS DAY NUMBER IN DW-DAYS, OR PUT  *
001000*    A DAY NUMBER IN DW-DAYS AND PERFORM 8710-DAYS-TO-DATE TO    *
001100*    GET THE DATE BACK.  THE DIFFERENCE BETWEEN TWO DAY NUMBERS  *
001200*    IS THE NUMBER OF CALENDAR DAYS BETWEEN THE TWO DATES.       *
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
002300 01  DL100-DATE-WORK.
002400     05  DW-DATE                     PIC 9(8).
002500     05  DW-DATE-PARTS REDEFINES DW-DATE.
002600         10  DW-YEAR                 PIC 9(4).
002700         10  DW-MONTH                PIC 9(2).
002800         10  DW-DAY                  PIC 9(2).
002900     05  DW-DAYS                     PIC S9(9) COMP.
003000     05  DW-SHIFT-YEAR               PIC S9(9) COMP.
003100     05  DW-SHIFT-MONTH              PIC S9(9) COMP.
003200     05  DW-ERA                      PIC S9(9) COMP.
003300     05  DW-DAY-OF-ERA               PIC S9(9) COMP.
003400     05  DW-YEAR-OF-ERA              PIC S9(9) COMP.
003500     05  DW-DAY-OF-YEAR              PIC S9(9) COMP.
003600     05  DW-WORK-1                   PIC S9(9) COMP.
003700     05  DW-WORK-2                   PIC S9(9) COMP.
003800     05  DW-WORK-3                   PIC S9(9) COMP.
003900     05  DW-WORK-4                   PIC S9(9) COMP.
004000*
