000100******************************************************************
000200*                                                                *
000300*    DL500GLS.CPY                                                *
000400*                                                                *
000500*    DAILY LEDGER SUITE - GLSENT (GL SENT LOG) RECORD LAYOUT.    *
000600*    GLEXT IS REBUILT EVERY DAY, SO THIS CUMULATIVE LOG KEEPS    *
000700*    WHAT EACH PROVEN EXTRACT SENT TO THE GL:  ONE "D" RECORD    *
000800*    PER BUSINESS DATE, GL ACCOUNT AND COST CENTER (RANGES THAT  *
000900*    MAP TO THE SAME ACCOUNT AND COST CENTER ARE SUMMED), AND    *
001000*    ONE "T" RECORD PER BUSINESS DATE CARRYING THE DATE'S        *
001100*    POSTING COUNT AND THE GLEXT TRAILER AMOUNT TOTAL.  DL500    *
001200*    WRITES THE SENT SIDE; DL510 FILLS IN WHAT THE GL BOOKED     *
001300*    FROM ITS ACKNOWLEDGEMENT AND THE OUTCOME.  COPY THIS        *
001400*    MEMBER UNDER THE FD OF WHICHEVER PROGRAM READS OR WRITES    *
001500*    THE SENT LOG.                                               *
001600*                                                                *
001700*    MODIFICATION HISTORY.                                      *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------  ----  ------------------------------------------ *
002000*    2026-10-15 JHD   INITIAL MEMBER, WRITTEN WITH THE DL510     *
002100*                     GL ACKNOWLEDGEMENT RECONCILIATION.         *
002200*                                                                *
002300******************************************************************
002400*
002500 01  DL500-SENT-REC.
002600     05  GS-KEY.
002700         10  GS-BUSINESS-DATE        PIC 9(8).
002800         10  GS-REC-TYPE             PIC X(01).
002900             88  GS-LINE-REC         VALUE "D".
003000             88  GS-DATE-TOTAL-REC   VALUE "T".
003100         10  GS-GL-ACCOUNT           PIC X(12).
003200         10  GS-COST-CENTER          PIC X(06).
003300     05  GS-SENT-COUNT               PIC 9(8).
003400     05  GS-SENT-AMOUNT              PIC S9(10)V9(3)
003500             SIGN IS TRAILING SEPARATE CHARACTER.
003600     05  GS-BOOKED-COUNT             PIC 9(8).
003700     05  GS-BOOKED-AMOUNT            PIC S9(10)V9(3)
003800             SIGN IS TRAILING SEPARATE CHARACTER.
003900     05  GS-ACK-STATUS               PIC X(01).
004000         88  GS-AWAITING             VALUE " ".
004100         88  GS-AGREED               VALUE "A".
004200         88  GS-BROKEN               VALUE "B".
004300     05  GS-ACK-DATE                 PIC 9(8).
004400     05  GS-BREAK-REASON             PIC X(30).
004500     05  GS-FILLER                   PIC X(10).
004600*
