001670*                     REPORTS CAN SHOW BOTH SIDES OF A           *
001680*                     CONVERTED POSTING.  THE ORIGINAL AND       *
001690*                     ROUNDED AMOUNTS ARE BASE CURRENCY.         *
001692*    2026-10-15 JHD   ADDED THE VALUE DATE OF A BACK-VALUED      *
001694*                     POSTING (SPACES MEANS THE BUSINESS DATE),  *
001696*                     FOR THE DL290 RESTATEMENT STEP.  THE       *
001698*                     RECORD GROWS FROM 40 TO 48 BYTES.          *
001700*                                                                *
001800******************************************************************
001900*
002250             SIGN IS TRAILING SEPARATE CHARACTER.
002300     05  RS-ROUNDED-AMT              PIC S9(4)V9(3)
002350             SIGN IS TRAILING SEPARATE CHARACTER.
002360     05  RS-VALUE-DATE               PIC X(08).
002370     05  RS-VALUE-DATE-N REDEFINES RS-VALUE-DATE
002380                                     PIC 9(8).
002400     05  RS-FILLER                   PIC X(05).
002500*
