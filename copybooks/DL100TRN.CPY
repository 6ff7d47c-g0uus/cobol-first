001870*                     COMPLETE H/DETAIL/T BATCHES BACK TO        *
001880*                     BACK, ONE PER SOURCE SYSTEM.  THE LAYOUT   *
001890*                     ITSELF IS UNCHANGED.                       *
001891*    2026-10-15 JHD   ADDED AN OPTIONAL VALUE DATE TO THE DETAIL *
001892*                     RECORD FOR LATE ITEMS THAT BELONG TO AN    *
001893*                     EARLIER BUSINESS DATE (SPACES MEANS THE    *
001894*                     BATCH'S OWN DATE).  HEADER AND TRAILER     *
001895*                     FILLERS WIDENED TO MATCH.                  *
001900*                                                                *
002000******************************************************************
002100*
003800             88  TR-TYPE-VALID       VALUES "D" "C" "R" "A".
003900         10  TR-REVERSAL-REF         PIC 9(6).
003950         10  TR-CURRENCY-CODE        PIC X(03).
003960         10  TR-VALUE-DATE           PIC X(08).
003970         10  TR-VALUE-DATE-N REDEFINES TR-VALUE-DATE
003980                                     PIC 9(8).
004000         10  TR-FILLER               PIC X(02).
004100     05  TR-HEADER REDEFINES TR-DETAIL.
004200         10  TH-BUSINESS-DATE        PIC 9(8).
004300         10  TH-SOURCE-SYSTEM        PIC X(08).
004400         10  TH-FILLER               PIC X(19).
004500     05  TR-TRAILER REDEFINES TR-DETAIL.
004600         10  TT-RECORD-COUNT         PIC 9(8).
004700         10  TT-HASH-TOTAL           PIC S9(10)V9(4)
004800                 SIGN IS TRAILING SEPARATE CHARACTER.
004900         10  TT-FILLER               PIC X(12).
005000*
