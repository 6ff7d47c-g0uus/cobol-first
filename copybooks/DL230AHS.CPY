001600*    2026-09-02 JHD   INITIAL MEMBER, WRITTEN WITH THE DL230     *
001700*                     SNAPSHOT STEP SO THE DL240 AS-OF REPORT    *
001800*                     CAN READ THE SAME LAYOUT IT WRITES.        *
001810*    2026-10-15 JHD   ADDED THE DAY'S POSTED ITEM COUNT, CARVED  *
001820*                     OUT OF THE FILLER (RECORD LENGTH           *
001830*                     UNCHANGED), FOR THE DL270 ACTIVITY         *
001840*                     MONITOR.  RECORDS CUT BEFORE THIS HOLD     *
001850*                     SPACES THERE AND ARE NOT COUNTED.          *
001900*                                                                *
002000******************************************************************
002100*
003400             SIGN IS TRAILING SEPARATE CHARACTER.
003500     05  AH-MTD-ACTIVITY             PIC S9(9)V9(3)
003600             SIGN IS TRAILING SEPARATE CHARACTER.
003610     05  AH-ITEM-COUNT               PIC 9(5).
003700     05  AH-FILLER                   PIC X(01).
003800*
