000100******************************************************************
000200*                                                                *
000300*    DL100FRT.CPY                                                *
000400*                                                                *
000500*    DAILY LEDGER SUITE - FEEDER RETURN RECORD LAYOUT.  THE      *
000600*    FIXED LAYOUT EACH SOURCE SYSTEM LOADS BACK TO LEARN WHAT    *
000700*    BECAME OF THE BATCHES IT SENT.  HELLOWORLD WRITES THE       *
000800*    FEEDRET DATASET AS IT RUNS - ONE "B" BATCH OUTCOME RECORD   *
000900*    AS EACH BATCH TRAILER IS PROVED AND ONE "R" RECORD FOR      *
001000*    EVERY REJECTED ITEM, ALONGSIDE ITS ERRRPT RECORD.  DL600    *
001100*    CARRIES EACH KEY-RANGE IMAGE'S FEEDRET INTO THE COMBINED    *
001200*    DATASET, AND DL110 BUILDS ONE RETURN FILE PER SOURCE        *
001300*    SYSTEM FROM IT, OPENED BY AN "H" HEADER AND CLOSED BY A     *
001400*    "T" TRAILER.                                                *
001500*                                                                *
001600*    A "B" RECORD FROM A KEY-RANGE IMAGE COVERS ONLY THE         *
001700*    DETAILS INSIDE THAT IMAGE'S RANGE (FB-KEYRANGE-LOW/HIGH)    *
001800*    FOR ITS ACCEPTED, REJECTED AND DUPLICATE FIGURES.  THE      *
001900*    CONTROL RESULT AND THE DETAIL AND TRAILER COUNTS ALWAYS     *
002000*    COVER THE WHOLE BATCH, SINCE EVERY IMAGE READS EVERY        *
002100*    DETAIL.  DL110 ADDS THE IMAGES' SLICES BACK TOGETHER.       *
002200*    ACCEPTED AND REJECTED AMOUNTS ARE THE AMOUNTS AS THE        *
002300*    FEEDER SENT THEM, THE SAME BASIS AS THE TRAILER HASH, SO    *
002400*    A BATCH WHOSE AMOUNTS WERE ALL NUMERIC TIES BACK TO ITS     *
002500*    OWN TRAILER.                                                *
002600*                                                                *
002700*    COPY THIS MEMBER UNDER THE FD OF WHICHEVER PROGRAM READS    *
002800*    OR WRITES A FEEDER RETURN DATASET.                          *
002900*                                                                *
003000*    MODIFICATION HISTORY.                                      *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    ---------  ----  ------------------------------------------ *
003300*    2026-10-15 JHD   INITIAL MEMBER, WRITTEN WITH THE FEEDER    *
003400*                     RETURN FILES.                              *
003500*                                                                *
003600******************************************************************
003700*
003800 01  DL100-FEEDRET-REC.
003900     05  FR-REC-TYPE                 PIC X(01).
004000         88  FR-FILE-HEADER          VALUE "H".
004100         88  FR-BATCH-OUTCOME        VALUE "B".
004200         88  FR-REJECT-ITEM          VALUE "R".
004300         88  FR-FILE-TRAILER         VALUE "T".
004400     05  FR-SOURCE-SYSTEM            PIC X(08).
004500     05  FR-BUSINESS-DATE            PIC 9(8).
004600     05  FR-BATCH-NUMBER             PIC 9(3).
004700     05  FR-BODY.
004800         10  FB-CONTROL-RESULT       PIC X(04).
004900             88  FB-CONTROL-PASSED   VALUE "PASS".
005000             88  FB-CONTROL-FAILED   VALUE "FAIL".
005100         10  FB-TRAILER-COUNT        PIC 9(8).
005200         10  FB-DETAIL-COUNT         PIC 9(8).
005300         10  FB-ACCEPT-COUNT         PIC 9(8).
005400         10  FB-ACCEPT-AMOUNT        PIC S9(10)V9(4)
005500                 SIGN IS TRAILING SEPARATE CHARACTER.
005600         10  FB-REJECT-COUNT         PIC 9(8).
005700         10  FB-REJECT-AMOUNT        PIC S9(10)V9(4)
005800                 SIGN IS TRAILING SEPARATE CHARACTER.
005900         10  FB-DUP-COUNT            PIC 9(8).
006000         10  FB-KEYRANGE-LOW         PIC X(06).
006100         10  FB-KEYRANGE-HIGH        PIC X(06).
006200     05  FR-ITEM REDEFINES FR-BODY.
006300         10  FI-KEY                  PIC X(06).
006400         10  FI-AMOUNT               PIC X(09).
006500         10  FI-TYPE-CODE            PIC X(01).
006600         10  FI-CURRENCY-CODE        PIC X(03).
006700         10  FI-REASON               PIC X(30).
006800         10  FI-FILLER               PIC X(37).
006900     05  FR-HEADER REDEFINES FR-BODY.
007000         10  FH-CREATED-DATE         PIC 9(8).
007100         10  FH-CREATED-TIME         PIC 9(6).
007200         10  FH-FILLER               PIC X(72).
007300     05  FR-TRAILER REDEFINES FR-BODY.
007400         10  FT-BATCH-COUNT          PIC 9(8).
007500         10  FT-ITEM-COUNT           PIC 9(8).
007600         10  FT-RECORD-COUNT         PIC 9(8).
007700         10  FT-FILLER               PIC X(62).
007800*
