000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  DL290                                          *
000400*                                                                *
000500*    BALANCE HISTORY RESTATEMENT STEP.                           *
000600*                                                                *
000700*    A FEEDER ITEM CARRYING A VALUE DATE EARLIER THAN THE        *
000800*    BUSINESS DATE (A LATE CARD SETTLEMENT, SAY) IS POSTED BY    *
000900*    DL200 AS THE DAY'S ACTIVITY LIKE ANY OTHER ITEM, WHICH      *
001000*    LEAVES THE DAILY SNAPSHOTS ON THE BALANCE HISTORY           *
001100*    (ACCTHIST) - AND SO THE DL240 AS-OF REPORT AND THE          *
001200*    INTEREST DL800 ACCRUED - WRONG FOR EVERY DAY FROM THE       *
001300*    VALUE DATE ON.  DL200 LISTS EACH SUCH ITEM ON THE           *
001400*    BACK-VALUED POSTINGS DATASET (BACKVAL).  THIS STEP RUNS     *
001500*    AFTER DL200 AND PUTS THE HISTORY RIGHT.                     *
001600*                                                                *
001700*    THE ITEMS ARE SUMMED BY ACCOUNT AND VALUE DATE ON A KEYED   *
001800*    WORK DATASET.  FOR EACH ACCOUNT THE "D" DAILY SNAPSHOTS     *
001900*    FROM THE EARLIEST VALUE DATE UP TO THE DAY BEFORE THE       *
002000*    BUSINESS DATE ARE THEN RESTATED IN PLACE:  A SNAPSHOT       *
002100*    TAKES INTO ITS DAY'S ACTIVITY THE ITEMS VALUED ON OR        *
002200*    BEFORE ITS OWN DATE BUT AFTER THE SNAPSHOT BEFORE IT, ITS   *
002300*    PRIOR AND NEW BALANCES TAKE EVERY ITEM VALUED BEFORE AND    *
002400*    ON OR BEFORE ITS DATE, AND ITS MONTH-TO-DATE ACTIVITY       *
002500*    TAKES THOSE VALUED IN ITS OWN MONTH.  THE "M" MONTH-END     *
002600*    CUTS ARE LEFT AS BOOKED, AND THE BUSINESS DATE'S OWN        *
002700*    SNAPSHOT ALREADY HOLDS THE ITEMS AS POSTED.                 *
002800*                                                                *
002900*    FOR EVERY SNAPSHOT RESTATED, A DAY OF INTEREST IS WORKED    *
003000*    OUT ON THE BALANCE AS BOOKED AND ON THE BALANCE AS          *
003100*    RESTATED, EXACTLY AS DL800 ACCRUES IT FROM THE ACCRUAL      *
003200*    RATE TABLE (ACCRATES).  THE DIFFERENCE, SUMMED OVER THE     *
003300*    ACCOUNT'S DAYS, GOES OUT AS ONE ADJUSTMENT-TYPE ("A")       *
003400*    DETAIL IN FULL TRANSIN FORMAT ON INTADJ FOR THE NEXT        *
003500*    POSTING RUN.  THE ADJUSTMENT CARRIES NO VALUE DATE - IT     *
003600*    IS CURRENT ACTIVITY WHEN IT POSTS.  AN ADJUSTMENT BEYOND    *
003700*    THE TRANSIN AMOUNT LIMIT IS HELD OFF INTADJ AND PRINTED.    *
003800*                                                                *
003900*    THE RESTATEMENT REPORT (RSTRPT) SHOWS EVERY SNAPSHOT        *
004000*    RESTATED WITH ITS BALANCE AS BOOKED AND AS RESTATED, AND    *
004100*    EACH ACCOUNT'S INTEREST ADJUSTMENT.                         *
004200*                                                                *
004300*    THE STEP IS CONTROLLED THROUGH THE SHARED DAY CONTROL       *
004400*    DATASET (DAYCTL):  IT REFUSES TO RUN UNTIL DL200 IS         *
004500*    COMPLETE FOR THE DATE, AND IT REFUSES A SECOND RUN FOR      *
004600*    THE SAME DATE - A RERUN WOULD RESTATE THE HISTORY TWICE -   *
004700*    SO THERE IS NO OVERRIDE.                                    *
004800*                                                                *
004900*    RUN PARAMETERS (COMMA SEPARATED, KEYWORD=VALUE):            *
005000*        BUSDATE=YYYYMMDD  THE BUSINESS DATE DL200 POSTED        *
005100*                          (DEFAULT: THE RUN DATE).              *
005200*        NEXTDATE=YYYYMMDD BUSINESS DATE FOR THE INTADJ HEADER - *
005300*                          NORMALLY THE NEXT POSTING DAY         *
005400*                          (DEFAULT: THE DAY AFTER BUSDATE).     *
005500*                                                                *
005600*    RETURN CODE:  0 RESTATED CLEANLY (OR NOTHING BACK-VALUED),  *
005700*    8 AN INTEREST ADJUSTMENT WAS HELD, 16 REFUSED OR ABENDED.   *
005800*                                                                *
005900*    MODIFICATION HISTORY.                                      *
006000*    DATE       INIT  DESCRIPTION                                *
006100*    ---------  ----  ------------------------------------------ *
006200*    2026-10-15 JHD   ORIGINAL PROGRAM.  LATE ITEMS FOR AN       *
006300*                     EARLIER DATE LEFT THE BALANCE HISTORY AND  *
006400*                     THE ACCRUED INTEREST WRONG FOR GOOD.       *
006500*                                                                *
006600******************************************************************
006700 IDENTIFICATION DIVISION.
006800 PROGRAM-ID. DL290.
006900 AUTHOR. J H DRAYTON.
007000 INSTALLATION. DAILY LEDGER SUITE.
007100 DATE-WRITTEN. 2026-10-15.
007200 DATE-COMPILED.
007300*
007400 ENVIRONMENT DIVISION.
007500 CONFIGURATION SECTION.
007600 SOURCE-COMPUTER. IBM-370.
007700 OBJECT-COMPUTER. IBM-370.
007800*
007900 INPUT-OUTPUT SECTION.
008000 FILE-CONTROL.
008100*
008200*        DAYCTL    - THE SUITE'S SHARED DAY-CONTROL DATASET.
008300*        BACKVAL   - THE ITEMS DL200 APPLIED WITH AN EARLIER
008400*                    VALUE DATE (INPUT).
008500*        BVWORK    - THE ITEMS SUMMED BY ACCOUNT AND VALUE DATE
008600*                    (KEYED WORK DATASET, RECREATED EVERY RUN).
008700*        ACCTHIST  - THE CUMULATIVE BALANCE HISTORY (I-O,
008800*                    INDEXED).
008900*        ACCRATES  - THE ACCRUAL RATE TABLE BY ACCOUNT RANGE.
009000*        INTADJ    - THE INTEREST BACK-VALUE ADJUSTMENTS, IN
009100*                    TRANSIN FORMAT (OUTPUT).
009200*        RSTRPT    - THE PRINTED RESTATEMENT REPORT.
009300*
009400     SELECT DL290-DAYCTL-FILE
009500         ASSIGN TO DAYCTL
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS RANDOM
009800         RECORD KEY IS DC-BUSINESS-DATE
009900         FILE STATUS IS DL290-DAYC-STATUS.
010000*
010100     SELECT OPTIONAL DL290-BACKVAL-FILE
010200         ASSIGN TO BACKVAL
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS DL290-BACKVAL-STATUS.
010500*
010600     SELECT OPTIONAL DL290-WORK-FILE
010700         ASSIGN TO BVWORK
010800         ORGANIZATION IS INDEXED
010900         ACCESS MODE IS DYNAMIC
011000         RECORD KEY IS BW-KEY
011100         FILE STATUS IS DL290-WORK-STATUS.
011200*
011300     SELECT DL290-HIST-FILE
011400         ASSIGN TO ACCTHIST
011500         ORGANIZATION IS INDEXED
011600         ACCESS MODE IS DYNAMIC
011700         RECORD KEY IS AH-KEY
011800         FILE STATUS IS DL290-HIST-STATUS.
011900*
012000     SELECT DL290-RATE-FILE
012100         ASSIGN TO ACCRATES
012200         ORGANIZATION IS LINE SEQUENTIAL
012300         FILE STATUS IS DL290-RATE-STATUS.
012400*
012500     SELECT DL290-ADJUST-FILE
012600         ASSIGN TO INTADJ
012700         ORGANIZATION IS LINE SEQUENTIAL
012800         FILE STATUS IS DL290-ADJUST-STATUS.
012900*
013000     SELECT DL290-REPORT-FILE
013100         ASSIGN TO RSTRPT
013200         ORGANIZATION IS LINE SEQUENTIAL
013300         FILE STATUS IS DL290-REPORT-STATUS.
013400*
013500 DATA DIVISION.
013600 FILE SECTION.
013700*
013800 FD  DL290-DAYCTL-FILE
013900     LABEL RECORDS ARE STANDARD.
014000     COPY DL100DAY.
014100*
014200 FD  DL290-BACKVAL-FILE
014300     LABEL RECORDS ARE STANDARD.
014400     COPY DL200BVL.
014500*
014600 FD  DL290-WORK-FILE
014700     LABEL RECORDS ARE STANDARD.
014800 01  DL290-WORK-REC.
014900     05  BW-KEY.
015000         10  BW-ACCOUNT-NO           PIC 9(6).
015100         10  BW-VALUE-DATE           PIC 9(8).
015200     05  BW-ITEM-COUNT               PIC 9(5).
015300     05  BW-AMOUNT                   PIC S9(9)V9(3)
015400                                     SIGN IS TRAILING SEPARATE
015500                                     CHARACTER.
015600     05  BW-FILLER                   PIC X(05).
015700*
015800 FD  DL290-HIST-FILE
015900     LABEL RECORDS ARE STANDARD.
016000     COPY DL230AHS.
016100*
016200 FD  DL290-RATE-FILE
016300     LABEL RECORDS ARE STANDARD.
016400 01  DL290-RATE-REC.
016500     05  ACR-RANGE-LOW               PIC 9(6).
016600     05  ACR-RANGE-HIGH              PIC 9(6).
016700     05  ACR-DEBIT-RATE              PIC 9(2)V9(6).
016800     05  ACR-CREDIT-RATE             PIC 9(2)V9(6).
016900     05  ACR-NO-ACCRUE-FLAG          PIC X(01).
017000         88  ACR-NO-ACCRUE           VALUE "Y".
017100     05  ACR-FILLER                  PIC X(05).
017200*
017300 FD  DL290-ADJUST-FILE
017400     LABEL RECORDS ARE STANDARD.
017500     COPY DL100TRN.
017600*
017700 FD  DL290-REPORT-FILE
017800     LABEL RECORDS ARE OMITTED.
017900 01  DL290-PRINT-REC                 PIC X(132).
018000*
018100 WORKING-STORAGE SECTION.
018200*
018300 01  DL290-FILE-STATUSES.
018400     05  DL290-DAYC-STATUS           PIC X(02).
018500     05  DL290-BACKVAL-STATUS        PIC X(02).
018600     05  DL290-WORK-STATUS           PIC X(02).
018700     05  DL290-HIST-STATUS           PIC X(02).
018800     05  DL290-RATE-STATUS           PIC X(02).
018900     05  DL290-ADJUST-STATUS         PIC X(02).
019000     05  DL290-REPORT-STATUS         PIC X(02).
019100*
019200 01  DL290-SWITCHES.
019300     05  DL290-BACKVAL-EOF-SW        PIC X(01) VALUE "N".
019400         88  DL290-BACKVAL-EOF       VALUE "Y".
019500     05  DL290-WORK-EOF-SW           PIC X(01) VALUE "N".
019600         88  DL290-WORK-EOF          VALUE "Y".
019700     05  DL290-HIST-DONE-SW          PIC X(01) VALUE "N".
019800         88  DL290-HIST-DONE         VALUE "Y".
019900     05  DL290-RATE-EOF-SW           PIC X(01) VALUE "N".
020000         88  DL290-RATE-EOF          VALUE "Y".
020100     05  DL290-BAND-FOUND-SW         PIC X(01) VALUE "N".
020200         88  DL290-BAND-FOUND        VALUE "Y".
020300         88  DL290-BAND-MISSING      VALUE "N".
020400     05  DL290-WARNING-SW            PIC X(01) VALUE "N".
020500         88  DL290-WARNING           VALUE "Y".
020600*
020700 01  DL290-COUNTERS.
020800     05  DL290-BACKVAL-COUNT         PIC 9(8) COMP VALUE ZERO.
020900     05  DL290-BUCKET-COUNT          PIC 9(8) COMP VALUE ZERO.
021000     05  DL290-ACCOUNT-COUNT         PIC 9(8) COMP VALUE ZERO.
021100     05  DL290-SNAPSHOT-COUNT        PIC 9(8) COMP VALUE ZERO.
021200     05  DL290-UNSNAPPED-COUNT       PIC 9(8) COMP VALUE ZERO.
021300     05  DL290-ADJUST-COUNT          PIC 9(8) COMP VALUE ZERO.
021400     05  DL290-HELD-COUNT            PIC 9(8) COMP VALUE ZERO.
021500     05  DL290-ACCT-SNAP-COUNT       PIC 9(8) COMP VALUE ZERO.
021600*
021700 01  DL290-BACKVAL-TOTAL             PIC S9(11)V9(3) COMP-3
021800                                     VALUE ZERO.
021900 01  DL290-ADJUST-TOTAL              PIC S9(9)V9(4) COMP-3
022000                                     VALUE ZERO.
022100 01  DL290-ADJUST-HASH               PIC S9(10)V9(4) COMP-3
022200                                     VALUE ZERO.
022300*
022400******************************************************************
022500*    THE DATES IN PLAY AND THE ACCOUNT IN HAND.  THE DELTAS      *
022600*    ARE WHAT THE BACK-VALUED ITEMS ADD TO THE SNAPSHOT BEING    *
022700*    RESTATED:  THE CUMULATIVE DELTA IS EVERY ITEM VALUED ON     *
022800*    OR BEFORE ITS DATE, THE PRIOR DELTA THOSE VALUED BEFORE     *
022900*    THE SNAPSHOT BEFORE IT, THE DAY DELTA THE DIFFERENCE, AND   *
023000*    THE MONTH DELTA THOSE VALUED IN THE MONTH IN HAND.          *
023100******************************************************************
023200 01  DL290-BUSINESS-DATE             PIC 9(8) VALUE ZERO.
023300 01  DL290-NEXT-DATE                 PIC 9(8) VALUE ZERO.
023400 01  DL290-RUN-DATE                  PIC 9(8).
023500 01  DL290-CURRENT-ACCOUNT           PIC 9(6).
023600*
023700 01  DL290-DELTAS.
023800     05  DL290-CUM-DELTA             PIC S9(11)V9(3) COMP-3.
023900     05  DL290-PRIOR-DELTA           PIC S9(11)V9(3) COMP-3.
024000     05  DL290-DAY-DELTA             PIC S9(11)V9(3) COMP-3.
024100     05  DL290-MONTH-DELTA           PIC S9(11)V9(3) COMP-3.
024200     05  DL290-MTD-DELTA             PIC S9(11)V9(3) COMP-3.
024300     05  DL290-DELTA-MONTH           PIC 9(6).
024400*
024500 01  DL290-BOOKED-BALANCE            PIC S9(9)V9(3) COMP-3.
024600*
024700     COPY DL100DTW.
024800*
024900******************************************************************
025000*    INTEREST WORK AREAS.  A DAY'S INTEREST IS COMPUTED AT       *
025100*    FULL PRECISION AND ROUNDED TO FOUR PLACES THE WAY DL800     *
025200*    ROUNDS IT; THE ACCOUNT'S DIFFERENCE IS HELD WIDE SO AN      *
025300*    ADJUSTMENT BEYOND THE TRANSIN LIMIT IS SEEN, NOT            *
025400*    TRUNCATED.                                                  *
025500******************************************************************
025600 01  DL290-INTEREST-WORK.
025700     05  DL290-WORK-BALANCE          PIC S9(9)V9(3) COMP-3.
025800     05  DL290-WORK-RATE             PIC 9(2)V9(6) COMP-3.
025900     05  DL290-INTEREST-FULL         PIC S9(9)V9(8) COMP-3.
026000     05  DL290-INTEREST-DAY          PIC S9(9)V9(4) COMP-3.
026100     05  DL290-INTEREST-BOOKED       PIC S9(9)V9(4) COMP-3.
026200     05  DL290-INTEREST-RESTATED     PIC S9(9)V9(4) COMP-3.
026300     05  DL290-ACCT-INTEREST         PIC S9(9)V9(4) COMP-3.
026400     05  DL290-INTEREST-OUT          PIC S9(4)V9(4).
026500*
026600******************************************************************
026700*    ACCRUAL RATE BAND TABLE - LOADED FROM ACCRATES AT OPEN      *
026800*    AND CHECKED EXACTLY AS DL800 CHECKS IT.                     *
026900******************************************************************
027000 01  DL290-BAND-TABLE.
027100     05  DL290-BAND-MAX              PIC 9(3) COMP VALUE 50.
027200     05  DL290-BAND-COUNT            PIC 9(3) COMP VALUE ZERO.
027300     05  DL290-BAND-ENTRY            OCCURS 50 TIMES
027400                                     INDEXED BY DL290-BAND-IX.
027500         10  DL290-BAND-LOW          PIC 9(6).
027600         10  DL290-BAND-HIGH         PIC 9(6).
027700         10  DL290-BAND-DEBIT-RATE   PIC 9(2)V9(6) COMP-3.
027800         10  DL290-BAND-CREDIT-RATE  PIC 9(2)V9(6) COMP-3.
027900         10  DL290-BAND-NO-ACCRUE    PIC X(01).
028000*
028100******************************************************************
028200*    RUN PARAMETER HANDLING  (BUSDATE= / NEXTDATE=)              *
028300******************************************************************
028400 01  DL290-PARM-STRING               PIC X(80).
028500 01  DL290-PARM-TOKENS.
028600     05  DL290-PARM-TOKEN OCCURS 2 TIMES
028700                                     PIC X(40).
028800 01  DL290-PARM-IX                   PIC 9(1) COMP.
028900 01  DL290-PARM-KEY                  PIC X(20).
029000 01  DL290-PARM-VALUE                PIC X(20).
029100 01  DL290-PARM-VALUE-LEN            PIC 9(2) COMP.
029200*
029300******************************************************************
029400*    RESTATEMENT REPORT PRINT LINES                              *
029500******************************************************************
029600 01  DL290-RPT-HEADING-1.
029700     05  FILLER                      PIC X(08) VALUE "DL290".
029800     05  FILLER                      PIC X(40) VALUE
029900         "BALANCE HISTORY RESTATEMENT REPORT".
030000     05  FILLER                      PIC X(14) VALUE
030100         "POSTING DATE ".
030200     05  DL290-H1-BUSDATE            PIC 9(8).
030300     05  FILLER                      PIC X(62) VALUE SPACES.
030400*
030500 01  DL290-RPT-COLUMN-HEADING.
030600     05  FILLER                      PIC X(05) VALUE SPACES.
030700     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
030800     05  FILLER                      PIC X(10) VALUE "SNAPSHOT".
030900     05  FILLER                      PIC X(17) VALUE
031000         "      AS BOOKED".
031100     05  FILLER                      PIC X(17) VALUE
031200         "    AS RESTATED".
031300     05  FILLER                      PIC X(17) VALUE
031400         "         CHANGE".
031500     05  FILLER                      PIC X(14) VALUE
031600         "   INT BOOKED".
031700     05  FILLER                      PIC X(13) VALUE
031800         " INT RESTATED".
031900     05  FILLER                      PIC X(31) VALUE SPACES.
032000*
032100 01  DL290-RPT-DETAIL.
032200     05  FILLER                      PIC X(05) VALUE SPACES.
032300     05  DL290-RD-ACCOUNT            PIC 9(6).
032400     05  FILLER                      PIC X(02) VALUE SPACES.
032500     05  DL290-RD-SNAP-DATE          PIC 9(8).
032600     05  FILLER                      PIC X(02) VALUE SPACES.
032700     05  DL290-RD-BOOKED             PIC ---,---,--9.999.
032800     05  FILLER                      PIC X(02) VALUE SPACES.
032900     05  DL290-RD-RESTATED           PIC ---,---,--9.999.
033000     05  FILLER                      PIC X(02) VALUE SPACES.
033100     05  DL290-RD-CHANGE             PIC ---,---,--9.999.
033200     05  FILLER                      PIC X(02) VALUE SPACES.
033300     05  DL290-RD-INT-BOOKED         PIC ----,--9.9999.
033400     05  FILLER                      PIC X(01) VALUE SPACES.
033500     05  DL290-RD-INT-RESTATED       PIC ----,--9.9999.
033600     05  FILLER                      PIC X(31) VALUE SPACES.
033700*
033800 01  DL290-RPT-ACCOUNT-LINE.
033900     05  FILLER                      PIC X(05) VALUE SPACES.
034000     05  DL290-RA-ACCOUNT            PIC 9(6).
034100     05  FILLER                      PIC X(02) VALUE SPACES.
034200     05  DL290-RA-SNAPSHOTS          PIC ZZ,ZZ9.
034300     05  FILLER                      PIC X(12) VALUE
034400         " SNAPSHOTS".
034500     05  FILLER                      PIC X(22) VALUE
034600         "INTEREST ADJUSTMENT".
034700     05  DL290-RA-INTEREST           PIC ----,---,--9.9999.
034800     05  FILLER                      PIC X(02) VALUE SPACES.
034900     05  DL290-RA-NOTE               PIC X(30).
035000     05  FILLER                      PIC X(30) VALUE SPACES.
035100*
035200 01  DL290-RPT-MESSAGE-LINE.
035300     05  FILLER                      PIC X(05) VALUE SPACES.
035400     05  DL290-MSG-TEXT              PIC X(80).
035500     05  FILLER                      PIC X(47) VALUE SPACES.
035600*
035700 01  DL290-RPT-TOTAL-LINE.
035800     05  FILLER                      PIC X(05) VALUE SPACES.
035900     05  DL290-TOT-LABEL             PIC X(40).
036000     05  DL290-TOT-COUNT             PIC ZZ,ZZZ,ZZ9.
036100     05  FILLER                      PIC X(77) VALUE SPACES.
036200*
036300 01  DL290-RPT-AMOUNT-LINE.
036400     05  FILLER                      PIC X(05) VALUE SPACES.
036500     05  DL290-AMT-LABEL             PIC X(40).
036600     05  DL290-AMT-VALUE             PIC ---,---,---,--9.9999.
036700     05  FILLER                      PIC X(67) VALUE SPACES.
036800*
036900 PROCEDURE DIVISION.
037000*
037100******************************************************************
037200*    0000-MAINLINE                                               *
037300******************************************************************
037400 0000-MAINLINE.
037500*
037600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037700*
037800     PERFORM 2000-LOAD-BACKVAL THRU 2000-EXIT
037900         UNTIL DL290-BACKVAL-EOF.
038000     CLOSE DL290-BACKVAL-FILE.
038100*
038200     PERFORM 3000-START-RESTATEMENT THRU 3000-EXIT.
038300     PERFORM 3100-RESTATE-ACCOUNT THRU 3100-EXIT
038400         UNTIL DL290-WORK-EOF.
038500*
038600     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
038700*
038800     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
038900*
039000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039100*
039200     GOBACK.
039300*
039400******************************************************************
039500*    1000-INITIALIZE  -  PARSE AND CHECK THE RUN PARAMETERS,     *
039600*    CHECK THE DAY CONTROL, OPEN THE DATASETS, LOAD THE RATE     *
039700*    BAND TABLE, LAY DOWN THE INTADJ HEADER AND PRIME THE        *
039800*    BACKVAL READ.                                               *
039900******************************************************************
040000 1000-INITIALIZE.
040100*
040200     DISPLAY "DL290 - BALANCE HISTORY RESTATEMENT STARTING".
040300*
040400     ACCEPT DL290-PARM-STRING FROM COMMAND-LINE.
040500     ACCEPT DL290-RUN-DATE FROM DATE YYYYMMDD.
040600     MOVE DL290-RUN-DATE TO DL290-BUSINESS-DATE.
040700     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
040800*
040900*        THE BUSINESS DATE MUST BE A REAL CALENDAR DATE - IT
041000*        BOUNDS THE RESTATEMENT AND YIELDS THE DEFAULT NEXTDATE.
041100     MOVE DL290-BUSINESS-DATE TO DW-DATE.
041200     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
041300     PERFORM 8710-DAYS-TO-DATE THRU 8710-EXIT.
041400     IF DW-DATE NOT = DL290-BUSINESS-DATE
041500         DISPLAY "DL290 ABEND - BUSDATE " DL290-BUSINESS-DATE
041600             " IS NOT A VALID DATE"
041700         MOVE 16 TO RETURN-CODE
041800         GOBACK
041900     END-IF.
042000     IF DL290-NEXT-DATE = ZERO
042100         ADD 1 TO DW-DAYS
042200         PERFORM 8710-DAYS-TO-DATE THRU 8710-EXIT
042300         MOVE DW-DATE TO DL290-NEXT-DATE
042400     END-IF.
042500*
042600     DISPLAY "DL290 RESTATING FOR BUSINESS DATE "
042700         DL290-BUSINESS-DATE ", ADJUSTMENTS DATED "
042800         DL290-NEXT-DATE.
042900*
043000     PERFORM 1600-CHECK-DAY THRU 1600-EXIT.
043100*
043200     PERFORM 1050-OPEN-FILES THRU 1050-EXIT.
043300*
043400     PERFORM 1200-LOAD-BANDS THRU 1200-EXIT
043500         UNTIL DL290-RATE-EOF.
043600     CLOSE DL290-RATE-FILE.
043700     IF DL290-BAND-COUNT = ZERO
043800         DISPLAY "DL290 ABEND - ACCRATES IS EMPTY, NOTHING "
043900             "TO ACCRUE AGAINST"
044000         MOVE 16 TO RETURN-CODE
044100         GOBACK
044200     END-IF.
044300     DISPLAY "DL290 LOADED " DL290-BAND-COUNT " RATE BANDS".
044400*
044500     PERFORM 1300-WRITE-ADJUST-HEADER THRU 1300-EXIT.
044600*
044700     PERFORM 1400-WRITE-HEADINGS THRU 1400-EXIT.
044800*
044900     PERFORM 2900-READ-BACKVAL THRU 2900-EXIT.
045000*
045100 1000-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500*    1050-OPEN-FILES  -  OPEN EVERY DATASET AND CONFIRM EACH     *
045600*    OPEN SUCCEEDED BEFORE THE RUN GOES ANY FURTHER.             *
045700******************************************************************
045800 1050-OPEN-FILES.
045900*
046000     OPEN INPUT DL290-BACKVAL-FILE.
046100     IF DL290-BACKVAL-STATUS NOT = "00" AND NOT = "05"
046200         DISPLAY "DL290 ABEND - OPEN FAILED FOR BACKVAL, "
046300             "STATUS = " DL290-BACKVAL-STATUS
046400         MOVE 16 TO RETURN-CODE
046500         GOBACK
046600     END-IF.
046700*
046800*        THE WORK DATASET IS RECREATED EMPTY EVERY RUN - A RUN
046900*        MUST NOT PICK UP AN EARLIER RUN'S ITEMS.
047000     OPEN OUTPUT DL290-WORK-FILE.
047100     IF DL290-WORK-STATUS = "00"
047200         CLOSE DL290-WORK-FILE
047300         OPEN I-O DL290-WORK-FILE
047400     END-IF.
047500     IF DL290-WORK-STATUS NOT = "00" AND NOT = "05"
047600         DISPLAY "DL290 ABEND - OPEN FAILED FOR BVWORK, "
047700             "STATUS = " DL290-WORK-STATUS
047800         MOVE 16 TO RETURN-CODE
047900         GOBACK
048000     END-IF.
048100*
048200     OPEN I-O DL290-HIST-FILE.
048300     IF DL290-HIST-STATUS NOT = "00"
048400         DISPLAY "DL290 ABEND - OPEN FAILED FOR ACCTHIST, "
048500             "STATUS = " DL290-HIST-STATUS
048600         MOVE 16 TO RETURN-CODE
048700         GOBACK
048800     END-IF.
048900*
049000     OPEN INPUT DL290-RATE-FILE.
049100     IF DL290-RATE-STATUS NOT = "00"
049200         DISPLAY "DL290 ABEND - OPEN FAILED FOR ACCRATES, "
049300             "STATUS = " DL290-RATE-STATUS
049400         MOVE 16 TO RETURN-CODE
049500         GOBACK
049600     END-IF.
049700*
049800     OPEN OUTPUT DL290-ADJUST-FILE.
049900     IF DL290-ADJUST-STATUS NOT = "00"
050000         DISPLAY "DL290 ABEND - OPEN FAILED FOR INTADJ, "
050100             "STATUS = " DL290-ADJUST-STATUS
050200         MOVE 16 TO RETURN-CODE
050300         GOBACK
050400     END-IF.
050500*
050600     OPEN OUTPUT DL290-REPORT-FILE.
050700     IF DL290-REPORT-STATUS NOT = "00"
050800         DISPLAY "DL290 ABEND - OPEN FAILED FOR RSTRPT, "
050900             "STATUS = " DL290-REPORT-STATUS
051000         MOVE 16 TO RETURN-CODE
051100         GOBACK
051200     END-IF.
051300*
051400 1050-EXIT.
051500     EXIT.
051600*
051700******************************************************************
051800*    1100-PARSE-PARM  -  BREAK THE PARM STRING INTO ITS          *
051900*    KEYWORD=VALUE TOKENS AND APPLY EACH ONE.                    *
052000******************************************************************
052100 1100-PARSE-PARM.
052200*
052300     MOVE SPACES TO DL290-PARM-TOKEN (1) DL290-PARM-TOKEN (2).
052400     UNSTRING DL290-PARM-STRING DELIMITED BY ","
052500         INTO DL290-PARM-TOKEN (1) DL290-PARM-TOKEN (2)
052600     END-UNSTRING.
052700*
052800     PERFORM 1110-APPLY-TOKEN THRU 1110-EXIT
052900         VARYING DL290-PARM-IX FROM 1 BY 1
053000         UNTIL DL290-PARM-IX > 2.
053100*
053200 1100-EXIT.
053300     EXIT.
053400*
053500******************************************************************
053600*    1110-APPLY-TOKEN  -  SPLIT ONE KEYWORD=VALUE TOKEN AND      *
053700*    SET THE RUN OPTION IT CONTROLS.                             *
053800******************************************************************
053900 1110-APPLY-TOKEN.
054000*
054100     MOVE SPACES TO DL290-PARM-KEY DL290-PARM-VALUE.
054200     UNSTRING DL290-PARM-TOKEN (DL290-PARM-IX) DELIMITED BY "="
054300         INTO DL290-PARM-KEY DL290-PARM-VALUE
054400     END-UNSTRING.
054500     MOVE ZERO TO DL290-PARM-VALUE-LEN.
054600     INSPECT DL290-PARM-VALUE TALLYING DL290-PARM-VALUE-LEN
054700         FOR CHARACTERS BEFORE INITIAL SPACE.
054800*
054900     EVALUATE DL290-PARM-KEY
055000         WHEN "BUSDATE"
055100             IF DL290-PARM-VALUE-LEN > ZERO
055200                AND DL290-PARM-VALUE (1:DL290-PARM-VALUE-LEN)
055300                       IS NUMERIC
055400                 MOVE DL290-PARM-VALUE (1:DL290-PARM-VALUE-LEN)
055500                     TO DL290-BUSINESS-DATE
055600             END-IF
055700         WHEN "NEXTDATE"
055800             IF DL290-PARM-VALUE-LEN > ZERO
055900                AND DL290-PARM-VALUE (1:DL290-PARM-VALUE-LEN)
056000                       IS NUMERIC
056100                 MOVE DL290-PARM-VALUE (1:DL290-PARM-VALUE-LEN)
056200                     TO DL290-NEXT-DATE
056300             END-IF
056400         WHEN OTHER
056500             CONTINUE
056600     END-EVALUATE.
056700*
056800 1110-EXIT.
056900     EXIT.
057000*
057100******************************************************************
057200*    1200-LOAD-BANDS  -  READ AND TABLE ONE RATE BAND.  BANDS    *
057300*    MUST BE VALID, ASCENDING AND NON-OVERLAPPING, AND MUST FIT  *
057400*    THE TABLE - ANYTHING ELSE STOPS THE RUN.                    *
057500******************************************************************
057600 1200-LOAD-BANDS.
057700*
057800     READ DL290-RATE-FILE
057900         AT END
058000             SET DL290-RATE-EOF TO TRUE
058100     END-READ.
058200     IF DL290-RATE-STATUS NOT = "00" AND NOT = "10"
058300         DISPLAY "DL290 ABEND - READ FAILED FOR ACCRATES, "
058400             "STATUS = " DL290-RATE-STATUS
058500         MOVE 16 TO RETURN-CODE
058600         GOBACK
058700     END-IF.
058800     IF DL290-RATE-EOF
058900         GO TO 1200-EXIT
059000     END-IF.
059100*
059200     IF ACR-RANGE-LOW NOT NUMERIC
059300        OR ACR-RANGE-HIGH NOT NUMERIC
059400        OR ACR-DEBIT-RATE NOT NUMERIC
059500        OR ACR-CREDIT-RATE NOT NUMERIC
059600        OR ACR-RANGE-LOW > ACR-RANGE-HIGH
059700         DISPLAY "DL290 ABEND - INVALID ACCRATES RECORD, RANGE "
059800             ACR-RANGE-LOW " TO " ACR-RANGE-HIGH
059900         MOVE 16 TO RETURN-CODE
060000         GOBACK
060100     END-IF.
060200*
060300     IF DL290-BAND-COUNT > ZERO
060400        AND ACR-RANGE-LOW NOT >
060500                DL290-BAND-HIGH (DL290-BAND-COUNT)
060600         DISPLAY "DL290 ABEND - ACCRATES BANDS OVERLAP OR ARE "
060700             "OUT OF ORDER AT " ACR-RANGE-LOW
060800         MOVE 16 TO RETURN-CODE
060900         GOBACK
061000     END-IF.
061100*
061200     IF DL290-BAND-COUNT >= DL290-BAND-MAX
061300         DISPLAY "DL290 ABEND - RATE BAND TABLE FULL AT "
061400             DL290-BAND-MAX " ENTRIES"
061500         MOVE 16 TO RETURN-CODE
061600         GOBACK
061700     END-IF.
061800*
061900     ADD 1 TO DL290-BAND-COUNT.
062000     MOVE ACR-RANGE-LOW TO DL290-BAND-LOW (DL290-BAND-COUNT).
062100     MOVE ACR-RANGE-HIGH TO DL290-BAND-HIGH (DL290-BAND-COUNT).
062200     MOVE ACR-DEBIT-RATE
062300         TO DL290-BAND-DEBIT-RATE (DL290-BAND-COUNT).
062400     MOVE ACR-CREDIT-RATE
062500         TO DL290-BAND-CREDIT-RATE (DL290-BAND-COUNT).
062600     MOVE ACR-NO-ACCRUE-FLAG
062700         TO DL290-BAND-NO-ACCRUE (DL290-BAND-COUNT).
062800*
062900 1200-EXIT.
063000     EXIT.
063100*
063200******************************************************************
063300*    1300-WRITE-ADJUST-HEADER  -  INTADJ IS A REAL TRANSIN       *
063400*    DATASET, SO IT STARTS WITH A REAL HEADER RECORD.            *
063500******************************************************************
063600 1300-WRITE-ADJUST-HEADER.
063700*
063800     INITIALIZE DL100-TRANS-REC.
063900     MOVE "H" TO TR-REC-TYPE.
064000     MOVE SPACES TO TR-DETAIL.
064100     MOVE DL290-NEXT-DATE TO TH-BUSINESS-DATE.
064200     MOVE "DL290INT" TO TH-SOURCE-SYSTEM.
064300     WRITE DL100-TRANS-REC.
064400     IF DL290-ADJUST-STATUS NOT = "00"
064500         DISPLAY "DL290 ABEND - WRITE FAILED FOR INTADJ "
064600             "(HEADER), STATUS = " DL290-ADJUST-STATUS
064700         MOVE 16 TO RETURN-CODE
064800         GOBACK
064900     END-IF.
065000*
065100 1300-EXIT.
065200     EXIT.
065300*
065400******************************************************************
065500*    1400-WRITE-HEADINGS  -  LAY DOWN THE REPORT HEADINGS.       *
065600******************************************************************
065700 1400-WRITE-HEADINGS.
065800*
065900     MOVE DL290-BUSINESS-DATE TO DL290-H1-BUSDATE.
066000     MOVE DL290-RPT-HEADING-1 TO DL290-PRINT-REC.
066100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
066200     MOVE SPACES TO DL290-PRINT-REC.
066300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
066400     MOVE DL290-RPT-COLUMN-HEADING TO DL290-PRINT-REC.
066500     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
066600     MOVE SPACES TO DL290-PRINT-REC.
066700     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
066800*
066900 1400-EXIT.
067000     EXIT.
067100*
067200******************************************************************
067300*    1600-CHECK-DAY  -  CONSULT THE SHARED DAY CONTROL.  THE     *
067400*    BUSINESS DATE MUST SHOW DL200 COMPLETE, AND MUST NOT        *
067500*    ALREADY SHOW THIS STEP COMPLETE.                            *
067600******************************************************************
067700 1600-CHECK-DAY.
067800*
067900     OPEN I-O DL290-DAYCTL-FILE.
068000     IF DL290-DAYC-STATUS NOT = "00"
068100         DISPLAY "DL290 ABEND - OPEN FAILED FOR DAYCTL, "
068200             "STATUS = " DL290-DAYC-STATUS
068300         MOVE 16 TO RETURN-CODE
068400         GOBACK
068500     END-IF.
068600*
068700     MOVE DL290-BUSINESS-DATE TO DC-BUSINESS-DATE.
068800     READ DL290-DAYCTL-FILE
068900         INVALID KEY
069000             DISPLAY "DL290 ABEND - NO DAY CONTROL RECORD FOR "
069100                 "BUSINESS DATE " DL290-BUSINESS-DATE
069200             MOVE 16 TO RETURN-CODE
069300             GOBACK
069400     END-READ.
069500     IF DL290-DAYC-STATUS NOT = "00"
069600         DISPLAY "DL290 ABEND - READ FAILED FOR DAYCTL, "
069700             "STATUS = " DL290-DAYC-STATUS
069800         MOVE 16 TO RETURN-CODE
069900         GOBACK
070000     END-IF.
070100*
070200     IF NOT DC-DL200-COMPLETE
070300         DISPLAY "DL290 ABEND - DL200 IS NOT COMPLETE FOR "
070400             "BUSINESS DATE " DL290-BUSINESS-DATE
070500         MOVE 16 TO RETURN-CODE
070600         GOBACK
070700     END-IF.
070800*
070900*        NO OVERRIDE - THE SNAPSHOTS HAVE ALREADY TAKEN THE
071000*        DATE'S ITEMS, AND A SECOND PASS WOULD ADD THEM AGAIN.
071100     IF DC-DL290-COMPLETE
071200         DISPLAY "DL290 ABEND - BUSINESS DATE "
071300             DL290-BUSINESS-DATE " HAS ALREADY BEEN RESTATED"
071400         MOVE 16 TO RETURN-CODE
071500         GOBACK
071600     END-IF.
071700*
071800 1600-EXIT.
071900     EXIT.
072000*
072100******************************************************************
072200*    2000-LOAD-BACKVAL  -  ADD ONE BACK-VALUED ITEM INTO ITS     *
072300*    ACCOUNT AND VALUE DATE ON THE WORK DATASET, THEN READ THE   *
072400*    NEXT ITEM.                                                  *
072500******************************************************************
072600 2000-LOAD-BACKVAL.
072700*
072800     IF BV-POST-DATE NOT = DL290-BUSINESS-DATE
072900         DISPLAY "DL290 ABEND - BACKVAL WAS WRITTEN FOR "
073000             BV-POST-DATE ", NOT FOR BUSINESS DATE "
073100             DL290-BUSINESS-DATE
073200         MOVE 16 TO RETURN-CODE
073300         GOBACK
073400     END-IF.
073500*
073600     ADD BV-BASE-AMT TO DL290-BACKVAL-TOTAL.
073700*
073800     MOVE BV-ACCOUNT-NO TO BW-ACCOUNT-NO.
073900     MOVE BV-VALUE-DATE TO BW-VALUE-DATE.
074000     READ DL290-WORK-FILE
074100         INVALID KEY
074200             CONTINUE
074300     END-READ.
074400*
074500     IF DL290-WORK-STATUS = "00"
074600         ADD 1 TO BW-ITEM-COUNT
074700         ADD BV-BASE-AMT TO BW-AMOUNT
074800         REWRITE DL290-WORK-REC
074900     ELSE
075000         IF DL290-WORK-STATUS NOT = "23"
075100             DISPLAY "DL290 ABEND - READ FAILED FOR BVWORK, "
075200                 "KEY = " BW-KEY
075300                 ", STATUS = " DL290-WORK-STATUS
075400             MOVE 16 TO RETURN-CODE
075500             GOBACK
075600         END-IF
075700         INITIALIZE DL290-WORK-REC
075800         MOVE BV-ACCOUNT-NO TO BW-ACCOUNT-NO
075900         MOVE BV-VALUE-DATE TO BW-VALUE-DATE
076000         MOVE 1 TO BW-ITEM-COUNT
076100         MOVE BV-BASE-AMT TO BW-AMOUNT
076200         MOVE SPACES TO BW-FILLER
076300         WRITE DL290-WORK-REC
076400         ADD 1 TO DL290-BUCKET-COUNT
076500     END-IF.
076600     IF DL290-WORK-STATUS NOT = "00"
076700         DISPLAY "DL290 ABEND - UPDATE FAILED FOR BVWORK, "
076800             "KEY = " BW-KEY
076900             ", STATUS = " DL290-WORK-STATUS
077000         MOVE 16 TO RETURN-CODE
077100         GOBACK
077200     END-IF.
077300*
077400     PERFORM 2900-READ-BACKVAL THRU 2900-EXIT.
077500*
077600 2000-EXIT.
077700     EXIT.
077800*
077900******************************************************************
078000*    2900-READ-BACKVAL  -  READ THE NEXT BACK-VALUED ITEM.       *
078100******************************************************************
078200 2900-READ-BACKVAL.
078300*
078400     READ DL290-BACKVAL-FILE
078500         AT END
078600             SET DL290-BACKVAL-EOF TO TRUE
078700     END-READ.
078800     IF DL290-BACKVAL-STATUS NOT = "00" AND NOT = "10"
078900         DISPLAY "DL290 ABEND - READ FAILED FOR BACKVAL, "
079000             "STATUS = " DL290-BACKVAL-STATUS
079100         MOVE 16 TO RETURN-CODE
079200         GOBACK
079300     END-IF.
079400*
079500     IF NOT DL290-BACKVAL-EOF
079600         ADD 1 TO DL290-BACKVAL-COUNT
079700     END-IF.
079800*
079900 2900-EXIT.
080000     EXIT.
080100*
080200******************************************************************
080300*    3000-START-RESTATEMENT  -  POSITION THE WORK DATASET AT     *
080400*    ITS FIRST ACCOUNT AND VALUE DATE.                           *
080500******************************************************************
080600 3000-START-RESTATEMENT.
080700*
080800     MOVE ZERO TO BW-ACCOUNT-NO BW-VALUE-DATE.
080900     START DL290-WORK-FILE
081000         KEY IS NOT LESS THAN BW-KEY
081100         INVALID KEY
081200             SET DL290-WORK-EOF TO TRUE
081300     END-START.
081400     IF DL290-WORK-STATUS NOT = "00" AND NOT = "23"
081500         DISPLAY "DL290 ABEND - START FAILED FOR BVWORK, "
081600             "STATUS = " DL290-WORK-STATUS
081700         MOVE 16 TO RETURN-CODE
081800         GOBACK
081900     END-IF.
082000*
082100     IF NOT DL290-WORK-EOF
082200         PERFORM 3900-READ-WORK THRU 3900-EXIT
082300     END-IF.
082400*
082500 3000-EXIT.
082600     EXIT.
082700*
082800******************************************************************
082900*    3100-RESTATE-ACCOUNT  -  RESTATE ONE ACCOUNT'S DAILY        *
083000*    SNAPSHOTS FROM ITS EARLIEST VALUE DATE, THEN EMIT ITS       *
083100*    INTEREST ADJUSTMENT.  THE WORK DATASET IS LEFT AT THE       *
083200*    NEXT ACCOUNT'S FIRST VALUE DATE.                            *
083300******************************************************************
083400 3100-RESTATE-ACCOUNT.
083500*
083600     ADD 1 TO DL290-ACCOUNT-COUNT.
083700     MOVE BW-ACCOUNT-NO TO DL290-CURRENT-ACCOUNT.
083800     MOVE ZERO TO DL290-CUM-DELTA DL290-MONTH-DELTA
083900                  DL290-DELTA-MONTH DL290-ACCT-INTEREST
084000                  DL290-ACCT-SNAP-COUNT.
084100     MOVE "N" TO DL290-HIST-DONE-SW.
084200*
084300     PERFORM 3500-FIND-BAND THRU 3500-EXIT.
084400*
084500     MOVE BW-ACCOUNT-NO TO AH-ACCOUNT-NO.
084600     MOVE BW-VALUE-DATE TO AH-SNAP-DATE.
084700     MOVE SPACE TO AH-REC-TYPE.
084800     START DL290-HIST-FILE
084900         KEY IS NOT LESS THAN AH-KEY
085000         INVALID KEY
085100             SET DL290-HIST-DONE TO TRUE
085200     END-START.
085300     IF DL290-HIST-STATUS NOT = "00" AND NOT = "23"
085400         DISPLAY "DL290 ABEND - START FAILED FOR ACCTHIST, "
085500             "KEY = " AH-KEY
085600             ", STATUS = " DL290-HIST-STATUS
085700         MOVE 16 TO RETURN-CODE
085800         GOBACK
085900     END-IF.
086000*
086100     IF NOT DL290-HIST-DONE
086200         PERFORM 3800-READ-HISTORY THRU 3800-EXIT
086300     END-IF.
086400     PERFORM 3200-RESTATE-SNAPSHOT THRU 3200-EXIT
086500         UNTIL DL290-HIST-DONE.
086600*
086700*        ITEMS VALUED AFTER THE ACCOUNT'S LAST DAILY SNAPSHOT
086800*        BEFORE THE BUSINESS DATE (A WEEKEND, SAY) HAVE NO
086900*        SNAPSHOT TO RESTATE.
087000     PERFORM 3300-SKIP-BUCKET THRU 3300-EXIT
087100         UNTIL DL290-WORK-EOF
087200            OR BW-ACCOUNT-NO NOT = DL290-CURRENT-ACCOUNT.
087300*
087400     PERFORM 3400-FINISH-ACCOUNT THRU 3400-EXIT.
087500*
087600 3100-EXIT.
087700     EXIT.
087800*
087900******************************************************************
088000*    3200-RESTATE-SNAPSHOT  -  TAKE ONE HISTORY RECORD.  A       *
088100*    DAILY SNAPSHOT DATED BEFORE THE BUSINESS DATE TAKES THE     *
088200*    ITEMS VALUED UP TO ITS DATE AND IS REWRITTEN; THE DAY'S     *
088300*    INTEREST AS BOOKED AND AS RESTATED GOES TO THE ACCOUNT'S    *
088400*    ADJUSTMENT.                                                 *
088500******************************************************************
088600 3200-RESTATE-SNAPSHOT.
088700*
088800     IF AH-ACCOUNT-NO NOT = DL290-CURRENT-ACCOUNT
088900        OR AH-SNAP-DATE NOT < DL290-BUSINESS-DATE
089000         SET DL290-HIST-DONE TO TRUE
089100         GO TO 3200-EXIT
089200     END-IF.
089300*
089400     IF NOT AH-DAILY-SNAP
089500         GO TO 3200-NEXT
089600     END-IF.
089700*
089800     MOVE DL290-CUM-DELTA TO DL290-PRIOR-DELTA.
089900     MOVE ZERO TO DL290-DAY-DELTA.
090000     PERFORM 3250-TAKE-BUCKET THRU 3250-EXIT
090100         UNTIL DL290-WORK-EOF
090200            OR BW-ACCOUNT-NO NOT = DL290-CURRENT-ACCOUNT
090300            OR BW-VALUE-DATE > AH-SNAP-DATE.
090400*
090500     IF DL290-CUM-DELTA = ZERO
090600        AND DL290-PRIOR-DELTA = ZERO
090700         GO TO 3200-NEXT
090800     END-IF.
090900*
091000     IF AH-SNAP-DATE (1:6) = DL290-DELTA-MONTH
091100         MOVE DL290-MONTH-DELTA TO DL290-MTD-DELTA
091200     ELSE
091300         MOVE ZERO TO DL290-MTD-DELTA
091400     END-IF.
091500*
091600     MOVE AH-NEW-BALANCE TO DL290-BOOKED-BALANCE.
091700     MOVE DL290-BOOKED-BALANCE TO DL290-WORK-BALANCE.
091800     PERFORM 3600-COMPUTE-INTEREST THRU 3600-EXIT.
091900     MOVE DL290-INTEREST-DAY TO DL290-INTEREST-BOOKED.
092000*
092100     ADD DL290-PRIOR-DELTA TO AH-PRIOR-BALANCE.
092200     ADD DL290-DAY-DELTA TO AH-TODAY-ACTIVITY.
092300     ADD DL290-CUM-DELTA TO AH-NEW-BALANCE.
092400     ADD DL290-MTD-DELTA TO AH-MTD-ACTIVITY.
092500*
092600     REWRITE DL230-HIST-REC.
092700     IF DL290-HIST-STATUS NOT = "00"
092800         DISPLAY "DL290 ABEND - REWRITE FAILED FOR ACCTHIST, "
092900             "KEY = " AH-KEY
093000             ", STATUS = " DL290-HIST-STATUS
093100         MOVE 16 TO RETURN-CODE
093200         GOBACK
093300     END-IF.
093400*
093500     MOVE AH-NEW-BALANCE TO DL290-WORK-BALANCE.
093600     PERFORM 3600-COMPUTE-INTEREST THRU 3600-EXIT.
093700     MOVE DL290-INTEREST-DAY TO DL290-INTEREST-RESTATED.
093800     COMPUTE DL290-ACCT-INTEREST = DL290-ACCT-INTEREST
093900         + DL290-INTEREST-RESTATED - DL290-INTEREST-BOOKED.
094000*
094100     ADD 1 TO DL290-SNAPSHOT-COUNT.
094200     ADD 1 TO DL290-ACCT-SNAP-COUNT.
094300*
094400     MOVE AH-ACCOUNT-NO TO DL290-RD-ACCOUNT.
094500     MOVE AH-SNAP-DATE TO DL290-RD-SNAP-DATE.
094600     MOVE DL290-BOOKED-BALANCE TO DL290-RD-BOOKED.
094700     MOVE AH-NEW-BALANCE TO DL290-RD-RESTATED.
094800     MOVE DL290-CUM-DELTA TO DL290-RD-CHANGE.
094900     MOVE DL290-INTEREST-BOOKED TO DL290-RD-INT-BOOKED.
095000     MOVE DL290-INTEREST-RESTATED TO DL290-RD-INT-RESTATED.
095100     MOVE DL290-RPT-DETAIL TO DL290-PRINT-REC.
095200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
095300*
095400 3200-NEXT.
095500*
095600     PERFORM 3800-READ-HISTORY THRU 3800-EXIT.
095700*
095800 3200-EXIT.
095900     EXIT.
096000*
096100******************************************************************
096200*    3250-TAKE-BUCKET  -  ROLL ONE ACCOUNT AND VALUE DATE'S      *
096300*    ITEMS INTO THE DELTAS, THEN READ THE NEXT.  THE MONTH       *
096400*    DELTA STARTS AGAIN WHEN THE VALUE DATE MOVES INTO A NEW     *
096500*    MONTH.                                                      *
096600******************************************************************
096700 3250-TAKE-BUCKET.
096800*
096900     IF BW-VALUE-DATE (1:6) NOT = DL290-DELTA-MONTH
097000         MOVE BW-VALUE-DATE (1:6) TO DL290-DELTA-MONTH
097100         MOVE ZERO TO DL290-MONTH-DELTA
097200     END-IF.
097300*
097400     ADD BW-AMOUNT TO DL290-CUM-DELTA.
097500     ADD BW-AMOUNT TO DL290-DAY-DELTA.
097600     ADD BW-AMOUNT TO DL290-MONTH-DELTA.
097700*
097800     PERFORM 3900-READ-WORK THRU 3900-EXIT.
097900*
098000 3250-EXIT.
098100     EXIT.
098200*
098300******************************************************************
098400*    3300-SKIP-BUCKET  -  COUNT ONE ACCOUNT AND VALUE DATE       *
098500*    LEFT WITH NO DAILY SNAPSHOT TO RESTATE, THEN READ THE       *
098600*    NEXT.                                                       *
098700******************************************************************
098800 3300-SKIP-BUCKET.
098900*
099000     ADD 1 TO DL290-UNSNAPPED-COUNT.
099100     PERFORM 3900-READ-WORK THRU 3900-EXIT.
099200*
099300 3300-EXIT.
099400     EXIT.
099500*
099600******************************************************************
099700*    3400-FINISH-ACCOUNT  -  PRINT THE ACCOUNT'S LINE AND        *
099800*    WRITE ITS INTEREST ADJUSTMENT.  AN ADJUSTMENT BEYOND THE    *
099900*    TRANSIN AMOUNT LIMIT COULD NEVER SURVIVE THE POSTING        *
100000*    RUN'S EDITS - IT IS HELD OFF INTADJ, PRINTED, AND TURNS     *
100100*    INTO RETURN CODE 8.                                         *
100200******************************************************************
100300 3400-FINISH-ACCOUNT.
100400*
100500     MOVE DL290-CURRENT-ACCOUNT TO DL290-RA-ACCOUNT.
100600     MOVE DL290-ACCT-SNAP-COUNT TO DL290-RA-SNAPSHOTS.
100700     MOVE DL290-ACCT-INTEREST TO DL290-RA-INTEREST.
100800*
100900     EVALUATE TRUE
101000         WHEN DL290-ACCT-INTEREST = ZERO
101100             MOVE "NO ADJUSTMENT" TO DL290-RA-NOTE
101200         WHEN DL290-ACCT-INTEREST > 9999.9999
101300           OR DL290-ACCT-INTEREST < -9999.9999
101400             MOVE "HELD - OVER TRANSIN LIMIT" TO DL290-RA-NOTE
101500             ADD 1 TO DL290-HELD-COUNT
101600             SET DL290-WARNING TO TRUE
101700         WHEN OTHER
101800             MOVE "WRITTEN TO INTADJ" TO DL290-RA-NOTE
101900             MOVE DL290-ACCT-INTEREST TO DL290-INTEREST-OUT
102000             PERFORM 3450-WRITE-ADJUSTMENT THRU 3450-EXIT
102100     END-EVALUATE.
102200*
102300     MOVE DL290-RPT-ACCOUNT-LINE TO DL290-PRINT-REC.
102400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
102500     MOVE SPACES TO DL290-PRINT-REC.
102600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
102700*
102800 3400-EXIT.
102900     EXIT.
103000*
103100******************************************************************
103200*    3450-WRITE-ADJUSTMENT  -  ONE ADJUSTMENT-TYPE TRANSIN       *
103300*    DETAIL FOR THE ACCOUNT, ROLLED INTO THE BATCH CONTROLS.     *
103400*    THE VALUE DATE IS LEFT BLANK - THE ADJUSTMENT IS CURRENT    *
103500*    ACTIVITY WHEN IT POSTS.                                     *
103600******************************************************************
103700 3450-WRITE-ADJUSTMENT.
103800*
103900     INITIALIZE DL100-TRANS-REC.
104000     MOVE "D" TO TR-REC-TYPE.
104100     MOVE SPACES TO TR-DETAIL.
104200     MOVE DL290-CURRENT-ACCOUNT TO TR-KEY.
104300     MOVE DL290-INTEREST-OUT TO TR-AMOUNT.
104400     MOVE "A" TO TR-TYPE-CODE.
104500     MOVE ZERO TO TR-REVERSAL-REF.
104600     MOVE SPACES TO TR-CURRENCY-CODE.
104700     MOVE SPACES TO TR-VALUE-DATE.
104800     WRITE DL100-TRANS-REC.
104900     IF DL290-ADJUST-STATUS NOT = "00"
105000         DISPLAY "DL290 ABEND - WRITE FAILED FOR INTADJ, "
105100             "KEY = " DL290-CURRENT-ACCOUNT
105200             ", STATUS = " DL290-ADJUST-STATUS
105300         MOVE 16 TO RETURN-CODE
105400         GOBACK
105500     END-IF.
105600*
105700     ADD 1 TO DL290-ADJUST-COUNT.
105800     ADD TR-AMOUNT TO DL290-ADJUST-HASH.
105900     ADD DL290-ACCT-INTEREST TO DL290-ADJUST-TOTAL.
106000*
106100 3450-EXIT.
106200     EXIT.
106300*
106400******************************************************************
106500*    3500-FIND-BAND  -  FIND THE RATE BAND THE ACCOUNT FALLS     *
106600*    IN.                                                         *
106700******************************************************************
106800 3500-FIND-BAND.
106900*
107000     SET DL290-BAND-MISSING TO TRUE.
107100     SET DL290-BAND-IX TO 1.
107200     SEARCH DL290-BAND-ENTRY
107300         AT END
107400             CONTINUE
107500         WHEN DL290-BAND-IX > DL290-BAND-COUNT
107600             CONTINUE
107700         WHEN DL290-CURRENT-ACCOUNT
107800                  NOT < DL290-BAND-LOW (DL290-BAND-IX)
107900          AND DL290-CURRENT-ACCOUNT
108000                  NOT > DL290-BAND-HIGH (DL290-BAND-IX)
108100             SET DL290-BAND-FOUND TO TRUE
108200     END-SEARCH.
108300*
108400 3500-EXIT.
108500     EXIT.
108600*
108700******************************************************************
108800*    3600-COMPUTE-INTEREST  -  ONE DAY OF INTEREST ON THE WORK   *
108900*    BALANCE AT THE BAND'S ANNUAL RATE, AS DL800 ACCRUES IT.     *
109000*    ZERO BALANCES, UNBANDED ACCOUNTS, NON-ACCRUING BANDS AND    *
109100*    ZERO RATES ACCRUE NOTHING.                                  *
109200******************************************************************
109300 3600-COMPUTE-INTEREST.
109400*
109500     MOVE ZERO TO DL290-INTEREST-DAY.
109600*
109700     IF DL290-WORK-BALANCE = ZERO
109800        OR DL290-BAND-MISSING
109900         GO TO 3600-EXIT
110000     END-IF.
110100     IF DL290-BAND-NO-ACCRUE (DL290-BAND-IX) = "Y"
110200         GO TO 3600-EXIT
110300     END-IF.
110400*
110500     IF DL290-WORK-BALANCE > ZERO
110600         MOVE DL290-BAND-DEBIT-RATE (DL290-BAND-IX)
110700             TO DL290-WORK-RATE
110800     ELSE
110900         MOVE DL290-BAND-CREDIT-RATE (DL290-BAND-IX)
111000             TO DL290-WORK-RATE
111100     END-IF.
111200*
111300     COMPUTE DL290-INTEREST-FULL =
111400         DL290-WORK-BALANCE * DL290-WORK-RATE / 36500.
111500     COMPUTE DL290-INTEREST-DAY ROUNDED =
111600         DL290-INTEREST-FULL.
111700*
111800 3600-EXIT.
111900     EXIT.
112000*
112100******************************************************************
112200*    3800-READ-HISTORY  -  READ THE NEXT HISTORY RECORD IN KEY   *
112300*    ORDER.                                                      *
112400******************************************************************
112500 3800-READ-HISTORY.
112600*
112700     READ DL290-HIST-FILE NEXT RECORD
112800         AT END
112900             SET DL290-HIST-DONE TO TRUE
113000     END-READ.
113100     IF DL290-HIST-STATUS NOT = "00" AND NOT = "10"
113200         DISPLAY "DL290 ABEND - READ FAILED FOR ACCTHIST, "
113300             "STATUS = " DL290-HIST-STATUS
113400         MOVE 16 TO RETURN-CODE
113500         GOBACK
113600     END-IF.
113700*
113800 3800-EXIT.
113900     EXIT.
114000*
114100******************************************************************
114200*    3900-READ-WORK  -  READ THE NEXT ACCOUNT AND VALUE DATE     *
114300*    FROM THE WORK DATASET.                                      *
114400******************************************************************
114500 3900-READ-WORK.
114600*
114700     READ DL290-WORK-FILE NEXT RECORD
114800         AT END
114900             SET DL290-WORK-EOF TO TRUE
115000     END-READ.
115100     IF DL290-WORK-STATUS NOT = "00" AND NOT = "10"
115200         DISPLAY "DL290 ABEND - READ FAILED FOR BVWORK, "
115300             "STATUS = " DL290-WORK-STATUS
115400         MOVE 16 TO RETURN-CODE
115500         GOBACK
115600     END-IF.
115700*
115800 3900-EXIT.
115900     EXIT.
116000*
116100******************************************************************
116200*    4000-WRITE-TRAILER  -  CLOSE INTADJ OFF WITH A REAL         *
116300*    TRAILER SO THE POSTING RUN CAN PROVE IT ARRIVED WHOLE.      *
116400******************************************************************
116500 4000-WRITE-TRAILER.
116600*
116700     INITIALIZE DL100-TRANS-REC.
116800     MOVE "T" TO TR-REC-TYPE.
116900     MOVE SPACES TO TR-DETAIL.
117000     MOVE DL290-ADJUST-COUNT TO TT-RECORD-COUNT.
117100     MOVE DL290-ADJUST-HASH TO TT-HASH-TOTAL.
117200     WRITE DL100-TRANS-REC.
117300     IF DL290-ADJUST-STATUS NOT = "00"
117400         DISPLAY "DL290 ABEND - WRITE FAILED FOR INTADJ "
117500             "(TRAILER), STATUS = " DL290-ADJUST-STATUS
117600         MOVE 16 TO RETURN-CODE
117700         GOBACK
117800     END-IF.
117900*
118000 4000-EXIT.
118100     EXIT.
118200*
118300******************************************************************
118400*    7000-WRITE-LINE  -  WRITE WHATEVER IS IN THE PRINT          *
118500*    RECORD.                                                     *
118600******************************************************************
118700 7000-WRITE-LINE.
118800*
118900     WRITE DL290-PRINT-REC AFTER ADVANCING 1 LINE.
119000     IF DL290-REPORT-STATUS NOT = "00"
119100         DISPLAY "DL290 ABEND - WRITE FAILED FOR RSTRPT, "
119200             "STATUS = " DL290-REPORT-STATUS
119300         MOVE 16 TO RETURN-CODE
119400         GOBACK
119500     END-IF.
119600*
119700 7000-EXIT.
119800     EXIT.
119900*
120000******************************************************************
120100*    8000-PRINT-TOTALS  -  THE RUN TOTALS AT THE FOOT OF THE     *
120200*    REPORT.                                                     *
120300******************************************************************
120400 8000-PRINT-TOTALS.
120500*
120600     IF DL290-BACKVAL-COUNT = ZERO
120700         MOVE "NO BACK-VALUED ITEMS FOR THE DATE - NOTHING TO "
120800             TO DL290-MSG-TEXT
120900         MOVE "RESTATE." TO DL290-MSG-TEXT (48:8)
121000         MOVE DL290-RPT-MESSAGE-LINE TO DL290-PRINT-REC
121100         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
121200         MOVE SPACES TO DL290-PRINT-REC
121300         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
121400     END-IF.
121500*
121600     MOVE "BACK-VALUED ITEMS" TO DL290-TOT-LABEL.
121700     MOVE DL290-BACKVAL-COUNT TO DL290-TOT-COUNT.
121800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
121900     MOVE "ACCOUNT AND VALUE DATE PAIRS" TO DL290-TOT-LABEL.
122000     MOVE DL290-BUCKET-COUNT TO DL290-TOT-COUNT.
122100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
122200     MOVE "  WITH NO DAILY SNAPSHOT TO RESTATE"
122300         TO DL290-TOT-LABEL.
122400     MOVE DL290-UNSNAPPED-COUNT TO DL290-TOT-COUNT.
122500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
122600     MOVE "ACCOUNTS" TO DL290-TOT-LABEL.
122700     MOVE DL290-ACCOUNT-COUNT TO DL290-TOT-COUNT.
122800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
122900     MOVE "SNAPSHOTS RESTATED" TO DL290-TOT-LABEL.
123000     MOVE DL290-SNAPSHOT-COUNT TO DL290-TOT-COUNT.
123100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
123200     MOVE "INTEREST ADJUSTMENTS WRITTEN" TO DL290-TOT-LABEL.
123300     MOVE DL290-ADJUST-COUNT TO DL290-TOT-COUNT.
123400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
123500     MOVE "INTEREST ADJUSTMENTS HELD" TO DL290-TOT-LABEL.
123600     MOVE DL290-HELD-COUNT TO DL290-TOT-COUNT.
123700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
123800*
123900     MOVE "BACK-VALUED AMOUNT" TO DL290-AMT-LABEL.
124000     MOVE DL290-BACKVAL-TOTAL TO DL290-AMT-VALUE.
124100     MOVE DL290-RPT-AMOUNT-LINE TO DL290-PRINT-REC.
124200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
124300     MOVE "INTEREST ADJUSTMENTS WRITTEN" TO DL290-AMT-LABEL.
124400     MOVE DL290-ADJUST-TOTAL TO DL290-AMT-VALUE.
124500     MOVE DL290-RPT-AMOUNT-LINE TO DL290-PRINT-REC.
124600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
124700*
124800 8000-EXIT.
124900     EXIT.
125000*
125100******************************************************************
125200*    8100-WRITE-TOTAL  -  PRINT ONE COUNT LINE.                  *
125300******************************************************************
125400 8100-WRITE-TOTAL.
125500*
125600     MOVE DL290-RPT-TOTAL-LINE TO DL290-PRINT-REC.
125700     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
125800*
125900 8100-EXIT.
126000     EXIT.
126100*
126200******************************************************************
126300*    9000-TERMINATE  -  DISPLAY THE RUN TOTALS, MARK THE DATE    *
126400*    RESTATED ON THE DAY CONTROL, SET THE RETURN CODE AND        *
126500*    CLOSE EVERY DATASET.                                        *
126600******************************************************************
126700 9000-TERMINATE.
126800*
126900     DISPLAY "DL290 COMPLETE - BACK-VALUED ITEMS  : "
127000         DL290-BACKVAL-COUNT.
127100     DISPLAY "DL290 COMPLETE - ACCOUNTS           : "
127200         DL290-ACCOUNT-COUNT.
127300     DISPLAY "DL290 COMPLETE - SNAPSHOTS RESTATED : "
127400         DL290-SNAPSHOT-COUNT.
127500     DISPLAY "DL290 COMPLETE - NOT SNAPPED        : "
127600         DL290-UNSNAPPED-COUNT.
127700     DISPLAY "DL290 COMPLETE - ADJUSTMENTS        : "
127800         DL290-ADJUST-COUNT.
127900     DISPLAY "DL290 COMPLETE - ADJUSTMENTS HELD   : "
128000         DL290-HELD-COUNT.
128100*
128200     PERFORM 9600-CLOSE-DAY THRU 9600-EXIT.
128300*
128400     IF DL290-WARNING
128500         MOVE 8 TO RETURN-CODE
128600     END-IF.
128700*
128800     CLOSE DL290-WORK-FILE
128900           DL290-HIST-FILE
129000           DL290-ADJUST-FILE
129100           DL290-REPORT-FILE
129200           DL290-DAYCTL-FILE.
129300*
129400 9000-EXIT.
129500     EXIT.
129600*
129700******************************************************************
129800*    9600-CLOSE-DAY  -  MARK THE BUSINESS DATE RESTATED ON THE   *
129900*    DAY CONTROL SO IT IS NEVER RESTATED AGAIN.                  *
130000******************************************************************
130100 9600-CLOSE-DAY.
130200*
130300     MOVE DL290-BUSINESS-DATE TO DC-BUSINESS-DATE.
130400     READ DL290-DAYCTL-FILE
130500         INVALID KEY
130600             CONTINUE
130700     END-READ.
130800     IF DL290-DAYC-STATUS NOT = "00"
130900         DISPLAY "DL290 ABEND - REREAD FAILED FOR DAYCTL, "
131000             "STATUS = " DL290-DAYC-STATUS
131100         MOVE 16 TO RETURN-CODE
131200         GOBACK
131300     END-IF.
131400*
131500     MOVE "C" TO DC-DL290-STATUS.
131600     REWRITE DL100-DAYCTL-REC.
131700     IF DL290-DAYC-STATUS NOT = "00"
131800         DISPLAY "DL290 ABEND - REWRITE FAILED FOR DAYCTL, "
131900             "STATUS = " DL290-DAYC-STATUS
132000         MOVE 16 TO RETURN-CODE
132100         GOBACK
132200     END-IF.
132300*
132400 9600-EXIT.
132500     EXIT.
132600*
132700     COPY DL100DTP.
