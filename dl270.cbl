000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  DL270                                          *
000400*                                                                *
000500*    LARGE-VALUE AND UNUSUAL-ACTIVITY MONITORING STEP.           *
000600*                                                                *
000700*    RUN AFTER DL200 EACH BUSINESS DAY.  READS THE DAY'S         *
000800*    ACCEPTED POSTINGS (RESULTS) TOGETHER WITH EACH POSTED       *
000900*    ACCOUNT'S RECENT DAILY SNAPSHOTS ON THE BALANCE HISTORY     *
001000*    (ACCTHIST) AND RAISES AN ALERT FOR:                         *
001100*                                                                *
001200*      RULE 1  ANY POSTING AT OR ABOVE THE LARGE-VALUE           *
001300*              THRESHOLD, EITHER SIGN.                           *
001400*      RULE 2  AN ACCOUNT WHOSE ITEM COUNT FOR THE DAY IS MORE   *
001500*              THAN FACTOR TIMES ITS TRAILING 30-DAY AVERAGE     *
001600*              (AND MORE THAN FACTOR ITEMS).                     *
001700*      RULE 3  AN ACCOUNT WHOSE NET MOVEMENT FOR THE DAY IS MORE *
001800*              THAN FACTOR TIMES ITS TRAILING 30-DAY AVERAGE     *
001900*              DAILY MOVEMENT (AND AT LEAST THE MOVEMENT FLOOR). *
002000*      RULE 4  AN ACCOUNT WHOSE BALANCE CHANGED SIGN ON THE DAY. *
002100*      RULE 5  A REVERSAL THAT CANCELS A POSTING OF THE SAME     *
002200*              AMOUNT TO THE SAME ACCOUNT ON THE SAME DAY.       *
002300*                                                                *
002400*    THE TRAILING AVERAGES COME FROM THE "D" SNAPSHOTS IN THE    *
002500*    30 CALENDAR DAYS BEFORE THE BUSINESS DATE - THE ITEM COUNT  *
002600*    AS SNAPPED, THE DAILY MOVEMENT AS THE CHANGE IN BALANCE     *
002700*    FROM ONE SNAPSHOT TO THE NEXT.  AN ACCOUNT WITH FEWER THAN  *
002800*    MINHIST SNAPSHOTS HAS NO AVERAGE TO BEAT AND IS NOT TESTED  *
002900*    ON RULES 2 AND 3.  THE DAY'S FIGURES ARE GATHERED ON THE    *
003000*    MONWORK KEYED WORK DATASET, RECREATED EMPTY EVERY RUN.      *
003100*                                                                *
003200*    EVERY ALERT GOES ON THE CUMULATIVE ALERT FILE (ALERTS),     *
003300*    WHERE IT STAYS OPEN UNTIL THE RISK TEAM CLOSES IT THROUGH   *
003400*    THE CLOSURES FILE (ALERTCLR).  THE PRINTED ALERT REPORT     *
003500*    (ALERTRPT) IS GROUPED BY RULE AND SHOWS THE DAY'S NEW       *
003600*    ALERTS, EVERY ALERT STILL OPEN FROM EARLIER DAYS WITH ITS   *
003700*    AGE, AND ANYTHING CLOSED TODAY.  A RERUN OF THE SAME DAY    *
003800*    FINDS ITS ALERTS ALREADY ON FILE AND DOES NOT RAISE THEM    *
003900*    TWICE.                                                      *
004000*                                                                *
004100*    RUN PARAMETERS (COMMA SEPARATED, KEYWORD=VALUE):            *
004200*        BUSDATE=YYYYMMDD  THE BUSINESS DATE BEING MONITORED     *
004300*                          (DEFAULT: THE RUN DATE).              *
004400*        LARGE=NNNN        LARGE-VALUE THRESHOLD IN WHOLE BASE   *
004500*                          CURRENCY UNITS (DEFAULT 5000).        *
004600*        FACTOR=NN         HOW MANY TIMES THE AVERAGE IS "FAR    *
004700*                          ABOVE" IT (DEFAULT 3).                *
004800*        MINHIST=NN        SNAPSHOTS NEEDED BEFORE AN AVERAGE    *
004900*                          COUNTS (DEFAULT 10).                  *
005000*                                                                *
005100*    MODIFICATION HISTORY.                                      *
005200*    DATE       INIT  DESCRIPTION                                *
005300*    ---------  ----  ------------------------------------------ *
005400*    2026-10-15 JHD   ORIGINAL PROGRAM.  NOTHING IN THE SUITE    *
005500*                     LOOKED AT WHAT WAS POSTED, ONLY AT WHETHER *
005600*                     IT BALANCED.                               *
005700*                                                                *
005800******************************************************************
005900 IDENTIFICATION DIVISION.
006000 PROGRAM-ID. DL270.
006100 AUTHOR. J H DRAYTON.
006200 INSTALLATION. DAILY LEDGER SUITE.
006300 DATE-WRITTEN. 2026-10-15.
006400 DATE-COMPILED.
006500*
006600 ENVIRONMENT DIVISION.
006700 CONFIGURATION SECTION.
006800 SOURCE-COMPUTER. IBM-370.
006900 OBJECT-COMPUTER. IBM-370.
007000*
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300*
007400*        RESULTS   - THE DAY'S ACCEPTED POSTINGS (INPUT, READ
007500*                    TWICE).
007600*        ACCTHIST  - THE CUMULATIVE BALANCE HISTORY (INPUT,
007700*                    INDEXED, READ BY ACCOUNT FROM A START KEY).
007800*        ACCTMST   - THE ACCOUNT BALANCE MASTER (INPUT, INDEXED).
007900*        MONWORK   - THE DAY'S FIGURES BY ACCOUNT (KEYED WORK
008000*                    DATASET, RECREATED EVERY RUN).
008100*        ALERTS    - THE CUMULATIVE ALERT FILE (I-O, INDEXED,
008200*                    CREATED BY THE FIRST RUN).
008300*        ALERTCLR  - THE RISK TEAM'S ALERT CLOSURES (INPUT,
008400*                    OPTIONAL).
008500*        ALERTRPT  - THE PRINTED ALERT REPORT.
008600*
008700     SELECT DL270-RESULT-FILE
008800         ASSIGN TO RESULTS
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS DL270-RESULT-STATUS.
009100*
009200     SELECT DL270-HIST-FILE
009300         ASSIGN TO ACCTHIST
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS AH-KEY
009700         FILE STATUS IS DL270-HIST-STATUS.
009800*
009900     SELECT DL270-MASTER-FILE
010000         ASSIGN TO ACCTMST
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS RANDOM
010300         RECORD KEY IS AM-ACCOUNT-NO
010400         FILE STATUS IS DL270-MASTER-STATUS.
010500*
010600     SELECT OPTIONAL DL270-WORK-FILE
010700         ASSIGN TO MONWORK
010800         ORGANIZATION IS INDEXED
010900         ACCESS MODE IS DYNAMIC
011000         RECORD KEY IS MW-KEY
011100         FILE STATUS IS DL270-WORK-STATUS.
011200*
011300     SELECT OPTIONAL DL270-ALERT-FILE
011400         ASSIGN TO ALERTS
011500         ORGANIZATION IS INDEXED
011600         ACCESS MODE IS DYNAMIC
011700         RECORD KEY IS AL-KEY
011800         FILE STATUS IS DL270-ALERT-STATUS.
011900*
012000     SELECT OPTIONAL DL270-CLOSURE-FILE
012100         ASSIGN TO ALERTCLR
012200         ORGANIZATION IS LINE SEQUENTIAL
012300         FILE STATUS IS DL270-CLOSURE-STATUS.
012400*
012500     SELECT DL270-REPORT-FILE
012600         ASSIGN TO ALERTRPT
012700         ORGANIZATION IS LINE SEQUENTIAL
012800         FILE STATUS IS DL270-REPORT-STATUS.
012900*
013000 DATA DIVISION.
013100 FILE SECTION.
013200*
013300 FD  DL270-RESULT-FILE
013400     LABEL RECORDS ARE STANDARD.
013500     COPY DL100RES.
013600*
013700 FD  DL270-HIST-FILE
013800     LABEL RECORDS ARE STANDARD.
013900     COPY DL230AHS.
014000*
014100 FD  DL270-MASTER-FILE
014200     LABEL RECORDS ARE STANDARD.
014300     COPY DL200AMS.
014400*
014500 FD  DL270-WORK-FILE
014600     LABEL RECORDS ARE STANDARD.
014700 01  DL270-WORK-REC.
014800     05  MW-KEY.
014900         10  MW-ACCOUNT-NO           PIC 9(6).
015000         10  MW-KIND                 PIC X(01).
015100             88  MW-ACCOUNT-TOTALS   VALUE "A".
015200             88  MW-POSTING-AMOUNT   VALUE "P".
015300         10  MW-AMOUNT               PIC S9(4)V9(3)
015400                 SIGN IS TRAILING SEPARATE CHARACTER.
015500     05  MW-ITEM-COUNT               PIC 9(5).
015600     05  MW-NET-MOVEMENT             PIC S9(9)V9(3)
015700             SIGN IS TRAILING SEPARATE CHARACTER.
015800     05  MW-FIRST-ITEM               PIC 9(8).
015900     05  MW-FILLER                   PIC X(04).
016000*
016100 FD  DL270-ALERT-FILE
016200     LABEL RECORDS ARE STANDARD.
016300     COPY DL270ALR.
016400*
016500 FD  DL270-CLOSURE-FILE
016600     LABEL RECORDS ARE STANDARD.
016700 01  DL270-CLOSURE-REC.
016800     05  CL-RULE                     PIC X(01).
016900     05  CL-ACCOUNT-NO               PIC X(06).
017000     05  CL-RAISED-DATE              PIC X(08).
017100     05  CL-ITEM-NO                  PIC X(08).
017200     05  CL-FILLER                   PIC X(07).
017300*
017400 FD  DL270-REPORT-FILE
017500     LABEL RECORDS ARE OMITTED.
017600 01  DL270-PRINT-REC                 PIC X(132).
017700*
017800 WORKING-STORAGE SECTION.
017900*
018000 01  DL270-FILE-STATUSES.
018100     05  DL270-RESULT-STATUS         PIC X(02).
018200     05  DL270-HIST-STATUS           PIC X(02).
018300     05  DL270-MASTER-STATUS         PIC X(02).
018400     05  DL270-WORK-STATUS           PIC X(02).
018500     05  DL270-ALERT-STATUS          PIC X(02).
018600     05  DL270-CLOSURE-STATUS        PIC X(02).
018700     05  DL270-REPORT-STATUS         PIC X(02).
018800*
018900 01  DL270-SWITCHES.
019000     05  DL270-RESULT-EOF-SW         PIC X(01) VALUE "N".
019100         88  DL270-RESULT-EOF        VALUE "Y".
019200     05  DL270-WORK-EOF-SW           PIC X(01) VALUE "N".
019300         88  DL270-WORK-EOF          VALUE "Y".
019400     05  DL270-CLOSURE-EOF-SW        PIC X(01) VALUE "N".
019500         88  DL270-CLOSURE-EOF       VALUE "Y".
019600     05  DL270-TRAIL-DONE-SW         PIC X(01) VALUE "N".
019700         88  DL270-TRAIL-DONE        VALUE "Y".
019800     05  DL270-RULE-DONE-SW          PIC X(01) VALUE "N".
019900         88  DL270-RULE-DONE         VALUE "Y".
020000*
020100 01  DL270-COUNTERS.
020200     05  DL270-RESULT-COUNT          PIC 9(8) COMP VALUE ZERO.
020300     05  DL270-ACCOUNT-COUNT         PIC 9(8) COMP VALUE ZERO.
020400     05  DL270-SHORT-HIST-COUNT      PIC 9(8) COMP VALUE ZERO.
020500     05  DL270-NOT-ON-MASTER-COUNT   PIC 9(8) COMP VALUE ZERO.
020600     05  DL270-RAISED-COUNT          PIC 9(8) COMP VALUE ZERO.
020700     05  DL270-ON-FILE-COUNT         PIC 9(8) COMP VALUE ZERO.
020800     05  DL270-CLOSED-COUNT          PIC 9(8) COMP VALUE ZERO.
020900     05  DL270-UNMATCHED-CLR-COUNT   PIC 9(8) COMP VALUE ZERO.
021000     05  DL270-OPEN-COUNT            PIC 9(8) COMP VALUE ZERO.
021100*
021200******************************************************************
021300*    MONITORING THRESHOLDS.  THE MOVEMENT FLOOR KEEPS A QUIET    *
021400*    ACCOUNT'S SMALL SWINGS OFF THE REPORT.                      *
021500******************************************************************
021600 01  DL270-LARGE-VALUE               PIC 9(4) VALUE 5000.
021700 01  DL270-FACTOR                    PIC 9(2) VALUE 3.
021800 01  DL270-MIN-HISTORY               PIC 9(2) VALUE 10.
021900 01  DL270-MOVE-FLOOR                PIC 9(7)V9(3) VALUE 1000.
022000*
022100******************************************************************
022200*    ONE POSTING OR ONE ACCOUNT UNDER TEST.                      *
022300******************************************************************
022400 01  DL270-TEST-WORK.
022500     05  DL270-ITEM-NO               PIC 9(8) COMP VALUE ZERO.
022600     05  DL270-ABS-AMOUNT            PIC S9(9)V9(3) COMP-3.
022700     05  DL270-TODAY-MOVE-ABS        PIC S9(9)V9(3) COMP-3.
022800     05  DL270-SNAP-COUNT            PIC 9(5) COMP.
022900     05  DL270-COUNT-DAYS            PIC 9(5) COMP.
023000     05  DL270-COUNT-SUM             PIC 9(9) COMP.
023100     05  DL270-MOVE-DAYS             PIC 9(5) COMP.
023200     05  DL270-MOVE-SUM              PIC S9(11)V9(3) COMP-3.
023300     05  DL270-BASE-BALANCE          PIC S9(9)V9(3) COMP-3.
023400     05  DL270-DAY-MOVE              PIC S9(9)V9(3) COMP-3.
023500     05  DL270-AVG-COUNT             PIC 9(5)V9(2) COMP-3.
023600     05  DL270-AVG-MOVE              PIC S9(9)V9(3) COMP-3.
023700     05  DL270-LIMIT-COUNT           PIC 9(7)V9(2) COMP-3.
023800     05  DL270-LIMIT-MOVE            PIC S9(11)V9(3) COMP-3.
023900*
024000******************************************************************
024100*    RULE NAME TABLE AND PER-RULE REPORT TOTALS.                 *
024200******************************************************************
024300 01  DL270-RULE-NAMES.
024400     05  FILLER                      PIC X(40) VALUE
024500         "LARGE-VALUE POSTINGS".
024600     05  FILLER                      PIC X(40) VALUE
024700         "ITEM COUNT FAR ABOVE 30-DAY AVERAGE".
024800     05  FILLER                      PIC X(40) VALUE
024900         "NET MOVEMENT FAR ABOVE 30-DAY AVERAGE".
025000     05  FILLER                      PIC X(40) VALUE
025100         "BALANCE CHANGED SIGN".
025200     05  FILLER                      PIC X(40) VALUE
025300         "REVERSAL CANCELS SAME-DAY POSTING".
025400 01  DL270-RULE-NAME-TABLE REDEFINES DL270-RULE-NAMES.
025500     05  DL270-RULE-NAME             PIC X(40) OCCURS 5 TIMES.
025600*
025700 01  DL270-RULE-SUB                  PIC 9(1) COMP.
025800 01  DL270-RULE-NEW-COUNT            PIC 9(8) COMP.
025900 01  DL270-RULE-OPEN-COUNT           PIC 9(8) COMP.
026000 01  DL270-RULE-CLOSED-COUNT         PIC 9(8) COMP.
026100*
026200******************************************************************
026300*    DATES.  THE WINDOW START IS 30 CALENDAR DAYS BEFORE THE     *
026400*    BUSINESS DATE.                                              *
026500******************************************************************
026600 01  DL270-BUSINESS-DATE             PIC 9(8) VALUE ZERO.
026700 01  DL270-RUN-DATE                  PIC 9(8).
026800 01  DL270-BUSINESS-DAYS             PIC S9(9) COMP.
026900 01  DL270-WINDOW-START              PIC 9(8).
027000 01  DL270-AGE-DAYS                  PIC S9(9) COMP.
027100*
027200     COPY DL100DTW.
027300*
027400******************************************************************
027500*    RUN PARAMETER HANDLING  (BUSDATE= / LARGE= / FACTOR= /      *
027600*    MINHIST=)                                                   *
027700******************************************************************
027800 01  DL270-PARM-STRING               PIC X(80).
027900 01  DL270-PARM-TOKENS.
028000     05  DL270-PARM-TOKEN OCCURS 4 TIMES
028100                                     PIC X(40).
028200 01  DL270-PARM-IX                   PIC 9(1) COMP.
028300 01  DL270-PARM-KEY                  PIC X(20).
028400 01  DL270-PARM-VALUE                PIC X(20).
028500 01  DL270-PARM-VALUE-LEN            PIC 9(2) COMP.
028600*
028700******************************************************************
028800*    ALERT REPORT PRINT LINES                                    *
028900******************************************************************
029000 01  DL270-RPT-HEADING-1.
029100     05  FILLER                      PIC X(08) VALUE "DL270".
029200     05  FILLER                      PIC X(40) VALUE
029300         "ACTIVITY MONITORING ALERT REPORT".
029400     05  FILLER                      PIC X(14) VALUE
029500         "BUSINESS DATE ".
029600     05  DL270-H1-BUSDATE            PIC 9(8).
029700     05  FILLER                      PIC X(62) VALUE SPACES.
029800*
029900 01  DL270-RPT-HEADING-2.
030000     05  FILLER                      PIC X(08) VALUE SPACES.
030100     05  FILLER                      PIC X(12) VALUE
030200         "LARGE VALUE ".
030300     05  DL270-H2-LARGE              PIC Z,ZZ9.
030400     05  FILLER                      PIC X(10) VALUE
030500         "   FACTOR ".
030600     05  DL270-H2-FACTOR             PIC Z9.
030700     05  FILLER                      PIC X(20) VALUE
030800         "   MINIMUM HISTORY ".
030900     05  DL270-H2-MINHIST            PIC Z9.
031000     05  FILLER                      PIC X(73) VALUE SPACES.
031100*
031200 01  DL270-RPT-RULE-HEADING.
031300     05  FILLER                      PIC X(05) VALUE SPACES.
031400     05  FILLER                      PIC X(05) VALUE "RULE ".
031500     05  DL270-RH-RULE               PIC 9(1).
031600     05  FILLER                      PIC X(03) VALUE " - ".
031700     05  DL270-RH-NAME               PIC X(40).
031800     05  FILLER                      PIC X(78) VALUE SPACES.
031900*
032000 01  DL270-RPT-COLUMN-HEADING.
032100     05  FILLER                      PIC X(05) VALUE SPACES.
032200     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
032300     05  FILLER                      PIC X(10) VALUE "RAISED".
032400     05  FILLER                      PIC X(10) VALUE "    ITEM".
032500     05  FILLER                      PIC X(17) VALUE
032600         "         AMOUNT".
032700     05  FILLER                      PIC X(17) VALUE
032800         "  COMPARED WITH".
032900     05  FILLER                      PIC X(08) VALUE " COUNT".
033000     05  FILLER                      PIC X(11) VALUE "AVG COUNT".
033100     05  FILLER                      PIC X(20) VALUE "STATUS".
033200     05  FILLER                      PIC X(26) VALUE SPACES.
033300*
033400 01  DL270-RPT-ALERT-LINE.
033500     05  FILLER                      PIC X(05) VALUE SPACES.
033600     05  DL270-AL-ACCOUNT            PIC 9(6).
033700     05  FILLER                      PIC X(02) VALUE SPACES.
033800     05  DL270-AL-RAISED             PIC 9(8).
033900     05  FILLER                      PIC X(02) VALUE SPACES.
034000     05  DL270-AL-ITEM               PIC Z(7)9.
034100     05  FILLER                      PIC X(02) VALUE SPACES.
034200     05  DL270-AL-AMOUNT             PIC ---,---,--9.999.
034300     05  FILLER                      PIC X(02) VALUE SPACES.
034400     05  DL270-AL-COMPARE            PIC ---,---,--9.999.
034500     05  FILLER                      PIC X(02) VALUE SPACES.
034600     05  DL270-AL-COUNT              PIC ZZ,ZZ9.
034700     05  FILLER                      PIC X(02) VALUE SPACES.
034800     05  DL270-AL-AVG-COUNT          PIC ZZ,ZZ9.99.
034900     05  FILLER                      PIC X(02) VALUE SPACES.
035000     05  DL270-AL-STATUS             PIC X(20).
035100     05  FILLER                      PIC X(26) VALUE SPACES.
035200*
035300 01  DL270-AGE-TEXT.
035400     05  FILLER                      PIC X(05) VALUE "OPEN ".
035500     05  DL270-AGE-DAYS-OUT          PIC ZZZZ9.
035600     05  FILLER                      PIC X(05) VALUE " DAYS".
035700     05  FILLER                      PIC X(05) VALUE SPACES.
035800*
035900 01  DL270-RPT-CLOSURE-LINE.
036000     05  FILLER                      PIC X(05) VALUE SPACES.
036100     05  FILLER                      PIC X(29) VALUE
036200         "CLOSURE NOT APPLIED - RULE ".
036300     05  DL270-CL-RULE               PIC X(01).
036400     05  FILLER                      PIC X(10) VALUE
036500         " ACCOUNT ".
036600     05  DL270-CL-ACCOUNT            PIC X(06).
036700     05  FILLER                      PIC X(09) VALUE
036800         " RAISED ".
036900     05  DL270-CL-RAISED             PIC X(08).
037000     05  FILLER                      PIC X(07) VALUE " ITEM ".
037100     05  DL270-CL-ITEM               PIC X(08).
037200     05  FILLER                      PIC X(02) VALUE SPACES.
037300     05  DL270-CL-REASON             PIC X(30).
037400     05  FILLER                      PIC X(17) VALUE SPACES.
037500*
037600 01  DL270-RPT-TOTAL-LINE.
037700     05  FILLER                      PIC X(05) VALUE SPACES.
037800     05  DL270-TOT-LABEL             PIC X(40).
037900     05  DL270-TOT-COUNT             PIC ZZ,ZZZ,ZZ9.
038000     05  FILLER                      PIC X(77) VALUE SPACES.
038100*
038200 PROCEDURE DIVISION.
038300*
038400******************************************************************
038500*    0000-MAINLINE                                              *
038600******************************************************************
038700 0000-MAINLINE.
038800*
038900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039000*
039100     PERFORM 2000-SCAN-RESULT THRU 2000-EXIT
039200         UNTIL DL270-RESULT-EOF.
039300*
039400     PERFORM 2500-REOPEN-RESULTS THRU 2500-EXIT.
039500     PERFORM 3000-MATCH-REVERSAL THRU 3000-EXIT
039600         UNTIL DL270-RESULT-EOF.
039700*
039800     PERFORM 4000-REVIEW-ACCOUNTS THRU 4000-EXIT.
039900*
040000     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
040100*
040200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040300*
040400     GOBACK.
040500*
040600******************************************************************
040700*    1000-INITIALIZE  -  PARSE THE RUN PARAMETERS, SET THE       *
040800*    TRAILING WINDOW, OPEN THE DATASETS, APPLY THE RISK TEAM'S   *
040900*    CLOSURES AND PRIME THE RESULTS READ.                        *
041000******************************************************************
041100 1000-INITIALIZE.
041200*
041300     DISPLAY "DL270 - ACTIVITY MONITOR STARTING".
041400*
041500     ACCEPT DL270-PARM-STRING FROM COMMAND-LINE.
041600     ACCEPT DL270-RUN-DATE FROM DATE YYYYMMDD.
041700     MOVE DL270-RUN-DATE TO DL270-BUSINESS-DATE.
041800     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
041900*
042000     MOVE DL270-BUSINESS-DATE TO DW-DATE.
042100     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
042200     MOVE DW-DAYS TO DL270-BUSINESS-DAYS.
042300     SUBTRACT 30 FROM DW-DAYS.
042400     PERFORM 8710-DAYS-TO-DATE THRU 8710-EXIT.
042500     MOVE DW-DATE TO DL270-WINDOW-START.
042600*
042700     PERFORM 1050-OPEN-FILES THRU 1050-EXIT.
042800*
042900     PERFORM 1600-APPLY-CLOSURE THRU 1600-EXIT
043000         UNTIL DL270-CLOSURE-EOF.
043100*
043200     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
043300*
043400 1000-EXIT.
043500     EXIT.
043600*
043700******************************************************************
043800*    1050-OPEN-FILES  -  OPEN EVERY DATASET AND CONFIRM EACH     *
043900*    OPEN SUCCEEDED BEFORE THE RUN GOES ANY FURTHER.             *
044000******************************************************************
044100 1050-OPEN-FILES.
044200*
044300     OPEN INPUT DL270-RESULT-FILE.
044400     IF DL270-RESULT-STATUS NOT = "00"
044500         DISPLAY "DL270 ABEND - OPEN FAILED FOR RESULTS, "
044600             "STATUS = " DL270-RESULT-STATUS
044700         MOVE 16 TO RETURN-CODE
044800         GOBACK
044900     END-IF.
045000*
045100     OPEN INPUT DL270-HIST-FILE.
045200     IF DL270-HIST-STATUS NOT = "00"
045300         DISPLAY "DL270 ABEND - OPEN FAILED FOR ACCTHIST, "
045400             "STATUS = " DL270-HIST-STATUS
045500         MOVE 16 TO RETURN-CODE
045600         GOBACK
045700     END-IF.
045800*
045900     OPEN INPUT DL270-MASTER-FILE.
046000     IF DL270-MASTER-STATUS NOT = "00"
046100         DISPLAY "DL270 ABEND - OPEN FAILED FOR ACCTMST, "
046200             "STATUS = " DL270-MASTER-STATUS
046300         MOVE 16 TO RETURN-CODE
046400         GOBACK
046500     END-IF.
046600*
046700*        THE WORK DATASET IS RECREATED EMPTY EVERY RUN - A RERUN
046800*        MUST NOT ADD TODAY'S POSTINGS ON TOP OF A FAILED RUN'S.
046900     OPEN OUTPUT DL270-WORK-FILE.
047000     IF DL270-WORK-STATUS = "00"
047100         CLOSE DL270-WORK-FILE
047200         OPEN I-O DL270-WORK-FILE
047300     END-IF.
047400     IF DL270-WORK-STATUS NOT = "00" AND NOT = "05"
047500         DISPLAY "DL270 ABEND - OPEN FAILED FOR MONWORK, "
047600             "STATUS = " DL270-WORK-STATUS
047700         MOVE 16 TO RETURN-CODE
047800         GOBACK
047900     END-IF.
048000*
048100     OPEN I-O DL270-ALERT-FILE.
048200     IF DL270-ALERT-STATUS NOT = "00" AND NOT = "05"
048300         DISPLAY "DL270 ABEND - OPEN FAILED FOR ALERTS, "
048400             "STATUS = " DL270-ALERT-STATUS
048500         MOVE 16 TO RETURN-CODE
048600         GOBACK
048700     END-IF.
048800*
048900     OPEN INPUT DL270-CLOSURE-FILE.
049000     IF DL270-CLOSURE-STATUS NOT = "00" AND NOT = "05"
049100         DISPLAY "DL270 ABEND - OPEN FAILED FOR ALERTCLR, "
049200             "STATUS = " DL270-CLOSURE-STATUS
049300         MOVE 16 TO RETURN-CODE
049400         GOBACK
049500     END-IF.
049600*
049700     OPEN OUTPUT DL270-REPORT-FILE.
049800     IF DL270-REPORT-STATUS NOT = "00"
049900         DISPLAY "DL270 ABEND - OPEN FAILED FOR ALERTRPT, "
050000             "STATUS = " DL270-REPORT-STATUS
050100         MOVE 16 TO RETURN-CODE
050200         GOBACK
050300     END-IF.
050400*
050500     PERFORM 1400-WRITE-HEADINGS THRU 1400-EXIT.
050600*
050700 1050-EXIT.
050800     EXIT.
050900*
051000******************************************************************
051100*    1100-PARSE-PARM  -  BREAK THE PARM STRING INTO ITS          *
051200*    KEYWORD=VALUE TOKENS AND APPLY EACH ONE.                    *
051300******************************************************************
051400 1100-PARSE-PARM.
051500*
051600     MOVE SPACES TO DL270-PARM-TOKEN (1) DL270-PARM-TOKEN (2)
051700                    DL270-PARM-TOKEN (3) DL270-PARM-TOKEN (4).
051800     UNSTRING DL270-PARM-STRING DELIMITED BY ","
051900         INTO DL270-PARM-TOKEN (1) DL270-PARM-TOKEN (2)
052000              DL270-PARM-TOKEN (3) DL270-PARM-TOKEN (4)
052100     END-UNSTRING.
052200*
052300     PERFORM 1110-APPLY-TOKEN THRU 1110-EXIT
052400         VARYING DL270-PARM-IX FROM 1 BY 1
052500         UNTIL DL270-PARM-IX > 4.
052600*
052700 1100-EXIT.
052800     EXIT.
052900*
053000******************************************************************
053100*    1110-APPLY-TOKEN  -  SPLIT ONE KEYWORD=VALUE TOKEN AND      *
053200*    SET THE RUN OPTION IT CONTROLS.                             *
053300******************************************************************
053400 1110-APPLY-TOKEN.
053500*
053600     MOVE SPACES TO DL270-PARM-KEY DL270-PARM-VALUE.
053700     UNSTRING DL270-PARM-TOKEN (DL270-PARM-IX) DELIMITED BY "="
053800         INTO DL270-PARM-KEY DL270-PARM-VALUE
053900     END-UNSTRING.
054000     MOVE ZERO TO DL270-PARM-VALUE-LEN.
054100     INSPECT DL270-PARM-VALUE TALLYING DL270-PARM-VALUE-LEN
054200         FOR CHARACTERS BEFORE INITIAL SPACE.
054300*
054400     IF DL270-PARM-KEY = SPACES
054500         GO TO 1110-EXIT
054600     END-IF.
054700*
054800     IF DL270-PARM-VALUE-LEN = ZERO
054900        OR DL270-PARM-VALUE (1:DL270-PARM-VALUE-LEN)
055000               IS NOT NUMERIC
055100         DISPLAY "DL270 ABEND - " DL270-PARM-KEY
055200             " MUST BE NUMERIC, GOT " DL270-PARM-VALUE
055300         MOVE 16 TO RETURN-CODE
055400         GOBACK
055500     END-IF.
055600*
055700     EVALUATE DL270-PARM-KEY
055800         WHEN "BUSDATE"
055900             MOVE DL270-PARM-VALUE (1:DL270-PARM-VALUE-LEN)
056000                 TO DL270-BUSINESS-DATE
056100         WHEN "LARGE"
056200             MOVE DL270-PARM-VALUE (1:DL270-PARM-VALUE-LEN)
056300                 TO DL270-LARGE-VALUE
056400         WHEN "FACTOR"
056500             MOVE DL270-PARM-VALUE (1:DL270-PARM-VALUE-LEN)
056600                 TO DL270-FACTOR
056700         WHEN "MINHIST"
056800             MOVE DL270-PARM-VALUE (1:DL270-PARM-VALUE-LEN)
056900                 TO DL270-MIN-HISTORY
057000         WHEN OTHER
057100             CONTINUE
057200     END-EVALUATE.
057300*
057400 1110-EXIT.
057500     EXIT.
057600*
057700******************************************************************
057800*    1400-WRITE-HEADINGS  -  LAY DOWN THE REPORT'S TWO HEADING   *
057900*    LINES AND A SPACER.                                         *
058000******************************************************************
058100 1400-WRITE-HEADINGS.
058200*
058300     MOVE DL270-BUSINESS-DATE TO DL270-H1-BUSDATE.
058400     MOVE DL270-RPT-HEADING-1 TO DL270-PRINT-REC.
058500     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
058600     MOVE DL270-LARGE-VALUE TO DL270-H2-LARGE.
058700     MOVE DL270-FACTOR TO DL270-H2-FACTOR.
058800     MOVE DL270-MIN-HISTORY TO DL270-H2-MINHIST.
058900     MOVE DL270-RPT-HEADING-2 TO DL270-PRINT-REC.
059000     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
059100     MOVE SPACES TO DL270-PRINT-REC.
059200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
059300*
059400 1400-EXIT.
059500     EXIT.
059600*
059700******************************************************************
059800*    1600-APPLY-CLOSURE  -  READ ONE CLOSURE AND MARK ITS ALERT  *
059900*    CLOSED AS AT THE BUSINESS DATE.  A CLOSURE THAT NAMES NO    *
060000*    OPEN ALERT IS PRINTED AND DROPPED.                          *
060100******************************************************************
060200 1600-APPLY-CLOSURE.
060300*
060400     READ DL270-CLOSURE-FILE
060500         AT END
060600             SET DL270-CLOSURE-EOF TO TRUE
060700     END-READ.
060800*
060900     IF DL270-CLOSURE-STATUS NOT = "00" AND NOT = "10"
061000         DISPLAY "DL270 ABEND - READ FAILED FOR ALERTCLR, "
061100             "STATUS = " DL270-CLOSURE-STATUS
061200         MOVE 16 TO RETURN-CODE
061300         GOBACK
061400     END-IF.
061500*
061600     IF DL270-CLOSURE-EOF
061700         GO TO 1600-EXIT
061800     END-IF.
061900*
062000     IF CL-RULE NOT NUMERIC
062100        OR CL-ACCOUNT-NO NOT NUMERIC
062200        OR CL-RAISED-DATE NOT NUMERIC
062300        OR CL-ITEM-NO NOT NUMERIC
062400         MOVE "INVALID CLOSURE RECORD" TO DL270-CL-REASON
062500         PERFORM 1650-PRINT-CLOSURE THRU 1650-EXIT
062600         GO TO 1600-EXIT
062700     END-IF.
062800*
062900     MOVE CL-RULE TO AL-RULE.
063000     MOVE CL-ACCOUNT-NO TO AL-ACCOUNT-NO.
063100     MOVE CL-RAISED-DATE TO AL-RAISED-DATE.
063200     MOVE CL-ITEM-NO TO AL-ITEM-NO.
063300     READ DL270-ALERT-FILE.
063400     IF DL270-ALERT-STATUS = "23"
063500         MOVE "NO SUCH ALERT ON FILE" TO DL270-CL-REASON
063600         PERFORM 1650-PRINT-CLOSURE THRU 1650-EXIT
063700         GO TO 1600-EXIT
063800     END-IF.
063900     IF DL270-ALERT-STATUS NOT = "00"
064000         DISPLAY "DL270 ABEND - READ FAILED FOR ALERTS, "
064100             "STATUS = " DL270-ALERT-STATUS
064200         MOVE 16 TO RETURN-CODE
064300         GOBACK
064400     END-IF.
064500*
064600     IF NOT AL-OPEN
064700         MOVE "ALERT ALREADY CLOSED" TO DL270-CL-REASON
064800         PERFORM 1650-PRINT-CLOSURE THRU 1650-EXIT
064900         GO TO 1600-EXIT
065000     END-IF.
065100*
065200     SET AL-CLOSED TO TRUE.
065300     MOVE DL270-BUSINESS-DATE TO AL-CLOSED-DATE.
065400     REWRITE DL270-ALERT-REC.
065500     IF DL270-ALERT-STATUS NOT = "00"
065600         DISPLAY "DL270 ABEND - REWRITE FAILED FOR ALERTS, "
065700             "STATUS = " DL270-ALERT-STATUS
065800         MOVE 16 TO RETURN-CODE
065900         GOBACK
066000     END-IF.
066100     ADD 1 TO DL270-CLOSED-COUNT.
066200*
066300 1600-EXIT.
066400     EXIT.
066500*
066600 1650-PRINT-CLOSURE.
066700*
066800     ADD 1 TO DL270-UNMATCHED-CLR-COUNT.
066900     MOVE CL-RULE TO DL270-CL-RULE.
067000     MOVE CL-ACCOUNT-NO TO DL270-CL-ACCOUNT.
067100     MOVE CL-RAISED-DATE TO DL270-CL-RAISED.
067200     MOVE CL-ITEM-NO TO DL270-CL-ITEM.
067300     MOVE DL270-RPT-CLOSURE-LINE TO DL270-PRINT-REC.
067400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
067500*
067600 1650-EXIT.
067700     EXIT.
067800*
067900******************************************************************
068000*    2000-SCAN-RESULT  -  FIRST PASS OF RESULTS.  TEST THE       *
068100*    POSTING AGAINST THE LARGE-VALUE THRESHOLD, ADD IT TO ITS    *
068200*    ACCOUNT'S FIGURES FOR THE DAY AND, UNLESS IT IS ITSELF A    *
068300*    REVERSAL, RECORD ITS AMOUNT FOR THE REVERSAL MATCH.         *
068400******************************************************************
068500 2000-SCAN-RESULT.
068600*
068700     ADD 1 TO DL270-RESULT-COUNT.
068800*
068900     IF RS-ROUNDED-AMT < ZERO
069000         COMPUTE DL270-ABS-AMOUNT = ZERO - RS-ROUNDED-AMT
069100     ELSE
069200         MOVE RS-ROUNDED-AMT TO DL270-ABS-AMOUNT
069300     END-IF.
069400*
069500     IF DL270-ABS-AMOUNT NOT < DL270-LARGE-VALUE
069600         INITIALIZE DL270-ALERT-REC
069700         MOVE 1 TO AL-RULE
069800         MOVE RS-KEY TO AL-ACCOUNT-NO
069900         MOVE DL270-ITEM-NO TO AL-ITEM-NO
070000         MOVE RS-ROUNDED-AMT TO AL-AMOUNT
070100         MOVE DL270-LARGE-VALUE TO AL-COMPARE-AMT
070200         PERFORM 6000-RAISE-ALERT THRU 6000-EXIT
070300     END-IF.
070400*
070500     PERFORM 2100-ADD-TO-ACCOUNT THRU 2100-EXIT.
070600*
070700     IF RS-TYPE-CODE NOT = "R"
070800         PERFORM 2200-ADD-POSTING THRU 2200-EXIT
070900     END-IF.
071000*
071100     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
071200*
071300 2000-EXIT.
071400     EXIT.
071500*
071600******************************************************************
071700*    2100-ADD-TO-ACCOUNT  -  ONE MORE ITEM AND ITS AMOUNT ON THE *
071800*    ACCOUNT'S DAY TOTALS RECORD.                                *
071900******************************************************************
072000 2100-ADD-TO-ACCOUNT.
072100*
072200     MOVE RS-KEY TO MW-ACCOUNT-NO.
072300     MOVE "A" TO MW-KIND.
072400     MOVE ZERO TO MW-AMOUNT.
072500     READ DL270-WORK-FILE.
072600     IF DL270-WORK-STATUS = "23"
072700         MOVE ZERO TO MW-ITEM-COUNT MW-NET-MOVEMENT MW-FIRST-ITEM
072800         MOVE SPACES TO MW-FILLER
072900     END-IF.
073000     IF DL270-WORK-STATUS NOT = "00" AND NOT = "23"
073100         DISPLAY "DL270 ABEND - READ FAILED FOR MONWORK, "
073200             "STATUS = " DL270-WORK-STATUS
073300         MOVE 16 TO RETURN-CODE
073400         GOBACK
073500     END-IF.
073600*
073700     ADD 1 TO MW-ITEM-COUNT.
073800     ADD RS-ROUNDED-AMT TO MW-NET-MOVEMENT.
073900     PERFORM 2800-PUT-WORK THRU 2800-EXIT.
074000*
074100 2100-EXIT.
074200     EXIT.
074300*
074400******************************************************************
074500*    2200-ADD-POSTING  -  ONE MORE UNREVERSED POSTING OF THIS    *
074600*    AMOUNT ON THIS ACCOUNT.  THE FIRST ONE'S ITEM NUMBER IS     *
074700*    KEPT FOR THE REPORT.                                        *
074800******************************************************************
074900 2200-ADD-POSTING.
075000*
075100     MOVE RS-KEY TO MW-ACCOUNT-NO.
075200     MOVE "P" TO MW-KIND.
075300     MOVE RS-ROUNDED-AMT TO MW-AMOUNT.
075400     READ DL270-WORK-FILE.
075500     IF DL270-WORK-STATUS = "23"
075600         MOVE ZERO TO MW-ITEM-COUNT MW-NET-MOVEMENT
075700         MOVE DL270-ITEM-NO TO MW-FIRST-ITEM
075800         MOVE SPACES TO MW-FILLER
075900     END-IF.
076000     IF DL270-WORK-STATUS NOT = "00" AND NOT = "23"
076100         DISPLAY "DL270 ABEND - READ FAILED FOR MONWORK, "
076200             "STATUS = " DL270-WORK-STATUS
076300         MOVE 16 TO RETURN-CODE
076400         GOBACK
076500     END-IF.
076600*
076700     ADD 1 TO MW-ITEM-COUNT.
076800     PERFORM 2800-PUT-WORK THRU 2800-EXIT.
076900*
077000 2200-EXIT.
077100     EXIT.
077200*
077300******************************************************************
077400*    2500-REOPEN-RESULTS  -  REWIND RESULTS FOR THE SECOND PASS. *
077500******************************************************************
077600 2500-REOPEN-RESULTS.
077700*
077800     CLOSE DL270-RESULT-FILE.
077900     OPEN INPUT DL270-RESULT-FILE.
078000     IF DL270-RESULT-STATUS NOT = "00"
078100         DISPLAY "DL270 ABEND - REOPEN FAILED FOR RESULTS, "
078200             "STATUS = " DL270-RESULT-STATUS
078300         MOVE 16 TO RETURN-CODE
078400         GOBACK
078500     END-IF.
078600*
078700     MOVE "N" TO DL270-RESULT-EOF-SW.
078800     MOVE ZERO TO DL270-ITEM-NO.
078900     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
079000*
079100 2500-EXIT.
079200     EXIT.
079300*
079400******************************************************************
079500*    2800-PUT-WORK  -  WRITE THE WORK RECORD, OR REWRITE IT IF   *
079600*    IT IS ALREADY THERE.                                        *
079700******************************************************************
079800 2800-PUT-WORK.
079900*
080000     WRITE DL270-WORK-REC.
080100     IF DL270-WORK-STATUS = "22"
080200         REWRITE DL270-WORK-REC
080300     END-IF.
080400     IF DL270-WORK-STATUS NOT = "00"
080500         DISPLAY "DL270 ABEND - WRITE FAILED FOR MONWORK, "
080600             "KEY = " MW-ACCOUNT-NO
080700             ", STATUS = " DL270-WORK-STATUS
080800         MOVE 16 TO RETURN-CODE
080900         GOBACK
081000     END-IF.
081100*
081200 2800-EXIT.
081300     EXIT.
081400*
081500******************************************************************
081600*    2900-READ-RESULT  -  READ THE NEXT ACCEPTED POSTING AND     *
081700*    NUMBER IT.                                                  *
081800******************************************************************
081900 2900-READ-RESULT.
082000*
082100     READ DL270-RESULT-FILE
082200         AT END
082300             SET DL270-RESULT-EOF TO TRUE
082400     END-READ.
082500*
082600     IF DL270-RESULT-STATUS NOT = "00" AND NOT = "10"
082700         DISPLAY "DL270 ABEND - READ FAILED FOR RESULTS, "
082800             "STATUS = " DL270-RESULT-STATUS
082900         MOVE 16 TO RETURN-CODE
083000         GOBACK
083100     END-IF.
083200*
083300     IF NOT DL270-RESULT-EOF
083400         ADD 1 TO DL270-ITEM-NO
083500     END-IF.
083600*
083700 2900-EXIT.
083800     EXIT.
083900*
084000******************************************************************
084100*    3000-MATCH-REVERSAL  -  SECOND PASS OF RESULTS.  A REVERSAL *
084200*    POSTS NEGATIVE, SO IT CANCELS A SAME-DAY POSTING OF THE     *
084300*    OPPOSITE AMOUNT TO THE SAME ACCOUNT.  EACH POSTING CAN BE   *
084400*    CANCELLED ONLY ONCE.                                        *
084500******************************************************************
084600 3000-MATCH-REVERSAL.
084700*
084800     IF RS-TYPE-CODE NOT = "R"
084900         GO TO 3000-NEXT
085000     END-IF.
085100*
085200     MOVE RS-KEY TO MW-ACCOUNT-NO.
085300     MOVE "P" TO MW-KIND.
085400     COMPUTE MW-AMOUNT = ZERO - RS-ROUNDED-AMT.
085500     READ DL270-WORK-FILE.
085600     IF DL270-WORK-STATUS = "23"
085700         GO TO 3000-NEXT
085800     END-IF.
085900     IF DL270-WORK-STATUS NOT = "00"
086000         DISPLAY "DL270 ABEND - READ FAILED FOR MONWORK, "
086100             "STATUS = " DL270-WORK-STATUS
086200         MOVE 16 TO RETURN-CODE
086300         GOBACK
086400     END-IF.
086500     IF MW-ITEM-COUNT = ZERO
086600         GO TO 3000-NEXT
086700     END-IF.
086800*
086900     SUBTRACT 1 FROM MW-ITEM-COUNT.
087000     PERFORM 2800-PUT-WORK THRU 2800-EXIT.
087100*
087200     INITIALIZE DL270-ALERT-REC.
087300     MOVE 5 TO AL-RULE.
087400     MOVE RS-KEY TO AL-ACCOUNT-NO.
087500     MOVE DL270-ITEM-NO TO AL-ITEM-NO.
087600     MOVE RS-ROUNDED-AMT TO AL-AMOUNT.
087700     MOVE MW-AMOUNT TO AL-COMPARE-AMT.
087800     PERFORM 6000-RAISE-ALERT THRU 6000-EXIT.
087900*
088000 3000-NEXT.
088100*
088200     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
088300*
088400 3000-EXIT.
088500     EXIT.
088600*
088700******************************************************************
088800*    4000-REVIEW-ACCOUNTS  -  THIRD PASS, OVER THE DAY'S TOTALS  *
088900*    BY ACCOUNT ON THE WORK DATASET.                             *
089000******************************************************************
089100 4000-REVIEW-ACCOUNTS.
089200*
089300     MOVE LOW-VALUES TO MW-KEY.
089400     START DL270-WORK-FILE KEY IS NOT LESS THAN MW-KEY.
089500     IF DL270-WORK-STATUS = "23"
089600         GO TO 4000-EXIT
089700     END-IF.
089800     IF DL270-WORK-STATUS NOT = "00"
089900         DISPLAY "DL270 ABEND - START FAILED FOR MONWORK, "
090000             "STATUS = " DL270-WORK-STATUS
090100         MOVE 16 TO RETURN-CODE
090200         GOBACK
090300     END-IF.
090400*
090500     PERFORM 4100-REVIEW-ONE THRU 4100-EXIT
090600         UNTIL DL270-WORK-EOF.
090700*
090800 4000-EXIT.
090900     EXIT.
091000*
091100******************************************************************
091200*    4100-REVIEW-ONE  -  TAKE THE NEXT WORK RECORD AND, IF IT IS *
091300*    AN ACCOUNT'S DAY TOTALS, TEST THE ACCOUNT-LEVEL RULES.      *
091400******************************************************************
091500 4100-REVIEW-ONE.
091600*
091700     READ DL270-WORK-FILE NEXT RECORD
091800         AT END
091900             SET DL270-WORK-EOF TO TRUE
092000     END-READ.
092100*
092200     IF DL270-WORK-STATUS NOT = "00" AND NOT = "10"
092300         DISPLAY "DL270 ABEND - READ FAILED FOR MONWORK, "
092400             "STATUS = " DL270-WORK-STATUS
092500         MOVE 16 TO RETURN-CODE
092600         GOBACK
092700     END-IF.
092800*
092900     IF DL270-WORK-EOF OR NOT MW-ACCOUNT-TOTALS
093000         GO TO 4100-EXIT
093100     END-IF.
093200*
093300     ADD 1 TO DL270-ACCOUNT-COUNT.
093400     PERFORM 4200-TRAILING-AVERAGE THRU 4200-EXIT.
093500     PERFORM 4300-TEST-ACTIVITY THRU 4300-EXIT.
093600     PERFORM 4400-TEST-SIGN THRU 4400-EXIT.
093700*
093800 4100-EXIT.
093900     EXIT.
094000*
094100******************************************************************
094200*    4200-TRAILING-AVERAGE  -  READ THE ACCOUNT'S "D" SNAPSHOTS  *
094300*    FROM THE WINDOW START UP TO THE DAY BEFORE THE BUSINESS     *
094400*    DATE.  THE FIRST SNAPSHOT IS ONLY THE BASE THE FIRST DAY'S  *
094500*    MOVEMENT IS MEASURED FROM.                                  *
094600******************************************************************
094700 4200-TRAILING-AVERAGE.
094800*
094900     MOVE ZERO TO DL270-SNAP-COUNT DL270-COUNT-DAYS
095000                  DL270-COUNT-SUM DL270-MOVE-DAYS
095100                  DL270-MOVE-SUM DL270-BASE-BALANCE
095200                  DL270-AVG-COUNT DL270-AVG-MOVE.
095300     MOVE "N" TO DL270-TRAIL-DONE-SW.
095400*
095500     MOVE MW-ACCOUNT-NO TO AH-ACCOUNT-NO.
095600     MOVE DL270-WINDOW-START TO AH-SNAP-DATE.
095700     MOVE SPACE TO AH-REC-TYPE.
095800     START DL270-HIST-FILE KEY IS NOT LESS THAN AH-KEY.
095900     IF DL270-HIST-STATUS = "23"
096000         GO TO 4200-EXIT
096100     END-IF.
096200     IF DL270-HIST-STATUS NOT = "00"
096300         DISPLAY "DL270 ABEND - START FAILED FOR ACCTHIST, "
096400             "KEY = " MW-ACCOUNT-NO
096500             ", STATUS = " DL270-HIST-STATUS
096600         MOVE 16 TO RETURN-CODE
096700         GOBACK
096800     END-IF.
096900*
097000     PERFORM 4210-READ-TRAILING THRU 4210-EXIT
097100         UNTIL DL270-TRAIL-DONE.
097200*
097300     IF DL270-COUNT-DAYS > ZERO
097400         COMPUTE DL270-AVG-COUNT ROUNDED =
097500             DL270-COUNT-SUM / DL270-COUNT-DAYS
097600     END-IF.
097700     IF DL270-MOVE-DAYS > ZERO
097800         COMPUTE DL270-AVG-MOVE ROUNDED =
097900             DL270-MOVE-SUM / DL270-MOVE-DAYS
098000     END-IF.
098100*
098200 4200-EXIT.
098300     EXIT.
098400*
098500 4210-READ-TRAILING.
098600*
098700     READ DL270-HIST-FILE NEXT RECORD
098800         AT END
098900             SET DL270-TRAIL-DONE TO TRUE
099000     END-READ.
099100*
099200     IF DL270-HIST-STATUS NOT = "00" AND NOT = "10"
099300         DISPLAY "DL270 ABEND - READ FAILED FOR ACCTHIST, "
099400             "STATUS = " DL270-HIST-STATUS
099500         MOVE 16 TO RETURN-CODE
099600         GOBACK
099700     END-IF.
099800*
099900     IF DL270-TRAIL-DONE
100000         GO TO 4210-EXIT
100100     END-IF.
100200     IF AH-ACCOUNT-NO NOT = MW-ACCOUNT-NO
100300        OR AH-SNAP-DATE NOT < DL270-BUSINESS-DATE
100400         SET DL270-TRAIL-DONE TO TRUE
100500         GO TO 4210-EXIT
100600     END-IF.
100700     IF NOT AH-DAILY-SNAP
100800         GO TO 4210-EXIT
100900     END-IF.
101000*
101100     ADD 1 TO DL270-SNAP-COUNT.
101200     IF AH-ITEM-COUNT IS NUMERIC
101300         ADD 1 TO DL270-COUNT-DAYS
101400         ADD AH-ITEM-COUNT TO DL270-COUNT-SUM
101500     END-IF.
101600*
101700     IF DL270-SNAP-COUNT > 1
101800         COMPUTE DL270-DAY-MOVE =
101900             AH-NEW-BALANCE - DL270-BASE-BALANCE
102000         IF DL270-DAY-MOVE < ZERO
102100             COMPUTE DL270-DAY-MOVE = ZERO - DL270-DAY-MOVE
102200         END-IF
102300         ADD 1 TO DL270-MOVE-DAYS
102400         ADD DL270-DAY-MOVE TO DL270-MOVE-SUM
102500     END-IF.
102600     MOVE AH-NEW-BALANCE TO DL270-BASE-BALANCE.
102700*
102800 4210-EXIT.
102900     EXIT.
103000*
103100******************************************************************
103200*    4300-TEST-ACTIVITY  -  RULES 2 AND 3.  WITHOUT ENOUGH       *
103300*    HISTORY THERE IS NO AVERAGE TO BEAT.                        *
103400******************************************************************
103500 4300-TEST-ACTIVITY.
103600*
103700     IF DL270-SNAP-COUNT < DL270-MIN-HISTORY
103800         ADD 1 TO DL270-SHORT-HIST-COUNT
103900         GO TO 4300-EXIT
104000     END-IF.
104100*
104200     COMPUTE DL270-LIMIT-COUNT = DL270-AVG-COUNT * DL270-FACTOR.
104300     IF DL270-COUNT-DAYS NOT < DL270-MIN-HISTORY
104400        AND MW-ITEM-COUNT > DL270-LIMIT-COUNT
104500        AND MW-ITEM-COUNT > DL270-FACTOR
104600         INITIALIZE DL270-ALERT-REC
104700         MOVE 2 TO AL-RULE
104800         MOVE MW-ACCOUNT-NO TO AL-ACCOUNT-NO
104900         MOVE MW-NET-MOVEMENT TO AL-AMOUNT
105000         MOVE MW-ITEM-COUNT TO AL-ITEM-COUNT
105100         MOVE DL270-AVG-COUNT TO AL-AVERAGE-COUNT
105200         PERFORM 6000-RAISE-ALERT THRU 6000-EXIT
105300     END-IF.
105400*
105500     IF MW-NET-MOVEMENT < ZERO
105600         COMPUTE DL270-TODAY-MOVE-ABS = ZERO - MW-NET-MOVEMENT
105700     ELSE
105800         MOVE MW-NET-MOVEMENT TO DL270-TODAY-MOVE-ABS
105900     END-IF.
106000     COMPUTE DL270-LIMIT-MOVE = DL270-AVG-MOVE * DL270-FACTOR.
106100     IF DL270-TODAY-MOVE-ABS > DL270-LIMIT-MOVE
106200        AND DL270-TODAY-MOVE-ABS NOT < DL270-MOVE-FLOOR
106300         INITIALIZE DL270-ALERT-REC
106400         MOVE 3 TO AL-RULE
106500         MOVE MW-ACCOUNT-NO TO AL-ACCOUNT-NO
106600         MOVE MW-NET-MOVEMENT TO AL-AMOUNT
106700         MOVE DL270-AVG-MOVE TO AL-COMPARE-AMT
106800         MOVE MW-ITEM-COUNT TO AL-ITEM-COUNT
106900         MOVE DL270-AVG-COUNT TO AL-AVERAGE-COUNT
107000         PERFORM 6000-RAISE-ALERT THRU 6000-EXIT
107100     END-IF.
107200*
107300 4300-EXIT.
107400     EXIT.
107500*
107600******************************************************************
107700*    4400-TEST-SIGN  -  RULE 4, ON THE MASTER AS DL200 LEFT IT.  *
107800*    ONLY AN ACCOUNT ROLLED FORWARD TODAY HAS TODAY'S OPENING    *
107900*    BALANCE IN ITS PRIOR BALANCE.  A ZERO BALANCE HAS NO SIGN.  *
108000******************************************************************
108100 4400-TEST-SIGN.
108200*
108300     MOVE MW-ACCOUNT-NO TO AM-ACCOUNT-NO.
108400     READ DL270-MASTER-FILE.
108500     IF DL270-MASTER-STATUS = "23"
108600         ADD 1 TO DL270-NOT-ON-MASTER-COUNT
108700         GO TO 4400-EXIT
108800     END-IF.
108900     IF DL270-MASTER-STATUS NOT = "00"
109000         DISPLAY "DL270 ABEND - READ FAILED FOR ACCTMST, "
109100             "KEY = " MW-ACCOUNT-NO
109200             ", STATUS = " DL270-MASTER-STATUS
109300         MOVE 16 TO RETURN-CODE
109400         GOBACK
109500     END-IF.
109600*
109700     IF AM-LAST-POSTED-DATE NOT = DL270-BUSINESS-DATE
109800         GO TO 4400-EXIT
109900     END-IF.
110000*
110100     IF (AM-PRIOR-BALANCE > ZERO AND AM-NEW-BALANCE < ZERO)
110200        OR (AM-PRIOR-BALANCE < ZERO AND AM-NEW-BALANCE > ZERO)
110300         INITIALIZE DL270-ALERT-REC
110400         MOVE 4 TO AL-RULE
110500         MOVE MW-ACCOUNT-NO TO AL-ACCOUNT-NO
110600         MOVE AM-NEW-BALANCE TO AL-AMOUNT
110700         MOVE AM-PRIOR-BALANCE TO AL-COMPARE-AMT
110800         MOVE MW-ITEM-COUNT TO AL-ITEM-COUNT
110900         PERFORM 6000-RAISE-ALERT THRU 6000-EXIT
111000     END-IF.
111100*
111200 4400-EXIT.
111300     EXIT.
111400*
111500******************************************************************
111600*    6000-RAISE-ALERT  -  PUT THE ALERT BUILT IN THE ALERT       *
111700*    RECORD ON FILE, OPEN, DATED THE BUSINESS DATE.  ONE ALREADY *
111800*    ON FILE IS A RERUN OF THE SAME DAY AND IS LEFT AS IT IS.    *
111900******************************************************************
112000 6000-RAISE-ALERT.
112100*
112200     MOVE DL270-BUSINESS-DATE TO AL-RAISED-DATE.
112300     SET AL-OPEN TO TRUE.
112400     MOVE ZERO TO AL-CLOSED-DATE.
112500     MOVE SPACES TO AL-FILLER.
112600*
112700     WRITE DL270-ALERT-REC.
112800     EVALUATE DL270-ALERT-STATUS
112900         WHEN "00"
113000             ADD 1 TO DL270-RAISED-COUNT
113100         WHEN "22"
113200             ADD 1 TO DL270-ON-FILE-COUNT
113300         WHEN OTHER
113400             DISPLAY "DL270 ABEND - WRITE FAILED FOR ALERTS, "
113500                 "KEY = " AL-ACCOUNT-NO
113600                 ", STATUS = " DL270-ALERT-STATUS
113700             MOVE 16 TO RETURN-CODE
113800             GOBACK
113900     END-EVALUATE.
114000*
114100 6000-EXIT.
114200     EXIT.
114300*
114400******************************************************************
114500*    7000-WRITE-LINE  -  WRITE WHATEVER IS IN THE PRINT RECORD.  *
114600******************************************************************
114700 7000-WRITE-LINE.
114800*
114900     WRITE DL270-PRINT-REC AFTER ADVANCING 1 LINE.
115000     IF DL270-REPORT-STATUS NOT = "00"
115100         DISPLAY "DL270 ABEND - WRITE FAILED FOR ALERTRPT, "
115200             "STATUS = " DL270-REPORT-STATUS
115300         MOVE 16 TO RETURN-CODE
115400         GOBACK
115500     END-IF.
115600*
115700 7000-EXIT.
115800     EXIT.
115900*
116000******************************************************************
116100*    8000-PRINT-REPORT  -  ONE GROUP PER RULE, READ BACK OFF     *
116200*    THE ALERT FILE IN KEY ORDER, THEN THE RUN TOTALS.           *
116300******************************************************************
116400 8000-PRINT-REPORT.
116500*
116600     PERFORM 8100-PRINT-RULE THRU 8100-EXIT
116700         VARYING DL270-RULE-SUB FROM 1 BY 1
116800         UNTIL DL270-RULE-SUB > 5.
116900*
117000     MOVE SPACES TO DL270-PRINT-REC.
117100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
117200*
117300     MOVE "POSTINGS READ" TO DL270-TOT-LABEL.
117400     MOVE DL270-RESULT-COUNT TO DL270-TOT-COUNT.
117500     MOVE DL270-RPT-TOTAL-LINE TO DL270-PRINT-REC.
117600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
117700*
117800     MOVE "ACCOUNTS POSTED" TO DL270-TOT-LABEL.
117900     MOVE DL270-ACCOUNT-COUNT TO DL270-TOT-COUNT.
118000     MOVE DL270-RPT-TOTAL-LINE TO DL270-PRINT-REC.
118100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
118200*
118300     MOVE "ACCOUNTS WITH TOO LITTLE HISTORY" TO DL270-TOT-LABEL.
118400     MOVE DL270-SHORT-HIST-COUNT TO DL270-TOT-COUNT.
118500     MOVE DL270-RPT-TOTAL-LINE TO DL270-PRINT-REC.
118600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
118700*
118800     MOVE "NEW ALERTS RAISED" TO DL270-TOT-LABEL.
118900     MOVE DL270-RAISED-COUNT TO DL270-TOT-COUNT.
119000     MOVE DL270-RPT-TOTAL-LINE TO DL270-PRINT-REC.
119100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
119200*
119300     MOVE "ALERTS STILL OPEN" TO DL270-TOT-LABEL.
119400     MOVE DL270-OPEN-COUNT TO DL270-TOT-COUNT.
119500     MOVE DL270-RPT-TOTAL-LINE TO DL270-PRINT-REC.
119600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
119700*
119800     MOVE "ALERTS CLOSED TODAY" TO DL270-TOT-LABEL.
119900     MOVE DL270-CLOSED-COUNT TO DL270-TOT-COUNT.
120000     MOVE DL270-RPT-TOTAL-LINE TO DL270-PRINT-REC.
120100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
120200*
120300     MOVE "CLOSURES NOT APPLIED" TO DL270-TOT-LABEL.
120400     MOVE DL270-UNMATCHED-CLR-COUNT TO DL270-TOT-COUNT.
120500     MOVE DL270-RPT-TOTAL-LINE TO DL270-PRINT-REC.
120600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
120700*
120800 8000-EXIT.
120900     EXIT.
121000*
121100******************************************************************
121200*    8100-PRINT-RULE  -  HEADINGS, EVERY OPEN ALERT AND EVERY    *
121300*    ALERT CLOSED TODAY UNDER ONE RULE, AND THE RULE'S COUNTS.   *
121400******************************************************************
121500 8100-PRINT-RULE.
121600*
121700     MOVE ZERO TO DL270-RULE-NEW-COUNT DL270-RULE-OPEN-COUNT
121800                  DL270-RULE-CLOSED-COUNT.
121900     MOVE "N" TO DL270-RULE-DONE-SW.
122000*
122100     MOVE SPACES TO DL270-PRINT-REC.
122200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
122300     MOVE DL270-RULE-SUB TO DL270-RH-RULE.
122400     MOVE DL270-RULE-NAME (DL270-RULE-SUB) TO DL270-RH-NAME.
122500     MOVE DL270-RPT-RULE-HEADING TO DL270-PRINT-REC.
122600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
122700     MOVE DL270-RPT-COLUMN-HEADING TO DL270-PRINT-REC.
122800     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
122900*
123000     MOVE LOW-VALUES TO AL-KEY.
123100     MOVE DL270-RULE-SUB TO AL-RULE.
123200     START DL270-ALERT-FILE KEY IS NOT LESS THAN AL-KEY.
123300     IF DL270-ALERT-STATUS = "23"
123400         SET DL270-RULE-DONE TO TRUE
123500     END-IF.
123600     IF DL270-ALERT-STATUS NOT = "00" AND NOT = "23"
123700         DISPLAY "DL270 ABEND - START FAILED FOR ALERTS, "
123800             "STATUS = " DL270-ALERT-STATUS
123900         MOVE 16 TO RETURN-CODE
124000         GOBACK
124100     END-IF.
124200*
124300     PERFORM 8200-PRINT-ALERT THRU 8200-EXIT
124400         UNTIL DL270-RULE-DONE.
124500*
124600     MOVE "NEW TODAY" TO DL270-TOT-LABEL.
124700     MOVE DL270-RULE-NEW-COUNT TO DL270-TOT-COUNT.
124800     MOVE DL270-RPT-TOTAL-LINE TO DL270-PRINT-REC.
124900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
125000*
125100     MOVE "CARRIED FORWARD OPEN" TO DL270-TOT-LABEL.
125200     MOVE DL270-RULE-OPEN-COUNT TO DL270-TOT-COUNT.
125300     MOVE DL270-RPT-TOTAL-LINE TO DL270-PRINT-REC.
125400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
125500*
125600     MOVE "CLOSED TODAY" TO DL270-TOT-LABEL.
125700     MOVE DL270-RULE-CLOSED-COUNT TO DL270-TOT-COUNT.
125800     MOVE DL270-RPT-TOTAL-LINE TO DL270-PRINT-REC.
125900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
126000*
126100 8100-EXIT.
126200     EXIT.
126300*
126400******************************************************************
126500*    8200-PRINT-ALERT  -  READ THE NEXT ALERT UNDER THE RULE     *
126600*    AND PRINT IT IF IT IS OPEN OR WAS CLOSED TODAY.             *
126700******************************************************************
126800 8200-PRINT-ALERT.
126900*
127000     READ DL270-ALERT-FILE NEXT RECORD
127100         AT END
127200             SET DL270-RULE-DONE TO TRUE
127300     END-READ.
127400*
127500     IF DL270-ALERT-STATUS NOT = "00" AND NOT = "10"
127600         DISPLAY "DL270 ABEND - READ FAILED FOR ALERTS, "
127700             "STATUS = " DL270-ALERT-STATUS
127800         MOVE 16 TO RETURN-CODE
127900         GOBACK
128000     END-IF.
128100*
128200     IF DL270-RULE-DONE
128300         GO TO 8200-EXIT
128400     END-IF.
128500     IF AL-RULE NOT = DL270-RULE-SUB
128600         SET DL270-RULE-DONE TO TRUE
128700         GO TO 8200-EXIT
128800     END-IF.
128900*
129000     EVALUATE TRUE
129100         WHEN AL-OPEN AND AL-RAISED-DATE = DL270-BUSINESS-DATE
129200             ADD 1 TO DL270-RULE-NEW-COUNT
129300             ADD 1 TO DL270-OPEN-COUNT
129400             MOVE "NEW" TO DL270-AL-STATUS
129500         WHEN AL-OPEN
129600             ADD 1 TO DL270-RULE-OPEN-COUNT
129700             ADD 1 TO DL270-OPEN-COUNT
129800             MOVE AL-RAISED-DATE TO DW-DATE
129900             PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT
130000             COMPUTE DL270-AGE-DAYS =
130100                 DL270-BUSINESS-DAYS - DW-DAYS
130200             MOVE DL270-AGE-DAYS TO DL270-AGE-DAYS-OUT
130300             MOVE DL270-AGE-TEXT TO DL270-AL-STATUS
130400         WHEN AL-CLOSED AND AL-CLOSED-DATE = DL270-BUSINESS-DATE
130500             ADD 1 TO DL270-RULE-CLOSED-COUNT
130600             MOVE "CLOSED TODAY" TO DL270-AL-STATUS
130700         WHEN OTHER
130800             GO TO 8200-EXIT
130900     END-EVALUATE.
131000*
131100     MOVE AL-ACCOUNT-NO TO DL270-AL-ACCOUNT.
131200     MOVE AL-RAISED-DATE TO DL270-AL-RAISED.
131300     MOVE AL-ITEM-NO TO DL270-AL-ITEM.
131400     MOVE AL-AMOUNT TO DL270-AL-AMOUNT.
131500     MOVE AL-COMPARE-AMT TO DL270-AL-COMPARE.
131600     MOVE AL-ITEM-COUNT TO DL270-AL-COUNT.
131700     MOVE AL-AVERAGE-COUNT TO DL270-AL-AVG-COUNT.
131800     MOVE DL270-RPT-ALERT-LINE TO DL270-PRINT-REC.
131900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
132000*
132100 8200-EXIT.
132200     EXIT.
132300*
132400******************************************************************
132500*    9000-TERMINATE  -  DISPLAY THE RUN TOTALS AND CLOSE EVERY   *
132600*    DATASET.                                                    *
132700******************************************************************
132800 9000-TERMINATE.
132900*
133000     DISPLAY "DL270 COMPLETE - POSTINGS READ      : "
133100         DL270-RESULT-COUNT.
133200     DISPLAY "DL270 COMPLETE - ACCOUNTS POSTED    : "
133300         DL270-ACCOUNT-COUNT.
133400     DISPLAY "DL270 COMPLETE - NEW ALERTS         : "
133500         DL270-RAISED-COUNT.
133600     DISPLAY "DL270 COMPLETE - ALREADY ON FILE    : "
133700         DL270-ON-FILE-COUNT.
133800     DISPLAY "DL270 COMPLETE - ALERTS OPEN        : "
133900         DL270-OPEN-COUNT.
134000     DISPLAY "DL270 COMPLETE - ALERTS CLOSED      : "
134100         DL270-CLOSED-COUNT.
134200     DISPLAY "DL270 COMPLETE - CLOSURES DROPPED   : "
134300         DL270-UNMATCHED-CLR-COUNT.
134400*
134500     CLOSE DL270-RESULT-FILE
134600           DL270-HIST-FILE
134700           DL270-MASTER-FILE
134800           DL270-WORK-FILE
134900           DL270-ALERT-FILE
135000           DL270-CLOSURE-FILE
135100           DL270-REPORT-FILE.
135200*
135300 9000-EXIT.
135400     EXIT.
135500*
135600     COPY DL100DTP.
