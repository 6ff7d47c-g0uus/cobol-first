000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  DL900                                          *
000400*                                                                *
000500*    HOUSEKEEPING - RETENTION AND ARCHIVE STEP.                  *
000600*                                                                *
000700*    THE SUITE'S CUMULATIVE DATASETS ONLY EVER GROW:  THE        *
000800*    BALANCE HISTORY (ACCTHIST) GAINS A SNAPSHOT PER ACCOUNT     *
000900*    EVERY BUSINESS DAY, HELLOWORLD ADDS A RECORD TO THE RUN     *
001000*    AUDIT JOURNAL (AUDITJNL) EVERY EXECUTION, AND DL400 CARRIES *
001100*    EVERY UNCORRECTED REJECT FORWARD ON AGEDOUT FOR EVER.  THIS *
001200*    STEP TRIMS EACH OF THEM TO ITS RETENTION PERIOD:            *
001300*                                                                *
001400*      - ACCTHIST "D" DAILY SNAPSHOTS AND "M" MONTH-END          *
001500*        POSITIONS DATED BEFORE THEIR CUTOFFS ARE MOVED TO THE   *
001600*        HISTORY ARCHIVE (HISTARC) AND DELETED FROM ACCTHIST;    *
001700*      - AUDITJNL RECORDS FOR EXECUTIONS BEFORE THE AUDIT CUTOFF *
001800*        ARE MOVED TO THE AUDIT ARCHIVE (AUDITARC);              *
001900*      - CARRIED-FORWARD REJECTS OLDER THAN THE FINAL AGE ARE    *
002000*        WRITTEN OFF TO THE AGED-REJECT ARCHIVE (AGEDARC) AND    *
002100*        LISTED ON THE REPORT.                                   *
002200*                                                                *
002300*    NOTHING IS SIMPLY DELETED - EVERY RECORD REMOVED IS FIRST   *
002400*    WRITTEN, BYTE FOR BYTE IN ITS OWN LAYOUT, TO AN ARCHIVE     *
002500*    DATASET.  THE ARCHIVES ARE NEW EVERY RUN; THE JCL           *
002600*    CATALOGUES EACH ONE UNDER THE RUN'S BUSINESS DATE, AND      *
002700*    DL240 CAN READ A HISTORY ARCHIVE (SOURCE=ARCHIVE) FOR AN    *
002800*    AS-OF DATE NO LONGER ON ACCTHIST.  THE TWO SEQUENTIAL       *
002900*    DATASETS ARE TRIMMED BY WRITING THE RECORDS KEPT TO A WORK  *
003000*    DATASET AND COPYING THEM BACK.                              *
003100*                                                                *
003200*    A CUTOFF IS THE FIRST DAY OF THE MONTH THE RETENTION        *
003300*    PERIOD REACHES BACK TO, SO A RECORD IS NEVER ARCHIVED       *
003400*    EARLY.  THE HOUSEKEEPING REPORT (HKRPT) SHOWS A RECORD      *
003500*    COUNT AND CONTROL TOTAL FOR EVERY DATASET BEFORE THE RUN,   *
003600*    ARCHIVED, AND AFTER (COUNTED AGAIN FROM THE TRIMMED         *
003700*    DATASET), AND PROVES BEFORE = AFTER + ARCHIVED.  THE        *
003800*    CONTROL TOTAL IS THE NEW BALANCE FOR ACCTHIST, THE ITEM     *
003900*    AMOUNT FOR AGED REJECTS, AND - THE JOURNAL CARRYING NO      *
004000*    MONEY - THE RECORDS PROCESSED FOR AUDITJNL.                 *
004100*                                                                *
004200*    RUN PARAMETERS (COMMA SEPARATED, KEYWORD=VALUE):            *
004300*        BUSDATE=YYYYMMDD  BUSINESS DATE THE CUTOFFS ARE TAKEN   *
004400*                          FROM (DEFAULT: THE RUN DATE).         *
004500*        DKEEP=NNN         MONTHS OF "D" SNAPSHOTS TO KEEP       *
004600*                          (DEFAULT 13).                         *
004700*        MKEEP=NNN         MONTHS OF "M" POSITIONS TO KEEP       *
004800*                          (DEFAULT 84 - SEVEN YEARS).           *
004900*        AUDKEEP=NNN       MONTHS OF AUDIT JOURNAL TO KEEP       *
005000*                          (DEFAULT 24).                         *
005100*        FINALAGE=NNN      RECYCLE DAYS AFTER WHICH A CARRIED-   *
005200*                          FORWARD REJECT IS WRITTEN OFF         *
005300*                          (DEFAULT 30).                         *
005400*    A VALUE OF ZERO KEEPS THAT DATASET IN FULL.  THE HISTORY    *
005500*    PERIODS MAY NOT BE SHORTER THAN 2 MONTHS - DL810 AND DL270  *
005600*    READ BACK OVER THE PRIOR MONTH.                             *
005700*                                                                *
005800*    RETURN CODE:  0 COMPLETE, 16 A CONTROL TOTAL DID NOT AGREE  *
005900*    OR THE RUN ABENDED.                                         *
006000*                                                                *
006100*    MODIFICATION HISTORY.                                      *
006200*    DATE       INIT  DESCRIPTION                                *
006300*    ---------  ----  ------------------------------------------ *
006400*    2026-10-15 JHD   ORIGINAL PROGRAM.  DL240 AND DL700 WERE    *
006500*                     READING YEARS OF HISTORY TO ANSWER A       *
006600*                     QUESTION ABOUT LAST WEEK.                  *
006700*                                                                *
006800******************************************************************
006900 IDENTIFICATION DIVISION.
007000 PROGRAM-ID. DL900.
007100 AUTHOR. J H DRAYTON.
007200 INSTALLATION. DAILY LEDGER SUITE.
007300 DATE-WRITTEN. 2026-10-15.
007400 DATE-COMPILED.
007500*
007600 ENVIRONMENT DIVISION.
007700 CONFIGURATION SECTION.
007800 SOURCE-COMPUTER. IBM-370.
007900 OBJECT-COMPUTER. IBM-370.
008000*
008100 INPUT-OUTPUT SECTION.
008200 FILE-CONTROL.
008300*
008400*        ACCTHIST  - THE CUMULATIVE BALANCE HISTORY (I-O).
008500*        HISTARC   - ARCHIVED HISTORY RECORDS (OUTPUT, DATED).
008600*        AUDITJNL  - THE CUMULATIVE RUN AUDIT JOURNAL (INPUT,
008700*                    THEN REWRITTEN WITH THE RECORDS KEPT).
008800*        AUDWORK   - THE AUDIT RECORDS KEPT (WORK DATASET).
008900*        AUDITARC  - ARCHIVED AUDIT RECORDS (OUTPUT, DATED).
009000*        AGEDOUT   - THE REJECTS DL400 CARRIES FORWARD (INPUT,
009100*                    THEN REWRITTEN WITH THE ITEMS KEPT).
009200*        AGEDWORK  - THE AGED REJECTS KEPT (WORK DATASET).
009300*        AGEDARC   - WRITTEN-OFF AGED REJECTS (OUTPUT, DATED).
009400*        HKRPT     - THE PRINTED HOUSEKEEPING REPORT.
009500*
009600     SELECT DL900-HIST-FILE
009700         ASSIGN TO ACCTHIST
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS DYNAMIC
010000         RECORD KEY IS AH-KEY
010100         FILE STATUS IS DL900-HIST-STATUS.
010200*
010300     SELECT DL900-HISTARC-FILE
010400         ASSIGN TO HISTARC
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS DL900-HISTARC-STATUS.
010700*
010800     SELECT OPTIONAL DL900-AUDIT-FILE
010900         ASSIGN TO AUDITJNL
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS DL900-AUDIT-STATUS.
011200*
011300     SELECT DL900-AUDWORK-FILE
011400         ASSIGN TO AUDWORK
011500         ORGANIZATION IS LINE SEQUENTIAL
011600         FILE STATUS IS DL900-AUDWORK-STATUS.
011700*
011800     SELECT DL900-AUDARC-FILE
011900         ASSIGN TO AUDITARC
012000         ORGANIZATION IS LINE SEQUENTIAL
012100         FILE STATUS IS DL900-AUDARC-STATUS.
012200*
012300     SELECT OPTIONAL DL900-AGED-FILE
012400         ASSIGN TO AGEDOUT
012500         ORGANIZATION IS LINE SEQUENTIAL
012600         FILE STATUS IS DL900-AGED-STATUS.
012700*
012800     SELECT DL900-AGEDWORK-FILE
012900         ASSIGN TO AGEDWORK
013000         ORGANIZATION IS LINE SEQUENTIAL
013100         FILE STATUS IS DL900-AGEDWORK-STATUS.
013200*
013300     SELECT DL900-AGEDARC-FILE
013400         ASSIGN TO AGEDARC
013500         ORGANIZATION IS LINE SEQUENTIAL
013600         FILE STATUS IS DL900-AGEDARC-STATUS.
013700*
013800     SELECT DL900-REPORT-FILE
013900         ASSIGN TO HKRPT
014000         ORGANIZATION IS LINE SEQUENTIAL
014100         FILE STATUS IS DL900-REPORT-STATUS.
014200*
014300 DATA DIVISION.
014400 FILE SECTION.
014500*
014600 FD  DL900-HIST-FILE
014700     LABEL RECORDS ARE STANDARD.
014800     COPY DL230AHS.
014900*
015000 FD  DL900-AUDIT-FILE
015100     LABEL RECORDS ARE STANDARD.
015200     COPY DL100AJR.
015300*
015400*        THE AGED REJECT LAYOUT IS DL400'S AGEDOUT RECORD AND MUST
015500*        TRACK IT.
015600*
015700 FD  DL900-AGED-FILE
015800     LABEL RECORDS ARE STANDARD.
015900 01  DL900-AGED-REC.
016000     05  AGR-KEY                     PIC X(06).
016100     05  AGR-AMOUNT                  PIC X(09).
016200     05  AGR-TYPE-CODE               PIC X(01).
016300     05  AGR-REVERSAL-REF            PIC X(06).
016400     05  AGR-REASON                  PIC X(30).
016500     05  AGR-AGE-DAYS                PIC 9(03).
016600     05  AGR-FIRST-DATE              PIC 9(08).
016700     05  AGR-CURRENCY-CODE           PIC X(03).
016800     05  AGR-FILLER                  PIC X(02).
016900*
017000*        THE ARCHIVE AND WORK RECORDS ARE OPAQUE BYTE COPIES OF
017100*        THE LAYOUTS ABOVE - ONLY THE LENGTHS MATTER HERE, AND
017200*        THEY MUST TRACK THE COPYBOOKS.
017300*
017400 FD  DL900-HISTARC-FILE
017500     LABEL RECORDS ARE STANDARD.
017600 01  DL900-HISTARC-REC               PIC X(73).
017700*
017800 FD  DL900-AUDWORK-FILE
017900     LABEL RECORDS ARE STANDARD.
018000 01  DL900-AUDWORK-REC               PIC X(173).
018100*
018200 FD  DL900-AUDARC-FILE
018300     LABEL RECORDS ARE STANDARD.
018400 01  DL900-AUDARC-REC                PIC X(173).
018500*
018600 FD  DL900-AGEDWORK-FILE
018700     LABEL RECORDS ARE STANDARD.
018800 01  DL900-AGEDWORK-REC              PIC X(68).
018900*
019000 FD  DL900-AGEDARC-FILE
019100     LABEL RECORDS ARE STANDARD.
019200 01  DL900-AGEDARC-REC               PIC X(68).
019300*
019400 FD  DL900-REPORT-FILE
019500     LABEL RECORDS ARE OMITTED.
019600 01  DL900-PRINT-REC                 PIC X(132).
019700*
019800 WORKING-STORAGE SECTION.
019900*
020000 01  DL900-FILE-STATUSES.
020100     05  DL900-HIST-STATUS           PIC X(02).
020200     05  DL900-HISTARC-STATUS        PIC X(02).
020300     05  DL900-AUDIT-STATUS          PIC X(02).
020400     05  DL900-AUDWORK-STATUS        PIC X(02).
020500     05  DL900-AUDARC-STATUS         PIC X(02).
020600     05  DL900-AGED-STATUS           PIC X(02).
020700     05  DL900-AGEDWORK-STATUS       PIC X(02).
020800     05  DL900-AGEDARC-STATUS        PIC X(02).
020900     05  DL900-REPORT-STATUS         PIC X(02).
021000*
021100 01  DL900-SWITCHES.
021200     05  DL900-HIST-EOF-SW           PIC X(01) VALUE "N".
021300         88  DL900-HIST-EOF          VALUE "Y".
021400     05  DL900-AUDIT-EOF-SW          PIC X(01) VALUE "N".
021500         88  DL900-AUDIT-EOF         VALUE "Y".
021600     05  DL900-AUDWORK-EOF-SW        PIC X(01) VALUE "N".
021700         88  DL900-AUDWORK-EOF       VALUE "Y".
021800     05  DL900-AGED-EOF-SW           PIC X(01) VALUE "N".
021900         88  DL900-AGED-EOF          VALUE "Y".
022000     05  DL900-AGEDWORK-EOF-SW       PIC X(01) VALUE "N".
022100         88  DL900-AGEDWORK-EOF      VALUE "Y".
022200     05  DL900-OUT-OF-BALANCE-SW     PIC X(01) VALUE "N".
022300         88  DL900-OUT-OF-BALANCE    VALUE "Y".
022400*
022500 01  DL900-COUNTERS.
022600     05  DL900-WRITTEN-OFF-COUNT     PIC 9(8) COMP VALUE ZERO.
022700*
022800******************************************************************
022900*    RETENTION PARAMETERS AND THE CUTOFFS WORKED OUT FROM THEM.  *
023000*    A RECORD DATED BEFORE ITS CUTOFF IS ARCHIVED; A CUTOFF OF   *
023100*    ZERO ARCHIVES NOTHING.                                      *
023200******************************************************************
023300 01  DL900-BUSINESS-DATE             PIC 9(8) VALUE ZERO.
023400 01  DL900-RUN-DATE                  PIC 9(8).
023500 01  DL900-DAILY-KEEP                PIC 9(3) VALUE 13.
023600 01  DL900-MONTHLY-KEEP              PIC 9(3) VALUE 84.
023700 01  DL900-AUDIT-KEEP                PIC 9(3) VALUE 24.
023800 01  DL900-FINAL-AGE                 PIC 9(3) VALUE 30.
023900*
024000 01  DL900-DAILY-CUTOFF              PIC 9(8) VALUE ZERO.
024100 01  DL900-MONTHLY-CUTOFF            PIC 9(8) VALUE ZERO.
024200 01  DL900-AUDIT-CUTOFF              PIC 9(8) VALUE ZERO.
024300*
024400 01  DL900-CUTOFF-WORK.
024500     05  DL900-KEEP-MONTHS           PIC 9(3).
024600     05  DL900-MONTH-NUMBER          PIC S9(7) COMP.
024700     05  DL900-CUTOFF-DATE           PIC 9(8).
024800     05  DL900-CUTOFF-PARTS REDEFINES DL900-CUTOFF-DATE.
024900         10  DL900-CUTOFF-YEAR       PIC 9(4).
025000         10  DL900-CUTOFF-MONTH      PIC 9(2).
025100         10  DL900-CUTOFF-DAY        PIC 9(2).
025200     05  DL900-BUSDATE-PARTS.
025300         10  DL900-BUS-YEAR          PIC 9(4).
025400         10  DL900-BUS-MONTH         PIC 9(2).
025500         10  DL900-BUS-DAY           PIC 9(2).
025600*
025700 01  DL900-AUDIT-DATE                PIC 9(8).
025800*
025900******************************************************************
026000*    CONTROL TOTALS - ONE ENTRY PER DATASET:  1 ACCTHIST "D",    *
026100*    2 ACCTHIST "M", 3 AUDITJNL, 4 AGED REJECTS.                 *
026200******************************************************************
026300 01  DL900-CONTROL-TABLE.
026400     05  DL900-CTL-ENTRY OCCURS 4 TIMES
026500                                     INDEXED BY DL900-CTL-IX.
026600         10  DL900-CTL-DATASET       PIC X(20).
026700         10  DL900-CTL-RULE          PIC X(60).
026800         10  DL900-CTL-BEFORE-COUNT  PIC 9(8) COMP.
026900         10  DL900-CTL-BEFORE-AMOUNT PIC S9(13)V9(4) COMP-3.
027000         10  DL900-CTL-ARCH-COUNT    PIC 9(8) COMP.
027100         10  DL900-CTL-ARCH-AMOUNT   PIC S9(13)V9(4) COMP-3.
027200         10  DL900-CTL-AFTER-COUNT   PIC 9(8) COMP.
027300         10  DL900-CTL-AFTER-AMOUNT  PIC S9(13)V9(4) COMP-3.
027400 01  DL900-CX                        PIC 9(1) COMP.
027500 01  DL900-CONTROL-AMOUNT            PIC S9(13)V9(4) COMP-3.
027600 01  DL900-CHECK-COUNT               PIC 9(8) COMP.
027700 01  DL900-CHECK-AMOUNT              PIC S9(13)V9(4) COMP-3.
027800*
027900******************************************************************
028000*    NUMERIC PROOF WORK AREA FOR RAW AGED-REJECT AMOUNT BYTES.   *
028100******************************************************************
028200 01  DL900-AMOUNT-WORK.
028300     05  DL900-AMOUNT-X              PIC X(09).
028400     05  DL900-AMOUNT-N REDEFINES DL900-AMOUNT-X
028500                                     PIC S9(4)V9(4)
028600             SIGN IS TRAILING SEPARATE CHARACTER.
028700*
028800 01  DL900-EDIT-MONTHS               PIC ZZ9.
028900 01  DL900-EDIT-AGE                  PIC ZZ9.
029000*
029100******************************************************************
029200*    RUN PARAMETER HANDLING  (BUSDATE= / DKEEP= / MKEEP= /       *
029300*    AUDKEEP= / FINALAGE=)                                       *
029400******************************************************************
029500 01  DL900-PARM-STRING               PIC X(80).
029600 01  DL900-PARM-TOKENS.
029700     05  DL900-PARM-TOKEN OCCURS 5 TIMES
029800                                     PIC X(40).
029900 01  DL900-PARM-IX                   PIC 9(1) COMP.
030000 01  DL900-PARM-KEY                  PIC X(20).
030100 01  DL900-PARM-VALUE                PIC X(20).
030200 01  DL900-PARM-VALUE-LEN            PIC 9(2) COMP.
030300 01  DL900-PARM-NUMBER               PIC 9(3).
030400*
030500******************************************************************
030600*    HOUSEKEEPING REPORT PRINT LINES                             *
030700******************************************************************
030800 01  DL900-RPT-HEADING-1.
030900     05  FILLER                      PIC X(08) VALUE "DL900".
031000     05  FILLER                      PIC X(44) VALUE
031100         "HOUSEKEEPING - RETENTION AND ARCHIVE".
031200     05  FILLER                      PIC X(14) VALUE
031300         "BUSINESS DATE ".
031400     05  DL900-H1-BUSDATE            PIC 9(8).
031500     05  FILLER                      PIC X(58) VALUE SPACES.
031600*
031700 01  DL900-RPT-SECTION-LINE.
031800     05  FILLER                      PIC X(05) VALUE SPACES.
031900     05  DL900-SECTION-TEXT          PIC X(60).
032000     05  FILLER                      PIC X(67) VALUE SPACES.
032100*
032200 01  DL900-RPT-WOFF-HEADING.
032300     05  FILLER                      PIC X(05) VALUE SPACES.
032400     05  FILLER                      PIC X(08) VALUE "KEY".
032500     05  FILLER                      PIC X(12) VALUE "AMOUNT".
032600     05  FILLER                      PIC X(06) VALUE "TYPE".
032700     05  FILLER                      PIC X(10) VALUE "AGE DAYS".
032800     05  FILLER                      PIC X(12) VALUE
032900         "FIRST SEEN".
033000     05  FILLER                      PIC X(30) VALUE "REASON".
033100     05  FILLER                      PIC X(49) VALUE SPACES.
033200*
033300 01  DL900-RPT-WOFF-DETAIL.
033400     05  FILLER                      PIC X(05) VALUE SPACES.
033500     05  DL900-WO-KEY                PIC X(06).
033600     05  FILLER                      PIC X(02) VALUE SPACES.
033700     05  DL900-WO-AMOUNT             PIC X(09).
033800     05  FILLER                      PIC X(03) VALUE SPACES.
033900     05  DL900-WO-TYPE               PIC X(01).
034000     05  FILLER                      PIC X(05) VALUE SPACES.
034100     05  DL900-WO-AGE                PIC ZZ9.
034200     05  FILLER                      PIC X(07) VALUE SPACES.
034300     05  DL900-WO-FIRST-DATE         PIC 9(8).
034400     05  FILLER                      PIC X(04) VALUE SPACES.
034500     05  DL900-WO-REASON             PIC X(30).
034600     05  FILLER                      PIC X(49) VALUE SPACES.
034700*
034800 01  DL900-RPT-DATASET-LINE.
034900     05  FILLER                      PIC X(05) VALUE SPACES.
035000     05  DL900-DS-NAME               PIC X(20).
035100     05  DL900-DS-RULE               PIC X(60).
035200     05  FILLER                      PIC X(47) VALUE SPACES.
035300*
035400 01  DL900-RPT-CONTROL-HEADING.
035500     05  FILLER                      PIC X(35) VALUE SPACES.
035600     05  FILLER                      PIC X(10) VALUE
035700         "   RECORDS".
035800     05  FILLER                      PIC X(25) VALUE
035900         "           CONTROL TOTAL".
036000     05  FILLER                      PIC X(62) VALUE SPACES.
036100*
036200 01  DL900-RPT-CONTROL-LINE.
036300     05  FILLER                      PIC X(10) VALUE SPACES.
036400     05  DL900-CL-LABEL              PIC X(25).
036500     05  DL900-CL-COUNT              PIC ZZ,ZZZ,ZZ9.
036600     05  FILLER                      PIC X(03) VALUE SPACES.
036700     05  DL900-CL-AMOUNT             PIC -,---,---,---,--9.9999.
036800     05  FILLER                      PIC X(62) VALUE SPACES.
036900*
037000 01  DL900-RPT-RESULT-LINE.
037100     05  FILLER                      PIC X(10) VALUE SPACES.
037200     05  DL900-RESULT-TEXT           PIC X(60).
037300     05  FILLER                      PIC X(62) VALUE SPACES.
037400*
037500 PROCEDURE DIVISION.
037600*
037700******************************************************************
037800*    0000-MAINLINE                                               *
037900******************************************************************
038000 0000-MAINLINE.
038100*
038200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038300*
038400     PERFORM 2000-TRIM-HISTORY THRU 2000-EXIT.
038500*
038600     PERFORM 3000-TRIM-AUDIT THRU 3000-EXIT.
038700*
038800     PERFORM 4000-TRIM-AGED THRU 4000-EXIT.
038900*
039000     PERFORM 8000-PRINT-CONTROLS THRU 8000-EXIT.
039100*
039200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039300*
039400     GOBACK.
039500*
039600******************************************************************
039700*    1000-INITIALIZE  -  PARSE AND CHECK THE RUN PARAMETERS,     *
039800*    WORK OUT THE CUTOFFS, SET UP THE CONTROL TABLE AND OPEN     *
039900*    THE REPORT.                                                 *
040000******************************************************************
040100 1000-INITIALIZE.
040200*
040300     DISPLAY "DL900 - HOUSEKEEPING STARTING".
040400*
040500     ACCEPT DL900-PARM-STRING FROM COMMAND-LINE.
040600     ACCEPT DL900-RUN-DATE FROM DATE YYYYMMDD.
040700     MOVE DL900-RUN-DATE TO DL900-BUSINESS-DATE.
040800     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
040900*
041000     IF (DL900-DAILY-KEEP > ZERO AND DL900-DAILY-KEEP < 2)
041100        OR (DL900-MONTHLY-KEEP > ZERO AND DL900-MONTHLY-KEEP < 2)
041200         DISPLAY "DL900 ABEND - DKEEP= AND MKEEP= MAY NOT BE "
041300             "LESS THAN 2 MONTHS"
041400         MOVE 16 TO RETURN-CODE
041500         GOBACK
041600     END-IF.
041700*
041800     MOVE DL900-BUSINESS-DATE TO DL900-BUSDATE-PARTS.
041900     MOVE DL900-DAILY-KEEP TO DL900-KEEP-MONTHS.
042000     PERFORM 1200-WORK-OUT-CUTOFF THRU 1200-EXIT.
042100     MOVE DL900-CUTOFF-DATE TO DL900-DAILY-CUTOFF.
042200     MOVE DL900-MONTHLY-KEEP TO DL900-KEEP-MONTHS.
042300     PERFORM 1200-WORK-OUT-CUTOFF THRU 1200-EXIT.
042400     MOVE DL900-CUTOFF-DATE TO DL900-MONTHLY-CUTOFF.
042500     MOVE DL900-AUDIT-KEEP TO DL900-KEEP-MONTHS.
042600     PERFORM 1200-WORK-OUT-CUTOFF THRU 1200-EXIT.
042700     MOVE DL900-CUTOFF-DATE TO DL900-AUDIT-CUTOFF.
042800*
042900     DISPLAY "DL900 BUSINESS DATE " DL900-BUSINESS-DATE
043000         " - D CUTOFF " DL900-DAILY-CUTOFF
043100         ", M CUTOFF " DL900-MONTHLY-CUTOFF
043200         ", AUDIT CUTOFF " DL900-AUDIT-CUTOFF.
043300*
043400     PERFORM 1300-SET-UP-CONTROLS THRU 1300-EXIT.
043500*
043600     OPEN OUTPUT DL900-REPORT-FILE.
043700     IF DL900-REPORT-STATUS NOT = "00"
043800         DISPLAY "DL900 ABEND - OPEN FAILED FOR HKRPT, "
043900             "STATUS = " DL900-REPORT-STATUS
044000         MOVE 16 TO RETURN-CODE
044100         GOBACK
044200     END-IF.
044300*
044400     MOVE DL900-BUSINESS-DATE TO DL900-H1-BUSDATE.
044500     MOVE DL900-RPT-HEADING-1 TO DL900-PRINT-REC.
044600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
044700     MOVE SPACES TO DL900-PRINT-REC.
044800     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
044900*
045000 1000-EXIT.
045100     EXIT.
045200*
045300******************************************************************
045400*    1100-PARSE-PARM  -  BREAK THE PARM STRING INTO ITS          *
045500*    KEYWORD=VALUE TOKENS AND APPLY EACH ONE.                    *
045600******************************************************************
045700 1100-PARSE-PARM.
045800*
045900     MOVE SPACES TO DL900-PARM-TOKEN (1) DL900-PARM-TOKEN (2)
046000                    DL900-PARM-TOKEN (3) DL900-PARM-TOKEN (4)
046100                    DL900-PARM-TOKEN (5).
046200     UNSTRING DL900-PARM-STRING DELIMITED BY ","
046300         INTO DL900-PARM-TOKEN (1) DL900-PARM-TOKEN (2)
046400              DL900-PARM-TOKEN (3) DL900-PARM-TOKEN (4)
046500              DL900-PARM-TOKEN (5)
046600     END-UNSTRING.
046700*
046800     PERFORM 1110-APPLY-TOKEN THRU 1110-EXIT
046900         VARYING DL900-PARM-IX FROM 1 BY 1
047000         UNTIL DL900-PARM-IX > 5.
047100*
047200 1100-EXIT.
047300     EXIT.
047400*
047500******************************************************************
047600*    1110-APPLY-TOKEN  -  SPLIT ONE KEYWORD=VALUE TOKEN AND      *
047700*    SET THE RUN OPTION IT CONTROLS.  THE RETENTION VALUES ARE   *
047800*    UP TO THREE DIGITS.                                         *
047900******************************************************************
048000 1110-APPLY-TOKEN.
048100*
048200     MOVE SPACES TO DL900-PARM-KEY DL900-PARM-VALUE.
048300     UNSTRING DL900-PARM-TOKEN (DL900-PARM-IX) DELIMITED BY "="
048400         INTO DL900-PARM-KEY DL900-PARM-VALUE
048500     END-UNSTRING.
048600     MOVE ZERO TO DL900-PARM-VALUE-LEN.
048700     INSPECT DL900-PARM-VALUE TALLYING DL900-PARM-VALUE-LEN
048800         FOR CHARACTERS BEFORE INITIAL SPACE.
048900*
049000     IF DL900-PARM-KEY = "BUSDATE"
049100         IF DL900-PARM-VALUE-LEN > ZERO
049200            AND DL900-PARM-VALUE (1:DL900-PARM-VALUE-LEN)
049300                   IS NUMERIC
049400             MOVE DL900-PARM-VALUE (1:DL900-PARM-VALUE-LEN)
049500                 TO DL900-BUSINESS-DATE
049600         END-IF
049700         GO TO 1110-EXIT
049800     END-IF.
049900*
050000     IF DL900-PARM-VALUE-LEN = ZERO
050100        OR DL900-PARM-VALUE-LEN > 3
050200        OR DL900-PARM-VALUE (1:DL900-PARM-VALUE-LEN)
050300               IS NOT NUMERIC
050400         GO TO 1110-EXIT
050500     END-IF.
050600     MOVE DL900-PARM-VALUE (1:DL900-PARM-VALUE-LEN)
050700         TO DL900-PARM-NUMBER.
050800*
050900     EVALUATE DL900-PARM-KEY
051000         WHEN "DKEEP"
051100             MOVE DL900-PARM-NUMBER TO DL900-DAILY-KEEP
051200         WHEN "MKEEP"
051300             MOVE DL900-PARM-NUMBER TO DL900-MONTHLY-KEEP
051400         WHEN "AUDKEEP"
051500             MOVE DL900-PARM-NUMBER TO DL900-AUDIT-KEEP
051600         WHEN "FINALAGE"
051700             MOVE DL900-PARM-NUMBER TO DL900-FINAL-AGE
051800         WHEN OTHER
051900             CONTINUE
052000     END-EVALUATE.
052100*
052200 1110-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600*    1200-WORK-OUT-CUTOFF  -  THE FIRST DAY OF THE MONTH         *
052700*    DL900-KEEP-MONTHS BEFORE THE BUSINESS DATE'S MONTH, OR      *
052800*    ZERO WHEN THE DATASET IS KEPT IN FULL.                      *
052900******************************************************************
053000 1200-WORK-OUT-CUTOFF.
053100*
053200     IF DL900-KEEP-MONTHS = ZERO
053300         MOVE ZERO TO DL900-CUTOFF-DATE
053400         GO TO 1200-EXIT
053500     END-IF.
053600*
053700     COMPUTE DL900-MONTH-NUMBER = DL900-BUS-YEAR * 12
053800         + DL900-BUS-MONTH - 1 - DL900-KEEP-MONTHS.
053900     DIVIDE DL900-MONTH-NUMBER BY 12
054000         GIVING DL900-CUTOFF-YEAR.
054100     COMPUTE DL900-CUTOFF-MONTH = DL900-MONTH-NUMBER
054200         - DL900-CUTOFF-YEAR * 12 + 1.
054300     MOVE 1 TO DL900-CUTOFF-DAY.
054400*
054500 1200-EXIT.
054600     EXIT.
054700*
054800******************************************************************
054900*    1300-SET-UP-CONTROLS  -  NAME EACH CONTROL ENTRY, DESCRIBE  *
055000*    THE RULE APPLIED TO IT AND ZERO ITS TOTALS.                 *
055100******************************************************************
055200 1300-SET-UP-CONTROLS.
055300*
055400     INITIALIZE DL900-CONTROL-TABLE.
055500     MOVE "ACCTHIST  D" TO DL900-CTL-DATASET (1).
055600     MOVE "ACCTHIST  M" TO DL900-CTL-DATASET (2).
055700     MOVE "AUDITJNL" TO DL900-CTL-DATASET (3).
055800     MOVE "AGED REJECTS" TO DL900-CTL-DATASET (4).
055900*
056000     MOVE DL900-DAILY-KEEP TO DL900-EDIT-MONTHS.
056100     IF DL900-DAILY-CUTOFF = ZERO
056200         MOVE "KEPT IN FULL" TO DL900-CTL-RULE (1)
056300     ELSE
056400         STRING "KEEP " DL900-EDIT-MONTHS " MONTHS - ARCHIVING "
056500                "BEFORE " DL900-DAILY-CUTOFF
056600             DELIMITED BY SIZE INTO DL900-CTL-RULE (1)
056700         END-STRING
056800     END-IF.
056900*
057000     MOVE DL900-MONTHLY-KEEP TO DL900-EDIT-MONTHS.
057100     IF DL900-MONTHLY-CUTOFF = ZERO
057200         MOVE "KEPT IN FULL" TO DL900-CTL-RULE (2)
057300     ELSE
057400         STRING "KEEP " DL900-EDIT-MONTHS " MONTHS - ARCHIVING "
057500                "BEFORE " DL900-MONTHLY-CUTOFF
057600             DELIMITED BY SIZE INTO DL900-CTL-RULE (2)
057700         END-STRING
057800     END-IF.
057900*
058000     MOVE DL900-AUDIT-KEEP TO DL900-EDIT-MONTHS.
058100     IF DL900-AUDIT-CUTOFF = ZERO
058200         MOVE "KEPT IN FULL" TO DL900-CTL-RULE (3)
058300     ELSE
058400         STRING "KEEP " DL900-EDIT-MONTHS " MONTHS - ARCHIVING "
058500                "BEFORE " DL900-AUDIT-CUTOFF
058600             DELIMITED BY SIZE INTO DL900-CTL-RULE (3)
058700         END-STRING
058800     END-IF.
058900*
059000     MOVE DL900-FINAL-AGE TO DL900-EDIT-AGE.
059100     IF DL900-FINAL-AGE = ZERO
059200         MOVE "KEPT IN FULL" TO DL900-CTL-RULE (4)
059300     ELSE
059400         STRING "WRITING OFF ITEMS OLDER THAN " DL900-EDIT-AGE
059500                " RECYCLE DAYS"
059600             DELIMITED BY SIZE INTO DL900-CTL-RULE (4)
059700         END-STRING
059800     END-IF.
059900*
060000 1300-EXIT.
060100     EXIT.
060200*
060300******************************************************************
060400*    2000-TRIM-HISTORY  -  ONE PASS OVER ACCTHIST ARCHIVING AND  *
060500*    DELETING EVERY SNAPSHOT OLDER THAN ITS TYPE'S CUTOFF, THEN  *
060600*    A SECOND PASS COUNTING WHAT IS LEFT.                        *
060700******************************************************************
060800 2000-TRIM-HISTORY.
060900*
061000     OPEN I-O DL900-HIST-FILE.
061100     IF DL900-HIST-STATUS NOT = "00"
061200         DISPLAY "DL900 ABEND - OPEN FAILED FOR ACCTHIST, "
061300             "STATUS = " DL900-HIST-STATUS
061400         MOVE 16 TO RETURN-CODE
061500         GOBACK
061600     END-IF.
061700*
061800     OPEN OUTPUT DL900-HISTARC-FILE.
061900     IF DL900-HISTARC-STATUS NOT = "00"
062000         DISPLAY "DL900 ABEND - OPEN FAILED FOR HISTARC, "
062100             "STATUS = " DL900-HISTARC-STATUS
062200         MOVE 16 TO RETURN-CODE
062300         GOBACK
062400     END-IF.
062500*
062600     PERFORM 2800-START-HISTORY THRU 2800-EXIT.
062700     PERFORM 2100-TRIM-SNAPSHOT THRU 2100-EXIT
062800         UNTIL DL900-HIST-EOF.
062900*
063000     CLOSE DL900-HISTARC-FILE.
063100*
063200     PERFORM 2800-START-HISTORY THRU 2800-EXIT.
063300     PERFORM 2200-COUNT-SNAPSHOT THRU 2200-EXIT
063400         UNTIL DL900-HIST-EOF.
063500*
063600     CLOSE DL900-HIST-FILE.
063700*
063800 2000-EXIT.
063900     EXIT.
064000*
064100******************************************************************
064200*    2100-TRIM-SNAPSHOT  -  READ THE NEXT SNAPSHOT, COUNT IT     *
064300*    INTO THE BEFORE TOTALS AND, IF IT IS OLDER THAN ITS TYPE'S  *
064400*    CUTOFF, ARCHIVE IT AND DELETE IT FROM ACCTHIST.             *
064500******************************************************************
064600 2100-TRIM-SNAPSHOT.
064700*
064800     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
064900     IF DL900-HIST-EOF
065000         GO TO 2100-EXIT
065100     END-IF.
065200*
065300     PERFORM 2300-CLASSIFY-SNAPSHOT THRU 2300-EXIT.
065400     ADD 1 TO DL900-CTL-BEFORE-COUNT (DL900-CX).
065500     ADD AH-NEW-BALANCE TO DL900-CTL-BEFORE-AMOUNT (DL900-CX).
065600*
065700     IF DL900-CUTOFF-DATE = ZERO
065800        OR AH-SNAP-DATE NOT < DL900-CUTOFF-DATE
065900         GO TO 2100-EXIT
066000     END-IF.
066100*
066200     WRITE DL900-HISTARC-REC FROM DL230-HIST-REC.
066300     IF DL900-HISTARC-STATUS NOT = "00"
066400         DISPLAY "DL900 ABEND - WRITE FAILED FOR HISTARC, "
066500             "STATUS = " DL900-HISTARC-STATUS
066600         MOVE 16 TO RETURN-CODE
066700         GOBACK
066800     END-IF.
066900*
067000     DELETE DL900-HIST-FILE RECORD.
067100     IF DL900-HIST-STATUS NOT = "00"
067200         DISPLAY "DL900 ABEND - DELETE FAILED FOR ACCTHIST, "
067300             "KEY = " AH-KEY
067400             ", STATUS = " DL900-HIST-STATUS
067500         MOVE 16 TO RETURN-CODE
067600         GOBACK
067700     END-IF.
067800*
067900     ADD 1 TO DL900-CTL-ARCH-COUNT (DL900-CX).
068000     ADD AH-NEW-BALANCE TO DL900-CTL-ARCH-AMOUNT (DL900-CX).
068100*
068200 2100-EXIT.
068300     EXIT.
068400*
068500******************************************************************
068600*    2200-COUNT-SNAPSHOT  -  READ THE NEXT SNAPSHOT LEFT ON      *
068700*    ACCTHIST AND COUNT IT INTO THE AFTER TOTALS.                *
068800******************************************************************
068900 2200-COUNT-SNAPSHOT.
069000*
069100     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
069200     IF DL900-HIST-EOF
069300         GO TO 2200-EXIT
069400     END-IF.
069500*
069600     PERFORM 2300-CLASSIFY-SNAPSHOT THRU 2300-EXIT.
069700     ADD 1 TO DL900-CTL-AFTER-COUNT (DL900-CX).
069800     ADD AH-NEW-BALANCE TO DL900-CTL-AFTER-AMOUNT (DL900-CX).
069900*
070000 2200-EXIT.
070100     EXIT.
070200*
070300******************************************************************
070400*    2300-CLASSIFY-SNAPSHOT  -  POINT DL900-CX AT THE SNAPSHOT'S *
070500*    CONTROL ENTRY AND LOAD ITS CUTOFF.  ANYTHING NOT A          *
070600*    MONTH-END POSITION IS TREATED AS A DAILY SNAPSHOT.          *
070700******************************************************************
070800 2300-CLASSIFY-SNAPSHOT.
070900*
071000     IF AH-MONTH-END-SNAP
071100         MOVE 2 TO DL900-CX
071200         MOVE DL900-MONTHLY-CUTOFF TO DL900-CUTOFF-DATE
071300     ELSE
071400         MOVE 1 TO DL900-CX
071500         MOVE DL900-DAILY-CUTOFF TO DL900-CUTOFF-DATE
071600     END-IF.
071700*
071800 2300-EXIT.
071900     EXIT.
072000*
072100******************************************************************
072200*    2800-START-HISTORY  -  POSITION ACCTHIST AT ITS FIRST KEY.  *
072300******************************************************************
072400 2800-START-HISTORY.
072500*
072600     MOVE "N" TO DL900-HIST-EOF-SW.
072700     MOVE LOW-VALUES TO AH-KEY.
072800     START DL900-HIST-FILE KEY IS NOT LESS THAN AH-KEY.
072900     IF DL900-HIST-STATUS = "23"
073000         SET DL900-HIST-EOF TO TRUE
073100     END-IF.
073200     IF DL900-HIST-STATUS NOT = "00" AND NOT = "23"
073300         DISPLAY "DL900 ABEND - START FAILED FOR ACCTHIST, "
073400             "STATUS = " DL900-HIST-STATUS
073500         MOVE 16 TO RETURN-CODE
073600         GOBACK
073700     END-IF.
073800*
073900 2800-EXIT.
074000     EXIT.
074100*
074200******************************************************************
074300*    2900-READ-HISTORY  -  READ THE NEXT SNAPSHOT IN KEY ORDER.  *
074400******************************************************************
074500 2900-READ-HISTORY.
074600*
074700     IF DL900-HIST-EOF
074800         GO TO 2900-EXIT
074900     END-IF.
075000*
075100     READ DL900-HIST-FILE NEXT RECORD
075200         AT END
075300             SET DL900-HIST-EOF TO TRUE
075400     END-READ.
075500*
075600     IF DL900-HIST-STATUS NOT = "00" AND NOT = "10"
075700         DISPLAY "DL900 ABEND - READ FAILED FOR ACCTHIST, "
075800             "STATUS = " DL900-HIST-STATUS
075900         MOVE 16 TO RETURN-CODE
076000         GOBACK
076100     END-IF.
076200*
076300 2900-EXIT.
076400     EXIT.
076500*
076600******************************************************************
076700*    3000-TRIM-AUDIT  -  SPLIT AUDITJNL INTO THE RECORDS KEPT    *
076800*    (AUDWORK) AND THE RECORDS ARCHIVED (AUDITARC), THEN COPY    *
076900*    THE RECORDS KEPT BACK OVER AUDITJNL, COUNTING THEM AS THEY  *
077000*    GO.  A RUN IS DATED BY THE DAY IT STARTED, AS DL700 DATES   *
077100*    IT.                                                         *
077200******************************************************************
077300 3000-TRIM-AUDIT.
077400*
077500     MOVE 3 TO DL900-CX.
077600*
077700     OPEN INPUT DL900-AUDIT-FILE.
077800     IF DL900-AUDIT-STATUS = "05"
077900         SET DL900-AUDIT-EOF TO TRUE
078000     END-IF.
078100     IF DL900-AUDIT-STATUS NOT = "00" AND NOT = "05"
078200         DISPLAY "DL900 ABEND - OPEN FAILED FOR AUDITJNL, "
078300             "STATUS = " DL900-AUDIT-STATUS
078400         MOVE 16 TO RETURN-CODE
078500         GOBACK
078600     END-IF.
078700*
078800     OPEN OUTPUT DL900-AUDWORK-FILE.
078900     IF DL900-AUDWORK-STATUS NOT = "00"
079000         DISPLAY "DL900 ABEND - OPEN FAILED FOR AUDWORK, "
079100             "STATUS = " DL900-AUDWORK-STATUS
079200         MOVE 16 TO RETURN-CODE
079300         GOBACK
079400     END-IF.
079500*
079600     OPEN OUTPUT DL900-AUDARC-FILE.
079700     IF DL900-AUDARC-STATUS NOT = "00"
079800         DISPLAY "DL900 ABEND - OPEN FAILED FOR AUDITARC, "
079900             "STATUS = " DL900-AUDARC-STATUS
080000         MOVE 16 TO RETURN-CODE
080100         GOBACK
080200     END-IF.
080300*
080400     PERFORM 3900-READ-AUDIT THRU 3900-EXIT.
080500     PERFORM 3100-SPLIT-AUDIT THRU 3100-EXIT
080600         UNTIL DL900-AUDIT-EOF.
080700*
080800     CLOSE DL900-AUDIT-FILE
080900           DL900-AUDWORK-FILE
081000           DL900-AUDARC-FILE.
081100*
081200     OPEN INPUT DL900-AUDWORK-FILE.
081300     IF DL900-AUDWORK-STATUS NOT = "00"
081400         DISPLAY "DL900 ABEND - OPEN FAILED FOR AUDWORK, "
081500             "STATUS = " DL900-AUDWORK-STATUS
081600         MOVE 16 TO RETURN-CODE
081700         GOBACK
081800     END-IF.
081900*
082000     OPEN OUTPUT DL900-AUDIT-FILE.
082100     IF DL900-AUDIT-STATUS NOT = "00"
082200         DISPLAY "DL900 ABEND - REOPEN FAILED FOR AUDITJNL, "
082300             "STATUS = " DL900-AUDIT-STATUS
082400         MOVE 16 TO RETURN-CODE
082500         GOBACK
082600     END-IF.
082700*
082800     PERFORM 3950-READ-AUDWORK THRU 3950-EXIT.
082900     PERFORM 3200-COPY-BACK-AUDIT THRU 3200-EXIT
083000         UNTIL DL900-AUDWORK-EOF.
083100*
083200     CLOSE DL900-AUDWORK-FILE
083300           DL900-AUDIT-FILE.
083400*
083500 3000-EXIT.
083600     EXIT.
083700*
083800******************************************************************
083900*    3100-SPLIT-AUDIT  -  COUNT ONE AUDIT RECORD INTO THE        *
084000*    BEFORE TOTALS AND WRITE IT TO THE ARCHIVE OR THE WORK       *
084100*    DATASET, THEN READ THE NEXT ONE.                            *
084200******************************************************************
084300 3100-SPLIT-AUDIT.
084400*
084500     PERFORM 3300-AUDIT-CONTROL THRU 3300-EXIT.
084600     ADD 1 TO DL900-CTL-BEFORE-COUNT (3).
084700     ADD DL900-CONTROL-AMOUNT TO DL900-CTL-BEFORE-AMOUNT (3).
084800*
084900     MOVE AJ-START-STAMP (1:8) TO DL900-AUDIT-DATE.
085000     IF DL900-AUDIT-CUTOFF NOT = ZERO
085100        AND AJ-START-STAMP (1:8) IS NUMERIC
085200        AND DL900-AUDIT-DATE < DL900-AUDIT-CUTOFF
085300         WRITE DL900-AUDARC-REC FROM DL100-AUDIT-REC
085400         IF DL900-AUDARC-STATUS NOT = "00"
085500             DISPLAY "DL900 ABEND - WRITE FAILED FOR AUDITARC, "
085600                 "STATUS = " DL900-AUDARC-STATUS
085700             MOVE 16 TO RETURN-CODE
085800             GOBACK
085900         END-IF
086000         ADD 1 TO DL900-CTL-ARCH-COUNT (3)
086100         ADD DL900-CONTROL-AMOUNT TO DL900-CTL-ARCH-AMOUNT (3)
086200     ELSE
086300         WRITE DL900-AUDWORK-REC FROM DL100-AUDIT-REC
086400         IF DL900-AUDWORK-STATUS NOT = "00"
086500             DISPLAY "DL900 ABEND - WRITE FAILED FOR AUDWORK, "
086600                 "STATUS = " DL900-AUDWORK-STATUS
086700             MOVE 16 TO RETURN-CODE
086800             GOBACK
086900         END-IF
087000     END-IF.
087100*
087200     PERFORM 3900-READ-AUDIT THRU 3900-EXIT.
087300*
087400 3100-EXIT.
087500     EXIT.
087600*
087700******************************************************************
087800*    3200-COPY-BACK-AUDIT  -  WRITE ONE KEPT RECORD BACK TO      *
087900*    AUDITJNL, COUNT IT INTO THE AFTER TOTALS AND READ THE NEXT. *
088000******************************************************************
088100 3200-COPY-BACK-AUDIT.
088200*
088300     MOVE DL900-AUDWORK-REC TO DL100-AUDIT-REC.
088400     WRITE DL100-AUDIT-REC.
088500     IF DL900-AUDIT-STATUS NOT = "00"
088600         DISPLAY "DL900 ABEND - WRITE FAILED FOR AUDITJNL, "
088700             "STATUS = " DL900-AUDIT-STATUS
088800         MOVE 16 TO RETURN-CODE
088900         GOBACK
089000     END-IF.
089100*
089200     PERFORM 3300-AUDIT-CONTROL THRU 3300-EXIT.
089300     ADD 1 TO DL900-CTL-AFTER-COUNT (3).
089400     ADD DL900-CONTROL-AMOUNT TO DL900-CTL-AFTER-AMOUNT (3).
089500*
089600     PERFORM 3950-READ-AUDWORK THRU 3950-EXIT.
089700*
089800 3200-EXIT.
089900     EXIT.
090000*
090100******************************************************************
090200*    3300-AUDIT-CONTROL  -  THE AUDIT RECORD'S CONTRIBUTION TO   *
090300*    THE CONTROL TOTAL:  THE RECORDS THAT RUN PROCESSED.         *
090400******************************************************************
090500 3300-AUDIT-CONTROL.
090600*
090700     MOVE ZERO TO DL900-CONTROL-AMOUNT.
090800     IF AJ-RECORD-COUNT IS NUMERIC
090900         MOVE AJ-RECORD-COUNT TO DL900-CONTROL-AMOUNT
091000     END-IF.
091100*
091200 3300-EXIT.
091300     EXIT.
091400*
091500******************************************************************
091600*    3900-READ-AUDIT  -  READ THE NEXT AUDIT JOURNAL RECORD.     *
091700******************************************************************
091800 3900-READ-AUDIT.
091900*
092000     IF DL900-AUDIT-EOF
092100         GO TO 3900-EXIT
092200     END-IF.
092300*
092400     READ DL900-AUDIT-FILE
092500         AT END
092600             SET DL900-AUDIT-EOF TO TRUE
092700     END-READ.
092800*
092900     IF DL900-AUDIT-STATUS NOT = "00" AND NOT = "10"
093000         DISPLAY "DL900 ABEND - READ FAILED FOR AUDITJNL, "
093100             "STATUS = " DL900-AUDIT-STATUS
093200         MOVE 16 TO RETURN-CODE
093300         GOBACK
093400     END-IF.
093500*
093600 3900-EXIT.
093700     EXIT.
093800*
093900******************************************************************
094000*    3950-READ-AUDWORK  -  READ THE NEXT KEPT AUDIT RECORD.      *
094100******************************************************************
094200 3950-READ-AUDWORK.
094300*
094400     READ DL900-AUDWORK-FILE
094500         AT END
094600             SET DL900-AUDWORK-EOF TO TRUE
094700     END-READ.
094800*
094900     IF DL900-AUDWORK-STATUS NOT = "00" AND NOT = "10"
095000         DISPLAY "DL900 ABEND - READ FAILED FOR AUDWORK, "
095100             "STATUS = " DL900-AUDWORK-STATUS
095200         MOVE 16 TO RETURN-CODE
095300         GOBACK
095400     END-IF.
095500*
095600 3950-EXIT.
095700     EXIT.
095800*
095900******************************************************************
096000*    4000-TRIM-AGED  -  SPLIT THE CARRIED-FORWARD REJECTS INTO   *
096100*    THE ITEMS KEPT (AGEDWORK) AND THE ITEMS WRITTEN OFF         *
096200*    (AGEDARC, AND LISTED ON THE REPORT), THEN COPY THE ITEMS    *
096300*    KEPT BACK OVER AGEDOUT, COUNTING THEM AS THEY GO.           *
096400******************************************************************
096500 4000-TRIM-AGED.
096600*
096700     MOVE "AGED REJECTS WRITTEN OFF" TO DL900-SECTION-TEXT.
096800     MOVE DL900-RPT-SECTION-LINE TO DL900-PRINT-REC.
096900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
097000     MOVE DL900-RPT-WOFF-HEADING TO DL900-PRINT-REC.
097100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
097200*
097300     OPEN INPUT DL900-AGED-FILE.
097400     IF DL900-AGED-STATUS = "05"
097500         SET DL900-AGED-EOF TO TRUE
097600     END-IF.
097700     IF DL900-AGED-STATUS NOT = "00" AND NOT = "05"
097800         DISPLAY "DL900 ABEND - OPEN FAILED FOR AGEDOUT, "
097900             "STATUS = " DL900-AGED-STATUS
098000         MOVE 16 TO RETURN-CODE
098100         GOBACK
098200     END-IF.
098300*
098400     OPEN OUTPUT DL900-AGEDWORK-FILE.
098500     IF DL900-AGEDWORK-STATUS NOT = "00"
098600         DISPLAY "DL900 ABEND - OPEN FAILED FOR AGEDWORK, "
098700             "STATUS = " DL900-AGEDWORK-STATUS
098800         MOVE 16 TO RETURN-CODE
098900         GOBACK
099000     END-IF.
099100*
099200     OPEN OUTPUT DL900-AGEDARC-FILE.
099300     IF DL900-AGEDARC-STATUS NOT = "00"
099400         DISPLAY "DL900 ABEND - OPEN FAILED FOR AGEDARC, "
099500             "STATUS = " DL900-AGEDARC-STATUS
099600         MOVE 16 TO RETURN-CODE
099700         GOBACK
099800     END-IF.
099900*
100000     PERFORM 4900-READ-AGED THRU 4900-EXIT.
100100     PERFORM 4100-SPLIT-AGED THRU 4100-EXIT
100200         UNTIL DL900-AGED-EOF.
100300*
100400     CLOSE DL900-AGED-FILE
100500           DL900-AGEDWORK-FILE
100600           DL900-AGEDARC-FILE.
100700*
100800     IF DL900-WRITTEN-OFF-COUNT = ZERO
100900         MOVE SPACES TO DL900-PRINT-REC
101000         MOVE "     NONE" TO DL900-PRINT-REC
101100         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
101200     END-IF.
101300     MOVE SPACES TO DL900-PRINT-REC.
101400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
101500*
101600     OPEN INPUT DL900-AGEDWORK-FILE.
101700     IF DL900-AGEDWORK-STATUS NOT = "00"
101800         DISPLAY "DL900 ABEND - OPEN FAILED FOR AGEDWORK, "
101900             "STATUS = " DL900-AGEDWORK-STATUS
102000         MOVE 16 TO RETURN-CODE
102100         GOBACK
102200     END-IF.
102300*
102400     OPEN OUTPUT DL900-AGED-FILE.
102500     IF DL900-AGED-STATUS NOT = "00"
102600         DISPLAY "DL900 ABEND - REOPEN FAILED FOR AGEDOUT, "
102700             "STATUS = " DL900-AGED-STATUS
102800         MOVE 16 TO RETURN-CODE
102900         GOBACK
103000     END-IF.
103100*
103200     PERFORM 4950-READ-AGEDWORK THRU 4950-EXIT.
103300     PERFORM 4200-COPY-BACK-AGED THRU 4200-EXIT
103400         UNTIL DL900-AGEDWORK-EOF.
103500*
103600     CLOSE DL900-AGEDWORK-FILE
103700           DL900-AGED-FILE.
103800*
103900 4000-EXIT.
104000     EXIT.
104100*
104200******************************************************************
104300*    4100-SPLIT-AGED  -  COUNT ONE CARRIED-FORWARD REJECT INTO   *
104400*    THE BEFORE TOTALS AND WRITE IT OFF OR KEEP IT, THEN READ    *
104500*    THE NEXT ONE.                                               *
104600******************************************************************
104700 4100-SPLIT-AGED.
104800*
104900     PERFORM 4300-AGED-CONTROL THRU 4300-EXIT.
105000     ADD 1 TO DL900-CTL-BEFORE-COUNT (4).
105100     ADD DL900-CONTROL-AMOUNT TO DL900-CTL-BEFORE-AMOUNT (4).
105200*
105300     IF DL900-FINAL-AGE NOT = ZERO
105400        AND AGR-AGE-DAYS IS NUMERIC
105500        AND AGR-AGE-DAYS > DL900-FINAL-AGE
105600         PERFORM 4400-WRITE-OFF THRU 4400-EXIT
105700     ELSE
105800         WRITE DL900-AGEDWORK-REC FROM DL900-AGED-REC
105900         IF DL900-AGEDWORK-STATUS NOT = "00"
106000             DISPLAY "DL900 ABEND - WRITE FAILED FOR AGEDWORK, "
106100                 "STATUS = " DL900-AGEDWORK-STATUS
106200             MOVE 16 TO RETURN-CODE
106300             GOBACK
106400         END-IF
106500     END-IF.
106600*
106700     PERFORM 4900-READ-AGED THRU 4900-EXIT.
106800*
106900 4100-EXIT.
107000     EXIT.
107100*
107200******************************************************************
107300*    4200-COPY-BACK-AGED  -  WRITE ONE KEPT ITEM BACK TO         *
107400*    AGEDOUT, COUNT IT INTO THE AFTER TOTALS AND READ THE NEXT.  *
107500******************************************************************
107600 4200-COPY-BACK-AGED.
107700*
107800     MOVE DL900-AGEDWORK-REC TO DL900-AGED-REC.
107900     WRITE DL900-AGED-REC.
108000     IF DL900-AGED-STATUS NOT = "00"
108100         DISPLAY "DL900 ABEND - WRITE FAILED FOR AGEDOUT, "
108200             "STATUS = " DL900-AGED-STATUS
108300         MOVE 16 TO RETURN-CODE
108400         GOBACK
108500     END-IF.
108600*
108700     PERFORM 4300-AGED-CONTROL THRU 4300-EXIT.
108800     ADD 1 TO DL900-CTL-AFTER-COUNT (4).
108900     ADD DL900-CONTROL-AMOUNT TO DL900-CTL-AFTER-AMOUNT (4).
109000*
109100     PERFORM 4950-READ-AGEDWORK THRU 4950-EXIT.
109200*
109300 4200-EXIT.
109400     EXIT.
109500*
109600******************************************************************
109700*    4300-AGED-CONTROL  -  THE ITEM'S CONTRIBUTION TO THE        *
109800*    CONTROL TOTAL:  ITS AMOUNT, OR ZERO IF THE AMOUNT BYTES     *
109900*    ARE NOT NUMERIC (THE COUNT STILL PROVES THE ITEM).          *
110000******************************************************************
110100 4300-AGED-CONTROL.
110200*
110300     MOVE ZERO TO DL900-CONTROL-AMOUNT.
110400     MOVE AGR-AMOUNT TO DL900-AMOUNT-X.
110500     IF DL900-AMOUNT-N IS NUMERIC
110600         MOVE DL900-AMOUNT-N TO DL900-CONTROL-AMOUNT
110700     END-IF.
110800*
110900 4300-EXIT.
111000     EXIT.
111100*
111200******************************************************************
111300*    4400-WRITE-OFF  -  ARCHIVE AN ITEM PAST THE FINAL AGE AND   *
111400*    LIST IT ON THE REPORT.                                      *
111500******************************************************************
111600 4400-WRITE-OFF.
111700*
111800     WRITE DL900-AGEDARC-REC FROM DL900-AGED-REC.
111900     IF DL900-AGEDARC-STATUS NOT = "00"
112000         DISPLAY "DL900 ABEND - WRITE FAILED FOR AGEDARC, "
112100             "KEY = " AGR-KEY
112200             ", STATUS = " DL900-AGEDARC-STATUS
112300         MOVE 16 TO RETURN-CODE
112400         GOBACK
112500     END-IF.
112600*
112700     ADD 1 TO DL900-CTL-ARCH-COUNT (4).
112800     ADD DL900-CONTROL-AMOUNT TO DL900-CTL-ARCH-AMOUNT (4).
112900     ADD 1 TO DL900-WRITTEN-OFF-COUNT.
113000*
113100     MOVE AGR-KEY TO DL900-WO-KEY.
113200     MOVE AGR-AMOUNT TO DL900-WO-AMOUNT.
113300     MOVE AGR-TYPE-CODE TO DL900-WO-TYPE.
113400     MOVE AGR-AGE-DAYS TO DL900-WO-AGE.
113500     MOVE AGR-FIRST-DATE TO DL900-WO-FIRST-DATE.
113600     MOVE AGR-REASON TO DL900-WO-REASON.
113700     MOVE DL900-RPT-WOFF-DETAIL TO DL900-PRINT-REC.
113800     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
113900*
114000 4400-EXIT.
114100     EXIT.
114200*
114300******************************************************************
114400*    4900-READ-AGED  -  READ THE NEXT CARRIED-FORWARD REJECT.    *
114500******************************************************************
114600 4900-READ-AGED.
114700*
114800     IF DL900-AGED-EOF
114900         GO TO 4900-EXIT
115000     END-IF.
115100*
115200     READ DL900-AGED-FILE
115300         AT END
115400             SET DL900-AGED-EOF TO TRUE
115500     END-READ.
115600*
115700     IF DL900-AGED-STATUS NOT = "00" AND NOT = "10"
115800         DISPLAY "DL900 ABEND - READ FAILED FOR AGEDOUT, "
115900             "STATUS = " DL900-AGED-STATUS
116000         MOVE 16 TO RETURN-CODE
116100         GOBACK
116200     END-IF.
116300*
116400 4900-EXIT.
116500     EXIT.
116600*
116700******************************************************************
116800*    4950-READ-AGEDWORK  -  READ THE NEXT KEPT AGED REJECT.      *
116900******************************************************************
117000 4950-READ-AGEDWORK.
117100*
117200     READ DL900-AGEDWORK-FILE
117300         AT END
117400             SET DL900-AGEDWORK-EOF TO TRUE
117500     END-READ.
117600*
117700     IF DL900-AGEDWORK-STATUS NOT = "00" AND NOT = "10"
117800         DISPLAY "DL900 ABEND - READ FAILED FOR AGEDWORK, "
117900             "STATUS = " DL900-AGEDWORK-STATUS
118000         MOVE 16 TO RETURN-CODE
118100         GOBACK
118200     END-IF.
118300*
118400 4950-EXIT.
118500     EXIT.
118600*
118700******************************************************************
118800*    7000-WRITE-LINE  -  WRITE WHATEVER IS IN THE PRINT          *
118900*    RECORD.                                                     *
119000******************************************************************
119100 7000-WRITE-LINE.
119200*
119300     WRITE DL900-PRINT-REC AFTER ADVANCING 1 LINE.
119400     IF DL900-REPORT-STATUS NOT = "00"
119500         DISPLAY "DL900 ABEND - WRITE FAILED FOR HKRPT, "
119600             "STATUS = " DL900-REPORT-STATUS
119700         MOVE 16 TO RETURN-CODE
119800         GOBACK
119900     END-IF.
120000*
120100 7000-EXIT.
120200     EXIT.
120300*
120400******************************************************************
120500*    8000-PRINT-CONTROLS  -  THE CONTROL TOTALS SECTION - ONE    *
120600*    BLOCK PER DATASET.                                          *
120700******************************************************************
120800 8000-PRINT-CONTROLS.
120900*
121000     MOVE "CONTROL TOTALS - BEFORE, ARCHIVED AND AFTER"
121100         TO DL900-SECTION-TEXT.
121200     MOVE DL900-RPT-SECTION-LINE TO DL900-PRINT-REC.
121300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
121400*
121500     PERFORM 8100-PRINT-ONE-CONTROL THRU 8100-EXIT
121600         VARYING DL900-CTL-IX FROM 1 BY 1
121700         UNTIL DL900-CTL-IX > 4.
121800*
121900 8000-EXIT.
122000     EXIT.
122100*
122200******************************************************************
122300*    8100-PRINT-ONE-CONTROL  -  PRINT ONE DATASET'S BEFORE,      *
122400*    ARCHIVED AND AFTER FIGURES AND PROVE THAT THE RECORDS AND   *
122500*    THE CONTROL TOTAL BEFORE THE RUN ARE ALL ACCOUNTED FOR.     *
122600******************************************************************
122700 8100-PRINT-ONE-CONTROL.
122800*
122900     MOVE SPACES TO DL900-PRINT-REC.
123000     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
123100     MOVE DL900-CTL-DATASET (DL900-CTL-IX) TO DL900-DS-NAME.
123200     MOVE DL900-CTL-RULE (DL900-CTL-IX) TO DL900-DS-RULE.
123300     MOVE DL900-RPT-DATASET-LINE TO DL900-PRINT-REC.
123400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
123500     MOVE DL900-RPT-CONTROL-HEADING TO DL900-PRINT-REC.
123600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
123700*
123800     MOVE "BEFORE" TO DL900-CL-LABEL.
123900     MOVE DL900-CTL-BEFORE-COUNT (DL900-CTL-IX) TO DL900-CL-COUNT.
124000     MOVE DL900-CTL-BEFORE-AMOUNT (DL900-CTL-IX)
124100         TO DL900-CL-AMOUNT.
124200     MOVE DL900-RPT-CONTROL-LINE TO DL900-PRINT-REC.
124300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
124400*
124500     MOVE "ARCHIVED" TO DL900-CL-LABEL.
124600     MOVE DL900-CTL-ARCH-COUNT (DL900-CTL-IX) TO DL900-CL-COUNT.
124700     MOVE DL900-CTL-ARCH-AMOUNT (DL900-CTL-IX) TO DL900-CL-AMOUNT.
124800     MOVE DL900-RPT-CONTROL-LINE TO DL900-PRINT-REC.
124900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
125000*
125100     MOVE "AFTER" TO DL900-CL-LABEL.
125200     MOVE DL900-CTL-AFTER-COUNT (DL900-CTL-IX) TO DL900-CL-COUNT.
125300     MOVE DL900-CTL-AFTER-AMOUNT (DL900-CTL-IX)
125400         TO DL900-CL-AMOUNT.
125500     MOVE DL900-RPT-CONTROL-LINE TO DL900-PRINT-REC.
125600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
125700*
125800     COMPUTE DL900-CHECK-COUNT =
125900         DL900-CTL-AFTER-COUNT (DL900-CTL-IX)
126000         + DL900-CTL-ARCH-COUNT (DL900-CTL-IX).
126100     COMPUTE DL900-CHECK-AMOUNT =
126200         DL900-CTL-AFTER-AMOUNT (DL900-CTL-IX)
126300         + DL900-CTL-ARCH-AMOUNT (DL900-CTL-IX).
126400*
126500     IF DL900-CHECK-COUNT = DL900-CTL-BEFORE-COUNT (DL900-CTL-IX)
126600        AND DL900-CHECK-AMOUNT =
126700            DL900-CTL-BEFORE-AMOUNT (DL900-CTL-IX)
126800         MOVE "BEFORE = AFTER + ARCHIVED - CONTROL TOTALS AGREE"
126900             TO DL900-RESULT-TEXT
127000     ELSE
127100         MOVE "*** CONTROL TOTALS DO NOT AGREE ***"
127200             TO DL900-RESULT-TEXT
127300         SET DL900-OUT-OF-BALANCE TO TRUE
127400     END-IF.
127500     MOVE DL900-RPT-RESULT-LINE TO DL900-PRINT-REC.
127600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
127700*
127800 8100-EXIT.
127900     EXIT.
128000*
128100******************************************************************
128200*    9000-TERMINATE  -  DISPLAY THE RUN TOTALS, SET THE RETURN   *
128300*    CODE AND CLOSE THE REPORT.                                  *
128400******************************************************************
128500 9000-TERMINATE.
128600*
128700     DISPLAY "DL900 COMPLETE - D SNAPSHOTS ARCHIVED : "
128800         DL900-CTL-ARCH-COUNT (1).
128900     DISPLAY "DL900 COMPLETE - M POSITIONS ARCHIVED : "
129000         DL900-CTL-ARCH-COUNT (2).
129100     DISPLAY "DL900 COMPLETE - AUDIT RECS ARCHIVED  : "
129200         DL900-CTL-ARCH-COUNT (3).
129300     DISPLAY "DL900 COMPLETE - REJECTS WRITTEN OFF  : "
129400         DL900-CTL-ARCH-COUNT (4).
129500*
129600     IF DL900-OUT-OF-BALANCE
129700         DISPLAY "DL900 - CONTROL TOTALS DO NOT AGREE - SEE HKRPT"
129800         MOVE 16 TO RETURN-CODE
129900     END-IF.
130000*
130100     CLOSE DL900-REPORT-FILE.
130200*
130300 9000-EXIT.
130400     EXIT.
