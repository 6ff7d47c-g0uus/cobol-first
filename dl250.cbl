000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  DL250                                          *
000400*                                                                *
000500*    CUSTOMER ACCOUNT STATEMENT RUN.                             *
000600*                                                                *
000700*    PRINTS A STATEMENT PER ACCOUNT FOR ANY RANGE OF BUSINESS    *
000800*    DATES.  THE ACCOUNT BALANCE MASTER (ACCTMST), THE BALANCE   *
000900*    HISTORY (ACCTHIST) AND THE POSTING DETAIL LEDGER            *
001000*    (POSTLEDG) ARE ALL KEYED ACCOUNT FIRST, SO THE THREE ARE    *
001100*    READ FRONT TO BACK TOGETHER, ONE ACCOUNT AT A TIME:         *
001200*                                                                *
001210*      - THE OPENING BALANCE IS THE NEW BALANCE ON THE LAST      *
001220*        "D" DAILY SNAPSHOT BEFORE THE FIRST DATE OF THE         *
001230*        PERIOD (ZERO WHEN THE ACCOUNT HAS NO EARLIER HISTORY).  *
001240*        DL290 RESTATES THE SNAPSHOTS BY VALUE DATE, SO AN ITEM  *
001250*        VALUED BEFORE THE PERIOD IS ALREADY IN IT;              *
001260*      - EVERY LEDGER ITEM VALUED AFTER THE OPENING BALANCE AND  *
001270*        BY THE END OF THE PERIOD PRINTS, IN VALUE DATE ORDER,   *
001280*        WITH THE DATE IT WAS POSTED, ITS TYPE, CURRENCY,        *
001290*        FOREIGN AND BASE AMOUNTS AND THE RUNNING BALANCE        *
001300*        FROM THE OPENING BALANCE.  THE ACCOUNT'S ITEMS ARE      *
001310*        PUT INTO VALUE DATE ORDER ON THE STMWORK WORK DATASET;  *
001320*      - THE CLOSING BALANCE IS THE OPENING BALANCE PLUS THE     *
001330*        ITEMS, AND IS PROVED AGAINST AM-NEW-BALANCE WHEN THE    *
001340*        PERIOD RUNS TO THE ACCOUNT'S LAST POSTED DATE, OR       *
001350*        AGAINST THE LAST DAILY SNAPSHOT IN THE PERIOD (WITH     *
001360*        THE ITEMS VALUED BY THAT DATE) WHEN IT ENDS EARLIER.    *
002400*                                                                *
002500*    A STATEMENT THAT DOES NOT PROVE IS MARKED ON ITS OWN PAGE   *
002600*    AND COUNTED ON THE SUMMARY, AND THE STEP ENDS RC 8.         *
002700*                                                                *
002800*    RUN PARAMETERS (COMMA SEPARATED, KEYWORD=VALUE):            *
002900*        FROM=YYYYMMDD     FIRST BUSINESS DATE OF THE PERIOD.    *
003000*                          REQUIRED.                             *
003100*        TO=YYYYMMDD       LAST BUSINESS DATE OF THE PERIOD      *
003200*                          (DEFAULT: THE RUN DATE).              *
003300*        ACCOUNT=NNNNNN    ONE ACCOUNT ONLY, FOR A CUSTOMER OR   *
003400*                          AUDITOR QUERY (DEFAULT: EVERY         *
003500*                          ACCOUNT ON THE MASTER).               *
003600*                                                                *
003700*    MODIFICATION HISTORY.                                      *
003800*    DATE       INIT  DESCRIPTION                                *
003900*    ---------  ----  ------------------------------------------ *
004000*    2026-10-15 JHD   ORIGINAL PROGRAM.  STATEMENT QUERIES USED  *
004100*                     TO MEAN DIGGING THROUGH ARCHIVED RESULTS   *
004200*                     FILES BY HAND.                             *
004210*    2026-10-15 JHD   ITEMS ARE NOW STATED BY VALUE DATE -       *
004220*                     PICKED AND ORDERED BY IT THROUGH THE       *
004230*                     STMWORK WORK DATASET, WITH THE POSTED      *
004240*                     DATE ALONGSIDE - SO A BACK-VALUED ITEM     *
004250*                     FALLS IN THE SAME PERIOD AS IN THE         *
004260*                     RESTATED HISTORY AND THE STATEMENT STILL   *
004270*                     PROVES.                                    *
004300*                                                                *
004400******************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. DL250.
004700 AUTHOR. J H DRAYTON.
004800 INSTALLATION. DAILY LEDGER SUITE.
004900 DATE-WRITTEN. 2026-10-15.
005000 DATE-COMPILED.
005100*
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER. IBM-370.
005500 OBJECT-COMPUTER. IBM-370.
005600*
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900*
006000*        ACCTMST   - THE ACCOUNT BALANCE MASTER (INPUT).
006100*        ACCTHIST  - THE CUMULATIVE BALANCE HISTORY (INPUT).
006200*        POSTLEDG  - THE CUMULATIVE POSTING DETAIL LEDGER
006300*                    (INPUT).
006310*        STMWORK   - THE ACCOUNT'S ITEMS IN VALUE DATE ORDER
006320*                    (KEYED WORK DATASET, RECREATED EVERY RUN).
006400*        STMTRPT   - THE PRINTED ACCOUNT STATEMENTS.
006500*
006600     SELECT DL250-MASTER-FILE
006700         ASSIGN TO ACCTMST
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS AM-ACCOUNT-NO
007100         FILE STATUS IS DL250-MASTER-STATUS.
007200*
007300     SELECT OPTIONAL DL250-HIST-FILE
007400         ASSIGN TO ACCTHIST
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS AH-KEY
007800         FILE STATUS IS DL250-HIST-STATUS.
007900*
008000     SELECT OPTIONAL DL250-LEDGER-FILE
008100         ASSIGN TO POSTLEDG
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS SEQUENTIAL
008400         RECORD KEY IS PL-KEY
008500         FILE STATUS IS DL250-LEDGER-STATUS.
008510*
008520     SELECT OPTIONAL DL250-WORK-FILE
008530         ASSIGN TO STMWORK
008540         ORGANIZATION IS INDEXED
008550         ACCESS MODE IS DYNAMIC
008560         RECORD KEY IS SW-KEY
008570         FILE STATUS IS DL250-WORK-STATUS.
008600*
008700     SELECT DL250-REPORT-FILE
008800         ASSIGN TO STMTRPT
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS DL250-REPORT-STATUS.
009100*
009200 DATA DIVISION.
009300 FILE SECTION.
009400*
009500 FD  DL250-MASTER-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY DL200AMS.
009800*
009900 FD  DL250-HIST-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY DL230AHS.
010200*
010300 FD  DL250-LEDGER-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY DL200PLG.
010504*
010508 FD  DL250-WORK-FILE
010512     LABEL RECORDS ARE STANDARD.
010516 01  DL250-WORK-REC.
010520     05  SW-KEY.
010524         10  SW-ACCOUNT-NO           PIC 9(6).
010528         10  SW-VALUE-DATE           PIC 9(8).
010532         10  SW-POST-DATE            PIC 9(8).
010536         10  SW-SEQ-NO               PIC 9(5).
010540     05  SW-TYPE-CODE                PIC X(01).
010544     05  SW-CURRENCY-CODE            PIC X(03).
010548     05  SW-FOREIGN-AMT              PIC S9(4)V9(4)
010552                                     SIGN IS TRAILING SEPARATE
010556                                     CHARACTER.
010560     05  SW-BASE-AMT                 PIC S9(9)V9(3)
010564                                     SIGN IS TRAILING SEPARATE
010568                                     CHARACTER.
010572     05  SW-SOURCE-STEP              PIC X(05).
010576     05  SW-REASON-CODE              PIC X(03).
010580     05  SW-FILLER                   PIC X(05).
010600*
010700 FD  DL250-REPORT-FILE
010800     LABEL RECORDS ARE OMITTED.
010900 01  DL250-PRINT-REC                 PIC X(132).
011000*
011100 WORKING-STORAGE SECTION.
011200*
011300 01  DL250-FILE-STATUSES.
011400     05  DL250-MASTER-STATUS         PIC X(02).
011500     05  DL250-HIST-STATUS           PIC X(02).
011600     05  DL250-LEDGER-STATUS         PIC X(02).
011610     05  DL250-WORK-STATUS           PIC X(02).
011700     05  DL250-REPORT-STATUS         PIC X(02).
011800*
011900 01  DL250-SWITCHES.
012000     05  DL250-MASTER-EOF-SW         PIC X(01) VALUE "N".
012100         88  DL250-MASTER-EOF        VALUE "Y".
012200     05  DL250-HIST-EOF-SW           PIC X(01) VALUE "N".
012300         88  DL250-HIST-EOF          VALUE "Y".
012400     05  DL250-LEDGER-EOF-SW         PIC X(01) VALUE "N".
012500         88  DL250-LEDGER-EOF        VALUE "Y".
012510     05  DL250-WORK-EOF-SW           PIC X(01) VALUE "N".
012520         88  DL250-WORK-EOF          VALUE "Y".
012530         88  DL250-WORK-MORE         VALUE "N".
012600     05  DL250-OPENING-SW            PIC X(01) VALUE "N".
012700         88  DL250-OPENING-FOUND     VALUE "Y".
012800         88  DL250-OPENING-MISSING   VALUE "N".
012900     05  DL250-PERIOD-SNAP-SW        PIC X(01) VALUE "N".
013000         88  DL250-PERIOD-SNAP-FOUND VALUE "Y".
013100         88  DL250-PERIOD-SNAP-MISSING
013200                                     VALUE "N".
013300*
013400 01  DL250-COUNTERS.
013500     05  DL250-MASTER-READ-COUNT     PIC 9(8) COMP VALUE ZERO.
013600     05  DL250-HIST-READ-COUNT       PIC 9(8) COMP VALUE ZERO.
013700     05  DL250-LEDGER-READ-COUNT     PIC 9(8) COMP VALUE ZERO.
013800     05  DL250-STATEMENT-COUNT       PIC 9(8) COMP VALUE ZERO.
013900     05  DL250-ITEM-COUNT            PIC 9(8) COMP VALUE ZERO.
014000     05  DL250-ACCT-ITEM-COUNT       PIC 9(8) COMP VALUE ZERO.
014100     05  DL250-PROVED-COUNT          PIC 9(8) COMP VALUE ZERO.
014200     05  DL250-BREAK-COUNT           PIC 9(8) COMP VALUE ZERO.
014300     05  DL250-UNPROVEN-COUNT        PIC 9(8) COMP VALUE ZERO.
014400     05  DL250-LINE-COUNT            PIC 9(2) COMP VALUE 99.
014500     05  DL250-LINE-MAX              PIC 9(2) COMP VALUE 56.
014600     05  DL250-PAGE-COUNT            PIC 9(4) COMP VALUE ZERO.
014700*
014800 01  DL250-BALANCES.
014900     05  DL250-OPENING-BALANCE       PIC S9(9)V9(3) COMP-3
015000                                     VALUE ZERO.
015100     05  DL250-OPENING-DATE          PIC 9(8) VALUE ZERO.
015200     05  DL250-NET-MOVEMENT          PIC S9(9)V9(3) COMP-3
015300                                     VALUE ZERO.
015400     05  DL250-CLOSING-BALANCE       PIC S9(9)V9(3) COMP-3
015500                                     VALUE ZERO.
015600     05  DL250-PERIOD-SNAP-BALANCE   PIC S9(9)V9(3) COMP-3
015700                                     VALUE ZERO.
015800     05  DL250-PERIOD-SNAP-DATE      PIC 9(8) VALUE ZERO.
015900     05  DL250-PROOF-BALANCE         PIC S9(9)V9(3) COMP-3
016000                                     VALUE ZERO.
016010     05  DL250-PROOF-TARGET          PIC S9(9)V9(3) COMP-3
016020                                     VALUE ZERO.
016030     05  DL250-SNAP-MOVEMENT         PIC S9(9)V9(3) COMP-3
016040                                     VALUE ZERO.
016050     05  DL250-RUNNING-BALANCE       PIC S9(9)V9(3) COMP-3
016060                                     VALUE ZERO.
016100*
016200 01  DL250-RUN-DATE                  PIC 9(8).
016210 01  DL250-ITEM-DATE                 PIC 9(8).
016300*
016400******************************************************************
016500*    RUN PARAMETER HANDLING  (FROM= / TO= / ACCOUNT=)            *
016600******************************************************************
016700 01  DL250-PARM-STRING               PIC X(80).
016800 01  DL250-PARM-TOKENS.
016900     05  DL250-PARM-TOKEN OCCURS 3 TIMES
017000                                     PIC X(40).
017100 01  DL250-PARM-IX                   PIC 9(1) COMP.
017200 01  DL250-PARM-KEY                  PIC X(20).
017300 01  DL250-PARM-VALUE                PIC X(20).
017400 01  DL250-PARM-VALUE-LEN            PIC 9(2) COMP.
017500*
017600 01  DL250-FROM-DATE                 PIC 9(8) VALUE ZERO.
017700 01  DL250-TO-DATE                   PIC 9(8) VALUE ZERO.
017800 01  DL250-WANT-ACCOUNT              PIC 9(6) VALUE ZERO.
017900*
018000******************************************************************
018100*    STATEMENT PRINT LINES                                       *
018200******************************************************************
018300 01  DL250-HEADING-1.
018400     05  FILLER                      PIC X(08) VALUE "DL250".
018500     05  FILLER                      PIC X(34) VALUE SPACES.
018600     05  FILLER                      PIC X(40) VALUE
018700         "DAILY LEDGER SUITE - ACCOUNT STATEMENT".
018800     05  FILLER                      PIC X(38) VALUE SPACES.
018900     05  FILLER                      PIC X(05) VALUE "PAGE ".
019000     05  DL250-H1-PAGE               PIC ZZZZ9.
019100     05  FILLER                      PIC X(02) VALUE SPACES.
019200*
019300 01  DL250-HEADING-2.
019400     05  FILLER                      PIC X(08) VALUE "ACCOUNT ".
019500     05  DL250-H2-ACCOUNT            PIC X(06).
019600     05  FILLER                      PIC X(04) VALUE SPACES.
019700     05  FILLER                      PIC X(07) VALUE "PERIOD ".
019800     05  DL250-H2-FROM               PIC 9(8).
019900     05  FILLER                      PIC X(04) VALUE " TO ".
020000     05  DL250-H2-TO                 PIC 9(8).
020100     05  FILLER                      PIC X(06) VALUE SPACES.
020200     05  FILLER                      PIC X(09) VALUE
020300         "RUN DATE ".
020400     05  DL250-H2-RUNDATE            PIC 9(8).
020500     05  FILLER                      PIC X(64) VALUE SPACES.
020600*
020700 01  DL250-HEADING-3.
020800     05  FILLER                      PIC X(05) VALUE SPACES.
020900     05  FILLER                      PIC X(10) VALUE "VALUED".
020910     05  FILLER                      PIC X(10) VALUE "POSTED".
021000     05  FILLER                      PIC X(07) VALUE "  SEQ".
021100     05  FILLER                      PIC X(04) VALUE "TYP".
021200     05  FILLER                      PIC X(05) VALUE "CCY".
021300     05  FILLER                      PIC X(13) VALUE
021400         "    FOREIGN".
021500     05  FILLER                      PIC X(18) VALUE
021600         "     BASE AMOUNT".
021700     05  FILLER                      PIC X(18) VALUE
021800         " RUNNING BALANCE".
021900     05  FILLER                      PIC X(07) VALUE "SOURCE".
022000     05  FILLER                      PIC X(05) VALUE "RSN".
022100     05  FILLER                      PIC X(30) VALUE SPACES.
022200*
022300 01  DL250-DETAIL-LINE.
022400     05  FILLER                      PIC X(05) VALUE SPACES.
022500     05  DL250-DET-DATE              PIC 9(8).
022600     05  FILLER                      PIC X(02) VALUE SPACES.
022610     05  DL250-DET-POSTED            PIC 9(8).
022620     05  FILLER                      PIC X(02) VALUE SPACES.
022700     05  DL250-DET-SEQ               PIC ZZZZ9.
022800     05  FILLER                      PIC X(02) VALUE SPACES.
022900     05  DL250-DET-TYPE              PIC X(01).
023000     05  FILLER                      PIC X(03) VALUE SPACES.
023100     05  DL250-DET-CURRENCY          PIC X(03).
023200     05  FILLER                      PIC X(02) VALUE SPACES.
023300     05  DL250-DET-FOREIGN           PIC -----9.9999.
023400     05  FILLER                      PIC X(02) VALUE SPACES.
023500     05  DL250-DET-BASE              PIC ----,---,--9.999.
023600     05  FILLER                      PIC X(02) VALUE SPACES.
023700     05  DL250-DET-RUNNING           PIC ----,---,--9.999.
023800     05  FILLER                      PIC X(02) VALUE SPACES.
023900     05  DL250-DET-SOURCE            PIC X(05).
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024100     05  DL250-DET-REASON            PIC X(03).
024200     05  FILLER                      PIC X(31) VALUE SPACES.
024300*
024400 01  DL250-AMOUNT-LINE.
024500     05  FILLER                      PIC X(05) VALUE SPACES.
024600     05  DL250-AMT-LABEL             PIC X(40).
024700     05  DL250-AMT-VALUE             PIC ----,---,--9.999.
024800     05  FILLER                      PIC X(03) VALUE SPACES.
024900     05  DL250-AMT-NOTE              PIC X(40).
025000     05  FILLER                      PIC X(28) VALUE SPACES.
025100*
025200 01  DL250-COUNT-LINE.
025300     05  FILLER                      PIC X(05) VALUE SPACES.
025400     05  DL250-CNT-LABEL             PIC X(40).
025500     05  DL250-CNT-VALUE             PIC ZZ,ZZZ,ZZ9.
025600     05  FILLER                      PIC X(77) VALUE SPACES.
025700*
025800 PROCEDURE DIVISION.
025900*
026000******************************************************************
026100*    0000-MAINLINE                                              *
026200******************************************************************
026300 0000-MAINLINE.
026400*
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026600*
026700     PERFORM 2000-STATE-ACCOUNT THRU 2000-EXIT
026800         UNTIL DL250-MASTER-EOF.
026900*
027000     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
027100*
027200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027300*
027400     GOBACK.
027500*
027600******************************************************************
027700*    1000-INITIALIZE  -  PARSE THE RUN PARAMETERS, OPEN THE      *
027800*    DATASETS AND PRIME THE FIRST READ OF ALL THREE INPUTS.      *
027900*    A RUN WITH NO PERIOD, OR A PERIOD THAT ENDS BEFORE IT       *
028000*    BEGINS, HAS NOTHING TO STATE AND STOPS RIGHT HERE.          *
028100******************************************************************
028200 1000-INITIALIZE.
028300*
028400     DISPLAY "DL250 - ACCOUNT STATEMENT RUN STARTING".
028500*
028600     ACCEPT DL250-RUN-DATE FROM DATE YYYYMMDD.
028700     MOVE DL250-RUN-DATE TO DL250-TO-DATE.
028800     ACCEPT DL250-PARM-STRING FROM COMMAND-LINE.
028900     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
029000*
029100     IF DL250-FROM-DATE = ZERO
029200         DISPLAY "DL250 ABEND - FROM= PARAMETER IS REQUIRED"
029300         MOVE 16 TO RETURN-CODE
029400         GOBACK
029500     END-IF.
029600*
029700     IF DL250-FROM-DATE > DL250-TO-DATE
029800         DISPLAY "DL250 ABEND - PERIOD FROM " DL250-FROM-DATE
029900             " IS LATER THAN TO " DL250-TO-DATE
030000         MOVE 16 TO RETURN-CODE
030100         GOBACK
030200     END-IF.
030300*
030400     DISPLAY "DL250 STATEMENT PERIOD " DL250-FROM-DATE
030500         " TO " DL250-TO-DATE.
030600*
030700     PERFORM 1050-OPEN-FILES THRU 1050-EXIT.
030800*
030900     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
031000     PERFORM 3900-READ-HISTORY THRU 3900-EXIT.
031100     PERFORM 4900-READ-LEDGER THRU 4900-EXIT.
031200*
031300 1000-EXIT.
031400     EXIT.
031500*
031600******************************************************************
031700*    1050-OPEN-FILES  -  OPEN EVERY DATASET AND CONFIRM EACH     *
031800*    OPEN SUCCEEDED BEFORE THE RUN GOES ANY FURTHER.  THE        *
031900*    HISTORY AND THE LEDGER MAY NOT EXIST YET (STATUS 05) -      *
032000*    THEY READ AS EMPTY.                                         *
032100******************************************************************
032200 1050-OPEN-FILES.
032300*
032400     OPEN INPUT DL250-MASTER-FILE.
032500     IF DL250-MASTER-STATUS NOT = "00"
032600         DISPLAY "DL250 ABEND - OPEN FAILED FOR ACCTMST, "
032700             "STATUS = " DL250-MASTER-STATUS
032800         MOVE 16 TO RETURN-CODE
032900         GOBACK
033000     END-IF.
033100*
033200     OPEN INPUT DL250-HIST-FILE.
033300     IF DL250-HIST-STATUS NOT = "00" AND NOT = "05"
033400         DISPLAY "DL250 ABEND - OPEN FAILED FOR ACCTHIST, "
033500             "STATUS = " DL250-HIST-STATUS
033600         MOVE 16 TO RETURN-CODE
033700         GOBACK
033800     END-IF.
033900*
034000     OPEN INPUT DL250-LEDGER-FILE.
034100     IF DL250-LEDGER-STATUS NOT = "00" AND NOT = "05"
034200         DISPLAY "DL250 ABEND - OPEN FAILED FOR POSTLEDG, "
034300             "STATUS = " DL250-LEDGER-STATUS
034400         MOVE 16 TO RETURN-CODE
034500         GOBACK
034600     END-IF.
034606*
034612*        THE WORK DATASET IS RECREATED EMPTY EVERY RUN - A RUN
034618*        MUST NOT PICK UP AN EARLIER RUN'S ITEMS.
034624     OPEN OUTPUT DL250-WORK-FILE.
034630     IF DL250-WORK-STATUS = "00"
034636         CLOSE DL250-WORK-FILE
034642         OPEN I-O DL250-WORK-FILE
034648     END-IF.
034654     IF DL250-WORK-STATUS NOT = "00" AND NOT = "05"
034660         DISPLAY "DL250 ABEND - OPEN FAILED FOR STMWORK, "
034666             "STATUS = " DL250-WORK-STATUS
034672         MOVE 16 TO RETURN-CODE
034678         GOBACK
034684     END-IF.
034700*
034800     OPEN OUTPUT DL250-REPORT-FILE.
034900     IF DL250-REPORT-STATUS NOT = "00"
035000         DISPLAY "DL250 ABEND - OPEN FAILED FOR STMTRPT, "
035100             "STATUS = " DL250-REPORT-STATUS
035200         MOVE 16 TO RETURN-CODE
035300         GOBACK
035400     END-IF.
035500*
035600 1050-EXIT.
035700     EXIT.
035800*
035900******************************************************************
036000*    1100-PARSE-PARM  -  BREAK THE PARM STRING INTO ITS          *
036100*    KEYWORD=VALUE TOKENS AND APPLY EACH ONE.                    *
036200******************************************************************
036300 1100-PARSE-PARM.
036400*
036500     MOVE SPACES TO DL250-PARM-TOKEN (1) DL250-PARM-TOKEN (2)
036600                    DL250-PARM-TOKEN (3).
036700     UNSTRING DL250-PARM-STRING DELIMITED BY ","
036800         INTO DL250-PARM-TOKEN (1) DL250-PARM-TOKEN (2)
036900              DL250-PARM-TOKEN (3)
037000     END-UNSTRING.
037100*
037200     PERFORM 1110-APPLY-TOKEN THRU 1110-EXIT
037300         VARYING DL250-PARM-IX FROM 1 BY 1
037400         UNTIL DL250-PARM-IX > 3.
037500*
037600 1100-EXIT.
037700     EXIT.
037800*
037900******************************************************************
038000*    1110-APPLY-TOKEN  -  SPLIT ONE KEYWORD=VALUE TOKEN AND      *
038100*    SET THE RUN OPTION IT CONTROLS.                             *
038200******************************************************************
038300 1110-APPLY-TOKEN.
038400*
038500     MOVE SPACES TO DL250-PARM-KEY DL250-PARM-VALUE.
038600     UNSTRING DL250-PARM-TOKEN (DL250-PARM-IX) DELIMITED BY "="
038700         INTO DL250-PARM-KEY DL250-PARM-VALUE
038800     END-UNSTRING.
038900     MOVE ZERO TO DL250-PARM-VALUE-LEN.
039000     INSPECT DL250-PARM-VALUE TALLYING DL250-PARM-VALUE-LEN
039100         FOR CHARACTERS BEFORE INITIAL SPACE.
039200*
039300     EVALUATE DL250-PARM-KEY
039400         WHEN "FROM"
039500             IF DL250-PARM-VALUE-LEN > ZERO
039600                AND DL250-PARM-VALUE (1:DL250-PARM-VALUE-LEN)
039700                       IS NUMERIC
039800                 MOVE DL250-PARM-VALUE (1:DL250-PARM-VALUE-LEN)
039900                     TO DL250-FROM-DATE
040000             END-IF
040100         WHEN "TO"
040200             IF DL250-PARM-VALUE-LEN > ZERO
040300                AND DL250-PARM-VALUE (1:DL250-PARM-VALUE-LEN)
040400                       IS NUMERIC
040500                 MOVE DL250-PARM-VALUE (1:DL250-PARM-VALUE-LEN)
040600                     TO DL250-TO-DATE
040700             END-IF
040800         WHEN "ACCOUNT"
040900             IF DL250-PARM-VALUE-LEN > ZERO
041000                AND DL250-PARM-VALUE (1:DL250-PARM-VALUE-LEN)
041100                       IS NUMERIC
041200                 MOVE DL250-PARM-VALUE (1:DL250-PARM-VALUE-LEN)
041300                     TO DL250-WANT-ACCOUNT
041400             END-IF
041500         WHEN OTHER
041600             CONTINUE
041700     END-EVALUATE.
041800*
041900 1110-EXIT.
042000     EXIT.
042100*
042200******************************************************************
042300*    2000-STATE-ACCOUNT  -  PRINT ONE ACCOUNT'S STATEMENT, ON    *
042400*    ITS OWN PAGE:  OPENING BALANCE, THE PERIOD'S ITEMS AND THE  *
042500*    PROVED CLOSING BALANCE.  THEN READ THE NEXT ACCOUNT.        *
042600******************************************************************
042700 2000-STATE-ACCOUNT.
042800*
042900     IF DL250-WANT-ACCOUNT NOT = ZERO
043000        AND AM-ACCOUNT-NO NOT = DL250-WANT-ACCOUNT
043100         GO TO 2000-READ-NEXT
043200     END-IF.
043300*
043400     ADD 1 TO DL250-STATEMENT-COUNT.
043500     MOVE AM-ACCOUNT-NO TO DL250-H2-ACCOUNT.
043600     MOVE DL250-LINE-MAX TO DL250-LINE-COUNT.
043700*
043800     PERFORM 3000-FIND-OPENING THRU 3000-EXIT.
043900*
044000     PERFORM 4000-LIST-ITEMS THRU 4000-EXIT.
044100*
044200     PERFORM 5000-PROVE-CLOSING THRU 5000-EXIT.
044300*
044400 2000-READ-NEXT.
044500     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
044600*
044700 2000-EXIT.
044800     EXIT.
044900*
045000******************************************************************
045100*    3000-FIND-OPENING  -  BRING THE HISTORY UP TO THIS ACCOUNT  *
045200*    AND PASS OVER ITS SNAPSHOTS, KEEPING THE LAST DAILY         *
045300*    BALANCE BEFORE THE PERIOD (THE OPENING BALANCE) AND THE     *
045400*    LAST ONE INSIDE IT (FOR PROVING A PERIOD THAT ENDS BEFORE   *
045500*    THE ACCOUNT'S LAST POSTING).  THE OPENING LINE PRINTS.      *
045600******************************************************************
045700 3000-FIND-OPENING.
045800*
045900     SET DL250-OPENING-MISSING TO TRUE.
046000     SET DL250-PERIOD-SNAP-MISSING TO TRUE.
046100     MOVE ZERO TO DL250-OPENING-BALANCE DL250-OPENING-DATE
046200                  DL250-PERIOD-SNAP-BALANCE
046300                  DL250-PERIOD-SNAP-DATE.
046400*
046500     PERFORM 3100-SKIP-HISTORY THRU 3100-EXIT
046600         UNTIL DL250-HIST-EOF
046700            OR AH-ACCOUNT-NO NOT < AM-ACCOUNT-NO.
046800*
046900     PERFORM 3200-SCAN-HISTORY THRU 3200-EXIT
047000         UNTIL DL250-HIST-EOF
047100            OR AH-ACCOUNT-NO NOT = AM-ACCOUNT-NO.
047200*
047300     MOVE "OPENING BALANCE" TO DL250-AMT-LABEL.
047400     MOVE DL250-OPENING-BALANCE TO DL250-AMT-VALUE.
047500     MOVE SPACES TO DL250-AMT-NOTE.
047600     IF DL250-OPENING-FOUND
047700         STRING "AT CLOSE OF BUSINESS " DL250-OPENING-DATE
047800             DELIMITED BY SIZE INTO DL250-AMT-NOTE
047900         END-STRING
048000     ELSE
048100         MOVE "NO EARLIER HISTORY - TAKEN AS ZERO"
048200             TO DL250-AMT-NOTE
048300     END-IF.
048400     PERFORM 7100-WRITE-AMOUNT THRU 7100-EXIT.
048500     PERFORM 7130-WRITE-BLANK THRU 7130-EXIT.
048600*
048700 3000-EXIT.
048800     EXIT.
048900*
049000 3100-SKIP-HISTORY.
049100*
049200     PERFORM 3900-READ-HISTORY THRU 3900-EXIT.
049300*
049400 3100-EXIT.
049500     EXIT.
049600*
049700 3200-SCAN-HISTORY.
049800*
049900     IF AH-DAILY-SNAP
050000         IF AH-SNAP-DATE < DL250-FROM-DATE
050100             SET DL250-OPENING-FOUND TO TRUE
050200             MOVE AH-NEW-BALANCE TO DL250-OPENING-BALANCE
050300             MOVE AH-SNAP-DATE TO DL250-OPENING-DATE
050400         ELSE
050500             IF AH-SNAP-DATE NOT > DL250-TO-DATE
050600                 SET DL250-PERIOD-SNAP-FOUND TO TRUE
050700                 MOVE AH-NEW-BALANCE TO DL250-PERIOD-SNAP-BALANCE
050800                 MOVE AH-SNAP-DATE TO DL250-PERIOD-SNAP-DATE
050900             END-IF
051000         END-IF
051100     END-IF.
051200*
051300     PERFORM 3900-READ-HISTORY THRU 3900-EXIT.
051400*
051500 3200-EXIT.
051600     EXIT.
051700*
051800******************************************************************
051810*    4000-LIST-ITEMS  -  BRING THE LEDGER UP TO THIS ACCOUNT     *
051820*    AND FILE EVERY ITEM VALUED AFTER THE OPENING BALANCE AND BY *
051830*    THE END OF THE PERIOD ON THE WORK DATASET, THEN READ THEM   *
051840*    BACK AND PRINT THEM IN VALUE DATE ORDER.  THE LEDGER IS IN  *
051850*    POSTING ORDER, AND A BACK-VALUED ITEM BELONGS WHERE ITS     *
051860*    VALUE DATE PUTS IT.  OTHER ITEMS ARE PASSED OVER.  AN ITEM  *
051870*    FROM BEFORE THE LEDGER CARRIED A VALUE DATE IS TAKEN AS     *
051880*    VALUED ON ITS POST DATE.                                    *
052200******************************************************************
052300 4000-LIST-ITEMS.
052400*
052500     MOVE ZERO TO DL250-ACCT-ITEM-COUNT DL250-NET-MOVEMENT
052510                  DL250-SNAP-MOVEMENT.
052600*
052700     PERFORM 4100-SKIP-LEDGER THRU 4100-EXIT
052800         UNTIL DL250-LEDGER-EOF
052900            OR PL-ACCOUNT-NO NOT < AM-ACCOUNT-NO.
053000*
053100     PERFORM 4200-LEDGER-ITEM THRU 4200-EXIT
053200         UNTIL DL250-LEDGER-EOF
053300            OR PL-ACCOUNT-NO NOT = AM-ACCOUNT-NO.
053310*
053320     PERFORM 4300-START-ITEMS THRU 4300-EXIT.
053330*
053340     PERFORM 4400-PRINT-ITEM THRU 4400-EXIT
053350         UNTIL DL250-WORK-EOF
053360            OR SW-ACCOUNT-NO NOT = AM-ACCOUNT-NO.
053400*
053500     IF DL250-ACCT-ITEM-COUNT = ZERO
053600         MOVE SPACES TO DL250-PRINT-REC
053700         STRING "     *** NO ITEMS POSTED IN THE PERIOD ***"
053800             DELIMITED BY SIZE INTO DL250-PRINT-REC
053900         END-STRING
054000         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
054100     END-IF.
054200     PERFORM 7130-WRITE-BLANK THRU 7130-EXIT.
054300*
054400 4000-EXIT.
054500     EXIT.
054600*
054700 4100-SKIP-LEDGER.
054800*
054900     PERFORM 4900-READ-LEDGER THRU 4900-EXIT.
055000*
055100 4100-EXIT.
055200     EXIT.
055300*
055400 4200-LEDGER-ITEM.
055500*
055510     IF PL-VALUE-DATE IS NUMERIC
055520        AND PL-VALUE-DATE NOT = ZERO
055530         MOVE PL-VALUE-DATE TO DL250-ITEM-DATE
055540     ELSE
055550         MOVE PL-POST-DATE TO DL250-ITEM-DATE
055560     END-IF.
055570*
055580     IF DL250-ITEM-DATE > DL250-TO-DATE
055590         GO TO 4200-READ-NEXT
055600     END-IF.
055610     IF DL250-OPENING-FOUND
055620         IF DL250-ITEM-DATE NOT > DL250-OPENING-DATE
055630             GO TO 4200-READ-NEXT
055640         END-IF
055650     ELSE
055660         IF DL250-ITEM-DATE < DL250-FROM-DATE
055670             GO TO 4200-READ-NEXT
055680         END-IF
055690     END-IF.
055700*
055710     MOVE PL-ACCOUNT-NO TO SW-ACCOUNT-NO.
055720     MOVE DL250-ITEM-DATE TO SW-VALUE-DATE.
055730     MOVE PL-POST-DATE TO SW-POST-DATE.
055740     MOVE PL-SEQ-NO TO SW-SEQ-NO.
055750     MOVE PL-TYPE-CODE TO SW-TYPE-CODE.
055760     MOVE PL-CURRENCY-CODE TO SW-CURRENCY-CODE.
055770     MOVE PL-FOREIGN-AMT TO SW-FOREIGN-AMT.
055780     MOVE PL-BASE-AMT TO SW-BASE-AMT.
055790     MOVE PL-SOURCE-STEP TO SW-SOURCE-STEP.
055800     MOVE PL-REASON-CODE TO SW-REASON-CODE.
055810     MOVE SPACES TO SW-FILLER.
055820*
055830     WRITE DL250-WORK-REC.
055840     IF DL250-WORK-STATUS NOT = "00"
055850         DISPLAY "DL250 ABEND - WRITE FAILED FOR STMWORK, "
055860             "KEY = " SW-KEY
055870             ", STATUS = " DL250-WORK-STATUS
055880         MOVE 16 TO RETURN-CODE
055890         GOBACK
055900     END-IF.
057600*
057700 4200-READ-NEXT.
057800     PERFORM 4900-READ-LEDGER THRU 4900-EXIT.
057900*
058000 4200-EXIT.
058100     EXIT.
058101*
058102 4300-START-ITEMS.
058103*
058104     SET DL250-WORK-MORE TO TRUE.
058105     MOVE AM-ACCOUNT-NO TO SW-ACCOUNT-NO.
058106     MOVE ZERO TO SW-VALUE-DATE SW-POST-DATE SW-SEQ-NO.
058107     START DL250-WORK-FILE
058108         KEY IS NOT LESS THAN SW-KEY
058109         INVALID KEY
058110             SET DL250-WORK-EOF TO TRUE
058111     END-START.
058112     IF DL250-WORK-STATUS NOT = "00" AND NOT = "23"
058113         DISPLAY "DL250 ABEND - START FAILED FOR STMWORK, "
058114             "STATUS = " DL250-WORK-STATUS
058115         MOVE 16 TO RETURN-CODE
058116         GOBACK
058117     END-IF.
058118*
058119     IF NOT DL250-WORK-EOF
058120         PERFORM 4800-READ-WORK THRU 4800-EXIT
058121     END-IF.
058122*
058123 4300-EXIT.
058124     EXIT.
058125*
058126 4400-PRINT-ITEM.
058127*
058128*    THE RUNNING BALANCE IS RECOMPUTED IN VALUE DATE ORDER - THE
058129*    LEDGER'S OWN RUNNING BALANCE FOLLOWS THE ORDER OF POSTING.
058130     ADD SW-BASE-AMT TO DL250-NET-MOVEMENT.
058131     COMPUTE DL250-RUNNING-BALANCE =
058132         DL250-OPENING-BALANCE + DL250-NET-MOVEMENT.
058133     IF DL250-PERIOD-SNAP-FOUND
058134        AND SW-VALUE-DATE NOT > DL250-PERIOD-SNAP-DATE
058135         ADD SW-BASE-AMT TO DL250-SNAP-MOVEMENT
058136     END-IF.
058137*
058138     MOVE SW-VALUE-DATE TO DL250-DET-DATE.
058139     MOVE SW-POST-DATE TO DL250-DET-POSTED.
058140     MOVE SW-SEQ-NO TO DL250-DET-SEQ.
058141     MOVE SW-TYPE-CODE TO DL250-DET-TYPE.
058142     MOVE SW-CURRENCY-CODE TO DL250-DET-CURRENCY.
058143     MOVE SW-FOREIGN-AMT TO DL250-DET-FOREIGN.
058144     MOVE SW-BASE-AMT TO DL250-DET-BASE.
058145     MOVE DL250-RUNNING-BALANCE TO DL250-DET-RUNNING.
058146     MOVE SW-SOURCE-STEP TO DL250-DET-SOURCE.
058147     MOVE SW-REASON-CODE TO DL250-DET-REASON.
058148     MOVE DL250-DETAIL-LINE TO DL250-PRINT-REC.
058149     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
058150*
058151     ADD 1 TO DL250-ACCT-ITEM-COUNT.
058152     ADD 1 TO DL250-ITEM-COUNT.
058153*
058154     PERFORM 4800-READ-WORK THRU 4800-EXIT.
058155*
058156 4400-EXIT.
058157     EXIT.
058200*
058300******************************************************************
058310*    5000-PROVE-CLOSING  -  CLOSING BALANCE IS OPENING PLUS THE  *
058320*    PERIOD'S ITEMS.  A PERIOD RUNNING TO (OR PAST) THE LAST     *
058330*    POSTED DATE PROVES TO AM-NEW-BALANCE; ONE THAT ENDS         *
058340*    EARLIER PROVES TO THE LAST DAILY SNAPSHOT IN THE PERIOD,    *
058350*    WHICH HOLDS THE OPENING BALANCE PLUS THE ITEMS VALUED BY    *
058360*    ITS OWN DATE - AN ITEM VALUED BETWEEN IT AND THE END OF THE *
058370*    PERIOD IS NOT IN IT YET.  WITH NEITHER ON FILE THE          *
058380*    STATEMENT IS MARKED UNPROVEN.                               *
058900******************************************************************
059000 5000-PROVE-CLOSING.
059100*
059200     COMPUTE DL250-CLOSING-BALANCE =
059300         DL250-OPENING-BALANCE + DL250-NET-MOVEMENT.
059400*
059500     MOVE "ITEMS IN PERIOD" TO DL250-CNT-LABEL.
059600     MOVE DL250-ACCT-ITEM-COUNT TO DL250-CNT-VALUE.
059700     PERFORM 7110-WRITE-COUNT THRU 7110-EXIT.
059800     MOVE "NET MOVEMENT IN PERIOD" TO DL250-AMT-LABEL.
059900     MOVE DL250-NET-MOVEMENT TO DL250-AMT-VALUE.
060000     MOVE SPACES TO DL250-AMT-NOTE.
060100     PERFORM 7100-WRITE-AMOUNT THRU 7100-EXIT.
060200     MOVE "CLOSING BALANCE" TO DL250-AMT-LABEL.
060300     MOVE DL250-CLOSING-BALANCE TO DL250-AMT-VALUE.
060400     STRING "AT CLOSE OF BUSINESS " DL250-TO-DATE
060500         DELIMITED BY SIZE INTO DL250-AMT-NOTE
060600     END-STRING.
060700     PERFORM 7100-WRITE-AMOUNT THRU 7100-EXIT.
060800*
060900     MOVE SPACES TO DL250-AMT-NOTE.
061000     IF AM-LAST-POSTED-DATE NOT > DL250-TO-DATE
061100         MOVE AM-NEW-BALANCE TO DL250-PROOF-BALANCE
061110         MOVE DL250-CLOSING-BALANCE TO DL250-PROOF-TARGET
061200         MOVE "PROVED TO MASTER NEW BALANCE"
061300             TO DL250-AMT-LABEL
061400     ELSE
061500         IF DL250-PERIOD-SNAP-FOUND
061600             MOVE DL250-PERIOD-SNAP-BALANCE
061700                 TO DL250-PROOF-BALANCE
061710             COMPUTE DL250-PROOF-TARGET =
061720                 DL250-OPENING-BALANCE + DL250-SNAP-MOVEMENT
061800             MOVE "PROVED TO DAILY SNAPSHOT OF"
061900                 TO DL250-AMT-LABEL
062000             MOVE DL250-PERIOD-SNAP-DATE
062100                 TO DL250-AMT-LABEL (29:8)
062200         ELSE
062300             ADD 1 TO DL250-UNPROVEN-COUNT
062400             MOVE SPACES TO DL250-PRINT-REC
062500             STRING "     *** NO BALANCE ON FILE FOR THE END "
062600                    "OF THE PERIOD - NOT PROVEN ***"
062700                 DELIMITED BY SIZE INTO DL250-PRINT-REC
062800             END-STRING
062900             PERFORM 7000-WRITE-LINE THRU 7000-EXIT
063000             GO TO 5000-EXIT
063100         END-IF
063200     END-IF.
063300*
063400     MOVE DL250-PROOF-BALANCE TO DL250-AMT-VALUE.
063500     IF DL250-PROOF-BALANCE = DL250-PROOF-TARGET
063600         MOVE "PROVED" TO DL250-AMT-NOTE
063700         ADD 1 TO DL250-PROVED-COUNT
063800     ELSE
063900         MOVE "*** DOES NOT PROVE ***" TO DL250-AMT-NOTE
064000         ADD 1 TO DL250-BREAK-COUNT
064100     END-IF.
064200     PERFORM 7100-WRITE-AMOUNT THRU 7100-EXIT.
064300*
064400 5000-EXIT.
064500     EXIT.
064600*
064700******************************************************************
064800*    2900-READ-MASTER  -  READ THE NEXT MASTER RECORD IN KEY     *
064900*    ORDER.                                                      *
065000******************************************************************
065100 2900-READ-MASTER.
065200*
065300     READ DL250-MASTER-FILE
065400         AT END
065500             SET DL250-MASTER-EOF TO TRUE
065600     END-READ.
065700*
065800     IF DL250-MASTER-STATUS NOT = "00" AND NOT = "10"
065900         DISPLAY "DL250 ABEND - READ FAILED FOR ACCTMST, "
066000             "STATUS = " DL250-MASTER-STATUS
066100         MOVE 16 TO RETURN-CODE
066200         GOBACK
066300     END-IF.
066400     IF NOT DL250-MASTER-EOF
066500         ADD 1 TO DL250-MASTER-READ-COUNT
066600     END-IF.
066700*
066800 2900-EXIT.
066900     EXIT.
067000*
067100******************************************************************
067200*    3900-READ-HISTORY  -  READ THE NEXT HISTORY RECORD IN KEY   *
067300*    ORDER.                                                      *
067400******************************************************************
067500 3900-READ-HISTORY.
067600*
067700     READ DL250-HIST-FILE
067800         AT END
067900             SET DL250-HIST-EOF TO TRUE
068000     END-READ.
068100*
068200     IF DL250-HIST-STATUS NOT = "00" AND NOT = "10"
068300         DISPLAY "DL250 ABEND - READ FAILED FOR ACCTHIST, "
068400             "STATUS = " DL250-HIST-STATUS
068500         MOVE 16 TO RETURN-CODE
068600         GOBACK
068700     END-IF.
068800     IF NOT DL250-HIST-EOF
068900         ADD 1 TO DL250-HIST-READ-COUNT
069000     END-IF.
069100*
069200 3900-EXIT.
069300     EXIT.
069400*
069404******************************************************************
069408*    4800-READ-WORK  -  READ THE NEXT ITEM FROM THE WORK DATASET *
069412*    IN ACCOUNT AND VALUE DATE ORDER.                            *
069416******************************************************************
069420 4800-READ-WORK.
069424*
069428     READ DL250-WORK-FILE NEXT RECORD
069432         AT END
069436             SET DL250-WORK-EOF TO TRUE
069440     END-READ.
069444     IF DL250-WORK-STATUS NOT = "00" AND NOT = "10"
069448         DISPLAY "DL250 ABEND - READ FAILED FOR STMWORK, "
069452             "STATUS = " DL250-WORK-STATUS
069456         MOVE 16 TO RETURN-CODE
069460         GOBACK
069464     END-IF.
069468*
069472 4800-EXIT.
069476     EXIT.
069480*
069500******************************************************************
069600*    4900-READ-LEDGER  -  READ THE NEXT LEDGER ITEM IN KEY       *
069700*    ORDER.                                                      *
069800******************************************************************
069900 4900-READ-LEDGER.
070000*
070100     READ DL250-LEDGER-FILE
070200         AT END
070300             SET DL250-LEDGER-EOF TO TRUE
070400     END-READ.
070500*
070600     IF DL250-LEDGER-STATUS NOT = "00" AND NOT = "10"
070700         DISPLAY "DL250 ABEND - READ FAILED FOR POSTLEDG, "
070800             "STATUS = " DL250-LEDGER-STATUS
070900         MOVE 16 TO RETURN-CODE
071000         GOBACK
071100     END-IF.
071200     IF NOT DL250-LEDGER-EOF
071300         ADD 1 TO DL250-LEDGER-READ-COUNT
071400     END-IF.
071500*
071600 4900-EXIT.
071700     EXIT.
071800*
071900******************************************************************
072000*    7000-WRITE-LINE  -  WRITE WHATEVER IS IN THE PRINT RECORD,  *
072100*    BREAKING TO A NEW PAGE HEADING WHEN THE PAGE IS FULL.       *
072200******************************************************************
072300 7000-WRITE-LINE.
072400*
072500     IF DL250-LINE-COUNT >= DL250-LINE-MAX
072600         PERFORM 7200-PAGE-HEADING THRU 7200-EXIT
072700     END-IF.
072800*
072900     WRITE DL250-PRINT-REC AFTER ADVANCING 1 LINE.
073000     IF DL250-REPORT-STATUS NOT = "00"
073100         DISPLAY "DL250 ABEND - WRITE FAILED FOR STMTRPT, "
073200             "STATUS = " DL250-REPORT-STATUS
073300         MOVE 16 TO RETURN-CODE
073400         GOBACK
073500     END-IF.
073600     ADD 1 TO DL250-LINE-COUNT.
073700*
073800 7000-EXIT.
073900     EXIT.
074000*
074100******************************************************************
074200*    7100-WRITE-AMOUNT / 7110-WRITE-COUNT / 7130-WRITE-BLANK  -  *
074300*    MOVE THE PREPARED LINE LAYOUT INTO THE PRINT RECORD AND     *
074400*    WRITE IT.                                                   *
074500******************************************************************
074600 7100-WRITE-AMOUNT.
074700*
074800     MOVE DL250-AMOUNT-LINE TO DL250-PRINT-REC.
074900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
075000*
075100 7100-EXIT.
075200     EXIT.
075300*
075400 7110-WRITE-COUNT.
075500*
075600     MOVE DL250-COUNT-LINE TO DL250-PRINT-REC.
075700     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
075800*
075900 7110-EXIT.
076000     EXIT.
076100*
076200 7130-WRITE-BLANK.
076300*
076400     MOVE SPACES TO DL250-PRINT-REC.
076500     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
076600*
076700 7130-EXIT.
076800     EXIT.
076900*
077000******************************************************************
077100*    7200-PAGE-HEADING  -  THROW A NEW PAGE AND WRITE THE        *
077200*    HEADING LINES, THE COLUMN HEADINGS AND A SPACER.            *
077300******************************************************************
077400 7200-PAGE-HEADING.
077500*
077600     ADD 1 TO DL250-PAGE-COUNT.
077700     MOVE DL250-PAGE-COUNT TO DL250-H1-PAGE.
077800     MOVE DL250-FROM-DATE TO DL250-H2-FROM.
077900     MOVE DL250-TO-DATE TO DL250-H2-TO.
078000     MOVE DL250-RUN-DATE TO DL250-H2-RUNDATE.
078100*
078200     MOVE DL250-HEADING-1 TO DL250-PRINT-REC.
078300     IF DL250-PAGE-COUNT = 1
078400         WRITE DL250-PRINT-REC AFTER ADVANCING 1 LINE
078500     ELSE
078600         WRITE DL250-PRINT-REC AFTER ADVANCING PAGE
078700     END-IF.
078800     IF DL250-REPORT-STATUS NOT = "00"
078900         DISPLAY "DL250 ABEND - WRITE FAILED FOR STMTRPT "
079000             "(HEADING), STATUS = " DL250-REPORT-STATUS
079100         MOVE 16 TO RETURN-CODE
079200         GOBACK
079300     END-IF.
079400*
079500     MOVE DL250-HEADING-2 TO DL250-PRINT-REC.
079600     WRITE DL250-PRINT-REC AFTER ADVANCING 1 LINE.
079700     IF DL250-REPORT-STATUS NOT = "00"
079800         DISPLAY "DL250 ABEND - WRITE FAILED FOR STMTRPT "
079900             "(HEADING), STATUS = " DL250-REPORT-STATUS
080000         MOVE 16 TO RETURN-CODE
080100         GOBACK
080200     END-IF.
080300*
080400     MOVE SPACES TO DL250-PRINT-REC.
080500     WRITE DL250-PRINT-REC AFTER ADVANCING 1 LINE.
080600     IF DL250-REPORT-STATUS NOT = "00"
080700         DISPLAY "DL250 ABEND - WRITE FAILED FOR STMTRPT "
080800             "(HEADING), STATUS = " DL250-REPORT-STATUS
080900         MOVE 16 TO RETURN-CODE
081000         GOBACK
081100     END-IF.
081200*
081300     MOVE DL250-HEADING-3 TO DL250-PRINT-REC.
081400     WRITE DL250-PRINT-REC AFTER ADVANCING 1 LINE.
081500     IF DL250-REPORT-STATUS NOT = "00"
081600         DISPLAY "DL250 ABEND - WRITE FAILED FOR STMTRPT "
081700             "(HEADING), STATUS = " DL250-REPORT-STATUS
081800         MOVE 16 TO RETURN-CODE
081900         GOBACK
082000     END-IF.
082100*
082200     MOVE 4 TO DL250-LINE-COUNT.
082300*
082400 7200-EXIT.
082500     EXIT.
082600*
082700******************************************************************
082800*    8000-PRINT-SUMMARY  -  CLOSE THE RUN OFF ON A PAGE OF ITS   *
082900*    OWN WITH THE STATEMENT COUNTS, SO A STATEMENT THAT DID NOT  *
083000*    PROVE CANNOT GO OUT UNNOTICED.                              *
083100******************************************************************
083200 8000-PRINT-SUMMARY.
083300*
083400     MOVE "ALL" TO DL250-H2-ACCOUNT.
083500     MOVE DL250-LINE-MAX TO DL250-LINE-COUNT.
083600*
083700     MOVE "STATEMENTS PRINTED" TO DL250-CNT-LABEL.
083800     MOVE DL250-STATEMENT-COUNT TO DL250-CNT-VALUE.
083900     PERFORM 7110-WRITE-COUNT THRU 7110-EXIT.
084000     MOVE "ITEMS STATED" TO DL250-CNT-LABEL.
084100     MOVE DL250-ITEM-COUNT TO DL250-CNT-VALUE.
084200     PERFORM 7110-WRITE-COUNT THRU 7110-EXIT.
084300     MOVE "STATEMENTS PROVED" TO DL250-CNT-LABEL.
084400     MOVE DL250-PROVED-COUNT TO DL250-CNT-VALUE.
084500     PERFORM 7110-WRITE-COUNT THRU 7110-EXIT.
084600     MOVE "STATEMENTS NOT PROVEN (NO BALANCE)" TO DL250-CNT-LABEL.
084700     MOVE DL250-UNPROVEN-COUNT TO DL250-CNT-VALUE.
084800     PERFORM 7110-WRITE-COUNT THRU 7110-EXIT.
084900     MOVE "STATEMENTS THAT DO NOT PROVE" TO DL250-CNT-LABEL.
085000     MOVE DL250-BREAK-COUNT TO DL250-CNT-VALUE.
085100     PERFORM 7110-WRITE-COUNT THRU 7110-EXIT.
085200*
085300     IF DL250-STATEMENT-COUNT = ZERO
085400         PERFORM 7130-WRITE-BLANK THRU 7130-EXIT
085500         MOVE SPACES TO DL250-PRINT-REC
085600         STRING "     *** NO ACCOUNT ON THE MASTER MATCHED THE "
085700                "ACCOUNT= PARAMETER ***"
085800             DELIMITED BY SIZE INTO DL250-PRINT-REC
085900         END-STRING
086000         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
086100     END-IF.
086200*
086300 8000-EXIT.
086400     EXIT.
086500*
086600******************************************************************
086700*    9000-TERMINATE  -  DISPLAY THE RUN TOTALS, SET THE RETURN   *
086800*    CODE AND CLOSE EVERY DATASET.                               *
086900******************************************************************
087000 9000-TERMINATE.
087100*
087200     DISPLAY "DL250 COMPLETE - ACCOUNTS READ      : "
087300         DL250-MASTER-READ-COUNT.
087400     DISPLAY "DL250 COMPLETE - STATEMENTS PRINTED : "
087500         DL250-STATEMENT-COUNT.
087600     DISPLAY "DL250 COMPLETE - ITEMS STATED       : "
087700         DL250-ITEM-COUNT.
087800     DISPLAY "DL250 COMPLETE - PROVED             : "
087900         DL250-PROVED-COUNT.
088000     DISPLAY "DL250 COMPLETE - NOT PROVEN         : "
088100         DL250-UNPROVEN-COUNT.
088200     DISPLAY "DL250 COMPLETE - DO NOT PROVE       : "
088300         DL250-BREAK-COUNT.
088400*
088500     IF DL250-BREAK-COUNT > ZERO
088600         DISPLAY "DL250 WARNING - STATEMENTS DO NOT PROVE TO "
088700             "THE MASTER - SEE STMTRPT"
088800         MOVE 8 TO RETURN-CODE
088900     END-IF.
089000*
089100     CLOSE DL250-MASTER-FILE
089200           DL250-HIST-FILE
089210           DL250-LEDGER-FILE
089220           DL250-WORK-FILE
089230           DL250-REPORT-FILE.
089500*
089600 9000-EXIT.
089700     EXIT.
