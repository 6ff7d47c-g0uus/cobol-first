000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  DL810                                          *
000400*                                                                *
000500*    MONTHLY SERVICE CHARGE AND FEE ASSESSMENT STEP.             *
000600*                                                                *
000700*    RUN AFTER THE DL230 MODE=MONTHEND CUT.  READS THE BALANCE   *
000800*    HISTORY (ACCTHIST) FRONT TO BACK AND, FOR EVERY ACCOUNT,    *
000900*    WORKS OUT FROM THE MONTH'S "D" DAILY SNAPSHOTS THE AVERAGE  *
001000*    DAILY BALANCE, THE NUMBER OF DAYS OVERDRAWN AND THE         *
001100*    MINIMUM BALANCE.  THE FEE SCHEDULE (FEESCHED) IS APPLIED BY *
001200*    ACCOUNT RANGE THE SAME WAY ACCRATES DRIVES DL800, AND EACH  *
001300*    FEE CHARGED GOES OUT AS ONE ADJUSTMENT-TYPE ("A") DETAIL IN *
001400*    FULL TRANSIN FORMAT ON FEEOUT (HEADER, DETAILS, TRAILER     *
001500*    WITH COUNT AND HASH) FOR THE NEXT POSTING RUN.  THE PRINTED *
001600*    FEE REGISTER (FEERPT) LISTS EVERY FEE ASSESSED - CHARGED,   *
001700*    WAIVED OR CAPPED - AND TOTALS THEM BY FEE TYPE.  THE        *
001800*    SPREADSHEET WORKED OFF THE DL240 AS-OF REPORT IS RETIRED.   *
001900*                                                                *
002000*    THREE FEE TYPES:                                            *
002100*                                                                *
002200*      MAINTENANCE     THE FLAT MONTHLY FEE, WAIVED WHEN THE     *
002300*                      AVERAGE DAILY BALANCE REACHES THE BAND'S  *
002400*                      WAIVER BALANCE.                           *
002500*      LOW BALANCE     CHARGED WHEN THE MINIMUM BALANCE FELL     *
002600*                      BELOW THE BAND'S LOW-BALANCE LIMIT.       *
002700*      OVERDRAFT DAYS  A FEE PER CALENDAR DAY OVERDRAWN, CAPPED  *
002800*                      AT THE BAND'S MONTHLY CAP WHEN ONE IS SET.*
002900*                                                                *
003000*    A BAND FLAGGED NO-FEE HAS EVERY FEE ASSESSED AND PRINTED    *
003100*    AS WAIVED, SO THE REGISTER SHOWS WHAT WAS GIVEN UP.         *
003200*                                                                *
003300*    BALANCES HERE ARE THE CUSTOMER'S SIDE OF THE LEDGER - THE   *
003400*    CREDIT BALANCE, THE SIGN OF AH-NEW-BALANCE TURNED OVER - SO *
003500*    A "LOW" BALANCE IS A SMALL OR NEGATIVE ONE AND AN ACCOUNT   *
003600*    IS OVERDRAWN WHILE ITS LEDGER BALANCE IS A DEBIT.  EACH     *
003700*    SNAPSHOT STANDS FOR EVERY CALENDAR DAY UNTIL THE NEXT ONE   *
003800*    (THE LAST UNTIL THE END OF THE MONTH), SO WEEKENDS AND      *
003900*    HOLIDAYS CARRY THE BALANCE LEFT ON THE DAY BEFORE.  THE     *
003910*    MONTH OPENS ON THE ACCOUNT'S LAST "D" SNAPSHOT BEFORE IT    *
003920*    (ZERO FOR AN ACCOUNT WITH NONE), WHICH STANDS FROM THE 1ST  *
003930*    UNTIL THE MONTH'S FIRST SNAPSHOT, SO THE AVERAGE IS TAKEN   *
003940*    OVER EVERY DAY OF THE MONTH.                                *
004000*                                                                *
004100*    AN ACCOUNT WITH NO "M" MONTH-END SNAPSHOT FOR THE MONTH IS  *
004200*    NOT ASSESSED - ITS MONTH WAS NEVER CUT.  AN ACCOUNT NO      *
004300*    LONGER ON THE MASTER (CLOSED IN THE MONTH) IS NOT CHARGED.  *
004400*    A FEE BEYOND THE TRANSIN AMOUNT LIMIT IS HELD OFF FEEOUT.   *
004500*    ANY OF THESE ENDS THE STEP WITH RETURN CODE 8 EXCEPT THE    *
004600*    CLOSED ACCOUNTS, WHICH ARE ONLY COUNTED.                    *
004700*                                                                *
004800*    RUN PARAMETERS (COMMA SEPARATED, KEYWORD=VALUE):            *
004900*        BUSDATE=YYYYMMDD  BUSINESS DATE FOR THE FEEOUT HEADER - *
005000*                          NORMALLY THE NEXT POSTING DAY         *
005100*                          (DEFAULT: THE RUN DATE).              *
005200*        MONTH=YYYYMM      THE MONTH BEING CHARGED (DEFAULT: THE *
005300*                          MONTH BEFORE THE BUSINESS DATE'S).    *
005400*                                                                *
005500*    MODIFICATION HISTORY.                                      *
005600*    DATE       INIT  DESCRIPTION                                *
005700*    ---------  ----  ------------------------------------------ *
005800*    2026-10-15 JHD   ORIGINAL PROGRAM.  THE MONTHLY FEES WERE   *
005900*                     WORKED OUT IN A SPREADSHEET FROM THE AS-OF *
006000*                     REPORT AND KEYED IN AS ADJUSTMENTS.        *
006010*    2026-10-15 JHD   THE MONTH NOW OPENS ON THE LAST SNAPSHOT   *
006020*                     BEFORE IT.  PRIOR-MONTH SNAPSHOTS WERE     *
006030*                     DROPPED, SO THE DAYS BEFORE AN ACCOUNT'S   *
006040*                     FIRST SNAPSHOT WENT UNCOUNTED IN THE       *
006050*                     AVERAGE AND THE DAYS OVERDRAWN.            *
006100*                                                                *
006200******************************************************************
006300 IDENTIFICATION DIVISION.
006400 PROGRAM-ID. DL810.
006500 AUTHOR. J H DRAYTON.
006600 INSTALLATION. DAILY LEDGER SUITE.
006700 DATE-WRITTEN. 2026-10-15.
006800 DATE-COMPILED.
006900*
007000 ENVIRONMENT DIVISION.
007100 CONFIGURATION SECTION.
007200 SOURCE-COMPUTER. IBM-370.
007300 OBJECT-COMPUTER. IBM-370.
007400*
007500 INPUT-OUTPUT SECTION.
007600 FILE-CONTROL.
007700*
007800*        ACCTHIST  - THE CUMULATIVE BALANCE HISTORY (INPUT, READ
007900*                    FRONT TO BACK IN KEY ORDER).
008000*        ACCTMST   - THE ACCOUNT BALANCE MASTER (INPUT, READ BY
008100*                    KEY TO SKIP ACCOUNTS CLOSED IN THE MONTH).
008200*        FEESCHED  - THE FEE SCHEDULE BY ACCOUNT RANGE (INPUT).
008300*        FEEOUT    - THE FEE POSTINGS IN TRANSIN FORMAT
008400*                    (OUTPUT), FOR THE NEXT POSTING RUN.
008500*        FEERPT    - THE PRINTED FEE REGISTER.
008600*
008700     SELECT DL810-HIST-FILE
008800         ASSIGN TO ACCTHIST
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS SEQUENTIAL
009100         RECORD KEY IS AH-KEY
009200         FILE STATUS IS DL810-HIST-STATUS.
009300*
009400     SELECT DL810-MASTER-FILE
009500         ASSIGN TO ACCTMST
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS RANDOM
009800         RECORD KEY IS AM-ACCOUNT-NO
009900         FILE STATUS IS DL810-MASTER-STATUS.
010000*
010100     SELECT DL810-SCHED-FILE
010200         ASSIGN TO FEESCHED
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS DL810-SCHED-STATUS.
010500*
010600     SELECT DL810-FEE-FILE
010700         ASSIGN TO FEEOUT
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS DL810-FEE-STATUS.
011000*
011100     SELECT DL810-REGISTER-FILE
011200         ASSIGN TO FEERPT
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS DL810-REGISTER-STATUS.
011500*
011600 DATA DIVISION.
011700 FILE SECTION.
011800*
011900 FD  DL810-HIST-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY DL230AHS.
012200*
012300 FD  DL810-MASTER-FILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY DL200AMS.
012600*
012700 FD  DL810-SCHED-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  DL810-SCHED-REC.
013000     05  FS-RANGE-LOW                PIC 9(6).
013100     05  FS-RANGE-HIGH               PIC 9(6).
013200     05  FS-MAINT-FEE                PIC 9(4)V9(2).
013300     05  FS-WAIVE-BALANCE            PIC 9(7)V9(2).
013400     05  FS-LOW-BAL-LIMIT            PIC 9(7)V9(2).
013500     05  FS-LOW-BAL-FEE              PIC 9(4)V9(2).
013600     05  FS-OD-DAY-FEE               PIC 9(4)V9(2).
013700     05  FS-OD-FEE-CAP               PIC 9(4)V9(2).
013800     05  FS-NO-FEE-FLAG              PIC X(01).
013900         88  FS-NO-FEE               VALUE "Y".
014000     05  FS-FILLER                   PIC X(05).
014100*
014200 FD  DL810-FEE-FILE
014300     LABEL RECORDS ARE STANDARD.
014400     COPY DL100TRN.
014500*
014600 FD  DL810-REGISTER-FILE
014700     LABEL RECORDS ARE OMITTED.
014800 01  DL810-PRINT-REC                 PIC X(132).
014900*
015000 WORKING-STORAGE SECTION.
015100*
015200 01  DL810-FILE-STATUSES.
015300     05  DL810-HIST-STATUS           PIC X(02).
015400     05  DL810-MASTER-STATUS         PIC X(02).
015500     05  DL810-SCHED-STATUS          PIC X(02).
015600     05  DL810-FEE-STATUS            PIC X(02).
015700     05  DL810-REGISTER-STATUS       PIC X(02).
015800*
015900 01  DL810-SWITCHES.
016000     05  DL810-HIST-EOF-SW           PIC X(01) VALUE "N".
016100         88  DL810-HIST-EOF          VALUE "Y".
016200     05  DL810-SCHED-EOF-SW          PIC X(01) VALUE "N".
016300         88  DL810-SCHED-EOF         VALUE "Y".
016400     05  DL810-BAND-FOUND-SW         PIC X(01) VALUE "N".
016500         88  DL810-BAND-FOUND        VALUE "Y".
016600         88  DL810-BAND-MISSING      VALUE "N".
016700     05  DL810-ACCOUNT-HELD-SW       PIC X(01) VALUE "N".
016800         88  DL810-ACCOUNT-HELD      VALUE "Y".
016900     05  DL810-MONTH-CUT-SW          PIC X(01) VALUE "N".
017000         88  DL810-MONTH-CUT         VALUE "Y".
017100     05  DL810-SNAP-HELD-SW          PIC X(01) VALUE "N".
017200         88  DL810-SNAP-HELD         VALUE "Y".
017300*
017400 01  DL810-COUNTERS.
017500     05  DL810-HIST-COUNT            PIC 9(8) COMP VALUE ZERO.
017600     05  DL810-SNAP-COUNT            PIC 9(8) COMP VALUE ZERO.
017700     05  DL810-ACCOUNT-COUNT         PIC 9(8) COMP VALUE ZERO.
017800     05  DL810-ASSESSED-COUNT        PIC 9(8) COMP VALUE ZERO.
017900     05  DL810-NOT-CUT-COUNT         PIC 9(8) COMP VALUE ZERO.
018000     05  DL810-CLOSED-COUNT          PIC 9(8) COMP VALUE ZERO.
018100     05  DL810-NO-BAND-COUNT         PIC 9(8) COMP VALUE ZERO.
018200     05  DL810-FEE-COUNT             PIC 9(8) COMP VALUE ZERO.
018300     05  DL810-OVER-LIMIT-COUNT      PIC 9(8) COMP VALUE ZERO.
018400*
018500 01  DL810-FEE-HASH                  PIC S9(10)V9(4) COMP-3
018600                                     VALUE ZERO.
018700 01  DL810-FEE-TOTAL                 PIC S9(9)V9(4) COMP-3
018800                                     VALUE ZERO.
018900*
019000******************************************************************
019100*    MONTH BEING CHARGED.  THE SNAPSHOT DATE IS MOVED INTO THE   *
019200*    WORK DATE SO ITS YEAR AND MONTH CAN BE TESTED AS ONE FIELD. *
019210*    THE MONTH'S FIRST DAY AND THE DAY AFTER ITS LAST ARE KEPT   *
019220*    AS DAY NUMBERS, AND THE DAYS BETWEEN AS THE MONTH'S LENGTH. *
019300******************************************************************
019400 01  DL810-FEE-MONTH                 PIC 9(6) VALUE ZERO.
019500 01  DL810-FEE-MONTH-PARTS REDEFINES DL810-FEE-MONTH.
019600     05  DL810-FEE-YEAR              PIC 9(4).
019700     05  DL810-FEE-MM                PIC 9(2).
019800 01  DL810-SNAP-DATE                 PIC 9(8).
019900 01  DL810-SNAP-DATE-PARTS REDEFINES DL810-SNAP-DATE.
020000     05  DL810-SNAP-MONTH            PIC 9(6).
020100     05  DL810-SNAP-DD               PIC 9(2).
020200 01  DL810-MONTH-END-DAYS            PIC S9(9) COMP VALUE ZERO.
020210 01  DL810-MONTH-START-DAYS          PIC S9(9) COMP VALUE ZERO.
020220 01  DL810-MONTH-DAYS                PIC S9(9) COMP VALUE ZERO.
020300*
020400******************************************************************
020500*    ONE ACCOUNT'S MONTH, BUILT UP SNAPSHOT BY SNAPSHOT.  THE    *
020600*    HELD SNAPSHOT IS WEIGHTED BY THE CALENDAR DAYS IT STOOD     *
020700*    ONCE THE NEXT ONE (OR THE END OF THE MONTH) ARRIVES.  THE   *
020710*    OPENING BALANCE IS THE LAST "D" SNAPSHOT BEFORE THE MONTH.  *
020800******************************************************************
020900 01  DL810-ACCOUNT-WORK.
021000     05  DL810-CUR-ACCOUNT           PIC 9(6) VALUE ZERO.
021100     05  DL810-HELD-DAYS             PIC S9(9) COMP.
021200     05  DL810-HELD-BALANCE          PIC S9(9)V9(3) COMP-3.
021210     05  DL810-OPEN-BALANCE          PIC S9(9)V9(3) COMP-3.
021300     05  DL810-DAYS-STOOD            PIC S9(9) COMP.
021400     05  DL810-DAYS-COVERED          PIC S9(9) COMP.
021500     05  DL810-OD-DAYS               PIC S9(9) COMP.
021600     05  DL810-BALANCE-DAYS          PIC S9(13)V9(3) COMP-3.
021700     05  DL810-AVERAGE-BALANCE       PIC S9(9)V9(3) COMP-3.
021800     05  DL810-MINIMUM-BALANCE       PIC S9(9)V9(3) COMP-3.
021900     05  DL810-CREDIT-BALANCE        PIC S9(9)V9(3) COMP-3.
022000*
022100******************************************************************
022200*    ONE FEE AS ASSESSED AND AS CHARGED.  FEE-SUB PICKS THE FEE  *
022300*    TYPE; THE NOTE SAYS WHETHER IT WAS WAIVED OR CAPPED.        *
022400******************************************************************
022500 01  DL810-FEE-WORK.
022600     05  DL810-FEE-SUB               PIC 9(1) COMP.
022700     05  DL810-FEE-ASSESSED          PIC S9(7)V9(2) COMP-3.
022800     05  DL810-FEE-CHARGED           PIC S9(7)V9(2) COMP-3.
022900     05  DL810-FEE-OUT               PIC S9(4)V9(4).
023000     05  DL810-FEE-NOTE-SW           PIC X(01).
023100         88  DL810-FEE-IN-FULL       VALUE "F".
023200         88  DL810-FEE-WAIVED        VALUE "W".
023300         88  DL810-FEE-CAPPED        VALUE "C".
023400*
023500******************************************************************
023600*    FEE TYPE TABLE - THE NAME EACH TYPE PRINTS UNDER AND ITS    *
023700*    REGISTER TOTALS.  1 MAINTENANCE, 2 LOW BALANCE, 3 OVERDRAFT *
023800*    DAYS.                                                       *
023900******************************************************************
024000 01  DL810-FEE-TYPE-NAMES.
024100     05  FILLER                      PIC X(16) VALUE
024200         "MAINTENANCE".
024300     05  FILLER                      PIC X(16) VALUE
024400         "LOW BALANCE".
024500     05  FILLER                      PIC X(16) VALUE
024600         "OVERDRAFT DAYS".
024700 01  DL810-FEE-TYPE-NAME-TABLE REDEFINES DL810-FEE-TYPE-NAMES.
024800     05  DL810-FEE-TYPE-NAME         PIC X(16) OCCURS 3 TIMES.
024900*
025000 01  DL810-FEE-TYPE-TOTALS.
025100     05  DL810-FEE-TYPE-ENTRY        OCCURS 3 TIMES.
025200         10  DL810-FT-CHARGED-COUNT  PIC 9(8) COMP.
025300         10  DL810-FT-CHARGED-AMT    PIC S9(9)V9(2) COMP-3.
025400         10  DL810-FT-WAIVED-COUNT   PIC 9(8) COMP.
025500         10  DL810-FT-WAIVED-AMT     PIC S9(9)V9(2) COMP-3.
025600         10  DL810-FT-CAPPED-COUNT   PIC 9(8) COMP.
025700         10  DL810-FT-CAPPED-AMT     PIC S9(9)V9(2) COMP-3.
025800*
025900******************************************************************
026000*    FEE SCHEDULE BAND TABLE - LOADED FROM FEESCHED AT OPEN.     *
026100*    BANDS MUST ARRIVE ASCENDING AND MUST NOT OVERLAP; A GAP     *
026200*    BETWEEN BANDS IS ALLOWED AND SIMPLY IS NOT CHARGED.         *
026300******************************************************************
026400 01  DL810-BAND-TABLE.
026500     05  DL810-BAND-MAX              PIC 9(3) COMP VALUE 50.
026600     05  DL810-BAND-COUNT            PIC 9(3) COMP VALUE ZERO.
026700     05  DL810-BAND-ENTRY            OCCURS 50 TIMES
026800                                     INDEXED BY DL810-BAND-IX.
026900         10  DL810-BAND-LOW          PIC 9(6).
027000         10  DL810-BAND-HIGH         PIC 9(6).
027100         10  DL810-BAND-MAINT-FEE    PIC 9(4)V9(2) COMP-3.
027200         10  DL810-BAND-WAIVE-BAL    PIC 9(7)V9(2) COMP-3.
027300         10  DL810-BAND-LOW-LIMIT    PIC 9(7)V9(2) COMP-3.
027400         10  DL810-BAND-LOW-FEE      PIC 9(4)V9(2) COMP-3.
027500         10  DL810-BAND-OD-FEE       PIC 9(4)V9(2) COMP-3.
027600         10  DL810-BAND-OD-CAP       PIC 9(4)V9(2) COMP-3.
027700         10  DL810-BAND-NO-FEE       PIC X(01).
027800*
027900******************************************************************
028000*    RUN PARAMETER HANDLING  (BUSDATE= / MONTH=)                 *
028100******************************************************************
028200 01  DL810-PARM-STRING               PIC X(80).
028300 01  DL810-PARM-TOKENS.
028400     05  DL810-PARM-TOKEN OCCURS 2 TIMES
028500                                     PIC X(40).
028600 01  DL810-PARM-IX                   PIC 9(1) COMP.
028700 01  DL810-PARM-KEY                  PIC X(20).
028800 01  DL810-PARM-VALUE                PIC X(20).
028900 01  DL810-PARM-VALUE-LEN            PIC 9(2) COMP.
029000*
029100 01  DL810-BUSINESS-DATE             PIC 9(8) VALUE ZERO.
029200 01  DL810-RUN-DATE                  PIC 9(8).
029300*
029400     COPY DL100DTW.
029500*
029600******************************************************************
029700*    FEE REGISTER PRINT LINES                                    *
029800******************************************************************
029900 01  DL810-REG-HEADING-1.
030000     05  FILLER                      PIC X(08) VALUE "DL810".
030100     05  FILLER                      PIC X(30) VALUE
030200         "MONTHLY FEE REGISTER".
030300     05  FILLER                      PIC X(06) VALUE "MONTH ".
030400     05  DL810-H1-MONTH              PIC 9(6).
030500     05  FILLER                      PIC X(04) VALUE SPACES.
030600     05  FILLER                      PIC X(14) VALUE
030700         "POSTING DATE ".
030800     05  DL810-H1-BUSDATE            PIC 9(8).
030900     05  FILLER                      PIC X(56) VALUE SPACES.
031000*
031100 01  DL810-REG-HEADING-2.
031200     05  FILLER                      PIC X(05) VALUE SPACES.
031300     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
031400     05  FILLER                      PIC X(17) VALUE "FEE TYPE".
031500     05  FILLER                      PIC X(16) VALUE
031600         "    AVG BALANCE".
031700     05  FILLER                      PIC X(16) VALUE
031800         "    MIN BALANCE".
031900     05  FILLER                      PIC X(08) VALUE "OD DAYS".
032000     05  FILLER                      PIC X(13) VALUE
032100         "    ASSESSED".
032200     05  FILLER                      PIC X(13) VALUE
032300         "     CHARGED".
032400     05  FILLER                      PIC X(36) VALUE "NOTE".
032500*
032600 01  DL810-REG-FEE-LINE.
032700     05  FILLER                      PIC X(05) VALUE SPACES.
032800     05  DL810-REG-ACCOUNT           PIC 9(6).
032900     05  FILLER                      PIC X(02) VALUE SPACES.
033000     05  DL810-REG-FEE-TYPE          PIC X(16).
033100     05  FILLER                      PIC X(01) VALUE SPACES.
033200     05  DL810-REG-AVERAGE           PIC ---,---,--9.999.
033300     05  FILLER                      PIC X(01) VALUE SPACES.
033400     05  DL810-REG-MINIMUM           PIC ---,---,--9.999.
033500     05  FILLER                      PIC X(03) VALUE SPACES.
033600     05  DL810-REG-OD-DAYS           PIC ZZ9.
033700     05  FILLER                      PIC X(02) VALUE SPACES.
033800     05  DL810-REG-ASSESSED          PIC Z,ZZZ,ZZ9.99.
033900     05  FILLER                      PIC X(01) VALUE SPACES.
034000     05  DL810-REG-CHARGED           PIC Z,ZZZ,ZZ9.99.
034100     05  FILLER                      PIC X(02) VALUE SPACES.
034200     05  DL810-REG-NOTE              PIC X(36).
034300*
034400 01  DL810-REG-ACCOUNT-LINE.
034500     05  FILLER                      PIC X(05) VALUE SPACES.
034600     05  DL810-ACL-ACCOUNT           PIC 9(6).
034700     05  FILLER                      PIC X(02) VALUE SPACES.
034800     05  DL810-ACL-TEXT              PIC X(50).
034900     05  FILLER                      PIC X(69) VALUE SPACES.
035000*
035100 01  DL810-REG-TOTAL-LINE.
035200     05  FILLER                      PIC X(05) VALUE SPACES.
035300     05  DL810-TOT-LABEL             PIC X(40).
035400     05  DL810-TOT-COUNT             PIC ZZ,ZZZ,ZZ9.
035500     05  FILLER                      PIC X(02) VALUE SPACES.
035600     05  DL810-TOT-AMOUNT            PIC ----,---,--9.99.
035700     05  FILLER                      PIC X(60) VALUE SPACES.
035800*
035900 PROCEDURE DIVISION.
036000*
036100******************************************************************
036200*    0000-MAINLINE                                              *
036300******************************************************************
036400 0000-MAINLINE.
036500*
036600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036700*
036800     PERFORM 2000-READ-SNAPSHOT THRU 2000-EXIT
036900         UNTIL DL810-HIST-EOF.
037000*
037100     IF DL810-ACCOUNT-COUNT > ZERO
037200         PERFORM 3000-ASSESS-ACCOUNT THRU 3000-EXIT
037300     END-IF.
037400*
037500     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
037600     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
037700*
037800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037900*
038000     GOBACK.
038100*
038200******************************************************************
038300*    1000-INITIALIZE  -  PARSE THE RUN PARAMETERS, SETTLE THE    *
038400*    MONTH BEING CHARGED, OPEN THE DATASETS, LOAD THE FEE        *
038500*    SCHEDULE, LAY DOWN THE FEEOUT HEADER AND PRIME THE HISTORY  *
038600*    READ.                                                       *
038700******************************************************************
038800 1000-INITIALIZE.
038900*
039000     DISPLAY "DL810 - MONTHLY FEE ASSESSMENT STARTING".
039100*
039200     ACCEPT DL810-PARM-STRING FROM COMMAND-LINE.
039300     ACCEPT DL810-RUN-DATE FROM DATE YYYYMMDD.
039400     MOVE DL810-RUN-DATE TO DL810-BUSINESS-DATE.
039500     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
039600*
039700     PERFORM 1500-SET-FEE-MONTH THRU 1500-EXIT.
039800*
039900     PERFORM 1050-OPEN-FILES THRU 1050-EXIT.
040000*
040100     PERFORM 1200-LOAD-BANDS THRU 1200-EXIT
040200         UNTIL DL810-SCHED-EOF.
040300*
040400     IF DL810-BAND-COUNT = ZERO
040500         DISPLAY "DL810 ABEND - FEESCHED IS EMPTY, NOTHING "
040600             "WOULD BE CHARGED"
040700         MOVE 16 TO RETURN-CODE
040800         GOBACK
040900     END-IF.
041000     DISPLAY "DL810 LOADED " DL810-BAND-COUNT " FEE BANDS".
041100     DISPLAY "DL810 CHARGING MONTH " DL810-FEE-MONTH.
041200*
041300     PERFORM 1300-WRITE-FEE-HEADER THRU 1300-EXIT.
041400*
041500     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
041600*
041700 1000-EXIT.
041800     EXIT.
041900*
042000******************************************************************
042100*    1050-OPEN-FILES  -  OPEN EVERY DATASET AND CONFIRM EACH     *
042200*    OPEN SUCCEEDED BEFORE THE RUN GOES ANY FURTHER.             *
042300******************************************************************
042400 1050-OPEN-FILES.
042500*
042600     OPEN INPUT DL810-HIST-FILE.
042700     IF DL810-HIST-STATUS NOT = "00"
042800         DISPLAY "DL810 ABEND - OPEN FAILED FOR ACCTHIST, "
042900             "STATUS = " DL810-HIST-STATUS
043000         MOVE 16 TO RETURN-CODE
043100         GOBACK
043200     END-IF.
043300*
043400     OPEN INPUT DL810-MASTER-FILE.
043500     IF DL810-MASTER-STATUS NOT = "00"
043600         DISPLAY "DL810 ABEND - OPEN FAILED FOR ACCTMST, "
043700             "STATUS = " DL810-MASTER-STATUS
043800         MOVE 16 TO RETURN-CODE
043900         GOBACK
044000     END-IF.
044100*
044200     OPEN INPUT DL810-SCHED-FILE.
044300     IF DL810-SCHED-STATUS NOT = "00"
044400         DISPLAY "DL810 ABEND - OPEN FAILED FOR FEESCHED, "
044500             "STATUS = " DL810-SCHED-STATUS
044600         MOVE 16 TO RETURN-CODE
044700         GOBACK
044800     END-IF.
044900*
045000     OPEN OUTPUT DL810-FEE-FILE.
045100     IF DL810-FEE-STATUS NOT = "00"
045200         DISPLAY "DL810 ABEND - OPEN FAILED FOR FEEOUT, "
045300             "STATUS = " DL810-FEE-STATUS
045400         MOVE 16 TO RETURN-CODE
045500         GOBACK
045600     END-IF.
045700*
045800     OPEN OUTPUT DL810-REGISTER-FILE.
045900     IF DL810-REGISTER-STATUS NOT = "00"
046000         DISPLAY "DL810 ABEND - OPEN FAILED FOR FEERPT, "
046100             "STATUS = " DL810-REGISTER-STATUS
046200         MOVE 16 TO RETURN-CODE
046300         GOBACK
046400     END-IF.
046500*
046600     PERFORM 1400-WRITE-REG-HEADINGS THRU 1400-EXIT.
046700*
046800 1050-EXIT.
046900     EXIT.
047000*
047100******************************************************************
047200*    1100-PARSE-PARM  -  BREAK THE PARM STRING INTO ITS          *
047300*    KEYWORD=VALUE TOKENS AND APPLY EACH ONE.                    *
047400******************************************************************
047500 1100-PARSE-PARM.
047600*
047700     MOVE SPACES TO DL810-PARM-TOKEN (1) DL810-PARM-TOKEN (2).
047800     UNSTRING DL810-PARM-STRING DELIMITED BY ","
047900         INTO DL810-PARM-TOKEN (1) DL810-PARM-TOKEN (2)
048000     END-UNSTRING.
048100*
048200     PERFORM 1110-APPLY-TOKEN THRU 1110-EXIT
048300         VARYING DL810-PARM-IX FROM 1 BY 1
048400         UNTIL DL810-PARM-IX > 2.
048500*
048600 1100-EXIT.
048700     EXIT.
048800*
048900******************************************************************
049000*    1110-APPLY-TOKEN  -  SPLIT ONE KEYWORD=VALUE TOKEN AND      *
049100*    SET THE RUN OPTION IT CONTROLS.                             *
049200******************************************************************
049300 1110-APPLY-TOKEN.
049400*
049500     MOVE SPACES TO DL810-PARM-KEY DL810-PARM-VALUE.
049600     UNSTRING DL810-PARM-TOKEN (DL810-PARM-IX) DELIMITED BY "="
049700         INTO DL810-PARM-KEY DL810-PARM-VALUE
049800     END-UNSTRING.
049900     MOVE ZERO TO DL810-PARM-VALUE-LEN.
050000     INSPECT DL810-PARM-VALUE TALLYING DL810-PARM-VALUE-LEN
050100         FOR CHARACTERS BEFORE INITIAL SPACE.
050200*
050300     EVALUATE DL810-PARM-KEY
050400         WHEN "BUSDATE"
050500             IF DL810-PARM-VALUE-LEN > ZERO
050600                AND DL810-PARM-VALUE (1:DL810-PARM-VALUE-LEN)
050700                       IS NUMERIC
050800                 MOVE DL810-PARM-VALUE (1:DL810-PARM-VALUE-LEN)
050900                     TO DL810-BUSINESS-DATE
051000             END-IF
051100         WHEN "MONTH"
051200             IF DL810-PARM-VALUE-LEN NOT = 6
051300                OR DL810-PARM-VALUE (1:6) IS NOT NUMERIC
051400                 DISPLAY "DL810 ABEND - MONTH= MUST BE YYYYMM, "
051500                     "GOT " DL810-PARM-VALUE
051600                 MOVE 16 TO RETURN-CODE
051700                 GOBACK
051800             END-IF
051900             MOVE DL810-PARM-VALUE (1:6) TO DL810-FEE-MONTH
052000         WHEN OTHER
052100             CONTINUE
052200     END-EVALUATE.
052300*
052400 1110-EXIT.
052500     EXIT.
052600*
052700******************************************************************
052800*    1200-LOAD-BANDS  -  READ AND TABLE ONE FEE BAND.  BANDS     *
052900*    MUST ARRIVE ASCENDING AND MUST NOT OVERLAP - AN OVERLAP     *
053000*    WOULD CHARGE AN ACCOUNT TWICE.  A GAP IS ALLOWED AND        *
053100*    SIMPLY IS NOT CHARGED.                                      *
053200******************************************************************
053300 1200-LOAD-BANDS.
053400*
053500     READ DL810-SCHED-FILE
053600         AT END
053700             SET DL810-SCHED-EOF TO TRUE
053800     END-READ.
053900*
054000     IF DL810-SCHED-STATUS NOT = "00" AND NOT = "10"
054100         DISPLAY "DL810 ABEND - READ FAILED FOR FEESCHED, "
054200             "STATUS = " DL810-SCHED-STATUS
054300         MOVE 16 TO RETURN-CODE
054400         GOBACK
054500     END-IF.
054600*
054700     IF DL810-SCHED-EOF
054800         GO TO 1200-EXIT
054900     END-IF.
055000*
055100     IF FS-RANGE-LOW NOT NUMERIC
055200        OR FS-RANGE-HIGH NOT NUMERIC
055300        OR FS-MAINT-FEE NOT NUMERIC
055400        OR FS-WAIVE-BALANCE NOT NUMERIC
055500        OR FS-LOW-BAL-LIMIT NOT NUMERIC
055600        OR FS-LOW-BAL-FEE NOT NUMERIC
055700        OR FS-OD-DAY-FEE NOT NUMERIC
055800        OR FS-OD-FEE-CAP NOT NUMERIC
055900        OR FS-RANGE-LOW > FS-RANGE-HIGH
056000         DISPLAY "DL810 ABEND - INVALID FEESCHED RECORD, RANGE "
056100             FS-RANGE-LOW " TO " FS-RANGE-HIGH
056200         MOVE 16 TO RETURN-CODE
056300         GOBACK
056400     END-IF.
056500*
056600     IF DL810-BAND-COUNT > ZERO
056700        AND FS-RANGE-LOW NOT >
056800                DL810-BAND-HIGH (DL810-BAND-COUNT)
056900         DISPLAY "DL810 ABEND - FEESCHED BANDS OVERLAP OR ARE "
057000             "OUT OF ORDER AT " FS-RANGE-LOW
057100         MOVE 16 TO RETURN-CODE
057200         GOBACK
057300     END-IF.
057400*
057500     IF DL810-BAND-COUNT >= DL810-BAND-MAX
057600         DISPLAY "DL810 ABEND - FEE BAND TABLE FULL AT "
057700             DL810-BAND-MAX " ENTRIES"
057800         MOVE 16 TO RETURN-CODE
057900         GOBACK
058000     END-IF.
058100*
058200     ADD 1 TO DL810-BAND-COUNT.
058300     MOVE FS-RANGE-LOW TO DL810-BAND-LOW (DL810-BAND-COUNT).
058400     MOVE FS-RANGE-HIGH TO DL810-BAND-HIGH (DL810-BAND-COUNT).
058500     MOVE FS-MAINT-FEE TO DL810-BAND-MAINT-FEE (DL810-BAND-COUNT).
058600     MOVE FS-WAIVE-BALANCE
058700         TO DL810-BAND-WAIVE-BAL (DL810-BAND-COUNT).
058800     MOVE FS-LOW-BAL-LIMIT
058900         TO DL810-BAND-LOW-LIMIT (DL810-BAND-COUNT).
059000     MOVE FS-LOW-BAL-FEE TO DL810-BAND-LOW-FEE (DL810-BAND-COUNT).
059100     MOVE FS-OD-DAY-FEE TO DL810-BAND-OD-FEE (DL810-BAND-COUNT).
059200     MOVE FS-OD-FEE-CAP TO DL810-BAND-OD-CAP (DL810-BAND-COUNT).
059300     MOVE FS-NO-FEE-FLAG TO DL810-BAND-NO-FEE (DL810-BAND-COUNT).
059400*
059500 1200-EXIT.
059600     EXIT.
059700*
059800******************************************************************
059900*    1300-WRITE-FEE-HEADER  -  FEEOUT IS A REAL TRANSIN          *
060000*    DATASET, SO IT STARTS WITH A REAL HEADER RECORD.            *
060100******************************************************************
060200 1300-WRITE-FEE-HEADER.
060300*
060400     INITIALIZE DL100-TRANS-REC.
060500     MOVE "H" TO TR-REC-TYPE.
060600     MOVE SPACES TO TR-DETAIL.
060700     MOVE DL810-BUSINESS-DATE TO TH-BUSINESS-DATE.
060800     MOVE "DL810FEE" TO TH-SOURCE-SYSTEM.
060900     WRITE DL100-TRANS-REC.
061000     IF DL810-FEE-STATUS NOT = "00"
061100         DISPLAY "DL810 ABEND - WRITE FAILED FOR FEEOUT "
061200             "(HEADER), STATUS = " DL810-FEE-STATUS
061300         MOVE 16 TO RETURN-CODE
061400         GOBACK
061500     END-IF.
061600*
061700 1300-EXIT.
061800     EXIT.
061900*
062000******************************************************************
062100*    1400-WRITE-REG-HEADINGS  -  LAY DOWN THE REGISTER'S TWO     *
062200*    HEADING LINES AND A SPACER.                                 *
062300******************************************************************
062400 1400-WRITE-REG-HEADINGS.
062500*
062600     MOVE DL810-FEE-MONTH TO DL810-H1-MONTH.
062700     MOVE DL810-BUSINESS-DATE TO DL810-H1-BUSDATE.
062800     MOVE DL810-REG-HEADING-1 TO DL810-PRINT-REC.
062900     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
063000     MOVE DL810-REG-HEADING-2 TO DL810-PRINT-REC.
063100     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
063200     MOVE SPACES TO DL810-PRINT-REC.
063300     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
063400*
063500 1400-EXIT.
063600     EXIT.
063700*
063800******************************************************************
063900*    1500-SET-FEE-MONTH  -  WITHOUT MONTH= THE STEP CHARGES THE  *
064000*    MONTH BEFORE THE BUSINESS DATE'S, WHICH IS THE MONTH JUST   *
064100*    CUT WHEN THE STEP RUNS AHEAD OF THE FIRST POSTING DAY.  THE *
064200*    MONTH'S FIRST DAY AND THE DAY AFTER IT ENDS ARE KEPT AS DAY *
064300*    NUMBERS SO THE OPENING BALANCE CAN BE WEIGHTED FROM THE ONE *
064310*    AND THE LAST SNAPSHOT UP TO THE OTHER.                      *
064400******************************************************************
064500 1500-SET-FEE-MONTH.
064600*
064700     IF DL810-FEE-MONTH = ZERO
064800         MOVE DL810-BUSINESS-DATE (1:6) TO DL810-FEE-MONTH
064900         IF DL810-FEE-MM = 1
065000             SUBTRACT 1 FROM DL810-FEE-YEAR
065100             MOVE 12 TO DL810-FEE-MM
065200         ELSE
065300             SUBTRACT 1 FROM DL810-FEE-MM
065400         END-IF
065500     END-IF.
065600*
065700     IF DL810-FEE-MM < 1 OR DL810-FEE-MM > 12
065800         DISPLAY "DL810 ABEND - INVALID FEE MONTH "
065900             DL810-FEE-MONTH
066000         MOVE 16 TO RETURN-CODE
066100         GOBACK
066200     END-IF.
066300*
066400     MOVE DL810-FEE-YEAR TO DW-YEAR.
066500     MOVE DL810-FEE-MM TO DW-MONTH.
066600     MOVE 1 TO DW-DAY.
066610     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
066620     MOVE DW-DAYS TO DL810-MONTH-START-DAYS.
066630*
066700     IF DW-MONTH = 12
066800         ADD 1 TO DW-YEAR
066900         MOVE 1 TO DW-MONTH
067000     ELSE
067100         ADD 1 TO DW-MONTH
067200     END-IF.
067300     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
067400     MOVE DW-DAYS TO DL810-MONTH-END-DAYS.
067410     COMPUTE DL810-MONTH-DAYS = DL810-MONTH-END-DAYS
067420         - DL810-MONTH-START-DAYS.
067500*
067600 1500-EXIT.
067700     EXIT.
067800*
067900******************************************************************
068000*    2000-READ-SNAPSHOT  -  TAKE ONE HISTORY RECORD.  RECORDS    *
068100*    AFTER THE CHARGING MONTH ARE PASSED BY AND A "D" SNAPSHOT   *
068200*    BEFORE IT ONLY SETS THE OPENING BALANCE.  A CHANGE OF       *
068300*    ACCOUNT ASSESSES THE ONE BEFORE; A "D" SNAPSHOT IN THE      *
068310*    MONTH IS ADDED TO THE ACCOUNT'S MONTH AND AN "M" SNAPSHOT   *
068320*    SHOWS THE MONTH WAS CUT.                                    *
068400******************************************************************
068500 2000-READ-SNAPSHOT.
068600*
068700     MOVE AH-SNAP-DATE TO DL810-SNAP-DATE.
068750     IF DL810-SNAP-MONTH > DL810-FEE-MONTH
068800         GO TO 2000-NEXT
068850     END-IF.
068900*
068950     IF DL810-ACCOUNT-COUNT = ZERO
069000        OR AH-ACCOUNT-NO NOT = DL810-CUR-ACCOUNT
069050         IF DL810-ACCOUNT-COUNT > ZERO
069100             PERFORM 3000-ASSESS-ACCOUNT THRU 3000-EXIT
069150         END-IF
069200         PERFORM 2100-START-ACCOUNT THRU 2100-EXIT
069250     END-IF.
069300*
069350*        A DAILY SNAPSHOT BEFORE THE MONTH ONLY SETS THE OPENING
069400*        BALANCE - THE LAST ONE READ IS THE LATEST.
069450     IF DL810-SNAP-MONTH < DL810-FEE-MONTH
069500         IF AH-DAILY-SNAP
069550             COMPUTE DL810-OPEN-BALANCE = ZERO - AH-NEW-BALANCE
069600         END-IF
069650         GO TO 2000-NEXT
069700     END-IF.
069750*
069800*        THE ACCOUNT'S FIRST RECORD IN THE MONTH HOLDS THE OPENING
069850*        BALANCE AS FROM THE 1ST, TO STAND UNTIL THE MONTH'S FIRST
069900*        DAILY SNAPSHOT (OR THE WHOLE MONTH IF THERE IS NONE).
069950     IF NOT DL810-SNAP-HELD
070000         MOVE DL810-MONTH-START-DAYS TO DL810-HELD-DAYS
070050         MOVE DL810-OPEN-BALANCE TO DL810-HELD-BALANCE
070100         SET DL810-SNAP-HELD TO TRUE
070150     END-IF.
070200*
070250     IF AH-MONTH-END-SNAP
070300         SET DL810-MONTH-CUT TO TRUE
070350         GO TO 2000-NEXT
070400     END-IF.
070450*
070500     IF AH-DAILY-SNAP
070550         PERFORM 2200-ADD-SNAPSHOT THRU 2200-EXIT
070600     END-IF.
070650*
070700 2000-NEXT.
070750*
070800     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
070850*
070900 2000-EXIT.
070950     EXIT.
071500*
071600******************************************************************
071700*    2100-START-ACCOUNT  -  CLEAR DOWN THE MONTH'S FIGURES FOR   *
071800*    A NEW ACCOUNT.                                              *
071900******************************************************************
072000 2100-START-ACCOUNT.
072100*
072200     ADD 1 TO DL810-ACCOUNT-COUNT.
072300     MOVE AH-ACCOUNT-NO TO DL810-CUR-ACCOUNT.
072400     MOVE "N" TO DL810-MONTH-CUT-SW.
072500     MOVE "N" TO DL810-SNAP-HELD-SW.
072600     MOVE ZERO TO DL810-HELD-DAYS
072700                  DL810-HELD-BALANCE
072800                  DL810-OPEN-BALANCE
072810                  DL810-DAYS-COVERED
072900                  DL810-OD-DAYS
073000                  DL810-BALANCE-DAYS
073100                  DL810-AVERAGE-BALANCE
073200                  DL810-MINIMUM-BALANCE.
073300*
073400 2100-EXIT.
073500     EXIT.
073600*
073700******************************************************************
073800*    2200-ADD-SNAPSHOT  -  WEIGHT THE HELD SNAPSHOT (OR THE      *
073900*    OPENING BALANCE) BY THE DAYS UP TO THIS ONE AND HOLD THIS   *
074000*    ONE IN TURN.                                                *
074100******************************************************************
074200 2200-ADD-SNAPSHOT.
074300*
074400     ADD 1 TO DL810-SNAP-COUNT.
074500     MOVE AH-SNAP-DATE TO DW-DATE.
074600     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
074700*
074710     PERFORM 2300-WEIGHT-HELD-SNAP THRU 2300-EXIT.
074720*
074730     COMPUTE DL810-CREDIT-BALANCE = ZERO - AH-NEW-BALANCE.
074740     MOVE DW-DAYS TO DL810-HELD-DAYS.
074750     MOVE DL810-CREDIT-BALANCE TO DL810-HELD-BALANCE.
076300*
076400 2200-EXIT.
076500     EXIT.
076600*
076700******************************************************************
076800*    2300-WEIGHT-HELD-SNAP  -  THE HELD SNAPSHOT'S BALANCE STOOD *
076900*    FROM ITS OWN DATE (THE OPENING BALANCE FROM THE 1ST) UNTIL  *
076910*    THE DAY NUMBER NOW IN DW-DAYS.  A BALANCE THAT STOOD FOR    *
076920*    ANY DAY OF THE MONTH IS TAKEN INTO THE MINIMUM.             *
077000******************************************************************
077100 2300-WEIGHT-HELD-SNAP.
077200*
077300     COMPUTE DL810-DAYS-STOOD = DW-DAYS - DL810-HELD-DAYS.
077400     IF DL810-DAYS-STOOD < 1
077500         GO TO 2300-EXIT
077600     END-IF.
077700*
077710     IF DL810-DAYS-COVERED = ZERO
077720        OR DL810-HELD-BALANCE < DL810-MINIMUM-BALANCE
077730         MOVE DL810-HELD-BALANCE TO DL810-MINIMUM-BALANCE
077740     END-IF.
077750*
077800     ADD DL810-DAYS-STOOD TO DL810-DAYS-COVERED.
077900     COMPUTE DL810-BALANCE-DAYS = DL810-BALANCE-DAYS
078000         + DL810-HELD-BALANCE * DL810-DAYS-STOOD.
078100     IF DL810-HELD-BALANCE < ZERO
078200         ADD DL810-DAYS-STOOD TO DL810-OD-DAYS
078300     END-IF.
078400*
078500 2300-EXIT.
078600     EXIT.
078700*
078800******************************************************************
078900*    2900-READ-HISTORY  -  READ THE NEXT HISTORY RECORD IN KEY   *
079000*    ORDER.                                                      *
079100******************************************************************
079200 2900-READ-HISTORY.
079300*
079400     READ DL810-HIST-FILE
079500         AT END
079600             SET DL810-HIST-EOF TO TRUE
079700     END-READ.
079800*
079900     IF DL810-HIST-STATUS NOT = "00" AND NOT = "10"
080000         DISPLAY "DL810 ABEND - READ FAILED FOR ACCTHIST, "
080100             "STATUS = " DL810-HIST-STATUS
080200         MOVE 16 TO RETURN-CODE
080300         GOBACK
080400     END-IF.
080500*
080600     IF NOT DL810-HIST-EOF
080700         ADD 1 TO DL810-HIST-COUNT
080800     END-IF.
080900*
081000 2900-EXIT.
081100     EXIT.
081200*
081300******************************************************************
081400*    3000-ASSESS-ACCOUNT  -  CLOSE OFF THE ACCOUNT'S MONTH,      *
081500*    AVERAGED OVER EVERY DAY OF IT, AND ASSESS EACH FEE TYPE     *
081600*    AGAINST ITS BAND.  AN ACCOUNT WITH NO RECORD IN THE MONTH   *
081700*    IS PASSED BY.  AN UNCUT MONTH IS PRINTED AND HELD; A CLOSED *
081710*    OR UNBANDED ACCOUNT FALLS OUT QUIETLY WITH ITS OWN COUNT.   *
081800******************************************************************
081900 3000-ASSESS-ACCOUNT.
082000*
082100     IF NOT DL810-SNAP-HELD
082200         GO TO 3000-EXIT
082300     END-IF.
082400*
082500     MOVE DL810-MONTH-END-DAYS TO DW-DAYS.
082600     PERFORM 2300-WEIGHT-HELD-SNAP THRU 2300-EXIT.
082700     COMPUTE DL810-AVERAGE-BALANCE ROUNDED =
082800         DL810-BALANCE-DAYS / DL810-MONTH-DAYS.
083100*
083200     IF NOT DL810-MONTH-CUT
083300         ADD 1 TO DL810-NOT-CUT-COUNT
083400         MOVE DL810-CUR-ACCOUNT TO DL810-ACL-ACCOUNT
083500         MOVE "NO MONTH-END SNAPSHOT - NOT ASSESSED"
083600             TO DL810-ACL-TEXT
083700         MOVE DL810-REG-ACCOUNT-LINE TO DL810-PRINT-REC
083800         PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT
083900         GO TO 3000-EXIT
084000     END-IF.
084100*
084200     MOVE DL810-CUR-ACCOUNT TO AM-ACCOUNT-NO.
084300     READ DL810-MASTER-FILE.
084400     IF DL810-MASTER-STATUS = "23"
084500         ADD 1 TO DL810-CLOSED-COUNT
084600         GO TO 3000-EXIT
084700     END-IF.
084800     IF DL810-MASTER-STATUS NOT = "00"
084900         DISPLAY "DL810 ABEND - READ FAILED FOR ACCTMST, "
085000             "KEY = " DL810-CUR-ACCOUNT
085100             ", STATUS = " DL810-MASTER-STATUS
085200         MOVE 16 TO RETURN-CODE
085300         GOBACK
085400     END-IF.
085500*
085600     PERFORM 3100-FIND-BAND THRU 3100-EXIT.
085700     IF DL810-BAND-MISSING
085800         ADD 1 TO DL810-NO-BAND-COUNT
085900         GO TO 3000-EXIT
086000     END-IF.
086100*
086200     ADD 1 TO DL810-ASSESSED-COUNT.
086300     PERFORM 3200-ASSESS-MAINTENANCE THRU 3200-EXIT.
086400     PERFORM 3300-ASSESS-LOW-BALANCE THRU 3300-EXIT.
086500     PERFORM 3400-ASSESS-OVERDRAFT THRU 3400-EXIT.
086600*
086700 3000-EXIT.
086800     EXIT.
086900*
087000******************************************************************
087100*    3100-FIND-BAND  -  FIND THE FEE BAND THE ACCOUNT FALLS IN.  *
087200******************************************************************
087300 3100-FIND-BAND.
087400*
087500     SET DL810-BAND-MISSING TO TRUE.
087600     SET DL810-BAND-IX TO 1.
087700     SEARCH DL810-BAND-ENTRY
087800         AT END
087900             CONTINUE
088000         WHEN DL810-BAND-IX > DL810-BAND-COUNT
088100             CONTINUE
088200         WHEN DL810-CUR-ACCOUNT NOT <
088300                  DL810-BAND-LOW (DL810-BAND-IX)
088400          AND DL810-CUR-ACCOUNT NOT >
088500                  DL810-BAND-HIGH (DL810-BAND-IX)
088600             SET DL810-BAND-FOUND TO TRUE
088700     END-SEARCH.
088800*
088900 3100-EXIT.
089000     EXIT.
089100*
089200******************************************************************
089300*    3200-ASSESS-MAINTENANCE  -  THE FLAT MONTHLY FEE, WAIVED    *
089400*    WHEN THE AVERAGE DAILY BALANCE REACHES THE BAND'S WAIVER    *
089500*    BALANCE (A ZERO WAIVER BALANCE NEVER WAIVES).               *
089600******************************************************************
089700 3200-ASSESS-MAINTENANCE.
089800*
089900     IF DL810-BAND-MAINT-FEE (DL810-BAND-IX) = ZERO
090000         GO TO 3200-EXIT
090100     END-IF.
090200*
090300     MOVE 1 TO DL810-FEE-SUB.
090400     MOVE DL810-BAND-MAINT-FEE (DL810-BAND-IX)
090500         TO DL810-FEE-ASSESSED.
090600     SET DL810-FEE-IN-FULL TO TRUE.
090700     IF DL810-BAND-WAIVE-BAL (DL810-BAND-IX) > ZERO
090800        AND DL810-AVERAGE-BALANCE NOT <
090900                DL810-BAND-WAIVE-BAL (DL810-BAND-IX)
091000         SET DL810-FEE-WAIVED TO TRUE
091100     END-IF.
091200*
091300     PERFORM 3500-CHARGE-FEE THRU 3500-EXIT.
091400*
091500 3200-EXIT.
091600     EXIT.
091700*
091800******************************************************************
091900*    3300-ASSESS-LOW-BALANCE  -  CHARGED WHEN THE MINIMUM        *
092000*    BALANCE FELL BELOW THE BAND'S LOW-BALANCE LIMIT.            *
092100******************************************************************
092200 3300-ASSESS-LOW-BALANCE.
092300*
092400     IF DL810-BAND-LOW-FEE (DL810-BAND-IX) = ZERO
092500        OR DL810-MINIMUM-BALANCE NOT <
092600               DL810-BAND-LOW-LIMIT (DL810-BAND-IX)
092700         GO TO 3300-EXIT
092800     END-IF.
092900*
093000     MOVE 2 TO DL810-FEE-SUB.
093100     MOVE DL810-BAND-LOW-FEE (DL810-BAND-IX)
093200         TO DL810-FEE-ASSESSED.
093300     SET DL810-FEE-IN-FULL TO TRUE.
093400*
093500     PERFORM 3500-CHARGE-FEE THRU 3500-EXIT.
093600*
093700 3300-EXIT.
093800     EXIT.
093900*
094000******************************************************************
094100*    3400-ASSESS-OVERDRAFT  -  THE PER-DAY FEE FOR EVERY         *
094200*    CALENDAR DAY OVERDRAWN, CUT BACK TO THE BAND'S MONTHLY CAP  *
094300*    WHEN ONE IS SET (A ZERO CAP MEANS NO CAP).                  *
094400******************************************************************
094500 3400-ASSESS-OVERDRAFT.
094600*
094700     IF DL810-BAND-OD-FEE (DL810-BAND-IX) = ZERO
094800        OR DL810-OD-DAYS = ZERO
094900         GO TO 3400-EXIT
095000     END-IF.
095100*
095200     MOVE 3 TO DL810-FEE-SUB.
095300     COMPUTE DL810-FEE-ASSESSED =
095400         DL810-BAND-OD-FEE (DL810-BAND-IX) * DL810-OD-DAYS.
095500     SET DL810-FEE-IN-FULL TO TRUE.
095600     IF DL810-BAND-OD-CAP (DL810-BAND-IX) > ZERO
095700        AND DL810-FEE-ASSESSED >
095800                DL810-BAND-OD-CAP (DL810-BAND-IX)
095900         SET DL810-FEE-CAPPED TO TRUE
096000     END-IF.
096100*
096200     PERFORM 3500-CHARGE-FEE THRU 3500-EXIT.
096300*
096400 3400-EXIT.
096500     EXIT.
096600*
096700******************************************************************
096800*    3500-CHARGE-FEE  -  SETTLE WHAT IS ACTUALLY CHARGED FOR THE *
096900*    FEE IN DL810-FEE-WORK, EMIT IT ON FEEOUT, PRINT IT AND ROLL *
097000*    IT INTO ITS FEE TYPE'S TOTALS.  A NO-FEE BAND WAIVES        *
097100*    EVERYTHING.  FEES ARE DEBITS TO THE CUSTOMER, SO THEY GO    *
097200*    OUT AS POSITIVE ADJUSTMENTS.                                *
097300******************************************************************
097400 3500-CHARGE-FEE.
097500*
097600     IF DL810-BAND-NO-FEE (DL810-BAND-IX) = "Y"
097700         SET DL810-FEE-WAIVED TO TRUE
097800     END-IF.
097900*
098000     MOVE SPACES TO DL810-REG-NOTE.
098100     EVALUATE TRUE
098200         WHEN DL810-FEE-WAIVED
098300             MOVE ZERO TO DL810-FEE-CHARGED
098400             MOVE "WAIVED" TO DL810-REG-NOTE
098500             ADD 1 TO DL810-FT-WAIVED-COUNT (DL810-FEE-SUB)
098600             ADD DL810-FEE-ASSESSED
098700                 TO DL810-FT-WAIVED-AMT (DL810-FEE-SUB)
098800         WHEN DL810-FEE-CAPPED
098900             MOVE DL810-BAND-OD-CAP (DL810-BAND-IX)
099000                 TO DL810-FEE-CHARGED
099100             MOVE "CAPPED" TO DL810-REG-NOTE
099200         WHEN OTHER
099300             MOVE DL810-FEE-ASSESSED TO DL810-FEE-CHARGED
099400     END-EVALUATE.
099500*
099600*        A FEE BEYOND THE TRANSIN AMOUNT LIMIT COULD NEVER SURVIVE
099700*        THE POSTING RUN'S EDITS - IT IS HELD OFF FEEOUT, PRINTED,
099800*        AND TURNS INTO RETURN CODE 8.
099900     IF DL810-FEE-CHARGED > 9999.9999
100000         ADD 1 TO DL810-OVER-LIMIT-COUNT
100100         MOVE "OVER LIMIT - HELD OFF FEEOUT" TO DL810-REG-NOTE
100200         MOVE ZERO TO DL810-FEE-CHARGED
100300         PERFORM 3600-PRINT-FEE THRU 3600-EXIT
100400         GO TO 3500-EXIT
100500     END-IF.
100600*
100700     IF DL810-FEE-CAPPED
100800         ADD 1 TO DL810-FT-CAPPED-COUNT (DL810-FEE-SUB)
100900         COMPUTE DL810-FT-CAPPED-AMT (DL810-FEE-SUB) =
101000             DL810-FT-CAPPED-AMT (DL810-FEE-SUB)
101100             + DL810-FEE-ASSESSED - DL810-FEE-CHARGED
101200     END-IF.
101300*
101400     IF DL810-FEE-CHARGED > ZERO
101500         MOVE DL810-FEE-CHARGED TO DL810-FEE-OUT
101600         PERFORM 3700-WRITE-FEE THRU 3700-EXIT
101700         ADD 1 TO DL810-FT-CHARGED-COUNT (DL810-FEE-SUB)
101800         ADD DL810-FEE-CHARGED
101900             TO DL810-FT-CHARGED-AMT (DL810-FEE-SUB)
102000         ADD DL810-FEE-CHARGED TO DL810-FEE-TOTAL
102100     END-IF.
102200*
102300     PERFORM 3600-PRINT-FEE THRU 3600-EXIT.
102400*
102500 3500-EXIT.
102600     EXIT.
102700*
102800******************************************************************
102900*    3600-PRINT-FEE  -  ONE REGISTER LINE PER FEE ASSESSED,      *
103000*    WITH THE MONTH'S FIGURES IT WAS ASSESSED ON.                *
103100******************************************************************
103200 3600-PRINT-FEE.
103300*
103400     MOVE DL810-CUR-ACCOUNT TO DL810-REG-ACCOUNT.
103500     MOVE DL810-FEE-TYPE-NAME (DL810-FEE-SUB)
103600         TO DL810-REG-FEE-TYPE.
103700     MOVE DL810-AVERAGE-BALANCE TO DL810-REG-AVERAGE.
103800     MOVE DL810-MINIMUM-BALANCE TO DL810-REG-MINIMUM.
103900     MOVE DL810-OD-DAYS TO DL810-REG-OD-DAYS.
104000     MOVE DL810-FEE-ASSESSED TO DL810-REG-ASSESSED.
104100     MOVE DL810-FEE-CHARGED TO DL810-REG-CHARGED.
104200     MOVE DL810-REG-FEE-LINE TO DL810-PRINT-REC.
104300     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
104400*
104500 3600-EXIT.
104600     EXIT.
104700*
104800******************************************************************
104900*    3700-WRITE-FEE  -  ONE ADJUSTMENT-TYPE TRANSIN DETAIL PER   *
105000*    FEE CHARGED, ROLLED INTO THE BATCH CONTROLS.                *
105100******************************************************************
105200 3700-WRITE-FEE.
105300*
105400     INITIALIZE DL100-TRANS-REC.
105500     MOVE "D" TO TR-REC-TYPE.
105600     MOVE SPACES TO TR-DETAIL.
105700     MOVE DL810-CUR-ACCOUNT TO TR-KEY.
105800     MOVE DL810-FEE-OUT TO TR-AMOUNT.
105900     MOVE "A" TO TR-TYPE-CODE.
106000     MOVE ZERO TO TR-REVERSAL-REF.
106100     MOVE SPACES TO TR-CURRENCY-CODE.
106200     WRITE DL100-TRANS-REC.
106300     IF DL810-FEE-STATUS NOT = "00"
106400         DISPLAY "DL810 ABEND - WRITE FAILED FOR FEEOUT, "
106500             "KEY = " DL810-CUR-ACCOUNT
106600             ", STATUS = " DL810-FEE-STATUS
106700         MOVE 16 TO RETURN-CODE
106800         GOBACK
106900     END-IF.
107000*
107100     ADD 1 TO DL810-FEE-COUNT.
107200     ADD TR-AMOUNT TO DL810-FEE-HASH.
107300*
107400 3700-EXIT.
107500     EXIT.
107600*
107700******************************************************************
107800*    4000-WRITE-TRAILER  -  CLOSE FEEOUT OFF WITH A REAL         *
107900*    TRAILER SO THE POSTING RUN CAN PROVE IT ARRIVED WHOLE.      *
108000******************************************************************
108100 4000-WRITE-TRAILER.
108200*
108300     INITIALIZE DL100-TRANS-REC.
108400     MOVE "T" TO TR-REC-TYPE.
108500     MOVE SPACES TO TR-DETAIL.
108600     MOVE DL810-FEE-COUNT TO TT-RECORD-COUNT.
108700     MOVE DL810-FEE-HASH TO TT-HASH-TOTAL.
108800     WRITE DL100-TRANS-REC.
108900     IF DL810-FEE-STATUS NOT = "00"
109000         DISPLAY "DL810 ABEND - WRITE FAILED FOR FEEOUT "
109100             "(TRAILER), STATUS = " DL810-FEE-STATUS
109200         MOVE 16 TO RETURN-CODE
109300         GOBACK
109400     END-IF.
109500*
109600 4000-EXIT.
109700     EXIT.
109800*
109900******************************************************************
110000*    7000-WRITE-REG-LINE  -  WRITE WHATEVER IS IN THE REGISTER   *
110100*    PRINT RECORD.                                               *
110200******************************************************************
110300 7000-WRITE-REG-LINE.
110400*
110500     WRITE DL810-PRINT-REC AFTER ADVANCING 1 LINE.
110600     IF DL810-REGISTER-STATUS NOT = "00"
110700         DISPLAY "DL810 ABEND - WRITE FAILED FOR FEERPT, "
110800             "STATUS = " DL810-REGISTER-STATUS
110900         MOVE 16 TO RETURN-CODE
111000         GOBACK
111100     END-IF.
111200*
111300 7000-EXIT.
111400     EXIT.
111500*
111600******************************************************************
111700*    8000-PRINT-TOTALS  -  CHARGED, WAIVED AND CAPPED TOTALS FOR *
111800*    EACH FEE TYPE, THEN THE RUN TOTALS, SO THE FEES CAN BE      *
111900*    CHECKED BEFORE THEY POST.                                   *
112000******************************************************************
112100 8000-PRINT-TOTALS.
112200*
112300     PERFORM 8100-PRINT-FEE-TYPE THRU 8100-EXIT
112400         VARYING DL810-FEE-SUB FROM 1 BY 1
112500         UNTIL DL810-FEE-SUB > 3.
112600*
112700     MOVE SPACES TO DL810-PRINT-REC.
112800     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
112900*
113000     MOVE "FEES CHARGED ON FEEOUT" TO DL810-TOT-LABEL.
113100     MOVE DL810-FEE-COUNT TO DL810-TOT-COUNT.
113200     MOVE DL810-FEE-TOTAL TO DL810-TOT-AMOUNT.
113300     MOVE DL810-REG-TOTAL-LINE TO DL810-PRINT-REC.
113400     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
113500*
113600     MOVE "ACCOUNTS ASSESSED" TO DL810-TOT-LABEL.
113700     MOVE DL810-ASSESSED-COUNT TO DL810-TOT-COUNT.
113800     MOVE ZERO TO DL810-TOT-AMOUNT.
113900     MOVE DL810-REG-TOTAL-LINE TO DL810-PRINT-REC.
114000     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
114100*
114200     MOVE "ACCOUNTS WITH NO MONTH-END SNAPSHOT"
114300         TO DL810-TOT-LABEL.
114400     MOVE DL810-NOT-CUT-COUNT TO DL810-TOT-COUNT.
114500     MOVE ZERO TO DL810-TOT-AMOUNT.
114600     MOVE DL810-REG-TOTAL-LINE TO DL810-PRINT-REC.
114700     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
114800*
114900     MOVE "ACCOUNTS CLOSED - NOT CHARGED" TO DL810-TOT-LABEL.
115000     MOVE DL810-CLOSED-COUNT TO DL810-TOT-COUNT.
115100     MOVE ZERO TO DL810-TOT-AMOUNT.
115200     MOVE DL810-REG-TOTAL-LINE TO DL810-PRINT-REC.
115300     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
115400*
115500     MOVE "ACCOUNTS IN NO FEE BAND" TO DL810-TOT-LABEL.
115600     MOVE DL810-NO-BAND-COUNT TO DL810-TOT-COUNT.
115700     MOVE ZERO TO DL810-TOT-AMOUNT.
115800     MOVE DL810-REG-TOTAL-LINE TO DL810-PRINT-REC.
115900     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
116000*
116100     MOVE "OVER LIMIT - HELD OFF FEEOUT" TO DL810-TOT-LABEL.
116200     MOVE DL810-OVER-LIMIT-COUNT TO DL810-TOT-COUNT.
116300     MOVE ZERO TO DL810-TOT-AMOUNT.
116400     MOVE DL810-REG-TOTAL-LINE TO DL810-PRINT-REC.
116500     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
116600*
116700 8000-EXIT.
116800     EXIT.
116900*
117000 8100-PRINT-FEE-TYPE.
117100*
117200     MOVE SPACES TO DL810-PRINT-REC.
117300     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
117400*
117500     MOVE SPACES TO DL810-TOT-LABEL.
117600     STRING DL810-FEE-TYPE-NAME (DL810-FEE-SUB) DELIMITED BY "  "
117700         " - CHARGED" DELIMITED BY SIZE
117800         INTO DL810-TOT-LABEL
117900     END-STRING.
118000     MOVE DL810-FT-CHARGED-COUNT (DL810-FEE-SUB)
118100         TO DL810-TOT-COUNT.
118200     MOVE DL810-FT-CHARGED-AMT (DL810-FEE-SUB)
118300         TO DL810-TOT-AMOUNT.
118400     MOVE DL810-REG-TOTAL-LINE TO DL810-PRINT-REC.
118500     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
118600*
118700     MOVE SPACES TO DL810-TOT-LABEL.
118800     STRING DL810-FEE-TYPE-NAME (DL810-FEE-SUB) DELIMITED BY "  "
118900         " - WAIVED" DELIMITED BY SIZE
119000         INTO DL810-TOT-LABEL
119100     END-STRING.
119200     MOVE DL810-FT-WAIVED-COUNT (DL810-FEE-SUB)
119300         TO DL810-TOT-COUNT.
119400     MOVE DL810-FT-WAIVED-AMT (DL810-FEE-SUB)
119500         TO DL810-TOT-AMOUNT.
119600     MOVE DL810-REG-TOTAL-LINE TO DL810-PRINT-REC.
119700     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
119800*
119900     MOVE SPACES TO DL810-TOT-LABEL.
120000     STRING DL810-FEE-TYPE-NAME (DL810-FEE-SUB) DELIMITED BY "  "
120100         " - CAPPED (AMOUNT OVER CAP)" DELIMITED BY SIZE
120200         INTO DL810-TOT-LABEL
120300     END-STRING.
120400     MOVE DL810-FT-CAPPED-COUNT (DL810-FEE-SUB)
120500         TO DL810-TOT-COUNT.
120600     MOVE DL810-FT-CAPPED-AMT (DL810-FEE-SUB)
120700         TO DL810-TOT-AMOUNT.
120800     MOVE DL810-REG-TOTAL-LINE TO DL810-PRINT-REC.
120900     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
121000*
121100 8100-EXIT.
121200     EXIT.
121300*
121400******************************************************************
121500*    9000-TERMINATE  -  DISPLAY THE RUN TOTALS, CLOSE EVERY      *
121600*    DATASET AND SET THE RETURN CODE.                            *
121700******************************************************************
121800 9000-TERMINATE.
121900*
122000     DISPLAY "DL810 COMPLETE - HISTORY RECORDS    : "
122100         DL810-HIST-COUNT.
122200     DISPLAY "DL810 COMPLETE - DAILY SNAPSHOTS    : "
122300         DL810-SNAP-COUNT.
122400     DISPLAY "DL810 COMPLETE - ACCOUNTS ASSESSED  : "
122500         DL810-ASSESSED-COUNT.
122600     DISPLAY "DL810 COMPLETE - FEES EMITTED       : "
122700         DL810-FEE-COUNT.
122800     DISPLAY "DL810 COMPLETE - FEE TOTAL          : "
122900         DL810-FEE-TOTAL.
123000     DISPLAY "DL810 COMPLETE - MONTH NOT CUT      : "
123100         DL810-NOT-CUT-COUNT.
123200     DISPLAY "DL810 COMPLETE - CLOSED ACCOUNTS    : "
123300         DL810-CLOSED-COUNT.
123400     DISPLAY "DL810 COMPLETE - NO FEE BAND        : "
123500         DL810-NO-BAND-COUNT.
123600     DISPLAY "DL810 COMPLETE - OVER LIMIT HELD    : "
123700         DL810-OVER-LIMIT-COUNT.
123800*
123900     CLOSE DL810-HIST-FILE
124000           DL810-MASTER-FILE
124100           DL810-SCHED-FILE
124200           DL810-FEE-FILE
124300           DL810-REGISTER-FILE.
124400*
124500     IF DL810-NOT-CUT-COUNT > ZERO
124600        OR DL810-OVER-LIMIT-COUNT > ZERO
124700         DISPLAY "DL810 COMPLETE - FEES HELD, RC 8"
124800         MOVE 8 TO RETURN-CODE
124900     END-IF.
125000*
125100 9000-EXIT.
125200     EXIT.
125300*
125400     COPY DL100DTP.
