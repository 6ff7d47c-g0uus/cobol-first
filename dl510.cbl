000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  DL510                                          *
000400*                                                                *
000500*    GL ACKNOWLEDGEMENT RECONCILIATION.                          *
000600*                                                                *
000700*    RUN EACH BUSINESS DAY AFTER THE GL'S RETURN FILE ARRIVES.   *
000800*    READS THE GL ACKNOWLEDGEMENT FILE (GLACK) AND MATCHES EACH  *
000900*    ACKNOWLEDGEMENT LINE, BY BUSINESS DATE, GL ACCOUNT AND      *
001000*    COST CENTER, TO THE LINE DL500 LOGGED ON THE CUMULATIVE     *
001100*    GL SENT LOG (GLSENT) WHEN IT BUILT THAT DATE'S GLEXT.  THE  *
001200*    POSTING COUNT AND AMOUNT THE GL BOOKED ARE COMPARED WITH    *
001300*    WHAT WAS SENT AND THE OUTCOME IS KEPT ON THE SENT LOG.      *
001400*                                                                *
001500*    A BREAK IS ANY OF:                                          *
001600*      - A LINE THE GL REJECTED, OR BOOKED WITH A DIFFERENT      *
001700*        COUNT OR AMOUNT FROM WHAT WAS SENT.                     *
001800*      - A LINE SENT FOR A DATE THE GL ACKNOWLEDGED THAT IS      *
001900*        MISSING FROM THE ACKNOWLEDGEMENT.                       *
002000*      - AN ACKNOWLEDGEMENT FOR A LINE THAT WAS NEVER SENT, OR   *
002100*        ONE THAT CANNOT BE READ.                                *
002200*      - A RETURN BATCH WHOSE TRAILER DOES NOT AGREE WITH ITS    *
002300*        LINES, OR THAT HAS NO TRAILER.                          *
002400*      - A BUSINESS DATE SENT MORE THAN ACKDAYS CALENDAR DAYS    *
002500*        AGO THAT THE GL HAS STILL NOT ACKNOWLEDGED.             *
002600*                                                                *
002700*    THE PRINTED RECONCILIATION (GLRECRPT) SHOWS EVERY LINE      *
002800*    ACKNOWLEDGED TODAY, THE SENT-VERSUS-BOOKED TOTAL FOR EACH   *
002900*    DATE ACKNOWLEDGED, AN EXCEPTION SECTION LISTING EVERY       *
003000*    BREAK, AND THE DATES STILL INSIDE THEIR ACKNOWLEDGEMENT     *
003100*    WINDOW.  ANY BREAK ENDS THE STEP WITH RETURN CODE 8.  A     *
003200*    DAY WITH NO RETURN FILE STILL RUNS, SO AN OVERDUE DATE IS   *
003300*    CAUGHT EVEN WHEN THE GL SENDS NOTHING AT ALL.               *
003400*                                                                *
003500*    RUN PARAMETERS (COMMA SEPARATED, KEYWORD=VALUE):            *
003600*        BUSDATE=YYYYMMDD  THE BUSINESS DATE OF THE RUN          *
003700*                          (DEFAULT: THE RUN DATE).              *
003800*        ACKDAYS=NNN       CALENDAR DAYS THE GL HAS TO           *
003900*                          ACKNOWLEDGE A DATE (DEFAULT 3).       *
004000*                                                                *
004100*    RETURN CODE:   0  EVERYTHING SENT IS ACKNOWLEDGED AND       *
004200*                      AGREES, OR IS STILL INSIDE ITS WINDOW.    *
004300*                   8  ONE OR MORE BREAKS - SEE THE EXCEPTION    *
004400*                      SECTION.                                  *
004500*                  16  DATASET FAILURE OR BAD PARAMETER.         *
004600*                                                                *
004700*    MODIFICATION HISTORY.                                      *
004800*    DATE       INIT  DESCRIPTION                                *
004900*    ---------  ----  ------------------------------------------ *
005000*    2026-10-15 JHD   ORIGINAL PROGRAM.  A WHOLE DAY'S EXTRACT   *
005100*                     WAS REJECTED BY THE LEDGER AND NOBODY      *
005200*                     KNEW FOR A WEEK.                           *
005300*                                                                *
005400******************************************************************
005500 IDENTIFICATION DIVISION.
005600 PROGRAM-ID. DL510.
005700 AUTHOR. J H DRAYTON.
005800 INSTALLATION. DAILY LEDGER SUITE.
005900 DATE-WRITTEN. 2026-10-15.
006000 DATE-COMPILED.
006100*
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SOURCE-COMPUTER. IBM-370.
006500 OBJECT-COMPUTER. IBM-370.
006600*
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900*
007000*        GLACK     - THE GL'S ACKNOWLEDGEMENT RETURN FILE (INPUT,
007100*                    OPTIONAL - THE GL MAY SEND NOTHING).
007200*        GLSENT    - THE CUMULATIVE GL SENT LOG WRITTEN BY DL500
007300*                    (I-O, INDEXED).
007400*        GLRECRPT  - THE PRINTED ACKNOWLEDGEMENT RECONCILIATION.
007500*
007600     SELECT OPTIONAL DL510-ACK-FILE
007700         ASSIGN TO GLACK
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS DL510-ACK-STATUS.
008000*
008100     SELECT OPTIONAL DL510-SENT-FILE
008200         ASSIGN TO GLSENT
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS GS-KEY
008600         FILE STATUS IS DL510-SENT-STATUS.
008700*
008800     SELECT DL510-REPORT-FILE
008900         ASSIGN TO GLRECRPT
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS DL510-REPORT-STATUS.
009200*
009300 DATA DIVISION.
009400 FILE SECTION.
009500*
009600******************************************************************
009700*    GL ACKNOWLEDGEMENT RETURN FILE.  ONE OR MORE BATCHES, EACH  *
009800*    A HEADER, ONE DETAIL PER GL ACCOUNT AND COST CENTER THE GL  *
009900*    BOOKED OR REJECTED (EACH CARRYING THE BUSINESS DATE OF THE  *
010000*    EXTRACT IT ANSWERS), AND A TRAILER WITH THE DETAIL COUNT    *
010100*    AND THE BOOKED AMOUNT TOTAL.                                *
010200******************************************************************
010300 FD  DL510-ACK-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  DL510-ACK-REC.
010600     05  GA-REC-TYPE                 PIC X(01).
010700         88  GA-HEADER-REC           VALUE "H".
010800         88  GA-DETAIL-REC           VALUE "D".
010900         88  GA-TRAILER-REC          VALUE "T".
011000     05  GA-BODY.
011100         10  GA-BUSINESS-DATE        PIC 9(8).
011200         10  GA-GL-ACCOUNT           PIC X(12).
011300         10  GA-COST-CENTER          PIC X(06).
011400         10  GA-BOOKED-COUNT         PIC 9(8).
011500         10  GA-BOOKED-AMOUNT        PIC S9(10)V9(3)
011600                 SIGN IS TRAILING SEPARATE CHARACTER.
011700         10  GA-ACK-CODE             PIC X(01).
011800             88  GA-ACCEPTED         VALUE "A".
011900             88  GA-REJECTED         VALUE "R".
012000         10  GA-REJECT-REASON        PIC X(20).
012100     05  GA-HEADER REDEFINES GA-BODY.
012200         10  GAH-ACK-DATE            PIC X(08).
012300         10  GAH-SOURCE-SYSTEM       PIC X(08).
012400         10  GAH-FILLER              PIC X(53).
012500     05  GA-TRAILER REDEFINES GA-BODY.
012600         10  GAT-LINE-COUNT          PIC 9(8).
012700         10  GAT-AMOUNT-TOTAL        PIC S9(10)V9(3)
012800                 SIGN IS TRAILING SEPARATE CHARACTER.
012900         10  GAT-FILLER              PIC X(47).
013000*
013100 FD  DL510-SENT-FILE
013200     LABEL RECORDS ARE STANDARD.
013300     COPY DL500GLS.
013400*
013500 FD  DL510-REPORT-FILE
013600     LABEL RECORDS ARE OMITTED.
013700 01  DL510-PRINT-REC                 PIC X(132).
013800*
013900 WORKING-STORAGE SECTION.
014000*
014100 01  DL510-FILE-STATUSES.
014200     05  DL510-ACK-STATUS            PIC X(02).
014300     05  DL510-SENT-STATUS           PIC X(02).
014400     05  DL510-REPORT-STATUS         PIC X(02).
014500*
014600 01  DL510-SWITCHES.
014700     05  DL510-ACK-EOF-SW            PIC X(01) VALUE "N".
014800         88  DL510-ACK-EOF           VALUE "Y".
014900     05  DL510-IN-BATCH-SW           PIC X(01) VALUE "N".
015000         88  DL510-IN-BATCH          VALUE "Y".
015100         88  DL510-NOT-IN-BATCH      VALUE "N".
015200     05  DL510-SCAN-DONE-SW          PIC X(01) VALUE "N".
015300         88  DL510-SCAN-DONE         VALUE "Y".
015400     05  DL510-DATE-BROKEN-SW        PIC X(01) VALUE "N".
015500         88  DL510-DATE-BROKEN       VALUE "Y".
015600     05  DL510-DATE-FOUND-SW         PIC X(01) VALUE "N".
015700         88  DL510-DATE-FOUND        VALUE "Y".
015800         88  DL510-DATE-MISSING      VALUE "N".
015900*
016000 01  DL510-COUNTERS.
016100     05  DL510-ACK-READ-COUNT        PIC 9(8) COMP VALUE ZERO.
016200     05  DL510-BATCH-COUNT           PIC 9(8) COMP VALUE ZERO.
016300     05  DL510-AGREED-COUNT          PIC 9(8) COMP VALUE ZERO.
016400     05  DL510-BROKEN-COUNT          PIC 9(8) COMP VALUE ZERO.
016500     05  DL510-MISSING-COUNT         PIC 9(8) COMP VALUE ZERO.
016600     05  DL510-OVERDUE-COUNT         PIC 9(8) COMP VALUE ZERO.
016700     05  DL510-AWAITING-COUNT        PIC 9(8) COMP VALUE ZERO.
016800     05  DL510-EXCEPTION-COUNT       PIC 9(8) COMP VALUE ZERO.
016900     05  DL510-BATCH-LINES           PIC 9(8) COMP VALUE ZERO.
017000*
017100 01  DL510-BATCH-AMOUNT              PIC S9(10)V9(3) COMP-3
017200                                     VALUE ZERO.
017300 01  DL510-DATE-BOOKED-COUNT         PIC 9(8) COMP VALUE ZERO.
017400 01  DL510-DATE-BOOKED-AMOUNT        PIC S9(10)V9(3) COMP-3
017500                                     VALUE ZERO.
017600 01  DL510-ACK-DAYS                  PIC 9(3) VALUE 3.
017700*
017800******************************************************************
017900*    BUSINESS DATES ACKNOWLEDGED IN THIS RUN.  ONCE THE WHOLE    *
018000*    RETURN FILE IS IN, EVERY LINE SENT FOR ONE OF THESE DATES   *
018100*    THAT THE GL DID NOT ANSWER IS A BREAK.                      *
018200******************************************************************
018300 01  DL510-DATE-TABLE.
018400     05  DL510-DATE-MAX              PIC 9(3) COMP VALUE 60.
018500     05  DL510-DATE-COUNT            PIC 9(3) COMP VALUE ZERO.
018600     05  DL510-DATE-ENTRY            PIC 9(8) OCCURS 60 TIMES
018700                                     INDEXED BY DL510-DATE-IX.
018800 01  DL510-DATE-SUB                  PIC 9(3) COMP.
018900*
019000******************************************************************
019100*    EXCEPTIONS THAT HAVE NO LINE ON THE SENT LOG TO CARRY THEM  *
019200*    - UNREADABLE OR NEVER-SENT ACKNOWLEDGEMENTS AND BAD RETURN  *
019300*    BATCHES - HELD HERE FOR THE EXCEPTION SECTION.  ANY BEYOND  *
019400*    THE TABLE ARE STILL COUNTED AS BREAKS AND SHOWN ON THE JOB  *
019500*    LOG.                                                        *
019600******************************************************************
019700 01  DL510-HELD-TABLE.
019800     05  DL510-HELD-MAX              PIC 9(3) COMP VALUE 200.
019900     05  DL510-HELD-COUNT            PIC 9(3) COMP VALUE ZERO.
020000     05  DL510-HELD-OVERFLOW         PIC 9(8) COMP VALUE ZERO.
020100     05  DL510-HELD-ENTRY            OCCURS 200 TIMES.
020200         10  DL510-HELD-DATE         PIC X(08).
020300         10  DL510-HELD-ACCOUNT      PIC X(12).
020400         10  DL510-HELD-COST-CENTER  PIC X(06).
020500         10  DL510-HELD-COUNT-BOOKED PIC 9(8) COMP.
020600         10  DL510-HELD-AMT-BOOKED   PIC S9(10)V9(3) COMP-3.
020700         10  DL510-HELD-REASON       PIC X(30).
020800 01  DL510-HELD-SUB                  PIC 9(3) COMP.
020900*
021000 01  DL510-HOLD-WORK.
021100     05  DL510-HW-DATE               PIC X(08).
021200     05  DL510-HW-ACCOUNT            PIC X(12).
021300     05  DL510-HW-COST-CENTER        PIC X(06).
021400     05  DL510-HW-COUNT              PIC 9(8) COMP.
021500     05  DL510-HW-AMOUNT             PIC S9(10)V9(3) COMP-3.
021600     05  DL510-HW-REASON             PIC X(30).
021700*
021800******************************************************************
021900*    DATES.  A DATE'S AGE IS CALENDAR DAYS FROM ITS BUSINESS     *
022000*    DATE TO THE BUSINESS DATE OF THIS RUN.                      *
022100******************************************************************
022200 01  DL510-BUSINESS-DATE             PIC 9(8) VALUE ZERO.
022300 01  DL510-RUN-DATE                  PIC 9(8).
022400 01  DL510-BUSINESS-DAYS             PIC S9(9) COMP.
022500 01  DL510-AGE-DAYS                  PIC S9(9) COMP.
022600*
022700     COPY DL100DTW.
022800*
022900******************************************************************
023000*    RUN PARAMETER HANDLING  (BUSDATE= / ACKDAYS=)               *
023100******************************************************************
023200 01  DL510-PARM-STRING               PIC X(80).
023300 01  DL510-PARM-TOKENS.
023400     05  DL510-PARM-TOKEN OCCURS 2 TIMES
023500                                     PIC X(40).
023600 01  DL510-PARM-IX                   PIC 9(1) COMP.
023700 01  DL510-PARM-KEY                  PIC X(20).
023800 01  DL510-PARM-VALUE                PIC X(20).
023900 01  DL510-PARM-VALUE-LEN            PIC 9(2) COMP.
024000*
024100******************************************************************
024200*    RECONCILIATION REPORT PRINT LINES                           *
024300******************************************************************
024400 01  DL510-RPT-HEADING-1.
024500     05  FILLER                      PIC X(08) VALUE "DL510".
024600     05  FILLER                      PIC X(44) VALUE
024700         "GL ACKNOWLEDGEMENT RECONCILIATION".
024800     05  FILLER                      PIC X(14) VALUE
024900         "BUSINESS DATE ".
025000     05  DL510-H1-BUSDATE            PIC 9(8).
025100     05  FILLER                      PIC X(58) VALUE SPACES.
025200*
025300 01  DL510-RPT-HEADING-2.
025400     05  FILLER                      PIC X(08) VALUE SPACES.
025500     05  FILLER                      PIC X(27) VALUE
025600         "ACKNOWLEDGEMENT DUE WITHIN ".
025700     05  DL510-H2-ACK-DAYS           PIC ZZ9.
025800     05  FILLER                      PIC X(26) VALUE
025900         " DAYS OF THE BUSINESS DATE".
026000     05  FILLER                      PIC X(68) VALUE SPACES.
026100*
026200 01  DL510-RPT-TEXT-LINE.
026300     05  FILLER                      PIC X(05) VALUE SPACES.
026400     05  DL510-TX-TEXT               PIC X(60).
026500     05  FILLER                      PIC X(67) VALUE SPACES.
026600*
026700 01  DL510-RPT-COLUMN-HEADING.
026800     05  FILLER                      PIC X(05) VALUE SPACES.
026900     05  FILLER                      PIC X(10) VALUE "BUS DATE".
027000     05  FILLER                      PIC X(14) VALUE "GL ACCOUNT".
027100     05  FILLER                      PIC X(08) VALUE "CCTR".
027200     05  FILLER                      PIC X(11) VALUE "  SENT CNT".
027300     05  FILLER                      PIC X(11) VALUE "BOOKED CNT".
027400     05  FILLER                      PIC X(21) VALUE
027500         "         SENT AMOUNT".
027600     05  FILLER                      PIC X(21) VALUE
027700         "       BOOKED AMOUNT".
027800     05  FILLER                      PIC X(31) VALUE "RESULT".
027900*
028000 01  DL510-RPT-DETAIL.
028100     05  FILLER                      PIC X(05) VALUE SPACES.
028200     05  DL510-DL-DATE               PIC X(08).
028300     05  FILLER                      PIC X(02) VALUE SPACES.
028400     05  DL510-DL-ACCOUNT            PIC X(12).
028500     05  FILLER                      PIC X(02) VALUE SPACES.
028600     05  DL510-DL-COST-CENTER        PIC X(06).
028700     05  FILLER                      PIC X(02) VALUE SPACES.
028800     05  DL510-DL-SENT-COUNT         PIC ZZ,ZZZ,ZZ9.
028900     05  FILLER                      PIC X(01) VALUE SPACES.
029000     05  DL510-DL-BOOKED-COUNT       PIC ZZ,ZZZ,ZZ9.
029100     05  FILLER                      PIC X(01) VALUE SPACES.
029200     05  DL510-DL-SENT-AMOUNT        PIC ----,---,---,--9.999.
029300     05  FILLER                      PIC X(01) VALUE SPACES.
029400     05  DL510-DL-BOOKED-AMOUNT      PIC ----,---,---,--9.999.
029500     05  FILLER                      PIC X(01) VALUE SPACES.
029600     05  DL510-DL-RESULT             PIC X(30).
029700     05  FILLER                      PIC X(01) VALUE SPACES.
029800*
029900 01  DL510-BATCH-LINE.
030000     05  FILLER                      PIC X(05) VALUE SPACES.
030100     05  FILLER                      PIC X(19) VALUE
030200         "RETURN BATCH DATED ".
030300     05  DL510-BL-ACK-DATE           PIC X(08).
030400     05  FILLER                      PIC X(06) VALUE " FROM ".
030500     05  DL510-BL-SOURCE             PIC X(08).
030600     05  FILLER                      PIC X(86) VALUE SPACES.
030700*
030800 01  DL510-AGE-TEXT.
030900     05  DL510-AGE-LABEL             PIC X(17).
031000     05  DL510-AGE-DAYS-OUT          PIC ZZZ9.
031100     05  FILLER                      PIC X(05) VALUE " DAYS".
031200     05  FILLER                      PIC X(04) VALUE SPACES.
031300*
031400 01  DL510-RPT-TOTAL-LINE.
031500     05  FILLER                      PIC X(05) VALUE SPACES.
031600     05  DL510-TOT-LABEL             PIC X(40).
031700     05  DL510-TOT-COUNT             PIC ZZ,ZZZ,ZZ9.
031800     05  FILLER                      PIC X(77) VALUE SPACES.
031900*
032000 PROCEDURE DIVISION.
032100*
032200******************************************************************
032300*    0000-MAINLINE                                              *
032400******************************************************************
032500 0000-MAINLINE.
032600*
032700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032800*
032900     PERFORM 2000-PROCESS-ACK THRU 2000-EXIT
033000         UNTIL DL510-ACK-EOF.
033100     IF DL510-IN-BATCH
033200         PERFORM 2350-NO-TRAILER THRU 2350-EXIT
033300     END-IF.
033400*
033500     PERFORM 3000-SETTLE-DATES THRU 3000-EXIT.
033600*
033700     PERFORM 8000-PRINT-EXCEPTIONS THRU 8000-EXIT.
033800     PERFORM 8500-PRINT-AWAITING THRU 8500-EXIT.
033900     PERFORM 8800-PRINT-TOTALS THRU 8800-EXIT.
034000*
034100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034200*
034300     GOBACK.
034400*
034500******************************************************************
034600*    1000-INITIALIZE  -  PARSE THE RUN PARAMETERS, OPEN THE      *
034700*    DATASETS, HEAD THE REPORT AND PRIME THE RETURN FILE READ.   *
034800******************************************************************
034900 1000-INITIALIZE.
035000*
035100     DISPLAY "DL510 - GL ACKNOWLEDGEMENT RECONCILIATION STARTING".
035200*
035300     ACCEPT DL510-PARM-STRING FROM COMMAND-LINE.
035400     ACCEPT DL510-RUN-DATE FROM DATE YYYYMMDD.
035500     MOVE DL510-RUN-DATE TO DL510-BUSINESS-DATE.
035600     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
035700*
035800     MOVE DL510-BUSINESS-DATE TO DW-DATE.
035900     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
036000     MOVE DW-DAYS TO DL510-BUSINESS-DAYS.
036100*
036200     PERFORM 1050-OPEN-FILES THRU 1050-EXIT.
036300     PERFORM 1400-WRITE-HEADINGS THRU 1400-EXIT.
036400*
036500     PERFORM 2900-READ-ACK THRU 2900-EXIT.
036600*
036700 1000-EXIT.
036800     EXIT.
036900*
037000******************************************************************
037100*    1050-OPEN-FILES  -  OPEN EVERY DATASET AND CONFIRM EACH     *
037200*    OPEN SUCCEEDED BEFORE THE RUN GOES ANY FURTHER.             *
037300******************************************************************
037400 1050-OPEN-FILES.
037500*
037600*        NO RETURN FILE IS NOT AN ERROR IN ITSELF - THE OVERDUE
037700*        CHECK BELOW IS WHAT CATCHES A GL THAT HAS GONE QUIET.
037800     OPEN INPUT DL510-ACK-FILE.
037900     IF DL510-ACK-STATUS = "05"
038000         DISPLAY "DL510 - NO GL ACKNOWLEDGEMENT FILE THIS RUN"
038100     END-IF.
038200     IF DL510-ACK-STATUS NOT = "00" AND NOT = "05"
038300         DISPLAY "DL510 ABEND - OPEN FAILED FOR GLACK, "
038400             "STATUS = " DL510-ACK-STATUS
038500         MOVE 16 TO RETURN-CODE
038600         GOBACK
038700     END-IF.
038800*
038900     OPEN I-O DL510-SENT-FILE.
039000     IF DL510-SENT-STATUS NOT = "00" AND NOT = "05"
039100         DISPLAY "DL510 ABEND - OPEN FAILED FOR GLSENT, "
039200             "STATUS = " DL510-SENT-STATUS
039300         MOVE 16 TO RETURN-CODE
039400         GOBACK
039500     END-IF.
039600*
039700     OPEN OUTPUT DL510-REPORT-FILE.
039800     IF DL510-REPORT-STATUS NOT = "00"
039900         DISPLAY "DL510 ABEND - OPEN FAILED FOR GLRECRPT, "
040000             "STATUS = " DL510-REPORT-STATUS
040100         MOVE 16 TO RETURN-CODE
040200         GOBACK
040300     END-IF.
040400*
040500 1050-EXIT.
040600     EXIT.
040700*
040800******************************************************************
040900*    1100-PARSE-PARM  -  BREAK THE PARM STRING INTO ITS          *
041000*    KEYWORD=VALUE TOKENS AND APPLY EACH ONE.                    *
041100******************************************************************
041200 1100-PARSE-PARM.
041300*
041400     MOVE SPACES TO DL510-PARM-TOKEN (1) DL510-PARM-TOKEN (2).
041500     UNSTRING DL510-PARM-STRING DELIMITED BY ","
041600         INTO DL510-PARM-TOKEN (1) DL510-PARM-TOKEN (2)
041700     END-UNSTRING.
041800*
041900     PERFORM 1110-APPLY-TOKEN THRU 1110-EXIT
042000         VARYING DL510-PARM-IX FROM 1 BY 1
042100         UNTIL DL510-PARM-IX > 2.
042200*
042300 1100-EXIT.
042400     EXIT.
042500*
042600******************************************************************
042700*    1110-APPLY-TOKEN  -  SPLIT ONE KEYWORD=VALUE TOKEN AND      *
042800*    SET THE RUN OPTION IT CONTROLS.                             *
042900******************************************************************
043000 1110-APPLY-TOKEN.
043100*
043200     MOVE SPACES TO DL510-PARM-KEY DL510-PARM-VALUE.
043300     UNSTRING DL510-PARM-TOKEN (DL510-PARM-IX) DELIMITED BY "="
043400         INTO DL510-PARM-KEY DL510-PARM-VALUE
043500     END-UNSTRING.
043600     MOVE ZERO TO DL510-PARM-VALUE-LEN.
043700     INSPECT DL510-PARM-VALUE TALLYING DL510-PARM-VALUE-LEN
043800         FOR CHARACTERS BEFORE INITIAL SPACE.
043900*
044000     IF DL510-PARM-KEY = SPACES
044100         GO TO 1110-EXIT
044200     END-IF.
044300*
044400     IF DL510-PARM-VALUE-LEN = ZERO
044500        OR DL510-PARM-VALUE (1:DL510-PARM-VALUE-LEN)
044600               IS NOT NUMERIC
044700         DISPLAY "DL510 ABEND - " DL510-PARM-KEY
044800             " MUST BE NUMERIC, GOT " DL510-PARM-VALUE
044900         MOVE 16 TO RETURN-CODE
045000         GOBACK
045100     END-IF.
045200*
045300     EVALUATE DL510-PARM-KEY
045400         WHEN "BUSDATE"
045500             MOVE DL510-PARM-VALUE (1:DL510-PARM-VALUE-LEN)
045600                 TO DL510-BUSINESS-DATE
045700         WHEN "ACKDAYS"
045800             MOVE DL510-PARM-VALUE (1:DL510-PARM-VALUE-LEN)
045900                 TO DL510-ACK-DAYS
046000         WHEN OTHER
046100             CONTINUE
046200     END-EVALUATE.
046300*
046400 1110-EXIT.
046500     EXIT.
046600*
046700******************************************************************
046800*    1400-WRITE-HEADINGS  -  REPORT HEADINGS AND THE HEAD OF     *
046900*    THE ACKNOWLEDGEMENT SECTION.                                *
047000******************************************************************
047100 1400-WRITE-HEADINGS.
047200*
047300     MOVE DL510-BUSINESS-DATE TO DL510-H1-BUSDATE.
047400     MOVE DL510-RPT-HEADING-1 TO DL510-PRINT-REC.
047500     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
047600     MOVE DL510-ACK-DAYS TO DL510-H2-ACK-DAYS.
047700     MOVE DL510-RPT-HEADING-2 TO DL510-PRINT-REC.
047800     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
047900*
048000     MOVE "ACKNOWLEDGEMENTS RECEIVED" TO DL510-TX-TEXT.
048100     PERFORM 7100-WRITE-SECTION THRU 7100-EXIT.
048200*
048300 1400-EXIT.
048400     EXIT.
048500*
048600******************************************************************
048700*    2000-PROCESS-ACK  -  DEAL WITH ONE RETURN FILE RECORD BY    *
048800*    ITS TYPE, THEN READ THE NEXT ONE.                           *
048900******************************************************************
049000 2000-PROCESS-ACK.
049100*
049200     ADD 1 TO DL510-ACK-READ-COUNT.
049300*
049400     EVALUATE TRUE
049500         WHEN GA-HEADER-REC
049600             PERFORM 2200-START-BATCH THRU 2200-EXIT
049700         WHEN GA-DETAIL-REC
049800             PERFORM 2100-MATCH-ACK THRU 2100-EXIT
049900         WHEN GA-TRAILER-REC
050000             PERFORM 2300-END-BATCH THRU 2300-EXIT
050100         WHEN OTHER
050200             MOVE SPACES TO DL510-HOLD-WORK
050300             MOVE ZERO TO DL510-HW-COUNT DL510-HW-AMOUNT
050400             MOVE "INVALID ACKNOWLEDGEMENT RECORD"
050500                 TO DL510-HW-REASON
050600             PERFORM 6000-HOLD-EXCEPTION THRU 6000-EXIT
050700     END-EVALUATE.
050800*
050900     PERFORM 2900-READ-ACK THRU 2900-EXIT.
051000*
051100 2000-EXIT.
051200     EXIT.
051300*
051400******************************************************************
051500*    2100-MATCH-ACK  -  MATCH ONE ACKNOWLEDGEMENT LINE TO THE    *
051600*    LINE SENT FOR ITS DATE, GL ACCOUNT AND COST CENTER,         *
051700*    COMPARE WHAT WAS BOOKED WITH WHAT WAS SENT, RECORD THE      *
051800*    OUTCOME ON THE SENT LOG AND PRINT IT.                       *
051900******************************************************************
052000 2100-MATCH-ACK.
052100*
052200     ADD 1 TO DL510-BATCH-LINES.
052300     IF GA-BOOKED-AMOUNT IS NUMERIC
052400         ADD GA-BOOKED-AMOUNT TO DL510-BATCH-AMOUNT
052500     END-IF.
052600*
052700     MOVE GA-BUSINESS-DATE TO DL510-HW-DATE.
052800     MOVE GA-GL-ACCOUNT TO DL510-HW-ACCOUNT.
052900     MOVE GA-COST-CENTER TO DL510-HW-COST-CENTER.
053000     MOVE ZERO TO DL510-HW-COUNT DL510-HW-AMOUNT.
053100*
053200     IF GA-BUSINESS-DATE NOT NUMERIC
053300        OR GA-BOOKED-COUNT NOT NUMERIC
053400        OR GA-BOOKED-AMOUNT NOT NUMERIC
053500        OR (NOT GA-ACCEPTED AND NOT GA-REJECTED)
053600         MOVE "INVALID ACKNOWLEDGEMENT RECORD" TO DL510-HW-REASON
053700         PERFORM 6000-HOLD-EXCEPTION THRU 6000-EXIT
053800         GO TO 2100-EXIT
053900     END-IF.
054000*
054100     MOVE GA-BOOKED-COUNT TO DL510-HW-COUNT.
054200     MOVE GA-BOOKED-AMOUNT TO DL510-HW-AMOUNT.
054300     PERFORM 2150-NOTE-DATE THRU 2150-EXIT.
054400*
054500     MOVE GA-BUSINESS-DATE TO GS-BUSINESS-DATE.
054600     MOVE "D" TO GS-REC-TYPE.
054700     MOVE GA-GL-ACCOUNT TO GS-GL-ACCOUNT.
054800     MOVE GA-COST-CENTER TO GS-COST-CENTER.
054900     READ DL510-SENT-FILE.
055000     IF DL510-SENT-STATUS = "23"
055100         MOVE "ACKNOWLEDGED, NEVER SENT" TO DL510-HW-REASON
055200         PERFORM 6000-HOLD-EXCEPTION THRU 6000-EXIT
055300         GO TO 2100-EXIT
055400     END-IF.
055500     IF DL510-SENT-STATUS NOT = "00"
055600         DISPLAY "DL510 ABEND - READ FAILED FOR GLSENT, "
055700             "STATUS = " DL510-SENT-STATUS
055800         MOVE 16 TO RETURN-CODE
055900         GOBACK
056000     END-IF.
056100*
056200     MOVE GA-BOOKED-COUNT TO GS-BOOKED-COUNT.
056300     MOVE GA-BOOKED-AMOUNT TO GS-BOOKED-AMOUNT.
056400     MOVE DL510-BUSINESS-DATE TO GS-ACK-DATE.
056500     MOVE SPACES TO GS-BREAK-REASON.
056600     SET GS-BROKEN TO TRUE.
056700*
056800     EVALUATE TRUE
056900         WHEN GA-REJECTED
057000             STRING "REJECTED " DELIMITED BY SIZE
057100                    GA-REJECT-REASON DELIMITED BY SIZE
057200                 INTO GS-BREAK-REASON
057300             END-STRING
057400         WHEN GS-BOOKED-COUNT NOT = GS-SENT-COUNT
057500          AND GS-BOOKED-AMOUNT NOT = GS-SENT-AMOUNT
057600             MOVE "COUNT AND AMOUNT DIFFER" TO GS-BREAK-REASON
057700         WHEN GS-BOOKED-COUNT NOT = GS-SENT-COUNT
057800             MOVE "BOOKED COUNT DIFFERS" TO GS-BREAK-REASON
057900         WHEN GS-BOOKED-AMOUNT NOT = GS-SENT-AMOUNT
058000             MOVE "BOOKED AMOUNT DIFFERS" TO GS-BREAK-REASON
058100         WHEN OTHER
058200             SET GS-AGREED TO TRUE
058300     END-EVALUATE.
058400*
058500     REWRITE DL500-SENT-REC.
058600     IF DL510-SENT-STATUS NOT = "00"
058700         DISPLAY "DL510 ABEND - REWRITE FAILED FOR GLSENT, "
058800             "STATUS = " DL510-SENT-STATUS
058900         MOVE 16 TO RETURN-CODE
059000         GOBACK
059100     END-IF.
059200*
059300     IF GS-AGREED
059400         ADD 1 TO DL510-AGREED-COUNT
059500     ELSE
059600         ADD 1 TO DL510-BROKEN-COUNT
059700     END-IF.
059800     PERFORM 7200-PRINT-SENT-LINE THRU 7200-EXIT.
059900*
060000 2100-EXIT.
060100     EXIT.
060200*
060300******************************************************************
060400*    2150-NOTE-DATE  -  REMEMBER THE BUSINESS DATE THE LINE      *
060500*    ANSWERS, ONCE, SO ITS UNANSWERED LINES CAN BE SETTLED AT    *
060600*    THE END.                                                    *
060700******************************************************************
060800 2150-NOTE-DATE.
060900*
061000     SET DL510-DATE-MISSING TO TRUE.
061100     SET DL510-DATE-IX TO 1.
061200     SEARCH DL510-DATE-ENTRY
061300         AT END
061400             CONTINUE
061500         WHEN DL510-DATE-IX > DL510-DATE-COUNT
061600             CONTINUE
061700         WHEN DL510-DATE-ENTRY (DL510-DATE-IX) = GA-BUSINESS-DATE
061800             SET DL510-DATE-FOUND TO TRUE
061900     END-SEARCH.
062000     IF DL510-DATE-FOUND
062100         GO TO 2150-EXIT
062200     END-IF.
062300*
062400     IF DL510-DATE-COUNT >= DL510-DATE-MAX
062500         DISPLAY "DL510 ABEND - MORE THAN " DL510-DATE-MAX
062600             " BUSINESS DATES ON ONE RETURN FILE"
062700         MOVE 16 TO RETURN-CODE
062800         GOBACK
062900     END-IF.
063000     ADD 1 TO DL510-DATE-COUNT.
063100     MOVE GA-BUSINESS-DATE TO DL510-DATE-ENTRY (DL510-DATE-COUNT).
063200*
063300 2150-EXIT.
063400     EXIT.
063500*
063600******************************************************************
063700*    2200-START-BATCH  -  A HEADER OPENS A RETURN BATCH.  A      *
063800*    BATCH STILL OPEN FROM AN EARLIER HEADER NEVER GOT ITS       *
063900*    TRAILER.                                                    *
064000******************************************************************
064100 2200-START-BATCH.
064200*
064300     IF DL510-IN-BATCH
064400         PERFORM 2350-NO-TRAILER THRU 2350-EXIT
064500     END-IF.
064600*
064700     SET DL510-IN-BATCH TO TRUE.
064800     ADD 1 TO DL510-BATCH-COUNT.
064900     MOVE ZERO TO DL510-BATCH-LINES DL510-BATCH-AMOUNT.
065000*
065100     MOVE GAH-ACK-DATE TO DL510-BL-ACK-DATE.
065200     MOVE GAH-SOURCE-SYSTEM TO DL510-BL-SOURCE.
065300     MOVE DL510-BATCH-LINE TO DL510-PRINT-REC.
065400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
065500*
065600 2200-EXIT.
065700     EXIT.
065800*
065900******************************************************************
066000*    2300-END-BATCH  -  THE TRAILER MUST CARRY THE BATCH'S       *
066100*    DETAIL COUNT AND BOOKED AMOUNT TOTAL.  IF IT DOES NOT,      *
066200*    PART OF THE GL'S ANSWER WENT MISSING ON THE WAY.            *
066300******************************************************************
066400 2300-END-BATCH.
066500*
066600     IF DL510-NOT-IN-BATCH
066700         MOVE SPACES TO DL510-HOLD-WORK
066800         MOVE ZERO TO DL510-HW-COUNT DL510-HW-AMOUNT
066900         MOVE "RETURN TRAILER WITH NO HEADER" TO DL510-HW-REASON
067000         PERFORM 6000-HOLD-EXCEPTION THRU 6000-EXIT
067100     END-IF.
067200*
067300     IF GAT-LINE-COUNT NOT NUMERIC
067400        OR GAT-AMOUNT-TOTAL NOT NUMERIC
067500        OR GAT-LINE-COUNT NOT = DL510-BATCH-LINES
067600        OR GAT-AMOUNT-TOTAL NOT = DL510-BATCH-AMOUNT
067700         DISPLAY "DL510 ERROR - RETURN BATCH " DL510-BATCH-COUNT
067800             " TRAILER DOES NOT AGREE - LINES READ "
067900             DL510-BATCH-LINES ", AMOUNT " DL510-BATCH-AMOUNT
068000         MOVE SPACES TO DL510-HOLD-WORK
068100         MOVE ZERO TO DL510-HW-COUNT DL510-HW-AMOUNT
068200         IF GAT-LINE-COUNT IS NUMERIC
068300             MOVE GAT-LINE-COUNT TO DL510-HW-COUNT
068400         END-IF
068500         IF GAT-AMOUNT-TOTAL IS NUMERIC
068600             MOVE GAT-AMOUNT-TOTAL TO DL510-HW-AMOUNT
068700         END-IF
068800         MOVE "RETURN TRAILER DISAGREES" TO DL510-HW-REASON
068900         PERFORM 6000-HOLD-EXCEPTION THRU 6000-EXIT
069000     END-IF.
069100*
069200     SET DL510-NOT-IN-BATCH TO TRUE.
069300     MOVE ZERO TO DL510-BATCH-LINES DL510-BATCH-AMOUNT.
069400*
069500 2300-EXIT.
069600     EXIT.
069700*
069800******************************************************************
069900*    2350-NO-TRAILER  -  A RETURN BATCH ENDED WITHOUT ITS        *
070000*    TRAILER, SO THERE IS NO PROOF THE GL SENT IT WHOLE.         *
070100******************************************************************
070200 2350-NO-TRAILER.
070300*
070400     DISPLAY "DL510 ERROR - RETURN BATCH " DL510-BATCH-COUNT
070500         " HAS NO TRAILER".
070600     MOVE SPACES TO DL510-HOLD-WORK.
070700     MOVE DL510-BATCH-LINES TO DL510-HW-COUNT.
070800     MOVE DL510-BATCH-AMOUNT TO DL510-HW-AMOUNT.
070900     MOVE "RETURN BATCH HAS NO TRAILER" TO DL510-HW-REASON.
071000     PERFORM 6000-HOLD-EXCEPTION THRU 6000-EXIT.
071100     SET DL510-NOT-IN-BATCH TO TRUE.
071200*
071300 2350-EXIT.
071400     EXIT.
071500*
071600******************************************************************
071700*    2900-READ-ACK  -  READ THE NEXT RETURN FILE RECORD.         *
071800******************************************************************
071900 2900-READ-ACK.
072000*
072100     READ DL510-ACK-FILE
072200         AT END
072300             SET DL510-ACK-EOF TO TRUE
072400     END-READ.
072500*
072600     IF DL510-ACK-STATUS NOT = "00" AND NOT = "10"
072700         DISPLAY "DL510 ABEND - READ FAILED FOR GLACK, "
072800             "STATUS = " DL510-ACK-STATUS
072900         MOVE 16 TO RETURN-CODE
073000         GOBACK
073100     END-IF.
073200*
073300 2900-EXIT.
073400     EXIT.
073500*
073600******************************************************************
073700*    3000-SETTLE-DATES  -  WITH THE WHOLE RETURN FILE IN, WORK   *
073800*    THROUGH EACH BUSINESS DATE IT ANSWERED:  MARK EVERY LINE    *
073900*    SENT FOR THE DATE THAT THE GL LEFT UNANSWERED, THEN         *
074000*    SETTLE AND PRINT THE DATE'S SENT-VERSUS-BOOKED TOTAL.       *
074100******************************************************************
074200 3000-SETTLE-DATES.
074300*
074400     MOVE "BUSINESS DATE TOTALS" TO DL510-TX-TEXT.
074500     PERFORM 7100-WRITE-SECTION THRU 7100-EXIT.
074600*
074700     PERFORM 3100-SETTLE-ONE-DATE THRU 3100-EXIT
074800         VARYING DL510-DATE-SUB FROM 1 BY 1
074900         UNTIL DL510-DATE-SUB > DL510-DATE-COUNT.
075000*
075100 3000-EXIT.
075200     EXIT.
075300*
075400******************************************************************
075500*    3100-SETTLE-ONE-DATE  -  WALK THE DATE'S SENT LINES, THEN   *
075600*    BRING ITS DATE TOTAL UP TO DATE.  A DATE THAT WAS NEVER     *
075700*    SENT HAS NO DATE TOTAL - ITS LINES ARE ALREADY EXCEPTIONS.  *
075800******************************************************************
075900 3100-SETTLE-ONE-DATE.
076000*
076100     MOVE ZERO TO DL510-DATE-BOOKED-COUNT
076200                  DL510-DATE-BOOKED-AMOUNT.
076300     MOVE "N" TO DL510-DATE-BROKEN-SW.
076400     MOVE "N" TO DL510-SCAN-DONE-SW.
076500*
076600     MOVE LOW-VALUES TO GS-KEY.
076700     MOVE DL510-DATE-ENTRY (DL510-DATE-SUB) TO GS-BUSINESS-DATE.
076800     PERFORM 8200-START-SCAN THRU 8200-EXIT.
076900     PERFORM 3200-SETTLE-LINE THRU 3200-EXIT
077000         UNTIL DL510-SCAN-DONE.
077100*
077200     MOVE DL510-DATE-ENTRY (DL510-DATE-SUB) TO GS-BUSINESS-DATE.
077300     MOVE "T" TO GS-REC-TYPE.
077400     MOVE SPACES TO GS-GL-ACCOUNT GS-COST-CENTER.
077500     READ DL510-SENT-FILE.
077600     IF DL510-SENT-STATUS = "23"
077700         GO TO 3100-EXIT
077800     END-IF.
077900     IF DL510-SENT-STATUS NOT = "00"
078000         DISPLAY "DL510 ABEND - READ FAILED FOR GLSENT, "
078100             "STATUS = " DL510-SENT-STATUS
078200         MOVE 16 TO RETURN-CODE
078300         GOBACK
078400     END-IF.
078500*
078600     MOVE DL510-DATE-BOOKED-COUNT TO GS-BOOKED-COUNT.
078700     MOVE DL510-DATE-BOOKED-AMOUNT TO GS-BOOKED-AMOUNT.
078800     MOVE DL510-BUSINESS-DATE TO GS-ACK-DATE.
078900     IF DL510-DATE-BROKEN
079000        OR GS-BOOKED-COUNT NOT = GS-SENT-COUNT
079100        OR GS-BOOKED-AMOUNT NOT = GS-SENT-AMOUNT
079200         SET GS-BROKEN TO TRUE
079300         MOVE "DATE DOES NOT AGREE" TO GS-BREAK-REASON
079400     ELSE
079500         SET GS-AGREED TO TRUE
079600         MOVE SPACES TO GS-BREAK-REASON
079700     END-IF.
079800*
079900     REWRITE DL500-SENT-REC.
080000     IF DL510-SENT-STATUS NOT = "00"
080100         DISPLAY "DL510 ABEND - REWRITE FAILED FOR GLSENT, "
080200             "STATUS = " DL510-SENT-STATUS
080300         MOVE 16 TO RETURN-CODE
080400         GOBACK
080500     END-IF.
080600*
080700     PERFORM 7200-PRINT-SENT-LINE THRU 7200-EXIT.
080800*
080900 3100-EXIT.
081000     EXIT.
081100*
081200******************************************************************
081300*    3200-SETTLE-LINE  -  READ THE DATE'S NEXT SENT LINE.  ONE   *
081400*    STILL AWAITING AN ANSWER WAS LEFT OUT OF THE GL'S           *
081500*    ACKNOWLEDGEMENT AND IS A BREAK.  EVERY LINE'S BOOKED        *
081600*    FIGURES GO INTO THE DATE TOTAL.                             *
081700******************************************************************
081800 3200-SETTLE-LINE.
081900*
082000     PERFORM 8300-READ-NEXT-SENT THRU 8300-EXIT.
082100     IF DL510-SCAN-DONE
082200         GO TO 3200-EXIT
082300     END-IF.
082400     IF GS-BUSINESS-DATE NOT = DL510-DATE-ENTRY (DL510-DATE-SUB)
082500        OR NOT GS-LINE-REC
082600         SET DL510-SCAN-DONE TO TRUE
082700         GO TO 3200-EXIT
082800     END-IF.
082900*
083000     IF GS-AWAITING
083100         MOVE ZERO TO GS-BOOKED-COUNT GS-BOOKED-AMOUNT
083200         MOVE DL510-BUSINESS-DATE TO GS-ACK-DATE
083300         SET GS-BROKEN TO TRUE
083400         MOVE "SENT, NOT IN ACKNOWLEDGEMENT" TO GS-BREAK-REASON
083500         REWRITE DL500-SENT-REC
083600         IF DL510-SENT-STATUS NOT = "00"
083700             DISPLAY "DL510 ABEND - REWRITE FAILED FOR GLSENT, "
083800                 "STATUS = " DL510-SENT-STATUS
083900             MOVE 16 TO RETURN-CODE
084000             GOBACK
084100         END-IF
084200         ADD 1 TO DL510-MISSING-COUNT
084300     END-IF.
084400*
084500     IF GS-BROKEN
084600         SET DL510-DATE-BROKEN TO TRUE
084700     END-IF.
084800     ADD GS-BOOKED-COUNT TO DL510-DATE-BOOKED-COUNT.
084900     ADD GS-BOOKED-AMOUNT TO DL510-DATE-BOOKED-AMOUNT.
085000*
085100 3200-EXIT.
085200     EXIT.
085300*
085400******************************************************************
085500*    6000-HOLD-EXCEPTION  -  KEEP AN EXCEPTION THAT HAS NO       *
085600*    SENT-LOG LINE TO CARRY IT FOR THE EXCEPTION SECTION.        *
085700******************************************************************
085800 6000-HOLD-EXCEPTION.
085900*
086000     IF DL510-HELD-COUNT >= DL510-HELD-MAX
086100         ADD 1 TO DL510-HELD-OVERFLOW
086200         DISPLAY "DL510 EXCEPTION NOT PRINTED - "
086300             DL510-HW-DATE " " DL510-HW-ACCOUNT " "
086400             DL510-HW-COST-CENTER " "
086500             DL510-HW-REASON
086600         GO TO 6000-EXIT
086700     END-IF.
086800*
086900     ADD 1 TO DL510-HELD-COUNT.
087000     MOVE DL510-HW-DATE TO DL510-HELD-DATE (DL510-HELD-COUNT).
087100     MOVE DL510-HW-ACCOUNT
087200         TO DL510-HELD-ACCOUNT (DL510-HELD-COUNT).
087300     MOVE DL510-HW-COST-CENTER
087400         TO DL510-HELD-COST-CENTER (DL510-HELD-COUNT).
087500     MOVE DL510-HW-COUNT
087600         TO DL510-HELD-COUNT-BOOKED (DL510-HELD-COUNT).
087700     MOVE DL510-HW-AMOUNT
087800         TO DL510-HELD-AMT-BOOKED (DL510-HELD-COUNT).
087900     MOVE DL510-HW-REASON TO DL510-HELD-REASON (DL510-HELD-COUNT).
088000*
088100 6000-EXIT.
088200     EXIT.
088300*
088400******************************************************************
088500*    7000-WRITE-LINE  -  WRITE WHATEVER IS IN THE PRINT RECORD.  *
088600******************************************************************
088700 7000-WRITE-LINE.
088800*
088900     WRITE DL510-PRINT-REC AFTER ADVANCING 1 LINE.
089000     IF DL510-REPORT-STATUS NOT = "00"
089100         DISPLAY "DL510 ABEND - WRITE FAILED FOR GLRECRPT, "
089200             "STATUS = " DL510-REPORT-STATUS
089300         MOVE 16 TO RETURN-CODE
089400         GOBACK
089500     END-IF.
089600*
089700 7000-EXIT.
089800     EXIT.
089900*
090000******************************************************************
090100*    7100-WRITE-SECTION  -  A BLANK LINE, THE SECTION TITLE      *
090200*    ALREADY IN THE TEXT LINE, AND THE COLUMN HEADINGS.          *
090300******************************************************************
090400 7100-WRITE-SECTION.
090500*
090600     MOVE SPACES TO DL510-PRINT-REC.
090700     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
090800     MOVE DL510-RPT-TEXT-LINE TO DL510-PRINT-REC.
090900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
091000     MOVE DL510-RPT-COLUMN-HEADING TO DL510-PRINT-REC.
091100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
091200*
091300 7100-EXIT.
091400     EXIT.
091500*
091600******************************************************************
091700*    7200-PRINT-SENT-LINE  -  PRINT THE SENT-LOG RECORD IN THE   *
091800*    RECORD AREA WITH ITS OUTCOME.                               *
091900******************************************************************
092000 7200-PRINT-SENT-LINE.
092100*
092200     MOVE GS-BUSINESS-DATE TO DL510-DL-DATE.
092300     IF GS-DATE-TOTAL-REC
092400         MOVE "DATE TOTAL" TO DL510-DL-ACCOUNT
092500     ELSE
092600         MOVE GS-GL-ACCOUNT TO DL510-DL-ACCOUNT
092700     END-IF.
092800     MOVE GS-COST-CENTER TO DL510-DL-COST-CENTER.
092900     MOVE GS-SENT-COUNT TO DL510-DL-SENT-COUNT.
093000     MOVE GS-BOOKED-COUNT TO DL510-DL-BOOKED-COUNT.
093100     MOVE GS-SENT-AMOUNT TO DL510-DL-SENT-AMOUNT.
093200     MOVE GS-BOOKED-AMOUNT TO DL510-DL-BOOKED-AMOUNT.
093300     IF GS-AGREED
093400         MOVE "AGREED" TO DL510-DL-RESULT
093500     ELSE
093600         MOVE GS-BREAK-REASON TO DL510-DL-RESULT
093700     END-IF.
093800     MOVE DL510-RPT-DETAIL TO DL510-PRINT-REC.
093900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
094000*
094100 7200-EXIT.
094200     EXIT.
094300*
094400******************************************************************
094500*    8000-PRINT-EXCEPTIONS  -  THE EXCEPTION SECTION:  THE HELD  *
094600*    EXCEPTIONS, THEN EVERY SENT LINE FOUND BROKEN IN THIS RUN   *
094700*    AND EVERY DATE OVERDUE FOR ACKNOWLEDGEMENT, FROM ONE PASS   *
094800*    OF THE SENT LOG.                                            *
094900******************************************************************
095000 8000-PRINT-EXCEPTIONS.
095100*
095200     MOVE "EXCEPTIONS" TO DL510-TX-TEXT.
095300     PERFORM 7100-WRITE-SECTION THRU 7100-EXIT.
095400*
095500     PERFORM 8100-PRINT-HELD THRU 8100-EXIT
095600         VARYING DL510-HELD-SUB FROM 1 BY 1
095700         UNTIL DL510-HELD-SUB > DL510-HELD-COUNT.
095800     ADD DL510-HELD-OVERFLOW TO DL510-EXCEPTION-COUNT.
095900*
096000     MOVE "N" TO DL510-SCAN-DONE-SW.
096100     MOVE LOW-VALUES TO GS-KEY.
096200     PERFORM 8200-START-SCAN THRU 8200-EXIT.
096300     PERFORM 8400-EXCEPTION-ONE THRU 8400-EXIT
096400         UNTIL DL510-SCAN-DONE.
096500*
096600     IF DL510-EXCEPTION-COUNT = ZERO
096700         MOVE "NO EXCEPTIONS" TO DL510-TX-TEXT
096800         MOVE DL510-RPT-TEXT-LINE TO DL510-PRINT-REC
096900         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
097000     END-IF.
097100*
097200 8000-EXIT.
097300     EXIT.
097400*
097500******************************************************************
097600*    8100-PRINT-HELD  -  PRINT ONE HELD EXCEPTION.  WHAT THE GL  *
097700*    SAID IT BOOKED SHOWS IN THE BOOKED COLUMNS.                 *
097800******************************************************************
097900 8100-PRINT-HELD.
098000*
098100     MOVE DL510-HELD-DATE (DL510-HELD-SUB) TO DL510-DL-DATE.
098200     MOVE DL510-HELD-ACCOUNT (DL510-HELD-SUB) TO DL510-DL-ACCOUNT.
098300     MOVE DL510-HELD-COST-CENTER (DL510-HELD-SUB)
098400         TO DL510-DL-COST-CENTER.
098500     MOVE ZERO TO DL510-DL-SENT-COUNT DL510-DL-SENT-AMOUNT.
098600     MOVE DL510-HELD-COUNT-BOOKED (DL510-HELD-SUB)
098700         TO DL510-DL-BOOKED-COUNT.
098800     MOVE DL510-HELD-AMT-BOOKED (DL510-HELD-SUB)
098900         TO DL510-DL-BOOKED-AMOUNT.
099000     MOVE DL510-HELD-REASON (DL510-HELD-SUB) TO DL510-DL-RESULT.
099100     MOVE DL510-RPT-DETAIL TO DL510-PRINT-REC.
099200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
099300     ADD 1 TO DL510-EXCEPTION-COUNT.
099400*
099500 8100-EXIT.
099600     EXIT.
099700*
099800******************************************************************
099900*    8200-START-SCAN  -  POSITION THE SENT LOG AT THE KEY NOW    *
100000*    IN GS-KEY.  NOTHING AT OR AFTER IT ENDS THE SCAN AT ONCE.   *
100100******************************************************************
100200 8200-START-SCAN.
100300*
100400     START DL510-SENT-FILE KEY IS NOT LESS THAN GS-KEY.
100500     IF DL510-SENT-STATUS = "23"
100600         SET DL510-SCAN-DONE TO TRUE
100700     END-IF.
100800     IF DL510-SENT-STATUS NOT = "00" AND NOT = "23"
100900         DISPLAY "DL510 ABEND - START FAILED FOR GLSENT, "
101000             "STATUS = " DL510-SENT-STATUS
101100         MOVE 16 TO RETURN-CODE
101200         GOBACK
101300     END-IF.
101400*
101500 8200-EXIT.
101600     EXIT.
101700*
101800******************************************************************
101900*    8300-READ-NEXT-SENT  -  READ THE NEXT SENT-LOG RECORD IN    *
102000*    KEY ORDER.                                                  *
102100******************************************************************
102200 8300-READ-NEXT-SENT.
102300*
102400     READ DL510-SENT-FILE NEXT RECORD
102500         AT END
102600             SET DL510-SCAN-DONE TO TRUE
102700     END-READ.
102800*
102900     IF DL510-SENT-STATUS NOT = "00" AND NOT = "10"
103000         DISPLAY "DL510 ABEND - READ FAILED FOR GLSENT, "
103100             "STATUS = " DL510-SENT-STATUS
103200         MOVE 16 TO RETURN-CODE
103300         GOBACK
103400     END-IF.
103500*
103600 8300-EXIT.
103700     EXIT.
103800*
103900******************************************************************
104000*    8400-EXCEPTION-ONE  -  A LINE BROKEN IN THIS RUN IS AN      *
104100*    EXCEPTION.  SO IS A DATE TOTAL STILL AWAITING ITS ANSWER    *
104200*    MORE THAN ACKDAYS AFTER ITS BUSINESS DATE - UNLESS NOTHING  *
104300*    WAS SENT THAT DAY, WHEN THERE IS NOTHING TO ANSWER.         *
104400******************************************************************
104500 8400-EXCEPTION-ONE.
104600*
104700     PERFORM 8300-READ-NEXT-SENT THRU 8300-EXIT.
104800     IF DL510-SCAN-DONE
104900         GO TO 8400-EXIT
105000     END-IF.
105100*
105200     IF GS-LINE-REC
105300         IF GS-BROKEN
105400            AND GS-ACK-DATE = DL510-BUSINESS-DATE
105500             PERFORM 7200-PRINT-SENT-LINE THRU 7200-EXIT
105600             ADD 1 TO DL510-EXCEPTION-COUNT
105700         END-IF
105800         GO TO 8400-EXIT
105900     END-IF.
106000*
106100     IF NOT GS-AWAITING
106200        OR GS-SENT-COUNT = ZERO
106300         GO TO 8400-EXIT
106400     END-IF.
106500*
106600     PERFORM 8450-AGE-DATE THRU 8450-EXIT.
106700     IF DL510-AGE-DAYS NOT > DL510-ACK-DAYS
106800         GO TO 8400-EXIT
106900     END-IF.
107000*
107100     MOVE "NOT ACKNOWLEDGED " TO DL510-AGE-LABEL.
107200     PERFORM 8460-PRINT-AGED THRU 8460-EXIT.
107300     ADD 1 TO DL510-OVERDUE-COUNT.
107400     ADD 1 TO DL510-EXCEPTION-COUNT.
107500*
107600 8400-EXIT.
107700     EXIT.
107800*
107900******************************************************************
108000*    8450-AGE-DATE  -  CALENDAR DAYS FROM THE SENT DATE TO THE   *
108100*    BUSINESS DATE OF THIS RUN.                                  *
108200******************************************************************
108300 8450-AGE-DATE.
108400*
108500     MOVE GS-BUSINESS-DATE TO DW-DATE.
108600     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
108700     COMPUTE DL510-AGE-DAYS = DL510-BUSINESS-DAYS - DW-DAYS.
108800*
108900 8450-EXIT.
109000     EXIT.
109100*
109200******************************************************************
109300*    8460-PRINT-AGED  -  PRINT A DATE TOTAL STILL AWAITING ITS   *
109400*    ANSWER, WITH ITS AGE.                                       *
109500******************************************************************
109600 8460-PRINT-AGED.
109700*
109800     MOVE GS-BUSINESS-DATE TO DL510-DL-DATE.
109900     MOVE "DATE TOTAL" TO DL510-DL-ACCOUNT.
110000     MOVE SPACES TO DL510-DL-COST-CENTER.
110100     MOVE GS-SENT-COUNT TO DL510-DL-SENT-COUNT.
110200     MOVE ZERO TO DL510-DL-BOOKED-COUNT DL510-DL-BOOKED-AMOUNT.
110300     MOVE GS-SENT-AMOUNT TO DL510-DL-SENT-AMOUNT.
110400     IF DL510-AGE-DAYS < ZERO
110500         MOVE ZERO TO DL510-AGE-DAYS-OUT
110600     ELSE
110700         MOVE DL510-AGE-DAYS TO DL510-AGE-DAYS-OUT
110800     END-IF.
110900     MOVE DL510-AGE-TEXT TO DL510-DL-RESULT.
111000     MOVE DL510-RPT-DETAIL TO DL510-PRINT-REC.
111100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
111200*
111300 8460-EXIT.
111400     EXIT.
111500*
111600******************************************************************
111700*    8500-PRINT-AWAITING  -  DATES SENT AND NOT YET              *
111800*    ACKNOWLEDGED BUT STILL INSIDE THEIR WINDOW.  NOT BREAKS -   *
111900*    LISTED SO OPERATIONS CAN SEE WHAT IS OUTSTANDING.           *
112000******************************************************************
112100 8500-PRINT-AWAITING.
112200*
112300     MOVE "AWAITING ACKNOWLEDGEMENT, INSIDE THE WINDOW"
112400         TO DL510-TX-TEXT.
112500     PERFORM 7100-WRITE-SECTION THRU 7100-EXIT.
112600*
112700     MOVE "N" TO DL510-SCAN-DONE-SW.
112800     MOVE LOW-VALUES TO GS-KEY.
112900     PERFORM 8200-START-SCAN THRU 8200-EXIT.
113000     PERFORM 8600-AWAITING-ONE THRU 8600-EXIT
113100         UNTIL DL510-SCAN-DONE.
113200*
113300 8500-EXIT.
113400     EXIT.
113500*
113600******************************************************************
113700*    8600-AWAITING-ONE  -  PRINT THE NEXT DATE TOTAL IF IT IS    *
113800*    AWAITING ITS ANSWER AND NOT YET OVERDUE.                    *
113900******************************************************************
114000 8600-AWAITING-ONE.
114100*
114200     PERFORM 8300-READ-NEXT-SENT THRU 8300-EXIT.
114300     IF DL510-SCAN-DONE
114400         GO TO 8600-EXIT
114500     END-IF.
114600*
114700     IF NOT GS-DATE-TOTAL-REC
114800        OR NOT GS-AWAITING
114900        OR GS-SENT-COUNT = ZERO
115000         GO TO 8600-EXIT
115100     END-IF.
115200*
115300     PERFORM 8450-AGE-DATE THRU 8450-EXIT.
115400     IF DL510-AGE-DAYS > DL510-ACK-DAYS
115500         GO TO 8600-EXIT
115600     END-IF.
115700*
115800     MOVE "AWAITING, AGE    " TO DL510-AGE-LABEL.
115900     PERFORM 8460-PRINT-AGED THRU 8460-EXIT.
116000     ADD 1 TO DL510-AWAITING-COUNT.
116100*
116200 8600-EXIT.
116300     EXIT.
116400*
116500******************************************************************
116600*    8800-PRINT-TOTALS  -  RUN TOTALS AT THE FOOT OF THE         *
116700*    REPORT.                                                     *
116800******************************************************************
116900 8800-PRINT-TOTALS.
117000*
117100     MOVE SPACES TO DL510-PRINT-REC.
117200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
117300*
117400     MOVE "RETURN BATCHES READ" TO DL510-TOT-LABEL.
117500     MOVE DL510-BATCH-COUNT TO DL510-TOT-COUNT.
117600     PERFORM 8850-PRINT-TOTAL THRU 8850-EXIT.
117700     MOVE "BUSINESS DATES ACKNOWLEDGED" TO DL510-TOT-LABEL.
117800     MOVE DL510-DATE-COUNT TO DL510-TOT-COUNT.
117900     PERFORM 8850-PRINT-TOTAL THRU 8850-EXIT.
118000     MOVE "LINES AGREED" TO DL510-TOT-LABEL.
118100     MOVE DL510-AGREED-COUNT TO DL510-TOT-COUNT.
118200     PERFORM 8850-PRINT-TOTAL THRU 8850-EXIT.
118300     MOVE "LINES BOOKED DIFFERENTLY OR REJECTED"
118400         TO DL510-TOT-LABEL.
118500     MOVE DL510-BROKEN-COUNT TO DL510-TOT-COUNT.
118600     PERFORM 8850-PRINT-TOTAL THRU 8850-EXIT.
118700     MOVE "LINES SENT, NOT ACKNOWLEDGED" TO DL510-TOT-LABEL.
118800     MOVE DL510-MISSING-COUNT TO DL510-TOT-COUNT.
118900     PERFORM 8850-PRINT-TOTAL THRU 8850-EXIT.
119000     MOVE "DATES OVERDUE FOR ACKNOWLEDGEMENT" TO DL510-TOT-LABEL.
119100     MOVE DL510-OVERDUE-COUNT TO DL510-TOT-COUNT.
119200     PERFORM 8850-PRINT-TOTAL THRU 8850-EXIT.
119300     MOVE "DATES AWAITING ACKNOWLEDGEMENT" TO DL510-TOT-LABEL.
119400     MOVE DL510-AWAITING-COUNT TO DL510-TOT-COUNT.
119500     PERFORM 8850-PRINT-TOTAL THRU 8850-EXIT.
119600     MOVE "EXCEPTIONS" TO DL510-TOT-LABEL.
119700     MOVE DL510-EXCEPTION-COUNT TO DL510-TOT-COUNT.
119800     PERFORM 8850-PRINT-TOTAL THRU 8850-EXIT.
119900*
120000 8800-EXIT.
120100     EXIT.
120200*
120300 8850-PRINT-TOTAL.
120400*
120500     MOVE DL510-RPT-TOTAL-LINE TO DL510-PRINT-REC.
120600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
120700*
120800 8850-EXIT.
120900     EXIT.
121000*
121100******************************************************************
121200*    9000-TERMINATE  -  DISPLAY THE RUN TOTALS, CLOSE EVERY      *
121300*    DATASET AND SET THE RETURN CODE.                            *
121400******************************************************************
121500 9000-TERMINATE.
121600*
121700     DISPLAY "DL510 COMPLETE - RETURN RECORDS READ  : "
121800         DL510-ACK-READ-COUNT.
121900     DISPLAY "DL510 COMPLETE - LINES AGREED         : "
122000         DL510-AGREED-COUNT.
122100     DISPLAY "DL510 COMPLETE - LINES BROKEN         : "
122200         DL510-BROKEN-COUNT.
122300     DISPLAY "DL510 COMPLETE - LINES NOT ANSWERED   : "
122400         DL510-MISSING-COUNT.
122500     DISPLAY "DL510 COMPLETE - DATES OVERDUE        : "
122600         DL510-OVERDUE-COUNT.
122700     DISPLAY "DL510 COMPLETE - EXCEPTIONS           : "
122800         DL510-EXCEPTION-COUNT.
122900*
123000     CLOSE DL510-ACK-FILE
123100           DL510-SENT-FILE
123200           DL510-REPORT-FILE.
123300*
123400     IF DL510-EXCEPTION-COUNT > ZERO
123500         DISPLAY "DL510 COMPLETE - GL RECONCILIATION BREAKS, RC 8"
123600         MOVE 8 TO RETURN-CODE
123700     ELSE
123800         DISPLAY "DL510 COMPLETE - GL AGREES WITH WHAT WAS SENT"
123900     END-IF.
124000*
124100 9000-EXIT.
124200     EXIT.
124300*
124400     COPY DL100DTP.
