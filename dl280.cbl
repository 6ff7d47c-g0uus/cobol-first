000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  DL280                                          *
000400*                                                                *
000500*    ACCOUNT MASTER BACKOUT STEP.                                *
000600*                                                                *
000700*    DL200, DL210 AND THE DL230 PERIOD-END RESET UPDATE THE      *
000800*    ACCOUNT BALANCE MASTER (ACCTMST) IN PLACE, AND EACH OF      *
000900*    THEM LOGS THE RECORD AS IT STOOD BEFORE EVERY CHANGE ON     *
001000*    THE BEFORE-IMAGE JOURNAL (ACCTJNL).  THIS STEP READS THAT   *
001100*    JOURNAL AND PUTS EVERY ACCOUNT THE NAMED STEP TOUCHED ON    *
001200*    THE NAMED BUSINESS DATE BACK THE WAY IT WAS BEFORE THE      *
001300*    STEP'S FIRST CHANGE - REWRITING THE OLD RECORD, REMOVING    *
001400*    AN ACCOUNT THE STEP OPENED, OR REINSTATING ONE IT CLOSED -  *
001500*    SO A WRONG OR HALF-FINISHED RUN CAN BE RERUN CLEANLY        *
001600*    WITHOUT A FULL-VOLUME RESTORE OF THE MASTER.                *
001700*                                                                *
001800*    BEFORE ANYTHING IS RESTORED EVERY AFFECTED ACCOUNT IS       *
001900*    CHECKED:  THE MASTER MUST STILL HOLD WHAT THE STEP LEFT     *
002000*    THERE.  AN ACCOUNT CHANGED SINCE (BY A LATER STEP OR A      *
002100*    LATER DAY) IS A CONFLICT, AND ANY CONFLICT STOPS THE        *
002200*    WHOLE BACKOUT - NOTHING IS RESTORED - UNLESS OPERATIONS     *
002300*    KEYED OVERRIDE=Y, WHEN THE LATER CHANGE IS OVERLAID AND     *
002400*    FLAGGED ON THE REGISTER.                                    *
002500*                                                                *
002600*    WITH THE MASTER PUT BACK, THE POSTING DETAIL LEDGER LOSES   *
002700*    THE DATE'S ITEMS NUMBERED AFTER THE RESTORED ITEM COUNT,    *
002800*    SUSPENSE ITEMS A BACKED-OUT DL200 PARKED ARE REMOVED, AND   *
002900*    SUSPENSE ITEMS A BACKED-OUT DL210 CLEARED ARE PARKED        *
003000*    AGAIN.  FOR DL200 THE DATE'S DAY CONTROL STATUS IS RESET    *
003100*    SO THE DATE CAN BE POSTED AGAIN WITHOUT AN OVERRIDE.        *
003200*    EVERY RESTORE IS ITSELF JOURNALED UNDER STEP "DL280",       *
003300*    AND A LATER BACKOUT OF THE SAME STEP AND DATE SKIPS WHAT    *
003400*    HAS ALREADY BEEN BACKED OUT.  THE BACKOUT REGISTER          *
003500*    (BKRPT) SHOWS EACH ACCOUNT WITH ITS BALANCE BEFORE THE      *
003600*    BACKOUT AND THE BALANCE RESTORED.                           *
003700*                                                                *
003800*    RUN PARAMETERS (COMMA SEPARATED, KEYWORD=VALUE):            *
003900*        STEP=DL200/DL210/DL230  THE STEP TO BACK OUT            *
004000*                          (REQUIRED).                           *
004100*        BUSDATE=YYYYMMDD  THE BUSINESS DATE THE STEP RAN FOR    *
004200*                          (DEFAULT: THE RUN DATE).              *
004300*        RUNID=YYYYMMDDHHMMSS  BACK OUT ONE RUN OF THE STEP      *
004400*                          ONLY (DEFAULT: EVERY RUN OF THE STEP  *
004500*                          FOR THE DATE).                        *
004600*        OVERRIDE=Y        RESTORE EVEN ACCOUNTS CHANGED SINCE.  *
004700*                                                                *
004800*    RETURN CODE:  0 BACKED OUT CLEANLY, 4 NOTHING ON THE        *
004900*    JOURNAL TO BACK OUT, 8 BACKED OUT WITH CONFLICTS            *
005000*    OVERRIDDEN OR A LATER STEP ALREADY COMPLETE FOR THE DATE,   *
005100*    16 REFUSED (CONFLICTS WITHOUT OVERRIDE=Y) OR ABENDED.       *
005200*                                                                *
005300*    MODIFICATION HISTORY.                                      *
005400*    DATE       INIT  DESCRIPTION                                *
005500*    ---------  ----  ------------------------------------------ *
005600*    2026-10-15 JHD   ORIGINAL PROGRAM.  A WRONG OR HALF-POSTED  *
005700*                     DAY COULD ONLY BE UNDONE BY RESTORING THE  *
005800*                     WHOLE MASTER FROM BACKUP AND LOSING THE    *
005900*                     DAY'S DL210 MAINTENANCE WITH IT.           *
005910*    2026-10-15 JHD   A DL200 BACKOUT NOW WARNS WHEN DL290 HAS   *
005920*                     ALREADY RESTATED THE DATE'S BALANCE        *
005930*                     HISTORY FROM THE BACK-VALUED ITEMS.        *
006000*                                                                *
006100******************************************************************
006200 IDENTIFICATION DIVISION.
006300 PROGRAM-ID. DL280.
006400 AUTHOR. J H DRAYTON.
006500 INSTALLATION. DAILY LEDGER SUITE.
006600 DATE-WRITTEN. 2026-10-15.
006700 DATE-COMPILED.
006800*
006900 ENVIRONMENT DIVISION.
007000 CONFIGURATION SECTION.
007100 SOURCE-COMPUTER. IBM-370.
007200 OBJECT-COMPUTER. IBM-370.
007300*
007400 INPUT-OUTPUT SECTION.
007500 FILE-CONTROL.
007600*
007700*        ACCTJNL   - THE MASTER BEFORE-IMAGE JOURNAL (READ, THEN
007800*                    EXTENDED WITH THIS STEP'S OWN RESTORES).
007900*        BKWORK    - THE AFFECTED ACCOUNTS (KEYED WORK DATASET,
008000*                    RECREATED EVERY RUN).
008100*        ACCTMST   - THE ACCOUNT BALANCE MASTER (I-O, INDEXED).
008200*        POSTLEDG  - THE CUMULATIVE POSTING DETAIL LEDGER (I-O,
008300*                    INDEXED).
008400*        SUSPDTL   - POSTINGS PARKED ON THE SUSPENSE ACCOUNT
008500*                    (I-O, INDEXED).
008600*        DAYCTL    - THE SUITE'S SHARED DAY-CONTROL DATASET
008700*                    (DL200 BACKOUTS ONLY).
008800*        BKRPT     - THE PRINTED BACKOUT REGISTER.
008900*
009000     SELECT OPTIONAL DL280-JOURNAL-FILE
009100         ASSIGN TO ACCTJNL
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS DL280-JNL-STATUS.
009400*
009500     SELECT OPTIONAL DL280-WORK-FILE
009600         ASSIGN TO BKWORK
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS DYNAMIC
009900         RECORD KEY IS BW-ACCOUNT-NO
010000         FILE STATUS IS DL280-WORK-STATUS.
010100*
010200     SELECT DL280-MASTER-FILE
010300         ASSIGN TO ACCTMST
010400         ORGANIZATION IS INDEXED
010500         ACCESS MODE IS RANDOM
010600         RECORD KEY IS AM-ACCOUNT-NO
010700         FILE STATUS IS DL280-MASTER-STATUS.
010800*
010900     SELECT OPTIONAL DL280-LEDGER-FILE
011000         ASSIGN TO POSTLEDG
011100         ORGANIZATION IS INDEXED
011200         ACCESS MODE IS RANDOM
011300         RECORD KEY IS PL-KEY
011400         FILE STATUS IS DL280-LEDGER-STATUS.
011500*
011600     SELECT OPTIONAL DL280-SUSPENSE-FILE
011700         ASSIGN TO SUSPDTL
011800         ORGANIZATION IS INDEXED
011900         ACCESS MODE IS DYNAMIC
012000         RECORD KEY IS SD-KEY
012100         FILE STATUS IS DL280-SUSP-STATUS.
012200*
012300     SELECT DL280-DAYCTL-FILE
012400         ASSIGN TO DAYCTL
012500         ORGANIZATION IS INDEXED
012600         ACCESS MODE IS RANDOM
012700         RECORD KEY IS DC-BUSINESS-DATE
012800         FILE STATUS IS DL280-DAYC-STATUS.
012900*
013000     SELECT DL280-REPORT-FILE
013100         ASSIGN TO BKRPT
013200         ORGANIZATION IS LINE SEQUENTIAL
013300         FILE STATUS IS DL280-REPORT-STATUS.
013400*
013500 DATA DIVISION.
013600 FILE SECTION.
013700*
013800 FD  DL280-JOURNAL-FILE
013900     LABEL RECORDS ARE STANDARD.
014000     COPY DL200BIJ.
014100*
014200 FD  DL280-WORK-FILE
014300     LABEL RECORDS ARE STANDARD.
014400 01  DL280-WORK-REC.
014500     05  BW-ACCOUNT-NO               PIC 9(6).
014600     05  BW-FIRST-ACTION             PIC X(01).
014700         88  BW-OPENED-BY-STEP       VALUE "A".
014800     05  BW-LAST-ACTION              PIC X(01).
014900         88  BW-CLOSED-BY-STEP       VALUE "D".
015000     05  BW-CHANGE-COUNT             PIC 9(5).
015100     05  BW-STATE                    PIC X(01).
015200         88  BW-READY                VALUE "R".
015300         88  BW-ALREADY-BEFORE       VALUE "N".
015400         88  BW-CONFLICT             VALUE "X".
015500     05  BW-RESTORED-SW              PIC X(01).
015600         88  BW-RESTORED             VALUE "Y".
015700     05  BW-KEEP-SEQ                 PIC 9(5).
015800     05  BW-BEFORE-IMAGE             PIC X(91).
015900     05  BW-AFTER-IMAGE              PIC X(91).
016000     05  BW-FILLER                   PIC X(05).
016100*
016200 FD  DL280-MASTER-FILE
016300     LABEL RECORDS ARE STANDARD.
016400     COPY DL200AMS.
016500*
016600 FD  DL280-LEDGER-FILE
016700     LABEL RECORDS ARE STANDARD.
016800     COPY DL200PLG.
016900*
017000 FD  DL280-SUSPENSE-FILE
017100     LABEL RECORDS ARE STANDARD.
017200     COPY DL200SUS.
017300*
017400 FD  DL280-DAYCTL-FILE
017500     LABEL RECORDS ARE STANDARD.
017600     COPY DL100DAY.
017700*
017800 FD  DL280-REPORT-FILE
017900     LABEL RECORDS ARE OMITTED.
018000 01  DL280-PRINT-REC                 PIC X(132).
018100*
018200 WORKING-STORAGE SECTION.
018300*
018400 01  DL280-FILE-STATUSES.
018500     05  DL280-JNL-STATUS            PIC X(02).
018600     05  DL280-WORK-STATUS           PIC X(02).
018700     05  DL280-MASTER-STATUS         PIC X(02).
018800     05  DL280-LEDGER-STATUS         PIC X(02).
018900     05  DL280-SUSP-STATUS           PIC X(02).
019000     05  DL280-DAYC-STATUS           PIC X(02).
019100     05  DL280-REPORT-STATUS         PIC X(02).
019200*
019300 01  DL280-SWITCHES.
019400     05  DL280-JNL-EOF-SW            PIC X(01) VALUE "N".
019500         88  DL280-JNL-EOF           VALUE "Y".
019600     05  DL280-WORK-EOF-SW           PIC X(01) VALUE "N".
019700         88  DL280-WORK-EOF          VALUE "Y".
019800     05  DL280-SUSP-EOF-SW           PIC X(01) VALUE "N".
019900         88  DL280-SUSP-EOF          VALUE "Y".
020000     05  DL280-LEDGER-DONE-SW        PIC X(01) VALUE "N".
020100         88  DL280-LEDGER-DONE       VALUE "Y".
020200     05  DL280-MASTER-FOUND-SW       PIC X(01) VALUE "N".
020300         88  DL280-MASTER-FOUND      VALUE "Y".
020400         88  DL280-MASTER-MISSING    VALUE "N".
020500     05  DL280-OVERRIDE-SW           PIC X(01) VALUE "N".
020600         88  DL280-OVERRIDE          VALUE "Y".
020700     05  DL280-APPLY-SW              PIC X(01) VALUE "N".
020800         88  DL280-APPLY             VALUE "Y".
020900     05  DL280-DAYCTL-OPEN-SW        PIC X(01) VALUE "N".
021000         88  DL280-DAYCTL-OPEN       VALUE "Y".
021100     05  DL280-WARNING-SW            PIC X(01) VALUE "N".
021200         88  DL280-WARNING           VALUE "Y".
021300*
021400 01  DL280-COUNTERS.
021500     05  DL280-JNL-READ-COUNT        PIC 9(8) COMP VALUE ZERO.
021600     05  DL280-SELECTED-COUNT        PIC 9(8) COMP VALUE ZERO.
021700     05  DL280-PRIOR-COUNT           PIC 9(8) COMP VALUE ZERO.
021800     05  DL280-ACCOUNT-COUNT         PIC 9(8) COMP VALUE ZERO.
021900     05  DL280-RESTORED-COUNT        PIC 9(8) COMP VALUE ZERO.
022000     05  DL280-REMOVED-COUNT         PIC 9(8) COMP VALUE ZERO.
022100     05  DL280-REINSTATED-COUNT      PIC 9(8) COMP VALUE ZERO.
022200     05  DL280-UNCHANGED-COUNT       PIC 9(8) COMP VALUE ZERO.
022300     05  DL280-CONFLICT-COUNT        PIC 9(8) COMP VALUE ZERO.
022400     05  DL280-LEDGER-COUNT          PIC 9(8) COMP VALUE ZERO.
022500     05  DL280-SUSP-REMOVED-COUNT    PIC 9(8) COMP VALUE ZERO.
022600     05  DL280-SUSP-PARKED-COUNT     PIC 9(8) COMP VALUE ZERO.
022700     05  DL280-JOURNAL-COUNT         PIC 9(8) COMP VALUE ZERO.
022800*
022900 01  DL280-TOTAL-BEFORE              PIC S9(11)V9(3) COMP-3
023000                                     VALUE ZERO.
023100 01  DL280-TOTAL-RESTORED            PIC S9(11)V9(3) COMP-3
023200                                     VALUE ZERO.
023300*
023400******************************************************************
023500*    WHAT IS BEING BACKED OUT, AND THE ACCOUNT IN HAND.          *
023600******************************************************************
023700 01  DL280-BUSINESS-DATE             PIC 9(8) VALUE ZERO.
023800 01  DL280-RUN-DATE                  PIC 9(8).
023900 01  DL280-TARGET-STEP               PIC X(05) VALUE SPACES.
024000 01  DL280-TARGET-RUN-ID             PIC X(14) VALUE SPACES.
024100 01  DL280-RUN-ID                    PIC X(14).
024200 01  DL280-CURRENT-IMAGE             PIC X(91).
024300 01  DL280-CURRENT-BALANCE           PIC S9(9)V9(3) COMP-3.
024400 01  DL280-RESTORED-BALANCE          PIC S9(9)V9(3) COMP-3.
024500 01  DL280-JNL-ACTION                PIC X(01).
024600 01  DL280-NEXT-SEQ                  PIC 9(5).
024700 01  DL280-LOOKUP-ACCOUNT            PIC 9(6).
024800*
024900 01  DL280-CURRENT-STAMP.
025000     05  DL280-CS-DATE               PIC 9(8).
025100     05  DL280-CS-TIME               PIC 9(6).
025200 01  DL280-TIME-RAW                  PIC 9(8).
025300*
025400******************************************************************
025500*    RUN PARAMETER HANDLING  (STEP= / BUSDATE= / RUNID= /        *
025600*    OVERRIDE=)                                                  *
025700******************************************************************
025800 01  DL280-PARM-STRING               PIC X(80).
025900 01  DL280-PARM-TOKENS.
026000     05  DL280-PARM-TOKEN OCCURS 4 TIMES
026100                                     PIC X(40).
026200 01  DL280-PARM-IX                   PIC 9(1) COMP.
026300 01  DL280-PARM-KEY                  PIC X(20).
026400 01  DL280-PARM-VALUE                PIC X(20).
026500 01  DL280-PARM-VALUE-LEN            PIC 9(2) COMP.
026600*
026700******************************************************************
026800*    BACKOUT REGISTER PRINT LINES                                *
026900******************************************************************
027000 01  DL280-RPT-HEADING-1.
027100     05  FILLER                      PIC X(08) VALUE "DL280".
027200     05  FILLER                      PIC X(40) VALUE
027300         "ACCOUNT MASTER BACKOUT REGISTER".
027400     05  FILLER                      PIC X(14) VALUE
027500         "BUSINESS DATE ".
027600     05  DL280-H1-BUSDATE            PIC 9(8).
027700     05  FILLER                      PIC X(09) VALUE
027800         "   STEP ".
027900     05  DL280-H1-STEP               PIC X(05).
028000     05  FILLER                      PIC X(48) VALUE SPACES.
028100*
028200 01  DL280-RPT-HEADING-2.
028300     05  FILLER                      PIC X(08) VALUE SPACES.
028400     05  FILLER                      PIC X(14) VALUE
028500         "RUNS BACKED ".
028600     05  DL280-H2-RUNS               PIC X(14).
028700     05  FILLER                      PIC X(12) VALUE
028800         "   OVERRIDE ".
028900     05  DL280-H2-OVERRIDE           PIC X(01).
029000     05  FILLER                      PIC X(15) VALUE
029100         "   BACKOUT RUN ".
029200     05  DL280-H2-RUN-ID             PIC X(14).
029300     05  FILLER                      PIC X(54) VALUE SPACES.
029400*
029500 01  DL280-RPT-COLUMN-HEADING.
029600     05  FILLER                      PIC X(05) VALUE SPACES.
029700     05  FILLER                      PIC X(08) VALUE "ACCOUNT".
029800     05  FILLER                      PIC X(14) VALUE "ACTION".
029900     05  FILLER                      PIC X(08) VALUE "CHANGES".
030000     05  FILLER                      PIC X(17) VALUE
030100         " BEFORE BACKOUT".
030200     05  FILLER                      PIC X(17) VALUE
030300         "       RESTORED".
030400     05  FILLER                      PIC X(30) VALUE "NOTE".
030500     05  FILLER                      PIC X(33) VALUE SPACES.
030600*
030700 01  DL280-RPT-DETAIL.
030800     05  FILLER                      PIC X(05) VALUE SPACES.
030900     05  DL280-RD-ACCOUNT            PIC 9(6).
031000     05  FILLER                      PIC X(02) VALUE SPACES.
031100     05  DL280-RD-ACTION             PIC X(12).
031200     05  FILLER                      PIC X(02) VALUE SPACES.
031300     05  DL280-RD-CHANGES            PIC ZZ,ZZ9.
031400     05  FILLER                      PIC X(02) VALUE SPACES.
031500     05  DL280-RD-BEFORE             PIC ---,---,--9.999.
031600     05  FILLER                      PIC X(02) VALUE SPACES.
031700     05  DL280-RD-RESTORED           PIC ---,---,--9.999.
031800     05  FILLER                      PIC X(02) VALUE SPACES.
031900     05  DL280-RD-NOTE               PIC X(30).
032000     05  FILLER                      PIC X(33) VALUE SPACES.
032100*
032200 01  DL280-RPT-MESSAGE-LINE.
032300     05  FILLER                      PIC X(05) VALUE SPACES.
032400     05  DL280-MSG-TEXT              PIC X(80).
032500     05  FILLER                      PIC X(47) VALUE SPACES.
032600*
032700 01  DL280-RPT-TOTAL-LINE.
032800     05  FILLER                      PIC X(05) VALUE SPACES.
032900     05  DL280-TOT-LABEL             PIC X(40).
033000     05  DL280-TOT-COUNT             PIC ZZ,ZZZ,ZZ9.
033100     05  FILLER                      PIC X(77) VALUE SPACES.
033200*
033300 01  DL280-RPT-AMOUNT-LINE.
033400     05  FILLER                      PIC X(05) VALUE SPACES.
033500     05  DL280-AMT-LABEL             PIC X(40).
033600     05  DL280-AMT-VALUE             PIC ---,---,---,--9.999.
033700     05  FILLER                      PIC X(68) VALUE SPACES.
033800*
033900 PROCEDURE DIVISION.
034000*
034100******************************************************************
034200*    0000-MAINLINE                                               *
034300******************************************************************
034400 0000-MAINLINE.
034500*
034600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034700*
034800     PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT
034900         UNTIL DL280-JNL-EOF.
035000     CLOSE DL280-JOURNAL-FILE.
035100*
035200     PERFORM 3000-VERIFY-ACCOUNTS THRU 3000-EXIT.
035300*
035400     PERFORM 4000-BACK-OUT THRU 4000-EXIT.
035500*
035600     IF DL280-APPLY
035700         PERFORM 5000-TIDY-SUSPENSE THRU 5000-EXIT
035800         PERFORM 6000-RESET-DAY THRU 6000-EXIT
035900     END-IF.
036000*
036100     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
036200*
036300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036400*
036500     GOBACK.
036600*
036700******************************************************************
036800*    1000-INITIALIZE  -  PARSE AND CHECK THE RUN PARAMETERS,     *
036900*    STAMP THE RUN, OPEN THE DATASETS AND PRIME THE JOURNAL      *
037000*    READ.                                                       *
037100******************************************************************
037200 1000-INITIALIZE.
037300*
037400     DISPLAY "DL280 - ACCOUNT MASTER BACKOUT STARTING".
037500*
037600     ACCEPT DL280-PARM-STRING FROM COMMAND-LINE.
037700     ACCEPT DL280-RUN-DATE FROM DATE YYYYMMDD.
037800     MOVE DL280-RUN-DATE TO DL280-BUSINESS-DATE.
037900     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
038000*
038100     IF DL280-TARGET-STEP NOT = "DL200"
038200        AND DL280-TARGET-STEP NOT = "DL210"
038300        AND DL280-TARGET-STEP NOT = "DL230"
038400         DISPLAY "DL280 ABEND - STEP= MUST NAME DL200, DL210 "
038500             "OR DL230"
038600         MOVE 16 TO RETURN-CODE
038700         GOBACK
038800     END-IF.
038900*
039000     PERFORM 8850-BUILD-STAMP THRU 8850-EXIT.
039100     MOVE DL280-CURRENT-STAMP TO DL280-RUN-ID.
039200*
039300     DISPLAY "DL280 BACKING OUT " DL280-TARGET-STEP
039400         " FOR BUSINESS DATE " DL280-BUSINESS-DATE.
039500     IF DL280-TARGET-RUN-ID NOT = SPACES
039600         DISPLAY "DL280 RUN " DL280-TARGET-RUN-ID " ONLY"
039700     END-IF.
039800*
039900     PERFORM 1050-OPEN-FILES THRU 1050-EXIT.
040000*
040100     PERFORM 1400-WRITE-HEADINGS THRU 1400-EXIT.
040200*
040300     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
040400*
040500 1000-EXIT.
040600     EXIT.
040700*
040800******************************************************************
040900*    1050-OPEN-FILES  -  OPEN EVERY DATASET AND CONFIRM EACH     *
041000*    OPEN SUCCEEDED BEFORE THE RUN GOES ANY FURTHER.  THE DAY    *
041100*    CONTROL IS ONLY NEEDED WHEN DL200 IS BEING BACKED OUT.      *
041200******************************************************************
041300 1050-OPEN-FILES.
041400*
041500     OPEN INPUT DL280-JOURNAL-FILE.
041600     IF DL280-JNL-STATUS NOT = "00" AND NOT = "05"
041700         DISPLAY "DL280 ABEND - OPEN FAILED FOR ACCTJNL, "
041800             "STATUS = " DL280-JNL-STATUS
041900         MOVE 16 TO RETURN-CODE
042000         GOBACK
042100     END-IF.
042200*
042300*        THE WORK DATASET IS RECREATED EMPTY EVERY RUN - A RERUN
042400*        MUST NOT PICK UP A FAILED RUN'S ACCOUNTS.
042500     OPEN OUTPUT DL280-WORK-FILE.
042600     IF DL280-WORK-STATUS = "00"
042700         CLOSE DL280-WORK-FILE
042800         OPEN I-O DL280-WORK-FILE
042900     END-IF.
043000     IF DL280-WORK-STATUS NOT = "00" AND NOT = "05"
043100         DISPLAY "DL280 ABEND - OPEN FAILED FOR BKWORK, "
043200             "STATUS = " DL280-WORK-STATUS
043300         MOVE 16 TO RETURN-CODE
043400         GOBACK
043500     END-IF.
043600*
043700     OPEN I-O DL280-MASTER-FILE.
043800     IF DL280-MASTER-STATUS NOT = "00"
043900         DISPLAY "DL280 ABEND - OPEN FAILED FOR ACCTMST, "
044000             "STATUS = " DL280-MASTER-STATUS
044100         MOVE 16 TO RETURN-CODE
044200         GOBACK
044300     END-IF.
044400*
044500     OPEN I-O DL280-LEDGER-FILE.
044600     IF DL280-LEDGER-STATUS NOT = "00" AND NOT = "05"
044700         DISPLAY "DL280 ABEND - OPEN FAILED FOR POSTLEDG, "
044800             "STATUS = " DL280-LEDGER-STATUS
044900         MOVE 16 TO RETURN-CODE
045000         GOBACK
045100     END-IF.
045200*
045300     OPEN I-O DL280-SUSPENSE-FILE.
045400     IF DL280-SUSP-STATUS NOT = "00" AND NOT = "05"
045500         DISPLAY "DL280 ABEND - OPEN FAILED FOR SUSPDTL, "
045600             "STATUS = " DL280-SUSP-STATUS
045700         MOVE 16 TO RETURN-CODE
045800         GOBACK
045900     END-IF.
046000*
046100     IF DL280-TARGET-STEP = "DL200"
046200         OPEN I-O DL280-DAYCTL-FILE
046300         IF DL280-DAYC-STATUS NOT = "00"
046400             DISPLAY "DL280 ABEND - OPEN FAILED FOR DAYCTL, "
046500                 "STATUS = " DL280-DAYC-STATUS
046600             MOVE 16 TO RETURN-CODE
046700             GOBACK
046800         END-IF
046900         SET DL280-DAYCTL-OPEN TO TRUE
047000     END-IF.
047100*
047200     OPEN OUTPUT DL280-REPORT-FILE.
047300     IF DL280-REPORT-STATUS NOT = "00"
047400         DISPLAY "DL280 ABEND - OPEN FAILED FOR BKRPT, "
047500             "STATUS = " DL280-REPORT-STATUS
047600         MOVE 16 TO RETURN-CODE
047700         GOBACK
047800     END-IF.
047900*
048000 1050-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400*    1100-PARSE-PARM  -  BREAK THE PARM STRING INTO ITS          *
048500*    KEYWORD=VALUE TOKENS AND APPLY EACH ONE.                    *
048600******************************************************************
048700 1100-PARSE-PARM.
048800*
048900     MOVE SPACES TO DL280-PARM-TOKEN (1) DL280-PARM-TOKEN (2)
049000                    DL280-PARM-TOKEN (3) DL280-PARM-TOKEN (4).
049100     UNSTRING DL280-PARM-STRING DELIMITED BY ","
049200         INTO DL280-PARM-TOKEN (1) DL280-PARM-TOKEN (2)
049300              DL280-PARM-TOKEN (3) DL280-PARM-TOKEN (4)
049400     END-UNSTRING.
049500*
049600     PERFORM 1110-APPLY-TOKEN THRU 1110-EXIT
049700         VARYING DL280-PARM-IX FROM 1 BY 1
049800         UNTIL DL280-PARM-IX > 4.
049900*
050000 1100-EXIT.
050100     EXIT.
050200*
050300******************************************************************
050400*    1110-APPLY-TOKEN  -  SPLIT ONE KEYWORD=VALUE TOKEN AND      *
050500*    SET THE RUN OPTION IT CONTROLS.                             *
050600******************************************************************
050700 1110-APPLY-TOKEN.
050800*
050900     MOVE SPACES TO DL280-PARM-KEY DL280-PARM-VALUE.
051000     UNSTRING DL280-PARM-TOKEN (DL280-PARM-IX) DELIMITED BY "="
051100         INTO DL280-PARM-KEY DL280-PARM-VALUE
051200     END-UNSTRING.
051300     MOVE ZERO TO DL280-PARM-VALUE-LEN.
051400     INSPECT DL280-PARM-VALUE TALLYING DL280-PARM-VALUE-LEN
051500         FOR CHARACTERS BEFORE INITIAL SPACE.
051600*
051700     EVALUATE DL280-PARM-KEY
051800         WHEN "BUSDATE"
051900             IF DL280-PARM-VALUE-LEN > ZERO
052000                AND DL280-PARM-VALUE (1:DL280-PARM-VALUE-LEN)
052100                       IS NUMERIC
052200                 MOVE DL280-PARM-VALUE (1:DL280-PARM-VALUE-LEN)
052300                     TO DL280-BUSINESS-DATE
052400             END-IF
052500         WHEN "STEP"
052600             MOVE DL280-PARM-VALUE TO DL280-TARGET-STEP
052700         WHEN "RUNID"
052800             IF DL280-PARM-VALUE-LEN = 14
052900                AND DL280-PARM-VALUE (1:14) IS NUMERIC
053000                 MOVE DL280-PARM-VALUE (1:14)
053100                     TO DL280-TARGET-RUN-ID
053200             ELSE
053300                 DISPLAY "DL280 ABEND - RUNID= MUST BE THE "
053400                     "14-DIGIT RUN ID FROM THE JOURNAL"
053500                 MOVE 16 TO RETURN-CODE
053600                 GOBACK
053700             END-IF
053800         WHEN "OVERRIDE"
053900             IF DL280-PARM-VALUE = "Y"
054000                 SET DL280-OVERRIDE TO TRUE
054100             END-IF
054200         WHEN OTHER
054300             CONTINUE
054400     END-EVALUATE.
054500*
054600 1110-EXIT.
054700     EXIT.
054800*
054900******************************************************************
055000*    1400-WRITE-HEADINGS  -  LAY DOWN THE REGISTER HEADINGS.     *
055100******************************************************************
055200 1400-WRITE-HEADINGS.
055300*
055400     MOVE DL280-BUSINESS-DATE TO DL280-H1-BUSDATE.
055500     MOVE DL280-TARGET-STEP TO DL280-H1-STEP.
055600     MOVE DL280-RPT-HEADING-1 TO DL280-PRINT-REC.
055700     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
055800*
055900     IF DL280-TARGET-RUN-ID = SPACES
056000         MOVE "ALL" TO DL280-H2-RUNS
056100     ELSE
056200         MOVE DL280-TARGET-RUN-ID TO DL280-H2-RUNS
056300     END-IF.
056400     MOVE DL280-OVERRIDE-SW TO DL280-H2-OVERRIDE.
056500     MOVE DL280-RUN-ID TO DL280-H2-RUN-ID.
056600     MOVE DL280-RPT-HEADING-2 TO DL280-PRINT-REC.
056700     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
056800*
056900     MOVE SPACES TO DL280-PRINT-REC.
057000     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
057100     MOVE DL280-RPT-COLUMN-HEADING TO DL280-PRINT-REC.
057200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
057300*
057400 1400-EXIT.
057500     EXIT.
057600*
057700******************************************************************
057800*    2000-LOAD-JOURNAL  -  TAKE ONE JOURNAL RECORD.  A CHANGE    *
057900*    MADE BY THE STEP (AND RUN, IF ONE WAS NAMED) ON THE DATE    *
058000*    IS NOTED AGAINST ITS ACCOUNT; A RESTORE BY AN EARLIER       *
058100*    BACKOUT OF THE SAME STEP AND DATE WIPES WHAT HAS BEEN       *
058200*    NOTED FOR THAT ACCOUNT SO FAR, SINCE IT IS ALREADY BACK     *
058300*    AS IT WAS.  EVERYTHING ELSE IS PASSED OVER.                 *
058400******************************************************************
058500 2000-LOAD-JOURNAL.
058600*
058700     IF BJ-BUSINESS-DATE NOT = DL280-BUSINESS-DATE
058800         GO TO 2000-READ-NEXT
058900     END-IF.
059000*
059100     IF BJ-STEP = DL280-TARGET-STEP
059200        AND (DL280-TARGET-RUN-ID = SPACES
059300             OR BJ-RUN-ID = DL280-TARGET-RUN-ID)
059400         PERFORM 2100-NOTE-CHANGE THRU 2100-EXIT
059500         GO TO 2000-READ-NEXT
059600     END-IF.
059700*
059800     IF BJ-STEP = "DL280"
059900        AND BJ-BACKOUT-STEP = DL280-TARGET-STEP
060000        AND (DL280-TARGET-RUN-ID = SPACES
060100             OR BJ-BACKOUT-RUN-ID = SPACES
060200             OR BJ-BACKOUT-RUN-ID = DL280-TARGET-RUN-ID)
060300         PERFORM 2200-NOTE-BACKOUT THRU 2200-EXIT
060400     END-IF.
060500*
060600 2000-READ-NEXT.
060700*
060800     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
060900*
061000 2000-EXIT.
061100     EXIT.
061200*
061300******************************************************************
061400*    2100-NOTE-CHANGE  -  THE FIRST CHANGE TO AN ACCOUNT FIXES   *
061500*    ITS BEFORE-IMAGE - THE STATE TO RESTORE; EVERY CHANGE       *
061600*    MOVES ITS AFTER-IMAGE ON - THE STATE THE MASTER SHOULD      *
061700*    STILL HOLD.                                                 *
061800******************************************************************
061900 2100-NOTE-CHANGE.
062000*
062100     ADD 1 TO DL280-SELECTED-COUNT.
062200*
062300     MOVE BJ-ACCOUNT-NO TO BW-ACCOUNT-NO.
062400     READ DL280-WORK-FILE.
062500     IF DL280-WORK-STATUS = "23"
062600         INITIALIZE DL280-WORK-REC
062700         MOVE BJ-ACCOUNT-NO TO BW-ACCOUNT-NO
062800         MOVE BJ-ACTION TO BW-FIRST-ACTION
062900         MOVE BJ-BEFORE-IMAGE TO BW-BEFORE-IMAGE
063000         MOVE SPACES TO BW-STATE BW-RESTORED-SW
063100     END-IF.
063200     IF DL280-WORK-STATUS NOT = "00" AND NOT = "23"
063300         DISPLAY "DL280 ABEND - READ FAILED FOR BKWORK, "
063400             "STATUS = " DL280-WORK-STATUS
063500         MOVE 16 TO RETURN-CODE
063600         GOBACK
063700     END-IF.
063800*
063900     MOVE BJ-ACTION TO BW-LAST-ACTION.
064000     MOVE BJ-AFTER-IMAGE TO BW-AFTER-IMAGE.
064100     ADD 1 TO BW-CHANGE-COUNT.
064200*
064300     WRITE DL280-WORK-REC.
064400     IF DL280-WORK-STATUS = "22"
064500         REWRITE DL280-WORK-REC
064600     END-IF.
064700     IF DL280-WORK-STATUS NOT = "00"
064800         DISPLAY "DL280 ABEND - WRITE FAILED FOR BKWORK, "
064900             "KEY = " BW-ACCOUNT-NO
065000             ", STATUS = " DL280-WORK-STATUS
065100         MOVE 16 TO RETURN-CODE
065200         GOBACK
065300     END-IF.
065400*
065500 2100-EXIT.
065600     EXIT.
065700*
065800******************************************************************
065900*    2200-NOTE-BACKOUT  -  AN EARLIER BACKOUT ALREADY PUT THIS   *
066000*    ACCOUNT BACK, SO DROP WHAT HAS BEEN NOTED FOR IT.           *
066100******************************************************************
066200 2200-NOTE-BACKOUT.
066300*
066400     ADD 1 TO DL280-PRIOR-COUNT.
066500*
066600     MOVE BJ-ACCOUNT-NO TO BW-ACCOUNT-NO.
066700     DELETE DL280-WORK-FILE RECORD.
066800     IF DL280-WORK-STATUS NOT = "00" AND NOT = "23"
066900         DISPLAY "DL280 ABEND - DELETE FAILED FOR BKWORK, "
067000             "KEY = " BW-ACCOUNT-NO
067100             ", STATUS = " DL280-WORK-STATUS
067200         MOVE 16 TO RETURN-CODE
067300         GOBACK
067400     END-IF.
067500*
067600 2200-EXIT.
067700     EXIT.
067800*
067900******************************************************************
068000*    2900-READ-JOURNAL  -  READ THE NEXT JOURNAL RECORD.         *
068100******************************************************************
068200 2900-READ-JOURNAL.
068300*
068400     READ DL280-JOURNAL-FILE
068500         AT END
068600             SET DL280-JNL-EOF TO TRUE
068700     END-READ.
068800*
068900     IF DL280-JNL-STATUS NOT = "00" AND NOT = "10"
069000         DISPLAY "DL280 ABEND - READ FAILED FOR ACCTJNL, "
069100             "STATUS = " DL280-JNL-STATUS
069200         MOVE 16 TO RETURN-CODE
069300         GOBACK
069400     END-IF.
069500     IF NOT DL280-JNL-EOF
069600         ADD 1 TO DL280-JNL-READ-COUNT
069700     END-IF.
069800*
069900 2900-EXIT.
070000     EXIT.
070100*
070200******************************************************************
070300*    3000-VERIFY-ACCOUNTS  -  CHECK EVERY AFFECTED ACCOUNT       *
070400*    AGAINST THE MASTER BEFORE ANYTHING IS TOUCHED.  THE         *
070500*    BACKOUT GOES AHEAD ONLY IF THERE IS NO CONFLICT, OR         *
070600*    OPERATIONS KEYED OVERRIDE=Y.                                *
070700******************************************************************
070800 3000-VERIFY-ACCOUNTS.
070900*
071000     PERFORM 3900-START-WORK THRU 3900-EXIT.
071100*
071200     PERFORM 3100-VERIFY-ACCOUNT THRU 3100-EXIT
071300         UNTIL DL280-WORK-EOF.
071400*
071500     IF DL280-CONFLICT-COUNT = ZERO
071600        OR DL280-OVERRIDE
071700         SET DL280-APPLY TO TRUE
071800     END-IF.
071900*
072000 3000-EXIT.
072100     EXIT.
072200*
072300******************************************************************
072400*    3100-VERIFY-ACCOUNT  -  READ THE NEXT AFFECTED ACCOUNT AND  *
072500*    SET ITS STATE:  ALREADY AS IT WAS BEFORE THE STEP; READY,   *
072600*    THE MASTER STILL HOLDS WHAT THE STEP LEFT; OR CONFLICT,     *
072700*    THE ACCOUNT HAS BEEN CHANGED SINCE.                         *
072800******************************************************************
072900 3100-VERIFY-ACCOUNT.
073000*
073100     PERFORM 3950-READ-WORK THRU 3950-EXIT.
073200     IF DL280-WORK-EOF
073300         GO TO 3100-EXIT
073400     END-IF.
073500*
073600     ADD 1 TO DL280-ACCOUNT-COUNT.
073700     PERFORM 3200-READ-MASTER THRU 3200-EXIT.
073800*
073900     EVALUATE TRUE
074000         WHEN BW-OPENED-BY-STEP
074100          AND DL280-MASTER-MISSING
074200             SET BW-ALREADY-BEFORE TO TRUE
074300         WHEN NOT BW-OPENED-BY-STEP
074400          AND DL280-MASTER-FOUND
074500          AND DL200-MASTER-REC = BW-BEFORE-IMAGE
074600             SET BW-ALREADY-BEFORE TO TRUE
074700         WHEN BW-CLOSED-BY-STEP
074800          AND DL280-MASTER-MISSING
074900             SET BW-READY TO TRUE
075000         WHEN NOT BW-CLOSED-BY-STEP
075100          AND DL280-MASTER-FOUND
075200          AND DL200-MASTER-REC = BW-AFTER-IMAGE
075300             SET BW-READY TO TRUE
075400         WHEN OTHER
075500             SET BW-CONFLICT TO TRUE
075600             ADD 1 TO DL280-CONFLICT-COUNT
075700     END-EVALUATE.
075800*
075900     REWRITE DL280-WORK-REC.
076000     IF DL280-WORK-STATUS NOT = "00"
076100         DISPLAY "DL280 ABEND - REWRITE FAILED FOR BKWORK, "
076200             "KEY = " BW-ACCOUNT-NO
076300             ", STATUS = " DL280-WORK-STATUS
076400         MOVE 16 TO RETURN-CODE
076500         GOBACK
076600     END-IF.
076700*
076800 3100-EXIT.
076900     EXIT.
077000*
077100******************************************************************
077200*    3200-READ-MASTER  -  RANDOM-READ THE MASTER RECORD FOR THE  *
077300*    ACCOUNT IN HAND.  A MISSING RECORD IS NOT AN ABEND - THE    *
077400*    STEP MAY HAVE OPENED OR CLOSED THE ACCOUNT.                 *
077500******************************************************************
077600 3200-READ-MASTER.
077700*
077800     SET DL280-MASTER-FOUND TO TRUE.
077900     MOVE BW-ACCOUNT-NO TO AM-ACCOUNT-NO.
078000*
078100     READ DL280-MASTER-FILE
078200         INVALID KEY
078300             SET DL280-MASTER-MISSING TO TRUE
078400     END-READ.
078500*
078600     IF DL280-MASTER-STATUS NOT = "00" AND NOT = "23"
078700         DISPLAY "DL280 ABEND - READ FAILED FOR ACCTMST, "
078800             "KEY = " BW-ACCOUNT-NO
078900             ", STATUS = " DL280-MASTER-STATUS
079000         MOVE 16 TO RETURN-CODE
079100         GOBACK
079200     END-IF.
079300*
079400 3200-EXIT.
079500     EXIT.
079600*
079700******************************************************************
079800*    3900-START-WORK  -  POSITION THE WORK DATASET AT ITS        *
079900*    FIRST ACCOUNT.                                              *
080000******************************************************************
080100 3900-START-WORK.
080200*
080300     MOVE "N" TO DL280-WORK-EOF-SW.
080400     MOVE ZERO TO BW-ACCOUNT-NO.
080500     START DL280-WORK-FILE KEY IS NOT LESS THAN BW-ACCOUNT-NO.
080600     IF DL280-WORK-STATUS = "23"
080700         SET DL280-WORK-EOF TO TRUE
080800     END-IF.
080900     IF DL280-WORK-STATUS NOT = "00" AND NOT = "23"
081000         DISPLAY "DL280 ABEND - START FAILED FOR BKWORK, "
081100             "STATUS = " DL280-WORK-STATUS
081200         MOVE 16 TO RETURN-CODE
081300         GOBACK
081400     END-IF.
081500*
081600 3900-EXIT.
081700     EXIT.
081800*
081900******************************************************************
082000*    3950-READ-WORK  -  READ THE NEXT AFFECTED ACCOUNT.          *
082100******************************************************************
082200 3950-READ-WORK.
082300*
082400     READ DL280-WORK-FILE NEXT RECORD
082500         AT END
082600             SET DL280-WORK-EOF TO TRUE
082700     END-READ.
082800*
082900     IF DL280-WORK-STATUS NOT = "00" AND NOT = "10"
083000         DISPLAY "DL280 ABEND - READ FAILED FOR BKWORK, "
083100             "STATUS = " DL280-WORK-STATUS
083200         MOVE 16 TO RETURN-CODE
083300         GOBACK
083400     END-IF.
083500*
083600 3950-EXIT.
083700     EXIT.
083800*
083900******************************************************************
084000*    4000-BACK-OUT  -  SECOND PASS OVER THE AFFECTED ACCOUNTS:   *
084100*    RESTORE EACH ONE AND PRINT IT, OR - WHEN CONFLICTS HAVE     *
084200*    STOPPED THE BACKOUT - JUST PRINT IT.                        *
084300******************************************************************
084400 4000-BACK-OUT.
084500*
084600     IF DL280-APPLY
084700         OPEN EXTEND DL280-JOURNAL-FILE
084800         IF DL280-JNL-STATUS NOT = "00" AND NOT = "05"
084900             DISPLAY "DL280 ABEND - OPEN FAILED FOR ACCTJNL, "
085000                 "STATUS = " DL280-JNL-STATUS
085100             MOVE 16 TO RETURN-CODE
085200             GOBACK
085300         END-IF
085400     END-IF.
085500*
085600     PERFORM 3900-START-WORK THRU 3900-EXIT.
085700*
085800     PERFORM 4100-BACK-OUT-ACCOUNT THRU 4100-EXIT
085900         UNTIL DL280-WORK-EOF.
086000*
086100     IF DL280-APPLY
086200         CLOSE DL280-JOURNAL-FILE
086300     ELSE
086400         MOVE SPACES TO DL280-PRINT-REC
086500         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
086600         MOVE "ACCOUNTS CHANGED SINCE THE STEP RAN - NOTHING HAS "
086700             TO DL280-MSG-TEXT
086800         MOVE "BEEN RESTORED.  RERUN WITH OVERRIDE=Y TO FORCE IT."
086900             TO DL280-MSG-TEXT (51:30)
087000         MOVE DL280-RPT-MESSAGE-LINE TO DL280-PRINT-REC
087100         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
087200     END-IF.
087300*
087400 4000-EXIT.
087500     EXIT.
087600*
087700******************************************************************
087800*    4100-BACK-OUT-ACCOUNT  -  READ THE NEXT AFFECTED ACCOUNT,   *
087900*    PUT IT BACK AS IT WAS BEFORE THE STEP - REMOVING IT IF THE  *
088000*    STEP OPENED IT - JOURNAL THE RESTORE, TIDY THE DATE'S       *
088100*    LEDGER ITEMS AND PRINT IT.                                  *
088200******************************************************************
088300 4100-BACK-OUT-ACCOUNT.
088400*
088500     PERFORM 3950-READ-WORK THRU 3950-EXIT.
088600     IF DL280-WORK-EOF
088700         GO TO 4100-EXIT
088800     END-IF.
088900*
089000     PERFORM 3200-READ-MASTER THRU 3200-EXIT.
089100     MOVE SPACES TO DL280-CURRENT-IMAGE.
089200     MOVE ZERO TO DL280-CURRENT-BALANCE DL280-RESTORED-BALANCE.
089300     IF DL280-MASTER-FOUND
089400         MOVE DL200-MASTER-REC TO DL280-CURRENT-IMAGE
089500         MOVE AM-NEW-BALANCE TO DL280-CURRENT-BALANCE
089600     END-IF.
089700     IF NOT BW-OPENED-BY-STEP
089800         MOVE BW-BEFORE-IMAGE TO DL200-MASTER-REC
089900         MOVE AM-NEW-BALANCE TO DL280-RESTORED-BALANCE
090000     END-IF.
090100*
090200     MOVE SPACES TO DL280-RD-NOTE.
090300     IF BW-CONFLICT
090400         MOVE "CHANGED SINCE THE STEP RAN" TO DL280-RD-NOTE
090500     END-IF.
090600*
090700     IF NOT DL280-APPLY
090800         MOVE "NOT RESTORED" TO DL280-RD-ACTION
090900         GO TO 4100-PRINT
091000     END-IF.
091100*
091200     IF BW-ALREADY-BEFORE
091300         MOVE "UNCHANGED" TO DL280-RD-ACTION
091400         MOVE "ALREADY AS BEFORE THE STEP" TO DL280-RD-NOTE
091500         ADD 1 TO DL280-UNCHANGED-COUNT
091600         GO TO 4100-PRINT
091700     END-IF.
091800*
091900     IF BW-CONFLICT
092000         MOVE "CHANGED SINCE - OVERRIDDEN" TO DL280-RD-NOTE
092100         SET DL280-WARNING TO TRUE
092200     END-IF.
092300*
092400     IF BW-OPENED-BY-STEP
092500         PERFORM 4200-REMOVE-ACCOUNT THRU 4200-EXIT
092600     ELSE
092700         PERFORM 4300-RESTORE-ACCOUNT THRU 4300-EXIT
092800     END-IF.
092900*
093000     SET BW-RESTORED TO TRUE.
093100     REWRITE DL280-WORK-REC.
093200     IF DL280-WORK-STATUS NOT = "00"
093300         DISPLAY "DL280 ABEND - REWRITE FAILED FOR BKWORK, "
093400             "KEY = " BW-ACCOUNT-NO
093500             ", STATUS = " DL280-WORK-STATUS
093600         MOVE 16 TO RETURN-CODE
093700         GOBACK
093800     END-IF.
093900*
094000     IF DL280-TARGET-STEP NOT = "DL230"
094100         PERFORM 4500-TIDY-LEDGER THRU 4500-EXIT
094200     END-IF.
094300*
094400     ADD DL280-CURRENT-BALANCE TO DL280-TOTAL-BEFORE.
094500     ADD DL280-RESTORED-BALANCE TO DL280-TOTAL-RESTORED.
094600*
094700 4100-PRINT.
094800*
094900     MOVE BW-ACCOUNT-NO TO DL280-RD-ACCOUNT.
095000     MOVE BW-CHANGE-COUNT TO DL280-RD-CHANGES.
095100     MOVE DL280-CURRENT-BALANCE TO DL280-RD-BEFORE.
095200     MOVE DL280-RESTORED-BALANCE TO DL280-RD-RESTORED.
095300     MOVE DL280-RPT-DETAIL TO DL280-PRINT-REC.
095400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
095500*
095600 4100-EXIT.
095700     EXIT.
095800*
095900******************************************************************
096000*    4200-REMOVE-ACCOUNT  -  THE STEP OPENED THE ACCOUNT, SO     *
096100*    BEFORE IT THERE WAS NO MASTER RECORD AT ALL.  NOTHING OF    *
096200*    THE DATE'S LEDGER IS KEPT.                                  *
096300******************************************************************
096400 4200-REMOVE-ACCOUNT.
096500*
096600     MOVE BW-ACCOUNT-NO TO AM-ACCOUNT-NO.
096700     MOVE "D" TO DL280-JNL-ACTION.
096800     PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT.
096900*
097000     DELETE DL280-MASTER-FILE RECORD.
097100     IF DL280-MASTER-STATUS NOT = "00"
097200         DISPLAY "DL280 ABEND - DELETE FAILED FOR ACCTMST, "
097300             "KEY = " BW-ACCOUNT-NO
097400             ", STATUS = " DL280-MASTER-STATUS
097500         MOVE 16 TO RETURN-CODE
097600         GOBACK
097700     END-IF.
097800*
097900     MOVE ZERO TO BW-KEEP-SEQ.
098000     MOVE "REMOVED" TO DL280-RD-ACTION.
098100     ADD 1 TO DL280-REMOVED-COUNT.
098200*
098300 4200-EXIT.
098400     EXIT.
098500*
098600******************************************************************
098700*    4300-RESTORE-ACCOUNT  -  PUT THE BEFORE-IMAGE BACK - OVER   *
098800*    THE RECORD NOW ON FILE, OR AS A NEW RECORD IF THE STEP      *
098900*    CLOSED THE ACCOUNT.  THE LEDGER KEEPS THE DATE'S ITEMS UP   *
099000*    TO THE ITEM COUNT THE RESTORED RECORD CARRIES FOR IT.       *
099100******************************************************************
099200 4300-RESTORE-ACCOUNT.
099300*
099400     MOVE BW-BEFORE-IMAGE TO DL200-MASTER-REC.
099500*
099600     IF DL280-MASTER-FOUND
099700         MOVE "C" TO DL280-JNL-ACTION
099800         PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
099900         REWRITE DL200-MASTER-REC
100000         MOVE "RESTORED" TO DL280-RD-ACTION
100100         ADD 1 TO DL280-RESTORED-COUNT
100200     ELSE
100300         MOVE "A" TO DL280-JNL-ACTION
100400         PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT
100500         WRITE DL200-MASTER-REC
100600         MOVE "REINSTATED" TO DL280-RD-ACTION
100700         ADD 1 TO DL280-REINSTATED-COUNT
100800     END-IF.
100900     IF DL280-MASTER-STATUS NOT = "00"
101000         DISPLAY "DL280 ABEND - RESTORE FAILED FOR ACCTMST, "
101100             "KEY = " BW-ACCOUNT-NO
101200             ", STATUS = " DL280-MASTER-STATUS
101300         MOVE 16 TO RETURN-CODE
101400         GOBACK
101500     END-IF.
101600*
101700     IF AM-LAST-POSTED-DATE = DL280-BUSINESS-DATE
101800        AND AM-TODAY-ITEM-COUNT IS NUMERIC
101900         MOVE AM-TODAY-ITEM-COUNT TO BW-KEEP-SEQ
102000     ELSE
102100         MOVE ZERO TO BW-KEEP-SEQ
102200     END-IF.
102300*
102400 4300-EXIT.
102500     EXIT.
102600*
102700******************************************************************
102800*    4500-TIDY-LEDGER  -  REMOVE THE ACCOUNT'S LEDGER ITEMS FOR  *
102900*    THE DATE NUMBERED AFTER THE ITEMS KEPT.  ITEMS ARE          *
103000*    NUMBERED FROM ONE WITHOUT GAPS, SO THE FIRST NUMBER NOT     *
103100*    FOUND ENDS THE RUN OF THEM.                                 *
103200******************************************************************
103300 4500-TIDY-LEDGER.
103400*
103500     MOVE "N" TO DL280-LEDGER-DONE-SW.
103600     COMPUTE DL280-NEXT-SEQ = BW-KEEP-SEQ + 1.
103700*
103800     PERFORM 4510-REMOVE-ITEM THRU 4510-EXIT
103900         UNTIL DL280-LEDGER-DONE.
104000*
104100 4500-EXIT.
104200     EXIT.
104300*
104400******************************************************************
104500*    4510-REMOVE-ITEM  -  DELETE ONE LEDGER ITEM BY KEY.         *
104600******************************************************************
104700 4510-REMOVE-ITEM.
104800*
104900     MOVE BW-ACCOUNT-NO TO PL-ACCOUNT-NO.
105000     MOVE DL280-BUSINESS-DATE TO PL-POST-DATE.
105100     MOVE DL280-NEXT-SEQ TO PL-SEQ-NO.
105200*
105300     DELETE DL280-LEDGER-FILE RECORD.
105400     EVALUATE DL280-LEDGER-STATUS
105500         WHEN "00"
105600             ADD 1 TO DL280-LEDGER-COUNT
105700             ADD 1 TO DL280-NEXT-SEQ
105800         WHEN "23"
105900             SET DL280-LEDGER-DONE TO TRUE
106000         WHEN OTHER
106100             DISPLAY "DL280 ABEND - DELETE FAILED FOR POSTLEDG, "
106200                 "KEY = " PL-KEY
106300                 ", STATUS = " DL280-LEDGER-STATUS
106400             MOVE 16 TO RETURN-CODE
106500             GOBACK
106600     END-EVALUATE.
106700*
106800 4510-EXIT.
106900     EXIT.
107000*
107100******************************************************************
107200*    5000-TIDY-SUSPENSE  -  ONE PASS OVER THE SUSPENSE DETAIL.   *
107300*    BACKING OUT DL200 REMOVES THE ITEMS IT PARKED ON THE DATE   *
107400*    PAST THE SUSPENSE ACCOUNT'S RESTORED ITEM COUNT; BACKING    *
107500*    OUT DL210 PARKS AGAIN THE ITEMS IT CLEARED ON THE DATE TO   *
107600*    AN ACCOUNT IT HAS JUST BEEN MADE TO UNDO.                   *
107700******************************************************************
107800 5000-TIDY-SUSPENSE.
107900*
108000     IF DL280-TARGET-STEP = "DL230"
108100         GO TO 5000-EXIT
108200     END-IF.
108300*
108400     MOVE LOW-VALUES TO SD-KEY.
108500     START DL280-SUSPENSE-FILE KEY IS NOT LESS THAN SD-KEY.
108600     IF DL280-SUSP-STATUS = "23"
108700         SET DL280-SUSP-EOF TO TRUE
108800     END-IF.
108900     IF DL280-SUSP-STATUS NOT = "00" AND NOT = "23"
109000         DISPLAY "DL280 ABEND - START FAILED FOR SUSPDTL, "
109100             "STATUS = " DL280-SUSP-STATUS
109200         MOVE 16 TO RETURN-CODE
109300         GOBACK
109400     END-IF.
109500*
109600     PERFORM 5100-TIDY-ITEM THRU 5100-EXIT
109700         UNTIL DL280-SUSP-EOF.
109800*
109900 5000-EXIT.
110000     EXIT.
110100*
110200******************************************************************
110300*    5100-TIDY-ITEM  -  READ THE NEXT SUSPENSE ITEM AND REMOVE   *
110400*    OR RE-PARK IT IF THE BACKOUT HAS UNDONE IT.                 *
110500******************************************************************
110600 5100-TIDY-ITEM.
110700*
110800     READ DL280-SUSPENSE-FILE NEXT RECORD
110900         AT END
111000             SET DL280-SUSP-EOF TO TRUE
111100     END-READ.
111200     IF DL280-SUSP-STATUS NOT = "00" AND NOT = "10"
111300         DISPLAY "DL280 ABEND - READ FAILED FOR SUSPDTL, "
111400             "STATUS = " DL280-SUSP-STATUS
111500         MOVE 16 TO RETURN-CODE
111600         GOBACK
111700     END-IF.
111800     IF DL280-SUSP-EOF
111900         GO TO 5100-EXIT
112000     END-IF.
112100*
112200     IF DL280-TARGET-STEP = "DL200"
112300         IF SD-PARKED
112400            AND SD-PARK-DATE = DL280-BUSINESS-DATE
112500             MOVE SD-SUSPENSE-ACCOUNT TO DL280-LOOKUP-ACCOUNT
112600             PERFORM 5200-LOOKUP-WORK THRU 5200-EXIT
112700             IF BW-RESTORED
112800                AND SD-SEQ-NO > BW-KEEP-SEQ
112900                 PERFORM 5300-REMOVE-PARKED THRU 5300-EXIT
113000             END-IF
113100         END-IF
113200     ELSE
113300         IF SD-CLEARED
113400            AND SD-CLEARED-DATE = DL280-BUSINESS-DATE
113500             MOVE SD-ORIG-ACCOUNT TO DL280-LOOKUP-ACCOUNT
113600             PERFORM 5200-LOOKUP-WORK THRU 5200-EXIT
113700             IF BW-RESTORED
113800                 PERFORM 5400-PARK-AGAIN THRU 5400-EXIT
113900             END-IF
114000         END-IF
114100     END-IF.
114200*
114300 5100-EXIT.
114400     EXIT.
114500*
114600******************************************************************
114700*    5200-LOOKUP-WORK  -  RANDOM-READ THE WORK RECORD FOR THE    *
114800*    ACCOUNT IN DL280-LOOKUP-ACCOUNT.  AN ACCOUNT NOT BACKED OUT *
114900*    COMES BACK WITH BW-RESTORED OFF.                            *
115000******************************************************************
115100 5200-LOOKUP-WORK.
115200*
115300     MOVE DL280-LOOKUP-ACCOUNT TO BW-ACCOUNT-NO.
115400     READ DL280-WORK-FILE.
115500     IF DL280-WORK-STATUS = "23"
115600         MOVE SPACES TO BW-RESTORED-SW
115700     END-IF.
115800     IF DL280-WORK-STATUS NOT = "00" AND NOT = "23"
115900         DISPLAY "DL280 ABEND - READ FAILED FOR BKWORK, "
116000             "STATUS = " DL280-WORK-STATUS
116100         MOVE 16 TO RETURN-CODE
116200         GOBACK
116300     END-IF.
116400*
116500 5200-EXIT.
116600     EXIT.
116700*
116800******************************************************************
116900*    5300-REMOVE-PARKED  -  THE ITEM WAS PARKED BY THE RUN JUST  *
117000*    BACKED OUT; A RERUN WILL PARK IT AGAIN IF IT STILL BELONGS. *
117100******************************************************************
117200 5300-REMOVE-PARKED.
117300*
117400     DELETE DL280-SUSPENSE-FILE RECORD.
117500     IF DL280-SUSP-STATUS NOT = "00"
117600         DISPLAY "DL280 ABEND - DELETE FAILED FOR SUSPDTL, "
117700             "KEY = " SD-KEY
117800             ", STATUS = " DL280-SUSP-STATUS
117900         MOVE 16 TO RETURN-CODE
118000         GOBACK
118100     END-IF.
118200*
118300     ADD 1 TO DL280-SUSP-REMOVED-COUNT.
118400*
118500 5300-EXIT.
118600     EXIT.
118700*
118800******************************************************************
118900*    5400-PARK-AGAIN  -  THE ITEM WAS CLEARED TO AN ACCOUNT THE  *
119000*    BACKOUT HAS UNDONE, AND THE SUSPENSE ACCOUNT HOLDS IT       *
119100*    AGAIN, SO IT GOES BACK TO PARKED.                           *
119200******************************************************************
119300 5400-PARK-AGAIN.
119400*
119500     SET SD-PARKED TO TRUE.
119600     MOVE ZERO TO SD-CLEARED-DATE.
119700     REWRITE DL200-SUSPENSE-REC.
119800     IF DL280-SUSP-STATUS NOT = "00"
119900         DISPLAY "DL280 ABEND - REWRITE FAILED FOR SUSPDTL, "
120000             "KEY = " SD-KEY
120100             ", STATUS = " DL280-SUSP-STATUS
120200         MOVE 16 TO RETURN-CODE
120300         GOBACK
120400     END-IF.
120500*
120600     ADD 1 TO DL280-SUSP-PARKED-COUNT.
120700*
120800 5400-EXIT.
120900     EXIT.
121000*
121100******************************************************************
121200*    6000-RESET-DAY  -  A FULL BACKOUT OF DL200 CLEARS ITS DAY   *
121300*    CONTROL STATUS FOR THE DATE, SO THE DATE CAN BE POSTED      *
121400*    AGAIN WITHOUT AN OVERRIDE.  A LATER STEP ALREADY COMPLETE   *
121500*    FOR THE DATE IS LEFT AS IT IS AND FLAGGED - IT WILL NEED    *
121600*    ITS OWN OVERRIDE RERUN ONCE THE DATE IS POSTED AGAIN.       *
121700******************************************************************
121800 6000-RESET-DAY.
121900*
122000     MOVE SPACES TO DL280-PRINT-REC.
122100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
122200*
122300     IF NOT DL280-DAYCTL-OPEN
122400         MOVE "THE STEP KEEPS NO DAY CONTROL STATUS - NOTHING "
122500             TO DL280-MSG-TEXT
122600         MOVE "TO RESET." TO DL280-MSG-TEXT (48:33)
122700         GO TO 6000-PRINT
122800     END-IF.
122900*
123000     IF DL280-TARGET-RUN-ID NOT = SPACES
123100         MOVE "ONE RUN BACKED OUT - THE DAY CONTROL IS LEFT AS "
123200             TO DL280-MSG-TEXT
123300         MOVE "IT STANDS." TO DL280-MSG-TEXT (50:31)
123400         GO TO 6000-PRINT
123500     END-IF.
123600*
123700     MOVE DL280-BUSINESS-DATE TO DC-BUSINESS-DATE.
123800     READ DL280-DAYCTL-FILE
123900         INVALID KEY
124000             CONTINUE
124100     END-READ.
124200     IF DL280-DAYC-STATUS = "23"
124300         MOVE "NO DAY CONTROL RECORD FOR THE DATE - NOTHING TO "
124400             TO DL280-MSG-TEXT
124500         MOVE "RESET." TO DL280-MSG-TEXT (50:31)
124600         GO TO 6000-PRINT
124700     END-IF.
124800     IF DL280-DAYC-STATUS NOT = "00"
124900         DISPLAY "DL280 ABEND - READ FAILED FOR DAYCTL, "
125000             "STATUS = " DL280-DAYC-STATUS
125100         MOVE 16 TO RETURN-CODE
125200         GOBACK
125300     END-IF.
125400*
125500     MOVE SPACE TO DC-DL200-STATUS.
125600     REWRITE DL100-DAYCTL-REC.
125700     IF DL280-DAYC-STATUS NOT = "00"
125800         DISPLAY "DL280 ABEND - REWRITE FAILED FOR DAYCTL, "
125900             "STATUS = " DL280-DAYC-STATUS
126000         MOVE 16 TO RETURN-CODE
126100         GOBACK
126200     END-IF.
126300*
126400     IF DC-DL300-COMPLETE
126500         MOVE "DL300 IS ALREADY COMPLETE FOR THE DATE - RERUN IT "
126600             TO DL280-MSG-TEXT
126700         MOVE "WITH OVERRIDE=Y AFTER DL200."
126800             TO DL280-MSG-TEXT (51:30)
126900         MOVE DL280-RPT-MESSAGE-LINE TO DL280-PRINT-REC
127000         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
127100         SET DL280-WARNING TO TRUE
127200     END-IF.
127300     IF DC-DL500-COMPLETE
127400         MOVE "DL500 IS ALREADY COMPLETE FOR THE DATE - RERUN IT "
127500             TO DL280-MSG-TEXT
127600         MOVE "WITH OVERRIDE=Y AFTER DL200."
127700             TO DL280-MSG-TEXT (51:30)
127800         MOVE DL280-RPT-MESSAGE-LINE TO DL280-PRINT-REC
127900         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
128000         SET DL280-WARNING TO TRUE
128100     END-IF.
128110     IF DC-DL290-COMPLETE
128120         MOVE "DL290 HAS RESTATED ACCTHIST FOR THE DATE - THE "
128130             TO DL280-MSG-TEXT
128140         MOVE "RESTATEMENT IS NOT BACKED OUT."
128150             TO DL280-MSG-TEXT (48:33)
128160         MOVE DL280-RPT-MESSAGE-LINE TO DL280-PRINT-REC
128170         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
128180         SET DL280-WARNING TO TRUE
128190     END-IF.
128200*
128300     MOVE "DL200 DAY CONTROL STATUS RESET - THE DATE CAN BE "
128400         TO DL280-MSG-TEXT.
128500     MOVE "POSTED AGAIN." TO DL280-MSG-TEXT (50:31).
128600*
128700 6000-PRINT.
128800*
128900     MOVE DL280-RPT-MESSAGE-LINE TO DL280-PRINT-REC.
129000     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
129100*
129200 6000-EXIT.
129300     EXIT.
129400*
129500******************************************************************
129600*    7000-WRITE-LINE  -  WRITE ONE LINE OF THE BACKOUT REGISTER. *
129700******************************************************************
129800 7000-WRITE-LINE.
129900*
130000     WRITE DL280-PRINT-REC AFTER ADVANCING 1 LINE.
130100     IF DL280-REPORT-STATUS NOT = "00"
130200         DISPLAY "DL280 ABEND - WRITE FAILED FOR BKRPT, "
130300             "STATUS = " DL280-REPORT-STATUS
130400         MOVE 16 TO RETURN-CODE
130500         GOBACK
130600     END-IF.
130700*
130800 7000-EXIT.
130900     EXIT.
131000*
131100******************************************************************
131200*    8000-PRINT-TOTALS  -  CLOSE THE REGISTER OFF WITH THE RUN   *
131300*    COUNTS AND THE BALANCE CONTROL TOTALS.                      *
131400******************************************************************
131500 8000-PRINT-TOTALS.
131600*
131700     MOVE SPACES TO DL280-PRINT-REC.
131800     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
131900*
132000     MOVE "JOURNAL RECORDS READ" TO DL280-TOT-LABEL.
132100     MOVE DL280-JNL-READ-COUNT TO DL280-TOT-COUNT.
132200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
132300     MOVE "CHANGES BY THE STEP" TO DL280-TOT-LABEL.
132400     MOVE DL280-SELECTED-COUNT TO DL280-TOT-COUNT.
132500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
132600     MOVE "RESTORES BY EARLIER BACKOUTS" TO DL280-TOT-LABEL.
132700     MOVE DL280-PRIOR-COUNT TO DL280-TOT-COUNT.
132800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
132900     MOVE "ACCOUNTS AFFECTED" TO DL280-TOT-LABEL.
133000     MOVE DL280-ACCOUNT-COUNT TO DL280-TOT-COUNT.
133100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
133200     MOVE "ACCOUNTS CHANGED SINCE (CONFLICTS)" TO DL280-TOT-LABEL.
133300     MOVE DL280-CONFLICT-COUNT TO DL280-TOT-COUNT.
133400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
133500     MOVE "ACCOUNTS RESTORED" TO DL280-TOT-LABEL.
133600     MOVE DL280-RESTORED-COUNT TO DL280-TOT-COUNT.
133700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
133800     MOVE "ACCOUNTS REMOVED (OPENED BY THE STEP)"
133900         TO DL280-TOT-LABEL.
134000     MOVE DL280-REMOVED-COUNT TO DL280-TOT-COUNT.
134100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
134200     MOVE "ACCOUNTS REINSTATED (CLOSED BY THE STEP)"
134300         TO DL280-TOT-LABEL.
134400     MOVE DL280-REINSTATED-COUNT TO DL280-TOT-COUNT.
134500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
134600     MOVE "ACCOUNTS ALREADY AS BEFORE" TO DL280-TOT-LABEL.
134700     MOVE DL280-UNCHANGED-COUNT TO DL280-TOT-COUNT.
134800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
134900     MOVE "LEDGER ITEMS REMOVED" TO DL280-TOT-LABEL.
135000     MOVE DL280-LEDGER-COUNT TO DL280-TOT-COUNT.
135100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
135200     MOVE "SUSPENSE ITEMS REMOVED" TO DL280-TOT-LABEL.
135300     MOVE DL280-SUSP-REMOVED-COUNT TO DL280-TOT-COUNT.
135400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
135500     MOVE "SUSPENSE ITEMS PARKED AGAIN" TO DL280-TOT-LABEL.
135600     MOVE DL280-SUSP-PARKED-COUNT TO DL280-TOT-COUNT.
135700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
135800*
135900     MOVE "BALANCE OF ACCOUNTS BEFORE BACKOUT" TO DL280-AMT-LABEL.
136000     MOVE DL280-TOTAL-BEFORE TO DL280-AMT-VALUE.
136100     MOVE DL280-RPT-AMOUNT-LINE TO DL280-PRINT-REC.
136200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
136300     MOVE "BALANCE OF ACCOUNTS AS RESTORED" TO DL280-AMT-LABEL.
136400     MOVE DL280-TOTAL-RESTORED TO DL280-AMT-VALUE.
136500     MOVE DL280-RPT-AMOUNT-LINE TO DL280-PRINT-REC.
136600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
136700*
136800 8000-EXIT.
136900     EXIT.
137000*
137100******************************************************************
137200*    8100-WRITE-TOTAL  -  PRINT ONE COUNT LINE.                  *
137300******************************************************************
137400 8100-WRITE-TOTAL.
137500*
137600     MOVE DL280-RPT-TOTAL-LINE TO DL280-PRINT-REC.
137700     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
137800*
137900 8100-EXIT.
138000     EXIT.
138100*
138200******************************************************************
138300*    8800-WRITE-JOURNAL  -  JOURNAL ONE RESTORE UNDER STEP       *
138400*    "DL280", AHEAD OF THE MASTER UPDATE, NAMING THE STEP (AND   *
138500*    RUN) BACKED OUT.  THE BEFORE-IMAGE IS THE RECORD AS FOUND;  *
138600*    THE AFTER-IMAGE IS THE RECORD AS RESTORED, IF ANY.          *
138700******************************************************************
138800 8800-WRITE-JOURNAL.
138900*
139000     ADD 1 TO DL280-JOURNAL-COUNT.
139100     INITIALIZE DL200-BIMAGE-REC.
139200     MOVE DL280-BUSINESS-DATE TO BJ-BUSINESS-DATE.
139300     MOVE "DL280" TO BJ-STEP.
139400     MOVE DL280-RUN-ID TO BJ-RUN-ID.
139500     MOVE DL280-JOURNAL-COUNT TO BJ-SEQ-NO.
139600     MOVE DL280-JNL-ACTION TO BJ-ACTION.
139700     MOVE BW-ACCOUNT-NO TO BJ-ACCOUNT-NO.
139800     MOVE DL280-TARGET-STEP TO BJ-BACKOUT-STEP.
139900     MOVE DL280-TARGET-RUN-ID TO BJ-BACKOUT-RUN-ID.
140000     MOVE DL280-CURRENT-IMAGE TO BJ-BEFORE-IMAGE.
140100     IF BJ-DELETED
140200         MOVE SPACES TO BJ-AFTER-IMAGE
140300     ELSE
140400         MOVE DL200-MASTER-REC TO BJ-AFTER-IMAGE
140500     END-IF.
140600*
140700     WRITE DL200-BIMAGE-REC.
140800     IF DL280-JNL-STATUS NOT = "00"
140900         DISPLAY "DL280 ABEND - WRITE FAILED FOR ACCTJNL, "
141000             "KEY = " BW-ACCOUNT-NO
141100             ", STATUS = " DL280-JNL-STATUS
141200         MOVE 16 TO RETURN-CODE
141300         GOBACK
141400     END-IF.
141500*
141600 8800-EXIT.
141700     EXIT.
141800*
141900******************************************************************
142000*    8850-BUILD-STAMP  -  BUILD A YYYYMMDDHHMMSS TIMESTAMP IN    *
142100*    THE CURRENT-STAMP WORK AREA.                                *
142200******************************************************************
142300 8850-BUILD-STAMP.
142400*
142500     ACCEPT DL280-CS-DATE FROM DATE YYYYMMDD.
142600     ACCEPT DL280-TIME-RAW FROM TIME.
142700     MOVE DL280-TIME-RAW (1:6) TO DL280-CS-TIME.
142800*
142900 8850-EXIT.
143000     EXIT.
143100*
143200******************************************************************
143300*    9000-TERMINATE  -  DISPLAY THE RUN TOTALS, SET THE RETURN   *
143400*    CODE AND CLOSE EVERY DATASET.                               *
143500******************************************************************
143600 9000-TERMINATE.
143700*
143800     DISPLAY "DL280 COMPLETE - JOURNAL RECORDS    : "
143900         DL280-JNL-READ-COUNT.
144000     DISPLAY "DL280 COMPLETE - CHANGES BY STEP    : "
144100         DL280-SELECTED-COUNT.
144200     DISPLAY "DL280 COMPLETE - ACCOUNTS AFFECTED  : "
144300         DL280-ACCOUNT-COUNT.
144400     DISPLAY "DL280 COMPLETE - CONFLICTS          : "
144500         DL280-CONFLICT-COUNT.
144600     DISPLAY "DL280 COMPLETE - RESTORED           : "
144700         DL280-RESTORED-COUNT.
144800     DISPLAY "DL280 COMPLETE - REMOVED            : "
144900         DL280-REMOVED-COUNT.
145000     DISPLAY "DL280 COMPLETE - REINSTATED         : "
145100         DL280-REINSTATED-COUNT.
145200     DISPLAY "DL280 COMPLETE - LEDGER ITEMS GONE  : "
145300         DL280-LEDGER-COUNT.
145400*
145500     EVALUATE TRUE
145600         WHEN NOT DL280-APPLY
145700             DISPLAY "DL280 REFUSED - " DL280-CONFLICT-COUNT
145800                 " ACCOUNTS CHANGED SINCE THE STEP RAN - NOTHING "
145900                 "RESTORED, RERUN WITH OVERRIDE=Y TO FORCE"
146000             MOVE 16 TO RETURN-CODE
146100         WHEN DL280-ACCOUNT-COUNT = ZERO
146200             DISPLAY "DL280 - NOTHING ON THE JOURNAL FOR "
146300                 DL280-TARGET-STEP " ON " DL280-BUSINESS-DATE
146400             MOVE 4 TO RETURN-CODE
146500         WHEN DL280-WARNING
146600             MOVE 8 TO RETURN-CODE
146700         WHEN OTHER
146800             CONTINUE
146900     END-EVALUATE.
147000*
147100     CLOSE DL280-WORK-FILE
147200           DL280-MASTER-FILE
147300           DL280-LEDGER-FILE
147400           DL280-SUSPENSE-FILE
147500           DL280-REPORT-FILE.
147600     IF DL280-DAYCTL-OPEN
147700         CLOSE DL280-DAYCTL-FILE
147800     END-IF.
147900*
148000 9000-EXIT.
148100     EXIT.
