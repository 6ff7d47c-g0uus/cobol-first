000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  DL260                                          *
000400*                                                                *
000500*    AGED SUSPENSE REPORT.                                       *
000600*                                                                *
000700*    READS THE SUSPENSE DETAIL (SUSPDTL) DL200 WRITES FOR EVERY  *
000800*    POSTING IT PARKED ON THE SUSPENSE ACCOUNT AND PRINTS EACH   *
000900*    ITEM STILL PARKED - THE ACCOUNT IT WAS MEANT FOR, THE DATE  *
001000*    IT WAS PARKED, ITS TYPE, CURRENCY AND AMOUNT - WITH ITS AGE *
001100*    IN CALENDAR DAYS AT THE BUSINESS DATE AND THE AGE BAND IT   *
001110*    FALLS IN.  AN ITEM WHOSE ACCOUNT IS ON THE MASTER BUT WAS   *
001120*    OPENED WITHOUT CLEARING SUSPENSE IS CALLED OUT, TO BE       *
001130*    CLEARED BY A DL210 "S" TRANSACTION FOR THE ACCOUNT.  THE    *
001140*    FOOT GIVES THE COUNT AND AMOUNT IN EACH BAND AND, WHEN THE  *
001500*    SUSPENSE ACCOUNT IS NAMED, PROVES THE PARKED TOTAL AGAINST  *
001600*    THAT ACCOUNT'S BALANCE ON THE MASTER.  CLEARED ITEMS ARE    *
001700*    NOT LISTED.                                                 *
001800*                                                                *
001900*    RUN PARAMETERS (COMMA SEPARATED, KEYWORD=VALUE):            *
002000*        BUSDATE=YYYYMMDD  THE DATE ITEMS ARE AGED TO (DEFAULT:  *
002100*                          THE RUN DATE).                        *
002200*        SUSPACCT=NNNNNN   THE SUSPENSE ACCOUNT TO PROVE THE     *
002300*                          PARKED TOTAL AGAINST (OPTIONAL).      *
002400*                                                                *
002500*    RETURN CODE 8 WHEN THE PARKED TOTAL DOES NOT AGREE WITH THE *
002600*    SUSPENSE ACCOUNT'S BALANCE.                                 *
002700*                                                                *
002800*    MODIFICATION HISTORY.                                      *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    ---------  ----  ------------------------------------------ *
003100*    2026-10-15 JHD   ORIGINAL PROGRAM, WRITTEN WITH THE SUSPENSE*
003200*                     ACCOUNT.  UNMATCHED POSTINGS USED TO BE    *
003300*                     CHASED THROUGH POSTREJ BY HAND.            *
003310*    2026-10-15 JHD   ITEMS FOR ACCOUNTS ALREADY OPEN ARE NOW    *
003320*                     SENT TO THE DL210 "S" ACTION, WHICH CLEARS *
003330*                     THEM OFF SUSPENSE - AN ADJUSTMENT LEFT     *
003340*                     THEM PARKED.                               *
003400*                                                                *
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. DL260.
003800 AUTHOR. J H DRAYTON.
003900 INSTALLATION. DAILY LEDGER SUITE.
004000 DATE-WRITTEN. 2026-10-15.
004100 DATE-COMPILED.
004200*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700*
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000*
005100*        SUSPDTL   - POSTINGS PARKED ON THE SUSPENSE ACCOUNT
005200*                    (INPUT, INDEXED).
005300*        ACCTMST   - THE ACCOUNT BALANCE MASTER (INPUT, INDEXED).
005400*        SUSPRPT   - THE PRINTED AGED SUSPENSE REPORT.
005500*
005600     SELECT OPTIONAL DL260-SUSPENSE-FILE
005700         ASSIGN TO SUSPDTL
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS SD-KEY
006100         FILE STATUS IS DL260-SUSP-STATUS.
006200*
006300     SELECT DL260-MASTER-FILE
006400         ASSIGN TO ACCTMST
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS AM-ACCOUNT-NO
006800         FILE STATUS IS DL260-MASTER-STATUS.
006900*
007000     SELECT DL260-REPORT-FILE
007100         ASSIGN TO SUSPRPT
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS DL260-REPORT-STATUS.
007400*
007500 DATA DIVISION.
007600 FILE SECTION.
007700*
007800 FD  DL260-SUSPENSE-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY DL200SUS.
008100*
008200 FD  DL260-MASTER-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY DL200AMS.
008500*
008600 FD  DL260-REPORT-FILE
008700     LABEL RECORDS ARE OMITTED.
008800 01  DL260-PRINT-REC                 PIC X(132).
008900*
009000 WORKING-STORAGE SECTION.
009100*
009200 01  DL260-FILE-STATUSES.
009300     05  DL260-SUSP-STATUS           PIC X(02).
009400     05  DL260-MASTER-STATUS         PIC X(02).
009500     05  DL260-REPORT-STATUS         PIC X(02).
009600*
009700 01  DL260-SWITCHES.
009800     05  DL260-SUSP-EOF-SW           PIC X(01) VALUE "N".
009900         88  DL260-SUSP-EOF          VALUE "Y".
010000     05  DL260-SUSPENSE-SW           PIC X(01) VALUE "N".
010100         88  DL260-SUSPENSE-NAMED    VALUE "Y".
010200*
010300 01  DL260-COUNTERS.
010400     05  DL260-READ-COUNT            PIC 9(8) COMP VALUE ZERO.
010500     05  DL260-PARKED-COUNT          PIC 9(8) COMP VALUE ZERO.
010600     05  DL260-CLEARED-COUNT         PIC 9(8) COMP VALUE ZERO.
010700     05  DL260-OPENED-COUNT          PIC 9(8) COMP VALUE ZERO.
010800*
010900 01  DL260-PARKED-TOTAL              PIC S9(11)V9(3) COMP-3
011000                                     VALUE ZERO.
011100 01  DL260-SUSPENSE-BALANCE          PIC S9(11)V9(3) COMP-3
011200                                     VALUE ZERO.
011300 01  DL260-RUN-DATE                  PIC 9(8).
011400 01  DL260-BUSINESS-DATE             PIC 9(8) VALUE ZERO.
011500 01  DL260-SUSPENSE-ACCOUNT          PIC 9(6) VALUE ZERO.
011600 01  DL260-BUSINESS-DAYS             PIC S9(9) COMP VALUE ZERO.
011700 01  DL260-AGE-DAYS                  PIC S9(9) COMP VALUE ZERO.
011800 01  DL260-BAND-IX                   PIC 9(1) COMP.
011900*
012000******************************************************************
012100*    AGE BANDS - AN ITEM FALLS IN THE FIRST BAND WHOSE UPPER     *
012200*    LIMIT IN DAYS IT DOES NOT EXCEED.  THE LAST BAND TAKES      *
012300*    EVERYTHING OLDER.                                           *
012400******************************************************************
012500 01  DL260-BAND-VALUES.
012600     05  FILLER                      PIC X(15) VALUE
012700         "0007  0 -  7   ".
012800     05  FILLER                      PIC X(15) VALUE
012900         "0030  8 - 30   ".
013000     05  FILLER                      PIC X(15) VALUE
013100         "0090 31 - 90   ".
013200     05  FILLER                      PIC X(15) VALUE
013300         "9999 OVER 90   ".
013400 01  DL260-BAND-TABLE REDEFINES DL260-BAND-VALUES.
013500     05  DL260-BAND OCCURS 4 TIMES.
013600         10  DL260-BAND-LIMIT        PIC 9(4).
013700         10  DL260-BAND-LABEL        PIC X(11).
013800 01  DL260-BAND-TOTALS.
013900     05  DL260-BAND-TOTAL OCCURS 4 TIMES.
014000         10  DL260-BAND-COUNT        PIC 9(8) COMP.
014100         10  DL260-BAND-AMOUNT       PIC S9(11)V9(3) COMP-3.
014200*
014300     COPY DL100DTW.
014400*
014500******************************************************************
014600*    RUN PARAMETER HANDLING  (BUSDATE= / SUSPACCT=)              *
014700******************************************************************
014800 01  DL260-PARM-STRING               PIC X(80).
014900 01  DL260-PARM-TOKENS.
015000     05  DL260-PARM-TOKEN OCCURS 2 TIMES
015100                                     PIC X(40).
015200 01  DL260-PARM-IX                   PIC 9(1) COMP.
015300 01  DL260-PARM-KEY                  PIC X(20).
015400 01  DL260-PARM-VALUE                PIC X(20).
015500 01  DL260-PARM-VALUE-LEN            PIC 9(2) COMP.
015600*
015700******************************************************************
015800*    AGED SUSPENSE REPORT PRINT LINES                            *
015900******************************************************************
016000 01  DL260-HEADING-1.
016100     05  FILLER                      PIC X(08) VALUE "DL260".
016200     05  FILLER                      PIC X(34) VALUE SPACES.
016300     05  FILLER                      PIC X(30) VALUE
016400         "AGED SUSPENSE REPORT".
016500     05  FILLER                      PIC X(09) VALUE
016600         "BUSDATE  ".
016700     05  DL260-H1-BUSDATE            PIC 9(8).
016800     05  FILLER                      PIC X(43) VALUE SPACES.
016900*
017000 01  DL260-HEADING-2.
017100     05  FILLER                      PIC X(05) VALUE SPACES.
017200     05  FILLER                      PIC X(09) VALUE "ACCOUNT".
017300     05  FILLER                      PIC X(10) VALUE "PARKED".
017400     05  FILLER                      PIC X(07) VALUE "ITEM".
017500     05  FILLER                      PIC X(05) VALUE "TYPE".
017600     05  FILLER                      PIC X(05) VALUE "CCY".
017700     05  FILLER                      PIC X(17) VALUE "AMOUNT".
017800     05  FILLER                      PIC X(07) VALUE "AGE".
017900     05  FILLER                      PIC X(13) VALUE "BAND".
018000     05  FILLER                      PIC X(54) VALUE SPACES.
018100*
018200 01  DL260-DETAIL-LINE.
018300     05  FILLER                      PIC X(05) VALUE SPACES.
018400     05  DL260-DET-ACCOUNT           PIC 9(6).
018500     05  FILLER                      PIC X(03) VALUE SPACES.
018600     05  DL260-DET-PARKED            PIC 9(8).
018700     05  FILLER                      PIC X(02) VALUE SPACES.
018800     05  DL260-DET-SEQ               PIC 9(5).
018900     05  FILLER                      PIC X(02) VALUE SPACES.
019000     05  DL260-DET-TYPE              PIC X(01).
019100     05  FILLER                      PIC X(04) VALUE SPACES.
019200     05  DL260-DET-CURRENCY          PIC X(03).
019300     05  FILLER                      PIC X(01) VALUE SPACES.
019400     05  DL260-DET-AMOUNT            PIC ----,---,--9.999.
019500     05  FILLER                      PIC X(02) VALUE SPACES.
019600     05  DL260-DET-AGE               PIC ZZZZ9.
019700     05  FILLER                      PIC X(02) VALUE SPACES.
019800     05  DL260-DET-BAND              PIC X(11).
019900     05  FILLER                      PIC X(02) VALUE SPACES.
020000     05  DL260-DET-NOTE              PIC X(30).
020100     05  FILLER                      PIC X(24) VALUE SPACES.
020200*
020300 01  DL260-TOTAL-LINE.
020400     05  FILLER                      PIC X(05) VALUE SPACES.
020500     05  DL260-TOT-LABEL             PIC X(35).
020600     05  DL260-TOT-COUNT             PIC ZZ,ZZZ,ZZ9.
020700     05  FILLER                      PIC X(02) VALUE SPACES.
020800     05  DL260-TOT-AMOUNT            PIC ----,---,---,--9.999.
020900     05  FILLER                      PIC X(02) VALUE SPACES.
021000     05  DL260-TOT-NOTE              PIC X(20).
021100     05  FILLER                      PIC X(38) VALUE SPACES.
021200*
021300 PROCEDURE DIVISION.
021400*
021500******************************************************************
021600*    0000-MAINLINE                                              *
021700******************************************************************
021800 0000-MAINLINE.
021900*
022000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022100*
022200     PERFORM 2000-SELECT-ITEM THRU 2000-EXIT
022300         UNTIL DL260-SUSP-EOF.
022400*
022500     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
022600*
022700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022800*
022900     GOBACK.
023000*
023100******************************************************************
023200*    1000-INITIALIZE  -  PARSE THE RUN PARAMETERS, TURN THE      *
023300*    BUSINESS DATE INTO A DAY NUMBER FOR AGEING, OPEN THE        *
023400*    DATASETS, LAY DOWN THE HEADINGS AND PRIME THE FIRST READ.   *
023500******************************************************************
023600 1000-INITIALIZE.
023700*
023800     DISPLAY "DL260 - AGED SUSPENSE REPORT STARTING".
023900*
024000     ACCEPT DL260-RUN-DATE FROM DATE YYYYMMDD.
024100     MOVE DL260-RUN-DATE TO DL260-BUSINESS-DATE.
024200     ACCEPT DL260-PARM-STRING FROM COMMAND-LINE.
024300     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
024400*
024500     MOVE DL260-BUSINESS-DATE TO DW-DATE.
024600     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
024700     MOVE DW-DAYS TO DL260-BUSINESS-DAYS.
024800*
024900     INITIALIZE DL260-BAND-TOTALS.
025000*
025100     PERFORM 1050-OPEN-FILES THRU 1050-EXIT.
025200*
025300     IF DL260-SUSPENSE-NAMED
025400         PERFORM 1700-READ-SUSPENSE-ACCOUNT THRU 1700-EXIT
025500     END-IF.
025600*
025700     PERFORM 1400-WRITE-HEADINGS THRU 1400-EXIT.
025800*
025900     PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT.
026000*
026100 1000-EXIT.
026200     EXIT.
026300*
026400******************************************************************
026500*    1050-OPEN-FILES  -  OPEN EVERY DATASET AND CONFIRM EACH     *
026600*    OPEN SUCCEEDED BEFORE THE RUN GOES ANY FURTHER.  NO         *
026700*    SUSPENSE DETAIL AT ALL MEANS NOTHING WAS EVER PARKED.       *
026800******************************************************************
026900 1050-OPEN-FILES.
027000*
027100     OPEN INPUT DL260-SUSPENSE-FILE.
027200     IF DL260-SUSP-STATUS NOT = "00" AND NOT = "05"
027300         DISPLAY "DL260 ABEND - OPEN FAILED FOR SUSPDTL, "
027400             "STATUS = " DL260-SUSP-STATUS
027500         MOVE 16 TO RETURN-CODE
027600         GOBACK
027700     END-IF.
027800*
027900     OPEN INPUT DL260-MASTER-FILE.
028000     IF DL260-MASTER-STATUS NOT = "00"
028100         DISPLAY "DL260 ABEND - OPEN FAILED FOR ACCTMST, "
028200             "STATUS = " DL260-MASTER-STATUS
028300         MOVE 16 TO RETURN-CODE
028400         GOBACK
028500     END-IF.
028600*
028700     OPEN OUTPUT DL260-REPORT-FILE.
028800     IF DL260-REPORT-STATUS NOT = "00"
028900         DISPLAY "DL260 ABEND - OPEN FAILED FOR SUSPRPT, "
029000             "STATUS = " DL260-REPORT-STATUS
029100         MOVE 16 TO RETURN-CODE
029200         GOBACK
029300     END-IF.
029400*
029500 1050-EXIT.
029600     EXIT.
029700*
029800******************************************************************
029900*    1100-PARSE-PARM  -  BREAK THE PARM STRING INTO ITS          *
030000*    KEYWORD=VALUE TOKENS AND APPLY EACH ONE.                    *
030100******************************************************************
030200 1100-PARSE-PARM.
030300*
030400     MOVE SPACES TO DL260-PARM-TOKEN (1) DL260-PARM-TOKEN (2).
030500     UNSTRING DL260-PARM-STRING DELIMITED BY ","
030600         INTO DL260-PARM-TOKEN (1) DL260-PARM-TOKEN (2)
030700     END-UNSTRING.
030800*
030900     PERFORM 1110-APPLY-TOKEN THRU 1110-EXIT
031000         VARYING DL260-PARM-IX FROM 1 BY 1
031100         UNTIL DL260-PARM-IX > 2.
031200*
031300 1100-EXIT.
031400     EXIT.
031500*
031600******************************************************************
031700*    1110-APPLY-TOKEN  -  SPLIT ONE KEYWORD=VALUE TOKEN AND      *
031800*    SET THE RUN OPTION IT CONTROLS.                             *
031900******************************************************************
032000 1110-APPLY-TOKEN.
032100*
032200     MOVE SPACES TO DL260-PARM-KEY DL260-PARM-VALUE.
032300     UNSTRING DL260-PARM-TOKEN (DL260-PARM-IX) DELIMITED BY "="
032400         INTO DL260-PARM-KEY DL260-PARM-VALUE
032500     END-UNSTRING.
032600     MOVE ZERO TO DL260-PARM-VALUE-LEN.
032700     INSPECT DL260-PARM-VALUE TALLYING DL260-PARM-VALUE-LEN
032800         FOR CHARACTERS BEFORE INITIAL SPACE.
032900*
033000     EVALUATE DL260-PARM-KEY
033100         WHEN "BUSDATE"
033200             IF DL260-PARM-VALUE-LEN = 8
033300                AND DL260-PARM-VALUE (1:8) IS NUMERIC
033400                 MOVE DL260-PARM-VALUE (1:8)
033500                     TO DL260-BUSINESS-DATE
033600             END-IF
033700         WHEN "SUSPACCT"
033800             IF DL260-PARM-VALUE-LEN = 6
033900                AND DL260-PARM-VALUE (1:6) IS NUMERIC
034000                 MOVE DL260-PARM-VALUE (1:6)
034100                     TO DL260-SUSPENSE-ACCOUNT
034200                 SET DL260-SUSPENSE-NAMED TO TRUE
034300             END-IF
034400         WHEN OTHER
034500             CONTINUE
034600     END-EVALUATE.
034700*
034800 1110-EXIT.
034900     EXIT.
035000*
035100******************************************************************
035200*    1400-WRITE-HEADINGS  -  LAY DOWN THE REPORT'S TWO HEADING   *
035300*    LINES AND A SPACER.                                         *
035400******************************************************************
035500 1400-WRITE-HEADINGS.
035600*
035700     MOVE DL260-BUSINESS-DATE TO DL260-H1-BUSDATE.
035800     MOVE DL260-HEADING-1 TO DL260-PRINT-REC.
035900     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
036000     MOVE DL260-HEADING-2 TO DL260-PRINT-REC.
036100     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
036200     MOVE SPACES TO DL260-PRINT-REC.
036300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
036400*
036500 1400-EXIT.
036600     EXIT.
036700*
036800******************************************************************
036900*    1700-READ-SUSPENSE-ACCOUNT  -  PICK UP THE NAMED SUSPENSE   *
037000*    ACCOUNT'S BALANCE FOR THE PROOF AT THE FOOT.  A SUSPENSE    *
037100*    ACCOUNT NOT ON THE MASTER CANNOT BE PROVED AND STOPS THE    *
037200*    RUN.                                                        *
037300******************************************************************
037400 1700-READ-SUSPENSE-ACCOUNT.
037500*
037600     MOVE DL260-SUSPENSE-ACCOUNT TO AM-ACCOUNT-NO.
037700     READ DL260-MASTER-FILE
037800         INVALID KEY
037900             DISPLAY "DL260 ABEND - SUSPENSE ACCOUNT "
038000                 DL260-SUSPENSE-ACCOUNT " HAS NO MASTER RECORD"
038100             MOVE 16 TO RETURN-CODE
038200             GOBACK
038300     END-READ.
038400     IF DL260-MASTER-STATUS NOT = "00"
038500         DISPLAY "DL260 ABEND - READ FAILED FOR ACCTMST, "
038600             "KEY = " DL260-SUSPENSE-ACCOUNT
038700             ", STATUS = " DL260-MASTER-STATUS
038800         MOVE 16 TO RETURN-CODE
038900         GOBACK
039000     END-IF.
039100*
039200     MOVE AM-NEW-BALANCE TO DL260-SUSPENSE-BALANCE.
039300*
039400 1700-EXIT.
039500     EXIT.
039600*
039700******************************************************************
039800*    2000-SELECT-ITEM  -  PRINT THE CURRENT SUSPENSE ITEM IF IT  *
039900*    IS STILL PARKED, THEN READ THE NEXT ONE.                    *
040000******************************************************************
040100 2000-SELECT-ITEM.
040200*
040300     IF SD-PARKED
040400         PERFORM 3000-PRINT-ITEM THRU 3000-EXIT
040500     ELSE
040600         ADD 1 TO DL260-CLEARED-COUNT
040700     END-IF.
040800*
040900     PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT.
041000*
041100 2000-EXIT.
041200     EXIT.
041300*
041400******************************************************************
041500*    3000-PRINT-ITEM  -  AGE ONE PARKED ITEM, FIND ITS BAND,     *
041600*    CHECK WHETHER ITS ACCOUNT HAS SINCE BEEN OPENED, PRINT IT   *
041700*    AND ROLL IT INTO THE BAND AND FOOT TOTALS.                  *
041800******************************************************************
041900 3000-PRINT-ITEM.
042000*
042100     MOVE ZERO TO DL260-AGE-DAYS.
042200     IF SD-PARK-DATE IS NUMERIC
042300        AND SD-PARK-DATE NOT > DL260-BUSINESS-DATE
042400         MOVE SD-PARK-DATE TO DW-DATE
042500         PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT
042600         COMPUTE DL260-AGE-DAYS = DL260-BUSINESS-DAYS - DW-DAYS
042700     END-IF.
042800*
042900     MOVE 1 TO DL260-BAND-IX.
043000     PERFORM 3100-NEXT-BAND THRU 3100-EXIT
043100         UNTIL DL260-BAND-IX = 4
043200            OR DL260-AGE-DAYS NOT >
043300                   DL260-BAND-LIMIT (DL260-BAND-IX).
043400*
043500     MOVE SPACES TO DL260-DET-NOTE.
043600     MOVE SD-ORIG-ACCOUNT TO AM-ACCOUNT-NO.
043700     READ DL260-MASTER-FILE
043800         INVALID KEY
043900             CONTINUE
044000     END-READ.
044100     EVALUATE DL260-MASTER-STATUS
044200         WHEN "00"
044300             MOVE "ACCOUNT OPEN, NOT CLEARED" TO DL260-DET-NOTE
044400             ADD 1 TO DL260-OPENED-COUNT
044500         WHEN "23"
044600             CONTINUE
044700         WHEN OTHER
044800             DISPLAY "DL260 ABEND - READ FAILED FOR ACCTMST, "
044900                 "KEY = " SD-ORIG-ACCOUNT
045000                 ", STATUS = " DL260-MASTER-STATUS
045100             MOVE 16 TO RETURN-CODE
045200             GOBACK
045300     END-EVALUATE.
045400*
045500     MOVE SD-ORIG-ACCOUNT TO DL260-DET-ACCOUNT.
045600     MOVE SD-PARK-DATE TO DL260-DET-PARKED.
045700     MOVE SD-SEQ-NO TO DL260-DET-SEQ.
045800     MOVE SD-TYPE-CODE TO DL260-DET-TYPE.
045900     MOVE SD-CURRENCY-CODE TO DL260-DET-CURRENCY.
046000     MOVE SD-BASE-AMT TO DL260-DET-AMOUNT.
046100     MOVE DL260-AGE-DAYS TO DL260-DET-AGE.
046200     MOVE DL260-BAND-LABEL (DL260-BAND-IX) TO DL260-DET-BAND.
046300     MOVE DL260-DETAIL-LINE TO DL260-PRINT-REC.
046400     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
046500*
046600     ADD 1 TO DL260-BAND-COUNT (DL260-BAND-IX).
046700     ADD SD-BASE-AMT TO DL260-BAND-AMOUNT (DL260-BAND-IX).
046800     ADD 1 TO DL260-PARKED-COUNT.
046900     ADD SD-BASE-AMT TO DL260-PARKED-TOTAL.
047000*
047100 3000-EXIT.
047200     EXIT.
047300*
047400 3100-NEXT-BAND.
047500*
047600     ADD 1 TO DL260-BAND-IX.
047700*
047800 3100-EXIT.
047900     EXIT.
048000*
048100******************************************************************
048200*    2900-READ-SUSPENSE  -  READ THE NEXT SUSPENSE ITEM IN KEY   *
048300*    ORDER.  A SUSPDTL THAT WAS NEVER CREATED READS AS EMPTY.    *
048400******************************************************************
048500 2900-READ-SUSPENSE.
048600*
048700     IF DL260-SUSP-STATUS = "05"
048800         SET DL260-SUSP-EOF TO TRUE
048900         GO TO 2900-EXIT
049000     END-IF.
049100*
049200     READ DL260-SUSPENSE-FILE
049300         AT END
049400             SET DL260-SUSP-EOF TO TRUE
049500     END-READ.
049600*
049700     IF DL260-SUSP-STATUS NOT = "00" AND NOT = "10"
049800         DISPLAY "DL260 ABEND - READ FAILED FOR SUSPDTL, "
049900             "STATUS = " DL260-SUSP-STATUS
050000         MOVE 16 TO RETURN-CODE
050100         GOBACK
050200     END-IF.
050300     IF NOT DL260-SUSP-EOF
050400         ADD 1 TO DL260-READ-COUNT
050500     END-IF.
050600*
050700 2900-EXIT.
050800     EXIT.
050900*
051000******************************************************************
051100*    7000-WRITE-LINE  -  WRITE WHATEVER IS IN THE PRINT          *
051200*    RECORD.                                                     *
051300******************************************************************
051400 7000-WRITE-LINE.
051500*
051600     WRITE DL260-PRINT-REC AFTER ADVANCING 1 LINE.
051700     IF DL260-REPORT-STATUS NOT = "00"
051800         DISPLAY "DL260 ABEND - WRITE FAILED FOR SUSPRPT, "
051900             "STATUS = " DL260-REPORT-STATUS
052000         MOVE 16 TO RETURN-CODE
052100         GOBACK
052200     END-IF.
052300*
052400 7000-EXIT.
052500     EXIT.
052600*
052700******************************************************************
052800*    8000-PRINT-TOTALS  -  CLOSE THE REPORT OFF WITH THE COUNT   *
052900*    AND AMOUNT IN EACH AGE BAND, THE PARKED TOTAL AND, WHEN     *
053000*    THE SUSPENSE ACCOUNT IS NAMED, ITS PROOF.  AN EMPTY         *
053100*    SUSPENSE SAYS SO IN SO MANY WORDS.                          *
053200******************************************************************
053300 8000-PRINT-TOTALS.
053400*
053500     MOVE SPACES TO DL260-PRINT-REC.
053600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
053700*
053800     IF DL260-PARKED-COUNT = ZERO
053900         MOVE SPACES TO DL260-PRINT-REC
054000         STRING "     *** NOTHING IS PARKED ON SUSPENSE ***"
054100             DELIMITED BY SIZE INTO DL260-PRINT-REC
054200         END-STRING
054300         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
054400     ELSE
054500         PERFORM 8100-PRINT-BAND THRU 8100-EXIT
054600             VARYING DL260-BAND-IX FROM 1 BY 1
054700             UNTIL DL260-BAND-IX > 4
054800     END-IF.
054900*
055000     MOVE SPACES TO DL260-TOTAL-LINE.
055100     MOVE "ITEMS PARKED" TO DL260-TOT-LABEL.
055200     MOVE DL260-PARKED-COUNT TO DL260-TOT-COUNT.
055300     MOVE DL260-PARKED-TOTAL TO DL260-TOT-AMOUNT.
055400     MOVE DL260-TOTAL-LINE TO DL260-PRINT-REC.
055500     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
055600*
055700     IF DL260-OPENED-COUNT > ZERO
055800         MOVE SPACES TO DL260-TOTAL-LINE
055900         MOVE "ITEMS FOR ACCOUNTS NOW OPEN" TO DL260-TOT-LABEL
056000         MOVE DL260-OPENED-COUNT TO DL260-TOT-COUNT
056100         MOVE ZERO TO DL260-TOT-AMOUNT
056200         MOVE "USE DL210 ACTION S" TO DL260-TOT-NOTE
056300         MOVE DL260-TOTAL-LINE TO DL260-PRINT-REC
056400         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
056500     END-IF.
056600*
056700     IF NOT DL260-SUSPENSE-NAMED
056800         GO TO 8000-EXIT
056900     END-IF.
057000*
057100     MOVE SPACES TO DL260-TOTAL-LINE.
057200     MOVE "SUSPENSE ACCOUNT BALANCE" TO DL260-TOT-LABEL.
057300     MOVE ZERO TO DL260-TOT-COUNT.
057400     MOVE DL260-SUSPENSE-BALANCE TO DL260-TOT-AMOUNT.
057500     IF DL260-SUSPENSE-BALANCE = DL260-PARKED-TOTAL
057600         MOVE "AGREES" TO DL260-TOT-NOTE
057700     ELSE
057800         MOVE "*** DOES NOT AGREE" TO DL260-TOT-NOTE
057900         MOVE 8 TO RETURN-CODE
058000     END-IF.
058100     MOVE DL260-TOTAL-LINE TO DL260-PRINT-REC.
058200     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
058300*
058400 8000-EXIT.
058500     EXIT.
058600*
058700 8100-PRINT-BAND.
058800*
058900     MOVE SPACES TO DL260-TOTAL-LINE.
059000     STRING "AGED " DL260-BAND-LABEL (DL260-BAND-IX) " DAYS"
059100         DELIMITED BY SIZE INTO DL260-TOT-LABEL
059200     END-STRING.
059300     MOVE DL260-BAND-COUNT (DL260-BAND-IX) TO DL260-TOT-COUNT.
059400     MOVE DL260-BAND-AMOUNT (DL260-BAND-IX) TO DL260-TOT-AMOUNT.
059500     MOVE DL260-TOTAL-LINE TO DL260-PRINT-REC.
059600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
059700*
059800 8100-EXIT.
059900     EXIT.
060000*
060100******************************************************************
060200*    9000-TERMINATE  -  DISPLAY THE RUN TOTALS AND CLOSE EVERY   *
060300*    DATASET.                                                    *
060400******************************************************************
060500 9000-TERMINATE.
060600*
060700     DISPLAY "DL260 COMPLETE - SUSPENSE ITEMS READ  : "
060800         DL260-READ-COUNT.
060900     DISPLAY "DL260 COMPLETE - STILL PARKED         : "
061000         DL260-PARKED-COUNT.
061100     DISPLAY "DL260 COMPLETE - ALREADY CLEARED      : "
061200         DL260-CLEARED-COUNT.
061300     DISPLAY "DL260 COMPLETE - AMOUNT PARKED        : "
061400         DL260-PARKED-TOTAL.
061500*
061600     CLOSE DL260-SUSPENSE-FILE
061700           DL260-MASTER-FILE
061800           DL260-REPORT-FILE.
061900*
062000 9000-EXIT.
062100     EXIT.
062200*
062300     COPY DL100DTP.
