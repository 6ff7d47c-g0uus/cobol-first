013146*                     OVERRIDE RERUN ALSO CLEARS THE DOWNSTREAM  *
013147*                     STEPS' STATUSES - THEIR OUTPUTS ARE ABOUT  *
013148*                     TO BE SUPERSEDED.                          *
013152*    2026-10-15 JHD   FEEDER RETURNS.  EVERY BATCH'S OUTCOME     *
013156*                     (CONTROL CHECK, DETAIL COUNT, ACCEPTED AND *
013160*                     REJECTED COUNTS AND AMOUNTS, DUPLICATES)   *
013164*                     IS WRITTEN TO THE NEW FEEDRET DATASET AS   *
013168*                     ITS TRAILER IS PROVED, AND EVERY REJECT IS *
013172*                     LISTED THERE WITH ITS KEY, RAW AMOUNT AND  *
013176*                     REASON.  DL110 BUILDS ONE RETURN FILE PER  *
013180*                     SOURCE SYSTEM FROM IT.  THE CHECKPOINT NOW *
013184*                     CARRIES THE OPEN BATCH'S FIGURES SO A      *
013188*                     RESTART RUN STILL RETURNS THE WHOLE BATCH. *
013192*    2026-10-15 JHD   VALUE-DATED POSTINGS.  A TRANSIN DETAIL MAY*
013193*                     NOW CARRY A VALUE DATE FOR A LATE ITEM.    *
013194*                     ONE LATER THAN THE BUSINESS DATE OR OLDER  *
013195*                     THAN THE BACKDAYS= WINDOW (DEFAULT 30      *
013196*                     CALENDAR DAYS) IS REJECTED; AN ACCEPTED ONE*
013197*                     IS CARRIED ONTO RESULTS FOR THE DL290      *
013198*                     BALANCE HISTORY RESTATEMENT.               *
013199*                                                                *
013200******************************************************************
013300 IDENTIFICATION DIVISION.
013400 PROGRAM-ID. HELLOWORLD.
015000*        EXCPTRPT  - CONVERT/ROUND-TRIP MISMATCHES.
015100*        CHKPT     - PERIODIC CHECKPOINT RECORDS.
015200*        ERRRPT    - REJECTED POSTINGS, WITH A REASON.
015210*        FEEDRET   - FEEDER RETURNS:  EACH BATCH'S OUTCOME AND
015220*                    EVERY REJECTED ITEM, FOR DL110 TO BUILD
015230*                    ONE RETURN FILE PER SOURCE SYSTEM.
015300*        RECONRPT  - DAILY FLOAT-VS-DECIMAL RECONCILIATION.
015400*        RATESIN   - THE DAY'S EXCHANGE RATES (OPTIONAL INPUT,
015410*                    HEADED BY ITS EFFECTIVE DATE).
017900         ORGANIZATION IS LINE SEQUENTIAL
018000         FILE STATUS IS DL100-ERROR-STATUS.
018100*
018110     SELECT DL100-FEEDRET-FILE
018120         ASSIGN TO FEEDRET
018130         ORGANIZATION IS LINE SEQUENTIAL
018140         FILE STATUS IS DL100-FRET-STATUS.
018150*
018200     SELECT DL100-RECON-FILE
018300         ASSIGN TO RECONRPT
018400         ORGANIZATION IS LINE SEQUENTIAL
024000     05  CK-ADJUST-AMT               PIC S9(8)V9(3)
024100             SIGN IS TRAILING SEPARATE CHARACTER.
024200     05  CK-DUP-COUNT                PIC 9(8).
024210     05  CK-BATCH-NUMBER             PIC 9(3).
024220     05  CK-BATCH-ACCEPT-COUNT       PIC 9(8).
024230     05  CK-BATCH-ACCEPT-AMT         PIC S9(10)V9(4)
024240             SIGN IS TRAILING SEPARATE CHARACTER.
024250     05  CK-BATCH-REJECT-COUNT       PIC 9(8).
024260     05  CK-BATCH-REJECT-AMT         PIC S9(10)V9(4)
024270             SIGN IS TRAILING SEPARATE CHARACTER.
024280     05  CK-BATCH-DUP-COUNT          PIC 9(8).
024300     05  CK-FILLER                   PIC X(10).
024400*
024500 FD  DL100-ERROR-FILE
024600     LABEL RECORDS ARE STANDARD.
024700     COPY DL100ERR.
024800*
024810 FD  DL100-FEEDRET-FILE
024820     LABEL RECORDS ARE STANDARD.
024830     COPY DL100FRT.
024840*
024900 FD  DL100-RECON-FILE
025000     LABEL RECORDS ARE STANDARD.
025100     COPY DL100RCN.
028500     05  DL100-EXCEPT-STATUS         PIC X(02).
028600     05  DL100-CHKPT-STATUS          PIC X(02).
028700     05  DL100-ERROR-STATUS          PIC X(02).
028710     05  DL100-FRET-STATUS           PIC X(02).
028800     05  DL100-RECON-STATUS          PIC X(02).
028900     05  DL100-RATES-STATUS          PIC X(02).
028910     05  DL100-PRATES-STATUS         PIC X(02).
031630         88  DL100-BETWEEN-BATCHES   VALUE "N".
031640     05  DL100-HAVE-DETAIL-SW        PIC X(01) VALUE "N".
031650         88  DL100-HAVE-DETAIL       VALUE "Y".
031660     05  DL100-SKIPPING-SW           PIC X(01) VALUE "N".
031670         88  DL100-SKIPPING          VALUE "Y".
031700*
031800 01  DL100-COUNTERS.
031900     05  DL100-RECORD-COUNT          PIC 9(8) COMP VALUE ZERO.
033200     05  DL100-ADJUST-COUNT          PIC 9(8) COMP VALUE ZERO.
033300     05  DL100-DUP-COUNT             PIC 9(8) COMP VALUE ZERO.
033310     05  DL100-RANGE-SKIP-COUNT      PIC 9(8) COMP VALUE ZERO.
033320     05  DL100-FRET-BATCH-COUNT      PIC 9(8) COMP VALUE ZERO.
033330     05  DL100-FRET-ITEM-COUNT       PIC 9(8) COMP VALUE ZERO.
033340     05  DL100-BACKVAL-COUNT         PIC 9(8) COMP VALUE ZERO.
033400*
033500     COPY DL100AMT.
033600*
033700******************************************************************
033800*    RUN PARAMETER HANDLING  (ROUNDMODE= ... BACKDAYS=)          *
033900******************************************************************
034000 01  DL100-PARM-STRING               PIC X(80).
034100 01  DL100-PARM-TOKENS.
034200     05  DL100-PARM-TOKEN OCCURS 6 TIMES
034300                                     PIC X(40).
034400 01  DL100-PARM-IX                   PIC 9(1) COMP.
034500 01  DL100-PARM-KEY                  PIC X(20).
035290     05  DL100-RANGE-LOW-TOKEN       PIC X(20).
035292     05  DL100-RANGE-HIGH-TOKEN      PIC X(20).
035300*
035308*        BACKDAYS= IS HOW MANY CALENDAR DAYS BEFORE THE BUSINESS
035316*        DATE A DETAIL'S VALUE DATE MAY FALL.  ZERO ACCEPTS NO
035324*        BACK-VALUED ITEMS AT ALL.  THE WORK VALUE DATE HOLDS AN
035332*        ACCEPTED EARLIER VALUE DATE FOR RESULTS, OR SPACES.
035340 01  DL100-VALUE-DATE-PARMS.
035348     05  DL100-BACK-DAYS             PIC 9(3) COMP VALUE 30.
035356     05  DL100-VALUE-DAYS            PIC S9(9) COMP VALUE ZERO.
035364     05  DL100-WORK-VALUE-DATE       PIC X(08) VALUE SPACES.
035372*
035380     COPY DL100DTW.
035388*
035400******************************************************************
035500*    TRANSACTION EDIT WORK AREA                                  *
035600******************************************************************
043440     05  DL100-BATCH-HASH            PIC S9(10)V9(4) COMP-3
043450                                     VALUE ZERO.
043460     05  DL100-FAILED-BATCH-COUNT    PIC 9(3) COMP VALUE ZERO.
043461*
043462*        THE CURRENT BATCH'S OUTCOME FOR THE FEEDER RETURNS -
043463*        ITS CONTROL RESULT AND WHAT BECAME OF THE DETAILS THIS
043464*        IMAGE OWNS, AT THE AMOUNTS AS SENT.  THE CHECKPOINT
043465*        CARRIES THEM; THE HOLD AREA KEEPS THE LAST
043466*        CHECKPOINT'S COPY ACROSS THE RESTART SKIP PASS.
043467     05  DL100-BATCH-CONTROL-RESULT  PIC X(04) VALUE SPACES.
043468         88  DL100-BATCH-PASSED      VALUE "PASS".
043469         88  DL100-BATCH-FAILED      VALUE "FAIL".
043470     05  DL100-BATCH-ACCEPT-COUNT    PIC 9(8) COMP VALUE ZERO.
043471     05  DL100-BATCH-ACCEPT-AMT      PIC S9(10)V9(4) COMP-3
043472                                     VALUE ZERO.
043473     05  DL100-BATCH-REJECT-COUNT    PIC 9(8) COMP VALUE ZERO.
043474     05  DL100-BATCH-REJECT-AMT      PIC S9(10)V9(4) COMP-3
043475                                     VALUE ZERO.
043476     05  DL100-BATCH-DUP-COUNT       PIC 9(8) COMP VALUE ZERO.
043477     05  DL100-CKPT-BATCH-HOLD.
043478         10  DL100-CKPT-BATCH-NUMBER PIC 9(3) COMP VALUE ZERO.
043479         10  DL100-CKPT-ACCEPT-COUNT PIC 9(8) COMP VALUE ZERO.
043480         10  DL100-CKPT-ACCEPT-AMT   PIC S9(10)V9(4) COMP-3
043481                                     VALUE ZERO.
043482         10  DL100-CKPT-REJECT-COUNT PIC 9(8) COMP VALUE ZERO.
043483         10  DL100-CKPT-REJECT-AMT   PIC S9(10)V9(4) COMP-3
043484                                     VALUE ZERO.
043485         10  DL100-CKPT-DUP-COUNT    PIC 9(8) COMP VALUE ZERO.
043500*
043510******************************************************************
043520*    PER-SOURCE RUN TOTALS - ONE SLOT PER SOURCE SYSTEM SEEN    *
054400*    IS ALREADY OPEN VIA 1040) AND CONFIRM EACH OPEN SUCCEEDED   *
054500*    BEFORE THE RUN GOES ANY FURTHER.  ON A RESTART RUN          *
054600*    (DL100-RESTART-COUNT > ZERO, SET BY 1100-PARSE-PARM         *
054700*    BEFORE THIS PARAGRAPH RUNS) THE SIX OUTPUT DATASETS ARE     *
054800*    OPENED EXTEND INSTEAD OF OUTPUT SO LAST RUN'S RESULTS,      *
054900*    EXCEPTIONS, CHECKPOINTS, REJECTS, FEEDER RETURNS AND        *
055000*    RECONCILIATION DETAIL ARE APPENDED TO, NOT TRUNCATED        *
055005*    AWAY.                                                       *
055010******************************************************************
055100 1050-OPEN-FILES.
055200*
061100         PERFORM 9900-ABEND THRU 9900-EXIT
061200     END-IF.
061300*
061307     IF DL100-RESTART-COUNT > ZERO
061314         OPEN EXTEND DL100-FEEDRET-FILE
061321     ELSE
061328         OPEN OUTPUT DL100-FEEDRET-FILE
061335     END-IF.
061342     IF DL100-FRET-STATUS NOT = "00"
061349         DISPLAY "HELLOWORLD ABEND - OPEN FAILED FOR FEEDRET, "
061356             "STATUS = " DL100-FRET-STATUS
061363         MOVE "OPEN FAILED FOR FEEDRET"
061370             TO DL100-ABEND-TEXT
061377         PERFORM 9900-ABEND THRU 9900-EXIT
061384     END-IF.
061391*
061400     IF DL100-RESTART-COUNT > ZERO
061500         OPEN EXTEND DL100-RECON-FILE
061600     ELSE
068700         MOVE CK-REVERSAL-AMT      TO DL100-REVERSAL-AMT
068800         MOVE CK-ADJUST-AMT        TO DL100-ADJUST-AMT
068900         MOVE CK-DUP-COUNT         TO DL100-DUP-COUNT
068910         MOVE CK-BATCH-NUMBER      TO DL100-CKPT-BATCH-NUMBER
068920         MOVE CK-BATCH-ACCEPT-COUNT TO DL100-CKPT-ACCEPT-COUNT
068930         MOVE CK-BATCH-ACCEPT-AMT  TO DL100-CKPT-ACCEPT-AMT
068940         MOVE CK-BATCH-REJECT-COUNT TO DL100-CKPT-REJECT-COUNT
068950         MOVE CK-BATCH-REJECT-AMT  TO DL100-CKPT-REJECT-AMT
068960         MOVE CK-BATCH-DUP-COUNT   TO DL100-CKPT-DUP-COUNT
069000     END-IF.
069100*
069200     OPEN EXTEND DL100-CHECKPOINT-FILE.
072700*
072800     MOVE SPACES TO DL100-PARM-TOKEN (1) DL100-PARM-TOKEN (2)
072810         DL100-PARM-TOKEN (3) DL100-PARM-TOKEN (4)
072820         DL100-PARM-TOKEN (5) DL100-PARM-TOKEN (6).
072900     UNSTRING DL100-PARM-STRING DELIMITED BY ","
073000         INTO DL100-PARM-TOKEN (1) DL100-PARM-TOKEN (2)
073010              DL100-PARM-TOKEN (3) DL100-PARM-TOKEN (4)
073020              DL100-PARM-TOKEN (5) DL100-PARM-TOKEN (6)
073100     END-UNSTRING.
073200*
073300     PERFORM 1110-APPLY-TOKEN THRU 1110-EXIT
073400         VARYING DL100-PARM-IX FROM 1 BY 1
073500         UNTIL DL100-PARM-IX > 6.
073600*
073700 1100-EXIT.
073800     EXIT.
076772                 MOVE DL100-PARM-VALUE (1:DL100-PARM-VALUE-LEN)
076774                     TO DL100-RATE-TOLERANCE
076776             END-IF
076778         WHEN "BACKDAYS"
076780             IF DL100-PARM-VALUE-LEN > ZERO
076782                AND DL100-PARM-VALUE-LEN NOT > 3
076784                AND DL100-PARM-VALUE (1:DL100-PARM-VALUE-LEN)
076786                       IS NUMERIC
076788                 MOVE DL100-PARM-VALUE (1:DL100-PARM-VALUE-LEN)
076790                     TO DL100-BACK-DAYS
076792             END-IF
076800         WHEN OTHER
076900             CONTINUE
077000     END-EVALUATE.
081120     MOVE ZERO TO DL100-BATCH-HASH.
081130     MOVE ZERO TO DL100-TRAILER-COUNT.
081140     MOVE ZERO TO DL100-TRAILER-HASH.
081142     MOVE SPACES TO DL100-BATCH-CONTROL-RESULT.
081144     MOVE ZERO TO DL100-BATCH-ACCEPT-COUNT DL100-BATCH-ACCEPT-AMT
081146                  DL100-BATCH-REJECT-COUNT DL100-BATCH-REJECT-AMT
081148                  DL100-BATCH-DUP-COUNT.
081150*
081160     PERFORM 1270-FIND-SOURCE-SLOT THRU 1270-EXIT.
081170     ADD 1 TO DL100-SRC-BATCH-COUNT (DL100-SRC-SUB).
091600     DISPLAY "HELLOWORLD RESTARTING AFTER RECORD "
091700         DL100-RESTART-COUNT.
091800     MOVE ZERO TO DL100-SKIP-COUNT.
091810     SET DL100-SKIPPING TO TRUE.
091900*
092000     PERFORM 1310-SKIP-ONE-RECORD THRU 1310-EXIT
092100         UNTIL DL100-SKIP-COUNT >= DL100-RESTART-COUNT
092200            OR DL100-EOF.
092204     MOVE "N" TO DL100-SKIPPING-SW.
092208*
092212*        THE BATCH THE RESTART POINT FALLS IN WAS PART DONE BY
092216*        THE PRIOR RUN, AND 1260-START-BATCH ZEROED ITS OUTCOME
092220*        FIGURES WHEN THE SKIP PASS REOPENED IT - PUT BACK WHAT
092224*        THE LAST CHECKPOINT SAYS THE PRIOR RUN HAD REACHED.  THAT
092228*        CHECKPOINT MUST HAVE BEEN TAKEN IN THE SAME BATCH.
092232     IF DL100-CKPT-FOUND
092236         IF DL100-CKPT-BATCH-NUMBER NOT = DL100-BATCH-NUMBER
092240             DISPLAY "HELLOWORLD ABEND - RESTART POINT IS IN "
092244                 "BATCH " DL100-BATCH-NUMBER " BUT THE LAST "
092248                 "CHECKPOINT WAS TAKEN IN BATCH "
092252                 DL100-CKPT-BATCH-NUMBER
092256             MOVE "RESTART POINT NOT IN CHECKPOINT BATCH"
092260                 TO DL100-ABEND-TEXT
092264             PERFORM 9900-ABEND THRU 9900-EXIT
092268         END-IF
092272         MOVE DL100-CKPT-ACCEPT-COUNT TO DL100-BATCH-ACCEPT-COUNT
092276         MOVE DL100-CKPT-ACCEPT-AMT TO DL100-BATCH-ACCEPT-AMT
092280         MOVE DL100-CKPT-REJECT-COUNT TO DL100-BATCH-REJECT-COUNT
092284         MOVE DL100-CKPT-REJECT-AMT TO DL100-BATCH-REJECT-AMT
092288         MOVE DL100-CKPT-DUP-COUNT TO DL100-BATCH-DUP-COUNT
092292     END-IF.
092300*
092400 1300-EXIT.
092500     EXIT.
097200         PERFORM 2860-COUNT-BY-CURRENCY THRU 2860-EXIT
097300         ADD 1 TO DL100-ACCEPT-COUNT
097310         ADD 1 TO DL100-SRC-ACCEPT-COUNT (DL100-SRC-SUB)
097320         ADD 1 TO DL100-BATCH-ACCEPT-COUNT
097330         ADD TR-AMOUNT TO DL100-BATCH-ACCEPT-AMT
097400     ELSE
097500         PERFORM 2700-WRITE-ERROR THRU 2700-EXIT
097600         ADD 1 TO DL100-REJECT-COUNT
097610         ADD 1 TO DL100-SRC-REJECT-COUNT (DL100-SRC-SUB)
097620         ADD 1 TO DL100-BATCH-REJECT-COUNT
097630         IF TR-AMOUNT NUMERIC
097640             ADD TR-AMOUNT TO DL100-BATCH-REJECT-AMT
097650         END-IF
097700     END-IF.
097710*
097720 2000-CHECKPOINT.
100200         SET DL100-TRANS-INVALID TO TRUE
100300         MOVE "DUPLICATE POSTING" TO DL100-REJECT-REASON
100400         ADD 1 TO DL100-DUP-COUNT
100410         ADD 1 TO DL100-BATCH-DUP-COUNT
100500         GO TO 2100-EXIT
100600     END-IF.
100700*
103600             TO DL100-REJECT-REASON
103700         GO TO 2100-EXIT
103800     END-IF.
103810*
103820     PERFORM 2190-EDIT-VALUE-DATE THRU 2190-EXIT.
103830     IF DL100-TRANS-INVALID
103840         GO TO 2100-EXIT
103850     END-IF.
103900*
104000*        THE CURRENCY EDIT ALSO PERFORMS THE CONVERSION TO BASE
104100*        CURRENCY, SO EVERYTHING AFTER IT WORKS IN BASE.
121900 2180-EXIT.
122000     EXIT.
122100*
122101******************************************************************
122102*    2190-EDIT-VALUE-DATE  -  A DETAIL WITH NO VALUE DATE        *
122103*    (SPACES OR ZEROS) OR ONE EQUAL TO THE BUSINESS DATE IS      *
122104*    TODAY'S ITEM.  ANY OTHER MUST BE A REAL CALENDAR DATE -     *
122105*    IT MUST SURVIVE THE ROUND TRIP TO A DAY NUMBER AND BACK     *
122106*    UNCHANGED - NO LATER THAN THE BUSINESS DATE AND NO MORE     *
122107*    THAN BACKDAYS= CALENDAR DAYS BEFORE IT.  AN ACCEPTED        *
122108*    EARLIER DATE IS KEPT FOR 2500-WRITE-RESULT.                 *
122109******************************************************************
122110 2190-EDIT-VALUE-DATE.
122111*
122112     MOVE SPACES TO DL100-WORK-VALUE-DATE.
122113*
122114     IF TR-VALUE-DATE = SPACES
122115        OR TR-VALUE-DATE = ZEROS
122116         GO TO 2190-EXIT
122117     END-IF.
122118*
122119     IF TR-VALUE-DATE-N NOT NUMERIC
122120         SET DL100-TRANS-INVALID TO TRUE
122121         MOVE "INVALID VALUE DATE" TO DL100-REJECT-REASON
122122         GO TO 2190-EXIT
122123     END-IF.
122124*
122125     MOVE TR-VALUE-DATE-N TO DW-DATE.
122126     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
122127     MOVE DW-DAYS TO DL100-VALUE-DAYS.
122128     PERFORM 8710-DAYS-TO-DATE THRU 8710-EXIT.
122129     IF DW-DATE NOT = TR-VALUE-DATE-N
122130         SET DL100-TRANS-INVALID TO TRUE
122131         MOVE "INVALID VALUE DATE" TO DL100-REJECT-REASON
122132         GO TO 2190-EXIT
122133     END-IF.
122134*
122135     IF TR-VALUE-DATE-N > DL100-BUSINESS-DATE
122136         SET DL100-TRANS-INVALID TO TRUE
122137         MOVE "VALUE DATE AFTER BUSINESS DATE"
122138             TO DL100-REJECT-REASON
122139         GO TO 2190-EXIT
122140     END-IF.
122141*
122142     IF TR-VALUE-DATE-N = DL100-BUSINESS-DATE
122143         GO TO 2190-EXIT
122144     END-IF.
122145*
122146     MOVE DL100-BUSINESS-DATE TO DW-DATE.
122147     PERFORM 8700-DATE-TO-DAYS THRU 8700-EXIT.
122148     IF DW-DAYS - DL100-VALUE-DAYS > DL100-BACK-DAYS
122149         SET DL100-TRANS-INVALID TO TRUE
122150         MOVE "VALUE DATE TOO FAR BACK" TO DL100-REJECT-REASON
122151         GO TO 2190-EXIT
122152     END-IF.
122153*
122154     MOVE TR-VALUE-DATE TO DL100-WORK-VALUE-DATE.
122155*
122156 2190-EXIT.
122157     EXIT.
122158*
122200******************************************************************
122300*    2200-CONVERT-AMOUNT  -  CAPTURE THE ORIGINAL AMOUNT AT ITS  *
122400*    LEGACY 3-DECIMAL DISPLAY PRECISION, AND SEPARATELY HOLD THE *
129700*
129800******************************************************************
129900*    2500-WRITE-RESULT  -  WRITE THE ORIGINAL AND ROUNDED        *
130000*    AMOUNTS, AND ANY EARLIER VALUE DATE, TO RESULTS.            *
130100******************************************************************
130200 2500-WRITE-RESULT.
130300*
130800     MOVE DL100-ORIGINAL-AMOUNT TO RS-FOREIGN-AMT.
130900     MOVE DL100-AMOUNT-PICV TO RS-ORIGINAL-AMT.
131000     MOVE DL100-AMOUNT-ROUNDTRIP TO RS-ROUNDED-AMT.
131010     MOVE DL100-WORK-VALUE-DATE TO RS-VALUE-DATE.
131020     IF DL100-WORK-VALUE-DATE NOT = SPACES
131030         ADD 1 TO DL100-BACKVAL-COUNT
131040     END-IF.
131100     WRITE DL100-RESULT-REC.
131200     IF DL100-RESULT-STATUS NOT = "00"
131300         DISPLAY "HELLOWORLD ABEND - WRITE FAILED FOR "
138600             TO DL100-ABEND-TEXT
138700         PERFORM 9900-ABEND THRU 9900-EXIT
138800     END-IF.
138810*
138820     PERFORM 2750-WRITE-RETURN-ITEM THRU 2750-EXIT.
138900*
139000 2700-EXIT.
139100     EXIT.
139200*
139203******************************************************************
139206*    2750-WRITE-RETURN-ITEM  -  LIST THE REJECT JUST WRITTEN TO  *
139209*    ERRRPT ON THE FEEDER RETURNS, UNDER ITS SOURCE SYSTEM AND   *
139212*    BATCH, WITH ITS KEY, ITS AMOUNT AS CAPTURED AND THE         *
139215*    REASON IT FAILED.                                           *
139218******************************************************************
139221 2750-WRITE-RETURN-ITEM.
139224*
139227     INITIALIZE DL100-FEEDRET-REC.
139230     SET FR-REJECT-ITEM TO TRUE.
139231     MOVE SPACES TO FR-BODY.
139233     MOVE DL100-SOURCE-SYSTEM TO FR-SOURCE-SYSTEM.
139236     MOVE DL100-BUSINESS-DATE TO FR-BUSINESS-DATE.
139239     MOVE DL100-BATCH-NUMBER TO FR-BATCH-NUMBER.
139242     MOVE TR-KEY TO FI-KEY.
139245     MOVE TR-AMOUNT-RAW TO FI-AMOUNT.
139248     MOVE TR-TYPE-CODE TO FI-TYPE-CODE.
139251     MOVE TR-CURRENCY-CODE TO FI-CURRENCY-CODE.
139254     MOVE DL100-REJECT-REASON TO FI-REASON.
139257     WRITE DL100-FEEDRET-REC.
139260     IF DL100-FRET-STATUS NOT = "00"
139263         DISPLAY "HELLOWORLD ABEND - WRITE FAILED FOR "
139266             "FEEDRET, KEY = " TR-KEY
139269             ", STATUS = " DL100-FRET-STATUS
139272         MOVE "WRITE FAILED FOR FEEDRET"
139275             TO DL100-ABEND-TEXT
139278         PERFORM 9900-ABEND THRU 9900-EXIT
139281     END-IF.
139284     ADD 1 TO DL100-FRET-ITEM-COUNT.
139287*
139290 2750-EXIT.
139293     EXIT.
139296*
139300******************************************************************
139400*    2800-RECORD-POSTED-KEY  -  REMEMBER A KEY THIS RUN HAS      *
139500*    CARRIED THROUGH, ON THE POSTKEYS WORK DATASET, SO A LATER   *
154100         MOVE DL100-REVERSAL-AMT TO CK-REVERSAL-AMT
154200         MOVE DL100-ADJUST-AMT TO CK-ADJUST-AMT
154300         MOVE DL100-DUP-COUNT TO CK-DUP-COUNT
154310         MOVE DL100-BATCH-NUMBER TO CK-BATCH-NUMBER
154320         MOVE DL100-BATCH-ACCEPT-COUNT TO CK-BATCH-ACCEPT-COUNT
154330         MOVE DL100-BATCH-ACCEPT-AMT TO CK-BATCH-ACCEPT-AMT
154340         MOVE DL100-BATCH-REJECT-COUNT TO CK-BATCH-REJECT-COUNT
154350         MOVE DL100-BATCH-REJECT-AMT TO CK-BATCH-REJECT-AMT
154360         MOVE DL100-BATCH-DUP-COUNT TO CK-BATCH-DUP-COUNT
154400         WRITE DL100-CHKPT-REC
154500         IF DL100-CHKPT-STATUS NOT = "00"
154600             DISPLAY "HELLOWORLD ABEND - WRITE FAILED FOR "
159770             END-IF
159800             PERFORM 2960-CAPTURE-TRAILER THRU 2960-EXIT
159810             PERFORM 7000-VERIFY-BATCH THRU 7000-EXIT
159815             PERFORM 7100-WRITE-BATCH-OUTCOME THRU 7100-EXIT
159820             MOVE "N" TO DL100-IN-BATCH-SW
160000         WHEN OTHER
160100             DISPLAY "HELLOWORLD ABEND - CONTROL BREAK, "
164100******************************************************************
164200 7000-VERIFY-BATCH.
164300*
164310     SET DL100-BATCH-PASSED TO TRUE.
164320*
164400     IF DL100-TRAILER-COUNT NOT = DL100-BATCH-DETAIL-COUNT
164500         DISPLAY "HELLOWORLD ERROR - CONTROL BREAK, TRAILER "
164600             "COUNT " DL100-TRAILER-COUNT " BUT "
166616*
166618     ADD 1 TO DL100-FAILED-BATCH-COUNT.
166620     ADD 1 TO DL100-SRC-FAILED-COUNT (DL100-SRC-SUB).
166621     SET DL100-BATCH-FAILED TO TRUE.
166622*
166624 7050-EXIT.
166626     EXIT.
166628*
166629******************************************************************
166630*    7100-WRITE-BATCH-OUTCOME  -  WRITE THE BATCH JUST CLOSED TO *
166631*    THE FEEDER RETURNS:  ITS CONTROL RESULT, ITS TRAILER AND    *
166632*    DETAIL COUNTS, AND WHAT BECAME OF THE DETAILS THIS IMAGE    *
166633*    OWNS.  ON A RESTART RUN A BATCH THE SKIP PASS CLOSES WAS    *
166634*    ALREADY WRITTEN BY THE PRIOR RUN AND IS NOT WRITTEN AGAIN.  *
166635******************************************************************
166636 7100-WRITE-BATCH-OUTCOME.
166637*
166638     IF DL100-SKIPPING
166639         GO TO 7100-EXIT
166640     END-IF.
166641*
166642     INITIALIZE DL100-FEEDRET-REC.
166643     SET FR-BATCH-OUTCOME TO TRUE.
166644     MOVE DL100-SOURCE-SYSTEM TO FR-SOURCE-SYSTEM.
166645     MOVE DL100-BUSINESS-DATE TO FR-BUSINESS-DATE.
166646     MOVE DL100-BATCH-NUMBER TO FR-BATCH-NUMBER.
166647     MOVE DL100-BATCH-CONTROL-RESULT TO FB-CONTROL-RESULT.
166648     MOVE DL100-TRAILER-COUNT TO FB-TRAILER-COUNT.
166649     MOVE DL100-BATCH-DETAIL-COUNT TO FB-DETAIL-COUNT.
166650     MOVE DL100-BATCH-ACCEPT-COUNT TO FB-ACCEPT-COUNT.
166651     MOVE DL100-BATCH-ACCEPT-AMT TO FB-ACCEPT-AMOUNT.
166652     MOVE DL100-BATCH-REJECT-COUNT TO FB-REJECT-COUNT.
166653     MOVE DL100-BATCH-REJECT-AMT TO FB-REJECT-AMOUNT.
166654     MOVE DL100-BATCH-DUP-COUNT TO FB-DUP-COUNT.
166655     MOVE DL100-KEYRANGE-LOW TO FB-KEYRANGE-LOW.
166656     MOVE DL100-KEYRANGE-HIGH TO FB-KEYRANGE-HIGH.
166657     WRITE DL100-FEEDRET-REC.
166658     IF DL100-FRET-STATUS NOT = "00"
166659         DISPLAY "HELLOWORLD ABEND - WRITE FAILED FOR FEEDRET, "
166660             "BATCH " DL100-BATCH-NUMBER
166661             ", STATUS = " DL100-FRET-STATUS
166662         MOVE "WRITE FAILED FOR FEEDRET"
166663             TO DL100-ABEND-TEXT
166664         PERFORM 9900-ABEND THRU 9900-EXIT
166665     END-IF.
166666     ADD 1 TO DL100-FRET-BATCH-COUNT.
166667*
166668 7100-EXIT.
166669     EXIT.
166670*
166700******************************************************************
166800*    8000-RECONCILE-SUMMARY  -  COMPARE THE DAY'S RUNNING        *
166900*    TOTALS FROM THE FLOAT PATH AND THE DECIMAL PATH AND FLAG    *
172140         DL100-FAILED-BATCH-COUNT.
172150     DISPLAY "HELLOWORLD COMPLETE - RATE MOVEMENT EXC : "
172160         DL100-RATE-EXC-COUNT.
172168     DISPLAY "HELLOWORLD COMPLETE - RETURN BATCHES    : "
172176         DL100-FRET-BATCH-COUNT.
172184     DISPLAY "HELLOWORLD COMPLETE - RETURN ITEMS      : "
172192         DL100-FRET-ITEM-COUNT.
172194     DISPLAY "HELLOWORLD COMPLETE - BACK-VALUED       : "
172196         DL100-BACKVAL-COUNT.
172200*
172210     IF DL100-RESTART-COUNT > ZERO
172220         MOVE "(POST-RESTART ONLY)" TO DL100-CURR-TAG
173700           DL100-EXCEPTION-FILE
173800           DL100-CHECKPOINT-FILE
173900           DL100-ERROR-FILE
173905           DL100-FEEDRET-FILE
173910           DL100-RATESEXC-FILE
173920           DL100-POSTKEY-FILE
173930           DL100-SEENSIG-FILE
185600*
185700 9900-EXIT.
185800     EXIT.
185900*
186000     COPY DL100DTP.
