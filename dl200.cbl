001300*    FORWARD - NEW BALANCE BECOMES PRIOR BALANCE AND TODAY'S     *
001400*    ACTIVITY RESTARTS AT ZERO.  A POSTING WHOSE KEY HAS NO      *
001500*    MASTER RECORD IS REJECTED TO THE POSTING REJECT DATASET     *
001600*    WITH A REASON, NEVER APPLIED.  EVERY ITEM APPLIED IS ALSO   *
001610*    WRITTEN TO THE CUMULATIVE POSTING DETAIL LEDGER WITH THE    *
001620*    BALANCE THE ACCOUNT STOOD AT AFTER IT.                      *
001630*                                                                *
001640*    A POSTING TO AN ACCOUNT DL210 HAS FROZEN OR PLACED UNDER    *
001650*    LEGAL HOLD IS REFUSED, AS IS A DEBIT (ANY ITEM THAT RAISES  *
001660*    THE BALANCE) THAT WOULD TAKE AM-NEW-BALANCE PAST THE        *
001670*    ACCOUNT'S LIMIT.  REFUSED ITEMS GO TO POSTREJ WITH THEIR    *
001680*    REASON AND NEVER TOUCH THE MASTER.                          *
001690*                                                                *
001691*    WHEN A SUSPENSE ACCOUNT IS NAMED (SUSPACCT=), A POSTING     *
001692*    WHOSE KEY HAS NO MASTER RECORD IS NOT REJECTED BUT PARKED   *
001693*    ON THE SUSPENSE ACCOUNT, AND ITS ORIGINAL KEY IS KEPT ON    *
001694*    THE SUSPENSE DETAIL DATASET UNTIL DL210 OPENS THE ACCOUNT   *
001695*    AND MOVES THE ITEM ACROSS.                                  *
001700*                                                                *
001710*    BEFORE EVERY REWRITE OF A MASTER RECORD THE RECORD AS IT    *
001720*    STOOD AND AS IT IS ABOUT TO BE IS APPENDED TO THE BEFORE-   *
001730*    IMAGE JOURNAL (ACCTJNL), TAGGED WITH THE BUSINESS DATE, THE *
001740*    STEP AND THE RUN ID, SO A WRONG OR HALF-FINISHED POSTING    *
001750*    RUN CAN BE BACKED OUT BY DL280.  THE DAY CONTROL SHOWS THE  *
001760*    STEP STARTED ("S") FROM THE MOMENT THE FIRST POSTING COULD  *
001770*    BE APPLIED, SO A RUN THAT DIES PART WAY IS REFUSED A RERUN  *
001780*    JUST LIKE A COMPLETE ONE.                                   *
001790*                                                                *
001791*    AN ITEM CARRYING A VALUE DATE EARLIER THAN THE BUSINESS     *
001792*    DATE POSTS AS TODAY'S ACTIVITY LIKE ANY OTHER, AND IS ALSO  *
001793*    LISTED ON THE BACK-VALUED POSTINGS DATASET (BACKVAL) SO THE *
001794*    DL290 STEP CAN RESTATE THE BALANCE HISTORY FROM ITS VALUE   *
001795*    DATE.                                                       *
001796*                                                                *
001800*    MODIFICATION HISTORY.                                      *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------  ----  ------------------------------------------ *
002494*    2026-09-02 JHD   EVERY POSTING NOW ALSO ACCUMULATES INTO    *
002496*                     THE MASTER'S MONTH-TO-DATE ACTIVITY, FOR   *
002497*                     THE DL230 SNAPSHOT AND PERIOD-END STEPS.   *
002500*    2026-09-02 JHD   THE STEP NOW CONSULTS THE SHARED DAY-      *
002503*                     CONTROL DATASET (DAYCTL):  IT REFUSES TO   *
002506*                     START UNLESS HELLOWORLD SHOWS COMPLETE     *
002509*                     FOR THE BUSINESS DATE, REFUSES TO POST     *
002512*                     THE SAME DATE TWICE WITHOUT OVERRIDE=Y,    *
002515*                     RECORDS ANY OVERRIDE, AND MARKS ITSELF     *
002518*                     COMPLETE AT END OF RUN.  THE POSTING       *
002521*                     DATE IS NOW THE BUSDATE= BUSINESS DATE     *
002524*                     (DEFAULT THE RUN DATE), NOT ALWAYS THE     *
002527*                     CALENDAR DATE OF THE RUN.                  *
002530*    2026-10-15 JHD   EVERY POSTING IS NOW ALSO WRITTEN TO THE   *
002533*                     CUMULATIVE POSTING DETAIL LEDGER           *
002536*                     (POSTLEDG) WITH THE RUNNING BALANCE AFTER  *
002539*                     THE ITEM, SO THE DL250 STATEMENTS CAN      *
002542*                     SHOW THE ITEMS BEHIND EVERY BALANCE.       *
002545*    2026-10-15 JHD   POSTINGS TO A FROZEN OR LEGAL-HOLD         *
002548*                     ACCOUNT, AND DEBITS THAT WOULD TAKE THE    *
002551*                     NEW BALANCE PAST THE ACCOUNT'S LIMIT, ARE  *
002554*                     NOW REFUSED TO POSTREJ WITH THE REASON.    *
002557*    2026-10-15 JHD   WITH SUSPACCT= NAMED, A POSTING WITH NO    *
002560*                     MASTER RECORD IS NOW PARKED ON THE         *
002563*                     SUSPENSE ACCOUNT AND LOGGED TO SUSPDTL     *
002566*                     UNDER ITS ORIGINAL KEY, SO THE MASTER      *
002569*                     STILL AGREES WITH THE ACCEPTED TOTAL       *
002572*                     HELLOWORLD COUNTED AND DL500 SENT TO THE   *
002575*                     GENERAL LEDGER.                            *
002578*    2026-10-15 JHD   EVERY MASTER REWRITE IS NOW PRECEDED BY A  *
002581*                     BEFORE-IMAGE RECORD ON ACCTJNL FOR THE     *
002584*                     DL280 BACKOUT STEP, AND DAYCTL NOW SHOWS   *
002587*                     THE STEP STARTED WHILE IT RUNS, SO A RUN   *
002590*                     THAT FAILS PART WAY IS NOT RERUN ON TOP OF *
002593*                     WHAT IT ALREADY POSTED.                    *
002596*    2026-10-15 JHD   AN ITEM WITH AN EARLIER VALUE DATE IS NOW  *
002597*                     ALSO WRITTEN TO BACKVAL FOR DL290 AND IS   *
002598*                     VALUE DATED ON ITS POSTLEDG ITEM.          *
002599*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. DL200.
004100*
004200*        RESULTS   - THE DAY'S ACCEPTED POSTINGS (INPUT).
004300*        ACCTMST   - THE ACCOUNT BALANCE MASTER (I-O, INDEXED).
004400*        POSTREJ   - POSTINGS WITH NO MASTER RECORD, OR REFUSED
004405*                    BY THE ACCOUNT'S STATUS OR LIMIT (OUTPUT).
004406*        BACKVAL   - ITEMS APPLIED WITH AN EARLIER VALUE DATE
004407*                    (OUTPUT).
004410*        DAYCTL    - THE SUITE'S SHARED DAY-CONTROL DATASET.
004420*        POSTLEDG  - THE CUMULATIVE POSTING DETAIL LEDGER (I-O,
004430*                    INDEXED, CREATED BY THE FIRST RUN).
004440*        SUSPDTL   - POSTINGS PARKED ON THE SUSPENSE ACCOUNT
004450*                    UNDER THEIR ORIGINAL KEY (I-O, INDEXED,
004460*                    CREATED BY THE FIRST RUN).
004470*        ACCTJNL   - THE MASTER BEFORE-IMAGE JOURNAL (EXTEND).
004500*
004600     SELECT DL200-RESULT-FILE
004700         ASSIGN TO RESULTS
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS DL200-REJECT-STATUS.
006200*
006201     SELECT DL200-BACKVAL-FILE
006202         ASSIGN TO BACKVAL
006203         ORGANIZATION IS LINE SEQUENTIAL
006204         FILE STATUS IS DL200-BACKVAL-STATUS.
006205*
006210     SELECT DL200-DAYCTL-FILE
006220         ASSIGN TO DAYCTL
006230         ORGANIZATION IS INDEXED
006250         RECORD KEY IS DC-BUSINESS-DATE
006260         FILE STATUS IS DL200-DAYC-STATUS.
006270*
006271     SELECT OPTIONAL DL200-LEDGER-FILE
006272         ASSIGN TO POSTLEDG
006273         ORGANIZATION IS INDEXED
006274         ACCESS MODE IS RANDOM
006275         RECORD KEY IS PL-KEY
006276         FILE STATUS IS DL200-LEDGER-STATUS.
006277*
006278     SELECT OPTIONAL DL200-SUSPENSE-FILE
006279         ASSIGN TO SUSPDTL
006280         ORGANIZATION IS INDEXED
006281         ACCESS MODE IS RANDOM
006282         RECORD KEY IS SD-KEY
006283         FILE STATUS IS DL200-SUSP-STATUS.
006284*
006286     SELECT OPTIONAL DL200-JOURNAL-FILE
006288         ASSIGN TO ACCTJNL
006290         ORGANIZATION IS LINE SEQUENTIAL
006292         FILE STATUS IS DL200-JNL-STATUS.
006294*
006300 DATA DIVISION.
006400 FILE SECTION.
006500*
008710             SIGN IS TRAILING SEPARATE CHARACTER.
008800     05  PJ-REASON                   PIC X(30).
008900*
008902 FD  DL200-BACKVAL-FILE
008904     LABEL RECORDS ARE STANDARD.
008906     COPY DL200BVL.
008908*
008910 FD  DL200-DAYCTL-FILE
008920     LABEL RECORDS ARE STANDARD.
008930     COPY DL100DAY.
008940*
008950 FD  DL200-LEDGER-FILE
008960     LABEL RECORDS ARE STANDARD.
008970     COPY DL200PLG.
008980*
008981 FD  DL200-SUSPENSE-FILE
008982     LABEL RECORDS ARE STANDARD.
008983     COPY DL200SUS.
008984*
008987 FD  DL200-JOURNAL-FILE
008990     LABEL RECORDS ARE STANDARD.
008993     COPY DL200BIJ.
008996*
009000 WORKING-STORAGE SECTION.
009100*
009200 01  DL200-FILE-STATUSES.
009400     05  DL200-MASTER-STATUS         PIC X(02).
009500     05  DL200-REJECT-STATUS         PIC X(02).
009510     05  DL200-DAYC-STATUS           PIC X(02).
009520     05  DL200-LEDGER-STATUS         PIC X(02).
009530     05  DL200-SUSP-STATUS           PIC X(02).
009540     05  DL200-JNL-STATUS            PIC X(02).
009550     05  DL200-BACKVAL-STATUS        PIC X(02).
009600*
009700 01  DL200-SWITCHES.
009800     05  DL200-EOF-SW                PIC X(01) VALUE "N".
010200         88  DL200-MASTER-MISSING    VALUE "N".
010210     05  DL200-OVERRIDE-SW           PIC X(01) VALUE "N".
010220         88  DL200-OVERRIDE          VALUE "Y".
010230     05  DL200-SUSPENSE-SW           PIC X(01) VALUE "N".
010240         88  DL200-SUSPENSE-NAMED    VALUE "Y".
010300*
010400 01  DL200-COUNTERS.
010500     05  DL200-READ-COUNT            PIC 9(8) COMP VALUE ZERO.
010600     05  DL200-POSTED-COUNT          PIC 9(8) COMP VALUE ZERO.
010700     05  DL200-REJECT-COUNT          PIC 9(8) COMP VALUE ZERO.
010710     05  DL200-LEDGER-COUNT          PIC 9(8) COMP VALUE ZERO.
010720     05  DL200-REFUSED-COUNT         PIC 9(8) COMP VALUE ZERO.
010730     05  DL200-PARKED-COUNT          PIC 9(8) COMP VALUE ZERO.
010740     05  DL200-JOURNAL-COUNT         PIC 9(8) COMP VALUE ZERO.
010750     05  DL200-BACKVAL-COUNT         PIC 9(8) COMP VALUE ZERO.
010800*
010900 01  DL200-TOTAL-POSTED              PIC S9(9)V9(3) COMP-3
011000                                     VALUE ZERO.
011100 01  DL200-RUN-DATE                  PIC 9(8).
011110 01  DL200-BUSINESS-DATE             PIC 9(8) VALUE ZERO.
011120 01  DL200-REJECT-REASON             PIC X(30).
011130 01  DL200-PROJECTED-BALANCE         PIC S9(9)V9(3) COMP-3
011140                                     VALUE ZERO.
011150 01  DL200-SUSPENSE-ACCOUNT          PIC 9(6) VALUE ZERO.
011200*
011210******************************************************************
011220*    RUN PARAMETER HANDLING  (BUSDATE= / OVERRIDE= / SUSPACCT=)  *
011230******************************************************************
011240 01  DL200-PARM-STRING               PIC X(80).
011250 01  DL200-PARM-TOKENS.
011252     05  DL200-PARM-TOKEN OCCURS 3 TIMES
011254                                     PIC X(40).
011256 01  DL200-PARM-IX                   PIC 9(1) COMP.
011258 01  DL200-PARM-KEY                  PIC X(20).
011270     05  DL200-CS-TIME               PIC 9(6).
011272 01  DL200-TIME-RAW                  PIC 9(8).
011274*
011280 01  DL200-RUN-ID                    PIC X(14).
011286 01  DL200-BEFORE-IMAGE              PIC X(91).
011292*
011300 PROCEDURE DIVISION.
011400*
011500******************************************************************
013710     MOVE DL200-RUN-DATE TO DL200-BUSINESS-DATE.
013720     ACCEPT DL200-PARM-STRING FROM COMMAND-LINE.
013730     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
013740     PERFORM 8850-BUILD-STAMP THRU 8850-EXIT.
013750     MOVE DL200-CURRENT-STAMP TO DL200-RUN-ID.
013800*
013810*        THE DAY CONTROL HAS ITS SAY FIRST - AN ACCIDENTAL
013820*        RERUN OF A POSTED OR PART-POSTED DATE IS REFUSED
013830*        BEFORE POSTREJ HAS BEEN OPENED AND TRUNCATED.  THE
013840*        DATE IS ONLY MARKED STARTED ONCE EVERYTHING IS OPEN
013850*        AND CHECKED, JUST BEFORE THE FIRST POSTING.
013860     PERFORM 1600-CHECK-DAY THRU 1600-EXIT.
013870     PERFORM 1640-CHECK-STARTED THRU 1640-EXIT.
013910*
013920     PERFORM 1050-OPEN-FILES THRU 1050-EXIT.
013930*
013940     IF DL200-SUSPENSE-NAMED
013950         PERFORM 1700-CHECK-SUSPENSE THRU 1700-EXIT
013960     END-IF.
013970*
013980     PERFORM 1650-MARK-STARTED THRU 1650-EXIT.
014000*
014100     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
014200*
017600         GOBACK
017700     END-IF.
017800*
017801     OPEN OUTPUT DL200-BACKVAL-FILE.
017802     IF DL200-BACKVAL-STATUS NOT = "00"
017803         DISPLAY "DL200 ABEND - OPEN FAILED FOR BACKVAL, "
017804             "STATUS = " DL200-BACKVAL-STATUS
017805         MOVE 16 TO RETURN-CODE
017806         GOBACK
017807     END-IF.
017808*
017810     OPEN I-O DL200-LEDGER-FILE.
017820     IF DL200-LEDGER-STATUS NOT = "00" AND NOT = "05"
017830         DISPLAY "DL200 ABEND - OPEN FAILED FOR POSTLEDG, "
017840             "STATUS = " DL200-LEDGER-STATUS
017850         MOVE 16 TO RETURN-CODE
017860         GOBACK
017870     END-IF.
017880*
017881     OPEN I-O DL200-SUSPENSE-FILE.
017882     IF DL200-SUSP-STATUS NOT = "00" AND NOT = "05"
017883         DISPLAY "DL200 ABEND - OPEN FAILED FOR SUSPDTL, "
017884             "STATUS = " DL200-SUSP-STATUS
017885         MOVE 16 TO RETURN-CODE
017886         GOBACK
017887     END-IF.
017888*
017889     OPEN EXTEND DL200-JOURNAL-FILE.
017890     IF DL200-JNL-STATUS NOT = "00" AND NOT = "05"
017891         DISPLAY "DL200 ABEND - OPEN FAILED FOR ACCTJNL, "
017892             "STATUS = " DL200-JNL-STATUS
017893         MOVE 16 TO RETURN-CODE
017894         GOBACK
017895     END-IF.
017896*
017900 1050-EXIT.
018000     EXIT.
018100*
018104******************************************************************
018105 1100-PARSE-PARM.
018106*
018107     MOVE SPACES TO DL200-PARM-TOKEN (1) DL200-PARM-TOKEN (2)
018108                    DL200-PARM-TOKEN (3).
018109     UNSTRING DL200-PARM-STRING DELIMITED BY ","
018110         INTO DL200-PARM-TOKEN (1) DL200-PARM-TOKEN (2)
018111              DL200-PARM-TOKEN (3)
018112     END-UNSTRING.
018113*
018114     PERFORM 1110-APPLY-TOKEN THRU 1110-EXIT
018115         VARYING DL200-PARM-IX FROM 1 BY 1
018116         UNTIL DL200-PARM-IX > 3.
018117*
018118 1100-EXIT.
018119     EXIT.
018120*
018121******************************************************************
018122*    1110-APPLY-TOKEN  -  SPLIT ONE KEYWORD=VALUE TOKEN AND      *
018123*    SET THE RUN OPTION IT CONTROLS.                             *
018124******************************************************************
018125 1110-APPLY-TOKEN.
018126*
018127     MOVE SPACES TO DL200-PARM-KEY DL200-PARM-VALUE.
018128     UNSTRING DL200-PARM-TOKEN (DL200-PARM-IX) DELIMITED BY "="
018129         INTO DL200-PARM-KEY DL200-PARM-VALUE
018130     END-UNSTRING.
018131     MOVE ZERO TO DL200-PARM-VALUE-LEN.
018132     INSPECT DL200-PARM-VALUE TALLYING DL200-PARM-VALUE-LEN
018133         FOR CHARACTERS BEFORE INITIAL SPACE.
018134*
018135     EVALUATE DL200-PARM-KEY
018136         WHEN "BUSDATE"
018137             IF DL200-PARM-VALUE-LEN > ZERO
018138                AND DL200-PARM-VALUE (1:DL200-PARM-VALUE-LEN)
018139                       IS NUMERIC
018140                 MOVE DL200-PARM-VALUE (1:DL200-PARM-VALUE-LEN)
018141                     TO DL200-BUSINESS-DATE
018142             END-IF
018143         WHEN "OVERRIDE"
018144             IF DL200-PARM-VALUE = "Y"
018145                 SET DL200-OVERRIDE TO TRUE
018146             END-IF
018147         WHEN "SUSPACCT"
018148             IF DL200-PARM-VALUE-LEN = 6
018149                AND DL200-PARM-VALUE (1:6) IS NUMERIC
018150                 MOVE DL200-PARM-VALUE (1:6)
018151                     TO DL200-SUSPENSE-ACCOUNT
018152                 SET DL200-SUSPENSE-NAMED TO TRUE
018153             ELSE
018154                 DISPLAY "DL200 ABEND - SUSPACCT= MUST BE A "
018155                     "SIX-DIGIT ACCOUNT NUMBER"
018156                 MOVE 16 TO RETURN-CODE
018157                 GOBACK
018158             END-IF
018159         WHEN OTHER
018160             CONTINUE
018161     END-EVALUATE.
018162*
018163 1110-EXIT.
018164     EXIT.
018165*
018200******************************************************************
018300*    2000-POST-RESULT  -  APPLY ONE ACCEPTED POSTING TO THE      *
018400*    ACCOUNT MASTER, UNLESS THE ACCOUNT IS MISSING OR REFUSES    *
018410*    IT, THEN READ THE NEXT ONE.  A MISSING ACCOUNT'S POSTING    *
018420*    GOES TO SUSPENSE WHEN ONE IS NAMED, ELSE TO POSTREJ.        *
018500******************************************************************
018600 2000-POST-RESULT.
018700*
018800     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
018900*
019000     IF DL200-MASTER-MISSING
019010        AND DL200-SUSPENSE-NAMED
019020         PERFORM 2500-PARK-IN-SUSPENSE THRU 2500-EXIT
019030         ADD 1 TO DL200-PARKED-COUNT
019040         GO TO 2000-READ-NEXT
019050     END-IF.
019060*
019070     IF DL200-MASTER-MISSING
019100         MOVE "NO MASTER RECORD FOR ACCOUNT"
019110             TO DL200-REJECT-REASON
019200         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
019300         ADD 1 TO DL200-REJECT-COUNT
019400         GO TO 2000-READ-NEXT
019500     END-IF.
019510*
019520     PERFORM 2150-CHECK-ACCOUNT THRU 2150-EXIT.
019530     IF DL200-REJECT-REASON NOT = SPACES
019540         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
019550         ADD 1 TO DL200-REFUSED-COUNT
019560         GO TO 2000-READ-NEXT
019570     END-IF.
019580*
019590     PERFORM 2200-APPLY-POSTING THRU 2200-EXIT.
019600     ADD 1 TO DL200-POSTED-COUNT.
019650*
019700 2000-READ-NEXT.
019750*
019800     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
019900*
020000 2000-EXIT.
022700 2100-EXIT.
022800     EXIT.
022900*
022901******************************************************************
022902*    2150-CHECK-ACCOUNT  -  DECIDE WHETHER THE ACCOUNT WILL      *
022903*    TAKE THE POSTING.  A FROZEN OR LEGAL-HOLD ACCOUNT TAKES     *
022904*    NOTHING; AN ACCOUNT WITH A LIMIT TAKES NO DEBIT THAT WOULD  *
022905*    LEAVE ITS NEW BALANCE ABOVE THE LIMIT.  THE PROJECTION      *
022906*    ROLLS THE ACCOUNT FORWARD EXACTLY AS 2200 WOULD.  A         *
022907*    REFUSAL LEAVES ITS REASON IN DL200-REJECT-REASON.           *
022908******************************************************************
022909 2150-CHECK-ACCOUNT.
022910*
022911     MOVE SPACES TO DL200-REJECT-REASON.
022912*
022913     IF AM-STATUS-FROZEN
022914         MOVE "ACCOUNT FROZEN" TO DL200-REJECT-REASON
022915         GO TO 2150-EXIT
022916     END-IF.
022917*
022918     IF AM-STATUS-LEGAL-HOLD
022919         MOVE "ACCOUNT UNDER LEGAL HOLD" TO DL200-REJECT-REASON
022920         GO TO 2150-EXIT
022921     END-IF.
022922*
022923     IF NOT AM-LIMIT-SET
022924        OR RS-ROUNDED-AMT NOT > ZERO
022925         GO TO 2150-EXIT
022926     END-IF.
022927*
022928     IF AM-LAST-POSTED-DATE NOT = DL200-BUSINESS-DATE
022929         COMPUTE DL200-PROJECTED-BALANCE =
022930             AM-NEW-BALANCE + RS-ROUNDED-AMT
022931     ELSE
022932         COMPUTE DL200-PROJECTED-BALANCE =
022933             AM-PRIOR-BALANCE + AM-TODAY-ACTIVITY
022934                 + RS-ROUNDED-AMT
022935     END-IF.
022936*
022937     IF DL200-PROJECTED-BALANCE > AM-LIMIT-AMOUNT
022938         MOVE "DEBIT WOULD EXCEED LIMIT"
022939             TO DL200-REJECT-REASON
022940     END-IF.
022941*
022942 2150-EXIT.
022943     EXIT.
022944*
023000******************************************************************
023100*    2200-APPLY-POSTING  -  ROLL THE ACCOUNT FORWARD IF THIS IS  *
023200*    ITS FIRST POSTING OF THE DAY, ACCUMULATE TODAY'S ACTIVITY,  *
023300*    RECOMPUTE THE NEW BALANCE AND REWRITE THE MASTER RECORD,    *
023310*    THEN PUT THE ITEM ON THE POSTING DETAIL LEDGER, AND ON      *
023320*    BACKVAL IF IT CARRIES AN EARLIER VALUE DATE.  THE RECORD    *
023330*    AS READ IS KEPT SO ITS BEFORE-IMAGE CAN GO ON THE JOURNAL   *
023340*    AHEAD OF THE REWRITE.                                       *
023400******************************************************************
023500 2200-APPLY-POSTING.
023600*
023610     MOVE DL200-MASTER-REC TO DL200-BEFORE-IMAGE.
023620*
023700     IF AM-LAST-POSTED-DATE NOT = DL200-BUSINESS-DATE
023800         MOVE AM-NEW-BALANCE TO AM-PRIOR-BALANCE
023900         MOVE ZERO TO AM-TODAY-ACTIVITY
023910         MOVE ZERO TO AM-TODAY-ITEM-COUNT
024000     END-IF.
024010     IF AM-TODAY-ITEM-COUNT NOT NUMERIC
024020         MOVE ZERO TO AM-TODAY-ITEM-COUNT
024030     END-IF.
024100*
024200     ADD RS-ROUNDED-AMT TO AM-TODAY-ACTIVITY.
024210     ADD RS-ROUNDED-AMT TO AM-MTD-ACTIVITY.
024220     ADD 1 TO AM-TODAY-ITEM-COUNT.
024300     COMPUTE AM-NEW-BALANCE =
024400         AM-PRIOR-BALANCE + AM-TODAY-ACTIVITY.
024500     MOVE DL200-BUSINESS-DATE TO AM-LAST-POSTED-DATE.
024600     ADD RS-ROUNDED-AMT TO DL200-TOTAL-POSTED.
024700*
024710     PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT.
024720*
024800     REWRITE DL200-MASTER-REC.
024900     IF DL200-MASTER-STATUS NOT = "00"
025000         DISPLAY "DL200 ABEND - REWRITE FAILED FOR ACCTMST, "
025100             "KEY = " AM-ACCOUNT-NO
025200             ", STATUS = " DL200-MASTER-STATUS
025300         MOVE 16 TO RETURN-CODE
025400         GOBACK
025500     END-IF.
025600*
025610     PERFORM 2400-WRITE-LEDGER THRU 2400-EXIT.
025612     IF RS-VALUE-DATE-N IS NUMERIC
025614        AND RS-VALUE-DATE-N < DL200-BUSINESS-DATE
025616         PERFORM 2450-WRITE-BACKVAL THRU 2450-EXIT
025618     END-IF.
025620*
025700 2200-EXIT.
025800     EXIT.
025810*
025812******************************************************************
025814*    2400-WRITE-LEDGER  -  WRITE THE ITEM JUST APPLIED TO THE    *
025816*    POSTING DETAIL LEDGER, NUMBERED BY THE MASTER'S ITEM COUNT  *
025818*    FOR THE DAY AND CARRYING THE NEW BALANCE AS THE RUNNING     *
025820*    BALANCE.  A DUPLICATE KEY MEANS THE SAME ITEM WAS LEDGERED  *
025822*    BY AN EARLIER RUN WHOSE MASTER UPDATES HAVE SINCE BEEN      *
025824*    BACKED OUT, SO THE ITEM IS REWRITTEN IN PLACE.              *
025826******************************************************************
025828 2400-WRITE-LEDGER.
025830*
025831     INITIALIZE DL200-LEDGER-REC.
025832     MOVE AM-ACCOUNT-NO TO PL-ACCOUNT-NO.
025833     MOVE DL200-BUSINESS-DATE TO PL-POST-DATE.
025834     MOVE AM-TODAY-ITEM-COUNT TO PL-SEQ-NO.
025835*
025836*    AN ITEM IS VALUED ON ITS OWN DATE ONLY WHEN THAT IS EARLIER
025837*    THAN TODAY - THE SAME TEST THAT SENDS IT TO BACKVAL - SO THE
025838*    LEDGER AGREES WITH THE HISTORY DL290 RESTATES.
025839     IF RS-VALUE-DATE-N IS NUMERIC
025840        AND RS-VALUE-DATE-N < DL200-BUSINESS-DATE
025841         MOVE RS-VALUE-DATE-N TO PL-VALUE-DATE
025842     ELSE
025843         MOVE DL200-BUSINESS-DATE TO PL-VALUE-DATE
025844     END-IF.
025845*
025846     MOVE RS-TYPE-CODE TO PL-TYPE-CODE.
025847     MOVE RS-CURRENCY-CODE TO PL-CURRENCY-CODE.
025848     MOVE RS-FOREIGN-AMT TO PL-FOREIGN-AMT.
025849     MOVE RS-ROUNDED-AMT TO PL-BASE-AMT.
025850     MOVE AM-NEW-BALANCE TO PL-RUNNING-BALANCE.
025851     SET PL-FROM-POSTING TO TRUE.
025852*
025854     WRITE DL200-LEDGER-REC.
025856     EVALUATE DL200-LEDGER-STATUS
025858         WHEN "00"
025860             CONTINUE
025862         WHEN "22"
025864             REWRITE DL200-LEDGER-REC
025866             IF DL200-LEDGER-STATUS NOT = "00"
025868                 DISPLAY "DL200 ABEND - REWRITE FAILED FOR "
025870                     "POSTLEDG, KEY = " PL-KEY
025872                     ", STATUS = " DL200-LEDGER-STATUS
025874                 MOVE 16 TO RETURN-CODE
025876                 GOBACK
025878             END-IF
025880         WHEN OTHER
025882             DISPLAY "DL200 ABEND - WRITE FAILED FOR POSTLEDG, "
025884                 "KEY = " PL-KEY
025886                 ", STATUS = " DL200-LEDGER-STATUS
025888             MOVE 16 TO RETURN-CODE
025890             GOBACK
025892     END-EVALUATE.
025894*
025896     ADD 1 TO DL200-LEDGER-COUNT.
025897*
025898 2400-EXIT.
025899     EXIT.
025900*
025901******************************************************************
025902*    2500-PARK-IN-SUSPENSE  -  A POSTING WHOSE ACCOUNT HAS NO    *
025903*    MASTER RECORD IS APPLIED TO THE SUSPENSE ACCOUNT INSTEAD,   *
025904*    THROUGH THE SAME ROLL-FORWARD AND LEDGER AS ANY OTHER       *
025905*    POSTING, AND ITS ORIGINAL KEY IS LOGGED ON SUSPDTL.  THE    *
025906*    SUSPENSE ACCOUNT IS THE HOUSE'S OWN, SO ITS STATUS AND      *
025907*    LIMIT ARE NOT CONSULTED.                                    *
025908******************************************************************
025909 2500-PARK-IN-SUSPENSE.
025910*
025911     MOVE DL200-SUSPENSE-ACCOUNT TO AM-ACCOUNT-NO.
025912     READ DL200-MASTER-FILE
025913         INVALID KEY
025914             CONTINUE
025915     END-READ.
025916     IF DL200-MASTER-STATUS NOT = "00"
025917         DISPLAY "DL200 ABEND - READ FAILED FOR SUSPENSE ACCOUNT "
025918             DL200-SUSPENSE-ACCOUNT
025919             ", STATUS = " DL200-MASTER-STATUS
025920         MOVE 16 TO RETURN-CODE
025921         GOBACK
025922     END-IF.
025923*
025924     PERFORM 2200-APPLY-POSTING THRU 2200-EXIT.
025925     PERFORM 2600-WRITE-SUSPENSE THRU 2600-EXIT.
025926*
025927 2500-EXIT.
025928     EXIT.
025929*
025930******************************************************************
025931*    2600-WRITE-SUSPENSE  -  LOG THE ITEM JUST PARKED ON SUSPDTL *
025932*    UNDER THE ACCOUNT IT WAS MEANT FOR, NUMBERED BY ITS ITEM    *
025933*    NUMBER ON THE SUSPENSE ACCOUNT'S LEDGER.  A DUPLICATE KEY   *
025934*    IS A RERUN OF A BACKED-OUT DAY AND IS REWRITTEN IN PLACE.   *
025935******************************************************************
025936 2600-WRITE-SUSPENSE.
025937*
025938     INITIALIZE DL200-SUSPENSE-REC.
025939     MOVE RS-KEY TO SD-ORIG-ACCOUNT.
025940     MOVE DL200-BUSINESS-DATE TO SD-PARK-DATE.
025941     MOVE AM-TODAY-ITEM-COUNT TO SD-SEQ-NO.
025942     MOVE AM-ACCOUNT-NO TO SD-SUSPENSE-ACCOUNT.
025943     MOVE RS-TYPE-CODE TO SD-TYPE-CODE.
025944     MOVE RS-CURRENCY-CODE TO SD-CURRENCY-CODE.
025945     MOVE RS-FOREIGN-AMT TO SD-FOREIGN-AMT.
025946     MOVE RS-ROUNDED-AMT TO SD-BASE-AMT.
025947     SET SD-PARKED TO TRUE.
025948*
025949     WRITE DL200-SUSPENSE-REC.
025950     EVALUATE DL200-SUSP-STATUS
025951         WHEN "00"
025952             CONTINUE
025953         WHEN "22"
025954             REWRITE DL200-SUSPENSE-REC
025955             IF DL200-SUSP-STATUS NOT = "00"
025956                 DISPLAY "DL200 ABEND - REWRITE FAILED FOR "
025957                     "SUSPDTL, KEY = " SD-KEY
025958                     ", STATUS = " DL200-SUSP-STATUS
025959                 MOVE 16 TO RETURN-CODE
025960                 GOBACK
025961             END-IF
025962         WHEN OTHER
025963             DISPLAY "DL200 ABEND - WRITE FAILED FOR SUSPDTL, "
025964                 "KEY = " SD-KEY
025965                 ", STATUS = " DL200-SUSP-STATUS
025966             MOVE 16 TO RETURN-CODE
025967             GOBACK
025968     END-EVALUATE.
025971*
025972 2600-EXIT.
025973     EXIT.
025974*
026000******************************************************************
026100*    2700-WRITE-REJECT  -  WRITE A POSTING THAT CANNOT BE        *
026200*    APPLIED TO THE POSTING REJECT DATASET, WITH THE REASON      *
026210*    LEFT IN DL200-REJECT-REASON.                                *
026300******************************************************************
026400 2700-WRITE-REJECT.
026500*
026600     INITIALIZE DL200-REJECT-REC.
026700     MOVE RS-KEY TO PJ-KEY.
026800     MOVE RS-ROUNDED-AMT TO PJ-AMOUNT.
026900     MOVE DL200-REJECT-REASON TO PJ-REASON.
027000     WRITE DL200-REJECT-REC.
027100     IF DL200-REJECT-STATUS NOT = "00"
027200         DISPLAY "DL200 ABEND - WRITE FAILED FOR POSTREJ, "
027900 2700-EXIT.
028000     EXIT.
028100*
028103******************************************************************
028106*    2300-WRITE-JOURNAL  -  APPEND THE MASTER RECORD'S BEFORE    *
028109*    AND AFTER IMAGES TO THE BEFORE-IMAGE JOURNAL.  IT IS        *
028112*    WRITTEN AHEAD OF THE REWRITE, SO NO CHANGE EVER REACHES     *
028115*    THE MASTER WITHOUT ITS BEFORE-IMAGE ON FILE.                *
028118******************************************************************
028121 2300-WRITE-JOURNAL.
028124*
028127     ADD 1 TO DL200-JOURNAL-COUNT.
028130     INITIALIZE DL200-BIMAGE-REC.
028133     MOVE DL200-BUSINESS-DATE TO BJ-BUSINESS-DATE.
028136     MOVE "DL200" TO BJ-STEP.
028139     MOVE DL200-RUN-ID TO BJ-RUN-ID.
028142     MOVE DL200-JOURNAL-COUNT TO BJ-SEQ-NO.
028145     SET BJ-CHANGED TO TRUE.
028148     MOVE AM-ACCOUNT-NO TO BJ-ACCOUNT-NO.
028151     MOVE SPACES TO BJ-BACKOUT-STEP BJ-BACKOUT-RUN-ID.
028154     MOVE DL200-BEFORE-IMAGE TO BJ-BEFORE-IMAGE.
028157     MOVE DL200-MASTER-REC TO BJ-AFTER-IMAGE.
028160*
028163     WRITE DL200-BIMAGE-REC.
028166     IF DL200-JNL-STATUS NOT = "00"
028169         DISPLAY "DL200 ABEND - WRITE FAILED FOR ACCTJNL, "
028172             "KEY = " AM-ACCOUNT-NO
028175             ", STATUS = " DL200-JNL-STATUS
028178         MOVE 16 TO RETURN-CODE
028181         GOBACK
028184     END-IF.
028187*
028190 2300-EXIT.
028193     EXIT.
028196*
028200******************************************************************
028300*    2900-READ-RESULT  -  READ THE NEXT ACCEPTED POSTING.        *
028400******************************************************************
030465 1600-EXIT.
030466     EXIT.
030467*
030468******************************************************************
030469*    1700-CHECK-SUSPENSE  -  THE SUSPENSE ACCOUNT NAMED ON THE   *
030470*    PARM MUST ALREADY BE ON THE MASTER, OR NOTHING COULD BE     *
030471*    PARKED ON IT - THE RUN STOPS BEFORE A SINGLE POSTING.       *
030472******************************************************************
030473 1700-CHECK-SUSPENSE.
030474*
030475     MOVE DL200-SUSPENSE-ACCOUNT TO AM-ACCOUNT-NO.
030476     READ DL200-MASTER-FILE
030477         INVALID KEY
030478             DISPLAY "DL200 ABEND - SUSPENSE ACCOUNT "
030479                 DL200-SUSPENSE-ACCOUNT " HAS NO MASTER RECORD"
030480             MOVE 16 TO RETURN-CODE
030481             GOBACK
030482     END-READ.
030483     IF DL200-MASTER-STATUS NOT = "00"
030484         DISPLAY "DL200 ABEND - READ FAILED FOR ACCTMST, "
030485             "KEY = " DL200-SUSPENSE-ACCOUNT
030486             ", STATUS = " DL200-MASTER-STATUS
030487         MOVE 16 TO RETURN-CODE
030488         GOBACK
030489     END-IF.
030490*
030491 1700-EXIT.
030492     EXIT.
030493*
030500******************************************************************
030600*    9000-TERMINATE  -  DISPLAY THE RUN TOTALS AND CLOSE EVERY   *
030700*    DATASET.                                                    *
031400         DL200-POSTED-COUNT.
031500     DISPLAY "DL200 COMPLETE - NO MASTER RECORD   : "
031600         DL200-REJECT-COUNT.
031610     DISPLAY "DL200 COMPLETE - REFUSED BY ACCOUNT : "
031620         DL200-REFUSED-COUNT.
031630     DISPLAY "DL200 COMPLETE - PARKED IN SUSPENSE : "
031640         DL200-PARKED-COUNT.
031700     DISPLAY "DL200 COMPLETE - AMOUNT POSTED      : "
031800         DL200-TOTAL-POSTED.
031810     DISPLAY "DL200 COMPLETE - LEDGER ITEMS       : "
031820         DL200-LEDGER-COUNT.
031830     DISPLAY "DL200 COMPLETE - JOURNAL RECORDS    : "
031840         DL200-JOURNAL-COUNT.
031850     DISPLAY "DL200 COMPLETE - BACK-VALUED ITEMS  : "
031860         DL200-BACKVAL-COUNT.
031900*
031910     PERFORM 9600-CLOSE-DAY THRU 9600-EXIT.
031920*
032000     CLOSE DL200-RESULT-FILE
032100           DL200-MASTER-FILE
032200           DL200-REJECT-FILE
032210           DL200-DAYCTL-FILE
032220           DL200-LEDGER-FILE
032230           DL200-SUSPENSE-FILE
032240           DL200-JOURNAL-FILE
032250           DL200-BACKVAL-FILE.
032300*
032400 9000-EXIT.
032500     EXIT.
033600 8850-EXIT.
033700     EXIT.
033800*
033802******************************************************************
033804*    1640-CHECK-STARTED  -  A DATE LEFT STARTED BY A RUN THAT    *
033806*    NEVER FINISHED ALREADY HAS SOME OF ITS POSTINGS ON THE      *
033808*    MASTER, SO IT IS REFUSED LIKE A COMPLETE ONE - IT NEEDS     *
033810*    BACKING OUT BY DL280 FIRST, OR OVERRIDE=Y.                  *
033812******************************************************************
033814 1640-CHECK-STARTED.
033816*
033818     IF DC-DL200-STARTED
033820        AND NOT DL200-OVERRIDE
033822         DISPLAY "DL200 ABEND - BUSINESS DATE "
033824             DL200-BUSINESS-DATE " WAS PART POSTED BY A RUN THAT "
033826             "DID NOT FINISH - BACK IT OUT WITH DL280"
033828         MOVE 16 TO RETURN-CODE
033830         GOBACK
033832     END-IF.
033834*
033836 1640-EXIT.
033838     EXIT.
033840*
033842******************************************************************
033844*    1650-MARK-STARTED  -  MARK THE DATE STARTED ONCE EVERY      *
033846*    DATASET IS OPEN AND THE SUSPENSE ACCOUNT IS CHECKED, JUST   *
033848*    BEFORE THE FIRST POSTING IS APPLIED; 9600-CLOSE-DAY TURNS   *
033850*    IT TO COMPLETE.  A RUN THAT STOPS BEFORE THIS POINT HAS     *
033852*    POSTED NOTHING AND LEAVES THE DATE FREE TO RERUN.           *
033854******************************************************************
033856 1650-MARK-STARTED.
033858*
033860     MOVE "S" TO DC-DL200-STATUS.
033862     REWRITE DL100-DAYCTL-REC.
033864     IF DL200-DAYC-STATUS NOT = "00"
033866         DISPLAY "DL200 ABEND - REWRITE FAILED FOR DAYCTL, "
033868             "STATUS = " DL200-DAYC-STATUS
033870         MOVE 16 TO RETURN-CODE
033872         GOBACK
033874     END-IF.
033876*
033878 1650-EXIT.
033880     EXIT.
033882*
033900******************************************************************
034000*    9600-CLOSE-DAY  -  MARK THE BUSINESS DATE POSTED ON THE     *
034100*    DAY CONTROL, SO A SECOND RUN AGAINST THE SAME RESULTS       *
036600*
036700 9600-EXIT.
036800     EXIT.
036900*
037000******************************************************************
037100*    2450-WRITE-BACKVAL  -  LIST THE ITEM JUST APPLIED ON THE    *
037200*    BACK-VALUED POSTINGS DATASET WITH ITS VALUE DATE, THE       *
037300*    ACCOUNT IT WENT TO (THE SUSPENSE ACCOUNT FOR A PARKED ITEM) *
037400*    AND ITS ITEM NUMBER ON THE LEDGER, FOR THE DL290 STEP.      *
037500******************************************************************
037600 2450-WRITE-BACKVAL.
037700*
037800     INITIALIZE DL200-BACKVAL-REC.
037900     MOVE AM-ACCOUNT-NO TO BV-ACCOUNT-NO.
038000     MOVE RS-VALUE-DATE-N TO BV-VALUE-DATE.
038100     MOVE DL200-BUSINESS-DATE TO BV-POST-DATE.
038200     MOVE AM-TODAY-ITEM-COUNT TO BV-SEQ-NO.
038300     MOVE RS-KEY TO BV-ORIG-ACCOUNT.
038400     MOVE RS-TYPE-CODE TO BV-TYPE-CODE.
038500     MOVE RS-ROUNDED-AMT TO BV-BASE-AMT.
038600*
038700     WRITE DL200-BACKVAL-REC.
038800     IF DL200-BACKVAL-STATUS NOT = "00"
038900         DISPLAY "DL200 ABEND - WRITE FAILED FOR BACKVAL, "
039000             "KEY = " RS-KEY
039100             ", STATUS = " DL200-BACKVAL-STATUS
039200         MOVE 16 TO RETURN-CODE
039300         GOBACK
039400     END-IF.
039500*
039600     ADD 1 TO DL200-BACKVAL-COUNT.
039700*
039800 2450-EXIT.
039900     EXIT.
