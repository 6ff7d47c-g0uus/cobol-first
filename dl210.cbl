001000*    KEY THE DL200 POSTING STEP POSTS BY:                        *
001100*                                                                *
001200*      - "O" OPENS AN ACCOUNT, WRITING A FRESH MASTER RECORD     *
001300*        WITH ZERO BALANCES, THEN MOVES ONTO IT ANY POSTINGS     *
001310*        DL200 PARKED ON THE SUSPENSE ACCOUNT FOR IT WHILE IT    *
001320*        HAD NO MASTER RECORD;                                   *
001400*      - "C" CLOSES AN ACCOUNT, DELETING ITS MASTER RECORD,      *
001500*        BUT IS REFUSED WHILE AM-NEW-BALANCE IS NOT ZERO;        *
001600*      - "A" ADJUSTS AN ACCOUNT'S BALANCE BY A SIGNED AMOUNT     *
001700*        WITH A REASON CODE, KEEPING THE PRIOR-PLUS-TODAY-       *
001800*        EQUALS-NEW ARITHMETIC DL200 MAINTAINS;                  *
001810*      - "F" FREEZES AN ACCOUNT SO DL200 REFUSES ANY POSTING TO  *
001820*        IT.  REASON CODE "LGL" PLACES IT UNDER LEGAL HOLD       *
001830*        INSTEAD, WHICH ONLY AN "LGL" RELEASE CAN LIFT;          *
001840*      - "U" UNFREEZES (RELEASES) A FROZEN OR HELD ACCOUNT;      *
001846*      - "L" SETS THE ACCOUNT'S OVERDRAFT/CREDIT LIMIT - THE     *
001852*        HIGHEST DEBIT BALANCE DL200 WILL POST IT TO - FROM THE  *
001858*        AMOUNT, WHICH MUST NOT BE NEGATIVE.  A ZERO AMOUNT      *
001864*        ALLOWS NO OVERDRAFT AT ALL; A BLANK AMOUNT REMOVES THE  *
001870*        LIMIT, SO DL200 POSTS THE ACCOUNT WITHOUT ONE AGAIN;    *
001876*      - "S" MOVES ONTO AN ACCOUNT ALREADY ON THE MASTER ANY     *
001882*        POSTINGS DL200 PARKED ON THE SUSPENSE ACCOUNT FOR IT,   *
001888*        EXACTLY AS AN OPEN DOES.  SUSPACCT= MUST BE NAMED.      *
001900*                                                                *
002000*    EVERY TRANSACTION, APPLIED OR REFUSED, PRINTS ON THE        *
002100*    MAINTENANCE REGISTER (MNTRPT) WITH ITS DISPOSITION, SO      *
002300*    REST OF THE SUITE.  ACCOUNTS NO LONGER HAVE TO BE KEYED     *
002400*    ONTO THE MASTER WITH A FILE EDITOR.                         *
002500*                                                                *
002502*    EVERY WRITE, REWRITE AND DELETE OF A MASTER RECORD IS       *
002504*    PRECEDED BY A BEFORE-IMAGE RECORD ON ACCTJNL, SO A RUN'S    *
002506*    MAINTENANCE CAN BE BACKED OUT BY DL280.                     *
002508*                                                                *
002510*    RUN PARAMETERS (COMMA SEPARATED, KEYWORD=VALUE):            *
002520*        BUSDATE=YYYYMMDD  THE BUSINESS DATE THE MAINTENANCE     *
002530*                          BELONGS TO (DEFAULT: THE RUN DATE).   *
002531*        SUSPACCT=NNNNNN   THE SUSPENSE ACCOUNT DL200 PARKS      *
002532*                          UNMATCHED POSTINGS ON (DEFAULT: NONE  *
002533*                          - NOTHING IS CLEARED FROM SUSPENSE,   *
002534*                          AS BEFORE).                           *
002540*                                                                *
002600*    MODIFICATION HISTORY.                                      *
002700*    DATE       INIT  DESCRIPTION                                *
003298*                     BUSINESS DATE (DEFAULT THE RUN DATE),      *
003299*                     MATCHING DL200 ACROSS A MIDNIGHT-          *
003300*                     CROSSING BATCH WINDOW.                     *
003301*    2026-10-15 JHD   EVERY APPLIED ADJUSTMENT IS NOW WRITTEN    *
003302*                     TO THE POSTING DETAIL LEDGER (POSTLEDG)    *
003303*                     ALONGSIDE DL200'S POSTINGS, SO THE DL250   *
003304*                     STATEMENTS STILL PROVE TO THE MASTER.      *
003305*    2026-10-15 JHD   NEW "F" FREEZE, "U" UNFREEZE AND "L" SET   *
003306*                     LIMIT ACTIONS, PRINTED ON MNTRPT LIKE THE  *
003307*                     REST.  A FROZEN ACCOUNT CANNOT BE CLOSED.  *
003308*    2026-10-15 JHD   WITH SUSPACCT= NAMED, OPENING AN ACCOUNT   *
003309*                     NOW MOVES ANY POSTINGS DL200 PARKED ON     *
003311*                     SUSPENSE FOR IT ONTO THE NEW ACCOUNT,      *
003312*                     LEDGERS BOTH LEGS, MARKS THE SUSPDTL ITEMS *
003313*                     CLEARED AND PRINTS EACH ONE ON MNTRPT.     *
003314*    2026-10-15 JHD   EVERY MASTER WRITE, REWRITE AND DELETE IS  *
003315*                     NOW PRECEDED BY A BEFORE-IMAGE RECORD ON   *
003316*                     ACCTJNL FOR THE DL280 BACKOUT STEP.        *
003324*    2026-10-15 JHD   "L" WITH A BLANK AMOUNT NOW REMOVES THE    *
003332*                     ACCOUNT'S LIMIT; A ZERO AMOUNT STILL SETS  *
003340*                     A NO-OVERDRAFT LIMIT.                      *
003348*    2026-10-15 JHD   LEDGER ITEMS ARE VALUED ON THE POST DATE.  *
003356*    2026-10-15 JHD   NEW "S" ACTION CLEARS THE SUSPENSE ITEMS   *
003364*                     PARKED FOR AN ACCOUNT ALREADY ON THE       *
003372*                     MASTER, SO AN ACCOUNT OPENED WITHOUT       *
003380*                     SUSPACCT= CAN STILL BE CLEARED.            *
003388*                                                                *
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. DL210.
005000*        MNTIN     - DATA CONTROL'S MAINTENANCE TRANSACTIONS.
005100*        ACCTMST   - THE ACCOUNT BALANCE MASTER (I-O, INDEXED).
005200*        MNTRPT    - THE PRINTED MAINTENANCE REGISTER.
005210*        POSTLEDG  - THE CUMULATIVE POSTING DETAIL LEDGER (I-O,
005220*                    INDEXED, CREATED BY THE FIRST RUN).
005230*        SUSPDTL   - POSTINGS PARKED ON THE SUSPENSE ACCOUNT
005240*                    UNDER THEIR ORIGINAL KEY (I-O, INDEXED).
005250*        ACCTJNL   - THE MASTER BEFORE-IMAGE JOURNAL (EXTEND).
005300*
005400     SELECT DL210-MAINT-FILE
005500         ASSIGN TO MNTIN
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS DL210-REGISTER-STATUS.
007000*
007010     SELECT OPTIONAL DL210-LEDGER-FILE
007020         ASSIGN TO POSTLEDG
007030         ORGANIZATION IS INDEXED
007040         ACCESS MODE IS RANDOM
007050         RECORD KEY IS PL-KEY
007060         FILE STATUS IS DL210-LEDGER-STATUS.
007070*
007071     SELECT OPTIONAL DL210-SUSPENSE-FILE
007072         ASSIGN TO SUSPDTL
007073         ORGANIZATION IS INDEXED
007074         ACCESS MODE IS DYNAMIC
007075         RECORD KEY IS SD-KEY
007076         FILE STATUS IS DL210-SUSP-STATUS.
007077*
007080     SELECT OPTIONAL DL210-JOURNAL-FILE
007083         ASSIGN TO ACCTJNL
007086         ORGANIZATION IS LINE SEQUENTIAL
007089         FILE STATUS IS DL210-JNL-STATUS.
007092*
007100 DATA DIVISION.
007200 FILE SECTION.
007300*
007800         88  MT-ACTION-OPEN          VALUE "O".
007900         88  MT-ACTION-CLOSE         VALUE "C".
008000         88  MT-ACTION-ADJUST        VALUE "A".
008010         88  MT-ACTION-FREEZE        VALUE "F".
008020         88  MT-ACTION-UNFREEZE      VALUE "U".
008030         88  MT-ACTION-LIMIT         VALUE "L".
008040         88  MT-ACTION-SUSPENSE      VALUE "S".
008050         88  MT-ACTION-VALID         VALUES "O" "C" "A"
008060                                            "F" "U" "L" "S".
008200     05  MT-ACCOUNT-NO               PIC 9(6).
008300     05  MT-AMOUNT                   PIC S9(9)V9(3)
008400             SIGN IS TRAILING SEPARATE CHARACTER.
008500     05  MT-AMOUNT-RAW REDEFINES MT-AMOUNT
008600                                     PIC X(13).
008700     05  MT-REASON-CODE              PIC X(03).
008710         88  MT-REASON-LEGAL         VALUE "LGL".
008800     05  MT-FILLER                   PIC X(05).
008900*
009000 FD  DL210-MASTER-FILE
009500     LABEL RECORDS ARE OMITTED.
009600 01  DL210-PRINT-REC                 PIC X(132).
009700*
009710 FD  DL210-LEDGER-FILE
009720     LABEL RECORDS ARE STANDARD.
009730     COPY DL200PLG.
009740*
009750 FD  DL210-SUSPENSE-FILE
009760     LABEL RECORDS ARE STANDARD.
009770     COPY DL200SUS.
009780*
009784 FD  DL210-JOURNAL-FILE
009788     LABEL RECORDS ARE STANDARD.
009792     COPY DL200BIJ.
009796*
009800 WORKING-STORAGE SECTION.
009900*
010000 01  DL210-FILE-STATUSES.
010100     05  DL210-MAINT-STATUS          PIC X(02).
010200     05  DL210-MASTER-STATUS         PIC X(02).
010300     05  DL210-REGISTER-STATUS       PIC X(02).
010310     05  DL210-LEDGER-STATUS         PIC X(02).
010320     05  DL210-SUSP-STATUS           PIC X(02).
010330     05  DL210-JNL-STATUS            PIC X(02).
010400*
010500 01  DL210-SWITCHES.
010600     05  DL210-EOF-SW                PIC X(01) VALUE "N".
011100     05  DL210-APPLIED-SW            PIC X(01) VALUE "Y".
011200         88  DL210-APPLIED           VALUE "Y".
011300         88  DL210-REFUSED           VALUE "N".
011310     05  DL210-SUSPENSE-SW           PIC X(01) VALUE "N".
011320         88  DL210-SUSPENSE-NAMED    VALUE "Y".
011330     05  DL210-SUSP-DONE-SW          PIC X(01) VALUE "N".
011340         88  DL210-SUSP-DONE         VALUE "Y".
011400*
011500 01  DL210-COUNTERS.
011600     05  DL210-READ-COUNT            PIC 9(8) COMP VALUE ZERO.
011800     05  DL210-CLOSED-COUNT          PIC 9(8) COMP VALUE ZERO.
011900     05  DL210-ADJUSTED-COUNT        PIC 9(8) COMP VALUE ZERO.
012000     05  DL210-REFUSED-COUNT         PIC 9(8) COMP VALUE ZERO.
012010     05  DL210-FROZEN-COUNT          PIC 9(8) COMP VALUE ZERO.
012020     05  DL210-RELEASED-COUNT        PIC 9(8) COMP VALUE ZERO.
012030     05  DL210-LIMIT-COUNT           PIC 9(8) COMP VALUE ZERO.
012035     05  DL210-LIMIT-OFF-COUNT       PIC 9(8) COMP VALUE ZERO.
012040     05  DL210-CLEARED-COUNT         PIC 9(8) COMP VALUE ZERO.
012045     05  DL210-UNPARK-COUNT          PIC 9(8) COMP VALUE ZERO.
012050     05  DL210-JOURNAL-COUNT         PIC 9(8) COMP VALUE ZERO.
012100*
012200 01  DL210-ADJUST-TOTAL              PIC S9(9)V9(3) COMP-3
012300                                     VALUE ZERO.
012400 01  DL210-RUN-DATE                  PIC 9(8).
012410 01  DL210-BUSINESS-DATE             PIC 9(8) VALUE ZERO.
012500 01  DL210-REFUSE-REASON             PIC X(30).
012501 01  DL210-CLEARED-TOTAL             PIC S9(9)V9(3) COMP-3
012502                                     VALUE ZERO.
012503 01  DL210-SUSPENSE-ACCOUNT          PIC 9(6) VALUE ZERO.
012504*
012505******************************************************************
012506*    THE ITEM 5400-WRITE-LEDGER PUTS ON THE POSTING DETAIL       *
012507*    LEDGER - AN ADJUSTMENT, OR ONE LEG OF A SUSPENSE CLEARANCE  *
012508******************************************************************
012509 01  DL210-LEDGER-ITEM.
012510     05  DL210-LI-TYPE-CODE          PIC X(01).
012511     05  DL210-LI-CURRENCY-CODE      PIC X(03).
012512     05  DL210-LI-FOREIGN-AMT        PIC S9(4)V9(4) COMP-3.
012513     05  DL210-LI-BASE-AMT           PIC S9(9)V9(3) COMP-3.
012514     05  DL210-LI-REASON-CODE        PIC X(03).
012515*
012520******************************************************************
012530*    RUN PARAMETER HANDLING  (BUSDATE= / SUSPACCT=)              *
012540******************************************************************
012550 01  DL210-PARM-STRING               PIC X(80).
012560 01  DL210-PARM-TOKENS.
012590 01  DL210-PARM-VALUE                PIC X(20).
012592 01  DL210-PARM-VALUE-LEN            PIC 9(2) COMP.
012600*
012607******************************************************************
012614*    BEFORE-IMAGE JOURNAL WORK - THE RUN ID IS THE STEP'S START  *
012621*    TIMESTAMP; THE BEFORE-IMAGE IS THE MASTER RECORD AS READ.   *
012628******************************************************************
012635 01  DL210-RUN-ID                    PIC X(14).
012642 01  DL210-BEFORE-IMAGE              PIC X(91).
012649 01  DL210-JNL-ACTION                PIC X(01).
012656*
012663 01  DL210-CURRENT-STAMP.
012670     05  DL210-CS-DATE               PIC 9(8).
012677     05  DL210-CS-TIME               PIC 9(6).
012684 01  DL210-TIME-RAW                  PIC 9(8).
012691*
012700******************************************************************
012800*    MAINTENANCE REGISTER PRINT LINES                            *
012900******************************************************************
020510     MOVE DL210-RUN-DATE TO DL210-BUSINESS-DATE.
020520     ACCEPT DL210-PARM-STRING FROM COMMAND-LINE.
020530     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
020540     PERFORM 8850-BUILD-STAMP THRU 8850-EXIT.
020550     MOVE DL210-CURRENT-STAMP TO DL210-RUN-ID.
020600*
020700     PERFORM 1050-OPEN-FILES THRU 1050-EXIT.
020710*
020720     IF DL210-SUSPENSE-NAMED
020730         PERFORM 1700-CHECK-SUSPENSE THRU 1700-EXIT
020740     END-IF.
020800*
020900     PERFORM 1400-WRITE-REG-HEADINGS THRU 1400-EXIT.
021000*
024500         GOBACK
024600     END-IF.
024700*
024710     OPEN I-O DL210-LEDGER-FILE.
024720     IF DL210-LEDGER-STATUS NOT = "00" AND NOT = "05"
024730         DISPLAY "DL210 ABEND - OPEN FAILED FOR POSTLEDG, "
024740             "STATUS = " DL210-LEDGER-STATUS
024750         MOVE 16 TO RETURN-CODE
024760         GOBACK
024770     END-IF.
024780*
024781     OPEN I-O DL210-SUSPENSE-FILE.
024782     IF DL210-SUSP-STATUS NOT = "00" AND NOT = "05"
024783         DISPLAY "DL210 ABEND - OPEN FAILED FOR SUSPDTL, "
024784             "STATUS = " DL210-SUSP-STATUS
024785         MOVE 16 TO RETURN-CODE
024786         GOBACK
024787     END-IF.
024788*
024789     OPEN EXTEND DL210-JOURNAL-FILE.
024790     IF DL210-JNL-STATUS NOT = "00" AND NOT = "05"
024791         DISPLAY "DL210 ABEND - OPEN FAILED FOR ACCTJNL, "
024792             "STATUS = " DL210-JNL-STATUS
024793         MOVE 16 TO RETURN-CODE
024794         GOBACK
024795     END-IF.
024796*
024800 1050-EXIT.
024900     EXIT.
025000*
025076                 MOVE DL210-PARM-VALUE (1:DL210-PARM-VALUE-LEN)
025078                     TO DL210-BUSINESS-DATE
025080             END-IF
025081         WHEN "SUSPACCT"
025082             IF DL210-PARM-VALUE-LEN = 6
025083                AND DL210-PARM-VALUE (1:6) IS NUMERIC
025084                 MOVE DL210-PARM-VALUE (1:6)
025085                     TO DL210-SUSPENSE-ACCOUNT
025086                 SET DL210-SUSPENSE-NAMED TO TRUE
025087             ELSE
025088                 DISPLAY "DL210 ABEND - SUSPACCT= MUST BE A "
025089                     "SIX-DIGIT ACCOUNT NUMBER"
025090                 MOVE 16 TO RETURN-CODE
025091                 GOBACK
025092             END-IF
025093         WHEN OTHER
025094             CONTINUE
025095     END-EVALUATE.
025096*
025097 1110-EXIT.
025098     EXIT.
025099*
025100******************************************************************
025200*    1400-WRITE-REG-HEADINGS  -  LAY DOWN THE REGISTER'S TWO     *
025300*    HEADING LINES AND A SPACER.                                 *
026500 1400-EXIT.
026600     EXIT.
026700*
026702******************************************************************
026704*    1700-CHECK-SUSPENSE  -  THE SUSPENSE ACCOUNT NAMED ON THE   *
026706*    PARM MUST BE ON THE MASTER, OR NOTHING COULD BE CLEARED     *
026708*    FROM IT - THE RUN STOPS BEFORE ANY MAINTENANCE.             *
026710******************************************************************
026712 1700-CHECK-SUSPENSE.
026714*
026716     MOVE DL210-SUSPENSE-ACCOUNT TO AM-ACCOUNT-NO.
026718     READ DL210-MASTER-FILE
026720         INVALID KEY
026722             DISPLAY "DL210 ABEND - SUSPENSE ACCOUNT "
026724                 DL210-SUSPENSE-ACCOUNT " HAS NO MASTER RECORD"
026726             MOVE 16 TO RETURN-CODE
026728             GOBACK
026730     END-READ.
026732     IF DL210-MASTER-STATUS NOT = "00"
026734         DISPLAY "DL210 ABEND - READ FAILED FOR ACCTMST, "
026736             "KEY = " DL210-SUSPENSE-ACCOUNT
026738             ", STATUS = " DL210-MASTER-STATUS
026740         MOVE 16 TO RETURN-CODE
026742         GOBACK
026744     END-IF.
026746*
026748 1700-EXIT.
026750     EXIT.
026752*
026800******************************************************************
026900*    2000-PROCESS-MAINT  -  EDIT AND APPLY ONE MAINTENANCE       *
027000*    TRANSACTION, PUT IT ON THE REGISTER, THEN READ THE NEXT     *
028500                 PERFORM 4000-CLOSE-ACCOUNT THRU 4000-EXIT
028600             WHEN MT-ACTION-ADJUST
028700                 PERFORM 5000-ADJUST-ACCOUNT THRU 5000-EXIT
028710             WHEN MT-ACTION-FREEZE
028720                 PERFORM 5500-FREEZE-ACCOUNT THRU 5500-EXIT
028730             WHEN MT-ACTION-UNFREEZE
028740                 PERFORM 5600-RELEASE-ACCOUNT THRU 5600-EXIT
028750             WHEN MT-ACTION-LIMIT
028760                 PERFORM 5700-SET-LIMIT THRU 5700-EXIT
028770             WHEN MT-ACTION-SUSPENSE
028780                 PERFORM 3600-CHECK-RELEASE THRU 3600-EXIT
028800         END-EVALUATE
028900     END-IF.
029000*
029300     END-IF.
029400*
029500     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
029510*
029520     IF (MT-ACTION-OPEN OR MT-ACTION-SUSPENSE)
029530        AND DL210-APPLIED
029540        AND DL210-SUSPENSE-NAMED
029550         PERFORM 3500-CLEAR-SUSPENSE THRU 3500-EXIT
029560     END-IF.
029600*
029700     PERFORM 2900-READ-MAINT THRU 2900-EXIT.
029800*
033200             TO DL210-REFUSE-REASON
033300         GO TO 2100-EXIT
033400     END-IF.
033402*
033404*        A BLANK LIMIT AMOUNT ASKS FOR THE LIMIT TO BE REMOVED -
033406*        THERE IS NO AMOUNT TO EDIT.
033408     IF MT-ACTION-LIMIT
033410        AND MT-AMOUNT-RAW = SPACES
033412         GO TO 2100-EXIT
033414     END-IF.
033416*
033420     IF MT-ACTION-LIMIT
033430        AND MT-AMOUNT NOT NUMERIC
033440         SET DL210-REFUSED TO TRUE
033450         MOVE "NON-NUMERIC LIMIT AMOUNT" TO DL210-REFUSE-REASON
033460         GO TO 2100-EXIT
033470     END-IF.
033480*
033490     IF MT-ACTION-LIMIT
033491        AND MT-AMOUNT < ZERO
033492         SET DL210-REFUSED TO TRUE
033493         MOVE "LIMIT AMOUNT IS NEGATIVE" TO DL210-REFUSE-REASON
033494         GO TO 2100-EXIT
033495     END-IF.
033496*
033497     IF MT-ACTION-FREEZE
033498        AND MT-REASON-CODE = SPACES
033499         SET DL210-REFUSED TO TRUE
033500         MOVE "FREEZE NEEDS A REASON CODE" TO DL210-REFUSE-REASON
033501         GO TO 2100-EXIT
033502     END-IF.
033503*
033509     IF MT-ACTION-SUSPENSE
033515        AND NOT DL210-SUSPENSE-NAMED
033521         SET DL210-REFUSED TO TRUE
033527         MOVE "NO SUSPACCT= FOR THE RUN" TO DL210-REFUSE-REASON
033533         GO TO 2100-EXIT
033539     END-IF.
033545*
033551     IF MT-ACTION-SUSPENSE
033557        AND MT-ACCOUNT-NO = DL210-SUSPENSE-ACCOUNT
033563         SET DL210-REFUSED TO TRUE
033569         MOVE "ACCOUNT IS THE SUSPENSE ACCOUNT"
033575             TO DL210-REFUSE-REASON
033581         GO TO 2100-EXIT
033587     END-IF.
033593*
033600 2100-EXIT.
033700     EXIT.
033800*
035900         MOVE 16 TO RETURN-CODE
036000         GOBACK
036100     END-IF.
036110*
036120     IF DL210-MASTER-FOUND
036130         MOVE DL200-MASTER-REC TO DL210-BEFORE-IMAGE
036140     ELSE
036150         MOVE SPACES TO DL210-BEFORE-IMAGE
036160     END-IF.
036200*
036300 2200-EXIT.
036400     EXIT.
038500     MOVE ZERO TO AM-LAST-POSTED-DATE.
038510     MOVE ZERO TO AM-MTD-ACTIVITY.
038600*
038610     MOVE SPACES TO DL210-BEFORE-IMAGE.
038620     MOVE "A" TO DL210-JNL-ACTION.
038630     PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT.
038640*
038700     WRITE DL200-MASTER-REC.
038800     IF DL210-MASTER-STATUS NOT = "00"
038900         DISPLAY "DL210 ABEND - WRITE FAILED FOR ACCTMST, "
039700*
039800 3000-EXIT.
039900     EXIT.
039901*
039902******************************************************************
039903*    3500-CLEAR-SUSPENSE  -  THE ACCOUNT JUST OPENED, OR NAMED   *
039904*    ON AN "S" TRANSACTION, MAY HAVE POSTINGS DL200 PARKED ON    *
039905*    SUSPENSE WHILE IT HAD NO MASTER RECORD.  POSITION SUSPDTL   *
039906*    AT THE ACCOUNT'S FIRST ITEM AND MOVE EVERY ITEM STILL       *
039907*    PARKED ACROSS TO IT.                                        *
039908******************************************************************
039909 3500-CLEAR-SUSPENSE.
039910*
039911     MOVE "N" TO DL210-SUSP-DONE-SW.
039912     MOVE MT-ACCOUNT-NO TO SD-ORIG-ACCOUNT.
039913     MOVE ZERO TO SD-PARK-DATE.
039914     MOVE ZERO TO SD-SEQ-NO.
039915*
039916     START DL210-SUSPENSE-FILE
039917         KEY IS NOT LESS THAN SD-KEY
039918         INVALID KEY
039919             SET DL210-SUSP-DONE TO TRUE
039920     END-START.
039921     IF DL210-SUSP-STATUS NOT = "00" AND NOT = "23"
039922         DISPLAY "DL210 ABEND - START FAILED FOR SUSPDTL, "
039923             "KEY = " MT-ACCOUNT-NO
039924             ", STATUS = " DL210-SUSP-STATUS
039925         MOVE 16 TO RETURN-CODE
039926         GOBACK
039927     END-IF.
039928*
039929     IF NOT DL210-SUSP-DONE
039930         PERFORM 3590-READ-SUSPENSE THRU 3590-EXIT
039931     END-IF.
039932*
039933     PERFORM 3510-CLEAR-ITEM THRU 3510-EXIT
039934         UNTIL DL210-SUSP-DONE.
039935*
039936 3500-EXIT.
039937     EXIT.
039938*
039939******************************************************************
039940*    3510-CLEAR-ITEM  -  MOVE ONE PARKED ITEM OFF THE SUSPENSE   *
039941*    ACCOUNT AND ONTO ITS OWN ACCOUNT, THROUGH THE SAME          *
039942*    ARITHMETIC AND LEDGER AS AN ADJUSTMENT, SO THE TWO LEGS     *
039943*    NET TO NOTHING IN THE DAY'S ACTIVITY.  THE ITEM KEEPS ITS   *
039944*    ORIGINAL TYPE, CURRENCY AND AMOUNTS AND IS LEDGERED WITH    *
039945*    REASON CODE "SUS".  AN ITEM ALREADY CLEARED IS PASSED BY.   *
039946******************************************************************
039947 3510-CLEAR-ITEM.
039948*
039949     IF NOT SD-PARKED
039950         GO TO 3510-READ-NEXT
039951     END-IF.
039952*
039953     MOVE SD-TYPE-CODE TO DL210-LI-TYPE-CODE.
039954     MOVE SD-CURRENCY-CODE TO DL210-LI-CURRENCY-CODE.
039955     MOVE "SUS" TO DL210-LI-REASON-CODE.
039956*
039957     MOVE DL210-SUSPENSE-ACCOUNT TO AM-ACCOUNT-NO.
039958     COMPUTE DL210-LI-FOREIGN-AMT = ZERO - SD-FOREIGN-AMT.
039959     COMPUTE DL210-LI-BASE-AMT = ZERO - SD-BASE-AMT.
039960     PERFORM 3550-APPLY-ITEM THRU 3550-EXIT.
039961*
039962     MOVE MT-ACCOUNT-NO TO AM-ACCOUNT-NO.
039963     MOVE SD-FOREIGN-AMT TO DL210-LI-FOREIGN-AMT.
039964     MOVE SD-BASE-AMT TO DL210-LI-BASE-AMT.
039965     PERFORM 3550-APPLY-ITEM THRU 3550-EXIT.
039966*
039967     SET SD-CLEARED TO TRUE.
039968     MOVE DL210-BUSINESS-DATE TO SD-CLEARED-DATE.
039969     REWRITE DL200-SUSPENSE-REC.
039970     IF DL210-SUSP-STATUS NOT = "00"
039971         DISPLAY "DL210 ABEND - REWRITE FAILED FOR SUSPDTL, "
039972             "KEY = " SD-KEY
039973             ", STATUS = " DL210-SUSP-STATUS
039974         MOVE 16 TO RETURN-CODE
039975         GOBACK
039976     END-IF.
039977*
039978     ADD 1 TO DL210-CLEARED-COUNT.
039979     ADD SD-BASE-AMT TO DL210-CLEARED-TOTAL.
039980     PERFORM 6100-WRITE-CLEARED THRU 6100-EXIT.
039981*
039982 3510-READ-NEXT.
039983*
039984     PERFORM 3590-READ-SUSPENSE THRU 3590-EXIT.
039985*
039986 3510-EXIT.
039987     EXIT.
039988*
039989******************************************************************
039990*    3550-APPLY-ITEM  -  READ THE MASTER RECORD WHOSE KEY IS IN  *
039991*    AM-ACCOUNT-NO, APPLY THE AMOUNT IN DL210-LEDGER-ITEM WITH   *
039992*    THE ROLL FORWARD ON THE FIRST TOUCH OF A NEW DAY, REWRITE   *
039993*    IT AND LEDGER THE ITEM.                                     *
039994******************************************************************
039995 3550-APPLY-ITEM.
039996*
039997     READ DL210-MASTER-FILE
039998         INVALID KEY
039999             CONTINUE
040000     END-READ.
040001     IF DL210-MASTER-STATUS NOT = "00"
040002         DISPLAY "DL210 ABEND - READ FAILED FOR ACCTMST, "
040003             "KEY = " AM-ACCOUNT-NO
040004             ", STATUS = " DL210-MASTER-STATUS
040005         MOVE 16 TO RETURN-CODE
040006         GOBACK
040007     END-IF.
040008     MOVE DL200-MASTER-REC TO DL210-BEFORE-IMAGE.
040009*
040010     IF AM-LAST-POSTED-DATE NOT = DL210-BUSINESS-DATE
040011         MOVE AM-NEW-BALANCE TO AM-PRIOR-BALANCE
040012         MOVE ZERO TO AM-TODAY-ACTIVITY
040013         MOVE ZERO TO AM-TODAY-ITEM-COUNT
040014     END-IF.
040015     IF AM-TODAY-ITEM-COUNT NOT NUMERIC
040016         MOVE ZERO TO AM-TODAY-ITEM-COUNT
040017     END-IF.
040018*
040019     ADD DL210-LI-BASE-AMT TO AM-TODAY-ACTIVITY.
040020     ADD DL210-LI-BASE-AMT TO AM-MTD-ACTIVITY.
040021     ADD 1 TO AM-TODAY-ITEM-COUNT.
040022     COMPUTE AM-NEW-BALANCE =
040023         AM-PRIOR-BALANCE + AM-TODAY-ACTIVITY.
040024     MOVE DL210-BUSINESS-DATE TO AM-LAST-POSTED-DATE.
040025*
040026     MOVE "C" TO DL210-JNL-ACTION.
040027     PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT.
040028*
040029     REWRITE DL200-MASTER-REC.
040030     IF DL210-MASTER-STATUS NOT = "00"
040031         DISPLAY "DL210 ABEND - REWRITE FAILED FOR ACCTMST, "
040032             "KEY = " AM-ACCOUNT-NO
040033             ", STATUS = " DL210-MASTER-STATUS
040034         MOVE 16 TO RETURN-CODE
040035         GOBACK
040036     END-IF.
040037*
040038     PERFORM 5400-WRITE-LEDGER THRU 5400-EXIT.
040039*
040040 3550-EXIT.
040041     EXIT.
040042*
040043******************************************************************
040044*    3590-READ-SUSPENSE  -  READ THE NEXT SUSPDTL ITEM.  THE     *
040045*    FIRST ITEM FOR ANOTHER ACCOUNT ENDS THE CLEARANCE.          *
040046******************************************************************
040047 3590-READ-SUSPENSE.
040048*
040049     READ DL210-SUSPENSE-FILE NEXT RECORD
040050         AT END
040051             SET DL210-SUSP-DONE TO TRUE
040052     END-READ.
040053     IF DL210-SUSP-STATUS NOT = "00" AND NOT = "10"
040054         DISPLAY "DL210 ABEND - READ FAILED FOR SUSPDTL, "
040055             "STATUS = " DL210-SUSP-STATUS
040056         MOVE 16 TO RETURN-CODE
040057         GOBACK
040058     END-IF.
040059*
040060     IF NOT DL210-SUSP-DONE
040061        AND SD-ORIG-ACCOUNT NOT = MT-ACCOUNT-NO
040062         SET DL210-SUSP-DONE TO TRUE
040063     END-IF.
040064*
040065 3590-EXIT.
040066     EXIT.
040067*
040068******************************************************************
040069*    3600-CHECK-RELEASE  -  AN "S" TRANSACTION CLEARS SUSPENSE   *
040070*    FOR AN ACCOUNT OPENED WITHOUT IT.  THE ACCOUNT MUST BE ON   *
040071*    THE MASTER AND OPEN TO POSTING; ITS ITEMS ARE THEN MOVED    *
040072*    BY 3500-CLEAR-SUSPENSE ONCE THE TRANSACTION IS ON THE       *
040073*    REGISTER, EXACTLY AS FOR AN OPEN.                           *
040074******************************************************************
040075 3600-CHECK-RELEASE.
040076*
040077     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
040078     IF DL210-MASTER-MISSING
040079         SET DL210-REFUSED TO TRUE
040080         MOVE "NO MASTER RECORD FOR ACCOUNT"
040081             TO DL210-REFUSE-REASON
040082         GO TO 3600-EXIT
040083     END-IF.
040084*
040085     IF AM-POSTING-BLOCKED
040086         SET DL210-REFUSED TO TRUE
040087         MOVE "ACCOUNT FROZEN, CANNOT CLEAR"
040088             TO DL210-REFUSE-REASON
040089         GO TO 3600-EXIT
040090     END-IF.
040091*
040092     ADD 1 TO DL210-UNPARK-COUNT.
040093*
040094 3600-EXIT.
040095     EXIT.
040096*
040100******************************************************************
040200*    4000-CLOSE-ACCOUNT  -  DELETE THE MASTER RECORD, BUT ONLY   *
040300*    ONCE THE ACCOUNT HAS BEEN WORKED DOWN TO A ZERO NEW         *
042000         GO TO 4000-EXIT
042100     END-IF.
042200*
042210     IF AM-POSTING-BLOCKED
042220         SET DL210-REFUSED TO TRUE
042230         MOVE "ACCOUNT FROZEN, CANNOT CLOSE"
042240             TO DL210-REFUSE-REASON
042250         GO TO 4000-EXIT
042260     END-IF.
042270*
042277     MOVE "D" TO DL210-JNL-ACTION.
042284     PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT.
042291*
042300     DELETE DL210-MASTER-FILE.
042400     IF DL210-MASTER-STATUS NOT = "00"
042500         DISPLAY "DL210 ABEND - DELETE FAILED FOR ACCTMST, "
045110     IF AM-LAST-POSTED-DATE NOT = DL210-BUSINESS-DATE
045120         MOVE AM-NEW-BALANCE TO AM-PRIOR-BALANCE
045130         MOVE ZERO TO AM-TODAY-ACTIVITY
045132         MOVE ZERO TO AM-TODAY-ITEM-COUNT
045140     END-IF.
045142     IF AM-TODAY-ITEM-COUNT NOT NUMERIC
045144         MOVE ZERO TO AM-TODAY-ITEM-COUNT
045146     END-IF.
045150*
045200     ADD MT-AMOUNT TO AM-TODAY-ACTIVITY.
045210     ADD MT-AMOUNT TO AM-MTD-ACTIVITY.
045220     ADD 1 TO AM-TODAY-ITEM-COUNT.
045300     COMPUTE AM-NEW-BALANCE =
045400         AM-PRIOR-BALANCE + AM-TODAY-ACTIVITY.
045410     MOVE DL210-BUSINESS-DATE TO AM-LAST-POSTED-DATE.
045500     ADD MT-AMOUNT TO DL210-ADJUST-TOTAL.
045510*
045520     MOVE "A" TO DL210-LI-TYPE-CODE.
045530     MOVE SPACES TO DL210-LI-CURRENCY-CODE.
045540     MOVE ZERO TO DL210-LI-FOREIGN-AMT.
045550     MOVE MT-AMOUNT TO DL210-LI-BASE-AMT.
045560     MOVE MT-REASON-CODE TO DL210-LI-REASON-CODE.
045600*
045610     MOVE "C" TO DL210-JNL-ACTION.
045620     PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT.
045630*
045700     REWRITE DL200-MASTER-REC.
045800     IF DL210-MASTER-STATUS NOT = "00"
045900         DISPLAY "DL210 ABEND - REWRITE FAILED FOR ACCTMST, "
046300         GOBACK
046400     END-IF.
046500*
046510     PERFORM 5400-WRITE-LEDGER THRU 5400-EXIT.
046520*
046600     ADD 1 TO DL210-ADJUSTED-COUNT.
046700*
046800 5000-EXIT.
046900     EXIT.
046901*
046902******************************************************************
046903*    5400-WRITE-LEDGER  -  PUT THE ITEM IN DL210-LEDGER-ITEM -   *
046904*    AN ADJUSTMENT IS AN "A" ITEM WITH NO FOREIGN LEG - ON THE   *
046905*    POSTING DETAIL LEDGER WITH ITS REASON CODE AND THE NEW      *
046906*    BALANCE AS THE RUNNING BALANCE.  A DUPLICATE KEY IS         *
046907*    REWRITTEN IN PLACE, AS DL200 DOES.                          *
046908******************************************************************
046909 5400-WRITE-LEDGER.
046910*
046911     INITIALIZE DL200-LEDGER-REC.
046912     MOVE AM-ACCOUNT-NO TO PL-ACCOUNT-NO.
046913     MOVE DL210-BUSINESS-DATE TO PL-POST-DATE.
046914     MOVE DL210-BUSINESS-DATE TO PL-VALUE-DATE.
046915     MOVE AM-TODAY-ITEM-COUNT TO PL-SEQ-NO.
046916     MOVE DL210-LI-TYPE-CODE TO PL-TYPE-CODE.
046917     MOVE DL210-LI-CURRENCY-CODE TO PL-CURRENCY-CODE.
046918     MOVE DL210-LI-FOREIGN-AMT TO PL-FOREIGN-AMT.
046919     MOVE DL210-LI-BASE-AMT TO PL-BASE-AMT.
046920     MOVE AM-NEW-BALANCE TO PL-RUNNING-BALANCE.
046921     SET PL-FROM-MAINTENANCE TO TRUE.
046922     MOVE DL210-LI-REASON-CODE TO PL-REASON-CODE.
046923*
046924     WRITE DL200-LEDGER-REC.
046925     EVALUATE DL210-LEDGER-STATUS
046926         WHEN "00"
046927             CONTINUE
046928         WHEN "22"
046929             REWRITE DL200-LEDGER-REC
046930             IF DL210-LEDGER-STATUS NOT = "00"
046931                 DISPLAY "DL210 ABEND - REWRITE FAILED FOR "
046932                     "POSTLEDG, KEY = " PL-KEY
046933                     ", STATUS = " DL210-LEDGER-STATUS
046934                 MOVE 16 TO RETURN-CODE
046935                 GOBACK
046936             END-IF
046937         WHEN OTHER
046938             DISPLAY "DL210 ABEND - WRITE FAILED FOR POSTLEDG, "
046939                 "KEY = " PL-KEY
046940                 ", STATUS = " DL210-LEDGER-STATUS
046941             MOVE 16 TO RETURN-CODE
046942             GOBACK
046943     END-EVALUATE.
046944*
046945 5400-EXIT.
046946     EXIT.
046947*
046948******************************************************************
046949*    5500-FREEZE-ACCOUNT  -  STOP ALL POSTING TO THE ACCOUNT.    *
046950*    REASON CODE "LGL" MARKS IT UNDER LEGAL HOLD; ANY OTHER      *
046951*    REASON FREEZES IT.  A FROZEN ACCOUNT MAY BE MOVED UP TO A   *
046952*    LEGAL HOLD, BUT A LEGAL HOLD IS NEVER DOWNGRADED HERE.      *
046953******************************************************************
046954 5500-FREEZE-ACCOUNT.
046955*
046956     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
046957     IF DL210-MASTER-MISSING
046958         SET DL210-REFUSED TO TRUE
046959         MOVE "NO MASTER RECORD FOR ACCOUNT"
046960             TO DL210-REFUSE-REASON
046961         GO TO 5500-EXIT
046962     END-IF.
046963*
046964     IF AM-STATUS-LEGAL-HOLD
046965         SET DL210-REFUSED TO TRUE
046966         MOVE "ACCOUNT ALREADY ON LEGAL HOLD"
046967             TO DL210-REFUSE-REASON
046968         GO TO 5500-EXIT
046969     END-IF.
046970*
046971     IF MT-REASON-LEGAL
046972         SET AM-STATUS-LEGAL-HOLD TO TRUE
046973     ELSE
046974         IF AM-STATUS-FROZEN
046975             SET DL210-REFUSED TO TRUE
046976             MOVE "ACCOUNT ALREADY FROZEN"
046977                 TO DL210-REFUSE-REASON
046978             GO TO 5500-EXIT
046979         END-IF
046980         SET AM-STATUS-FROZEN TO TRUE
046981     END-IF.
046982*
046983     PERFORM 5900-REWRITE-MASTER THRU 5900-EXIT.
046984*
046985     ADD 1 TO DL210-FROZEN-COUNT.
046986*
046987 5500-EXIT.
046988     EXIT.
046989*
046990******************************************************************
046991*    5600-RELEASE-ACCOUNT  -  LIFT A FREEZE.  A LEGAL HOLD IS    *
046992*    ONLY LIFTED BY A RELEASE CARRYING REASON CODE "LGL".        *
046993******************************************************************
046994 5600-RELEASE-ACCOUNT.
046995*
046996     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
046997     IF DL210-MASTER-MISSING
046998         SET DL210-REFUSED TO TRUE
046999         MOVE "NO MASTER RECORD FOR ACCOUNT"
047000             TO DL210-REFUSE-REASON
047001         GO TO 5600-EXIT
047002     END-IF.
047003*
047004     IF NOT AM-POSTING-BLOCKED
047005         SET DL210-REFUSED TO TRUE
047006         MOVE "ACCOUNT IS NOT FROZEN" TO DL210-REFUSE-REASON
047007         GO TO 5600-EXIT
047008     END-IF.
047009*
047010     IF AM-STATUS-LEGAL-HOLD
047011        AND NOT MT-REASON-LEGAL
047012         SET DL210-REFUSED TO TRUE
047013         MOVE "LEGAL HOLD NEEDS LGL TO RELEASE"
047014             TO DL210-REFUSE-REASON
047015         GO TO 5600-EXIT
047016     END-IF.
047017*
047018     SET AM-STATUS-ACTIVE TO TRUE.
047019     PERFORM 5900-REWRITE-MASTER THRU 5900-EXIT.
047020*
047021     ADD 1 TO DL210-RELEASED-COUNT.
047022*
047023 5600-EXIT.
047024     EXIT.
047025*
047026******************************************************************
047027*    5700-SET-LIMIT  -  SET THE HIGHEST DEBIT BALANCE DL200      *
047028*    WILL POST THE ACCOUNT TO.  THE BALANCE ITSELF IS NOT        *
047029*    TOUCHED - AN ACCOUNT ALREADY PAST A NEW, LOWER LIMIT        *
047030*    SIMPLY TAKES NO FURTHER DEBITS.  A ZERO AMOUNT IS A         *
047031*    NO-OVERDRAFT LIMIT - NO DEBIT MAY TAKE THE BALANCE ABOVE    *
047032*    ZERO.  A BLANK AMOUNT REMOVES THE LIMIT ALTOGETHER.         *
047033******************************************************************
047034 5700-SET-LIMIT.
047035*
047036     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
047037     IF DL210-MASTER-MISSING
047038         SET DL210-REFUSED TO TRUE
047039         MOVE "NO MASTER RECORD FOR ACCOUNT"
047040             TO DL210-REFUSE-REASON
047041         GO TO 5700-EXIT
047042     END-IF.
047043*
047044     IF MT-AMOUNT-RAW = SPACES
047045         MOVE SPACE TO AM-LIMIT-FLAG
047046         MOVE ZERO TO AM-LIMIT-AMOUNT
047047         PERFORM 5900-REWRITE-MASTER THRU 5900-EXIT
047048         ADD 1 TO DL210-LIMIT-OFF-COUNT
047049         GO TO 5700-EXIT
047050     END-IF.
047051*
047052     SET AM-LIMIT-SET TO TRUE.
047053     MOVE MT-AMOUNT TO AM-LIMIT-AMOUNT.
047054     PERFORM 5900-REWRITE-MASTER THRU 5900-EXIT.
047055*
047056     ADD 1 TO DL210-LIMIT-COUNT.
047057*
047058 5700-EXIT.
047059     EXIT.
047060*
047061******************************************************************
047062*    5900-REWRITE-MASTER  -  REWRITE THE MASTER RECORD AFTER A   *
047063*    STATUS OR LIMIT CHANGE.                                     *
047064******************************************************************
047065 5900-REWRITE-MASTER.
047066*
047067     MOVE "C" TO DL210-JNL-ACTION.
047068     PERFORM 8800-WRITE-JOURNAL THRU 8800-EXIT.
047069*
047070     REWRITE DL200-MASTER-REC.
047071     IF DL210-MASTER-STATUS NOT = "00"
047072         DISPLAY "DL210 ABEND - REWRITE FAILED FOR ACCTMST, "
047073             "KEY = " MT-ACCOUNT-NO
047074             ", STATUS = " DL210-MASTER-STATUS
047075         MOVE 16 TO RETURN-CODE
047076         GOBACK
047077     END-IF.
047078*
047079 5900-EXIT.
047080     EXIT.
047081*
047100******************************************************************
047200*    6000-WRITE-REGISTER  -  PUT THE TRANSACTION ON THE          *
047300*    MAINTENANCE REGISTER WITH ITS DISPOSITION.                  *
048200             MOVE "CLOSE" TO DL210-REG-ACTION
048300         WHEN MT-ACTION-ADJUST
048400             MOVE "ADJUST" TO DL210-REG-ACTION
048410         WHEN MT-ACTION-FREEZE
048420             MOVE "FREEZE" TO DL210-REG-ACTION
048430         WHEN MT-ACTION-UNFREEZE
048440             MOVE "RELEASE" TO DL210-REG-ACTION
048450         WHEN MT-ACTION-LIMIT
048460             MOVE "LIMIT" TO DL210-REG-ACTION
048470         WHEN MT-ACTION-SUSPENSE
048480             MOVE "UNPARK" TO DL210-REG-ACTION
048500         WHEN OTHER
048600             MOVE MT-ACTION-CODE TO DL210-REG-ACTION
048700     END-EVALUATE.
048800     MOVE MT-ACCOUNT-NO TO DL210-REG-ACCOUNT.
048900     IF (MT-ACTION-ADJUST OR MT-ACTION-LIMIT)
049000        AND MT-AMOUNT NUMERIC
049100         MOVE MT-AMOUNT TO DL210-REG-AMOUNT
049200     ELSE
050600 6000-EXIT.
050700     EXIT.
050800*
050802******************************************************************
050804*    6100-WRITE-CLEARED  -  PUT A SUSPENSE ITEM MOVED TO ITS     *
050806*    ACCOUNT ON THE REGISTER, UNDER THE OPEN OR "S" THAT MOVED   *
050808*    IT, WITH THE DATE IT WAS PARKED.                            *
050810******************************************************************
050812 6100-WRITE-CLEARED.
050814*
050816     MOVE SPACES TO DL210-REG-DETAIL.
050818     MOVE "CLEAR" TO DL210-REG-ACTION.
050820     MOVE SD-ORIG-ACCOUNT TO DL210-REG-ACCOUNT.
050822     MOVE SD-BASE-AMT TO DL210-REG-AMOUNT.
050824     MOVE "SUS" TO DL210-REG-REASON-CODE.
050826     MOVE "APPLIED" TO DL210-REG-DISPOSED.
050828     MOVE SPACES TO DL210-REG-REFUSAL.
050830     STRING "FROM SUSPENSE, PARKED " SD-PARK-DATE
050832         DELIMITED BY SIZE INTO DL210-REG-REFUSAL
050834     END-STRING.
050836*
050838     MOVE DL210-REG-DETAIL TO DL210-PRINT-REC.
050840     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
050842*
050844 6100-EXIT.
050846     EXIT.
050848*
050900******************************************************************
051000*    2900-READ-MAINT  -  READ THE NEXT MAINTENANCE TRANSACTION.  *
051100******************************************************************
057000     MOVE "TRANSACTIONS REFUSED" TO DL210-TOT-LABEL.
057100     MOVE DL210-REFUSED-COUNT TO DL210-TOT-VALUE.
057200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
057210     MOVE "ACCOUNTS FROZEN" TO DL210-TOT-LABEL.
057220     MOVE DL210-FROZEN-COUNT TO DL210-TOT-VALUE.
057230     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
057240     MOVE "ACCOUNTS RELEASED" TO DL210-TOT-LABEL.
057250     MOVE DL210-RELEASED-COUNT TO DL210-TOT-VALUE.
057260     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
057261     MOVE "LIMITS REMOVED" TO DL210-TOT-LABEL.
057262     MOVE DL210-LIMIT-OFF-COUNT TO DL210-TOT-VALUE.
057263     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
057270     MOVE "LIMITS SET" TO DL210-TOT-LABEL.
057280     MOVE DL210-LIMIT-COUNT TO DL210-TOT-VALUE.
057290     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
057291     MOVE "SUSPENSE ITEMS CLEARED" TO DL210-TOT-LABEL.
057292     MOVE DL210-CLEARED-COUNT TO DL210-TOT-VALUE.
057293     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
057294     MOVE "SUSPENSE RELEASES" TO DL210-TOT-LABEL.
057295     MOVE DL210-UNPARK-COUNT TO DL210-TOT-VALUE.
057296     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
057300*
057400     MOVE "NET ADJUSTMENT AMOUNT" TO DL210-AMT-LABEL.
057500     MOVE DL210-ADJUST-TOTAL TO DL210-AMT-VALUE.
057600     MOVE DL210-REG-AMOUNT-LINE TO DL210-PRINT-REC.
057700     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
057710     MOVE "AMOUNT CLEARED FROM SUSPENSE" TO DL210-AMT-LABEL.
057720     MOVE DL210-CLEARED-TOTAL TO DL210-AMT-VALUE.
057730     MOVE DL210-REG-AMOUNT-LINE TO DL210-PRINT-REC.
057740     PERFORM 7000-WRITE-REG-LINE THRU 7000-EXIT.
057800*
057900 8000-EXIT.
058000     EXIT.
058700 8100-EXIT.
058800     EXIT.
058900*
058901******************************************************************
058902*    8800-WRITE-JOURNAL  -  APPEND THE MASTER RECORD'S BEFORE    *
058903*    AND AFTER IMAGES TO THE BEFORE-IMAGE JOURNAL, AHEAD OF THE  *
058904*    WRITE, REWRITE OR DELETE, WITH THE ACTION LEFT IN           *
058905*    DL210-JNL-ACTION.  AN ADDED RECORD HAS NO BEFORE-IMAGE      *
058906*    AND A DELETED ONE NO AFTER-IMAGE.                           *
058907******************************************************************
058908 8800-WRITE-JOURNAL.
058909*
058910     ADD 1 TO DL210-JOURNAL-COUNT.
058911     INITIALIZE DL200-BIMAGE-REC.
058912     MOVE DL210-BUSINESS-DATE TO BJ-BUSINESS-DATE.
058913     MOVE "DL210" TO BJ-STEP.
058914     MOVE DL210-RUN-ID TO BJ-RUN-ID.
058915     MOVE DL210-JOURNAL-COUNT TO BJ-SEQ-NO.
058916     MOVE DL210-JNL-ACTION TO BJ-ACTION.
058917     MOVE AM-ACCOUNT-NO TO BJ-ACCOUNT-NO.
058918     MOVE SPACES TO BJ-BACKOUT-STEP BJ-BACKOUT-RUN-ID.
058919     MOVE DL210-BEFORE-IMAGE TO BJ-BEFORE-IMAGE.
058920     IF BJ-DELETED
058921         MOVE SPACES TO BJ-AFTER-IMAGE
058922     ELSE
058923         MOVE DL200-MASTER-REC TO BJ-AFTER-IMAGE
058924     END-IF.
058925*
058926     WRITE DL200-BIMAGE-REC.
058927     IF DL210-JNL-STATUS NOT = "00"
058928         DISPLAY "DL210 ABEND - WRITE FAILED FOR ACCTJNL, "
058929             "KEY = " AM-ACCOUNT-NO
058930             ", STATUS = " DL210-JNL-STATUS
058931         MOVE 16 TO RETURN-CODE
058932         GOBACK
058933     END-IF.
058934*
058935 8800-EXIT.
058936     EXIT.
058937*
058938******************************************************************
058939*    8850-BUILD-STAMP  -  BUILD A YYYYMMDDHHMMSS TIMESTAMP IN    *
058940*    THE CURRENT-STAMP WORK AREA.                                *
058941******************************************************************
058942 8850-BUILD-STAMP.
058943*
058944     ACCEPT DL210-CS-DATE FROM DATE YYYYMMDD.
058945     ACCEPT DL210-TIME-RAW FROM TIME.
058946     MOVE DL210-TIME-RAW (1:6) TO DL210-CS-TIME.
058947*
058948 8850-EXIT.
058949     EXIT.
058950*
059000******************************************************************
059100*    9000-TERMINATE  -  DISPLAY THE RUN TOTALS AND CLOSE EVERY   *
059200*    DATASET.                                                    *
060300         DL210-ADJUSTED-COUNT.
060400     DISPLAY "DL210 COMPLETE - REFUSED            : "
060500         DL210-REFUSED-COUNT.
060510     DISPLAY "DL210 COMPLETE - ACCOUNTS FROZEN    : "
060520         DL210-FROZEN-COUNT.
060530     DISPLAY "DL210 COMPLETE - ACCOUNTS RELEASED  : "
060540         DL210-RELEASED-COUNT.
060550     DISPLAY "DL210 COMPLETE - LIMITS SET         : "
060560         DL210-LIMIT-COUNT.
060562     DISPLAY "DL210 COMPLETE - LIMITS REMOVED     : "
060564         DL210-LIMIT-OFF-COUNT.
060570     DISPLAY "DL210 COMPLETE - SUSPENSE CLEARED   : "
060580         DL210-CLEARED-COUNT.
060582     DISPLAY "DL210 COMPLETE - SUSPENSE RELEASES  : "
060584         DL210-UNPARK-COUNT.
060586     DISPLAY "DL210 COMPLETE - JOURNAL RECORDS    : "
060592         DL210-JOURNAL-COUNT.
060600     DISPLAY "DL210 COMPLETE - NET ADJUSTMENT     : "
060700         DL210-ADJUST-TOTAL.
060800*
060900     CLOSE DL210-MAINT-FILE
061000           DL210-MASTER-FILE
061100           DL210-REGISTER-FILE
061110           DL210-LEDGER-FILE
061120           DL210-SUSPENSE-FILE
061130           DL210-JOURNAL-FILE.
061200*
061300 9000-EXIT.
061400     EXIT.
