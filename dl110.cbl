000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID.  DL110                                          *
000400*                                                                *
000500*    FEEDER RETURN FILE BUILDER.                                 *
000600*                                                                *
000700*    RUN ONCE PER SOURCE SYSTEM AFTER THE DAY'S HELLOWORLD RUN   *
000800*    (AND, ON A KEY-RANGE DAY, AFTER THE LAST DL600 MERGE),      *
000900*    WITH THE JOB POINTING RETFILE AT THAT FEEDER'S OWN RETURN   *
001000*    DATASET.  READS THE DAY'S FEEDER RETURN RECORDS (FEEDRET -  *
001100*    HELLOWORLD'S OWN DATASET ON A SINGLE-IMAGE DAY, DL600'S     *
001200*    COMBINED FEEDOUT ON A KEY-RANGE DAY) AND WRITES THE ONE     *
001300*    SOURCE SYSTEM'S RETURN FILE IN THE DL100FRT LAYOUT:         *
001400*      - AN "H" HEADER WITH THE BUSINESS DATE AND THE TIME THE   *
001500*        FILE WAS BUILT.                                         *
001600*      - ONE "B" RECORD PER BATCH THE FEEDER SENT - CONTROL      *
001700*        CHECK PASSED OR FAILED, TRAILER AND DETAIL COUNTS,      *
001800*        ACCEPTED, REJECTED AND DUPLICATE FIGURES.               *
001900*      - ONE "R" RECORD PER REJECTED ITEM, WITH ITS KEY, RAW     *
002000*        AMOUNT AND THE REJECT REASON.                           *
002100*      - A "T" TRAILER WITH THE BATCH, ITEM AND RECORD COUNTS    *
002200*        (THE RECORD COUNT INCLUDES THE HEADER AND THE TRAILER   *
002300*        ITSELF).                                                *
002400*                                                                *
002500*    EACH KEY-RANGE IMAGE WRITES ITS OWN "B" RECORD FOR EVERY    *
002600*    BATCH, COVERING ONLY ITS OWN SLICE.  THE SLICES ARE ADDED   *
002700*    BACK TOGETHER HERE, SO THE FEEDER SEES ONE OUTCOME PER      *
002800*    BATCH WHETHER THE DAY RAN AS ONE IMAGE OR SEVERAL.  A       *
002900*    BATCH WHOSE ACCEPTED AND REJECTED ITEMS DO NOT ADD BACK TO  *
003000*    ITS DETAIL COUNT IS MISSING AN IMAGE (OR HAS ONE MERGED     *
003100*    TWICE); THE FILE IS STILL WRITTEN BUT THE STEP ENDS WITH    *
003200*    RETURN CODE 8 SO IT IS HELD UNTIL THE MERGE IS PUT RIGHT.   *
003300*                                                                *
003400*    RUN PARAMETERS (COMMA SEPARATED, KEYWORD=VALUE):            *
003500*        SOURCE=XXXXXXXX   THE SOURCE SYSTEM WHOSE RETURN FILE   *
003600*                          IS BEING BUILT.  REQUIRED.            *
003700*        BUSDATE=YYYYMMDD  THE BUSINESS DATE TO RETURN.  DEFAULT *
003800*                          THE DATE ON THE FEEDER'S FIRST RETURN *
003900*                          RECORD, OR THE RUN DATE WHEN THE      *
004000*                          FEEDER SENT NOTHING.                  *
004100*                                                                *
004200*    RETURN CODE:   0  RETURN FILE COMPLETE.                     *
004300*                   8  A BATCH DOES NOT ADD BACK TO ITS DETAIL   *
004400*                      COUNT, THE IMAGES DISAGREE ABOUT A BATCH, *
004500*                      OR RECORDS FOR ANOTHER BUSINESS DATE WERE *
004600*                      FOUND AND LEFT OUT.                       *
004700*                  16  DATASET FAILURE OR BAD PARAMETER.         *
004800*                                                                *
004900*    MODIFICATION HISTORY.                                      *
005000*    DATE       INIT  DESCRIPTION                                *
005100*    ---------  ----  ------------------------------------------ *
005200*    2026-10-15 JHD   ORIGINAL PROGRAM.  FEEDERS NOW GET THEIR   *
005300*                     BATCH OUTCOMES AND REJECTS BACK AS A FILE  *
005400*                     THEY CAN LOAD, NOT A SCREENSHOT.           *
005500*                                                                *
005600******************************************************************
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID. DL110.
005900 AUTHOR. J H DRAYTON.
006000 INSTALLATION. DAILY LEDGER SUITE.
006100 DATE-WRITTEN. 2026-10-15.
006200 DATE-COMPILED.
006300*
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
006600 SOURCE-COMPUTER. IBM-370.
006700 OBJECT-COMPUTER. IBM-370.
006800*
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100*
007200*        FEEDRET   - THE DAY'S FEEDER RETURN RECORDS, ALL SOURCE
007300*                    SYSTEMS (INPUT, READ TWICE).
007400*        RETFILE   - THE ONE SOURCE SYSTEM'S RETURN FILE.
007500*
007600     SELECT DL110-FEEDRET-FILE
007700         ASSIGN TO FEEDRET
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS DL110-FEEDRET-STATUS.
008000*
008100     SELECT DL110-RETURN-FILE
008200         ASSIGN TO RETFILE
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS DL110-RETURN-STATUS.
008500*
008600 DATA DIVISION.
008700 FILE SECTION.
008800*
008900*        THE INPUT RECORD IS AN OPAQUE COPY OF THE DL100FRT
009000*        LAYOUT.  EACH RECORD IS READ INTO THE RETURN FILE'S OWN
009100*        RECORD AREA, WHICH CARRIES THE LAYOUT FOR BOTH SIDES.
009200*
009300 FD  DL110-FEEDRET-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  DL110-FEEDRET-REC               PIC X(106).
009600*
009700 FD  DL110-RETURN-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY DL100FRT.
010000*
010100 WORKING-STORAGE SECTION.
010200*
010300 01  DL110-FILE-STATUSES.
010400     05  DL110-FEEDRET-STATUS        PIC X(02).
010500     05  DL110-RETURN-STATUS         PIC X(02).
010600*
010700 01  DL110-SWITCHES.
010800     05  DL110-FEEDRET-EOF-SW        PIC X(01) VALUE "N".
010900         88  DL110-FEEDRET-EOF       VALUE "Y".
011000     05  DL110-SELECTED-SW           PIC X(01) VALUE "N".
011100         88  DL110-SELECTED          VALUE "Y".
011200         88  DL110-NOT-SELECTED      VALUE "N".
011300     05  DL110-BATCH-FOUND-SW        PIC X(01) VALUE "N".
011400         88  DL110-BATCH-FOUND       VALUE "Y".
011500         88  DL110-BATCH-MISSING     VALUE "N".
011600*
011700 01  DL110-COUNTERS.
011800     05  DL110-READ-COUNT            PIC 9(8) COMP VALUE ZERO.
011900     05  DL110-SLICE-COUNT           PIC 9(8) COMP VALUE ZERO.
012000     05  DL110-ITEM-COUNT            PIC 9(8) COMP VALUE ZERO.
012100     05  DL110-RECORD-COUNT          PIC 9(8) COMP VALUE ZERO.
012200     05  DL110-FAILED-COUNT          PIC 9(8) COMP VALUE ZERO.
012300     05  DL110-INCOMPLETE-COUNT      PIC 9(8) COMP VALUE ZERO.
012400     05  DL110-OTHER-DATE-COUNT      PIC 9(8) COMP VALUE ZERO.
012500*
012600 01  DL110-SOURCE-SYSTEM             PIC X(08) VALUE SPACES.
012700 01  DL110-BUSINESS-DATE             PIC 9(8) VALUE ZERO.
012800 01  DL110-RUN-DATE                  PIC 9(8).
012900 01  DL110-TIME-RAW                  PIC 9(8).
013000 01  DL110-ADDED-BACK                PIC 9(8) COMP.
013100*
013200******************************************************************
013300*    ONE ENTRY PER BATCH THE FEEDER SENT, BUILT UP FROM EVERY    *
013400*    IMAGE'S "B" RECORD FOR THAT BATCH.  THE CONTROL RESULT      *
013500*    AND THE TRAILER AND DETAIL COUNTS ARE WHOLE-BATCH FIGURES   *
013600*    THAT EVERY IMAGE SHOULD AGREE ON; THE REST ARE SUMMED.      *
013700******************************************************************
013800 01  DL110-BATCH-TABLE.
013900     05  DL110-BATCH-MAX             PIC 9(3) COMP VALUE 100.
014000     05  DL110-BATCH-COUNT           PIC 9(3) COMP VALUE ZERO.
014100     05  DL110-BATCH-ENTRY           OCCURS 100 TIMES
014200                                     INDEXED BY DL110-BATCH-IX.
014300         10  DL110-BT-NUMBER         PIC 9(3).
014400         10  DL110-BT-CONTROL        PIC X(04).
014500         10  DL110-BT-TRAILER-COUNT  PIC 9(8) COMP.
014600         10  DL110-BT-DETAIL-COUNT   PIC 9(8) COMP.
014700         10  DL110-BT-ACCEPT-COUNT   PIC 9(8) COMP.
014800         10  DL110-BT-ACCEPT-AMT     PIC S9(10)V9(4) COMP-3.
014900         10  DL110-BT-REJECT-COUNT   PIC 9(8) COMP.
015000         10  DL110-BT-REJECT-AMT     PIC S9(10)V9(4) COMP-3.
015100         10  DL110-BT-DUP-COUNT      PIC 9(8) COMP.
015200         10  DL110-BT-KEYRANGE-LOW   PIC X(06).
015300         10  DL110-BT-KEYRANGE-HIGH  PIC X(06).
015400         10  DL110-BT-IMAGE-COUNT    PIC 9(3) COMP.
015500         10  DL110-BT-DISAGREE-SW    PIC X(01).
015600             88  DL110-BT-DISAGREE   VALUE "Y".
015700 01  DL110-BATCH-SUB                 PIC 9(3) COMP.
015800*
015900******************************************************************
016000*    RUN PARAMETER HANDLING  (SOURCE= / BUSDATE=)                *
016100******************************************************************
016200 01  DL110-PARM-STRING               PIC X(80).
016300 01  DL110-PARM-TOKENS.
016400     05  DL110-PARM-TOKEN OCCURS 2 TIMES
016500                                     PIC X(40).
016600 01  DL110-PARM-IX                   PIC 9(1) COMP.
016700 01  DL110-PARM-KEY                  PIC X(20).
016800 01  DL110-PARM-VALUE                PIC X(20).
016900 01  DL110-PARM-VALUE-LEN            PIC 9(2) COMP.
017000*
017100 PROCEDURE DIVISION.
017200*
017300******************************************************************
017400*    0000-MAINLINE                                              *
017500******************************************************************
017600 0000-MAINLINE.
017700*
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900*
018000     PERFORM 2000-COLLECT-BATCH THRU 2000-EXIT
018100         UNTIL DL110-FEEDRET-EOF.
018200*
018300     PERFORM 3000-WRITE-HEADER THRU 3000-EXIT.
018400     PERFORM 3100-WRITE-OUTCOME THRU 3100-EXIT
018500         VARYING DL110-BATCH-SUB FROM 1 BY 1
018600         UNTIL DL110-BATCH-SUB > DL110-BATCH-COUNT.
018700*
018800     PERFORM 3900-REOPEN-FEEDRET THRU 3900-EXIT.
018900     PERFORM 4000-COPY-ITEM THRU 4000-EXIT
019000         UNTIL DL110-FEEDRET-EOF.
019100*
019200     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
019300*
019400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019500*
019600     GOBACK.
019700*
019800******************************************************************
019900*    1000-INITIALIZE  -  PARSE THE RUN PARAMETERS, OPEN THE      *
020000*    DATASETS AND PRIME THE FIRST PASS OVER FEEDRET.             *
020100******************************************************************
020200 1000-INITIALIZE.
020300*
020400     DISPLAY "DL110 - FEEDER RETURN FILE BUILD STARTING".
020500*
020600     ACCEPT DL110-PARM-STRING FROM COMMAND-LINE.
020700     ACCEPT DL110-RUN-DATE FROM DATE YYYYMMDD.
020800     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
020900*
021000     IF DL110-SOURCE-SYSTEM = SPACES
021100         DISPLAY "DL110 ABEND - SOURCE= IS REQUIRED"
021200         MOVE 16 TO RETURN-CODE
021300         GOBACK
021400     END-IF.
021500     DISPLAY "DL110 - BUILDING THE RETURN FILE FOR SOURCE "
021600         DL110-SOURCE-SYSTEM.
021700*
021800     PERFORM 1050-OPEN-FILES THRU 1050-EXIT.
021900*
022000     PERFORM 2900-READ-FEEDRET THRU 2900-EXIT.
022100*
022200 1000-EXIT.
022300     EXIT.
022400*
022500******************************************************************
022600*    1050-OPEN-FILES  -  OPEN BOTH DATASETS AND CONFIRM EACH     *
022700*    OPEN SUCCEEDED.  FEEDRET MUST EXIST - HELLOWORLD CREATES    *
022800*    IT EVERY RUN, EVEN ON A DAY WITH NOTHING TO RETURN.         *
022900******************************************************************
023000 1050-OPEN-FILES.
023100*
023200     OPEN INPUT DL110-FEEDRET-FILE.
023300     IF DL110-FEEDRET-STATUS NOT = "00"
023400         DISPLAY "DL110 ABEND - OPEN FAILED FOR FEEDRET, "
023500             "STATUS = " DL110-FEEDRET-STATUS
023600         MOVE 16 TO RETURN-CODE
023700         GOBACK
023800     END-IF.
023900*
024000     OPEN OUTPUT DL110-RETURN-FILE.
024100     IF DL110-RETURN-STATUS NOT = "00"
024200         DISPLAY "DL110 ABEND - OPEN FAILED FOR RETFILE, "
024300             "STATUS = " DL110-RETURN-STATUS
024400         MOVE 16 TO RETURN-CODE
024500         GOBACK
024600     END-IF.
024700*
024800 1050-EXIT.
024900     EXIT.
025000*
025100******************************************************************
025200*    1100-PARSE-PARM  -  BREAK THE PARM STRING INTO ITS          *
025300*    KEYWORD=VALUE TOKENS AND APPLY EACH ONE.                    *
025400******************************************************************
025500 1100-PARSE-PARM.
025600*
025700     MOVE SPACES TO DL110-PARM-TOKEN (1) DL110-PARM-TOKEN (2).
025800     UNSTRING DL110-PARM-STRING DELIMITED BY ","
025900         INTO DL110-PARM-TOKEN (1) DL110-PARM-TOKEN (2)
026000     END-UNSTRING.
026100*
026200     PERFORM 1110-APPLY-TOKEN THRU 1110-EXIT
026300         VARYING DL110-PARM-IX FROM 1 BY 1
026400         UNTIL DL110-PARM-IX > 2.
026500*
026600 1100-EXIT.
026700     EXIT.
026800*
026900******************************************************************
027000*    1110-APPLY-TOKEN  -  SPLIT ONE KEYWORD=VALUE TOKEN AND      *
027100*    SET THE RUN OPTION IT CONTROLS.                             *
027200******************************************************************
027300 1110-APPLY-TOKEN.
027400*
027500     MOVE SPACES TO DL110-PARM-KEY DL110-PARM-VALUE.
027600     UNSTRING DL110-PARM-TOKEN (DL110-PARM-IX) DELIMITED BY "="
027700         INTO DL110-PARM-KEY DL110-PARM-VALUE
027800     END-UNSTRING.
027900     MOVE ZERO TO DL110-PARM-VALUE-LEN.
028000     INSPECT DL110-PARM-VALUE TALLYING DL110-PARM-VALUE-LEN
028100         FOR CHARACTERS BEFORE INITIAL SPACE.
028200*
028300     IF DL110-PARM-KEY = SPACES
028400         GO TO 1110-EXIT
028500     END-IF.
028600*
028700     EVALUATE DL110-PARM-KEY
028800         WHEN "SOURCE"
028900             IF DL110-PARM-VALUE-LEN = ZERO
029000                OR DL110-PARM-VALUE-LEN > 8
029100                 DISPLAY "DL110 ABEND - SOURCE MUST BE 1 TO 8 "
029200                     "CHARACTERS, GOT " DL110-PARM-VALUE
029300                 MOVE 16 TO RETURN-CODE
029400                 GOBACK
029500             END-IF
029600             MOVE DL110-PARM-VALUE (1:DL110-PARM-VALUE-LEN)
029700                 TO DL110-SOURCE-SYSTEM
029800         WHEN "BUSDATE"
029900             IF DL110-PARM-VALUE-LEN NOT = 8
030000                OR DL110-PARM-VALUE (1:8) IS NOT NUMERIC
030100                 DISPLAY "DL110 ABEND - BUSDATE MUST BE "
030200                     "YYYYMMDD, GOT " DL110-PARM-VALUE
030300                 MOVE 16 TO RETURN-CODE
030400                 GOBACK
030500             END-IF
030600             MOVE DL110-PARM-VALUE (1:8) TO DL110-BUSINESS-DATE
030700         WHEN OTHER
030800             CONTINUE
030900     END-EVALUATE.
031000*
031100 1110-EXIT.
031200     EXIT.
031300*
031400******************************************************************
031500*    2000-COLLECT-BATCH  -  FIRST PASS.  ADD ONE IMAGE'S BATCH   *
031600*    OUTCOME FOR THIS FEEDER INTO THE BATCH TABLE, THEN READ     *
031700*    THE NEXT RECORD.  EVERYTHING ELSE WAITS FOR THE SECOND      *
031800*    PASS.                                                       *
031900******************************************************************
032000 2000-COLLECT-BATCH.
032100*
032200     ADD 1 TO DL110-READ-COUNT.
032300*
032400     PERFORM 2050-SELECT-RECORD THRU 2050-EXIT.
032500     IF DL110-NOT-SELECTED
032600        OR NOT FR-BATCH-OUTCOME
032700         GO TO 2000-NEXT
032800     END-IF.
032900*
033000     ADD 1 TO DL110-SLICE-COUNT.
033100     PERFORM 2100-FIND-BATCH THRU 2100-EXIT.
033200     PERFORM 2200-ADD-SLICE THRU 2200-EXIT.
033300*
033400 2000-NEXT.
033500*
033600     PERFORM 2900-READ-FEEDRET THRU 2900-EXIT.
033700*
033800 2000-EXIT.
033900     EXIT.
034000*
034100******************************************************************
034200*    2050-SELECT-RECORD  -  DOES THIS RECORD BELONG IN THE       *
034300*    RETURN FILE?  IT MUST BE THIS FEEDER'S, AND FOR THE         *
034400*    BUSINESS DATE BEING RETURNED.  WITHOUT BUSDATE= THE         *
034500*    FEEDER'S FIRST RECORD FIXES THE DATE.  A RECORD FOR ANY     *
034600*    OTHER DATE MEANS FEEDRET WAS NOT CLEARED DOWN - IT IS       *
034700*    LEFT OUT AND COUNTED.                                       *
034800******************************************************************
034900 2050-SELECT-RECORD.
035000*
035100     SET DL110-NOT-SELECTED TO TRUE.
035200*
035300     IF FR-SOURCE-SYSTEM NOT = DL110-SOURCE-SYSTEM
035400         GO TO 2050-EXIT
035500     END-IF.
035600*
035700     IF DL110-BUSINESS-DATE = ZERO
035800         MOVE FR-BUSINESS-DATE TO DL110-BUSINESS-DATE
035900     END-IF.
036000     IF FR-BUSINESS-DATE NOT = DL110-BUSINESS-DATE
036100         ADD 1 TO DL110-OTHER-DATE-COUNT
036200         GO TO 2050-EXIT
036300     END-IF.
036400*
036500     SET DL110-SELECTED TO TRUE.
036600*
036700 2050-EXIT.
036800     EXIT.
036900*
037000******************************************************************
037100*    2100-FIND-BATCH  -  LOCATE THE TABLE ENTRY FOR THIS         *
037200*    BATCH, OPENING A NEW ONE THE FIRST TIME THE BATCH IS SEEN.  *
037300*    THE FIRST IMAGE SEEN SETS THE WHOLE-BATCH FIGURES.          *
037400******************************************************************
037500 2100-FIND-BATCH.
037600*
037700     SET DL110-BATCH-MISSING TO TRUE.
037800     SET DL110-BATCH-IX TO 1.
037900     SEARCH DL110-BATCH-ENTRY
038000         AT END
038100             CONTINUE
038200         WHEN DL110-BATCH-IX > DL110-BATCH-COUNT
038300             CONTINUE
038400         WHEN DL110-BT-NUMBER (DL110-BATCH-IX) = FR-BATCH-NUMBER
038500             SET DL110-BATCH-FOUND TO TRUE
038600     END-SEARCH.
038700     IF DL110-BATCH-FOUND
038800         SET DL110-BATCH-SUB TO DL110-BATCH-IX
038900         GO TO 2100-EXIT
039000     END-IF.
039100*
039200     IF DL110-BATCH-COUNT >= DL110-BATCH-MAX
039300         DISPLAY "DL110 ABEND - MORE THAN " DL110-BATCH-MAX
039400             " BATCHES FROM SOURCE " DL110-SOURCE-SYSTEM
039500         MOVE 16 TO RETURN-CODE
039600         GOBACK
039700     END-IF.
039800     ADD 1 TO DL110-BATCH-COUNT.
039900     MOVE DL110-BATCH-COUNT TO DL110-BATCH-SUB.
040000*
040100     MOVE FR-BATCH-NUMBER TO DL110-BT-NUMBER (DL110-BATCH-SUB).
040200     MOVE FB-CONTROL-RESULT
040300         TO DL110-BT-CONTROL (DL110-BATCH-SUB).
040400     MOVE FB-TRAILER-COUNT
040500         TO DL110-BT-TRAILER-COUNT (DL110-BATCH-SUB).
040600     MOVE FB-DETAIL-COUNT
040700         TO DL110-BT-DETAIL-COUNT (DL110-BATCH-SUB).
040800     MOVE ZERO TO DL110-BT-ACCEPT-COUNT (DL110-BATCH-SUB)
040900                  DL110-BT-ACCEPT-AMT (DL110-BATCH-SUB)
041000                  DL110-BT-REJECT-COUNT (DL110-BATCH-SUB)
041100                  DL110-BT-REJECT-AMT (DL110-BATCH-SUB)
041200                  DL110-BT-DUP-COUNT (DL110-BATCH-SUB)
041300                  DL110-BT-IMAGE-COUNT (DL110-BATCH-SUB).
041400     MOVE FB-KEYRANGE-LOW
041500         TO DL110-BT-KEYRANGE-LOW (DL110-BATCH-SUB).
041600     MOVE FB-KEYRANGE-HIGH
041700         TO DL110-BT-KEYRANGE-HIGH (DL110-BATCH-SUB).
041800     MOVE "N" TO DL110-BT-DISAGREE-SW (DL110-BATCH-SUB).
041900*
042000 2100-EXIT.
042100     EXIT.
042200*
042300******************************************************************
042400*    2200-ADD-SLICE  -  ADD ONE IMAGE'S SLICE OF THE BATCH TO    *
042500*    ITS TABLE ENTRY.  ANY IMAGE THAT FAILED THE CONTROL CHECK   *
042600*    FAILS THE BATCH, AND AN IMAGE THAT SAW A DIFFERENT          *
042700*    TRAILER OR DETAIL COUNT MARKS THE BATCH AS DISAGREEING.     *
042800******************************************************************
042900 2200-ADD-SLICE.
043000*
043100     ADD 1 TO DL110-BT-IMAGE-COUNT (DL110-BATCH-SUB).
043200*
043300     IF FB-CONTROL-FAILED
043400         MOVE "FAIL" TO DL110-BT-CONTROL (DL110-BATCH-SUB)
043500     END-IF.
043600     IF FB-TRAILER-COUNT
043700            NOT = DL110-BT-TRAILER-COUNT (DL110-BATCH-SUB)
043800        OR FB-DETAIL-COUNT
043900            NOT = DL110-BT-DETAIL-COUNT (DL110-BATCH-SUB)
044000         SET DL110-BT-DISAGREE (DL110-BATCH-SUB) TO TRUE
044100     END-IF.
044200*
044300     ADD FB-ACCEPT-COUNT
044400         TO DL110-BT-ACCEPT-COUNT (DL110-BATCH-SUB).
044500     ADD FB-ACCEPT-AMOUNT
044600         TO DL110-BT-ACCEPT-AMT (DL110-BATCH-SUB).
044700     ADD FB-REJECT-COUNT
044800         TO DL110-BT-REJECT-COUNT (DL110-BATCH-SUB).
044900     ADD FB-REJECT-AMOUNT
045000         TO DL110-BT-REJECT-AMT (DL110-BATCH-SUB).
045100     ADD FB-DUP-COUNT TO DL110-BT-DUP-COUNT (DL110-BATCH-SUB).
045200*
045300     IF FB-KEYRANGE-LOW < DL110-BT-KEYRANGE-LOW (DL110-BATCH-SUB)
045400         MOVE FB-KEYRANGE-LOW
045500             TO DL110-BT-KEYRANGE-LOW (DL110-BATCH-SUB)
045600     END-IF.
045700     IF FB-KEYRANGE-HIGH
045800            > DL110-BT-KEYRANGE-HIGH (DL110-BATCH-SUB)
045900         MOVE FB-KEYRANGE-HIGH
046000             TO DL110-BT-KEYRANGE-HIGH (DL110-BATCH-SUB)
046100     END-IF.
046200*
046300 2200-EXIT.
046400     EXIT.
046500*
046600******************************************************************
046700*    2900-READ-FEEDRET  -  READ THE NEXT FEEDER RETURN RECORD    *
046800*    INTO THE RETURN FILE'S RECORD AREA.                         *
046900******************************************************************
047000 2900-READ-FEEDRET.
047100*
047200     READ DL110-FEEDRET-FILE INTO DL100-FEEDRET-REC
047300         AT END
047400             SET DL110-FEEDRET-EOF TO TRUE
047500     END-READ.
047600*
047700     IF DL110-FEEDRET-STATUS NOT = "00" AND NOT = "10"
047800         DISPLAY "DL110 ABEND - READ FAILED FOR FEEDRET, "
047900             "STATUS = " DL110-FEEDRET-STATUS
048000         MOVE 16 TO RETURN-CODE
048100         GOBACK
048200     END-IF.
048300*
048400 2900-EXIT.
048500     EXIT.
048600*
048700******************************************************************
048800*    3000-WRITE-HEADER  -  OPEN THE RETURN FILE WITH ITS "H"     *
048900*    RECORD.  A FEEDER THAT SENT NOTHING STILL GETS A HEADER     *
049000*    AND TRAILER, SO IT CAN SEE THAT NOTHING ARRIVED.            *
049100******************************************************************
049200 3000-WRITE-HEADER.
049300*
049400     IF DL110-BUSINESS-DATE = ZERO
049500         MOVE DL110-RUN-DATE TO DL110-BUSINESS-DATE
049600     END-IF.
049700     IF DL110-BATCH-COUNT = ZERO
049800         DISPLAY "DL110 - NO BATCHES FROM SOURCE "
049900             DL110-SOURCE-SYSTEM " FOR " DL110-BUSINESS-DATE
050000     END-IF.
050100*
050200     INITIALIZE DL100-FEEDRET-REC.
050300     SET FR-FILE-HEADER TO TRUE.
050400     MOVE SPACES TO FR-BODY.
050500     MOVE DL110-SOURCE-SYSTEM TO FR-SOURCE-SYSTEM.
050600     MOVE DL110-BUSINESS-DATE TO FR-BUSINESS-DATE.
050700     MOVE ZERO TO FR-BATCH-NUMBER.
050800     ACCEPT FH-CREATED-DATE FROM DATE YYYYMMDD.
050900     ACCEPT DL110-TIME-RAW FROM TIME.
051000     MOVE DL110-TIME-RAW (1:6) TO FH-CREATED-TIME.
051100     PERFORM 7000-WRITE-RETURN THRU 7000-EXIT.
051200*
051300 3000-EXIT.
051400     EXIT.
051500*
051600******************************************************************
051700*    3100-WRITE-OUTCOME  -  WRITE ONE BATCH'S "B" RECORD FROM    *
051800*    ITS TABLE ENTRY.  THE ACCEPTED AND REJECTED ITEMS MUST ADD  *
051900*    BACK TO THE DETAIL COUNT (DUPLICATES ARE ALREADY AMONG THE  *
052000*    REJECTS); IF THEY DO NOT, AN IMAGE IS MISSING FROM THE      *
052100*    MERGE OR WAS MERGED TWICE.                                  *
052200******************************************************************
052300 3100-WRITE-OUTCOME.
052400*
052500     INITIALIZE DL100-FEEDRET-REC.
052600     SET FR-BATCH-OUTCOME TO TRUE.
052700     MOVE DL110-SOURCE-SYSTEM TO FR-SOURCE-SYSTEM.
052800     MOVE DL110-BUSINESS-DATE TO FR-BUSINESS-DATE.
052900     MOVE DL110-BT-NUMBER (DL110-BATCH-SUB) TO FR-BATCH-NUMBER.
053000     MOVE DL110-BT-CONTROL (DL110-BATCH-SUB)
053100         TO FB-CONTROL-RESULT.
053200     MOVE DL110-BT-TRAILER-COUNT (DL110-BATCH-SUB)
053300         TO FB-TRAILER-COUNT.
053400     MOVE DL110-BT-DETAIL-COUNT (DL110-BATCH-SUB)
053500         TO FB-DETAIL-COUNT.
053600     MOVE DL110-BT-ACCEPT-COUNT (DL110-BATCH-SUB)
053700         TO FB-ACCEPT-COUNT.
053800     MOVE DL110-BT-ACCEPT-AMT (DL110-BATCH-SUB)
053900         TO FB-ACCEPT-AMOUNT.
054000     MOVE DL110-BT-REJECT-COUNT (DL110-BATCH-SUB)
054100         TO FB-REJECT-COUNT.
054200     MOVE DL110-BT-REJECT-AMT (DL110-BATCH-SUB)
054300         TO FB-REJECT-AMOUNT.
054400     MOVE DL110-BT-DUP-COUNT (DL110-BATCH-SUB) TO FB-DUP-COUNT.
054500     MOVE DL110-BT-KEYRANGE-LOW (DL110-BATCH-SUB)
054600         TO FB-KEYRANGE-LOW.
054700     MOVE DL110-BT-KEYRANGE-HIGH (DL110-BATCH-SUB)
054800         TO FB-KEYRANGE-HIGH.
054900     PERFORM 7000-WRITE-RETURN THRU 7000-EXIT.
055000*
055100     IF FB-CONTROL-FAILED
055200         ADD 1 TO DL110-FAILED-COUNT
055300         DISPLAY "DL110 - BATCH " FR-BATCH-NUMBER
055400             " FAILED ITS CONTROL CHECK"
055500     END-IF.
055600*
055700     COMPUTE DL110-ADDED-BACK =
055800         DL110-BT-ACCEPT-COUNT (DL110-BATCH-SUB)
055900       + DL110-BT-REJECT-COUNT (DL110-BATCH-SUB).
056000     IF DL110-ADDED-BACK
056100            NOT = DL110-BT-DETAIL-COUNT (DL110-BATCH-SUB)
056200        OR DL110-BT-DISAGREE (DL110-BATCH-SUB)
056300         ADD 1 TO DL110-INCOMPLETE-COUNT
056400         DISPLAY "DL110 WARNING - BATCH " FR-BATCH-NUMBER
056500             " ACCOUNTS FOR " DL110-ADDED-BACK " OF "
056600             DL110-BT-DETAIL-COUNT (DL110-BATCH-SUB)
056700             " DETAILS FROM "
056800             DL110-BT-IMAGE-COUNT (DL110-BATCH-SUB)
056900             " IMAGE(S)"
057000     END-IF.
057100*
057200 3100-EXIT.
057300     EXIT.
057400*
057500******************************************************************
057600*    3900-REOPEN-FEEDRET  -  REWIND FEEDRET FOR THE SECOND       *
057700*    PASS, WHICH CARRIES THE REJECTED ITEMS ACROSS.              *
057800******************************************************************
057900 3900-REOPEN-FEEDRET.
058000*
058100     CLOSE DL110-FEEDRET-FILE.
058200     MOVE "N" TO DL110-FEEDRET-EOF-SW.
058300     OPEN INPUT DL110-FEEDRET-FILE.
058400     IF DL110-FEEDRET-STATUS NOT = "00"
058500         DISPLAY "DL110 ABEND - OPEN FAILED FOR FEEDRET "
058600             "(SECOND PASS), STATUS = " DL110-FEEDRET-STATUS
058700         MOVE 16 TO RETURN-CODE
058800         GOBACK
058900     END-IF.
059000*
059100     PERFORM 2900-READ-FEEDRET THRU 2900-EXIT.
059200*
059300 3900-EXIT.
059400     EXIT.
059500*
059600******************************************************************
059700*    4000-COPY-ITEM  -  SECOND PASS.  CARRY ONE OF THIS          *
059800*    FEEDER'S REJECTED ITEMS ACROSS AS IT STANDS, THEN READ THE  *
059900*    NEXT RECORD.  RECORDS FOR OTHER DATES WERE COUNTED ON THE   *
060000*    FIRST PASS.                                                 *
060100******************************************************************
060200 4000-COPY-ITEM.
060300*
060400     IF FR-REJECT-ITEM
060500        AND FR-SOURCE-SYSTEM = DL110-SOURCE-SYSTEM
060600        AND FR-BUSINESS-DATE = DL110-BUSINESS-DATE
060700         PERFORM 7000-WRITE-RETURN THRU 7000-EXIT
060800         ADD 1 TO DL110-ITEM-COUNT
060900     END-IF.
061000*
061100     PERFORM 2900-READ-FEEDRET THRU 2900-EXIT.
061200*
061300 4000-EXIT.
061400     EXIT.
061500*
061600******************************************************************
061700*    5000-WRITE-TRAILER  -  CLOSE THE RETURN FILE WITH ITS "T"   *
061800*    RECORD.  THE RECORD COUNT INCLUDES THE TRAILER ITSELF.      *
061900******************************************************************
062000 5000-WRITE-TRAILER.
062100*
062200     INITIALIZE DL100-FEEDRET-REC.
062300     SET FR-FILE-TRAILER TO TRUE.
062400     MOVE SPACES TO FR-BODY.
062500     MOVE DL110-SOURCE-SYSTEM TO FR-SOURCE-SYSTEM.
062600     MOVE DL110-BUSINESS-DATE TO FR-BUSINESS-DATE.
062700     MOVE ZERO TO FR-BATCH-NUMBER.
062800     MOVE DL110-BATCH-COUNT TO FT-BATCH-COUNT.
062900     MOVE DL110-ITEM-COUNT TO FT-ITEM-COUNT.
063000     COMPUTE FT-RECORD-COUNT = DL110-RECORD-COUNT + 1.
063100     PERFORM 7000-WRITE-RETURN THRU 7000-EXIT.
063200*
063300 5000-EXIT.
063400     EXIT.
063500*
063600******************************************************************
063700*    7000-WRITE-RETURN  -  WRITE ONE RECORD TO THE RETURN FILE.  *
063800******************************************************************
063900 7000-WRITE-RETURN.
064000*
064100     WRITE DL100-FEEDRET-REC.
064200     IF DL110-RETURN-STATUS NOT = "00"
064300         DISPLAY "DL110 ABEND - WRITE FAILED FOR RETFILE, "
064400             "STATUS = " DL110-RETURN-STATUS
064500         MOVE 16 TO RETURN-CODE
064600         GOBACK
064700     END-IF.
064800     ADD 1 TO DL110-RECORD-COUNT.
064900*
065000 7000-EXIT.
065100     EXIT.
065200*
065300******************************************************************
065400*    9000-TERMINATE  -  DISPLAY THE RUN TOTALS, CLOSE BOTH       *
065500*    DATASETS AND SET THE RETURN CODE.                           *
065600******************************************************************
065700 9000-TERMINATE.
065800*
065900     DISPLAY "DL110 COMPLETE - FEEDRET RECORDS READ : "
066000         DL110-READ-COUNT.
066100     DISPLAY "DL110 COMPLETE - IMAGE SLICES         : "
066200         DL110-SLICE-COUNT.
066300     DISPLAY "DL110 COMPLETE - BATCHES RETURNED     : "
066400         DL110-BATCH-COUNT.
066500     DISPLAY "DL110 COMPLETE - CONTROLS FAILED      : "
066600         DL110-FAILED-COUNT.
066700     DISPLAY "DL110 COMPLETE - REJECTS RETURNED     : "
066800         DL110-ITEM-COUNT.
066900     DISPLAY "DL110 COMPLETE - RECORDS WRITTEN      : "
067000         DL110-RECORD-COUNT.
067100     DISPLAY "DL110 COMPLETE - BATCHES INCOMPLETE   : "
067200         DL110-INCOMPLETE-COUNT.
067300     DISPLAY "DL110 COMPLETE - OTHER-DATE RECORDS   : "
067400         DL110-OTHER-DATE-COUNT.
067500*
067600     CLOSE DL110-FEEDRET-FILE
067700           DL110-RETURN-FILE.
067800*
067900     IF DL110-INCOMPLETE-COUNT > ZERO
068000        OR DL110-OTHER-DATE-COUNT > ZERO
068100         DISPLAY "DL110 COMPLETE - RETURN FILE NEEDS CHECKING, "
068200             "RC 8"
068300         MOVE 8 TO RETURN-CODE
068400     ELSE
068500         DISPLAY "DL110 COMPLETE - RETURN FILE BUILT FOR "
068600             DL110-SOURCE-SYSTEM
068700     END-IF.
068800*
068900 9000-EXIT.
069000     EXIT.
