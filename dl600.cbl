001600*    RECONCILIATION SUMMARY RECORD, SO THE MERGED DATASETS       *
001700*    LOOK EXACTLY LIKE A SINGLE-IMAGE RUN TO EVERY DOWNSTREAM    *
001800*    STEP (DL200 POSTING, DL300 BALANCING, DL500 GL EXTRACT).    *
001810*                                                                *
001820*    THE IMAGE'S FEEDER RETURN RECORDS (FEEDRET) ARE CARRIED     *
001830*    ACROSS AS THEY STAND.  EACH IMAGE'S BATCH OUTCOME RECORDS   *
001840*    SPEAK ONLY FOR ITS OWN KEY-RANGE SLICE; DL110 ADDS THE      *
001850*    SLICES BACK TOGETHER WHEN IT BUILDS EACH FEEDER'S FILE.     *
001900*                                                                *
002000*    EACH IMAGE'S CHECKPOINT DATASET STAYS PER-IMAGE AND IS      *
002100*    NEVER MERGED - A FAILED RANGE RESTARTS ALONE, AGAINST ITS   *
003470*                     SAME RANGE TWICE WITHOUT OVERRIDE=Y, AND   *
003480*                     LAST=Y IS HONORED ONLY ONCE THE DAY        *
003490*                     CONTROL SHOWS THE MERGED RANGES.           *
003492*    2026-10-15 JHD   EACH IMAGE'S FEEDER RETURN RECORDS         *
003494*                     (FEEDRET) ARE NOW CARRIED INTO THE         *
003496*                     COMBINED FEEDOUT DATASET FOR DL110.        *
003497*    2026-10-15 JHD   RESULTOUT WIDENED TO TRACK DL100RES.CPY,   *
003498*                     WHICH NOW CARRIES THE VALUE DATE.          *
003500*                                                                *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
005300*        ERRRPT    - ONE IMAGE'S REJECTED POSTINGS (INPUT).
005400*        EXCPTRPT  - ONE IMAGE'S ROUND-TRIP EXCEPTIONS (INPUT).
005500*        RECONRPT  - ONE IMAGE'S RECONCILIATION RECORDS (INPUT).
005510*        FEEDRET   - ONE IMAGE'S FEEDER RETURN RECORDS (INPUT).
005600*        RESULTOUT - THE COMBINED RESULTS DATASET (EXTEND).
005700*        ERROUT    - THE COMBINED REJECT DATASET (EXTEND).
005800*        EXCPTOUT  - THE COMBINED EXCEPTION DATASET (EXTEND).
005900*        RECONOUT  - THE COMBINED RECONCILIATION DATASET.
005910*        FEEDOUT   - THE COMBINED FEEDER RETURN DATASET (EXTEND).
006000*        MRGSTAT   - RUNNING COMBINED TOTALS ACROSS THE
006100*                    PER-IMAGE EXECUTIONS OF THIS STEP.
006110*        DAYCTL    - THE SUITE'S SHARED DAY-CONTROL DATASET.
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS DL600-RECON-STATUS.
008200*
008210     SELECT DL600-FEEDRET-FILE
008220         ASSIGN TO FEEDRET
008230         ORGANIZATION IS LINE SEQUENTIAL
008240         FILE STATUS IS DL600-FEEDRET-STATUS.
008250*
008300     SELECT OPTIONAL DL600-RESULTOUT-FILE
008400         ASSIGN TO RESULTOUT
008500         ORGANIZATION IS LINE SEQUENTIAL
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS DL600-RECONOUT-STATUS.
010200*
010210     SELECT OPTIONAL DL600-FEEDOUT-FILE
010220         ASSIGN TO FEEDOUT
010230         ORGANIZATION IS LINE SEQUENTIAL
010240         FILE STATUS IS DL600-FEEDOUT-STATUS.
010250*
010300     SELECT OPTIONAL DL600-STATE-FILE
010400         ASSIGN TO MRGSTAT
010500         ORGANIZATION IS LINE SEQUENTIAL
012400     LABEL RECORDS ARE STANDARD.
012500     COPY DL100RCN.
012600*
012610 FD  DL600-FEEDRET-FILE
012620     LABEL RECORDS ARE STANDARD.
012630     COPY DL100FRT.
012640*
012700*        THE COMBINED OUTPUT RECORDS ARE OPAQUE BYTE COPIES OF
012800*        THE INPUT LAYOUTS ABOVE - ONLY THE LENGTHS MATTER
012900*        HERE, AND THEY MUST TRACK THE COPYBOOKS.
013000*
013100 FD  DL600-RESULTOUT-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  DL600-RESULTOUT-REC             PIC X(48).
013400*
013500 FD  DL600-ERROUT-FILE
013600     LABEL RECORDS ARE STANDARD.
014400     LABEL RECORDS ARE STANDARD.
014500 01  DL600-RECONOUT-REC              PIC X(50).
014600*
014610 FD  DL600-FEEDOUT-FILE
014620     LABEL RECORDS ARE STANDARD.
014630 01  DL600-FEEDOUT-REC               PIC X(106).
014640*
014700 FD  DL600-STATE-FILE
014800     LABEL RECORDS ARE STANDARD.
014900 01  DL600-STATE-REC.
015700             SIGN IS TRAILING SEPARATE CHARACTER.
015800     05  MS-TOTAL-DECIMAL            PIC S9(8)V9(3)
015900             SIGN IS TRAILING SEPARATE CHARACTER.
015910     05  MS-FEEDRET-COUNT            PIC 9(08).
016000     05  MS-FILLER                   PIC X(08).
016050*
016060 FD  DL600-DAYCTL-FILE
017000     05  DL600-ERROUT-STATUS         PIC X(02).
017100     05  DL600-EXCPTOUT-STATUS       PIC X(02).
017200     05  DL600-RECONOUT-STATUS       PIC X(02).
017210     05  DL600-FEEDRET-STATUS        PIC X(02).
017220     05  DL600-FEEDOUT-STATUS        PIC X(02).
017300     05  DL600-STATE-STATUS          PIC X(02).
017310     05  DL600-DAYC-STATUS           PIC X(02).
017400*
018100         88  DL600-EXCEPT-EOF        VALUE "Y".
018200     05  DL600-RECON-EOF-SW          PIC X(01) VALUE "N".
018300         88  DL600-RECON-EOF         VALUE "Y".
018310     05  DL600-FEEDRET-EOF-SW        PIC X(01) VALUE "N".
018320         88  DL600-FEEDRET-EOF       VALUE "Y".
018400     05  DL600-LAST-IMAGE-SW         PIC X(01) VALUE "N".
018500         88  DL600-LAST-IMAGE        VALUE "Y".
018600     05  DL600-SUMMARY-SEEN-SW       PIC X(01) VALUE "N".
019300     05  DL600-EXCEPT-COUNT          PIC 9(8) COMP VALUE ZERO.
019400     05  DL600-RECON-DET-COUNT       PIC 9(8) COMP VALUE ZERO.
019500     05  DL600-RECON-FLAG-COUNT      PIC 9(8) COMP VALUE ZERO.
019510     05  DL600-FEEDRET-COUNT         PIC 9(8) COMP VALUE ZERO.
019600*
019700 01  DL600-TOTAL-FLOAT               PIC S9(8)V9(3) COMP-3
019800                                     VALUE ZERO.
023700         UNTIL DL600-EXCEPT-EOF.
023800     PERFORM 5000-MERGE-RECON THRU 5000-EXIT
023900         UNTIL DL600-RECON-EOF.
023903     PERFORM 5200-COPY-FEEDRET THRU 5200-EXIT
023906         UNTIL DL600-FEEDRET-EOF.
023910*
023920     PERFORM 5500-PROVE-IMAGE THRU 5500-EXIT.
024000*
026800     PERFORM 3900-READ-ERROR THRU 3900-EXIT.
026900     PERFORM 4900-READ-EXCEPTION THRU 4900-EXIT.
027000     PERFORM 5900-READ-RECON THRU 5900-EXIT.
027010     PERFORM 5290-READ-FEEDRET THRU 5290-EXIT.
027100*
027200 1000-EXIT.
027300     EXIT.
027400*
027500******************************************************************
027600*    1050-OPEN-FILES  -  OPEN EVERY DATASET AND CONFIRM EACH     *
027610*    OPEN SUCCEEDED.  THE FIVE IMAGE INPUTS MUST EXIST - AN      *
027620*    IMAGE THAT NEVER RAN HAS NO BUSINESS BEING MERGED.  THE     *
027630*    COMBINED OUTPUTS ARE EXTENDED, CREATED BY THE FIRST         *
027640*    IMAGE'S EXECUTION.                                          *
028100******************************************************************
028200 1050-OPEN-FILES.
028300*
031300         GOBACK
031400     END-IF.
031500*
031510     OPEN INPUT DL600-FEEDRET-FILE.
031520     IF DL600-FEEDRET-STATUS NOT = "00"
031530         DISPLAY "DL600 ABEND - OPEN FAILED FOR FEEDRET, "
031540             "STATUS = " DL600-FEEDRET-STATUS
031550         MOVE 16 TO RETURN-CODE
031560         GOBACK
031570     END-IF.
031580*
031600     OPEN EXTEND DL600-RESULTOUT-FILE.
031700     IF DL600-RESULTOUT-STATUS NOT = "00" AND NOT = "05"
031800         DISPLAY "DL600 ABEND - OPEN FAILED FOR RESULTOUT, "
034500         GOBACK
034600     END-IF.
034700*
034710     OPEN EXTEND DL600-FEEDOUT-FILE.
034720     IF DL600-FEEDOUT-STATUS NOT = "00" AND NOT = "05"
034730         DISPLAY "DL600 ABEND - OPEN FAILED FOR FEEDOUT, "
034740             "STATUS = " DL600-FEEDOUT-STATUS
034750         MOVE 16 TO RETURN-CODE
034760         GOBACK
034770     END-IF.
034780*
034800 1050-EXIT.
034900     EXIT.
035000*
042000         MOVE MS-RECON-FLAG-COUNT TO DL600-RECON-FLAG-COUNT
042100         MOVE MS-TOTAL-FLOAT TO DL600-TOTAL-FLOAT
042200         MOVE MS-TOTAL-DECIMAL TO DL600-TOTAL-DECIMAL
042210         IF MS-FEEDRET-COUNT NUMERIC
042220             MOVE MS-FEEDRET-COUNT TO DL600-FEEDRET-COUNT
042230         END-IF
042300     END-IF.
042400*
042500     CLOSE DL600-STATE-FILE.
060300 5900-EXIT.
060400     EXIT.
060500*
060502******************************************************************
060504*    5200-COPY-FEEDRET  -  APPEND ONE FEEDER RETURN RECORD TO    *
060506*    THE COMBINED FEEDER RETURN DATASET, THEN READ THE NEXT.     *
060508*    BATCH OUTCOME RECORDS GO ACROSS AS THEY STAND - EACH ONE    *
060510*    SPEAKS FOR THIS IMAGE'S SLICE ONLY.                         *
060512******************************************************************
060514 5200-COPY-FEEDRET.
060516*
060518     WRITE DL600-FEEDOUT-REC FROM DL100-FEEDRET-REC.
060520     IF DL600-FEEDOUT-STATUS NOT = "00"
060522         DISPLAY "DL600 ABEND - WRITE FAILED FOR FEEDOUT, "
060524             "STATUS = " DL600-FEEDOUT-STATUS
060526         MOVE 16 TO RETURN-CODE
060528         GOBACK
060530     END-IF.
060532     ADD 1 TO DL600-FEEDRET-COUNT.
060534*
060536     PERFORM 5290-READ-FEEDRET THRU 5290-EXIT.
060538*
060540 5200-EXIT.
060542     EXIT.
060544*
060546******************************************************************
060548*    5290-READ-FEEDRET  -  READ THE NEXT FEEDER RETURN RECORD.   *
060550******************************************************************
060552 5290-READ-FEEDRET.
060554*
060556     READ DL600-FEEDRET-FILE
060558         AT END
060560             SET DL600-FEEDRET-EOF TO TRUE
060562     END-READ.
060564*
060566     IF DL600-FEEDRET-STATUS NOT = "00" AND NOT = "10"
060568         DISPLAY "DL600 ABEND - READ FAILED FOR FEEDRET, "
060570             "STATUS = " DL600-FEEDRET-STATUS
060572         MOVE 16 TO RETURN-CODE
060574         GOBACK
060576     END-IF.
060578*
060580 5290-EXIT.
060582     EXIT.
060584*
060600******************************************************************
060700*    6000-WRITE-SUMMARY  -  ON THE FINAL IMAGE, CLOSE THE DAY    *
060800*    OUT WITH THE COMBINED SUMMARY RECORD, JUDGED AGAINST THE    *
066300     MOVE DL600-RECON-FLAG-COUNT TO MS-RECON-FLAG-COUNT.
066400     MOVE DL600-TOTAL-FLOAT TO MS-TOTAL-FLOAT.
066500     MOVE DL600-TOTAL-DECIMAL TO MS-TOTAL-DECIMAL.
066510     MOVE DL600-FEEDRET-COUNT TO MS-FEEDRET-COUNT.
066600     WRITE DL600-STATE-REC.
066700     IF DL600-STATE-STATUS NOT = "00"
066800         DISPLAY "DL600 ABEND - WRITE FAILED FOR MRGSTAT, "
069300         DL600-RECON-DET-COUNT.
069400     DISPLAY "DL600 COMPLETE - COMBINED RECON FLAGS : "
069500         DL600-RECON-FLAG-COUNT.
069510     DISPLAY "DL600 COMPLETE - COMBINED RETURN RECS : "
069520         DL600-FEEDRET-COUNT.
069600     IF DL600-LAST-IMAGE
069700         DISPLAY "DL600 COMPLETE - DAY CLOSED WITH COMBINED "
069800             "SUMMARY"
070200           DL600-ERROR-FILE
070300           DL600-EXCEPTION-FILE
070400           DL600-RECON-FILE
070410           DL600-FEEDRET-FILE
070500           DL600-RESULTOUT-FILE
070600           DL600-ERROUT-FILE
070700           DL600-EXCPTOUT-FILE
070800           DL600-RECONOUT-FILE
070805           DL600-FEEDOUT-FILE
070810           DL600-DAYCTL-FILE.
070900*
071000 9000-EXIT.
