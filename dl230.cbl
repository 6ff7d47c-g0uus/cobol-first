002200*                     MASTER'S MONTH-TO-DATE ACTIVITY TO ZERO    *
002300*                     FOR THE NEW MONTH.                         *
002400*                                                                *
002410*    A PERIOD-END RUN LOGS EVERY MASTER RECORD IT RESETS, AS IT  *
002420*    STOOD BEFORE AND AFTER, ON THE BEFORE-IMAGE JOURNAL         *
002430*    (ACCTJNL), SO DL280 CAN BACK THE RESET OUT.                 *
002440*                                                                *
002500*    RUN PARAMETERS (COMMA SEPARATED, KEYWORD=VALUE):            *
002600*        BUSDATE=YYYYMMDD  THE BUSINESS DATE BEING SNAPPED       *
002700*                          (DEFAULT: THE RUN DATE).              *
003400*                     ROLLED AN ACCOUNT FORWARD WE USED TO       *
003500*                     LOSE YESTERDAY - THE AUDITORS' AS-OF       *
003600*                     QUESTIONS HAD NO ANSWER ON FILE.           *
003610*    2026-10-15 JHD   THE SNAPSHOT NOW CARRIES THE DAY'S POSTED  *
003620*                     ITEM COUNT (ZERO FOR AN ACCOUNT NOT POSTED *
003630*                     ON THE BUSINESS DATE) FOR THE DL270        *
003640*                     ACTIVITY MONITOR.                          *
003650*    2026-10-15 JHD   A PERIOD-END RUN NOW JOURNALS A BEFORE-    *
003660*                     IMAGE OF EVERY MASTER RECORD IT RESETS ON  *
003670*                     ACCTJNL FOR THE DL280 BACKOUT STEP.        *
003700*                                                                *
003800******************************************************************
003900 IDENTIFICATION DIVISION.
005600*                    WHICH RESETS THE MONTH-TO-DATE ACTIVITY.
005700*        ACCTHIST  - THE CUMULATIVE BALANCE HISTORY (I-O,
005800*                    INDEXED, CREATED BY THE FIRST RUN).
005810*        ACCTJNL   - THE MASTER BEFORE-IMAGE JOURNAL (EXTEND,
005820*                    PERIOD-END RUN ONLY).
005900*
006000     SELECT DL230-MASTER-FILE
006100         ASSIGN TO ACCTMST
007100         RECORD KEY IS AH-KEY
007200         FILE STATUS IS DL230-HIST-STATUS.
007300*
007310     SELECT OPTIONAL DL230-JOURNAL-FILE
007320         ASSIGN TO ACCTJNL
007330         ORGANIZATION IS LINE SEQUENTIAL
007340         FILE STATUS IS DL230-JNL-STATUS.
007350*
007400 DATA DIVISION.
007500 FILE SECTION.
007600*
008200     LABEL RECORDS ARE STANDARD.
008300     COPY DL230AHS.
008400*
008410 FD  DL230-JOURNAL-FILE
008420     LABEL RECORDS ARE STANDARD.
008430     COPY DL200BIJ.
008440*
008500 WORKING-STORAGE SECTION.
008600*
008700 01  DL230-FILE-STATUSES.
008800     05  DL230-MASTER-STATUS         PIC X(02).
008900     05  DL230-HIST-STATUS           PIC X(02).
008910     05  DL230-JNL-STATUS            PIC X(02).
009000*
009100 01  DL230-SWITCHES.
009200     05  DL230-MASTER-EOF-SW         PIC X(01) VALUE "N".
010000     05  DL230-WRITTEN-COUNT         PIC 9(8) COMP VALUE ZERO.
010100     05  DL230-REWRITTEN-COUNT       PIC 9(8) COMP VALUE ZERO.
010200     05  DL230-RESET-COUNT           PIC 9(8) COMP VALUE ZERO.
010210     05  DL230-JOURNAL-COUNT         PIC 9(8) COMP VALUE ZERO.
010300*
010400******************************************************************
010500*    RUN PARAMETER HANDLING  (BUSDATE= / MODE=)                  *
011500*
011600 01  DL230-BUSINESS-DATE             PIC 9(8) VALUE ZERO.
011700 01  DL230-RUN-DATE                  PIC 9(8).
011710 01  DL230-RUN-ID                    PIC X(14).
011720 01  DL230-BEFORE-IMAGE              PIC X(91).
011730*
011740 01  DL230-CURRENT-STAMP.
011750     05  DL230-CS-DATE               PIC 9(8).
011760     05  DL230-CS-TIME               PIC 9(6).
011770 01  DL230-TIME-RAW                  PIC 9(8).
011800*
011900 PROCEDURE DIVISION.
012000*
014400     ACCEPT DL230-RUN-DATE FROM DATE YYYYMMDD.
014500     MOVE DL230-RUN-DATE TO DL230-BUSINESS-DATE.
014600     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
014610     PERFORM 8850-BUILD-STAMP THRU 8850-EXIT.
014620     MOVE DL230-CURRENT-STAMP TO DL230-RUN-ID.
014700*
014800     IF DL230-MODE-MONTHEND
014900         DISPLAY "DL230 PERIOD-END RUN FOR " DL230-BUSINESS-DATE
018600         MOVE 16 TO RETURN-CODE
018700         GOBACK
018800     END-IF.
018809     IF DL230-MODE-MONTHEND
018818         OPEN EXTEND DL230-JOURNAL-FILE
018827         IF DL230-JNL-STATUS NOT = "00" AND NOT = "05"
018836             DISPLAY "DL230 ABEND - OPEN FAILED FOR ACCTJNL, "
018845                 "STATUS = " DL230-JNL-STATUS
018854             MOVE 16 TO RETURN-CODE
018863             GOBACK
018872         END-IF
018881     END-IF.
018900*
019000 1050-EXIT.
019100     EXIT.
028300     MOVE AM-TODAY-ACTIVITY TO AH-TODAY-ACTIVITY.
028400     MOVE AM-NEW-BALANCE TO AH-NEW-BALANCE.
028500     MOVE AM-MTD-ACTIVITY TO AH-MTD-ACTIVITY.
028510     IF AM-LAST-POSTED-DATE = DL230-BUSINESS-DATE
028520        AND AM-TODAY-ITEM-COUNT IS NUMERIC
028530         MOVE AM-TODAY-ITEM-COUNT TO AH-ITEM-COUNT
028540     ELSE
028550         MOVE ZERO TO AH-ITEM-COUNT
028560     END-IF.
028600*
028700     WRITE DL230-HIST-REC.
028800     EVALUATE DL230-HIST-STATUS
031200******************************************************************
031300*    4000-RESET-MONTH  -  THE MONTH-END POSITION IS ON THE       *
031400*    HISTORY NOW - RESTART THE MASTER'S MONTH ACCUMULATION AT    *
031410*    ZERO FOR THE NEW MONTH.  THE RECORD'S BEFORE-IMAGE GOES ON  *
031420*    THE JOURNAL AHEAD OF THE REWRITE.                           *
031600******************************************************************
031700 4000-RESET-MONTH.
031800*
031810     MOVE DL200-MASTER-REC TO DL230-BEFORE-IMAGE.
031900     MOVE ZERO TO AM-MTD-ACTIVITY.
032000*
032010     PERFORM 4100-WRITE-JOURNAL THRU 4100-EXIT.
032020*
032100     REWRITE DL200-MASTER-REC.
032200     IF DL230-MASTER-STATUS NOT = "00"
032300         DISPLAY "DL230 ABEND - REWRITE FAILED FOR ACCTMST, "
033200 4000-EXIT.
033300     EXIT.
033400*
033402******************************************************************
033404*    4100-WRITE-JOURNAL  -  APPEND THE MASTER RECORD'S BEFORE    *
033406*    AND AFTER IMAGES TO THE BEFORE-IMAGE JOURNAL.               *
033408******************************************************************
033410 4100-WRITE-JOURNAL.
033412*
033414     ADD 1 TO DL230-JOURNAL-COUNT.
033416     INITIALIZE DL200-BIMAGE-REC.
033418     MOVE DL230-BUSINESS-DATE TO BJ-BUSINESS-DATE.
033420     MOVE "DL230" TO BJ-STEP.
033422     MOVE DL230-RUN-ID TO BJ-RUN-ID.
033424     MOVE DL230-JOURNAL-COUNT TO BJ-SEQ-NO.
033426     SET BJ-CHANGED TO TRUE.
033428     MOVE AM-ACCOUNT-NO TO BJ-ACCOUNT-NO.
033430     MOVE SPACES TO BJ-BACKOUT-STEP BJ-BACKOUT-RUN-ID.
033432     MOVE DL230-BEFORE-IMAGE TO BJ-BEFORE-IMAGE.
033434     MOVE DL200-MASTER-REC TO BJ-AFTER-IMAGE.
033436*
033438     WRITE DL200-BIMAGE-REC.
033440     IF DL230-JNL-STATUS NOT = "00"
033442         DISPLAY "DL230 ABEND - WRITE FAILED FOR ACCTJNL, "
033444             "KEY = " AM-ACCOUNT-NO
033446             ", STATUS = " DL230-JNL-STATUS
033448         MOVE 16 TO RETURN-CODE
033450         GOBACK
033452     END-IF.
033454*
033456 4100-EXIT.
033458     EXIT.
033460*
033500******************************************************************
033600*    2900-READ-MASTER  -  READ THE NEXT MASTER RECORD IN KEY     *
033700*    ORDER.                                                      *
035300 2900-EXIT.
035400     EXIT.
035500*
035505******************************************************************
035510*    8850-BUILD-STAMP  -  BUILD A YYYYMMDDHHMMSS TIMESTAMP IN    *
035515*    THE CURRENT-STAMP WORK AREA.                                *
035520******************************************************************
035525 8850-BUILD-STAMP.
035530*
035535     ACCEPT DL230-CS-DATE FROM DATE YYYYMMDD.
035540     ACCEPT DL230-TIME-RAW FROM TIME.
035545     MOVE DL230-TIME-RAW (1:6) TO DL230-CS-TIME.
035550*
035555 8850-EXIT.
035560     EXIT.
035565*
035600******************************************************************
035700*    9000-TERMINATE  -  DISPLAY THE RUN TOTALS AND CLOSE EVERY   *
035800*    DATASET.                                                    *
036800     IF DL230-MODE-MONTHEND
036900         DISPLAY "DL230 COMPLETE - MTD RESET          : "
037000             DL230-RESET-COUNT
037010         DISPLAY "DL230 COMPLETE - JOURNAL RECORDS    : "
037020             DL230-JOURNAL-COUNT
037100     END-IF.
037200*
037300     CLOSE DL230-MASTER-FILE
037400           DL230-HIST-FILE.
037410     IF DL230-MODE-MONTHEND
037420         CLOSE DL230-JOURNAL-FILE
037430     END-IF.
037500*
037600 9000-EXIT.
037700     EXIT.
