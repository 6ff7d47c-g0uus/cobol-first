001200*    "WHAT WAS ACCOUNT 123456'S BALANCE ON THE 3RD" IS NOW A     *
001300*    REPORT, NOT AN AFTERNOON.                                   *
001400*                                                                *
001410*    ONCE THE DL900 HOUSEKEEPING STEP HAS ARCHIVED A DATE'S      *
001420*    SNAPSHOTS, SOURCE=ARCHIVE POINTS THE REPORT AT THE HISTORY  *
001430*    ARCHIVE (HISTARC) INSTEAD - THE SAME RECORDS, IN THE SAME   *
001440*    ORDER, SO THE REPORT READS EXACTLY AS IT DID.               *
001450*                                                                *
001500*    RUN PARAMETERS (COMMA SEPARATED, KEYWORD=VALUE):            *
001600*        ASOFDATE=YYYYMMDD  THE BUSINESS DATE WANTED.  REQUIRED. *
001700*        TYPE=D/M           DAILY SNAPSHOTS (DEFAULT) OR THE     *
001800*                           MONTH-END POSITIONS FOR THE DATE.    *
001810*        SOURCE=ARCHIVE     READ THE HISTORY ARCHIVE NAMED BY    *
001820*                           HISTARC INSTEAD OF ACCTHIST.         *
001900*                                                                *
002000*    MODIFICATION HISTORY.                                      *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------  ----  ------------------------------------------ *
002300*    2026-09-02 JHD   ORIGINAL PROGRAM, WRITTEN WITH THE DL230   *
002400*                     SNAPSHOT STEP.                             *
002410*    2026-10-15 JHD   SOURCE=ARCHIVE READS A DL900 HISTORY       *
002420*                     ARCHIVE FOR AN AS-OF DATE ACCTHIST NO      *
002430*                     LONGER HOLDS.                              *
002500*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
004000 FILE-CONTROL.
004100*
004200*        ACCTHIST  - THE CUMULATIVE BALANCE HISTORY (INPUT).
004210*        HISTARC   - A DL900 HISTORY ARCHIVE (INPUT,
004220*                    SOURCE=ARCHIVE ONLY).
004300*        ASOFRPT   - THE PRINTED AS-OF BALANCE REPORT.
004400*
004500     SELECT DL240-HIST-FILE
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS DL240-REPORT-STATUS.
005600*
005610     SELECT DL240-ARCHIVE-FILE
005620         ASSIGN TO HISTARC
005630         ORGANIZATION IS LINE SEQUENTIAL
005640         FILE STATUS IS DL240-ARCHIVE-STATUS.
005650*
005700 DATA DIVISION.
005800 FILE SECTION.
005900*
006500     LABEL RECORDS ARE OMITTED.
006600 01  DL240-PRINT-REC                 PIC X(132).
006700*
006710*        THE ARCHIVE RECORD IS AN OPAQUE BYTE COPY OF THE ACCTHIST
006720*        LAYOUT - IT IS READ INTO THE ACCTHIST RECORD ABOVE, AND
006730*        ITS LENGTH MUST TRACK THE COPYBOOK.
006740*
006750 FD  DL240-ARCHIVE-FILE
006760     LABEL RECORDS ARE STANDARD.
006770 01  DL240-ARCHIVE-REC               PIC X(73).
006780*
006800 WORKING-STORAGE SECTION.
006900*
007000 01  DL240-FILE-STATUSES.
007100     05  DL240-HIST-STATUS           PIC X(02).
007110     05  DL240-ARCHIVE-STATUS        PIC X(02).
007200     05  DL240-REPORT-STATUS         PIC X(02).
007300*
007400 01  DL240-SWITCHES.
007500     05  DL240-HIST-EOF-SW           PIC X(01) VALUE "N".
007600         88  DL240-HIST-EOF          VALUE "Y".
007610     05  DL240-SOURCE-SW             PIC X(01) VALUE "N".
007620         88  DL240-FROM-ARCHIVE      VALUE "Y".
007700*
007800 01  DL240-COUNTERS.
007900     05  DL240-READ-COUNT            PIC 9(8) COMP VALUE ZERO.
008300                                     VALUE ZERO.
008400*
008500******************************************************************
008600*    RUN PARAMETER HANDLING  (ASOFDATE= / TYPE= / SOURCE=)       *
008700******************************************************************
008800 01  DL240-PARM-STRING               PIC X(80).
008900 01  DL240-PARM-TOKENS.
009000     05  DL240-PARM-TOKEN OCCURS 3 TIMES
009100                                     PIC X(40).
009200 01  DL240-PARM-IX                   PIC 9(1) COMP.
009300 01  DL240-PARM-KEY                  PIC X(20).
011100     05  FILLER                      PIC X(06) VALUE SPACES.
011200     05  FILLER                      PIC X(05) VALUE "TYPE ".
011300     05  DL240-H1-TYPE               PIC X(01).
011400     05  FILLER                      PIC X(03) VALUE SPACES.
011410     05  FILLER                      PIC X(07) VALUE "SOURCE ".
011420     05  DL240-H1-SOURCE             PIC X(08).
011430     05  FILLER                      PIC X(11) VALUE SPACES.
011500*
011600 01  DL240-HEADING-2.
011700     05  FILLER                      PIC X(05) VALUE SPACES.
019900******************************************************************
020000 1050-OPEN-FILES.
020100*
020200     IF DL240-FROM-ARCHIVE
020300         OPEN INPUT DL240-ARCHIVE-FILE
020400         IF DL240-ARCHIVE-STATUS NOT = "00"
020500             DISPLAY "DL240 ABEND - OPEN FAILED FOR HISTARC, "
020600                 "STATUS = " DL240-ARCHIVE-STATUS
020700             MOVE 16 TO RETURN-CODE
020800             GOBACK
020809         END-IF
020818     ELSE
020827         OPEN INPUT DL240-HIST-FILE
020836         IF DL240-HIST-STATUS NOT = "00"
020845             DISPLAY "DL240 ABEND - OPEN FAILED FOR ACCTHIST, "
020854                 "STATUS = " DL240-HIST-STATUS
020863             MOVE 16 TO RETURN-CODE
020872             GOBACK
020881         END-IF
020890     END-IF.
020900*
021000     OPEN OUTPUT DL240-REPORT-FILE.
021100     IF DL240-REPORT-STATUS NOT = "00"
022400******************************************************************
022500 1100-PARSE-PARM.
022600*
022700     MOVE SPACES TO DL240-PARM-TOKEN (1) DL240-PARM-TOKEN (2)
022800                    DL240-PARM-TOKEN (3).
022900     UNSTRING DL240-PARM-STRING DELIMITED BY ","
023000         INTO DL240-PARM-TOKEN (1) DL240-PARM-TOKEN (2)
023010              DL240-PARM-TOKEN (3)
023020     END-UNSTRING.
023100*
023200     PERFORM 1110-APPLY-TOKEN THRU 1110-EXIT
023300         VARYING DL240-PARM-IX FROM 1 BY 1
023400         UNTIL DL240-PARM-IX > 3.
023500*
023600 1100-EXIT.
023700     EXIT.
026400             ELSE
026500                 MOVE "D" TO DL240-WANT-TYPE
026600             END-IF
026610         WHEN "SOURCE"
026620             IF DL240-PARM-VALUE = "ARCHIVE"
026630                 SET DL240-FROM-ARCHIVE TO TRUE
026640             END-IF
026700         WHEN OTHER
026800             CONTINUE
026900     END-EVALUATE.
027900*
028000     MOVE DL240-ASOF-DATE TO DL240-H1-ASOF.
028100     MOVE DL240-WANT-TYPE TO DL240-H1-TYPE.
028110     IF DL240-FROM-ARCHIVE
028120         MOVE "HISTARC" TO DL240-H1-SOURCE
028130     ELSE
028140         MOVE "ACCTHIST" TO DL240-H1-SOURCE
028150     END-IF.
028200     MOVE DL240-HEADING-1 TO DL240-PRINT-REC.
028300     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
028400     MOVE DL240-HEADING-2 TO DL240-PRINT-REC.
032800*
032900******************************************************************
033000*    2900-READ-HISTORY  -  READ THE NEXT HISTORY RECORD IN KEY   *
033100*    ORDER, FROM ACCTHIST OR, WITH SOURCE=ARCHIVE, FROM THE      *
033110*    HISTORY ARCHIVE.                                            *
033200******************************************************************
033300 2900-READ-HISTORY.
033400*
033500     IF DL240-FROM-ARCHIVE
033600         READ DL240-ARCHIVE-FILE INTO DL230-HIST-REC
033700             AT END
033800                 SET DL240-HIST-EOF TO TRUE
033900         END-READ
034000         IF DL240-ARCHIVE-STATUS NOT = "00" AND NOT = "10"
034100             DISPLAY "DL240 ABEND - READ FAILED FOR HISTARC, "
034200                 "STATUS = " DL240-ARCHIVE-STATUS
034300             MOVE 16 TO RETURN-CODE
034400             GOBACK
034500         END-IF
034507     ELSE
034514         READ DL240-HIST-FILE
034521             AT END
034528                 SET DL240-HIST-EOF TO TRUE
034535         END-READ
034542         IF DL240-HIST-STATUS NOT = "00" AND NOT = "10"
034549             DISPLAY "DL240 ABEND - READ FAILED FOR ACCTHIST, "
034556                 "STATUS = " DL240-HIST-STATUS
034563             MOVE 16 TO RETURN-CODE
034570             GOBACK
034577         END-IF
034584     END-IF.
034600     IF NOT DL240-HIST-EOF
034700         ADD 1 TO DL240-READ-COUNT
034800     END-IF.
038400             DELIMITED BY SIZE INTO DL240-PRINT-REC
038500         END-STRING
038600         PERFORM 7000-WRITE-LINE THRU 7000-EXIT
038610         IF NOT DL240-FROM-ARCHIVE
038620             MOVE SPACES TO DL240-PRINT-REC
038630             STRING "     *** IF DL900 HAS ARCHIVED THE DATE, "
038640                    "RERUN WITH SOURCE=ARCHIVE ***"
038650                 DELIMITED BY SIZE INTO DL240-PRINT-REC
038660             END-STRING
038670             PERFORM 7000-WRITE-LINE THRU 7000-EXIT
038680         END-IF
038700         GO TO 8000-EXIT
038800     END-IF.
038900*
041100     DISPLAY "DL240 COMPLETE - ACCOUNTS REPORTED    : "
041200         DL240-PRINTED-COUNT.
041300*
041400     CLOSE DL240-REPORT-FILE.
041500     IF DL240-FROM-ARCHIVE
041510         CLOSE DL240-ARCHIVE-FILE
041520     ELSE
041530         CLOSE DL240-HIST-FILE
041540     END-IF.
041600*
041700 9000-EXIT.
041800     EXIT.
