001700*    IF THEY DISAGREE, OR THE SUMMARY RECORD IS MISSING, THE     *
001800*    STEP ENDS WITH RETURN CODE 8 AND THE GL FILE MUST NOT BE    *
001900*    TRANSMITTED.                                                *
001910*                                                                *
001920*    A RUN THAT PROVES IS ALSO LOGGED ON THE CUMULATIVE GL       *
001930*    SENT LOG (GLSENT), BY GL ACCOUNT AND COST CENTER WITH A     *
001940*    DATE TOTAL, SO DL510 CAN RECONCILE THE GL'S                 *
001950*    ACKNOWLEDGEMENT AGAINST WHAT WAS SENT LONG AFTER GLEXT      *
001960*    ITSELF HAS BEEN OVERWRITTEN.                                *
002000*                                                                *
002100*    RUN PARAMETERS (COMMA SEPARATED, KEYWORD=VALUE):            *
002200*        BUSDATE=YYYYMMDD  BUSINESS DATE FOR THE GLEXT HEADER    *
003097*                     SAME DATE TWICE WITHOUT OVERRIDE=Y         *
003098*                     (WHICH IS RECORDED), AND MARKS ITSELF      *
003099*                     COMPLETE ONLY WHEN THE EXTRACT PROVES.     *
003100*    2026-10-15 JHD   A PROVEN EXTRACT IS LOGGED ON THE NEW      *
003110*                     CUMULATIVE GL SENT LOG (GLSENT) FOR THE    *
003120*                     DL510 ACKNOWLEDGEMENT RECONCILIATION.  AN  *
003130*                     OVERRIDE RERUN REPLACES THE DATE'S LOG.    *
003150*                                                                *
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. DL500.
005210*        UNMAPRPT  - POSTINGS WHOSE KEY FALLS IN NO MAPPED
005220*                    RANGE (OUTPUT).
005230*        DAYCTL    - THE SUITE'S SHARED DAY-CONTROL DATASET.
005240*        GLSENT    - THE CUMULATIVE LOG OF WHAT EACH PROVEN
005250*                    EXTRACT SENT THE GL (I-O, INDEXED,
005260*                    CREATED BY THE FIRST RUN).
005300*
005400     SELECT DL500-RESULT-FILE
005500         ASSIGN TO RESULTS
006794         RECORD KEY IS DC-BUSINESS-DATE
006796         FILE STATUS IS DL500-DAYC-STATUS.
006800*
006810     SELECT OPTIONAL DL500-SENT-FILE
006820         ASSIGN TO GLSENT
006830         ORGANIZATION IS INDEXED
006840         ACCESS MODE IS DYNAMIC
006850         RECORD KEY IS GS-KEY
006860         FILE STATUS IS DL500-SENT-STATUS.
006870*
006900 DATA DIVISION.
007000 FILE SECTION.
007100*
010194     LABEL RECORDS ARE STANDARD.
010196     COPY DL100DAY.
010200*
010210 FD  DL500-SENT-FILE
010220     LABEL RECORDS ARE STANDARD.
010230     COPY DL500GLS.
010240*
010300 WORKING-STORAGE SECTION.
010400*
010500 01  DL500-FILE-STATUSES.
010800     05  DL500-EXTRACT-STATUS        PIC X(02).
010810     05  DL500-UNMAP-STATUS          PIC X(02).
010820     05  DL500-DAYC-STATUS           PIC X(02).
010830     05  DL500-SENT-STATUS           PIC X(02).
010900*
011000 01  DL500-SWITCHES.
011100     05  DL500-RESULT-EOF-SW         PIC X(01) VALUE "N".
011950         88  DL500-MAP-MISSING       VALUE "N".
011960     05  DL500-OVERRIDE-SW           PIC X(01) VALUE "N".
011970         88  DL500-OVERRIDE          VALUE "Y".
011980     05  DL500-SENT-DONE-SW          PIC X(01) VALUE "N".
011990         88  DL500-SENT-DONE         VALUE "Y".
012000*
012100 01  DL500-COUNTERS.
012200     05  DL500-ACCEPT-COUNT          PIC 9(8) COMP VALUE ZERO.
012300     05  DL500-LINE-COUNT            PIC 9(8) COMP VALUE ZERO.
012400     05  DL500-MAP-SUB               PIC 9(3) COMP VALUE ZERO.
012410     05  DL500-UNMAPPED-COUNT        PIC 9(8) COMP VALUE ZERO.
012420     05  DL500-SENT-LINE-COUNT       PIC 9(8) COMP VALUE ZERO.
012430     05  DL500-SENT-POSTINGS         PIC 9(8) COMP VALUE ZERO.
012440     05  DL500-SENT-PURGED-COUNT     PIC 9(8) COMP VALUE ZERO.
012500*
012600 01  DL500-EXTRACT-TOTAL             PIC S9(10)V9(3) COMP-3
012700                                     VALUE ZERO.
023288     MOVE DL500-UNMAP-HEADING-2 TO DL500-UNMAP-PRINT-REC.
023290     PERFORM 4950-WRITE-UNMAP-LINE THRU 4950-EXIT.
023300*
023310*        THE SENT LOG IS CUMULATIVE - THE FIRST RUN CREATES IT.
023320     OPEN I-O DL500-SENT-FILE.
023330     IF DL500-SENT-STATUS NOT = "00" AND NOT = "05"
023340         DISPLAY "DL500 ABEND - OPEN FAILED FOR GLSENT, "
023350             "STATUS = " DL500-SENT-STATUS
023360         MOVE 16 TO RETURN-CODE
023370         GOBACK
023380     END-IF.
023390*
023400 1050-EXIT.
023500     EXIT.
023600*
046800         DL500-EXTRACT-TOTAL.
046810     DISPLAY "DL500 COMPLETE - UNMAPPED POSTINGS    : "
046820         DL500-UNMAPPED-COUNT.
046830     DISPLAY "DL500 COMPLETE - GLSENT LINES LOGGED  : "
046840         DL500-SENT-LINE-COUNT.
046900*
046910     MOVE "UNMAPPED POSTINGS / AMOUNT" TO DL500-UNM-TOT-LABEL.
046920     MOVE DL500-UNMAPPED-COUNT TO DL500-UNM-TOT-COUNT.
046960*
046970*        A RUN THAT DOES NOT PROVE - OUT OF BALANCE OR WITH
046980*        UNMAPPED POSTINGS - IS NOT MARKED COMPLETE, SO THE
046990*        DAY CONTROL STILL SHOWS THE EXTRACT OUTSTANDING, AND
046991*        IS NOT LOGGED ON GLSENT AS AWAITING ACKNOWLEDGEMENT.
046992     IF DL500-IN-BALANCE
046994        AND DL500-UNMAPPED-COUNT = ZERO
046995         PERFORM 9650-LOG-SENT THRU 9650-EXIT
046996         PERFORM 9600-CLOSE-DAY THRU 9600-EXIT
046998     END-IF.
046999*
047100           DL500-RECON-FILE
047200           DL500-EXTRACT-FILE
047210           DL500-UNMAP-FILE
047220           DL500-DAYCTL-FILE
047230           DL500-SENT-FILE.
047300*
047310     IF DL500-UNMAPPED-COUNT > ZERO
047320         DISPLAY "DL500 COMPLETE - UNMAPPED ACCOUNTS, RC 8"
049350*
049360 9600-EXIT.
049370     EXIT.
049380*
049390******************************************************************
049400*    9650-LOG-SENT  -  RECORD ON THE CUMULATIVE SENT LOG WHAT    *
049410*    THIS EXTRACT SENT:  ONE LINE PER GL ACCOUNT AND COST        *
049420*    CENTER AND A DATE TOTAL, FOR DL510 TO MATCH THE GL'S        *
049430*    ACKNOWLEDGEMENT AGAINST.  WHATEVER AN EARLIER RUN LOGGED    *
049440*    FOR THE DATE - ACKNOWLEDGEMENT AND ALL - IS REMOVED FIRST,  *
049450*    BECAUSE AFTER AN OVERRIDE RERUN THE GL HAS A NEW FILE TO    *
049460*    ACKNOWLEDGE.                                                *
049470******************************************************************
049480 9650-LOG-SENT.
049490*
049500     MOVE LOW-VALUES TO GS-KEY.
049510     MOVE DL500-BUSINESS-DATE TO GS-BUSINESS-DATE.
049520     START DL500-SENT-FILE KEY IS NOT LESS THAN GS-KEY.
049530     IF DL500-SENT-STATUS = "23"
049540         SET DL500-SENT-DONE TO TRUE
049550     END-IF.
049560     IF DL500-SENT-STATUS NOT = "00" AND NOT = "23"
049570         DISPLAY "DL500 ABEND - START FAILED FOR GLSENT, "
049580             "STATUS = " DL500-SENT-STATUS
049590         MOVE 16 TO RETURN-CODE
049600         GOBACK
049610     END-IF.
049620*
049630     PERFORM 9660-PURGE-ONE THRU 9660-EXIT
049640         UNTIL DL500-SENT-DONE.
049650     IF DL500-SENT-PURGED-COUNT > ZERO
049660         DISPLAY "DL500 REPLACED " DL500-SENT-PURGED-COUNT
049670             " GLSENT RECORDS LOGGED EARLIER FOR "
049680             DL500-BUSINESS-DATE
049690     END-IF.
049700*
049710     PERFORM 9670-LOG-ONE-RANGE THRU 9670-EXIT
049720         VARYING DL500-MAP-SUB FROM 1 BY 1
049730         UNTIL DL500-MAP-SUB > DL500-MAP-COUNT.
049740*
049750     INITIALIZE DL500-SENT-REC.
049760     MOVE DL500-BUSINESS-DATE TO GS-BUSINESS-DATE.
049770     MOVE "T" TO GS-REC-TYPE.
049780     MOVE SPACES TO GS-GL-ACCOUNT GS-COST-CENTER.
049790     MOVE DL500-SENT-POSTINGS TO GS-SENT-COUNT.
049800     MOVE DL500-EXTRACT-TOTAL TO GS-SENT-AMOUNT.
049810     MOVE SPACE TO GS-ACK-STATUS.
049820     WRITE DL500-SENT-REC.
049830     IF DL500-SENT-STATUS NOT = "00"
049840         DISPLAY "DL500 ABEND - WRITE FAILED FOR GLSENT, "
049850             "STATUS = " DL500-SENT-STATUS
049860         MOVE 16 TO RETURN-CODE
049870         GOBACK
049880     END-IF.
049890*
049900 9650-EXIT.
049910     EXIT.
049920*
049930******************************************************************
049940*    9660-PURGE-ONE  -  READ THE NEXT SENT-LOG RECORD AND        *
049950*    DELETE IT IF IT STILL BELONGS TO THE BUSINESS DATE.         *
049960******************************************************************
049970 9660-PURGE-ONE.
049980*
049990     READ DL500-SENT-FILE NEXT RECORD
050000         AT END
050010             SET DL500-SENT-DONE TO TRUE
050020     END-READ.
050030*
050040     IF DL500-SENT-STATUS NOT = "00" AND NOT = "10"
050050         DISPLAY "DL500 ABEND - READ FAILED FOR GLSENT, "
050060             "STATUS = " DL500-SENT-STATUS
050070         MOVE 16 TO RETURN-CODE
050080         GOBACK
050090     END-IF.
050100*
050110     IF DL500-SENT-DONE
050120         GO TO 9660-EXIT
050130     END-IF.
050140     IF GS-BUSINESS-DATE NOT = DL500-BUSINESS-DATE
050150         SET DL500-SENT-DONE TO TRUE
050160         GO TO 9660-EXIT
050170     END-IF.
050180*
050190     DELETE DL500-SENT-FILE RECORD.
050200     IF DL500-SENT-STATUS NOT = "00"
050210         DISPLAY "DL500 ABEND - DELETE FAILED FOR GLSENT, "
050220             "STATUS = " DL500-SENT-STATUS
050230         MOVE 16 TO RETURN-CODE
050240         GOBACK
050250     END-IF.
050260     ADD 1 TO DL500-SENT-PURGED-COUNT.
050270*
050280 9660-EXIT.
050290     EXIT.
050300*
050310******************************************************************
050320*    9670-LOG-ONE-RANGE  -  ADD ONE MAPPED RANGE'S COUNT AND     *
050330*    AMOUNT TO ITS GL ACCOUNT AND COST CENTER LINE ON THE SENT   *
050340*    LOG, STARTING THE LINE IF THIS IS ITS FIRST RANGE.  RANGES  *
050350*    THAT SAW NO ACTIVITY SENT NOTHING AND ARE SKIPPED.          *
050360******************************************************************
050370 9670-LOG-ONE-RANGE.
050380*
050390     IF DL500-MAP-REC-COUNT (DL500-MAP-SUB) = ZERO
050400         GO TO 9670-EXIT
050410     END-IF.
050420*
050430     MOVE DL500-BUSINESS-DATE TO GS-BUSINESS-DATE.
050440     MOVE "D" TO GS-REC-TYPE.
050450     MOVE DL500-MAP-GL-ACCOUNT (DL500-MAP-SUB) TO GS-GL-ACCOUNT.
050460     MOVE DL500-MAP-COST-CENTER (DL500-MAP-SUB)
050470         TO GS-COST-CENTER.
050480     READ DL500-SENT-FILE.
050490*
050500     EVALUATE DL500-SENT-STATUS
050510         WHEN "00"
050520             ADD DL500-MAP-REC-COUNT (DL500-MAP-SUB)
050530                 TO GS-SENT-COUNT
050540             ADD DL500-MAP-AMT (DL500-MAP-SUB) TO GS-SENT-AMOUNT
050550             REWRITE DL500-SENT-REC
050560         WHEN "23"
050570             INITIALIZE DL500-SENT-REC
050580             MOVE DL500-BUSINESS-DATE TO GS-BUSINESS-DATE
050590             MOVE "D" TO GS-REC-TYPE
050600             MOVE DL500-MAP-GL-ACCOUNT (DL500-MAP-SUB)
050610                 TO GS-GL-ACCOUNT
050620             MOVE DL500-MAP-COST-CENTER (DL500-MAP-SUB)
050630                 TO GS-COST-CENTER
050640             MOVE DL500-MAP-REC-COUNT (DL500-MAP-SUB)
050650                 TO GS-SENT-COUNT
050660             MOVE DL500-MAP-AMT (DL500-MAP-SUB) TO GS-SENT-AMOUNT
050670             MOVE SPACE TO GS-ACK-STATUS
050680             WRITE DL500-SENT-REC
050690             ADD 1 TO DL500-SENT-LINE-COUNT
050700         WHEN OTHER
050710             CONTINUE
050720     END-EVALUATE.
050730     IF DL500-SENT-STATUS NOT = "00"
050740         DISPLAY "DL500 ABEND - UPDATE FAILED FOR GLSENT, "
050750             "STATUS = " DL500-SENT-STATUS
050760         MOVE 16 TO RETURN-CODE
050770         GOBACK
050780     END-IF.
050790*
050800     ADD DL500-MAP-REC-COUNT (DL500-MAP-SUB)
050810         TO DL500-SENT-POSTINGS.
050820*
050830 9670-EXIT.
050840     EXIT.
