000340*                 USED, EXACT WITHIN A MONTH.                *
000342* 09/02/2026 RH   CARRY THE ORIGINATING RUN ID THE SUSPENSE  *
000344*                 RECORD NOW HOLDS AT THE END OF THE LAYOUT. *
000346* 10/15/2026 RH   CARRY THE NEW REVERSED RECORD ID ON THE    *
000348*                 SUSPENSE RECORD LAYOUT.                    *
000349* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000350*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000351*                 (PROGRAM ID, RUN ID, START AND END         *
000352*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000353*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000354*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000355* 10/15/2026 RH   READ THE CALFILE ACCOUNTING CALENDAR AS AN *
000356*                 INDEXED FILE KEYED BY DATE.  THE AGE COUNT *
000357*                 NOW STARTS AT THE DAY AFTER THE            *
000358*                 FIRST-REJECTED DATE AND READS FORWARD TO   *
000359*                 TODAY, SO THE CALENDAR IS NO LONGER HELD   *
000360*                 IN STORAGE OR CAPPED AT 500 DAYS.  A       *
000361*                 CALENDAR THAT CANNOT BE OPENED IS          *
000362*                 REPORTED, SETS RC 4, AND THE AGE FALLS     *
000363*                 BACK TO CALENDAR ARITHMETIC.               *
000364*-----------------------------------------------------------*
000365 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL SUSPOUT ASSIGN TO SUSPOUT
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT OPTIONAL CALFILE ASSIGN TO CALFILE
000414         ORGANIZATION IS INDEXED
000418         ACCESS MODE IS DYNAMIC
000422         RECORD KEY IS CA-DATE
000426         FILE STATUS IS WS-CALFILE-STATUS.
000430     SELECT AGERPT ASSIGN TO AGERPT
000440         ORGANIZATION IS LINE SEQUENTIAL.
000443     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000446         ORGANIZATION IS LINE SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  SUSPOUT
000630             OCCURS 4 TIMES.
000640         10  SO-EFF-DATE        PIC 9(08).
000650         10  SO-GL-ACCOUNT      PIC 9(08).
000655         10  SO-REVERSES-ID     PIC 9(06).
000660     05  SO-FIRST-REJ-DATE      PIC 9(08).
000670     05  SO-ATTEMPT-COUNT       PIC 9(02).
000672     05  SO-ORIG-RUN-ID         PIC X(14).
000780 FD  AGERPT
000790     LABEL RECORDS ARE STANDARD.
000800 01  AG-RECORD                  PIC X(80).
000801 FD  RUNHIST
000802     LABEL RECORDS ARE STANDARD.
000803 01  JH-RECORD.
000804     05  JH-RECORD-TYPE         PIC X(01).
000805         88  JH-RUN-START                VALUE 'S'.
000806         88  JH-RUN-END                  VALUE 'E'.
000807     05  JH-PROGRAM-ID          PIC X(08).
000808     05  JH-RUN-ID              PIC X(14).
000809     05  JH-START-DATE          PIC 9(08).
000810     05  JH-START-TIME          PIC 9(08).
000811     05  JH-END-DATE            PIC 9(08).
000812     05  JH-END-TIME            PIC 9(08).
000813     05  JH-COUNTS.
000814         10  JH-COUNT           OCCURS 3 TIMES.
000815             15  JH-COUNT-LABEL PIC X(08).
000816             15  JH-COUNT-VALUE PIC 9(09).
000817     05  JH-RETURN-CODE         PIC 9(02).
000818 WORKING-STORAGE SECTION.
000820 01  WS-SWITCHES.
000830     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000840         88  WS-EOF                      VALUE 'Y'.
000870     05  WS-CAL-LOADED-SWITCH   PIC X(01) VALUE 'N'.
000880         88  WS-CAL-LOADED               VALUE 'Y'.
000890         88  WS-CAL-MISSING              VALUE 'N'.
000900 77  WS-CALFILE-STATUS          PIC X(02) VALUE "00".
000910     88  WS-CALFILE-FOUND            VALUE "00".
000990 01  WS-REASON-TABLE.
001000     05  WS-RSN-MAX             PIC 9(02) COMP VALUE 20.
001010     05  WS-RSN-COUNT           PIC 9(02) COMP VALUE ZERO.
001160 77  WS-THRESHOLD-PARM          PIC X(03) VALUE SPACES.
001170 77  WS-ARG-NUM                 PIC 9(02) COMP VALUE 1.
001180 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
001181*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
001182 01  WS-JH-START-STAMP.
001183     05  WS-JH-START-DATE       PIC 9(08).
001184     05  WS-JH-START-TIME       PIC 9(08).
001185 01  WS-JH-RUN-ID.
001186     05  WS-JH-RUN-ID-DATE      PIC 9(08).
001187     05  WS-JH-RUN-ID-TIME      PIC 9(06).
001188 01  WS-JH-COUNTS.
001189     05  WS-JH-COUNT            OCCURS 3 TIMES.
001190         10  WS-JH-COUNT-LABEL  PIC X(08).
001191         10  WS-JH-COUNT-VALUE  PIC 9(09).
001192 01  WS-CURRENT-DATE            PIC 9(08).
001200 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001210     05  WS-CD-YEAR             PIC 9(04).
001220     05  WS-CD-MONTH            PIC 9(02).
001800* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
001810*-----------------------------------------------------------*
001820 0000-MAINLINE.
001825     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
001830     PERFORM 0100-GET-THRESHOLD-PARM THRU 0100-EXIT.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850     PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
001860         UNTIL WS-EOF.
001870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001880     MOVE WS-RETURN-CODE TO RETURN-CODE.
001885     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
001890     STOP RUN.
001900 0000-EXIT.
001910     EXIT.
001911*-----------------------------------------------------------*
001912* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
001913*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
001914*-----------------------------------------------------------*
001915 0050-LOG-RUN-START.
001916     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
001917     ACCEPT WS-JH-START-TIME FROM TIME.
001918     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
001919     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
001920     INITIALIZE WS-JH-COUNTS.
001921     MOVE SPACES TO JH-RECORD.
001922     SET JH-RUN-START TO TRUE.
001923     MOVE "TXNAGE01" TO JH-PROGRAM-ID.
001924     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
001925     MOVE WS-JH-START-DATE TO JH-START-DATE.
001926     MOVE WS-JH-START-TIME TO JH-START-TIME.
001927     MOVE ZERO TO JH-END-DATE.
001928     MOVE ZERO TO JH-END-TIME.
001929     MOVE WS-JH-COUNTS TO JH-COUNTS.
001930     MOVE ZERO TO JH-RETURN-CODE.
001931     OPEN EXTEND RUNHIST.
001932     WRITE JH-RECORD.
001933     CLOSE RUNHIST.
001934 0050-EXIT.
001935     EXIT.
001936*-----------------------------------------------------------*
001937* 0100-GET-THRESHOLD-PARM - READS PARM 1, THE ESCALATION     *
001940*   THRESHOLD IN DAYS; WITH NO PARM THE DEFAULT OF 5 DAYS    *
001950*   STANDS.                                                  *
001960*-----------------------------------------------------------*
002120     EXIT.
002130*-----------------------------------------------------------*
002140* 1000-INITIALIZE - OPENS FILES, PRINTS THE HEADINGS, AND    *
002150*   OPENS THE ACCOUNTING CALENDAR.                           *
002160*-----------------------------------------------------------*
002170 1000-INITIALIZE.
002180     OPEN INPUT SUSPOUT.
002240     MOVE WS-THRESHOLD-DAYS TO WS-RH-THRESHOLD.
002250     MOVE WS-REPORT-HEADING-2 TO AG-RECORD.
002260     WRITE AG-RECORD.
002270     PERFORM 1300-OPEN-CALENDAR THRU 1300-EXIT.
002280 1000-EXIT.
002290     EXIT.
002300*-----------------------------------------------------------*
002310* 1300-OPEN-CALENDAR - OPENS THE CALFILE ACCOUNTING CALENDAR *
002320*   FOR THE AGE COUNT, READ BY DATE FROM EACH ITEM'S FIRST-  *
002330*   REJECTED DATE; WITH NO CALENDAR SUPPLIED, AN EMPTY ONE,  *
002340*   OR ONE THAT CANNOT BE OPENED THE AGE FALLS BACK TO       *
002350*   CALENDAR ARITHMETIC.                                     *
002360*-----------------------------------------------------------*
002370 1300-OPEN-CALENDAR.
002380     OPEN INPUT CALFILE.
002390     IF WS-CALFILE-STATUS NOT = "00"
002400         AND WS-CALFILE-STATUS NOT = "05"
002410         DISPLAY "*** CALFILE OPEN FAILED STATUS "
002420             WS-CALFILE-STATUS " - AGE IS BY CALENDAR "
002430             "ARITHMETIC."
002440         IF WS-RETURN-CODE < 4
002450             MOVE 4 TO WS-RETURN-CODE
002460         END-IF
002470         GO TO 1300-EXIT
002480     END-IF.
002490     MOVE ZERO TO CA-DATE.
002500     START CALFILE KEY IS NOT LESS THAN CA-DATE
002510         INVALID KEY
002520             CONTINUE
002530     END-START.
002540     IF WS-CALFILE-FOUND
002550         SET WS-CAL-LOADED TO TRUE
002560     END-IF.
002570 1300-EXIT.
002580     EXIT.
002730*-----------------------------------------------------------*
002740* 2000-PROCESS-SUSPENSE - READS ONE OPEN SUSPENSE ITEM,      *
002750*   COMPUTES ITS DOLLARS AND AGE, BUCKETS IT BY REASON       *
003300     EXIT.
003310*-----------------------------------------------------------*
003320* 2200-COMPUTE-AGE - COMPUTES THE ITEM'S AGE IN DAYS FROM    *
003330*   ITS FIRST-REJECTED DATE: A COUNT OF CALFILE DAYS READ    *
003340*   FORWARD FROM THAT DATE WHEN A CALENDAR IS OPEN,          *
003350*   OTHERWISE CALENDAR ARITHMETIC, EXACT WITHIN A MONTH.  AN *
003360*   ITEM WITHOUT A PARSEABLE DATE AGES AS ZERO DAYS.         *
003370*-----------------------------------------------------------*
003380 2200-COMPUTE-AGE.
003390     MOVE ZERO TO WS-AGE-DAYS.
003440     IF WS-FIRST-DATE >= WS-CURRENT-DATE
003450         GO TO 2200-EXIT
003460     END-IF.
003465     IF WS-CAL-LOADED
003470         MOVE WS-FIRST-DATE TO CA-DATE
003475         MOVE 'N' TO WS-CAL-EOF-SWITCH
003480         START CALFILE KEY IS GREATER THAN CA-DATE
003485             INVALID KEY
003490                 SET WS-CAL-EOF TO TRUE
003495         END-START
003500         PERFORM 2210-COUNT-AGE-DAY THRU 2210-EXIT
003505             UNTIL WS-CAL-EOF
003510         GO TO 2200-EXIT
003515     END-IF.
003530     COMPUTE WS-AGE-DAYS =
003540         ((WS-CD-YEAR - WS-FD-YEAR) * 365)
003550         + ((WS-CD-MONTH - WS-FD-MONTH) * 31)
003600 2200-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------*
003626* 2210-COUNT-AGE-DAY - READS THE NEXT CALFILE DAY AFTER THE  *
003632*   FIRST-REJECTED DATE AND COUNTS IT, STOPPING PAST TODAY.  *
003638*-----------------------------------------------------------*
003644 2210-COUNT-AGE-DAY.
003650     READ CALFILE NEXT RECORD
003656         AT END
003662             SET WS-CAL-EOF TO TRUE
003668             GO TO 2210-EXIT
003674     END-READ.
003680     IF CA-DATE > WS-CURRENT-DATE
003686         SET WS-CAL-EOF TO TRUE
003692         GO TO 2210-EXIT
003698     END-IF.
003704     ADD 1 TO WS-AGE-DAYS.
003720 2210-EXIT.
003730     EXIT.
003740*-----------------------------------------------------------*
004710     MOVE WS-TOTAL-SUSPENSE TO WS-TL-TOTAL.
004720     MOVE WS-TOTAL-LINE TO AG-RECORD.
004730     WRITE AG-RECORD.
004740     CLOSE SUSPOUT AGERPT CALFILE.
004750 9000-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------*
004990     WRITE AG-RECORD.
005000 9110-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------*
005030* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
005040*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
005050*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
005060*-----------------------------------------------------------*
005070 9900-LOG-RUN-END.
005080     MOVE "READ" TO WS-JH-COUNT-LABEL (1).
005090     MOVE WS-READ-COUNT TO WS-JH-COUNT-VALUE (1).
005100     MOVE "ESCALATD" TO WS-JH-COUNT-LABEL (2).
005110     MOVE WS-ESCALATED-COUNT TO WS-JH-COUNT-VALUE (2).
005120     MOVE SPACES TO JH-RECORD.
005130     SET JH-RUN-END TO TRUE.
005140     MOVE "TXNAGE01" TO JH-PROGRAM-ID.
005150     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
005160     MOVE WS-JH-START-DATE TO JH-START-DATE.
005170     MOVE WS-JH-START-TIME TO JH-START-TIME.
005180     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
005190     ACCEPT JH-END-TIME FROM TIME.
005200     MOVE WS-JH-COUNTS TO JH-COUNTS.
005210     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
005220     OPEN EXTEND RUNHIST.
005230     WRITE JH-RECORD.
005240     CLOSE RUNHIST.
005250 9900-EXIT.
005260     EXIT.
