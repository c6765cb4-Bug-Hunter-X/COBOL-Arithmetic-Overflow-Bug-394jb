000340*                 TRENDPRM PARAMETER FILE THE WAY EDITPARM   *
000350*                 FEEDS THE DAILY EDITS; WITH NO TRENDPRM    *
000360*                 EVERY MEASURE DEFAULTS TO 25 PCT.          *
000361* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000362*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000363*                 (PROGRAM ID, RUN ID, START AND END         *
000364*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000365*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000366*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT TRDRPT ASSIGN TO TRDRPT
000460         ORGANIZATION IS LINE SEQUENTIAL.
000463     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000466         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SUMIN
000680 FD  TRDRPT
000690     LABEL RECORDS ARE STANDARD.
000700 01  TR-RECORD                  PIC X(80).
000701 FD  RUNHIST
000702     LABEL RECORDS ARE STANDARD.
000703 01  JH-RECORD.
000704     05  JH-RECORD-TYPE         PIC X(01).
000705         88  JH-RUN-START                VALUE 'S'.
000706         88  JH-RUN-END                  VALUE 'E'.
000707     05  JH-PROGRAM-ID          PIC X(08).
000708     05  JH-RUN-ID              PIC X(14).
000709     05  JH-START-DATE          PIC 9(08).
000710     05  JH-START-TIME          PIC 9(08).
000711     05  JH-END-DATE            PIC 9(08).
000712     05  JH-END-TIME            PIC 9(08).
000713     05  JH-COUNTS.
000714         10  JH-COUNT           OCCURS 3 TIMES.
000715             15  JH-COUNT-LABEL PIC X(08).
000716             15  JH-COUNT-VALUE PIC 9(09).
000717     05  JH-RETURN-CODE         PIC 9(02).
000718 WORKING-STORAGE SECTION.
000720 01  WS-SWITCHES.
000730     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000740         88  WS-EOF                      VALUE 'Y'.
001100 77  WS-VARIANCE-COUNT          PIC 9(04) COMP VALUE ZERO.
001110 77  WS-MONTH-COUNT             PIC 9(08) COMP VALUE ZERO.
001120 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
001121*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
001122 01  WS-JH-START-STAMP.
001123     05  WS-JH-START-DATE       PIC 9(08).
001124     05  WS-JH-START-TIME       PIC 9(08).
001125 01  WS-JH-RUN-ID.
001126     05  WS-JH-RUN-ID-DATE      PIC 9(08).
001127     05  WS-JH-RUN-ID-TIME      PIC 9(06).
001128 01  WS-JH-COUNTS.
001129     05  WS-JH-COUNT            OCCURS 3 TIMES.
001130         10  WS-JH-COUNT-LABEL  PIC X(08).
001131         10  WS-JH-COUNT-VALUE  PIC 9(09).
001132 77  WS-CURRENT-DATE            PIC 9(08).
001140 01  WS-REPORT-HEADING-1.
001150     05  FILLER                 PIC X(25)
001160         VALUE "YTD TREND REPORT ".
001560* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
001570*-----------------------------------------------------------*
001580 0000-MAINLINE.
001585     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 2000-LOAD-PERIODS THRU 2000-EXIT
001610         UNTIL WS-EOF.
001620     PERFORM 3000-PRINT-TREND THRU 3000-EXIT.
001630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001640     MOVE WS-RETURN-CODE TO RETURN-CODE.
001645     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
001650     STOP RUN.
001660 0000-EXIT.
001670     EXIT.
001671*-----------------------------------------------------------*
001672* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
001673*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
001674*-----------------------------------------------------------*
001675 0050-LOG-RUN-START.
001676     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
001677     ACCEPT WS-JH-START-TIME FROM TIME.
001678     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
001679     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
001680     INITIALIZE WS-JH-COUNTS.
001681     MOVE SPACES TO JH-RECORD.
001682     SET JH-RUN-START TO TRUE.
001683     MOVE "TXNTRD01" TO JH-PROGRAM-ID.
001684     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
001685     MOVE WS-JH-START-DATE TO JH-START-DATE.
001686     MOVE WS-JH-START-TIME TO JH-START-TIME.
001687     MOVE ZERO TO JH-END-DATE.
001688     MOVE ZERO TO JH-END-TIME.
001689     MOVE WS-JH-COUNTS TO JH-COUNTS.
001690     MOVE ZERO TO JH-RETURN-CODE.
001691     OPEN EXTEND RUNHIST.
001692     WRITE JH-RECORD.
001693     CLOSE RUNHIST.
001694 0050-EXIT.
001695     EXIT.
001696*-----------------------------------------------------------*
001697* 1000-INITIALIZE - OPENS FILES, PRINTS THE HEADINGS, AND    *
001700*   LOADS THE VARIANCE THRESHOLDS FROM TRENDPRM.             *
001710*-----------------------------------------------------------*
001720 1000-INITIALIZE.
004220     WRITE TR-RECORD.
004230 9110-EXIT.
004240     EXIT.
004250*-----------------------------------------------------------*
004260* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
004270*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
004280*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
004290*-----------------------------------------------------------*
004300 9900-LOG-RUN-END.
004310     MOVE "MONTHS" TO WS-JH-COUNT-LABEL (1).
004320     MOVE WS-MONTH-COUNT TO WS-JH-COUNT-VALUE (1).
004330     MOVE "VARIANCE" TO WS-JH-COUNT-LABEL (2).
004340     MOVE WS-VARIANCE-COUNT TO WS-JH-COUNT-VALUE (2).
004350     MOVE SPACES TO JH-RECORD.
004360     SET JH-RUN-END TO TRUE.
004370     MOVE "TXNTRD01" TO JH-PROGRAM-ID.
004380     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
004390     MOVE WS-JH-START-DATE TO JH-START-DATE.
004400     MOVE WS-JH-START-TIME TO JH-START-TIME.
004410     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
004420     ACCEPT JH-END-TIME FROM TIME.
004430     MOVE WS-JH-COUNTS TO JH-COUNTS.
004440     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
004450     OPEN EXTEND RUNHIST.
004460     WRITE JH-RECORD.
004470     CLOSE RUNHIST.
004480 9900-EXIT.
004490     EXIT.
