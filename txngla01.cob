000380*                 OVER THE NEW PER-ACCOUNT 'S' SUMMARY       *
000390*                 RECORDS - THE GL SIDE ACKNOWLEDGES THE     *
000400*                 RECORD-LEVEL DETAILS, NOT THE SUMMARY.     *
000401* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000402*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000403*                 (PROGRAM ID, RUN ID, START AND END         *
000404*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000405*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000406*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000410*-----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT GLREX ASSIGN TO GLREX
000520         ORGANIZATION IS LINE SEQUENTIAL.
000523     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000526         ORGANIZATION IS LINE SEQUENTIAL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  GLFILE
000970         SIGN IS LEADING SEPARATE CHARACTER.
000980     05  GX-DEPT                PIC X(08).
000990     05  GX-GL-ACCOUNT          PIC 9(08).
000991 FD  RUNHIST
000992     LABEL RECORDS ARE STANDARD.
000993 01  JH-RECORD.
000994     05  JH-RECORD-TYPE         PIC X(01).
000995         88  JH-RUN-START                VALUE 'S'.
000996         88  JH-RUN-END                  VALUE 'E'.
000997     05  JH-PROGRAM-ID          PIC X(08).
000998     05  JH-RUN-ID              PIC X(14).
000999     05  JH-START-DATE          PIC 9(08).
001000     05  JH-START-TIME          PIC 9(08).
001001     05  JH-END-DATE            PIC 9(08).
001002     05  JH-END-TIME            PIC 9(08).
001003     05  JH-COUNTS.
001004         10  JH-COUNT           OCCURS 3 TIMES.
001005             15  JH-COUNT-LABEL PIC X(08).
001006             15  JH-COUNT-VALUE PIC 9(09).
001007     05  JH-RETURN-CODE         PIC 9(02).
001008 WORKING-STORAGE SECTION.
001010 01  WS-SWITCHES.
001020     05  WS-GL-EOF-SWITCH       PIC X(01) VALUE 'N'.
001030         88  WS-GL-EOF                   VALUE 'Y'.
001280 77  WS-TRAILER-SW              PIC X(01) VALUE 'N'.
001290     88  WS-TRAILER-SEEN             VALUE 'Y'.
001300 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
001301*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
001302 01  WS-JH-START-STAMP.
001303     05  WS-JH-START-DATE       PIC 9(08).
001304     05  WS-JH-START-TIME       PIC 9(08).
001305 01  WS-JH-RUN-ID.
001306     05  WS-JH-RUN-ID-DATE      PIC 9(08).
001307     05  WS-JH-RUN-ID-TIME      PIC 9(06).
001308 01  WS-JH-COUNTS.
001309     05  WS-JH-COUNT            OCCURS 3 TIMES.
001310         10  WS-JH-COUNT-LABEL  PIC X(08).
001311         10  WS-JH-COUNT-VALUE  PIC 9(09).
001312 77  WS-CURRENT-DATE            PIC 9(08).
001320 01  WS-REPORT-HEADING-1.
001330     05  FILLER                 PIC X(25)
001340         VALUE "GL ACKNOWLEDGMENT MATCH ".
001580* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
001590*-----------------------------------------------------------*
001600 0000-MAINLINE.
001605     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     PERFORM 2000-PROCESS-GLFILE THRU 2000-EXIT
001630         UNTIL WS-GL-EOF.
001640     PERFORM 3000-COUNT-ORPHAN-ACKS THRU 3000-EXIT.
001650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001660     MOVE WS-RETURN-CODE TO RETURN-CODE.
001665     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
001670     STOP RUN.
001680 0000-EXIT.
001690     EXIT.
001691*-----------------------------------------------------------*
001692* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
001693*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
001694*-----------------------------------------------------------*
001695 0050-LOG-RUN-START.
001696     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
001697     ACCEPT WS-JH-START-TIME FROM TIME.
001698     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
001699     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
001700     INITIALIZE WS-JH-COUNTS.
001701     MOVE SPACES TO JH-RECORD.
001702     SET JH-RUN-START TO TRUE.
001703     MOVE "TXNGLA01" TO JH-PROGRAM-ID.
001704     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
001705     MOVE WS-JH-START-DATE TO JH-START-DATE.
001706     MOVE WS-JH-START-TIME TO JH-START-TIME.
001707     MOVE ZERO TO JH-END-DATE.
001708     MOVE ZERO TO JH-END-TIME.
001709     MOVE WS-JH-COUNTS TO JH-COUNTS.
001710     MOVE ZERO TO JH-RETURN-CODE.
001711     OPEN EXTEND RUNHIST.
001712     WRITE JH-RECORD.
001713     CLOSE RUNHIST.
001714 0050-EXIT.
001715     EXIT.
001716*-----------------------------------------------------------*
001717* 1000-INITIALIZE - OPENS FILES, PRINTS THE HEADINGS, AND    *
001720*   LOADS THE ACKNOWLEDGMENT TABLE FROM GLACK.               *
001730*-----------------------------------------------------------*
001740 1000-INITIALIZE.
004230     WRITE GR-RECORD.
004240 9110-EXIT.
004250     EXIT.
004260*-----------------------------------------------------------*
004270* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
004280*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
004290*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
004300*-----------------------------------------------------------*
004310 9900-LOG-RUN-END.
004320     MOVE "DETAILS" TO WS-JH-COUNT-LABEL (1).
004330     MOVE WS-DETAIL-COUNT TO WS-JH-COUNT-VALUE (1).
004340     MOVE "ACCEPTED" TO WS-JH-COUNT-LABEL (2).
004350     MOVE WS-ACCEPT-COUNT TO WS-JH-COUNT-VALUE (2).
004360     MOVE "REJECTED" TO WS-JH-COUNT-LABEL (3).
004370     MOVE WS-REJECT-COUNT TO WS-JH-COUNT-VALUE (3).
004380     MOVE SPACES TO JH-RECORD.
004390     SET JH-RUN-END TO TRUE.
004400     MOVE "TXNGLA01" TO JH-PROGRAM-ID.
004410     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
004420     MOVE WS-JH-START-DATE TO JH-START-DATE.
004430     MOVE WS-JH-START-TIME TO JH-START-TIME.
004440     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
004450     ACCEPT JH-END-TIME FROM TIME.
004460     MOVE WS-JH-COUNTS TO JH-COUNTS.
004470     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
004480     OPEN EXTEND RUNHIST.
004490     WRITE JH-RECORD.
004500     CLOSE RUNHIST.
004510 9900-EXIT.
004520     EXIT.
