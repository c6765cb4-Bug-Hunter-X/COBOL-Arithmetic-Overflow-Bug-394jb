000380*                 GENERATIONS IN THE JCL).  AFTER A CLEAN    *
000390*                 RUN THE JCL MUST REPLACE THE LIVE ADDHIST  *
000400*                 WITH ADDHNEW - THAT SWAP IS THE PURGE.     *
000401* 10/15/2026 RH   TRACK THE ADDHIST LAYOUT CHANGE - VERSIONS *
000402*                 NOW CLOSE WITH THE REVERSAL LINK AND       *
000403*                 REVERSAL MARKS TXNADD01 KEEPS ON THE       *
000404*                 MASTER; THE CARRY-FORWARD AND ARCHIVE      *
000405*                 RECORDS WIDEN TO MATCH.                    *
000406* 10/15/2026 RH   TRACK THE ADDHIST LAYOUT CHANGE - VERSIONS *
000407*                 NOW CLOSE WITH THE EFFECTIVE DATE; THE     *
000408*                 CARRY-FORWARD AND ARCHIVE RECORDS WIDEN TO *
000409*                 MATCH.                                     *
000410* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000411*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000412*                 (PROGRAM ID, RUN ID, START AND END         *
000413*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000414*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000415*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000416*-----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT HSTRPT ASSIGN TO HSTRPT
000520         ORGANIZATION IS LINE SEQUENTIAL.
000523     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000526         ORGANIZATION IS LINE SEQUENTIAL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  ADDHIST
000560     LABEL RECORDS ARE STANDARD.
000570 01  AH-RECORD.
000580     05  AH-RECORD-ID           PIC 9(06).
000590     05  FILLER                 PIC X(121).
000600 FD  ADDHNEW
000610     LABEL RECORDS ARE STANDARD.
000620 01  HN-RECORD                  PIC X(127).
000630 FD  ADDHSTHX
000640     LABEL RECORDS ARE STANDARD.
000650 01  HX-RECORD                  PIC X(127).
000660 FD  HSTRPT
000670     LABEL RECORDS ARE STANDARD.
000680 01  HR-RECORD                  PIC X(80).
000681 FD  RUNHIST
000682     LABEL RECORDS ARE STANDARD.
000683 01  JH-RECORD.
000684     05  JH-RECORD-TYPE         PIC X(01).
000685         88  JH-RUN-START                VALUE 'S'.
000686         88  JH-RUN-END                  VALUE 'E'.
000687     05  JH-PROGRAM-ID          PIC X(08).
000688     05  JH-RUN-ID              PIC X(14).
000689     05  JH-START-DATE          PIC 9(08).
000690     05  JH-START-TIME          PIC 9(08).
000691     05  JH-END-DATE            PIC 9(08).
000692     05  JH-END-TIME            PIC 9(08).
000693     05  JH-COUNTS.
000694         10  JH-COUNT           OCCURS 3 TIMES.
000695             15  JH-COUNT-LABEL PIC X(08).
000696             15  JH-COUNT-VALUE PIC 9(09).
000697     05  JH-RETURN-CODE         PIC 9(02).
000698 WORKING-STORAGE SECTION.
000700 01  WS-SWITCHES.
000710     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000720         88  WS-EOF                      VALUE 'Y'.
000900 77  WS-OFFENDER-COUNT          PIC 9(08) COMP VALUE ZERO.
000910 77  WS-ARCHIVE-CUTOFF          PIC S9(06) COMP VALUE ZERO.
000920 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
000921*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
000922 01  WS-JH-START-STAMP.
000923     05  WS-JH-START-DATE       PIC 9(08).
000924     05  WS-JH-START-TIME       PIC 9(08).
000925 01  WS-JH-RUN-ID.
000926     05  WS-JH-RUN-ID-DATE      PIC 9(08).
000927     05  WS-JH-RUN-ID-TIME      PIC 9(06).
000928 01  WS-JH-COUNTS.
000929     05  WS-JH-COUNT            OCCURS 3 TIMES.
000930         10  WS-JH-COUNT-LABEL  PIC X(08).
000931         10  WS-JH-COUNT-VALUE  PIC 9(09).
000932 77  WS-CURRENT-DATE            PIC 9(08).
000940 01  WS-REPORT-HEADING-1.
000950     05  FILLER                 PIC X(27)
000960         VALUE "ADDHIST RETENTION REPORT ".
001170* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
001180*-----------------------------------------------------------*
001190 0000-MAINLINE.
001195     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
001200     PERFORM 0100-GET-KEEP-PARM THRU 0100-EXIT.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001220     PERFORM 2000-COUNT-VERSIONS THRU 2000-EXIT
001260         UNTIL WS-EOF.
001270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001280     MOVE WS-RETURN-CODE TO RETURN-CODE.
001285     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
001290     STOP RUN.
001300 0000-EXIT.
001310     EXIT.
001311*-----------------------------------------------------------*
001312* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
001313*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
001314*-----------------------------------------------------------*
001315 0050-LOG-RUN-START.
001316     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
001317     ACCEPT WS-JH-START-TIME FROM TIME.
001318     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
001319     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
001320     INITIALIZE WS-JH-COUNTS.
001321     MOVE SPACES TO JH-RECORD.
001322     SET JH-RUN-START TO TRUE.
001323     MOVE "TXNHST01" TO JH-PROGRAM-ID.
001324     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
001325     MOVE WS-JH-START-DATE TO JH-START-DATE.
001326     MOVE WS-JH-START-TIME TO JH-START-TIME.
001327     MOVE ZERO TO JH-END-DATE.
001328     MOVE ZERO TO JH-END-TIME.
001329     MOVE WS-JH-COUNTS TO JH-COUNTS.
001330     MOVE ZERO TO JH-RETURN-CODE.
001331     OPEN EXTEND RUNHIST.
001332     WRITE JH-RECORD.
001333     CLOSE RUNHIST.
001334 0050-EXIT.
001335     EXIT.
001336*-----------------------------------------------------------*
001337* 0100-GET-KEEP-PARM - READS PARM 1, THE NUMBER OF VERSIONS  *
001340*   TO KEEP PER RECORD ID; WITH NO PARM THE DEFAULT OF 3     *
001350*   STANDS.                                                  *
001360*-----------------------------------------------------------*
003480     WRITE HR-RECORD.
003490 9110-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------*
003520* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
003530*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
003540*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
003550*-----------------------------------------------------------*
003560 9900-LOG-RUN-END.
003570     MOVE "READ" TO WS-JH-COUNT-LABEL (1).
003580     MOVE WS-READ-COUNT TO WS-JH-COUNT-VALUE (1).
003590     MOVE "KEPT" TO WS-JH-COUNT-LABEL (2).
003600     MOVE WS-KEPT-COUNT TO WS-JH-COUNT-VALUE (2).
003610     MOVE "ARCHIVED" TO WS-JH-COUNT-LABEL (3).
003620     MOVE WS-ARCHIVED-COUNT TO WS-JH-COUNT-VALUE (3).
003630     MOVE SPACES TO JH-RECORD.
003640     SET JH-RUN-END TO TRUE.
003650     MOVE "TXNHST01" TO JH-PROGRAM-ID.
003660     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
003670     MOVE WS-JH-START-DATE TO JH-START-DATE.
003680     MOVE WS-JH-START-TIME TO JH-START-TIME.
003690     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
003700     ACCEPT JH-END-TIME FROM TIME.
003710     MOVE WS-JH-COUNTS TO JH-COUNTS.
003720     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
003730     OPEN EXTEND RUNHIST.
003740     WRITE JH-RECORD.
003750     CLOSE RUNHIST.
003760 9900-EXIT.
003770     EXIT.
