000370*                 RELEASE.                                   *
000372* 09/02/2026 RH   CARRY THE NEW GL ACCOUNT ON THE HELD       *
000374*                 RECORD LAYOUT.                             *
000376* 10/15/2026 RH   CARRY THE NEW REVERSED RECORD ID ON THE    *
000378*                 HELD RECORD LAYOUT.                        *
000379* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000380*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000381*                 (PROGRAM ID, RUN ID, START AND END         *
000382*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000383*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000384*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000385*-----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT RELRPT ASSIGN TO RELRPT
000490         ORGANIZATION IS LINE SEQUENTIAL.
000493     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000496         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  HOLDFILE
000650         OCCURS 4 TIMES.
000660     05  HF-EFF-DATE            PIC 9(08).
000662     05  HF-GL-ACCOUNT          PIC 9(08).
000666     05  HF-REVERSES-ID         PIC 9(06).
000670 FD  RELOUT
000680     LABEL RECORDS ARE STANDARD.
000690 01  RL-RECORD                  PIC X(79).
000700 FD  HOLDOUT
000710     LABEL RECORDS ARE STANDARD.
000720 01  HO-RECORD                  PIC X(79).
000730 FD  RELRPT
000740     LABEL RECORDS ARE STANDARD.
000750 01  RR-RECORD                  PIC X(80).
000751 FD  RUNHIST
000752     LABEL RECORDS ARE STANDARD.
000753 01  JH-RECORD.
000754     05  JH-RECORD-TYPE         PIC X(01).
000755         88  JH-RUN-START                VALUE 'S'.
000756         88  JH-RUN-END                  VALUE 'E'.
000757     05  JH-PROGRAM-ID          PIC X(08).
000758     05  JH-RUN-ID              PIC X(14).
000759     05  JH-START-DATE          PIC 9(08).
000760     05  JH-START-TIME          PIC 9(08).
000761     05  JH-END-DATE            PIC 9(08).
000762     05  JH-END-TIME            PIC 9(08).
000763     05  JH-COUNTS.
000764         10  JH-COUNT           OCCURS 3 TIMES.
000765             15  JH-COUNT-LABEL PIC X(08).
000766             15  JH-COUNT-VALUE PIC 9(09).
000767     05  JH-RETURN-CODE         PIC 9(02).
000768 WORKING-STORAGE SECTION.
000770 01  WS-SWITCHES.
000780     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000790         88  WS-EOF                      VALUE 'Y'.
000820 77  WS-CARRIED-COUNT           PIC 9(08) COMP VALUE ZERO.
000830 77  WS-BAD-DATE-COUNT          PIC 9(08) COMP VALUE ZERO.
000840 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
000841*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
000842 01  WS-JH-START-STAMP.
000843     05  WS-JH-START-DATE       PIC 9(08).
000844     05  WS-JH-START-TIME       PIC 9(08).
000845 01  WS-JH-RUN-ID.
000846     05  WS-JH-RUN-ID-DATE      PIC 9(08).
000847     05  WS-JH-RUN-ID-TIME      PIC 9(06).
000848 01  WS-JH-COUNTS.
000849     05  WS-JH-COUNT            OCCURS 3 TIMES.
000850         10  WS-JH-COUNT-LABEL  PIC X(08).
000851         10  WS-JH-COUNT-VALUE  PIC 9(09).
000852 77  WS-CURRENT-DATE            PIC 9(08).
000860 01  WS-REPORT-HEADING-1.
000870     05  FILLER                 PIC X(26)
000880         VALUE "WAREHOUSE RELEASE SWEEP ".
001110* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
001120*-----------------------------------------------------------*
001130 0000-MAINLINE.
001135     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-PROCESS-HOLD THRU 2000-EXIT
001160         UNTIL WS-EOF.
001170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001180     MOVE WS-RETURN-CODE TO RETURN-CODE.
001185     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
001190     STOP RUN.
001200 0000-EXIT.
001210     EXIT.
001211*-----------------------------------------------------------*
001212* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
001213*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
001214*-----------------------------------------------------------*
001215 0050-LOG-RUN-START.
001216     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
001217     ACCEPT WS-JH-START-TIME FROM TIME.
001218     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
001219     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
001220     INITIALIZE WS-JH-COUNTS.
001221     MOVE SPACES TO JH-RECORD.
001222     SET JH-RUN-START TO TRUE.
001223     MOVE "TXNREL01" TO JH-PROGRAM-ID.
001224     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
001225     MOVE WS-JH-START-DATE TO JH-START-DATE.
001226     MOVE WS-JH-START-TIME TO JH-START-TIME.
001227     MOVE ZERO TO JH-END-DATE.
001228     MOVE ZERO TO JH-END-TIME.
001229     MOVE WS-JH-COUNTS TO JH-COUNTS.
001230     MOVE ZERO TO JH-RETURN-CODE.
001231     OPEN EXTEND RUNHIST.
001232     WRITE JH-RECORD.
001233     CLOSE RUNHIST.
001234 0050-EXIT.
001235     EXIT.
001236*-----------------------------------------------------------*
001237* 1000-INITIALIZE - OPENS FILES AND PRINTS THE HEADING.      *
001240*-----------------------------------------------------------*
001250 1000-INITIALIZE.
001260     OPEN INPUT HOLDFILE.
002160     CLOSE HOLDFILE RELOUT HOLDOUT RELRPT.
002170 9000-EXIT.
002180     EXIT.
002190*-----------------------------------------------------------*
002200* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
002210*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
002220*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
002230*-----------------------------------------------------------*
002240 9900-LOG-RUN-END.
002250     MOVE "READ" TO WS-JH-COUNT-LABEL (1).
002260     MOVE WS-READ-COUNT TO WS-JH-COUNT-VALUE (1).
002270     MOVE "RELEASED" TO WS-JH-COUNT-LABEL (2).
002280     MOVE WS-RELEASED-COUNT TO WS-JH-COUNT-VALUE (2).
002290     MOVE "CARRIED" TO WS-JH-COUNT-LABEL (3).
002300     MOVE WS-CARRIED-COUNT TO WS-JH-COUNT-VALUE (3).
002310     MOVE SPACES TO JH-RECORD.
002320     SET JH-RUN-END TO TRUE.
002330     MOVE "TXNREL01" TO JH-PROGRAM-ID.
002340     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
002350     MOVE WS-JH-START-DATE TO JH-START-DATE.
002360     MOVE WS-JH-START-TIME TO JH-START-TIME.
002370     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
002380     ACCEPT JH-END-TIME FROM TIME.
002390     MOVE WS-JH-COUNTS TO JH-COUNTS.
002400     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
002410     OPEN EXTEND RUNHIST.
002420     WRITE JH-RECORD.
002430     CLOSE RUNHIST.
002440 9900-EXIT.
002450     EXIT.
