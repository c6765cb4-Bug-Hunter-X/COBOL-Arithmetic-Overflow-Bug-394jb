000730*                 THE ORIGINATING RUN ID FOR RECYCLED         *
000740*                 POSTINGS; ARCHIVE AND CARRY-FORWARD         *
000750*                 RECORDS WIDEN TO MATCH.                     *
000752* 10/15/2026 RH   TRACK THE AUDITLOG LAYOUT AGAIN - ENTRIES   *
000754*                 NOW CLOSE WITH THE RECORD ID A REVERSAL     *
000756*                 BACKED OUT; ARCHIVE AND CARRY-FORWARD       *
000758*                 RECORDS WIDEN TO MATCH.                     *
000759* 10/15/2026 RH   TRACK THE AUDITLOG LAYOUT CHANGE - ENTRIES  *
000760*                 NOW CLOSE WITH THE KEYER AND APPROVER IDS   *
000761*                 OF A RECYCLED POSTING'S CORRECTIONS;        *
000762*                 ARCHIVE AND CARRY-FORWARD RECORDS WIDEN TO  *
000763*                 MATCH.                                      *
000764* 10/15/2026 RH   TRACK THE AUDITLOG LAYOUT CHANGE - ENTRIES  *
000765*                 NOW CLOSE WITH THE POSTING'S EFFECTIVE      *
000766*                 DATE; ARCHIVE AND CARRY-FORWARD RECORDS     *
000767*                 WIDEN TO MATCH.                             *
000768* 10/15/2026 RH   COUNT THE WRITE-OFF, RETURNED AND REINSTATE *
000769*                 DISPOSITIONS TXNWOF01 LOGS FOR PERMREJ      *
000770*                 ITEMS IN THEIR OWN BUCKETS WITH THEIR OWN   *
000771*                 SUMRPT LINES, THE WRITE-OFF LINE ALSO       *
000772*                 CARRYING THE AMOUNT WRITTEN OFF - THEY ARE  *
000773*                 LEGITIMATE STATUSES, NOT MIXED-FORMAT DATA. *
000774* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO  *
000775*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN    *
000776*                 (PROGRAM ID, RUN ID, START AND END          *
000777*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE),  *
000778*                 INCLUDING RUNS THAT END EARLY, FOR THE      *
000779*                 TXNOPS01 DAILY OPERATIONS REPORT.           *
000780*-----------------------------------------------------------*
000781 ENVIRONMENT DIVISION.
000782 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT AUDITLOG ASSIGN TO AUDITLOG
000810         ORGANIZATION IS LINE SEQUENTIAL.
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880     SELECT AUDITNEW ASSIGN TO AUDITNEW
000890         ORGANIZATION IS LINE SEQUENTIAL.
000893     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000896         ORGANIZATION IS LINE SEQUENTIAL.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  AUDITLOG
001150     05  AL-GL-ACCOUNT          PIC 9(08).
001160     05  AL-RECYCLE-SW          PIC X(01).
001170     05  AL-ORIG-RUN-ID         PIC X(14).
001175     05  AL-REVERSES-ID         PIC 9(06).
001176     05  AL-KEYER-ID            PIC X(08).
001177     05  AL-APPROVER-ID         PIC X(08).
001178     05  AL-EFF-DATE            PIC 9(08).
001180 FD  SUMRPT
001190     LABEL RECORDS ARE STANDARD.
001200 01  SR-RECORD                  PIC X(80).
001320         SIGN IS LEADING SEPARATE CHARACTER.
001330 FD  AUDITHX
001340     LABEL RECORDS ARE STANDARD.
001350 01  HX-RECORD                  PIC X(184).
001360 FD  AUDITNEW
001370     LABEL RECORDS ARE STANDARD.
001380 01  AN-RECORD                  PIC X(184).
001381 FD  RUNHIST
001382     LABEL RECORDS ARE STANDARD.
001383 01  JH-RECORD.
001384     05  JH-RECORD-TYPE         PIC X(01).
001385         88  JH-RUN-START                VALUE 'S'.
001386         88  JH-RUN-END                  VALUE 'E'.
001387     05  JH-PROGRAM-ID          PIC X(08).
001388     05  JH-RUN-ID              PIC X(14).
001389     05  JH-START-DATE          PIC 9(08).
001390     05  JH-START-TIME          PIC 9(08).
001391     05  JH-END-DATE            PIC 9(08).
001392     05  JH-END-TIME            PIC 9(08).
001393     05  JH-COUNTS.
001394         10  JH-COUNT           OCCURS 3 TIMES.
001395             15  JH-COUNT-LABEL PIC X(08).
001396             15  JH-COUNT-VALUE PIC 9(09).
001397     05  JH-RETURN-CODE         PIC 9(02).
001398 WORKING-STORAGE SECTION.
001400 01  WS-SWITCHES.
001410     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001420         88  WS-EOF                      VALUE 'Y'.
001610     05  WS-MTH-TOTAL           PIC S9(13)V99 VALUE ZERO.
001620 77  WS-ARG-NUM                 PIC 9(02) COMP VALUE 1.
001630 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
001631*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
001632 01  WS-JH-START-STAMP.
001633     05  WS-JH-START-DATE       PIC 9(08).
001634     05  WS-JH-START-TIME       PIC 9(08).
001635 01  WS-JH-RUN-ID.
001636     05  WS-JH-RUN-ID-DATE      PIC 9(08).
001637     05  WS-JH-RUN-ID-TIME      PIC 9(06).
001638 01  WS-JH-COUNTS.
001639     05  WS-JH-COUNT            OCCURS 3 TIMES.
001640         10  WS-JH-COUNT-LABEL  PIC X(08).
001641         10  WS-JH-COUNT-VALUE  PIC 9(09).
001642 77  WS-ARCHIVED-COUNT          PIC 9(08) COMP VALUE ZERO.
001650 77  WS-RETAINED-COUNT          PIC 9(08) COMP VALUE ZERO.
001660 77  WS-UNKNOWN-COUNT           PIC 9(08) COMP VALUE ZERO.
001670 77  WS-RECON-COUNT             PIC 9(08) COMP VALUE ZERO.
001680 77  WS-HELD-COUNT              PIC 9(08) COMP VALUE ZERO.
001682 77  WS-WOFF-COUNT              PIC 9(08) COMP VALUE ZERO.
001684 77  WS-WOFF-TOTAL              PIC S9(13)V99 VALUE ZERO.
001686 77  WS-RETURNED-COUNT          PIC 9(08) COMP VALUE ZERO.
001688 77  WS-REINSTATE-COUNT         PIC 9(08) COMP VALUE ZERO.
001690 01  WS-REPORT-HEADING-1.
001700     05  FILLER                 PIC X(26)
001710         VALUE "MONTHLY SUMMARY REPORT".
002010     05  FILLER                 PIC X(30)
002020         VALUE "HELD (WAREHOUSED) ENTRIES:    ".
002030     05  WS-RL-COUNT            PIC ZZZZZZZZZ9.
002031 01  WS-REPORT-WOFF-LINE.
002032     05  FILLER                 PIC X(30)
002033         VALUE "WRITE-OFF ENTRIES:            ".
002034     05  WS-RW-COUNT            PIC ZZZZZZZZZ9.
002035     05  FILLER                 PIC X(10) VALUE "  AMOUNT: ".
002036     05  WS-RW-TOTAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002037 01  WS-REPORT-RETURNED-LINE.
002038     05  FILLER                 PIC X(30)
002039         VALUE "RETURNED TO ORIGINATOR:       ".
002040     05  WS-RR-COUNT            PIC ZZZZZZZZZ9.
002041 01  WS-REPORT-REINSTATE-LINE.
002042     05  FILLER                 PIC X(30)
002043         VALUE "REINSTATED TO RECYCLE:        ".
002044     05  WS-RI-COUNT            PIC ZZZZZZZZZ9.
002045 01  WS-REPORT-UNKNOWN-LINE.
002050     05  FILLER                 PIC X(30)
002060         VALUE "UNRECOGNIZED STATUS ENTRIES: ".
002070     05  WS-RU-COUNT            PIC ZZZZZZZZZ9.
002110* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
002120*-----------------------------------------------------------*
002130 0000-MAINLINE.
002135     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
002140     PERFORM 0100-GET-PERIOD-PARM THRU 0100-EXIT.
002150     IF WS-RETURN-CODE > 0
002160         MOVE WS-RETURN-CODE TO RETURN-CODE
002165         PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
002170         STOP RUN
002180     END-IF.
002190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     END-IF.
002250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002260     MOVE WS-RETURN-CODE TO RETURN-CODE.
002265     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
002270     STOP RUN.
002280 0000-EXIT.
002290     EXIT.
002291*-----------------------------------------------------------*
002292* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
002293*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
002294*-----------------------------------------------------------*
002295 0050-LOG-RUN-START.
002296     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
002297     ACCEPT WS-JH-START-TIME FROM TIME.
002298     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
002299     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
002300     INITIALIZE WS-JH-COUNTS.
002301     MOVE SPACES TO JH-RECORD.
002302     SET JH-RUN-START TO TRUE.
002303     MOVE "TXNSUM01" TO JH-PROGRAM-ID.
002304     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
002305     MOVE WS-JH-START-DATE TO JH-START-DATE.
002306     MOVE WS-JH-START-TIME TO JH-START-TIME.
002307     MOVE ZERO TO JH-END-DATE.
002308     MOVE ZERO TO JH-END-TIME.
002309     MOVE WS-JH-COUNTS TO JH-COUNTS.
002310     MOVE ZERO TO JH-RETURN-CODE.
002311     OPEN EXTEND RUNHIST.
002312     WRITE JH-RECORD.
002313     CLOSE RUNHIST.
002314 0050-EXIT.
002315     EXIT.
002316*-----------------------------------------------------------*
002317* 0100-GET-PERIOD-PARM - READS PARM 1, THE PERIOD TO CLOSE,  *
002320*   AS YYYYMM; THE RUN CANNOT PROCEED WITHOUT IT.            *
002330*-----------------------------------------------------------*
002340 0100-GET-PERIOD-PARM.
003100*   THE DAILY BUCKET BY ITS STATUS; ONLY PROCESSED ENTRIES   *
003110*   CONTRIBUTE TO THE DAILY AMOUNT TOTAL.  RECON BRK IS THE  *
003120*   STATUS THE DAILY RUN WRITES ON A RECONCILIATION BREAK    *
003130*   AND IS COUNTED IN ITS OWN BUCKET, AS ARE THE WRITE-OFF,  *
003133*   RETURNED AND REINSTATE DISPOSITIONS OF PERMREJ ITEMS;    *
003136*   WRITE-OFFS ALSO TOTAL THEIR AMOUNT.  AN ENTRY WHOSE      *
003140*   STATUS IS NOT A RECOGNIZED VALUE - TYPICALLY A RECORD    *
003150*   STILL IN A PRIOR LAYOUT - IS COUNTED SO THE CLOSE        *
003160*   CANNOT PASS SILENTLY WITH ENTRIES LEFT OUT.              *
003300             ADD 1 TO WS-RECON-COUNT
003310         WHEN "HELD"
003320             ADD 1 TO WS-HELD-COUNT
003321         WHEN "WRITE-OFF"
003322             ADD 1 TO WS-WOFF-COUNT
003323             ADD AL-FIELD-C TO WS-WOFF-TOTAL
003324         WHEN "RETURNED"
003325             ADD 1 TO WS-RETURNED-COUNT
003326         WHEN "REINSTATE"
003327             ADD 1 TO WS-REINSTATE-COUNT
003330         WHEN OTHER
003340             ADD 1 TO WS-UNKNOWN-COUNT
003350     END-EVALUATE.
003920     MOVE WS-HELD-COUNT TO WS-RL-COUNT.
003930     MOVE WS-REPORT-HELD-LINE TO SR-RECORD.
003940     WRITE SR-RECORD.
003941     MOVE WS-WOFF-COUNT TO WS-RW-COUNT.
003942     MOVE WS-WOFF-TOTAL TO WS-RW-TOTAL.
003943     MOVE WS-REPORT-WOFF-LINE TO SR-RECORD.
003944     WRITE SR-RECORD.
003945     MOVE WS-RETURNED-COUNT TO WS-RR-COUNT.
003946     MOVE WS-REPORT-RETURNED-LINE TO SR-RECORD.
003947     WRITE SR-RECORD.
003948     MOVE WS-REINSTATE-COUNT TO WS-RI-COUNT.
003949     MOVE WS-REPORT-REINSTATE-LINE TO SR-RECORD.
003950     WRITE SR-RECORD.
003951     MOVE WS-UNKNOWN-COUNT TO WS-RU-COUNT.
003960     MOVE WS-REPORT-UNKNOWN-LINE TO SR-RECORD.
003970     WRITE SR-RECORD.
003980     IF WS-UNKNOWN-COUNT > 0
004080     CLOSE AUDITLOG SUMRPT SUMFILE AUDITHX AUDITNEW.
004090 9000-EXIT.
004100     EXIT.
004110*-----------------------------------------------------------*
004120* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
004130*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
004140*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
004150*-----------------------------------------------------------*
004160 9900-LOG-RUN-END.
004170     MOVE "ARCHIVED" TO WS-JH-COUNT-LABEL (1).
004180     MOVE WS-ARCHIVED-COUNT TO WS-JH-COUNT-VALUE (1).
004190     MOVE "RETAINED" TO WS-JH-COUNT-LABEL (2).
004200     MOVE WS-RETAINED-COUNT TO WS-JH-COUNT-VALUE (2).
004210     MOVE "UNKNOWN" TO WS-JH-COUNT-LABEL (3).
004220     MOVE WS-UNKNOWN-COUNT TO WS-JH-COUNT-VALUE (3).
004230     MOVE SPACES TO JH-RECORD.
004240     SET JH-RUN-END TO TRUE.
004250     MOVE "TXNSUM01" TO JH-PROGRAM-ID.
004260     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
004270     MOVE WS-JH-START-DATE TO JH-START-DATE.
004280     MOVE WS-JH-START-TIME TO JH-START-TIME.
004290     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
004300     ACCEPT JH-END-TIME FROM TIME.
004310     MOVE WS-JH-COUNTS TO JH-COUNTS.
004320     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
004330     OPEN EXTEND RUNHIST.
004340     WRITE JH-RECORD.
004350     CLOSE RUNHIST.
004360 9900-EXIT.
004370     EXIT.
