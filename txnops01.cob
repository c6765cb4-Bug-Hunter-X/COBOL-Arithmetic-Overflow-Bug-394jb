000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TXNOPS01.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. FINANCIAL SYSTEMS BATCH PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* DATE       INIT DESCRIPTION                                *
000200* ---------- ---- ------------------------------------------ *
000210* 10/15/2026 RH   ORIGINAL PROGRAM - DAILY BATCH-WINDOW      *
000220*                 OPERATIONS REPORT.  READS THE RUNHIST      *
000230*                 RUN-HISTORY LOG THAT EVERY PROGRAM IN THE  *
000240*                 SUITE APPENDS TO AT START AND AT FINISH,   *
000250*                 AND OPSSTEP, THE NIGHT'S EXPECTED JOB      *
000260*                 STEPS IN RUN ORDER.  FOR THE 24-HOUR       *
000270*                 WINDOW ENDING AT THE CUTOFF TIME (PARM 2,  *
000280*                 HHMM, DEFAULT 1800) ON THE REPORT DATE     *
000290*                 (PARM 1, DEFAULT TODAY) IT LISTS EVERY RUN *
000300*                 IN START ORDER WITH ITS ELAPSED TIME,      *
000310*                 RETURN CODE AND ELAPSED TIME AGAINST THE   *
000320*                 PROGRAM'S 30-DAY AVERAGE, AND FLAGS ANY    *
000330*                 EXPECTED STEP THAT NEVER RAN OR STARTED    *
000340*                 BEFORE AN EARLIER STEP HAD ENDED, AND ANY  *
000350*                 RUN THAT ENDED ABOVE RC 4 OR LEFT NO END   *
000360*                 RECORD.  RC 4 WHEN ANYTHING IS FLAGGED.    *
000370*                                                            *
000380*                 OPERATIONAL NOTES: RUN AFTER THE NIGHT'S   *
000390*                 LAST STEP.  RUNHIST IS ONLY EVER APPENDED  *
000400*                 TO; THE JCL MUST KEEP AT LEAST THE LAST 31 *
000410*                 DAYS OF IT FOR THE AVERAGES.  A RUN        *
000420*                 BELONGS TO THE WINDOW IN WHICH IT STARTED. *
000421* 10/15/2026 RH   A 30-DAY RUN OF A NEW PROGRAM ARRIVING     *
000422*                 WHEN THE 100-PROGRAM AVERAGES TABLE IS     *
000423*                 FULL IS NOW COUNTED, FLAGGED ON THE        *
000424*                 EXCEPTIONS LIST AND THE TRAILER, AND SETS  *
000425*                 RC 4, AS A FULL RUN TABLE ALREADY DOES,    *
000426*                 INSTEAD OF BEING DROPPED SILENTLY.         *
000430*-----------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT OPTIONAL OPSSTEP ASSIGN TO OPSSTEP
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT OPSRPT ASSIGN TO OPSRPT
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*-----------------------------------------------------------*
000560* RUNHIST - ONE 'S' RECORD AT THE START AND ONE 'E' RECORD   *
000570*   AT THE FINISH OF EVERY RUN OF EVERY PROGRAM.  THE START  *
000580*   RECORD CARRIES ZERO END TIME, COUNTS AND RETURN CODE.    *
000590*-----------------------------------------------------------*
000600 FD  RUNHIST
000610     LABEL RECORDS ARE STANDARD.
000620 01  JH-RECORD.
000630     05  JH-RECORD-TYPE         PIC X(01).
000640         88  JH-RUN-START                VALUE 'S'.
000650         88  JH-RUN-END                  VALUE 'E'.
000660     05  JH-PROGRAM-ID          PIC X(08).
000670     05  JH-RUN-ID              PIC X(14).
000680     05  JH-START-DATE          PIC 9(08).
000690     05  JH-START-TIME          PIC 9(08).
000700     05  JH-END-DATE            PIC 9(08).
000710     05  JH-END-TIME            PIC 9(08).
000720     05  JH-COUNTS.
000730         10  JH-COUNT           OCCURS 3 TIMES.
000740             15  JH-COUNT-LABEL PIC X(08).
000750             15  JH-COUNT-VALUE PIC 9(09).
000760     05  JH-RETURN-CODE         PIC 9(02).
000770*-----------------------------------------------------------*
000780* OPSSTEP - THE NIGHT'S EXPECTED JOB STEPS, ONE PER PROGRAM, *
000790*   IN ASCENDING SEQUENCE NUMBER, WHICH IS THE ORDER THE     *
000800*   STEPS MUST RUN IN.                                       *
000810*-----------------------------------------------------------*
000820 FD  OPSSTEP
000830     LABEL RECORDS ARE STANDARD.
000840 01  OS-RECORD.
000850     05  OS-SEQUENCE            PIC 9(03).
000860     05  OS-PROGRAM-ID          PIC X(08).
000870     05  OS-DESCRIPTION         PIC X(30).
000880 FD  OPSRPT
000890     LABEL RECORDS ARE STANDARD.
000900 01  OR-RECORD                  PIC X(80).
000910 WORKING-STORAGE SECTION.
000920 01  WS-SWITCHES.
000930     05  WS-HIST-EOF-SWITCH     PIC X(01) VALUE 'N'.
000940         88  WS-HIST-EOF                 VALUE 'Y'.
000950     05  WS-STEP-EOF-SWITCH     PIC X(01) VALUE 'N'.
000960         88  WS-STEP-EOF                 VALUE 'Y'.
000970     05  WS-SLOT-SWITCH         PIC X(01) VALUE 'N'.
000980         88  WS-SLOT-FOUND               VALUE 'Y'.
000990         88  WS-SLOT-SEARCHING           VALUE 'N'.
001000 77  WS-ARG-NUM                 PIC 9(02) COMP VALUE 1.
001010 77  WS-DATE-PARM               PIC X(08) VALUE SPACES.
001020 77  WS-CUTOFF-PARM             PIC X(04) VALUE SPACES.
001030 77  WS-CURRENT-DATE            PIC 9(08).
001040 01  WS-REPORT-DATE             PIC 9(08) VALUE ZERO.
001050 01  WS-REPORT-DATE-R REDEFINES WS-REPORT-DATE.
001060     05  WS-RD-YYYY             PIC 9(04).
001070     05  WS-RD-MM               PIC 9(02).
001080     05  WS-RD-DD               PIC 9(02).
001090 01  WS-CUTOFF-TIME             PIC 9(04) VALUE 1800.
001100 01  WS-CUTOFF-TIME-R REDEFINES WS-CUTOFF-TIME.
001110     05  WS-CT-HH               PIC 9(02).
001120     05  WS-CT-MM               PIC 9(02).
001130*    WINDOW BOUNDS, IN SECONDS FROM THE DAY-NUMBER EPOCH.  THE
001140*    NIGHT'S WINDOW IS THE 24 HOURS ENDING AT THE CUTOFF; THE
001150*    AVERAGES COME FROM THE 30 DAYS BEFORE IT.
001160 77  WS-WINDOW-START            PIC 9(11) COMP VALUE ZERO.
001170 77  WS-WINDOW-END              PIC 9(11) COMP VALUE ZERO.
001180 77  WS-HISTORY-START           PIC 9(11) COMP VALUE ZERO.
001190*    STAMP CONVERSION - A YYYYMMDD DATE AND HHMMSSHH TIME IN,
001200*    SECONDS SINCE DAY ZERO OF THE CIVIL DAY NUMBERING OUT.
001210 01  WS-ST-DATE                 PIC 9(08) VALUE ZERO.
001220 01  WS-ST-DATE-R REDEFINES WS-ST-DATE.
001230     05  WS-ST-YYYY             PIC 9(04).
001240     05  WS-ST-MM               PIC 9(02).
001250     05  WS-ST-DD               PIC 9(02).
001260 01  WS-ST-TIME                 PIC 9(08) VALUE ZERO.
001270 01  WS-ST-TIME-R REDEFINES WS-ST-TIME.
001280     05  WS-ST-HH               PIC 9(02).
001290     05  WS-ST-MIN              PIC 9(02).
001300     05  WS-ST-SS               PIC 9(02).
001310     05  WS-ST-HUNDREDTHS       PIC 9(02).
001320 77  WS-ST-SECONDS              PIC 9(11) COMP VALUE ZERO.
001330 77  WS-DN-YEAR                 PIC 9(04) COMP VALUE ZERO.
001340 77  WS-DN-MONTH                PIC 9(02) COMP VALUE ZERO.
001350 77  WS-DN-TERM-1               PIC 9(04) COMP VALUE ZERO.
001360 77  WS-DN-TERM-2               PIC 9(04) COMP VALUE ZERO.
001370 77  WS-DN-TERM-3               PIC 9(04) COMP VALUE ZERO.
001380 77  WS-DN-TERM-4               PIC 9(04) COMP VALUE ZERO.
001390 77  WS-DN-DAYS                 PIC 9(08) COMP VALUE ZERO.
001400 77  WS-RUN-START-SECS          PIC 9(11) COMP VALUE ZERO.
001410 77  WS-RUN-END-SECS            PIC 9(11) COMP VALUE ZERO.
001420*    THE NIGHT'S EXPECTED STEPS, IN RUN ORDER.
001430 01  WS-STEP-TABLE.
001440     05  WS-SP-MAX              PIC 9(03) COMP VALUE 50.
001450     05  WS-SP-COUNT            PIC 9(03) COMP VALUE ZERO.
001460     05  WS-SP-ENTRY OCCURS 50 TIMES.
001470         10  WS-SP-SEQUENCE     PIC 9(03).
001480         10  WS-SP-PROGRAM      PIC X(08).
001490         10  WS-SP-DESCRIPTION  PIC X(30).
001500         10  WS-SP-FIRST-SUB    PIC 9(03) COMP.
001510         10  WS-SP-ORDER-SW     PIC X(01).
001520             88  WS-SP-OUT-OF-ORDER      VALUE 'Y'.
001530             88  WS-SP-IN-ORDER          VALUE 'N'.
001540         10  WS-SP-AHEAD-OF     PIC X(08).
001550 77  WS-SP-SUB                  PIC 9(03) COMP VALUE ZERO.
001560 77  WS-SP-HIT-SUB              PIC 9(03) COMP VALUE ZERO.
001570 77  WS-LAST-SEQUENCE           PIC 9(03) VALUE ZERO.
001580*    EVERY RUN THAT STARTED IN THE WINDOW, KEPT IN START ORDER.
001590 01  WS-RUN-TABLE.
001600     05  WS-JR-MAX              PIC 9(03) COMP VALUE 500.
001610     05  WS-JR-COUNT            PIC 9(03) COMP VALUE ZERO.
001620     05  WS-JR-ENTRY OCCURS 500 TIMES.
001630         10  WS-JR-PROGRAM      PIC X(08).
001640         10  WS-JR-RUN-ID       PIC X(14).
001650         10  WS-JR-START-DATE   PIC 9(08).
001660         10  WS-JR-START-TIME   PIC 9(08).
001670         10  WS-JR-END-DATE     PIC 9(08).
001680         10  WS-JR-END-TIME     PIC 9(08).
001690         10  WS-JR-START-SECS   PIC 9(11) COMP.
001700         10  WS-JR-END-SECS     PIC 9(11) COMP.
001710         10  WS-JR-RETURN-CODE  PIC 9(02).
001720         10  WS-JR-END-SW       PIC X(01).
001730             88  WS-JR-ENDED             VALUE 'Y'.
001740             88  WS-JR-NOT-ENDED         VALUE 'N'.
001750         10  WS-JR-STEP-SUB     PIC 9(03) COMP.
001760 77  WS-JR-SUB                  PIC 9(03) COMP VALUE ZERO.
001770 77  WS-JR-HIT-SUB              PIC 9(03) COMP VALUE ZERO.
001780 77  WS-JR-PREV-SUB             PIC 9(03) COMP VALUE ZERO.
001790*    COMPLETED RUNS OF THE PRIOR 30 DAYS, TOTALLED BY PROGRAM.
001800 01  WS-AVG-TABLE.
001810     05  WS-AV-MAX              PIC 9(03) COMP VALUE 100.
001820     05  WS-AV-COUNT            PIC 9(03) COMP VALUE ZERO.
001830     05  WS-AV-ENTRY OCCURS 100 TIMES.
001840         10  WS-AV-PROGRAM      PIC X(08).
001850         10  WS-AV-TOTAL-SECS   PIC 9(11) COMP.
001860         10  WS-AV-RUNS         PIC 9(05) COMP.
001870 77  WS-AV-SUB                  PIC 9(03) COMP VALUE ZERO.
001880 77  WS-AV-HIT-SUB              PIC 9(03) COMP VALUE ZERO.
001890 77  WS-PRIOR-END-SECS          PIC 9(11) COMP VALUE ZERO.
001900 77  WS-PRIOR-PROGRAM           PIC X(08) VALUE SPACES.
001910 77  WS-BOUND-SECS              PIC 9(11) COMP VALUE ZERO.
001920 77  WS-ELAPSED-SECS            PIC 9(11) COMP VALUE ZERO.
001930 77  WS-AVERAGE-SECS            PIC 9(11) COMP VALUE ZERO.
001940 77  WS-PERCENT                 PIC 9(05) COMP VALUE ZERO.
001950 77  WS-SPAN-FIRST-SUB          PIC 9(03) COMP VALUE ZERO.
001960 77  WS-SPAN-LAST-SUB           PIC 9(03) COMP VALUE ZERO.
001970 77  WS-SPAN-END-SECS           PIC 9(11) COMP VALUE ZERO.
001980 77  WS-FE-SECONDS              PIC 9(11) COMP VALUE ZERO.
001990 77  WS-FE-HOURS                PIC 9(08) COMP VALUE ZERO.
002000 77  WS-FE-REMAINDER            PIC 9(08) COMP VALUE ZERO.
002010 77  WS-FE-MINUTES              PIC 9(08) COMP VALUE ZERO.
002020 77  WS-FE-SECS                 PIC 9(08) COMP VALUE ZERO.
002030 01  WS-FE-TEXT.
002040     05  WS-FE-HH               PIC 9(02).
002050     05  FILLER                 PIC X(01) VALUE ":".
002060     05  WS-FE-MM               PIC 9(02).
002070     05  FILLER                 PIC X(01) VALUE ":".
002080     05  WS-FE-SS               PIC 9(02).
002090 01  WS-FT-TIME                 PIC 9(08) VALUE ZERO.
002100 01  WS-FT-TIME-R REDEFINES WS-FT-TIME.
002110     05  WS-FT-HH               PIC 9(02).
002120     05  WS-FT-MM               PIC 9(02).
002130     05  WS-FT-SS               PIC 9(02).
002140     05  FILLER                 PIC 9(02).
002150 01  WS-FT-TEXT.
002160     05  WS-FT-TEXT-HH          PIC 9(02).
002170     05  FILLER                 PIC X(01) VALUE ":".
002180     05  WS-FT-TEXT-MM          PIC 9(02).
002190     05  FILLER                 PIC X(01) VALUE ":".
002200     05  WS-FT-TEXT-SS          PIC 9(02).
002210 01  WS-FD-DATE                 PIC 9(08) VALUE ZERO.
002220 01  WS-FD-DATE-R REDEFINES WS-FD-DATE.
002230     05  FILLER                 PIC 9(04).
002240     05  WS-FD-MM               PIC 9(02).
002250     05  WS-FD-DD               PIC 9(02).
002260 01  WS-FD-TEXT.
002270     05  WS-FD-TEXT-MM          PIC 9(02).
002280     05  FILLER                 PIC X(01) VALUE "/".
002290     05  WS-FD-TEXT-DD          PIC 9(02).
002300 77  WS-SEARCH-PROGRAM          PIC X(08) VALUE SPACES.
002310 77  WS-EXCEPTION-TEXT          PIC X(48) VALUE SPACES.
002320 77  WS-HIST-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002330 77  WS-UNREADABLE-COUNT        PIC 9(08) COMP VALUE ZERO.
002340 77  WS-AVERAGED-COUNT          PIC 9(08) COMP VALUE ZERO.
002350 77  WS-NOT-LISTED-COUNT        PIC 9(08) COMP VALUE ZERO.
002355 77  WS-NOT-AVERAGED-COUNT      PIC 9(08) COMP VALUE ZERO.
002360 77  WS-STEPS-RUN-COUNT         PIC 9(08) COMP VALUE ZERO.
002370 77  WS-UNSCHEDULED-COUNT       PIC 9(08) COMP VALUE ZERO.
002380 77  WS-NEVER-RAN-COUNT         PIC 9(08) COMP VALUE ZERO.
002390 77  WS-OUT-OF-ORDER-COUNT      PIC 9(08) COMP VALUE ZERO.
002400 77  WS-HIGH-RC-COUNT           PIC 9(08) COMP VALUE ZERO.
002410 77  WS-NO-END-COUNT            PIC 9(08) COMP VALUE ZERO.
002420 77  WS-EXCEPTION-COUNT         PIC 9(08) COMP VALUE ZERO.
002430 77  WS-RUNS-COUNT              PIC 9(08) COMP VALUE ZERO.
002440 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
002450*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
002460 01  WS-JH-START-STAMP.
002470     05  WS-JH-START-DATE       PIC 9(08).
002480     05  WS-JH-START-TIME       PIC 9(08).
002490 01  WS-JH-RUN-ID.
002500     05  WS-JH-RUN-ID-DATE      PIC 9(08).
002510     05  WS-JH-RUN-ID-TIME      PIC 9(06).
002520 01  WS-JH-COUNTS.
002530     05  WS-JH-COUNT            OCCURS 3 TIMES.
002540         10  WS-JH-COUNT-LABEL  PIC X(08).
002550         10  WS-JH-COUNT-VALUE  PIC 9(09).
002560 01  WS-REPORT-HEADING-1.
002570     05  FILLER                 PIC X(35)
002580         VALUE "BATCH-WINDOW OPERATIONS REPORT".
002590     05  FILLER                 PIC X(13) VALUE "REPORT DATE: ".
002600     05  WS-RH-REPORT-DATE      PIC 9999/99/99.
002610 01  WS-REPORT-HEADING-2.
002620     05  FILLER                 PIC X(24)
002630         VALUE "WINDOW: 24 HOURS ENDING ".
002640     05  WS-RH-WINDOW-DATE      PIC 9999/99/99.
002650     05  FILLER                 PIC X(04) VALUE " AT ".
002660     05  WS-RH-CUTOFF-HH        PIC 9(02).
002670     05  FILLER                 PIC X(01) VALUE ":".
002680     05  WS-RH-CUTOFF-MM        PIC 9(02).
002690 01  WS-SECTION-LINE            PIC X(80).
002700 01  WS-STREAM-HEADING.
002710     05  FILLER                 PIC X(04) VALUE "SEQ".
002720     05  FILLER                 PIC X(09) VALUE "PROGRAM".
002730     05  FILLER                 PIC X(06) VALUE "DATE".
002740     05  FILLER                 PIC X(09) VALUE "START".
002750     05  FILLER                 PIC X(09) VALUE "END".
002760     05  FILLER                 PIC X(09) VALUE "ELAPSED".
002770     05  FILLER                 PIC X(03) VALUE "RC".
002780     05  FILLER                 PIC X(09) VALUE "30-DAY AV".
002790     05  FILLER                 PIC X(07) VALUE "  PCT".
002800     05  FILLER                 PIC X(04) VALUE "NOTE".
002810 01  WS-STREAM-LINE.
002820     05  WS-SL-SEQUENCE         PIC X(03).
002830     05  FILLER                 PIC X(01) VALUE SPACES.
002840     05  WS-SL-PROGRAM          PIC X(08).
002850     05  FILLER                 PIC X(01) VALUE SPACES.
002860     05  WS-SL-DATE             PIC X(05).
002870     05  FILLER                 PIC X(01) VALUE SPACES.
002880     05  WS-SL-START            PIC X(08).
002890     05  FILLER                 PIC X(01) VALUE SPACES.
002900     05  WS-SL-END              PIC X(08).
002910     05  FILLER                 PIC X(01) VALUE SPACES.
002920     05  WS-SL-ELAPSED          PIC X(08).
002930     05  FILLER                 PIC X(01) VALUE SPACES.
002940     05  WS-SL-RC               PIC X(02).
002950     05  FILLER                 PIC X(01) VALUE SPACES.
002960     05  WS-SL-AVERAGE          PIC X(08).
002970     05  FILLER                 PIC X(01) VALUE SPACES.
002980     05  WS-SL-PERCENT          PIC X(06).
002990     05  FILLER                 PIC X(01) VALUE SPACES.
003000     05  WS-SL-NOTE             PIC X(13).
003010 01  WS-RC-EDIT                 PIC Z9.
003020 01  WS-PCT-EDIT.
003030     05  WS-PE-VALUE            PIC ZZZZ9.
003040     05  FILLER                 PIC X(01) VALUE "%".
003050 01  WS-SPAN-LINE.
003060     05  FILLER                 PIC X(13) VALUE "FIRST START: ".
003070     05  WS-SP-LN-START-DATE    PIC X(05).
003080     05  FILLER                 PIC X(01) VALUE SPACES.
003090     05  WS-SP-LN-START-TIME    PIC X(08).
003100     05  FILLER                 PIC X(12) VALUE "  LAST END: ".
003110     05  WS-SP-LN-END-DATE      PIC X(05).
003120     05  FILLER                 PIC X(01) VALUE SPACES.
003130     05  WS-SP-LN-END-TIME      PIC X(08).
003140     05  FILLER                 PIC X(08) VALUE "  SPAN: ".
003150     05  WS-SP-LN-SPAN          PIC X(08).
003160 01  WS-EXCEPTION-HEADING.
003170     05  FILLER                 PIC X(04) VALUE "SEQ".
003180     05  FILLER                 PIC X(09) VALUE "PROGRAM".
003190     05  FILLER                 PIC X(15) VALUE "STARTED".
003200     05  FILLER                 PIC X(09) VALUE "EXCEPTION".
003210 01  WS-EXCEPTION-LINE.
003220     05  WS-EL-SEQUENCE         PIC X(03).
003230     05  FILLER                 PIC X(01) VALUE SPACES.
003240     05  WS-EL-PROGRAM          PIC X(08).
003250     05  FILLER                 PIC X(01) VALUE SPACES.
003260     05  WS-EL-DATE             PIC X(05).
003270     05  FILLER                 PIC X(01) VALUE SPACES.
003280     05  WS-EL-START            PIC X(08).
003290     05  FILLER                 PIC X(01) VALUE SPACES.
003300     05  WS-EL-TEXT             PIC X(48).
003310 01  WS-COUNT-LINE.
003320     05  WS-CL-LABEL            PIC X(22).
003330     05  WS-CL-VALUE            PIC ZZZ,ZZZ,ZZ9.
003340 PROCEDURE DIVISION.
003350*-----------------------------------------------------------*
003360* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
003370*-----------------------------------------------------------*
003380 0000-MAINLINE.
003390     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
003400     PERFORM 0100-GET-PARMS THRU 0100-EXIT.
003410     IF WS-RETURN-CODE > 0
003420         MOVE WS-RETURN-CODE TO RETURN-CODE
003430         PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
003440         STOP RUN
003450     END-IF.
003460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003470     IF WS-RETURN-CODE < 16
003480         PERFORM 2000-READ-HISTORY THRU 2000-EXIT
003490         PERFORM 3000-CHECK-STEPS THRU 3000-EXIT
003500         PERFORM 4000-PRINT-JOB-STREAM THRU 4000-EXIT
003510         PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT
003520     END-IF.
003530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003540     MOVE WS-RETURN-CODE TO RETURN-CODE.
003550     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
003560     STOP RUN.
003570 0000-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------*
003600* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
003610*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
003620*-----------------------------------------------------------*
003630 0050-LOG-RUN-START.
003640     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
003650     ACCEPT WS-JH-START-TIME FROM TIME.
003660     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
003670     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
003680     INITIALIZE WS-JH-COUNTS.
003690     MOVE SPACES TO JH-RECORD.
003700     SET JH-RUN-START TO TRUE.
003710     MOVE "TXNOPS01" TO JH-PROGRAM-ID.
003720     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
003730     MOVE WS-JH-START-DATE TO JH-START-DATE.
003740     MOVE WS-JH-START-TIME TO JH-START-TIME.
003750     MOVE ZERO TO JH-END-DATE.
003760     MOVE ZERO TO JH-END-TIME.
003770     MOVE WS-JH-COUNTS TO JH-COUNTS.
003780     MOVE ZERO TO JH-RETURN-CODE.
003790     OPEN EXTEND RUNHIST.
003800     WRITE JH-RECORD.
003810     CLOSE RUNHIST.
003820 0050-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------*
003850* 0100-GET-PARMS - READS PARM 1, THE REPORT DATE (DEFAULT    *
003860*   TODAY), AND PARM 2, THE WINDOW CUTOFF TIME HHMM (DEFAULT *
003870*   1800).  THE WINDOW IS THE 24 HOURS ENDING AT THE CUTOFF  *
003880*   ON THE REPORT DATE.                                      *
003890*-----------------------------------------------------------*
003900 0100-GET-PARMS.
003910     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003920     DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
003930     ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
003940         ON EXCEPTION
003950             MOVE SPACES TO WS-DATE-PARM
003960     END-ACCEPT.
003970     IF WS-DATE-PARM = SPACES
003980         MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
003990     ELSE
004000         IF WS-DATE-PARM NOT NUMERIC
004010             DISPLAY "*** REPORT DATE PARM " WS-DATE-PARM
004020                 " NOT YYYYMMDD - RUN CANCELLED."
004030             MOVE 16 TO WS-RETURN-CODE
004040             GO TO 0100-EXIT
004050         END-IF
004060         MOVE WS-DATE-PARM TO WS-REPORT-DATE
004070     END-IF.
004080     IF WS-RD-MM < 1 OR WS-RD-MM > 12
004090         OR WS-RD-DD < 1 OR WS-RD-DD > 31
004100         DISPLAY "*** REPORT DATE " WS-REPORT-DATE
004110             " IS NOT A VALID DATE - RUN CANCELLED."
004120         MOVE 16 TO WS-RETURN-CODE
004130         GO TO 0100-EXIT
004140     END-IF.
004150     ADD 1 TO WS-ARG-NUM.
004160     DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
004170     ACCEPT WS-CUTOFF-PARM FROM ARGUMENT-VALUE
004180         ON EXCEPTION
004190             MOVE SPACES TO WS-CUTOFF-PARM
004200     END-ACCEPT.
004210     IF WS-CUTOFF-PARM = SPACES
004220         GO TO 0100-EXIT
004230     END-IF.
004240     IF WS-CUTOFF-PARM NOT NUMERIC
004250         DISPLAY "*** CUTOFF PARM " WS-CUTOFF-PARM
004260             " NOT HHMM - RUN CANCELLED."
004270         MOVE 16 TO WS-RETURN-CODE
004280         GO TO 0100-EXIT
004290     END-IF.
004300     MOVE WS-CUTOFF-PARM TO WS-CUTOFF-TIME.
004310     IF WS-CT-HH > 23 OR WS-CT-MM > 59
004320         DISPLAY "*** CUTOFF PARM " WS-CUTOFF-PARM
004330             " NOT HHMM - RUN CANCELLED."
004340         MOVE 16 TO WS-RETURN-CODE
004350     END-IF.
004360 0100-EXIT.
004370     EXIT.
004380*-----------------------------------------------------------*
004390* 1000-INITIALIZE - OPENS THE REPORT, WORKS OUT THE WINDOW   *
004400*   BOUNDS AND LOADS THE EXPECTED JOB STEPS.  WITH NO STEPS  *
004410*   TO CHECK AGAINST THE RUN IS CANCELLED (RC 16).           *
004420*-----------------------------------------------------------*
004430 1000-INITIALIZE.
004440     OPEN OUTPUT OPSRPT.
004450     MOVE WS-REPORT-DATE TO WS-RH-REPORT-DATE.
004460     MOVE WS-REPORT-HEADING-1 TO OR-RECORD.
004470     WRITE OR-RECORD.
004480     MOVE WS-REPORT-DATE TO WS-RH-WINDOW-DATE.
004490     MOVE WS-CT-HH TO WS-RH-CUTOFF-HH.
004500     MOVE WS-CT-MM TO WS-RH-CUTOFF-MM.
004510     MOVE WS-REPORT-HEADING-2 TO OR-RECORD.
004520     WRITE OR-RECORD.
004530     MOVE WS-REPORT-DATE TO WS-ST-DATE.
004540     MOVE ZERO TO WS-ST-TIME.
004550     MOVE WS-CT-HH TO WS-ST-HH.
004560     MOVE WS-CT-MM TO WS-ST-MIN.
004570     PERFORM 2900-COMPUTE-SECONDS THRU 2900-EXIT.
004580     MOVE WS-ST-SECONDS TO WS-WINDOW-END.
004590     COMPUTE WS-WINDOW-START = WS-WINDOW-END - 86400.
004600     COMPUTE WS-HISTORY-START = WS-WINDOW-START - (30 * 86400).
004610     PERFORM 1100-LOAD-STEPS THRU 1100-EXIT.
004620     IF WS-RETURN-CODE < 16 AND WS-SP-COUNT = ZERO
004630         DISPLAY "*** OPSSTEP IS EMPTY - RUN CANCELLED."
004640         MOVE 16 TO WS-RETURN-CODE
004650     END-IF.
004660     IF WS-RETURN-CODE = 16
004670         MOVE "*** NO EXPECTED JOB STREAM - RUN CANCELLED"
004680             TO WS-SECTION-LINE
004690         MOVE WS-SECTION-LINE TO OR-RECORD
004700         WRITE OR-RECORD
004710     END-IF.
004720 1000-EXIT.
004730     EXIT.
004740*-----------------------------------------------------------*
004750* 1100-LOAD-STEPS - LOADS OPSSTEP INTO THE STEP TABLE.  THE  *
004760*   SEQUENCE NUMBERS MUST ASCEND AND A PROGRAM MAY APPEAR    *
004770*   ONLY ONCE, OR THE ORDER CHECK WOULD BE MEANINGLESS.      *
004780*-----------------------------------------------------------*
004790 1100-LOAD-STEPS.
004800     OPEN INPUT OPSSTEP.
004810     PERFORM 1110-LOAD-ONE-STEP THRU 1110-EXIT
004820         UNTIL WS-STEP-EOF OR WS-RETURN-CODE = 16.
004830     CLOSE OPSSTEP.
004840 1100-EXIT.
004850     EXIT.
004860*-----------------------------------------------------------*
004870* 1110-LOAD-ONE-STEP - READS AND TABLES ONE EXPECTED STEP.   *
004880*-----------------------------------------------------------*
004890 1110-LOAD-ONE-STEP.
004900     READ OPSSTEP
004910         AT END
004920             SET WS-STEP-EOF TO TRUE
004930             GO TO 1110-EXIT
004940     END-READ.
004950     IF OS-SEQUENCE NOT NUMERIC
004960         OR OS-SEQUENCE NOT > WS-LAST-SEQUENCE
004970         DISPLAY "*** OPSSTEP SEQUENCE " OS-SEQUENCE
004980             " OUT OF ORDER - RUN CANCELLED."
004990         MOVE 16 TO WS-RETURN-CODE
005000         GO TO 1110-EXIT
005010     END-IF.
005020     MOVE OS-SEQUENCE TO WS-LAST-SEQUENCE.
005030     MOVE OS-PROGRAM-ID TO WS-SEARCH-PROGRAM.
005040     PERFORM 2400-FIND-STEP THRU 2400-EXIT.
005050     IF WS-SP-HIT-SUB > ZERO OR OS-PROGRAM-ID = SPACES
005060         DISPLAY "*** OPSSTEP PROGRAM '" OS-PROGRAM-ID
005070             "' BLANK OR REPEATED - RUN CANCELLED."
005080         MOVE 16 TO WS-RETURN-CODE
005090         GO TO 1110-EXIT
005100     END-IF.
005110     IF WS-SP-COUNT NOT < WS-SP-MAX
005120         DISPLAY "*** OPSSTEP HAS MORE THAN " WS-SP-MAX
005130             " STEPS - RUN CANCELLED."
005140         MOVE 16 TO WS-RETURN-CODE
005150         GO TO 1110-EXIT
005160     END-IF.
005170     ADD 1 TO WS-SP-COUNT.
005180     MOVE OS-SEQUENCE TO WS-SP-SEQUENCE (WS-SP-COUNT).
005190     MOVE OS-PROGRAM-ID TO WS-SP-PROGRAM (WS-SP-COUNT).
005200     MOVE OS-DESCRIPTION TO WS-SP-DESCRIPTION (WS-SP-COUNT).
005210     MOVE ZERO TO WS-SP-FIRST-SUB (WS-SP-COUNT).
005220     SET WS-SP-IN-ORDER (WS-SP-COUNT) TO TRUE.
005230     MOVE SPACES TO WS-SP-AHEAD-OF (WS-SP-COUNT).
005240 1110-EXIT.
005250     EXIT.
005260*-----------------------------------------------------------*
005270* 2000-READ-HISTORY - ONE PASS OVER RUNHIST.  RUNS THAT      *
005280*   STARTED IN THE WINDOW GO TO THE RUN TABLE; COMPLETED     *
005290*   RUNS THAT STARTED IN THE 30 DAYS BEFORE IT GO TO THE     *
005300*   PER-PROGRAM AVERAGES.  OLDER RECORDS ARE PASSED OVER.    *
005310*-----------------------------------------------------------*
005320 2000-READ-HISTORY.
005330     OPEN INPUT RUNHIST.
005340     PERFORM 2100-PROCESS-HISTORY THRU 2100-EXIT
005350         UNTIL WS-HIST-EOF.
005360     CLOSE RUNHIST.
005370 2000-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------*
005400* 2100-PROCESS-HISTORY - READS ONE RUNHIST RECORD AND ROUTES *
005410*   IT BY ITS START TIME.  THIS RUN'S OWN START RECORD IS    *
005420*   SKIPPED - IT HAS NOT FINISHED YET.                       *
005430*-----------------------------------------------------------*
005440 2100-PROCESS-HISTORY.
005450     READ RUNHIST
005460         AT END
005470             SET WS-HIST-EOF TO TRUE
005480             GO TO 2100-EXIT
005490     END-READ.
005500     ADD 1 TO WS-HIST-READ-COUNT.
005510     IF JH-PROGRAM-ID = "TXNOPS01"
005520         AND JH-RUN-ID = WS-JH-RUN-ID
005530         GO TO 2100-EXIT
005540     END-IF.
005550     IF (NOT JH-RUN-START AND NOT JH-RUN-END)
005560         OR JH-START-DATE NOT NUMERIC
005570         OR JH-START-TIME NOT NUMERIC
005580         ADD 1 TO WS-UNREADABLE-COUNT
005590         GO TO 2100-EXIT
005600     END-IF.
005610     MOVE JH-START-DATE TO WS-ST-DATE.
005620     MOVE JH-START-TIME TO WS-ST-TIME.
005630     IF WS-ST-MM < 1 OR WS-ST-MM > 12
005640         ADD 1 TO WS-UNREADABLE-COUNT
005650         GO TO 2100-EXIT
005660     END-IF.
005670     PERFORM 2900-COMPUTE-SECONDS THRU 2900-EXIT.
005680     MOVE WS-ST-SECONDS TO WS-RUN-START-SECS.
005690     MOVE ZERO TO WS-RUN-END-SECS.
005700     IF JH-RUN-END
005710         IF JH-END-DATE NOT NUMERIC
005720             OR JH-END-TIME NOT NUMERIC
005730             ADD 1 TO WS-UNREADABLE-COUNT
005740             GO TO 2100-EXIT
005750         END-IF
005760         MOVE JH-END-DATE TO WS-ST-DATE
005770         MOVE JH-END-TIME TO WS-ST-TIME
005780         IF WS-ST-MM < 1 OR WS-ST-MM > 12
005790             ADD 1 TO WS-UNREADABLE-COUNT
005800             GO TO 2100-EXIT
005810         END-IF
005820         PERFORM 2900-COMPUTE-SECONDS THRU 2900-EXIT
005830         MOVE WS-ST-SECONDS TO WS-RUN-END-SECS
005840         IF WS-RUN-END-SECS < WS-RUN-START-SECS
005850             MOVE WS-RUN-START-SECS TO WS-RUN-END-SECS
005860         END-IF
005870     END-IF.
005880     IF WS-RUN-START-SECS NOT < WS-WINDOW-START
005890         AND WS-RUN-START-SECS < WS-WINDOW-END
005900         PERFORM 2200-POST-WINDOW-RUN THRU 2200-EXIT
005910         GO TO 2100-EXIT
005920     END-IF.
005930     IF JH-RUN-END
005940         AND WS-RUN-START-SECS NOT < WS-HISTORY-START
005950         AND WS-RUN-START-SECS < WS-WINDOW-START
005960         PERFORM 2300-POST-AVERAGE THRU 2300-EXIT
005970     END-IF.
005980 2100-EXIT.
005990     EXIT.
006000*-----------------------------------------------------------*
006010* 2200-POST-WINDOW-RUN - FINDS THE RUN IN THE RUN TABLE BY   *
006020*   PROGRAM AND RUN ID, ADDING IT IN START ORDER IF NEW,     *
006030*   AND POSTS THE END TIME AND RETURN CODE FROM AN END       *
006040*   RECORD.                                                  *
006050*-----------------------------------------------------------*
006060 2200-POST-WINDOW-RUN.
006070     MOVE ZERO TO WS-JR-HIT-SUB.
006080     IF WS-JR-COUNT > ZERO
006090         PERFORM 2210-MATCH-ONE-RUN THRU 2210-EXIT
006100             VARYING WS-JR-SUB FROM 1 BY 1
006110             UNTIL WS-JR-SUB > WS-JR-COUNT
006120                 OR WS-JR-HIT-SUB > ZERO
006130     END-IF.
006140     IF WS-JR-HIT-SUB = ZERO
006150         PERFORM 2220-ADD-RUN THRU 2220-EXIT
006160     END-IF.
006170     IF WS-JR-HIT-SUB = ZERO
006180         GO TO 2200-EXIT
006190     END-IF.
006200     IF JH-RUN-END
006210         SET WS-JR-ENDED (WS-JR-HIT-SUB) TO TRUE
006220         MOVE JH-END-DATE TO WS-JR-END-DATE (WS-JR-HIT-SUB)
006230         MOVE JH-END-TIME TO WS-JR-END-TIME (WS-JR-HIT-SUB)
006240         MOVE WS-RUN-END-SECS TO WS-JR-END-SECS (WS-JR-HIT-SUB)
006250         MOVE JH-RETURN-CODE
006260             TO WS-JR-RETURN-CODE (WS-JR-HIT-SUB)
006270     END-IF.
006280 2200-EXIT.
006290     EXIT.
006300*-----------------------------------------------------------*
006310* 2210-MATCH-ONE-RUN - TESTS ONE RUN TABLE ENTRY AGAINST THE *
006320*   RUNHIST RECORD.                                          *
006330*-----------------------------------------------------------*
006340 2210-MATCH-ONE-RUN.
006350     IF WS-JR-PROGRAM (WS-JR-SUB) = JH-PROGRAM-ID
006360         AND WS-JR-RUN-ID (WS-JR-SUB) = JH-RUN-ID
006370         MOVE WS-JR-SUB TO WS-JR-HIT-SUB
006380     END-IF.
006390 2210-EXIT.
006400     EXIT.
006410*-----------------------------------------------------------*
006420* 2220-ADD-RUN - OPENS A RUN TABLE ENTRY FOR A NEW RUN,      *
006430*   SHIFTING LATER-STARTING RUNS DOWN SO THE TABLE STAYS IN  *
006440*   START ORDER.  A FULL TABLE DROPS THE RUN (COUNTED AND    *
006450*   REPORTED, RC 4).                                         *
006460*-----------------------------------------------------------*
006470 2220-ADD-RUN.
006480     IF WS-JR-COUNT NOT < WS-JR-MAX
006490         ADD 1 TO WS-NOT-LISTED-COUNT
006500         IF WS-RETURN-CODE < 4
006510             MOVE 4 TO WS-RETURN-CODE
006520         END-IF
006530         GO TO 2220-EXIT
006540     END-IF.
006550     ADD 1 TO WS-JR-COUNT.
006560     MOVE WS-JR-COUNT TO WS-JR-HIT-SUB.
006570     SET WS-SLOT-SEARCHING TO TRUE.
006580     PERFORM 2230-SHIFT-ONE-RUN THRU 2230-EXIT
006590         UNTIL WS-SLOT-FOUND OR WS-JR-HIT-SUB = 1.
006600     MOVE JH-PROGRAM-ID TO WS-JR-PROGRAM (WS-JR-HIT-SUB).
006610     MOVE JH-RUN-ID TO WS-JR-RUN-ID (WS-JR-HIT-SUB).
006620     MOVE JH-START-DATE TO WS-JR-START-DATE (WS-JR-HIT-SUB).
006630     MOVE JH-START-TIME TO WS-JR-START-TIME (WS-JR-HIT-SUB).
006640     MOVE ZERO TO WS-JR-END-DATE (WS-JR-HIT-SUB).
006650     MOVE ZERO TO WS-JR-END-TIME (WS-JR-HIT-SUB).
006660     MOVE WS-RUN-START-SECS TO WS-JR-START-SECS (WS-JR-HIT-SUB).
006670     MOVE ZERO TO WS-JR-END-SECS (WS-JR-HIT-SUB).
006680     MOVE ZERO TO WS-JR-RETURN-CODE (WS-JR-HIT-SUB).
006690     SET WS-JR-NOT-ENDED (WS-JR-HIT-SUB) TO TRUE.
006700     MOVE ZERO TO WS-JR-STEP-SUB (WS-JR-HIT-SUB).
006710 2220-EXIT.
006720     EXIT.
006730*-----------------------------------------------------------*
006740* 2230-SHIFT-ONE-RUN - MOVES THE ENTRY ABOVE THE OPEN SLOT   *
006750*   DOWN ONE PLACE IF IT STARTED LATER THAN THE NEW RUN.     *
006760*-----------------------------------------------------------*
006770 2230-SHIFT-ONE-RUN.
006780     COMPUTE WS-JR-PREV-SUB = WS-JR-HIT-SUB - 1.
006790     IF WS-JR-START-SECS (WS-JR-PREV-SUB) NOT > WS-RUN-START-SECS
006800         SET WS-SLOT-FOUND TO TRUE
006810         GO TO 2230-EXIT
006820     END-IF.
006830     MOVE WS-JR-ENTRY (WS-JR-PREV-SUB)
006840         TO WS-JR-ENTRY (WS-JR-HIT-SUB).
006850     MOVE WS-JR-PREV-SUB TO WS-JR-HIT-SUB.
006860 2230-EXIT.
006870     EXIT.
006880*-----------------------------------------------------------*
006886* 2300-POST-AVERAGE - ADDS ONE COMPLETED RUN OF THE PRIOR 30 *
006892*   DAYS TO ITS PROGRAM'S ELAPSED-TIME TOTAL.  A RUN OF A    *
006898*   NEW PROGRAM WHEN THE AVERAGES TABLE IS FULL IS DROPPED   *
006904*   (COUNTED AND REPORTED, RC 4).                            *
006910*-----------------------------------------------------------*
006920 2300-POST-AVERAGE.
006930     MOVE JH-PROGRAM-ID TO WS-SEARCH-PROGRAM.
006940     PERFORM 2500-FIND-AVERAGE THRU 2500-EXIT.
006950     IF WS-AV-HIT-SUB = ZERO
006960         IF WS-AV-COUNT NOT < WS-AV-MAX
006962             ADD 1 TO WS-NOT-AVERAGED-COUNT
006964             IF WS-RETURN-CODE < 4
006966                 MOVE 4 TO WS-RETURN-CODE
006968             END-IF
006970             GO TO 2300-EXIT
006980         END-IF
006990         ADD 1 TO WS-AV-COUNT
007000         MOVE WS-AV-COUNT TO WS-AV-HIT-SUB
007010         MOVE JH-PROGRAM-ID TO WS-AV-PROGRAM (WS-AV-HIT-SUB)
007020         MOVE ZERO TO WS-AV-TOTAL-SECS (WS-AV-HIT-SUB)
007030         MOVE ZERO TO WS-AV-RUNS (WS-AV-HIT-SUB)
007040     END-IF.
007050     COMPUTE WS-AV-TOTAL-SECS (WS-AV-HIT-SUB) =
007060         WS-AV-TOTAL-SECS (WS-AV-HIT-SUB)
007070         + WS-RUN-END-SECS - WS-RUN-START-SECS.
007080     ADD 1 TO WS-AV-RUNS (WS-AV-HIT-SUB).
007090     ADD 1 TO WS-AVERAGED-COUNT.
007100 2300-EXIT.
007110     EXIT.
007120*-----------------------------------------------------------*
007130* 2400-FIND-STEP - LOOKS UP WS-SEARCH-PROGRAM IN THE STEP    *
007140*   TABLE.                                                   *
007150*   WS-SP-HIT-SUB IS ZERO WHEN IT IS NOT AN EXPECTED STEP.   *
007160*-----------------------------------------------------------*
007170 2400-FIND-STEP.
007180     MOVE ZERO TO WS-SP-HIT-SUB.
007190     IF WS-SP-COUNT > ZERO
007200         PERFORM 2410-MATCH-ONE-STEP THRU 2410-EXIT
007210             VARYING WS-SP-SUB FROM 1 BY 1
007220             UNTIL WS-SP-SUB > WS-SP-COUNT
007230                 OR WS-SP-HIT-SUB > ZERO
007240     END-IF.
007250 2400-EXIT.
007260     EXIT.
007270*-----------------------------------------------------------*
007280* 2410-MATCH-ONE-STEP - TESTS ONE STEP TABLE ENTRY.          *
007290*-----------------------------------------------------------*
007300 2410-MATCH-ONE-STEP.
007310     IF WS-SP-PROGRAM (WS-SP-SUB) = WS-SEARCH-PROGRAM
007320         MOVE WS-SP-SUB TO WS-SP-HIT-SUB
007330     END-IF.
007340 2410-EXIT.
007350     EXIT.
007360*-----------------------------------------------------------*
007370* 2500-FIND-AVERAGE - LOOKS UP WS-SEARCH-PROGRAM IN THE      *
007380*   AVERAGES TABLE.  WS-AV-HIT-SUB IS ZERO WHEN IT HAS NO    *
007390*   HISTORY.                                                 *
007400*-----------------------------------------------------------*
007410 2500-FIND-AVERAGE.
007420     MOVE ZERO TO WS-AV-HIT-SUB.
007430     IF WS-AV-COUNT > ZERO
007440         PERFORM 2510-MATCH-ONE-AVERAGE THRU 2510-EXIT
007450             VARYING WS-AV-SUB FROM 1 BY 1
007460             UNTIL WS-AV-SUB > WS-AV-COUNT
007470                 OR WS-AV-HIT-SUB > ZERO
007480     END-IF.
007490 2500-EXIT.
007500     EXIT.
007510*-----------------------------------------------------------*
007520* 2510-MATCH-ONE-AVERAGE - TESTS ONE AVERAGES TABLE ENTRY.   *
007530*-----------------------------------------------------------*
007540 2510-MATCH-ONE-AVERAGE.
007550     IF WS-AV-PROGRAM (WS-AV-SUB) = WS-SEARCH-PROGRAM
007560         MOVE WS-AV-SUB TO WS-AV-HIT-SUB
007570     END-IF.
007580 2510-EXIT.
007590     EXIT.
007600*-----------------------------------------------------------*
007610* 2900-COMPUTE-SECONDS - TURNS WS-ST-DATE/WS-ST-TIME INTO    *
007620*   SECONDS SINCE DAY ZERO, SO STAMPS ON EITHER SIDE OF      *
007630*   MIDNIGHT OR A MONTH END SUBTRACT CORRECTLY.  THE DAY     *
007640*   NUMBER COUNTS THE YEAR FROM MARCH, SO FEBRUARY 29 FALLS  *
007650*   AT ITS END: MONTHS MARCH THROUGH FEBRUARY ARE 0 TO 11,   *
007660*   (306 * MONTH + 5) / 10 IS THE DAYS BEFORE THE MONTH,     *
007670*   AND Y/4 - Y/100 + Y/400 ARE THE LEAP DAYS BEFORE THE     *
007680*   YEAR.                                                    *
007690*-----------------------------------------------------------*
007700 2900-COMPUTE-SECONDS.
007710     MOVE WS-ST-YYYY TO WS-DN-YEAR.
007720     IF WS-ST-MM < 3
007730         SUBTRACT 1 FROM WS-DN-YEAR
007740         COMPUTE WS-DN-MONTH = WS-ST-MM + 9
007750     ELSE
007760         COMPUTE WS-DN-MONTH = WS-ST-MM - 3
007770     END-IF.
007780     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-TERM-1.
007790     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-TERM-2.
007800     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-TERM-3.
007810     COMPUTE WS-DN-TERM-4 = (306 * WS-DN-MONTH) + 5.
007820     DIVIDE WS-DN-TERM-4 BY 10 GIVING WS-DN-TERM-4.
007830     COMPUTE WS-DN-DAYS = (365 * WS-DN-YEAR) + WS-DN-TERM-1
007840         - WS-DN-TERM-2 + WS-DN-TERM-3 + WS-DN-TERM-4
007850         + WS-ST-DD - 1.
007860     COMPUTE WS-ST-SECONDS = (WS-DN-DAYS * 86400)
007870         + (WS-ST-HH * 3600) + (WS-ST-MIN * 60) + WS-ST-SS.
007880 2900-EXIT.
007890     EXIT.
007900*-----------------------------------------------------------*
007910* 3000-CHECK-STEPS - TIES EACH RUN TO ITS EXPECTED STEP,     *
007920*   THEN WALKS THE STEPS IN SEQUENCE.  A STEP IS OUT OF      *
007930*   ORDER WHEN ITS FIRST RUN STARTED BEFORE THE FIRST RUN OF *
007940*   AN EARLIER STEP HAD ENDED (OR, WITH NO END RECORD, HAD   *
007950*   STARTED) - E.G. TXNADD01 STARTING BEFORE TXNPRE01 HAS    *
007960*   FINISHED BUILDING CTLFILE.                               *
007970*-----------------------------------------------------------*
007980 3000-CHECK-STEPS.
007990     IF WS-JR-COUNT > ZERO
008000         PERFORM 3100-TIE-ONE-RUN THRU 3100-EXIT
008010             VARYING WS-JR-SUB FROM 1 BY 1
008020             UNTIL WS-JR-SUB > WS-JR-COUNT
008030     END-IF.
008040     MOVE ZERO TO WS-PRIOR-END-SECS.
008050     MOVE SPACES TO WS-PRIOR-PROGRAM.
008060     PERFORM 3200-CHECK-ONE-STEP THRU 3200-EXIT
008070         VARYING WS-SP-SUB FROM 1 BY 1
008080         UNTIL WS-SP-SUB > WS-SP-COUNT.
008090 3000-EXIT.
008100     EXIT.
008110*-----------------------------------------------------------*
008120* 3100-TIE-ONE-RUN - FINDS THE RUN'S STEP AND RECORDS THE    *
008130*   STEP'S FIRST RUN.  THE RUN TABLE IS IN START ORDER, SO   *
008140*   THE FIRST RUN SEEN IS THE EARLIEST.                      *
008150*-----------------------------------------------------------*
008160 3100-TIE-ONE-RUN.
008170     MOVE WS-JR-PROGRAM (WS-JR-SUB) TO WS-SEARCH-PROGRAM.
008180     PERFORM 2400-FIND-STEP THRU 2400-EXIT.
008190     MOVE WS-SP-HIT-SUB TO WS-JR-STEP-SUB (WS-JR-SUB).
008200     ADD 1 TO WS-RUNS-COUNT.
008210     IF WS-SP-HIT-SUB = ZERO
008220         ADD 1 TO WS-UNSCHEDULED-COUNT
008230         GO TO 3100-EXIT
008240     END-IF.
008250     IF WS-SP-FIRST-SUB (WS-SP-HIT-SUB) = ZERO
008260         MOVE WS-JR-SUB TO WS-SP-FIRST-SUB (WS-SP-HIT-SUB)
008270         ADD 1 TO WS-STEPS-RUN-COUNT
008280     END-IF.
008290 3100-EXIT.
008300     EXIT.
008310*-----------------------------------------------------------*
008320* 3200-CHECK-ONE-STEP - TESTS ONE STEP'S FIRST RUN AGAINST   *
008330*   THE LATEST FINISH AMONG THE STEPS BEFORE IT.             *
008340*-----------------------------------------------------------*
008350 3200-CHECK-ONE-STEP.
008360     IF WS-SP-FIRST-SUB (WS-SP-SUB) = ZERO
008370         ADD 1 TO WS-NEVER-RAN-COUNT
008380         GO TO 3200-EXIT
008390     END-IF.
008400     MOVE WS-SP-FIRST-SUB (WS-SP-SUB) TO WS-JR-SUB.
008410     IF WS-JR-START-SECS (WS-JR-SUB) < WS-PRIOR-END-SECS
008420         SET WS-SP-OUT-OF-ORDER (WS-SP-SUB) TO TRUE
008430         MOVE WS-PRIOR-PROGRAM TO WS-SP-AHEAD-OF (WS-SP-SUB)
008440         ADD 1 TO WS-OUT-OF-ORDER-COUNT
008450     END-IF.
008460     IF WS-JR-ENDED (WS-JR-SUB)
008470         MOVE WS-JR-END-SECS (WS-JR-SUB) TO WS-BOUND-SECS
008480     ELSE
008490         MOVE WS-JR-START-SECS (WS-JR-SUB) TO WS-BOUND-SECS
008500     END-IF.
008510     IF WS-BOUND-SECS > WS-PRIOR-END-SECS
008520         MOVE WS-BOUND-SECS TO WS-PRIOR-END-SECS
008530         MOVE WS-SP-PROGRAM (WS-SP-SUB) TO WS-PRIOR-PROGRAM
008540     END-IF.
008550 3200-EXIT.
008560     EXIT.
008570*-----------------------------------------------------------*
008580* 4000-PRINT-JOB-STREAM - LISTS EVERY RUN IN THE WINDOW IN   *
008590*   START ORDER, THEN THE SPAN FROM FIRST START TO LAST END. *
008600*-----------------------------------------------------------*
008610 4000-PRINT-JOB-STREAM.
008620     MOVE "JOB STREAM" TO WS-SECTION-LINE.
008630     MOVE WS-SECTION-LINE TO OR-RECORD.
008640     WRITE OR-RECORD.
008650     MOVE WS-STREAM-HEADING TO OR-RECORD.
008660     WRITE OR-RECORD.
008670     IF WS-JR-COUNT = ZERO
008680         MOVE "  (NONE)" TO WS-SECTION-LINE
008690         MOVE WS-SECTION-LINE TO OR-RECORD
008700         WRITE OR-RECORD
008710         GO TO 4000-EXIT
008720     END-IF.
008730     MOVE ZERO TO WS-SPAN-LAST-SUB.
008740     MOVE ZERO TO WS-SPAN-END-SECS.
008750     PERFORM 4100-PRINT-ONE-RUN THRU 4100-EXIT
008760         VARYING WS-JR-SUB FROM 1 BY 1
008770         UNTIL WS-JR-SUB > WS-JR-COUNT.
008780     MOVE 1 TO WS-SPAN-FIRST-SUB.
008790     PERFORM 4200-PRINT-SPAN THRU 4200-EXIT.
008800 4000-EXIT.
008810     EXIT.
008820*-----------------------------------------------------------*
008830* 4100-PRINT-ONE-RUN - PRINTS ONE RUN WITH ITS ELAPSED TIME  *
008840*   AGAINST ITS PROGRAM'S 30-DAY AVERAGE.                    *
008850*-----------------------------------------------------------*
008860 4100-PRINT-ONE-RUN.
008870     MOVE SPACES TO WS-SL-SEQUENCE.
008880     MOVE SPACES TO WS-SL-END.
008890     MOVE SPACES TO WS-SL-ELAPSED.
008900     MOVE SPACES TO WS-SL-RC.
008910     MOVE SPACES TO WS-SL-AVERAGE.
008920     MOVE SPACES TO WS-SL-PERCENT.
008930     MOVE SPACES TO WS-SL-NOTE.
008940     MOVE WS-JR-STEP-SUB (WS-JR-SUB) TO WS-SP-SUB.
008950     IF WS-SP-SUB > ZERO
008960         MOVE WS-SP-SEQUENCE (WS-SP-SUB) TO WS-SL-SEQUENCE
008970     ELSE
008980         MOVE "---" TO WS-SL-SEQUENCE
008990         MOVE "UNSCHEDULED" TO WS-SL-NOTE
009000     END-IF.
009010     MOVE WS-JR-PROGRAM (WS-JR-SUB) TO WS-SL-PROGRAM.
009020     MOVE WS-JR-START-DATE (WS-JR-SUB) TO WS-FD-DATE.
009030     PERFORM 4910-FORMAT-DATE THRU 4910-EXIT.
009040     MOVE WS-FD-TEXT TO WS-SL-DATE.
009050     MOVE WS-JR-START-TIME (WS-JR-SUB) TO WS-FT-TIME.
009060     PERFORM 4920-FORMAT-TIME THRU 4920-EXIT.
009070     MOVE WS-FT-TEXT TO WS-SL-START.
009080     IF WS-SP-SUB > ZERO
009090         IF WS-SP-FIRST-SUB (WS-SP-SUB) = WS-JR-SUB
009100             AND WS-SP-OUT-OF-ORDER (WS-SP-SUB)
009110             MOVE "OUT OF ORDER" TO WS-SL-NOTE
009120         END-IF
009130     END-IF.
009140     IF WS-JR-NOT-ENDED (WS-JR-SUB)
009150         MOVE "NO END RECORD" TO WS-SL-NOTE
009160         GO TO 4100-WRITE
009170     END-IF.
009180     IF WS-JR-END-SECS (WS-JR-SUB) > WS-SPAN-END-SECS
009190         MOVE WS-JR-END-SECS (WS-JR-SUB) TO WS-SPAN-END-SECS
009200         MOVE WS-JR-SUB TO WS-SPAN-LAST-SUB
009210     END-IF.
009220     MOVE WS-JR-END-TIME (WS-JR-SUB) TO WS-FT-TIME.
009230     PERFORM 4920-FORMAT-TIME THRU 4920-EXIT.
009240     MOVE WS-FT-TEXT TO WS-SL-END.
009250     COMPUTE WS-ELAPSED-SECS = WS-JR-END-SECS (WS-JR-SUB)
009260         - WS-JR-START-SECS (WS-JR-SUB).
009270     MOVE WS-ELAPSED-SECS TO WS-FE-SECONDS.
009280     PERFORM 4900-FORMAT-ELAPSED THRU 4900-EXIT.
009290     MOVE WS-FE-TEXT TO WS-SL-ELAPSED.
009300     MOVE WS-JR-RETURN-CODE (WS-JR-SUB) TO WS-RC-EDIT.
009310     MOVE WS-RC-EDIT TO WS-SL-RC.
009320     IF WS-JR-RETURN-CODE (WS-JR-SUB) > 4
009330         MOVE "RC ABOVE 4" TO WS-SL-NOTE
009340     END-IF.
009350     MOVE WS-JR-PROGRAM (WS-JR-SUB) TO WS-SEARCH-PROGRAM.
009360     PERFORM 2500-FIND-AVERAGE THRU 2500-EXIT.
009370     IF WS-AV-HIT-SUB = ZERO
009380         GO TO 4100-WRITE
009390     END-IF.
009400     DIVIDE WS-AV-TOTAL-SECS (WS-AV-HIT-SUB)
009410         BY WS-AV-RUNS (WS-AV-HIT-SUB)
009420         GIVING WS-AVERAGE-SECS ROUNDED.
009430     MOVE WS-AVERAGE-SECS TO WS-FE-SECONDS.
009440     PERFORM 4900-FORMAT-ELAPSED THRU 4900-EXIT.
009450     MOVE WS-FE-TEXT TO WS-SL-AVERAGE.
009460     IF WS-AVERAGE-SECS > ZERO
009470         COMPUTE WS-PERCENT ROUNDED =
009480             (WS-ELAPSED-SECS * 100) / WS-AVERAGE-SECS
009490             ON SIZE ERROR
009500                 MOVE 99999 TO WS-PERCENT
009510         END-COMPUTE
009520         MOVE WS-PERCENT TO WS-PE-VALUE
009530         MOVE WS-PCT-EDIT TO WS-SL-PERCENT
009540     END-IF.
009550 4100-WRITE.
009560     MOVE WS-STREAM-LINE TO OR-RECORD.
009570     WRITE OR-RECORD.
009580 4100-EXIT.
009590     EXIT.
009600*-----------------------------------------------------------*
009610* 4200-PRINT-SPAN - PRINTS WHEN THE NIGHT'S FIRST RUN        *
009620*   STARTED, WHEN ITS LAST RUN ENDED AND THE SPAN BETWEEN -  *
009630*   THE BATCH WINDOW ACTUALLY USED.                          *
009640*-----------------------------------------------------------*
009650 4200-PRINT-SPAN.
009660     MOVE WS-JR-START-DATE (WS-SPAN-FIRST-SUB) TO WS-FD-DATE.
009670     PERFORM 4910-FORMAT-DATE THRU 4910-EXIT.
009680     MOVE WS-FD-TEXT TO WS-SP-LN-START-DATE.
009690     MOVE WS-JR-START-TIME (WS-SPAN-FIRST-SUB) TO WS-FT-TIME.
009700     PERFORM 4920-FORMAT-TIME THRU 4920-EXIT.
009710     MOVE WS-FT-TEXT TO WS-SP-LN-START-TIME.
009720     IF WS-SPAN-LAST-SUB = ZERO
009730         MOVE SPACES TO WS-SP-LN-END-DATE
009740         MOVE SPACES TO WS-SP-LN-END-TIME
009750         MOVE SPACES TO WS-SP-LN-SPAN
009760     ELSE
009770         MOVE WS-JR-END-DATE (WS-SPAN-LAST-SUB) TO WS-FD-DATE
009780         PERFORM 4910-FORMAT-DATE THRU 4910-EXIT
009790         MOVE WS-FD-TEXT TO WS-SP-LN-END-DATE
009800         MOVE WS-JR-END-TIME (WS-SPAN-LAST-SUB) TO WS-FT-TIME
009810         PERFORM 4920-FORMAT-TIME THRU 4920-EXIT
009820         MOVE WS-FT-TEXT TO WS-SP-LN-END-TIME
009830         COMPUTE WS-FE-SECONDS = WS-SPAN-END-SECS
009840             - WS-JR-START-SECS (WS-SPAN-FIRST-SUB)
009850         PERFORM 4900-FORMAT-ELAPSED THRU 4900-EXIT
009860         MOVE WS-FE-TEXT TO WS-SP-LN-SPAN
009870     END-IF.
009880     MOVE WS-SPAN-LINE TO OR-RECORD.
009890     WRITE OR-RECORD.
009900 4200-EXIT.
009910     EXIT.
009920*-----------------------------------------------------------*
009930* 4900-FORMAT-ELAPSED - EDITS WS-FE-SECONDS AS HH:MM:SS.  A  *
009940*   SPAN OF 100 HOURS OR MORE SHOWS ONLY ITS LAST TWO HOUR   *
009950*   DIGITS.                                                  *
009960*-----------------------------------------------------------*
009970 4900-FORMAT-ELAPSED.
009980     DIVIDE WS-FE-SECONDS BY 3600 GIVING WS-FE-HOURS
009990         REMAINDER WS-FE-REMAINDER.
010000     DIVIDE WS-FE-REMAINDER BY 60 GIVING WS-FE-MINUTES
010010         REMAINDER WS-FE-SECS.
010020     MOVE WS-FE-HOURS TO WS-FE-HH.
010030     MOVE WS-FE-MINUTES TO WS-FE-MM.
010040     MOVE WS-FE-SECS TO WS-FE-SS.
010050 4900-EXIT.
010060     EXIT.
010070*-----------------------------------------------------------*
010080* 4910-FORMAT-DATE - EDITS WS-FD-DATE AS MM/DD.              *
010090*-----------------------------------------------------------*
010100 4910-FORMAT-DATE.
010110     MOVE WS-FD-MM TO WS-FD-TEXT-MM.
010120     MOVE WS-FD-DD TO WS-FD-TEXT-DD.
010130 4910-EXIT.
010140     EXIT.
010150*-----------------------------------------------------------*
010160* 4920-FORMAT-TIME - EDITS WS-FT-TIME AS HH:MM:SS.           *
010170*-----------------------------------------------------------*
010180 4920-FORMAT-TIME.
010190     MOVE WS-FT-HH TO WS-FT-TEXT-HH.
010200     MOVE WS-FT-MM TO WS-FT-TEXT-MM.
010210     MOVE WS-FT-SS TO WS-FT-TEXT-SS.
010220 4920-EXIT.
010230     EXIT.
010240*-----------------------------------------------------------*
010250* 5000-PRINT-EXCEPTIONS - LISTS EXPECTED STEPS THAT NEVER    *
010260*   RAN OR RAN OUT OF ORDER, IN STEP SEQUENCE, THEN RUNS     *
010270*   THAT ENDED ABOVE RC 4 OR LEFT NO END RECORD, IN START    *
010280*   ORDER.  ANY EXCEPTION SETS RC 4.                         *
010290*-----------------------------------------------------------*
010300 5000-PRINT-EXCEPTIONS.
010310     MOVE "EXCEPTIONS" TO WS-SECTION-LINE.
010320     MOVE WS-SECTION-LINE TO OR-RECORD.
010330     WRITE OR-RECORD.
010340     MOVE WS-EXCEPTION-HEADING TO OR-RECORD.
010350     WRITE OR-RECORD.
010360     PERFORM 5100-STEP-EXCEPTION THRU 5100-EXIT
010370         VARYING WS-SP-SUB FROM 1 BY 1
010380         UNTIL WS-SP-SUB > WS-SP-COUNT.
010390     IF WS-JR-COUNT > ZERO
010400         PERFORM 5200-RUN-EXCEPTION THRU 5200-EXIT
010410             VARYING WS-JR-SUB FROM 1 BY 1
010420             UNTIL WS-JR-SUB > WS-JR-COUNT
010430     END-IF.
010440     IF WS-NOT-LISTED-COUNT > ZERO
010450         MOVE SPACES TO WS-EXCEPTION-LINE
010460         MOVE "RUN TABLE FULL - LATER RUNS NOT LISTED"
010470             TO WS-EL-TEXT
010480         PERFORM 5300-WRITE-EXCEPTION THRU 5300-EXIT
010490     END-IF.
010491     IF WS-NOT-AVERAGED-COUNT > ZERO
010492         MOVE SPACES TO WS-EXCEPTION-LINE
010493         MOVE "AVERAGES TABLE FULL - SOME RUNS NOT AVERAGED"
010494             TO WS-EL-TEXT
010495         PERFORM 5300-WRITE-EXCEPTION THRU 5300-EXIT
010496     END-IF.
010500     IF WS-EXCEPTION-COUNT = ZERO
010510         MOVE "  (NONE)" TO WS-SECTION-LINE
010520         MOVE WS-SECTION-LINE TO OR-RECORD
010530         WRITE OR-RECORD
010540     ELSE
010550         IF WS-RETURN-CODE < 4
010560             MOVE 4 TO WS-RETURN-CODE
010570         END-IF
010580     END-IF.
010590 5000-EXIT.
010600     EXIT.
010610*-----------------------------------------------------------*
010620* 5100-STEP-EXCEPTION - FLAGS ONE EXPECTED STEP THAT NEVER   *
010630*   RAN OR WHOSE FIRST RUN STARTED OUT OF ORDER.             *
010640*-----------------------------------------------------------*
010650 5100-STEP-EXCEPTION.
010660     MOVE SPACES TO WS-EXCEPTION-LINE.
010670     MOVE WS-SP-SEQUENCE (WS-SP-SUB) TO WS-EL-SEQUENCE.
010680     MOVE WS-SP-PROGRAM (WS-SP-SUB) TO WS-EL-PROGRAM.
010690     IF WS-SP-FIRST-SUB (WS-SP-SUB) = ZERO
010700         MOVE "NEVER RAN" TO WS-EL-TEXT
010710         PERFORM 5300-WRITE-EXCEPTION THRU 5300-EXIT
010720         GO TO 5100-EXIT
010730     END-IF.
010740     IF WS-SP-IN-ORDER (WS-SP-SUB)
010750         GO TO 5100-EXIT
010760     END-IF.
010770     MOVE WS-SP-FIRST-SUB (WS-SP-SUB) TO WS-JR-SUB.
010780     PERFORM 5400-SET-START THRU 5400-EXIT.
010790     MOVE SPACES TO WS-EXCEPTION-TEXT.
010800     STRING "OUT OF ORDER - STARTED BEFORE "
010810             DELIMITED BY SIZE
010820         WS-SP-AHEAD-OF (WS-SP-SUB) DELIMITED BY SPACE
010830         " HAD ENDED" DELIMITED BY SIZE
010840         INTO WS-EXCEPTION-TEXT
010850     END-STRING.
010860     MOVE WS-EXCEPTION-TEXT TO WS-EL-TEXT.
010870     PERFORM 5300-WRITE-EXCEPTION THRU 5300-EXIT.
010880 5100-EXIT.
010890     EXIT.
010900*-----------------------------------------------------------*
010910* 5200-RUN-EXCEPTION - FLAGS ONE RUN THAT ENDED ABOVE RC 4   *
010920*   OR HAS NO END RECORD (ABENDED, CANCELLED OR STILL        *
010930*   RUNNING).                                                *
010940*-----------------------------------------------------------*
010950 5200-RUN-EXCEPTION.
010960     MOVE SPACES TO WS-EXCEPTION-LINE.
010970     MOVE WS-JR-STEP-SUB (WS-JR-SUB) TO WS-SP-SUB.
010980     IF WS-SP-SUB > ZERO
010990         MOVE WS-SP-SEQUENCE (WS-SP-SUB) TO WS-EL-SEQUENCE
011000     ELSE
011010         MOVE "---" TO WS-EL-SEQUENCE
011020     END-IF.
011030     MOVE WS-JR-PROGRAM (WS-JR-SUB) TO WS-EL-PROGRAM.
011040     PERFORM 5400-SET-START THRU 5400-EXIT.
011050     IF WS-JR-NOT-ENDED (WS-JR-SUB)
011060         ADD 1 TO WS-NO-END-COUNT
011070         MOVE "NO END RECORD - ABENDED OR STILL RUNNING"
011080             TO WS-EL-TEXT
011090         PERFORM 5300-WRITE-EXCEPTION THRU 5300-EXIT
011100         GO TO 5200-EXIT
011110     END-IF.
011120     IF WS-JR-RETURN-CODE (WS-JR-SUB) > 4
011130         ADD 1 TO WS-HIGH-RC-COUNT
011140         MOVE "ENDED ABOVE RC 4" TO WS-EL-TEXT
011150         PERFORM 5300-WRITE-EXCEPTION THRU 5300-EXIT
011160     END-IF.
011170 5200-EXIT.
011180     EXIT.
011190*-----------------------------------------------------------*
011200* 5300-WRITE-EXCEPTION - PRINTS AND COUNTS ONE EXCEPTION.    *
011210*-----------------------------------------------------------*
011220 5300-WRITE-EXCEPTION.
011230     ADD 1 TO WS-EXCEPTION-COUNT.
011240     MOVE WS-EXCEPTION-LINE TO OR-RECORD.
011250     WRITE OR-RECORD.
011260 5300-EXIT.
011270     EXIT.
011280*-----------------------------------------------------------*
011290* 5400-SET-START - PUTS THE START DATE AND TIME OF RUN       *
011300*   WS-JR-SUB ON THE EXCEPTION LINE.                         *
011310*-----------------------------------------------------------*
011320 5400-SET-START.
011330     MOVE WS-JR-START-DATE (WS-JR-SUB) TO WS-FD-DATE.
011340     PERFORM 4910-FORMAT-DATE THRU 4910-EXIT.
011350     MOVE WS-FD-TEXT TO WS-EL-DATE.
011360     MOVE WS-JR-START-TIME (WS-JR-SUB) TO WS-FT-TIME.
011370     PERFORM 4920-FORMAT-TIME THRU 4920-EXIT.
011380     MOVE WS-FT-TEXT TO WS-EL-START.
011390 5400-EXIT.
011400     EXIT.
011410*-----------------------------------------------------------*
011420* 9000-TERMINATE - PRINTS THE RUN COUNTS AND CLOSES THE      *
011430*   REPORT.                                                  *
011440*-----------------------------------------------------------*
011450 9000-TERMINATE.
011460     MOVE "HISTORY RECORDS READ:" TO WS-CL-LABEL.
011470     MOVE WS-HIST-READ-COUNT TO WS-CL-VALUE.
011480     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011490     MOVE "UNREADABLE RECORDS:" TO WS-CL-LABEL.
011500     MOVE WS-UNREADABLE-COUNT TO WS-CL-VALUE.
011510     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011520     MOVE "EXPECTED STEPS:" TO WS-CL-LABEL.
011530     MOVE WS-SP-COUNT TO WS-CL-VALUE.
011540     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011550     MOVE "STEPS RUN:" TO WS-CL-LABEL.
011560     MOVE WS-STEPS-RUN-COUNT TO WS-CL-VALUE.
011570     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011580     MOVE "RUNS IN WINDOW:" TO WS-CL-LABEL.
011590     MOVE WS-RUNS-COUNT TO WS-CL-VALUE.
011600     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011610     MOVE "UNSCHEDULED RUNS:" TO WS-CL-LABEL.
011620     MOVE WS-UNSCHEDULED-COUNT TO WS-CL-VALUE.
011630     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011640     MOVE "STEPS NEVER RUN:" TO WS-CL-LABEL.
011650     MOVE WS-NEVER-RAN-COUNT TO WS-CL-VALUE.
011660     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011670     MOVE "STEPS OUT OF ORDER:" TO WS-CL-LABEL.
011680     MOVE WS-OUT-OF-ORDER-COUNT TO WS-CL-VALUE.
011690     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011700     MOVE "RUNS ABOVE RC 4:" TO WS-CL-LABEL.
011710     MOVE WS-HIGH-RC-COUNT TO WS-CL-VALUE.
011720     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011730     MOVE "RUNS WITH NO END:" TO WS-CL-LABEL.
011740     MOVE WS-NO-END-COUNT TO WS-CL-VALUE.
011750     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011760     MOVE "RUNS NOT LISTED:" TO WS-CL-LABEL.
011770     MOVE WS-NOT-LISTED-COUNT TO WS-CL-VALUE.
011780     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011790     MOVE "30-DAY RUNS AVERAGED:" TO WS-CL-LABEL.
011800     MOVE WS-AVERAGED-COUNT TO WS-CL-VALUE.
011810     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011812     MOVE "RUNS NOT AVERAGED:" TO WS-CL-LABEL.
011814     MOVE WS-NOT-AVERAGED-COUNT TO WS-CL-VALUE.
011816     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011820     CLOSE OPSRPT.
011830 9000-EXIT.
011840     EXIT.
011850*-----------------------------------------------------------*
011860* 9110-WRITE-COUNT-LINE - PRINTS ONE LABELED COUNT LINE ON   *
011870*   THE OPERATIONS REPORT.                                   *
011880*-----------------------------------------------------------*
011890 9110-WRITE-COUNT-LINE.
011900     MOVE WS-COUNT-LINE TO OR-RECORD.
011910     WRITE OR-RECORD.
011920 9110-EXIT.
011930     EXIT.
011940*-----------------------------------------------------------*
011950* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
011960*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
011970*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
011980*-----------------------------------------------------------*
011990 9900-LOG-RUN-END.
012000     MOVE "RUNS" TO WS-JH-COUNT-LABEL (1).
012010     MOVE WS-RUNS-COUNT TO WS-JH-COUNT-VALUE (1).
012020     MOVE "STEPS" TO WS-JH-COUNT-LABEL (2).
012030     MOVE WS-SP-COUNT TO WS-JH-COUNT-VALUE (2).
012040     MOVE "EXCEPTNS" TO WS-JH-COUNT-LABEL (3).
012050     MOVE WS-EXCEPTION-COUNT TO WS-JH-COUNT-VALUE (3).
012060     MOVE SPACES TO JH-RECORD.
012070     SET JH-RUN-END TO TRUE.
012080     MOVE "TXNOPS01" TO JH-PROGRAM-ID.
012090     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
012100     MOVE WS-JH-START-DATE TO JH-START-DATE.
012110     MOVE WS-JH-START-TIME TO JH-START-TIME.
012120     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
012130     ACCEPT JH-END-TIME FROM TIME.
012140     MOVE WS-JH-COUNTS TO JH-COUNTS.
012150     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
012160     OPEN EXTEND RUNHIST.
012170     WRITE JH-RECORD.
012180     CLOSE RUNHIST.
012190 9900-EXIT.
012200     EXIT.
