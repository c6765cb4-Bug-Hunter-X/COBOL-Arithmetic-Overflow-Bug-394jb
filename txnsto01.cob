000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TXNSTO01.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. FINANCIAL SYSTEMS BATCH PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* DATE       INIT DESCRIPTION                                *
000200* ---------- ---- ------------------------------------------ *
000210* 10/15/2026 RH   ORIGINAL PROGRAM - STANDING ORDER          *
000220*                 GENERATOR.  READS THE STOMST               *
000230*                 STANDING-ORDER MASTER (ONE ENTRY PER       *
000240*                 RECURRING POSTING: DEPARTMENT, GL ACCOUNT, *
000250*                 AMOUNTS, OPERATION CODE, FREQUENCY D DAILY *
000260*                 / W WEEKLY / M MONTH-END / B NTH BUSINESS  *
000270*                 DAY, START AND END DATES) AND, OFF THE     *
000280*                 CALFILE ACCOUNTING CALENDAR, GENERATES     *
000290*                 EVERY POSTING THAT HAS FALLEN DUE SINCE    *
000300*                 THE DATE THE ENTRY WAS LAST GENERATED      *
000310*                 THROUGH, UP TO THE RUN DATE (PARM 1,       *
000320*                 DEFAULT TODAY).  DUE DAYS ARE BUSINESS     *
000330*                 DAYS ONLY: A WEEKLY ENTRY WHOSE WEEKDAY IS *
000340*                 NOT A BUSINESS DAY FALLS DUE ON THE NEXT   *
000350*                 ONE, MONTH-END IS THE LAST BUSINESS DAY OF *
000360*                 THE ACCOUNTING PERIOD, AND AN NTH BUSINESS *
000370*                 DAY BEYOND THE PERIOD'S LAST FALLS ON THE  *
000380*                 LAST.  POSTINGS GO TO STOTRAN AS A HEADED  *
000390*                 AND TRAILED TRANIN BATCH PER DEPARTMENT    *
000400*                 WITH RECORD IDS AND BATCH NUMBERS TAKEN    *
000410*                 FROM THE MASTER'S CONTROL RECORD.  THE     *
000420*                 MASTER IS REWRITTEN TO STONEW WITH THE     *
000430*                 LAST GENERATED AND GENERATED-THROUGH       *
000440*                 DATES, SO A RERUN GENERATES NOTHING TWICE; *
000450*                 AN ENTRY PAST ITS END DATE IS MARKED       *
000460*                 EXPIRED.  STORPT LISTS WHAT WAS GENERATED, *
000470*                 WHAT WAS NOT AND WHY, AND WHAT EXPIRED.    *
000480*                                                            *
000490*                 OPERATIONAL NOTES: RUN AHEAD OF TXNPRE01   *
000500*                 AND CONCATENATE STOTRAN WITH THE DAY'S     *
000510*                 TRANIN FOR TXNPRE01 AND TXNADD01.  THE JCL *
000520*                 REPLACES STOMST WITH STONEW ONLY WHEN THE  *
000530*                 RUN ENDS BELOW RC 16.  THE CONTROL         *
000540*                 RECORD'S RECORD ID RANGE MUST BE RESERVED  *
000550*                 FOR GENERATED POSTINGS - AN ID KEYED BY    *
000560*                 HAND IN IT WOULD BE TAKEN AS A RERUN OF    *
000570*                 THE GENERATED POSTING.                     *
000571* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000572*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000573*                 (PROGRAM ID, RUN ID, START AND END         *
000574*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000575*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000576*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000577* 10/15/2026 RH   READ THE CALFILE ACCOUNTING CALENDAR AS AN *
000578*                 INDEXED FILE KEYED BY DATE INSTEAD OF      *
000579*                 LOADING IT INTO A 500-DAY TABLE.  EACH     *
000580*                 ENTRY'S WINDOW IS READ FORWARD FROM THE    *
000581*                 DAY AFTER ITS GENERATED-THROUGH DATE, AND  *
000582*                 THE WEEKLY, MONTH-END AND NTH-BUSINESS-DAY *
000583*                 RULES READ THE DAYS BEFORE AND AFTER BY    *
000584*                 DATE, SO CALFILE MUST STILL HOLD ONE       *
000585*                 RECORD PER CALENDAR DAY.  A CALENDAR THAT  *
000586*                 CANNOT BE OPENED CANCELS THE RUN.          *
000587* 10/15/2026 RH   CALFILE IS CLOSED AT END OF RUN ONLY IF IT *
000588*                 WAS OPENED, SO A CALENDAR THAT COULD NOT   *
000589*                 BE OPENED NO LONGER DRAWS A SECOND ERROR   *
000590*                 ON THE CLOSE.                              *
000591*-----------------------------------------------------------*
000592 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT STOMST ASSIGN TO STOMST
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT OPTIONAL CALFILE ASSIGN TO CALFILE
000644         ORGANIZATION IS INDEXED
000648         ACCESS MODE IS DYNAMIC
000652         RECORD KEY IS CA-DATE
000656         FILE STATUS IS WS-CALFILE-STATUS.
000660     SELECT STONEW ASSIGN TO STONEW
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT STOTRAN ASSIGN TO STOTRAN
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT STORPT ASSIGN TO STORPT
000710         ORGANIZATION IS LINE SEQUENTIAL.
000713     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000716         ORGANIZATION IS LINE SEQUENTIAL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740*    STANDING-ORDER MASTER - ONE 'C' CONTROL RECORD HOLDING THE
000750*    NEXT RECORD ID AND BATCH NUMBER TO ISSUE AND THE TOP OF
000760*    THE RESERVED RECORD ID RANGE, AND ONE 'E' RECORD PER
000770*    STANDING ENTRY.
000780 FD  STOMST
000790     LABEL RECORDS ARE STANDARD.
000800 01  SO-RECORD.
000810     05  SO-RECORD-TYPE         PIC X(01).
000820         88  SO-CONTROL-REC              VALUE 'C'.
000830         88  SO-ENTRY-REC                VALUE 'E'.
000840     05  SO-ENTRY-DATA          PIC X(140).
000850     05  SO-CONTROL-DATA REDEFINES SO-ENTRY-DATA.
000860         10  SO-CTL-NEXT-ID     PIC 9(06).
000870         10  SO-CTL-HIGH-ID     PIC 9(06).
000880         10  SO-CTL-NEXT-BATCH  PIC 9(04).
000890         10  FILLER             PIC X(124).
000900 FD  CALFILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  CA-RECORD.
000930     05  CA-DATE                PIC 9(08).
000940     05  CA-BUSINESS-DAY-SW     PIC X(01).
000950         88  CA-BUSINESS-DAY             VALUE 'Y'.
000960     05  CA-PERIOD              PIC 9(06).
000970     05  CA-PERIOD-STATUS       PIC X(01).
000980         88  CA-PERIOD-OPEN              VALUE 'O'.
000990         88  CA-PERIOD-CLOSED            VALUE 'C'.
001000 FD  STONEW
001010     LABEL RECORDS ARE STANDARD.
001020 01  SN-RECORD                  PIC X(141).
001030 FD  STOTRAN
001040     LABEL RECORDS ARE STANDARD.
001050 01  TI-RECORD.
001060     05  TI-RECORD-TYPE         PIC X(01).
001070         88  TI-HEADER-REC               VALUE 'H'.
001080         88  TI-DETAIL-REC               VALUE 'D'.
001090         88  TI-TRAILER-REC              VALUE 'T'.
001100     05  TI-DETAIL-DATA.
001110         10  TI-RECORD-ID       PIC 9(06).
001120         10  TI-OPERATION-CODE  PIC X(01).
001130         10  TI-FIELD-A         PIC S9(05)V99
001140             SIGN IS LEADING SEPARATE CHARACTER.
001150         10  TI-FIELD-B         PIC S9(05)V99
001160             SIGN IS LEADING SEPARATE CHARACTER.
001170         10  TI-EXTRA-COUNT     PIC 9(01).
001180         10  TI-EXTRA-ADDENDS   PIC S9(05)V99
001190             SIGN IS LEADING SEPARATE CHARACTER
001200             OCCURS 4 TIMES.
001210         10  TI-EFF-DATE        PIC 9(08).
001220         10  TI-GL-ACCOUNT      PIC 9(08).
001230         10  TI-REVERSES-ID     PIC 9(06).
001240     05  TI-HEADER-DATA REDEFINES TI-DETAIL-DATA.
001250         10  TI-BATCH-NUMBER    PIC 9(04).
001260         10  TI-BATCH-DEPT      PIC X(08).
001270         10  TI-BATCH-EXP-COUNT PIC 9(06).
001280         10  FILLER             PIC X(60).
001290     05  TI-TRAILER-DATA REDEFINES TI-DETAIL-DATA.
001300         10  TI-TRL-BATCH-NUM   PIC 9(04).
001310         10  TI-TRL-HASH-TOTAL  PIC S9(13)V99
001320             SIGN IS LEADING SEPARATE CHARACTER.
001330         10  FILLER             PIC X(58).
001340 FD  STORPT
001350     LABEL RECORDS ARE STANDARD.
001360 01  SR-RECORD                  PIC X(80).
001361 FD  RUNHIST
001362     LABEL RECORDS ARE STANDARD.
001363 01  JH-RECORD.
001364     05  JH-RECORD-TYPE         PIC X(01).
001365         88  JH-RUN-START                VALUE 'S'.
001366         88  JH-RUN-END                  VALUE 'E'.
001367     05  JH-PROGRAM-ID          PIC X(08).
001368     05  JH-RUN-ID              PIC X(14).
001369     05  JH-START-DATE          PIC 9(08).
001370     05  JH-START-TIME          PIC 9(08).
001371     05  JH-END-DATE            PIC 9(08).
001372     05  JH-END-TIME            PIC 9(08).
001373     05  JH-COUNTS.
001374         10  JH-COUNT           OCCURS 3 TIMES.
001375             15  JH-COUNT-LABEL PIC X(08).
001376             15  JH-COUNT-VALUE PIC 9(09).
001377     05  JH-RETURN-CODE         PIC 9(02).
001378 WORKING-STORAGE SECTION.
001380 01  WS-SWITCHES.
001390     05  WS-MST-EOF-SWITCH      PIC X(01) VALUE 'N'.
001400         88  WS-MST-EOF                  VALUE 'Y'.
001410     05  WS-CAL-EOF-SWITCH      PIC X(01) VALUE 'N'.
001420         88  WS-CAL-EOF                  VALUE 'Y'.
001425         88  WS-CAL-NOT-EOF              VALUE 'N'.
001430     05  WS-CONTROL-SWITCH      PIC X(01) VALUE 'N'.
001440         88  WS-CONTROL-FOUND            VALUE 'Y'.
001450         88  WS-CONTROL-MISSING          VALUE 'N'.
001460     05  WS-DUE-SWITCH          PIC X(01) VALUE 'N'.
001470         88  WS-DUE                      VALUE 'Y'.
001480         88  WS-NOT-DUE                  VALUE 'N'.
001490     05  WS-WALK-SWITCH         PIC X(01) VALUE 'N'.
001500         88  WS-WALK-DONE                VALUE 'Y'.
001510         88  WS-WALK-GOING               VALUE 'N'.
001520     05  WS-NEXT-PERIOD-SWITCH  PIC X(01) VALUE 'N'.
001530         88  WS-NEXT-PERIOD-SEEN         VALUE 'Y'.
001540         88  WS-NEXT-PERIOD-UNSEEN       VALUE 'N'.
001550     05  WS-STOP-SWITCH         PIC X(01) VALUE 'N'.
001560         88  WS-ENTRY-STOPPED            VALUE 'Y'.
001570         88  WS-ENTRY-RUNNING            VALUE 'N'.
001573     05  WS-CAL-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001576         88  WS-CAL-OPEN                 VALUE 'Y'.
001580 77  WS-ARG-NUM                 PIC 9(02) COMP VALUE 1.
001590 77  WS-DATE-PARM               PIC X(08) VALUE SPACES.
001600 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
001610 77  WS-CURRENT-DATE            PIC 9(08).
001620*    THE STANDING ENTRY BEING SCHEDULED, IN MASTER LAYOUT.  A
001630*    ZERO END DATE MEANS THE ENTRY RUNS UNTIL IT IS STOPPED.
001640 01  WS-ENTRY-REC.
001650     05  WS-ER-ENTRY-ID         PIC X(08).
001660     05  WS-ER-STATUS           PIC X(01).
001670         88  WS-ER-ACTIVE                VALUE 'A'.
001680         88  WS-ER-EXPIRED               VALUE 'X'.
001690     05  WS-ER-DEPT             PIC X(08).
001700     05  WS-ER-GL-ACCOUNT       PIC 9(08).
001710     05  WS-ER-OPERATION        PIC X(01).
001720     05  WS-ER-FIELD-A          PIC S9(05)V99
001730         SIGN IS LEADING SEPARATE CHARACTER.
001740     05  WS-ER-FIELD-B          PIC S9(05)V99
001750         SIGN IS LEADING SEPARATE CHARACTER.
001760     05  WS-ER-EXTRA-COUNT      PIC 9(01).
001770     05  WS-ER-EXTRA-ADDENDS    PIC S9(05)V99
001780         SIGN IS LEADING SEPARATE CHARACTER
001790         OCCURS 4 TIMES.
001800     05  WS-ER-FREQUENCY        PIC X(01).
001810         88  WS-ER-DAILY                 VALUE 'D'.
001820         88  WS-ER-WEEKLY                VALUE 'W'.
001830         88  WS-ER-MONTH-END             VALUE 'M'.
001840         88  WS-ER-BUSINESS-DAY          VALUE 'B'.
001850         88  WS-ER-VALID-FREQUENCY       VALUES 'D' 'W' 'M' 'B'.
001860     05  WS-ER-DAY              PIC 9(02).
001870     05  WS-ER-START-DATE       PIC 9(08).
001880     05  WS-ER-END-DATE         PIC 9(08).
001890     05  WS-ER-LAST-GEN-DATE    PIC 9(08).
001900     05  WS-ER-GEN-THRU-DATE    PIC 9(08).
001910     05  WS-ER-DESCRIPTION      PIC X(30).
001915 77  WS-CALFILE-STATUS          PIC X(02) VALUE "00".
001920     88  WS-CALFILE-FOUND            VALUE "00".
001925*    THE CALENDAR DAY BEING SCANNED, KEPT APART FROM THE CALFILE
001930*    RECORD AREA, WHICH THE DUE-DATE WALKS READ INTO.
001935 01  WS-SCAN-DAY.
001940     05  WS-SD-DATE             PIC 9(08).
001945     05  WS-SD-BUSDAY-SW        PIC X(01).
001950     05  WS-SD-PERIOD           PIC 9(06).
001955     05  WS-SD-STATUS           PIC X(01).
001960*    THE WALK DAY, STEPPED ONE CALENDAR DAY AT A TIME.  CALFILE
001965*    CARRIES ONE RECORD PER CALENDAR DAY, SO THE DAY BEFORE OR
001970*    AFTER IS READ BY ITS DATE.
001975 01  WS-WALK-DATE               PIC 9(08).
001980 01  WS-WALK-DATE-PARTS REDEFINES WS-WALK-DATE.
001985     05  WS-WK-YYYY             PIC 9(04).
001990     05  WS-WK-MM               PIC 9(02).
001995     05  WS-WK-DD               PIC 9(02).
002000 01  WS-MONTH-DAYS-TABLE.
002005     05  FILLER                 PIC X(24)
002010         VALUE "312831303130313130313031".
002015 01  WS-MONTH-DAYS-VIEW REDEFINES WS-MONTH-DAYS-TABLE.
002020     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
002025 77  WS-WK-MONTH-DAYS           PIC 9(02) VALUE ZERO.
002030 77  WS-LEAP-QUOTIENT           PIC 9(04) COMP VALUE ZERO.
002035 77  WS-LEAP-REMAINDER          PIC 9(04) COMP VALUE ZERO.
002050 77  WS-WALK-STEPS              PIC 9(02) COMP VALUE ZERO.
002060 77  WS-BUSDAY-NUMBER           PIC 9(02) COMP VALUE ZERO.
002070*    STANDING ENTRIES - THE WHOLE MASTER IS REWRITTEN, SO A
002080*    MASTER TOO LARGE FOR THE TABLE CANCELS THE RUN RATHER
002090*    THAN DROP ENTRIES FROM STONEW.
002100 01  WS-ENTRY-TABLE.
002110     05  WS-ENT-MAX             PIC 9(04) COMP VALUE 2000.
002120     05  WS-ENT-COUNT           PIC 9(04) COMP VALUE ZERO.
002130     05  WS-ENT-ENTRY OCCURS 2000 TIMES.
002140         10  WS-EN-RECORD       PIC X(140).
002150         10  WS-EN-RESULT       PIC X(01).
002160             88  WS-EN-SCHEDULED         VALUE 'S'.
002170             88  WS-EN-INVALID           VALUE 'I'.
002180             88  WS-EN-NOT-STARTED       VALUE 'N'.
002190             88  WS-EN-WAS-EXPIRED       VALUE 'P'.
002200         10  WS-EN-EXPIRED-SW   PIC X(01).
002210             88  WS-EN-EXPIRED-NOW       VALUE 'Y'.
002220         10  WS-EN-NOTE         PIC X(30).
002230         10  WS-EN-SKIP-COUNT   PIC 9(04) COMP.
002240 77  WS-ENT-SUB                 PIC 9(04) COMP VALUE ZERO.
002250*    POSTINGS FALLEN DUE THIS RUN, IN ENTRY ORDER; RECORD IDS
002260*    ARE ISSUED AS THEY ARE WRITTEN, DEPARTMENT BY DEPARTMENT.
002270 01  WS-OCC-TABLE.
002280     05  WS-OCC-MAX             PIC 9(04) COMP VALUE 5000.
002290     05  WS-OCC-COUNT           PIC 9(04) COMP VALUE ZERO.
002300     05  WS-OCC-ENTRY OCCURS 5000 TIMES.
002310         10  WS-OC-ENT-SUB      PIC 9(04) COMP.
002320         10  WS-OC-EFF-DATE     PIC 9(08).
002330         10  WS-OC-SENT-SW      PIC X(01).
002340             88  WS-OC-SENT              VALUE 'Y'.
002350 77  WS-OCC-SUB                 PIC 9(04) COMP VALUE ZERO.
002360 77  WS-OCC-SCAN-SUB            PIC 9(04) COMP VALUE ZERO.
002370 77  WS-NEXT-ID                 PIC 9(06) VALUE ZERO.
002380 77  WS-HIGH-ID                 PIC 9(06) VALUE ZERO.
002390 77  WS-NEXT-BATCH              PIC 9(04) VALUE ZERO.
002400 77  WS-IDS-LEFT                PIC 9(06) COMP VALUE ZERO.
002410 77  WS-WINDOW-LOW              PIC 9(08) VALUE ZERO.
002420 77  WS-WINDOW-HIGH             PIC 9(08) VALUE ZERO.
002430 77  WS-BATCH-DEPT              PIC X(08) VALUE SPACES.
002440 77  WS-BATCH-COUNT             PIC 9(06) VALUE ZERO.
002450 77  WS-BATCH-HASH              PIC S9(13)V99 VALUE ZERO.
002460 77  WS-AMOUNT                  PIC S9(10)V99 VALUE ZERO.
002470 77  WS-EXTRA-SUB               PIC 9(02) COMP VALUE ZERO.
002480 77  WS-INVALID-REASON          PIC X(30) VALUE SPACES.
002490*    DAY OF THE WEEK BY ZELLER'S CONGRUENCE, 1 MONDAY THROUGH
002500*    7 SUNDAY.
002510 01  WS-WD-DATE                 PIC 9(08).
002520 01  WS-WD-DATE-PARTS REDEFINES WS-WD-DATE.
002530     05  WS-WD-YYYY             PIC 9(04).
002540     05  WS-WD-MM               PIC 9(02).
002550     05  WS-WD-DD               PIC 9(02).
002560 77  WS-WD-YEAR                 PIC 9(04) COMP VALUE ZERO.
002570 77  WS-WD-MONTH                PIC 9(02) COMP VALUE ZERO.
002580 77  WS-WD-CENTURY              PIC 9(02) COMP VALUE ZERO.
002590 77  WS-WD-YEAR-OF-CENT         PIC 9(02) COMP VALUE ZERO.
002600 77  WS-WD-TERM-1               PIC 9(04) COMP VALUE ZERO.
002610 77  WS-WD-TERM-2               PIC 9(04) COMP VALUE ZERO.
002620 77  WS-WD-TERM-3               PIC 9(04) COMP VALUE ZERO.
002630 77  WS-WD-SUM                  PIC 9(04) COMP VALUE ZERO.
002640 77  WS-WD-QUOTIENT             PIC 9(04) COMP VALUE ZERO.
002650 77  WS-WD-ZELLER               PIC 9(01) COMP VALUE ZERO.
002660 77  WS-WD-DAY                  PIC 9(01) COMP VALUE ZERO.
002670 77  WS-ENTRIES-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
002680 77  WS-GENERATED-COUNT         PIC 9(08) COMP VALUE ZERO.
002690 77  WS-BATCHES-COUNT           PIC 9(08) COMP VALUE ZERO.
002700 77  WS-EXPIRED-COUNT           PIC 9(08) COMP VALUE ZERO.
002710 77  WS-WAS-EXPIRED-COUNT       PIC 9(08) COMP VALUE ZERO.
002720 77  WS-NOT-STARTED-COUNT       PIC 9(08) COMP VALUE ZERO.
002730 77  WS-INVALID-COUNT           PIC 9(08) COMP VALUE ZERO.
002740 77  WS-CLOSED-SKIP-COUNT       PIC 9(08) COMP VALUE ZERO.
002750 77  WS-NOTED-COUNT             PIC 9(08) COMP VALUE ZERO.
002760 77  WS-GENERATED-TOTAL         PIC S9(13)V99 VALUE ZERO.
002770 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
002771*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
002772 01  WS-JH-START-STAMP.
002773     05  WS-JH-START-DATE       PIC 9(08).
002774     05  WS-JH-START-TIME       PIC 9(08).
002775 01  WS-JH-RUN-ID.
002776     05  WS-JH-RUN-ID-DATE      PIC 9(08).
002777     05  WS-JH-RUN-ID-TIME      PIC 9(06).
002778 01  WS-JH-COUNTS.
002779     05  WS-JH-COUNT            OCCURS 3 TIMES.
002780         10  WS-JH-COUNT-LABEL  PIC X(08).
002781         10  WS-JH-COUNT-VALUE  PIC 9(09).
002782 01  WS-REPORT-HEADING-1.
002790     05  FILLER                 PIC X(30)
002800         VALUE "STANDING ORDER GENERATION".
002810     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
002820     05  WS-RH-RUN-DATE         PIC 9999/99/99.
002830 01  WS-SECTION-LINE            PIC X(80).
002840 01  WS-GEN-HEADING.
002850     05  FILLER                 PIC X(05) VALUE "BTCH".
002860     05  FILLER                 PIC X(09) VALUE "DEPT".
002870     05  FILLER                 PIC X(09) VALUE "ENTRY".
002880     05  FILLER                 PIC X(04) VALUE "FRQ".
002890     05  FILLER                 PIC X(11) VALUE "EFF DATE".
002900     05  FILLER                 PIC X(07) VALUE "RECORD".
002910     05  FILLER                 PIC X(14) VALUE "       AMOUNT".
002920     05  FILLER                 PIC X(11) VALUE "DESCRIPTION".
002930 01  WS-GEN-LINE.
002940     05  WS-GL-BATCH            PIC 9(04).
002950     05  FILLER                 PIC X(01) VALUE SPACES.
002960     05  WS-GL-DEPT             PIC X(08).
002970     05  FILLER                 PIC X(01) VALUE SPACES.
002980     05  WS-GL-ENTRY-ID         PIC X(08).
002990     05  FILLER                 PIC X(01) VALUE SPACES.
003000     05  WS-GL-FREQUENCY        PIC X(01).
003010     05  FILLER                 PIC X(03) VALUE SPACES.
003020     05  WS-GL-EFF-DATE         PIC 9999/99/99.
003030     05  FILLER                 PIC X(01) VALUE SPACES.
003040     05  WS-GL-RECORD-ID        PIC 9(06).
003050     05  FILLER                 PIC X(01) VALUE SPACES.
003060     05  WS-GL-AMOUNT           PIC ZZZZZZZZ9.99-.
003070     05  FILLER                 PIC X(01) VALUE SPACES.
003080     05  WS-GL-DESCRIPTION      PIC X(20).
003090 01  WS-BATCH-LINE.
003100     05  FILLER                 PIC X(08) VALUE "  BATCH ".
003110     05  WS-BL-BATCH            PIC 9(04).
003120     05  FILLER                 PIC X(06) VALUE " DEPT ".
003130     05  WS-BL-DEPT             PIC X(08).
003140     05  FILLER                 PIC X(07) VALUE " ITEMS ".
003150     05  WS-BL-COUNT            PIC ZZZ,ZZ9.
003160     05  FILLER                 PIC X(06) VALUE " HASH ".
003170     05  WS-BL-HASH             PIC ZZZZZZZZZZZ9.99-.
003180 01  WS-NOTE-HEADING.
003190     05  FILLER                 PIC X(09) VALUE "ENTRY".
003200     05  FILLER                 PIC X(09) VALUE "DEPT".
003210     05  FILLER                 PIC X(31) VALUE "REASON".
003220     05  FILLER                 PIC X(04) VALUE "DAYS".
003230 01  WS-NOTE-LINE.
003240     05  WS-NL-ENTRY-ID         PIC X(08).
003250     05  FILLER                 PIC X(01) VALUE SPACES.
003260     05  WS-NL-DEPT             PIC X(08).
003270     05  FILLER                 PIC X(01) VALUE SPACES.
003280     05  WS-NL-NOTE             PIC X(30).
003290     05  FILLER                 PIC X(01) VALUE SPACES.
003300     05  WS-NL-DAYS             PIC ZZZZ.
003310 01  WS-EXPIRED-HEADING.
003320     05  FILLER                 PIC X(09) VALUE "ENTRY".
003330     05  FILLER                 PIC X(09) VALUE "DEPT".
003340     05  FILLER                 PIC X(11) VALUE "END DATE".
003350     05  FILLER                 PIC X(11) VALUE "LAST GEN".
003360     05  FILLER                 PIC X(11) VALUE "DESCRIPTION".
003370 01  WS-EXPIRED-LINE.
003380     05  WS-XL-ENTRY-ID         PIC X(08).
003390     05  FILLER                 PIC X(01) VALUE SPACES.
003400     05  WS-XL-DEPT             PIC X(08).
003410     05  FILLER                 PIC X(01) VALUE SPACES.
003420     05  WS-XL-END-DATE         PIC 9999/99/99.
003430     05  FILLER                 PIC X(01) VALUE SPACES.
003440     05  WS-XL-LAST-GEN         PIC 9999/99/99.
003450     05  FILLER                 PIC X(01) VALUE SPACES.
003460     05  WS-XL-DESCRIPTION      PIC X(30).
003470 01  WS-AMOUNT-LINE.
003480     05  WS-AL-LABEL            PIC X(22).
003490     05  WS-AL-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003500 01  WS-COUNT-LINE.
003510     05  WS-CL-LABEL            PIC X(22).
003520     05  WS-CL-VALUE            PIC ZZZ,ZZZ,ZZ9.
003530 PROCEDURE DIVISION.
003540*-----------------------------------------------------------*
003550* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
003560*-----------------------------------------------------------*
003570 0000-MAINLINE.
003575     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
003580     PERFORM 0100-GET-PARMS THRU 0100-EXIT.
003590     IF WS-RETURN-CODE > 0
003600         MOVE WS-RETURN-CODE TO RETURN-CODE
003605         PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
003610         STOP RUN
003620     END-IF.
003630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003640     IF WS-RETURN-CODE < 16
003650         PERFORM 2000-SCHEDULE-ENTRIES THRU 2000-EXIT
003660         PERFORM 3000-WRITE-BATCHES THRU 3000-EXIT
003670         PERFORM 4000-WRITE-MASTER THRU 4000-EXIT
003680         PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT
003690     END-IF.
003700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003710     MOVE WS-RETURN-CODE TO RETURN-CODE.
003715     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
003720     STOP RUN.
003730 0000-EXIT.
003740     EXIT.
003741*-----------------------------------------------------------*
003742* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
003743*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
003744*-----------------------------------------------------------*
003745 0050-LOG-RUN-START.
003746     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
003747     ACCEPT WS-JH-START-TIME FROM TIME.
003748     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
003749     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
003750     INITIALIZE WS-JH-COUNTS.
003751     MOVE SPACES TO JH-RECORD.
003752     SET JH-RUN-START TO TRUE.
003753     MOVE "TXNSTO01" TO JH-PROGRAM-ID.
003754     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
003755     MOVE WS-JH-START-DATE TO JH-START-DATE.
003756     MOVE WS-JH-START-TIME TO JH-START-TIME.
003757     MOVE ZERO TO JH-END-DATE.
003758     MOVE ZERO TO JH-END-TIME.
003759     MOVE WS-JH-COUNTS TO JH-COUNTS.
003760     MOVE ZERO TO JH-RETURN-CODE.
003761     OPEN EXTEND RUNHIST.
003762     WRITE JH-RECORD.
003763     CLOSE RUNHIST.
003764 0050-EXIT.
003765     EXIT.
003766*-----------------------------------------------------------*
003767* 0100-GET-PARMS - READS PARM 1, THE RUN DATE (YYYYMMDD);    *
003770*   TODAY WHEN OMITTED.                                      *
003780*-----------------------------------------------------------*
003790 0100-GET-PARMS.
003800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003810     DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
003820     ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
003830         ON EXCEPTION
003840             MOVE SPACES TO WS-DATE-PARM
003850     END-ACCEPT.
003860     IF WS-DATE-PARM = SPACES
003870         MOVE WS-CURRENT-DATE TO WS-RUN-DATE
003880         GO TO 0100-EXIT
003890     END-IF.
003900     IF WS-DATE-PARM NOT NUMERIC
003910         DISPLAY "*** RUN DATE PARM " WS-DATE-PARM
003920             " NOT YYYYMMDD - RUN CANCELLED."
003930         MOVE 16 TO WS-RETURN-CODE
003940         GO TO 0100-EXIT
003950     END-IF.
003960     MOVE WS-DATE-PARM TO WS-RUN-DATE.
003970 0100-EXIT.
003980     EXIT.
003990*-----------------------------------------------------------*
004000* 1000-INITIALIZE - PRINTS THE HEADING, OPENS THE CALENDAR   *
004010*   AND LOADS THE STANDING-ORDER MASTER.  THE RUN DATE MUST  *
004020*   BE ON THE CALENDAR AND THE MASTER MUST CARRY ITS CONTROL *
004030*   RECORD, OR NOTHING IS GENERATED.                         *
004040*-----------------------------------------------------------*
004050 1000-INITIALIZE.
004060     OPEN OUTPUT STORPT.
004070     MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
004080     MOVE WS-REPORT-HEADING-1 TO SR-RECORD.
004090     WRITE SR-RECORD.
004100     PERFORM 1100-OPEN-CALENDAR THRU 1100-EXIT.
004110     IF WS-RETURN-CODE < 16
004120         PERFORM 1200-LOAD-MASTER THRU 1200-EXIT
004130     END-IF.
004140     IF WS-RETURN-CODE = 16
004150         MOVE "*** NOTHING GENERATED - RUN CANCELLED"
004160             TO WS-SECTION-LINE
004170         MOVE WS-SECTION-LINE TO SR-RECORD
004180         WRITE SR-RECORD
004190     END-IF.
004200 1000-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------*
004230* 1100-OPEN-CALENDAR - OPENS THE CALFILE ACCOUNTING CALENDAR *
004240*   FOR THE DUE-DATE RULES, WHICH READ IT BY DATE, AND FINDS *
004250*   THE RUN DATE ON IT.  A CALENDAR THAT CANNOT BE OPENED,   *
004260*   OR A RUN DATE NOT ON IT, CANCELS THE RUN.                *
004270*-----------------------------------------------------------*
004280 1100-OPEN-CALENDAR.
004290     OPEN INPUT CALFILE.
004300     IF WS-CALFILE-STATUS NOT = "00"
004310         AND WS-CALFILE-STATUS NOT = "05"
004320         DISPLAY "*** CALFILE OPEN FAILED STATUS "
004330             WS-CALFILE-STATUS " - RUN CANCELLED."
004340         MOVE 16 TO WS-RETURN-CODE
004350         GO TO 1100-EXIT
004360     END-IF.
004365     SET WS-CAL-OPEN TO TRUE.
004370     MOVE WS-RUN-DATE TO CA-DATE.
004380     READ CALFILE
004390         INVALID KEY
004400             CONTINUE
004410     END-READ.
004420     IF NOT WS-CALFILE-FOUND
004430         DISPLAY "*** RUN DATE " WS-RUN-DATE
004440             " NOT ON CALFILE - RUN CANCELLED."
004450         MOVE 16 TO WS-RETURN-CODE
004460     END-IF.
004470 1100-EXIT.
004480     EXIT.
005080*-----------------------------------------------------------*
005090* 1200-LOAD-MASTER - LOADS THE CONTROL RECORD AND EVERY      *
005100*   STANDING ENTRY.  WITH NO CONTROL RECORD, OR MORE THAN    *
005110*   ONE, THERE IS NO SAFE RECORD ID TO ISSUE AND THE RUN IS  *
005120*   CANCELLED.                                               *
005130*-----------------------------------------------------------*
005140 1200-LOAD-MASTER.
005150     OPEN INPUT STOMST.
005160     PERFORM 1210-LOAD-ONE-RECORD THRU 1210-EXIT
005170         UNTIL WS-MST-EOF
005180         OR WS-RETURN-CODE = 16.
005190     CLOSE STOMST.
005200     IF WS-RETURN-CODE < 16 AND WS-CONTROL-MISSING
005210         DISPLAY "*** STOMST HAS NO CONTROL RECORD - RUN "
005220             "CANCELLED."
005230         MOVE 16 TO WS-RETURN-CODE
005240     END-IF.
005250     IF WS-RETURN-CODE = 16
005260         GO TO 1200-EXIT
005270     END-IF.
005280     MOVE ZERO TO WS-IDS-LEFT.
005290     IF WS-NEXT-ID NOT > WS-HIGH-ID
005300         COMPUTE WS-IDS-LEFT = WS-HIGH-ID - WS-NEXT-ID + 1
005310     END-IF.
005320 1200-EXIT.
005330     EXIT.
005340*-----------------------------------------------------------*
005350* 1210-LOAD-ONE-RECORD - READS ONE MASTER RECORD: THE        *
005360*   CONTROL RECORD SETS THE RECORD ID RANGE AND BATCH        *
005370*   NUMBER, AN ENTRY GOES INTO THE ENTRY TABLE.  ANY OTHER   *
005380*   RECORD TYPE, OR AN ENTRY WITH NO ROOM LEFT IN THE TABLE, *
005390*   CANCELS THE RUN, SINCE STONEW WOULD DROP IT.             *
005400*-----------------------------------------------------------*
005410 1210-LOAD-ONE-RECORD.
005420     READ STOMST
005430         AT END
005440             SET WS-MST-EOF TO TRUE
005450             GO TO 1210-EXIT
005460     END-READ.
005470     EVALUATE TRUE
005480         WHEN SO-CONTROL-REC
005490             IF WS-CONTROL-FOUND
005500                 DISPLAY "*** STOMST HAS MORE THAN ONE CONTROL "
005510                     "RECORD - RUN CANCELLED."
005520                 MOVE 16 TO WS-RETURN-CODE
005530                 GO TO 1210-EXIT
005540             END-IF
005550             IF SO-CTL-NEXT-ID NOT NUMERIC
005560                 OR SO-CTL-HIGH-ID NOT NUMERIC
005570                 OR SO-CTL-NEXT-BATCH NOT NUMERIC
005580                 OR SO-CTL-NEXT-ID = ZERO
005590                 DISPLAY "*** STOMST CONTROL RECORD NOT "
005600                     "NUMERIC - RUN CANCELLED."
005610                 MOVE 16 TO WS-RETURN-CODE
005620                 GO TO 1210-EXIT
005630             END-IF
005640             SET WS-CONTROL-FOUND TO TRUE
005650             MOVE SO-CTL-NEXT-ID TO WS-NEXT-ID
005660             MOVE SO-CTL-HIGH-ID TO WS-HIGH-ID
005670             MOVE SO-CTL-NEXT-BATCH TO WS-NEXT-BATCH
005680         WHEN SO-ENTRY-REC
005690             IF WS-ENT-COUNT = WS-ENT-MAX
005700                 DISPLAY "*** STOMST HAS MORE THAN " WS-ENT-MAX
005710                     " ENTRIES - RUN CANCELLED."
005720                 MOVE 16 TO WS-RETURN-CODE
005730                 GO TO 1210-EXIT
005740             END-IF
005750             ADD 1 TO WS-ENTRIES-READ-COUNT
005760             ADD 1 TO WS-ENT-COUNT
005770             MOVE SO-ENTRY-DATA TO WS-EN-RECORD (WS-ENT-COUNT)
005780             MOVE SPACE TO WS-EN-RESULT (WS-ENT-COUNT)
005790             MOVE 'N' TO WS-EN-EXPIRED-SW (WS-ENT-COUNT)
005800             MOVE SPACES TO WS-EN-NOTE (WS-ENT-COUNT)
005810             MOVE ZERO TO WS-EN-SKIP-COUNT (WS-ENT-COUNT)
005820         WHEN OTHER
005830             DISPLAY "*** STOMST RECORD TYPE " SO-RECORD-TYPE
005840                 " NOT C OR E - RUN CANCELLED."
005850             MOVE 16 TO WS-RETURN-CODE
005860     END-EVALUATE.
005870 1210-EXIT.
005880     EXIT.
005890*-----------------------------------------------------------*
005900* 2000-SCHEDULE-ENTRIES - WORKS OUT, ENTRY BY ENTRY, EVERY   *
005910*   POSTING THAT HAS FALLEN DUE.                             *
005920*-----------------------------------------------------------*
005930 2000-SCHEDULE-ENTRIES.
005940     IF WS-ENT-COUNT > ZERO
005950         PERFORM 2100-SCHEDULE-ONE-ENTRY THRU 2100-EXIT
005960             VARYING WS-ENT-SUB FROM 1 BY 1
005970             UNTIL WS-ENT-SUB > WS-ENT-COUNT
005980     END-IF.
005990 2000-EXIT.
006000     EXIT.
006010*-----------------------------------------------------------*
006020* 2100-SCHEDULE-ONE-ENTRY - SCANS THE ENTRY'S WINDOW OF      *
006030*   CALENDAR DAYS FOR DUE DAYS.  THE WINDOW OPENS AT THE     *
006040*   START DATE OR THE DAY AFTER THE GENERATED-THROUGH DATE,  *
006050*   WHICHEVER IS LATER - OR, FOR AN ENTRY NEVER GENERATED,   *
006060*   NO EARLIER THAN THE RUN DATE, SO A NEW ENTRY DOES NOT    *
006070*   BACK-FILL DAYS BEFORE IT WAS SET UP - AND CLOSES AT THE  *
006080*   RUN DATE OR THE END DATE, WHICHEVER IS EARLIER.  AN      *
006090*   ENTRY WHOSE END DATE HAS PASSED IS MARKED EXPIRED ONCE   *
006100*   ITS LAST DUE DAYS ARE GENERATED.                         *
006110*-----------------------------------------------------------*
006120 2100-SCHEDULE-ONE-ENTRY.
006130     MOVE WS-EN-RECORD (WS-ENT-SUB) TO WS-ENTRY-REC.
006140     IF WS-ER-EXPIRED
006150         SET WS-EN-WAS-EXPIRED (WS-ENT-SUB) TO TRUE
006160         ADD 1 TO WS-WAS-EXPIRED-COUNT
006170         GO TO 2100-EXIT
006180     END-IF.
006190     PERFORM 2110-VALIDATE-ENTRY THRU 2110-EXIT.
006200     IF WS-INVALID-REASON NOT = SPACES
006210         SET WS-EN-INVALID (WS-ENT-SUB) TO TRUE
006220         MOVE WS-INVALID-REASON TO WS-EN-NOTE (WS-ENT-SUB)
006230         ADD 1 TO WS-INVALID-COUNT
006240         IF WS-RETURN-CODE < 4
006250             MOVE 4 TO WS-RETURN-CODE
006260         END-IF
006270         GO TO 2100-EXIT
006280     END-IF.
006290     IF WS-ER-START-DATE > WS-RUN-DATE
006300         SET WS-EN-NOT-STARTED (WS-ENT-SUB) TO TRUE
006310         ADD 1 TO WS-NOT-STARTED-COUNT
006320         GO TO 2100-EXIT
006330     END-IF.
006340     SET WS-EN-SCHEDULED (WS-ENT-SUB) TO TRUE.
006350     MOVE WS-ER-START-DATE TO WS-WINDOW-LOW.
006360     IF WS-ER-GEN-THRU-DATE = ZERO
006370         IF WS-RUN-DATE > WS-WINDOW-LOW
006380             MOVE WS-RUN-DATE TO WS-WINDOW-LOW
006390         END-IF
006400     END-IF.
006410     MOVE WS-RUN-DATE TO WS-WINDOW-HIGH.
006420     IF WS-ER-END-DATE > ZERO
006430         AND WS-ER-END-DATE < WS-RUN-DATE
006440         MOVE WS-ER-END-DATE TO WS-WINDOW-HIGH
006450     END-IF.
006455     SET WS-ENTRY-RUNNING TO TRUE.
006460     MOVE WS-WINDOW-LOW TO WS-WALK-DATE.
006465     PERFORM 2410-STEP-BACK-ONE-DAY THRU 2410-EXIT.
006470     MOVE WS-WALK-DATE TO WS-SD-DATE.
006475     IF WS-ER-GEN-THRU-DATE > WS-SD-DATE
006480         MOVE WS-ER-GEN-THRU-DATE TO WS-SD-DATE
006485     END-IF.
006490     SET WS-CAL-NOT-EOF TO TRUE.
006495     PERFORM 2200-SCAN-ONE-DAY THRU 2200-EXIT
006500         UNTIL WS-CAL-EOF
006505             OR WS-ENTRY-STOPPED.
006510     IF WS-ENTRY-RUNNING
006520         IF WS-WINDOW-HIGH > WS-ER-GEN-THRU-DATE
006530             MOVE WS-WINDOW-HIGH TO WS-ER-GEN-THRU-DATE
006540         END-IF
006550         IF WS-ER-END-DATE > ZERO
006560             AND WS-ER-END-DATE < WS-RUN-DATE
006570             MOVE 'X' TO WS-ER-STATUS
006580             MOVE 'Y' TO WS-EN-EXPIRED-SW (WS-ENT-SUB)
006590             ADD 1 TO WS-EXPIRED-COUNT
006600         END-IF
006610     END-IF.
006620     MOVE WS-ENTRY-REC TO WS-EN-RECORD (WS-ENT-SUB).
006630 2100-EXIT.
006640     EXIT.
006650*-----------------------------------------------------------*
006660* 2110-VALIDATE-ENTRY - CHECKS THE ENTRY CAN BE GENERATED.   *
006670*   ONLY AN 'A' POSTING CAN STAND: A REVERSAL MUST NAME THE  *
006680*   ONE POSTING IT BACKS OUT.  AN INVALID ENTRY IS LISTED    *
006690*   AND CARRIED UNCHANGED.                                   *
006700*-----------------------------------------------------------*
006710 2110-VALIDATE-ENTRY.
006720     MOVE SPACES TO WS-INVALID-REASON.
006730     EVALUATE TRUE
006740         WHEN WS-ER-ENTRY-ID = SPACES
006750             MOVE "NO ENTRY ID" TO WS-INVALID-REASON
006760         WHEN NOT WS-ER-ACTIVE
006770             MOVE "STATUS NOT A OR X" TO WS-INVALID-REASON
006780         WHEN WS-ER-DEPT = SPACES
006790             MOVE "NO DEPARTMENT" TO WS-INVALID-REASON
006800         WHEN WS-ER-GL-ACCOUNT NOT NUMERIC
006810             MOVE "GL ACCOUNT NOT NUMERIC" TO WS-INVALID-REASON
006820         WHEN WS-ER-OPERATION NOT = 'A'
006830             MOVE "OPERATION NOT A" TO WS-INVALID-REASON
006840         WHEN WS-ER-FIELD-A NOT NUMERIC
006850             OR WS-ER-FIELD-B NOT NUMERIC
006860             OR WS-ER-EXTRA-COUNT NOT NUMERIC
006870             MOVE "AMOUNTS NOT NUMERIC" TO WS-INVALID-REASON
006880         WHEN WS-ER-EXTRA-COUNT > 4
006890             MOVE "EXTRA COUNT OVER 4" TO WS-INVALID-REASON
006900         WHEN NOT WS-ER-VALID-FREQUENCY
006910             MOVE "FREQUENCY NOT D, W, M OR B"
006920                 TO WS-INVALID-REASON
006930         WHEN (WS-ER-WEEKLY OR WS-ER-BUSINESS-DAY)
006940             AND WS-ER-DAY NOT NUMERIC
006950             MOVE "DAY NOT NUMERIC" TO WS-INVALID-REASON
006960         WHEN WS-ER-WEEKLY
006970             AND (WS-ER-DAY < 1 OR WS-ER-DAY > 7)
006980             MOVE "WEEKDAY NOT 1-7" TO WS-INVALID-REASON
006990         WHEN WS-ER-BUSINESS-DAY
007000             AND (WS-ER-DAY < 1 OR WS-ER-DAY > 23)
007010             MOVE "BUSINESS DAY NOT 1-23" TO WS-INVALID-REASON
007020         WHEN WS-ER-START-DATE NOT NUMERIC
007030             OR WS-ER-START-DATE = ZERO
007040             MOVE "NO START DATE" TO WS-INVALID-REASON
007050         WHEN WS-ER-END-DATE NOT NUMERIC
007060             MOVE "END DATE NOT NUMERIC" TO WS-INVALID-REASON
007070         WHEN WS-ER-END-DATE > ZERO
007080             AND WS-ER-END-DATE < WS-ER-START-DATE
007090             MOVE "END DATE BEFORE START DATE"
007100                 TO WS-INVALID-REASON
007110         WHEN WS-ER-LAST-GEN-DATE NOT NUMERIC
007120             OR WS-ER-GEN-THRU-DATE NOT NUMERIC
007130             MOVE "GENERATED DATES NOT NUMERIC"
007140                 TO WS-INVALID-REASON
007150     END-EVALUATE.
007160     IF WS-INVALID-REASON NOT = SPACES
007170         GO TO 2110-EXIT
007180     END-IF.
007190     PERFORM 2120-CHECK-ONE-EXTRA THRU 2120-EXIT
007200         VARYING WS-EXTRA-SUB FROM 1 BY 1
007210         UNTIL WS-EXTRA-SUB > WS-ER-EXTRA-COUNT.
007220 2110-EXIT.
007230     EXIT.
007240*-----------------------------------------------------------*
007250* 2120-CHECK-ONE-EXTRA - CHECKS ONE EXTRA ADDEND IN USE IS   *
007260*   NUMERIC.                                                 *
007270*-----------------------------------------------------------*
007280 2120-CHECK-ONE-EXTRA.
007290     IF WS-ER-EXTRA-ADDENDS (WS-EXTRA-SUB) NOT NUMERIC
007300         MOVE "AMOUNTS NOT NUMERIC" TO WS-INVALID-REASON
007310     END-IF.
007320 2120-EXIT.
007330     EXIT.
007340*-----------------------------------------------------------*
007345* 2200-SCAN-ONE-DAY - READS THE NEXT CALENDAR DAY IN THE     *
007350*   ENTRY'S WINDOW AFTER THE LAST DAY SCANNED AND TESTS IT.  *
007355*   A DUE DAY IN A CLOSED PERIOD CANNOT BE POSTED AND IS     *
007360*   SKIPPED AND LISTED.  WHEN THE RECORD ID RANGE OR THE     *
007365*   POSTING TABLE RUNS OUT THE ENTRY STOPS SHORT, AND ITS    *
007370*   GENERATED-THROUGH DATE STAYS ON THE LAST DAY DONE SO THE *
007375*   NEXT RUN PICKS UP THE REST.                              *
007380*-----------------------------------------------------------*
007385 2200-SCAN-ONE-DAY.
007390     MOVE WS-SD-DATE TO CA-DATE.
007395     START CALFILE KEY IS GREATER THAN CA-DATE
007400         INVALID KEY
007405             SET WS-CAL-EOF TO TRUE
007410             GO TO 2200-EXIT
007415     END-START.
007420     READ CALFILE NEXT RECORD
007425         AT END
007430             SET WS-CAL-EOF TO TRUE
007435             GO TO 2200-EXIT
007440     END-READ.
007445     IF CA-DATE > WS-WINDOW-HIGH
007450         SET WS-CAL-EOF TO TRUE
007455         GO TO 2200-EXIT
007460     END-IF.
007465     MOVE CA-RECORD TO WS-SCAN-DAY.
007480     PERFORM 2300-TEST-DUE THRU 2300-EXIT.
007490     IF WS-NOT-DUE
007500         MOVE WS-SD-DATE TO WS-ER-GEN-THRU-DATE
007510         GO TO 2200-EXIT
007520     END-IF.
007530     IF WS-SD-STATUS = 'C'
007540         ADD 1 TO WS-EN-SKIP-COUNT (WS-ENT-SUB)
007550         ADD 1 TO WS-CLOSED-SKIP-COUNT
007560         MOVE "DUE DAY IN CLOSED PERIOD"
007565             TO WS-EN-NOTE (WS-ENT-SUB)
007570         IF WS-RETURN-CODE < 4
007580             MOVE 4 TO WS-RETURN-CODE
007590         END-IF
007600         MOVE WS-SD-DATE TO WS-ER-GEN-THRU-DATE
007610         GO TO 2200-EXIT
007620     END-IF.
007630     IF WS-OCC-COUNT NOT < WS-IDS-LEFT
007640         MOVE "RECORD ID RANGE EXHAUSTED"
007645             TO WS-EN-NOTE (WS-ENT-SUB)
007650         PERFORM 2290-STOP-ENTRY THRU 2290-EXIT
007660         GO TO 2200-EXIT
007670     END-IF.
007680     IF WS-OCC-COUNT = WS-OCC-MAX
007690         MOVE "TOO MANY POSTINGS THIS RUN"
007695             TO WS-EN-NOTE (WS-ENT-SUB)
007700         PERFORM 2290-STOP-ENTRY THRU 2290-EXIT
007710         GO TO 2200-EXIT
007720     END-IF.
007730     ADD 1 TO WS-OCC-COUNT.
007740     MOVE WS-ENT-SUB TO WS-OC-ENT-SUB (WS-OCC-COUNT).
007750     MOVE WS-SD-DATE
007755         TO WS-OC-EFF-DATE (WS-OCC-COUNT).
007760     MOVE 'N' TO WS-OC-SENT-SW (WS-OCC-COUNT).
007770     MOVE WS-SD-DATE TO WS-ER-GEN-THRU-DATE.
007780     MOVE WS-SD-DATE TO WS-ER-LAST-GEN-DATE.
007790 2200-EXIT.
007800     EXIT.
007810*-----------------------------------------------------------*
007820* 2290-STOP-ENTRY - STOPS THE ENTRY SHORT OF ITS WINDOW AND  *
007830*   RAISES RC 8.                                             *
007840*-----------------------------------------------------------*
007850 2290-STOP-ENTRY.
007860     SET WS-ENTRY-STOPPED TO TRUE.
007870     IF WS-RETURN-CODE < 8
007880         MOVE 8 TO WS-RETURN-CODE
007890     END-IF.
007900 2290-EXIT.
007910     EXIT.
007920*-----------------------------------------------------------*
007930* 2300-TEST-DUE - DECIDES WHETHER THE ENTRY FALLS DUE ON THE *
007940*   CALENDAR DAY.  ONLY A BUSINESS DAY CAN BE DUE.           *
007950*-----------------------------------------------------------*
007960 2300-TEST-DUE.
007970     SET WS-NOT-DUE TO TRUE.
007980     IF WS-SD-BUSDAY-SW NOT = 'Y'
007990         GO TO 2300-EXIT
008000     END-IF.
008010     EVALUATE TRUE
008020         WHEN WS-ER-DAILY
008030             SET WS-DUE TO TRUE
008040         WHEN WS-ER-WEEKLY
008050             PERFORM 2310-TEST-WEEKLY THRU 2310-EXIT
008060         WHEN WS-ER-MONTH-END
008070             PERFORM 2320-TEST-MONTH-END THRU 2320-EXIT
008080         WHEN WS-ER-BUSINESS-DAY
008090             PERFORM 2330-TEST-BUSINESS-DAY THRU 2330-EXIT
008100     END-EVALUATE.
008110 2300-EXIT.
008120     EXIT.
008130*-----------------------------------------------------------*
008140* 2310-TEST-WEEKLY - DUE WHEN THE DAY IS THE ENTRY'S WEEKDAY *
008150*   OR THE FIRST BUSINESS DAY AFTER IT - WALKING BACK OVER   *
008160*   NON-BUSINESS DAYS ONLY, THE WALK MUST REACH THE WEEKDAY  *
008170*   WITHIN THE WEEK.                                         *
008180*-----------------------------------------------------------*
008189 2310-TEST-WEEKLY.
008198     MOVE WS-SD-DATE TO WS-WALK-DATE.
008207     MOVE ZERO TO WS-WALK-STEPS.
008216     SET WS-WALK-GOING TO TRUE.
008225     PERFORM 2315-WALK-BACK-ONE-DAY THRU 2315-EXIT
008234         UNTIL WS-WALK-DONE.
008243 2310-EXIT.
008252     EXIT.
008261*-----------------------------------------------------------*
008270* 2315-WALK-BACK-ONE-DAY - TESTS ONE DAY OF THE WEEKLY WALK  *
008279*   AND STEPS BACK TO THE DAY BEFORE WHEN IT IS NOT A        *
008288*   BUSINESS DAY.                                            *
008297*-----------------------------------------------------------*
008306 2315-WALK-BACK-ONE-DAY.
008315     MOVE WS-WALK-DATE TO WS-WD-DATE.
008324     PERFORM 2400-COMPUTE-WEEKDAY THRU 2400-EXIT.
008333     IF WS-WD-DAY = WS-ER-DAY
008342         SET WS-DUE TO TRUE
008351         SET WS-WALK-DONE TO TRUE
008360         GO TO 2315-EXIT
008369     END-IF.
008378     ADD 1 TO WS-WALK-STEPS.
008387     IF WS-WALK-STEPS > 6
008396         SET WS-WALK-DONE TO TRUE
008405         GO TO 2315-EXIT
008414     END-IF.
008423     PERFORM 2410-STEP-BACK-ONE-DAY THRU 2410-EXIT.
008432     PERFORM 2440-READ-WALK-DAY THRU 2440-EXIT.
008441     IF NOT WS-CALFILE-FOUND
008450         SET WS-WALK-DONE TO TRUE
008459         GO TO 2315-EXIT
008468     END-IF.
008477     IF CA-BUSINESS-DAY
008486         SET WS-WALK-DONE TO TRUE
008495     END-IF.
008504 2315-EXIT.
008513     EXIT.
008522*-----------------------------------------------------------*
008531* 2320-TEST-MONTH-END - DUE ON THE LAST BUSINESS DAY OF THE  *
008540*   DAY'S ACCOUNTING PERIOD.  THE CALENDAR MUST REACH INTO   *
008549*   THE NEXT PERIOD TO SHOW NO LATER BUSINESS DAY FOLLOWS.   *
008558*-----------------------------------------------------------*
008567 2320-TEST-MONTH-END.
008576     SET WS-NEXT-PERIOD-UNSEEN TO TRUE.
008585     SET WS-WALK-GOING TO TRUE.
008594     MOVE WS-SD-DATE TO WS-WALK-DATE.
008603     PERFORM 2325-WALK-FORWARD-ONE-DAY THRU 2325-EXIT
008612         UNTIL WS-WALK-DONE.
008621     IF WS-NEXT-PERIOD-SEEN
008630         SET WS-DUE TO TRUE
008639     END-IF.
008648 2320-EXIT.
008657     EXIT.
008666*-----------------------------------------------------------*
008675* 2325-WALK-FORWARD-ONE-DAY - READS THE DAY AFTER THE WALK   *
008684*   DAY: A LATER BUSINESS DAY IN THE SAME PERIOD ENDS THE    *
008693*   WALK NOT DUE; A DAY IN THE NEXT PERIOD ENDS IT DUE; THE  *
008702*   END OF THE CALENDAR ENDS IT NOT DUE.                     *
008711*-----------------------------------------------------------*
008720 2325-WALK-FORWARD-ONE-DAY.
008729     PERFORM 2420-STEP-FORWARD-ONE-DAY THRU 2420-EXIT.
008738     PERFORM 2440-READ-WALK-DAY THRU 2440-EXIT.
008747     IF NOT WS-CALFILE-FOUND
008756         SET WS-WALK-DONE TO TRUE
008765         GO TO 2325-EXIT
008774     END-IF.
008783     IF CA-PERIOD NOT = WS-SD-PERIOD
008792         SET WS-NEXT-PERIOD-SEEN TO TRUE
008801         SET WS-WALK-DONE TO TRUE
008810         GO TO 2325-EXIT
008819     END-IF.
008828     IF CA-BUSINESS-DAY
008837         SET WS-WALK-DONE TO TRUE
008846     END-IF.
008855 2325-EXIT.
008864     EXIT.
008873*-----------------------------------------------------------*
008882* 2330-TEST-BUSINESS-DAY - DUE ON THE NTH BUSINESS DAY OF    *
008891*   THE DAY'S ACCOUNTING PERIOD, COUNTED FROM THE PERIOD'S   *
008900*   FIRST DAY; A PERIOD WITH FEWER BUSINESS DAYS TAKES THE   *
008909*   POSTING ON ITS LAST ONE.                                 *
008918*-----------------------------------------------------------*
008927 2330-TEST-BUSINESS-DAY.
008936     MOVE ZERO TO WS-BUSDAY-NUMBER.
008945     IF WS-SD-BUSDAY-SW = 'Y'
008954         ADD 1 TO WS-BUSDAY-NUMBER
008963     END-IF.
008972     MOVE WS-SD-DATE TO WS-WALK-DATE.
008981     SET WS-WALK-GOING TO TRUE.
008990     PERFORM 2335-COUNT-BACK-ONE-DAY THRU 2335-EXIT
008999         UNTIL WS-WALK-DONE.
009008     IF WS-BUSDAY-NUMBER = WS-ER-DAY
009017         SET WS-DUE TO TRUE
009026         GO TO 2330-EXIT
009035     END-IF.
009044     IF WS-BUSDAY-NUMBER < WS-ER-DAY
009053         PERFORM 2320-TEST-MONTH-END THRU 2320-EXIT
009062     END-IF.
009071 2330-EXIT.
009080     EXIT.
009089*-----------------------------------------------------------*
009098* 2335-COUNT-BACK-ONE-DAY - READS THE DAY BEFORE THE WALK    *
009107*   DAY AND COUNTS IT WHEN IT IS A BUSINESS DAY, STOPPING AT *
009116*   THE START OF THE PERIOD OR OF THE CALENDAR.              *
009125*-----------------------------------------------------------*
009134 2335-COUNT-BACK-ONE-DAY.
009143     PERFORM 2410-STEP-BACK-ONE-DAY THRU 2410-EXIT.
009152     PERFORM 2440-READ-WALK-DAY THRU 2440-EXIT.
009161     IF NOT WS-CALFILE-FOUND
009170         OR CA-PERIOD NOT = WS-SD-PERIOD
009179         SET WS-WALK-DONE TO TRUE
009188         GO TO 2335-EXIT
009197     END-IF.
009206     IF CA-BUSINESS-DAY
009215         ADD 1 TO WS-BUSDAY-NUMBER
009224     END-IF.
009233 2335-EXIT.
009242     EXIT.
009270*-----------------------------------------------------------*
009280* 2400-COMPUTE-WEEKDAY - WORKS OUT THE DAY OF THE WEEK OF    *
009290*   WS-WD-DATE BY ZELLER'S CONGRUENCE, JANUARY AND FEBRUARY  *
009300*   COUNTING AS MONTHS 13 AND 14 OF THE YEAR BEFORE.  THE    *
009310*   CONGRUENCE GIVES 0 FOR SATURDAY; IT IS TURNED INTO 1 FOR *
009320*   MONDAY THROUGH 7 FOR SUNDAY.                             *
009330*-----------------------------------------------------------*
009340 2400-COMPUTE-WEEKDAY.
009350     MOVE WS-WD-YYYY TO WS-WD-YEAR.
009360     MOVE WS-WD-MM TO WS-WD-MONTH.
009370     IF WS-WD-MONTH < 3
009380         ADD 12 TO WS-WD-MONTH
009390         SUBTRACT 1 FROM WS-WD-YEAR
009400     END-IF.
009410     DIVIDE WS-WD-YEAR BY 100 GIVING WS-WD-CENTURY
009420         REMAINDER WS-WD-YEAR-OF-CENT.
009430     COMPUTE WS-WD-TERM-1 = (13 * (WS-WD-MONTH + 1)) / 5.
009440     DIVIDE WS-WD-YEAR-OF-CENT BY 4 GIVING WS-WD-TERM-2.
009450     DIVIDE WS-WD-CENTURY BY 4 GIVING WS-WD-TERM-3.
009460     COMPUTE WS-WD-SUM = WS-WD-DD + WS-WD-TERM-1
009470         + WS-WD-YEAR-OF-CENT + WS-WD-TERM-2 + WS-WD-TERM-3
009480         + (5 * WS-WD-CENTURY).
009490     DIVIDE WS-WD-SUM BY 7 GIVING WS-WD-QUOTIENT
009500         REMAINDER WS-WD-ZELLER.
009510     COMPUTE WS-WD-SUM = WS-WD-ZELLER + 5.
009520     DIVIDE WS-WD-SUM BY 7 GIVING WS-WD-QUOTIENT
009530         REMAINDER WS-WD-DAY.
009540     ADD 1 TO WS-WD-DAY.
009550 2400-EXIT.
009560     EXIT.
009561*-----------------------------------------------------------*
009562* 2410-STEP-BACK-ONE-DAY - MOVES WS-WALK-DATE BACK ONE       *
009563*   CALENDAR DAY.                                            *
009564*-----------------------------------------------------------*
009565 2410-STEP-BACK-ONE-DAY.
009566     IF WS-WK-DD > 1
009567         SUBTRACT 1 FROM WS-WK-DD
009568         GO TO 2410-EXIT
009569     END-IF.
009570     IF WS-WK-MM > 1
009571         SUBTRACT 1 FROM WS-WK-MM
009572     ELSE
009573         MOVE 12 TO WS-WK-MM
009574         SUBTRACT 1 FROM WS-WK-YYYY
009575     END-IF.
009576     PERFORM 2430-SET-MONTH-DAYS THRU 2430-EXIT.
009577     MOVE WS-WK-MONTH-DAYS TO WS-WK-DD.
009578 2410-EXIT.
009579     EXIT.
009580*-----------------------------------------------------------*
009581* 2420-STEP-FORWARD-ONE-DAY - MOVES WS-WALK-DATE FORWARD ONE *
009582*   CALENDAR DAY.                                            *
009583*-----------------------------------------------------------*
009584 2420-STEP-FORWARD-ONE-DAY.
009585     PERFORM 2430-SET-MONTH-DAYS THRU 2430-EXIT.
009586     IF WS-WK-DD < WS-WK-MONTH-DAYS
009587         ADD 1 TO WS-WK-DD
009588         GO TO 2420-EXIT
009589     END-IF.
009590     MOVE 1 TO WS-WK-DD.
009591     IF WS-WK-MM < 12
009592         ADD 1 TO WS-WK-MM
009593     ELSE
009594         MOVE 1 TO WS-WK-MM
009595         ADD 1 TO WS-WK-YYYY
009596     END-IF.
009597 2420-EXIT.
009598     EXIT.
009599*-----------------------------------------------------------*
009600* 2430-SET-MONTH-DAYS - SETS THE NUMBER OF DAYS IN THE WALK  *
009601*   DATE'S MONTH; FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4,  *
009602*   EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.              *
009603*-----------------------------------------------------------*
009604 2430-SET-MONTH-DAYS.
009605     MOVE WS-MONTH-DAYS (WS-WK-MM) TO WS-WK-MONTH-DAYS.
009606     IF WS-WK-MM NOT = 2
009607         GO TO 2430-EXIT
009608     END-IF.
009609     DIVIDE WS-WK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
009610         REMAINDER WS-LEAP-REMAINDER.
009611     IF WS-LEAP-REMAINDER NOT = ZERO
009612         GO TO 2430-EXIT
009613     END-IF.
009614     DIVIDE WS-WK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
009615         REMAINDER WS-LEAP-REMAINDER.
009616     IF WS-LEAP-REMAINDER NOT = ZERO
009617         MOVE 29 TO WS-WK-MONTH-DAYS
009618         GO TO 2430-EXIT
009619     END-IF.
009620     DIVIDE WS-WK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
009621         REMAINDER WS-LEAP-REMAINDER.
009622     IF WS-LEAP-REMAINDER = ZERO
009623         MOVE 29 TO WS-WK-MONTH-DAYS
009624     END-IF.
009625 2430-EXIT.
009626     EXIT.
009627*-----------------------------------------------------------*
009628* 2440-READ-WALK-DAY - READS THE WALK DATE'S CALFILE DAY BY  *
009629*   KEY; WS-CALFILE-FOUND IS OFF WHEN IT IS NOT ON FILE.     *
009630*-----------------------------------------------------------*
009631 2440-READ-WALK-DAY.
009632     MOVE WS-WALK-DATE TO CA-DATE.
009633     READ CALFILE
009634         INVALID KEY
009635             CONTINUE
009636     END-READ.
009637 2440-EXIT.
009638     EXIT.
009639*-----------------------------------------------------------*
009640* 3000-WRITE-BATCHES - WRITES THE POSTINGS TO STOTRAN, ONE   *
009641*   HEADED AND TRAILED TRANIN BATCH PER DEPARTMENT: THE      *
009642*   FIRST UNSENT POSTING OPENS A BATCH, WHICH THEN TAKES     *
009643*   EVERY OTHER POSTING FOR THE SAME DEPARTMENT.             *
009644*-----------------------------------------------------------*
009645 3000-WRITE-BATCHES.
009646     OPEN OUTPUT STOTRAN.
009650     MOVE "GENERATED POSTINGS" TO WS-SECTION-LINE.
009660     MOVE WS-SECTION-LINE TO SR-RECORD.
009670     WRITE SR-RECORD.
009680     MOVE WS-GEN-HEADING TO SR-RECORD.
009690     WRITE SR-RECORD.
009700     IF WS-OCC-COUNT = ZERO
009710         MOVE "  (NONE)" TO WS-SECTION-LINE
009720         MOVE WS-SECTION-LINE TO SR-RECORD
009730         WRITE SR-RECORD
009740     ELSE
009750         PERFORM 3100-WRITE-DEPT-BATCH THRU 3100-EXIT
009760             VARYING WS-OCC-SUB FROM 1 BY 1
009770             UNTIL WS-OCC-SUB > WS-OCC-COUNT
009780     END-IF.
009790     CLOSE STOTRAN.
009800 3000-EXIT.
009810     EXIT.
009820*-----------------------------------------------------------*
009830* 3100-WRITE-DEPT-BATCH - WRITES ONE DEPARTMENT'S BATCH,     *
009840*   STARTING FROM ITS FIRST UNSENT POSTING.  THE HEADER      *
009850*   NEEDS THE ITEM COUNT, SO THE BATCH IS COUNTED FIRST.     *
009860*   THE TRAILER HASH IS FIELD-A PLUS FIELD-B PLUS THE EXTRA  *
009870*   ADDENDS OF EVERY DETAIL, AS TXNPRE01 BALANCES IT.        *
009880*-----------------------------------------------------------*
009890 3100-WRITE-DEPT-BATCH.
009900     IF WS-OC-SENT (WS-OCC-SUB)
009910         GO TO 3100-EXIT
009920     END-IF.
009930     MOVE WS-OC-ENT-SUB (WS-OCC-SUB) TO WS-ENT-SUB.
009940     MOVE WS-EN-RECORD (WS-ENT-SUB) TO WS-ENTRY-REC.
009950     MOVE WS-ER-DEPT TO WS-BATCH-DEPT.
009960     MOVE ZERO TO WS-BATCH-COUNT.
009970     MOVE ZERO TO WS-BATCH-HASH.
009980     PERFORM 3110-COUNT-ONE-POSTING THRU 3110-EXIT
009990         VARYING WS-OCC-SCAN-SUB FROM WS-OCC-SUB BY 1
010000         UNTIL WS-OCC-SCAN-SUB > WS-OCC-COUNT.
010010     MOVE SPACES TO TI-RECORD.
010020     MOVE "H" TO TI-RECORD-TYPE.
010030     MOVE WS-NEXT-BATCH TO TI-BATCH-NUMBER.
010040     MOVE WS-BATCH-DEPT TO TI-BATCH-DEPT.
010050     MOVE WS-BATCH-COUNT TO TI-BATCH-EXP-COUNT.
010060     WRITE TI-RECORD.
010070     PERFORM 3120-WRITE-ONE-POSTING THRU 3120-EXIT
010080         VARYING WS-OCC-SCAN-SUB FROM WS-OCC-SUB BY 1
010090         UNTIL WS-OCC-SCAN-SUB > WS-OCC-COUNT.
010100     MOVE SPACES TO TI-RECORD.
010110     MOVE "T" TO TI-RECORD-TYPE.
010120     MOVE WS-NEXT-BATCH TO TI-TRL-BATCH-NUM.
010130     MOVE WS-BATCH-HASH TO TI-TRL-HASH-TOTAL.
010140     WRITE TI-RECORD.
010150     ADD 1 TO WS-BATCHES-COUNT.
010160     MOVE WS-NEXT-BATCH TO WS-BL-BATCH.
010170     MOVE WS-BATCH-DEPT TO WS-BL-DEPT.
010180     MOVE WS-BATCH-COUNT TO WS-BL-COUNT.
010190     MOVE WS-BATCH-HASH TO WS-BL-HASH.
010200     MOVE WS-BATCH-LINE TO SR-RECORD.
010210     WRITE SR-RECORD.
010220     IF WS-NEXT-BATCH = 9999
010230         MOVE 1 TO WS-NEXT-BATCH
010240     ELSE
010250         ADD 1 TO WS-NEXT-BATCH
010260     END-IF.
010270 3100-EXIT.
010280     EXIT.
010290*-----------------------------------------------------------*
010300* 3110-COUNT-ONE-POSTING - COUNTS ONE UNSENT POSTING OF THE  *
010310*   BATCH'S DEPARTMENT INTO THE BATCH COUNT AND HASH.        *
010320*-----------------------------------------------------------*
010330 3110-COUNT-ONE-POSTING.
010340     IF WS-OC-SENT (WS-OCC-SCAN-SUB)
010350         GO TO 3110-EXIT
010360     END-IF.
010370     MOVE WS-OC-ENT-SUB (WS-OCC-SCAN-SUB) TO WS-ENT-SUB.
010380     MOVE WS-EN-RECORD (WS-ENT-SUB) TO WS-ENTRY-REC.
010390     IF WS-ER-DEPT NOT = WS-BATCH-DEPT
010400         GO TO 3110-EXIT
010410     END-IF.
010420     PERFORM 3200-COMPUTE-AMOUNT THRU 3200-EXIT.
010430     ADD 1 TO WS-BATCH-COUNT.
010440     ADD WS-AMOUNT TO WS-BATCH-HASH.
010450 3110-EXIT.
010460     EXIT.
010470*-----------------------------------------------------------*
010480* 3120-WRITE-ONE-POSTING - WRITES ONE POSTING OF THE BATCH'S *
010490*   DEPARTMENT AS A TRANIN DETAIL UNDER THE NEXT RECORD ID,  *
010500*   EFFECTIVE ON ITS DUE DAY, AND MARKS IT SENT.             *
010510*-----------------------------------------------------------*
010520 3120-WRITE-ONE-POSTING.
010530     IF WS-OC-SENT (WS-OCC-SCAN-SUB)
010540         GO TO 3120-EXIT
010550     END-IF.
010560     MOVE WS-OC-ENT-SUB (WS-OCC-SCAN-SUB) TO WS-ENT-SUB.
010570     MOVE WS-EN-RECORD (WS-ENT-SUB) TO WS-ENTRY-REC.
010580     IF WS-ER-DEPT NOT = WS-BATCH-DEPT
010590         GO TO 3120-EXIT
010600     END-IF.
010610     PERFORM 3200-COMPUTE-AMOUNT THRU 3200-EXIT.
010620     MOVE SPACES TO TI-RECORD.
010630     MOVE "D" TO TI-RECORD-TYPE.
010640     MOVE WS-NEXT-ID TO TI-RECORD-ID.
010650     MOVE WS-ER-OPERATION TO TI-OPERATION-CODE.
010660     MOVE WS-ER-FIELD-A TO TI-FIELD-A.
010670     MOVE WS-ER-FIELD-B TO TI-FIELD-B.
010680     MOVE WS-ER-EXTRA-COUNT TO TI-EXTRA-COUNT.
010690     PERFORM 3130-COPY-EXTRA THRU 3130-EXIT
010700         VARYING WS-EXTRA-SUB FROM 1 BY 1
010710         UNTIL WS-EXTRA-SUB > 4.
010720     MOVE WS-OC-EFF-DATE (WS-OCC-SCAN-SUB) TO TI-EFF-DATE.
010730     MOVE WS-ER-GL-ACCOUNT TO TI-GL-ACCOUNT.
010740     MOVE ZERO TO TI-REVERSES-ID.
010750     WRITE TI-RECORD.
010760     MOVE 'Y' TO WS-OC-SENT-SW (WS-OCC-SCAN-SUB).
010770     ADD 1 TO WS-GENERATED-COUNT.
010780     ADD WS-AMOUNT TO WS-GENERATED-TOTAL.
010790     MOVE WS-NEXT-BATCH TO WS-GL-BATCH.
010800     MOVE WS-ER-DEPT TO WS-GL-DEPT.
010810     MOVE WS-ER-ENTRY-ID TO WS-GL-ENTRY-ID.
010820     MOVE WS-ER-FREQUENCY TO WS-GL-FREQUENCY.
010830     MOVE WS-OC-EFF-DATE (WS-OCC-SCAN-SUB) TO WS-GL-EFF-DATE.
010840     MOVE WS-NEXT-ID TO WS-GL-RECORD-ID.
010850     MOVE WS-AMOUNT TO WS-GL-AMOUNT.
010860     MOVE WS-ER-DESCRIPTION TO WS-GL-DESCRIPTION.
010870     MOVE WS-GEN-LINE TO SR-RECORD.
010880     WRITE SR-RECORD.
010890     ADD 1 TO WS-NEXT-ID.
010900 3120-EXIT.
010910     EXIT.
010920*-----------------------------------------------------------*
010930* 3130-COPY-EXTRA - COPIES ONE EXTRA ADDEND SLOT TO THE      *
010940*   DETAIL; SLOTS PAST THE EXTRA COUNT GO OUT AS ZERO.       *
010950*-----------------------------------------------------------*
010960 3130-COPY-EXTRA.
010970     IF WS-EXTRA-SUB > WS-ER-EXTRA-COUNT
010980         MOVE ZERO TO TI-EXTRA-ADDENDS (WS-EXTRA-SUB)
010990     ELSE
011000         MOVE WS-ER-EXTRA-ADDENDS (WS-EXTRA-SUB)
011010             TO TI-EXTRA-ADDENDS (WS-EXTRA-SUB)
011020     END-IF.
011030 3130-EXIT.
011040     EXIT.
011050*-----------------------------------------------------------*
011060* 3200-COMPUTE-AMOUNT - ADDS UP THE ENTRY'S POSTING AMOUNT:  *
011070*   FIELD-A PLUS FIELD-B PLUS THE EXTRA ADDENDS IN USE.      *
011080*-----------------------------------------------------------*
011090 3200-COMPUTE-AMOUNT.
011100     ADD WS-ER-FIELD-A WS-ER-FIELD-B GIVING WS-AMOUNT.
011110     IF WS-ER-EXTRA-COUNT > ZERO
011120         PERFORM 3210-ADD-ONE-EXTRA THRU 3210-EXIT
011130             VARYING WS-EXTRA-SUB FROM 1 BY 1
011140             UNTIL WS-EXTRA-SUB > WS-ER-EXTRA-COUNT
011150     END-IF.
011160 3200-EXIT.
011170     EXIT.
011180*-----------------------------------------------------------*
011190* 3210-ADD-ONE-EXTRA - ADDS ONE EXTRA ADDEND INTO THE        *
011200*   AMOUNT.                                                  *
011210*-----------------------------------------------------------*
011220 3210-ADD-ONE-EXTRA.
011230     ADD WS-ER-EXTRA-ADDENDS (WS-EXTRA-SUB) TO WS-AMOUNT.
011240 3210-EXIT.
011250     EXIT.
011260*-----------------------------------------------------------*
011270* 4000-WRITE-MASTER - REWRITES THE MASTER TO STONEW: THE     *
011280*   CONTROL RECORD WITH THE NEXT RECORD ID AND BATCH NUMBER  *
011290*   STILL TO ISSUE, THEN EVERY ENTRY WITH ITS GENERATED      *
011300*   DATES AND STATUS.                                        *
011310*-----------------------------------------------------------*
011320 4000-WRITE-MASTER.
011330     OPEN OUTPUT STONEW.
011340     MOVE SPACES TO SO-RECORD.
011350     MOVE "C" TO SO-RECORD-TYPE.
011360     MOVE WS-NEXT-ID TO SO-CTL-NEXT-ID.
011370     MOVE WS-HIGH-ID TO SO-CTL-HIGH-ID.
011380     MOVE WS-NEXT-BATCH TO SO-CTL-NEXT-BATCH.
011390     MOVE SO-RECORD TO SN-RECORD.
011400     WRITE SN-RECORD.
011410     IF WS-ENT-COUNT > ZERO
011420         PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT
011430             VARYING WS-ENT-SUB FROM 1 BY 1
011440             UNTIL WS-ENT-SUB > WS-ENT-COUNT
011450     END-IF.
011460     CLOSE STONEW.
011470 4000-EXIT.
011480     EXIT.
011490*-----------------------------------------------------------*
011500* 4100-WRITE-ONE-ENTRY - WRITES ONE ENTRY TO STONEW.         *
011510*-----------------------------------------------------------*
011520 4100-WRITE-ONE-ENTRY.
011530     MOVE "E" TO SO-RECORD-TYPE.
011540     MOVE WS-EN-RECORD (WS-ENT-SUB) TO SO-ENTRY-DATA.
011550     MOVE SO-RECORD TO SN-RECORD.
011560     WRITE SN-RECORD.
011570 4100-EXIT.
011580     EXIT.
011590*-----------------------------------------------------------*
011600* 5000-PRINT-EXCEPTIONS - LISTS THE ENTRIES NOT GENERATED IN *
011610*   FULL, WITH THE REASON, AND THE ENTRIES THAT EXPIRED ON   *
011620*   THIS RUN.                                                *
011630*-----------------------------------------------------------*
011640 5000-PRINT-EXCEPTIONS.
011650     MOVE "ENTRIES NOT GENERATED IN FULL" TO WS-SECTION-LINE.
011660     MOVE WS-SECTION-LINE TO SR-RECORD.
011670     WRITE SR-RECORD.
011680     MOVE WS-NOTE-HEADING TO SR-RECORD.
011690     WRITE SR-RECORD.
011700     MOVE ZERO TO WS-NOTED-COUNT.
011710     IF WS-ENT-COUNT > ZERO
011720         PERFORM 5100-PRINT-ONE-NOTE THRU 5100-EXIT
011730             VARYING WS-ENT-SUB FROM 1 BY 1
011740             UNTIL WS-ENT-SUB > WS-ENT-COUNT
011750     END-IF.
011760     IF WS-NOTED-COUNT = ZERO
011770         MOVE "  (NONE)" TO WS-SECTION-LINE
011780         MOVE WS-SECTION-LINE TO SR-RECORD
011790         WRITE SR-RECORD
011800     END-IF.
011810     MOVE "ENTRIES EXPIRED" TO WS-SECTION-LINE.
011820     MOVE WS-SECTION-LINE TO SR-RECORD.
011830     WRITE SR-RECORD.
011840     MOVE WS-EXPIRED-HEADING TO SR-RECORD.
011850     WRITE SR-RECORD.
011860     IF WS-EXPIRED-COUNT = ZERO
011870         MOVE "  (NONE)" TO WS-SECTION-LINE
011880         MOVE WS-SECTION-LINE TO SR-RECORD
011890         WRITE SR-RECORD
011900     ELSE
011910         PERFORM 5200-PRINT-ONE-EXPIRED THRU 5200-EXIT
011920             VARYING WS-ENT-SUB FROM 1 BY 1
011930             UNTIL WS-ENT-SUB > WS-ENT-COUNT
011940     END-IF.
011950 5000-EXIT.
011960     EXIT.
011970*-----------------------------------------------------------*
011980* 5100-PRINT-ONE-NOTE - LISTS ONE ENTRY THAT CARRIES A NOTE. *
011990*-----------------------------------------------------------*
012000 5100-PRINT-ONE-NOTE.
012010     IF WS-EN-NOTE (WS-ENT-SUB) = SPACES
012020         GO TO 5100-EXIT
012030     END-IF.
012040     ADD 1 TO WS-NOTED-COUNT.
012050     MOVE WS-EN-RECORD (WS-ENT-SUB) TO WS-ENTRY-REC.
012060     MOVE WS-ER-ENTRY-ID TO WS-NL-ENTRY-ID.
012070     MOVE WS-ER-DEPT TO WS-NL-DEPT.
012080     MOVE WS-EN-NOTE (WS-ENT-SUB) TO WS-NL-NOTE.
012090     MOVE WS-EN-SKIP-COUNT (WS-ENT-SUB) TO WS-NL-DAYS.
012100     MOVE WS-NOTE-LINE TO SR-RECORD.
012110     WRITE SR-RECORD.
012120 5100-EXIT.
012130     EXIT.
012140*-----------------------------------------------------------*
012150* 5200-PRINT-ONE-EXPIRED - LISTS ONE ENTRY THAT EXPIRED ON   *
012160*   THIS RUN.                                                *
012170*-----------------------------------------------------------*
012180 5200-PRINT-ONE-EXPIRED.
012190     IF NOT WS-EN-EXPIRED-NOW (WS-ENT-SUB)
012200         GO TO 5200-EXIT
012210     END-IF.
012220     MOVE WS-EN-RECORD (WS-ENT-SUB) TO WS-ENTRY-REC.
012230     MOVE WS-ER-ENTRY-ID TO WS-XL-ENTRY-ID.
012240     MOVE WS-ER-DEPT TO WS-XL-DEPT.
012250     MOVE WS-ER-END-DATE TO WS-XL-END-DATE.
012260     MOVE WS-ER-LAST-GEN-DATE TO WS-XL-LAST-GEN.
012270     MOVE WS-ER-DESCRIPTION TO WS-XL-DESCRIPTION.
012280     MOVE WS-EXPIRED-LINE TO SR-RECORD.
012290     WRITE SR-RECORD.
012300 5200-EXIT.
012310     EXIT.
012320*-----------------------------------------------------------*
012330* 9000-TERMINATE - PRINTS THE RUN COUNTS AND CLOSES THE      *
012340*   REPORT AND, IF IT WAS OPENED, THE CALENDAR.              *
012350*-----------------------------------------------------------*
012360 9000-TERMINATE.
012370     MOVE "ENTRIES READ:" TO WS-CL-LABEL.
012380     MOVE WS-ENTRIES-READ-COUNT TO WS-CL-VALUE.
012390     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
012400     MOVE "POSTINGS GENERATED:" TO WS-CL-LABEL.
012410     MOVE WS-GENERATED-COUNT TO WS-CL-VALUE.
012420     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
012430     MOVE "BATCHES WRITTEN:" TO WS-CL-LABEL.
012440     MOVE WS-BATCHES-COUNT TO WS-CL-VALUE.
012450     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
012460     MOVE "CLOSED DAYS SKIPPED:" TO WS-CL-LABEL.
012470     MOVE WS-CLOSED-SKIP-COUNT TO WS-CL-VALUE.
012480     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
012490     MOVE "ENTRIES EXPIRED:" TO WS-CL-LABEL.
012500     MOVE WS-EXPIRED-COUNT TO WS-CL-VALUE.
012510     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
012520     MOVE "EXPIRED EARLIER:" TO WS-CL-LABEL.
012530     MOVE WS-WAS-EXPIRED-COUNT TO WS-CL-VALUE.
012540     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
012550     MOVE "NOT YET STARTED:" TO WS-CL-LABEL.
012560     MOVE WS-NOT-STARTED-COUNT TO WS-CL-VALUE.
012570     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
012580     MOVE "INVALID ENTRIES:" TO WS-CL-LABEL.
012590     MOVE WS-INVALID-COUNT TO WS-CL-VALUE.
012600     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
012610     MOVE "TOTAL GENERATED:" TO WS-AL-LABEL.
012620     MOVE WS-GENERATED-TOTAL TO WS-AL-VALUE.
012630     MOVE WS-AMOUNT-LINE TO SR-RECORD.
012640     WRITE SR-RECORD.
012644     CLOSE STORPT.
012648     IF WS-CAL-OPEN
012652         CLOSE CALFILE
012656     END-IF.
012660 9000-EXIT.
012670     EXIT.
012680*-----------------------------------------------------------*
012690* 9110-WRITE-COUNT-LINE - PRINTS ONE LABELED COUNT LINE ON   *
012700*   THE GENERATION REPORT.                                   *
012710*-----------------------------------------------------------*
012720 9110-WRITE-COUNT-LINE.
012730     MOVE WS-COUNT-LINE TO SR-RECORD.
012740     WRITE SR-RECORD.
012750 9110-EXIT.
012760     EXIT.
012770*-----------------------------------------------------------*
012780* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
012790*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
012800*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
012810*-----------------------------------------------------------*
012820 9900-LOG-RUN-END.
012830     MOVE "ENTRIES" TO WS-JH-COUNT-LABEL (1).
012840     MOVE WS-ENTRIES-READ-COUNT TO WS-JH-COUNT-VALUE (1).
012850     MOVE "GENERATD" TO WS-JH-COUNT-LABEL (2).
012860     MOVE WS-GENERATED-COUNT TO WS-JH-COUNT-VALUE (2).
012870     MOVE "BATCHES" TO WS-JH-COUNT-LABEL (3).
012880     MOVE WS-BATCHES-COUNT TO WS-JH-COUNT-VALUE (3).
012890     MOVE SPACES TO JH-RECORD.
012900     SET JH-RUN-END TO TRUE.
012910     MOVE "TXNSTO01" TO JH-PROGRAM-ID.
012920     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
012930     MOVE WS-JH-START-DATE TO JH-START-DATE.
012940     MOVE WS-JH-START-TIME TO JH-START-TIME.
012950     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
012960     ACCEPT JH-END-TIME FROM TIME.
012970     MOVE WS-JH-COUNTS TO JH-COUNTS.
012980     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
012990     OPEN EXTEND RUNHIST.
013000     WRITE JH-RECORD.
013010     CLOSE RUNHIST.
013020 9900-EXIT.
013030     EXIT.
