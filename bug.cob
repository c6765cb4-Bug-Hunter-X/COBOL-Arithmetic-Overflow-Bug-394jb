002180*                THE RUN'S OWN GLFILE DETAILS, SO A         *
002190*                RESTARTED RUN CANNOT UNDERSTATE THE        *
002200*                CHARGEBACK OR LEDGER SUMMARY LINES.        *
002201* 10/15/2026 RH   TIE EVERY 'R' REVERSAL TO THE POSTING IT  *
002202*                BACKS OUT.  THE TRANIN DETAIL NOW CARRIES  *
002203*                THE RECORD ID BEING REVERSED, AND          *
002204*                2200-EDIT-TRAN CHECKS IT AGAINST THE       *
002205*                ADDOUT MASTER: AN ID THAT IS NOT NUMERIC,  *
002206*                NOT ON FILE, OR NOT AN 'A' POSTING REJECTS *
002207*                VN, AN ORIGINAL ALREADY FULLY REVERSED     *
002208*                REJECTS VX, AND AN AMOUNT OF THE WRONG     *
002209*                SIGN OR LARGER THAN THE ORIGINAL'S         *
002210*                UNREVERSED BALANCE REJECTS VA.  PARTIAL    *
002211*                REVERSALS ARE ALLOWED.  EACH ACCEPTED      *
002212*                REVERSAL MARKS THE ORIGINAL'S MASTER       *
002213*                RECORD PARTLY OR FULLY REVERSED WITH THE   *
002214*                AMOUNT BACKED OUT SO FAR AND THE REVERSING *
002215*                RUN ID; THE REVERSAL'S OWN MASTER RECORD   *
002216*                AND AUDITLOG ENTRY CARRY THE ID IT         *
002217*                REVERSED.  TXNOPN01 REPORTS THE OPEN       *
002218*                ITEMS.  OPERATIONAL NOTE: ADDOUT, ADDHIST, *
002219*                AUDITLOG AND THE SUSPENSE FILES WIDEN;     *
002220*                ADDOUT MUST BE UNLOADED AND RELOADED INTO  *
002221*                THE NEW LAYOUT, REVERSAL FIELDS ZERO AND   *
002222*                BLANK, BEFORE THE FIRST RUN.               *
002223* 10/15/2026 RH   CARRY THE DETAIL'S EFFECTIVE DATE ON THE  *
002224*                ADDOUT MASTER AND ADDHIST, SO THE ACCOUNT  *
002225*                MAINTENANCE RUN (TXNACT01) CAN TELL        *
002226*                WHETHER A GL ACCOUNT STILL HAS POSTINGS IN *
002227*                THE CURRENT PERIOD BEFORE IT IS            *
002228*                DEACTIVATED.  OPERATIONAL NOTE: ADDOUT AND *
002229*                ADDHIST WIDEN BY EIGHT BYTES; ADDOUT MUST  *
002230*                BE UNLOADED AND RELOADED INTO THE NEW      *
002231*                LAYOUT, EFFECTIVE DATE ZERO, BEFORE THE    *
002232*                FIRST RUN.                                 *
002233* 10/15/2026 RH   CARRY THE KEYER AND APPROVER IDS TXNFIX01 *
002234*                NOW PUTS ON EACH RECYCLE RECORD ONTO THE   *
002235*                AUDITLOG ENTRY FOR THE RECYCLED POSTING,   *
002236*                SO THE DOCKET SHOWS WHO CORRECTED AND WHO  *
002237*                APPROVED IT.  ACCEPT THE NEW EDITPARM      *
002238*                APPRLIM RECORD AS A KNOWN FIELD ID.        *
002239*                OPERATIONAL NOTE: RECYCLE AND AUDITLOG     *
002240*                WIDEN BY SIXTEEN BYTES.                    *
002241* 10/15/2026 RH   CLOSE EACH AUDITLOG ENTRY WITH THE        *
002242*                DETAIL'S EFFECTIVE DATE SO THE ADDOUT      *
002243*                MASTER CAN BE REBUILT FROM THE AUDIT TRAIL *
002244*                ALONE.  OPERATIONAL NOTE: AUDITLOG WIDENS  *
002245*                BY EIGHT BYTES.                            *
002246* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD   *
002247*                TO THE RUNHIST RUN-HISTORY LOG ON EVERY    *
002248*                RUN (PROGRAM ID, RUN ID, START AND END     *
002249*                DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
002250*                INCLUDING RUNS THAT END EARLY, FOR THE     *
002251*                TXNOPS01 DAILY OPERATIONS REPORT.  THE RUN *
002252*                ID IS THE AUDIT/RUNCTL RUN ID, SO THE LOG  *
002253*                CROSS-REFERENCES THE AUDIT TRAIL.          *
002254* 10/15/2026 RH   READ THE CALFILE ACCOUNTING CALENDAR AND  *
002255*                THE ACCTMST ACCOUNT MASTER BY KEY FOR EACH *
002256*                DETAIL INSTEAD OF LOADING THEM INTO 500-   *
002257*                AND 1000-ENTRY TABLES AT INITIALIZATION,   *
002258*                AND KEEP THE PER-ACCOUNT GL SUMMARY ON THE *
002259*                NEW GLSWORK KEYED WORK FILE INSTEAD OF A   *
002260*                200-BUCKET TABLE, SO NO CALENDAR DAY,      *
002261*                ACCOUNT OR SUMMARY LINE IS DROPPED AT ANY  *
002262*                VOLUME AND STARTUP TIME NO LONGER GROWS    *
002263*                WITH THE FILES.  THE 'S' SECTION NOW COMES *
002264*                OUT IN ACCOUNT ORDER.  OPERATIONAL NOTE:   *
002265*                CALFILE AND ACCTMST ARE NOW INDEXED FILES  *
002266*                KEYED ON DATE AND ACCOUNT NUMBER AND MUST  *
002267*                BE RELOADED AS SUCH BEFORE THE FIRST RUN;  *
002268*                GLSWORK IS A SCRATCH DATASET REBUILT EVERY *
002269*                RUN.                                       *
002270* 10/15/2026 RH   UNDER RERUN, A REVERSAL THAT NOW NAMES A  *
002271*                DIFFERENT ORIGINAL, OR HAS BECOME AN 'A',  *
002272*                RETURNS THE AMOUNT ITS PRIOR VERSION       *
002273*                BACKED OUT TO THE OLD ORIGINAL AND         *
002274*                RE-MARKS IT.  A RECORD ALREADY REVERSED    *
002275*                CAN ONLY BE RERUN AS AN 'A' STILL COVERING *
002276*                ITS REVERSALS (VA OTHERWISE), AND A RERUN  *
002277*                'A' HAS ITS REVERSAL STATUS SET AGAIN      *
002278*                AGAINST ITS NEW FIELD-C.                   *
002279*-----------------------------------------------------------*
002280 ENVIRONMENT DIVISION.
002281 INPUT-OUTPUT SECTION.
002282 FILE-CONTROL.
002283     SELECT TRANIN ASSIGN TO TRANIN
002284         ORGANIZATION IS LINE SEQUENTIAL.
002285     SELECT RPTOUT ASSIGN TO RPTOUT
002286         ORGANIZATION IS LINE SEQUENTIAL.
002290     SELECT OPTIONAL ADDOUT ASSIGN TO ADDOUT
002300         ORGANIZATION IS INDEXED
002310         ACCESS MODE IS DYNAMIC
002490         ORGANIZATION IS LINE SEQUENTIAL.
002500     SELECT OPTIONAL EDITPARM ASSIGN TO EDITPARM
002510         ORGANIZATION IS LINE SEQUENTIAL.
002515     SELECT OPTIONAL CALFILE ASSIGN TO CALFILE
002520         ORGANIZATION IS INDEXED
002525         ACCESS MODE IS DYNAMIC
002530         RECORD KEY IS CA-DATE
002535         FILE STATUS IS WS-CALFILE-STATUS.
002540     SELECT OPTIONAL HOLDFILE ASSIGN TO HOLDFILE
002550         ORGANIZATION IS LINE SEQUENTIAL.
002555     SELECT OPTIONAL ACCTMST ASSIGN TO ACCTMST
002560         ORGANIZATION IS INDEXED
002565         ACCESS MODE IS DYNAMIC
002570         RECORD KEY IS AM-ACCOUNT
002575         FILE STATUS IS WS-ACCTMST-STATUS.
002580     SELECT OPTIONAL RECYCLE ASSIGN TO RECYCLE
002590         ORGANIZATION IS LINE SEQUENTIAL.
002600     SELECT OPTIONAL PERMREJ ASSIGN TO PERMREJ
002610         ORGANIZATION IS LINE SEQUENTIAL.
002611     SELECT GLSWORK ASSIGN TO GLSWORK
002612         ORGANIZATION IS INDEXED
002613         ACCESS MODE IS DYNAMIC
002614         RECORD KEY IS GW-ACCOUNT
002615         FILE STATUS IS WS-GLSWORK-STATUS.
002616     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
002617         ORGANIZATION IS LINE SEQUENTIAL.
002620 DATA DIVISION.
002630 FILE SECTION.
002640 FD  TRANIN
002810             OCCURS 4 TIMES.
002820         10  TI-EFF-DATE        PIC 9(08).
002830         10  TI-GL-ACCOUNT      PIC 9(08).
002835         10  TI-REVERSES-ID     PIC 9(06).
002840     05  TI-HEADER-DATA REDEFINES TI-DETAIL-DATA.
002850         10  TI-BATCH-NUMBER    PIC 9(04).
002860         10  TI-BATCH-DEPT      PIC X(08).
002870         10  TI-BATCH-EXP-COUNT PIC 9(06).
002880         10  FILLER             PIC X(60).
002890     05  TI-TRAILER-DATA REDEFINES TI-DETAIL-DATA.
002900         10  TI-TRL-BATCH-NUM   PIC 9(04).
002910         10  TI-TRL-HASH-TOTAL  PIC S9(13)V99
002920             SIGN IS LEADING SEPARATE CHARACTER.
002930         10  FILLER             PIC X(58).
002940 FD  RPTOUT
002950     LABEL RECORDS ARE STANDARD.
002960 01  RP-RECORD                  PIC X(80).
003110         OCCURS 4 TIMES.
003120     05  AO-DEPT                PIC X(08).
003130     05  AO-GL-ACCOUNT          PIC 9(08).
003131     05  AO-REVERSES-ID         PIC 9(06).
003132     05  AO-REVERSAL-STATUS     PIC X(01).
003133         88  AO-NOT-REVERSED             VALUE ' '.
003134         88  AO-PART-REVERSED            VALUE 'P'.
003135         88  AO-FULLY-REVERSED           VALUE 'F'.
003136     05  AO-REVERSED-AMT        PIC S9(10)V99
003137         SIGN IS LEADING SEPARATE CHARACTER.
003138     05  AO-REVERSED-RUN-ID     PIC X(14).
003139     05  AO-EFF-DATE            PIC 9(08).
003140 FD  ADDHIST
003150     LABEL RECORDS ARE STANDARD.
003160 01  AH-RECORD.
003280         OCCURS 4 TIMES.
003290     05  AH-DEPT                PIC X(08).
003300     05  AH-GL-ACCOUNT          PIC 9(08).
003301     05  AH-REVERSES-ID         PIC 9(06).
003302     05  AH-REVERSAL-STATUS     PIC X(01).
003303     05  AH-REVERSED-AMT        PIC S9(10)V99
003304         SIGN IS LEADING SEPARATE CHARACTER.
003305     05  AH-REVERSED-RUN-ID     PIC X(14).
003306     05  AH-EFF-DATE            PIC 9(08).
003310 FD  CHKPT
003320     LABEL RECORDS ARE STANDARD.
003330 01  CK-RECORD.
003800     05  AL-GL-ACCOUNT          PIC 9(08).
003810     05  AL-RECYCLE-SW          PIC X(01).
003820     05  AL-ORIG-RUN-ID         PIC X(14).
003825     05  AL-REVERSES-ID         PIC 9(06).
003826     05  AL-KEYER-ID            PIC X(08).
003827     05  AL-APPROVER-ID         PIC X(08).
003828     05  AL-EFF-DATE            PIC 9(08).
003830 FD  CTLFILE
003840     LABEL RECORDS ARE STANDARD.
003850 01  CT-RECORD.
004040             OCCURS 4 TIMES.
004050         10  RJ-EFF-DATE        PIC 9(08).
004060         10  RJ-GL-ACCOUNT      PIC 9(08).
004065         10  RJ-REVERSES-ID     PIC 9(06).
004070     05  RJ-FIRST-REJ-DATE      PIC 9(08).
004080     05  RJ-ATTEMPT-COUNT       PIC 9(02).
004090     05  RJ-ORIG-RUN-ID         PIC X(14).
004460         88  CA-PERIOD-CLOSED            VALUE 'C'.
004470 FD  HOLDFILE
004480     LABEL RECORDS ARE STANDARD.
004490 01  HF-RECORD                  PIC X(79).
004500 FD  ACCTMST
004510     LABEL RECORDS ARE STANDARD.
004520 01  AM-RECORD.
004570 FD  RECYCLE
004580     LABEL RECORDS ARE STANDARD.
004590 01  RY-RECORD.
004600     05  RY-TRAN-DATA           PIC X(79).
004610     05  RY-ORIG-RUN-ID         PIC X(14).
004620     05  RY-ATTEMPT-COUNT       PIC 9(02).
004623     05  RY-KEYER-ID            PIC X(08).
004626     05  RY-APPROVER-ID         PIC X(08).
004630 FD  PERMREJ
004640     LABEL RECORDS ARE STANDARD.
004650 01  PJ-RECORD                  PIC X(106).
004651 FD  GLSWORK
004652     LABEL RECORDS ARE STANDARD.
004653 01  GW-RECORD.
004654     05  GW-ACCOUNT             PIC 9(08).
004655     05  GW-REC-COUNT           PIC 9(08).
004656     05  GW-NET                 PIC S9(13)V99.
004657 FD  RUNHIST
004658     LABEL RECORDS ARE STANDARD.
004659 01  JH-RECORD.
004660     05  JH-RECORD-TYPE         PIC X(01).
004661         88  JH-RUN-START                VALUE 'S'.
004662         88  JH-RUN-END                  VALUE 'E'.
004663     05  JH-PROGRAM-ID          PIC X(08).
004664     05  JH-RUN-ID              PIC X(14).
004665     05  JH-START-DATE          PIC 9(08).
004666     05  JH-START-TIME          PIC 9(08).
004667     05  JH-END-DATE            PIC 9(08).
004668     05  JH-END-TIME            PIC 9(08).
004669     05  JH-COUNTS.
004670         10  JH-COUNT           OCCURS 3 TIMES.
004671             15  JH-COUNT-LABEL PIC X(08).
004672             15  JH-COUNT-VALUE PIC 9(09).
004673     05  JH-RETURN-CODE         PIC 9(02).
004674 WORKING-STORAGE SECTION.
004675 01  WS-DATA-AREA.
004680     05  WS-OPERATION-CODE      PIC X(01).
004690         88  WS-OP-ADD                   VALUE 'A'.
004700         88  WS-OP-REVERSE               VALUE 'R'.
004930         88  WS-LIM-E-ZERO-OK            VALUE 'Y'.
004940     05  WS-LIM-MAX-EXTRAS      PIC 9(01) VALUE 4.
004950     05  WS-LIM-MAX-RECYCLE     PIC 9(01) VALUE 3.
004960*    ACCOUNTING CALENDAR - CALFILE IS READ BY DATE FOR EACH
004970*    DETAIL'S EFFECTIVE DATE; WITH NO CALENDAR SUPPLIED ONLY
004980*    THE NUMERIC AND FUTURE-DATE EDITS APPLY TO THE EFFECTIVE
004990*    DATE.
005000 77  WS-CALFILE-STATUS          PIC X(02) VALUE "00".
005010     88  WS-CALFILE-FOUND            VALUE "00".
005020*    GL ACCOUNT MASTER - ACCTMST IS READ BY ACCOUNT NUMBER FOR
005030*    EACH DETAIL; WITH NO ACCOUNT MASTER SUPPLIED THE ACCOUNT
005040*    EDIT IS NUMERIC-ONLY.
005050 77  WS-ACCTMST-STATUS          PIC X(02) VALUE "00".
005060     88  WS-ACCTMST-FOUND            VALUE "00".
005070*    PER-ACCOUNT GL SUMMARY FOR THE GLFILE 'S' SECTION - NET
005080*    FIELD-C BY ACCOUNT FOR THE RUN, KEPT ON THE GLSWORK KEYED
005090*    WORK FILE SO ANY NUMBER OF ACCOUNTS CAN BE SUMMARIZED.
005100 77  WS-GLSWORK-STATUS          PIC X(02) VALUE "00".
005110     88  WS-GLSWORK-FOUND            VALUE "00".
005120 77  WS-GLSUM-COUNT             PIC 9(08) COMP VALUE ZERO.
005320 01  WS-SWITCHES.
005330     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
005340         88  WS-EOF                      VALUE 'Y'.
005570     05  WS-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
005580         88  WS-PARM-EOF                 VALUE 'Y'.
005590         88  WS-PARM-NOT-EOF             VALUE 'N'.
005620     05  WS-CAL-LOADED-SWITCH   PIC X(01) VALUE 'N'.
005630         88  WS-CAL-LOADED               VALUE 'Y'.
005640         88  WS-CAL-MISSING              VALUE 'N'.
005690         88  WS-RECYCLE-ACTIVE           VALUE 'Y'.
005700     05  WS-GLSCAN-EOF-SWITCH   PIC X(01) VALUE 'N'.
005710         88  WS-GLSCAN-EOF               VALUE 'Y'.
005720     05  WS-GLSUM-EOF-SWITCH    PIC X(01) VALUE 'N'.
005730         88  WS-GLSUM-EOF                VALUE 'Y'.
005740     05  WS-ACCT-LOADED-SWITCH  PIC X(01) VALUE 'N'.
005750         88  WS-ACCT-LOADED              VALUE 'Y'.
005760         88  WS-ACCT-MISSING             VALUE 'N'.
006140 77  WS-PERMREJ-COUNT           PIC 9(08) COMP VALUE ZERO.
006150 77  WS-RCY-ORIG-RUN-ID         PIC X(14) VALUE SPACES.
006160 77  WS-RCY-ATTEMPTS            PIC 9(02) VALUE ZERO.
006163 77  WS-RCY-KEYER-ID            PIC X(08) VALUE SPACES.
006166 77  WS-RCY-APPROVER-ID         PIC X(08) VALUE SPACES.
006170 77  WS-RCY-ORIG-DATE           PIC 9(08) VALUE ZERO.
006180*    RECYCLED POSTINGS ARE NOT IN THE TXNPRE01 CONTROL TOTAL
006190*    (RECYCLE BYPASSES THE ACCEPTANCE STEP), SO THEIR TOTAL
006300 77  WS-ARG-NUM                 PIC 9(02) COMP VALUE 1.
006310 77  WS-REJECT-COUNT            PIC 9(08) COMP VALUE ZERO.
006320 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
006321*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
006322 01  WS-JH-START-STAMP.
006323     05  WS-JH-START-DATE       PIC 9(08).
006324     05  WS-JH-START-TIME       PIC 9(08).
006325 01  WS-JH-RUN-ID.
006326     05  WS-JH-RUN-ID-DATE      PIC 9(08).
006327     05  WS-JH-RUN-ID-TIME      PIC 9(06).
006328 01  WS-JH-COUNTS.
006329     05  WS-JH-COUNT            OCCURS 3 TIMES.
006330         10  WS-JH-COUNT-LABEL  PIC X(08).
006331         10  WS-JH-COUNT-VALUE  PIC 9(09).
006332 77  WS-GRAND-TOTAL             PIC S9(12)V99 VALUE ZERO.
006340 77  WS-CURRENT-DATE            PIC 9(08).
006350 77  WS-CURRENT-TIME            PIC 9(08).
006360 01  WS-RUN-ID.
006540*      DP    = EFFECTIVE DATE FALLS IN A CLOSED PERIOD
006550*      GA    = GL ACCOUNT NOT NUMERIC, NOT ON THE ACCOUNT
006560*              MASTER, OR NOT ACTIVE
006561*      VN    = REVERSED RECORD ID NOT NUMERIC, NOT ON THE
006562*              ADDOUT MASTER, OR NOT AN 'A' POSTING
006563*      VX    = ORIGINAL POSTING ALREADY FULLY REVERSED
006564*      VA    = REVERSAL AMOUNT ZERO, OF THE WRONG SIGN, OR
006565*              MORE THAN THE ORIGINAL'S UNREVERSED BALANCE;
006566*              UNDER RERUN ALSO A RECORD ALREADY REVERSED
006567*              THAT WOULD NO LONGER BE AN ADD COVERING WHAT
006568*              ITS REVERSALS BACKED OUT
006570 77  WS-REJECT-REASON           PIC X(02) VALUE SPACES.
006580 77  WS-REJECT-ADDEND           PIC 9(01) VALUE ZERO.
006590 77  WS-ADDOUT-STATUS           PIC X(02) VALUE "00".
006620 77  WS-EXTRA-SUBSCRIPT         PIC 9(01) COMP VALUE ZERO.
006630 77  WS-INQUIRY-KEY             PIC 9(06) VALUE ZERO.
006640 77  WS-FIELD-C-ATTEMPT         PIC S9(14)V99 VALUE ZERO.
006641*    REVERSAL MATCHING - THE AMOUNT A REVERSAL BACKS OUT (ITS
006642*    FIELD-C BEFORE NEGATION), THE ORIGINAL'S UNREVERSED
006643*    BALANCE, AND UNDER RERUN THE AMOUNT THE PRIOR VERSION OF
006644*    THE SAME REVERSAL HAD ALREADY BACKED OUT.  THE SAVE AREA
006645*    KEEPS AN ORIGINAL'S REVERSAL MARKS ACROSS A RERUN REWRITE,
006646*    AND THE OLD-ORIGINAL ITEMS NAME THE ORIGINAL A RERUN
006647*    REVERSAL NO LONGER BACKS OUT AND THE AMOUNT TO RETURN TO IT.
006648 77  WS-REV-AMOUNT              PIC S9(10)V99 VALUE ZERO.
006649 77  WS-REV-OPEN-AMT            PIC S9(12)V99 VALUE ZERO.
006650 77  WS-REV-PRIOR-AMT           PIC S9(10)V99 VALUE ZERO.
006651 77  WS-REV-SAVE-AMT            PIC S9(10)V99 VALUE ZERO.
006652 77  WS-REV-SAVE-RUN-ID         PIC X(14) VALUE SPACES.
006653 77  WS-REV-OLD-ORIG-ID         PIC 9(06) VALUE ZERO.
006654 77  WS-REV-OLD-AMT             PIC S9(10)V99 VALUE ZERO.
006655 01  WS-REPORT-HEADING-1.
006660     05  FILLER                 PIC X(21)
006670         VALUE "DAILY ADDITION REPORT".
006680     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
007970* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
007980*-----------------------------------------------------------*
007990 0000-MAINLINE.
007995     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
008000     PERFORM 0100-GET-RUN-PARM THRU 0100-EXIT.
008010     IF WS-INQUIRY-REQUESTED
008020         PERFORM 1200-INQUIRY-MODE THRU 1200-EXIT
008030         MOVE WS-RETURN-CODE TO RETURN-CODE
008035         PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
008040         STOP RUN
008050     END-IF.
008060     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
008070     IF WS-RUN-BLOCKED
008080         MOVE WS-RETURN-CODE TO RETURN-CODE
008085         PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
008090         STOP RUN
008100     END-IF.
008110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008170     PERFORM 8000-RECONCILE THRU 8000-EXIT.
008180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008190     MOVE WS-RETURN-CODE TO RETURN-CODE.
008195     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
008200     STOP RUN.
008210 0000-EXIT.
008220     EXIT.
008221*-----------------------------------------------------------*
008222* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
008223*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
008224*-----------------------------------------------------------*
008225 0050-LOG-RUN-START.
008226     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
008227     ACCEPT WS-JH-START-TIME FROM TIME.
008228     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
008229     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
008230     INITIALIZE WS-JH-COUNTS.
008231     MOVE SPACES TO JH-RECORD.
008232     SET JH-RUN-START TO TRUE.
008233     MOVE "TXNADD01" TO JH-PROGRAM-ID.
008234     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
008235     MOVE WS-JH-START-DATE TO JH-START-DATE.
008236     MOVE WS-JH-START-TIME TO JH-START-TIME.
008237     MOVE ZERO TO JH-END-DATE.
008238     MOVE ZERO TO JH-END-TIME.
008239     MOVE WS-JH-COUNTS TO JH-COUNTS.
008240     MOVE ZERO TO JH-RETURN-CODE.
008241     OPEN EXTEND RUNHIST.
008242     WRITE JH-RECORD.
008243     CLOSE RUNHIST.
008244 0050-EXIT.
008245     EXIT.
008246*-----------------------------------------------------------*
008247* 0100-GET-RUN-PARM - READS PARM 1 (MODE) AND, WHEN THE MODE  *
008250*   IS INQUIRY, PARM 2 (THE RECORD KEY TO LOOK UP).           *
008260*-----------------------------------------------------------*
008270 0100-GET-RUN-PARM.
008480*   IT.  COMPLETION IS MARKED BY 9200 AT TERMINATION.        *
008490*-----------------------------------------------------------*
008500 0500-CHECK-RUN-CONTROL.
008510     MOVE WS-JH-START-DATE TO WS-CURRENT-DATE.
008520     MOVE WS-JH-START-TIME TO WS-CURRENT-TIME.
008530     MOVE WS-CURRENT-DATE TO WS-RUN-ID-DATE.
008540     MOVE WS-CURRENT-TIME (1:6) TO WS-RUN-ID-TIME.
008550     OPEN INPUT RUNCTL.
009130     END-IF.
009140     MOVE WS-CURRENT-DATE TO WS-RH-RUN-DATE.
009150     PERFORM 1300-LOAD-EDIT-PARMS THRU 1300-EXIT.
009160     PERFORM 1500-OPEN-CALENDAR THRU 1500-EXIT.
009170     PERFORM 1600-OPEN-ACCOUNTS THRU 1600-EXIT.
009180     IF NOT WS-RESTART-REQUESTED
009190         MOVE WS-REPORT-HEADING-1 TO RP-RECORD
009200         WRITE RP-RECORD
011040*   (MIN/MAX/ZERO-OK), EXTCOUNT (MAXIMUM EXTRA-ADDEND        *
011050*   COUNT, CAPPED AT THE PHYSICAL TABLE SIZE OF 4), AND     *
011060*   MAXRECYC (REPAIR ATTEMPTS BEFORE A RECYCLED RECORD      *
011070*   GOES TO PERMREJ).  APPRLIM BELONGS TO TXNFIX01.       *
011080*-----------------------------------------------------------*
011090 1310-APPLY-EDIT-PARM.
011100     READ EDITPARM
011480             ELSE
011490                 MOVE PM-MAX-EXTRAS TO WS-LIM-MAX-RECYCLE
011500             END-IF
011502*        APPRLIM IS TXNFIX01'S CORRECTION APPROVAL LIMIT -
011504*        NOT USED HERE, BUT A KNOWN RECORD ON THE SHARED FILE.
011506         WHEN "APPRLIM"
011508             CONTINUE
011510         WHEN OTHER
011520             DISPLAY "*** UNKNOWN EDITPARM FIELD ID "
011530                 PM-FIELD-ID " IGNORED."
011890 1410-EXIT.
011900     EXIT.
011910*-----------------------------------------------------------*
011920* 1500-OPEN-CALENDAR - OPENS THE CALFILE ACCOUNTING CALENDAR *
011930*   FOR THE RUN'S KEYED LOOKUPS BY EFFECTIVE DATE; WITH NO   *
011940*   CALENDAR SUPPLIED, AN EMPTY ONE, OR ONE THAT CANNOT BE   *
011950*   OPENED THE EFFECTIVE-DATE EDITS FALL BACK TO THE NUMERIC *
011960*   AND FUTURE-DATE CHECKS ONLY.                             *
011970*-----------------------------------------------------------*
011980 1500-OPEN-CALENDAR.
011990     OPEN INPUT CALFILE.
012000     IF WS-CALFILE-STATUS NOT = "00"
012010         AND WS-CALFILE-STATUS NOT = "05"
012020         DISPLAY "*** CALFILE OPEN FAILED STATUS "
012030             WS-CALFILE-STATUS " - PERIOD AND BUSINESS-DAY "
012040             "EDITS ARE OFF."
012050         IF WS-RETURN-CODE < 4
012060             MOVE 4 TO WS-RETURN-CODE
012070         END-IF
012080         GO TO 1500-EXIT
012090     END-IF.
012100     MOVE ZERO TO CA-DATE.
012110     START CALFILE KEY IS NOT LESS THAN CA-DATE
012120         INVALID KEY
012130             CONTINUE
012140     END-START.
012150     IF WS-CALFILE-FOUND
012160         SET WS-CAL-LOADED TO TRUE
012170     ELSE
012180         DISPLAY "*** NO ACCOUNTING CALENDAR SUPPLIED - "
012190             "PERIOD AND BUSINESS-DAY EDITS ARE OFF."
012200     END-IF.
012210 1500-EXIT.
012220     EXIT.
012230*-----------------------------------------------------------*
012240* 1600-OPEN-ACCOUNTS - OPENS THE ACCTMST GL ACCOUNT MASTER   *
012250*   FOR THE RUN'S KEYED LOOKUPS BY ACCOUNT NUMBER; WITH NO   *
012260*   ACCOUNT MASTER SUPPLIED, AN EMPTY ONE, OR ONE THAT       *
012270*   CANNOT BE OPENED THE ACCOUNT EDIT IS NUMERIC-ONLY.       *
012280*-----------------------------------------------------------*
012290 1600-OPEN-ACCOUNTS.
012300     OPEN INPUT ACCTMST.
012310     IF WS-ACCTMST-STATUS NOT = "00"
012320         AND WS-ACCTMST-STATUS NOT = "05"
012330         DISPLAY "*** ACCTMST OPEN FAILED STATUS "
012340             WS-ACCTMST-STATUS " - ACCOUNT EDIT IS NUMERIC-ONLY."
012350         IF WS-RETURN-CODE < 4
012360             MOVE 4 TO WS-RETURN-CODE
012370         END-IF
012380         GO TO 1600-EXIT
012390     END-IF.
012400     MOVE ZERO TO AM-ACCOUNT.
012410     START ACCTMST KEY IS NOT LESS THAN AM-ACCOUNT
012420         INVALID KEY
012430             CONTINUE
012440     END-START.
012450     IF WS-ACCTMST-FOUND
012460         SET WS-ACCT-LOADED TO TRUE
012470     ELSE
012480         DISPLAY "*** NO GL ACCOUNT MASTER SUPPLIED - "
012490             "ACCOUNT EDIT IS NUMERIC-ONLY."
012500     END-IF.
012510 1600-EXIT.
012520     EXIT.
012940*-----------------------------------------------------------*
012950* 2000-PROCESS-TRAN - READS AND ADDS ONE TRANSACTION RECORD. *
012960*-----------------------------------------------------------*
013860     IF RY-ATTEMPT-COUNT NUMERIC
013870         MOVE RY-ATTEMPT-COUNT TO WS-RCY-ATTEMPTS
013880     END-IF.
013883     MOVE RY-KEYER-ID TO WS-RCY-KEYER-ID.
013886     MOVE RY-APPROVER-ID TO WS-RCY-APPROVER-ID.
013890 2100-EXIT.
013900     EXIT.
013910*-----------------------------------------------------------*
014750     END-IF.
014760     IF WS-CAL-LOADED
014770        PERFORM 2250-FIND-CAL-DATE THRU 2250-EXIT
014780        IF NOT WS-CALFILE-FOUND
014790            MOVE "DB" TO WS-REJECT-REASON
014800            SET WS-INVALID-RECORD TO TRUE
014810            GO TO 2200-EXIT
014820        END-IF
014830        IF NOT CA-BUSINESS-DAY
014840            MOVE "DB" TO WS-REJECT-REASON
014850            SET WS-INVALID-RECORD TO TRUE
014860            GO TO 2200-EXIT
014940     MOVE TI-GL-ACCOUNT TO WS-GL-ACCOUNT.
014950     IF WS-ACCT-LOADED
014960        PERFORM 2270-FIND-ACCOUNT THRU 2270-EXIT
014970        IF NOT WS-ACCTMST-FOUND
014980            MOVE "GA" TO WS-REJECT-REASON
014990            SET WS-INVALID-RECORD TO TRUE
015000            GO TO 2200-EXIT
015010        END-IF
015020        IF NOT AM-ACTIVE
015030            MOVE "GA" TO WS-REJECT-REASON
015040            SET WS-INVALID-RECORD TO TRUE
015050            GO TO 2200-EXIT
015130        GO TO 2200-EXIT
015140     END-IF.
015150     IF WS-CAL-LOADED
015160        IF CA-PERIOD-CLOSED
015170            MOVE "DP" TO WS-REJECT-REASON
015180            SET WS-INVALID-RECORD TO TRUE
015190        END-IF
015200     END-IF.
015201     IF WS-INVALID-RECORD
015202         GO TO 2200-EXIT
015203     END-IF.
015204*    UNDER RERUN A RECORD ALREADY REVERSED MUST STAY AN ADD
015205*    THAT STILL COVERS WHAT ITS REVERSALS BACKED OUT.
015206     IF WS-RERUN-REQUESTED
015207         PERFORM 2280-EDIT-RERUN-ORIGINAL THRU 2280-EXIT
015208         IF WS-INVALID-RECORD
015209             GO TO 2200-EXIT
015210         END-IF
015211     END-IF.
015212*    A REVERSAL MUST NAME AN ORIGINAL POSTING IT CAN BACK OUT.
015213     IF WS-OP-REVERSE
015214         PERFORM 2290-EDIT-REVERSAL THRU 2290-EXIT
015215     END-IF.
015216 2200-EXIT.
015220     EXIT.
015230*-----------------------------------------------------------*
015240* 2210-EDIT-EXTRAS - VALIDATES ONE EXTRA ADDEND FOR NUMERIC  *
015420 2210-EXIT.
015430     EXIT.
015440*-----------------------------------------------------------*
015450* 2250-FIND-CAL-DATE - READS THE DETAIL'S EFFECTIVE DATE     *
015460*   FROM THE CALFILE ACCOUNTING CALENDAR BY KEY.             *
015470*-----------------------------------------------------------*
015480 2250-FIND-CAL-DATE.
015490     MOVE TI-EFF-DATE TO CA-DATE.
015500     READ CALFILE
015510         INVALID KEY
015520             CONTINUE
015530     END-READ.
015540 2250-EXIT.
015550     EXIT.
015560*-----------------------------------------------------------*
015570* 2270-FIND-ACCOUNT - READS THE DETAIL'S GL ACCOUNT FROM THE *
015580*   ACCTMST ACCOUNT MASTER BY KEY.                           *
015590*-----------------------------------------------------------*
015600 2270-FIND-ACCOUNT.
015610     MOVE TI-GL-ACCOUNT TO AM-ACCOUNT.
015620     READ ACCTMST
015630         INVALID KEY
015640             CONTINUE
015650     END-READ.
015660 2270-EXIT.
015670     EXIT.
015675*-----------------------------------------------------------*
015680* 2280-EDIT-RERUN-ORIGINAL - UNDER RERUN, A RECORD ID        *
015685*   ALREADY ON THE MASTER WITH REVERSALS POSTED AGAINST IT   *
015690*   CAN ONLY BE REPROCESSED AS AN 'A' WHOSE NEW AMOUNT HAS   *
015695*   THE SAME SIGN AND IS AT LEAST WHAT ITS REVERSALS BACKED  *
015700*   OUT (VA); ANYTHING ELSE WOULD LEAVE THOSE REVERSALS      *
015705*   POINTING AT AN ORIGINAL THEY NO LONGER FIT.              *
015710*-----------------------------------------------------------*
015715 2280-EDIT-RERUN-ORIGINAL.
015720     MOVE TI-RECORD-ID TO AO-RECORD-ID.
015725     READ ADDOUT
015730         INVALID KEY
015735             CONTINUE
015740     END-READ.
015745     IF NOT WS-ADDOUT-FOUND
015750         OR AO-REVERSED-AMT = ZERO
015755         GO TO 2280-EXIT
015760     END-IF.
015765     IF WS-OP-REVERSE
015770         MOVE "VA" TO WS-REJECT-REASON
015775         SET WS-INVALID-RECORD TO TRUE
015780         GO TO 2280-EXIT
015785     END-IF.
015790     COMPUTE WS-REV-AMOUNT = WS-FIELD-A + WS-FIELD-B.
015795     PERFORM 2295-ADD-REVERSAL-EXTRA THRU 2295-EXIT
015800         VARYING WS-EXTRA-SUBSCRIPT FROM 1 BY 1
015805         UNTIL WS-EXTRA-SUBSCRIPT > WS-EXTRA-COUNT.
015810     IF (AO-REVERSED-AMT > ZERO
015815             AND WS-REV-AMOUNT < AO-REVERSED-AMT)
015820         OR (AO-REVERSED-AMT < ZERO
015825             AND WS-REV-AMOUNT > AO-REVERSED-AMT)
015830         MOVE "VA" TO WS-REJECT-REASON
015835         SET WS-INVALID-RECORD TO TRUE
015840     END-IF.
015845 2280-EXIT.
015850     EXIT.
015871*-----------------------------------------------------------*
015872* 2290-EDIT-REVERSAL - MATCHES AN 'R' REVERSAL TO THE 'A'    *
015873*   POSTING IT NAMES ON THE ADDOUT MASTER: THE ORIGINAL MUST *
015874*   BE ON FILE (VN), NOT ALREADY FULLY REVERSED (VX), AND    *
015875*   STILL HOLD AN UNREVERSED BALANCE OF THE SAME SIGN AT     *
015876*   LEAST AS LARGE AS THE REVERSAL (VA).  A REVERSAL WHOSE   *
015877*   OWN ID IS ALREADY ON FILE IS LEFT TO THE DUPLICATE CHECK *
015878*   UNLESS RERUN IS GIVEN; THEN THE AMOUNT ITS PRIOR VERSION *
015879*   BACKED OUT IS CREDITED BACK BEFORE THE BALANCE TEST.     *
015880*-----------------------------------------------------------*
015881 2290-EDIT-REVERSAL.
015882     MOVE ZERO TO WS-REV-AMOUNT.
015883     MOVE ZERO TO WS-REV-PRIOR-AMT.
015884     IF TI-REVERSES-ID NOT NUMERIC
015885         OR TI-REVERSES-ID = ZERO
015886         OR TI-REVERSES-ID = TI-RECORD-ID
015887         MOVE "VN" TO WS-REJECT-REASON
015888         SET WS-INVALID-RECORD TO TRUE
015889         GO TO 2290-EXIT
015890     END-IF.
015891     MOVE TI-RECORD-ID TO AO-RECORD-ID.
015892     READ ADDOUT
015893         INVALID KEY
015894             CONTINUE
015895     END-READ.
015896     IF WS-ADDOUT-FOUND
015897         IF NOT WS-RERUN-REQUESTED
015898             GO TO 2290-EXIT
015899         END-IF
015900         IF AO-OPERATION-CODE = "R"
015901             AND AO-REVERSES-ID = TI-REVERSES-ID
015902             COMPUTE WS-REV-PRIOR-AMT = ZERO - AO-FIELD-C
015903         END-IF
015904     END-IF.
015905     MOVE TI-REVERSES-ID TO AO-RECORD-ID.
015906     READ ADDOUT
015907         INVALID KEY
015908             CONTINUE
015909     END-READ.
015910     IF NOT WS-ADDOUT-FOUND
015911         MOVE "VN" TO WS-REJECT-REASON
015912         SET WS-INVALID-RECORD TO TRUE
015913         GO TO 2290-EXIT
015914     END-IF.
015915     IF AO-OPERATION-CODE NOT = "A"
015916         MOVE "VN" TO WS-REJECT-REASON
015917         SET WS-INVALID-RECORD TO TRUE
015918         GO TO 2290-EXIT
015919     END-IF.
015920     IF AO-FULLY-REVERSED AND WS-REV-PRIOR-AMT = ZERO
015921         MOVE "VX" TO WS-REJECT-REASON
015922         SET WS-INVALID-RECORD TO TRUE
015923         GO TO 2290-EXIT
015924     END-IF.
015925     COMPUTE WS-REV-AMOUNT = WS-FIELD-A + WS-FIELD-B.
015926     PERFORM 2295-ADD-REVERSAL-EXTRA THRU 2295-EXIT
015927         VARYING WS-EXTRA-SUBSCRIPT FROM 1 BY 1
015928         UNTIL WS-EXTRA-SUBSCRIPT > WS-EXTRA-COUNT.
015929     COMPUTE WS-REV-OPEN-AMT =
015930         AO-FIELD-C - AO-REVERSED-AMT + WS-REV-PRIOR-AMT.
015931     IF WS-REV-AMOUNT = ZERO
015932         OR (WS-REV-AMOUNT > ZERO
015933             AND WS-REV-AMOUNT > WS-REV-OPEN-AMT)
015934         OR (WS-REV-AMOUNT < ZERO
015935             AND WS-REV-AMOUNT < WS-REV-OPEN-AMT)
015936         MOVE "VA" TO WS-REJECT-REASON
015937         SET WS-INVALID-RECORD TO TRUE
015938     END-IF.
015939 2290-EXIT.
015940     EXIT.
015941*-----------------------------------------------------------*
015942* 2295-ADD-REVERSAL-EXTRA - ADDS ONE EXTRA ADDEND INTO THE   *
015943*   AMOUNT THE REVERSAL BACKS OUT.                           *
015944*-----------------------------------------------------------*
015945 2295-ADD-REVERSAL-EXTRA.
015946     ADD WS-EXTRA-ADDENDS (WS-EXTRA-SUBSCRIPT) TO WS-REV-AMOUNT.
015947 2295-EXIT.
015948     EXIT.
015949*-----------------------------------------------------------*
015950* 2300-OPEN-BATCH - STARTS BATCH ACCOUNTING FROM A BATCH    *
015951*   HEADER RECORD; A PRIOR BATCH STILL OPEN AT THIS POINT   *
015952*   NEVER SENT ITS TRAILER AND IS FLAGGED OUT OF BALANCE.   *
015953*-----------------------------------------------------------*
015954 2300-OPEN-BATCH.
015955     IF WS-BATCH-OPEN
015956         PERFORM 2450-FLAG-UNCLOSED-BATCH THRU 2450-EXIT
015960     END-IF.
015970     IF TI-BATCH-NUMBER NUMERIC
015980         MOVE TI-BATCH-NUMBER TO WS-BATCH-NUMBER
020110         INVALID KEY
020120             CONTINUE
020130     END-READ.
020131     MOVE ZERO TO WS-REV-OLD-ORIG-ID.
020132     MOVE ZERO TO WS-REV-OLD-AMT.
020134     MOVE ZERO TO WS-REV-SAVE-AMT.
020136     MOVE SPACES TO WS-REV-SAVE-RUN-ID.
020140     IF WS-ADDOUT-FOUND
020150         PERFORM 5200-ROLL-TO-HISTORY THRU 5200-EXIT
020151*        AN ORIGINAL REPROCESSED UNDER RERUN KEEPS THE MARKS
020152*        OF THE REVERSALS ALREADY POSTED AGAINST IT.
020153         IF WS-OP-ADD
020154             MOVE AO-REVERSED-AMT TO WS-REV-SAVE-AMT
020155             MOVE AO-REVERSED-RUN-ID TO WS-REV-SAVE-RUN-ID
020156         END-IF
020157*        A REVERSAL REPLACED BY AN ADD, OR BY A REVERSAL OF A
020158*        DIFFERENT ORIGINAL, NO LONGER BACKS ITS OLD ORIGINAL OUT.
020159         IF AO-OPERATION-CODE = "R"
020160             AND (WS-OP-ADD
020161                 OR AO-REVERSES-ID NOT = TI-REVERSES-ID)
020162             MOVE AO-REVERSES-ID TO WS-REV-OLD-ORIG-ID
020163             COMPUTE WS-REV-OLD-AMT = ZERO - AO-FIELD-C
020164         END-IF
020165     END-IF.
020170     MOVE TI-RECORD-ID TO AO-RECORD-ID.
020180     MOVE WS-OPERATION-CODE TO AO-OPERATION-CODE.
020190     MOVE WS-FIELD-A TO AO-FIELD-A.
020220     MOVE WS-EXTRA-COUNT TO AO-EXTRA-COUNT.
020230     MOVE WS-TRAN-DEPT TO AO-DEPT.
020240     MOVE WS-GL-ACCOUNT TO AO-GL-ACCOUNT.
020241     IF WS-OP-REVERSE
020242         MOVE TI-REVERSES-ID TO AO-REVERSES-ID
020243     ELSE
020244         MOVE ZERO TO AO-REVERSES-ID
020245     END-IF.
020246     MOVE WS-REV-SAVE-AMT TO AO-REVERSED-AMT.
020247     PERFORM 5170-SET-REVERSAL-STATUS THRU 5170-EXIT.
020248     MOVE WS-REV-SAVE-RUN-ID TO AO-REVERSED-RUN-ID.
020249     MOVE TI-EFF-DATE TO AO-EFF-DATE.
020250     PERFORM 5100-COPY-EXTRAS-TO-OUTPUT THRU 5100-EXIT
020260         VARYING WS-EXTRA-SUBSCRIPT FROM 1 BY 1
020270         UNTIL WS-EXTRA-SUBSCRIPT > 4.
020400                 MOVE 16 TO WS-RETURN-CODE
020410         END-WRITE
020420     END-IF.
020421*    A REVERSAL THAT REACHED THE MASTER MARKS ITS ORIGINAL,
020422*    AFTER ANY OLD ORIGINAL ITS PRIOR VERSION MARKED IS UNMARKED.
020423     IF WS-ADDOUT-FOUND
020424         IF WS-REV-OLD-ORIG-ID NOT = ZERO
020425             PERFORM 5160-UNMARK-OLD-ORIGINAL THRU 5160-EXIT
020426         END-IF
020427         IF WS-OP-REVERSE
020428             PERFORM 5150-MARK-ORIGINAL-REVERSED THRU 5150-EXIT
020429         END-IF
020430     END-IF.
020431 5000-EXIT.
020440     EXIT.
020450*-----------------------------------------------------------*
020460* 5100-COPY-EXTRAS-TO-OUTPUT - COPIES ONE EXTRA ADDEND INTO  *
020510         TO AO-EXTRA-ADDENDS (WS-EXTRA-SUBSCRIPT).
020520 5100-EXIT.
020530     EXIT.
020531*-----------------------------------------------------------*
020532* 5150-MARK-ORIGINAL-REVERSED - ADDS THE AMOUNT A REVERSAL   *
020533*   BACKED OUT TO ITS ORIGINAL'S MASTER RECORD, MARKS THE    *
020534*   ORIGINAL PARTLY OR FULLY REVERSED, AND STAMPS IT WITH    *
020535*   THE REVERSING RUN ID.  THE MARK IS NOT A NEW VERSION OF  *
020536*   THE POSTING, SO IT TAKES NO HISTORY ROLL; THE REVERSAL'S *
020537*   OWN AUDITLOG ENTRY CARRIES THE LINK.                     *
020538*-----------------------------------------------------------*
020539 5150-MARK-ORIGINAL-REVERSED.
020540     MOVE TI-REVERSES-ID TO AO-RECORD-ID.
020541     READ ADDOUT
020542         INVALID KEY
020543             DISPLAY "*** REVERSED ORIGINAL " TI-REVERSES-ID
020544                 " NOT ON ADDOUT FOR RECORD " TI-RECORD-ID
020545             MOVE 16 TO WS-RETURN-CODE
020546             GO TO 5150-EXIT
020547     END-READ.
020548     COMPUTE AO-REVERSED-AMT =
020549         AO-REVERSED-AMT + WS-REV-AMOUNT - WS-REV-PRIOR-AMT.
020553     PERFORM 5170-SET-REVERSAL-STATUS THRU 5170-EXIT.
020558     MOVE WS-RUN-ID TO AO-REVERSED-RUN-ID.
020559     REWRITE AO-RECORD
020560         INVALID KEY
020561             DISPLAY "*** ADDOUT REWRITE FAILED FOR RECORD "
020562                 AO-RECORD-ID " STATUS " WS-ADDOUT-STATUS
020563             MOVE 16 TO WS-RETURN-CODE
020564     END-REWRITE.
020565 5150-EXIT.
020566     EXIT.
020567*-----------------------------------------------------------*
020568* 5160-UNMARK-OLD-ORIGINAL - A RERUN REVERSAL THAT NO LONGER *
020569*   BACKS OUT THE ORIGINAL ITS PRIOR VERSION NAMED RETURNS   *
020570*   THE AMOUNT THAT VERSION BACKED OUT TO THE OLD ORIGINAL,  *
020571*   RE-MARKS IT AND STAMPS IT WITH THE RUN ID.               *
020572*-----------------------------------------------------------*
020573 5160-UNMARK-OLD-ORIGINAL.
020574     MOVE WS-REV-OLD-ORIG-ID TO AO-RECORD-ID.
020575     READ ADDOUT
020576         INVALID KEY
020577             DISPLAY "*** OLD REVERSED ORIGINAL "
020578                 WS-REV-OLD-ORIG-ID " NOT ON ADDOUT FOR RECORD "
020579                 TI-RECORD-ID
020580             MOVE 16 TO WS-RETURN-CODE
020581             GO TO 5160-EXIT
020582     END-READ.
020583     SUBTRACT WS-REV-OLD-AMT FROM AO-REVERSED-AMT.
020584     PERFORM 5170-SET-REVERSAL-STATUS THRU 5170-EXIT.
020585     MOVE WS-RUN-ID TO AO-REVERSED-RUN-ID.
020586     REWRITE AO-RECORD
020587         INVALID KEY
020588             DISPLAY "*** ADDOUT REWRITE FAILED FOR RECORD "
020589                 AO-RECORD-ID " STATUS " WS-ADDOUT-STATUS
020590             MOVE 16 TO WS-RETURN-CODE
020591     END-REWRITE.
020592 5160-EXIT.
020593     EXIT.
020594*-----------------------------------------------------------*
020595* 5170-SET-REVERSAL-STATUS - SETS THE REVERSAL STATUS OF THE *
020596*   ADDOUT RECORD IN HAND FROM ITS REVERSED AMOUNT AGAINST   *
020597*   ITS FIELD-C: NONE, PART OR FULL.                         *
020598*-----------------------------------------------------------*
020599 5170-SET-REVERSAL-STATUS.
020600     EVALUATE TRUE
020601         WHEN AO-REVERSED-AMT = ZERO
020602             SET AO-NOT-REVERSED TO TRUE
020603         WHEN AO-REVERSED-AMT = AO-FIELD-C
020604             SET AO-FULLY-REVERSED TO TRUE
020605         WHEN OTHER
020606             SET AO-PART-REVERSED TO TRUE
020607     END-EVALUATE.
020608 5170-EXIT.
020609     EXIT.
020610*-----------------------------------------------------------*
020611* 5200-ROLL-TO-HISTORY - COPIES THE PRIOR MASTER VERSION OF  *
020612*   A RECORD ABOUT TO BE REWRITTEN ONTO THE ADDHIST HISTORY  *
020613*   FILE SO NO VERSION IS EVER LOST.                         *
020614*-----------------------------------------------------------*
020615 5200-ROLL-TO-HISTORY.
020616     MOVE AO-RECORD-ID TO AH-RECORD-ID.
020617     MOVE AO-OPERATION-CODE TO AH-OPERATION-CODE.
020620     MOVE AO-FIELD-A TO AH-FIELD-A.
020630     MOVE AO-FIELD-B TO AH-FIELD-B.
020640     MOVE AO-FIELD-C TO AH-FIELD-C.
020650     MOVE AO-EXTRA-COUNT TO AH-EXTRA-COUNT.
020660     MOVE AO-DEPT TO AH-DEPT.
020670     MOVE AO-GL-ACCOUNT TO AH-GL-ACCOUNT.
020672     MOVE AO-REVERSES-ID TO AH-REVERSES-ID.
020674     MOVE AO-REVERSAL-STATUS TO AH-REVERSAL-STATUS.
020676     MOVE AO-REVERSED-AMT TO AH-REVERSED-AMT.
020678     MOVE AO-REVERSED-RUN-ID TO AH-REVERSED-RUN-ID.
020679     MOVE AO-EFF-DATE TO AH-EFF-DATE.
020680     PERFORM 5210-COPY-EXTRAS-TO-HIST THRU 5210-EXIT
020690         VARYING WS-EXTRA-SUBSCRIPT FROM 1 BY 1
020700         UNTIL WS-EXTRA-SUBSCRIPT > 4.
021420     EXIT.
021430*-----------------------------------------------------------*
021440* 5500-ACCUM-GL-SUMMARY - ACCUMULATES ONE POSTED GLFILE      *
021450*   DETAIL INTO ITS GL ACCOUNT'S SUMMARY RECORD ON GLSWORK   *
021460*   FOR THE 'S' SECTION, ADDING A NEW RECORD THE FIRST TIME  *
021470*   AN ACCOUNT APPEARS; DRIVEN BY THE 8400 TERMINATE-TIME    *
021480*   SCAN OVER THE RUN'S OWN GLFILE DETAILS SO A RESTARTED    *
021490*   RUN SUMMARIZES THE WHOLE RUN.                            *
021500*-----------------------------------------------------------*
021510 5500-ACCUM-GL-SUMMARY.
021520     MOVE WS-GL-ACCOUNT TO GW-ACCOUNT.
021530     READ GLSWORK
021540         INVALID KEY
021550             CONTINUE
021560     END-READ.
021570     IF WS-GLSWORK-FOUND
021580         ADD 1 TO GW-REC-COUNT
021590         ADD WS-FIELD-C TO GW-NET
021600         REWRITE GW-RECORD
021610             INVALID KEY
021620                 DISPLAY "*** GLSWORK REWRITE FAILED FOR ACCOUNT "
021630                     GW-ACCOUNT " STATUS " WS-GLSWORK-STATUS
021640                 MOVE 16 TO WS-RETURN-CODE
021650         END-REWRITE
021660         GO TO 5500-EXIT
021670     END-IF.
021680     MOVE WS-GL-ACCOUNT TO GW-ACCOUNT.
021690     MOVE 1 TO GW-REC-COUNT.
021700     MOVE WS-FIELD-C TO GW-NET.
021710     WRITE GW-RECORD
021720         INVALID KEY
021730             DISPLAY "*** GLSWORK WRITE FAILED FOR ACCOUNT "
021740                 GW-ACCOUNT " STATUS " WS-GLSWORK-STATUS
021750             MOVE 16 TO WS-RETURN-CODE
021760             GO TO 5500-EXIT
021770     END-WRITE.
021780     ADD 1 TO WS-GLSUM-COUNT.
021790 5500-EXIT.
021800     EXIT.
021870*-----------------------------------------------------------*
021880* 6000-WRITE-AUDIT-REC - LOGS A TIMESTAMPED AUDIT TRAIL      *
021890*   ENTRY FOR EVERY COMPUTATION, REJECT, OR OVERFLOW.        *
022090     IF WS-RECYCLE-ACTIVE
022100         MOVE "R" TO AL-RECYCLE-SW
022110         MOVE WS-RCY-ORIG-RUN-ID TO AL-ORIG-RUN-ID
022113         MOVE WS-RCY-KEYER-ID TO AL-KEYER-ID
022116         MOVE WS-RCY-APPROVER-ID TO AL-APPROVER-ID
022120     ELSE
022130         MOVE SPACE TO AL-RECYCLE-SW
022140         MOVE SPACES TO AL-ORIG-RUN-ID
022143         MOVE SPACES TO AL-KEYER-ID
022146         MOVE SPACES TO AL-APPROVER-ID
022150     END-IF.
022151     IF WS-OP-REVERSE AND TI-REVERSES-ID NUMERIC
022152         MOVE TI-REVERSES-ID TO AL-REVERSES-ID
022153     ELSE
022154         MOVE ZERO TO AL-REVERSES-ID
022155     END-IF.
022156     IF TI-EFF-DATE NUMERIC
022157         MOVE TI-EFF-DATE TO AL-EFF-DATE
022158     ELSE
022159         MOVE ZERO TO AL-EFF-DATE
022160     END-IF.
022161     WRITE AL-RECORD.
022170 6000-EXIT.
022180     EXIT.
022190*-----------------------------------------------------------*
023240     MOVE ZERO TO AL-GL-ACCOUNT.
023250     MOVE SPACE TO AL-RECYCLE-SW.
023260     MOVE SPACES TO AL-ORIG-RUN-ID.
023265     MOVE ZERO TO AL-REVERSES-ID.
023266     MOVE SPACES TO AL-KEYER-ID.
023267     MOVE SPACES TO AL-APPROVER-ID.
023268     MOVE ZERO TO AL-EFF-DATE.
023270     WRITE AL-RECORD.
023280 8100-EXIT.
023290     EXIT.
023300*-----------------------------------------------------------*
023307* 8400-REBUILD-SUMMARIES - REBUILDS THE DEPARTMENT TABLE     *
023314*   AND THE GLSWORK PER-ACCOUNT SUMMARY BY RE-READING THE    *
023321*   RUN'S OWN GLFILE DETAILS (FRESH ON A NORMAL RUN,         *
023328*   EXTENDED ACROSS A RESTART), SO THE SUMMARIES ALWAYS      *
023335*   COVER EVERY POSTING THE RUN WROTE, NOT JUST THOSE SINCE  *
023342*   THE LAST RESTART; GLFILE IS LEFT REOPENED IN EXTEND FOR  *
023349*   THE 'S' SECTION AND TRAILER.                             *
023356*-----------------------------------------------------------*
023363 8400-REBUILD-SUMMARIES.
023370     OPEN OUTPUT GLSWORK.
023377     CLOSE GLSWORK.
023384     OPEN I-O GLSWORK.
023391     CLOSE GLFILE.
023410     OPEN INPUT GLFILE.
023420     PERFORM 8410-SCAN-ONE-GL-REC THRU 8410-EXIT
023430         UNTIL WS-GLSCAN-EOF.
023480*-----------------------------------------------------------*
023490* 8410-SCAN-ONE-GL-REC - READS ONE GLFILE RECORD BACK AND    *
023500*   ACCUMULATES A 'D' POSTING DETAIL INTO THE DEPARTMENT    *
023510*   BUCKETS AND THE GLSWORK PER-ACCOUNT SUMMARY.             *
023520*-----------------------------------------------------------*
023530 8410-SCAN-ONE-GL-REC.
023540     READ GLFILE
023870 8500-EXIT.
023880     EXIT.
023890*-----------------------------------------------------------*
023896* 8600-WRITE-ONE-GLSUM - READS THE NEXT PER-ACCOUNT SUMMARY  *
023902*   FROM GLSWORK IN ACCOUNT ORDER AND WRITES IT TO THE       *
023908*   GLFILE 'S' SECTION.                                      *
023914*-----------------------------------------------------------*
023920 8600-WRITE-ONE-GLSUM.
023926     READ GLSWORK NEXT RECORD
023932         AT END
023938             SET WS-GLSUM-EOF TO TRUE
023944             GO TO 8600-EXIT
023950     END-READ.
023956     MOVE GW-ACCOUNT TO WS-GS-ACCOUNT.
023962     MOVE GW-REC-COUNT TO WS-GS-REC-COUNT.
023968     MOVE GW-NET TO WS-GS-NET.
023974     MOVE WS-GL-SUMMARY-REC TO GL-RECORD.
023980     WRITE GL-RECORD.
023990 8600-EXIT.
024000     EXIT.
024170*    THE SUMMARIZED SECTION - ONE 'S' RECORD PER ACCOUNT -
024180*    CLOSES THE GLFILE DETAILS AHEAD OF THE TRAILER; THE
024190*    TRAILER COUNT AND HASH STILL COVER THE DETAILS ONLY.
024197     IF WS-GLSUM-COUNT > 0
024204         CLOSE GLSWORK
024211         OPEN INPUT GLSWORK
024218         PERFORM 8600-WRITE-ONE-GLSUM THRU 8600-EXIT
024225             UNTIL WS-GLSUM-EOF
024232     END-IF.
024239     CLOSE GLSWORK.
024250     MOVE WS-GL-COUNT TO WS-GT-RECORD-COUNT.
024260     MOVE WS-GL-HASH TO WS-GT-HASH-TOTAL.
024270     MOVE WS-GL-TRAILER-REC TO GL-RECORD.
024280     WRITE GL-RECORD.
024290     PERFORM 9100-WRITE-CONTROL-SHEET THRU 9100-EXIT.
024300     CLOSE TRANIN RPTOUT ADDOUT ADDHIST AUDITLOG REJFILE
024310         GLFILE HOLDFILE RECYCLE PERMREJ CALFILE ACCTMST.
024320     PERFORM 9200-MARK-RUN-COMPLETE THRU 9200-EXIT.
024330 9000-EXIT.
024340     EXIT.
025630     CLOSE RUNCTL.
025640 9200-EXIT.
025650     EXIT.
025660*-----------------------------------------------------------*
025670* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
025680*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
025690*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
025700*-----------------------------------------------------------*
025710 9900-LOG-RUN-END.
025720     MOVE "READ" TO WS-JH-COUNT-LABEL (1).
025730     MOVE WS-READ-COUNT TO WS-JH-COUNT-VALUE (1).
025740     MOVE "POSTED" TO WS-JH-COUNT-LABEL (2).
025750     MOVE WS-RECORD-COUNT TO WS-JH-COUNT-VALUE (2).
025760     MOVE "REJECTED" TO WS-JH-COUNT-LABEL (3).
025770     MOVE WS-REJECT-COUNT TO WS-JH-COUNT-VALUE (3).
025780     MOVE SPACES TO JH-RECORD.
025790     SET JH-RUN-END TO TRUE.
025800     MOVE "TXNADD01" TO JH-PROGRAM-ID.
025810     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
025820     MOVE WS-JH-START-DATE TO JH-START-DATE.
025830     MOVE WS-JH-START-TIME TO JH-START-TIME.
025840     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
025850     ACCEPT JH-END-TIME FROM TIME.
025860     MOVE WS-JH-COUNTS TO JH-COUNTS.
025870     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
025880     OPEN EXTEND RUNHIST.
025890     WRITE JH-RECORD.
025900     CLOSE RUNHIST.
025910 9900-EXIT.
025920     EXIT.
