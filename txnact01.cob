000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TXNACT01.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. FINANCIAL SYSTEMS BATCH PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* DATE       INIT DESCRIPTION                                *
000200* ---------- ---- ------------------------------------------ *
000210* 10/15/2026 RH   ORIGINAL PROGRAM - GL ACCOUNT MASTER       *
000220*                 MAINTENANCE.  APPLIES THE ADD,             *
000230*                 CHANGE-DESCRIPTION, DEACTIVATE AND         *
000240*                 REACTIVATE REQUESTS ON ACCTTRN TO ACCTMST  *
000250*                 IN FILE ORDER, EACH REQUEST SEEING THE     *
000260*                 ONES BEFORE IT.  EVERY REQUEST NAMES THE   *
000270*                 USER ID BEHIND IT.  AN ADD FOR AN ACCOUNT  *
000280*                 ALREADY ON FILE IS REJECTED, AND A         *
000290*                 DEACTIVATION IS REJECTED WHILE THE ACCOUNT *
000300*                 STILL HAS OPEN SUSPOUT OR HOLDFILE ITEMS   *
000310*                 OR ADDOUT POSTINGS DATED IN THE CURRENT    *
000320*                 PERIOD (THE CALFILE PERIOD FOR THE RUN     *
000330*                 DATE).  EVERY APPLIED CHANGE IS APPENDED   *
000340*                 TO ACCTHST WITH WHO, WHEN, AND THE BEFORE  *
000350*                 AND AFTER STATUS AND DESCRIPTION.  THE     *
000360*                 MAINTENANCE REGISTER ON ACTRPT SHOWS EVERY *
000370*                 REQUEST APPLIED OR REJECTED, WITH THE      *
000380*                 REASON, FOR THE CONTROLLER TO SIGN; ANY    *
000390*                 REJECTION SETS RC 4.  OPERATIONAL NOTE: AN *
000400*                 ACCTMST TOO LARGE FOR THE ACCOUNT TABLE    *
000410*                 CANCELS THE RUN WITH RC 16 BEFORE ANY      *
000420*                 REQUEST IS APPLIED.  OTHERWISE ACCTNEW IS  *
000430*                 ALWAYS WRITTEN, AND AFTER A CLEAN RUN THE  *
000440*                 JCL MUST REPLACE THE LIVE ACCTMST WITH     *
000450*                 ACCTNEW.                                   *
000451* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000452*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000453*                 (PROGRAM ID, RUN ID, START AND END         *
000454*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000455*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000456*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000457* 10/15/2026 RH   ACCTMST AND CALFILE ARE NOW KEYED INDEXED  *
000458*                 FILES.  THE 1000-ACCOUNT TABLE IS GONE:    *
000459*                 ACCTMST IS COPIED TO ACCTNEW, NOW ALSO     *
000460*                 KEYED ON ACCOUNT NUMBER, AND EACH REQUEST  *
000461*                 READS AND UPDATES ITS ACCOUNT ON ACCTNEW   *
000462*                 BY KEY, SO THE MASTER HAS NO SIZE LIMIT    *
000463*                 AND THE ACCOUNT TABLE FULL REJECT NO       *
000464*                 LONGER ARISES.  THE CURRENT PERIOD IS READ *
000465*                 FROM CALFILE BY THE RUN DATE.  A MASTER    *
000466*                 THAT CANNOT BE READ OR COPIED WHOLE STILL  *
000467*                 CANCELS THE RUN WITH RC 16 BEFORE ANY      *
000468*                 REQUEST IS APPLIED, AND THE JCL STILL      *
000469*                 SWAPS ACCTNEW IN FOR ACCTMST AFTER A CLEAN *
000470*                 RUN.                                       *
000471* 10/15/2026 RH   A REQUEST WHOSE ACCTNEW WRITE OR REWRITE   *
000472*                 FAILS IS NOW PRINTED AND COUNTED REJECTED  *
000473*                 WITH THE FILE STATUS, NOT APPLIED, AND IS  *
000474*                 NOT LOGGED TO ACCTHST; THE RUN STILL ENDS  *
000475*                 WITH RC 16.                                *
000476* 10/15/2026 RH   ACCTNEW IS CLOSED IN 1600-COPY-ACCOUNTS    *
000477*                 ONLY WHEN THE COPY SUCCEEDS; A FAILED COPY *
000478*                 LEAVES IT FOR 9000-TERMINATE, SO IT IS NO  *
000479*                 LONGER CLOSED TWICE.                       *
000480*-----------------------------------------------------------*
000481 ENVIRONMENT DIVISION.
000482 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ACCTTRN ASSIGN TO ACCTTRN
000510         ORGANIZATION IS LINE SEQUENTIAL.
000514     SELECT OPTIONAL ACCTMST ASSIGN TO ACCTMST
000518         ORGANIZATION IS INDEXED
000522         ACCESS MODE IS DYNAMIC
000526         RECORD KEY IS AM-ACCOUNT
000530         FILE STATUS IS WS-ACCTMST-STATUS.
000534     SELECT ACCTNEW ASSIGN TO ACCTNEW
000538         ORGANIZATION IS INDEXED
000542         ACCESS MODE IS DYNAMIC
000546         RECORD KEY IS AN-ACCOUNT
000550         FILE STATUS IS WS-ACCTNEW-STATUS.
000560     SELECT OPTIONAL ACCTHST ASSIGN TO ACCTHST
000570         ORGANIZATION IS LINE SEQUENTIAL.
000575     SELECT OPTIONAL CALFILE ASSIGN TO CALFILE
000580         ORGANIZATION IS INDEXED
000585         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CA-DATE
000595         FILE STATUS IS WS-CALFILE-STATUS.
000600     SELECT OPTIONAL SUSPOUT ASSIGN TO SUSPOUT
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT OPTIONAL HOLDFILE ASSIGN TO HOLDFILE
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT OPTIONAL ADDOUT ASSIGN TO ADDOUT
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS AO-RECORD-ID
000680         FILE STATUS IS WS-ADDOUT-STATUS.
000690     SELECT ACTRPT ASSIGN TO ACTRPT
000700         ORGANIZATION IS LINE SEQUENTIAL.
000703     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000706         ORGANIZATION IS LINE SEQUENTIAL.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  ACCTTRN
000740     LABEL RECORDS ARE STANDARD.
000750 01  MT-RECORD.
000760     05  MT-ACTION              PIC X(01).
000770         88  MT-ADD                      VALUE 'A'.
000780         88  MT-CHANGE                   VALUE 'C'.
000790         88  MT-DEACTIVATE               VALUE 'D'.
000800         88  MT-REACTIVATE               VALUE 'R'.
000810         88  MT-VALID-ACTION             VALUES 'A' 'C' 'D' 'R'.
000820     05  MT-ACCOUNT             PIC 9(08).
000830     05  MT-DESCRIPTION         PIC X(30).
000840     05  MT-USER-ID             PIC X(08).
000850 FD  ACCTMST
000860     LABEL RECORDS ARE STANDARD.
000870 01  AM-RECORD.
000880     05  AM-ACCOUNT             PIC 9(08).
000890     05  AM-STATUS              PIC X(01).
000900         88  AM-ACTIVE                   VALUE 'A'.
000910     05  AM-DESCRIPTION         PIC X(30).
000920 FD  ACCTNEW
000930     LABEL RECORDS ARE STANDARD.
000932 01  AN-RECORD.
000934     05  AN-ACCOUNT             PIC 9(08).
000936     05  AN-STATUS              PIC X(01).
000938         88  AN-ACTIVE                   VALUE 'A'.
000940         88  AN-INACTIVE                 VALUE 'I'.
000942     05  AN-DESCRIPTION         PIC X(30).
000950 FD  ACCTHST
000960     LABEL RECORDS ARE STANDARD.
000970 01  AC-RECORD.
000980     05  AC-TIMESTAMP           PIC X(16).
000990     05  AC-USER-ID             PIC X(08).
001000     05  AC-ACTION              PIC X(01).
001010     05  AC-ACCOUNT             PIC 9(08).
001020     05  AC-BEFORE-STATUS       PIC X(01).
001030     05  AC-BEFORE-DESC         PIC X(30).
001040     05  AC-AFTER-STATUS        PIC X(01).
001050     05  AC-AFTER-DESC          PIC X(30).
001060 FD  CALFILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  CA-RECORD.
001090     05  CA-DATE                PIC 9(08).
001100     05  CA-BUSINESS-DAY-SW     PIC X(01).
001110         88  CA-BUSINESS-DAY             VALUE 'Y'.
001120     05  CA-PERIOD              PIC 9(06).
001130     05  CA-PERIOD-STATUS       PIC X(01).
001140         88  CA-PERIOD-OPEN              VALUE 'O'.
001150         88  CA-PERIOD-CLOSED            VALUE 'C'.
001160 FD  SUSPOUT
001170     LABEL RECORDS ARE STANDARD.
001180 01  SO-RECORD.
001190     05  SO-REASON-CODE         PIC X(02).
001200     05  SO-REASON-ADDEND       PIC 9(01).
001210     05  SO-TRAN-DATA.
001220         10  SO-RECORD-TYPE     PIC X(01).
001230         10  SO-RECORD-ID       PIC 9(06).
001240         10  SO-OPERATION-CODE  PIC X(01).
001250         10  SO-FIELD-A         PIC S9(05)V99
001260             SIGN IS LEADING SEPARATE CHARACTER.
001270         10  SO-FIELD-B         PIC S9(05)V99
001280             SIGN IS LEADING SEPARATE CHARACTER.
001290         10  SO-EXTRA-COUNT     PIC 9(01).
001300         10  SO-EXTRA-ADDENDS   PIC S9(05)V99
001310             SIGN IS LEADING SEPARATE CHARACTER
001320             OCCURS 4 TIMES.
001330         10  SO-EFF-DATE        PIC 9(08).
001340         10  SO-GL-ACCOUNT      PIC 9(08).
001350         10  SO-REVERSES-ID     PIC 9(06).
001360     05  SO-FIRST-REJ-DATE      PIC 9(08).
001370     05  SO-ATTEMPT-COUNT       PIC 9(02).
001380     05  SO-ORIG-RUN-ID         PIC X(14).
001390 FD  HOLDFILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  HF-RECORD.
001420     05  HF-RECORD-TYPE         PIC X(01).
001430     05  HF-RECORD-ID           PIC 9(06).
001440     05  HF-OPERATION-CODE      PIC X(01).
001450     05  HF-FIELD-A             PIC S9(05)V99
001460         SIGN IS LEADING SEPARATE CHARACTER.
001470     05  HF-FIELD-B             PIC S9(05)V99
001480         SIGN IS LEADING SEPARATE CHARACTER.
001490     05  HF-EXTRA-COUNT         PIC 9(01).
001500     05  HF-EXTRA-ADDENDS       PIC S9(05)V99
001510         SIGN IS LEADING SEPARATE CHARACTER
001520         OCCURS 4 TIMES.
001530     05  HF-EFF-DATE            PIC 9(08).
001540     05  HF-GL-ACCOUNT          PIC 9(08).
001550     05  HF-REVERSES-ID         PIC 9(06).
001560 FD  ADDOUT
001570     LABEL RECORDS ARE STANDARD.
001580 01  AO-RECORD.
001590     05  AO-RECORD-ID           PIC 9(06).
001600     05  AO-OPERATION-CODE      PIC X(01).
001610     05  AO-FIELD-A             PIC S9(05)V99
001620         SIGN IS LEADING SEPARATE CHARACTER.
001630     05  AO-FIELD-B             PIC S9(05)V99
001640         SIGN IS LEADING SEPARATE CHARACTER.
001650     05  AO-FIELD-C             PIC S9(10)V99
001660         SIGN IS LEADING SEPARATE CHARACTER.
001670     05  AO-EXTRA-COUNT         PIC 9(01).
001680     05  AO-EXTRA-ADDENDS       PIC S9(05)V99
001690         SIGN IS LEADING SEPARATE CHARACTER
001700         OCCURS 4 TIMES.
001710     05  AO-DEPT                PIC X(08).
001720     05  AO-GL-ACCOUNT          PIC 9(08).
001730     05  AO-REVERSES-ID         PIC 9(06).
001740     05  AO-REVERSAL-STATUS     PIC X(01).
001750     05  AO-REVERSED-AMT        PIC S9(10)V99
001760         SIGN IS LEADING SEPARATE CHARACTER.
001770     05  AO-REVERSED-RUN-ID     PIC X(14).
001780     05  AO-EFF-DATE            PIC 9(08).
001790 FD  ACTRPT
001800     LABEL RECORDS ARE STANDARD.
001810 01  AR-RECORD                  PIC X(80).
001811 FD  RUNHIST
001812     LABEL RECORDS ARE STANDARD.
001813 01  JH-RECORD.
001814     05  JH-RECORD-TYPE         PIC X(01).
001815         88  JH-RUN-START                VALUE 'S'.
001816         88  JH-RUN-END                  VALUE 'E'.
001817     05  JH-PROGRAM-ID          PIC X(08).
001818     05  JH-RUN-ID              PIC X(14).
001819     05  JH-START-DATE          PIC 9(08).
001820     05  JH-START-TIME          PIC 9(08).
001821     05  JH-END-DATE            PIC 9(08).
001822     05  JH-END-TIME            PIC 9(08).
001823     05  JH-COUNTS.
001824         10  JH-COUNT           OCCURS 3 TIMES.
001825             15  JH-COUNT-LABEL PIC X(08).
001826             15  JH-COUNT-VALUE PIC 9(09).
001827     05  JH-RETURN-CODE         PIC 9(02).
001828 WORKING-STORAGE SECTION.
001830 01  WS-SWITCHES.
001840     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001850         88  WS-EOF                      VALUE 'Y'.
001860         88  WS-NOT-EOF                  VALUE 'N'.
001870     05  WS-TRN-EOF-SWITCH      PIC X(01) VALUE 'N'.
001880         88  WS-TRN-EOF                  VALUE 'Y'.
001890     05  WS-LOAD-SWITCH         PIC X(01) VALUE 'Y'.
001900         88  WS-LOAD-OK                  VALUE 'Y'.
001910         88  WS-LOAD-FAILED              VALUE 'N'.
001920*    GL ACCOUNT MASTER - ACCTMST IS COPIED WHOLE TO THE KEYED
001930*    ACCTNEW AT INITIALIZATION AND THE REQUESTS ARE APPLIED TO
001940*    ACCTNEW BY ACCOUNT NUMBER, SO THE MASTER CAN GROW WITHOUT
001950*    LIMIT AND THE LIVE ACCTMST IS UNTOUCHED UNTIL THE SWAP.
001960 77  WS-ACCTMST-STATUS          PIC X(02) VALUE "00".
001970 77  WS-ACCTNEW-STATUS          PIC X(02) VALUE "00".
001980     88  WS-ACCTNEW-FOUND            VALUE "00".
001990 77  WS-CALFILE-STATUS          PIC X(02) VALUE "00".
002000     88  WS-CALFILE-FOUND            VALUE "00".
002070 77  WS-ADDOUT-STATUS           PIC X(02) VALUE "00".
002080     88  WS-ADDOUT-OK                VALUE "00".
002090 77  WS-CURRENT-PERIOD          PIC 9(06) VALUE ZERO.
002100 77  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
002110 77  WS-OPEN-ITEMS              PIC 9(08) COMP VALUE ZERO.
002120 77  WS-BEFORE-STATUS           PIC X(01) VALUE SPACE.
002130 77  WS-BEFORE-DESC             PIC X(30) VALUE SPACES.
002140 77  WS-LOADED-COUNT            PIC 9(08) COMP VALUE ZERO.
002150 77  WS-REQUEST-COUNT           PIC 9(08) COMP VALUE ZERO.
002160 77  WS-APPLIED-COUNT           PIC 9(08) COMP VALUE ZERO.
002170 77  WS-REJECTED-COUNT          PIC 9(08) COMP VALUE ZERO.
002180 77  WS-ADDED-COUNT             PIC 9(08) COMP VALUE ZERO.
002190 77  WS-CHANGED-COUNT           PIC 9(08) COMP VALUE ZERO.
002200 77  WS-DEACT-COUNT             PIC 9(08) COMP VALUE ZERO.
002210 77  WS-REACT-COUNT             PIC 9(08) COMP VALUE ZERO.
002220 77  WS-WRITTEN-COUNT           PIC 9(08) COMP VALUE ZERO.
002230 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
002231*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
002232 01  WS-JH-START-STAMP.
002233     05  WS-JH-START-DATE       PIC 9(08).
002234     05  WS-JH-START-TIME       PIC 9(08).
002235 01  WS-JH-RUN-ID.
002236     05  WS-JH-RUN-ID-DATE      PIC 9(08).
002237     05  WS-JH-RUN-ID-TIME      PIC 9(06).
002238 01  WS-JH-COUNTS.
002239     05  WS-JH-COUNT            OCCURS 3 TIMES.
002240         10  WS-JH-COUNT-LABEL  PIC X(08).
002241         10  WS-JH-COUNT-VALUE  PIC 9(09).
002242 77  WS-CURRENT-DATE            PIC 9(08).
002250 01  WS-TIMESTAMP.
002260     05  WS-TS-DATE             PIC 9(08).
002270     05  WS-TS-TIME             PIC 9(08).
002280 01  WS-REPORT-HEADING-1.
002290     05  FILLER                 PIC X(37)
002300         VALUE "ACCOUNT MASTER MAINTENANCE REGISTER".
002310     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
002320     05  WS-RH-RUN-DATE         PIC 9999/99/99.
002330 01  WS-REPORT-HEADING-2.
002340     05  FILLER                 PIC X(16)
002345         VALUE "CURRENT PERIOD: ".
002350     05  WS-RH-PERIOD           PIC 9(06).
002360 01  WS-REGISTER-HEADING.
002370     05  FILLER                 PIC X(11) VALUE "ACTION".
002380     05  FILLER                 PIC X(09) VALUE "ACCOUNT".
002390     05  FILLER                 PIC X(09) VALUE "USER".
002400     05  FILLER                 PIC X(09) VALUE "RESULT".
002410     05  FILLER                 PIC X(05) VALUE "STAT".
002420     05  FILLER                 PIC X(30)
002430         VALUE "DESCRIPTION / REASON".
002440 01  WS-SECTION-LINE            PIC X(80).
002450 01  WS-REGISTER-LINE.
002460     05  WS-RG-ACTION           PIC X(10).
002470     05  FILLER                 PIC X(01) VALUE SPACES.
002480     05  WS-RG-ACCOUNT          PIC X(08).
002490     05  FILLER                 PIC X(01) VALUE SPACES.
002500     05  WS-RG-USER             PIC X(08).
002510     05  FILLER                 PIC X(01) VALUE SPACES.
002520     05  WS-RG-RESULT           PIC X(08).
002530     05  FILLER                 PIC X(01) VALUE SPACES.
002540     05  WS-RG-STATUS.
002550         10  WS-RG-BEFORE       PIC X(01).
002560         10  WS-RG-ARROW        PIC X(02).
002570         10  WS-RG-AFTER        PIC X(01).
002580     05  FILLER                 PIC X(01) VALUE SPACES.
002590     05  WS-RG-NOTE             PIC X(30).
002600 01  WS-COUNT-LINE.
002610     05  WS-CL-LABEL            PIC X(22).
002620     05  WS-CL-VALUE            PIC ZZZ,ZZZ,ZZ9.
002630 01  WS-SIGNOFF-LINE.
002640     05  FILLER                 PIC X(42)
002650         VALUE "APPROVED BY: ______________________  DATE".
002660     05  FILLER                 PIC X(11) VALUE ": _________".
002670 PROCEDURE DIVISION.
002680*-----------------------------------------------------------*
002690* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
002700*-----------------------------------------------------------*
002710 0000-MAINLINE.
002715     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002730     IF WS-LOAD-FAILED
002740         PERFORM 9000-TERMINATE THRU 9000-EXIT
002750         MOVE WS-RETURN-CODE TO RETURN-CODE
002755         PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
002760         STOP RUN
002770     END-IF.
002780     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
002790         UNTIL WS-TRN-EOF.
002810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002820     MOVE WS-RETURN-CODE TO RETURN-CODE.
002825     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
002830     STOP RUN.
002840 0000-EXIT.
002850     EXIT.
002851*-----------------------------------------------------------*
002852* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
002853*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
002854*-----------------------------------------------------------*
002855 0050-LOG-RUN-START.
002856     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
002857     ACCEPT WS-JH-START-TIME FROM TIME.
002858     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
002859     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
002860     INITIALIZE WS-JH-COUNTS.
002861     MOVE SPACES TO JH-RECORD.
002862     SET JH-RUN-START TO TRUE.
002863     MOVE "TXNACT01" TO JH-PROGRAM-ID.
002864     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
002865     MOVE WS-JH-START-DATE TO JH-START-DATE.
002866     MOVE WS-JH-START-TIME TO JH-START-TIME.
002867     MOVE ZERO TO JH-END-DATE.
002868     MOVE ZERO TO JH-END-TIME.
002869     MOVE WS-JH-COUNTS TO JH-COUNTS.
002870     MOVE ZERO TO JH-RETURN-CODE.
002871     OPEN EXTEND RUNHIST.
002872     WRITE JH-RECORD.
002873     CLOSE RUNHIST.
002874 0050-EXIT.
002875     EXIT.
002876*-----------------------------------------------------------*
002877* 1000-INITIALIZE - OPENS FILES, SETTLES THE CURRENT PERIOD, *
002883*   COPIES THE ACCOUNT MASTER AND PRINTS THE HEADINGS.       *
002890*-----------------------------------------------------------*
002900 1000-INITIALIZE.
002910     OPEN INPUT ACCTTRN.
002920     OPEN EXTEND ACCTHST.
002930     OPEN OUTPUT ACTRPT.
002940     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002950     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
002960     ACCEPT WS-TS-TIME FROM TIME.
002970     PERFORM 1500-FIND-CURRENT-PERIOD THRU 1500-EXIT.
002980     MOVE WS-CURRENT-DATE TO WS-RH-RUN-DATE.
002990     MOVE WS-REPORT-HEADING-1 TO AR-RECORD.
003000     WRITE AR-RECORD.
003010     MOVE WS-CURRENT-PERIOD TO WS-RH-PERIOD.
003020     MOVE WS-REPORT-HEADING-2 TO AR-RECORD.
003030     WRITE AR-RECORD.
003040     PERFORM 1600-COPY-ACCOUNTS THRU 1600-EXIT.
003050     IF WS-LOAD-OK
003060         MOVE WS-REGISTER-HEADING TO AR-RECORD
003070         WRITE AR-RECORD
003080     END-IF.
003090 1000-EXIT.
003100     EXIT.
003110*-----------------------------------------------------------*
003119* 1500-FIND-CURRENT-PERIOD - TAKES THE CURRENT PERIOD FROM   *
003128*   THE CALFILE DAY FOR THE RUN DATE, READ BY KEY; WITH NO   *
003137*   CALENDAR, OR THE RUN DATE NOT ON IT, THE RUN DATE'S YEAR *
003146*   AND MONTH STAND IN.                                      *
003155*-----------------------------------------------------------*
003164 1500-FIND-CURRENT-PERIOD.
003173     MOVE WS-CURRENT-DATE (1:6) TO WS-CURRENT-PERIOD.
003182     OPEN INPUT CALFILE.
003191     MOVE WS-CURRENT-DATE TO CA-DATE.
003200     READ CALFILE
003209         INVALID KEY
003218             CONTINUE
003227     END-READ.
003236     IF WS-CALFILE-FOUND
003245         IF CA-PERIOD NUMERIC
003254             MOVE CA-PERIOD TO WS-CURRENT-PERIOD
003263         END-IF
003272     END-IF.
003281     CLOSE CALFILE.
003290 1500-EXIT.
003299     EXIT.
003308*-----------------------------------------------------------*
003317* 1600-COPY-ACCOUNTS - COPIES ACCTMST TO THE KEYED ACCTNEW   *
003326*   IN ACCOUNT ORDER AND LEAVES ACCTNEW OPEN I-O FOR THE     *
003333*   REQUESTS.  A MASTER THAT CANNOT BE READ OR COPIED WHOLE  *
003340*   CANCELS THE RUN WITH RC 16 BEFORE ANY REQUEST IS APPLIED *
003347*   RATHER THAN DROP ACCOUNTS FROM ACCTNEW; ACCTNEW IS THEN  *
003354*   LEFT OPEN FOR 9000-TERMINATE TO CLOSE.                   *
003362*-----------------------------------------------------------*
003371 1600-COPY-ACCOUNTS.
003380     OPEN OUTPUT ACCTNEW.
003389     OPEN INPUT ACCTMST.
003398     IF WS-ACCTMST-STATUS NOT = "00"
003407         AND WS-ACCTMST-STATUS NOT = "05"
003416         DISPLAY "*** ACCTMST OPEN FAILED STATUS "
003425             WS-ACCTMST-STATUS " - RUN CANCELLED."
003434         MOVE "*** ACCTMST CANNOT BE READ - RUN CANCELLED."
003443             TO WS-SECTION-LINE
003452         MOVE WS-SECTION-LINE TO AR-RECORD
003461         WRITE AR-RECORD
003470         SET WS-LOAD-FAILED TO TRUE
003479         MOVE 16 TO WS-RETURN-CODE
003488         GO TO 1600-EXIT
003497     END-IF.
003506     SET WS-NOT-EOF TO TRUE.
003515     PERFORM 1610-COPY-ONE-ACCOUNT THRU 1610-EXIT
003524         UNTIL WS-EOF
003533         OR WS-LOAD-FAILED.
003542     CLOSE ACCTMST.
003560     IF WS-LOAD-FAILED
003569         MOVE "*** ACCTMST NOT COPIED WHOLE - RUN CANCELLED."
003578             TO WS-SECTION-LINE
003587         MOVE WS-SECTION-LINE TO AR-RECORD
003596         WRITE AR-RECORD
003605         MOVE 16 TO WS-RETURN-CODE
003614         GO TO 1600-EXIT
003623     END-IF.
003627     CLOSE ACCTNEW.
003632     OPEN I-O ACCTNEW.
003641 1600-EXIT.
003650     EXIT.
003659*-----------------------------------------------------------*
003668* 1610-COPY-ONE-ACCOUNT - COPIES ONE ACCTMST ACCOUNT TO      *
003677*   ACCTNEW; AN ACCOUNT WITH A NON-NUMERIC NUMBER IS CARRIED *
003686*   TO ACCTNEW UNCHANGED WITH A WARNING.                     *
003695*-----------------------------------------------------------*
003704 1610-COPY-ONE-ACCOUNT.
003713     READ ACCTMST NEXT RECORD
003722         AT END
003731             SET WS-EOF TO TRUE
003740             GO TO 1610-EXIT
003749     END-READ.
003758     IF AM-ACCOUNT NOT NUMERIC
003767         DISPLAY "*** ACCTMST ACCOUNT WITH NON-NUMERIC "
003776             "NUMBER CARRIED UNCHANGED."
003785         IF WS-RETURN-CODE < 4
003794             MOVE 4 TO WS-RETURN-CODE
003803         END-IF
003812     END-IF.
003821     MOVE AM-RECORD TO AN-RECORD.
003830     WRITE AN-RECORD
003839         INVALID KEY
003848             DISPLAY "*** ACCTNEW WRITE FAILED FOR ACCOUNT "
003857                 AM-ACCOUNT " STATUS " WS-ACCTNEW-STATUS
003866             SET WS-LOAD-FAILED TO TRUE
003875             GO TO 1610-EXIT
003884     END-WRITE.
003893     ADD 1 TO WS-LOADED-COUNT.
003902     ADD 1 TO WS-WRITTEN-COUNT.
003911 1610-EXIT.
003920     EXIT.
003990*-----------------------------------------------------------*
004000* 2000-PROCESS-REQUEST - READS ONE MAINTENANCE REQUEST,      *
004010*   EDITS IT, AND APPLIES IT OR PRINTS IT REJECTED.          *
004020*-----------------------------------------------------------*
004030 2000-PROCESS-REQUEST.
004040     READ ACCTTRN
004050         AT END
004060             SET WS-TRN-EOF TO TRUE
004070             GO TO 2000-EXIT
004080     END-READ.
004090     ADD 1 TO WS-REQUEST-COUNT.
004100     MOVE SPACES TO WS-REJECT-REASON.
004110     PERFORM 2100-EDIT-REQUEST THRU 2100-EXIT.
004120     IF WS-REJECT-REASON NOT = SPACES
004130         ADD 1 TO WS-REJECTED-COUNT
004140         PERFORM 2800-WRITE-REJECT-LINE THRU 2800-EXIT
004150         IF WS-RETURN-CODE < 4
004160             MOVE 4 TO WS-RETURN-CODE
004170         END-IF
004180         GO TO 2000-EXIT
004190     END-IF.
004200     PERFORM 2500-APPLY-REQUEST THRU 2500-EXIT.
004220 2000-EXIT.
004230     EXIT.
004240*-----------------------------------------------------------*
004250* 2100-EDIT-REQUEST - EDITS ONE REQUEST AGAINST THE ACCOUNT  *
004260*   MASTER AS IT STANDS AFTER THE REQUESTS BEFORE IT; THE    *
004270*   FIRST FAILED EDIT NAMES THE REJECT REASON.               *
004280*-----------------------------------------------------------*
004290 2100-EDIT-REQUEST.
004300     IF NOT MT-VALID-ACTION
004310         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
004320         GO TO 2100-EXIT
004330     END-IF.
004340     IF MT-ACCOUNT NOT NUMERIC
004350         MOVE "ACCOUNT NUMBER INVALID" TO WS-REJECT-REASON
004360         GO TO 2100-EXIT
004370     END-IF.
004380     IF MT-ACCOUNT = ZERO
004390         MOVE "ACCOUNT NUMBER INVALID" TO WS-REJECT-REASON
004400         GO TO 2100-EXIT
004410     END-IF.
004420     IF MT-USER-ID = SPACES
004430         MOVE "USER ID MISSING" TO WS-REJECT-REASON
004440         GO TO 2100-EXIT
004450     END-IF.
004460     PERFORM 2110-FIND-ACCOUNT THRU 2110-EXIT.
004470     IF MT-ADD
004480         IF WS-ACCTNEW-FOUND
004490             MOVE "ACCOUNT ALREADY ON FILE" TO WS-REJECT-REASON
004500             GO TO 2100-EXIT
004510         END-IF
004520         IF MT-DESCRIPTION = SPACES
004530             MOVE "DESCRIPTION MISSING" TO WS-REJECT-REASON
004540             GO TO 2100-EXIT
004550         END-IF
004590         GO TO 2100-EXIT
004600     END-IF.
004610     IF NOT WS-ACCTNEW-FOUND
004620         MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
004630         GO TO 2100-EXIT
004640     END-IF.
004650     IF MT-CHANGE
004660         IF MT-DESCRIPTION = SPACES
004670             MOVE "DESCRIPTION MISSING" TO WS-REJECT-REASON
004680         END-IF
004690         GO TO 2100-EXIT
004700     END-IF.
004710     IF MT-REACTIVATE
004720         IF AN-ACTIVE
004730             MOVE "ACCOUNT ALREADY ACTIVE" TO WS-REJECT-REASON
004740         END-IF
004750         GO TO 2100-EXIT
004760     END-IF.
004770     IF NOT AN-ACTIVE
004780         MOVE "ACCOUNT ALREADY INACTIVE" TO WS-REJECT-REASON
004790         GO TO 2100-EXIT
004800     END-IF.
004810     PERFORM 2200-CHECK-SUSPOUT THRU 2200-EXIT.
004820     IF WS-OPEN-ITEMS > ZERO
004830         MOVE "OPEN SUSPOUT ITEMS ON ACCOUNT" TO WS-REJECT-REASON
004840         GO TO 2100-EXIT
004850     END-IF.
004860     PERFORM 2300-CHECK-HOLDFILE THRU 2300-EXIT.
004870     IF WS-OPEN-ITEMS > ZERO
004880         MOVE "OPEN HOLDFILE ITEMS ON ACCOUNT"
004890             TO WS-REJECT-REASON
004900         GO TO 2100-EXIT
004910     END-IF.
004920     PERFORM 2400-CHECK-ADDOUT THRU 2400-EXIT.
004930     IF WS-OPEN-ITEMS > ZERO
004940         MOVE "CURRENT-PERIOD ADDOUT ACTIVITY"
004950             TO WS-REJECT-REASON
004960     END-IF.
004970 2100-EXIT.
004980     EXIT.
004990*-----------------------------------------------------------*
005000* 2110-FIND-ACCOUNT - READS THE REQUEST'S ACCOUNT FROM       *
005010*   ACCTNEW BY KEY; WS-ACCTNEW-FOUND IS OFF WHEN IT IS NOT   *
005020*   ON FILE.                                                 *
005030*-----------------------------------------------------------*
005040 2110-FIND-ACCOUNT.
005050     MOVE MT-ACCOUNT TO AN-ACCOUNT.
005060     READ ACCTNEW
005070         INVALID KEY
005080             CONTINUE
005090     END-READ.
005100 2110-EXIT.
005110     EXIT.
005260*-----------------------------------------------------------*
005270* 2200-CHECK-SUSPOUT - COUNTS THE OPEN SUSPENSE ITEMS        *
005280*   CARRYING THE ACCOUNT BEING DEACTIVATED.                  *
005290*-----------------------------------------------------------*
005300 2200-CHECK-SUSPOUT.
005310     MOVE ZERO TO WS-OPEN-ITEMS.
005320     OPEN INPUT SUSPOUT.
005330     SET WS-NOT-EOF TO TRUE.
005340     PERFORM 2210-CHECK-ONE-SUSPENSE THRU 2210-EXIT
005350         UNTIL WS-EOF.
005360     CLOSE SUSPOUT.
005370 2200-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------*
005400* 2210-CHECK-ONE-SUSPENSE - COUNTS ONE SUSPENSE ITEM ON THE  *
005410*   ACCOUNT.                                                 *
005420*-----------------------------------------------------------*
005430 2210-CHECK-ONE-SUSPENSE.
005440     READ SUSPOUT
005450         AT END
005460             SET WS-EOF TO TRUE
005470             GO TO 2210-EXIT
005480     END-READ.
005490     IF SO-GL-ACCOUNT NUMERIC
005500         IF SO-GL-ACCOUNT = MT-ACCOUNT
005510             ADD 1 TO WS-OPEN-ITEMS
005520         END-IF
005530     END-IF.
005540 2210-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------*
005570* 2300-CHECK-HOLDFILE - COUNTS THE HELD FUTURE-DATED ITEMS   *
005580*   CARRYING THE ACCOUNT BEING DEACTIVATED.                  *
005590*-----------------------------------------------------------*
005600 2300-CHECK-HOLDFILE.
005610     MOVE ZERO TO WS-OPEN-ITEMS.
005620     OPEN INPUT HOLDFILE.
005630     SET WS-NOT-EOF TO TRUE.
005640     PERFORM 2310-CHECK-ONE-HELD THRU 2310-EXIT
005650         UNTIL WS-EOF.
005660     CLOSE HOLDFILE.
005670 2300-EXIT.
005680     EXIT.
005690*-----------------------------------------------------------*
005700* 2310-CHECK-ONE-HELD - COUNTS ONE HELD ITEM ON THE ACCOUNT. *
005710*-----------------------------------------------------------*
005720 2310-CHECK-ONE-HELD.
005730     READ HOLDFILE
005740         AT END
005750             SET WS-EOF TO TRUE
005760             GO TO 2310-EXIT
005770     END-READ.
005780     IF HF-GL-ACCOUNT NUMERIC
005790         IF HF-GL-ACCOUNT = MT-ACCOUNT
005800             ADD 1 TO WS-OPEN-ITEMS
005810         END-IF
005820     END-IF.
005830 2310-EXIT.
005840     EXIT.
005850*-----------------------------------------------------------*
005860* 2400-CHECK-ADDOUT - COUNTS THE ADDOUT MASTERS POSTED TO    *
005870*   THE ACCOUNT WITH AN EFFECTIVE DATE IN THE CURRENT        *
005880*   PERIOD.                                                  *
005890*-----------------------------------------------------------*
005900 2400-CHECK-ADDOUT.
005910     MOVE ZERO TO WS-OPEN-ITEMS.
005920     OPEN INPUT ADDOUT.
005930     SET WS-NOT-EOF TO TRUE.
005940     PERFORM 2410-CHECK-ONE-MASTER THRU 2410-EXIT
005950         UNTIL WS-EOF.
005960     CLOSE ADDOUT.
005970 2400-EXIT.
005980     EXIT.
005990*-----------------------------------------------------------*
006000* 2410-CHECK-ONE-MASTER - COUNTS ONE ADDOUT MASTER ON THE    *
006010*   ACCOUNT DATED IN THE CURRENT PERIOD.                     *
006020*-----------------------------------------------------------*
006030 2410-CHECK-ONE-MASTER.
006040     READ ADDOUT NEXT RECORD
006050         AT END
006060             SET WS-EOF TO TRUE
006070             GO TO 2410-EXIT
006080     END-READ.
006090     IF AO-GL-ACCOUNT NOT NUMERIC OR AO-EFF-DATE NOT NUMERIC
006100         GO TO 2410-EXIT
006110     END-IF.
006120     IF AO-GL-ACCOUNT = MT-ACCOUNT
006130         IF AO-EFF-DATE (1:6) = WS-CURRENT-PERIOD
006140             ADD 1 TO WS-OPEN-ITEMS
006150         END-IF
006160     END-IF.
006170 2410-EXIT.
006180     EXIT.
006190*-----------------------------------------------------------*
006194* 2500-APPLY-REQUEST - APPLIES ONE EDITED REQUEST TO THE     *
006198*   ACCOUNT MASTER ON ACCTNEW, LOGS THE BEFORE AND AFTER     *
006202*   IMAGES TO ACCTHST, AND PRINTS IT APPLIED.  A REQUEST     *
006206*   ACCTNEW REFUSES IS PRINTED REJECTED WITH THE FILE STATUS *
006210*   AND IS NEITHER COUNTED APPLIED NOR LOGGED TO ACCTHST.    *
006218*-----------------------------------------------------------*
006225 2500-APPLY-REQUEST.
006232     IF MT-ADD
006239         MOVE MT-ACCOUNT TO AN-ACCOUNT
006246         MOVE SPACE TO WS-BEFORE-STATUS
006253         MOVE SPACES TO WS-BEFORE-DESC
006260         SET AN-ACTIVE TO TRUE
006267         MOVE MT-DESCRIPTION TO AN-DESCRIPTION
006274         WRITE AN-RECORD
006281             INVALID KEY
006288                 DISPLAY "*** ACCTNEW WRITE FAILED FOR ACCOUNT "
006295                     AN-ACCOUNT " STATUS " WS-ACCTNEW-STATUS
006302                 MOVE 16 TO WS-RETURN-CODE
006304                 STRING "WRITE FAILED STATUS " WS-ACCTNEW-STATUS
006306                     DELIMITED BY SIZE INTO WS-REJECT-REASON
006309         END-WRITE
006330     ELSE
006337         MOVE AN-STATUS TO WS-BEFORE-STATUS
006344         MOVE AN-DESCRIPTION TO WS-BEFORE-DESC
006351         EVALUATE TRUE
006358             WHEN MT-CHANGE
006365                 MOVE MT-DESCRIPTION TO AN-DESCRIPTION
006379             WHEN MT-DEACTIVATE
006386                 SET AN-INACTIVE TO TRUE
006400             WHEN MT-REACTIVATE
006407                 SET AN-ACTIVE TO TRUE
006421         END-EVALUATE
006428         REWRITE AN-RECORD
006435             INVALID KEY
006442                 DISPLAY "*** ACCTNEW REWRITE FAILED FOR ACCOUNT "
006449                     AN-ACCOUNT " STATUS " WS-ACCTNEW-STATUS
006456                 MOVE 16 TO WS-RETURN-CODE
006458                 STRING "REWRITE FAILED STATUS " WS-ACCTNEW-STATUS
006460                     DELIMITED BY SIZE INTO WS-REJECT-REASON
006463         END-REWRITE
006470     END-IF.
006471     IF WS-REJECT-REASON NOT = SPACES
006472         ADD 1 TO WS-REJECTED-COUNT
006473         PERFORM 2800-WRITE-REJECT-LINE THRU 2800-EXIT
006474         GO TO 2500-EXIT
006475     END-IF.
006476     EVALUATE TRUE
006477         WHEN MT-ADD
006478             ADD 1 TO WS-ADDED-COUNT
006479             ADD 1 TO WS-WRITTEN-COUNT
006480         WHEN MT-CHANGE
006481             ADD 1 TO WS-CHANGED-COUNT
006482         WHEN MT-DEACTIVATE
006483             ADD 1 TO WS-DEACT-COUNT
006484         WHEN MT-REACTIVATE
006485             ADD 1 TO WS-REACT-COUNT
006486     END-EVALUATE.
006487     ADD 1 TO WS-APPLIED-COUNT.
006488     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
006489     PERFORM 2900-WRITE-APPLIED-LINE THRU 2900-EXIT.
006530 2500-EXIT.
006540     EXIT.
006550*-----------------------------------------------------------*
006560* 2600-WRITE-HISTORY - APPENDS THE CHANGE, WITH WHO MADE IT  *
006570*   AND THE BEFORE AND AFTER IMAGES, TO ACCTHST.             *
006580*-----------------------------------------------------------*
006590 2600-WRITE-HISTORY.
006600     MOVE WS-TIMESTAMP TO AC-TIMESTAMP.
006610     MOVE MT-USER-ID TO AC-USER-ID.
006620     MOVE MT-ACTION TO AC-ACTION.
006630     MOVE MT-ACCOUNT TO AC-ACCOUNT.
006640     MOVE WS-BEFORE-STATUS TO AC-BEFORE-STATUS.
006650     MOVE WS-BEFORE-DESC TO AC-BEFORE-DESC.
006660     MOVE AN-STATUS TO AC-AFTER-STATUS.
006670     MOVE AN-DESCRIPTION TO AC-AFTER-DESC.
006680     WRITE AC-RECORD.
006690 2600-EXIT.
006700     EXIT.
006710*-----------------------------------------------------------*
006720* 2700-NAME-ACTION - FILLS THE REGISTER LINE'S REQUEST       *
006730*   FIELDS.                                                  *
006740*-----------------------------------------------------------*
006750 2700-NAME-ACTION.
006760     EVALUATE TRUE
006770         WHEN MT-ADD
006780             MOVE "ADD" TO WS-RG-ACTION
006790         WHEN MT-CHANGE
006800             MOVE "CHANGE" TO WS-RG-ACTION
006810         WHEN MT-DEACTIVATE
006820             MOVE "DEACTIVATE" TO WS-RG-ACTION
006830         WHEN MT-REACTIVATE
006840             MOVE "REACTIVATE" TO WS-RG-ACTION
006850         WHEN OTHER
006860             MOVE SPACES TO WS-RG-ACTION
006870             STRING "CODE " MT-ACTION
006880                 DELIMITED BY SIZE INTO WS-RG-ACTION
006890     END-EVALUATE.
006900     MOVE MT-ACCOUNT TO WS-RG-ACCOUNT.
006910     MOVE MT-USER-ID TO WS-RG-USER.
006920 2700-EXIT.
006930     EXIT.
006940*-----------------------------------------------------------*
006950* 2800-WRITE-REJECT-LINE - PRINTS A REJECTED REQUEST WITH    *
006960*   ITS REASON.                                              *
006970*-----------------------------------------------------------*
006980 2800-WRITE-REJECT-LINE.
006990     PERFORM 2700-NAME-ACTION THRU 2700-EXIT.
007000     MOVE "REJECTED" TO WS-RG-RESULT.
007010     MOVE SPACES TO WS-RG-STATUS.
007020     MOVE WS-REJECT-REASON TO WS-RG-NOTE.
007030     MOVE WS-REGISTER-LINE TO AR-RECORD.
007040     WRITE AR-RECORD.
007050 2800-EXIT.
007060     EXIT.
007070*-----------------------------------------------------------*
007080* 2900-WRITE-APPLIED-LINE - PRINTS AN APPLIED REQUEST WITH   *
007090*   THE STATUS CHANGE AND THE DESCRIPTION NOW ON FILE.       *
007100*-----------------------------------------------------------*
007110 2900-WRITE-APPLIED-LINE.
007120     PERFORM 2700-NAME-ACTION THRU 2700-EXIT.
007130     MOVE "APPLIED" TO WS-RG-RESULT.
007140     MOVE WS-BEFORE-STATUS TO WS-RG-BEFORE.
007150     MOVE "->" TO WS-RG-ARROW.
007160     MOVE AN-STATUS TO WS-RG-AFTER.
007170     MOVE AN-DESCRIPTION TO WS-RG-NOTE.
007180     MOVE WS-REGISTER-LINE TO AR-RECORD.
007190     WRITE AR-RECORD.
007200 2900-EXIT.
007210     EXIT.
007450*-----------------------------------------------------------*
007457* 9000-TERMINATE - PRINTS THE RUN COUNTS AND THE SIGN-OFF    *
007464*   LINE AND CLOSES FILES, ACCTNEW INCLUDED FOR THE JCL TO   *
007471*   SWAP IN.                                                 *
007480*-----------------------------------------------------------*
007490 9000-TERMINATE.
007500     MOVE "ACCOUNTS COPIED:" TO WS-CL-LABEL.
007510     MOVE WS-LOADED-COUNT TO WS-CL-VALUE.
007520     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
007530     MOVE "REQUESTS READ:" TO WS-CL-LABEL.
007540     MOVE WS-REQUEST-COUNT TO WS-CL-VALUE.
007550     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
007560     MOVE "REQUESTS APPLIED:" TO WS-CL-LABEL.
007570     MOVE WS-APPLIED-COUNT TO WS-CL-VALUE.
007580     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
007590     MOVE "REQUESTS REJECTED:" TO WS-CL-LABEL.
007600     MOVE WS-REJECTED-COUNT TO WS-CL-VALUE.
007610     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
007620     MOVE "ACCOUNTS ADDED:" TO WS-CL-LABEL.
007630     MOVE WS-ADDED-COUNT TO WS-CL-VALUE.
007640     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
007650     MOVE "DESCRIPTIONS CHANGED:" TO WS-CL-LABEL.
007660     MOVE WS-CHANGED-COUNT TO WS-CL-VALUE.
007670     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
007680     MOVE "ACCOUNTS DEACTIVATED:" TO WS-CL-LABEL.
007690     MOVE WS-DEACT-COUNT TO WS-CL-VALUE.
007700     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
007710     MOVE "ACCOUNTS REACTIVATED:" TO WS-CL-LABEL.
007720     MOVE WS-REACT-COUNT TO WS-CL-VALUE.
007730     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
007740     MOVE "ACCOUNTS WRITTEN:" TO WS-CL-LABEL.
007750     MOVE WS-WRITTEN-COUNT TO WS-CL-VALUE.
007760     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
007770     MOVE WS-SIGNOFF-LINE TO AR-RECORD.
007780     WRITE AR-RECORD.
007790     CLOSE ACCTTRN ACCTHST ACTRPT ACCTNEW.
007800 9000-EXIT.
007810     EXIT.
007820*-----------------------------------------------------------*
007830* 9110-WRITE-COUNT-LINE - PRINTS ONE LABELED COUNT LINE ON   *
007840*   THE MAINTENANCE REGISTER.                                *
007850*-----------------------------------------------------------*
007860 9110-WRITE-COUNT-LINE.
007870     MOVE WS-COUNT-LINE TO AR-RECORD.
007880     WRITE AR-RECORD.
007890 9110-EXIT.
007900     EXIT.
007910*-----------------------------------------------------------*
007920* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
007930*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
007940*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
007950*-----------------------------------------------------------*
007960 9900-LOG-RUN-END.
007970     MOVE "REQUESTS" TO WS-JH-COUNT-LABEL (1).
007980     MOVE WS-REQUEST-COUNT TO WS-JH-COUNT-VALUE (1).
007990     MOVE "APPLIED" TO WS-JH-COUNT-LABEL (2).
008000     MOVE WS-APPLIED-COUNT TO WS-JH-COUNT-VALUE (2).
008010     MOVE "REJECTED" TO WS-JH-COUNT-LABEL (3).
008020     MOVE WS-REJECTED-COUNT TO WS-JH-COUNT-VALUE (3).
008030     MOVE SPACES TO JH-RECORD.
008040     SET JH-RUN-END TO TRUE.
008050     MOVE "TXNACT01" TO JH-PROGRAM-ID.
008060     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
008070     MOVE WS-JH-START-DATE TO JH-START-DATE.
008080     MOVE WS-JH-START-TIME TO JH-START-TIME.
008090     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
008100     ACCEPT JH-END-TIME FROM TIME.
008110     MOVE WS-JH-COUNTS TO JH-COUNTS.
008120     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
008130     OPEN EXTEND RUNHIST.
008140     WRITE JH-RECORD.
008150     CLOSE RUNHIST.
008160 9900-EXIT.
008170     EXIT.
