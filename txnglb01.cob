000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TXNGLB01.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. FINANCIAL SYSTEMS BATCH PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* DATE       INIT DESCRIPTION                                *
000200* ---------- ---- ------------------------------------------ *
000210* 10/15/2026 RH   ORIGINAL PROGRAM - GL ACCOUNT BALANCE      *
000220*                 SUB-LEDGER.  PARM 1 IS THE MODE.  POST     *
000230*                 (THE DEFAULT) RUNS AFTER TXNGLA01: IT      *
000240*                 CHECKS EVERY RUN ON GLFILE BALANCES TO ITS *
000250*                 TRAILER, THEN APPLIES EACH RUN'S 'S'       *
000260*                 ACCOUNT SUMMARIES TO THE GLBAL BALANCE     *
000270*                 FILE (KEYED BY ACCOUNT AND PERIOD -        *
000280*                 OPENING, PERIOD DEBITS, PERIOD CREDITS,    *
000290*                 CLOSING) FOR THE CALFILE PERIOD OF THE RUN *
000300*                 DATE, LESS ANY POSTING THE GL REJECTED ON  *
000310*                 GLACK.  EACH RUN APPLIED IS REGISTERED ON  *
000320*                 GLBRUN AND A RUN ID ALREADY THERE IS       *
000330*                 REFUSED WITH RC 4.  TRIAL PRINTS THE TRIAL *
000340*                 BALANCE FOR THE PERIOD IN PARM 2 WITH THE  *
000350*                 ACCTMST DESCRIPTIONS AND A GRAND TOTAL;    *
000360*                 ROLL ALSO CARRIES EACH CLOSING BALANCE     *
000370*                 FORWARD AS THE NEXT PERIOD'S OPENING       *
000380*                 BALANCE ONCE TXNCLS01 HAS CLOSED THE       *
000390*                 PERIOD.  THE ROLL-FORWARD SETS RATHER THAN *
000400*                 ADDS, SO IT MAY BE RERUN.                  *
000401* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000402*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000403*                 (PROGRAM ID, RUN ID, START AND END         *
000404*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000405*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000406*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000407* 10/15/2026 RH   ACCTMST AND CALFILE ARE NOW INDEXED FILES. *
000408*                 THE TRIAL BALANCE READS EACH ACCOUNT'S     *
000409*                 DESCRIPTION FROM ACCTMST BY KEY INSTEAD OF *
000410*                 FROM A 1,000-ACCOUNT TABLE, AND A RUN'S    *
000411*                 PERIOD IS READ FROM CALFILE BY ITS RUN     *
000412*                 DATE.  AN ACCTMST OR CALFILE THAT CANNOT   *
000413*                 BE OPENED IS REPORTED AND SETS RC 4; THE   *
000414*                 ROLL-FORWARD CLOSED-PERIOD CHECK READS     *
000415*                 CALFILE IN DATE ORDER.                     *
000416* 10/15/2026 RH   WIDEN THE AMOUNT COLUMNS ON THE GLBRPT     *
000417*                 POST AND TRIAL BALANCE LISTINGS TO 13      *
000418*                 INTEGER DIGITS (15 ON THE GRAND TOTAL) SO  *
000419*                 NO BALANCE IS TRUNCATED, AND WIDEN GLBRPT  *
000420*                 TO A 132-BYTE PRINT LINE TO HOLD THEM.     *
000421*-----------------------------------------------------------*
000422 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT GLFILE ASSIGN TO GLFILE
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT OPTIONAL GLACK ASSIGN TO GLACK
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT OPTIONAL CALFILE ASSIGN TO CALFILE
000494         ORGANIZATION IS INDEXED
000498         ACCESS MODE IS DYNAMIC
000502         RECORD KEY IS CA-DATE
000506         FILE STATUS IS WS-CALFILE-STATUS.
000510     SELECT OPTIONAL ACCTMST ASSIGN TO ACCTMST
000514         ORGANIZATION IS INDEXED
000518         ACCESS MODE IS DYNAMIC
000522         RECORD KEY IS AM-ACCOUNT
000526         FILE STATUS IS WS-ACCTMST-STATUS.
000530     SELECT OPTIONAL GLBAL ASSIGN TO GLBAL
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS GB-KEY
000570         FILE STATUS IS WS-GLBAL-STATUS.
000580     SELECT OPTIONAL GLBRUN ASSIGN TO GLBRUN
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS BR-RUN-ID
000620         FILE STATUS IS WS-GLBRUN-STATUS.
000630     SELECT GLBRPT ASSIGN TO GLBRPT
000640         ORGANIZATION IS LINE SEQUENTIAL.
000643     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000646         ORGANIZATION IS LINE SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  GLFILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  GI-RECORD.
000700     05  GI-RECORD-TYPE         PIC X(01).
000710         88  GI-HEADER-REC               VALUE 'H'.
000720         88  GI-DETAIL-REC               VALUE 'D'.
000730         88  GI-SUMMARY-REC              VALUE 'S'.
000740         88  GI-TRAILER-REC              VALUE 'T'.
000750     05  GI-DETAIL-DATA.
000760         10  GI-RECORD-ID       PIC 9(06).
000770         10  GI-OPERATION       PIC X(01).
000780         10  GI-FIELD-C         PIC S9(10)V99
000790             SIGN IS LEADING SEPARATE CHARACTER.
000800         10  GI-DEPT            PIC X(08).
000810         10  GI-GL-ACCOUNT      PIC 9(08).
000820     05  GI-HEADER-DATA REDEFINES GI-DETAIL-DATA.
000830         10  GI-RUN-ID          PIC X(14).
000840         10  GI-RUN-DATE        PIC 9(08).
000850         10  FILLER             PIC X(14).
000860     05  GI-SUMMARY-DATA REDEFINES GI-DETAIL-DATA.
000870         10  GI-SUM-ACCOUNT     PIC 9(08).
000880         10  GI-SUM-COUNT       PIC 9(08).
000890         10  GI-SUM-NET         PIC S9(13)V99
000900             SIGN IS LEADING SEPARATE CHARACTER.
000910         10  FILLER             PIC X(04).
000920     05  GI-TRAILER-DATA REDEFINES GI-DETAIL-DATA.
000930         10  GI-TRL-COUNT       PIC 9(08).
000940         10  GI-TRL-HASH        PIC S9(13)V99
000950             SIGN IS LEADING SEPARATE CHARACTER.
000960         10  FILLER             PIC X(12).
000970 FD  GLACK
000980     LABEL RECORDS ARE STANDARD.
000990 01  GA-RECORD.
001000     05  GA-RECORD-ID           PIC 9(06).
001010     05  GA-RUN-ID              PIC X(14).
001020     05  GA-STATUS              PIC X(01).
001030         88  GA-ACCEPTED                 VALUE 'A'.
001040         88  GA-REJECTED                 VALUE 'R'.
001050 FD  CALFILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  CA-RECORD.
001080     05  CA-DATE                PIC 9(08).
001090     05  CA-BUSINESS-DAY-SW     PIC X(01).
001100         88  CA-BUSINESS-DAY             VALUE 'Y'.
001110     05  CA-PERIOD              PIC 9(06).
001120     05  CA-PERIOD-STATUS       PIC X(01).
001130         88  CA-PERIOD-OPEN              VALUE 'O'.
001140         88  CA-PERIOD-CLOSED            VALUE 'C'.
001150 FD  ACCTMST
001160     LABEL RECORDS ARE STANDARD.
001170 01  AM-RECORD.
001180     05  AM-ACCOUNT             PIC 9(08).
001190     05  AM-STATUS              PIC X(01).
001200         88  AM-ACTIVE                   VALUE 'A'.
001210     05  AM-DESCRIPTION         PIC X(30).
001220 FD  GLBAL
001230     LABEL RECORDS ARE STANDARD.
001240 01  GB-RECORD.
001250     05  GB-KEY.
001260         10  GB-ACCOUNT         PIC 9(08).
001270         10  GB-PERIOD          PIC 9(06).
001280     05  GB-OPENING             PIC S9(13)V99
001290         SIGN IS LEADING SEPARATE CHARACTER.
001300     05  GB-DEBITS              PIC S9(13)V99
001310         SIGN IS LEADING SEPARATE CHARACTER.
001320     05  GB-CREDITS             PIC S9(13)V99
001330         SIGN IS LEADING SEPARATE CHARACTER.
001340     05  GB-CLOSING             PIC S9(13)V99
001350         SIGN IS LEADING SEPARATE CHARACTER.
001360     05  GB-LAST-RUN-ID         PIC X(14).
001370     05  GB-LAST-UPDATE         PIC 9(08).
001380 FD  GLBRUN
001390     LABEL RECORDS ARE STANDARD.
001400 01  BR-RECORD.
001410     05  BR-RUN-ID              PIC X(14).
001420     05  BR-RUN-DATE            PIC 9(08).
001430     05  BR-PERIOD              PIC 9(06).
001440     05  BR-APPLY-DATE          PIC 9(08).
001450     05  BR-ACCOUNT-COUNT       PIC 9(08).
001460     05  BR-NET-APPLIED         PIC S9(13)V99
001470         SIGN IS LEADING SEPARATE CHARACTER.
001480 FD  GLBRPT
001490     LABEL RECORDS ARE STANDARD.
001500 01  GP-RECORD                  PIC X(132).
001501 FD  RUNHIST
001502     LABEL RECORDS ARE STANDARD.
001503 01  JH-RECORD.
001504     05  JH-RECORD-TYPE         PIC X(01).
001505         88  JH-RUN-START                VALUE 'S'.
001506         88  JH-RUN-END                  VALUE 'E'.
001507     05  JH-PROGRAM-ID          PIC X(08).
001508     05  JH-RUN-ID              PIC X(14).
001509     05  JH-START-DATE          PIC 9(08).
001510     05  JH-START-TIME          PIC 9(08).
001511     05  JH-END-DATE            PIC 9(08).
001512     05  JH-END-TIME            PIC 9(08).
001513     05  JH-COUNTS.
001514         10  JH-COUNT           OCCURS 3 TIMES.
001515             15  JH-COUNT-LABEL PIC X(08).
001516             15  JH-COUNT-VALUE PIC 9(09).
001517     05  JH-RETURN-CODE         PIC 9(02).
001518 WORKING-STORAGE SECTION.
001520 01  WS-SWITCHES.
001530     05  WS-GL-EOF-SWITCH       PIC X(01) VALUE 'N'.
001540         88  WS-GL-EOF                   VALUE 'Y'.
001550         88  WS-GL-NOT-EOF               VALUE 'N'.
001560     05  WS-ACK-EOF-SWITCH      PIC X(01) VALUE 'N'.
001570         88  WS-ACK-EOF                  VALUE 'Y'.
001580     05  WS-ACCT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001590         88  WS-ACCT-OPEN                VALUE 'Y'.
001600     05  WS-CAL-EOF-SWITCH      PIC X(01) VALUE 'N'.
001610         88  WS-CAL-EOF                  VALUE 'Y'.
001620         88  WS-CAL-NOT-EOF              VALUE 'N'.
001630     05  WS-BAL-EOF-SWITCH      PIC X(01) VALUE 'N'.
001640         88  WS-BAL-EOF                  VALUE 'Y'.
001650     05  WS-RUN-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001660         88  WS-RUN-OPEN                 VALUE 'Y'.
001670         88  WS-RUN-NOT-OPEN             VALUE 'N'.
001680     05  WS-RUN-REFUSED-SWITCH  PIC X(01) VALUE 'N'.
001690         88  WS-RUN-REFUSED              VALUE 'Y'.
001700         88  WS-RUN-ACCEPTED             VALUE 'N'.
001710     05  WS-GLFILE-BAD-SWITCH   PIC X(01) VALUE 'N'.
001720         88  WS-GLFILE-BAD               VALUE 'Y'.
001730     05  WS-ROLL-OK-SWITCH      PIC X(01) VALUE 'N'.
001740         88  WS-ROLL-OK                  VALUE 'Y'.
001750 01  WS-MODE-PARM               PIC X(08) VALUE SPACES.
001760     88  WS-POST-MODE                VALUES SPACES 'POST'.
001770     88  WS-TRIAL-MODE               VALUE 'TRIAL'.
001780     88  WS-ROLL-MODE                VALUE 'ROLL'.
001790 01  WS-PERIOD-PARM             PIC X(08) VALUE SPACES.
001800 77  WS-ARG-NUM                 PIC 9(02) COMP VALUE 1.
001810 77  WS-GLBAL-STATUS            PIC X(02) VALUE "00".
001820     88  WS-GLBAL-FOUND              VALUE "00".
001830 77  WS-GLBRUN-STATUS           PIC X(02) VALUE "00".
001840     88  WS-GLBRUN-FOUND             VALUE "00".
001842 77  WS-CALFILE-STATUS          PIC X(02) VALUE "00".
001844     88  WS-CALFILE-FOUND            VALUE "00".
001846 77  WS-ACCTMST-STATUS          PIC X(02) VALUE "00".
001848     88  WS-ACCTMST-FOUND            VALUE "00".
001850*    GLACK REJECTIONS - THE POSTINGS THE GL REFUSED, BY RECORD
001860*    ID AND RUN ID.
001870 01  WS-REJ-TABLE.
001880     05  WS-REJ-MAX             PIC 9(05) COMP VALUE 5000.
001890     05  WS-REJ-COUNT           PIC 9(05) COMP VALUE ZERO.
001900     05  WS-REJ-ENTRY OCCURS 5000 TIMES.
001910         10  WS-REJ-RECORD-ID   PIC 9(06).
001920         10  WS-REJ-RUN-ID      PIC X(14).
001930 77  WS-REJ-SUB                 PIC 9(05) COMP VALUE ZERO.
001940 77  WS-REJ-HIT-SUB             PIC 9(05) COMP VALUE ZERO.
001950*    THE CURRENT RUN'S REJECTED POSTINGS, BY GL ACCOUNT, TAKEN
001960*    OFF THAT ACCOUNT'S 'S' SUMMARY WHEN IT IS APPLIED.
001970 01  WS-RJD-TABLE.
001980     05  WS-RJD-MAX             PIC 9(05) COMP VALUE 5000.
001990     05  WS-RJD-COUNT           PIC 9(05) COMP VALUE ZERO.
002000     05  WS-RJD-ENTRY OCCURS 5000 TIMES.
002010         10  WS-RJD-ACCOUNT     PIC 9(08).
002020         10  WS-RJD-AMOUNT      PIC S9(10)V99.
002030 77  WS-RJD-SUB                 PIC 9(05) COMP VALUE ZERO.
002120 77  WS-RUN-ID                  PIC X(14) VALUE SPACES.
002130 77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
002140 77  WS-RUN-PERIOD              PIC 9(06) VALUE ZERO.
002150 77  WS-RUN-ACCOUNTS            PIC 9(08) COMP VALUE ZERO.
002160 77  WS-RUN-NET                 PIC S9(13)V99 VALUE ZERO.
002170 77  WS-RUN-DETAILS             PIC 9(08) COMP VALUE ZERO.
002180 77  WS-RUN-HASH                PIC S9(13)V99 VALUE ZERO.
002190 77  WS-SUM-REJECTED            PIC S9(13)V99 VALUE ZERO.
002200 77  WS-APPLY-NET               PIC S9(13)V99 VALUE ZERO.
002210 77  WS-ROLL-CLOSING            PIC S9(13)V99 VALUE ZERO.
002220 77  WS-PERIOD                  PIC 9(06) VALUE ZERO.
002230 01  WS-NEXT-PERIOD.
002240     05  WS-NP-YEAR             PIC 9(04).
002250     05  WS-NP-MONTH            PIC 9(02).
002260 01  WS-SAVE-KEY.
002270     05  WS-SK-ACCOUNT          PIC 9(08).
002280     05  WS-SK-PERIOD           PIC 9(06).
002290 77  WS-PERIOD-DAYS             PIC 9(05) COMP VALUE ZERO.
002300 77  WS-CLOSED-DAYS             PIC 9(05) COMP VALUE ZERO.
002310 77  WS-RUNS-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002320 77  WS-RUNS-APPLIED-COUNT      PIC 9(08) COMP VALUE ZERO.
002330 77  WS-RUNS-REFUSED-COUNT      PIC 9(08) COMP VALUE ZERO.
002340 77  WS-SUMMARY-COUNT           PIC 9(08) COMP VALUE ZERO.
002350 77  WS-SUMMARY-BAD-COUNT       PIC 9(08) COMP VALUE ZERO.
002360 77  WS-REJ-SKIP-COUNT          PIC 9(08) COMP VALUE ZERO.
002370 77  WS-BAL-CREATED-COUNT       PIC 9(08) COMP VALUE ZERO.
002380 77  WS-BAL-UPDATED-COUNT       PIC 9(08) COMP VALUE ZERO.
002390 77  WS-LISTED-COUNT            PIC 9(08) COMP VALUE ZERO.
002400 77  WS-NO-ACCT-COUNT           PIC 9(08) COMP VALUE ZERO.
002410 77  WS-TOTAL-OPENING           PIC S9(15)V99 VALUE ZERO.
002420 77  WS-TOTAL-DEBITS            PIC S9(15)V99 VALUE ZERO.
002430 77  WS-TOTAL-CREDITS           PIC S9(15)V99 VALUE ZERO.
002440 77  WS-TOTAL-CLOSING           PIC S9(15)V99 VALUE ZERO.
002450 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
002451*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
002452 01  WS-JH-START-STAMP.
002453     05  WS-JH-START-DATE       PIC 9(08).
002454     05  WS-JH-START-TIME       PIC 9(08).
002455 01  WS-JH-RUN-ID.
002456     05  WS-JH-RUN-ID-DATE      PIC 9(08).
002457     05  WS-JH-RUN-ID-TIME      PIC 9(06).
002458 01  WS-JH-COUNTS.
002459     05  WS-JH-COUNT            OCCURS 3 TIMES.
002460         10  WS-JH-COUNT-LABEL  PIC X(08).
002461         10  WS-JH-COUNT-VALUE  PIC 9(09).
002462 77  WS-CURRENT-DATE            PIC 9(08).
002470 01  WS-REPORT-HEADING-1.
002480     05  FILLER                 PIC X(23)
002490         VALUE "GL BALANCE SUB-LEDGER  ".
002500     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
002510     05  WS-RH-RUN-DATE         PIC 9999/99/99.
002520 01  WS-REPORT-HEADING-2.
002530     05  FILLER                 PIC X(06) VALUE "MODE: ".
002540     05  WS-RH-MODE             PIC X(08).
002550     05  WS-RH-PERIOD-LABEL     PIC X(08) VALUE SPACES.
002560     05  WS-RH-PERIOD           PIC X(06) VALUE SPACES.
002570 01  WS-SECTION-LINE            PIC X(80).
002580 01  WS-RUN-LINE.
002590     05  FILLER                 PIC X(04) VALUE "RUN ".
002600     05  WS-RL-RUN-ID           PIC X(14).
002610     05  FILLER                 PIC X(11) VALUE "  RUN DATE ".
002620     05  WS-RL-RUN-DATE         PIC 9999/99/99.
002630     05  FILLER                 PIC X(09) VALUE "  PERIOD ".
002640     05  WS-RL-PERIOD           PIC 9(06).
002650     05  FILLER                 PIC X(02) VALUE SPACES.
002660     05  WS-RL-DISPOSITION      PIC X(24).
002670 01  WS-POST-HEADING.
002680     05  FILLER                 PIC X(12) VALUE "  ACCOUNT".
002685     05  FILLER                 PIC X(22)
002690         VALUE "             'S' NET".
002695     05  FILLER                 PIC X(22)
002700         VALUE "            REJECTED".
002705     05  FILLER                 PIC X(22)
002710         VALUE "             APPLIED".
002720     05  FILLER                 PIC X(06) VALUE " DR/CR".
002730 01  WS-POST-LINE.
002740     05  FILLER                 PIC X(02) VALUE SPACES.
002750     05  WS-PL-ACCOUNT          PIC 9(08).
002760     05  FILLER                 PIC X(02) VALUE SPACES.
002770     05  WS-PL-SUM-NET          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002780     05  FILLER                 PIC X(01) VALUE SPACES.
002790     05  WS-PL-REJECTED         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002800     05  FILLER                 PIC X(01) VALUE SPACES.
002810     05  WS-PL-APPLIED          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002820     05  FILLER                 PIC X(02) VALUE SPACES.
002830     05  WS-PL-DR-CR            PIC X(02).
002840 01  WS-RUN-TOTAL-LINE.
002850     05  FILLER                 PIC X(13) VALUE "  RUN TOTAL: ".
002860     05  WS-RT-ACCOUNTS         PIC ZZZ,ZZ9.
002870     05  FILLER                 PIC X(23)
002880         VALUE " ACCOUNTS, NET APPLIED ".
002890     05  WS-RT-NET              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002900 01  WS-TRIAL-HEADING.
002910     05  FILLER                 PIC X(09) VALUE "ACCOUNT".
002920     05  FILLER                 PIC X(15) VALUE "DESCRIPTION".
002925     05  FILLER                 PIC X(24)
002930         VALUE "                OPENING".
002935     05  FILLER                 PIC X(24)
002940         VALUE "                 DEBITS".
002945     05  FILLER                 PIC X(24)
002950         VALUE "                CREDITS".
002955     05  FILLER                 PIC X(24)
002960         VALUE "                CLOSING".
002970 01  WS-TRIAL-LINE.
002980     05  WS-TL-ACCOUNT          PIC 9(08).
002990     05  FILLER                 PIC X(01) VALUE SPACES.
003000     05  WS-TL-DESC             PIC X(15).
003010     05  FILLER                 PIC X(03) VALUE SPACES.
003020     05  WS-TL-OPENING          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003030     05  FILLER                 PIC X(03) VALUE SPACES.
003040     05  WS-TL-DEBITS           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003050     05  FILLER                 PIC X(03) VALUE SPACES.
003060     05  WS-TL-CREDITS          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003070     05  FILLER                 PIC X(03) VALUE SPACES.
003080     05  WS-TL-CLOSING          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003090 01  WS-TOTAL-LINE.
003100     05  FILLER                 PIC X(24) VALUE "GRAND TOTAL".
003110     05  FILLER                 PIC X(01) VALUE SPACES.
003120     05  WS-TT-OPENING          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003130     05  FILLER                 PIC X(01) VALUE SPACES.
003140     05  WS-TT-DEBITS           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003150     05  FILLER                 PIC X(01) VALUE SPACES.
003160     05  WS-TT-CREDITS          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003170     05  FILLER                 PIC X(01) VALUE SPACES.
003180     05  WS-TT-CLOSING          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003190 01  WS-ROLL-LINE.
003200     05  FILLER                 PIC X(34)
003210         VALUE "CLOSING BALANCES ROLLED FORWARD TO".
003220     05  FILLER                 PIC X(08) VALUE " PERIOD ".
003230     05  WS-RO-PERIOD           PIC X(06).
003240 01  WS-COUNT-LINE.
003250     05  WS-CL-LABEL            PIC X(22).
003260     05  WS-CL-VALUE            PIC ZZZ,ZZZ,ZZ9.
003270 PROCEDURE DIVISION.
003280*-----------------------------------------------------------*
003290* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
003300*-----------------------------------------------------------*
003310 0000-MAINLINE.
003315     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
003320     PERFORM 0100-GET-PARMS THRU 0100-EXIT.
003330     IF WS-RETURN-CODE > 0
003340         MOVE WS-RETURN-CODE TO RETURN-CODE
003345         PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
003350         STOP RUN
003360     END-IF.
003370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003380     IF WS-POST-MODE
003390         IF WS-RETURN-CODE < 16
003400             PERFORM 2000-VALIDATE-GLFILE THRU 2000-EXIT
003410         END-IF
003420         IF WS-RETURN-CODE < 16
003430             PERFORM 3000-APPLY-GLFILE THRU 3000-EXIT
003440         END-IF
003450     ELSE
003460         PERFORM 4000-TRIAL-BALANCE THRU 4000-EXIT
003470     END-IF.
003480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003490     MOVE WS-RETURN-CODE TO RETURN-CODE.
003495     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
003500     STOP RUN.
003510 0000-EXIT.
003520     EXIT.
003521*-----------------------------------------------------------*
003522* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
003523*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
003524*-----------------------------------------------------------*
003525 0050-LOG-RUN-START.
003526     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
003527     ACCEPT WS-JH-START-TIME FROM TIME.
003528     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
003529     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
003530     INITIALIZE WS-JH-COUNTS.
003531     MOVE SPACES TO JH-RECORD.
003532     SET JH-RUN-START TO TRUE.
003533     MOVE "TXNGLB01" TO JH-PROGRAM-ID.
003534     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
003535     MOVE WS-JH-START-DATE TO JH-START-DATE.
003536     MOVE WS-JH-START-TIME TO JH-START-TIME.
003537     MOVE ZERO TO JH-END-DATE.
003538     MOVE ZERO TO JH-END-TIME.
003539     MOVE WS-JH-COUNTS TO JH-COUNTS.
003540     MOVE ZERO TO JH-RETURN-CODE.
003541     OPEN EXTEND RUNHIST.
003542     WRITE JH-RECORD.
003543     CLOSE RUNHIST.
003544 0050-EXIT.
003545     EXIT.
003546*-----------------------------------------------------------*
003547* 0100-GET-PARMS - READS PARM 1, THE MODE (POST, THE         *
003550*   DEFAULT, TRIAL OR ROLL), AND PARM 2, THE PERIOD          *
003560*   (YYYYMM) TRIAL AND ROLL REPORT ON.                       *
003570*-----------------------------------------------------------*
003580 0100-GET-PARMS.
003590     DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
003600     ACCEPT WS-MODE-PARM FROM ARGUMENT-VALUE
003610         ON EXCEPTION
003620             MOVE SPACES TO WS-MODE-PARM
003630     END-ACCEPT.
003640     IF NOT WS-POST-MODE AND NOT WS-TRIAL-MODE
003650         AND NOT WS-ROLL-MODE
003660         DISPLAY "*** MODE PARM MUST BE POST, TRIAL OR ROLL - "
003670             "RUN CANCELLED."
003680         MOVE 16 TO WS-RETURN-CODE
003690         GO TO 0100-EXIT
003700     END-IF.
003710     IF WS-MODE-PARM = SPACES
003720         MOVE "POST" TO WS-MODE-PARM
003730     END-IF.
003740     IF WS-POST-MODE
003750         GO TO 0100-EXIT
003760     END-IF.
003770     MOVE 2 TO WS-ARG-NUM.
003780     DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
003790     ACCEPT WS-PERIOD-PARM FROM ARGUMENT-VALUE
003800         ON EXCEPTION
003810             MOVE SPACES TO WS-PERIOD-PARM
003820     END-ACCEPT.
003830     IF WS-PERIOD-PARM (1:6) NOT NUMERIC
003840         DISPLAY "*** PERIOD PARM (YYYYMM) REQUIRED - RUN "
003850             "CANCELLED."
003860         MOVE 16 TO WS-RETURN-CODE
003870         GO TO 0100-EXIT
003880     END-IF.
003890     MOVE WS-PERIOD-PARM (1:6) TO WS-PERIOD.
003900     MOVE WS-PERIOD TO WS-NEXT-PERIOD.
003910     IF WS-NP-MONTH < 1 OR WS-NP-MONTH > 12
003920         DISPLAY "*** PERIOD PARM MONTH MUST BE 01-12 - RUN "
003930             "CANCELLED."
003940         MOVE 16 TO WS-RETURN-CODE
003950         GO TO 0100-EXIT
003960     END-IF.
003970     IF WS-NP-MONTH = 12
003980         ADD 1 TO WS-NP-YEAR
003990         MOVE 1 TO WS-NP-MONTH
004000     ELSE
004010         ADD 1 TO WS-NP-MONTH
004020     END-IF.
004030 0100-EXIT.
004040     EXIT.
004050*-----------------------------------------------------------*
004060* 1000-INITIALIZE - OPENS THE REPORT, PRINTS THE HEADINGS    *
004070*   AND, FOR A POSTING RUN, LOADS THE GLACK REJECTIONS.      *
004080*   THE BALANCES ARE PERMANENT, SO A GLACK TOO LARGE FOR THE *
004090*   TABLE CANCELS THE RUN RATHER THAN APPLY A REJECTED       *
004100*   POSTING.                                                 *
004110*-----------------------------------------------------------*
004120 1000-INITIALIZE.
004130     OPEN OUTPUT GLBRPT.
004140     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004150     MOVE WS-CURRENT-DATE TO WS-RH-RUN-DATE.
004160     MOVE WS-REPORT-HEADING-1 TO GP-RECORD.
004170     WRITE GP-RECORD.
004180     MOVE WS-MODE-PARM TO WS-RH-MODE.
004190     IF NOT WS-POST-MODE
004200         MOVE "PERIOD: " TO WS-RH-PERIOD-LABEL
004210         MOVE WS-PERIOD TO WS-RH-PERIOD
004220     END-IF.
004230     MOVE WS-REPORT-HEADING-2 TO GP-RECORD.
004240     WRITE GP-RECORD.
004250     IF NOT WS-POST-MODE
004260         GO TO 1000-EXIT
004270     END-IF.
004280     OPEN INPUT GLACK.
004290     PERFORM 1100-LOAD-REJECTION THRU 1100-EXIT
004300         UNTIL WS-ACK-EOF
004310         OR WS-REJ-COUNT = WS-REJ-MAX.
004320     IF NOT WS-ACK-EOF
004330         PERFORM 1100-LOAD-REJECTION THRU 1100-EXIT
004340             UNTIL WS-ACK-EOF
004350             OR WS-REJ-COUNT > WS-REJ-MAX
004360     END-IF.
004370     IF WS-REJ-COUNT > WS-REJ-MAX
004380         DISPLAY "*** GLACK HAS MORE THAN " WS-REJ-MAX
004390             " REJECTIONS - RUN CANCELLED."
004400         MOVE 16 TO WS-RETURN-CODE
004410     END-IF.
004420     CLOSE GLACK.
004430 1000-EXIT.
004440     EXIT.
004450*-----------------------------------------------------------*
004460* 1100-LOAD-REJECTION - READS ONE GLACK ACKNOWLEDGMENT AND   *
004470*   KEEPS IT WHEN THE GL REJECTED THE POSTING.  ONCE THE     *
004480*   TABLE IS FULL A FURTHER REJECTION IS ONLY COUNTED.       *
004490*-----------------------------------------------------------*
004500 1100-LOAD-REJECTION.
004510     READ GLACK
004520         AT END
004530             SET WS-ACK-EOF TO TRUE
004540             GO TO 1100-EXIT
004550     END-READ.
004560     IF NOT GA-REJECTED
004570         GO TO 1100-EXIT
004580     END-IF.
004590     ADD 1 TO WS-REJ-COUNT.
004600     IF WS-REJ-COUNT > WS-REJ-MAX
004610         GO TO 1100-EXIT
004620     END-IF.
004630     MOVE GA-RECORD-ID TO WS-REJ-RECORD-ID (WS-REJ-COUNT).
004640     MOVE GA-RUN-ID TO WS-REJ-RUN-ID (WS-REJ-COUNT).
004650 1100-EXIT.
004660     EXIT.
004670*-----------------------------------------------------------*
004680* 1600-OPEN-ACCOUNTS - OPENS THE ACCTMST ACCOUNT MASTER FOR  *
004690*   THE TRIAL BALANCE'S KEYED DESCRIPTION LOOKUPS; WITH NO   *
004700*   MASTER, OR ONE THAT CANNOT BE OPENED, EVERY ACCOUNT      *
004710*   PRINTS AS NOT ON ACCTMST.                                *
004720*-----------------------------------------------------------*
004730 1600-OPEN-ACCOUNTS.
004740     OPEN INPUT ACCTMST.
004750     IF WS-ACCTMST-STATUS NOT = "00"
004760         AND WS-ACCTMST-STATUS NOT = "05"
004770         DISPLAY "*** ACCTMST OPEN FAILED STATUS "
004780             WS-ACCTMST-STATUS " - DESCRIPTIONS NOT PRINTED."
004790         IF WS-RETURN-CODE < 4
004800             MOVE 4 TO WS-RETURN-CODE
004810         END-IF
004820         GO TO 1600-EXIT
004830     END-IF.
004840     SET WS-ACCT-OPEN TO TRUE.
004850 1600-EXIT.
004860     EXIT.
005100*-----------------------------------------------------------*
005110* 2000-VALIDATE-GLFILE - FIRST PASS OVER GLFILE.  EVERY RUN  *
005120*   ON IT MUST OPEN WITH A HEADER AND CLOSE WITH A TRAILER   *
005130*   WHOSE COUNT AND HASH AGREE WITH ITS DETAILS; OTHERWISE   *
005140*   NOTHING IS APPLIED AND THE RUN IS CANCELLED, SO A        *
005150*   TRUNCATED FILE CANNOT LEAVE HALF A RUN ON THE BALANCES.  *
005160*-----------------------------------------------------------*
005170 2000-VALIDATE-GLFILE.
005180     OPEN INPUT GLFILE.
005190     PERFORM 2100-CHECK-ONE-REC THRU 2100-EXIT
005200         UNTIL WS-GL-EOF.
005210     CLOSE GLFILE.
005220     IF WS-RUN-OPEN
005230         DISPLAY "*** GLFILE RUN " WS-RUN-ID
005240             " HAS NO TRAILER."
005250         SET WS-GLFILE-BAD TO TRUE
005260     END-IF.
005270     IF WS-GLFILE-BAD
005280         DISPLAY "*** GLFILE FAILED VALIDATION - NOTHING "
005290             "APPLIED, RUN CANCELLED."
005300         MOVE 16 TO WS-RETURN-CODE
005310     END-IF.
005320 2000-EXIT.
005330     EXIT.
005340*-----------------------------------------------------------*
005350* 2100-CHECK-ONE-REC - CHECKS ONE GLFILE RECORD AGAINST THE  *
005360*   HEADER/DETAIL/SUMMARY/TRAILER STRUCTURE OF A RUN.        *
005370*-----------------------------------------------------------*
005380 2100-CHECK-ONE-REC.
005390     READ GLFILE
005400         AT END
005410             SET WS-GL-EOF TO TRUE
005420             GO TO 2100-EXIT
005430     END-READ.
005440     IF NOT GI-HEADER-REC AND WS-RUN-NOT-OPEN
005450         DISPLAY "*** GLFILE RECORD TYPE " GI-RECORD-TYPE
005460             " OUTSIDE A HEADED RUN."
005470         SET WS-GLFILE-BAD TO TRUE
005480         GO TO 2100-EXIT
005490     END-IF.
005500     EVALUATE TRUE
005510         WHEN GI-HEADER-REC
005520             IF WS-RUN-OPEN
005530                 DISPLAY "*** GLFILE RUN " WS-RUN-ID
005540                     " HAS NO TRAILER."
005550                 SET WS-GLFILE-BAD TO TRUE
005560             END-IF
005570             SET WS-RUN-OPEN TO TRUE
005580             MOVE GI-RUN-ID TO WS-RUN-ID
005590             MOVE ZERO TO WS-RUN-DETAILS
005600             MOVE ZERO TO WS-RUN-HASH
005610         WHEN GI-DETAIL-REC
005620             ADD 1 TO WS-RUN-DETAILS
005630             IF GI-FIELD-C NUMERIC
005640                 ADD GI-FIELD-C TO WS-RUN-HASH
005650             END-IF
005660         WHEN GI-SUMMARY-REC
005670             CONTINUE
005680         WHEN GI-TRAILER-REC
005690             PERFORM 2200-CHECK-TRAILER THRU 2200-EXIT
005700             SET WS-RUN-NOT-OPEN TO TRUE
005710         WHEN OTHER
005720             DISPLAY "*** UNRECOGNIZED GLFILE RECORD TYPE "
005730                 GI-RECORD-TYPE " IN RUN " WS-RUN-ID "."
005740             SET WS-GLFILE-BAD TO TRUE
005750     END-EVALUATE.
005760 2100-EXIT.
005770     EXIT.
005780*-----------------------------------------------------------*
005790* 2200-CHECK-TRAILER - CHECKS THE RUN'S TRAILER COUNT AND    *
005800*   HASH AGAINST THE DETAILS READ.                           *
005810*-----------------------------------------------------------*
005820 2200-CHECK-TRAILER.
005830     IF GI-TRL-COUNT NOT NUMERIC
005840         OR GI-TRL-HASH NOT NUMERIC
005850         DISPLAY "*** GLFILE TRAILER NOT NUMERIC FOR RUN "
005860             WS-RUN-ID "."
005870         SET WS-GLFILE-BAD TO TRUE
005880         GO TO 2200-EXIT
005890     END-IF.
005900     IF GI-TRL-COUNT NOT = WS-RUN-DETAILS
005910         OR GI-TRL-HASH NOT = WS-RUN-HASH
005920         DISPLAY "*** GLFILE TRAILER DOES NOT BALANCE FOR RUN "
005930             WS-RUN-ID "."
005940         SET WS-GLFILE-BAD TO TRUE
005950     END-IF.
005960 2200-EXIT.
005970     EXIT.
005980*-----------------------------------------------------------*
005990* 3000-APPLY-GLFILE - SECOND PASS OVER GLFILE, APPLYING      *
006000*   EACH RUN NOT ALREADY ON GLBRUN TO THE BALANCE FILE.      *
006010*-----------------------------------------------------------*
006020 3000-APPLY-GLFILE.
006030     OPEN INPUT GLFILE.
006040     OPEN I-O GLBAL.
006050     OPEN I-O GLBRUN.
006060     SET WS-GL-NOT-EOF TO TRUE.
006070     SET WS-RUN-REFUSED TO TRUE.
006080     PERFORM 3100-APPLY-ONE-REC THRU 3100-EXIT
006090         UNTIL WS-GL-EOF.
006100     IF WS-RUNS-READ-COUNT = ZERO
006110         MOVE "  (NO RUNS ON GLFILE)" TO WS-SECTION-LINE
006120         MOVE WS-SECTION-LINE TO GP-RECORD
006130         WRITE GP-RECORD
006140     END-IF.
006150     CLOSE GLFILE GLBAL GLBRUN.
006160 3000-EXIT.
006170     EXIT.
006180*-----------------------------------------------------------*
006190* 3100-APPLY-ONE-REC - ROUTES ONE GLFILE RECORD.  DETAILS    *
006200*   AND SUMMARIES OF A REFUSED RUN ARE PASSED OVER.          *
006210*-----------------------------------------------------------*
006220 3100-APPLY-ONE-REC.
006230     READ GLFILE
006240         AT END
006250             SET WS-GL-EOF TO TRUE
006260             GO TO 3100-EXIT
006270     END-READ.
006280     EVALUATE TRUE
006290         WHEN GI-HEADER-REC
006300             PERFORM 3200-START-RUN THRU 3200-EXIT
006310         WHEN GI-DETAIL-REC
006320             IF WS-RUN-ACCEPTED
006330                 PERFORM 3300-CHECK-DETAIL THRU 3300-EXIT
006340             END-IF
006350         WHEN GI-SUMMARY-REC
006360             IF WS-RUN-ACCEPTED
006370                 PERFORM 3400-APPLY-SUMMARY THRU 3400-EXIT
006380             END-IF
006390         WHEN GI-TRAILER-REC
006400             IF WS-RUN-ACCEPTED
006410                 PERFORM 3500-END-RUN THRU 3500-EXIT
006420             END-IF
006430     END-EVALUATE.
006440 3100-EXIT.
006450     EXIT.
006460*-----------------------------------------------------------*
006470* 3200-START-RUN - STARTS A RUN FROM ITS GLFILE HEADER.  A   *
006480*   RUN ID ALREADY ON GLBRUN HAS BEEN APPLIED BEFORE AND IS  *
006490*   REFUSED; OTHERWISE THE RUN POSTS TO THE CALFILE PERIOD   *
006500*   OF ITS RUN DATE.                                         *
006510*-----------------------------------------------------------*
006520 3200-START-RUN.
006530     ADD 1 TO WS-RUNS-READ-COUNT.
006540     MOVE GI-RUN-ID TO WS-RUN-ID.
006550     MOVE ZERO TO WS-RUN-DATE.
006560     IF GI-RUN-DATE NUMERIC
006570         MOVE GI-RUN-DATE TO WS-RUN-DATE
006580     END-IF.
006590     MOVE ZERO TO WS-RUN-ACCOUNTS.
006600     MOVE ZERO TO WS-RUN-NET.
006610     MOVE ZERO TO WS-RJD-COUNT.
006620     PERFORM 3210-FIND-RUN-PERIOD THRU 3210-EXIT.
006630     MOVE WS-RUN-ID TO WS-RL-RUN-ID.
006640     MOVE WS-RUN-DATE TO WS-RL-RUN-DATE.
006650     MOVE WS-RUN-PERIOD TO WS-RL-PERIOD.
006660     MOVE WS-RUN-ID TO BR-RUN-ID.
006670     READ GLBRUN
006680         INVALID KEY
006690             CONTINUE
006700     END-READ.
006710     IF WS-GLBRUN-FOUND
006720         SET WS-RUN-REFUSED TO TRUE
006730         ADD 1 TO WS-RUNS-REFUSED-COUNT
006740         MOVE "REFUSED - ALREADY APPLIED" TO WS-RL-DISPOSITION
006750         MOVE WS-RUN-LINE TO GP-RECORD
006760         WRITE GP-RECORD
006770         IF WS-RETURN-CODE < 4
006780             MOVE 4 TO WS-RETURN-CODE
006790         END-IF
006800         GO TO 3200-EXIT
006810     END-IF.
006820     SET WS-RUN-ACCEPTED TO TRUE.
006830     MOVE "APPLIED" TO WS-RL-DISPOSITION.
006840     MOVE WS-RUN-LINE TO GP-RECORD.
006850     WRITE GP-RECORD.
006860     MOVE WS-POST-HEADING TO GP-RECORD.
006870     WRITE GP-RECORD.
006880 3200-EXIT.
006890     EXIT.
006900*-----------------------------------------------------------*
006910* 3210-FIND-RUN-PERIOD - TAKES THE RUN'S PERIOD FROM THE     *
006920*   CALFILE DAY FOR ITS RUN DATE, READ BY KEY; WITH NO       *
006930*   CALENDAR, OR THE DATE NOT ON IT, THE RUN DATE'S YEAR AND *
006940*   MONTH STAND IN.                                          *
006950*-----------------------------------------------------------*
006960 3210-FIND-RUN-PERIOD.
006970     MOVE WS-RUN-DATE (1:6) TO WS-RUN-PERIOD.
006980     OPEN INPUT CALFILE.
006990     IF WS-CALFILE-STATUS NOT = "00"
007000         AND WS-CALFILE-STATUS NOT = "05"
007010         DISPLAY "*** CALFILE OPEN FAILED STATUS "
007020             WS-CALFILE-STATUS " - RUN " WS-RUN-ID
007030             " TAKES ITS RUN DATE'S MONTH."
007040         IF WS-RETURN-CODE < 4
007050             MOVE 4 TO WS-RETURN-CODE
007060         END-IF
007070         GO TO 3210-EXIT
007080     END-IF.
007090     MOVE WS-RUN-DATE TO CA-DATE.
007100     READ CALFILE
007110         INVALID KEY
007120             CONTINUE
007130     END-READ.
007140     IF WS-CALFILE-FOUND
007150         AND CA-PERIOD NUMERIC
007160         MOVE CA-PERIOD TO WS-RUN-PERIOD
007170     END-IF.
007180     CLOSE CALFILE.
007190 3210-EXIT.
007200     EXIT.
007230*-----------------------------------------------------------*
007240* 3300-CHECK-DETAIL - LOOKS ONE POSTING DETAIL UP AMONG THE  *
007250*   GLACK REJECTIONS FOR THIS RUN; A REJECTED POSTING IS     *
007260*   HELD BY ACCOUNT TO COME OFF THAT ACCOUNT'S SUMMARY.      *
007270*-----------------------------------------------------------*
007280 3300-CHECK-DETAIL.
007290     IF WS-REJ-COUNT = ZERO
007300         GO TO 3300-EXIT
007310     END-IF.
007320     MOVE ZERO TO WS-REJ-HIT-SUB.
007330     PERFORM 3310-MATCH-ONE-REJECTION THRU 3310-EXIT
007340         VARYING WS-REJ-SUB FROM 1 BY 1
007350         UNTIL WS-REJ-SUB > WS-REJ-COUNT
007360             OR WS-REJ-HIT-SUB > ZERO.
007370     IF WS-REJ-HIT-SUB = ZERO
007380         GO TO 3300-EXIT
007390     END-IF.
007400     IF GI-FIELD-C NOT NUMERIC OR GI-GL-ACCOUNT NOT NUMERIC
007410         GO TO 3300-EXIT
007420     END-IF.
007430     IF WS-RJD-COUNT = WS-RJD-MAX
007440         DISPLAY "*** TOO MANY REJECTED POSTINGS IN RUN "
007450             WS-RUN-ID " - REJECTION NOT TAKEN OFF."
007460         MOVE 16 TO WS-RETURN-CODE
007470         GO TO 3300-EXIT
007480     END-IF.
007490     ADD 1 TO WS-RJD-COUNT.
007500     MOVE GI-GL-ACCOUNT TO WS-RJD-ACCOUNT (WS-RJD-COUNT).
007510     MOVE GI-FIELD-C TO WS-RJD-AMOUNT (WS-RJD-COUNT).
007520     ADD 1 TO WS-REJ-SKIP-COUNT.
007530 3300-EXIT.
007540     EXIT.
007550*-----------------------------------------------------------*
007560* 3310-MATCH-ONE-REJECTION - COMPARES THE DETAIL AGAINST ONE *
007570*   REJECTION BY RECORD ID AND RUN ID.                       *
007580*-----------------------------------------------------------*
007590 3310-MATCH-ONE-REJECTION.
007600     IF WS-REJ-RECORD-ID (WS-REJ-SUB) = GI-RECORD-ID
007610         AND WS-REJ-RUN-ID (WS-REJ-SUB) = WS-RUN-ID
007620         MOVE WS-REJ-SUB TO WS-REJ-HIT-SUB
007630     END-IF.
007640 3310-EXIT.
007650     EXIT.
007660*-----------------------------------------------------------*
007670* 3400-APPLY-SUMMARY - APPLIES ONE 'S' ACCOUNT SUMMARY, LESS *
007680*   THE RUN'S REJECTED POSTINGS TO THAT ACCOUNT, TO THE      *
007690*   ACCOUNT'S BALANCE FOR THE RUN PERIOD: A NET DEBIT ADDS   *
007700*   TO PERIOD DEBITS, A NET CREDIT TO PERIOD CREDITS.        *
007710*-----------------------------------------------------------*
007720 3400-APPLY-SUMMARY.
007730     IF GI-SUM-ACCOUNT NOT NUMERIC OR GI-SUM-NET NOT NUMERIC
007740         DISPLAY "*** UNUSABLE 'S' SUMMARY IN RUN " WS-RUN-ID
007750             " - NOT APPLIED."
007760         ADD 1 TO WS-SUMMARY-BAD-COUNT
007770         IF WS-RETURN-CODE < 8
007780             MOVE 8 TO WS-RETURN-CODE
007790         END-IF
007800         GO TO 3400-EXIT
007810     END-IF.
007820     MOVE ZERO TO WS-SUM-REJECTED.
007830     IF WS-RJD-COUNT > ZERO
007840         PERFORM 3410-ADD-ONE-REJECTED THRU 3410-EXIT
007850             VARYING WS-RJD-SUB FROM 1 BY 1
007860             UNTIL WS-RJD-SUB > WS-RJD-COUNT
007870     END-IF.
007880     COMPUTE WS-APPLY-NET = GI-SUM-NET - WS-SUM-REJECTED.
007890     MOVE GI-SUM-ACCOUNT TO GB-ACCOUNT.
007900     MOVE WS-RUN-PERIOD TO GB-PERIOD.
007910     READ GLBAL
007920         INVALID KEY
007930             CONTINUE
007940     END-READ.
007950     IF NOT WS-GLBAL-FOUND
007960         MOVE GI-SUM-ACCOUNT TO GB-ACCOUNT
007970         MOVE WS-RUN-PERIOD TO GB-PERIOD
007980         MOVE ZERO TO GB-OPENING
007990         MOVE ZERO TO GB-DEBITS
008000         MOVE ZERO TO GB-CREDITS
008010     END-IF.
008020     IF WS-APPLY-NET < ZERO
008030         SUBTRACT WS-APPLY-NET FROM GB-CREDITS
008040         MOVE "CR" TO WS-PL-DR-CR
008050     ELSE
008060         ADD WS-APPLY-NET TO GB-DEBITS
008070         MOVE "DR" TO WS-PL-DR-CR
008080     END-IF.
008090     COMPUTE GB-CLOSING = GB-OPENING + GB-DEBITS - GB-CREDITS.
008100     MOVE WS-RUN-ID TO GB-LAST-RUN-ID.
008110     MOVE WS-CURRENT-DATE TO GB-LAST-UPDATE.
008120     IF WS-GLBAL-FOUND
008130         REWRITE GB-RECORD
008140             INVALID KEY
008150                 DISPLAY "*** GLBAL REWRITE FAILED FOR ACCOUNT "
008160                     GB-ACCOUNT " STATUS " WS-GLBAL-STATUS
008170                 MOVE 16 TO WS-RETURN-CODE
008180                 GO TO 3400-EXIT
008190         END-REWRITE
008200         ADD 1 TO WS-BAL-UPDATED-COUNT
008210     ELSE
008220         WRITE GB-RECORD
008230             INVALID KEY
008240                 DISPLAY "*** GLBAL WRITE FAILED FOR ACCOUNT "
008250                     GB-ACCOUNT " STATUS " WS-GLBAL-STATUS
008260                 MOVE 16 TO WS-RETURN-CODE
008270                 GO TO 3400-EXIT
008280         END-WRITE
008290         ADD 1 TO WS-BAL-CREATED-COUNT
008300     END-IF.
008310     ADD 1 TO WS-SUMMARY-COUNT.
008320     ADD 1 TO WS-RUN-ACCOUNTS.
008330     ADD WS-APPLY-NET TO WS-RUN-NET.
008340     MOVE GI-SUM-ACCOUNT TO WS-PL-ACCOUNT.
008350     MOVE GI-SUM-NET TO WS-PL-SUM-NET.
008360     MOVE WS-SUM-REJECTED TO WS-PL-REJECTED.
008370     MOVE WS-APPLY-NET TO WS-PL-APPLIED.
008380     MOVE WS-POST-LINE TO GP-RECORD.
008390     WRITE GP-RECORD.
008400 3400-EXIT.
008410     EXIT.
008420*-----------------------------------------------------------*
008430* 3410-ADD-ONE-REJECTED - ADDS ONE OF THE RUN'S REJECTED     *
008440*   POSTINGS INTO THE AMOUNT TAKEN OFF WHEN IT IS TO THE     *
008450*   SUMMARY'S ACCOUNT.                                       *
008460*-----------------------------------------------------------*
008470 3410-ADD-ONE-REJECTED.
008480     IF WS-RJD-ACCOUNT (WS-RJD-SUB) = GI-SUM-ACCOUNT
008490         ADD WS-RJD-AMOUNT (WS-RJD-SUB) TO WS-SUM-REJECTED
008500     END-IF.
008510 3410-EXIT.
008520     EXIT.
008530*-----------------------------------------------------------*
008540* 3500-END-RUN - REGISTERS THE APPLIED RUN ON GLBRUN SO IT   *
008550*   CAN NEVER BE APPLIED AGAIN, AND PRINTS ITS TOTAL.        *
008560*-----------------------------------------------------------*
008570 3500-END-RUN.
008580     MOVE WS-RUN-ID TO BR-RUN-ID.
008590     MOVE WS-RUN-DATE TO BR-RUN-DATE.
008600     MOVE WS-RUN-PERIOD TO BR-PERIOD.
008610     MOVE WS-CURRENT-DATE TO BR-APPLY-DATE.
008620     MOVE WS-RUN-ACCOUNTS TO BR-ACCOUNT-COUNT.
008630     MOVE WS-RUN-NET TO BR-NET-APPLIED.
008640     WRITE BR-RECORD
008650         INVALID KEY
008660             DISPLAY "*** GLBRUN WRITE FAILED FOR RUN "
008670                 BR-RUN-ID " STATUS " WS-GLBRUN-STATUS
008680             MOVE 16 TO WS-RETURN-CODE
008690     END-WRITE.
008700     ADD 1 TO WS-RUNS-APPLIED-COUNT.
008710     MOVE WS-RUN-ACCOUNTS TO WS-RT-ACCOUNTS.
008720     MOVE WS-RUN-NET TO WS-RT-NET.
008730     MOVE WS-RUN-TOTAL-LINE TO GP-RECORD.
008740     WRITE GP-RECORD.
008750     SET WS-RUN-REFUSED TO TRUE.
008760 3500-EXIT.
008770     EXIT.
008780*-----------------------------------------------------------*
008790* 4000-TRIAL-BALANCE - PRINTS THE TRIAL BALANCE FOR THE      *
008800*   PERIOD AND, IN ROLL MODE, CARRIES EACH CLOSING BALANCE   *
008810*   FORWARD AS THE NEXT PERIOD'S OPENING BALANCE.            *
008820*-----------------------------------------------------------*
008830 4000-TRIAL-BALANCE.
008840     PERFORM 1600-OPEN-ACCOUNTS THRU 1600-EXIT.
008850     IF WS-ROLL-MODE
008860         PERFORM 4050-CHECK-PERIOD-CLOSED THRU 4050-EXIT
008870     END-IF.
008880     IF WS-ROLL-OK
008890         OPEN I-O GLBAL
008900     ELSE
008910         OPEN INPUT GLBAL
008920     END-IF.
008930     MOVE WS-TRIAL-HEADING TO GP-RECORD.
008940     WRITE GP-RECORD.
008950     PERFORM 4100-LIST-ONE-BALANCE THRU 4100-EXIT
008960         UNTIL WS-BAL-EOF.
008970     IF WS-LISTED-COUNT = ZERO
008980         MOVE "  (NONE)" TO WS-SECTION-LINE
008990         MOVE WS-SECTION-LINE TO GP-RECORD
009000         WRITE GP-RECORD
009010     END-IF.
009020     MOVE WS-TOTAL-OPENING TO WS-TT-OPENING.
009030     MOVE WS-TOTAL-DEBITS TO WS-TT-DEBITS.
009040     MOVE WS-TOTAL-CREDITS TO WS-TT-CREDITS.
009050     MOVE WS-TOTAL-CLOSING TO WS-TT-CLOSING.
009060     MOVE WS-TOTAL-LINE TO GP-RECORD.
009070     WRITE GP-RECORD.
009080     IF WS-ROLL-OK
009090         MOVE WS-NEXT-PERIOD TO WS-RO-PERIOD
009100         MOVE WS-ROLL-LINE TO GP-RECORD
009110         WRITE GP-RECORD
009120     END-IF.
009130     CLOSE GLBAL.
009132     IF WS-ACCT-OPEN
009134         CLOSE ACCTMST
009136     END-IF.
009140 4000-EXIT.
009150     EXIT.
009160*-----------------------------------------------------------*
009170* 4050-CHECK-PERIOD-CLOSED - A ROLL-FORWARD IS ALLOWED ONLY  *
009180*   ONCE TXNCLS01 HAS CLOSED EVERY CALFILE DAY OF THE        *
009190*   PERIOD; OTHERWISE THE TRIAL BALANCE STILL PRINTS AND THE *
009200*   ROLL-FORWARD IS REFUSED WITH RC 8.                       *
009210*-----------------------------------------------------------*
009220 4050-CHECK-PERIOD-CLOSED.
009223     OPEN INPUT CALFILE.
009226     IF WS-CALFILE-STATUS NOT = "00"
009229         AND WS-CALFILE-STATUS NOT = "05"
009232         DISPLAY "*** CALFILE OPEN FAILED STATUS "
009235             WS-CALFILE-STATUS "."
009238         SET WS-CAL-EOF TO TRUE
009241     ELSE
009244         SET WS-CAL-NOT-EOF TO TRUE
009247     END-IF.
009250     PERFORM 4060-COUNT-ONE-DAY THRU 4060-EXIT
009260         UNTIL WS-CAL-EOF.
009270     CLOSE CALFILE.
009280     IF WS-PERIOD-DAYS > ZERO
009290         AND WS-CLOSED-DAYS = WS-PERIOD-DAYS
009300         SET WS-ROLL-OK TO TRUE
009310         GO TO 4050-EXIT
009320     END-IF.
009330     DISPLAY "*** PERIOD " WS-PERIOD " IS NOT CLOSED ON "
009340         "CALFILE - ROLL-FORWARD REFUSED."
009350     MOVE "*** PERIOD NOT CLOSED - ROLL-FORWARD REFUSED"
009360         TO WS-SECTION-LINE.
009370     MOVE WS-SECTION-LINE TO GP-RECORD.
009380     WRITE GP-RECORD.
009390     IF WS-RETURN-CODE < 8
009400         MOVE 8 TO WS-RETURN-CODE
009410     END-IF.
009420 4050-EXIT.
009430     EXIT.
009440*-----------------------------------------------------------*
009450* 4060-COUNT-ONE-DAY - COUNTS ONE CALFILE DAY OF THE PERIOD  *
009460*   AND WHETHER IT IS CLOSED.                                *
009470*-----------------------------------------------------------*
009480 4060-COUNT-ONE-DAY.
009490     READ CALFILE NEXT RECORD
009500         AT END
009510             SET WS-CAL-EOF TO TRUE
009520             GO TO 4060-EXIT
009530     END-READ.
009540     IF CA-PERIOD NOT NUMERIC
009550         GO TO 4060-EXIT
009560     END-IF.
009570     IF CA-PERIOD = WS-PERIOD
009580         ADD 1 TO WS-PERIOD-DAYS
009590         IF CA-PERIOD-CLOSED
009600             ADD 1 TO WS-CLOSED-DAYS
009610         END-IF
009620     END-IF.
009630 4060-EXIT.
009640     EXIT.
009650*-----------------------------------------------------------*
009660* 4100-LIST-ONE-BALANCE - READS THE NEXT BALANCE IN KEY      *
009670*   ORDER AND PRINTS IT WHEN IT IS FOR THE PERIOD.           *
009680*-----------------------------------------------------------*
009690 4100-LIST-ONE-BALANCE.
009700     READ GLBAL NEXT RECORD
009710         AT END
009720             SET WS-BAL-EOF TO TRUE
009730             GO TO 4100-EXIT
009740     END-READ.
009750     IF GB-PERIOD NOT = WS-PERIOD
009760         GO TO 4100-EXIT
009770     END-IF.
009780     ADD 1 TO WS-LISTED-COUNT.
009790     MOVE GB-ACCOUNT TO WS-TL-ACCOUNT.
009800     PERFORM 4200-FIND-DESCRIPTION THRU 4200-EXIT.
009810     MOVE GB-OPENING TO WS-TL-OPENING.
009820     MOVE GB-DEBITS TO WS-TL-DEBITS.
009830     MOVE GB-CREDITS TO WS-TL-CREDITS.
009840     MOVE GB-CLOSING TO WS-TL-CLOSING.
009850     MOVE WS-TRIAL-LINE TO GP-RECORD.
009860     WRITE GP-RECORD.
009870     ADD GB-OPENING TO WS-TOTAL-OPENING.
009880     ADD GB-DEBITS TO WS-TOTAL-DEBITS.
009890     ADD GB-CREDITS TO WS-TOTAL-CREDITS.
009900     ADD GB-CLOSING TO WS-TOTAL-CLOSING.
009910     IF WS-ROLL-OK
009920         PERFORM 4300-ROLL-FORWARD THRU 4300-EXIT
009930     END-IF.
009940 4100-EXIT.
009950     EXIT.
009960*-----------------------------------------------------------*
009970* 4200-FIND-DESCRIPTION - READS THE ACCOUNT'S ACCTMST RECORD *
009980*   BY KEY FOR ITS DESCRIPTION.                              *
009990*-----------------------------------------------------------*
010000 4200-FIND-DESCRIPTION.
010010     IF WS-ACCT-OPEN
010020         MOVE GB-ACCOUNT TO AM-ACCOUNT
010030         READ ACCTMST
010040             INVALID KEY
010050                 CONTINUE
010060         END-READ
010070         IF WS-ACCTMST-FOUND
010080             MOVE AM-DESCRIPTION TO WS-TL-DESC
010090             GO TO 4200-EXIT
010100         END-IF
010110     END-IF.
010120     MOVE "NOT ON ACCTMST" TO WS-TL-DESC.
010130     ADD 1 TO WS-NO-ACCT-COUNT.
010140 4200-EXIT.
010150     EXIT.
010260*-----------------------------------------------------------*
010270* 4300-ROLL-FORWARD - SETS THE ACCOUNT'S NEXT-PERIOD OPENING *
010280*   BALANCE TO THIS CLOSING BALANCE, CREATING THE NEXT       *
010290*   PERIOD'S RECORD WHEN THERE IS NONE, THEN REPOSITIONS THE *
010300*   KEY-ORDER PASS JUST PAST THE RECORD IT WAS ON.           *
010310*-----------------------------------------------------------*
010320 4300-ROLL-FORWARD.
010330     MOVE GB-KEY TO WS-SAVE-KEY.
010340     MOVE GB-CLOSING TO WS-ROLL-CLOSING.
010350     MOVE WS-NEXT-PERIOD TO GB-PERIOD.
010360     READ GLBAL
010370         INVALID KEY
010380             CONTINUE
010390     END-READ.
010400     IF WS-GLBAL-FOUND
010410         MOVE WS-ROLL-CLOSING TO GB-OPENING
010420         COMPUTE GB-CLOSING =
010430             GB-OPENING + GB-DEBITS - GB-CREDITS
010440         MOVE WS-CURRENT-DATE TO GB-LAST-UPDATE
010450         REWRITE GB-RECORD
010460             INVALID KEY
010470                 DISPLAY "*** GLBAL REWRITE FAILED FOR ACCOUNT "
010480                     GB-ACCOUNT " STATUS " WS-GLBAL-STATUS
010490                 MOVE 16 TO WS-RETURN-CODE
010500         END-REWRITE
010510         ADD 1 TO WS-BAL-UPDATED-COUNT
010520     ELSE
010530         MOVE WS-SK-ACCOUNT TO GB-ACCOUNT
010540         MOVE WS-NEXT-PERIOD TO GB-PERIOD
010550         MOVE WS-ROLL-CLOSING TO GB-OPENING
010560         MOVE ZERO TO GB-DEBITS
010570         MOVE ZERO TO GB-CREDITS
010580         MOVE WS-ROLL-CLOSING TO GB-CLOSING
010590         MOVE SPACES TO GB-LAST-RUN-ID
010600         MOVE WS-CURRENT-DATE TO GB-LAST-UPDATE
010610         WRITE GB-RECORD
010620             INVALID KEY
010630                 DISPLAY "*** GLBAL WRITE FAILED FOR ACCOUNT "
010640                     GB-ACCOUNT " STATUS " WS-GLBAL-STATUS
010650                 MOVE 16 TO WS-RETURN-CODE
010660         END-WRITE
010670         ADD 1 TO WS-BAL-CREATED-COUNT
010680     END-IF.
010690     MOVE WS-SAVE-KEY TO GB-KEY.
010700     START GLBAL KEY IS GREATER THAN GB-KEY
010710         INVALID KEY
010720             SET WS-BAL-EOF TO TRUE
010730     END-START.
010740 4300-EXIT.
010750     EXIT.
010760*-----------------------------------------------------------*
010770* 9000-TERMINATE - PRINTS THE RUN COUNTS AND CLOSES THE      *
010780*   REPORT.                                                  *
010790*-----------------------------------------------------------*
010800 9000-TERMINATE.
010810     IF WS-POST-MODE
010820         MOVE "RUNS READ:" TO WS-CL-LABEL
010830         MOVE WS-RUNS-READ-COUNT TO WS-CL-VALUE
010840         PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT
010850         MOVE "RUNS APPLIED:" TO WS-CL-LABEL
010860         MOVE WS-RUNS-APPLIED-COUNT TO WS-CL-VALUE
010870         PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT
010880         MOVE "RUNS REFUSED:" TO WS-CL-LABEL
010890         MOVE WS-RUNS-REFUSED-COUNT TO WS-CL-VALUE
010900         PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT
010910         MOVE "SUMMARIES APPLIED:" TO WS-CL-LABEL
010920         MOVE WS-SUMMARY-COUNT TO WS-CL-VALUE
010930         PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT
010940         MOVE "SUMMARIES UNUSABLE:" TO WS-CL-LABEL
010950         MOVE WS-SUMMARY-BAD-COUNT TO WS-CL-VALUE
010960         PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT
010970         MOVE "REJECTED POSTINGS:" TO WS-CL-LABEL
010980         MOVE WS-REJ-SKIP-COUNT TO WS-CL-VALUE
010990         PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT
011000     ELSE
011010         MOVE "ACCOUNTS LISTED:" TO WS-CL-LABEL
011020         MOVE WS-LISTED-COUNT TO WS-CL-VALUE
011030         PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT
011040         MOVE "NOT ON ACCTMST:" TO WS-CL-LABEL
011050         MOVE WS-NO-ACCT-COUNT TO WS-CL-VALUE
011060         PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT
011070     END-IF.
011080     MOVE "BALANCES CREATED:" TO WS-CL-LABEL.
011090     MOVE WS-BAL-CREATED-COUNT TO WS-CL-VALUE.
011100     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011110     MOVE "BALANCES UPDATED:" TO WS-CL-LABEL.
011120     MOVE WS-BAL-UPDATED-COUNT TO WS-CL-VALUE.
011130     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011140     CLOSE GLBRPT.
011150 9000-EXIT.
011160     EXIT.
011170*-----------------------------------------------------------*
011180* 9110-WRITE-COUNT-LINE - PRINTS ONE LABELED COUNT LINE ON   *
011190*   THE SUB-LEDGER REPORT.                                   *
011200*-----------------------------------------------------------*
011210 9110-WRITE-COUNT-LINE.
011220     MOVE WS-COUNT-LINE TO GP-RECORD.
011230     WRITE GP-RECORD.
011240 9110-EXIT.
011250     EXIT.
011260*-----------------------------------------------------------*
011270* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
011280*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
011290*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
011300*-----------------------------------------------------------*
011310 9900-LOG-RUN-END.
011320     MOVE "RUNSREAD" TO WS-JH-COUNT-LABEL (1).
011330     MOVE WS-RUNS-READ-COUNT TO WS-JH-COUNT-VALUE (1).
011340     MOVE "APPLIED" TO WS-JH-COUNT-LABEL (2).
011350     MOVE WS-RUNS-APPLIED-COUNT TO WS-JH-COUNT-VALUE (2).
011360     MOVE "REFUSED" TO WS-JH-COUNT-LABEL (3).
011370     MOVE WS-RUNS-REFUSED-COUNT TO WS-JH-COUNT-VALUE (3).
011380     MOVE SPACES TO JH-RECORD.
011390     SET JH-RUN-END TO TRUE.
011400     MOVE "TXNGLB01" TO JH-PROGRAM-ID.
011410     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
011420     MOVE WS-JH-START-DATE TO JH-START-DATE.
011430     MOVE WS-JH-START-TIME TO JH-START-TIME.
011440     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
011450     ACCEPT JH-END-TIME FROM TIME.
011460     MOVE WS-JH-COUNTS TO JH-COUNTS.
011470     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
011480     OPEN EXTEND RUNHIST.
011490     WRITE JH-RECORD.
011500     CLOSE RUNHIST.
011510 9900-EXIT.
011520     EXIT.
