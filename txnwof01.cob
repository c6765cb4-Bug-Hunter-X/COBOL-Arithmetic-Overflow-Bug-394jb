000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TXNWOF01.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. FINANCIAL SYSTEMS BATCH PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* DATE       INIT DESCRIPTION                                *
000200* ---------- ---- ------------------------------------------ *
000210* 10/15/2026 RH   ORIGINAL PROGRAM - WRITE-OFF PROCESSING    *
000220*                 FOR THE PERMREJ PERMANENT REJECTS.  PARM 1 *
000230*                 IS THE WRITE-OFF GL ACCOUNT, WHICH MUST BE *
000240*                 ACTIVE ON ACCTMST.  EACH PERMREJ ITEM IS   *
000250*                 DISPOSED OF BY THE WOFDEC DECISION FOR ITS *
000260*                 RECORD ID (W WRITE OFF, R RETURN TO        *
000270*                 ORIGINATOR, I REINSTATE), WHICH MUST CARRY *
000280*                 AN APPROVER ID.  A WRITE-OFF BECOMES A     *
000290*                 POSTING TO THE WRITE-OFF ACCOUNT ON WOFGL  *
000300*                 IN GLFILE LAYOUT (HEADER, DETAILS, 'S'     *
000310*                 SUMMARY, TRAILER) FOR THE GL LOAD,         *
000320*                 TXNGLA01 AND TXNGLB01; A RETURN GOES TO    *
000330*                 WOFRET IN A HEADED AND TRAILED SECTION PER *
000340*                 ORIGINATING DEPARTMENT; A REINSTATEMENT    *
000350*                 GOES BACK ON RECYCLE WITH ZERO ATTEMPTS;   *
000360*                 AN ITEM WITH NO USABLE DECISION IS CARRIED *
000370*                 FORWARD ON PERMNEW.  EVERY DISPOSITION IS  *
000380*                 LOGGED ON AUDITLOG.  THE WOFRPT REGISTER   *
000390*                 TOTALS BY DEPARTMENT AND REASON CODE.  THE *
000400*                 DEPARTMENT IS TAKEN FROM THE AUDIT ENTRY   *
000410*                 OF THE ITEM'S FIRST REJECTION.             *
000420*                                                            *
000430*                 OPERATIONAL NOTES: RUN AFTER TXNFIX01      *
000440*                 (RECYCLE IS EXTENDED) AND BEFORE TXNADD01. *
000450*                 CONCATENATE THE AUDITHX GENERATIONS UNDER  *
000460*                 AUDITHX SO OLDER REJECTIONS FIND THEIR     *
000470*                 DEPARTMENT.  THE JCL REPLACES PERMREJ WITH *
000480*                 PERMNEW ONLY WHEN THE RUN ENDS BELOW RC    *
000490*                 16.                                        *
000491* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000492*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000493*                 (PROGRAM ID, RUN ID, START AND END         *
000494*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000495*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000496*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000497* 10/15/2026 RH   ACCTMST IS NOW AN INDEXED FILE KEYED BY    *
000498*                 ACCOUNT; THE WRITE-OFF ACCOUNT'S RECORD IS *
000499*                 READ BY KEY INSTEAD OF BY A PASS OVER THE  *
000500*                 WHOLE MASTER.  AN ACCTMST THAT CANNOT BE   *
000501*                 OPENED IS REPORTED AND, AS BEFORE, THE RUN *
000502*                 IS CANCELLED WITH THE ACCOUNT UNVERIFIED.  *
000503*-----------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT OPTIONAL PERMREJ ASSIGN TO PERMREJ
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT OPTIONAL WOFDEC ASSIGN TO WOFDEC
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT OPTIONAL ACCTMST ASSIGN TO ACCTMST
000584         ORGANIZATION IS INDEXED
000588         ACCESS MODE IS DYNAMIC
000592         RECORD KEY IS AM-ACCOUNT
000596         FILE STATUS IS WS-ACCTMST-STATUS.
000600     SELECT OPTIONAL AUDITHX ASSIGN TO AUDITHX
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT OPTIONAL AUDITLOG ASSIGN TO AUDITLOG
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT OPTIONAL RECYCLE ASSIGN TO RECYCLE
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT PERMNEW ASSIGN TO PERMNEW
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT WOFGL ASSIGN TO WOFGL
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT WOFRET ASSIGN TO WOFRET
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720     SELECT WOFRPT ASSIGN TO WOFRPT
000730         ORGANIZATION IS LINE SEQUENTIAL.
000733     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000736         ORGANIZATION IS LINE SEQUENTIAL.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  PERMREJ
000770     LABEL RECORDS ARE STANDARD.
000780 01  PJ-RECORD                  PIC X(106).
000790 FD  WOFDEC
000800     LABEL RECORDS ARE STANDARD.
000810 01  WD-RECORD.
000820     05  WD-RECORD-ID           PIC 9(06).
000830     05  WD-DECISION            PIC X(01).
000840         88  WD-WRITE-OFF                VALUE 'W'.
000850         88  WD-RETURN                   VALUE 'R'.
000860         88  WD-REINSTATE                VALUE 'I'.
000870         88  WD-VALID-DECISION           VALUES 'W' 'R' 'I'.
000880     05  WD-APPROVER-ID         PIC X(08).
000890 FD  ACCTMST
000900     LABEL RECORDS ARE STANDARD.
000910 01  AM-RECORD.
000920     05  AM-ACCOUNT             PIC 9(08).
000930     05  AM-STATUS              PIC X(01).
000940         88  AM-ACTIVE                   VALUE 'A'.
000950     05  AM-DESCRIPTION         PIC X(30).
000960 FD  AUDITHX
000970     LABEL RECORDS ARE STANDARD.
000980 01  HX-RECORD                  PIC X(184).
000990 FD  AUDITLOG
001000     LABEL RECORDS ARE STANDARD.
001010 01  AL-RECORD.
001020     05  AL-TIMESTAMP           PIC X(16).
001030     05  AL-RUN-ID              PIC X(14).
001040     05  AL-RECORD-ID           PIC 9(06).
001050     05  AL-OPERATION-CODE      PIC X(01).
001060     05  AL-FIELD-A             PIC S9(05)V99
001070         SIGN IS LEADING SEPARATE CHARACTER.
001080     05  AL-FIELD-B             PIC S9(05)V99
001090         SIGN IS LEADING SEPARATE CHARACTER.
001100     05  AL-FIELD-C             PIC S9(10)V99
001110         SIGN IS LEADING SEPARATE CHARACTER.
001120     05  AL-STATUS              PIC X(09).
001130     05  AL-EXTRA-COUNT         PIC 9(01).
001140     05  AL-EXTRA-ADDENDS       PIC S9(05)V99
001150         SIGN IS LEADING SEPARATE CHARACTER
001160         OCCURS 4 TIMES.
001170     05  AL-RECON-DIFF          PIC S9(12)V99
001180         SIGN IS TRAILING SEPARATE CHARACTER.
001190     05  AL-DEPT                PIC X(08).
001200     05  AL-GL-ACCOUNT          PIC 9(08).
001210     05  AL-RECYCLE-SW          PIC X(01).
001220     05  AL-ORIG-RUN-ID         PIC X(14).
001230     05  AL-REVERSES-ID         PIC 9(06).
001240     05  AL-KEYER-ID            PIC X(08).
001250     05  AL-APPROVER-ID         PIC X(08).
001260     05  AL-EFF-DATE            PIC 9(08).
001270 FD  RECYCLE
001280     LABEL RECORDS ARE STANDARD.
001290 01  RY-RECORD.
001300     05  RY-TRAN-DATA           PIC X(79).
001310     05  RY-ORIG-RUN-ID         PIC X(14).
001320     05  RY-ATTEMPT-COUNT       PIC 9(02).
001330     05  RY-KEYER-ID            PIC X(08).
001340     05  RY-APPROVER-ID         PIC X(08).
001350 FD  PERMNEW
001360     LABEL RECORDS ARE STANDARD.
001370 01  PN-RECORD                  PIC X(106).
001380 FD  WOFGL
001390     LABEL RECORDS ARE STANDARD.
001400 01  GL-RECORD                  PIC X(37).
001410*    RETURNS TO ORIGINATOR - ONE SECTION PER DEPARTMENT: AN
001420*    'H' HEADER, ONE 'D' DETAIL PER RETURNED ITEM CARRYING THE
001430*    PERMREJ RECORD AND ITS APPROVER, AND A 'T' TRAILER WITH
001440*    THE ITEM COUNT AND AMOUNT TOTAL.
001450 FD  WOFRET
001460     LABEL RECORDS ARE STANDARD.
001470 01  RT-RECORD.
001480     05  RT-RECORD-TYPE         PIC X(01).
001490     05  RT-DETAIL-DATA.
001500         10  RT-SUSPENSE-REC    PIC X(106).
001510         10  RT-APPROVER-ID     PIC X(08).
001520     05  RT-HEADER-DATA REDEFINES RT-DETAIL-DATA.
001530         10  RT-DEPT            PIC X(08).
001540         10  RT-RUN-ID          PIC X(14).
001550         10  RT-RUN-DATE        PIC 9(08).
001560         10  FILLER             PIC X(84).
001570     05  RT-TRAILER-DATA REDEFINES RT-DETAIL-DATA.
001580         10  RT-TRL-COUNT       PIC 9(08).
001590         10  RT-TRL-AMOUNT      PIC S9(13)V99
001600             SIGN IS LEADING SEPARATE CHARACTER.
001610         10  FILLER             PIC X(90).
001620 FD  WOFRPT
001630     LABEL RECORDS ARE STANDARD.
001640 01  WR-RECORD                  PIC X(80).
001641 FD  RUNHIST
001642     LABEL RECORDS ARE STANDARD.
001643 01  JH-RECORD.
001644     05  JH-RECORD-TYPE         PIC X(01).
001645         88  JH-RUN-START                VALUE 'S'.
001646         88  JH-RUN-END                  VALUE 'E'.
001647     05  JH-PROGRAM-ID          PIC X(08).
001648     05  JH-RUN-ID              PIC X(14).
001649     05  JH-START-DATE          PIC 9(08).
001650     05  JH-START-TIME          PIC 9(08).
001651     05  JH-END-DATE            PIC 9(08).
001652     05  JH-END-TIME            PIC 9(08).
001653     05  JH-COUNTS.
001654         10  JH-COUNT           OCCURS 3 TIMES.
001655             15  JH-COUNT-LABEL PIC X(08).
001656             15  JH-COUNT-VALUE PIC 9(09).
001657     05  JH-RETURN-CODE         PIC 9(02).
001658 WORKING-STORAGE SECTION.
001660 01  WS-SWITCHES.
001670     05  WS-PRM-EOF-SWITCH      PIC X(01) VALUE 'N'.
001680         88  WS-PRM-EOF                  VALUE 'Y'.
001690     05  WS-DEC-EOF-SWITCH      PIC X(01) VALUE 'N'.
001700         88  WS-DEC-EOF                  VALUE 'Y'.
001730     05  WS-AUD-EOF-SWITCH      PIC X(01) VALUE 'N'.
001740         88  WS-AUD-EOF                  VALUE 'Y'.
001750         88  WS-AUD-NOT-EOF              VALUE 'N'.
001760     05  WS-AMOUNT-SWITCH       PIC X(01) VALUE 'N'.
001770         88  WS-AMOUNT-OK                VALUE 'Y'.
001780         88  WS-AMOUNT-BAD               VALUE 'N'.
001790 77  WS-ARG-NUM                 PIC 9(02) COMP VALUE 1.
001800 77  WS-ACCOUNT-PARM            PIC X(08) VALUE SPACES.
001810 77  WS-WOFF-ACCOUNT            PIC 9(08) VALUE ZERO.
001813 77  WS-ACCTMST-STATUS          PIC X(02) VALUE "00".
001816     88  WS-ACCTMST-FOUND            VALUE "00".
001820 77  WS-WOFF-ACCT-STATUS        PIC X(01) VALUE SPACE.
001830     88  WS-WOFF-ACCT-ACTIVE         VALUE 'A'.
001840     88  WS-WOFF-ACCT-MISSING        VALUE SPACE.
001850 77  WS-DEFAULT-DEPT            PIC X(08) VALUE "UNBATCHD".
001860*    THE PERMREJ ITEM BEING DISPOSED OF, IN FULL SUSPENSE
001870*    LAYOUT.
001880 01  WS-ITEM-REC.
001890     05  WS-IR-REASON-CODE      PIC X(02).
001900     05  WS-IR-REASON-ADDEND    PIC 9(01).
001910     05  WS-IR-TRAN-DATA.
001920         10  WS-IR-RECORD-TYPE  PIC X(01).
001930         10  WS-IR-RECORD-ID    PIC 9(06).
001940         10  WS-IR-OPERATION    PIC X(01).
001950             88  WS-IR-OP-REVERSE        VALUE 'R'.
001960         10  WS-IR-FIELD-A      PIC S9(05)V99
001970             SIGN IS LEADING SEPARATE CHARACTER.
001980         10  WS-IR-FIELD-B      PIC S9(05)V99
001990             SIGN IS LEADING SEPARATE CHARACTER.
002000         10  WS-IR-EXTRA-COUNT  PIC 9(01).
002010         10  WS-IR-EXTRA-ADDENDS PIC S9(05)V99
002020             SIGN IS LEADING SEPARATE CHARACTER
002030             OCCURS 4 TIMES.
002040         10  WS-IR-EFF-DATE     PIC 9(08).
002050         10  WS-IR-GL-ACCOUNT   PIC 9(08).
002060         10  WS-IR-REVERSES-ID  PIC 9(06).
002070     05  WS-IR-FIRST-REJ-DATE   PIC 9(08).
002080     05  WS-IR-ATTEMPT-COUNT    PIC 9(02).
002090     05  WS-IR-ORIG-RUN-ID      PIC X(14).
002100*    THE FIELDS OF AN AUDIT ENTRY NEEDED TO FIND AN ITEM'S
002110*    DEPARTMENT, READ FROM AUDITHX AND AUDITLOG ALIKE.
002120 01  WS-AUDIT-SCAN.
002130     05  FILLER                 PIC X(16).
002140     05  WS-AS-RUN-ID           PIC X(14).
002150     05  WS-AS-RECORD-ID        PIC 9(06).
002160     05  FILLER                 PIC X(30).
002170     05  WS-AS-STATUS           PIC X(09).
002180     05  FILLER                 PIC X(48).
002190     05  WS-AS-DEPT             PIC X(08).
002200     05  FILLER                 PIC X(08).
002210     05  WS-AS-RECYCLE-SW       PIC X(01).
002220     05  FILLER                 PIC X(44).
002230*    PERMREJ ITEMS - THE WHOLE FILE IS DISPOSED OF OR CARRIED
002240*    FORWARD, SO A PERMREJ TOO LARGE FOR THE TABLE CANCELS THE
002250*    RUN RATHER THAN DROP ITEMS FROM PERMNEW.
002260 01  WS-ITEM-TABLE.
002270     05  WS-ITEM-MAX            PIC 9(05) COMP VALUE 5000.
002280     05  WS-ITEM-COUNT          PIC 9(05) COMP VALUE ZERO.
002290     05  WS-ITEM-ENTRY OCCURS 5000 TIMES.
002300         10  WS-IT-RECORD-ID    PIC 9(06).
002310         10  WS-IT-ORIG-RUN-ID  PIC X(14).
002320         10  WS-IT-REASON-CODE  PIC X(02).
002330         10  WS-IT-DEPT         PIC X(08).
002340         10  WS-IT-ACTION       PIC X(01).
002350             88  WS-IT-WRITTEN-OFF       VALUE 'W'.
002360             88  WS-IT-RETURNED          VALUE 'R'.
002370             88  WS-IT-REINSTATED        VALUE 'I'.
002380             88  WS-IT-CARRIED           VALUE 'C'.
002390         10  WS-IT-SENT-SW      PIC X(01).
002400             88  WS-IT-SENT              VALUE 'Y'.
002410         10  WS-IT-APPROVER-ID  PIC X(08).
002420         10  WS-IT-AMOUNT       PIC S9(10)V99.
002430         10  WS-IT-SUSPENSE-REC PIC X(106).
002440 77  WS-IT-SUB                  PIC 9(05) COMP VALUE ZERO.
002450 77  WS-IT-SCAN-SUB             PIC 9(05) COMP VALUE ZERO.
002460*    WOFDEC DECISIONS, ONE PER RECORD ID.
002470 01  WS-DEC-TABLE.
002480     05  WS-DEC-MAX             PIC 9(05) COMP VALUE 5000.
002490     05  WS-DEC-COUNT           PIC 9(05) COMP VALUE ZERO.
002500     05  WS-DEC-ENTRY OCCURS 5000 TIMES.
002510         10  WS-DC-RECORD-ID    PIC 9(06).
002520         10  WS-DC-DECISION     PIC X(01).
002530         10  WS-DC-APPROVER-ID  PIC X(08).
002540         10  WS-DC-USED-SW      PIC X(01).
002550             88  WS-DC-USED              VALUE 'Y'.
002560 77  WS-DEC-SUB                 PIC 9(05) COMP VALUE ZERO.
002570 77  WS-DEC-HIT-SUB             PIC 9(05) COMP VALUE ZERO.
002580*    REGISTER TOTALS BY ORIGINATING DEPARTMENT AND BY REJECT
002590*    REASON CODE.
002600 01  WS-DEPT-TABLE.
002610     05  WS-DEPT-MAX            PIC 9(04) COMP VALUE 500.
002620     05  WS-DEPT-COUNT          PIC 9(04) COMP VALUE ZERO.
002630     05  WS-DEPT-ENTRY OCCURS 500 TIMES.
002640         10  WS-DT-KEY          PIC X(08).
002650         10  WS-DT-WOFF-COUNT   PIC 9(08) COMP.
002660         10  WS-DT-WOFF-AMOUNT  PIC S9(13)V99.
002670         10  WS-DT-RET-COUNT    PIC 9(08) COMP.
002680         10  WS-DT-RNS-COUNT    PIC 9(08) COMP.
002690         10  WS-DT-FWD-COUNT    PIC 9(08) COMP.
002700 77  WS-DEPT-SUB                PIC 9(04) COMP VALUE ZERO.
002710 77  WS-DEPT-HIT-SUB            PIC 9(04) COMP VALUE ZERO.
002720 01  WS-RSN-TABLE.
002730     05  WS-RSN-MAX             PIC 9(04) COMP VALUE 100.
002740     05  WS-RSN-COUNT           PIC 9(04) COMP VALUE ZERO.
002750     05  WS-RSN-ENTRY OCCURS 100 TIMES.
002760         10  WS-RT-KEY          PIC X(02).
002770         10  WS-RT-WOFF-COUNT   PIC 9(08) COMP.
002780         10  WS-RT-WOFF-AMOUNT  PIC S9(13)V99.
002790         10  WS-RT-RET-COUNT    PIC 9(08) COMP.
002800         10  WS-RT-RNS-COUNT    PIC 9(08) COMP.
002810         10  WS-RT-FWD-COUNT    PIC 9(08) COMP.
002820 77  WS-RSN-SUB                 PIC 9(04) COMP VALUE ZERO.
002830 77  WS-RSN-HIT-SUB             PIC 9(04) COMP VALUE ZERO.
002840 77  WS-EXTRA-SUB               PIC 9(02) COMP VALUE ZERO.
002850 77  WS-AMOUNT                  PIC S9(10)V99 VALUE ZERO.
002860 77  WS-REFUSE-REASON           PIC X(30) VALUE SPACES.
002870 77  WS-AUDIT-STATUS            PIC X(09) VALUE SPACES.
002880 77  WS-RETURN-DEPT             PIC X(08) VALUE SPACES.
002890 77  WS-RETURN-COUNT            PIC 9(08) COMP VALUE ZERO.
002900 77  WS-RETURN-AMOUNT           PIC S9(13)V99 VALUE ZERO.
002910 77  WS-GL-COUNT                PIC 9(08) COMP VALUE ZERO.
002920 77  WS-GL-HASH                 PIC S9(13)V99 VALUE ZERO.
002930 77  WS-ITEMS-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
002940 77  WS-WOFF-COUNT              PIC 9(08) COMP VALUE ZERO.
002950 77  WS-RETURNED-COUNT          PIC 9(08) COMP VALUE ZERO.
002960 77  WS-REINSTATED-COUNT        PIC 9(08) COMP VALUE ZERO.
002970 77  WS-CARRIED-COUNT           PIC 9(08) COMP VALUE ZERO.
002980 77  WS-DEC-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
002990 77  WS-DEC-REFUSED-COUNT       PIC 9(08) COMP VALUE ZERO.
003000 77  WS-DEC-UNMATCHED-COUNT     PIC 9(08) COMP VALUE ZERO.
003010 77  WS-NO-DEPT-COUNT           PIC 9(08) COMP VALUE ZERO.
003020 77  WS-WOFF-TOTAL              PIC S9(13)V99 VALUE ZERO.
003030 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
003031*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
003032 01  WS-JH-START-STAMP.
003033     05  WS-JH-START-DATE       PIC 9(08).
003034     05  WS-JH-START-TIME       PIC 9(08).
003035 01  WS-JH-RUN-ID.
003036     05  WS-JH-RUN-ID-DATE      PIC 9(08).
003037     05  WS-JH-RUN-ID-TIME      PIC 9(06).
003038 01  WS-JH-COUNTS.
003039     05  WS-JH-COUNT            OCCURS 3 TIMES.
003040         10  WS-JH-COUNT-LABEL  PIC X(08).
003041         10  WS-JH-COUNT-VALUE  PIC 9(09).
003042 77  WS-CURRENT-DATE            PIC 9(08).
003050 77  WS-CURRENT-TIME            PIC 9(08).
003060 01  WS-RUN-ID.
003070     05  WS-RUN-ID-DATE         PIC 9(08).
003080     05  WS-RUN-ID-TIME         PIC 9(06).
003090 01  WS-TIMESTAMP.
003100     05  WS-TS-DATE             PIC 9(08).
003110     05  WS-TS-TIME             PIC 9(08).
003120 01  WS-GL-HEADER-REC.
003130     05  WS-GH-RECORD-TYPE      PIC X(01) VALUE "H".
003140     05  WS-GH-RUN-ID           PIC X(14).
003150     05  WS-GH-RUN-DATE         PIC 9(08).
003160 01  WS-GL-DETAIL-REC.
003170     05  WS-GD-RECORD-TYPE      PIC X(01) VALUE "D".
003180     05  WS-GD-RECORD-ID        PIC 9(06).
003190     05  WS-GD-OPERATION        PIC X(01).
003200     05  WS-GD-FIELD-C          PIC S9(10)V99
003210         SIGN IS LEADING SEPARATE CHARACTER.
003220     05  WS-GD-DEPT             PIC X(08).
003230     05  WS-GD-GL-ACCOUNT       PIC 9(08).
003240 01  WS-GL-SUMMARY-REC.
003250     05  WS-GS-RECORD-TYPE      PIC X(01) VALUE "S".
003260     05  WS-GS-ACCOUNT          PIC 9(08).
003270     05  WS-GS-REC-COUNT        PIC 9(08).
003280     05  WS-GS-NET              PIC S9(13)V99
003290         SIGN IS LEADING SEPARATE CHARACTER.
003300 01  WS-GL-TRAILER-REC.
003310     05  WS-GT-RECORD-TYPE      PIC X(01) VALUE "T".
003320     05  WS-GT-RECORD-COUNT     PIC 9(08).
003330     05  WS-GT-HASH-TOTAL       PIC S9(13)V99
003340         SIGN IS LEADING SEPARATE CHARACTER.
003350 01  WS-REPORT-HEADING-1.
003360     05  FILLER                 PIC X(30)
003370         VALUE "PERMREJ WRITE-OFF REGISTER".
003380     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
003390     05  WS-RH-RUN-DATE         PIC 9999/99/99.
003400 01  WS-REPORT-HEADING-2.
003410     05  FILLER                 PIC X(08) VALUE "RUN ID: ".
003420     05  WS-RH-RUN-ID           PIC X(14).
003430     05  FILLER                 PIC X(22)
003440         VALUE "   WRITE-OFF ACCOUNT: ".
003450     05  WS-RH-ACCOUNT          PIC X(08).
003460 01  WS-SECTION-LINE            PIC X(80).
003470 01  WS-REGISTER-HEADING.
003480     05  FILLER                 PIC X(07) VALUE "RECORD".
003490     05  FILLER                 PIC X(09) VALUE "DEPT".
003500     05  FILLER                 PIC X(04) VALUE "RSN".
003510     05  FILLER                 PIC X(02) VALUE "OP".
003520     05  FILLER                 PIC X(14) VALUE "       AMOUNT".
003530     05  FILLER                 PIC X(13) VALUE "DISPOSITION".
003540     05  FILLER                 PIC X(09) VALUE "APPROVER".
003550     05  FILLER                 PIC X(04) VALUE "NOTE".
003560 01  WS-REGISTER-LINE.
003570     05  WS-RG-RECORD-ID        PIC 9(06).
003580     05  FILLER                 PIC X(01) VALUE SPACES.
003590     05  WS-RG-DEPT             PIC X(08).
003600     05  FILLER                 PIC X(01) VALUE SPACES.
003610     05  WS-RG-REASON           PIC X(02).
003620     05  FILLER                 PIC X(02) VALUE SPACES.
003630     05  WS-RG-OPERATION        PIC X(01).
003640     05  FILLER                 PIC X(01) VALUE SPACES.
003650     05  WS-RG-AMOUNT           PIC ZZZZZZZZ9.99-.
003660     05  FILLER                 PIC X(01) VALUE SPACES.
003670     05  WS-RG-DISPOSITION      PIC X(12).
003680     05  FILLER                 PIC X(01) VALUE SPACES.
003690     05  WS-RG-APPROVER-ID      PIC X(08).
003700     05  FILLER                 PIC X(01) VALUE SPACES.
003710     05  WS-RG-NOTE             PIC X(22).
003720 01  WS-DECISION-LINE.
003730     05  FILLER                 PIC X(02) VALUE SPACES.
003740     05  WS-DL-RECORD-ID        PIC X(06).
003750     05  FILLER                 PIC X(01) VALUE SPACES.
003760     05  WS-DL-DECISION         PIC X(01).
003770     05  FILLER                 PIC X(01) VALUE SPACES.
003780     05  WS-DL-APPROVER-ID      PIC X(08).
003790     05  FILLER                 PIC X(02) VALUE SPACES.
003800     05  WS-DL-REASON           PIC X(30).
003810 01  WS-TOTALS-HEADING.
003820     05  WS-TH-KEY-LABEL        PIC X(10).
003830     05  FILLER                 PIC X(09) VALUE "WRITE-OFF".
003840     05  FILLER                 PIC X(15) VALUE "  AMOUNT".
003850     05  FILLER                 PIC X(09) VALUE " RETURNED".
003860     05  FILLER                 PIC X(09) VALUE " REINSTAT".
003870     05  FILLER                 PIC X(09) VALUE " CARRIED".
003880 01  WS-TOTALS-LINE.
003890     05  WS-TL-KEY              PIC X(08).
003900     05  FILLER                 PIC X(02) VALUE SPACES.
003910     05  WS-TL-WOFF-COUNT       PIC ZZZ,ZZ9.
003920     05  FILLER                 PIC X(02) VALUE SPACES.
003930     05  WS-TL-WOFF-AMOUNT      PIC ZZZZZZZZ9.99-.
003940     05  FILLER                 PIC X(02) VALUE SPACES.
003950     05  WS-TL-RET-COUNT        PIC ZZZ,ZZ9.
003960     05  FILLER                 PIC X(02) VALUE SPACES.
003970     05  WS-TL-RNS-COUNT        PIC ZZZ,ZZ9.
003980     05  FILLER                 PIC X(02) VALUE SPACES.
003990     05  WS-TL-FWD-COUNT        PIC ZZZ,ZZ9.
004000 01  WS-AMOUNT-LINE.
004010     05  WS-AL-LABEL            PIC X(22).
004020     05  WS-AL-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
004030 01  WS-COUNT-LINE.
004040     05  WS-CL-LABEL            PIC X(22).
004050     05  WS-CL-VALUE            PIC ZZZ,ZZZ,ZZ9.
004060 01  WS-SIGNOFF-LINE.
004070     05  FILLER                 PIC X(42)
004080         VALUE "APPROVED BY: ______________________  DATE".
004090     05  FILLER                 PIC X(11) VALUE ": _________".
004100 PROCEDURE DIVISION.
004110*-----------------------------------------------------------*
004120* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
004130*-----------------------------------------------------------*
004140 0000-MAINLINE.
004145     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
004150     PERFORM 0100-GET-PARMS THRU 0100-EXIT.
004160     IF WS-RETURN-CODE > 0
004170         MOVE WS-RETURN-CODE TO RETURN-CODE
004175         PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
004180         STOP RUN
004190     END-IF.
004200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004210     IF WS-RETURN-CODE < 16
004220         PERFORM 2000-DISPOSE-ITEMS THRU 2000-EXIT
004230         PERFORM 3000-WRITE-RETURNS THRU 3000-EXIT
004240         PERFORM 4000-LIST-UNMATCHED THRU 4000-EXIT
004250         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
004260         PERFORM 6000-CLOSE-OUTPUTS THRU 6000-EXIT
004270     END-IF.
004280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004290     MOVE WS-RETURN-CODE TO RETURN-CODE.
004295     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
004300     STOP RUN.
004310 0000-EXIT.
004320     EXIT.
004321*-----------------------------------------------------------*
004322* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
004323*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
004324*-----------------------------------------------------------*
004325 0050-LOG-RUN-START.
004326     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
004327     ACCEPT WS-JH-START-TIME FROM TIME.
004328     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
004329     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
004330     INITIALIZE WS-JH-COUNTS.
004331     MOVE SPACES TO JH-RECORD.
004332     SET JH-RUN-START TO TRUE.
004333     MOVE "TXNWOF01" TO JH-PROGRAM-ID.
004334     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
004335     MOVE WS-JH-START-DATE TO JH-START-DATE.
004336     MOVE WS-JH-START-TIME TO JH-START-TIME.
004337     MOVE ZERO TO JH-END-DATE.
004338     MOVE ZERO TO JH-END-TIME.
004339     MOVE WS-JH-COUNTS TO JH-COUNTS.
004340     MOVE ZERO TO JH-RETURN-CODE.
004341     OPEN EXTEND RUNHIST.
004342     WRITE JH-RECORD.
004343     CLOSE RUNHIST.
004344 0050-EXIT.
004345     EXIT.
004346*-----------------------------------------------------------*
004347* 0100-GET-PARMS - READS PARM 1, THE GL ACCOUNT WRITE-OFFS   *
004350*   ARE BOOKED TO; THE RUN CANNOT PROCEED WITHOUT IT.        *
004360*-----------------------------------------------------------*
004370 0100-GET-PARMS.
004380     DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
004390     ACCEPT WS-ACCOUNT-PARM FROM ARGUMENT-VALUE
004400         ON EXCEPTION
004410             MOVE SPACES TO WS-ACCOUNT-PARM
004420     END-ACCEPT.
004430     IF WS-ACCOUNT-PARM NOT NUMERIC
004440         DISPLAY "*** WRITE-OFF ACCOUNT PARM REQUIRED - RUN "
004450             "CANCELLED."
004460         MOVE 16 TO WS-RETURN-CODE
004470         GO TO 0100-EXIT
004480     END-IF.
004490     MOVE WS-ACCOUNT-PARM TO WS-WOFF-ACCOUNT.
004500 0100-EXIT.
004510     EXIT.
004520*-----------------------------------------------------------*
004530* 1000-INITIALIZE - STAMPS THE RUN ID, PRINTS THE HEADINGS,  *
004540*   CHECKS THE WRITE-OFF ACCOUNT, AND LOADS THE PERMREJ      *
004550*   ITEMS, THE DECISIONS AND EACH ITEM'S DEPARTMENT.         *
004560*-----------------------------------------------------------*
004570 1000-INITIALIZE.
004580     OPEN OUTPUT WOFRPT.
004590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004600     ACCEPT WS-CURRENT-TIME FROM TIME.
004610     MOVE WS-CURRENT-DATE TO WS-RUN-ID-DATE.
004620     MOVE WS-CURRENT-TIME (1:6) TO WS-RUN-ID-TIME.
004630     MOVE WS-CURRENT-DATE TO WS-RH-RUN-DATE.
004640     MOVE WS-REPORT-HEADING-1 TO WR-RECORD.
004650     WRITE WR-RECORD.
004660     MOVE WS-RUN-ID TO WS-RH-RUN-ID.
004670     MOVE WS-ACCOUNT-PARM TO WS-RH-ACCOUNT.
004680     MOVE WS-REPORT-HEADING-2 TO WR-RECORD.
004690     WRITE WR-RECORD.
004700     PERFORM 1100-CHECK-WOFF-ACCOUNT THRU 1100-EXIT.
004710     IF WS-RETURN-CODE < 16
004720         PERFORM 1200-LOAD-PERMREJ THRU 1200-EXIT
004730     END-IF.
004740     IF WS-RETURN-CODE < 16
004750         PERFORM 1300-LOAD-DECISIONS THRU 1300-EXIT
004760         PERFORM 1400-FIND-DEPARTMENTS THRU 1400-EXIT
004770     END-IF.
004780 1000-EXIT.
004790     EXIT.
004800*-----------------------------------------------------------*
004810* 1100-CHECK-WOFF-ACCOUNT - THE WRITE-OFF ACCOUNT MUST BE    *
004820*   ACTIVE ON ACCTMST, OR THE GL WOULD REJECT EVERY          *
004830*   WRITE-OFF POSTING.  ITS ACCTMST RECORD IS READ BY KEY.   *
004840*-----------------------------------------------------------*
004850 1100-CHECK-WOFF-ACCOUNT.
004860     OPEN INPUT ACCTMST.
004870     IF WS-ACCTMST-STATUS NOT = "00"
004880         AND WS-ACCTMST-STATUS NOT = "05"
004890         DISPLAY "*** ACCTMST OPEN FAILED STATUS "
004900             WS-ACCTMST-STATUS "."
004910     ELSE
004920         MOVE WS-WOFF-ACCOUNT TO AM-ACCOUNT
004930         READ ACCTMST
004940             INVALID KEY
004950                 CONTINUE
004960         END-READ
004970         IF WS-ACCTMST-FOUND
004980             MOVE AM-STATUS TO WS-WOFF-ACCT-STATUS
004990         END-IF
005000         CLOSE ACCTMST
005010     END-IF.
005020     IF NOT WS-WOFF-ACCT-ACTIVE
005030         DISPLAY "*** WRITE-OFF ACCOUNT " WS-WOFF-ACCOUNT
005040             " IS NOT ACTIVE ON ACCTMST - RUN CANCELLED."
005050         MOVE "*** WRITE-OFF ACCOUNT NOT ACTIVE - RUN CANCELLED"
005060             TO WS-SECTION-LINE
005070         MOVE WS-SECTION-LINE TO WR-RECORD
005080         WRITE WR-RECORD
005090         MOVE 16 TO WS-RETURN-CODE
005100     END-IF.
005110 1100-EXIT.
005120     EXIT.
005200*-----------------------------------------------------------*
005210* 1200-LOAD-PERMREJ - LOADS EVERY PERMREJ ITEM.  PERMNEW     *
005220*   REPLACES PERMREJ, SO AN ITEM LEFT OUT OF THE TABLE WOULD *
005230*   BE LOST: A FILE TOO LARGE FOR IT CANCELS THE RUN.        *
005240*-----------------------------------------------------------*
005250 1200-LOAD-PERMREJ.
005260     OPEN INPUT PERMREJ.
005270     PERFORM 1210-LOAD-ONE-ITEM THRU 1210-EXIT
005280         UNTIL WS-PRM-EOF
005290         OR WS-ITEM-COUNT = WS-ITEM-MAX.
005300     IF NOT WS-PRM-EOF
005310         READ PERMREJ
005320             AT END
005330                 SET WS-PRM-EOF TO TRUE
005340         END-READ
005350     END-IF.
005360     CLOSE PERMREJ.
005370     IF NOT WS-PRM-EOF
005380         DISPLAY "*** PERMREJ HAS MORE THAN " WS-ITEM-MAX
005390             " ITEMS - RUN CANCELLED."
005400         MOVE "*** PERMREJ TOO LARGE - RUN CANCELLED"
005410             TO WS-SECTION-LINE
005420         MOVE WS-SECTION-LINE TO WR-RECORD
005430         WRITE WR-RECORD
005440         MOVE 16 TO WS-RETURN-CODE
005450     END-IF.
005460 1200-EXIT.
005470     EXIT.
005480*-----------------------------------------------------------*
005490* 1210-LOAD-ONE-ITEM - READS ONE PERMREJ ITEM INTO THE       *
005500*   TABLE, UNDECIDED AND WITH NO DEPARTMENT YET.             *
005510*-----------------------------------------------------------*
005520 1210-LOAD-ONE-ITEM.
005530     READ PERMREJ
005540         AT END
005550             SET WS-PRM-EOF TO TRUE
005560             GO TO 1210-EXIT
005570     END-READ.
005580     ADD 1 TO WS-ITEMS-READ-COUNT.
005590     ADD 1 TO WS-ITEM-COUNT.
005600     MOVE PJ-RECORD TO WS-ITEM-REC.
005610     MOVE PJ-RECORD TO WS-IT-SUSPENSE-REC (WS-ITEM-COUNT).
005620     MOVE ZERO TO WS-IT-RECORD-ID (WS-ITEM-COUNT).
005630     IF WS-IR-RECORD-ID NUMERIC
005640         MOVE WS-IR-RECORD-ID TO WS-IT-RECORD-ID (WS-ITEM-COUNT)
005650     END-IF.
005660     MOVE WS-IR-ORIG-RUN-ID TO WS-IT-ORIG-RUN-ID (WS-ITEM-COUNT).
005670     MOVE WS-IR-REASON-CODE TO WS-IT-REASON-CODE (WS-ITEM-COUNT).
005680     MOVE WS-DEFAULT-DEPT TO WS-IT-DEPT (WS-ITEM-COUNT).
005690     MOVE SPACE TO WS-IT-ACTION (WS-ITEM-COUNT).
005700     MOVE 'N' TO WS-IT-SENT-SW (WS-ITEM-COUNT).
005710     MOVE SPACES TO WS-IT-APPROVER-ID (WS-ITEM-COUNT).
005720     MOVE ZERO TO WS-IT-AMOUNT (WS-ITEM-COUNT).
005730 1210-EXIT.
005740     EXIT.
005750*-----------------------------------------------------------*
005760* 1300-LOAD-DECISIONS - LOADS THE WOFDEC DECISIONS.  A       *
005770*   DECISION WITH NO NUMERIC RECORD ID, AN UNKNOWN CODE OR   *
005780*   NO APPROVER, OR A SECOND DECISION FOR THE SAME ID, IS    *
005790*   REFUSED AND LISTED.  DECISIONS BEYOND THE TABLE ARE NOT  *
005800*   LOADED; THEIR ITEMS ARE CARRIED FORWARD UNDECIDED.       *
005810*-----------------------------------------------------------*
005820 1300-LOAD-DECISIONS.
005830     MOVE "REFUSED DECISIONS" TO WS-SECTION-LINE.
005840     MOVE WS-SECTION-LINE TO WR-RECORD.
005850     WRITE WR-RECORD.
005860     OPEN INPUT WOFDEC.
005870     PERFORM 1310-LOAD-ONE-DECISION THRU 1310-EXIT
005880         UNTIL WS-DEC-EOF
005890         OR WS-DEC-COUNT = WS-DEC-MAX.
005900     IF NOT WS-DEC-EOF
005910         READ WOFDEC
005920             AT END
005930                 SET WS-DEC-EOF TO TRUE
005940         END-READ
005950     END-IF.
005960     IF NOT WS-DEC-EOF
005970         DISPLAY "*** WOFDEC HAS MORE THAN " WS-DEC-MAX
005980             " DECISIONS - EXCESS NOT LOADED."
005990         IF WS-RETURN-CODE < 8
006000             MOVE 8 TO WS-RETURN-CODE
006010         END-IF
006020     END-IF.
006030     CLOSE WOFDEC.
006040     IF WS-DEC-REFUSED-COUNT = ZERO
006050         MOVE "  (NONE)" TO WS-SECTION-LINE
006060         MOVE WS-SECTION-LINE TO WR-RECORD
006070         WRITE WR-RECORD
006080     END-IF.
006090 1300-EXIT.
006100     EXIT.
006110*-----------------------------------------------------------*
006120* 1310-LOAD-ONE-DECISION - READS AND CHECKS ONE DECISION.    *
006130*-----------------------------------------------------------*
006140 1310-LOAD-ONE-DECISION.
006150     READ WOFDEC
006160         AT END
006170             SET WS-DEC-EOF TO TRUE
006180             GO TO 1310-EXIT
006190     END-READ.
006200     ADD 1 TO WS-DEC-READ-COUNT.
006210     IF WD-RECORD-ID NOT NUMERIC
006220         MOVE "RECORD ID NOT NUMERIC" TO WS-REFUSE-REASON
006230         PERFORM 1390-REFUSE-DECISION THRU 1390-EXIT
006240         GO TO 1310-EXIT
006250     END-IF.
006260     IF NOT WD-VALID-DECISION
006270         MOVE "DECISION NOT W, R OR I" TO WS-REFUSE-REASON
006280         PERFORM 1390-REFUSE-DECISION THRU 1390-EXIT
006290         GO TO 1310-EXIT
006300     END-IF.
006310     IF WD-APPROVER-ID = SPACES
006320         MOVE "NO APPROVER ID" TO WS-REFUSE-REASON
006330         PERFORM 1390-REFUSE-DECISION THRU 1390-EXIT
006340         GO TO 1310-EXIT
006350     END-IF.
006360     MOVE ZERO TO WS-DEC-HIT-SUB.
006370     IF WS-DEC-COUNT > ZERO
006380         PERFORM 1320-MATCH-ONE-DECISION THRU 1320-EXIT
006390             VARYING WS-DEC-SUB FROM 1 BY 1
006400             UNTIL WS-DEC-SUB > WS-DEC-COUNT
006410                 OR WS-DEC-HIT-SUB > ZERO
006420     END-IF.
006430     IF WS-DEC-HIT-SUB > ZERO
006440         MOVE "DUPLICATE - FIRST ONE STANDS" TO WS-REFUSE-REASON
006450         PERFORM 1390-REFUSE-DECISION THRU 1390-EXIT
006460         GO TO 1310-EXIT
006470     END-IF.
006480     ADD 1 TO WS-DEC-COUNT.
006490     MOVE WD-RECORD-ID TO WS-DC-RECORD-ID (WS-DEC-COUNT).
006500     MOVE WD-DECISION TO WS-DC-DECISION (WS-DEC-COUNT).
006510     MOVE WD-APPROVER-ID TO WS-DC-APPROVER-ID (WS-DEC-COUNT).
006520     MOVE 'N' TO WS-DC-USED-SW (WS-DEC-COUNT).
006530 1310-EXIT.
006540     EXIT.
006550*-----------------------------------------------------------*
006560* 1320-MATCH-ONE-DECISION - COMPARES THE DECISION'S RECORD   *
006570*   ID AGAINST ONE ALREADY LOADED.                           *
006580*-----------------------------------------------------------*
006590 1320-MATCH-ONE-DECISION.
006600     IF WS-DC-RECORD-ID (WS-DEC-SUB) = WD-RECORD-ID
006610         MOVE WS-DEC-SUB TO WS-DEC-HIT-SUB
006620     END-IF.
006630 1320-EXIT.
006640     EXIT.
006650*-----------------------------------------------------------*
006660* 1390-REFUSE-DECISION - LISTS ONE REFUSED DECISION WITH ITS *
006670*   REASON AND RAISES RC 4.                                  *
006680*-----------------------------------------------------------*
006690 1390-REFUSE-DECISION.
006700     ADD 1 TO WS-DEC-REFUSED-COUNT.
006710     MOVE WD-RECORD-ID TO WS-DL-RECORD-ID.
006720     MOVE WD-DECISION TO WS-DL-DECISION.
006730     MOVE WD-APPROVER-ID TO WS-DL-APPROVER-ID.
006740     MOVE WS-REFUSE-REASON TO WS-DL-REASON.
006750     MOVE WS-DECISION-LINE TO WR-RECORD.
006760     WRITE WR-RECORD.
006770     IF WS-RETURN-CODE < 4
006780         MOVE 4 TO WS-RETURN-CODE
006790     END-IF.
006800 1390-EXIT.
006810     EXIT.
006820*-----------------------------------------------------------*
006830* 1400-FIND-DEPARTMENTS - THE SUSPENSE LAYOUT CARRIES NO     *
006840*   DEPARTMENT, SO EACH ITEM TAKES THE DEPARTMENT OF THE     *
006850*   AUDIT ENTRY FOR ITS FIRST REJECTION - THE 'REJECTED'     *
006860*   ENTRY ITS ORIGINATING RUN WROTE FOR ITS RECORD ID.  AN   *
006870*   ITEM WHOSE ENTRY IS NO LONGER ON THE TRAIL STAYS UNDER   *
006880*   THE UNBATCHED DEPARTMENT.                                *
006890*-----------------------------------------------------------*
006900 1400-FIND-DEPARTMENTS.
006910     IF WS-ITEM-COUNT = ZERO
006920         GO TO 1400-EXIT
006930     END-IF.
006940     OPEN INPUT AUDITHX.
006950     SET WS-AUD-NOT-EOF TO TRUE.
006960     PERFORM 1410-SCAN-ONE-ARCHIVED THRU 1410-EXIT
006970         UNTIL WS-AUD-EOF.
006980     CLOSE AUDITHX.
006990     OPEN INPUT AUDITLOG.
007000     SET WS-AUD-NOT-EOF TO TRUE.
007010     PERFORM 1420-SCAN-ONE-LIVE THRU 1420-EXIT
007020         UNTIL WS-AUD-EOF.
007030     CLOSE AUDITLOG.
007040 1400-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------*
007070* 1410-SCAN-ONE-ARCHIVED - READS ONE ARCHIVED AUDIT ENTRY.   *
007080*-----------------------------------------------------------*
007090 1410-SCAN-ONE-ARCHIVED.
007100     READ AUDITHX INTO WS-AUDIT-SCAN
007110         AT END
007120             SET WS-AUD-EOF TO TRUE
007130             GO TO 1410-EXIT
007140     END-READ.
007150     PERFORM 1430-APPLY-AUDIT-DEPT THRU 1430-EXIT.
007160 1410-EXIT.
007170     EXIT.
007180*-----------------------------------------------------------*
007190* 1420-SCAN-ONE-LIVE - READS ONE LIVE AUDITLOG ENTRY.        *
007200*-----------------------------------------------------------*
007210 1420-SCAN-ONE-LIVE.
007220     READ AUDITLOG INTO WS-AUDIT-SCAN
007230         AT END
007240             SET WS-AUD-EOF TO TRUE
007250             GO TO 1420-EXIT
007260     END-READ.
007270     PERFORM 1430-APPLY-AUDIT-DEPT THRU 1430-EXIT.
007280 1420-EXIT.
007290     EXIT.
007300*-----------------------------------------------------------*
007310* 1430-APPLY-AUDIT-DEPT - GIVES THE ENTRY'S DEPARTMENT TO    *
007320*   EVERY ITEM IT FIRST REJECTED.  RECYCLED PASSES ARE NOT   *
007330*   IN A BATCH AND CARRY NO REAL DEPARTMENT.                 *
007340*-----------------------------------------------------------*
007350 1430-APPLY-AUDIT-DEPT.
007360     IF WS-AS-STATUS NOT = "REJECTED"
007370         OR WS-AS-RECYCLE-SW = "R"
007380         OR WS-AS-RECORD-ID NOT NUMERIC
007390         GO TO 1430-EXIT
007400     END-IF.
007410     PERFORM 1440-MATCH-ONE-ITEM THRU 1440-EXIT
007420         VARYING WS-IT-SCAN-SUB FROM 1 BY 1
007430         UNTIL WS-IT-SCAN-SUB > WS-ITEM-COUNT.
007440 1430-EXIT.
007450     EXIT.
007460*-----------------------------------------------------------*
007470* 1440-MATCH-ONE-ITEM - COMPARES THE ENTRY AGAINST ONE ITEM  *
007480*   BY RECORD ID AND ORIGINATING RUN ID.                     *
007490*-----------------------------------------------------------*
007500 1440-MATCH-ONE-ITEM.
007510     IF WS-IT-RECORD-ID (WS-IT-SCAN-SUB) = WS-AS-RECORD-ID
007520         AND WS-IT-ORIG-RUN-ID (WS-IT-SCAN-SUB) = WS-AS-RUN-ID
007530         AND WS-AS-DEPT NOT = SPACES
007540         MOVE WS-AS-DEPT TO WS-IT-DEPT (WS-IT-SCAN-SUB)
007550     END-IF.
007560 1440-EXIT.
007570     EXIT.
007580*-----------------------------------------------------------*
007590* 2000-DISPOSE-ITEMS - OPENS THE OUTPUTS, STARTS THE         *
007600*   WRITE-OFF GL RUN, AND DISPOSES OF EVERY PERMREJ ITEM.    *
007610*-----------------------------------------------------------*
007620 2000-DISPOSE-ITEMS.
007630     OPEN OUTPUT PERMNEW WOFGL WOFRET.
007640     OPEN EXTEND RECYCLE AUDITLOG.
007650     MOVE WS-RUN-ID TO WS-GH-RUN-ID.
007660     MOVE WS-CURRENT-DATE TO WS-GH-RUN-DATE.
007670     MOVE WS-GL-HEADER-REC TO GL-RECORD.
007680     WRITE GL-RECORD.
007690     MOVE "DISPOSITIONS" TO WS-SECTION-LINE.
007700     MOVE WS-SECTION-LINE TO WR-RECORD.
007710     WRITE WR-RECORD.
007720     MOVE WS-REGISTER-HEADING TO WR-RECORD.
007730     WRITE WR-RECORD.
007740     IF WS-ITEM-COUNT = ZERO
007750         MOVE "  (NONE)" TO WS-SECTION-LINE
007760         MOVE WS-SECTION-LINE TO WR-RECORD
007770         WRITE WR-RECORD
007780         GO TO 2000-EXIT
007790     END-IF.
007800     PERFORM 2100-DISPOSE-ONE-ITEM THRU 2100-EXIT
007810         VARYING WS-IT-SUB FROM 1 BY 1
007820         UNTIL WS-IT-SUB > WS-ITEM-COUNT.
007830 2000-EXIT.
007840     EXIT.
007850*-----------------------------------------------------------*
007860* 2100-DISPOSE-ONE-ITEM - APPLIES THE ITEM'S DECISION, OR    *
007870*   CARRIES IT FORWARD WHEN IT HAS NONE.  A WRITE-OFF NEEDS  *
007880*   AN AMOUNT TO BOOK, SO AN ITEM WHOSE AMOUNTS ARE NOT      *
007890*   NUMERIC CANNOT BE WRITTEN OFF AND IS CARRIED FORWARD.    *
007900*-----------------------------------------------------------*
007910 2100-DISPOSE-ONE-ITEM.
007920     MOVE WS-IT-SUSPENSE-REC (WS-IT-SUB) TO WS-ITEM-REC.
007930     PERFORM 2200-COMPUTE-AMOUNT THRU 2200-EXIT.
007940     MOVE WS-AMOUNT TO WS-IT-AMOUNT (WS-IT-SUB).
007950     MOVE SPACES TO WS-RG-NOTE.
007960     MOVE ZERO TO WS-DEC-HIT-SUB.
007970     IF WS-DEC-COUNT > ZERO
007980         PERFORM 2110-MATCH-DECISION THRU 2110-EXIT
007990             VARYING WS-DEC-SUB FROM 1 BY 1
008000             UNTIL WS-DEC-SUB > WS-DEC-COUNT
008010                 OR WS-DEC-HIT-SUB > ZERO
008020     END-IF.
008030     IF WS-DEC-HIT-SUB = ZERO
008040         MOVE "NO DECISION" TO WS-RG-NOTE
008050         PERFORM 2600-CARRY-FORWARD THRU 2600-EXIT
008060         GO TO 2100-EXIT
008070     END-IF.
008080     MOVE 'Y' TO WS-DC-USED-SW (WS-DEC-HIT-SUB).
008090     MOVE WS-DC-APPROVER-ID (WS-DEC-HIT-SUB)
008100         TO WS-IT-APPROVER-ID (WS-IT-SUB).
008110     EVALUATE WS-DC-DECISION (WS-DEC-HIT-SUB)
008120         WHEN 'W'
008130             IF WS-AMOUNT-BAD
008140                 MOVE "AMOUNT NOT NUMERIC" TO WS-RG-NOTE
008150                 IF WS-RETURN-CODE < 4
008160                     MOVE 4 TO WS-RETURN-CODE
008170                 END-IF
008180                 PERFORM 2600-CARRY-FORWARD THRU 2600-EXIT
008190             ELSE
008200                 PERFORM 2300-WRITE-OFF THRU 2300-EXIT
008210             END-IF
008220         WHEN 'R'
008230             PERFORM 2400-RETURN THRU 2400-EXIT
008240         WHEN 'I'
008250             PERFORM 2500-REINSTATE THRU 2500-EXIT
008260     END-EVALUATE.
008270 2100-EXIT.
008280     EXIT.
008290*-----------------------------------------------------------*
008300* 2110-MATCH-DECISION - COMPARES THE ITEM'S RECORD ID        *
008310*   AGAINST ONE DECISION.                                    *
008320*-----------------------------------------------------------*
008330 2110-MATCH-DECISION.
008340     IF WS-DC-RECORD-ID (WS-DEC-SUB) = WS-IT-RECORD-ID (WS-IT-SUB)
008350         MOVE WS-DEC-SUB TO WS-DEC-HIT-SUB
008360     END-IF.
008370 2110-EXIT.
008380     EXIT.
008390*-----------------------------------------------------------*
008400* 2200-COMPUTE-AMOUNT - WORKS OUT THE ITEM'S AMOUNT THE WAY  *
008410*   TXNADD01 WOULD HAVE POSTED IT: FIELD-A PLUS FIELD-B PLUS *
008420*   THE EXTRA ADDENDS, NEGATED FOR A REVERSAL.               *
008430*-----------------------------------------------------------*
008440 2200-COMPUTE-AMOUNT.
008450     MOVE ZERO TO WS-AMOUNT.
008460     SET WS-AMOUNT-BAD TO TRUE.
008470     IF WS-IR-FIELD-A NOT NUMERIC OR WS-IR-FIELD-B NOT NUMERIC
008480         GO TO 2200-EXIT
008490     END-IF.
008500     IF WS-IR-EXTRA-COUNT NOT NUMERIC OR WS-IR-EXTRA-COUNT > 4
008510         GO TO 2200-EXIT
008520     END-IF.
008530     SET WS-AMOUNT-OK TO TRUE.
008540     ADD WS-IR-FIELD-A WS-IR-FIELD-B GIVING WS-AMOUNT.
008550     IF WS-IR-EXTRA-COUNT > ZERO
008560         PERFORM 2210-ADD-ONE-EXTRA THRU 2210-EXIT
008570             VARYING WS-EXTRA-SUB FROM 1 BY 1
008580             UNTIL WS-EXTRA-SUB > WS-IR-EXTRA-COUNT
008590     END-IF.
008600     IF WS-AMOUNT-BAD
008610         MOVE ZERO TO WS-AMOUNT
008620         GO TO 2200-EXIT
008630     END-IF.
008640     IF WS-IR-OP-REVERSE
008650         COMPUTE WS-AMOUNT = ZERO - WS-AMOUNT
008660     END-IF.
008670 2200-EXIT.
008680     EXIT.
008690*-----------------------------------------------------------*
008700* 2210-ADD-ONE-EXTRA - ADDS ONE EXTRA ADDEND INTO THE        *
008710*   AMOUNT.                                                  *
008720*-----------------------------------------------------------*
008730 2210-ADD-ONE-EXTRA.
008740     IF WS-IR-EXTRA-ADDENDS (WS-EXTRA-SUB) NOT NUMERIC
008750         SET WS-AMOUNT-BAD TO TRUE
008760         GO TO 2210-EXIT
008770     END-IF.
008780     ADD WS-IR-EXTRA-ADDENDS (WS-EXTRA-SUB) TO WS-AMOUNT.
008790 2210-EXIT.
008800     EXIT.
008810*-----------------------------------------------------------*
008820* 2300-WRITE-OFF - BOOKS THE ITEM'S AMOUNT TO THE WRITE-OFF  *
008830*   ACCOUNT AS A WOFGL POSTING DETAIL.                       *
008840*-----------------------------------------------------------*
008850 2300-WRITE-OFF.
008860     MOVE 'W' TO WS-IT-ACTION (WS-IT-SUB).
008870     MOVE WS-IT-RECORD-ID (WS-IT-SUB) TO WS-GD-RECORD-ID.
008880     IF WS-IR-OP-REVERSE
008890         MOVE 'R' TO WS-GD-OPERATION
008900     ELSE
008910         MOVE 'A' TO WS-GD-OPERATION
008920     END-IF.
008930     MOVE WS-AMOUNT TO WS-GD-FIELD-C.
008940     MOVE WS-IT-DEPT (WS-IT-SUB) TO WS-GD-DEPT.
008950     MOVE WS-WOFF-ACCOUNT TO WS-GD-GL-ACCOUNT.
008960     MOVE WS-GL-DETAIL-REC TO GL-RECORD.
008970     WRITE GL-RECORD.
008980     ADD 1 TO WS-GL-COUNT.
008990     ADD WS-AMOUNT TO WS-GL-HASH.
009000     ADD 1 TO WS-WOFF-COUNT.
009010     ADD WS-AMOUNT TO WS-WOFF-TOTAL.
009020     MOVE "WRITE-OFF" TO WS-AUDIT-STATUS.
009030     PERFORM 7000-WRITE-AUDIT-REC THRU 7000-EXIT.
009040     MOVE "WRITTEN OFF" TO WS-RG-DISPOSITION.
009050     PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT.
009060 2300-EXIT.
009070     EXIT.
009080*-----------------------------------------------------------*
009090* 2400-RETURN - MARKS THE ITEM FOR RETURN TO ITS ORIGINATING *
009100*   DEPARTMENT; THE RETURN SECTIONS ARE WRITTEN ONCE EVERY   *
009110*   ITEM HAS BEEN DISPOSED OF.                               *
009120*-----------------------------------------------------------*
009130 2400-RETURN.
009140     MOVE 'R' TO WS-IT-ACTION (WS-IT-SUB).
009150     ADD 1 TO WS-RETURNED-COUNT.
009160     MOVE "RETURNED" TO WS-AUDIT-STATUS.
009170     PERFORM 7000-WRITE-AUDIT-REC THRU 7000-EXIT.
009180     MOVE "RETURNED" TO WS-RG-DISPOSITION.
009190     PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT.
009200 2400-EXIT.
009210     EXIT.
009220*-----------------------------------------------------------*
009230* 2500-REINSTATE - SENDS THE ITEM BACK ON RECYCLE WITH ITS   *
009240*   ORIGINATING RUN AND A FRESH ATTEMPT COUNT, SO IT GETS    *
009250*   THE FULL NUMBER OF REPAIR ATTEMPTS AGAIN.                *
009260*-----------------------------------------------------------*
009270 2500-REINSTATE.
009280     MOVE 'I' TO WS-IT-ACTION (WS-IT-SUB).
009290     MOVE WS-IR-TRAN-DATA TO RY-TRAN-DATA.
009300     MOVE WS-IR-ORIG-RUN-ID TO RY-ORIG-RUN-ID.
009310     MOVE ZERO TO RY-ATTEMPT-COUNT.
009320     MOVE SPACES TO RY-KEYER-ID.
009330     MOVE WS-IT-APPROVER-ID (WS-IT-SUB) TO RY-APPROVER-ID.
009340     WRITE RY-RECORD.
009350     ADD 1 TO WS-REINSTATED-COUNT.
009360     MOVE "REINSTATE" TO WS-AUDIT-STATUS.
009370     PERFORM 7000-WRITE-AUDIT-REC THRU 7000-EXIT.
009380     MOVE "REINSTATED" TO WS-RG-DISPOSITION.
009390     PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT.
009400 2500-EXIT.
009410     EXIT.
009420*-----------------------------------------------------------*
009430* 2600-CARRY-FORWARD - CARRIES AN UNDISPOSED ITEM FORWARD,   *
009440*   UNCHANGED, ON PERMNEW.                                   *
009450*-----------------------------------------------------------*
009460 2600-CARRY-FORWARD.
009470     MOVE 'C' TO WS-IT-ACTION (WS-IT-SUB).
009480     MOVE WS-IT-SUSPENSE-REC (WS-IT-SUB) TO PN-RECORD.
009490     WRITE PN-RECORD.
009500     ADD 1 TO WS-CARRIED-COUNT.
009510     MOVE "CARRIED FWD" TO WS-RG-DISPOSITION.
009520     PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT.
009530 2600-EXIT.
009540     EXIT.
009550*-----------------------------------------------------------*
009560* 2700-WRITE-REGISTER-LINE - PRINTS THE ITEM'S REGISTER LINE *
009570*   AND COUNTS IT INTO THE DEPARTMENT AND REASON TOTALS.     *
009580*-----------------------------------------------------------*
009590 2700-WRITE-REGISTER-LINE.
009600     MOVE WS-IT-RECORD-ID (WS-IT-SUB) TO WS-RG-RECORD-ID.
009610     MOVE WS-IT-DEPT (WS-IT-SUB) TO WS-RG-DEPT.
009620     MOVE WS-IT-REASON-CODE (WS-IT-SUB) TO WS-RG-REASON.
009630     MOVE WS-IR-OPERATION TO WS-RG-OPERATION.
009640     MOVE WS-AMOUNT TO WS-RG-AMOUNT.
009650     MOVE WS-IT-APPROVER-ID (WS-IT-SUB) TO WS-RG-APPROVER-ID.
009660     MOVE WS-REGISTER-LINE TO WR-RECORD.
009670     WRITE WR-RECORD.
009680     PERFORM 2800-ACCUM-DEPT THRU 2800-EXIT.
009690     PERFORM 2850-ACCUM-REASON THRU 2850-EXIT.
009700 2700-EXIT.
009710     EXIT.
009720*-----------------------------------------------------------*
009730* 2800-ACCUM-DEPT - COUNTS THE ITEM INTO ITS DEPARTMENT'S    *
009740*   TOTALS, OPENING A NEW ENTRY THE FIRST TIME THE           *
009750*   DEPARTMENT IS SEEN.                                      *
009760*-----------------------------------------------------------*
009770 2800-ACCUM-DEPT.
009780     MOVE ZERO TO WS-DEPT-HIT-SUB.
009790     IF WS-DEPT-COUNT > ZERO
009800         PERFORM 2810-MATCH-ONE-DEPT THRU 2810-EXIT
009810             VARYING WS-DEPT-SUB FROM 1 BY 1
009820             UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
009830                 OR WS-DEPT-HIT-SUB > ZERO
009840     END-IF.
009850     IF WS-DEPT-HIT-SUB = ZERO
009860         IF WS-DEPT-COUNT = WS-DEPT-MAX
009870             DISPLAY "*** MORE THAN " WS-DEPT-MAX
009880                 " DEPARTMENTS - " WS-IT-DEPT (WS-IT-SUB)
009890                 " NOT TOTALLED."
009900             IF WS-RETURN-CODE < 4
009910                 MOVE 4 TO WS-RETURN-CODE
009920             END-IF
009930             GO TO 2800-EXIT
009940         END-IF
009950         ADD 1 TO WS-DEPT-COUNT
009960         MOVE WS-DEPT-COUNT TO WS-DEPT-HIT-SUB
009970         MOVE WS-IT-DEPT (WS-IT-SUB)
009975             TO WS-DT-KEY (WS-DEPT-HIT-SUB)
009980         MOVE ZERO TO WS-DT-WOFF-COUNT (WS-DEPT-HIT-SUB)
009990         MOVE ZERO TO WS-DT-WOFF-AMOUNT (WS-DEPT-HIT-SUB)
010000         MOVE ZERO TO WS-DT-RET-COUNT (WS-DEPT-HIT-SUB)
010010         MOVE ZERO TO WS-DT-RNS-COUNT (WS-DEPT-HIT-SUB)
010020         MOVE ZERO TO WS-DT-FWD-COUNT (WS-DEPT-HIT-SUB)
010030     END-IF.
010040     EVALUATE TRUE
010050         WHEN WS-IT-WRITTEN-OFF (WS-IT-SUB)
010060             ADD 1 TO WS-DT-WOFF-COUNT (WS-DEPT-HIT-SUB)
010070             ADD WS-AMOUNT TO WS-DT-WOFF-AMOUNT (WS-DEPT-HIT-SUB)
010080         WHEN WS-IT-RETURNED (WS-IT-SUB)
010090             ADD 1 TO WS-DT-RET-COUNT (WS-DEPT-HIT-SUB)
010100         WHEN WS-IT-REINSTATED (WS-IT-SUB)
010110             ADD 1 TO WS-DT-RNS-COUNT (WS-DEPT-HIT-SUB)
010120         WHEN OTHER
010130             ADD 1 TO WS-DT-FWD-COUNT (WS-DEPT-HIT-SUB)
010140     END-EVALUATE.
010150 2800-EXIT.
010160     EXIT.
010170*-----------------------------------------------------------*
010180* 2810-MATCH-ONE-DEPT - COMPARES THE ITEM'S DEPARTMENT       *
010190*   AGAINST ONE TOTALS ENTRY.                                *
010200*-----------------------------------------------------------*
010210 2810-MATCH-ONE-DEPT.
010220     IF WS-DT-KEY (WS-DEPT-SUB) = WS-IT-DEPT (WS-IT-SUB)
010230         MOVE WS-DEPT-SUB TO WS-DEPT-HIT-SUB
010240     END-IF.
010250 2810-EXIT.
010260     EXIT.
010270*-----------------------------------------------------------*
010280* 2850-ACCUM-REASON - COUNTS THE ITEM INTO ITS REJECT REASON *
010290*   CODE'S TOTALS.                                           *
010300*-----------------------------------------------------------*
010310 2850-ACCUM-REASON.
010320     MOVE ZERO TO WS-RSN-HIT-SUB.
010330     IF WS-RSN-COUNT > ZERO
010340         PERFORM 2860-MATCH-ONE-REASON THRU 2860-EXIT
010350             VARYING WS-RSN-SUB FROM 1 BY 1
010360             UNTIL WS-RSN-SUB > WS-RSN-COUNT
010370                 OR WS-RSN-HIT-SUB > ZERO
010380     END-IF.
010390     IF WS-RSN-HIT-SUB = ZERO
010400         IF WS-RSN-COUNT = WS-RSN-MAX
010410             DISPLAY "*** MORE THAN " WS-RSN-MAX
010420                 " REASON CODES - " WS-IT-REASON-CODE (WS-IT-SUB)
010430                 " NOT TOTALLED."
010440             IF WS-RETURN-CODE < 4
010450                 MOVE 4 TO WS-RETURN-CODE
010460             END-IF
010470             GO TO 2850-EXIT
010480         END-IF
010490         ADD 1 TO WS-RSN-COUNT
010500         MOVE WS-RSN-COUNT TO WS-RSN-HIT-SUB
010510         MOVE WS-IT-REASON-CODE (WS-IT-SUB)
010520             TO WS-RT-KEY (WS-RSN-HIT-SUB)
010530         MOVE ZERO TO WS-RT-WOFF-COUNT (WS-RSN-HIT-SUB)
010540         MOVE ZERO TO WS-RT-WOFF-AMOUNT (WS-RSN-HIT-SUB)
010550         MOVE ZERO TO WS-RT-RET-COUNT (WS-RSN-HIT-SUB)
010560         MOVE ZERO TO WS-RT-RNS-COUNT (WS-RSN-HIT-SUB)
010570         MOVE ZERO TO WS-RT-FWD-COUNT (WS-RSN-HIT-SUB)
010580     END-IF.
010590     EVALUATE TRUE
010600         WHEN WS-IT-WRITTEN-OFF (WS-IT-SUB)
010610             ADD 1 TO WS-RT-WOFF-COUNT (WS-RSN-HIT-SUB)
010620             ADD WS-AMOUNT TO WS-RT-WOFF-AMOUNT (WS-RSN-HIT-SUB)
010630         WHEN WS-IT-RETURNED (WS-IT-SUB)
010640             ADD 1 TO WS-RT-RET-COUNT (WS-RSN-HIT-SUB)
010650         WHEN WS-IT-REINSTATED (WS-IT-SUB)
010660             ADD 1 TO WS-RT-RNS-COUNT (WS-RSN-HIT-SUB)
010670         WHEN OTHER
010680             ADD 1 TO WS-RT-FWD-COUNT (WS-RSN-HIT-SUB)
010690     END-EVALUATE.
010700 2850-EXIT.
010710     EXIT.
010720*-----------------------------------------------------------*
010730* 2860-MATCH-ONE-REASON - COMPARES THE ITEM'S REASON CODE    *
010740*   AGAINST ONE TOTALS ENTRY.                                *
010750*-----------------------------------------------------------*
010760 2860-MATCH-ONE-REASON.
010770     IF WS-RT-KEY (WS-RSN-SUB) = WS-IT-REASON-CODE (WS-IT-SUB)
010780         MOVE WS-RSN-SUB TO WS-RSN-HIT-SUB
010790     END-IF.
010800 2860-EXIT.
010810     EXIT.
010820*-----------------------------------------------------------*
010830* 3000-WRITE-RETURNS - WRITES THE RETURNED ITEMS TO WOFRET,  *
010840*   ONE HEADED AND TRAILED SECTION PER DEPARTMENT: THE FIRST *
010850*   UNSENT RETURN OPENS A SECTION, WHICH THEN TAKES EVERY    *
010860*   OTHER RETURN FOR THE SAME DEPARTMENT.                    *
010870*-----------------------------------------------------------*
010880 3000-WRITE-RETURNS.
010890     IF WS-RETURNED-COUNT = ZERO
010900         GO TO 3000-EXIT
010910     END-IF.
010920     PERFORM 3100-WRITE-DEPT-SECTION THRU 3100-EXIT
010930         VARYING WS-IT-SUB FROM 1 BY 1
010940         UNTIL WS-IT-SUB > WS-ITEM-COUNT.
010950 3000-EXIT.
010960     EXIT.
010970*-----------------------------------------------------------*
010980* 3100-WRITE-DEPT-SECTION - WRITES ONE DEPARTMENT'S RETURN   *
010990*   SECTION, STARTING FROM ITS FIRST UNSENT RETURN.          *
011000*-----------------------------------------------------------*
011010 3100-WRITE-DEPT-SECTION.
011020     IF NOT WS-IT-RETURNED (WS-IT-SUB)
011030         OR WS-IT-SENT (WS-IT-SUB)
011040         GO TO 3100-EXIT
011050     END-IF.
011060     MOVE WS-IT-DEPT (WS-IT-SUB) TO WS-RETURN-DEPT.
011070     MOVE ZERO TO WS-RETURN-COUNT.
011080     MOVE ZERO TO WS-RETURN-AMOUNT.
011090     MOVE SPACES TO RT-RECORD.
011100     MOVE "H" TO RT-RECORD-TYPE.
011110     MOVE WS-RETURN-DEPT TO RT-DEPT.
011120     MOVE WS-RUN-ID TO RT-RUN-ID.
011130     MOVE WS-CURRENT-DATE TO RT-RUN-DATE.
011140     WRITE RT-RECORD.
011150     PERFORM 3200-WRITE-ONE-RETURN THRU 3200-EXIT
011160         VARYING WS-IT-SCAN-SUB FROM WS-IT-SUB BY 1
011170         UNTIL WS-IT-SCAN-SUB > WS-ITEM-COUNT.
011180     MOVE SPACES TO RT-RECORD.
011190     MOVE "T" TO RT-RECORD-TYPE.
011200     MOVE WS-RETURN-COUNT TO RT-TRL-COUNT.
011210     MOVE WS-RETURN-AMOUNT TO RT-TRL-AMOUNT.
011220     WRITE RT-RECORD.
011230 3100-EXIT.
011240     EXIT.
011250*-----------------------------------------------------------*
011260* 3200-WRITE-ONE-RETURN - WRITES ONE RETURNED ITEM OF THE    *
011270*   SECTION'S DEPARTMENT AND MARKS IT SENT.                  *
011280*-----------------------------------------------------------*
011290 3200-WRITE-ONE-RETURN.
011300     IF NOT WS-IT-RETURNED (WS-IT-SCAN-SUB)
011310         OR WS-IT-SENT (WS-IT-SCAN-SUB)
011320         OR WS-IT-DEPT (WS-IT-SCAN-SUB) NOT = WS-RETURN-DEPT
011330         GO TO 3200-EXIT
011340     END-IF.
011350     MOVE "D" TO RT-RECORD-TYPE.
011360     MOVE WS-IT-SUSPENSE-REC (WS-IT-SCAN-SUB) TO RT-SUSPENSE-REC.
011370     MOVE WS-IT-APPROVER-ID (WS-IT-SCAN-SUB) TO RT-APPROVER-ID.
011380     WRITE RT-RECORD.
011390     MOVE 'Y' TO WS-IT-SENT-SW (WS-IT-SCAN-SUB).
011400     ADD 1 TO WS-RETURN-COUNT.
011410     ADD WS-IT-AMOUNT (WS-IT-SCAN-SUB) TO WS-RETURN-AMOUNT.
011420 3200-EXIT.
011430     EXIT.
011440*-----------------------------------------------------------*
011450* 4000-LIST-UNMATCHED - LISTS EVERY DECISION WHOSE RECORD ID *
011460*   IS NOT ON PERMREJ, SO A MISKEYED ID IS NOT SILENTLY      *
011470*   IGNORED.                                                 *
011480*-----------------------------------------------------------*
011490 4000-LIST-UNMATCHED.
011500     MOVE "DECISIONS NOT ON PERMREJ" TO WS-SECTION-LINE.
011510     MOVE WS-SECTION-LINE TO WR-RECORD.
011520     WRITE WR-RECORD.
011530     IF WS-DEC-COUNT > ZERO
011540         PERFORM 4100-CHECK-ONE-DECISION THRU 4100-EXIT
011550             VARYING WS-DEC-SUB FROM 1 BY 1
011560             UNTIL WS-DEC-SUB > WS-DEC-COUNT
011570     END-IF.
011580     IF WS-DEC-UNMATCHED-COUNT = ZERO
011590         MOVE "  (NONE)" TO WS-SECTION-LINE
011600         MOVE WS-SECTION-LINE TO WR-RECORD
011610         WRITE WR-RECORD
011620     ELSE
011630         IF WS-RETURN-CODE < 4
011640             MOVE 4 TO WS-RETURN-CODE
011650         END-IF
011660     END-IF.
011670 4000-EXIT.
011680     EXIT.
011690*-----------------------------------------------------------*
011700* 4100-CHECK-ONE-DECISION - LISTS ONE DECISION THAT NO       *
011710*   PERMREJ ITEM USED.                                       *
011720*-----------------------------------------------------------*
011730 4100-CHECK-ONE-DECISION.
011740     IF WS-DC-USED (WS-DEC-SUB)
011750         GO TO 4100-EXIT
011760     END-IF.
011770     ADD 1 TO WS-DEC-UNMATCHED-COUNT.
011780     MOVE WS-DC-RECORD-ID (WS-DEC-SUB) TO WS-DL-RECORD-ID.
011790     MOVE WS-DC-DECISION (WS-DEC-SUB) TO WS-DL-DECISION.
011800     MOVE WS-DC-APPROVER-ID (WS-DEC-SUB) TO WS-DL-APPROVER-ID.
011810     MOVE "RECORD ID NOT ON PERMREJ" TO WS-DL-REASON.
011820     MOVE WS-DECISION-LINE TO WR-RECORD.
011830     WRITE WR-RECORD.
011840 4100-EXIT.
011850     EXIT.
011860*-----------------------------------------------------------*
011870* 5000-PRINT-TOTALS - PRINTS THE REGISTER TOTALS BY          *
011880*   DEPARTMENT AND BY REJECT REASON CODE.                    *
011890*-----------------------------------------------------------*
011900 5000-PRINT-TOTALS.
011910     MOVE "TOTALS BY DEPARTMENT" TO WS-SECTION-LINE.
011920     MOVE WS-SECTION-LINE TO WR-RECORD.
011930     WRITE WR-RECORD.
011940     MOVE "DEPT" TO WS-TH-KEY-LABEL.
011950     MOVE WS-TOTALS-HEADING TO WR-RECORD.
011960     WRITE WR-RECORD.
011970     IF WS-DEPT-COUNT = ZERO
011980         MOVE "  (NONE)" TO WS-SECTION-LINE
011990         MOVE WS-SECTION-LINE TO WR-RECORD
012000         WRITE WR-RECORD
012010     ELSE
012020         PERFORM 5100-PRINT-DEPT-TOTAL THRU 5100-EXIT
012030             VARYING WS-DEPT-SUB FROM 1 BY 1
012040             UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
012050     END-IF.
012060     MOVE "TOTALS BY REASON CODE" TO WS-SECTION-LINE.
012070     MOVE WS-SECTION-LINE TO WR-RECORD.
012080     WRITE WR-RECORD.
012090     MOVE "RSN" TO WS-TH-KEY-LABEL.
012100     MOVE WS-TOTALS-HEADING TO WR-RECORD.
012110     WRITE WR-RECORD.
012120     IF WS-RSN-COUNT = ZERO
012130         MOVE "  (NONE)" TO WS-SECTION-LINE
012140         MOVE WS-SECTION-LINE TO WR-RECORD
012150         WRITE WR-RECORD
012160     ELSE
012170         PERFORM 5200-PRINT-REASON-TOTAL THRU 5200-EXIT
012180             VARYING WS-RSN-SUB FROM 1 BY 1
012190             UNTIL WS-RSN-SUB > WS-RSN-COUNT
012200     END-IF.
012210 5000-EXIT.
012220     EXIT.
012230*-----------------------------------------------------------*
012240* 5100-PRINT-DEPT-TOTAL - PRINTS ONE DEPARTMENT'S TOTALS.    *
012250*-----------------------------------------------------------*
012260 5100-PRINT-DEPT-TOTAL.
012270     MOVE WS-DT-KEY (WS-DEPT-SUB) TO WS-TL-KEY.
012280     MOVE WS-DT-WOFF-COUNT (WS-DEPT-SUB) TO WS-TL-WOFF-COUNT.
012290     MOVE WS-DT-WOFF-AMOUNT (WS-DEPT-SUB) TO WS-TL-WOFF-AMOUNT.
012300     MOVE WS-DT-RET-COUNT (WS-DEPT-SUB) TO WS-TL-RET-COUNT.
012310     MOVE WS-DT-RNS-COUNT (WS-DEPT-SUB) TO WS-TL-RNS-COUNT.
012320     MOVE WS-DT-FWD-COUNT (WS-DEPT-SUB) TO WS-TL-FWD-COUNT.
012330     MOVE WS-TOTALS-LINE TO WR-RECORD.
012340     WRITE WR-RECORD.
012350 5100-EXIT.
012360     EXIT.
012370*-----------------------------------------------------------*
012380* 5200-PRINT-REASON-TOTAL - PRINTS ONE REASON CODE'S TOTALS. *
012390*-----------------------------------------------------------*
012400 5200-PRINT-REASON-TOTAL.
012410     MOVE WS-RT-KEY (WS-RSN-SUB) TO WS-TL-KEY.
012420     MOVE WS-RT-WOFF-COUNT (WS-RSN-SUB) TO WS-TL-WOFF-COUNT.
012430     MOVE WS-RT-WOFF-AMOUNT (WS-RSN-SUB) TO WS-TL-WOFF-AMOUNT.
012440     MOVE WS-RT-RET-COUNT (WS-RSN-SUB) TO WS-TL-RET-COUNT.
012450     MOVE WS-RT-RNS-COUNT (WS-RSN-SUB) TO WS-TL-RNS-COUNT.
012460     MOVE WS-RT-FWD-COUNT (WS-RSN-SUB) TO WS-TL-FWD-COUNT.
012470     MOVE WS-TOTALS-LINE TO WR-RECORD.
012480     WRITE WR-RECORD.
012490 5200-EXIT.
012500     EXIT.
012510*-----------------------------------------------------------*
012520* 6000-CLOSE-OUTPUTS - CLOSES THE WRITE-OFF GL RUN WITH ITS  *
012530*   'S' SUMMARY AND TRAILER, AND CLOSES THE OUTPUT FILES.    *
012540*   THE TRAILER COUNT AND HASH COVER THE DETAILS ONLY, AS ON *
012550*   GLFILE.                                                  *
012560*-----------------------------------------------------------*
012570 6000-CLOSE-OUTPUTS.
012580     IF WS-GL-COUNT > ZERO
012590         MOVE WS-WOFF-ACCOUNT TO WS-GS-ACCOUNT
012600         MOVE WS-GL-COUNT TO WS-GS-REC-COUNT
012610         MOVE WS-GL-HASH TO WS-GS-NET
012620         MOVE WS-GL-SUMMARY-REC TO GL-RECORD
012630         WRITE GL-RECORD
012640     END-IF.
012650     MOVE WS-GL-COUNT TO WS-GT-RECORD-COUNT.
012660     MOVE WS-GL-HASH TO WS-GT-HASH-TOTAL.
012670     MOVE WS-GL-TRAILER-REC TO GL-RECORD.
012680     WRITE GL-RECORD.
012690     CLOSE PERMNEW WOFGL WOFRET RECYCLE AUDITLOG.
012700 6000-EXIT.
012710     EXIT.
012720*-----------------------------------------------------------*
012730* 7000-WRITE-AUDIT-REC - LOGS THE ITEM'S DISPOSITION ON      *
012740*   AUDITLOG UNDER THIS RUN, WITH THE APPROVER, SO THE       *
012750*   RECORD'S DOCKET SHOWS HOW IT ENDED.  A WRITE-OFF CARRIES *
012760*   THE WRITE-OFF ACCOUNT IT WAS BOOKED TO.                  *
012770*-----------------------------------------------------------*
012780 7000-WRITE-AUDIT-REC.
012790     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
012800     ACCEPT WS-TS-TIME FROM TIME.
012810     MOVE WS-TIMESTAMP TO AL-TIMESTAMP.
012820     MOVE WS-RUN-ID TO AL-RUN-ID.
012830     MOVE WS-IT-RECORD-ID (WS-IT-SUB) TO AL-RECORD-ID.
012840     MOVE WS-IR-OPERATION TO AL-OPERATION-CODE.
012850     MOVE ZERO TO AL-FIELD-A.
012860     IF WS-IR-FIELD-A NUMERIC
012870         MOVE WS-IR-FIELD-A TO AL-FIELD-A
012880     END-IF.
012890     MOVE ZERO TO AL-FIELD-B.
012900     IF WS-IR-FIELD-B NUMERIC
012910         MOVE WS-IR-FIELD-B TO AL-FIELD-B
012920     END-IF.
012930     MOVE WS-AMOUNT TO AL-FIELD-C.
012940     MOVE WS-AUDIT-STATUS TO AL-STATUS.
012950     MOVE ZERO TO AL-EXTRA-COUNT.
012960     IF WS-IR-EXTRA-COUNT NUMERIC
012970         MOVE WS-IR-EXTRA-COUNT TO AL-EXTRA-COUNT
012980     END-IF.
012990     PERFORM 7100-COPY-EXTRA THRU 7100-EXIT
013000         VARYING WS-EXTRA-SUB FROM 1 BY 1
013010         UNTIL WS-EXTRA-SUB > 4.
013020     MOVE ZERO TO AL-RECON-DIFF.
013030     MOVE WS-IT-DEPT (WS-IT-SUB) TO AL-DEPT.
013040     MOVE ZERO TO AL-GL-ACCOUNT.
013050     IF WS-IT-WRITTEN-OFF (WS-IT-SUB)
013060         MOVE WS-WOFF-ACCOUNT TO AL-GL-ACCOUNT
013070     ELSE
013080         IF WS-IR-GL-ACCOUNT NUMERIC
013090             MOVE WS-IR-GL-ACCOUNT TO AL-GL-ACCOUNT
013100         END-IF
013110     END-IF.
013120     MOVE SPACE TO AL-RECYCLE-SW.
013130     MOVE WS-IR-ORIG-RUN-ID TO AL-ORIG-RUN-ID.
013140     MOVE ZERO TO AL-REVERSES-ID.
013150     IF WS-IR-OP-REVERSE AND WS-IR-REVERSES-ID NUMERIC
013160         MOVE WS-IR-REVERSES-ID TO AL-REVERSES-ID
013170     END-IF.
013180     MOVE SPACES TO AL-KEYER-ID.
013190     MOVE WS-IT-APPROVER-ID (WS-IT-SUB) TO AL-APPROVER-ID.
013200     MOVE ZERO TO AL-EFF-DATE.
013210     IF WS-IR-EFF-DATE NUMERIC
013220         MOVE WS-IR-EFF-DATE TO AL-EFF-DATE
013230     END-IF.
013240     WRITE AL-RECORD.
013250 7000-EXIT.
013260     EXIT.
013270*-----------------------------------------------------------*
013280* 7100-COPY-EXTRA - COPIES ONE EXTRA ADDEND INTO THE         *
013290*   AUDITLOG RECORD.                                         *
013300*-----------------------------------------------------------*
013310 7100-COPY-EXTRA.
013320     MOVE ZERO TO AL-EXTRA-ADDENDS (WS-EXTRA-SUB).
013330     IF WS-IR-EXTRA-ADDENDS (WS-EXTRA-SUB) NUMERIC
013340         MOVE WS-IR-EXTRA-ADDENDS (WS-EXTRA-SUB)
013350             TO AL-EXTRA-ADDENDS (WS-EXTRA-SUB)
013360     END-IF.
013370 7100-EXIT.
013380     EXIT.
013390*-----------------------------------------------------------*
013400* 9000-TERMINATE - PRINTS THE RUN COUNTS AND THE SIGN-OFF    *
013410*   LINE AND CLOSES THE REGISTER.                            *
013420*-----------------------------------------------------------*
013430 9000-TERMINATE.
013440     MOVE "PERMREJ ITEMS READ:" TO WS-CL-LABEL.
013450     MOVE WS-ITEMS-READ-COUNT TO WS-CL-VALUE.
013460     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
013470     MOVE "WRITTEN OFF:" TO WS-CL-LABEL.
013480     MOVE WS-WOFF-COUNT TO WS-CL-VALUE.
013490     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
013500     MOVE "RETURNED:" TO WS-CL-LABEL.
013510     MOVE WS-RETURNED-COUNT TO WS-CL-VALUE.
013520     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
013530     MOVE "REINSTATED:" TO WS-CL-LABEL.
013540     MOVE WS-REINSTATED-COUNT TO WS-CL-VALUE.
013550     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
013560     MOVE "CARRIED FORWARD:" TO WS-CL-LABEL.
013570     MOVE WS-CARRIED-COUNT TO WS-CL-VALUE.
013580     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
013590     MOVE "DECISIONS READ:" TO WS-CL-LABEL.
013600     MOVE WS-DEC-READ-COUNT TO WS-CL-VALUE.
013610     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
013620     MOVE "DECISIONS REFUSED:" TO WS-CL-LABEL.
013630     MOVE WS-DEC-REFUSED-COUNT TO WS-CL-VALUE.
013640     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
013650     MOVE "DECISIONS UNMATCHED:" TO WS-CL-LABEL.
013660     MOVE WS-DEC-UNMATCHED-COUNT TO WS-CL-VALUE.
013670     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
013680     MOVE "TOTAL WRITTEN OFF:" TO WS-AL-LABEL.
013690     MOVE WS-WOFF-TOTAL TO WS-AL-VALUE.
013700     MOVE WS-AMOUNT-LINE TO WR-RECORD.
013710     WRITE WR-RECORD.
013720     MOVE WS-SIGNOFF-LINE TO WR-RECORD.
013730     WRITE WR-RECORD.
013740     CLOSE WOFRPT.
013750 9000-EXIT.
013760     EXIT.
013770*-----------------------------------------------------------*
013780* 9110-WRITE-COUNT-LINE - PRINTS ONE LABELED COUNT LINE ON   *
013790*   THE WRITE-OFF REGISTER.                                  *
013800*-----------------------------------------------------------*
013810 9110-WRITE-COUNT-LINE.
013820     MOVE WS-COUNT-LINE TO WR-RECORD.
013830     WRITE WR-RECORD.
013840 9110-EXIT.
013850     EXIT.
013860*-----------------------------------------------------------*
013870* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
013880*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
013890*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
013900*-----------------------------------------------------------*
013910 9900-LOG-RUN-END.
013920     MOVE "ITEMS" TO WS-JH-COUNT-LABEL (1).
013930     MOVE WS-ITEMS-READ-COUNT TO WS-JH-COUNT-VALUE (1).
013940     MOVE "WRTNOFF" TO WS-JH-COUNT-LABEL (2).
013950     MOVE WS-WOFF-COUNT TO WS-JH-COUNT-VALUE (2).
013960     MOVE "CARRIED" TO WS-JH-COUNT-LABEL (3).
013970     MOVE WS-CARRIED-COUNT TO WS-JH-COUNT-VALUE (3).
013980     MOVE SPACES TO JH-RECORD.
013990     SET JH-RUN-END TO TRUE.
014000     MOVE "TXNWOF01" TO JH-PROGRAM-ID.
014010     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
014020     MOVE WS-JH-START-DATE TO JH-START-DATE.
014030     MOVE WS-JH-START-TIME TO JH-START-TIME.
014040     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
014050     ACCEPT JH-END-TIME FROM TIME.
014060     MOVE WS-JH-COUNTS TO JH-COUNTS.
014070     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
014080     OPEN EXTEND RUNHIST.
014090     WRITE JH-RECORD.
014100     CLOSE RUNHIST.
014110 9900-EXIT.
014120     EXIT.
