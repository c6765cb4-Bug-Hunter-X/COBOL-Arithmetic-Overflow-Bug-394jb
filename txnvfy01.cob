000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TXNVFY01.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. FINANCIAL SYSTEMS BATCH PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* DATE       INIT DESCRIPTION                                *
000200* ---------- ---- ------------------------------------------ *
000210* 10/15/2026 RH   ORIGINAL PROGRAM - ADDOUT INTEGRITY        *
000220*                 VERIFICATION AND REBUILD.  SORTS THE       *
000230*                 AUDITHX ARCHIVE GENERATIONS AND THE LIVE   *
000240*                 AUDITLOG INTO TIME ORDER AND REPLAYS EVERY *
000250*                 PROCESSED ENTRY THE WAY TXNADD01 POSTED IT *
000260*                 - NEW VERSIONS, REVERSAL MARKS ON THE      *
000270*                 ORIGINALS AND RERUN CREDITS - ONTO THE     *
000280*                 RPLWORK WORK FILE, COUNTS THE ADDHIST AND  *
000290*                 ADDHSTHX VERSIONS PER RECORD ID, THEN      *
000300*                 MATCHES THE REPLAY AGAINST ADDOUT IN KEY   *
000310*                 ORDER.  THE REPORT LISTS MISSING MASTERS,  *
000320*                 ORPHAN MASTERS WITH NO AUDIT TRAIL, EVERY  *
000330*                 FIELD THAT DISAGREES AND ANY HISTORY       *
000340*                 VERSION COUNT THAT DOES NOT MATCH THE      *
000350*                 TRAIL.  PARM 1 IS THE MODE: VERIFY (THE    *
000360*                 DEFAULT) ONLY REPORTS, AND ANY DISCREPANCY *
000370*                 SETS RC 8; REBUILD ALSO WRITES A FRESH     *
000380*                 MASTER TO ADDNEW FROM THE REPLAY AND SETS  *
000390*                 RC 4 WHEN IT CORRECTED ANYTHING.           *
000400*                                                             *
000410*                 OPERATIONAL NOTES: CONCATENATE EVERY       *
000420*                 AUDITHX GENERATION STILL HELD UNDER        *
000430*                 AUDITHX, AND EVERY ADDHSTHX GENERATION     *
000440*                 UNDER ADDHSTHX, OR THE REPLAY WILL MISS    *
000450*                 THE OLDEST POSTINGS.  AFTER A CLEAN        *
000460*                 REBUILD THE JCL REPLACES ADDOUT WITH       *
000470*                 ADDNEW.                                    *
000471* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000472*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000473*                 (PROGRAM ID, RUN ID, START AND END         *
000474*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000475*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000476*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000477* 10/15/2026 RH   REPLAY NOW FOLLOWS TXNADD01 ON RERUNS: A   *
000478*                 REVERSAL REPLACED BY AN ADD, OR BY A       *
000479*                 REVERSAL OF ANOTHER ORIGINAL, UNMARKS ITS  *
000480*                 OLD ORIGINAL, AND A RERUN 'A' HAS ITS      *
000481*                 REVERSAL STATUS SET AGAIN AGAINST ITS NEW  *
000482*                 FIELD-C.                                   *
000483*-----------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPTIONAL AUDITHX ASSIGN TO AUDITHX
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT OPTIONAL AUDITLOG ASSIGN TO AUDITLOG
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT SORTWK ASSIGN TO SORTWK.
000570     SELECT AUDSRT ASSIGN TO AUDSRT
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT OPTIONAL ADDHIST ASSIGN TO ADDHIST
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT OPTIONAL ADDHSTHX ASSIGN TO ADDHSTHX
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT OPTIONAL ADDOUT ASSIGN TO ADDOUT
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS AO-RECORD-ID
000670         FILE STATUS IS WS-ADDOUT-STATUS.
000680     SELECT RPLWORK ASSIGN TO RPLWORK
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS RW-RECORD-ID
000720         FILE STATUS IS WS-RPLWORK-STATUS.
000730     SELECT ADDNEW ASSIGN TO ADDNEW
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS AN-RECORD-ID
000770         FILE STATUS IS WS-ADDNEW-STATUS.
000780     SELECT VFYRPT ASSIGN TO VFYRPT
000790         ORGANIZATION IS LINE SEQUENTIAL.
000793     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000796         ORGANIZATION IS LINE SEQUENTIAL.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  AUDITHX
000830     LABEL RECORDS ARE STANDARD.
000840 01  HX-RECORD                  PIC X(184).
000850 FD  AUDITLOG
000860     LABEL RECORDS ARE STANDARD.
000870 01  LG-RECORD                  PIC X(184).
000880 SD  SORTWK.
000890 01  SW-RECORD.
000900     05  SW-TIMESTAMP           PIC X(16).
000910     05  FILLER                 PIC X(168).
000920 FD  AUDSRT
000930     LABEL RECORDS ARE STANDARD.
000940 01  AL-RECORD.
000950     05  AL-TIMESTAMP           PIC X(16).
000960     05  AL-RUN-ID              PIC X(14).
000970     05  AL-RECORD-ID           PIC 9(06).
000980     05  AL-OPERATION-CODE      PIC X(01).
000990     05  AL-FIELD-A             PIC S9(05)V99
001000         SIGN IS LEADING SEPARATE CHARACTER.
001010     05  AL-FIELD-B             PIC S9(05)V99
001020         SIGN IS LEADING SEPARATE CHARACTER.
001030     05  AL-FIELD-C             PIC S9(10)V99
001040         SIGN IS LEADING SEPARATE CHARACTER.
001050     05  AL-STATUS              PIC X(09).
001060     05  AL-EXTRA-COUNT         PIC 9(01).
001070     05  AL-EXTRA-ADDENDS       PIC S9(05)V99
001080         SIGN IS LEADING SEPARATE CHARACTER
001090         OCCURS 4 TIMES.
001100     05  AL-RECON-DIFF          PIC S9(12)V99
001110         SIGN IS TRAILING SEPARATE CHARACTER.
001120     05  AL-DEPT                PIC X(08).
001130     05  AL-GL-ACCOUNT          PIC 9(08).
001140     05  AL-RECYCLE-SW          PIC X(01).
001150     05  AL-ORIG-RUN-ID         PIC X(14).
001160     05  AL-REVERSES-ID         PIC 9(06).
001170     05  AL-KEYER-ID            PIC X(08).
001180     05  AL-APPROVER-ID         PIC X(08).
001190     05  AL-EFF-DATE            PIC 9(08).
001200 FD  ADDHIST
001210     LABEL RECORDS ARE STANDARD.
001220 01  AH-RECORD.
001230     05  AH-RECORD-ID           PIC 9(06).
001240     05  FILLER                 PIC X(121).
001250 FD  ADDHSTHX
001260     LABEL RECORDS ARE STANDARD.
001270 01  HH-RECORD.
001280     05  HH-RECORD-ID           PIC 9(06).
001290     05  FILLER                 PIC X(121).
001300 FD  ADDOUT
001310     LABEL RECORDS ARE STANDARD.
001320 01  AO-RECORD.
001330     05  AO-RECORD-ID           PIC 9(06).
001340     05  AO-OPERATION-CODE      PIC X(01).
001350     05  AO-FIELD-A             PIC S9(05)V99
001360         SIGN IS LEADING SEPARATE CHARACTER.
001370     05  AO-FIELD-B             PIC S9(05)V99
001380         SIGN IS LEADING SEPARATE CHARACTER.
001390     05  AO-FIELD-C             PIC S9(10)V99
001400         SIGN IS LEADING SEPARATE CHARACTER.
001410     05  AO-EXTRA-COUNT         PIC 9(01).
001420     05  AO-EXTRA-ADDENDS       PIC S9(05)V99
001430         SIGN IS LEADING SEPARATE CHARACTER
001440         OCCURS 4 TIMES.
001450     05  AO-DEPT                PIC X(08).
001460     05  AO-GL-ACCOUNT          PIC 9(08).
001470     05  AO-REVERSES-ID         PIC 9(06).
001480     05  AO-REVERSAL-STATUS     PIC X(01).
001490         88  AO-NOT-REVERSED             VALUE ' '.
001500         88  AO-PART-REVERSED            VALUE 'P'.
001510         88  AO-FULLY-REVERSED           VALUE 'F'.
001520     05  AO-REVERSED-AMT        PIC S9(10)V99
001530         SIGN IS LEADING SEPARATE CHARACTER.
001540     05  AO-REVERSED-RUN-ID     PIC X(14).
001550     05  AO-EFF-DATE            PIC 9(08).
001560 FD  RPLWORK
001570     LABEL RECORDS ARE STANDARD.
001580 01  RW-RECORD.
001590     05  RW-RECORD-ID           PIC 9(06).
001600     05  RW-VERSIONS            PIC 9(05).
001610     05  RW-HIST-COUNT          PIC 9(05).
001620     05  RW-OPERATION-CODE      PIC X(01).
001630     05  RW-FIELD-A             PIC S9(05)V99
001640         SIGN IS LEADING SEPARATE CHARACTER.
001650     05  RW-FIELD-B             PIC S9(05)V99
001660         SIGN IS LEADING SEPARATE CHARACTER.
001670     05  RW-FIELD-C             PIC S9(10)V99
001680         SIGN IS LEADING SEPARATE CHARACTER.
001690     05  RW-EXTRA-COUNT         PIC 9(01).
001700     05  RW-EXTRA-ADDENDS       PIC S9(05)V99
001710         SIGN IS LEADING SEPARATE CHARACTER
001720         OCCURS 4 TIMES.
001730     05  RW-DEPT                PIC X(08).
001740     05  RW-GL-ACCOUNT          PIC 9(08).
001750     05  RW-REVERSES-ID         PIC 9(06).
001760     05  RW-REVERSAL-STATUS     PIC X(01).
001770         88  RW-NOT-REVERSED             VALUE ' '.
001780         88  RW-PART-REVERSED            VALUE 'P'.
001790         88  RW-FULLY-REVERSED           VALUE 'F'.
001800     05  RW-REVERSED-AMT        PIC S9(10)V99
001810         SIGN IS LEADING SEPARATE CHARACTER.
001820     05  RW-REVERSED-RUN-ID     PIC X(14).
001830     05  RW-EFF-DATE            PIC 9(08).
001840 FD  ADDNEW
001850     LABEL RECORDS ARE STANDARD.
001860 01  AN-RECORD.
001870     05  AN-RECORD-ID           PIC 9(06).
001880     05  AN-OPERATION-CODE      PIC X(01).
001890     05  AN-FIELD-A             PIC S9(05)V99
001900         SIGN IS LEADING SEPARATE CHARACTER.
001910     05  AN-FIELD-B             PIC S9(05)V99
001920         SIGN IS LEADING SEPARATE CHARACTER.
001930     05  AN-FIELD-C             PIC S9(10)V99
001940         SIGN IS LEADING SEPARATE CHARACTER.
001950     05  AN-EXTRA-COUNT         PIC 9(01).
001960     05  AN-EXTRA-ADDENDS       PIC S9(05)V99
001970         SIGN IS LEADING SEPARATE CHARACTER
001980         OCCURS 4 TIMES.
001990     05  AN-DEPT                PIC X(08).
002000     05  AN-GL-ACCOUNT          PIC 9(08).
002010     05  AN-REVERSES-ID         PIC 9(06).
002020     05  AN-REVERSAL-STATUS     PIC X(01).
002030     05  AN-REVERSED-AMT        PIC S9(10)V99
002040         SIGN IS LEADING SEPARATE CHARACTER.
002050     05  AN-REVERSED-RUN-ID     PIC X(14).
002060     05  AN-EFF-DATE            PIC 9(08).
002070 FD  VFYRPT
002080     LABEL RECORDS ARE STANDARD.
002090 01  VR-RECORD                  PIC X(80).
002091 FD  RUNHIST
002092     LABEL RECORDS ARE STANDARD.
002093 01  JH-RECORD.
002094     05  JH-RECORD-TYPE         PIC X(01).
002095         88  JH-RUN-START                VALUE 'S'.
002096         88  JH-RUN-END                  VALUE 'E'.
002097     05  JH-PROGRAM-ID          PIC X(08).
002098     05  JH-RUN-ID              PIC X(14).
002099     05  JH-START-DATE          PIC 9(08).
002100     05  JH-START-TIME          PIC 9(08).
002101     05  JH-END-DATE            PIC 9(08).
002102     05  JH-END-TIME            PIC 9(08).
002103     05  JH-COUNTS.
002104         10  JH-COUNT           OCCURS 3 TIMES.
002105             15  JH-COUNT-LABEL PIC X(08).
002106             15  JH-COUNT-VALUE PIC 9(09).
002107     05  JH-RETURN-CODE         PIC 9(02).
002108 WORKING-STORAGE SECTION.
002110 01  WS-SWITCHES.
002120     05  WS-SRT-EOF-SWITCH      PIC X(01) VALUE 'N'.
002130         88  WS-SRT-EOF                  VALUE 'Y'.
002140     05  WS-HIST-EOF-SWITCH     PIC X(01) VALUE 'N'.
002150         88  WS-HIST-EOF                 VALUE 'Y'.
002160     05  WS-HHX-EOF-SWITCH      PIC X(01) VALUE 'N'.
002170         88  WS-HHX-EOF                  VALUE 'Y'.
002180     05  WS-RECORD-DIFF-SW      PIC X(01) VALUE 'N'.
002190         88  WS-RECORD-DIFFERS           VALUE 'Y'.
002200         88  WS-RECORD-AGREES            VALUE 'N'.
002210     05  WS-CMP-AO-NUM-SW       PIC X(01) VALUE 'N'.
002220         88  WS-CMP-AO-NUMERIC           VALUE 'Y'.
002230     05  WS-CMP-RW-NUM-SW       PIC X(01) VALUE 'N'.
002240         88  WS-CMP-RW-NUMERIC           VALUE 'Y'.
002250     05  WS-CMP-CLASS           PIC X(01) VALUE SPACE.
002260         88  WS-CMP-FIELD-C              VALUE 'C'.
002270         88  WS-CMP-DEPT                 VALUE 'D'.
002280         88  WS-CMP-ACCOUNT              VALUE 'G'.
002290         88  WS-CMP-VERSIONS             VALUE 'V'.
002300         88  WS-CMP-OTHER                VALUE 'O'.
002310 01  WS-MODE-PARM               PIC X(08) VALUE SPACES.
002320     88  WS-VERIFY-MODE              VALUES SPACES 'VERIFY'.
002330     88  WS-REBUILD-MODE             VALUE 'REBUILD'.
002340 77  WS-ARG-NUM                 PIC 9(02) COMP VALUE 1.
002350 77  WS-ADDOUT-STATUS           PIC X(02) VALUE "00".
002360     88  WS-ADDOUT-OK                VALUE "00".
002370 77  WS-RPLWORK-STATUS          PIC X(02) VALUE "00".
002380     88  WS-RPLWORK-FOUND            VALUE "00".
002390 77  WS-ADDNEW-STATUS           PIC X(02) VALUE "00".
002400     88  WS-ADDNEW-OK                VALUE "00".
002410*    MATCH KEYS FOR THE KEY-ORDER PASS OF RPLWORK AGAINST
002420*    ADDOUT; 9999999 IS HIGH VALUE ONCE A FILE IS EXHAUSTED.
002430 77  WS-RW-KEY                  PIC 9(07) VALUE ZERO.
002440 77  WS-AO-KEY                  PIC 9(07) VALUE ZERO.
002450 77  WS-TRAIL-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
002460 77  WS-POSTING-COUNT           PIC 9(08) COMP VALUE ZERO.
002470 77  WS-REPLAYED-COUNT          PIC 9(08) COMP VALUE ZERO.
002480 77  WS-UNUSABLE-COUNT          PIC 9(08) COMP VALUE ZERO.
002490 77  WS-NO-ORIGINAL-COUNT       PIC 9(08) COMP VALUE ZERO.
002500 77  WS-EXCEPTION-COUNT         PIC 9(08) COMP VALUE ZERO.
002510 77  WS-HIST-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002520 77  WS-RECORD-ID-COUNT         PIC 9(08) COMP VALUE ZERO.
002530 77  WS-MASTER-COUNT            PIC 9(08) COMP VALUE ZERO.
002540 77  WS-MISSING-COUNT           PIC 9(08) COMP VALUE ZERO.
002550 77  WS-ORPHAN-COUNT            PIC 9(08) COMP VALUE ZERO.
002560 77  WS-HIST-ONLY-COUNT         PIC 9(08) COMP VALUE ZERO.
002570 77  WS-DIFF-RECORD-COUNT       PIC 9(08) COMP VALUE ZERO.
002580 77  WS-DIFF-FIELD-C-COUNT      PIC 9(08) COMP VALUE ZERO.
002590 77  WS-DIFF-DEPT-COUNT         PIC 9(08) COMP VALUE ZERO.
002600 77  WS-DIFF-ACCOUNT-COUNT      PIC 9(08) COMP VALUE ZERO.
002610 77  WS-DIFF-OTHER-COUNT        PIC 9(08) COMP VALUE ZERO.
002620 77  WS-DIFF-VERSION-COUNT      PIC 9(08) COMP VALUE ZERO.
002630 77  WS-DISCREPANCY-COUNT       PIC 9(08) COMP VALUE ZERO.
002640 77  WS-REBUILT-COUNT           PIC 9(08) COMP VALUE ZERO.
002650 77  WS-EXTRA-SUB               PIC 9(01) COMP VALUE ZERO.
002660 77  WS-EXTRA-DIGIT             PIC 9(01) VALUE ZERO.
002670 77  WS-HIST-ID                 PIC 9(06) VALUE ZERO.
002680 77  WS-REV-AMOUNT              PIC S9(10)V99 VALUE ZERO.
002690 77  WS-REV-PRIOR-AMT           PIC S9(10)V99 VALUE ZERO.
002710 77  WS-REV-SAVE-AMT            PIC S9(10)V99 VALUE ZERO.
002720 77  WS-REV-SAVE-RUN-ID         PIC X(14) VALUE SPACES.
002723 77  WS-REV-OLD-ORIG-ID         PIC 9(06) VALUE ZERO.
002726 77  WS-REV-OLD-AMT             PIC S9(10)V99 VALUE ZERO.
002730 77  WS-EXPECTED-HIST           PIC 9(05) VALUE ZERO.
002740 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
002741*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
002742 01  WS-JH-START-STAMP.
002743     05  WS-JH-START-DATE       PIC 9(08).
002744     05  WS-JH-START-TIME       PIC 9(08).
002745 01  WS-JH-RUN-ID.
002746     05  WS-JH-RUN-ID-DATE      PIC 9(08).
002747     05  WS-JH-RUN-ID-TIME      PIC 9(06).
002748 01  WS-JH-COUNTS.
002749     05  WS-JH-COUNT            OCCURS 3 TIMES.
002750         10  WS-JH-COUNT-LABEL  PIC X(08).
002751         10  WS-JH-COUNT-VALUE  PIC 9(09).
002752 77  WS-CURRENT-DATE            PIC 9(08).
002760*    GENERIC FIELD COMPARE AREA - THE CALLER LOADS THE FIELD
002770*    NAME, ITS CLASS AND THE ADDOUT AND REPLAYED VALUES.
002780 77  WS-CMP-FIELD               PIC X(16) VALUE SPACES.
002790 77  WS-CMP-AO-AMT              PIC S9(10)V99 VALUE ZERO.
002800 77  WS-CMP-RW-AMT              PIC S9(10)V99 VALUE ZERO.
002810 77  WS-CMP-AO-TEXT             PIC X(20) VALUE SPACES.
002820 77  WS-CMP-RW-TEXT             PIC X(20) VALUE SPACES.
002830 77  WS-CMP-EDIT                PIC ZZZZZZZZ9.99-.
002840 01  WS-VERSION-TEXT.
002850     05  WS-VT-LABEL            PIC X(09).
002860     05  WS-VT-COUNT            PIC ZZZZ9.
002870 01  WS-REPORT-HEADING-1.
002880     05  FILLER                 PIC X(31)
002890         VALUE "ADDOUT INTEGRITY VERIFICATION  ".
002900     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
002910     05  WS-RH-RUN-DATE         PIC 9999/99/99.
002920 01  WS-REPORT-HEADING-2.
002930     05  FILLER                 PIC X(06) VALUE "MODE: ".
002940     05  WS-RH-MODE             PIC X(08).
002950 01  WS-SECTION-LINE            PIC X(80).
002960 01  WS-EXCEPTION-HEADING.
002970     05  FILLER                 PIC X(17) VALUE "AUDIT TIMESTAMP".
002980     05  FILLER                 PIC X(08) VALUE "REC ID".
002990     05  FILLER                 PIC X(09) VALUE "REV ID".
003000     05  FILLER                 PIC X(09) VALUE "CONDITION".
003010 01  WS-EXCEPTION-LINE.
003020     05  WS-XL-TIMESTAMP        PIC X(16).
003030     05  FILLER                 PIC X(01) VALUE SPACES.
003040     05  WS-XL-RECORD-ID        PIC X(06).
003050     05  FILLER                 PIC X(02) VALUE SPACES.
003060     05  WS-XL-REVERSES-ID      PIC X(06).
003070     05  FILLER                 PIC X(03) VALUE SPACES.
003080     05  WS-XL-CONDITION        PIC X(40).
003090 01  WS-DISCREPANCY-HEADING.
003100     05  FILLER                 PIC X(08) VALUE "REC ID".
003110     05  FILLER                 PIC X(17) VALUE "FIELD/CONDITION".
003120     05  FILLER                 PIC X(21) VALUE "ADDOUT".
003130     05  FILLER                 PIC X(11) VALUE "AUDIT TRAIL".
003140 01  WS-DISCREPANCY-LINE.
003150     05  WS-DL-RECORD-ID        PIC 9(06).
003160     05  FILLER                 PIC X(02) VALUE SPACES.
003170     05  WS-DL-FIELD            PIC X(16).
003180     05  FILLER                 PIC X(01) VALUE SPACES.
003190     05  WS-DL-ADDOUT           PIC X(20).
003200     05  FILLER                 PIC X(01) VALUE SPACES.
003210     05  WS-DL-TRAIL            PIC X(20).
003220 01  WS-COUNT-LINE.
003230     05  WS-CL-LABEL            PIC X(22).
003240     05  WS-CL-VALUE            PIC ZZZ,ZZZ,ZZ9.
003250 PROCEDURE DIVISION.
003260*-----------------------------------------------------------*
003270* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
003280*-----------------------------------------------------------*
003290 0000-MAINLINE.
003295     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
003300     PERFORM 0100-GET-PARMS THRU 0100-EXIT.
003310     IF WS-RETURN-CODE > 0
003320         MOVE WS-RETURN-CODE TO RETURN-CODE
003325         PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
003330         STOP RUN
003340     END-IF.
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003360     PERFORM 2000-SORT-AUDIT-TRAIL THRU 2000-EXIT.
003370     IF WS-RETURN-CODE < 16
003380         PERFORM 3000-REPLAY-AUDIT-TRAIL THRU 3000-EXIT
003390     END-IF.
003400     IF WS-RETURN-CODE < 16
003410         PERFORM 4000-COUNT-HISTORY THRU 4000-EXIT
003420         PERFORM 5000-COMPARE-MASTERS THRU 5000-EXIT
003430     END-IF.
003440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003450     MOVE WS-RETURN-CODE TO RETURN-CODE.
003455     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
003460     STOP RUN.
003470 0000-EXIT.
003480     EXIT.
003481*-----------------------------------------------------------*
003482* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
003483*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
003484*-----------------------------------------------------------*
003485 0050-LOG-RUN-START.
003486     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
003487     ACCEPT WS-JH-START-TIME FROM TIME.
003488     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
003489     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
003490     INITIALIZE WS-JH-COUNTS.
003491     MOVE SPACES TO JH-RECORD.
003492     SET JH-RUN-START TO TRUE.
003493     MOVE "TXNVFY01" TO JH-PROGRAM-ID.
003494     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
003495     MOVE WS-JH-START-DATE TO JH-START-DATE.
003496     MOVE WS-JH-START-TIME TO JH-START-TIME.
003497     MOVE ZERO TO JH-END-DATE.
003498     MOVE ZERO TO JH-END-TIME.
003499     MOVE WS-JH-COUNTS TO JH-COUNTS.
003500     MOVE ZERO TO JH-RETURN-CODE.
003501     OPEN EXTEND RUNHIST.
003502     WRITE JH-RECORD.
003503     CLOSE RUNHIST.
003504 0050-EXIT.
003505     EXIT.
003506*-----------------------------------------------------------*
003507* 0100-GET-PARMS - READS PARM 1, THE MODE: VERIFY (THE       *
003510*   DEFAULT) OR REBUILD.                                     *
003520*-----------------------------------------------------------*
003530 0100-GET-PARMS.
003540     DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
003550     ACCEPT WS-MODE-PARM FROM ARGUMENT-VALUE
003560         ON EXCEPTION
003570             MOVE SPACES TO WS-MODE-PARM
003580     END-ACCEPT.
003590     IF NOT WS-VERIFY-MODE AND NOT WS-REBUILD-MODE
003600         DISPLAY "*** MODE PARM MUST BE VERIFY OR REBUILD - RUN "
003610             "CANCELLED."
003620         MOVE 16 TO WS-RETURN-CODE
003630         GO TO 0100-EXIT
003640     END-IF.
003650     IF WS-MODE-PARM = SPACES
003660         MOVE "VERIFY" TO WS-MODE-PARM
003670     END-IF.
003680 0100-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------*
003710* 1000-INITIALIZE - OPENS THE REPORT AND PRINTS THE          *
003720*   HEADINGS.                                                *
003730*-----------------------------------------------------------*
003740 1000-INITIALIZE.
003750     OPEN OUTPUT VFYRPT.
003760     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003770     MOVE WS-CURRENT-DATE TO WS-RH-RUN-DATE.
003780     MOVE WS-REPORT-HEADING-1 TO VR-RECORD.
003790     WRITE VR-RECORD.
003800     MOVE WS-MODE-PARM TO WS-RH-MODE.
003810     MOVE WS-REPORT-HEADING-2 TO VR-RECORD.
003820     WRITE VR-RECORD.
003830 1000-EXIT.
003840     EXIT.
003850*-----------------------------------------------------------*
003860* 2000-SORT-AUDIT-TRAIL - MERGES THE AUDITHX ARCHIVE         *
003870*   GENERATIONS AND THE LIVE AUDITLOG INTO ONE TRAIL IN      *
003880*   TIMESTAMP ORDER ON AUDSRT.  THE TXNSUM01 ROLL-OFF        *
003890*   CARRIES ENTRIES OUTSIDE THE PERIOD FORWARD, SO THE FILES *
003900*   CANNOT SIMPLY BE READ ONE AFTER THE OTHER.  ENTRIES      *
003910*   WITH THE SAME TIMESTAMP KEEP THEIR FILE ORDER.           *
003920*-----------------------------------------------------------*
003930 2000-SORT-AUDIT-TRAIL.
003940     SORT SORTWK
003950         ON ASCENDING KEY SW-TIMESTAMP
003960         WITH DUPLICATES IN ORDER
003970         USING AUDITHX AUDITLOG
003980         GIVING AUDSRT.
003990     IF SORT-RETURN NOT = ZERO
004000         DISPLAY "*** SORT OF THE AUDIT TRAIL FAILED - RUN "
004010             "CANCELLED."
004020         MOVE 16 TO WS-RETURN-CODE
004030     END-IF.
004040 2000-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------*
004070* 3000-REPLAY-AUDIT-TRAIL - REPLAYS EVERY PROCESSED ENTRY    *
004080*   ON THE SORTED TRAIL ONTO THE RPLWORK WORK FILE, WHICH    *
004090*   ENDS HOLDING WHAT EACH RECORD ID'S CURRENT MASTER        *
004100*   SHOULD BE AND HOW MANY VERSIONS IT HAS HAD.  A TRAIL     *
004110*   WITH NO POSTINGS ON IT CANCELS THE RUN - THERE IS        *
004120*   NOTHING TO VERIFY OR REBUILD FROM.                       *
004130*-----------------------------------------------------------*
004140 3000-REPLAY-AUDIT-TRAIL.
004150     OPEN OUTPUT RPLWORK.
004160     CLOSE RPLWORK.
004170     OPEN I-O RPLWORK.
004180     OPEN INPUT AUDSRT.
004190     MOVE "AUDIT TRAIL EXCEPTIONS" TO WS-SECTION-LINE.
004200     MOVE WS-SECTION-LINE TO VR-RECORD.
004210     WRITE VR-RECORD.
004220     MOVE WS-EXCEPTION-HEADING TO VR-RECORD.
004230     WRITE VR-RECORD.
004240     PERFORM 3100-REPLAY-ONE-ENTRY THRU 3100-EXIT
004250         UNTIL WS-SRT-EOF.
004260     IF WS-EXCEPTION-COUNT = ZERO
004270         MOVE "  (NONE)" TO WS-SECTION-LINE
004280         MOVE WS-SECTION-LINE TO VR-RECORD
004290         WRITE VR-RECORD
004300     END-IF.
004310     CLOSE AUDSRT.
004320     IF WS-REPLAYED-COUNT = ZERO
004330         DISPLAY "*** NO POSTINGS ON THE AUDIT TRAIL - RUN "
004340             "CANCELLED."
004350         MOVE 16 TO WS-RETURN-CODE
004360     END-IF.
004370     IF WS-RETURN-CODE = 16
004380         CLOSE RPLWORK
004390     END-IF.
004400 3000-EXIT.
004410     EXIT.
004420*-----------------------------------------------------------*
004430* 3100-REPLAY-ONE-ENTRY - READS ONE SORTED AUDIT ENTRY.      *
004440*   ONLY A PROCESSED ENTRY REACHED ADDOUT; ONE WHOSE KEY OR  *
004450*   AMOUNTS ARE UNREADABLE IS LISTED AND SKIPPED.  A         *
004460*   REVERSAL ALSO MARKS THE ORIGINAL IT BACKED OUT.          *
004470*-----------------------------------------------------------*
004480 3100-REPLAY-ONE-ENTRY.
004490     READ AUDSRT
004500         AT END
004510             SET WS-SRT-EOF TO TRUE
004520             GO TO 3100-EXIT
004530     END-READ.
004540     ADD 1 TO WS-TRAIL-READ-COUNT.
004550     IF AL-STATUS NOT = "PROCESSED"
004560         GO TO 3100-EXIT
004570     END-IF.
004580     ADD 1 TO WS-POSTING-COUNT.
004590     IF AL-RECORD-ID NOT NUMERIC
004600         OR AL-FIELD-A NOT NUMERIC
004610         OR AL-FIELD-B NOT NUMERIC
004620         OR AL-FIELD-C NOT NUMERIC
004630         OR AL-EXTRA-COUNT NOT NUMERIC
004640         ADD 1 TO WS-UNUSABLE-COUNT
004650         MOVE "ID OR AMOUNTS NOT NUMERIC - SKIPPED"
004660             TO WS-XL-CONDITION
004670         PERFORM 3400-WRITE-EXCEPTION THRU 3400-EXIT
004680         GO TO 3100-EXIT
004690     END-IF.
004700     IF AL-OPERATION-CODE NOT = 'A'
004710         AND AL-OPERATION-CODE NOT = 'R'
004720         ADD 1 TO WS-UNUSABLE-COUNT
004730         MOVE "OPERATION CODE NOT A OR R - SKIPPED"
004740             TO WS-XL-CONDITION
004750         PERFORM 3400-WRITE-EXCEPTION THRU 3400-EXIT
004760         GO TO 3100-EXIT
004770     END-IF.
004780     PERFORM 3200-APPLY-POSTING THRU 3200-EXIT.
004790     IF AL-OPERATION-CODE = 'R'
004800         IF AL-REVERSES-ID NUMERIC
004810             AND AL-REVERSES-ID NOT = ZERO
004820             PERFORM 3300-MARK-ORIGINAL THRU 3300-EXIT
004830         END-IF
004840     END-IF.
004850 3100-EXIT.
004860     EXIT.
004870*-----------------------------------------------------------*
004877* 3200-APPLY-POSTING - MAKES THE ENTRY THE RECORD ID'S NEW   *
004884*   VERSION ON RPLWORK EXACTLY AS TXNADD01 REWROTE ADDOUT:   *
004891*   AN 'A' REPROCESSED UNDER RERUN KEEPS THE REVERSAL MARKS  *
004898*   ALREADY ON THE ORIGINAL, ITS STATUS SET AGAIN AGAINST    *
004905*   THE NEW FIELD-C; A REVERSAL REPLACING A PRIOR VERSION OF *
004912*   ITSELF AGAINST THE SAME ORIGINAL CREDITS BACK THE AMOUNT *
004919*   THAT VERSION BACKED OUT; AND A PRIOR REVERSAL OF ANY     *
004926*   OTHER ORIGINAL, OR ONE REPLACED BY AN ADD, HAS ITS OLD   *
004933*   ORIGINAL UNMARKED.                                       *
004940*-----------------------------------------------------------*
004950 3200-APPLY-POSTING.
004960     MOVE ZERO TO WS-REV-PRIOR-AMT.
004966     MOVE ZERO TO WS-REV-OLD-ORIG-ID.
004972     MOVE ZERO TO WS-REV-OLD-AMT.
004980     MOVE ZERO TO WS-REV-SAVE-AMT.
004990     MOVE SPACES TO WS-REV-SAVE-RUN-ID.
005000     MOVE AL-RECORD-ID TO RW-RECORD-ID.
005010     READ RPLWORK
005020         INVALID KEY
005030             CONTINUE
005040     END-READ.
005050     IF WS-RPLWORK-FOUND
005060         IF AL-OPERATION-CODE = 'R'
005070             AND RW-OPERATION-CODE = 'R'
005080             AND RW-REVERSES-ID = AL-REVERSES-ID
005090             COMPUTE WS-REV-PRIOR-AMT = ZERO - RW-FIELD-C
005100         END-IF
005110         IF AL-OPERATION-CODE = 'A'
005130             MOVE RW-REVERSED-AMT TO WS-REV-SAVE-AMT
005140             MOVE RW-REVERSED-RUN-ID TO WS-REV-SAVE-RUN-ID
005150         END-IF
005151         IF RW-OPERATION-CODE = 'R'
005152             AND (AL-OPERATION-CODE = 'A'
005153                 OR RW-REVERSES-ID NOT = AL-REVERSES-ID)
005154             MOVE RW-REVERSES-ID TO WS-REV-OLD-ORIG-ID
005155             COMPUTE WS-REV-OLD-AMT = ZERO - RW-FIELD-C
005156         END-IF
005160         ADD 1 TO RW-VERSIONS
005170     ELSE
005180         MOVE AL-RECORD-ID TO RW-RECORD-ID
005190         MOVE 1 TO RW-VERSIONS
005200         MOVE ZERO TO RW-HIST-COUNT
005210     END-IF.
005220     MOVE AL-OPERATION-CODE TO RW-OPERATION-CODE.
005230     MOVE AL-FIELD-A TO RW-FIELD-A.
005240     MOVE AL-FIELD-B TO RW-FIELD-B.
005250     MOVE AL-FIELD-C TO RW-FIELD-C.
005260     MOVE AL-EXTRA-COUNT TO RW-EXTRA-COUNT.
005270     PERFORM 3210-COPY-ONE-EXTRA THRU 3210-EXIT
005280         VARYING WS-EXTRA-SUB FROM 1 BY 1
005290         UNTIL WS-EXTRA-SUB > 4.
005300     MOVE AL-DEPT TO RW-DEPT.
005310     MOVE AL-GL-ACCOUNT TO RW-GL-ACCOUNT.
005320     IF AL-OPERATION-CODE = 'R' AND AL-REVERSES-ID NUMERIC
005330         MOVE AL-REVERSES-ID TO RW-REVERSES-ID
005340     ELSE
005350         MOVE ZERO TO RW-REVERSES-ID
005360     END-IF.
005370     MOVE WS-REV-SAVE-AMT TO RW-REVERSED-AMT.
005380     PERFORM 3310-SET-REVERSAL-STATUS THRU 3310-EXIT.
005390     MOVE WS-REV-SAVE-RUN-ID TO RW-REVERSED-RUN-ID.
005400*    ENTRIES LOGGED BEFORE THE AUDITLOG CARRIED THE EFFECTIVE
005410*    DATE REPLAY AS ZERO - UNKNOWN, NOT COMPARED.
005420     IF AL-EFF-DATE NUMERIC
005430         MOVE AL-EFF-DATE TO RW-EFF-DATE
005440     ELSE
005450         MOVE ZERO TO RW-EFF-DATE
005460     END-IF.
005470     IF WS-RPLWORK-FOUND
005480         REWRITE RW-RECORD
005490             INVALID KEY
005500                 DISPLAY "*** RPLWORK REWRITE FAILED FOR RECORD "
005510                     RW-RECORD-ID " STATUS " WS-RPLWORK-STATUS
005520                 MOVE 16 TO WS-RETURN-CODE
005530                 GO TO 3200-EXIT
005540         END-REWRITE
005550     ELSE
005560         WRITE RW-RECORD
005570             INVALID KEY
005580                 DISPLAY "*** RPLWORK WRITE FAILED FOR RECORD "
005590                     RW-RECORD-ID " STATUS " WS-RPLWORK-STATUS
005600                 MOVE 16 TO WS-RETURN-CODE
005610                 GO TO 3200-EXIT
005620         END-WRITE
005630     END-IF.
005640     ADD 1 TO WS-REPLAYED-COUNT.
005642     IF WS-REV-OLD-ORIG-ID NOT = ZERO
005644         PERFORM 3350-UNMARK-OLD-ORIGINAL THRU 3350-EXIT
005646     END-IF.
005650 3200-EXIT.
005660     EXIT.
005670*-----------------------------------------------------------*
005680* 3210-COPY-ONE-EXTRA - COPIES ONE EXTRA ADDEND FROM THE     *
005690*   AUDIT ENTRY ONTO THE REPLAYED VERSION.                   *
005700*-----------------------------------------------------------*
005710 3210-COPY-ONE-EXTRA.
005720     MOVE AL-EXTRA-ADDENDS (WS-EXTRA-SUB)
005730         TO RW-EXTRA-ADDENDS (WS-EXTRA-SUB).
005740 3210-EXIT.
005750     EXIT.
005760*-----------------------------------------------------------*
005770* 3300-MARK-ORIGINAL - ADDS THE AMOUNT A REPLAYED REVERSAL   *
005780*   BACKED OUT TO ITS ORIGINAL ON RPLWORK, LESS ANY AMOUNT   *
005790*   ITS PRIOR VERSION ALREADY BACKED OUT, MARKS THE          *
005800*   ORIGINAL PARTLY OR FULLY REVERSED AND STAMPS IT WITH     *
005810*   THE REVERSING RUN ID.  AN ORIGINAL NOT ON THE TRAIL      *
005820*   MEANS AN AUDITHX GENERATION IS MISSING FROM THE RUN.     *
005830*-----------------------------------------------------------*
005840 3300-MARK-ORIGINAL.
005850     COMPUTE WS-REV-AMOUNT = ZERO - AL-FIELD-C.
005860     MOVE AL-REVERSES-ID TO RW-RECORD-ID.
005870     READ RPLWORK
005880         INVALID KEY
005890             ADD 1 TO WS-NO-ORIGINAL-COUNT
005900             MOVE "REVERSED ORIGINAL NOT ON THE TRAIL"
005910                 TO WS-XL-CONDITION
005920             PERFORM 3400-WRITE-EXCEPTION THRU 3400-EXIT
005930             GO TO 3300-EXIT
005940     END-READ.
005950     COMPUTE RW-REVERSED-AMT =
005960         RW-REVERSED-AMT + WS-REV-AMOUNT - WS-REV-PRIOR-AMT.
005970     PERFORM 3310-SET-REVERSAL-STATUS THRU 3310-EXIT.
006050     MOVE AL-RUN-ID TO RW-REVERSED-RUN-ID.
006060     REWRITE RW-RECORD
006070         INVALID KEY
006080             DISPLAY "*** RPLWORK REWRITE FAILED FOR RECORD "
006090                 RW-RECORD-ID " STATUS " WS-RPLWORK-STATUS
006100             MOVE 16 TO WS-RETURN-CODE
006110     END-REWRITE.
006120 3300-EXIT.
006130     EXIT.
006131*-----------------------------------------------------------*
006132* 3310-SET-REVERSAL-STATUS - SETS THE REVERSAL STATUS OF THE *
006133*   RPLWORK RECORD IN HAND FROM ITS REVERSED AMOUNT AGAINST  *
006134*   ITS FIELD-C: NONE, PART OR FULL.                         *
006135*-----------------------------------------------------------*
006136 3310-SET-REVERSAL-STATUS.
006137     EVALUATE TRUE
006138         WHEN RW-REVERSED-AMT = ZERO
006139             SET RW-NOT-REVERSED TO TRUE
006140         WHEN RW-REVERSED-AMT = RW-FIELD-C
006141             SET RW-FULLY-REVERSED TO TRUE
006142         WHEN OTHER
006143             SET RW-PART-REVERSED TO TRUE
006144     END-EVALUATE.
006145 3310-EXIT.
006146     EXIT.
006147*-----------------------------------------------------------*
006148* 3350-UNMARK-OLD-ORIGINAL - A REPLAYED RERUN THAT REPLACED  *
006149*   A REVERSAL WITH AN ADD, OR WITH A REVERSAL OF A          *
006150*   DIFFERENT ORIGINAL, RETURNS THE AMOUNT THE PRIOR VERSION *
006151*   BACKED OUT TO THE OLD ORIGINAL ON RPLWORK, RE-MARKS IT   *
006152*   AND STAMPS IT WITH THE RUN ID, AS TXNADD01 DID ON        *
006153*   ADDOUT.                                                  *
006154*-----------------------------------------------------------*
006155 3350-UNMARK-OLD-ORIGINAL.
006156     MOVE WS-REV-OLD-ORIG-ID TO RW-RECORD-ID.
006157     READ RPLWORK
006158         INVALID KEY
006159             ADD 1 TO WS-NO-ORIGINAL-COUNT
006160             MOVE "OLD REVERSED ORIGINAL NOT ON THE TRAIL"
006161                 TO WS-XL-CONDITION
006162             PERFORM 3400-WRITE-EXCEPTION THRU 3400-EXIT
006163             GO TO 3350-EXIT
006164     END-READ.
006165     SUBTRACT WS-REV-OLD-AMT FROM RW-REVERSED-AMT.
006166     PERFORM 3310-SET-REVERSAL-STATUS THRU 3310-EXIT.
006167     MOVE AL-RUN-ID TO RW-REVERSED-RUN-ID.
006168     REWRITE RW-RECORD
006169         INVALID KEY
006170             DISPLAY "*** RPLWORK REWRITE FAILED FOR RECORD "
006171                 RW-RECORD-ID " STATUS " WS-RPLWORK-STATUS
006172             MOVE 16 TO WS-RETURN-CODE
006173     END-REWRITE.
006174 3350-EXIT.
006175     EXIT.
006176*-----------------------------------------------------------*
006177* 3400-WRITE-EXCEPTION - LISTS ONE AUDIT ENTRY THE REPLAY    *
006178*   COULD NOT APPLY IN FULL; ANY SUCH ENTRY SETS RC 8.       *
006179*-----------------------------------------------------------*
006180 3400-WRITE-EXCEPTION.
006190     ADD 1 TO WS-EXCEPTION-COUNT.
006200     MOVE AL-TIMESTAMP TO WS-XL-TIMESTAMP.
006210     MOVE AL-RECORD-ID TO WS-XL-RECORD-ID.
006220     MOVE SPACES TO WS-XL-REVERSES-ID.
006230     IF AL-OPERATION-CODE = 'R'
006240         MOVE AL-REVERSES-ID TO WS-XL-REVERSES-ID
006250     END-IF.
006260     MOVE WS-EXCEPTION-LINE TO VR-RECORD.
006270     WRITE VR-RECORD.
006280     IF WS-RETURN-CODE < 8
006290         MOVE 8 TO WS-RETURN-CODE
006300     END-IF.
006310 3400-EXIT.
006320     EXIT.
006330*-----------------------------------------------------------*
006340* 4000-COUNT-HISTORY - COUNTS THE PRIOR VERSIONS HELD PER    *
006350*   RECORD ID ON THE LIVE ADDHIST AND THE ADDHSTHX           *
006360*   GENERATIONS TXNHST01 TRIMMED INTO.                       *
006370*-----------------------------------------------------------*
006380 4000-COUNT-HISTORY.
006390     OPEN INPUT ADDHIST.
006400     OPEN INPUT ADDHSTHX.
006410     PERFORM 4100-COUNT-ONE-ADDHIST THRU 4100-EXIT
006420         UNTIL WS-HIST-EOF.
006430     PERFORM 4200-COUNT-ONE-ADDHSTHX THRU 4200-EXIT
006440         UNTIL WS-HHX-EOF.
006450     CLOSE ADDHIST ADDHSTHX.
006460 4000-EXIT.
006470     EXIT.
006480*-----------------------------------------------------------*
006490* 4100-COUNT-ONE-ADDHIST - COUNTS ONE LIVE HISTORY VERSION.  *
006500*-----------------------------------------------------------*
006510 4100-COUNT-ONE-ADDHIST.
006520     READ ADDHIST
006530         AT END
006540             SET WS-HIST-EOF TO TRUE
006550             GO TO 4100-EXIT
006560     END-READ.
006570     ADD 1 TO WS-HIST-READ-COUNT.
006580     IF AH-RECORD-ID NOT NUMERIC
006590         GO TO 4100-EXIT
006600     END-IF.
006610     MOVE AH-RECORD-ID TO WS-HIST-ID.
006620     PERFORM 4300-ADD-HISTORY-VERSION THRU 4300-EXIT.
006630 4100-EXIT.
006640     EXIT.
006650*-----------------------------------------------------------*
006660* 4200-COUNT-ONE-ADDHSTHX - COUNTS ONE ARCHIVED HISTORY      *
006670*   VERSION.                                                 *
006680*-----------------------------------------------------------*
006690 4200-COUNT-ONE-ADDHSTHX.
006700     READ ADDHSTHX
006710         AT END
006720             SET WS-HHX-EOF TO TRUE
006730             GO TO 4200-EXIT
006740     END-READ.
006750     ADD 1 TO WS-HIST-READ-COUNT.
006760     IF HH-RECORD-ID NOT NUMERIC
006770         GO TO 4200-EXIT
006780     END-IF.
006790     MOVE HH-RECORD-ID TO WS-HIST-ID.
006800     PERFORM 4300-ADD-HISTORY-VERSION THRU 4300-EXIT.
006810 4200-EXIT.
006820     EXIT.
006830*-----------------------------------------------------------*
006840* 4300-ADD-HISTORY-VERSION - ADDS ONE HISTORY VERSION TO     *
006850*   THE RECORD ID'S REPLAY; AN ID WITH HISTORY BUT NO        *
006860*   POSTING ON THE TRAIL IS ADDED WITH NO VERSIONS.          *
006870*-----------------------------------------------------------*
006880 4300-ADD-HISTORY-VERSION.
006890     MOVE WS-HIST-ID TO RW-RECORD-ID.
006900     READ RPLWORK
006910         INVALID KEY
006920             CONTINUE
006930     END-READ.
006940     IF WS-RPLWORK-FOUND
006950         ADD 1 TO RW-HIST-COUNT
006960         REWRITE RW-RECORD
006970             INVALID KEY
006980                 DISPLAY "*** RPLWORK REWRITE FAILED FOR RECORD "
006990                     RW-RECORD-ID " STATUS " WS-RPLWORK-STATUS
007000                 MOVE 16 TO WS-RETURN-CODE
007010         END-REWRITE
007020         GO TO 4300-EXIT
007030     END-IF.
007040     MOVE SPACES TO RW-RECORD.
007050     MOVE WS-HIST-ID TO RW-RECORD-ID.
007060     MOVE ZERO TO RW-VERSIONS.
007070     MOVE 1 TO RW-HIST-COUNT.
007080     WRITE RW-RECORD
007090         INVALID KEY
007100             DISPLAY "*** RPLWORK WRITE FAILED FOR RECORD "
007110                 RW-RECORD-ID " STATUS " WS-RPLWORK-STATUS
007120             MOVE 16 TO WS-RETURN-CODE
007130     END-WRITE.
007140 4300-EXIT.
007150     EXIT.
007160*-----------------------------------------------------------*
007170* 5000-COMPARE-MASTERS - PASSES RPLWORK AND ADDOUT TOGETHER  *
007180*   IN KEY ORDER AND LISTS EVERY DISCREPANCY.  IN REBUILD    *
007190*   MODE EVERY REPLAYED MASTER IS ALSO WRITTEN TO ADDNEW.    *
007200*-----------------------------------------------------------*
007210 5000-COMPARE-MASTERS.
007220     CLOSE RPLWORK.
007230     OPEN INPUT RPLWORK.
007240     OPEN INPUT ADDOUT.
007250     IF WS-REBUILD-MODE
007260         OPEN OUTPUT ADDNEW
007270     END-IF.
007280     MOVE "ADDOUT DISCREPANCIES" TO WS-SECTION-LINE.
007290     MOVE WS-SECTION-LINE TO VR-RECORD.
007300     WRITE VR-RECORD.
007310     MOVE WS-DISCREPANCY-HEADING TO VR-RECORD.
007320     WRITE VR-RECORD.
007330     PERFORM 5900-READ-RPLWORK THRU 5900-EXIT.
007340     PERFORM 5950-READ-ADDOUT THRU 5950-EXIT.
007350     PERFORM 5100-MATCH-ONE-KEY THRU 5100-EXIT
007360         UNTIL WS-RW-KEY = 9999999 AND WS-AO-KEY = 9999999.
007370     IF WS-DISCREPANCY-COUNT = ZERO
007380         MOVE "  (NONE)" TO WS-SECTION-LINE
007390         MOVE WS-SECTION-LINE TO VR-RECORD
007400         WRITE VR-RECORD
007410     END-IF.
007420     CLOSE RPLWORK ADDOUT.
007430     IF WS-REBUILD-MODE
007440         CLOSE ADDNEW
007450     END-IF.
007460 5000-EXIT.
007470     EXIT.
007480*-----------------------------------------------------------*
007490* 5100-MATCH-ONE-KEY - MATCHES THE LOWER OF THE TWO CURRENT  *
007500*   KEYS AND ADVANCES THE FILE OR FILES THAT HELD IT.        *
007510*-----------------------------------------------------------*
007520 5100-MATCH-ONE-KEY.
007530     EVALUATE TRUE
007540         WHEN WS-RW-KEY < WS-AO-KEY
007550             PERFORM 5200-REPLAY-ONLY THRU 5200-EXIT
007560             PERFORM 5900-READ-RPLWORK THRU 5900-EXIT
007570         WHEN WS-RW-KEY > WS-AO-KEY
007580             PERFORM 5300-MASTER-ONLY THRU 5300-EXIT
007590             PERFORM 5950-READ-ADDOUT THRU 5950-EXIT
007600         WHEN OTHER
007610             IF RW-VERSIONS = ZERO
007620                 PERFORM 5300-MASTER-ONLY THRU 5300-EXIT
007630             ELSE
007640                 PERFORM 5400-COMPARE-RECORD THRU 5400-EXIT
007650             END-IF
007660             PERFORM 5900-READ-RPLWORK THRU 5900-EXIT
007670             PERFORM 5950-READ-ADDOUT THRU 5950-EXIT
007680     END-EVALUATE.
007690 5100-EXIT.
007700     EXIT.
007710*-----------------------------------------------------------*
007720* 5200-REPLAY-ONLY - A RECORD ID ON THE REPLAY WITH NO       *
007730*   ADDOUT MASTER: A MISSING MASTER WHEN THE TRAIL POSTED    *
007740*   IT, OR HISTORY WITH NEITHER MASTER NOR TRAIL.            *
007750*-----------------------------------------------------------*
007760 5200-REPLAY-ONLY.
007770     MOVE RW-RECORD-ID TO WS-DL-RECORD-ID.
007780     IF RW-VERSIONS = ZERO
007790         ADD 1 TO WS-HIST-ONLY-COUNT
007800         MOVE "HISTORY ONLY" TO WS-DL-FIELD
007810         MOVE "NOT ON FILE" TO WS-DL-ADDOUT
007820         MOVE "NO AUDIT TRAIL" TO WS-DL-TRAIL
007830         PERFORM 5700-WRITE-DISCREPANCY THRU 5700-EXIT
007840         GO TO 5200-EXIT
007850     END-IF.
007860     ADD 1 TO WS-MISSING-COUNT.
007870     MOVE "MISSING MASTER" TO WS-DL-FIELD.
007880     MOVE "NOT ON FILE" TO WS-DL-ADDOUT.
007890     MOVE RW-FIELD-C TO WS-CMP-EDIT.
007900     MOVE WS-CMP-EDIT TO WS-DL-TRAIL.
007910     PERFORM 5700-WRITE-DISCREPANCY THRU 5700-EXIT.
007920     PERFORM 5500-CHECK-VERSIONS THRU 5500-EXIT.
007930     IF WS-REBUILD-MODE
007940         PERFORM 5800-WRITE-REBUILT THRU 5800-EXIT
007950     END-IF.
007960 5200-EXIT.
007970     EXIT.
007980*-----------------------------------------------------------*
007990* 5300-MASTER-ONLY - AN ADDOUT MASTER NO PROCESSED ENTRY ON  *
008000*   THE TRAIL EVER POSTED - AN ORPHAN.  A REBUILD DROPS IT.  *
008010*-----------------------------------------------------------*
008020 5300-MASTER-ONLY.
008030     ADD 1 TO WS-ORPHAN-COUNT.
008040     MOVE AO-RECORD-ID TO WS-DL-RECORD-ID.
008050     MOVE "ORPHAN MASTER" TO WS-DL-FIELD.
008060     IF AO-FIELD-C NUMERIC
008070         MOVE AO-FIELD-C TO WS-CMP-EDIT
008080         MOVE WS-CMP-EDIT TO WS-DL-ADDOUT
008090     ELSE
008100         MOVE "NOT NUMERIC" TO WS-DL-ADDOUT
008110     END-IF.
008120     MOVE "NO AUDIT TRAIL" TO WS-DL-TRAIL.
008130     PERFORM 5700-WRITE-DISCREPANCY THRU 5700-EXIT.
008140 5300-EXIT.
008150     EXIT.
008160*-----------------------------------------------------------*
008170* 5400-COMPARE-RECORD - COMPARES AN ADDOUT MASTER FIELD BY   *
008180*   FIELD AGAINST ITS REPLAYED VERSION.  THE EFFECTIVE DATE  *
008190*   IS COMPARED ONLY WHEN THE TRAIL CARRIED ONE.             *
008200*-----------------------------------------------------------*
008210 5400-COMPARE-RECORD.
008220     SET WS-RECORD-AGREES TO TRUE.
008230     MOVE RW-RECORD-ID TO WS-DL-RECORD-ID.
008240     SET WS-CMP-OTHER TO TRUE.
008250     MOVE "OPERATION CODE" TO WS-CMP-FIELD.
008260     MOVE AO-OPERATION-CODE TO WS-CMP-AO-TEXT.
008270     MOVE RW-OPERATION-CODE TO WS-CMP-RW-TEXT.
008280     PERFORM 5650-COMPARE-TEXT THRU 5650-EXIT.
008290     MOVE "FIELD-A" TO WS-CMP-FIELD.
008300     MOVE 'N' TO WS-CMP-AO-NUM-SW.
008310     IF AO-FIELD-A NUMERIC
008320         MOVE AO-FIELD-A TO WS-CMP-AO-AMT
008330         MOVE 'Y' TO WS-CMP-AO-NUM-SW
008340     END-IF.
008350     MOVE RW-FIELD-A TO WS-CMP-RW-AMT.
008360     MOVE 'Y' TO WS-CMP-RW-NUM-SW.
008370     PERFORM 5600-COMPARE-AMOUNT THRU 5600-EXIT.
008380     MOVE "FIELD-B" TO WS-CMP-FIELD.
008390     MOVE 'N' TO WS-CMP-AO-NUM-SW.
008400     IF AO-FIELD-B NUMERIC
008410         MOVE AO-FIELD-B TO WS-CMP-AO-AMT
008420         MOVE 'Y' TO WS-CMP-AO-NUM-SW
008430     END-IF.
008440     MOVE RW-FIELD-B TO WS-CMP-RW-AMT.
008450     MOVE 'Y' TO WS-CMP-RW-NUM-SW.
008460     PERFORM 5600-COMPARE-AMOUNT THRU 5600-EXIT.
008470     SET WS-CMP-FIELD-C TO TRUE.
008480     MOVE "FIELD-C" TO WS-CMP-FIELD.
008490     MOVE 'N' TO WS-CMP-AO-NUM-SW.
008500     IF AO-FIELD-C NUMERIC
008510         MOVE AO-FIELD-C TO WS-CMP-AO-AMT
008520         MOVE 'Y' TO WS-CMP-AO-NUM-SW
008530     END-IF.
008540     MOVE RW-FIELD-C TO WS-CMP-RW-AMT.
008550     MOVE 'Y' TO WS-CMP-RW-NUM-SW.
008560     PERFORM 5600-COMPARE-AMOUNT THRU 5600-EXIT.
008570     SET WS-CMP-OTHER TO TRUE.
008580     MOVE "EXTRA COUNT" TO WS-CMP-FIELD.
008590     MOVE AO-EXTRA-COUNT TO WS-CMP-AO-TEXT.
008600     MOVE RW-EXTRA-COUNT TO WS-CMP-RW-TEXT.
008610     PERFORM 5650-COMPARE-TEXT THRU 5650-EXIT.
008620     PERFORM 5410-COMPARE-ONE-EXTRA THRU 5410-EXIT
008630         VARYING WS-EXTRA-SUB FROM 1 BY 1
008640         UNTIL WS-EXTRA-SUB > 4.
008650     SET WS-CMP-DEPT TO TRUE.
008660     MOVE "DEPARTMENT" TO WS-CMP-FIELD.
008670     MOVE AO-DEPT TO WS-CMP-AO-TEXT.
008680     MOVE RW-DEPT TO WS-CMP-RW-TEXT.
008690     PERFORM 5650-COMPARE-TEXT THRU 5650-EXIT.
008700     SET WS-CMP-ACCOUNT TO TRUE.
008710     MOVE "GL ACCOUNT" TO WS-CMP-FIELD.
008720     MOVE AO-GL-ACCOUNT TO WS-CMP-AO-TEXT.
008730     MOVE RW-GL-ACCOUNT TO WS-CMP-RW-TEXT.
008740     PERFORM 5650-COMPARE-TEXT THRU 5650-EXIT.
008750     SET WS-CMP-OTHER TO TRUE.
008760     MOVE "REVERSES ID" TO WS-CMP-FIELD.
008770     MOVE AO-REVERSES-ID TO WS-CMP-AO-TEXT.
008780     MOVE RW-REVERSES-ID TO WS-CMP-RW-TEXT.
008790     PERFORM 5650-COMPARE-TEXT THRU 5650-EXIT.
008800     MOVE "REVERSAL STATUS" TO WS-CMP-FIELD.
008810     MOVE AO-REVERSAL-STATUS TO WS-CMP-AO-TEXT.
008820     MOVE RW-REVERSAL-STATUS TO WS-CMP-RW-TEXT.
008830     PERFORM 5650-COMPARE-TEXT THRU 5650-EXIT.
008840     MOVE "REVERSED AMOUNT" TO WS-CMP-FIELD.
008850     MOVE 'N' TO WS-CMP-AO-NUM-SW.
008860     IF AO-REVERSED-AMT NUMERIC
008870         MOVE AO-REVERSED-AMT TO WS-CMP-AO-AMT
008880         MOVE 'Y' TO WS-CMP-AO-NUM-SW
008890     END-IF.
008900     MOVE RW-REVERSED-AMT TO WS-CMP-RW-AMT.
008910     MOVE 'Y' TO WS-CMP-RW-NUM-SW.
008920     PERFORM 5600-COMPARE-AMOUNT THRU 5600-EXIT.
008930     MOVE "REVERSED RUN ID" TO WS-CMP-FIELD.
008940     MOVE AO-REVERSED-RUN-ID TO WS-CMP-AO-TEXT.
008950     MOVE RW-REVERSED-RUN-ID TO WS-CMP-RW-TEXT.
008960     PERFORM 5650-COMPARE-TEXT THRU 5650-EXIT.
008970     IF RW-EFF-DATE NOT = ZERO
008980         MOVE "EFFECTIVE DATE" TO WS-CMP-FIELD
008990         MOVE AO-EFF-DATE TO WS-CMP-AO-TEXT
009000         MOVE RW-EFF-DATE TO WS-CMP-RW-TEXT
009010         PERFORM 5650-COMPARE-TEXT THRU 5650-EXIT
009020     END-IF.
009030     IF WS-RECORD-DIFFERS
009040         ADD 1 TO WS-DIFF-RECORD-COUNT
009050     END-IF.
009060     PERFORM 5500-CHECK-VERSIONS THRU 5500-EXIT.
009070     IF WS-REBUILD-MODE
009080         PERFORM 5800-WRITE-REBUILT THRU 5800-EXIT
009090     END-IF.
009100 5400-EXIT.
009110     EXIT.
009120*-----------------------------------------------------------*
009130* 5410-COMPARE-ONE-EXTRA - COMPARES ONE EXTRA ADDEND.        *
009140*-----------------------------------------------------------*
009150 5410-COMPARE-ONE-EXTRA.
009160     MOVE WS-EXTRA-SUB TO WS-EXTRA-DIGIT.
009170     MOVE "EXTRA ADDEND" TO WS-CMP-FIELD.
009180     MOVE WS-EXTRA-DIGIT TO WS-CMP-FIELD (14:1).
009190     MOVE 'N' TO WS-CMP-AO-NUM-SW.
009200     IF AO-EXTRA-ADDENDS (WS-EXTRA-SUB) NUMERIC
009210         MOVE AO-EXTRA-ADDENDS (WS-EXTRA-SUB) TO WS-CMP-AO-AMT
009220         MOVE 'Y' TO WS-CMP-AO-NUM-SW
009230     END-IF.
009240     MOVE 'N' TO WS-CMP-RW-NUM-SW.
009250     IF RW-EXTRA-ADDENDS (WS-EXTRA-SUB) NUMERIC
009260         MOVE RW-EXTRA-ADDENDS (WS-EXTRA-SUB) TO WS-CMP-RW-AMT
009270         MOVE 'Y' TO WS-CMP-RW-NUM-SW
009280     END-IF.
009290     PERFORM 5600-COMPARE-AMOUNT THRU 5600-EXIT.
009300 5410-EXIT.
009310     EXIT.
009320*-----------------------------------------------------------*
009330* 5500-CHECK-VERSIONS - EVERY POSTING AFTER THE FIRST ROLLED *
009340*   ONE PRIOR VERSION TO HISTORY, SO THE HISTORY COUNT MUST  *
009350*   BE ONE LESS THAN THE POSTINGS ON THE TRAIL.              *
009360*-----------------------------------------------------------*
009370 5500-CHECK-VERSIONS.
009380     COMPUTE WS-EXPECTED-HIST = RW-VERSIONS - 1.
009390     IF RW-HIST-COUNT = WS-EXPECTED-HIST
009400         GO TO 5500-EXIT
009410     END-IF.
009420     ADD 1 TO WS-DIFF-VERSION-COUNT.
009430     MOVE RW-RECORD-ID TO WS-DL-RECORD-ID.
009440     MOVE "HISTORY VERSIONS" TO WS-DL-FIELD.
009450     MOVE "ADDHIST:" TO WS-VT-LABEL.
009460     MOVE RW-HIST-COUNT TO WS-VT-COUNT.
009470     MOVE WS-VERSION-TEXT TO WS-DL-ADDOUT.
009480     MOVE "EXPECTED:" TO WS-VT-LABEL.
009490     MOVE WS-EXPECTED-HIST TO WS-VT-COUNT.
009500     MOVE WS-VERSION-TEXT TO WS-DL-TRAIL.
009510     PERFORM 5700-WRITE-DISCREPANCY THRU 5700-EXIT.
009520 5500-EXIT.
009530     EXIT.
009540*-----------------------------------------------------------*
009550* 5600-COMPARE-AMOUNT - COMPARES ONE AMOUNT LOADED IN THE    *
009560*   COMPARE AREA; A VALUE THAT IS NOT NUMERIC ON ONE SIDE    *
009570*   ONLY IS A DISCREPANCY.                                   *
009580*-----------------------------------------------------------*
009590 5600-COMPARE-AMOUNT.
009600     IF WS-CMP-AO-NUMERIC AND WS-CMP-RW-NUMERIC
009610         IF WS-CMP-AO-AMT = WS-CMP-RW-AMT
009620             GO TO 5600-EXIT
009630         END-IF
009640     END-IF.
009650     IF NOT WS-CMP-AO-NUMERIC AND NOT WS-CMP-RW-NUMERIC
009660         GO TO 5600-EXIT
009670     END-IF.
009680     MOVE WS-CMP-FIELD TO WS-DL-FIELD.
009690     IF WS-CMP-AO-NUMERIC
009700         MOVE WS-CMP-AO-AMT TO WS-CMP-EDIT
009710         MOVE WS-CMP-EDIT TO WS-DL-ADDOUT
009720     ELSE
009730         MOVE "NOT NUMERIC" TO WS-DL-ADDOUT
009740     END-IF.
009750     IF WS-CMP-RW-NUMERIC
009760         MOVE WS-CMP-RW-AMT TO WS-CMP-EDIT
009770         MOVE WS-CMP-EDIT TO WS-DL-TRAIL
009780     ELSE
009790         MOVE "NOT NUMERIC" TO WS-DL-TRAIL
009800     END-IF.
009810     PERFORM 5690-COUNT-FIELD-DIFF THRU 5690-EXIT.
009820 5600-EXIT.
009830     EXIT.
009840*-----------------------------------------------------------*
009850* 5650-COMPARE-TEXT - COMPARES ONE CODE OR KEY FIELD LOADED  *
009860*   IN THE COMPARE AREA CHARACTER FOR CHARACTER.             *
009870*-----------------------------------------------------------*
009880 5650-COMPARE-TEXT.
009890     IF WS-CMP-AO-TEXT = WS-CMP-RW-TEXT
009900         GO TO 5650-EXIT
009910     END-IF.
009920     MOVE WS-CMP-FIELD TO WS-DL-FIELD.
009930     MOVE WS-CMP-AO-TEXT TO WS-DL-ADDOUT.
009940     MOVE WS-CMP-RW-TEXT TO WS-DL-TRAIL.
009950     PERFORM 5690-COUNT-FIELD-DIFF THRU 5690-EXIT.
009960 5650-EXIT.
009970     EXIT.
009980*-----------------------------------------------------------*
009990* 5690-COUNT-FIELD-DIFF - FLAGS THE RECORD AS MISMATCHED,    *
010000*   COUNTS THE FIELD BY CLASS AND LISTS IT.                  *
010010*-----------------------------------------------------------*
010020 5690-COUNT-FIELD-DIFF.
010030     SET WS-RECORD-DIFFERS TO TRUE.
010040     EVALUATE TRUE
010050         WHEN WS-CMP-FIELD-C
010060             ADD 1 TO WS-DIFF-FIELD-C-COUNT
010070         WHEN WS-CMP-DEPT
010080             ADD 1 TO WS-DIFF-DEPT-COUNT
010090         WHEN WS-CMP-ACCOUNT
010100             ADD 1 TO WS-DIFF-ACCOUNT-COUNT
010110         WHEN OTHER
010120             ADD 1 TO WS-DIFF-OTHER-COUNT
010130     END-EVALUATE.
010140     PERFORM 5700-WRITE-DISCREPANCY THRU 5700-EXIT.
010150 5690-EXIT.
010160     EXIT.
010170*-----------------------------------------------------------*
010180* 5700-WRITE-DISCREPANCY - PRINTS ONE DISCREPANCY LINE.      *
010190*-----------------------------------------------------------*
010200 5700-WRITE-DISCREPANCY.
010210     ADD 1 TO WS-DISCREPANCY-COUNT.
010220     MOVE WS-DISCREPANCY-LINE TO VR-RECORD.
010230     WRITE VR-RECORD.
010240 5700-EXIT.
010250     EXIT.
010260*-----------------------------------------------------------*
010270* 5800-WRITE-REBUILT - WRITES THE REPLAYED VERSION TO        *
010280*   ADDNEW.  WHERE THE TRAIL PREDATES THE EFFECTIVE DATE ON  *
010290*   THE AUDITLOG, THE DATE ON THE OLD MASTER IS KEPT.        *
010300*-----------------------------------------------------------*
010310 5800-WRITE-REBUILT.
010320     MOVE RW-RECORD-ID TO AN-RECORD-ID.
010330     MOVE RW-OPERATION-CODE TO AN-OPERATION-CODE.
010340     MOVE RW-FIELD-A TO AN-FIELD-A.
010350     MOVE RW-FIELD-B TO AN-FIELD-B.
010360     MOVE RW-FIELD-C TO AN-FIELD-C.
010370     MOVE RW-EXTRA-COUNT TO AN-EXTRA-COUNT.
010380     PERFORM 5810-COPY-ONE-EXTRA THRU 5810-EXIT
010390         VARYING WS-EXTRA-SUB FROM 1 BY 1
010400         UNTIL WS-EXTRA-SUB > 4.
010410     MOVE RW-DEPT TO AN-DEPT.
010420     MOVE RW-GL-ACCOUNT TO AN-GL-ACCOUNT.
010430     MOVE RW-REVERSES-ID TO AN-REVERSES-ID.
010440     MOVE RW-REVERSAL-STATUS TO AN-REVERSAL-STATUS.
010450     MOVE RW-REVERSED-AMT TO AN-REVERSED-AMT.
010460     MOVE RW-REVERSED-RUN-ID TO AN-REVERSED-RUN-ID.
010470     MOVE RW-EFF-DATE TO AN-EFF-DATE.
010480     IF RW-EFF-DATE = ZERO AND WS-AO-KEY = WS-RW-KEY
010490         IF AO-EFF-DATE NUMERIC
010500             MOVE AO-EFF-DATE TO AN-EFF-DATE
010510         END-IF
010520     END-IF.
010530     WRITE AN-RECORD
010540         INVALID KEY
010550             DISPLAY "*** ADDNEW WRITE FAILED FOR RECORD "
010560                 AN-RECORD-ID " STATUS " WS-ADDNEW-STATUS
010570             MOVE 16 TO WS-RETURN-CODE
010580             GO TO 5800-EXIT
010590     END-WRITE.
010600     ADD 1 TO WS-REBUILT-COUNT.
010610 5800-EXIT.
010620     EXIT.
010630*-----------------------------------------------------------*
010640* 5810-COPY-ONE-EXTRA - COPIES ONE EXTRA ADDEND ONTO THE     *
010650*   REBUILT MASTER.                                          *
010660*-----------------------------------------------------------*
010670 5810-COPY-ONE-EXTRA.
010680     MOVE RW-EXTRA-ADDENDS (WS-EXTRA-SUB)
010690         TO AN-EXTRA-ADDENDS (WS-EXTRA-SUB).
010700 5810-EXIT.
010710     EXIT.
010720*-----------------------------------------------------------*
010730* 5900-READ-RPLWORK - READS THE NEXT REPLAYED RECORD ID IN   *
010740*   KEY ORDER.                                               *
010750*-----------------------------------------------------------*
010760 5900-READ-RPLWORK.
010770     READ RPLWORK NEXT RECORD
010780         AT END
010790             MOVE 9999999 TO WS-RW-KEY
010800             GO TO 5900-EXIT
010810     END-READ.
010820     ADD 1 TO WS-RECORD-ID-COUNT.
010830     MOVE RW-RECORD-ID TO WS-RW-KEY.
010840 5900-EXIT.
010850     EXIT.
010860*-----------------------------------------------------------*
010870* 5950-READ-ADDOUT - READS THE NEXT ADDOUT MASTER IN KEY     *
010880*   ORDER.                                                   *
010890*-----------------------------------------------------------*
010900 5950-READ-ADDOUT.
010910     READ ADDOUT NEXT RECORD
010920         AT END
010930             MOVE 9999999 TO WS-AO-KEY
010940             GO TO 5950-EXIT
010950     END-READ.
010960     ADD 1 TO WS-MASTER-COUNT.
010970     MOVE AO-RECORD-ID TO WS-AO-KEY.
010980 5950-EXIT.
010990     EXIT.
011000*-----------------------------------------------------------*
011010* 9000-TERMINATE - PRINTS THE RUN COUNTS, SETS THE RETURN    *
011020*   CODE FOR ANY DISCREPANCY AND CLOSES THE REPORT.          *
011030*-----------------------------------------------------------*
011040 9000-TERMINATE.
011050     MOVE "AUDIT ENTRIES READ:" TO WS-CL-LABEL.
011060     MOVE WS-TRAIL-READ-COUNT TO WS-CL-VALUE.
011070     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011080     MOVE "POSTINGS ON TRAIL:" TO WS-CL-LABEL.
011090     MOVE WS-POSTING-COUNT TO WS-CL-VALUE.
011100     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011110     MOVE "POSTINGS REPLAYED:" TO WS-CL-LABEL.
011120     MOVE WS-REPLAYED-COUNT TO WS-CL-VALUE.
011130     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011140     MOVE "ENTRIES UNUSABLE:" TO WS-CL-LABEL.
011150     MOVE WS-UNUSABLE-COUNT TO WS-CL-VALUE.
011160     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011170     MOVE "ORIGINALS NOT FOUND:" TO WS-CL-LABEL.
011180     MOVE WS-NO-ORIGINAL-COUNT TO WS-CL-VALUE.
011190     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011200     MOVE "HISTORY VERSIONS READ:" TO WS-CL-LABEL.
011210     MOVE WS-HIST-READ-COUNT TO WS-CL-VALUE.
011220     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011230     MOVE "RECORD IDS ON REPLAY:" TO WS-CL-LABEL.
011240     MOVE WS-RECORD-ID-COUNT TO WS-CL-VALUE.
011250     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011260     MOVE "ADDOUT MASTERS READ:" TO WS-CL-LABEL.
011270     MOVE WS-MASTER-COUNT TO WS-CL-VALUE.
011280     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011290     MOVE "MISSING MASTERS:" TO WS-CL-LABEL.
011300     MOVE WS-MISSING-COUNT TO WS-CL-VALUE.
011310     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011320     MOVE "ORPHAN MASTERS:" TO WS-CL-LABEL.
011330     MOVE WS-ORPHAN-COUNT TO WS-CL-VALUE.
011340     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011350     MOVE "HISTORY ONLY:" TO WS-CL-LABEL.
011360     MOVE WS-HIST-ONLY-COUNT TO WS-CL-VALUE.
011370     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011380     MOVE "RECORDS MISMATCHED:" TO WS-CL-LABEL.
011390     MOVE WS-DIFF-RECORD-COUNT TO WS-CL-VALUE.
011400     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011410     MOVE "FIELD-C MISMATCHES:" TO WS-CL-LABEL.
011420     MOVE WS-DIFF-FIELD-C-COUNT TO WS-CL-VALUE.
011430     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011440     MOVE "DEPT MISMATCHES:" TO WS-CL-LABEL.
011450     MOVE WS-DIFF-DEPT-COUNT TO WS-CL-VALUE.
011460     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011470     MOVE "ACCOUNT MISMATCHES:" TO WS-CL-LABEL.
011480     MOVE WS-DIFF-ACCOUNT-COUNT TO WS-CL-VALUE.
011490     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011500     MOVE "OTHER MISMATCHES:" TO WS-CL-LABEL.
011510     MOVE WS-DIFF-OTHER-COUNT TO WS-CL-VALUE.
011520     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011530     MOVE "VERSION MISMATCHES:" TO WS-CL-LABEL.
011540     MOVE WS-DIFF-VERSION-COUNT TO WS-CL-VALUE.
011550     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
011560     IF WS-REBUILD-MODE
011570         MOVE "ADDNEW WRITTEN:" TO WS-CL-LABEL
011580         MOVE WS-REBUILT-COUNT TO WS-CL-VALUE
011590         PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT
011600     END-IF.
011610     IF WS-DISCREPANCY-COUNT > ZERO
011620         IF WS-REBUILD-MODE
011630             IF WS-RETURN-CODE < 4
011640                 MOVE 4 TO WS-RETURN-CODE
011650             END-IF
011660         ELSE
011670             IF WS-RETURN-CODE < 8
011680                 MOVE 8 TO WS-RETURN-CODE
011690             END-IF
011700         END-IF
011710     END-IF.
011720     CLOSE VFYRPT.
011730 9000-EXIT.
011740     EXIT.
011750*-----------------------------------------------------------*
011760* 9110-WRITE-COUNT-LINE - PRINTS ONE LABELED COUNT LINE ON   *
011770*   THE VERIFICATION REPORT.                                 *
011780*-----------------------------------------------------------*
011790 9110-WRITE-COUNT-LINE.
011800     MOVE WS-COUNT-LINE TO VR-RECORD.
011810     WRITE VR-RECORD.
011820 9110-EXIT.
011830     EXIT.
011840*-----------------------------------------------------------*
011850* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
011860*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
011870*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
011880*-----------------------------------------------------------*
011890 9900-LOG-RUN-END.
011900     MOVE "TRAIL" TO WS-JH-COUNT-LABEL (1).
011910     MOVE WS-TRAIL-READ-COUNT TO WS-JH-COUNT-VALUE (1).
011920     MOVE "REPLAYED" TO WS-JH-COUNT-LABEL (2).
011930     MOVE WS-REPLAYED-COUNT TO WS-JH-COUNT-VALUE (2).
011940     MOVE "EXCEPTNS" TO WS-JH-COUNT-LABEL (3).
011950     MOVE WS-EXCEPTION-COUNT TO WS-JH-COUNT-VALUE (3).
011960     MOVE SPACES TO JH-RECORD.
011970     SET JH-RUN-END TO TRUE.
011980     MOVE "TXNVFY01" TO JH-PROGRAM-ID.
011990     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
012000     MOVE WS-JH-START-DATE TO JH-START-DATE.
012010     MOVE WS-JH-START-TIME TO JH-START-TIME.
012020     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
012030     ACCEPT JH-END-TIME FROM TIME.
012040     MOVE WS-JH-COUNTS TO JH-COUNTS.
012050     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
012060     OPEN EXTEND RUNHIST.
012070     WRITE JH-RECORD.
012080     CLOSE RUNHIST.
012090 9900-EXIT.
012100     EXIT.
