000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TXNCLS01.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. FINANCIAL SYSTEMS BATCH PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* DATE       INIT DESCRIPTION                                *
000200* ---------- ---- ------------------------------------------ *
000210* 10/15/2026 RH   ORIGINAL PROGRAM - ACCOUNTING PERIOD       *
000220*                 CLOSE.  PARM 1 NAMES THE PERIOD (YYYYMM).  *
000230*                 THE PERIOD IS CLOSED ONLY WHEN RUNCTL      *
000240*                 SHOWS NO RUN IN FLIGHT, NO HOLDFILE ITEM   *
000250*                 IS DATED IN THE PERIOD, NO SUSPOUT OR      *
000260*                 REJFILE ITEM CARRIES AN EFFECTIVE DATE IN  *
000270*                 THE PERIOD, EVERY GLFILE POSTING HAS BEEN  *
000280*                 ACCEPTED ON GLACK, AND THE TXNSUM01 MONTH  *
000290*                 RECORD FOR THE PERIOD IS ON SUMFILE.  A    *
000300*                 CLOSE CHECKLIST PRINTS PASS/FAIL PER       *
000310*                 CONDITION ON CLSRPT; A CLEAN PASS WRITES   *
000320*                 CALNEW WITH EVERY DAY OF THE PERIOD MARKED *
000330*                 CLOSED, A FAILED CHECK REFUSES THE CLOSE   *
000340*                 WITH RC 8.  PARM 2 = REOPEN, WITH PARM 3   *
000350*                 THE USER ID AND PARM 4 THE REASON, REOPENS *
000360*                 A CLOSED PERIOD FOR A CONTROLLER LISTED ON *
000370*                 CTLRAUTH ONLY.  EVERY CLOSE, REFUSAL,      *
000380*                 REOPEN AND DENIED REOPEN IS APPENDED TO    *
000390*                 CLOSELOG WITH WHO AND WHY.  OPERATIONAL    *
000400*                 NOTE: CALNEW IS ALWAYS WRITTEN, UNCHANGED  *
000410*                 WHEN NOTHING WAS CLOSED OR REOPENED; AFTER *
000420*                 A CLEAN RUN THE JCL MUST REPLACE THE LIVE  *
000430*                 CALFILE WITH CALNEW - THAT SWAP IS THE     *
000440*                 CLOSE.                                     *
000441* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000442*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000443*                 (PROGRAM ID, RUN ID, START AND END         *
000444*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000445*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000446*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000447* 10/15/2026 RH   CALFILE AND CALNEW ARE NOW INDEXED FILES   *
000448*                 KEYED BY DATE.  THE PERIOD SCAN AND THE    *
000449*                 CALNEW COPY READ CALFILE IN DATE ORDER, SO *
000450*                 CALNEW IS LOADED IN KEY ORDER FOR THE SAME *
000451*                 SWAP.  A CALFILE THAT CANNOT BE OPENED NOW *
000452*                 CANCELS THE RUN WITH RC 16 AND NO CALNEW,  *
000453*                 AND A CALNEW WRITE FAILURE SETS RC 16.     *
000454* 10/15/2026 RH   CHECK THE CALNEW OPEN.  A CALNEW THAT      *
000455*                 CANNOT BE OPENED OR FULLY WRITTEN NOW      *
000456*                 PRINTS A WARNING ON CLSRPT AND IS LOGGED   *
000457*                 TO CLOSELOG AS FAILED, NOT AS THE CLOSE OR *
000458*                 REOPEN THE RUN WAS ATTEMPTING, AND SETS    *
000459*                 RC 16.                                     *
000460* 10/15/2026 RH   3000-WRITE-CALENDAR NOW CHECKS THE CALFILE *
000461*                 OPEN; A FAILED OPEN CLOSES CALNEW AND IS   *
000462*                 LOGGED AS A FAILED CALENDAR WRITE INSTEAD  *
000463*                 OF LOOPING ON READ NEXT.                   *
000464*-----------------------------------------------------------*
000465 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT OPTIONAL HOLDFILE ASSIGN TO HOLDFILE
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT OPTIONAL SUSPOUT ASSIGN TO SUSPOUT
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT OPTIONAL REJFILE ASSIGN TO REJFILE
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT OPTIONAL GLFILE ASSIGN TO GLFILE
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT OPTIONAL GLACK ASSIGN TO GLACK
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT OPTIONAL SUMFILE ASSIGN TO SUMFILE
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT OPTIONAL CTLRAUTH ASSIGN TO CTLRAUTH
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT CALFILE ASSIGN TO CALFILE
000654         ORGANIZATION IS INDEXED
000658         ACCESS MODE IS DYNAMIC
000662         RECORD KEY IS CA-DATE
000666         FILE STATUS IS WS-CALFILE-STATUS.
000670     SELECT CALNEW ASSIGN TO CALNEW
000674         ORGANIZATION IS INDEXED
000678         ACCESS MODE IS DYNAMIC
000682         RECORD KEY IS CN-DATE
000686         FILE STATUS IS WS-CALNEW-STATUS.
000690     SELECT OPTIONAL CLOSELOG ASSIGN TO CLOSELOG
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT CLSRPT ASSIGN TO CLSRPT
000720         ORGANIZATION IS LINE SEQUENTIAL.
000723     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000726         ORGANIZATION IS LINE SEQUENTIAL.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  RUNCTL
000760     LABEL RECORDS ARE STANDARD.
000770 01  RN-RECORD.
000780     05  RN-STATUS              PIC X(01).
000790         88  RN-RUN-IN-FLIGHT            VALUE 'I'.
000800         88  RN-RUN-COMPLETE             VALUE 'C'.
000810     05  RN-RUN-ID              PIC X(14).
000820     05  RN-READ-COUNT          PIC 9(08).
000830     05  RN-RECORD-COUNT        PIC 9(08).
000840     05  RN-REJECT-COUNT        PIC 9(08).
000850     05  RN-RETURN-CODE         PIC 9(02).
000860 FD  HOLDFILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  HF-RECORD.
000890     05  HF-RECORD-TYPE         PIC X(01).
000900     05  HF-RECORD-ID           PIC 9(06).
000910     05  HF-OPERATION-CODE      PIC X(01).
000920     05  HF-FIELD-A             PIC S9(05)V99
000930         SIGN IS LEADING SEPARATE CHARACTER.
000940     05  HF-FIELD-B             PIC S9(05)V99
000950         SIGN IS LEADING SEPARATE CHARACTER.
000960     05  HF-EXTRA-COUNT         PIC 9(01).
000970     05  HF-EXTRA-ADDENDS       PIC S9(05)V99
000980         SIGN IS LEADING SEPARATE CHARACTER
000990         OCCURS 4 TIMES.
001000     05  HF-EFF-DATE            PIC 9(08).
001010     05  HF-GL-ACCOUNT          PIC 9(08).
001020     05  HF-REVERSES-ID         PIC 9(06).
001030 FD  SUSPOUT
001040     LABEL RECORDS ARE STANDARD.
001050 01  SO-RECORD.
001060     05  SO-REASON-CODE         PIC X(02).
001070     05  SO-REASON-ADDEND       PIC 9(01).
001080     05  SO-TRAN-DATA.
001090         10  SO-RECORD-TYPE     PIC X(01).
001100         10  SO-RECORD-ID       PIC 9(06).
001110         10  SO-OPERATION-CODE  PIC X(01).
001120         10  SO-FIELD-A         PIC S9(05)V99
001130             SIGN IS LEADING SEPARATE CHARACTER.
001140         10  SO-FIELD-B         PIC S9(05)V99
001150             SIGN IS LEADING SEPARATE CHARACTER.
001160         10  SO-EXTRA-COUNT     PIC 9(01).
001170         10  SO-EXTRA-ADDENDS   PIC S9(05)V99
001180             SIGN IS LEADING SEPARATE CHARACTER
001190             OCCURS 4 TIMES.
001200         10  SO-EFF-DATE        PIC 9(08).
001210         10  SO-GL-ACCOUNT      PIC 9(08).
001220         10  SO-REVERSES-ID     PIC 9(06).
001230     05  SO-FIRST-REJ-DATE      PIC 9(08).
001240     05  SO-ATTEMPT-COUNT       PIC 9(02).
001250     05  SO-ORIG-RUN-ID         PIC X(14).
001260 FD  REJFILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  RJ-RECORD.
001290     05  RJ-REASON-CODE         PIC X(02).
001300     05  RJ-REASON-ADDEND       PIC 9(01).
001310     05  RJ-TRAN-DATA.
001320         10  RJ-RECORD-TYPE     PIC X(01).
001330         10  RJ-RECORD-ID       PIC 9(06).
001340         10  RJ-OPERATION-CODE  PIC X(01).
001350         10  RJ-FIELD-A         PIC S9(05)V99
001360             SIGN IS LEADING SEPARATE CHARACTER.
001370         10  RJ-FIELD-B         PIC S9(05)V99
001380             SIGN IS LEADING SEPARATE CHARACTER.
001390         10  RJ-EXTRA-COUNT     PIC 9(01).
001400         10  RJ-EXTRA-ADDENDS   PIC S9(05)V99
001410             SIGN IS LEADING SEPARATE CHARACTER
001420             OCCURS 4 TIMES.
001430         10  RJ-EFF-DATE        PIC 9(08).
001440         10  RJ-GL-ACCOUNT      PIC 9(08).
001450         10  RJ-REVERSES-ID     PIC 9(06).
001460     05  RJ-FIRST-REJ-DATE      PIC 9(08).
001470     05  RJ-ATTEMPT-COUNT       PIC 9(02).
001480     05  RJ-ORIG-RUN-ID         PIC X(14).
001490 FD  GLFILE
001500     LABEL RECORDS ARE STANDARD.
001510 01  GI-RECORD.
001520     05  GI-RECORD-TYPE         PIC X(01).
001530         88  GI-HEADER-REC               VALUE 'H'.
001540         88  GI-DETAIL-REC               VALUE 'D'.
001550         88  GI-SUMMARY-REC              VALUE 'S'.
001560         88  GI-TRAILER-REC              VALUE 'T'.
001570     05  GI-DETAIL-DATA.
001580         10  GI-RECORD-ID       PIC 9(06).
001590         10  GI-OPERATION       PIC X(01).
001600         10  GI-FIELD-C         PIC S9(10)V99
001610             SIGN IS LEADING SEPARATE CHARACTER.
001620         10  GI-DEPT            PIC X(08).
001630         10  GI-GL-ACCOUNT      PIC 9(08).
001640     05  GI-HEADER-DATA REDEFINES GI-DETAIL-DATA.
001650         10  GI-RUN-ID          PIC X(14).
001660         10  GI-RUN-DATE        PIC 9(08).
001670         10  FILLER             PIC X(14).
001680 FD  GLACK
001690     LABEL RECORDS ARE STANDARD.
001700 01  GA-RECORD.
001710     05  GA-RECORD-ID           PIC 9(06).
001720     05  GA-RUN-ID              PIC X(14).
001730     05  GA-STATUS              PIC X(01).
001740         88  GA-ACCEPTED                 VALUE 'A'.
001750         88  GA-REJECTED                 VALUE 'R'.
001760 FD  SUMFILE
001770     LABEL RECORDS ARE STANDARD.
001780 01  SM-RECORD.
001790     05  SM-RECORD-TYPE         PIC X(01).
001800         88  SM-MONTH-REC                VALUE 'M'.
001810     05  SM-PERIOD              PIC 9(06).
001820     05  SM-DATE                PIC 9(08).
001830     05  SM-PROC-COUNT          PIC 9(08).
001840     05  SM-REJECT-COUNT        PIC 9(08).
001850     05  SM-OVERFLOW-COUNT      PIC 9(08).
001860     05  SM-DUP-COUNT           PIC 9(08).
001870     05  SM-TOTAL               PIC S9(13)V99
001880         SIGN IS LEADING SEPARATE CHARACTER.
001890 FD  CTLRAUTH
001900     LABEL RECORDS ARE STANDARD.
001910 01  CU-RECORD.
001920     05  CU-USER-ID             PIC X(08).
001930     05  CU-NAME                PIC X(30).
001940 FD  CALFILE
001950     LABEL RECORDS ARE STANDARD.
001960 01  CA-RECORD.
001970     05  CA-DATE                PIC 9(08).
001980     05  CA-BUSINESS-DAY-SW     PIC X(01).
001990         88  CA-BUSINESS-DAY             VALUE 'Y'.
002000     05  CA-PERIOD              PIC 9(06).
002010     05  CA-PERIOD-STATUS       PIC X(01).
002020         88  CA-PERIOD-OPEN              VALUE 'O'.
002030         88  CA-PERIOD-CLOSED            VALUE 'C'.
002040 FD  CALNEW
002050     LABEL RECORDS ARE STANDARD.
002055 01  CN-RECORD.
002060     05  CN-DATE                PIC 9(08).
002065     05  FILLER                 PIC X(08).
002070 FD  CLOSELOG
002080     LABEL RECORDS ARE STANDARD.
002090 01  CG-RECORD.
002100     05  CG-TIMESTAMP           PIC X(16).
002110     05  CG-PERIOD              PIC 9(06).
002120     05  CG-ACTION              PIC X(06).
002130     05  CG-USER-ID             PIC X(08).
002140     05  CG-RESULT              PIC X(08).
002150     05  CG-REASON              PIC X(60).
002160 FD  CLSRPT
002170     LABEL RECORDS ARE STANDARD.
002180 01  CR-RECORD                  PIC X(80).
002181 FD  RUNHIST
002182     LABEL RECORDS ARE STANDARD.
002183 01  JH-RECORD.
002184     05  JH-RECORD-TYPE         PIC X(01).
002185         88  JH-RUN-START                VALUE 'S'.
002186         88  JH-RUN-END                  VALUE 'E'.
002187     05  JH-PROGRAM-ID          PIC X(08).
002188     05  JH-RUN-ID              PIC X(14).
002189     05  JH-START-DATE          PIC 9(08).
002190     05  JH-START-TIME          PIC 9(08).
002191     05  JH-END-DATE            PIC 9(08).
002192     05  JH-END-TIME            PIC 9(08).
002193     05  JH-COUNTS.
002194         10  JH-COUNT           OCCURS 3 TIMES.
002195             15  JH-COUNT-LABEL PIC X(08).
002196             15  JH-COUNT-VALUE PIC 9(09).
002197     05  JH-RETURN-CODE         PIC 9(02).
002198 WORKING-STORAGE SECTION.
002200 01  WS-SWITCHES.
002210     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
002220         88  WS-EOF                      VALUE 'Y'.
002230         88  WS-NOT-EOF                  VALUE 'N'.
002240     05  WS-ACK-EOF-SWITCH      PIC X(01) VALUE 'N'.
002250         88  WS-ACK-EOF                  VALUE 'Y'.
002260     05  WS-MATCH-SWITCH        PIC X(01) VALUE 'N'.
002270         88  WS-ACK-MATCHED              VALUE 'Y'.
002280         88  WS-ACK-NOT-MATCHED          VALUE 'N'.
002290     05  WS-CHECK-SWITCH        PIC X(01) VALUE 'Y'.
002300         88  WS-CHECK-PASSED             VALUE 'Y'.
002310         88  WS-CHECK-FAILED             VALUE 'N'.
002320     05  WS-CONTROLLER-SWITCH   PIC X(01) VALUE 'N'.
002330         88  WS-CONTROLLER-FOUND         VALUE 'Y'.
002340     05  WS-SUMMARY-SWITCH      PIC X(01) VALUE 'N'.
002350         88  WS-SUMMARY-FOUND            VALUE 'Y'.
002353     05  WS-CALNEW-SWITCH       PIC X(01) VALUE 'N'.
002356         88  WS-CALNEW-FAILED            VALUE 'Y'.
002360 01  WS-ACK-TABLE.
002370     05  WS-ACK-MAX             PIC 9(05) COMP VALUE 5000.
002380     05  WS-ACK-COUNT           PIC 9(05) COMP VALUE ZERO.
002390     05  WS-ACK-ENTRY OCCURS 5000 TIMES.
002400         10  WS-ACK-RECORD-ID   PIC 9(06).
002410         10  WS-ACK-RUN-ID      PIC X(14).
002420         10  WS-ACK-STATUS      PIC X(01).
002430         10  WS-ACK-USED-SW     PIC X(01).
002440             88  WS-ACK-USED             VALUE 'Y'.
002450 77  WS-ACK-SUB                 PIC 9(05) COMP VALUE ZERO.
002460 77  WS-ACK-HIT-SUB             PIC 9(05) COMP VALUE ZERO.
002470 77  WS-GL-RUN-ID               PIC X(14) VALUE SPACES.
002480 01  WS-PERIOD-PARM             PIC X(08) VALUE SPACES.
002490 01  WS-PERIOD                  PIC 9(06) VALUE ZERO.
002500 01  WS-MODE-PARM               PIC X(08) VALUE SPACES.
002510     88  WS-CLOSE-MODE               VALUES SPACES 'CLOSE'.
002520     88  WS-REOPEN-MODE              VALUE 'REOPEN'.
002530 01  WS-USER-PARM               PIC X(08) VALUE SPACES.
002540 01  WS-REASON-PARM             PIC X(60) VALUE SPACES.
002550*    THE NEW PERIOD STATUS CALNEW CARRIES FOR THE PERIOD'S
002560*    DAYS - SPACE LEAVES THE CALENDAR AS IT STANDS.
002570 77  WS-NEW-STATUS              PIC X(01) VALUE SPACE.
002580 77  WS-LOG-ACTION              PIC X(06) VALUE SPACES.
002590 77  WS-LOG-RESULT              PIC X(08) VALUE SPACES.
002600 77  WS-ARG-NUM                 PIC 9(02) COMP VALUE 1.
002610 77  WS-CHECK-NUMBER            PIC 9(01) VALUE ZERO.
002620 77  WS-CHECK-ITEMS             PIC 9(08) COMP VALUE ZERO.
002630 77  WS-FAILED-CHECKS           PIC 9(02) COMP VALUE ZERO.
002640 77  WS-PERIOD-DAYS             PIC 9(08) COMP VALUE ZERO.
002650 77  WS-CLOSED-DAYS             PIC 9(08) COMP VALUE ZERO.
002660 77  WS-CAL-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
002670 77  WS-DAYS-UPDATED            PIC 9(08) COMP VALUE ZERO.
002680 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
002681 77  WS-CALFILE-STATUS          PIC X(02) VALUE "00".
002682 77  WS-CALNEW-STATUS           PIC X(02) VALUE "00".
002683*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
002684 01  WS-JH-START-STAMP.
002685     05  WS-JH-START-DATE       PIC 9(08).
002686     05  WS-JH-START-TIME       PIC 9(08).
002687 01  WS-JH-RUN-ID.
002688     05  WS-JH-RUN-ID-DATE      PIC 9(08).
002689     05  WS-JH-RUN-ID-TIME      PIC 9(06).
002690 01  WS-JH-COUNTS.
002691     05  WS-JH-COUNT            OCCURS 3 TIMES.
002692         10  WS-JH-COUNT-LABEL  PIC X(08).
002693         10  WS-JH-COUNT-VALUE  PIC 9(09).
002694 77  WS-CURRENT-DATE            PIC 9(08).
002700 01  WS-TIMESTAMP.
002710     05  WS-TS-DATE             PIC 9(08).
002720     05  WS-TS-TIME             PIC 9(08).
002730 01  WS-REPORT-HEADING-1.
002740     05  FILLER                 PIC X(22)
002750         VALUE "PERIOD CLOSE CHECKLIST".
002760     05  FILLER                 PIC X(10) VALUE "  PERIOD: ".
002770     05  WS-RH-PERIOD           PIC 9(06).
002780     05  FILLER                 PIC X(12) VALUE "  RUN DATE: ".
002790     05  WS-RH-RUN-DATE         PIC 9999/99/99.
002800 01  WS-REPORT-HEADING-2.
002810     05  FILLER                 PIC X(06) VALUE "MODE: ".
002820     05  WS-RH-MODE             PIC X(08).
002830     05  FILLER                 PIC X(06) VALUE "USER: ".
002840     05  WS-RH-USER             PIC X(08).
002850 01  WS-SECTION-LINE            PIC X(80).
002860 01  WS-CHECK-LINE.
002870     05  WS-CK-NUMBER           PIC 9(01).
002880     05  FILLER                 PIC X(01) VALUE SPACES.
002890     05  WS-CK-DESC             PIC X(46).
002900     05  FILLER                 PIC X(01) VALUE SPACES.
002910     05  WS-CK-RESULT           PIC X(04).
002920     05  FILLER                 PIC X(07) VALUE " ITEMS ".
002930     05  WS-CK-ITEMS            PIC ZZZ,ZZ9.
002940 01  WS-REASON-LINE.
002950     05  FILLER                 PIC X(08) VALUE "REASON: ".
002960     05  WS-RL-REASON           PIC X(60).
002970 01  WS-COUNT-LINE.
002980     05  WS-CL-LABEL            PIC X(22).
002990     05  WS-CL-VALUE            PIC ZZZ,ZZZ,ZZ9.
003000 01  WS-SIGNOFF-LINE.
003010     05  FILLER                 PIC X(42)
003020         VALUE "APPROVED BY: ______________________  DATE".
003030     05  FILLER                 PIC X(11) VALUE ": _________".
003040 PROCEDURE DIVISION.
003050*-----------------------------------------------------------*
003060* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
003070*-----------------------------------------------------------*
003080 0000-MAINLINE.
003085     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
003090     PERFORM 0100-GET-PARMS THRU 0100-EXIT.
003100     IF WS-RETURN-CODE > 0
003110         MOVE WS-RETURN-CODE TO RETURN-CODE
003115         PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
003120         STOP RUN
003130     END-IF.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     PERFORM 1500-SCAN-CALENDAR THRU 1500-EXIT.
003151     IF WS-RETURN-CODE > 8
003152         PERFORM 9000-TERMINATE THRU 9000-EXIT
003153         MOVE WS-RETURN-CODE TO RETURN-CODE
003154         PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
003155         STOP RUN
003156     END-IF.
003160     IF WS-REOPEN-MODE
003170         PERFORM 4000-REOPEN-PERIOD THRU 4000-EXIT
003180     ELSE
003190         PERFORM 2000-RUN-CHECKLIST THRU 2000-EXIT
003200     END-IF.
003210     PERFORM 3000-WRITE-CALENDAR THRU 3000-EXIT.
003220     PERFORM 5000-WRITE-CLOSE-LOG THRU 5000-EXIT.
003230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003240     MOVE WS-RETURN-CODE TO RETURN-CODE.
003245     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
003250     STOP RUN.
003260 0000-EXIT.
003270     EXIT.
003271*-----------------------------------------------------------*
003272* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
003273*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
003274*-----------------------------------------------------------*
003275 0050-LOG-RUN-START.
003276     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
003277     ACCEPT WS-JH-START-TIME FROM TIME.
003278     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
003279     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
003280     INITIALIZE WS-JH-COUNTS.
003281     MOVE SPACES TO JH-RECORD.
003282     SET JH-RUN-START TO TRUE.
003283     MOVE "TXNCLS01" TO JH-PROGRAM-ID.
003284     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
003285     MOVE WS-JH-START-DATE TO JH-START-DATE.
003286     MOVE WS-JH-START-TIME TO JH-START-TIME.
003287     MOVE ZERO TO JH-END-DATE.
003288     MOVE ZERO TO JH-END-TIME.
003289     MOVE WS-JH-COUNTS TO JH-COUNTS.
003290     MOVE ZERO TO JH-RETURN-CODE.
003291     OPEN EXTEND RUNHIST.
003292     WRITE JH-RECORD.
003293     CLOSE RUNHIST.
003294 0050-EXIT.
003295     EXIT.
003296*-----------------------------------------------------------*
003297* 0100-GET-PARMS - READS PARM 1, THE PERIOD (REQUIRED),      *
003300*   PARM 2, THE MODE (CLOSE, THE DEFAULT, OR REOPEN), AND    *
003310*   PARMS 3 AND 4, THE USER ID AND REASON A REOPEN MUST      *
003320*   NAME.                                                    *
003330*-----------------------------------------------------------*
003340 0100-GET-PARMS.
003350     DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
003360     ACCEPT WS-PERIOD-PARM FROM ARGUMENT-VALUE
003370         ON EXCEPTION
003380             MOVE SPACES TO WS-PERIOD-PARM
003390     END-ACCEPT.
003400     IF WS-PERIOD-PARM (1:6) NOT NUMERIC
003410         DISPLAY "*** PERIOD PARM (YYYYMM) REQUIRED - RUN "
003420             "CANCELLED."
003430         MOVE 16 TO WS-RETURN-CODE
003440         GO TO 0100-EXIT
003450     END-IF.
003460     MOVE WS-PERIOD-PARM (1:6) TO WS-PERIOD.
003470     MOVE 2 TO WS-ARG-NUM.
003480     DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
003490     ACCEPT WS-MODE-PARM FROM ARGUMENT-VALUE
003500         ON EXCEPTION
003510             MOVE SPACES TO WS-MODE-PARM
003520     END-ACCEPT.
003530     IF NOT WS-CLOSE-MODE AND NOT WS-REOPEN-MODE
003540         DISPLAY "*** MODE PARM MUST BE CLOSE OR REOPEN - RUN "
003550             "CANCELLED."
003560         MOVE 16 TO WS-RETURN-CODE
003570         GO TO 0100-EXIT
003580     END-IF.
003590     MOVE 3 TO WS-ARG-NUM.
003600     DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
003610     ACCEPT WS-USER-PARM FROM ARGUMENT-VALUE
003620         ON EXCEPTION
003630             MOVE SPACES TO WS-USER-PARM
003640     END-ACCEPT.
003650     MOVE 4 TO WS-ARG-NUM.
003660     DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
003670     ACCEPT WS-REASON-PARM FROM ARGUMENT-VALUE
003680         ON EXCEPTION
003690             MOVE SPACES TO WS-REASON-PARM
003700     END-ACCEPT.
003710     IF WS-REOPEN-MODE
003720         IF WS-USER-PARM = SPACES OR WS-REASON-PARM = SPACES
003730             DISPLAY "*** REOPEN REQUIRES USER ID AND REASON "
003740                 "PARMS - RUN CANCELLED."
003750             MOVE 16 TO WS-RETURN-CODE
003760             GO TO 0100-EXIT
003770         END-IF
003780     END-IF.
003790     IF WS-USER-PARM = SPACES
003800         MOVE "BATCH" TO WS-USER-PARM
003810     END-IF.
003820 0100-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------*
003850* 1000-INITIALIZE - OPENS THE REPORT AND THE CLOSE LOG AND   *
003860*   PRINTS THE HEADINGS.                                     *
003870*-----------------------------------------------------------*
003880 1000-INITIALIZE.
003890     OPEN OUTPUT CLSRPT.
003900     OPEN EXTEND CLOSELOG.
003910     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003920     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
003930     ACCEPT WS-TS-TIME FROM TIME.
003940     MOVE WS-PERIOD TO WS-RH-PERIOD.
003950     MOVE WS-CURRENT-DATE TO WS-RH-RUN-DATE.
003960     MOVE WS-REPORT-HEADING-1 TO CR-RECORD.
003970     WRITE CR-RECORD.
003980     IF WS-REOPEN-MODE
003990         MOVE "REOPEN" TO WS-RH-MODE
004000     ELSE
004010         MOVE "CLOSE" TO WS-RH-MODE
004020     END-IF.
004030     MOVE WS-USER-PARM TO WS-RH-USER.
004040     MOVE WS-REPORT-HEADING-2 TO CR-RECORD.
004050     WRITE CR-RECORD.
004060 1000-EXIT.
004070     EXIT.
004080*-----------------------------------------------------------*
004084* 1500-SCAN-CALENDAR - COUNTS THE PERIOD'S DAYS ON CALFILE   *
004088*   AND HOW MANY OF THEM ARE ALREADY CLOSED.  A CALENDAR     *
004092*   THAT CANNOT BE OPENED CANCELS THE RUN WITH RC 16, SINCE  *
004096*   NO CALNEW COULD BE WRITTEN FROM IT.                      *
004100*-----------------------------------------------------------*
004104 1500-SCAN-CALENDAR.
004108     OPEN INPUT CALFILE.
004112     IF WS-CALFILE-STATUS NOT = "00"
004116         DISPLAY "*** CALFILE OPEN FAILED STATUS "
004120             WS-CALFILE-STATUS " - RUN CANCELLED."
004124         MOVE "*** CALFILE COULD NOT BE OPENED - RUN CANCELLED."
004128             TO WS-SECTION-LINE
004132         PERFORM 2990-WRITE-SECTION-LINE THRU 2990-EXIT
004136         MOVE 16 TO WS-RETURN-CODE
004140         GO TO 1500-EXIT
004144     END-IF.
004148     SET WS-NOT-EOF TO TRUE.
004152     PERFORM 1510-SCAN-ONE-DAY THRU 1510-EXIT
004156         UNTIL WS-EOF.
004160     CLOSE CALFILE.
004180 1500-EXIT.
004190     EXIT.
004200*-----------------------------------------------------------*
004210* 1510-SCAN-ONE-DAY - COUNTS ONE CALFILE DAY WHEN IT BELONGS *
004220*   TO THE PERIOD.                                           *
004230*-----------------------------------------------------------*
004240 1510-SCAN-ONE-DAY.
004250     READ CALFILE NEXT RECORD
004260         AT END
004270             SET WS-EOF TO TRUE
004280             GO TO 1510-EXIT
004290     END-READ.
004300     IF CA-PERIOD NOT NUMERIC
004310         GO TO 1510-EXIT
004320     END-IF.
004330     IF CA-PERIOD NOT = WS-PERIOD
004340         GO TO 1510-EXIT
004350     END-IF.
004360     ADD 1 TO WS-PERIOD-DAYS.
004370     IF CA-PERIOD-CLOSED
004380         ADD 1 TO WS-CLOSED-DAYS
004390     END-IF.
004400 1510-EXIT.
004410     EXIT.
004420*-----------------------------------------------------------*
004430* 2000-RUN-CHECKLIST - RUNS EVERY CLOSE CONDITION, PRINTING  *
004440*   PASS OR FAIL FOR EACH, AND CLOSES THE PERIOD ONLY WHEN   *
004450*   ALL OF THEM PASS.  A PERIOD NOT ON THE CALENDAR, OR      *
004460*   ALREADY CLOSED, IS NOT CHECKED.                          *
004470*-----------------------------------------------------------*
004480 2000-RUN-CHECKLIST.
004490     MOVE "CLOSE" TO WS-LOG-ACTION.
004500     IF WS-PERIOD-DAYS = ZERO
004510         MOVE "*** PERIOD NOT ON THE CALENDAR - CLOSE REFUSED."
004520             TO WS-SECTION-LINE
004530         PERFORM 2990-WRITE-SECTION-LINE THRU 2990-EXIT
004540         MOVE "REFUSED" TO WS-LOG-RESULT
004550         IF WS-RETURN-CODE < 8
004560             MOVE 8 TO WS-RETURN-CODE
004570         END-IF
004580         GO TO 2000-EXIT
004590     END-IF.
004600     IF WS-CLOSED-DAYS = WS-PERIOD-DAYS
004610         MOVE "PERIOD ALREADY CLOSED - CALENDAR UNCHANGED."
004620             TO WS-SECTION-LINE
004630         PERFORM 2990-WRITE-SECTION-LINE THRU 2990-EXIT
004640         MOVE "NOCHANGE" TO WS-LOG-RESULT
004650         IF WS-RETURN-CODE < 4
004660             MOVE 4 TO WS-RETURN-CODE
004670         END-IF
004680         GO TO 2000-EXIT
004690     END-IF.
004700     PERFORM 2100-CHECK-RUNCTL THRU 2100-EXIT.
004710     PERFORM 2200-CHECK-HOLDFILE THRU 2200-EXIT.
004720     PERFORM 2300-CHECK-SUSPOUT THRU 2300-EXIT.
004730     PERFORM 2400-CHECK-REJFILE THRU 2400-EXIT.
004740     PERFORM 2500-CHECK-GL-ACKS THRU 2500-EXIT.
004750     PERFORM 2600-CHECK-SUMFILE THRU 2600-EXIT.
004760     IF WS-FAILED-CHECKS > 0
004770         MOVE "*** CLOSE REFUSED - CONDITIONS FAILED."
004780             TO WS-SECTION-LINE
004790         PERFORM 2990-WRITE-SECTION-LINE THRU 2990-EXIT
004800         MOVE "REFUSED" TO WS-LOG-RESULT
004810         IF WS-RETURN-CODE < 8
004820             MOVE 8 TO WS-RETURN-CODE
004830         END-IF
004840         GO TO 2000-EXIT
004850     END-IF.
004860     MOVE "ALL CONDITIONS PASSED - PERIOD CLOSED ON CALNEW."
004870         TO WS-SECTION-LINE.
004880     PERFORM 2990-WRITE-SECTION-LINE THRU 2990-EXIT.
004890     MOVE "C" TO WS-NEW-STATUS.
004900     MOVE "CLOSED" TO WS-LOG-RESULT.
004910 2000-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------*
004940* 2100-CHECK-RUNCTL - THE LAST TXNADD01 RUN ON RUNCTL MUST   *
004950*   NOT STILL BE MARKED IN FLIGHT; NO RUNCTL AT ALL MEANS NO *
004960*   RUN HAS EVER STARTED.                                    *
004970*-----------------------------------------------------------*
004980 2100-CHECK-RUNCTL.
004990     MOVE ZERO TO WS-CHECK-ITEMS.
005000     OPEN INPUT RUNCTL.
005010     READ RUNCTL
005020         AT END
005030             MOVE SPACES TO RN-STATUS
005040     END-READ.
005050     IF RN-RUN-IN-FLIGHT
005060         MOVE 1 TO WS-CHECK-ITEMS
005070     END-IF.
005080     CLOSE RUNCTL.
005090     MOVE "NO RUN IN FLIGHT (RUNCTL)" TO WS-CK-DESC.
005100     PERFORM 2900-WRITE-CHECK-LINE THRU 2900-EXIT.
005110 2100-EXIT.
005120     EXIT.
005130*-----------------------------------------------------------*
005140* 2200-CHECK-HOLDFILE - NO WAREHOUSED DETAIL MAY BE DATED IN *
005150*   THE PERIOD BEING CLOSED.                                 *
005160*-----------------------------------------------------------*
005170 2200-CHECK-HOLDFILE.
005180     MOVE ZERO TO WS-CHECK-ITEMS.
005190     OPEN INPUT HOLDFILE.
005200     SET WS-NOT-EOF TO TRUE.
005210     PERFORM 2210-CHECK-ONE-HELD THRU 2210-EXIT
005220         UNTIL WS-EOF.
005230     CLOSE HOLDFILE.
005240     MOVE "NO HELD ITEMS DATED IN PERIOD (HOLDFILE)"
005250         TO WS-CK-DESC.
005260     PERFORM 2900-WRITE-CHECK-LINE THRU 2900-EXIT.
005270 2200-EXIT.
005280     EXIT.
005290*-----------------------------------------------------------*
005300* 2210-CHECK-ONE-HELD - COUNTS ONE HELD DETAIL DATED IN THE  *
005310*   PERIOD.                                                  *
005320*-----------------------------------------------------------*
005330 2210-CHECK-ONE-HELD.
005340     READ HOLDFILE
005350         AT END
005360             SET WS-EOF TO TRUE
005370             GO TO 2210-EXIT
005380     END-READ.
005390     IF HF-EFF-DATE NUMERIC
005400         IF HF-EFF-DATE (1:6) = WS-PERIOD
005410             ADD 1 TO WS-CHECK-ITEMS
005420         END-IF
005430     END-IF.
005440 2210-EXIT.
005450     EXIT.
005460*-----------------------------------------------------------*
005470* 2300-CHECK-SUSPOUT - NO OPEN SUSPENSE ITEM MAY CARRY AN    *
005480*   EFFECTIVE DATE IN THE PERIOD.                            *
005490*-----------------------------------------------------------*
005500 2300-CHECK-SUSPOUT.
005510     MOVE ZERO TO WS-CHECK-ITEMS.
005520     OPEN INPUT SUSPOUT.
005530     SET WS-NOT-EOF TO TRUE.
005540     PERFORM 2310-CHECK-ONE-SUSPENSE THRU 2310-EXIT
005550         UNTIL WS-EOF.
005560     CLOSE SUSPOUT.
005570     MOVE "NO SUSPENSE ITEMS DATED IN PERIOD (SUSPOUT)"
005580         TO WS-CK-DESC.
005590     PERFORM 2900-WRITE-CHECK-LINE THRU 2900-EXIT.
005600 2300-EXIT.
005610     EXIT.
005620*-----------------------------------------------------------*
005630* 2310-CHECK-ONE-SUSPENSE - COUNTS ONE SUSPENSE ITEM DATED   *
005640*   IN THE PERIOD.                                           *
005650*-----------------------------------------------------------*
005660 2310-CHECK-ONE-SUSPENSE.
005670     READ SUSPOUT
005680         AT END
005690             SET WS-EOF TO TRUE
005700             GO TO 2310-EXIT
005710     END-READ.
005720     IF SO-EFF-DATE NUMERIC
005730         IF SO-EFF-DATE (1:6) = WS-PERIOD
005740             ADD 1 TO WS-CHECK-ITEMS
005750         END-IF
005760     END-IF.
005770 2310-EXIT.
005780     EXIT.
005790*-----------------------------------------------------------*
005800* 2400-CHECK-REJFILE - NO UNWORKED REJECT MAY CARRY AN       *
005810*   EFFECTIVE DATE IN THE PERIOD.                            *
005820*-----------------------------------------------------------*
005830 2400-CHECK-REJFILE.
005840     MOVE ZERO TO WS-CHECK-ITEMS.
005850     OPEN INPUT REJFILE.
005860     SET WS-NOT-EOF TO TRUE.
005870     PERFORM 2410-CHECK-ONE-REJECT THRU 2410-EXIT
005880         UNTIL WS-EOF.
005890     CLOSE REJFILE.
005900     MOVE "NO REJECTS DATED IN PERIOD (REJFILE)" TO WS-CK-DESC.
005910     PERFORM 2900-WRITE-CHECK-LINE THRU 2900-EXIT.
005920 2400-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------*
005950* 2410-CHECK-ONE-REJECT - COUNTS ONE REJECT DATED IN THE     *
005960*   PERIOD.                                                  *
005970*-----------------------------------------------------------*
005980 2410-CHECK-ONE-REJECT.
005990     READ REJFILE
006000         AT END
006010             SET WS-EOF TO TRUE
006020             GO TO 2410-EXIT
006030     END-READ.
006040     IF RJ-EFF-DATE NUMERIC
006050         IF RJ-EFF-DATE (1:6) = WS-PERIOD
006060             ADD 1 TO WS-CHECK-ITEMS
006070         END-IF
006080     END-IF.
006090 2410-EXIT.
006100     EXIT.
006110*-----------------------------------------------------------*
006120* 2500-CHECK-GL-ACKS - EVERY GLFILE POSTING DETAIL MUST BE   *
006130*   ACCEPTED ON GLACK (MATCHED BY RECORD ID AND RUN ID, AS   *
006140*   TXNGLA01 MATCHES THEM).  A POSTING WITH NO               *
006150*   ACKNOWLEDGMENT, OR ONE THE LEDGER REJECTED, IS STILL     *
006160*   OWED TO THE LEDGER AND HOLDS THE CLOSE.                  *
006170*-----------------------------------------------------------*
006180 2500-CHECK-GL-ACKS.
006190     MOVE ZERO TO WS-CHECK-ITEMS.
006200     OPEN INPUT GLFILE GLACK.
006210     PERFORM 2510-LOAD-ONE-ACK THRU 2510-EXIT
006220         UNTIL WS-ACK-EOF
006230         OR WS-ACK-COUNT = WS-ACK-MAX.
006240     IF NOT WS-ACK-EOF
006250         READ GLACK
006260             AT END
006270                 SET WS-ACK-EOF TO TRUE
006280         END-READ
006290     END-IF.
006300     IF NOT WS-ACK-EOF
006310         DISPLAY "*** GLACK HAS MORE THAN " WS-ACK-MAX
006320             " ACKNOWLEDGMENTS - EXCESS NOT LOADED, GL "
006330             "CHECK CANNOT PASS."
006340         ADD 1 TO WS-CHECK-ITEMS
006350     END-IF.
006360     SET WS-NOT-EOF TO TRUE.
006370     PERFORM 2520-CHECK-ONE-POSTING THRU 2520-EXIT
006380         UNTIL WS-EOF.
006390     CLOSE GLFILE GLACK.
006400     MOVE "ALL GL POSTINGS ACCEPTED (GLFILE / GLACK)"
006410         TO WS-CK-DESC.
006420     PERFORM 2900-WRITE-CHECK-LINE THRU 2900-EXIT.
006430 2500-EXIT.
006440     EXIT.
006450*-----------------------------------------------------------*
006460* 2510-LOAD-ONE-ACK - READS ONE GLACK ACKNOWLEDGMENT INTO    *
006470*   THE IN-STORAGE TABLE.                                    *
006480*-----------------------------------------------------------*
006490 2510-LOAD-ONE-ACK.
006500     READ GLACK
006510         AT END
006520             SET WS-ACK-EOF TO TRUE
006530             GO TO 2510-EXIT
006540     END-READ.
006550     ADD 1 TO WS-ACK-COUNT.
006560     MOVE GA-RECORD-ID TO WS-ACK-RECORD-ID (WS-ACK-COUNT).
006570     MOVE GA-RUN-ID TO WS-ACK-RUN-ID (WS-ACK-COUNT).
006580     MOVE GA-STATUS TO WS-ACK-STATUS (WS-ACK-COUNT).
006590     MOVE "N" TO WS-ACK-USED-SW (WS-ACK-COUNT).
006600 2510-EXIT.
006610     EXIT.
006620*-----------------------------------------------------------*
006630* 2520-CHECK-ONE-POSTING - READS ONE GLFILE RECORD; THE      *
006640*   HEADER SETS THE RUN ID AND EACH DETAIL MUST FIND AN      *
006650*   ACCEPTED ACKNOWLEDGMENT.                                 *
006660*-----------------------------------------------------------*
006670 2520-CHECK-ONE-POSTING.
006680     READ GLFILE
006690         AT END
006700             SET WS-EOF TO TRUE
006710             GO TO 2520-EXIT
006720     END-READ.
006730     IF GI-HEADER-REC
006740         MOVE GI-RUN-ID TO WS-GL-RUN-ID
006750         GO TO 2520-EXIT
006760     END-IF.
006770     IF NOT GI-DETAIL-REC
006780         GO TO 2520-EXIT
006790     END-IF.
006800     MOVE ZERO TO WS-ACK-HIT-SUB.
006810     SET WS-ACK-NOT-MATCHED TO TRUE.
006820     IF WS-ACK-COUNT > 0
006830         PERFORM 2530-MATCH-ONE-ACK THRU 2530-EXIT
006840             VARYING WS-ACK-SUB FROM 1 BY 1
006850             UNTIL WS-ACK-SUB > WS-ACK-COUNT
006860                 OR WS-ACK-MATCHED
006870     END-IF.
006880     IF WS-ACK-NOT-MATCHED
006890         ADD 1 TO WS-CHECK-ITEMS
006900         GO TO 2520-EXIT
006910     END-IF.
006920     MOVE "Y" TO WS-ACK-USED-SW (WS-ACK-HIT-SUB).
006930     IF WS-ACK-STATUS (WS-ACK-HIT-SUB) NOT = "A"
006940         ADD 1 TO WS-CHECK-ITEMS
006950     END-IF.
006960 2520-EXIT.
006970     EXIT.
006980*-----------------------------------------------------------*
006990* 2530-MATCH-ONE-ACK - COMPARES THE POSTING AGAINST ONE      *
007000*   UNUSED ACKNOWLEDGMENT TABLE ENTRY.                       *
007010*-----------------------------------------------------------*
007020 2530-MATCH-ONE-ACK.
007030     IF WS-ACK-RECORD-ID (WS-ACK-SUB) = GI-RECORD-ID
007040         AND WS-ACK-RUN-ID (WS-ACK-SUB) = WS-GL-RUN-ID
007050         AND NOT WS-ACK-USED (WS-ACK-SUB)
007060         MOVE WS-ACK-SUB TO WS-ACK-HIT-SUB
007070         SET WS-ACK-MATCHED TO TRUE
007080     END-IF.
007090 2530-EXIT.
007100     EXIT.
007110*-----------------------------------------------------------*
007120* 2600-CHECK-SUMFILE - THE TXNSUM01 MONTH ('M') RECORD FOR   *
007130*   THE PERIOD MUST BE ON SUMFILE - THE AUDIT TRAIL FOR THE  *
007140*   PERIOD HAS BEEN SUMMARIZED AND ARCHIVED.                 *
007150*-----------------------------------------------------------*
007160 2600-CHECK-SUMFILE.
007170     MOVE ZERO TO WS-CHECK-ITEMS.
007180     OPEN INPUT SUMFILE.
007190     SET WS-NOT-EOF TO TRUE.
007200     PERFORM 2610-CHECK-ONE-SUMMARY THRU 2610-EXIT
007210         UNTIL WS-EOF
007220         OR WS-SUMMARY-FOUND.
007230     CLOSE SUMFILE.
007240     IF NOT WS-SUMMARY-FOUND
007250         MOVE 1 TO WS-CHECK-ITEMS
007260     END-IF.
007270     MOVE "MONTH SUMMARY RECORD ON FILE (SUMFILE)"
007280         TO WS-CK-DESC.
007290     PERFORM 2900-WRITE-CHECK-LINE THRU 2900-EXIT.
007300 2600-EXIT.
007310     EXIT.
007320*-----------------------------------------------------------*
007330* 2610-CHECK-ONE-SUMMARY - LOOKS FOR THE PERIOD'S MONTH      *
007340*   RECORD.                                                  *
007350*-----------------------------------------------------------*
007360 2610-CHECK-ONE-SUMMARY.
007370     READ SUMFILE
007380         AT END
007390             SET WS-EOF TO TRUE
007400             GO TO 2610-EXIT
007410     END-READ.
007420     IF SM-MONTH-REC AND SM-PERIOD = WS-PERIOD
007430         SET WS-SUMMARY-FOUND TO TRUE
007440     END-IF.
007450 2610-EXIT.
007460     EXIT.
007470*-----------------------------------------------------------*
007480* 2900-WRITE-CHECK-LINE - PRINTS ONE CHECKLIST LINE; ANY     *
007490*   OFFENDING ITEM FAILS THE CONDITION.                      *
007500*-----------------------------------------------------------*
007510 2900-WRITE-CHECK-LINE.
007520     ADD 1 TO WS-CHECK-NUMBER.
007530     MOVE WS-CHECK-NUMBER TO WS-CK-NUMBER.
007540     MOVE WS-CHECK-ITEMS TO WS-CK-ITEMS.
007550     IF WS-CHECK-ITEMS = ZERO
007560         MOVE "PASS" TO WS-CK-RESULT
007570     ELSE
007580         MOVE "FAIL" TO WS-CK-RESULT
007590         ADD 1 TO WS-FAILED-CHECKS
007600     END-IF.
007610     MOVE WS-CHECK-LINE TO CR-RECORD.
007620     WRITE CR-RECORD.
007630 2900-EXIT.
007640     EXIT.
007650*-----------------------------------------------------------*
007660* 2990-WRITE-SECTION-LINE - PRINTS ONE FREE-FORM LINE.       *
007670*-----------------------------------------------------------*
007680 2990-WRITE-SECTION-LINE.
007690     MOVE WS-SECTION-LINE TO CR-RECORD.
007700     WRITE CR-RECORD.
007710 2990-EXIT.
007720     EXIT.
007730*-----------------------------------------------------------*
007738* 3000-WRITE-CALENDAR - COPIES CALFILE TO CALNEW, SETTING    *
007746*   THE PERIOD STATUS OF EVERY DAY IN THE PERIOD WHEN A      *
007754*   CLOSE OR REOPEN WENT THROUGH; OTHERWISE THE COPY IS      *
007760*   UNCHANGED.  A CALFILE THAT CANNOT BE READ OR A CALNEW    *
007766*   THAT CANNOT BE OPENED OR FULLY WRITTEN IS REPORTED,      *
007772*   LOGGED AS FAILED AND SETS RC 16.                         *
007780*-----------------------------------------------------------*
007790 3000-WRITE-CALENDAR.
007800     OPEN INPUT CALFILE.
007810     OPEN OUTPUT CALNEW.
007811     IF WS-CALFILE-STATUS NOT = "00"
007812         DISPLAY "*** CALFILE OPEN FAILED STATUS "
007813             WS-CALFILE-STATUS " - CALENDAR NOT WRITTEN."
007814         IF WS-CALNEW-STATUS = "00"
007815             CLOSE CALNEW
007816         END-IF
007817         PERFORM 3900-CALENDAR-FAILED THRU 3900-EXIT
007818         GO TO 3000-EXIT
007819     END-IF.
007820     IF WS-CALNEW-STATUS NOT = "00"
007821         DISPLAY "*** CALNEW OPEN FAILED STATUS "
007822             WS-CALNEW-STATUS " - CALENDAR NOT WRITTEN."
007823         CLOSE CALFILE
007824         PERFORM 3900-CALENDAR-FAILED THRU 3900-EXIT
007825         GO TO 3000-EXIT
007826     END-IF.
007827     SET WS-NOT-EOF TO TRUE.
007830     PERFORM 3100-COPY-ONE-DAY THRU 3100-EXIT
007840         UNTIL WS-EOF.
007850     CLOSE CALFILE CALNEW.
007852     IF WS-CALNEW-FAILED
007854         PERFORM 3900-CALENDAR-FAILED THRU 3900-EXIT
007856     END-IF.
007860 3000-EXIT.
007870     EXIT.
007880*-----------------------------------------------------------*
007890* 3100-COPY-ONE-DAY - COPIES ONE CALENDAR DAY TO CALNEW.     *
007900*-----------------------------------------------------------*
007910 3100-COPY-ONE-DAY.
007920     READ CALFILE NEXT RECORD
007930         AT END
007940             SET WS-EOF TO TRUE
007950             GO TO 3100-EXIT
007960     END-READ.
007970     ADD 1 TO WS-CAL-READ-COUNT.
007980     IF WS-NEW-STATUS NOT = SPACE
007990         AND CA-PERIOD NUMERIC
008000         AND CA-PERIOD = WS-PERIOD
008010         IF CA-PERIOD-STATUS NOT = WS-NEW-STATUS
008020             MOVE WS-NEW-STATUS TO CA-PERIOD-STATUS
008030             ADD 1 TO WS-DAYS-UPDATED
008040         END-IF
008050     END-IF.
008060     MOVE CA-RECORD TO CN-RECORD.
008062     WRITE CN-RECORD
008064         INVALID KEY
008066             DISPLAY "*** CALNEW WRITE FAILED FOR " CA-DATE
008068                 " STATUS " WS-CALNEW-STATUS
008070             MOVE 16 TO WS-RETURN-CODE
008071             SET WS-CALNEW-FAILED TO TRUE
008072     END-WRITE.
008080 3100-EXIT.
008090     EXIT.
008091*-----------------------------------------------------------*
008092* 3900-CALENDAR-FAILED - CALNEW WAS NOT WRITTEN IN FULL, SO  *
008093*   THE CLOSE OR REOPEN REPORTED ABOVE HAS NOT TAKEN EFFECT: *
008094*   THE REPORT SAYS SO AND CLOSELOG RECORDS THE RUN FAILED.  *
008095*-----------------------------------------------------------*
008096 3900-CALENDAR-FAILED.
008097     MOVE "*** CALNEW NOT WRITTEN IN FULL - CALENDAR NOT UPDATED."
008098         TO WS-SECTION-LINE.
008099     PERFORM 2990-WRITE-SECTION-LINE THRU 2990-EXIT.
008100     MOVE "FAILED" TO WS-LOG-RESULT.
008101     MOVE 16 TO WS-RETURN-CODE.
008102 3900-EXIT.
008103     EXIT.
008104*-----------------------------------------------------------*
008110* 4000-REOPEN-PERIOD - REOPENS A CLOSED PERIOD FOR A         *
008120*   CONTROLLER LISTED ON CTLRAUTH; ANY OTHER USER ID IS      *
008130*   DENIED WITH RC 16.  THE REQUESTER AND REASON PRINT ON    *
008140*   THE REPORT AND GO TO CLOSELOG EITHER WAY.                *
008150*-----------------------------------------------------------*
008160 4000-REOPEN-PERIOD.
008170     MOVE "REOPEN" TO WS-LOG-ACTION.
008180     MOVE WS-REASON-PARM TO WS-RL-REASON.
008190     MOVE WS-REASON-LINE TO CR-RECORD.
008200     WRITE CR-RECORD.
008210     OPEN INPUT CTLRAUTH.
008220     SET WS-NOT-EOF TO TRUE.
008230     PERFORM 4100-CHECK-ONE-CONTROLLER THRU 4100-EXIT
008240         UNTIL WS-EOF
008250         OR WS-CONTROLLER-FOUND.
008260     CLOSE CTLRAUTH.
008270     IF NOT WS-CONTROLLER-FOUND
008280         MOVE "*** USER ID NOT ON CTLRAUTH - REOPEN DENIED."
008290             TO WS-SECTION-LINE
008300         PERFORM 2990-WRITE-SECTION-LINE THRU 2990-EXIT
008310         MOVE "DENIED" TO WS-LOG-RESULT
008320         MOVE 16 TO WS-RETURN-CODE
008330         GO TO 4000-EXIT
008340     END-IF.
008350     IF WS-CLOSED-DAYS = ZERO
008360         MOVE "PERIOD NOT CLOSED - NOTHING TO REOPEN."
008370             TO WS-SECTION-LINE
008380         PERFORM 2990-WRITE-SECTION-LINE THRU 2990-EXIT
008390         MOVE "NOCHANGE" TO WS-LOG-RESULT
008400         IF WS-RETURN-CODE < 4
008410             MOVE 4 TO WS-RETURN-CODE
008420         END-IF
008430         GO TO 4000-EXIT
008440     END-IF.
008450     MOVE "CONTROLLER VERIFIED - PERIOD REOPENED ON CALNEW."
008460         TO WS-SECTION-LINE.
008470     PERFORM 2990-WRITE-SECTION-LINE THRU 2990-EXIT.
008480     MOVE "O" TO WS-NEW-STATUS.
008490     MOVE "REOPENED" TO WS-LOG-RESULT.
008500 4000-EXIT.
008510     EXIT.
008520*-----------------------------------------------------------*
008530* 4100-CHECK-ONE-CONTROLLER - MATCHES THE REQUESTING USER ID *
008540*   AGAINST ONE CTLRAUTH ENTRY.                              *
008550*-----------------------------------------------------------*
008560 4100-CHECK-ONE-CONTROLLER.
008570     READ CTLRAUTH
008580         AT END
008590             SET WS-EOF TO TRUE
008600             GO TO 4100-EXIT
008610     END-READ.
008620     IF CU-USER-ID = WS-USER-PARM
008630         SET WS-CONTROLLER-FOUND TO TRUE
008640     END-IF.
008650 4100-EXIT.
008660     EXIT.
008670*-----------------------------------------------------------*
008680* 5000-WRITE-CLOSE-LOG - APPENDS THE RUN'S OUTCOME TO        *
008690*   CLOSELOG: WHEN, WHICH PERIOD, CLOSE OR REOPEN, WHO, THE  *
008700*   RESULT, AND THE REASON GIVEN.                            *
008710*-----------------------------------------------------------*
008720 5000-WRITE-CLOSE-LOG.
008730     MOVE WS-TIMESTAMP TO CG-TIMESTAMP.
008740     MOVE WS-PERIOD TO CG-PERIOD.
008750     MOVE WS-LOG-ACTION TO CG-ACTION.
008760     MOVE WS-USER-PARM TO CG-USER-ID.
008770     MOVE WS-LOG-RESULT TO CG-RESULT.
008780     MOVE WS-REASON-PARM TO CG-REASON.
008790     WRITE CG-RECORD.
008800 5000-EXIT.
008810     EXIT.
008820*-----------------------------------------------------------*
008830* 9000-TERMINATE - PRINTS THE CALENDAR COUNTS AND THE        *
008840*   SIGN-OFF LINE AND CLOSES FILES.                          *
008850*-----------------------------------------------------------*
008860 9000-TERMINATE.
008870     MOVE "CALENDAR DAYS READ:" TO WS-CL-LABEL.
008880     MOVE WS-CAL-READ-COUNT TO WS-CL-VALUE.
008890     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
008900     MOVE "DAYS IN PERIOD:" TO WS-CL-LABEL.
008910     MOVE WS-PERIOD-DAYS TO WS-CL-VALUE.
008920     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
008930     MOVE "DAYS UPDATED:" TO WS-CL-LABEL.
008940     MOVE WS-DAYS-UPDATED TO WS-CL-VALUE.
008950     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
008960     MOVE "CONDITIONS FAILED:" TO WS-CL-LABEL.
008970     MOVE WS-FAILED-CHECKS TO WS-CL-VALUE.
008980     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
008990     MOVE WS-SIGNOFF-LINE TO CR-RECORD.
009000     WRITE CR-RECORD.
009010     CLOSE CLOSELOG CLSRPT.
009020 9000-EXIT.
009030     EXIT.
009040*-----------------------------------------------------------*
009050* 9110-WRITE-COUNT-LINE - PRINTS ONE LABELED COUNT LINE ON   *
009060*   THE CLOSE CHECKLIST.                                     *
009070*-----------------------------------------------------------*
009080 9110-WRITE-COUNT-LINE.
009090     MOVE WS-COUNT-LINE TO CR-RECORD.
009100     WRITE CR-RECORD.
009110 9110-EXIT.
009120     EXIT.
009130*-----------------------------------------------------------*
009140* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
009150*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
009160*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
009170*-----------------------------------------------------------*
009180 9900-LOG-RUN-END.
009190     MOVE "CALREAD" TO WS-JH-COUNT-LABEL (1).
009200     MOVE WS-CAL-READ-COUNT TO WS-JH-COUNT-VALUE (1).
009210     MOVE "UPDATED" TO WS-JH-COUNT-LABEL (2).
009220     MOVE WS-DAYS-UPDATED TO WS-JH-COUNT-VALUE (2).
009230     MOVE "FAILED" TO WS-JH-COUNT-LABEL (3).
009240     MOVE WS-FAILED-CHECKS TO WS-JH-COUNT-VALUE (3).
009250     MOVE SPACES TO JH-RECORD.
009260     SET JH-RUN-END TO TRUE.
009270     MOVE "TXNCLS01" TO JH-PROGRAM-ID.
009280     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
009290     MOVE WS-JH-START-DATE TO JH-START-DATE.
009300     MOVE WS-JH-START-TIME TO JH-START-TIME.
009310     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
009320     ACCEPT JH-END-TIME FROM TIME.
009330     MOVE WS-JH-COUNTS TO JH-COUNTS.
009340     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
009350     OPEN EXTEND RUNHIST.
009360     WRITE JH-RECORD.
009370     CLOSE RUNHIST.
009380 9900-EXIT.
009390     EXIT.
