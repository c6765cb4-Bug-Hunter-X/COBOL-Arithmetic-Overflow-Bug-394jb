000300*                 PROCESSED AUDIT ENTRIES - ONE REPORT PER   *
000310*                 QUESTIONED RECORD, THE EVIDENCE FORMAT     *
000320*                 THE SOX REVIEWERS ASK FOR.                 *
000321* 10/15/2026 RH   TRACK THE REVERSAL LINK - AUDIT ENTRIES    *
000322*                 FOR A REVERSAL NOW CARRY THE ID OF THE     *
000323*                 ORIGINAL IT REVERSES, AND THE MASTER AND   *
000324*                 PRIOR VERSIONS CARRY THE REVERSAL MARKS    *
000325*                 TXNADD01 KEEPS.  THE DOCKET TAGS REVERSING *
000326*                 AUDIT ENTRIES AND PRINTS A REVERSAL LINE   *
000327*                 UNDER ANY VERSION THAT REVERSES, OR HAS    *
000328*                 BEEN REVERSED BY, ANOTHER RECORD.  THE     *
000329*                 SUSPENSE RECORDS WIDEN TO MATCH.           *
000330* 10/15/2026 RH   TRACK THE ADDOUT AND ADDHIST LAYOUT CHANGE *
000331*                 - THE MASTER AND PRIOR VERSIONS NOW CLOSE  *
000332*                 WITH THE EFFECTIVE DATE; WIDEN TO MATCH.   *
000333* 10/15/2026 RH   TRACK THE AUDITLOG LAYOUT CHANGE - ENTRIES *
000334*                 NOW CLOSE WITH THE KEYER AND APPROVER IDS  *
000335*                 OF A RECYCLED POSTING'S CORRECTIONS; WIDEN *
000336*                 TO MATCH.  THE DOCKET PRINTS WHO KEYED AND *
000337*                 WHO APPROVED THEM UNDER THE AUDIT LINE.    *
000338* 10/15/2026 RH   TRACK THE AUDITLOG LAYOUT CHANGE - ENTRIES *
000339*                 NOW CLOSE WITH THE POSTING'S EFFECTIVE     *
000340*                 DATE; WIDEN TO MATCH.                      *
000341* 10/15/2026 RH   PRINT A DISPOSITION LINE UNDER THE         *
000342*                 WRITE-OFF, RETURNED AND REINSTATE ENTRIES  *
000343*                 TXNWOF01 LOGS, SHOWING THE WRITE-OFF       *
000344*                 ACCOUNT OR RETURN DEPARTMENT AND THE       *
000345*                 APPROVER, SO THE DOCKET SHOWS HOW A        *
000346*                 PERMANENT REJECT ENDED.                    *
000347* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000348*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000349*                 (PROGRAM ID, RUN ID, START AND END         *
000350*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000351*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000352*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000353*-----------------------------------------------------------*
000354 ENVIRONMENT DIVISION.
000355 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL AUDITLOG ASSIGN TO AUDITLOG
000380         ORGANIZATION IS LINE SEQUENTIAL.
000510         FILE STATUS IS WS-ADDOUT-STATUS.
000520     SELECT DOCRPT ASSIGN TO DOCRPT
000530         ORGANIZATION IS LINE SEQUENTIAL.
000533     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000536         ORGANIZATION IS LINE SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  AUDITLOG
000770     05  AL-GL-ACCOUNT          PIC 9(08).
000780     05  AL-RECYCLE-SW          PIC X(01).
000790     05  AL-ORIG-RUN-ID         PIC X(14).
000795     05  AL-REVERSES-ID         PIC 9(06).
000796     05  AL-KEYER-ID            PIC X(08).
000797     05  AL-APPROVER-ID         PIC X(08).
000798     05  AL-EFF-DATE            PIC 9(08).
000800 FD  ADDHIST
000810     LABEL RECORDS ARE STANDARD.
000820 01  AH-RECORD.
000940         OCCURS 4 TIMES.
000950     05  AH-DEPT                PIC X(08).
000960     05  AH-GL-ACCOUNT          PIC 9(08).
000961     05  AH-REVERSES-ID         PIC 9(06).
000962     05  AH-REVERSAL-STATUS     PIC X(01).
000963     05  AH-REVERSED-AMT        PIC S9(10)V99
000964         SIGN IS LEADING SEPARATE CHARACTER.
000965     05  AH-REVERSED-RUN-ID     PIC X(14).
000967     05  AH-EFF-DATE            PIC 9(08).
000970 FD  REJFILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  RJ-RECORD.
001130             OCCURS 4 TIMES.
001140         10  RJ-EFF-DATE        PIC 9(08).
001150         10  RJ-GL-ACCOUNT      PIC 9(08).
001155         10  RJ-REVERSES-ID     PIC 9(06).
001160     05  RJ-FIRST-REJ-DATE      PIC 9(08).
001170     05  RJ-ATTEMPT-COUNT       PIC 9(02).
001180     05  RJ-ORIG-RUN-ID         PIC X(14).
001240     05  SO-TRAN-DATA.
001250         10  SO-RECORD-TYPE     PIC X(01).
001260         10  SO-RECORD-ID       PIC 9(06).
001270         10  FILLER             PIC X(72).
001280     05  SO-FIRST-REJ-DATE      PIC 9(08).
001290     05  SO-ATTEMPT-COUNT       PIC 9(02).
001300     05  SO-ORIG-RUN-ID         PIC X(14).
001360     05  PJ-TRAN-DATA.
001370         10  PJ-RECORD-TYPE     PIC X(01).
001380         10  PJ-RECORD-ID       PIC 9(06).
001390         10  FILLER             PIC X(72).
001400     05  PJ-FIRST-REJ-DATE      PIC 9(08).
001410     05  PJ-ATTEMPT-COUNT       PIC 9(02).
001420     05  PJ-ORIG-RUN-ID         PIC X(14).
001570         OCCURS 4 TIMES.
001580     05  AO-DEPT                PIC X(08).
001590     05  AO-GL-ACCOUNT          PIC 9(08).
001591     05  AO-REVERSES-ID         PIC 9(06).
001592     05  AO-REVERSAL-STATUS     PIC X(01).
001593         88  AO-NOT-REVERSED             VALUE ' '.
001594         88  AO-PART-REVERSED            VALUE 'P'.
001595         88  AO-FULLY-REVERSED           VALUE 'F'.
001596     05  AO-REVERSED-AMT        PIC S9(10)V99
001597         SIGN IS LEADING SEPARATE CHARACTER.
001598     05  AO-REVERSED-RUN-ID     PIC X(14).
001599     05  AO-EFF-DATE            PIC 9(08).
001600 FD  DOCRPT
001610     LABEL RECORDS ARE STANDARD.
001620 01  DR-RECORD                  PIC X(80).
001621 FD  RUNHIST
001622     LABEL RECORDS ARE STANDARD.
001623 01  JH-RECORD.
001624     05  JH-RECORD-TYPE         PIC X(01).
001625         88  JH-RUN-START                VALUE 'S'.
001626         88  JH-RUN-END                  VALUE 'E'.
001627     05  JH-PROGRAM-ID          PIC X(08).
001628     05  JH-RUN-ID              PIC X(14).
001629     05  JH-START-DATE          PIC 9(08).
001630     05  JH-START-TIME          PIC 9(08).
001631     05  JH-END-DATE            PIC 9(08).
001632     05  JH-END-TIME            PIC 9(08).
001633     05  JH-COUNTS.
001634         10  JH-COUNT           OCCURS 3 TIMES.
001635             15  JH-COUNT-LABEL PIC X(08).
001636             15  JH-COUNT-VALUE PIC 9(09).
001637     05  JH-RETURN-CODE         PIC 9(02).
001638 WORKING-STORAGE SECTION.
001640 01  WS-SWITCHES.
001650     05  WS-AUD-EOF-SWITCH      PIC X(01) VALUE 'N'.
001660         88  WS-AUD-EOF                  VALUE 'Y'.
001850 77  WS-TOTAL-HITS              PIC 9(08) COMP VALUE ZERO.
001860 77  WS-NET-FIELD-C             PIC S9(12)V99 VALUE ZERO.
001870 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
001871*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
001872 01  WS-JH-START-STAMP.
001873     05  WS-JH-START-DATE       PIC 9(08).
001874     05  WS-JH-START-TIME       PIC 9(08).
001875 01  WS-JH-RUN-ID.
001876     05  WS-JH-RUN-ID-DATE      PIC 9(08).
001877     05  WS-JH-RUN-ID-TIME      PIC 9(06).
001878 01  WS-JH-COUNTS.
001879     05  WS-JH-COUNT            OCCURS 3 TIMES.
001880         10  WS-JH-COUNT-LABEL  PIC X(08).
001881         10  WS-JH-COUNT-VALUE  PIC 9(09).
001882 77  WS-CURRENT-DATE            PIC 9(08).
001890 01  WS-REPORT-HEADING-1.
001900     05  FILLER                 PIC X(22)
001910         VALUE "RECORD DOCKET FOR ID ".
002060     05  WS-AU-FIELD-C          PIC ZZZZZZZZ9.99-.
002070     05  FILLER                 PIC X(01) VALUE SPACES.
002080     05  WS-AU-RECYCLE          PIC X(08).
002083     05  FILLER                 PIC X(01) VALUE SPACES.
002086     05  WS-AU-REVERSES         PIC X(09).
002087 01  WS-KEYER-LINE.
002088     05  FILLER                 PIC X(13) VALUE "    KEYED BY ".
002089     05  WS-KL-KEYER-ID         PIC X(08).
002090     05  FILLER                 PIC X(14) VALUE "  APPROVED BY ".
002091     05  WS-KL-APPROVER-ID      PIC X(08).
002092 01  WS-DISPOSITION-LINE.
002093     05  FILLER                 PIC X(04) VALUE SPACES.
002094     05  WS-DP-TEXT             PIC X(26).
002095     05  WS-DP-TARGET           PIC X(08).
002096     05  FILLER                 PIC X(14) VALUE "  APPROVED BY ".
002097     05  WS-DP-APPROVER-ID      PIC X(08).
002098 01  WS-HIST-LINE.
002100     05  FILLER                 PIC X(04) VALUE "HST ".
002110     05  WS-HS-OPERATION        PIC X(01).
002120     05  FILLER                 PIC X(04) VALUE " A: ".
002320     05  FILLER                 PIC X(09) VALUE " ORIG RUN".
002330     05  FILLER                 PIC X(01) VALUE SPACES.
002340     05  WS-SU-ORIG-RUN         PIC X(14).
002341 01  WS-REV-LINE.
002342     05  FILLER                 PIC X(13) VALUE "    REVERSES ".
002343     05  WS-RV-REVERSES-ID      PIC 9(06).
002344     05  FILLER                 PIC X(09) VALUE "  STATUS ".
002345     05  WS-RV-STATUS           PIC X(01).
002346     05  FILLER                 PIC X(11) VALUE "  REVERSED ".
002347     05  WS-RV-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
002348     05  FILLER                 PIC X(05) VALUE " RUN ".
002349     05  WS-RV-RUN-ID           PIC X(14).
002350 01  WS-LABEL-LINE.
002360     05  WS-LL-LABEL            PIC X(20).
002370     05  WS-LL-VALUE            PIC X(40).
002430* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
002440*-----------------------------------------------------------*
002450 0000-MAINLINE.
002455     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
002460     PERFORM 0100-GET-KEY-PARM THRU 0100-EXIT.
002470     IF WS-RETURN-CODE > 0
002480         MOVE WS-RETURN-CODE TO RETURN-CODE
002485         PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
002490         STOP RUN
002500     END-IF.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002550     PERFORM 5000-PULL-CURRENT-MASTER THRU 5000-EXIT.
002560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002570     MOVE WS-RETURN-CODE TO RETURN-CODE.
002575     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
002580     STOP RUN.
002590 0000-EXIT.
002600     EXIT.
002601*-----------------------------------------------------------*
002602* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
002603*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
002604*-----------------------------------------------------------*
002605 0050-LOG-RUN-START.
002606     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
002607     ACCEPT WS-JH-START-TIME FROM TIME.
002608     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
002609     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
002610     INITIALIZE WS-JH-COUNTS.
002611     MOVE SPACES TO JH-RECORD.
002612     SET JH-RUN-START TO TRUE.
002613     MOVE "TXNDOC01" TO JH-PROGRAM-ID.
002614     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
002615     MOVE WS-JH-START-DATE TO JH-START-DATE.
002616     MOVE WS-JH-START-TIME TO JH-START-TIME.
002617     MOVE ZERO TO JH-END-DATE.
002618     MOVE ZERO TO JH-END-TIME.
002619     MOVE WS-JH-COUNTS TO JH-COUNTS.
002620     MOVE ZERO TO JH-RETURN-CODE.
002621     OPEN EXTEND RUNHIST.
002622     WRITE JH-RECORD.
002623     CLOSE RUNHIST.
002624 0050-EXIT.
002625     EXIT.
002626*-----------------------------------------------------------*
002627* 0100-GET-KEY-PARM - READS PARM 1, THE RECORD ID TO DOCKET; *
002630*   THE RUN CANNOT PROCEED WITHOUT IT.                       *
002640*-----------------------------------------------------------*
002650 0100-GET-KEY-PARM.
003420     ELSE
003430         MOVE SPACES TO WS-AU-RECYCLE
003440     END-IF.
003441     MOVE SPACES TO WS-AU-REVERSES.
003442     IF AL-REVERSES-ID NUMERIC AND AL-REVERSES-ID > ZERO
003443         STRING "REV " AL-REVERSES-ID DELIMITED BY SIZE
003444             INTO WS-AU-REVERSES
003445     END-IF.
003450     MOVE WS-AUDIT-LINE TO DR-RECORD.
003460     WRITE DR-RECORD.
003462     IF AL-KEYER-ID NOT = SPACES
003464         PERFORM 2150-WRITE-KEYER-LINE THRU 2150-EXIT
003466     END-IF.
003467     IF AL-STATUS = "WRITE-OFF" OR "RETURNED" OR "REINSTATE"
003468         PERFORM 2160-WRITE-DISPOSITION THRU 2160-EXIT
003469     END-IF.
003470     IF AL-STATUS = "PROCESSED" AND AL-FIELD-C NUMERIC
003480         ADD AL-FIELD-C TO WS-NET-FIELD-C
003490     END-IF.
003500 2100-EXIT.
003510     EXIT.
003511*-----------------------------------------------------------*
003512* 2150-WRITE-KEYER-LINE - PRINTS WHO KEYED THE CORRECTIONS   *
003513*   ON A RECYCLED POSTING, AND WHO APPROVED THEM, UNDER ITS  *
003514*   AUDIT LINE.                                              *
003515*-----------------------------------------------------------*
003516 2150-WRITE-KEYER-LINE.
003517     MOVE AL-KEYER-ID TO WS-KL-KEYER-ID.
003518     IF AL-APPROVER-ID = SPACES
003519         MOVE "(NONE)" TO WS-KL-APPROVER-ID
003520     ELSE
003521         MOVE AL-APPROVER-ID TO WS-KL-APPROVER-ID
003522     END-IF.
003523     MOVE WS-KEYER-LINE TO DR-RECORD.
003524     WRITE DR-RECORD.
003525 2150-EXIT.
003526     EXIT.
003527*-----------------------------------------------------------*
003528* 2160-WRITE-DISPOSITION - PRINTS HOW A PERMANENTLY REJECTED *
003529*   ITEM WAS DISPOSED OF BY TXNWOF01 - THE ACCOUNT IT WAS    *
003530*   WRITTEN OFF TO, THE DEPARTMENT IT WAS RETURNED TO, OR    *
003531*   ITS REINSTATEMENT TO RECYCLE - AND WHO APPROVED IT.      *
003532*-----------------------------------------------------------*
003533 2160-WRITE-DISPOSITION.
003534     MOVE SPACES TO WS-DP-TARGET.
003535     EVALUATE AL-STATUS
003536         WHEN "WRITE-OFF"
003537             MOVE "WRITTEN OFF TO GL ACCOUNT" TO WS-DP-TEXT
003538             IF AL-GL-ACCOUNT NUMERIC
003539                 MOVE AL-GL-ACCOUNT TO WS-DP-TARGET
003540             END-IF
003541         WHEN "RETURNED"
003542             MOVE "RETURNED TO DEPARTMENT" TO WS-DP-TEXT
003543             MOVE AL-DEPT TO WS-DP-TARGET
003544         WHEN OTHER
003545             MOVE "REINSTATED TO RECYCLE" TO WS-DP-TEXT
003546     END-EVALUATE.
003547     IF AL-APPROVER-ID = SPACES
003548         MOVE "(NONE)" TO WS-DP-APPROVER-ID
003549     ELSE
003550         MOVE AL-APPROVER-ID TO WS-DP-APPROVER-ID
003551     END-IF.
003552     MOVE WS-DISPOSITION-LINE TO DR-RECORD.
003553     WRITE DR-RECORD.
003554 2160-EXIT.
003555     EXIT.
003556*-----------------------------------------------------------*
003557* 3000-PULL-HISTORY - PRINTS EVERY PRIOR VERSION OF THE      *
003558*   DOCKET ID ROLLED TO ADDHIST, OLDEST FIRST AS THE         *
003559*   HISTORY FILE HOLDS THEM.                                 *
003560*-----------------------------------------------------------*
003570 3000-PULL-HISTORY.
003580     MOVE "PRIOR VERSIONS (ADDHIST)" TO WS-SECTION-LINE.
004050     END-IF.
004060     MOVE WS-HIST-LINE TO DR-RECORD.
004070     WRITE DR-RECORD.
004071     MOVE AH-REVERSES-ID TO WS-RV-REVERSES-ID.
004072     MOVE AH-REVERSAL-STATUS TO WS-RV-STATUS.
004073     MOVE ZERO TO WS-RV-AMOUNT.
004074     IF AH-REVERSED-AMT NUMERIC
004075         MOVE AH-REVERSED-AMT TO WS-RV-AMOUNT
004076     END-IF.
004077     MOVE AH-REVERSED-RUN-ID TO WS-RV-RUN-ID.
004078     PERFORM 5900-WRITE-REV-LINE THRU 5900-EXIT.
004080 3100-EXIT.
004090     EXIT.
004100*-----------------------------------------------------------*
005690     END-IF.
005700     MOVE WS-HIST-LINE TO DR-RECORD.
005710     WRITE DR-RECORD.
005711     MOVE AO-REVERSES-ID TO WS-RV-REVERSES-ID.
005712     MOVE AO-REVERSAL-STATUS TO WS-RV-STATUS.
005713     MOVE ZERO TO WS-RV-AMOUNT.
005714     IF AO-REVERSED-AMT NUMERIC
005715         MOVE AO-REVERSED-AMT TO WS-RV-AMOUNT
005716     END-IF.
005717     MOVE AO-REVERSED-RUN-ID TO WS-RV-RUN-ID.
005718     PERFORM 5900-WRITE-REV-LINE THRU 5900-EXIT.
005720     GO TO 5000-EXIT.
005730 5000-NOT-FOUND.
005740     MOVE "  (NO CURRENT MASTER ON ADDOUT)" TO WS-SECTION-LINE.
005760     WRITE DR-RECORD.
005770 5000-EXIT.
005780     EXIT.
005781*-----------------------------------------------------------*
005782* 5900-WRITE-REV-LINE - PRINTS THE REVERSAL LINE UNDER A     *
005783*   VERSION THAT REVERSES ANOTHER RECORD OR HAS BEEN         *
005784*   REVERSED ITSELF; OTHER VERSIONS GET NO LINE.             *
005785*-----------------------------------------------------------*
005786 5900-WRITE-REV-LINE.
005787     IF WS-RV-REVERSES-ID NOT NUMERIC
005788         MOVE ZERO TO WS-RV-REVERSES-ID
005789     END-IF.
005790     IF WS-RV-REVERSES-ID = ZERO AND WS-RV-STATUS = SPACE
005791         GO TO 5900-EXIT
005792     END-IF.
005793     MOVE WS-REV-LINE TO DR-RECORD.
005794     WRITE DR-RECORD.
005795 5900-EXIT.
005796     EXIT.
005797*-----------------------------------------------------------*
005800* 9000-TERMINATE - CLOSES THE DOCKET WITH THE NET EFFECT ON  *
005810*   FIELD-C AND CLOSES FILES; A DOCKET WITH NO TRACE OF THE  *
005820*   ID AT ALL SETS RC 4 SO THE INQUIRY DESK KNOWS TO CHECK   *
006000         DOCRPT.
006010 9000-EXIT.
006020     EXIT.
006030*-----------------------------------------------------------*
006040* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
006050*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
006060*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
006070*-----------------------------------------------------------*
006080 9900-LOG-RUN-END.
006090     MOVE "AUDIT" TO WS-JH-COUNT-LABEL (1).
006100     MOVE WS-AUDIT-HITS TO WS-JH-COUNT-VALUE (1).
006110     MOVE "HISTORY" TO WS-JH-COUNT-LABEL (2).
006120     MOVE WS-HIST-HITS TO WS-JH-COUNT-VALUE (2).
006130     MOVE "SUSPENSE" TO WS-JH-COUNT-LABEL (3).
006140     MOVE WS-SUSP-HITS TO WS-JH-COUNT-VALUE (3).
006150     MOVE SPACES TO JH-RECORD.
006160     SET JH-RUN-END TO TRUE.
006170     MOVE "TXNDOC01" TO JH-PROGRAM-ID.
006180     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
006190     MOVE WS-JH-START-DATE TO JH-START-DATE.
006200     MOVE WS-JH-START-TIME TO JH-START-TIME.
006210     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
006220     ACCEPT JH-END-TIME FROM TIME.
006230     MOVE WS-JH-COUNTS TO JH-COUNTS.
006240     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
006250     OPEN EXTEND RUNHIST.
006260     WRITE JH-RECORD.
006270     CLOSE RUNHIST.
006280 9900-EXIT.
006290     EXIT.
