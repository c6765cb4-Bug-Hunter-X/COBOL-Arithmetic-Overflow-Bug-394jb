000790*                 RUN THAT ORIGINALLY REJECTED THEM, AND     *
000800*                 ROUTES A RECORD OVER THE ATTEMPT CAP TO    *
000810*                 ITS PERMANENT-REJECT FILE.                 *
000811* 10/15/2026 RH   CARRY THE NEW REVERSED RECORD ID THROUGH    *
000812*                 THE SUSPENSE AND RECYCLE LAYOUTS; FIELD     *
000813*                 CODE RV REPAIRS IT, AND THE RE-EDIT REJECTS *
000814*                 A REVERSAL WHOSE REVERSED ID IS NOT         *
000815*                 NUMERIC, ZERO, OR ITS OWN RECORD ID (VN).   *
000816*                 A REVERSAL REJECTED FOR ITS MATCH AGAINST   *
000817*                 THE ADDOUT MASTER (VN/VX/VA) PASSES THE     *
000818*                 RE-EDIT AND IS RECYCLED, SO IT RETRIES EACH *
000819*                 RUN UNTIL ITS ORIGINAL POSTS OR THE ATTEMPT *
000820*                 CAP SENDS IT TO PERMREJ.                    *
000821* 10/15/2026 RH   MAKER-CHECKER CONTROL ON CORRECTIONS.  EACH *
000822*                 FIXIN RECORD NOW CARRIES THE KEYER'S USER   *
000823*                 ID (A CORRECTION WITHOUT ONE IS REFUSED).   *
000824*                 A CORRECTION THAT MOVES AN AMOUNT BY MORE   *
000825*                 THAN THE NEW EDITPARM APPRLIM LIMIT, OR     *
000826*                 CHANGES THE GL ACCOUNT OR EFFECTIVE DATE,   *
000827*                 IS APPLIED ONLY WITH A MATCHING FIXAPPR     *
000828*                 APPROVAL FROM A DIFFERENT USER; OTHERWISE   *
000829*                 IT IS HELD ON FIXPNEW (SWAPPED TO FIXPEND   *
000830*                 FOR THE NEXT RUN) AND THE RECORD STAYS ON   *
000831*                 SUSPOUT AS PENDING APPROVAL (PA).  NEW      *
000832*                 PENDRPT LISTS THE PENDING APPROVALS EACH    *
000833*                 RUN.  THE KEYER AND APPROVER IDS RIDE ON    *
000834*                 THE RECYCLE RECORD TO TXNADD01 AND THE      *
000835*                 AUDITLOG.                                   *
000836* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO  *
000837*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN    *
000838*                 (PROGRAM ID, RUN ID, START AND END          *
000839*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE),  *
000840*                 INCLUDING RUNS THAT END EARLY, FOR THE      *
000841*                 TXNOPS01 DAILY OPERATIONS REPORT.           *
000842* 10/15/2026 RH   READ THE CALFILE ACCOUNTING CALENDAR AND    *
000843*                 THE ACCTMST ACCOUNT MASTER BY KEY FOR EACH  *
000844*                 SUSPENSE RECORD RE-EDITED INSTEAD OF        *
000845*                 LOADING THEM INTO 500- AND 1000-ENTRY       *
000846*                 TABLES, AS TXNADD01 NOW DOES, SO THE        *
000847*                 RE-EDIT MATCHES TXNADD01'S AT ANY FILE      *
000848*                 SIZE.  OPERATIONAL NOTE: CALFILE AND        *
000849*                 ACCTMST ARE NOW INDEXED FILES KEYED ON DATE *
000850*                 AND ACCOUNT NUMBER.                         *
000851* 10/15/2026 RH   THE APPROVAL LIMIT IS NOW TESTED AGAINST    *
000852*                 THE TOTAL AMOUNT CHANGE OF ALL A RECORD'S   *
000853*                 FA, FB AND E1 THRU E4 CORRECTIONS, SO A     *
000854*                 LARGE CHANGE SPLIT ACROSS AMOUNT FIELDS     *
000855*                 STILL NEEDS APPROVAL.  AN OPERATION CODE    *
000856*                 (OP) OR EXTRA COUNT (XC) CHANGE NOW ALWAYS  *
000857*                 NEEDS APPROVAL.  ONCE AN APPROVED           *
000858*                 CORRECTION SETS THE APPROVER, LATER         *
000859*                 UNAPPROVED CORRECTIONS NO LONGER REPLACE    *
000860*                 THE KEYER, SO THE KEYER AND APPROVER PASSED *
000861*                 TO THE AUDITLOG ARE ALWAYS A MATCHED PAIR.  *
000862* 10/15/2026 RH   A REVERSED RECORD ID (RV) CORRECTION THAT   *
000863*                 CHANGES THE ID NOW NEEDS A SECOND USER'S    *
000864*                 APPROVAL, AS GL AND ED DO, SO ONE KEYER     *
000865*                 CANNOT REPOINT A REVERSAL AT ANOTHER        *
000866*                 ORIGINAL.                                   *
000867*-----------------------------------------------------------*
000868 ENVIRONMENT DIVISION.
000869 INPUT-OUTPUT SECTION.
000870 FILE-CONTROL.
000871     SELECT REJFILE ASSIGN TO REJFILE
000872         ORGANIZATION IS LINE SEQUENTIAL.
000880     SELECT OPTIONAL FIXIN ASSIGN TO FIXIN
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900     SELECT RECYCLE ASSIGN TO RECYCLE
000950         ORGANIZATION IS LINE SEQUENTIAL.
000960     SELECT OPTIONAL EDITPARM ASSIGN TO EDITPARM
000970         ORGANIZATION IS LINE SEQUENTIAL.
000973     SELECT OPTIONAL CALFILE ASSIGN TO CALFILE
000976         ORGANIZATION IS INDEXED
000979         ACCESS MODE IS DYNAMIC
000982         RECORD KEY IS CA-DATE
000985         FILE STATUS IS WS-CALFILE-STATUS.
000988     SELECT OPTIONAL ACCTMST ASSIGN TO ACCTMST
000991         ORGANIZATION IS INDEXED
000994         ACCESS MODE IS DYNAMIC
000997         RECORD KEY IS AM-ACCOUNT
001000         FILE STATUS IS WS-ACCTMST-STATUS.
001011     SELECT OPTIONAL FIXAPPR ASSIGN TO FIXAPPR
001012         ORGANIZATION IS LINE SEQUENTIAL.
001013     SELECT OPTIONAL FIXPEND ASSIGN TO FIXPEND
001014         ORGANIZATION IS LINE SEQUENTIAL.
001015     SELECT FIXPNEW ASSIGN TO FIXPNEW
001016         ORGANIZATION IS LINE SEQUENTIAL.
001017     SELECT PENDRPT ASSIGN TO PENDRPT
001018         ORGANIZATION IS LINE SEQUENTIAL.
001019     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
001020         ORGANIZATION IS LINE SEQUENTIAL.
001021 DATA DIVISION.
001030 FILE SECTION.
001040 FD  REJFILE
001050     LABEL RECORDS ARE STANDARD.
001200             OCCURS 4 TIMES.
001210         10  RJ-EFF-DATE        PIC 9(08).
001220         10  RJ-GL-ACCOUNT      PIC 9(08).
001225         10  RJ-REVERSES-ID     PIC 9(06).
001230     05  RJ-FIRST-REJ-DATE      PIC 9(08).
001240     05  RJ-ATTEMPT-COUNT       PIC 9(02).
001250     05  RJ-ORIG-RUN-ID         PIC X(14).
001360                                PIC 9(08).
001370     05  FX-NEW-ACCOUNT REDEFINES FX-NEW-VALUE
001380                                PIC 9(08).
001383     05  FX-NEW-REV-ID REDEFINES FX-NEW-VALUE
001386                                PIC 9(06).
001388     05  FX-KEYER-ID            PIC X(08).
001390 FD  RECYCLE
001400     LABEL RECORDS ARE STANDARD.
001410 01  RC-RECORD.
001520         OCCURS 4 TIMES.
001530     05  RC-EFF-DATE            PIC 9(08).
001540     05  RC-GL-ACCOUNT          PIC 9(08).
001545     05  RC-REVERSES-ID         PIC 9(06).
001550     05  RC-ORIG-RUN-ID         PIC X(14).
001560     05  RC-ATTEMPT-COUNT       PIC 9(02).
001563     05  RC-KEYER-ID            PIC X(08).
001566     05  RC-APPROVER-ID         PIC X(08).
001570 FD  SUSPOUT
001580     LABEL RECORDS ARE STANDARD.
001590 01  SO-RECORD                  PIC X(106).
001600 FD  FIXRPT
001610     LABEL RECORDS ARE STANDARD.
001620 01  FR-RECORD                  PIC X(80).
001870     05  AM-STATUS              PIC X(01).
001880         88  AM-ACTIVE                   VALUE 'A'.
001890     05  AM-DESCRIPTION         PIC X(30).
001891*    APPROVALS FOR CORRECTIONS THAT NEED A SECOND USER - ONE
001892*    RECORD PER CORRECTION, MATCHED ON RECORD ID, FIELD CODE
001893*    AND NEW VALUE.
001894 FD  FIXAPPR
001895     LABEL RECORDS ARE STANDARD.
001896 01  AP-RECORD.
001897     05  AP-RECORD-ID           PIC 9(06).
001898     05  AP-FIELD-CODE          PIC X(02).
001899     05  AP-NEW-VALUE           PIC X(08).
001900     05  AP-APPROVER-ID         PIC X(08).
001901*    CORRECTIONS LEFT AWAITING APPROVAL BY THE PRIOR RUN (THE
001902*    PRIOR RUN'S FIXPNEW) AND THOSE STILL AWAITING IT AFTER
001903*    THIS ONE - BOTH IN FIXIN LAYOUT.
001904 FD  FIXPEND
001905     LABEL RECORDS ARE STANDARD.
001906 01  FP-RECORD.
001907     05  FP-RECORD-ID           PIC 9(06).
001908     05  FP-FIELD-CODE          PIC X(02).
001909     05  FP-NEW-VALUE           PIC X(08).
001910     05  FP-KEYER-ID            PIC X(08).
001911 FD  FIXPNEW
001912     LABEL RECORDS ARE STANDARD.
001913 01  FN-RECORD.
001914     05  FN-RECORD-ID           PIC 9(06).
001915     05  FN-FIELD-CODE          PIC X(02).
001916     05  FN-NEW-VALUE           PIC X(08).
001917     05  FN-KEYER-ID            PIC X(08).
001918 FD  PENDRPT
001919     LABEL RECORDS ARE STANDARD.
001920 01  PR-RECORD                  PIC X(80).
001921 FD  RUNHIST
001922     LABEL RECORDS ARE STANDARD.
001923 01  JH-RECORD.
001924     05  JH-RECORD-TYPE         PIC X(01).
001925         88  JH-RUN-START                VALUE 'S'.
001926         88  JH-RUN-END                  VALUE 'E'.
001927     05  JH-PROGRAM-ID          PIC X(08).
001928     05  JH-RUN-ID              PIC X(14).
001929     05  JH-START-DATE          PIC 9(08).
001930     05  JH-START-TIME          PIC 9(08).
001931     05  JH-END-DATE            PIC 9(08).
001932     05  JH-END-TIME            PIC 9(08).
001933     05  JH-COUNTS.
001934         10  JH-COUNT           OCCURS 3 TIMES.
001935             15  JH-COUNT-LABEL PIC X(08).
001936             15  JH-COUNT-VALUE PIC 9(09).
001937     05  JH-RETURN-CODE         PIC 9(02).
001938 WORKING-STORAGE SECTION.
001939 01  WS-WORK-AREA.
001940     05  WS-RECORD-TYPE         PIC X(01).
001941         88  WS-DETAIL-REC               VALUE 'D'.
001942     05  WS-OPERATION-CODE      PIC X(01).
001950         88  WS-OP-VALID                 VALUES 'A' 'R'.
001955         88  WS-OP-REVERSE               VALUE 'R'.
001960     05  WS-FIELD-A             PIC S9(05)V99.
001970     05  WS-FIELD-B             PIC S9(05)V99.
001980     05  WS-EXTRA-COUNT         PIC 9(01).
002130     05  WS-LIM-E-ZERO-SW       PIC X(01) VALUE 'N'.
002140         88  WS-LIM-E-ZERO-OK            VALUE 'Y'.
002150     05  WS-LIM-MAX-EXTRAS      PIC 9(01) VALUE 4.
002152*        AMOUNT CHANGE ABOVE WHICH A CORRECTION NEEDS A
002154*        SECOND USER'S APPROVAL (EDITPARM APPRLIM).
002156     05  WS-APPR-LIMIT          PIC S9(05)V99 VALUE +1000.00.
002166*    ACCOUNTING CALENDAR - CALFILE IS READ BY DATE FOR EACH
002176*    EFFECTIVE DATE EDITED, AS IN TXNADD01.
002186 77  WS-CALFILE-STATUS          PIC X(02) VALUE "00".
002196     88  WS-CALFILE-FOUND            VALUE "00".
002206*    GL ACCOUNT MASTER - ACCTMST IS READ BY ACCOUNT NUMBER FOR
002216*    EACH GL ACCOUNT EDITED, AS IN TXNADD01.
002226 77  WS-ACCTMST-STATUS          PIC X(02) VALUE "00".
002236     88  WS-ACCTMST-FOUND            VALUE "00".
002380 01  WS-SWITCHES.
002390     05  WS-REJ-EOF-SWITCH      PIC X(01) VALUE 'N'.
002400         88  WS-REJ-EOF                  VALUE 'Y'.
002450     05  WS-VALID-SWITCH        PIC X(01) VALUE 'Y'.
002460         88  WS-VALID-RECORD             VALUE 'Y'.
002470         88  WS-INVALID-RECORD           VALUE 'N'.
002500     05  WS-CAL-LOADED-SWITCH   PIC X(01) VALUE 'N'.
002510         88  WS-CAL-LOADED               VALUE 'Y'.
002520         88  WS-CAL-MISSING              VALUE 'N'.
002550     05  WS-ACCT-LOADED-SWITCH  PIC X(01) VALUE 'N'.
002560         88  WS-ACCT-LOADED              VALUE 'Y'.
002570         88  WS-ACCT-MISSING             VALUE 'N'.
002571     05  WS-PEND-EOF-SWITCH     PIC X(01) VALUE 'N'.
002572         88  WS-PEND-EOF                 VALUE 'Y'.
002573     05  WS-APPR-EOF-SWITCH     PIC X(01) VALUE 'N'.
002574         88  WS-APPR-EOF                 VALUE 'Y'.
002575     05  WS-TRAN-PEND-SWITCH    PIC X(01) VALUE 'N'.
002576         88  WS-TRAN-PENDING             VALUE 'Y'.
002577         88  WS-TRAN-NOT-PENDING         VALUE 'N'.
002578     05  WS-FIX-APPR-SWITCH     PIC X(01) VALUE 'C'.
002579         88  WS-FIX-CLEARED              VALUE 'C'.
002580         88  WS-FIX-PENDING              VALUE 'P'.
002581         88  WS-FIX-APPROVED             VALUE 'A'.
002582     05  WS-SELF-APPR-SWITCH    PIC X(01) VALUE 'N'.
002583         88  WS-SELF-APPROVAL            VALUE 'Y'.
002584         88  WS-NO-SELF-APPROVAL         VALUE 'N'.
002585 01  WS-FIX-TABLE.
002590     05  WS-FIX-MAX             PIC 9(03) COMP VALUE 200.
002600     05  WS-FIX-COUNT           PIC 9(03) COMP VALUE ZERO.
002610     05  WS-FIX-ENTRY OCCURS 200 TIMES.
002690                                PIC 9(08).
002700         10  WS-FIX-NEW-ACCOUNT REDEFINES WS-FIX-NEW-VALUE
002710                                PIC 9(08).
002713         10  WS-FIX-NEW-REV-ID REDEFINES WS-FIX-NEW-VALUE
002716                                PIC 9(06).
002717         10  WS-FIX-KEYER-ID    PIC X(08).
002718         10  WS-FIX-SOURCE-SW   PIC X(01).
002719             88  WS-FIX-FROM-FIXIN           VALUE 'I'.
002720             88  WS-FIX-FROM-PENDING         VALUE 'P'.
002721         10  WS-FIX-USED-SW     PIC X(01).
002722             88  WS-FIX-USED                 VALUE 'Y'.
002723             88  WS-FIX-NOT-USED             VALUE 'N'.
002724 77  WS-FIX-SUB                 PIC 9(03) COMP VALUE ZERO.
002725 77  WS-FIX-HIT-SUB             PIC 9(03) COMP VALUE ZERO.
002726 01  WS-APPR-TABLE.
002727     05  WS-APPR-MAX            PIC 9(03) COMP VALUE 200.
002728     05  WS-APPR-COUNT          PIC 9(03) COMP VALUE ZERO.
002729     05  WS-APPR-ENTRY OCCURS 200 TIMES.
002730         10  WS-APPR-RECORD-ID  PIC 9(06).
002731         10  WS-APPR-FIELD-CODE PIC X(02).
002732         10  WS-APPR-NEW-VALUE  PIC X(08).
002733         10  WS-APPR-APPROVER-ID
002734                                PIC X(08).
002735 77  WS-APPR-SUB                PIC 9(03) COMP VALUE ZERO.
002736 77  WS-APPR-HIT-SUB            PIC 9(03) COMP VALUE ZERO.
002737 77  WS-OLD-AMOUNT              PIC S9(05)V99 VALUE ZERO.
002738 77  WS-AMOUNT-CHANGE           PIC S9(06)V99 VALUE ZERO.
002739 77  WS-TRAN-AMT-CHANGE         PIC S9(08)V99 VALUE ZERO.
002740 77  WS-PEND-WHY                PIC X(14) VALUE SPACES.
002741 77  WS-TRAN-KEYER-ID           PIC X(08) VALUE SPACES.
002742 77  WS-TRAN-APPROVER-ID        PIC X(08) VALUE SPACES.
002743 77  WS-PENDING-COUNT           PIC 9(08) COMP VALUE ZERO.
002744 77  WS-HELD-COUNT              PIC 9(08) COMP VALUE ZERO.
002745 77  WS-APPROVED-COUNT          PIC 9(08) COMP VALUE ZERO.
002746 77  WS-SELF-REFUSED-COUNT      PIC 9(08) COMP VALUE ZERO.
002747 77  WS-DROPPED-COUNT           PIC 9(08) COMP VALUE ZERO.
002748 77  WS-EXTRA-SUB               PIC 9(01) COMP VALUE ZERO.
002749 77  WS-READ-COUNT              PIC 9(08) COMP VALUE ZERO.
002750 77  WS-FIXED-COUNT             PIC 9(08) COMP VALUE ZERO.
002760 77  WS-CARRIED-COUNT           PIC 9(08) COMP VALUE ZERO.
002770 77  WS-APPLIED-COUNT           PIC 9(08) COMP VALUE ZERO.
002780 77  WS-REJECT-REASON           PIC X(02) VALUE SPACES.
002790 77  WS-REJECT-ADDEND           PIC 9(01) VALUE ZERO.
002800 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
002801*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
002802 01  WS-JH-START-STAMP.
002803     05  WS-JH-START-DATE       PIC 9(08).
002804     05  WS-JH-START-TIME       PIC 9(08).
002805 01  WS-JH-RUN-ID.
002806     05  WS-JH-RUN-ID-DATE      PIC 9(08).
002807     05  WS-JH-RUN-ID-TIME      PIC 9(06).
002808 01  WS-JH-COUNTS.
002809     05  WS-JH-COUNT            OCCURS 3 TIMES.
002810         10  WS-JH-COUNT-LABEL  PIC X(08).
002811         10  WS-JH-COUNT-VALUE  PIC 9(09).
002812 77  WS-CURRENT-DATE            PIC 9(08).
002820 01  WS-REPORT-HEADING-1.
002830     05  FILLER                 PIC X(26)
002840         VALUE "SUSPENSE REPAIR / RECYCLE ".
003080     05  FILLER                 PIC X(20)
003090         VALUE "CARRIED FORWARD:".
003100     05  WS-RT-CARRIED          PIC ZZZ,ZZZ,ZZ9.
003101 01  WS-REPORT-TRAILER-4.
003102     05  FILLER                 PIC X(20)
003103         VALUE "PENDING APPROVAL:".
003104     05  WS-RT-HELD             PIC ZZZ,ZZZ,ZZ9.
003105 01  WS-PEND-HEADING-1.
003106     05  FILLER                 PIC X(26)
003107         VALUE "PENDING FIX APPROVALS".
003108     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
003109     05  WS-PH-RUN-DATE         PIC 9999/99/99.
003110 01  WS-PEND-HEADING-2.
003111     05  FILLER                 PIC X(08) VALUE "RECORD".
003112     05  FILLER                 PIC X(04) VALUE "FC".
003113     05  FILLER                 PIC X(10) VALUE "NEW VALUE".
003114     05  FILLER                 PIC X(10) VALUE "KEYED BY".
003115     05  FILLER                 PIC X(16) VALUE "CHANGES".
003116     05  FILLER                 PIC X(21) VALUE "STATUS".
003117 01  WS-PEND-DETAIL-LINE.
003118     05  WS-PD-RECORD-ID        PIC ZZZZZ9.
003119     05  FILLER                 PIC X(02) VALUE SPACES.
003120     05  WS-PD-FIELD-CODE       PIC X(02).
003121     05  FILLER                 PIC X(02) VALUE SPACES.
003122     05  WS-PD-NEW-VALUE        PIC X(08).
003123     05  FILLER                 PIC X(02) VALUE SPACES.
003124     05  WS-PD-KEYER-ID         PIC X(08).
003125     05  FILLER                 PIC X(02) VALUE SPACES.
003126     05  WS-PD-WHY              PIC X(14).
003127     05  FILLER                 PIC X(02) VALUE SPACES.
003128     05  WS-PD-STATUS           PIC X(21).
003129 01  WS-PEND-COUNT-LINE.
003130     05  WS-PC-LABEL            PIC X(26).
003131     05  WS-PC-COUNT            PIC ZZZ,ZZZ,ZZ9.
003132 PROCEDURE DIVISION.
003133*-----------------------------------------------------------*
003134* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
003140*-----------------------------------------------------------*
003150 0000-MAINLINE.
003155     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
003160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003170     PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
003180         UNTIL WS-REJ-EOF.
003190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003200     MOVE WS-RETURN-CODE TO RETURN-CODE.
003205     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
003210     STOP RUN.
003220 0000-EXIT.
003230     EXIT.
003231*-----------------------------------------------------------*
003232* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
003233*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
003234*-----------------------------------------------------------*
003235 0050-LOG-RUN-START.
003236     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
003237     ACCEPT WS-JH-START-TIME FROM TIME.
003238     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
003239     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
003240     INITIALIZE WS-JH-COUNTS.
003241     MOVE SPACES TO JH-RECORD.
003242     SET JH-RUN-START TO TRUE.
003243     MOVE "TXNFIX01" TO JH-PROGRAM-ID.
003244     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
003245     MOVE WS-JH-START-DATE TO JH-START-DATE.
003246     MOVE WS-JH-START-TIME TO JH-START-TIME.
003247     MOVE ZERO TO JH-END-DATE.
003248     MOVE ZERO TO JH-END-TIME.
003249     MOVE WS-JH-COUNTS TO JH-COUNTS.
003250     MOVE ZERO TO JH-RETURN-CODE.
003251     OPEN EXTEND RUNHIST.
003252     WRITE JH-RECORD.
003253     CLOSE RUNHIST.
003254 0050-EXIT.
003255     EXIT.
003256*-----------------------------------------------------------*
003257* 1000-INITIALIZE - OPENS FILES, PRINTS THE HEADINGS, AND    *
003260*   LOADS THE CORRECTION TABLE - FIRST THE CORRECTIONS LEFT  *
003263*   PENDING BY THE PRIOR RUN (FIXPEND), THEN TODAY'S FIXIN - *
003266*   AND THE APPROVAL TABLE FROM FIXAPPR.                     *
003270*-----------------------------------------------------------*
003280 1000-INITIALIZE.
003290     OPEN INPUT REJFILE FIXIN FIXPEND FIXAPPR.
003300     OPEN OUTPUT RECYCLE SUSPOUT FIXRPT FIXPNEW PENDRPT.
003310     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003320     MOVE WS-CURRENT-DATE TO WS-RH-RUN-DATE.
003330     MOVE WS-REPORT-HEADING-1 TO FR-RECORD.
003340     WRITE FR-RECORD.
003341     MOVE WS-CURRENT-DATE TO WS-PH-RUN-DATE.
003342     MOVE WS-PEND-HEADING-1 TO PR-RECORD.
003343     WRITE PR-RECORD.
003344     MOVE WS-PEND-HEADING-2 TO PR-RECORD.
003345     WRITE PR-RECORD.
003346     PERFORM 1050-LOAD-PENDING THRU 1050-EXIT
003347         UNTIL WS-PEND-EOF
003348         OR WS-FIX-COUNT = WS-FIX-MAX.
003349     IF NOT WS-PEND-EOF
003350         READ FIXPEND
003351             AT END
003352                 SET WS-PEND-EOF TO TRUE
003353         END-READ
003354     END-IF.
003355     IF NOT WS-PEND-EOF
003356         DISPLAY "*** FIXPEND HAS MORE THAN " WS-FIX-MAX
003357             " CORRECTIONS - EXCESS CARRIED FORWARD."
003358         MOVE FP-RECORD TO FN-RECORD
003359         WRITE FN-RECORD
003360         PERFORM 1060-COPY-EXCESS-PEND THRU 1060-EXIT
003361             UNTIL WS-PEND-EOF
003362         IF WS-RETURN-CODE < 4
003363             MOVE 4 TO WS-RETURN-CODE
003364         END-IF
003365     END-IF.
003366     PERFORM 1100-LOAD-FIX-TABLE THRU 1100-EXIT
003367         UNTIL WS-FIX-EOF
003370         OR WS-FIX-COUNT = WS-FIX-MAX.
003380     IF NOT WS-FIX-EOF
003390         READ FIXIN
003480             MOVE 4 TO WS-RETURN-CODE
003490         END-IF
003500     END-IF.
003501     PERFORM 1150-LOAD-APPROVAL THRU 1150-EXIT
003502         UNTIL WS-APPR-EOF
003503         OR WS-APPR-COUNT = WS-APPR-MAX.
003504     IF NOT WS-APPR-EOF
003505         READ FIXAPPR
003506             AT END
003507                 SET WS-APPR-EOF TO TRUE
003508         END-READ
003509     END-IF.
003510     IF NOT WS-APPR-EOF
003511         DISPLAY "*** FIXAPPR HAS MORE THAN " WS-APPR-MAX
003512             " APPROVALS - EXCESS NOT LOADED."
003513         IF WS-RETURN-CODE < 4
003514             MOVE 4 TO WS-RETURN-CODE
003515         END-IF
003516     END-IF.
003517     PERFORM 1200-LOAD-EDIT-PARMS THRU 1200-EXIT.
003524     PERFORM 1300-OPEN-CALENDAR THRU 1300-EXIT.
003531     PERFORM 1400-OPEN-ACCOUNTS THRU 1400-EXIT.
003540 1000-EXIT.
003550     EXIT.
003551*-----------------------------------------------------------*
003552* 1050-LOAD-PENDING - READS ONE CORRECTION LEFT AWAITING     *
003553*   APPROVAL BY THE PRIOR RUN INTO THE CORRECTION TABLE; IT  *
003554*   IS RE-EXAMINED AGAINST TODAY'S APPROVALS LIKE ANY OTHER. *
003555*-----------------------------------------------------------*
003556 1050-LOAD-PENDING.
003557     READ FIXPEND
003558         AT END
003559             SET WS-PEND-EOF TO TRUE
003560             GO TO 1050-EXIT
003561     END-READ.
003562     ADD 1 TO WS-FIX-COUNT.
003563     MOVE FP-RECORD-ID TO WS-FIX-RECORD-ID (WS-FIX-COUNT).
003564     MOVE FP-FIELD-CODE TO WS-FIX-FIELD-CODE (WS-FIX-COUNT).
003565     MOVE FP-NEW-VALUE TO WS-FIX-NEW-VALUE (WS-FIX-COUNT).
003566     MOVE FP-KEYER-ID TO WS-FIX-KEYER-ID (WS-FIX-COUNT).
003567     SET WS-FIX-FROM-PENDING (WS-FIX-COUNT) TO TRUE.
003568     SET WS-FIX-NOT-USED (WS-FIX-COUNT) TO TRUE.
003569 1050-EXIT.
003570     EXIT.
003571*-----------------------------------------------------------*
003572* 1060-COPY-EXCESS-PEND - COPIES A PENDING CORRECTION THE    *
003573*   TABLE HAS NO ROOM FOR STRAIGHT TO FIXPNEW, SO IT IS NOT  *
003574*   LOST; IT IS EXAMINED ON A LATER RUN.                     *
003575*-----------------------------------------------------------*
003576 1060-COPY-EXCESS-PEND.
003577     READ FIXPEND
003578         AT END
003579             SET WS-PEND-EOF TO TRUE
003580             GO TO 1060-EXIT
003581     END-READ.
003582     MOVE FP-RECORD TO FN-RECORD.
003583     WRITE FN-RECORD.
003584 1060-EXIT.
003585     EXIT.
003586*-----------------------------------------------------------*
003587* 1100-LOAD-FIX-TABLE - READS ONE FIXIN CORRECTION INTO THE  *
003588*   IN-STORAGE TABLE FOR MATCHING AGAINST SUSPENSE RECORDS.  *
003589*   A CORRECTION WITHOUT A KEYER ID IS REFUSED WITH A        *
003590*   WARNING.  A CORRECTION FOR THE SAME RECORD AND FIELD AS  *
003591*   ONE STILL PENDING REPLACES IT - THE KEYER HAS RE-KEYED   *
003592*   IT, AND ANY APPROVAL MUST MATCH THE NEW VALUE.           *
003593*-----------------------------------------------------------*
003594 1100-LOAD-FIX-TABLE.
003595     READ FIXIN
003596         AT END
003597             SET WS-FIX-EOF TO TRUE
003598             GO TO 1100-EXIT
003599     END-READ.
003600     IF FX-KEYER-ID = SPACES
003601         DISPLAY "*** FIX FOR RECORD " FX-RECORD-ID
003602             " FIELD " FX-FIELD-CODE
003603             " HAS NO KEYER ID - NOT LOADED."
003604         IF WS-RETURN-CODE < 4
003605             MOVE 4 TO WS-RETURN-CODE
003606         END-IF
003607         GO TO 1100-EXIT
003608     END-IF.
003609     MOVE ZERO TO WS-FIX-HIT-SUB.
003610     PERFORM 1110-MATCH-PENDING THRU 1110-EXIT
003611         VARYING WS-FIX-SUB FROM 1 BY 1
003612         UNTIL WS-FIX-SUB > WS-FIX-COUNT
003613             OR WS-FIX-HIT-SUB > 0.
003614     IF WS-FIX-HIT-SUB = ZERO
003615         ADD 1 TO WS-FIX-COUNT
003616         MOVE WS-FIX-COUNT TO WS-FIX-HIT-SUB
003617     END-IF.
003618     MOVE FX-RECORD-ID TO WS-FIX-RECORD-ID (WS-FIX-HIT-SUB).
003619     MOVE FX-FIELD-CODE TO WS-FIX-FIELD-CODE (WS-FIX-HIT-SUB).
003620     MOVE FX-NEW-VALUE TO WS-FIX-NEW-VALUE (WS-FIX-HIT-SUB).
003621     MOVE FX-KEYER-ID TO WS-FIX-KEYER-ID (WS-FIX-HIT-SUB).
003622     SET WS-FIX-FROM-FIXIN (WS-FIX-HIT-SUB) TO TRUE.
003623     SET WS-FIX-NOT-USED (WS-FIX-HIT-SUB) TO TRUE.
003624 1100-EXIT.
003625     EXIT.
003626*-----------------------------------------------------------*
003627* 1110-MATCH-PENDING - COMPARES THE FIXIN CORRECTION AGAINST *
003628*   ONE TABLE ENTRY CARRIED IN FROM FIXPEND.                 *
003629*-----------------------------------------------------------*
003630 1110-MATCH-PENDING.
003631     IF WS-FIX-FROM-PENDING (WS-FIX-SUB)
003632         AND WS-FIX-RECORD-ID (WS-FIX-SUB) = FX-RECORD-ID
003633         AND WS-FIX-FIELD-CODE (WS-FIX-SUB) = FX-FIELD-CODE
003634         MOVE WS-FIX-SUB TO WS-FIX-HIT-SUB
003635     END-IF.
003636 1110-EXIT.
003637     EXIT.
003638*-----------------------------------------------------------*
003639* 1150-LOAD-APPROVAL - READS ONE FIXAPPR APPROVAL INTO THE   *
003640*   APPROVAL TABLE; AN APPROVAL WITHOUT AN APPROVER ID IS    *
003641*   REFUSED WITH A WARNING.                                  *
003642*-----------------------------------------------------------*
003643 1150-LOAD-APPROVAL.
003644     READ FIXAPPR
003645         AT END
003646             SET WS-APPR-EOF TO TRUE
003647             GO TO 1150-EXIT
003648     END-READ.
003649     IF AP-APPROVER-ID = SPACES
003650         DISPLAY "*** APPROVAL FOR RECORD " AP-RECORD-ID
003651             " FIELD " AP-FIELD-CODE
003652             " HAS NO APPROVER ID - NOT LOADED."
003653         IF WS-RETURN-CODE < 4
003654             MOVE 4 TO WS-RETURN-CODE
003655         END-IF
003656         GO TO 1150-EXIT
003657     END-IF.
003658     ADD 1 TO WS-APPR-COUNT.
003659     MOVE AP-RECORD-ID TO WS-APPR-RECORD-ID (WS-APPR-COUNT).
003660     MOVE AP-FIELD-CODE TO WS-APPR-FIELD-CODE (WS-APPR-COUNT).
003661     MOVE AP-NEW-VALUE TO WS-APPR-NEW-VALUE (WS-APPR-COUNT).
003662     MOVE AP-APPROVER-ID TO WS-APPR-APPROVER-ID (WS-APPR-COUNT).
003663 1150-EXIT.
003664     EXIT.
003720*-----------------------------------------------------------*
003730* 1200-LOAD-EDIT-PARMS - LOADS THE BUSINESS EDIT LIMITS FROM *
003740*   EDITPARM; WITH NO PARAMETER FILE THE COMPILED-IN         *
003830     EXIT.
003840*-----------------------------------------------------------*
003850* 1210-APPLY-EDIT-PARM - APPLIES ONE EDITPARM RECORD TO THE  *
003860*   ACTIVE LIMITS, EXACTLY AS TXNADD01 DOES.  APPRLIM (MAX   *
003863*   VALUE) IS THE AMOUNT CHANGE ABOVE WHICH A CORRECTION     *
003866*   NEEDS A SECOND USER'S APPROVAL.                          *
003870*-----------------------------------------------------------*
003880 1210-APPLY-EDIT-PARM.
003890     READ EDITPARM
004200             ELSE
004210                 MOVE PM-MAX-EXTRAS TO WS-LIM-MAX-EXTRAS
004220             END-IF
004223         WHEN "APPRLIM"
004226             MOVE PM-MAX-VALUE TO WS-APPR-LIMIT
004230*        MAXRECYC IS TXNADD01'S RECYCLE ATTEMPT CAP - NOT
004240*        USED HERE, BUT A KNOWN RECORD ON THE SHARED FILE.
004250         WHEN "MAXRECYC"
004310 1210-EXIT.
004320     EXIT.
004330*-----------------------------------------------------------*
004340* 1300-OPEN-CALENDAR - OPENS THE CALFILE ACCOUNTING CALENDAR *
004350*   FOR KEYED LOOKUPS BY EFFECTIVE DATE, EXACTLY AS TXNADD01 *
004360*   DOES, SO A REPAIRED DATE CANNOT BOUNCE ON A CALENDAR     *
004370*   RULE THE REPAIR STEP DID NOT KNOW; WITH NO CALENDAR      *
004380*   SUPPLIED, AN EMPTY ONE, OR ONE THAT CANNOT BE OPENED     *
004390*   ONLY THE NUMERIC CHECK APPLIES.                          *
004410*-----------------------------------------------------------*
004420 1300-OPEN-CALENDAR.
004430     OPEN INPUT CALFILE.
004440     IF WS-CALFILE-STATUS NOT = "00"
004450         AND WS-CALFILE-STATUS NOT = "05"
004460         DISPLAY "*** CALFILE OPEN FAILED STATUS "
004470             WS-CALFILE-STATUS " - PERIOD AND BUSINESS-DAY "
004480             "EDITS ARE OFF."
004490         IF WS-RETURN-CODE < 4
004500             MOVE 4 TO WS-RETURN-CODE
004510         END-IF
004520         GO TO 1300-EXIT
004530     END-IF.
004540     MOVE ZERO TO CA-DATE.
004550     START CALFILE KEY IS NOT LESS THAN CA-DATE
004560         INVALID KEY
004570             CONTINUE
004580     END-START.
004590     IF WS-CALFILE-FOUND
004600         SET WS-CAL-LOADED TO TRUE
004610     ELSE
004620         DISPLAY "*** NO ACCOUNTING CALENDAR SUPPLIED - "
004630             "PERIOD AND BUSINESS-DAY EDITS ARE OFF."
004640     END-IF.
004650 1300-EXIT.
004660     EXIT.
004670*-----------------------------------------------------------*
004680* 1400-OPEN-ACCOUNTS - OPENS THE ACCTMST GL ACCOUNT MASTER   *
004690*   FOR KEYED LOOKUPS BY ACCOUNT NUMBER, EXACTLY AS TXNADD01 *
004700*   DOES, SO A REPAIRED ACCOUNT CANNOT BOUNCE ON A MASTER    *
004710*   THE REPAIR STEP DID NOT KNOW; WITH NO ACCOUNT MASTER     *
004720*   SUPPLIED, AN EMPTY ONE, OR ONE THAT CANNOT BE OPENED     *
004730*   THE ACCOUNT EDIT IS NUMERIC-ONLY.                        *
004750*-----------------------------------------------------------*
004760 1400-OPEN-ACCOUNTS.
004770     OPEN INPUT ACCTMST.
004780     IF WS-ACCTMST-STATUS NOT = "00"
004790         AND WS-ACCTMST-STATUS NOT = "05"
004800         DISPLAY "*** ACCTMST OPEN FAILED STATUS "
004810             WS-ACCTMST-STATUS " - ACCOUNT EDIT IS NUMERIC-ONLY."
004820         IF WS-RETURN-CODE < 4
004830             MOVE 4 TO WS-RETURN-CODE
004840         END-IF
004850         GO TO 1400-EXIT
004860     END-IF.
004870     MOVE ZERO TO AM-ACCOUNT.
004880     START ACCTMST KEY IS NOT LESS THAN AM-ACCOUNT
004890         INVALID KEY
004900             CONTINUE
004910     END-START.
004920     IF WS-ACCTMST-FOUND
004930         SET WS-ACCT-LOADED TO TRUE
004940     ELSE
004950         DISPLAY "*** NO GL ACCOUNT MASTER SUPPLIED - "
004960             "ACCOUNT EDIT IS NUMERIC-ONLY."
004970     END-IF.
004980 1400-EXIT.
004990     EXIT.
005390*-----------------------------------------------------------*
005400* 2000-PROCESS-SUSPENSE - READS ONE SUSPENSE RECORD, APPLIES *
005410*   ANY MATCHING CORRECTIONS, RE-EDITS, AND ROUTES IT TO     *
005420*   RECYCLE (CLEAN) OR SUSPOUT (STILL IN ERROR).  A RECORD   *
005422*   WITH ANY CORRECTION STILL AWAITING APPROVAL STAYS ON     *
005424*   SUSPOUT AS PENDING APPROVAL (PA), WHATEVER THE RE-EDIT   *
005426*   SAYS, SINCE IT CANNOT POST WITHOUT THAT CORRECTION.      *
005430*-----------------------------------------------------------*
005440 2000-PROCESS-SUSPENSE.
005450     READ REJFILE
005580         MOVE ZERO TO RJ-ATTEMPT-COUNT
005590     END-IF.
005600     ADD 1 TO RJ-ATTEMPT-COUNT.
005602     MOVE SPACES TO WS-TRAN-KEYER-ID.
005604     MOVE SPACES TO WS-TRAN-APPROVER-ID.
005606     SET WS-TRAN-NOT-PENDING TO TRUE.
005608     MOVE ZERO TO WS-TRAN-AMT-CHANGE.
005610     IF WS-FIX-COUNT > 0
005612         PERFORM 2140-ADD-AMT-CHANGE THRU 2140-EXIT
005614             VARYING WS-FIX-SUB FROM 1 BY 1
005616             UNTIL WS-FIX-SUB > WS-FIX-COUNT
005620         PERFORM 2100-APPLY-FIX THRU 2100-EXIT
005630             VARYING WS-FIX-SUB FROM 1 BY 1
005640             UNTIL WS-FIX-SUB > WS-FIX-COUNT
005650     END-IF.
005660     PERFORM 2200-EDIT-TRAN THRU 2200-EXIT.
005661     IF WS-TRAN-PENDING
005662         MOVE "PA" TO WS-REJECT-REASON
005663         MOVE ZERO TO WS-REJECT-ADDEND
005664         SET WS-INVALID-RECORD TO TRUE
005665     END-IF.
005670     IF WS-VALID-RECORD
005680         PERFORM 3000-WRITE-RECYCLE THRU 3000-EXIT
005690     ELSE
005880* 2100-APPLY-FIX - APPLIES ONE CORRECTION TABLE ENTRY TO THE *
005890*   SUSPENSE RECORD IN PLACE WHEN THE RECORD IDS MATCH, SO   *
005900*   THE RE-EDIT RUNS AGAINST THE CORRECTED RECORD ITSELF.    *
005910*   FIELD CODES: RT, OP, ED, GL, RV, FA, FB, XC, E1 THRU E4. *
005920*   A NON-NUMERIC CORRECTION VALUE IS REFUSED WITH A WARNING.*
005923*   A CORRECTION THAT NEEDS APPROVAL AND HAS NONE FROM A     *
005926*   SECOND USER IS NOT APPLIED; IT IS HELD FOR THE NEXT RUN. *
005930*-----------------------------------------------------------*
005940 2100-APPLY-FIX.
005950     IF WS-FIX-RECORD-ID (WS-FIX-SUB) NOT = RJ-RECORD-ID
005960         GO TO 2100-EXIT
005970     END-IF.
005975     SET WS-FIX-USED (WS-FIX-SUB) TO TRUE.
005980     IF WS-FIX-FIELD-CODE (WS-FIX-SUB) NOT = "RT" AND "OP"
005990         AND "ED" AND "GL" AND "RV"
006000         AND WS-FIX-NEW-AMOUNT (WS-FIX-SUB) NOT NUMERIC
006010         DISPLAY "*** FIX FOR RECORD " RJ-RECORD-ID
006020             " FIELD " WS-FIX-FIELD-CODE (WS-FIX-SUB)
006240         END-IF
006250         GO TO 2100-EXIT
006260     END-IF.
006261     IF WS-FIX-FIELD-CODE (WS-FIX-SUB) = "RV"
006262         AND WS-FIX-NEW-REV-ID (WS-FIX-SUB) NOT NUMERIC
006263         DISPLAY "*** FIX FOR RECORD " RJ-RECORD-ID
006264             " FIELD RV VALUE NOT NUMERIC - NOT APPLIED."
006265         IF WS-RETURN-CODE < 4
006266             MOVE 4 TO WS-RETURN-CODE
006267         END-IF
006268         GO TO 2100-EXIT
006269     END-IF.
006270     PERFORM 2150-CHECK-APPROVAL THRU 2150-EXIT.
006271     IF WS-FIX-PENDING
006272         PERFORM 2180-HOLD-PENDING THRU 2180-EXIT
006273         GO TO 2100-EXIT
006274     END-IF.
006275     EVALUATE WS-FIX-FIELD-CODE (WS-FIX-SUB)
006280         WHEN "RT"
006290             MOVE "D" TO RJ-RECORD-TYPE
006300         WHEN "OP"
006350         WHEN "GL"
006360             MOVE WS-FIX-NEW-ACCOUNT (WS-FIX-SUB)
006370                 TO RJ-GL-ACCOUNT
006372         WHEN "RV"
006374             MOVE WS-FIX-NEW-REV-ID (WS-FIX-SUB)
006376                 TO RJ-REVERSES-ID
006380         WHEN "FA"
006390             MOVE WS-FIX-NEW-AMOUNT (WS-FIX-SUB) TO RJ-FIELD-A
006400         WHEN "FB"
006580             GO TO 2100-EXIT
006590     END-EVALUATE.
006600     ADD 1 TO WS-APPLIED-COUNT.
006601*    ONCE AN APPROVED CORRECTION HAS SET THE APPROVER, ONLY
006602*    ANOTHER APPROVED CORRECTION MAY REPLACE THE KEYER, SO THE
006603*    KEYER AND APPROVER CARRIED FORWARD ALWAYS BELONG TOGETHER.
006604     IF WS-TRAN-APPROVER-ID = SPACES
006605         OR WS-FIX-APPROVED
006606         MOVE WS-FIX-KEYER-ID (WS-FIX-SUB) TO WS-TRAN-KEYER-ID
006607     END-IF.
006610 2100-EXIT.
006620     EXIT.
006621*-----------------------------------------------------------*
006622* 2140-ADD-AMT-CHANGE - ADDS THE SIZE OF ONE AMOUNT          *
006623*   CORRECTION (FA, FB, E1 THRU E4) FOR THE CURRENT RECORD   *
006624*   TO THE RECORD'S TOTAL BEFORE ANY CORRECTION IS APPLIED,  *
006625*   SO THE APPROVAL LIMIT IS TESTED AGAINST THE WHOLE CHANGE *
006626*   HOWEVER IT IS SPREAD ACROSS THE AMOUNT FIELDS.           *
006627*-----------------------------------------------------------*
006628 2140-ADD-AMT-CHANGE.
006629     IF WS-FIX-RECORD-ID (WS-FIX-SUB) NOT = RJ-RECORD-ID
006630         OR WS-FIX-NEW-AMOUNT (WS-FIX-SUB) NOT NUMERIC
006631         GO TO 2140-EXIT
006632     END-IF.
006633     PERFORM 2145-GET-OLD-AMOUNT THRU 2145-EXIT.
006634     IF WS-PEND-WHY NOT = "AMOUNT"
006635         GO TO 2140-EXIT
006636     END-IF.
006637     COMPUTE WS-AMOUNT-CHANGE =
006638         WS-FIX-NEW-AMOUNT (WS-FIX-SUB) - WS-OLD-AMOUNT.
006639     IF WS-AMOUNT-CHANGE < ZERO
006640         COMPUTE WS-AMOUNT-CHANGE = ZERO - WS-AMOUNT-CHANGE
006641     END-IF.
006642     ADD WS-AMOUNT-CHANGE TO WS-TRAN-AMT-CHANGE.
006643 2140-EXIT.
006644     EXIT.
006645*-----------------------------------------------------------*
006646* 2145-GET-OLD-AMOUNT - PICKS UP THE CURRENT VALUE OF THE    *
006647*   AMOUNT AN FA, FB OR E1 THRU E4 CORRECTION REPLACES - A   *
006648*   NON-NUMERIC AMOUNT COUNTS AS ZERO - AND MARKS THE        *
006649*   CORRECTION AS AN AMOUNT; ANY OTHER FIELD CODE LEAVES THE *
006650*   REASON BLANK.                                            *
006651*-----------------------------------------------------------*
006652 2145-GET-OLD-AMOUNT.
006653     MOVE SPACES TO WS-PEND-WHY.
006654     MOVE ZERO TO WS-OLD-AMOUNT.
006655     EVALUATE WS-FIX-FIELD-CODE (WS-FIX-SUB)
006656         WHEN "FA"
006657             IF RJ-FIELD-A NUMERIC
006658                 MOVE RJ-FIELD-A TO WS-OLD-AMOUNT
006659             END-IF
006660             MOVE "AMOUNT" TO WS-PEND-WHY
006661         WHEN "FB"
006662             IF RJ-FIELD-B NUMERIC
006663                 MOVE RJ-FIELD-B TO WS-OLD-AMOUNT
006664             END-IF
006665             MOVE "AMOUNT" TO WS-PEND-WHY
006666         WHEN "E1"
006667             MOVE 1 TO WS-EXTRA-SUB
006668             PERFORM 2160-GET-OLD-EXTRA THRU 2160-EXIT
006669         WHEN "E2"
006670             MOVE 2 TO WS-EXTRA-SUB
006671             PERFORM 2160-GET-OLD-EXTRA THRU 2160-EXIT
006672         WHEN "E3"
006673             MOVE 3 TO WS-EXTRA-SUB
006674             PERFORM 2160-GET-OLD-EXTRA THRU 2160-EXIT
006675         WHEN "E4"
006676             MOVE 4 TO WS-EXTRA-SUB
006677             PERFORM 2160-GET-OLD-EXTRA THRU 2160-EXIT
006678     END-EVALUATE.
006679 2145-EXIT.
006680     EXIT.
006681*-----------------------------------------------------------*
006682* 2150-CHECK-APPROVAL - DECIDES WHETHER THE CORRECTION NEEDS *
006683*   A SECOND USER'S APPROVAL AND, IF SO, LOOKS FOR ONE.  AN  *
006684*   AMOUNT (FA, FB, E1 THRU E4) THAT CHANGES NEEDS APPROVAL  *
006685*   WHEN THE RECORD'S AMOUNT CORRECTIONS TOGETHER MOVE BY    *
006686*   MORE THAN THE APPRLIM LIMIT; THE OPERATION CODE, EXTRA   *
006687*   COUNT, GL ACCOUNT, EFFECTIVE DATE AND REVERSED RECORD ID *
006688*   NEED IT WHENEVER THEY CHANGE.  THE APPROVAL MUST MATCH   *
006689*   THE RECORD ID, FIELD CODE AND NEW VALUE, AND COME FROM A *
006690*   USER OTHER THAN THE KEYER.                               *
006691*-----------------------------------------------------------*
006692 2150-CHECK-APPROVAL.
006693     SET WS-FIX-CLEARED TO TRUE.
006694     SET WS-NO-SELF-APPROVAL TO TRUE.
006695     MOVE SPACES TO WS-PEND-WHY.
006696     MOVE ZERO TO WS-OLD-AMOUNT.
006697     EVALUATE WS-FIX-FIELD-CODE (WS-FIX-SUB)
006698         WHEN "OP"
006699             IF RJ-OPERATION-CODE
006700                     NOT = WS-FIX-NEW-VALUE (WS-FIX-SUB) (1:1)
006701                 MOVE "OPERATION CODE" TO WS-PEND-WHY
006702             END-IF
006703         WHEN "XC"
006704             IF RJ-EXTRA-COUNT NOT NUMERIC
006705                 OR RJ-EXTRA-COUNT
006706                     NOT = WS-FIX-NEW-AMOUNT (WS-FIX-SUB)
006707                 MOVE "EXTRA COUNT" TO WS-PEND-WHY
006708             END-IF
006709         WHEN "ED"
006710             IF RJ-EFF-DATE NOT NUMERIC
006711                 OR RJ-EFF-DATE NOT = WS-FIX-NEW-DATE (WS-FIX-SUB)
006712                 MOVE "EFFECTIVE DATE" TO WS-PEND-WHY
006713             END-IF
006714         WHEN "GL"
006715             IF RJ-GL-ACCOUNT NOT NUMERIC
006716                 OR RJ-GL-ACCOUNT
006717                     NOT = WS-FIX-NEW-ACCOUNT (WS-FIX-SUB)
006718                 MOVE "GL ACCOUNT" TO WS-PEND-WHY
006719             END-IF
006720         WHEN "RV"
006721             IF RJ-REVERSES-ID NOT NUMERIC
006722                 OR RJ-REVERSES-ID
006723                     NOT = WS-FIX-NEW-REV-ID (WS-FIX-SUB)
006724                 MOVE "REVERSED ID" TO WS-PEND-WHY
006725             END-IF
006726         WHEN OTHER
006727             PERFORM 2145-GET-OLD-AMOUNT THRU 2145-EXIT
006728     END-EVALUATE.
006729     IF WS-PEND-WHY = "AMOUNT"
006730         IF WS-FIX-NEW-AMOUNT (WS-FIX-SUB) = WS-OLD-AMOUNT
006731             OR WS-TRAN-AMT-CHANGE NOT > WS-APPR-LIMIT
006732             MOVE SPACES TO WS-PEND-WHY
006733         END-IF
006734     END-IF.
006735     IF WS-PEND-WHY = SPACES
006736         GO TO 2150-EXIT
006737     END-IF.
006738     MOVE ZERO TO WS-APPR-HIT-SUB.
006739     IF WS-APPR-COUNT > 0
006740         PERFORM 2170-MATCH-APPROVAL THRU 2170-EXIT
006741             VARYING WS-APPR-SUB FROM 1 BY 1
006742             UNTIL WS-APPR-SUB > WS-APPR-COUNT
006743                 OR WS-APPR-HIT-SUB > 0
006744     END-IF.
006745     IF WS-APPR-HIT-SUB = ZERO
006746         SET WS-FIX-PENDING TO TRUE
006747         GO TO 2150-EXIT
006748     END-IF.
006749     SET WS-FIX-APPROVED TO TRUE.
006750     MOVE WS-APPR-APPROVER-ID (WS-APPR-HIT-SUB)
006751         TO WS-TRAN-APPROVER-ID.
006752     ADD 1 TO WS-APPROVED-COUNT.
006753 2150-EXIT.
006754     EXIT.
006755*-----------------------------------------------------------*
006756* 2160-GET-OLD-EXTRA - PICKS UP THE CURRENT VALUE OF THE     *
006757*   EXTRA ADDEND THE CORRECTION REPLACES.                    *
006758*-----------------------------------------------------------*
006759 2160-GET-OLD-EXTRA.
006760     IF RJ-EXTRA-ADDENDS (WS-EXTRA-SUB) NUMERIC
006761         MOVE RJ-EXTRA-ADDENDS (WS-EXTRA-SUB) TO WS-OLD-AMOUNT
006762     END-IF.
006763     MOVE "AMOUNT" TO WS-PEND-WHY.
006764 2160-EXIT.
006765     EXIT.
006766*-----------------------------------------------------------*
006767* 2170-MATCH-APPROVAL - COMPARES THE CORRECTION AGAINST ONE  *
006768*   APPROVAL; AN APPROVAL BY THE KEYER THEMSELF IS NOTED AND *
006769*   PASSED OVER.                                             *
006770*-----------------------------------------------------------*
006771 2170-MATCH-APPROVAL.
006772     IF WS-APPR-RECORD-ID (WS-APPR-SUB)
006773             NOT = WS-FIX-RECORD-ID (WS-FIX-SUB)
006774         OR WS-APPR-FIELD-CODE (WS-APPR-SUB)
006775             NOT = WS-FIX-FIELD-CODE (WS-FIX-SUB)
006776         OR WS-APPR-NEW-VALUE (WS-APPR-SUB)
006777             NOT = WS-FIX-NEW-VALUE (WS-FIX-SUB)
006778         GO TO 2170-EXIT
006779     END-IF.
006780     IF WS-APPR-APPROVER-ID (WS-APPR-SUB)
006781             = WS-FIX-KEYER-ID (WS-FIX-SUB)
006782         SET WS-SELF-APPROVAL TO TRUE
006783         GO TO 2170-EXIT
006784     END-IF.
006785     MOVE WS-APPR-SUB TO WS-APPR-HIT-SUB.
006786 2170-EXIT.
006787     EXIT.
006788*-----------------------------------------------------------*
006789* 2180-HOLD-PENDING - HOLDS A CORRECTION THAT STILL NEEDS    *
006790*   APPROVAL: IT IS WRITTEN TO FIXPNEW FOR THE NEXT RUN AND  *
006791*   LISTED ON THE PENDING-APPROVALS REPORT, AND THE RECORD   *
006792*   IS MARKED TO STAY ON SUSPENSE.                           *
006793*-----------------------------------------------------------*
006794 2180-HOLD-PENDING.
006795     SET WS-TRAN-PENDING TO TRUE.
006796     MOVE WS-FIX-RECORD-ID (WS-FIX-SUB) TO FN-RECORD-ID.
006797     MOVE WS-FIX-FIELD-CODE (WS-FIX-SUB) TO FN-FIELD-CODE.
006798     MOVE WS-FIX-NEW-VALUE (WS-FIX-SUB) TO FN-NEW-VALUE.
006799     MOVE WS-FIX-KEYER-ID (WS-FIX-SUB) TO FN-KEYER-ID.
006800     WRITE FN-RECORD.
006801     ADD 1 TO WS-PENDING-COUNT.
006802     MOVE WS-PEND-WHY TO WS-PD-WHY.
006803     IF WS-SELF-APPROVAL
006804         MOVE "SELF-APPROVAL REFUSED" TO WS-PD-STATUS
006805         ADD 1 TO WS-SELF-REFUSED-COUNT
006806     ELSE
006807         MOVE "AWAITING APPROVAL" TO WS-PD-STATUS
006808     END-IF.
006809     PERFORM 2190-WRITE-PEND-LINE THRU 2190-EXIT.
006810 2180-EXIT.
006811     EXIT.
006812*-----------------------------------------------------------*
006813* 2190-WRITE-PEND-LINE - PRINTS ONE CORRECTION TABLE ENTRY   *
006814*   ON THE PENDING-APPROVALS REPORT.                         *
006815*-----------------------------------------------------------*
006816 2190-WRITE-PEND-LINE.
006817     MOVE WS-FIX-RECORD-ID (WS-FIX-SUB) TO WS-PD-RECORD-ID.
006818     MOVE WS-FIX-FIELD-CODE (WS-FIX-SUB) TO WS-PD-FIELD-CODE.
006819     MOVE WS-FIX-NEW-VALUE (WS-FIX-SUB) TO WS-PD-NEW-VALUE.
006820     MOVE WS-FIX-KEYER-ID (WS-FIX-SUB) TO WS-PD-KEYER-ID.
006821     MOVE WS-PEND-DETAIL-LINE TO PR-RECORD.
006822     WRITE PR-RECORD.
006823 2190-EXIT.
006824     EXIT.
006825*-----------------------------------------------------------*
006826* 2200-EDIT-TRAN - RE-EDITS THE CORRECTED RECORD UNDER THE   *
006827*   SAME RULES TXNADD01 APPLIES IN ITS 2200-EDIT-TRAN, SO A  *
006828*   RECYCLED RECORD CANNOT BOUNCE A SECOND TIME.  CLASS      *
006829*   TESTS RUN AGAINST THE SUSPENSE RECORD ITSELF - A MOVE    *
006830*   OF A SEPARATE-SIGN FIELD WITH A BAD SIGN BYTE WOULD      *
006831*   MANUFACTURE A VALID SIGN (OR ABEND), SO NO AMOUNT        *
006832*   REACHES WORKING STORAGE UNTIL IT PASSES.                 *
006833*-----------------------------------------------------------*
006834 2200-EDIT-TRAN.
006835     SET WS-VALID-RECORD TO TRUE.
006836     MOVE SPACES TO WS-REJECT-REASON.
006837     MOVE ZERO TO WS-REJECT-ADDEND.
006838     MOVE RJ-RECORD-TYPE TO WS-RECORD-TYPE.
006839     MOVE RJ-OPERATION-CODE TO WS-OPERATION-CODE.
006840     MOVE ZERO TO WS-FIELD-A.
006841     MOVE ZERO TO WS-FIELD-B.
006842     MOVE ZERO TO WS-EXTRA-COUNT.
006843     PERFORM 2050-LOAD-EXTRAS THRU 2050-EXIT
006844         VARYING WS-EXTRA-SUB FROM 1 BY 1
006845         UNTIL WS-EXTRA-SUB > 4.
006846     IF NOT WS-DETAIL-REC
006850         MOVE "RT" TO WS-REJECT-REASON
006860         SET WS-INVALID-RECORD TO TRUE
006870         GO TO 2200-EXIT
007420*    IT TO THE HOLDFILE WAREHOUSE, NOT BACK TO SUSPENSE.
007430     IF WS-CAL-LOADED
007440         PERFORM 2250-FIND-CAL-DATE THRU 2250-EXIT
007450         IF NOT WS-CALFILE-FOUND
007460             MOVE "DB" TO WS-REJECT-REASON
007470             SET WS-INVALID-RECORD TO TRUE
007480             GO TO 2200-EXIT
007490         END-IF
007500         IF NOT CA-BUSINESS-DAY
007510             MOVE "DB" TO WS-REJECT-REASON
007520             SET WS-INVALID-RECORD TO TRUE
007530             GO TO 2200-EXIT
007540         END-IF
007550         IF RJ-EFF-DATE NOT > WS-CURRENT-DATE
007560             AND CA-PERIOD-CLOSED
007570             MOVE "DP" TO WS-REJECT-REASON
007580             SET WS-INVALID-RECORD TO TRUE
007590             GO TO 2200-EXIT
007660     END-IF.
007670     IF WS-ACCT-LOADED
007680         PERFORM 2270-FIND-ACCOUNT THRU 2270-EXIT
007690         IF NOT WS-ACCTMST-FOUND
007700             MOVE "GA" TO WS-REJECT-REASON
007710             SET WS-INVALID-RECORD TO TRUE
007720             GO TO 2200-EXIT
007730         END-IF
007740         IF NOT AM-ACTIVE
007750             MOVE "GA" TO WS-REJECT-REASON
007760             SET WS-INVALID-RECORD TO TRUE
007770         END-IF
007780     END-IF.
007781     IF WS-INVALID-RECORD
007782         GO TO 2200-EXIT
007783     END-IF.
007784*    ONLY THE FORM OF A REVERSAL'S REVERSED RECORD ID CAN BE
007785*    CHECKED HERE; THE MATCH AGAINST THE ADDOUT MASTER IS
007786*    TXNADD01'S.
007787     IF WS-OP-REVERSE
007788         IF RJ-REVERSES-ID NOT NUMERIC
007789             OR RJ-REVERSES-ID = ZERO
007790             OR RJ-REVERSES-ID = RJ-RECORD-ID
007791             MOVE "VN" TO WS-REJECT-REASON
007792             SET WS-INVALID-RECORD TO TRUE
007793         END-IF
007794     END-IF.
007795 2200-EXIT.
007800     EXIT.
007810*-----------------------------------------------------------*
007820* 2210-EDIT-EXTRAS - VALIDATES ONE EXTRA ADDEND FOR NUMERIC  *
008000 2210-EXIT.
008010     EXIT.
008020*-----------------------------------------------------------*
008030* 2250-FIND-CAL-DATE - READS THE SUSPENSE RECORD'S           *
008040*   EFFECTIVE DATE FROM THE CALFILE CALENDAR BY KEY.         *
008050*-----------------------------------------------------------*
008060 2250-FIND-CAL-DATE.
008070     MOVE RJ-EFF-DATE TO CA-DATE.
008080     READ CALFILE
008090         INVALID KEY
008100             CONTINUE
008110     END-READ.
008120 2250-EXIT.
008130     EXIT.
008140*-----------------------------------------------------------*
008150* 2270-FIND-ACCOUNT - READS THE SUSPENSE RECORD'S GL         *
008160*   ACCOUNT FROM THE ACCTMST ACCOUNT MASTER BY KEY.          *
008170*-----------------------------------------------------------*
008180 2270-FIND-ACCOUNT.
008190     MOVE RJ-GL-ACCOUNT TO AM-ACCOUNT.
008200     READ ACCTMST
008210         INVALID KEY
008220             CONTINUE
008230     END-READ.
008240 2270-EXIT.
008250     EXIT.
008460*-----------------------------------------------------------*
008470* 3000-WRITE-RECYCLE - WRITES A CLEAN, CORRECTED RECORD IN   *
008480*   TRANIN LAYOUT FOR THE NEXT TXNADD01 RUN TO PICK UP.      *
008560     MOVE WS-EXTRA-COUNT TO RC-EXTRA-COUNT.
008570     MOVE RJ-EFF-DATE TO RC-EFF-DATE.
008580     MOVE RJ-GL-ACCOUNT TO RC-GL-ACCOUNT.
008585     MOVE RJ-REVERSES-ID TO RC-REVERSES-ID.
008590     MOVE RJ-ORIG-RUN-ID TO RC-ORIG-RUN-ID.
008600     MOVE RJ-ATTEMPT-COUNT TO RC-ATTEMPT-COUNT.
008603     MOVE WS-TRAN-KEYER-ID TO RC-KEYER-ID.
008606     MOVE WS-TRAN-APPROVER-ID TO RC-APPROVER-ID.
008610     PERFORM 3010-COPY-EXTRAS THRU 3010-EXIT
008620         VARYING WS-EXTRA-SUB FROM 1 BY 1
008630         UNTIL WS-EXTRA-SUB > 4.
008850*   SUSPOUT, WITH THE REASON CODE FROM THE RE-EDIT; THE      *
008860*   RECORD ALREADY HOLDS ANY APPLIED CORRECTIONS, SO THE     *
008870*   NEXT REPAIR CYCLE STARTS FROM THE CURRENT STATE.         *
008875*   A RECORD HELD FOR APPROVAL IS COUNTED SEPARATELY.        *
008880*-----------------------------------------------------------*
008890 3100-WRITE-SUSPOUT.
008900     MOVE WS-REJECT-REASON TO RJ-REASON-CODE.
008910     MOVE WS-REJECT-ADDEND TO RJ-REASON-ADDEND.
008920     MOVE RJ-RECORD TO SO-RECORD.
008930     WRITE SO-RECORD.
008933     IF WS-TRAN-PENDING
008936         ADD 1 TO WS-HELD-COUNT
008939     ELSE
008942         ADD 1 TO WS-CARRIED-COUNT
008945     END-IF.
008950     IF WS-RETURN-CODE < 4
008960         MOVE 4 TO WS-RETURN-CODE
008970     END-IF.
008980     MOVE RJ-RECORD-ID TO WS-RD-RECORD-ID.
008990     MOVE WS-REJECT-REASON TO WS-RD-REASON.
009000     MOVE WS-REJECT-ADDEND TO WS-RD-ADDEND.
009003     IF WS-TRAN-PENDING
009006         MOVE "PENDING APPROVAL" TO WS-RD-DISPOSITION
009009     ELSE
009012         MOVE "CARRIED FORWARD" TO WS-RD-DISPOSITION
009015     END-IF.
009020     MOVE WS-REPORT-DETAIL-LINE TO FR-RECORD.
009030     WRITE FR-RECORD.
009040 3100-EXIT.
009050     EXIT.
009060*-----------------------------------------------------------*
009070* 9000-TERMINATE - PRINTS RUN COUNTS AND CLOSES FILES.  A    *
009073*   CORRECTION CARRIED IN FROM FIXPEND WHOSE RECORD IS NO    *
009076*   LONGER ON SUSPENSE IS DROPPED AND LISTED AS SUCH.        *
009080*-----------------------------------------------------------*
009090 9000-TERMINATE.
009100     MOVE WS-READ-COUNT TO WS-RT-READ.
009190     MOVE WS-CARRIED-COUNT TO WS-RT-CARRIED.
009200     MOVE WS-REPORT-TRAILER-3 TO FR-RECORD.
009210     WRITE FR-RECORD.
009211     MOVE WS-HELD-COUNT TO WS-RT-HELD.
009212     MOVE WS-REPORT-TRAILER-4 TO FR-RECORD.
009213     WRITE FR-RECORD.
009214     IF WS-FIX-COUNT > 0
009215         PERFORM 9100-DROP-STALE-PEND THRU 9100-EXIT
009216             VARYING WS-FIX-SUB FROM 1 BY 1
009217             UNTIL WS-FIX-SUB > WS-FIX-COUNT
009218     END-IF.
009219     IF WS-PENDING-COUNT = ZERO
009220         AND WS-DROPPED-COUNT = ZERO
009221         MOVE "  (NONE)" TO PR-RECORD
009222         WRITE PR-RECORD
009223     END-IF.
009224     MOVE "CORRECTIONS PENDING:" TO WS-PC-LABEL.
009225     MOVE WS-PENDING-COUNT TO WS-PC-COUNT.
009226     PERFORM 9110-WRITE-PEND-COUNT THRU 9110-EXIT.
009227     MOVE "  SELF-APPROVAL REFUSED:" TO WS-PC-LABEL.
009228     MOVE WS-SELF-REFUSED-COUNT TO WS-PC-COUNT.
009229     PERFORM 9110-WRITE-PEND-COUNT THRU 9110-EXIT.
009230     MOVE "RECORDS HELD ON SUSPENSE:" TO WS-PC-LABEL.
009231     MOVE WS-HELD-COUNT TO WS-PC-COUNT.
009232     PERFORM 9110-WRITE-PEND-COUNT THRU 9110-EXIT.
009233     MOVE "APPROVED AND APPLIED:" TO WS-PC-LABEL.
009234     MOVE WS-APPROVED-COUNT TO WS-PC-COUNT.
009235     PERFORM 9110-WRITE-PEND-COUNT THRU 9110-EXIT.
009236     MOVE "DROPPED - OFF SUSPENSE:" TO WS-PC-LABEL.
009237     MOVE WS-DROPPED-COUNT TO WS-PC-COUNT.
009238     PERFORM 9110-WRITE-PEND-COUNT THRU 9110-EXIT.
009239     CLOSE REJFILE FIXIN RECYCLE SUSPOUT FIXRPT.
009240     CLOSE FIXPEND FIXAPPR FIXPNEW PENDRPT.
009241     CLOSE CALFILE ACCTMST.
009242 9000-EXIT.
009243     EXIT.
009252*-----------------------------------------------------------*
009262* 9100-DROP-STALE-PEND - DROPS ONE CORRECTION CARRIED IN     *
009272*   FROM FIXPEND WHOSE RECORD DID NOT APPEAR ON SUSPENSE     *
009282*   THIS RUN, AND LISTS IT ON THE PENDING-APPROVALS REPORT.  *
009292*-----------------------------------------------------------*
009302 9100-DROP-STALE-PEND.
009312     IF WS-FIX-FROM-FIXIN (WS-FIX-SUB)
009322         OR WS-FIX-USED (WS-FIX-SUB)
009332         GO TO 9100-EXIT
009342     END-IF.
009352     ADD 1 TO WS-DROPPED-COUNT.
009362     MOVE SPACES TO WS-PD-WHY.
009372     MOVE "NO LONGER ON SUSPENSE" TO WS-PD-STATUS.
009382     PERFORM 2190-WRITE-PEND-LINE THRU 2190-EXIT.
009392 9100-EXIT.
009402     EXIT.
009412*-----------------------------------------------------------*
009422* 9110-WRITE-PEND-COUNT - PRINTS ONE COUNT LINE ON THE       *
009432*   PENDING-APPROVALS REPORT.                                *
009442*-----------------------------------------------------------*
009452 9110-WRITE-PEND-COUNT.
009462     MOVE WS-PEND-COUNT-LINE TO PR-RECORD.
009472     WRITE PR-RECORD.
009482 9110-EXIT.
009492     EXIT.
009502*-----------------------------------------------------------*
009512* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
009522*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
009532*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
009542*-----------------------------------------------------------*
009552 9900-LOG-RUN-END.
009562     MOVE "READ" TO WS-JH-COUNT-LABEL (1).
009572     MOVE WS-READ-COUNT TO WS-JH-COUNT-VALUE (1).
009582     MOVE "FIXED" TO WS-JH-COUNT-LABEL (2).
009592     MOVE WS-FIXED-COUNT TO WS-JH-COUNT-VALUE (2).
009602     MOVE "CARRIED" TO WS-JH-COUNT-LABEL (3).
009612     MOVE WS-CARRIED-COUNT TO WS-JH-COUNT-VALUE (3).
009622     MOVE SPACES TO JH-RECORD.
009632     SET JH-RUN-END TO TRUE.
009642     MOVE "TXNFIX01" TO JH-PROGRAM-ID.
009652     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
009662     MOVE WS-JH-START-DATE TO JH-START-DATE.
009672     MOVE WS-JH-START-TIME TO JH-START-TIME.
009682     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
009692     ACCEPT JH-END-TIME FROM TIME.
009702     MOVE WS-JH-COUNTS TO JH-COUNTS.
009712     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
009722     OPEN EXTEND RUNHIST.
009732     WRITE JH-RECORD.
009742     CLOSE RUNHIST.
009752 9900-EXIT.
009762     EXIT.
