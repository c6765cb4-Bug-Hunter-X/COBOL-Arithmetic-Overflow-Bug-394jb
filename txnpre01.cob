000460* 09/02/2026 RH   CARRY THE NEW GL ACCOUNT ON THE DETAIL     *
000470*                 LAYOUT AND EDIT IT AGAINST THE ACCTMST     *
000480*                 ACCOUNT MASTER AS TXNADD01 DOES (GA).      *
000481* 10/15/2026 RH   CARRY THE NEW REVERSED RECORD ID ON THE    *
000482*                 DETAIL LAYOUT.  A REVERSAL WHOSE REVERSED  *
000483*                 ID IS NOT NUMERIC, ZERO, OR ITS OWN RECORD *
000484*                 ID IS REPORTED WILL REJECT (VN) AND LEFT   *
000485*                 OUT OF THE CONTROL TOTAL, AS TXNADD01      *
000486*                 REJECTS IT.  THE MATCH AGAINST THE ADDOUT  *
000487*                 MASTER (VN/VX/VA) IS TXNADD01'S ALONE -    *
000488*                 LIKE A DUPLICATE, A REVERSAL THAT FAILS IT *
000489*                 SURFACES THERE AS A RECONCILIATION         *
000490*                 DIFFERENCE.                                *
000491* 10/15/2026 RH   ACCEPT THE NEW EDITPARM APPRLIM RECORD     *
000492*                 (TXNFIX01'S CORRECTION APPROVAL LIMIT) AS  *
000493*                 A KNOWN FIELD ID.                          *
000494* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000495*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000496*                 (PROGRAM ID, RUN ID, START AND END         *
000497*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000498*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000499*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000500* 10/15/2026 RH   READ THE CALFILE ACCOUNTING CALENDAR AND   *
000501*                 THE ACCTMST ACCOUNT MASTER BY KEY FOR EACH *
000502*                 DETAIL INSTEAD OF LOADING THEM INTO 500-   *
000503*                 AND 1000-ENTRY TABLES, AS TXNADD01 NOW     *
000504*                 DOES, SO THE ACCEPTANCE EDITS MATCH        *
000505*                 TXNADD01'S AT ANY FILE SIZE.  OPERATIONAL  *
000506*                 NOTE: CALFILE AND ACCTMST ARE NOW INDEXED  *
000507*                 FILES KEYED ON DATE AND ACCOUNT NUMBER.    *
000508*-----------------------------------------------------------*
000509 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT TRANIN ASSIGN TO TRANIN
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT OPTIONAL EDITPARM ASSIGN TO EDITPARM
000600         ORGANIZATION IS LINE SEQUENTIAL.
000603     SELECT OPTIONAL CALFILE ASSIGN TO CALFILE
000606         ORGANIZATION IS INDEXED
000609         ACCESS MODE IS DYNAMIC
000612         RECORD KEY IS CA-DATE
000615         FILE STATUS IS WS-CALFILE-STATUS.
000618     SELECT OPTIONAL ACCTMST ASSIGN TO ACCTMST
000621         ORGANIZATION IS INDEXED
000624         ACCESS MODE IS DYNAMIC
000627         RECORD KEY IS AM-ACCOUNT
000630         FILE STATUS IS WS-ACCTMST-STATUS.
000643     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000646         ORGANIZATION IS LINE SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  TRANIN
000840             OCCURS 4 TIMES.
000850         10  TI-EFF-DATE        PIC 9(08).
000860         10  TI-GL-ACCOUNT      PIC 9(08).
000865         10  TI-REVERSES-ID     PIC 9(06).
000870     05  TI-HEADER-DATA REDEFINES TI-DETAIL-DATA.
000880         10  TI-BATCH-NUMBER    PIC 9(04).
000890         10  TI-BATCH-DEPT      PIC X(08).
000900         10  TI-BATCH-EXP-COUNT PIC 9(06).
000910         10  FILLER             PIC X(60).
000920     05  TI-TRAILER-DATA REDEFINES TI-DETAIL-DATA.
000930         10  TI-TRL-BATCH-NUM   PIC 9(04).
000940         10  TI-TRL-HASH-TOTAL  PIC S9(13)V99
000950             SIGN IS LEADING SEPARATE CHARACTER.
000960         10  FILLER             PIC X(58).
000970 FD  PRERPT
000980     LABEL RECORDS ARE STANDARD.
000990 01  PR-RECORD                  PIC X(80).
001290     05  AM-STATUS              PIC X(01).
001300         88  AM-ACTIVE                   VALUE 'A'.
001310     05  AM-DESCRIPTION         PIC X(30).
001311 FD  RUNHIST
001312     LABEL RECORDS ARE STANDARD.
001313 01  JH-RECORD.
001314     05  JH-RECORD-TYPE         PIC X(01).
001315         88  JH-RUN-START                VALUE 'S'.
001316         88  JH-RUN-END                  VALUE 'E'.
001317     05  JH-PROGRAM-ID          PIC X(08).
001318     05  JH-RUN-ID              PIC X(14).
001319     05  JH-START-DATE          PIC 9(08).
001320     05  JH-START-TIME          PIC 9(08).
001321     05  JH-END-DATE            PIC 9(08).
001322     05  JH-END-TIME            PIC 9(08).
001323     05  JH-COUNTS.
001324         10  JH-COUNT           OCCURS 3 TIMES.
001325             15  JH-COUNT-LABEL PIC X(08).
001326             15  JH-COUNT-VALUE PIC 9(09).
001327     05  JH-RETURN-CODE         PIC 9(02).
001328 WORKING-STORAGE SECTION.
001330 01  WS-DATA-AREA.
001340     05  WS-OPERATION-CODE      PIC X(01).
001350         88  WS-OP-REVERSE               VALUE 'R'.
001550     05  WS-LIM-E-ZERO-SW       PIC X(01) VALUE 'N'.
001560         88  WS-LIM-E-ZERO-OK            VALUE 'Y'.
001570     05  WS-LIM-MAX-EXTRAS      PIC 9(01) VALUE 4.
001580*    ACCOUNTING CALENDAR - CALFILE IS READ BY DATE FOR EACH
001590*    EFFECTIVE DATE EDITED, AS IN TXNADD01.
001600 77  WS-CALFILE-STATUS          PIC X(02) VALUE "00".
001610     88  WS-CALFILE-FOUND            VALUE "00".
001620*    GL ACCOUNT MASTER - ACCTMST IS READ BY ACCOUNT NUMBER FOR
001630*    EACH GL ACCOUNT EDITED, AS IN TXNADD01.
001640 77  WS-ACCTMST-STATUS          PIC X(02) VALUE "00".
001650     88  WS-ACCTMST-FOUND            VALUE "00".
001800 01  WS-SWITCHES.
001810     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001820         88  WS-EOF                      VALUE 'Y'.
001920     05  WS-SIZE-ERROR-SWITCH   PIC X(01) VALUE 'N'.
001930         88  WS-SIZE-ERROR-OCCURRED      VALUE 'Y'.
001940         88  WS-SIZE-ERROR-NONE          VALUE 'N'.
001970     05  WS-CAL-LOADED-SWITCH   PIC X(01) VALUE 'N'.
001980         88  WS-CAL-LOADED               VALUE 'Y'.
001990         88  WS-CAL-MISSING              VALUE 'N'.
002000     05  WS-HOLD-SWITCH         PIC X(01) VALUE 'N'.
002010         88  WS-HOLD-RECORD              VALUE 'Y'.
002020         88  WS-NOT-HOLD                 VALUE 'N'.
002050     05  WS-ACCT-LOADED-SWITCH  PIC X(01) VALUE 'N'.
002060         88  WS-ACCT-LOADED              VALUE 'Y'.
002070         88  WS-ACCT-MISSING             VALUE 'N'.
002260 77  WS-EXTRA-SUBSCRIPT         PIC 9(01) COMP VALUE ZERO.
002270 77  WS-REJECT-REASON           PIC X(02) VALUE SPACES.
002280 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
002281*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
002282 01  WS-JH-START-STAMP.
002283     05  WS-JH-START-DATE       PIC 9(08).
002284     05  WS-JH-START-TIME       PIC 9(08).
002285 01  WS-JH-RUN-ID.
002286     05  WS-JH-RUN-ID-DATE      PIC 9(08).
002287     05  WS-JH-RUN-ID-TIME      PIC 9(06).
002288 01  WS-JH-COUNTS.
002289     05  WS-JH-COUNT            OCCURS 3 TIMES.
002290         10  WS-JH-COUNT-LABEL  PIC X(08).
002291         10  WS-JH-COUNT-VALUE  PIC 9(09).
002292 77  WS-CURRENT-DATE            PIC 9(08).
002300 01  WS-REPORT-HEADING-1.
002310     05  FILLER                 PIC X(25)
002320         VALUE "TRANIN FILE ACCEPTANCE ".
002650* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
002660*-----------------------------------------------------------*
002670 0000-MAINLINE.
002675     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
002680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002690     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002700         UNTIL WS-EOF.
002760     END-IF.
002770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002780     MOVE WS-RETURN-CODE TO RETURN-CODE.
002785     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
002790     STOP RUN.
002800 0000-EXIT.
002810     EXIT.
002811*-----------------------------------------------------------*
002812* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
002813*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
002814*-----------------------------------------------------------*
002815 0050-LOG-RUN-START.
002816     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
002817     ACCEPT WS-JH-START-TIME FROM TIME.
002818     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
002819     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
002820     INITIALIZE WS-JH-COUNTS.
002821     MOVE SPACES TO JH-RECORD.
002822     SET JH-RUN-START TO TRUE.
002823     MOVE "TXNPRE01" TO JH-PROGRAM-ID.
002824     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
002825     MOVE WS-JH-START-DATE TO JH-START-DATE.
002826     MOVE WS-JH-START-TIME TO JH-START-TIME.
002827     MOVE ZERO TO JH-END-DATE.
002828     MOVE ZERO TO JH-END-TIME.
002829     MOVE WS-JH-COUNTS TO JH-COUNTS.
002830     MOVE ZERO TO JH-RETURN-CODE.
002831     OPEN EXTEND RUNHIST.
002832     WRITE JH-RECORD.
002833     CLOSE RUNHIST.
002834 0050-EXIT.
002835     EXIT.
002836*-----------------------------------------------------------*
002837* 1000-INITIALIZE - OPENS FILES, PRINTS THE REPORT HEADING,  *
002840*   AND LOADS THE BUSINESS EDIT LIMITS FROM EDITPARM.        *
002850*-----------------------------------------------------------*
002860 1000-INITIALIZE.
002910     MOVE WS-REPORT-HEADING-1 TO PR-RECORD.
002920     WRITE PR-RECORD.
002930     PERFORM 1300-LOAD-EDIT-PARMS THRU 1300-EXIT.
002940     PERFORM 1500-OPEN-CALENDAR THRU 1500-EXIT.
002950     PERFORM 1600-OPEN-ACCOUNTS THRU 1600-EXIT.
002960 1000-EXIT.
002970     EXIT.
002980*-----------------------------------------------------------*
003500*        USED HERE, BUT A KNOWN RECORD ON THE SHARED FILE.
003510         WHEN "MAXRECYC"
003520             CONTINUE
003522*        APPRLIM IS TXNFIX01'S CORRECTION APPROVAL LIMIT -
003524*        NOT USED HERE, BUT A KNOWN RECORD ON THE SHARED FILE.
003526         WHEN "APPRLIM"
003528             CONTINUE
003530         WHEN OTHER
003540             DISPLAY "*** UNKNOWN EDITPARM FIELD ID "
003550                 PM-FIELD-ID " IGNORED."
003570 1310-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------*
003600* 1500-OPEN-CALENDAR - OPENS THE CALFILE ACCOUNTING CALENDAR *
003610*   FOR KEYED LOOKUPS BY EFFECTIVE DATE, EXACTLY AS TXNADD01 *
003620*   DOES; WITH NO CALENDAR SUPPLIED, AN EMPTY ONE, OR ONE    *
003630*   THAT CANNOT BE OPENED THE EFFECTIVE-DATE EDITS FALL BACK *
003640*   TO THE NUMERIC AND FUTURE-DATE CHECKS.                   *
003660*-----------------------------------------------------------*
003670 1500-OPEN-CALENDAR.
003680     OPEN INPUT CALFILE.
003690     IF WS-CALFILE-STATUS NOT = "00"
003700         AND WS-CALFILE-STATUS NOT = "05"
003710         DISPLAY "*** CALFILE OPEN FAILED STATUS "
003720             WS-CALFILE-STATUS " - PERIOD AND BUSINESS-DAY "
003730             "EDITS ARE OFF."
003740         IF WS-RETURN-CODE < 4
003750             MOVE 4 TO WS-RETURN-CODE
003760         END-IF
003770         GO TO 1500-EXIT
003780     END-IF.
003790     MOVE ZERO TO CA-DATE.
003800     START CALFILE KEY IS NOT LESS THAN CA-DATE
003810         INVALID KEY
003820             CONTINUE
003830     END-START.
003840     IF WS-CALFILE-FOUND
003850         SET WS-CAL-LOADED TO TRUE
003860     ELSE
003870         DISPLAY "*** NO ACCOUNTING CALENDAR SUPPLIED - "
003880             "PERIOD AND BUSINESS-DAY EDITS ARE OFF."
003890     END-IF.
003900 1500-EXIT.
003910     EXIT.
003920*-----------------------------------------------------------*
003930* 1600-OPEN-ACCOUNTS - OPENS THE ACCTMST GL ACCOUNT MASTER   *
003940*   FOR KEYED LOOKUPS BY ACCOUNT NUMBER, EXACTLY AS TXNADD01 *
003950*   DOES; WITH NO ACCOUNT MASTER SUPPLIED, AN EMPTY ONE, OR  *
003960*   ONE THAT CANNOT BE OPENED THE ACCOUNT EDIT IS            *
003970*   NUMERIC-ONLY.                                            *
003980*-----------------------------------------------------------*
003990 1600-OPEN-ACCOUNTS.
004000     OPEN INPUT ACCTMST.
004010     IF WS-ACCTMST-STATUS NOT = "00"
004020         AND WS-ACCTMST-STATUS NOT = "05"
004030         DISPLAY "*** ACCTMST OPEN FAILED STATUS "
004040             WS-ACCTMST-STATUS " - ACCOUNT EDIT IS NUMERIC-ONLY."
004050         IF WS-RETURN-CODE < 4
004060             MOVE 4 TO WS-RETURN-CODE
004070         END-IF
004080         GO TO 1600-EXIT
004090     END-IF.
004100     MOVE ZERO TO AM-ACCOUNT.
004110     START ACCTMST KEY IS NOT LESS THAN AM-ACCOUNT
004120         INVALID KEY
004130             CONTINUE
004140     END-START.
004150     IF WS-ACCTMST-FOUND
004160         SET WS-ACCT-LOADED TO TRUE
004170     ELSE
004180         DISPLAY "*** NO GL ACCOUNT MASTER SUPPLIED - "
004190             "ACCOUNT EDIT IS NUMERIC-ONLY."
004200     END-IF.
004210 1600-EXIT.
004220     EXIT.
004630*-----------------------------------------------------------*
004640* 2000-PROCESS-TRAN - READS AND CLASSIFIES ONE TRANSACTION   *
004650*   RECORD; DETAILS ARE HASHED INTO THE OPEN BATCH, EDITED,  *
005700     END-IF.
005710     IF WS-CAL-LOADED
005720         PERFORM 2250-FIND-CAL-DATE THRU 2250-EXIT
005730         IF NOT WS-CALFILE-FOUND
005740             MOVE "DB" TO WS-REJECT-REASON
005750             SET WS-INVALID-RECORD TO TRUE
005760             GO TO 2200-EXIT
005770         END-IF
005780         IF NOT CA-BUSINESS-DAY
005790             MOVE "DB" TO WS-REJECT-REASON
005800             SET WS-INVALID-RECORD TO TRUE
005810             GO TO 2200-EXIT
005880     END-IF.
005890     IF WS-ACCT-LOADED
005900         PERFORM 2270-FIND-ACCOUNT THRU 2270-EXIT
005910         IF NOT WS-ACCTMST-FOUND
005920             MOVE "GA" TO WS-REJECT-REASON
005930             SET WS-INVALID-RECORD TO TRUE
005940             GO TO 2200-EXIT
005950         END-IF
005960         IF NOT AM-ACTIVE
005970             MOVE "GA" TO WS-REJECT-REASON
005980             SET WS-INVALID-RECORD TO TRUE
005990             GO TO 2200-EXIT
006040         GO TO 2200-EXIT
006050     END-IF.
006060     IF WS-CAL-LOADED
006070         IF CA-PERIOD-CLOSED
006080             MOVE "DP" TO WS-REJECT-REASON
006090             SET WS-INVALID-RECORD TO TRUE
006100         END-IF
006110     END-IF.
006111     IF WS-INVALID-RECORD
006112         GO TO 2200-EXIT
006113     END-IF.
006114*    ONLY THE FORM OF A REVERSAL'S REVERSED RECORD ID CAN BE
006115*    CHECKED HERE; THE MATCH AGAINST THE ADDOUT MASTER IS
006116*    TXNADD01'S.
006117     IF WS-OP-REVERSE
006118         IF TI-REVERSES-ID NOT NUMERIC
006119             OR TI-REVERSES-ID = ZERO
006120             OR TI-REVERSES-ID = TI-RECORD-ID
006121             MOVE "VN" TO WS-REJECT-REASON
006122             SET WS-INVALID-RECORD TO TRUE
006123         END-IF
006124     END-IF.
006125 2200-EXIT.
006130     EXIT.
006140*-----------------------------------------------------------*
006150* 2160-LOAD-EXTRAS - COPIES ONE EXTRA ADDEND INTO WORKING    *
006440 2210-EXIT.
006450     EXIT.
006460*-----------------------------------------------------------*
006470* 2250-FIND-CAL-DATE - READS THE DETAIL'S EFFECTIVE DATE     *
006480*   FROM THE CALFILE CALENDAR BY KEY.                        *
006490*-----------------------------------------------------------*
006500 2250-FIND-CAL-DATE.
006510     MOVE TI-EFF-DATE TO CA-DATE.
006520     READ CALFILE
006530         INVALID KEY
006540             CONTINUE
006550     END-READ.
006560 2250-EXIT.
006570     EXIT.
006580*-----------------------------------------------------------*
006590* 2270-FIND-ACCOUNT - READS THE DETAIL'S GL ACCOUNT FROM THE *
006600*   ACCTMST ACCOUNT MASTER BY KEY.                           *
006610*-----------------------------------------------------------*
006620 2270-FIND-ACCOUNT.
006630     MOVE TI-GL-ACCOUNT TO AM-ACCOUNT.
006640     READ ACCTMST
006650         INVALID KEY
006660             CONTINUE
006670     END-READ.
006680 2270-EXIT.
006690     EXIT.
006900*-----------------------------------------------------------*
006910* 2300-OPEN-BATCH - STARTS BATCH ACCOUNTING FROM A BATCH     *
006920*   HEADER RECORD; A PRIOR BATCH STILL OPEN AT THIS POINT    *
009790     END-IF.
009800     MOVE WS-VERDICT-LINE TO PR-RECORD.
009810     WRITE PR-RECORD.
009820     CLOSE TRANIN PRERPT CALFILE ACCTMST.
009830 9000-EXIT.
009840     EXIT.
009850*-----------------------------------------------------------*
009910     WRITE PR-RECORD.
009920 9110-EXIT.
009930     EXIT.
009940*-----------------------------------------------------------*
009950* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
009960*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
009970*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
009980*-----------------------------------------------------------*
009990 9900-LOG-RUN-END.
010000     MOVE "READ" TO WS-JH-COUNT-LABEL (1).
010010     MOVE WS-READ-COUNT TO WS-JH-COUNT-VALUE (1).
010020     MOVE "ACCEPTED" TO WS-JH-COUNT-LABEL (2).
010030     MOVE WS-ACCEPTED-COUNT TO WS-JH-COUNT-VALUE (2).
010040     MOVE "FAILED" TO WS-JH-COUNT-LABEL (3).
010050     MOVE WS-EDIT-FAIL-COUNT TO WS-JH-COUNT-VALUE (3).
010060     MOVE SPACES TO JH-RECORD.
010070     SET JH-RUN-END TO TRUE.
010080     MOVE "TXNPRE01" TO JH-PROGRAM-ID.
010090     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
010100     MOVE WS-JH-START-DATE TO JH-START-DATE.
010110     MOVE WS-JH-START-TIME TO JH-START-TIME.
010120     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
010130     ACCEPT JH-END-TIME FROM TIME.
010140     MOVE WS-JH-COUNTS TO JH-COUNTS.
010150     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
010160     OPEN EXTEND RUNHIST.
010170     WRITE JH-RECORD.
010180     CLOSE RUNHIST.
010190 9900-EXIT.
010200     EXIT.
