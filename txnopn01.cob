000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TXNOPN01.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. FINANCIAL SYSTEMS BATCH PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* DATE       INIT DESCRIPTION                                *
000200* ---------- ---- ------------------------------------------ *
000210* 10/15/2026 RH   ORIGINAL PROGRAM - REVERSAL OPEN-ITEMS     *
000220*                 REPORT.  LISTS EVERY ADDOUT ORIGINAL THAT  *
000230*                 HAS BEEN ONLY PARTLY REVERSED, WITH THE    *
000240*                 AMOUNT REVERSED SO FAR, THE BALANCE STILL  *
000250*                 OPEN, AND THE LAST REVERSING RUN, THEN     *
000260*                 EVERY 'R' REVERSAL SITTING ON SUSPOUT      *
000270*                 WHOSE ORIGINAL HAS ALREADY POSTED TO       *
000280*                 ADDOUT - A REVERSAL THE GL IS STILL        *
000290*                 WAITING ON.  ANY SUCH SUSPENDED REVERSAL   *
000300*                 SETS RC 4 SO IT IS WORKED BEFORE THE       *
000310*                 PERIOD CLOSES.                             *
000312* 10/15/2026 RH   TRACK THE ADDOUT LAYOUT CHANGE - THE       *
000314*                 MASTER NOW CLOSES WITH THE EFFECTIVE DATE; *
000316*                 WIDEN TO MATCH.                            *
000317* 10/15/2026 RH   APPEND A START RECORD AND AN END RECORD TO *
000318*                 THE RUNHIST RUN-HISTORY LOG ON EVERY RUN   *
000319*                 (PROGRAM ID, RUN ID, START AND END         *
000320*                 DATE/TIME, KEY COUNTS, FINAL RETURN CODE), *
000321*                 INCLUDING RUNS THAT END EARLY, FOR THE     *
000322*                 TXNOPS01 DAILY OPERATIONS REPORT.          *
000323*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPTIONAL ADDOUT ASSIGN TO ADDOUT
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS AO-RECORD-ID
000400         FILE STATUS IS WS-ADDOUT-STATUS.
000410     SELECT OPTIONAL SUSPOUT ASSIGN TO SUSPOUT
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT OPNRPT ASSIGN TO OPNRPT
000440         ORGANIZATION IS LINE SEQUENTIAL.
000443     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
000446         ORGANIZATION IS LINE SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  ADDOUT
000480     LABEL RECORDS ARE STANDARD.
000490 01  AO-RECORD.
000500     05  AO-RECORD-ID           PIC 9(06).
000510     05  AO-OPERATION-CODE      PIC X(01).
000520     05  AO-FIELD-A             PIC S9(05)V99
000530         SIGN IS LEADING SEPARATE CHARACTER.
000540     05  AO-FIELD-B             PIC S9(05)V99
000550         SIGN IS LEADING SEPARATE CHARACTER.
000560     05  AO-FIELD-C             PIC S9(10)V99
000570         SIGN IS LEADING SEPARATE CHARACTER.
000580     05  AO-EXTRA-COUNT         PIC 9(01).
000590     05  AO-EXTRA-ADDENDS       PIC S9(05)V99
000600         SIGN IS LEADING SEPARATE CHARACTER
000610         OCCURS 4 TIMES.
000620     05  AO-DEPT                PIC X(08).
000630     05  AO-GL-ACCOUNT          PIC 9(08).
000640     05  AO-REVERSES-ID         PIC 9(06).
000650     05  AO-REVERSAL-STATUS     PIC X(01).
000660         88  AO-NOT-REVERSED             VALUE ' '.
000670         88  AO-PART-REVERSED            VALUE 'P'.
000680         88  AO-FULLY-REVERSED           VALUE 'F'.
000690     05  AO-REVERSED-AMT        PIC S9(10)V99
000700         SIGN IS LEADING SEPARATE CHARACTER.
000710     05  AO-REVERSED-RUN-ID     PIC X(14).
000715     05  AO-EFF-DATE            PIC 9(08).
000720 FD  SUSPOUT
000730     LABEL RECORDS ARE STANDARD.
000740 01  SO-RECORD.
000750     05  SO-REASON-CODE         PIC X(02).
000760     05  SO-REASON-ADDEND       PIC 9(01).
000770     05  SO-TRAN-DATA.
000780         10  SO-RECORD-TYPE     PIC X(01).
000790         10  SO-RECORD-ID       PIC 9(06).
000800         10  SO-OPERATION-CODE  PIC X(01).
000810         10  SO-FIELD-A         PIC S9(05)V99
000820             SIGN IS LEADING SEPARATE CHARACTER.
000830         10  SO-FIELD-B         PIC S9(05)V99
000840             SIGN IS LEADING SEPARATE CHARACTER.
000850         10  SO-EXTRA-COUNT     PIC 9(01).
000860         10  SO-EXTRA-ADDENDS   PIC S9(05)V99
000870             SIGN IS LEADING SEPARATE CHARACTER
000880             OCCURS 4 TIMES.
000890         10  SO-EFF-DATE        PIC 9(08).
000900         10  SO-GL-ACCOUNT      PIC 9(08).
000910         10  SO-REVERSES-ID     PIC 9(06).
000920     05  SO-FIRST-REJ-DATE      PIC 9(08).
000930     05  SO-ATTEMPT-COUNT       PIC 9(02).
000940     05  SO-ORIG-RUN-ID         PIC X(14).
000950 FD  OPNRPT
000960     LABEL RECORDS ARE STANDARD.
000970 01  OP-RECORD                  PIC X(80).
000971 FD  RUNHIST
000972     LABEL RECORDS ARE STANDARD.
000973 01  JH-RECORD.
000974     05  JH-RECORD-TYPE         PIC X(01).
000975         88  JH-RUN-START                VALUE 'S'.
000976         88  JH-RUN-END                  VALUE 'E'.
000977     05  JH-PROGRAM-ID          PIC X(08).
000978     05  JH-RUN-ID              PIC X(14).
000979     05  JH-START-DATE          PIC 9(08).
000980     05  JH-START-TIME          PIC 9(08).
000981     05  JH-END-DATE            PIC 9(08).
000982     05  JH-END-TIME            PIC 9(08).
000983     05  JH-COUNTS.
000984         10  JH-COUNT           OCCURS 3 TIMES.
000985             15  JH-COUNT-LABEL PIC X(08).
000986             15  JH-COUNT-VALUE PIC 9(09).
000987     05  JH-RETURN-CODE         PIC 9(02).
000988 WORKING-STORAGE SECTION.
000990 01  WS-SWITCHES.
001000     05  WS-AO-EOF-SWITCH       PIC X(01) VALUE 'N'.
001010         88  WS-AO-EOF                   VALUE 'Y'.
001020     05  WS-SUS-EOF-SWITCH      PIC X(01) VALUE 'N'.
001030         88  WS-SUS-EOF                  VALUE 'Y'.
001040 77  WS-ADDOUT-STATUS           PIC X(02) VALUE "00".
001050     88  WS-ADDOUT-OK                VALUE "00".
001060 77  WS-MASTER-COUNT            PIC 9(08) COMP VALUE ZERO.
001070 77  WS-PARTIAL-COUNT           PIC 9(08) COMP VALUE ZERO.
001080 77  WS-SUSP-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
001090 77  WS-SUSP-REV-COUNT          PIC 9(08) COMP VALUE ZERO.
001100 77  WS-POSTED-COUNT            PIC 9(08) COMP VALUE ZERO.
001110 77  WS-EXTRA-SUB               PIC 9(01) COMP VALUE ZERO.
001120 77  WS-OPEN-AMOUNT             PIC S9(11)V99 VALUE ZERO.
001130 77  WS-TOTAL-OPEN              PIC S9(12)V99 VALUE ZERO.
001140 77  WS-ITEM-AMOUNT             PIC S9(08)V99 VALUE ZERO.
001150 77  WS-TOTAL-SUSPENDED         PIC S9(12)V99 VALUE ZERO.
001160 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
001161*    RUN-HISTORY START STAMP, RUN ID AND KEY COUNTS FOR RUNHIST.
001162 01  WS-JH-START-STAMP.
001163     05  WS-JH-START-DATE       PIC 9(08).
001164     05  WS-JH-START-TIME       PIC 9(08).
001165 01  WS-JH-RUN-ID.
001166     05  WS-JH-RUN-ID-DATE      PIC 9(08).
001167     05  WS-JH-RUN-ID-TIME      PIC 9(06).
001168 01  WS-JH-COUNTS.
001169     05  WS-JH-COUNT            OCCURS 3 TIMES.
001170         10  WS-JH-COUNT-LABEL  PIC X(08).
001171         10  WS-JH-COUNT-VALUE  PIC 9(09).
001172 77  WS-CURRENT-DATE            PIC 9(08).
001180 01  WS-REPORT-HEADING-1.
001190     05  FILLER                 PIC X(28)
001200         VALUE "REVERSAL OPEN-ITEMS REPORT  ".
001210     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
001220     05  WS-RH-RUN-DATE         PIC 9999/99/99.
001230 01  WS-SECTION-LINE            PIC X(80).
001240 01  WS-PARTIAL-HEADING.
001250     05  FILLER                 PIC X(07) VALUE "ORIG ID".
001260     05  FILLER                 PIC X(09) VALUE " ACCOUNT".
001270     05  FILLER                 PIC X(14) VALUE "      FIELD-C".
001280     05  FILLER                 PIC X(14) VALUE "     REVERSED".
001290     05  FILLER                 PIC X(14) VALUE "         OPEN".
001300     05  FILLER                 PIC X(14) VALUE " LAST REV RUN".
001310 01  WS-PARTIAL-LINE.
001320     05  WS-PL-RECORD-ID        PIC 9(06).
001330     05  FILLER                 PIC X(01) VALUE SPACES.
001340     05  WS-PL-ACCOUNT          PIC 9(08).
001350     05  FILLER                 PIC X(01) VALUE SPACES.
001360     05  WS-PL-FIELD-C          PIC ZZZZZZZZ9.99-.
001370     05  FILLER                 PIC X(01) VALUE SPACES.
001380     05  WS-PL-REVERSED         PIC ZZZZZZZZ9.99-.
001390     05  FILLER                 PIC X(01) VALUE SPACES.
001400     05  WS-PL-OPEN             PIC ZZZZZZZZ9.99-.
001410     05  FILLER                 PIC X(01) VALUE SPACES.
001420     05  WS-PL-RUN-ID           PIC X(14).
001430 01  WS-SUSPENDED-HEADING.
001440     05  FILLER                 PIC X(07) VALUE "REV ID".
001450     05  FILLER                 PIC X(04) VALUE "RSN".
001460     05  FILLER                 PIC X(11) VALUE "FIRST REJ".
001470     05  FILLER                 PIC X(04) VALUE "ATT".
001480     05  FILLER                 PIC X(14) VALUE "   REV AMOUNT".
001490     05  FILLER                 PIC X(08) VALUE " ORIG ID".
001500     05  FILLER                 PIC X(14) VALUE " ORIG FIELD-C".
001510     05  FILLER                 PIC X(04) VALUE " ST".
001520 01  WS-SUSPENDED-LINE.
001530     05  WS-SL-RECORD-ID        PIC 9(06).
001540     05  FILLER                 PIC X(01) VALUE SPACES.
001550     05  WS-SL-REASON           PIC X(02).
001560     05  FILLER                 PIC X(01) VALUE SPACES.
001570     05  WS-SL-FIRST-DATE       PIC 9999/99/99.
001580     05  FILLER                 PIC X(01) VALUE SPACES.
001590     05  WS-SL-ATTEMPTS         PIC Z9.
001600     05  FILLER                 PIC X(01) VALUE SPACES.
001610     05  WS-SL-AMOUNT           PIC ZZZZZZZZ9.99-.
001620     05  FILLER                 PIC X(02) VALUE SPACES.
001630     05  WS-SL-ORIG-ID          PIC 9(06).
001640     05  FILLER                 PIC X(01) VALUE SPACES.
001650     05  WS-SL-ORIG-FIELD-C     PIC ZZZZZZZZ9.99-.
001660     05  FILLER                 PIC X(02) VALUE SPACES.
001670     05  WS-SL-ORIG-STATUS      PIC X(01).
001680 01  WS-COUNT-LINE.
001690     05  WS-CL-LABEL            PIC X(22).
001700     05  WS-CL-VALUE            PIC ZZZ,ZZZ,ZZ9.
001710 01  WS-AMOUNT-LINE.
001720     05  WS-AM-LABEL            PIC X(28).
001730     05  WS-AM-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001740 PROCEDURE DIVISION.
001750*-----------------------------------------------------------*
001760* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.      *
001770*-----------------------------------------------------------*
001780 0000-MAINLINE.
001785     PERFORM 0050-LOG-RUN-START THRU 0050-EXIT.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001800     PERFORM 2000-LIST-PARTIAL-REVERSALS THRU 2000-EXIT.
001810     PERFORM 3000-LIST-SUSPENDED-REVERSALS THRU 3000-EXIT.
001820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001830     MOVE WS-RETURN-CODE TO RETURN-CODE.
001835     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT.
001840     STOP RUN.
001850 0000-EXIT.
001860     EXIT.
001861*-----------------------------------------------------------*
001862* 0050-LOG-RUN-START - STAMPS THE START OF THE RUN AND       *
001863*   APPENDS ITS START RECORD TO THE RUNHIST RUN-HISTORY LOG. *
001864*-----------------------------------------------------------*
001865 0050-LOG-RUN-START.
001866     ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD.
001867     ACCEPT WS-JH-START-TIME FROM TIME.
001868     MOVE WS-JH-START-DATE TO WS-JH-RUN-ID-DATE.
001869     MOVE WS-JH-START-TIME (1:6) TO WS-JH-RUN-ID-TIME.
001870     INITIALIZE WS-JH-COUNTS.
001871     MOVE SPACES TO JH-RECORD.
001872     SET JH-RUN-START TO TRUE.
001873     MOVE "TXNOPN01" TO JH-PROGRAM-ID.
001874     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
001875     MOVE WS-JH-START-DATE TO JH-START-DATE.
001876     MOVE WS-JH-START-TIME TO JH-START-TIME.
001877     MOVE ZERO TO JH-END-DATE.
001878     MOVE ZERO TO JH-END-TIME.
001879     MOVE WS-JH-COUNTS TO JH-COUNTS.
001880     MOVE ZERO TO JH-RETURN-CODE.
001881     OPEN EXTEND RUNHIST.
001882     WRITE JH-RECORD.
001883     CLOSE RUNHIST.
001884 0050-EXIT.
001885     EXIT.
001886*-----------------------------------------------------------*
001887* 1000-INITIALIZE - OPENS FILES AND PRINTS THE REPORT        *
001890*   HEADING.                                                 *
001900*-----------------------------------------------------------*
001910 1000-INITIALIZE.
001920     OPEN INPUT ADDOUT.
001930     OPEN INPUT SUSPOUT.
001940     OPEN OUTPUT OPNRPT.
001950     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001960     MOVE WS-CURRENT-DATE TO WS-RH-RUN-DATE.
001970     MOVE WS-REPORT-HEADING-1 TO OP-RECORD.
001980     WRITE OP-RECORD.
001990 1000-EXIT.
002000     EXIT.
002010*-----------------------------------------------------------*
002020* 2000-LIST-PARTIAL-REVERSALS - PASSES ADDOUT IN KEY ORDER   *
002030*   AND PRINTS EVERY ORIGINAL THAT STILL HAS AN OPEN         *
002040*   BALANCE AFTER ONE OR MORE PARTIAL REVERSALS.             *
002050*-----------------------------------------------------------*
002060 2000-LIST-PARTIAL-REVERSALS.
002070     MOVE "ORIGINALS PARTLY REVERSED (ADDOUT)" TO WS-SECTION-LINE.
002080     MOVE WS-SECTION-LINE TO OP-RECORD.
002090     WRITE OP-RECORD.
002100     MOVE WS-PARTIAL-HEADING TO OP-RECORD.
002110     WRITE OP-RECORD.
002120     PERFORM 2100-READ-ONE-MASTER THRU 2100-EXIT
002130         UNTIL WS-AO-EOF.
002140     IF WS-PARTIAL-COUNT = ZERO
002150         MOVE "  (NONE)" TO WS-SECTION-LINE
002160         MOVE WS-SECTION-LINE TO OP-RECORD
002170         WRITE OP-RECORD
002180     END-IF.
002190 2000-EXIT.
002200     EXIT.
002210*-----------------------------------------------------------*
002220* 2100-READ-ONE-MASTER - READS THE NEXT ADDOUT MASTER AND    *
002230*   PRINTS IT WHEN IT IS PARTLY REVERSED.                    *
002240*-----------------------------------------------------------*
002250 2100-READ-ONE-MASTER.
002260     READ ADDOUT NEXT RECORD
002270         AT END
002280             SET WS-AO-EOF TO TRUE
002290             GO TO 2100-EXIT
002300     END-READ.
002310     ADD 1 TO WS-MASTER-COUNT.
002320     IF NOT AO-PART-REVERSED
002330         GO TO 2100-EXIT
002340     END-IF.
002350     IF AO-FIELD-C NOT NUMERIC OR AO-REVERSED-AMT NOT NUMERIC
002360         GO TO 2100-EXIT
002370     END-IF.
002380     ADD 1 TO WS-PARTIAL-COUNT.
002390     COMPUTE WS-OPEN-AMOUNT = AO-FIELD-C - AO-REVERSED-AMT.
002400     ADD WS-OPEN-AMOUNT TO WS-TOTAL-OPEN.
002410     MOVE AO-RECORD-ID TO WS-PL-RECORD-ID.
002420     MOVE ZERO TO WS-PL-ACCOUNT.
002430     IF AO-GL-ACCOUNT NUMERIC
002440         MOVE AO-GL-ACCOUNT TO WS-PL-ACCOUNT
002450     END-IF.
002460     MOVE AO-FIELD-C TO WS-PL-FIELD-C.
002470     MOVE AO-REVERSED-AMT TO WS-PL-REVERSED.
002480     MOVE WS-OPEN-AMOUNT TO WS-PL-OPEN.
002490     MOVE AO-REVERSED-RUN-ID TO WS-PL-RUN-ID.
002500     MOVE WS-PARTIAL-LINE TO OP-RECORD.
002510     WRITE OP-RECORD.
002520 2100-EXIT.
002530     EXIT.
002540*-----------------------------------------------------------*
002550* 3000-LIST-SUSPENDED-REVERSALS - PASSES SUSPOUT AND PRINTS  *
002560*   EVERY 'R' REVERSAL WHOSE ORIGINAL HAS ALREADY POSTED TO  *
002570*   ADDOUT; ANY SUCH ITEM SETS RC 4.                         *
002580*-----------------------------------------------------------*
002590 3000-LIST-SUSPENDED-REVERSALS.
002600     MOVE "REVERSALS IN SUSPENSE WITH ORIGINAL POSTED (SUSPOUT)"
002610         TO WS-SECTION-LINE.
002620     MOVE WS-SECTION-LINE TO OP-RECORD.
002630     WRITE OP-RECORD.
002640     MOVE WS-SUSPENDED-HEADING TO OP-RECORD.
002650     WRITE OP-RECORD.
002660     PERFORM 3100-READ-ONE-SUSPENSE THRU 3100-EXIT
002670         UNTIL WS-SUS-EOF.
002680     IF WS-POSTED-COUNT = ZERO
002690         MOVE "  (NONE)" TO WS-SECTION-LINE
002700         MOVE WS-SECTION-LINE TO OP-RECORD
002710         WRITE OP-RECORD
002720     ELSE
002730         IF WS-RETURN-CODE < 4
002740             MOVE 4 TO WS-RETURN-CODE
002750         END-IF
002760     END-IF.
002770 3000-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------*
002800* 3100-READ-ONE-SUSPENSE - READS ONE SUSPOUT CARRY-FORWARD;  *
002810*   A REVERSAL NAMING A VALID RECORD ID IS LOOKED UP ON      *
002820*   ADDOUT BY KEY AND PRINTED WHEN ITS ORIGINAL IS A POSTED  *
002830*   'A' MASTER.                                              *
002840*-----------------------------------------------------------*
002850 3100-READ-ONE-SUSPENSE.
002860     READ SUSPOUT
002870         AT END
002880             SET WS-SUS-EOF TO TRUE
002890             GO TO 3100-EXIT
002900     END-READ.
002910     ADD 1 TO WS-SUSP-READ-COUNT.
002920     IF SO-OPERATION-CODE NOT = 'R'
002930         GO TO 3100-EXIT
002940     END-IF.
002950     ADD 1 TO WS-SUSP-REV-COUNT.
002960     IF SO-REVERSES-ID NOT NUMERIC
002970         GO TO 3100-EXIT
002980     END-IF.
002990     IF SO-REVERSES-ID = ZERO
003000         GO TO 3100-EXIT
003010     END-IF.
003020     MOVE SO-REVERSES-ID TO AO-RECORD-ID.
003030     READ ADDOUT
003040         INVALID KEY
003050             GO TO 3100-EXIT
003060     END-READ.
003070     IF AO-OPERATION-CODE NOT = 'A'
003080         GO TO 3100-EXIT
003090     END-IF.
003100     ADD 1 TO WS-POSTED-COUNT.
003110     PERFORM 3200-COMPUTE-ITEM-AMOUNT THRU 3200-EXIT.
003120     ADD WS-ITEM-AMOUNT TO WS-TOTAL-SUSPENDED.
003130     MOVE ZERO TO WS-SL-RECORD-ID.
003140     IF SO-RECORD-ID NUMERIC
003150         MOVE SO-RECORD-ID TO WS-SL-RECORD-ID
003160     END-IF.
003170     MOVE SO-REASON-CODE TO WS-SL-REASON.
003180     MOVE ZERO TO WS-SL-FIRST-DATE.
003190     IF SO-FIRST-REJ-DATE NUMERIC
003200         MOVE SO-FIRST-REJ-DATE TO WS-SL-FIRST-DATE
003210     END-IF.
003220     MOVE ZERO TO WS-SL-ATTEMPTS.
003230     IF SO-ATTEMPT-COUNT NUMERIC
003240         MOVE SO-ATTEMPT-COUNT TO WS-SL-ATTEMPTS
003250     END-IF.
003260     MOVE WS-ITEM-AMOUNT TO WS-SL-AMOUNT.
003270     MOVE SO-REVERSES-ID TO WS-SL-ORIG-ID.
003280     MOVE ZERO TO WS-SL-ORIG-FIELD-C.
003290     IF AO-FIELD-C NUMERIC
003300         MOVE AO-FIELD-C TO WS-SL-ORIG-FIELD-C
003310     END-IF.
003320     MOVE AO-REVERSAL-STATUS TO WS-SL-ORIG-STATUS.
003330     MOVE WS-SUSPENDED-LINE TO OP-RECORD.
003340     WRITE OP-RECORD.
003350 3100-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------*
003380* 3200-COMPUTE-ITEM-AMOUNT - TOTALS THE NUMERIC AMOUNT       *
003390*   FIELDS ON THE SUSPENDED REVERSAL - THE AMOUNT IT WILL    *
003400*   BACK OUT OF THE ORIGINAL WHEN IT POSTS.                  *
003410*-----------------------------------------------------------*
003420 3200-COMPUTE-ITEM-AMOUNT.
003430     MOVE ZERO TO WS-ITEM-AMOUNT.
003440     IF SO-FIELD-A NUMERIC
003450         ADD SO-FIELD-A TO WS-ITEM-AMOUNT
003460     END-IF.
003470     IF SO-FIELD-B NUMERIC
003480         ADD SO-FIELD-B TO WS-ITEM-AMOUNT
003490     END-IF.
003500     PERFORM 3210-ADD-ONE-EXTRA THRU 3210-EXIT
003510         VARYING WS-EXTRA-SUB FROM 1 BY 1
003520         UNTIL WS-EXTRA-SUB > 4.
003530 3200-EXIT.
003540     EXIT.
003550*-----------------------------------------------------------*
003560* 3210-ADD-ONE-EXTRA - ADDS ONE NUMERIC EXTRA ADDEND INTO    *
003570*   THE ITEM AMOUNT.                                         *
003580*-----------------------------------------------------------*
003590 3210-ADD-ONE-EXTRA.
003600     IF SO-EXTRA-ADDENDS (WS-EXTRA-SUB) NUMERIC
003610         ADD SO-EXTRA-ADDENDS (WS-EXTRA-SUB) TO WS-ITEM-AMOUNT
003620     END-IF.
003630 3210-EXIT.
003640     EXIT.
003650*-----------------------------------------------------------*
003660* 9000-TERMINATE - PRINTS THE RUN COUNTS AND DOLLAR TOTALS   *
003670*   AND CLOSES FILES.                                        *
003680*-----------------------------------------------------------*
003690 9000-TERMINATE.
003700     MOVE "ADDOUT MASTERS READ:" TO WS-CL-LABEL.
003710     MOVE WS-MASTER-COUNT TO WS-CL-VALUE.
003720     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
003730     MOVE "PARTLY REVERSED:" TO WS-CL-LABEL.
003740     MOVE WS-PARTIAL-COUNT TO WS-CL-VALUE.
003750     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
003760     MOVE "SUSPENSE ITEMS READ:" TO WS-CL-LABEL.
003770     MOVE WS-SUSP-READ-COUNT TO WS-CL-VALUE.
003780     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
003790     MOVE "REVERSALS SUSPENDED:" TO WS-CL-LABEL.
003800     MOVE WS-SUSP-REV-COUNT TO WS-CL-VALUE.
003810     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
003820     MOVE "ORIGINAL POSTED:" TO WS-CL-LABEL.
003830     MOVE WS-POSTED-COUNT TO WS-CL-VALUE.
003840     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
003850     MOVE "OPEN BALANCE ON ORIGINALS:" TO WS-AM-LABEL.
003860     MOVE WS-TOTAL-OPEN TO WS-AM-VALUE.
003870     MOVE WS-AMOUNT-LINE TO OP-RECORD.
003880     WRITE OP-RECORD.
003890     MOVE "REVERSAL DOLLARS SUSPENDED:" TO WS-AM-LABEL.
003900     MOVE WS-TOTAL-SUSPENDED TO WS-AM-VALUE.
003910     MOVE WS-AMOUNT-LINE TO OP-RECORD.
003920     WRITE OP-RECORD.
003930     CLOSE ADDOUT SUSPOUT OPNRPT.
003940 9000-EXIT.
003950     EXIT.
003960*-----------------------------------------------------------*
003970* 9110-WRITE-COUNT-LINE - PRINTS ONE LABELED COUNT LINE ON   *
003980*   THE OPEN-ITEMS REPORT.                                   *
003990*-----------------------------------------------------------*
004000 9110-WRITE-COUNT-LINE.
004010     MOVE WS-COUNT-LINE TO OP-RECORD.
004020     WRITE OP-RECORD.
004030 9110-EXIT.
004040     EXIT.
004050*-----------------------------------------------------------*
004060* 9900-LOG-RUN-END - APPENDS THE RUN'S END RECORD TO RUNHIST *
004070*   WITH THE END TIME, THE RUN'S KEY COUNTS AND THE FINAL    *
004080*   RETURN CODE.  PERFORMED AHEAD OF EVERY STOP RUN.         *
004090*-----------------------------------------------------------*
004100 9900-LOG-RUN-END.
004110     MOVE "MASTERS" TO WS-JH-COUNT-LABEL (1).
004120     MOVE WS-MASTER-COUNT TO WS-JH-COUNT-VALUE (1).
004130     MOVE "PARTIAL" TO WS-JH-COUNT-LABEL (2).
004140     MOVE WS-PARTIAL-COUNT TO WS-JH-COUNT-VALUE (2).
004150     MOVE "SUSPREV" TO WS-JH-COUNT-LABEL (3).
004160     MOVE WS-SUSP-REV-COUNT TO WS-JH-COUNT-VALUE (3).
004170     MOVE SPACES TO JH-RECORD.
004180     SET JH-RUN-END TO TRUE.
004190     MOVE "TXNOPN01" TO JH-PROGRAM-ID.
004200     MOVE WS-JH-RUN-ID TO JH-RUN-ID.
004210     MOVE WS-JH-START-DATE TO JH-START-DATE.
004220     MOVE WS-JH-START-TIME TO JH-START-TIME.
004230     ACCEPT JH-END-DATE FROM DATE YYYYMMDD.
004240     ACCEPT JH-END-TIME FROM TIME.
004250     MOVE WS-JH-COUNTS TO JH-COUNTS.
004260     MOVE WS-RETURN-CODE TO JH-RETURN-CODE.
004270     OPEN EXTEND RUNHIST.
004280     WRITE JH-RECORD.
004290     CLOSE RUNHIST.
004300 9900-EXIT.
004310     EXIT.
