000010*****************************************************************
000020* PROGRAM-ID:  CUSTUCR
000030* SYSTEM:      CUSTOMER MASTER MAINTENANCE
000040*
000050* PURPOSE:     DAILY AGED UNAPPLIED CASH REPORT. RUNS AFTER THE
000060*              LOCKBOX TRANSLATION (CUSTLBX) AND READS THE
000070*              UNAPPLIED CASH FILE (CUSTUNAP, CUSTUNA.CPY) IN
000080*              BANK-REFERENCE ORDER. EVERY ITEM STILL OPEN HAS ITS
000090*              DAYS HELD REFRESHED FROM THE BANK'S PAYMENT DATE,
000100*              IS REWRITTEN, AND PRINTS IN ONE OF FOUR AGE BUCKETS
000110*              (0-5, 6-15, 16-30, OVER 30 DAYS) WITH BUCKET AND
000120*              GRAND TOTALS.
000130*
000140*              THE RECONCILIATION SECTION TIES THE ITEMS RECEIVED
000150*              ON THE LOCKBOX RUN DATE TO THE CUSTUNAC CONTROL
000160*              RECORD CUSTLBX CUT FROM THE BANK'S TRAILER - THE
000170*              COUNT AND AMOUNT THE BANK SENT THAT WERE NOT
000180*              RELEASED TO THE UPDATE. ANY DIFFERENCE (A PAYMENT
000190*              WITH A NONNUMERIC AMOUNT, AN UNAPPLIED CASH WRITE
000200*              FAILURE, A SHORT TRANSMISSION) IS PRINTED AS A
000210*              VARIANCE. ITEMS APPLIED ONLINE (CCSH) ON THE RUN
000220*              DATE ARE COUNTED SEPARATELY.
000230*
000240* MODIFICATION HISTORY
000250*   09/10/2026  RDM  ORIGINAL PROGRAM.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    CUSTUCR.
000290 AUTHOR.        R. D. MASON.
000300 INSTALLATION.  CUSTOMER SYSTEMS DEPT.
000310 DATE-WRITTEN.  09/10/2026.
000320 DATE-COMPILED.
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CUSTUNAP  ASSIGN TO CUSTUNAP
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE IS SEQUENTIAL
000420            RECORD KEY IS UNA-KEY
000430            FILE STATUS IS WS-UNA-FILE-STATUS.
000440
000450     SELECT CUSTUNAC  ASSIGN TO CUSTUNAC
000460            ORGANIZATION IS SEQUENTIAL
000470            FILE STATUS IS WS-CTL-FILE-STATUS.
000480
000490     SELECT CUSTUCRR  ASSIGN TO CUSTUCRR
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS IS WS-RPT-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CUSTUNAP
000560     LABEL RECORDS ARE STANDARD.
000570     COPY CUSTUNA.
000580
000590 FD  CUSTUNAC
000600     LABEL RECORDS ARE STANDARD.
000610     COPY CUSTCTL.
000620
000630 FD  CUSTUCRR
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 132 CHARACTERS.
000660 01  UCRR-LINE                     PIC X(132).
000670
000680 WORKING-STORAGE SECTION.
000690 COPY CUSTWS.
000700
000710 COPY CUSTDTP.
000720
000730 01  WS-FILE-STATUS-AREAS.
000740     05  WS-UNA-FILE-STATUS        PIC X(02) VALUE SPACES.
000750     05  WS-CTL-FILE-STATUS        PIC X(02) VALUE SPACES.
000760     05  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
000770
000780 01  WS-ABORT-SW                   PIC X     VALUE 'N'.
000790     88  WS-ABORT-REQUESTED            VALUE 'Y'.
000800
000810 01  WS-CONTROL-AREAS.
000820     05  WS-CONTROL-SEEN-SW        PIC X     VALUE 'N'.
000830         88  WS-CONTROL-SEEN             VALUE 'Y'.
000840     05  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
000850     05  WS-CONTROL-COUNT          PIC 9(07) VALUE ZERO.
000860     05  WS-CONTROL-AMOUNT         PIC S9(9)V99 COMP-3
000870                                   VALUE ZERO.
000880
000890 01  WS-BUCKET-SUBSCRIPTS.
000900     05  BKT-0-5                   PIC 9 VALUE 1.
000910     05  BKT-6-15                  PIC 9 VALUE 2.
000920     05  BKT-16-30                 PIC 9 VALUE 3.
000930     05  BKT-OVER-30               PIC 9 VALUE 4.
000940
000950 01  WS-REPORT-COUNTERS.
000960     05  WS-BUCKET-TABLE.
000970         10  WS-BUCKET-ENTRY OCCURS 4 TIMES.
000980             15  WS-BUCKET-LABEL       PIC X(12).
000990             15  WS-BUCKET-COUNT       PIC 9(07) COMP.
001000             15  WS-BUCKET-TOTAL       PIC S9(9)V99 COMP-3.
001010     05  WS-OPEN-COUNT             PIC 9(07) COMP VALUE ZERO.
001020     05  WS-OPEN-TOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.
001030     05  WS-RECEIVED-COUNT         PIC 9(07) COMP VALUE ZERO.
001040     05  WS-RECEIVED-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
001050     05  WS-APPLIED-COUNT          PIC 9(07) COMP VALUE ZERO.
001060     05  WS-APPLIED-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
001070     05  WS-REWRITE-ERRORS         PIC 9(07) COMP VALUE ZERO.
001080     05  WS-VARIANCE-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
001090
001100 01  WS-AGE-CALC-AREAS.
001110     05  WS-DAYS-HELD              PIC S9(07) COMP.
001120     05  WS-BUCKET-IDX             PIC 9 COMP.
001130
001140 01  WS-REPORT-LINES.
001150     05  WS-RPT-TITLE-LINE.
001160         10  FILLER                PIC X(40) VALUE SPACES.
001170         10  FILLER                PIC X(30)
001180                  VALUE 'AGED UNAPPLIED CASH REPORT'.
001190         10  FILLER                PIC X(09) VALUE 'RUN DATE '.
001200         10  RPT-TITLE-DATE        PIC 9(08).
001210     05  WS-RPT-HEADING-LINE.
001220         10  FILLER                PIC X(12) VALUE 'BANK REF'.
001230         10  FILLER                PIC X(10) VALUE 'RECEIVED'.
001240         10  FILLER                PIC X(10) VALUE 'PAID'.
001250         10  FILLER                PIC X(12) VALUE 'ACCOUNT'.
001260         10  FILLER                PIC X(14) VALUE 'AMOUNT'.
001270         10  FILLER                PIC X(07) VALUE 'DAYS'.
001280         10  FILLER                PIC X(14) VALUE 'AGE BUCKET'.
001290         10  FILLER                PIC X(40) VALUE 'REASON'.
001300     05  WS-RPT-DETAIL-LINE.
001310         10  RPT-D-BANK-REF        PIC X(10).
001320         10  FILLER                PIC X(02) VALUE SPACES.
001330         10  RPT-D-RECEIVED        PIC 9(08).
001340         10  FILLER                PIC X(02) VALUE SPACES.
001350         10  RPT-D-PAID            PIC 9(08).
001360         10  FILLER                PIC X(02) VALUE SPACES.
001370         10  RPT-D-ACCOUNT         PIC X(10).
001380         10  FILLER                PIC X(02) VALUE SPACES.
001390         10  RPT-D-AMOUNT          PIC Z,ZZZ,ZZ9.99.
001400         10  FILLER                PIC X(02) VALUE SPACES.
001410         10  RPT-D-DAYS            PIC ZZZZ9.
001420         10  FILLER                PIC X(02) VALUE SPACES.
001430         10  RPT-D-BUCKET          PIC X(12).
001440         10  FILLER                PIC X(02) VALUE SPACES.
001450         10  RPT-D-REASON          PIC X(40).
001460     05  WS-RPT-BUCKET-TOTAL-LINE.
001470         10  FILLER                PIC X(10) VALUE SPACES.
001480         10  RPT-BT-LABEL          PIC X(12).
001490         10  FILLER                PIC X(08) VALUE 'TOTAL - '.
001500         10  RPT-BT-COUNT          PIC ZZZ,ZZ9.
001510         10  FILLER                PIC X(03) VALUE SPACES.
001520         10  RPT-BT-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
001530     05  WS-RPT-COUNT-LINE.
001540         10  FILLER                PIC X(10) VALUE SPACES.
001550         10  RPT-C-LABEL           PIC X(32).
001560         10  RPT-C-COUNT           PIC ZZZ,ZZ9.
001570     05  WS-RPT-AMOUNT-LINE.
001580         10  FILLER                PIC X(10) VALUE SPACES.
001590         10  RPT-A-LABEL           PIC X(32).
001600         10  RPT-A-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
001610     05  WS-RPT-RESULT-LINE.
001620         10  FILLER                PIC X(10) VALUE SPACES.
001630         10  RPT-R-MESSAGE         PIC X(60).
001640
001650 PROCEDURE DIVISION.
001660*----------------------------------------------------------------*
001670* 0000-MAINLINE                                                  *
001680*----------------------------------------------------------------*
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001710     IF NOT WS-ABORT-REQUESTED
001720         PERFORM 2000-PROCESS-ITEM     THRU 2000-EXIT
001730                 UNTIL END-OF-FILE(EOF-MASTER)
001740         PERFORM 8000-PRINT-TOTALS     THRU 8000-EXIT
001750         PERFORM 8500-PRINT-RECONCILIATION THRU 8500-EXIT
001760         PERFORM 9000-TERMINATE        THRU 9000-EXIT
001770     END-IF.
001780     STOP RUN.
001790
001800*----------------------------------------------------------------*
001810* 1000-INITIALIZE - SET UP THE BUCKETS, PICK UP THE LOCKBOX      *
001820*                   CONTROL RECORD, OPEN THE UNAPPLIED CASH FILE *
001830*                   AND PRIME THE READ                           *
001840*----------------------------------------------------------------*
001850 1000-INITIALIZE.
001860     MOVE 'N' TO WS-EOF-SW(EOF-MASTER).
001870     MOVE '0-5 DAYS'     TO WS-BUCKET-LABEL(BKT-0-5).
001880     MOVE '6-15 DAYS'    TO WS-BUCKET-LABEL(BKT-6-15).
001890     MOVE '16-30 DAYS'   TO WS-BUCKET-LABEL(BKT-16-30).
001900     MOVE 'OVER 30 DAYS' TO WS-BUCKET-LABEL(BKT-OVER-30).
001910     PERFORM 1050-CLEAR-ONE-BUCKET THRU 1050-EXIT
001920         VARYING WS-BUCKET-IDX FROM 1 BY 1
001930         UNTIL WS-BUCKET-IDX > 4.
001940     ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD.
001950     PERFORM 1200-READ-CONTROL     THRU 1200-EXIT.
001960     OPEN I-O CUSTUNAP.
001970     IF WS-UNA-FILE-STATUS NOT = '00'
001980         DISPLAY 'CUSTUCR - CANNOT OPEN CUSTUNAP - STATUS '
001990                 WS-UNA-FILE-STATUS
002000         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
002010         MOVE 'Y' TO WS-ABORT-SW
002020         GO TO 1000-EXIT
002030     END-IF.
002040     OPEN OUTPUT CUSTUCRR.
002050     PERFORM 1150-PRINT-HEADINGS   THRU 1150-EXIT.
002060     PERFORM 1100-READ-UNAPPLIED   THRU 1100-EXIT.
002070 1000-EXIT.
002080     EXIT.
002090
002100*----------------------------------------------------------------*
002110* 1050-CLEAR-ONE-BUCKET - ZERO ONE AGE BUCKET                    *
002120*----------------------------------------------------------------*
002130 1050-CLEAR-ONE-BUCKET.
002140     MOVE ZERO TO WS-BUCKET-COUNT(WS-BUCKET-IDX).
002150     MOVE ZERO TO WS-BUCKET-TOTAL(WS-BUCKET-IDX).
002160 1050-EXIT.
002170     EXIT.
002180
002190*----------------------------------------------------------------*
002200* 1100-READ-UNAPPLIED - READ THE NEXT UNAPPLIED CASH ITEM        *
002210*----------------------------------------------------------------*
002220 1100-READ-UNAPPLIED.
002230     READ CUSTUNAP
002240         AT END
002250             MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
002260     END-READ.
002270 1100-EXIT.
002280     EXIT.
002290
002300*----------------------------------------------------------------*
002310* 1150-PRINT-HEADINGS - WRITE THE REPORT TITLE AND COLUMN LINE   *
002320*----------------------------------------------------------------*
002330 1150-PRINT-HEADINGS.
002340     MOVE WS-RUN-DATE TO RPT-TITLE-DATE.
002350     WRITE UCRR-LINE FROM WS-RPT-TITLE-LINE
002360         AFTER ADVANCING PAGE.
002370     MOVE SPACES TO UCRR-LINE.
002380     WRITE UCRR-LINE AFTER ADVANCING 1 LINE.
002390     WRITE UCRR-LINE FROM WS-RPT-HEADING-LINE
002400         AFTER ADVANCING 1 LINE.
002410 1150-EXIT.
002420     EXIT.
002430
002440*----------------------------------------------------------------*
002450* 1200-READ-CONTROL - PICK UP THE CUSTUNAC RECORD CUSTLBX CUT.   *
002460*                     ITS DATE IS THE RUN DATE FOR "RECEIVED"    *
002470*                     AND "APPLIED" SO THE TIE HOLDS EVEN WHEN   *
002480*                     THIS STEP RUNS PAST MIDNIGHT. WITH NO      *
002490*                     CONTROL RECORD TODAY'S DATE IS USED AND    *
002500*                     THE TIE IS REPORTED AS NOT POSSIBLE        *
002510*----------------------------------------------------------------*
002520 1200-READ-CONTROL.
002530     MOVE WS-CURRENT-DATE-X TO WS-RUN-DATE.
002540     OPEN INPUT CUSTUNAC.
002550     IF WS-CTL-FILE-STATUS NOT = '00'
002560         DISPLAY 'CUSTUCR - CANNOT OPEN CUSTUNAC - STATUS '
002570                 WS-CTL-FILE-STATUS
002580         GO TO 1200-EXIT
002590     END-IF.
002600     READ CUSTUNAC
002610         AT END
002620             DISPLAY 'CUSTUCR - CUSTUNAC IS EMPTY'
002630         NOT AT END
002640             SET WS-CONTROL-SEEN TO TRUE
002650             MOVE CTL-DATE TO WS-RUN-DATE
002660             MOVE CTL-EXPECTED-TRAN-COUNT    TO WS-CONTROL-COUNT
002670             MOVE CTL-EXPECTED-BALANCE-TOTAL TO WS-CONTROL-AMOUNT
002680     END-READ.
002690     CLOSE CUSTUNAC.
002700 1200-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------------*
002740* 2000-PROCESS-ITEM - COUNT AN ITEM RECEIVED OR APPLIED ON THE   *
002750*                     RUN DATE, THEN AGE AND PRINT IT IF STILL   *
002760*                     OPEN                                       *
002770*----------------------------------------------------------------*
002780 2000-PROCESS-ITEM.
002790     IF UNA-RECEIVED-DATE = WS-RUN-DATE
002800         ADD 1 TO WS-RECEIVED-COUNT
002810         ADD UNA-PAYMENT-AMOUNT TO WS-RECEIVED-TOTAL
002820     END-IF.
002830     IF UNA-APPLIED
002840         IF UNA-APPLIED-DATE = WS-RUN-DATE
002850             ADD 1 TO WS-APPLIED-COUNT
002860             ADD UNA-PAYMENT-AMOUNT TO WS-APPLIED-TOTAL
002870         END-IF
002880         GO TO 2000-READ-NEXT
002890     END-IF.
002900     PERFORM 2100-REFRESH-DAYS-HELD THRU 2100-EXIT.
002910     PERFORM 2200-DETERMINE-BUCKET  THRU 2200-EXIT.
002920     ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IDX).
002930     ADD UNA-PAYMENT-AMOUNT TO WS-BUCKET-TOTAL(WS-BUCKET-IDX).
002940     ADD 1 TO WS-OPEN-COUNT.
002950     ADD UNA-PAYMENT-AMOUNT TO WS-OPEN-TOTAL.
002960     PERFORM 2300-PRINT-DETAIL      THRU 2300-EXIT.
002970 2000-READ-NEXT.
002980     PERFORM 1100-READ-UNAPPLIED    THRU 1100-EXIT.
002990 2000-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------------*
003030* 2100-REFRESH-DAYS-HELD - DAYS FROM THE BANK'S PAYMENT DATE TO  *
003040*                          THE RUN DATE, FALLING BACK TO THE     *
003050*                          RECEIVED DATE IF THE PAYMENT DATE IS  *
003060*                          NOT A REAL DATE. THE ITEM IS          *
003070*                          REWRITTEN WITH THE NEW FIGURE         *
003080*----------------------------------------------------------------*
003090 2100-REFRESH-DAYS-HELD.
003100     SET DTP-FUNC-DIFFERENCE TO TRUE.
003110     MOVE WS-RUN-DATE        TO DTP-DATE-1.
003120     MOVE UNA-PAYMENT-DATE   TO DTP-DATE-2.
003130     CALL 'CUSTDAYS' USING CUSTDTP-PARMS.
003140     IF NOT DTP-RC-OK
003150         SET DTP-FUNC-DIFFERENCE TO TRUE
003160         MOVE WS-RUN-DATE        TO DTP-DATE-1
003170         MOVE UNA-RECEIVED-DATE  TO DTP-DATE-2
003180         CALL 'CUSTDAYS' USING CUSTDTP-PARMS
003190     END-IF.
003200     MOVE ZERO TO WS-DAYS-HELD.
003210     IF DTP-RC-OK AND DTP-DIFFERENCE > ZERO
003220         MOVE DTP-DIFFERENCE TO WS-DAYS-HELD
003230     END-IF.
003240     MOVE WS-DAYS-HELD TO UNA-DAYS-HELD.
003250     REWRITE UNAREC.
003260     IF WS-UNA-FILE-STATUS NOT = '00'
003270         DISPLAY 'CUSTUCR - CUSTUNAP REWRITE ERROR - STATUS '
003280                 WS-UNA-FILE-STATUS ' - BANK REF '
003290                 UNA-BANK-REFERENCE
003300         ADD 1 TO WS-REWRITE-ERRORS
003310     END-IF.
003320 2100-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------------*
003360* 2200-DETERMINE-BUCKET - CLASSIFY DAYS HELD INTO AN AGE BUCKET  *
003370*----------------------------------------------------------------*
003380 2200-DETERMINE-BUCKET.
003390     EVALUATE TRUE
003400         WHEN WS-DAYS-HELD <= 5
003410             MOVE BKT-0-5      TO WS-BUCKET-IDX
003420         WHEN WS-DAYS-HELD <= 15
003430             MOVE BKT-6-15     TO WS-BUCKET-IDX
003440         WHEN WS-DAYS-HELD <= 30
003450             MOVE BKT-16-30    TO WS-BUCKET-IDX
003460         WHEN OTHER
003470             MOVE BKT-OVER-30  TO WS-BUCKET-IDX
003480     END-EVALUATE.
003490 2200-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------------*
003530* 2300-PRINT-DETAIL - WRITE ONE OPEN ITEM                        *
003540*----------------------------------------------------------------*
003550 2300-PRINT-DETAIL.
003560     MOVE UNA-BANK-REFERENCE  TO RPT-D-BANK-REF.
003570     MOVE UNA-RECEIVED-DATE   TO RPT-D-RECEIVED.
003580     MOVE UNA-PAYMENT-DATE    TO RPT-D-PAID.
003590     MOVE UNA-ACCOUNT-FIELD   TO RPT-D-ACCOUNT.
003600     MOVE UNA-PAYMENT-AMOUNT  TO RPT-D-AMOUNT.
003610     MOVE WS-DAYS-HELD        TO RPT-D-DAYS.
003620     MOVE WS-BUCKET-LABEL(WS-BUCKET-IDX) TO RPT-D-BUCKET.
003630     MOVE UNA-REASON          TO RPT-D-REASON.
003640     WRITE UCRR-LINE FROM WS-RPT-DETAIL-LINE
003650         AFTER ADVANCING 1 LINE.
003660 2300-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------*
003700* 8000-PRINT-TOTALS - BUCKET SUBTOTALS AND THE OPEN TOTAL        *
003710*----------------------------------------------------------------*
003720 8000-PRINT-TOTALS.
003730     MOVE SPACES TO UCRR-LINE.
003740     WRITE UCRR-LINE AFTER ADVANCING 1 LINE.
003750     PERFORM 8100-PRINT-ONE-BUCKET THRU 8100-EXIT
003760         VARYING WS-BUCKET-IDX FROM 1 BY 1
003770         UNTIL WS-BUCKET-IDX > 4.
003780     MOVE 'OPEN UNAPPLIED ITEMS          - ' TO RPT-C-LABEL.
003790     MOVE WS-OPEN-COUNT                      TO RPT-C-COUNT.
003800     WRITE UCRR-LINE FROM WS-RPT-COUNT-LINE
003810         AFTER ADVANCING 2 LINES.
003820     MOVE 'OPEN UNAPPLIED CASH           - ' TO RPT-A-LABEL.
003830     MOVE WS-OPEN-TOTAL                      TO RPT-A-AMOUNT.
003840     WRITE UCRR-LINE FROM WS-RPT-AMOUNT-LINE
003850         AFTER ADVANCING 1 LINE.
003860 8000-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------------*
003900* 8100-PRINT-ONE-BUCKET - ONE AGE-BUCKET SUBTOTAL LINE           *
003910*----------------------------------------------------------------*
003920 8100-PRINT-ONE-BUCKET.
003930     MOVE WS-BUCKET-LABEL(WS-BUCKET-IDX) TO RPT-BT-LABEL.
003940     MOVE WS-BUCKET-COUNT(WS-BUCKET-IDX) TO RPT-BT-COUNT.
003950     MOVE WS-BUCKET-TOTAL(WS-BUCKET-IDX) TO RPT-BT-AMOUNT.
003960     WRITE UCRR-LINE FROM WS-RPT-BUCKET-TOTAL-LINE
003970         AFTER ADVANCING 1 LINE.
003980 8100-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------*
004020* 8500-PRINT-RECONCILIATION - TIE THE ITEMS RECEIVED ON THE RUN  *
004030*                             DATE TO WHAT THE BANK SENT THAT    *
004040*                             CUSTLBX DID NOT RELEASE            *
004050*----------------------------------------------------------------*
004060 8500-PRINT-RECONCILIATION.
004070     MOVE 'RECEIVED ON RUN DATE          - ' TO RPT-C-LABEL.
004080     MOVE WS-RECEIVED-COUNT                  TO RPT-C-COUNT.
004090     WRITE UCRR-LINE FROM WS-RPT-COUNT-LINE
004100         AFTER ADVANCING 2 LINES.
004110     MOVE 'RECEIVED AMOUNT               - ' TO RPT-A-LABEL.
004120     MOVE WS-RECEIVED-TOTAL                  TO RPT-A-AMOUNT.
004130     WRITE UCRR-LINE FROM WS-RPT-AMOUNT-LINE
004140         AFTER ADVANCING 1 LINE.
004150     MOVE 'LOCKBOX NOT RELEASED COUNT    - ' TO RPT-C-LABEL.
004160     MOVE WS-CONTROL-COUNT                   TO RPT-C-COUNT.
004170     WRITE UCRR-LINE FROM WS-RPT-COUNT-LINE
004180         AFTER ADVANCING 1 LINE.
004190     MOVE 'LOCKBOX NOT RELEASED AMOUNT   - ' TO RPT-A-LABEL.
004200     MOVE WS-CONTROL-AMOUNT                  TO RPT-A-AMOUNT.
004210     WRITE UCRR-LINE FROM WS-RPT-AMOUNT-LINE
004220         AFTER ADVANCING 1 LINE.
004230     COMPUTE WS-VARIANCE-AMOUNT =
004240             WS-CONTROL-AMOUNT - WS-RECEIVED-TOTAL.
004250     MOVE 'VARIANCE                      - ' TO RPT-A-LABEL.
004260     MOVE WS-VARIANCE-AMOUNT                 TO RPT-A-AMOUNT.
004270     WRITE UCRR-LINE FROM WS-RPT-AMOUNT-LINE
004280         AFTER ADVANCING 1 LINE.
004290     MOVE 'APPLIED ONLINE ON RUN DATE    - ' TO RPT-C-LABEL.
004300     MOVE WS-APPLIED-COUNT                   TO RPT-C-COUNT.
004310     WRITE UCRR-LINE FROM WS-RPT-COUNT-LINE
004320         AFTER ADVANCING 1 LINE.
004330     MOVE 'APPLIED AMOUNT                - ' TO RPT-A-LABEL.
004340     MOVE WS-APPLIED-TOTAL                   TO RPT-A-AMOUNT.
004350     WRITE UCRR-LINE FROM WS-RPT-AMOUNT-LINE
004360         AFTER ADVANCING 1 LINE.
004370     EVALUATE TRUE
004380         WHEN NOT WS-CONTROL-SEEN
004390             MOVE 'NO LOCKBOX CONTROL RECORD - CANNOT TIE'
004400                  TO RPT-R-MESSAGE
004410         WHEN WS-VARIANCE-AMOUNT NOT = ZERO
004420                 OR WS-RECEIVED-COUNT NOT = WS-CONTROL-COUNT
004430             MOVE 'OUT OF BALANCE WITH LOCKBOX - SEE CUSTLBX'
004440                  TO RPT-R-MESSAGE
004450         WHEN OTHER
004460             MOVE 'UNAPPLIED CASH TIES TO LOCKBOX REJECTS'
004470                  TO RPT-R-MESSAGE
004480     END-EVALUATE.
004490     WRITE UCRR-LINE FROM WS-RPT-RESULT-LINE
004500         AFTER ADVANCING 2 LINES.
004510 8500-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------------*
004550* 9000-TERMINATE - CLOSE FILES AND SHOW THE RUN COUNTS           *
004560*----------------------------------------------------------------*
004570 9000-TERMINATE.
004580     CLOSE CUSTUNAP.
004590     CLOSE CUSTUCRR.
004600     DISPLAY 'CUSTUCR - OPEN ITEMS        - ' WS-OPEN-COUNT.
004610     DISPLAY 'CUSTUCR - OPEN AMOUNT       - ' WS-OPEN-TOTAL.
004620     DISPLAY 'CUSTUCR - RECEIVED ITEMS    - ' WS-RECEIVED-COUNT.
004630     DISPLAY 'CUSTUCR - APPLIED ITEMS     - ' WS-APPLIED-COUNT.
004640     DISPLAY 'CUSTUCR - REWRITE ERRORS    - ' WS-REWRITE-ERRORS.
004650     IF WS-CONTROL-SEEN
004660             AND WS-VARIANCE-AMOUNT NOT = ZERO
004670         DISPLAY 'CUSTUCR - UNAPPLIED CASH OUT OF BALANCE WITH '
004680                 'LOCKBOX'
004690     END-IF.
004700 9000-EXIT.
004710     EXIT.
