000010*****************************************************************
000020* PROGRAM-ID:  CUSTBPR
000030* SYSTEM:      CUSTOMER MASTER MAINTENANCE
000040*
000050* PURPOSE:     BROKEN-PROMISE REPORT. READS THE PAYMENT
000060*              ARRANGEMENT FILE (CUSTPLAN, CUSTPLN.CPY) AND, FOR
000070*              EVERY ACTIVE PLAN, WORKS OUT HOW MANY INSTALLMENTS
000080*              HAVE FALLEN DUE SINCE THE START DATE ON THE PLAN'S
000090*              WEEKLY, EVERY-TWO-WEEKS OR MONTHLY SCHEDULE, AND
000100*              COMPARES WHAT SHOULD HAVE BEEN PAID BY NOW WITH THE
000110*              LOCKBOX ('LB' SOURCE) PAYMENTS POSTED TO THE
000120*              CUSTOMER TRANSACTION HISTORY FILE (CUSTHIST) SINCE
000130*              THE PLAN WAS SET UP. A PAYMENT LATER RETURNED BY
000140*              THE BANK DOES NOT COUNT.
000150*
000160*              AN INSTALLMENT IS NOT MISSED UNTIL THE GRACE DAYS
000170*              AFTER ITS DUE DATE HAVE PASSED. A PLAN THAT IS
000180*              SHORT IS BROKEN - IT IS LAPSED ON THE FILE SO
000190*              THE ACCOUNT GOES BACK INTO DUNNING, FINANCE CHARGES
000200*              AND WRITE-OFF SELECTION FROM THE NEXT RUN. A PLAN
000210*              WHOSE AGREED TOTAL HAS BEEN PAID, OR WHOSE ACCOUNT
000220*              NO LONGER OWES ANYTHING, IS COMPLETED. A PLAN ON A
000230*              CLOSED OR MISSING ACCOUNT IS LAPSED. EVERY ACTIVE
000240*              PLAN HAS ITS DUE AND PAID FIGURES REFRESHED FOR THE
000250*              CARG SCREEN AND PRINTS ON THE REPORT.
000260*
000270*              RUNS DAILY AFTER THE NIGHTLY UPDATE (CUSTUPD) HAS
000280*              POSTED THE DAY'S PAYMENTS, AND MUST RUN BEFORE THE
000290*              DUNNING, FINANCE CHARGE AND WRITE-OFF STEPS SO THEY
000300*              SEE TODAY'S LAPSES.
000310*
000320*              THE PARAMETER CARD (CUSTBPRP) CARRIES THE GRACE
000330*              DAYS IN COLUMNS 1-3. A MISSING OR BLANK CARD MEANS
000340*              THE STANDARD 5 DAYS.
000350*
000360* MODIFICATION HISTORY
000370*   09/28/2026  RDM  ORIGINAL PROGRAM.
000372*   10/15/2026  RDM  THE BROKEN-PROMISE REPORT OPEN IS NOW CHECKED
000374*                    LIKE THE OTHERS.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.    CUSTBPR.
000410 AUTHOR.        R. D. MASON.
000420 INSTALLATION.  CUSTOMER SYSTEMS DEPT.
000430 DATE-WRITTEN.  09/28/2026.
000440 DATE-COMPILED.
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CUSTPLAN  ASSIGN TO CUSTPLAN
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS SEQUENTIAL
000540            RECORD KEY IS PLN-CUST-NUMBER
000550            FILE STATUS IS WS-PLN-FILE-STATUS.
000560
000570     SELECT CUSTMAST  ASSIGN TO CUSTMAST
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE IS RANDOM
000600            RECORD KEY IS CUST-NUMBER
000610            FILE STATUS IS CUST-FILE-STATUS.
000620
000630     SELECT CUSTHIST  ASSIGN TO CUSTHIST
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE IS DYNAMIC
000660            RECORD KEY IS HIS-KEY
000670            FILE STATUS IS WS-HIS-FILE-STATUS.
000680
000690     SELECT CUSTBPRR  ASSIGN TO CUSTBPRR
000700            ORGANIZATION IS SEQUENTIAL
000710            FILE STATUS IS WS-RPT-FILE-STATUS.
000720
000730     SELECT CUSTBPRP  ASSIGN TO CUSTBPRP
000740            ORGANIZATION IS SEQUENTIAL
000750            FILE STATUS IS WS-PRM-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CUSTPLAN
000800     LABEL RECORDS ARE STANDARD.
000810     COPY CUSTPLN.
000820
000830 FD  CUSTMAST
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CUSTREC.
000860
000870 FD  CUSTHIST
000880     LABEL RECORDS ARE STANDARD.
000890     COPY CUSTHIS.
000900
000910 FD  CUSTBPRR
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 132 CHARACTERS.
000940 01  BPRR-LINE                     PIC X(132).
000950
000960 FD  CUSTBPRP
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  BPRP-CARD.
001000     05  BPRP-GRACE-DAYS           PIC X(03).
001010     05  FILLER                    PIC X(77).
001020
001030 WORKING-STORAGE SECTION.
001040 COPY CUSTWS.
001050
001060 COPY CUSTDTP.
001070
001080 01  WS-FILE-STATUS-AREAS.
001090     05  WS-PLN-FILE-STATUS        PIC X(02) VALUE SPACES.
001100     05  WS-HIS-FILE-STATUS        PIC X(02) VALUE SPACES.
001110     05  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001120     05  WS-PRM-FILE-STATUS        PIC X(02) VALUE SPACES.
001130
001140 01  WS-ABORT-SW                   PIC X     VALUE 'N'.
001150     88  WS-ABORT-REQUESTED            VALUE 'Y'.
001160
001170 01  WS-PLAN-SWITCHES.
001180     05  WS-CUST-FOUND-SW          PIC X     VALUE 'N'.
001190         88  WS-CUSTOMER-FOUND           VALUE 'Y'.
001200     05  WS-HIST-EOF-SW            PIC X     VALUE 'N'.
001210         88  WS-END-OF-CUST-HIST         VALUE 'Y'.
001220     05  WS-DUE-DATE-SW            PIC X     VALUE 'N'.
001230         88  WS-DUE-DATE-VALID           VALUE 'Y'.
001240     05  WS-RESULT-SW              PIC X     VALUE SPACE.
001250         88  WS-PLAN-CURRENT             VALUE 'C'.
001260         88  WS-PLAN-BROKEN              VALUE 'B'.
001270         88  WS-PLAN-PAID                VALUE 'P'.
001280         88  WS-PLAN-ACCOUNT-GONE        VALUE 'G'.
001290
001300 01  WS-RUN-AREAS.
001310     05  WS-RUN-ID                 PIC X(08) VALUE SPACES.
001320     05  WS-GRACE-DAYS             PIC 9(03) VALUE 5.
001330
001340 01  WS-SCHEDULE-AREAS.
001350     05  WS-START-DATE.
001360         10  WS-START-YEAR         PIC 9(4).
001370         10  WS-START-MONTH        PIC 9(2).
001380         10  WS-START-DAY          PIC 9(2).
001390     05  WS-START-DATE-X REDEFINES WS-START-DATE
001400                                   PIC 9(8).
001410     05  WS-DUE-DATE.
001420         10  WS-DUE-YEAR           PIC 9(4).
001430         10  WS-DUE-MONTH          PIC 9(2).
001440         10  WS-DUE-DAY            PIC 9(2).
001450     05  WS-DUE-DATE-X REDEFINES WS-DUE-DATE
001460                                   PIC 9(8).
001470     05  WS-INTERVAL-DAYS          PIC S9(03) COMP.
001480     05  WS-ELAPSED-DAYS           PIC S9(07) COMP.
001490     05  WS-MONTHS-ELAPSED         PIC S9(05) COMP.
001500     05  WS-MONTH-NUMBER           PIC S9(07) COMP.
001510     05  WS-MONTH-REMAINDER        PIC S9(03) COMP.
001520     05  WS-INSTALLMENTS-DUE       PIC S9(07) COMP.
001530     05  WS-SCHEDULED-AMOUNT       PIC S9(11)V99 COMP-3.
001540     05  WS-PAID-AMOUNT            PIC S9(9)V99 COMP-3.
001550     05  WS-SHORTFALL              PIC S9(9)V99 COMP-3.
001560
001570 01  WS-REPORT-COUNTERS.
001580     05  WS-PLAN-COUNT             PIC 9(07) COMP VALUE ZERO.
001590     05  WS-INACTIVE-COUNT         PIC 9(07) COMP VALUE ZERO.
001600     05  WS-EXAMINED-COUNT         PIC 9(07) COMP VALUE ZERO.
001610     05  WS-CURRENT-COUNT          PIC 9(07) COMP VALUE ZERO.
001620     05  WS-BROKEN-COUNT           PIC 9(07) COMP VALUE ZERO.
001630     05  WS-GONE-COUNT             PIC 9(07) COMP VALUE ZERO.
001640     05  WS-PAID-COUNT             PIC 9(07) COMP VALUE ZERO.
001650     05  WS-REWRITE-ERRORS         PIC 9(07) COMP VALUE ZERO.
001660     05  WS-SCHEDULED-TOTAL        PIC S9(11)V99 COMP-3
001670                                   VALUE ZERO.
001680     05  WS-PAID-TOTAL             PIC S9(11)V99 COMP-3
001690                                   VALUE ZERO.
001700     05  WS-SHORTFALL-TOTAL        PIC S9(11)V99 COMP-3
001710                                   VALUE ZERO.
001720
001730 01  WS-REPORT-LINES.
001740     05  WS-RPT-TITLE-LINE.
001750         10  FILLER                PIC X(40) VALUE SPACES.
001760         10  FILLER                PIC X(30)
001770                  VALUE 'BROKEN-PROMISE REPORT'.
001780         10  FILLER                PIC X(09) VALUE 'RUN DATE '.
001790         10  RPT-TITLE-DATE        PIC 9(08).
001800         10  FILLER                PIC X(04) VALUE SPACES.
001810         10  FILLER                PIC X(07) VALUE 'GRACE '.
001820         10  RPT-TITLE-GRACE       PIC ZZ9.
001830         10  FILLER                PIC X(05) VALUE ' DAYS'.
001840     05  WS-RPT-HEADING-LINE.
001850         10  FILLER                PIC X(09) VALUE 'CUSTOMER'.
001860         10  FILLER                PIC X(22) VALUE 'NAME'.
001870         10  FILLER                PIC X(10) VALUE 'SCHEDULE'.
001880         10  FILLER                PIC X(10) VALUE 'START'.
001890         10  FILLER                PIC X(12) VALUE 'INSTALLMENT'.
001900         10  FILLER                PIC X(05) VALUE 'DUE'.
001910         10  FILLER                PIC X(14) VALUE 'SCHEDULED'.
001920         10  FILLER                PIC X(14) VALUE 'PAID'.
001930         10  FILLER                PIC X(14) VALUE 'SHORTFALL'.
001940         10  FILLER                PIC X(20) VALUE 'RESULT'.
001950     05  WS-RPT-DETAIL-LINE.
001960         10  RPT-D-CUST-NUMBER     PIC 9(07).
001970         10  FILLER                PIC X(02) VALUE SPACES.
001980         10  RPT-D-NAME            PIC X(20).
001990         10  FILLER                PIC X(02) VALUE SPACES.
002000         10  RPT-D-SCHEDULE        PIC X(08).
002010         10  FILLER                PIC X(02) VALUE SPACES.
002020         10  RPT-D-START           PIC 9(08).
002030         10  FILLER                PIC X(02) VALUE SPACES.
002040         10  RPT-D-INSTALLMENT     PIC ZZZ,ZZ9.99.
002050         10  FILLER                PIC X(02) VALUE SPACES.
002060         10  RPT-D-DUE-COUNT       PIC ZZ9.
002070         10  FILLER                PIC X(02) VALUE SPACES.
002080         10  RPT-D-SCHEDULED       PIC Z,ZZZ,ZZ9.99.
002090         10  FILLER                PIC X(02) VALUE SPACES.
002100         10  RPT-D-PAID            PIC Z,ZZZ,ZZ9.99.
002110         10  FILLER                PIC X(02) VALUE SPACES.
002120         10  RPT-D-SHORTFALL       PIC Z,ZZZ,ZZ9.99.
002130         10  FILLER                PIC X(02) VALUE SPACES.
002140         10  RPT-D-RESULT          PIC X(20).
002150     05  WS-RPT-COUNT-LINE.
002160         10  FILLER                PIC X(10) VALUE SPACES.
002170         10  RPT-C-LABEL           PIC X(32).
002180         10  RPT-C-COUNT           PIC ZZZ,ZZ9.
002190     05  WS-RPT-AMOUNT-LINE.
002200         10  FILLER                PIC X(10) VALUE SPACES.
002210         10  RPT-A-LABEL           PIC X(32).
002220         10  RPT-A-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002230
002240 PROCEDURE DIVISION.
002250*----------------------------------------------------------------*
002260* 0000-MAINLINE                                                  *
002270*----------------------------------------------------------------*
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002300     IF NOT WS-ABORT-REQUESTED
002310         PERFORM 2000-PROCESS-PLAN     THRU 2000-EXIT
002320                 UNTIL END-OF-FILE(EOF-MASTER)
002330         PERFORM 8000-PRINT-TOTALS     THRU 8000-EXIT
002340         PERFORM 9000-TERMINATE        THRU 9000-EXIT
002350     END-IF.
002360     STOP RUN.
002370
002380*----------------------------------------------------------------*
002390* 1000-INITIALIZE - PICK UP THE GRACE DAYS, OPEN THE FILES AND   *
002400*                   PRIME THE READ. WITHOUT THE MASTER OR THE    *
002410*                   HISTORY NO PLAN CAN BE JUDGED, SO NOTHING IS *
002420*                   TOUCHED                                      *
002430*----------------------------------------------------------------*
002440 1000-INITIALIZE.
002450     MOVE 'N' TO WS-EOF-SW(EOF-MASTER).
002460     ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD.
002470     MOVE 'CBPR' TO WS-RUN-ID(1:4).
002480     MOVE WS-CURRENT-DATE-X(5:4) TO WS-RUN-ID(5:4).
002490     PERFORM 1200-READ-GRACE-DAYS  THRU 1200-EXIT.
002500     OPEN INPUT CUSTMAST.
002510     IF CUST-FILE-STATUS NOT = '00'
002520         DISPLAY 'CUSTBPR - CANNOT OPEN CUSTMAST - STATUS '
002530                 CUST-FILE-STATUS
002540         MOVE 'Y' TO WS-ABORT-SW
002550         GO TO 1000-EXIT
002560     END-IF.
002570     OPEN INPUT CUSTHIST.
002580     IF WS-HIS-FILE-STATUS NOT = '00'
002590         DISPLAY 'CUSTBPR - CANNOT OPEN CUSTHIST - STATUS '
002600                 WS-HIS-FILE-STATUS
002610         CLOSE CUSTMAST
002620         MOVE 'Y' TO WS-ABORT-SW
002630         GO TO 1000-EXIT
002640     END-IF.
002650     OPEN I-O CUSTPLAN.
002660     IF WS-PLN-FILE-STATUS NOT = '00'
002670         DISPLAY 'CUSTBPR - CANNOT OPEN CUSTPLAN - STATUS '
002680                 WS-PLN-FILE-STATUS ' - NO PLANS CHECKED'
002690         CLOSE CUSTMAST
002700         CLOSE CUSTHIST
002710         MOVE 'Y' TO WS-ABORT-SW
002720         GO TO 1000-EXIT
002730     END-IF.
002740     OPEN OUTPUT CUSTBPRR.
002741     IF WS-RPT-FILE-STATUS NOT = '00'
002742         DISPLAY 'CUSTBPR - CANNOT OPEN CUSTBPRR - STATUS '
002743                 WS-RPT-FILE-STATUS
002744         CLOSE CUSTPLAN
002745         CLOSE CUSTMAST
002746         CLOSE CUSTHIST
002747         MOVE 'Y' TO WS-ABORT-SW
002748         GO TO 1000-EXIT
002749     END-IF.
002750     PERFORM 1150-PRINT-HEADINGS   THRU 1150-EXIT.
002760     PERFORM 1100-READ-PLAN        THRU 1100-EXIT.
002770 1000-EXIT.
002780     EXIT.
002790
002800*----------------------------------------------------------------*
002810* 1100-READ-PLAN - READ THE NEXT PAYMENT ARRANGEMENT             *
002820*----------------------------------------------------------------*
002830 1100-READ-PLAN.
002840     READ CUSTPLAN
002850         AT END
002860             MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
002870     END-READ.
002880 1100-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------------*
002920* 1150-PRINT-HEADINGS - WRITE THE REPORT TITLE AND COLUMN LINE   *
002930*----------------------------------------------------------------*
002940 1150-PRINT-HEADINGS.
002950     MOVE WS-CURRENT-DATE-X TO RPT-TITLE-DATE.
002960     MOVE WS-GRACE-DAYS     TO RPT-TITLE-GRACE.
002970     WRITE BPRR-LINE FROM WS-RPT-TITLE-LINE
002980         AFTER ADVANCING PAGE.
002990     MOVE SPACES TO BPRR-LINE.
003000     WRITE BPRR-LINE AFTER ADVANCING 1 LINE.
003010     WRITE BPRR-LINE FROM WS-RPT-HEADING-LINE
003020         AFTER ADVANCING 1 LINE.
003030 1150-EXIT.
003040     EXIT.
003050
003060*----------------------------------------------------------------*
003070* 1200-READ-GRACE-DAYS - TAKE THE GRACE DAYS FROM THE PARAMETER  *
003080*                        CARD. A MISSING OR BLANK CARD MEANS THE *
003090*                        STANDARD 5 DAYS                         *
003100*----------------------------------------------------------------*
003110 1200-READ-GRACE-DAYS.
003120     OPEN INPUT CUSTBPRP.
003130     IF WS-PRM-FILE-STATUS NOT = '00'
003140         DISPLAY 'CUSTBPR - NO PARAMETER CARD - GRACE DAYS 5'
003150         GO TO 1200-EXIT
003160     END-IF.
003170     READ CUSTBPRP
003180         AT END
003190             CONTINUE
003200         NOT AT END
003210             IF BPRP-GRACE-DAYS IS NUMERIC
003220                 MOVE BPRP-GRACE-DAYS TO WS-GRACE-DAYS
003230             END-IF
003240     END-READ.
003250     CLOSE CUSTBPRP.
003260     DISPLAY 'CUSTBPR - GRACE DAYS - ' WS-GRACE-DAYS.
003270 1200-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------*
003310* 2000-PROCESS-PLAN - CHECK ONE ACTIVE PLAN AGAINST ITS PAYMENTS *
003320*                     AND RECORD THE RESULT ON THE PLAN. ENDED   *
003330*                     PLANS ARE KEPT FOR REFERENCE AND SKIPPED   *
003340*----------------------------------------------------------------*
003350 2000-PROCESS-PLAN.
003360     ADD 1 TO WS-PLAN-COUNT.
003370     IF NOT PLN-ACTIVE
003380         ADD 1 TO WS-INACTIVE-COUNT
003390         GO TO 2000-NEXT
003400     END-IF.
003410     ADD 1 TO WS-EXAMINED-COUNT.
003420     MOVE ZERO TO WS-INSTALLMENTS-DUE.
003430     MOVE ZERO TO WS-SCHEDULED-AMOUNT.
003440     MOVE ZERO TO WS-PAID-AMOUNT.
003450     MOVE ZERO TO WS-SHORTFALL.
003460     PERFORM 2100-READ-CUSTOMER    THRU 2100-EXIT.
003470     IF NOT WS-CUSTOMER-FOUND
003480             OR CUST-STATUS-CLOSED
003490         SET WS-PLAN-ACCOUNT-GONE TO TRUE
003500         GO TO 2000-UPDATE
003510     END-IF.
003520     PERFORM 2200-COUNT-INSTALLMENTS THRU 2200-EXIT.
003530     PERFORM 2300-SUM-PAYMENTS     THRU 2300-EXIT.
003540     PERFORM 2400-JUDGE-PLAN       THRU 2400-EXIT.
003550 2000-UPDATE.
003560     PERFORM 2500-UPDATE-PLAN      THRU 2500-EXIT.
003570     PERFORM 2600-PRINT-DETAIL     THRU 2600-EXIT.
003580 2000-NEXT.
003590     PERFORM 1100-READ-PLAN        THRU 1100-EXIT.
003600 2000-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------------*
003640* 2100-READ-CUSTOMER - THE PLAN'S CUSTOMER MASTER RECORD         *
003650*----------------------------------------------------------------*
003660 2100-READ-CUSTOMER.
003670     MOVE 'N' TO WS-CUST-FOUND-SW.
003680     MOVE PLN-CUST-NUMBER TO CUST-NUMBER.
003690     READ CUSTMAST
003700         INVALID KEY
003710             MOVE 'NOT ON FILE' TO CUST-NAME
003720         NOT INVALID KEY
003730             MOVE 'Y' TO WS-CUST-FOUND-SW
003740     END-READ.
003750 2100-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------*
003790* 2200-COUNT-INSTALLMENTS - HOW MANY INSTALLMENTS ARE PAST THEIR *
003800*                           DUE DATE PLUS THE GRACE DAYS, AND    *
003810*                           THE AMOUNT THEY COME TO - NEVER MORE *
003820*                           THAN THE AGREED TOTAL. WEEKLY AND    *
003830*                           TWO-WEEKLY INSTALLMENTS FALL EVERY 7 *
003840*                           OR 14 DAYS FROM THE START DATE       *
003850*----------------------------------------------------------------*
003860 2200-COUNT-INSTALLMENTS.
003870     IF PLN-MONTHLY
003880         PERFORM 2250-COUNT-MONTHLY THRU 2250-EXIT
003890         GO TO 2200-AMOUNT
003900     END-IF.
003910     IF PLN-WEEKLY
003920         MOVE 7  TO WS-INTERVAL-DAYS
003930     ELSE
003940         MOVE 14 TO WS-INTERVAL-DAYS
003950     END-IF.
003960     SET DTP-FUNC-DIFFERENCE TO TRUE.
003970     MOVE WS-CURRENT-DATE-X TO DTP-DATE-1.
003980     MOVE PLN-START-DATE    TO DTP-DATE-2.
003990     CALL 'CUSTDAYS' USING CUSTDTP-PARMS.
004000     IF NOT DTP-RC-OK
004010         DISPLAY 'CUSTBPR - INVALID START DATE - CUSTOMER '
004020                 PLN-CUST-NUMBER ' - ' PLN-START-DATE
004030         GO TO 2200-AMOUNT
004040     END-IF.
004050     COMPUTE WS-ELAPSED-DAYS = DTP-DIFFERENCE - WS-GRACE-DAYS.
004060     IF WS-ELAPSED-DAYS > ZERO
004070         COMPUTE WS-INSTALLMENTS-DUE =
004080                 ((WS-ELAPSED-DAYS - 1) / WS-INTERVAL-DAYS) + 1
004090     END-IF.
004100 2200-AMOUNT.
004110     COMPUTE WS-SCHEDULED-AMOUNT =
004120             WS-INSTALLMENTS-DUE * PLN-INSTALLMENT-AMOUNT.
004130     IF WS-SCHEDULED-AMOUNT > PLN-AGREED-TOTAL
004140         MOVE PLN-AGREED-TOTAL TO WS-SCHEDULED-AMOUNT
004150     END-IF.
004160 2200-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
004200* 2250-COUNT-MONTHLY - MONTHLY INSTALLMENTS FALL ON THE START    *
004210*                      DATE'S DAY OF EACH MONTH, OR THE MONTH'S  *
004220*                      LAST DAY IF IT IS SHORTER. FIND THE       *
004230*                      LATEST DUE DATE NOT AFTER TODAY; IT IS    *
004240*                      ONLY COUNTED ONCE ITS GRACE DAYS ARE UP   *
004250*----------------------------------------------------------------*
004260 2250-COUNT-MONTHLY.
004270     MOVE PLN-START-DATE TO WS-START-DATE-X.
004280     COMPUTE WS-MONTHS-ELAPSED =
004290             (WS-CURRENT-YEAR * 12 + WS-CURRENT-MONTH)
004300           - (WS-START-YEAR * 12 + WS-START-MONTH).
004310     IF WS-MONTHS-ELAPSED < ZERO
004320         GO TO 2250-EXIT
004330     END-IF.
004340     PERFORM 2260-SET-DUE-DATE     THRU 2260-EXIT.
004350     IF DTP-DIFFERENCE < ZERO
004360         SUBTRACT 1 FROM WS-MONTHS-ELAPSED
004370         IF WS-MONTHS-ELAPSED < ZERO
004380             GO TO 2250-EXIT
004390         END-IF
004400         PERFORM 2260-SET-DUE-DATE THRU 2260-EXIT
004410     END-IF.
004420     COMPUTE WS-INSTALLMENTS-DUE = WS-MONTHS-ELAPSED + 1.
004430     IF DTP-DIFFERENCE NOT > WS-GRACE-DAYS
004440         SUBTRACT 1 FROM WS-INSTALLMENTS-DUE
004450     END-IF.
004460 2250-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------*
004500* 2260-SET-DUE-DATE - THE DUE DATE WS-MONTHS-ELAPSED MONTHS      *
004510*                     AFTER THE START DATE, AND THE DAYS FROM    *
004520*                     IT TO TODAY IN DTP-DIFFERENCE              *
004530*----------------------------------------------------------------*
004540 2260-SET-DUE-DATE.
004550     COMPUTE WS-MONTH-NUMBER = WS-START-YEAR * 12
004560             + WS-START-MONTH - 1 + WS-MONTHS-ELAPSED.
004570     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-DUE-YEAR
004580             REMAINDER WS-MONTH-REMAINDER.
004590     COMPUTE WS-DUE-MONTH = WS-MONTH-REMAINDER + 1.
004600     MOVE WS-START-DAY TO WS-DUE-DAY.
004610     MOVE 'N' TO WS-DUE-DATE-SW.
004620     PERFORM 2270-CHECK-DUE-DAY    THRU 2270-EXIT
004630         UNTIL WS-DUE-DATE-VALID
004640         OR WS-DUE-DAY < 28.
004650     SET DTP-FUNC-DIFFERENCE TO TRUE.
004660     MOVE WS-CURRENT-DATE-X TO DTP-DATE-1.
004670     MOVE WS-DUE-DATE-X     TO DTP-DATE-2.
004680     CALL 'CUSTDAYS' USING CUSTDTP-PARMS.
004690 2260-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------*
004730* 2270-CHECK-DUE-DAY - BACK THE DAY OFF UNTIL THE DATE IS REAL   *
004740*                      (THE 31ST BECOMES THE 30TH, 29TH OR 28TH) *
004750*----------------------------------------------------------------*
004760 2270-CHECK-DUE-DAY.
004770     SET DTP-FUNC-VALIDATE TO TRUE.
004780     MOVE WS-DUE-DATE-X TO DTP-DATE-1.
004790     CALL 'CUSTDAYS' USING CUSTDTP-PARMS.
004800     IF DTP-RC-OK
004810         MOVE 'Y' TO WS-DUE-DATE-SW
004820     ELSE
004830         SUBTRACT 1 FROM WS-DUE-DAY
004840     END-IF.
004850 2270-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------*
004890* 2300-SUM-PAYMENTS - ADD UP THE LOCKBOX PAYMENTS POSTED SINCE   *
004900*                     THE PLAN WAS SET UP                        *
004910*----------------------------------------------------------------*
004920 2300-SUM-PAYMENTS.
004930     MOVE 'N' TO WS-HIST-EOF-SW.
004940     MOVE PLN-CUST-NUMBER TO HIS-CUST-NUMBER.
004950     MOVE PLN-SETUP-DATE  TO HIS-TRAN-DATE.
004960     MOVE ZERO TO HIS-TRAN-SEQ.
004970     START CUSTHIST KEY IS NOT LESS THAN HIS-KEY
004980         INVALID KEY
004990             MOVE 'Y' TO WS-HIST-EOF-SW
005000     END-START.
005010     IF WS-END-OF-CUST-HIST
005020         GO TO 2300-EXIT
005030     END-IF.
005040     PERFORM 2350-READ-ONE-HISTORY THRU 2350-EXIT.
005050     PERFORM 2360-TALLY-PAYMENT    THRU 2360-EXIT
005060         UNTIL WS-END-OF-CUST-HIST.
005070 2300-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------*
005110* 2350-READ-ONE-HISTORY - NEXT HISTORY RECORD, STOPPING AT END   *
005120*                         OF FILE OR THE NEXT CUSTOMER'S ITEMS   *
005130*----------------------------------------------------------------*
005140 2350-READ-ONE-HISTORY.
005150     READ CUSTHIST NEXT
005160         AT END
005170             MOVE 'Y' TO WS-HIST-EOF-SW
005180         NOT AT END
005190             IF HIS-CUST-NUMBER NOT = PLN-CUST-NUMBER
005200                 MOVE 'Y' TO WS-HIST-EOF-SW
005210             END-IF
005220     END-READ.
005230 2350-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------*
005270* 2360-TALLY-PAYMENT - A 'BC' CREDIT FROM THE LOCKBOX COUNTS     *
005280*                      TOWARD THE PLAN UNLESS THE BANK HAS SINCE *
005290*                      RETURNED IT                               *
005300*----------------------------------------------------------------*
005310 2360-TALLY-PAYMENT.
005320     IF HIS-TRAN-CODE = 'BC'
005330             AND HIS-SOURCE-CODE = 'LB'
005340             AND HIS-AMOUNT < ZERO
005350             AND NOT HIS-PAYMENT-REVERSED
005360         SUBTRACT HIS-AMOUNT FROM WS-PAID-AMOUNT
005370     END-IF.
005380     PERFORM 2350-READ-ONE-HISTORY THRU 2350-EXIT.
005390 2360-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------*
005430* 2400-JUDGE-PLAN - PAID IN FULL OR NOTHING LEFT OWING ENDS THE  *
005440*                   PLAN AS COMPLETED; OTHERWISE IT IS CURRENT   *
005450*                   IF THE PAYMENTS COVER WHAT HAS FALLEN DUE,   *
005460*                   AND BROKEN IF THEY DO NOT                    *
005470*----------------------------------------------------------------*
005480 2400-JUDGE-PLAN.
005490     IF WS-PAID-AMOUNT < WS-SCHEDULED-AMOUNT
005500         COMPUTE WS-SHORTFALL =
005510                 WS-SCHEDULED-AMOUNT - WS-PAID-AMOUNT
005520     END-IF.
005530     EVALUATE TRUE
005540         WHEN WS-PAID-AMOUNT NOT < PLN-AGREED-TOTAL
005550         WHEN CUST-BALANCE NOT > ZERO
005560             SET WS-PLAN-PAID    TO TRUE
005570         WHEN WS-SHORTFALL = ZERO
005580             SET WS-PLAN-CURRENT TO TRUE
005590         WHEN OTHER
005600             SET WS-PLAN-BROKEN  TO TRUE
005610     END-EVALUATE.
005620 2400-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------*
005660* 2500-UPDATE-PLAN - REFRESH THE DUE AND PAID FIGURES, END THE   *
005670*                    PLAN IF IT IS NO LONGER CURRENT, AND        *
005680*                    REWRITE IT                                  *
005690*----------------------------------------------------------------*
005700 2500-UPDATE-PLAN.
005710     IF WS-INSTALLMENTS-DUE > 999
005720         MOVE 999 TO PLN-INSTALLMENTS-DUE
005730     ELSE
005740         MOVE WS-INSTALLMENTS-DUE TO PLN-INSTALLMENTS-DUE
005750     END-IF.
005760     MOVE WS-SCHEDULED-AMOUNT TO PLN-DUE-TO-DATE.
005770     MOVE WS-PAID-AMOUNT      TO PLN-PAID-TO-DATE.
005780     MOVE WS-CURRENT-DATE-X   TO PLN-LAST-CHECKED-DATE.
005790     EVALUATE TRUE
005800         WHEN WS-PLAN-CURRENT
005810             ADD 1 TO WS-CURRENT-COUNT
005820         WHEN WS-PLAN-PAID
005830             ADD 1 TO WS-PAID-COUNT
005840             SET PLN-COMPLETED TO TRUE
005850             MOVE 'PAID AS AGREED' TO PLN-ENDED-REASON
005860             IF CUST-BALANCE NOT > ZERO
005870                     AND WS-PAID-AMOUNT < PLN-AGREED-TOTAL
005880                 MOVE 'BALANCE CLEARED' TO PLN-ENDED-REASON
005890             END-IF
005900         WHEN WS-PLAN-BROKEN
005910             ADD 1 TO WS-BROKEN-COUNT
005920             ADD WS-SHORTFALL TO WS-SHORTFALL-TOTAL
005930             SET PLN-LAPSED TO TRUE
005940             MOVE 'INSTALLMENT MISSED' TO PLN-ENDED-REASON
005950         WHEN WS-PLAN-ACCOUNT-GONE
005960             ADD 1 TO WS-GONE-COUNT
005970             SET PLN-LAPSED TO TRUE
005980             MOVE 'ACCOUNT CLOSED OR NOT ON FILE'
005990                  TO PLN-ENDED-REASON
006000     END-EVALUATE.
006010     IF NOT PLN-ACTIVE
006020         MOVE WS-CURRENT-DATE-X TO PLN-ENDED-DATE
006030         MOVE WS-RUN-ID         TO PLN-ENDED-BY
006040     END-IF.
006050     ADD WS-SCHEDULED-AMOUNT TO WS-SCHEDULED-TOTAL.
006060     ADD WS-PAID-AMOUNT      TO WS-PAID-TOTAL.
006070     REWRITE PLNREC.
006080     IF WS-PLN-FILE-STATUS NOT = '00'
006090         DISPLAY 'CUSTBPR - CUSTPLAN REWRITE ERROR - STATUS '
006100                 WS-PLN-FILE-STATUS ' - CUSTOMER '
006110                 PLN-CUST-NUMBER
006120         ADD 1 TO WS-REWRITE-ERRORS
006130     END-IF.
006140 2500-EXIT.
006150     EXIT.
006160
006170*----------------------------------------------------------------*
006180* 2600-PRINT-DETAIL - WRITE ONE PLAN AND ITS RESULT              *
006190*----------------------------------------------------------------*
006200 2600-PRINT-DETAIL.
006210     MOVE PLN-CUST-NUMBER        TO RPT-D-CUST-NUMBER.
006220     MOVE CUST-NAME              TO RPT-D-NAME.
006230     EVALUATE TRUE
006240         WHEN PLN-WEEKLY
006250             MOVE 'WEEKLY'   TO RPT-D-SCHEDULE
006260         WHEN PLN-BIWEEKLY
006270             MOVE '2 WEEKS'  TO RPT-D-SCHEDULE
006280         WHEN OTHER
006290             MOVE 'MONTHLY'  TO RPT-D-SCHEDULE
006300     END-EVALUATE.
006310     MOVE PLN-START-DATE         TO RPT-D-START.
006320     MOVE PLN-INSTALLMENT-AMOUNT TO RPT-D-INSTALLMENT.
006330     MOVE PLN-INSTALLMENTS-DUE   TO RPT-D-DUE-COUNT.
006340     MOVE WS-SCHEDULED-AMOUNT    TO RPT-D-SCHEDULED.
006350     MOVE WS-PAID-AMOUNT         TO RPT-D-PAID.
006360     MOVE WS-SHORTFALL           TO RPT-D-SHORTFALL.
006370     EVALUATE TRUE
006380         WHEN WS-PLAN-CURRENT
006390             MOVE 'CURRENT'              TO RPT-D-RESULT
006400         WHEN WS-PLAN-PAID
006410             MOVE 'COMPLETED'            TO RPT-D-RESULT
006420         WHEN WS-PLAN-BROKEN
006430             MOVE 'BROKEN - LAPSED'      TO RPT-D-RESULT
006440         WHEN OTHER
006450             MOVE 'NO ACCOUNT - LAPSED'  TO RPT-D-RESULT
006460     END-EVALUATE.
006470     WRITE BPRR-LINE FROM WS-RPT-DETAIL-LINE
006480         AFTER ADVANCING 1 LINE.
006490 2600-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------*
006530* 8000-PRINT-TOTALS - PLAN COUNTS BY RESULT AND THE AMOUNTS      *
006540*----------------------------------------------------------------*
006550 8000-PRINT-TOTALS.
006560     MOVE 'PLANS ON FILE                 - ' TO RPT-C-LABEL.
006570     MOVE WS-PLAN-COUNT                      TO RPT-C-COUNT.
006580     WRITE BPRR-LINE FROM WS-RPT-COUNT-LINE
006590         AFTER ADVANCING 2 LINES.
006600     MOVE 'ALREADY ENDED - NOT CHECKED   - ' TO RPT-C-LABEL.
006610     MOVE WS-INACTIVE-COUNT                  TO RPT-C-COUNT.
006620     WRITE BPRR-LINE FROM WS-RPT-COUNT-LINE
006630         AFTER ADVANCING 1 LINE.
006640     MOVE 'ACTIVE PLANS CHECKED          - ' TO RPT-C-LABEL.
006650     MOVE WS-EXAMINED-COUNT                  TO RPT-C-COUNT.
006660     WRITE BPRR-LINE FROM WS-RPT-COUNT-LINE
006670         AFTER ADVANCING 1 LINE.
006680     MOVE 'CURRENT                       - ' TO RPT-C-LABEL.
006690     MOVE WS-CURRENT-COUNT                   TO RPT-C-COUNT.
006700     WRITE BPRR-LINE FROM WS-RPT-COUNT-LINE
006710         AFTER ADVANCING 1 LINE.
006720     MOVE 'BROKEN - LAPSED               - ' TO RPT-C-LABEL.
006730     MOVE WS-BROKEN-COUNT                    TO RPT-C-COUNT.
006740     WRITE BPRR-LINE FROM WS-RPT-COUNT-LINE
006750         AFTER ADVANCING 1 LINE.
006760     MOVE 'NO ACCOUNT - LAPSED           - ' TO RPT-C-LABEL.
006770     MOVE WS-GONE-COUNT                      TO RPT-C-COUNT.
006780     WRITE BPRR-LINE FROM WS-RPT-COUNT-LINE
006790         AFTER ADVANCING 1 LINE.
006800     MOVE 'COMPLETED                     - ' TO RPT-C-LABEL.
006810     MOVE WS-PAID-COUNT                      TO RPT-C-COUNT.
006820     WRITE BPRR-LINE FROM WS-RPT-COUNT-LINE
006830         AFTER ADVANCING 1 LINE.
006840     MOVE 'REWRITE ERRORS                - ' TO RPT-C-LABEL.
006850     MOVE WS-REWRITE-ERRORS                  TO RPT-C-COUNT.
006860     WRITE BPRR-LINE FROM WS-RPT-COUNT-LINE
006870         AFTER ADVANCING 1 LINE.
006880     MOVE 'SCHEDULED TO DATE             - ' TO RPT-A-LABEL.
006890     MOVE WS-SCHEDULED-TOTAL                 TO RPT-A-AMOUNT.
006900     WRITE BPRR-LINE FROM WS-RPT-AMOUNT-LINE
006910         AFTER ADVANCING 2 LINES.
006920     MOVE 'PAID TO DATE                  - ' TO RPT-A-LABEL.
006930     MOVE WS-PAID-TOTAL                      TO RPT-A-AMOUNT.
006940     WRITE BPRR-LINE FROM WS-RPT-AMOUNT-LINE
006950         AFTER ADVANCING 1 LINE.
006960     MOVE 'SHORTFALL ON BROKEN PLANS     - ' TO RPT-A-LABEL.
006970     MOVE WS-SHORTFALL-TOTAL                 TO RPT-A-AMOUNT.
006980     WRITE BPRR-LINE FROM WS-RPT-AMOUNT-LINE
006990         AFTER ADVANCING 1 LINE.
007000 8000-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------------*
007040* 9000-TERMINATE - CLOSE FILES AND SHOW THE RUN COUNTS           *
007050*----------------------------------------------------------------*
007060 9000-TERMINATE.
007070     CLOSE CUSTPLAN.
007080     CLOSE CUSTMAST.
007090     CLOSE CUSTHIST.
007100     CLOSE CUSTBPRR.
007110     DISPLAY 'CUSTBPR - PLANS CHECKED     - ' WS-EXAMINED-COUNT.
007120     DISPLAY 'CUSTBPR - CURRENT           - ' WS-CURRENT-COUNT.
007130     DISPLAY 'CUSTBPR - BROKEN - LAPSED   - ' WS-BROKEN-COUNT.
007140     DISPLAY 'CUSTBPR - NO ACCOUNT        - ' WS-GONE-COUNT.
007150     DISPLAY 'CUSTBPR - COMPLETED         - ' WS-PAID-COUNT.
007160     DISPLAY 'CUSTBPR - REWRITE ERRORS    - ' WS-REWRITE-ERRORS.
007170 9000-EXIT.
007180     EXIT.
