000010*****************************************************************
000020* PROGRAM-ID:  CUSTCRV
000030* SYSTEM:      CUSTOMER MASTER MAINTENANCE
000040*
000050* PURPOSE:     QUARTERLY CREDIT LIMIT REVIEW, BUILT THE WAY THE
000060*              WRITE-OFF PROPOSAL RUN (CUSTWOF) IS. READS THE
000070*              CUSTOMER MASTER AND THE TRANSACTION HISTORY
000080*              (CUSTHIST) TOGETHER IN CUSTOMER-NUMBER SEQUENCE
000090*              AND, FOR EVERY ACTIVE OR CREDIT-HOLD ACCOUNT, WORKS
000100*              OUT OVER THE REVIEW PERIOD (365 DAYS UNLESS THE
000110*              CARD SAYS OTHERWISE):
000120*                - AVERAGE DAYS TO PAY - EACH PAYMENT IS NETTED
000130*                  AGAINST THE OLDEST OPEN CHARGES FIRST AND THE
000140*                  DAYS EACH CHARGE WAITED ARE AVERAGED, WEIGHTED
000150*                  BY AMOUNT. A PAYMENT THAT WAS LATER RETURNED
000160*                  DOES NOT COUNT;
000170*                - HIGH BALANCE, AS A PERCENTAGE OF THE LIMIT;
000180*                - RETURNED PAYMENTS ('RP') AND CURRENT HOLD;
000190*                - THE AGE OF THE OLDEST OPEN ITEM, FROM THE
000200*                  SHARED CUSTAGER SERVICE.
000210*              EACH FIGURE IS SCORED AGAINST THE SCORING TABLE ON
000220*              THE PARAMETER CARDS (CUSTCRVP) AND THE TOTAL SCORE
000230*              PICKS AN ACTION - INCREASE, DECREASE, OR NO CHANGE,
000240*              BY A PERCENTAGE OF THE CURRENT LIMIT. A DECREASE
000250*              NEVER TAKES THE LIMIT BELOW THE CURRENT BALANCE.
000260*              WITH NO CARDS THE STANDARD TABLE BELOW IS USED.
000270*
000280*              EVERY CHANGE IS WRITTEN AS ONE PROPOSED 'CC'
000290*              TRANSACTION FOR THE DIFFERENCE, WITH A CUSTCTL
000300*              CONTROL RECORD, SO THE PROPOSALS FLOW THROUGH THE
000310*              NIGHTLY UPDATE LIKE ANY OTHER LIMIT CHANGE. A 'CC'
000320*              MOVES NO BALANCE, SO THE CONTROL RECORD CARRIES THE
000330*              PROPOSAL COUNT AND A ZERO BALANCE TOTAL.
000340*
000350*              EVERY ACCOUNT REVIEWED PRINTS ON THE CREDIT REVIEW
000360*              REGISTER FOR CREDIT-MANAGER SIGN-OFF, FOLLOWED BY
000370*              THE SCORING TABLE IN EFFECT. AS WITH WRITE-OFFS,
000380*              THE PROPOSALS ARE RUN THROUGH THE UPDATE IN TRIAL
000390*              MODE FIRST AND RELEASED TO A LIVE NIGHT ONLY AFTER
000400*              THE REGISTER HAS BEEN SIGNED OFF.
000410*
000420*              PARAMETER CARDS (CUSTCRVP), ANY ORDER:
000430*                P DDDDD              REVIEW PERIOD IN DAYS
000440*                F FF UUUUU SPPP      FACTOR BAND - FACTOR,
000450*                                     UPPER LIMIT, SIGNED POINTS
000460*                A SMMM X PPP         ACTION RULE - SIGNED MINIMUM
000470*                                     SCORE, ACTION (I/D/N),
000480*                                     PERCENT OF THE CURRENT LIMIT
000490*              FACTORS: DP AVERAGE DAYS TO PAY, OI DAYS PAST OF
000500*              THE OLDEST OPEN ITEM, NS RETURNED PAYMENTS, HB HIGH
000510*              BALANCE AS A PERCENT OF THE LIMIT, HD ON CREDIT
000520*              HOLD (0 OR 1). A FACTOR SCORES THE POINTS OF ITS
000530*              FIRST BAND (IN CARD ORDER) WHOSE UPPER LIMIT IS NOT
000540*              LESS THAN THE FIGURE. DP IS NOT SCORED FOR AN
000550*              ACCOUNT WITH NO PAYMENTS IN THE PERIOD, HB FOR AN
000560*              ACCOUNT WITH NO LIMIT. THE ACTION IS THAT OF THE
000570*              RULE WITH THE HIGHEST MINIMUM SCORE THE ACCOUNT
000580*              REACHES. ANY 'F' CARD REPLACES THE WHOLE STANDARD
000590*              FACTOR TABLE, ANY 'A' CARD THE WHOLE STANDARD RULE
000600*              TABLE.
000610*
000620* MODIFICATION HISTORY
000630*   09/24/2026  RDM  ORIGINAL PROGRAM.
000631*   10/15/2026  RDM  A CREDIT-BALANCE REFUND ('RF') IS NO LONGER
000632*                    SCORED AS A NEW CHARGE IN PAYMENT HISTORY.
000634*   10/15/2026  RDM  THE REVIEW REGISTER OPEN IS NOW CHECKED, AND
000636*                    A FAILED OPEN CLOSES THE FILES AND THE AGING
000638*                    SERVICE ALREADY OPENED BEFORE STOPPING.
000640*****************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID.    CUSTCRV.
000670 AUTHOR.        R. D. MASON.
000680 INSTALLATION.  CUSTOMER SYSTEMS DEPT.
000690 DATE-WRITTEN.  09/24/2026.
000700 DATE-COMPILED.
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER.   IBM-370.
000740 OBJECT-COMPUTER.   IBM-370.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT CUSTMAST  ASSIGN TO CUSTMAST
000780            ORGANIZATION IS INDEXED
000790            ACCESS MODE IS SEQUENTIAL
000800            RECORD KEY IS CUST-NUMBER
000810            FILE STATUS IS CUST-FILE-STATUS.
000820
000830     SELECT CUSTHIST  ASSIGN TO CUSTHIST
000840            ORGANIZATION IS INDEXED
000850            ACCESS MODE IS SEQUENTIAL
000860            RECORD KEY IS HIS-KEY
000870            FILE STATUS IS WS-HIS-FILE-STATUS.
000880
000890     SELECT CUSTCRVT  ASSIGN TO CUSTCRVT
000900            ORGANIZATION IS SEQUENTIAL
000910            FILE STATUS IS WS-CRV-FILE-STATUS.
000920
000930     SELECT CUSTCRVC  ASSIGN TO CUSTCRVC
000940            ORGANIZATION IS SEQUENTIAL
000950            FILE STATUS IS WS-CTL-FILE-STATUS.
000960
000970     SELECT CUSTCRVR  ASSIGN TO CUSTCRVR
000980            ORGANIZATION IS SEQUENTIAL
000990            FILE STATUS IS WS-RPT-FILE-STATUS.
001000
001010     SELECT CUSTCRVP  ASSIGN TO CUSTCRVP
001020            ORGANIZATION IS SEQUENTIAL
001030            FILE STATUS IS WS-PRM-FILE-STATUS.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  CUSTMAST
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CUSTREC.
001100
001110 FD  CUSTHIST
001120     LABEL RECORDS ARE STANDARD.
001130     COPY CUSTHIS.
001140
001150 FD  CUSTCRVT
001160     LABEL RECORDS ARE STANDARD.
001170     COPY CUSTTRN REPLACING ==TRANREC== BY ==CRVT-RECORD==.
001180
001190 FD  CUSTCRVC
001200     LABEL RECORDS ARE STANDARD.
001210     COPY CUSTCTL.
001220
001230 FD  CUSTCRVR
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 132 CHARACTERS.
001260 01  CRVR-LINE                     PIC X(132).
001270
001280 FD  CUSTCRVP
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 80 CHARACTERS.
001310 01  CRVP-CARD.
001320     05  CRVP-CARD-TYPE            PIC X(01).
001330         88  CRVP-PERIOD-CARD           VALUE 'P'.
001340         88  CRVP-FACTOR-CARD           VALUE 'F'.
001350         88  CRVP-RULE-CARD             VALUE 'A'.
001360     05  FILLER                    PIC X(01).
001370     05  CRVP-CARD-BODY            PIC X(78).
001380     05  CRVP-PERIOD-BODY REDEFINES CRVP-CARD-BODY.
001390         10  CRVP-REVIEW-DAYS      PIC X(05).
001400         10  FILLER                PIC X(73).
001410     05  CRVP-FACTOR-BODY REDEFINES CRVP-CARD-BODY.
001420         10  CRVP-FACTOR-CODE      PIC X(02).
001430             88  CRVP-FACTOR-VALID      VALUE 'DP' 'OI' 'NS'
001440                                              'HB' 'HD'.
001450         10  FILLER                PIC X(01).
001460         10  CRVP-UPPER-LIMIT      PIC 9(05).
001470         10  FILLER                PIC X(01).
001480         10  CRVP-POINTS           PIC S9(03)
001490                                   SIGN IS LEADING SEPARATE.
001500         10  FILLER                PIC X(65).
001510     05  CRVP-RULE-BODY REDEFINES CRVP-CARD-BODY.
001520         10  CRVP-MIN-SCORE        PIC S9(03)
001530                                   SIGN IS LEADING SEPARATE.
001540         10  FILLER                PIC X(01).
001550         10  CRVP-ACTION           PIC X(01).
001560             88  CRVP-ACTION-VALID      VALUE 'I' 'D' 'N'.
001570         10  FILLER                PIC X(01).
001580         10  CRVP-PERCENT          PIC 9(03).
001590         10  FILLER                PIC X(68).
001600
001610 WORKING-STORAGE SECTION.
001620 COPY CUSTWS.
001630
001640 COPY CUSTITP.
001650
001660 COPY CUSTDTP.
001670
001680 01  WS-FILE-STATUS-AREAS.
001690     05  WS-HIS-FILE-STATUS        PIC X(02) VALUE SPACES.
001700     05  WS-CRV-FILE-STATUS        PIC X(02) VALUE SPACES.
001710     05  WS-CTL-FILE-STATUS        PIC X(02) VALUE SPACES.
001720     05  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001730     05  WS-PRM-FILE-STATUS        PIC X(02) VALUE SPACES.
001740
001750 01  WS-ABORT-SW                   PIC X     VALUE 'N'.
001760     88  WS-ABORT-REQUESTED            VALUE 'Y'.
001770
001780*----------------------------------------------------------------*
001790* STANDARD SCORING TABLE - USED WHEN THE CARDS SUPPLY NONE.      *
001800* FACTOR BANDS ARE FACTOR, UPPER LIMIT, SIGNED POINTS; RULES ARE *
001810* SIGNED MINIMUM SCORE, ACTION, PERCENT                          *
001820*----------------------------------------------------------------*
001830 01  WS-STANDARD-FACTOR-VALUES.
001840     05  FILLER                    PIC X(11) VALUE 'DP00015+003'.
001850     05  FILLER                    PIC X(11) VALUE 'DP00030+002'.
001860     05  FILLER                    PIC X(11) VALUE 'DP00045+000'.
001870     05  FILLER                    PIC X(11) VALUE 'DP00060-002'.
001880     05  FILLER                    PIC X(11) VALUE 'DP99999-004'.
001890     05  FILLER                    PIC X(11) VALUE 'OI00030+001'.
001900     05  FILLER                    PIC X(11) VALUE 'OI00060+000'.
001910     05  FILLER                    PIC X(11) VALUE 'OI00090-002'.
001920     05  FILLER                    PIC X(11) VALUE 'OI99999-004'.
001930     05  FILLER                    PIC X(11) VALUE 'NS00000+001'.
001940     05  FILLER                    PIC X(11) VALUE 'NS00001-002'.
001950     05  FILLER                    PIC X(11) VALUE 'NS99999-005'.
001960     05  FILLER                    PIC X(11) VALUE 'HB00050+000'.
001970     05  FILLER                    PIC X(11) VALUE 'HB00090+001'.
001980     05  FILLER                    PIC X(11) VALUE 'HB99999+002'.
001990     05  FILLER                    PIC X(11) VALUE 'HD00000+000'.
002000     05  FILLER                    PIC X(11) VALUE 'HD99999-003'.
002010 01  WS-STANDARD-FACTORS REDEFINES WS-STANDARD-FACTOR-VALUES.
002020     05  WS-STD-FACTOR-ENTRY OCCURS 17 TIMES.
002030         10  WS-STD-FACTOR-CODE    PIC X(02).
002040         10  WS-STD-UPPER-LIMIT    PIC 9(05).
002050         10  WS-STD-POINTS         PIC S9(03)
002060                                   SIGN IS LEADING SEPARATE.
002070
002080 01  WS-STANDARD-RULE-VALUES.
002090     05  FILLER                    PIC X(08) VALUE '-999D025'.
002100     05  FILLER                    PIC X(08) VALUE '-003N000'.
002110     05  FILLER                    PIC X(08) VALUE '+004I025'.
002120 01  WS-STANDARD-RULES REDEFINES WS-STANDARD-RULE-VALUES.
002130     05  WS-STD-RULE-ENTRY OCCURS 3 TIMES.
002140         10  WS-STD-MIN-SCORE      PIC S9(03)
002150                                   SIGN IS LEADING SEPARATE.
002160         10  WS-STD-ACTION         PIC X(01).
002170         10  WS-STD-PERCENT        PIC 9(03).
002180
002190 01  WS-SCORING-TABLE.
002200     05  WS-FACTOR-COUNT           PIC 9(03) COMP VALUE ZERO.
002210     05  WS-FACTOR-ENTRY OCCURS 30 TIMES.
002220         10  WS-FACTOR-CODE        PIC X(02).
002230         10  WS-UPPER-LIMIT        PIC 9(05).
002240         10  WS-POINTS             PIC S9(03)
002250                                   SIGN IS LEADING SEPARATE.
002260     05  WS-RULE-COUNT             PIC 9(03) COMP VALUE ZERO.
002270     05  WS-RULE-ENTRY OCCURS 10 TIMES.
002280         10  WS-RULE-MIN-SCORE     PIC S9(03)
002290                                   SIGN IS LEADING SEPARATE.
002300         10  WS-RULE-ACTION        PIC X(01).
002310         10  WS-RULE-PERCENT       PIC 9(03).
002320
002330 01  WS-SELECT-AREAS.
002340     05  WS-RUN-ID                 PIC X(08) VALUE SPACES.
002350     05  WS-REVIEW-DAYS            PIC 9(05) VALUE 365.
002360     05  WS-PRM-EOF-SW             PIC X     VALUE 'N'.
002370         88  WS-PRM-EOF                  VALUE 'Y'.
002380     05  WS-TABLE-IDX              PIC 9(03) COMP VALUE ZERO.
002390     05  WS-RULE-HIT               PIC 9(03) COMP VALUE ZERO.
002400     05  WS-ITEM-IDX               PIC 9(03) COMP VALUE ZERO.
002410     05  WS-FACTOR-WANTED          PIC X(02) VALUE SPACES.
002420     05  WS-FACTOR-VALUE           PIC S9(07) COMP VALUE ZERO.
002430     05  WS-FACTOR-FOUND-SW        PIC X     VALUE 'N'.
002440         88  WS-FACTOR-FOUND             VALUE 'Y'.
002450
002460*----------------------------------------------------------------*
002470* PER-ACCOUNT REVIEW FIGURES. THE CHARGE TABLE HOLDS THE CHARGES *
002480* NOT YET SETTLED, OLDEST FIRST (HEAD) TO NEWEST (TAIL), SO EACH *
002490* PAYMENT CAN BE NETTED AGAINST THE OLDEST CHARGES FIRST         *
002500*----------------------------------------------------------------*
002510 01  WS-REVIEW-AREAS.
002520     05  WS-WINDOW-SW              PIC X     VALUE 'N'.
002530         88  WS-IN-WINDOW                VALUE 'Y'.
002540     05  WS-PAYMENT-SW             PIC X     VALUE 'N'.
002550         88  WS-COUNTING-PAYMENT         VALUE 'Y'.
002560     05  WS-PAYMENT-COUNT          PIC 9(05) COMP VALUE ZERO.
002570     05  WS-NSF-COUNT              PIC 9(03) COMP VALUE ZERO.
002580     05  WS-CREDIT-LEFT            PIC S9(7)V99 COMP-3 VALUE ZERO.
002590     05  WS-APPLIED-AMOUNT         PIC S9(7)V99 COMP-3 VALUE ZERO.
002600     05  WS-APPLIED-TOTAL          PIC S9(11)V99 COMP-3
002610                                   VALUE ZERO.
002620     05  WS-WEIGHTED-DAYS          PIC S9(15)V99 COMP-3
002630                                   VALUE ZERO.
002640     05  WS-AVG-DAYS-TO-PAY        PIC 9(05) COMP VALUE ZERO.
002650     05  WS-RUNNING-TOTAL          PIC S9(11)V99 COMP-3
002660                                   VALUE ZERO.
002670     05  WS-RUNNING-HIGH           PIC S9(11)V99 COMP-3
002680                                   VALUE ZERO.
002690     05  WS-HIGH-BALANCE           PIC S9(11)V99 COMP-3
002700                                   VALUE ZERO.
002710     05  WS-DAYS-PAST              PIC S9(07) COMP VALUE ZERO.
002720     05  WS-SCORE                  PIC S9(05) COMP VALUE ZERO.
002730     05  WS-PROPOSED-ACTION        PIC X(01) VALUE 'N'.
002740         88  WS-PROPOSE-INCREASE         VALUE 'I'.
002750         88  WS-PROPOSE-DECREASE         VALUE 'D'.
002760         88  WS-PROPOSE-NO-CHANGE        VALUE 'N'.
002770     05  WS-PROPOSED-PERCENT       PIC 9(03) VALUE ZERO.
002780     05  WS-LIMIT-DOLLARS          PIC S9(11) COMP-3 VALUE ZERO.
002790     05  WS-NEW-LIMIT              PIC S9(7)V99 COMP-3 VALUE ZERO.
002800     05  WS-LIMIT-CHANGE           PIC S9(7)V99 COMP-3 VALUE ZERO.
002810     05  WS-CHARGE-HEAD            PIC 9(03) COMP VALUE ZERO.
002820     05  WS-CHARGE-TAIL            PIC 9(03) COMP VALUE ZERO.
002830     05  WS-CHARGE-TABLE.
002840         10  WS-CHARGE-ENTRY OCCURS 100 TIMES.
002850             15  WS-CHARGE-DATE        PIC 9(08).
002860             15  WS-CHARGE-LEFT        PIC S9(7)V99 COMP-3.
002870
002880 01  WS-RUN-TOTALS.
002890     05  WS-CUST-COUNT             PIC 9(07) COMP VALUE ZERO.
002900     05  WS-REVIEWED-COUNT         PIC 9(07) COMP VALUE ZERO.
002910     05  WS-INCREASE-COUNT         PIC 9(07) COMP VALUE ZERO.
002920     05  WS-INCREASE-TOTAL         PIC S9(9)V99 COMP-3
002930                                   VALUE ZERO.
002940     05  WS-DECREASE-COUNT         PIC 9(07) COMP VALUE ZERO.
002950     05  WS-DECREASE-TOTAL         PIC S9(9)V99 COMP-3
002960                                   VALUE ZERO.
002970     05  WS-NO-CHANGE-COUNT        PIC 9(07) COMP VALUE ZERO.
002980     05  WS-PROPOSAL-COUNT         PIC 9(07) VALUE ZERO.
002990
003000 01  WS-REPORT-LINES.
003010     05  WS-RPT-TITLE-LINE.
003020         10  FILLER                PIC X(40) VALUE SPACES.
003030         10  FILLER                PIC X(30)
003040                  VALUE 'CREDIT LIMIT REVIEW REGISTER'.
003050         10  FILLER                PIC X(09) VALUE 'RUN DATE '.
003060         10  RPT-TITLE-DATE        PIC 9(08).
003070     05  WS-RPT-HEADING-LINE.
003080         10  FILLER                PIC X(08) VALUE 'CUST NBR'.
003090         10  FILLER                PIC X(25) VALUE 'CUST NAME'.
003100         10  FILLER                PIC X(04) VALUE 'ST'.
003110         10  FILLER                PIC X(13) VALUE 'CREDIT LIMIT'.
003120         10  FILLER                PIC X(14) VALUE 'HIGH BALANCE'.
003130         10  FILLER                PIC X(06) VALUE 'DTP'.
003140         10  FILLER                PIC X(07) VALUE 'OLDEST'.
003150         10  FILLER                PIC X(04) VALUE 'NSF'.
003160         10  FILLER                PIC X(06) VALUE 'SCORE'.
003170         10  FILLER                PIC X(09) VALUE 'ACTION'.
003180         10  FILLER                PIC X(13) VALUE 'NEW LIMIT'.
003190         10  FILLER                PIC X(13) VALUE 'CHANGE'.
003200     05  WS-RPT-DETAIL-LINE.
003210         10  RPT-D-CUST-NUMBER     PIC ZZZZZZ9.
003220         10  FILLER                PIC X(01) VALUE SPACES.
003230         10  RPT-D-CUST-NAME       PIC X(24).
003240         10  FILLER                PIC X(01) VALUE SPACES.
003250         10  RPT-D-STATUS          PIC X(02).
003260         10  FILLER                PIC X(02) VALUE SPACES.
003270         10  RPT-D-LIMIT           PIC Z,ZZZ,ZZ9.99.
003280         10  FILLER                PIC X(01) VALUE SPACES.
003290         10  RPT-D-HIGH-BALANCE    PIC Z,ZZZ,ZZ9.99-.
003300         10  FILLER                PIC X(01) VALUE SPACES.
003310         10  RPT-D-AVG-DAYS        PIC ZZZ9.
003320         10  RPT-D-AVG-DAYS-X REDEFINES RPT-D-AVG-DAYS
003330                                   PIC X(04).
003340         10  FILLER                PIC X(02) VALUE SPACES.
003350         10  RPT-D-OLDEST          PIC ZZZZ9.
003360         10  FILLER                PIC X(02) VALUE SPACES.
003370         10  RPT-D-NSF             PIC Z9.
003380         10  FILLER                PIC X(02) VALUE SPACES.
003390         10  RPT-D-SCORE           PIC ---9.
003400         10  FILLER                PIC X(02) VALUE SPACES.
003410         10  RPT-D-ACTION          PIC X(08).
003420         10  FILLER                PIC X(01) VALUE SPACES.
003430         10  RPT-D-NEW-LIMIT       PIC Z,ZZZ,ZZ9.99.
003440         10  FILLER                PIC X(01) VALUE SPACES.
003450         10  RPT-D-CHANGE          PIC Z,ZZZ,ZZ9.99-.
003460     05  WS-RPT-COUNT-LINE.
003470         10  FILLER                PIC X(28).
003480         10  RPT-T-COUNT           PIC ZZZ,ZZ9.
003490     05  WS-RPT-AMOUNT-LINE.
003500         10  FILLER                PIC X(28).
003510         10  RPT-T-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
003520     05  WS-RPT-FACTOR-LINE.
003530         10  FILLER                PIC X(10) VALUE SPACES.
003540         10  FILLER                PIC X(07) VALUE 'FACTOR '.
003550         10  RPT-F-CODE            PIC X(02).
003560         10  FILLER                PIC X(11) VALUE '  UP TO    '.
003570         10  RPT-F-UPPER           PIC ZZZZ9.
003580         10  FILLER                PIC X(10) VALUE '  POINTS  '.
003590         10  RPT-F-POINTS          PIC ---9.
003600     05  WS-RPT-RULE-LINE.
003610         10  FILLER                PIC X(10) VALUE SPACES.
003620         10  FILLER                PIC X(15)
003630                  VALUE 'SCORE AT LEAST '.
003640         10  RPT-R-MIN-SCORE       PIC ---9.
003650         10  FILLER                PIC X(03) VALUE ' - '.
003660         10  RPT-R-ACTION          PIC X(08).
003670         10  FILLER                PIC X(01) VALUE SPACES.
003680         10  RPT-R-PERCENT         PIC ZZ9.
003690         10  FILLER                PIC X(08) VALUE ' PERCENT'.
003700
003710 PROCEDURE DIVISION.
003720*----------------------------------------------------------------*
003730* 0000-MAINLINE                                                  *
003740*----------------------------------------------------------------*
003750 0000-MAINLINE.
003760     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003770     IF NOT WS-ABORT-REQUESTED
003780         PERFORM 2000-PROCESS-MASTER   THRU 2000-EXIT
003790                 UNTIL END-OF-FILE(EOF-MASTER)
003800         PERFORM 8000-WRITE-CONTROL    THRU 8000-EXIT
003810         PERFORM 8500-PRINT-TOTALS     THRU 8500-EXIT
003820         PERFORM 8600-PRINT-SCORING    THRU 8600-EXIT
003830         PERFORM 9000-TERMINATE        THRU 9000-EXIT
003840     END-IF.
003850     STOP RUN.
003860
003870*----------------------------------------------------------------*
003880* 1000-INITIALIZE - OPEN FILES, LOAD THE SCORING TABLE, PRIME    *
003890*                   THE READS                                    *
003900*----------------------------------------------------------------*
003910 1000-INITIALIZE.
003920     MOVE 'N' TO WS-EOF-SW(EOF-MASTER).
003930     MOVE 'N' TO WS-EOF-SW(EOF-FEEDER-A).
003940     PERFORM 1050-GET-CURRENT-DATE THRU 1050-EXIT.
003950     MOVE 'CCRV' TO WS-RUN-ID(1:4).
003960     MOVE WS-CURRENT-DATE-X(5:4) TO WS-RUN-ID(5:4).
003970     PERFORM 1200-READ-PARAMETERS  THRU 1200-EXIT.
003980     OPEN INPUT CUSTMAST.
003990     IF CUST-FILE-STATUS NOT = '00'
004000         DISPLAY 'CUSTCRV - CANNOT OPEN CUSTMAST - STATUS '
004010                 CUST-FILE-STATUS
004011         SET ITP-FUNC-CLOSE TO TRUE
004012         CALL 'CUSTAGER' USING CUSTITP-PARMS
004020         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
004030         MOVE 'Y' TO WS-ABORT-SW
004040         GO TO 1000-EXIT
004050     END-IF.
004060     OPEN INPUT CUSTHIST.
004070     IF WS-HIS-FILE-STATUS NOT = '00'
004080         DISPLAY 'CUSTCRV - CANNOT OPEN CUSTHIST - STATUS '
004090                 WS-HIS-FILE-STATUS
004100                 ' - NO PAYMENT HISTORY - NOTHING PROPOSED'
004101         CLOSE CUSTMAST
004102         SET ITP-FUNC-CLOSE TO TRUE
004103         CALL 'CUSTAGER' USING CUSTITP-PARMS
004110         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
004120         MOVE 'Y' TO WS-ABORT-SW
004130         GO TO 1000-EXIT
004140     END-IF.
004150     OPEN OUTPUT CUSTCRVT.
004160     IF WS-CRV-FILE-STATUS NOT = '00'
004170         DISPLAY 'CUSTCRV - CANNOT OPEN CUSTCRVT - STATUS '
004180                 WS-CRV-FILE-STATUS
004181         CLOSE CUSTMAST
004182         CLOSE CUSTHIST
004183         SET ITP-FUNC-CLOSE TO TRUE
004184         CALL 'CUSTAGER' USING CUSTITP-PARMS
004190         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
004200         MOVE 'Y' TO WS-ABORT-SW
004210         GO TO 1000-EXIT
004220     END-IF.
004230     OPEN OUTPUT CUSTCRVR.
004231     IF WS-RPT-FILE-STATUS NOT = '00'
004232         DISPLAY 'CUSTCRV - CANNOT OPEN CUSTCRVR - STATUS '
004233                 WS-RPT-FILE-STATUS
004234         CLOSE CUSTMAST
004235         CLOSE CUSTHIST
004236         CLOSE CUSTCRVT
004237         SET ITP-FUNC-CLOSE TO TRUE
004238         CALL 'CUSTAGER' USING CUSTITP-PARMS
004239         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
004240         MOVE 'Y' TO WS-ABORT-SW
004241         GO TO 1000-EXIT
004242     END-IF.
004244     PERFORM 1150-PRINT-HEADINGS   THRU 1150-EXIT.
004246     PERFORM 1400-READ-HISTORY     THRU 1400-EXIT.
004248     PERFORM 1100-READ-MASTER      THRU 1100-EXIT.
004270 1000-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------------*
004310* 1050-GET-CURRENT-DATE - ESTABLISH TODAY'S DATE AND OPEN THE    *
004320*                         SHARED OPEN-ITEM AGING SERVICE WITH IT *
004330*----------------------------------------------------------------*
004340 1050-GET-CURRENT-DATE.
004350     ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD.
004360     SET ITP-FUNC-OPEN TO TRUE.
004370     MOVE WS-CURRENT-DATE-X TO ITP-AS-OF-DATE.
004380     CALL 'CUSTAGER' USING CUSTITP-PARMS.
004390     IF ITP-RC-NO-HISTORY
004400         DISPLAY 'CUSTCRV - NO TRANSACTION HISTORY - AGING '
004410                 'FROM LAST ACTIVITY DATE ONLY'
004420     END-IF.
004430 1050-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------*
004470* 1100-READ-MASTER - READ THE NEXT CUSTOMER MASTER RECORD        *
004480*----------------------------------------------------------------*
004490 1100-READ-MASTER.
004500     READ CUSTMAST
004510         AT END
004520             MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
004530     END-READ.
004540 1100-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------------*
004580* 1150-PRINT-HEADINGS - WRITE THE REGISTER TITLE AND COLUMNS     *
004590*----------------------------------------------------------------*
004600 1150-PRINT-HEADINGS.
004610     MOVE WS-CURRENT-DATE-X TO RPT-TITLE-DATE.
004620     WRITE CRVR-LINE FROM WS-RPT-TITLE-LINE
004630         AFTER ADVANCING PAGE.
004640     MOVE SPACES TO CRVR-LINE.
004650     WRITE CRVR-LINE AFTER ADVANCING 1 LINE.
004660     WRITE CRVR-LINE FROM WS-RPT-HEADING-LINE
004670         AFTER ADVANCING 1 LINE.
004680 1150-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------------*
004720* 1200-READ-PARAMETERS - TAKE THE REVIEW PERIOD AND THE SCORING  *
004730*                        TABLE FROM THE PARAMETER CARDS. WHATEVER*
004740*                        THE CARDS DO NOT SUPPLY COMES FROM THE  *
004750*                        STANDARD TABLE                          *
004760*----------------------------------------------------------------*
004770 1200-READ-PARAMETERS.
004780     OPEN INPUT CUSTCRVP.
004790     IF WS-PRM-FILE-STATUS NOT = '00'
004800         DISPLAY 'CUSTCRV - NO PARAMETER CARDS - STANDARD '
004810                 'SCORING TABLE'
004820         GO TO 1200-DEFAULTS
004830     END-IF.
004840     PERFORM 1250-READ-ONE-CARD    THRU 1250-EXIT
004850         UNTIL WS-PRM-EOF.
004860     CLOSE CUSTCRVP.
004870 1200-DEFAULTS.
004880     IF WS-FACTOR-COUNT = ZERO
004890         PERFORM 1270-LOAD-STD-FACTOR THRU 1270-EXIT
004900             VARYING WS-TABLE-IDX FROM 1 BY 1
004910             UNTIL WS-TABLE-IDX > 17
004920     END-IF.
004930     IF WS-RULE-COUNT = ZERO
004940         PERFORM 1280-LOAD-STD-RULE   THRU 1280-EXIT
004950             VARYING WS-TABLE-IDX FROM 1 BY 1
004960             UNTIL WS-TABLE-IDX > 3
004970     END-IF.
004980     DISPLAY 'CUSTCRV - REVIEW PERIOD (DAYS) - ' WS-REVIEW-DAYS.
004990     DISPLAY 'CUSTCRV - FACTOR BANDS - ' WS-FACTOR-COUNT
005000             ' ACTION RULES - ' WS-RULE-COUNT.
005010 1200-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------*
005050* 1250-READ-ONE-CARD - APPLY ONE PARAMETER CARD. A CARD THAT     *
005060*                      DOES NOT EDIT IS REPORTED AND IGNORED     *
005070*----------------------------------------------------------------*
005080 1250-READ-ONE-CARD.
005090     READ CUSTCRVP
005100         AT END
005110             SET WS-PRM-EOF TO TRUE
005120             GO TO 1250-EXIT
005130     END-READ.
005140     EVALUATE TRUE
005150         WHEN CRVP-PERIOD-CARD
005160             IF CRVP-REVIEW-DAYS IS NUMERIC
005170                     AND CRVP-REVIEW-DAYS NOT = '00000'
005180                 MOVE CRVP-REVIEW-DAYS TO WS-REVIEW-DAYS
005190             ELSE
005200                 DISPLAY 'CUSTCRV - PERIOD CARD IGNORED - '
005210                         CRVP-CARD
005220             END-IF
005230         WHEN CRVP-FACTOR-CARD
005240             IF CRVP-FACTOR-VALID
005250                     AND CRVP-UPPER-LIMIT IS NUMERIC
005260                     AND CRVP-POINTS IS NUMERIC
005270                     AND WS-FACTOR-COUNT < 30
005280                 ADD 1 TO WS-FACTOR-COUNT
005290                 MOVE CRVP-FACTOR-CODE
005300                      TO WS-FACTOR-CODE(WS-FACTOR-COUNT)
005310                 MOVE CRVP-UPPER-LIMIT
005320                      TO WS-UPPER-LIMIT(WS-FACTOR-COUNT)
005330                 MOVE CRVP-POINTS
005340                      TO WS-POINTS(WS-FACTOR-COUNT)
005350             ELSE
005360                 DISPLAY 'CUSTCRV - FACTOR CARD IGNORED - '
005370                         CRVP-CARD
005380             END-IF
005390         WHEN CRVP-RULE-CARD
005400             IF CRVP-MIN-SCORE IS NUMERIC
005410                     AND CRVP-ACTION-VALID
005420                     AND CRVP-PERCENT IS NUMERIC
005430                     AND CRVP-PERCENT NOT > 100
005440                     AND WS-RULE-COUNT < 10
005450                 ADD 1 TO WS-RULE-COUNT
005460                 MOVE CRVP-MIN-SCORE
005470                      TO WS-RULE-MIN-SCORE(WS-RULE-COUNT)
005480                 MOVE CRVP-ACTION
005490                      TO WS-RULE-ACTION(WS-RULE-COUNT)
005500                 MOVE CRVP-PERCENT
005510                      TO WS-RULE-PERCENT(WS-RULE-COUNT)
005520             ELSE
005530                 DISPLAY 'CUSTCRV - ACTION CARD IGNORED - '
005540                         CRVP-CARD
005550             END-IF
005560         WHEN OTHER
005570             DISPLAY 'CUSTCRV - UNRECOGNIZED PARAMETER CARD - '
005580                     CRVP-CARD
005590     END-EVALUATE.
005600 1250-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------*
005640* 1270-LOAD-STD-FACTOR - ONE STANDARD FACTOR BAND INTO THE TABLE *
005650*----------------------------------------------------------------*
005660 1270-LOAD-STD-FACTOR.
005670     ADD 1 TO WS-FACTOR-COUNT.
005680     MOVE WS-STD-FACTOR-ENTRY(WS-TABLE-IDX)
005690          TO WS-FACTOR-ENTRY(WS-FACTOR-COUNT).
005700 1270-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------*
005740* 1280-LOAD-STD-RULE - ONE STANDARD ACTION RULE INTO THE TABLE   *
005750*----------------------------------------------------------------*
005760 1280-LOAD-STD-RULE.
005770     ADD 1 TO WS-RULE-COUNT.
005780     MOVE WS-STD-RULE-ENTRY(WS-TABLE-IDX)
005790          TO WS-RULE-ENTRY(WS-RULE-COUNT).
005800 1280-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------*
005840* 1400-READ-HISTORY - READ THE NEXT TRANSACTION HISTORY RECORD   *
005850*----------------------------------------------------------------*
005860 1400-READ-HISTORY.
005870     READ CUSTHIST
005880         AT END
005890             MOVE 'Y' TO WS-EOF-SW(EOF-FEEDER-A)
005900     END-READ.
005910 1400-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------*
005950* 2000-PROCESS-MASTER - REVIEW ONE ACTIVE OR CREDIT-HOLD ACCOUNT *
005960*                       AND PROPOSE A 'CC' IF ITS SCORE CALLS    *
005970*                       FOR ONE. THE HISTORY OF ACCOUNTS NOT     *
005980*                       REVIEWED IS PASSED OVER BY THE NEXT      *
005990*                       ACCOUNT'S MATCH                          *
006000*----------------------------------------------------------------*
006010 2000-PROCESS-MASTER.
006020     ADD 1 TO WS-CUST-COUNT.
006030     IF NOT CUST-STATUS-ACTIVE
006040             AND NOT CUST-STATUS-CREDIT-HOLD
006050         GO TO 2000-NEXT
006060     END-IF.
006070     ADD 1 TO WS-REVIEWED-COUNT.
006080     PERFORM 2100-GATHER-HISTORY   THRU 2100-EXIT.
006090     PERFORM 2200-FIND-OLDEST-ITEM THRU 2200-EXIT.
006100     PERFORM 2300-SCORE-ACCOUNT    THRU 2300-EXIT.
006110     PERFORM 2400-SET-NEW-LIMIT    THRU 2400-EXIT.
006120     IF NOT WS-PROPOSE-NO-CHANGE
006130         PERFORM 2500-WRITE-PROPOSAL THRU 2500-EXIT
006140     END-IF.
006150     PERFORM 2600-PRINT-REVIEW-LINE THRU 2600-EXIT.
006160 2000-NEXT.
006170     PERFORM 1100-READ-MASTER      THRU 1100-EXIT.
006180 2000-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------------*
006220* 2100-GATHER-HISTORY - POSITION THE HISTORY (CUSTOMER ORDER,    *
006230*                       SAME AS THE MASTER) AT THIS CUSTOMER AND *
006240*                       WORK THROUGH ALL OF ITS RECORDS. THE HIGH*
006250*                       BALANCE IS THE HIGHEST RUNNING BALANCE   *
006260*                       INSIDE THE PERIOD, RUN BACK FROM TODAY'S *
006270*                       BALANCE SO ACTIVITY THAT PREDATES THE    *
006280*                       HISTORY FILE IS ALLOWED FOR              *
006290*----------------------------------------------------------------*
006300 2100-GATHER-HISTORY.
006310     MOVE 'N'  TO WS-WINDOW-SW.
006320     MOVE ZERO TO WS-PAYMENT-COUNT WS-NSF-COUNT.
006330     MOVE ZERO TO WS-APPLIED-TOTAL WS-WEIGHTED-DAYS.
006340     MOVE ZERO TO WS-AVG-DAYS-TO-PAY.
006350     MOVE ZERO TO WS-RUNNING-TOTAL WS-RUNNING-HIGH.
006360     MOVE 1    TO WS-CHARGE-HEAD.
006370     MOVE ZERO TO WS-CHARGE-TAIL.
006380     PERFORM 1400-READ-HISTORY     THRU 1400-EXIT
006390         UNTIL END-OF-FILE(EOF-FEEDER-A)
006400         OR HIS-CUST-NUMBER NOT < CUST-NUMBER.
006410     PERFORM 2110-APPLY-HISTORY    THRU 2110-EXIT
006420         UNTIL END-OF-FILE(EOF-FEEDER-A)
006430         OR HIS-CUST-NUMBER NOT = CUST-NUMBER.
006440     IF NOT WS-IN-WINDOW
006450         MOVE WS-RUNNING-TOTAL TO WS-RUNNING-HIGH
006460     END-IF.
006470     COMPUTE WS-HIGH-BALANCE =
006480             CUST-BALANCE - WS-RUNNING-TOTAL + WS-RUNNING-HIGH.
006490     IF WS-APPLIED-TOTAL > ZERO
006500         COMPUTE WS-AVG-DAYS-TO-PAY ROUNDED =
006510                 WS-WEIGHTED-DAYS / WS-APPLIED-TOTAL
006520     END-IF.
006530 2100-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------------*
006570* 2110-APPLY-HISTORY - ONE HISTORY RECORD. A CHARGE JOINS THE    *
006580*                      CHARGE TABLE; A PAYMENT OR OTHER CREDIT   *
006590*                      SETTLES THE OLDEST CHARGES, AND A 'BC'    *
006600*                      PAYMENT INSIDE THE PERIOD COUNTS TOWARD   *
006610*                      DAYS TO PAY. A RETURNED PAYMENT AND THE   *
006620*                      PAYMENT IT REVERSED CANCEL OUT AND SETTLE *
006630*                      NOTHING. A CREDIT-BALANCE REFUND IS       *
006631*                      SKIPPED                                   *
006640*----------------------------------------------------------------*
006650 2110-APPLY-HISTORY.
006660     IF NOT WS-IN-WINDOW
006670         PERFORM 2120-CHECK-WINDOW THRU 2120-EXIT
006680     END-IF.
006690     MOVE 'N' TO WS-PAYMENT-SW.
006700     EVALUATE TRUE
006710         WHEN HIS-PAYMENT-REVERSAL
006720             IF WS-IN-WINDOW
006730                 ADD 1 TO WS-NSF-COUNT
006740             END-IF
006750         WHEN HIS-PAYMENT-REVERSED
006760             CONTINUE
006762         WHEN HIS-CREDIT-REFUND
006764             CONTINUE
006770         WHEN HIS-AMOUNT > ZERO
006780             PERFORM 2130-ADD-CHARGE THRU 2130-EXIT
006790         WHEN OTHER
006800             COMPUTE WS-CREDIT-LEFT = ZERO - HIS-AMOUNT
006810             IF HIS-TRAN-CODE = 'BC' AND WS-IN-WINDOW
006820                 SET WS-COUNTING-PAYMENT TO TRUE
006830                 ADD 1 TO WS-PAYMENT-COUNT
006840             END-IF
006850             PERFORM 2140-SETTLE-ONE-CHARGE THRU 2140-EXIT
006860                 UNTIL WS-CREDIT-LEFT NOT > ZERO
006870                 OR WS-CHARGE-HEAD > WS-CHARGE-TAIL
006880     END-EVALUATE.
006890     ADD HIS-AMOUNT TO WS-RUNNING-TOTAL.
006900     IF WS-IN-WINDOW
006910             AND WS-RUNNING-TOTAL > WS-RUNNING-HIGH
006920         MOVE WS-RUNNING-TOTAL TO WS-RUNNING-HIGH
006930     END-IF.
006940     PERFORM 1400-READ-HISTORY     THRU 1400-EXIT.
006950 2110-EXIT.
006960     EXIT.
006970
006980*----------------------------------------------------------------*
006990* 2120-CHECK-WINDOW - HISTORY READS BACK OLDEST FIRST, SO ONCE A *
007000*                     RECORD FALLS INSIDE THE REVIEW PERIOD SO   *
007010*                     DOES EVERY RECORD AFTER IT. THE BALANCE    *
007020*                     GOING INTO THE PERIOD STARTS THE HIGH MARK *
007030*----------------------------------------------------------------*
007040 2120-CHECK-WINDOW.
007050     SET DTP-FUNC-DIFFERENCE TO TRUE.
007060     MOVE WS-CURRENT-DATE-X TO DTP-DATE-1.
007070     MOVE HIS-TRAN-DATE     TO DTP-DATE-2.
007080     CALL 'CUSTDAYS' USING CUSTDTP-PARMS.
007090     IF DTP-RC-OK AND DTP-DIFFERENCE NOT > WS-REVIEW-DAYS
007100         SET WS-IN-WINDOW TO TRUE
007110         MOVE WS-RUNNING-TOTAL TO WS-RUNNING-HIGH
007120     END-IF.
007130 2120-EXIT.
007140     EXIT.
007150
007160*----------------------------------------------------------------*
007170* 2130-ADD-CHARGE - ADD A CHARGE TO THE END OF THE TABLE. ONCE   *
007180*                   EVERY CHARGE IS SETTLED THE TABLE STARTS     *
007190*                   AGAIN AT THE TOP; IF IT FILLS, LATER CHARGES *
007200*                   ARE ADDED TO THE LAST ENTRY                  *
007210*----------------------------------------------------------------*
007220 2130-ADD-CHARGE.
007230     IF WS-CHARGE-HEAD > WS-CHARGE-TAIL
007240         MOVE 1    TO WS-CHARGE-HEAD
007250         MOVE ZERO TO WS-CHARGE-TAIL
007260     END-IF.
007270     IF WS-CHARGE-TAIL < 100
007280         ADD 1 TO WS-CHARGE-TAIL
007290         MOVE HIS-TRAN-DATE TO WS-CHARGE-DATE(WS-CHARGE-TAIL)
007300         MOVE HIS-AMOUNT    TO WS-CHARGE-LEFT(WS-CHARGE-TAIL)
007310     ELSE
007320         ADD HIS-AMOUNT TO WS-CHARGE-LEFT(WS-CHARGE-TAIL)
007330     END-IF.
007340 2130-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------*
007380* 2140-SETTLE-ONE-CHARGE - APPLY THE CREDIT TO THE OLDEST CHARGE *
007390*                          STILL OPEN, NOTING HOW MANY DAYS THE  *
007400*                          CHARGE WAITED IF THIS IS A PAYMENT    *
007410*                          BEING COUNTED                         *
007420*----------------------------------------------------------------*
007430 2140-SETTLE-ONE-CHARGE.
007440     IF WS-CHARGE-LEFT(WS-CHARGE-HEAD) > WS-CREDIT-LEFT
007450         MOVE WS-CREDIT-LEFT TO WS-APPLIED-AMOUNT
007460     ELSE
007470         MOVE WS-CHARGE-LEFT(WS-CHARGE-HEAD) TO WS-APPLIED-AMOUNT
007480     END-IF.
007490     IF WS-COUNTING-PAYMENT
007500         SET DTP-FUNC-DIFFERENCE TO TRUE
007510         MOVE HIS-TRAN-DATE TO DTP-DATE-1
007520         MOVE WS-CHARGE-DATE(WS-CHARGE-HEAD) TO DTP-DATE-2
007530         CALL 'CUSTDAYS' USING CUSTDTP-PARMS
007540         IF DTP-RC-OK AND DTP-DIFFERENCE NOT < ZERO
007550             COMPUTE WS-WEIGHTED-DAYS = WS-WEIGHTED-DAYS
007560                     + (WS-APPLIED-AMOUNT * DTP-DIFFERENCE)
007570             ADD WS-APPLIED-AMOUNT TO WS-APPLIED-TOTAL
007580         END-IF
007590     END-IF.
007600     SUBTRACT WS-APPLIED-AMOUNT
007610         FROM WS-CHARGE-LEFT(WS-CHARGE-HEAD).
007620     SUBTRACT WS-APPLIED-AMOUNT FROM WS-CREDIT-LEFT.
007630     IF WS-CHARGE-LEFT(WS-CHARGE-HEAD) NOT > ZERO
007640         ADD 1 TO WS-CHARGE-HEAD
007650     END-IF.
007660 2140-EXIT.
007670     EXIT.
007680
007690*----------------------------------------------------------------*
007700* 2200-FIND-OLDEST-ITEM - DAYS PAST OF THE OLDEST OPEN DEBIT     *
007710*                         ITEM, AS THE SHARED AGING SERVICE SEES *
007720*                         IT                                     *
007730*----------------------------------------------------------------*
007740 2200-FIND-OLDEST-ITEM.
007750     SET ITP-FUNC-AGE TO TRUE.
007760     MOVE CUST-NUMBER             TO ITP-CUST-NUMBER.
007770     MOVE CUST-BALANCE            TO ITP-CUST-BALANCE.
007780     MOVE CUST-LAST-ACTIVITY-DATE TO ITP-LAST-ACTIVITY-DATE.
007790     CALL 'CUSTAGER' USING CUSTITP-PARMS.
007800     MOVE ZERO TO WS-DAYS-PAST.
007810     PERFORM 2210-CHECK-ONE-ITEM   THRU 2210-EXIT
007820         VARYING WS-ITEM-IDX FROM 1 BY 1
007830         UNTIL WS-ITEM-IDX > ITP-ITEM-COUNT.
007840 2200-EXIT.
007850     EXIT.
007860
007870*----------------------------------------------------------------*
007880* 2210-CHECK-ONE-ITEM - KEEP THE LARGEST DAYS-PAST AMONG THE     *
007890*                       OPEN DEBIT ITEMS                         *
007900*----------------------------------------------------------------*
007910 2210-CHECK-ONE-ITEM.
007920     IF ITP-ITEM-AMOUNT(WS-ITEM-IDX) > ZERO
007930             AND ITP-ITEM-DAYS-PAST(WS-ITEM-IDX) > WS-DAYS-PAST
007940         MOVE ITP-ITEM-DAYS-PAST(WS-ITEM-IDX) TO WS-DAYS-PAST
007950     END-IF.
007960 2210-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------------*
008000* 2300-SCORE-ACCOUNT - TOTAL THE POINTS FOR EACH FACTOR AND PICK *
008010*                      THE ACTION RULE THE SCORE REACHES         *
008020*----------------------------------------------------------------*
008030 2300-SCORE-ACCOUNT.
008040     MOVE ZERO TO WS-SCORE.
008050     IF WS-APPLIED-TOTAL > ZERO
008060         MOVE 'DP'               TO WS-FACTOR-WANTED
008070         MOVE WS-AVG-DAYS-TO-PAY TO WS-FACTOR-VALUE
008080         PERFORM 2310-SCORE-FACTOR THRU 2310-EXIT
008090     END-IF.
008100     MOVE 'OI'         TO WS-FACTOR-WANTED.
008110     MOVE WS-DAYS-PAST TO WS-FACTOR-VALUE.
008120     PERFORM 2310-SCORE-FACTOR     THRU 2310-EXIT.
008130     MOVE 'NS'         TO WS-FACTOR-WANTED.
008140     MOVE WS-NSF-COUNT TO WS-FACTOR-VALUE.
008150     PERFORM 2310-SCORE-FACTOR     THRU 2310-EXIT.
008160     IF CUST-CREDIT-LIMIT > ZERO
008170         MOVE 'HB' TO WS-FACTOR-WANTED
008180         COMPUTE WS-FACTOR-VALUE =
008190                 WS-HIGH-BALANCE * 100 / CUST-CREDIT-LIMIT
008200             ON SIZE ERROR
008210                 MOVE 99999 TO WS-FACTOR-VALUE
008220         END-COMPUTE
008230         IF WS-FACTOR-VALUE < ZERO
008240             MOVE ZERO TO WS-FACTOR-VALUE
008250         END-IF
008260         PERFORM 2310-SCORE-FACTOR THRU 2310-EXIT
008270     END-IF.
008280     MOVE 'HD' TO WS-FACTOR-WANTED.
008290     IF CUST-STATUS-CREDIT-HOLD
008300         MOVE 1    TO WS-FACTOR-VALUE
008310     ELSE
008320         MOVE ZERO TO WS-FACTOR-VALUE
008330     END-IF.
008340     PERFORM 2310-SCORE-FACTOR     THRU 2310-EXIT.
008350     MOVE ZERO TO WS-RULE-HIT.
008360     PERFORM 2350-CHECK-ONE-RULE   THRU 2350-EXIT
008370         VARYING WS-TABLE-IDX FROM 1 BY 1
008380         UNTIL WS-TABLE-IDX > WS-RULE-COUNT.
008390     IF WS-RULE-HIT = ZERO
008400         SET WS-PROPOSE-NO-CHANGE TO TRUE
008410         MOVE ZERO TO WS-PROPOSED-PERCENT
008420     ELSE
008430         MOVE WS-RULE-ACTION(WS-RULE-HIT)  TO WS-PROPOSED-ACTION
008440         MOVE WS-RULE-PERCENT(WS-RULE-HIT) TO WS-PROPOSED-PERCENT
008450     END-IF.
008460 2300-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------------*
008500* 2310-SCORE-FACTOR - ADD THE POINTS OF THE FIRST BAND FOR THE   *
008510*                     WANTED FACTOR THAT COVERS ITS FIGURE       *
008520*----------------------------------------------------------------*
008530 2310-SCORE-FACTOR.
008540     MOVE 'N' TO WS-FACTOR-FOUND-SW.
008550     PERFORM 2320-MATCH-ONE-BAND   THRU 2320-EXIT
008560         VARYING WS-TABLE-IDX FROM 1 BY 1
008570         UNTIL WS-TABLE-IDX > WS-FACTOR-COUNT
008580            OR WS-FACTOR-FOUND.
008590 2310-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------------*
008630* 2320-MATCH-ONE-BAND - SCORE THIS BAND IF IT COVERS THE FIGURE  *
008640*----------------------------------------------------------------*
008650 2320-MATCH-ONE-BAND.
008660     IF WS-FACTOR-CODE(WS-TABLE-IDX) = WS-FACTOR-WANTED
008670             AND WS-FACTOR-VALUE
008680                 NOT > WS-UPPER-LIMIT(WS-TABLE-IDX)
008690         ADD WS-POINTS(WS-TABLE-IDX) TO WS-SCORE
008700         SET WS-FACTOR-FOUND TO TRUE
008710     END-IF.
008720 2320-EXIT.
008730     EXIT.
008740
008750*----------------------------------------------------------------*
008760* 2350-CHECK-ONE-RULE - KEEP THE RULE WITH THE HIGHEST MINIMUM   *
008770*                       SCORE THE ACCOUNT REACHES                *
008780*----------------------------------------------------------------*
008790 2350-CHECK-ONE-RULE.
008800     IF WS-SCORE NOT < WS-RULE-MIN-SCORE(WS-TABLE-IDX)
008810         IF WS-RULE-HIT = ZERO
008820             MOVE WS-TABLE-IDX TO WS-RULE-HIT
008830         ELSE
008840             IF WS-RULE-MIN-SCORE(WS-TABLE-IDX)
008850                     > WS-RULE-MIN-SCORE(WS-RULE-HIT)
008860                 MOVE WS-TABLE-IDX TO WS-RULE-HIT
008870             END-IF
008880         END-IF
008890     END-IF.
008900 2350-EXIT.
008910     EXIT.
008920
008930*----------------------------------------------------------------*
008940* 2400-SET-NEW-LIMIT - APPLY THE PERCENTAGE TO THE CURRENT LIMIT *
008950*                      IN WHOLE DOLLARS. A DECREASE STOPS AT THE *
008960*                      CURRENT BALANCE; A CHANGE THAT COMES TO   *
008970*                      NOTHING IS NO CHANGE                      *
008980*----------------------------------------------------------------*
008990 2400-SET-NEW-LIMIT.
009000     MOVE CUST-CREDIT-LIMIT TO WS-NEW-LIMIT.
009010     MOVE ZERO TO WS-LIMIT-CHANGE.
009020     IF WS-PROPOSE-NO-CHANGE
009030         GO TO 2400-EXIT
009040     END-IF.
009050     IF WS-PROPOSE-INCREASE
009060         COMPUTE WS-LIMIT-DOLLARS ROUNDED =
009070                 CUST-CREDIT-LIMIT * (100 + WS-PROPOSED-PERCENT)
009080                 / 100
009090     ELSE
009100         COMPUTE WS-LIMIT-DOLLARS ROUNDED =
009110                 CUST-CREDIT-LIMIT * (100 - WS-PROPOSED-PERCENT)
009120                 / 100
009130     END-IF.
009140     IF WS-LIMIT-DOLLARS > 9999999
009150         MOVE 9999999 TO WS-LIMIT-DOLLARS
009160     END-IF.
009170     IF WS-LIMIT-DOLLARS < ZERO
009180         MOVE ZERO TO WS-LIMIT-DOLLARS
009190     END-IF.
009200     MOVE WS-LIMIT-DOLLARS TO WS-NEW-LIMIT.
009210     IF WS-PROPOSE-DECREASE
009220             AND WS-NEW-LIMIT < CUST-BALANCE
009230         MOVE CUST-BALANCE TO WS-NEW-LIMIT
009240     END-IF.
009250     COMPUTE WS-LIMIT-CHANGE = WS-NEW-LIMIT - CUST-CREDIT-LIMIT.
009260     IF WS-PROPOSE-INCREASE AND WS-LIMIT-CHANGE NOT > ZERO
009270         MOVE ZERO TO WS-LIMIT-CHANGE
009280     END-IF.
009290     IF WS-PROPOSE-DECREASE AND WS-LIMIT-CHANGE NOT < ZERO
009300         MOVE ZERO TO WS-LIMIT-CHANGE
009310     END-IF.
009320     IF WS-LIMIT-CHANGE = ZERO
009330         SET WS-PROPOSE-NO-CHANGE TO TRUE
009340         MOVE CUST-CREDIT-LIMIT TO WS-NEW-LIMIT
009350     END-IF.
009360 2400-EXIT.
009370     EXIT.
009380
009390*----------------------------------------------------------------*
009400* 2500-WRITE-PROPOSAL - ONE PROPOSED 'CC' TRANSACTION FOR THE    *
009410*                       CHANGE IN LIMIT                          *
009420*----------------------------------------------------------------*
009430 2500-WRITE-PROPOSAL.
009440     MOVE SPACES TO CRVT-RECORD.
009450     MOVE CUST-NUMBER TO TRAN-CUST-NUMBER IN CRVT-RECORD.
009460     MOVE 'CC' TO TRAN-CODE IN CRVT-RECORD.
009470     MOVE WS-LIMIT-CHANGE TO TRAN-AMOUNT IN CRVT-RECORD.
009480     MOVE SPACES TO TRAN-NEW-STATUS-CODE IN CRVT-RECORD.
009490     WRITE CRVT-RECORD.
009500     IF WS-CRV-FILE-STATUS NOT = '00'
009510         DISPLAY 'CUSTCRV - CUSTCRVT WRITE ERROR - STATUS '
009520                 WS-CRV-FILE-STATUS
009530                 ' - CUST-NUMBER ' CUST-NUMBER
009540         SET WS-PROPOSE-NO-CHANGE TO TRUE
009550         MOVE CUST-CREDIT-LIMIT TO WS-NEW-LIMIT
009560         MOVE ZERO TO WS-LIMIT-CHANGE
009570         GO TO 2500-EXIT
009580     END-IF.
009590     ADD 1 TO WS-PROPOSAL-COUNT.
009600 2500-EXIT.
009610     EXIT.
009620
009630*----------------------------------------------------------------*
009640* 2600-PRINT-REVIEW-LINE - ONE REGISTER LINE PER ACCOUNT         *
009650*                          REVIEWED, WITH THE FIGURES BEHIND THE *
009660*                          SCORE, AND THE RUN TOTALS             *
009670*----------------------------------------------------------------*
009680 2600-PRINT-REVIEW-LINE.
009690     MOVE CUST-NUMBER       TO RPT-D-CUST-NUMBER.
009700     MOVE CUST-NAME         TO RPT-D-CUST-NAME.
009710     MOVE CUST-STATUS-CODE  TO RPT-D-STATUS.
009720     MOVE CUST-CREDIT-LIMIT TO RPT-D-LIMIT.
009730     MOVE WS-HIGH-BALANCE   TO RPT-D-HIGH-BALANCE.
009740     IF WS-APPLIED-TOTAL > ZERO
009750         MOVE WS-AVG-DAYS-TO-PAY TO RPT-D-AVG-DAYS
009760     ELSE
009770         MOVE ' N/A' TO RPT-D-AVG-DAYS-X
009780     END-IF.
009790     MOVE WS-DAYS-PAST      TO RPT-D-OLDEST.
009800     MOVE WS-NSF-COUNT      TO RPT-D-NSF.
009810     MOVE WS-SCORE          TO RPT-D-SCORE.
009820     MOVE WS-NEW-LIMIT      TO RPT-D-NEW-LIMIT.
009830     MOVE WS-LIMIT-CHANGE   TO RPT-D-CHANGE.
009840     EVALUATE TRUE
009850         WHEN WS-PROPOSE-INCREASE
009860             MOVE 'INCREASE' TO RPT-D-ACTION
009870             ADD 1 TO WS-INCREASE-COUNT
009880             ADD WS-LIMIT-CHANGE TO WS-INCREASE-TOTAL
009890         WHEN WS-PROPOSE-DECREASE
009900             MOVE 'DECREASE' TO RPT-D-ACTION
009910             ADD 1 TO WS-DECREASE-COUNT
009920             ADD WS-LIMIT-CHANGE TO WS-DECREASE-TOTAL
009930         WHEN OTHER
009940             MOVE 'NO CHNG' TO RPT-D-ACTION
009950             ADD 1 TO WS-NO-CHANGE-COUNT
009960     END-EVALUATE.
009970     WRITE CRVR-LINE FROM WS-RPT-DETAIL-LINE
009980         AFTER ADVANCING 1 LINE.
009990 2600-EXIT.
010000     EXIT.
010010
010020*----------------------------------------------------------------*
010030* 8000-WRITE-CONTROL - WRITE THE CUSTCTL CONTROL RECORD SO THE   *
010040*                      NIGHTLY UPDATE CAN RECONCILE THE          *
010050*                      PROPOSALS. A 'CC' MOVES NO BALANCE, SO    *
010060*                      THE BALANCE TOTAL IS ZERO                 *
010070*----------------------------------------------------------------*
010080 8000-WRITE-CONTROL.
010090     OPEN OUTPUT CUSTCRVC.
010100     IF WS-CTL-FILE-STATUS NOT = '00'
010110         DISPLAY 'CUSTCRV - CANNOT OPEN CUSTCRVC - STATUS '
010120                 WS-CTL-FILE-STATUS
010130         GO TO 8000-EXIT
010140     END-IF.
010150     MOVE WS-RUN-ID         TO CTL-RUN-ID.
010160     MOVE WS-PROPOSAL-COUNT TO CTL-EXPECTED-TRAN-COUNT.
010170     MOVE ZERO              TO CTL-EXPECTED-BALANCE-TOTAL.
010180     MOVE WS-CURRENT-YEAR   TO CTL-YEAR.
010190     MOVE WS-CURRENT-MONTH  TO CTL-MONTH.
010200     MOVE WS-CURRENT-DAY    TO CTL-DAY.
010210     WRITE CUSTCTL-RECORD.
010220     IF WS-CTL-FILE-STATUS NOT = '00'
010230         DISPLAY 'CUSTCRV - CUSTCRVC WRITE ERROR - STATUS '
010240                 WS-CTL-FILE-STATUS
010250     END-IF.
010260     CLOSE CUSTCRVC.
010270 8000-EXIT.
010280     EXIT.
010290
010300*----------------------------------------------------------------*
010310* 8500-PRINT-TOTALS - REGISTER TOTALS FOR THE CREDIT SIGN-OFF    *
010320*----------------------------------------------------------------*
010330 8500-PRINT-TOTALS.
010340     MOVE 'ACCOUNTS REVIEWED         - ' TO WS-RPT-COUNT-LINE.
010350     MOVE WS-REVIEWED-COUNT TO RPT-T-COUNT.
010360     WRITE CRVR-LINE FROM WS-RPT-COUNT-LINE
010370         AFTER ADVANCING 2 LINES.
010380     MOVE 'INCREASES PROPOSED        - ' TO WS-RPT-COUNT-LINE.
010390     MOVE WS-INCREASE-COUNT TO RPT-T-COUNT.
010400     WRITE CRVR-LINE FROM WS-RPT-COUNT-LINE
010410         AFTER ADVANCING 1 LINE.
010420     MOVE 'TOTAL LIMIT INCREASE      - ' TO WS-RPT-AMOUNT-LINE.
010430     MOVE WS-INCREASE-TOTAL TO RPT-T-AMOUNT.
010440     WRITE CRVR-LINE FROM WS-RPT-AMOUNT-LINE
010450         AFTER ADVANCING 1 LINE.
010460     MOVE 'DECREASES PROPOSED        - ' TO WS-RPT-COUNT-LINE.
010470     MOVE WS-DECREASE-COUNT TO RPT-T-COUNT.
010480     WRITE CRVR-LINE FROM WS-RPT-COUNT-LINE
010490         AFTER ADVANCING 1 LINE.
010500     MOVE 'TOTAL LIMIT DECREASE      - ' TO WS-RPT-AMOUNT-LINE.
010510     MOVE WS-DECREASE-TOTAL TO RPT-T-AMOUNT.
010520     WRITE CRVR-LINE FROM WS-RPT-AMOUNT-LINE
010530         AFTER ADVANCING 1 LINE.
010540     MOVE 'NO CHANGE                 - ' TO WS-RPT-COUNT-LINE.
010550     MOVE WS-NO-CHANGE-COUNT TO RPT-T-COUNT.
010560     WRITE CRVR-LINE FROM WS-RPT-COUNT-LINE
010570         AFTER ADVANCING 1 LINE.
010580     MOVE 'REVIEW PERIOD (DAYS)      - ' TO WS-RPT-COUNT-LINE.
010590     MOVE WS-REVIEW-DAYS TO RPT-T-COUNT.
010600     WRITE CRVR-LINE FROM WS-RPT-COUNT-LINE
010610         AFTER ADVANCING 1 LINE.
010620 8500-EXIT.
010630     EXIT.
010640
010650*----------------------------------------------------------------*
010660* 8600-PRINT-SCORING - THE SCORING TABLE IN EFFECT FOR THIS RUN  *
010670*----------------------------------------------------------------*
010680 8600-PRINT-SCORING.
010690     MOVE 'SCORING TABLE IN EFFECT' TO CRVR-LINE.
010700     WRITE CRVR-LINE AFTER ADVANCING 2 LINES.
010710     PERFORM 8610-PRINT-ONE-BAND   THRU 8610-EXIT
010720         VARYING WS-TABLE-IDX FROM 1 BY 1
010730         UNTIL WS-TABLE-IDX > WS-FACTOR-COUNT.
010740     MOVE SPACES TO CRVR-LINE.
010750     WRITE CRVR-LINE AFTER ADVANCING 1 LINE.
010760     PERFORM 8620-PRINT-ONE-RULE   THRU 8620-EXIT
010770         VARYING WS-TABLE-IDX FROM 1 BY 1
010780         UNTIL WS-TABLE-IDX > WS-RULE-COUNT.
010790 8600-EXIT.
010800     EXIT.
010810
010820*----------------------------------------------------------------*
010830* 8610-PRINT-ONE-BAND - ONE FACTOR BAND                          *
010840*----------------------------------------------------------------*
010850 8610-PRINT-ONE-BAND.
010860     MOVE WS-FACTOR-CODE(WS-TABLE-IDX) TO RPT-F-CODE.
010870     MOVE WS-UPPER-LIMIT(WS-TABLE-IDX) TO RPT-F-UPPER.
010880     MOVE WS-POINTS(WS-TABLE-IDX)      TO RPT-F-POINTS.
010890     WRITE CRVR-LINE FROM WS-RPT-FACTOR-LINE
010900         AFTER ADVANCING 1 LINE.
010910 8610-EXIT.
010920     EXIT.
010930
010940*----------------------------------------------------------------*
010950* 8620-PRINT-ONE-RULE - ONE ACTION RULE                          *
010960*----------------------------------------------------------------*
010970 8620-PRINT-ONE-RULE.
010980     MOVE WS-RULE-MIN-SCORE(WS-TABLE-IDX) TO RPT-R-MIN-SCORE.
010990     EVALUATE WS-RULE-ACTION(WS-TABLE-IDX)
011000         WHEN 'I'
011010             MOVE 'INCREASE' TO RPT-R-ACTION
011020         WHEN 'D'
011030             MOVE 'DECREASE' TO RPT-R-ACTION
011040         WHEN OTHER
011050             MOVE 'NO CHNG'  TO RPT-R-ACTION
011060     END-EVALUATE.
011070     MOVE WS-RULE-PERCENT(WS-TABLE-IDX) TO RPT-R-PERCENT.
011080     WRITE CRVR-LINE FROM WS-RPT-RULE-LINE
011090         AFTER ADVANCING 1 LINE.
011100 8620-EXIT.
011110     EXIT.
011120
011130*----------------------------------------------------------------*
011140* 9000-TERMINATE - CLOSE FILES                                   *
011150*----------------------------------------------------------------*
011160 9000-TERMINATE.
011170     SET ITP-FUNC-CLOSE TO TRUE.
011180     CALL 'CUSTAGER' USING CUSTITP-PARMS.
011190     CLOSE CUSTMAST.
011200     CLOSE CUSTHIST.
011210     CLOSE CUSTCRVT.
011220     CLOSE CUSTCRVR.
011230     DISPLAY 'CUSTCRV - CUSTOMERS READ     - ' WS-CUST-COUNT.
011240     DISPLAY 'CUSTCRV - ACCOUNTS REVIEWED  - ' WS-REVIEWED-COUNT.
011250     DISPLAY 'CUSTCRV - CHANGES PROPOSED   - ' WS-PROPOSAL-COUNT.
011260     DISPLAY 'CUSTCRV - INCREASES          - ' WS-INCREASE-COUNT.
011270     DISPLAY 'CUSTCRV - DECREASES          - ' WS-DECREASE-COUNT.
011280 9000-EXIT.
011290     EXIT.
