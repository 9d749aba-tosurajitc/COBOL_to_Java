000010*****************************************************************
000020* PROGRAM-ID:  CUSTGLI
000030* SYSTEM:      CUSTOMER MASTER MAINTENANCE
000040*
000050* PURPOSE:     DAILY GENERAL LEDGER INTERFACE AND RECEIVABLES
000060*              CONTROL-ACCOUNT PROOF. RUNS AFTER THE NIGHTLY
000070*              UPDATE AND BEFORE THE ONLINE CORRECTION DAY
000080*              JOURNAL (CUSTJRNL) IS EMPTIED. THE POSTING DATE IS
000090*              THE BUSINESS DATE OF THE LAST COMPLETED LIVE UPDATE
000100*              (CUSTRUND), SO THE STEP POSTS THE RIGHT DAY EVEN
000110*              WHEN IT RUNS PAST MIDNIGHT.
000120*
000130*              THE DAY'S TRANSACTION HISTORY (CUSTHIST) AND THE
000140*              APPLIED AND APPROVED ONLINE CORRECTIONS ON THE DAY
000150*              JOURNAL ARE SUMMARIZED BY TRANSACTION CODE AND
000160*              SOURCE CODE - LOCKBOX PAYMENTS, FINANCE CHARGES,
000170*              RETURNED-ITEM FEES, KEYED BALANCE CHANGES,
000180*              WRITE-OFFS, RETURNED PAYMENTS, CREDIT-BALANCE
000185*              REFUNDS, ONLINE CORRECTIONS.
000190*              EACH CATEGORY IS MAPPED TO ITS GL ACCOUNTS FROM THE
000200*              MAPPING CARDS (CUSTGLMP, CUSTGLM.CPY) AND POSTED TO
000210*              THE GL INTERFACE FILE (CUSTGLIF, CUSTGLX.CPY) AS A
000220*              BALANCED DEBIT/CREDIT PAIR FOR WHAT RAISED BALANCES
000230*              AND ANOTHER FOR WHAT LOWERED THEM, BETWEEN A HEADER
000240*              AND A TRAILER CARRYING THE LINE COUNT AND TOTALS.
000250*
000260*              THE PROOF TAKES THE PRIOR DAY'S CLOSING RECEIVABLES
000270*              (CUSTGLCT, CUSTGLC.CPY), ADDS THE DAY'S POSTED
000280*              ACTIVITY, AND COMPARES THE RESULT TO THE SUM OF
000290*              CUST-BALANCE OVER THE WHOLE CUSTOMER MASTER. ANY
000300*              DIFFERENCE IS PRINTED AND FLAGGED OUT OF BALANCE.
000310*              THE MASTER TOTAL IS THEN RECORDED AS THE DAY'S
000320*              CLOSING RECEIVABLES FOR THE NEXT RUN TO PROVE FROM.
000330*
000340* MODIFICATION HISTORY
000350*   09/21/2026  RDM  ORIGINAL PROGRAM.
000352*   10/05/2026  RDM  CREDIT-BALANCE REFUNDS ('RF') POST UNDER
000354*                    THEIR OWN MAPPING CARD LIKE ANY OTHER
000356*                    CATEGORY - NO PROCESSING CHANGE.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.    CUSTGLI.
000390 AUTHOR.        R. D. MASON.
000400 INSTALLATION.  CUSTOMER SYSTEMS DEPT.
000410 DATE-WRITTEN.  09/21/2026.
000420 DATE-COMPILED.
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CUSTHIST  ASSIGN TO CUSTHIST
000500            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS SEQUENTIAL
000520            RECORD KEY IS HIS-KEY
000530            FILE STATUS IS WS-HIS-FILE-STATUS.
000540
000550     SELECT CUSTJRNL  ASSIGN TO CUSTJRNL
000560            ORGANIZATION IS SEQUENTIAL
000570            FILE STATUS IS WS-JRN-FILE-STATUS.
000580
000590     SELECT CUSTMAST  ASSIGN TO CUSTMAST
000600            ORGANIZATION IS INDEXED
000610            ACCESS MODE IS SEQUENTIAL
000620            RECORD KEY IS CUST-NUMBER
000630            FILE STATUS IS CUST-FILE-STATUS.
000640
000650     SELECT CUSTRUND  ASSIGN TO CUSTRUND
000660            ORGANIZATION IS SEQUENTIAL
000670            FILE STATUS IS WS-RND-FILE-STATUS.
000680
000690     SELECT CUSTGLMP  ASSIGN TO CUSTGLMP
000700            ORGANIZATION IS SEQUENTIAL
000710            FILE STATUS IS WS-MAP-FILE-STATUS.
000720
000730     SELECT CUSTGLCT  ASSIGN TO CUSTGLCT
000740            ORGANIZATION IS SEQUENTIAL
000750            FILE STATUS IS WS-GLC-FILE-STATUS.
000760
000770     SELECT CUSTGLIF  ASSIGN TO CUSTGLIF
000780            ORGANIZATION IS SEQUENTIAL
000790            FILE STATUS IS WS-GLX-FILE-STATUS.
000800
000810     SELECT CUSTGLIR  ASSIGN TO CUSTGLIR
000820            ORGANIZATION IS SEQUENTIAL
000830            FILE STATUS IS WS-RPT-FILE-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  CUSTHIST
000880     LABEL RECORDS ARE STANDARD.
000890     COPY CUSTHIS.
000900
000910 FD  CUSTJRNL
000920     LABEL RECORDS ARE STANDARD.
000930     COPY CUSTJRN.
000940
000950 FD  CUSTMAST
000960     LABEL RECORDS ARE STANDARD.
000970     COPY CUSTREC.
000980
000990 FD  CUSTRUND
001000     LABEL RECORDS ARE STANDARD.
001010     COPY CUSTRUND.
001020
001030 FD  CUSTGLMP
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 80 CHARACTERS.
001060     COPY CUSTGLM.
001070
001080 FD  CUSTGLCT
001090     LABEL RECORDS ARE STANDARD.
001100     COPY CUSTGLC.
001110
001120 FD  CUSTGLIF
001130     LABEL RECORDS ARE STANDARD.
001140     COPY CUSTGLX.
001150
001160 FD  CUSTGLIR
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 132 CHARACTERS.
001190 01  GLIR-LINE                     PIC X(132).
001200
001210 WORKING-STORAGE SECTION.
001220 COPY CUSTWS.
001230
001240 01  WS-FILE-STATUS-AREAS.
001250     05  WS-HIS-FILE-STATUS        PIC X(02) VALUE SPACES.
001260     05  WS-JRN-FILE-STATUS        PIC X(02) VALUE SPACES.
001270     05  WS-RND-FILE-STATUS        PIC X(02) VALUE SPACES.
001280     05  WS-MAP-FILE-STATUS        PIC X(02) VALUE SPACES.
001290     05  WS-GLC-FILE-STATUS        PIC X(02) VALUE SPACES.
001300     05  WS-GLX-FILE-STATUS        PIC X(02) VALUE SPACES.
001310     05  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001320
001330 01  WS-ABORT-SW                   PIC X     VALUE 'N'.
001340     88  WS-ABORT-REQUESTED            VALUE 'Y'.
001350
001360 01  WS-CONTROL-AREAS.
001370     05  WS-RUN-ID                 PIC X(08) VALUE SPACES.
001380     05  WS-POSTING-DATE           PIC 9(08) VALUE ZERO.
001390     05  WS-OPENING-SW             PIC X     VALUE 'N'.
001400         88  WS-OPENING-KNOWN            VALUE 'Y'.
001410     05  WS-OPENING-DATE           PIC 9(08) VALUE ZERO.
001420     05  WS-OPENING-AR             PIC S9(11)V99 COMP-3
001430                                   VALUE ZERO.
001440     05  WS-JOURNAL-SW             PIC X     VALUE 'Y'.
001450         88  WS-JOURNAL-AVAILABLE        VALUE 'Y'.
001460     05  WS-MAP-EOF-SW             PIC X     VALUE 'N'.
001470         88  WS-MAP-EOF                  VALUE 'Y'.
001480
001490 01  WS-MAPPING-AREAS.
001500     05  WS-MAP-COUNT              PIC 9(03) COMP VALUE ZERO.
001510     05  WS-MAP-IDX                PIC 9(03) COMP VALUE ZERO.
001520     05  WS-MAP-HIT                PIC 9(03) COMP VALUE ZERO.
001530     05  WS-MAP-WANT-CODE          PIC X(02) VALUE SPACES.
001540     05  WS-MAP-WANT-SOURCE        PIC X(02) VALUE SPACES.
001550     05  WS-MAP-TABLE.
001560         10  WS-MAP-ENTRY OCCURS 50 TIMES.
001570             15  WS-MAP-TRAN-CODE      PIC X(02).
001580             15  WS-MAP-SOURCE-CODE    PIC X(02).
001590             15  WS-MAP-AR-ACCOUNT     PIC X(12).
001600             15  WS-MAP-OFFSET-ACCOUNT PIC X(12).
001610             15  WS-MAP-DESCRIPTION    PIC X(24).
001620
001630 01  WS-ACTIVITY-AREAS.
001640     05  WS-CAT-TRAN-CODE          PIC X(02) VALUE SPACES.
001650     05  WS-CAT-SOURCE-CODE        PIC X(02) VALUE SPACES.
001660     05  WS-CAT-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
001670     05  WS-ACT-COUNT              PIC 9(03) COMP VALUE ZERO.
001680     05  WS-ACT-IDX                PIC 9(03) COMP VALUE ZERO.
001690     05  WS-ACT-HIT                PIC 9(03) COMP VALUE ZERO.
001700     05  WS-ACT-TABLE.
001710         10  WS-ACT-ENTRY OCCURS 40 TIMES.
001720             15  WS-ACT-TRAN-CODE      PIC X(02).
001730             15  WS-ACT-SOURCE-CODE    PIC X(02).
001740             15  WS-ACT-ITEMS          PIC 9(07) COMP.
001750             15  WS-ACT-INCREASE       PIC S9(11)V99 COMP-3.
001760             15  WS-ACT-DECREASE       PIC S9(11)V99 COMP-3.
001770             15  WS-ACT-AR-ACCOUNT     PIC X(12).
001780             15  WS-ACT-OFFSET-ACCOUNT PIC X(12).
001790             15  WS-ACT-DESCRIPTION    PIC X(24).
001800             15  WS-ACT-MAPPED-SW      PIC X(01).
001810                 88  WS-ACT-MAPPED-EXACT     VALUE 'E'.
001820                 88  WS-ACT-MAPPED-SOURCE    VALUE 'S'.
001830                 88  WS-ACT-MAPPED-DEFAULT   VALUE 'D'.
001840                 88  WS-ACT-NOT-MAPPED       VALUE 'N'.
001850
001860 01  WS-LINE-AREAS.
001870     05  WS-LINE-DEBIT-ACCOUNT     PIC X(12) VALUE SPACES.
001880     05  WS-LINE-CREDIT-ACCOUNT    PIC X(12) VALUE SPACES.
001890     05  WS-LINE-AMOUNT            PIC S9(11)V99 COMP-3
001900                                   VALUE ZERO.
001910
001920 01  WS-RUN-TOTALS.
001930     05  WS-HISTORY-READ           PIC 9(07) COMP VALUE ZERO.
001940     05  WS-HISTORY-POSTED         PIC 9(07) COMP VALUE ZERO.
001950     05  WS-HISTORY-NET            PIC S9(11)V99 COMP-3
001960                                   VALUE ZERO.
001970     05  WS-JOURNAL-READ           PIC 9(07) COMP VALUE ZERO.
001980     05  WS-ONLINE-POSTED          PIC 9(07) COMP VALUE ZERO.
001990     05  WS-ONLINE-NET             PIC S9(11)V99 COMP-3
002000                                   VALUE ZERO.
002010     05  WS-MASTER-ACCOUNTS        PIC 9(07) COMP VALUE ZERO.
002020     05  WS-MASTER-AR              PIC S9(11)V99 COMP-3
002030                                   VALUE ZERO.
002040     05  WS-EXPECTED-AR            PIC S9(11)V99 COMP-3
002050                                   VALUE ZERO.
002060     05  WS-PROOF-DIFFERENCE       PIC S9(11)V99 COMP-3
002070                                   VALUE ZERO.
002080     05  WS-GL-LINE-COUNT          PIC 9(07) COMP VALUE ZERO.
002090     05  WS-GL-DEBIT-TOTAL         PIC S9(11)V99 COMP-3
002100                                   VALUE ZERO.
002110     05  WS-GL-CREDIT-TOTAL        PIC S9(11)V99 COMP-3
002120                                   VALUE ZERO.
002130     05  WS-UNMAPPED-COUNT         PIC 9(03) COMP VALUE ZERO.
002140     05  WS-UNPOSTED-COUNT         PIC 9(07) COMP VALUE ZERO.
002150     05  WS-GL-WRITE-ERRORS        PIC 9(07) COMP VALUE ZERO.
002160
002170 01  WS-REPORT-LINES.
002180     05  WS-RPT-TITLE-LINE.
002190         10  FILLER                PIC X(40) VALUE SPACES.
002200         10  FILLER                PIC X(34)
002210                  VALUE 'DAILY GENERAL LEDGER INTERFACE'.
002220         10  FILLER                PIC X(13)
002230                  VALUE 'POSTING DATE '.
002240         10  RPT-TITLE-DATE        PIC 9(08).
002250         10  FILLER                PIC X(06) VALUE '  RUN '.
002260         10  RPT-TITLE-RUN-ID      PIC X(08).
002270     05  WS-RPT-SECTION-LINE.
002280         10  RPT-S-TITLE           PIC X(60).
002290     05  WS-RPT-ACTIVITY-HEADING.
002300         10  FILLER                PIC X(06) VALUE 'CODE'.
002310         10  FILLER                PIC X(05) VALUE 'SRC'.
002320         10  FILLER                PIC X(26) VALUE 'DESCRIPTION'.
002330         10  FILLER                PIC X(09) VALUE 'ITEMS'.
002340         10  FILLER                PIC X(17) VALUE 'INCREASES'.
002350         10  FILLER                PIC X(17) VALUE 'DECREASES'.
002360         10  FILLER                PIC X(14) VALUE 'AR ACCOUNT'.
002370         10  FILLER                PIC X(16)
002380                  VALUE 'OFFSET ACCOUNT'.
002390         10  FILLER                PIC X(10) VALUE 'NOTE'.
002400     05  WS-RPT-ACTIVITY-LINE.
002410         10  RPT-D-TRAN-CODE       PIC X(02).
002420         10  FILLER                PIC X(04) VALUE SPACES.
002430         10  RPT-D-SOURCE-CODE     PIC X(02).
002440         10  FILLER                PIC X(03) VALUE SPACES.
002450         10  RPT-D-DESCRIPTION     PIC X(24).
002460         10  FILLER                PIC X(02) VALUE SPACES.
002470         10  RPT-D-ITEMS           PIC ZZZ,ZZ9.
002480         10  FILLER                PIC X(02) VALUE SPACES.
002490         10  RPT-D-INCREASE        PIC ZZZ,ZZZ,ZZ9.99.
002500         10  FILLER                PIC X(03) VALUE SPACES.
002510         10  RPT-D-DECREASE        PIC ZZZ,ZZZ,ZZ9.99-.
002520         10  FILLER                PIC X(02) VALUE SPACES.
002530         10  RPT-D-AR-ACCOUNT      PIC X(12).
002540         10  FILLER                PIC X(02) VALUE SPACES.
002550         10  RPT-D-OFFSET-ACCOUNT  PIC X(12).
002560         10  FILLER                PIC X(04) VALUE SPACES.
002570         10  RPT-D-NOTE            PIC X(10).
002580     05  WS-RPT-JOURNAL-HEADING.
002590         10  FILLER                PIC X(14) VALUE 'ACCOUNT'.
002600         10  FILLER                PIC X(07) VALUE 'DR/CR'.
002610         10  FILLER                PIC X(18) VALUE 'AMOUNT'.
002620         10  FILLER                PIC X(06) VALUE 'CODE'.
002630         10  FILLER                PIC X(05) VALUE 'SRC'.
002640         10  FILLER                PIC X(24) VALUE 'DESCRIPTION'.
002650     05  WS-RPT-JOURNAL-LINE.
002660         10  RPT-J-ACCOUNT         PIC X(12).
002670         10  FILLER                PIC X(02) VALUE SPACES.
002680         10  RPT-J-DEBIT-CREDIT    PIC X(02).
002690         10  FILLER                PIC X(05) VALUE SPACES.
002700         10  RPT-J-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002710         10  FILLER                PIC X(01) VALUE SPACES.
002720         10  RPT-J-TRAN-CODE       PIC X(02).
002730         10  FILLER                PIC X(04) VALUE SPACES.
002740         10  RPT-J-SOURCE-CODE     PIC X(02).
002750         10  FILLER                PIC X(03) VALUE SPACES.
002760         10  RPT-J-DESCRIPTION     PIC X(24).
002770     05  WS-RPT-COUNT-LINE.
002780         10  FILLER                PIC X(10) VALUE SPACES.
002790         10  RPT-C-LABEL           PIC X(32).
002800         10  RPT-C-COUNT           PIC ZZZ,ZZ9.
002810     05  WS-RPT-AMOUNT-LINE.
002820         10  FILLER                PIC X(10) VALUE SPACES.
002830         10  RPT-A-LABEL           PIC X(32).
002840         10  RPT-A-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002850     05  WS-RPT-DATE-LINE.
002860         10  FILLER                PIC X(10) VALUE SPACES.
002870         10  RPT-DT-LABEL          PIC X(32).
002880         10  RPT-DT-DATE           PIC 9(08).
002890     05  WS-RPT-RESULT-LINE.
002900         10  FILLER                PIC X(10) VALUE SPACES.
002910         10  RPT-R-MESSAGE         PIC X(60).
002920
002930 PROCEDURE DIVISION.
002940*----------------------------------------------------------------*
002950* 0000-MAINLINE                                                  *
002960*----------------------------------------------------------------*
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002990     IF NOT WS-ABORT-REQUESTED
003000         PERFORM 2000-PROCESS-HISTORY  THRU 2000-EXIT
003010                 UNTIL END-OF-FILE(EOF-FEEDER-A)
003020         PERFORM 3000-PROCESS-JOURNAL  THRU 3000-EXIT
003030                 UNTIL END-OF-FILE(EOF-FEEDER-B)
003040         PERFORM 4000-PROCESS-MASTER   THRU 4000-EXIT
003050                 UNTIL END-OF-FILE(EOF-MASTER)
003060         PERFORM 5000-PRINT-ACTIVITY   THRU 5000-EXIT
003070         PERFORM 6000-WRITE-INTERFACE  THRU 6000-EXIT
003080         PERFORM 7000-PRINT-PROOF      THRU 7000-EXIT
003090         PERFORM 8000-RECORD-CLOSING-AR THRU 8000-EXIT
003100         PERFORM 9000-TERMINATE        THRU 9000-EXIT
003110     END-IF.
003120     STOP RUN.
003130
003140*----------------------------------------------------------------*
003150* 1000-INITIALIZE - ESTABLISH THE POSTING DATE, LOAD THE GL      *
003160*                   MAPPING, PICK UP THE PRIOR CLOSE, OPEN THE   *
003170*                   FILES AND PRIME THE READS                    *
003180*----------------------------------------------------------------*
003190 1000-INITIALIZE.
003200     MOVE 'N' TO WS-EOF-SW(EOF-MASTER).
003210     MOVE 'N' TO WS-EOF-SW(EOF-FEEDER-A).
003220     MOVE 'N' TO WS-EOF-SW(EOF-FEEDER-B).
003230     ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD.
003240     PERFORM 1100-READ-RUN-DATE    THRU 1100-EXIT.
003250     MOVE 'CGLI' TO WS-RUN-ID(1:4).
003260     MOVE WS-POSTING-DATE(5:4) TO WS-RUN-ID(5:4).
003270     PERFORM 1200-LOAD-MAPPING     THRU 1200-EXIT.
003280     IF WS-ABORT-REQUESTED
003290         GO TO 1000-EXIT
003300     END-IF.
003310     PERFORM 1300-READ-AR-CONTROL  THRU 1300-EXIT.
003320     IF WS-ABORT-REQUESTED
003330         GO TO 1000-EXIT
003340     END-IF.
003350     OPEN INPUT CUSTHIST.
003360     IF WS-HIS-FILE-STATUS NOT = '00'
003370         DISPLAY 'CUSTGLI - CANNOT OPEN CUSTHIST - STATUS '
003380                 WS-HIS-FILE-STATUS
003390         MOVE 'Y' TO WS-ABORT-SW
003400         GO TO 1000-EXIT
003410     END-IF.
003420     OPEN INPUT CUSTMAST.
003430     IF CUST-FILE-STATUS NOT = '00'
003440         DISPLAY 'CUSTGLI - CANNOT OPEN CUSTMAST - STATUS '
003450                 CUST-FILE-STATUS
003460         MOVE 'Y' TO WS-ABORT-SW
003470         GO TO 1000-EXIT
003480     END-IF.
003490     OPEN OUTPUT CUSTGLIF.
003500     IF WS-GLX-FILE-STATUS NOT = '00'
003510         DISPLAY 'CUSTGLI - CANNOT OPEN CUSTGLIF - STATUS '
003520                 WS-GLX-FILE-STATUS
003530         MOVE 'Y' TO WS-ABORT-SW
003540         GO TO 1000-EXIT
003550     END-IF.
003560     OPEN INPUT CUSTJRNL.
003570     IF WS-JRN-FILE-STATUS NOT = '00'
003580         DISPLAY 'CUSTGLI - CANNOT OPEN CUSTJRNL - STATUS '
003590                 WS-JRN-FILE-STATUS
003600                 ' - ONLINE CORRECTIONS NOT POSTED'
003610         MOVE 'N' TO WS-JOURNAL-SW
003620         MOVE 'Y' TO WS-EOF-SW(EOF-FEEDER-B)
003630     END-IF.
003640     OPEN OUTPUT CUSTGLIR.
003650     PERFORM 1150-PRINT-HEADINGS   THRU 1150-EXIT.
003660     PERFORM 1400-READ-HISTORY     THRU 1400-EXIT.
003670     IF WS-JOURNAL-AVAILABLE
003680         PERFORM 1500-READ-JOURNAL THRU 1500-EXIT
003690     END-IF.
003700     PERFORM 1600-READ-MASTER      THRU 1600-EXIT.
003710 1000-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------*
003750* 1100-READ-RUN-DATE - THE POSTING DATE IS THE PROCESSING DATE   *
003760*                      OF THE LAST COMPLETED LIVE NIGHTLY UPDATE *
003770*                      (CUSTRUND). WITH NO RECORD TODAY'S DATE   *
003780*                      IS USED                                   *
003790*----------------------------------------------------------------*
003800 1100-READ-RUN-DATE.
003810     MOVE WS-CURRENT-DATE-X TO WS-POSTING-DATE.
003820     OPEN INPUT CUSTRUND.
003830     IF WS-RND-FILE-STATUS NOT = '00'
003840         DISPLAY 'CUSTGLI - CANNOT OPEN CUSTRUND - STATUS '
003850                 WS-RND-FILE-STATUS
003860                 ' - POSTING DATE IS TODAY'
003870         GO TO 1100-EXIT
003880     END-IF.
003890     READ CUSTRUND
003900         AT END
003910             DISPLAY 'CUSTGLI - CUSTRUND IS EMPTY - POSTING DATE '
003920                     'IS TODAY'
003930         NOT AT END
003940             MOVE RUND-LAST-RUN-DATE TO WS-POSTING-DATE
003950     END-READ.
003960     CLOSE CUSTRUND.
003970     DISPLAY 'CUSTGLI - POSTING DATE - ' WS-POSTING-DATE.
003980 1100-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------*
004020* 1150-PRINT-HEADINGS - WRITE THE REPORT TITLE AND THE ACTIVITY  *
004030*                       SECTION HEADING                          *
004040*----------------------------------------------------------------*
004050 1150-PRINT-HEADINGS.
004060     MOVE WS-POSTING-DATE TO RPT-TITLE-DATE.
004070     MOVE WS-RUN-ID       TO RPT-TITLE-RUN-ID.
004080     WRITE GLIR-LINE FROM WS-RPT-TITLE-LINE
004090         AFTER ADVANCING PAGE.
004100     MOVE 'ACTIVITY BY TRANSACTION CODE AND SOURCE'
004110          TO RPT-S-TITLE.
004120     WRITE GLIR-LINE FROM WS-RPT-SECTION-LINE
004130         AFTER ADVANCING 2 LINES.
004140     WRITE GLIR-LINE FROM WS-RPT-ACTIVITY-HEADING
004150         AFTER ADVANCING 2 LINES.
004160 1150-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
004200* 1200-LOAD-MAPPING - LOAD THE GL ACCOUNT MAPPING CARDS. THE RUN *
004210*                     CANNOT POST WITHOUT THEM                   *
004220*----------------------------------------------------------------*
004230 1200-LOAD-MAPPING.
004240     OPEN INPUT CUSTGLMP.
004250     IF WS-MAP-FILE-STATUS NOT = '00'
004260         DISPLAY 'CUSTGLI - CANNOT OPEN CUSTGLMP - STATUS '
004270                 WS-MAP-FILE-STATUS
004280         MOVE 'Y' TO WS-ABORT-SW
004290         GO TO 1200-EXIT
004300     END-IF.
004310     PERFORM 1250-READ-ONE-MAPPING THRU 1250-EXIT
004320         UNTIL WS-MAP-EOF.
004330     CLOSE CUSTGLMP.
004340     IF WS-MAP-COUNT = ZERO
004350         DISPLAY 'CUSTGLI - NO GL MAPPING CARDS ON CUSTGLMP'
004360         MOVE 'Y' TO WS-ABORT-SW
004370         GO TO 1200-EXIT
004380     END-IF.
004390     DISPLAY 'CUSTGLI - GL MAPPING CARDS LOADED - ' WS-MAP-COUNT.
004400 1200-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------*
004440* 1250-READ-ONE-MAPPING - ADD ONE MAPPING CARD TO THE TABLE.     *
004450*                         A BLANK TRANSACTION CODE IS SKIPPED    *
004460*----------------------------------------------------------------*
004470 1250-READ-ONE-MAPPING.
004480     READ CUSTGLMP
004490         AT END
004500             SET WS-MAP-EOF TO TRUE
004510             GO TO 1250-EXIT
004520     END-READ.
004530     IF GLM-TRAN-CODE = SPACES
004540         GO TO 1250-EXIT
004550     END-IF.
004560     IF WS-MAP-COUNT NOT < 50
004570         DISPLAY 'CUSTGLI - GL MAPPING TABLE FULL - CARD IGNORED '
004580                 GLM-TRAN-CODE GLM-SOURCE-CODE
004590         GO TO 1250-EXIT
004600     END-IF.
004610     ADD 1 TO WS-MAP-COUNT.
004620     MOVE GLM-TRAN-CODE      TO WS-MAP-TRAN-CODE(WS-MAP-COUNT).
004630     MOVE GLM-SOURCE-CODE    TO WS-MAP-SOURCE-CODE(WS-MAP-COUNT).
004640     MOVE GLM-AR-ACCOUNT     TO WS-MAP-AR-ACCOUNT(WS-MAP-COUNT).
004650     MOVE GLM-OFFSET-ACCOUNT
004660          TO WS-MAP-OFFSET-ACCOUNT(WS-MAP-COUNT).
004670     MOVE GLM-DESCRIPTION    TO WS-MAP-DESCRIPTION(WS-MAP-COUNT).
004680 1250-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------------*
004720* 1300-READ-AR-CONTROL - PICK UP THE LAST PROVED CLOSING         *
004730*                        RECEIVABLES AS THE DAY'S OPENING FIGURE *
004740*----------------------------------------------------------------*
004750 1300-READ-AR-CONTROL.
004760     OPEN INPUT CUSTGLCT.
004770     IF WS-GLC-FILE-STATUS NOT = '00'
004780         DISPLAY 'CUSTGLI - CANNOT OPEN CUSTGLCT - STATUS '
004790                 WS-GLC-FILE-STATUS
004800                 ' - NO PRIOR CLOSING RECEIVABLES'
004810         GO TO 1300-EXIT
004820     END-IF.
004830     READ CUSTGLCT
004840         AT END
004850             DISPLAY 'CUSTGLI - CUSTGLCT IS EMPTY - NO PRIOR '
004860                     'CLOSING RECEIVABLES'
004870         NOT AT END
004880             PERFORM 1350-SET-OPENING-AR THRU 1350-EXIT
004890     END-READ.
004900     CLOSE CUSTGLCT.
004910 1300-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------*
004950* 1350-SET-OPENING-AR - A CLOSE DATED BEFORE THE POSTING DATE IS *
004960*                       THE OPENING FIGURE. A CLOSE DATED ON IT  *
004970*                       MEANS THE DAY IS BEING RERUN, SO THE     *
004980*                       CLOSE BEFORE THAT ONE IS USED. A CLOSE   *
004990*                       DATED AFTER IT STOPS THE RUN - THAT DAY  *
005000*                       HAS ALREADY BEEN POSTED PAST             *
005010*----------------------------------------------------------------*
005020 1350-SET-OPENING-AR.
005030     EVALUATE TRUE
005040         WHEN GLC-CLOSING-DATE < WS-POSTING-DATE
005050             MOVE GLC-CLOSING-DATE TO WS-OPENING-DATE
005060             MOVE GLC-CLOSING-AR   TO WS-OPENING-AR
005070             SET WS-OPENING-KNOWN  TO TRUE
005080         WHEN GLC-CLOSING-DATE = WS-POSTING-DATE
005090             DISPLAY 'CUSTGLI - POSTING DATE ALREADY CLOSED - '
005100                     'RERUN PROVES FROM THE PRIOR CLOSE'
005110             IF GLC-PRIOR-DATE NOT = ZERO
005120                 MOVE GLC-PRIOR-DATE TO WS-OPENING-DATE
005130                 MOVE GLC-PRIOR-AR   TO WS-OPENING-AR
005140                 SET WS-OPENING-KNOWN TO TRUE
005150             END-IF
005160         WHEN OTHER
005170             DISPLAY 'CUSTGLI - POSTING DATE ' WS-POSTING-DATE
005180                     ' IS BEFORE THE LAST CLOSE ' GLC-CLOSING-DATE
005190                     ' - RUN STOPPED'
005200             MOVE 'Y' TO WS-ABORT-SW
005210     END-EVALUATE.
005220 1350-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------*
005260* 1400-READ-HISTORY - READ THE NEXT TRANSACTION HISTORY RECORD   *
005270*----------------------------------------------------------------*
005280 1400-READ-HISTORY.
005290     READ CUSTHIST
005300         AT END
005310             MOVE 'Y' TO WS-EOF-SW(EOF-FEEDER-A)
005320     END-READ.
005330 1400-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------------*
005370* 1500-READ-JOURNAL - READ THE NEXT DAY JOURNAL RECORD           *
005380*----------------------------------------------------------------*
005390 1500-READ-JOURNAL.
005400     READ CUSTJRNL
005410         AT END
005420             MOVE 'Y' TO WS-EOF-SW(EOF-FEEDER-B)
005430     END-READ.
005440 1500-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------------*
005480* 1600-READ-MASTER - READ THE NEXT CUSTOMER MASTER RECORD        *
005490*----------------------------------------------------------------*
005500 1600-READ-MASTER.
005510     READ CUSTMAST
005520         AT END
005530             MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
005540     END-READ.
005550 1600-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------*
005590* 2000-PROCESS-HISTORY - ACCUMULATE ONE HISTORY RECORD POSTED ON *
005600*                        THE POSTING DATE UNDER ITS CATEGORY     *
005610*----------------------------------------------------------------*
005620 2000-PROCESS-HISTORY.
005630     ADD 1 TO WS-HISTORY-READ.
005640     IF HIS-TRAN-DATE NOT = WS-POSTING-DATE
005650         GO TO 2000-READ-NEXT
005660     END-IF.
005670     MOVE HIS-TRAN-CODE   TO WS-CAT-TRAN-CODE.
005680     MOVE HIS-SOURCE-CODE TO WS-CAT-SOURCE-CODE.
005690     MOVE HIS-AMOUNT      TO WS-CAT-AMOUNT.
005700     PERFORM 2500-ACCUMULATE-ACTIVITY THRU 2500-EXIT.
005710     ADD 1 TO WS-HISTORY-POSTED.
005720     ADD HIS-AMOUNT TO WS-HISTORY-NET.
005730 2000-READ-NEXT.
005740     PERFORM 1400-READ-HISTORY     THRU 1400-EXIT.
005750 2000-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------------*
005790* 2500-ACCUMULATE-ACTIVITY - ADD THE CURRENT ITEM TO ITS         *
005800*                            CATEGORY, OPENING THE CATEGORY AND  *
005810*                            MAPPING IT THE FIRST TIME IT IS     *
005815*                            SEEN                                *
005820*----------------------------------------------------------------*
005830 2500-ACCUMULATE-ACTIVITY.
005840     MOVE ZERO TO WS-ACT-HIT.
005850     PERFORM 2510-MATCH-ONE-ACTIVITY THRU 2510-EXIT
005860         VARYING WS-ACT-IDX FROM 1 BY 1
005870         UNTIL WS-ACT-IDX > WS-ACT-COUNT
005880            OR WS-ACT-HIT > ZERO.
005890     IF WS-ACT-HIT = ZERO
005900         IF WS-ACT-COUNT NOT < 40
005910             DISPLAY 'CUSTGLI - ACTIVITY TABLE FULL - NOT POSTED '
005920                     WS-CAT-TRAN-CODE WS-CAT-SOURCE-CODE
005930             ADD 1 TO WS-UNPOSTED-COUNT
005940             GO TO 2500-EXIT
005950         END-IF
005960         ADD 1 TO WS-ACT-COUNT
005970         MOVE WS-ACT-COUNT TO WS-ACT-HIT
005980         MOVE WS-CAT-TRAN-CODE   TO WS-ACT-TRAN-CODE(WS-ACT-HIT)
005990         MOVE WS-CAT-SOURCE-CODE TO WS-ACT-SOURCE-CODE(WS-ACT-HIT)
006000         MOVE ZERO TO WS-ACT-ITEMS(WS-ACT-HIT)
006010         MOVE ZERO TO WS-ACT-INCREASE(WS-ACT-HIT)
006020         MOVE ZERO TO WS-ACT-DECREASE(WS-ACT-HIT)
006030         PERFORM 2600-FIND-MAPPING THRU 2600-EXIT
006040     END-IF.
006050     ADD 1 TO WS-ACT-ITEMS(WS-ACT-HIT).
006060     IF WS-CAT-AMOUNT > ZERO
006070         ADD WS-CAT-AMOUNT TO WS-ACT-INCREASE(WS-ACT-HIT)
006080     ELSE
006090         ADD WS-CAT-AMOUNT TO WS-ACT-DECREASE(WS-ACT-HIT)
006100     END-IF.
006110 2500-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------------*
006150* 2510-MATCH-ONE-ACTIVITY - NOTE THE CATEGORY ENTRY FOR THE      *
006160*                           CURRENT CODE AND SOURCE              *
006170*----------------------------------------------------------------*
006180 2510-MATCH-ONE-ACTIVITY.
006190     IF WS-ACT-TRAN-CODE(WS-ACT-IDX) = WS-CAT-TRAN-CODE
006200             AND WS-ACT-SOURCE-CODE(WS-ACT-IDX)
006210                 = WS-CAT-SOURCE-CODE
006220         MOVE WS-ACT-IDX TO WS-ACT-HIT
006230     END-IF.
006240 2510-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------*
006280* 2600-FIND-MAPPING - MAP A NEW CATEGORY: ITS OWN CARD FIRST,    *
006290*                     THEN THE '**' CARD FOR ITS TRANSACTION     *
006300*                     CODE, THEN THE '****' DEFAULT CARD. A      *
006310*                     CATEGORY WITH NONE IS POSTED TO ACCOUNT    *
006320*                     'UNMAPPED' AND FLAGGED ON THE REPORT       *
006330*----------------------------------------------------------------*
006340 2600-FIND-MAPPING.
006350     MOVE WS-CAT-TRAN-CODE   TO WS-MAP-WANT-CODE.
006360     MOVE WS-CAT-SOURCE-CODE TO WS-MAP-WANT-SOURCE.
006370     PERFORM 2610-SEARCH-MAPPING   THRU 2610-EXIT.
006380     IF WS-MAP-HIT > ZERO
006390         SET WS-ACT-MAPPED-EXACT(WS-ACT-HIT) TO TRUE
006400         GO TO 2600-APPLY
006410     END-IF.
006420     MOVE '**' TO WS-MAP-WANT-SOURCE.
006430     PERFORM 2610-SEARCH-MAPPING   THRU 2610-EXIT.
006440     IF WS-MAP-HIT > ZERO
006450         SET WS-ACT-MAPPED-SOURCE(WS-ACT-HIT) TO TRUE
006460         GO TO 2600-APPLY
006470     END-IF.
006480     MOVE '**' TO WS-MAP-WANT-CODE.
006490     PERFORM 2610-SEARCH-MAPPING   THRU 2610-EXIT.
006500     IF WS-MAP-HIT > ZERO
006510         SET WS-ACT-MAPPED-DEFAULT(WS-ACT-HIT) TO TRUE
006520         GO TO 2600-APPLY
006530     END-IF.
006540     SET WS-ACT-NOT-MAPPED(WS-ACT-HIT) TO TRUE.
006550     MOVE 'UNMAPPED' TO WS-ACT-AR-ACCOUNT(WS-ACT-HIT).
006560     MOVE 'UNMAPPED' TO WS-ACT-OFFSET-ACCOUNT(WS-ACT-HIT).
006570     MOVE 'NO GL MAPPING CARD' TO WS-ACT-DESCRIPTION(WS-ACT-HIT).
006580     ADD 1 TO WS-UNMAPPED-COUNT.
006590     DISPLAY 'CUSTGLI - NO GL MAPPING FOR CODE '
006600             WS-CAT-TRAN-CODE ' SOURCE ' WS-CAT-SOURCE-CODE.
006610     GO TO 2600-EXIT.
006620 2600-APPLY.
006630     MOVE WS-MAP-AR-ACCOUNT(WS-MAP-HIT)
006640          TO WS-ACT-AR-ACCOUNT(WS-ACT-HIT).
006650     MOVE WS-MAP-OFFSET-ACCOUNT(WS-MAP-HIT)
006660          TO WS-ACT-OFFSET-ACCOUNT(WS-ACT-HIT).
006670     MOVE WS-MAP-DESCRIPTION(WS-MAP-HIT)
006680          TO WS-ACT-DESCRIPTION(WS-ACT-HIT).
006690 2600-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------*
006730* 2610-SEARCH-MAPPING - LOOK UP THE WANTED CODE AND SOURCE IN    *
006740*                       THE MAPPING TABLE                        *
006750*----------------------------------------------------------------*
006760 2610-SEARCH-MAPPING.
006770     MOVE ZERO TO WS-MAP-HIT.
006780     PERFORM 2620-MATCH-ONE-MAPPING THRU 2620-EXIT
006790         VARYING WS-MAP-IDX FROM 1 BY 1
006800         UNTIL WS-MAP-IDX > WS-MAP-COUNT
006810            OR WS-MAP-HIT > ZERO.
006820 2610-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------*
006860* 2620-MATCH-ONE-MAPPING - NOTE A MAPPING CARD THAT MATCHES      *
006870*----------------------------------------------------------------*
006880 2620-MATCH-ONE-MAPPING.
006890     IF WS-MAP-TRAN-CODE(WS-MAP-IDX) = WS-MAP-WANT-CODE
006900             AND WS-MAP-SOURCE-CODE(WS-MAP-IDX)
006910                 = WS-MAP-WANT-SOURCE
006920         MOVE WS-MAP-IDX TO WS-MAP-HIT
006930     END-IF.
006940 2620-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------------*
006980* 3000-PROCESS-JOURNAL - AN ONLINE CORRECTION THAT CHANGED THE   *
006990*                        MASTER (APPLIED, OR APPROVED FROM THE   *
007000*                        QUEUE) POSTS ITS NET CHANGE UNDER 'OC'. *
007010*                        QUEUED AND DECLINED ONES CHANGED        *
007015*                        NOTHING                                 *
007020*----------------------------------------------------------------*
007030 3000-PROCESS-JOURNAL.
007040     ADD 1 TO WS-JOURNAL-READ.
007050     IF NOT JRN-ACTION-APPLIED AND NOT JRN-ACTION-APPROVED
007060         GO TO 3000-READ-NEXT
007070     END-IF.
007080     MOVE 'OC'   TO WS-CAT-TRAN-CODE.
007090     MOVE SPACES TO WS-CAT-SOURCE-CODE.
007100     COMPUTE WS-CAT-AMOUNT = JRN-NEW-BALANCE - JRN-OLD-BALANCE.
007110     PERFORM 2500-ACCUMULATE-ACTIVITY THRU 2500-EXIT.
007120     ADD 1 TO WS-ONLINE-POSTED.
007130     ADD WS-CAT-AMOUNT TO WS-ONLINE-NET.
007140 3000-READ-NEXT.
007150     PERFORM 1500-READ-JOURNAL     THRU 1500-EXIT.
007160 3000-EXIT.
007170     EXIT.
007180
007190*----------------------------------------------------------------*
007200* 4000-PROCESS-MASTER - SUM CUST-BALANCE OVER EVERY ACCOUNT ON   *
007210*                       THE MASTER, CLOSED ONES INCLUDED         *
007220*----------------------------------------------------------------*
007230 4000-PROCESS-MASTER.
007240     ADD 1 TO WS-MASTER-ACCOUNTS.
007250     ADD CUST-BALANCE TO WS-MASTER-AR.
007260     PERFORM 1600-READ-MASTER      THRU 1600-EXIT.
007270 4000-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------*
007310* 5000-PRINT-ACTIVITY - ONE LINE PER CATEGORY WITH ITS ACCOUNTS  *
007320*----------------------------------------------------------------*
007330 5000-PRINT-ACTIVITY.
007340     PERFORM 5100-PRINT-ONE-CATEGORY THRU 5100-EXIT
007350         VARYING WS-ACT-IDX FROM 1 BY 1
007360         UNTIL WS-ACT-IDX > WS-ACT-COUNT.
007370     IF WS-ACT-COUNT = ZERO
007380         MOVE 'NO RECEIVABLES ACTIVITY ON THE POSTING DATE'
007390              TO RPT-R-MESSAGE
007400         WRITE GLIR-LINE FROM WS-RPT-RESULT-LINE
007410             AFTER ADVANCING 1 LINE
007420     END-IF.
007430 5000-EXIT.
007440     EXIT.
007450
007460*----------------------------------------------------------------*
007470* 5100-PRINT-ONE-CATEGORY - WRITE ONE CATEGORY SUMMARY LINE      *
007480*----------------------------------------------------------------*
007490 5100-PRINT-ONE-CATEGORY.
007500     MOVE WS-ACT-TRAN-CODE(WS-ACT-IDX)   TO RPT-D-TRAN-CODE.
007510     MOVE WS-ACT-SOURCE-CODE(WS-ACT-IDX) TO RPT-D-SOURCE-CODE.
007520     MOVE WS-ACT-DESCRIPTION(WS-ACT-IDX) TO RPT-D-DESCRIPTION.
007530     MOVE WS-ACT-ITEMS(WS-ACT-IDX)       TO RPT-D-ITEMS.
007540     MOVE WS-ACT-INCREASE(WS-ACT-IDX)    TO RPT-D-INCREASE.
007550     MOVE WS-ACT-DECREASE(WS-ACT-IDX)    TO RPT-D-DECREASE.
007560     MOVE WS-ACT-AR-ACCOUNT(WS-ACT-IDX)  TO RPT-D-AR-ACCOUNT.
007570     MOVE WS-ACT-OFFSET-ACCOUNT(WS-ACT-IDX)
007580          TO RPT-D-OFFSET-ACCOUNT.
007590     EVALUATE TRUE
007600         WHEN WS-ACT-NOT-MAPPED(WS-ACT-IDX)
007610             MOVE 'UNMAPPED' TO RPT-D-NOTE
007620         WHEN WS-ACT-MAPPED-DEFAULT(WS-ACT-IDX)
007630             MOVE 'DEFAULT' TO RPT-D-NOTE
007640         WHEN OTHER
007650             MOVE SPACES TO RPT-D-NOTE
007660     END-EVALUATE.
007670     WRITE GLIR-LINE FROM WS-RPT-ACTIVITY-LINE
007680         AFTER ADVANCING 1 LINE.
007690 5100-EXIT.
007700     EXIT.
007710
007720*----------------------------------------------------------------*
007730* 6000-WRITE-INTERFACE - HEADER, THE BALANCED JOURNAL LINES FOR  *
007740*                        EVERY CATEGORY, AND THE TRAILER. EACH   *
007750*                        LINE IS ALSO PRINTED                    *
007760*----------------------------------------------------------------*
007770 6000-WRITE-INTERFACE.
007780     MOVE 'GENERAL LEDGER JOURNAL' TO RPT-S-TITLE.
007790     WRITE GLIR-LINE FROM WS-RPT-SECTION-LINE
007800         AFTER ADVANCING 3 LINES.
007810     WRITE GLIR-LINE FROM WS-RPT-JOURNAL-HEADING
007820         AFTER ADVANCING 2 LINES.
007830     MOVE SPACES TO GLXREC.
007840     SET GLX-HEADER TO TRUE.
007850     MOVE WS-POSTING-DATE   TO GLX-POSTING-DATE.
007860     MOVE 'CUSTAR'          TO GLX-H-SOURCE-SYSTEM.
007870     MOVE WS-RUN-ID         TO GLX-H-RUN-ID.
007880     MOVE WS-CURRENT-DATE-X TO GLX-H-CREATED-DATE.
007890     WRITE GLXREC.
007900     IF WS-GLX-FILE-STATUS NOT = '00'
007910         DISPLAY 'CUSTGLI - CUSTGLIF HEADER WRITE ERROR - STATUS '
007920                 WS-GLX-FILE-STATUS
007930         ADD 1 TO WS-GL-WRITE-ERRORS
007940     END-IF.
007950     PERFORM 6100-WRITE-CATEGORY   THRU 6100-EXIT
007960         VARYING WS-ACT-IDX FROM 1 BY 1
007970         UNTIL WS-ACT-IDX > WS-ACT-COUNT.
007980     MOVE SPACES TO GLXREC.
007990     SET GLX-TRAILER TO TRUE.
008000     MOVE WS-POSTING-DATE    TO GLX-POSTING-DATE.
008010     MOVE WS-GL-LINE-COUNT   TO GLX-T-DETAIL-COUNT.
008020     MOVE WS-GL-DEBIT-TOTAL  TO GLX-T-DEBIT-TOTAL.
008030     MOVE WS-GL-CREDIT-TOTAL TO GLX-T-CREDIT-TOTAL.
008040     WRITE GLXREC.
008050     IF WS-GLX-FILE-STATUS NOT = '00'
008060         DISPLAY 'CUSTGLI - CUSTGLIF TRAILER WRITE ERROR - '
008070                 'STATUS '
008080                 WS-GLX-FILE-STATUS
008090         ADD 1 TO WS-GL-WRITE-ERRORS
008100     END-IF.
008110 6000-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------------*
008150* 6100-WRITE-CATEGORY - WHAT RAISED BALANCES DEBITS AR AND       *
008160*                       CREDITS THE OFFSET ACCOUNT; WHAT LOWERED *
008170*                       THEM DEBITS THE OFFSET AND CREDITS AR    *
008180*----------------------------------------------------------------*
008190 6100-WRITE-CATEGORY.
008200     IF WS-ACT-INCREASE(WS-ACT-IDX) NOT = ZERO
008210         MOVE WS-ACT-AR-ACCOUNT(WS-ACT-IDX)
008220              TO WS-LINE-DEBIT-ACCOUNT
008230         MOVE WS-ACT-OFFSET-ACCOUNT(WS-ACT-IDX)
008240              TO WS-LINE-CREDIT-ACCOUNT
008250         MOVE WS-ACT-INCREASE(WS-ACT-IDX) TO WS-LINE-AMOUNT
008260         PERFORM 6200-WRITE-LINE-PAIR THRU 6200-EXIT
008270     END-IF.
008280     IF WS-ACT-DECREASE(WS-ACT-IDX) NOT = ZERO
008290         MOVE WS-ACT-OFFSET-ACCOUNT(WS-ACT-IDX)
008300              TO WS-LINE-DEBIT-ACCOUNT
008310         MOVE WS-ACT-AR-ACCOUNT(WS-ACT-IDX)
008320              TO WS-LINE-CREDIT-ACCOUNT
008330         COMPUTE WS-LINE-AMOUNT =
008340                 ZERO - WS-ACT-DECREASE(WS-ACT-IDX)
008350         PERFORM 6200-WRITE-LINE-PAIR THRU 6200-EXIT
008360     END-IF.
008370 6100-EXIT.
008380     EXIT.
008390
008400*----------------------------------------------------------------*
008410* 6200-WRITE-LINE-PAIR - THE DEBIT LINE AND ITS MATCHING CREDIT  *
008420*----------------------------------------------------------------*
008430 6200-WRITE-LINE-PAIR.
008440     MOVE SPACES TO GLXREC.
008450     SET GLX-DETAIL TO TRUE.
008460     SET GLX-D-DEBIT TO TRUE.
008470     MOVE WS-LINE-DEBIT-ACCOUNT TO GLX-D-ACCOUNT.
008480     PERFORM 6300-WRITE-DETAIL     THRU 6300-EXIT.
008490     ADD WS-LINE-AMOUNT TO WS-GL-DEBIT-TOTAL.
008500     MOVE SPACES TO GLXREC.
008510     SET GLX-DETAIL TO TRUE.
008520     SET GLX-D-CREDIT TO TRUE.
008530     MOVE WS-LINE-CREDIT-ACCOUNT TO GLX-D-ACCOUNT.
008540     PERFORM 6300-WRITE-DETAIL     THRU 6300-EXIT.
008550     ADD WS-LINE-AMOUNT TO WS-GL-CREDIT-TOTAL.
008560 6200-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------------*
008600* 6300-WRITE-DETAIL - FILL IN AND WRITE ONE JOURNAL LINE, THEN   *
008610*                     PRINT IT                                   *
008620*----------------------------------------------------------------*
008630 6300-WRITE-DETAIL.
008640     MOVE WS-POSTING-DATE                TO GLX-POSTING-DATE.
008650     MOVE WS-LINE-AMOUNT                 TO GLX-D-AMOUNT.
008660     MOVE WS-ACT-TRAN-CODE(WS-ACT-IDX)   TO GLX-D-TRAN-CODE.
008670     MOVE WS-ACT-SOURCE-CODE(WS-ACT-IDX) TO GLX-D-SOURCE-CODE.
008680     MOVE WS-ACT-ITEMS(WS-ACT-IDX)       TO GLX-D-ITEM-COUNT.
008690     MOVE WS-ACT-DESCRIPTION(WS-ACT-IDX) TO GLX-D-DESCRIPTION.
008700     WRITE GLXREC.
008710     IF WS-GLX-FILE-STATUS NOT = '00'
008720         DISPLAY 'CUSTGLI - CUSTGLIF WRITE ERROR - STATUS '
008730                 WS-GLX-FILE-STATUS ' - ACCOUNT ' GLX-D-ACCOUNT
008740         ADD 1 TO WS-GL-WRITE-ERRORS
008750     END-IF.
008760     ADD 1 TO WS-GL-LINE-COUNT.
008770     MOVE GLX-D-ACCOUNT     TO RPT-J-ACCOUNT.
008780     IF GLX-D-DEBIT
008790         MOVE 'DR' TO RPT-J-DEBIT-CREDIT
008800     ELSE
008810         MOVE 'CR' TO RPT-J-DEBIT-CREDIT
008820     END-IF.
008830     MOVE GLX-D-AMOUNT      TO RPT-J-AMOUNT.
008840     MOVE GLX-D-TRAN-CODE   TO RPT-J-TRAN-CODE.
008850     MOVE GLX-D-SOURCE-CODE TO RPT-J-SOURCE-CODE.
008860     MOVE GLX-D-DESCRIPTION TO RPT-J-DESCRIPTION.
008870     WRITE GLIR-LINE FROM WS-RPT-JOURNAL-LINE
008880         AFTER ADVANCING 1 LINE.
008890 6300-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------------*
008930* 7000-PRINT-PROOF - OPENING RECEIVABLES PLUS THE DAY'S POSTED   *
008940*                    ACTIVITY MUST EQUAL THE MASTER TOTAL        *
008950*----------------------------------------------------------------*
008960 7000-PRINT-PROOF.
008970     COMPUTE WS-EXPECTED-AR =
008980             WS-OPENING-AR + WS-HISTORY-NET + WS-ONLINE-NET.
008990     COMPUTE WS-PROOF-DIFFERENCE =
009000             WS-MASTER-AR - WS-EXPECTED-AR.
009010     MOVE 'RECEIVABLES CONTROL ACCOUNT PROOF' TO RPT-S-TITLE.
009020     WRITE GLIR-LINE FROM WS-RPT-SECTION-LINE
009030         AFTER ADVANCING 3 LINES.
009040     MOVE 'PRIOR CLOSE DATE              - ' TO RPT-DT-LABEL.
009050     MOVE WS-OPENING-DATE                    TO RPT-DT-DATE.
009060     WRITE GLIR-LINE FROM WS-RPT-DATE-LINE
009070         AFTER ADVANCING 2 LINES.
009080     MOVE 'OPENING RECEIVABLES           - ' TO RPT-A-LABEL.
009090     MOVE WS-OPENING-AR                      TO RPT-A-AMOUNT.
009100     WRITE GLIR-LINE FROM WS-RPT-AMOUNT-LINE
009110         AFTER ADVANCING 1 LINE.
009120     MOVE 'POSTED HISTORY ACTIVITY       - ' TO RPT-A-LABEL.
009130     MOVE WS-HISTORY-NET                     TO RPT-A-AMOUNT.
009140     WRITE GLIR-LINE FROM WS-RPT-AMOUNT-LINE
009150         AFTER ADVANCING 1 LINE.
009160     MOVE 'ONLINE CORRECTIONS            - ' TO RPT-A-LABEL.
009170     MOVE WS-ONLINE-NET                      TO RPT-A-AMOUNT.
009180     WRITE GLIR-LINE FROM WS-RPT-AMOUNT-LINE
009190         AFTER ADVANCING 1 LINE.
009200     MOVE 'EXPECTED CLOSING RECEIVABLES  - ' TO RPT-A-LABEL.
009210     MOVE WS-EXPECTED-AR                     TO RPT-A-AMOUNT.
009220     WRITE GLIR-LINE FROM WS-RPT-AMOUNT-LINE
009230         AFTER ADVANCING 1 LINE.
009240     MOVE 'CUSTOMER MASTER BALANCES      - ' TO RPT-A-LABEL.
009250     MOVE WS-MASTER-AR                       TO RPT-A-AMOUNT.
009260     WRITE GLIR-LINE FROM WS-RPT-AMOUNT-LINE
009270         AFTER ADVANCING 1 LINE.
009280     MOVE 'DIFFERENCE                    - ' TO RPT-A-LABEL.
009290     MOVE WS-PROOF-DIFFERENCE                TO RPT-A-AMOUNT.
009300     WRITE GLIR-LINE FROM WS-RPT-AMOUNT-LINE
009310         AFTER ADVANCING 1 LINE.
009320     MOVE 'ACCOUNTS ON MASTER            - ' TO RPT-C-LABEL.
009330     MOVE WS-MASTER-ACCOUNTS                 TO RPT-C-COUNT.
009340     WRITE GLIR-LINE FROM WS-RPT-COUNT-LINE
009350         AFTER ADVANCING 2 LINES.
009360     MOVE 'HISTORY RECORDS POSTED        - ' TO RPT-C-LABEL.
009370     MOVE WS-HISTORY-POSTED                  TO RPT-C-COUNT.
009380     WRITE GLIR-LINE FROM WS-RPT-COUNT-LINE
009390         AFTER ADVANCING 1 LINE.
009400     MOVE 'ONLINE CORRECTIONS POSTED     - ' TO RPT-C-LABEL.
009410     MOVE WS-ONLINE-POSTED                   TO RPT-C-COUNT.
009420     WRITE GLIR-LINE FROM WS-RPT-COUNT-LINE
009430         AFTER ADVANCING 1 LINE.
009440     MOVE 'GL JOURNAL LINES              - ' TO RPT-C-LABEL.
009450     MOVE WS-GL-LINE-COUNT                   TO RPT-C-COUNT.
009460     WRITE GLIR-LINE FROM WS-RPT-COUNT-LINE
009470         AFTER ADVANCING 1 LINE.
009480     MOVE 'GL DEBITS                     - ' TO RPT-A-LABEL.
009490     MOVE WS-GL-DEBIT-TOTAL                  TO RPT-A-AMOUNT.
009500     WRITE GLIR-LINE FROM WS-RPT-AMOUNT-LINE
009510         AFTER ADVANCING 1 LINE.
009520     MOVE 'GL CREDITS                    - ' TO RPT-A-LABEL.
009530     MOVE WS-GL-CREDIT-TOTAL                 TO RPT-A-AMOUNT.
009540     WRITE GLIR-LINE FROM WS-RPT-AMOUNT-LINE
009550         AFTER ADVANCING 1 LINE.
009560     EVALUATE TRUE
009570         WHEN NOT WS-OPENING-KNOWN
009580             MOVE 'NO PRIOR CLOSING RECEIVABLES - NO PROOF'
009590                  TO RPT-R-MESSAGE
009600         WHEN WS-PROOF-DIFFERENCE NOT = ZERO
009610             MOVE '*** AR CONTROL ACCOUNT OUT OF BALANCE ***'
009620                  TO RPT-R-MESSAGE
009630         WHEN OTHER
009640             MOVE 'AR CONTROL ACCOUNT IN BALANCE'
009650                  TO RPT-R-MESSAGE
009660     END-EVALUATE.
009670     WRITE GLIR-LINE FROM WS-RPT-RESULT-LINE
009680         AFTER ADVANCING 2 LINES.
009690     IF NOT WS-JOURNAL-AVAILABLE
009700         MOVE 'DAY JOURNAL NOT AVAILABLE - NO ONLINE CORRECTIONS'
009710              TO RPT-R-MESSAGE
009720         WRITE GLIR-LINE FROM WS-RPT-RESULT-LINE
009730             AFTER ADVANCING 1 LINE
009740     END-IF.
009750     IF WS-UNMAPPED-COUNT > ZERO
009760         MOVE 'ACTIVITY WITH NO GL MAPPING POSTED TO UNMAPPED'
009770              TO RPT-R-MESSAGE
009780         WRITE GLIR-LINE FROM WS-RPT-RESULT-LINE
009790             AFTER ADVANCING 1 LINE
009800     END-IF.
009810     IF WS-UNPOSTED-COUNT > ZERO
009820         MOVE 'ACTIVITY TABLE FULL - SOME ITEMS NOT POSTED TO GL'
009830              TO RPT-R-MESSAGE
009840         WRITE GLIR-LINE FROM WS-RPT-RESULT-LINE
009850             AFTER ADVANCING 1 LINE
009860     END-IF.
009870 7000-EXIT.
009880     EXIT.
009890
009900*----------------------------------------------------------------*
009910* 8000-RECORD-CLOSING-AR - THE MASTER TOTAL BECOMES THE CLOSING  *
009920*                          RECEIVABLES THE NEXT DAY PROVES FROM, *
009930*                          WITH THE OPENING FIGURE KEPT BEHIND   *
009940*                          IT FOR A RERUN                        *
009950*----------------------------------------------------------------*
009960 8000-RECORD-CLOSING-AR.
009970     OPEN OUTPUT CUSTGLCT.
009980     IF WS-GLC-FILE-STATUS NOT = '00'
009990         DISPLAY 'CUSTGLI - CANNOT OPEN CUSTGLCT - STATUS '
010000                 WS-GLC-FILE-STATUS
010010                 ' - CLOSING RECEIVABLES NOT RECORDED'
010020         GO TO 8000-EXIT
010030     END-IF.
010040     MOVE SPACES             TO GLCREC.
010050     MOVE WS-POSTING-DATE    TO GLC-CLOSING-DATE.
010060     MOVE WS-MASTER-AR       TO GLC-CLOSING-AR.
010070     MOVE WS-MASTER-ACCOUNTS TO GLC-CLOSING-ACCOUNTS.
010080     MOVE WS-RUN-ID          TO GLC-RUN-ID.
010090     MOVE WS-OPENING-DATE    TO GLC-PRIOR-DATE.
010100     MOVE WS-OPENING-AR      TO GLC-PRIOR-AR.
010110     WRITE GLCREC.
010120     IF WS-GLC-FILE-STATUS NOT = '00'
010130         DISPLAY 'CUSTGLI - CUSTGLCT WRITE ERROR - STATUS '
010140                 WS-GLC-FILE-STATUS
010150                 ' - CLOSING RECEIVABLES NOT RECORDED'
010160     END-IF.
010170     CLOSE CUSTGLCT.
010180 8000-EXIT.
010190     EXIT.
010200
010210*----------------------------------------------------------------*
010220* 9000-TERMINATE - CLOSE FILES AND SHOW THE RUN COUNTS           *
010230*----------------------------------------------------------------*
010240 9000-TERMINATE.
010250     CLOSE CUSTHIST.
010260     IF WS-JOURNAL-AVAILABLE
010270         CLOSE CUSTJRNL
010280     END-IF.
010290     CLOSE CUSTMAST.
010300     CLOSE CUSTGLIF.
010310     CLOSE CUSTGLIR.
010320     DISPLAY 'CUSTGLI - HISTORY RECORDS READ   - '
010330             WS-HISTORY-READ.
010340     DISPLAY 'CUSTGLI - HISTORY RECORDS POSTED - '
010350             WS-HISTORY-POSTED.
010360     DISPLAY 'CUSTGLI - JOURNAL RECORDS READ   - '
010370             WS-JOURNAL-READ.
010380     DISPLAY 'CUSTGLI - ONLINE CORRECTIONS     - '
010390             WS-ONLINE-POSTED.
010400     DISPLAY 'CUSTGLI - GL JOURNAL LINES       - '
010410             WS-GL-LINE-COUNT.
010420     DISPLAY 'CUSTGLI - GL WRITE ERRORS        - '
010430             WS-GL-WRITE-ERRORS.
010440     DISPLAY 'CUSTGLI - MASTER RECEIVABLES     - ' WS-MASTER-AR.
010450     IF WS-OPENING-KNOWN
010460             AND WS-PROOF-DIFFERENCE NOT = ZERO
010470         DISPLAY 'CUSTGLI - RECEIVABLES OUT OF BALANCE BY '
010480                 WS-PROOF-DIFFERENCE
010490     END-IF.
010500 9000-EXIT.
010510     EXIT.
