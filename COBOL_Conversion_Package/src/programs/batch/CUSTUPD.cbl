000893*                    THIS IS EXACTLY THE GUARD THAT WOULD HAVE
000894*                    STOPPED THE NIGHT MONDAY'S FEEDERS RAN
000895*                    TWICE.
000896*   09/08/2026  RDM  ADDED THE 'NA' (NAME/ADDRESS CHANGE)
000897*                    TRANSACTION CODE. THE NAME/ADDRESS BLOCK ON
000898*                    THE TRANSACTION REPLACES CUST-NAME-ADDR AND
000899*                    THE NORMAL AUDIT PAIR IS WRITTEN. NO HISTORY
000900*                    RECORD IS CUT - THE BALANCE IS UNCHANGED.
000901*                    THE LAST-ACTIVITY DATE IS STAMPED, SO THE
000902*                    RECORD GOES OUT ON THAT NIGHT'S CHANGE
000903*                    EXTRACT, WHICH NOW CARRIES THE MAILING
000904*                    ADDRESS AS WELL AS THE NAME.
000905*   09/14/2026  RDM  ADDED THE 'RP' (RETURNED PAYMENT) CODE. THE
000906*                    ORIGINAL PAYMENT NAMED ON THE TRANSACTION
000907*                    MUST BE A 'BC' CREDIT ON CUSTHIST FOR THE
000908*                    SAME AMOUNT AND NOT ALREADY REVERSED. AN
000909*                    APPLIED 'RP' PUTS THE AMOUNT BACK ON THE
000910*                    BALANCE, CUTS AN 'RP' HISTORY RECORD POINTING
000911*                    AT THE PAYMENT, FLAGS THE PAYMENT REVERSED,
000912*                    AND ASSESSES THE RETURNED-ITEM FEE AS ITS OWN
000913*                    'BC' HISTORY RECORD WITH SOURCE CODE 'NF'.
000914*                    THE FEE DEFAULTS TO WS-NSF-FEE-AMOUNT AND MAY
000915*                    BE SET IN COLUMNS 34-40 OF CUSTPARM (NNNNNCC,
000916*                    ZEROS FOR NO FEE). A SECOND RETURNED PAYMENT
000917*                    WITHIN TWELVE MONTHS PUTS THE ACCOUNT ON
000918*                    CREDIT HOLD. EVERY APPLIED 'RP' PRINTS ON THE
000919*                    NEW RETURNED ITEMS REGISTER (CUSTNRPT), AND
000920*                    THE CREDIT HOLD REPORT NOW SHOWS WHY EACH
000921*                    HOLD WAS SET. CUSTHIST IS NOW OPENED FOR
000922*                    INPUT IN A TRIAL RUN SO A TRIAL CHECKS THE
000923*                    ORIGINAL PAYMENT THE WAY A LIVE RUN DOES.
000924*   10/01/2026  RDM  ADDED THE 'MG' (ACCOUNT MERGE) CODE. THE
000925*                    TRANSACTION IS KEYED ON THE ACCOUNT BEING
000926*                    RETIRED AND NAMES THE SURVIVING ACCOUNT. BOTH
000927*                    MUST BE ON FILE AND OPEN. THE RETIRED BALANCE
000928*                    IS ADDED TO THE SURVIVOR (WHICH MAY GO ON
000929*                    CREDIT HOLD), THE RETIRED ACCOUNT'S CUSTHIST
000930*                    ITEMS ARE RE-KEYED TO THE SURVIVOR KEEPING
000931*                    THEIR ORIGINAL DATES SO THEY AGE AS BEFORE,
000932*                    AND THE RETIRED ACCOUNT IS CLOSED AT A ZERO
000933*                    BALANCE WITH CUST-MERGED-INTO NAMING THE
000934*                    SURVIVOR. EACH SIDE GETS AN AUDIT PAIR AND
000935*                    EVERY MERGE PRINTS ON THE NEW ACCOUNT MERGE
000936*                    REGISTER (CUSTMRPT). NO HISTORY RECORD IS CUT
000937*                    FOR THE MERGE ITSELF - THE AR TOTAL DOES NOT
000938*                    MOVE, SO THERE IS NOTHING TO POST TO THE GL.
000939*                    ANY LATER TRANSACTION FOR A MERGED ACCOUNT IS
000940*                    REJECTED NAMING THE ACCOUNT IT WENT INTO.
000941*   10/05/2026  RDM  ADDED THE 'RF' (CREDIT-BALANCE REFUND) CODE,
000942*                    GENERATED BY THE MONTHLY REFUND PROPOSAL RUN
000943*                    (CUSTRFD) AND FED IN WITH ITS OWN CUSTCTL
000944*                    RECORD. THE POSITIVE AMOUNT IS ADDED TO THE
000945*                    BALANCE, WHICH MUST BE A CREDIT AT LEAST
000946*                    THAT LARGE; A CLOSED ACCOUNT MAY STILL BE
000947*                    REFUNDED. IT IS BALANCE ACTIVITY LIKE 'BC',
000948*                    SO IT WRITES HISTORY AND COUNTS TOWARD THE
000949*                    RECONCILIATION, WHICH NOW TOTALS THE REFUNDS
000950*                    APPLIED.
000951*   10/15/2026  RDM  A DELETE ('DL') FOR A MERGED ACCOUNT IS NOW
000952*                    REJECTED NAMING THE SURVIVOR, SO THE RETIRED
000953*                    RECORD AND ITS FORWARDING REFERENCE ARE KEPT.
000954*                    THE RETURNED-PAYMENT COUNT NOW INCLUDES THE
000955*                    CUTOFF DAY, AND A MERGE NO LONGER LOOPS WHEN
000956*                    THE SURVIVOR HAS NO SEQUENCE LEFT FOR A DATE.
000896*****************************************************************
000860 IDENTIFICATION DIVISION.
000870 PROGRAM-ID.    CUSTUPD.
001290            ORGANIZATION IS SEQUENTIAL
001300            FILE STATUS IS WS-RCN-FILE-STATUS.
001310
001311     SELECT CUSTMRPT  ASSIGN TO CUSTMRPT
001312            ORGANIZATION IS SEQUENTIAL
001313            FILE STATUS IS WS-MRG-FILE-STATUS.
001314
001320     SELECT CUSTHRPT  ASSIGN TO CUSTHRPT
001330            ORGANIZATION IS SEQUENTIAL
001340            FILE STATUS IS WS-HLD-FILE-STATUS.
001350
001351     SELECT CUSTNRPT  ASSIGN TO CUSTNRPT
001352            ORGANIZATION IS SEQUENTIAL
001353            FILE STATUS IS WS-NRG-FILE-STATUS.
001354
001360     SELECT CUSTSUSI  ASSIGN TO CUSTSUSI
001370            ORGANIZATION IS SEQUENTIAL
001380            FILE STATUS IS WS-SUSI-FILE-STATUS.
001545
001546     SELECT CUSTHIST  ASSIGN TO CUSTHIST
001547            ORGANIZATION IS INDEXED
001548            ACCESS MODE IS DYNAMIC
001549            RECORD KEY IS HIS-KEY
001550            FILE STATUS IS WS-HIS-FILE-STATUS.
001552
001890     RECORD CONTAINS 132 CHARACTERS.
001900 01  RRPT-LINE                     PIC X(132).
001910
001911 FD  CUSTMRPT
001912     LABEL RECORDS ARE STANDARD
001913     RECORD CONTAINS 132 CHARACTERS.
001914 01  MRPT-LINE                     PIC X(132).
001915
001920 FD  CUSTHRPT
001930     LABEL RECORDS ARE STANDARD
001940     RECORD CONTAINS 132 CHARACTERS.
001950 01  HRPT-LINE                     PIC X(132).
001960
001961 FD  CUSTNRPT
001962     LABEL RECORDS ARE STANDARD
001963     RECORD CONTAINS 132 CHARACTERS.
001964 01  NRPT-LINE                     PIC X(132).
001965
001970 FD  CUSTSUSI
001980     LABEL RECORDS ARE STANDARD.
001990     COPY CUSTSUS REPLACING ==SUSPREC== BY ==SUSPI-RECORD==.
002130     05  PARM-RUN-MODE             PIC X(05).
002132     05  FILLER                    PIC X(01).
002134     05  PARM-SEQ-OVERRIDE         PIC X(08).
002136     05  FILLER                    PIC X(01).
002137     05  PARM-NSF-FEE              PIC X(07).
002138     05  PARM-NSF-FEE-N REDEFINES PARM-NSF-FEE
002139                                   PIC 9(05)V99.
002140     05  FILLER                    PIC X(40).
002150
002160 FD  CUSTEXTR
002170     LABEL RECORDS ARE STANDARD.
002730     05  WS-CREDIT-HOLD-COUNT      PIC 9(07) COMP VALUE ZERO.
002740     05  WS-HOLD-TRIPPED-SW        PIC X     VALUE 'N'.
002750         88  WS-HOLD-TRIPPED             VALUE 'Y'.
002755     05  WS-HOLD-REASON            PIC X(24) VALUE SPACES.
002760
002702 01  WS-HISTORY-AREAS.
002704     05  WS-HIS-FILE-STATUS        PIC X(02) VALUE SPACES.
002718 01  WS-STATISTICS-AREAS.
002719     05  WS-STA-FILE-STATUS        PIC X(02) VALUE SPACES.
002720
002721 01  WS-RETURNED-ITEM-AREAS.
002722     05  WS-NRG-FILE-STATUS        PIC X(02) VALUE SPACES.
002723     05  WS-NSF-FEE-AMOUNT         PIC S9(5)V99 COMP-3
002724                                   VALUE 25.00.
002725     05  WS-NSF-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
002726     05  WS-NSF-RECENT-COUNT       PIC 9(03) COMP VALUE ZERO.
002727     05  WS-NSF-SCAN-EOF-SW        PIC X     VALUE 'N'.
002728         88  WS-NSF-SCAN-DONE            VALUE 'Y'.
002729     05  WS-NSF-HOLD-SW            PIC X     VALUE 'N'.
002730         88  WS-NSF-HOLD-SET             VALUE 'Y'.
002731     05  WS-NSF-ITEM-COUNT         PIC 9(07) COMP VALUE ZERO.
002732     05  WS-NSF-ITEM-TOTAL         PIC S9(9)V99 COMP-3
002733                                   VALUE ZERO.
002734     05  WS-NSF-FEE-COUNT          PIC 9(07) COMP VALUE ZERO.
002735     05  WS-NSF-FEE-TOTAL          PIC S9(9)V99 COMP-3
002736                                   VALUE ZERO.
002737     05  WS-NSF-HOLD-COUNT         PIC 9(07) COMP VALUE ZERO.
002738
002739 01  WS-ACCOUNT-MERGE-AREAS.
002740     05  WS-MRG-FILE-STATUS        PIC X(02) VALUE SPACES.
002741     05  WS-MRG-SURVIVOR           PIC 9(07) VALUE ZERO.
002742     05  WS-MRG-RETIRED-IMAGE      PIC X(159).
002743     05  WS-MRG-BALANCE-MOVED      PIC S9(7)V99 COMP-3
002744                                   VALUE ZERO.
002745     05  WS-MRG-ITEMS-MOVED        PIC 9(05) COMP VALUE ZERO.
002746     05  WS-MRG-SCAN-EOF-SW        PIC X     VALUE 'N'.
002747         88  WS-MRG-SCAN-DONE            VALUE 'Y'.
002748     05  WS-MRG-HISTORY-SW         PIC X     VALUE 'N'.
002749         88  WS-MRG-HISTORY-FAILED       VALUE 'Y'.
002750     05  WS-MRG-REF-FIXED-SW       PIC X     VALUE 'N'.
002751         88  WS-MRG-REF-FIXED            VALUE 'Y'.
002752     05  WS-MRG-OLD-KEY.
002753         10  WS-MRG-OLD-CUST       PIC 9(07).
002754         10  WS-MRG-OLD-DATE       PIC 9(08).
002755         10  WS-MRG-OLD-SEQ        PIC 9(03).
002756     05  WS-MRG-COUNT              PIC 9(07) COMP VALUE ZERO.
002757     05  WS-MRG-BALANCE-TOTAL      PIC S9(9)V99 COMP-3
002758                                   VALUE ZERO.
002759     05  WS-MRG-ITEM-TOTAL         PIC 9(07) COMP VALUE ZERO.
002760     05  WS-MRG-REJECT-TEXT.
002761         10  FILLER                PIC X(20)
002762                  VALUE 'ACCOUNT MERGED INTO '.
002763         10  MRG-R-SURVIVOR        PIC 9(07).
002764
002770 01  WS-RECONCILE-AREAS.
002780     05  WS-CTL-FILE-STATUS        PIC X(02) VALUE SPACES.
002785     05  WS-CTL-EOF-SW             PIC X     VALUE 'N'.
002870     05  WS-BALANCE-VARIANCE       PIC S9(9)V99 COMP-3
002880                                   VALUE ZERO.
002890
002891 01  WS-MERGE-RESEQ-AREAS.
002892     05  WS-MRG-RESEQ-COUNT        PIC 9(03) COMP VALUE ZERO.
002893     05  WS-MRG-RESEQ-TABLE.
002894         10  WS-MRG-RESEQ-ENTRY    OCCURS 200 TIMES
002895                                   INDEXED BY WS-MRG-RQ-IDX.
002896             15  WS-MRG-RQ-DATE    PIC 9(08).
002897             15  WS-MRG-RQ-OLD-SEQ PIC 9(03).
002898             15  WS-MRG-RQ-NEW-SEQ PIC 9(03).
002899
002900 01  WS-EXTRACT-AREAS.
002910     05  WS-EXTR-FILE-STATUS       PIC X(02) VALUE SPACES.
002920     05  WS-EXTC-FILE-STATUS       PIC X(02) VALUE SPACES.
002960     05  WS-EXTRACT-ABORT-SW       PIC X     VALUE 'N'.
002970         88  WS-EXTRACT-ABORTED        VALUE 'Y'.
002980
002981 01  WS-REFUND-AREAS.
002982     05  WS-RFD-COUNT              PIC 9(07) COMP VALUE ZERO.
002983     05  WS-RFD-TOTAL              PIC S9(9)V99 COMP-3
002984                                   VALUE ZERO.
002985
002990 01  WS-RUN-CONTROL-AREAS.
003000     05  WS-PRM-FILE-STATUS        PIC X(02) VALUE SPACES.
003010     05  WS-RUN-MODE-SW            PIC X(01) VALUE 'L'.
003890         10  FILLER                PIC X(32) VALUE 'CUST NAME'.
003900         10  FILLER                PIC X(16) VALUE 'BALANCE'.
003910         10  FILLER                PIC X(16) VALUE 'CREDIT LIMIT'.
003915         10  FILLER                PIC X(24) VALUE 'REASON'.
003920     05  WS-HLD-DETAIL-LINE.
003930         10  HLD-D-CUST-NUMBER     PIC ZZZZZZ9.
003940         10  FILLER                PIC X(03) VALUE SPACES.
003970         10  HLD-D-BALANCE         PIC Z,ZZZ,ZZ9.99-.
003980         10  FILLER                PIC X(03) VALUE SPACES.
003990         10  HLD-D-CREDIT-LIMIT    PIC Z,ZZZ,ZZ9.99-.
003992         10  FILLER                PIC X(03) VALUE SPACES.
003994         10  HLD-D-REASON          PIC X(24).
004000     05  WS-HLD-TOTAL-LINE.
004010         10  FILLER                PIC X(26)
004020                  VALUE 'ACCOUNTS PLACED ON HOLD - '.
004030         10  HLD-T-HOLD-COUNT      PIC ZZZ9.
004031
004032 01  WS-NSF-REGISTER-LINES.
004033     05  WS-NRG-TITLE-LINE.
004034         10  FILLER                PIC X(40) VALUE SPACES.
004035         10  FILLER                PIC X(35)
004036                  VALUE 'RETURNED ITEMS REGISTER'.
004037     05  WS-NRG-HEADING-LINE.
004038         10  FILLER                PIC X(10) VALUE 'CUST NBR'.
004039         10  FILLER                PIC X(32) VALUE 'CUST NAME'.
004040         10  FILLER                PIC X(15)
004041                  VALUE 'PAID ON   SEQ'.
004042         10  FILLER                PIC X(15) VALUE '    RETURNED'.
004043         10  FILLER                PIC X(15) VALUE '     NSF FEE'.
004044         10  FILLER                PIC X(16) VALUE ' NEW BALANCE'.
004045         10  FILLER                PIC X(06) VALUE 'NSF'.
004046         10  FILLER                PIC X(20) VALUE 'ACTION'.
004047     05  WS-NRG-DETAIL-LINE.
004048         10  NRG-D-CUST-NUMBER     PIC ZZZZZZ9.
004049         10  FILLER                PIC X(03) VALUE SPACES.
004050         10  NRG-D-CUST-NAME       PIC X(30).
004051         10  FILLER                PIC X(02) VALUE SPACES.
004052         10  NRG-D-PAY-DATE        PIC 9(08).
004053         10  FILLER                PIC X(01) VALUE SPACES.
004054         10  NRG-D-PAY-SEQ         PIC 9(03).
004055         10  FILLER                PIC X(03) VALUE SPACES.
004056         10  NRG-D-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
004057         10  FILLER                PIC X(02) VALUE SPACES.
004058         10  NRG-D-FEE             PIC Z,ZZZ,ZZ9.99-.
004059         10  FILLER                PIC X(02) VALUE SPACES.
004060         10  NRG-D-BALANCE         PIC Z,ZZZ,ZZ9.99-.
004061         10  FILLER                PIC X(03) VALUE SPACES.
004062         10  NRG-D-NSF-COUNT       PIC ZZ9.
004063         10  FILLER                PIC X(03) VALUE SPACES.
004064         10  NRG-D-ACTION          PIC X(20).
004065     05  WS-NRG-TOTAL-LINE.
004066         10  NRG-T-LABEL           PIC X(26).
004067         10  NRG-T-COUNT           PIC ZZZ,ZZ9.
004068         10  FILLER                PIC X(03) VALUE SPACES.
004069         10  NRG-T-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
004070
004071 01  WS-MERGE-REGISTER-LINES.
004072     05  WS-MRG-TITLE-LINE.
004073         10  FILLER                PIC X(40) VALUE SPACES.
004074         10  FILLER                PIC X(35)
004075                  VALUE 'ACCOUNT MERGE REGISTER'.
004076     05  WS-MRG-HEADING-LINE.
004077         10  FILLER                PIC X(09) VALUE 'RETIRED'.
004078         10  FILLER                PIC X(27) VALUE 'RETIRED NAME'.
004079         10  FILLER                PIC X(09) VALUE 'SURVIVOR'.
004080         10  FILLER                PIC X(27)
004081                  VALUE 'SURVIVOR NAME'.
004082         10  FILLER                PIC X(15)
004083                  VALUE 'BALANCE MOVED'.
004084         10  FILLER                PIC X(07) VALUE 'ITEMS'.
004085         10  FILLER                PIC X(15)
004086                  VALUE '  NEW BALANCE'.
004087         10  FILLER                PIC X(20) VALUE 'NOTE'.
004088     05  WS-MRG-DETAIL-LINE.
004089         10  MRG-D-RETIRED-NUMBER  PIC ZZZZZZ9.
004090         10  FILLER                PIC X(02) VALUE SPACES.
004091         10  MRG-D-RETIRED-NAME    PIC X(25).
004092         10  FILLER                PIC X(02) VALUE SPACES.
004093         10  MRG-D-SURVIVOR-NUMBER PIC ZZZZZZ9.
004094         10  FILLER                PIC X(02) VALUE SPACES.
004095         10  MRG-D-SURVIVOR-NAME   PIC X(25).
004096         10  FILLER                PIC X(02) VALUE SPACES.
004097         10  MRG-D-BALANCE-MOVED   PIC Z,ZZZ,ZZ9.99-.
004098         10  FILLER                PIC X(02) VALUE SPACES.
004099         10  MRG-D-ITEMS-MOVED     PIC ZZZZ9.
004100         10  FILLER                PIC X(02) VALUE SPACES.
004101         10  MRG-D-NEW-BALANCE     PIC Z,ZZZ,ZZ9.99-.
004102         10  FILLER                PIC X(02) VALUE SPACES.
004103         10  MRG-D-NOTE            PIC X(20).
004104     05  WS-MRG-TOTAL-LINE.
004105         10  MRG-T-LABEL           PIC X(26).
004106         10  MRG-T-COUNT           PIC ZZZ,ZZ9.
004107         10  FILLER                PIC X(03) VALUE SPACES.
004108         10  MRG-T-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
004040
004050 PROCEDURE DIVISION.
004060*----------------------------------------------------------------*
004170         PERFORM 8000-PRINT-EXCEPTIONS THRU 8000-EXIT
004180         PERFORM 8500-PRINT-RECONCILIATION THRU 8500-EXIT
004190         PERFORM 8700-FINISH-HOLD-REPORT THRU 8700-EXIT
004195         PERFORM 8800-FINISH-NSF-REGISTER THRU 8800-EXIT
004197         PERFORM 8900-FINISH-MERGE-REGISTER THRU 8900-EXIT
004200         IF NOT WS-TRIAL-RUN
004210             PERFORM 8600-WRITE-CHANGE-EXTRACT THRU 8600-EXIT
004220         END-IF
004650         MOVE 'Y' TO WS-ABORT-SW
004660         GO TO 1000-EXIT
004670     END-IF.
004672     IF WS-TRIAL-RUN
004673         OPEN INPUT CUSTHIST
004674     ELSE
004675         OPEN I-O CUSTHIST
004676     END-IF.
004677     IF WS-HIS-FILE-STATUS NOT = '00'
004678         DISPLAY 'CUSTUPD - CANNOT OPEN CUSTHIST - STATUS '
004679                 WS-HIS-FILE-STATUS
004680         MOVE 'Y' TO WS-ABORT-SW
004681         GO TO 1000-EXIT
004682     END-IF.
004684     OPEN OUTPUT CUSTRRPT.
004690     OPEN OUTPUT CUSTHRPT.
004700     PERFORM 1500-START-HOLD-REPORT THRU 1500-EXIT.
004705     OPEN OUTPUT CUSTNRPT.
004707     PERFORM 1550-START-NSF-REGISTER THRU 1550-EXIT.
004708     OPEN OUTPUT CUSTMRPT.
004709     PERFORM 1560-START-MERGE-REGISTER THRU 1560-EXIT.
004710     PERFORM 1300-READ-CONTROL-TOTALS THRU 1300-EXIT.
004720     PERFORM 1400-READ-EXTRACT-CONTROL THRU 1400-EXIT.
004730     PERFORM 1200-CHECK-RESTART    THRU 1200-EXIT.
005790             ADD 1 TO WS-SUSP-TRAN-COUNT
005800             IF TRAN-BALANCE-CHANGE IN WS-CURRENT-TRAN
005805                     OR TRAN-WRITE-OFF IN WS-CURRENT-TRAN
005807                     OR TRAN-PAYMENT-REVERSAL IN WS-CURRENT-TRAN
005809                     OR TRAN-CREDIT-REFUND IN WS-CURRENT-TRAN
005810                 ADD TRAN-AMOUNT IN WS-CURRENT-TRAN
005820                     TO WS-SUSP-BALANCE-TOTAL
005830             END-IF
007320         AFTER ADVANCING 1 LINE.
007330 1500-EXIT.
007340     EXIT.
007341
007342*----------------------------------------------------------------*
007343* 1550-START-NSF-REGISTER - WRITE THE RETURNED ITEMS REGISTER    *
007344*                           TITLE AND COLUMN HEADINGS            *
007345*----------------------------------------------------------------*
007346 1550-START-NSF-REGISTER.
007347     WRITE NRPT-LINE FROM WS-NRG-TITLE-LINE
007348         AFTER ADVANCING PAGE.
007349     MOVE SPACES TO NRPT-LINE.
007350     WRITE NRPT-LINE AFTER ADVANCING 1 LINE.
007351     WRITE NRPT-LINE FROM WS-NRG-HEADING-LINE
007352         AFTER ADVANCING 1 LINE.
007353 1550-EXIT.
007354     EXIT.
007355
007356*----------------------------------------------------------------*
007357* 1560-START-MERGE-REGISTER - WRITE THE ACCOUNT MERGE REGISTER   *
007358*                             TITLE AND COLUMN HEADINGS          *
007359*----------------------------------------------------------------*
007360 1560-START-MERGE-REGISTER.
007361     WRITE MRPT-LINE FROM WS-MRG-TITLE-LINE
007362         AFTER ADVANCING PAGE.
007363     MOVE SPACES TO MRPT-LINE.
007364     WRITE MRPT-LINE AFTER ADVANCING 1 LINE.
007365     WRITE MRPT-LINE FROM WS-MRG-HEADING-LINE
007366         AFTER ADVANCING 1 LINE.
007367 1560-EXIT.
007368     EXIT.
007350
007360*----------------------------------------------------------------*
007370* 1600-READ-RUN-CONTROL - PICK UP THE RUN CONTROL CARD, IF ONE   *
007970                     PARM-RUN-MODE
007980             MOVE 'Y' TO WS-ABORT-SW
007990     END-EVALUATE.
007991     IF PARM-NSF-FEE IS NUMERIC
007992         MOVE PARM-NSF-FEE-N TO WS-NSF-FEE-AMOUNT
007993         DISPLAY 'CUSTUPD - RETURNED ITEM FEE FROM RUN '
007994                 'CONTROL CARD - ' PARM-NSF-FEE
007995     END-IF.
008000 1650-EXIT.
008010     EXIT.
008011
008380             PERFORM 2200-ADD-CUSTOMER THRU 2200-EXIT
008390         WHEN TRAN-DELETE-CUSTOMER IN WS-CURRENT-TRAN
008400             PERFORM 2300-DELETE-CUSTOMER THRU 2300-EXIT
008402         WHEN TRAN-ACCOUNT-MERGE IN WS-CURRENT-TRAN
008404             PERFORM 2400-MERGE-ACCOUNTS THRU 2400-EXIT
008410         WHEN CUST-FILE-STATUS = '00'
008420             MOVE CUSTREC TO WS-BEFORE-CUSTOMER-IMAGE
008430             PERFORM 2100-APPLY-TRAN THRU 2100-EXIT
008560                             THRU 2160-EXIT
008570                 END-IF
008580                 IF (TRAN-BALANCE-CHANGE IN WS-CURRENT-TRAN
008585                         OR TRAN-WRITE-OFF IN WS-CURRENT-TRAN
008586                         OR TRAN-PAYMENT-REVERSAL
008587                             IN WS-CURRENT-TRAN
008588                         OR TRAN-CREDIT-REFUND
008589                             IN WS-CURRENT-TRAN)
008590                         AND NOT WS-SOURCE-SUSPENSE
008600                     ADD TRAN-AMOUNT IN WS-CURRENT-TRAN
008610                         TO WS-ACTUAL-BALANCE-TOTAL
008622                 IF WS-HISTORY-DUE
008624                     PERFORM 2110-WRITE-HISTORY THRU 2110-EXIT
008626                 END-IF
008627                 IF TRAN-PAYMENT-REVERSAL IN WS-CURRENT-TRAN
008628                     PERFORM 2180-FINISH-REVERSAL THRU 2180-EXIT
008629                 END-IF
008630                 ADD 1 TO WS-UPDATE-COUNT
008632                 IF TRAN-CREDIT-REFUND IN WS-CURRENT-TRAN
008634                     ADD 1 TO WS-RFD-COUNT
008636                     ADD TRAN-AMOUNT IN WS-CURRENT-TRAN
008637                         TO WS-RFD-TOTAL
008638                 END-IF
008640                 PERFORM 2900-COUNT-FOR-CHECKPOINT
008650                         THRU 2900-EXIT
008660                 IF WS-TRIAL-RUN
008840 2100-APPLY-TRAN.
008850     MOVE 'N' TO WS-TRAN-REJECT-SW.
008860     MOVE 'N' TO WS-HOLD-TRIPPED-SW.
008861     MOVE 'N' TO WS-NSF-HOLD-SW.
008862     MOVE 'N' TO WS-HISTORY-DUE-SW.
008863     IF CUST-STATUS-CLOSED AND CUST-MERGED-INTO IS NUMERIC
008864         MOVE CUST-MERGED-INTO-N TO MRG-R-SURVIVOR
008865         MOVE WS-MRG-REJECT-TEXT TO WS-REJECT-REASON
008866         SET WS-TRAN-REJECTED TO TRUE
008867         GO TO 2100-EXIT
008868     END-IF.
008870     EVALUATE TRUE
008880         WHEN TRAN-BALANCE-CHANGE IN WS-CURRENT-TRAN
008890             IF CUST-STATUS-CLOSED
008990         WHEN TRAN-CREDIT-CHANGE IN WS-CURRENT-TRAN
009000             ADD TRAN-AMOUNT IN WS-CURRENT-TRAN
009010                 TO CUST-CREDIT-LIMIT
009011         WHEN TRAN-PAYMENT-REVERSAL IN WS-CURRENT-TRAN
009012             PERFORM 2170-APPLY-REVERSAL THRU 2170-EXIT
009013         WHEN TRAN-CREDIT-REFUND IN WS-CURRENT-TRAN
009014             PERFORM 2165-APPLY-REFUND THRU 2165-EXIT
009020         WHEN TRAN-STATUS-CHANGE IN WS-CURRENT-TRAN
009030             MOVE TRAN-NEW-STATUS-CODE IN WS-CURRENT-TRAN
009040                 TO CUST-STATUS-CODE
009042         WHEN TRAN-NAME-ADDR-CHANGE IN WS-CURRENT-TRAN
009044             MOVE TRAN-NAME-ADDR IN WS-CURRENT-TRAN
009046                 TO CUST-NAME-ADDR
009050         WHEN OTHER
009060             MOVE 'INVALID TRANSACTION CODE'
009070                  TO WS-REJECT-REASON
009080             SET WS-TRAN-REJECTED TO TRUE
009090             GO TO 2100-EXIT
009100     END-EVALUATE.
009101     IF WS-TRAN-REJECTED
009102         GO TO 2100-EXIT
009103     END-IF.
009110     MOVE WS-CURRENT-YEAR  TO CUST-LAST-ACT-YEAR.
009120     MOVE WS-CURRENT-MONTH TO CUST-LAST-ACT-MONTH.
009130     MOVE WS-CURRENT-DAY   TO CUST-LAST-ACT-DAY.
009168         MOVE CUST-NUMBER TO WS-HIS-LAST-CUST
009169         MOVE 1 TO WS-HIS-NEXT-SEQ
009170     END-IF.
009171     PERFORM 2163-CLEAR-HISTORY-RECORD THRU 2163-EXIT.
009172     MOVE CUST-NUMBER            TO HIS-CUST-NUMBER.
009173     MOVE WS-CURRENT-DATE-X      TO HIS-TRAN-DATE.
009174     MOVE WS-HIS-NEXT-SEQ        TO HIS-TRAN-SEQ.
009310     END-IF.
009320     SET CUST-STATUS-CREDIT-HOLD TO TRUE.
009330     SET WS-HOLD-TRIPPED TO TRUE.
009335     MOVE 'OVER CREDIT LIMIT' TO WS-HOLD-REASON.
009340 2150-EXIT.
009350     EXIT.
009360
009450     MOVE CUST-NAME         TO HLD-D-CUST-NAME.
009460     MOVE CUST-BALANCE      TO HLD-D-BALANCE.
009470     MOVE CUST-CREDIT-LIMIT TO HLD-D-CREDIT-LIMIT.
009475     MOVE WS-HOLD-REASON    TO HLD-D-REASON.
009480     WRITE HRPT-LINE FROM WS-HLD-DETAIL-LINE
009490         AFTER ADVANCING 1 LINE.
009500 2160-EXIT.
009510     EXIT.
009511
009512*----------------------------------------------------------------*
009513* 2163-CLEAR-HISTORY-RECORD - START A HISTORY RECORD. A RETURNED *
009514*                             PAYMENT CARRIES THE KEY OF THE     *
009515*                             PAYMENT IT REVERSES                *
009516*----------------------------------------------------------------*
009517 2163-CLEAR-HISTORY-RECORD.
009518     MOVE SPACES TO HISTREC.
009519     MOVE ZERO                   TO HIS-REV-PAYMENT-DATE.
009520     MOVE ZERO                   TO HIS-REV-PAYMENT-SEQ.
009521     IF TRAN-PAYMENT-REVERSAL IN WS-CURRENT-TRAN
009522         MOVE TRAN-REV-PAYMENT-DATE IN WS-CURRENT-TRAN
009523              TO HIS-REV-PAYMENT-DATE
009524         MOVE TRAN-REV-PAYMENT-SEQ IN WS-CURRENT-TRAN
009525              TO HIS-REV-PAYMENT-SEQ
009526     END-IF.
009527 2163-EXIT.
009528     EXIT.
009529
009530*----------------------------------------------------------------*
009531* 2165-APPLY-REFUND - A CREDIT-BALANCE REFUND. THE AMOUNT IS A   *
009532*                     DEBIT AND MAY NOT TAKE THE BALANCE PAST    *
009533*                     ZERO                                       *
009534*----------------------------------------------------------------*
009535 2165-APPLY-REFUND.
009536     IF TRAN-AMOUNT IN WS-CURRENT-TRAN NOT > ZERO
009537             OR CUST-BALANCE
009538                + TRAN-AMOUNT IN WS-CURRENT-TRAN > ZERO
009539         MOVE 'REFUND EXCEEDS CREDIT BALANCE'
009540              TO WS-REJECT-REASON
009541         SET WS-TRAN-REJECTED TO TRUE
009542         GO TO 2165-EXIT
009543     END-IF.
009544     ADD TRAN-AMOUNT IN WS-CURRENT-TRAN
009545         TO CUST-BALANCE.
009546     SET WS-HISTORY-DUE TO TRUE.
009547 2165-EXIT.
009548     EXIT.
009549
009550*----------------------------------------------------------------*
009551* 2170-APPLY-REVERSAL - A RETURNED PAYMENT. THE ORIGINAL PAYMENT *
009552*                       MUST BE ON CUSTHIST AS A 'BC' CREDIT OF  *
009553*                       THE SAME AMOUNT, NOT ALREADY REVERSED.   *
009554*                       THE AMOUNT GOES BACK ON THE BALANCE WITH *
009555*                       THE RETURNED-ITEM FEE ON TOP, AND A      *
009556*                       SECOND RETURN INSIDE TWELVE MONTHS PUTS  *
009557*                       THE ACCOUNT ON CREDIT HOLD               *
009558*----------------------------------------------------------------*
009559 2170-APPLY-REVERSAL.
009560     IF CUST-STATUS-CLOSED
009561         MOVE 'RETURNED PAYMENT ON CLOSED ACCOUNT'
009562              TO WS-REJECT-REASON
009563         SET WS-TRAN-REJECTED TO TRUE
009564         GO TO 2170-EXIT
009565     END-IF.
009566     MOVE CUST-NUMBER TO HIS-CUST-NUMBER.
009567     MOVE TRAN-REV-PAYMENT-DATE IN WS-CURRENT-TRAN
009568          TO HIS-TRAN-DATE.
009569     MOVE TRAN-REV-PAYMENT-SEQ IN WS-CURRENT-TRAN
009570          TO HIS-TRAN-SEQ.
009571     READ CUSTHIST
009572         KEY IS HIS-KEY
009573     END-READ.
009574     EVALUATE TRUE
009575         WHEN WS-HIS-FILE-STATUS = '23'
009576             MOVE 'ORIGINAL PAYMENT NOT ON HISTORY FILE'
009577                  TO WS-REJECT-REASON
009578         WHEN WS-HIS-FILE-STATUS NOT = '00'
009579             MOVE 'HISTORY READ ERROR ON ORIGINAL PAYMENT'
009580                  TO WS-REJECT-REASON
009581         WHEN HIS-TRAN-CODE NOT = 'BC'
009582                 OR HIS-AMOUNT NOT < ZERO
009583             MOVE 'ORIGINAL HISTORY ITEM IS NOT A PAYMENT'
009584                  TO WS-REJECT-REASON
009585         WHEN HIS-PAYMENT-REVERSED
009586             MOVE 'PAYMENT ALREADY REVERSED'
009587                  TO WS-REJECT-REASON
009588         WHEN HIS-AMOUNT + TRAN-AMOUNT IN WS-CURRENT-TRAN
009589                 NOT = ZERO
009590             MOVE 'RETURNED AMOUNT DOES NOT MATCH PAYMENT'
009591                  TO WS-REJECT-REASON
009592         WHEN OTHER
009593             MOVE SPACES TO WS-REJECT-REASON
009594     END-EVALUATE.
009595     IF WS-REJECT-REASON NOT = SPACES
009596         SET WS-TRAN-REJECTED TO TRUE
009597         GO TO 2170-EXIT
009598     END-IF.
009599     PERFORM 2175-COUNT-RECENT-NSF THRU 2175-EXIT.
009600     ADD TRAN-AMOUNT IN WS-CURRENT-TRAN TO CUST-BALANCE.
009601     ADD WS-NSF-FEE-AMOUNT TO CUST-BALANCE.
009602     SET WS-HISTORY-DUE TO TRUE.
009603     PERFORM 2150-CHECK-CREDIT-LIMIT THRU 2150-EXIT.
009604     IF WS-NSF-RECENT-COUNT > ZERO
009605             AND NOT CUST-STATUS-CREDIT-HOLD
009606         SET CUST-STATUS-CREDIT-HOLD TO TRUE
009607         SET WS-HOLD-TRIPPED TO TRUE
009608         SET WS-NSF-HOLD-SET TO TRUE
009609         MOVE 'SECOND NSF IN 12 MONTHS' TO WS-HOLD-REASON
009610     END-IF.
009611 2170-EXIT.
009612     EXIT.
009613
009614*----------------------------------------------------------------*
009615* 2175-COUNT-RECENT-NSF - COUNT THE CUSTOMER'S RETURNED PAYMENTS *
009616*                         ON CUSTHIST DATED WITHIN TWELVE MONTHS *
009617*                         OF THE PROCESSING DATE                 *
009618*----------------------------------------------------------------*
009619 2175-COUNT-RECENT-NSF.
009620     COMPUTE WS-NSF-CUTOFF-DATE = WS-CURRENT-DATE-X - 10000.
009621     MOVE ZERO TO WS-NSF-RECENT-COUNT.
009622     MOVE 'N' TO WS-NSF-SCAN-EOF-SW.
009623     MOVE CUST-NUMBER        TO HIS-CUST-NUMBER.
009624     MOVE WS-NSF-CUTOFF-DATE TO HIS-TRAN-DATE.
009625     MOVE ZERO               TO HIS-TRAN-SEQ.
009626     START CUSTHIST KEY IS NOT LESS THAN HIS-KEY
009627         INVALID KEY
009628             MOVE 'Y' TO WS-NSF-SCAN-EOF-SW
009629     END-START.
009630     PERFORM 2177-TALLY-ONE-NSF THRU 2177-EXIT
009631         UNTIL WS-NSF-SCAN-DONE.
009632 2175-EXIT.
009633     EXIT.
009634
009635*----------------------------------------------------------------*
009636* 2177-TALLY-ONE-NSF - NEXT HISTORY RECORD, STOPPING AT THE NEXT *
009637*                      CUSTOMER'S ITEMS                          *
009638*----------------------------------------------------------------*
009639 2177-TALLY-ONE-NSF.
009640     READ CUSTHIST NEXT
009641         AT END
009642             MOVE 'Y' TO WS-NSF-SCAN-EOF-SW
009643         NOT AT END
009644             IF HIS-CUST-NUMBER NOT = CUST-NUMBER
009645                 MOVE 'Y' TO WS-NSF-SCAN-EOF-SW
009646             ELSE
009647                 IF HIS-PAYMENT-REVERSAL
009648                     ADD 1 TO WS-NSF-RECENT-COUNT
009649                 END-IF
009650             END-IF
009651     END-READ.
009652 2177-EXIT.
009653     EXIT.
009654
009655*----------------------------------------------------------------*
009656* 2180-FINISH-REVERSAL - AFTER THE REWRITE TAKES: THE FEE GETS   *
009657*                        ITS OWN HISTORY RECORD, THE ORIGINAL    *
009658*                        PAYMENT IS FLAGGED REVERSED, AND THE    *
009659*                        ITEM GOES ON THE REGISTER               *
009660*----------------------------------------------------------------*
009661 2180-FINISH-REVERSAL.
009662     ADD 1 TO WS-NSF-ITEM-COUNT.
009663     ADD TRAN-AMOUNT IN WS-CURRENT-TRAN TO WS-NSF-ITEM-TOTAL.
009664     IF WS-NSF-FEE-AMOUNT > ZERO
009665         ADD 1 TO WS-NSF-FEE-COUNT
009666         ADD WS-NSF-FEE-AMOUNT TO WS-NSF-FEE-TOTAL
009667         PERFORM 2185-WRITE-FEE-HISTORY THRU 2185-EXIT
009668     END-IF.
009669     IF WS-NSF-HOLD-SET
009670         ADD 1 TO WS-NSF-HOLD-COUNT
009671     END-IF.
009672     PERFORM 2190-MARK-PAYMENT-REVERSED THRU 2190-EXIT.
009673     PERFORM 2195-REPORT-RETURNED-ITEM THRU 2195-EXIT.
009674 2180-EXIT.
009675     EXIT.
009676
009677*----------------------------------------------------------------*
009678* 2185-WRITE-FEE-HISTORY - THE RETURNED-ITEM FEE AS ITS OWN 'BC' *
009679*                          HISTORY RECORD, SOURCE CODE 'NF', SO  *
009680*                          THE STATEMENT SHOWS IT APART FROM THE *
009681*                          RETURNED PAYMENT                      *
009682*----------------------------------------------------------------*
009683 2185-WRITE-FEE-HISTORY.
009684     IF WS-TRIAL-RUN
009685         GO TO 2185-EXIT
009686     END-IF.
009687     ADD 1 TO WS-HIS-NEXT-SEQ.
009688     MOVE SPACES TO HISTREC.
009689     MOVE CUST-NUMBER            TO HIS-CUST-NUMBER.
009690     MOVE WS-CURRENT-DATE-X      TO HIS-TRAN-DATE.
009691     MOVE WS-HIS-NEXT-SEQ        TO HIS-TRAN-SEQ.
009692     MOVE 'BC'                   TO HIS-TRAN-CODE.
009693     MOVE 'NF'                   TO HIS-SOURCE-CODE.
009694     MOVE WS-NSF-FEE-AMOUNT      TO HIS-AMOUNT.
009695     MOVE WS-RUN-ID              TO HIS-RUN-ID.
009696     MOVE ZERO                   TO HIS-REV-PAYMENT-DATE.
009697     MOVE ZERO                   TO HIS-REV-PAYMENT-SEQ.
009698     PERFORM 2115-WRITE-HISTORY-RECORD THRU 2110-EXIT.
009699 2185-EXIT.
009700     EXIT.
009701
009702*----------------------------------------------------------------*
009703* 2190-MARK-PAYMENT-REVERSED - FLAG THE ORIGINAL PAYMENT ON      *
009704*                              CUSTHIST SO IT CANNOT BE RETURNED *
009705*                              A SECOND TIME                     *
009706*----------------------------------------------------------------*
009707 2190-MARK-PAYMENT-REVERSED.
009708     IF WS-TRIAL-RUN
009709         GO TO 2190-EXIT
009710     END-IF.
009711     MOVE CUST-NUMBER TO HIS-CUST-NUMBER.
009712     MOVE TRAN-REV-PAYMENT-DATE IN WS-CURRENT-TRAN
009713          TO HIS-TRAN-DATE.
009714     MOVE TRAN-REV-PAYMENT-SEQ IN WS-CURRENT-TRAN
009715          TO HIS-TRAN-SEQ.
009716     READ CUSTHIST
009717         KEY IS HIS-KEY
009718     END-READ.
009719     IF WS-HIS-FILE-STATUS = '00'
009720         SET HIS-PAYMENT-REVERSED TO TRUE
009721         REWRITE HISTREC
009722     END-IF.
009723     IF WS-HIS-FILE-STATUS NOT = '00'
009724         DISPLAY 'CUSTUPD - CUSTHIST REVERSAL FLAG ERROR - '
009725                 'STATUS ' WS-HIS-FILE-STATUS
009726                 ' - CUST-NUMBER ' CUST-NUMBER
009727         ADD 1 TO WS-HIS-WRITE-ERRORS
009728     END-IF.
009729 2190-EXIT.
009730     EXIT.
009731
009732*----------------------------------------------------------------*
009733* 2195-REPORT-RETURNED-ITEM - ONE RETURNED ITEMS REGISTER LINE   *
009734*----------------------------------------------------------------*
009735 2195-REPORT-RETURNED-ITEM.
009736     MOVE CUST-NUMBER            TO NRG-D-CUST-NUMBER.
009737     MOVE CUST-NAME              TO NRG-D-CUST-NAME.
009738     MOVE TRAN-REV-PAYMENT-DATE IN WS-CURRENT-TRAN
009739          TO NRG-D-PAY-DATE.
009740     MOVE TRAN-REV-PAYMENT-SEQ IN WS-CURRENT-TRAN
009741          TO NRG-D-PAY-SEQ.
009742     MOVE TRAN-AMOUNT IN WS-CURRENT-TRAN
009743          TO NRG-D-AMOUNT.
009744     MOVE WS-NSF-FEE-AMOUNT      TO NRG-D-FEE.
009745     MOVE CUST-BALANCE           TO NRG-D-BALANCE.
009746     COMPUTE NRG-D-NSF-COUNT = WS-NSF-RECENT-COUNT + 1.
009747     IF WS-NSF-HOLD-SET
009748         MOVE 'CREDIT HOLD SET'  TO NRG-D-ACTION
009749     ELSE
009750         MOVE SPACES             TO NRG-D-ACTION
009751     END-IF.
009752     WRITE NRPT-LINE FROM WS-NRG-DETAIL-LINE
009753         AFTER ADVANCING 1 LINE.
009754 2195-EXIT.
009755     EXIT.
009520
009530*----------------------------------------------------------------*
009540* 2200-ADD-CUSTOMER - BUILD AND WRITE A NEW MASTER RECORD FROM   *
010180*                        SO AN OPEN BALANCE IS NEVER LOST. THE   *
010190*                        AFTER IMAGE OF THE AUDIT PAIR SHOWS THE *
010200*                        RECORD AS CLOSED IN EITHER CASE.        *
010202*                        A MERGED ACCOUNT IS REJECTED INSTEAD,   *
010204*                        SO ITS FORWARDING REFERENCE STAYS ON    *
010206*                        FILE.                                   *
010210*----------------------------------------------------------------*
010220 2300-DELETE-CUSTOMER.
010230     IF CUST-FILE-STATUS NOT = '00'
010240         PERFORM 3000-LOG-EXCEPTION THRU 3000-EXIT
010250         GO TO 2300-EXIT
010260     END-IF.
010261     IF CUST-STATUS-CLOSED AND CUST-MERGED-INTO IS NUMERIC
010262         MOVE CUST-MERGED-INTO-N TO MRG-R-SURVIVOR
010263         MOVE WS-MRG-REJECT-TEXT TO WS-REJECT-REASON
010264         SET WS-TRAN-REJECTED TO TRUE
010265         PERFORM 3500-LOG-REJECT THRU 3500-EXIT
010266         GO TO 2300-EXIT
010267     END-IF.
010270     MOVE CUSTREC TO WS-BEFORE-CUSTOMER-IMAGE.
010280     SET CUST-STATUS-CLOSED TO TRUE.
010290     MOVE WS-CURRENT-YEAR  TO CUST-LAST-ACT-YEAR.
010590     END-IF.
010600 2300-EXIT.
010610     EXIT.
010611
010612*----------------------------------------------------------------*
010613* 2400-MERGE-ACCOUNTS - FOLD THE ACCOUNT IN CUSTREC (THE ONE     *
010614*                       BEING RETIRED) INTO THE SURVIVING        *
010615*                       ACCOUNT NAMED ON THE TRANSACTION. THE    *
010616*                       SURVIVOR TAKES THE BALANCE AND THE       *
010617*                       HISTORY, THEN THE RETIRED ACCOUNT IS     *
010618*                       CLOSED AT ZERO POINTING AT THE SURVIVOR. *
010619*                       A TRIAL RUN READS THE SURVIVOR FROM THE  *
010620*                       FILE, SO IT DOES NOT SEE A WOULD-BE      *
010621*                       CHANGE TO THE SURVIVOR EARLIER IN THE    *
010622*                       SAME TRIAL.                              *
010623*----------------------------------------------------------------*
010624 2400-MERGE-ACCOUNTS.
010625     IF CUST-FILE-STATUS NOT = '00'
010626         PERFORM 3000-LOG-EXCEPTION THRU 3000-EXIT
010627         GO TO 2400-EXIT
010628     END-IF.
010629     IF CUST-STATUS-CLOSED
010630         MOVE 'RETIRED ACCOUNT IS ALREADY CLOSED'
010631              TO WS-REJECT-REASON
010632         PERFORM 3500-LOG-REJECT THRU 3500-EXIT
010633         GO TO 2400-EXIT
010634     END-IF.
010635     MOVE TRAN-MERGE-SURVIVOR IN WS-CURRENT-TRAN
010636          TO WS-MRG-SURVIVOR.
010637     IF WS-MRG-SURVIVOR = CUST-NUMBER
010638         MOVE 'ACCOUNT CANNOT BE MERGED INTO ITSELF'
010639              TO WS-REJECT-REASON
010640         PERFORM 3500-LOG-REJECT THRU 3500-EXIT
010641         GO TO 2400-EXIT
010642     END-IF.
010643     MOVE CUSTREC       TO WS-MRG-RETIRED-IMAGE.
010644     MOVE CUST-BALANCE  TO WS-MRG-BALANCE-MOVED.
010645     MOVE SPACES        TO WS-MRG-DETAIL-LINE.
010646     MOVE CUST-NUMBER   TO MRG-D-RETIRED-NUMBER.
010647     MOVE CUST-NAME     TO MRG-D-RETIRED-NAME.
010648     MOVE WS-MRG-SURVIVOR TO CUST-NUMBER.
010649     READ CUSTMAST
010650         KEY IS CUST-NUMBER
010651     END-READ.
010652     IF CUST-FILE-STATUS NOT = '00' AND NOT = '23'
010653         PERFORM 3000-LOG-EXCEPTION THRU 3000-EXIT
010654         MOVE WS-MRG-RETIRED-IMAGE TO CUSTREC
010655         GO TO 2400-EXIT
010656     END-IF.
010657     EVALUATE TRUE
010658         WHEN CUST-FILE-STATUS = '23'
010659             MOVE 'SURVIVING ACCOUNT NOT ON FILE'
010660                  TO WS-REJECT-REASON
010661         WHEN CUST-STATUS-CLOSED
010662             MOVE 'SURVIVING ACCOUNT IS CLOSED'
010663                  TO WS-REJECT-REASON
010664         WHEN OTHER
010665             MOVE SPACES TO WS-REJECT-REASON
010666     END-EVALUATE.
010667     IF WS-REJECT-REASON NOT = SPACES
010668         MOVE WS-MRG-RETIRED-IMAGE TO CUSTREC
010669         PERFORM 3500-LOG-REJECT THRU 3500-EXIT
010670         GO TO 2400-EXIT
010671     END-IF.
010672     PERFORM 2410-UPDATE-SURVIVOR THRU 2410-EXIT.
010673     IF CUST-FILE-STATUS NOT = '00'
010674         PERFORM 3000-LOG-EXCEPTION THRU 3000-EXIT
010675         MOVE WS-MRG-RETIRED-IMAGE TO CUSTREC
010676         GO TO 2400-EXIT
010677     END-IF.
010678     PERFORM 2420-MOVE-HISTORY THRU 2420-EXIT.
010679     IF WS-MRG-HISTORY-FAILED
010680         MOVE 'HISTORY NOT ALL MOVED' TO MRG-D-NOTE
010681     END-IF.
010682     PERFORM 2450-CLOSE-RETIRED THRU 2450-EXIT.
010683     MOVE WS-MRG-BALANCE-MOVED TO MRG-D-BALANCE-MOVED.
010684     MOVE WS-MRG-ITEMS-MOVED   TO MRG-D-ITEMS-MOVED.
010685     WRITE MRPT-LINE FROM WS-MRG-DETAIL-LINE
010686         AFTER ADVANCING 1 LINE.
010687     ADD 1 TO WS-MRG-COUNT.
010688     ADD WS-MRG-BALANCE-MOVED  TO WS-MRG-BALANCE-TOTAL.
010689     ADD WS-MRG-ITEMS-MOVED    TO WS-MRG-ITEM-TOTAL.
010690     ADD 1 TO WS-UPDATE-COUNT.
010691     PERFORM 2900-COUNT-FOR-CHECKPOINT THRU 2900-EXIT.
010692     IF WS-TRIAL-RUN
010693         SET WS-TRIAL-RECORD-HELD TO TRUE
010694         MOVE CUST-NUMBER TO WS-TRIAL-HELD-CUST
010695     END-IF.
010696 2400-EXIT.
010697     EXIT.
010698
010699*----------------------------------------------------------------*
010700* 2410-UPDATE-SURVIVOR - ADD THE RETIRED BALANCE TO THE          *
010701*                        SURVIVING ACCOUNT IN CUSTREC AND        *
010702*                        REWRITE IT, WITH ITS OWN AUDIT PAIR. A  *
010703*                        SURVIVOR LEFT OVER ITS LIMIT GOES ON    *
010704*                        CREDIT HOLD THE SAME AS FOR A 'BC'.     *
010705*----------------------------------------------------------------*
010706 2410-UPDATE-SURVIVOR.
010707     MOVE CUSTREC TO WS-BEFORE-CUSTOMER-IMAGE.
010708     MOVE 'N' TO WS-HOLD-TRIPPED-SW.
010709     ADD WS-MRG-BALANCE-MOVED TO CUST-BALANCE.
010710     MOVE WS-CURRENT-YEAR  TO CUST-LAST-ACT-YEAR.
010711     MOVE WS-CURRENT-MONTH TO CUST-LAST-ACT-MONTH.
010712     MOVE WS-CURRENT-DAY   TO CUST-LAST-ACT-DAY.
010713     PERFORM 2150-CHECK-CREDIT-LIMIT THRU 2150-EXIT.
010714     IF NOT WS-TRIAL-RUN
010715         REWRITE CUSTREC
010716         END-REWRITE
010717     END-IF.
010718     IF CUST-FILE-STATUS NOT = '00'
010719         GO TO 2410-EXIT
010720     END-IF.
010721     PERFORM 4000-WRITE-AUDIT-PAIR THRU 4000-EXIT.
010722     IF WS-HOLD-TRIPPED
010723         PERFORM 2160-REPORT-CREDIT-HOLD THRU 2160-EXIT
010724         MOVE 'SURVIVOR ON HOLD' TO MRG-D-NOTE
010725     END-IF.
010726     MOVE CUST-NUMBER      TO MRG-D-SURVIVOR-NUMBER.
010727     MOVE CUST-NAME        TO MRG-D-SURVIVOR-NAME.
010728     MOVE CUST-BALANCE     TO MRG-D-NEW-BALANCE.
010729 2410-EXIT.
010730     EXIT.
010731
010732*----------------------------------------------------------------*
010733* 2420-MOVE-HISTORY - RE-KEY EVERY CUSTHIST ITEM OF THE RETIRED  *
010734*                     ACCOUNT TO THE SURVIVOR. DATES ARE KEPT SO *
010735*                     THE AGING AND STATEMENTS TREAT THE ITEMS   *
010736*                     AS BEFORE; A SEQUENCE ALREADY TAKEN BY THE *
010737*                     SURVIVOR ON THE SAME DATE IS BUMPED AND    *
010738*                     REMEMBERED SO A MOVED 'RP' STILL POINTS AT *
010739*                     ITS PAYMENT. A TRIAL RUN ONLY COUNTS THEM. *
010740*----------------------------------------------------------------*
010741 2420-MOVE-HISTORY.
010742     MOVE ZERO TO WS-MRG-ITEMS-MOVED.
010743     MOVE ZERO TO WS-MRG-RESEQ-COUNT.
010744     MOVE 'N'  TO WS-MRG-SCAN-EOF-SW.
010745     MOVE 'N'  TO WS-MRG-HISTORY-SW.
010746     MOVE TRAN-CUST-NUMBER IN WS-CURRENT-TRAN
010747          TO HIS-CUST-NUMBER.
010748     MOVE ZERO TO HIS-TRAN-DATE.
010749     MOVE ZERO TO HIS-TRAN-SEQ.
010750     START CUSTHIST KEY IS NOT LESS THAN HIS-KEY
010751         INVALID KEY
010752             MOVE 'Y' TO WS-MRG-SCAN-EOF-SW
010753     END-START.
010754     PERFORM 2430-MOVE-ONE-ITEM THRU 2430-EXIT
010755         UNTIL WS-MRG-SCAN-DONE.
010756 2420-EXIT.
010757     EXIT.
010758
010759*----------------------------------------------------------------*
010760* 2430-MOVE-ONE-ITEM - NEXT HISTORY ITEM OF THE RETIRED ACCOUNT: *
010761*                      WRITE IT UNDER THE SURVIVOR, DELETE THE   *
010762*                      OLD KEY, AND RESTART THE BROWSE PAST IT   *
010763*----------------------------------------------------------------*
010764 2430-MOVE-ONE-ITEM.
010765     READ CUSTHIST NEXT
010766         AT END
010767             MOVE 'Y' TO WS-MRG-SCAN-EOF-SW
010768     END-READ.
010769     IF WS-MRG-SCAN-DONE
010770         GO TO 2430-EXIT
010771     END-IF.
010772     IF HIS-CUST-NUMBER NOT = TRAN-CUST-NUMBER IN WS-CURRENT-TRAN
010773         MOVE 'Y' TO WS-MRG-SCAN-EOF-SW
010774         GO TO 2430-EXIT
010775     END-IF.
010776     IF WS-TRIAL-RUN
010777         ADD 1 TO WS-MRG-ITEMS-MOVED
010778         GO TO 2430-EXIT
010779     END-IF.
010780     MOVE HIS-KEY TO WS-MRG-OLD-KEY.
010781     IF HIS-PAYMENT-REVERSAL
010782         MOVE 'N' TO WS-MRG-REF-FIXED-SW
010783         PERFORM 2440-FIX-REVERSAL-REF THRU 2440-EXIT
010784             VARYING WS-MRG-RQ-IDX FROM 1 BY 1
010785             UNTIL WS-MRG-RQ-IDX > WS-MRG-RESEQ-COUNT
010786                OR WS-MRG-REF-FIXED
010787     END-IF.
010788     MOVE WS-MRG-SURVIVOR TO HIS-CUST-NUMBER.
010789 2435-WRITE-MOVED-ITEM.
010790     WRITE HISTREC.
010791     IF WS-HIS-FILE-STATUS = '22' AND HIS-TRAN-SEQ < 999
010792         ADD 1 TO HIS-TRAN-SEQ
010793         GO TO 2435-WRITE-MOVED-ITEM
010794     END-IF.
010795     IF WS-HIS-FILE-STATUS NOT = '00'
010796         DISPLAY 'CUSTUPD - CUSTHIST MERGE WRITE ERROR - STATUS '
010797                 WS-HIS-FILE-STATUS ' - CUST-NUMBER '
010798                 WS-MRG-OLD-CUST
010799         ADD 1 TO WS-HIS-WRITE-ERRORS
010800         SET WS-MRG-HISTORY-FAILED TO TRUE
010801         MOVE 'Y' TO WS-MRG-SCAN-EOF-SW
010802         GO TO 2430-EXIT
010803     END-IF.
010804     ADD 1 TO WS-MRG-ITEMS-MOVED.
010805     IF HIS-TRAN-SEQ NOT = WS-MRG-OLD-SEQ
010806             AND WS-MRG-RESEQ-COUNT < 200
010807         ADD 1 TO WS-MRG-RESEQ-COUNT
010808         SET WS-MRG-RQ-IDX TO WS-MRG-RESEQ-COUNT
010809         MOVE WS-MRG-OLD-DATE TO WS-MRG-RQ-DATE(WS-MRG-RQ-IDX)
010810         MOVE WS-MRG-OLD-SEQ  TO WS-MRG-RQ-OLD-SEQ(WS-MRG-RQ-IDX)
010811         MOVE HIS-TRAN-SEQ    TO WS-MRG-RQ-NEW-SEQ(WS-MRG-RQ-IDX)
010812     END-IF.
010813     MOVE WS-MRG-OLD-KEY TO HIS-KEY.
010814     DELETE CUSTHIST
010815     END-DELETE.
010816     IF WS-HIS-FILE-STATUS NOT = '00'
010817         DISPLAY 'CUSTUPD - CUSTHIST MERGE DELETE ERROR - STATUS '
010818                 WS-HIS-FILE-STATUS ' - CUST-NUMBER '
010819                 WS-MRG-OLD-CUST
010820         ADD 1 TO WS-HIS-WRITE-ERRORS
010821         SET WS-MRG-HISTORY-FAILED TO TRUE
010822         MOVE 'Y' TO WS-MRG-SCAN-EOF-SW
010823         GO TO 2430-EXIT
010824     END-IF.
010825     START CUSTHIST KEY IS GREATER THAN HIS-KEY
010826         INVALID KEY
010827             MOVE 'Y' TO WS-MRG-SCAN-EOF-SW
010828     END-START.
010829 2430-EXIT.
010830     EXIT.
010831
010832*----------------------------------------------------------------*
010833* 2440-FIX-REVERSAL-REF - POINT A MOVED 'RP' AT ITS PAYMENT'S    *
010834*                         NEW SEQUENCE IF THE PAYMENT WAS BUMPED *
010835*----------------------------------------------------------------*
010836 2440-FIX-REVERSAL-REF.
010837     IF HIS-REV-PAYMENT-DATE = WS-MRG-RQ-DATE(WS-MRG-RQ-IDX)
010838             AND HIS-REV-PAYMENT-SEQ
010839                 = WS-MRG-RQ-OLD-SEQ(WS-MRG-RQ-IDX)
010840         MOVE WS-MRG-RQ-NEW-SEQ(WS-MRG-RQ-IDX)
010841              TO HIS-REV-PAYMENT-SEQ
010842         SET WS-MRG-REF-FIXED TO TRUE
010843     END-IF.
010844 2440-EXIT.
010845     EXIT.
010846
010847*----------------------------------------------------------------*
010848* 2450-CLOSE-RETIRED - CLOSE THE RETIRED ACCOUNT AT A ZERO       *
010849*                      BALANCE WITH THE FORWARDING REFERENCE TO  *
010850*                      THE SURVIVOR. THE SURVIVOR HAS ALREADY    *
010851*                      BEEN REWRITTEN, SO A FAILURE HERE IS NOT  *
010852*                      SENT TO SUSPENSE (A RETRY WOULD MOVE THE  *
010853*                      BALANCE TWICE) - IT IS FLAGGED ON THE     *
010854*                      REGISTER AND THE CONSOLE FOR CORRECTION.  *
010855*----------------------------------------------------------------*
010856 2450-CLOSE-RETIRED.
010857     MOVE WS-MRG-RETIRED-IMAGE TO CUSTREC.
010858     MOVE WS-MRG-RETIRED-IMAGE TO WS-BEFORE-CUSTOMER-IMAGE.
010859     MOVE ZERO TO CUST-BALANCE.
010860     SET CUST-STATUS-CLOSED TO TRUE.
010861     MOVE WS-MRG-SURVIVOR  TO CUST-MERGED-INTO-N.
010862     MOVE WS-CURRENT-YEAR  TO CUST-LAST-ACT-YEAR.
010863     MOVE WS-CURRENT-MONTH TO CUST-LAST-ACT-MONTH.
010864     MOVE WS-CURRENT-DAY   TO CUST-LAST-ACT-DAY.
010865     IF NOT WS-TRIAL-RUN
010866         REWRITE CUSTREC
010867         END-REWRITE
010868     END-IF.
010869     IF CUST-FILE-STATUS = '00'
010870         PERFORM 4000-WRITE-AUDIT-PAIR THRU 4000-EXIT
010871     ELSE
010872         DISPLAY 'CUSTUPD - MERGE INCOMPLETE - RETIRED ACCOUNT '
010873                 CUST-NUMBER ' NOT CLOSED - STATUS '
010874                 CUST-FILE-STATUS
010875         MOVE 'RETIRED NOT CLOSED' TO MRG-D-NOTE
010876     END-IF.
010877 2450-EXIT.
010878     EXIT.
010620
010630*----------------------------------------------------------------*
010640* 2900-COUNT-FOR-CHECKPOINT - BUMP THE SINCE-CHECKPOINT COUNTER  *
013320     MOVE ZERO                      TO RCN-S-AMOUNT.
013330     WRITE RRPT-LINE FROM WS-RCN-SUSP-LINE
013340         AFTER ADVANCING 1 LINE.
013342     MOVE 'RETURNED PAYMENTS'       TO RCN-S-LABEL.
013343     MOVE WS-NSF-ITEM-COUNT         TO RCN-S-COUNT.
013344     MOVE WS-NSF-ITEM-TOTAL         TO RCN-S-AMOUNT.
013345     WRITE RRPT-LINE FROM WS-RCN-SUSP-LINE
013346         AFTER ADVANCING 2 LINES.
013347     MOVE 'NSF FEES ASSESSED'       TO RCN-S-LABEL.
013348     MOVE WS-NSF-FEE-COUNT          TO RCN-S-COUNT.
013349     MOVE WS-NSF-FEE-TOTAL          TO RCN-S-AMOUNT.
013350     WRITE RRPT-LINE FROM WS-RCN-SUSP-LINE
013351         AFTER ADVANCING 1 LINE.
013352     MOVE 'ACCOUNTS MERGED'         TO RCN-S-LABEL.
013353     MOVE WS-MRG-COUNT              TO RCN-S-COUNT.
013354     MOVE WS-MRG-BALANCE-TOTAL      TO RCN-S-AMOUNT.
013355     WRITE RRPT-LINE FROM WS-RCN-SUSP-LINE
013356         AFTER ADVANCING 2 LINES.
013357     MOVE 'CREDIT REFUNDS'          TO RCN-S-LABEL.
013358     MOVE WS-RFD-COUNT              TO RCN-S-COUNT.
013359     MOVE WS-RFD-TOTAL              TO RCN-S-AMOUNT.
013360     WRITE RRPT-LINE FROM WS-RCN-SUSP-LINE
013361         AFTER ADVANCING 1 LINE.
013350 8500-EXIT.
013360     EXIT.
013370
014270     MOVE CUST-CREDIT-LIMIT        TO EXT-CUST-CREDIT-LIMIT.
014280     MOVE CUST-STATUS-CODE         TO EXT-CUST-STATUS-CODE.
014290     MOVE CUST-LAST-ACTIVITY-DATE  TO EXT-LAST-ACTIVITY-DATE.
014292     MOVE CUST-ADDR-LINE-1         TO EXT-ADDR-LINE-1.
014294     MOVE CUST-ADDR-LINE-2         TO EXT-ADDR-LINE-2.
014296     MOVE CUST-CITY                TO EXT-CITY.
014297     MOVE CUST-STATE               TO EXT-STATE.
014298     MOVE CUST-ZIP-CODE            TO EXT-ZIP-CODE.
014300     WRITE EXTREC.
014310     IF WS-EXTR-FILE-STATUS = '00'
014320        ADD 1 TO WS-EXTRACT-COUNT
014550         AFTER ADVANCING 2 LINES.
014560 8700-EXIT.
014570     EXIT.
014571
014572*----------------------------------------------------------------*
014573* 8800-FINISH-NSF-REGISTER - WRITE THE RETURNED ITEMS REGISTER   *
014574*                            TOTALS                              *
014575*----------------------------------------------------------------*
014576 8800-FINISH-NSF-REGISTER.
014577     IF WS-NSF-ITEM-COUNT = ZERO
014578         MOVE SPACES TO WS-NRG-DETAIL-LINE
014579         MOVE 'NO RETURNED ITEMS THIS RUN' TO NRG-D-CUST-NAME
014580         WRITE NRPT-LINE FROM WS-NRG-DETAIL-LINE
014581             AFTER ADVANCING 2 LINES
014582     END-IF.
014583     MOVE 'RETURNED PAYMENTS'   TO NRG-T-LABEL.
014584     MOVE WS-NSF-ITEM-COUNT     TO NRG-T-COUNT.
014585     MOVE WS-NSF-ITEM-TOTAL     TO NRG-T-AMOUNT.
014586     WRITE NRPT-LINE FROM WS-NRG-TOTAL-LINE
014587         AFTER ADVANCING 2 LINES.
014588     MOVE 'NSF FEES ASSESSED'   TO NRG-T-LABEL.
014589     MOVE WS-NSF-FEE-COUNT      TO NRG-T-COUNT.
014590     MOVE WS-NSF-FEE-TOTAL      TO NRG-T-AMOUNT.
014591     WRITE NRPT-LINE FROM WS-NRG-TOTAL-LINE
014592         AFTER ADVANCING 1 LINE.
014593     MOVE 'CREDIT HOLDS FOR NSF'  TO NRG-T-LABEL.
014594     MOVE WS-NSF-HOLD-COUNT     TO NRG-T-COUNT.
014595     MOVE ZERO                  TO NRG-T-AMOUNT.
014596     WRITE NRPT-LINE FROM WS-NRG-TOTAL-LINE
014597         AFTER ADVANCING 1 LINE.
014598 8800-EXIT.
014599     EXIT.
014600
014601*----------------------------------------------------------------*
014602* 8900-FINISH-MERGE-REGISTER - WRITE THE ACCOUNT MERGE REGISTER  *
014603*                              TOTALS                            *
014604*----------------------------------------------------------------*
014605 8900-FINISH-MERGE-REGISTER.
014606     IF WS-MRG-COUNT = ZERO
014607         MOVE SPACES TO WS-MRG-DETAIL-LINE
014608         MOVE 'NO MERGES THIS RUN' TO MRG-D-RETIRED-NAME
014609         WRITE MRPT-LINE FROM WS-MRG-DETAIL-LINE
014610             AFTER ADVANCING 2 LINES
014611     END-IF.
014612     MOVE 'ACCOUNTS MERGED'     TO MRG-T-LABEL.
014613     MOVE WS-MRG-COUNT          TO MRG-T-COUNT.
014614     MOVE WS-MRG-BALANCE-TOTAL  TO MRG-T-AMOUNT.
014615     WRITE MRPT-LINE FROM WS-MRG-TOTAL-LINE
014616         AFTER ADVANCING 2 LINES.
014617     MOVE 'HISTORY ITEMS MOVED' TO MRG-T-LABEL.
014618     MOVE WS-MRG-ITEM-TOTAL     TO MRG-T-COUNT.
014619     MOVE ZERO                  TO MRG-T-AMOUNT.
014620     WRITE MRPT-LINE FROM WS-MRG-TOTAL-LINE
014621         AFTER ADVANCING 1 LINE.
014622 8900-EXIT.
014623     EXIT.
014580
014590*----------------------------------------------------------------*
014600* 9000-TERMINATE - CLOSE FILES                                   *
014660     CLOSE CUSTSUSI.
014670     IF NOT WS-TRIAL-RUN
014680         CLOSE CUSTSUSO
014690     END-IF.
014695     CLOSE CUSTHIST.
014700     CLOSE CUSTXRPT.
014710     CLOSE CUSTAUDIT.
014720     CLOSE CUSTRRPT.
014730     CLOSE CUSTHRPT.
014735     CLOSE CUSTNRPT.
014737     CLOSE CUSTMRPT.
014740     PERFORM 9100-CLEAR-CHECKPOINT THRU 9100-EXIT.
014750     IF WS-TRIAL-RUN
014760         DISPLAY 'CUSTUPD - TRIAL RUN - NO UPDATES WERE '
014906     DISPLAY 'CUSTUPD - CUSTHIST WRITE ERRORS - '
014908             WS-HIS-WRITE-ERRORS.
014910     DISPLAY 'CUSTUPD - EXCEPTIONS LOGGED  - ' WS-EXCEPTION-COUNT.
014911     DISPLAY 'CUSTUPD - PAYMENTS RETURNED  - ' WS-NSF-ITEM-COUNT.
014912     DISPLAY 'CUSTUPD - NSF FEES ASSESSED  - ' WS-NSF-FEE-COUNT.
014913     DISPLAY 'CUSTUPD - ACCOUNTS MERGED    - ' WS-MRG-COUNT.
014914     DISPLAY 'CUSTUPD - CREDIT REFUNDS     - ' WS-RFD-COUNT.
014920     DISPLAY 'CUSTUPD - CUSTAUDIT WRITE ERRORS - '
014930             WS-AUD-WRITE-ERRORS.
014935     IF NOT WS-TRIAL-RUN
