000010*****************************************************************
000020* PROGRAM-ID:  CUSTRFD
000030* SYSTEM:      CUSTOMER MASTER MAINTENANCE
000040*
000050* PURPOSE:     MONTHLY CREDIT-BALANCE REFUND PROPOSAL RUN, BUILT
000060*              THE WAY THE WRITE-OFF RUN (CUSTWOF) IS. READS THE
000070*              CUSTOMER MASTER IN CUSTOMER-NUMBER SEQUENCE AND
000080*              SELECTS ACCOUNTS CARRYING A CREDIT BALANCE OF AT
000090*              LEAST THE PARAMETER MINIMUM THAT HAVE SHOWN NO
000100*              ACTIVITY FOR AT LEAST THE PARAMETER NUMBER OF DAYS.
000110*              FOR EACH ONE IT WRITES A REFUND REQUEST (CUSTRFX)
000120*              TO ACCOUNTS PAYABLE WITH THE NAME AND MAILING
000130*              ADDRESS, AND AN OFFSETTING 'RF' TRANSACTION FOR
000140*              THE AMOUNT OF THE CREDIT, WITH A CUSTCTL CONTROL
000150*              RECORD, SO THE REFUNDS FLOW THROUGH THE NIGHTLY
000160*              UPDATE'S NORMAL MATCH/MERGE, AUDIT PAIR,
000170*              TRANSACTION HISTORY, AND RECONCILIATION AND BRING
000180*              EACH BALANCE BACK TO ZERO.
000190*
000200*              A CREDIT THAT HAS LAIN IDLE FOR THE UNCLAIMED-
000210*              PROPERTY PERIOD OR LONGER IS TOO OLD TO REFUND. NO
000220*              REQUEST OR TRANSACTION IS WRITTEN FOR IT; IT PRINTS
000230*              ON THE UNCLAIMED-PROPERTY REPORT (CUSTRFDU) INSTEAD
000240*              FOR THE ESCHEATMENT FILING.
000250*
000260*              EVERY REFUND PRINTS ON THE REFUND REGISTER FOR
000270*              FINANCE APPROVAL. AS WITH THE WRITE-OFF RUN, THE
000280*              'RF' TRANSACTIONS GO THROUGH THE UPDATE IN TRIAL
000290*              MODE FIRST AND ARE RELEASED TO A LIVE NIGHT, AND
000300*              THE AP EXTRACT RELEASED TO ACCOUNTS PAYABLE, ONLY
000310*              AFTER THE REGISTER HAS BEEN SIGNED OFF.
000320*
000330*              PARAMETER CARD (CUSTRFDP) - ANY FIELD BLANK, NOT
000340*              NUMERIC, OR ZERO TAKES THE STANDARD VALUE:
000350*                COLS  1- 7  MINIMUM CREDIT, 9(5)V99     5.00
000360*                COLS  8-12  DAYS WITHOUT ACTIVITY          60
000370*                COLS 13-17  UNCLAIMED-PROPERTY DAYS      1095
000380*
000390* MODIFICATION HISTORY
000400*   10/05/2026  RDM  ORIGINAL PROGRAM.
000402*   10/15/2026  RDM  THE REFUND REGISTER AND UNCLAIMED PROPERTY
000404*                    REPORT OPENS ARE NOW CHECKED LIKE THE OTHERS.
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.    CUSTRFD.
000440 AUTHOR.        R. D. MASON.
000450 INSTALLATION.  CUSTOMER SYSTEMS DEPT.
000460 DATE-WRITTEN.  10/05/2026.
000470 DATE-COMPILED.
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CUSTMAST  ASSIGN TO CUSTMAST
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE IS SEQUENTIAL
000570            RECORD KEY IS CUST-NUMBER
000580            FILE STATUS IS CUST-FILE-STATUS.
000590
000600     SELECT CUSTRFDT  ASSIGN TO CUSTRFDT
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS WS-RFT-FILE-STATUS.
000630
000640     SELECT CUSTRFDC  ASSIGN TO CUSTRFDC
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS WS-CTL-FILE-STATUS.
000670
000680     SELECT CUSTRFDX  ASSIGN TO CUSTRFDX
000690            ORGANIZATION IS SEQUENTIAL
000700            FILE STATUS IS WS-RFX-FILE-STATUS.
000710
000720     SELECT CUSTRFDR  ASSIGN TO CUSTRFDR
000730            ORGANIZATION IS SEQUENTIAL
000740            FILE STATUS IS WS-RPT-FILE-STATUS.
000750
000760     SELECT CUSTRFDU  ASSIGN TO CUSTRFDU
000770            ORGANIZATION IS SEQUENTIAL
000780            FILE STATUS IS WS-UNC-FILE-STATUS.
000790
000800     SELECT CUSTRFDP  ASSIGN TO CUSTRFDP
000810            ORGANIZATION IS SEQUENTIAL
000820            FILE STATUS IS WS-PRM-FILE-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CUSTMAST
000870     LABEL RECORDS ARE STANDARD.
000880     COPY CUSTREC.
000890
000900 FD  CUSTRFDT
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CUSTTRN REPLACING ==TRANREC== BY ==RFDT-RECORD==.
000930
000940 FD  CUSTRFDC
000950     LABEL RECORDS ARE STANDARD.
000960     COPY CUSTCTL.
000970
000980 FD  CUSTRFDX
000990     LABEL RECORDS ARE STANDARD.
001000     COPY CUSTRFX.
001010
001020 FD  CUSTRFDR
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 132 CHARACTERS.
001050 01  RFDR-LINE                     PIC X(132).
001060
001070 FD  CUSTRFDU
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 132 CHARACTERS.
001100 01  RFDU-LINE                     PIC X(132).
001110
001120 FD  CUSTRFDP
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 80 CHARACTERS.
001150 01  RFDP-CARD.
001160     05  RFDP-MINIMUM-CREDIT       PIC X(07).
001170     05  RFDP-MINIMUM-CREDIT-N REDEFINES RFDP-MINIMUM-CREDIT
001180                                   PIC 9(5)V99.
001190     05  RFDP-INACTIVE-DAYS        PIC X(05).
001200     05  RFDP-INACTIVE-DAYS-N REDEFINES RFDP-INACTIVE-DAYS
001210                                   PIC 9(05).
001220     05  RFDP-UNCLAIMED-DAYS       PIC X(05).
001230     05  RFDP-UNCLAIMED-DAYS-N REDEFINES RFDP-UNCLAIMED-DAYS
001240                                   PIC 9(05).
001250     05  FILLER                    PIC X(63).
001260
001270 WORKING-STORAGE SECTION.
001280 COPY CUSTWS.
001290
001300 COPY CUSTDTP.
001310
001320 01  WS-FILE-STATUS-AREAS.
001330     05  WS-RFT-FILE-STATUS        PIC X(02) VALUE SPACES.
001340     05  WS-CTL-FILE-STATUS        PIC X(02) VALUE SPACES.
001350     05  WS-RFX-FILE-STATUS        PIC X(02) VALUE SPACES.
001360     05  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001370     05  WS-UNC-FILE-STATUS        PIC X(02) VALUE SPACES.
001380     05  WS-PRM-FILE-STATUS        PIC X(02) VALUE SPACES.
001390
001400 01  WS-ABORT-SW                   PIC X     VALUE 'N'.
001410     88  WS-ABORT-REQUESTED            VALUE 'Y'.
001420
001430 01  WS-SELECT-AREAS.
001440     05  WS-RUN-ID                 PIC X(08) VALUE SPACES.
001450     05  WS-MINIMUM-CREDIT         PIC S9(5)V99 COMP-3
001460                                   VALUE 5.00.
001470     05  WS-INACTIVE-DAYS          PIC 9(05) VALUE 60.
001480     05  WS-UNCLAIMED-DAYS         PIC 9(05) VALUE 1095.
001490     05  WS-CREDIT-AMOUNT          PIC S9(7)V99 COMP-3
001500                                   VALUE ZERO.
001510     05  WS-DAYS-INACTIVE          PIC S9(07) COMP VALUE ZERO.
001520
001530 01  WS-RUN-TOTALS.
001540     05  WS-CUST-COUNT             PIC 9(07) COMP VALUE ZERO.
001550     05  WS-CREDIT-COUNT           PIC 9(07) COMP VALUE ZERO.
001560     05  WS-UNDER-MINIMUM-COUNT    PIC 9(07) COMP VALUE ZERO.
001570     05  WS-RECENT-COUNT           PIC 9(07) COMP VALUE ZERO.
001580     05  WS-BAD-DATE-COUNT         PIC 9(07) COMP VALUE ZERO.
001590     05  WS-REFUND-COUNT           PIC 9(07) VALUE ZERO.
001600     05  WS-REFUND-TOTAL           PIC S9(9)V99 COMP-3
001610                                   VALUE ZERO.
001620     05  WS-UNCLAIMED-COUNT        PIC 9(07) COMP VALUE ZERO.
001630     05  WS-UNCLAIMED-TOTAL        PIC S9(9)V99 COMP-3
001640                                   VALUE ZERO.
001650
001660 01  WS-REPORT-LINES.
001670     05  WS-RPT-TITLE-LINE.
001680         10  FILLER                PIC X(40) VALUE SPACES.
001690         10  FILLER                PIC X(35)
001700                  VALUE 'CREDIT-BALANCE REFUND REGISTER'.
001710     05  WS-RPT-HEADING-LINE.
001720         10  FILLER                PIC X(10) VALUE 'CUST NBR'.
001730         10  FILLER                PIC X(32) VALUE 'CUST NAME'.
001740         10  FILLER                PIC X(16) VALUE 'REFUND'.
001750         10  FILLER                PIC X(12) VALUE 'LAST ACT'.
001760         10  FILLER                PIC X(12) VALUE 'DAYS IDLE'.
001770     05  WS-RPT-DETAIL-LINE.
001780         10  RPT-D-CUST-NUMBER     PIC ZZZZZZ9.
001790         10  FILLER                PIC X(03) VALUE SPACES.
001800         10  RPT-D-CUST-NAME       PIC X(30).
001810         10  FILLER                PIC X(02) VALUE SPACES.
001820         10  RPT-D-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
001830         10  FILLER                PIC X(03) VALUE SPACES.
001840         10  RPT-D-LAST-ACTIVITY   PIC 9(08).
001850         10  FILLER                PIC X(06) VALUE SPACES.
001860         10  RPT-D-DAYS-IDLE       PIC ZZZZ9.
001870     05  WS-RPT-COUNT-LINE.
001880         10  RPT-T-LABEL           PIC X(28).
001890         10  RPT-T-COUNT           PIC ZZZ,ZZ9.
001900     05  WS-RPT-AMOUNT-LINE.
001910         10  RPT-A-LABEL           PIC X(28).
001920         10  RPT-A-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
001930
001940 01  WS-UNCLAIMED-LINES.
001950     05  WS-UNC-TITLE-LINE.
001960         10  FILLER                PIC X(40) VALUE SPACES.
001970         10  FILLER                PIC X(40)
001980                  VALUE 'UNCLAIMED PROPERTY - AGED CREDITS'.
001990     05  WS-UNC-HEADING-LINE.
002000         10  FILLER                PIC X(10) VALUE 'CUST NBR'.
002010         10  FILLER                PIC X(32) VALUE 'CUST NAME'.
002020         10  FILLER                PIC X(16) VALUE 'CREDIT'.
002030         10  FILLER                PIC X(12) VALUE 'LAST ACT'.
002040         10  FILLER                PIC X(12) VALUE 'DAYS IDLE'.
002050         10  FILLER                PIC X(22) VALUE 'CITY'.
002060         10  FILLER                PIC X(05) VALUE 'ST'.
002070     05  WS-UNC-DETAIL-LINE.
002080         10  UNC-D-CUST-NUMBER     PIC ZZZZZZ9.
002090         10  FILLER                PIC X(03) VALUE SPACES.
002100         10  UNC-D-CUST-NAME       PIC X(30).
002110         10  FILLER                PIC X(02) VALUE SPACES.
002120         10  UNC-D-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
002130         10  FILLER                PIC X(03) VALUE SPACES.
002140         10  UNC-D-LAST-ACTIVITY   PIC 9(08).
002150         10  FILLER                PIC X(06) VALUE SPACES.
002160         10  UNC-D-DAYS-IDLE       PIC ZZZZ9.
002170         10  FILLER                PIC X(07) VALUE SPACES.
002180         10  UNC-D-CITY            PIC X(20).
002190         10  FILLER                PIC X(02) VALUE SPACES.
002200         10  UNC-D-STATE           PIC X(02).
002210
002220 PROCEDURE DIVISION.
002230*----------------------------------------------------------------*
002240* 0000-MAINLINE                                                  *
002250*----------------------------------------------------------------*
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002280     IF NOT WS-ABORT-REQUESTED
002290         PERFORM 2000-PROCESS-MASTER   THRU 2000-EXIT
002300                 UNTIL END-OF-FILE(EOF-MASTER)
002310         PERFORM 8000-WRITE-CONTROL    THRU 8000-EXIT
002320         PERFORM 8500-PRINT-TOTALS     THRU 8500-EXIT
002330         PERFORM 9000-TERMINATE        THRU 9000-EXIT
002340     END-IF.
002350     STOP RUN.
002360
002370*----------------------------------------------------------------*
002380* 1000-INITIALIZE - OPEN FILES, PICK UP THE PARAMETERS, PRIME    *
002390*                   THE FIRST READ                               *
002400*----------------------------------------------------------------*
002410 1000-INITIALIZE.
002420     MOVE 'N' TO WS-EOF-SW(EOF-MASTER).
002430     ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD.
002440     MOVE 'CRFD' TO WS-RUN-ID(1:4).
002450     MOVE WS-CURRENT-DATE-X(5:4) TO WS-RUN-ID(5:4).
002460     PERFORM 1200-READ-PARAMETERS  THRU 1200-EXIT.
002470     IF WS-ABORT-REQUESTED
002480         GO TO 1000-EXIT
002490     END-IF.
002500     OPEN INPUT CUSTMAST.
002510     IF CUST-FILE-STATUS NOT = '00'
002520         DISPLAY 'CUSTRFD - CANNOT OPEN CUSTMAST - STATUS '
002530                 CUST-FILE-STATUS
002540         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
002550         MOVE 'Y' TO WS-ABORT-SW
002560         GO TO 1000-EXIT
002570     END-IF.
002580     OPEN OUTPUT CUSTRFDT.
002590     IF WS-RFT-FILE-STATUS NOT = '00'
002600         DISPLAY 'CUSTRFD - CANNOT OPEN CUSTRFDT - STATUS '
002610                 WS-RFT-FILE-STATUS
002620         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
002630         MOVE 'Y' TO WS-ABORT-SW
002640         GO TO 1000-EXIT
002650     END-IF.
002660     OPEN OUTPUT CUSTRFDX.
002670     IF WS-RFX-FILE-STATUS NOT = '00'
002680         DISPLAY 'CUSTRFD - CANNOT OPEN CUSTRFDX - STATUS '
002690                 WS-RFX-FILE-STATUS
002700         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
002710         MOVE 'Y' TO WS-ABORT-SW
002720         GO TO 1000-EXIT
002730     END-IF.
002740     OPEN OUTPUT CUSTRFDR.
002741     IF WS-RPT-FILE-STATUS NOT = '00'
002742         DISPLAY 'CUSTRFD - CANNOT OPEN CUSTRFDR - STATUS '
002743                 WS-RPT-FILE-STATUS
002744         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
002745         MOVE 'Y' TO WS-ABORT-SW
002746         GO TO 1000-EXIT
002747     END-IF.
002750     OPEN OUTPUT CUSTRFDU.
002751     IF WS-UNC-FILE-STATUS NOT = '00'
002752         DISPLAY 'CUSTRFD - CANNOT OPEN CUSTRFDU - STATUS '
002753                 WS-UNC-FILE-STATUS
002754         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
002755         MOVE 'Y' TO WS-ABORT-SW
002756         GO TO 1000-EXIT
002757     END-IF.
002760     PERFORM 1150-PRINT-HEADINGS   THRU 1150-EXIT.
002770     PERFORM 1100-READ-MASTER      THRU 1100-EXIT.
002780 1000-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------------*
002820* 1100-READ-MASTER - READ THE NEXT CUSTOMER MASTER RECORD        *
002830*----------------------------------------------------------------*
002840 1100-READ-MASTER.
002850     READ CUSTMAST
002860         AT END
002870             MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
002880     END-READ.
002890 1100-EXIT.
002900     EXIT.
002910
002920*----------------------------------------------------------------*
002930* 1150-PRINT-HEADINGS - WRITE THE TITLE AND COLUMNS OF THE       *
002940*                       REFUND REGISTER AND THE UNCLAIMED-       *
002950*                       PROPERTY REPORT                          *
002960*----------------------------------------------------------------*
002970 1150-PRINT-HEADINGS.
002980     WRITE RFDR-LINE FROM WS-RPT-TITLE-LINE
002990         AFTER ADVANCING PAGE.
003000     MOVE SPACES TO RFDR-LINE.
003010     WRITE RFDR-LINE AFTER ADVANCING 1 LINE.
003020     WRITE RFDR-LINE FROM WS-RPT-HEADING-LINE
003030         AFTER ADVANCING 1 LINE.
003040     WRITE RFDU-LINE FROM WS-UNC-TITLE-LINE
003050         AFTER ADVANCING PAGE.
003060     MOVE SPACES TO RFDU-LINE.
003070     WRITE RFDU-LINE AFTER ADVANCING 1 LINE.
003080     WRITE RFDU-LINE FROM WS-UNC-HEADING-LINE
003090         AFTER ADVANCING 1 LINE.
003100 1150-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------------*
003140* 1200-READ-PARAMETERS - TAKE THE MINIMUM CREDIT, INACTIVE DAYS, *
003150*                        AND UNCLAIMED-PROPERTY DAYS FROM THE    *
003160*                        PARAMETER CARD. A MISSING CARD OR FIELD *
003170*                        MEANS THE STANDARD VALUE                *
003180*----------------------------------------------------------------*
003190 1200-READ-PARAMETERS.
003200     OPEN INPUT CUSTRFDP.
003210     IF WS-PRM-FILE-STATUS NOT = '00'
003220         DISPLAY 'CUSTRFD - NO PARAMETER CARD - STANDARD VALUES'
003230         GO TO 1200-SHOW
003240     END-IF.
003250     READ CUSTRFDP
003260         AT END
003270             MOVE SPACES TO RFDP-CARD
003280     END-READ.
003290     CLOSE CUSTRFDP.
003300     IF RFDP-MINIMUM-CREDIT IS NUMERIC
003310             AND RFDP-MINIMUM-CREDIT-N > ZERO
003320         MOVE RFDP-MINIMUM-CREDIT-N TO WS-MINIMUM-CREDIT
003330     END-IF.
003340     IF RFDP-INACTIVE-DAYS IS NUMERIC
003350             AND RFDP-INACTIVE-DAYS-N > ZERO
003360         MOVE RFDP-INACTIVE-DAYS-N TO WS-INACTIVE-DAYS
003370     END-IF.
003380     IF RFDP-UNCLAIMED-DAYS IS NUMERIC
003390             AND RFDP-UNCLAIMED-DAYS-N > ZERO
003400         MOVE RFDP-UNCLAIMED-DAYS-N TO WS-UNCLAIMED-DAYS
003410     END-IF.
003420 1200-SHOW.
003430     MOVE WS-MINIMUM-CREDIT TO RPT-A-AMOUNT.
003440     DISPLAY 'CUSTRFD - MINIMUM CREDIT     - ' RPT-A-AMOUNT.
003450     DISPLAY 'CUSTRFD - DAYS WITHOUT ACTIVITY - '
003460             WS-INACTIVE-DAYS.
003470     DISPLAY 'CUSTRFD - UNCLAIMED-PROPERTY DAYS - '
003480             WS-UNCLAIMED-DAYS.
003490     IF WS-UNCLAIMED-DAYS NOT > WS-INACTIVE-DAYS
003500         DISPLAY 'CUSTRFD - UNCLAIMED-PROPERTY DAYS MUST EXCEED '
003510                 'DAYS WITHOUT ACTIVITY - RUN STOPPED'
003520         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
003530         MOVE 'Y' TO WS-ABORT-SW
003540     END-IF.
003550 1200-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------*
003590* 2000-PROCESS-MASTER - JUDGE ONE CUSTOMER'S CREDIT BALANCE AND  *
003600*                       REFUND IT OR REPORT IT AS UNCLAIMED      *
003610*----------------------------------------------------------------*
003620 2000-PROCESS-MASTER.
003630     ADD 1 TO WS-CUST-COUNT.
003640     IF CUST-BALANCE NOT < ZERO
003650         GO TO 2000-NEXT
003660     END-IF.
003670     ADD 1 TO WS-CREDIT-COUNT.
003680     COMPUTE WS-CREDIT-AMOUNT = ZERO - CUST-BALANCE.
003690     IF WS-CREDIT-AMOUNT < WS-MINIMUM-CREDIT
003700         ADD 1 TO WS-UNDER-MINIMUM-COUNT
003710         GO TO 2000-NEXT
003720     END-IF.
003730     SET DTP-FUNC-DIFFERENCE TO TRUE.
003740     MOVE WS-CURRENT-DATE-X       TO DTP-DATE-1.
003750     MOVE CUST-LAST-ACTIVITY-DATE TO DTP-DATE-2.
003760     CALL 'CUSTDAYS' USING CUSTDTP-PARMS.
003770     IF NOT DTP-RC-OK
003780         DISPLAY 'CUSTRFD - INVALID LAST ACTIVITY DATE - '
003790                 'CUSTOMER ' CUST-NUMBER ' - '
003800                 CUST-LAST-ACTIVITY-DATE
003810         ADD 1 TO WS-BAD-DATE-COUNT
003820         GO TO 2000-NEXT
003830     END-IF.
003840     MOVE DTP-DIFFERENCE TO WS-DAYS-INACTIVE.
003850     IF WS-DAYS-INACTIVE < WS-INACTIVE-DAYS
003860         ADD 1 TO WS-RECENT-COUNT
003870         GO TO 2000-NEXT
003880     END-IF.
003890     IF WS-DAYS-INACTIVE NOT < WS-UNCLAIMED-DAYS
003900         PERFORM 2300-REPORT-UNCLAIMED THRU 2300-EXIT
003910         GO TO 2000-NEXT
003920     END-IF.
003930     PERFORM 2100-WRITE-REQUEST    THRU 2100-EXIT.
003940 2000-NEXT.
003950     PERFORM 1100-READ-MASTER      THRU 1100-EXIT.
003960 2000-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------------*
004000* 2100-WRITE-REQUEST - ONE AP REFUND REQUEST WITH THE MAILING    *
004010*                      ADDRESS, THEN ITS OFFSETTING 'RF'         *
004020*                      TRANSACTION AND REGISTER LINE             *
004030*----------------------------------------------------------------*
004040 2100-WRITE-REQUEST.
004050     MOVE SPACES             TO RFXREC.
004060     MOVE CUST-NUMBER        TO RFX-CUST-NUMBER.
004070     MOVE CUST-NAME          TO RFX-CUST-NAME.
004080     MOVE CUST-ADDR-LINE-1   TO RFX-ADDR-LINE-1.
004090     MOVE CUST-ADDR-LINE-2   TO RFX-ADDR-LINE-2.
004100     MOVE CUST-CITY          TO RFX-CITY.
004110     MOVE CUST-STATE         TO RFX-STATE.
004120     MOVE CUST-ZIP-CODE      TO RFX-ZIP-CODE.
004130     MOVE WS-CREDIT-AMOUNT   TO RFX-REFUND-AMOUNT.
004140     MOVE CUST-LAST-ACTIVITY-DATE TO RFX-LAST-ACTIVITY-DATE.
004150     MOVE WS-DAYS-INACTIVE   TO RFX-DAYS-INACTIVE.
004160     MOVE WS-RUN-ID          TO RFX-RUN-ID.
004170     MOVE WS-CURRENT-DATE-X  TO RFX-REQUEST-DATE.
004180     WRITE RFXREC.
004190     IF WS-RFX-FILE-STATUS NOT = '00'
004200         DISPLAY 'CUSTRFD - CUSTRFDX WRITE ERROR - STATUS '
004210                 WS-RFX-FILE-STATUS
004220                 ' - CUST-NUMBER ' CUST-NUMBER
004230         GO TO 2100-EXIT
004240     END-IF.
004250     PERFORM 2200-WRITE-REFUND-TRAN THRU 2200-EXIT.
004260 2100-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------------*
004300* 2200-WRITE-REFUND-TRAN - ONE 'RF' TRANSACTION FOR THE AMOUNT   *
004310*                          OF THE CREDIT, WHICH BRINGS THE       *
004320*                          BALANCE BACK TO ZERO WHEN IT POSTS    *
004330*----------------------------------------------------------------*
004340 2200-WRITE-REFUND-TRAN.
004350     MOVE SPACES TO RFDT-RECORD.
004360     MOVE CUST-NUMBER TO TRAN-CUST-NUMBER IN RFDT-RECORD.
004370     MOVE 'RF' TO TRAN-CODE IN RFDT-RECORD.
004380     MOVE WS-CREDIT-AMOUNT TO TRAN-AMOUNT IN RFDT-RECORD.
004390     MOVE SPACES TO TRAN-NEW-STATUS-CODE IN RFDT-RECORD.
004400     WRITE RFDT-RECORD.
004410     IF WS-RFT-FILE-STATUS NOT = '00'
004420         DISPLAY 'CUSTRFD - CUSTRFDT WRITE ERROR - STATUS '
004430                 WS-RFT-FILE-STATUS
004440                 ' - CUST-NUMBER ' CUST-NUMBER
004450                 ' - AP REQUEST WRITTEN WITHOUT ITS TRANSACTION'
004460         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
004470         GO TO 2200-EXIT
004480     END-IF.
004490     ADD 1 TO WS-REFUND-COUNT.
004500     ADD TRAN-AMOUNT IN RFDT-RECORD TO WS-REFUND-TOTAL.
004510     MOVE CUST-NUMBER             TO RPT-D-CUST-NUMBER.
004520     MOVE CUST-NAME               TO RPT-D-CUST-NAME.
004530     MOVE WS-CREDIT-AMOUNT        TO RPT-D-AMOUNT.
004540     MOVE CUST-LAST-ACTIVITY-DATE TO RPT-D-LAST-ACTIVITY.
004550     MOVE WS-DAYS-INACTIVE        TO RPT-D-DAYS-IDLE.
004560     WRITE RFDR-LINE FROM WS-RPT-DETAIL-LINE
004570         AFTER ADVANCING 1 LINE.
004580 2200-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------------*
004620* 2300-REPORT-UNCLAIMED - A CREDIT IDLE FOR THE UNCLAIMED-       *
004630*                         PROPERTY PERIOD IS NOT REFUNDED; IT    *
004640*                         PRINTS FOR THE ESCHEATMENT FILING      *
004650*----------------------------------------------------------------*
004660 2300-REPORT-UNCLAIMED.
004670     ADD 1 TO WS-UNCLAIMED-COUNT.
004680     ADD WS-CREDIT-AMOUNT TO WS-UNCLAIMED-TOTAL.
004690     MOVE CUST-NUMBER             TO UNC-D-CUST-NUMBER.
004700     MOVE CUST-NAME               TO UNC-D-CUST-NAME.
004710     MOVE WS-CREDIT-AMOUNT        TO UNC-D-AMOUNT.
004720     MOVE CUST-LAST-ACTIVITY-DATE TO UNC-D-LAST-ACTIVITY.
004730     MOVE WS-DAYS-INACTIVE        TO UNC-D-DAYS-IDLE.
004740     MOVE CUST-CITY               TO UNC-D-CITY.
004750     MOVE CUST-STATE              TO UNC-D-STATE.
004760     WRITE RFDU-LINE FROM WS-UNC-DETAIL-LINE
004770         AFTER ADVANCING 1 LINE.
004780 2300-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------*
004820* 8000-WRITE-CONTROL - WRITE THE CUSTCTL CONTROL RECORD FROM     *
004830*                      THE ACCUMULATED COUNT AND TOTAL SO THE    *
004840*                      NIGHTLY UPDATE CAN RECONCILE THE REFUNDS  *
004850*----------------------------------------------------------------*
004860 8000-WRITE-CONTROL.
004870     OPEN OUTPUT CUSTRFDC.
004880     IF WS-CTL-FILE-STATUS NOT = '00'
004890         DISPLAY 'CUSTRFD - CANNOT OPEN CUSTRFDC - STATUS '
004900                 WS-CTL-FILE-STATUS
004910         GO TO 8000-EXIT
004920     END-IF.
004930     MOVE WS-RUN-ID         TO CTL-RUN-ID.
004940     MOVE WS-REFUND-COUNT   TO CTL-EXPECTED-TRAN-COUNT.
004950     MOVE WS-REFUND-TOTAL   TO CTL-EXPECTED-BALANCE-TOTAL.
004960     MOVE WS-CURRENT-YEAR   TO CTL-YEAR.
004970     MOVE WS-CURRENT-MONTH  TO CTL-MONTH.
004980     MOVE WS-CURRENT-DAY    TO CTL-DAY.
004990     WRITE CUSTCTL-RECORD.
005000     IF WS-CTL-FILE-STATUS NOT = '00'
005010         DISPLAY 'CUSTRFD - CUSTRFDC WRITE ERROR - STATUS '
005020                 WS-CTL-FILE-STATUS
005030     END-IF.
005040     CLOSE CUSTRFDC.
005050 8000-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------------*
005090* 8500-PRINT-TOTALS - REGISTER AND UNCLAIMED-PROPERTY TOTALS FOR *
005100*                     THE APPROVAL SIGN-OFF                      *
005110*----------------------------------------------------------------*
005120 8500-PRINT-TOTALS.
005130     MOVE 'MINIMUM CREDIT            - ' TO RPT-A-LABEL.
005140     MOVE WS-MINIMUM-CREDIT TO RPT-A-AMOUNT.
005150     WRITE RFDR-LINE FROM WS-RPT-AMOUNT-LINE
005160         AFTER ADVANCING 2 LINES.
005170     MOVE 'DAYS WITHOUT ACTIVITY     - ' TO RPT-T-LABEL.
005180     MOVE WS-INACTIVE-DAYS TO RPT-T-COUNT.
005190     WRITE RFDR-LINE FROM WS-RPT-COUNT-LINE
005200         AFTER ADVANCING 1 LINE.
005210     MOVE 'CREDIT BALANCES READ      - ' TO RPT-T-LABEL.
005220     MOVE WS-CREDIT-COUNT TO RPT-T-COUNT.
005230     WRITE RFDR-LINE FROM WS-RPT-COUNT-LINE
005240         AFTER ADVANCING 1 LINE.
005250     MOVE 'UNDER MINIMUM SKIPPED     - ' TO RPT-T-LABEL.
005260     MOVE WS-UNDER-MINIMUM-COUNT TO RPT-T-COUNT.
005270     WRITE RFDR-LINE FROM WS-RPT-COUNT-LINE
005280         AFTER ADVANCING 1 LINE.
005290     MOVE 'RECENT ACTIVITY SKIPPED   - ' TO RPT-T-LABEL.
005300     MOVE WS-RECENT-COUNT TO RPT-T-COUNT.
005310     WRITE RFDR-LINE FROM WS-RPT-COUNT-LINE
005320         AFTER ADVANCING 1 LINE.
005330     MOVE 'BAD ACTIVITY DATE SKIPPED - ' TO RPT-T-LABEL.
005340     MOVE WS-BAD-DATE-COUNT TO RPT-T-COUNT.
005350     WRITE RFDR-LINE FROM WS-RPT-COUNT-LINE
005360         AFTER ADVANCING 1 LINE.
005370     MOVE 'TO UNCLAIMED PROPERTY     - ' TO RPT-T-LABEL.
005380     MOVE WS-UNCLAIMED-COUNT TO RPT-T-COUNT.
005390     WRITE RFDR-LINE FROM WS-RPT-COUNT-LINE
005400         AFTER ADVANCING 1 LINE.
005410     MOVE 'REFUNDS PROPOSED          - ' TO RPT-T-LABEL.
005420     MOVE WS-REFUND-COUNT TO RPT-T-COUNT.
005430     WRITE RFDR-LINE FROM WS-RPT-COUNT-LINE
005440         AFTER ADVANCING 1 LINE.
005450     MOVE 'PROPOSED REFUND TOTAL     - ' TO RPT-A-LABEL.
005460     MOVE WS-REFUND-TOTAL TO RPT-A-AMOUNT.
005470     WRITE RFDR-LINE FROM WS-RPT-AMOUNT-LINE
005480         AFTER ADVANCING 1 LINE.
005490     MOVE 'UNCLAIMED-PROPERTY DAYS   - ' TO RPT-T-LABEL.
005500     MOVE WS-UNCLAIMED-DAYS TO RPT-T-COUNT.
005510     WRITE RFDU-LINE FROM WS-RPT-COUNT-LINE
005520         AFTER ADVANCING 2 LINES.
005530     MOVE 'ACCOUNTS REPORTED         - ' TO RPT-T-LABEL.
005540     MOVE WS-UNCLAIMED-COUNT TO RPT-T-COUNT.
005550     WRITE RFDU-LINE FROM WS-RPT-COUNT-LINE
005560         AFTER ADVANCING 1 LINE.
005570     MOVE 'UNCLAIMED CREDIT TOTAL    - ' TO RPT-A-LABEL.
005580     MOVE WS-UNCLAIMED-TOTAL TO RPT-A-AMOUNT.
005590     WRITE RFDU-LINE FROM WS-RPT-AMOUNT-LINE
005600         AFTER ADVANCING 1 LINE.
005610 8500-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------------*
005650* 9000-TERMINATE - CLOSE FILES                                   *
005660*----------------------------------------------------------------*
005670 9000-TERMINATE.
005680     CLOSE CUSTMAST.
005690     CLOSE CUSTRFDT.
005700     CLOSE CUSTRFDX.
005710     CLOSE CUSTRFDR.
005720     CLOSE CUSTRFDU.
005730     DISPLAY 'CUSTRFD - CUSTOMERS READ     - ' WS-CUST-COUNT.
005740     DISPLAY 'CUSTRFD - REFUNDS PROPOSED   - ' WS-REFUND-COUNT.
005750     DISPLAY 'CUSTRFD - PROPOSED TOTAL     - ' WS-REFUND-TOTAL.
005760     DISPLAY 'CUSTRFD - UNCLAIMED PROPERTY - ' WS-UNCLAIMED-COUNT.
005770     DISPLAY 'CUSTRFD - UNCLAIMED TOTAL    - ' WS-UNCLAIMED-TOTAL.
005780 9000-EXIT.
005790     EXIT.
