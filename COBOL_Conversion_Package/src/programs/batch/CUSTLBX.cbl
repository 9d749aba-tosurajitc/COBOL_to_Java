000260*
000270* MODIFICATION HISTORY
000280*   08/26/2026  RDM  ORIGINAL PROGRAM.
000281*   09/10/2026  RDM  A PAYMENT WHOSE ACCOUNT IS NOT A CUSTOMER ON
000282*                    THE MASTER IS NOW ALSO HELD ON THE UNAPPLIED
000283*                    CASH FILE (CUSTUNAP) FOR CCSH TO APPLY, NOT
000284*                    RE-KEYED FROM THE REPORT. A CUSTUNAC CONTROL
000285*                    RECORD CARRIES THE COUNT AND AMOUNT HELD,
000286*                    FOR THE AGED UNAPPLIED CASH REPORT (CUSTUCR)
000287*                    TO TIE TO. ITEMS APPLIED ONLINE DURING THE
000288*                    DAY (CUSTCSHT) ARE RELEASED WITH THE LOCKBOX
000289*                    PAYMENTS AND COUNTED INTO CUSTLBXC.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    CUSTLBX.
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS WS-RPT-FILE-STATUS.
000630
000631     SELECT CUSTUNAP  ASSIGN TO CUSTUNAP
000632            ORGANIZATION IS INDEXED
000633            ACCESS MODE IS RANDOM
000634            RECORD KEY IS UNA-KEY
000635            FILE STATUS IS WS-UNA-FILE-STATUS.
000636
000640     SELECT SORTWORK  ASSIGN TO SORTWK01.
000641
000642     SELECT CUSTUNAC  ASSIGN TO CUSTUNAC
000643            ORGANIZATION IS SEQUENTIAL
000644            FILE STATUS IS WS-UNAC-FILE-STATUS.
000645
000646     SELECT CUSTCSHT  ASSIGN TO CUSTCSHT
000647            ORGANIZATION IS SEQUENTIAL
000648            FILE STATUS IS WS-CSH-FILE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000860     RECORD CONTAINS 132 CHARACTERS.
000870 01  LBXR-LINE                     PIC X(132).
000880
000881 FD  CUSTUNAP
000882     LABEL RECORDS ARE STANDARD.
000883     COPY CUSTUNA.
000884
000885 FD  CUSTUNAC
000886     LABEL RECORDS ARE STANDARD.
000887     COPY CUSTCTL REPLACING ==CUSTCTL-RECORD== BY ==UNAC-RECORD==.
000888
000890 SD  SORTWORK.
000900     COPY CUSTTRN REPLACING ==TRANREC== BY ==SORT-RECORD==.
000901
000902 FD  CUSTCSHT
000903     LABEL RECORDS ARE STANDARD.
000904     COPY CUSTTRN REPLACING ==TRANREC== BY ==CSHT-RECORD==.
000910
000920 WORKING-STORAGE SECTION.
000930 COPY CUSTWS.
000933
000936 COPY CUSTDTP.
000940
000950 01  WS-FILE-STATUS-AREAS.
000960     05  WS-LBX-FILE-STATUS        PIC X(02) VALUE SPACES.
000970     05  WS-TRNL-FILE-STATUS       PIC X(02) VALUE SPACES.
000980     05  WS-CTL-FILE-STATUS        PIC X(02) VALUE SPACES.
000990     05  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
000992     05  WS-UNA-FILE-STATUS        PIC X(02) VALUE SPACES.
000994     05  WS-UNAC-FILE-STATUS       PIC X(02) VALUE SPACES.
000996     05  WS-CSH-FILE-STATUS        PIC X(02) VALUE SPACES.
001000
001010 01  WS-TRANSLATE-AREAS.
001020     05  WS-RUN-ID                 PIC X(08) VALUE SPACES.
001030     05  WS-REJECT-REASON          PIC X(40) VALUE SPACES.
001040     05  WS-TRAILER-SEEN-SW        PIC X     VALUE 'N'.
001050         88  WS-TRAILER-SEEN             VALUE 'Y'.
001052     05  WS-UNA-OPEN-SW            PIC X     VALUE 'N'.
001054         88  WS-UNA-OPEN                 VALUE 'Y'.
001056     05  WS-CSH-EOF-SW             PIC X     VALUE 'N'.
001058         88  WS-CSH-EOF                  VALUE 'Y'.
001060
001070 01  WS-RUN-COUNTERS.
001080     05  WS-DETAIL-COUNT           PIC 9(07) COMP VALUE ZERO.
001150     05  WS-BANK-TRAILER-COUNT     PIC 9(07) VALUE ZERO.
001160     05  WS-BANK-TRAILER-AMOUNT    PIC S9(9)V99 COMP-3
001170                                   VALUE ZERO.
001171     05  WS-UNAPPLIED-COUNT        PIC 9(07) COMP VALUE ZERO.
001172     05  WS-UNAPPLIED-ERROR-COUNT  PIC 9(07) COMP VALUE ZERO.
001173     05  WS-UNAPPLIED-AMOUNT-TOTAL PIC S9(9)V99 COMP-3
001174                                   VALUE ZERO.
001175     05  WS-APPLIED-COUNT          PIC 9(07) COMP VALUE ZERO.
001176     05  WS-APPLIED-AMOUNT-TOTAL   PIC S9(9)V99 COMP-3
001177                                   VALUE ZERO.
001180
001190 01  WS-REPORT-LINES.
001200     05  WS-RPT-TITLE-LINE.
001620         OUTPUT PROCEDURE IS 4000-WRITE-FEEDER
001630                         THRU 4000-EXIT.
001640     PERFORM 8000-WRITE-CONTROL    THRU 8000-EXIT.
001645     PERFORM 8100-WRITE-UNAPPLIED-CONTROL THRU 8100-EXIT.
001650     PERFORM 8500-PRINT-TOTALS     THRU 8500-EXIT.
001660     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001670     STOP RUN.
001680
001690*----------------------------------------------------------------*
001700* 1000-INITIALIZE - OPEN THE MASTER, THE UNAPPLIED CASH FILE     *
001710*                   AND THE REPORT, STAMP THE RUN ID             *
001720*----------------------------------------------------------------*
001730 1000-INITIALIZE.
001740     MOVE 'N' TO WS-EOF-SW(EOF-FEEDER-L).
001810                 CUST-FILE-STATUS
001820                 ' - EVERY PAYMENT WILL REJECT'
001830     END-IF.
001831     OPEN I-O CUSTUNAP.
001832     IF WS-UNA-FILE-STATUS = '00'
001833         SET WS-UNA-OPEN TO TRUE
001834     ELSE
001835         DISPLAY 'CUSTLBX - CANNOT OPEN CUSTUNAP - STATUS '
001836                 WS-UNA-FILE-STATUS
001837                 ' - UNMATCHED PAYMENTS ON REPORT ONLY'
001838     END-IF.
001840     OPEN OUTPUT CUSTLBXR.
001850     PERFORM 1150-PRINT-HEADINGS   THRU 1150-EXIT.
001860 1000-EXIT.
002030* 2000-TRANSLATE-ONE - MATCH ONE LOCKBOX DETAIL TO THE CUSTOMER  *
002040*                      MASTER AND RELEASE IT TO THE SORT AS A    *
002050*                      NEGATIVE 'BC', OR REJECT IT TO THE REPORT *
002053*                      - AN UNMATCHED ACCOUNT ALSO GOES TO THE   *
002056*                      UNAPPLIED CASH FILE                       *
002060*----------------------------------------------------------------*
002070 2000-TRANSLATE-ONE.
002080     ADD 1 TO WS-DETAIL-COUNT.
002170         MOVE 'ACCOUNT FIELD NOT A CUSTOMER NUMBER'
002180              TO WS-REJECT-REASON
002190         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
002195         PERFORM 2950-HOLD-UNAPPLIED THRU 2950-EXIT
002200         GO TO 2000-EXIT
002210     END-IF.
002220     MOVE LBX-ACCOUNT-FIELD(1:7) TO CUST-NUMBER.
002270         MOVE 'CUSTOMER NUMBER NOT ON FILE'
002280              TO WS-REJECT-REASON
002290         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
002295         PERFORM 2950-HOLD-UNAPPLIED THRU 2950-EXIT
002300         GO TO 2000-EXIT
002310     END-IF.
002320     MOVE SPACES TO SORT-RECORD.
002610         AFTER ADVANCING 1 LINE.
002620 2900-EXIT.
002630     EXIT.
002631
002632*----------------------------------------------------------------*
002633* 2950-HOLD-UNAPPLIED - WRITE AN UNMATCHED PAYMENT TO THE        *
002634*                       UNAPPLIED CASH FILE AS AN OPEN ITEM,     *
002635*                       WITH THE DAYS HELD SINCE THE BANK'S      *
002636*                       PAYMENT DATE. A WRITE FAILURE LEAVES     *
002637*                       THE PAYMENT ON THE REJECT REPORT ONLY    *
002638*                       AND SHOWS AS A VARIANCE ON CUSTUCR       *
002639*----------------------------------------------------------------*
002640 2950-HOLD-UNAPPLIED.
002641     IF NOT WS-UNA-OPEN
002642         ADD 1 TO WS-UNAPPLIED-ERROR-COUNT
002643         GO TO 2950-EXIT
002644     END-IF.
002645     MOVE SPACES               TO UNAREC.
002646     MOVE LBX-BANK-REFERENCE   TO UNA-BANK-REFERENCE.
002647     MOVE WS-CURRENT-DATE-X    TO UNA-RECEIVED-DATE.
002648     MOVE LBX-ACCOUNT-FIELD    TO UNA-ACCOUNT-FIELD.
002649     MOVE LBX-PAYMENT-AMOUNT   TO UNA-PAYMENT-AMOUNT.
002650     IF LBX-PAYMENT-DATE IS NUMERIC
002651         MOVE LBX-PAYMENT-DATE TO UNA-PAYMENT-DATE
002652     ELSE
002653         MOVE WS-CURRENT-DATE-X TO UNA-PAYMENT-DATE
002654     END-IF.
002655     MOVE ZERO                 TO UNA-DAYS-HELD.
002656     SET DTP-FUNC-DIFFERENCE   TO TRUE.
002657     MOVE WS-CURRENT-DATE-X    TO DTP-DATE-1.
002658     MOVE UNA-PAYMENT-DATE     TO DTP-DATE-2.
002659     CALL 'CUSTDAYS' USING CUSTDTP-PARMS.
002660     IF DTP-RC-OK AND DTP-DIFFERENCE > ZERO
002661         MOVE DTP-DIFFERENCE   TO UNA-DAYS-HELD
002662     END-IF.
002663     MOVE WS-REJECT-REASON     TO UNA-REASON.
002664     MOVE WS-RUN-ID            TO UNA-RUN-ID.
002665     SET UNA-OPEN              TO TRUE.
002666     MOVE ZERO                 TO UNA-APPLIED-CUST-NUMBER.
002667     MOVE ZERO                 TO UNA-APPLIED-DATE.
002668     WRITE UNAREC.
002669     IF WS-UNA-FILE-STATUS NOT = '00'
002670         DISPLAY 'CUSTLBX - CUSTUNAP WRITE ERROR - STATUS '
002671                 WS-UNA-FILE-STATUS
002672                 ' - BANK REF ' LBX-BANK-REFERENCE
002673         ADD 1 TO WS-UNAPPLIED-ERROR-COUNT
002674         GO TO 2950-EXIT
002675     END-IF.
002676     ADD 1 TO WS-UNAPPLIED-COUNT.
002677     ADD UNA-PAYMENT-AMOUNT TO WS-UNAPPLIED-AMOUNT-TOTAL.
002678 2950-EXIT.
002679     EXIT.
002640
002650*----------------------------------------------------------------*
002660* 3000-TRANSLATE-LOCKBOX - SORT INPUT: THE BANK TRANSMISSION,    *
002670*                          THEN TODAY'S ONLINE CASH APPLICATIONS *
002680*----------------------------------------------------------------*
002681 3000-TRANSLATE-LOCKBOX.
002682     PERFORM 3050-READ-TRANSMISSION THRU 3050-EXIT.
002683     PERFORM 3500-RELEASE-APPLICATIONS THRU 3500-EXIT.
002684 3000-EXIT.
002685     EXIT.
002686
002687*----------------------------------------------------------------*
002688* 3050-READ-TRANSMISSION - TRANSLATE DETAILS, KEEP BANK TRAILER  *
002689*----------------------------------------------------------------*
002690 3050-READ-TRANSMISSION.
002700     OPEN INPUT CUSTLBXI.
002710     IF WS-LBX-FILE-STATUS NOT = '00'
002720         DISPLAY 'CUSTLBX - CANNOT OPEN CUSTLBXI - STATUS '
002730                 WS-LBX-FILE-STATUS
002740         MOVE 'Y' TO WS-EOF-SW(EOF-FEEDER-L)
002750         GO TO 3050-EXIT
002760     END-IF.
002770     PERFORM 3100-READ-LOCKBOX     THRU 3100-EXIT.
002780     PERFORM 3200-HANDLE-ONE       THRU 3200-EXIT
002790         UNTIL END-OF-FILE(EOF-FEEDER-L).
002800     CLOSE CUSTLBXI.
002810 3050-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------------*
003140     PERFORM 3100-READ-LOCKBOX     THRU 3100-EXIT.
003150 3200-EXIT.
003160     EXIT.
003161
003162*----------------------------------------------------------------*
003163* 3500-RELEASE-APPLICATIONS - RELEASE THE UNAPPLIED CASH ITEMS   *
003164*                             A CLERK APPLIED ONLINE TODAY. CCSH *
003165*                             WRITES EACH ONE TO THE CUSTCSHT    *
003166*                             ESDS AS A READY-MADE 'LB' 'BC'     *
003167*                             TRANSACTION. THE JOB EMPTIES       *
003168*                             CUSTCSHT ONLY AFTER THIS STEP ENDS *
003169*                             CLEAN, SO A RERUN RELEASES THE     *
003170*                             SAME ITEMS AGAIN AND NO MORE       *
003171*----------------------------------------------------------------*
003172 3500-RELEASE-APPLICATIONS.
003173     OPEN INPUT CUSTCSHT.
003174     IF WS-CSH-FILE-STATUS NOT = '00'
003175         DISPLAY 'CUSTLBX - NO CASH APPLICATIONS - CUSTCSHT '
003176                 'STATUS ' WS-CSH-FILE-STATUS
003177         GO TO 3500-EXIT
003178     END-IF.
003179     MOVE 'N' TO WS-CSH-EOF-SW.
003180     PERFORM 3510-READ-APPLICATION  THRU 3510-EXIT.
003181     PERFORM 3520-RELEASE-ONE-APPLIED THRU 3520-EXIT
003182         UNTIL WS-CSH-EOF.
003183     CLOSE CUSTCSHT.
003184 3500-EXIT.
003185     EXIT.
003186
003187*----------------------------------------------------------------*
003188* 3510-READ-APPLICATION - READ THE NEXT ONLINE CASH APPLICATION  *
003189*----------------------------------------------------------------*
003190 3510-READ-APPLICATION.
003191     READ CUSTCSHT
003192         AT END
003193             SET WS-CSH-EOF TO TRUE
003194     END-READ.
003195 3510-EXIT.
003196     EXIT.
003197
003198*----------------------------------------------------------------*
003199* 3520-RELEASE-ONE-APPLIED - RELEASE ONE CASH APPLICATION TO THE *
003200*                            SORT. ANYTHING BUT A LOCKBOX 'BC'   *
003201*                            GOES TO THE REJECT REPORT           *
003202*----------------------------------------------------------------*
003203 3520-RELEASE-ONE-APPLIED.
003204     IF TRAN-CODE IN CSHT-RECORD NOT = 'BC'
003205             OR NOT TRAN-SOURCE-LOCKBOX IN CSHT-RECORD
003206             OR TRAN-AMOUNT IN CSHT-RECORD NOT NUMERIC
003207         MOVE TRAN-CUST-NUMBER IN CSHT-RECORD TO RPT-D-ACCOUNT
003208         MOVE 'CUSTCSHT'         TO RPT-D-BANK-REF
003209         MOVE ZERO               TO RPT-D-AMOUNT
003210         MOVE 'INVALID CASH APPLICATION RECORD'
003211              TO RPT-D-REASON
003212         WRITE LBXR-LINE FROM WS-RPT-DETAIL-LINE
003213             AFTER ADVANCING 1 LINE
003214         GO TO 3520-READ-NEXT
003215     END-IF.
003216     MOVE CSHT-RECORD TO SORT-RECORD.
003217     RELEASE SORT-RECORD.
003218     ADD 1 TO WS-APPLIED-COUNT.
003219     ADD TRAN-AMOUNT IN SORT-RECORD
003220         TO WS-APPLIED-AMOUNT-TOTAL.
003221 3520-READ-NEXT.
003222     PERFORM 3510-READ-APPLICATION  THRU 3510-EXIT.
003223 3520-EXIT.
003224     EXIT.
003170
003180*----------------------------------------------------------------*
003190* 4000-WRITE-FEEDER - RETURN THE SORTED PAYMENTS AND WRITE THE   *
003460* 8000-WRITE-CONTROL - ONE CUSTCTL RECORD FROM THE BANK'S        *
003470*                      TRAILER TOTALS (PAYMENTS ARE NEGATIVE),   *
003480*                      OR FROM OUR OWN TOTALS WHEN THE BANK      *
003490*                      SENT NO TRAILER - PLUS THE CASH           *
003495*                      APPLICATIONS RELEASED FROM CUSTCSHT       *
003500*----------------------------------------------------------------*
003510 8000-WRITE-CONTROL.
003520     OPEN OUTPUT CUSTLBXC.
003550                 WS-CTL-FILE-STATUS
003560         GO TO 8000-EXIT
003570     END-IF.
003580     MOVE WS-RUN-ID           TO CTL-RUN-ID IN CUSTCTL-RECORD.
003590     IF WS-TRAILER-SEEN
003600         COMPUTE CTL-EXPECTED-TRAN-COUNT IN CUSTCTL-RECORD =
003610                 WS-BANK-TRAILER-COUNT + WS-APPLIED-COUNT
003620         COMPUTE CTL-EXPECTED-BALANCE-TOTAL IN CUSTCTL-RECORD =
003630                 ZERO - WS-BANK-TRAILER-AMOUNT
003635                      + WS-APPLIED-AMOUNT-TOTAL
003640     ELSE
003650         COMPUTE CTL-EXPECTED-TRAN-COUNT IN CUSTCTL-RECORD =
003660                 WS-RELEASED-COUNT + WS-APPLIED-COUNT
003670         COMPUTE CTL-EXPECTED-BALANCE-TOTAL IN CUSTCTL-RECORD =
003680                 WS-RELEASED-AMOUNT-TOTAL
003685                      + WS-APPLIED-AMOUNT-TOTAL
003690     END-IF.
003700     MOVE WS-CURRENT-YEAR     TO CTL-YEAR IN CUSTCTL-RECORD.
003710     MOVE WS-CURRENT-MONTH    TO CTL-MONTH IN CUSTCTL-RECORD.
003720     MOVE WS-CURRENT-DAY      TO CTL-DAY IN CUSTCTL-RECORD.
003730     WRITE CUSTCTL-RECORD.
003740     IF WS-CTL-FILE-STATUS NOT = '00'
003750         DISPLAY 'CUSTLBX - CUSTLBXC WRITE ERROR - STATUS '
003780     CLOSE CUSTLBXC.
003790 8000-EXIT.
003800     EXIT.
003801
003802*----------------------------------------------------------------*
003803* 8100-WRITE-UNAPPLIED-CONTROL - ONE CUSTUNAC RECORD FOR WHAT    *
003804*                      THE BANK SENT THAT WE DID NOT RELEASE -   *
003805*                      TRAILER LESS RELEASED, OR READ LESS       *
003806*                      RELEASED WHEN THERE WAS NO TRAILER. THE   *
003807*                      AMOUNT IS POSITIVE, CASH HELD. CUSTUCR    *
003808*                      TIES THE DAY'S NEW UNAPPLIED ITEMS TO IT  *
003809*----------------------------------------------------------------*
003810 8100-WRITE-UNAPPLIED-CONTROL.
003811     OPEN OUTPUT CUSTUNAC.
003812     IF WS-UNAC-FILE-STATUS NOT = '00'
003813         DISPLAY 'CUSTLBX - CANNOT OPEN CUSTUNAC - STATUS '
003814                 WS-UNAC-FILE-STATUS
003815         GO TO 8100-EXIT
003816     END-IF.
003817     MOVE WS-RUN-ID           TO CTL-RUN-ID IN UNAC-RECORD.
003818     MOVE ZERO TO CTL-EXPECTED-TRAN-COUNT IN UNAC-RECORD.
003819     IF WS-TRAILER-SEEN
003820         IF WS-BANK-TRAILER-COUNT > WS-RELEASED-COUNT
003821             COMPUTE CTL-EXPECTED-TRAN-COUNT IN UNAC-RECORD =
003822                     WS-BANK-TRAILER-COUNT - WS-RELEASED-COUNT
003823         END-IF
003824         COMPUTE CTL-EXPECTED-BALANCE-TOTAL IN UNAC-RECORD =
003825                 WS-BANK-TRAILER-AMOUNT + WS-RELEASED-AMOUNT-TOTAL
003826     ELSE
003827         IF WS-DETAIL-COUNT > WS-RELEASED-COUNT
003828             COMPUTE CTL-EXPECTED-TRAN-COUNT IN UNAC-RECORD =
003829                     WS-DETAIL-COUNT - WS-RELEASED-COUNT
003830         END-IF
003831         COMPUTE CTL-EXPECTED-BALANCE-TOTAL IN UNAC-RECORD =
003832                 WS-DETAIL-AMOUNT-TOTAL + WS-RELEASED-AMOUNT-TOTAL
003833     END-IF.
003834     MOVE WS-CURRENT-YEAR     TO CTL-YEAR IN UNAC-RECORD.
003835     MOVE WS-CURRENT-MONTH    TO CTL-MONTH IN UNAC-RECORD.
003836     MOVE WS-CURRENT-DAY      TO CTL-DAY IN UNAC-RECORD.
003837     WRITE UNAC-RECORD.
003838     IF WS-UNAC-FILE-STATUS NOT = '00'
003839         DISPLAY 'CUSTLBX - CUSTUNAC WRITE ERROR - STATUS '
003840                 WS-UNAC-FILE-STATUS
003841     END-IF.
003842     CLOSE CUSTUNAC.
003843 8100-EXIT.
003844     EXIT.
003810
003820*----------------------------------------------------------------*
003830* 8500-PRINT-TOTALS - COUNTS AND AMOUNTS, AND THE COMPARISON OF  *
004090     MOVE WS-BANK-TRAILER-AMOUNT       TO RPT-A-AMOUNT.
004100     WRITE LBXR-LINE FROM WS-RPT-AMOUNT-LINE
004110         AFTER ADVANCING 1 LINE.
004111     MOVE 'TO UNAPPLIED CASH       - ' TO RPT-C-LABEL.
004112     MOVE WS-UNAPPLIED-COUNT           TO RPT-C-COUNT.
004113     WRITE LBXR-LINE FROM WS-RPT-COUNT-LINE
004114         AFTER ADVANCING 1 LINE.
004115     MOVE 'UNAPPLIED CASH AMOUNT   - ' TO RPT-A-LABEL.
004116     MOVE WS-UNAPPLIED-AMOUNT-TOTAL    TO RPT-A-AMOUNT.
004117     WRITE LBXR-LINE FROM WS-RPT-AMOUNT-LINE
004118         AFTER ADVANCING 1 LINE.
004119     MOVE 'UNAPPLIED WRITE ERRORS  - ' TO RPT-C-LABEL.
004120     MOVE WS-UNAPPLIED-ERROR-COUNT     TO RPT-C-COUNT.
004121     WRITE LBXR-LINE FROM WS-RPT-COUNT-LINE
004122         AFTER ADVANCING 1 LINE.
004123     MOVE 'CASH APPLICATIONS       - ' TO RPT-C-LABEL.
004124     MOVE WS-APPLIED-COUNT             TO RPT-C-COUNT.
004125     WRITE LBXR-LINE FROM WS-RPT-COUNT-LINE
004126         AFTER ADVANCING 1 LINE.
004127     MOVE 'CASH APPLIED AMOUNT     - ' TO RPT-A-LABEL.
004128     MOVE WS-APPLIED-AMOUNT-TOTAL      TO RPT-A-AMOUNT.
004129     WRITE LBXR-LINE FROM WS-RPT-AMOUNT-LINE
004130         AFTER ADVANCING 1 LINE.
004120     EVALUATE TRUE
004130         WHEN NOT WS-TRAILER-SEEN
004140             MOVE 'NO BANK TRAILER - TRANSMISSION SUSPECT'
004340*----------------------------------------------------------------*
004350 9000-TERMINATE.
004360     CLOSE CUSTMAST.
004362     IF WS-UNA-OPEN
004364         CLOSE CUSTUNAP
004366     END-IF.
004370     CLOSE CUSTLBXR.
004380     DISPLAY 'CUSTLBX - PAYMENTS READ     - ' WS-DETAIL-COUNT.
004390     DISPLAY 'CUSTLBX - PAYMENTS RELEASED - ' WS-RELEASED-COUNT.
004400     DISPLAY 'CUSTLBX - PAYMENTS REJECTED - ' WS-REJECT-COUNT.
004410     DISPLAY 'CUSTLBX - RELEASED AMOUNT   - '
004420             WS-RELEASED-AMOUNT-TOTAL.
004423     DISPLAY 'CUSTLBX - TO UNAPPLIED CASH - ' WS-UNAPPLIED-COUNT.
004426     DISPLAY 'CUSTLBX - CASH APPLICATIONS - ' WS-APPLIED-COUNT.
004430 9000-EXIT.
004440     EXIT.
