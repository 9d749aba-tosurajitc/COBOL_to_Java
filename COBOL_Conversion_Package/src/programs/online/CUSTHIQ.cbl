000010*****************************************************************
000020* PROGRAM-ID:  CUSTHIQ
000030* SYSTEM:      CUSTOMER MASTER MAINTENANCE
000040*
000050* PURPOSE:     PSEUDO-CONVERSATIONAL CICS TRANSACTION (CHIQ) FOR
000060*              HISTORY AND OPEN-ITEM INQUIRY, SO A CLERK ON THE
000070*              PHONE CAN SAY WHAT A CHARGE IS AND HOW OLD IT IS.
000080*              IT IS NORMALLY REACHED FROM CINQ (CUSTINQ) BY
000090*              KEYING 'H' AT THE BALANCE PROMPT, WHICH HANDS THE
000100*              CUSTOMER NUMBER STRAIGHT IN THROUGH THE COMMAREA;
000110*              KEYED ON ITS OWN IT PROMPTS FOR A CUSTOMER NUMBER.
000120*
000130*              THE HISTORY VIEW PAGES THROUGH THE CUSTOMER'S
000140*              TRANSACTION HISTORY (CUSTHIST, CUSTHIS.CPY) NEWEST
000150*              FIRST - DATE, TRANSACTION CODE, SOURCE (LOCKBOX,
000160*              FINANCE CHARGE, RETURNED-ITEM FEE, WRITE-OFF,
000170*              RETURNED PAYMENT, REFUND OR KEYED), AMOUNT AND THE
000180*              RUN THAT POSTED IT.
000190*
000200*              THE OPEN-ITEM VIEW SHOWS THE ITEMS BEHIND THE
000210*              MASTER BALANCE, EACH WITH ITS OWN DATE AND DAYS
000220*              PAST, AND THE CURRENT/30-59/60-89/90+ BUCKET TOTALS
000230*              THE AGING REPORT (CUSTAGE) WOULD SHOW. THE ITEMS
000240*              ARE BUILT THE SAME WAY THE BATCH AGING SERVICE
000250*              (CUSTAGER) BUILDS THEM - PAYMENTS NETTED AGAINST
000260*              THE OLDEST CHARGES FIRST, RETURNED PAYMENTS AND
000270*              REFUNDS TAKEN BACK OUT OF THE PAYMENT POOL, AND ANY
000280*              BALANCE THE HISTORY DOES NOT ACCOUNT FOR AS ONE
000290*              RESIDUAL ITEM FROM THE LAST ACTIVITY DATE - INTO
000300*              THE SAME CUSTITP ITEM TABLE. CUSTAGER READS
000310*              CUSTHIST WITH BATCH FILE I/O AND CANNOT RUN UNDER
000320*              CICS, SO PARAGRAPHS 4100 THROUGH 4650 REPEAT ITS
000330*              2100 THROUGH 2650 OVER A CICS BROWSE. A CHANGE TO
000340*              ONE MUST BE MADE TO THE OTHER.
000350*
000360*              NOTHING IS UPDATED FROM HERE.
000370*
000380* FLOW:        1ST ENTRY (EIBCALEN = 0) - PROMPT FOR CUSTOMER.
000390*              HIQ-FUNCTION-PROMPT     - READ CUSTOMER, SHOW THE
000400*                                        NEWEST HISTORY PAGE.
000410*              HIQ-FUNCTION-SELECT     - THE SAME, WITH THE NUMBER
000420*                                        HANDED IN FROM CINQ.
000430*              HIQ-FUNCTION-HISTORY    - N PAGES ON, O OPEN ITEMS,
000440*              HIQ-FUNCTION-OPEN-ITEMS   H HISTORY, C BACK TO
000450*                                        CINQ, X ENDS.
000460*
000470* MODIFICATION HISTORY
000480*   10/08/2026  RDM  ORIGINAL PROGRAM.
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.    CUSTHIQ.
000520 AUTHOR.        R. D. MASON.
000530 INSTALLATION.  CUSTOMER SYSTEMS DEPT.
000540 DATE-WRITTEN.  10/08/2026.
000550 DATE-COMPILED.
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.   IBM-370.
000590 OBJECT-COMPUTER.   IBM-370.
000600 DATA DIVISION.
000610 WORKING-STORAGE SECTION.
000620 COPY CUSTWS.
000630
000640 COPY CUSTREC REPLACING ==CUSTREC== BY ==WS-CUSTREC==.
000650
000660 COPY CUSTHIS REPLACING ==HISTREC== BY ==WS-HISTREC==.
000670
000680 COPY CUSTDTP.
000690
000700 COPY CUSTITP.
000710
000720 01  WS-COMM-AREA.
000730     05  HIQ-CUST-NUMBER           PIC 9(07).
000740     05  HIQ-FUNCTION              PIC X(01).
000750         88  HIQ-FUNCTION-PROMPT         VALUE 'P'.
000760         88  HIQ-FUNCTION-SELECT         VALUE 'S'.
000770         88  HIQ-FUNCTION-HISTORY        VALUE 'H'.
000780         88  HIQ-FUNCTION-OPEN-ITEMS     VALUE 'O'.
000790     05  HIQ-MORE-SW               PIC X(01).
000800         88  HIQ-MORE                    VALUE 'Y'.
000810     05  HIQ-PAGE-KEY              PIC X(18).
000820     05  HIQ-NEXT-KEY              PIC X(18).
000830     05  HIQ-ITEM-START            PIC 9(02).
000840     05  HIQ-NEXT-ITEM             PIC 9(02).
000850
000860 01  WS-CINQ-COMM-AREA.
000870     05  CINQ-CUST-NUMBER          PIC 9(07).
000880     05  CINQ-FUNCTION             PIC X(01).
000890
000900 01  WS-CICS-AREAS.
000910     05  WS-RESP                   PIC S9(08) COMP.
000920     05  WS-RECEIVE-LENGTH         PIC S9(04) COMP VALUE 80.
000930     05  WS-SCREEN-IN              PIC X(80) VALUE SPACES.
000940     05  WS-SCREEN-OUT             PIC X(80) VALUE SPACES.
000950     05  WS-STATUS-MESSAGE         PIC X(40) VALUE SPACES.
000960     05  WS-PAGE-MESSAGE           PIC X(80) VALUE SPACES.
000970     05  WS-START-KEY              PIC X(18) VALUE LOW-VALUES.
000980     05  WS-ITEM-START             PIC 9(02) VALUE ZERO.
000990     05  WS-CHOICE                 PIC X(01) VALUE SPACE.
001000     05  WS-LINE-IDX               PIC 9(02) COMP VALUE ZERO.
001010     05  WS-BROWSE-SW              PIC X(01) VALUE 'N'.
001020         88  WS-BROWSE-OPEN            VALUE 'Y'.
001030     05  WS-BROWSE-DONE-SW         PIC X(01) VALUE 'N'.
001040         88  WS-BROWSE-DONE            VALUE 'Y'.
001050     05  WS-VIEW-SW                PIC X(01) VALUE 'H'.
001060         88  WS-VIEW-HISTORY           VALUE 'H'.
001070         88  WS-VIEW-OPEN-ITEMS        VALUE 'O'.
001080
001090 01  WS-AGING-AREAS.
001100     05  WS-CUST-EOF-SW            PIC X(01) VALUE 'N'.
001110         88  WS-END-OF-CUST            VALUE 'Y'.
001120     05  WS-AS-OF-ORDINAL          PIC 9(07) COMP VALUE ZERO.
001130     05  WS-PAYMENT-POOL           PIC S9(9)V99 COMP-3
001140                                   VALUE ZERO.
001150     05  WS-OPEN-SUM               PIC S9(9)V99 COMP-3
001160                                   VALUE ZERO.
001170     05  WS-RESIDUAL               PIC S9(9)V99 COMP-3
001180                                   VALUE ZERO.
001190     05  WS-CHARGE-COUNT           PIC 9(03) COMP VALUE ZERO.
001200     05  WS-CHG-IDX                PIC 9(03) COMP VALUE ZERO.
001210     05  WS-ITEM-IDX               PIC 9(03) COMP VALUE ZERO.
001220     05  WS-RESIDUAL-IDX           PIC 9(03) COMP VALUE ZERO.
001230
001240 01  WS-ITEM-WORK.
001250     05  WS-ITEM-DATE              PIC 9(08) VALUE ZERO.
001260     05  WS-ITEM-AMOUNT            PIC S9(7)V99 COMP-3
001270                                   VALUE ZERO.
001280     05  WS-ITEM-DAYS              PIC S9(05) VALUE ZERO.
001290
001300 01  WS-CHARGE-AREAS.
001310     05  WS-CHARGE-TABLE.
001320         10  WS-CHARGE-ENTRY OCCURS 200 TIMES.
001330             15  WS-CHG-DATE           PIC 9(08).
001340             15  WS-CHG-ORDINAL        PIC 9(07) COMP.
001350             15  WS-CHG-AMOUNT         PIC S9(7)V99 COMP-3.
001360
001370 01  WS-BUCKET-AREAS.
001380     05  WS-BUCKET-LABEL-VALUES.
001390         10  FILLER                PIC X(07) VALUE 'CURRENT'.
001400         10  FILLER                PIC X(07) VALUE '30-59'.
001410         10  FILLER                PIC X(07) VALUE '60-89'.
001420         10  FILLER                PIC X(07) VALUE '90+'.
001430     05  WS-BUCKET-LABELS REDEFINES WS-BUCKET-LABEL-VALUES.
001440         10  WS-BUCKET-LABEL OCCURS 4 TIMES
001450                                   PIC X(07).
001460     05  WS-BUCKET-TOTAL OCCURS 4 TIMES
001470                                   PIC S9(9)V99 COMP-3.
001480     05  WS-DAYS-PAST              PIC S9(07) COMP.
001490     05  WS-BUCKET-IDX             PIC 9 COMP.
001500
001510 01  WS-INQ-SCREEN.
001520     05  WS-SCREEN-TITLE           PIC X(80).
001530     05  WS-SCREEN-HEADING         PIC X(80).
001540     05  WS-SCREEN-LINE OCCURS 8 TIMES
001550                                   PIC X(80).
001560     05  WS-SCREEN-TOTALS          PIC X(80).
001570     05  WS-SCREEN-MESSAGE         PIC X(80).
001580     05  WS-SCREEN-FOOTER          PIC X(80).
001590
001600 01  WS-TITLE-BUILD.
001610     05  TTL-VIEW                  PIC X(11).
001620     05  TTL-CUST-NUMBER           PIC 9(07).
001630     05  FILLER                    PIC X(01) VALUE SPACE.
001640     05  TTL-CUST-NAME             PIC X(30).
001650     05  FILLER                    PIC X(06) VALUE '  BAL '.
001660     05  TTL-BALANCE               PIC Z,ZZZ,ZZ9.99-.
001670     05  FILLER                    PIC X(04) VALUE ' ST '.
001680     05  TTL-STATUS                PIC X(02).
001690     05  FILLER                    PIC X(06) VALUE SPACES.
001700
001710 01  WS-HISTORY-HEADING.
001720     05  FILLER                    PIC X(10) VALUE 'DATE'.
001730     05  FILLER                    PIC X(04) VALUE 'CD'.
001740     05  FILLER                    PIC X(13) VALUE 'SOURCE'.
001750     05  FILLER                    PIC X(13)
001760              VALUE '       AMOUNT'.
001770     05  FILLER                    PIC X(02) VALUE SPACES.
001780     05  FILLER                    PIC X(10) VALUE 'RUN ID'.
001790     05  FILLER                    PIC X(28) VALUE SPACES.
001800
001810 01  WS-HISTORY-BUILD.
001820     05  HST-TRAN-DATE             PIC 9(08).
001830     05  FILLER                    PIC X(02) VALUE SPACES.
001840     05  HST-TRAN-CODE             PIC X(02).
001850     05  FILLER                    PIC X(02) VALUE SPACES.
001860     05  HST-SOURCE                PIC X(12).
001870     05  FILLER                    PIC X(01) VALUE SPACE.
001880     05  HST-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
001890     05  FILLER                    PIC X(02) VALUE SPACES.
001900     05  HST-RUN-ID                PIC X(08).
001910     05  FILLER                    PIC X(02) VALUE SPACES.
001920     05  HST-NOTE                  PIC X(08).
001930     05  FILLER                    PIC X(20) VALUE SPACES.
001940
001950 01  WS-ITEM-HEADING.
001960     05  FILLER                    PIC X(10) VALUE 'ITEM DATE'.
001970     05  FILLER                    PIC X(13)
001980              VALUE '       AMOUNT'.
001990     05  FILLER                    PIC X(08) VALUE '    DAYS'.
002000     05  FILLER                    PIC X(02) VALUE SPACES.
002010     05  FILLER                    PIC X(09) VALUE 'AGE'.
002020     05  FILLER                    PIC X(38) VALUE SPACES.
002030
002040 01  WS-ITEM-BUILD.
002050     05  ITL-ITEM-DATE             PIC 9(08).
002060     05  FILLER                    PIC X(02) VALUE SPACES.
002070     05  ITL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
002080     05  FILLER                    PIC X(02) VALUE SPACES.
002090     05  ITL-DAYS                  PIC ZZZZ9-.
002100     05  FILLER                    PIC X(02) VALUE SPACES.
002110     05  ITL-BUCKET                PIC X(07).
002120     05  FILLER                    PIC X(02) VALUE SPACES.
002130     05  ITL-NOTE                  PIC X(20).
002140     05  FILLER                    PIC X(18) VALUE SPACES.
002150
002160 01  WS-TOTALS-BUILD.
002170     05  FILLER                    PIC X(08) VALUE 'CURRENT '.
002180     05  TOT-CURRENT               PIC Z,ZZZ,ZZ9.99-.
002190     05  FILLER                    PIC X(07) VALUE ' 30-59 '.
002200     05  TOT-30-59                 PIC Z,ZZZ,ZZ9.99-.
002210     05  FILLER                    PIC X(07) VALUE ' 60-89 '.
002220     05  TOT-60-89                 PIC Z,ZZZ,ZZ9.99-.
002230     05  FILLER                    PIC X(05) VALUE ' 90+ '.
002240     05  TOT-90-PLUS               PIC Z,ZZZ,ZZ9.99-.
002250     05  FILLER                    PIC X(01) VALUE SPACE.
002260
002270 01  WS-AS-OF-MESSAGE.
002280     05  FILLER                    PIC X(11) VALUE 'AGED AS OF '.
002290     05  ASM-AS-OF-DATE            PIC 9(08).
002300     05  FILLER                    PIC X(03) VALUE ' - '.
002310     05  ASM-ITEM-COUNT            PIC ZZ9.
002320     05  FILLER                    PIC X(11) VALUE ' OPEN ITEMS'.
002330     05  FILLER                    PIC X(44) VALUE SPACES.
002340
002350 01  WS-RETURN-MESSAGE.
002360     05  FILLER                    PIC X(25)
002370              VALUE 'PRESS ENTER FOR CUSTOMER '.
002380     05  RTM-CUST-NUMBER           PIC 9(07).
002390     05  FILLER                    PIC X(48) VALUE SPACES.
002400
002410 LINKAGE SECTION.
002420 01  DFHCOMMAREA                   PIC X(49).
002430
002440 PROCEDURE DIVISION.
002450*----------------------------------------------------------------*
002460* 0000-MAINLINE                                                  *
002470*----------------------------------------------------------------*
002480 0000-MAINLINE.
002490     IF EIBCALEN = 0
002500         PERFORM 1000-INITIAL-ENTRY  THRU 1000-EXIT
002510     ELSE
002520         MOVE DFHCOMMAREA TO WS-COMM-AREA
002530         IF HIQ-FUNCTION-PROMPT OR HIQ-FUNCTION-SELECT
002540             PERFORM 1100-START-INQUIRY THRU 1100-EXIT
002550         ELSE
002560             PERFORM 3000-HANDLE-CHOICE THRU 3000-EXIT
002570         END-IF
002580     END-IF.
002590     EXEC CICS RETURN
002600     END-EXEC.
002610
002620*----------------------------------------------------------------*
002630* 1000-INITIAL-ENTRY - FIRST ENTRY, PROMPT FOR A CUSTOMER NUMBER *
002640*----------------------------------------------------------------*
002650 1000-INITIAL-ENTRY.
002660     MOVE LOW-VALUES TO WS-COMM-AREA.
002670     MOVE ZERO       TO HIQ-CUST-NUMBER.
002680     MOVE SPACES     TO WS-SCREEN-OUT.
002690     MOVE 'HISTORY INQUIRY - ENTER CUSTOMER NUMBER: '
002700          TO WS-SCREEN-OUT(1:41).
002710     SET HIQ-FUNCTION-PROMPT TO TRUE.
002720     PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT.
002730 1000-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------------*
002770* 1100-START-INQUIRY - TAKE THE CUSTOMER NUMBER KEYED, OR THE    *
002780*                      ONE CINQ HANDED IN, READ THE MASTER AND   *
002790*                      SHOW THE NEWEST PAGE OF HISTORY           *
002800*----------------------------------------------------------------*
002810 1100-START-INQUIRY.
002820     IF HIQ-FUNCTION-PROMPT
002830         EXEC CICS RECEIVE
002840             INTO(WS-SCREEN-IN)
002850             LENGTH(WS-RECEIVE-LENGTH)
002860             RESP(WS-RESP)
002870         END-EXEC
002880         IF WS-SCREEN-IN(1:1) = 'X' OR WS-SCREEN-IN(1:1) = 'x'
002890             PERFORM 9200-END-TRANSACTION THRU 9200-EXIT
002900         END-IF
002910         IF WS-SCREEN-IN(1:7) NOT NUMERIC
002920             MOVE 'KEY A 7-DIGIT CUSTOMER NUMBER'
002930                  TO WS-STATUS-MESSAGE
002940             PERFORM 1900-REJECT-CUSTOMER THRU 1900-EXIT
002950         END-IF
002960         MOVE WS-SCREEN-IN(1:7) TO HIQ-CUST-NUMBER
002970     END-IF.
002980     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
002990     MOVE LOW-VALUES TO WS-START-KEY.
003000     MOVE SPACES     TO WS-PAGE-MESSAGE.
003010     PERFORM 2000-SHOW-HISTORY THRU 2000-EXIT.
003020 1100-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------------*
003060* 1200-READ-MASTER - READ THE CUSTOMER IN HIQ-CUST-NUMBER FOR    *
003070*                    THE SCREEN TITLE AND THE BALANCE THE OPEN   *
003080*                    ITEMS MUST SUM TO. NOT FOUND OR UNREADABLE  *
003090*                    GOES BACK TO THE PROMPT                     *
003100*----------------------------------------------------------------*
003110 1200-READ-MASTER.
003120     MOVE HIQ-CUST-NUMBER TO CUST-NUMBER IN WS-CUSTREC.
003130     EXEC CICS READ
003140         FILE('CUSTMAST')
003150         INTO(WS-CUSTREC)
003160         RIDFLD(CUST-NUMBER IN WS-CUSTREC)
003170         RESP(WS-RESP)
003180     END-EXEC.
003190     IF WS-RESP NOT = DFHRESP(NORMAL)
003200         PERFORM 9100-SET-RESP-MESSAGE THRU 9100-EXIT
003210         PERFORM 1900-REJECT-CUSTOMER THRU 1900-EXIT
003220     END-IF.
003230     MOVE CUST-NUMBER IN WS-CUSTREC      TO TTL-CUST-NUMBER.
003240     MOVE CUST-NAME IN WS-CUSTREC        TO TTL-CUST-NAME.
003250     MOVE CUST-BALANCE IN WS-CUSTREC     TO TTL-BALANCE.
003260     MOVE CUST-STATUS-CODE IN WS-CUSTREC TO TTL-STATUS.
003270 1200-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------*
003310* 1900-REJECT-CUSTOMER - SAY WHY AND ASK FOR ANOTHER CUSTOMER    *
003320*----------------------------------------------------------------*
003330 1900-REJECT-CUSTOMER.
003340     MOVE SPACES TO WS-SCREEN-OUT.
003350     MOVE WS-STATUS-MESSAGE TO WS-SCREEN-OUT(1:40).
003360     MOVE ' - CUSTOMER NUMBER, X=END: ' TO WS-SCREEN-OUT(41:27).
003370     SET HIQ-FUNCTION-PROMPT TO TRUE.
003380     PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT.
003390 1900-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------------*
003430* 2000-SHOW-HISTORY - BROWSE CUSTHIST BACKWARD FROM WS-START-KEY *
003440*                     (LOW-VALUES FOR THE NEWEST RECORD) AND     *
003450*                     SHOW UP TO EIGHT OF THE CUSTOMER'S         *
003460*                     RECORDS. ONE MORE READ TELLS WHETHER THERE *
003470*                     IS AN OLDER PAGE AND WHERE IT STARTS       *
003480*----------------------------------------------------------------*
003490 2000-SHOW-HISTORY.
003500     MOVE SPACES TO WS-INQ-SCREEN.
003510     MOVE 'HISTORY'  TO TTL-VIEW.
003520     MOVE WS-TITLE-BUILD     TO WS-SCREEN-TITLE.
003530     MOVE WS-HISTORY-HEADING TO WS-SCREEN-HEADING.
003540     MOVE ZERO TO WS-LINE-IDX.
003550     MOVE 'N'  TO HIQ-MORE-SW.
003560     MOVE 'N'  TO WS-BROWSE-SW.
003570     MOVE 'N'  TO WS-BROWSE-DONE-SW.
003580     MOVE LOW-VALUES TO HIQ-PAGE-KEY.
003590     MOVE LOW-VALUES TO HIQ-NEXT-KEY.
003600     MOVE ZERO TO HIQ-ITEM-START.
003610     MOVE ZERO TO HIQ-NEXT-ITEM.
003620     PERFORM 2050-POSITION-BROWSE THRU 2050-EXIT.
003630     IF WS-BROWSE-OPEN
003640         PERFORM 2100-READ-ONE-HISTORY THRU 2100-EXIT
003650             UNTIL WS-LINE-IDX >= 8
003660             OR WS-BROWSE-DONE
003670         PERFORM 2200-LOOK-AHEAD THRU 2200-EXIT
003680         EXEC CICS ENDBR
003690             FILE('CUSTHIST')
003700             RESP(WS-RESP)
003710         END-EXEC
003720     END-IF.
003730     IF WS-LINE-IDX = ZERO
003740         MOVE 'NO HISTORY ON FILE FOR THIS CUSTOMER'
003750              TO WS-SCREEN-LINE(1)
003760     END-IF.
003770     MOVE WS-PAGE-MESSAGE TO WS-SCREEN-MESSAGE.
003780     MOVE 'N=OLDER, O=OPEN ITEMS, C=CUSTOMER, X=END: '
003790          TO WS-SCREEN-FOOTER(1:42).
003800     IF NOT HIQ-MORE
003810         MOVE 'N=NEWEST, O=OPEN ITEMS, C=CUSTOMER, X=END: '
003820              TO WS-SCREEN-FOOTER(1:43)
003830     END-IF.
003840     SET HIQ-FUNCTION-HISTORY TO TRUE.
003850     PERFORM 9050-SEND-SCREEN-AND-RETURN THRU 9050-EXIT.
003860 2000-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------------*
003900* 2050-POSITION-BROWSE - START THE BROWSE AT WS-START-KEY, OR    *
003910*                        JUST PAST THE CUSTOMER'S NEWEST RECORD. *
003920*                        THE READNEXT PUTS THE BROWSE ON THE     *
003930*                        RECORD FOUND, SO THE FIRST READPREV     *
003940*                        RETURNS THAT SAME RECORD - THE PAGE'S   *
003950*                        FIRST LINE ON A RESUME, A LATER         *
003960*                        CUSTOMER'S RECORD (PASSED OVER) FROM    *
003970*                        THE TOP. WITH NOTHING PAST THE          *
003980*                        CUSTOMER THE BROWSE STARTS FROM THE END *
003990*                        OF THE FILE INSTEAD                     *
004000*----------------------------------------------------------------*
004010 2050-POSITION-BROWSE.
004020     IF WS-START-KEY = LOW-VALUES
004030         MOVE HIQ-CUST-NUMBER TO HIS-CUST-NUMBER
004040         MOVE 99999999        TO HIS-TRAN-DATE
004050         MOVE 999             TO HIS-TRAN-SEQ
004060     ELSE
004070         MOVE WS-START-KEY    TO HIS-KEY
004080     END-IF.
004090     EXEC CICS STARTBR
004100         FILE('CUSTHIST')
004110         RIDFLD(HIS-KEY)
004120         GTEQ
004130         RESP(WS-RESP)
004140     END-EXEC.
004150     IF WS-RESP = DFHRESP(NORMAL)
004160         SET WS-BROWSE-OPEN TO TRUE
004170         EXEC CICS READNEXT
004180             FILE('CUSTHIST')
004190             INTO(WS-HISTREC)
004200             RIDFLD(HIS-KEY)
004210             RESP(WS-RESP)
004220         END-EXEC
004230         GO TO 2050-EXIT
004240     END-IF.
004250     IF WS-RESP NOT = DFHRESP(NOTFND)
004260         MOVE 'HISTORY FILE UNAVAILABLE - TRY AGAIN LATER'
004270              TO WS-PAGE-MESSAGE
004280         GO TO 2050-EXIT
004290     END-IF.
004300     MOVE HIGH-VALUES TO HIS-KEY.
004310     EXEC CICS STARTBR
004320         FILE('CUSTHIST')
004330         RIDFLD(HIS-KEY)
004340         GTEQ
004350         RESP(WS-RESP)
004360     END-EXEC.
004370     IF WS-RESP = DFHRESP(NORMAL)
004380         SET WS-BROWSE-OPEN TO TRUE
004390     END-IF.
004400 2050-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------*
004440* 2100-READ-ONE-HISTORY - READ THE NEXT OLDER HISTORY RECORD AND *
004450*                         ADD IT TO THE PAGE. A LATER CUSTOMER'S *
004460*                         RECORD IS PASSED OVER; AN EARLIER      *
004470*                         CUSTOMER'S ENDS THE BROWSE             *
004480*----------------------------------------------------------------*
004490 2100-READ-ONE-HISTORY.
004500     EXEC CICS READPREV
004510         FILE('CUSTHIST')
004520         INTO(WS-HISTREC)
004530         RIDFLD(HIS-KEY)
004540         RESP(WS-RESP)
004550     END-EXEC.
004560     IF WS-RESP NOT = DFHRESP(NORMAL)
004570         SET WS-BROWSE-DONE TO TRUE
004580         GO TO 2100-EXIT
004590     END-IF.
004600     IF HIS-CUST-NUMBER > HIQ-CUST-NUMBER
004610         GO TO 2100-EXIT
004620     END-IF.
004630     IF HIS-CUST-NUMBER < HIQ-CUST-NUMBER
004640         SET WS-BROWSE-DONE TO TRUE
004650         GO TO 2100-EXIT
004660     END-IF.
004670     ADD 1 TO WS-LINE-IDX.
004680     IF WS-LINE-IDX = 1
004690         MOVE HIS-KEY TO HIQ-PAGE-KEY
004700     END-IF.
004710     MOVE HIS-TRAN-DATE   TO HST-TRAN-DATE.
004720     MOVE HIS-TRAN-CODE   TO HST-TRAN-CODE.
004730     PERFORM 2150-DESCRIBE-SOURCE THRU 2150-EXIT.
004740     MOVE HIS-AMOUNT      TO HST-AMOUNT.
004750     MOVE HIS-RUN-ID      TO HST-RUN-ID.
004760     MOVE SPACES          TO HST-NOTE.
004770     IF HIS-PAYMENT-REVERSED
004780         MOVE 'RETURNED' TO HST-NOTE
004790     END-IF.
004800     MOVE WS-HISTORY-BUILD TO WS-SCREEN-LINE(WS-LINE-IDX).
004810 2100-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------*
004850* 2150-DESCRIBE-SOURCE - WHERE THE TRANSACTION CAME FROM, FROM   *
004860*                        ITS TRANSACTION AND SOURCE CODES. A     *
004870*                        BALANCE CHANGE WITH NO SOURCE CODE WAS  *
004880*                        KEYED                                   *
004890*----------------------------------------------------------------*
004900 2150-DESCRIBE-SOURCE.
004910     EVALUATE TRUE
004920         WHEN HIS-TRAN-CODE = 'WO'
004930             MOVE 'WRITE-OFF'    TO HST-SOURCE
004940         WHEN HIS-PAYMENT-REVERSAL
004950             MOVE 'RETURNED PMT' TO HST-SOURCE
004960         WHEN HIS-CREDIT-REFUND
004970             MOVE 'REFUND'       TO HST-SOURCE
004980         WHEN HIS-SOURCE-CODE = 'LB'
004990             MOVE 'LOCKBOX'      TO HST-SOURCE
005000         WHEN HIS-SOURCE-CODE = 'FC'
005010             MOVE 'FINANCE CHG'  TO HST-SOURCE
005020         WHEN HIS-SOURCE-NSF-FEE
005030             MOVE 'NSF FEE'      TO HST-SOURCE
005040         WHEN OTHER
005050             MOVE 'KEYED'        TO HST-SOURCE
005060     END-EVALUATE.
005070 2150-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------*
005110* 2200-LOOK-AHEAD - AFTER A FULL PAGE, ONE MORE READ SAYS WHERE  *
005120*                   THE NEXT OLDER PAGE STARTS, IF THERE IS ONE  *
005130*----------------------------------------------------------------*
005140 2200-LOOK-AHEAD.
005150     IF WS-BROWSE-DONE
005160         GO TO 2200-EXIT
005170     END-IF.
005180     EXEC CICS READPREV
005190         FILE('CUSTHIST')
005200         INTO(WS-HISTREC)
005210         RIDFLD(HIS-KEY)
005220         RESP(WS-RESP)
005230     END-EXEC.
005240     IF WS-RESP = DFHRESP(NORMAL)
005250             AND HIS-CUST-NUMBER = HIQ-CUST-NUMBER
005260         SET HIQ-MORE TO TRUE
005270         MOVE HIS-KEY TO HIQ-NEXT-KEY
005280     END-IF.
005290 2200-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------*
005330* 3000-HANDLE-CHOICE - N PAGES ON IN THE VIEW SHOWN (OR BACK TO  *
005340*                      ITS FIRST PAGE FROM THE LAST), O AND H    *
005350*                      SWITCH VIEWS, C GOES BACK TO CINQ FOR THE *
005360*                      SAME CUSTOMER, X ENDS. ANYTHING ELSE      *
005370*                      SHOWS THE SAME PAGE AGAIN                 *
005380*----------------------------------------------------------------*
005390 3000-HANDLE-CHOICE.
005400     EXEC CICS RECEIVE
005410         INTO(WS-SCREEN-IN)
005420         LENGTH(WS-RECEIVE-LENGTH)
005430         RESP(WS-RESP)
005440     END-EXEC.
005450     MOVE WS-SCREEN-IN(1:1) TO WS-CHOICE.
005460     MOVE SPACES TO WS-PAGE-MESSAGE.
005470     IF WS-CHOICE = 'X' OR WS-CHOICE = 'x'
005480         PERFORM 9200-END-TRANSACTION THRU 9200-EXIT
005490     END-IF.
005500     IF WS-CHOICE = 'C' OR WS-CHOICE = 'c'
005510         PERFORM 3100-RETURN-TO-CINQ THRU 3100-EXIT
005520     END-IF.
005530     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
005540     IF HIQ-FUNCTION-OPEN-ITEMS
005550         SET WS-VIEW-OPEN-ITEMS TO TRUE
005560     ELSE
005570         SET WS-VIEW-HISTORY TO TRUE
005580     END-IF.
005590     MOVE HIQ-PAGE-KEY   TO WS-START-KEY.
005600     MOVE HIQ-ITEM-START TO WS-ITEM-START.
005610     EVALUATE TRUE
005620         WHEN WS-CHOICE = 'N' OR WS-CHOICE = 'n'
005630             IF HIQ-MORE
005640                 MOVE HIQ-NEXT-KEY  TO WS-START-KEY
005650                 MOVE HIQ-NEXT-ITEM TO WS-ITEM-START
005660             ELSE
005670                 MOVE LOW-VALUES TO WS-START-KEY
005680                 MOVE 1          TO WS-ITEM-START
005690             END-IF
005700         WHEN WS-CHOICE = 'H' OR WS-CHOICE = 'h'
005710             SET WS-VIEW-HISTORY TO TRUE
005720             MOVE LOW-VALUES TO WS-START-KEY
005730         WHEN WS-CHOICE = 'O' OR WS-CHOICE = 'o'
005740             SET WS-VIEW-OPEN-ITEMS TO TRUE
005750             MOVE 1 TO WS-ITEM-START
005760         WHEN OTHER
005770             MOVE 'KEY N, O, H, C OR X' TO WS-PAGE-MESSAGE
005780     END-EVALUATE.
005790     IF WS-VIEW-OPEN-ITEMS
005800         PERFORM 4000-SHOW-OPEN-ITEMS THRU 4000-EXIT
005810     ELSE
005820         PERFORM 2000-SHOW-HISTORY THRU 2000-EXIT
005830     END-IF.
005840 3000-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------*
005880* 3100-RETURN-TO-CINQ - HAND THE CUSTOMER NUMBER BACK TO CINQ AS *
005890*                       A SELECT, THE SAME WAY CBRW DOES, SO THE *
005900*                       CLERK LANDS ON THE SAME CUSTOMER         *
005910*----------------------------------------------------------------*
005920 3100-RETURN-TO-CINQ.
005930     MOVE HIQ-CUST-NUMBER TO CINQ-CUST-NUMBER.
005940     MOVE 'S'             TO CINQ-FUNCTION.
005950     MOVE HIQ-CUST-NUMBER TO RTM-CUST-NUMBER.
005960     MOVE WS-RETURN-MESSAGE TO WS-SCREEN-OUT.
005970     EXEC CICS SEND TEXT
005980         FROM(WS-SCREEN-OUT)
005990         LENGTH(80)
006000         ERASE
006010     END-EXEC.
006020     EXEC CICS RETURN
006030         TRANSID('CINQ')
006040         COMMAREA(WS-CINQ-COMM-AREA)
006050         LENGTH(8)
006060     END-EXEC.
006070 3100-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------------*
006110* 4000-SHOW-OPEN-ITEMS - AGE THE CUSTOMER AS OF TODAY THE WAY    *
006120*                        CUSTAGER DOES, TOTAL THE ITEMS INTO THE *
006130*                        AGING REPORT'S BUCKETS, AND SHOW EIGHT  *
006140*                        ITEMS FROM WS-ITEM-START                *
006150*----------------------------------------------------------------*
006160 4000-SHOW-OPEN-ITEMS.
006170     MOVE SPACES TO WS-INQ-SCREEN.
006180     MOVE 'OPEN ITEMS' TO TTL-VIEW.
006190     MOVE WS-TITLE-BUILD  TO WS-SCREEN-TITLE.
006200     MOVE WS-ITEM-HEADING TO WS-SCREEN-HEADING.
006210     MOVE 'N'  TO HIQ-MORE-SW.
006220     MOVE LOW-VALUES TO HIQ-PAGE-KEY.
006230     MOVE LOW-VALUES TO HIQ-NEXT-KEY.
006240     MOVE ZERO TO HIQ-NEXT-ITEM.
006250     ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD.
006260     SET DTP-FUNC-VALIDATE TO TRUE.
006270     MOVE WS-CURRENT-DATE-X TO DTP-DATE-1.
006280     CALL 'CUSTDAYS' USING CUSTDTP-PARMS.
006290     MOVE DTP-DAY-COUNT-1 TO WS-AS-OF-ORDINAL.
006300     MOVE WS-CURRENT-DATE-X TO ITP-AS-OF-DATE.
006310     MOVE HIQ-CUST-NUMBER   TO ITP-CUST-NUMBER.
006320     MOVE CUST-BALANCE IN WS-CUSTREC TO ITP-CUST-BALANCE.
006330     MOVE CUST-LAST-ACTIVITY-DATE IN WS-CUSTREC
006340          TO ITP-LAST-ACTIVITY-DATE.
006350     MOVE ZERO TO WS-CHARGE-COUNT.
006360     MOVE ZERO TO WS-PAYMENT-POOL.
006370     MOVE ZERO TO ITP-ITEM-COUNT.
006380     MOVE ZERO TO WS-OPEN-SUM.
006390     MOVE ZERO TO WS-RESIDUAL-IDX.
006400     PERFORM 4100-LOAD-HISTORY     THRU 4100-EXIT.
006410     PERFORM 4300-NET-PAYMENTS     THRU 4300-EXIT.
006420     PERFORM 4500-BUILD-ITEMS      THRU 4500-EXIT.
006430     MOVE ZERO TO WS-BUCKET-TOTAL(1).
006440     MOVE ZERO TO WS-BUCKET-TOTAL(2).
006450     MOVE ZERO TO WS-BUCKET-TOTAL(3).
006460     MOVE ZERO TO WS-BUCKET-TOTAL(4).
006470     PERFORM 4700-BUCKET-ONE-ITEM THRU 4700-EXIT
006480         VARYING WS-ITEM-IDX FROM 1 BY 1
006490         UNTIL WS-ITEM-IDX > ITP-ITEM-COUNT.
006500     IF WS-ITEM-START < 1
006510             OR WS-ITEM-START > ITP-ITEM-COUNT
006520         MOVE 1 TO WS-ITEM-START
006530     END-IF.
006540     MOVE WS-ITEM-START TO HIQ-ITEM-START.
006550     MOVE ZERO TO WS-LINE-IDX.
006560     PERFORM 4800-SHOW-ONE-ITEM THRU 4800-EXIT
006570         VARYING WS-ITEM-IDX FROM WS-ITEM-START BY 1
006580         UNTIL WS-ITEM-IDX > ITP-ITEM-COUNT
006590         OR WS-LINE-IDX >= 8.
006600     IF WS-ITEM-IDX NOT > ITP-ITEM-COUNT
006610         SET HIQ-MORE TO TRUE
006620         MOVE WS-ITEM-IDX TO HIQ-NEXT-ITEM
006630     END-IF.
006640     IF ITP-ITEM-COUNT = ZERO
006650         MOVE 'NO OPEN ITEMS - NOTHING OWING OR IN CREDIT'
006660              TO WS-SCREEN-LINE(1)
006670     END-IF.
006680     MOVE WS-BUCKET-TOTAL(1) TO TOT-CURRENT.
006690     MOVE WS-BUCKET-TOTAL(2) TO TOT-30-59.
006700     MOVE WS-BUCKET-TOTAL(3) TO TOT-60-89.
006710     MOVE WS-BUCKET-TOTAL(4) TO TOT-90-PLUS.
006720     MOVE WS-TOTALS-BUILD TO WS-SCREEN-TOTALS.
006730     IF WS-PAGE-MESSAGE = SPACES
006740         MOVE ITP-AS-OF-DATE TO ASM-AS-OF-DATE
006750         MOVE ITP-ITEM-COUNT TO ASM-ITEM-COUNT
006760         MOVE WS-AS-OF-MESSAGE TO WS-PAGE-MESSAGE
006770     END-IF.
006780     MOVE WS-PAGE-MESSAGE TO WS-SCREEN-MESSAGE.
006790     MOVE 'N=NEXT PAGE, H=HISTORY, C=CUSTOMER, X=END: '
006800          TO WS-SCREEN-FOOTER(1:43).
006810     IF NOT HIQ-MORE
006820         MOVE 'N=FIRST PAGE, H=HISTORY, C=CUSTOMER, X=END: '
006830              TO WS-SCREEN-FOOTER(1:44)
006840     END-IF.
006850     SET HIQ-FUNCTION-OPEN-ITEMS TO TRUE.
006860     PERFORM 9050-SEND-SCREEN-AND-RETURN THRU 9050-EXIT.
006870 4000-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------*
006910* 4100-LOAD-HISTORY - READ EVERY HISTORY RECORD FOR THE CUSTOMER *
006920*                     IN KEY (DATE/SEQUENCE) ORDER, COLLECTING   *
006930*                     CHARGES IN THE CHARGE TABLE AND PAYMENTS   *
006940*                     IN THE PAYMENT POOL. A HISTORY FILE THAT   *
006950*                     CANNOT BE READ LEAVES THE WHOLE BALANCE TO *
006960*                     THE RESIDUAL ITEM, AS CUSTAGER'S FALLBACK  *
006970*                     DOES                                       *
006980*----------------------------------------------------------------*
006990 4100-LOAD-HISTORY.
007000     MOVE 'N' TO WS-CUST-EOF-SW.
007010     MOVE ITP-CUST-NUMBER TO HIS-CUST-NUMBER.
007020     MOVE ZERO TO HIS-TRAN-DATE.
007030     MOVE ZERO TO HIS-TRAN-SEQ.
007040     EXEC CICS STARTBR
007050         FILE('CUSTHIST')
007060         RIDFLD(HIS-KEY)
007070         GTEQ
007080         RESP(WS-RESP)
007090     END-EXEC.
007100     IF WS-RESP = DFHRESP(NOTFND)
007110         GO TO 4100-EXIT
007120     END-IF.
007130     IF WS-RESP NOT = DFHRESP(NORMAL)
007140         MOVE 'HISTORY UNAVAILABLE - AGED FROM LAST ACTIVITY DATE'
007150              TO WS-PAGE-MESSAGE
007160         GO TO 4100-EXIT
007170     END-IF.
007180     PERFORM 4150-READ-ONE-HISTORY THRU 4150-EXIT.
007190     PERFORM 4200-TALLY-ONE-RECORD THRU 4200-EXIT
007200         UNTIL WS-END-OF-CUST.
007210     EXEC CICS ENDBR
007220         FILE('CUSTHIST')
007230         RESP(WS-RESP)
007240     END-EXEC.
007250 4100-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------*
007290* 4150-READ-ONE-HISTORY - NEXT HISTORY RECORD, STOPPING AT END   *
007300*                         OF FILE OR THE NEXT CUSTOMER'S ITEMS   *
007310*----------------------------------------------------------------*
007320 4150-READ-ONE-HISTORY.
007330     EXEC CICS READNEXT
007340         FILE('CUSTHIST')
007350         INTO(WS-HISTREC)
007360         RIDFLD(HIS-KEY)
007370         RESP(WS-RESP)
007380     END-EXEC.
007390     IF WS-RESP NOT = DFHRESP(NORMAL)
007400         MOVE 'Y' TO WS-CUST-EOF-SW
007410         GO TO 4150-EXIT
007420     END-IF.
007430     IF HIS-CUST-NUMBER NOT = ITP-CUST-NUMBER
007440         MOVE 'Y' TO WS-CUST-EOF-SW
007450     END-IF.
007460 4150-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------------*
007500* 4200-TALLY-ONE-RECORD - CLASSIFY ONE HISTORY RECORD. A RECORD  *
007510*                         WHOSE DATE DOES NOT VALIDATE IS LEFT   *
007520*                         TO THE RESIDUAL. A FULL CHARGE TABLE   *
007530*                         LUMPS THE EXCESS INTO THE NEWEST       *
007540*                         ENTRY. A RETURNED PAYMENT OR A         *
007550*                         CREDIT-BALANCE REFUND COMES OUT OF THE *
007560*                         PAYMENT POOL                           *
007570*----------------------------------------------------------------*
007580 4200-TALLY-ONE-RECORD.
007590     SET DTP-FUNC-VALIDATE TO TRUE.
007600     MOVE HIS-TRAN-DATE TO DTP-DATE-1.
007610     CALL 'CUSTDAYS' USING CUSTDTP-PARMS.
007620     EVALUATE TRUE
007630         WHEN NOT DTP-RC-OK
007640             CONTINUE
007650         WHEN HIS-PAYMENT-REVERSAL OR HIS-CREDIT-REFUND
007660             SUBTRACT HIS-AMOUNT FROM WS-PAYMENT-POOL
007670         WHEN HIS-AMOUNT > ZERO
007680             IF WS-CHARGE-COUNT < 200
007690                 ADD 1 TO WS-CHARGE-COUNT
007700                 MOVE HIS-TRAN-DATE
007710                      TO WS-CHG-DATE(WS-CHARGE-COUNT)
007720                 MOVE DTP-DAY-COUNT-1
007730                      TO WS-CHG-ORDINAL(WS-CHARGE-COUNT)
007740                 MOVE HIS-AMOUNT
007750                      TO WS-CHG-AMOUNT(WS-CHARGE-COUNT)
007760             ELSE
007770                 ADD HIS-AMOUNT TO WS-CHG-AMOUNT(200)
007780             END-IF
007790         WHEN OTHER
007800             SUBTRACT HIS-AMOUNT FROM WS-PAYMENT-POOL
007810     END-EVALUATE.
007820     PERFORM 4150-READ-ONE-HISTORY THRU 4150-EXIT.
007830 4200-EXIT.
007840     EXIT.
007850
007860*----------------------------------------------------------------*
007870* 4300-NET-PAYMENTS - APPLY THE PAYMENT POOL AGAINST THE CHARGES *
007880*                     OLDEST FIRST                               *
007890*----------------------------------------------------------------*
007900 4300-NET-PAYMENTS.
007910     PERFORM 4350-APPLY-TO-ONE-CHARGE THRU 4350-EXIT
007920         VARYING WS-CHG-IDX FROM 1 BY 1
007930         UNTIL WS-CHG-IDX > WS-CHARGE-COUNT
007940         OR WS-PAYMENT-POOL NOT > ZERO.
007950 4300-EXIT.
007960     EXIT.
007970
007980*----------------------------------------------------------------*
007990* 4350-APPLY-TO-ONE-CHARGE - NET AS MUCH OF THE POOL AS WILL FIT *
008000*                            AGAINST ONE CHARGE                  *
008010*----------------------------------------------------------------*
008020 4350-APPLY-TO-ONE-CHARGE.
008030     IF WS-CHG-AMOUNT(WS-CHG-IDX) NOT > ZERO
008040         GO TO 4350-EXIT
008050     END-IF.
008060     IF WS-PAYMENT-POOL >= WS-CHG-AMOUNT(WS-CHG-IDX)
008070         SUBTRACT WS-CHG-AMOUNT(WS-CHG-IDX)
008080             FROM WS-PAYMENT-POOL
008090         MOVE ZERO TO WS-CHG-AMOUNT(WS-CHG-IDX)
008100     ELSE
008110         SUBTRACT WS-PAYMENT-POOL
008120             FROM WS-CHG-AMOUNT(WS-CHG-IDX)
008130         MOVE ZERO TO WS-PAYMENT-POOL
008140     END-IF.
008150 4350-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------------*
008190* 4500-BUILD-ITEMS - MOVE THE SURVIVING CHARGES TO THE ITEM      *
008200*                    TABLE, THEN ANY UNAPPLIED PAYMENT AS A      *
008210*                    CURRENT CREDIT ITEM, THEN THE RESIDUAL THAT *
008220*                    MAKES THE ITEMS SUM TO THE MASTER BALANCE   *
008230*----------------------------------------------------------------*
008240 4500-BUILD-ITEMS.
008250     PERFORM 4550-OUTPUT-ONE-CHARGE THRU 4550-EXIT
008260         VARYING WS-CHG-IDX FROM 1 BY 1
008270         UNTIL WS-CHG-IDX > WS-CHARGE-COUNT.
008280     IF WS-PAYMENT-POOL > ZERO
008290         MOVE ITP-AS-OF-DATE TO WS-ITEM-DATE
008300         COMPUTE WS-ITEM-AMOUNT = ZERO - WS-PAYMENT-POOL
008310         MOVE ZERO TO WS-ITEM-DAYS
008320         PERFORM 4600-ADD-ITEM THRU 4600-EXIT
008330     END-IF.
008340     COMPUTE WS-RESIDUAL =
008350             ITP-CUST-BALANCE - WS-OPEN-SUM.
008360     IF WS-RESIDUAL NOT = ZERO
008370         PERFORM 4650-BUILD-RESIDUAL-ITEM THRU 4650-EXIT
008380         IF ITP-ITEM-COUNT < 60
008390             COMPUTE WS-RESIDUAL-IDX = ITP-ITEM-COUNT + 1
008400         END-IF
008410         PERFORM 4600-ADD-ITEM THRU 4600-EXIT
008420     END-IF.
008430 4500-EXIT.
008440     EXIT.
008450
008460*----------------------------------------------------------------*
008470* 4550-OUTPUT-ONE-CHARGE - ONE SURVIVING CHARGE TO THE ITEM      *
008480*                          TABLE, AGED FROM ITS OWN DATE         *
008490*----------------------------------------------------------------*
008500 4550-OUTPUT-ONE-CHARGE.
008510     IF WS-CHG-AMOUNT(WS-CHG-IDX) = ZERO
008520         GO TO 4550-EXIT
008530     END-IF.
008540     MOVE WS-CHG-DATE(WS-CHG-IDX)   TO WS-ITEM-DATE.
008550     MOVE WS-CHG-AMOUNT(WS-CHG-IDX) TO WS-ITEM-AMOUNT.
008560     COMPUTE WS-ITEM-DAYS =
008570             WS-AS-OF-ORDINAL - WS-CHG-ORDINAL(WS-CHG-IDX).
008580     PERFORM 4600-ADD-ITEM THRU 4600-EXIT.
008590 4550-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------------*
008630* 4600-ADD-ITEM - ONE ITEM TO THE TABLE. A FULL TABLE LUMPS THE  *
008640*                 EXCESS INTO THE NEWEST ITEM SO THE ITEMS STILL *
008650*                 SUM TO THE MASTER BALANCE                      *
008660*----------------------------------------------------------------*
008670 4600-ADD-ITEM.
008680     IF ITP-ITEM-COUNT < 60
008690         ADD 1 TO ITP-ITEM-COUNT
008700         MOVE WS-ITEM-DATE
008710              TO ITP-ITEM-DATE(ITP-ITEM-COUNT)
008720         MOVE WS-ITEM-AMOUNT
008730              TO ITP-ITEM-AMOUNT(ITP-ITEM-COUNT)
008740         MOVE WS-ITEM-DAYS
008750              TO ITP-ITEM-DAYS-PAST(ITP-ITEM-COUNT)
008760     ELSE
008770         ADD WS-ITEM-AMOUNT TO ITP-ITEM-AMOUNT(60)
008780     END-IF.
008790     ADD WS-ITEM-AMOUNT TO WS-OPEN-SUM.
008800 4600-EXIT.
008810     EXIT.
008820
008830*----------------------------------------------------------------*
008840* 4650-BUILD-RESIDUAL-ITEM - THE BALANCE NOT ACCOUNTED FOR BY    *
008850*                            HISTORY ITEMS, AGED FROM THE LAST   *
008860*                            ACTIVITY DATE                       *
008870*----------------------------------------------------------------*
008880 4650-BUILD-RESIDUAL-ITEM.
008890     MOVE ITP-LAST-ACTIVITY-DATE TO WS-ITEM-DATE.
008900     MOVE WS-RESIDUAL            TO WS-ITEM-AMOUNT.
008910     SET DTP-FUNC-VALIDATE TO TRUE.
008920     MOVE ITP-LAST-ACTIVITY-DATE TO DTP-DATE-1.
008930     CALL 'CUSTDAYS' USING CUSTDTP-PARMS.
008940     IF DTP-RC-OK
008950         COMPUTE WS-ITEM-DAYS =
008960                 WS-AS-OF-ORDINAL - DTP-DAY-COUNT-1
008970     ELSE
008980         MOVE ZERO TO WS-ITEM-DAYS
008990     END-IF.
009000 4650-EXIT.
009010     EXIT.
009020
009030*----------------------------------------------------------------*
009040* 4700-BUCKET-ONE-ITEM - ADD ONE ITEM TO ITS AGE BUCKET TOTAL    *
009050*----------------------------------------------------------------*
009060 4700-BUCKET-ONE-ITEM.
009070     MOVE ITP-ITEM-DAYS-PAST(WS-ITEM-IDX) TO WS-DAYS-PAST.
009080     PERFORM 4750-DETERMINE-BUCKET THRU 4750-EXIT.
009090     ADD ITP-ITEM-AMOUNT(WS-ITEM-IDX)
009100         TO WS-BUCKET-TOTAL(WS-BUCKET-IDX).
009110 4700-EXIT.
009120     EXIT.
009130
009140*----------------------------------------------------------------*
009150* 4750-DETERMINE-BUCKET - CLASSIFY DAYS-PAST INTO AN AGE BUCKET  *
009160*                         ON THE AGING REPORT'S BOUNDARIES       *
009170*----------------------------------------------------------------*
009180 4750-DETERMINE-BUCKET.
009190     EVALUATE TRUE
009200         WHEN WS-DAYS-PAST <= 30
009210             MOVE 1 TO WS-BUCKET-IDX
009220         WHEN WS-DAYS-PAST <= 60
009230             MOVE 2 TO WS-BUCKET-IDX
009240         WHEN WS-DAYS-PAST <= 90
009250             MOVE 3 TO WS-BUCKET-IDX
009260         WHEN OTHER
009270             MOVE 4 TO WS-BUCKET-IDX
009280     END-EVALUATE.
009290 4750-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------------*
009330* 4800-SHOW-ONE-ITEM - ONE OPEN ITEM TO THE PAGE. THE RESIDUAL   *
009340*                      AND AN UNAPPLIED CREDIT ARE LABELLED SO   *
009350*                      THE CLERK CAN TELL THEM FROM CHARGES      *
009360*----------------------------------------------------------------*
009370 4800-SHOW-ONE-ITEM.
009380     ADD 1 TO WS-LINE-IDX.
009390     MOVE ITP-ITEM-DATE(WS-ITEM-IDX)      TO ITL-ITEM-DATE.
009400     MOVE ITP-ITEM-AMOUNT(WS-ITEM-IDX)    TO ITL-AMOUNT.
009410     MOVE ITP-ITEM-DAYS-PAST(WS-ITEM-IDX) TO ITL-DAYS.
009420     MOVE ITP-ITEM-DAYS-PAST(WS-ITEM-IDX) TO WS-DAYS-PAST.
009430     PERFORM 4750-DETERMINE-BUCKET THRU 4750-EXIT.
009440     MOVE WS-BUCKET-LABEL(WS-BUCKET-IDX)  TO ITL-BUCKET.
009450     MOVE SPACES TO ITL-NOTE.
009460     IF WS-ITEM-IDX = WS-RESIDUAL-IDX
009470         MOVE 'NOT ON HISTORY FILE' TO ITL-NOTE
009480     ELSE
009490         IF ITP-ITEM-AMOUNT(WS-ITEM-IDX) < ZERO
009500             MOVE 'UNAPPLIED CREDIT' TO ITL-NOTE
009510         END-IF
009520     END-IF.
009530     MOVE WS-ITEM-BUILD TO WS-SCREEN-LINE(WS-LINE-IDX).
009540 4800-EXIT.
009550     EXIT.
009560
009570*----------------------------------------------------------------*
009580* 9000-SEND-AND-RETURN - SEND THE ONE-LINE SCREEN AND COME BACK  *
009590*                        WITH THE FUNCTION ALREADY SET           *
009600*----------------------------------------------------------------*
009610 9000-SEND-AND-RETURN.
009620     EXEC CICS SEND TEXT
009630         FROM(WS-SCREEN-OUT)
009640         LENGTH(80)
009650         ERASE
009660     END-EXEC.
009670     EXEC CICS RETURN
009680         TRANSID('CHIQ')
009690         COMMAREA(WS-COMM-AREA)
009700         LENGTH(49)
009710     END-EXEC.
009720 9000-EXIT.
009730     EXIT.
009740
009750*----------------------------------------------------------------*
009760* 9050-SEND-SCREEN-AND-RETURN - SEND THE THIRTEEN-LINE INQUIRY   *
009770*                               SCREEN AND COME BACK WITH THE    *
009780*                               FUNCTION ALREADY SET             *
009790*----------------------------------------------------------------*
009800 9050-SEND-SCREEN-AND-RETURN.
009810     EXEC CICS SEND TEXT
009820         FROM(WS-INQ-SCREEN)
009830         LENGTH(1040)
009840         ERASE
009850     END-EXEC.
009860     EXEC CICS RETURN
009870         TRANSID('CHIQ')
009880         COMMAREA(WS-COMM-AREA)
009890         LENGTH(49)
009900     END-EXEC.
009910 9050-EXIT.
009920     EXIT.
009930
009940*----------------------------------------------------------------*
009950* 9100-SET-RESP-MESSAGE - TRANSLATE A CICS RESP CODE INTO A      *
009960*                         PLAIN-ENGLISH STATUS MESSAGE           *
009970*----------------------------------------------------------------*
009980 9100-SET-RESP-MESSAGE.
009990     EVALUATE WS-RESP
010000         WHEN DFHRESP(NORMAL)
010010             MOVE SPACES TO WS-STATUS-MESSAGE
010020         WHEN DFHRESP(NOTFND)
010030             MOVE 'CUSTOMER NUMBER NOT ON FILE'
010040                  TO WS-STATUS-MESSAGE
010050         WHEN DFHRESP(NOTOPEN)
010060             MOVE 'FILE CLOSED - TRY AGAIN LATER'
010070                  TO WS-STATUS-MESSAGE
010080         WHEN OTHER
010090             MOVE 'UNABLE TO ACCESS FILE'
010100                  TO WS-STATUS-MESSAGE
010110     END-EVALUATE.
010120 9100-EXIT.
010130     EXIT.
010140
010150*----------------------------------------------------------------*
010160* 9200-END-TRANSACTION - SAY SO AND END WITHOUT A NEXT TRANSID   *
010170*----------------------------------------------------------------*
010180 9200-END-TRANSACTION.
010190     MOVE SPACES TO WS-SCREEN-OUT.
010200     MOVE 'HISTORY INQUIRY ENDED' TO WS-SCREEN-OUT(1:21).
010210     EXEC CICS SEND TEXT
010220         FROM(WS-SCREEN-OUT)
010230         LENGTH(80)
010240         ERASE
010250     END-EXEC.
010260     EXEC CICS RETURN
010270     END-EXEC.
010280 9200-EXIT.
010290     EXIT.
