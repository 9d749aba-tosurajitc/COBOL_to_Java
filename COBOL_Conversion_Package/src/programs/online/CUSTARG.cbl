000010*****************************************************************
000020* PROGRAM-ID:  CUSTARG
000030* SYSTEM:      CUSTOMER MASTER MAINTENANCE
000040*
000050* PURPOSE:     PSEUDO-CONVERSATIONAL CICS TRANSACTION (CARG) FOR
000060*              PAYMENT ARRANGEMENTS. A COLLECTIONS CLERK KEYS A
000070*              CUSTOMER NUMBER. IF THE CUSTOMER HAS AN ACTIVE PLAN
000080*              ON THE PAYMENT ARRANGEMENT FILE (CUSTPLAN,
000090*              CUSTPLN.CPY) IT IS SHOWN WITH ITS DUE AND PAID
000100*              FIGURES FROM THE LAST BROKEN-PROMISE RUN (CUSTBPR)
000110*              AND MAY BE CANCELLED. OTHERWISE, FOR AN OPEN
000120*              ACCOUNT WITH A BALANCE OWING, THE CLERK KEYS THE
000130*              AGREED TOTAL, INSTALLMENT AMOUNT, SCHEDULE (WEEKLY,
000140*              EVERY TWO WEEKS OR MONTHLY) AND START DATE, SEES
000150*              THE RESULTING INSTALLMENTS, AND CONFIRMS.
000160*
000170*              A NEW PLAN REPLACES ANY ENDED PLAN ON FILE FOR THE
000180*              CUSTOMER. THE SETUP DATE, TERMINAL AND OPERATOR,
000190*              OR THE CANCELLING OPERATOR, ARE RECORDED ON THE
000200*              PLAN. THE CUSTOMER MASTER IS NEVER UPDATED FROM
000210*              HERE - WHILE THE PLAN IS ACTIVE THE BATCH DUNNING,
000220*              FINANCE CHARGE AND WRITE-OFF RUNS LEAVE THE ACCOUNT
000230*              ALONE.
000240*
000250* FLOW:        1ST ENTRY (EIBCALEN = 0)     - PROMPT FOR CUSTOMER.
000260*              ARG-FUNCTION-PROMPT  - READ CUSTOMER AND PLAN.
000270*              ARG-FUNCTION-ACTIVE  - 'C' CANCELS THE PLAN SHOWN,
000280*                                     'X' TO END.
000290*              ARG-FUNCTION-ENTRY   - EDIT THE TERMS KEYED.
000300*              ARG-FUNCTION-CONFIRM - 'Y' SETS UP THE PLAN.
000310*
000320* MODIFICATION HISTORY
000330*   09/28/2026  RDM  ORIGINAL PROGRAM.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    CUSTARG.
000370 AUTHOR.        R. D. MASON.
000380 INSTALLATION.  CUSTOMER SYSTEMS DEPT.
000390 DATE-WRITTEN.  09/28/2026.
000400 DATE-COMPILED.
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450 DATA DIVISION.
000460 WORKING-STORAGE SECTION.
000470 COPY CUSTWS.
000480
000490 COPY CUSTREC REPLACING ==CUSTREC== BY ==WS-CUSTREC==.
000500
000510 COPY CUSTPLN REPLACING ==PLNREC== BY ==WS-PLNREC==.
000520
000530 COPY CUSTDTP.
000540
000550 01  WS-COMM-AREA.
000560     05  ARG-CUST-NUMBER           PIC 9(07).
000570     05  ARG-FUNCTION              PIC X(01).
000580         88  ARG-FUNCTION-PROMPT         VALUE 'P'.
000590         88  ARG-FUNCTION-ACTIVE         VALUE 'A'.
000600         88  ARG-FUNCTION-ENTRY          VALUE 'E'.
000610         88  ARG-FUNCTION-CONFIRM        VALUE 'C'.
000620     05  ARG-AGREED-TOTAL          PIC 9(07)V99.
000630     05  ARG-INSTALLMENT           PIC 9(07)V99.
000640     05  ARG-SCHEDULE              PIC X(01).
000650     05  ARG-START-DATE            PIC 9(08).
000660
000670 01  WS-CICS-AREAS.
000680     05  WS-RESP                   PIC S9(08) COMP.
000690     05  WS-RECEIVE-LENGTH         PIC S9(04) COMP VALUE 80.
000700     05  WS-SCREEN-IN              PIC X(80) VALUE SPACES.
000710     05  WS-SCREEN-OUT             PIC X(80) VALUE SPACES.
000720     05  WS-STATUS-MESSAGE         PIC X(40) VALUE SPACES.
000730     05  WS-CHOICE                 PIC X(01) VALUE SPACE.
000740
000750 01  WS-ENTRY-AREAS.
000760     05  WS-ENTRY-TOTAL-X          PIC X(09).
000770     05  WS-ENTRY-TOTAL REDEFINES WS-ENTRY-TOTAL-X
000780                                   PIC 9(07)V99.
000790     05  WS-ENTRY-INSTALLMENT-X    PIC X(09).
000800     05  WS-ENTRY-INSTALLMENT REDEFINES WS-ENTRY-INSTALLMENT-X
000810                                   PIC 9(07)V99.
000820     05  WS-INSTALLMENT-COUNT      PIC S9(07) COMP.
000830     05  WS-LAST-INSTALLMENT       PIC S9(07)V99 COMP-3.
000840
000850 01  WS-PLAN-SCREEN.
000860     05  WS-SCREEN-TITLE           PIC X(80).
000870     05  WS-SCREEN-LINE OCCURS 4 TIMES
000880                                   PIC X(80).
000890     05  WS-SCREEN-FOOTER          PIC X(80).
000900
000910 01  WS-CUSTOMER-LINE.
000920     05  FILLER                    PIC X(10) VALUE 'CUSTOMER  '.
000930     05  PLC-CUST-NUMBER           PIC 9(07).
000940     05  FILLER                    PIC X(01) VALUE SPACE.
000950     05  PLC-CUST-NAME             PIC X(30).
000960     05  FILLER                    PIC X(06) VALUE '  BAL '.
000970     05  PLC-BALANCE               PIC Z,ZZZ,ZZ9.99-.
000980     05  FILLER                    PIC X(04) VALUE ' ST '.
000990     05  PLC-STATUS                PIC X(02).
001000     05  FILLER                    PIC X(07) VALUE SPACES.
001010
001020 01  WS-TERMS-LINE.
001030     05  FILLER                    PIC X(10) VALUE 'AGREED    '.
001040     05  PLT-AGREED-TOTAL          PIC Z,ZZZ,ZZ9.99.
001050     05  FILLER                    PIC X(14)
001060              VALUE '  INSTALLMENT '.
001070     05  PLT-INSTALLMENT           PIC Z,ZZZ,ZZ9.99.
001080     05  FILLER                    PIC X(01) VALUE SPACE.
001090     05  PLT-SCHEDULE              PIC X(08).
001100     05  FILLER                    PIC X(06) VALUE ' FROM '.
001110     05  PLT-START-DATE            PIC 9(08).
001120     05  FILLER                    PIC X(09) VALUE SPACES.
001130
001140 01  WS-SETUP-LINE.
001150     05  FILLER                    PIC X(10) VALUE 'SET UP    '.
001160     05  PLS-SETUP-DATE            PIC 9(08).
001170     05  FILLER                    PIC X(04) VALUE ' BY '.
001180     05  PLS-SETUP-USER            PIC X(08).
001190     05  FILLER                    PIC X(14)
001200              VALUE '   CHECKED ON '.
001210     05  PLS-CHECKED-DATE          PIC 9(08).
001220     05  FILLER                    PIC X(28) VALUE SPACES.
001230
001240 01  WS-PROGRESS-LINE.
001250     05  FILLER                    PIC X(10) VALUE 'DUE       '.
001260     05  PLP-DUE-TO-DATE           PIC Z,ZZZ,ZZ9.99.
001270     05  FILLER                    PIC X(07) VALUE '  PAID '.
001280     05  PLP-PAID-TO-DATE          PIC Z,ZZZ,ZZ9.99.
001290     05  FILLER                    PIC X(18)
001300              VALUE '  INSTALLMENTS DUE'.
001310     05  FILLER                    PIC X(01) VALUE SPACE.
001320     05  PLP-INSTALLMENTS-DUE      PIC ZZ9.
001330     05  FILLER                    PIC X(17) VALUE SPACES.
001340
001350 01  WS-LAST-PLAN-LINE.
001360     05  FILLER                    PIC X(10) VALUE 'LAST PLAN '.
001370     05  PLL-STATUS                PIC X(09).
001380     05  FILLER                    PIC X(04) VALUE ' ON '.
001390     05  PLL-ENDED-DATE            PIC 9(08).
001400     05  FILLER                    PIC X(03) VALUE ' - '.
001410     05  PLL-ENDED-REASON          PIC X(30).
001420     05  FILLER                    PIC X(16) VALUE SPACES.
001430
001440 01  WS-COUNT-LINE.
001450     05  FILLER                    PIC X(10) VALUE 'PAYMENTS  '.
001460     05  PLK-COUNT                 PIC ZZ9.
001470     05  FILLER                    PIC X(16)
001480              VALUE ' - THE LAST ONE '.
001490     05  PLK-LAST                  PIC Z,ZZZ,ZZ9.99.
001500     05  FILLER                    PIC X(39) VALUE SPACES.
001510
001520 01  WS-DONE-MESSAGE.
001530     05  DNM-ACTION                PIC X(22).
001540     05  DNM-CUST-NUMBER           PIC 9(07).
001550     05  FILLER                    PIC X(25)
001560              VALUE ' - NEXT CUSTOMER NUMBER: '.
001570     05  FILLER                    PIC X(26) VALUE SPACES.
001580
001590 LINKAGE SECTION.
001600 01  DFHCOMMAREA                   PIC X(35).
001610
001620 PROCEDURE DIVISION.
001630*----------------------------------------------------------------*
001640* 0000-MAINLINE                                                  *
001650*----------------------------------------------------------------*
001660 0000-MAINLINE.
001670     IF EIBCALEN = 0
001680         PERFORM 1000-INITIAL-ENTRY    THRU 1000-EXIT
001690     ELSE
001700         MOVE DFHCOMMAREA TO WS-COMM-AREA
001710         EVALUATE TRUE
001720             WHEN ARG-FUNCTION-PROMPT
001730                 PERFORM 2000-READ-CUSTOMER  THRU 2000-EXIT
001740             WHEN ARG-FUNCTION-ACTIVE
001750                 PERFORM 3000-HANDLE-ACTIVE  THRU 3000-EXIT
001760             WHEN ARG-FUNCTION-ENTRY
001770                 PERFORM 4000-EDIT-TERMS     THRU 4000-EXIT
001780             WHEN OTHER
001790                 PERFORM 5000-SET-UP-PLAN    THRU 5000-EXIT
001800         END-EVALUATE
001810     END-IF.
001820     EXEC CICS RETURN
001830     END-EXEC.
001840
001850*----------------------------------------------------------------*
001860* 1000-INITIAL-ENTRY - FIRST ENTRY, PROMPT FOR A CUSTOMER NUMBER *
001870*----------------------------------------------------------------*
001880 1000-INITIAL-ENTRY.
001890     MOVE ZERO   TO ARG-CUST-NUMBER.
001900     MOVE ZERO   TO ARG-AGREED-TOTAL.
001910     MOVE ZERO   TO ARG-INSTALLMENT.
001920     MOVE SPACES TO ARG-SCHEDULE.
001930     MOVE ZERO   TO ARG-START-DATE.
001940     MOVE SPACES TO WS-SCREEN-OUT.
001950     MOVE 'PAYMENT ARRANGEMENTS - ENTER CUSTOMER NUMBER: '
001960          TO WS-SCREEN-OUT(1:46).
001970     SET ARG-FUNCTION-PROMPT TO TRUE.
001980     PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT.
001990 1000-EXIT.
002000     EXIT.
002010
002020*----------------------------------------------------------------*
002030* 2000-READ-CUSTOMER - READ THE CUSTOMER KEYED AND ITS PLAN. AN  *
002040*                      ACTIVE PLAN IS SHOWN FOR CANCELLATION;    *
002050*                      OTHERWISE AN OPEN ACCOUNT THAT OWES MONEY *
002060*                      GOES TO TERMS ENTRY                       *
002070*----------------------------------------------------------------*
002080 2000-READ-CUSTOMER.
002090     EXEC CICS RECEIVE
002100         INTO(WS-SCREEN-IN)
002110         LENGTH(WS-RECEIVE-LENGTH)
002120         RESP(WS-RESP)
002130     END-EXEC.
002140     IF WS-SCREEN-IN(1:1) = 'X' OR WS-SCREEN-IN(1:1) = 'x'
002150         PERFORM 9200-END-TRANSACTION THRU 9200-EXIT
002160     END-IF.
002170     IF WS-SCREEN-IN(1:7) NOT NUMERIC
002180         MOVE 'KEY A 7-DIGIT CUSTOMER NUMBER'
002190              TO WS-STATUS-MESSAGE
002200         PERFORM 2900-REJECT-CUSTOMER THRU 2900-EXIT
002210     END-IF.
002220     MOVE WS-SCREEN-IN(1:7) TO ARG-CUST-NUMBER.
002230     PERFORM 2050-READ-MASTER THRU 2050-EXIT.
002240     IF CUST-STATUS-CLOSED IN WS-CUSTREC
002250         MOVE 'CUSTOMER ACCOUNT IS CLOSED'
002260              TO WS-STATUS-MESSAGE
002270         PERFORM 2900-REJECT-CUSTOMER THRU 2900-EXIT
002280     END-IF.
002290     MOVE ARG-CUST-NUMBER TO PLN-CUST-NUMBER IN WS-PLNREC.
002300     EXEC CICS READ
002310         FILE('CUSTPLAN')
002320         INTO(WS-PLNREC)
002330         RIDFLD(PLN-CUST-NUMBER IN WS-PLNREC)
002340         RESP(WS-RESP)
002350     END-EXEC.
002360     IF WS-RESP NOT = DFHRESP(NORMAL)
002370             AND WS-RESP NOT = DFHRESP(NOTFND)
002380         PERFORM 9100-SET-RESP-MESSAGE THRU 9100-EXIT
002390         PERFORM 2900-REJECT-CUSTOMER THRU 2900-EXIT
002400     END-IF.
002410     IF WS-RESP = DFHRESP(NORMAL)
002420             AND PLN-ACTIVE IN WS-PLNREC
002430         PERFORM 2100-SHOW-ACTIVE-PLAN THRU 2100-EXIT
002440     END-IF.
002450     IF CUST-BALANCE IN WS-CUSTREC NOT > ZERO
002460         MOVE 'NO BALANCE OWING - NO PLAN NEEDED'
002470              TO WS-STATUS-MESSAGE
002480         PERFORM 2900-REJECT-CUSTOMER THRU 2900-EXIT
002490     END-IF.
002500     PERFORM 2200-SHOW-ENTRY THRU 2200-EXIT.
002510 2000-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------------*
002550* 2050-READ-MASTER - READ THE CUSTOMER IN ARG-CUST-NUMBER. NOT   *
002560*                    FOUND OR UNREADABLE GOES BACK TO THE PROMPT *
002570*----------------------------------------------------------------*
002580 2050-READ-MASTER.
002590     MOVE ARG-CUST-NUMBER TO CUST-NUMBER IN WS-CUSTREC.
002600     EXEC CICS READ
002610         FILE('CUSTMAST')
002620         INTO(WS-CUSTREC)
002630         RIDFLD(CUST-NUMBER IN WS-CUSTREC)
002640         RESP(WS-RESP)
002650     END-EXEC.
002660     IF WS-RESP NOT = DFHRESP(NORMAL)
002670         PERFORM 9100-SET-RESP-MESSAGE THRU 9100-EXIT
002680         IF WS-RESP = DFHRESP(NOTFND)
002690             MOVE 'CUSTOMER NUMBER NOT ON FILE'
002700                  TO WS-STATUS-MESSAGE
002710         END-IF
002720         PERFORM 2900-REJECT-CUSTOMER THRU 2900-EXIT
002730     END-IF.
002740     MOVE CUST-NUMBER IN WS-CUSTREC      TO PLC-CUST-NUMBER.
002750     MOVE CUST-NAME IN WS-CUSTREC        TO PLC-CUST-NAME.
002760     MOVE CUST-BALANCE IN WS-CUSTREC     TO PLC-BALANCE.
002770     MOVE CUST-STATUS-CODE IN WS-CUSTREC TO PLC-STATUS.
002780 2050-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------------*
002820* 2100-SHOW-ACTIVE-PLAN - DISPLAY THE ACTIVE PLAN IN WS-PLNREC   *
002830*                         AND OFFER TO CANCEL IT                 *
002840*----------------------------------------------------------------*
002850 2100-SHOW-ACTIVE-PLAN.
002860     MOVE SPACES TO WS-PLAN-SCREEN.
002870     MOVE 'PAYMENT ARRANGEMENT - ACTIVE PLAN'
002880          TO WS-SCREEN-TITLE(1:33).
002890     MOVE WS-CUSTOMER-LINE TO WS-SCREEN-LINE(1).
002900     MOVE PLN-AGREED-TOTAL IN WS-PLNREC       TO PLT-AGREED-TOTAL.
002910     MOVE PLN-INSTALLMENT-AMOUNT IN WS-PLNREC TO PLT-INSTALLMENT.
002920     MOVE PLN-SCHEDULE IN WS-PLNREC           TO ARG-SCHEDULE.
002930     PERFORM 2150-NAME-SCHEDULE THRU 2150-EXIT.
002940     MOVE PLN-START-DATE IN WS-PLNREC         TO PLT-START-DATE.
002950     MOVE WS-TERMS-LINE TO WS-SCREEN-LINE(2).
002960     MOVE PLN-SETUP-DATE IN WS-PLNREC         TO PLS-SETUP-DATE.
002970     MOVE PLN-SETUP-USER-ID IN WS-PLNREC      TO PLS-SETUP-USER.
002980     MOVE PLN-LAST-CHECKED-DATE IN WS-PLNREC  TO PLS-CHECKED-DATE.
002990     MOVE WS-SETUP-LINE TO WS-SCREEN-LINE(3).
003000     MOVE PLN-DUE-TO-DATE IN WS-PLNREC        TO PLP-DUE-TO-DATE.
003010     MOVE PLN-PAID-TO-DATE IN WS-PLNREC       TO PLP-PAID-TO-DATE.
003020     MOVE PLN-INSTALLMENTS-DUE IN WS-PLNREC
003030          TO PLP-INSTALLMENTS-DUE.
003040     MOVE WS-PROGRESS-LINE TO WS-SCREEN-LINE(4).
003050     MOVE 'C=CANCEL THIS PLAN, X=END: ' TO WS-SCREEN-FOOTER(1:27).
003060     SET ARG-FUNCTION-ACTIVE TO TRUE.
003070     PERFORM 9050-SEND-SCREEN-AND-RETURN THRU 9050-EXIT.
003080 2100-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------*
003120* 2150-NAME-SCHEDULE - SPELL OUT THE SCHEDULE IN ARG-SCHEDULE    *
003130*----------------------------------------------------------------*
003140 2150-NAME-SCHEDULE.
003150     EVALUATE ARG-SCHEDULE
003160         WHEN 'W'
003170             MOVE 'WEEKLY'  TO PLT-SCHEDULE
003180         WHEN 'B'
003190             MOVE '2 WEEKS' TO PLT-SCHEDULE
003200         WHEN OTHER
003210             MOVE 'MONTHLY' TO PLT-SCHEDULE
003220     END-EVALUATE.
003230 2150-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------------*
003270* 2200-SHOW-ENTRY - NO ACTIVE PLAN. SHOW THE CUSTOMER, HOW ANY   *
003280*                   EARLIER PLAN ENDED, AND THE LAYOUT FOR THE   *
003290*                   TERMS                                        *
003300*----------------------------------------------------------------*
003310 2200-SHOW-ENTRY.
003320     MOVE SPACES TO WS-PLAN-SCREEN.
003330     MOVE 'PAYMENT ARRANGEMENT - NEW PLAN'
003340          TO WS-SCREEN-TITLE(1:30).
003350     MOVE WS-CUSTOMER-LINE TO WS-SCREEN-LINE(1).
003360     IF WS-RESP = DFHRESP(NORMAL)
003370         EVALUATE TRUE
003380             WHEN PLN-LAPSED IN WS-PLNREC
003390                 MOVE 'LAPSED'    TO PLL-STATUS
003400             WHEN PLN-CANCELLED IN WS-PLNREC
003410                 MOVE 'CANCELLED' TO PLL-STATUS
003420             WHEN OTHER
003430                 MOVE 'COMPLETED' TO PLL-STATUS
003440         END-EVALUATE
003450         MOVE PLN-ENDED-DATE IN WS-PLNREC   TO PLL-ENDED-DATE
003460         MOVE PLN-ENDED-REASON IN WS-PLNREC TO PLL-ENDED-REASON
003470         MOVE WS-LAST-PLAN-LINE TO WS-SCREEN-LINE(2)
003480     END-IF.
003490     MOVE 'TOTAL IN 1-9, INSTALLMENT IN 11-19 (BOTH IN CENTS), '
003500          TO WS-SCREEN-LINE(3)(1:51).
003510     MOVE 'W/B/M IN 21' TO WS-SCREEN-LINE(3)(52:11).
003520     MOVE 'W=WEEKLY B=EVERY 2 WEEKS M=MONTHLY, '
003530          TO WS-SCREEN-LINE(4)(1:36).
003540     MOVE 'FIRST DUE YYYYMMDD IN 23-30'
003550          TO WS-SCREEN-LINE(4)(37:27).
003560     MOVE 'ENTER TERMS, X=END: ' TO WS-SCREEN-FOOTER(1:20).
003570     SET ARG-FUNCTION-ENTRY TO TRUE.
003580     PERFORM 9050-SEND-SCREEN-AND-RETURN THRU 9050-EXIT.
003590 2200-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------------*
003630* 2900-REJECT-CUSTOMER - SAY WHY AND ASK FOR ANOTHER CUSTOMER    *
003640*----------------------------------------------------------------*
003650 2900-REJECT-CUSTOMER.
003660     MOVE SPACES TO WS-SCREEN-OUT.
003670     MOVE WS-STATUS-MESSAGE TO WS-SCREEN-OUT(1:40).
003680     MOVE ' - CUSTOMER NUMBER, X=END: ' TO WS-SCREEN-OUT(41:27).
003690     SET ARG-FUNCTION-PROMPT TO TRUE.
003700     PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT.
003710 2900-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------*
003750* 3000-HANDLE-ACTIVE - 'C' CANCELS THE PLAN SHOWN, 'X' ENDS THE  *
003760*                      TRANSACTION                               *
003770*----------------------------------------------------------------*
003780 3000-HANDLE-ACTIVE.
003790     EXEC CICS RECEIVE
003800         INTO(WS-SCREEN-IN)
003810         LENGTH(WS-RECEIVE-LENGTH)
003820         RESP(WS-RESP)
003830     END-EXEC.
003840     MOVE WS-SCREEN-IN(1:1) TO WS-CHOICE.
003850     EVALUATE TRUE
003860         WHEN WS-CHOICE = 'X' OR WS-CHOICE = 'x'
003870             PERFORM 9200-END-TRANSACTION THRU 9200-EXIT
003880         WHEN WS-CHOICE = 'C' OR WS-CHOICE = 'c'
003890             PERFORM 3100-CANCEL-PLAN THRU 3100-EXIT
003900         WHEN OTHER
003910             MOVE SPACES TO WS-SCREEN-OUT
003920             MOVE 'C=CANCEL THIS PLAN, X=END: '
003930                  TO WS-SCREEN-OUT(1:27)
003940             SET ARG-FUNCTION-ACTIVE TO TRUE
003950             PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT
003960     END-EVALUATE.
003970 3000-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------------*
004010* 3100-CANCEL-PLAN - HOLD THE PLAN FOR UPDATE, MAKE SURE THE     *
004020*                    BATCH HAS NOT ENDED IT SINCE IT WAS SHOWN,  *
004030*                    AND MARK IT CANCELLED BY THIS OPERATOR      *
004040*----------------------------------------------------------------*
004050 3100-CANCEL-PLAN.
004060     MOVE ARG-CUST-NUMBER TO PLN-CUST-NUMBER IN WS-PLNREC.
004070     EXEC CICS READ
004080         FILE('CUSTPLAN')
004090         INTO(WS-PLNREC)
004100         RIDFLD(PLN-CUST-NUMBER IN WS-PLNREC)
004110         UPDATE
004120         RESP(WS-RESP)
004130     END-EXEC.
004140     IF WS-RESP NOT = DFHRESP(NORMAL)
004150         PERFORM 9100-SET-RESP-MESSAGE THRU 9100-EXIT
004160         PERFORM 2900-REJECT-CUSTOMER THRU 2900-EXIT
004170     END-IF.
004180     IF NOT PLN-ACTIVE IN WS-PLNREC
004190         EXEC CICS UNLOCK
004200             FILE('CUSTPLAN')
004210             RESP(WS-RESP)
004220         END-EXEC
004230         MOVE 'PLAN HAS ALREADY ENDED' TO WS-STATUS-MESSAGE
004240         PERFORM 2900-REJECT-CUSTOMER THRU 2900-EXIT
004250     END-IF.
004260     ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD.
004270     SET PLN-CANCELLED IN WS-PLNREC TO TRUE.
004280     MOVE WS-CURRENT-DATE-X  TO PLN-ENDED-DATE IN WS-PLNREC.
004290     MOVE EIBOPID            TO PLN-ENDED-BY IN WS-PLNREC.
004300     MOVE 'CANCELLED ONLINE' TO PLN-ENDED-REASON IN WS-PLNREC.
004310     EXEC CICS REWRITE
004320         FILE('CUSTPLAN')
004330         FROM(WS-PLNREC)
004340         RESP(WS-RESP)
004350     END-EXEC.
004360     IF WS-RESP NOT = DFHRESP(NORMAL)
004370         MOVE 'PLAN FILE UPDATE FAILED - NOT CANCELLED'
004380              TO WS-STATUS-MESSAGE
004390         PERFORM 2900-REJECT-CUSTOMER THRU 2900-EXIT
004400     END-IF.
004410     MOVE 'PLAN CANCELLED - CUST ' TO DNM-ACTION.
004420     PERFORM 9300-SEND-DONE THRU 9300-EXIT.
004430 3100-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------------*
004470* 4000-EDIT-TERMS - CHECK THE TERMS KEYED. THE AGREED TOTAL MAY  *
004480*                   NOT EXCEED THE BALANCE, THE INSTALLMENT MAY  *
004490*                   NOT EXCEED THE TOTAL, AND THE FIRST DUE DATE *
004500*                   MAY NOT BE IN THE PAST. GOOD TERMS GO TO     *
004510*                   CONFIRMATION                                 *
004520*----------------------------------------------------------------*
004530 4000-EDIT-TERMS.
004540     EXEC CICS RECEIVE
004550         INTO(WS-SCREEN-IN)
004560         LENGTH(WS-RECEIVE-LENGTH)
004570         RESP(WS-RESP)
004580     END-EXEC.
004590     IF WS-SCREEN-IN(1:1) = 'X' OR WS-SCREEN-IN(1:1) = 'x'
004600         PERFORM 9200-END-TRANSACTION THRU 9200-EXIT
004610     END-IF.
004620     PERFORM 2050-READ-MASTER THRU 2050-EXIT.
004630     MOVE WS-SCREEN-IN(1:9)  TO WS-ENTRY-TOTAL-X.
004640     MOVE WS-SCREEN-IN(11:9) TO WS-ENTRY-INSTALLMENT-X.
004650     MOVE WS-SCREEN-IN(21:1) TO ARG-SCHEDULE.
004660     IF WS-ENTRY-TOTAL-X NOT NUMERIC
004670             OR WS-ENTRY-TOTAL = ZERO
004680         MOVE 'AGREED TOTAL MUST BE 9 DIGITS, NOT ZERO'
004690              TO WS-STATUS-MESSAGE
004700         PERFORM 4900-REJECT-TERMS THRU 4900-EXIT
004710     END-IF.
004720     IF WS-ENTRY-TOTAL > CUST-BALANCE IN WS-CUSTREC
004730         MOVE 'AGREED TOTAL IS MORE THAN THE BALANCE'
004740              TO WS-STATUS-MESSAGE
004750         PERFORM 4900-REJECT-TERMS THRU 4900-EXIT
004760     END-IF.
004770     IF WS-ENTRY-INSTALLMENT-X NOT NUMERIC
004780             OR WS-ENTRY-INSTALLMENT = ZERO
004790         MOVE 'INSTALLMENT MUST BE 9 DIGITS, NOT ZERO'
004800              TO WS-STATUS-MESSAGE
004810         PERFORM 4900-REJECT-TERMS THRU 4900-EXIT
004820     END-IF.
004830     IF WS-ENTRY-INSTALLMENT > WS-ENTRY-TOTAL
004840         MOVE 'INSTALLMENT IS MORE THAN THE TOTAL'
004850              TO WS-STATUS-MESSAGE
004860         PERFORM 4900-REJECT-TERMS THRU 4900-EXIT
004870     END-IF.
004880     IF ARG-SCHEDULE = 'w' OR ARG-SCHEDULE = 'b'
004890             OR ARG-SCHEDULE = 'm'
004900         INSPECT ARG-SCHEDULE CONVERTING 'wbm' TO 'WBM'
004910     END-IF.
004920     IF ARG-SCHEDULE NOT = 'W' AND ARG-SCHEDULE NOT = 'B'
004930             AND ARG-SCHEDULE NOT = 'M'
004940         MOVE 'SCHEDULE MUST BE W, B OR M'
004950              TO WS-STATUS-MESSAGE
004960         PERFORM 4900-REJECT-TERMS THRU 4900-EXIT
004970     END-IF.
004980     PERFORM 4100-EDIT-START-DATE THRU 4100-EXIT.
004990     MOVE WS-ENTRY-TOTAL       TO ARG-AGREED-TOTAL.
005000     MOVE WS-ENTRY-INSTALLMENT TO ARG-INSTALLMENT.
005010     PERFORM 4200-COUNT-INSTALLMENTS THRU 4200-EXIT.
005020     IF WS-INSTALLMENT-COUNT > 999
005030         MOVE 'MORE THAN 999 INSTALLMENTS'
005040              TO WS-STATUS-MESSAGE
005050         PERFORM 4900-REJECT-TERMS THRU 4900-EXIT
005060     END-IF.
005070     PERFORM 4300-SHOW-CONFIRM THRU 4300-EXIT.
005080 4000-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------*
005120* 4100-EDIT-START-DATE - THE FIRST DUE DATE MUST BE A REAL DATE, *
005130*                        TODAY OR LATER                          *
005140*----------------------------------------------------------------*
005150 4100-EDIT-START-DATE.
005160     IF WS-SCREEN-IN(23:8) NOT NUMERIC
005170         MOVE 'FIRST DUE DATE MUST BE YYYYMMDD'
005180              TO WS-STATUS-MESSAGE
005190         PERFORM 4900-REJECT-TERMS THRU 4900-EXIT
005200     END-IF.
005210     MOVE WS-SCREEN-IN(23:8) TO ARG-START-DATE.
005220     ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD.
005230     SET DTP-FUNC-DIFFERENCE TO TRUE.
005240     MOVE ARG-START-DATE    TO DTP-DATE-1.
005250     MOVE WS-CURRENT-DATE-X TO DTP-DATE-2.
005260     CALL 'CUSTDAYS' USING CUSTDTP-PARMS.
005270     IF NOT DTP-RC-OK
005280         MOVE 'FIRST DUE DATE IS NOT A REAL DATE'
005290              TO WS-STATUS-MESSAGE
005300         PERFORM 4900-REJECT-TERMS THRU 4900-EXIT
005310     END-IF.
005320     IF DTP-DIFFERENCE < ZERO
005330         MOVE 'FIRST DUE DATE IS IN THE PAST'
005340              TO WS-STATUS-MESSAGE
005350         PERFORM 4900-REJECT-TERMS THRU 4900-EXIT
005360     END-IF.
005370 4100-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------*
005410* 4200-COUNT-INSTALLMENTS - HOW MANY PAYMENTS THE TERMS COME TO  *
005420*                           AND THE SIZE OF THE LAST ONE         *
005430*----------------------------------------------------------------*
005440 4200-COUNT-INSTALLMENTS.
005450     DIVIDE ARG-AGREED-TOTAL BY ARG-INSTALLMENT
005460             GIVING WS-INSTALLMENT-COUNT.
005470     IF WS-INSTALLMENT-COUNT * ARG-INSTALLMENT < ARG-AGREED-TOTAL
005480         ADD 1 TO WS-INSTALLMENT-COUNT
005490     END-IF.
005500     COMPUTE WS-LAST-INSTALLMENT = ARG-AGREED-TOTAL
005510             - ((WS-INSTALLMENT-COUNT - 1) * ARG-INSTALLMENT).
005520 4200-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------*
005560* 4300-SHOW-CONFIRM - SHOW THE PLAN AS IT WILL BE SET UP FOR A   *
005570*                     Y/N CONFIRMATION                           *
005580*----------------------------------------------------------------*
005590 4300-SHOW-CONFIRM.
005600     MOVE SPACES TO WS-PLAN-SCREEN.
005610     MOVE 'PAYMENT ARRANGEMENT - CONFIRM'
005620          TO WS-SCREEN-TITLE(1:29).
005630     MOVE WS-CUSTOMER-LINE TO WS-SCREEN-LINE(1).
005640     MOVE ARG-AGREED-TOTAL TO PLT-AGREED-TOTAL.
005650     MOVE ARG-INSTALLMENT  TO PLT-INSTALLMENT.
005660     PERFORM 2150-NAME-SCHEDULE THRU 2150-EXIT.
005670     MOVE ARG-START-DATE   TO PLT-START-DATE.
005680     MOVE WS-TERMS-LINE TO WS-SCREEN-LINE(2).
005690     MOVE WS-INSTALLMENT-COUNT TO PLK-COUNT.
005700     MOVE WS-LAST-INSTALLMENT  TO PLK-LAST.
005710     MOVE WS-COUNT-LINE TO WS-SCREEN-LINE(3).
005720     MOVE 'SET UP THIS PLAN? Y/N: ' TO WS-SCREEN-FOOTER(1:23).
005730     SET ARG-FUNCTION-CONFIRM TO TRUE.
005740     PERFORM 9050-SEND-SCREEN-AND-RETURN THRU 9050-EXIT.
005750 4300-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------------*
005790* 4900-REJECT-TERMS - SAY WHAT IS WRONG AND ASK FOR THE TERMS    *
005800*                     AGAIN                                      *
005810*----------------------------------------------------------------*
005820 4900-REJECT-TERMS.
005830     MOVE SPACES TO WS-SCREEN-OUT.
005840     MOVE WS-STATUS-MESSAGE TO WS-SCREEN-OUT(1:40).
005850     MOVE ' - RE-KEY TERMS, X=END: ' TO WS-SCREEN-OUT(41:24).
005860     SET ARG-FUNCTION-ENTRY TO TRUE.
005870     PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT.
005880 4900-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------*
005920* 5000-SET-UP-PLAN - ON 'Y', WRITE THE PLAN. THE OLD RECORD IS   *
005930*                    HELD FOR UPDATE FIRST SO A PLAN SET UP AT   *
005940*                    ANOTHER TERMINAL MEANWHILE IS NOT OVERLAID; *
005950*                    AN ENDED PLAN IS REPLACED, A CUSTOMER WITH  *
005960*                    NO RECORD GETS A NEW ONE                    *
005970*----------------------------------------------------------------*
005980 5000-SET-UP-PLAN.
005990     EXEC CICS RECEIVE
006000         INTO(WS-SCREEN-IN)
006010         LENGTH(WS-RECEIVE-LENGTH)
006020         RESP(WS-RESP)
006030     END-EXEC.
006040     MOVE WS-SCREEN-IN(1:1) TO WS-CHOICE.
006050     IF WS-CHOICE NOT = 'Y' AND WS-CHOICE NOT = 'y'
006060         MOVE 'PLAN NOT SET UP' TO WS-STATUS-MESSAGE
006070         PERFORM 2900-REJECT-CUSTOMER THRU 2900-EXIT
006080     END-IF.
006090     MOVE ARG-CUST-NUMBER TO PLN-CUST-NUMBER IN WS-PLNREC.
006100     EXEC CICS READ
006110         FILE('CUSTPLAN')
006120         INTO(WS-PLNREC)
006130         RIDFLD(PLN-CUST-NUMBER IN WS-PLNREC)
006140         UPDATE
006150         RESP(WS-RESP)
006160     END-EXEC.
006170     EVALUATE TRUE
006180         WHEN WS-RESP = DFHRESP(NOTFND)
006190             PERFORM 5100-BUILD-PLAN THRU 5100-EXIT
006200             EXEC CICS WRITE
006210                 FILE('CUSTPLAN')
006220                 FROM(WS-PLNREC)
006230                 RIDFLD(PLN-CUST-NUMBER IN WS-PLNREC)
006240                 RESP(WS-RESP)
006250             END-EXEC
006260         WHEN WS-RESP NOT = DFHRESP(NORMAL)
006270             PERFORM 9100-SET-RESP-MESSAGE THRU 9100-EXIT
006280             PERFORM 2900-REJECT-CUSTOMER THRU 2900-EXIT
006290         WHEN PLN-ACTIVE IN WS-PLNREC
006300             EXEC CICS UNLOCK
006310                 FILE('CUSTPLAN')
006320                 RESP(WS-RESP)
006330             END-EXEC
006340             MOVE 'CUSTOMER ALREADY HAS AN ACTIVE PLAN'
006350                  TO WS-STATUS-MESSAGE
006360             PERFORM 2900-REJECT-CUSTOMER THRU 2900-EXIT
006370         WHEN OTHER
006380             PERFORM 5100-BUILD-PLAN THRU 5100-EXIT
006390             EXEC CICS REWRITE
006400                 FILE('CUSTPLAN')
006410                 FROM(WS-PLNREC)
006420                 RESP(WS-RESP)
006430             END-EXEC
006440     END-EVALUATE.
006450     IF WS-RESP NOT = DFHRESP(NORMAL)
006460         MOVE 'PLAN FILE UPDATE FAILED - NOT SET UP'
006470              TO WS-STATUS-MESSAGE
006480         PERFORM 2900-REJECT-CUSTOMER THRU 2900-EXIT
006490     END-IF.
006500     MOVE 'PLAN SET UP - CUST    ' TO DNM-ACTION.
006510     PERFORM 9300-SEND-DONE THRU 9300-EXIT.
006520 5000-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------*
006560* 5100-BUILD-PLAN - A NEW ACTIVE PLAN FROM THE CONFIRMED TERMS   *
006570*----------------------------------------------------------------*
006580 5100-BUILD-PLAN.
006590     ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD.
006600     MOVE SPACES TO WS-PLNREC.
006610     MOVE ARG-CUST-NUMBER   TO PLN-CUST-NUMBER IN WS-PLNREC.
006620     SET PLN-ACTIVE IN WS-PLNREC TO TRUE.
006630     MOVE ARG-AGREED-TOTAL  TO PLN-AGREED-TOTAL IN WS-PLNREC.
006640     MOVE ARG-INSTALLMENT
006650          TO PLN-INSTALLMENT-AMOUNT IN WS-PLNREC.
006660     MOVE ARG-SCHEDULE      TO PLN-SCHEDULE IN WS-PLNREC.
006670     MOVE ARG-START-DATE    TO PLN-START-DATE IN WS-PLNREC.
006680     MOVE WS-CURRENT-DATE-X TO PLN-SETUP-DATE IN WS-PLNREC.
006690     MOVE EIBTRMID          TO PLN-SETUP-TERMINAL-ID IN WS-PLNREC.
006700     MOVE EIBOPID           TO PLN-SETUP-USER-ID IN WS-PLNREC.
006710     MOVE ZERO TO PLN-LAST-CHECKED-DATE IN WS-PLNREC.
006720     MOVE ZERO TO PLN-INSTALLMENTS-DUE IN WS-PLNREC.
006730     MOVE ZERO TO PLN-DUE-TO-DATE IN WS-PLNREC.
006740     MOVE ZERO TO PLN-PAID-TO-DATE IN WS-PLNREC.
006750     MOVE ZERO TO PLN-ENDED-DATE IN WS-PLNREC.
006760 5100-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------------*
006800* 9000-SEND-AND-RETURN - SEND THE ONE-LINE SCREEN AND COME BACK  *
006810*                        WITH THE FUNCTION ALREADY SET           *
006820*----------------------------------------------------------------*
006830 9000-SEND-AND-RETURN.
006840     EXEC CICS SEND TEXT
006850         FROM(WS-SCREEN-OUT)
006860         LENGTH(80)
006870         ERASE
006880     END-EXEC.
006890     EXEC CICS RETURN
006900         TRANSID('CARG')
006910         COMMAREA(WS-COMM-AREA)
006920         LENGTH(35)
006930     END-EXEC.
006940 9000-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------------*
006980* 9050-SEND-SCREEN-AND-RETURN - SEND THE SIX-LINE PLAN SCREEN    *
006990*                               AND COME BACK WITH THE FUNCTION  *
007000*                               ALREADY SET                      *
007010*----------------------------------------------------------------*
007020 9050-SEND-SCREEN-AND-RETURN.
007030     EXEC CICS SEND TEXT
007040         FROM(WS-PLAN-SCREEN)
007050         LENGTH(480)
007060         ERASE
007070     END-EXEC.
007080     EXEC CICS RETURN
007090         TRANSID('CARG')
007100         COMMAREA(WS-COMM-AREA)
007110         LENGTH(35)
007120     END-EXEC.
007130 9050-EXIT.
007140     EXIT.
007150
007160*----------------------------------------------------------------*
007170* 9100-SET-RESP-MESSAGE - TRANSLATE A CICS RESP CODE INTO A      *
007180*                         PLAIN-ENGLISH STATUS MESSAGE           *
007190*----------------------------------------------------------------*
007200 9100-SET-RESP-MESSAGE.
007210     EVALUATE WS-RESP
007220         WHEN DFHRESP(NORMAL)
007230             MOVE SPACES TO WS-STATUS-MESSAGE
007240         WHEN DFHRESP(NOTFND)
007250             MOVE 'NO PAYMENT PLAN FOR THAT CUSTOMER'
007260                  TO WS-STATUS-MESSAGE
007270         WHEN DFHRESP(NOTOPEN)
007280             MOVE 'FILE CLOSED - TRY AGAIN LATER'
007290                  TO WS-STATUS-MESSAGE
007300         WHEN OTHER
007310             MOVE 'UNABLE TO ACCESS FILE'
007320                  TO WS-STATUS-MESSAGE
007330     END-EVALUATE.
007340 9100-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------*
007380* 9200-END-TRANSACTION - SAY SO AND END WITHOUT A NEXT TRANSID   *
007390*----------------------------------------------------------------*
007400 9200-END-TRANSACTION.
007410     MOVE SPACES TO WS-SCREEN-OUT.
007420     MOVE 'PAYMENT ARRANGEMENTS ENDED' TO WS-SCREEN-OUT(1:26).
007430     EXEC CICS SEND TEXT
007440         FROM(WS-SCREEN-OUT)
007450         LENGTH(80)
007460         ERASE
007470     END-EXEC.
007480     EXEC CICS RETURN
007490     END-EXEC.
007500 9200-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------------*
007540* 9300-SEND-DONE - CONFIRM WHAT WAS DONE AND PROMPT FOR THE NEXT *
007550*                  CUSTOMER                                      *
007560*----------------------------------------------------------------*
007570 9300-SEND-DONE.
007580     MOVE ARG-CUST-NUMBER TO DNM-CUST-NUMBER.
007590     MOVE WS-DONE-MESSAGE TO WS-SCREEN-OUT.
007600     SET ARG-FUNCTION-PROMPT TO TRUE.
007610     PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT.
007620 9300-EXIT.
007630     EXIT.
