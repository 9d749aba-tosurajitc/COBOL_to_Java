000010*****************************************************************
000020* PROGRAM-ID:  CUSTCSH
000030* SYSTEM:      CUSTOMER MASTER MAINTENANCE
000040*
000050* PURPOSE:     PSEUDO-CONVERSATIONAL CICS TRANSACTION (CCSH) FOR
000060*              CASH APPLICATION. A CLERK KEYS THE BANK REFERENCE
000070*              OF A LOCKBOX PAYMENT THAT CUSTLBX COULD NOT MATCH,
000080*              SEES THE UNAPPLIED CASH ITEM (AMOUNT, PAYMENT DATE,
000090*              DAYS HELD, WHAT THE REMITTER WROTE IN THE ACCOUNT
000100*              FIELD), AND EITHER KEYS THE CUSTOMER NUMBER OR
000110*              HANDS OFF TO THE CBRW NAME BROWSE TO FIND IT. CBRW
000120*              HANDS THE CHOSEN CUSTOMER BACK HERE THROUGH THE
000130*              COMMAREA.
000140*
000150*              APPLYING AN ITEM WRITES A READY-MADE 'BC'
000160*              TRANSACTION WITH A NEGATIVE AMOUNT AND SOURCE CODE
000170*              'LB' TO CUSTCSHT, AN ESDS IN THE CICS FCT, AND
000180*              MARKS THE ITEM APPLIED ON CUSTUNAP WITH THE
000190*              CUSTOMER, DATE, TERMINAL AND OPERATOR. THE NEXT
000200*              NIGHT'S CUSTLBX RUN RELEASES CUSTCSHT WITH THE
000210*              LOCKBOX PAYMENTS, SO THE PAYMENT POSTS IN THE
000220*              NIGHTLY UPDATE EXACTLY AS IF THE BANK HAD MATCHED
000230*              IT. THE MASTER ITSELF IS NEVER UPDATED FROM HERE.
000240*
000250* FLOW:        1ST ENTRY (EIBCALEN = 0)     - PROMPT FOR BANK REF.
000260*              CSH-FUNCTION-PROMPT  - READ AND SHOW THE ITEM.
000270*              CSH-FUNCTION-ACTION  - CUSTOMER NUMBER, 'B' TO
000280*                                     BROWSE NAMES, 'X' TO END.
000290*              CSH-FUNCTION-SELECT  - CUSTOMER CHOSEN IN CBRW.
000300*              CSH-FUNCTION-CONFIRM - 'Y' APPLIES THE ITEM.
000310*
000320* MODIFICATION HISTORY
000330*   09/10/2026  RDM  ORIGINAL PROGRAM.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    CUSTCSH.
000370 AUTHOR.        R. D. MASON.
000380 INSTALLATION.  CUSTOMER SYSTEMS DEPT.
000390 DATE-WRITTEN.  09/10/2026.
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
000510 COPY CUSTUNA REPLACING ==UNAREC== BY ==WS-UNAREC==.
000520
000530 COPY CUSTTRN REPLACING ==TRANREC== BY ==WS-TRANREC==.
000540
000550 COPY CUSTDTP.
000560
000570 01  WS-COMM-AREA.
000580     05  CSH-CUST-NUMBER           PIC 9(07).
000590     05  CSH-FUNCTION              PIC X(01).
000600         88  CSH-FUNCTION-PROMPT         VALUE 'P'.
000610         88  CSH-FUNCTION-ACTION         VALUE 'A'.
000620         88  CSH-FUNCTION-SELECT         VALUE 'S'.
000630         88  CSH-FUNCTION-CONFIRM        VALUE 'C'.
000640     05  CSH-UNA-KEY               PIC X(18).
000650
000660 01  WS-BRW-COMM-AREA.
000670     05  BRW-FUNCTION              PIC X(01).
000680         88  BRW-FUNCTION-PROMPT         VALUE 'P'.
000690     05  BRW-SEARCH-NAME           PIC X(30).
000700     05  BRW-RESUME-NAME           PIC X(30).
000710     05  BRW-RESUME-SKIP           PIC 9(02).
000720     05  BRW-PAGE-COUNT            PIC 9(01).
000730     05  BRW-PAGE-TABLE.
000740         10  BRW-PAGE-ENTRY OCCURS 8 TIMES.
000750             15  BRW-PAGE-CUST-NUMBER  PIC 9(07).
000760     05  BRW-RETURN-TRANSID        PIC X(04).
000770     05  BRW-RETURN-KEY            PIC X(18).
000780
000790 01  WS-CICS-AREAS.
000800     05  WS-RESP                   PIC S9(08) COMP.
000810     05  WS-RECEIVE-LENGTH         PIC S9(04) COMP VALUE 80.
000820     05  WS-SCREEN-IN              PIC X(80) VALUE SPACES.
000830     05  WS-SCREEN-OUT             PIC X(80) VALUE SPACES.
000840     05  WS-STATUS-MESSAGE         PIC X(40) VALUE SPACES.
000850     05  WS-CHOICE                 PIC X(01) VALUE SPACE.
000860
000870 01  WS-ITEM-SCREEN.
000880     05  WS-SCREEN-TITLE           PIC X(80).
000890     05  WS-SCREEN-LINE OCCURS 4 TIMES
000900                                   PIC X(80).
000910     05  WS-SCREEN-FOOTER          PIC X(80).
000920
000930 01  WS-ITEM-LINE-1.
000940     05  FILLER                    PIC X(10) VALUE 'BANK REF  '.
000950     05  ITM-BANK-REF              PIC X(10).
000960     05  FILLER                    PIC X(12) VALUE '   RECEIVED '.
000970     05  ITM-RECEIVED-DATE         PIC 9(08).
000980     05  FILLER                    PIC X(08) VALUE '   PAID '.
000990     05  ITM-PAYMENT-DATE          PIC 9(08).
001000     05  FILLER                    PIC X(24) VALUE SPACES.
001010
001020 01  WS-ITEM-LINE-2.
001030     05  FILLER                    PIC X(10) VALUE 'AMOUNT    '.
001040     05  ITM-AMOUNT                PIC Z,ZZZ,ZZ9.99.
001050     05  FILLER                    PIC X(13)
001060              VALUE '   DAYS HELD '.
001070     05  ITM-DAYS-HELD             PIC ZZZZ9.
001080     05  FILLER                    PIC X(40) VALUE SPACES.
001090
001100 01  WS-ITEM-LINE-3.
001110     05  FILLER                    PIC X(10) VALUE 'REMITTED  '.
001120     05  ITM-ACCOUNT-FIELD         PIC X(10).
001130     05  FILLER                    PIC X(02) VALUE SPACES.
001140     05  ITM-REASON                PIC X(40).
001150     05  FILLER                    PIC X(18) VALUE SPACES.
001160
001170 01  WS-ITEM-LINE-4.
001180     05  FILLER                    PIC X(10) VALUE 'STATUS    '.
001190     05  ITM-STATUS                PIC X(11).
001200     05  ITM-APPLIED-CUST          PIC ZZZZZZ9.
001210     05  FILLER                    PIC X(04) VALUE ' ON '.
001220     05  ITM-APPLIED-DATE          PIC 9(08).
001230     05  FILLER                    PIC X(04) VALUE ' BY '.
001240     05  ITM-APPLIED-USER          PIC X(08).
001250     05  FILLER                    PIC X(28) VALUE SPACES.
001260
001270 01  WS-CONFIRM-LINE.
001280     05  FILLER                    PIC X(06) VALUE 'APPLY '.
001290     05  CNF-AMOUNT                PIC Z,ZZZ,ZZ9.99.
001300     05  FILLER                    PIC X(04) VALUE ' TO '.
001310     05  CNF-CUST-NUMBER           PIC 9(07).
001320     05  FILLER                    PIC X(01) VALUE SPACE.
001330     05  CNF-CUST-NAME             PIC X(30).
001340     05  FILLER                    PIC X(20) VALUE SPACES.
001350
001360 01  WS-BALANCE-LINE.
001370     05  FILLER                    PIC X(18)
001380              VALUE 'CURRENT BALANCE   '.
001390     05  CNF-BALANCE               PIC Z,ZZZ,ZZ9.99-.
001400     05  FILLER                    PIC X(06) VALUE '   ST '.
001410     05  CNF-STATUS                PIC X(02).
001420     05  FILLER                    PIC X(41) VALUE SPACES.
001430
001440 01  WS-APPLIED-MESSAGE.
001450     05  FILLER                    PIC X(20)
001460              VALUE 'APPLIED TO CUSTOMER '.
001470     05  APM-CUST-NUMBER           PIC 9(07).
001480     05  FILLER                    PIC X(33)
001490              VALUE ' - POSTS IN THE NIGHTLY UPDATE - '.
001500     05  FILLER                    PIC X(20)
001510              VALUE 'NEXT BANK REF: '.
001520
001530 LINKAGE SECTION.
001540 01  DFHCOMMAREA                   PIC X(26).
001550
001560 PROCEDURE DIVISION.
001570*----------------------------------------------------------------*
001580* 0000-MAINLINE                                                  *
001590*----------------------------------------------------------------*
001600 0000-MAINLINE.
001610     IF EIBCALEN = 0
001620         PERFORM 1000-INITIAL-ENTRY    THRU 1000-EXIT
001630     ELSE
001640         MOVE DFHCOMMAREA TO WS-COMM-AREA
001650         EVALUATE TRUE
001660             WHEN CSH-FUNCTION-PROMPT
001670                 PERFORM 2000-RESEARCH-ITEM  THRU 2000-EXIT
001680             WHEN CSH-FUNCTION-ACTION
001690                 PERFORM 3000-HANDLE-ACTION  THRU 3000-EXIT
001700             WHEN CSH-FUNCTION-SELECT
001710                 PERFORM 4000-CONFIRM-CUSTOMER THRU 4000-EXIT
001720             WHEN OTHER
001730                 PERFORM 5000-APPLY-ITEM     THRU 5000-EXIT
001740         END-EVALUATE
001750     END-IF.
001760     EXEC CICS RETURN
001770     END-EXEC.
001780
001790*----------------------------------------------------------------*
001800* 1000-INITIAL-ENTRY - FIRST ENTRY, PROMPT FOR A BANK REFERENCE  *
001810*----------------------------------------------------------------*
001820 1000-INITIAL-ENTRY.
001830     MOVE ZERO   TO CSH-CUST-NUMBER.
001840     MOVE SPACES TO CSH-UNA-KEY.
001850     MOVE SPACES TO WS-SCREEN-OUT.
001860     MOVE 'ENTER BANK REFERENCE (RECEIVED DATE YYYYMMDD '
001870          TO WS-SCREEN-OUT(1:45).
001880     MOVE 'IN 12-19 IF KNOWN): ' TO WS-SCREEN-OUT(46:20).
001890     SET CSH-FUNCTION-PROMPT TO TRUE.
001900     PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT.
001910 1000-EXIT.
001920     EXIT.
001930
001940*----------------------------------------------------------------*
001950* 2000-RESEARCH-ITEM - READ THE UNAPPLIED CASH ITEM FOR THE BANK *
001960*                      REFERENCE KEYED. WITH A RECEIVED DATE THE *
001970*                      READ IS BY FULL KEY, OTHERWISE IT IS      *
001980*                      GENERIC ON THE REFERENCE AND FINDS THE    *
001990*                      EARLIEST ITEM RECEIVED UNDER IT           *
002000*----------------------------------------------------------------*
002010 2000-RESEARCH-ITEM.
002020     EXEC CICS RECEIVE
002030         INTO(WS-SCREEN-IN)
002040         LENGTH(WS-RECEIVE-LENGTH)
002050         RESP(WS-RESP)
002060     END-EXEC.
002070     MOVE WS-SCREEN-IN(1:10) TO UNA-BANK-REFERENCE IN WS-UNAREC.
002080     IF WS-SCREEN-IN(12:8) IS NUMERIC
002090         MOVE WS-SCREEN-IN(12:8)
002100              TO UNA-RECEIVED-DATE IN WS-UNAREC
002110         EXEC CICS READ
002120             FILE('CUSTUNAP')
002130             INTO(WS-UNAREC)
002140             RIDFLD(UNA-KEY IN WS-UNAREC)
002150             RESP(WS-RESP)
002160         END-EXEC
002170     ELSE
002180         MOVE ZERO TO UNA-RECEIVED-DATE IN WS-UNAREC
002190         EXEC CICS READ
002200             FILE('CUSTUNAP')
002210             INTO(WS-UNAREC)
002220             RIDFLD(UNA-KEY IN WS-UNAREC)
002230             KEYLENGTH(10)
002240             GENERIC
002250             RESP(WS-RESP)
002260         END-EXEC
002270     END-IF.
002280     IF WS-RESP NOT = DFHRESP(NORMAL)
002290         PERFORM 9100-SET-RESP-MESSAGE THRU 9100-EXIT
002300         MOVE SPACES TO WS-SCREEN-OUT
002310         MOVE WS-STATUS-MESSAGE TO WS-SCREEN-OUT(1:40)
002320         MOVE ' - BANK REF: ' TO WS-SCREEN-OUT(41:13)
002330         SET CSH-FUNCTION-PROMPT TO TRUE
002340         PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT
002350     END-IF.
002360     MOVE UNA-KEY IN WS-UNAREC TO CSH-UNA-KEY.
002370     PERFORM 2100-SHOW-ITEM THRU 2100-EXIT.
002380 2000-EXIT.
002390     EXIT.
002400
002410*----------------------------------------------------------------*
002420* 2100-SHOW-ITEM - DISPLAY THE ITEM IN WS-UNAREC. DAYS HELD IS   *
002430*                  WORKED OUT AFRESH FROM THE PAYMENT DATE. AN   *
002440*                  ITEM ALREADY APPLIED CAN ONLY BE LOOKED AT    *
002450*----------------------------------------------------------------*
002460 2100-SHOW-ITEM.
002470     ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD.
002480     MOVE UNA-DAYS-HELD IN WS-UNAREC TO ITM-DAYS-HELD.
002490     SET DTP-FUNC-DIFFERENCE TO TRUE.
002500     MOVE WS-CURRENT-DATE-X  TO DTP-DATE-1.
002510     MOVE UNA-PAYMENT-DATE IN WS-UNAREC TO DTP-DATE-2.
002520     CALL 'CUSTDAYS' USING CUSTDTP-PARMS.
002530     IF DTP-RC-OK AND DTP-DIFFERENCE >= ZERO
002540         MOVE DTP-DIFFERENCE TO ITM-DAYS-HELD
002550     END-IF.
002560     MOVE SPACES TO WS-ITEM-SCREEN.
002570     MOVE 'CASH APPLICATION - UNAPPLIED CASH ITEM'
002580          TO WS-SCREEN-TITLE(1:38).
002590     MOVE UNA-BANK-REFERENCE IN WS-UNAREC  TO ITM-BANK-REF.
002600     MOVE UNA-RECEIVED-DATE IN WS-UNAREC   TO ITM-RECEIVED-DATE.
002610     MOVE UNA-PAYMENT-DATE IN WS-UNAREC    TO ITM-PAYMENT-DATE.
002620     MOVE WS-ITEM-LINE-1 TO WS-SCREEN-LINE(1).
002630     MOVE UNA-PAYMENT-AMOUNT IN WS-UNAREC  TO ITM-AMOUNT.
002640     MOVE WS-ITEM-LINE-2 TO WS-SCREEN-LINE(2).
002650     MOVE UNA-ACCOUNT-FIELD IN WS-UNAREC   TO ITM-ACCOUNT-FIELD.
002660     MOVE UNA-REASON IN WS-UNAREC          TO ITM-REASON.
002670     MOVE WS-ITEM-LINE-3 TO WS-SCREEN-LINE(3).
002680     IF UNA-APPLIED IN WS-UNAREC
002690         MOVE 'APPLIED TO '                TO ITM-STATUS
002700         MOVE UNA-APPLIED-CUST-NUMBER IN WS-UNAREC
002710              TO ITM-APPLIED-CUST
002720         MOVE UNA-APPLIED-DATE IN WS-UNAREC
002730              TO ITM-APPLIED-DATE
002740         MOVE UNA-APPLIED-USER-ID IN WS-UNAREC
002750              TO ITM-APPLIED-USER
002760         MOVE WS-ITEM-LINE-4 TO WS-SCREEN-LINE(4)
002770         MOVE 'ITEM ALREADY APPLIED - NEXT BANK REF: '
002780              TO WS-SCREEN-FOOTER(1:38)
002790         SET CSH-FUNCTION-PROMPT TO TRUE
002800     ELSE
002810         MOVE 'STATUS    OPEN' TO WS-SCREEN-LINE(4)(1:14)
002820         MOVE 'CUSTOMER NUMBER TO APPLY, B=BROWSE NAMES, '
002830              TO WS-SCREEN-FOOTER(1:42)
002840         MOVE 'X=END: ' TO WS-SCREEN-FOOTER(43:7)
002850         SET CSH-FUNCTION-ACTION TO TRUE
002860     END-IF.
002870     EXEC CICS SEND TEXT
002880         FROM(WS-ITEM-SCREEN)
002890         LENGTH(480)
002900         ERASE
002910     END-EXEC.
002920     EXEC CICS RETURN
002930         TRANSID('CCSH')
002940         COMMAREA(WS-COMM-AREA)
002950         LENGTH(26)
002960     END-EXEC.
002970 2100-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------------*
003010* 3000-HANDLE-ACTION - A CUSTOMER NUMBER GOES TO CONFIRMATION,   *
003020*                      'B' HANDS OFF TO THE NAME BROWSE, 'X'     *
003030*                      ENDS THE TRANSACTION                      *
003040*----------------------------------------------------------------*
003050 3000-HANDLE-ACTION.
003060     EXEC CICS RECEIVE
003070         INTO(WS-SCREEN-IN)
003080         LENGTH(WS-RECEIVE-LENGTH)
003090         RESP(WS-RESP)
003100     END-EXEC.
003110     MOVE WS-SCREEN-IN(1:1) TO WS-CHOICE.
003120     EVALUATE TRUE
003130         WHEN WS-CHOICE = 'X' OR WS-CHOICE = 'x'
003140             MOVE SPACES TO WS-SCREEN-OUT
003150             MOVE 'CASH APPLICATION ENDED' TO WS-SCREEN-OUT(1:22)
003160             EXEC CICS SEND TEXT
003170                 FROM(WS-SCREEN-OUT)
003180                 LENGTH(80)
003190                 ERASE
003200             END-EXEC
003210         WHEN WS-CHOICE = 'B' OR WS-CHOICE = 'b'
003220             PERFORM 3100-HAND-OFF-TO-BROWSE THRU 3100-EXIT
003230         WHEN WS-SCREEN-IN(1:7) IS NUMERIC
003240             MOVE WS-SCREEN-IN(1:7) TO CSH-CUST-NUMBER
003250             PERFORM 4000-CONFIRM-CUSTOMER THRU 4000-EXIT
003260         WHEN OTHER
003270             MOVE SPACES TO WS-SCREEN-OUT
003280             MOVE 'KEY A 7-DIGIT CUSTOMER NUMBER, B=BROWSE, '
003290                  TO WS-SCREEN-OUT(1:41)
003300             MOVE 'X=END: ' TO WS-SCREEN-OUT(42:7)
003310             SET CSH-FUNCTION-ACTION TO TRUE
003320             PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT
003330     END-EVALUATE.
003340 3000-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------------*
003380* 3100-HAND-OFF-TO-BROWSE - START CBRW AT ITS NAME PROMPT WITH   *
003390*                           THIS TRANSACTION AND THE ITEM KEY AS *
003400*                           THE RETURN POINT, SO THE CUSTOMER    *
003410*                           PICKED THERE COMES BACK HERE AS A    *
003420*                           CSH-FUNCTION-SELECT ENTRY            *
003430*----------------------------------------------------------------*
003440 3100-HAND-OFF-TO-BROWSE.
003450     MOVE LOW-VALUES  TO WS-BRW-COMM-AREA.
003460     SET BRW-FUNCTION-PROMPT TO TRUE.
003470     MOVE 'CCSH'      TO BRW-RETURN-TRANSID.
003480     MOVE CSH-UNA-KEY TO BRW-RETURN-KEY.
003490     MOVE SPACES TO WS-SCREEN-OUT.
003500     MOVE 'ENTER PARTIAL CUSTOMER NAME: '
003510          TO WS-SCREEN-OUT(1:29).
003520     EXEC CICS SEND TEXT
003530         FROM(WS-SCREEN-OUT)
003540         LENGTH(80)
003550         ERASE
003560     END-EXEC.
003570     EXEC CICS RETURN
003580         TRANSID('CBRW')
003590         COMMAREA(WS-BRW-COMM-AREA)
003600         LENGTH(142)
003610     END-EXEC.
003620 3100-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------*
003660* 4000-CONFIRM-CUSTOMER - CHECK THE CUSTOMER AND SHOW WHAT WILL  *
003670*                         BE APPLIED FOR A Y/N CONFIRMATION. A   *
003680*                         CLOSED ACCOUNT CANNOT TAKE A PAYMENT   *
003690*----------------------------------------------------------------*
003700 4000-CONFIRM-CUSTOMER.
003710     MOVE CSH-CUST-NUMBER TO CUST-NUMBER IN WS-CUSTREC.
003720     EXEC CICS READ
003730         FILE('CUSTMAST')
003740         INTO(WS-CUSTREC)
003750         RIDFLD(CUST-NUMBER IN WS-CUSTREC)
003760         RESP(WS-RESP)
003770     END-EXEC.
003780     IF WS-RESP NOT = DFHRESP(NORMAL)
003790         PERFORM 9100-SET-RESP-MESSAGE THRU 9100-EXIT
003800         IF WS-RESP = DFHRESP(NOTFND)
003810             MOVE 'CUSTOMER NUMBER NOT ON FILE'
003820                  TO WS-STATUS-MESSAGE
003830         END-IF
003840         PERFORM 4900-REJECT-CUSTOMER THRU 4900-EXIT
003850     END-IF.
003860     IF CUST-STATUS-CLOSED IN WS-CUSTREC
003870         MOVE 'CUSTOMER ACCOUNT IS CLOSED'
003880              TO WS-STATUS-MESSAGE
003890         PERFORM 4900-REJECT-CUSTOMER THRU 4900-EXIT
003900     END-IF.
003910     MOVE CSH-UNA-KEY TO UNA-KEY IN WS-UNAREC.
003920     EXEC CICS READ
003930         FILE('CUSTUNAP')
003940         INTO(WS-UNAREC)
003950         RIDFLD(UNA-KEY IN WS-UNAREC)
003960         RESP(WS-RESP)
003970     END-EXEC.
003980     IF WS-RESP NOT = DFHRESP(NORMAL)
003990         PERFORM 9100-SET-RESP-MESSAGE THRU 9100-EXIT
004000         MOVE SPACES TO WS-SCREEN-OUT
004010         MOVE WS-STATUS-MESSAGE TO WS-SCREEN-OUT(1:40)
004020         MOVE ' - BANK REF: ' TO WS-SCREEN-OUT(41:13)
004030         SET CSH-FUNCTION-PROMPT TO TRUE
004040         PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT
004050     END-IF.
004060     MOVE SPACES TO WS-ITEM-SCREEN.
004070     MOVE 'CASH APPLICATION - CONFIRM'
004080          TO WS-SCREEN-TITLE(1:26).
004090     MOVE UNA-PAYMENT-AMOUNT IN WS-UNAREC TO CNF-AMOUNT.
004100     MOVE CUST-NUMBER IN WS-CUSTREC        TO CNF-CUST-NUMBER.
004110     MOVE CUST-NAME IN WS-CUSTREC          TO CNF-CUST-NAME.
004120     MOVE WS-CONFIRM-LINE TO WS-SCREEN-LINE(1).
004130     MOVE CUST-BALANCE IN WS-CUSTREC       TO CNF-BALANCE.
004140     MOVE CUST-STATUS-CODE IN WS-CUSTREC   TO CNF-STATUS.
004150     MOVE WS-BALANCE-LINE TO WS-SCREEN-LINE(2).
004160     MOVE 'BANK REF  ' TO WS-SCREEN-LINE(3)(1:10).
004170     MOVE UNA-BANK-REFERENCE IN WS-UNAREC
004180          TO WS-SCREEN-LINE(3)(11:10).
004190     MOVE 'APPLY THIS PAYMENT? Y/N: ' TO WS-SCREEN-FOOTER(1:25).
004200     SET CSH-FUNCTION-CONFIRM TO TRUE.
004210     EXEC CICS SEND TEXT
004220         FROM(WS-ITEM-SCREEN)
004230         LENGTH(480)
004240         ERASE
004250     END-EXEC.
004260     EXEC CICS RETURN
004270         TRANSID('CCSH')
004280         COMMAREA(WS-COMM-AREA)
004290         LENGTH(26)
004300     END-EXEC.
004310 4000-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------*
004350* 4900-REJECT-CUSTOMER - THE CUSTOMER CANNOT TAKE THE ITEM - SAY *
004360*                        WHY AND ASK FOR ANOTHER                 *
004370*----------------------------------------------------------------*
004380 4900-REJECT-CUSTOMER.
004390     MOVE SPACES TO WS-SCREEN-OUT.
004400     MOVE WS-STATUS-MESSAGE TO WS-SCREEN-OUT(1:40).
004410     MOVE ' - CUST NBR, B=BROWSE, X=END: '
004420          TO WS-SCREEN-OUT(41:30).
004430     SET CSH-FUNCTION-ACTION TO TRUE.
004440     PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT.
004450 4900-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------------*
004490* 5000-APPLY-ITEM - ON 'Y', WRITE THE 'LB' 'BC' TRANSACTION TO   *
004500*                   CUSTCSHT AND MARK THE ITEM APPLIED. THE ITEM *
004510*                   IS HELD FOR UPDATE FIRST SO TWO CLERKS       *
004520*                   CANNOT APPLY IT TWICE. IF THE TRANSACTION    *
004530*                   WRITE FAILS THE ITEM IS LEFT OPEN; IF ONLY   *
004540*                   THE REWRITE FAILS THE CLERK IS TOLD THE      *
004550*                   PAYMENT WILL POST BUT THE ITEM STILL SHOWS   *
004560*                   OPEN                                         *
004570*----------------------------------------------------------------*
004580 5000-APPLY-ITEM.
004590     EXEC CICS RECEIVE
004600         INTO(WS-SCREEN-IN)
004610         LENGTH(WS-RECEIVE-LENGTH)
004620         RESP(WS-RESP)
004630     END-EXEC.
004640     MOVE WS-SCREEN-IN(1:1) TO WS-CHOICE.
004650     MOVE CSH-UNA-KEY TO UNA-KEY IN WS-UNAREC.
004660     IF WS-CHOICE NOT = 'Y' AND WS-CHOICE NOT = 'y'
004670         EXEC CICS READ
004680             FILE('CUSTUNAP')
004690             INTO(WS-UNAREC)
004700             RIDFLD(UNA-KEY IN WS-UNAREC)
004710             RESP(WS-RESP)
004720         END-EXEC
004730         IF WS-RESP = DFHRESP(NORMAL)
004740             PERFORM 2100-SHOW-ITEM THRU 2100-EXIT
004750         END-IF
004760         PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
004770     END-IF.
004780     EXEC CICS READ
004790         FILE('CUSTUNAP')
004800         INTO(WS-UNAREC)
004810         RIDFLD(UNA-KEY IN WS-UNAREC)
004820         UPDATE
004830         RESP(WS-RESP)
004840     END-EXEC.
004850     IF WS-RESP NOT = DFHRESP(NORMAL)
004860         PERFORM 9100-SET-RESP-MESSAGE THRU 9100-EXIT
004870         MOVE SPACES TO WS-SCREEN-OUT
004880         MOVE WS-STATUS-MESSAGE TO WS-SCREEN-OUT(1:40)
004890         MOVE ' - BANK REF: ' TO WS-SCREEN-OUT(41:13)
004900         SET CSH-FUNCTION-PROMPT TO TRUE
004910         PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT
004920     END-IF.
004930     IF NOT UNA-OPEN IN WS-UNAREC
004940         EXEC CICS UNLOCK
004950             FILE('CUSTUNAP')
004960             RESP(WS-RESP)
004970         END-EXEC
004980         PERFORM 2100-SHOW-ITEM THRU 2100-EXIT
004990     END-IF.
005000     MOVE SPACES TO WS-TRANREC.
005010     MOVE CSH-CUST-NUMBER TO TRAN-CUST-NUMBER IN WS-TRANREC.
005020     MOVE 'BC'            TO TRAN-CODE IN WS-TRANREC.
005030     COMPUTE TRAN-AMOUNT IN WS-TRANREC =
005040             ZERO - UNA-PAYMENT-AMOUNT IN WS-UNAREC.
005050     MOVE SPACES TO TRAN-NEW-STATUS-CODE IN WS-TRANREC.
005060     SET TRAN-SOURCE-LOCKBOX IN WS-TRANREC TO TRUE.
005070     EXEC CICS WRITE
005080         FILE('CUSTCSHT')
005090         FROM(WS-TRANREC)
005100         RESP(WS-RESP)
005110     END-EXEC.
005120     IF WS-RESP NOT = DFHRESP(NORMAL)
005130         EXEC CICS UNLOCK
005140             FILE('CUSTUNAP')
005150             RESP(WS-RESP)
005160         END-EXEC
005170         MOVE SPACES TO WS-SCREEN-OUT
005180         MOVE 'CASH APPLICATION FILE UNAVAILABLE - NOT APPLIED'
005190              TO WS-SCREEN-OUT(1:47)
005200         MOVE ' - BANK REF: ' TO WS-SCREEN-OUT(48:13)
005210         SET CSH-FUNCTION-PROMPT TO TRUE
005220         PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT
005230     END-IF.
005240     ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD.
005250     SET UNA-APPLIED IN WS-UNAREC TO TRUE.
005260     MOVE CSH-CUST-NUMBER
005270          TO UNA-APPLIED-CUST-NUMBER IN WS-UNAREC.
005280     MOVE WS-CURRENT-DATE-X TO UNA-APPLIED-DATE IN WS-UNAREC.
005290     MOVE EIBTRMID
005300          TO UNA-APPLIED-TERMINAL-ID IN WS-UNAREC.
005310     MOVE EIBOPID           TO UNA-APPLIED-USER-ID IN WS-UNAREC.
005320     EXEC CICS REWRITE
005330         FILE('CUSTUNAP')
005340         FROM(WS-UNAREC)
005350         RESP(WS-RESP)
005360     END-EXEC.
005370     MOVE SPACES TO WS-SCREEN-OUT.
005380     IF WS-RESP = DFHRESP(NORMAL)
005390         MOVE CSH-CUST-NUMBER TO APM-CUST-NUMBER
005400         MOVE WS-APPLIED-MESSAGE TO WS-SCREEN-OUT
005410     ELSE
005420         MOVE 'WILL POST - BUT ITEM STILL SHOWS OPEN, REPORT IT'
005430              TO WS-SCREEN-OUT(1:48)
005440         MOVE ' - BANK REF: ' TO WS-SCREEN-OUT(49:13)
005450     END-IF.
005460     SET CSH-FUNCTION-PROMPT TO TRUE.
005470     PERFORM 9000-SEND-AND-RETURN THRU 9000-EXIT.
005480 5000-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------------*
005520* 9000-SEND-AND-RETURN - SEND THE ONE-LINE SCREEN AND COME BACK  *
005530*                        WITH THE FUNCTION ALREADY SET           *
005540*----------------------------------------------------------------*
005550 9000-SEND-AND-RETURN.
005560     EXEC CICS SEND TEXT
005570         FROM(WS-SCREEN-OUT)
005580         LENGTH(80)
005590         ERASE
005600     END-EXEC.
005610     EXEC CICS RETURN
005620         TRANSID('CCSH')
005630         COMMAREA(WS-COMM-AREA)
005640         LENGTH(26)
005650     END-EXEC.
005660 9000-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------*
005700* 9100-SET-RESP-MESSAGE - TRANSLATE A CICS RESP CODE INTO A      *
005710*                         PLAIN-ENGLISH STATUS MESSAGE           *
005720*----------------------------------------------------------------*
005730 9100-SET-RESP-MESSAGE.
005740     EVALUATE WS-RESP
005750         WHEN DFHRESP(NORMAL)
005760             MOVE SPACES TO WS-STATUS-MESSAGE
005770         WHEN DFHRESP(NOTFND)
005780             MOVE 'NO UNAPPLIED CASH ITEM UNDER THAT REF'
005790                  TO WS-STATUS-MESSAGE
005800         WHEN DFHRESP(NOTOPEN)
005810             MOVE 'FILE CLOSED - TRY AGAIN LATER'
005820                  TO WS-STATUS-MESSAGE
005830         WHEN OTHER
005840             MOVE 'UNABLE TO ACCESS FILE'
005850                  TO WS-STATUS-MESSAGE
005860     END-EVALUATE.
005870 9100-EXIT.
005880     EXIT.
