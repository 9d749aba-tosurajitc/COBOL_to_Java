000010*****************************************************************
000020* PROGRAM-ID:  CUSTAPR
000030* SYSTEM:      CUSTOMER MASTER MAINTENANCE
000040*
000050* PURPOSE:     PSEUDO-CONVERSATIONAL CICS TRANSACTION (CAPR) FOR
000060*              THE SUPERVISOR APPROVAL QUEUE. LISTS THE ONLINE
000070*              BALANCE CORRECTIONS THAT CINQ QUEUED ON THE PENDING
000080*              CORRECTIONS FILE (CUSTPEND, CUSTPND.CPY) BECAUSE
000090*              THEY WERE OVER THE KEYING OPERATOR'S AUTHORITY, AND
000100*              LETS A SUPERVISOR APPROVE OR DECLINE EACH ONE.
000110*
000120*              ONLY AN OPERATOR FLAGGED AS AN APPROVER ON THE
000130*              OPERATOR AUTHORITY FILE (CUSTOPAU, CUSTOPA.CPY) MAY
000140*              USE THE TRANSACTION, AND NO ONE MAY APPROVE A
000150*              CORRECTION THEY KEYED THEMSELVES.
000160*
000170*              APPROVAL APPLIES THE CORRECTION TO CUSTMAST THE
000180*              SAME WAY CINQ DOES - LAST ACTIVITY DATE AND A
000190*              BEFORE/AFTER AUDIT PAIR ON CUSTAUDIT - AND JOURNALS
000200*              IT TO CUSTJRNL AS APPROVED UNDER THE KEYING
000210*              OPERATOR, WITH THE APPROVING SUPERVISOR IN
000220*              JRN-APPROVER-ID. IT IS REFUSED IF THE BALANCE ON
000230*              THE MASTER IS NO LONGER THE ONE THE OPERATOR SAW
000240*              WHEN THE CORRECTION WAS KEYED. DECLINING JOURNALS
000250*              THE CORRECTION AS DECLINED AND LEAVES THE MASTER
000260*              ALONE. EITHER WAY THE ITEM IS THEN DELETED FROM
000270*              CUSTPEND.
000280*
000290* FLOW:        1ST ENTRY (EIBCALEN = 0) - FIRST PAGE OF THE QUEUE.
000300*              APR-FUNCTION-LIST  - A1-A8 APPROVES, D1-D8 DECLINES
000310*                                   THE ITEM ON THAT LINE, N PAGES
000320*                                   ON, X ENDS.
000330*
000340* MODIFICATION HISTORY
000350*   09/17/2026  RDM  ORIGINAL PROGRAM.
000352*   10/15/2026  RDM  A FAILED DELETE OF THE DECIDED ITEM FROM
000354*                    THE PENDING FILE (CUSTPEND) IS NOW REPORTED
000356*                    TO THE SUPERVISOR, NOT PASSED OVER SILENTLY.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.    CUSTAPR.
000390 AUTHOR.        R. D. MASON.
000400 INSTALLATION.  CUSTOMER SYSTEMS DEPT.
000410 DATE-WRITTEN.  09/17/2026.
000420 DATE-COMPILED.
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470 DATA DIVISION.
000480 WORKING-STORAGE SECTION.
000490 COPY CUSTWS.
000500
000510 COPY CUSTREC REPLACING ==CUSTREC== BY ==WS-CUSTREC==.
000520
000530 COPY CUSTAUD REPLACING ==AUDITREC== BY ==WS-AUDITREC==.
000540
000550 COPY CUSTJRN REPLACING ==JRNREC== BY ==WS-JRNREC==.
000560
000570 COPY CUSTOPA REPLACING ==OPAREC== BY ==WS-OPAREC==.
000580
000590 COPY CUSTPND REPLACING ==PNDREC== BY ==WS-PNDREC==.
000600
000610 01  WS-AUDIT-AREAS.
000620     05  WS-BEFORE-CUSTOMER-IMAGE  PIC X(159).
000630     05  WS-AUD-WRITE-SW           PIC X(01) VALUE 'N'.
000640         88  WS-AUD-WRITE-FAILED       VALUE 'Y'.
000650     05  WS-JRN-WRITE-SW           PIC X(01) VALUE 'N'.
000660         88  WS-JRN-WRITE-FAILED       VALUE 'Y'.
000662     05  WS-PND-DELETE-SW          PIC X(01) VALUE 'N'.
000664         88  WS-PND-DELETE-FAILED      VALUE 'Y'.
000670
000680 01  WS-COMM-AREA.
000690     05  APR-FUNCTION              PIC X(01).
000700         88  APR-FUNCTION-LIST           VALUE 'L'.
000710     05  APR-PAGE-COUNT            PIC 9(01).
000720     05  APR-MORE-SW               PIC X(01).
000730         88  APR-MORE-ITEMS              VALUE 'Y'.
000740     05  APR-NEXT-KEY              PIC X(21).
000750     05  APR-PAGE-TABLE.
000760         10  APR-PAGE-KEY OCCURS 8 TIMES
000770                                   PIC X(21).
000780
000790 01  WS-CICS-AREAS.
000800     05  WS-RESP                   PIC S9(08) COMP.
000810     05  WS-RECEIVE-LENGTH         PIC S9(04) COMP VALUE 80.
000820     05  WS-SCREEN-IN              PIC X(80) VALUE SPACES.
000830     05  WS-SCREEN-OUT             PIC X(80) VALUE SPACES.
000840     05  WS-STATUS-MESSAGE         PIC X(40) VALUE SPACES.
000850     05  WS-PAGE-MESSAGE           PIC X(80) VALUE SPACES.
000860     05  WS-START-KEY              PIC X(21) VALUE LOW-VALUES.
000870     05  WS-CHOICE                 PIC X(01) VALUE SPACE.
000880     05  WS-CHOICE-LINE            PIC X(01) VALUE SPACE.
000890     05  WS-SEL-IDX                PIC 9(01) VALUE ZERO.
000900     05  WS-LINE-IDX               PIC 9(02) COMP VALUE ZERO.
000910     05  WS-BROWSE-DONE-SW         PIC X(01) VALUE 'N'.
000920         88  WS-BROWSE-DONE            VALUE 'Y'.
000930     05  WS-NET-CHANGE             PIC S9(7)V99 COMP-3
000940                                   VALUE ZERO.
000950
000960 01  WS-LIST-SCREEN.
000970     05  WS-SCREEN-TITLE           PIC X(80).
000980     05  WS-SCREEN-HEADING         PIC X(80).
000990     05  WS-SCREEN-LINE OCCURS 8 TIMES
001000                                   PIC X(80).
001010     05  WS-SCREEN-MESSAGE         PIC X(80).
001020     05  WS-SCREEN-FOOTER          PIC X(80).
001030
001040 01  WS-HEADING-BUILD.
001050     05  FILLER                    PIC X(10) VALUE 'L CUST NBR'.
001060     05  FILLER                    PIC X(16)
001070              VALUE 'KEYED ON TIME'.
001080     05  FILLER                    PIC X(09) VALUE 'OPERATOR'.
001090     05  FILLER                    PIC X(14)
001100              VALUE '  OLD BALANCE'.
001110     05  FILLER                    PIC X(14)
001120              VALUE '  NEW BALANCE'.
001130     05  FILLER                    PIC X(14)
001140              VALUE '       CHANGE'.
001150     05  FILLER                    PIC X(03) VALUE SPACES.
001160
001170 01  WS-LINE-BUILD.
001180     05  LST-LINE-NUMBER           PIC 9(01).
001190     05  FILLER                    PIC X(01) VALUE SPACE.
001200     05  LST-CUST-NUMBER           PIC 9(07).
001210     05  FILLER                    PIC X(01) VALUE SPACE.
001220     05  LST-ENTRY-DATE            PIC 9(08).
001230     05  FILLER                    PIC X(01) VALUE SPACE.
001240     05  LST-ENTRY-TIME            PIC 9(06).
001250     05  FILLER                    PIC X(01) VALUE SPACE.
001260     05  LST-USER-ID               PIC X(08).
001270     05  FILLER                    PIC X(01) VALUE SPACE.
001280     05  LST-OLD-BALANCE           PIC Z,ZZZ,ZZ9.99-.
001290     05  FILLER                    PIC X(01) VALUE SPACE.
001300     05  LST-NEW-BALANCE           PIC Z,ZZZ,ZZ9.99-.
001310     05  FILLER                    PIC X(01) VALUE SPACE.
001320     05  LST-NET-CHANGE            PIC Z,ZZZ,ZZ9.99-.
001330     05  FILLER                    PIC X(04) VALUE SPACES.
001340
001350 LINKAGE SECTION.
001360 01  DFHCOMMAREA                   PIC X(192).
001370
001380 PROCEDURE DIVISION.
001390*----------------------------------------------------------------*
001400* 0000-MAINLINE                                                  *
001410*----------------------------------------------------------------*
001420 0000-MAINLINE.
001430     PERFORM 1100-CHECK-SUPERVISOR THRU 1100-EXIT.
001440     IF EIBCALEN = 0
001450         PERFORM 1000-INITIAL-ENTRY  THRU 1000-EXIT
001460     ELSE
001470         MOVE DFHCOMMAREA TO WS-COMM-AREA
001480         PERFORM 3000-HANDLE-CHOICE  THRU 3000-EXIT
001490     END-IF.
001500     EXEC CICS RETURN
001510     END-EXEC.
001520
001530*----------------------------------------------------------------*
001540* 1000-INITIAL-ENTRY - FIRST ENTRY, LIST FROM THE TOP OF THE     *
001550*                      QUEUE                                     *
001560*----------------------------------------------------------------*
001570 1000-INITIAL-ENTRY.
001580     MOVE LOW-VALUES TO WS-COMM-AREA.
001590     MOVE LOW-VALUES TO WS-START-KEY.
001600     MOVE SPACES     TO WS-PAGE-MESSAGE.
001610     PERFORM 2000-LIST-PAGE THRU 2000-EXIT.
001620 1000-EXIT.
001630     EXIT.
001640
001650*----------------------------------------------------------------*
001660* 1100-CHECK-SUPERVISOR - THE OPERATOR MUST BE ON CUSTOPAU AS AN *
001670*                         APPROVER. ANYONE ELSE IS TURNED AWAY   *
001680*                         AND THE TRANSACTION ENDS               *
001690*----------------------------------------------------------------*
001700 1100-CHECK-SUPERVISOR.
001710     MOVE EIBOPID TO OPA-USER-ID.
001720     EXEC CICS READ
001730         FILE('CUSTOPAU')
001740         INTO(WS-OPAREC)
001750         RIDFLD(OPA-USER-ID)
001760         RESP(WS-RESP)
001770     END-EXEC.
001780     IF WS-RESP = DFHRESP(NORMAL)
001790             AND OPA-MAY-APPROVE
001800         GO TO 1100-EXIT
001810     END-IF.
001820     MOVE SPACES TO WS-SCREEN-OUT.
001830     MOVE 'NOT AUTHORIZED TO APPROVE CORRECTIONS'
001840          TO WS-SCREEN-OUT(1:37).
001850     EXEC CICS SEND TEXT
001860         FROM(WS-SCREEN-OUT)
001870         LENGTH(80)
001880         ERASE
001890     END-EXEC.
001900     EXEC CICS RETURN
001910     END-EXEC.
001920 1100-EXIT.
001930     EXIT.
001940
001950*----------------------------------------------------------------*
001960* 2000-LIST-PAGE - BROWSE CUSTPEND FROM WS-START-KEY AND SHOW UP *
001970*                  TO EIGHT ITEMS. ONE MORE READ TELLS WHETHER   *
001980*                  THERE IS A NEXT PAGE AND WHERE IT STARTS      *
001990*----------------------------------------------------------------*
002000 2000-LIST-PAGE.
002010     MOVE SPACES TO WS-LIST-SCREEN.
002020     MOVE 'SUPERVISOR APPROVAL - PENDING ONLINE CORRECTIONS'
002030          TO WS-SCREEN-TITLE(1:48).
002040     MOVE WS-HEADING-BUILD TO WS-SCREEN-HEADING.
002050     MOVE ZERO TO APR-PAGE-COUNT.
002060     MOVE ZERO TO WS-LINE-IDX.
002070     MOVE 'N'  TO APR-MORE-SW.
002080     MOVE 'N'  TO WS-BROWSE-DONE-SW.
002090     MOVE LOW-VALUES TO APR-NEXT-KEY.
002100     MOVE LOW-VALUES TO APR-PAGE-TABLE.
002110     MOVE WS-START-KEY TO PND-KEY.
002120     EXEC CICS STARTBR
002130         FILE('CUSTPEND')
002140         RIDFLD(PND-KEY)
002150         GTEQ
002160         RESP(WS-RESP)
002170     END-EXEC.
002180     IF WS-RESP = DFHRESP(NORMAL)
002190         PERFORM 2100-READ-ONE-ITEM THRU 2100-EXIT
002200             UNTIL WS-LINE-IDX >= 8
002210             OR WS-BROWSE-DONE
002220         PERFORM 2200-LOOK-AHEAD THRU 2200-EXIT
002230         EXEC CICS ENDBR
002240             FILE('CUSTPEND')
002250             RESP(WS-RESP)
002260         END-EXEC
002270     END-IF.
002280     IF WS-LINE-IDX = ZERO
002290         MOVE 'NO CORRECTIONS AWAITING APPROVAL'
002300              TO WS-SCREEN-LINE(1)
002310     END-IF.
002320     MOVE WS-PAGE-MESSAGE TO WS-SCREEN-MESSAGE.
002330     MOVE 'A1-A8=APPROVE, D1-D8=DECLINE, N=NEXT PAGE, X=END: '
002340          TO WS-SCREEN-FOOTER(1:51).
002350     IF NOT APR-MORE-ITEMS
002360         MOVE 'N=TOP OF QUEUE, X=END: '
002370              TO WS-SCREEN-FOOTER(31:23)
002380     END-IF.
002390     EXEC CICS SEND TEXT
002400         FROM(WS-LIST-SCREEN)
002410         LENGTH(960)
002420         ERASE
002430     END-EXEC.
002440     SET APR-FUNCTION-LIST TO TRUE.
002450     EXEC CICS RETURN
002460         TRANSID('CAPR')
002470         COMMAREA(WS-COMM-AREA)
002480         LENGTH(192)
002490     END-EXEC.
002500 2000-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------------*
002540* 2100-READ-ONE-ITEM - READ THE NEXT PENDING CORRECTION AND ADD  *
002550*                      IT TO THE PAGE                            *
002560*----------------------------------------------------------------*
002570 2100-READ-ONE-ITEM.
002580     EXEC CICS READNEXT
002590         FILE('CUSTPEND')
002600         INTO(WS-PNDREC)
002610         RIDFLD(PND-KEY)
002620         RESP(WS-RESP)
002630     END-EXEC.
002640     IF WS-RESP NOT = DFHRESP(NORMAL)
002650         SET WS-BROWSE-DONE TO TRUE
002660         GO TO 2100-EXIT
002670     END-IF.
002680     ADD 1 TO WS-LINE-IDX.
002690     MOVE WS-LINE-IDX     TO LST-LINE-NUMBER.
002700     MOVE PND-CUST-NUMBER TO LST-CUST-NUMBER.
002710     MOVE PND-ENTRY-DATE  TO LST-ENTRY-DATE.
002720     MOVE PND-ENTRY-TIME  TO LST-ENTRY-TIME.
002730     MOVE PND-USER-ID     TO LST-USER-ID.
002740     MOVE PND-OLD-BALANCE TO LST-OLD-BALANCE.
002750     MOVE PND-NEW-BALANCE TO LST-NEW-BALANCE.
002760     COMPUTE WS-NET-CHANGE = PND-NEW-BALANCE - PND-OLD-BALANCE.
002770     MOVE WS-NET-CHANGE   TO LST-NET-CHANGE.
002780     MOVE WS-LINE-BUILD   TO WS-SCREEN-LINE(WS-LINE-IDX).
002790     MOVE PND-KEY         TO APR-PAGE-KEY(WS-LINE-IDX).
002800     MOVE WS-LINE-IDX     TO APR-PAGE-COUNT.
002810 2100-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------------*
002850* 2200-LOOK-AHEAD - AFTER A FULL PAGE, ONE MORE READ SAYS WHERE  *
002860*                   THE NEXT PAGE STARTS, IF THERE IS ONE        *
002870*----------------------------------------------------------------*
002880 2200-LOOK-AHEAD.
002890     IF WS-BROWSE-DONE
002900         GO TO 2200-EXIT
002910     END-IF.
002920     EXEC CICS READNEXT
002930         FILE('CUSTPEND')
002940         INTO(WS-PNDREC)
002950         RIDFLD(PND-KEY)
002960         RESP(WS-RESP)
002970     END-EXEC.
002980     IF WS-RESP = DFHRESP(NORMAL)
002990         SET APR-MORE-ITEMS TO TRUE
003000         MOVE PND-KEY TO APR-NEXT-KEY
003010     END-IF.
003020 2200-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------------*
003060* 3000-HANDLE-CHOICE - A OR D WITH A LINE NUMBER DECIDES THAT    *
003070*                      ITEM, N PAGES ON (OR BACK TO THE TOP FROM *
003080*                      THE LAST PAGE), X ENDS. AFTER A DECISION  *
003090*                      THE SAME PAGE IS SHOWN AGAIN, LESS THE    *
003100*                      ITEM JUST DECIDED                         *
003110*----------------------------------------------------------------*
003120 3000-HANDLE-CHOICE.
003130     EXEC CICS RECEIVE
003140         INTO(WS-SCREEN-IN)
003150         LENGTH(WS-RECEIVE-LENGTH)
003160         RESP(WS-RESP)
003170     END-EXEC.
003180     MOVE WS-SCREEN-IN(1:1) TO WS-CHOICE.
003190     MOVE WS-SCREEN-IN(2:1) TO WS-CHOICE-LINE.
003200     IF WS-CHOICE-LINE = SPACE
003210         MOVE WS-SCREEN-IN(3:1) TO WS-CHOICE-LINE
003220     END-IF.
003230     MOVE SPACES TO WS-PAGE-MESSAGE.
003240     MOVE APR-PAGE-KEY(1) TO WS-START-KEY.
003250     IF APR-PAGE-COUNT = ZERO
003260         MOVE LOW-VALUES TO WS-START-KEY
003270     END-IF.
003280     EVALUATE TRUE
003290         WHEN WS-CHOICE = 'X' OR WS-CHOICE = 'x'
003300             MOVE SPACES TO WS-SCREEN-OUT
003310             MOVE 'APPROVAL QUEUE ENDED' TO WS-SCREEN-OUT(1:20)
003320             EXEC CICS SEND TEXT
003330                 FROM(WS-SCREEN-OUT)
003340                 LENGTH(80)
003350                 ERASE
003360             END-EXEC
003370             GO TO 3000-EXIT
003380         WHEN WS-CHOICE = 'N' OR WS-CHOICE = 'n'
003390             IF APR-MORE-ITEMS
003400                 MOVE APR-NEXT-KEY TO WS-START-KEY
003410             ELSE
003420                 MOVE LOW-VALUES TO WS-START-KEY
003430             END-IF
003440         WHEN WS-CHOICE-LINE < '1' OR WS-CHOICE-LINE > '8'
003450             MOVE 'KEY A OR D WITH A LINE, N OR X'
003460                  TO WS-PAGE-MESSAGE
003470         WHEN OTHER
003480             MOVE WS-CHOICE-LINE TO WS-SEL-IDX
003490             IF WS-SEL-IDX > APR-PAGE-COUNT
003500                 MOVE 'THAT LINE IS NOT ON THIS PAGE'
003510                      TO WS-PAGE-MESSAGE
003520             ELSE
003530                 EVALUATE TRUE
003540                     WHEN WS-CHOICE = 'A' OR WS-CHOICE = 'a'
003550                         PERFORM 4000-APPROVE-ITEM THRU 4000-EXIT
003560                     WHEN WS-CHOICE = 'D' OR WS-CHOICE = 'd'
003570                         PERFORM 5000-DECLINE-ITEM THRU 5000-EXIT
003580                     WHEN OTHER
003590                         MOVE 'KEY A OR D WITH A LINE, N OR X'
003600                              TO WS-PAGE-MESSAGE
003610                 END-EVALUATE
003620             END-IF
003630     END-EVALUATE.
003640     PERFORM 2000-LIST-PAGE THRU 2000-EXIT.
003650 3000-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------*
003690* 4000-APPROVE-ITEM - APPLY THE SELECTED CORRECTION. THE PENDING *
003700*                     ITEM AND THEN THE MASTER ARE HELD FOR      *
003710*                     UPDATE SO TWO SUPERVISORS CANNOT APPLY THE *
003720*                     SAME ITEM. NOTHING IS CHANGED IF THE ITEM  *
003730*                     WAS KEYED BY THIS SUPERVISOR OR THE MASTER *
003740*                     BALANCE HAS MOVED SINCE IT WAS KEYED       *
003750*----------------------------------------------------------------*
003760 4000-APPROVE-ITEM.
003770     MOVE APR-PAGE-KEY(WS-SEL-IDX) TO PND-KEY.
003780     EXEC CICS READ
003790         FILE('CUSTPEND')
003800         INTO(WS-PNDREC)
003810         RIDFLD(PND-KEY)
003820         UPDATE
003830         RESP(WS-RESP)
003840     END-EXEC.
003850     IF WS-RESP NOT = DFHRESP(NORMAL)
003860         PERFORM 9100-SET-RESP-MESSAGE THRU 9100-EXIT
003870         MOVE WS-STATUS-MESSAGE TO WS-PAGE-MESSAGE
003880         GO TO 4000-EXIT
003890     END-IF.
003900     IF PND-USER-ID = EIBOPID
003910         PERFORM 4900-RELEASE-PENDING THRU 4900-EXIT
003920         MOVE 'YOU CANNOT APPROVE A CORRECTION YOU KEYED'
003930              TO WS-PAGE-MESSAGE
003940         GO TO 4000-EXIT
003950     END-IF.
003960     MOVE PND-CUST-NUMBER TO CUST-NUMBER IN WS-CUSTREC.
003970     EXEC CICS READ
003980         FILE('CUSTMAST')
003990         INTO(WS-CUSTREC)
004000         RIDFLD(CUST-NUMBER IN WS-CUSTREC)
004010         UPDATE
004020         RESP(WS-RESP)
004030     END-EXEC.
004040     IF WS-RESP NOT = DFHRESP(NORMAL)
004050         PERFORM 4900-RELEASE-PENDING THRU 4900-EXIT
004060         IF WS-RESP = DFHRESP(NOTFND)
004070             MOVE 'CUSTOMER NO LONGER ON FILE - DECLINE IT'
004080                  TO WS-PAGE-MESSAGE
004090         ELSE
004100             MOVE 'CUSTOMER MASTER UNAVAILABLE - NOT APPROVED'
004110                  TO WS-PAGE-MESSAGE
004120         END-IF
004130         GO TO 4000-EXIT
004140     END-IF.
004150     IF CUST-BALANCE IN WS-CUSTREC NOT = PND-OLD-BALANCE
004160         EXEC CICS UNLOCK
004170             FILE('CUSTMAST')
004180             RESP(WS-RESP)
004190         END-EXEC
004200         PERFORM 4900-RELEASE-PENDING THRU 4900-EXIT
004210         MOVE 'BALANCE CHANGED SINCE KEYED - DECLINE AND REKEY'
004220              TO WS-PAGE-MESSAGE
004230         GO TO 4000-EXIT
004240     END-IF.
004250     MOVE WS-CUSTREC TO WS-BEFORE-CUSTOMER-IMAGE.
004260     ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD.
004270     MOVE PND-NEW-BALANCE  TO CUST-BALANCE IN WS-CUSTREC.
004280     MOVE WS-CURRENT-YEAR  TO CUST-LAST-ACT-YEAR IN WS-CUSTREC.
004290     MOVE WS-CURRENT-MONTH TO CUST-LAST-ACT-MONTH IN WS-CUSTREC.
004300     MOVE WS-CURRENT-DAY   TO CUST-LAST-ACT-DAY IN WS-CUSTREC.
004310     EXEC CICS REWRITE
004320         FILE('CUSTMAST')
004330         FROM(WS-CUSTREC)
004340         RESP(WS-RESP)
004350     END-EXEC.
004360     IF WS-RESP NOT = DFHRESP(NORMAL)
004370         PERFORM 4900-RELEASE-PENDING THRU 4900-EXIT
004380         MOVE 'MASTER REWRITE FAILED - NOT APPROVED'
004390              TO WS-PAGE-MESSAGE
004400         GO TO 4000-EXIT
004410     END-IF.
004420     PERFORM 6000-WRITE-AUDIT-PAIR THRU 6000-EXIT.
004430     SET JRN-ACTION-APPROVED TO TRUE.
004440     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
004450     PERFORM 8000-DELETE-PENDING THRU 8000-EXIT.
004460     MOVE 'CORRECTION APPROVED AND APPLIED' TO WS-PAGE-MESSAGE.
004470     IF WS-AUD-WRITE-FAILED
004480         MOVE 'APPROVED AND APPLIED - AUDIT WRITE FAILED'
004490              TO WS-PAGE-MESSAGE
004500     END-IF.
004510     IF WS-JRN-WRITE-FAILED
004520         MOVE 'APPROVED AND APPLIED - JOURNAL WRITE FAILED'
004530              TO WS-PAGE-MESSAGE
004540     END-IF.
004542     IF WS-PND-DELETE-FAILED
004544         MOVE 'APPROVED BUT STILL QUEUED - REPORT IT'
004546              TO WS-PAGE-MESSAGE
004548     END-IF.
004550 4000-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------*
004590* 4900-RELEASE-PENDING - LET GO OF THE PENDING ITEM HELD FOR     *
004600*                        UPDATE WITHOUT CHANGING IT              *
004610*----------------------------------------------------------------*
004620 4900-RELEASE-PENDING.
004630     EXEC CICS UNLOCK
004640         FILE('CUSTPEND')
004650         RESP(WS-RESP)
004660     END-EXEC.
004670 4900-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------------*
004710* 5000-DECLINE-ITEM - JOURNAL THE SELECTED CORRECTION AS         *
004720*                     DECLINED AND REMOVE IT FROM THE QUEUE. THE *
004730*                     MASTER IS NOT TOUCHED                      *
004740*----------------------------------------------------------------*
004750 5000-DECLINE-ITEM.
004760     MOVE APR-PAGE-KEY(WS-SEL-IDX) TO PND-KEY.
004770     EXEC CICS READ
004780         FILE('CUSTPEND')
004790         INTO(WS-PNDREC)
004800         RIDFLD(PND-KEY)
004810         UPDATE
004820         RESP(WS-RESP)
004830     END-EXEC.
004840     IF WS-RESP NOT = DFHRESP(NORMAL)
004850         PERFORM 9100-SET-RESP-MESSAGE THRU 9100-EXIT
004860         MOVE WS-STATUS-MESSAGE TO WS-PAGE-MESSAGE
004870         GO TO 5000-EXIT
004880     END-IF.
004890     ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD.
004900     SET JRN-ACTION-DECLINED TO TRUE.
004910     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
004920     PERFORM 8000-DELETE-PENDING THRU 8000-EXIT.
004930     MOVE 'CORRECTION DECLINED - MASTER NOT CHANGED'
004940          TO WS-PAGE-MESSAGE.
004950     IF WS-JRN-WRITE-FAILED
004960         MOVE 'DECLINED - JOURNAL WRITE FAILED'
004970              TO WS-PAGE-MESSAGE
004980     END-IF.
004982     IF WS-PND-DELETE-FAILED
004984         MOVE 'DECLINED BUT STILL QUEUED - REPORT IT'
004986              TO WS-PAGE-MESSAGE
004988     END-IF.
004990 5000-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------------*
005030* 6000-WRITE-AUDIT-PAIR - BEFORE/AFTER AUDIT RECORDS FOR THE     *
005040*                         APPROVED CORRECTION, THE SAME AS CINQ  *
005050*                         WRITES FOR ONE WITHIN AUTHORITY        *
005060*----------------------------------------------------------------*
005070 6000-WRITE-AUDIT-PAIR.
005080     MOVE EIBTRMID         TO AUD-JOB-ID.
005090     MOVE EIBOPID          TO AUD-USER-ID.
005100     MOVE WS-CURRENT-YEAR  TO AUD-YEAR.
005110     MOVE WS-CURRENT-MONTH TO AUD-MONTH.
005120     MOVE WS-CURRENT-DAY   TO AUD-DAY.
005130     SET AUD-BEFORE-IMAGE TO TRUE.
005140     MOVE WS-BEFORE-CUSTOMER-IMAGE TO AUD-CUSTOMER-IMAGE.
005150     EXEC CICS WRITE
005160         FILE('CUSTAUDIT')
005170         FROM(WS-AUDITREC)
005180         RESP(WS-RESP)
005190     END-EXEC.
005200     IF WS-RESP NOT = DFHRESP(NORMAL)
005210         SET WS-AUD-WRITE-FAILED TO TRUE
005220     END-IF.
005230     SET AUD-AFTER-IMAGE TO TRUE.
005240     MOVE WS-CUSTREC TO AUD-CUSTOMER-IMAGE.
005250     EXEC CICS WRITE
005260         FILE('CUSTAUDIT')
005270         FROM(WS-AUDITREC)
005280         RESP(WS-RESP)
005290     END-EXEC.
005300     IF WS-RESP NOT = DFHRESP(NORMAL)
005310         SET WS-AUD-WRITE-FAILED TO TRUE
005320     END-IF.
005330 6000-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------------*
005370* 7000-WRITE-JOURNAL - ONE DAY JOURNAL RECORD FOR THE DECISION.  *
005380*                      THE CORRECTION STAYS UNDER THE OPERATOR   *
005390*                      AND TERMINAL THAT KEYED IT; THE DECIDING  *
005400*                      SUPERVISOR GOES IN JRN-APPROVER-ID. THE   *
005410*                      CALLER HAS SET JRN-ACTION                 *
005420*----------------------------------------------------------------*
005430 7000-WRITE-JOURNAL.
005440     MOVE PND-CUST-NUMBER  TO JRN-CUST-NUMBER.
005450     MOVE PND-OLD-BALANCE  TO JRN-OLD-BALANCE.
005460     MOVE PND-NEW-BALANCE  TO JRN-NEW-BALANCE.
005470     MOVE PND-TERMINAL-ID  TO JRN-TERMINAL-ID.
005480     MOVE PND-USER-ID      TO JRN-USER-ID.
005490     MOVE EIBOPID          TO JRN-APPROVER-ID.
005500     MOVE WS-CURRENT-YEAR  TO JRN-YEAR.
005510     MOVE WS-CURRENT-MONTH TO JRN-MONTH.
005520     MOVE WS-CURRENT-DAY   TO JRN-DAY.
005530     MOVE EIBTIME          TO JRN-TIME.
005540     EXEC CICS WRITE
005550         FILE('CUSTJRNL')
005560         FROM(WS-JRNREC)
005570         RESP(WS-RESP)
005580     END-EXEC.
005590     IF WS-RESP NOT = DFHRESP(NORMAL)
005600         SET WS-JRN-WRITE-FAILED TO TRUE
005610     END-IF.
005620 7000-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------*
005660* 8000-DELETE-PENDING - THE ITEM HAS BEEN DECIDED - TAKE IT OFF  *
005670*                       THE QUEUE (IT IS STILL HELD FOR UPDATE). *
005672*                       A FAILED DELETE IS FLAGGED FOR THE       *
005674*                       CALLER TO REPORT                         *
005680*----------------------------------------------------------------*
005690 8000-DELETE-PENDING.
005700     EXEC CICS DELETE
005710         FILE('CUSTPEND')
005720         RESP(WS-RESP)
005730     END-EXEC.
005732     IF WS-RESP NOT = DFHRESP(NORMAL)
005734         SET WS-PND-DELETE-FAILED TO TRUE
005736     END-IF.
005740 8000-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------------*
005780* 9100-SET-RESP-MESSAGE - TRANSLATE A CICS RESP CODE INTO A      *
005790*                         PLAIN-ENGLISH STATUS MESSAGE           *
005800*----------------------------------------------------------------*
005810 9100-SET-RESP-MESSAGE.
005820     EVALUATE WS-RESP
005830         WHEN DFHRESP(NORMAL)
005840             MOVE SPACES TO WS-STATUS-MESSAGE
005850         WHEN DFHRESP(NOTFND)
005860             MOVE 'ITEM ALREADY DECIDED - NO LONGER QUEUED'
005870                  TO WS-STATUS-MESSAGE
005880         WHEN DFHRESP(NOTOPEN)
005890             MOVE 'FILE CLOSED - TRY AGAIN LATER'
005900                  TO WS-STATUS-MESSAGE
005910         WHEN OTHER
005920             MOVE 'UNABLE TO ACCESS PENDING CORRECTIONS'
005930                  TO WS-STATUS-MESSAGE
005940     END-EVALUATE.
005950 9100-EXIT.
005960     EXIT.
