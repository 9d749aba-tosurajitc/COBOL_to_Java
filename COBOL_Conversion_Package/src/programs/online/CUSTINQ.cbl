000130* FLOW:        1ST ENTRY (EIBCALEN = 0)   - PROMPT FOR CUST NBR.
000140*              2ND ENTRY (CA-FUNCTION-PROMPT) - READ AND DISPLAY.
000150*              3RD ENTRY (CA-FUNCTION-UPDATE) - APPLY CORRECTION.
000155*                                   'H' GOES TO CHIQ INSTEAD.
000160*
000170* MODIFICATION HISTORY
000180*   06/21/2021  RDM  ORIGINAL PROGRAM.
000200*                    SO THE DAY-END REPORT (CUSTJRP) CAN TIE
000201*                    ONLINE ACTIVITY TO THE CORRECTION SLIPS BY
000202*                    OPERATOR BEFORE THE NIGHTLY UPDATE RUNS.
000203*   09/17/2026  RDM  A CORRECTION THAT CHANGES THE BALANCE BY
000204*                    MORE THAN THE OPERATOR'S AUTHORITY ON THE
000205*                    OPERATOR AUTHORITY FILE (CUSTOPAU,
000206*                    CUSTOPA.CPY) IS NO LONGER APPLIED. IT IS
000207*                    WRITTEN TO THE PENDING CORRECTIONS FILE
000208*                    (CUSTPEND, CUSTPND.CPY) AND JOURNALED AS
000209*                    QUEUED FOR A SUPERVISOR TO APPROVE OR
000210*                    DECLINE IN CAPR (CUSTAPR). AN OPERATOR NOT
000211*                    ON THE AUTHORITY FILE HAS NO AUTHORITY.
000212*   10/01/2026  RDM  A CUSTOMER NUMBER RETIRED BY AN ACCOUNT MERGE
000213*                    NOW SHOWS "MERGED INTO" AND THE SURVIVING
000214*                    ACCOUNT NUMBER (CUST-MERGED-INTO) IN PLACE OF
000215*                    THE BALANCE PROMPT, AND NO CORRECTION CAN BE
000216*                    KEYED AGAINST IT - THE CLERK LOOKS UP THE
000217*                    SURVIVOR INSTEAD.
000218*   10/08/2026  RDM  'H' KEYED AT THE BALANCE PROMPT HANDS THE
000219*                    CUSTOMER NUMBER TO THE HISTORY AND OPEN-ITEM
000220*                    INQUIRY (CHIQ, CUSTHIQ) INSTEAD OF APPLYING A
000221*                    CORRECTION. CHIQ HANDS IT BACK HERE AS A
000222*                    SELECT WHEN THE CLERK IS DONE.
000203*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    CUSTINQ.
000320 COPY CUSTWS.
000330
000340 COPY CUSTREC REPLACING ==CUSTREC== BY ==WS-CUSTREC==.
000341
000342 COPY CUSTOPA REPLACING ==OPAREC== BY ==WS-OPAREC==.
000343
000344 COPY CUSTPND REPLACING ==PNDREC== BY ==WS-PNDREC==.
000350
000352 COPY CUSTAUD REPLACING ==AUDITREC== BY ==WS-AUDITREC==.
000353
000390         88  CA-FUNCTION-PROMPT          VALUE 'P'.
000400         88  CA-FUNCTION-UPDATE          VALUE 'U'.
000405         88  CA-FUNCTION-SELECT          VALUE 'S'.
000406
000407 01  WS-MERGED-MESSAGE.
000408     05  FILLER                    PIC X(12) VALUE 'MERGED INTO '.
000409     05  WS-MERGED-INTO-NUMBER     PIC 9(07).
000410
000411 01  WS-HIQ-COMM-AREA.
000412     05  HIQ-CUST-NUMBER           PIC 9(07).
000413     05  HIQ-FUNCTION              PIC X(01).
000414         88  HIQ-FUNCTION-SELECT         VALUE 'S'.
000415     05  FILLER                    PIC X(41).
000416
000420 01  WS-CICS-AREAS.
000430     05  WS-RESP                   PIC S9(08) COMP.
000440     05  WS-RECEIVE-LENGTH         PIC S9(04) COMP VALUE 80.
000470     05  WS-SCREEN-IN              PIC X(80) VALUE SPACES.
000480     05  WS-SCREEN-OUT             PIC X(80) VALUE SPACES.
000490     05  WS-STATUS-MESSAGE         PIC X(40) VALUE SPACES.
000491
000492 01  WS-HISTORY-MESSAGE.
000493     05  FILLER                    PIC X(36)
000494              VALUE 'PRESS ENTER FOR HISTORY OF CUSTOMER '.
000495     05  HSM-CUST-NUMBER           PIC 9(07).
000496     05  FILLER                    PIC X(37) VALUE SPACES.
000500
000501 01  WS-AUTHORITY-AREAS.
000502     05  WS-CORRECTION-SIZE        PIC S9(7)V99 COMP-3
000503                                   VALUE ZERO.
000504     05  WS-OPERATOR-LIMIT         PIC S9(7)V99 COMP-3
000505                                   VALUE ZERO.
000506     05  WS-OVER-AUTHORITY-SW      PIC X(01) VALUE 'N'.
000507         88  WS-OVER-AUTHORITY         VALUE 'Y'.
000508
000510 LINKAGE SECTION.
000520 01  DFHCOMMAREA                   PIC X(08).
000530
001080         RESP(WS-RESP)
001090     END-EXEC.
001100     IF WS-RESP = DFHRESP(NORMAL)
001102         IF CUST-STATUS-CLOSED IN WS-CUSTREC
001104                 AND CUST-MERGED-INTO IN WS-CUSTREC IS NUMERIC
001106             PERFORM 2100-SHOW-MERGED THRU 2100-EXIT
001108         END-IF
001110         MOVE SPACES TO WS-SCREEN-OUT
001120         MOVE CUST-NUMBER IN WS-CUSTREC TO WS-SCREEN-OUT(1:7)
001130         MOVE CUST-NAME IN WS-CUSTREC   TO WS-SCREEN-OUT(9:30)
001140         MOVE CUST-BALANCE IN WS-CUSTREC
001150              TO WS-SCREEN-OUT(40:10)
001160         MOVE 'NEW BALANCE OR H=HISTORY: '
001165              TO WS-SCREEN-OUT(51:26)
001170         EXEC CICS SEND TEXT
001180             FROM(WS-SCREEN-OUT)
001190             LENGTH(80)
001410     END-IF.
001420 2000-EXIT.
001430     EXIT.
001431
001432*----------------------------------------------------------------*
001433* 2100-SHOW-MERGED - THE NUMBER KEYED WAS RETIRED BY AN ACCOUNT  *
001434*                    MERGE. SHOW THE ACCOUNT IT WAS MERGED INTO  *
001435*                    AND GO BACK TO THE PROMPT - NOTHING IS      *
001436*                    CORRECTED ON A RETIRED ACCOUNT              *
001437*----------------------------------------------------------------*
001438 2100-SHOW-MERGED.
001439     MOVE SPACES TO WS-SCREEN-OUT.
001440     MOVE CUST-NUMBER IN WS-CUSTREC TO WS-SCREEN-OUT(1:7).
001441     MOVE CUST-NAME IN WS-CUSTREC   TO WS-SCREEN-OUT(9:30).
001442     MOVE CUST-MERGED-INTO-N IN WS-CUSTREC
001443          TO WS-MERGED-INTO-NUMBER.
001444     MOVE WS-MERGED-MESSAGE TO WS-SCREEN-OUT(40:19).
001445     EXEC CICS SEND TEXT
001446         FROM(WS-SCREEN-OUT)
001447         LENGTH(80)
001448         ERASE
001449     END-EXEC.
001450     SET CA-FUNCTION-PROMPT TO TRUE.
001451     EXEC CICS RETURN
001452         TRANSID('CINQ')
001453         COMMAREA(WS-COMM-AREA)
001454         LENGTH(8)
001455     END-EXEC.
001456 2100-EXIT.
001457     EXIT.
001440
001450*----------------------------------------------------------------*
001460* 3000-APPLY-CORRECTION - REWRITE THE RECORD WITH THE NEW VALUE  *
001462*                         IF THE CHANGE IS WITHIN THE OPERATOR'S *
001464*                         AUTHORITY, OTHERWISE QUEUE IT FOR      *
001466*                         APPROVAL AND LEAVE THE MASTER ALONE    *
001470*----------------------------------------------------------------*
001480 3000-APPLY-CORRECTION.
001490     EXEC CICS RECEIVE
001510         LENGTH(WS-RECEIVE-LENGTH)
001520         RESP(WS-RESP)
001530     END-EXEC.
001532     IF WS-SCREEN-IN(1:1) = 'H' OR WS-SCREEN-IN(1:1) = 'h'
001534         PERFORM 3050-HAND-OFF-TO-HISTORY THRU 3050-EXIT
001536     END-IF.
001540     MOVE WS-SCREEN-IN(1:10) TO WS-NEW-BALANCE-INPUT.
001550     EXEC CICS READ
001560         FILE('CUSTMAST')
001622         MOVE WS-CUSTREC TO WS-BEFORE-CUSTOMER-IMAGE
001623         MOVE CUST-BALANCE IN WS-CUSTREC TO WS-OLD-BALANCE
001624         ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD
001625         PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT
001626         IF WS-OVER-AUTHORITY
001627             PERFORM 6000-QUEUE-CORRECTION THRU 6000-EXIT
001628         END-IF
001630         MOVE WS-NEW-BALANCE-INPUT TO CUST-BALANCE IN WS-CUSTREC
001640         MOVE WS-CURRENT-YEAR
001650              TO CUST-LAST-ACT-YEAR IN WS-CUSTREC
001730             RESP(WS-RESP)
001740         END-EXEC
001742         MOVE WS-RESP TO WS-REWRITE-RESP
001743         MOVE SPACES TO JRN-APPROVER-ID
001744         IF WS-RESP = DFHRESP(NORMAL)
001745             SET JRN-ACTION-APPLIED TO TRUE
001746             PERFORM 4000-WRITE-AUDIT-PAIR THRU 4000-EXIT
001747             PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
001748         END-IF
001870     END-EXEC.
001880 3000-EXIT.
001890     EXIT.
001891
001892*----------------------------------------------------------------*
001893* 3050-HAND-OFF-TO-HISTORY - START CHIQ FOR THE CUSTOMER ON THE  *
001894*                            SCREEN, THE SAME WAY CBRW HANDS A   *
001895*                            CUSTOMER IN HERE. NOTHING IS        *
001896*                            CORRECTED                           *
001897*----------------------------------------------------------------*
001898 3050-HAND-OFF-TO-HISTORY.
001899     MOVE LOW-VALUES     TO WS-HIQ-COMM-AREA.
001900     MOVE CA-CUST-NUMBER TO HIQ-CUST-NUMBER.
001901     SET HIQ-FUNCTION-SELECT TO TRUE.
001902     MOVE CA-CUST-NUMBER TO HSM-CUST-NUMBER.
001903     MOVE WS-HISTORY-MESSAGE TO WS-SCREEN-OUT.
001904     EXEC CICS SEND TEXT
001905         FROM(WS-SCREEN-OUT)
001906         LENGTH(80)
001907         ERASE
001908     END-EXEC.
001909     EXEC CICS RETURN
001910         TRANSID('CHIQ')
001911         COMMAREA(WS-HIQ-COMM-AREA)
001912         LENGTH(49)
001913     END-EXEC.
001914 3050-EXIT.
001915     EXIT.
001900
001901*----------------------------------------------------------------*
001902* 3100-CHECK-AUTHORITY - SIZE OF THE CHANGE, EITHER DIRECTION,   *
001903*                        AGAINST THE OPERATOR'S LIMIT. NO RECORD *
001904*                        ON CUSTOPAU (OR NO FILE) MEANS NO LIMIT *
001905*                        TO SPEND - ANY CHANGE GOES FOR APPROVAL *
001906*----------------------------------------------------------------*
001907 3100-CHECK-AUTHORITY.
001908     MOVE 'N'  TO WS-OVER-AUTHORITY-SW.
001909     MOVE ZERO TO WS-OPERATOR-LIMIT.
001910     COMPUTE WS-CORRECTION-SIZE =
001911             WS-NEW-BALANCE-INPUT - WS-OLD-BALANCE.
001912     IF WS-CORRECTION-SIZE < ZERO
001913         COMPUTE WS-CORRECTION-SIZE = ZERO - WS-CORRECTION-SIZE
001914     END-IF.
001915     MOVE EIBOPID TO OPA-USER-ID.
001916     EXEC CICS READ
001917         FILE('CUSTOPAU')
001918         INTO(WS-OPAREC)
001919         RIDFLD(OPA-USER-ID)
001920         RESP(WS-RESP)
001921     END-EXEC.
001922     IF WS-RESP = DFHRESP(NORMAL)
001923         MOVE OPA-MAX-CORRECTION TO WS-OPERATOR-LIMIT
001924     END-IF.
001925     IF WS-CORRECTION-SIZE > WS-OPERATOR-LIMIT
001926         SET WS-OVER-AUTHORITY TO TRUE
001927     END-IF.
001928 3100-EXIT.
001929     EXIT.
001930
001901*----------------------------------------------------------------*
001902* 4000-WRITE-AUDIT-PAIR - WRITE THE BEFORE/AFTER AUDIT RECORDS   *
001903*                         FOR THIS ONLINE CORRECTION TO THE      *
001904*                         SAME CUSTAUDIT FILE THE BATCH UPDATE   *
001948 5000-WRITE-JOURNAL.
001949     MOVE CUST-NUMBER IN WS-CUSTREC  TO JRN-CUST-NUMBER.
001950     MOVE WS-OLD-BALANCE             TO JRN-OLD-BALANCE.
001951     MOVE WS-NEW-BALANCE-INPUT       TO JRN-NEW-BALANCE.
001952     MOVE EIBTRMID                   TO JRN-TERMINAL-ID.
001953     MOVE EIBOPID                    TO JRN-USER-ID.
001954     MOVE WS-CURRENT-YEAR            TO JRN-YEAR.
001967     EXIT.
001968
001969*----------------------------------------------------------------*
001970* 6000-QUEUE-CORRECTION - THE CHANGE IS OVER THE OPERATOR'S      *
001971*                         AUTHORITY. RELEASE THE MASTER, WRITE   *
001972*                         THE CORRECTION TO CUSTPEND AND JOURNAL *
001973*                         IT AS QUEUED, THEN TELL THE OPERATOR   *
001974*                         AND END THE TASK. THE MASTER IS NOT    *
001975*                         CHANGED UNTIL A SUPERVISOR APPROVES    *
001976*----------------------------------------------------------------*
001977 6000-QUEUE-CORRECTION.
001978     EXEC CICS UNLOCK
001979         FILE('CUSTMAST')
001980         RESP(WS-RESP)
001981     END-EXEC.
001982     MOVE SPACES TO WS-PNDREC.
001983     MOVE CUST-NUMBER IN WS-CUSTREC TO PND-CUST-NUMBER.
001984     MOVE WS-CURRENT-DATE-X         TO PND-ENTRY-DATE.
001985     MOVE EIBTIME                   TO PND-ENTRY-TIME.
001986     MOVE WS-OLD-BALANCE            TO PND-OLD-BALANCE.
001987     MOVE WS-NEW-BALANCE-INPUT      TO PND-NEW-BALANCE.
001988     MOVE EIBTRMID                  TO PND-TERMINAL-ID.
001989     MOVE EIBOPID                   TO PND-USER-ID.
001990     MOVE WS-OPERATOR-LIMIT         TO PND-USER-LIMIT.
001991     EXEC CICS WRITE
001992         FILE('CUSTPEND')
001993         FROM(WS-PNDREC)
001994         RIDFLD(PND-KEY)
001995         RESP(WS-RESP)
001996     END-EXEC.
001997     EVALUATE TRUE
001998         WHEN WS-RESP = DFHRESP(NORMAL)
001999             SET JRN-ACTION-QUEUED TO TRUE
002000             MOVE SPACES TO JRN-APPROVER-ID
002001             PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
002002             IF WS-JRN-WRITE-FAILED
002003                 MOVE 'SENT FOR APPROVAL - JOURNAL WRITE FAILED'
002004                      TO WS-STATUS-MESSAGE
002005             ELSE
002006                 MOVE 'OVER YOUR LIMIT - SENT FOR APPROVAL'
002007                      TO WS-STATUS-MESSAGE
002008             END-IF
002009         WHEN WS-RESP = DFHRESP(DUPREC)
002010             MOVE 'OVER YOUR LIMIT - ALREADY QUEUED, RETRY'
002011                  TO WS-STATUS-MESSAGE
002012         WHEN OTHER
002013             MOVE 'OVER YOUR LIMIT - APPROVAL QUEUE DOWN'
002014                  TO WS-STATUS-MESSAGE
002015     END-EVALUATE.
002016     EXEC CICS SEND TEXT
002017         FROM(WS-STATUS-MESSAGE)
002018         LENGTH(40)
002019         ERASE
002020     END-EXEC.
002021     SET CA-FUNCTION-PROMPT TO TRUE.
002022     EXEC CICS RETURN
002023         TRANSID('CINQ')
002024         COMMAREA(WS-COMM-AREA)
002025         LENGTH(8)
002026     END-EXEC.
002027 6000-EXIT.
002028     EXIT.
002029
001969*----------------------------------------------------------------*
001920* 9100-SET-RESP-MESSAGE - TRANSLATE A CICS RESP CODE INTO A      *
001930*                         PLAIN-ENGLISH STATUS MESSAGE           *
001940*----------------------------------------------------------------*
