000268*                    VIA THE SHARED CUSTBDAY CALENDAR SERVICE -
000269*                    THE ROLLED DATE DRIVES THE AGING, THE
000270*                    CONTROL RECORD, AND THE RUN ID ALIKE.
000271*   09/28/2026  RDM  NO FINANCE CHARGE ON AN ACCOUNT WITH AN
000272*                    ACTIVE PAYMENT ARRANGEMENT (CUSTPLAN, SET UP
000273*                    IN CARG AND CHECKED DAILY BY CUSTBPR). A
000274*                    BROKEN PLAN LAPSES AND CHARGES RESUME.
000271*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    CUSTFIN.
000490     SELECT CUSTFINC  ASSIGN TO CUSTFINC
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS IS WS-CTL-FILE-STATUS.
000511
000512     SELECT CUSTPLAN  ASSIGN TO CUSTPLAN
000513            ORGANIZATION IS INDEXED
000514            ACCESS MODE IS RANDOM
000515            RECORD KEY IS PLN-CUST-NUMBER
000516            FILE STATUS IS WS-PLN-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000630 FD  CUSTFINC
000640     LABEL RECORDS ARE STANDARD.
000650     COPY CUSTCTL.
000652
000654 FD  CUSTPLAN
000656     LABEL RECORDS ARE STANDARD.
000658     COPY CUSTPLN.
000660
000670 WORKING-STORAGE SECTION.
000680 COPY CUSTWS.
000700 01  WS-FILE-STATUS-AREAS.
000710     05  WS-FIN-FILE-STATUS        PIC X(02) VALUE SPACES.
000720     05  WS-CTL-FILE-STATUS        PIC X(02) VALUE SPACES.
000725     05  WS-PLN-FILE-STATUS        PIC X(02) VALUE SPACES.
000730
000740 01  WS-ABORT-SW                   PIC X     VALUE 'N'.
000750     88  WS-ABORT-REQUESTED            VALUE 'Y'.
000751
000752 01  WS-PLAN-SWITCHES.
000753     05  WS-PLAN-FILE-SW           PIC X     VALUE 'N'.
000754         88  WS-PLANS-AVAILABLE          VALUE 'Y'.
000755     05  WS-PLAN-SW                PIC X     VALUE 'N'.
000756         88  WS-ON-CURRENT-PLAN          VALUE 'Y'.
000760
000770 01  WS-RATE-TABLE.
000780     05  WS-RATE-30-59             PIC V9(04) VALUE .0100.
000870
000880 01  WS-RUN-TOTALS.
000890     05  WS-CUST-COUNT             PIC 9(07) COMP VALUE ZERO.
000895     05  WS-PLAN-SKIPPED-COUNT     PIC 9(07) COMP VALUE ZERO.
000900     05  WS-CHARGE-COUNT           PIC 9(07) VALUE ZERO.
000910     05  WS-CHARGE-TOTAL           PIC S9(9)V99 COMP-3
000920                                   VALUE ZERO.
001340         MOVE 'Y' TO WS-ABORT-SW
001350         GO TO 1000-EXIT
001360     END-IF.
001361     PERFORM 1300-OPEN-PLANS       THRU 1300-EXIT.
001362     IF WS-ABORT-REQUESTED
001363         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
001364         GO TO 1000-EXIT
001365     END-IF.
001370     PERFORM 1100-READ-MASTER      THRU 1100-EXIT.
001380 1000-EXIT.
001390     EXIT.
001610 1100-EXIT.
001620     EXIT.
001630
001631*----------------------------------------------------------------*
001632* 1300-OPEN-PLANS - OPEN THE PAYMENT ARRANGEMENT FILE. IF IT HAS *
001633*                   NEVER BEEN CREATED NO ACCOUNT IS ON A PLAN;  *
001634*                   ANY OTHER FAILURE STOPS THE RUN RATHER THAN  *
001635*                   CHARGE ACCOUNTS THAT MAY BE ON ONE           *
001636*----------------------------------------------------------------*
001637 1300-OPEN-PLANS.
001638     OPEN INPUT CUSTPLAN.
001639     EVALUATE WS-PLN-FILE-STATUS
001640         WHEN '00'
001641             MOVE 'Y' TO WS-PLAN-FILE-SW
001642         WHEN '35'
001643             DISPLAY 'CUSTFIN - NO PAYMENT PLAN FILE - NO '
001644                     'ACCOUNTS ON PLAN'
001645         WHEN OTHER
001646             DISPLAY 'CUSTFIN - CANNOT OPEN CUSTPLAN - STATUS '
001647                     WS-PLN-FILE-STATUS
001648             MOVE 'Y' TO WS-ABORT-SW
001649     END-EVALUATE.
001650 1300-EXIT.
001651     EXIT.
001652
001640*----------------------------------------------------------------*
001650* 2000-PROCESS-MASTER - ASSESS ONE CUSTOMER AND WRITE A CHARGE   *
001660*                       TRANSACTION IF THE BALANCE IS PAST DUE   *
001730     IF CUST-BALANCE NOT > ZERO
001740         GO TO 2000-NEXT
001750     END-IF.
001751     PERFORM 2050-CHECK-PAYMENT-PLAN THRU 2050-EXIT.
001752     IF WS-ON-CURRENT-PLAN
001753         ADD 1 TO WS-PLAN-SKIPPED-COUNT
001754         GO TO 2000-NEXT
001755     END-IF.
001760     SET ITP-FUNC-AGE TO TRUE.
001765     MOVE CUST-NUMBER             TO ITP-CUST-NUMBER.
001770     MOVE CUST-BALANCE            TO ITP-CUST-BALANCE.
001890 2000-EXIT.
001900     EXIT.
001910
001911*----------------------------------------------------------------*
001912* 2050-CHECK-PAYMENT-PLAN - IS THE ACCOUNT ON AN ACTIVE PAYMENT  *
001913*                           ARRANGEMENT. CUSTBPR LAPSES A BROKEN *
001914*                           PLAN, SO AN ACTIVE PLAN IS CURRENT   *
001915*----------------------------------------------------------------*
001916 2050-CHECK-PAYMENT-PLAN.
001917     MOVE 'N' TO WS-PLAN-SW.
001918     IF NOT WS-PLANS-AVAILABLE
001919         GO TO 2050-EXIT
001920     END-IF.
001921     MOVE CUST-NUMBER TO PLN-CUST-NUMBER.
001922     READ CUSTPLAN
001923         INVALID KEY
001924             CONTINUE
001925         NOT INVALID KEY
001926             IF PLN-ACTIVE
001927                 MOVE 'Y' TO WS-PLAN-SW
001928             END-IF
001929     END-READ.
001930 2050-EXIT.
001931     EXIT.
001932
001920*----------------------------------------------------------------*
001930* 2100-DETERMINE-RATE - PICK THE MONTHLY RATE FOR THE AGING      *
001940*                       BUCKET THE BALANCE FALLS IN              *
002666     CALL 'CUSTAGER' USING CUSTITP-PARMS.
002670     CLOSE CUSTMAST.
002680     CLOSE CUSTFINT.
002682     IF WS-PLANS-AVAILABLE
002684         CLOSE CUSTPLAN
002686     END-IF.
002690     DISPLAY 'CUSTFIN - CUSTOMERS READ     - ' WS-CUST-COUNT.
002700     DISPLAY 'CUSTFIN - CHARGES WRITTEN    - ' WS-CHARGE-COUNT.
002710     DISPLAY 'CUSTFIN - CHARGE TOTAL       - ' WS-CHARGE-TOTAL.
002712     DISPLAY 'CUSTFIN - ON PLAN SKIPPED    - '
002714             WS-PLAN-SKIPPED-COUNT.
002720 9000-EXIT.
002730     EXIT.
