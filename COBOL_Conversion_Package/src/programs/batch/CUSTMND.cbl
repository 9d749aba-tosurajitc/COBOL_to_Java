000300*
000310* MODIFICATION HISTORY
000320*   09/02/2026  RDM  ORIGINAL PROGRAM.
000322*   09/28/2026  RDM  NO DUNNING LETTER AND NO FINANCE CHARGE FOR
000324*                    AN ACCOUNT WITH AN ACTIVE PAYMENT ARRANGEMENT
000326*                    (CUSTPLAN), MATCHING CUSTDUN AND CUSTFIN.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    CUSTMND.
000720     SELECT CUSTMNDP  ASSIGN TO CUSTMNDP
000730            ORGANIZATION IS SEQUENTIAL
000740            FILE STATUS IS WS-PRM-FILE-STATUS.
000741
000742     SELECT CUSTPLAN  ASSIGN TO CUSTPLAN
000743            ORGANIZATION IS INDEXED
000744            ACCESS MODE IS RANDOM
000745            RECORD KEY IS PLN-CUST-NUMBER
000746            FILE STATUS IS WS-PLN-FILE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
001110     05  FILLER                    PIC X(01).
001120     05  MNDP-FINANCE-FLAG         PIC X(01).
001130     05  FILLER                    PIC X(75).
001132
001134 FD  CUSTPLAN
001136     LABEL RECORDS ARE STANDARD.
001138     COPY CUSTPLN.
001140
001150 WORKING-STORAGE SECTION.
001160 COPY CUSTWS.
001260     05  WS-FIN-FILE-STATUS        PIC X(02) VALUE SPACES.
001270     05  WS-CTL-FILE-STATUS        PIC X(02) VALUE SPACES.
001280     05  WS-PRM-FILE-STATUS        PIC X(02) VALUE SPACES.
001285     05  WS-PLN-FILE-STATUS        PIC X(02) VALUE SPACES.
001290
001300 01  WS-ABORT-SW                   PIC X     VALUE 'N'.
001310     88  WS-ABORT-REQUESTED            VALUE 'Y'.
001311
001312 01  WS-PLAN-SWITCHES.
001313     05  WS-PLAN-FILE-SW           PIC X     VALUE 'N'.
001314         88  WS-PLANS-AVAILABLE          VALUE 'Y'.
001315     05  WS-PLAN-SW                PIC X     VALUE 'N'.
001316         88  WS-ON-CURRENT-PLAN          VALUE 'Y'.
001320
001330 01  WS-SELECTION-SWITCHES.
001340     05  WS-AGING-SW               PIC X(01) VALUE 'Y'.
001650                                       VALUE ZERO.
001660     05  WS-LETTER-COUNT           PIC 9(07) COMP VALUE ZERO.
001670     05  WS-SKIPPED-COUNT          PIC 9(07) COMP VALUE ZERO.
001675     05  WS-DUN-PLAN-SKIPPED       PIC 9(07) COMP VALUE ZERO.
001680
001690 01  WS-RATE-TABLE.
001700     05  WS-RATE-30-59             PIC V9(04) VALUE .0100.
001820 01  WS-RUN-TOTALS.
001830     05  WS-CUST-COUNT             PIC 9(07) COMP VALUE ZERO.
001840     05  WS-CHARGE-COUNT           PIC 9(07) VALUE ZERO.
001845     05  WS-FIN-PLAN-SKIPPED       PIC 9(07) COMP VALUE ZERO.
001850     05  WS-CHARGE-TOTAL           PIC S9(9)V99 COMP-3
001860                                   VALUE ZERO.
001870
002470         10  FILLER                PIC X(26)
002480                  VALUE 'CLOSED/HELD SKIPPED      -'.
002490         10  DNR-T-SKIPPED-COUNT   PIC ZZZ,ZZ9.
002491     05  WS-DNR-PLAN-LINE.
002492         10  FILLER                PIC X(10) VALUE SPACES.
002493         10  FILLER                PIC X(26)
002494                  VALUE 'ON PAYMENT PLAN SKIPPED  -'.
002495         10  DNR-T-PLAN-COUNT      PIC ZZZ,ZZ9.
002500
002510 PROCEDURE DIVISION.
002520*----------------------------------------------------------------*
003220             GO TO 1000-EXIT
003230         END-IF
003240     END-IF.
003241     IF WS-DUNNING-SELECTED OR WS-FINANCE-SELECTED
003242         PERFORM 1300-OPEN-PLANS   THRU 1300-EXIT
003243         IF WS-ABORT-REQUESTED
003244             MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
003245             GO TO 1000-EXIT
003246         END-IF
003247     END-IF.
003250     PERFORM 1100-READ-MASTER      THRU 1100-EXIT.
003260 1000-EXIT.
003270     EXIT.
004240 1210-EXIT.
004250     EXIT.
004260
004261*----------------------------------------------------------------*
004262* 1300-OPEN-PLANS - OPEN THE PAYMENT ARRANGEMENT FILE. IF IT HAS *
004263*                   NEVER BEEN CREATED NO ACCOUNT IS ON A PLAN;  *
004264*                   ANY OTHER FAILURE STOPS THE RUN RATHER THAN  *
004265*                   DUN OR CHARGE ACCOUNTS THAT MAY BE ON ONE    *
004266*----------------------------------------------------------------*
004267 1300-OPEN-PLANS.
004268     OPEN INPUT CUSTPLAN.
004269     EVALUATE WS-PLN-FILE-STATUS
004270         WHEN '00'
004271             MOVE 'Y' TO WS-PLAN-FILE-SW
004272         WHEN '35'
004273             DISPLAY 'CUSTMND - NO PAYMENT PLAN FILE - NO '
004274                     'ACCOUNTS ON PLAN'
004275         WHEN OTHER
004276             DISPLAY 'CUSTMND - CANNOT OPEN CUSTPLAN - STATUS '
004277                     WS-PLN-FILE-STATUS
004278             MOVE 'Y' TO WS-ABORT-SW
004279     END-EVALUATE.
004280 1300-EXIT.
004281     EXIT.
004282
004270*----------------------------------------------------------------*
004280* 2000-PROCESS-MASTER - AGE ONE CUSTOMER ONCE AND CUT EVERY      *
004290*                       SELECTED OUTPUT FROM THAT ONE ANSWER     *
004360     MOVE CUST-LAST-ACTIVITY-DATE TO ITP-LAST-ACTIVITY-DATE.
004370     CALL 'CUSTAGER' USING CUSTITP-PARMS.
004380     PERFORM 2040-FIND-OLDEST-ITEM THRU 2040-EXIT.
004385     PERFORM 2060-CHECK-PAYMENT-PLAN THRU 2060-EXIT.
004390     IF WS-AGING-SELECTED
004400         PERFORM 2300-AGE-ITEMS    THRU 2300-EXIT
004410     END-IF.
004740 2050-EXIT.
004750     EXIT.
004760
004761*----------------------------------------------------------------*
004762* 2060-CHECK-PAYMENT-PLAN - IS THE ACCOUNT ON AN ACTIVE PAYMENT  *
004763*                           ARRANGEMENT. CUSTBPR LAPSES A BROKEN *
004764*                           PLAN, SO AN ACTIVE PLAN IS CURRENT   *
004765*----------------------------------------------------------------*
004766 2060-CHECK-PAYMENT-PLAN.
004767     MOVE 'N' TO WS-PLAN-SW.
004768     IF NOT WS-PLANS-AVAILABLE
004769         GO TO 2060-EXIT
004770     END-IF.
004771     MOVE CUST-NUMBER TO PLN-CUST-NUMBER.
004772     READ CUSTPLAN
004773         INVALID KEY
004774             CONTINUE
004775         NOT INVALID KEY
004776             IF PLN-ACTIVE
004777                 MOVE 'Y' TO WS-PLAN-SW
004778             END-IF
004779     END-READ.
004780 2060-EXIT.
004781     EXIT.
004782
004770*----------------------------------------------------------------*
004780* 2100-DETERMINE-BUCKET - CLASSIFY WS-DAYS-PAST INTO AN AGE      *
004790*                         BUCKET - THE SAME EDGES AS CUSTAGE     *
005380     IF WS-OLDEST-DAYS <= 30
005390         GO TO 2500-EXIT
005400     END-IF.
005402     IF WS-ON-CURRENT-PLAN
005404         ADD 1 TO WS-DUN-PLAN-SKIPPED
005406         GO TO 2500-EXIT
005408     END-IF.
005410     PERFORM 2550-DETERMINE-SEVERITY THRU 2550-EXIT.
005420     PERFORM 2600-WRITE-DUN-EXTRACT  THRU 2600-EXIT.
005430 2500-EXIT.
005980     IF CUST-BALANCE NOT > ZERO
005990         GO TO 2700-EXIT
006000     END-IF.
006002     IF WS-ON-CURRENT-PLAN
006004         ADD 1 TO WS-FIN-PLAN-SKIPPED
006006         GO TO 2700-EXIT
006008     END-IF.
006010     MOVE ZERO TO WS-CHARGE-AMOUNT.
006020     PERFORM 2750-ACCRUE-ONE-ITEM THRU 2750-EXIT
006030         VARYING WS-ITEM-IDX FROM 1 BY 1
007080     MOVE WS-SKIPPED-COUNT TO DNR-T-SKIPPED-COUNT.
007090     WRITE DUNR-LINE FROM WS-DNR-SKIPPED-LINE
007100         AFTER ADVANCING 1 LINE.
007102     MOVE WS-DUN-PLAN-SKIPPED TO DNR-T-PLAN-COUNT.
007104     WRITE DUNR-LINE FROM WS-DNR-PLAN-LINE
007106         AFTER ADVANCING 1 LINE.
007110 8100-EXIT.
007120     EXIT.
007130
007560     SET ITP-FUNC-CLOSE TO TRUE.
007570     CALL 'CUSTAGER' USING CUSTITP-PARMS.
007580     CLOSE CUSTMAST.
007582     IF WS-PLANS-AVAILABLE
007584         CLOSE CUSTPLAN
007586     END-IF.
007590     IF WS-AGING-SELECTED
007600         CLOSE CUSTAGRPT
007610     END-IF.
007720                 WS-LETTER-COUNT
007730         DISPLAY 'CUSTMND - CLOSED/HELD SKIPPED - '
007740                 WS-SKIPPED-COUNT
007742         DISPLAY 'CUSTMND - ON PLAN NOT DUNNED - '
007744                 WS-DUN-PLAN-SKIPPED
007750     END-IF.
007760     IF WS-FINANCE-SELECTED
007770         DISPLAY 'CUSTMND - CHARGES WRITTEN    - '
007780                 WS-CHARGE-COUNT
007790         DISPLAY 'CUSTMND - CHARGE TOTAL       - '
007800                 WS-CHARGE-TOTAL
007802         DISPLAY 'CUSTMND - ON PLAN NOT CHARGED - '
007804                 WS-FIN-PLAN-SKIPPED
007810     END-IF.
007820 9000-EXIT.
007830     EXIT.
