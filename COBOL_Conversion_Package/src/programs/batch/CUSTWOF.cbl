000260*
000270* MODIFICATION HISTORY
000280*   08/27/2026  RDM  ORIGINAL PROGRAM.
000282*   09/28/2026  RDM  NO WRITE-OFF PROPOSED FOR AN ACCOUNT WITH AN
000284*                    ACTIVE PAYMENT ARRANGEMENT (CUSTPLAN). THE
000286*                    REGISTER COUNTS THE ACCOUNTS PASSED OVER.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    CUSTWOF.
000640     SELECT CUSTWOFP  ASSIGN TO CUSTWOFP
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS WS-PRM-FILE-STATUS.
000661
000662     SELECT CUSTPLAN  ASSIGN TO CUSTPLAN
000663            ORGANIZATION IS INDEXED
000664            ACCESS MODE IS RANDOM
000665            RECORD KEY IS PLN-CUST-NUMBER
000666            FILE STATUS IS WS-PLN-FILE-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000940 01  WOFP-CARD.
000950     05  WOFP-DAYS-THRESHOLD       PIC X(05).
000960     05  FILLER                    PIC X(75).
000962
000964 FD  CUSTPLAN
000966     LABEL RECORDS ARE STANDARD.
000968     COPY CUSTPLN.
000970
000980 WORKING-STORAGE SECTION.
000990 COPY CUSTWS.
001060     05  WS-CTL-FILE-STATUS        PIC X(02) VALUE SPACES.
001070     05  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001080     05  WS-PRM-FILE-STATUS        PIC X(02) VALUE SPACES.
001085     05  WS-PLN-FILE-STATUS        PIC X(02) VALUE SPACES.
001090
001100 01  WS-ABORT-SW                   PIC X     VALUE 'N'.
001110     88  WS-ABORT-REQUESTED            VALUE 'Y'.
001111
001112 01  WS-PLAN-SWITCHES.
001113     05  WS-PLAN-FILE-SW           PIC X     VALUE 'N'.
001114         88  WS-PLANS-AVAILABLE          VALUE 'Y'.
001115     05  WS-PLAN-SW                PIC X     VALUE 'N'.
001116         88  WS-ON-CURRENT-PLAN          VALUE 'Y'.
001120
001130 01  WS-SELECT-AREAS.
001140     05  WS-RUN-ID                 PIC X(08) VALUE SPACES.
001200
001210 01  WS-RUN-TOTALS.
001220     05  WS-CUST-COUNT             PIC 9(07) COMP VALUE ZERO.
001225     05  WS-PLAN-SKIPPED-COUNT     PIC 9(07) COMP VALUE ZERO.
001230     05  WS-PROPOSAL-COUNT         PIC 9(07) VALUE ZERO.
001240     05  WS-PROPOSAL-TOTAL         PIC S9(9)V99 COMP-3
001250                                   VALUE ZERO.
001540         10  FILLER                PIC X(28)
001550                  VALUE 'AGING THRESHOLD (DAYS)    - '.
001560         10  RPT-T-THRESHOLD       PIC ZZZZ9.
001562     05  WS-RPT-PLAN-LINE.
001564         10  FILLER                PIC X(28)
001566                  VALUE 'ON PAYMENT PLAN SKIPPED   - '.
001568         10  RPT-T-PLAN-COUNT      PIC ZZZ,ZZ9.
001570
001580 PROCEDURE DIVISION.
001590*----------------------------------------------------------------*
001960                 ' - NO SEVERITY-3 HISTORY - NOTHING PROPOSED'
001970         MOVE 'Y' TO WS-EOF-SW(EOF-FEEDER-A)
001980     END-IF.
001981     PERFORM 1300-OPEN-PLANS       THRU 1300-EXIT.
001982     IF WS-ABORT-REQUESTED
001983         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
001984         GO TO 1000-EXIT
001985     END-IF.
001990     OPEN OUTPUT CUSTWOFT.
002000     IF WS-WOF-FILE-STATUS NOT = '00'
002010         DISPLAY 'CUSTWOF - CANNOT OPEN CUSTWOFT - STATUS '
002780 1200-EXIT.
002790     EXIT.
002800
002801*----------------------------------------------------------------*
002802* 1300-OPEN-PLANS - OPEN THE PAYMENT ARRANGEMENT FILE. IF IT HAS *
002803*                   NEVER BEEN CREATED NO ACCOUNT IS ON A PLAN;  *
002804*                   ANY OTHER FAILURE STOPS THE RUN RATHER THAN  *
002805*                   PROPOSE ACCOUNTS THAT MAY BE ON ONE          *
002806*----------------------------------------------------------------*
002807 1300-OPEN-PLANS.
002808     OPEN INPUT CUSTPLAN.
002809     EVALUATE WS-PLN-FILE-STATUS
002810         WHEN '00'
002811             MOVE 'Y' TO WS-PLAN-FILE-SW
002812         WHEN '35'
002813             DISPLAY 'CUSTWOF - NO PAYMENT PLAN FILE - NO '
002814                     'ACCOUNTS ON PLAN'
002815         WHEN OTHER
002816             DISPLAY 'CUSTWOF - CANNOT OPEN CUSTPLAN - STATUS '
002817                     WS-PLN-FILE-STATUS
002818             MOVE 'Y' TO WS-ABORT-SW
002819     END-EVALUATE.
002820 1300-EXIT.
002821     EXIT.
002822
002810*----------------------------------------------------------------*
002820* 2000-PROCESS-MASTER - JUDGE ONE CUSTOMER AGAINST THE WRITE-OFF *
002830*                       RULES AND PROPOSE A 'WO' IF IT QUALIFIES *
003030     IF WS-DAYS-PAST NOT > WS-DAYS-THRESHOLD
003040         GO TO 2000-NEXT
003050     END-IF.
003051     PERFORM 2100-CHECK-PAYMENT-PLAN THRU 2100-EXIT.
003052     IF WS-ON-CURRENT-PLAN
003053         ADD 1 TO WS-PLAN-SKIPPED-COUNT
003054         GO TO 2000-NEXT
003055     END-IF.
003060     PERFORM 2200-WRITE-PROPOSAL   THRU 2200-EXIT.
003070 2000-NEXT.
003080     PERFORM 1100-READ-MASTER      THRU 1100-EXIT.
003640 2080-EXIT.
003650     EXIT.
003660
003661*----------------------------------------------------------------*
003662* 2100-CHECK-PAYMENT-PLAN - IS THE ACCOUNT ON AN ACTIVE PAYMENT  *
003663*                           ARRANGEMENT. CUSTBPR LAPSES A BROKEN *
003664*                           PLAN, SO AN ACTIVE PLAN IS CURRENT   *
003665*----------------------------------------------------------------*
003666 2100-CHECK-PAYMENT-PLAN.
003667     MOVE 'N' TO WS-PLAN-SW.
003668     IF NOT WS-PLANS-AVAILABLE
003669         GO TO 2100-EXIT
003670     END-IF.
003671     MOVE CUST-NUMBER TO PLN-CUST-NUMBER.
003672     READ CUSTPLAN
003673         INVALID KEY
003674             CONTINUE
003675         NOT INVALID KEY
003676             IF PLN-ACTIVE
003677                 MOVE 'Y' TO WS-PLAN-SW
003678             END-IF
003679     END-READ.
003680 2100-EXIT.
003681     EXIT.
003682
003670*----------------------------------------------------------------*
003680* 2200-WRITE-PROPOSAL - ONE PROPOSED 'WO' TRANSACTION FOR THE    *
003690*                       NEGATIVE OF THE ACCOUNT BALANCE, AND ITS *
004350     MOVE WS-PROPOSAL-TOTAL TO RPT-T-AMOUNT.
004360     WRITE WOFR-LINE FROM WS-RPT-AMOUNT-LINE
004370         AFTER ADVANCING 1 LINE.
004372     MOVE WS-PLAN-SKIPPED-COUNT TO RPT-T-PLAN-COUNT.
004374     WRITE WOFR-LINE FROM WS-RPT-PLAN-LINE
004376         AFTER ADVANCING 1 LINE.
004380 8500-EXIT.
004390     EXIT.
004400
004480     CLOSE CUSTDUNX.
004490     CLOSE CUSTWOFT.
004500     CLOSE CUSTWOFR.
004502     IF WS-PLANS-AVAILABLE
004504         CLOSE CUSTPLAN
004506     END-IF.
004510     DISPLAY 'CUSTWOF - CUSTOMERS READ     - ' WS-CUST-COUNT.
004520     DISPLAY 'CUSTWOF - WRITE-OFFS PROPOSED - '
004530             WS-PROPOSAL-COUNT.
004540     DISPLAY 'CUSTWOF - PROPOSED TOTAL     - '
004550             WS-PROPOSAL-TOTAL.
004552     DISPLAY 'CUSTWOF - ON PLAN SKIPPED    - '
004554             WS-PLAN-SKIPPED-COUNT.
004560 9000-EXIT.
004570     EXIT.
