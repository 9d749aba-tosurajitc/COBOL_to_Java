000236*                    HOLIDAY NOW ROLLS TO THE NEXT BUSINESS DAY
000237*                    VIA THE SHARED CUSTBDAY CALENDAR SERVICE,
000238*                    SO NO LETTER EVER CARRIES A HOLIDAY DATE.
000239*   09/28/2026  RDM  AN ACCOUNT ON AN ACTIVE PAYMENT ARRANGEMENT
000240*                    (CUSTPLAN, SET UP IN CARG AND CHECKED DAILY
000241*                    BY CUSTBPR) GETS NO LETTER AND COUNTS AS ON
000242*                    PAYMENT PLAN SKIPPED. A BROKEN PLAN LAPSES,
000243*                    SO THE ACCOUNT IS DUNNED AGAIN NEXT RUN.
000239*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    CUSTDUN.
000460     SELECT CUSTDUNR  ASSIGN TO CUSTDUNR
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS IS WS-RPT-FILE-STATUS.
000481
000482     SELECT CUSTPLAN  ASSIGN TO CUSTPLAN
000483            ORGANIZATION IS INDEXED
000484            ACCESS MODE IS RANDOM
000485            RECORD KEY IS PLN-CUST-NUMBER
000486            FILE STATUS IS WS-PLN-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 132 CHARACTERS.
000630 01  DUNR-LINE                     PIC X(132).
000632
000634 FD  CUSTPLAN
000636     LABEL RECORDS ARE STANDARD.
000638     COPY CUSTPLN.
000640
000650 WORKING-STORAGE SECTION.
000660 COPY CUSTWS.
000680 01  WS-FILE-STATUS-AREAS.
000690     05  WS-DUN-FILE-STATUS        PIC X(02) VALUE SPACES.
000700     05  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
000705     05  WS-PLN-FILE-STATUS        PIC X(02) VALUE SPACES.
000710
000720 01  WS-ABORT-SW                   PIC X     VALUE 'N'.
000730     88  WS-ABORT-REQUESTED            VALUE 'Y'.
000731
000732 01  WS-PLAN-SWITCHES.
000733     05  WS-PLAN-FILE-SW           PIC X     VALUE 'N'.
000734         88  WS-PLANS-AVAILABLE          VALUE 'Y'.
000735     05  WS-PLAN-SW                PIC X     VALUE 'N'.
000736         88  WS-ON-CURRENT-PLAN          VALUE 'Y'.
000740
000750 01  WS-SEVERITY-SUBSCRIPTS.
000760     05  SEV-REMINDER              PIC 9 VALUE 1.
000860     05  WS-LETTER-COUNT           PIC 9(07) COMP VALUE ZERO.
000870     05  WS-CUST-COUNT             PIC 9(07) COMP VALUE ZERO.
000880     05  WS-SKIPPED-COUNT          PIC 9(07) COMP VALUE ZERO.
000885     05  WS-PLAN-SKIPPED-COUNT     PIC 9(07) COMP VALUE ZERO.
000890
000900 01  WS-AGE-CALC-AREAS.
000930     05  WS-DAYS-PAST              PIC S9(07) COMP.
001140         10  FILLER                PIC X(26)
001150                  VALUE 'CLOSED/HELD SKIPPED      -'.
001160         10  RPT-T-SKIPPED-COUNT   PIC ZZZ,ZZ9.
001161     05  WS-RPT-PLAN-LINE.
001162         10  FILLER                PIC X(10) VALUE SPACES.
001163         10  FILLER                PIC X(26)
001164                  VALUE 'ON PAYMENT PLAN SKIPPED  -'.
001165         10  RPT-T-PLAN-COUNT      PIC ZZZ,ZZ9.
001170
001180 PROCEDURE DIVISION.
001190*----------------------------------------------------------------*
001540         MOVE 'Y' TO WS-ABORT-SW
001550         GO TO 1000-EXIT
001560     END-IF.
001561     PERFORM 1300-OPEN-PLANS       THRU 1300-EXIT.
001562     IF WS-ABORT-REQUESTED
001563         MOVE 'Y' TO WS-EOF-SW(EOF-MASTER)
001564         GO TO 1000-EXIT
001565     END-IF.
001570     OPEN OUTPUT CUSTDUNR.
001580     PERFORM 1150-PRINT-HEADINGS   THRU 1150-EXIT.
001590     PERFORM 1100-READ-MASTER      THRU 1100-EXIT.
001940 1150-EXIT.
001950     EXIT.
001960
001961*----------------------------------------------------------------*
001962* 1300-OPEN-PLANS - OPEN THE PAYMENT ARRANGEMENT FILE. IF IT HAS *
001963*                   NEVER BEEN CREATED NO ACCOUNT IS ON A PLAN;  *
001964*                   ANY OTHER FAILURE STOPS THE RUN RATHER THAN  *
001965*                   DUN ACCOUNTS THAT MAY BE ON ONE              *
001966*----------------------------------------------------------------*
001967 1300-OPEN-PLANS.
001968     OPEN INPUT CUSTPLAN.
001969     EVALUATE WS-PLN-FILE-STATUS
001970         WHEN '00'
001971             MOVE 'Y' TO WS-PLAN-FILE-SW
001972         WHEN '35'
001973             DISPLAY 'CUSTDUN - NO PAYMENT PLAN FILE - NO '
001974                     'ACCOUNTS ON PLAN'
001975         WHEN OTHER
001976             DISPLAY 'CUSTDUN - CANNOT OPEN CUSTPLAN - STATUS '
001977                     WS-PLN-FILE-STATUS
001978             MOVE 'Y' TO WS-ABORT-SW
001979     END-EVALUATE.
001980 1300-EXIT.
001981     EXIT.
001982
001970*----------------------------------------------------------------*
001980* 2000-PROCESS-MASTER - AGE ONE CUSTOMER AND EXTRACT A DUNNING   *
001990*                       RECORD IF THE ACCOUNT IS DELINQUENT      *
002160     IF WS-DAYS-PAST <= 30
002170         GO TO 2000-NEXT
002180     END-IF.
002181     PERFORM 2070-CHECK-PAYMENT-PLAN THRU 2070-EXIT.
002182     IF WS-ON-CURRENT-PLAN
002183         ADD 1 TO WS-PLAN-SKIPPED-COUNT
002184         GO TO 2000-NEXT
002185     END-IF.
002190     PERFORM 2100-DETERMINE-SEVERITY THRU 2100-EXIT.
002200     PERFORM 2200-WRITE-EXTRACT      THRU 2200-EXIT.
002210 2000-NEXT.
002265 2060-EXIT.
002266     EXIT.
002267
002268*----------------------------------------------------------------*
002269* 2070-CHECK-PAYMENT-PLAN - IS THE ACCOUNT ON AN ACTIVE PAYMENT  *
002270*                           ARRANGEMENT. CUSTBPR LAPSES A BROKEN *
002271*                           PLAN, SO AN ACTIVE PLAN IS CURRENT   *
002272*----------------------------------------------------------------*
002273 2070-CHECK-PAYMENT-PLAN.
002274     MOVE 'N' TO WS-PLAN-SW.
002275     IF NOT WS-PLANS-AVAILABLE
002276         GO TO 2070-EXIT
002277     END-IF.
002278     MOVE CUST-NUMBER TO PLN-CUST-NUMBER.
002279     READ CUSTPLAN
002280         INVALID KEY
002281             CONTINUE
002282         NOT INVALID KEY
002283             IF PLN-ACTIVE
002284                 MOVE 'Y' TO WS-PLAN-SW
002285             END-IF
002286     END-READ.
002287 2070-EXIT.
002288     EXIT.
002289
002260*----------------------------------------------------------------*
002270* 2100-DETERMINE-SEVERITY - CLASSIFY DAYS-PAST INTO A SEVERITY   *
002280*                           LEVEL USING THE AGING REPORT BUCKETS *
002790     MOVE WS-SKIPPED-COUNT TO RPT-T-SKIPPED-COUNT.
002800     WRITE DUNR-LINE FROM WS-RPT-SKIPPED-LINE
002810         AFTER ADVANCING 1 LINE.
002812     MOVE WS-PLAN-SKIPPED-COUNT TO RPT-T-PLAN-COUNT.
002814     WRITE DUNR-LINE FROM WS-RPT-PLAN-LINE
002816         AFTER ADVANCING 1 LINE.
002820 8000-EXIT.
002830     EXIT.
002840
003000     CLOSE CUSTMAST.
003010     CLOSE CUSTDUNX.
003020     CLOSE CUSTDUNR.
003022     IF WS-PLANS-AVAILABLE
003024         CLOSE CUSTPLAN
003026     END-IF.
003030     DISPLAY 'CUSTDUN - CUSTOMERS READ     - ' WS-CUST-COUNT.
003040     DISPLAY 'CUSTDUN - LETTERS PRODUCED   - ' WS-LETTER-COUNT.
003050     DISPLAY 'CUSTDUN - CLOSED/HELD SKIPPED - '
003060             WS-SKIPPED-COUNT.
003062     DISPLAY 'CUSTDUN - ON PLAN SKIPPED    - '
003064             WS-PLAN-SKIPPED-COUNT.
003070 9000-EXIT.
003080     EXIT.
