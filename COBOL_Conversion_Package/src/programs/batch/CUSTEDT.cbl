000190*
000200* MODIFICATION HISTORY
000210*   08/18/2026  RDM  ORIGINAL PROGRAM.
000211*   09/08/2026  RDM  ACCEPTS THE 'NA' (NAME/ADDRESS CHANGE) CODE.
000212*                    THE NEW NAME AND CITY MUST NOT BE BLANK, THE
000213*                    STATE MUST BE A VALID POSTAL STATE CODE, AND
000214*                    THE ZIP CODE MUST BE FIVE DIGITS OR ZIP+4
000215*                    (NNNNN-NNNN). AN 'NA' CARRIES NO AMOUNT AND
000216*                    DOES NOT ENTER THE BALANCE CONTROL TOTAL.
000217*   09/14/2026  RDM  ACCEPTS THE 'RP' (RETURNED PAYMENT) CODE. THE
000218*                    AMOUNT MUST BE NUMERIC AND GREATER THAN ZERO
000219*                    AND THE ORIGINAL PAYMENT'S HISTORY DATE AND
000220*                    SEQUENCE MUST BE NUMERIC. AN 'RP' ENTERS THE
000221*                    BALANCE CONTROL TOTAL LIKE A 'BC'.
000222*   10/01/2026  RDM  ACCEPTS THE 'MG' (ACCOUNT MERGE) CODE. THE
000223*                    SURVIVING ACCOUNT NUMBER MUST BE NUMERIC, NOT
000224*                    ZERO, AND NOT THE ACCOUNT BEING RETIRED. AN
000225*                    'MG' MOVES A BALANCE BETWEEN TWO ACCOUNTS AND
000226*                    DOES NOT ENTER THE BALANCE CONTROL TOTAL.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    CUSTEDT.
001050     05  WS-RECORD-VALID-SW        PIC X     VALUE 'N'.
001060         88  WS-RECORD-VALID             VALUE 'Y'.
001070
001071 01  WS-STATE-TABLE-AREAS.
001072     05  WS-STATE-CODE-VALUES.
001073         10  FILLER  PIC X(20) VALUE 'ALAKAZARCACOCTDEDCFL'.
001074         10  FILLER  PIC X(20) VALUE 'GAHIIDILINIAKSKYLAME'.
001075         10  FILLER  PIC X(20) VALUE 'MDMAMIMNMSMOMTNENVNH'.
001076         10  FILLER  PIC X(20) VALUE 'NJNMNYNCNDOHOKORPARI'.
001077         10  FILLER  PIC X(20) VALUE 'SCSDTNTXUTVTVAWAWVWI'.
001078         10  FILLER  PIC X(18) VALUE 'WYPRVIGUASMPAAAEAP'.
001079     05  WS-STATE-CODE-TABLE REDEFINES WS-STATE-CODE-VALUES.
001080         10  WS-STATE-CODE OCCURS 59 TIMES
001081                                   PIC X(02).
001082     05  WS-STATE-COUNT            PIC 9(03) COMP VALUE 59.
001083     05  WS-STATE-IDX              PIC 9(03) COMP VALUE ZERO.
001084     05  WS-STATE-FOUND-SW         PIC X     VALUE 'N'.
001085         88  WS-STATE-FOUND              VALUE 'Y'.
001086
001087 01  WS-RUN-COUNTERS.
001090     05  WS-READ-COUNT-A           PIC 9(07) COMP VALUE ZERO.
001100     05  WS-READ-COUNT-B           PIC 9(07) COMP VALUE ZERO.
001110     05  WS-REJECT-COUNT           PIC 9(07) COMP VALUE ZERO.
002150             OR TRAN-CREDIT-CHANGE IN SORT-RECORD
002160             OR TRAN-STATUS-CHANGE IN SORT-RECORD
002170             OR TRAN-ADD-CUSTOMER IN SORT-RECORD
002180             OR TRAN-DELETE-CUSTOMER IN SORT-RECORD
002185             OR TRAN-NAME-ADDR-CHANGE IN SORT-RECORD
002187             OR TRAN-PAYMENT-REVERSAL IN SORT-RECORD
002189             OR TRAN-ACCOUNT-MERGE IN SORT-RECORD)
002190         MOVE 'INVALID TRANSACTION CODE'
002200              TO WS-REJECT-REASON
002210         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
002230     END-IF.
002240     IF (TRAN-BALANCE-CHANGE IN SORT-RECORD
002250             OR TRAN-CREDIT-CHANGE IN SORT-RECORD
002260             OR TRAN-ADD-CUSTOMER IN SORT-RECORD
002265             OR TRAN-PAYMENT-REVERSAL IN SORT-RECORD)
002270             AND TRAN-AMOUNT IN SORT-RECORD NOT NUMERIC
002280         MOVE 'NONNUMERIC TRANSACTION AMOUNT'
002290              TO WS-REJECT-REASON
002400         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
002410         GO TO 2000-EXIT
002420     END-IF.
002422     IF TRAN-NAME-ADDR-CHANGE IN SORT-RECORD
002424         PERFORM 2100-EDIT-NAME-ADDR THRU 2100-EXIT
002426     END-IF.
002427     IF TRAN-PAYMENT-REVERSAL IN SORT-RECORD
002428         PERFORM 2200-EDIT-REVERSAL THRU 2200-EXIT
002430     END-IF.
002432     IF TRAN-ACCOUNT-MERGE IN SORT-RECORD
002434         PERFORM 2300-EDIT-MERGE THRU 2300-EXIT
002436     END-IF.
002438 2000-EXIT.
002440     EXIT.
002441
002442*----------------------------------------------------------------*
002443* 2100-EDIT-NAME-ADDR - THE NEW NAME/ADDRESS BLOCK ON AN 'NA'.   *
002444*                       NAME AND CITY MUST BE PRESENT, THE STATE *
002445*                       MUST BE IN THE POSTAL CODE TABLE, AND    *
002446*                       THE ZIP MUST BE NNNNN OR NNNNN-NNNN      *
002447*----------------------------------------------------------------*
002448 2100-EDIT-NAME-ADDR.
002449     IF TRAN-NAME IN SORT-RECORD = SPACES
002450         MOVE 'NAME/ADDRESS CHANGE - BLANK NAME'
002451              TO WS-REJECT-REASON
002452         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
002453         GO TO 2100-EXIT
002454     END-IF.
002455     IF TRAN-CITY IN SORT-RECORD = SPACES
002456         MOVE 'NAME/ADDRESS CHANGE - BLANK CITY'
002457              TO WS-REJECT-REASON
002458         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
002459         GO TO 2100-EXIT
002460     END-IF.
002461     MOVE 'N' TO WS-STATE-FOUND-SW.
002462     PERFORM 2150-CHECK-ONE-STATE THRU 2150-EXIT
002463         VARYING WS-STATE-IDX FROM 1 BY 1
002464         UNTIL WS-STATE-IDX > WS-STATE-COUNT
002465            OR WS-STATE-FOUND.
002466     IF NOT WS-STATE-FOUND
002467         MOVE 'NAME/ADDRESS CHANGE - INVALID STATE'
002468              TO WS-REJECT-REASON
002469         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
002470         GO TO 2100-EXIT
002471     END-IF.
002472     IF TRAN-ZIP-CODE IN SORT-RECORD (1:5) NOT NUMERIC
002473         MOVE 'NAME/ADDRESS CHANGE - MALFORMED ZIP CODE'
002474              TO WS-REJECT-REASON
002475         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
002476         GO TO 2100-EXIT
002477     END-IF.
002478     IF TRAN-ZIP-CODE IN SORT-RECORD (6:5) = SPACES
002479         GO TO 2100-EXIT
002480     END-IF.
002481     IF TRAN-ZIP-CODE IN SORT-RECORD (6:1) NOT = '-'
002482             OR TRAN-ZIP-CODE IN SORT-RECORD (7:4) NOT NUMERIC
002483         MOVE 'NAME/ADDRESS CHANGE - MALFORMED ZIP CODE'
002484              TO WS-REJECT-REASON
002485         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
002486     END-IF.
002487 2100-EXIT.
002488     EXIT.
002489
002490*----------------------------------------------------------------*
002491* 2150-CHECK-ONE-STATE - COMPARE THE NEW STATE TO ONE ENTRY OF   *
002492*                        THE POSTAL CODE TABLE                   *
002493*----------------------------------------------------------------*
002494 2150-CHECK-ONE-STATE.
002495     IF TRAN-STATE IN SORT-RECORD = WS-STATE-CODE(WS-STATE-IDX)
002496         MOVE 'Y' TO WS-STATE-FOUND-SW
002497     END-IF.
002498 2150-EXIT.
002499     EXIT.
002500
002501*----------------------------------------------------------------*
002502* 2200-EDIT-REVERSAL - A RETURNED PAYMENT MUST REVERSE A REAL    *
002503*                      AMOUNT AND NAME THE ORIGINAL PAYMENT'S    *
002504*                      HISTORY RECORD. WHETHER THAT RECORD IS ON *
002505*                      FILE IS CHECKED BY THE UPDATE.            *
002506*----------------------------------------------------------------*
002507 2200-EDIT-REVERSAL.
002508     IF TRAN-AMOUNT IN SORT-RECORD NOT > ZERO
002509         MOVE 'RETURNED PAYMENT - AMOUNT NOT POSITIVE'
002510              TO WS-REJECT-REASON
002511         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
002512         GO TO 2200-EXIT
002513     END-IF.
002514     IF TRAN-REV-PAYMENT-DATE IN SORT-RECORD NOT NUMERIC
002515             OR TRAN-REV-PAYMENT-SEQ IN SORT-RECORD NOT NUMERIC
002516             OR TRAN-REV-PAYMENT-DATE IN SORT-RECORD = ZERO
002517         MOVE 'RETURNED PAYMENT - BAD ORIGINAL PAYMENT KEY'
002518              TO WS-REJECT-REASON
002519         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
002520     END-IF.
002521 2200-EXIT.
002522     EXIT.
002523
002524*----------------------------------------------------------------*
002525* 2300-EDIT-MERGE - AN ACCOUNT MERGE MUST NAME A SURVIVING       *
002526*                   ACCOUNT OTHER THAN THE ONE BEING RETIRED.    *
002527*                   WHETHER BOTH ARE ON FILE AND OPEN IS CHECKED *
002528*                   BY THE UPDATE.                               *
002529*----------------------------------------------------------------*
002530 2300-EDIT-MERGE.
002531     IF TRAN-MERGE-SURVIVOR IN SORT-RECORD NOT NUMERIC
002532             OR TRAN-MERGE-SURVIVOR IN SORT-RECORD = ZERO
002533         MOVE 'ACCOUNT MERGE - BAD SURVIVING ACCOUNT'
002534              TO WS-REJECT-REASON
002535         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
002536         GO TO 2300-EXIT
002537     END-IF.
002538     IF TRAN-MERGE-SURVIVOR IN SORT-RECORD
002539             = TRAN-CUST-NUMBER IN SORT-RECORD
002540         MOVE 'ACCOUNT MERGE - SURVIVOR IS SAME ACCOUNT'
002541              TO WS-REJECT-REASON
002542         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
002543     END-IF.
002544 2300-EXIT.
002545     EXIT.
002450
002460*----------------------------------------------------------------*
002470* 2900-PRINT-REJECT - ONE EDIT REPORT DETAIL LINE FOR A RECORD   *
002640 2950-COUNT-RELEASED.
002650     ADD 1 TO WS-RELEASED-COUNT.
002660     IF TRAN-BALANCE-CHANGE IN SORT-RECORD
002665             OR TRAN-PAYMENT-REVERSAL IN SORT-RECORD
002670         ADD TRAN-AMOUNT IN SORT-RECORD
002680             TO WS-CTL-BALANCE-TOTAL
002690     END-IF.
