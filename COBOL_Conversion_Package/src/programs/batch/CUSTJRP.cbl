000170*
000180* MODIFICATION HISTORY
000190*   08/31/2026  RDM  ORIGINAL PROGRAM.
000191*   09/17/2026  RDM  CORRECTIONS OVER THE OPERATOR'S AUTHORITY
000192*                    NOW GO TO THE SUPERVISOR APPROVAL QUEUE.
000193*                    EACH LINE SHOWS WHETHER THE CORRECTION WAS
000194*                    APPLIED, QUEUED, APPROVED OR DECLINED, AND BY
000195*                    WHOM. NET CHANGE COUNTS ONLY APPLIED AND
000196*                    APPROVED CORRECTIONS, WITH QUEUED AND
000197*                    DECLINED BESIDE THEM. THE REPORT ENDS WITH
000198*                    EVERY CORRECTION STILL ON THE PENDING FILE
000199*                    (CUSTPEND) SO THE DAY BALANCES.
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.    CUSTJRP.
000380            ORGANIZATION IS SEQUENTIAL
000390            FILE STATUS IS WS-RPT-FILE-STATUS.
000400
000401     SELECT CUSTPEND  ASSIGN TO CUSTPEND
000402            ORGANIZATION IS INDEXED
000403            ACCESS MODE IS SEQUENTIAL
000404            RECORD KEY IS PND-KEY
000405            FILE STATUS IS WS-PND-FILE-STATUS.
000406
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CUSTJRNL
000490     RECORD CONTAINS 132 CHARACTERS.
000500 01  JRPR-LINE                     PIC X(132).
000510
000511 FD  CUSTPEND
000512     LABEL RECORDS ARE STANDARD.
000513     COPY CUSTPND.
000514
000520 WORKING-STORAGE SECTION.
000530 COPY CUSTWS.
000540
000550 01  WS-FILE-STATUS-AREAS.
000560     05  WS-JRN-FILE-STATUS        PIC X(02) VALUE SPACES.
000570     05  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
000575     05  WS-PND-FILE-STATUS        PIC X(02) VALUE SPACES.
000580
000590 01  WS-ABORT-SW                   PIC X     VALUE 'N'.
000600     88  WS-ABORT-REQUESTED            VALUE 'Y'.
000630     05  WS-NET-CHANGE             PIC S9(9)V99 COMP-3
000640                                   VALUE ZERO.
000650     05  WS-OPR-IDX                PIC 9(03) COMP VALUE ZERO.
000655     05  WS-OPR-HIT                PIC 9(03) COMP VALUE ZERO.
000660     05  WS-OPR-FOUND-SW           PIC X     VALUE 'N'.
000670         88  WS-OPR-FOUND                VALUE 'Y'.
000672     05  WS-PND-EOF-SW             PIC X     VALUE 'N'.
000674         88  WS-PND-EOF                  VALUE 'Y'.
000680
000690 01  WS-OPERATOR-AREAS.
000700     05  WS-OPERATOR-COUNT         PIC 9(03) COMP VALUE ZERO.
000730             15  WS-OPR-USER-ID        PIC X(08).
000740             15  WS-OPR-CORRECTIONS    PIC 9(07).
000750             15  WS-OPR-NET-CHANGE     PIC S9(9)V99 COMP-3.
000752             15  WS-OPR-APPROVED       PIC 9(07).
000754             15  WS-OPR-QUEUED         PIC 9(07).
000756             15  WS-OPR-QUEUED-CHANGE  PIC S9(9)V99 COMP-3.
000758             15  WS-OPR-DECLINED       PIC 9(07).
000759             15  WS-OPR-DECLINED-CHANGE PIC S9(9)V99 COMP-3.
000760
000770 01  WS-RUN-TOTALS.
000780     05  WS-JOURNAL-COUNT          PIC 9(07) COMP VALUE ZERO.
000790     05  WS-TOTAL-NET-CHANGE       PIC S9(11)V99 COMP-3
000800                                   VALUE ZERO.
000801     05  WS-APPLIED-COUNT          PIC 9(07) COMP VALUE ZERO.
000802     05  WS-APPROVED-COUNT         PIC 9(07) COMP VALUE ZERO.
000803     05  WS-APPROVED-NET-CHANGE    PIC S9(11)V99 COMP-3
000804                                   VALUE ZERO.
000805     05  WS-QUEUED-COUNT           PIC 9(07) COMP VALUE ZERO.
000806     05  WS-QUEUED-NET-CHANGE      PIC S9(11)V99 COMP-3
000807                                   VALUE ZERO.
000810
000811 01  WS-NOT-APPLIED-TOTALS.
000812     05  WS-DECLINED-COUNT         PIC 9(07) COMP VALUE ZERO.
000813     05  WS-DECLINED-NET-CHANGE    PIC S9(11)V99 COMP-3
000814                                   VALUE ZERO.
000815     05  WS-PENDING-COUNT          PIC 9(07) COMP VALUE ZERO.
000816     05  WS-PENDING-NET-CHANGE     PIC S9(11)V99 COMP-3
000817                                   VALUE ZERO.
000818
000820 01  WS-REPORT-LINES.
000830     05  WS-RPT-TITLE-LINE.
000840         10  FILLER                PIC X(40) VALUE SPACES.
000920         10  FILLER                PIC X(15) VALUE 'OLD BALANCE'.
000930         10  FILLER                PIC X(15) VALUE 'NEW BALANCE'.
000940         10  FILLER                PIC X(15) VALUE 'NET CHANGE'.
000942         10  FILLER                PIC X(10) VALUE 'ACTION'.
000944         10  FILLER                PIC X(08) VALUE 'APPROVER'.
000950     05  WS-RPT-DETAIL-LINE.
000960         10  RPT-D-TIME            PIC 9(06).
000970         10  FILLER                PIC X(02) VALUE SPACES.
001060         10  RPT-D-NEW-BALANCE     PIC Z,ZZZ,ZZ9.99-.
001070         10  FILLER                PIC X(02) VALUE SPACES.
001080         10  RPT-D-NET-CHANGE      PIC Z,ZZZ,ZZ9.99-.
001082         10  FILLER                PIC X(02) VALUE SPACES.
001084         10  RPT-D-ACTION          PIC X(08).
001086         10  FILLER                PIC X(02) VALUE SPACES.
001088         10  RPT-D-APPROVER        PIC X(08).
001090     05  WS-RPT-OPERATOR-LINE.
001100         10  FILLER                PIC X(04) VALUE SPACES.
001110         10  RPT-O-USER-ID         PIC X(08).
001130         10  RPT-O-CORRECTIONS     PIC ZZZ,ZZ9.
001140         10  FILLER                PIC X(02) VALUE SPACES.
001150         10  RPT-O-NET-CHANGE      PIC Z,ZZZ,ZZ9.99-.
001151         10  FILLER                PIC X(02) VALUE SPACES.
001152         10  RPT-O-APPROVED        PIC ZZZ,ZZ9.
001153         10  FILLER                PIC X(02) VALUE SPACES.
001154         10  RPT-O-QUEUED          PIC ZZZ,ZZ9.
001155         10  RPT-O-QUEUED-CHANGE   PIC ZZZ,ZZZ,ZZ9.99-.
001156         10  FILLER                PIC X(02) VALUE SPACES.
001157         10  RPT-O-DECLINED        PIC ZZZ,ZZ9.
001158         10  RPT-O-DECLINED-CHANGE PIC ZZZ,ZZZ,ZZ9.99-.
001160     05  WS-RPT-OPR-HEADING-LINE.
001170         10  FILLER                PIC X(04) VALUE SPACES.
001180         10  FILLER                PIC X(10) VALUE 'OPERATOR'.
001190         10  FILLER                PIC X(09) VALUE 'APPLIED'.
001200         10  FILLER                PIC X(15) VALUE 'NET CHANGE'.
001202         10  FILLER                PIC X(09) VALUE 'APPROVED'.
001203         10  FILLER                PIC X(09) VALUE 'QUEUED'.
001204         10  FILLER                PIC X(15)
001205                  VALUE 'QUEUED CHANGE'.
001206         10  FILLER                PIC X(09) VALUE 'DECLINED'.
001207         10  FILLER                PIC X(15)
001208                  VALUE 'DECLINED CHANGE'.
001210     05  WS-RPT-TOTAL-LINE.
001220         10  FILLER                PIC X(04) VALUE SPACES.
001230         10  RPT-T-LABEL           PIC X(26).
001240         10  RPT-T-COUNT           PIC ZZZ,ZZ9.
001250         10  FILLER                PIC X(02) VALUE SPACES.
001260         10  RPT-T-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
001261     05  WS-RPT-PENDING-TITLE-LINE.
001262         10  FILLER                PIC X(40)
001263                  VALUE 'CORRECTIONS STILL AWAITING APPROVAL'.
001264     05  WS-RPT-PENDING-HEADING-LINE.
001265         10  FILLER                PIC X(10) VALUE 'KEYED ON'.
001266         10  FILLER                PIC X(08) VALUE 'TIME'.
001267         10  FILLER                PIC X(06) VALUE 'TERM'.
001268         10  FILLER                PIC X(10) VALUE 'OPERATOR'.
001269         10  FILLER                PIC X(10) VALUE 'CUST NBR'.
001270         10  FILLER                PIC X(15) VALUE 'OLD BALANCE'.
001271         10  FILLER                PIC X(15) VALUE 'NEW BALANCE'.
001272         10  FILLER                PIC X(15) VALUE 'NET CHANGE'.
001273     05  WS-RPT-PENDING-LINE.
001274         10  RPT-P-DATE            PIC 9(08).
001275         10  FILLER                PIC X(02) VALUE SPACES.
001276         10  RPT-P-TIME            PIC 9(06).
001277         10  FILLER                PIC X(02) VALUE SPACES.
001278         10  RPT-P-TERMINAL        PIC X(04).
001279         10  FILLER                PIC X(02) VALUE SPACES.
001280         10  RPT-P-USER-ID         PIC X(08).
001281         10  FILLER                PIC X(02) VALUE SPACES.
001282         10  RPT-P-CUST-NUMBER     PIC ZZZZZZ9.
001283         10  FILLER                PIC X(03) VALUE SPACES.
001284         10  RPT-P-OLD-BALANCE     PIC Z,ZZZ,ZZ9.99-.
001285         10  FILLER                PIC X(02) VALUE SPACES.
001286         10  RPT-P-NEW-BALANCE     PIC Z,ZZZ,ZZ9.99-.
001287         10  FILLER                PIC X(02) VALUE SPACES.
001288         10  RPT-P-NET-CHANGE      PIC Z,ZZZ,ZZ9.99-.
001289     05  WS-RPT-MESSAGE-LINE.
001290         10  FILLER                PIC X(04) VALUE SPACES.
001291         10  RPT-M-MESSAGE         PIC X(60).
001270
001280 PROCEDURE DIVISION.
001290*----------------------------------------------------------------*
001350         PERFORM 2000-PROCESS-JOURNAL  THRU 2000-EXIT
001360                 UNTIL END-OF-FILE(EOF-MASTER)
001370         PERFORM 8000-PRINT-TOTALS     THRU 8000-EXIT
001375         PERFORM 8200-PRINT-PENDING    THRU 8200-EXIT
001380         PERFORM 9000-TERMINATE        THRU 9000-EXIT
001390     END-IF.
001400     STOP RUN.
001890     ADD 1 TO WS-JOURNAL-COUNT.
001900     COMPUTE WS-NET-CHANGE =
001910             JRN-NEW-BALANCE - JRN-OLD-BALANCE.
001920     PERFORM 2050-TALLY-ACTION     THRU 2050-EXIT.
001930     PERFORM 2100-TALLY-OPERATOR   THRU 2100-EXIT.
001940     MOVE JRN-TIME        TO RPT-D-TIME.
001950     MOVE JRN-TERMINAL-ID TO RPT-D-TERMINAL.
001980     MOVE JRN-OLD-BALANCE TO RPT-D-OLD-BALANCE.
001990     MOVE JRN-NEW-BALANCE TO RPT-D-NEW-BALANCE.
002000     MOVE WS-NET-CHANGE   TO RPT-D-NET-CHANGE.
002002     MOVE JRN-APPROVER-ID TO RPT-D-APPROVER.
002010     WRITE JRPR-LINE FROM WS-RPT-DETAIL-LINE
002020         AFTER ADVANCING 1 LINE.
002030     PERFORM 1100-READ-JOURNAL     THRU 1100-EXIT.
002040 2000-EXIT.
002050     EXIT.
002060
002061*----------------------------------------------------------------*
002062* 2050-TALLY-ACTION - RUN TOTALS BY WHAT HAPPENED TO THE         *
002063*                     CORRECTION. ONLY APPLIED AND APPROVED ONES *
002064*                     CHANGED THE MASTER, SO ONLY THEY GO INTO   *
002065*                     THE NET CHANGE THE SLIPS ARE TIED TO       *
002066*----------------------------------------------------------------*
002067 2050-TALLY-ACTION.
002068     EVALUATE TRUE
002069         WHEN JRN-ACTION-QUEUED
002070             MOVE 'QUEUED'   TO RPT-D-ACTION
002071             ADD 1 TO WS-QUEUED-COUNT
002072             ADD WS-NET-CHANGE TO WS-QUEUED-NET-CHANGE
002073         WHEN JRN-ACTION-DECLINED
002074             MOVE 'DECLINED' TO RPT-D-ACTION
002075             ADD 1 TO WS-DECLINED-COUNT
002076             ADD WS-NET-CHANGE TO WS-DECLINED-NET-CHANGE
002077         WHEN JRN-ACTION-APPROVED
002078             MOVE 'APPROVED' TO RPT-D-ACTION
002079             ADD 1 TO WS-APPROVED-COUNT
002080             ADD WS-NET-CHANGE TO WS-APPROVED-NET-CHANGE
002081             ADD 1 TO WS-APPLIED-COUNT
002082             ADD WS-NET-CHANGE TO WS-TOTAL-NET-CHANGE
002083         WHEN OTHER
002084             MOVE 'APPLIED'  TO RPT-D-ACTION
002085             ADD 1 TO WS-APPLIED-COUNT
002086             ADD WS-NET-CHANGE TO WS-TOTAL-NET-CHANGE
002087     END-EVALUATE.
002088 2050-EXIT.
002089     EXIT.
002090
002070*----------------------------------------------------------------*
002080* 2100-TALLY-OPERATOR - FIND OR ADD THE KEYING OPERATOR'S ENTRY  *
002090*                       AND ACCUMULATE THIS CORRECTION. A FULL   *
002100*                       TABLE LUMPS THE OVERFLOW UNDER ONE       *
002110*                       '*OTHERS*' ENTRY.                        *
002170         UNTIL WS-OPR-IDX > WS-OPERATOR-COUNT
002180         OR WS-OPR-FOUND.
002190     IF WS-OPR-FOUND
002200         GO TO 2100-ACCUMULATE
002210     END-IF.
002220     IF WS-OPERATOR-COUNT < 99
002230         ADD 1 TO WS-OPERATOR-COUNT
002240         MOVE WS-OPERATOR-COUNT TO WS-OPR-HIT
002250         MOVE JRN-USER-ID TO WS-OPR-USER-ID(WS-OPR-HIT)
002260     ELSE
002270         MOVE 100 TO WS-OPR-HIT
002300         IF WS-OPERATOR-COUNT < 100
002302             MOVE 100 TO WS-OPERATOR-COUNT
002304             MOVE '*OTHERS*' TO WS-OPR-USER-ID(100)
002310         ELSE
002320             GO TO 2100-ACCUMULATE
002325         END-IF
002330     END-IF.
002332     MOVE ZERO TO WS-OPR-CORRECTIONS(WS-OPR-HIT).
002334     MOVE ZERO TO WS-OPR-NET-CHANGE(WS-OPR-HIT).
002336     MOVE ZERO TO WS-OPR-APPROVED(WS-OPR-HIT).
002338     MOVE ZERO TO WS-OPR-QUEUED(WS-OPR-HIT).
002340     MOVE ZERO TO WS-OPR-QUEUED-CHANGE(WS-OPR-HIT).
002342     MOVE ZERO TO WS-OPR-DECLINED(WS-OPR-HIT).
002344     MOVE ZERO TO WS-OPR-DECLINED-CHANGE(WS-OPR-HIT).
002346 2100-ACCUMULATE.
002348     EVALUATE TRUE
002350         WHEN JRN-ACTION-QUEUED
002352             ADD 1 TO WS-OPR-QUEUED(WS-OPR-HIT)
002354             ADD WS-NET-CHANGE
002356                 TO WS-OPR-QUEUED-CHANGE(WS-OPR-HIT)
002358         WHEN JRN-ACTION-DECLINED
002360             ADD 1 TO WS-OPR-DECLINED(WS-OPR-HIT)
002362             ADD WS-NET-CHANGE
002364                 TO WS-OPR-DECLINED-CHANGE(WS-OPR-HIT)
002366         WHEN OTHER
002368             IF JRN-ACTION-APPROVED
002370                 ADD 1 TO WS-OPR-APPROVED(WS-OPR-HIT)
002372             END-IF
002374             ADD 1 TO WS-OPR-CORRECTIONS(WS-OPR-HIT)
002376             ADD WS-NET-CHANGE TO WS-OPR-NET-CHANGE(WS-OPR-HIT)
002378     END-EVALUATE.
002340 2100-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------------*
002380* 2150-CHECK-ONE-OPERATOR - NOTE A MATCHING ENTRY                *
002390*----------------------------------------------------------------*
002400 2150-CHECK-ONE-OPERATOR.
002410     IF WS-OPR-USER-ID(WS-OPR-IDX) = JRN-USER-ID
002420         MOVE WS-OPR-IDX TO WS-OPR-HIT
002440         SET WS-OPR-FOUND TO TRUE
002450     END-IF.
002460 2150-EXIT.
002560     PERFORM 8100-PRINT-ONE-OPERATOR THRU 8100-EXIT
002570         VARYING WS-OPR-IDX FROM 1 BY 1
002580         UNTIL WS-OPR-IDX > WS-OPERATOR-COUNT.
002590     MOVE 'CORRECTIONS APPLIED     - ' TO RPT-T-LABEL.
002600     MOVE WS-APPLIED-COUNT             TO RPT-T-COUNT.
002610     MOVE WS-TOTAL-NET-CHANGE          TO RPT-T-AMOUNT.
002620     WRITE JRPR-LINE FROM WS-RPT-TOTAL-LINE
002630         AFTER ADVANCING 2 LINES.
002631     MOVE '  OF WHICH APPROVED     - ' TO RPT-T-LABEL.
002632     MOVE WS-APPROVED-COUNT            TO RPT-T-COUNT.
002633     MOVE WS-APPROVED-NET-CHANGE       TO RPT-T-AMOUNT.
002634     WRITE JRPR-LINE FROM WS-RPT-TOTAL-LINE
002635         AFTER ADVANCING 1 LINE.
002636     MOVE 'QUEUED FOR APPROVAL     - ' TO RPT-T-LABEL.
002637     MOVE WS-QUEUED-COUNT              TO RPT-T-COUNT.
002638     MOVE WS-QUEUED-NET-CHANGE         TO RPT-T-AMOUNT.
002639     WRITE JRPR-LINE FROM WS-RPT-TOTAL-LINE
002640         AFTER ADVANCING 1 LINE.
002641     MOVE 'DECLINED                - ' TO RPT-T-LABEL.
002642     MOVE WS-DECLINED-COUNT            TO RPT-T-COUNT.
002643     MOVE WS-DECLINED-NET-CHANGE       TO RPT-T-AMOUNT.
002644     WRITE JRPR-LINE FROM WS-RPT-TOTAL-LINE
002645         AFTER ADVANCING 1 LINE.
002646     MOVE 'JOURNAL RECORDS READ    - ' TO RPT-T-LABEL.
002647     MOVE WS-JOURNAL-COUNT             TO RPT-T-COUNT.
002648     MOVE ZERO                         TO RPT-T-AMOUNT.
002649     WRITE JRPR-LINE FROM WS-RPT-TOTAL-LINE
002650         AFTER ADVANCING 1 LINE.
002640 8000-EXIT.
002650     EXIT.
002660
002710     MOVE WS-OPR-USER-ID(WS-OPR-IDX)     TO RPT-O-USER-ID.
002720     MOVE WS-OPR-CORRECTIONS(WS-OPR-IDX) TO RPT-O-CORRECTIONS.
002730     MOVE WS-OPR-NET-CHANGE(WS-OPR-IDX)  TO RPT-O-NET-CHANGE.
002731     MOVE WS-OPR-APPROVED(WS-OPR-IDX)    TO RPT-O-APPROVED.
002732     MOVE WS-OPR-QUEUED(WS-OPR-IDX)      TO RPT-O-QUEUED.
002733     MOVE WS-OPR-QUEUED-CHANGE(WS-OPR-IDX)
002734          TO RPT-O-QUEUED-CHANGE.
002735     MOVE WS-OPR-DECLINED(WS-OPR-IDX)    TO RPT-O-DECLINED.
002736     MOVE WS-OPR-DECLINED-CHANGE(WS-OPR-IDX)
002737          TO RPT-O-DECLINED-CHANGE.
002740     WRITE JRPR-LINE FROM WS-RPT-OPERATOR-LINE
002750         AFTER ADVANCING 1 LINE.
002760 8100-EXIT.
002770     EXIT.
002780
002781*----------------------------------------------------------------*
002782* 8200-PRINT-PENDING - EVERY CORRECTION STILL ON THE PENDING     *
002783*                      FILE, WHATEVER DAY IT WAS KEYED. THESE    *
002784*                      HAVE NOT TOUCHED THE MASTER               *
002785*----------------------------------------------------------------*
002786 8200-PRINT-PENDING.
002787     WRITE JRPR-LINE FROM WS-RPT-PENDING-TITLE-LINE
002788         AFTER ADVANCING 3 LINES.
002789     OPEN INPUT CUSTPEND.
002790     IF WS-PND-FILE-STATUS NOT = '00'
002791         MOVE 'PENDING CORRECTIONS FILE NOT AVAILABLE - STATUS '
002792              TO RPT-M-MESSAGE
002793         MOVE WS-PND-FILE-STATUS TO RPT-M-MESSAGE(49:2)
002794         WRITE JRPR-LINE FROM WS-RPT-MESSAGE-LINE
002795             AFTER ADVANCING 2 LINES
002796         GO TO 8200-EXIT
002797     END-IF.
002798     WRITE JRPR-LINE FROM WS-RPT-PENDING-HEADING-LINE
002799         AFTER ADVANCING 1 LINE.
002800     PERFORM 8210-PRINT-ONE-PENDING THRU 8210-EXIT
002801         UNTIL WS-PND-EOF.
002802     CLOSE CUSTPEND.
002803     IF WS-PENDING-COUNT = ZERO
002804         MOVE 'NONE' TO RPT-M-MESSAGE
002805         WRITE JRPR-LINE FROM WS-RPT-MESSAGE-LINE
002806             AFTER ADVANCING 1 LINE
002807     END-IF.
002808     MOVE 'AWAITING APPROVAL       - ' TO RPT-T-LABEL.
002809     MOVE WS-PENDING-COUNT             TO RPT-T-COUNT.
002810     MOVE WS-PENDING-NET-CHANGE        TO RPT-T-AMOUNT.
002811     WRITE JRPR-LINE FROM WS-RPT-TOTAL-LINE
002812         AFTER ADVANCING 2 LINES.
002813 8200-EXIT.
002814     EXIT.
002815
002816*----------------------------------------------------------------*
002817* 8210-PRINT-ONE-PENDING - READ AND PRINT ONE PENDING CORRECTION *
002818*----------------------------------------------------------------*
002819 8210-PRINT-ONE-PENDING.
002820     READ CUSTPEND
002821         AT END
002822             MOVE 'Y' TO WS-PND-EOF-SW
002823             GO TO 8210-EXIT
002824     END-READ.
002825     ADD 1 TO WS-PENDING-COUNT.
002826     COMPUTE WS-NET-CHANGE =
002827             PND-NEW-BALANCE - PND-OLD-BALANCE.
002828     ADD WS-NET-CHANGE TO WS-PENDING-NET-CHANGE.
002829     MOVE PND-ENTRY-DATE  TO RPT-P-DATE.
002830     MOVE PND-ENTRY-TIME  TO RPT-P-TIME.
002831     MOVE PND-TERMINAL-ID TO RPT-P-TERMINAL.
002832     MOVE PND-USER-ID     TO RPT-P-USER-ID.
002833     MOVE PND-CUST-NUMBER TO RPT-P-CUST-NUMBER.
002834     MOVE PND-OLD-BALANCE TO RPT-P-OLD-BALANCE.
002835     MOVE PND-NEW-BALANCE TO RPT-P-NEW-BALANCE.
002836     MOVE WS-NET-CHANGE   TO RPT-P-NET-CHANGE.
002837     WRITE JRPR-LINE FROM WS-RPT-PENDING-LINE
002838         AFTER ADVANCING 1 LINE.
002839 8210-EXIT.
002840     EXIT.
002841
002790*----------------------------------------------------------------*
002800* 9000-TERMINATE - CLOSE FILES                                   *
002810*----------------------------------------------------------------*
002840     CLOSE CUSTJRPR.
002850     DISPLAY 'CUSTJRP - CORRECTIONS REPORTED - '
002860             WS-JOURNAL-COUNT.
002862     DISPLAY 'CUSTJRP - STILL AWAITING APPROVAL - '
002864             WS-PENDING-COUNT.
002870     DISPLAY 'CUSTJRP - NET CHANGE TOTAL     - '
002880             WS-TOTAL-NET-CHANGE.
002890 9000-EXIT.
