000290*
000300* MODIFICATION HISTORY
000310*   08/25/2026  RDM  ORIGINAL PROGRAM.
000311*   09/14/2026  RDM  A RETURNED PAYMENT ('RP') PRINTS AS
000312*                    RETURNED PAYMENT AND THE RETURNED-ITEM FEE
000313*                    ('NF' SOURCE) AS RETURNED ITEM FEE, EACH ON
000314*                    ITS OWN LINE, INSTEAD OF BOTH SHOWING AS A
000315*                    PLAIN CHARGE.
000316*   10/05/2026  RDM  A CREDIT-BALANCE REFUND ('RF') PRINTS AS
000317*                    CREDIT REFUND INSTEAD OF AS A PLAIN CHARGE.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    CUSTSTMT.
001480     05  WS-DETAIL-TABLE.
001490         10  WS-DETAIL-ENTRY OCCURS 200 TIMES.
001500             15  WS-DET-DATE           PIC 9(08).
001505             15  WS-DET-CODE           PIC X(02).
001510             15  WS-DET-SOURCE         PIC X(02).
001520             15  WS-DET-AMOUNT         PIC S9(7)V99 COMP-3.
001530
004160             ADD 1 TO WS-DETAIL-COUNT
004170             MOVE HIS-TRAN-DATE
004180                  TO WS-DET-DATE(WS-DETAIL-COUNT)
004185             MOVE HIS-TRAN-CODE
004187                  TO WS-DET-CODE(WS-DETAIL-COUNT)
004190             MOVE HIS-SOURCE-CODE
004200                  TO WS-DET-SOURCE(WS-DETAIL-COUNT)
004210             MOVE HIS-AMOUNT
004860
004870*----------------------------------------------------------------*
004880* 3100-PRINT-ONE-DETAIL - ONE ACTIVITY LINE. A FINANCE CHARGE    *
004890*                         ('FC' SOURCE), A RETURNED PAYMENT      *
004893*                         ('RP'), A RETURNED-ITEM FEE ('NF'      *
004896*                         SOURCE) AND A CREDIT-BALANCE REFUND    *
004898*                         ('RF') ARE IDENTIFIED APART FROM       *
004900*                         PAYMENTS AND OTHER CHARGES.            *
004910*----------------------------------------------------------------*
004920 3100-PRINT-ONE-DETAIL.
004940     EVALUATE TRUE
004950         WHEN WS-DET-SOURCE(WS-DETAIL-IDX) = 'FC'
004960             MOVE 'FINANCE CHARGE      ' TO STM-D-DESC
004962         WHEN WS-DET-CODE(WS-DETAIL-IDX) = 'RP'
004964             MOVE 'RETURNED PAYMENT    ' TO STM-D-DESC
004966         WHEN WS-DET-SOURCE(WS-DETAIL-IDX) = 'NF'
004968             MOVE 'RETURNED ITEM FEE   ' TO STM-D-DESC
004969         WHEN WS-DET-CODE(WS-DETAIL-IDX) = 'RF'
004970             MOVE 'CREDIT REFUND       ' TO STM-D-DESC
004975         WHEN WS-DET-AMOUNT(WS-DETAIL-IDX) < ZERO
004980             MOVE 'PAYMENT/CREDIT      ' TO STM-D-DESC
004990         WHEN OTHER
005000             MOVE 'CHARGE              ' TO STM-D-DESC
