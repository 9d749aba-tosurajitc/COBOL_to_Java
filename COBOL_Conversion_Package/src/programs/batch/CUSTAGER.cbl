000260*
000270*              SEE CUSTITP.CPY FOR THE PARAMETER AREA, FUNCTION
000280*              CODES, AND RETURN CODES.
000281*
000282*              THE ONLINE OPEN-ITEM INQUIRY (CHIQ, CUSTHIQ)
000283*              CANNOT CALL HERE UNDER CICS, SO ITS PARAGRAPHS
000284*              4100 THROUGH 4650 REPEAT 2100 THROUGH 2650 OVER A
000285*              CICS BROWSE. A CHANGE TO ONE MUST BE MADE TO THE
000286*              OTHER.
000290*
000300* MODIFICATION HISTORY
000310*   08/24/2026  RDM  ORIGINAL PROGRAM.
000311*   09/14/2026  RDM  A RETURNED PAYMENT ('RP') NO LONGER AGES AS
000312*                    A NEW CHARGE. IT COMES BACK OUT OF THE
000313*                    PAYMENT POOL, SO THE CHARGES IT HAD SETTLED
000314*                    RE-OPEN AT THEIR OWN ORIGINAL DATES.
000315*   10/05/2026  RDM  A CREDIT-BALANCE REFUND ('RF') ALSO COMES
000316*                    OUT OF THE PAYMENT POOL INSTEAD OF AGING AS
000317*                    A CHARGE.
000318*   10/08/2026  RDM  NOTED THAT CUSTHIQ REPEATS THE ITEM-BUILDING
000319*                    LOGIC ONLINE. NO LOGIC CHANGE.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    CUSTAGER.
002090*                         WHOSE DATE DOES NOT VALIDATE JOINS THE *
002100*                         RESIDUAL INSTEAD OF AGING ON ITS OWN.  *
002110*                         A FULL CHARGE TABLE LUMPS THE EXCESS   *
002120*                         INTO THE NEWEST ENTRY. A RETURNED      *
002121*                         PAYMENT CANCELS ITS SHARE OF THE       *
002123*                         PAYMENT POOL RATHER THAN ADDING A      *
002125*                         CHARGE, SO THE ITEMS THAT PAYMENT HAD  *
002127*                         SETTLED COME BACK AT THEIR OWN DATES.  *
002128*                         A CREDIT-BALANCE REFUND LIKEWISE COMES *
002129*                         OUT OF THE POOL.                       *
002130*----------------------------------------------------------------*
002140 2200-TALLY-ONE-RECORD.
002150     SET DTP-FUNC-VALIDATE TO TRUE.
002180     EVALUATE TRUE
002190         WHEN NOT DTP-RC-OK
002200             ADD HIS-AMOUNT TO AGER-UNDATED-TOTAL
002205         WHEN HIS-PAYMENT-REVERSAL OR HIS-CREDIT-REFUND
002207             SUBTRACT HIS-AMOUNT FROM AGER-PAYMENT-POOL
002210         WHEN HIS-AMOUNT > ZERO
002220             IF AGER-CHARGE-COUNT < 200
002230                 ADD 1 TO AGER-CHARGE-COUNT
