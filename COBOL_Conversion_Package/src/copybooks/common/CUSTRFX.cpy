000010*****************************************************************
000020* CUSTRFX.CPY
000030* CREDIT-BALANCE REFUND REQUEST EXTRACT RECORD LAYOUT
000040*
000050* ONE RECORD PER REFUND PROPOSED BY THE MONTHLY CREDIT-BALANCE
000060* REFUND RUN (CUSTRFD), HANDED TO ACCOUNTS PAYABLE ON CUSTRFDX SO
000070* A CHEQUE CAN BE CUT TO THE CUSTOMER'S MAILING ADDRESS. THE
000080* REFUND AMOUNT IS ALWAYS POSITIVE. RFX-RUN-ID IS THE SAME RUN ID
000090* CARRIED ON THE OFFSETTING 'RF' TRANSACTIONS AND THEIR CONTROL
000100* RECORD, SO AP AND THE NIGHTLY UPDATE CAN BE TIED TO ONE ANOTHER.
000110* A FIXED-FORMAT LAYOUT OF ITS OWN, LIKE CUSTEXT.CPY, SO A LATER
000120* CHANGE TO THE CUSTOMER MASTER DOES NOT FORCE A CHANGE ON AP'S
000130* SIDE OF THE INTERFACE.
000140*
000150* MODIFICATION HISTORY
000160*   10/05/2026  RDM  ORIGINAL COPYBOOK.
000170*****************************************************************
000180 01  RFXREC.
000190     05  RFX-CUST-NUMBER           PIC 9(07).
000200     05  RFX-CUST-NAME             PIC X(30).
000210     05  RFX-MAILING-ADDRESS.
000220         10  RFX-ADDR-LINE-1       PIC X(30).
000230         10  RFX-ADDR-LINE-2       PIC X(30).
000240         10  RFX-CITY              PIC X(20).
000250         10  RFX-STATE             PIC X(02).
000260         10  RFX-ZIP-CODE          PIC X(10).
000270     05  RFX-REFUND-AMOUNT         PIC S9(7)V99 COMP-3.
000280     05  RFX-LAST-ACTIVITY-DATE.
000290         10  RFX-LAST-ACT-YEAR     PIC 9(4).
000300         10  RFX-LAST-ACT-MONTH    PIC 9(2).
000310         10  RFX-LAST-ACT-DAY      PIC 9(2).
000320     05  RFX-DAYS-INACTIVE         PIC 9(05).
000330     05  RFX-RUN-ID                PIC X(08).
000340     05  RFX-REQUEST-DATE.
000350         10  RFX-REQ-YEAR          PIC 9(4).
000360         10  RFX-REQ-MONTH         PIC 9(2).
000370         10  RFX-REQ-DAY           PIC 9(2).
000380     05  FILLER                    PIC X(20).
