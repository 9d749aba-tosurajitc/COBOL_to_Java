000200*
000210* MODIFICATION HISTORY
000220*   08/24/2026  RDM  ORIGINAL COPYBOOK.
000221*   09/14/2026  RDM  RETURNED PAYMENTS. AN 'RP' RECORD IS THE
000222*                    POSITIVE REVERSAL OF AN EARLIER PAYMENT AND
000223*                    CARRIES THAT PAYMENT'S DATE AND SEQUENCE IN
000224*                    HIS-REVERSAL-REF; THE ORIGINAL PAYMENT IS
000225*                    FLAGGED HIS-PAYMENT-REVERSED SO IT CANNOT BE
000226*                    REVERSED TWICE. THE RETURNED-ITEM FEE IS A
000227*                    SEPARATE 'BC' RECORD WITH SOURCE CODE 'NF'.
000228*                    ALL CARVED OUT OF THE TRAILING FILLER -
000229*                    RECORD LENGTH IS UNCHANGED. ON RECORDS
000230*                    WRITTEN BEFORE THIS CHANGE THE NEW FIELDS
000231*                    ARE SPACES; HIS-REVERSAL-REF IS ONLY EVER
000232*                    READ FROM AN 'RP' RECORD.
000233*   10/05/2026  RDM  CREDIT-BALANCE REFUNDS. AN 'RF' RECORD IS THE
000234*                    POSITIVE AMOUNT PAID BACK TO THE CUSTOMER OUT
000235*                    OF A CREDIT BALANCE (HIS-CREDIT-REFUND).
000236*****************************************************************
000240 01  HISTREC.
000250     05  HIS-KEY.
000260         10  HIS-CUST-NUMBER       PIC 9(07).
000270         10  HIS-TRAN-DATE         PIC 9(08).
000280         10  HIS-TRAN-SEQ          PIC 9(03).
000290     05  HIS-TRAN-CODE             PIC X(02).
000295         88  HIS-PAYMENT-REVERSAL       VALUE 'RP'.
000297         88  HIS-CREDIT-REFUND          VALUE 'RF'.
000300     05  HIS-SOURCE-CODE           PIC X(02).
000305         88  HIS-SOURCE-NSF-FEE         VALUE 'NF'.
000310     05  HIS-AMOUNT                PIC S9(7)V99 COMP-3.
000320     05  HIS-RUN-ID                PIC X(08).
000330     05  HIS-REVERSED-SW           PIC X(01).
000340         88  HIS-PAYMENT-REVERSED       VALUE 'R'.
000350     05  HIS-REVERSAL-REF.
000360         10  HIS-REV-PAYMENT-DATE  PIC 9(08) COMP-3.
000370         10  HIS-REV-PAYMENT-SEQ   PIC 9(03) COMP-3.
000380     05  FILLER                    PIC X(02).
