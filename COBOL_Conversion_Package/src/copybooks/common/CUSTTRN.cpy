000148*                    THE AMOUNT IS THE NEGATIVE OF THE BALANCE
000149*                    BEING WRITTEN OFF AND AN APPLIED 'WO'
000150*                    FORCES THE ACCOUNT TO CLOSED STATUS.
000152*   09/08/2026  RDM  ADDED THE 'NA' (NAME/ADDRESS CHANGE)
000153*                    TRANSACTION CODE. IT CARRIES THE CUSTOMER'S
000154*                    COMPLETE NEW NAME AND MAILING ADDRESS IN THE
000155*                    TRAN-NAME-ADDR BLOCK - THE WHOLE BLOCK
000156*                    REPLACES CUST-NAME-ADDR, SO A LINE THAT IS
000157*                    NOT CHANGING MUST STILL BE SUPPLIED.
000158*                    TRAN-AMOUNT IS NOT USED.
000159*   09/14/2026  RDM  ADDED THE 'RP' (RETURNED PAYMENT / NSF
000160*                    REVERSAL) TRANSACTION CODE. TRAN-AMOUNT IS
000161*                    THE POSITIVE AMOUNT OF THE RETURNED CHECK AND
000162*                    TRAN-REVERSAL-REF, CARVED OUT OF THE TRAILING
000163*                    FILLER, NAMES THE ORIGINAL PAYMENT'S CUSTHIST
000164*                    RECORD BY PROCESSING DATE AND SEQUENCE (THE
000165*                    CUSTOMER IS TRAN-CUST-NUMBER). RECORD LENGTH
000166*                    IS UNCHANGED.
000167*   10/01/2026  RDM  ADDED THE 'MG' (ACCOUNT MERGE) TRANSACTION
000168*                    CODE. TRAN-CUST-NUMBER IS THE ACCOUNT BEING
000169*                    RETIRED AND TRAN-MERGE-SURVIVOR, REDEFINING
000170*                    TRAN-REVERSAL-REF, IS THE ACCOUNT IT IS
000171*                    MERGED INTO. RECORD LENGTH IS UNCHANGED.
000172*   10/05/2026  RDM  ADDED THE 'RF' (CREDIT-BALANCE REFUND)
000173*                    TRANSACTION CODE, GENERATED ONLY BY THE
000174*                    MONTHLY REFUND PROPOSAL RUN (CUSTRFD).
000175*                    TRAN-AMOUNT IS THE POSITIVE AMOUNT REFUNDED,
000176*                    WHICH BRINGS THE CREDIT BALANCE BACK TO ZERO.
000177*****************************************************************
000140 01  TRANREC.
000150     05  TRAN-CUST-NUMBER              PIC 9(07).
000160     05  TRAN-CODE                     PIC X(02).
000170         88  TRAN-BALANCE-CHANGE            VALUE 'BC'.
000180         88  TRAN-CREDIT-CHANGE             VALUE 'CC'.
000190         88  TRAN-STATUS-CHANGE             VALUE 'SC'.
000191         88  TRAN-CREDIT-REFUND             VALUE 'RF'.
000192         88  TRAN-ADD-CUSTOMER              VALUE 'AD'.
000194         88  TRAN-DELETE-CUSTOMER           VALUE 'DL'.
000196         88  TRAN-WRITE-OFF                 VALUE 'WO'.
000197         88  TRAN-NAME-ADDR-CHANGE          VALUE 'NA'.
000198         88  TRAN-PAYMENT-REVERSAL          VALUE 'RP'.
000199         88  TRAN-ACCOUNT-MERGE             VALUE 'MG'.
000200     05  TRAN-AMOUNT                    PIC S9(7)V99 COMP-3.
000210     05  TRAN-NEW-STATUS-CODE           PIC X(02).
000212     05  TRAN-NAME-ADDR.
000219     05  TRAN-SOURCE-CODE               PIC X(02).
000220         88  TRAN-SOURCE-FINANCE            VALUE 'FC'.
000221         88  TRAN-SOURCE-LOCKBOX            VALUE 'LB'.
000222     05  TRAN-REVERSAL-REF.
000223         10  TRAN-REV-PAYMENT-DATE      PIC 9(08).
000224         10  TRAN-REV-PAYMENT-SEQ       PIC 9(03).
000225     05  TRAN-MERGE-REF REDEFINES TRAN-REVERSAL-REF.
000226         10  TRAN-MERGE-SURVIVOR        PIC 9(07).
000227         10  FILLER                     PIC X(04).
000228     05  FILLER                         PIC X(06).
