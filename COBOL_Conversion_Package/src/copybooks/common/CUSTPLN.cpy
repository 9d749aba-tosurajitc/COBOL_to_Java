000010*****************************************************************
000020* CUSTPLN.CPY
000030* PAYMENT ARRANGEMENT RECORD LAYOUT
000040*
000050* ONE RECORD PER CUSTOMER WITH A PAYMENT ARRANGEMENT (PROMISE TO
000060* PAY) AGREED BY COLLECTIONS. THE FILE (CUSTPLAN) IS A KSDS IN THE
000070* CICS FCT KEYED BY CUSTOMER NUMBER. PLANS ARE SET UP AND
000080* CANCELLED IN THE CARG TRANSACTION (CUSTARG); A CUSTOMER HAS AT
000090* MOST ONE PLAN, AND A NEW PLAN MAY ONLY REPLACE ONE THAT HAS
000100* ENDED.
000110*
000120* THE CUSTOMER AGREES TO PAY PLN-AGREED-TOTAL IN INSTALLMENTS OF
000130* PLN-INSTALLMENT-AMOUNT (THE LAST MAY BE SMALLER), WEEKLY,
000140* EVERY TWO WEEKS OR MONTHLY, THE FIRST FALLING DUE ON
000150* PLN-START-DATE. WHILE A PLAN IS ACTIVE THE ACCOUNT IS LEFT OUT
000160* OF DUNNING (CUSTDUN, CUSTMND), FINANCE CHARGES (CUSTFIN,
000170* CUSTMND) AND WRITE-OFF SELECTION (CUSTWOF).
000180*
000190* THE BROKEN-PROMISE RUN (CUSTBPR) CHECKS EVERY ACTIVE PLAN
000200* AGAINST THE 'LB' PAYMENTS ON CUSTHIST SINCE THE SETUP DATE,
000210* REFRESHES THE DUE AND PAID FIGURES, AND ENDS THE PLAN - LAPSED
000220* IF AN INSTALLMENT HAS BEEN MISSED, COMPLETED ONCE THE AGREED
000230* TOTAL IS PAID - SO NORMAL COLLECTIONS RESUME WITHOUT ANYONE
000240* HAVING TO CANCEL IT.
000250*
000260* MODIFICATION HISTORY
000270*   09/28/2026  RDM  ORIGINAL COPYBOOK.
000272*   10/15/2026  RDM  CORRECTED THE NOTE ON CUSTBPR - PAYMENTS
000274*                    COUNT FROM THE SETUP DATE. NO LAYOUT CHANGE.
000280*****************************************************************
000290 01  PLNREC.
000300     05  PLN-CUST-NUMBER           PIC 9(07).
000310     05  PLN-STATUS                PIC X(01).
000320         88  PLN-ACTIVE                 VALUE 'A'.
000330         88  PLN-LAPSED                 VALUE 'L'.
000340         88  PLN-CANCELLED              VALUE 'X'.
000350         88  PLN-COMPLETED              VALUE 'P'.
000360     05  PLN-AGREED-TOTAL          PIC S9(7)V99 COMP-3.
000370     05  PLN-INSTALLMENT-AMOUNT    PIC S9(7)V99 COMP-3.
000380     05  PLN-SCHEDULE              PIC X(01).
000390         88  PLN-WEEKLY                 VALUE 'W'.
000400         88  PLN-BIWEEKLY               VALUE 'B'.
000410         88  PLN-MONTHLY                VALUE 'M'.
000420     05  PLN-START-DATE            PIC 9(08).
000430     05  PLN-SETUP-DATE            PIC 9(08).
000440     05  PLN-SETUP-TERMINAL-ID     PIC X(04).
000450     05  PLN-SETUP-USER-ID         PIC X(08).
000460     05  PLN-LAST-CHECKED-DATE     PIC 9(08).
000470     05  PLN-INSTALLMENTS-DUE      PIC 9(03).
000480     05  PLN-DUE-TO-DATE           PIC S9(7)V99 COMP-3.
000490     05  PLN-PAID-TO-DATE          PIC S9(7)V99 COMP-3.
000500     05  PLN-ENDED-DATE            PIC 9(08).
000510     05  PLN-ENDED-BY              PIC X(08).
000520     05  PLN-ENDED-REASON          PIC X(30).
000530     05  FILLER                    PIC X(20).
