000010*****************************************************************
000020* CUSTUNA.CPY
000030* UNAPPLIED CASH RECORD LAYOUT
000040*
000050* ONE RECORD PER LOCKBOX PAYMENT THAT THE TRANSLATOR (CUSTLBX)
000060* COULD NOT MATCH TO A CUSTOMER - THE ACCOUNT FIELD WAS NOT A
000070* CUSTOMER NUMBER, OR THE NUMBER WAS NOT ON THE MASTER. THE FILE
000080* (CUSTUNAP) IS A KSDS KEYED BY BANK REFERENCE AND THE DATE THE
000090* ITEM WAS RECEIVED, SO THE SAME BANK REFERENCE ON A LATER
000100* TRANSMISSION CANNOT OVERLAY AN EARLIER ITEM. THE CASH
000110* APPLICATION TRANSACTION (CCSH) READS IT BY BANK REFERENCE AND
000120* MARKS AN ITEM APPLIED ONCE A CLERK HAS FOUND ITS CUSTOMER;
000130* THE DAILY AGED UNAPPLIED CASH REPORT (CUSTUCR) REFRESHES THE
000140* DAYS HELD ON EVERY OPEN ITEM.
000150*
000160* DAYS HELD IS COUNTED FROM THE BANK'S PAYMENT DATE.
000170*
000180* MODIFICATION HISTORY
000190*   09/10/2026  RDM  ORIGINAL COPYBOOK.
000200*****************************************************************
000210 01  UNAREC.
000220     05  UNA-KEY.
000230         10  UNA-BANK-REFERENCE    PIC X(10).
000240         10  UNA-RECEIVED-DATE     PIC 9(08).
000250     05  UNA-ACCOUNT-FIELD         PIC X(10).
000260     05  UNA-PAYMENT-AMOUNT        PIC S9(7)V99 COMP-3.
000270     05  UNA-PAYMENT-DATE          PIC 9(08).
000280     05  UNA-DAYS-HELD             PIC 9(05).
000290     05  UNA-REASON                PIC X(40).
000300     05  UNA-RUN-ID                PIC X(08).
000310     05  UNA-STATUS                PIC X(01).
000320         88  UNA-OPEN                   VALUE 'O'.
000330         88  UNA-APPLIED                VALUE 'A'.
000340     05  UNA-APPLIED-CUST-NUMBER   PIC 9(07).
000350     05  UNA-APPLIED-DATE          PIC 9(08).
000360     05  UNA-APPLIED-TERMINAL-ID   PIC X(04).
000370     05  UNA-APPLIED-USER-ID       PIC X(08).
000380     05  FILLER                    PIC X(20).
