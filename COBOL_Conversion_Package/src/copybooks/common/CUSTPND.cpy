000010*****************************************************************
000020* CUSTPND.CPY
000030* PENDING ONLINE CORRECTION RECORD LAYOUT
000040*
000050* ONE RECORD PER ONLINE BALANCE CORRECTION KEYED IN CINQ FOR
000060* MORE THAN THE OPERATOR'S AUTHORITY (CUSTOPA.CPY). THE FILE
000070* (CUSTPEND) IS A KSDS IN THE CICS FCT KEYED BY CUSTOMER AND THE
000080* DATE AND TIME THE CORRECTION WAS KEYED. THE MASTER IS NOT
000090* TOUCHED UNTIL A SUPERVISOR APPROVES THE ITEM IN CAPR; APPROVAL
000100* OR DECLINE JOURNALS THE DECISION TO CUSTJRNL AND DELETES THE
000110* RECORD, SO THE FILE ONLY EVER HOLDS ITEMS STILL AWAITING A
000120* DECISION.
000130*
000140* PND-OLD-BALANCE IS THE BALANCE THE OPERATOR WAS LOOKING AT
000150* WHEN THE CORRECTION WAS KEYED. APPROVAL IS REFUSED IF THE
000160* MASTER NO LONGER SHOWS THAT BALANCE.
000170*
000180* MODIFICATION HISTORY
000190*   09/17/2026  RDM  ORIGINAL COPYBOOK.
000200*****************************************************************
000210 01  PNDREC.
000220     05  PND-KEY.
000230         10  PND-CUST-NUMBER       PIC 9(07).
000240         10  PND-ENTRY-DATE        PIC 9(08).
000250         10  PND-ENTRY-TIME        PIC 9(06).
000260     05  PND-OLD-BALANCE           PIC S9(7)V99 COMP-3.
000270     05  PND-NEW-BALANCE           PIC S9(7)V99 COMP-3.
000280     05  PND-TERMINAL-ID           PIC X(04).
000290     05  PND-USER-ID               PIC X(08).
000300     05  PND-USER-LIMIT            PIC S9(7)V99 COMP-3.
000310     05  FILLER                    PIC X(20).
