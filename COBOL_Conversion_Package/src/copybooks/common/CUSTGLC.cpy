000010*****************************************************************
000020* CUSTGLC.CPY
000030* RECEIVABLES CONTROL ACCOUNT CLOSING RECORD
000040*
000050* HOLDS THE CLOSING ACCOUNTS RECEIVABLE - THE SUM OF CUST-BALANCE
000060* OVER THE WHOLE CUSTOMER MASTER - AS PROVED BY THE LAST DAILY GL
000070* INTERFACE RUN (CUSTGLI), READ AT THE START OF THE RUN AS THE
000080* OPENING FIGURE FOR THE DAY'S PROOF AND REWRITTEN ONLY AFTER THE
000090* RUN COMPLETES, THE SAME PATTERN AS THE NIGHTLY UPDATE LAST-RUN
000100* DATE (CUSTRUND.CPY). THE CLOSE BEFORE THAT IS KEPT AS WELL, SO A
000110* DAY THAT HAS TO BE RERUN STILL PROVES AGAINST THE RIGHT OPENING
000120* BALANCE.
000130*
000140* MODIFICATION HISTORY
000150*   09/21/2026  RDM  ORIGINAL COPYBOOK.
000160*****************************************************************
000170 01  GLCREC.
000180     05  GLC-CLOSING-DATE          PIC 9(08).
000190     05  GLC-CLOSING-AR            PIC S9(11)V99 COMP-3.
000200     05  GLC-CLOSING-ACCOUNTS      PIC 9(07).
000210     05  GLC-RUN-ID                PIC X(08).
000220     05  GLC-PRIOR-DATE            PIC 9(08).
000230     05  GLC-PRIOR-AR              PIC S9(11)V99 COMP-3.
000240     05  FILLER                    PIC X(20).
