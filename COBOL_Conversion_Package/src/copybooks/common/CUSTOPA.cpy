000010*****************************************************************
000020* CUSTOPA.CPY
000030* OPERATOR CORRECTION AUTHORITY RECORD LAYOUT
000040*
000050* ONE RECORD PER CICS OPERATOR ID ALLOWED TO KEY ONLINE BALANCE
000060* CORRECTIONS, ON THE OPERATOR AUTHORITY FILE (CUSTOPAU, A KSDS
000070* IN THE CICS FCT KEYED BY OPERATOR ID). OPA-MAX-CORRECTION IS
000080* THE LARGEST CHANGE TO A BALANCE, EITHER DIRECTION, THE
000090* OPERATOR MAY APPLY WITHOUT APPROVAL. A CORRECTION OVER IT GOES
000100* TO THE PENDING CORRECTIONS FILE (CUSTPEND, CUSTPND.CPY) FOR A
000110* SUPERVISOR TO APPROVE OR DECLINE IN THE CAPR TRANSACTION, AND
000120* ONLY OPERATORS WITH OPA-APPROVER-SW SET MAY USE CAPR. AN
000130* OPERATOR WITH NO RECORD HAS NO AUTHORITY - EVERY CORRECTION
000140* THEY KEY GOES FOR APPROVAL.
000150*
000160* THE FILE IS MAINTAINED BY THE SECURITY ADMINISTRATOR FROM THE
000170* SIGNED AUTHORITY FORMS.
000180*
000190* MODIFICATION HISTORY
000200*   09/17/2026  RDM  ORIGINAL COPYBOOK.
000210*****************************************************************
000220 01  OPAREC.
000230     05  OPA-USER-ID               PIC X(08).
000240     05  OPA-OPERATOR-NAME         PIC X(30).
000250     05  OPA-MAX-CORRECTION        PIC S9(7)V99 COMP-3.
000260     05  OPA-APPROVER-SW           PIC X(01).
000270         88  OPA-MAY-APPROVE            VALUE 'Y'.
000280     05  OPA-LAST-CHANGED-DATE     PIC 9(08).
000290     05  FILLER                    PIC X(20).
