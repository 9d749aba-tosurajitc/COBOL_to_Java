000010*****************************************************************
000020* CUSTGLX.CPY
000030* GENERAL LEDGER INTERFACE RECORD LAYOUT
000040*
000050* THE DAILY JOURNAL HANDED TO THE GENERAL LEDGER BY THE DAILY GL
000060* INTERFACE (CUSTGLI) ON CUSTGLIF. ONE HEADER, ONE DETAIL RECORD
000070* PER JOURNAL LINE, ONE TRAILER. EVERY RECORD CARRIES THE
000080* POSTING DATE - THE BUSINESS DATE OF THE NIGHTLY UPDATE WHOSE
000090* ACTIVITY IS BEING POSTED. DETAIL AMOUNTS ARE ALWAYS POSITIVE;
000100* GLX-D-DEBIT-CREDIT SAYS WHICH SIDE. EACH CATEGORY OF ACTIVITY
000110* PRODUCES A BALANCED DEBIT/CREDIT PAIR, SO THE TRAILER DEBIT AND
000120* CREDIT TOTALS ARE EQUAL ON EVERY FILE THE RUN PRODUCES.
000130*
000140* MODIFICATION HISTORY
000150*   09/21/2026  RDM  ORIGINAL COPYBOOK.
000160*****************************************************************
000170 01  GLXREC.
000180     05  GLX-RECORD-TYPE           PIC X(01).
000190         88  GLX-HEADER                 VALUE 'H'.
000200         88  GLX-DETAIL                 VALUE 'D'.
000210         88  GLX-TRAILER                VALUE 'T'.
000220     05  GLX-POSTING-DATE          PIC 9(08).
000230     05  GLX-BODY                  PIC X(71).
000240     05  GLX-HEADER-BODY REDEFINES GLX-BODY.
000250         10  GLX-H-SOURCE-SYSTEM   PIC X(08).
000260         10  GLX-H-RUN-ID          PIC X(08).
000270         10  GLX-H-CREATED-DATE    PIC 9(08).
000280         10  FILLER                PIC X(47).
000290     05  GLX-DETAIL-BODY REDEFINES GLX-BODY.
000300         10  GLX-D-ACCOUNT         PIC X(12).
000310         10  GLX-D-DEBIT-CREDIT    PIC X(01).
000320             88  GLX-D-DEBIT            VALUE 'D'.
000330             88  GLX-D-CREDIT           VALUE 'C'.
000340         10  GLX-D-AMOUNT          PIC S9(11)V99 COMP-3.
000350         10  GLX-D-TRAN-CODE       PIC X(02).
000360         10  GLX-D-SOURCE-CODE     PIC X(02).
000370         10  GLX-D-ITEM-COUNT      PIC 9(07).
000380         10  GLX-D-DESCRIPTION     PIC X(24).
000390         10  FILLER                PIC X(16).
000400     05  GLX-TRAILER-BODY REDEFINES GLX-BODY.
000410         10  GLX-T-DETAIL-COUNT    PIC 9(07).
000420         10  GLX-T-DEBIT-TOTAL     PIC S9(11)V99 COMP-3.
000430         10  GLX-T-CREDIT-TOTAL    PIC S9(11)V99 COMP-3.
000440         10  FILLER                PIC X(50).
