000010*****************************************************************
000020* CUSTGLM.CPY
000030* GENERAL LEDGER ACCOUNT MAPPING CARD
000040*
000050* ONE CARD PER CATEGORY OF RECEIVABLES ACTIVITY THE DAILY GL
000060* INTERFACE (CUSTGLI) SUMMARIZES, READ FROM CUSTGLMP AT THE START
000070* OF THE RUN. A CATEGORY IS A TRANSACTION CODE AND SOURCE CODE
000080* PAIR AS CARRIED ON THE TRANSACTION HISTORY (CUSTHIS.CPY) -
000090* 'BC' WITH SOURCE 'LB' IS LOCKBOX CASH, 'BC'/'FC' A FINANCE
000100* CHARGE, 'BC'/'NF' A RETURNED-ITEM FEE, 'BC' WITH ANY OTHER
000110* SOURCE A KEYED BALANCE CHANGE, 'WO' A WRITE-OFF, 'RP' A
000120* RETURNED PAYMENT, 'RF' A CREDIT-BALANCE REFUND (OFFSET TO THE
000125* AP REFUND CLEARING ACCOUNT). ONLINE BALANCE CORRECTIONS FROM
000130* THE DAY JOURNAL (CUSTJRN.CPY) ARE MAPPED UNDER TRANSACTION CODE
000135* 'OC'.
000140*
000150* A SOURCE CODE OF '**' MAPS EVERY SOURCE OF THAT TRANSACTION
000160* CODE THAT HAS NO CARD OF ITS OWN, AND A '****' CARD MAPS ANY
000170* CATEGORY NOT OTHERWISE MAPPED (NORMALLY TO A SUSPENSE ACCOUNT
000180* SO THE DAY STILL POSTS AND THE REPORT FLAGS IT).
000190*
000200* GLM-AR-ACCOUNT IS THE RECEIVABLES CONTROL ACCOUNT, GLM-OFFSET-
000210* ACCOUNT THE OTHER SIDE OF THE ENTRY (CASH CLEARING, FINANCE
000220* CHARGE INCOME, BAD-DEBT ALLOWANCE, AND SO ON). ACTIVITY THAT
000230* RAISED BALANCES DEBITS THE AR ACCOUNT AND CREDITS THE OFFSET;
000240* ACTIVITY THAT LOWERED THEM DOES THE REVERSE.
000250*
000260* MODIFICATION HISTORY
000270*   09/21/2026  RDM  ORIGINAL COPYBOOK.
000272*   10/05/2026  RDM  LISTED THE 'RF' CREDIT-BALANCE REFUND
000274*                    CATEGORY. NO LAYOUT CHANGE.
000280*****************************************************************
000290 01  GLMREC.
000300     05  GLM-TRAN-CODE             PIC X(02).
000310     05  GLM-SOURCE-CODE           PIC X(02).
000320     05  FILLER                    PIC X(01).
000330     05  GLM-AR-ACCOUNT            PIC X(12).
000340     05  FILLER                    PIC X(01).
000350     05  GLM-OFFSET-ACCOUNT        PIC X(12).
000360     05  FILLER                    PIC X(01).
000370     05  GLM-DESCRIPTION           PIC X(24).
000380     05  FILLER                    PIC X(25).
