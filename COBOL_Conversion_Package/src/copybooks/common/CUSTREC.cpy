000110*
000120* MODIFICATION HISTORY
000130*   03/14/2019  RDM  ORIGINAL COPYBOOK.
000131*   10/01/2026  RDM  CUST-MERGED-INTO CARVED OUT OF THE TRAILING
000132*                    FILLER. WHEN AN ACCOUNT IS RETIRED BY AN 'MG'
000133*                    MERGE TRANSACTION IT IS CLOSED AND THIS NAMES
000134*                    THE SURVIVING ACCOUNT ITS BALANCE AND HISTORY
000135*                    WENT TO. ON RECORDS WRITTEN BEFORE THIS
000136*                    CHANGE IT HOLDS WHATEVER THE FILLER HELD, SO
000137*                    TEST IT WITH NUMERIC. RECORD LENGTH IS
000138*                    UNCHANGED.
000140*****************************************************************
000150 01  CUSTREC.
000160     05  CUST-NUMBER              PIC 9(07).
000320         10  CUST-LAST-ACT-YEAR   PIC 9(4).
000330         10  CUST-LAST-ACT-MONTH  PIC 9(2).
000340         10  CUST-LAST-ACT-DAY    PIC 9(2).
000350     05  CUST-MERGED-INTO         PIC X(07).
000360         88  CUST-NOT-MERGED              VALUE SPACES.
000370     05  CUST-MERGED-INTO-N REDEFINES CUST-MERGED-INTO
000380                                  PIC 9(07).
000390     05  FILLER                   PIC X(03).
