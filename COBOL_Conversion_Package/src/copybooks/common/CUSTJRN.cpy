000100* AND TIME, SO THE DAY-END BALANCING REPORT (CUSTJRP) CAN
000110* TOTAL ONLINE ACTIVITY BY OPERATOR AND THE SUPERVISOR CAN TIE
000120* IT TO THE CORRECTION SLIPS BEFORE THE NIGHTLY UPDATE RUNS.
000130* THE FILE IS EMPTIED ONCE THE REPORT HAS BEEN ACCEPTED AND THE
000140* DAILY GL INTERFACE (CUSTGLI) HAS POSTED THE CORRECTIONS ON IT.
000141*
000142* JRN-ACTION SAYS WHAT HAPPENED TO THE CORRECTION. ONE APPLIED
000143* STRAIGHT AWAY IS 'C' (SPACE ON RECORDS WRITTEN BEFORE THE
000144* APPROVAL QUEUE). ONE OVER THE OPERATOR'S AUTHORITY IS
000145* JOURNALED 'P' WHEN IT IS QUEUED FOR APPROVAL, THEN 'A' OR 'D'
000146* WHEN THE SUPERVISOR APPROVES OR DECLINES IT IN CAPR. ON AN
000147* 'A' OR 'D' RECORD JRN-USER-ID AND JRN-TERMINAL-ID ARE STILL
000148* THE OPERATOR WHO KEYED THE CORRECTION AND JRN-APPROVER-ID IS
000149* THE SUPERVISOR WHO DECIDED IT. ONLY 'C' AND 'A' RECORDS
000150* CHANGED THE MASTER.
000151*
000160* MODIFICATION HISTORY
000170*   08/31/2026  RDM  ORIGINAL COPYBOOK.
000172*   09/17/2026  RDM  ADDED JRN-ACTION AND JRN-APPROVER-ID FOR
000174*                    THE SUPERVISOR APPROVAL QUEUE.
000176*   09/21/2026  RDM  JOURNAL NOW KEPT UNTIL THE DAILY GL
000178*                    INTERFACE HAS POSTED IT.
000180*****************************************************************
000190 01  JRNREC.
000200     05  JRN-CUST-NUMBER           PIC 9(07).
000270         10  JRN-MONTH             PIC 9(2).
000280         10  JRN-DAY               PIC 9(2).
000290     05  JRN-TIME                  PIC 9(06).
000300     05  JRN-ACTION                PIC X(01).
000302         88  JRN-ACTION-APPLIED          VALUE 'C' SPACE.
000304         88  JRN-ACTION-QUEUED           VALUE 'P'.
000306         88  JRN-ACTION-APPROVED         VALUE 'A'.
000308         88  JRN-ACTION-DECLINED         VALUE 'D'.
000310     05  JRN-APPROVER-ID           PIC X(08).
000312     05  FILLER                    PIC X(01).
