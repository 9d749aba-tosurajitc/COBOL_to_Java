000100*
000110* MODIFICATION HISTORY
000120*   08/09/2021  RDM  ORIGINAL COPYBOOK.
000122*   09/08/2026  RDM  ADDED THE MAILING ADDRESS, SO A NAME/ADDRESS
000124*                    CHANGE ('NA') REACHES BILLING ON THE NEXT
000126*                    EXTRACT. THE NEW FIELDS ARE APPENDED - THE
000128*                    EXISTING FIELDS KEEP THEIR POSITIONS.
000130*****************************************************************
000140 01  EXTREC.
000150     05  EXT-CUST-NUMBER           PIC 9(07).
000210         10  EXT-LAST-ACT-YEAR     PIC 9(4).
000220         10  EXT-LAST-ACT-MONTH    PIC 9(2).
000230         10  EXT-LAST-ACT-DAY      PIC 9(2).
000240     05  EXT-CUST-ADDRESS.
000250         10  EXT-ADDR-LINE-1       PIC X(30).
000260         10  EXT-ADDR-LINE-2       PIC X(30).
000270         10  EXT-CITY              PIC X(20).
000280         10  EXT-STATE             PIC X(02).
000290         10  EXT-ZIP-CODE          PIC X(10).
