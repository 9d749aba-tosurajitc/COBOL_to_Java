000240*              LATER     (BRW-FUNCTION-LIST) - 'N' PAGES ON,
000250*              '1'-'8' SELECTS A CUSTOMER AND TRANSFERS TO
000260*              CINQ, ANYTHING ELSE PROMPTS FOR A NEW NAME.
000262*              A CALLER THAT STARTS THE BROWSE WITH ITS OWN
000264*              TRANSID IN BRW-RETURN-TRANSID GETS THE CHOSEN
000266*              CUSTOMER BACK INSTEAD OF CINQ.
000270*
000280* MODIFICATION HISTORY
000290*   08/19/2026  RDM  ORIGINAL PROGRAM.
000291*   09/10/2026  RDM  ADDED BRW-RETURN-TRANSID AND BRW-RETURN-KEY
000292*                    TO THE COMMAREA (NOW 142 BYTES) SO THE CASH
000293*                    APPLICATION TRANSACTION (CCSH) CAN USE THE
000294*                    BROWSE TO FIND A CUSTOMER - A SELECTION IS
000295*                    RETURNED TO THE CALLING TRANSACTION WITH
000296*                    ITS KEY, 'S' FUNCTION AND THE CUSTOMER
000297*                    NUMBER. WITH NO RETURN TRANSID IT GOES TO
000298*                    CINQ AS BEFORE.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    CUSTBRW.
000550     05  BRW-PAGE-TABLE.
000560         10  BRW-PAGE-ENTRY OCCURS 8 TIMES.
000570             15  BRW-PAGE-CUST-NUMBER  PIC 9(07).
000573     05  BRW-RETURN-TRANSID        PIC X(04) VALUE SPACES.
000576     05  BRW-RETURN-KEY            PIC X(18) VALUE SPACES.
000580
000590 01  WS-CINQ-COMM-AREA.
000600     05  CINQ-CUST-NUMBER          PIC 9(07).
000610     05  CINQ-FUNCTION             PIC X(01).
000611
000612 01  WS-RETURN-COMM-AREA.
000613     05  RTN-CUST-NUMBER           PIC 9(07).
000614     05  RTN-FUNCTION              PIC X(01).
000615     05  RTN-KEY                   PIC X(18).
000620
000630 01  WS-CICS-AREAS.
000640     05  WS-RESP                   PIC S9(08) COMP.
000735     05  WS-PRIOR-RESUME-NAME      PIC X(30) VALUE SPACES.
000740     05  WS-BROWSE-DONE-SW         PIC X(01) VALUE 'N'.
000750         88  WS-BROWSE-DONE              VALUE 'Y'.
000753     05  WS-SAVE-RETURN-TRANSID    PIC X(04) VALUE SPACES.
000756     05  WS-SAVE-RETURN-KEY        PIC X(18) VALUE SPACES.
000760
000770 01  WS-BROWSE-SCREEN.
000780     05  WS-SCREEN-TITLE           PIC X(80).
000960     05  LB-BALANCE                PIC Z,ZZZ,ZZ9.99-.
000970
000980 LINKAGE SECTION.
000990 01  DFHCOMMAREA                   PIC X(142).
001000
001010 PROCEDURE DIVISION.
001020*----------------------------------------------------------------*
001280         LENGTH(80)
001290         ERASE
001300     END-EXEC.
001303     MOVE BRW-RETURN-TRANSID TO WS-SAVE-RETURN-TRANSID.
001306     MOVE BRW-RETURN-KEY     TO WS-SAVE-RETURN-KEY.
001310     MOVE LOW-VALUES TO WS-COMM-AREA.
001313     MOVE WS-SAVE-RETURN-TRANSID TO BRW-RETURN-TRANSID.
001316     MOVE WS-SAVE-RETURN-KEY     TO BRW-RETURN-KEY.
001320     SET BRW-FUNCTION-PROMPT TO TRUE.
001330     EXEC CICS RETURN
001340         TRANSID('CBRW')
001350         COMMAREA(WS-COMM-AREA)
001360         LENGTH(142)
001370     END-EXEC.
001380 1000-EXIT.
001390     EXIT.
002810     EXEC CICS RETURN
002820         TRANSID('CBRW')
002830         COMMAREA(WS-COMM-AREA)
002840         LENGTH(142)
002850     END-EXEC.
002860 4000-EXIT.
002870     EXIT.
003120*----------------------------------------------------------------*
003130* 5100-SELECT-CUSTOMER - HAND THE CHOSEN CUSTOMER NUMBER TO THE  *
003140*                        CINQ INQUIRY/CORRECTION TRANSACTION     *
003150*                        THROUGH ITS COMMAREA, OR BACK TO THE    *
003155*                        TRANSACTION THAT STARTED THE BROWSE     *
003160*----------------------------------------------------------------*
003170 5100-SELECT-CUSTOMER.
003180     MOVE WS-SELECTION TO WS-SELECTION-NUMBER.
003300         EXEC CICS RETURN
003310             TRANSID('CBRW')
003320             COMMAREA(WS-COMM-AREA)
003330             LENGTH(142)
003340         END-EXEC
003350     END-IF.
003351     IF BRW-RETURN-TRANSID NOT = SPACES
003352             AND BRW-RETURN-TRANSID NOT = LOW-VALUES
003353         MOVE BRW-PAGE-CUST-NUMBER(WS-SELECTION-NUMBER)
003354              TO RTN-CUST-NUMBER
003355         MOVE 'S'            TO RTN-FUNCTION
003356         MOVE BRW-RETURN-KEY TO RTN-KEY
003357         EXEC CICS RETURN
003358             TRANSID(BRW-RETURN-TRANSID)
003359             COMMAREA(WS-RETURN-COMM-AREA)
003360             LENGTH(26)
003361         END-EXEC
003362     END-IF.
003360     MOVE BRW-PAGE-CUST-NUMBER(WS-SELECTION-NUMBER)
003370          TO CINQ-CUST-NUMBER.
003380     MOVE 'S' TO CINQ-FUNCTION.
