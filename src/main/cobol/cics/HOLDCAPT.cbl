001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - ONLINE HOLD PLACEMENT
001200*                   FROM THE PHONE RESERVATION DESK.
001210*  2026-10-15 VSG   THE KEYING OPERATOR MUST BE ON OPRFILE AND
001220*                   ACTIVE ON THE REQUEST DATE, ELSE THE ENTRY
001230*                   BOUNCES AND THE REFUSAL GOES TO THE SECV TD
001240*                   QUEUE FOR THE MONTHLY ACCESS LISTING.
001300*=================================================================
001400*  CICS CAPTURE TRANSACTION ON THE WOCAPTR PATTERN: THE PHONE
001500*  DESK KEYS A HOLD PLACE/CANCEL ENTRY INTO MSGI IN HOLDCARD
003000 COPY VERSTAMP.
003100 COPY VIDOREC.
003200 COPY HOLDREC.
003210 COPY OPRREC.
003220 COPY SECVLINE.
003300 COPY CICSMAP.
003400 01  WS-QUEUE-NAME                  PIC X(8)
003500     VALUE 'HOLDCAPQ'.
003510 01  WS-SECV-TDQ-NAME               PIC X(4)
003520     VALUE 'SECV'.
003600 01  WS-CAPTURE-FIELDS.
003700     05  WS-ENTRY-CODE              PIC 9(5).
003800     05  WS-ENTRY-CODE-X REDEFINES WS-ENTRY-CODE
004200     05  WS-ENTRY-OK-SW             PIC X(1).
004300         88  WS-ENTRY-OK            VALUE 'Y'.
004400     05  WS-QUEUE-POSITION          PIC 9(2).
004410     05  WS-OPERATOR-OK-SW          PIC X(1).
004420         88  WS-OPERATOR-OK         VALUE 'Y'.
004500*=================================================================
004600*    QUEUED ENTRY - EXACTLY THE HOLDCARD LAYOUT, SO THE BRIDGE
004700*    CAN DRAIN STRAIGHT INTO THE NIGHTLY CARD DATASET
006500*=================================================================
006600 0000-MAINLINE.
006700     PERFORM 1000-RECEIVE-THE-ENTRY
006710     PERFORM 1500-CHECK-THE-OPERATOR
006720     IF WS-OPERATOR-OK
006730         PERFORM 2000-VALIDATE-THE-ENTRY
006740     ELSE
006750         MOVE 'N' TO WS-ENTRY-OK-SW
006760     END-IF
006900     IF WS-ENTRY-OK
007000         PERFORM 2500-WRITE-CAPTURE-QUEUE
007100     END-IF
008800     MOVE MSGI (12:1)  TO WS-HC-TRANS-TYPE
008900     MOVE MSGI (13:8)  TO WS-HC-REQUEST-DATE
009000     MOVE MSGI (21:3)  TO WS-HC-OPERATOR-ID.
009001*=================================================================
009002*    1500-CHECK-THE-OPERATOR - ON OPRFILE AND ACTIVE ON THE
009003*    REQUEST DATE
009004*=================================================================
009005 1500-CHECK-THE-OPERATOR.
009006     MOVE 'N' TO WS-OPERATOR-OK-SW
009007     MOVE SPACES TO SV-REASON
009008     IF WS-HC-OPERATOR-ID = SPACES
009009         MOVE 'OPERATOR ID MISSING' TO SV-REASON
009010     ELSE
009011         EXEC CICS READ FILE('OPRFILE')
009012                   INTO(OPERATOR-RECORD)
009013                   RIDFLD(WS-HC-OPERATOR-ID)
009014                   RESP(WS-RESPONSE)
009015         END-EXEC
009016         IF WS-RESPONSE NOT = DFHRESP(NORMAL)
009017             MOVE 'OPERATOR NOT ON PROFILE FILE' TO SV-REASON
009018         ELSE
009019             IF WS-HC-REQUEST-DATE < OPR-ACTIVE-FROM
009020                 OR (OPR-ACTIVE-TO > ZERO
009021                     AND WS-HC-REQUEST-DATE > OPR-ACTIVE-TO)
009022                 MOVE 'OPERATOR NOT ACTIVE' TO SV-REASON
009023             END-IF
009024         END-IF
009025     END-IF
009026     IF SV-REASON = SPACES
009027         MOVE 'Y' TO WS-OPERATOR-OK-SW
009028     ELSE
009029         PERFORM 1600-LOG-OPERATOR-REFUSAL
009030         MOVE SPACES TO WS-REPLY-TEXT
009031         MOVE 'HOLDCAPT: OPERATOR REFUSED - '
009032             TO WS-REPLY-TEXT (1:29)
009033         MOVE SV-REASON TO WS-REPLY-TEXT (30:30)
009034     END-IF.
009035*=================================================================
009036*    1600-LOG-OPERATOR-REFUSAL - SECVLINE TO THE SECV QUEUE, WHICH
009037*    OPRLIST PRINTS ON THE MONTHLY ACCESS LISTING
009038*=================================================================
009039 1600-LOG-OPERATOR-REFUSAL.
009040     MOVE WS-HC-REQUEST-DATE         TO SV-DATE
009041     MOVE 'HOLDCAPT'                 TO SV-SOURCE
009042     MOVE WS-HC-OPERATOR-ID          TO SV-OPERATOR-ID
009043     MOVE SPACE                      TO SV-FUNCTION
009044     MOVE ZERO                       TO SV-AMOUNT
009045     MOVE SPACES                     TO SV-ITEM-KEY
009046     MOVE WS-HC-VIDEO-CODE           TO SV-ITEM-KEY (1:5)
009047     MOVE WS-HC-CUSTOMER-ID          TO SV-ITEM-KEY (7:6)
009048     MOVE LENGTH OF SECURITY-VIOLATION-LINE TO WS-ENTRY-LENGTH
009049     EXEC CICS WRITEQ TD
009050               QUEUE(WS-SECV-TDQ-NAME)
009051               FROM(SECURITY-VIOLATION-LINE)
009052               LENGTH(WS-ENTRY-LENGTH)
009053     END-EXEC.
009100*=================================================================
009200*    2000-VALIDATE-THE-ENTRY - VIDEO ON FILE, CUSTOMER NUMERIC,
009300*    AND THE QUEUE POSITION THE CALLER WILL HEAR
