000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-08-22 VSG   INITIAL VERSION - ONLINE WRITE-OFF CAPTURE.
001110*  2026-10-15 VSG   MSGI NOW CARRIES THE KEYING OPERATOR IN
001120*                   COLUMNS 34-36, WHO MUST BE ON OPRFILE,
001130*                   ACTIVE ON THE ENTRY DATE AND CLEARED FOR
001140*                   WRITE-OFFS, ELSE THE ENTRY BOUNCES AND THE
001150*                   REFUSAL GOES TO THE SECV TD QUEUE.  THE
001160*                   QUEUED ENTRY WIDENS TO 45 COLUMNS FOR IT.
001200*=================================================================
001300*  CICS CAPTURE TRANSACTION ON THE EXECCICS PSEUDO-CONVERSATION
001400*  PATTERN: COUNTER STAFF KEY VIDEO CODE, REASON, AND DATE INTO
002800*=================================================================
002900 COPY VERSTAMP.
003000 COPY VIDOREC.
003010 COPY OPRREC.
003020 COPY SECVLINE.
003100 COPY CICSMAP.
003200 01  WS-QUEUE-NAME                  PIC X(8)
003300     VALUE 'WOCAPTRQ'.
003310 01  WS-SECV-TDQ-NAME               PIC X(4)
003320     VALUE 'SECV'.
003400 01  WS-CAPTURE-FIELDS.
003500     05  WS-ENTRY-CODE              PIC 9(5).
003600     05  WS-ENTRY-CODE-X REDEFINES WS-ENTRY-CODE
003700                                    PIC X(5).
003800     05  WS-RESPONSE                PIC S9(8) COMP.
003900     05  WS-ENTRY-LENGTH            PIC S9(4) COMP.
003910     05  WS-OPERATOR-OK-SW          PIC X(1).
003920         88  WS-OPERATOR-OK         VALUE 'Y'.
004000*=================================================================
004100*    QUEUED ENTRY - EXACTLY THE WRITEOFF CARD LAYOUT, SO THE
004200*    BRIDGE CAN DRAIN STRAIGHT INTO THE NIGHTLY CARD DATASET
004700     05  WS-WO-REASON               PIC X(20).
004800     05  WS-WO-DATE                 PIC 9(8).
004810     05  WS-WO-TRANS-TYPE           PIC X(1).
004820     05  WS-WO-COPY-NUMBER          PIC X(3).
004830     05  WS-WO-SALE-PRICE           PIC X(5).
004840     05  WS-WO-OPERATOR-ID          PIC X(3).
004900 01  WS-REPLY-TEXT                  PIC X(100).
005000 LINKAGE SECTION.
005100 01  DFHCOMMAREA.
005110     05  CA-LAST-ENTRY              PIC X(45).
005300 PROCEDURE DIVISION USING DFHCOMMAREA.
005400*=================================================================
005500 0000-MAINLINE.
005600     PERFORM 1000-RECEIVE-THE-ENTRY
005610     PERFORM 1500-CHECK-THE-OPERATOR
005620     IF WS-OPERATOR-OK
005630         PERFORM 2000-VALIDATE-AND-QUEUE
005640     END-IF
005800     PERFORM 3000-SEND-THE-REPLY
005900     EXEC CICS RETURN
006000               TRANSID(EIBTRNID)
006300     END-EXEC.
006400*=================================================================
006500*    1000-RECEIVE-THE-ENTRY - MSGI CARRIES CODE(5) REASON(20)
006510*    DATE(8) IN CARD COLUMNS, THEN THE OPERATOR(3) IN 34-36
006700*=================================================================
006800 1000-RECEIVE-THE-ENTRY.
006900     EXEC CICS RECEIVE MAP('SCRN1')
007300     MOVE 'W'          TO WS-WO-TRANS-TYPE
007400     MOVE MSGI (1:5)   TO WS-WO-VIDEO-CODE
007500     MOVE MSGI (6:20)  TO WS-WO-REASON
007502     MOVE MSGI (26:8)  TO WS-WO-DATE
007504     MOVE SPACES       TO WS-WO-COPY-NUMBER
007506     MOVE SPACES       TO WS-WO-SALE-PRICE
007508     MOVE MSGI (34:3)  TO WS-WO-OPERATOR-ID.
007510*=================================================================
007512*    1500-CHECK-THE-OPERATOR - ON OPRFILE, ACTIVE ON THE ENTRY
007514*    DATE AND CLEARED FOR WRITE-OFFS
007516*=================================================================
007518 1500-CHECK-THE-OPERATOR.
007520     MOVE 'N' TO WS-OPERATOR-OK-SW
007522     MOVE SPACES TO SV-REASON
007524     IF WS-WO-OPERATOR-ID = SPACES
007526         MOVE 'OPERATOR ID MISSING' TO SV-REASON
007528     ELSE
007530         EXEC CICS READ FILE('OPRFILE')
007532                   INTO(OPERATOR-RECORD)
007534                   RIDFLD(WS-WO-OPERATOR-ID)
007536                   RESP(WS-RESPONSE)
007538         END-EXEC
007540         IF WS-RESPONSE NOT = DFHRESP(NORMAL)
007542             MOVE 'OPERATOR NOT ON PROFILE FILE' TO SV-REASON
007544         ELSE
007546             IF MSGI (26:8) < OPR-ACTIVE-FROM
007548                 OR (OPR-ACTIVE-TO > ZERO
007550                     AND MSGI (26:8) > OPR-ACTIVE-TO)
007552                 MOVE 'OPERATOR NOT ACTIVE' TO SV-REASON
007554             ELSE
007556                 IF NOT OPR-MAY-WRITE-OFF
007558                     MOVE 'NOT AUTHORIZED FOR WRITE-OFFS'
007560                         TO SV-REASON
007562                 END-IF
007564             END-IF
007566         END-IF
007568     END-IF
007570     IF SV-REASON = SPACES
007572         MOVE 'Y' TO WS-OPERATOR-OK-SW
007574     ELSE
007576         PERFORM 1600-LOG-OPERATOR-REFUSAL
007578         MOVE 'WOCAPTR: OPERATOR REFUSED - ' TO WS-REPLY-TEXT
007580         MOVE SV-REASON TO WS-REPLY-TEXT (29:30)
007582     END-IF.
007584*=================================================================
007586*    1600-LOG-OPERATOR-REFUSAL - SECVLINE TO THE SECV QUEUE, WHICH
007588*    OPRLIST PRINTS ON THE MONTHLY ACCESS LISTING
007590*=================================================================
007592 1600-LOG-OPERATOR-REFUSAL.
007594     MOVE MSGI (26:8)                TO SV-DATE
007596     MOVE 'WOCAPTR'                  TO SV-SOURCE
007598     MOVE WS-WO-OPERATOR-ID          TO SV-OPERATOR-ID
007600     MOVE 'O'                        TO SV-FUNCTION
007602     MOVE ZERO                       TO SV-AMOUNT
007604     MOVE MSGI (1:5)                 TO SV-ITEM-KEY
007606     MOVE LENGTH OF SECURITY-VIOLATION-LINE TO WS-ENTRY-LENGTH
007608     EXEC CICS WRITEQ TD
007610               QUEUE(WS-SECV-TDQ-NAME)
007612               FROM(SECURITY-VIOLATION-LINE)
007614               LENGTH(WS-ENTRY-LENGTH)
007616     END-EXEC.
007700*=================================================================
007800*    2000-VALIDATE-AND-QUEUE - THE CODE MUST BE ON VIDOFILE
007900*=================================================================
