001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - RATE AND PROMO TABLE
001200*                   MAINTENANCE WITH EDITS AND AUDIT.
001210*  2026-10-15 VSG   SINGLE-USE PROMO CODES: A PROMO ADD CARD MAY
001220*                   NAME THE ONE CUSTOMER THE CODE IS GOOD FOR
001230*                   (COLUMNS 29-34), AND A 'U' CARD STAMPS SUCH
001240*                   A CODE USED (DATE IN COLUMNS 35-42) AFTER
001250*                   RENTPROC REDEEMS IT.  PROMO TABLE RAISED TO
001260*                   500 ROWS; PROMO AFTER-IMAGES ARE NOW THE
001270*                   UPDATED TABLE ROW.
001275*  2026-10-15 VSG   RATE CARDS MAY NOW NAME THE EQUIPMENT TIERS
001280*                   P (PLAYER) AND G (GAME CONSOLE) FOR THE
001285*                   DAILY EQUIPMENT-RENTAL RATES.
001286*  2026-10-15 VSG   RATE CARDS NOW CARRY THE KEYING OPERATOR IN
001287*                   COLUMNS 43-45, WHO MUST HOLD RATE-CHANGE
001288*                   AUTHORITY (OPRAUTH); REFUSED CARDS REJECT.
001300*=================================================================
001400*  CARD-DRIVEN MAINTENANCE FOR THE RATEFILE PRICING ROWS AND
001500*  THE PROMO CODES PRICENG READS, REPLACING THE FREEHAND
002000*  SAME CODE - AND THE UPDATED TABLES REWRITE IN FULL.  EVERY
002100*  CARD LISTS ON THE RPAUD AUDIT WITH ITS DISPOSITION AND
002200*  BEFORE/AFTER IMAGES; REJECTED CARDS SHOW THE EDIT THAT
002300*  FAILED.  THE WIN-BACK CAMPAIGN (WINBACK) FEEDS ITS CODES IN
002310*  AS ORDINARY ADD CARDS, AND THE NIGHTLY RUN APPLIES THE DAY'S
002320*  REDEMPTION CARDS FROM RENTPROC SO A CODE CANNOT BE USED TWICE.
002400*=================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
005900     05  PM-EFFECT-DATE             PIC 9(8).
006000     05  PM-EXPIRE-DATE             PIC 9(8).
006100     05  PM-DISCOUNT-PCT            PIC 9(2).
006110     05  PM-CUSTOMER-ID             PIC 9(6).
006120     05  PM-USED-DATE               PIC 9(8).
006130     05  FILLER                     PIC X(42).
006300 FD  RATECARD-FILE
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  RATE-TRANS-CARD.
007000         88  RC-ADD                 VALUE 'A'.
007100         88  RC-CHANGE              VALUE 'C'.
007200         88  RC-EXPIRE              VALUE 'E'.
007210         88  RC-MARK-USED           VALUE 'U'.
007300     05  RC-RATE-FIELDS.
007400         10  RC-TIER                PIC X(1).
007500         10  RC-EFFECT-DATE         PIC 9(8).
008300         10  RC-PROMO-EXPIRE        PIC 9(8).
008400         10  RC-PROMO-PCT           PIC 9(2).
008500         10  FILLER                 PIC X(2).
008510*    SINGLE-USE PROMO FIELDS - BLANK ON ORDINARY CARDS
008520     05  RC-PROMO-CUSTOMER-ID       PIC 9(6).
008530     05  RC-PROMO-USED-DATE         PIC 9(8).
008540     05  RC-OPERATOR-ID             PIC X(3).
008550     05  FILLER                     PIC X(35).
008700 FD  RPAUD-RPT
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  RPAUD-LINE                     PIC X(80).
009100*=================================================================
009200 COPY VERSTAMP.
009300 COPY REGCHKQ.
009310 COPY OPRAUTHQ.
009400 01  FC-STATUSES.
009500     05  FC-RATEFILE-STATUS         PIC X(2).
009600     05  FC-PROMO-STATUS            PIC X(2).
011900         10  WS-RT-DELETED-SW       PIC X(1).
012000 01  WS-PROMO-TABLE.
012100     05  WS-PROMO-COUNT             PIC 9(3) VALUE ZERO.
012200     05  WS-PROMO-ROW OCCURS 500 TIMES.
012300         10  WS-PM-CODE             PIC X(6).
012400         10  WS-PM-EFFECT-DATE      PIC 9(8).
012500         10  WS-PM-EXPIRE-DATE      PIC 9(8).
012600         10  WS-PM-DISCOUNT-PCT     PIC 9(2).
012610         10  WS-PM-CUSTOMER-ID      PIC 9(6).
012620         10  WS-PM-USED-DATE        PIC 9(8).
012700         10  WS-PM-DELETED-SW       PIC X(1).
012800 01  WS-ROW-SUB                     PIC 9(3).
012900 01  WS-MATCH-SUB                   PIC 9(3).
024100             MOVE 'Y' TO WS-LOAD-EOF-SW
024200     END-READ
024300     IF NOT WS-LOAD-EOF
024400         AND WS-PROMO-COUNT < 500
024500         ADD 1 TO WS-PROMO-COUNT
024600         MOVE PM-CODE TO WS-PM-CODE (WS-PROMO-COUNT)
024700         MOVE PM-EFFECT-DATE
025000             TO WS-PM-EXPIRE-DATE (WS-PROMO-COUNT)
025100         MOVE PM-DISCOUNT-PCT
025200             TO WS-PM-DISCOUNT-PCT (WS-PROMO-COUNT)
025205         MOVE ZERO TO WS-PM-CUSTOMER-ID (WS-PROMO-COUNT)
025210         MOVE ZERO TO WS-PM-USED-DATE (WS-PROMO-COUNT)
025215         IF PM-CUSTOMER-ID NUMERIC
025220             MOVE PM-CUSTOMER-ID
025225                 TO WS-PM-CUSTOMER-ID (WS-PROMO-COUNT)
025230         END-IF
025235         IF PM-USED-DATE NUMERIC
025240             MOVE PM-USED-DATE
025245                 TO WS-PM-USED-DATE (WS-PROMO-COUNT)
025250         END-IF
025300         MOVE 'N' TO WS-PM-DELETED-SW (WS-PROMO-COUNT)
025400     END-IF.
025500*=================================================================
028600*=================================================================
028700 3000-APPLY-RATE-CARD.
028800     IF RC-TIER NOT = 'N' AND RC-TIER NOT = 'C'
028810         AND RC-TIER NOT = 'P' AND RC-TIER NOT = 'G'
028900         MOVE 'N' TO WS-CARD-OK-SW
029000         MOVE 'INVALID PRICE TIER'
029100             TO WS-REJECT-REASON
029800             TO WS-REJECT-REASON
029900     END-IF
030000     IF WS-CARD-OK
030010         PERFORM 3050-CHECK-OPERATOR-AUTHORITY
030020     END-IF
030030     IF WS-CARD-OK
030100         PERFORM 3100-FIND-RATE-ROW
030200         EVALUATE TRUE
030300             WHEN RC-ADD
031300         END-EVALUATE
031400     END-IF.
031500*=================================================================
031505*    3050-CHECK-OPERATOR-AUTHORITY - THE KEYING OPERATOR MUST BE
031510*    CLEARED FOR RATE CHANGES
031515*=================================================================
031520 3050-CHECK-OPERATOR-AUTHORITY.
031525     MOVE 'RATEMNT' TO OAUT-CALLER
031530     MOVE RC-OPERATOR-ID TO OAUT-OPERATOR-ID
031535     MOVE 'R' TO OAUT-FUNCTION
031540     MOVE ZERO TO OAUT-AMOUNT
031545     MOVE SPACES TO OAUT-ITEM-KEY
031550     MOVE RC-TIER TO OAUT-ITEM-KEY (1:1)
031555     MOVE RC-EFFECT-DATE TO OAUT-ITEM-KEY (3:8)
031560     CALL 'OPRAUTH' USING OPERATOR-AUTH-REQUEST
031565     IF OAUT-REFUSED
031570         MOVE 'N' TO WS-CARD-OK-SW
031575         MOVE OAUT-REASON TO WS-REJECT-REASON
031580     END-IF.
031585*=================================================================
031600*    3100-FIND-RATE-ROW - SAME TIER AND EFFECTIVE DATE
031700*=================================================================
031800 3100-FIND-RATE-ROW.
039000         ADD 1 TO WS-CARDS-APPLIED
039100     END-IF.
039200*=================================================================
039300*    4000-APPLY-PROMO-CARD - ADD/CHANGE/EXPIRE A PROMO CODE,
039310*    OR MARK A SINGLE-USE CODE USED
039400*=================================================================
039500 4000-APPLY-PROMO-CARD.
039600     IF RC-PROMO-CODE = SPACES
039900             TO WS-REJECT-REASON
040000     END-IF
040100     IF WS-CARD-OK
040110         AND NOT RC-MARK-USED
040200         AND (RC-PROMO-EFFECT NOT NUMERIC
040300             OR RC-PROMO-EXPIRE NOT NUMERIC
040400             OR RC-PROMO-EFFECT = ZERO
041600                 PERFORM 4300-CHANGE-PROMO-ROW
041700             WHEN RC-EXPIRE
041800                 PERFORM 4400-EXPIRE-PROMO-ROW
041810             WHEN RC-MARK-USED
041820                 PERFORM 4500-MARK-PROMO-USED
041900             WHEN OTHER
042000                 MOVE 'N' TO WS-CARD-OK-SW
042100                 MOVE 'INVALID TRANSACTION TYPE'
047700     ELSE
047800         PERFORM 4150-CHECK-WINDOW-OVERLAP
047900         IF WS-CARD-OK
048000             IF WS-PROMO-COUNT >= 500
048100                 MOVE 'N' TO WS-CARD-OK-SW
048200                 MOVE 'PROMO TABLE FULL'
048300                     TO WS-REJECT-REASON
048500                 ADD 1 TO WS-PROMO-COUNT
048600                 MOVE WS-PROMO-COUNT TO WS-MATCH-SUB
048700                 PERFORM 4350-MOVE-CARD-TO-PROMO-ROW
048710                 MOVE ZERO TO WS-PM-USED-DATE (WS-MATCH-SUB)
048800                 ADD 1 TO WS-CARDS-APPLIED
048900             END-IF
049000         END-IF
050600     END-IF.
050700*=================================================================
050800*    4350-MOVE-CARD-TO-PROMO-ROW
050810*    (A CHANGE LEAVES A SINGLE-USE CODE'S USED DATE AS IT WAS)
050900*=================================================================
051000 4350-MOVE-CARD-TO-PROMO-ROW.
051100     MOVE RC-PROMO-CODE   TO WS-PM-CODE (WS-MATCH-SUB)
051500         TO WS-PM-EXPIRE-DATE (WS-MATCH-SUB)
051600     MOVE RC-PROMO-PCT
051700         TO WS-PM-DISCOUNT-PCT (WS-MATCH-SUB)
051710     IF RC-PROMO-CUSTOMER-ID NUMERIC
051720         MOVE RC-PROMO-CUSTOMER-ID
051730             TO WS-PM-CUSTOMER-ID (WS-MATCH-SUB)
051740     ELSE
051750         MOVE ZERO TO WS-PM-CUSTOMER-ID (WS-MATCH-SUB)
051760     END-IF
051800     MOVE 'N' TO WS-PM-DELETED-SW (WS-MATCH-SUB).
051900*=================================================================
052000*    4400-EXPIRE-PROMO-ROW - DROP THE ROW FROM THE REWRITE
052800         MOVE 'Y' TO WS-PM-DELETED-SW (WS-MATCH-SUB)
052900         ADD 1 TO WS-CARDS-APPLIED
053000     END-IF.
053002*=================================================================
053004*    4500-MARK-PROMO-USED - STAMP A SINGLE-USE CODE REDEEMED;
053006*    THE CODE IS UNIQUE, SO IT IS FOUND BY CODE ALONE
053008*=================================================================
053010 4500-MARK-PROMO-USED.
053012     IF RC-PROMO-USED-DATE NOT NUMERIC
053014         OR RC-PROMO-USED-DATE = ZERO
053016         MOVE 'N' TO WS-CARD-OK-SW
053018         MOVE 'USED DATE INVALID'
053020             TO WS-REJECT-REASON
053022     END-IF
053024     IF WS-CARD-OK
053026         MOVE ZERO TO WS-MATCH-SUB
053028         MOVE ZERO TO WS-ROW-SUB
053030         PERFORM 4510-CHECK-ONE-SINGLE-USE-ROW
053032             UNTIL WS-ROW-SUB >= WS-PROMO-COUNT
053034             OR WS-MATCH-SUB > ZERO
053036         EVALUATE TRUE
053038             WHEN WS-MATCH-SUB = ZERO
053040                 MOVE 'N' TO WS-CARD-OK-SW
053042                 MOVE 'SINGLE-USE CODE NOT ON FILE'
053044                     TO WS-REJECT-REASON
053046             WHEN WS-PM-USED-DATE (WS-MATCH-SUB) > ZERO
053048                 MOVE 'N' TO WS-CARD-OK-SW
053050                 MOVE 'CODE ALREADY USED'
053052                     TO WS-REJECT-REASON
053054             WHEN OTHER
053056                 MOVE 'Y' TO WS-BEFORE-SW
053058                 MOVE WS-PROMO-ROW (WS-MATCH-SUB)
053060                     TO WS-BEFORE-IMAGE
053062                 MOVE RC-PROMO-USED-DATE
053064                     TO WS-PM-USED-DATE (WS-MATCH-SUB)
053066                 ADD 1 TO WS-CARDS-APPLIED
053068         END-EVALUATE
053070     END-IF.
053072*=================================================================
053074*    4510-CHECK-ONE-SINGLE-USE-ROW
053076*=================================================================
053078 4510-CHECK-ONE-SINGLE-USE-ROW.
053080     ADD 1 TO WS-ROW-SUB
053082     IF WS-PM-DELETED-SW (WS-ROW-SUB) = 'N'
053084         AND WS-PM-CODE (WS-ROW-SUB) = RC-PROMO-CODE
053086         AND WS-PM-CUSTOMER-ID (WS-ROW-SUB) > ZERO
053088         MOVE WS-ROW-SUB TO WS-MATCH-SUB
053090     END-IF.
053100*=================================================================
053200*    2900-WRITE-AUDIT-LINES - DISPOSITION PLUS BEFORE/AFTER
053300*    IMAGES FOR EVERY ACCEPTED CARD
055250             ADD 1 TO WS-AUDIT-LINES
055260         END-IF
055300         MOVE 'AFTER  '              TO AI-TAG
055310         IF RC-PROMO-TABLE
055320             MOVE WS-PROMO-ROW (WS-MATCH-SUB) TO AI-IMAGE
055330         ELSE
055400             MOVE RC-RATE-FIELDS (1:26)  TO AI-IMAGE
055410         END-IF
055900         WRITE RPAUD-LINE FROM WS-AUDIT-IMAGE-LINE
056000         ADD 1 TO WS-AUDIT-LINES
056100     END-IF.
061600             TO PM-EXPIRE-DATE
061700         MOVE WS-PM-DISCOUNT-PCT (WS-ROW-SUB)
061800             TO PM-DISCOUNT-PCT
061810         MOVE WS-PM-CUSTOMER-ID (WS-ROW-SUB) TO PM-CUSTOMER-ID
061820         MOVE WS-PM-USED-DATE (WS-ROW-SUB)   TO PM-USED-DATE
061900         WRITE PROMO-ROW
062000     END-IF.
062100*=================================================================
