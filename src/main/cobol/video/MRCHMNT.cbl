000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    MRCHMNT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MERCHANDISE SKU MASTER
001200*                   MAINTENANCE AND STOCK RECEIPTS FOR THE
001300*                   CONCESSION COUNTER.
001400*=================================================================
001500*  CARD-DRIVEN MAINTENANCE FOR MERCHFILE.  AN ADD CARD CREATES A
001600*  SKU (DESCRIPTION, CATEGORY, UNIT COST AND SELLING PRICE,
001700*  REORDER POINT AND QUANTITY, TAX CLASS, DISTRIBUTOR) WITH ANY
001800*  OPENING STOCK IN THE RECEIPT QUANTITY, A CHANGE CARD AMENDS
001900*  WHICHEVER OF THOSE FIELDS IT CARRIES, AND A DISCONTINUE CARD
002000*  STOPS THE SKU BEING SOLD OR REORDERED.  A RECEIPT CARD ADDS
002100*  STOCK DELIVERED TO THE ON-HAND; WHEN IT QUOTES THE PURCHASE
002200*  ORDER POGEN RAISED FOR THE SKU, THE QUANTITY RECEIVED IS
002300*  BOOKED TO POFILE AND THE ORDER CLOSED ONCE FILLED.  EVERY
002400*  CARD IS LISTED ON THE MAINTENANCE AUDIT REPORT WITH ITS
002500*  BEFORE AND AFTER IMAGES.
002600*
002700*  CARD LAYOUT: TYPE 1 (A/C/D/R), SKU 2-9, DESCRIPTION 10-39,
002800*  CATEGORY 40 (C CONCESSION, M MERCHANDISE), UNIT COST 41-45
002900*  (9(3)V99), UNIT PRICE 46-50 (9(3)V99), REORDER POINT 51-55,
003000*  REORDER QTY 56-60, TAX CLASS 61 (T TAXABLE, E EXEMPT),
003100*  DISTRIBUTOR 62-65, RECEIPT QTY 66-70, PO NUMBER 71-76.
003200*=================================================================
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL MERCHFILE ASSIGN TO 'IDXMERCH'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS MERCH-SKU OF MERCHANDISE-RECORD
004300         FILE STATUS IS FC-MERCHFILE-STATUS.
004400     SELECT OPTIONAL POFILE ASSIGN TO 'IDXPO'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PO-NUMBER OF PO-RECORD
004800         FILE STATUS IS FC-POFILE-STATUS.
004900     SELECT MRCHCARD-FILE ASSIGN TO 'MRCHCARD'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FC-MRCHCARD-STATUS.
005200     SELECT MRCHAUD-RPT ASSIGN TO 'MRCHAUD'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FC-MRCHAUD-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  MERCHFILE.
005800 COPY MERCHREC.
005900 FD  POFILE.
006000 COPY POREC.
006100 FD  MRCHCARD-FILE
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  MERCH-TRANS-CARD.
006400     05  MC-TRANS-TYPE              PIC X(1).
006500         88  MC-ADD                 VALUE 'A'.
006600         88  MC-CHANGE              VALUE 'C'.
006700         88  MC-DISCONTINUE         VALUE 'D'.
006800         88  MC-RECEIPT             VALUE 'R'.
006900     05  MC-SKU                     PIC X(8).
007000     05  MC-DESCRIPTION             PIC X(30).
007100     05  MC-CATEGORY                PIC X(1).
007200     05  MC-UNIT-COST               PIC 9(3)V99.
007300     05  MC-UNIT-PRICE              PIC 9(3)V99.
007400     05  MC-REORDER-POINT           PIC 9(5).
007500     05  MC-REORDER-QTY             PIC 9(5).
007600     05  MC-TAX-CLASS               PIC X(1).
007700     05  MC-DISTRIBUTOR-ID          PIC 9(4).
007800     05  MC-RECEIPT-QTY             PIC 9(5).
007900     05  MC-PO-NUMBER               PIC 9(6).
008000     05  FILLER                     PIC X(4).
008100 FD  MRCHAUD-RPT
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  MRCHAUD-LINE                   PIC X(80).
008400 WORKING-STORAGE SECTION.
008500*=================================================================
008600 COPY VERSTAMP.
008700 COPY REGCHKQ.
008800 01  FC-STATUSES.
008900     05  FC-MERCHFILE-STATUS        PIC X(2).
009000     05  FC-POFILE-STATUS           PIC X(2).
009100     05  FC-MRCHCARD-STATUS         PIC X(2).
009200     05  FC-MRCHAUD-STATUS          PIC X(2).
009300 01  WS-SWITCHES.
009400     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
009500         88  WS-EOF                 VALUE 'Y'.
009600     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
009700         88  WS-CARD-OK             VALUE 'Y'.
009800     05  WS-MERCH-ON-FILE-SW        PIC X(1) VALUE 'N'.
009900         88  WS-MERCH-ON-FILE       VALUE 'Y'.
010000     05  WS-POFILE-AVAIL-SW         PIC X(1) VALUE 'N'.
010100         88  WS-POFILE-AVAIL        VALUE 'Y'.
010200 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
010300 01  WS-REJECT-REASON               PIC X(30).
010400 01  WS-RECEIPT-QTY                 PIC 9(5).
010500 01  WS-PO-QTY-RECEIVED             PIC 9(5).
010600 01  WS-BEFORE-IMAGE.
010700     05  WS-BEFORE-ON-HAND          PIC 9(5).
010800     05  WS-BEFORE-COST             PIC 9(3)V99.
010900     05  WS-BEFORE-PRICE            PIC 9(3)V99.
011000     05  WS-BEFORE-REORDER-POINT    PIC 9(5).
011100     05  WS-BEFORE-STATUS           PIC X(1).
011200 01  WS-COUNTERS.
011300     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
011400     05  WS-ADDS-APPLIED            PIC 9(5) VALUE ZERO.
011500     05  WS-CHANGES-APPLIED         PIC 9(5) VALUE ZERO.
011600     05  WS-DISCONTINUES-APPLIED    PIC 9(5) VALUE ZERO.
011700     05  WS-RECEIPTS-APPLIED        PIC 9(5) VALUE ZERO.
011800     05  WS-UNITS-RECEIVED          PIC 9(7) VALUE ZERO.
011900     05  WS-ORDERS-FILLED           PIC 9(5) VALUE ZERO.
012000     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
012100     05  WS-AUDIT-LINES             PIC 9(5) VALUE ZERO.
012200 01  WS-AUDIT-HEAD-LINE.
012300     05  FILLER                     PIC X(1)  VALUE SPACE.
012400     05  AH-TRANS-TYPE              PIC X(1).
012500     05  FILLER                     PIC X(2)  VALUE SPACE.
012600     05  AH-SKU                     PIC X(8).
012700     05  FILLER                     PIC X(2)  VALUE SPACE.
012800     05  AH-DISPOSITION             PIC X(8).
012900     05  FILLER                     PIC X(2)  VALUE SPACE.
013000     05  AH-REASON                  PIC X(30).
013100 01  WS-AUDIT-IMAGE-LINE.
013200     05  FILLER                     PIC X(1)  VALUE SPACE.
013300     05  AI-TAG                     PIC X(7).
013400     05  FILLER                     PIC X(1)  VALUE SPACE.
013500     05  AI-ON-HAND                 PIC ZZZZ9.
013600     05  FILLER                     PIC X(2)  VALUE SPACE.
013700     05  AI-COST                    PIC ZZ9.99.
013800     05  FILLER                     PIC X(2)  VALUE SPACE.
013900     05  AI-PRICE                   PIC ZZ9.99.
014000     05  FILLER                     PIC X(2)  VALUE SPACE.
014100     05  AI-REORDER-POINT           PIC ZZZZ9.
014200     05  FILLER                     PIC X(2)  VALUE SPACE.
014300     05  AI-STATUS                  PIC X(1).
014400 PROCEDURE DIVISION.
014500*=================================================================
014600 0000-MAINLINE.
014700     PERFORM 0900-DISPLAY-VERSION-STAMP
014800     PERFORM 1000-INITIALIZE
014900     PERFORM 2000-PROCESS-MERCH-CARD
015000         UNTIL WS-EOF
015100     PERFORM 3000-TERMINATE
015200     PERFORM 9000-DISPLAY-VERSION-TRAILER
015300     STOP RUN.
015400*=================================================================
015500*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
015600*=================================================================
015700 0900-DISPLAY-VERSION-STAMP.
015800     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='MRCHMNT -'==
015900                             ==:PROGVERS:== BY =='Version 001'==.
016000*=================================================================
016100*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ
016200*=================================================================
016300 1000-INITIALIZE.
016400     MOVE 'MRCHMNT' TO RCHK-CALLER
016500     CALL 'REGCHK' USING REGION-CHECK
016600     IF RCHK-MISMATCH
016700         DISPLAY 'MRCHMNT: REGION INTERLOCK - UPDATES REFUSED'
016800         MOVE 12 TO RETURN-CODE
016900         STOP RUN
017000     END-IF
017100     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
017200     OPEN I-O MERCHFILE
017300     IF FC-MERCHFILE-STATUS NOT = '00'
017400         AND FC-MERCHFILE-STATUS NOT = '05'
017500         DISPLAY 'MRCHMNT: UNABLE TO OPEN MERCHFILE, STATUS='
017600             FC-MERCHFILE-STATUS
017700         MOVE 'Y' TO WS-EOF-SW
017800     END-IF
017900     OPEN I-O POFILE
018000     IF FC-POFILE-STATUS = '00'
018100         OR FC-POFILE-STATUS = '05'
018200         MOVE 'Y' TO WS-POFILE-AVAIL-SW
018300     END-IF
018400     OPEN INPUT MRCHCARD-FILE
018500     IF FC-MRCHCARD-STATUS NOT = '00'
018600         MOVE 'Y' TO WS-EOF-SW
018700     END-IF
018800     OPEN OUTPUT MRCHAUD-RPT
018900     IF NOT RCHK-IN-PROD
019000         WRITE MRCHAUD-LINE FROM RCHK-WATERMARK
019100     END-IF
019200     PERFORM 1100-READ-NEXT-CARD.
019300*=================================================================
019400*    1100-READ-NEXT-CARD
019500*=================================================================
019600 1100-READ-NEXT-CARD.
019700     READ MRCHCARD-FILE
019800         AT END
019900             MOVE 'Y' TO WS-EOF-SW
020000     END-READ
020100     IF NOT WS-EOF
020200         ADD 1 TO WS-CARDS-READ
020300     END-IF.
020400*=================================================================
020500*    2000-PROCESS-MERCH-CARD - APPLY ONE MAINTENANCE CARD
020600*=================================================================
020700 2000-PROCESS-MERCH-CARD.
020800     MOVE 'Y' TO WS-CARD-OK-SW
020900     MOVE SPACES TO WS-REJECT-REASON
021000     PERFORM 2050-READ-MERCHANDISE
021100     EVALUATE TRUE
021200         WHEN MC-ADD
021300             PERFORM 2100-APPLY-ADD
021400         WHEN MC-CHANGE
021500             PERFORM 2200-APPLY-CHANGE
021600         WHEN MC-DISCONTINUE
021700             PERFORM 2300-APPLY-DISCONTINUE
021800         WHEN MC-RECEIPT
021900             PERFORM 2400-APPLY-RECEIPT
022000         WHEN OTHER
022100             MOVE 'N' TO WS-CARD-OK-SW
022200             MOVE 'INVALID TRANSACTION TYPE'
022300                 TO WS-REJECT-REASON
022400     END-EVALUATE
022500     PERFORM 2900-WRITE-AUDIT-LINES
022600     PERFORM 1100-READ-NEXT-CARD.
022700*=================================================================
022800*    2050-READ-MERCHANDISE - FETCH AND SNAPSHOT THE BEFORE IMAGE
022900*=================================================================
023000 2050-READ-MERCHANDISE.
023100     MOVE 'Y' TO WS-MERCH-ON-FILE-SW
023200     MOVE ZERO TO WS-BEFORE-ON-HAND
023300     MOVE ZERO TO WS-BEFORE-COST
023400     MOVE ZERO TO WS-BEFORE-PRICE
023500     MOVE ZERO TO WS-BEFORE-REORDER-POINT
023600     MOVE SPACE TO WS-BEFORE-STATUS
023700     MOVE MC-SKU TO MERCH-SKU
023800     READ MERCHFILE
023900         INVALID KEY
024000             MOVE 'N' TO WS-MERCH-ON-FILE-SW
024100     END-READ
024200     IF WS-MERCH-ON-FILE
024300         MOVE MERCH-ON-HAND          TO WS-BEFORE-ON-HAND
024400         MOVE MERCH-UNIT-COST        TO WS-BEFORE-COST
024500         MOVE MERCH-UNIT-PRICE       TO WS-BEFORE-PRICE
024600         MOVE MERCH-REORDER-POINT    TO WS-BEFORE-REORDER-POINT
024700         MOVE MERCH-STATUS           TO WS-BEFORE-STATUS
024800     END-IF.
024900*=================================================================
025000*    2100-APPLY-ADD - CREATE A NEW SKU, ACTIVE AND ON SALE, WITH
025100*    ANY OPENING STOCK THE CARD CARRIES
025200*=================================================================
025300 2100-APPLY-ADD.
025400     IF MC-SKU = SPACES
025500         MOVE 'N' TO WS-CARD-OK-SW
025600         MOVE 'SKU MISSING'
025700             TO WS-REJECT-REASON
025800     END-IF
025900     IF WS-CARD-OK
026000         AND WS-MERCH-ON-FILE
026100         MOVE 'N' TO WS-CARD-OK-SW
026200         MOVE 'SKU ALREADY ON FILE'
026300             TO WS-REJECT-REASON
026400     END-IF
026500     IF WS-CARD-OK
026600         AND MC-DESCRIPTION = SPACES
026700         MOVE 'N' TO WS-CARD-OK-SW
026800         MOVE 'DESCRIPTION MISSING'
026900             TO WS-REJECT-REASON
027000     END-IF
027100     IF WS-CARD-OK
027200         MOVE MC-CATEGORY TO MERCH-CATEGORY
027300         IF NOT MERCH-CAT-VALID
027400             MOVE 'N' TO WS-CARD-OK-SW
027500             MOVE 'INVALID CATEGORY'
027600                 TO WS-REJECT-REASON
027700         END-IF
027800     END-IF
027900     IF WS-CARD-OK
028000         MOVE MC-TAX-CLASS TO MERCH-TAX-CLASS
028100         IF NOT MERCH-TAX-CLASS-VALID
028200             MOVE 'N' TO WS-CARD-OK-SW
028300             MOVE 'INVALID TAX CLASS'
028400                 TO WS-REJECT-REASON
028500         END-IF
028600     END-IF
028700     IF WS-CARD-OK
028800         AND (MC-UNIT-PRICE NOT NUMERIC
028900             OR MC-UNIT-PRICE = ZERO)
029000         MOVE 'N' TO WS-CARD-OK-SW
029100         MOVE 'UNIT PRICE INVALID'
029200             TO WS-REJECT-REASON
029300     END-IF
029400     IF WS-CARD-OK
029500         AND MC-UNIT-COST NOT NUMERIC
029600         MOVE 'N' TO WS-CARD-OK-SW
029700         MOVE 'UNIT COST INVALID'
029800             TO WS-REJECT-REASON
029900     END-IF
030000     IF WS-CARD-OK
030100         MOVE MC-SKU                 TO MERCH-SKU
030200         MOVE MC-DESCRIPTION         TO MERCH-DESCRIPTION
030300         MOVE MC-CATEGORY            TO MERCH-CATEGORY
030400         MOVE MC-UNIT-COST           TO MERCH-UNIT-COST
030500         MOVE MC-UNIT-PRICE          TO MERCH-UNIT-PRICE
030600         MOVE MC-TAX-CLASS           TO MERCH-TAX-CLASS
030700         IF MC-REORDER-POINT NUMERIC
030800             MOVE MC-REORDER-POINT   TO MERCH-REORDER-POINT
030900         ELSE
031000             MOVE ZERO               TO MERCH-REORDER-POINT
031100         END-IF
031200         IF MC-REORDER-QTY NUMERIC
031300             MOVE MC-REORDER-QTY     TO MERCH-REORDER-QTY
031400         ELSE
031500             MOVE ZERO               TO MERCH-REORDER-QTY
031600         END-IF
031700         IF MC-DISTRIBUTOR-ID NUMERIC
031800             MOVE MC-DISTRIBUTOR-ID  TO MERCH-DISTRIBUTOR-ID
031900         ELSE
032000             MOVE ZERO               TO MERCH-DISTRIBUTOR-ID
032100         END-IF
032200         IF MC-RECEIPT-QTY NUMERIC
032300             MOVE MC-RECEIPT-QTY     TO MERCH-ON-HAND
032400             MOVE WS-CURRENT-DATE-YYYYMMDD
032500                                     TO MERCH-LAST-RECEIPT-DATE
032600         ELSE
032700             MOVE ZERO               TO MERCH-ON-HAND
032800             MOVE ZERO               TO MERCH-LAST-RECEIPT-DATE
032900         END-IF
033000         MOVE 'A'                    TO MERCH-STATUS
033100         MOVE ZERO                   TO MERCH-LAST-SALE-DATE
033200         WRITE MERCHANDISE-RECORD
033300             INVALID KEY
033400                 MOVE 'N' TO WS-CARD-OK-SW
033500                 MOVE 'MERCHFILE WRITE FAILED'
033600                     TO WS-REJECT-REASON
033700         END-WRITE
033800     END-IF
033900     IF WS-CARD-OK
034000         ADD 1 TO WS-ADDS-APPLIED
034100     END-IF.
034200*=================================================================
034300*    2200-APPLY-CHANGE - AMEND WHICHEVER FIELDS THE CARD CARRIES;
034400*    A BLANK FIELD LEAVES THE MASTER AS IT WAS
034500*=================================================================
034600 2200-APPLY-CHANGE.
034700     IF NOT WS-MERCH-ON-FILE
034800         MOVE 'N' TO WS-CARD-OK-SW
034900         MOVE 'SKU NOT ON FILE'
035000             TO WS-REJECT-REASON
035100     END-IF
035200     IF WS-CARD-OK
035300         AND MC-CATEGORY NOT = SPACE
035400         AND MC-CATEGORY NOT = 'C'
035500         AND MC-CATEGORY NOT = 'M'
035600         MOVE 'N' TO WS-CARD-OK-SW
035700         MOVE 'INVALID CATEGORY'
035800             TO WS-REJECT-REASON
035900     END-IF
036000     IF WS-CARD-OK
036100         AND MC-TAX-CLASS NOT = SPACE
036200         AND MC-TAX-CLASS NOT = 'T'
036300         AND MC-TAX-CLASS NOT = 'E'
036400         MOVE 'N' TO WS-CARD-OK-SW
036500         MOVE 'INVALID TAX CLASS'
036600             TO WS-REJECT-REASON
036700     END-IF
036800     IF WS-CARD-OK
036900         IF MC-DESCRIPTION NOT = SPACES
037000             MOVE MC-DESCRIPTION     TO MERCH-DESCRIPTION
037100         END-IF
037200         IF MC-CATEGORY NOT = SPACE
037300             MOVE MC-CATEGORY        TO MERCH-CATEGORY
037400         END-IF
037500         IF MC-UNIT-COST NUMERIC
037600             MOVE MC-UNIT-COST       TO MERCH-UNIT-COST
037700         END-IF
037800         IF MC-UNIT-PRICE NUMERIC
037900             AND MC-UNIT-PRICE > ZERO
038000             MOVE MC-UNIT-PRICE      TO MERCH-UNIT-PRICE
038100         END-IF
038200         IF MC-REORDER-POINT NUMERIC
038300             MOVE MC-REORDER-POINT   TO MERCH-REORDER-POINT
038400         END-IF
038500         IF MC-REORDER-QTY NUMERIC
038600             MOVE MC-REORDER-QTY     TO MERCH-REORDER-QTY
038700         END-IF
038800         IF MC-TAX-CLASS NOT = SPACE
038900             MOVE MC-TAX-CLASS       TO MERCH-TAX-CLASS
039000         END-IF
039100         IF MC-DISTRIBUTOR-ID NUMERIC
039200             MOVE MC-DISTRIBUTOR-ID  TO MERCH-DISTRIBUTOR-ID
039300         END-IF
039400         REWRITE MERCHANDISE-RECORD
039500             INVALID KEY
039600                 MOVE 'N' TO WS-CARD-OK-SW
039700                 MOVE 'MERCHFILE REWRITE FAILED'
039800                     TO WS-REJECT-REASON
039900         END-REWRITE
040000     END-IF
040100     IF WS-CARD-OK
040200         ADD 1 TO WS-CHANGES-APPLIED
040300     END-IF.
040400*=================================================================
040500*    2300-APPLY-DISCONTINUE - STOP THE SKU BEING SOLD AND
040600*    REORDERED; STOCK ON HAND STAYS ON THE RECORD
040700*=================================================================
040800 2300-APPLY-DISCONTINUE.
040900     IF NOT WS-MERCH-ON-FILE
041000         MOVE 'N' TO WS-CARD-OK-SW
041100         MOVE 'SKU NOT ON FILE'
041200             TO WS-REJECT-REASON
041300     END-IF
041400     IF WS-CARD-OK
041500         AND MERCH-DISCONTINUED
041600         MOVE 'N' TO WS-CARD-OK-SW
041700         MOVE 'SKU ALREADY DISCONTINUED'
041800             TO WS-REJECT-REASON
041900     END-IF
042000     IF WS-CARD-OK
042100         MOVE 'D'                    TO MERCH-STATUS
042200         REWRITE MERCHANDISE-RECORD
042300             INVALID KEY
042400                 MOVE 'N' TO WS-CARD-OK-SW
042500                 MOVE 'MERCHFILE REWRITE FAILED'
042600                     TO WS-REJECT-REASON
042700         END-REWRITE
042800     END-IF
042900     IF WS-CARD-OK
043000         ADD 1 TO WS-DISCONTINUES-APPLIED
043100     END-IF.
043200*=================================================================
043300*    2400-APPLY-RECEIPT - ADD DELIVERED STOCK TO THE ON-HAND AND
043400*    BOOK IT TO THE PURCHASE ORDER THE CARD QUOTES
043500*=================================================================
043600 2400-APPLY-RECEIPT.
043700     IF NOT WS-MERCH-ON-FILE
043800         MOVE 'N' TO WS-CARD-OK-SW
043900         MOVE 'SKU NOT ON FILE'
044000             TO WS-REJECT-REASON
044100     END-IF
044200     IF WS-CARD-OK
044300         AND (MC-RECEIPT-QTY NOT NUMERIC
044400             OR MC-RECEIPT-QTY = ZERO)
044500         MOVE 'N' TO WS-CARD-OK-SW
044600         MOVE 'RECEIPT QTY INVALID'
044700             TO WS-REJECT-REASON
044800     END-IF
044900     IF WS-CARD-OK
045000         MOVE MC-RECEIPT-QTY TO WS-RECEIPT-QTY
045100         IF MERCH-ON-HAND + WS-RECEIPT-QTY > 99999
045200             MOVE 'N' TO WS-CARD-OK-SW
045300             MOVE 'ON-HAND WOULD OVERFLOW'
045400                 TO WS-REJECT-REASON
045500         END-IF
045600     END-IF
045700     IF WS-CARD-OK
045800         AND MC-PO-NUMBER NUMERIC
045900         AND MC-PO-NUMBER > ZERO
046000         PERFORM 2450-APPLY-TO-ORDER
046100     END-IF
046200     IF WS-CARD-OK
046300         ADD WS-RECEIPT-QTY          TO MERCH-ON-HAND
046400         MOVE WS-CURRENT-DATE-YYYYMMDD
046500                                     TO MERCH-LAST-RECEIPT-DATE
046600         REWRITE MERCHANDISE-RECORD
046700             INVALID KEY
046800                 MOVE 'N' TO WS-CARD-OK-SW
046900                 MOVE 'MERCHFILE REWRITE FAILED'
047000                     TO WS-REJECT-REASON
047100         END-REWRITE
047200     END-IF
047300     IF WS-CARD-OK
047400         ADD 1 TO WS-RECEIPTS-APPLIED
047500         ADD WS-RECEIPT-QTY TO WS-UNITS-RECEIVED
047600     END-IF.
047700*=================================================================
047800*    2450-APPLY-TO-ORDER - THE QUOTED ORDER MUST BE AN OPEN
047900*    MERCHANDISE ORDER FOR THIS SKU; THE RECEIPT IS ADDED TO ITS
048000*    QUANTITY RECEIVED AND THE ORDER CLOSED WHEN FILLED
048100*=================================================================
048200 2450-APPLY-TO-ORDER.
048300     IF NOT WS-POFILE-AVAIL
048400         MOVE 'N' TO WS-CARD-OK-SW
048500         MOVE 'POFILE NOT AVAILABLE'
048600             TO WS-REJECT-REASON
048700     END-IF
048800     IF WS-CARD-OK
048900         MOVE MC-PO-NUMBER TO PO-NUMBER
049000         READ POFILE
049100             INVALID KEY
049200                 MOVE 'N' TO WS-CARD-OK-SW
049300                 MOVE 'PO NOT ON FILE'
049400                     TO WS-REJECT-REASON
049500         END-READ
049600     END-IF
049700     IF WS-CARD-OK
049800         AND (NOT PO-FOR-MERCHANDISE
049900             OR PO-MERCH-SKU NOT = MERCH-SKU)
050000         MOVE 'N' TO WS-CARD-OK-SW
050100         MOVE 'PO IS NOT FOR THIS SKU'
050200             TO WS-REJECT-REASON
050300     END-IF
050400     IF WS-CARD-OK
050500         AND NOT PO-OPEN
050600         MOVE 'N' TO WS-CARD-OK-SW
050700         MOVE 'PO NOT OPEN'
050800             TO WS-REJECT-REASON
050900     END-IF
051000     IF WS-CARD-OK
051100         COMPUTE WS-PO-QTY-RECEIVED =
051200             PO-QTY-RECEIVED + WS-RECEIPT-QTY
051300         IF WS-PO-QTY-RECEIVED > 999
051400             MOVE 999 TO PO-QTY-RECEIVED
051500         ELSE
051600             MOVE WS-PO-QTY-RECEIVED TO PO-QTY-RECEIVED
051700         END-IF
051800         IF PO-QTY-RECEIVED >= PO-QTY-ORDERED
051900             MOVE 'F' TO PO-STATUS
052000             ADD 1 TO WS-ORDERS-FILLED
052100         ELSE
052200             ADD 1 TO PO-SHORT-SHIPMENTS
052300         END-IF
052400         MOVE PO-DISTRIBUTOR-ID TO PO-SHIPPED-BY-ID
052500         MOVE WS-CURRENT-DATE-YYYYMMDD TO PO-LAST-RECEIPT-DATE
052600         REWRITE PO-RECORD
052700             INVALID KEY
052800                 MOVE 'N' TO WS-CARD-OK-SW
052900                 MOVE 'POFILE REWRITE FAILED'
053000                     TO WS-REJECT-REASON
053100         END-REWRITE
053200     END-IF.
053300*=================================================================
053400*    2900-WRITE-AUDIT-LINES - CARD DISPOSITION PLUS BEFORE AND
053500*    AFTER IMAGES FOR EVERY ACCEPTED UPDATE
053600*=================================================================
053700 2900-WRITE-AUDIT-LINES.
053800     MOVE MC-TRANS-TYPE              TO AH-TRANS-TYPE
053900     MOVE MC-SKU                     TO AH-SKU
054000     MOVE WS-REJECT-REASON           TO AH-REASON
054100     IF WS-CARD-OK
054200         MOVE 'ACCEPTED'             TO AH-DISPOSITION
054300     ELSE
054400         ADD 1 TO WS-CARDS-REJECTED
054500         MOVE 'REJECTED'             TO AH-DISPOSITION
054600     END-IF
054700     WRITE MRCHAUD-LINE FROM WS-AUDIT-HEAD-LINE
054800     ADD 1 TO WS-AUDIT-LINES
054900     IF WS-CARD-OK
055000         IF WS-MERCH-ON-FILE
055100             MOVE 'BEFORE '              TO AI-TAG
055200             MOVE WS-BEFORE-ON-HAND      TO AI-ON-HAND
055300             MOVE WS-BEFORE-COST         TO AI-COST
055400             MOVE WS-BEFORE-PRICE        TO AI-PRICE
055500             MOVE WS-BEFORE-REORDER-POINT
055600                                         TO AI-REORDER-POINT
055700             MOVE WS-BEFORE-STATUS       TO AI-STATUS
055800             WRITE MRCHAUD-LINE FROM WS-AUDIT-IMAGE-LINE
055900             ADD 1 TO WS-AUDIT-LINES
056000         END-IF
056100         MOVE 'AFTER  '              TO AI-TAG
056200         MOVE MERCH-ON-HAND          TO AI-ON-HAND
056300         MOVE MERCH-UNIT-COST        TO AI-COST
056400         MOVE MERCH-UNIT-PRICE       TO AI-PRICE
056500         MOVE MERCH-REORDER-POINT    TO AI-REORDER-POINT
056600         MOVE MERCH-STATUS           TO AI-STATUS
056700         WRITE MRCHAUD-LINE FROM WS-AUDIT-IMAGE-LINE
056800         ADD 1 TO WS-AUDIT-LINES
056900     END-IF.
057000*=================================================================
057100*    3000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
057200*=================================================================
057300 3000-TERMINATE.
057400     CLOSE MERCHFILE
057500     IF WS-POFILE-AVAIL
057600         CLOSE POFILE
057700     END-IF
057800     CLOSE MRCHCARD-FILE
057900     CLOSE MRCHAUD-RPT
058000     DISPLAY 'MRCHMNT: CARDS READ         = ' WS-CARDS-READ
058100     DISPLAY 'MRCHMNT: ADDS APPLIED       = ' WS-ADDS-APPLIED
058200     DISPLAY 'MRCHMNT: CHANGES APPLIED    = ' WS-CHANGES-APPLIED
058300     DISPLAY 'MRCHMNT: DISCONTINUED       = '
058400         WS-DISCONTINUES-APPLIED
058500     DISPLAY 'MRCHMNT: RECEIPTS APPLIED   = '
058600         WS-RECEIPTS-APPLIED
058700     DISPLAY 'MRCHMNT: UNITS RECEIVED     = ' WS-UNITS-RECEIVED
058800     DISPLAY 'MRCHMNT: ORDERS FILLED      = ' WS-ORDERS-FILLED
058900     DISPLAY 'MRCHMNT: CARDS REJECTED     = ' WS-CARDS-REJECTED.
059000*=================================================================
059100*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
059200*=================================================================
059300 9000-DISPLAY-VERSION-TRAILER.
059400     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='MRCHMNT -'==
059500                             ==:LINECOUNT:== BY WS-AUDIT-LINES.
