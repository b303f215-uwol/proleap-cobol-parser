001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - RECEIVING RUN AGAINST THE
001200*                   OPEN PURCHASE ORDERS.
001210*  2026-10-15 VSG   MANIFEST LINES NOW CARRY THE SHIPPING
001220*                   DISTRIBUTOR IN COLUMNS 20-23; A LINE ONLY
001230*                   APPLIES TO THAT DISTRIBUTOR'S ORDERS, AND
001240*                   EACH RECEIPT STAMPS THE PO WITH WHO SHIPPED,
001250*                   THE RECEIPT DATE, AND A SHORT-SHIPMENT
001260*                   COUNT FOR THE VENDSCOR SCORECARD.
001270*  2026-10-15 VSG   MERCHANDISE ORDERS (NO TITLE) ARE PASSED
001280*                   OVER; MRCHMNT BOOKS THEIR RECEIPTS.
001300*=================================================================
001400*  READS THE DISTRIBUTOR'S SHIPMENT MANIFEST (VIDEO CODE,
001500*  QUANTITY, SHIP DATE) AND MATCHES EACH LINE AGAINST THE OPEN
005600     05  MF-QTY-SHIPPED             PIC 9(3).
005700     05  FILLER                     PIC X(1).
005800     05  MF-SHIP-DATE               PIC 9(8).
005810     05  FILLER                     PIC X(1).
005820     05  MF-DISTRIBUTOR-ID          PIC 9(4).
005900     05  FILLER                     PIC X(57).
006000 FD  RECVRPT-RPT
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  RECVRPT-LINE                   PIC X(80).
007900 01  WS-QTY-REMAINING               PIC 9(3).
008000 01  WS-QTY-THIS-ORDER              PIC 9(3).
008100 01  WS-OUTSTANDING                 PIC S9(4).
008110 01  WS-MF-DIST-ID                  PIC 9(4).
008120 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
008200 01  WS-COUNTERS.
008300     05  WS-LINES-READ              PIC 9(5) VALUE ZERO.
008400     05  WS-COPIES-RECEIVED         PIC 9(5) VALUE ZERO.
008500     05  WS-ORDERS-FILLED           PIC 9(5) VALUE ZERO.
008600     05  WS-OVER-SHIPMENTS          PIC 9(5) VALUE ZERO.
008700     05  WS-SHORTS-LISTED           PIC 9(5) VALUE ZERO.
008710     05  WS-SHORT-SHIPMENTS         PIC 9(5) VALUE ZERO.
008800     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
008900 01  WS-REPORT-DETAIL.
009000     05  FILLER                     PIC X(1)  VALUE SPACE.
009500     05  RP-QTY                     PIC ZZ9.
009600     05  FILLER                     PIC X(2)  VALUE SPACE.
009700     05  RP-TEXT                    PIC X(24).
009710     05  FILLER                     PIC X(2)  VALUE SPACE.
009720     05  RP-DISTRIBUTOR-ID          PIC 9(4).
009800 PROCEDURE DIVISION.
009900*=================================================================
010000 0000-MAINLINE.
012300         MOVE 12 TO RETURN-CODE
012400         STOP RUN
012500     END-IF
012510     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
012600     OPEN I-O POFILE
012700     IF FC-POFILE-STATUS NOT = '00'
012800         AND FC-POFILE-STATUS NOT = '05'
016300*=================================================================
016400 2000-RECEIVE-ONE-LINE.
016500     MOVE 'N' TO WS-MATCHED-SW
016510     IF MF-DISTRIBUTOR-ID NUMERIC
016520         MOVE MF-DISTRIBUTOR-ID TO WS-MF-DIST-ID
016530     ELSE
016540         MOVE ZERO TO WS-MF-DIST-ID
016550     END-IF
016560     MOVE WS-MF-DIST-ID TO RP-DISTRIBUTOR-ID
016600     IF MF-VIDEO-CODE NUMERIC
016700         AND MF-QTY-SHIPPED NUMERIC
016800         AND MF-QTY-SHIPPED > ZERO
020900     END-READ
021000     IF NOT WS-SCAN-EOF
021100         AND PO-OPEN
021110         AND NOT PO-FOR-MERCHANDISE
021200         AND PO-VIDEO-CODE = MF-VIDEO-CODE
021210         AND (WS-MF-DIST-ID = ZERO
021220             OR PO-DISTRIBUTOR-ID = ZERO
021230             OR PO-DISTRIBUTOR-ID = WS-MF-DIST-ID)
021300         MOVE 'Y' TO WS-MATCHED-SW
021400         COMPUTE WS-OUTSTANDING =
021500             PO-QTY-ORDERED - PO-QTY-RECEIVED
022400                 MOVE 'F' TO PO-STATUS
022500                 ADD 1 TO WS-ORDERS-FILLED
022600             END-IF
022610             PERFORM 2150-STAMP-THE-RECEIPT
022700             REWRITE PO-RECORD
022800                 INVALID KEY
022900                     DISPLAY 'PORECV: POFILE REWRITE FAILED='
023900             PERFORM 2900-WRITE-REPORT-LINE
024000         END-IF
024100     END-IF.
024105*=================================================================
024110*    2150-STAMP-THE-RECEIPT - WHO SHIPPED AND WHEN, AND A SHORT
024115*    SHIPMENT WHEN THE RECEIPT LEAVES THE ORDER STILL OPEN
024120*=================================================================
024125 2150-STAMP-THE-RECEIPT.
024130     IF WS-MF-DIST-ID > ZERO
024135         MOVE WS-MF-DIST-ID TO PO-SHIPPED-BY-ID
024140     ELSE
024145         MOVE PO-DISTRIBUTOR-ID TO PO-SHIPPED-BY-ID
024150     END-IF
024155     MOVE WS-CURRENT-DATE-YYYYMMDD TO PO-LAST-RECEIPT-DATE
024160     IF PO-OPEN
024165         AND PO-SHORT-SHIPMENTS < 99
024170         ADD 1 TO PO-SHORT-SHIPMENTS
024175         ADD 1 TO WS-SHORT-SHIPMENTS
024180     END-IF.
024200*=================================================================
024300*    2200-BUMP-THE-INVENTORY - THE RECEIVED COPIES JOIN THE
024400*    OWNED AND ON-HAND COUNTS
028400         ADD 1 TO WS-SHORTS-LISTED
028500         MOVE PO-VIDEO-CODE TO RP-VIDEO-CODE
028600         MOVE PO-NUMBER     TO RP-PO-NUMBER
028610         MOVE PO-DISTRIBUTOR-ID TO RP-DISTRIBUTOR-ID
028700         COMPUTE WS-OUTSTANDING =
028800             PO-QTY-ORDERED - PO-QTY-RECEIVED
028900         MOVE WS-OUTSTANDING TO RP-QTY
030800     DISPLAY 'PORECV: COPIES RECEIVED  = ' WS-COPIES-RECEIVED
030900     DISPLAY 'PORECV: ORDERS FILLED    = ' WS-ORDERS-FILLED
031000     DISPLAY 'PORECV: OVER-SHIPMENTS   = ' WS-OVER-SHIPMENTS
031100     DISPLAY 'PORECV: SHORTS LISTED    = ' WS-SHORTS-LISTED
031110     DISPLAY 'PORECV: SHORT SHIPMENTS  = ' WS-SHORT-SHIPMENTS.
031200*=================================================================
031300*=================================================================
031400*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
