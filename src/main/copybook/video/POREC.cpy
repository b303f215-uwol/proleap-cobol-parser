      *  the demand rankings; PORECV matches the distributor's
      *  shipment manifest against the open orders, accumulates the
      *  quantity received, and closes the order when filled.
      *  2026-10-15 VSG - PO-DISTRIBUTOR-ID (the distributor the
      *  order was raised to, from the title or the POGEN default),
      *  PO-SHIPPED-BY-ID (the distributor whose manifest last
      *  shipped against it), PO-LAST-RECEIPT-DATE and
      *  PO-SHORT-SHIPMENTS (receipts that left the order still
      *  open) added for the VENDSCOR vendor scorecard.
      *  2026-10-15 VSG - PO-UNIT-COST (the price POGEN raised the
      *  order at, from the REPLCOST format/tier table) and
      *  PO-QTY-INVOICED (received copies the distributor has
      *  billed and INVMATCH has vouchered) added for the invoice
      *  three-way match.
      *  2026-10-15 VSG - PO-FROM-FORECAST: orders POGEN raises from
      *  the NRFCST new-release copy-depth forecast.
      *  2026-10-15 VSG - PO-ITEM-CLASS and PO-MERCH-SKU: an order
      *  POGEN raises from the MRCHROP merchandise reorder report is
      *  for a SKU, not a title (PO-VIDEO-CODE zero); its receipts
      *  are booked by MRCHMNT, not PORECV.
      *=================================================================
       01  PO-RECORD.
           05  PO-NUMBER                  PIC 9(6).
           05  PO-SOURCE                  PIC X(1).
               88  PO-FROM-RESTOCK        VALUE 'R'.
               88  PO-FROM-DEMAND         VALUE 'D'.
               88  PO-FROM-FORECAST       VALUE 'F'.
               88  PO-FROM-MERCH-REORDER  VALUE 'M'.
           05  PO-STATUS                  PIC X(1).
               88  PO-OPEN                VALUE 'O'.
               88  PO-FILLED              VALUE 'F'.
               88  PO-CANCELLED           VALUE 'X'.
           05  PO-DISTRIBUTOR-ID          PIC 9(4).
           05  PO-SHIPPED-BY-ID           PIC 9(4).
           05  PO-LAST-RECEIPT-DATE       PIC 9(8).
           05  PO-SHORT-SHIPMENTS         PIC 9(2).
           05  PO-UNIT-COST               PIC 9(3)V99.
           05  PO-QTY-INVOICED            PIC 9(3).
           05  PO-ITEM-CLASS              PIC X(1).
               88  PO-FOR-TITLE           VALUE SPACE 'T'.
               88  PO-FOR-MERCHANDISE     VALUE 'M'.
           05  PO-MERCH-SKU               PIC X(8).
