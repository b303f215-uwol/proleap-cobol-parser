      *=================================================================
      *  MERCHREC - MERCHANDISE SKU MASTER RECORD LAYOUT
      *  One record per concession or merchandise item sold over the
      *  counter (popcorn, candy, blank tapes, cleaning kits), keyed
      *  by the store's stock-keeping unit number.  Merchandise is a
      *  separate inventory class from titles, copies and rental
      *  equipment.  Created, repriced and discontinued by MRCHMNT,
      *  which also books stock received against it; RENTPROC
      *  relieves MERCH-ON-HAND for every merchandise sale card.
      *  MERCH-TAX-CLASS decides whether TAXCALC is called on the
      *  sale.  MRCHROP lists every active item at or under its
      *  reorder point for POGEN to raise a purchase order on
      *  MERCH-DISTRIBUTOR-ID.
      *=================================================================
       01  MERCHANDISE-RECORD.
           05  MERCH-SKU                  PIC X(8).
           05  MERCH-DESCRIPTION          PIC X(30).
           05  MERCH-CATEGORY             PIC X(1).
               88  MERCH-CAT-CONCESSION   VALUE 'C'.
               88  MERCH-CAT-MERCHANDISE  VALUE 'M'.
               88  MERCH-CAT-VALID        VALUE 'C' 'M'.
           05  MERCH-UNIT-COST            PIC 9(3)V99.
           05  MERCH-UNIT-PRICE           PIC 9(3)V99.
           05  MERCH-ON-HAND              PIC 9(5).
           05  MERCH-REORDER-POINT        PIC 9(5).
           05  MERCH-REORDER-QTY          PIC 9(5).
           05  MERCH-TAX-CLASS            PIC X(1).
               88  MERCH-TAXABLE          VALUE 'T'.
               88  MERCH-TAX-EXEMPT       VALUE 'E'.
               88  MERCH-TAX-CLASS-VALID  VALUE 'T' 'E'.
           05  MERCH-DISTRIBUTOR-ID       PIC 9(4).
           05  MERCH-STATUS               PIC X(1).
               88  MERCH-ACTIVE           VALUE 'A'.
               88  MERCH-DISCONTINUED     VALUE 'D'.
           05  MERCH-LAST-SALE-DATE       PIC 9(8).
           05  MERCH-LAST-RECEIPT-DATE    PIC 9(8).
