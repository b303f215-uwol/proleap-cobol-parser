      *=================================================================
      *  VCHREC - PAYABLES VOUCHER RECORD LAYOUT
      *  One record per distributor invoice line that INVMATCH has
      *  matched to its purchase order and to the copies PORECV
      *  received, keyed by the voucher number INVMATCH assigns.  The
      *  amount is the billed quantity at the PO price, and the due
      *  date is the invoice date plus the distributor's payment
      *  terms.  A voucher is written approved; the payment run marks
      *  it paid.  Approved vouchers list on the VCHREG register that
      *  GLJRNL books to accounts payable.
      *=================================================================
       01  VCH-RECORD.
           05  VCH-NUMBER                 PIC 9(6).
           05  VCH-INVOICE-NUMBER         PIC X(10).
           05  VCH-DISTRIBUTOR-ID         PIC 9(4).
           05  VCH-PO-NUMBER              PIC 9(6).
           05  VCH-VIDEO-CODE             PIC 9(5).
           05  VCH-QTY                    PIC 9(3).
           05  VCH-UNIT-COST              PIC 9(3)V99.
           05  VCH-AMOUNT                 PIC 9(6)V99.
           05  VCH-INVOICE-DATE           PIC 9(8).
           05  VCH-DUE-DATE               PIC 9(8).
           05  VCH-ENTERED-DATE           PIC 9(8).
           05  VCH-STATUS                 PIC X(1).
               88  VCH-APPROVED           VALUE 'A'.
               88  VCH-PAID               VALUE 'P'.
