      *=================================================================
      *  RSHRREC - STUDIO REVENUE-SHARE TERMS RECORD LAYOUT
      *  One record per title taken on revenue-sharing terms, keyed
      *  by the video code.  The studio is paid RSHR-SHARE-PCT of
      *  every rental of the title checked out or renewed from the
      *  start date through the end date, and at least the minimum
      *  guarantee over the whole window.  Set up and amended
      *  through RSHRMNT; the monthly REVSHARE settlement adds each
      *  month's rentals, revenue and share to the to-date fields,
      *  stamps the month-end it settled through, and closes the
      *  terms (topping the share up to the guarantee) once the
      *  window has ended.
      *=================================================================
       01  RSHR-RECORD.
           05  RSHR-VIDEO-CODE            PIC 9(5).
           05  RSHR-STUDIO-ID             PIC 9(4).
           05  RSHR-STUDIO-NAME           PIC X(25).
           05  RSHR-SHARE-PCT             PIC 9(2)V99.
           05  RSHR-START-DATE            PIC 9(8).
           05  RSHR-END-DATE              PIC 9(8).
           05  RSHR-MIN-GUARANTEE         PIC 9(5)V99.
           05  RSHR-RENTALS-TO-DATE       PIC 9(7).
           05  RSHR-REVENUE-TO-DATE       PIC 9(7)V99.
           05  RSHR-SHARE-TO-DATE         PIC 9(7)V99.
           05  RSHR-LAST-SETTLED-DATE     PIC 9(8).
           05  RSHR-STATUS                PIC X(1).
               88  RSHR-ACTIVE            VALUE 'A'.
               88  RSHR-CLOSED            VALUE 'C'.
               88  RSHR-CANCELLED         VALUE 'X'.
           05  RSHR-ADDED-DATE            PIC 9(8).
