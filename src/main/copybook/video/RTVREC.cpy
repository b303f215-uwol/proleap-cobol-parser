      *=================================================================
      *  RTVREC - RETURN-TO-VENDOR RECORD LAYOUT
      *  One record per physical copy shipped back to its
      *  distributor, keyed by the copy (video code plus copy
      *  number).  RTVPROC writes it when the copy is pulled for a
      *  lease return at the end of a window or for a surplus credit
      *  return, under the distributor's return authorization.  A
      *  return that earns a credit stays open until the
      *  distributor's credit memo for that authorization is keyed;
      *  a lease return with no credit due closes as written.
      *=================================================================
       01  RTV-RECORD.
           05  RTV-KEY.
               10  RTV-VIDEO-CODE         PIC 9(5).
               10  RTV-COPY-NUMBER        PIC 9(3).
           05  RTV-DISTRIBUTOR-ID         PIC 9(4).
           05  RTV-AUTH-NUMBER            PIC X(10).
           05  RTV-REASON                 PIC X(1).
               88  RTV-LEASE-RETURN       VALUE 'L'.
               88  RTV-SURPLUS-RETURN     VALUE 'S'.
           05  RTV-RETURN-DATE            PIC 9(8).
           05  RTV-EXPECTED-CREDIT        PIC 9(3)V99.
           05  RTV-MEMO-NUMBER            PIC X(10).
           05  RTV-MEMO-DATE              PIC 9(8).
           05  RTV-STATUS                 PIC X(1).
               88  RTV-AWAITING-CREDIT    VALUE 'O'.
               88  RTV-CREDITED           VALUE 'C'.
               88  RTV-NO-CREDIT-DUE      VALUE 'N'.
