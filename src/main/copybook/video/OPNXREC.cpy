      *=================================================================
      *  OPNXREC - OPEN-RENTALS EXTRACT RECORD LAYOUT
      *  One 100-byte record per open rental on RENTFILE, cut once a
      *  night by OPNEXTR straight after RENTPROC and sorted by
      *  customer then rental number.  The rental is carried whole
      *  (move OX-RENTAL-IMAGE to RENTAL-RECORD to use the RENTREC
      *  names), enriched with the title's media format and price
      *  tier from VIDOFILE and the customer's active flag and
      *  membership class from CUSTFILE, so the fee and overdue
      *  steps need not make their own passes or lookups.  The
      *  format and tier are blank for an equipment rental or a
      *  title not on VIDOFILE; the customer fields are blank for a
      *  customer not on CUSTFILE.
      *  The last record is the control trailer (type T): the
      *  rentals read from RENTFILE and the open rentals written,
      *  which BALANCE proves against RENTFILE at the end of the
      *  night.
      *=================================================================
       01  OPEN-RENTAL-EXTRACT.
           05  OX-RECORD-TYPE             PIC X(1).
               88  OX-DETAIL-RECORD       VALUE 'D'.
               88  OX-TRAILER-RECORD      VALUE 'T'.
           05  OX-DETAIL-AREA.
               10  OX-RENTAL-IMAGE        PIC X(82).
               10  OX-MEDIA-FORMAT        PIC X(1).
               10  OX-PRICE-TIER          PIC X(1).
               10  OX-CUSTOMER-ACTIVE     PIC X(1).
                   88  OX-CUSTOMER-IS-ACTIVE   VALUE 'Y'.
                   88  OX-CUSTOMER-IS-INACTIVE VALUE 'N'.
                   88  OX-CUSTOMER-NOT-ON-FILE VALUE SPACE.
               10  OX-CUSTOMER-CLASS      PIC X(1).
               10  FILLER                 PIC X(13).
           05  OX-TRAILER-AREA REDEFINES OX-DETAIL-AREA.
               10  OX-TRL-TAG             PIC X(17).
               10  OX-TRL-RENTALS-READ    PIC 9(7).
               10  OX-TRL-OPEN-TAG        PIC X(6).
               10  OX-TRL-OPEN-WRITTEN    PIC 9(7).
               10  OX-TRL-DATE-TAG        PIC X(7).
               10  OX-TRL-AS-OF-DATE      PIC 9(8).
               10  FILLER                 PIC X(47).
