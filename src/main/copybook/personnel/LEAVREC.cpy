      *=================================================================
      *  LEAVREC - LEAVERS FILE RECORD LAYOUT
      *  One record per leaver HR has confirmed, written by JLPROP
      *  and carried forward run to run (LEAVERSI in, LEAVERSO out).
      *  LV-BAND-NR is the last five digits of the personnel number,
      *  the band number the parsed payroll detail carries.  ABSLEDG
      *  closes the person's entitlement and posts no further days;
      *  PAYINTF holds back any transaction for the band number
      *  dated on or after LV-LEAVE-DATE, or carrying no date.
      *=================================================================
       01  LEAVER-RECORD.
           05  LV-PERSNR                  PIC 9(9).
           05  FILLER                     PIC X(1).
           05  LV-BAND-NR                 PIC 9(5).
           05  FILLER                     PIC X(1).
           05  LV-LEAVE-DATE              PIC 9(8).
           05  FILLER                     PIC X(1).
           05  LV-RELEASED-DATE           PIC 9(8).
           05  FILLER                     PIC X(1).
           05  LV-NAME                    PIC X(30).
           05  FILLER                     PIC X(16).
