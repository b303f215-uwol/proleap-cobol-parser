      *=================================================================
      *  JLACREC - JOINER/LEAVER HELD ACTION RECORD LAYOUT
      *  One action JLPROP has proposed and HR has not yet confirmed
      *  or rejected.  Carried run to run on the held-action file
      *  (JLHELDI in, JLHELDO out) until an HR card decides it.
      *  TADD adds the joiner to TEACHER through a TCHMAINT card,
      *  XREF links the joiner's PERSNR to the new teacher on the
      *  PERSMTCH cross-reference, TDEL retires a leaver's teacher
      *  row through a TCHMAINT delete card, and LEAV puts a leaver
      *  on the leavers file, which closes the ABSLEDG entitlement
      *  and blocks further PAYINTF transactions.  The effective
      *  date is the hire date for a joiner and the leaving date
      *  (first day after the last period on the extract) for a
      *  leaver.
      *=================================================================
       01  JOINER-LEAVER-ACTION.
           05  JA-PERSNR                  PIC 9(9).
           05  FILLER                     PIC X(1).
           05  JA-ACTION                  PIC X(4).
               88  JA-TEACHER-ADD         VALUE 'TADD'.
               88  JA-XREF-LINK           VALUE 'XREF'.
               88  JA-TEACHER-DEACT       VALUE 'TDEL'.
               88  JA-LEAVER-CLOSE        VALUE 'LEAV'.
           05  FILLER                     PIC X(1).
           05  JA-TEACHER-ID              PIC 9(10).
           05  FILLER                     PIC X(1).
           05  JA-DEPT                    PIC X(10).
           05  FILLER                     PIC X(1).
           05  JA-NAME                    PIC X(30).
           05  FILLER                     PIC X(1).
           05  JA-EFFECTIVE-DATE          PIC 9(8).
           05  FILLER                     PIC X(4).
