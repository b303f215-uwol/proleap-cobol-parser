      *=================================================================
      *  JLDLREC - JOINER/LEAVER DELTA RECORD LAYOUT
      *  Written by D111ECMP alongside its delta report, one record
      *  per person added to (J) or dropped from (L) the month's
      *  D111E extract, and read by JLPROP to propose the follow-on
      *  actions.  A joiner carries the current extract's fields
      *  and period; a leaver carries the prior extract's fields
      *  and the last period the person appeared on.
      *=================================================================
       01  JOINER-LEAVER-DELTA.
           05  JD-TYPE                    PIC X(1).
               88  JD-JOINER              VALUE 'J'.
               88  JD-LEAVER              VALUE 'L'.
           05  FILLER                     PIC X(1).
           05  JD-PERSNR                  PIC 9(9).
           05  FILLER                     PIC X(1).
           05  JD-DST                     PIC 9(3).
           05  FILLER                     PIC X(1).
           05  JD-BEA                     PIC X(3).
           05  FILLER                     PIC X(1).
           05  JD-PERIOD.
               10  JD-PERIOD-J            PIC 9(4).
               10  JD-PERIOD-M            PIC 9(2).
           05  FILLER                     PIC X(1).
           05  JD-NAME                    PIC X(30).
           05  FILLER                     PIC X(1).
           05  JD-VORNAME                 PIC X(20).
           05  FILLER                     PIC X(2).
