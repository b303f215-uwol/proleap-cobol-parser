      *=================================================================
      *  RATETBL - RENTAL PRICING-TIER RATE TABLE
      *  2026-10-15 VSG - fallback daily rates for the equipment
      *  tiers added: P (tape/disc player) and G (game console).
      *=================================================================
       01  RENTAL-RATE-TABLE.
           05  RENTAL-RATE-ENTRY.
               10  FILLER PIC 9(3)V99 VALUE 004.99.
               10  FILLER PIC X(1) VALUE 'C'.
               10  FILLER PIC 9(3)V99 VALUE 001.99.
               10  FILLER PIC X(1) VALUE 'P'.
               10  FILLER PIC 9(3)V99 VALUE 003.99.
               10  FILLER PIC X(1) VALUE 'G'.
               10  FILLER PIC 9(3)V99 VALUE 007.99.
       01  RENTAL-RATE-TABLE-R REDEFINES RENTAL-RATE-TABLE.
           05  RENTAL-RATE-ROW OCCURS 4 TIMES
               INDEXED BY RATE-IDX.
               10  RATE-TIER-CODE         PIC X(1).
               10  RATE-DAILY-AMOUNT      PIC 9(3)V99.
