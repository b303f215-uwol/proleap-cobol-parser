      *=================================================================
      *  DMGCHG - DAMAGE-CHARGE TABLE BY RETURN CONDITION AND MEDIA
      *  FORMAT.  Loaded from the DMGCHG input at program start, one
      *  entry per condition/format pair (inspection condition code
      *  in column 1, format in column 3, charge 999V99 in columns
      *  5-9).  Used by RENTPROC to price the damage found when a
      *  returned copy is inspected: billed onto the rental when no
      *  damage waiver was bought, listed as a waiver claim when one
      *  was.  A condition/format with no entry falls back to the
      *  caller's default (no charge for good or worn, a flat charge
      *  for damaged, the replacement cost for unrentable).
      *=================================================================
       01  DMG-CHARGE-TABLE.
           05  DMG-CHARGE-MAX-ENTRIES     PIC 9(3) VALUE 20.
           05  DMG-CHARGE-ENTRY-COUNT     PIC 9(3) VALUE ZERO.
           05  DMG-CHARGE-ENTRY OCCURS 20 TIMES
               INDEXED BY DMG-CHARGE-IDX.
               10  DMG-CHARGE-CONDITION   PIC X(1).
               10  DMG-CHARGE-FORMAT      PIC X(1).
               10  DMG-CHARGE-AMT         PIC 9(3)V99.
