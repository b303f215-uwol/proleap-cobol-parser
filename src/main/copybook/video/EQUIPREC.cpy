      *=================================================================
      *  EQUIPREC - RENTAL-EQUIPMENT RECORD LAYOUT
      *  One record per rentable piece of equipment (tape and disc
      *  players, game consoles), keyed by the maker's serial number.
      *  Equipment is a separate inventory class from titles and
      *  copies: it is never on VIDOFILE or CPYFILE.  Created,
      *  amended and retired by EQPMAINT; RENTPROC checkout and
      *  return flip the status and carry the open rental number,
      *  and LOSTCONV marks a unit never brought back as lost.
      *  EQUIP-TYPE doubles as the PRICENG pricing tier, so the daily
      *  rate for each class of equipment is kept on RATEFILE
      *  alongside the title tiers.  The deposit taken at checkout is
      *  EQUIP-DEPOSIT-AMT, or the purchase cost when that is zero.
      *=================================================================
       01  EQUIPMENT-RECORD.
           05  EQUIP-SERIAL-NUMBER        PIC X(12).
           05  EQUIP-TYPE                 PIC X(1).
               88  EQUIP-TYPE-PLAYER      VALUE 'P'.
               88  EQUIP-TYPE-CONSOLE     VALUE 'G'.
               88  EQUIP-TYPE-VALID       VALUE 'P' 'G'.
           05  EQUIP-MODEL                PIC X(20).
           05  EQUIP-CONDITION            PIC X(1).
               88  EQUIP-COND-NEW         VALUE 'N'.
               88  EQUIP-COND-GOOD        VALUE 'G'.
               88  EQUIP-COND-WORN        VALUE 'W'.
               88  EQUIP-COND-DAMAGED     VALUE 'D'.
               88  EQUIP-COND-UNRENTABLE  VALUE 'U'.
           05  EQUIP-PURCHASE-COST        PIC 9(3)V99.
           05  EQUIP-PURCHASE-DATE        PIC 9(8).
           05  EQUIP-STATUS               PIC X(1).
               88  EQUIP-IN-STORE         VALUE 'S'.
               88  EQUIP-RENTED           VALUE 'O'.
               88  EQUIP-LOST             VALUE 'L'.
               88  EQUIP-RETIRED          VALUE 'X'.
           05  EQUIP-DEPOSIT-AMT          PIC 9(3)V99.
           05  EQUIP-STORE-CODE           PIC 9(2).
           05  EQUIP-RENTAL-NUMBER        PIC 9(7).
