      *  2026-09-02 VSG - damage-waiver flag and fee added: a
      *  waivered rental's damage write-off charges the shop, not
      *  the customer.
      *  2026-10-15 VSG - RENTAL-DEPOSIT-AMT added: the refundable
      *  security deposit RENTPROC takes from a high-risk customer
      *  (see RISKREC) at checkout, held on the rental until it is
      *  applied to the rental's charges or released at return.
      *  2026-10-15 VSG - RENTAL-MEMBER-NO added: the household
      *  member (see HHMREC) who took the tape out on the account;
      *  zero when the account holder rented it.
      *  2026-10-15 VSG - RENTAL-PLAN-FLAG added: S marks a rental
      *  taken on the unlimited-rental subscription (see CUSTREC
      *  class U) - priced at zero and never charged a late fee.
      *  2026-10-15 VSG - RENTAL-ITEM-CLASS and RENTAL-EQUIP-SERIAL
      *  added: E marks a rental of a player or game console (see
      *  EQUIPREC) rather than a title; such a rental carries the
      *  unit's serial number and zero video code and copy number.
      *=================================================================
       01  RENTAL-RECORD.
           05  RENTAL-NUMBER              PIC 9(7).
           05  RENTAL-WAIVER-FLAG         PIC X(1).
               88  RENTAL-WAIVERED        VALUE 'Y'.
           05  RENTAL-WAIVER-FEE          PIC 9(3)V99.
           05  RENTAL-DEPOSIT-AMT         PIC 9(3)V99.
           05  RENTAL-MEMBER-NO           PIC 9(2).
           05  RENTAL-PLAN-FLAG           PIC X(1).
               88  RENTAL-ON-SUBSCRIPTION VALUE 'S'.
           05  RENTAL-ITEM-CLASS          PIC X(1).
               88  RENTAL-OF-EQUIPMENT    VALUE 'E'.
           05  RENTAL-EQUIP-SERIAL        PIC X(12).
