      *=================================================================
      *  MEMCLASS - MEMBERSHIP-CLASS RENTAL LIMIT TABLE
      *  One row per CUSTOMER-MEMBER-CLASS code: the most rentals a
      *  member of the class may have open at once, and the most of
      *  those that may be new-release tier titles.  Shared by the
      *  RENTPROC checkout edit and the RENTCAPT counter screen so
      *  the clerk is warned against the same limits the batch
      *  enforces.  Trial is the class CUSTMNT gives a new account.
      *  2026-10-15 VSG - row U, the unlimited-rental subscription:
      *  its open limit is the plan's titles-out-at-once cap, with
      *  no separate new-release limit inside it.
      *=================================================================
       01  MEMBER-CLASS-TABLE.
           05  MEMBER-CLASS-ENTRY.
               10  FILLER PIC X(1) VALUE 'T'.
               10  FILLER PIC 9(2) VALUE 02.
               10  FILLER PIC 9(2) VALUE 01.
               10  FILLER PIC X(1) VALUE 'S'.
               10  FILLER PIC 9(2) VALUE 05.
               10  FILLER PIC 9(2) VALUE 03.
               10  FILLER PIC X(1) VALUE 'P'.
               10  FILLER PIC 9(2) VALUE 10.
               10  FILLER PIC 9(2) VALUE 05.
               10  FILLER PIC X(1) VALUE 'U'.
               10  FILLER PIC 9(2) VALUE 03.
               10  FILLER PIC 9(2) VALUE 03.
       01  MEMBER-CLASS-TABLE-R REDEFINES MEMBER-CLASS-TABLE.
           05  MEMBER-CLASS-ROW OCCURS 4 TIMES
               INDEXED BY MCLS-IDX.
               10  MCLS-CLASS-CODE        PIC X(1).
               10  MCLS-MAX-OPEN          PIC 9(2).
               10  MCLS-MAX-NEW-RELEASE   PIC 9(2).
