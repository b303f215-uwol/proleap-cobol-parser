      *  added for inter-store transfers: XFERPROC marks a shipped
      *  copy in transit and re-homes it at receipt, and DRIFTCHK
      *  excludes in-transit copies from the expected on-hand count.
      *  2026-10-15 VSG - condition 'U' (unrentable) added: RENTPROC
      *  sets COPY-CONDITION from the return inspection code, and a
      *  copy inspected unrentable is routed to WRITEOFF.
      *  2026-10-15 VSG - status 'V' (returned to vendor) added:
      *  RTVPROC marks a copy shipped back to its distributor and
      *  takes it out of the owned count; see RTVREC.
      *  2026-10-15 VSG - book-value fields added for the monthly
      *  INVDEPR depreciation run: COPY-ACQUIRED-COST (set on the
      *  CPYMAINT add card, or by INVDEPR from the title's receipts
      *  when zero), accumulated depreciation, the last period
      *  depreciated, and COPY-BOOK-STATUS, set to 'R' once the
      *  copy's net book value has been taken off the ledger by
      *  WRITEOFF, RTVPROC, or INVDEPR's disposal sweep.
      *=================================================================
       01  COPY-RECORD.
           05  COPY-KEY.
               88  COPY-COND-GOOD         VALUE 'G'.
               88  COPY-COND-WORN         VALUE 'W'.
               88  COPY-COND-DAMAGED      VALUE 'D'.
               88  COPY-COND-UNRENTABLE   VALUE 'U'.
           05  COPY-ACQUIRED-DATE         PIC 9(8).
           05  COPY-STATUS                PIC X(1).
               88  COPY-ON-SHELF          VALUE 'S'.
               88  COPY-WRITTEN-OFF       VALUE 'W'.
               88  COPY-IN-TRANSIT        VALUE 'T'.
               88  COPY-SOLD              VALUE 'X'.
               88  COPY-RETURNED-TO-VENDOR VALUE 'V'.
           05  COPY-LAST-COUNTED-DATE     PIC 9(8).
           05  COPY-STORE-CODE            PIC 9(2).
           05  COPY-ACQUIRED-COST         PIC 9(3)V99.
           05  COPY-ACCUM-DEPREC          PIC 9(3)V99.
           05  COPY-DEPREC-PERIOD         PIC 9(6).
           05  COPY-BOOK-STATUS           PIC X(1).
               88  COPY-ON-BOOKS          VALUE ' '.
               88  COPY-BOOK-RELIEVED     VALUE 'R'.
