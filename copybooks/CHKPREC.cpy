      * OUTLIVES THE RUN THAT WROTE IT. IF A JOB ABENDED UNDER THE
      * OLD LAYOUT, CLEAR ITS CHECKPOINT FILE BEFORE RESTARTING ON
      * THE NEW ONE.
      * 10/15/2026 JR - THE ACCUMULATORS ARE NOW SIGNED (SAME LENGTH)
      * SO DINOEOD CAN CARRY A NEGATIVE GRAND-TOTAL BALANCE ACROSS A
      * RESTART NOW THAT ACCOUNT BALANCES CAN GO BELOW ZERO. DINOINT
      * CARRIES ITS OVERDRAFT-INTEREST TOTAL IN ACCUMULATOR-2.
      * 10/15/2026 JR - ADDED CHECKPOINT-BRANCH-TABLE SO DINOEOD CAN
      * CARRY ITS PER-BRANCH SUBTOTALS ACROSS A RESTART. IT MUST STAY
      * BYTE FOR BYTE THE SAME AS BRANCH-TOTAL-TABLE IN DINOEOD.
      * DINOINT LEAVES IT UNUSED.
      * 10/15/2026 JR - DINOINT CARRIES ITS WITHHELD-TAX TOTAL IN
      * ACCUMULATOR-3. LAYOUT UNCHANGED.
      * 10/15/2026 JR - CHECKPOINT-BRANCH-TABLE HAS ONE MORE ENTRY, KEPT
      * FOR DINOEOD'S OTRAS TOTAL, MATCHING BRANCH-TOTAL-TABLE.
      * THE RECORD GROWS; SEE THE NOTE ABOVE ON CLEARING THE FILE.
      *----------------------------------------------------------------
       01  CHECKPOINT-RECORD.
           05  CHECKPOINT-LAST-ACCOUNT    PIC X(10).
           05  CHECKPOINT-RUN-DATE        PIC 9(08).
           05  CHECKPOINT-RECORDS-DONE    PIC 9(08).
           05  CHECKPOINT-ACCUMULATOR-1   PIC S9(10)V99.
           05  CHECKPOINT-ACCUMULATOR-2   PIC S9(10)V99.
           05  CHECKPOINT-ACCUMULATOR-3   PIC S9(10)V99.
           05  CHECKPOINT-ACCUMULATOR-4   PIC S9(10)V99.
           05  CHECKPOINT-ACCUMULATOR-5   PIC S9(10)V99.
           05  CHECKPOINT-BRANCH-TABLE.
               10  CHECKPOINT-BRANCH-COUNT
                                          PIC 9(02).
               10  CHECKPOINT-BRANCH-ENTRY OCCURS 21 TIMES.
                   15  CHECKPOINT-BRANCH-CODE
                                          PIC X(04).
                   15  CHECKPOINT-BRANCH-ACCOUNTS
                                          PIC 9(08).
                   15  CHECKPOINT-BRANCH-ACCUMULATOR
                                          PIC S9(10)V99
                                          OCCURS 5 TIMES.
