      *                 PROVE THE CNVRPT COUNTS AND BALANCE HASH, THEN
      *                 RENAME ACCTNEW TO ACCTMAST BEFORE ANY CURRENT
      *                 PROGRAM OPENS THE MASTER.
      * 10/15/2026 JR   ACCTNEW IS NOW WRITTEN IN THE 150-BYTE SIGNED
      *                 LAYOUT: OVERDRAFT RATE AND OVERDRAWN DATE START
      *                 AT ZERO. A MASTER ALREADY IN THE 114-BYTE LAYOUT
      *                 CONVERTS WITH DINOSGN INSTEAD.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           MOVE SPACES TO ACCOUNT-CUSTOMER-ID.
           MOVE OLD-ACCOUNT-BALANCE TO ACCOUNT-AVAILABLE-BALANCE.
           MOVE ZERO TO ACCOUNT-LAST-ACTIVITY-DATE.
           MOVE ZERO TO ACCOUNT-OVERDRAFT-RATE.
           MOVE ZERO TO ACCOUNT-OVERDRAWN-DATE.
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error al grabar la cuenta "
