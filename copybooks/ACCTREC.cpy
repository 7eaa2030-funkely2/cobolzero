      * THE DORMANCY CUTOFF AS INACTIVA. DINOCNV SETS THE FIELD TO
      * ZERO AT CONVERSION; ZERO OR NON-NUMERIC MEANS NO ACTIVITY
      * RECORDED SINCE THE FIELD WENT IN.
      * 10/15/2026 JR - ACCOUNT-BALANCE AND ACCOUNT-AVAILABLE-BALANCE
      * ARE NOW SIGNED (TRAILING EMBEDDED SIGN, SAME 12 BYTES). THE
      * WITHDRAWAL TEST HAS ALWAYS LET A BALANCE DRAW DOWN TO THE
      * MINIMUM LESS THE OVERDRAFT LINE, BUT THE UNSIGNED FIELDS
      * STORED AN OVERDRAWN ACCOUNT AS A POSITIVE BALANCE. A POSITIVE
      * VALUE WRITTEN UNDER THE OLD PICTURE READS UNCHANGED UNDER THE
      * NEW ONE. ADDED ACCOUNT-OVERDRAFT-RATE, THE DEBIT RATE DINOINT
      * CHARGES ON THE OVERDRAWN PART OF THE BALANCE, AND
      * ACCOUNT-OVERDRAWN-DATE, THE BUSINESS DATE DINOINT FIRST FOUND
      * THE ACCOUNT BELOW ZERO (ZERO WHILE IT IS IN CREDIT), WHICH THE
      * DINOSOBR OVERDRAFT REPORT AGES FROM. THE TRAILING FILLER IS
      * ROOM FOR GROWTH SO THE NEXT FIELD DOES NOT COST ANOTHER
      * CONVERSION. THE RECORD GREW FROM 114 TO 150 BYTES: CONVERT THE
      * MASTER ONCE WITH DINOSGN (READS THE 114-BYTE LAYOUT, RESTORES
      * THE SIGN OF BALANCES THE OLD PICTURE WRAPPED, WRITES ACCTNEW
      * IN THIS LAYOUT; OPERATIONS RENAMES IT IN) BEFORE ANY CURRENT
      * PROGRAM OPENS THE MASTER, THEN TAKE A FRESH DINOSNAP - A
      * SNAPSHOT OF THE OLD LAYOUT NO LONGER REBUILDS.
      * 10/15/2026 JR - ADDED ACCOUNT-PRODUCT-CODE, THE ACCOUNT'S
      * PRODUCT (TIPO DE CUENTA) ON THE NEW PRODUCT MASTER (PRODREC/
      * PRODMAST), AND THE THREE OVERRIDE FLAGS, ALL CARVED OUT OF THE
      * TRAILING FILLER SO THE RECORD LENGTH IS UNCHANGED. WHILE A
      * FLAG IS NOT "S" THE MATCHING ACCOUNT FIELDS ARE KEPT EQUAL TO
      * THE PRODUCT BY DINOMNT (MINIMUM: ACCOUNT-MINIMUM-BALANCE;
      * OVERDRAFT: ACCOUNT-OVERDRAFT-LIMIT AND ACCOUNT-OVERDRAFT-RATE)
      * AND DINOINT PAYS THE PRODUCT'S BALANCE-TIERED RATE; WITH THE
      * RATE FLAG AT "S" DINOINT PAYS ACCOUNT-INTEREST-RATE INSTEAD. A
      * BLANK PRODUCT CODE (EVERY ACCOUNT OPENED BEFORE THIS CHANGE)
      * KEEPS THE ACCOUNT'S OWN FIELDS AS BEFORE.
      * 10/15/2026 JR - ADDED ACCOUNT-BRANCH-CODE, THE ACCOUNT'S HOME
      * BRANCH (SUCURSAL) ON THE NEW BRANCH MASTER (BRANREC/BRANMAST),
      * CARVED OUT OF THE TRAILING FILLER SO THE RECORD LENGTH IS
      * UNCHANGED. A BLANK BRANCH (EVERY ACCOUNT OPENED BEFORE THIS
      * CHANGE) BELONGS TO THE HEAD OFFICE, BRANCH 0001.
      *----------------------------------------------------------------
       01  ACCOUNT-MASTER-RECORD.
           05  ACCOUNT-NUMBER             PIC X(10).
           05  ACCOUNT-NAME               PIC X(30).
           05  ACCOUNT-BALANCE            PIC S9(10)V99.
           05  ACCOUNT-MINIMUM-BALANCE    PIC 9(10)V99.
           05  ACCOUNT-OVERDRAFT-LIMIT    PIC 9(10)V99.
           05  ACCOUNT-INTEREST-RATE      PIC 9(02)V9(03).
               88  ACCOUNT-IS-CLOSED            VALUE "X".
           05  FILLER                     PIC X(04).
           05  ACCOUNT-CUSTOMER-ID        PIC X(08).
           05  ACCOUNT-AVAILABLE-BALANCE  PIC S9(10)V99.
           05  ACCOUNT-LAST-ACTIVITY-DATE PIC 9(08).
           05  ACCOUNT-OVERDRAFT-RATE     PIC 9(02)V9(03).
           05  ACCOUNT-OVERDRAWN-DATE     PIC 9(08).
           05  ACCOUNT-PRODUCT-CODE       PIC X(04).
           05  ACCOUNT-OVERRIDE-FLAGS.
               10  ACCOUNT-RATE-OVERRIDE  PIC X(01).
                   88  ACCOUNT-OWN-RATE         VALUE "S".
               10  ACCOUNT-MINIMUM-OVERRIDE
                                          PIC X(01).
                   88  ACCOUNT-OWN-MINIMUM      VALUE "S".
               10  ACCOUNT-OVERDRAFT-OVERRIDE
                                          PIC X(01).
                   88  ACCOUNT-OWN-OVERDRAFT    VALUE "S".
           05  ACCOUNT-BRANCH-CODE        PIC X(04).
           05  FILLER                     PIC X(12).
