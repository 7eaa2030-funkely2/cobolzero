      *----------------------------------------------------------------
      * BRANREC - BRANCH (SUCURSAL) MASTER RECORD LAYOUT
      * ONE RECORD PER OFFICE ON THE INDEXED BRANMAST FILE, KEYED BY
      * BRANCH-CODE. MAINTAINED BY DINOMNT (AUDITED SUCALT/SUCCAM).
      * EVERY ACCOUNT NAMES ITS HOME BRANCH (ACCTREC), EVERY OPERATOR
      * THE BRANCH THEY SIGN ON AT (OPERREC), AND EVERY TRANSACTION-
      * LOG RECORD BOTH THE BRANCH WHERE IT WAS PERFORMED AND THE
      * ACCOUNT'S HOME BRANCH (TRANREC). A BLANK BRANCH ON ANY OF
      * THOSE RECORDS BELONGS TO THE HEAD OFFICE, BRANCH 0001, WHICH
      * IS THEREFORE THE FIRST BRANCH TO REGISTER.
      * A BRANCH IS NEVER DELETED, ONLY CLOSED (STATUS X): A CLOSED
      * BRANCH TAKES NO NEW ACCOUNTS OR OPERATORS AND NO SIGN-ONS, BUT
      * ITS CODE STAYS RESOLVABLE ON THE OLD RECORDS THAT CARRY IT.
      *----------------------------------------------------------------
       01  BRANCH-MASTER-RECORD.
           05  BRANCH-CODE                PIC X(04).
           05  BRANCH-NAME                PIC X(30).
           05  BRANCH-STATUS              PIC X(01).
               88  BRANCH-IS-ACTIVE             VALUE "A".
               88  BRANCH-IS-CLOSED             VALUE "X".
           05  FILLER                     PIC X(15).
