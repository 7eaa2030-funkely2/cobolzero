      * NO LONGER TIED TOGETHER ONLY BY A FREE-TYPED NAME. A CUSTOMER
      * IS NEVER DELETED, ONLY MARKED BAJA (STATUS X), SO THE ACCOUNTS
      * THAT POINT AT IT STAY RESOLVABLE.
      * 10/15/2026 JR - ADDED CUSTOMER-TAX-EXEMPT-FLAG, TAKEN FROM THE
      * FILLER: A CUSTOMER MARKED EXENTO (S) HAS NO INCOME TAX WITHHELD
      * FROM THE INTEREST DINOINT CREDITS. BLANK MEANS NOT EXEMPT, SO
      * EXISTING RECORDS READ UNCHANGED. LENGTH UNCHANGED.
      *----------------------------------------------------------------
       01  CUSTOMER-MASTER-RECORD.
           05  CUSTOMER-ID                PIC X(08).
           05  CUSTOMER-STATUS            PIC X(01).
               88  CUSTOMER-IS-ACTIVE           VALUE "A" SPACE.
               88  CUSTOMER-IS-CLOSED           VALUE "X".
           05  CUSTOMER-TAX-EXEMPT-FLAG   PIC X(01).
               88  CUSTOMER-IS-TAX-EXEMPT       VALUE "S".
           05  FILLER                     PIC X(04).
