      * SUPERVISOR ROLE. A TRANSACTION LIMIT OF ZERO MEANS SIN LIMITE.
      * AN OPERATOR IS NEVER DELETED, ONLY MARKED BAJA (STATUS X), SO
      * THE IDS STAMPED ON OLD LOG RECORDS STAY RESOLVABLE.
      * 10/15/2026 JR - ADDED OPER-BRANCH-CODE, THE BRANCH (SUCURSAL)
      * THE OPERATOR SIGNS ON AT, IN PLACE OF THE TRAILING FILLER SO
      * THE RECORD LENGTH IS UNCHANGED. DINOBANK STAMPS IT ON EVERY
      * POSTING MADE UNDER THE SIGN-ON. A BLANK BRANCH (OPERATORS
      * REGISTERED BEFORE THIS CHANGE) SIGNS ON AT THE HEAD OFFICE,
      * BRANCH 0001.
      *----------------------------------------------------------------
       01  OPERATOR-MASTER-RECORD.
           05  OPER-ID                    PIC X(08).
               88  OPER-IS-ACTIVE               VALUE "A".
               88  OPER-IS-DISABLED             VALUE "X".
           05  OPER-TRANSACTION-LIMIT     PIC 9(10)V99.
           05  OPER-BRANCH-CODE           PIC X(04).
