      *----------------------------------------------------------------
      * PRODREC - PRODUCT (TIPO DE CUENTA) MASTER RECORD LAYOUT
      * ONE RECORD PER ACCOUNT PRODUCT ON THE INDEXED PRODMAST FILE,
      * KEYED BY PRODUCT-CODE. MAINTAINED BY DINOMNT (AUDITED PROALT/
      * PROCAM). EACH ACCOUNT NAMES ITS PRODUCT IN ACCOUNT-PRODUCT-
      * CODE AND TAKES ITS MINIMUM BALANCE, DEFAULT OVERDRAFT LINE,
      * OVERDRAFT RATE AND CREDIT-INTEREST TIERS FROM HERE UNLESS THE
      * ACCOUNT CARRIES AN OVERRIDE (SEE ACCTREC).
      * RATE TIERS: DINOINT PAYS THE WHOLE BALANCE AT THE RATE OF THE
      * HIGHEST TIER WHOSE PRODUCT-TIER-FLOOR THE BALANCE REACHES. TIER
      * 1 ALWAYS STARTS AT ZERO; A LATER TIER WITH A ZERO FLOOR IS NOT
      * IN USE. FLOORS ASCEND.
      * FEES: PRODUCT-FEE-CODE LISTS THE FEEMAST CHARGES DINOFEE MAY
      * ASSESS ON THE PRODUCT'S ACCOUNTS; A FEE NOT LISTED IS NOT
      * CHARGED. UNUSED ENTRIES ARE SPACES.
      * A PRODUCT IS NEVER DELETED, ONLY CLOSED TO NEW ACCOUNTS
      * (STATUS X); ITS EXISTING ACCOUNTS KEEP ITS CONDITIONS.
      *----------------------------------------------------------------
       01  PRODUCT-MASTER-RECORD.
           05  PRODUCT-CODE               PIC X(04).
           05  PRODUCT-DESCRIPTION        PIC X(30).
           05  PRODUCT-MINIMUM-BALANCE    PIC 9(10)V99.
           05  PRODUCT-OVERDRAFT-LIMIT    PIC 9(10)V99.
           05  PRODUCT-OVERDRAFT-RATE     PIC 9(02)V9(03).
           05  PRODUCT-RATE-TIER          OCCURS 4 TIMES.
               10  PRODUCT-TIER-FLOOR     PIC 9(10)V99.
               10  PRODUCT-TIER-RATE      PIC 9(02)V9(03).
           05  PRODUCT-FEE-CODE           OCCURS 4 TIMES
                                          PIC X(06).
           05  PRODUCT-STATUS             PIC X(01).
               88  PRODUCT-IS-ACTIVE            VALUE "A".
               88  PRODUCT-IS-CLOSED            VALUE "X".
           05  FILLER                     PIC X(10).
