      * FEE CODE, AUDIT-NEW-NAME THE DESCRIPTION, AUDIT-NEW-MINIMUM-
      * BALANCE THE FEE AMOUNT AND AUDIT-NEW-OVERDRAFT-LIMIT THE
      * FREE-MOVEMENT ALLOWANCE.
      * 10/15/2026 JR - ADDED AUDIT-NEW-OVERDRAFT-RATE AT THE END OF
      * THE RECORD FOR THE ACCOUNT OVERDRAFT INTEREST RATE. RECORDS
      * WRITTEN BEFORE THIS CHANGE READ BACK WITH SPACES THERE.
      * 10/15/2026 JR - ADDED THE PROALT/PROCAM ACTIONS FOR THE PRODUCT
      * MASTER. ON THOSE RECORDS AUDIT-ACCOUNT-NUMBER CARRIES THE
      * PRODUCT CODE, AUDIT-NEW-NAME THE DESCRIPTION, THE MINIMUM,
      * OVERDRAFT AND OVERDRAFT-RATE FIELDS THE PRODUCT'S CONDITIONS,
      * AUDIT-NEW-INTEREST-RATE THE FIRST-TIER RATE AND
      * AUDIT-NEW-STATUS THE PRODUCT STATUS. ADDED AUDIT-NEW-PRODUCT-
      * CODE AND AUDIT-NEW-OVERRIDE-FLAGS (RATE/MINIMUM/OVERDRAFT, AS
      * IN ACCTREC) AT THE END OF THE RECORD FOR ACCOUNT ACTIONS.
      * 10/15/2026 JR - ADDED THE PREALT/PREBAJ ACTIONS FOR THE LOAN
      * MASTER. ON THOSE RECORDS AUDIT-ACCOUNT-NUMBER CARRIES THE LOAN
      * NUMBER, AUDIT-NEW-NAME THE CUSTOMER AND REPAYMENT ACCOUNT,
      * AUDIT-NEW-MINIMUM-BALANCE THE PRINCIPAL, AUDIT-NEW-OVERDRAFT-
      * LIMIT THE TERM IN MONTHS, AUDIT-NEW-INTEREST-RATE THE ANNUAL
      * RATE AND AUDIT-NEW-STATUS THE LOAN STATUS.
      * 10/15/2026 JR - ADDED THE CHQEMI/CHQNPG/CHQLEV ACTIONS FOR THE
      * CHEQUE MASTER (CHEQUEBOOK ISSUE, STOP-PAYMENT ORDER AND ITS
      * CANCELLATION). ON THOSE RECORDS AUDIT-ACCOUNT-NUMBER CARRIES
      * THE ACCOUNT, AUDIT-NEW-NAME THE CHEQUE RANGE OR NUMBER,
      * AUDIT-NEW-MINIMUM-BALANCE THE FIRST (OR ONLY) CHEQUE NUMBER,
      * AUDIT-NEW-OVERDRAFT-LIMIT THE LAST NUMBER OF AN ISSUED RANGE
      * AND AUDIT-NEW-STATUS THE CHEQUE STATUS.
      * 10/15/2026 JR - THE AUDIT IS NOW READ BACK BY THE DINOAUD REVIEW
      * REPORT, WHICH JUDGES A CAMBIO OR PROCAM AGAINST THE PREVIOUS
      * RECORD OF THE SAME ACCOUNT OR PRODUCT. KEEP WRITING THE FULL
      * CURRENT VALUES ON EVERY ACCOUNT AND PRODUCT ACTION.
      * 10/15/2026 JR - ADDED AUDIT-NEW-BRANCH-CODE AT THE END OF THE
      * RECORD: THE ACCOUNT'S HOME BRANCH ON ACCOUNT ACTIONS AND THE
      * SIGN-ON BRANCH ON OPERATOR ACTIONS (SPACES ELSEWHERE). ADDED
      * THE SUCALT/SUCCAM ACTIONS FOR THE BRANCH MASTER. ON THOSE
      * RECORDS AUDIT-ACCOUNT-NUMBER AND AUDIT-NEW-BRANCH-CODE CARRY
      * THE BRANCH CODE, AUDIT-NEW-NAME THE BRANCH NAME AND
      * AUDIT-NEW-STATUS THE BRANCH STATUS.
      * 10/15/2026 JR - ON THE CLIALT/CLICAM CUSTOMER ACTIONS THE FIRST
      * BYTE OF AUDIT-NEW-OVERRIDE-FLAGS NOW CARRIES THE CUSTOMER'S
      * TAX-EXEMPT FLAG (S/N, AS CUSTREC). LENGTH UNCHANGED.
      * 10/15/2026 JR - PROALT/PROCAM NOW ALSO WRITE ONE RECORD PER
      * TIER FROM 2 TO 4 (EVERY TIER SET UP ON PROALT, EVERY TIER WHOSE
      * RATE CHANGED ON PROCAM). ON THOSE RECORDS THE FIRST BYTE OF
      * AUDIT-NEW-OVERRIDE-FLAGS CARRIES THE TIER NUMBER, AUDIT-NEW-
      * INTEREST-RATE THE TIER'S RATE AND THE MONEY FIELDS ARE ZERO.
      * THE PRODUCT RECORD ITSELF (TIER 1) KEEPS THAT BYTE AT SPACE.
      * THE PRODUCT SWEEP WRITES A CAMBIO FOR EVERY ACCOUNT IT CHANGES.
      *----------------------------------------------------------------
       01  MAINTENANCE-AUDIT-RECORD.
           05  AUDIT-ACCOUNT-NUMBER       PIC X(10).
               88  AUDIT-ACTION-FEE-OPEN        VALUE "TARALT".
               88  AUDIT-ACTION-FEE-AMEND       VALUE "TARCAM".
               88  AUDIT-ACTION-REACTIVATE      VALUE "REACT ".
               88  AUDIT-ACTION-PRODUCT-OPEN    VALUE "PROALT".
               88  AUDIT-ACTION-PRODUCT-AMEND   VALUE "PROCAM".
               88  AUDIT-ACTION-LOAN-OPEN       VALUE "PREALT".
               88  AUDIT-ACTION-LOAN-CANCEL     VALUE "PREBAJ".
               88  AUDIT-ACTION-CHEQUE-ISSUE    VALUE "CHQEMI".
               88  AUDIT-ACTION-CHEQUE-STOP     VALUE "CHQNPG".
               88  AUDIT-ACTION-CHEQUE-RELEASE  VALUE "CHQLEV".
               88  AUDIT-ACTION-BRANCH-OPEN     VALUE "SUCALT".
               88  AUDIT-ACTION-BRANCH-AMEND    VALUE "SUCCAM".
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  AUDIT-OPERATOR-ID          PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  AUDIT-TIMESTAMP.
               10  AUDIT-TIMESTAMP-DATE   PIC 9(08).
               10  AUDIT-TIMESTAMP-TIME   PIC 9(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  AUDIT-NEW-OVERDRAFT-RATE   PIC 9(02)V9(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  AUDIT-NEW-PRODUCT-CODE     PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  AUDIT-NEW-OVERRIDE-FLAGS   PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  AUDIT-NEW-BRANCH-CODE      PIC X(04).
