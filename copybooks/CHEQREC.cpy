      *----------------------------------------------------------------
      * CHEQREC - CHEQUE MASTER RECORD LAYOUT
      * ONE RECORD PER CHEQUE ISSUED TO AN ACCOUNT, ON THE INDEXED
      * CHEQMAST FILE KEYED BY ACCOUNT AND CHEQUE NUMBER. DINOMNT
      * WRITES A RECORD FOR EVERY NUMBER OF A CHEQUEBOOK WHEN THE RANGE
      * IS ISSUED (EMITIDO), SETS AND LIFTS STOP-PAYMENT ORDERS (NO
      * PAGAR) AND THE NIGHTLY DINOCHQ CLEARING INTAKE MARKS A CHEQUE
      * PAGADO WHEN IT IS HONOURED. A PRESENTED CHEQUE WITH NO RECORD
      * UNDER ITS ACCOUNT WAS NEVER ISSUED TO THAT ACCOUNT.
      * CHEQUE-FIRST-OF-BOOK IS THE FIRST NUMBER OF THE RANGE THE
      * CHEQUE WAS ISSUED IN.
      *----------------------------------------------------------------
       01  CHEQUE-MASTER-RECORD.
           05  CHEQUE-KEY.
               10  CHEQUE-ACCOUNT-NUMBER  PIC X(10).
               10  CHEQUE-NUMBER          PIC 9(08).
           05  CHEQUE-FIRST-OF-BOOK       PIC 9(08).
           05  CHEQUE-ISSUE-DATE          PIC 9(08).
           05  CHEQUE-STATUS              PIC X(01).
               88  CHEQUE-IS-ISSUED             VALUE "E".
               88  CHEQUE-IS-STOPPED            VALUE "S".
               88  CHEQUE-IS-PAID               VALUE "P".
           05  CHEQUE-STOP-DATE           PIC 9(08).
           05  CHEQUE-PAID-DATE           PIC 9(08).
           05  CHEQUE-PAID-AMOUNT         PIC 9(10)V99.
           05  CHEQUE-PRESENTING-BANK     PIC X(04).
           05  FILLER                     PIC X(10).
