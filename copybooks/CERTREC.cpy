      *----------------------------------------------------------------
      * CERTREC - ANNUAL INTEREST-WITHHOLDING FILE RECORD LAYOUTS
      * FIXED FORMAT REQUIRED BY THE TAX AUTHORITY FOR THE YEARLY
      * DECLARATION OF INTEREST PAID AND INCOME TAX WITHHELD, PRODUCED
      * BY DINOCERT AS CERTANU.AAAA (AAAA = THE TAX YEAR). ONE HEADER
      * (TYPE 1) WITH THE YEAR AND THE DECLARING BANK, ONE DETAIL
      * (TYPE 2) PER CUSTOMER WITH THE YEAR'S GROSS INTEREST, TAX
      * WITHHELD AND NET INTEREST ACROSS ALL OF ITS ACCOUNTS, AND ONE
      * TRAILER (TYPE 9) WITH THE DETAIL COUNT AND THE THREE AMOUNT
      * TOTALS AS CONTROL FIGURES. A DETAIL KEYED BY CUSTOMER CARRIES
      * THE CIF CUSTOMER ID (KEY TYPE C); AN ACCOUNT WITH NO CUSTOMER
      * IS DECLARED ON ITS OWN UNDER ITS ACCOUNT NUMBER (KEY TYPE A).
      * AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS, ZERO-FILLED;
      * NO SEPARATORS. ALL THREE RECORDS ARE 90 BYTES.
      *----------------------------------------------------------------
       01  ANNUAL-HEADER-RECORD.
           05  ANNU-HEADER-TYPE           PIC X(01).
               88  ANNU-HEADER-PRESENT          VALUE "1".
           05  ANNU-HEADER-TAX-YEAR       PIC 9(04).
           05  ANNU-HEADER-BANK-CODE      PIC X(04).
           05  ANNU-HEADER-BANK-NAME      PIC X(30).
           05  ANNU-HEADER-CREATED-DATE   PIC 9(08).
           05  FILLER                     PIC X(43).

       01  ANNUAL-DETAIL-RECORD.
           05  ANNU-DETAIL-TYPE           PIC X(01).
               88  ANNU-DETAIL-PRESENT          VALUE "2".
           05  ANNU-DETAIL-TAX-YEAR       PIC 9(04).
           05  ANNU-KEY-TYPE              PIC X(01).
               88  ANNU-KEY-IS-CUSTOMER         VALUE "C".
               88  ANNU-KEY-IS-ACCOUNT          VALUE "A".
           05  ANNU-CUSTOMER-KEY          PIC X(10).
           05  ANNU-CUSTOMER-NAME         PIC X(30).
           05  ANNU-GROSS-INTEREST        PIC 9(12)V99.
           05  ANNU-TAX-WITHHELD          PIC 9(12)V99.
           05  ANNU-NET-INTEREST          PIC 9(12)V99.
           05  ANNU-ACCOUNT-COUNT         PIC 9(02).

       01  ANNUAL-TRAILER-RECORD.
           05  ANNU-TRAILER-TYPE          PIC X(01).
               88  ANNU-TRAILER-PRESENT         VALUE "9".
           05  ANNU-TRAILER-TAX-YEAR      PIC 9(04).
           05  ANNU-TRAILER-COUNT         PIC 9(08).
           05  ANNU-TRAILER-GROSS         PIC 9(14)V99.
           05  ANNU-TRAILER-WITHHELD      PIC 9(14)V99.
           05  ANNU-TRAILER-NET           PIC 9(14)V99.
           05  FILLER                     PIC X(29).
