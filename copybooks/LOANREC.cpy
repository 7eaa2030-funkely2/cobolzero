      *----------------------------------------------------------------
      * LOANREC - LOAN (PRESTAMO) MASTER RECORD LAYOUT
      * ONE RECORD PER LOAN ON THE INDEXED LOANMAST FILE, KEYED BY
      * LOAN-NUMBER. A LOAN BELONGS TO A CIF CUSTOMER (CUSTREC) AND IS
      * DISBURSED INTO AND REPAID FROM ONE ACCOUNT IN ACCTMAST.
      * DINOMNT REGISTERS THE LOAN (PREALT, STATUS P) AND MAY CANCEL
      * IT BEFORE DISBURSEMENT (PREBAJ, STATUS X). THE NIGHTLY DINOPRES
      * JOB DISBURSES A PENDING LOAN (DESEMBOLSO CREDIT TO THE ACCOUNT,
      * AMORTIZATION SCHEDULE WRITTEN TO LOANSCHD PER LSCHREC, STATUS
      * A), COLLECTS EVERY INSTALLMENT THAT HAS FALLEN DUE, AND AGES
      * WHAT IT COULD NOT COLLECT. A LOAN WHOSE LAST INSTALLMENT IS
      * COLLECTED IS MARKED PAGADO (STATUS C). LOANS ARE NEVER DELETED.
      * LOAN-NEXT-DUE-DATE IS THE DUE DATE OF THE OLDEST INSTALLMENT
      * NOT YET COLLECTED (ZERO ONCE PAID OFF). LOAN-AMOUNT-OVERDUE,
      * LOAN-DAYS-PAST-DUE AND LOAN-ARREARS-BUCKET ARE RESTATED BY
      * DINOPRES EVERY NIGHT.
      *----------------------------------------------------------------
       01  LOAN-MASTER-RECORD.
           05  LOAN-NUMBER                PIC X(08).
           05  LOAN-CUSTOMER-ID           PIC X(08).
           05  LOAN-ACCOUNT-NUMBER        PIC X(10).
           05  LOAN-PRINCIPAL-AMOUNT      PIC 9(10)V99.
           05  LOAN-ANNUAL-RATE           PIC 9(02)V9(03).
           05  LOAN-TERM-MONTHS           PIC 9(03).
           05  LOAN-INSTALLMENT-AMOUNT    PIC 9(10)V99.
           05  LOAN-DISBURSEMENT-DATE     PIC 9(08).
           05  LOAN-PRINCIPAL-OUTSTANDING PIC 9(10)V99.
           05  LOAN-INSTALLMENTS-PAID     PIC 9(03).
           05  LOAN-NEXT-DUE-DATE         PIC 9(08).
           05  LOAN-AMOUNT-OVERDUE        PIC 9(10)V99.
           05  LOAN-DAYS-PAST-DUE         PIC 9(05).
           05  LOAN-ARREARS-BUCKET        PIC X(01).
               88  LOAN-IS-CURRENT              VALUE "0".
               88  LOAN-ARREARS-UP-TO-30        VALUE "1".
               88  LOAN-ARREARS-UP-TO-60        VALUE "2".
               88  LOAN-ARREARS-UP-TO-90        VALUE "3".
               88  LOAN-ARREARS-OVER-90         VALUE "4".
           05  LOAN-STATUS                PIC X(01).
               88  LOAN-IS-PENDING              VALUE "P".
               88  LOAN-IS-ACTIVE               VALUE "A".
               88  LOAN-IS-PAID-OFF             VALUE "C".
               88  LOAN-IS-CANCELLED            VALUE "X".
           05  FILLER                     PIC X(10).
