      *----------------------------------------------------------------
      * LSCHREC - LOAN AMORTIZATION SCHEDULE RECORD LAYOUT
      * ONE RECORD PER INSTALLMENT (CUOTA) ON THE INDEXED LOANSCHD
      * FILE, KEYED BY LOAN NUMBER AND INSTALLMENT NUMBER. WRITTEN BY
      * DINOPRES WHEN THE LOAN IS DISBURSED: LEVEL INSTALLMENTS
      * (FRENCH SYSTEM) AT THE LOAN'S ANNUAL RATE OVER TWELVE, DUE
      * MONTHLY FROM ONE MONTH AFTER DISBURSEMENT. THE LAST
      * INSTALLMENT TAKES WHATEVER PRINCIPAL ROUNDING LEFT OVER SO
      * SCHEDULE-BALANCE-AFTER ENDS AT ZERO. AN INSTALLMENT IS MARKED
      * COBRADA (STATUS C) WITH THE DATE DINOPRES COLLECTED IT.
      *----------------------------------------------------------------
       01  LOAN-SCHEDULE-RECORD.
           05  SCHEDULE-KEY.
               10  SCHEDULE-LOAN-NUMBER   PIC X(08).
               10  SCHEDULE-INSTALLMENT-NUMBER
                                          PIC 9(03).
           05  SCHEDULE-DUE-DATE          PIC 9(08).
           05  SCHEDULE-PRINCIPAL-AMOUNT  PIC 9(10)V99.
           05  SCHEDULE-INTEREST-AMOUNT   PIC 9(10)V99.
           05  SCHEDULE-INSTALLMENT-AMOUNT
                                          PIC 9(10)V99.
           05  SCHEDULE-BALANCE-AFTER     PIC 9(10)V99.
           05  SCHEDULE-PAID-DATE         PIC 9(08).
           05  SCHEDULE-STATUS            PIC X(01).
               88  SCHEDULE-IS-PENDING          VALUE "P".
               88  SCHEDULE-IS-PAID             VALUE "C".
           05  FILLER                     PIC X(08).
