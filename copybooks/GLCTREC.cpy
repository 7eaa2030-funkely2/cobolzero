      *----------------------------------------------------------------
      * GLCTREC - GENERAL-LEDGER PROOF CONTROL RECORD LAYOUT
      * ONE RECORD PER BUSINESS DATE ON THE SEQUENTIAL FILE GLCTL,
      * APPENDED BY DINOMAY AFTER EACH NIGHT'S SUBLEDGER-TO-LEDGER
      * PROOF. IT CARRIES THE CLOSING BALANCES OF THE PROVEN CONTROL
      * ACCOUNTS (CREDIT BALANCE POSITIVE) THAT THE NEXT NIGHT'S
      * PROOF OPENS FROM: 200100 DEPOSITOS DE CLIENTES, 200150 PUENTE
      * DE TRANSFERENCIAS AND 200160 PUENTE INTERBANCARIO, THE LATTER
      * NET OF THE DAY'S EXCHANGE SETTLEMENT. THE NEXT RUN OPENS FROM
      * THE LAST RECORD DATED BEFORE ITS OWN BUSINESS DATE, SO A RERUN
      * OF A DATE SIMPLY APPENDS A NEWER RECORD FOR IT.
      *----------------------------------------------------------------
       01  GL-CONTROL-RECORD.
           05  GL-CONTROL-DATE            PIC 9(08).
           05  GL-CONTROL-DEPOSITS        PIC S9(14)V99.
           05  GL-CONTROL-TRANSFER-BRIDGE PIC S9(14)V99.
           05  GL-CONTROL-EXCHANGE-BRIDGE PIC S9(14)V99.
           05  GL-CONTROL-PROOF-STATUS    PIC X(01).
               88  GL-CONTROL-PROVEN            VALUE "C".
               88  GL-CONTROL-OUT-OF-BALANCE    VALUE "D".
           05  FILLER                     PIC X(23).
