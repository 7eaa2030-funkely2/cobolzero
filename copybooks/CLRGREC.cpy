      *----------------------------------------------------------------
      * CLRGREC - CHEQUE CLEARING FILE RECORD LAYOUTS
      * FIXED FORMAT OF THE PRESENTMENT FILE RECEIVED FROM THE CLEARING
      * HOUSE (CHQIN), READ BY DINOCHQ. A HEADER CARRIES THE CLEARING
      * DATE AND THE CLEARING HOUSE CODE, ONE DETAIL PER CHEQUE DRAWN
      * ON US CARRIES THE PRESENTING BANK, OUR ACCOUNT, THE CHEQUE
      * NUMBER, THE AMOUNT AND THE PRESENTING BANK'S ITEM REFERENCE,
      * AND A TRAILER CARRIES THE DETAIL COUNT AND AMOUNT HASH, AS ON
      * THE INTERBANK EXCHANGE (EXCHREC). THE RETURN FILE CHQDEV
      * CARRIES THE PRESENTED DETAIL UNCHANGED WITH A RETURN REASON
      * CODE APPENDED:
      *   01 CUENTA INEXISTENTE       02 CUENTA NO OPERABLE
      *   04 MONTO INVALIDO           05 FONDOS INSUFICIENTES
      *   06 ERROR DE ARCHIVO         07 CHEQUE NO EMITIDO A LA CUENTA
      *   08 ORDEN DE NO PAGO         09 CHEQUE YA PAGADO
      * (01-06 ARE THE DINOPOST CODES). ALL RECORDS ARE 64 BYTES.
      *----------------------------------------------------------------
       01  CLEARING-HEADER-RECORD.
           05  CLRG-HEADER-MARK           PIC X(10).
               88  CLRG-HEADER-PRESENT          VALUE "*CAMARA*  ".
           05  CLRG-HEADER-DATE           PIC 9(08).
           05  CLRG-HEADER-HOUSE-CODE     PIC X(04).
           05  FILLER                     PIC X(42).

       01  CLEARING-DETAIL-RECORD.
           05  CLRG-BANK-CODE             PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CLRG-ACCOUNT-NUMBER        PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CLRG-CHEQUE-NUMBER         PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CLRG-AMOUNT                PIC 9(10)V99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CLRG-ITEM-REFERENCE        PIC X(14).
           05  FILLER                     PIC X(12).

       01  CLEARING-TRAILER-RECORD.
           05  CLRG-TRAILER-MARK          PIC X(10).
               88  CLRG-TRAILER-PRESENT         VALUE "*FIN*     ".
           05  CLRG-TRAILER-COUNT         PIC 9(08).
           05  CLRG-TRAILER-HASH          PIC 9(14)V99.
           05  FILLER                     PIC X(30).
