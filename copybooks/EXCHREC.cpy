      * EXTPEND FILE AWAITING EXTRACTION, AND THE INBOUND REJECT ON
      * XINREJ WITH A REASON CODE APPENDED. ALL THREE RECORDS ARE
      * PADDED TO THE SAME 64-BYTE LENGTH.
      * 10/15/2026 JR - ADDED THE RETURN (DEVOLUCION) FILES DINODEV
      * EXCHANGES IN BOTH DIRECTIONS (DEVOUT.AAAAMMDD OUT, DEVIN IN).
      * THEY USE THE SAME HEADER, DETAIL AND TRAILER WITH THE
      * "*DEVOL*" HEADER MARK, AND EACH DETAIL IS THE ORIGINAL ITEM
      * UNCHANGED - SO EXCH-REFERENCE STILL CARRIES THE ORIGINATOR'S
      * POSTING TIMESTAMP - WITH THE RETURN REASON CODE APPENDED AS
      * ON XINREJ (EXCHANGE-RETURN-RECORD, 67 BYTES).
      *----------------------------------------------------------------
       01  EXCHANGE-HEADER-RECORD.
           05  EXCH-HEADER-MARK           PIC X(10).
               88  EXCH-HEADER-PRESENT          VALUE "*EXCH*    ".
               88  EXCH-HEADER-RETURNS          VALUE "*DEVOL*   ".
           05  EXCH-HEADER-DATE           PIC 9(08).
           05  EXCH-HEADER-BANK-CODE      PIC X(04).
           05  FILLER                     PIC X(42).
           05  EXCH-TRAILER-COUNT         PIC 9(08).
           05  EXCH-TRAILER-HASH          PIC 9(14)V99.
           05  FILLER                     PIC X(30).

       01  EXCHANGE-RETURN-RECORD.
           05  EXCH-RETURN-DETAIL         PIC X(64).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  EXCH-RETURN-REASON         PIC X(02).
