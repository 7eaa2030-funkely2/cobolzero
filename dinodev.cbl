       IDENTIFICATION DIVISION.
       PROGRAM-ID. DINODEV.
       AUTHOR. J. ROSALES.
       INSTALLATION. DINOBANK DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 JR   ORIGINAL PROGRAM - INTERBANK RETURNS
      *                 (DEVOLUCIONES) IN BOTH DIRECTIONS. RUNS NIGHTLY
      *                 AFTER DINOXIN.
      *                 OUTBOUND: EVERY ITEM DINOXIN COULD NOT CREDIT
      *                 (XINREJ) IS SENT BACK TO THE ORIGINATING BANK
      *                 ON DEVOUT.AAAAMMDD - HEADER MARKED "*DEVOL*",
      *                 THE ORIGINAL DETAIL UNCHANGED WITH ITS
      *                 EXCH-REFERENCE AND THE REJECT REASON CODE, AND
      *                 A COUNT AND HASH TRAILER PER EXCHREC.CPY.
      *                 XINREJ IS ONLY EMPTIED ONCE THE RETURN FILE
      *                 BALANCES TO IT, SO AN ITEM IS NEVER RETURNED
      *                 TWICE NOR DROPPED.
      *                 INBOUND: THE RETURN FILE RECEIVED FROM THE
      *                 EXCHANGE (DEVIN, SAME LAYOUT) IS VERIFIED LIKE
      *                 EXCHIN BEFORE ANYTHING POSTS. EACH RETURNED
      *                 ITEM MUST MATCH THE ORIGINAL TREXT-DB ON
      *                 TRANSACTION-LOG BY ACCOUNT, TIMESTAMP (THE
      *                 EXCH-REFERENCE) AND AMOUNT, AND MUST NOT HAVE
      *                 BEEN RE-CREDITED ALREADY; THE CUSTOMER IS THEN
      *                 RE-CREDITED WITH A TREXT-DEV STAMPED "DINODEV"
      *                 THAT DINOGL POSTS THROUGH 200160. ITEMS THAT
      *                 CANNOT BE APPLIED GO TO DEVREJ WITH DINOPOST'S
      *                 REASON CODES (01 CUENTA INEXISTENTE, 02 ESTADO
      *                 NO OPERABLE, 04 MONTO INVALIDO, 06 ERROR DE
      *                 ARCHIVO) PLUS 10 ORIGINAL NO ENCONTRADO AND 11
      *                 DEVOLUCION YA APLICADA.
      *                 THE REPORT DEVRPT PROVES, FOR EACH EXCHANGE
      *                 DATE, THAT WHAT ENTERED THE 200160 BRIDGE
      *                 THROUGH A RETURN LEFT IT AGAIN: RECHAZADO =
      *                 DEVUELTO, AND RECIBIDO = REABONADO + NO
      *                 APLICADO.
      * 10/15/2026 JR   RETURNS ARE NOW STEP DEV OF THE NIGHTLY STREAM
      *                 (RUNSTEP.CPY), AFTER DINOXIN: IT REFUSES TO
      *                 START UNTIL ITS PREREQUISITE STEPS ARE COMPLETE
      *                 IN RUNCTL FOR THE BUSINESS DATE, MARKS ITS STEP
      *                 RUNNING AT THE START AND COMPLETE (OR FAILED)
      *                 WITH ITS RECORD COUNT AT THE END, AND A
      *                 COMPLETED STEP IS NOT RUN AGAIN UNLESS DINOCTL
      *                 REOPENS IT. A FAILED OR INTERRUPTED STEP RESUMES
      *                 ON THE NEXT RUN. THE DATE PROMPT NOW DEFAULTS TO
      *                 THE OPEN BUSINESS DATE; ANY OTHER DATE RUNS
      *                 OUTSIDE THE NIGHTLY STREAM AND IS NOT RECORDED.
      *                 AN UNTRUSTED INBOUND FILE, A TABLE OVERFLOW, OR
      *                 AN OUTBOUND RETURN THAT FAILED (XINREJ OR DEVOUT
      *                 COULD NOT BE OPENED, READ OR WRITTEN, DEVOUT DID
      *                 NOT BALANCE, OR XINREJ COULD NOT BE EMPTIED)
      *                 MARKS THE STEP FAILED, SO DINOXIN DOES NOT
      *                 START A NEW XINREJ OVER REJECTS NOT YET
      *                 RETURNED.
      * 10/15/2026 JR   EVERY TRANSACTION-LOG RECORD WRITTEN CARRIES THE
      *                 ACCOUNT'S HOME BRANCH (BLANK = HEAD OFFICE 0001)
      *                 IN LOG-HOME-BRANCH-CODE AND, BEING A BATCH
      *                 POSTING, THE SAME BRANCH AS THE BRANCH WHERE IT
      *                 WAS PERFORMED IN LOG-BRANCH-CODE.
      * 10/15/2026 JR   AN ORIGINAL TREXT-DB OR EARLIER TREXT-DEV
      *                 ALREADY MOVED TO TRANARCH BY DINOARCH IS NOW
      *                 FOUND: EVERY ARCHIVE ON ARCHIDX WHOSE CUTOFF IS
      *                 AFTER THE OLDEST EXCH-REFERENCE DATE RECEIVED IS
      *                 READ AND PROVED AGAINST ITS INDEX COUNT AND HASH
      *                 (PRINTED ON DEVRPT) BEFORE TRANLOG IS SEARCHED.
      *                 IF TRANLOG, ARCHIDX OR AN ARCHIVE CANNOT BE
      *                 OPENED OR READ, OR AN ARCHIVE DOES NOT BALANCE,
      *                 NOTHING IS RE-CREDITED AND THE STEP IS MARKED
      *                 FAILED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT OPTIONAL REJECT-FILE ASSIGN TO "XINREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

           SELECT RETURN-OUT-FILE ASSIGN TO DYNAMIC
               RETURN-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-OUT-STATUS.

           SELECT OPTIONAL RETURN-IN-FILE ASSIGN TO "DEVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-IN-STATUS.

           SELECT RETURN-REJECT-FILE ASSIGN TO "DEVREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-REJECT-STATUS.

           SELECT OPTIONAL ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DEVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS RUN-CONTROL-RELATIVE-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           05  REJECT-ORIGINAL-DATA       PIC X(64).
           05  FILLER                     PIC X(01).
           05  REJECT-REASON-CODE         PIC X(02).

       FD  RETURN-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-OUT-RECORD              PIC X(67).

       FD  RETURN-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-IN-RECORD               PIC X(67).

       FD  RETURN-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-REJECT-RECORD.
           05  RETURN-REJECT-DATA         PIC X(67).
           05  FILLER                     PIC X(01).
           05  RETURN-REJECT-REASON       PIC X(02).

       FD  ARCHIVE-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARCIREC.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                 PIC X(105).

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RAW-TRANSACTION-LOG-RECORD     PIC X(105).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(80).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       WORKING-STORAGE SECTION.
           COPY EXCHREC.

           COPY TRANREC.

       01  ACCOUNT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK                  VALUE "00".
       01  REJECT-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  REJECT-FILE-OK                     VALUE "00".
           88  REJECT-FILE-CREATED                VALUE "05".
       01  RETURN-OUT-STATUS              PIC X(02) VALUE SPACES.
           88  RETURN-OUT-OK                      VALUE "00".
       01  RETURN-IN-STATUS               PIC X(02) VALUE SPACES.
           88  RETURN-IN-OK                       VALUE "00".
           88  RETURN-IN-CREATED                  VALUE "05".
       01  RETURN-REJECT-STATUS           PIC X(02) VALUE SPACES.
           88  RETURN-REJECT-OK                   VALUE "00".
       01  TRANSACTION-LOG-STATUS         PIC X(02) VALUE SPACES.
           88  TRANSACTION-LOG-OK                 VALUE "00".
           88  TRANSACTION-LOG-CREATED            VALUE "05".
       01  ARCHIVE-INDEX-STATUS           PIC X(02) VALUE SPACES.
           88  ARCHIVE-INDEX-OK                   VALUE "00".
           88  ARCHIVE-INDEX-CREATED              VALUE "05".
       01  ARCHIVE-FILE-STATUS            PIC X(02) VALUE SPACES.
           88  ARCHIVE-FILE-OK                    VALUE "00".
       01  REPORT-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  REPORT-FILE-OK                     VALUE "00".

       01  RUN-CONTROL-STATUS             PIC X(02) VALUE SPACES.
           88  RUN-CONTROL-OK                      VALUE "00".
           88  RUN-CONTROL-OPENED-EMPTY            VALUE "05".

           COPY RUNCREC.

           COPY RUNSTEP.

       01  STEP-CONTROL-FIELDS.
           05  STEP-PROGRAM-NAME           PIC X(08) VALUE "DINODEV".
           05  STEP-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
           05  STEP-SUBSCRIPT              PIC 9(02) COMP VALUE ZERO.
           05  OWN-STEP-SUBSCRIPT          PIC 9(02) COMP VALUE ZERO.
           05  PREREQUISITE-SUBSCRIPT      PIC 9(02) COMP VALUE ZERO.
           05  STEP-RECORD-COUNT           PIC 9(08) VALUE ZERO.
           05  STEP-FINAL-STATUS           PIC X(01) VALUE "C".
               88  STEP-ENDED-FAILED               VALUE "F".
           05  STEP-CONTROLLED-SWITCH      PIC X(01) VALUE "N".
               88  STEP-IS-CONTROLLED              VALUE "Y".
           05  PREREQUISITE-MISSING-SWITCH PIC X(01) VALUE "N".
               88  PREREQUISITE-MISSING            VALUE "Y".
           05  STEP-CLOCK-DATE             PIC 9(08) VALUE ZERO.
           05  STEP-CLOCK-TIME.
               10  STEP-CLOCK-HHMMSS       PIC 9(06).
               10  FILLER                  PIC 9(02).
           05  RUN-CONTROL-RELATIVE-KEY    PIC 9(04) COMP VALUE 1.
           05  RUN-RECORD-EXISTS-SWITCH    PIC X(01) VALUE "N".
               88  RUN-RECORD-EXISTS               VALUE "Y".

       01  PROGRAM-SWITCHES.
           05  REJECT-EOF-SWITCH           PIC X(01) VALUE "N".
               88  REJECT-EOF                      VALUE "Y".
           05  RETURN-OUT-FAILED-SWITCH    PIC X(01) VALUE "N".
               88  RETURN-OUT-FAILED               VALUE "Y".
           05  INPUT-EOF-SWITCH            PIC X(01) VALUE "N".
               88  INPUT-EOF                       VALUE "Y".
           05  TRAILER-SEEN-SWITCH         PIC X(01) VALUE "N".
               88  TRAILER-SEEN                    VALUE "Y".
           05  INBOUND-PRESENT-SWITCH      PIC X(01) VALUE "N".
               88  INBOUND-FILE-PRESENT            VALUE "Y".
           05  FILE-TRUSTED-SWITCH         PIC X(01) VALUE "N".
               88  FILE-IS-TRUSTED                 VALUE "Y".
           05  TABLE-OVERFLOW-SWITCH       PIC X(01) VALUE "N".
               88  TABLE-OVERFLOW                  VALUE "Y".
           05  LOG-EOF-SWITCH              PIC X(01) VALUE "N".
               88  LOG-EOF                         VALUE "Y".
           05  ACCOUNT-FOUND-SWITCH        PIC X(01) VALUE "N".
               88  ACCOUNT-WAS-FOUND               VALUE "Y".
           05  RECORD-REJECTED-SWITCH      PIC X(01) VALUE "N".
               88  RECORD-WAS-REJECTED             VALUE "Y".
           05  DATE-FOUND-SWITCH           PIC X(01) VALUE "N".
               88  DATE-WAS-FOUND                  VALUE "Y".
           05  LOG-FAILED-SWITCH           PIC X(01) VALUE "N".
               88  LOG-SEARCH-FAILED               VALUE "Y".
           05  INDEX-EOF-SWITCH            PIC X(01) VALUE "N".
               88  INDEX-EOF                       VALUE "Y".
           05  ARCHIVE-EOF-SWITCH          PIC X(01) VALUE "N".
               88  ARCHIVE-EOF                     VALUE "Y".
           05  ENTRY-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  ENTRY-WAS-FOUND                 VALUE "Y".

       01  BUSINESS-DATE                  PIC 9(08) VALUE ZERO.
       01  RETURN-OUT-FILE-NAME           PIC X(16) VALUE SPACES.

       77  HOUSE-BANK-CODE                PIC X(04) VALUE "DINO".
       77  RETURN-TABLE-CAPACITY          PIC 9(04) COMP VALUE 500.
       77  DATE-TABLE-CAPACITY            PIC 9(04) COMP VALUE 60.
       77  OVERFLOW-DATE                  PIC 9(08) VALUE 99999999.

       01  OUTBOUND-CONTROL-FIELDS.
           05  REJECTS-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
           05  REJECTS-READ-HASH           PIC 9(14)V99 VALUE ZERO.
           05  RETURNS-SENT-COUNT          PIC 9(08) COMP VALUE ZERO.
           05  RETURNS-SENT-HASH           PIC 9(14)V99 VALUE ZERO.

       01  INBOUND-CONTROL-FIELDS.
           05  FILE-HEADER-DATE            PIC 9(08) VALUE ZERO.
           05  FILE-HEADER-BANK            PIC X(04) VALUE SPACES.
           05  FILE-DETAIL-COUNT           PIC 9(08) COMP VALUE ZERO.
           05  FILE-AMOUNT-HASH            PIC 9(14)V99 VALUE ZERO.
           05  FILE-TRAILER-COUNT          PIC 9(08) VALUE ZERO.
           05  FILE-TRAILER-HASH           PIC 9(14)V99 VALUE ZERO.
           05  RETURNS-CREDITED-COUNT      PIC 9(08) COMP VALUE ZERO.
           05  RETURNS-CREDITED-TOTAL      PIC 9(14)V99 VALUE ZERO.
           05  RETURNS-UNAPPLIED-COUNT     PIC 9(08) COMP VALUE ZERO.
           05  RETURNS-UNAPPLIED-TOTAL     PIC 9(14)V99 VALUE ZERO.

       01  REJECT-REASON-WORK             PIC X(02) VALUE SPACES.
       01  ITEM-EXCHANGE-DATE             PIC 9(08) VALUE ZERO.
       01  ITEM-AMOUNT                    PIC 9(10)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * AN ORIGINAL TREXT-DB (AND ANY EARLIER TREXT-DEV FOR IT) MAY
      * ALREADY HAVE BEEN MOVED BY DINOARCH TO A TRANARCH FILE. EVERY
      * ARCHIVE WHOSE CUTOFF IS AFTER THE OLDEST EXCH-REFERENCE DATE
      * RECEIVED CAN HOLD ONE, SO IT IS READ AND PROVED AGAINST THE
      * COUNT AND HASH ON ARCHIDX, AS DINOINQ AND DINOCERT DO.
      *----------------------------------------------------------------
       01  ARCHIVE-FILE-NAME              PIC X(17) VALUE SPACES.
       01  OLDEST-REFERENCE-DATE          PIC 9(08) VALUE 99999999.

       77  ARCHIVE-TABLE-LIMIT            PIC 9(04) COMP VALUE 200.

       01  ARCHIVE-INDEX-TABLE.
           05  ARCHIVE-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  ARCHIVE-INDEX-ENTRY OCCURS 200 TIMES.
               10  ENTRY-ARCHIVE-NAME      PIC X(17).
               10  ENTRY-CUTOFF-DATE       PIC 9(08).
               10  ENTRY-RECORD-COUNT      PIC 9(08).
               10  ENTRY-AMOUNT-HASH       PIC 9(14)V99.
               10  ENTRY-SCAN-COUNT        PIC 9(08).
               10  ENTRY-SCAN-HASH         PIC 9(14)V99.
               10  ENTRY-SCAN-FLAG         PIC X(14).

       01  ARCHIVE-WORK-FIELDS.
           05  ARCHIVE-SUBSCRIPT           PIC 9(04) COMP VALUE ZERO.
           05  SEARCH-SUBSCRIPT            PIC 9(04) COMP VALUE ZERO.
           05  SCAN-RECORD-COUNT           PIC 9(08) COMP VALUE ZERO.
           05  SCAN-AMOUNT-HASH            PIC 9(14)V99 VALUE ZERO.
           05  ARCHIVES-CONSULTED-COUNT    PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * INBOUND RETURNS ARE HELD IN A TABLE SO TRANSACTION-LOG IS READ
      * ONCE TO FIND EVERY ORIGINAL TREXT-DB AND EVERY EARLIER
      * TREXT-DEV, INSTEAD OF ONCE PER RETURNED ITEM.
      *----------------------------------------------------------------
       01  RETURN-TABLE-FIELDS.
           05  RETURN-ENTRY-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  ENTRY-SUBSCRIPT             PIC 9(04) COMP VALUE ZERO.
           05  PRIOR-SUBSCRIPT             PIC 9(04) COMP VALUE ZERO.
       01  RETURN-TABLE.
           05  RETURN-ENTRY                OCCURS 500 TIMES.
               10  RETURN-ENTRY-ACCOUNT    PIC X(10).
               10  RETURN-ENTRY-REFERENCE  PIC X(14).
               10  RETURN-ENTRY-AMOUNT     PIC 9(10)V99.
               10  RETURN-ENTRY-RECORD     PIC X(67).
               10  RETURN-ENTRY-ORIGINAL   PIC X(01).
                   88  RETURN-ORIGINAL-FOUND       VALUE "Y".
               10  RETURN-ENTRY-PRIOR      PIC X(01).
                   88  RETURN-ALREADY-CREDITED     VALUE "Y".
               10  RETURN-ENTRY-APPLIED    PIC X(01).
                   88  RETURN-WAS-APPLIED          VALUE "Y".

       01  DATE-TABLE-FIELDS.
           05  DATE-ENTRY-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  DATE-SUBSCRIPT              PIC 9(04) COMP VALUE ZERO.
       01  DATE-TOTAL-TABLE.
           05  DATE-TOTAL-ENTRY            OCCURS 60 TIMES.
               10  DATE-EXCHANGE-DATE      PIC 9(08).
               10  DATE-REJECTED-COUNT     PIC 9(08) COMP.
               10  DATE-REJECTED-AMOUNT    PIC 9(14)V99.
               10  DATE-SENT-COUNT         PIC 9(08) COMP.
               10  DATE-SENT-AMOUNT        PIC 9(14)V99.
               10  DATE-RECEIVED-COUNT     PIC 9(08) COMP.
               10  DATE-RECEIVED-AMOUNT    PIC 9(14)V99.
               10  DATE-CREDITED-COUNT     PIC 9(08) COMP.
               10  DATE-CREDITED-AMOUNT    PIC 9(14)V99.
               10  DATE-UNAPPLIED-COUNT    PIC 9(08) COMP.
               10  DATE-UNAPPLIED-AMOUNT   PIC 9(14)V99.

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE-YYYYMMDD       PIC 9(08).
           05  CURRENT-TIME-HHMMSSTT       PIC 9(08).

       77  HEAD-OFFICE-BRANCH-CODE         PIC X(04) VALUE "0001".
       01  LOG-BUILD-FIELDS.
           05  LOG-BUILD-ACCOUNT-NUMBER    PIC X(10).
           05  LOG-BUILD-AMOUNT            PIC 9(10)V99.
           05  LOG-BUILD-BALANCE           PIC S9(10)V99.
           05  LOG-BUILD-REFERENCE         PIC X(14).

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(80) VALUE
               "DINOBANK - DEVOLUCIONES INTERBANCARIAS".

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(17) VALUE
               "FECHA DEL NEGOCIO".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  HEADING-BUSINESS-DATE       PIC 9(08).
           05  FILLER                      PIC X(11) VALUE
               "  ARCHIVO ".
           05  HEADING-RETURN-NAME         PIC X(16).
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  REPORT-DATE-LINE.
           05  FILLER                      PIC X(21) VALUE
               "FECHA DE INTERCAMBIO ".
           05  DATE-LINE-DATE              PIC X(12).
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  REPORT-CONTROL-LINE.
           05  CONTROL-LINE-LABEL          PIC X(26).
           05  CONTROL-LINE-COUNT          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CONTROL-LINE-AMOUNT         PIC Z(13)9.99.
           05  FILLER                      PIC X(25) VALUE SPACES.

       01  REPORT-ARCHIVE-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ARCHIVE-LINE-NAME           PIC X(17).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ARCHIVE-LINE-COUNT          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ARCHIVE-LINE-HASH           PIC Z(13)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ARCHIVE-LINE-FLAG           PIC X(14).
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  REPORT-RESULT-LINE.
           05  RESULT-LINE-TEXT            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE DATE-TOTAL-TABLE.
           PERFORM ACCEPT-PARAMETERS-PROCEDURE.
           PERFORM BUILD-OUTBOUND-PROCEDURE
               THRU BUILD-OUTBOUND-EXIT.
           PERFORM VERIFY-INBOUND-PROCEDURE
               THRU VERIFY-INBOUND-EXIT.
           IF FILE-IS-TRUSTED
               PERFORM LOAD-INBOUND-PROCEDURE
                   THRU LOAD-INBOUND-EXIT
           END-IF.
           IF FILE-IS-TRUSTED AND NOT TABLE-OVERFLOW
               PERFORM MATCH-ORIGINALS-PROCEDURE
                   THRU MATCH-ORIGINALS-EXIT
           END-IF.
           IF FILE-IS-TRUSTED AND NOT TABLE-OVERFLOW
              AND NOT LOG-SEARCH-FAILED
               PERFORM POST-INBOUND-PROCEDURE
                   THRU POST-INBOUND-EXIT
           END-IF.
           PERFORM WRITE-CONTROL-REPORT-PROCEDURE.
           DISPLAY "Devoluciones terminadas. Devueltas: "
               RETURNS-SENT-COUNT
               " Reabonadas: " RETURNS-CREDITED-COUNT
               " No aplicadas: " RETURNS-UNAPPLIED-COUNT.
           ADD RETURNS-SENT-COUNT RETURNS-CREDITED-COUNT
               GIVING STEP-RECORD-COUNT.
           IF (INBOUND-FILE-PRESENT AND NOT FILE-IS-TRUSTED)
            OR TABLE-OVERFLOW
            OR RETURN-OUT-FAILED
            OR LOG-SEARCH-FAILED
               MOVE "F" TO STEP-FINAL-STATUS
           END-IF.
           PERFORM END-STEP-PROCEDURE THRU END-STEP-EXIT.
           STOP RUN.

       READ-RUN-CONTROL-PROCEDURE.
           MOVE "N" TO RUN-RECORD-EXISTS-SWITCH.
           MOVE 1 TO RUN-CONTROL-RELATIVE-KEY.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-OK OR RUN-CONTROL-OPENED-EMPTY
               READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO RUN-RECORD-EXISTS-SWITCH
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF NOT RUN-RECORD-EXISTS
            OR RUN-BUSINESS-DATE NOT NUMERIC
               MOVE "N" TO RUN-RECORD-EXISTS-SWITCH
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE ZERO TO RUN-BUSINESS-DATE
           END-IF.

       BEGIN-STEP-PROCEDURE.
           PERFORM READ-RUN-CONTROL-PROCEDURE.
           IF NOT RUN-RECORD-EXISTS
               DISPLAY "No hay fecha de negocio abierta en RUNCTL."
                   " Ejecute DINOCTL."
               STOP RUN
           END-IF.
           MOVE ZERO TO OWN-STEP-SUBSCRIPT.
           PERFORM FIND-OWN-STEP-PROCEDURE
               VARYING STEP-SUBSCRIPT FROM 1 BY 1
               UNTIL STEP-SUBSCRIPT > STREAM-STEP-COUNT.
           IF OWN-STEP-SUBSCRIPT = ZERO
               DISPLAY STEP-PROGRAM-NAME
                   " no figura en la cadena nocturna."
               STOP RUN
           END-IF.
           MOVE RUN-BUSINESS-DATE TO STEP-BUSINESS-DATE.
           IF RUN-STEP-DONE (OWN-STEP-SUBSCRIPT)
               DISPLAY STEP-PROGRAM-NAME " ya se completo para la"
                   " fecha " RUN-BUSINESS-DATE "."
               DISPLAY "Para repetirlo reabra el paso en DINOCTL."
               STOP RUN
           END-IF.
           IF RUN-STEP-RUNNING (OWN-STEP-SUBSCRIPT)
            OR RUN-STEP-FAILED (OWN-STEP-SUBSCRIPT)
               DISPLAY "Reanudando el paso "
                   STREAM-STEP-CODE (OWN-STEP-SUBSCRIPT)
                   " de la fecha " RUN-BUSINESS-DATE "."
           END-IF.
           MOVE "N" TO PREREQUISITE-MISSING-SWITCH.
           PERFORM CHECK-PREREQUISITE-PROCEDURE
               VARYING PREREQUISITE-SUBSCRIPT FROM 1 BY 1
               UNTIL PREREQUISITE-SUBSCRIPT > 6.
           IF PREREQUISITE-MISSING
               DISPLAY STEP-PROGRAM-NAME " no puede iniciar: faltan"
                   " pasos previos de la fecha " RUN-BUSINESS-DATE "."
               STOP RUN
           END-IF.
           IF RUN-STEP-ATTEMPT-COUNT (OWN-STEP-SUBSCRIPT) NOT NUMERIC
               MOVE ZERO TO RUN-STEP-ATTEMPT-COUNT (OWN-STEP-SUBSCRIPT)
           END-IF.
           ACCEPT STEP-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-CLOCK-TIME FROM TIME.
           MOVE "R" TO RUN-STEP-STATUS (OWN-STEP-SUBSCRIPT).
           MOVE STEP-CLOCK-DATE
               TO RUN-STEP-START-DATE (OWN-STEP-SUBSCRIPT).
           MOVE STEP-CLOCK-HHMMSS
               TO RUN-STEP-START-TIME (OWN-STEP-SUBSCRIPT).
           MOVE ZERO TO RUN-STEP-END-DATE (OWN-STEP-SUBSCRIPT)
                        RUN-STEP-END-TIME (OWN-STEP-SUBSCRIPT)
                        RUN-STEP-RECORD-COUNT (OWN-STEP-SUBSCRIPT).
           ADD 1 TO RUN-STEP-ATTEMPT-COUNT (OWN-STEP-SUBSCRIPT).
           PERFORM REWRITE-RUN-CONTROL-PROCEDURE.
           MOVE "Y" TO STEP-CONTROLLED-SWITCH.

       FIND-OWN-STEP-PROCEDURE.
           IF STREAM-STEP-PROGRAM (STEP-SUBSCRIPT) = STEP-PROGRAM-NAME
               MOVE STEP-SUBSCRIPT TO OWN-STEP-SUBSCRIPT
           END-IF.

       CHECK-PREREQUISITE-PROCEDURE.
           MOVE STREAM-STEP-PREREQUISITE
                   (OWN-STEP-SUBSCRIPT PREREQUISITE-SUBSCRIPT)
               TO STEP-SUBSCRIPT.
           IF STEP-SUBSCRIPT NOT = ZERO
               IF NOT RUN-STEP-DONE (STEP-SUBSCRIPT)
                   MOVE "Y" TO PREREQUISITE-MISSING-SWITCH
                   DISPLAY "  Falta el paso "
                       STREAM-STEP-CODE (STEP-SUBSCRIPT) " ("
                       STREAM-STEP-PROGRAM (STEP-SUBSCRIPT) ")."
               END-IF
           END-IF.

       END-STEP-PROCEDURE.
           IF NOT STEP-IS-CONTROLLED
               GO TO END-STEP-EXIT
           END-IF.
           PERFORM READ-RUN-CONTROL-PROCEDURE.
           IF RUN-BUSINESS-DATE NOT = STEP-BUSINESS-DATE
               DISPLAY "La fecha de negocio cambio durante la corrida;"
                   " el paso no se registra en RUNCTL."
               GO TO END-STEP-EXIT
           END-IF.
           ACCEPT STEP-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-CLOCK-TIME FROM TIME.
           MOVE STEP-FINAL-STATUS
               TO RUN-STEP-STATUS (OWN-STEP-SUBSCRIPT).
           MOVE STEP-CLOCK-DATE
               TO RUN-STEP-END-DATE (OWN-STEP-SUBSCRIPT).
           MOVE STEP-CLOCK-HHMMSS
               TO RUN-STEP-END-TIME (OWN-STEP-SUBSCRIPT).
           MOVE STEP-RECORD-COUNT
               TO RUN-STEP-RECORD-COUNT (OWN-STEP-SUBSCRIPT).
           PERFORM REWRITE-RUN-CONTROL-PROCEDURE.
           IF STEP-ENDED-FAILED
               DISPLAY "Paso " STREAM-STEP-CODE (OWN-STEP-SUBSCRIPT)
                   " marcado como FALLIDO para la fecha "
                   RUN-BUSINESS-DATE "."
           END-IF.
       END-STEP-EXIT.
           EXIT.

       REWRITE-RUN-CONTROL-PROCEDURE.
           MOVE 1 TO RUN-CONTROL-RELATIVE-KEY.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT RUN-CONTROL-OK
               DISPLAY "Error al abrir el control de corridas. Codigo: "
                   RUN-CONTROL-STATUS
               STOP RUN
           END-IF.
           REWRITE RUN-CONTROL-IO-AREA FROM RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "Error al actualizar el control de"
                       " corridas. Codigo: " RUN-CONTROL-STATUS
           END-REWRITE.
           CLOSE RUN-CONTROL-FILE.

       ACCEPT-PARAMETERS-PROCEDURE.
           DISPLAY "DINOBANK - DEVOLUCIONES INTERBANCARIAS".
           DISPLAY "Fecha del negocio (AAAAMMDD, cero = la abierta): "
           ACCEPT BUSINESS-DATE.
           PERFORM READ-RUN-CONTROL-PROCEDURE.
           IF BUSINESS-DATE = ZERO OR BUSINESS-DATE = RUN-BUSINESS-DATE
               PERFORM BEGIN-STEP-PROCEDURE
               MOVE RUN-BUSINESS-DATE TO BUSINESS-DATE
           ELSE
               DISPLAY "La fecha no es la fecha de negocio abierta"
                   " (" RUN-BUSINESS-DATE ") - corrida fuera de"
                   " la cadena nocturna."
           END-IF.
           STRING "DEVOUT." DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
               INTO RETURN-OUT-FILE-NAME.

      *----------------------------------------------------------------
      * OUTBOUND: XINREJ TO DEVOUT.AAAAMMDD. NO FILE IS CREATED WHEN
      * THERE IS NOTHING TO RETURN.
      *----------------------------------------------------------------
       BUILD-OUTBOUND-PROCEDURE.
           OPEN INPUT REJECT-FILE.
           IF NOT REJECT-FILE-OK AND NOT REJECT-FILE-CREATED
               DISPLAY "Error al abrir los rechazos. Codigo: "
                   REJECT-FILE-STATUS
               MOVE "Y" TO RETURN-OUT-FAILED-SWITCH
               GO TO BUILD-OUTBOUND-EXIT
           END-IF.
           PERFORM READ-REJECT-PROCEDURE THRU READ-REJECT-EXIT.
           IF REJECT-EOF
               CLOSE REJECT-FILE
               GO TO BUILD-OUTBOUND-EXIT
           END-IF.
           OPEN OUTPUT RETURN-OUT-FILE.
           IF NOT RETURN-OUT-OK
               DISPLAY "Error al abrir el archivo de devoluciones."
                   " Codigo: " RETURN-OUT-STATUS
               MOVE "Y" TO RETURN-OUT-FAILED-SWITCH
               CLOSE REJECT-FILE
               GO TO BUILD-OUTBOUND-EXIT
           END-IF.
           MOVE SPACES TO EXCHANGE-HEADER-RECORD.
           MOVE "*DEVOL*   " TO EXCH-HEADER-MARK.
           MOVE BUSINESS-DATE TO EXCH-HEADER-DATE.
           MOVE HOUSE-BANK-CODE TO EXCH-HEADER-BANK-CODE.
           MOVE EXCHANGE-HEADER-RECORD TO RETURN-OUT-RECORD.
           PERFORM WRITE-RETURN-OUT-PROCEDURE.
           PERFORM RETURN-REJECT-PROCEDURE
               THRU RETURN-REJECT-EXIT
               UNTIL REJECT-EOF.
           MOVE SPACES TO EXCHANGE-TRAILER-RECORD.
           MOVE "*FIN*     " TO EXCH-TRAILER-MARK.
           MOVE RETURNS-SENT-COUNT TO EXCH-TRAILER-COUNT.
           MOVE RETURNS-SENT-HASH TO EXCH-TRAILER-HASH.
           MOVE EXCHANGE-TRAILER-RECORD TO RETURN-OUT-RECORD.
           PERFORM WRITE-RETURN-OUT-PROCEDURE.
           CLOSE RETURN-OUT-FILE.
           CLOSE REJECT-FILE.
           IF REJECTS-READ-COUNT NOT = RETURNS-SENT-COUNT
            OR REJECTS-READ-HASH NOT = RETURNS-SENT-HASH
               MOVE "Y" TO RETURN-OUT-FAILED-SWITCH
           END-IF.
           IF RETURN-OUT-FAILED
               DISPLAY "Las devoluciones no cuadran con XINREJ - los"
                   " rechazos NO se modifican."
               GO TO BUILD-OUTBOUND-EXIT
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF NOT REJECT-FILE-OK
               DISPLAY "Error al vaciar los rechazos. Codigo: "
                   REJECT-FILE-STATUS
               MOVE "Y" TO RETURN-OUT-FAILED-SWITCH
               GO TO BUILD-OUTBOUND-EXIT
           END-IF.
           CLOSE REJECT-FILE.
       BUILD-OUTBOUND-EXIT.
           EXIT.

       READ-REJECT-PROCEDURE.
           READ REJECT-FILE
               AT END
                   MOVE "Y" TO REJECT-EOF-SWITCH
           END-READ.
           IF NOT REJECT-EOF AND NOT REJECT-FILE-OK
               DISPLAY "Error al leer los rechazos. Codigo: "
                   REJECT-FILE-STATUS
               MOVE "Y" TO RETURN-OUT-FAILED-SWITCH
               MOVE "Y" TO REJECT-EOF-SWITCH
           END-IF.
       READ-REJECT-EXIT.
           EXIT.

       RETURN-REJECT-PROCEDURE.
           MOVE REJECT-ORIGINAL-DATA TO EXCHANGE-DETAIL-RECORD.
           PERFORM SET-ITEM-FIELDS-PROCEDURE.
           PERFORM FIND-DATE-ENTRY-PROCEDURE
               THRU FIND-DATE-ENTRY-EXIT.
           ADD 1 TO REJECTS-READ-COUNT.
           ADD ITEM-AMOUNT TO REJECTS-READ-HASH.
           ADD 1 TO DATE-REJECTED-COUNT (DATE-SUBSCRIPT).
           ADD ITEM-AMOUNT TO DATE-REJECTED-AMOUNT (DATE-SUBSCRIPT).
           MOVE SPACES TO EXCHANGE-RETURN-RECORD.
           MOVE EXCHANGE-DETAIL-RECORD TO EXCH-RETURN-DETAIL.
           MOVE REJECT-REASON-CODE TO EXCH-RETURN-REASON.
           MOVE EXCHANGE-RETURN-RECORD TO RETURN-OUT-RECORD.
           PERFORM WRITE-RETURN-OUT-PROCEDURE.
           IF NOT RETURN-OUT-OK
               MOVE "Y" TO REJECT-EOF-SWITCH
               GO TO RETURN-REJECT-EXIT
           END-IF.
           ADD 1 TO RETURNS-SENT-COUNT.
           ADD ITEM-AMOUNT TO RETURNS-SENT-HASH.
           ADD 1 TO DATE-SENT-COUNT (DATE-SUBSCRIPT).
           ADD ITEM-AMOUNT TO DATE-SENT-AMOUNT (DATE-SUBSCRIPT).
           PERFORM READ-REJECT-PROCEDURE THRU READ-REJECT-EXIT.
       RETURN-REJECT-EXIT.
           EXIT.

       WRITE-RETURN-OUT-PROCEDURE.
           WRITE RETURN-OUT-RECORD.
           IF NOT RETURN-OUT-OK
               DISPLAY "Error al escribir las devoluciones. Codigo: "
                   RETURN-OUT-STATUS
               MOVE "Y" TO RETURN-OUT-FAILED-SWITCH
           END-IF.

       SET-ITEM-FIELDS-PROCEDURE.
           IF EXCH-AMOUNT NUMERIC
               MOVE EXCH-AMOUNT TO ITEM-AMOUNT
           ELSE
               MOVE ZERO TO ITEM-AMOUNT
           END-IF.
           IF EXCH-REFERENCE-DATE NUMERIC
               MOVE EXCH-REFERENCE-DATE TO ITEM-EXCHANGE-DATE
           ELSE
               MOVE ZERO TO ITEM-EXCHANGE-DATE
           END-IF.

       FIND-DATE-ENTRY-PROCEDURE.
           MOVE "N" TO DATE-FOUND-SWITCH.
           PERFORM MATCH-DATE-ENTRY-PROCEDURE
               VARYING DATE-SUBSCRIPT FROM 1 BY 1
               UNTIL DATE-SUBSCRIPT > DATE-ENTRY-COUNT
                  OR DATE-WAS-FOUND.
           IF DATE-WAS-FOUND
               SUBTRACT 1 FROM DATE-SUBSCRIPT
               GO TO FIND-DATE-ENTRY-EXIT
           END-IF.
           IF DATE-ENTRY-COUNT < DATE-TABLE-CAPACITY
               ADD 1 TO DATE-ENTRY-COUNT
               MOVE DATE-ENTRY-COUNT TO DATE-SUBSCRIPT
               MOVE ITEM-EXCHANGE-DATE
                   TO DATE-EXCHANGE-DATE (DATE-SUBSCRIPT)
               GO TO FIND-DATE-ENTRY-EXIT
           END-IF.
           DISPLAY "Aviso: demasiadas fechas de intercambio - la"
               " fecha " ITEM-EXCHANGE-DATE " se suma en OTRAS.".
           MOVE DATE-TABLE-CAPACITY TO DATE-SUBSCRIPT.
           MOVE OVERFLOW-DATE TO DATE-EXCHANGE-DATE (DATE-SUBSCRIPT).
       FIND-DATE-ENTRY-EXIT.
           EXIT.

       MATCH-DATE-ENTRY-PROCEDURE.
           IF DATE-EXCHANGE-DATE (DATE-SUBSCRIPT) = ITEM-EXCHANGE-DATE
               MOVE "Y" TO DATE-FOUND-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * INBOUND: DEVIN IS VERIFIED LIKE EXCHIN - HEADER MARK, TRAILER
      * COUNT AND AMOUNT HASH - BEFORE ONE CENT IS RE-CREDITED.
      *----------------------------------------------------------------
       VERIFY-INBOUND-PROCEDURE.
           OPEN INPUT RETURN-IN-FILE.
           IF RETURN-IN-CREATED
               CLOSE RETURN-IN-FILE
               GO TO VERIFY-INBOUND-EXIT
           END-IF.
           IF NOT RETURN-IN-OK
               DISPLAY "Error al abrir las devoluciones recibidas."
                   " Codigo: " RETURN-IN-STATUS
               GO TO VERIFY-INBOUND-EXIT
           END-IF.
           PERFORM READ-INPUT-PROCEDURE THRU READ-INPUT-EXIT.
           IF INPUT-EOF
               CLOSE RETURN-IN-FILE
               GO TO VERIFY-INBOUND-EXIT
           END-IF.
           MOVE "Y" TO INBOUND-PRESENT-SWITCH.
           OPEN OUTPUT RETURN-REJECT-FILE.
           IF NOT RETURN-REJECT-OK
               DISPLAY "Error al abrir los rechazos de devolucion."
                   " Codigo: " RETURN-REJECT-STATUS
               STOP RUN
           END-IF.
           CLOSE RETURN-REJECT-FILE.
           MOVE RETURN-IN-RECORD TO EXCHANGE-HEADER-RECORD.
           IF NOT EXCH-HEADER-RETURNS
               DISPLAY "Las devoluciones recibidas no inician con el"
                   " encabezado esperado - archivo no confiable."
               CLOSE RETURN-IN-FILE
               GO TO VERIFY-INBOUND-EXIT
           END-IF.
           MOVE EXCH-HEADER-DATE TO FILE-HEADER-DATE.
           MOVE EXCH-HEADER-BANK-CODE TO FILE-HEADER-BANK.
           PERFORM READ-INPUT-PROCEDURE THRU READ-INPUT-EXIT.
           PERFORM COUNT-DETAIL-PROCEDURE
               THRU COUNT-DETAIL-EXIT
               UNTIL INPUT-EOF OR TRAILER-SEEN.
           CLOSE RETURN-IN-FILE.
           IF NOT TRAILER-SEEN
               DISPLAY "Las devoluciones recibidas no traen registro"
                   " de cierre - archivo no confiable."
               GO TO VERIFY-INBOUND-EXIT
           END-IF.
           IF FILE-TRAILER-COUNT NOT = FILE-DETAIL-COUNT
            OR FILE-TRAILER-HASH NOT = FILE-AMOUNT-HASH
               DISPLAY "El control de las devoluciones recibidas no"
                   " cuadra - no se reabona nada."
               GO TO VERIFY-INBOUND-EXIT
           END-IF.
           MOVE "Y" TO FILE-TRUSTED-SWITCH.
       VERIFY-INBOUND-EXIT.
           EXIT.

       COUNT-DETAIL-PROCEDURE.
           IF RETURN-IN-RECORD (1:10) = "*FIN*     "
               MOVE RETURN-IN-RECORD TO EXCHANGE-TRAILER-RECORD
               MOVE "Y" TO TRAILER-SEEN-SWITCH
               MOVE EXCH-TRAILER-COUNT TO FILE-TRAILER-COUNT
               MOVE EXCH-TRAILER-HASH TO FILE-TRAILER-HASH
               GO TO COUNT-DETAIL-EXIT
           END-IF.
           MOVE RETURN-IN-RECORD TO EXCHANGE-RETURN-RECORD.
           MOVE EXCH-RETURN-DETAIL TO EXCHANGE-DETAIL-RECORD.
           ADD 1 TO FILE-DETAIL-COUNT.
           IF EXCH-AMOUNT NUMERIC
               ADD EXCH-AMOUNT TO FILE-AMOUNT-HASH
           END-IF.
           PERFORM READ-INPUT-PROCEDURE THRU READ-INPUT-EXIT.
       COUNT-DETAIL-EXIT.
           EXIT.

       READ-INPUT-PROCEDURE.
           READ RETURN-IN-FILE
               AT END
                   MOVE "Y" TO INPUT-EOF-SWITCH
           END-READ.
           IF NOT INPUT-EOF AND NOT RETURN-IN-OK
               DISPLAY "Error al leer las devoluciones recibidas."
                   " Codigo: " RETURN-IN-STATUS
               MOVE "Y" TO INPUT-EOF-SWITCH
           END-IF.
       READ-INPUT-EXIT.
           EXIT.

       LOAD-INBOUND-PROCEDURE.
           IF FILE-DETAIL-COUNT > RETURN-TABLE-CAPACITY
               DISPLAY "Las devoluciones recibidas exceden la"
                   " capacidad de " RETURN-TABLE-CAPACITY
                   " partidas - no se reabona nada."
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH
               GO TO LOAD-INBOUND-EXIT
           END-IF.
           OPEN INPUT RETURN-IN-FILE.
           IF NOT RETURN-IN-OK
               DISPLAY "Error al reabrir las devoluciones recibidas."
                   " Codigo: " RETURN-IN-STATUS
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH
               GO TO LOAD-INBOUND-EXIT
           END-IF.
           MOVE "N" TO INPUT-EOF-SWITCH.
           MOVE "N" TO TRAILER-SEEN-SWITCH.
           PERFORM READ-INPUT-PROCEDURE THRU READ-INPUT-EXIT.
           PERFORM READ-INPUT-PROCEDURE THRU READ-INPUT-EXIT.
           PERFORM LOAD-DETAIL-PROCEDURE
               THRU LOAD-DETAIL-EXIT
               UNTIL INPUT-EOF OR TRAILER-SEEN.
           CLOSE RETURN-IN-FILE.
       LOAD-INBOUND-EXIT.
           EXIT.

       LOAD-DETAIL-PROCEDURE.
           IF RETURN-IN-RECORD (1:10) = "*FIN*     "
               MOVE "Y" TO TRAILER-SEEN-SWITCH
               GO TO LOAD-DETAIL-EXIT
           END-IF.
           MOVE RETURN-IN-RECORD TO EXCHANGE-RETURN-RECORD.
           MOVE EXCH-RETURN-DETAIL TO EXCHANGE-DETAIL-RECORD.
           PERFORM SET-ITEM-FIELDS-PROCEDURE.
           ADD 1 TO RETURN-ENTRY-COUNT.
           MOVE RETURN-ENTRY-COUNT TO ENTRY-SUBSCRIPT.
           MOVE EXCH-ACCOUNT-NUMBER
               TO RETURN-ENTRY-ACCOUNT (ENTRY-SUBSCRIPT).
           MOVE EXCH-REFERENCE
               TO RETURN-ENTRY-REFERENCE (ENTRY-SUBSCRIPT).
           MOVE ITEM-AMOUNT TO RETURN-ENTRY-AMOUNT (ENTRY-SUBSCRIPT).
           IF ITEM-EXCHANGE-DATE < OLDEST-REFERENCE-DATE
               MOVE ITEM-EXCHANGE-DATE TO OLDEST-REFERENCE-DATE
           END-IF.
           MOVE RETURN-IN-RECORD
               TO RETURN-ENTRY-RECORD (ENTRY-SUBSCRIPT).
           MOVE "N" TO RETURN-ENTRY-ORIGINAL (ENTRY-SUBSCRIPT).
           MOVE "N" TO RETURN-ENTRY-PRIOR (ENTRY-SUBSCRIPT).
           MOVE "N" TO RETURN-ENTRY-APPLIED (ENTRY-SUBSCRIPT).
           PERFORM READ-INPUT-PROCEDURE THRU READ-INPUT-EXIT.
       LOAD-DETAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * THE ARCHIVES ARE SEARCHED FIRST, THEN THE CURRENT TRANLOG. IF
      * ANY OF THEM CANNOT BE OPENED OR READ, OR AN ARCHIVE DOES NOT
      * BALANCE TO ARCHIDX, AN ORIGINAL OR AN EARLIER RE-CREDIT COULD
      * BE MISSED, SO NOTHING IS POSTED AND THE STEP FAILS.
      *----------------------------------------------------------------
       MATCH-ORIGINALS-PROCEDURE.
           PERFORM LOAD-INDEX-PROCEDURE THRU LOAD-INDEX-EXIT.
           PERFORM SCAN-ARCHIVE-PROCEDURE
               THRU SCAN-ARCHIVE-EXIT
               VARYING ARCHIVE-SUBSCRIPT FROM 1 BY 1
               UNTIL ARCHIVE-SUBSCRIPT > ARCHIVE-ENTRY-COUNT.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK AND NOT TRANSACTION-LOG-CREATED
               DISPLAY "Error al abrir la bitacora. Codigo: "
                   TRANSACTION-LOG-STATUS
               MOVE "Y" TO LOG-FAILED-SWITCH
               GO TO MATCH-ORIGINALS-EXIT
           END-IF.
           PERFORM READ-LOG-PROCEDURE THRU READ-LOG-EXIT.
           PERFORM MATCH-LOG-RECORD-PROCEDURE
               THRU MATCH-LOG-RECORD-EXIT
               UNTIL LOG-EOF.
           CLOSE TRANSACTION-LOG-FILE.
       MATCH-ORIGINALS-EXIT.
           EXIT.

       READ-LOG-PROCEDURE.
           READ TRANSACTION-LOG-FILE
               AT END
                   MOVE "Y" TO LOG-EOF-SWITCH
           END-READ.
           IF NOT LOG-EOF AND NOT TRANSACTION-LOG-OK
               DISPLAY "Error al leer la bitacora. Codigo: "
                   TRANSACTION-LOG-STATUS
               MOVE "Y" TO LOG-FAILED-SWITCH
               MOVE "Y" TO LOG-EOF-SWITCH
           END-IF.
       READ-LOG-EXIT.
           EXIT.

       MATCH-LOG-RECORD-PROCEDURE.
           MOVE RAW-TRANSACTION-LOG-RECORD TO TRANSACTION-LOG-RECORD.
           PERFORM MATCH-ENTRIES-PROCEDURE.
           PERFORM READ-LOG-PROCEDURE THRU READ-LOG-EXIT.
       MATCH-LOG-RECORD-EXIT.
           EXIT.

       MATCH-ENTRIES-PROCEDURE.
           IF LOG-TYPE-EXTERNAL-DEBIT
               PERFORM MATCH-ORIGINAL-ENTRY-PROCEDURE
                   VARYING ENTRY-SUBSCRIPT FROM 1 BY 1
                   UNTIL ENTRY-SUBSCRIPT > RETURN-ENTRY-COUNT
           END-IF.
           IF LOG-TYPE-EXTERNAL-RETURN
               PERFORM MATCH-PRIOR-ENTRY-PROCEDURE
                   VARYING ENTRY-SUBSCRIPT FROM 1 BY 1
                   UNTIL ENTRY-SUBSCRIPT > RETURN-ENTRY-COUNT
           END-IF.

       MATCH-ORIGINAL-ENTRY-PROCEDURE.
           IF RETURN-ENTRY-ACCOUNT (ENTRY-SUBSCRIPT)
                   = LOG-ACCOUNT-NUMBER
               AND RETURN-ENTRY-REFERENCE (ENTRY-SUBSCRIPT)
                   = LOG-TIMESTAMP
               AND RETURN-ENTRY-AMOUNT (ENTRY-SUBSCRIPT)
                   = LOG-TRANSACTION-AMOUNT
               MOVE "Y" TO RETURN-ENTRY-ORIGINAL (ENTRY-SUBSCRIPT)
           END-IF.

       MATCH-PRIOR-ENTRY-PROCEDURE.
           IF RETURN-ENTRY-ACCOUNT (ENTRY-SUBSCRIPT)
                   = LOG-ACCOUNT-NUMBER
               AND RETURN-ENTRY-REFERENCE (ENTRY-SUBSCRIPT)
                   = LOG-REFERENCE-TIMESTAMP
               MOVE "Y" TO RETURN-ENTRY-PRIOR (ENTRY-SUBSCRIPT)
           END-IF.

       LOAD-INDEX-PROCEDURE.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF NOT ARCHIVE-INDEX-OK AND NOT ARCHIVE-INDEX-CREATED
               DISPLAY "Error al abrir el indice de archivos. Codigo: "
                   ARCHIVE-INDEX-STATUS
               MOVE "Y" TO LOG-FAILED-SWITCH
               GO TO LOAD-INDEX-EXIT
           END-IF.
           PERFORM READ-INDEX-PROCEDURE THRU READ-INDEX-EXIT.
           PERFORM TALLY-INDEX-ENTRY-PROCEDURE
               THRU TALLY-INDEX-ENTRY-EXIT
               UNTIL INDEX-EOF.
           CLOSE ARCHIVE-INDEX-FILE.
       LOAD-INDEX-EXIT.
           EXIT.

       READ-INDEX-PROCEDURE.
           READ ARCHIVE-INDEX-FILE
               AT END
                   MOVE "Y" TO INDEX-EOF-SWITCH
           END-READ.
           IF NOT INDEX-EOF AND NOT ARCHIVE-INDEX-OK
               DISPLAY "Error al leer el indice. Codigo: "
                   ARCHIVE-INDEX-STATUS
               MOVE "Y" TO LOG-FAILED-SWITCH
               MOVE "Y" TO INDEX-EOF-SWITCH
           END-IF.
       READ-INDEX-EXIT.
           EXIT.

       TALLY-INDEX-ENTRY-PROCEDURE.
           MOVE "N" TO ENTRY-FOUND-SWITCH.
           PERFORM MATCH-INDEX-ENTRY-PROCEDURE
               VARYING SEARCH-SUBSCRIPT FROM 1 BY 1
               UNTIL SEARCH-SUBSCRIPT > ARCHIVE-ENTRY-COUNT
                  OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               SUBTRACT 1 FROM SEARCH-SUBSCRIPT
               ADD ARCX-RECORD-COUNT
                   TO ENTRY-RECORD-COUNT (SEARCH-SUBSCRIPT)
               ADD ARCX-AMOUNT-HASH
                   TO ENTRY-AMOUNT-HASH (SEARCH-SUBSCRIPT)
           ELSE
               IF ARCHIVE-ENTRY-COUNT < ARCHIVE-TABLE-LIMIT
                   ADD 1 TO ARCHIVE-ENTRY-COUNT
                   MOVE ARCX-ARCHIVE-NAME
                       TO ENTRY-ARCHIVE-NAME (ARCHIVE-ENTRY-COUNT)
                   MOVE ARCX-CUTOFF-DATE
                       TO ENTRY-CUTOFF-DATE (ARCHIVE-ENTRY-COUNT)
                   MOVE ARCX-RECORD-COUNT
                       TO ENTRY-RECORD-COUNT (ARCHIVE-ENTRY-COUNT)
                   MOVE ARCX-AMOUNT-HASH
                       TO ENTRY-AMOUNT-HASH (ARCHIVE-ENTRY-COUNT)
                   MOVE ZERO TO ENTRY-SCAN-COUNT (ARCHIVE-ENTRY-COUNT)
                   MOVE ZERO TO ENTRY-SCAN-HASH (ARCHIVE-ENTRY-COUNT)
                   MOVE SPACES TO ENTRY-SCAN-FLAG (ARCHIVE-ENTRY-COUNT)
               ELSE
                   DISPLAY "Aviso: mas archivos de los que caben en"
                       " la tabla - no se reabona nada."
                   MOVE "Y" TO LOG-FAILED-SWITCH
               END-IF
           END-IF.
           PERFORM READ-INDEX-PROCEDURE THRU READ-INDEX-EXIT.
       TALLY-INDEX-ENTRY-EXIT.
           EXIT.

       MATCH-INDEX-ENTRY-PROCEDURE.
           IF ENTRY-ARCHIVE-NAME (SEARCH-SUBSCRIPT)
               = ARCX-ARCHIVE-NAME
               MOVE "Y" TO ENTRY-FOUND-SWITCH
           END-IF.

       SCAN-ARCHIVE-PROCEDURE.
           IF ENTRY-CUTOFF-DATE (ARCHIVE-SUBSCRIPT)
               NOT > OLDEST-REFERENCE-DATE
               GO TO SCAN-ARCHIVE-EXIT
           END-IF.
           ADD 1 TO ARCHIVES-CONSULTED-COUNT.
           MOVE ENTRY-ARCHIVE-NAME (ARCHIVE-SUBSCRIPT)
               TO ARCHIVE-FILE-NAME.
           MOVE ZERO TO SCAN-RECORD-COUNT.
           MOVE ZERO TO SCAN-AMOUNT-HASH.
           MOVE "N" TO ARCHIVE-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF NOT ARCHIVE-FILE-OK
               DISPLAY "Error al abrir el historico "
                   ARCHIVE-FILE-NAME " Codigo: " ARCHIVE-FILE-STATUS
               MOVE "Y" TO LOG-FAILED-SWITCH
               MOVE "** NO ABRE **"
                   TO ENTRY-SCAN-FLAG (ARCHIVE-SUBSCRIPT)
               GO TO SCAN-ARCHIVE-EXIT
           END-IF.
           PERFORM READ-ARCHIVE-PROCEDURE THRU READ-ARCHIVE-EXIT.
           PERFORM MATCH-ARCHIVE-RECORD-PROCEDURE
               THRU MATCH-ARCHIVE-RECORD-EXIT
               UNTIL ARCHIVE-EOF.
           CLOSE ARCHIVE-FILE.
           MOVE SCAN-RECORD-COUNT
               TO ENTRY-SCAN-COUNT (ARCHIVE-SUBSCRIPT).
           MOVE SCAN-AMOUNT-HASH
               TO ENTRY-SCAN-HASH (ARCHIVE-SUBSCRIPT).
           IF SCAN-RECORD-COUNT
               = ENTRY-RECORD-COUNT (ARCHIVE-SUBSCRIPT)
               AND SCAN-AMOUNT-HASH
               = ENTRY-AMOUNT-HASH (ARCHIVE-SUBSCRIPT)
               MOVE "CUADRADO" TO ENTRY-SCAN-FLAG (ARCHIVE-SUBSCRIPT)
           ELSE
               DISPLAY "El historico " ARCHIVE-FILE-NAME
                   " no cuadra con el indice - no se reabona nada."
               MOVE "Y" TO LOG-FAILED-SWITCH
               MOVE "** NO CUADRA *"
                   TO ENTRY-SCAN-FLAG (ARCHIVE-SUBSCRIPT)
           END-IF.
       SCAN-ARCHIVE-EXIT.
           EXIT.

       READ-ARCHIVE-PROCEDURE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO ARCHIVE-EOF-SWITCH
           END-READ.
           IF NOT ARCHIVE-EOF AND NOT ARCHIVE-FILE-OK
               DISPLAY "Error al leer el historico. Codigo: "
                   ARCHIVE-FILE-STATUS
               MOVE "Y" TO LOG-FAILED-SWITCH
               MOVE "Y" TO ARCHIVE-EOF-SWITCH
           END-IF.
       READ-ARCHIVE-EXIT.
           EXIT.

       MATCH-ARCHIVE-RECORD-PROCEDURE.
           MOVE ARCHIVE-RECORD TO TRANSACTION-LOG-RECORD.
           ADD 1 TO SCAN-RECORD-COUNT.
           ADD LOG-TRANSACTION-AMOUNT TO SCAN-AMOUNT-HASH.
           PERFORM MATCH-ENTRIES-PROCEDURE.
           PERFORM READ-ARCHIVE-PROCEDURE THRU READ-ARCHIVE-EXIT.
       MATCH-ARCHIVE-RECORD-EXIT.
           EXIT.

       POST-INBOUND-PROCEDURE.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al abrir el maestro de cuentas. Codigo: "
                   ACCOUNT-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT RETURN-REJECT-FILE.
           IF NOT RETURN-REJECT-OK
               DISPLAY "Error al abrir los rechazos de devolucion."
                   " Codigo: " RETURN-REJECT-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF.
           PERFORM POST-RETURN-ENTRY-PROCEDURE
               THRU POST-RETURN-ENTRY-EXIT
               VARYING ENTRY-SUBSCRIPT FROM 1 BY 1
               UNTIL ENTRY-SUBSCRIPT > RETURN-ENTRY-COUNT.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE RETURN-REJECT-FILE.
           CLOSE TRANSACTION-LOG-FILE.
       POST-INBOUND-EXIT.
           EXIT.

       POST-RETURN-ENTRY-PROCEDURE.
           MOVE RETURN-ENTRY-RECORD (ENTRY-SUBSCRIPT)
               TO EXCHANGE-RETURN-RECORD.
           MOVE EXCH-RETURN-DETAIL TO EXCHANGE-DETAIL-RECORD.
           PERFORM SET-ITEM-FIELDS-PROCEDURE.
           PERFORM FIND-DATE-ENTRY-PROCEDURE
               THRU FIND-DATE-ENTRY-EXIT.
           ADD 1 TO DATE-RECEIVED-COUNT (DATE-SUBSCRIPT).
           ADD ITEM-AMOUNT TO DATE-RECEIVED-AMOUNT (DATE-SUBSCRIPT).
           MOVE "N" TO RECORD-REJECTED-SWITCH.
           MOVE SPACES TO REJECT-REASON-WORK.
           PERFORM VALIDATE-RETURN-PROCEDURE
               THRU VALIDATE-RETURN-EXIT.
           IF NOT RECORD-WAS-REJECTED
               PERFORM APPLY-RETURN-PROCEDURE
                   THRU APPLY-RETURN-EXIT
           END-IF.
           IF RECORD-WAS-REJECTED
               PERFORM WRITE-RETURN-REJECT-PROCEDURE
           END-IF.
       POST-RETURN-ENTRY-EXIT.
           EXIT.

       VALIDATE-RETURN-PROCEDURE.
           IF EXCH-AMOUNT NOT NUMERIC
            OR EXCH-AMOUNT = ZERO
               MOVE "04" TO REJECT-REASON-WORK
               MOVE "Y" TO RECORD-REJECTED-SWITCH
               GO TO VALIDATE-RETURN-EXIT
           END-IF.
           IF NOT RETURN-ORIGINAL-FOUND (ENTRY-SUBSCRIPT)
               MOVE "10" TO REJECT-REASON-WORK
               MOVE "Y" TO RECORD-REJECTED-SWITCH
               GO TO VALIDATE-RETURN-EXIT
           END-IF.
           IF RETURN-ALREADY-CREDITED (ENTRY-SUBSCRIPT)
               MOVE "11" TO REJECT-REASON-WORK
               MOVE "Y" TO RECORD-REJECTED-SWITCH
               GO TO VALIDATE-RETURN-EXIT
           END-IF.
           PERFORM CHECK-DUPLICATE-PROCEDURE
               VARYING PRIOR-SUBSCRIPT FROM 1 BY 1
               UNTIL PRIOR-SUBSCRIPT NOT < ENTRY-SUBSCRIPT.
           IF RECORD-WAS-REJECTED
               GO TO VALIDATE-RETURN-EXIT
           END-IF.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           MOVE EXCH-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-SWITCH
           END-READ.
           IF NOT ACCOUNT-WAS-FOUND
               MOVE "01" TO REJECT-REASON-WORK
               MOVE "Y" TO RECORD-REJECTED-SWITCH
               GO TO VALIDATE-RETURN-EXIT
           END-IF.
           PERFORM NORMALIZE-ACCOUNT-PROCEDURE.
           IF ACCOUNT-IS-FROZEN OR ACCOUNT-IS-CLOSED
               MOVE "02" TO REJECT-REASON-WORK
               MOVE "Y" TO RECORD-REJECTED-SWITCH
               GO TO VALIDATE-RETURN-EXIT
           END-IF.
       VALIDATE-RETURN-EXIT.
           EXIT.

       CHECK-DUPLICATE-PROCEDURE.
           IF RETURN-WAS-APPLIED (PRIOR-SUBSCRIPT)
               AND RETURN-ENTRY-ACCOUNT (PRIOR-SUBSCRIPT)
                   = RETURN-ENTRY-ACCOUNT (ENTRY-SUBSCRIPT)
               AND RETURN-ENTRY-REFERENCE (PRIOR-SUBSCRIPT)
                   = RETURN-ENTRY-REFERENCE (ENTRY-SUBSCRIPT)
               MOVE "11" TO REJECT-REASON-WORK
               MOVE "Y" TO RECORD-REJECTED-SWITCH
           END-IF.

       APPLY-RETURN-PROCEDURE.
           ADD EXCH-AMOUNT TO ACCOUNT-BALANCE.
           ADD EXCH-AMOUNT TO ACCOUNT-AVAILABLE-BALANCE.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-YYYYMMDD TO ACCOUNT-LAST-ACTIVITY-DATE.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al actualizar la cuenta "
                   EXCH-ACCOUNT-NUMBER " Codigo: "
                   ACCOUNT-MASTER-STATUS
               SUBTRACT EXCH-AMOUNT FROM ACCOUNT-BALANCE
               SUBTRACT EXCH-AMOUNT FROM ACCOUNT-AVAILABLE-BALANCE
               MOVE "06" TO REJECT-REASON-WORK
               MOVE "Y" TO RECORD-REJECTED-SWITCH
               GO TO APPLY-RETURN-EXIT
           END-IF.
           MOVE "Y" TO RETURN-ENTRY-APPLIED (ENTRY-SUBSCRIPT).
           MOVE EXCH-ACCOUNT-NUMBER TO LOG-BUILD-ACCOUNT-NUMBER.
           MOVE EXCH-AMOUNT TO LOG-BUILD-AMOUNT.
           MOVE ACCOUNT-BALANCE TO LOG-BUILD-BALANCE.
           MOVE EXCH-REFERENCE TO LOG-BUILD-REFERENCE.
           PERFORM LOG-TRANSACTION-PROCEDURE
               THRU LOG-TRANSACTION-PROCEDURE-EXIT.
           ADD 1 TO RETURNS-CREDITED-COUNT.
           ADD EXCH-AMOUNT TO RETURNS-CREDITED-TOTAL.
           ADD 1 TO DATE-CREDITED-COUNT (DATE-SUBSCRIPT).
           ADD EXCH-AMOUNT TO DATE-CREDITED-AMOUNT (DATE-SUBSCRIPT).
       APPLY-RETURN-EXIT.
           EXIT.

       NORMALIZE-ACCOUNT-PROCEDURE.
           IF ACCOUNT-AVAILABLE-BALANCE NOT NUMERIC
               MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAILABLE-BALANCE
           END-IF.
           IF ACCOUNT-LAST-ACTIVITY-DATE NOT NUMERIC
               MOVE ZERO TO ACCOUNT-LAST-ACTIVITY-DATE
           END-IF.

       WRITE-RETURN-REJECT-PROCEDURE.
           MOVE SPACES TO RETURN-REJECT-RECORD.
           MOVE EXCHANGE-RETURN-RECORD TO RETURN-REJECT-DATA.
           MOVE REJECT-REASON-WORK TO RETURN-REJECT-REASON.
           WRITE RETURN-REJECT-RECORD.
           IF NOT RETURN-REJECT-OK
               DISPLAY "Error al escribir el rechazo. Codigo: "
                   RETURN-REJECT-STATUS
           END-IF.
           ADD 1 TO RETURNS-UNAPPLIED-COUNT.
           ADD ITEM-AMOUNT TO RETURNS-UNAPPLIED-TOTAL.
           ADD 1 TO DATE-UNAPPLIED-COUNT (DATE-SUBSCRIPT).
           ADD ITEM-AMOUNT TO DATE-UNAPPLIED-AMOUNT (DATE-SUBSCRIPT).

       LOG-TRANSACTION-PROCEDURE.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HHMMSSTT FROM TIME.
           MOVE SPACES TO TRANSACTION-LOG-RECORD.
           MOVE LOG-BUILD-ACCOUNT-NUMBER TO LOG-ACCOUNT-NUMBER.
           MOVE "TREXT-DEV "           TO LOG-TRANSACTION-TYPE.
           MOVE LOG-BUILD-AMOUNT         TO LOG-TRANSACTION-AMOUNT.
           MOVE LOG-BUILD-BALANCE        TO LOG-RESULTING-BALANCE.
           MOVE CURRENT-DATE-YYYYMMDD    TO LOG-TIMESTAMP-DATE.
           MOVE CURRENT-TIME-HHMMSSTT (1:6) TO LOG-TIMESTAMP-TIME.
           MOVE "DINODEV " TO LOG-OPERATOR-ID.
           MOVE LOG-BUILD-REFERENCE      TO LOG-REFERENCE-TIMESTAMP.
           MOVE ACCOUNT-BRANCH-CODE TO LOG-HOME-BRANCH-CODE.
           IF LOG-HOME-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO LOG-HOME-BRANCH-CODE
           END-IF.
           MOVE LOG-HOME-BRANCH-CODE TO LOG-BRANCH-CODE.
           WRITE RAW-TRANSACTION-LOG-RECORD
               FROM TRANSACTION-LOG-RECORD.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "Error al escribir la bitacora. Codigo: "
                   TRANSACTION-LOG-STATUS
           END-IF.
       LOG-TRANSACTION-PROCEDURE-EXIT.
           EXIT.

       WRITE-CONTROL-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al abrir el reporte. Codigo: "
                   REPORT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE REPORT-HEADING-LINE-1 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE BUSINESS-DATE TO HEADING-BUSINESS-DATE.
           IF RETURNS-SENT-COUNT > ZERO
               MOVE RETURN-OUT-FILE-NAME TO HEADING-RETURN-NAME
           ELSE
               MOVE "(SIN ARCHIVO)" TO HEADING-RETURN-NAME
           END-IF.
           MOVE REPORT-HEADING-LINE-2 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "RECHAZOS DE ENTRADA:" TO CONTROL-LINE-LABEL.
           MOVE REJECTS-READ-COUNT TO CONTROL-LINE-COUNT.
           MOVE REJECTS-READ-HASH TO CONTROL-LINE-AMOUNT.
           PERFORM WRITE-CONTROL-LINE-PROCEDURE.
           MOVE "DEVUELTOS A OTROS BANCOS:" TO CONTROL-LINE-LABEL.
           MOVE RETURNS-SENT-COUNT TO CONTROL-LINE-COUNT.
           MOVE RETURNS-SENT-HASH TO CONTROL-LINE-AMOUNT.
           PERFORM WRITE-CONTROL-LINE-PROCEDURE.
           MOVE "DEVOLUCIONES RECIBIDAS:" TO CONTROL-LINE-LABEL.
           MOVE FILE-DETAIL-COUNT TO CONTROL-LINE-COUNT.
           MOVE FILE-AMOUNT-HASH TO CONTROL-LINE-AMOUNT.
           PERFORM WRITE-CONTROL-LINE-PROCEDURE.
           MOVE "REABONADAS (TREXT-DEV):" TO CONTROL-LINE-LABEL.
           MOVE RETURNS-CREDITED-COUNT TO CONTROL-LINE-COUNT.
           MOVE RETURNS-CREDITED-TOTAL TO CONTROL-LINE-AMOUNT.
           PERFORM WRITE-CONTROL-LINE-PROCEDURE.
           MOVE "NO APLICADAS (DEVREJ):" TO CONTROL-LINE-LABEL.
           MOVE RETURNS-UNAPPLIED-COUNT TO CONTROL-LINE-COUNT.
           MOVE RETURNS-UNAPPLIED-TOTAL TO CONTROL-LINE-AMOUNT.
           PERFORM WRITE-CONTROL-LINE-PROCEDURE.
           IF ARCHIVES-CONSULTED-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE "HISTORICOS CONSULTADOS (TRANARCH):"
                   TO RESULT-LINE-TEXT
               PERFORM WRITE-RESULT-LINE-PROCEDURE
               PERFORM WRITE-ARCHIVE-LINE-PROCEDURE
                   VARYING ARCHIVE-SUBSCRIPT FROM 1 BY 1
                   UNTIL ARCHIVE-SUBSCRIPT > ARCHIVE-ENTRY-COUNT
           END-IF.
           IF RETURN-OUT-FAILED
               MOVE "RESULTADO: LA SALIDA CON ERRORES - REVISAR."
                   TO RESULT-LINE-TEXT
               PERFORM WRITE-RESULT-LINE-PROCEDURE
           END-IF.
           IF INBOUND-FILE-PRESENT AND NOT FILE-IS-TRUSTED
               MOVE "RESULTADO: DEVIN NO CONFIABLE - NADA REABONADO."
                   TO RESULT-LINE-TEXT
               PERFORM WRITE-RESULT-LINE-PROCEDURE
           END-IF.
           IF TABLE-OVERFLOW
               MOVE "RESULTADO: DEVIN NO PROCESADO - NADA REABONADO."
                   TO RESULT-LINE-TEXT
               PERFORM WRITE-RESULT-LINE-PROCEDURE
           END-IF.
           IF LOG-SEARCH-FAILED
               MOVE "RESULTADO: BITACORA INCOMPLETA - NADA REABONADO."
                   TO RESULT-LINE-TEXT
               PERFORM WRITE-RESULT-LINE-PROCEDURE
           END-IF.
           PERFORM WRITE-DATE-BLOCK-PROCEDURE
               VARYING DATE-SUBSCRIPT FROM 1 BY 1
               UNTIL DATE-SUBSCRIPT > DATE-ENTRY-COUNT.
           CLOSE REPORT-FILE.

      *----------------------------------------------------------------
      * ONE BLOCK PER EXCHANGE DATE. AN INBOUND ITEM DINOXIN COULD NOT
      * CREDIT SITS IN 200160 UNTIL IT IS SENT BACK, AND A RETURNED
      * OUTBOUND ITEM SITS THERE UNTIL THE CUSTOMER IS RE-CREDITED;
      * THE BRIDGE NETS OUT WHEN BOTH SIDES BALANCE. WHAT WENT TO
      * DEVREJ STILL SITS IN THE BRIDGE AND IS FLAGGED.
      *----------------------------------------------------------------
       WRITE-DATE-BLOCK-PROCEDURE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF DATE-EXCHANGE-DATE (DATE-SUBSCRIPT) = OVERFLOW-DATE
               MOVE "OTRAS" TO DATE-LINE-DATE
           ELSE
               MOVE DATE-EXCHANGE-DATE (DATE-SUBSCRIPT)
                   TO DATE-LINE-DATE
           END-IF.
           MOVE REPORT-DATE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "  RECHAZADO DE ENTRADA:" TO CONTROL-LINE-LABEL.
           MOVE DATE-REJECTED-COUNT (DATE-SUBSCRIPT)
               TO CONTROL-LINE-COUNT.
           MOVE DATE-REJECTED-AMOUNT (DATE-SUBSCRIPT)
               TO CONTROL-LINE-AMOUNT.
           PERFORM WRITE-CONTROL-LINE-PROCEDURE.
           MOVE "  DEVUELTO AL ORIGEN:" TO CONTROL-LINE-LABEL.
           MOVE DATE-SENT-COUNT (DATE-SUBSCRIPT)
               TO CONTROL-LINE-COUNT.
           MOVE DATE-SENT-AMOUNT (DATE-SUBSCRIPT)
               TO CONTROL-LINE-AMOUNT.
           PERFORM WRITE-CONTROL-LINE-PROCEDURE.
           MOVE "  DEVOLUCION RECIBIDA:" TO CONTROL-LINE-LABEL.
           MOVE DATE-RECEIVED-COUNT (DATE-SUBSCRIPT)
               TO CONTROL-LINE-COUNT.
           MOVE DATE-RECEIVED-AMOUNT (DATE-SUBSCRIPT)
               TO CONTROL-LINE-AMOUNT.
           PERFORM WRITE-CONTROL-LINE-PROCEDURE.
           MOVE "  REABONADO AL CLIENTE:" TO CONTROL-LINE-LABEL.
           MOVE DATE-CREDITED-COUNT (DATE-SUBSCRIPT)
               TO CONTROL-LINE-COUNT.
           MOVE DATE-CREDITED-AMOUNT (DATE-SUBSCRIPT)
               TO CONTROL-LINE-AMOUNT.
           PERFORM WRITE-CONTROL-LINE-PROCEDURE.
           MOVE "  NO APLICADO:" TO CONTROL-LINE-LABEL.
           MOVE DATE-UNAPPLIED-COUNT (DATE-SUBSCRIPT)
               TO CONTROL-LINE-COUNT.
           MOVE DATE-UNAPPLIED-AMOUNT (DATE-SUBSCRIPT)
               TO CONTROL-LINE-AMOUNT.
           PERFORM WRITE-CONTROL-LINE-PROCEDURE.
           IF DATE-REJECTED-COUNT (DATE-SUBSCRIPT)
                   NOT = DATE-SENT-COUNT (DATE-SUBSCRIPT)
            OR DATE-REJECTED-AMOUNT (DATE-SUBSCRIPT)
                   NOT = DATE-SENT-AMOUNT (DATE-SUBSCRIPT)
            OR DATE-RECEIVED-COUNT (DATE-SUBSCRIPT)
                   NOT = DATE-CREDITED-COUNT (DATE-SUBSCRIPT)
                       + DATE-UNAPPLIED-COUNT (DATE-SUBSCRIPT)
            OR DATE-RECEIVED-AMOUNT (DATE-SUBSCRIPT)
                   NOT = DATE-CREDITED-AMOUNT (DATE-SUBSCRIPT)
                       + DATE-UNAPPLIED-AMOUNT (DATE-SUBSCRIPT)
               MOVE "  RESULTADO: EL PUENTE NO CUADRA - REVISAR."
                   TO RESULT-LINE-TEXT
           ELSE
               IF DATE-UNAPPLIED-COUNT (DATE-SUBSCRIPT) > ZERO
                   MOVE "  RESULTADO: CUADRADO - DEVREJ EN EL PUENTE."
                       TO RESULT-LINE-TEXT
               ELSE
                   MOVE "  RESULTADO: PUENTE CUADRADO AL CENTAVO."
                       TO RESULT-LINE-TEXT
               END-IF
           END-IF.
           PERFORM WRITE-RESULT-LINE-PROCEDURE.

       WRITE-ARCHIVE-LINE-PROCEDURE.
           IF ENTRY-SCAN-FLAG (ARCHIVE-SUBSCRIPT) NOT = SPACES
               MOVE ENTRY-ARCHIVE-NAME (ARCHIVE-SUBSCRIPT)
                   TO ARCHIVE-LINE-NAME
               MOVE ENTRY-SCAN-COUNT (ARCHIVE-SUBSCRIPT)
                   TO ARCHIVE-LINE-COUNT
               MOVE ENTRY-SCAN-HASH (ARCHIVE-SUBSCRIPT)
                   TO ARCHIVE-LINE-HASH
               MOVE ENTRY-SCAN-FLAG (ARCHIVE-SUBSCRIPT)
                   TO ARCHIVE-LINE-FLAG
               MOVE REPORT-ARCHIVE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
           IF ENTRY-SCAN-FLAG (ARCHIVE-SUBSCRIPT) = "** NO CUADRA *"
               MOVE "INDICE" TO ARCHIVE-LINE-NAME
               MOVE ENTRY-RECORD-COUNT (ARCHIVE-SUBSCRIPT)
                   TO ARCHIVE-LINE-COUNT
               MOVE ENTRY-AMOUNT-HASH (ARCHIVE-SUBSCRIPT)
                   TO ARCHIVE-LINE-HASH
               MOVE "(ESPERADO)" TO ARCHIVE-LINE-FLAG
               MOVE REPORT-ARCHIVE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.

       WRITE-CONTROL-LINE-PROCEDURE.
           MOVE REPORT-CONTROL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-RESULT-LINE-PROCEDURE.
           MOVE REPORT-RESULT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-REPORT-LINE-PROCEDURE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al escribir el reporte. Codigo: "
                   REPORT-FILE-STATUS
           END-IF.
