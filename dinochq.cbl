       IDENTIFICATION DIVISION.
       PROGRAM-ID. DINOCHQ.
       AUTHOR. J. ROSALES.
       INSTALLATION. DINOBANK DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 JR   ORIGINAL PROGRAM - NIGHTLY CHEQUE CLEARING
      *                 INTAKE. READS THE PRESENTMENT FILE RECEIVED
      *                 FROM THE CLEARING HOUSE (CHQIN, FIXED LAYOUT
      *                 PER CLRGREC.CPY) AND PAYS THE CHEQUES DRAWN ON
      *                 OUR CUSTOMERS' ACCOUNTS. AS IN DINOXIN THE
      *                 WHOLE FILE IS VERIFIED FIRST - HEADER MARK,
      *                 TRAILER COUNT AND AMOUNT HASH - AND NOT ONE
      *                 CHEQUE IS PAID IF THE CONTROL DOES NOT BALANCE.
      *                 EACH CHEQUE IS THEN CHECKED AGAINST THE CHEQUE
      *                 MASTER (CHEQMAST PER CHEQREC.CPY): IT MUST HAVE
      *                 BEEN ISSUED TO THE ACCOUNT, CARRY NO STOP-
      *                 PAYMENT ORDER AND NOT BE PAID ALREADY; THE
      *                 ACCOUNT MUST BE OPERABLE AND ITS AVAILABLE
      *                 BALANCE MUST COVER THE CHEQUE WITHIN ITS
      *                 MINIMUM AND OVERDRAFT LINE. A GOOD CHEQUE
      *                 DEBITS THE LEDGER AND AVAILABLE BALANCES,
      *                 STAMPS THE ACTIVITY DATE, IS MARKED PAGADO ON
      *                 THE CHEQUE MASTER AND LOGS A CHEQUE DEBIT
      *                 STAMPED "DINOCHQ". EVERY OTHER ITEM GOES BACK
      *                 ON THE CHQDEV RETURN FILE WITH ITS REASON CODE.
      *                 THE SETTLEMENT REPORT CHQRPT PROVES PAGADO +
      *                 DEVUELTO = TOTAL DEL ARCHIVO TO THE CENT AND
      *                 BREAKS THE RETURNS DOWN BY REASON.
      * 10/15/2026 JR   CHEQUE CLEARING IS NOW STEP CHQ OF THE NIGHTLY
      *                 STREAM (RUNSTEP.CPY), AFTER DINOHOLD: IT REFUSES
      *                 TO START UNTIL ITS PREREQUISITE STEPS ARE
      *                 COMPLETE IN RUNCTL FOR THE BUSINESS DATE, MARKS
      *                 ITS STEP RUNNING AT THE START AND COMPLETE (OR
      *                 FAILED) WITH ITS RECORD COUNT AT THE END, AND A
      *                 COMPLETED STEP IS NOT RUN AGAIN UNLESS DINOCTL
      *                 REOPENS IT. A FAILED OR INTERRUPTED STEP RESUMES
      *                 ON THE NEXT RUN. A MISSING OR UNTRUSTED FILE
      *                 MARKS THE STEP FAILED; ON A NIGHT WITH NO
      *                 CLEARING A SUPERVISOR PASSES THE STEP IN
      *                 DINOCTL.
      * 10/15/2026 JR   EVERY TRANSACTION-LOG RECORD WRITTEN CARRIES THE
      *                 ACCOUNT'S HOME BRANCH (BLANK = HEAD OFFICE 0001)
      *                 IN LOG-HOME-BRANCH-CODE AND, BEING A BATCH
      *                 POSTING, THE SAME BRANCH AS THE BRANCH WHERE IT
      *                 WAS PERFORMED IN LOG-BRANCH-CODE.
      * 10/15/2026 JR   IF A CHEQUE'S PAGADO MARK CANNOT BE TAKEN BACK
      *                 AFTER A FAILED ACCOUNT DEBIT, THE ERROR IS SHOWN
      *                 AND THE STEP FAILS.
      * 10/15/2026 JR   A RESUMED RUN NO LONGER RETURNS WITH REASON 09
      *                 THE CHEQUES THE INTERRUPTED RUN ALREADY PAID: A
      *                 CHEQUE MARKED PAGADO SINCE THAT RUN STARTED, FOR
      *                 THE SAME AMOUNT AND FROM THE SAME PRESENTING
      *                 BANK, COUNTS AS PAID WITHOUT BEING DEBITED OR
      *                 LOGGED AGAIN, AND CHQRPT SHOWS HOW MANY. EVERY
      *                 OTHER PAGADO CHEQUE IS STILL RETURNED 09.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT OPTIONAL CHEQUE-MASTER-FILE ASSIGN TO "CHEQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHEQUE-KEY
               FILE STATUS IS CHEQUE-MASTER-STATUS.

           SELECT CLEARING-IN-FILE ASSIGN TO "CHQIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARING-IN-STATUS.

           SELECT RETURN-FILE ASSIGN TO "CHQDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CHQRPT"
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

       FD  CHEQUE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHEQREC.

       FD  CLEARING-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLEARING-IN-RECORD             PIC X(64).

       FD  RETURN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-RECORD.
           05  RETURN-ORIGINAL-DATA       PIC X(64).
           05  FILLER                     PIC X(01).
           05  RETURN-REASON-CODE         PIC X(02).

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(80).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       WORKING-STORAGE SECTION.
           COPY CLRGREC.

       01  ACCOUNT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK                  VALUE "00".
       01  CHEQUE-MASTER-STATUS           PIC X(02) VALUE SPACES.
           88  CHEQUE-MASTER-OK                   VALUE "00".
           88  CHEQUE-MASTER-CREATED              VALUE "05".
       01  CLEARING-IN-STATUS             PIC X(02) VALUE SPACES.
           88  CLEARING-IN-OK                     VALUE "00".
       01  RETURN-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  RETURN-FILE-OK                     VALUE "00".
       01  TRANSACTION-LOG-STATUS         PIC X(02) VALUE SPACES.
           88  TRANSACTION-LOG-OK                 VALUE "00".
       01  REPORT-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  REPORT-FILE-OK                     VALUE "00".

       01  RUN-CONTROL-STATUS             PIC X(02) VALUE SPACES.
           88  RUN-CONTROL-OK                      VALUE "00".
           88  RUN-CONTROL-OPENED-EMPTY            VALUE "05".

           COPY RUNCREC.

           COPY RUNSTEP.

       01  STEP-CONTROL-FIELDS.
           05  STEP-PROGRAM-NAME           PIC X(08) VALUE "DINOCHQ".
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
           05  RESUMED-RUN-SWITCH          PIC X(01) VALUE "N".
               88  RUN-IS-RESUMED                  VALUE "Y".
           05  RESUME-FROM-DATE            PIC 9(08) VALUE ZERO.

       01  PROGRAM-SWITCHES.
           05  INPUT-EOF-SWITCH            PIC X(01) VALUE "N".
               88  INPUT-EOF                       VALUE "Y".
           05  HEADER-SEEN-SWITCH          PIC X(01) VALUE "N".
               88  HEADER-SEEN                     VALUE "Y".
           05  TRAILER-SEEN-SWITCH         PIC X(01) VALUE "N".
               88  TRAILER-SEEN                    VALUE "Y".
           05  FILE-TRUSTED-SWITCH         PIC X(01) VALUE "N".
               88  FILE-IS-TRUSTED                 VALUE "Y".
           05  ACCOUNT-FOUND-SWITCH        PIC X(01) VALUE "N".
               88  ACCOUNT-WAS-FOUND               VALUE "Y".
           05  CHEQUE-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  CHEQUE-WAS-FOUND                VALUE "Y".
           05  RECORD-RETURNED-SWITCH      PIC X(01) VALUE "N".
               88  RECORD-WAS-RETURNED             VALUE "Y".
           05  CHEQUE-SETTLED-SWITCH       PIC X(01) VALUE "N".
               88  CHEQUE-ALREADY-SETTLED          VALUE "Y".

       01  FILE-CONTROL-FIELDS.
           05  FILE-HEADER-DATE            PIC 9(08) VALUE ZERO.
           05  FILE-HEADER-HOUSE           PIC X(04) VALUE SPACES.
           05  FILE-DETAIL-COUNT           PIC 9(08) COMP VALUE ZERO.
           05  FILE-AMOUNT-HASH            PIC 9(14)V99 VALUE ZERO.
           05  FILE-TRAILER-COUNT          PIC 9(08) VALUE ZERO.
           05  FILE-TRAILER-HASH           PIC 9(14)V99 VALUE ZERO.

       01  POSTING-TOTAL-FIELDS.
           05  CHEQUES-PAID-COUNT          PIC 9(08) COMP VALUE ZERO.
           05  CHEQUES-RETURNED-COUNT      PIC 9(08) COMP VALUE ZERO.
           05  AMOUNT-PAID-TOTAL           PIC 9(14)V99 VALUE ZERO.
           05  AMOUNT-RETURNED-TOTAL       PIC 9(14)V99 VALUE ZERO.
           05  CHEQUES-SETTLED-COUNT       PIC 9(08) COMP VALUE ZERO.
           05  AMOUNT-SETTLED-TOTAL        PIC 9(14)V99 VALUE ZERO.

       01  RETURN-REASON-WORK             PIC X(02) VALUE SPACES.
       01  RETURN-REASON-NUMERIC REDEFINES RETURN-REASON-WORK
                                          PIC 9(02).
       01  REASON-SUBSCRIPT               PIC 9(04) COMP VALUE ZERO.

       01  REASON-TOTAL-TABLE.
           05  REASON-TOTAL-ENTRY          OCCURS 9 TIMES.
               10  REASON-RETURNED-COUNT   PIC 9(08) COMP.
               10  REASON-RETURNED-AMOUNT  PIC 9(14)V99.

       01  REASON-TEXT-DEFINITION.
           05  FILLER                      PIC X(24) VALUE
               "01 CUENTA INEXISTENTE".
           05  FILLER                      PIC X(24) VALUE
               "02 CUENTA NO OPERABLE".
           05  FILLER                      PIC X(24) VALUE
               "03 (NO APLICA)".
           05  FILLER                      PIC X(24) VALUE
               "04 MONTO INVALIDO".
           05  FILLER                      PIC X(24) VALUE
               "05 FONDOS INSUFICIENTES".
           05  FILLER                      PIC X(24) VALUE
               "06 ERROR DE ARCHIVO".
           05  FILLER                      PIC X(24) VALUE
               "07 CHEQUE NO EMITIDO".
           05  FILLER                      PIC X(24) VALUE
               "08 ORDEN DE NO PAGO".
           05  FILLER                      PIC X(24) VALUE
               "09 CHEQUE YA PAGADO".
       01  REASON-TEXT-TABLE REDEFINES REASON-TEXT-DEFINITION.
           05  REASON-TEXT OCCURS 9 TIMES  PIC X(24).

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE-YYYYMMDD       PIC 9(08).
           05  CURRENT-TIME-HHMMSSTT       PIC 9(08).

       77  HEAD-OFFICE-BRANCH-CODE         PIC X(04) VALUE "0001".
       01  LOG-BUILD-FIELDS.
           05  LOG-BUILD-ACCOUNT-NUMBER    PIC X(10).
           05  LOG-BUILD-AMOUNT            PIC 9(10)V99.
           05  LOG-BUILD-BALANCE           PIC S9(10)V99.
           05  LOG-BUILD-REFERENCE.
               10  LOG-BUILD-CHEQUE-NUMBER PIC 9(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  LOG-BUILD-BANK-CODE     PIC X(04).
               10  FILLER                  PIC X(01) VALUE SPACE.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(80) VALUE
               "DINOBANK - LIQUIDACION DE LA CAMARA DE CHEQUES".

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(17) VALUE
               "FECHA DEL ARCHIVO".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  HEADING-FILE-DATE           PIC 9(08).
           05  FILLER                      PIC X(09) VALUE
               "  CAMARA".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  HEADING-FILE-HOUSE          PIC X(04).
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  REPORT-CONTROL-LINE.
           05  CONTROL-LINE-LABEL          PIC X(26).
           05  CONTROL-LINE-COUNT          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CONTROL-LINE-AMOUNT         PIC Z(13)9.99.
           05  FILLER                      PIC X(25) VALUE SPACES.

       01  REPORT-RESULT-LINE.
           05  RESULT-LINE-TEXT            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM BEGIN-STEP-PROCEDURE.
           INITIALIZE REASON-TOTAL-TABLE.
           PERFORM VERIFY-FILE-PROCEDURE THRU VERIFY-FILE-EXIT.
           IF FILE-IS-TRUSTED
               PERFORM OPEN-POSTING-FILES-PROCEDURE
               PERFORM POST-FILE-PROCEDURE THRU POST-FILE-EXIT
               PERFORM CLOSE-POSTING-FILES-PROCEDURE
           END-IF.
           PERFORM WRITE-CONTROL-REPORT-PROCEDURE.
           DISPLAY "Camara de cheques terminada. Pagados: "
               CHEQUES-PAID-COUNT
               " Devueltos: " CHEQUES-RETURNED-COUNT.
           MOVE CHEQUES-PAID-COUNT TO STEP-RECORD-COUNT.
           IF NOT FILE-IS-TRUSTED
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
               MOVE "Y" TO RESUMED-RUN-SWITCH
               MOVE RUN-STEP-START-DATE (OWN-STEP-SUBSCRIPT)
                   TO RESUME-FROM-DATE
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
           IF RUN-IS-RESUMED
               IF RESUME-FROM-DATE NOT NUMERIC
                OR RESUME-FROM-DATE = ZERO
                OR RESUME-FROM-DATE > STEP-CLOCK-DATE
                   MOVE STEP-CLOCK-DATE TO RESUME-FROM-DATE
               END-IF
           END-IF.
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

       VERIFY-FILE-PROCEDURE.
           OPEN INPUT CLEARING-IN-FILE.
           IF NOT CLEARING-IN-OK
               DISPLAY "Error al abrir el archivo de la camara."
                   " Codigo: " CLEARING-IN-STATUS
               GO TO VERIFY-FILE-EXIT
           END-IF.
           PERFORM READ-INPUT-PROCEDURE THRU READ-INPUT-EXIT.
           IF INPUT-EOF
               DISPLAY "El archivo de la camara esta vacio."
               CLOSE CLEARING-IN-FILE
               GO TO VERIFY-FILE-EXIT
           END-IF.
           MOVE CLEARING-IN-RECORD TO CLEARING-HEADER-RECORD.
           IF NOT CLRG-HEADER-PRESENT
               DISPLAY "El archivo de la camara no inicia con el"
                   " encabezado esperado - archivo no confiable."
               CLOSE CLEARING-IN-FILE
               GO TO VERIFY-FILE-EXIT
           END-IF.
           MOVE "Y" TO HEADER-SEEN-SWITCH.
           MOVE CLRG-HEADER-DATE TO FILE-HEADER-DATE.
           MOVE CLRG-HEADER-HOUSE-CODE TO FILE-HEADER-HOUSE.
           PERFORM READ-INPUT-PROCEDURE THRU READ-INPUT-EXIT.
           PERFORM COUNT-DETAIL-PROCEDURE
               THRU COUNT-DETAIL-EXIT
               UNTIL INPUT-EOF OR TRAILER-SEEN.
           CLOSE CLEARING-IN-FILE.
           IF NOT TRAILER-SEEN
               DISPLAY "El archivo de la camara no trae registro de"
                   " cierre - archivo no confiable."
               GO TO VERIFY-FILE-EXIT
           END-IF.
           IF FILE-TRAILER-COUNT NOT = FILE-DETAIL-COUNT
            OR FILE-TRAILER-HASH NOT = FILE-AMOUNT-HASH
               DISPLAY "El control de la camara no cuadra - no se"
                   " paga nada."
               GO TO VERIFY-FILE-EXIT
           END-IF.
           MOVE "Y" TO FILE-TRUSTED-SWITCH.
       VERIFY-FILE-EXIT.
           EXIT.

       COUNT-DETAIL-PROCEDURE.
           IF CLEARING-IN-RECORD (1:10) = "*FIN*     "
               MOVE CLEARING-IN-RECORD TO CLEARING-TRAILER-RECORD
               MOVE "Y" TO TRAILER-SEEN-SWITCH
               MOVE CLRG-TRAILER-COUNT TO FILE-TRAILER-COUNT
               MOVE CLRG-TRAILER-HASH TO FILE-TRAILER-HASH
               GO TO COUNT-DETAIL-EXIT
           END-IF.
           MOVE CLEARING-IN-RECORD TO CLEARING-DETAIL-RECORD.
           ADD 1 TO FILE-DETAIL-COUNT.
           IF CLRG-AMOUNT NUMERIC
               ADD CLRG-AMOUNT TO FILE-AMOUNT-HASH
           END-IF.
           PERFORM READ-INPUT-PROCEDURE THRU READ-INPUT-EXIT.
       COUNT-DETAIL-EXIT.
           EXIT.

       READ-INPUT-PROCEDURE.
           READ CLEARING-IN-FILE
               AT END
                   MOVE "Y" TO INPUT-EOF-SWITCH
           END-READ.
           IF NOT INPUT-EOF AND NOT CLEARING-IN-OK
               DISPLAY "Error al leer el archivo de la camara. Codigo: "
                   CLEARING-IN-STATUS
               MOVE "Y" TO INPUT-EOF-SWITCH
           END-IF.
       READ-INPUT-EXIT.
           EXIT.

       OPEN-POSTING-FILES-PROCEDURE.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al abrir el maestro de cuentas. Codigo: "
                   ACCOUNT-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CHEQUE-MASTER-FILE.
           IF NOT CHEQUE-MASTER-OK AND NOT CHEQUE-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de cheques. Codigo: "
                   CHEQUE-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CLEARING-IN-FILE.
           IF NOT CLEARING-IN-OK
               DISPLAY "Error al reabrir el archivo de la camara."
                   " Codigo: " CLEARING-IN-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT RETURN-FILE.
           IF NOT RETURN-FILE-OK
               DISPLAY "Error al abrir el archivo de devoluciones."
                   " Codigo: " RETURN-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF.

       POST-FILE-PROCEDURE.
           MOVE "N" TO INPUT-EOF-SWITCH.
           MOVE "N" TO TRAILER-SEEN-SWITCH.
           PERFORM READ-INPUT-PROCEDURE THRU READ-INPUT-EXIT.
           PERFORM READ-INPUT-PROCEDURE THRU READ-INPUT-EXIT.
           PERFORM POST-DETAIL-PROCEDURE
               THRU POST-DETAIL-EXIT
               UNTIL INPUT-EOF OR TRAILER-SEEN.
       POST-FILE-EXIT.
           EXIT.

       POST-DETAIL-PROCEDURE.
           IF CLEARING-IN-RECORD (1:10) = "*FIN*     "
               MOVE "Y" TO TRAILER-SEEN-SWITCH
               GO TO POST-DETAIL-EXIT
           END-IF.
           MOVE CLEARING-IN-RECORD TO CLEARING-DETAIL-RECORD.
           MOVE "N" TO RECORD-RETURNED-SWITCH.
           MOVE "N" TO CHEQUE-SETTLED-SWITCH.
           MOVE SPACES TO RETURN-REASON-WORK.
           PERFORM VALIDATE-DETAIL-PROCEDURE
               THRU VALIDATE-DETAIL-EXIT.
           IF CHEQUE-ALREADY-SETTLED
               ADD 1 TO CHEQUES-SETTLED-COUNT
               ADD CLRG-AMOUNT TO AMOUNT-SETTLED-TOTAL
               ADD 1 TO CHEQUES-PAID-COUNT
               ADD CLRG-AMOUNT TO AMOUNT-PAID-TOTAL
               GO TO POST-DETAIL-NEXT
           END-IF.
           IF NOT RECORD-WAS-RETURNED
               PERFORM PAY-CHEQUE-PROCEDURE
                   THRU PAY-CHEQUE-EXIT
           END-IF.
           IF RECORD-WAS-RETURNED
               PERFORM WRITE-RETURN-PROCEDURE
           END-IF.
       POST-DETAIL-NEXT.
           PERFORM READ-INPUT-PROCEDURE THRU READ-INPUT-EXIT.
       POST-DETAIL-EXIT.
           EXIT.

       VALIDATE-DETAIL-PROCEDURE.
           IF CLRG-AMOUNT NOT NUMERIC
            OR CLRG-AMOUNT = ZERO
            OR CLRG-CHEQUE-NUMBER NOT NUMERIC
               MOVE "04" TO RETURN-REASON-WORK
               MOVE "Y" TO RECORD-RETURNED-SWITCH
               GO TO VALIDATE-DETAIL-EXIT
           END-IF.
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           MOVE CLRG-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACCOUNT-FOUND-SWITCH
           END-READ.
           IF NOT ACCOUNT-WAS-FOUND
               MOVE "01" TO RETURN-REASON-WORK
               MOVE "Y" TO RECORD-RETURNED-SWITCH
               GO TO VALIDATE-DETAIL-EXIT
           END-IF.
           PERFORM NORMALIZE-ACCOUNT-PROCEDURE.
           MOVE "N" TO CHEQUE-FOUND-SWITCH.
           MOVE CLRG-ACCOUNT-NUMBER TO CHEQUE-ACCOUNT-NUMBER.
           MOVE CLRG-CHEQUE-NUMBER TO CHEQUE-NUMBER.
           READ CHEQUE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO CHEQUE-FOUND-SWITCH
           END-READ.
           IF NOT CHEQUE-WAS-FOUND
               MOVE "07" TO RETURN-REASON-WORK
               MOVE "Y" TO RECORD-RETURNED-SWITCH
               GO TO VALIDATE-DETAIL-EXIT
           END-IF.
           IF CHEQUE-IS-STOPPED
               MOVE "08" TO RETURN-REASON-WORK
               MOVE "Y" TO RECORD-RETURNED-SWITCH
               GO TO VALIDATE-DETAIL-EXIT
           END-IF.
           IF CHEQUE-IS-PAID AND RUN-IS-RESUMED
               PERFORM CHECK-SETTLED-PROCEDURE
               IF CHEQUE-ALREADY-SETTLED
                   GO TO VALIDATE-DETAIL-EXIT
               END-IF
           END-IF.
           IF CHEQUE-IS-PAID
               MOVE "09" TO RETURN-REASON-WORK
               MOVE "Y" TO RECORD-RETURNED-SWITCH
               GO TO VALIDATE-DETAIL-EXIT
           END-IF.
           IF ACCOUNT-IS-FROZEN OR ACCOUNT-IS-CLOSED
               MOVE "02" TO RETURN-REASON-WORK
               MOVE "Y" TO RECORD-RETURNED-SWITCH
               GO TO VALIDATE-DETAIL-EXIT
           END-IF.
           IF (ACCOUNT-AVAILABLE-BALANCE - CLRG-AMOUNT) <
               (ACCOUNT-MINIMUM-BALANCE - ACCOUNT-OVERDRAFT-LIMIT)
               MOVE "05" TO RETURN-REASON-WORK
               MOVE "Y" TO RECORD-RETURNED-SWITCH
               GO TO VALIDATE-DETAIL-EXIT
           END-IF.
       VALIDATE-DETAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * ON A RESUMED RUN THE FILE IS WORKED AGAIN FROM THE TOP. A
      * CHEQUE THE INTERRUPTED RUN ALREADY PAID - PAGADO SINCE THAT
      * RUN STARTED, FOR THIS AMOUNT AND FROM THIS BANK - COUNTS AS
      * PAID WITHOUT A SECOND DEBIT OR LOG RECORD. ANY OTHER PAGADO
      * CHEQUE IS STILL RETURNED 09. CHQDEV IS OPENED OUTPUT, SO THE
      * RESUMED RUN WRITES EVERY RETURN OF THE FILE AGAIN.
      *----------------------------------------------------------------
       CHECK-SETTLED-PROCEDURE.
           IF CHEQUE-PAID-DATE NUMERIC
            AND CHEQUE-PAID-DATE NOT < RESUME-FROM-DATE
            AND CHEQUE-PAID-DATE NOT > STEP-CLOCK-DATE
            AND CHEQUE-PAID-AMOUNT = CLRG-AMOUNT
            AND CHEQUE-PRESENTING-BANK = CLRG-BANK-CODE
               MOVE "Y" TO CHEQUE-SETTLED-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * THE CHEQUE IS MARKED PAGADO BEFORE THE ACCOUNT IS DEBITED; IF
      * THE DEBIT CANNOT BE SAVED THE MARK IS TAKEN BACK AND THE ITEM
      * RETURNS WITH 06, SO A CHEQUE IS NEVER PAID WITHOUT ITS MARK.
      * IF THE MARK CANNOT BE TAKEN BACK EITHER, THE STEP FAILS SO THE
      * CHEQUE IS LOOKED AT BEFORE IT IS PRESENTED AGAIN.
      *----------------------------------------------------------------
       PAY-CHEQUE-PROCEDURE.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE "P" TO CHEQUE-STATUS.
           MOVE CURRENT-DATE-YYYYMMDD TO CHEQUE-PAID-DATE.
           MOVE CLRG-AMOUNT TO CHEQUE-PAID-AMOUNT.
           MOVE CLRG-BANK-CODE TO CHEQUE-PRESENTING-BANK.
           REWRITE CHEQUE-MASTER-RECORD.
           IF NOT CHEQUE-MASTER-OK
               DISPLAY "Error al marcar el cheque " CLRG-CHEQUE-NUMBER
                   " Codigo: " CHEQUE-MASTER-STATUS
               MOVE "06" TO RETURN-REASON-WORK
               MOVE "Y" TO RECORD-RETURNED-SWITCH
               GO TO PAY-CHEQUE-EXIT
           END-IF.
           SUBTRACT CLRG-AMOUNT FROM ACCOUNT-BALANCE.
           SUBTRACT CLRG-AMOUNT FROM ACCOUNT-AVAILABLE-BALANCE.
           MOVE CURRENT-DATE-YYYYMMDD TO ACCOUNT-LAST-ACTIVITY-DATE.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al actualizar la cuenta "
                   CLRG-ACCOUNT-NUMBER " Codigo: "
                   ACCOUNT-MASTER-STATUS
               ADD CLRG-AMOUNT TO ACCOUNT-BALANCE
               ADD CLRG-AMOUNT TO ACCOUNT-AVAILABLE-BALANCE
               MOVE "E" TO CHEQUE-STATUS
               MOVE ZERO TO CHEQUE-PAID-DATE
               MOVE ZERO TO CHEQUE-PAID-AMOUNT
               MOVE SPACES TO CHEQUE-PRESENTING-BANK
               REWRITE CHEQUE-MASTER-RECORD
               IF NOT CHEQUE-MASTER-OK
                   DISPLAY "Error al desmarcar el cheque "
                       CLRG-CHEQUE-NUMBER " Codigo: "
                       CHEQUE-MASTER-STATUS
                       " - queda PAGADO sin debito, REVISAR."
                   MOVE "F" TO STEP-FINAL-STATUS
               END-IF
               MOVE "06" TO RETURN-REASON-WORK
               MOVE "Y" TO RECORD-RETURNED-SWITCH
               GO TO PAY-CHEQUE-EXIT
           END-IF.
           MOVE CLRG-ACCOUNT-NUMBER TO LOG-BUILD-ACCOUNT-NUMBER.
           MOVE CLRG-AMOUNT TO LOG-BUILD-AMOUNT.
           MOVE ACCOUNT-BALANCE TO LOG-BUILD-BALANCE.
           MOVE CLRG-CHEQUE-NUMBER TO LOG-BUILD-CHEQUE-NUMBER.
           MOVE CLRG-BANK-CODE TO LOG-BUILD-BANK-CODE.
           PERFORM LOG-TRANSACTION-PROCEDURE
               THRU LOG-TRANSACTION-PROCEDURE-EXIT.
           ADD 1 TO CHEQUES-PAID-COUNT.
           ADD CLRG-AMOUNT TO AMOUNT-PAID-TOTAL.
       PAY-CHEQUE-EXIT.
           EXIT.

       NORMALIZE-ACCOUNT-PROCEDURE.
           IF ACCOUNT-AVAILABLE-BALANCE NOT NUMERIC
               MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAILABLE-BALANCE
           END-IF.
           IF ACCOUNT-LAST-ACTIVITY-DATE NOT NUMERIC
               MOVE ZERO TO ACCOUNT-LAST-ACTIVITY-DATE
           END-IF.

       WRITE-RETURN-PROCEDURE.
           MOVE SPACES TO RETURN-RECORD.
           MOVE CLEARING-DETAIL-RECORD TO RETURN-ORIGINAL-DATA.
           MOVE RETURN-REASON-WORK TO RETURN-REASON-CODE.
           WRITE RETURN-RECORD.
           IF NOT RETURN-FILE-OK
               DISPLAY "Error al escribir la devolucion. Codigo: "
                   RETURN-FILE-STATUS
           END-IF.
           ADD 1 TO CHEQUES-RETURNED-COUNT.
           MOVE RETURN-REASON-NUMERIC TO REASON-SUBSCRIPT.
           ADD 1 TO REASON-RETURNED-COUNT (REASON-SUBSCRIPT).
           IF CLRG-AMOUNT NUMERIC
               ADD CLRG-AMOUNT TO AMOUNT-RETURNED-TOTAL
               ADD CLRG-AMOUNT
                   TO REASON-RETURNED-AMOUNT (REASON-SUBSCRIPT)
           END-IF.

       LOG-TRANSACTION-PROCEDURE.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HHMMSSTT FROM TIME.
           MOVE SPACES TO TRANSACTION-LOG-RECORD.
           MOVE LOG-BUILD-ACCOUNT-NUMBER TO LOG-ACCOUNT-NUMBER.
           MOVE "CHEQUE    "           TO LOG-TRANSACTION-TYPE.
           MOVE LOG-BUILD-AMOUNT         TO LOG-TRANSACTION-AMOUNT.
           MOVE LOG-BUILD-BALANCE        TO LOG-RESULTING-BALANCE.
           MOVE CURRENT-DATE-YYYYMMDD    TO LOG-TIMESTAMP-DATE.
           MOVE CURRENT-TIME-HHMMSSTT (1:6) TO LOG-TIMESTAMP-TIME.
           MOVE "DINOCHQ " TO LOG-OPERATOR-ID.
           MOVE LOG-BUILD-REFERENCE      TO LOG-REFERENCE-TIMESTAMP.
           MOVE ACCOUNT-BRANCH-CODE TO LOG-HOME-BRANCH-CODE.
           IF LOG-HOME-BRANCH-CODE = SPACES
               MOVE HEAD-OFFICE-BRANCH-CODE TO LOG-HOME-BRANCH-CODE
           END-IF.
           MOVE LOG-HOME-BRANCH-CODE TO LOG-BRANCH-CODE.
           WRITE TRANSACTION-LOG-RECORD.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "Error al escribir la bitacora. Codigo: "
                   TRANSACTION-LOG-STATUS
           END-IF.
       LOG-TRANSACTION-PROCEDURE-EXIT.
           EXIT.

       CLOSE-POSTING-FILES-PROCEDURE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE CHEQUE-MASTER-FILE.
           CLOSE CLEARING-IN-FILE.
           CLOSE RETURN-FILE.
           CLOSE TRANSACTION-LOG-FILE.

       WRITE-CONTROL-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al abrir el reporte. Codigo: "
                   REPORT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE REPORT-HEADING-LINE-1 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE FILE-HEADER-DATE TO HEADING-FILE-DATE.
           MOVE FILE-HEADER-HOUSE TO HEADING-FILE-HOUSE.
           MOVE REPORT-HEADING-LINE-2 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "CHEQUES DEL ARCHIVO:" TO CONTROL-LINE-LABEL.
           MOVE FILE-DETAIL-COUNT TO CONTROL-LINE-COUNT.
           MOVE FILE-AMOUNT-HASH TO CONTROL-LINE-AMOUNT.
           MOVE REPORT-CONTROL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "PAGADOS (CAMARA):" TO CONTROL-LINE-LABEL.
           MOVE CHEQUES-PAID-COUNT TO CONTROL-LINE-COUNT.
           MOVE AMOUNT-PAID-TOTAL TO CONTROL-LINE-AMOUNT.
           MOVE REPORT-CONTROL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF RUN-IS-RESUMED
               MOVE "  YA PAGADOS AL REANUDAR:" TO CONTROL-LINE-LABEL
               MOVE CHEQUES-SETTLED-COUNT TO CONTROL-LINE-COUNT
               MOVE AMOUNT-SETTLED-TOTAL TO CONTROL-LINE-AMOUNT
               MOVE REPORT-CONTROL-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
           MOVE "DEVUELTOS:" TO CONTROL-LINE-LABEL.
           MOVE CHEQUES-RETURNED-COUNT TO CONTROL-LINE-COUNT.
           MOVE AMOUNT-RETURNED-TOTAL TO CONTROL-LINE-AMOUNT.
           MOVE REPORT-CONTROL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           PERFORM WRITE-REASON-LINE-PROCEDURE
               THRU WRITE-REASON-LINE-EXIT
               VARYING REASON-SUBSCRIPT FROM 1 BY 1
               UNTIL REASON-SUBSCRIPT > 9.
           IF NOT FILE-IS-TRUSTED
               MOVE "RESULTADO: ARCHIVO NO CONFIABLE - NADA PAGADO."
                   TO RESULT-LINE-TEXT
           ELSE
               IF AMOUNT-PAID-TOTAL + AMOUNT-RETURNED-TOTAL
                   = FILE-AMOUNT-HASH
                   AND CHEQUES-PAID-COUNT + CHEQUES-RETURNED-COUNT
                   = FILE-DETAIL-COUNT
                   MOVE "RESULTADO: LIQUIDACION CUADRADA AL CENTAVO."
                       TO RESULT-LINE-TEXT
               ELSE
                   MOVE "RESULTADO: LA LIQUIDACION NO CUADRA - REVISAR."
                       TO RESULT-LINE-TEXT
               END-IF
           END-IF.
           MOVE REPORT-RESULT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           CLOSE REPORT-FILE.

       WRITE-REASON-LINE-PROCEDURE.
           IF REASON-RETURNED-COUNT (REASON-SUBSCRIPT) = ZERO
               GO TO WRITE-REASON-LINE-EXIT
           END-IF.
           MOVE SPACES TO CONTROL-LINE-LABEL.
           MOVE REASON-TEXT (REASON-SUBSCRIPT)
               TO CONTROL-LINE-LABEL (3:24).
           MOVE REASON-RETURNED-COUNT (REASON-SUBSCRIPT)
               TO CONTROL-LINE-COUNT.
           MOVE REASON-RETURNED-AMOUNT (REASON-SUBSCRIPT)
               TO CONTROL-LINE-AMOUNT.
           MOVE REPORT-CONTROL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       WRITE-REASON-LINE-EXIT.
           EXIT.

       WRITE-REPORT-LINE-PROCEDURE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al escribir el reporte. Codigo: "
                   REPORT-FILE-STATUS
           END-IF.
