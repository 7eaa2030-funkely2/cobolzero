       IDENTIFICATION DIVISION.
       PROGRAM-ID. DINOMAY.
       AUTHOR. J. ROSALES.
       INSTALLATION. DINOBANK DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 JR   ORIGINAL PROGRAM - NIGHTLY SUBLEDGER-TO-LEDGER
      *                 PROOF. DINOGL SENDS THE DAY'S POSTINGS TO
      *                 GLEXTR AND DINORECN PROVES TRANSACTION-LOG
      *                 AGAINST ACCTMAST, BUT NOTHING PROVED THE LEDGER
      *                 CONTROL ACCOUNTS AGAINST THE BOOKS BEHIND THEM.
      *                 DINOMAY RUNS AFTER DINOGL AND DINOXOUT. IT
      *                 OPENS FROM THE CLOSING BALANCES PROVEN THE
      *                 NIGHT BEFORE (GLCTL, LAYOUT GLCTREC.CPY),
      *                 APPLIES THE DAY'S GLEXTR MOVEMENT (AFTER
      *                 CHECKING THE GLEXTR TRAILER) AND COMPARES THE
      *                 RESULTING LEDGER BALANCE WITH:
      *                 200100 DEPOSITOS DE CLIENTES - THE SUM OF EVERY
      *                 ACCTMAST BALANCE;
      *                 200150 PUENTE DE TRANSFERENCIAS - ZERO;
      *                 200160 PUENTE INTERBANCARIO - WHAT EXTPEND
      *                 STILL HOLDS PLUS THE DAY'S EXCHOUT MINUS THE
      *                 DAY'S EXCHIN, PLUS THE INBOUND ITEMS THAT WERE
      *                 NOT CREDITED (XINREJ, OR DEVOUT.AAAAMMDD ONCE
      *                 DINODEV HAS SENT THEM BACK) AND MINUS THE
      *                 RETURNS DINODEV RE-CREDITED (DEVIN LESS DEVREJ).
      *                 ANY DIFFERENCE IS PRINTED ON MAYRPT WITH THE
      *                 DAY'S GLEXTR POSTINGS TO THAT ACCOUNT. THE
      *                 CLOSING BALANCES ARE APPENDED TO GLCTL FOR THE
      *                 NEXT NIGHT; THE INTERBANK BRIDGE CARRIES FORWARD
      *                 NET OF THE DAY'S EXCHANGE SETTLEMENT, SO A CLEAN
      *                 DAY CARRIES EXACTLY WHAT EXTPEND STILL HOLDS.
      *                 THE FIRST RUN (NO GLCTL) SEEDS THE OPENING
      *                 BALANCES FROM THE BOOKS AND SAYS SO.
      * 10/15/2026 JR   THE LEDGER PROOF IS NOW STEP MAY OF THE NIGHTLY
      *                 STREAM (RUNSTEP.CPY), AFTER DINOGL AND DINOXOUT:
      *                 IT REFUSES TO START UNTIL ITS PREREQUISITE STEPS
      *                 ARE COMPLETE IN RUNCTL FOR THE BUSINESS DATE,
      *                 MARKS ITS STEP RUNNING AT THE START AND COMPLETE
      *                 (OR FAILED) WITH ITS RECORD COUNT AT THE END,
      *                 AND A COMPLETED STEP IS NOT RUN AGAIN UNLESS
      *                 DINOCTL REOPENS IT. A FAILED OR INTERRUPTED STEP
      *                 RESUMES ON THE NEXT RUN. THE DATE PROMPT NOW
      *                 DEFAULTS TO THE OPEN BUSINESS DATE; ANY OTHER
      *                 DATE RUNS OUTSIDE THE NIGHTLY STREAM AND IS NOT
      *                 RECORDED. A PROOF THAT DOES NOT BALANCE MARKS
      *                 THE STEP FAILED, WHICH HOLDS DINOARCH UNTIL THE
      *                 PROOF IS RERUN CLEAN OR A SUPERVISOR PASSES IT.
      * 10/15/2026 JR   GLEXTR POSTINGS NOW END WITH THE BRANCH AND MAY
      *                 INCLUDE 190100 INTER-BRANCH CLEARING PAIRS. THE
      *                 PROOF STAYS BANK-WIDE: THE BRANCH FIELD IS
      *                 IGNORED AND THE CLEARING LINES ONLY COUNT TOWARD
      *                 THE TRAILER CHECK.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-EXTRACT-STATUS.

           SELECT OPTIONAL GL-CONTROL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CONTROL-STATUS.

           SELECT OPTIONAL EXCHANGE-FILE ASSIGN TO DYNAMIC
               EXCHANGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCHANGE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MAYRPT"
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

       FD  GL-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-EXTRACT-LINE                PIC X(70).

       FD  GL-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLCTREC.

       FD  EXCHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCHANGE-FILE-RECORD           PIC X(70).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(80).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       WORKING-STORAGE SECTION.
           COPY EXCHREC.

       01  ACCOUNT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK                  VALUE "00".
       01  GL-EXTRACT-STATUS              PIC X(02) VALUE SPACES.
           88  GL-EXTRACT-OK                      VALUE "00".
       01  GL-CONTROL-STATUS              PIC X(02) VALUE SPACES.
           88  GL-CONTROL-OK                      VALUE "00".
           88  GL-CONTROL-CREATED                 VALUE "05".
       01  EXCHANGE-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  EXCHANGE-FILE-OK                   VALUE "00".
           88  EXCHANGE-FILE-CREATED              VALUE "05".
       01  REPORT-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  REPORT-FILE-OK                     VALUE "00".

       01  RUN-CONTROL-STATUS             PIC X(02) VALUE SPACES.
           88  RUN-CONTROL-OK                      VALUE "00".
           88  RUN-CONTROL-OPENED-EMPTY            VALUE "05".

           COPY RUNCREC.

           COPY RUNSTEP.

       01  STEP-CONTROL-FIELDS.
           05  STEP-PROGRAM-NAME           PIC X(08) VALUE "DINOMAY".
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
           05  MASTER-EOF-SWITCH           PIC X(01) VALUE "N".
               88  MASTER-EOF                      VALUE "Y".
           05  EXTRACT-EOF-SWITCH          PIC X(01) VALUE "N".
               88  EXTRACT-EOF                     VALUE "Y".
           05  CONTROL-EOF-SWITCH          PIC X(01) VALUE "N".
               88  CONTROL-EOF                     VALUE "Y".
           05  EXCHANGE-EOF-SWITCH         PIC X(01) VALUE "N".
               88  EXCHANGE-EOF                    VALUE "Y".
           05  OPENING-FOUND-SWITCH        PIC X(01) VALUE "N".
               88  OPENING-WAS-FOUND               VALUE "Y".
           05  TRAILER-SEEN-SWITCH         PIC X(01) VALUE "N".
               88  TRAILER-SEEN                    VALUE "Y".
           05  EXTRACT-TRUSTED-SWITCH      PIC X(01) VALUE "N".
               88  EXTRACT-IS-TRUSTED              VALUE "Y".
           05  PROOF-BALANCED-SWITCH       PIC X(01) VALUE "Y".
               88  PROOF-IS-BALANCED               VALUE "Y".
           05  ENTRY-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  ENTRY-WAS-FOUND                 VALUE "Y".

       01  BUSINESS-DATE                  PIC 9(08) VALUE ZERO.
       01  EXCHANGE-FILE-NAME             PIC X(16) VALUE SPACES.
       01  OPENING-DATE                   PIC 9(08) VALUE ZERO.

       77  GL-ACCOUNT-DEPOSITS            PIC X(06) VALUE "200100".
       77  GL-ACCOUNT-TRANSFER-BRIDGE     PIC X(06) VALUE "200150".
       77  GL-ACCOUNT-EXCHANGE-BRIDGE     PIC X(06) VALUE "200160".

      *----------------------------------------------------------------
      * ONE ENTRY PER PROVEN CONTROL ACCOUNT, IN THE ORDER ABOVE.
      * BALANCES ARE CREDIT BALANCES (LIABILITIES): LEDGER = OPENING +
      * CREDITS - DEBITS.
      *----------------------------------------------------------------
       01  PROOF-TABLE-FIELDS.
           05  PROOF-ENTRY-COUNT           PIC 9(04) COMP VALUE 3.
           05  PROOF-SUBSCRIPT             PIC 9(04) COMP VALUE ZERO.
       01  PROOF-TABLE.
           05  PROOF-ENTRY                 OCCURS 3 TIMES.
               10  PROOF-GL-ACCOUNT        PIC X(06).
               10  PROOF-GL-NAME           PIC X(30).
               10  PROOF-OPENING           PIC S9(14)V99.
               10  PROOF-DEBITS            PIC 9(14)V99.
               10  PROOF-CREDITS           PIC 9(14)V99.
               10  PROOF-POSTING-COUNT     PIC 9(08) COMP.
               10  PROOF-LEDGER            PIC S9(14)V99.
               10  PROOF-SUBLEDGER         PIC S9(14)V99.
               10  PROOF-DIFFERENCE        PIC S9(14)V99.

       01  SUBLEDGER-FIELDS.
           05  ACCOUNTS-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
           05  ACCOUNT-BALANCE-TOTAL       PIC S9(14)V99 VALUE ZERO.
           05  PENDING-TOTAL               PIC 9(14)V99 VALUE ZERO.
           05  EXCHANGE-OUT-TOTAL          PIC 9(14)V99 VALUE ZERO.
           05  EXCHANGE-IN-TOTAL           PIC 9(14)V99 VALUE ZERO.
           05  INBOUND-REJECT-TOTAL        PIC 9(14)V99 VALUE ZERO.
           05  RETURNS-IN-TOTAL            PIC 9(14)V99 VALUE ZERO.
           05  RETURNS-REJECT-TOTAL        PIC 9(14)V99 VALUE ZERO.
           05  RETURNS-CREDITED-TOTAL      PIC S9(14)V99 VALUE ZERO.
           05  EXCHANGE-SETTLEMENT         PIC S9(14)V99 VALUE ZERO.

       01  EXCHANGE-FILE-FIELDS.
           05  EXCHANGE-FILE-COUNT         PIC 9(08) COMP VALUE ZERO.
           05  EXCHANGE-FILE-TOTAL         PIC 9(14)V99 VALUE ZERO.
           05  EXCHANGE-FILE-PRESENT       PIC X(01) VALUE "N".
               88  EXCHANGE-FILE-FOUND             VALUE "Y".

       01  EXTRACT-FIELDS.
           05  EXTRACT-LINE-COUNT          PIC 9(08) COMP VALUE ZERO.
           05  EXTRACT-OTHER-DATE-COUNT    PIC 9(08) COMP VALUE ZERO.
           05  EXTRACT-DEBITS-TOTAL        PIC 9(14)V99 VALUE ZERO.
           05  EXTRACT-CREDITS-TOTAL       PIC 9(14)V99 VALUE ZERO.
           05  LISTED-POSTING-COUNT        PIC 9(08) COMP VALUE ZERO.

       01  EXTRACT-PARSE-FIELDS.
           05  PARSE-DATE-TEXT             PIC X(08).
           05  PARSE-DATE REDEFINES PARSE-DATE-TEXT
                                           PIC 9(08).
           05  PARSE-GL-ACCOUNT            PIC X(08).
           05  PARSE-SIDE                  PIC X(01).
           05  PARSE-AMOUNT-TEXT           PIC X(13).
           05  PARSE-AMOUNT-PARTS REDEFINES PARSE-AMOUNT-TEXT.
               10  PARSE-AMOUNT-UNITS      PIC 9(10).
               10  FILLER                  PIC X(01).
               10  PARSE-AMOUNT-CENTS      PIC 9(02).
           05  PARSE-TYPE                  PIC X(10).
           05  PARSE-CUSTOMER-ACCOUNT      PIC X(10).
           05  PARSE-AMOUNT                PIC 9(10)V99.

       01  TRAILER-PARSE-FIELDS.
           05  TRAILER-MARK-TEXT           PIC X(08).
           05  TRAILER-COUNT-TEXT          PIC X(08).
           05  TRAILER-COUNT REDEFINES TRAILER-COUNT-TEXT
                                           PIC 9(08).
           05  TRAILER-DEBITS-TEXT         PIC X(17).
           05  TRAILER-DEBITS-PARTS REDEFINES TRAILER-DEBITS-TEXT.
               10  TRAILER-DEBITS-UNITS    PIC 9(14).
               10  FILLER                  PIC X(01).
               10  TRAILER-DEBITS-CENTS    PIC 9(02).
           05  TRAILER-CREDITS-TEXT        PIC X(17).
           05  TRAILER-CREDITS-PARTS REDEFINES TRAILER-CREDITS-TEXT.
               10  TRAILER-CREDITS-UNITS   PIC 9(14).
               10  FILLER                  PIC X(01).
               10  TRAILER-CREDITS-CENTS   PIC 9(02).
           05  TRAILER-DEBITS              PIC 9(14)V99 VALUE ZERO.
           05  TRAILER-CREDITS             PIC 9(14)V99 VALUE ZERO.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(80) VALUE
               "DINOBANK - PRUEBA DEL MAYOR CONTRA LOS AUXILIARES".

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(17) VALUE
               "FECHA DEL NEGOCIO".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  HEADING-BUSINESS-DATE       PIC 9(08).
           05  FILLER                      PIC X(54) VALUE SPACES.

       01  REPORT-ACCOUNT-LINE.
           05  FILLER                      PIC X(07) VALUE "CUENTA ".
           05  ACCOUNT-LINE-GL-ACCOUNT     PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ACCOUNT-LINE-GL-NAME        PIC X(30).
           05  FILLER                      PIC X(36) VALUE SPACES.

       01  REPORT-AMOUNT-LINE.
           05  AMOUNT-LINE-LABEL           PIC X(40).
           05  AMOUNT-LINE-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  REPORT-COUNT-LINE.
           05  COUNT-LINE-LABEL            PIC X(40).
           05  COUNT-LINE-COUNT            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  REPORT-POSTING-LINE.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  POSTING-LINE-DATE           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  POSTING-LINE-SIDE           PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  POSTING-LINE-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  POSTING-LINE-TYPE           PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  POSTING-LINE-ACCOUNT        PIC X(10).
           05  FILLER                      PIC X(23) VALUE SPACES.

       01  REPORT-RESULT-LINE.
           05  RESULT-LINE-TEXT            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ACCEPT-PARAMETERS-PROCEDURE.
           PERFORM INITIALIZE-PROOF-TABLE-PROCEDURE.
           PERFORM READ-CARRY-FORWARD-PROCEDURE
               THRU READ-CARRY-FORWARD-EXIT.
           PERFORM APPLY-LEDGER-MOVEMENT-PROCEDURE
               THRU APPLY-LEDGER-MOVEMENT-EXIT.
           PERFORM TOTAL-ACCOUNT-MASTER-PROCEDURE.
           PERFORM TOTAL-EXCHANGE-FILES-PROCEDURE.
           PERFORM COMPUTE-PROOF-PROCEDURE
               VARYING PROOF-SUBSCRIPT FROM 1 BY 1
               UNTIL PROOF-SUBSCRIPT > PROOF-ENTRY-COUNT.
           IF NOT EXTRACT-IS-TRUSTED
               MOVE "N" TO PROOF-BALANCED-SWITCH
           END-IF.
           PERFORM WRITE-PROOF-REPORT-PROCEDURE.
           PERFORM WRITE-CARRY-FORWARD-PROCEDURE
               THRU WRITE-CARRY-FORWARD-EXIT.
           IF PROOF-IS-BALANCED
               DISPLAY "Prueba del mayor terminada - CUADRA."
           ELSE
               DISPLAY "Prueba del mayor terminada - NO CUADRA."
                   " Revisar MAYRPT."
           END-IF.
           MOVE ACCOUNTS-READ-COUNT TO STEP-RECORD-COUNT.
           IF NOT PROOF-IS-BALANCED
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
           DISPLAY "DINOBANK - PRUEBA DEL MAYOR CONTRA LOS AUXILIARES".
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

       INITIALIZE-PROOF-TABLE-PROCEDURE.
           INITIALIZE PROOF-TABLE.
           MOVE GL-ACCOUNT-DEPOSITS TO PROOF-GL-ACCOUNT (1).
           MOVE "DEPOSITOS DE CLIENTES" TO PROOF-GL-NAME (1).
           MOVE GL-ACCOUNT-TRANSFER-BRIDGE TO PROOF-GL-ACCOUNT (2).
           MOVE "PUENTE DE TRANSFERENCIAS" TO PROOF-GL-NAME (2).
           MOVE GL-ACCOUNT-EXCHANGE-BRIDGE TO PROOF-GL-ACCOUNT (3).
           MOVE "PUENTE INTERBANCARIO" TO PROOF-GL-NAME (3).

      *----------------------------------------------------------------
      * THE OPENING BALANCES ARE THOSE OF THE LAST RECORD DATED BEFORE
      * THE BUSINESS DATE.
      *----------------------------------------------------------------
       READ-CARRY-FORWARD-PROCEDURE.
           OPEN INPUT GL-CONTROL-FILE.
           IF NOT GL-CONTROL-OK AND NOT GL-CONTROL-CREATED
               DISPLAY "Error al abrir el control del mayor. Codigo: "
                   GL-CONTROL-STATUS
               STOP RUN
           END-IF.
           PERFORM READ-CONTROL-PROCEDURE THRU READ-CONTROL-EXIT.
           PERFORM KEEP-OPENING-PROCEDURE
               THRU KEEP-OPENING-EXIT
               UNTIL CONTROL-EOF.
           CLOSE GL-CONTROL-FILE.
       READ-CARRY-FORWARD-EXIT.
           EXIT.

       READ-CONTROL-PROCEDURE.
           READ GL-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-EOF-SWITCH
           END-READ.
           IF NOT CONTROL-EOF AND NOT GL-CONTROL-OK
               DISPLAY "Error al leer el control del mayor. Codigo: "
                   GL-CONTROL-STATUS
               STOP RUN
           END-IF.
       READ-CONTROL-EXIT.
           EXIT.

       KEEP-OPENING-PROCEDURE.
           IF GL-CONTROL-DATE < BUSINESS-DATE
              AND GL-CONTROL-DATE NOT < OPENING-DATE
               MOVE "Y" TO OPENING-FOUND-SWITCH
               MOVE GL-CONTROL-DATE TO OPENING-DATE
               MOVE GL-CONTROL-DEPOSITS TO PROOF-OPENING (1)
               MOVE GL-CONTROL-TRANSFER-BRIDGE TO PROOF-OPENING (2)
               MOVE GL-CONTROL-EXCHANGE-BRIDGE TO PROOF-OPENING (3)
           END-IF.
           PERFORM READ-CONTROL-PROCEDURE THRU READ-CONTROL-EXIT.
       KEEP-OPENING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * GLEXTR: DATE|ACCOUNT|D-OR-C|AMOUNT|TYPE|CUSTOMER ACCOUNT|BRANCH,
      * THEN T|COUNT|DEBITS|CREDITS. THE PROOF IS BANK-WIDE, SO THE
      * BRANCH IS NOT READ AND THE 190100 INTER-BRANCH CLEARING PAIRS
      * (NOT A PROVED ACCOUNT) ONLY COUNT TOWARD THE TRAILER CHECK. THE
      * MOVEMENT IS ONLY TRUSTED WHEN THE TRAILER AGREES WITH THE LINES
      * READ.
      *----------------------------------------------------------------
       APPLY-LEDGER-MOVEMENT-PROCEDURE.
           OPEN INPUT GL-EXTRACT-FILE.
           IF NOT GL-EXTRACT-OK
               DISPLAY "Error al abrir el extracto. Codigo: "
                   GL-EXTRACT-STATUS
               STOP RUN
           END-IF.
           PERFORM READ-EXTRACT-PROCEDURE THRU READ-EXTRACT-EXIT.
           PERFORM APPLY-POSTING-PROCEDURE
               THRU APPLY-POSTING-EXIT
               UNTIL EXTRACT-EOF OR TRAILER-SEEN.
           CLOSE GL-EXTRACT-FILE.
           IF NOT TRAILER-SEEN
               DISPLAY "El extracto no trae registro de control."
               GO TO APPLY-LEDGER-MOVEMENT-EXIT
           END-IF.
           IF TRAILER-COUNT NOT = EXTRACT-LINE-COUNT
            OR TRAILER-DEBITS NOT = EXTRACT-DEBITS-TOTAL
            OR TRAILER-CREDITS NOT = EXTRACT-CREDITS-TOTAL
               DISPLAY "El control del extracto no cuadra."
               GO TO APPLY-LEDGER-MOVEMENT-EXIT
           END-IF.
           IF EXTRACT-OTHER-DATE-COUNT > ZERO
               DISPLAY "El extracto trae asientos de otra fecha."
               GO TO APPLY-LEDGER-MOVEMENT-EXIT
           END-IF.
           MOVE "Y" TO EXTRACT-TRUSTED-SWITCH.
       APPLY-LEDGER-MOVEMENT-EXIT.
           EXIT.

       READ-EXTRACT-PROCEDURE.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE "Y" TO EXTRACT-EOF-SWITCH
           END-READ.
           IF NOT EXTRACT-EOF AND NOT GL-EXTRACT-OK
               DISPLAY "Error al leer el extracto. Codigo: "
                   GL-EXTRACT-STATUS
               MOVE "Y" TO EXTRACT-EOF-SWITCH
           END-IF.
       READ-EXTRACT-EXIT.
           EXIT.

       APPLY-POSTING-PROCEDURE.
           IF GL-EXTRACT-LINE (1:2) = "T|"
               PERFORM PARSE-TRAILER-PROCEDURE
               MOVE "Y" TO TRAILER-SEEN-SWITCH
               GO TO APPLY-POSTING-EXIT
           END-IF.
           PERFORM PARSE-POSTING-PROCEDURE.
           ADD 1 TO EXTRACT-LINE-COUNT.
           IF PARSE-SIDE = "D"
               ADD PARSE-AMOUNT TO EXTRACT-DEBITS-TOTAL
           ELSE
               ADD PARSE-AMOUNT TO EXTRACT-CREDITS-TOTAL
           END-IF.
           IF PARSE-DATE-TEXT NOT NUMERIC
            OR PARSE-DATE NOT = BUSINESS-DATE
               ADD 1 TO EXTRACT-OTHER-DATE-COUNT
               GO TO APPLY-POSTING-NEXT
           END-IF.
           PERFORM FIND-PROOF-ENTRY-PROCEDURE.
           IF NOT ENTRY-WAS-FOUND
               GO TO APPLY-POSTING-NEXT
           END-IF.
           ADD 1 TO PROOF-POSTING-COUNT (PROOF-SUBSCRIPT).
           IF PARSE-SIDE = "D"
               ADD PARSE-AMOUNT TO PROOF-DEBITS (PROOF-SUBSCRIPT)
           ELSE
               ADD PARSE-AMOUNT TO PROOF-CREDITS (PROOF-SUBSCRIPT)
           END-IF.
       APPLY-POSTING-NEXT.
           PERFORM READ-EXTRACT-PROCEDURE THRU READ-EXTRACT-EXIT.
       APPLY-POSTING-EXIT.
           EXIT.

       PARSE-POSTING-PROCEDURE.
           MOVE SPACES TO EXTRACT-PARSE-FIELDS.
           UNSTRING GL-EXTRACT-LINE DELIMITED BY "|"
               INTO PARSE-DATE-TEXT
                    PARSE-GL-ACCOUNT
                    PARSE-SIDE
                    PARSE-AMOUNT-TEXT
                    PARSE-TYPE
                    PARSE-CUSTOMER-ACCOUNT.
           IF PARSE-AMOUNT-UNITS NUMERIC
              AND PARSE-AMOUNT-CENTS NUMERIC
               COMPUTE PARSE-AMOUNT =
                   PARSE-AMOUNT-UNITS + PARSE-AMOUNT-CENTS / 100
           ELSE
               MOVE ZERO TO PARSE-AMOUNT
           END-IF.

       PARSE-TRAILER-PROCEDURE.
           UNSTRING GL-EXTRACT-LINE DELIMITED BY "|"
               INTO TRAILER-MARK-TEXT
                    TRAILER-COUNT-TEXT
                    TRAILER-DEBITS-TEXT
                    TRAILER-CREDITS-TEXT.
           IF TRAILER-COUNT-TEXT NOT NUMERIC
               MOVE ZERO TO TRAILER-COUNT
           END-IF.
           IF TRAILER-DEBITS-UNITS NUMERIC
              AND TRAILER-DEBITS-CENTS NUMERIC
               COMPUTE TRAILER-DEBITS =
                   TRAILER-DEBITS-UNITS + TRAILER-DEBITS-CENTS / 100
           END-IF.
           IF TRAILER-CREDITS-UNITS NUMERIC
              AND TRAILER-CREDITS-CENTS NUMERIC
               COMPUTE TRAILER-CREDITS =
                   TRAILER-CREDITS-UNITS + TRAILER-CREDITS-CENTS / 100
           END-IF.

       FIND-PROOF-ENTRY-PROCEDURE.
           MOVE "N" TO ENTRY-FOUND-SWITCH.
           PERFORM MATCH-PROOF-ENTRY-PROCEDURE
               VARYING PROOF-SUBSCRIPT FROM 1 BY 1
               UNTIL PROOF-SUBSCRIPT > PROOF-ENTRY-COUNT
                  OR ENTRY-WAS-FOUND.
           IF ENTRY-WAS-FOUND
               SUBTRACT 1 FROM PROOF-SUBSCRIPT
           END-IF.

       MATCH-PROOF-ENTRY-PROCEDURE.
           IF PROOF-GL-ACCOUNT (PROOF-SUBSCRIPT) = PARSE-GL-ACCOUNT
               MOVE "Y" TO ENTRY-FOUND-SWITCH
           END-IF.

       TOTAL-ACCOUNT-MASTER-PROCEDURE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al abrir el maestro de cuentas. Codigo: "
                   ACCOUNT-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM READ-NEXT-MASTER-PROCEDURE
               THRU READ-NEXT-MASTER-EXIT.
           PERFORM ADD-ACCOUNT-BALANCE-PROCEDURE
               UNTIL MASTER-EOF.
           CLOSE ACCOUNT-MASTER-FILE.
           MOVE ACCOUNT-BALANCE-TOTAL TO PROOF-SUBLEDGER (1).
           MOVE ZERO TO PROOF-SUBLEDGER (2).

       ADD-ACCOUNT-BALANCE-PROCEDURE.
           ADD 1 TO ACCOUNTS-READ-COUNT.
           ADD ACCOUNT-BALANCE TO ACCOUNT-BALANCE-TOTAL.
           PERFORM READ-NEXT-MASTER-PROCEDURE
               THRU READ-NEXT-MASTER-EXIT.

       READ-NEXT-MASTER-PROCEDURE.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-READ.
       READ-NEXT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * THE INTERBANK BRIDGE'S SUBLEDGER. ANY OF THE FILES MAY BE
      * ABSENT ON A GIVEN NIGHT AND THEN COUNTS AS ZERO.
      *----------------------------------------------------------------
       TOTAL-EXCHANGE-FILES-PROCEDURE.
           MOVE "EXTPEND" TO EXCHANGE-FILE-NAME.
           PERFORM SUM-EXCHANGE-FILE-PROCEDURE
               THRU SUM-EXCHANGE-FILE-EXIT.
           MOVE EXCHANGE-FILE-TOTAL TO PENDING-TOTAL.
           MOVE SPACES TO EXCHANGE-FILE-NAME.
           STRING "EXCHOUT." DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
               INTO EXCHANGE-FILE-NAME.
           PERFORM SUM-EXCHANGE-FILE-PROCEDURE
               THRU SUM-EXCHANGE-FILE-EXIT.
           MOVE EXCHANGE-FILE-TOTAL TO EXCHANGE-OUT-TOTAL.
           MOVE "EXCHIN" TO EXCHANGE-FILE-NAME.
           PERFORM SUM-EXCHANGE-FILE-PROCEDURE
               THRU SUM-EXCHANGE-FILE-EXIT.
           MOVE EXCHANGE-FILE-TOTAL TO EXCHANGE-IN-TOTAL.
           MOVE "XINREJ" TO EXCHANGE-FILE-NAME.
           PERFORM SUM-EXCHANGE-FILE-PROCEDURE
               THRU SUM-EXCHANGE-FILE-EXIT.
           MOVE EXCHANGE-FILE-TOTAL TO INBOUND-REJECT-TOTAL.
           MOVE SPACES TO EXCHANGE-FILE-NAME.
           STRING "DEVOUT." DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
               INTO EXCHANGE-FILE-NAME.
           PERFORM SUM-EXCHANGE-FILE-PROCEDURE
               THRU SUM-EXCHANGE-FILE-EXIT.
           ADD EXCHANGE-FILE-TOTAL TO INBOUND-REJECT-TOTAL.
           MOVE "DEVIN" TO EXCHANGE-FILE-NAME.
           PERFORM SUM-EXCHANGE-FILE-PROCEDURE
               THRU SUM-EXCHANGE-FILE-EXIT.
           MOVE EXCHANGE-FILE-TOTAL TO RETURNS-IN-TOTAL.
           IF EXCHANGE-FILE-FOUND
               MOVE "DEVREJ" TO EXCHANGE-FILE-NAME
               PERFORM SUM-EXCHANGE-FILE-PROCEDURE
                   THRU SUM-EXCHANGE-FILE-EXIT
               MOVE EXCHANGE-FILE-TOTAL TO RETURNS-REJECT-TOTAL
           END-IF.
           COMPUTE RETURNS-CREDITED-TOTAL =
               RETURNS-IN-TOTAL - RETURNS-REJECT-TOTAL.
           COMPUTE PROOF-SUBLEDGER (3) =
               PENDING-TOTAL + EXCHANGE-OUT-TOTAL - EXCHANGE-IN-TOTAL
               + INBOUND-REJECT-TOTAL - RETURNS-CREDITED-TOTAL.
           COMPUTE EXCHANGE-SETTLEMENT =
               PROOF-SUBLEDGER (3) - PENDING-TOTAL.

       SUM-EXCHANGE-FILE-PROCEDURE.
           MOVE ZERO TO EXCHANGE-FILE-COUNT.
           MOVE ZERO TO EXCHANGE-FILE-TOTAL.
           MOVE "N" TO EXCHANGE-FILE-PRESENT.
           MOVE "N" TO EXCHANGE-EOF-SWITCH.
           OPEN INPUT EXCHANGE-FILE.
           IF EXCHANGE-FILE-CREATED
               CLOSE EXCHANGE-FILE
               GO TO SUM-EXCHANGE-FILE-EXIT
           END-IF.
           IF NOT EXCHANGE-FILE-OK
               DISPLAY "Error al abrir " EXCHANGE-FILE-NAME
                   " Codigo: " EXCHANGE-FILE-STATUS
               MOVE "N" TO PROOF-BALANCED-SWITCH
               GO TO SUM-EXCHANGE-FILE-EXIT
           END-IF.
           MOVE "Y" TO EXCHANGE-FILE-PRESENT.
           PERFORM READ-EXCHANGE-PROCEDURE THRU READ-EXCHANGE-EXIT.
           PERFORM ADD-EXCHANGE-DETAIL-PROCEDURE
               UNTIL EXCHANGE-EOF.
           CLOSE EXCHANGE-FILE.
       SUM-EXCHANGE-FILE-EXIT.
           EXIT.

       READ-EXCHANGE-PROCEDURE.
           READ EXCHANGE-FILE
               AT END
                   MOVE "Y" TO EXCHANGE-EOF-SWITCH
           END-READ.
           IF NOT EXCHANGE-EOF AND NOT EXCHANGE-FILE-OK
               DISPLAY "Error al leer " EXCHANGE-FILE-NAME
                   " Codigo: " EXCHANGE-FILE-STATUS
               MOVE "N" TO PROOF-BALANCED-SWITCH
               MOVE "Y" TO EXCHANGE-EOF-SWITCH
           END-IF.
       READ-EXCHANGE-EXIT.
           EXIT.

       ADD-EXCHANGE-DETAIL-PROCEDURE.
           MOVE EXCHANGE-FILE-RECORD (1:64) TO EXCHANGE-HEADER-RECORD.
           IF NOT EXCH-HEADER-PRESENT
              AND NOT EXCH-HEADER-RETURNS
              AND EXCHANGE-FILE-RECORD (1:10) NOT = "*FIN*     "
               MOVE EXCHANGE-FILE-RECORD (1:64)
                   TO EXCHANGE-DETAIL-RECORD
               IF EXCH-AMOUNT NUMERIC
                   ADD 1 TO EXCHANGE-FILE-COUNT
                   ADD EXCH-AMOUNT TO EXCHANGE-FILE-TOTAL
               END-IF
           END-IF.
           PERFORM READ-EXCHANGE-PROCEDURE THRU READ-EXCHANGE-EXIT.

      *----------------------------------------------------------------
      * ON THE FIRST NIGHT THERE IS NO PROVEN OPENING BALANCE; IT IS
      * SEEDED FROM THE BOOKS SO THE LEDGER AGREES WITH THEM.
      *----------------------------------------------------------------
       COMPUTE-PROOF-PROCEDURE.
           IF NOT OPENING-WAS-FOUND
               COMPUTE PROOF-OPENING (PROOF-SUBSCRIPT) =
                   PROOF-SUBLEDGER (PROOF-SUBSCRIPT)
                   - PROOF-CREDITS (PROOF-SUBSCRIPT)
                   + PROOF-DEBITS (PROOF-SUBSCRIPT)
           END-IF.
           COMPUTE PROOF-LEDGER (PROOF-SUBSCRIPT) =
               PROOF-OPENING (PROOF-SUBSCRIPT)
               + PROOF-CREDITS (PROOF-SUBSCRIPT)
               - PROOF-DEBITS (PROOF-SUBSCRIPT).
           COMPUTE PROOF-DIFFERENCE (PROOF-SUBSCRIPT) =
               PROOF-LEDGER (PROOF-SUBSCRIPT)
               - PROOF-SUBLEDGER (PROOF-SUBSCRIPT).
           IF PROOF-DIFFERENCE (PROOF-SUBSCRIPT) NOT = ZERO
               MOVE "N" TO PROOF-BALANCED-SWITCH
           END-IF.

       WRITE-PROOF-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al abrir el reporte. Codigo: "
                   REPORT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE REPORT-HEADING-LINE-1 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE BUSINESS-DATE TO HEADING-BUSINESS-DATE.
           MOVE REPORT-HEADING-LINE-2 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF NOT OPENING-WAS-FOUND
               MOVE "SIN SALDOS ARRASTRADOS - SE TOMAN DEL AUXILIAR."
                   TO RESULT-LINE-TEXT
               PERFORM WRITE-RESULT-LINE-PROCEDURE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "ASIENTOS EN EL EXTRACTO:" TO COUNT-LINE-LABEL.
           MOVE EXTRACT-LINE-COUNT TO COUNT-LINE-COUNT.
           PERFORM WRITE-COUNT-LINE-PROCEDURE.
           MOVE "TOTAL DEBE DEL EXTRACTO:" TO AMOUNT-LINE-LABEL.
           MOVE EXTRACT-DEBITS-TOTAL TO AMOUNT-LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE-PROCEDURE.
           MOVE "TOTAL HABER DEL EXTRACTO:" TO AMOUNT-LINE-LABEL.
           MOVE EXTRACT-CREDITS-TOTAL TO AMOUNT-LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE-PROCEDURE.
           IF EXTRACT-OTHER-DATE-COUNT > ZERO
               MOVE "ASIENTOS DE OTRA FECHA (NO APLICADOS):"
                   TO COUNT-LINE-LABEL
               MOVE EXTRACT-OTHER-DATE-COUNT TO COUNT-LINE-COUNT
               PERFORM WRITE-COUNT-LINE-PROCEDURE
           END-IF.
           IF NOT EXTRACT-IS-TRUSTED
               MOVE "RESULTADO: EXTRACTO NO CONFIABLE - NO VALIDA."
                   TO RESULT-LINE-TEXT
               PERFORM WRITE-RESULT-LINE-PROCEDURE
           END-IF.
           PERFORM WRITE-ACCOUNT-PROOF-PROCEDURE
               VARYING PROOF-SUBSCRIPT FROM 1 BY 1
               UNTIL PROOF-SUBSCRIPT > PROOF-ENTRY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF PROOF-IS-BALANCED
               MOVE "RESULTADO FINAL: EL MAYOR CUADRA."
                   TO RESULT-LINE-TEXT
           ELSE
               MOVE "RESULTADO FINAL: EL MAYOR NO CUADRA - REVISAR."
                   TO RESULT-LINE-TEXT
           END-IF.
           PERFORM WRITE-RESULT-LINE-PROCEDURE.
           CLOSE REPORT-FILE.

       WRITE-ACCOUNT-PROOF-PROCEDURE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE PROOF-GL-ACCOUNT (PROOF-SUBSCRIPT)
               TO ACCOUNT-LINE-GL-ACCOUNT.
           MOVE PROOF-GL-NAME (PROOF-SUBSCRIPT) TO ACCOUNT-LINE-GL-NAME.
           MOVE REPORT-ACCOUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "  SALDO ARRASTRADO:" TO AMOUNT-LINE-LABEL.
           MOVE PROOF-OPENING (PROOF-SUBSCRIPT) TO AMOUNT-LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE-PROCEDURE.
           MOVE "  MAS HABER DEL DIA:" TO AMOUNT-LINE-LABEL.
           MOVE PROOF-CREDITS (PROOF-SUBSCRIPT) TO AMOUNT-LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE-PROCEDURE.
           MOVE "  MENOS DEBE DEL DIA:" TO AMOUNT-LINE-LABEL.
           MOVE PROOF-DEBITS (PROOF-SUBSCRIPT) TO AMOUNT-LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE-PROCEDURE.
           MOVE "  SALDO SEGUN EL MAYOR:" TO AMOUNT-LINE-LABEL.
           MOVE PROOF-LEDGER (PROOF-SUBSCRIPT) TO AMOUNT-LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE-PROCEDURE.
           EVALUATE PROOF-SUBSCRIPT
               WHEN 1
                   MOVE "  CUENTAS EN EL MAESTRO:" TO COUNT-LINE-LABEL
                   MOVE ACCOUNTS-READ-COUNT TO COUNT-LINE-COUNT
                   PERFORM WRITE-COUNT-LINE-PROCEDURE
                   MOVE "  SUMA DE SALDOS (ACCTMAST):"
                       TO AMOUNT-LINE-LABEL
               WHEN 2
                   MOVE "  SALDO ESPERADO (CERO):" TO AMOUNT-LINE-LABEL
               WHEN 3
                   PERFORM WRITE-BRIDGE-DETAIL-PROCEDURE
                   MOVE "  SALDO SEGUN LOS ARCHIVOS:"
                       TO AMOUNT-LINE-LABEL
           END-EVALUATE.
           MOVE PROOF-SUBLEDGER (PROOF-SUBSCRIPT) TO AMOUNT-LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE-PROCEDURE.
           MOVE "  DIFERENCIA:" TO AMOUNT-LINE-LABEL.
           MOVE PROOF-DIFFERENCE (PROOF-SUBSCRIPT)
               TO AMOUNT-LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE-PROCEDURE.
           IF PROOF-DIFFERENCE (PROOF-SUBSCRIPT) = ZERO
               MOVE "  RESULTADO: CUADRA." TO RESULT-LINE-TEXT
               PERFORM WRITE-RESULT-LINE-PROCEDURE
           ELSE
               MOVE "  RESULTADO: NO CUADRA - MOVIMIENTOS DEL DIA:"
                   TO RESULT-LINE-TEXT
               PERFORM WRITE-RESULT-LINE-PROCEDURE
               PERFORM LIST-ACCOUNT-POSTINGS-PROCEDURE
                   THRU LIST-ACCOUNT-POSTINGS-EXIT
           END-IF.

       WRITE-BRIDGE-DETAIL-PROCEDURE.
           MOVE "  PENDIENTE EN EXTPEND:" TO AMOUNT-LINE-LABEL.
           MOVE PENDING-TOTAL TO AMOUNT-LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE-PROCEDURE.
           MOVE "  MAS EXCHOUT DEL DIA:" TO AMOUNT-LINE-LABEL.
           MOVE EXCHANGE-OUT-TOTAL TO AMOUNT-LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE-PROCEDURE.
           MOVE "  MENOS EXCHIN DEL DIA:" TO AMOUNT-LINE-LABEL.
           MOVE EXCHANGE-IN-TOTAL TO AMOUNT-LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE-PROCEDURE.
           MOVE "  MAS RECHAZOS DE ENTRADA:"
               TO AMOUNT-LINE-LABEL.
           MOVE INBOUND-REJECT-TOTAL TO AMOUNT-LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE-PROCEDURE.
           MOVE "  MENOS DEVOLUCIONES REABONADAS:" TO AMOUNT-LINE-LABEL.
           MOVE RETURNS-CREDITED-TOTAL TO AMOUNT-LINE-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE-PROCEDURE.

       LIST-ACCOUNT-POSTINGS-PROCEDURE.
           MOVE ZERO TO LISTED-POSTING-COUNT.
           MOVE "N" TO EXTRACT-EOF-SWITCH.
           OPEN INPUT GL-EXTRACT-FILE.
           IF NOT GL-EXTRACT-OK
               DISPLAY "Error al reabrir el extracto. Codigo: "
                   GL-EXTRACT-STATUS
               GO TO LIST-ACCOUNT-POSTINGS-EXIT
           END-IF.
           PERFORM READ-EXTRACT-PROCEDURE THRU READ-EXTRACT-EXIT.
           PERFORM LIST-POSTING-PROCEDURE
               UNTIL EXTRACT-EOF.
           CLOSE GL-EXTRACT-FILE.
           IF LISTED-POSTING-COUNT = ZERO
               MOVE "    SIN MOVIMIENTOS EN EL DIA - LA DIFERENCIA"
                   TO RESULT-LINE-TEXT
               PERFORM WRITE-RESULT-LINE-PROCEDURE
               MOVE "    VIENE DEL SALDO ARRASTRADO O DEL AUXILIAR."
                   TO RESULT-LINE-TEXT
               PERFORM WRITE-RESULT-LINE-PROCEDURE
           END-IF.
       LIST-ACCOUNT-POSTINGS-EXIT.
           EXIT.

       LIST-POSTING-PROCEDURE.
           IF GL-EXTRACT-LINE (1:2) NOT = "T|"
               PERFORM PARSE-POSTING-PROCEDURE
               IF PARSE-GL-ACCOUNT = PROOF-GL-ACCOUNT (PROOF-SUBSCRIPT)
                   ADD 1 TO LISTED-POSTING-COUNT
                   MOVE PARSE-DATE-TEXT TO POSTING-LINE-DATE
                   MOVE PARSE-SIDE TO POSTING-LINE-SIDE
                   MOVE PARSE-AMOUNT TO POSTING-LINE-AMOUNT
                   MOVE PARSE-TYPE TO POSTING-LINE-TYPE
                   MOVE PARSE-CUSTOMER-ACCOUNT TO POSTING-LINE-ACCOUNT
                   MOVE REPORT-POSTING-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PROCEDURE
               END-IF
           END-IF.
           PERFORM READ-EXTRACT-PROCEDURE THRU READ-EXTRACT-EXIT.

      *----------------------------------------------------------------
      * THE INTERBANK BRIDGE IS SETTLED WITH THE EXCHANGE AFTER THE
      * RUN, SO IT CARRIES FORWARD NET OF THE DAY'S SETTLEMENT.
      *----------------------------------------------------------------
       WRITE-CARRY-FORWARD-PROCEDURE.
           OPEN EXTEND GL-CONTROL-FILE.
           IF NOT GL-CONTROL-OK
               OPEN OUTPUT GL-CONTROL-FILE
           END-IF.
           IF NOT GL-CONTROL-OK
               DISPLAY "Error al abrir el control del mayor. Codigo: "
                   GL-CONTROL-STATUS
               GO TO WRITE-CARRY-FORWARD-EXIT
           END-IF.
           MOVE SPACES TO GL-CONTROL-RECORD.
           MOVE BUSINESS-DATE TO GL-CONTROL-DATE.
           MOVE PROOF-LEDGER (1) TO GL-CONTROL-DEPOSITS.
           MOVE PROOF-LEDGER (2) TO GL-CONTROL-TRANSFER-BRIDGE.
           COMPUTE GL-CONTROL-EXCHANGE-BRIDGE =
               PROOF-LEDGER (3) - EXCHANGE-SETTLEMENT.
           IF PROOF-IS-BALANCED
               MOVE "C" TO GL-CONTROL-PROOF-STATUS
           ELSE
               MOVE "D" TO GL-CONTROL-PROOF-STATUS
           END-IF.
           WRITE GL-CONTROL-RECORD.
           IF NOT GL-CONTROL-OK
               DISPLAY "Error al grabar el control del mayor. Codigo: "
                   GL-CONTROL-STATUS
           END-IF.
           CLOSE GL-CONTROL-FILE.
       WRITE-CARRY-FORWARD-EXIT.
           EXIT.

       WRITE-AMOUNT-LINE-PROCEDURE.
           MOVE REPORT-AMOUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-COUNT-LINE-PROCEDURE.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE.
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
