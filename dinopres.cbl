       IDENTIFICATION DIVISION.
       PROGRAM-ID. DINOPRES.
       AUTHOR. J. ROSALES.
       INSTALLATION. DINOBANK DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 JR   ORIGINAL PROGRAM - NIGHTLY LOAN PROCESSING.
      *                 THE BANK'S LOANS WERE KEPT OUTSIDE THE SYSTEM
      *                 AND REPAID THROUGH STANDING ORDERS, SO NEITHER
      *                 THE PRINCIPAL OUTSTANDING NOR THE ARREARS NOR
      *                 THE INTEREST INCOME WERE VISIBLE NEXT TO THE
      *                 DEPOSIT BOOK. DINOPRES WALKS THE LOAN MASTER
      *                 (LOANMAST PER LOANREC.CPY, REGISTERED BY
      *                 DINOMNT) AND, FOR EACH LOAN:
      *                 - PENDING (P): DISBURSES IT. THE AMORTIZATION
      *                   SCHEDULE IS WRITTEN TO LOANSCHD (LSCHREC.CPY)
      *                   AND PRINTED ON AMORRPT, THE REPAYMENT ACCOUNT
      *                   IS CREDITED AND A DESEMBOLSO IS LOGGED. A
      *                   DISBURSEMENT THAT FAILS LEAVES THE LOAN
      *                   PENDING SO IT IS RETRIED THE NEXT NIGHT.
      *                 - ACTIVE (A): COLLECTS EVERY INSTALLMENT DUE BY
      *                   THE BUSINESS DATE, OLDEST FIRST, FROM THE
      *                   REPAYMENT ACCOUNT'S AVAILABLE BALANCE (SAME
      *                   MINIMUM AND OVERDRAFT TEST AS DINOORD). EACH
      *                   INSTALLMENT IS LOGGED AS A PREST-CAP DEBIT
      *                   FOR THE PRINCIPAL AND A PREST-INT DEBIT FOR
      *                   THE INTEREST. THE FIRST INSTALLMENT THAT
      *                   CANNOT BE COLLECTED STOPS COLLECTION FOR THE
      *                   NIGHT; IT AND ANY LATER DUE INSTALLMENTS ARE
      *                   OVERDUE AND THE LOAN IS AGED BY THE OLDEST
      *                   INTO THE 30/60/90-DAY ARREARS BUCKETS.
      *                 THE PORTFOLIO AND DELINQUENCY REPORT GOES TO
      *                 PRESRPT. COLLECTED INSTALLMENTS ARE MARKED ON
      *                 THE SCHEDULE, SO A RERUN FOR THE SAME DATE
      *                 NEITHER DISBURSES NOR COLLECTS TWICE. POSTINGS
      *                 ARE STAMPED "DINOPRES".
      * 10/15/2026 JR   THE LOAN RUN IS NOW STEP PRES OF THE NIGHTLY
      *                 STREAM (RUNSTEP.CPY), AFTER DINOHOLD AND
      *                 DINOPOST: IT REFUSES TO START UNTIL ITS
      *                 PREREQUISITE STEPS ARE COMPLETE IN RUNCTL FOR
      *                 THE BUSINESS DATE, MARKS ITS STEP RUNNING AT THE
      *                 START AND COMPLETE (OR FAILED) WITH ITS RECORD
      *                 COUNT AT THE END, AND A COMPLETED STEP IS NOT
      *                 RUN AGAIN UNLESS DINOCTL REOPENS IT. A FAILED OR
      *                 INTERRUPTED STEP RESUMES ON THE NEXT RUN. THE
      *                 DATE PROMPT NOW DEFAULTS TO THE OPEN BUSINESS
      *                 DATE; ANY OTHER DATE RUNS OUTSIDE THE NIGHTLY
      *                 STREAM AND IS NOT RECORDED. THE RECORD COUNT IS
      *                 DISBURSEMENTS PLUS INSTALLMENTS COLLECTED.
      * 10/15/2026 JR   EVERY TRANSACTION-LOG RECORD WRITTEN CARRIES THE
      *                 ACCOUNT'S HOME BRANCH (BLANK = HEAD OFFICE 0001)
      *                 IN LOG-HOME-BRANCH-CODE AND, BEING A BATCH
      *                 POSTING, THE SAME BRANCH AS THE BRANCH WHERE IT
      *                 WAS PERFORMED IN LOG-BRANCH-CODE.
      * 10/15/2026 JR   A DISBURSEMENT NOW SAVES THE LOAN ACTIVE BEFORE
      *                 CREDITING THE ACCOUNT AND PUTS IT BACK TO
      *                 PENDING IF THE CREDIT FAILS, SO A LOAN THAT
      *                 CANNOT BE UPDATED IS NEVER DISBURSED AGAIN THE
      *                 NEXT NIGHT. A LOAN LEFT ACTIVE WITHOUT ITS
      *                 CREDIT FAILS THE STEP.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT OPTIONAL LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT OPTIONAL LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY
               FILE STATUS IS LOAN-SCHEDULE-STATUS.

           SELECT OPTIONAL TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PRESRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "AMORRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-REPORT-STATUS.

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

       FD  LOAN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANREC.

       FD  LOAN-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LSCHREC.

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(132).

       FD  SCHEDULE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-REPORT-LINE           PIC X(90).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK                  VALUE "00".
       01  LOAN-MASTER-STATUS             PIC X(02) VALUE SPACES.
           88  LOAN-MASTER-OK                     VALUE "00".
           88  LOAN-MASTER-CREATED                VALUE "05".
       01  LOAN-SCHEDULE-STATUS           PIC X(02) VALUE SPACES.
           88  LOAN-SCHEDULE-OK                   VALUE "00".
           88  LOAN-SCHEDULE-CREATED              VALUE "05".
       01  TRANSACTION-LOG-STATUS         PIC X(02) VALUE SPACES.
           88  TRANSACTION-LOG-OK                 VALUE "00".
       01  REPORT-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  REPORT-FILE-OK                     VALUE "00".
       01  SCHEDULE-REPORT-STATUS         PIC X(02) VALUE SPACES.
           88  SCHEDULE-REPORT-OK                 VALUE "00".

       01  RUN-CONTROL-STATUS             PIC X(02) VALUE SPACES.
           88  RUN-CONTROL-OK                      VALUE "00".
           88  RUN-CONTROL-OPENED-EMPTY            VALUE "05".

           COPY RUNCREC.

           COPY RUNSTEP.

       01  STEP-CONTROL-FIELDS.
           05  STEP-PROGRAM-NAME           PIC X(08) VALUE "DINOPRES".
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
           05  LOAN-EOF-SWITCH             PIC X(01) VALUE "N".
               88  LOAN-EOF                        VALUE "Y".
           05  SCHEDULE-SCAN-END-SWITCH    PIC X(01) VALUE "N".
               88  SCHEDULE-SCAN-ENDED             VALUE "Y".
           05  SCHEDULE-FAILED-SWITCH      PIC X(01) VALUE "N".
               88  SCHEDULE-FAILED                 VALUE "Y".
           05  COLLECTION-STOPPED-SWITCH   PIC X(01) VALUE "N".
               88  COLLECTION-STOPPED              VALUE "Y".
           05  ACCOUNT-LOADED-SWITCH       PIC X(01) VALUE "N".
               88  ACCOUNT-LOADED                  VALUE "Y".
           05  REPORT-LOAN-SWITCH          PIC X(01) VALUE "N".
               88  REPORT-THIS-LOAN                VALUE "Y".

       01  BUSINESS-DATE                  PIC 9(08) VALUE ZERO.

       01  AMORTIZATION-WORK-FIELDS.
           05  MONTHLY-RATE-WORK           PIC 9(01)V9(09) VALUE ZERO.
           05  GROWTH-FACTOR-WORK          PIC 9(09)V9(09) VALUE ZERO.
           05  INSTALLMENT-WORK            PIC 9(10)V99 VALUE ZERO.
           05  REMAINING-PRINCIPAL-WORK    PIC 9(10)V99 VALUE ZERO.
           05  INTEREST-PART-WORK          PIC 9(10)V99 VALUE ZERO.
           05  PRINCIPAL-PART-WORK         PIC 9(10)V99 VALUE ZERO.
           05  SCHEDULE-NUMBER-WORK        PIC 9(04) COMP VALUE ZERO.
           05  FIRST-DUE-DATE-WORK         PIC 9(08) VALUE ZERO.

       01  LOAN-PENDING-IMAGE             PIC X(118) VALUE SPACES.

       01  COLLECTION-WORK-FIELDS.
           05  OLDEST-UNPAID-DATE          PIC 9(08) VALUE ZERO.
           05  COLLECTED-TODAY-WORK        PIC 9(10)V99 VALUE ZERO.
           05  LOAN-NOTE-WORK              PIC X(12) VALUE SPACES.
           05  BUCKET-SUBSCRIPT            PIC 9(04) COMP VALUE ZERO.
           05  DAYS-PAST-DUE-WORK          PIC S9(07) VALUE ZERO.

       01  LOAN-REFERENCE-WORK.
           05  REFERENCE-LOAN-NUMBER       PIC X(08).
           05  REFERENCE-SEPARATOR         PIC X(01).
           05  REFERENCE-INSTALLMENT       PIC 9(03).
           05  FILLER                      PIC X(02).

       01  DUE-DATE-WORK.
           05  DUE-YEAR                    PIC 9(04).
           05  DUE-MONTH                   PIC 9(02).
           05  DUE-DAY                     PIC 9(02).
       01  DUE-DATE-WORK-NUMERIC REDEFINES DUE-DATE-WORK
                                          PIC 9(08).
       77  MONTHS-FORWARD-WORK            PIC 9(05) COMP VALUE ZERO.
       77  YEARS-FORWARD-WORK             PIC 9(04) COMP VALUE ZERO.
       77  MONTH-REMAINDER-WORK           PIC 9(04) COMP VALUE ZERO.
       77  DISBURSEMENT-DAY-WORK          PIC 9(02) VALUE ZERO.
       77  MONTH-LENGTH-WORK              PIC 9(02) VALUE ZERO.
       77  LEAP-REMAINDER-WORK            PIC 9(04) COMP VALUE ZERO.
       77  LEAP-QUOTIENT-WORK             PIC 9(04) COMP VALUE ZERO.

       01  MONTH-DAYS-DEFINITION          PIC X(24) VALUE
           "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-DEFINITION.
           05  MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

      *----------------------------------------------------------------
      * DAY-NUMBER ARITHMETIC FOR THE DAYS-PAST-DUE AGING, AS IN
      * DINOSOBR: A DATE BECOMES A RUNNING DAY COUNT SO TWO DATES CAN
      * SIMPLY BE SUBTRACTED.
      *----------------------------------------------------------------
       01  DAY-NUMBER-DATE.
           05  DAY-NUMBER-YEAR             PIC 9(04).
           05  DAY-NUMBER-MONTH            PIC 9(02).
           05  DAY-NUMBER-DAY              PIC 9(02).
       01  DAY-NUMBER-DATE-NUMERIC REDEFINES DAY-NUMBER-DATE
                                          PIC 9(08).
       77  DAY-NUMBER-RESULT              PIC 9(07) COMP VALUE ZERO.
       77  BUSINESS-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
       77  PRIOR-YEARS-WORK               PIC 9(04) COMP VALUE ZERO.

       01  DAYS-BEFORE-MONTH-DEFINITION   PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  DAYS-BEFORE-MONTH-TABLE REDEFINES
           DAYS-BEFORE-MONTH-DEFINITION.
           05  DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(03).

       01  ACTIVITY-COUNT-FIELDS.
           05  LOANS-DISBURSED-COUNT       PIC 9(06) COMP VALUE ZERO.
           05  DISBURSEMENTS-FAILED-COUNT  PIC 9(06) COMP VALUE ZERO.
           05  INSTALLMENTS-COLLECTED-COUNT
                                           PIC 9(06) COMP VALUE ZERO.
           05  COLLECTIONS-FAILED-COUNT    PIC 9(06) COMP VALUE ZERO.
           05  LOANS-PAID-OFF-COUNT        PIC 9(06) COMP VALUE ZERO.
           05  ACTIVE-LOANS-COUNT          PIC 9(06) COMP VALUE ZERO.
           05  LOANS-IN-ARREARS-COUNT      PIC 9(06) COMP VALUE ZERO.
           05  AMOUNT-DISBURSED-TOTAL      PIC 9(12)V99 VALUE ZERO.
           05  PRINCIPAL-COLLECTED-TOTAL   PIC 9(12)V99 VALUE ZERO.
           05  INTEREST-COLLECTED-TOTAL    PIC 9(12)V99 VALUE ZERO.
           05  PORTFOLIO-OUTSTANDING-TOTAL PIC 9(12)V99 VALUE ZERO.

       01  BUCKET-TOTAL-TABLE.
           05  BUCKET-TOTAL-ENTRY          OCCURS 5 TIMES.
               10  BUCKET-LOAN-COUNT       PIC 9(06) COMP.
               10  BUCKET-OUTSTANDING      PIC 9(12)V99.
               10  BUCKET-OVERDUE          PIC 9(12)V99.

       01  BUCKET-LABEL-DEFINITION.
           05  FILLER                      PIC X(06) VALUE "AL DIA".
           05  FILLER                      PIC X(06) VALUE "1-30".
           05  FILLER                      PIC X(06) VALUE "31-60".
           05  FILLER                      PIC X(06) VALUE "61-90".
           05  FILLER                      PIC X(06) VALUE "+90".
       01  BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-DEFINITION.
           05  BUCKET-LABEL OCCURS 5 TIMES PIC X(06).

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE-YYYYMMDD       PIC 9(08).
           05  CURRENT-TIME-HHMMSSTT       PIC 9(08).

       77  HEAD-OFFICE-BRANCH-CODE         PIC X(04) VALUE "0001".
       01  LOG-BUILD-FIELDS.
           05  LOG-BUILD-ACCOUNT-NUMBER    PIC X(10).
           05  LOG-BUILD-TYPE              PIC X(10).
           05  LOG-BUILD-AMOUNT            PIC 9(10)V99.
           05  LOG-BUILD-BALANCE           PIC S9(10)V99.
           05  LOG-BUILD-REFERENCE         PIC X(14).

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(132) VALUE
               "DINOBANK - CARTERA DE PRESTAMOS Y MOROSIDAD".

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(15) VALUE
               "FECHA DEL CORTE".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  HEADING-BUSINESS-DATE       PIC 9(08).
           05  FILLER                      PIC X(107) VALUE SPACES.

       01  REPORT-COLUMN-HEADINGS.
           05  FILLER                      PIC X(09) VALUE "PRESTAMO".
           05  FILLER                      PIC X(09) VALUE "CLIENTE".
           05  FILLER                      PIC X(11) VALUE "CUENTA".
           05  FILLER                      PIC X(17) VALUE
               "   SALDO CAPITAL".
           05  FILLER                      PIC X(17) VALUE
               "           CUOTA".
           05  FILLER                      PIC X(08) VALUE "PAGADAS".
           05  FILLER                      PIC X(17) VALUE
               "     COBRADO HOY".
           05  FILLER                      PIC X(17) VALUE
               "         VENCIDO".
           05  FILLER                      PIC X(07) VALUE "  DIAS".
           05  FILLER                      PIC X(07) VALUE "TRAMO".
           05  FILLER                      PIC X(13) VALUE "NOTA".

       01  REPORT-DETAIL-LINE.
           05  DETAIL-LOAN-NUMBER          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-CUSTOMER-ID          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-OUTSTANDING          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-INSTALLMENT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-PAID-COUNT           PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE "/".
           05  DETAIL-TERM                 PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-COLLECTED-TODAY      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-OVERDUE              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-DAYS-PAST-DUE        PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-BUCKET               PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-NOTE                 PIC X(12).

       01  REPORT-SUMMARY-LINE.
           05  SUMMARY-LABEL               PIC X(30).
           05  SUMMARY-COUNT               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SUMMARY-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SUMMARY-AMOUNT-2            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(48) VALUE SPACES.

       01  REPORT-BUCKET-HEADING.
           05  FILLER                      PIC X(42) VALUE
               "MOROSIDAD POR TRAMO (DIAS)     PRESTAMOS".
           05  FILLER                      PIC X(22) VALUE
               "       SALDO CAPITAL".
           05  FILLER                      PIC X(20) VALUE
               "             VENCIDO".
           05  FILLER                      PIC X(48) VALUE SPACES.

       01  REPORT-RESULT-LINE             PIC X(132) VALUE SPACES.

       01  SCHEDULE-HEADING-LINE.
           05  FILLER                      PIC X(50) VALUE
               "DINOBANK - TABLAS DE AMORTIZACION".
           05  FILLER                      PIC X(15) VALUE
               "FECHA DEL CORTE".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SCHEDULE-HEADING-DATE       PIC 9(08).
           05  FILLER                      PIC X(15) VALUE SPACES.

       01  SCHEDULE-LOAN-LINE-1.
           05  FILLER                      PIC X(09) VALUE "PRESTAMO".
           05  SCHEDULE-LOAN-NUMBER-OUT    PIC X(08).
           05  FILLER                      PIC X(10) VALUE
               "  CLIENTE".
           05  SCHEDULE-CUSTOMER-OUT       PIC X(08).
           05  FILLER                      PIC X(09) VALUE
               "  CUENTA".
           05  SCHEDULE-ACCOUNT-OUT        PIC X(10).
           05  FILLER                      PIC X(36) VALUE SPACES.

       01  SCHEDULE-LOAN-LINE-2.
           05  FILLER                      PIC X(06) VALUE "MONTO".
           05  SCHEDULE-PRINCIPAL-OUT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(13) VALUE
               "  TASA ANUAL".
           05  SCHEDULE-RATE-OUT           PIC ZZ.999.
           05  FILLER                      PIC X(08) VALUE "  PLAZO".
           05  SCHEDULE-TERM-OUT           PIC ZZ9.
           05  FILLER                      PIC X(14) VALUE
               " MESES  CUOTA".
           05  SCHEDULE-INSTALLMENT-OUT    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(08) VALUE SPACES.

       01  SCHEDULE-COLUMN-HEADINGS.
           05  FILLER                      PIC X(05) VALUE "CUOTA".
           05  FILLER                      PIC X(10) VALUE "    VENCE".
           05  FILLER                      PIC X(17) VALUE
               "         CAPITAL".
           05  FILLER                      PIC X(17) VALUE
               "         INTERES".
           05  FILLER                      PIC X(17) VALUE
               "     TOTAL CUOTA".
           05  FILLER                      PIC X(17) VALUE
               "   SALDO CAPITAL".
           05  FILLER                      PIC X(07) VALUE SPACES.

       01  SCHEDULE-DETAIL-LINE.
           05  SCHEDULE-NUMBER-OUT         PIC ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  SCHEDULE-DUE-DATE-OUT       PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  SCHEDULE-PRINCIPAL-PART-OUT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  SCHEDULE-INTEREST-PART-OUT  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  SCHEDULE-TOTAL-OUT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  SCHEDULE-BALANCE-OUT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  SCHEDULE-MESSAGE-LINE          PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ACCEPT-PARAMETERS-PROCEDURE.
           PERFORM OPEN-FILES-PROCEDURE.
           PERFORM WRITE-REPORT-HEADINGS-PROCEDURE.
           INITIALIZE BUCKET-TOTAL-TABLE.
           PERFORM POSITION-LOANS-PROCEDURE.
           IF NOT LOAN-EOF
               PERFORM READ-NEXT-LOAN-PROCEDURE
                   THRU READ-NEXT-LOAN-EXIT
           END-IF.
           PERFORM PROCESS-LOAN-PROCEDURE
               THRU PROCESS-LOAN-EXIT
               UNTIL LOAN-EOF.
           PERFORM WRITE-SUMMARY-PROCEDURE.
           PERFORM CLOSE-FILES-PROCEDURE.
           DISPLAY "Prestamos desembolsados: " LOANS-DISBURSED-COUNT
               " Cuotas cobradas: " INSTALLMENTS-COLLECTED-COUNT
               " En mora: " LOANS-IN-ARREARS-COUNT.
           ADD LOANS-DISBURSED-COUNT INSTALLMENTS-COLLECTED-COUNT
               GIVING STEP-RECORD-COUNT.
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
           DISPLAY "DINOBANK - PRESTAMOS".
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
           MOVE BUSINESS-DATE TO DAY-NUMBER-DATE-NUMERIC.
           PERFORM COMPUTE-DAY-NUMBER-PROCEDURE.
           MOVE DAY-NUMBER-RESULT TO BUSINESS-DAY-NUMBER.

       OPEN-FILES-PROCEDURE.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al abrir el maestro de cuentas. Codigo: "
                   ACCOUNT-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN I-O LOAN-MASTER-FILE.
           IF NOT LOAN-MASTER-OK AND NOT LOAN-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de prestamos."
                   " Codigo: " LOAN-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN I-O LOAN-SCHEDULE-FILE.
           IF NOT LOAN-SCHEDULE-OK AND NOT LOAN-SCHEDULE-CREATED
               DISPLAY "Error al abrir las tablas de amortizacion."
                   " Codigo: " LOAN-SCHEDULE-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al abrir el reporte. Codigo: "
                   REPORT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT SCHEDULE-REPORT-FILE.
           IF NOT SCHEDULE-REPORT-OK
               DISPLAY "Error al abrir el reporte de amortizacion."
                   " Codigo: " SCHEDULE-REPORT-STATUS
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADINGS-PROCEDURE.
           MOVE REPORT-HEADING-LINE-1 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE BUSINESS-DATE TO HEADING-BUSINESS-DATE.
           MOVE REPORT-HEADING-LINE-2 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REPORT-COLUMN-HEADINGS TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE BUSINESS-DATE TO SCHEDULE-HEADING-DATE.
           MOVE SCHEDULE-HEADING-LINE TO SCHEDULE-REPORT-LINE.
           PERFORM WRITE-SCHEDULE-LINE-PROCEDURE.

       POSITION-LOANS-PROCEDURE.
           MOVE LOW-VALUES TO LOAN-NUMBER.
           START LOAN-MASTER-FILE
               KEY NOT LESS THAN LOAN-NUMBER
               INVALID KEY
                   MOVE "Y" TO LOAN-EOF-SWITCH
           END-START.

       READ-NEXT-LOAN-PROCEDURE.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LOAN-EOF-SWITCH
           END-READ.
       READ-NEXT-LOAN-EXIT.
           EXIT.

       PROCESS-LOAN-PROCEDURE.
           MOVE ZERO TO COLLECTED-TODAY-WORK.
           MOVE SPACES TO LOAN-NOTE-WORK.
           MOVE "N" TO REPORT-LOAN-SWITCH.
           IF LOAN-IS-PENDING
               PERFORM DISBURSE-LOAN-PROCEDURE
                   THRU DISBURSE-LOAN-EXIT
               MOVE "Y" TO REPORT-LOAN-SWITCH
           END-IF.
           IF LOAN-IS-ACTIVE
               PERFORM COLLECT-INSTALLMENTS-PROCEDURE
                   THRU COLLECT-INSTALLMENTS-EXIT
               PERFORM AGE-LOAN-PROCEDURE
                   THRU AGE-LOAN-EXIT
               REWRITE LOAN-MASTER-RECORD
               IF NOT LOAN-MASTER-OK
                   DISPLAY "Error al actualizar el prestamo "
                       LOAN-NUMBER " Codigo: " LOAN-MASTER-STATUS
               END-IF
               MOVE "Y" TO REPORT-LOAN-SWITCH
           END-IF.
           IF REPORT-THIS-LOAN
               PERFORM WRITE-DETAIL-LINE-PROCEDURE
               PERFORM ACCUMULATE-PORTFOLIO-PROCEDURE
                   THRU ACCUMULATE-PORTFOLIO-EXIT
           END-IF.
           PERFORM READ-NEXT-LOAN-PROCEDURE
               THRU READ-NEXT-LOAN-EXIT.
       PROCESS-LOAN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * DISBURSEMENT: SCHEDULE FIRST (REWRITTEN IN PLACE IF AN EARLIER
      * ATTEMPT LEFT ONE BEHIND), THEN THE LOAN GOES ACTIVE, THEN THE
      * CREDIT TO THE ACCOUNT. THE LOAN IS SAVED ACTIVE BEFORE ANY
      * MONEY MOVES, SO A LOAN THAT CANNOT BE UPDATED IS NEVER
      * DISBURSED TWICE; IF THE CREDIT FAILS THE LOAN IS PUT BACK TO
      * PENDING. SHOULD THAT ALSO FAIL THE LOAN IS ACTIVE WITHOUT ITS
      * CREDIT, THE LINE SAYS REVISAR AND THE STEP FAILS.
      *----------------------------------------------------------------
       DISBURSE-LOAN-PROCEDURE.
           MOVE LOAN-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "SIN CUENTA" TO LOAN-NOTE-WORK
                   ADD 1 TO DISBURSEMENTS-FAILED-COUNT
                   GO TO DISBURSE-LOAN-EXIT
           END-READ.
           PERFORM NORMALIZE-ACCOUNT-PROCEDURE.
           IF ACCOUNT-IS-FROZEN OR ACCOUNT-IS-CLOSED
               MOVE "CTA NO OPERA" TO LOAN-NOTE-WORK
               ADD 1 TO DISBURSEMENTS-FAILED-COUNT
               GO TO DISBURSE-LOAN-EXIT
           END-IF.
           MOVE LOAN-MASTER-RECORD TO LOAN-PENDING-IMAGE.
           MOVE BUSINESS-DATE TO LOAN-DISBURSEMENT-DATE.
           PERFORM BUILD-SCHEDULE-PROCEDURE
               THRU BUILD-SCHEDULE-EXIT.
           IF SCHEDULE-FAILED
               MOVE ZERO TO LOAN-DISBURSEMENT-DATE
               MOVE "ERROR TABLA" TO LOAN-NOTE-WORK
               ADD 1 TO DISBURSEMENTS-FAILED-COUNT
               GO TO DISBURSE-LOAN-EXIT
           END-IF.
           MOVE INSTALLMENT-WORK TO LOAN-INSTALLMENT-AMOUNT.
           MOVE LOAN-PRINCIPAL-AMOUNT TO LOAN-PRINCIPAL-OUTSTANDING.
           MOVE ZERO TO LOAN-INSTALLMENTS-PAID.
           MOVE FIRST-DUE-DATE-WORK TO LOAN-NEXT-DUE-DATE.
           MOVE ZERO TO LOAN-AMOUNT-OVERDUE.
           MOVE ZERO TO LOAN-DAYS-PAST-DUE.
           MOVE "0" TO LOAN-ARREARS-BUCKET.
           MOVE "A" TO LOAN-STATUS.
           REWRITE LOAN-MASTER-RECORD.
           IF NOT LOAN-MASTER-OK
               DISPLAY "Error al actualizar el prestamo " LOAN-NUMBER
                   " Codigo: " LOAN-MASTER-STATUS
               MOVE LOAN-PENDING-IMAGE TO LOAN-MASTER-RECORD
               MOVE "ERROR PREST" TO LOAN-NOTE-WORK
               ADD 1 TO DISBURSEMENTS-FAILED-COUNT
               MOVE "DESEMBOLSO NO EFECTUADO - SE REINTENTARA"
                   TO SCHEDULE-MESSAGE-LINE
               MOVE SCHEDULE-MESSAGE-LINE TO SCHEDULE-REPORT-LINE
               PERFORM WRITE-SCHEDULE-LINE-PROCEDURE
               GO TO DISBURSE-LOAN-EXIT
           END-IF.
           ADD LOAN-PRINCIPAL-AMOUNT TO ACCOUNT-BALANCE.
           ADD LOAN-PRINCIPAL-AMOUNT TO ACCOUNT-AVAILABLE-BALANCE.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al actualizar la cuenta " ACCOUNT-NUMBER
                   " Codigo: " ACCOUNT-MASTER-STATUS
               SUBTRACT LOAN-PRINCIPAL-AMOUNT FROM ACCOUNT-BALANCE
               SUBTRACT LOAN-PRINCIPAL-AMOUNT
                   FROM ACCOUNT-AVAILABLE-BALANCE
               ADD 1 TO DISBURSEMENTS-FAILED-COUNT
               MOVE LOAN-PENDING-IMAGE TO LOAN-MASTER-RECORD
               REWRITE LOAN-MASTER-RECORD
               IF NOT LOAN-MASTER-OK
                   DISPLAY "Error al devolver el prestamo " LOAN-NUMBER
                       " a pendiente. Codigo: " LOAN-MASTER-STATUS
                   MOVE "F" TO STEP-FINAL-STATUS
                   MOVE "REVISAR" TO LOAN-NOTE-WORK
                   MOVE "PRESTAMO ACTIVO SIN DESEMBOLSO, REVISAR"
                       TO SCHEDULE-MESSAGE-LINE
               ELSE
                   MOVE "ERROR CUENTA" TO LOAN-NOTE-WORK
                   MOVE "DESEMBOLSO NO EFECTUADO - SE REINTENTARA"
                       TO SCHEDULE-MESSAGE-LINE
               END-IF
               MOVE SCHEDULE-MESSAGE-LINE TO SCHEDULE-REPORT-LINE
               PERFORM WRITE-SCHEDULE-LINE-PROCEDURE
               GO TO DISBURSE-LOAN-EXIT
           END-IF.
           MOVE SPACES TO LOG-BUILD-REFERENCE.
           MOVE LOAN-NUMBER TO LOG-BUILD-REFERENCE.
           MOVE ACCOUNT-NUMBER TO LOG-BUILD-ACCOUNT-NUMBER.
           MOVE "DESEMBOLSO" TO LOG-BUILD-TYPE.
           MOVE LOAN-PRINCIPAL-AMOUNT TO LOG-BUILD-AMOUNT.
           MOVE ACCOUNT-BALANCE TO LOG-BUILD-BALANCE.
           PERFORM LOG-TRANSACTION-PROCEDURE
               THRU LOG-TRANSACTION-PROCEDURE-EXIT.
           ADD 1 TO LOANS-DISBURSED-COUNT.
           ADD LOAN-PRINCIPAL-AMOUNT TO AMOUNT-DISBURSED-TOTAL.
           MOVE "DESEMBOLSADO" TO LOAN-NOTE-WORK.
       DISBURSE-LOAN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * LEVEL INSTALLMENT = P * I * (1 + I) ** N / ((1 + I) ** N - 1)
      * WITH I THE MONTHLY RATE; P / N WHEN THE LOAN CARRIES NO RATE.
      *----------------------------------------------------------------
       BUILD-SCHEDULE-PROCEDURE.
           MOVE "N" TO SCHEDULE-FAILED-SWITCH.
           MOVE ZERO TO FIRST-DUE-DATE-WORK.
           IF LOAN-TERM-MONTHS = ZERO
               DISPLAY "Prestamo " LOAN-NUMBER " sin plazo."
               MOVE "Y" TO SCHEDULE-FAILED-SWITCH
               GO TO BUILD-SCHEDULE-EXIT
           END-IF.
           COMPUTE MONTHLY-RATE-WORK ROUNDED =
               LOAN-ANNUAL-RATE / 1200.
           IF MONTHLY-RATE-WORK = ZERO
               COMPUTE INSTALLMENT-WORK ROUNDED =
                   LOAN-PRINCIPAL-AMOUNT / LOAN-TERM-MONTHS
           ELSE
               COMPUTE GROWTH-FACTOR-WORK ROUNDED =
                   (1 + MONTHLY-RATE-WORK) ** LOAN-TERM-MONTHS
                   ON SIZE ERROR
                       DISPLAY "Prestamo " LOAN-NUMBER
                           " - tasa y plazo fuera de rango."
                       MOVE "Y" TO SCHEDULE-FAILED-SWITCH
                       GO TO BUILD-SCHEDULE-EXIT
               END-COMPUTE
               COMPUTE INSTALLMENT-WORK ROUNDED =
                   LOAN-PRINCIPAL-AMOUNT * MONTHLY-RATE-WORK
                   * GROWTH-FACTOR-WORK / (GROWTH-FACTOR-WORK - 1)
           END-IF.
           MOVE LOAN-NUMBER TO SCHEDULE-LOAN-NUMBER-OUT.
           MOVE LOAN-CUSTOMER-ID TO SCHEDULE-CUSTOMER-OUT.
           MOVE LOAN-ACCOUNT-NUMBER TO SCHEDULE-ACCOUNT-OUT.
           MOVE SPACES TO SCHEDULE-REPORT-LINE.
           PERFORM WRITE-SCHEDULE-LINE-PROCEDURE.
           MOVE SCHEDULE-LOAN-LINE-1 TO SCHEDULE-REPORT-LINE.
           PERFORM WRITE-SCHEDULE-LINE-PROCEDURE.
           MOVE LOAN-PRINCIPAL-AMOUNT TO SCHEDULE-PRINCIPAL-OUT.
           MOVE LOAN-ANNUAL-RATE TO SCHEDULE-RATE-OUT.
           MOVE LOAN-TERM-MONTHS TO SCHEDULE-TERM-OUT.
           MOVE INSTALLMENT-WORK TO SCHEDULE-INSTALLMENT-OUT.
           MOVE SCHEDULE-LOAN-LINE-2 TO SCHEDULE-REPORT-LINE.
           PERFORM WRITE-SCHEDULE-LINE-PROCEDURE.
           MOVE SCHEDULE-COLUMN-HEADINGS TO SCHEDULE-REPORT-LINE.
           PERFORM WRITE-SCHEDULE-LINE-PROCEDURE.
           MOVE LOAN-PRINCIPAL-AMOUNT TO REMAINING-PRINCIPAL-WORK.
           MOVE LOAN-DISBURSEMENT-DATE TO DUE-DATE-WORK-NUMERIC.
           MOVE DUE-DAY TO DISBURSEMENT-DAY-WORK.
           PERFORM WRITE-SCHEDULE-ENTRY-PROCEDURE
               THRU WRITE-SCHEDULE-ENTRY-EXIT
               VARYING SCHEDULE-NUMBER-WORK FROM 1 BY 1
               UNTIL SCHEDULE-NUMBER-WORK > LOAN-TERM-MONTHS
                  OR SCHEDULE-FAILED.
       BUILD-SCHEDULE-EXIT.
           EXIT.

       WRITE-SCHEDULE-ENTRY-PROCEDURE.
           COMPUTE INTEREST-PART-WORK ROUNDED =
               REMAINING-PRINCIPAL-WORK * MONTHLY-RATE-WORK.
           IF SCHEDULE-NUMBER-WORK = LOAN-TERM-MONTHS
               MOVE REMAINING-PRINCIPAL-WORK TO PRINCIPAL-PART-WORK
           ELSE
               IF INSTALLMENT-WORK > INTEREST-PART-WORK
                   COMPUTE PRINCIPAL-PART-WORK =
                       INSTALLMENT-WORK - INTEREST-PART-WORK
               ELSE
                   MOVE ZERO TO PRINCIPAL-PART-WORK
               END-IF
               IF PRINCIPAL-PART-WORK > REMAINING-PRINCIPAL-WORK
                   MOVE REMAINING-PRINCIPAL-WORK
                       TO PRINCIPAL-PART-WORK
               END-IF
           END-IF.
           SUBTRACT PRINCIPAL-PART-WORK FROM REMAINING-PRINCIPAL-WORK.
           PERFORM COMPUTE-DUE-DATE-PROCEDURE.
           IF SCHEDULE-NUMBER-WORK = 1
               MOVE DUE-DATE-WORK-NUMERIC TO FIRST-DUE-DATE-WORK
           END-IF.
           MOVE SPACES TO LOAN-SCHEDULE-RECORD.
           MOVE LOAN-NUMBER TO SCHEDULE-LOAN-NUMBER.
           MOVE SCHEDULE-NUMBER-WORK TO SCHEDULE-INSTALLMENT-NUMBER.
           MOVE DUE-DATE-WORK-NUMERIC TO SCHEDULE-DUE-DATE.
           MOVE PRINCIPAL-PART-WORK TO SCHEDULE-PRINCIPAL-AMOUNT.
           MOVE INTEREST-PART-WORK TO SCHEDULE-INTEREST-AMOUNT.
           COMPUTE SCHEDULE-INSTALLMENT-AMOUNT =
               PRINCIPAL-PART-WORK + INTEREST-PART-WORK.
           MOVE REMAINING-PRINCIPAL-WORK TO SCHEDULE-BALANCE-AFTER.
           MOVE ZERO TO SCHEDULE-PAID-DATE.
           MOVE "P" TO SCHEDULE-STATUS.
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   REWRITE LOAN-SCHEDULE-RECORD
           END-WRITE.
           IF NOT LOAN-SCHEDULE-OK
               DISPLAY "Error al grabar la tabla del prestamo "
                   LOAN-NUMBER " Codigo: " LOAN-SCHEDULE-STATUS
               MOVE "Y" TO SCHEDULE-FAILED-SWITCH
               GO TO WRITE-SCHEDULE-ENTRY-EXIT
           END-IF.
           MOVE SCHEDULE-NUMBER-WORK TO SCHEDULE-NUMBER-OUT.
           MOVE SCHEDULE-DUE-DATE TO SCHEDULE-DUE-DATE-OUT.
           MOVE SCHEDULE-PRINCIPAL-AMOUNT
               TO SCHEDULE-PRINCIPAL-PART-OUT.
           MOVE SCHEDULE-INTEREST-AMOUNT TO SCHEDULE-INTEREST-PART-OUT.
           MOVE SCHEDULE-INSTALLMENT-AMOUNT TO SCHEDULE-TOTAL-OUT.
           MOVE SCHEDULE-BALANCE-AFTER TO SCHEDULE-BALANCE-OUT.
           MOVE SCHEDULE-DETAIL-LINE TO SCHEDULE-REPORT-LINE.
           PERFORM WRITE-SCHEDULE-LINE-PROCEDURE.
       WRITE-SCHEDULE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * INSTALLMENT N FALLS DUE N MONTHS AFTER THE DISBURSEMENT DATE,
      * ON THE SAME DAY OF THE MONTH OR THE LAST DAY OF A SHORTER MONTH.
      *----------------------------------------------------------------
       COMPUTE-DUE-DATE-PROCEDURE.
           MOVE LOAN-DISBURSEMENT-DATE TO DUE-DATE-WORK-NUMERIC.
           COMPUTE MONTHS-FORWARD-WORK =
               DUE-MONTH - 1 + SCHEDULE-NUMBER-WORK.
           DIVIDE MONTHS-FORWARD-WORK BY 12
               GIVING YEARS-FORWARD-WORK
               REMAINDER MONTH-REMAINDER-WORK.
           ADD YEARS-FORWARD-WORK TO DUE-YEAR.
           COMPUTE DUE-MONTH = MONTH-REMAINDER-WORK + 1.
           MOVE DISBURSEMENT-DAY-WORK TO DUE-DAY.
           PERFORM GET-MONTH-LENGTH-PROCEDURE.
           IF DUE-DAY > MONTH-LENGTH-WORK
               MOVE MONTH-LENGTH-WORK TO DUE-DAY
           END-IF.

       GET-MONTH-LENGTH-PROCEDURE.
           MOVE MONTH-DAYS (DUE-MONTH) TO MONTH-LENGTH-WORK.
           IF DUE-MONTH = 2
               DIVIDE DUE-YEAR BY 4 GIVING LEAP-QUOTIENT-WORK
                   REMAINDER LEAP-REMAINDER-WORK
               IF LEAP-REMAINDER-WORK = ZERO
                   DIVIDE DUE-YEAR BY 100 GIVING LEAP-QUOTIENT-WORK
                       REMAINDER LEAP-REMAINDER-WORK
                   IF LEAP-REMAINDER-WORK NOT = ZERO
                       MOVE 29 TO MONTH-LENGTH-WORK
                   ELSE
                       DIVIDE DUE-YEAR BY 400
                           GIVING LEAP-QUOTIENT-WORK
                           REMAINDER LEAP-REMAINDER-WORK
                       IF LEAP-REMAINDER-WORK = ZERO
                           MOVE 29 TO MONTH-LENGTH-WORK
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * COLLECTION: WALK THE SCHEDULE FROM THE FIRST UNPAID
      * INSTALLMENT. EVERY INSTALLMENT DUE BY THE BUSINESS DATE IS
      * COLLECTED UNTIL ONE CANNOT BE; FROM THERE ON WHAT IS DUE IS
      * ADDED TO THE OVERDUE AMOUNT. THE WALK ENDS AT THE FIRST
      * INSTALLMENT NOT YET DUE.
      *----------------------------------------------------------------
       COLLECT-INSTALLMENTS-PROCEDURE.
           MOVE "N" TO COLLECTION-STOPPED-SWITCH.
           MOVE "N" TO ACCOUNT-LOADED-SWITCH.
           MOVE "N" TO SCHEDULE-SCAN-END-SWITCH.
           MOVE ZERO TO OLDEST-UNPAID-DATE.
           MOVE ZERO TO LOAN-AMOUNT-OVERDUE.
           MOVE LOAN-NUMBER TO SCHEDULE-LOAN-NUMBER.
           COMPUTE SCHEDULE-INSTALLMENT-NUMBER =
               LOAN-INSTALLMENTS-PAID + 1.
           START LOAN-SCHEDULE-FILE
               KEY NOT LESS THAN SCHEDULE-KEY
               INVALID KEY
                   MOVE "Y" TO SCHEDULE-SCAN-END-SWITCH
           END-START.
           PERFORM COLLECT-NEXT-INSTALLMENT-PROCEDURE
               THRU COLLECT-NEXT-INSTALLMENT-EXIT
               UNTIL SCHEDULE-SCAN-ENDED.
           IF LOAN-INSTALLMENTS-PAID NOT < LOAN-TERM-MONTHS
               MOVE ZERO TO LOAN-PRINCIPAL-OUTSTANDING
               MOVE ZERO TO LOAN-NEXT-DUE-DATE
               MOVE ZERO TO LOAN-AMOUNT-OVERDUE
               MOVE "C" TO LOAN-STATUS
               MOVE "PAGADO" TO LOAN-NOTE-WORK
               ADD 1 TO LOANS-PAID-OFF-COUNT
               GO TO COLLECT-INSTALLMENTS-EXIT
           END-IF.
           IF OLDEST-UNPAID-DATE NOT = ZERO
               MOVE OLDEST-UNPAID-DATE TO LOAN-NEXT-DUE-DATE
           END-IF.
       COLLECT-INSTALLMENTS-EXIT.
           EXIT.

       COLLECT-NEXT-INSTALLMENT-PROCEDURE.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SCHEDULE-SCAN-END-SWITCH
                   GO TO COLLECT-NEXT-INSTALLMENT-EXIT
           END-READ.
           IF SCHEDULE-LOAN-NUMBER NOT = LOAN-NUMBER
               MOVE "Y" TO SCHEDULE-SCAN-END-SWITCH
               GO TO COLLECT-NEXT-INSTALLMENT-EXIT
           END-IF.
           IF SCHEDULE-IS-PAID
               GO TO COLLECT-NEXT-INSTALLMENT-EXIT
           END-IF.
           IF SCHEDULE-DUE-DATE > BUSINESS-DATE
               IF OLDEST-UNPAID-DATE = ZERO
                   MOVE SCHEDULE-DUE-DATE TO OLDEST-UNPAID-DATE
               END-IF
               MOVE "Y" TO SCHEDULE-SCAN-END-SWITCH
               GO TO COLLECT-NEXT-INSTALLMENT-EXIT
           END-IF.
           IF NOT COLLECTION-STOPPED
               PERFORM COLLECT-ONE-INSTALLMENT-PROCEDURE
                   THRU COLLECT-ONE-INSTALLMENT-EXIT
           END-IF.
           IF COLLECTION-STOPPED
               ADD SCHEDULE-INSTALLMENT-AMOUNT TO LOAN-AMOUNT-OVERDUE
               IF OLDEST-UNPAID-DATE = ZERO
                   MOVE SCHEDULE-DUE-DATE TO OLDEST-UNPAID-DATE
               END-IF
           END-IF.
       COLLECT-NEXT-INSTALLMENT-EXIT.
           EXIT.

       COLLECT-ONE-INSTALLMENT-PROCEDURE.
           IF NOT ACCOUNT-LOADED
               MOVE LOAN-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "SIN CUENTA" TO LOAN-NOTE-WORK
                       PERFORM STOP-COLLECTION-PROCEDURE
                       GO TO COLLECT-ONE-INSTALLMENT-EXIT
               END-READ
               PERFORM NORMALIZE-ACCOUNT-PROCEDURE
               MOVE "Y" TO ACCOUNT-LOADED-SWITCH
           END-IF.
           IF ACCOUNT-IS-FROZEN OR ACCOUNT-IS-CLOSED
               MOVE "CTA NO OPERA" TO LOAN-NOTE-WORK
               PERFORM STOP-COLLECTION-PROCEDURE
               GO TO COLLECT-ONE-INSTALLMENT-EXIT
           END-IF.
           IF (ACCOUNT-AVAILABLE-BALANCE - SCHEDULE-INSTALLMENT-AMOUNT)
               < (ACCOUNT-MINIMUM-BALANCE - ACCOUNT-OVERDRAFT-LIMIT)
               MOVE "SALDO INSUF." TO LOAN-NOTE-WORK
               PERFORM STOP-COLLECTION-PROCEDURE
               GO TO COLLECT-ONE-INSTALLMENT-EXIT
           END-IF.
           SUBTRACT SCHEDULE-INSTALLMENT-AMOUNT FROM ACCOUNT-BALANCE.
           SUBTRACT SCHEDULE-INSTALLMENT-AMOUNT
               FROM ACCOUNT-AVAILABLE-BALANCE.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al actualizar la cuenta " ACCOUNT-NUMBER
                   " Codigo: " ACCOUNT-MASTER-STATUS
               ADD SCHEDULE-INSTALLMENT-AMOUNT TO ACCOUNT-BALANCE
               ADD SCHEDULE-INSTALLMENT-AMOUNT
                   TO ACCOUNT-AVAILABLE-BALANCE
               MOVE "ERROR CUENTA" TO LOAN-NOTE-WORK
               PERFORM STOP-COLLECTION-PROCEDURE
               GO TO COLLECT-ONE-INSTALLMENT-EXIT
           END-IF.
           MOVE LOAN-NUMBER TO REFERENCE-LOAN-NUMBER.
           MOVE "-" TO REFERENCE-SEPARATOR.
           MOVE SCHEDULE-INSTALLMENT-NUMBER TO REFERENCE-INSTALLMENT.
           MOVE LOAN-REFERENCE-WORK TO LOG-BUILD-REFERENCE.
           MOVE ACCOUNT-NUMBER TO LOG-BUILD-ACCOUNT-NUMBER.
           IF SCHEDULE-PRINCIPAL-AMOUNT > ZERO
               MOVE "PREST-CAP " TO LOG-BUILD-TYPE
               MOVE SCHEDULE-PRINCIPAL-AMOUNT TO LOG-BUILD-AMOUNT
               COMPUTE LOG-BUILD-BALANCE =
                   ACCOUNT-BALANCE + SCHEDULE-INTEREST-AMOUNT
               PERFORM LOG-TRANSACTION-PROCEDURE
                   THRU LOG-TRANSACTION-PROCEDURE-EXIT
           END-IF.
           IF SCHEDULE-INTEREST-AMOUNT > ZERO
               MOVE "PREST-INT " TO LOG-BUILD-TYPE
               MOVE SCHEDULE-INTEREST-AMOUNT TO LOG-BUILD-AMOUNT
               MOVE ACCOUNT-BALANCE TO LOG-BUILD-BALANCE
               PERFORM LOG-TRANSACTION-PROCEDURE
                   THRU LOG-TRANSACTION-PROCEDURE-EXIT
           END-IF.
           MOVE BUSINESS-DATE TO SCHEDULE-PAID-DATE.
           MOVE "C" TO SCHEDULE-STATUS.
           REWRITE LOAN-SCHEDULE-RECORD.
           IF NOT LOAN-SCHEDULE-OK
               DISPLAY "Error al marcar la cuota " LOAN-NUMBER " "
                   SCHEDULE-INSTALLMENT-NUMBER " Codigo: "
                   LOAN-SCHEDULE-STATUS
           END-IF.
           IF SCHEDULE-PRINCIPAL-AMOUNT > LOAN-PRINCIPAL-OUTSTANDING
               MOVE ZERO TO LOAN-PRINCIPAL-OUTSTANDING
           ELSE
               SUBTRACT SCHEDULE-PRINCIPAL-AMOUNT
                   FROM LOAN-PRINCIPAL-OUTSTANDING
           END-IF.
           ADD 1 TO LOAN-INSTALLMENTS-PAID.
           ADD SCHEDULE-INSTALLMENT-AMOUNT TO COLLECTED-TODAY-WORK.
           ADD 1 TO INSTALLMENTS-COLLECTED-COUNT.
           ADD SCHEDULE-PRINCIPAL-AMOUNT TO PRINCIPAL-COLLECTED-TOTAL.
           ADD SCHEDULE-INTEREST-AMOUNT TO INTEREST-COLLECTED-TOTAL.
           MOVE "COBRADO" TO LOAN-NOTE-WORK.
       COLLECT-ONE-INSTALLMENT-EXIT.
           EXIT.

       STOP-COLLECTION-PROCEDURE.
           MOVE "Y" TO COLLECTION-STOPPED-SWITCH.
           ADD 1 TO COLLECTIONS-FAILED-COUNT.

       NORMALIZE-ACCOUNT-PROCEDURE.
           IF ACCOUNT-AVAILABLE-BALANCE NOT NUMERIC
               MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAILABLE-BALANCE
           END-IF.
           IF ACCOUNT-LAST-ACTIVITY-DATE NOT NUMERIC
               MOVE ZERO TO ACCOUNT-LAST-ACTIVITY-DATE
           END-IF.

      *----------------------------------------------------------------
      * AGING: DAYS SINCE THE OLDEST INSTALLMENT STILL OWED FELL DUE.
      * 1-30, 31-60, 61-90 AND OVER 90 DAYS; "0" WHEN NOTHING IS OWED.
      *----------------------------------------------------------------
       AGE-LOAN-PROCEDURE.
           MOVE ZERO TO LOAN-DAYS-PAST-DUE.
           MOVE "0" TO LOAN-ARREARS-BUCKET.
           IF NOT LOAN-IS-ACTIVE OR LOAN-AMOUNT-OVERDUE = ZERO
               GO TO AGE-LOAN-EXIT
           END-IF.
           MOVE LOAN-NEXT-DUE-DATE TO DAY-NUMBER-DATE-NUMERIC.
           PERFORM COMPUTE-DAY-NUMBER-PROCEDURE.
           COMPUTE DAYS-PAST-DUE-WORK =
               BUSINESS-DAY-NUMBER - DAY-NUMBER-RESULT.
           IF DAYS-PAST-DUE-WORK < 1
               MOVE 1 TO DAYS-PAST-DUE-WORK
           END-IF.
           MOVE DAYS-PAST-DUE-WORK TO LOAN-DAYS-PAST-DUE.
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE-WORK NOT > 30
                   MOVE "1" TO LOAN-ARREARS-BUCKET
               WHEN DAYS-PAST-DUE-WORK NOT > 60
                   MOVE "2" TO LOAN-ARREARS-BUCKET
               WHEN DAYS-PAST-DUE-WORK NOT > 90
                   MOVE "3" TO LOAN-ARREARS-BUCKET
               WHEN OTHER
                   MOVE "4" TO LOAN-ARREARS-BUCKET
           END-EVALUATE.
       AGE-LOAN-EXIT.
           EXIT.

       COMPUTE-DAY-NUMBER-PROCEDURE.
           IF DAY-NUMBER-MONTH < 1 OR DAY-NUMBER-MONTH > 12
               MOVE 1 TO DAY-NUMBER-MONTH
           END-IF.
           COMPUTE PRIOR-YEARS-WORK = DAY-NUMBER-YEAR - 1.
           COMPUTE DAY-NUMBER-RESULT = PRIOR-YEARS-WORK * 365
               + DAYS-BEFORE-MONTH (DAY-NUMBER-MONTH)
               + DAY-NUMBER-DAY.
           DIVIDE PRIOR-YEARS-WORK BY 4 GIVING LEAP-QUOTIENT-WORK.
           ADD LEAP-QUOTIENT-WORK TO DAY-NUMBER-RESULT.
           DIVIDE PRIOR-YEARS-WORK BY 100 GIVING LEAP-QUOTIENT-WORK.
           SUBTRACT LEAP-QUOTIENT-WORK FROM DAY-NUMBER-RESULT.
           DIVIDE PRIOR-YEARS-WORK BY 400 GIVING LEAP-QUOTIENT-WORK.
           ADD LEAP-QUOTIENT-WORK TO DAY-NUMBER-RESULT.
           IF DAY-NUMBER-MONTH > 2
               DIVIDE DAY-NUMBER-YEAR BY 4 GIVING LEAP-QUOTIENT-WORK
                   REMAINDER LEAP-REMAINDER-WORK
               IF LEAP-REMAINDER-WORK = ZERO
                   DIVIDE DAY-NUMBER-YEAR BY 100
                       GIVING LEAP-QUOTIENT-WORK
                       REMAINDER LEAP-REMAINDER-WORK
                   IF LEAP-REMAINDER-WORK NOT = ZERO
                       ADD 1 TO DAY-NUMBER-RESULT
                   ELSE
                       DIVIDE DAY-NUMBER-YEAR BY 400
                           GIVING LEAP-QUOTIENT-WORK
                           REMAINDER LEAP-REMAINDER-WORK
                       IF LEAP-REMAINDER-WORK = ZERO
                           ADD 1 TO DAY-NUMBER-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-DETAIL-LINE-PROCEDURE.
           MOVE LOAN-NUMBER TO DETAIL-LOAN-NUMBER.
           MOVE LOAN-CUSTOMER-ID TO DETAIL-CUSTOMER-ID.
           MOVE LOAN-ACCOUNT-NUMBER TO DETAIL-ACCOUNT-NUMBER.
           MOVE LOAN-PRINCIPAL-OUTSTANDING TO DETAIL-OUTSTANDING.
           MOVE LOAN-INSTALLMENT-AMOUNT TO DETAIL-INSTALLMENT.
           MOVE LOAN-INSTALLMENTS-PAID TO DETAIL-PAID-COUNT.
           MOVE LOAN-TERM-MONTHS TO DETAIL-TERM.
           MOVE COLLECTED-TODAY-WORK TO DETAIL-COLLECTED-TODAY.
           MOVE LOAN-AMOUNT-OVERDUE TO DETAIL-OVERDUE.
           MOVE LOAN-DAYS-PAST-DUE TO DETAIL-DAYS-PAST-DUE.
           MOVE SPACES TO DETAIL-BUCKET.
           IF LOAN-IS-ACTIVE
               PERFORM SET-BUCKET-SUBSCRIPT-PROCEDURE
               MOVE BUCKET-LABEL (BUCKET-SUBSCRIPT) TO DETAIL-BUCKET
           END-IF.
           MOVE LOAN-NOTE-WORK TO DETAIL-NOTE.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       SET-BUCKET-SUBSCRIPT-PROCEDURE.
           MOVE 1 TO BUCKET-SUBSCRIPT.
           IF LOAN-ARREARS-BUCKET >= "1" AND LOAN-ARREARS-BUCKET <= "4"
               MOVE LOAN-ARREARS-BUCKET TO BUCKET-SUBSCRIPT
               ADD 1 TO BUCKET-SUBSCRIPT
           END-IF.

       ACCUMULATE-PORTFOLIO-PROCEDURE.
           IF NOT LOAN-IS-ACTIVE
               GO TO ACCUMULATE-PORTFOLIO-EXIT
           END-IF.
           ADD 1 TO ACTIVE-LOANS-COUNT.
           ADD LOAN-PRINCIPAL-OUTSTANDING
               TO PORTFOLIO-OUTSTANDING-TOTAL.
           PERFORM SET-BUCKET-SUBSCRIPT-PROCEDURE.
           ADD 1 TO BUCKET-LOAN-COUNT (BUCKET-SUBSCRIPT).
           ADD LOAN-PRINCIPAL-OUTSTANDING
               TO BUCKET-OUTSTANDING (BUCKET-SUBSCRIPT).
           ADD LOAN-AMOUNT-OVERDUE TO BUCKET-OVERDUE (BUCKET-SUBSCRIPT).
           IF BUCKET-SUBSCRIPT > 1
               ADD 1 TO LOANS-IN-ARREARS-COUNT
           END-IF.
       ACCUMULATE-PORTFOLIO-EXIT.
           EXIT.

       WRITE-SUMMARY-PROCEDURE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "PRESTAMOS DESEMBOLSADOS:" TO SUMMARY-LABEL.
           MOVE LOANS-DISBURSED-COUNT TO SUMMARY-COUNT.
           MOVE AMOUNT-DISBURSED-TOTAL TO SUMMARY-AMOUNT.
           MOVE ZERO TO SUMMARY-AMOUNT-2.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE "DESEMBOLSOS FALLIDOS:" TO SUMMARY-LABEL.
           MOVE DISBURSEMENTS-FAILED-COUNT TO SUMMARY-COUNT.
           MOVE ZERO TO SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE "CUOTAS COBRADAS (CAP/INT):" TO SUMMARY-LABEL.
           MOVE INSTALLMENTS-COLLECTED-COUNT TO SUMMARY-COUNT.
           MOVE PRINCIPAL-COLLECTED-TOTAL TO SUMMARY-AMOUNT.
           MOVE INTEREST-COLLECTED-TOTAL TO SUMMARY-AMOUNT-2.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE ZERO TO SUMMARY-AMOUNT-2.
           MOVE "PRESTAMOS SIN COBRO HOY:" TO SUMMARY-LABEL.
           MOVE COLLECTIONS-FAILED-COUNT TO SUMMARY-COUNT.
           MOVE ZERO TO SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE "PRESTAMOS CANCELADOS HOY:" TO SUMMARY-LABEL.
           MOVE LOANS-PAID-OFF-COUNT TO SUMMARY-COUNT.
           MOVE ZERO TO SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE "CARTERA VIGENTE:" TO SUMMARY-LABEL.
           MOVE ACTIVE-LOANS-COUNT TO SUMMARY-COUNT.
           MOVE PORTFOLIO-OUTSTANDING-TOTAL TO SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REPORT-BUCKET-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           PERFORM WRITE-BUCKET-LINE-PROCEDURE
               VARYING BUCKET-SUBSCRIPT FROM 1 BY 1
               UNTIL BUCKET-SUBSCRIPT > 5.
           IF LOANS-IN-ARREARS-COUNT > ZERO
               MOVE "RESULTADO: HAY PRESTAMOS EN MORA."
                   TO REPORT-RESULT-LINE
           ELSE
               MOVE "RESULTADO: CARTERA AL DIA."
                   TO REPORT-RESULT-LINE
           END-IF.
           MOVE REPORT-RESULT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-BUCKET-LINE-PROCEDURE.
           MOVE SPACES TO SUMMARY-LABEL.
           STRING "  " DELIMITED BY SIZE
                  BUCKET-LABEL (BUCKET-SUBSCRIPT) DELIMITED BY SIZE
               INTO SUMMARY-LABEL.
           MOVE BUCKET-LOAN-COUNT (BUCKET-SUBSCRIPT) TO SUMMARY-COUNT.
           MOVE BUCKET-OUTSTANDING (BUCKET-SUBSCRIPT)
               TO SUMMARY-AMOUNT.
           MOVE BUCKET-OVERDUE (BUCKET-SUBSCRIPT) TO SUMMARY-AMOUNT-2.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.

       WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-REPORT-LINE-PROCEDURE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al escribir el reporte. Codigo: "
                   REPORT-FILE-STATUS
           END-IF.

       WRITE-SCHEDULE-LINE-PROCEDURE.
           WRITE SCHEDULE-REPORT-LINE.
           IF NOT SCHEDULE-REPORT-OK
               DISPLAY "Error al escribir el reporte de amortizacion."
                   " Codigo: " SCHEDULE-REPORT-STATUS
           END-IF.

       LOG-TRANSACTION-PROCEDURE.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HHMMSSTT FROM TIME.
           MOVE SPACES TO TRANSACTION-LOG-RECORD.
           MOVE LOG-BUILD-ACCOUNT-NUMBER TO LOG-ACCOUNT-NUMBER.
           MOVE LOG-BUILD-TYPE           TO LOG-TRANSACTION-TYPE.
           MOVE LOG-BUILD-AMOUNT         TO LOG-TRANSACTION-AMOUNT.
           MOVE LOG-BUILD-BALANCE        TO LOG-RESULTING-BALANCE.
           MOVE CURRENT-DATE-YYYYMMDD    TO LOG-TIMESTAMP-DATE.
           MOVE CURRENT-TIME-HHMMSSTT (1:6) TO LOG-TIMESTAMP-TIME.
           MOVE "DINOPRES" TO LOG-OPERATOR-ID.
           MOVE LOG-BUILD-REFERENCE TO LOG-REFERENCE-TIMESTAMP.
           MOVE SPACES TO LOG-APPROVED-BY.
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

       CLOSE-FILES-PROCEDURE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE REPORT-FILE.
           CLOSE SCHEDULE-REPORT-FILE.
