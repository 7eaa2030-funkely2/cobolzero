       IDENTIFICATION DIVISION.
       PROGRAM-ID. DINOSOBR.
       AUTHOR. J. ROSALES.
       INSTALLATION. DINOBANK DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 JR   ORIGINAL PROGRAM - DAILY OVERDRAFT-USAGE
      *                 REPORT. NOW THAT BALANCES ARE SIGNED, DINOSOBR
      *                 WALKS THE MASTER AND LISTS EVERY ACCOUNT WHOSE
      *                 LEDGER BALANCE IS BELOW ZERO: THE OVERDRAFT
      *                 LINE, HOW MUCH OF IT IS USED, WHAT IS LEFT,
      *                 THE PERCENTAGE USED AND HOW MANY DAYS THE
      *                 ACCOUNT HAS BEEN OVERDRAWN (FROM THE
      *                 ACCOUNT-OVERDRAWN-DATE DINOINT STAMPS EACH
      *                 NIGHT). AN ACCOUNT DRAWN PAST ITS LINE IS
      *                 MARKED EXCEDIDO. READ-ONLY; THE REPORT GOES TO
      *                 SOBRPT.
      * 10/15/2026 JR   THE REPORT SHOWS EACH ACCOUNT'S PRODUCT AND
      *                 MARKS WITH * AN ACCOUNT WHOSE OVERDRAFT LINE IS
      *                 ITS OWN RATHER THAN ITS PRODUCT'S.
      * 10/15/2026 JR   A ZERO DATE NOW DEFAULTS TO THE OPEN BUSINESS
      *                 DATE IN RUNCTL INSTEAD OF THE MACHINE DATE, SO
      *                 DAYS OVERDRAWN COUNT AGAINST THE SAME DATE
      *                 DINOINT STAMPS.
      * 10/15/2026 JR   A PERCENTAGE USED TOO LARGE FOR ITS FIELD NOW
      *                 PRINTS AS 999.9 INSTEAD OF LOSING ITS HIGH
      *                 DIGITS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SOBRPT"
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

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK                  VALUE "00".
       01  REPORT-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  REPORT-FILE-OK                     VALUE "00".
       01  RUN-CONTROL-STATUS             PIC X(02) VALUE SPACES.
           88  RUN-CONTROL-OK                     VALUE "00".
           88  RUN-CONTROL-OPENED-EMPTY           VALUE "05".

           COPY RUNCREC.

       01  PROGRAM-SWITCHES.
           05  MASTER-EOF-SWITCH           PIC X(01) VALUE "N".
               88  MASTER-EOF                      VALUE "Y".
           05  RUN-RECORD-EXISTS-SWITCH    PIC X(01) VALUE "N".
               88  RUN-RECORD-EXISTS               VALUE "Y".

       01  RUN-CONTROL-RELATIVE-KEY       PIC 9(04) COMP VALUE 1.

       01  BUSINESS-DATE                  PIC 9(08) VALUE ZERO.

       01  USAGE-COUNT-FIELDS.
           05  ACCOUNTS-REVIEWED-COUNT     PIC 9(08) COMP VALUE ZERO.
           05  ACCOUNTS-OVERDRAWN-COUNT    PIC 9(08) COMP VALUE ZERO.
           05  ACCOUNTS-EXCEEDED-COUNT     PIC 9(08) COMP VALUE ZERO.
           05  TOTAL-LINE-USED             PIC 9(12)V99 VALUE ZERO.
           05  TOTAL-LINE-GRANTED          PIC 9(12)V99 VALUE ZERO.

       01  USAGE-WORK-FIELDS.
           05  LINE-USED-WORK              PIC 9(10)V99 VALUE ZERO.
           05  LINE-REMAINING-WORK         PIC S9(10)V99 VALUE ZERO.
           05  PERCENT-USED-WORK           PIC 9(05)V9 VALUE ZERO.
           05  DAYS-OVERDRAWN-WORK         PIC S9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * DAY-NUMBER ARITHMETIC FOR THE DAYS-OVERDRAWN COLUMN. A DATE IS
      * TURNED INTO A RUNNING DAY COUNT (YEARS * 365, PLUS THE LEAP
      * DAYS BEFORE THAT YEAR, PLUS THE DAYS BEFORE THAT MONTH, PLUS
      * THE DAY) SO TWO DATES CAN SIMPLY BE SUBTRACTED.
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
       77  LEAP-REMAINDER-WORK            PIC 9(04) COMP VALUE ZERO.
       77  LEAP-QUOTIENT-WORK             PIC 9(04) COMP VALUE ZERO.

       01  DAYS-BEFORE-MONTH-DEFINITION   PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  DAYS-BEFORE-MONTH-TABLE REDEFINES
           DAYS-BEFORE-MONTH-DEFINITION.
           05  DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(03).

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(132) VALUE
               "DINOBANK - REPORTE DE USO DE SOBREGIROS".

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(15) VALUE
               "FECHA DEL CORTE".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  HEADING-BUSINESS-DATE       PIC 9(08).
           05  FILLER                      PIC X(107) VALUE SPACES.

       01  REPORT-COLUMN-HEADINGS.
           05  FILLER                      PIC X(12) VALUE "CUENTA".
           05  FILLER                      PIC X(19) VALUE "NOMBRE".
           05  FILLER                      PIC X(06) VALUE "PROD".
           05  FILLER                      PIC X(18) VALUE
               "            SALDO".
           05  FILLER                      PIC X(17) VALUE
               "   LINEA SOBREG.".
           05  FILLER                      PIC X(17) VALUE
               "     LINEA USADA".
           05  FILLER                      PIC X(19) VALUE
               "       DISPONIBLE".
           05  FILLER                      PIC X(06) VALUE " %USO".
           05  FILLER                      PIC X(08) VALUE "   DIAS".
           05  FILLER                      PIC X(10) VALUE "NOTA".

       01  REPORT-DETAIL-LINE.
           05  DETAIL-ACCOUNT-NUMBER       PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-ACCOUNT-NAME         PIC X(18).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-PRODUCT-CODE         PIC X(04).
           05  DETAIL-OVERRIDE-MARK        PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-BALANCE              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-LIMIT                PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-LINE-USED            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-LINE-REMAINING       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DETAIL-PERCENT-USED         PIC ZZ9.9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-DAYS-OVERDRAWN       PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-NOTE                 PIC X(10).

       01  REPORT-LEGEND-LINE.
           05  FILLER                      PIC X(132) VALUE
               "* = LINEA DE SOBREGIRO PROPIA, NO LA DEL PRODUCTO".

       01  REPORT-SUMMARY-LINE.
           05  SUMMARY-LABEL               PIC X(30).
           05  SUMMARY-COUNT               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  REPORT-AMOUNT-LINE.
           05  AMOUNT-LABEL                PIC X(30).
           05  AMOUNT-VALUE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(84) VALUE SPACES.

       01  REPORT-RESULT-LINE             PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ACCEPT-PARAMETERS-PROCEDURE.
           PERFORM OPEN-FILES-PROCEDURE.
           PERFORM WRITE-REPORT-HEADINGS-PROCEDURE.
           PERFORM READ-NEXT-MASTER-PROCEDURE
               THRU READ-NEXT-MASTER-EXIT.
           PERFORM REVIEW-ACCOUNT-PROCEDURE
               THRU REVIEW-ACCOUNT-EXIT
               UNTIL MASTER-EOF.
           PERFORM WRITE-SUMMARY-PROCEDURE.
           PERFORM CLOSE-FILES-PROCEDURE.
           DISPLAY "Cuentas revisadas: " ACCOUNTS-REVIEWED-COUNT
               " En sobregiro: " ACCOUNTS-OVERDRAWN-COUNT
               " Excedidas: " ACCOUNTS-EXCEEDED-COUNT.
           STOP RUN.

       ACCEPT-PARAMETERS-PROCEDURE.
           DISPLAY "DINOBANK - USO DE SOBREGIROS".
           DISPLAY "Fecha del negocio (AAAAMMDD, cero = la abierta): "
           ACCEPT BUSINESS-DATE.
           IF BUSINESS-DATE = ZERO
               PERFORM READ-RUN-CONTROL-PROCEDURE
               IF NOT RUN-RECORD-EXISTS
                   DISPLAY "No hay fecha de negocio abierta en RUNCTL."
                       " Indique la fecha."
                   STOP RUN
               END-IF
               MOVE RUN-BUSINESS-DATE TO BUSINESS-DATE
           END-IF.
           MOVE BUSINESS-DATE TO DAY-NUMBER-DATE-NUMERIC.
           PERFORM COMPUTE-DAY-NUMBER-PROCEDURE.
           MOVE DAY-NUMBER-RESULT TO BUSINESS-DAY-NUMBER.

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

       OPEN-FILES-PROCEDURE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al abrir el maestro de cuentas. Codigo: "
                   ACCOUNT-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al abrir el reporte. Codigo: "
                   REPORT-FILE-STATUS
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

       READ-NEXT-MASTER-PROCEDURE.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MASTER-EOF-SWITCH
           END-READ.
       READ-NEXT-MASTER-EXIT.
           EXIT.

       REVIEW-ACCOUNT-PROCEDURE.
           ADD 1 TO ACCOUNTS-REVIEWED-COUNT.
           IF ACCOUNT-BALANCE < ZERO
               PERFORM REPORT-OVERDRAWN-PROCEDURE
                   THRU REPORT-OVERDRAWN-EXIT
           END-IF.
           PERFORM READ-NEXT-MASTER-PROCEDURE
               THRU READ-NEXT-MASTER-EXIT.
       REVIEW-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * ONE LINE PER OVERDRAWN ACCOUNT. THE LINE USED IS THE OVERDRAWN
      * AMOUNT ITSELF; WHAT IS LEFT GOES NEGATIVE WHEN THE ACCOUNT IS
      * PAST ITS LINE (FEES AND OVERDRAFT INTEREST CAN PUSH IT THERE).
      * A ZERO OVERDRAWN DATE MEANS DINOINT HAS NOT RUN SINCE THE
      * ACCOUNT WENT BELOW ZERO, SO IT COUNTS AS DAY ZERO.
      *----------------------------------------------------------------
       REPORT-OVERDRAWN-PROCEDURE.
           IF ACCOUNT-OVERDRAWN-DATE NOT NUMERIC
               MOVE ZERO TO ACCOUNT-OVERDRAWN-DATE
           END-IF.
           ADD 1 TO ACCOUNTS-OVERDRAWN-COUNT.
           COMPUTE LINE-USED-WORK = ZERO - ACCOUNT-BALANCE.
           COMPUTE LINE-REMAINING-WORK =
               ACCOUNT-OVERDRAFT-LIMIT - LINE-USED-WORK.
           ADD LINE-USED-WORK TO TOTAL-LINE-USED.
           ADD ACCOUNT-OVERDRAFT-LIMIT TO TOTAL-LINE-GRANTED.
           IF ACCOUNT-OVERDRAFT-LIMIT > ZERO
               COMPUTE PERCENT-USED-WORK ROUNDED =
                   LINE-USED-WORK * 100 / ACCOUNT-OVERDRAFT-LIMIT
                   ON SIZE ERROR
                       MOVE 999.9 TO PERCENT-USED-WORK
               END-COMPUTE
           ELSE
               MOVE 999.9 TO PERCENT-USED-WORK
           END-IF.
           IF PERCENT-USED-WORK > 999.9
               MOVE 999.9 TO PERCENT-USED-WORK
           END-IF.
           MOVE ZERO TO DAYS-OVERDRAWN-WORK.
           IF ACCOUNT-OVERDRAWN-DATE > ZERO
               AND ACCOUNT-OVERDRAWN-DATE NOT > BUSINESS-DATE
               MOVE ACCOUNT-OVERDRAWN-DATE TO DAY-NUMBER-DATE-NUMERIC
               PERFORM COMPUTE-DAY-NUMBER-PROCEDURE
               COMPUTE DAYS-OVERDRAWN-WORK =
                   BUSINESS-DAY-NUMBER - DAY-NUMBER-RESULT
           END-IF.
           MOVE SPACES TO DETAIL-NOTE.
           IF LINE-REMAINING-WORK < ZERO
               ADD 1 TO ACCOUNTS-EXCEEDED-COUNT
               MOVE "EXCEDIDO" TO DETAIL-NOTE
           END-IF.
           MOVE ACCOUNT-NUMBER TO DETAIL-ACCOUNT-NUMBER.
           MOVE ACCOUNT-NAME TO DETAIL-ACCOUNT-NAME.
           MOVE ACCOUNT-PRODUCT-CODE TO DETAIL-PRODUCT-CODE.
           MOVE SPACE TO DETAIL-OVERRIDE-MARK.
           IF ACCOUNT-PRODUCT-CODE NOT = SPACES
               AND ACCOUNT-OWN-OVERDRAFT
               MOVE "*" TO DETAIL-OVERRIDE-MARK
           END-IF.
           MOVE ACCOUNT-BALANCE TO DETAIL-BALANCE.
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO DETAIL-LIMIT.
           MOVE LINE-USED-WORK TO DETAIL-LINE-USED.
           MOVE LINE-REMAINING-WORK TO DETAIL-LINE-REMAINING.
           MOVE PERCENT-USED-WORK TO DETAIL-PERCENT-USED.
           MOVE DAYS-OVERDRAWN-WORK TO DETAIL-DAYS-OVERDRAWN.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       REPORT-OVERDRAWN-EXIT.
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

       WRITE-SUMMARY-PROCEDURE.
           MOVE "CUENTAS REVISADAS:" TO SUMMARY-LABEL.
           MOVE ACCOUNTS-REVIEWED-COUNT TO SUMMARY-COUNT.
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "CUENTAS EN SOBREGIRO:" TO SUMMARY-LABEL.
           MOVE ACCOUNTS-OVERDRAWN-COUNT TO SUMMARY-COUNT.
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "CUENTAS CON LINEA EXCEDIDA:" TO SUMMARY-LABEL.
           MOVE ACCOUNTS-EXCEEDED-COUNT TO SUMMARY-COUNT.
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "TOTAL LINEA OTORGADA:" TO AMOUNT-LABEL.
           MOVE TOTAL-LINE-GRANTED TO AMOUNT-VALUE.
           MOVE REPORT-AMOUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "TOTAL LINEA USADA:" TO AMOUNT-LABEL.
           MOVE TOTAL-LINE-USED TO AMOUNT-VALUE.
           MOVE REPORT-AMOUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REPORT-LEGEND-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF ACCOUNTS-EXCEEDED-COUNT > ZERO
               MOVE "RESULTADO: HAY CUENTAS CON LA LINEA EXCEDIDA."
                   TO REPORT-RESULT-LINE
           ELSE
               MOVE "RESULTADO: TODOS LOS SOBREGIROS DENTRO DE LINEA."
                   TO REPORT-RESULT-LINE
           END-IF.
           MOVE REPORT-RESULT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-REPORT-LINE-PROCEDURE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al escribir el reporte. Codigo: "
                   REPORT-FILE-STATUS
           END-IF.

       CLOSE-FILES-PROCEDURE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE REPORT-FILE.
