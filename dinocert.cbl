       IDENTIFICATION DIVISION.
       PROGRAM-ID. DINOCERT.
       AUTHOR. J. ROSALES.
       INSTALLATION. DINOBANK DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 JR   ORIGINAL PROGRAM - YEAR-END INTEREST AND
      *                 WITHHOLDING CERTIFICATES. UNTIL NOW EACH
      *                 CUSTOMER'S INTEREST CERTIFICATE WAS BUILT BY
      *                 HAND FROM STATEMENTS. FOR A CALENDAR YEAR,
      *                 DINOCERT TOTALS EVERY INTERES (GROSS INTEREST)
      *                 AND RET-IMP (INCOME TAX WITHHELD BY DINOINT)
      *                 POSTING OF THE YEAR BY CIF CUSTOMER ACROSS ALL
      *                 OF ITS ACCOUNTS (ACCOUNT-CUSTOMER-ID ON
      *                 ACCTMAST; AN ACCOUNT WITH NO CUSTOMER STANDS ON
      *                 ITS OWN, AS IN DINOCOMP). MOST OF THE YEAR HAS
      *                 ALREADY BEEN MOVED OFF TRANLOG BY DINOARCH, SO
      *                 THE TRANARCH FILES LISTED ON ARCHIDX ARE READ AS
      *                 DINOINQ READS THEM - EVERY ARCHIVE THAT CAN HOLD
      *                 THE YEAR IS PROVED AGAINST THE INDEX COUNT AND
      *                 HASH - FOLLOWED BY THE CURRENT TRANLOG. ONE
      *                 CERTIFICATE PER CUSTOMER IS PRINTED ON CERTRPT
      *                 WITH ITS ACCOUNTS, GROSS INTEREST, TAX WITHHELD
      *                 AND NET INTEREST, AND THE FIXED-FORMAT ANNUAL
      *                 FILE FOR THE TAX AUTHORITY IS WRITTEN AS
      *                 CERTANU.AAAA (CERTREC.CPY) WITH HEADER, ONE
      *                 DETAIL PER CUSTOMER AND A CONTROL-TOTAL
      *                 TRAILER. THE CONTROL PAGE ONLY READS VERIFICADA
      *                 WHEN EVERY ARCHIVE CONSULTED BALANCED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-LOG-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT SORTED-CERTIFICATE-FILE ASSIGN TO "CERTSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-CERTIFICATE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT ANNUAL-FILE ASSIGN TO DYNAMIC ANNUAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANNUAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARCIREC.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                 PIC X(105).

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RAW-TRANSACTION-LOG-RECORD     PIC X(105).

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       SD  SORT-WORK-FILE.
       01  SORT-CERTIFICATE-RECORD.
           05  SORT-KEY-TYPE              PIC X(01).
           05  SORT-CUSTOMER-KEY          PIC X(10).
           05  SORT-ACCOUNT-NUMBER        PIC X(10).
           05  SORT-TIMESTAMP-DATE        PIC 9(08).
           05  SORT-TIMESTAMP-TIME        PIC 9(06).
           05  SORT-TRANSACTION-TYPE      PIC X(10).
           05  SORT-TRANSACTION-AMOUNT    PIC 9(10)V99.

       FD  SORTED-CERTIFICATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CERT-SORTED-RECORD.
           05  CERT-KEY-TYPE              PIC X(01).
           05  CERT-CUSTOMER-KEY          PIC X(10).
           05  CERT-ACCOUNT-NUMBER        PIC X(10).
           05  CERT-TIMESTAMP-DATE        PIC 9(08).
           05  CERT-TIMESTAMP-TIME        PIC 9(06).
           05  CERT-TRANSACTION-TYPE      PIC X(10).
               88  CERT-TYPE-INTEREST           VALUE "INTERES   ".
               88  CERT-TYPE-WITHHOLDING        VALUE "RET-IMP   ".
           05  CERT-TRANSACTION-AMOUNT    PIC 9(10)V99.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(80).

       FD  ANNUAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ANNUAL-OUT-RECORD              PIC X(90).

       WORKING-STORAGE SECTION.
           COPY TRANREC.

           COPY CERTREC.

       01  ARCHIVE-INDEX-STATUS           PIC X(02) VALUE SPACES.
           88  ARCHIVE-INDEX-OK                   VALUE "00".
           88  ARCHIVE-INDEX-CREATED              VALUE "05".
       01  ARCHIVE-FILE-STATUS            PIC X(02) VALUE SPACES.
           88  ARCHIVE-FILE-OK                    VALUE "00".
       01  TRANSACTION-LOG-STATUS         PIC X(02) VALUE SPACES.
           88  TRANSACTION-LOG-OK                 VALUE "00".
       01  ACCOUNT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK                  VALUE "00".
       01  CUSTOMER-MASTER-STATUS         PIC X(02) VALUE SPACES.
           88  CUSTOMER-MASTER-OK                 VALUE "00".
           88  CUSTOMER-MASTER-CREATED            VALUE "05".
       01  SORTED-CERTIFICATE-STATUS      PIC X(02) VALUE SPACES.
           88  SORTED-CERTIFICATE-OK              VALUE "00".
       01  REPORT-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  REPORT-FILE-OK                     VALUE "00".
       01  ANNUAL-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  ANNUAL-FILE-OK                     VALUE "00".

       01  PROGRAM-SWITCHES.
           05  INDEX-EOF-SWITCH            PIC X(01) VALUE "N".
               88  INDEX-EOF                       VALUE "Y".
           05  ARCHIVE-EOF-SWITCH          PIC X(01) VALUE "N".
               88  ARCHIVE-EOF                     VALUE "Y".
           05  LOG-EOF-SWITCH              PIC X(01) VALUE "N".
               88  LOG-EOF                         VALUE "Y".
           05  DETAIL-EOF-SWITCH           PIC X(01) VALUE "N".
               88  DETAIL-EOF                      VALUE "Y".
           05  ENTRY-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  ENTRY-WAS-FOUND                 VALUE "Y".
           05  HISTORY-INCOMPLETE-SWITCH   PIC X(01) VALUE "N".
               88  HISTORY-INCOMPLETE              VALUE "Y".
           05  ANNUAL-FAILED-SWITCH        PIC X(01) VALUE "N".
               88  ANNUAL-FILE-FAILED              VALUE "Y".

       01  REQUEST-FIELDS.
           05  REQUEST-YEAR-ENTRY          PIC X(04) VALUE SPACES.
           05  REQUEST-TAX-YEAR            PIC 9(04) VALUE ZERO.
           05  REQUEST-FROM-DATE           PIC 9(08) VALUE ZERO.
           05  REQUEST-TO-DATE             PIC 9(08) VALUE ZERO.

       01  CURRENT-DATE-YYYYMMDD          PIC 9(08) VALUE ZERO.

       01  ARCHIVE-FILE-NAME              PIC X(17) VALUE SPACES.
       01  ANNUAL-FILE-NAME               PIC X(12) VALUE SPACES.

       77  HOUSE-BANK-CODE                PIC X(04) VALUE "DINO".
       77  HOUSE-BANK-NAME                PIC X(30) VALUE "DINOBANK".

       77  ARCHIVE-TABLE-LIMIT            PIC 9(04) COMP VALUE 200.

       01  ARCHIVE-INDEX-TABLE.
           05  ARCHIVE-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  ARCHIVE-INDEX-ENTRY OCCURS 200 TIMES.
               10  ENTRY-ARCHIVE-NAME      PIC X(17).
               10  ENTRY-CUTOFF-DATE       PIC 9(08).
               10  ENTRY-RECORD-COUNT      PIC 9(08).
               10  ENTRY-AMOUNT-HASH       PIC 9(14)V99.

       01  TABLE-WORK-FIELDS.
           05  ENTRY-SUBSCRIPT             PIC 9(04) COMP VALUE ZERO.
           05  SEARCH-SUBSCRIPT            PIC 9(04) COMP VALUE ZERO.

       01  SCAN-WORK-FIELDS.
           05  SCAN-RECORD-COUNT           PIC 9(08) COMP VALUE ZERO.
           05  SCAN-AMOUNT-HASH            PIC 9(14)V99 VALUE ZERO.

       01  GROUP-WORK-FIELDS.
           05  GROUP-KEY-TYPE              PIC X(01) VALUE SPACE.
           05  GROUP-CUSTOMER-KEY          PIC X(10) VALUE SPACES.
           05  GROUP-CUSTOMER-NAME         PIC X(30) VALUE SPACES.
           05  GROUP-ACCOUNT-NUMBER        PIC X(10) VALUE SPACES.
           05  GROUP-ACCOUNT-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  CUSTOMER-GROSS-INTEREST     PIC 9(12)V99 VALUE ZERO.
           05  CUSTOMER-TAX-WITHHELD       PIC 9(12)V99 VALUE ZERO.
           05  CUSTOMER-NET-INTEREST       PIC 9(12)V99 VALUE ZERO.
           05  ACCOUNT-GROSS-INTEREST      PIC 9(12)V99 VALUE ZERO.
           05  ACCOUNT-TAX-WITHHELD        PIC 9(12)V99 VALUE ZERO.
           05  ACCOUNT-NET-INTEREST        PIC 9(12)V99 VALUE ZERO.

       01  CONTROL-TOTAL-FIELDS.
           05  ARCHIVES-CONSULTED-COUNT    PIC 9(04) COMP VALUE ZERO.
           05  INTEREST-RECORDS-COUNT      PIC 9(08) COMP VALUE ZERO.
           05  WITHHOLDING-RECORDS-COUNT   PIC 9(08) COMP VALUE ZERO.
           05  CERTIFICATES-PRINTED-COUNT  PIC 9(08) COMP VALUE ZERO.
           05  ACCOUNTS-CERTIFIED-COUNT    PIC 9(08) COMP VALUE ZERO.
           05  ANNUAL-DETAIL-COUNT         PIC 9(08) COMP VALUE ZERO.
           05  GRAND-TOTAL-GROSS           PIC 9(14)V99 VALUE ZERO.
           05  GRAND-TOTAL-WITHHELD        PIC 9(14)V99 VALUE ZERO.
           05  GRAND-TOTAL-NET             PIC 9(14)V99 VALUE ZERO.

       01  REPORT-PAGE-FEED-LINE.
           05  FILLER                      PIC X(01) VALUE X"0C".

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(80) VALUE
               "DINOBANK - CONSTANCIAS ANUALES DE INTERESES".

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(10) VALUE "EJERCICIO".
           05  HEADING-TAX-YEAR            PIC 9(04).
           05  FILLER                      PIC X(08) VALUE "  DESDE".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  HEADING-FROM-DATE           PIC 9(08).
           05  FILLER                      PIC X(08) VALUE "  HASTA".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  HEADING-TO-DATE             PIC 9(08).
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  REPORT-ARCHIVE-LINE.
           05  FILLER                      PIC X(08) VALUE "ARCHIVO".
           05  ARCHIVE-LINE-NAME           PIC X(17).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ARCHIVE-LINE-COUNT          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ARCHIVE-LINE-HASH           PIC Z(13)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ARCHIVE-LINE-FLAG           PIC X(14).
           05  FILLER                      PIC X(07) VALUE SPACES.

       01  CERTIFICATE-HEADING-LINE-1.
           05  FILLER                      PIC X(80) VALUE
               "DINOBANK - CONSTANCIA DE INTERESES PAGADOS E IMPUESTO RE
      -        "TENIDO".

       01  CERTIFICATE-HEADING-LINE-2.
           05  FILLER                      PIC X(17) VALUE
               "EJERCICIO FISCAL".
           05  CERTIFICATE-TAX-YEAR        PIC 9(04).
           05  FILLER                      PIC X(15) VALUE
               "  DEL 01/01 AL".
           05  FILLER                      PIC X(06) VALUE " 31/12".
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  CERTIFICATE-CUSTOMER-LINE.
           05  CERTIFICATE-KEY-LABEL       PIC X(09).
           05  CERTIFICATE-CUSTOMER-KEY    PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CERTIFICATE-CUSTOMER-NAME   PIC X(30).
           05  FILLER                      PIC X(29) VALUE SPACES.

       01  CERTIFICATE-COLUMN-HEADINGS.
           05  FILLER                      PIC X(10) VALUE "CUENTA".
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  FILLER                      PIC X(21) VALUE
               "INTERES BRUTO".
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(21) VALUE
               "IMPUESTO RETENIDO".
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(21) VALUE
               "INTERES NETO".
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  CERTIFICATE-ACCOUNT-LINE.
           05  CERTIFICATE-ACCOUNT-NUMBER  PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CERTIFICATE-ACCOUNT-GROSS   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CERTIFICATE-ACCOUNT-TAX     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CERTIFICATE-ACCOUNT-NET     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(04) VALUE SPACES.

       01  CERTIFICATE-TOTAL-LINE.
           05  FILLER                      PIC X(10) VALUE "TOTAL".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CERTIFICATE-TOTAL-GROSS     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CERTIFICATE-TOTAL-TAX       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CERTIFICATE-TOTAL-NET       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(04) VALUE SPACES.

       01  CERTIFICATE-FOOTER-LINE.
           05  FILLER                      PIC X(80) VALUE
               "IMPUESTO SOBRE LA RENTA RETENIDO POR DINOBANK AL ABONAR
      -        "LOS INTERESES.".

       01  CERTIFICATE-ISSUE-LINE.
           05  FILLER                      PIC X(18) VALUE
               "FECHA DE EMISION".
           05  CERTIFICATE-ISSUE-DATE      PIC 9(08).
           05  FILLER                      PIC X(54) VALUE SPACES.

       01  REPORT-CONTROL-HEADING.
           05  FILLER                      PIC X(80) VALUE
               "TOTALES DE CONTROL".

       01  REPORT-SUMMARY-LINE.
           05  SUMMARY-LABEL               PIC X(32).
           05  SUMMARY-COUNT               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  REPORT-AMOUNT-LINE.
           05  AMOUNT-LABEL                PIC X(32).
           05  AMOUNT-VALUE                PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  REPORT-RESULT-LINE.
           05  RESULT-LINE-TEXT            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ACCEPT-PARAMETERS-PROCEDURE.
           PERFORM LOAD-INDEX-PROCEDURE.
           PERFORM OPEN-FILES-PROCEDURE.
           PERFORM SORT-INTEREST-PROCEDURE.
           PERFORM REOPEN-SORTED-FILE-PROCEDURE.
           PERFORM WRITE-ANNUAL-HEADER-PROCEDURE.
           PERFORM READ-NEXT-DETAIL-PROCEDURE
               THRU READ-NEXT-DETAIL-EXIT.
           PERFORM PROCESS-CUSTOMER-GROUP-PROCEDURE
               THRU PROCESS-CUSTOMER-GROUP-EXIT
               UNTIL DETAIL-EOF.
           PERFORM WRITE-ANNUAL-TRAILER-PROCEDURE.
           PERFORM WRITE-CONTROL-TOTALS-PROCEDURE.
           PERFORM CLOSE-FILES-PROCEDURE.
           DISPLAY "Constancias del ejercicio " REQUEST-TAX-YEAR
               " terminadas. Clientes: " CERTIFICATES-PRINTED-COUNT
               " Archivos consultados: " ARCHIVES-CONSULTED-COUNT.
           DISPLAY "Archivo anual: " ANNUAL-FILE-NAME.
           IF HISTORY-INCOMPLETE OR ANNUAL-FILE-FAILED
               DISPLAY "ATENCION: la historia del ejercicio no quedo"
                   " verificada o el archivo anual tuvo errores."
                   " No presente el archivo anual."
           END-IF.
           STOP RUN.

       ACCEPT-PARAMETERS-PROCEDURE.
           DISPLAY "DINOBANK - CONSTANCIAS ANUALES DE INTERESES".
           DISPLAY "Ejercicio fiscal (AAAA): "
           ACCEPT REQUEST-YEAR-ENTRY.
           IF REQUEST-YEAR-ENTRY NOT NUMERIC
               DISPLAY "El ejercicio debe ser un ano de cuatro"
                   " digitos."
               STOP RUN
           END-IF.
           MOVE REQUEST-YEAR-ENTRY TO REQUEST-TAX-YEAR.
           IF REQUEST-TAX-YEAR < 1900
               DISPLAY "Ejercicio invalido: " REQUEST-TAX-YEAR
               STOP RUN
           END-IF.
           COMPUTE REQUEST-FROM-DATE = REQUEST-TAX-YEAR * 10000 + 101.
           COMPUTE REQUEST-TO-DATE = REQUEST-TAX-YEAR * 10000 + 1231.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           STRING "CERTANU." DELIMITED BY SIZE
                  REQUEST-TAX-YEAR DELIMITED BY SIZE
               INTO ANNUAL-FILE-NAME.

       LOAD-INDEX-PROCEDURE.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF NOT ARCHIVE-INDEX-OK AND NOT ARCHIVE-INDEX-CREATED
               DISPLAY "Error al abrir el indice de archivos. Codigo: "
                   ARCHIVE-INDEX-STATUS
               STOP RUN
           END-IF.
           PERFORM READ-INDEX-PROCEDURE THRU READ-INDEX-EXIT.
           PERFORM TALLY-INDEX-ENTRY-PROCEDURE
               THRU TALLY-INDEX-ENTRY-EXIT
               UNTIL INDEX-EOF.
           CLOSE ARCHIVE-INDEX-FILE.

       READ-INDEX-PROCEDURE.
           READ ARCHIVE-INDEX-FILE
               AT END
                   MOVE "Y" TO INDEX-EOF-SWITCH
           END-READ.
           IF NOT INDEX-EOF AND NOT ARCHIVE-INDEX-OK
               DISPLAY "Error al leer el indice. Codigo: "
                   ARCHIVE-INDEX-STATUS
               MOVE "Y" TO HISTORY-INCOMPLETE-SWITCH
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
               ELSE
                   DISPLAY "Aviso: mas archivos de los que caben en"
                       " la tabla - ejercicio posiblemente incompleto."
                   MOVE "Y" TO HISTORY-INCOMPLETE-SWITCH
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

       OPEN-FILES-PROCEDURE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF NOT ACCOUNT-MASTER-OK
               DISPLAY "Error al abrir el maestro de cuentas. Codigo: "
                   ACCOUNT-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT CUSTOMER-MASTER-OK AND NOT CUSTOMER-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de clientes. Codigo: "
                   CUSTOMER-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al abrir el reporte. Codigo: "
                   REPORT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ANNUAL-FILE.
           IF NOT ANNUAL-FILE-OK
               DISPLAY "Error al abrir el archivo anual "
                   ANNUAL-FILE-NAME " Codigo: " ANNUAL-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE REPORT-HEADING-LINE-1 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REQUEST-TAX-YEAR TO HEADING-TAX-YEAR.
           MOVE REQUEST-FROM-DATE TO HEADING-FROM-DATE.
           MOVE REQUEST-TO-DATE TO HEADING-TO-DATE.
           MOVE REPORT-HEADING-LINE-2 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

      *----------------------------------------------------------------
      * ONLY INTERES AND RET-IMP POSTINGS DATED IN THE YEAR ARE SORTED,
      * BY CUSTOMER (CIF CUSTOMERS FIRST, THEN ACCOUNTS WITH NO
      * CUSTOMER) AND ACCOUNT. THE ARCHIVE LINES PRINT AS THE FILES ARE
      * PROVED, AHEAD OF THE CERTIFICATES.
      *----------------------------------------------------------------
       SORT-INTEREST-PROCEDURE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-KEY-TYPE
                                SORT-CUSTOMER-KEY
                                SORT-ACCOUNT-NUMBER
                                SORT-TIMESTAMP-DATE
                                SORT-TIMESTAMP-TIME
               INPUT PROCEDURE IS BUILD-SORT-INPUT-PROCEDURE
                   THRU BUILD-SORT-INPUT-EXIT
               GIVING SORTED-CERTIFICATE-FILE.

       BUILD-SORT-INPUT-PROCEDURE.
           PERFORM SCAN-ARCHIVE-PROCEDURE
               THRU SCAN-ARCHIVE-EXIT
               VARYING ENTRY-SUBSCRIPT FROM 1 BY 1
               UNTIL ENTRY-SUBSCRIPT > ARCHIVE-ENTRY-COUNT.
           PERFORM SCAN-CURRENT-LOG-PROCEDURE
               THRU SCAN-CURRENT-LOG-EXIT.
       BUILD-SORT-INPUT-EXIT.
           EXIT.

       SCAN-ARCHIVE-PROCEDURE.
           IF ENTRY-CUTOFF-DATE (ENTRY-SUBSCRIPT)
               NOT > REQUEST-FROM-DATE
               MOVE ENTRY-ARCHIVE-NAME (ENTRY-SUBSCRIPT)
                   TO ARCHIVE-LINE-NAME
               MOVE ENTRY-RECORD-COUNT (ENTRY-SUBSCRIPT)
                   TO ARCHIVE-LINE-COUNT
               MOVE ENTRY-AMOUNT-HASH (ENTRY-SUBSCRIPT)
                   TO ARCHIVE-LINE-HASH
               MOVE "FUERA DE RANGO" TO ARCHIVE-LINE-FLAG
               MOVE REPORT-ARCHIVE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               GO TO SCAN-ARCHIVE-EXIT
           END-IF.
           MOVE ENTRY-ARCHIVE-NAME (ENTRY-SUBSCRIPT)
               TO ARCHIVE-FILE-NAME.
           MOVE ZERO TO SCAN-RECORD-COUNT.
           MOVE ZERO TO SCAN-AMOUNT-HASH.
           MOVE "N" TO ARCHIVE-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF NOT ARCHIVE-FILE-OK
               DISPLAY "Error al abrir el historico "
                   ARCHIVE-FILE-NAME " Codigo: " ARCHIVE-FILE-STATUS
               MOVE "Y" TO HISTORY-INCOMPLETE-SWITCH
               MOVE ENTRY-ARCHIVE-NAME (ENTRY-SUBSCRIPT)
                   TO ARCHIVE-LINE-NAME
               MOVE ZERO TO ARCHIVE-LINE-COUNT
               MOVE ZERO TO ARCHIVE-LINE-HASH
               MOVE "** NO ABRE **" TO ARCHIVE-LINE-FLAG
               MOVE REPORT-ARCHIVE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               GO TO SCAN-ARCHIVE-EXIT
           END-IF.
           PERFORM READ-ARCHIVE-PROCEDURE THRU READ-ARCHIVE-EXIT.
           PERFORM SELECT-ARCHIVE-RECORD-PROCEDURE
               THRU SELECT-ARCHIVE-RECORD-EXIT
               UNTIL ARCHIVE-EOF.
           CLOSE ARCHIVE-FILE.
           ADD 1 TO ARCHIVES-CONSULTED-COUNT.
           MOVE ENTRY-ARCHIVE-NAME (ENTRY-SUBSCRIPT)
               TO ARCHIVE-LINE-NAME.
           MOVE SCAN-RECORD-COUNT TO ARCHIVE-LINE-COUNT.
           MOVE SCAN-AMOUNT-HASH TO ARCHIVE-LINE-HASH.
           IF SCAN-RECORD-COUNT
               = ENTRY-RECORD-COUNT (ENTRY-SUBSCRIPT)
               AND SCAN-AMOUNT-HASH
               = ENTRY-AMOUNT-HASH (ENTRY-SUBSCRIPT)
               MOVE "CUADRADO" TO ARCHIVE-LINE-FLAG
           ELSE
               MOVE "** NO CUADRA *" TO ARCHIVE-LINE-FLAG
               MOVE "Y" TO HISTORY-INCOMPLETE-SWITCH
           END-IF.
           MOVE REPORT-ARCHIVE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF HISTORY-INCOMPLETE
               AND ARCHIVE-LINE-FLAG = "** NO CUADRA *"
               MOVE "INDICE" TO ARCHIVE-LINE-NAME
               MOVE ENTRY-RECORD-COUNT (ENTRY-SUBSCRIPT)
                   TO ARCHIVE-LINE-COUNT
               MOVE ENTRY-AMOUNT-HASH (ENTRY-SUBSCRIPT)
                   TO ARCHIVE-LINE-HASH
               MOVE "(ESPERADO)" TO ARCHIVE-LINE-FLAG
               MOVE REPORT-ARCHIVE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
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
               MOVE "Y" TO HISTORY-INCOMPLETE-SWITCH
               MOVE "Y" TO ARCHIVE-EOF-SWITCH
           END-IF.
       READ-ARCHIVE-EXIT.
           EXIT.

       SELECT-ARCHIVE-RECORD-PROCEDURE.
           MOVE ARCHIVE-RECORD TO TRANSACTION-LOG-RECORD.
           ADD 1 TO SCAN-RECORD-COUNT.
           ADD LOG-TRANSACTION-AMOUNT TO SCAN-AMOUNT-HASH.
           PERFORM RELEASE-INTEREST-DETAIL-PROCEDURE
               THRU RELEASE-INTEREST-DETAIL-EXIT.
           PERFORM READ-ARCHIVE-PROCEDURE THRU READ-ARCHIVE-EXIT.
       SELECT-ARCHIVE-RECORD-EXIT.
           EXIT.

       SCAN-CURRENT-LOG-PROCEDURE.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "Error al abrir la bitacora. Codigo: "
                   TRANSACTION-LOG-STATUS
               MOVE "Y" TO HISTORY-INCOMPLETE-SWITCH
               GO TO SCAN-CURRENT-LOG-EXIT
           END-IF.
           PERFORM READ-LOG-PROCEDURE THRU READ-LOG-EXIT.
           PERFORM SELECT-LOG-RECORD-PROCEDURE
               THRU SELECT-LOG-RECORD-EXIT
               UNTIL LOG-EOF.
           CLOSE TRANSACTION-LOG-FILE.
       SCAN-CURRENT-LOG-EXIT.
           EXIT.

       READ-LOG-PROCEDURE.
           READ TRANSACTION-LOG-FILE
               AT END
                   MOVE "Y" TO LOG-EOF-SWITCH
           END-READ.
           IF NOT LOG-EOF AND NOT TRANSACTION-LOG-OK
               DISPLAY "Error al leer la bitacora. Codigo: "
                   TRANSACTION-LOG-STATUS
               MOVE "Y" TO HISTORY-INCOMPLETE-SWITCH
               MOVE "Y" TO LOG-EOF-SWITCH
           END-IF.
       READ-LOG-EXIT.
           EXIT.

       SELECT-LOG-RECORD-PROCEDURE.
           MOVE RAW-TRANSACTION-LOG-RECORD TO TRANSACTION-LOG-RECORD.
           PERFORM RELEASE-INTEREST-DETAIL-PROCEDURE
               THRU RELEASE-INTEREST-DETAIL-EXIT.
           PERFORM READ-LOG-PROCEDURE THRU READ-LOG-EXIT.
       SELECT-LOG-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * THE CUSTOMER IS THE ONE THE ACCOUNT BELONGS TO ON ACCTMAST
      * TODAY. AN ACCOUNT WITH NO CUSTOMER, OR NO LONGER ON THE MASTER,
      * IS CERTIFIED ON ITS OWN UNDER ITS ACCOUNT NUMBER.
      *----------------------------------------------------------------
       RELEASE-INTEREST-DETAIL-PROCEDURE.
           IF LOG-TIMESTAMP-DATE < REQUEST-FROM-DATE
            OR LOG-TIMESTAMP-DATE > REQUEST-TO-DATE
               GO TO RELEASE-INTEREST-DETAIL-EXIT
           END-IF.
           IF LOG-TYPE-INTEREST
               ADD 1 TO INTEREST-RECORDS-COUNT
           ELSE
               IF LOG-TYPE-INTEREST-WITHHOLDING
                   ADD 1 TO WITHHOLDING-RECORDS-COUNT
               ELSE
                   GO TO RELEASE-INTEREST-DETAIL-EXIT
               END-IF
           END-IF.
           MOVE LOG-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO ACCOUNT-CUSTOMER-ID
           END-READ.
           IF ACCOUNT-CUSTOMER-ID = SPACES
               MOVE "A" TO SORT-KEY-TYPE
               MOVE LOG-ACCOUNT-NUMBER TO SORT-CUSTOMER-KEY
           ELSE
               MOVE "C" TO SORT-KEY-TYPE
               MOVE SPACES TO SORT-CUSTOMER-KEY
               MOVE ACCOUNT-CUSTOMER-ID TO SORT-CUSTOMER-KEY (1:8)
           END-IF.
           MOVE LOG-ACCOUNT-NUMBER TO SORT-ACCOUNT-NUMBER.
           MOVE LOG-TIMESTAMP-DATE TO SORT-TIMESTAMP-DATE.
           MOVE LOG-TIMESTAMP-TIME TO SORT-TIMESTAMP-TIME.
           MOVE LOG-TRANSACTION-TYPE TO SORT-TRANSACTION-TYPE.
           MOVE LOG-TRANSACTION-AMOUNT TO SORT-TRANSACTION-AMOUNT.
           RELEASE SORT-CERTIFICATE-RECORD.
       RELEASE-INTEREST-DETAIL-EXIT.
           EXIT.

       REOPEN-SORTED-FILE-PROCEDURE.
           OPEN INPUT SORTED-CERTIFICATE-FILE.
           IF NOT SORTED-CERTIFICATE-OK
               DISPLAY "Error al abrir los intereses ordenados."
                   " Codigo: " SORTED-CERTIFICATE-STATUS
               STOP RUN
           END-IF.

       READ-NEXT-DETAIL-PROCEDURE.
           READ SORTED-CERTIFICATE-FILE
               AT END
                   MOVE "Y" TO DETAIL-EOF-SWITCH
           END-READ.
           IF NOT DETAIL-EOF AND NOT SORTED-CERTIFICATE-OK
               DISPLAY "Error al leer los intereses ordenados. Codigo: "
                   SORTED-CERTIFICATE-STATUS
               MOVE "Y" TO ANNUAL-FAILED-SWITCH
               MOVE "Y" TO DETAIL-EOF-SWITCH
           END-IF.
       READ-NEXT-DETAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * ONE CERTIFICATE PER CUSTOMER, ON A PAGE OF ITS OWN: ONE LINE
      * PER ACCOUNT AND THE CUSTOMER'S TOTALS, WHICH ALSO GO TO THE
      * ANNUAL FILE AS THE CUSTOMER'S DETAIL RECORD.
      *----------------------------------------------------------------
       PROCESS-CUSTOMER-GROUP-PROCEDURE.
           MOVE CERT-KEY-TYPE TO GROUP-KEY-TYPE.
           MOVE CERT-CUSTOMER-KEY TO GROUP-CUSTOMER-KEY.
           MOVE ZERO TO GROUP-ACCOUNT-COUNT.
           MOVE ZERO TO CUSTOMER-GROSS-INTEREST.
           MOVE ZERO TO CUSTOMER-TAX-WITHHELD.
           PERFORM LOOKUP-GROUP-NAME-PROCEDURE
               THRU LOOKUP-GROUP-NAME-EXIT.
           PERFORM WRITE-CERTIFICATE-HEADINGS-PROCEDURE.
           PERFORM PROCESS-ACCOUNT-GROUP-PROCEDURE
               THRU PROCESS-ACCOUNT-GROUP-EXIT
               UNTIL DETAIL-EOF
                  OR CERT-KEY-TYPE NOT = GROUP-KEY-TYPE
                  OR CERT-CUSTOMER-KEY NOT = GROUP-CUSTOMER-KEY.
           COMPUTE CUSTOMER-NET-INTEREST =
               CUSTOMER-GROSS-INTEREST - CUSTOMER-TAX-WITHHELD.
           MOVE CUSTOMER-GROSS-INTEREST TO CERTIFICATE-TOTAL-GROSS.
           MOVE CUSTOMER-TAX-WITHHELD TO CERTIFICATE-TOTAL-TAX.
           MOVE CUSTOMER-NET-INTEREST TO CERTIFICATE-TOTAL-NET.
           MOVE CERTIFICATE-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE CERTIFICATE-FOOTER-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE CURRENT-DATE-YYYYMMDD TO CERTIFICATE-ISSUE-DATE.
           MOVE CERTIFICATE-ISSUE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           PERFORM WRITE-ANNUAL-DETAIL-PROCEDURE.
           ADD 1 TO CERTIFICATES-PRINTED-COUNT.
           ADD CUSTOMER-GROSS-INTEREST TO GRAND-TOTAL-GROSS.
           ADD CUSTOMER-TAX-WITHHELD TO GRAND-TOTAL-WITHHELD.
           ADD CUSTOMER-NET-INTEREST TO GRAND-TOTAL-NET.
       PROCESS-CUSTOMER-GROUP-EXIT.
           EXIT.

       LOOKUP-GROUP-NAME-PROCEDURE.
           IF GROUP-KEY-TYPE = "C"
               MOVE GROUP-CUSTOMER-KEY (1:8) TO CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "(CLIENTE NO ESTA EN EL MAESTRO)"
                           TO GROUP-CUSTOMER-NAME
                   NOT INVALID KEY
                       MOVE CUSTOMER-NAME TO GROUP-CUSTOMER-NAME
               END-READ
               GO TO LOOKUP-GROUP-NAME-EXIT
           END-IF.
           MOVE GROUP-CUSTOMER-KEY TO ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "(CUENTA NO ESTA EN EL MAESTRO)"
                       TO GROUP-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE ACCOUNT-NAME TO GROUP-CUSTOMER-NAME
           END-READ.
       LOOKUP-GROUP-NAME-EXIT.
           EXIT.

       WRITE-CERTIFICATE-HEADINGS-PROCEDURE.
           MOVE REPORT-PAGE-FEED-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE CERTIFICATE-HEADING-LINE-1 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REQUEST-TAX-YEAR TO CERTIFICATE-TAX-YEAR.
           MOVE CERTIFICATE-HEADING-LINE-2 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF GROUP-KEY-TYPE = "C"
               MOVE "CLIENTE" TO CERTIFICATE-KEY-LABEL
           ELSE
               MOVE "CUENTA" TO CERTIFICATE-KEY-LABEL
           END-IF.
           MOVE GROUP-CUSTOMER-KEY TO CERTIFICATE-CUSTOMER-KEY.
           MOVE GROUP-CUSTOMER-NAME TO CERTIFICATE-CUSTOMER-NAME.
           MOVE CERTIFICATE-CUSTOMER-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE CERTIFICATE-COLUMN-HEADINGS TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       PROCESS-ACCOUNT-GROUP-PROCEDURE.
           MOVE CERT-ACCOUNT-NUMBER TO GROUP-ACCOUNT-NUMBER.
           MOVE ZERO TO ACCOUNT-GROSS-INTEREST.
           MOVE ZERO TO ACCOUNT-TAX-WITHHELD.
           PERFORM ACCUMULATE-INTEREST-PROCEDURE
               THRU ACCUMULATE-INTEREST-EXIT
               UNTIL DETAIL-EOF
                  OR CERT-KEY-TYPE NOT = GROUP-KEY-TYPE
                  OR CERT-CUSTOMER-KEY NOT = GROUP-CUSTOMER-KEY
                  OR CERT-ACCOUNT-NUMBER NOT = GROUP-ACCOUNT-NUMBER.
           COMPUTE ACCOUNT-NET-INTEREST =
               ACCOUNT-GROSS-INTEREST - ACCOUNT-TAX-WITHHELD.
           MOVE GROUP-ACCOUNT-NUMBER TO CERTIFICATE-ACCOUNT-NUMBER.
           MOVE ACCOUNT-GROSS-INTEREST TO CERTIFICATE-ACCOUNT-GROSS.
           MOVE ACCOUNT-TAX-WITHHELD TO CERTIFICATE-ACCOUNT-TAX.
           MOVE ACCOUNT-NET-INTEREST TO CERTIFICATE-ACCOUNT-NET.
           MOVE CERTIFICATE-ACCOUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           ADD ACCOUNT-GROSS-INTEREST TO CUSTOMER-GROSS-INTEREST.
           ADD ACCOUNT-TAX-WITHHELD TO CUSTOMER-TAX-WITHHELD.
           ADD 1 TO GROUP-ACCOUNT-COUNT.
           ADD 1 TO ACCOUNTS-CERTIFIED-COUNT.
       PROCESS-ACCOUNT-GROUP-EXIT.
           EXIT.

       ACCUMULATE-INTEREST-PROCEDURE.
           IF CERT-TYPE-INTEREST
               ADD CERT-TRANSACTION-AMOUNT TO ACCOUNT-GROSS-INTEREST
           END-IF.
           IF CERT-TYPE-WITHHOLDING
               ADD CERT-TRANSACTION-AMOUNT TO ACCOUNT-TAX-WITHHELD
           END-IF.
           PERFORM READ-NEXT-DETAIL-PROCEDURE
               THRU READ-NEXT-DETAIL-EXIT.
       ACCUMULATE-INTEREST-EXIT.
           EXIT.

       WRITE-ANNUAL-HEADER-PROCEDURE.
           MOVE SPACES TO ANNUAL-HEADER-RECORD.
           MOVE "1" TO ANNU-HEADER-TYPE.
           MOVE REQUEST-TAX-YEAR TO ANNU-HEADER-TAX-YEAR.
           MOVE HOUSE-BANK-CODE TO ANNU-HEADER-BANK-CODE.
           MOVE HOUSE-BANK-NAME TO ANNU-HEADER-BANK-NAME.
           MOVE CURRENT-DATE-YYYYMMDD TO ANNU-HEADER-CREATED-DATE.
           WRITE ANNUAL-OUT-RECORD FROM ANNUAL-HEADER-RECORD.
           IF NOT ANNUAL-FILE-OK
               DISPLAY "Error al escribir el archivo anual. Codigo: "
                   ANNUAL-FILE-STATUS
               MOVE "Y" TO ANNUAL-FAILED-SWITCH
           END-IF.

       WRITE-ANNUAL-DETAIL-PROCEDURE.
           MOVE "2" TO ANNU-DETAIL-TYPE.
           MOVE REQUEST-TAX-YEAR TO ANNU-DETAIL-TAX-YEAR.
           MOVE GROUP-KEY-TYPE TO ANNU-KEY-TYPE.
           MOVE GROUP-CUSTOMER-KEY TO ANNU-CUSTOMER-KEY.
           MOVE GROUP-CUSTOMER-NAME TO ANNU-CUSTOMER-NAME.
           MOVE CUSTOMER-GROSS-INTEREST TO ANNU-GROSS-INTEREST.
           MOVE CUSTOMER-TAX-WITHHELD TO ANNU-TAX-WITHHELD.
           MOVE CUSTOMER-NET-INTEREST TO ANNU-NET-INTEREST.
           MOVE GROUP-ACCOUNT-COUNT TO ANNU-ACCOUNT-COUNT.
           WRITE ANNUAL-OUT-RECORD FROM ANNUAL-DETAIL-RECORD.
           IF NOT ANNUAL-FILE-OK
               DISPLAY "Error al escribir el archivo anual. Codigo: "
                   ANNUAL-FILE-STATUS
               MOVE "Y" TO ANNUAL-FAILED-SWITCH
           ELSE
               ADD 1 TO ANNUAL-DETAIL-COUNT
           END-IF.

       WRITE-ANNUAL-TRAILER-PROCEDURE.
           MOVE SPACES TO ANNUAL-TRAILER-RECORD.
           MOVE "9" TO ANNU-TRAILER-TYPE.
           MOVE REQUEST-TAX-YEAR TO ANNU-TRAILER-TAX-YEAR.
           MOVE ANNUAL-DETAIL-COUNT TO ANNU-TRAILER-COUNT.
           MOVE GRAND-TOTAL-GROSS TO ANNU-TRAILER-GROSS.
           MOVE GRAND-TOTAL-WITHHELD TO ANNU-TRAILER-WITHHELD.
           MOVE GRAND-TOTAL-NET TO ANNU-TRAILER-NET.
           WRITE ANNUAL-OUT-RECORD FROM ANNUAL-TRAILER-RECORD.
           IF NOT ANNUAL-FILE-OK
               DISPLAY "Error al escribir el archivo anual. Codigo: "
                   ANNUAL-FILE-STATUS
               MOVE "Y" TO ANNUAL-FAILED-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * THE CONTROL PAGE REPEATS THE ANNUAL FILE'S TRAILER FIGURES SO
      * THE FILE CAN BE PROVED AGAINST THE CERTIFICATES BEFORE IT IS
      * SENT, AND ONLY READS VERIFICADA WHEN EVERY ARCHIVE BALANCED.
      *----------------------------------------------------------------
       WRITE-CONTROL-TOTALS-PROCEDURE.
           MOVE REPORT-PAGE-FEED-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REPORT-HEADING-LINE-1 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REPORT-HEADING-LINE-2 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REPORT-CONTROL-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "ARCHIVOS CONSULTADOS:" TO SUMMARY-LABEL.
           MOVE ARCHIVES-CONSULTED-COUNT TO SUMMARY-COUNT.
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "ABONOS DE INTERES LEIDOS:" TO SUMMARY-LABEL.
           MOVE INTEREST-RECORDS-COUNT TO SUMMARY-COUNT.
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "RETENCIONES LEIDAS:" TO SUMMARY-LABEL.
           MOVE WITHHOLDING-RECORDS-COUNT TO SUMMARY-COUNT.
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "CUENTAS CON INTERESES:" TO SUMMARY-LABEL.
           MOVE ACCOUNTS-CERTIFIED-COUNT TO SUMMARY-COUNT.
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "CONSTANCIAS EMITIDAS:" TO SUMMARY-LABEL.
           MOVE CERTIFICATES-PRINTED-COUNT TO SUMMARY-COUNT.
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "DETALLES EN EL ARCHIVO ANUAL:" TO SUMMARY-LABEL.
           MOVE ANNUAL-DETAIL-COUNT TO SUMMARY-COUNT.
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "TOTAL INTERES BRUTO:" TO AMOUNT-LABEL.
           MOVE GRAND-TOTAL-GROSS TO AMOUNT-VALUE.
           MOVE REPORT-AMOUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "TOTAL IMPUESTO RETENIDO:" TO AMOUNT-LABEL.
           MOVE GRAND-TOTAL-WITHHELD TO AMOUNT-VALUE.
           MOVE REPORT-AMOUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "TOTAL INTERES NETO:" TO AMOUNT-LABEL.
           MOVE GRAND-TOTAL-NET TO AMOUNT-VALUE.
           MOVE REPORT-AMOUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF HISTORY-INCOMPLETE
               MOVE "RESULTADO: CON ERRORES - HISTORIA NO VERIFICADA."
                   TO RESULT-LINE-TEXT
           ELSE
               IF ANNUAL-FILE-FAILED
                   MOVE "RESULTADO: CON ERRORES - NO PRESENTAR."
                       TO RESULT-LINE-TEXT
               ELSE
                   MOVE "RESULTADO: EJERCICIO COMPLETO Y VERIFICADO."
                       TO RESULT-LINE-TEXT
               END-IF
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
           CLOSE SORTED-CERTIFICATE-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE ANNUAL-FILE.
           CLOSE REPORT-FILE.
