       IDENTIFICATION DIVISION.
       PROGRAM-ID. DINOAUD.
       AUTHOR. J. ROSALES.
       INSTALLATION. DINOBANK DATA PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 JR   ORIGINAL PROGRAM - MAINTENANCE AUDIT REVIEW
      *                 REPORT. READS MNTAUDIT (WRITTEN BY DINOMNT AND
      *                 BY DINOBANK'S REACTIVATION) FOR A DAY OR A
      *                 DATE RANGE AND LISTS EVERY ACTION GROUPED BY
      *                 OPERATOR AND ACTION CODE. THE SENSITIVE
      *                 EXCEPTIONS ARE MARKED "***": AN OVERDRAFT LINE
      *                 OR RATE RAISED BY A CAMBIO OR PROCAM (JUDGED
      *                 AGAINST THE PREVIOUS AUDIT RECORD OF THE SAME
      *                 ACCOUNT OR PRODUCT), A REACTIVATION OF AN
      *                 INACTIVE ACCOUNT (REACT, OR AN ESTADO TAKING IT
      *                 FROM INACTIVA BACK TO ACTIVA), ANY FEE-SCHEDULE
      *                 CHANGE, AN OPERATOR RECORD MAINTAINED BY AN
      *                 OPERATOR WHO IS NOT A SUPERVISOR ON OPERMAST,
      *                 AN OPERATOR AMENDING THEIR OWN RECORD, AND AN
      *                 ACCOUNT AMENDED, RE-STATUSED OR CLOSED BY AN
      *                 OPERATOR WHO ALSO POSTED TO IT ON TRANLOG THE
      *                 SAME DAY. EACH MARKED LINE CARRIES THE VALUES
      *                 NOW ON THE MASTER (ACCTMAST, OPERMAST, FEEMAST
      *                 OR PRODMAST) UNDER THE AUDITED ONES AND A LINE
      *                 FOR THE REVIEWING SUPERVISOR'S INITIALS.
      * 10/15/2026 JR   THE AUDIT RECORD GREW TO 126 BYTES WITH THE
      *                 BRANCH CODE (MNTAREC); THE RECORD IMAGES ARE
      *                 WIDENED TO MATCH. THE NEW SUCALT/SUCCAM
      *                 BRANCH-MASTER ACTIONS ARE DESCRIBED ON THE
      *                 ACTION SUMMARY.
      * 10/15/2026 JR   A ZERO FROM-DATE NOW DEFAULTS TO THE OPEN
      *                 BUSINESS DATE IN RUNCTL INSTEAD OF THE MACHINE
      *                 DATE, LIKE THE OTHER DATE PROMPTS.
      * 10/15/2026 JR   THE SAME-DAY ACTIVITY CHECK NOW ALSO READS THE
      *                 TRANARCH ARCHIVES ON ARCHIDX WHOSE CUTOFF IS
      *                 AFTER THE FROM-DATE, PROVING EACH AGAINST ITS
      *                 INDEX COUNT AND HASH. AN ARCHIVE THAT CANNOT BE
      *                 READ OR DOES NOT BALANCE IS PRINTED ON THE
      *                 SUMMARY WITH A WARNING THAT THE SAME-DAY LIST IS
      *                 INCOMPLETE. A TRANLOG READ ERROR NOW GIVES THE
      *                 SAME WARNING AS AN OPEN ERROR.
      * 10/15/2026 JR   THE PROALT/PROCAM RECORDS DINOMNT NOW WRITES FOR
      *                 PRODUCT TIERS 2 TO 4 ARE KEYED ON PRODUCT AND
      *                 TIER, SO A RAISE ON ANY TIER'S RATE IS JUDGED
      *                 AGAINST THAT TIER'S PREVIOUS RATE AND MARKED.
      *                 THE VALUES NOW ON PRODMAST SHOW THAT TIER'S
      *                 RATE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINTENANCE-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINTENANCE-AUDIT-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.

           SELECT OPTIONAL FEE-SCHEDULE-FILE ASSIGN TO "FEEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-TYPE-CODE
               FILE STATUS IS FEE-SCHEDULE-STATUS.

           SELECT OPTIONAL PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-CODE
               FILE STATUS IS PRODUCT-MASTER-STATUS.

           SELECT OPTIONAL ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-LOG-STATUS.

           SELECT KEY-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT KEYED-AUDIT-FILE ASSIGN TO "AUDSRT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEYED-AUDIT-STATUS.

           SELECT REVIEW-SORT-FILE ASSIGN TO "SORTWK2".

           SELECT REVIEW-FILE ASSIGN TO "AUDSRT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS RUN-CONTROL-RELATIVE-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINTENANCE-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-INPUT-RECORD             PIC X(126).

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  OPERATOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEEREC.

       FD  PRODUCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRODREC.

       FD  ARCHIVE-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARCIREC.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                 PIC X(105).

       FD  TRANSACTION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RAW-TRANSACTION-LOG-RECORD     PIC X(105).

       SD  KEY-SORT-FILE.
       01  SORT-KEY-RECORD.
           05  SORT-KEY-FAMILY            PIC X(01).
           05  SORT-KEY-NUMBER            PIC X(10).
           05  SORT-KEY-TIMESTAMP         PIC 9(14).
           05  SORT-KEY-SEQUENCE          PIC 9(08).
           05  SORT-KEY-IMAGE             PIC X(126).

       FD  KEYED-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEYED-AUDIT-RECORD.
           05  KEYED-FAMILY               PIC X(01).
           05  KEYED-NUMBER               PIC X(10).
           05  KEYED-TIMESTAMP            PIC 9(14).
           05  KEYED-SEQUENCE             PIC 9(08).
           05  KEYED-IMAGE                PIC X(126).

       SD  REVIEW-SORT-FILE.
       01  SORT-REVIEW-RECORD.
           05  SORT-REVIEW-OPERATOR       PIC X(08).
           05  SORT-REVIEW-ACTION         PIC X(06).
           05  SORT-REVIEW-TIMESTAMP      PIC 9(14).
           05  SORT-REVIEW-SEQUENCE       PIC 9(08).
           05  SORT-REVIEW-FAMILY         PIC X(01).
           05  SORT-REVIEW-IMAGE          PIC X(126).
           05  SORT-REVIEW-PRIOR-SWITCH   PIC X(01).
           05  SORT-REVIEW-PRIOR-MINIMUM  PIC 9(10)V99.
           05  SORT-REVIEW-PRIOR-LIMIT    PIC 9(10)V99.
           05  SORT-REVIEW-PRIOR-RATE     PIC 9(02)V9(03).
           05  SORT-REVIEW-PRIOR-OD-RATE  PIC 9(02)V9(03).
           05  SORT-REVIEW-PRIOR-STATUS   PIC X(01).
           05  SORT-REVIEW-INCREASE-FLAG  PIC X(01).
           05  SORT-REVIEW-REACT-FLAG     PIC X(01).
           05  SORT-REVIEW-FEE-FLAG       PIC X(01).
           05  SORT-REVIEW-SELF-FLAG      PIC X(01).
           05  SORT-REVIEW-CANDIDATE-STATE
                                          PIC X(01).
           05  SORT-REVIEW-CANDIDATE      PIC 9(04).

       FD  REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-RECORD.
           05  REVIEW-OPERATOR            PIC X(08).
           05  REVIEW-ACTION              PIC X(06).
           05  REVIEW-TIMESTAMP           PIC 9(14).
           05  REVIEW-SEQUENCE            PIC 9(08).
           05  REVIEW-FAMILY              PIC X(01).
               88  REVIEW-ACCOUNT-FAMILY        VALUE "A".
               88  REVIEW-OPERATOR-FAMILY       VALUE "O".
               88  REVIEW-FEE-FAMILY            VALUE "T".
               88  REVIEW-PRODUCT-FAMILY        VALUE "P".
           05  REVIEW-IMAGE               PIC X(126).
           05  REVIEW-PRIOR-SWITCH        PIC X(01).
               88  REVIEW-PRIOR-KNOWN           VALUE "Y".
           05  REVIEW-PRIOR-MINIMUM       PIC 9(10)V99.
           05  REVIEW-PRIOR-LIMIT         PIC 9(10)V99.
           05  REVIEW-PRIOR-RATE          PIC 9(02)V9(03).
           05  REVIEW-PRIOR-OD-RATE       PIC 9(02)V9(03).
           05  REVIEW-PRIOR-STATUS        PIC X(01).
           05  REVIEW-INCREASE-FLAG       PIC X(01).
               88  REVIEW-IS-INCREASE           VALUE "Y".
           05  REVIEW-REACT-FLAG          PIC X(01).
               88  REVIEW-IS-REACTIVATION       VALUE "Y".
           05  REVIEW-FEE-FLAG            PIC X(01).
               88  REVIEW-IS-FEE-CHANGE         VALUE "Y".
           05  REVIEW-SELF-FLAG           PIC X(01).
               88  REVIEW-IS-SELF-AMEND         VALUE "Y".
           05  REVIEW-CANDIDATE-STATE     PIC X(01).
               88  REVIEW-CANDIDATE-LISTED      VALUE "L".
               88  REVIEW-CANDIDATE-UNCHECKED   VALUE "U".
           05  REVIEW-CANDIDATE           PIC 9(04).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(110).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-IO-AREA            PIC X(960).

       WORKING-STORAGE SECTION.
       01  MAINTENANCE-AUDIT-STATUS       PIC X(02) VALUE SPACES.
           88  MAINTENANCE-AUDIT-OK               VALUE "00".
           88  MAINTENANCE-AUDIT-CREATED          VALUE "05".
       01  ACCOUNT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  ACCOUNT-MASTER-OK                  VALUE "00".
       01  OPERATOR-MASTER-STATUS         PIC X(02) VALUE SPACES.
           88  OPERATOR-MASTER-OK                 VALUE "00".
           88  OPERATOR-MASTER-CREATED            VALUE "05".
       01  FEE-SCHEDULE-STATUS            PIC X(02) VALUE SPACES.
           88  FEE-SCHEDULE-OK                    VALUE "00".
           88  FEE-SCHEDULE-CREATED               VALUE "05".
       01  PRODUCT-MASTER-STATUS          PIC X(02) VALUE SPACES.
           88  PRODUCT-MASTER-OK                  VALUE "00".
           88  PRODUCT-MASTER-CREATED             VALUE "05".
       01  TRANSACTION-LOG-STATUS         PIC X(02) VALUE SPACES.
           88  TRANSACTION-LOG-OK                 VALUE "00".
       01  ARCHIVE-INDEX-STATUS           PIC X(02) VALUE SPACES.
           88  ARCHIVE-INDEX-OK                   VALUE "00".
           88  ARCHIVE-INDEX-CREATED              VALUE "05".
       01  ARCHIVE-FILE-STATUS            PIC X(02) VALUE SPACES.
           88  ARCHIVE-FILE-OK                    VALUE "00".
       01  KEYED-AUDIT-STATUS             PIC X(02) VALUE SPACES.
           88  KEYED-AUDIT-OK                     VALUE "00".
       01  REVIEW-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  REVIEW-FILE-OK                     VALUE "00".
       01  REPORT-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  REPORT-FILE-OK                     VALUE "00".
       01  RUN-CONTROL-STATUS             PIC X(02) VALUE SPACES.
           88  RUN-CONTROL-OK                     VALUE "00".
           88  RUN-CONTROL-OPENED-EMPTY           VALUE "05".

           COPY MNTAREC.

           COPY TRANREC.

           COPY RUNCREC.

       01  RUN-CONTROL-RELATIVE-KEY       PIC 9(04) COMP VALUE 1.

       01  PROGRAM-SWITCHES.
           05  AUDIT-EOF-SWITCH            PIC X(01) VALUE "N".
               88  AUDIT-EOF                       VALUE "Y".
           05  KEYED-EOF-SWITCH            PIC X(01) VALUE "N".
               88  KEYED-EOF                       VALUE "Y".
           05  LOG-EOF-SWITCH              PIC X(01) VALUE "N".
               88  LOG-EOF                         VALUE "Y".
           05  REVIEW-EOF-SWITCH           PIC X(01) VALUE "N".
               88  REVIEW-EOF                      VALUE "Y".
           05  RUN-RECORD-EXISTS-SWITCH    PIC X(01) VALUE "N".
               88  RUN-RECORD-EXISTS               VALUE "Y".
           05  PRIOR-KNOWN-SWITCH          PIC X(01) VALUE "N".
               88  PRIOR-KNOWN                     VALUE "Y".
           05  CANDIDATE-OVERFLOW-SWITCH   PIC X(01) VALUE "N".
               88  CANDIDATE-OVERFLOWED            VALUE "Y".
           05  LOG-UNAVAILABLE-SWITCH      PIC X(01) VALUE "N".
               88  LOG-UNAVAILABLE                 VALUE "Y".
           05  GROUP-SUPERVISOR-SWITCH     PIC X(01) VALUE "N".
               88  GROUP-IS-SUPERVISOR             VALUE "Y".
           05  NON-SUPERVISOR-SWITCH       PIC X(01) VALUE "N".
               88  NON-SUPERVISOR-CHANGE           VALUE "Y".
           05  SAME-DAY-SWITCH             PIC X(01) VALUE "N".
               88  SAME-DAY-ACTIVITY               VALUE "Y".
           05  MASTER-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  MASTER-FOUND                    VALUE "Y".
           05  INDEX-EOF-SWITCH            PIC X(01) VALUE "N".
               88  INDEX-EOF                       VALUE "Y".
           05  ARCHIVE-EOF-SWITCH          PIC X(01) VALUE "N".
               88  ARCHIVE-EOF                     VALUE "Y".
           05  ENTRY-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  ENTRY-WAS-FOUND                 VALUE "Y".
           05  HISTORY-INCOMPLETE-SWITCH   PIC X(01) VALUE "N".
               88  HISTORY-INCOMPLETE              VALUE "Y".

       01  REQUEST-FIELDS.
           05  FROM-DATE                   PIC 9(08) VALUE ZERO.
           05  TO-DATE                     PIC 9(08) VALUE ZERO.
           05  TODAY-DATE                  PIC 9(08) VALUE ZERO.

       77  CANDIDATE-TABLE-LIMIT          PIC 9(04) COMP VALUE 1000.

       01  PRIOR-VALUES.
           05  PRIOR-FAMILY                PIC X(01) VALUE SPACES.
           05  PRIOR-NUMBER                PIC X(10) VALUE SPACES.
           05  PRIOR-MINIMUM               PIC 9(10)V99 VALUE ZERO.
           05  PRIOR-OVERDRAFT-LIMIT       PIC 9(10)V99 VALUE ZERO.
           05  PRIOR-INTEREST-RATE         PIC 9(02)V9(03) VALUE ZERO.
           05  PRIOR-OVERDRAFT-RATE        PIC 9(02)V9(03) VALUE ZERO.
           05  PRIOR-STATUS                PIC X(01) VALUE SPACES.

       01  SAME-DAY-TABLE.
           05  CANDIDATE-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  CANDIDATE-ENTRY OCCURS 1000 TIMES.
               10  CANDIDATE-OPERATOR      PIC X(08).
               10  CANDIDATE-ACCOUNT       PIC X(10).
               10  CANDIDATE-DATE          PIC 9(08).
               10  CANDIDATE-MATCH-SWITCH  PIC X(01).
                   88  CANDIDATE-MATCHED          VALUE "Y".

      *----------------------------------------------------------------
      * POSTINGS OLDER THAN THE LAST DINOARCH CUTOFF ARE NO LONGER ON
      * TRANLOG. EVERY ARCHIVE WHOSE CUTOFF IS AFTER THE FROM-DATE CAN
      * HOLD POSTINGS OF THE PERIOD, SO IT IS READ AND PROVED AGAINST
      * THE COUNT AND HASH ON ARCHIDX, AS DINOINQ AND DINOCERT DO.
      *----------------------------------------------------------------
       01  ARCHIVE-FILE-NAME              PIC X(17) VALUE SPACES.

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

       01  GROUP-WORK-FIELDS.
           05  GROUP-OPERATOR-ID           PIC X(08) VALUE SPACES.
           05  GROUP-OPERATOR-NAME         PIC X(30) VALUE SPACES.
           05  GROUP-OPERATOR-ROLE         PIC X(12) VALUE SPACES.
           05  GROUP-ACTION-CODE           PIC X(06) VALUE SPACES.
           05  ACTION-RECORD-COUNT         PIC 9(08) COMP VALUE ZERO.
           05  ACTION-FLAGGED-COUNT        PIC 9(08) COMP VALUE ZERO.
           05  OPERATOR-RECORD-COUNT       PIC 9(08) COMP VALUE ZERO.
           05  OPERATOR-FLAGGED-COUNT      PIC 9(08) COMP VALUE ZERO.
           05  LINE-EXCEPTION-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  ENTRY-SUBSCRIPT             PIC 9(04) COMP VALUE ZERO.
           05  TIER-SUBSCRIPT              PIC 9(04) COMP VALUE ZERO.
           05  TIER-NUMBER                 PIC 9(01) VALUE ZERO.
           05  INPUT-SEQUENCE              PIC 9(08) VALUE ZERO.

       01  RUN-TOTALS.
           05  AUDIT-READ-COUNT            PIC 9(08) COMP VALUE ZERO.
           05  AUDIT-UNREADABLE-COUNT      PIC 9(08) COMP VALUE ZERO.
           05  REVIEWED-COUNT              PIC 9(08) COMP VALUE ZERO.
           05  FLAGGED-COUNT               PIC 9(08) COMP VALUE ZERO.
           05  INCREASE-COUNT              PIC 9(08) COMP VALUE ZERO.
           05  REACTIVATION-COUNT          PIC 9(08) COMP VALUE ZERO.
           05  FEE-CHANGE-COUNT            PIC 9(08) COMP VALUE ZERO.
           05  NON-SUPERVISOR-COUNT        PIC 9(08) COMP VALUE ZERO.
           05  SELF-AMEND-COUNT            PIC 9(08) COMP VALUE ZERO.
           05  SAME-DAY-COUNT              PIC 9(08) COMP VALUE ZERO.
           05  UNCHECKED-COUNT             PIC 9(08) COMP VALUE ZERO.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(110) VALUE
               "DINOBANK - REVISION DE LA AUDITORIA DE MANTENIMIENTO".

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(07) VALUE "DESDE".
           05  HEADING-FROM-DATE           PIC 9(08).
           05  FILLER                      PIC X(08) VALUE "  HASTA".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  HEADING-TO-DATE             PIC 9(08).
           05  FILLER                      PIC X(10) VALUE
               "  EMITIDO".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  HEADING-TODAY-DATE          PIC 9(08).
           05  FILLER                      PIC X(59) VALUE SPACES.

       01  REPORT-HEADING-LINE-3.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(09) VALUE "FECHA".
           05  FILLER                      PIC X(07) VALUE "HORA".
           05  FILLER                      PIC X(11) VALUE "NUMERO".
           05  FILLER                      PIC X(25) VALUE
               "NOMBRE / DESCRIPCION".
           05  FILLER                      PIC X(16) VALUE
               "  IMPORTE/MINIMO".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(16) VALUE
               "SOBREGIRO/LIMITE".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(06) VALUE "  TASA".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(06) VALUE "T.SOBR".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(01) VALUE "E".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(03) VALUE "EXC".
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  REPORT-OPERATOR-LINE.
           05  FILLER                      PIC X(09) VALUE "OPERADOR".
           05  OPERATOR-LINE-ID            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OPERATOR-LINE-NAME          PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OPERATOR-LINE-ROLE          PIC X(12).
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  REPORT-ACTION-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(07) VALUE "ACCION".
           05  ACTION-LINE-CODE            PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ACTION-LINE-DESCRIPTION     PIC X(30).
           05  ACTION-LINE-NOTE            PIC X(63).

       01  REPORT-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-TIME                 PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-NUMBER               PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-NAME                 PIC X(24).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-LIMIT                PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-RATE                 PIC Z9.999.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-OD-RATE              PIC Z9.999.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETAIL-STATUS               PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETAIL-MARK                 PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  REPORT-VALUE-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  VALUE-LABEL                 PIC X(26).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  VALUE-NAME                  PIC X(24).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  VALUE-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  VALUE-LIMIT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  VALUE-RATE                  PIC Z9.999.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  VALUE-OD-RATE               PIC Z9.999.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  VALUE-STATUS                PIC X(01).
           05  FILLER                      PIC X(07) VALUE SPACES.

       01  REPORT-EXCEPTION-LINE.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  FILLER                      PIC X(04) VALUE "*** ".
           05  EXCEPTION-TEXT              PIC X(60).
           05  FILLER                      PIC X(42) VALUE SPACES.

       01  REPORT-SIGN-LINE.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  FILLER                      PIC X(60) VALUE
               "VISTO BUENO SUPERVISOR: ____________  FECHA: ________".
           05  FILLER                      PIC X(44) VALUE SPACES.

       01  REPORT-ACTION-TOTAL-LINE.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE "TOTAL".
           05  ACTION-TOTAL-CODE           PIC X(06).
           05  FILLER                      PIC X(12) VALUE
               "  REGISTROS:".
           05  ACTION-TOTAL-COUNT          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(16) VALUE
               "  CON EXCEPCION:".
           05  ACTION-TOTAL-FLAGGED        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(46) VALUE SPACES.

       01  REPORT-OPERATOR-TOTAL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(15) VALUE
               "TOTAL OPERADOR".
           05  OPERATOR-TOTAL-ID           PIC X(08).
           05  FILLER                      PIC X(12) VALUE
               "  REGISTROS:".
           05  OPERATOR-TOTAL-COUNT        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(16) VALUE
               "  CON EXCEPCION:".
           05  OPERATOR-TOTAL-FLAGGED      PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(37) VALUE SPACES.

       01  REPORT-CLEAN-LINE.
           05  FILLER                      PIC X(110) VALUE
               "SIN REGISTROS DE AUDITORIA EN EL PERIODO.".

       01  REPORT-NOTICE-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  NOTICE-TEXT                 PIC X(108).

       01  REPORT-ARCHIVE-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ARCHIVE-LINE-NAME           PIC X(17).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ARCHIVE-LINE-COUNT          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ARCHIVE-LINE-HASH           PIC Z(13)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ARCHIVE-LINE-FLAG           PIC X(14).
           05  FILLER                      PIC X(44) VALUE SPACES.

       01  REPORT-SUMMARY-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SUMMARY-LABEL               PIC X(44).
           05  SUMMARY-COUNT               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ACCEPT-PARAMETERS-PROCEDURE.
           PERFORM OPEN-FILES-PROCEDURE.
           PERFORM SORT-AUDIT-BY-KEY-PROCEDURE.
           PERFORM SORT-AUDIT-BY-OPERATOR-PROCEDURE.
           PERFORM MARK-SAME-DAY-PROCEDURE THRU MARK-SAME-DAY-EXIT.
           PERFORM REOPEN-REVIEW-FILE-PROCEDURE.
           PERFORM WRITE-REPORT-HEADINGS-PROCEDURE.
           PERFORM READ-NEXT-REVIEW-PROCEDURE
               THRU READ-NEXT-REVIEW-EXIT.
           PERFORM PROCESS-OPERATOR-GROUP-PROCEDURE
               THRU PROCESS-OPERATOR-GROUP-EXIT
               UNTIL REVIEW-EOF.
           IF REVIEWED-COUNT = ZERO
               MOVE REPORT-CLEAN-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
           PERFORM WRITE-SUMMARY-PROCEDURE.
           PERFORM CLOSE-FILES-PROCEDURE.
           STOP RUN.

       ACCEPT-PARAMETERS-PROCEDURE.
           DISPLAY "DINOBANK - REVISION DE LA AUDITORIA".
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Fecha desde (AAAAMMDD, cero = la abierta): "
           ACCEPT FROM-DATE.
           IF FROM-DATE = ZERO
               PERFORM READ-RUN-CONTROL-PROCEDURE
               IF NOT RUN-RECORD-EXISTS
                   DISPLAY "No hay fecha de negocio abierta en RUNCTL."
                       " Indique la fecha."
                   STOP RUN
               END-IF
               MOVE RUN-BUSINESS-DATE TO FROM-DATE
           END-IF.
           DISPLAY "Fecha hasta (AAAAMMDD, cero = solo ese dia): "
           ACCEPT TO-DATE.
           IF TO-DATE = ZERO
               MOVE FROM-DATE TO TO-DATE
           END-IF.
           IF TO-DATE < FROM-DATE
               DISPLAY "La fecha hasta es anterior a la fecha desde."
               STOP RUN
           END-IF.

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
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF NOT OPERATOR-MASTER-OK AND NOT OPERATOR-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de operadores. "
                   "Codigo: " OPERATOR-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF NOT FEE-SCHEDULE-OK AND NOT FEE-SCHEDULE-CREATED
               DISPLAY "Error al abrir el tarifario. Codigo: "
                   FEE-SCHEDULE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF NOT PRODUCT-MASTER-OK AND NOT PRODUCT-MASTER-CREATED
               DISPLAY "Error al abrir el maestro de productos. "
                   "Codigo: " PRODUCT-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al abrir el reporte. Codigo: "
                   REPORT-FILE-STATUS
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * FIRST PASS: THE WHOLE AUDIT UP TO THE END OF THE PERIOD IN
      * RECORD ORDER (FAMILY, NUMBER, TIME), SO EACH ACTION CAN BE
      * COMPARED WITH THE ONE BEFORE IT ON THE SAME ACCOUNT OR PRODUCT
      * EVEN WHEN THAT ONE FELL BEFORE THE PERIOD. A PRODUCT'S TIER
      * RECORDS (TIER NUMBER IN THE FIRST OVERRIDE-FLAG BYTE) KEY ON
      * PRODUCT AND TIER, SO EACH TIER RATE IS JUDGED AGAINST ITS OWN.
      *----------------------------------------------------------------
       SORT-AUDIT-BY-KEY-PROCEDURE.
           SORT KEY-SORT-FILE
               ON ASCENDING KEY SORT-KEY-FAMILY
                                SORT-KEY-NUMBER
                                SORT-KEY-TIMESTAMP
                                SORT-KEY-SEQUENCE
               INPUT PROCEDURE IS BUILD-KEY-SORT-INPUT-PROCEDURE
                   THRU BUILD-KEY-SORT-INPUT-EXIT
               GIVING KEYED-AUDIT-FILE.

       BUILD-KEY-SORT-INPUT-PROCEDURE.
           OPEN INPUT MAINTENANCE-AUDIT-FILE.
           IF NOT MAINTENANCE-AUDIT-OK AND NOT MAINTENANCE-AUDIT-CREATED
               DISPLAY "Error al abrir la auditoria. Codigo: "
                   MAINTENANCE-AUDIT-STATUS
               GO TO BUILD-KEY-SORT-INPUT-EXIT
           END-IF.
           PERFORM READ-AUDIT-PROCEDURE THRU READ-AUDIT-EXIT.
           PERFORM RELEASE-KEYED-AUDIT-PROCEDURE
               THRU RELEASE-KEYED-AUDIT-EXIT
               UNTIL AUDIT-EOF.
           CLOSE MAINTENANCE-AUDIT-FILE.
       BUILD-KEY-SORT-INPUT-EXIT.
           EXIT.

       READ-AUDIT-PROCEDURE.
           READ MAINTENANCE-AUDIT-FILE INTO MAINTENANCE-AUDIT-RECORD
               AT END
                   MOVE "Y" TO AUDIT-EOF-SWITCH
           END-READ.
           IF NOT AUDIT-EOF AND NOT MAINTENANCE-AUDIT-OK
               DISPLAY "Error al leer la auditoria. Codigo: "
                   MAINTENANCE-AUDIT-STATUS
               MOVE "Y" TO AUDIT-EOF-SWITCH
           END-IF.
       READ-AUDIT-EXIT.
           EXIT.

       RELEASE-KEYED-AUDIT-PROCEDURE.
           ADD 1 TO AUDIT-READ-COUNT.
           ADD 1 TO INPUT-SEQUENCE.
           IF AUDIT-TIMESTAMP NOT NUMERIC
               ADD 1 TO AUDIT-UNREADABLE-COUNT
               GO TO RELEASE-KEYED-AUDIT-NEXT
           END-IF.
           IF AUDIT-TIMESTAMP-DATE > TO-DATE
               GO TO RELEASE-KEYED-AUDIT-NEXT
           END-IF.
           EVALUATE TRUE
               WHEN AUDIT-ACTION-OPEN
               WHEN AUDIT-ACTION-AMEND
               WHEN AUDIT-ACTION-CLOSE
               WHEN AUDIT-ACTION-STATUS
               WHEN AUDIT-ACTION-REACTIVATE
                   MOVE "A" TO SORT-KEY-FAMILY
               WHEN AUDIT-ACTION-OPERATOR-OPEN
               WHEN AUDIT-ACTION-OPERATOR-AMEND
                   MOVE "O" TO SORT-KEY-FAMILY
               WHEN AUDIT-ACTION-FEE-OPEN
               WHEN AUDIT-ACTION-FEE-AMEND
                   MOVE "T" TO SORT-KEY-FAMILY
               WHEN AUDIT-ACTION-PRODUCT-OPEN
               WHEN AUDIT-ACTION-PRODUCT-AMEND
                   MOVE "P" TO SORT-KEY-FAMILY
               WHEN OTHER
                   MOVE "X" TO SORT-KEY-FAMILY
           END-EVALUATE.
           MOVE AUDIT-ACCOUNT-NUMBER TO SORT-KEY-NUMBER.
           IF SORT-KEY-FAMILY = "P"
            AND AUDIT-NEW-OVERRIDE-FLAGS (1:1) NOT = SPACE
               MOVE AUDIT-NEW-OVERRIDE-FLAGS (1:1)
                   TO SORT-KEY-NUMBER (10:1)
           END-IF.
           MOVE AUDIT-TIMESTAMP TO SORT-KEY-TIMESTAMP.
           MOVE INPUT-SEQUENCE TO SORT-KEY-SEQUENCE.
           MOVE MAINTENANCE-AUDIT-RECORD TO SORT-KEY-IMAGE.
           RELEASE SORT-KEY-RECORD.
       RELEASE-KEYED-AUDIT-NEXT.
           PERFORM READ-AUDIT-PROCEDURE THRU READ-AUDIT-EXIT.
       RELEASE-KEYED-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * SECOND PASS: CARRY THE PREVIOUS VALUES OF EACH ACCOUNT AND
      * PRODUCT FORWARD, MARK THE EXCEPTIONS THAT NEED THEM, AND PASS
      * THE PERIOD'S RECORDS ON IN OPERATOR AND ACTION ORDER.
      *----------------------------------------------------------------
       SORT-AUDIT-BY-OPERATOR-PROCEDURE.
           SORT REVIEW-SORT-FILE
               ON ASCENDING KEY SORT-REVIEW-OPERATOR
                                SORT-REVIEW-ACTION
                                SORT-REVIEW-TIMESTAMP
                                SORT-REVIEW-SEQUENCE
               INPUT PROCEDURE IS BUILD-REVIEW-SORT-INPUT-PROCEDURE
                   THRU BUILD-REVIEW-SORT-INPUT-EXIT
               GIVING REVIEW-FILE.

       BUILD-REVIEW-SORT-INPUT-PROCEDURE.
           OPEN INPUT KEYED-AUDIT-FILE.
           IF NOT KEYED-AUDIT-OK
               DISPLAY "Error al abrir la auditoria ordenada. Codigo: "
                   KEYED-AUDIT-STATUS
               GO TO BUILD-REVIEW-SORT-INPUT-EXIT
           END-IF.
           PERFORM READ-KEYED-AUDIT-PROCEDURE
               THRU READ-KEYED-AUDIT-EXIT.
           PERFORM RELEASE-REVIEW-PROCEDURE
               THRU RELEASE-REVIEW-EXIT
               UNTIL KEYED-EOF.
           CLOSE KEYED-AUDIT-FILE.
       BUILD-REVIEW-SORT-INPUT-EXIT.
           EXIT.

       READ-KEYED-AUDIT-PROCEDURE.
           READ KEYED-AUDIT-FILE
               AT END
                   MOVE "Y" TO KEYED-EOF-SWITCH
           END-READ.
           IF NOT KEYED-EOF AND NOT KEYED-AUDIT-OK
               DISPLAY "Error al leer la auditoria ordenada. Codigo: "
                   KEYED-AUDIT-STATUS
               MOVE "Y" TO KEYED-EOF-SWITCH
           END-IF.
       READ-KEYED-AUDIT-EXIT.
           EXIT.

       RELEASE-REVIEW-PROCEDURE.
           MOVE KEYED-IMAGE TO MAINTENANCE-AUDIT-RECORD.
           IF AUDIT-NEW-OVERDRAFT-RATE NOT NUMERIC
               MOVE ZERO TO AUDIT-NEW-OVERDRAFT-RATE
           END-IF.
           IF KEYED-FAMILY NOT = PRIOR-FAMILY
            OR KEYED-NUMBER NOT = PRIOR-NUMBER
               MOVE KEYED-FAMILY TO PRIOR-FAMILY
               MOVE KEYED-NUMBER TO PRIOR-NUMBER
               MOVE "N" TO PRIOR-KNOWN-SWITCH
           END-IF.
           IF AUDIT-TIMESTAMP-DATE NOT < FROM-DATE
               PERFORM BUILD-REVIEW-RECORD-PROCEDURE
                   THRU BUILD-REVIEW-RECORD-EXIT
               RELEASE SORT-REVIEW-RECORD
           END-IF.
           IF KEYED-FAMILY = "A" OR KEYED-FAMILY = "P"
               MOVE AUDIT-NEW-MINIMUM-BALANCE TO PRIOR-MINIMUM
               MOVE AUDIT-NEW-OVERDRAFT-LIMIT TO PRIOR-OVERDRAFT-LIMIT
               MOVE AUDIT-NEW-INTEREST-RATE TO PRIOR-INTEREST-RATE
               MOVE AUDIT-NEW-OVERDRAFT-RATE TO PRIOR-OVERDRAFT-RATE
               MOVE AUDIT-NEW-STATUS TO PRIOR-STATUS
               MOVE "Y" TO PRIOR-KNOWN-SWITCH
           END-IF.
           PERFORM READ-KEYED-AUDIT-PROCEDURE
               THRU READ-KEYED-AUDIT-EXIT.
       RELEASE-REVIEW-EXIT.
           EXIT.

       BUILD-REVIEW-RECORD-PROCEDURE.
           MOVE AUDIT-OPERATOR-ID TO SORT-REVIEW-OPERATOR.
           MOVE AUDIT-ACTION-CODE TO SORT-REVIEW-ACTION.
           MOVE KEYED-TIMESTAMP TO SORT-REVIEW-TIMESTAMP.
           MOVE KEYED-SEQUENCE TO SORT-REVIEW-SEQUENCE.
           MOVE KEYED-FAMILY TO SORT-REVIEW-FAMILY.
           MOVE MAINTENANCE-AUDIT-RECORD TO SORT-REVIEW-IMAGE.
           MOVE "N" TO SORT-REVIEW-INCREASE-FLAG.
           MOVE "N" TO SORT-REVIEW-REACT-FLAG.
           MOVE "N" TO SORT-REVIEW-FEE-FLAG.
           MOVE "N" TO SORT-REVIEW-SELF-FLAG.
           MOVE "N" TO SORT-REVIEW-CANDIDATE-STATE.
           MOVE ZERO TO SORT-REVIEW-CANDIDATE.
           IF PRIOR-KNOWN
               MOVE "Y" TO SORT-REVIEW-PRIOR-SWITCH
               MOVE PRIOR-MINIMUM TO SORT-REVIEW-PRIOR-MINIMUM
               MOVE PRIOR-OVERDRAFT-LIMIT TO SORT-REVIEW-PRIOR-LIMIT
               MOVE PRIOR-INTEREST-RATE TO SORT-REVIEW-PRIOR-RATE
               MOVE PRIOR-OVERDRAFT-RATE TO SORT-REVIEW-PRIOR-OD-RATE
               MOVE PRIOR-STATUS TO SORT-REVIEW-PRIOR-STATUS
           ELSE
               MOVE "N" TO SORT-REVIEW-PRIOR-SWITCH
               MOVE ZERO TO SORT-REVIEW-PRIOR-MINIMUM
               MOVE ZERO TO SORT-REVIEW-PRIOR-LIMIT
               MOVE ZERO TO SORT-REVIEW-PRIOR-RATE
               MOVE ZERO TO SORT-REVIEW-PRIOR-OD-RATE
               MOVE SPACES TO SORT-REVIEW-PRIOR-STATUS
           END-IF.
           IF (AUDIT-ACTION-AMEND OR AUDIT-ACTION-PRODUCT-AMEND)
            AND PRIOR-KNOWN
               IF AUDIT-NEW-OVERDRAFT-LIMIT > PRIOR-OVERDRAFT-LIMIT
                OR AUDIT-NEW-INTEREST-RATE > PRIOR-INTEREST-RATE
                OR AUDIT-NEW-OVERDRAFT-RATE > PRIOR-OVERDRAFT-RATE
                   MOVE "Y" TO SORT-REVIEW-INCREASE-FLAG
               END-IF
           END-IF.
           IF AUDIT-ACTION-REACTIVATE
               MOVE "Y" TO SORT-REVIEW-REACT-FLAG
           END-IF.
           IF AUDIT-ACTION-STATUS AND PRIOR-KNOWN
            AND PRIOR-STATUS = "I"
            AND (AUDIT-NEW-STATUS = "A" OR AUDIT-NEW-STATUS = SPACE)
               MOVE "Y" TO SORT-REVIEW-REACT-FLAG
           END-IF.
           IF AUDIT-ACTION-FEE-OPEN OR AUDIT-ACTION-FEE-AMEND
               MOVE "Y" TO SORT-REVIEW-FEE-FLAG
           END-IF.
           IF (AUDIT-ACTION-OPERATOR-OPEN
                OR AUDIT-ACTION-OPERATOR-AMEND)
            AND AUDIT-ACCOUNT-NUMBER (1:8) = AUDIT-OPERATOR-ID
               MOVE "Y" TO SORT-REVIEW-SELF-FLAG
           END-IF.
           IF AUDIT-ACTION-AMEND OR AUDIT-ACTION-STATUS
            OR AUDIT-ACTION-CLOSE
               PERFORM ADD-CANDIDATE-PROCEDURE
                   THRU ADD-CANDIDATE-EXIT
           END-IF.
       BUILD-REVIEW-RECORD-EXIT.
           EXIT.

       ADD-CANDIDATE-PROCEDURE.
           IF CANDIDATE-COUNT NOT < CANDIDATE-TABLE-LIMIT
               MOVE "Y" TO CANDIDATE-OVERFLOW-SWITCH
               MOVE "U" TO SORT-REVIEW-CANDIDATE-STATE
               GO TO ADD-CANDIDATE-EXIT
           END-IF.
           ADD 1 TO CANDIDATE-COUNT.
           MOVE AUDIT-OPERATOR-ID TO
               CANDIDATE-OPERATOR (CANDIDATE-COUNT).
           MOVE AUDIT-ACCOUNT-NUMBER TO
               CANDIDATE-ACCOUNT (CANDIDATE-COUNT).
           MOVE AUDIT-TIMESTAMP-DATE TO
               CANDIDATE-DATE (CANDIDATE-COUNT).
           MOVE "N" TO CANDIDATE-MATCH-SWITCH (CANDIDATE-COUNT).
           MOVE "L" TO SORT-REVIEW-CANDIDATE-STATE.
           MOVE CANDIDATE-COUNT TO SORT-REVIEW-CANDIDATE.
       ADD-CANDIDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * THIRD PASS: ONE READ OF THE ARCHIVES THAT CAN HOLD THE PERIOD
      * AND OF TRANLOG MARKS EVERY ACCOUNT AMENDMENT WHOSE OPERATOR
      * ALSO POSTED TO THAT ACCOUNT ON THE SAME DAY. AN ARCHIVE THAT
      * CANNOT BE READ OR DOES NOT BALANCE TO ARCHIDX LEAVES THE
      * SAME-DAY LIST INCOMPLETE, AND THE SUMMARY SAYS SO.
      *----------------------------------------------------------------
       MARK-SAME-DAY-PROCEDURE.
           IF CANDIDATE-COUNT = ZERO
               GO TO MARK-SAME-DAY-EXIT
           END-IF.
           PERFORM LOAD-INDEX-PROCEDURE THRU LOAD-INDEX-EXIT.
           PERFORM SCAN-ARCHIVE-PROCEDURE
               THRU SCAN-ARCHIVE-EXIT
               VARYING ARCHIVE-SUBSCRIPT FROM 1 BY 1
               UNTIL ARCHIVE-SUBSCRIPT > ARCHIVE-ENTRY-COUNT.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF NOT TRANSACTION-LOG-OK
               DISPLAY "Error al abrir la bitacora. Codigo: "
                   TRANSACTION-LOG-STATUS
               MOVE "Y" TO LOG-UNAVAILABLE-SWITCH
               GO TO MARK-SAME-DAY-EXIT
           END-IF.
           PERFORM READ-LOG-PROCEDURE THRU READ-LOG-EXIT.
           PERFORM MATCH-LOG-RECORD-PROCEDURE
               THRU MATCH-LOG-RECORD-EXIT
               UNTIL LOG-EOF.
           CLOSE TRANSACTION-LOG-FILE.
       MARK-SAME-DAY-EXIT.
           EXIT.

       READ-LOG-PROCEDURE.
           READ TRANSACTION-LOG-FILE
               AT END
                   MOVE "Y" TO LOG-EOF-SWITCH
           END-READ.
           IF NOT LOG-EOF AND NOT TRANSACTION-LOG-OK
               DISPLAY "Error al leer la bitacora. Codigo: "
                   TRANSACTION-LOG-STATUS
               MOVE "Y" TO LOG-UNAVAILABLE-SWITCH
               MOVE "Y" TO LOG-EOF-SWITCH
           END-IF.
       READ-LOG-EXIT.
           EXIT.

       MATCH-LOG-RECORD-PROCEDURE.
           MOVE RAW-TRANSACTION-LOG-RECORD TO TRANSACTION-LOG-RECORD.
           PERFORM MATCH-PERIOD-POSTING-PROCEDURE.
           PERFORM READ-LOG-PROCEDURE THRU READ-LOG-EXIT.
       MATCH-LOG-RECORD-EXIT.
           EXIT.

       MATCH-PERIOD-POSTING-PROCEDURE.
           IF LOG-TIMESTAMP-DATE NOT < FROM-DATE
            AND LOG-TIMESTAMP-DATE NOT > TO-DATE
               PERFORM MATCH-CANDIDATE-PROCEDURE
                   VARYING ENTRY-SUBSCRIPT FROM 1 BY 1
                   UNTIL ENTRY-SUBSCRIPT > CANDIDATE-COUNT
           END-IF.

       MATCH-CANDIDATE-PROCEDURE.
           IF CANDIDATE-ACCOUNT (ENTRY-SUBSCRIPT) = LOG-ACCOUNT-NUMBER
            AND CANDIDATE-OPERATOR (ENTRY-SUBSCRIPT) = LOG-OPERATOR-ID
            AND CANDIDATE-DATE (ENTRY-SUBSCRIPT) = LOG-TIMESTAMP-DATE
               MOVE "Y" TO CANDIDATE-MATCH-SWITCH (ENTRY-SUBSCRIPT)
           END-IF.

       LOAD-INDEX-PROCEDURE.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF NOT ARCHIVE-INDEX-OK AND NOT ARCHIVE-INDEX-CREATED
               DISPLAY "Error al abrir el indice de archivos. Codigo: "
                   ARCHIVE-INDEX-STATUS
               MOVE "Y" TO HISTORY-INCOMPLETE-SWITCH
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
                   MOVE ZERO TO ENTRY-SCAN-COUNT (ARCHIVE-ENTRY-COUNT)
                   MOVE ZERO TO ENTRY-SCAN-HASH (ARCHIVE-ENTRY-COUNT)
                   MOVE SPACES TO ENTRY-SCAN-FLAG (ARCHIVE-ENTRY-COUNT)
               ELSE
                   DISPLAY "Aviso: mas archivos de los que caben en"
                       " la tabla - periodo posiblemente incompleto."
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

       SCAN-ARCHIVE-PROCEDURE.
           IF ENTRY-CUTOFF-DATE (ARCHIVE-SUBSCRIPT) NOT > FROM-DATE
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
               MOVE "Y" TO HISTORY-INCOMPLETE-SWITCH
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
               MOVE "Y" TO HISTORY-INCOMPLETE-SWITCH
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
               MOVE "Y" TO HISTORY-INCOMPLETE-SWITCH
               MOVE "Y" TO ARCHIVE-EOF-SWITCH
           END-IF.
       READ-ARCHIVE-EXIT.
           EXIT.

       MATCH-ARCHIVE-RECORD-PROCEDURE.
           MOVE ARCHIVE-RECORD TO TRANSACTION-LOG-RECORD.
           ADD 1 TO SCAN-RECORD-COUNT.
           ADD LOG-TRANSACTION-AMOUNT TO SCAN-AMOUNT-HASH.
           PERFORM MATCH-PERIOD-POSTING-PROCEDURE.
           PERFORM READ-ARCHIVE-PROCEDURE THRU READ-ARCHIVE-EXIT.
       MATCH-ARCHIVE-RECORD-EXIT.
           EXIT.

       REOPEN-REVIEW-FILE-PROCEDURE.
           OPEN INPUT REVIEW-FILE.

       WRITE-REPORT-HEADINGS-PROCEDURE.
           MOVE REPORT-HEADING-LINE-1 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE FROM-DATE TO HEADING-FROM-DATE.
           MOVE TO-DATE TO HEADING-TO-DATE.
           MOVE TODAY-DATE TO HEADING-TODAY-DATE.
           MOVE REPORT-HEADING-LINE-2 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE REPORT-HEADING-LINE-3 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

      *----------------------------------------------------------------
      * REPORT: ONE BLOCK PER OPERATOR, ONE SUB-BLOCK PER ACTION CODE.
      *----------------------------------------------------------------
       PROCESS-OPERATOR-GROUP-PROCEDURE.
           MOVE REVIEW-OPERATOR TO GROUP-OPERATOR-ID.
           MOVE ZERO TO OPERATOR-RECORD-COUNT.
           MOVE ZERO TO OPERATOR-FLAGGED-COUNT.
           MOVE "N" TO GROUP-SUPERVISOR-SWITCH.
           MOVE GROUP-OPERATOR-ID TO OPER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE "(NO ESTA EN EL MAESTRO)" TO GROUP-OPERATOR-NAME
                   MOVE SPACES TO GROUP-OPERATOR-ROLE
               NOT INVALID KEY
                   MOVE OPER-NAME TO GROUP-OPERATOR-NAME
                   IF OPER-ROLE-SUPERVISOR
                       MOVE "Y" TO GROUP-SUPERVISOR-SWITCH
                       MOVE "SUPERVISOR" TO GROUP-OPERATOR-ROLE
                   ELSE
                       MOVE "CAJERO" TO GROUP-OPERATOR-ROLE
                   END-IF
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE GROUP-OPERATOR-ID TO OPERATOR-LINE-ID.
           MOVE GROUP-OPERATOR-NAME TO OPERATOR-LINE-NAME.
           MOVE GROUP-OPERATOR-ROLE TO OPERATOR-LINE-ROLE.
           MOVE REPORT-OPERATOR-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           PERFORM PROCESS-ACTION-GROUP-PROCEDURE
               THRU PROCESS-ACTION-GROUP-EXIT
               UNTIL REVIEW-EOF
                  OR REVIEW-OPERATOR NOT = GROUP-OPERATOR-ID.
           MOVE GROUP-OPERATOR-ID TO OPERATOR-TOTAL-ID.
           MOVE OPERATOR-RECORD-COUNT TO OPERATOR-TOTAL-COUNT.
           MOVE OPERATOR-FLAGGED-COUNT TO OPERATOR-TOTAL-FLAGGED.
           MOVE REPORT-OPERATOR-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       PROCESS-OPERATOR-GROUP-EXIT.
           EXIT.

       PROCESS-ACTION-GROUP-PROCEDURE.
           MOVE REVIEW-ACTION TO GROUP-ACTION-CODE.
           MOVE ZERO TO ACTION-RECORD-COUNT.
           MOVE ZERO TO ACTION-FLAGGED-COUNT.
           PERFORM WRITE-ACTION-LINE-PROCEDURE.
           PERFORM PROCESS-REVIEW-DETAIL-PROCEDURE
               THRU PROCESS-REVIEW-DETAIL-EXIT
               UNTIL REVIEW-EOF
                  OR REVIEW-OPERATOR NOT = GROUP-OPERATOR-ID
                  OR REVIEW-ACTION NOT = GROUP-ACTION-CODE.
           MOVE GROUP-ACTION-CODE TO ACTION-TOTAL-CODE.
           MOVE ACTION-RECORD-COUNT TO ACTION-TOTAL-COUNT.
           MOVE ACTION-FLAGGED-COUNT TO ACTION-TOTAL-FLAGGED.
           MOVE REPORT-ACTION-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       PROCESS-ACTION-GROUP-EXIT.
           EXIT.

       WRITE-ACTION-LINE-PROCEDURE.
           MOVE GROUP-ACTION-CODE TO ACTION-LINE-CODE.
           MOVE SPACES TO ACTION-LINE-NOTE.
           EVALUATE GROUP-ACTION-CODE
               WHEN "ALTA  "
                   MOVE "ALTA DE CUENTA" TO ACTION-LINE-DESCRIPTION
               WHEN "CAMBIO"
                   MOVE "CAMBIO DE CUENTA" TO ACTION-LINE-DESCRIPTION
               WHEN "BAJA  "
                   MOVE "BAJA DE CUENTA" TO ACTION-LINE-DESCRIPTION
               WHEN "ESTADO"
                   MOVE "CAMBIO DE ESTADO DE CUENTA"
                       TO ACTION-LINE-DESCRIPTION
               WHEN "REACT "
                   MOVE "REACTIVACION EN VENTANILLA"
                       TO ACTION-LINE-DESCRIPTION
               WHEN "CLIALT"
                   MOVE "ALTA DE CLIENTE" TO ACTION-LINE-DESCRIPTION
               WHEN "CLICAM"
                   MOVE "CAMBIO DE CLIENTE" TO ACTION-LINE-DESCRIPTION
               WHEN "OPEALT"
                   MOVE "ALTA DE OPERADOR" TO ACTION-LINE-DESCRIPTION
                   MOVE "(IMPORTE = LIMITE POR OPERACION, E = ROL)"
                       TO ACTION-LINE-NOTE
               WHEN "OPECAM"
                   MOVE "CAMBIO DE OPERADOR" TO ACTION-LINE-DESCRIPTION
                   MOVE "(IMPORTE = LIMITE POR OPERACION, E = ROL)"
                       TO ACTION-LINE-NOTE
               WHEN "ORDALT"
                   MOVE "ALTA DE ORDEN PERMANENTE"
                       TO ACTION-LINE-DESCRIPTION
                   MOVE "(NOMBRE = ORIGEN>DESTINO)" TO ACTION-LINE-NOTE
               WHEN "ORDBAJ"
                   MOVE "BAJA DE ORDEN PERMANENTE"
                       TO ACTION-LINE-DESCRIPTION
                   MOVE "(NOMBRE = ORIGEN>DESTINO)" TO ACTION-LINE-NOTE
               WHEN "TARALT"
                   MOVE "ALTA EN EL TARIFARIO"
                       TO ACTION-LINE-DESCRIPTION
                   MOVE "(IMPORTE = COMISION, LIMITE = MOVS. LIBRES)"
                       TO ACTION-LINE-NOTE
               WHEN "TARCAM"
                   MOVE "CAMBIO EN EL TARIFARIO"
                       TO ACTION-LINE-DESCRIPTION
                   MOVE "(IMPORTE = COMISION, LIMITE = MOVS. LIBRES)"
                       TO ACTION-LINE-NOTE
               WHEN "PROALT"
                   MOVE "ALTA DE PRODUCTO" TO ACTION-LINE-DESCRIPTION
                   MOVE "(TASA = PRIMER TRAMO)" TO ACTION-LINE-NOTE
               WHEN "PROCAM"
                   MOVE "CAMBIO DE PRODUCTO" TO ACTION-LINE-DESCRIPTION
                   MOVE "(TASA = PRIMER TRAMO)" TO ACTION-LINE-NOTE
               WHEN "PREALT"
                   MOVE "ALTA DE PRESTAMO" TO ACTION-LINE-DESCRIPTION
                   MOVE "(IMPORTE = CAPITAL, LIMITE = PLAZO EN MESES)"
                       TO ACTION-LINE-NOTE
               WHEN "PREBAJ"
                   MOVE "BAJA DE PRESTAMO" TO ACTION-LINE-DESCRIPTION
                   MOVE "(IMPORTE = CAPITAL, LIMITE = PLAZO EN MESES)"
                       TO ACTION-LINE-NOTE
               WHEN "CHQEMI"
                   MOVE "EMISION DE CHEQUERA" TO ACTION-LINE-DESCRIPTION
                   MOVE "(IMPORTE = PRIMER CHEQUE, LIMITE = ULTIMO)"
                       TO ACTION-LINE-NOTE
               WHEN "CHQNPG"
                   MOVE "ORDEN DE NO PAGO" TO ACTION-LINE-DESCRIPTION
                   MOVE "(IMPORTE = NUMERO DE CHEQUE)"
                       TO ACTION-LINE-NOTE
               WHEN "CHQLEV"
                   MOVE "LEVANTAMIENTO DE NO PAGO"
                       TO ACTION-LINE-DESCRIPTION
                   MOVE "(IMPORTE = NUMERO DE CHEQUE)"
                       TO ACTION-LINE-NOTE
               WHEN "SUCALT"
                   MOVE "ALTA DE SUCURSAL" TO ACTION-LINE-DESCRIPTION
               WHEN "SUCCAM"
                   MOVE "CAMBIO DE SUCURSAL" TO ACTION-LINE-DESCRIPTION
               WHEN OTHER
                   MOVE "(ACCION NO RECONOCIDA)"
                       TO ACTION-LINE-DESCRIPTION
           END-EVALUATE.
           MOVE REPORT-ACTION-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       PROCESS-REVIEW-DETAIL-PROCEDURE.
           MOVE REVIEW-IMAGE TO MAINTENANCE-AUDIT-RECORD.
           IF AUDIT-NEW-OVERDRAFT-RATE NOT NUMERIC
               MOVE ZERO TO AUDIT-NEW-OVERDRAFT-RATE
           END-IF.
           ADD 1 TO REVIEWED-COUNT.
           ADD 1 TO OPERATOR-RECORD-COUNT.
           ADD 1 TO ACTION-RECORD-COUNT.
           MOVE "N" TO NON-SUPERVISOR-SWITCH.
           MOVE "N" TO SAME-DAY-SWITCH.
           IF REVIEW-OPERATOR-FAMILY AND NOT GROUP-IS-SUPERVISOR
               MOVE "Y" TO NON-SUPERVISOR-SWITCH
           END-IF.
           IF REVIEW-CANDIDATE-LISTED
               IF CANDIDATE-MATCHED (REVIEW-CANDIDATE)
                   MOVE "Y" TO SAME-DAY-SWITCH
               END-IF
           END-IF.
           MOVE ZERO TO LINE-EXCEPTION-COUNT.
           IF REVIEW-IS-INCREASE
               ADD 1 TO LINE-EXCEPTION-COUNT
               ADD 1 TO INCREASE-COUNT
           END-IF.
           IF REVIEW-IS-REACTIVATION
               ADD 1 TO LINE-EXCEPTION-COUNT
               ADD 1 TO REACTIVATION-COUNT
           END-IF.
           IF REVIEW-IS-FEE-CHANGE
               ADD 1 TO LINE-EXCEPTION-COUNT
               ADD 1 TO FEE-CHANGE-COUNT
           END-IF.
           IF NON-SUPERVISOR-CHANGE
               ADD 1 TO LINE-EXCEPTION-COUNT
               ADD 1 TO NON-SUPERVISOR-COUNT
           END-IF.
           IF REVIEW-IS-SELF-AMEND
               ADD 1 TO LINE-EXCEPTION-COUNT
               ADD 1 TO SELF-AMEND-COUNT
           END-IF.
           IF SAME-DAY-ACTIVITY
               ADD 1 TO LINE-EXCEPTION-COUNT
               ADD 1 TO SAME-DAY-COUNT
           END-IF.
           PERFORM WRITE-DETAIL-LINE-PROCEDURE.
           IF REVIEW-CANDIDATE-UNCHECKED
               ADD 1 TO UNCHECKED-COUNT
               MOVE "    (MOVIMIENTOS DEL MISMO DIA NO VERIFICADOS)"
                   TO NOTICE-TEXT
               MOVE REPORT-NOTICE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
           IF LINE-EXCEPTION-COUNT > ZERO
               ADD 1 TO FLAGGED-COUNT
               ADD 1 TO OPERATOR-FLAGGED-COUNT
               ADD 1 TO ACTION-FLAGGED-COUNT
               PERFORM WRITE-EXCEPTION-BLOCK-PROCEDURE
                   THRU WRITE-EXCEPTION-BLOCK-EXIT
           END-IF.
           PERFORM READ-NEXT-REVIEW-PROCEDURE
               THRU READ-NEXT-REVIEW-EXIT.
       PROCESS-REVIEW-DETAIL-EXIT.
           EXIT.

       WRITE-DETAIL-LINE-PROCEDURE.
           MOVE AUDIT-TIMESTAMP-DATE TO DETAIL-DATE.
           MOVE AUDIT-TIMESTAMP-TIME TO DETAIL-TIME.
           MOVE AUDIT-ACCOUNT-NUMBER TO DETAIL-NUMBER.
           MOVE AUDIT-NEW-NAME TO DETAIL-NAME.
           MOVE AUDIT-NEW-MINIMUM-BALANCE TO DETAIL-AMOUNT.
           MOVE AUDIT-NEW-OVERDRAFT-LIMIT TO DETAIL-LIMIT.
           MOVE AUDIT-NEW-INTEREST-RATE TO DETAIL-RATE.
           MOVE AUDIT-NEW-OVERDRAFT-RATE TO DETAIL-OD-RATE.
           MOVE AUDIT-NEW-STATUS TO DETAIL-STATUS.
           IF LINE-EXCEPTION-COUNT > ZERO
               MOVE "***" TO DETAIL-MARK
           ELSE
               MOVE SPACES TO DETAIL-MARK
           END-IF.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

      *----------------------------------------------------------------
      * A MARKED LINE: ONE TEXT LINE PER EXCEPTION, THE PREVIOUS
      * AUDITED VALUES WHEN THEY ARE KNOWN, THE VALUES NOW ON THE
      * MASTER AND THE REVIEWING SUPERVISOR'S SIGN-OFF LINE.
      *----------------------------------------------------------------
       WRITE-EXCEPTION-BLOCK-PROCEDURE.
           IF REVIEW-IS-INCREASE
               MOVE "AUMENTO DE SOBREGIRO O DE TASA" TO EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE-PROCEDURE
           END-IF.
           IF REVIEW-IS-REACTIVATION
               MOVE "REACTIVACION DE CUENTA INACTIVA" TO EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE-PROCEDURE
           END-IF.
           IF REVIEW-IS-FEE-CHANGE
               MOVE "CAMBIO EN EL TARIFARIO" TO EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE-PROCEDURE
           END-IF.
           IF NON-SUPERVISOR-CHANGE
               MOVE "OPERADOR MODIFICADO POR QUIEN NO ES SUPERVISOR"
                   TO EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE-PROCEDURE
           END-IF.
           IF REVIEW-IS-SELF-AMEND
               MOVE "EL OPERADOR MODIFICO SU PROPIO REGISTRO"
                   TO EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE-PROCEDURE
           END-IF.
           IF SAME-DAY-ACTIVITY
               MOVE "EL OPERADOR OPERO LA CUENTA ESE MISMO DIA"
                   TO EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE-PROCEDURE
           END-IF.
           IF REVIEW-PRIOR-KNOWN
            AND (REVIEW-ACCOUNT-FAMILY OR REVIEW-PRODUCT-FAMILY)
               MOVE SPACES TO REPORT-VALUE-LINE
               MOVE "ANTERIOR EN LA AUDITORIA:" TO VALUE-LABEL
               MOVE REVIEW-PRIOR-MINIMUM TO VALUE-AMOUNT
               MOVE REVIEW-PRIOR-LIMIT TO VALUE-LIMIT
               MOVE REVIEW-PRIOR-RATE TO VALUE-RATE
               MOVE REVIEW-PRIOR-OD-RATE TO VALUE-OD-RATE
               MOVE REVIEW-PRIOR-STATUS TO VALUE-STATUS
               MOVE REPORT-VALUE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
           PERFORM WRITE-CURRENT-VALUES-PROCEDURE
               THRU WRITE-CURRENT-VALUES-EXIT.
           MOVE REPORT-SIGN-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       WRITE-EXCEPTION-BLOCK-EXIT.
           EXIT.

       WRITE-EXCEPTION-LINE-PROCEDURE.
           MOVE REPORT-EXCEPTION-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-CURRENT-VALUES-PROCEDURE.
           MOVE SPACES TO REPORT-VALUE-LINE.
           MOVE "ACTUAL EN EL MAESTRO:" TO VALUE-LABEL.
           MOVE "N" TO MASTER-FOUND-SWITCH.
           EVALUATE TRUE
               WHEN REVIEW-ACCOUNT-FAMILY
                   PERFORM LOOKUP-CURRENT-ACCOUNT-PROCEDURE
               WHEN REVIEW-OPERATOR-FAMILY
                   PERFORM LOOKUP-CURRENT-OPERATOR-PROCEDURE
               WHEN REVIEW-FEE-FAMILY
                   PERFORM LOOKUP-CURRENT-FEE-PROCEDURE
               WHEN REVIEW-PRODUCT-FAMILY
                   PERFORM LOOKUP-CURRENT-PRODUCT-PROCEDURE
               WHEN OTHER
                   GO TO WRITE-CURRENT-VALUES-EXIT
           END-EVALUATE.
           IF NOT MASTER-FOUND
               MOVE "    ACTUAL EN EL MAESTRO: NO ENCONTRADO"
                   TO NOTICE-TEXT
               MOVE REPORT-NOTICE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               GO TO WRITE-CURRENT-VALUES-EXIT
           END-IF.
           MOVE REPORT-VALUE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       WRITE-CURRENT-VALUES-EXIT.
           EXIT.

       LOOKUP-CURRENT-ACCOUNT-PROCEDURE.
           MOVE AUDIT-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO MASTER-FOUND-SWITCH
                   MOVE ACCOUNT-NAME TO VALUE-NAME
                   MOVE ACCOUNT-MINIMUM-BALANCE TO VALUE-AMOUNT
                   MOVE ACCOUNT-OVERDRAFT-LIMIT TO VALUE-LIMIT
                   MOVE ACCOUNT-INTEREST-RATE TO VALUE-RATE
                   MOVE ACCOUNT-OVERDRAFT-RATE TO VALUE-OD-RATE
                   MOVE ACCOUNT-STATUS TO VALUE-STATUS
           END-READ.

       LOOKUP-CURRENT-OPERATOR-PROCEDURE.
           MOVE AUDIT-ACCOUNT-NUMBER (1:8) TO OPER-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO MASTER-FOUND-SWITCH
                   MOVE OPER-NAME TO VALUE-NAME
                   MOVE OPER-TRANSACTION-LIMIT TO VALUE-AMOUNT
                   MOVE ZERO TO VALUE-LIMIT
                   MOVE ZERO TO VALUE-RATE
                   MOVE ZERO TO VALUE-OD-RATE
                   MOVE OPER-ROLE TO VALUE-STATUS
           END-READ.

       LOOKUP-CURRENT-FEE-PROCEDURE.
           MOVE AUDIT-ACCOUNT-NUMBER (1:6) TO FEE-TYPE-CODE.
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO MASTER-FOUND-SWITCH
                   MOVE FEE-DESCRIPTION TO VALUE-NAME
                   MOVE FEE-AMOUNT TO VALUE-AMOUNT
                   MOVE FEE-FREE-MOVEMENTS TO VALUE-LIMIT
                   MOVE ZERO TO VALUE-RATE
                   MOVE ZERO TO VALUE-OD-RATE
                   MOVE FEE-STATUS TO VALUE-STATUS
           END-READ.

       LOOKUP-CURRENT-PRODUCT-PROCEDURE.
           MOVE 1 TO TIER-SUBSCRIPT.
           IF AUDIT-NEW-OVERRIDE-FLAGS (1:1) = "2" OR "3" OR "4"
               MOVE AUDIT-NEW-OVERRIDE-FLAGS (1:1) TO TIER-NUMBER
               MOVE TIER-NUMBER TO TIER-SUBSCRIPT
           END-IF.
           MOVE AUDIT-ACCOUNT-NUMBER (1:4) TO PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO MASTER-FOUND-SWITCH
                   MOVE PRODUCT-DESCRIPTION TO VALUE-NAME
                   MOVE PRODUCT-MINIMUM-BALANCE TO VALUE-AMOUNT
                   MOVE PRODUCT-OVERDRAFT-LIMIT TO VALUE-LIMIT
                   MOVE PRODUCT-TIER-RATE (TIER-SUBSCRIPT)
                       TO VALUE-RATE
                   MOVE PRODUCT-OVERDRAFT-RATE TO VALUE-OD-RATE
                   MOVE PRODUCT-STATUS TO VALUE-STATUS
           END-READ.

       WRITE-SUMMARY-PROCEDURE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "REGISTROS DE AUDITORIA LEIDOS:" TO SUMMARY-LABEL.
           MOVE AUDIT-READ-COUNT TO SUMMARY-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE "REGISTROS SIN FECHA LEGIBLE (OMITIDOS):"
               TO SUMMARY-LABEL.
           MOVE AUDIT-UNREADABLE-COUNT TO SUMMARY-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE "REGISTROS DEL PERIODO:" TO SUMMARY-LABEL.
           MOVE REVIEWED-COUNT TO SUMMARY-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE "REGISTROS CON EXCEPCION:" TO SUMMARY-LABEL.
           MOVE FLAGGED-COUNT TO SUMMARY-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE "  AUMENTOS DE SOBREGIRO O TASA:" TO SUMMARY-LABEL.
           MOVE INCREASE-COUNT TO SUMMARY-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE "  REACTIVACIONES DE CUENTAS INACTIVAS:"
               TO SUMMARY-LABEL.
           MOVE REACTIVATION-COUNT TO SUMMARY-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE "  CAMBIOS EN EL TARIFARIO:" TO SUMMARY-LABEL.
           MOVE FEE-CHANGE-COUNT TO SUMMARY-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE "  OPERADORES MODIFICADOS SIN SER SUPERVISOR:"
               TO SUMMARY-LABEL.
           MOVE NON-SUPERVISOR-COUNT TO SUMMARY-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE "  OPERADORES QUE MODIFICARON SU REGISTRO:"
               TO SUMMARY-LABEL.
           MOVE SELF-AMEND-COUNT TO SUMMARY-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE "  CUENTAS OPERADAS EL MISMO DIA:" TO SUMMARY-LABEL.
           MOVE SAME-DAY-COUNT TO SUMMARY-COUNT.
           PERFORM WRITE-SUMMARY-LINE-PROCEDURE.
           IF CANDIDATE-OVERFLOWED
               MOVE "CAMBIOS SIN VERIFICAR CONTRA LA BITACORA:"
                   TO SUMMARY-LABEL
               MOVE UNCHECKED-COUNT TO SUMMARY-COUNT
               PERFORM WRITE-SUMMARY-LINE-PROCEDURE
               MOVE "AVISO: DEMASIADOS CAMBIOS DE CUENTA EN EL PERIODO"
                   TO NOTICE-TEXT
               MOVE REPORT-NOTICE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
           IF LOG-UNAVAILABLE
               MOVE "AVISO: SIN BITACORA, MISMO DIA NO VERIFICADO"
                   TO NOTICE-TEXT
               MOVE REPORT-NOTICE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
           IF ARCHIVES-CONSULTED-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE "HISTORICOS CONSULTADOS (TRANARCH):"
                   TO NOTICE-TEXT
               MOVE REPORT-NOTICE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               PERFORM WRITE-ARCHIVE-LINE-PROCEDURE
                   VARYING ARCHIVE-SUBSCRIPT FROM 1 BY 1
                   UNTIL ARCHIVE-SUBSCRIPT > ARCHIVE-ENTRY-COUNT
           END-IF.
           IF HISTORY-INCOMPLETE
               MOVE "AVISO: SIN VERIFICAR ACTIVIDAD - PERIODO ARCHIVADO"
                   TO NOTICE-TEXT
               MOVE REPORT-NOTICE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE "LAS CUENTAS OPERADAS EL MISMO DIA PUEDEN SER MAS"
                   TO NOTICE-TEXT
               MOVE REPORT-NOTICE-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.

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

       WRITE-SUMMARY-LINE-PROCEDURE.
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-REPORT-LINE-PROCEDURE.
           WRITE REPORT-LINE.
           IF NOT REPORT-FILE-OK
               DISPLAY "Error al escribir el reporte. Codigo: "
                   REPORT-FILE-STATUS
           END-IF.

       READ-NEXT-REVIEW-PROCEDURE.
           READ REVIEW-FILE
               AT END
                   MOVE "Y" TO REVIEW-EOF-SWITCH
           END-READ.
           IF NOT REVIEW-EOF AND NOT REVIEW-FILE-OK
               DISPLAY "Error al leer la auditoria ordenada. Codigo: "
                   REVIEW-FILE-STATUS
               MOVE "Y" TO REVIEW-EOF-SWITCH
           END-IF.
       READ-NEXT-REVIEW-EXIT.
           EXIT.

       CLOSE-FILES-PROCEDURE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE FEE-SCHEDULE-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           CLOSE REVIEW-FILE.
           CLOSE REPORT-FILE.
