       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdapterFile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PartnerFile ASSIGN TO FilePath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PF-FILE-STATUS.
           SELECT BalancesFile ASSIGN TO OutPath
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RejectFile ASSIGN TO RejectPath
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ManifestFile ASSIGN TO ManifestPath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MF-FILE-STATUS.
           SELECT ReportFile ASSIGN TO ReportPath
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PartnerFile.
       01 PF_Record   PIC X(300).
           88 EOFPartner VALUE HIGH-VALUES.
       FD  BalancesFile.
       01 FB_Record   PIC X(90).
       FD  RejectFile.
       01 RJ_Record   PIC X(380).
       FD  ManifestFile.
       01 MF_Record   PIC X(60).
       FD  ReportFile.
       01 RF_Record   PIC X(110).
       WORKING-STORAGE SECTION.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PARAM.
           05  DBNAME         PIC X(32) VALUE SPACE.
           05  FilePath       PIC X(60) VALUE SPACE.
       01  USERNAME       PIC X(30) VALUE SPACE.
       01  PASSWD         PIC X(10) VALUE SPACE.
       01  AD-PARTNER     PIC X(10) VALUE SPACE.
       01  AD-SOURCE      PIC X(8) VALUE SPACE.
       01  AD-LAYOUT      PIC X(9) VALUE SPACE.
       01  AD-DELIM       PIC X(1) VALUE SPACE.
       01  AD-SKIP-LINES  PIC 9(3) VALUE ZERO.
       01  AD-COMMENT     PIC X(10) VALUE SPACE.
       01  AD-DATE-FMT    PIC X(10) VALUE SPACE.
       01  AD-SIGN-CONV   PIC X(8) VALUE SPACE.
       01  AD-DEBIT-CODE  PIC X(4) VALUE SPACE.
       01  AD-CREDIT-CODE PIC X(4) VALUE SPACE.
       01  AD-DEC-CHAR    PIC X(1) VALUE SPACE.
       01  AD-IMPLIED     PIC 9(1) VALUE ZERO.
       01  AD-NEG-TYPE    PIC X(1) VALUE SPACE.
       01  AD-DEF-CCY     PIC X(3) VALUE SPACE.
       01  AD-FLD-NAME    PIC X(8) VALUE SPACE.
       01  AD-FLD-POS     PIC 9(3) VALUE ZERO.
       01  AD-FLD-LEN     PIC 9(3) VALUE ZERO.
       01  AD-PCCY        PIC X(8) VALUE SPACE.
       01  AD-CCY         PIC X(3) VALUE SPACE.
       01  AD-BUS-DATE    PIC X(10) VALUE SPACE.
       01  FILE-SEQ-NO    PIC 9(6) VALUE ZERO.
       01  BATCH-RUN-ID   PIC X(14) VALUE SPACE.
       01  BalanceRecord.
           05 R_RECID     PIC X.
           05 R_DNI       PIC X(8).
           05 FILLER      PIC X.
           05 R_NAME      PIC X(48).
           05 FILLER      PIC X.
           05 R_DATE      PIC X(10).
           05 FILLER      PIC X.
           05 R_AMOUNT    PIC X(14) VALUES ZEROS.
           05 R-AMOUNT-NUM REDEFINES R_AMOUNT PIC 9(14).
           05 FILLER      PIC X.
           05 R_TYPE      PIC X(1).
           05 FILLER      PIC X.
           05 R_CURRENCY  PIC X(3).
       01  RC-JOB-NAME    PIC X(14) VALUE SPACE.
       01  RC-RUN-ID      PIC X(14) VALUE SPACE.
       01  RC-LOCK-MODE   PIC X(1) VALUE "S".
       01  RC-END-STATUS  PIC X(6) VALUE SPACE.
       01  RC-END-CODE    PIC 9(2) VALUE ZERO.
       01  RCX            PIC 9(10) VALUE ZEROS.
       01  EXC-ID         PIC 9(10) VALUE ZERO.
       01  EXC-RAW        PIC X(300) VALUE SPACE.
       01  EXC-REASON     PIC X(40) VALUE SPACE.
       01  EXC-AMOUNT     PIC S9(12)V9(2) VALUE ZERO.
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(401) VALUE "SELECT source_system, UPPER(lay"
OCESQL  &  "out), COALESCE(delimiter, ','), COALESCE(skip_lines, 0), CO"
OCESQL  &  "ALESCE(comment_prefix, ''), UPPER(date_format), UPPER(sign_"
OCESQL  &  "convention), COALESCE(debit_code, 'D'), COALESCE(credit_cod"
OCESQL  &  "e, 'C'), COALESCE(decimal_char, '.'), COALESCE(implied_deci"
OCESQL  &  "mals, 0), COALESCE(negative_type, ''), COALESCE(default_cur"
OCESQL  &  "rency, 'PEN') FROM partner_formats WHERE partner_code = $1 "
OCESQL  &  "AND active = 'Y'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(123) VALUE "SELECT UPPER(field_name), field"
OCESQL  &  "_pos, COALESCE(field_len, 0) FROM partner_fields WHERE part"
OCESQL  &  "ner_code = $1 ORDER BY field_name".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(111) VALUE "SELECT UPPER(partner_ccy), UPPE"
OCESQL  &  "R(currency) FROM partner_currencies WHERE partner_code = $1"
OCESQL  &  " ORDER BY partner_ccy".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(058) VALUE "SELECT bus_date FROM business_d"
OCESQL  &  "ates WHERE currency = 'PEN'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(079) VALUE "SELECT COALESCE(MAX(file_seq), "
OCESQL  &  "0) + 1 FROM batch_files WHERE source_system = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(122) VALUE "INSERT INTO batch_files(source_"
OCESQL  &  "system, file_seq, business_date, batch_run_id, status) VALU"
OCESQL  &  "ES ( $1, $2, $3, $4, 'RESERVED')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(138) VALUE "SELECT COALESCE(MAX(exception_i"
OCESQL  &  "d), 0) FROM batch_exceptions WHERE status = 'OPEN' AND orig"
OCESQL  &  "_run_id = $1 AND RTRIM(raw_record) = RTRIM( $2 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(114) VALUE "UPDATE batch_exceptions SET rea"
OCESQL  &  "son = $1, last_run_id = $2, reject_count = reject_count + 1"
OCESQL  &  " WHERE exception_id = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(191) VALUE "INSERT INTO batch_exceptions(so"
OCESQL  &  "urce_program, source_system, orig_run_id, last_run_id, raw_"
OCESQL  &  "record, dni, value_date, currency, amount, reason) VALUES ("
OCESQL  &  " $1, $2, $3, $4, $5, $6, $7, $8, $9, $10 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(142) VALUE "SELECT COUNT( * ) FROM batch_ru"
OCESQL  &  "n_control WHERE status = 'ACTIVE' AND NOT (lock_mode = 'S' "
OCESQL  &  "AND $1 = 'S') AND NOT (lock_mode = 'P' AND $2 = 'P')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0011.
OCESQL     02  FILLER PIC X(097) VALUE "INSERT INTO batch_run_control(j"
OCESQL  &  "ob_name, run_id, lock_mode, status) VALUES ( $1, $2, $3, 'A"
OCESQL  &  "CTIVE')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0012.
OCESQL     02  FILLER PIC X(098) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = 'ACTIVE', lock_mode = $1 WHERE job_name = $2 AND run"
OCESQL  &  "_id = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0013.
OCESQL     02  FILLER PIC X(124) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = $1, return_code = $2, ended_at = CURRENT_TIMESTAMP W"
OCESQL  &  "HERE job_name = $3 AND run_id = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0014.
OCESQL     02  FILLER PIC X(014) VALUE "DISCONNECT ALL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*

       01  OutPath                PIC X(60) VALUE SPACE.
       01  RejectPath             PIC X(60) VALUE SPACE.
       01  ManifestPath           PIC X(60) VALUE SPACE.
       01  ReportPath             PIC X(60) VALUE SPACE.
       01  PF-FILE-STATUS         PIC X(2) VALUE SPACE.
       01  MF-FILE-STATUS         PIC X(2) VALUE SPACE.

       01  HeaderRecord.
           05 HDR_RECID       PIC X VALUE "H".
           05 HDR_SOURCE      PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 HDR_BUS_DATE    PIC X(10).
           05 FILLER          PIC X VALUE SPACE.
           05 HDR_FILE_SEQ    PIC 9(6).
           05 FILLER          PIC X(63) VALUE SPACE.
       01  TrailerRecord.
           05 TRL_RECID       PIC X VALUE "T".
           05 TRL_REC_COUNT   PIC 9(9).
           05 FILLER          PIC X VALUE SPACE.
           05 TRL_HASH_TOTAL  PIC 9(14).
           05 FILLER          PIC X(65) VALUE SPACE.
       01  FILE-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  FILE-HASH-TOTAL        PIC 9(14) VALUE ZERO.

       01  ENV-DB-USERNAME        PIC X(30) VALUE SPACE.
       01  ENV-DB-PASSWD          PIC X(10) VALUE SPACE.
       01  ENV-RUN-CONTROL        PIC X(1) VALUE SPACE.
       01  RUN-CONTROL-SWITCH     PIC X VALUE "N".
           88 RUN-CONTROL-BYPASS  VALUE "Y".
       01  ENV-ADAPTER-PARTNER    PIC X(10) VALUE SPACE.
       01  ENV-ADAPTER-BUS-DATE   PIC X(10) VALUE SPACE.
       01  ENV-ADAPTER-OUT        PIC X(60) VALUE SPACE.
       01  ENV-ADAPTER-REJECT     PIC X(60) VALUE SPACE.
       01  ENV-ADAPTER-REPORT     PIC X(60) VALUE SPACE.
       01  ENV-MANIFEST-PATH      PIC X(60) VALUE SPACE.
       01  RUN-DATE               PIC X(8) VALUE SPACE.
       01  AD-RESULT              PIC X(40) VALUE SPACE.
       01  RUN-RC                 PIC 9(2) VALUE ZERO.
       01  RC-WORK                PIC 9(2) VALUE ZERO.

       01  PARTNER-MAP.
           05 MAP-DNI-POS         PIC 9(3) VALUE ZERO.
           05 MAP-DNI-LEN         PIC 9(3) VALUE ZERO.
           05 MAP-NAME-POS        PIC 9(3) VALUE ZERO.
           05 MAP-NAME-LEN        PIC 9(3) VALUE ZERO.
           05 MAP-DATE-POS        PIC 9(3) VALUE ZERO.
           05 MAP-DATE-LEN        PIC 9(3) VALUE ZERO.
           05 MAP-AMOUNT-POS      PIC 9(3) VALUE ZERO.
           05 MAP-AMOUNT-LEN      PIC 9(3) VALUE ZERO.
           05 MAP-SIGN-POS        PIC 9(3) VALUE ZERO.
           05 MAP-SIGN-LEN        PIC 9(3) VALUE ZERO.
           05 MAP-TYPE-POS        PIC 9(3) VALUE ZERO.
           05 MAP-TYPE-LEN        PIC 9(3) VALUE ZERO.
           05 MAP-CCY-POS         PIC 9(3) VALUE ZERO.
           05 MAP-CCY-LEN         PIC 9(3) VALUE ZERO.
       01  MAP-STATUS             PIC X VALUE "Y".
           88 MAP-VALID           VALUE "Y".
       01  MAP-Y-COUNT            PIC 9(2) VALUE ZERO.
       01  MAP-M-COUNT            PIC 9(2) VALUE ZERO.
       01  MAP-D-COUNT            PIC 9(2) VALUE ZERO.
       01  AD-COMMENT-LEN         PIC 9(2) VALUE ZERO.

       01  CCY-TABLE.
           05 CCY-COUNT           PIC 9(3) VALUE ZERO.
           05 CCY-ENTRY OCCURS 50 TIMES.
              10 CCY-PARTNER      PIC X(8).
              10 CCY-OURS         PIC X(3).
       01  CCY-IX                 PIC 9(3) VALUE ZERO.

       01  PARTNER-LINE           PIC X(300) VALUE SPACE.
       01  AD-COLUMNS.
           05 AD-COLUMN OCCURS 30 TIMES PIC X(60).
       01  AD-COL-COUNT           PIC 9(3) VALUE ZERO.
       01  AD-COL-IX              PIC 9(3) VALUE ZERO.
       01  AD-PTR                 PIC 9(3) VALUE ZERO.
       01  FX-POS                 PIC 9(3) VALUE ZERO.
       01  FX-LEN                 PIC 9(3) VALUE ZERO.
       01  FX-VALUE               PIC X(60) VALUE SPACE.
       01  FX-WORK                PIC X(60) VALUE SPACE.
       01  FX-LEAD                PIC 9(3) VALUE ZERO.
       01  AD-REASON              PIC X(40) VALUE SPACE.
       01  REJECT-LINE            PIC X(380) VALUE SPACE.

       01  PARSE-IX               PIC 9(3) VALUE ZERO.
       01  PARSE-CHAR             PIC X VALUE SPACE.
       01  PARSE-DIGIT            PIC 9 VALUE ZERO.
       01  PARSE-STATUS           PIC X VALUE "Y".
           88 PARSE-OK            VALUE "Y".
       01  PARSE-ENDED-SWITCH     PIC X VALUE "N".
           88 PARSE-ENDED         VALUE "Y".
       01  DNI-NUM                PIC 9(8) VALUE ZERO.
       01  DNI-DIGITS             PIC 9(3) VALUE ZERO.
       01  DATE-YEAR              PIC 9(4) VALUE ZERO.
       01  DATE-MONTH             PIC 9(2) VALUE ZERO.
       01  DATE-DAY               PIC 9(2) VALUE ZERO.
       01  AMT-INT                PIC 9(14) VALUE ZERO.
       01  AMT-INT-DIGITS         PIC 9(3) VALUE ZERO.
       01  AMT-QUOTIENT           PIC 9(14) VALUE ZERO.
       01  AMT-REMAINDER          PIC 9(3) VALUE ZERO.
       01  AMT-DIVISOR            PIC 9(3) VALUE ZERO.
       01  AMT-THOUSANDS-CHAR     PIC X VALUE SPACE.
       01  AMT-DECIMAL-SWITCH     PIC X VALUE "N".
           88 AMT-IN-DECIMALS     VALUE "Y".
       01  AMT-FRACTION-SWITCH    PIC X VALUE "N".
           88 AMT-HAS-FRACTION    VALUE "Y".
       01  AMT-NEGATIVE-SWITCH    PIC X VALUE "N".
           88 AMT-NEGATIVE        VALUE "Y".
       01  AMT-SIGN-SWITCH        PIC X VALUE "N".
           88 AMT-SIGN-SEEN       VALUE "Y".
       01  AMT-SIGN-AFTER-SWITCH  PIC X VALUE "N".
           88 AMT-SIGN-AFTER-DIGITS VALUE "Y".
       01  AMT-DIGIT-AFTER-SWITCH PIC X VALUE "N".
           88 AMT-DIGIT-AFTER-SIGN VALUE "Y".

       01  ADAPTER-TOTALS.
           05 AD-LINES-READ       PIC 9(9) VALUE ZERO.
           05 AD-LINES-SKIPPED    PIC 9(9) VALUE ZERO.
           05 AD-RECORDS-WRITTEN  PIC 9(9) VALUE ZERO.
           05 AD-RECORDS-REJECTED PIC 9(9) VALUE ZERO.
           05 AD-NEGATIVE-REVERSED PIC 9(9) VALUE ZERO.
       01  RPT-LINE               PIC X(110) VALUE SPACE.
       01  RPT-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-HASH-EDIT          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE "/usr/src/app/files/partner_input.data" TO FilePath.
           MOVE "/usr/src/app/files/adapter_report.txt" TO ReportPath.
           MOVE "/usr/src/app/files/batch_manifest.txt"
              TO ManifestPath.
           ACCEPT PARAM FROM COMMAND-LINE

           DISPLAY ""
           DISPLAY PARAM
           DISPLAY DBNAME
           DISPLAY FilePath
           MOVE "postgres" TO USERNAME.
           ACCEPT ENV-DB-USERNAME FROM ENVIRONMENT "DB_USERNAME"
           IF ENV-DB-USERNAME NOT = SPACE
              MOVE ENV-DB-USERNAME TO USERNAME
           END-IF
           ACCEPT ENV-DB-PASSWD FROM ENVIRONMENT "DB_PASSWORD"
           IF ENV-DB-PASSWD NOT = SPACE
              MOVE ENV-DB-PASSWD TO PASSWD
           END-IF

           ACCEPT ENV-ADAPTER-PARTNER FROM ENVIRONMENT
              "ADAPTER_PARTNER"
           MOVE ENV-ADAPTER-PARTNER TO AD-PARTNER
           ACCEPT ENV-ADAPTER-BUS-DATE FROM ENVIRONMENT
              "ADAPTER_BUS_DATE"
           ACCEPT ENV-ADAPTER-OUT FROM ENVIRONMENT "ADAPTER_OUT"
           ACCEPT ENV-ADAPTER-REJECT FROM ENVIRONMENT
              "ADAPTER_REJECT_OUT"
           ACCEPT ENV-ADAPTER-REPORT FROM ENVIRONMENT
              "ADAPTER_REPORT_OUT"
           IF ENV-ADAPTER-REPORT NOT = SPACE
              MOVE ENV-ADAPTER-REPORT TO ReportPath
           END-IF
           ACCEPT ENV-MANIFEST-PATH FROM ENVIRONMENT "BATCH_MANIFEST"
           IF ENV-MANIFEST-PATH NOT = SPACE
              MOVE ENV-MANIFEST-PATH TO ManifestPath
           END-IF

OCESQL*    EXEC SQL
OCESQL*       CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLConnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE USERNAME
OCESQL          BY VALUE 30
OCESQL          BY REFERENCE PASSWD
OCESQL          BY VALUE 10
OCESQL          BY REFERENCE DBNAME
OCESQL          BY VALUE 32
OCESQL     END-CALL.

           IF SQLCODE NOT = ZERO
              PERFORM ERROR-RTN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           ELSE
              DISPLAY "CONNECTION SUCCESSFUL"
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-RUN-ID
           DISPLAY "ADAPTER RUN ID: " BATCH-RUN-ID

           ACCEPT ENV-RUN-CONTROL
              FROM ENVIRONMENT "RUN_CONTROL_BYPASS"
           IF ENV-RUN-CONTROL = "Y"
              SET RUN-CONTROL-BYPASS TO TRUE
           END-IF
           MOVE "AdapterFile" TO RC-JOB-NAME
           MOVE "S" TO RC-LOCK-MODE
           MOVE BATCH-RUN-ID TO RC-RUN-ID
           PERFORM REGISTER-RUN-RTN

           OPEN OUTPUT ReportFile
           IF AD-PARTNER = SPACE
              MOVE "ADAPTER_PARTNER NOT SET" TO AD-RESULT
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           ELSE
              PERFORM LOAD-PARTNER-RTN
           END-IF
           IF RUN-RC = ZERO
              PERFORM SET-BUS-DATE-RTN
           END-IF
           IF RUN-RC = ZERO
              OPEN INPUT PartnerFile
              IF PF-FILE-STATUS NOT = "00"
                 MOVE "PARTNER FILE NOT FOUND" TO AD-RESULT
                 MOVE 8 TO RC-WORK
                 PERFORM RAISE-RETURN-CODE-RTN
              END-IF
           END-IF
           IF RUN-RC = ZERO
              PERFORM RESERVE-FILE-SEQ-RTN
              IF RUN-RC NOT = ZERO
                 CLOSE PartnerFile
              END-IF
           END-IF
           PERFORM WRITE-REPORT-HEAD-RTN

           IF RUN-RC = ZERO
              PERFORM SET-OUTPUT-PATHS-RTN
              OPEN OUTPUT BalancesFile
              OPEN OUTPUT RejectFile
              PERFORM WRITE-HEADER-RTN
              PERFORM ADAPT-PASS-RTN
              PERFORM WRITE-TRAILER-RTN
              CLOSE BalancesFile
              CLOSE RejectFile
              CLOSE PartnerFile
              PERFORM APPEND-MANIFEST-RTN
           END-IF

           IF RUN-RC < 8
              PERFORM SQLCOMMIT
              IF AD-RECORDS-REJECTED > ZERO
                 MOVE 4 TO RC-WORK
                 PERFORM RAISE-RETURN-CODE-RTN
              END-IF
              MOVE "PARTNER FILE CONVERTED" TO AD-RESULT
           ELSE
              DISPLAY "PARTNER FILE NOT CONVERTED -- " AD-RESULT
              PERFORM SQLROLLBACK
           END-IF
           IF RUN-RC >= 12
              MOVE "FAILED" TO RC-END-STATUS
           ELSE
              MOVE "ENDED" TO RC-END-STATUS
           END-IF
           MOVE RUN-RC TO RC-END-CODE
           PERFORM END-RUN-RTN
           PERFORM SQLDISCONNECT
           PERFORM WRITE-REPORT-FOOT-RTN
           CLOSE ReportFile
           DISPLAY "CONTROL REPORT WRITTEN TO " ReportPath
           MOVE RUN-RC TO RETURN-CODE
           STOP RUN.
       LOAD-PARTNER-RTN.
OCESQL*    EXEC SQL
OCESQL*       SELECT source_system, UPPER(layout),
OCESQL*          COALESCE(delimiter, ','), COALESCE(skip_lines, 0),
OCESQL*          COALESCE(comment_prefix, ''), UPPER(date_format),
OCESQL*          UPPER(sign_convention), COALESCE(debit_code, 'D'),
OCESQL*          COALESCE(credit_code, 'C'),
OCESQL*          COALESCE(decimal_char, '.'),
OCESQL*          COALESCE(implied_decimals, 0),
OCESQL*          COALESCE(negative_type, ''),
OCESQL*          COALESCE(default_currency, 'PEN')
OCESQL*       INTO :AD-SOURCE, :AD-LAYOUT, :AD-DELIM, :AD-SKIP-LINES,
OCESQL*          :AD-COMMENT, :AD-DATE-FMT, :AD-SIGN-CONV,
OCESQL*          :AD-DEBIT-CODE, :AD-CREDIT-CODE, :AD-DEC-CHAR,
OCESQL*          :AD-IMPLIED, :AD-NEG-TYPE, :AD-DEF-CCY
OCESQL*       FROM partner_formats
OCESQL*       WHERE partner_code = :AD-PARTNER
OCESQL*         AND active = 'Y'
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-SOURCE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-LAYOUT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-DELIM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-SKIP-LINES
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-COMMENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-DATE-FMT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-SIGN-CONV
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-DEBIT-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-CREDIT-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-DEC-CHAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-IMPLIED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-NEG-TYPE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-DEF-CCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-PARTNER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE = 100
              MOVE "PARTNER NOT ON FILE" TO AD-RESULT
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           ELSE
              IF SQLCODE NOT = ZERO
                 MOVE "PARTNER LOOKUP FAILED" TO AD-RESULT
                 PERFORM SQL-ERROR-RTN
              ELSE
                 PERFORM LOAD-FIELDS-RTN
                 PERFORM LOAD-CURRENCIES-RTN
                 IF RUN-RC = ZERO
                    PERFORM VALIDATE-MAP-RTN
                 END-IF
              END-IF
           END-IF.
       LOAD-FIELDS-RTN.
OCESQL*    EXEC SQL
OCESQL*       DECLARE field_cursor CURSOR FOR
OCESQL*          SELECT UPPER(field_name), field_pos,
OCESQL*             COALESCE(field_len, 0)
OCESQL*          FROM partner_fields
OCESQL*          WHERE partner_code = :AD-PARTNER
OCESQL*          ORDER BY field_name
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-PARTNER
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "field_cursor" & x"00"
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

OCESQL*    EXEC SQL
OCESQL*       OPEN field_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "field_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

           IF SQLCODE NOT = ZERO
              MOVE "FIELD MAP LOOKUP FAILED" TO AD-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL SQLCODE NOT = ZERO
OCESQL*          EXEC SQL
OCESQL*             FETCH field_cursor
OCESQL*             INTO :AD-FLD-NAME, :AD-FLD-POS, :AD-FLD-LEN
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-FLD-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-FLD-POS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-FLD-LEN
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "field_cursor" & x"00"
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE = ZERO
                    EVALUATE AD-FLD-NAME
                       WHEN "DNI"
                          MOVE AD-FLD-POS TO MAP-DNI-POS
                          MOVE AD-FLD-LEN TO MAP-DNI-LEN
                       WHEN "NAME"
                          MOVE AD-FLD-POS TO MAP-NAME-POS
                          MOVE AD-FLD-LEN TO MAP-NAME-LEN
                       WHEN "DATE"
                          MOVE AD-FLD-POS TO MAP-DATE-POS
                          MOVE AD-FLD-LEN TO MAP-DATE-LEN
                       WHEN "AMOUNT"
                          MOVE AD-FLD-POS TO MAP-AMOUNT-POS
                          MOVE AD-FLD-LEN TO MAP-AMOUNT-LEN
                       WHEN "SIGN"
                          MOVE AD-FLD-POS TO MAP-SIGN-POS
                          MOVE AD-FLD-LEN TO MAP-SIGN-LEN
                       WHEN "TYPE"
                          MOVE AD-FLD-POS TO MAP-TYPE-POS
                          MOVE AD-FLD-LEN TO MAP-TYPE-LEN
                       WHEN "CURRENCY"
                          MOVE AD-FLD-POS TO MAP-CCY-POS
                          MOVE AD-FLD-LEN TO MAP-CCY-LEN
                       WHEN OTHER
                          DISPLAY "UNKNOWN PARTNER FIELD: " AD-FLD-NAME
                          MOVE "N" TO MAP-STATUS
                    END-EVALUATE
                 END-IF
              END-PERFORM
              IF SQLCODE NOT = 100
                 MOVE "FIELD MAP LOOKUP FAILED" TO AD-RESULT
                 PERFORM SQL-ERROR-RTN
              END-IF
           END-IF

OCESQL*    EXEC SQL
OCESQL*       CLOSE field_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "field_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       LOAD-CURRENCIES-RTN.
OCESQL*    EXEC SQL
OCESQL*       DECLARE ccy_cursor CURSOR FOR
OCESQL*          SELECT UPPER(partner_ccy), UPPER(currency)
OCESQL*          FROM partner_currencies
OCESQL*          WHERE partner_code = :AD-PARTNER
OCESQL*          ORDER BY partner_ccy
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-PARTNER
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ccy_cursor" & x"00"
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

OCESQL*    EXEC SQL
OCESQL*       OPEN ccy_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ccy_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

           IF SQLCODE NOT = ZERO
              MOVE "CURRENCY MAP LOOKUP FAILED" TO AD-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL SQLCODE NOT = ZERO
OCESQL*          EXEC SQL
OCESQL*             FETCH ccy_cursor
OCESQL*             INTO :AD-PCCY, :AD-CCY
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-PCCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-CCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ccy_cursor" & x"00"
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE = ZERO
                    IF CCY-COUNT < 50
                       ADD 1 TO CCY-COUNT
                       MOVE AD-PCCY TO CCY-PARTNER(CCY-COUNT)
                       MOVE AD-CCY TO CCY-OURS(CCY-COUNT)
                    ELSE
                       DISPLAY "CURRENCY MAP FULL -- CODE IGNORED: "
                          AD-PCCY
                    END-IF
                 END-IF
              END-PERFORM
              IF SQLCODE NOT = 100
                 MOVE "CURRENCY MAP LOOKUP FAILED" TO AD-RESULT
                 PERFORM SQL-ERROR-RTN
              END-IF
           END-IF

OCESQL*    EXEC SQL
OCESQL*       CLOSE ccy_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ccy_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       VALIDATE-MAP-RTN.
           IF AD-LAYOUT NOT = "FIXED" AND AD-LAYOUT NOT = "DELIMITED"
              DISPLAY "INVALID PARTNER LAYOUT: " AD-LAYOUT
              MOVE "N" TO MAP-STATUS
           END-IF
           IF AD-SOURCE = SPACE
              DISPLAY "PARTNER SOURCE SYSTEM NOT SET"
              MOVE "N" TO MAP-STATUS
           END-IF
           MOVE ZERO TO MAP-Y-COUNT
           MOVE ZERO TO MAP-M-COUNT
           MOVE ZERO TO MAP-D-COUNT
           INSPECT AD-DATE-FMT TALLYING MAP-Y-COUNT FOR ALL "Y"
              MAP-M-COUNT FOR ALL "M"
              MAP-D-COUNT FOR ALL "D"
           IF MAP-Y-COUNT NOT = 4 OR MAP-M-COUNT NOT = 2
              OR MAP-D-COUNT NOT = 2
              DISPLAY "INVALID PARTNER DATE FORMAT: " AD-DATE-FMT
              MOVE "N" TO MAP-STATUS
           END-IF
           EVALUATE AD-SIGN-CONV
              WHEN "NONE"
              WHEN "LEADING"
              WHEN "TRAILING"
                 CONTINUE
              WHEN "FIELD"
                 IF MAP-SIGN-POS = ZERO
                    DISPLAY "SIGN CONVENTION FIELD NEEDS A SIGN FIELD"
                    MOVE "N" TO MAP-STATUS
                 END-IF
              WHEN OTHER
                 DISPLAY "INVALID SIGN CONVENTION: " AD-SIGN-CONV
                 MOVE "N" TO MAP-STATUS
           END-EVALUATE
           IF AD-DEC-CHAR NOT = "." AND AD-DEC-CHAR NOT = ","
              DISPLAY "INVALID DECIMAL CHARACTER: " AD-DEC-CHAR
              MOVE "N" TO MAP-STATUS
           END-IF
           IF AD-DEC-CHAR = ","
              MOVE "." TO AMT-THOUSANDS-CHAR
           ELSE
              MOVE "," TO AMT-THOUSANDS-CHAR
           END-IF
           IF AD-IMPLIED > 2
              DISPLAY "INVALID IMPLIED DECIMALS: " AD-IMPLIED
              MOVE "N" TO MAP-STATUS
           END-IF
           IF AD-NEG-TYPE NOT = SPACE AND AD-NEG-TYPE NOT = "R"
              DISPLAY "INVALID NEGATIVE TYPE: " AD-NEG-TYPE
              MOVE "N" TO MAP-STATUS
           END-IF
           IF MAP-DNI-POS = ZERO OR MAP-NAME-POS = ZERO
              OR MAP-DATE-POS = ZERO OR MAP-AMOUNT-POS = ZERO
              DISPLAY "DNI, NAME, DATE AND AMOUNT MUST BE MAPPED"
              MOVE "N" TO MAP-STATUS
           END-IF
           MOVE MAP-DNI-POS TO FX-POS
           MOVE MAP-DNI-LEN TO FX-LEN
           PERFORM CHECK-MAP-ENTRY-RTN
           MOVE MAP-NAME-POS TO FX-POS
           MOVE MAP-NAME-LEN TO FX-LEN
           PERFORM CHECK-MAP-ENTRY-RTN
           MOVE MAP-DATE-POS TO FX-POS
           MOVE MAP-DATE-LEN TO FX-LEN
           PERFORM CHECK-MAP-ENTRY-RTN
           MOVE MAP-AMOUNT-POS TO FX-POS
           MOVE MAP-AMOUNT-LEN TO FX-LEN
           PERFORM CHECK-MAP-ENTRY-RTN
           MOVE MAP-SIGN-POS TO FX-POS
           MOVE MAP-SIGN-LEN TO FX-LEN
           PERFORM CHECK-MAP-ENTRY-RTN
           MOVE MAP-TYPE-POS TO FX-POS
           MOVE MAP-TYPE-LEN TO FX-LEN
           PERFORM CHECK-MAP-ENTRY-RTN
           MOVE MAP-CCY-POS TO FX-POS
           MOVE MAP-CCY-LEN TO FX-LEN
           PERFORM CHECK-MAP-ENTRY-RTN

           MOVE ZERO TO AD-COMMENT-LEN
           PERFORM VARYING PARSE-IX FROM 10 BY -1
              UNTIL PARSE-IX < 1 OR AD-COMMENT-LEN > ZERO
              IF AD-COMMENT(PARSE-IX:1) NOT = SPACE
                 MOVE PARSE-IX TO AD-COMMENT-LEN
              END-IF
           END-PERFORM

           IF NOT MAP-VALID
              MOVE "INVALID PARTNER MAPPING" TO AD-RESULT
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           END-IF.
       CHECK-MAP-ENTRY-RTN.
           IF FX-POS > ZERO
              IF AD-LAYOUT = "FIXED"
                 IF FX-LEN = ZERO OR FX-LEN > 60
                    OR FX-POS + FX-LEN - 1 > 300
                    DISPLAY "INVALID FIELD POSITION: " FX-POS
                       " LENGTH " FX-LEN
                    MOVE "N" TO MAP-STATUS
                 END-IF
              ELSE
                 IF FX-POS > 30
                    DISPLAY "INVALID FIELD NUMBER: " FX-POS
                    MOVE "N" TO MAP-STATUS
                 END-IF
              END-IF
           END-IF.
       SET-BUS-DATE-RTN.
           IF ENV-ADAPTER-BUS-DATE NOT = SPACE
              MOVE ENV-ADAPTER-BUS-DATE TO AD-BUS-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
              STRING RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 RUN-DATE(7:2) DELIMITED BY SIZE
                 INTO AD-BUS-DATE
              END-STRING
OCESQL*       EXEC SQL
OCESQL*          SELECT bus_date INTO :AD-BUS-DATE
OCESQL*          FROM business_dates
OCESQL*          WHERE currency = 'PEN'
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 MOVE "CALENDAR LOOKUP FAILED" TO AD-RESULT
                 PERFORM SQL-ERROR-RTN
              END-IF
           END-IF
           IF AD-BUS-DATE(1:4) IS NOT NUMERIC
              OR AD-BUS-DATE(5:1) NOT = "-"
              OR AD-BUS-DATE(6:2) IS NOT NUMERIC
              OR AD-BUS-DATE(8:1) NOT = "-"
              OR AD-BUS-DATE(9:2) IS NOT NUMERIC
              MOVE "INVALID ADAPTER_BUS_DATE (YYYY-MM-DD)"
                 TO AD-RESULT
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           END-IF
           DISPLAY "PARTNER " AD-PARTNER " SOURCE " AD-SOURCE
              " BUSINESS DATE " AD-BUS-DATE.
       RESERVE-FILE-SEQ-RTN.
OCESQL*    EXEC SQL
OCESQL*       SELECT COALESCE(MAX(file_seq), 0) + 1
OCESQL*       INTO :FILE-SEQ-NO
OCESQL*       FROM batch_files
OCESQL*       WHERE source_system=:AD-SOURCE
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE FILE-SEQ-NO
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-SOURCE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              MOVE "FILE SEQ RESERVATION FAILED" TO AD-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
OCESQL*       EXEC SQL
OCESQL*          INSERT INTO batch_files(source_system, file_seq,
OCESQL*             business_date, batch_run_id, status)
OCESQL*          VALUES (:AD-SOURCE, :FILE-SEQ-NO, :AD-BUS-DATE,
OCESQL*             :BATCH-RUN-ID, 'RESERVED')
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-SOURCE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE FILE-SEQ-NO
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
                 MOVE "FILE SEQ RESERVATION FAILED" TO AD-RESULT
                 PERFORM SQL-ERROR-RTN
              ELSE
                 PERFORM SQLCOMMIT
                 DISPLAY "RESERVED FILE SEQ: " FILE-SEQ-NO
              END-IF
           END-IF.
       SET-OUTPUT-PATHS-RTN.
           IF ENV-ADAPTER-OUT NOT = SPACE
              MOVE ENV-ADAPTER-OUT TO OutPath
           ELSE
              STRING "/usr/src/app/files/partner_" DELIMITED BY SIZE
                 AD-PARTNER DELIMITED BY SPACE
                 "_" DELIMITED BY SIZE
                 FILE-SEQ-NO DELIMITED BY SIZE
                 ".data" DELIMITED BY SIZE
                 INTO OutPath
              END-STRING
           END-IF
           IF ENV-ADAPTER-REJECT NOT = SPACE
              MOVE ENV-ADAPTER-REJECT TO RejectPath
           ELSE
              STRING "/usr/src/app/files/partner_" DELIMITED BY SIZE
                 AD-PARTNER DELIMITED BY SPACE
                 "_" DELIMITED BY SIZE
                 FILE-SEQ-NO DELIMITED BY SIZE
                 "_reject.txt" DELIMITED BY SIZE
                 INTO RejectPath
              END-STRING
           END-IF.
       WRITE-HEADER-RTN.
           MOVE AD-SOURCE TO HDR_SOURCE
           MOVE AD-BUS-DATE TO HDR_BUS_DATE
           MOVE FILE-SEQ-NO TO HDR_FILE_SEQ
           WRITE FB_Record FROM HeaderRecord.
       WRITE-TRAILER-RTN.
           MOVE FILE-REC-COUNT TO TRL_REC_COUNT
           MOVE FILE-HASH-TOTAL TO TRL_HASH_TOTAL
           WRITE FB_Record FROM TrailerRecord.
       ADAPT-PASS-RTN.
           READ PartnerFile INTO PARTNER-LINE
              AT END SET EOFPartner TO TRUE
           END-READ
           PERFORM UNTIL EOFPartner
              ADD 1 TO AD-LINES-READ
              EVALUATE TRUE
                 WHEN AD-LINES-READ NOT > AD-SKIP-LINES
                    ADD 1 TO AD-LINES-SKIPPED
                 WHEN PARTNER-LINE = SPACE
                    ADD 1 TO AD-LINES-SKIPPED
                 WHEN AD-COMMENT-LEN > ZERO
                    AND PARTNER-LINE(1:AD-COMMENT-LEN)
                       = AD-COMMENT(1:AD-COMMENT-LEN)
                    ADD 1 TO AD-LINES-SKIPPED
                 WHEN OTHER
                    PERFORM MAP-LINE-RTN
              END-EVALUATE
              READ PartnerFile INTO PARTNER-LINE
                 AT END SET EOFPartner TO TRUE
              END-READ
           END-PERFORM.
       MAP-LINE-RTN.
           MOVE SPACE TO AD-REASON
           MOVE SPACE TO BalanceRecord
           MOVE ZERO TO EXC-AMOUNT
           IF AD-LAYOUT = "DELIMITED"
              PERFORM SPLIT-LINE-RTN
           END-IF
           PERFORM PARSE-DNI-RTN
           IF AD-REASON = SPACE
              PERFORM PARSE-TYPE-RTN
           END-IF
           IF AD-REASON = SPACE
              MOVE MAP-NAME-POS TO FX-POS
              MOVE MAP-NAME-LEN TO FX-LEN
              PERFORM EXTRACT-FIELD-RTN
              MOVE FX-VALUE TO R_NAME
              IF R_NAME = SPACE AND R_TYPE = "P"
                 MOVE "MISSING NAME" TO AD-REASON
              END-IF
           END-IF
           IF AD-REASON = SPACE
              PERFORM PARSE-DATE-RTN
           END-IF
           IF AD-REASON = SPACE
              PERFORM PARSE-AMOUNT-RTN
           END-IF
           IF AD-REASON = SPACE
              PERFORM PARSE-CURRENCY-RTN
           END-IF
           IF AD-REASON = SPACE
              PERFORM WRITE-BALANCE-RTN
           ELSE
              PERFORM ADAPTER-REJECT-RTN
           END-IF.
       SPLIT-LINE-RTN.
           MOVE SPACE TO AD-COLUMNS
           MOVE ZERO TO AD-COL-COUNT
           MOVE 1 TO AD-PTR
           PERFORM VARYING AD-COL-IX FROM 1 BY 1
              UNTIL AD-COL-IX > 30 OR AD-PTR > 300
              UNSTRING PARTNER-LINE DELIMITED BY AD-DELIM
                 INTO AD-COLUMN(AD-COL-IX)
                 WITH POINTER AD-PTR
              END-UNSTRING
              MOVE AD-COL-IX TO AD-COL-COUNT
           END-PERFORM.
       EXTRACT-FIELD-RTN.
           MOVE SPACE TO FX-VALUE
           IF FX-POS > ZERO
              IF AD-LAYOUT = "FIXED"
                 MOVE PARTNER-LINE(FX-POS:FX-LEN) TO FX-VALUE
              ELSE
                 IF FX-POS NOT > AD-COL-COUNT
                    MOVE AD-COLUMN(FX-POS) TO FX-VALUE
                 END-IF
              END-IF
              MOVE ZERO TO FX-LEAD
              INSPECT FX-VALUE TALLYING FX-LEAD FOR LEADING SPACE
              IF FX-LEAD > ZERO AND FX-LEAD < 60
                 MOVE FX-VALUE(FX-LEAD + 1:) TO FX-WORK
                 MOVE FX-WORK TO FX-VALUE
              END-IF
           END-IF.
       PARSE-DNI-RTN.
           MOVE MAP-DNI-POS TO FX-POS
           MOVE MAP-DNI-LEN TO FX-LEN
           PERFORM EXTRACT-FIELD-RTN
           MOVE FX-VALUE(1:8) TO R_DNI
           MOVE ZERO TO DNI-NUM
           MOVE ZERO TO DNI-DIGITS
           MOVE "Y" TO PARSE-STATUS
           MOVE "N" TO PARSE-ENDED-SWITCH
           PERFORM VARYING PARSE-IX FROM 1 BY 1 UNTIL PARSE-IX > 60
              MOVE FX-VALUE(PARSE-IX:1) TO PARSE-CHAR
              EVALUATE TRUE
                 WHEN PARSE-CHAR = SPACE
                    SET PARSE-ENDED TO TRUE
                 WHEN PARSE-CHAR IS NUMERIC AND NOT PARSE-ENDED
                    MOVE PARSE-CHAR TO PARSE-DIGIT
                    ADD 1 TO DNI-DIGITS
                    IF DNI-DIGITS NOT > 8
                       COMPUTE DNI-NUM = (DNI-NUM * 10) + PARSE-DIGIT
                    END-IF
                 WHEN OTHER
                    MOVE "N" TO PARSE-STATUS
              END-EVALUATE
           END-PERFORM
           IF NOT PARSE-OK OR DNI-DIGITS = ZERO OR DNI-DIGITS > 8
              MOVE "INVALID DNI" TO AD-REASON
           ELSE
              MOVE DNI-NUM TO R_DNI
           END-IF.
       PARSE-TYPE-RTN.
           MOVE "P" TO R_TYPE
           IF MAP-TYPE-POS > ZERO
              MOVE MAP-TYPE-POS TO FX-POS
              MOVE MAP-TYPE-LEN TO FX-LEN
              PERFORM EXTRACT-FIELD-RTN
              IF FX-VALUE(2:) NOT = SPACE
                 MOVE "INVALID TYPE" TO AD-REASON
              ELSE
                 EVALUATE FX-VALUE(1:1)
                    WHEN SPACE
                       CONTINUE
                    WHEN "P"
                    WHEN "A"
                    WHEN "R"
                       MOVE FX-VALUE(1:1) TO R_TYPE
                    WHEN OTHER
                       MOVE "INVALID TYPE" TO AD-REASON
                 END-EVALUATE
              END-IF
           END-IF.
       PARSE-DATE-RTN.
           MOVE MAP-DATE-POS TO FX-POS
           MOVE MAP-DATE-LEN TO FX-LEN
           PERFORM EXTRACT-FIELD-RTN
           MOVE FX-VALUE(1:10) TO R_DATE
           MOVE ZERO TO DATE-YEAR
           MOVE ZERO TO DATE-MONTH
           MOVE ZERO TO DATE-DAY
           MOVE "Y" TO PARSE-STATUS
           PERFORM VARYING PARSE-IX FROM 1 BY 1 UNTIL PARSE-IX > 10
              MOVE FX-VALUE(PARSE-IX:1) TO PARSE-CHAR
              EVALUATE AD-DATE-FMT(PARSE-IX:1)
                 WHEN "Y"
                 WHEN "M"
                 WHEN "D"
                    IF PARSE-CHAR IS NUMERIC
                       MOVE PARSE-CHAR TO PARSE-DIGIT
                       EVALUATE AD-DATE-FMT(PARSE-IX:1)
                          WHEN "Y"
                             COMPUTE DATE-YEAR =
                                (DATE-YEAR * 10) + PARSE-DIGIT
                          WHEN "M"
                             COMPUTE DATE-MONTH =
                                (DATE-MONTH * 10) + PARSE-DIGIT
                          WHEN "D"
                             COMPUTE DATE-DAY =
                                (DATE-DAY * 10) + PARSE-DIGIT
                       END-EVALUATE
                    ELSE
                       MOVE "N" TO PARSE-STATUS
                    END-IF
                 WHEN OTHER
                    IF PARSE-CHAR NOT = AD-DATE-FMT(PARSE-IX:1)
                       MOVE "N" TO PARSE-STATUS
                    END-IF
              END-EVALUATE
           END-PERFORM
           IF FX-VALUE(11:) NOT = SPACE
              MOVE "N" TO PARSE-STATUS
           END-IF
           IF NOT PARSE-OK
              OR DATE-MONTH < 1 OR DATE-MONTH > 12
              OR DATE-DAY < 1 OR DATE-DAY > 31
              MOVE "INVALID DATE" TO AD-REASON
           ELSE
              MOVE SPACE TO R_DATE
              STRING DATE-YEAR DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 DATE-MONTH DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 DATE-DAY DELIMITED BY SIZE
                 INTO R_DATE
              END-STRING
           END-IF.
       PARSE-AMOUNT-RTN.
           MOVE MAP-AMOUNT-POS TO FX-POS
           MOVE MAP-AMOUNT-LEN TO FX-LEN
           PERFORM EXTRACT-FIELD-RTN
           MOVE ZERO TO AMT-INT
           MOVE ZERO TO AMT-INT-DIGITS
           MOVE "Y" TO PARSE-STATUS
           MOVE "N" TO AMT-DECIMAL-SWITCH
           MOVE "N" TO AMT-FRACTION-SWITCH
           MOVE "N" TO AMT-NEGATIVE-SWITCH
           MOVE "N" TO AMT-SIGN-SWITCH
           MOVE "N" TO AMT-SIGN-AFTER-SWITCH
           MOVE "N" TO AMT-DIGIT-AFTER-SWITCH
           PERFORM VARYING PARSE-IX FROM 1 BY 1 UNTIL PARSE-IX > 60
              MOVE FX-VALUE(PARSE-IX:1) TO PARSE-CHAR
              EVALUATE TRUE
                 WHEN PARSE-CHAR = SPACE
                    CONTINUE
                 WHEN PARSE-CHAR IS NUMERIC
                    MOVE PARSE-CHAR TO PARSE-DIGIT
                    IF AMT-SIGN-SEEN
                       SET AMT-DIGIT-AFTER-SIGN TO TRUE
                    END-IF
                    IF AMT-IN-DECIMALS
                       IF PARSE-DIGIT NOT = ZERO
                          SET AMT-HAS-FRACTION TO TRUE
                       END-IF
                    ELSE
                       ADD 1 TO AMT-INT-DIGITS
                       IF AMT-INT-DIGITS > 14
                          MOVE "N" TO PARSE-STATUS
                       ELSE
                          COMPUTE AMT-INT =
                             (AMT-INT * 10) + PARSE-DIGIT
                       END-IF
                    END-IF
                 WHEN PARSE-CHAR = AD-DEC-CHAR
                    IF AMT-IN-DECIMALS
                       MOVE "N" TO PARSE-STATUS
                    ELSE
                       SET AMT-IN-DECIMALS TO TRUE
                    END-IF
                 WHEN PARSE-CHAR = AMT-THOUSANDS-CHAR
                    IF AMT-IN-DECIMALS OR AMT-INT-DIGITS = ZERO
                       MOVE "N" TO PARSE-STATUS
                    END-IF
                 WHEN PARSE-CHAR = "-" OR PARSE-CHAR = "+"
                    IF AMT-SIGN-SEEN
                       MOVE "N" TO PARSE-STATUS
                    ELSE
                       SET AMT-SIGN-SEEN TO TRUE
                       IF AMT-INT-DIGITS > ZERO
                          SET AMT-SIGN-AFTER-DIGITS TO TRUE
                       END-IF
                       IF PARSE-CHAR = "-"
                          SET AMT-NEGATIVE TO TRUE
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE "N" TO PARSE-STATUS
              END-EVALUATE
           END-PERFORM
           IF AMT-INT-DIGITS = ZERO
              MOVE "N" TO PARSE-STATUS
           END-IF
           IF NOT PARSE-OK
              MOVE "INVALID AMOUNT" TO AD-REASON
           ELSE
              PERFORM APPLY-SIGN-RTN
           END-IF
           IF AD-REASON = SPACE
              AND AD-IMPLIED > ZERO AND NOT AMT-IN-DECIMALS
              IF AD-IMPLIED = 1
                 MOVE 10 TO AMT-DIVISOR
              ELSE
                 MOVE 100 TO AMT-DIVISOR
              END-IF
              DIVIDE AMT-INT BY AMT-DIVISOR GIVING AMT-QUOTIENT
                 REMAINDER AMT-REMAINDER
              MOVE AMT-QUOTIENT TO AMT-INT
              IF AMT-REMAINDER NOT = ZERO
                 SET AMT-HAS-FRACTION TO TRUE
              END-IF
           END-IF
           IF AD-REASON = SPACE
              MOVE AMT-INT TO EXC-AMOUNT
              IF AMT-NEGATIVE
                 COMPUTE EXC-AMOUNT = ZERO - AMT-INT
              END-IF
              EVALUATE TRUE
                 WHEN AMT-HAS-FRACTION
                    MOVE "FRACTIONAL AMOUNT" TO AD-REASON
                 WHEN AMT-NEGATIVE AND AD-NEG-TYPE = "R"
                    AND R_TYPE = "P"
                    MOVE "R" TO R_TYPE
                    ADD 1 TO AD-NEGATIVE-REVERSED
                 WHEN AMT-NEGATIVE
                    MOVE "NEGATIVE AMOUNT" TO AD-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE AMT-INT TO R-AMOUNT-NUM
           END-IF.
       APPLY-SIGN-RTN.
           EVALUATE AD-SIGN-CONV
              WHEN "NONE"
                 IF AMT-SIGN-SEEN
                    MOVE "INVALID SIGN" TO AD-REASON
                 END-IF
              WHEN "LEADING"
                 IF AMT-SIGN-AFTER-DIGITS
                    MOVE "INVALID SIGN" TO AD-REASON
                 END-IF
              WHEN "TRAILING"
                 IF AMT-SIGN-SEEN
                    AND (NOT AMT-SIGN-AFTER-DIGITS
                       OR AMT-DIGIT-AFTER-SIGN)
                    MOVE "INVALID SIGN" TO AD-REASON
                 END-IF
              WHEN "FIELD"
                 IF AMT-SIGN-SEEN
                    MOVE "INVALID SIGN" TO AD-REASON
                 ELSE
                    MOVE MAP-SIGN-POS TO FX-POS
                    MOVE MAP-SIGN-LEN TO FX-LEN
                    PERFORM EXTRACT-FIELD-RTN
                    EVALUATE TRUE
                       WHEN FX-VALUE = SPACE
                       WHEN FX-VALUE = "+"
                       WHEN FX-VALUE = AD-CREDIT-CODE
                          CONTINUE
                       WHEN FX-VALUE = "-"
                       WHEN FX-VALUE = AD-DEBIT-CODE
                          SET AMT-NEGATIVE TO TRUE
                       WHEN OTHER
                          MOVE "INVALID SIGN" TO AD-REASON
                    END-EVALUATE
                 END-IF
           END-EVALUATE.
       PARSE-CURRENCY-RTN.
           MOVE AD-DEF-CCY TO R_CURRENCY
           IF MAP-CCY-POS > ZERO
              MOVE MAP-CCY-POS TO FX-POS
              MOVE MAP-CCY-LEN TO FX-LEN
              PERFORM EXTRACT-FIELD-RTN
              IF FX-VALUE NOT = SPACE
                 INSPECT FX-VALUE CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 MOVE SPACE TO R_CURRENCY
                 PERFORM VARYING CCY-IX FROM 1 BY 1
                    UNTIL CCY-IX > CCY-COUNT OR R_CURRENCY NOT = SPACE
                    IF CCY-PARTNER(CCY-IX) = FX-VALUE
                       MOVE CCY-OURS(CCY-IX) TO R_CURRENCY
                    END-IF
                 END-PERFORM
                 IF R_CURRENCY = SPACE
                    MOVE FX-VALUE(1:3) TO R_CURRENCY
                    MOVE "UNMAPPED CURRENCY" TO AD-REASON
                 END-IF
              END-IF
           END-IF.
       WRITE-BALANCE-RTN.
           WRITE FB_Record FROM BalanceRecord
           ADD 1 TO AD-RECORDS-WRITTEN
           ADD 1 TO FILE-REC-COUNT
           ADD R-AMOUNT-NUM TO FILE-HASH-TOTAL.
       ADAPTER-REJECT-RTN.
           MOVE SPACE TO REJECT-LINE
           STRING PARTNER-LINE      DELIMITED BY SIZE
              " VALIDATION="        DELIMITED BY SIZE
              AD-REASON             DELIMITED BY SIZE
              " RUN="               DELIMITED BY SIZE
              BATCH-RUN-ID          DELIMITED BY SIZE
              INTO REJECT-LINE
           END-STRING
           WRITE RJ_Record FROM REJECT-LINE
           ADD 1 TO AD-RECORDS-REJECTED
           MOVE AD-REASON TO EXC-REASON
           PERFORM LOG-EXCEPTION-RTN.
       LOG-EXCEPTION-RTN.
           MOVE PARTNER-LINE TO EXC-RAW
           MOVE ZERO TO EXC-ID
OCESQL*    EXEC SQL
OCESQL*       SAVEPOINT exc_save
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "SAVEPOINT exc_save" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL*    EXEC SQL
OCESQL*       SELECT COALESCE(MAX(exception_id), 0) INTO :EXC-ID
OCESQL*       FROM batch_exceptions
OCESQL*       WHERE status = 'OPEN'
OCESQL*         AND orig_run_id = :BATCH-RUN-ID
OCESQL*         AND RTRIM(raw_record) = RTRIM(:EXC-RAW)
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EXC-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 300
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EXC-RAW
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 2
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE = ZERO
              IF EXC-ID > ZERO
OCESQL*          EXEC SQL
OCESQL*             UPDATE batch_exceptions
OCESQL*             SET reason = :EXC-REASON,
OCESQL*                 last_run_id = :BATCH-RUN-ID,
OCESQL*                 reject_count = reject_count + 1
OCESQL*             WHERE exception_id = :EXC-ID
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EXC-REASON
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EXC-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              ELSE
OCESQL*          EXEC SQL
OCESQL*             INSERT INTO batch_exceptions(source_program,
OCESQL*                source_system, orig_run_id, last_run_id,
OCESQL*                raw_record, dni, value_date, currency, amount,
OCESQL*                reason)
OCESQL*             VALUES (:RC-JOB-NAME, :AD-SOURCE, :BATCH-RUN-ID,
OCESQL*                :BATCH-RUN-ID, :EXC-RAW, :R_DNI, :R_DATE,
OCESQL*                :R_CURRENCY, :EXC-AMOUNT, :EXC-REASON)
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RC-JOB-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AD-SOURCE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 300
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EXC-RAW
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE R_DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE R_DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE R_CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 14
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE EXC-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EXC-REASON
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 10
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              END-IF
           END-IF
           IF SQLCODE NOT = ZERO
              DISPLAY "EXCEPTION LOG FAILED: " SQLCODE
OCESQL*       EXEC SQL
OCESQL*          ROLLBACK TO SAVEPOINT exc_save
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK TO SAVEPOINT exc_save" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           END-IF.
       APPEND-MANIFEST-RTN.
           OPEN EXTEND ManifestFile
           IF MF-FILE-STATUS = "35"
              OPEN OUTPUT ManifestFile
           END-IF
           IF MF-FILE-STATUS NOT = "00"
              DISPLAY "MANIFEST NOT UPDATED (" MF-FILE-STATUS "): "
                 ManifestPath
              MOVE "MANIFEST NOT UPDATED" TO AD-RESULT
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           ELSE
              WRITE MF_Record FROM OutPath
              CLOSE ManifestFile
              DISPLAY "ADDED TO MANIFEST " ManifestPath ": " OutPath
           END-IF.
       WRITE-REPORT-HEAD-RTN.
           MOVE SPACE TO RPT-LINE
           STRING "AdapterFile partner conversion for "
                 DELIMITED BY SIZE
              AD-PARTNER DELIMITED BY SPACE
              " RUN " DELIMITED BY SIZE
              BATCH-RUN-ID DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Partner file............: " DELIMITED BY SIZE
              FilePath DELIMITED BY SPACE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Source / business date..: " DELIMITED BY SIZE
              AD-SOURCE DELIMITED BY SPACE
              " / " DELIMITED BY SIZE
              AD-BUS-DATE DELIMITED BY SIZE
              " file seq " DELIMITED BY SIZE
              FILE-SEQ-NO DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Layout / date / sign....: " DELIMITED BY SIZE
              AD-LAYOUT DELIMITED BY SPACE
              " / " DELIMITED BY SIZE
              AD-DATE-FMT DELIMITED BY SPACE
              " / " DELIMITED BY SIZE
              AD-SIGN-CONV DELIMITED BY SPACE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REPORT-FOOT-RTN.
           MOVE AD-LINES-READ TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Partner lines read......: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE AD-LINES-SKIPPED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Lines skipped...........: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE AD-RECORDS-WRITTEN TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Records written.........: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              " (see " DELIMITED BY SIZE
              OutPath DELIMITED BY SPACE
              ")" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE AD-NEGATIVE-REVERSED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Negatives as reversals..: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE AD-RECORDS-REJECTED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Lines rejected..........: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              " (see " DELIMITED BY SIZE
              RejectPath DELIMITED BY SPACE
              ")" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE FILE-HASH-TOTAL TO RPT-HASH-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Trailer hash total......: " DELIMITED BY SIZE
              RPT-HASH-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Result..................: " DELIMITED BY SIZE
              AD-RESULT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       SQL-ERROR-RTN.
           PERFORM ERROR-RTN
           MOVE 12 TO RC-WORK
           PERFORM RAISE-RETURN-CODE-RTN.
       RAISE-RETURN-CODE-RTN.
           IF RC-WORK > RUN-RC
              MOVE RC-WORK TO RUN-RC
           END-IF.
       REGISTER-RUN-RTN.
           IF RUN-CONTROL-BYPASS
              DISPLAY "RUN CONTROL BYPASSED"
           ELSE
OCESQL*       EXEC SQL
OCESQL*          SELECT COUNT(*) INTO :RCX
OCESQL*          FROM batch_run_control
OCESQL*          WHERE status = 'ACTIVE'
OCESQL*            AND NOT (lock_mode = 'S'
OCESQL*               AND :RC-LOCK-MODE = 'S')
OCESQL*            AND NOT (lock_mode = 'P'
OCESQL*               AND :RC-LOCK-MODE = 'P')
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RCX
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RC-LOCK-MODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RC-LOCK-MODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0010
OCESQL          BY VALUE 2
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
                 PERFORM ERROR-RTN
                 DISPLAY "RUN CONTROL CHECK FAILED -- TERMINATED"
                 PERFORM SQLDISCONNECT
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF RCX > ZERO
                 DISPLAY "RUN CONTROL: CONFLICTING JOB ACTIVE -- "
                    RC-JOB-NAME " NOT STARTED"
                 PERFORM SQLDISCONNECT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
OCESQL*       EXEC SQL
OCESQL*          SAVEPOINT reg_save
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "SAVEPOINT reg_save" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL*       EXEC SQL
OCESQL*          INSERT INTO batch_run_control(job_name, run_id,
OCESQL*             lock_mode, status)
OCESQL*          VALUES (:RC-JOB-NAME, :RC-RUN-ID, :RC-LOCK-MODE,
OCESQL*             'ACTIVE')
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RC-JOB-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RC-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RC-LOCK-MODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0011
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLSTATE = "23505"
OCESQL*          EXEC SQL
OCESQL*             ROLLBACK TO SAVEPOINT reg_save
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK TO SAVEPOINT reg_save" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL*          EXEC SQL
OCESQL*             UPDATE batch_run_control
OCESQL*             SET status = 'ACTIVE',
OCESQL*                 lock_mode = :RC-LOCK-MODE
OCESQL*             WHERE job_name=:RC-JOB-NAME
OCESQL*               AND run_id=:RC-RUN-ID
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RC-LOCK-MODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RC-JOB-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RC-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0012
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              END-IF
              IF SQLCODE NOT = ZERO
                 PERFORM ERROR-RTN
                 DISPLAY "RUN CONTROL REGISTER FAILED -- TERMINATED"
                 PERFORM SQLDISCONNECT
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM SQLCOMMIT
              DISPLAY "RUN CONTROL: " RC-JOB-NAME " REGISTERED "
                 RC-LOCK-MODE
           END-IF.
       END-RUN-RTN.
           IF NOT RUN-CONTROL-BYPASS
OCESQL*       EXEC SQL
OCESQL*          UPDATE batch_run_control
OCESQL*          SET status = :RC-END-STATUS,
OCESQL*              return_code = :RC-END-CODE,
OCESQL*              ended_at = CURRENT_TIMESTAMP
OCESQL*          WHERE job_name=:RC-JOB-NAME
OCESQL*            AND run_id=:RC-RUN-ID
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RC-END-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RC-END-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RC-JOB-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE RC-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0013
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 PERFORM ERROR-RTN
              END-IF
              PERFORM SQLCOMMIT
           END-IF.
       SQLCOMMIT.
           DISPLAY "COMMIT..."
OCESQL*    EXEC SQL
OCESQL*       COMMIT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQLROLLBACK.
           DISPLAY "ROLLBACKING..."
OCESQL*    EXEC SQL
OCESQL*        ROLLBACK
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQLDISCONNECT.
           DISPLAY "DISCONNECTING.."
OCESQL*    EXEC SQL
OCESQL*        DISCONNECT ALL
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL.
       ERROR-RTN.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE " " NO ADVANCING.
           EVALUATE SQLCODE
              WHEN  +10
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection falied"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE: "  SQLSTATE
                 DISPLAY SQLERRMC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE: "  SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
