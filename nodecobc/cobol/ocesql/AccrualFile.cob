
OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(058) VALUE "SELECT bus_date FROM business_d"
OCESQL  &  "ates WHERE currency = 'PEN'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(075) VALUE "SELECT COALESCE(MAX(file_seq), "
OCESQL  &  "0) FROM batch_files WHERE source_system = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(076) VALUE "SELECT COALESCE(MAX(file_seq), "
OCESQL  &  "0) FROM accrual_runs WHERE source_system = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(180) VALUE "SELECT s.dni, COALESCE(c.name, "
OCESQL  &  "''), s.currency, s.total_balance FROM balance_summary s LEF"
OCESQL  &  "T JOIN app_clients c ON c.dni = s.dni WHERE s.total_balance"
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(116) VALUE "SELECT COALESCE(MAX(monthly_rat"
OCESQL  &  "e), 0) FROM accrual_rates WHERE currency = $1 AND tier_min "
OCESQL  &  "< = $2 AND tier_max > = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(144) VALUE "INSERT INTO accrual_runs(source"
OCESQL  &  "_system, file_seq, accrual_date, batch_run_id, clients_accr"
OCESQL  &  "ued, total_interest) VALUES ( $1, $2, $3, $4, $5, $6 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(142) VALUE "SELECT COUNT( * ) FROM batch_ru"
OCESQL  &  "n_control WHERE status = 'ACTIVE' AND NOT (lock_mode = 'S' "
OCESQL  &  "AND $1 = 'S') AND NOT (lock_mode = 'P' AND $2 = 'P')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(097) VALUE "INSERT INTO batch_run_control(j"
OCESQL  &  "ob_name, run_id, lock_mode, status) VALUES ( $1, $2, $3, 'A"
OCESQL  &  "CTIVE')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(098) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = 'ACTIVE', lock_mode = $1 WHERE job_name = $2 AND run"
OCESQL  &  "_id = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(124) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = $1, return_code = $2, ended_at = CURRENT_TIMESTAMP W"
OCESQL  &  "HERE job_name = $3 AND run_id = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0011.
OCESQL     02  FILLER PIC X(014) VALUE "DISCONNECT ALL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
           88 RUN-CONTROL-BYPASS  VALUE "Y".
       01  ENV-ACCRUAL-DATE       PIC X(10) VALUE SPACE.
       01  ENV-ACCRUAL-SOURCE     PIC X(8) VALUE SPACE.
       01  ACCRUAL-CALENDAR-SWITCH PIC X VALUE "N".
           88 ACCRUAL-USE-CALENDAR VALUE "Y".
       01  RUN-DATE               PIC X(8) VALUE SPACE.

       01  BalanceRecord.
                 RUN-DATE(7:2) DELIMITED BY SIZE
                 INTO ACCRUAL-DATE
              END-STRING
              SET ACCRUAL-USE-CALENDAR TO TRUE
           END-IF

OCESQL*    EXEC SQL
OCESQL*       CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           MOVE BATCH-RUN-ID TO RC-RUN-ID
           PERFORM REGISTER-RUN-RTN

           IF ACCRUAL-USE-CALENDAR
              PERFORM CALENDAR-DATE-RTN
           END-IF
           DISPLAY "ACCRUAL DATE: " ACCRUAL-DATE
              " SOURCE: " ACCRUAL-SOURCE

           PERFORM RESERVE-FILE-SEQ-RTN

           OPEN OUTPUT AccrualOutFile
           DISPLAY "CONTROL REPORT WRITTEN TO " ReportPath
           MOVE RUN-RC TO RETURN-CODE
           STOP RUN.
       CALENDAR-DATE-RTN.
OCESQL*    EXEC SQL
OCESQL*       SELECT bus_date INTO :ACCRUAL-DATE
OCESQL*       FROM business_dates
OCESQL*       WHERE currency = 'PEN'
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCRUAL-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM SQL-ERROR-RTN
           END-IF.
       RESERVE-FILE-SEQ-RTN.
OCESQL*    EXEC SQL
OCESQL*       SELECT COALESCE(MAX(file_seq), 0) INTO :FILE-SEQ-BF
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "accrual_cursor" & x"00"
OCESQL          BY REFERENCE SQ0004
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 3
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 2
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0010
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
