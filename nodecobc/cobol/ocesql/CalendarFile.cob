       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalendarFile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReportFile ASSIGN TO ReportPath
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ReportFile.
       01 RF_Record   PIC X(110).
       WORKING-STORAGE SECTION.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PARAM.
           05  DBNAME         PIC X(32) VALUE SPACE.
           05  ReportPath     PIC X(60) VALUE SPACE.
       01  USERNAME       PIC X(30) VALUE SPACE.
       01  PASSWD         PIC X(10) VALUE SPACE.
       01  CA-CURRENCY    PIC X(3) VALUE SPACE.
       01  CA-FROM-DATE   PIC X(10) VALUE SPACE.
       01  CA-RESULT-DATE PIC X(10) VALUE SPACE.
       01  CA-STORED-DATE PIC X(10) VALUE SPACE.
       01  CA-BUS-DATE    PIC X(10) VALUE SPACE.
       01  CA-PREV-DATE   PIC X(10) VALUE SPACE.
       01  CA-NEXT-DATE   PIC X(10) VALUE SPACE.
       01  BATCH-RUN-ID   PIC X(14) VALUE SPACE.
       01  RC-JOB-NAME    PIC X(14) VALUE SPACE.
       01  RC-RUN-ID      PIC X(14) VALUE SPACE.
       01  RC-LOCK-MODE   PIC X(1) VALUE "X".
       01  RC-END-STATUS  PIC X(6) VALUE SPACE.
       01  RC-END-CODE    PIC 9(2) VALUE ZERO.
       01  RCX            PIC 9(10) VALUE ZEROS.
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(129) VALUE "SELECT currency FROM business_d"
OCESQL  &  "ates UNION SELECT currency FROM business_holidays UNION SEL"
OCESQL  &  "ECT 'PEN' UNION SELECT 'USD' ORDER BY 1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(055) VALUE "SELECT bus_date FROM business_d"
OCESQL  &  "ates WHERE currency = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(267) VALUE "SELECT CAST(MIN(g.d) AS date) F"
OCESQL  &  "ROM generate_series(CAST( $1 AS date), CAST( $2 AS date) + "
OCESQL  &  "366, interval '1 day') AS g(d) WHERE EXTRACT(ISODOW FROM g."
OCESQL  &  "d) < 6 AND NOT EXISTS (SELECT 1 FROM business_holidays h WH"
OCESQL  &  "ERE h.currency = $3 AND h.holiday_date = CAST(g.d AS date)"
OCESQL  &  ")".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(271) VALUE "SELECT CAST(MAX(g.d) AS date) F"
OCESQL  &  "ROM generate_series(CAST( $1 AS date) - 366, CAST( $2 AS da"
OCESQL  &  "te) - 1, interval '1 day') AS g(d) WHERE EXTRACT(ISODOW FRO"
OCESQL  &  "M g.d) < 6 AND NOT EXISTS (SELECT 1 FROM business_holidays "
OCESQL  &  "h WHERE h.currency = $3 AND h.holiday_date = CAST(g.d AS da"
OCESQL  &  "te))".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(271) VALUE "SELECT CAST(MIN(g.d) AS date) F"
OCESQL  &  "ROM generate_series(CAST( $1 AS date) + 1, CAST( $2 AS date"
OCESQL  &  ") + 366, interval '1 day') AS g(d) WHERE EXTRACT(ISODOW FRO"
OCESQL  &  "M g.d) < 6 AND NOT EXISTS (SELECT 1 FROM business_holidays "
OCESQL  &  "h WHERE h.currency = $3 AND h.holiday_date = CAST(g.d AS da"
OCESQL  &  "te))".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(143) VALUE "UPDATE business_dates SET bus_d"
OCESQL  &  "ate = $1, prev_bus_date = $2, next_bus_date = $3, rolled_at"
OCESQL  &  " = CURRENT_TIMESTAMP, run_id = $4 WHERE currency = $5".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(144) VALUE "INSERT INTO business_dates(curr"
OCESQL  &  "ency, bus_date, prev_bus_date, next_bus_date, rolled_at, ru"
OCESQL  &  "n_id) VALUES ( $1, $2, $3, $4, CURRENT_TIMESTAMP, $5 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(142) VALUE "SELECT COUNT( * ) FROM batch_ru"
OCESQL  &  "n_control WHERE status = 'ACTIVE' AND NOT (lock_mode = 'S' "
OCESQL  &  "AND $1 = 'S') AND NOT (lock_mode = 'P' AND $2 = 'P')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(097) VALUE "INSERT INTO batch_run_control(j"
OCESQL  &  "ob_name, run_id, lock_mode, status) VALUES ( $1, $2, $3, 'A"
OCESQL  &  "CTIVE')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(098) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = 'ACTIVE', lock_mode = $1 WHERE job_name = $2 AND run"
OCESQL  &  "_id = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0011.
OCESQL     02  FILLER PIC X(124) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = $1, return_code = $2, ended_at = CURRENT_TIMESTAMP W"
OCESQL  &  "HERE job_name = $3 AND run_id = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0012.
OCESQL     02  FILLER PIC X(014) VALUE "DISCONNECT ALL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*

       01  ENV-DB-USERNAME        PIC X(30) VALUE SPACE.
       01  ENV-DB-PASSWD          PIC X(10) VALUE SPACE.
       01  ENV-RUN-CONTROL        PIC X(1) VALUE SPACE.
       01  RUN-CONTROL-SWITCH     PIC X VALUE "N".
           88 RUN-CONTROL-BYPASS  VALUE "Y".
       01  ENV-CALENDAR-ACTION    PIC X(5) VALUE SPACE.
       01  ENV-CALENDAR-DATE      PIC X(10) VALUE SPACE.
       01  CALENDAR-ACTION        PIC X(5) VALUE "ROLL".
           88 ACTION-ROLL         VALUE "ROLL".
           88 ACTION-SHOW         VALUE "SHOW".
           88 ACTION-SET          VALUE "SET".
       01  CALENDAR-DATE          PIC X(10) VALUE SPACE.
       01  RUN-DATE               PIC X(8) VALUE SPACE.
       01  STORED-ROW-SWITCH      PIC X VALUE "N".
           88 STORED-ROW-FOUND    VALUE "Y".
       01  CURRENCY-ACTION        PIC X(9) VALUE SPACE.
       01  CALENDAR-RESULT        PIC X(40) VALUE SPACE.
       01  RUN-RC                 PIC 9(2) VALUE ZERO.
       01  RC-WORK                PIC 9(2) VALUE ZERO.

       01  CALENDAR-TOTALS.
           05 CT-CURRENCIES       PIC 9(9) VALUE ZERO.
           05 CT-ROLLED           PIC 9(9) VALUE ZERO.
       01  RPT-LINE               PIC X(110) VALUE SPACE.
       01  RPT-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.

       01  CCY-EOF-SWITCH         PIC X VALUE "N".
           88 EOF-CCY             VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE "/usr/src/app/files/calendar_report.txt"
              TO ReportPath.
           ACCEPT PARAM FROM COMMAND-LINE

           DISPLAY ""
           DISPLAY PARAM
           DISPLAY DBNAME
           DISPLAY ReportPath
           MOVE "postgres" TO USERNAME.
           ACCEPT ENV-DB-USERNAME FROM ENVIRONMENT "DB_USERNAME"
           IF ENV-DB-USERNAME NOT = SPACE
              MOVE ENV-DB-USERNAME TO USERNAME
           END-IF
           ACCEPT ENV-DB-PASSWD FROM ENVIRONMENT "DB_PASSWORD"
           IF ENV-DB-PASSWD NOT = SPACE
              MOVE ENV-DB-PASSWD TO PASSWD
           END-IF

           ACCEPT ENV-CALENDAR-ACTION FROM ENVIRONMENT "CALENDAR_ACTION"
           IF ENV-CALENDAR-ACTION NOT = SPACE
              MOVE ENV-CALENDAR-ACTION TO CALENDAR-ACTION
           END-IF
           ACCEPT ENV-CALENDAR-DATE FROM ENVIRONMENT "CALENDAR_DATE"
           IF ENV-CALENDAR-DATE NOT = SPACE
              MOVE ENV-CALENDAR-DATE TO CALENDAR-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
              STRING RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 RUN-DATE(7:2) DELIMITED BY SIZE
                 INTO CALENDAR-DATE
              END-STRING
           END-IF
           DISPLAY "CALENDAR " CALENDAR-ACTION " AS OF " CALENDAR-DATE

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
           DISPLAY "CALENDAR RUN ID: " BATCH-RUN-ID

           ACCEPT ENV-RUN-CONTROL
              FROM ENVIRONMENT "RUN_CONTROL_BYPASS"
           IF ENV-RUN-CONTROL = "Y"
              SET RUN-CONTROL-BYPASS TO TRUE
           END-IF
           MOVE "CalendarFile" TO RC-JOB-NAME
           IF ACTION-SHOW
              MOVE "S" TO RC-LOCK-MODE
           ELSE
              MOVE "X" TO RC-LOCK-MODE
           END-IF
           MOVE BATCH-RUN-ID TO RC-RUN-ID
           PERFORM REGISTER-RUN-RTN

           OPEN OUTPUT ReportFile
           PERFORM WRITE-REPORT-HEAD-RTN
           PERFORM VALIDATE-ACTION-RTN
           IF RUN-RC = ZERO
              PERFORM CALENDAR-PASS-RTN
           END-IF

           IF RUN-RC < 8
              PERFORM SQLCOMMIT
              IF CALENDAR-RESULT = SPACE
                 MOVE "CALENDAR COMPLETE" TO CALENDAR-RESULT
              END-IF
           ELSE
              DISPLAY "CALENDAR NOT UPDATED -- " CALENDAR-RESULT
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
           DISPLAY "CALENDAR REPORT WRITTEN TO " ReportPath
           MOVE RUN-RC TO RETURN-CODE
           STOP RUN.
       VALIDATE-ACTION-RTN.
           MOVE SPACE TO CALENDAR-RESULT
           IF NOT ACTION-ROLL AND NOT ACTION-SHOW AND NOT ACTION-SET
              MOVE "INVALID CALENDAR_ACTION" TO CALENDAR-RESULT
           ELSE
              IF CALENDAR-DATE(1:4) IS NOT NUMERIC
                 OR CALENDAR-DATE(5:1) NOT = "-"
                 OR CALENDAR-DATE(6:2) IS NOT NUMERIC
                 OR CALENDAR-DATE(8:1) NOT = "-"
                 OR CALENDAR-DATE(9:2) IS NOT NUMERIC
                 MOVE "INVALID CALENDAR_DATE (YYYY-MM-DD)"
                    TO CALENDAR-RESULT
              ELSE
                 IF ACTION-SET AND ENV-CALENDAR-DATE = SPACE
                    MOVE "SET NEEDS CALENDAR_DATE" TO CALENDAR-RESULT
                 END-IF
              END-IF
           END-IF
           IF CALENDAR-RESULT NOT = SPACE
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           END-IF.
       CALENDAR-PASS-RTN.
OCESQL*    EXEC SQL
OCESQL*       DECLARE ccy_cursor CURSOR FOR
OCESQL*          SELECT currency FROM business_dates
OCESQL*          UNION SELECT currency FROM business_holidays
OCESQL*          UNION SELECT 'PEN'
OCESQL*          UNION SELECT 'USD'
OCESQL*          ORDER BY 1
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ccy_cursor" & x"00"
OCESQL          BY REFERENCE SQ0001
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
              MOVE "CURRENCY SELECT FAILED" TO CALENDAR-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-CCY
OCESQL*          EXEC SQL
OCESQL*             FETCH ccy_cursor
OCESQL*             INTO :CA-CURRENCY
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ccy_cursor" & x"00"
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE = 100
                    SET EOF-CCY TO TRUE
                 ELSE
                    IF SQLCODE NOT = ZERO
                       MOVE "CURRENCY SELECT FAILED"
                          TO CALENDAR-RESULT
                       PERFORM SQL-ERROR-RTN
                       SET EOF-CCY TO TRUE
                    ELSE
                       ADD 1 TO CT-CURRENCIES
                       PERFORM PROCESS-CURRENCY-RTN
                       IF RUN-RC >= 8
                          SET EOF-CCY TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
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
       PROCESS-CURRENCY-RTN.
           PERFORM LOOKUP-STORED-RTN
           MOVE CALENDAR-DATE TO CA-FROM-DATE
           IF RUN-RC < 8
              PERFORM FIRST-BUS-DAY-RTN
           END-IF
           IF RUN-RC < 8
              EVALUATE TRUE
                 WHEN ACTION-SET
                    IF CA-RESULT-DATE NOT = CALENDAR-DATE
                       MOVE "CALENDAR_DATE IS NOT A BUSINESS DAY"
                          TO CALENDAR-RESULT
                       MOVE 8 TO RC-WORK
                       PERFORM RAISE-RETURN-CODE-RTN
                    ELSE
                       MOVE CA-RESULT-DATE TO CA-BUS-DATE
                       MOVE "SET" TO CURRENCY-ACTION
                    END-IF
                 WHEN ACTION-SHOW AND STORED-ROW-FOUND
                    MOVE CA-STORED-DATE TO CA-BUS-DATE
                    MOVE "CURRENT" TO CURRENCY-ACTION
                 WHEN ACTION-SHOW
                    MOVE CA-RESULT-DATE TO CA-BUS-DATE
                    MOVE "NOT SET" TO CURRENCY-ACTION
                 WHEN STORED-ROW-FOUND
                    AND CA-RESULT-DATE NOT > CA-STORED-DATE
                    MOVE CA-STORED-DATE TO CA-BUS-DATE
                    MOVE "UNCHANGED" TO CURRENCY-ACTION
                 WHEN OTHER
                    MOVE CA-RESULT-DATE TO CA-BUS-DATE
                    MOVE "ROLLED" TO CURRENCY-ACTION
              END-EVALUATE
           END-IF
           IF RUN-RC < 8
              PERFORM PREV-BUS-DAY-RTN
           END-IF
           IF RUN-RC < 8
              PERFORM NEXT-BUS-DAY-RTN
           END-IF
           IF RUN-RC < 8
              AND (CURRENCY-ACTION = "ROLLED" OR "SET")
              PERFORM STORE-BUS-DATE-RTN
           END-IF
           IF RUN-RC < 8
              PERFORM WRITE-CURRENCY-LINE-RTN
           END-IF.
       LOOKUP-STORED-RTN.
           MOVE "N" TO STORED-ROW-SWITCH
           MOVE SPACE TO CA-STORED-DATE
OCESQL*    EXEC SQL
OCESQL*       SELECT bus_date INTO :CA-STORED-DATE
OCESQL*       FROM business_dates
OCESQL*       WHERE currency=:CA-CURRENCY
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-STORED-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 SET STORED-ROW-FOUND TO TRUE
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN OTHER
                 MOVE "CALENDAR LOOKUP FAILED" TO CALENDAR-RESULT
                 PERFORM SQL-ERROR-RTN
           END-EVALUATE.
       FIRST-BUS-DAY-RTN.
OCESQL*    EXEC SQL
OCESQL*       SELECT CAST(MIN(g.d) AS date) INTO :CA-RESULT-DATE
OCESQL*       FROM generate_series(CAST(:CA-FROM-DATE AS date),
OCESQL*          CAST(:CA-FROM-DATE AS date) + 366,
OCESQL*          interval '1 day') AS g(d)
OCESQL*       WHERE EXTRACT(ISODOW FROM g.d) < 6
OCESQL*         AND NOT EXISTS (SELECT 1 FROM business_holidays h
OCESQL*            WHERE h.currency = :CA-CURRENCY
OCESQL*              AND h.holiday_date = CAST(g.d AS date))
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-RESULT-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-FROM-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-FROM-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 3
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              MOVE "BUSINESS DAY LOOKUP FAILED" TO CALENDAR-RESULT
              PERFORM SQL-ERROR-RTN
           END-IF.
       PREV-BUS-DAY-RTN.
OCESQL*    EXEC SQL
OCESQL*       SELECT CAST(MAX(g.d) AS date) INTO :CA-PREV-DATE
OCESQL*       FROM generate_series(CAST(:CA-BUS-DATE AS date) - 366,
OCESQL*          CAST(:CA-BUS-DATE AS date) - 1,
OCESQL*          interval '1 day') AS g(d)
OCESQL*       WHERE EXTRACT(ISODOW FROM g.d) < 6
OCESQL*         AND NOT EXISTS (SELECT 1 FROM business_holidays h
OCESQL*            WHERE h.currency = :CA-CURRENCY
OCESQL*              AND h.holiday_date = CAST(g.d AS date))
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-PREV-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 3
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              MOVE "BUSINESS DAY LOOKUP FAILED" TO CALENDAR-RESULT
              PERFORM SQL-ERROR-RTN
           END-IF.
       NEXT-BUS-DAY-RTN.
OCESQL*    EXEC SQL
OCESQL*       SELECT CAST(MIN(g.d) AS date) INTO :CA-NEXT-DATE
OCESQL*       FROM generate_series(CAST(:CA-BUS-DATE AS date) + 1,
OCESQL*          CAST(:CA-BUS-DATE AS date) + 366,
OCESQL*          interval '1 day') AS g(d)
OCESQL*       WHERE EXTRACT(ISODOW FROM g.d) < 6
OCESQL*         AND NOT EXISTS (SELECT 1 FROM business_holidays h
OCESQL*            WHERE h.currency = :CA-CURRENCY
OCESQL*              AND h.holiday_date = CAST(g.d AS date))
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-NEXT-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 3
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              MOVE "BUSINESS DAY LOOKUP FAILED" TO CALENDAR-RESULT
              PERFORM SQL-ERROR-RTN
           END-IF.
       STORE-BUS-DATE-RTN.
           IF STORED-ROW-FOUND
OCESQL*       EXEC SQL
OCESQL*          UPDATE business_dates
OCESQL*          SET bus_date = :CA-BUS-DATE,
OCESQL*              prev_bus_date = :CA-PREV-DATE,
OCESQL*              next_bus_date = :CA-NEXT-DATE,
OCESQL*              rolled_at = CURRENT_TIMESTAMP,
OCESQL*              run_id = :BATCH-RUN-ID
OCESQL*          WHERE currency=:CA-CURRENCY
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-PREV-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-NEXT-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           ELSE
OCESQL*       EXEC SQL
OCESQL*          INSERT INTO business_dates(currency, bus_date,
OCESQL*             prev_bus_date, next_bus_date, rolled_at, run_id)
OCESQL*          VALUES (:CA-CURRENCY, :CA-BUS-DATE, :CA-PREV-DATE,
OCESQL*             :CA-NEXT-DATE, CURRENT_TIMESTAMP, :BATCH-RUN-ID)
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-PREV-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CA-NEXT-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           END-IF
           IF SQLCODE NOT = ZERO
              MOVE "CALENDAR UPDATE FAILED" TO CALENDAR-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              ADD 1 TO CT-ROLLED
              DISPLAY "BUSINESS DATE " CA-CURRENCY ": " CA-BUS-DATE
           END-IF.
       WRITE-CURRENCY-LINE-RTN.
           MOVE SPACE TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
              CA-CURRENCY DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              CA-PREV-DATE DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              CA-BUS-DATE DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              CA-NEXT-DATE DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              CURRENCY-ACTION DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REPORT-HEAD-RTN.
           MOVE SPACE TO RPT-LINE
           STRING "CalendarFile business dates -- " DELIMITED BY SIZE
              CALENDAR-ACTION DELIMITED BY SPACE
              " as of " DELIMITED BY SIZE
              CALENDAR-DATE DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Run id..................: " DELIMITED BY SIZE
              BATCH-RUN-ID DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE

           MOVE "  CCY   PREVIOUS     CURRENT      NEXT" TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REPORT-FOOT-RTN.
           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE

           MOVE CT-CURRENCIES TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Currencies..............: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE CT-ROLLED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Business dates moved....: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Result..................: " DELIMITED BY SIZE
              CALENDAR-RESULT DELIMITED BY SIZE
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
OCESQL          BY REFERENCE SQ0008
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
OCESQL          BY REFERENCE SQ0009
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
OCESQL          BY REFERENCE SQ0010
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
OCESQL          BY REFERENCE SQ0011
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
