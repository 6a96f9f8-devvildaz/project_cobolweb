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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
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
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

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

           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

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
           EXEC SQL
              DECLARE ccy_cursor CURSOR FOR
                 SELECT currency FROM business_dates
                 UNION SELECT currency FROM business_holidays
                 UNION SELECT 'PEN'
                 UNION SELECT 'USD'
                 ORDER BY 1
           END-EXEC.

           EXEC SQL
              OPEN ccy_cursor
           END-EXEC.

           IF SQLCODE NOT = ZERO
              MOVE "CURRENCY SELECT FAILED" TO CALENDAR-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-CCY
                 EXEC SQL
                    FETCH ccy_cursor
                    INTO :CA-CURRENCY
                 END-EXEC
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

           EXEC SQL
              CLOSE ccy_cursor
           END-EXEC.
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
           EXEC SQL
              SELECT bus_date INTO :CA-STORED-DATE
              FROM business_dates
              WHERE currency=:CA-CURRENCY
           END-EXEC
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
           EXEC SQL
              SELECT CAST(MIN(g.d) AS date) INTO :CA-RESULT-DATE
              FROM generate_series(CAST(:CA-FROM-DATE AS date),
                 CAST(:CA-FROM-DATE AS date) + 366,
                 interval '1 day') AS g(d)
              WHERE EXTRACT(ISODOW FROM g.d) < 6
                AND NOT EXISTS (SELECT 1 FROM business_holidays h
                   WHERE h.currency = :CA-CURRENCY
                     AND h.holiday_date = CAST(g.d AS date))
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE "BUSINESS DAY LOOKUP FAILED" TO CALENDAR-RESULT
              PERFORM SQL-ERROR-RTN
           END-IF.
       PREV-BUS-DAY-RTN.
           EXEC SQL
              SELECT CAST(MAX(g.d) AS date) INTO :CA-PREV-DATE
              FROM generate_series(CAST(:CA-BUS-DATE AS date) - 366,
                 CAST(:CA-BUS-DATE AS date) - 1,
                 interval '1 day') AS g(d)
              WHERE EXTRACT(ISODOW FROM g.d) < 6
                AND NOT EXISTS (SELECT 1 FROM business_holidays h
                   WHERE h.currency = :CA-CURRENCY
                     AND h.holiday_date = CAST(g.d AS date))
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE "BUSINESS DAY LOOKUP FAILED" TO CALENDAR-RESULT
              PERFORM SQL-ERROR-RTN
           END-IF.
       NEXT-BUS-DAY-RTN.
           EXEC SQL
              SELECT CAST(MIN(g.d) AS date) INTO :CA-NEXT-DATE
              FROM generate_series(CAST(:CA-BUS-DATE AS date) + 1,
                 CAST(:CA-BUS-DATE AS date) + 366,
                 interval '1 day') AS g(d)
              WHERE EXTRACT(ISODOW FROM g.d) < 6
                AND NOT EXISTS (SELECT 1 FROM business_holidays h
                   WHERE h.currency = :CA-CURRENCY
                     AND h.holiday_date = CAST(g.d AS date))
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE "BUSINESS DAY LOOKUP FAILED" TO CALENDAR-RESULT
              PERFORM SQL-ERROR-RTN
           END-IF.
       STORE-BUS-DATE-RTN.
           IF STORED-ROW-FOUND
              EXEC SQL
                 UPDATE business_dates
                 SET bus_date = :CA-BUS-DATE,
                     prev_bus_date = :CA-PREV-DATE,
                     next_bus_date = :CA-NEXT-DATE,
                     rolled_at = CURRENT_TIMESTAMP,
                     run_id = :BATCH-RUN-ID
                 WHERE currency=:CA-CURRENCY
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO business_dates(currency, bus_date,
                    prev_bus_date, next_bus_date, rolled_at, run_id)
                 VALUES (:CA-CURRENCY, :CA-BUS-DATE, :CA-PREV-DATE,
                    :CA-NEXT-DATE, CURRENT_TIMESTAMP, :BATCH-RUN-ID)
              END-EXEC
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
              EXEC SQL
                 SELECT COUNT(*) INTO :RCX
                 FROM batch_run_control
                 WHERE status = 'ACTIVE'
                   AND NOT (lock_mode = 'S'
                      AND :RC-LOCK-MODE = 'S')
                   AND NOT (lock_mode = 'P'
                      AND :RC-LOCK-MODE = 'P')
              END-EXEC
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
              EXEC SQL
                 SAVEPOINT reg_save
              END-EXEC
              EXEC SQL
                 INSERT INTO batch_run_control(job_name, run_id,
                    lock_mode, status)
                 VALUES (:RC-JOB-NAME, :RC-RUN-ID, :RC-LOCK-MODE,
                    'ACTIVE')
              END-EXEC
              IF SQLSTATE = "23505"
                 EXEC SQL
                    ROLLBACK TO SAVEPOINT reg_save
                 END-EXEC
                 EXEC SQL
                    UPDATE batch_run_control
                    SET status = 'ACTIVE',
                        lock_mode = :RC-LOCK-MODE
                    WHERE job_name=:RC-JOB-NAME
                      AND run_id=:RC-RUN-ID
                 END-EXEC
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
              EXEC SQL
                 UPDATE batch_run_control
                 SET status = :RC-END-STATUS,
                     return_code = :RC-END-CODE,
                     ended_at = CURRENT_TIMESTAMP
                 WHERE job_name=:RC-JOB-NAME
                   AND run_id=:RC-RUN-ID
              END-EXEC
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 PERFORM ERROR-RTN
              END-IF
              PERFORM SQLCOMMIT
           END-IF.
       SQLCOMMIT.
           DISPLAY "COMMIT..."
           EXEC SQL
              COMMIT
           END-EXEC.
       SQLROLLBACK.
           DISPLAY "ROLLBACKING..."
           EXEC SQL
               ROLLBACK
           END-EXEC.
       SQLDISCONNECT.
           DISPLAY "DISCONNECTING.."
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
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
