       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodFile.
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
       01  PE-PERIOD      PIC X(7) VALUE SPACE.
       01  PE-STATUS      PIC X(6) VALUE SPACE.
       01  PE-ACTION      PIC X(6) VALUE SPACE.
       01  PE-USER        PIC X(30) VALUE SPACE.
       01  PE-REASON      PIC X(40) VALUE SPACE.
       01  PE-CURRENCY    PIC X(3).
       01  PE-CLIENTS     PIC 9(9).
       01  PE-TOTAL       PIC S9(12)V9(2).
       01  PE-ROWS        PIC 9(9) VALUE ZERO.
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
       01  ENV-PERIOD-ACTION      PIC X(6) VALUE SPACE.
       01  ENV-PERIOD-MONTH       PIC X(7) VALUE SPACE.
       01  ENV-PERIOD-USER        PIC X(30) VALUE SPACE.
       01  ENV-PERIOD-REASON      PIC X(40) VALUE SPACE.
       01  PERIOD-ACTION          PIC X(6) VALUE "CLOSE".
           88 ACTION-CLOSE        VALUE "CLOSE".
           88 ACTION-REOPEN       VALUE "REOPEN".
       01  RUN-DATE               PIC X(8) VALUE SPACE.
       01  PERIOD-YEAR            PIC 9(4) VALUE ZERO.
       01  PERIOD-MONTH           PIC 9(2) VALUE ZERO.
       01  PERIOD-ROW-SWITCH      PIC X VALUE "N".
           88 PERIOD-ROW-FOUND    VALUE "Y".
       01  PERIOD-RESULT          PIC X(40) VALUE SPACE.
       01  RUN-RC                 PIC 9(2) VALUE ZERO.
       01  RC-WORK                PIC 9(2) VALUE ZERO.

       01  PERIOD-TOTALS.
           05 PE-SNAPSHOT-ROWS    PIC 9(9) VALUE ZERO.
           05 PE-CURRENCIES       PIC 9(9) VALUE ZERO.
       01  RPT-LINE               PIC X(110) VALUE SPACE.
       01  RPT-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-AMOUNT-EDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  SNAP-EOF-SWITCH        PIC X VALUE "N".
           88 EOF-SNAP            VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE "/usr/src/app/files/period_report.txt" TO ReportPath.
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

           ACCEPT ENV-PERIOD-ACTION FROM ENVIRONMENT "PERIOD_ACTION"
           IF ENV-PERIOD-ACTION NOT = SPACE
              MOVE ENV-PERIOD-ACTION TO PERIOD-ACTION
           END-IF
           ACCEPT ENV-PERIOD-MONTH FROM ENVIRONMENT "PERIOD_MONTH"
           IF ENV-PERIOD-MONTH NOT = SPACE
              MOVE ENV-PERIOD-MONTH TO PE-PERIOD
           ELSE
              PERFORM DEFAULT-PERIOD-RTN
           END-IF
           ACCEPT ENV-PERIOD-USER FROM ENVIRONMENT "PERIOD_USER"
           IF ENV-PERIOD-USER = SPACE
              ACCEPT ENV-PERIOD-USER FROM ENVIRONMENT "USER"
           END-IF
           MOVE ENV-PERIOD-USER TO PE-USER
           ACCEPT ENV-PERIOD-REASON FROM ENVIRONMENT "PERIOD_REASON"
           MOVE ENV-PERIOD-REASON TO PE-REASON
           DISPLAY "PERIOD " PERIOD-ACTION " " PE-PERIOD " BY " PE-USER

           IF PE-USER = SPACE
              DISPLAY "PERIOD_USER OR USER MUST NAME THE OPERATOR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

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
           DISPLAY "PERIOD RUN ID: " BATCH-RUN-ID

           ACCEPT ENV-RUN-CONTROL
              FROM ENVIRONMENT "RUN_CONTROL_BYPASS"
           IF ENV-RUN-CONTROL = "Y"
              SET RUN-CONTROL-BYPASS TO TRUE
           END-IF
           MOVE "PeriodFile" TO RC-JOB-NAME
           MOVE "X" TO RC-LOCK-MODE
           MOVE BATCH-RUN-ID TO RC-RUN-ID
           PERFORM REGISTER-RUN-RTN

           OPEN OUTPUT ReportFile
           PERFORM WRITE-REPORT-HEAD-RTN

           PERFORM VALIDATE-PERIOD-RTN
           IF PERIOD-RESULT = SPACE
              EVALUATE TRUE
                 WHEN ACTION-CLOSE
                    PERFORM CLOSE-PERIOD-RTN
                 WHEN ACTION-REOPEN
                    PERFORM REOPEN-PERIOD-RTN
              END-EVALUATE
           END-IF

           IF RUN-RC = ZERO
              PERFORM SQLCOMMIT
           ELSE
              DISPLAY "PERIOD " PERIOD-ACTION " NOT APPLIED -- "
                 PERIOD-RESULT
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
           DISPLAY "PERIOD REPORT WRITTEN TO " ReportPath
           MOVE RUN-RC TO RETURN-CODE
           STOP RUN.
       DEFAULT-PERIOD-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE RUN-DATE(1:4) TO PERIOD-YEAR
           MOVE RUN-DATE(5:2) TO PERIOD-MONTH
           IF PERIOD-MONTH = 1
              MOVE 12 TO PERIOD-MONTH
              SUBTRACT 1 FROM PERIOD-YEAR
           ELSE
              SUBTRACT 1 FROM PERIOD-MONTH
           END-IF
           MOVE SPACE TO PE-PERIOD
           STRING PERIOD-YEAR DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              PERIOD-MONTH DELIMITED BY SIZE
              INTO PE-PERIOD
           END-STRING.
       VALIDATE-PERIOD-RTN.
           MOVE SPACE TO PERIOD-RESULT
           IF NOT ACTION-CLOSE AND NOT ACTION-REOPEN
              MOVE "INVALID PERIOD_ACTION" TO PERIOD-RESULT
           ELSE
              IF PE-PERIOD(1:4) IS NOT NUMERIC
                 OR PE-PERIOD(5:1) NOT = "-"
                 OR PE-PERIOD(6:2) IS NOT NUMERIC
                 MOVE "INVALID PERIOD_MONTH (YYYY-MM)" TO PERIOD-RESULT
              ELSE
                 MOVE PE-PERIOD(6:2) TO PERIOD-MONTH
                 IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
                    MOVE "INVALID PERIOD_MONTH (YYYY-MM)"
                       TO PERIOD-RESULT
                 END-IF
              END-IF
           END-IF
           IF PERIOD-RESULT NOT = SPACE
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           END-IF.
       LOOKUP-PERIOD-RTN.
           MOVE "N" TO PERIOD-ROW-SWITCH
           MOVE "OPEN" TO PE-STATUS
           EXEC SQL
              SELECT status INTO :PE-STATUS
              FROM accounting_periods
              WHERE period=:PE-PERIOD
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 SET PERIOD-ROW-FOUND TO TRUE
              WHEN SQLCODE = 100
                 MOVE "OPEN" TO PE-STATUS
              WHEN OTHER
                 MOVE "PERIOD LOOKUP FAILED" TO PERIOD-RESULT
                 PERFORM SQL-ERROR-RTN
           END-EVALUATE.
       CLOSE-PERIOD-RTN.
           PERFORM LOOKUP-PERIOD-RTN
           IF RUN-RC = ZERO AND PE-STATUS = "CLOSED"
              MOVE "PERIOD ALREADY CLOSED" TO PERIOD-RESULT
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           END-IF
           IF RUN-RC = ZERO
              PERFORM SNAPSHOT-PERIOD-RTN
           END-IF
           IF RUN-RC = ZERO
              IF PERIOD-ROW-FOUND
                 EXEC SQL
                    UPDATE accounting_periods
                    SET status = 'CLOSED',
                        closed_by = :PE-USER,
                        closed_at = CURRENT_TIMESTAMP
                    WHERE period=:PE-PERIOD
                 END-EXEC
              ELSE
                 EXEC SQL
                    INSERT INTO accounting_periods(period, status,
                       closed_by, closed_at)
                    VALUES (:PE-PERIOD, 'CLOSED', :PE-USER,
                       CURRENT_TIMESTAMP)
                 END-EXEC
              END-IF
              IF SQLCODE NOT = ZERO
                 MOVE "PERIOD UPDATE FAILED" TO PERIOD-RESULT
                 PERFORM SQL-ERROR-RTN
              END-IF
           END-IF
           IF RUN-RC = ZERO
              MOVE "CLOSE" TO PE-ACTION
              PERFORM WRITE-PERIOD-LOG-RTN
           END-IF
           IF RUN-RC = ZERO
              MOVE "PERIOD CLOSED" TO PERIOD-RESULT
              PERFORM WRITE-SNAPSHOT-TOTALS-RTN
           END-IF.
       SNAPSHOT-PERIOD-RTN.
           EXEC SQL
              DELETE FROM period_balances
              WHERE period=:PE-PERIOD
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE "SNAPSHOT DELETE FAILED" TO PERIOD-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              EXEC SQL
                 INSERT INTO period_balances(period, dni, currency,
                    total_balance, posting_count, last_posted)
                 SELECT :PE-PERIOD, dni, currency, total_balance,
                    posting_count, last_posted
                 FROM balance_summary
              END-EXEC
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 MOVE "SNAPSHOT INSERT FAILED" TO PERIOD-RESULT
                 PERFORM SQL-ERROR-RTN
              END-IF
           END-IF
           IF RUN-RC = ZERO
              EXEC SQL
                 SELECT COUNT(*) INTO :PE-ROWS
                 FROM period_balances
                 WHERE period=:PE-PERIOD
              END-EXEC
              IF SQLCODE NOT = ZERO
                 MOVE "SNAPSHOT COUNT FAILED" TO PERIOD-RESULT
                 PERFORM SQL-ERROR-RTN
              ELSE
                 MOVE PE-ROWS TO PE-SNAPSHOT-ROWS
                 DISPLAY "CLOSING BALANCES SNAPSHOT ROWS: " PE-ROWS
              END-IF
           END-IF.
       REOPEN-PERIOD-RTN.
           PERFORM LOOKUP-PERIOD-RTN
           IF RUN-RC = ZERO AND PE-STATUS NOT = "CLOSED"
              MOVE "PERIOD IS NOT CLOSED" TO PERIOD-RESULT
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           END-IF
           IF RUN-RC = ZERO
              EXEC SQL
                 UPDATE accounting_periods
                 SET status = 'OPEN',
                     reopened_by = :PE-USER,
                     reopened_at = CURRENT_TIMESTAMP
                 WHERE period=:PE-PERIOD
              END-EXEC
              IF SQLCODE NOT = ZERO
                 MOVE "PERIOD UPDATE FAILED" TO PERIOD-RESULT
                 PERFORM SQL-ERROR-RTN
              END-IF
           END-IF
           IF RUN-RC = ZERO
              MOVE "REOPEN" TO PE-ACTION
              PERFORM WRITE-PERIOD-LOG-RTN
           END-IF
           IF RUN-RC = ZERO
              MOVE "PERIOD REOPENED" TO PERIOD-RESULT
           END-IF.
       WRITE-PERIOD-LOG-RTN.
           EXEC SQL
              INSERT INTO period_control_log(period, action,
                 action_by, action_at, run_id, reason)
              VALUES (:PE-PERIOD, :PE-ACTION, :PE-USER,
                 CURRENT_TIMESTAMP, :BATCH-RUN-ID, :PE-REASON)
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE "PERIOD LOG INSERT FAILED" TO PERIOD-RESULT
              PERFORM SQL-ERROR-RTN
           END-IF.
       WRITE-SNAPSHOT-TOTALS-RTN.
           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE
           MOVE "CLOSING BALANCES BY CURRENCY" TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE
           MOVE "  CCY      CLIENTS       TOTAL BALANCE" TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE

           EXEC SQL
              DECLARE snap_cursor CURSOR FOR
                 SELECT currency, COUNT(*),
                    COALESCE(SUM(total_balance), 0)
                 FROM period_balances
                 WHERE period = :PE-PERIOD
                 GROUP BY currency
                 ORDER BY currency
           END-EXEC.

           EXEC SQL
              OPEN snap_cursor
           END-EXEC.

           IF SQLCODE NOT = ZERO
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-SNAP
                 EXEC SQL
                    FETCH snap_cursor
                    INTO :PE-CURRENCY, :PE-CLIENTS, :PE-TOTAL
                 END-EXEC
                 IF SQLCODE = 100
                    SET EOF-SNAP TO TRUE
                 ELSE
                    IF SQLCODE NOT = ZERO
                       PERFORM SQL-ERROR-RTN
                       SET EOF-SNAP TO TRUE
                    ELSE
                       PERFORM WRITE-SNAPSHOT-LINE-RTN
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           EXEC SQL
              CLOSE snap_cursor
           END-EXEC.

           IF PE-CURRENCIES = ZERO
              MOVE "  (NONE)" TO RPT-LINE
              WRITE RF_Record FROM RPT-LINE
           END-IF.
       WRITE-SNAPSHOT-LINE-RTN.
           MOVE PE-CLIENTS TO RPT-COUNT-EDIT
           MOVE PE-TOTAL TO RPT-AMOUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
              PE-CURRENCY DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              RPT-AMOUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE
           ADD 1 TO PE-CURRENCIES.
       WRITE-REPORT-HEAD-RTN.
           MOVE SPACE TO RPT-LINE
           STRING "PeriodFile " DELIMITED BY SIZE
              PERIOD-ACTION DELIMITED BY SPACE
              " for accounting period " DELIMITED BY SIZE
              PE-PERIOD DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Requested by............: " DELIMITED BY SIZE
              PE-USER DELIMITED BY SPACE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Run id..................: " DELIMITED BY SIZE
              BATCH-RUN-ID DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           IF PE-REASON NOT = SPACE
              MOVE SPACE TO RPT-LINE
              STRING "Reason..................: " DELIMITED BY SIZE
                 PE-REASON DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE RF_Record FROM RPT-LINE
           END-IF.
       WRITE-REPORT-FOOT-RTN.
           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE

           IF ACTION-CLOSE
              MOVE PE-SNAPSHOT-ROWS TO RPT-COUNT-EDIT
              MOVE SPACE TO RPT-LINE
              STRING "Closing balance rows....: " DELIMITED BY SIZE
                 RPT-COUNT-EDIT DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE RF_Record FROM RPT-LINE
           END-IF

           MOVE SPACE TO RPT-LINE
           STRING "Result..................: " DELIMITED BY SIZE
              PERIOD-RESULT DELIMITED BY SIZE
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
