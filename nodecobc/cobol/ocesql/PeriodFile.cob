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

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
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
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(055) VALUE "SELECT status FROM accounting_p"
OCESQL  &  "eriods WHERE period = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(112) VALUE "UPDATE accounting_periods SET s"
OCESQL  &  "tatus = 'CLOSED', closed_by = $1, closed_at = CURRENT_TIMES"
OCESQL  &  "TAMP WHERE period = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(114) VALUE "INSERT INTO accounting_periods("
OCESQL  &  "period, status, closed_by, closed_at) VALUES ( $1, 'CLOSED'"
OCESQL  &  ", $2, CURRENT_TIMESTAMP)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(045) VALUE "DELETE FROM period_balances WHE"
OCESQL  &  "RE period = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(182) VALUE "INSERT INTO period_balances(per"
OCESQL  &  "iod, dni, currency, total_balance, posting_count, last_post"
OCESQL  &  "ed) SELECT $1, dni, currency, total_balance, posting_count,"
OCESQL  &  " last_posted FROM balance_summary".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(056) VALUE "SELECT COUNT( * ) FROM period_b"
OCESQL  &  "alances WHERE period = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(114) VALUE "UPDATE accounting_periods SET s"
OCESQL  &  "tatus = 'OPEN', reopened_by = $1, reopened_at = CURRENT_TIM"
OCESQL  &  "ESTAMP WHERE period = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(133) VALUE "INSERT INTO period_control_log("
OCESQL  &  "period, action, action_by, action_at, run_id, reason) VALUE"
OCESQL  &  "S ( $1, $2, $3, CURRENT_TIMESTAMP, $4, $5 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(135) VALUE "SELECT currency, COUNT( * ), CO"
OCESQL  &  "ALESCE(SUM(total_balance), 0) FROM period_balances WHERE pe"
OCESQL  &  "riod = $1 GROUP BY currency ORDER BY currency".
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
OCESQL*    EXEC SQL
OCESQL*       SELECT status INTO :PE-STATUS
OCESQL*       FROM accounting_periods
OCESQL*       WHERE period=:PE-PERIOD
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-PERIOD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL*          EXEC SQL
OCESQL*             UPDATE accounting_periods
OCESQL*             SET status = 'CLOSED',
OCESQL*                 closed_by = :PE-USER,
OCESQL*                 closed_at = CURRENT_TIMESTAMP
OCESQL*             WHERE period=:PE-PERIOD
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-PERIOD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              ELSE
OCESQL*          EXEC SQL
OCESQL*             INSERT INTO accounting_periods(period, status,
OCESQL*                closed_by, closed_at)
OCESQL*             VALUES (:PE-PERIOD, 'CLOSED', :PE-USER,
OCESQL*                CURRENT_TIMESTAMP)
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-PERIOD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL*    EXEC SQL
OCESQL*       DELETE FROM period_balances
OCESQL*       WHERE period=:PE-PERIOD
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-PERIOD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE "SNAPSHOT DELETE FAILED" TO PERIOD-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
OCESQL*       EXEC SQL
OCESQL*          INSERT INTO period_balances(period, dni, currency,
OCESQL*             total_balance, posting_count, last_posted)
OCESQL*          SELECT :PE-PERIOD, dni, currency, total_balance,
OCESQL*             posting_count, last_posted
OCESQL*          FROM balance_summary
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-PERIOD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 MOVE "SNAPSHOT INSERT FAILED" TO PERIOD-RESULT
                 PERFORM SQL-ERROR-RTN
              END-IF
           END-IF
           IF RUN-RC = ZERO
OCESQL*       EXEC SQL
OCESQL*          SELECT COUNT(*) INTO :PE-ROWS
OCESQL*          FROM period_balances
OCESQL*          WHERE period=:PE-PERIOD
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-ROWS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-PERIOD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL*       EXEC SQL
OCESQL*          UPDATE accounting_periods
OCESQL*          SET status = 'OPEN',
OCESQL*              reopened_by = :PE-USER,
OCESQL*              reopened_at = CURRENT_TIMESTAMP
OCESQL*          WHERE period=:PE-PERIOD
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-PERIOD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL*    EXEC SQL
OCESQL*       INSERT INTO period_control_log(period, action,
OCESQL*          action_by, action_at, run_id, reason)
OCESQL*       VALUES (:PE-PERIOD, :PE-ACTION, :PE-USER,
OCESQL*          CURRENT_TIMESTAMP, :BATCH-RUN-ID, :PE-REASON)
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-PERIOD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-ACTION
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-REASON
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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

OCESQL*    EXEC SQL
OCESQL*       DECLARE snap_cursor CURSOR FOR
OCESQL*          SELECT currency, COUNT(*),
OCESQL*             COALESCE(SUM(total_balance), 0)
OCESQL*          FROM period_balances
OCESQL*          WHERE period = :PE-PERIOD
OCESQL*          GROUP BY currency
OCESQL*          ORDER BY currency
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-PERIOD
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "snap_cursor" & x"00"
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

OCESQL*    EXEC SQL
OCESQL*       OPEN snap_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "snap_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

           IF SQLCODE NOT = ZERO
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-SNAP
OCESQL*          EXEC SQL
OCESQL*             FETCH snap_cursor
OCESQL*             INTO :PE-CURRENCY, :PE-CLIENTS, :PE-TOTAL
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PE-CLIENTS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 14
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE PE-TOTAL
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "snap_cursor" & x"00"
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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

OCESQL*    EXEC SQL
OCESQL*       CLOSE snap_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "snap_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

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
