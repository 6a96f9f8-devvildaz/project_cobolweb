       IDENTIFICATION DIVISION.
       PROGRAM-ID. DniMergeFile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MergeInFile ASSIGN TO FilePath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MG-FILE-STATUS.
           SELECT ReportFile ASSIGN TO ReportPath
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RejectFile ASSIGN TO RejectPath
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MergeInFile.
       01 MI_Record   PIC X(80).
           88 EOFMerge VALUE HIGH-VALUES.
       FD  ReportFile.
       01 RF_Record   PIC X(110).
       FD  RejectFile.
       01 RJ_Record   PIC X(160).
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PARAM.
           05  DBNAME         PIC X(32) VALUE SPACE.
           05  FilePath       PIC X(60) VALUE SPACE.
       01  USERNAME       PIC X(30) VALUE SPACE.
       01  PASSWD         PIC X(10) VALUE SPACE.
       01  MG-SURVIVOR    PIC X(8) VALUE SPACE.
       01  MG-RETIRED     PIC X(8) VALUE SPACE.
       01  MG-DNI         PIC X(8) VALUE SPACE.
       01  MG-DATE        PIC X(10) VALUE SPACE.
       01  MG-CURRENCY    PIC X(3) VALUE SPACE.
       01  MG-AMOUNT      PIC S9(14)V9(2) VALUE ZERO.
       01  MG-TOTAL       PIC S9(12)V9(2) VALUE ZERO.
       01  MG-STATUS      PIC X(7) VALUE SPACE.
       01  MG-MERGED-INTO PIC X(8) VALUE SPACE.
       01  MG-ROW-KIND    PIC X(16) VALUE SPACE.
       01  MGX            PIC 9(10) VALUE ZEROS.
       01  BATCH-RUN-ID   PIC X(14) VALUE SPACE.
       01  RC-JOB-NAME    PIC X(14) VALUE SPACE.
       01  RC-RUN-ID      PIC X(14) VALUE SPACE.
       01  RC-LOCK-MODE   PIC X(1) VALUE "X".
       01  RC-END-STATUS  PIC X(6) VALUE SPACE.
       01  RC-END-CODE    PIC 9(2) VALUE ZERO.
       01  RCX            PIC 9(10) VALUE ZEROS.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  ReportPath             PIC X(60) VALUE SPACE.
       01  RejectPath             PIC X(60) VALUE SPACE.
       01  MG-FILE-STATUS         PIC X(2) VALUE SPACE.
       01  MERGE-LINE.
           05 ML-SURVIVOR         PIC X(8).
           05 FILLER              PIC X.
           05 ML-RETIRED          PIC X(8).
           05 FILLER              PIC X(63).
       01  REJECT-LINE            PIC X(160) VALUE SPACE.

       01  ENV-DB-USERNAME        PIC X(30) VALUE SPACE.
       01  ENV-DB-PASSWD          PIC X(10) VALUE SPACE.
       01  ENV-RUN-CONTROL        PIC X(1) VALUE SPACE.
       01  RUN-CONTROL-SWITCH     PIC X VALUE "N".
           88 RUN-CONTROL-BYPASS  VALUE "Y".
       01  RUN-RC                 PIC 9(2) VALUE ZERO.
       01  RC-WORK                PIC 9(2) VALUE ZERO.

       01  PAIR-SWITCH            PIC X VALUE "Y".
           88 PAIR-OK             VALUE "Y".
           88 PAIR-FAILED         VALUE "N".
       01  PAIR-RESULT            PIC X(40) VALUE SPACE.
       01  TOTALS-PHASE           PIC X VALUE "B".
           88 PHASE-BEFORE        VALUE "B".
           88 PHASE-AFTER         VALUE "A".

       01  PAIR-COUNTS.
           05 PC-BALANCES-MOVED   PIC 9(9) VALUE ZERO.
           05 PC-BALANCES-COMBINED PIC 9(9) VALUE ZERO.
           05 PC-PENDING-MOVED    PIC 9(9) VALUE ZERO.
           05 PC-HELD-MOVED       PIC 9(9) VALUE ZERO.
           05 PC-AUDIT-MOVED      PIC 9(9) VALUE ZERO.
           05 PC-CYCLES-MOVED     PIC 9(9) VALUE ZERO.
       01  PAIR-CCY-TABLE.
           05 PC-CCY-COUNT        PIC 9(3) VALUE ZERO.
           05 PC-CCY-ENTRY OCCURS 20 TIMES.
              10 PC-CURRENCY      PIC X(3).
              10 PC-SURV-BEFORE   PIC S9(12)V9(2).
              10 PC-RET-BEFORE    PIC S9(12)V9(2).
              10 PC-SURV-AFTER    PIC S9(12)V9(2).
              10 PC-RET-AFTER     PIC S9(12)V9(2).
       01  PC-IX                  PIC 9(3) VALUE ZERO.
       01  PC-FOUND-IX            PIC 9(3) VALUE ZERO.
       01  PC-BEFORE-WORK         PIC S9(13)V9(2) VALUE ZERO.
       01  PC-AFTER-WORK          PIC S9(13)V9(2) VALUE ZERO.

       01  MERGE-TOTALS.
           05 MT-LINES-READ       PIC 9(9) VALUE ZERO.
           05 MT-LINES-SKIPPED    PIC 9(9) VALUE ZERO.
           05 MT-PAIRS-MERGED     PIC 9(9) VALUE ZERO.
           05 MT-PAIRS-REJECTED   PIC 9(9) VALUE ZERO.
           05 MT-BALANCES-MOVED   PIC 9(9) VALUE ZERO.
           05 MT-BALANCES-COMBINED PIC 9(9) VALUE ZERO.
           05 MT-PENDING-MOVED    PIC 9(9) VALUE ZERO.
           05 MT-HELD-MOVED       PIC 9(9) VALUE ZERO.
           05 MT-AUDIT-MOVED      PIC 9(9) VALUE ZERO.
           05 MT-CYCLES-MOVED     PIC 9(9) VALUE ZERO.
       01  RPT-LINE               PIC X(110) VALUE SPACE.
       01  RPT-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-AMOUNT-EDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-AMOUNT-EDIT-2      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-AMOUNT-EDIT-3      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-AMOUNT-EDIT-4      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  TOTALS-EOF-SWITCH      PIC X VALUE "N".
           88 EOF-TOTALS          VALUE "Y".
       01  MOVE-EOF-SWITCH        PIC X VALUE "N".
           88 EOF-MOVE            VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE "/usr/src/app/files/dni_merge.txt" TO FilePath.
           MOVE "/usr/src/app/files/dni_merge_report.txt"
              TO ReportPath.
           MOVE "/usr/src/app/files/dni_merge_reject.txt"
              TO RejectPath.
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
           DISPLAY "DNI MERGE RUN ID: " BATCH-RUN-ID

           ACCEPT ENV-RUN-CONTROL
              FROM ENVIRONMENT "RUN_CONTROL_BYPASS"
           IF ENV-RUN-CONTROL = "Y"
              SET RUN-CONTROL-BYPASS TO TRUE
           END-IF
           MOVE "DniMergeFile" TO RC-JOB-NAME
           MOVE "X" TO RC-LOCK-MODE
           MOVE BATCH-RUN-ID TO RC-RUN-ID
           PERFORM REGISTER-RUN-RTN

           EXEC SQL
              DECLARE tot_cursor CURSOR FOR
                 SELECT dni, currency, COALESCE(SUM(amount), 0)
                 FROM balances
                 WHERE dni IN (:MG-SURVIVOR, :MG-RETIRED)
                 GROUP BY dni, currency
                 ORDER BY dni, currency
           END-EXEC.

           EXEC SQL
              DECLARE mbal_cursor CURSOR FOR
                 SELECT created_at, currency, amount
                 FROM balances
                 WHERE dni = :MG-RETIRED
                 ORDER BY created_at, currency
           END-EXEC.

           OPEN OUTPUT ReportFile
           OPEN OUTPUT RejectFile
           PERFORM WRITE-REPORT-HEAD-RTN

           PERFORM PROCESS-MERGE-FILE-RTN

           IF MT-PAIRS-REJECTED > ZERO
              MOVE 4 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
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
           CLOSE RejectFile
           CLOSE ReportFile
           DISPLAY "DNI MERGE REPORT WRITTEN TO " ReportPath
           MOVE RUN-RC TO RETURN-CODE
           STOP RUN.
       PROCESS-MERGE-FILE-RTN.
           DISPLAY "PROCESSING FILE: " FilePath
           OPEN INPUT MergeInFile
           IF MG-FILE-STATUS NOT = "00"
              DISPLAY "MERGE FILE NOT FOUND: " FilePath
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           ELSE
              READ MergeInFile INTO MERGE-LINE
                 AT END SET EOFMerge TO TRUE
              END-READ

              PERFORM UNTIL EOFMerge
                 ADD 1 TO MT-LINES-READ
                 IF MERGE-LINE = SPACE OR MERGE-LINE(1:1) = "*"
                    ADD 1 TO MT-LINES-SKIPPED
                 ELSE
                    MOVE ML-SURVIVOR TO MG-SURVIVOR
                    MOVE ML-RETIRED TO MG-RETIRED
                    PERFORM MERGE-PAIR-RTN
                 END-IF

                 READ MergeInFile INTO MERGE-LINE
                    AT END SET EOFMerge TO TRUE
                 END-READ
              END-PERFORM
              CLOSE MergeInFile
           END-IF.
       MERGE-PAIR-RTN.
           DISPLAY "MERGE: " MG-RETIRED " INTO " MG-SURVIVOR
           SET PAIR-OK TO TRUE
           MOVE SPACE TO PAIR-RESULT
           INITIALIZE PAIR-COUNTS
           MOVE ZERO TO PC-CCY-COUNT

           PERFORM VALIDATE-PAIR-RTN

           IF PAIR-OK
              SET PHASE-BEFORE TO TRUE
              PERFORM CAPTURE-TOTALS-RTN
           END-IF
           IF PAIR-OK
              PERFORM MOVE-AUDIT-HISTORY-RTN
           END-IF
           IF PAIR-OK
              PERFORM MOVE-BALANCES-RTN
           END-IF
           IF PAIR-OK
              PERFORM MOVE-PENDING-RTN
           END-IF
           IF PAIR-OK
              PERFORM MOVE-HELD-RTN
           END-IF
           IF PAIR-OK
              PERFORM MOVE-STATEMENT-CYCLE-RTN
           END-IF
           IF PAIR-OK
              PERFORM REBUILD-SUMMARY-RTN
           END-IF
           IF PAIR-OK
              PERFORM CLOSE-RETIRED-RTN
           END-IF
           IF PAIR-OK
              SET PHASE-AFTER TO TRUE
              PERFORM CAPTURE-TOTALS-RTN
           END-IF
           IF PAIR-OK
              PERFORM CHECK-TOTALS-RTN
           END-IF

           IF PAIR-OK
              PERFORM SQLCOMMIT
              MOVE "MERGED" TO PAIR-RESULT
              ADD 1 TO MT-PAIRS-MERGED
              ADD PC-BALANCES-MOVED TO MT-BALANCES-MOVED
              ADD PC-BALANCES-COMBINED TO MT-BALANCES-COMBINED
              ADD PC-PENDING-MOVED TO MT-PENDING-MOVED
              ADD PC-HELD-MOVED TO MT-HELD-MOVED
              ADD PC-AUDIT-MOVED TO MT-AUDIT-MOVED
              ADD PC-CYCLES-MOVED TO MT-CYCLES-MOVED
           ELSE
              PERFORM SQLROLLBACK
              ADD 1 TO MT-PAIRS-REJECTED
              MOVE SPACE TO REJECT-LINE
              STRING MERGE-LINE DELIMITED BY SIZE
                 " REASON=" DELIMITED BY SIZE
                 PAIR-RESULT DELIMITED BY SIZE
                 " RUN=" DELIMITED BY SIZE
                 BATCH-RUN-ID DELIMITED BY SIZE
                 INTO REJECT-LINE
              END-STRING
              WRITE RJ_Record FROM REJECT-LINE
           END-IF
           DISPLAY "MERGE RESULT: " PAIR-RESULT
           PERFORM WRITE-PAIR-REPORT-RTN.
       VALIDATE-PAIR-RTN.
           IF MG-SURVIVOR = SPACE OR MG-RETIRED = SPACE
              OR MG-SURVIVOR = MG-RETIRED
              MOVE "INVALID-PAIR" TO PAIR-RESULT
              SET PAIR-FAILED TO TRUE
           END-IF

           IF PAIR-OK
              EXEC SQL
                 SELECT COALESCE(status, 'ACTIVE')
                 INTO :MG-STATUS
                 FROM app_clients
                 WHERE dni=:MG-SURVIVOR
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    MOVE "SURVIVOR-NOT-FOUND" TO PAIR-RESULT
                    SET PAIR-FAILED TO TRUE
                 WHEN SQLCODE NOT = ZERO
                    PERFORM PAIR-SQL-ERROR-RTN
                 WHEN MG-STATUS = "CLOSED"
                    MOVE "SURVIVOR-CLOSED" TO PAIR-RESULT
                    SET PAIR-FAILED TO TRUE
              END-EVALUATE
           END-IF

           IF PAIR-OK
              MOVE SPACE TO MG-MERGED-INTO
              EXEC SQL
                 SELECT COALESCE(status, 'ACTIVE'),
                    COALESCE(merged_into, ' ')
                 INTO :MG-STATUS, :MG-MERGED-INTO
                 FROM app_clients
                 WHERE dni=:MG-RETIRED
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    MOVE "RETIRED-NOT-FOUND" TO PAIR-RESULT
                    SET PAIR-FAILED TO TRUE
                 WHEN SQLCODE NOT = ZERO
                    PERFORM PAIR-SQL-ERROR-RTN
                 WHEN MG-MERGED-INTO NOT = SPACE
                    MOVE "ALREADY-MERGED" TO PAIR-RESULT
                    SET PAIR-FAILED TO TRUE
              END-EVALUATE
           END-IF.
       CAPTURE-TOTALS-RTN.
           MOVE "N" TO TOTALS-EOF-SWITCH
           EXEC SQL
              OPEN tot_cursor
           END-EXEC.

           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-TOTALS
                 EXEC SQL
                    FETCH tot_cursor
                    INTO :MG-DNI, :MG-CURRENCY, :MG-TOTAL
                 END-EXEC
                 IF SQLCODE = 100
                    SET EOF-TOTALS TO TRUE
                 ELSE
                    IF SQLCODE NOT = ZERO
                       PERFORM PAIR-SQL-ERROR-RTN
                       SET EOF-TOTALS TO TRUE
                    ELSE
                       PERFORM STORE-TOTAL-RTN
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           EXEC SQL
              CLOSE tot_cursor
           END-EXEC.
       STORE-TOTAL-RTN.
           MOVE ZERO TO PC-FOUND-IX
           PERFORM VARYING PC-IX FROM 1 BY 1
              UNTIL PC-IX > PC-CCY-COUNT OR PC-FOUND-IX > ZERO
              IF PC-CURRENCY(PC-IX) = MG-CURRENCY
                 MOVE PC-IX TO PC-FOUND-IX
              END-IF
           END-PERFORM
           IF PC-FOUND-IX = ZERO AND PC-CCY-COUNT < 20
              ADD 1 TO PC-CCY-COUNT
              MOVE PC-CCY-COUNT TO PC-FOUND-IX
              MOVE MG-CURRENCY TO PC-CURRENCY(PC-FOUND-IX)
              MOVE ZERO TO PC-SURV-BEFORE(PC-FOUND-IX)
              MOVE ZERO TO PC-RET-BEFORE(PC-FOUND-IX)
              MOVE ZERO TO PC-SURV-AFTER(PC-FOUND-IX)
              MOVE ZERO TO PC-RET-AFTER(PC-FOUND-IX)
           END-IF
           IF PC-FOUND-IX > ZERO
              EVALUATE TRUE
                 WHEN PHASE-BEFORE AND MG-DNI = MG-SURVIVOR
                    MOVE MG-TOTAL TO PC-SURV-BEFORE(PC-FOUND-IX)
                 WHEN PHASE-BEFORE
                    MOVE MG-TOTAL TO PC-RET-BEFORE(PC-FOUND-IX)
                 WHEN MG-DNI = MG-SURVIVOR
                    MOVE MG-TOTAL TO PC-SURV-AFTER(PC-FOUND-IX)
                 WHEN OTHER
                    MOVE MG-TOTAL TO PC-RET-AFTER(PC-FOUND-IX)
              END-EVALUATE
           END-IF.
       MOVE-AUDIT-HISTORY-RTN.
           EXEC SQL
              SELECT COUNT(*) INTO :MGX
              FROM batch_audit
              WHERE dni=:MG-RETIRED
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           ELSE
              MOVE MGX TO PC-AUDIT-MOVED
           END-IF

           IF PAIR-OK AND PC-AUDIT-MOVED > ZERO
              EXEC SQL
                 INSERT INTO batch_audit(dni, amount, created_at,
                    batch_run_id, outcome, old_name, new_name,
                    orig_run_id, currency)
                 SELECT :MG-SURVIVOR, amount, created_at,
                    :BATCH-RUN-ID, 'MERGED', :MG-RETIRED,
                    'AUDIT-HISTORY', batch_run_id, currency
                 FROM batch_audit
                 WHERE dni=:MG-RETIRED
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF

           IF PAIR-OK AND PC-AUDIT-MOVED > ZERO
              EXEC SQL
                 UPDATE batch_audit SET dni = :MG-SURVIVOR
                 WHERE dni=:MG-RETIRED
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF.
       MOVE-BALANCES-RTN.
           MOVE "N" TO MOVE-EOF-SWITCH
           EXEC SQL
              OPEN mbal_cursor
           END-EXEC.

           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-MOVE OR PAIR-FAILED
                 EXEC SQL
                    FETCH mbal_cursor
                    INTO :MG-DATE, :MG-CURRENCY, :MG-AMOUNT
                 END-EXEC
                 IF SQLCODE = 100
                    SET EOF-MOVE TO TRUE
                 ELSE
                    IF SQLCODE NOT = ZERO
                       PERFORM PAIR-SQL-ERROR-RTN
                    ELSE
                       PERFORM MOVE-ONE-BALANCE-RTN
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           EXEC SQL
              CLOSE mbal_cursor
           END-EXEC.
       MOVE-ONE-BALANCE-RTN.
           EXEC SQL
              SELECT COUNT(*) INTO :MGX
              FROM balances
              WHERE dni=:MG-SURVIVOR AND created_at=:MG-DATE
                AND currency=:MG-CURRENCY
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           END-IF

           IF PAIR-OK
              IF MGX = ZERO
                 EXEC SQL
                    UPDATE balances SET dni = :MG-SURVIVOR
                    WHERE dni=:MG-RETIRED AND created_at=:MG-DATE
                      AND currency=:MG-CURRENCY
                 END-EXEC
                 MOVE "BALANCE" TO MG-ROW-KIND
              ELSE
                 EXEC SQL
                    UPDATE balances SET amount = amount + :MG-AMOUNT
                    WHERE dni=:MG-SURVIVOR AND created_at=:MG-DATE
                      AND currency=:MG-CURRENCY
                 END-EXEC
                 IF SQLCODE = ZERO
                    EXEC SQL
                       DELETE FROM balances
                       WHERE dni=:MG-RETIRED AND created_at=:MG-DATE
                         AND currency=:MG-CURRENCY
                    END-EXEC
                 END-IF
                 MOVE "BALANCE-COMBINED" TO MG-ROW-KIND
              END-IF
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF

           IF PAIR-OK
              PERFORM WRITE-MERGED-AUDIT-RTN
           END-IF

           IF PAIR-OK
              IF MGX = ZERO
                 ADD 1 TO PC-BALANCES-MOVED
              ELSE
                 ADD 1 TO PC-BALANCES-COMBINED
                 DISPLAY "COMBINED: " MG-DATE " " MG-CURRENCY
                    " " MG-AMOUNT
              END-IF
           END-IF.
       WRITE-MERGED-AUDIT-RTN.
           EXEC SQL
              INSERT INTO batch_audit(dni, amount, created_at,
                 batch_run_id, outcome, old_name, new_name,
                 currency)
              VALUES (:MG-SURVIVOR, :MG-AMOUNT, :MG-DATE,
                 :BATCH-RUN-ID, 'MERGED', :MG-RETIRED, :MG-ROW-KIND,
                 :MG-CURRENCY)
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           END-IF.
       MOVE-PENDING-RTN.
           EXEC SQL
              SELECT COUNT(*) INTO :MGX
              FROM pending_postings
              WHERE dni=:MG-RETIRED
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           ELSE
              MOVE MGX TO PC-PENDING-MOVED
           END-IF

           IF PAIR-OK AND PC-PENDING-MOVED > ZERO
              EXEC SQL
                 INSERT INTO batch_audit(dni, amount, created_at,
                    batch_run_id, outcome, old_name, new_name,
                    orig_run_id, currency)
                 SELECT :MG-SURVIVOR, amount, post_date,
                    :BATCH-RUN-ID, 'MERGED', :MG-RETIRED,
                    'PENDING', batch_run_id, currency
                 FROM pending_postings
                 WHERE dni=:MG-RETIRED
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF

           IF PAIR-OK AND PC-PENDING-MOVED > ZERO
              EXEC SQL
                 UPDATE pending_postings SET dni = :MG-SURVIVOR
                 WHERE dni=:MG-RETIRED
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF.
       MOVE-HELD-RTN.
           EXEC SQL
              SELECT COUNT(*) INTO :MGX
              FROM held_postings
              WHERE dni=:MG-RETIRED
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           ELSE
              MOVE MGX TO PC-HELD-MOVED
           END-IF

           IF PAIR-OK AND PC-HELD-MOVED > ZERO
              EXEC SQL
                 INSERT INTO batch_audit(dni, amount, created_at,
                    batch_run_id, outcome, old_name, new_name,
                    orig_run_id, currency)
                 SELECT :MG-SURVIVOR, amount, post_date,
                    :BATCH-RUN-ID, 'MERGED', :MG-RETIRED,
                    'HELD', batch_run_id, currency
                 FROM held_postings
                 WHERE dni=:MG-RETIRED
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF

           IF PAIR-OK AND PC-HELD-MOVED > ZERO
              EXEC SQL
                 UPDATE held_postings SET dni = :MG-SURVIVOR
                 WHERE dni=:MG-RETIRED
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF.
       MOVE-STATEMENT-CYCLE-RTN.
           EXEC SQL
              SELECT COUNT(*) INTO :MGX
              FROM statement_cycles
              WHERE dni=:MG-RETIRED
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           ELSE
              MOVE MGX TO PC-CYCLES-MOVED
           END-IF

           IF PAIR-OK AND PC-CYCLES-MOVED > ZERO
              EXEC SQL
                 INSERT INTO batch_audit(dni, amount, created_at,
                    batch_run_id, outcome, old_name, new_name,
                    currency)
                 SELECT :MG-SURVIVOR, 0,
                    COALESCE(last_stmt_date, CURRENT_DATE),
                    :BATCH-RUN-ID, 'MERGED', :MG-RETIRED,
                    'STATEMENT-CYCLE', 'PEN'
                 FROM statement_cycles
                 WHERE dni=:MG-RETIRED
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF

           IF PAIR-OK AND PC-CYCLES-MOVED > ZERO
              EXEC SQL
                 SELECT COUNT(*) INTO :MGX
                 FROM statement_cycles
                 WHERE dni=:MG-SURVIVOR
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF

           IF PAIR-OK AND PC-CYCLES-MOVED > ZERO
              IF MGX = ZERO
                 EXEC SQL
                    UPDATE statement_cycles SET dni = :MG-SURVIVOR
                    WHERE dni=:MG-RETIRED
                 END-EXEC
              ELSE
                 EXEC SQL
                    UPDATE statement_cycles
                    SET last_stmt_date = GREATEST(
                           statement_cycles.last_stmt_date,
                           r.last_stmt_date),
                        stmt_number = GREATEST(
                           statement_cycles.stmt_number,
                           r.stmt_number)
                    FROM statement_cycles r
                    WHERE statement_cycles.dni=:MG-SURVIVOR
                      AND r.dni=:MG-RETIRED
                 END-EXEC
                 IF SQLCODE = ZERO
                    EXEC SQL
                       DELETE FROM statement_cycles
                       WHERE dni=:MG-RETIRED
                    END-EXEC
                 END-IF
              END-IF
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF.
       REBUILD-SUMMARY-RTN.
           EXEC SQL
              DELETE FROM balance_summary
              WHERE dni IN (:MG-SURVIVOR, :MG-RETIRED)
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM PAIR-SQL-ERROR-RTN
           END-IF

           IF PAIR-OK
              EXEC SQL
                 INSERT INTO balance_summary(dni, currency,
                    total_balance, posting_count, last_posted)
                 SELECT dni, currency, SUM(amount), COUNT(*),
                    MAX(created_at)
                 FROM balances
                 WHERE dni IN (:MG-SURVIVOR, :MG-RETIRED)
                 GROUP BY dni, currency
              END-EXEC
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF.
       CLOSE-RETIRED-RTN.
           EXEC SQL
              UPDATE app_clients
              SET status = 'CLOSED',
                  merged_into = :MG-SURVIVOR
              WHERE dni=:MG-RETIRED
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           END-IF

           IF PAIR-OK
              EXEC SQL
                 INSERT INTO batch_audit(dni, amount, created_at,
                    batch_run_id, outcome, old_name, new_name,
                    currency)
                 VALUES (:MG-RETIRED, 0, CURRENT_DATE,
                    :BATCH-RUN-ID, 'MERGED', :MG-STATUS, 'CLOSED',
                    'PEN')
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF.
       CHECK-TOTALS-RTN.
           PERFORM VARYING PC-IX FROM 1 BY 1
              UNTIL PC-IX > PC-CCY-COUNT
              COMPUTE PC-BEFORE-WORK = PC-SURV-BEFORE(PC-IX)
                 + PC-RET-BEFORE(PC-IX)
              COMPUTE PC-AFTER-WORK = PC-SURV-AFTER(PC-IX)
                 + PC-RET-AFTER(PC-IX)
              IF PC-BEFORE-WORK NOT = PC-AFTER-WORK
                 OR PC-RET-AFTER(PC-IX) NOT = ZERO
                 MOVE "TOTALS DO NOT AGREE -- BACKED OUT"
                    TO PAIR-RESULT
                 SET PAIR-FAILED TO TRUE
                 MOVE 8 TO RC-WORK
                 PERFORM RAISE-RETURN-CODE-RTN
              END-IF
           END-PERFORM.
       PAIR-SQL-ERROR-RTN.
           PERFORM ERROR-RTN
           IF PAIR-RESULT = SPACE
              MOVE SPACE TO PAIR-RESULT
              STRING "SQL-ERROR SQLSTATE=" DELIMITED BY SIZE
                 SQLSTATE DELIMITED BY SIZE
                 INTO PAIR-RESULT
              END-STRING
           END-IF
           SET PAIR-FAILED TO TRUE
           MOVE 12 TO RC-WORK
           PERFORM RAISE-RETURN-CODE-RTN.
       WRITE-PAIR-REPORT-RTN.
           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE
           MOVE SPACE TO RPT-LINE
           STRING "Survivor " DELIMITED BY SIZE
              MG-SURVIVOR DELIMITED BY SIZE
              "  retired " DELIMITED BY SIZE
              MG-RETIRED DELIMITED BY SIZE
              "  result: " DELIMITED BY SIZE
              PAIR-RESULT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           IF PAIR-OK
              MOVE SPACE TO RPT-LINE
              STRING "  Balances moved " DELIMITED BY SIZE
                 PC-BALANCES-MOVED DELIMITED BY SIZE
                 "  combined " DELIMITED BY SIZE
                 PC-BALANCES-COMBINED DELIMITED BY SIZE
                 "  pending " DELIMITED BY SIZE
                 PC-PENDING-MOVED DELIMITED BY SIZE
                 "  held " DELIMITED BY SIZE
                 PC-HELD-MOVED DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE RF_Record FROM RPT-LINE
              MOVE SPACE TO RPT-LINE
              STRING "  Audit rows moved " DELIMITED BY SIZE
                 PC-AUDIT-MOVED DELIMITED BY SIZE
                 "  statement cycle " DELIMITED BY SIZE
                 PC-CYCLES-MOVED DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE RF_Record FROM RPT-LINE
           END-IF

           IF PC-CCY-COUNT > ZERO
              MOVE SPACE TO RPT-LINE
              STRING "  CCY     SURVIVOR BEFORE" DELIMITED BY SIZE
                 "      RETIRED BEFORE" DELIMITED BY SIZE
                 "      SURVIVOR AFTER" DELIMITED BY SIZE
                 "       RETIRED AFTER" DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE RF_Record FROM RPT-LINE
              PERFORM VARYING PC-IX FROM 1 BY 1
                 UNTIL PC-IX > PC-CCY-COUNT
                 PERFORM WRITE-PAIR-TOTAL-LINE-RTN
              END-PERFORM
           END-IF.
       WRITE-PAIR-TOTAL-LINE-RTN.
           MOVE PC-SURV-BEFORE(PC-IX) TO RPT-AMOUNT-EDIT
           MOVE PC-RET-BEFORE(PC-IX) TO RPT-AMOUNT-EDIT-2
           MOVE PC-SURV-AFTER(PC-IX) TO RPT-AMOUNT-EDIT-3
           MOVE PC-RET-AFTER(PC-IX) TO RPT-AMOUNT-EDIT-4
           MOVE SPACE TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
              PC-CURRENCY(PC-IX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              RPT-AMOUNT-EDIT DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              RPT-AMOUNT-EDIT-2 DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              RPT-AMOUNT-EDIT-3 DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              RPT-AMOUNT-EDIT-4 DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REPORT-HEAD-RTN.
           MOVE SPACE TO RPT-LINE
           STRING "DniMergeFile client merge run " DELIMITED BY SIZE
              BATCH-RUN-ID DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Merge file..............: " DELIMITED BY SIZE
              FilePath DELIMITED BY SPACE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REPORT-FOOT-RTN.
           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE
           MOVE "RUN TOTALS" TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE

           MOVE MT-LINES-READ TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Lines read..............: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE MT-LINES-SKIPPED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Lines skipped...........: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE MT-PAIRS-MERGED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Pairs merged............: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE MT-BALANCES-MOVED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Balances moved..........: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE MT-BALANCES-COMBINED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Balances combined.......: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE MT-PENDING-MOVED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Pending postings moved..: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE MT-HELD-MOVED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Held postings moved.....: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE MT-AUDIT-MOVED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Audit rows moved........: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE MT-CYCLES-MOVED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Statement cycles moved..: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE MT-PAIRS-REJECTED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Pairs rejected..........: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              " (see " DELIMITED BY SIZE
              RejectPath DELIMITED BY SPACE
              ")" DELIMITED BY SIZE
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
