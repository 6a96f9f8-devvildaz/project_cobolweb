       01  LENEX          PIC 9(10) VALUE ZEROS.
       01  BALEX          PIC 9(10) VALUE ZEROS.
       01  OLD-NAME       PIC X(48) VALUE SPACE.
       01  CLIENT-STATUS  PIC X(7) VALUE SPACE.
       01  BalanceRecord.
           05 R_RECID     PIC X.
           05 R_DNI       PIC X(8).
       01  RC-END-STATUS  PIC X(6) VALUE SPACE.
       01  RC-END-CODE    PIC 9(2) VALUE ZERO.
       01  RCX            PIC 9(10) VALUE ZEROS.
       01  EXC-ID         PIC 9(10) VALUE ZERO.
       01  EXC-RAW        PIC X(90) VALUE SPACE.
       01  EXC-MATCH      PIC X(90) VALUE SPACE.
       01  EXC-REASON     PIC X(40) VALUE SPACE.
       01  EXC-SOURCE     PIC X(8) VALUE SPACE.
       01  EXC-ORIG-RUN   PIC X(14) VALUE SPACE.
       01  PERIOD-KEY     PIC X(7) VALUE SPACE.
       01  PERX           PIC 9(10) VALUE ZEROS.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           05 RT-BALANCES-ADJUSTED   PIC 9(9) VALUE ZERO.
           05 RT-BALANCES-REVERSED   PIC 9(9) VALUE ZERO.
           05 RT-RECORDS-REJECTED    PIC 9(9) VALUE ZERO.
           05 RT-PRIOR-PERIOD        PIC 9(9) VALUE ZERO.
           05 RT-CLIENTS-REACTIVATED PIC 9(9) VALUE ZERO.
           05 RT-EXCEPTIONS-CLOSED   PIC 9(9) VALUE ZERO.
           05 RT-AMOUNT-TOTAL        PIC S9(10)V9(2) VALUE ZERO.
       01  RPT-LINE               PIC X(110) VALUE SPACE.
       01  RPT-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
           88 CLIENT-WAS-INSERTED VALUE "Y".
       01  CLIENT-UPDATED-SWITCH  PIC X VALUE "N".
           88 CLIENT-WAS-UPDATED  VALUE "Y".
       01  CLIENT-DORMANT-SWITCH  PIC X VALUE "N".
           88 CLIENT-IS-DORMANT   VALUE "Y".
       01  BALANCE-POSTED-SWITCH  PIC X VALUE "N".
           88 BALANCE-WAS-POSTED  VALUE "Y".
       01  BALANCE-ADJ-SWITCH     PIC X VALUE "N".
       01  RUN-CONTROL-SWITCH     PIC X VALUE "N".
           88 RUN-CONTROL-BYPASS  VALUE "Y".

       01  ENV-PERIOD-OVERRIDE    PIC X(1) VALUE SPACE.
       01  PERIOD-OVERRIDE-SWITCH PIC X VALUE "N".
           88 PERIOD-OVERRIDE     VALUE "Y".
       01  PRIOR-PERIOD-SWITCH    PIC X VALUE "N".
           88 RECORD-PRIOR-PERIOD VALUE "Y".
       01  PERIOD-YEAR            PIC 9(4) VALUE ZERO.
       01  PERIOD-MONTH           PIC 9(2) VALUE ZERO.
       01  PRIOR-FROM-DATE        PIC X(10) VALUE SPACE.
       01  PRIOR-PERIOD-TABLE.
           05 PRIOR-COUNT         PIC 9(3) VALUE ZERO.
           05 PRIOR-ENTRY OCCURS 200 TIMES.
              10 PRIOR-DNI        PIC X(8).
              10 PRIOR-ORIG-DATE  PIC X(10).
              10 PRIOR-POST-DATE  PIC X(10).
              10 PRIOR-CURRENCY   PIC X(3).
              10 PRIOR-AMOUNT     PIC S9(12)V9(2).
       01  PRIOR-IX               PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE "/usr/src/app/files/batch_recycle.txt" TO FilePath.
           MOVE BATCH-RUN-ID TO RC-RUN-ID
           PERFORM REGISTER-RUN-RTN

           ACCEPT ENV-PERIOD-OVERRIDE
              FROM ENVIRONMENT "PERIOD_OVERRIDE"
           IF ENV-PERIOD-OVERRIDE = "Y"
              SET PERIOD-OVERRIDE TO TRUE
              DISPLAY "PERIOD OVERRIDE: CLOSED-PERIOD POSTINGS RE-DATED"
           END-IF

           OPEN OUTPUT RejectFile

           PERFORM PROCESS-RECYCLE-FILE-RTN
                 SAVEPOINT rec_save
              END-EXEC

              PERFORM CHECK-PERIOD-RTN

              IF REC-OK AND TYPE-POST
                 PERFORM PROCESS-CLIENT-RTN
              END-IF
           END-IF
                    MOVE "ACCEPTED" TO AUDIT-OUTCOME
              END-EVALUATE
              PERFORM WRITE-AUDIT-RTN
              IF REC-OK
                 PERFORM CLOSE-EXCEPTION-RTN
              END-IF
              IF REC-OK
                 IF CLIENT-WAS-INSERTED
                    ADD 1 TO RT-CLIENTS-INSERTED
                 IF BALANCE-WAS-REVERSED
                    ADD 1 TO RT-BALANCES-REVERSED
                 END-IF
                 IF RECORD-PRIOR-PERIOD
                    PERFORM NOTE-PRIOR-PERIOD-RTN
                 END-IF
              END-IF
           END-IF.
       CHECK-PERIOD-RTN.
           MOVE "N" TO PRIOR-PERIOD-SWITCH
           MOVE R_DATE(1:7) TO PERIOD-KEY
           PERFORM LOOKUP-PERIOD-RTN
           IF REC-OK AND PERX > ZERO
              IF PERIOD-OVERRIDE AND TYPE-POST
                 PERFORM REDATE-PRIOR-PERIOD-RTN
              ELSE
                 MOVE "PERIOD-CLOSED" TO VAL-REASON
                 PERFORM VALIDATION-REJECT-RTN
              END-IF
           END-IF.
       LOOKUP-PERIOD-RTN.
           EXEC SQL
              SELECT COUNT(*) INTO :PERX
              FROM accounting_periods
              WHERE period=:PERIOD-KEY
                AND status = 'CLOSED'
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE ZERO TO PERX
              PERFORM REJECT-RECORD-RTN
           END-IF.
       REDATE-PRIOR-PERIOD-RTN.
           MOVE R_DATE TO PRIOR-FROM-DATE
           MOVE R_DATE(1:4) TO PERIOD-YEAR
           MOVE R_DATE(6:2) TO PERIOD-MONTH
           PERFORM UNTIL PERX = ZERO OR NOT REC-OK
              IF PERIOD-MONTH = 12
                 MOVE 1 TO PERIOD-MONTH
                 ADD 1 TO PERIOD-YEAR
              ELSE
                 ADD 1 TO PERIOD-MONTH
              END-IF
              MOVE SPACE TO PERIOD-KEY
              STRING PERIOD-YEAR DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 PERIOD-MONTH DELIMITED BY SIZE
                 INTO PERIOD-KEY
              END-STRING
              PERFORM LOOKUP-PERIOD-RTN
           END-PERFORM
           IF REC-OK
              MOVE SPACE TO R_DATE
              STRING PERIOD-KEY DELIMITED BY SIZE
                 "-01" DELIMITED BY SIZE
                 INTO R_DATE
              END-STRING
              SET RECORD-PRIOR-PERIOD TO TRUE
              DISPLAY "PRIOR-PERIOD ITEM " PRIOR-FROM-DATE
                 " RE-DATED: " BalanceRecord
           END-IF.
       NOTE-PRIOR-PERIOD-RTN.
           ADD 1 TO RT-PRIOR-PERIOD
           IF PRIOR-COUNT < 200
              ADD 1 TO PRIOR-COUNT
              MOVE R_DNI TO PRIOR-DNI(PRIOR-COUNT)
              MOVE PRIOR-FROM-DATE TO PRIOR-ORIG-DATE(PRIOR-COUNT)
              MOVE R_DATE TO PRIOR-POST-DATE(PRIOR-COUNT)
              MOVE R_CURRENCY TO PRIOR-CURRENCY(PRIOR-COUNT)
              MOVE R_AMOUNT TO PRIOR-AMOUNT(PRIOR-COUNT)
           END-IF.
       PROCESS-CLIENT-RTN.
           EXEC SQL
                 PERFORM REJECT-RECORD-RTN
              ELSE
                 MOVE "Y" TO BALANCE-POSTED-SWITCH
                 IF CLIENT-IS-DORMANT
                    PERFORM REACTIVATE-CLIENT-RTN
                 END-IF
              END-IF
           ELSE
              DISPLAY "SKIP (balance already posted): "
           END-IF.
       CHECK-CLIENT-STATUS-RTN.
           MOVE "ACTIVE" TO CLIENT-STATUS
           MOVE "N" TO CLIENT-DORMANT-SWITCH
           EXEC SQL
              SELECT COALESCE(status, 'ACTIVE')
              INTO :CLIENT-STATUS
              WHEN CLIENT-STATUS = "CLOSED"
                 MOVE "CLIENT-CLOSED" TO VAL-REASON
                 PERFORM VALIDATION-REJECT-RTN
              WHEN CLIENT-STATUS = "DORMANT" AND TYPE-POST
                 SET CLIENT-IS-DORMANT TO TRUE
              WHEN CLIENT-STATUS = "DORMANT"
                 MOVE "CLIENT-DORMANT" TO VAL-REASON
                 PERFORM VALIDATION-REJECT-RTN
           END-EVALUATE.
       CHECK-DORMANT-RTN.
           MOVE "ACTIVE" TO CLIENT-STATUS
           EXEC SQL
              SELECT COALESCE(status, 'ACTIVE')
              INTO :CLIENT-STATUS
              FROM app_clients
              WHERE dni=:R_DNI
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE "ACTIVE" TO CLIENT-STATUS
              WHEN SQLCODE NOT = ZERO
                 PERFORM REJECT-RECORD-RTN
              WHEN CLIENT-STATUS = "DORMANT"
                 MOVE "CLIENT-DORMANT" TO VAL-REASON
                 PERFORM VALIDATION-REJECT-RTN
           END-EVALUATE.
       REACTIVATE-CLIENT-RTN.
           EXEC SQL
              UPDATE app_clients SET status = 'ACTIVE'
              WHERE dni=:R_DNI AND status = 'DORMANT'
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM REJECT-RECORD-RTN
           ELSE
              IF R_AMOUNT IS NUMERIC
                 MOVE R_AMOUNT TO AUDIT-AMOUNT
              ELSE
                 MOVE ZERO TO AUDIT-AMOUNT
              END-IF
              EXEC SQL
                 INSERT INTO batch_audit(dni, amount, created_at,
                    batch_run_id, outcome, old_name, new_name,
                    orig_run_id, currency)
                 VALUES (:R_DNI, :AUDIT-AMOUNT, :R_DATE, :BATCH-RUN-ID,
                    'REACTIVATED', 'DORMANT', 'ACTIVE', :ORIG-RUN-ID,
                    :R_CURRENCY)
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM REJECT-RECORD-RTN
              ELSE
                 DISPLAY "CLIENT REACTIVATED: " R_DNI
                 ADD 1 TO RT-CLIENTS-REACTIVATED
              END-IF
           END-IF.
       REVERSE-BALANCE-RTN.
           PERFORM CHECK-DORMANT-RTN
           IF NOT REC-OK
              CONTINUE
           ELSE
           IF BALEX = ZERO
              MOVE "NO-BALANCE-TO-REVERSE" TO VAL-REASON
              PERFORM VALIDATION-REJECT-RTN
              ELSE
                 MOVE "Y" TO BALANCE-REV-SWITCH
              END-IF
           END-IF
           END-IF.
       REJECT-RECORD-RTN.
           PERFORM ERROR-RTN
           MOVE SQLCODE TO RJ-SQLCODE-EDIT
           MOVE SPACE TO EXC-REASON
           STRING "SQLSTATE=" DELIMITED BY SIZE
              SQLSTATE DELIMITED BY SIZE
              INTO EXC-REASON
           END-STRING
           MOVE SPACE TO REJECT-LINE
           STRING BalanceRecord     DELIMITED BY SIZE
              " SQLCODE="           DELIMITED BY SIZE
           END-EXEC
           MOVE "REJECTED" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-RTN
           PERFORM LOG-EXCEPTION-RTN
           SET REC-REJECTED TO TRUE
           ADD 1 TO RT-RECORDS-REJECTED.
       VALIDATE-RECORD-RTN.
           EXEC SQL
              SAVEPOINT rec_save
           END-EXEC
           MOVE SPACE TO AUDIT-OLD-NAME
           MOVE VAL-REASON TO AUDIT-NEW-NAME
           MOVE VAL-REASON TO EXC-REASON
           MOVE "REJECTED" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-RTN
           PERFORM LOG-EXCEPTION-RTN
           SET REC-REJECTED TO TRUE
           ADD 1 TO RT-RECORDS-REJECTED.
       LOG-EXCEPTION-RTN.
           MOVE BalanceRecord TO EXC-RAW
           EXEC SQL
              SAVEPOINT exc_save
           END-EXEC
           PERFORM FIND-EXCEPTION-RTN
           IF SQLCODE = ZERO OR SQLCODE = 100
              IF EXC-ID > ZERO
                 EXEC SQL
                    UPDATE batch_exceptions
                    SET reason = :EXC-REASON,
                        raw_record = :EXC-RAW,
                        last_run_id = :BATCH-RUN-ID,
                        reject_count = reject_count + 1
                    WHERE exception_id = :EXC-ID
                 END-EXEC
              ELSE
                 EXEC SQL
                    INSERT INTO batch_exceptions(source_program,
                       source_system, orig_run_id, last_run_id,
                       raw_record, dni, value_date, currency, amount,
                       reason)
                    VALUES (:RC-JOB-NAME,
                       COALESCE((SELECT e.source_system
                          FROM batch_exceptions e
                          WHERE e.orig_run_id = :EXC-ORIG-RUN
                          ORDER BY e.exception_id DESC LIMIT 1),
                          'RECYCLE'),
                       :EXC-ORIG-RUN, :BATCH-RUN-ID, :EXC-RAW, :R_DNI,
                       :R_DATE, :R_CURRENCY, :AUDIT-AMOUNT,
                       :EXC-REASON)
                 END-EXEC
              END-IF
           END-IF
           IF SQLCODE NOT = ZERO
              DISPLAY "EXCEPTION LOG FAILED: " SQLCODE
              EXEC SQL
                 ROLLBACK TO SAVEPOINT exc_save
              END-EXEC
           END-IF.
       FIND-EXCEPTION-RTN.
           MOVE RECYCLE-LINE(1:90) TO EXC-MATCH
           MOVE ORIG-RUN-ID TO EXC-ORIG-RUN
           IF EXC-ORIG-RUN = SPACE
              MOVE BATCH-RUN-ID TO EXC-ORIG-RUN
           END-IF
           MOVE ZERO TO EXC-ID
           EXEC SQL
              SELECT exception_id INTO :EXC-ID
              FROM batch_exceptions
              WHERE status = 'OPEN'
                AND orig_run_id = :EXC-ORIG-RUN
                AND (RTRIM(raw_record) = RTRIM(:EXC-MATCH)
                   OR (dni = :R_DNI
                      AND value_date = :R_DATE
                      AND currency = :R_CURRENCY))
              ORDER BY CASE WHEN RTRIM(raw_record) = RTRIM(:EXC-MATCH)
                 THEN 0 ELSE 1 END, exception_id
              LIMIT 1
           END-EXEC
           IF SQLCODE = 100
              MOVE ZERO TO EXC-ID
           END-IF.
       CLOSE-EXCEPTION-RTN.
           PERFORM FIND-EXCEPTION-RTN
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM REJECT-RECORD-RTN
           ELSE
              IF EXC-ID > ZERO
                 EXEC SQL
                    UPDATE batch_exceptions
                    SET status = 'RECYCLED',
                        closed_at = CURRENT_TIMESTAMP,
                        closed_run_id = :BATCH-RUN-ID,
                        closed_by = :RC-JOB-NAME,
                        close_comment = :AUDIT-OUTCOME
                    WHERE exception_id = :EXC-ID
                 END-EXEC
                 IF SQLCODE NOT = ZERO
                    PERFORM REJECT-RECORD-RTN
                 ELSE
                    DISPLAY "EXCEPTION CLOSED: " EXC-ID
                    ADD 1 TO RT-EXCEPTIONS-CLOSED
                 END-IF
              END-IF
           END-IF.
       WRITE-AUDIT-RTN.
           IF R_AMOUNT IS NUMERIC
              MOVE R_AMOUNT TO AUDIT-AMOUNT
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE RT-PRIOR-PERIOD TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Prior-period re-dated...: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE RT-CLIENTS-REACTIVATED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Clients reactivated.....: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE RT-EXCEPTIONS-CLOSED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Exceptions closed.......: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE RT-RECORDS-REJECTED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Records rejected........: " DELIMITED BY SIZE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           IF PRIOR-COUNT > ZERO
              PERFORM WRITE-PRIOR-PERIOD-RTN
           END-IF

           CLOSE ReportFile

           DISPLAY "CONTROL TOTALS WRITTEN TO " ReportPath.
       WRITE-PRIOR-PERIOD-RTN.
           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE
           MOVE "PRIOR-PERIOD ITEMS (CLOSED PERIOD, RE-DATED)"
              TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE
           PERFORM VARYING PRIOR-IX FROM 1 BY 1
              UNTIL PRIOR-IX > PRIOR-COUNT
              MOVE PRIOR-AMOUNT(PRIOR-IX) TO RPT-AMOUNT-EDIT
              MOVE SPACE TO RPT-LINE
              STRING "  " DELIMITED BY SIZE
                 PRIOR-DNI(PRIOR-IX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 PRIOR-ORIG-DATE(PRIOR-IX) DELIMITED BY SIZE
                 " -> " DELIMITED BY SIZE
                 PRIOR-POST-DATE(PRIOR-IX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 PRIOR-CURRENCY(PRIOR-IX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 RPT-AMOUNT-EDIT DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE RF_Record FROM RPT-LINE
           END-PERFORM
           IF RT-PRIOR-PERIOD > PRIOR-COUNT
              MOVE "  (LIST TRUNCATED, SEE RUN LOG)" TO RPT-LINE
              WRITE RF_Record FROM RPT-LINE
           END-IF.
       REGISTER-RUN-RTN.
           IF RUN-CONTROL-BYPASS
              DISPLAY "RUN CONTROL BYPASSED"
