       01  BALEX          PIC 9(10) VALUE ZEROS.
       01  HELDX          PIC 9(10) VALUE ZEROS.
       01  OLD-NAME       PIC X(48) VALUE SPACE.
       01  CLIENT-STATUS  PIC X(7) VALUE SPACE.
       01  HP-DNI         PIC X(8).
       01  HP-NAME        PIC X(48).
       01  HP-AMOUNT      PIC S9(14)V9(2).
       01  RC-END-STATUS  PIC X(6) VALUE SPACE.
       01  RC-END-CODE    PIC 9(2) VALUE ZERO.
       01  RCX            PIC 9(10) VALUE ZEROS.
       01  EXC-ID         PIC 9(10) VALUE ZERO.
       01  EXC-RAW        PIC X(90) VALUE SPACE.
       01  EXC-REASON     PIC X(40) VALUE SPACE.
       01  EXC-SOURCE     PIC X(8) VALUE SPACE.
       01  EXC-ORIG-RUN   PIC X(14) VALUE SPACE.
       01  PERIOD-KEY     PIC X(7) VALUE SPACE.
       01  PERX           PIC 9(10) VALUE ZEROS.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           05 AP-ITEMS-DECLINED      PIC 9(9) VALUE ZERO.
           05 AP-ITEMS-UNMATCHED     PIC 9(9) VALUE ZERO.
           05 AP-RECORDS-REJECTED    PIC 9(9) VALUE ZERO.
           05 AP-PRIOR-PERIOD        PIC 9(9) VALUE ZERO.
           05 AP-CLIENTS-REACTIVATED PIC 9(9) VALUE ZERO.
           05 AP-AMOUNT-POSTED       PIC S9(12)V9(2) VALUE ZERO.
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
       01  QUEUE-EOF-SWITCH       PIC X VALUE "N".
           88 EOF-QUEUE           VALUE "Y".

       01  ENV-PERIOD-OVERRIDE    PIC X(1) VALUE SPACE.
       01  PERIOD-OVERRIDE-SWITCH PIC X VALUE "N".
           88 PERIOD-OVERRIDE     VALUE "Y".
       01  PRIOR-PERIOD-SWITCH    PIC X VALUE "N".
           88 RECORD-PRIOR-PERIOD VALUE "Y".
       01  PERIOD-YEAR            PIC 9(4) VALUE ZERO.
       01  PERIOD-MONTH           PIC 9(2) VALUE ZERO.
       01  PRIOR-FROM-DATE        PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE "/usr/src/app/files/approval_report.txt"
           MOVE BATCH-RUN-ID TO RC-RUN-ID
           PERFORM REGISTER-RUN-RTN

           ACCEPT ENV-PERIOD-OVERRIDE
              FROM ENVIRONMENT "PERIOD_OVERRIDE"
           IF ENV-PERIOD-OVERRIDE = "Y"
              SET PERIOD-OVERRIDE TO TRUE
              DISPLAY "PERIOD OVERRIDE: CLOSED-PERIOD POSTINGS RE-DATED"
           END-IF

           OPEN OUTPUT ReportFile

           IF HAS-DECISIONS
              SAVEPOINT rec_save
           END-EXEC

           PERFORM CHECK-PERIOD-RTN

           IF REC-OK AND TYPE-POST
              PERFORM PROCESS-CLIENT-RTN
           END-IF

                 MOVE "APPROVED" TO HP-STATUS
                 PERFORM MARK-HELD-ITEM-RTN
                 ADD 1 TO AP-ITEMS-APPROVED
                 IF RECORD-PRIOR-PERIOD
                    ADD 1 TO AP-PRIOR-PERIOD
                 END-IF
                 PERFORM WRITE-DECISION-LINE-RTN
              END-IF
           END-IF.
              RPT-AMOUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           IF RECORD-PRIOR-PERIOD
              MOVE "  PRIOR-PERIOD, POSTED " TO RPT-LINE(61:23)
              MOVE R_DATE TO RPT-LINE(84:10)
              MOVE "N" TO PRIOR-PERIOD-SWITCH
           END-IF
           WRITE RF_Record FROM RPT-LINE.
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
       SQL-ERROR-RTN.
           PERFORM ERROR-RTN
           MOVE 12 TO RC-WORK
                 PERFORM REJECT-RECORD-RTN
              ELSE
                 MOVE "Y" TO BALANCE-POSTED-SWITCH
                 IF CLIENT-IS-DORMANT
                    PERFORM REACTIVATE-CLIENT-RTN
                 END-IF
              END-IF
           ELSE
              DISPLAY "SKIP (balance already posted): "
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
                 ADD 1 TO AP-CLIENTS-REACTIVATED
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
           ADD 1 TO AP-RECORDS-REJECTED.
       VALIDATION-REJECT-RTN.
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
           ADD 1 TO AP-RECORDS-REJECTED.
       LOG-EXCEPTION-RTN.
           MOVE BalanceRecord TO EXC-RAW
           MOVE HP-SOURCE TO EXC-SOURCE
           MOVE ORIG-RUN-ID TO EXC-ORIG-RUN
           IF EXC-ORIG-RUN = SPACE
              MOVE BATCH-RUN-ID TO EXC-ORIG-RUN
           END-IF
           MOVE ZERO TO EXC-ID
           EXEC SQL
              SAVEPOINT exc_save
           END-EXEC
           EXEC SQL
              SELECT COALESCE(MAX(exception_id), 0) INTO :EXC-ID
              FROM batch_exceptions
              WHERE status = 'OPEN'
                AND orig_run_id = :EXC-ORIG-RUN
                AND RTRIM(raw_record) = RTRIM(:EXC-RAW)
           END-EXEC
           IF SQLCODE = ZERO
              IF EXC-ID > ZERO
                 EXEC SQL
                    UPDATE batch_exceptions
                    SET reason = :EXC-REASON,
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
                    VALUES (:RC-JOB-NAME, :EXC-SOURCE, :EXC-ORIG-RUN,
                       :BATCH-RUN-ID, :EXC-RAW, :R_DNI, :R_DATE,
                       :R_CURRENCY, :AUDIT-AMOUNT, :EXC-REASON)
                 END-EXEC
              END-IF
           END-IF
           IF SQLCODE NOT = ZERO
              DISPLAY "EXCEPTION LOG FAILED: " SQLCODE
              EXEC SQL
                 ROLLBACK TO SAVEPOINT exc_save
              END-EXEC
           END-IF.
       WRITE-AUDIT-RTN.
           MOVE HP-AMOUNT TO AUDIT-AMOUNT
           EXEC SQL
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE AP-PRIOR-PERIOD TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Prior-period re-dated...: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE AP-CLIENTS-REACTIVATED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Clients reactivated.....: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE AP-RECORDS-REJECTED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Records rejected........: " DELIMITED BY SIZE
