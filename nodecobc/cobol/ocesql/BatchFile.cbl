              88 MNT-STATUS-VALID VALUE "ACTIVE", "FROZEN",
                                        "CLOSED".
           05 FILLER          PIC X(7).
       01  CLIENT-STATUS      PIC X(7) VALUE SPACE.
       01  AUDIT-DATE         PIC X(10) VALUE SPACE.
       01  HOLD-LIMIT         PIC S9(12)V9(2) VALUE ZERO.
       01  HOLD-AMT-WORK      PIC 9(14) VALUE ZERO.
       01  RC-END-STATUS  PIC X(6) VALUE SPACE.
       01  RC-END-CODE    PIC 9(2) VALUE ZERO.
       01  RCX            PIC 9(10) VALUE ZEROS.
       01  EXC-ID         PIC 9(10) VALUE ZERO.
       01  EXC-RAW        PIC X(90) VALUE SPACE.
       01  EXC-REASON     PIC X(40) VALUE SPACE.
       01  EXC-SOURCE     PIC X(8) VALUE SPACE.
       01  EXC-ORIG-RUN   PIC X(14) VALUE SPACE.
       01  GL-FETCH-DATE      PIC X(10) VALUE SPACE.
       01  GL-FETCH-CURRENCY  PIC X(3) VALUE SPACE.
       01  GL-FETCH-AMOUNT    PIC S9(12)V9(2) VALUE ZERO.
       01  HDR-BUS-DATE-SAVE  PIC X(10) VALUE SPACE.
       01  HDR-FILE-SEQ-SAVE  PIC 9(6) VALUE ZERO.
       01  FILEX              PIC 9(10) VALUE ZEROS.
       01  WH-VALUE-DATE      PIC X(10) VALUE SPACE.
       01  AMOUNT         PIC S9(10)V9(2).
       01  BATCH-RUN-ID   PIC X(14) VALUE SPACE.
       01  AUDIT-AMOUNT   PIC S9(10)V9(2) VALUE ZERO.
       01  AUDIT-OUTCOME  PIC X(9) VALUE SPACE.
       01  AUDIT-OLD-NAME PIC X(48) VALUE SPACE.
       01  AUDIT-NEW-NAME PIC X(48) VALUE SPACE.
       01  PERIOD-KEY     PIC X(7) VALUE SPACE.
       01  PERX           PIC 9(10) VALUE ZEROS.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           05 BT-AMOUNT-TOTAL        PIC S9(10)V9(2) VALUE ZERO.
           05 BT-FILES-PROCESSED     PIC 9(9) VALUE ZERO.
           05 BT-FILES-REFUSED       PIC 9(9) VALUE ZERO.
           05 BT-PRIOR-PERIOD        PIC 9(9) VALUE ZERO.
           05 BT-CLIENTS-REACTIVATED PIC 9(9) VALUE ZERO.
           05 BT-VALUE-DATES-ROLLED  PIC 9(9) VALUE ZERO.
       01  RPT-LINE               PIC X(110) VALUE SPACE.
       01  RPT-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-AMOUNT-EDIT        PIC ZZZ,ZZZ,ZZ9.99-.
           88 CLIENT-WAS-UPDATED  VALUE "Y".
       01  CLIENT-CACHE-DNI       PIC X(8) VALUE SPACE.
       01  CLIENT-CACHE-NAME      PIC X(48) VALUE SPACE.
       01  CLIENT-DORMANT-SWITCH  PIC X VALUE "N".
           88 CLIENT-IS-DORMANT   VALUE "Y".
       01  BALANCE-POSTED-SWITCH  PIC X VALUE "N".
           88 BALANCE-WAS-POSTED  VALUE "Y".
       01  BALANCE-ADJ-SWITCH     PIC X VALUE "N".
       01  MANIFEST-SWITCH        PIC X VALUE "N".
           88 HAS-MANIFEST        VALUE "Y".

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
           MOVE "/usr/src/app/files/template.data" TO FilePath.
              SET HAS-MANIFEST TO TRUE
           END-IF

           ACCEPT ENV-PERIOD-OVERRIDE
              FROM ENVIRONMENT "PERIOD_OVERRIDE"
           IF ENV-PERIOD-OVERRIDE = "Y"
              SET PERIOD-OVERRIDE TO TRUE
              DISPLAY "PERIOD OVERRIDE: CLOSED-PERIOD POSTINGS RE-DATED"
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-RUN-ID
           IF SKIP-THRU-SEQ-NO > ZERO
              AND CK-RESUME-RUN-ID NOT = SPACE
       PROCESS-POSTING-RTN.
           PERFORM VALIDATE-RECORD-RTN

           IF REC-OK
              PERFORM CHECK-PERIOD-RTN
           END-IF

           IF REC-OK
              AND HDR-BUS-DATE-SAVE NOT = SPACE
              AND R_DATE > HDR-BUS-DATE-SAVE
                    ADD 1 TO BT-BALANCES-REVERSED
                 END-IF
              END-IF
           END-IF

           IF REC-OK AND RECORD-PRIOR-PERIOD
              PERFORM NOTE-PRIOR-PERIOD-RTN
           END-IF.
       CHECK-PERIOD-RTN.
           MOVE "N" TO PRIOR-PERIOD-SWITCH
           EXEC SQL
              SAVEPOINT rec_save
           END-EXEC
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
              MOVE R_DATE TO AUDIT-DATE
              SET RECORD-PRIOR-PERIOD TO TRUE
              DISPLAY "PRIOR-PERIOD ITEM " PRIOR-FROM-DATE
                 " RE-DATED: " BalanceRecord
           END-IF.
       NOTE-PRIOR-PERIOD-RTN.
           ADD 1 TO BT-PRIOR-PERIOD
           IF PRIOR-COUNT < 200
              ADD 1 TO PRIOR-COUNT
              MOVE R_DNI TO PRIOR-DNI(PRIOR-COUNT)
              MOVE PRIOR-FROM-DATE TO PRIOR-ORIG-DATE(PRIOR-COUNT)
              MOVE R_DATE TO PRIOR-POST-DATE(PRIOR-COUNT)
              MOVE R_CURRENCY TO PRIOR-CURRENCY(PRIOR-COUNT)
              MOVE R_AMOUNT TO PRIOR-AMOUNT(PRIOR-COUNT)
           END-IF.
       WAREHOUSE-RECORD-RTN.
           EXEC SQL

           MOVE R_AMOUNT TO HOLD-AMT-WORK
           EXEC SQL
              SELECT CAST(MIN(g.d) AS date) INTO :WH-VALUE-DATE
              FROM generate_series(CAST(:R_DATE AS date),
                 CAST(:R_DATE AS date) + 366,
                 interval '1 day') AS g(d)
              WHERE EXTRACT(ISODOW FROM g.d) < 6
                AND NOT EXISTS (SELECT 1 FROM business_holidays h
                   WHERE h.currency = :R_CURRENCY
                     AND h.holiday_date = CAST(g.d AS date))
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM REJECT-RECORD-RTN
           ELSE
              EXEC SQL
                 INSERT INTO pending_postings(dni, "name", amount,
                    post_date, currency, record_type, source_system,
                    batch_run_id)
                 VALUES (:R_DNI, :R_NAME, :HOLD-AMT-WORK,
                    :WH-VALUE-DATE, :R_CURRENCY, :R_TYPE,
                    :HDR-SOURCE-SAVE, :BATCH-RUN-ID)
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM REJECT-RECORD-RTN
              END-IF
           END-IF

           IF REC-OK
              SET RECORD-WAREHOUSED TO TRUE
              IF WH-VALUE-DATE NOT = R_DATE
                 DISPLAY "VALUE DATE " R_DATE " ROLLED TO "
                    WH-VALUE-DATE
                 ADD 1 TO BT-VALUE-DATES-ROLLED
              END-IF
              DISPLAY "WAREHOUSED (value date " WH-VALUE-DATE "): "
                 WITH NO ADVANCING
              DISPLAY BalanceRecord
              MOVE "WAREHOUSE" TO AUDIT-OUTCOME
                 END-IF
              END-IF
           END-IF
           IF FILE-CONTROLS-OK AND FILE-HAS-HEADER
              PERFORM CHECK-BUS-DATE-RTN
           END-IF
           END-IF.
       CHECK-BUS-DATE-RTN.
           IF HDR-BUS-DATE-SAVE(1:4) IS NOT NUMERIC
              OR HDR-BUS-DATE-SAVE(5:1) NOT = "-"
              OR HDR-BUS-DATE-SAVE(6:2) IS NOT NUMERIC
              OR HDR-BUS-DATE-SAVE(8:1) NOT = "-"
              OR HDR-BUS-DATE-SAVE(9:2) IS NOT NUMERIC
              MOVE "INVALID-BUS-DATE" TO FILE-REFUSE-REASON
              SET FILE-REFUSED TO TRUE
           ELSE
              EXEC SQL
                 SAVEPOINT rec_save
              END-EXEC
              EXEC SQL
                 SELECT COUNT(*) INTO :FILEX
                 FROM (SELECT CAST(:HDR-BUS-DATE-SAVE AS date) AS d) b
                 WHERE EXTRACT(ISODOW FROM b.d) > 5
                    OR EXISTS (SELECT 1 FROM business_holidays h
                       WHERE h.currency = 'PEN'
                         AND h.holiday_date = b.d)
              END-EXEC
              IF SQLCODE NOT = ZERO
                 EXEC SQL
                    ROLLBACK TO SAVEPOINT rec_save
                 END-EXEC
                 MOVE "INVALID-BUS-DATE" TO FILE-REFUSE-REASON
                 SET FILE-REFUSED TO TRUE
              ELSE
                 IF FILEX > ZERO
                    MOVE "NOT-BUSINESS-DAY" TO FILE-REFUSE-REASON
                    SET FILE-REFUSED TO TRUE
                 END-IF
              END-IF
           END-IF.
       VERIFY-RECORD-RTN.
           EVALUATE TRUE
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE "Y" TO BALANCE-POSTED-SWITCH
                 IF CLIENT-IS-DORMANT
                    PERFORM REACTIVATE-CLIENT-RTN
                 END-IF
              WHEN SQLSTATE = "23505"
                 EXEC SQL
                    ROLLBACK TO SAVEPOINT bal_save
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
                    currency)
                 VALUES (:R_DNI, :AUDIT-AMOUNT, :AUDIT-DATE,
                    :BATCH-RUN-ID, 'REACTIVATED', 'DORMANT', 'ACTIVE',
                    :R_CURRENCY)
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM REJECT-RECORD-RTN
              ELSE
                 DISPLAY "CLIENT REACTIVATED: " R_DNI
                 ADD 1 TO BT-CLIENTS-REACTIVATED
              END-IF
           END-IF.
       REVERSE-BALANCE-RTN.
           PERFORM CHECK-DORMANT-RTN
           IF REC-OK
           EXEC SQL
              DELETE FROM balances
              WHERE dni=:R_DNI AND created_at=:R_DATE
                 PERFORM VALIDATION-REJECT-RTN
              WHEN OTHER
                 PERFORM REJECT-RECORD-RTN
           END-EVALUATE
           END-IF.
       GL-ACCUMULATE-RTN.
           PERFORM VARYING GL-IX FROM 1 BY 1
              UNTIL GL-IX > GL-DATE-COUNT
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
           MOVE SPACE TO CLIENT-CACHE-NAME
           MOVE "REJECTED" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-RTN
           PERFORM LOG-EXCEPTION-RTN
           SET REC-REJECTED TO TRUE
           ADD 1 TO BT-RECORDS-REJECTED.
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
           ADD 1 TO BT-RECORDS-REJECTED.
       LOG-EXCEPTION-RTN.
           MOVE BalanceRecord TO EXC-RAW
           MOVE HDR-SOURCE-SAVE TO EXC-SOURCE
           MOVE BATCH-RUN-ID TO EXC-ORIG-RUN
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
           IF R_AMOUNT IS NUMERIC
              MOVE R_AMOUNT TO AUDIT-AMOUNT
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE BT-PRIOR-PERIOD TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Prior-period re-dated...: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE BT-CLIENTS-REACTIVATED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Clients reactivated.....: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE BT-VALUE-DATES-ROLLED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Value dates rolled......: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE BT-RECORDS-REJECTED TO RPT-COUNT-EDIT
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
           IF BT-PRIOR-PERIOD > PRIOR-COUNT
              MOVE "  (LIST TRUNCATED, SEE RUN LOG)" TO RPT-LINE
              WRITE RF_Record FROM RPT-LINE
           END-IF.
       RAISE-RETURN-CODE-RTN.
           IF RC-WORK > RUN-RC
              MOVE RC-WORK TO RUN-RC
           END-STRING
           WRITE SF_Record FROM STATUS-LINE

           MOVE SPACE TO STATUS-LINE
           STRING "CLIENTS-REACTIVATED=" DELIMITED BY SIZE
              BT-CLIENTS-REACTIVATED DELIMITED BY SIZE
              INTO STATUS-LINE
           END-STRING
           WRITE SF_Record FROM STATUS-LINE

           MOVE SPACE TO STATUS-LINE
           STRING "VALUE-DATES-ROLLED=" DELIMITED BY SIZE
              BT-VALUE-DATES-ROLLED DELIMITED BY SIZE
              INTO STATUS-LINE
           END-STRING
           WRITE SF_Record FROM STATUS-LINE

           MOVE SPACE TO STATUS-LINE
           STRING "BALANCES-POSTED=" DELIMITED BY SIZE
              BT-BALANCES-POSTED DELIMITED BY SIZE
           END-STRING
           WRITE SF_Record FROM STATUS-LINE

           MOVE SPACE TO STATUS-LINE
           STRING "PRIOR-PERIOD=" DELIMITED BY SIZE
              BT-PRIOR-PERIOD DELIMITED BY SIZE
              INTO STATUS-LINE
           END-STRING
           WRITE SF_Record FROM STATUS-LINE

           MOVE SPACE TO STATUS-LINE
           STRING "RECORDS-REJECTED=" DELIMITED BY SIZE
              BT-RECORDS-REJECTED DELIMITED BY SIZE
