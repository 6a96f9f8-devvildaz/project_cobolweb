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
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL*
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(081) VALUE "SELECT COUNT( * ) FROM accounti"
OCESQL  &  "ng_periods WHERE period = $1 AND status = 'CLOSED'".
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
OCESQL     02  FILLER PIC X(152) VALUE "INSERT INTO pending_postings(dn"
OCESQL  &  "i, name, amount, post_date, currency, record_type, source_s"
OCESQL  &  "ystem, batch_run_id) VALUES ( $1, $2, $3, $4, $5, $6, $7, $"
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(149) VALUE "INSERT INTO held_postings(dni, "
OCESQL  &  "name, amount, post_date, currency, record_type, source_syst"
OCESQL  &  "em, batch_run_id) VALUES ( $1, $2, $3, $4, $5, $6, $7, $8 "
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(077) VALUE "UPDATE app_clients SET address "
OCESQL  &  "= $1, contact = $2, status = $3 WHERE dni = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(157) VALUE "SELECT COUNT( * ) FROM batch_fi"
OCESQL  &  "les WHERE source_system = $1 AND file_seq = $2 AND COALESCE"
OCESQL  &  "(partition, 0) = $3 AND COALESCE(status, 'PROCESSED') = 'PR"
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(187) VALUE "SELECT COUNT( * ) FROM (SELECT "
OCESQL  &  "CAST( $1 AS date) AS d) b WHERE EXTRACT(ISODOW FROM b.d) > "
OCESQL  &  "5 OR EXISTS (SELECT 1 FROM business_holidays h WHERE h.curr"
OCESQL  &  "ency = 'PEN' AND h.holiday_date = b.d)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(139) VALUE "INSERT INTO batch_files(source_"
OCESQL  &  "system, file_seq, business_date, batch_run_id, status, part"
OCESQL  &  "ition) VALUES ( $1, $2, $3, $4, 'PROCESSED', $5 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(157) VALUE "UPDATE batch_files SET status ="
OCESQL  &  " 'PROCESSED', business_date = $1, batch_run_id = $2 WHERE s"
OCESQL  &  "ource_system = $3 AND file_seq = $4 AND COALESCE(partition,"
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0011.
OCESQL     02  FILLER PIC X(043) VALUE "SELECT name FROM app_clients WH"
OCESQL  &  "ERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0012.
OCESQL     02  FILLER PIC X(068) VALUE "INSERT INTO app_clients(dni, na"
OCESQL  &  "me, created_at) VALUES ( $1, $2, $3 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0013.
OCESQL     02  FILLER PIC X(047) VALUE "UPDATE app_clients SET name = $"
OCESQL  &  "1 WHERE dni = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0014.
OCESQL     02  FILLER PIC X(081) VALUE "INSERT INTO balances(dni, amoun"
OCESQL  &  "t, created_at, currency) VALUES ( $1, $2, $3, $4 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0015.
OCESQL     02  FILLER PIC X(084) VALUE "UPDATE balances SET amount = $1"
OCESQL  &  " WHERE dni = $2 AND created_at = $3 AND currency = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0016.
OCESQL     02  FILLER PIC X(065) VALUE "SELECT COALESCE(status, 'ACTIVE"
OCESQL  &  "') FROM app_clients WHERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0017.
OCESQL     02  FILLER PIC X(065) VALUE "SELECT COALESCE(status, 'ACTIVE"
OCESQL  &  "') FROM app_clients WHERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0018.
OCESQL     02  FILLER PIC X(078) VALUE "UPDATE app_clients SET status ="
OCESQL  &  " 'ACTIVE' WHERE dni = $1 AND status = 'DORMANT'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0019.
OCESQL     02  FILLER PIC X(167) VALUE "INSERT INTO batch_audit(dni, am"
OCESQL  &  "ount, created_at, batch_run_id, outcome, old_name, new_name"
OCESQL  &  ", currency) VALUES ( $1, $2, $3, $4, 'REACTIVATED', 'DORMAN"
OCESQL  &  "T', 'ACTIVE', $5 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0020.
OCESQL     02  FILLER PIC X(073) VALUE "DELETE FROM balances WHERE dni "
OCESQL  &  "= $1 AND created_at = $2 AND currency = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0021.
OCESQL     02  FILLER PIC X(166) VALUE "SELECT created_at, currency, SU"
OCESQL  &  "M(amount) FROM batch_audit WHERE batch_run_id = $1 AND outc"
OCESQL  &  "ome = 'ACCEPTED' GROUP BY created_at, currency ORDER BY cre"
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0022.
OCESQL     02  FILLER PIC X(138) VALUE "SELECT COALESCE(MAX(exception_i"
OCESQL  &  "d), 0) FROM batch_exceptions WHERE status = 'OPEN' AND orig"
OCESQL  &  "_run_id = $1 AND RTRIM(raw_record) = RTRIM( $2 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0023.
OCESQL     02  FILLER PIC X(114) VALUE "UPDATE batch_exceptions SET rea"
OCESQL  &  "son = $1, last_run_id = $2, reject_count = reject_count + 1"
OCESQL  &  " WHERE exception_id = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0024.
OCESQL     02  FILLER PIC X(191) VALUE "INSERT INTO batch_exceptions(so"
OCESQL  &  "urce_program, source_system, orig_run_id, last_run_id, raw_"
OCESQL  &  "record, dni, value_date, currency, amount, reason) VALUES ("
OCESQL  &  " $1, $2, $3, $4, $5, $6, $7, $8, $9, $10 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0025.
OCESQL     02  FILLER PIC X(143) VALUE "INSERT INTO batch_audit(dni, am"
OCESQL  &  "ount, created_at, batch_run_id, outcome, old_name, new_name"
OCESQL  &  ", currency) VALUES ( $1, $2, $3, $4, $5, $6, $7, $8 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0026.
OCESQL     02  FILLER PIC X(183) VALUE "SELECT COUNT( * ) FROM batch_ru"
OCESQL  &  "n_control WHERE status = 'ACTIVE' AND NOT (lock_mode = 'S' "
OCESQL  &  "AND $1 = 'S') AND NOT (lock_mode = 'P' AND $2 = 'P') AND NO"
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0027.
OCESQL     02  FILLER PIC X(097) VALUE "INSERT INTO batch_run_control(j"
OCESQL  &  "ob_name, run_id, lock_mode, status) VALUES ( $1, $2, $3, 'A"
OCESQL  &  "CTIVE')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0028.
OCESQL     02  FILLER PIC X(098) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = 'ACTIVE', lock_mode = $1 WHERE job_name = $2 AND run"
OCESQL  &  "_id = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0029.
OCESQL     02  FILLER PIC X(124) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = $1, return_code = $2, ended_at = CURRENT_TIMESTAMP W"
OCESQL  &  "HERE job_name = $3 AND run_id = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0030.
OCESQL     02  FILLER PIC X(014) VALUE "DISCONNECT ALL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
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
OCESQL*    EXEC SQL
OCESQL*       SAVEPOINT rec_save
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "SAVEPOINT rec_save" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL*    EXEC SQL
OCESQL*       SELECT COUNT(*) INTO :PERX
OCESQL*       FROM accounting_periods
OCESQL*       WHERE period=:PERIOD-KEY
OCESQL*         AND status = 'CLOSED'
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PERX
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PERIOD-KEY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL*    EXEC SQL

           MOVE R_AMOUNT TO HOLD-AMT-WORK
OCESQL*    EXEC SQL
OCESQL*       SELECT CAST(MIN(g.d) AS date) INTO :WH-VALUE-DATE
OCESQL*       FROM generate_series(CAST(:R_DATE AS date),
OCESQL*          CAST(:R_DATE AS date) + 366,
OCESQL*          interval '1 day') AS g(d)
OCESQL*       WHERE EXTRACT(ISODOW FROM g.d) < 6
OCESQL*         AND NOT EXISTS (SELECT 1 FROM business_holidays h
OCESQL*            WHERE h.currency = :R_CURRENCY
OCESQL*              AND h.holiday_date = CAST(g.d AS date))
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE WH-VALUE-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE R_DATE
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
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 3
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM REJECT-RECORD-RTN
           ELSE
OCESQL*       EXEC SQL
OCESQL*          INSERT INTO pending_postings(dni, "name", amount,
OCESQL*             post_date, currency, record_type, source_system,
OCESQL*             batch_run_id)
OCESQL*          VALUES (:R_DNI, :R_NAME, :HOLD-AMT-WORK,
OCESQL*             :WH-VALUE-DATE, :R_CURRENCY, :R_TYPE,
OCESQL*             :HDR-SOURCE-SAVE, :BATCH-RUN-ID)
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE WH-VALUE-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 8
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 8
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 3
OCESQL          BY VALUE 1
OCESQL     END-CALL
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
OCESQL*       EXEC SQL
OCESQL*          SAVEPOINT rec_save
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "SAVEPOINT rec_save" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL*       EXEC SQL
OCESQL*          SELECT COUNT(*) INTO :FILEX
OCESQL*          FROM (SELECT CAST(:HDR-BUS-DATE-SAVE AS date) AS d) b
OCESQL*          WHERE EXTRACT(ISODOW FROM b.d) > 5
OCESQL*             OR EXISTS (SELECT 1 FROM business_holidays h
OCESQL*                WHERE h.currency = 'PEN'
OCESQL*                  AND h.holiday_date = b.d)
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE FILEX
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HDR-BUS-DATE-SAVE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
OCESQL*          EXEC SQL
OCESQL*             ROLLBACK TO SAVEPOINT rec_save
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK TO SAVEPOINT rec_save" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0010
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0011
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0012
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0013
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0014
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE "Y" TO BALANCE-POSTED-SWITCH
                 IF CLIENT-IS-DORMANT
                    PERFORM REACTIVATE-CLIENT-RTN
                 END-IF
              WHEN SQLSTATE = "23505"
OCESQL*          EXEC SQL
OCESQL*             ROLLBACK TO SAVEPOINT bal_save
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0015
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
           END-IF.
       CHECK-CLIENT-STATUS-RTN.
           MOVE "ACTIVE" TO CLIENT-STATUS
           MOVE "N" TO CLIENT-DORMANT-SWITCH
OCESQL*    EXEC SQL
OCESQL*       SELECT COALESCE(status, 'ACTIVE')
OCESQL*       INTO :CLIENT-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CLIENT-STATUS
OCESQL     END-CALL
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0016
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
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
OCESQL*    EXEC SQL
OCESQL*       SELECT COALESCE(status, 'ACTIVE')
OCESQL*       INTO :CLIENT-STATUS
OCESQL*       FROM app_clients
OCESQL*       WHERE dni=:R_DNI
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE CLIENT-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE R_DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0017
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

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
OCESQL*    EXEC SQL
OCESQL*       UPDATE app_clients SET status = 'ACTIVE'
OCESQL*       WHERE dni=:R_DNI AND status = 'DORMANT'
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE R_DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0018
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM REJECT-RECORD-RTN
           ELSE
              IF R_AMOUNT IS NUMERIC
                 MOVE R_AMOUNT TO AUDIT-AMOUNT
              ELSE
                 MOVE ZERO TO AUDIT-AMOUNT
              END-IF
OCESQL*       EXEC SQL
OCESQL*          INSERT INTO batch_audit(dni, amount, created_at,
OCESQL*             batch_run_id, outcome, old_name, new_name,
OCESQL*             currency)
OCESQL*          VALUES (:R_DNI, :AUDIT-AMOUNT, :AUDIT-DATE,
OCESQL*             :BATCH-RUN-ID, 'REACTIVATED', 'DORMANT', 'ACTIVE',
OCESQL*             :R_CURRENCY)
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE R_DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 12
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE AUDIT-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-DATE
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
OCESQL          BY REFERENCE R_CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0019
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL*    EXEC SQL
OCESQL*       DELETE FROM balances
OCESQL*       WHERE dni=:R_DNI AND created_at=:R_DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0020
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
                 PERFORM VALIDATION-REJECT-RTN
              WHEN OTHER
                 PERFORM REJECT-RECORD-RTN
           END-EVALUATE
           END-IF.
       GL-ACCUMULATE-RTN.
           PERFORM VARYING GL-IX FROM 1 BY 1
              UNTIL GL-IX > GL-DATE-COUNT
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "gl_rebuild_cursor" & x"00"
OCESQL          BY REFERENCE SQ0021
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
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
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL*         AND orig_run_id = :EXC-ORIG-RUN
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
OCESQL          BY REFERENCE EXC-ORIG-RUN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 90
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EXC-RAW
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0022
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
OCESQL          BY REFERENCE SQ0023
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
OCESQL*             VALUES (:RC-JOB-NAME, :EXC-SOURCE, :EXC-ORIG-RUN,
OCESQL*                :BATCH-RUN-ID, :EXC-RAW, :R_DNI, :R_DATE,
OCESQL*                :R_CURRENCY, :AUDIT-AMOUNT, :EXC-REASON)
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
OCESQL          BY REFERENCE EXC-SOURCE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EXC-ORIG-RUN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 90
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
OCESQL          BY VALUE 12
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE AUDIT-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EXC-REASON
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0024
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
       WRITE-AUDIT-RTN.
           IF R_AMOUNT IS NUMERIC
              MOVE R_AMOUNT TO AUDIT-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0025
OCESQL          BY VALUE 8
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
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
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0026
OCESQL          BY VALUE 4
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0027
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0028
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0029
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
