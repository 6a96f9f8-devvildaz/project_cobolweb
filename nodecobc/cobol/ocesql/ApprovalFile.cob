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
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL*
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(081) VALUE "SELECT COUNT( * ) FROM accounti"
OCESQL  &  "ng_periods WHERE period = $1 AND status = 'CLOSED'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(049) VALUE "SELECT COUNT( * ) FROM app_clie"
OCESQL  &  "nts WHERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(068) VALUE "INSERT INTO app_clients(dni, na"
OCESQL  &  "me, created_at) VALUES ( $1, $2, $3 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(081) VALUE "INSERT INTO balances(dni, amoun"
OCESQL  &  "t, created_at, currency) VALUES ( $1, $2, $3, $4 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(084) VALUE "UPDATE balances SET amount = $1"
OCESQL  &  " WHERE dni = $2 AND created_at = $3 AND currency = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0011.
OCESQL     02  FILLER PIC X(073) VALUE "DELETE FROM balances WHERE dni "
OCESQL  &  "= $1 AND created_at = $2 AND currency = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0012.
OCESQL     02  FILLER PIC X(065) VALUE "SELECT COALESCE(status, 'ACTIVE"
OCESQL  &  "') FROM app_clients WHERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0013.
OCESQL     02  FILLER PIC X(065) VALUE "SELECT COALESCE(status, 'ACTIVE"
OCESQL  &  "') FROM app_clients WHERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0014.
OCESQL     02  FILLER PIC X(078) VALUE "UPDATE app_clients SET status ="
OCESQL  &  " 'ACTIVE' WHERE dni = $1 AND status = 'DORMANT'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0015.
OCESQL     02  FILLER PIC X(184) VALUE "INSERT INTO batch_audit(dni, am"
OCESQL  &  "ount, created_at, batch_run_id, outcome, old_name, new_name"
OCESQL  &  ", orig_run_id, currency) VALUES ( $1, $2, $3, $4, 'REACTIVA"
OCESQL  &  "TED', 'DORMANT', 'ACTIVE', $5, $6 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0016.
OCESQL     02  FILLER PIC X(138) VALUE "SELECT COALESCE(MAX(exception_i"
OCESQL  &  "d), 0) FROM batch_exceptions WHERE status = 'OPEN' AND orig"
OCESQL  &  "_run_id = $1 AND RTRIM(raw_record) = RTRIM( $2 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0017.
OCESQL     02  FILLER PIC X(114) VALUE "UPDATE batch_exceptions SET rea"
OCESQL  &  "son = $1, last_run_id = $2, reject_count = reject_count + 1"
OCESQL  &  " WHERE exception_id = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0018.
OCESQL     02  FILLER PIC X(191) VALUE "INSERT INTO batch_exceptions(so"
OCESQL  &  "urce_program, source_system, orig_run_id, last_run_id, raw_"
OCESQL  &  "record, dni, value_date, currency, amount, reason) VALUES ("
OCESQL  &  " $1, $2, $3, $4, $5, $6, $7, $8, $9, $10 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0019.
OCESQL     02  FILLER PIC X(160) VALUE "INSERT INTO batch_audit(dni, am"
OCESQL  &  "ount, created_at, batch_run_id, outcome, old_name, new_name"
OCESQL  &  ", orig_run_id, currency) VALUES ( $1, $2, $3, $4, $5, $6, $"
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0020.
OCESQL     02  FILLER PIC X(142) VALUE "SELECT COUNT( * ) FROM batch_ru"
OCESQL  &  "n_control WHERE status = 'ACTIVE' AND NOT (lock_mode = 'S' "
OCESQL  &  "AND $1 = 'S') AND NOT (lock_mode = 'P' AND $2 = 'P')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0021.
OCESQL     02  FILLER PIC X(097) VALUE "INSERT INTO batch_run_control(j"
OCESQL  &  "ob_name, run_id, lock_mode, status) VALUES ( $1, $2, $3, 'A"
OCESQL  &  "CTIVE')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0022.
OCESQL     02  FILLER PIC X(098) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = 'ACTIVE', lock_mode = $1 WHERE job_name = $2 AND run"
OCESQL  &  "_id = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0023.
OCESQL     02  FILLER PIC X(124) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = $1, return_code = $2, ended_at = CURRENT_TIMESTAMP W"
OCESQL  &  "HERE job_name = $3 AND run_id = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0024.
OCESQL     02  FILLER PIC X(014) VALUE "DISCONNECT ALL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
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
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

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
OCESQL          BY REFERENCE SQ0006
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
              SET RECORD-PRIOR-PERIOD TO TRUE
              DISPLAY "PRIOR-PERIOD ITEM " PRIOR-FROM-DATE
                 " RE-DATED: " BalanceRecord
           END-IF.
       SQL-ERROR-RTN.
           PERFORM ERROR-RTN
           MOVE 12 TO RC-WORK
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 1
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
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
                 PERFORM REJECT-RECORD-RTN
              ELSE
                 MOVE "Y" TO BALANCE-POSTED-SWITCH
                 IF CLIENT-IS-DORMANT
                    PERFORM REACTIVATE-CLIENT-RTN
                 END-IF
              END-IF
           ELSE
              DISPLAY "SKIP (balance already posted): "
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0010
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
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
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0011
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
              ELSE
                 MOVE "Y" TO BALANCE-REV-SWITCH
              END-IF
           END-IF
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
OCESQL          BY REFERENCE SQ0012
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
OCESQL          BY REFERENCE SQ0013
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
OCESQL          BY REFERENCE SQ0014
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
OCESQL*             orig_run_id, currency)
OCESQL*          VALUES (:R_DNI, :AUDIT-AMOUNT, :R_DATE, :BATCH-RUN-ID,
OCESQL*             'REACTIVATED', 'DORMANT', 'ACTIVE', :ORIG-RUN-ID,
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
OCESQL          BY VALUE 16
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE AUDIT-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE R_DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ORIG-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE R_CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0015
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL     END-CALL
           MOVE "REJECTED" TO AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-RTN
           PERFORM LOG-EXCEPTION-RTN
           SET REC-REJECTED TO TRUE
           ADD 1 TO AP-RECORDS-REJECTED.
       VALIDATION-REJECT-RTN.
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
           ADD 1 TO AP-RECORDS-REJECTED.
       LOG-EXCEPTION-RTN.
           MOVE BalanceRecord TO EXC-RAW
           MOVE HP-SOURCE TO EXC-SOURCE
           MOVE ORIG-RUN-ID TO EXC-ORIG-RUN
           IF EXC-ORIG-RUN = SPACE
              MOVE BATCH-RUN-ID TO EXC-ORIG-RUN
           END-IF
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
OCESQL          BY REFERENCE SQ0016
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
OCESQL          BY REFERENCE SQ0017
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
OCESQL          BY VALUE 16
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
OCESQL          BY REFERENCE SQ0018
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
           MOVE HP-AMOUNT TO AUDIT-AMOUNT
OCESQL*    EXEC SQL
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0019
OCESQL          BY VALUE 9
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
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
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0020
OCESQL          BY VALUE 2
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0021
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0022
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0023
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
