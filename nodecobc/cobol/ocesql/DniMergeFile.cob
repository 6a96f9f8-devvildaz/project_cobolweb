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

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
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
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(130) VALUE "SELECT dni, currency, COALESCE("
OCESQL  &  "SUM(amount), 0) FROM balances WHERE dni IN ( $1, $2 ) GROUP"
OCESQL  &  " BY dni, currency ORDER BY dni, currency".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(094) VALUE "SELECT created_at, currency, am"
OCESQL  &  "ount FROM balances WHERE dni = $1 ORDER BY created_at, curr"
OCESQL  &  "ency".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(065) VALUE "SELECT COALESCE(status, 'ACTIVE"
OCESQL  &  "') FROM app_clients WHERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(093) VALUE "SELECT COALESCE(status, 'ACTIVE"
OCESQL  &  "'), COALESCE(merged_into, ' ') FROM app_clients WHERE dni ="
OCESQL  &  " $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(049) VALUE "SELECT COUNT( * ) FROM batch_au"
OCESQL  &  "dit WHERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(235) VALUE "INSERT INTO batch_audit(dni, am"
OCESQL  &  "ount, created_at, batch_run_id, outcome, old_name, new_name"
OCESQL  &  ", orig_run_id, currency) SELECT $1, amount, created_at, $2,"
OCESQL  &  " 'MERGED', $3, 'AUDIT-HISTORY', batch_run_id, currency FROM"
OCESQL  &  " batch_audit WHERE dni = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(046) VALUE "UPDATE batch_audit SET dni = $1"
OCESQL  &  " WHERE dni = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(084) VALUE "SELECT COUNT( * ) FROM balances"
OCESQL  &  " WHERE dni = $1 AND created_at = $2 AND currency = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(081) VALUE "UPDATE balances SET dni = $1 WH"
OCESQL  &  "ERE dni = $2 AND created_at = $3 AND currency = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(093) VALUE "UPDATE balances SET amount = am"
OCESQL  &  "ount + $1 WHERE dni = $2 AND created_at = $3 AND currency ="
OCESQL  &  " $4".
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
OCESQL     02  FILLER PIC X(149) VALUE "INSERT INTO batch_audit(dni, am"
OCESQL  &  "ount, created_at, batch_run_id, outcome, old_name, new_name"
OCESQL  &  ", currency) VALUES ( $1, $2, $3, $4, 'MERGED', $5, $6, $7 "
OCESQL  &  ")".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0013.
OCESQL     02  FILLER PIC X(054) VALUE "SELECT COUNT( * ) FROM pending_"
OCESQL  &  "postings WHERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0014.
OCESQL     02  FILLER PIC X(233) VALUE "INSERT INTO batch_audit(dni, am"
OCESQL  &  "ount, created_at, batch_run_id, outcome, old_name, new_name"
OCESQL  &  ", orig_run_id, currency) SELECT $1, amount, post_date, $2, "
OCESQL  &  "'MERGED', $3, 'PENDING', batch_run_id, currency FROM pendin"
OCESQL  &  "g_postings WHERE dni = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0015.
OCESQL     02  FILLER PIC X(051) VALUE "UPDATE pending_postings SET dni"
OCESQL  &  " = $1 WHERE dni = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0016.
OCESQL     02  FILLER PIC X(051) VALUE "SELECT COUNT( * ) FROM held_pos"
OCESQL  &  "tings WHERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0017.
OCESQL     02  FILLER PIC X(227) VALUE "INSERT INTO batch_audit(dni, am"
OCESQL  &  "ount, created_at, batch_run_id, outcome, old_name, new_name"
OCESQL  &  ", orig_run_id, currency) SELECT $1, amount, post_date, $2, "
OCESQL  &  "'MERGED', $3, 'HELD', batch_run_id, currency FROM held_post"
OCESQL  &  "ings WHERE dni = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0018.
OCESQL     02  FILLER PIC X(048) VALUE "UPDATE held_postings SET dni = "
OCESQL  &  "$1 WHERE dni = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0019.
OCESQL     02  FILLER PIC X(054) VALUE "SELECT COUNT( * ) FROM statemen"
OCESQL  &  "t_cycles WHERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0020.
OCESQL     02  FILLER PIC X(235) VALUE "INSERT INTO batch_audit(dni, am"
OCESQL  &  "ount, created_at, batch_run_id, outcome, old_name, new_name"
OCESQL  &  ", currency) SELECT $1, 0, COALESCE(last_stmt_date, CURRENT_"
OCESQL  &  "DATE), $2, 'MERGED', $3, 'STATEMENT-CYCLE', 'PEN' FROM stat"
OCESQL  &  "ement_cycles WHERE dni = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0021.
OCESQL     02  FILLER PIC X(054) VALUE "SELECT COUNT( * ) FROM statemen"
OCESQL  &  "t_cycles WHERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0022.
OCESQL     02  FILLER PIC X(051) VALUE "UPDATE statement_cycles SET dni"
OCESQL  &  " = $1 WHERE dni = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0023.
OCESQL     02  FILLER PIC X(246) VALUE "UPDATE statement_cycles SET las"
OCESQL  &  "t_stmt_date = GREATEST( statement_cycles.last_stmt_date, r."
OCESQL  &  "last_stmt_date), stmt_number = GREATEST( statement_cycles.s"
OCESQL  &  "tmt_number, r.stmt_number) FROM statement_cycles r WHERE st"
OCESQL  &  "atement_cycles.dni = $1 AND r.dni = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0024.
OCESQL     02  FILLER PIC X(043) VALUE "DELETE FROM statement_cycles WH"
OCESQL  &  "ERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0025.
OCESQL     02  FILLER PIC X(051) VALUE "DELETE FROM balance_summary WHE"
OCESQL  &  "RE dni IN ( $1, $2 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0026.
OCESQL     02  FILLER PIC X(209) VALUE "INSERT INTO balance_summary(dni"
OCESQL  &  ", currency, total_balance, posting_count, last_posted) SELE"
OCESQL  &  "CT dni, currency, SUM(amount), COUNT( * ), MAX(created_at) "
OCESQL  &  "FROM balances WHERE dni IN ( $1, $2 ) GROUP BY dni, currenc"
OCESQL  &  "y".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0027.
OCESQL     02  FILLER PIC X(073) VALUE "UPDATE app_clients SET status ="
OCESQL  &  " 'CLOSED', merged_into = $1 WHERE dni = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0028.
OCESQL     02  FILLER PIC X(166) VALUE "INSERT INTO batch_audit(dni, am"
OCESQL  &  "ount, created_at, batch_run_id, outcome, old_name, new_name"
OCESQL  &  ", currency) VALUES ( $1, 0, CURRENT_DATE, $2, 'MERGED', $3,"
OCESQL  &  " 'CLOSED', 'PEN')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0029.
OCESQL     02  FILLER PIC X(142) VALUE "SELECT COUNT( * ) FROM batch_ru"
OCESQL  &  "n_control WHERE status = 'ACTIVE' AND NOT (lock_mode = 'S' "
OCESQL  &  "AND $1 = 'S') AND NOT (lock_mode = 'P' AND $2 = 'P')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0030.
OCESQL     02  FILLER PIC X(097) VALUE "INSERT INTO batch_run_control(j"
OCESQL  &  "ob_name, run_id, lock_mode, status) VALUES ( $1, $2, $3, 'A"
OCESQL  &  "CTIVE')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0031.
OCESQL     02  FILLER PIC X(098) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = 'ACTIVE', lock_mode = $1 WHERE job_name = $2 AND run"
OCESQL  &  "_id = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0032.
OCESQL     02  FILLER PIC X(124) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = $1, return_code = $2, ended_at = CURRENT_TIMESTAMP W"
OCESQL  &  "HERE job_name = $3 AND run_id = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0033.
OCESQL     02  FILLER PIC X(014) VALUE "DISCONNECT ALL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*

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

OCESQL*    EXEC SQL
OCESQL*       DECLARE tot_cursor CURSOR FOR
OCESQL*          SELECT dni, currency, COALESCE(SUM(amount), 0)
OCESQL*          FROM balances
OCESQL*          WHERE dni IN (:MG-SURVIVOR, :MG-RETIRED)
OCESQL*          GROUP BY dni, currency
OCESQL*          ORDER BY dni, currency
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "tot_cursor" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

OCESQL*    EXEC SQL
OCESQL*       DECLARE mbal_cursor CURSOR FOR
OCESQL*          SELECT created_at, currency, amount
OCESQL*          FROM balances
OCESQL*          WHERE dni = :MG-RETIRED
OCESQL*          ORDER BY created_at, currency
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "mbal_cursor" & x"00"
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

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
OCESQL*       EXEC SQL
OCESQL*          SELECT COALESCE(status, 'ACTIVE')
OCESQL*          INTO :MG-STATUS
OCESQL*          FROM app_clients
OCESQL*          WHERE dni=:MG-SURVIVOR
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL*       EXEC SQL
OCESQL*          SELECT COALESCE(status, 'ACTIVE'),
OCESQL*             COALESCE(merged_into, ' ')
OCESQL*          INTO :MG-STATUS, :MG-MERGED-INTO
OCESQL*          FROM app_clients
OCESQL*          WHERE dni=:MG-RETIRED
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-MERGED-INTO
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL*    EXEC SQL
OCESQL*       OPEN tot_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "tot_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-TOTALS
OCESQL*          EXEC SQL
OCESQL*             FETCH tot_cursor
OCESQL*             INTO :MG-DNI, :MG-CURRENCY, :MG-TOTAL
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 14
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE MG-TOTAL
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "tot_cursor" & x"00"
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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

OCESQL*    EXEC SQL
OCESQL*       CLOSE tot_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "tot_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
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
OCESQL*    EXEC SQL
OCESQL*       SELECT COUNT(*) INTO :MGX
OCESQL*       FROM batch_audit
OCESQL*       WHERE dni=:MG-RETIRED
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MGX
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           ELSE
              MOVE MGX TO PC-AUDIT-MOVED
           END-IF

           IF PAIR-OK AND PC-AUDIT-MOVED > ZERO
OCESQL*       EXEC SQL
OCESQL*          INSERT INTO batch_audit(dni, amount, created_at,
OCESQL*             batch_run_id, outcome, old_name, new_name,
OCESQL*             orig_run_id, currency)
OCESQL*          SELECT :MG-SURVIVOR, amount, created_at,
OCESQL*             :BATCH-RUN-ID, 'MERGED', :MG-RETIRED,
OCESQL*             'AUDIT-HISTORY', batch_run_id, currency
OCESQL*          FROM batch_audit
OCESQL*          WHERE dni=:MG-RETIRED
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF

           IF PAIR-OK AND PC-AUDIT-MOVED > ZERO
OCESQL*       EXEC SQL
OCESQL*          UPDATE batch_audit SET dni = :MG-SURVIVOR
OCESQL*          WHERE dni=:MG-RETIRED
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF.
       MOVE-BALANCES-RTN.
           MOVE "N" TO MOVE-EOF-SWITCH
OCESQL*    EXEC SQL
OCESQL*       OPEN mbal_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "mbal_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-MOVE OR PAIR-FAILED
OCESQL*          EXEC SQL
OCESQL*             FETCH mbal_cursor
OCESQL*             INTO :MG-DATE, :MG-CURRENCY, :MG-AMOUNT
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 16
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE MG-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "mbal_cursor" & x"00"
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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

OCESQL*    EXEC SQL
OCESQL*       CLOSE mbal_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "mbal_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       MOVE-ONE-BALANCE-RTN.
OCESQL*    EXEC SQL
OCESQL*       SELECT COUNT(*) INTO :MGX
OCESQL*       FROM balances
OCESQL*       WHERE dni=:MG-SURVIVOR AND created_at=:MG-DATE
OCESQL*         AND currency=:MG-CURRENCY
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MGX
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 3
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           END-IF

           IF PAIR-OK
              IF MGX = ZERO
OCESQL*          EXEC SQL
OCESQL*             UPDATE balances SET dni = :MG-SURVIVOR
OCESQL*             WHERE dni=:MG-RETIRED AND created_at=:MG-DATE
OCESQL*               AND currency=:MG-CURRENCY
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 MOVE "BALANCE" TO MG-ROW-KIND
              ELSE
OCESQL*          EXEC SQL
OCESQL*             UPDATE balances SET amount = amount + :MG-AMOUNT
OCESQL*             WHERE dni=:MG-SURVIVOR AND created_at=:MG-DATE
OCESQL*               AND currency=:MG-CURRENCY
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 16
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE MG-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0010
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE = ZERO
OCESQL*             EXEC SQL
OCESQL*                DELETE FROM balances
OCESQL*                WHERE dni=:MG-RETIRED AND created_at=:MG-DATE
OCESQL*                  AND currency=:MG-CURRENCY
OCESQL*             END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0011
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL*    EXEC SQL
OCESQL*       INSERT INTO batch_audit(dni, amount, created_at,
OCESQL*          batch_run_id, outcome, old_name, new_name,
OCESQL*          currency)
OCESQL*       VALUES (:MG-SURVIVOR, :MG-AMOUNT, :MG-DATE,
OCESQL*          :BATCH-RUN-ID, 'MERGED', :MG-RETIRED, :MG-ROW-KIND,
OCESQL*          :MG-CURRENCY)
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 16
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE MG-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 16
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-ROW-KIND
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0012
OCESQL          BY VALUE 7
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           END-IF.
       MOVE-PENDING-RTN.
OCESQL*    EXEC SQL
OCESQL*       SELECT COUNT(*) INTO :MGX
OCESQL*       FROM pending_postings
OCESQL*       WHERE dni=:MG-RETIRED
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MGX
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0013
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           ELSE
              MOVE MGX TO PC-PENDING-MOVED
           END-IF

           IF PAIR-OK AND PC-PENDING-MOVED > ZERO
OCESQL*       EXEC SQL
OCESQL*          INSERT INTO batch_audit(dni, amount, created_at,
OCESQL*             batch_run_id, outcome, old_name, new_name,
OCESQL*             orig_run_id, currency)
OCESQL*          SELECT :MG-SURVIVOR, amount, post_date,
OCESQL*             :BATCH-RUN-ID, 'MERGED', :MG-RETIRED,
OCESQL*             'PENDING', batch_run_id, currency
OCESQL*          FROM pending_postings
OCESQL*          WHERE dni=:MG-RETIRED
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0014
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF

           IF PAIR-OK AND PC-PENDING-MOVED > ZERO
OCESQL*       EXEC SQL
OCESQL*          UPDATE pending_postings SET dni = :MG-SURVIVOR
OCESQL*          WHERE dni=:MG-RETIRED
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0015
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF.
       MOVE-HELD-RTN.
OCESQL*    EXEC SQL
OCESQL*       SELECT COUNT(*) INTO :MGX
OCESQL*       FROM held_postings
OCESQL*       WHERE dni=:MG-RETIRED
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MGX
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0016
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           ELSE
              MOVE MGX TO PC-HELD-MOVED
           END-IF

           IF PAIR-OK AND PC-HELD-MOVED > ZERO
OCESQL*       EXEC SQL
OCESQL*          INSERT INTO batch_audit(dni, amount, created_at,
OCESQL*             batch_run_id, outcome, old_name, new_name,
OCESQL*             orig_run_id, currency)
OCESQL*          SELECT :MG-SURVIVOR, amount, post_date,
OCESQL*             :BATCH-RUN-ID, 'MERGED', :MG-RETIRED,
OCESQL*             'HELD', batch_run_id, currency
OCESQL*          FROM held_postings
OCESQL*          WHERE dni=:MG-RETIRED
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0017
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF

           IF PAIR-OK AND PC-HELD-MOVED > ZERO
OCESQL*       EXEC SQL
OCESQL*          UPDATE held_postings SET dni = :MG-SURVIVOR
OCESQL*          WHERE dni=:MG-RETIRED
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0018
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF.
       MOVE-STATEMENT-CYCLE-RTN.
OCESQL*    EXEC SQL
OCESQL*       SELECT COUNT(*) INTO :MGX
OCESQL*       FROM statement_cycles
OCESQL*       WHERE dni=:MG-RETIRED
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MGX
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0019
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           ELSE
              MOVE MGX TO PC-CYCLES-MOVED
           END-IF

           IF PAIR-OK AND PC-CYCLES-MOVED > ZERO
OCESQL*       EXEC SQL
OCESQL*          INSERT INTO batch_audit(dni, amount, created_at,
OCESQL*             batch_run_id, outcome, old_name, new_name,
OCESQL*             currency)
OCESQL*          SELECT :MG-SURVIVOR, 0,
OCESQL*             COALESCE(last_stmt_date, CURRENT_DATE),
OCESQL*             :BATCH-RUN-ID, 'MERGED', :MG-RETIRED,
OCESQL*             'STATEMENT-CYCLE', 'PEN'
OCESQL*          FROM statement_cycles
OCESQL*          WHERE dni=:MG-RETIRED
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0020
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF

           IF PAIR-OK AND PC-CYCLES-MOVED > ZERO
OCESQL*       EXEC SQL
OCESQL*          SELECT COUNT(*) INTO :MGX
OCESQL*          FROM statement_cycles
OCESQL*          WHERE dni=:MG-SURVIVOR
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MGX
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0021
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF

           IF PAIR-OK AND PC-CYCLES-MOVED > ZERO
              IF MGX = ZERO
OCESQL*          EXEC SQL
OCESQL*             UPDATE statement_cycles SET dni = :MG-SURVIVOR
OCESQL*             WHERE dni=:MG-RETIRED
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0022
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              ELSE
OCESQL*          EXEC SQL
OCESQL*             UPDATE statement_cycles
OCESQL*             SET last_stmt_date = GREATEST(
OCESQL*                    statement_cycles.last_stmt_date,
OCESQL*                    r.last_stmt_date),
OCESQL*                 stmt_number = GREATEST(
OCESQL*                    statement_cycles.stmt_number,
OCESQL*                    r.stmt_number)
OCESQL*             FROM statement_cycles r
OCESQL*             WHERE statement_cycles.dni=:MG-SURVIVOR
OCESQL*               AND r.dni=:MG-RETIRED
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0023
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE = ZERO
OCESQL*             EXEC SQL
OCESQL*                DELETE FROM statement_cycles
OCESQL*                WHERE dni=:MG-RETIRED
OCESQL*             END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0024
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 END-IF
              END-IF
              IF SQLCODE NOT = ZERO
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF.
       REBUILD-SUMMARY-RTN.
OCESQL*    EXEC SQL
OCESQL*       DELETE FROM balance_summary
OCESQL*       WHERE dni IN (:MG-SURVIVOR, :MG-RETIRED)
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0025
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM PAIR-SQL-ERROR-RTN
           END-IF

           IF PAIR-OK
OCESQL*       EXEC SQL
OCESQL*          INSERT INTO balance_summary(dni, currency,
OCESQL*             total_balance, posting_count, last_posted)
OCESQL*          SELECT dni, currency, SUM(amount), COUNT(*),
OCESQL*             MAX(created_at)
OCESQL*          FROM balances
OCESQL*          WHERE dni IN (:MG-SURVIVOR, :MG-RETIRED)
OCESQL*          GROUP BY dni, currency
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0026
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 PERFORM PAIR-SQL-ERROR-RTN
              END-IF
           END-IF.
       CLOSE-RETIRED-RTN.
OCESQL*    EXEC SQL
OCESQL*       UPDATE app_clients
OCESQL*       SET status = 'CLOSED',
OCESQL*           merged_into = :MG-SURVIVOR
OCESQL*       WHERE dni=:MG-RETIRED
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-SURVIVOR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0027
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM PAIR-SQL-ERROR-RTN
           END-IF

           IF PAIR-OK
OCESQL*       EXEC SQL
OCESQL*          INSERT INTO batch_audit(dni, amount, created_at,
OCESQL*             batch_run_id, outcome, old_name, new_name,
OCESQL*             currency)
OCESQL*          VALUES (:MG-RETIRED, 0, CURRENT_DATE,
OCESQL*             :BATCH-RUN-ID, 'MERGED', :MG-STATUS, 'CLOSED',
OCESQL*             'PEN')
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-RETIRED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MG-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0028
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
OCESQL          BY REFERENCE SQ0029
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
OCESQL          BY REFERENCE SQ0030
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
OCESQL          BY REFERENCE SQ0031
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
OCESQL          BY REFERENCE SQ0032
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
