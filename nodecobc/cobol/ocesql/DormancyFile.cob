       IDENTIFICATION DIVISION.
       PROGRAM-ID. DormancyFile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReportFile ASSIGN TO ReportPath
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NoticeFile ASSIGN TO NoticePath
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EscheatFile ASSIGN TO EscheatPath
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ReportFile.
       01 RF_Record   PIC X(110).
       FD  NoticeFile.
       01 NF_Record   PIC X(200).
       FD  EscheatFile.
       01 EF_Record   PIC X(110).
       WORKING-STORAGE SECTION.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PARAM.
           05  DBNAME         PIC X(32) VALUE SPACE.
           05  ReportPath     PIC X(60) VALUE SPACE.
       01  USERNAME       PIC X(30) VALUE SPACE.
       01  PASSWD         PIC X(10) VALUE SPACE.
       01  DM-DNI         PIC X(8) VALUE SPACE.
       01  DM-NAME        PIC X(48) VALUE SPACE.
       01  DM-ADDRESS     PIC X(40) VALUE SPACE.
       01  DM-CONTACT     PIC X(25) VALUE SPACE.
       01  DM-LAST-DATE   PIC X(10) VALUE SPACE.
       01  DM-CURRENCY    PIC X(3) VALUE SPACE.
       01  DM-TOTAL       PIC S9(12)V9(2) VALUE ZERO.
       01  DM-AS-OF       PIC X(10) VALUE SPACE.
       01  DM-DORMANT-CUTOFF PIC X(10) VALUE SPACE.
       01  DM-ESCHEAT-CUTOFF PIC X(10) VALUE SPACE.
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
OCESQL     02  FILLER PIC X(472) VALUE "SELECT dni, nm, addr, cont, las"
OCESQL  &  "t_date FROM (SELECT c.dni, COALESCE(c.name, ' ') AS nm, COA"
OCESQL  &  "LESCE(c.address, ' ') AS addr, COALESCE(c.contact, ' ') AS "
OCESQL  &  "cont, CAST(COALESCE(GREATEST( (SELECT MAX(s.last_posted) FR"
OCESQL  &  "OM balance_summary s WHERE s.dni = c.dni), (SELECT MAX(b.cr"
OCESQL  &  "eated_at) FROM balances b WHERE b.dni = c.dni)), CAST(c.cre"
OCESQL  &  "ated_at AS date)) AS date) AS last_date FROM app_clients c "
OCESQL  &  "WHERE COALESCE(c.status, 'ACTIVE') = 'ACTIVE') AS act WHERE"
OCESQL  &  " last_date < $1 ORDER BY dni".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(056) VALUE "UPDATE app_clients SET status ="
OCESQL  &  " 'DORMANT' WHERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(164) VALUE "INSERT INTO batch_audit(dni, am"
OCESQL  &  "ount, created_at, batch_run_id, outcome, old_name, new_name"
OCESQL  &  ", currency) VALUES ( $1, 0, $2, $3, 'DORMANT', 'ACTIVE', 'D"
OCESQL  &  "ORMANT', 'PEN')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(279) VALUE "SELECT b.currency, b.dni, COALE"
OCESQL  &  "SCE(c.name, ' '), CAST(MAX(b.created_at) AS date), COALESCE"
OCESQL  &  "(SUM(b.amount), 0) FROM balances b JOIN app_clients c ON c."
OCESQL  &  "dni = b.dni WHERE c.status = 'DORMANT' GROUP BY b.currency,"
OCESQL  &  " b.dni, c.name HAVING MAX(b.created_at) < $1 ORDER BY b.cur"
OCESQL  &  "rency, b.dni".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(142) VALUE "SELECT COUNT( * ) FROM batch_ru"
OCESQL  &  "n_control WHERE status = 'ACTIVE' AND NOT (lock_mode = 'S' "
OCESQL  &  "AND $1 = 'S') AND NOT (lock_mode = 'P' AND $2 = 'P')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(097) VALUE "INSERT INTO batch_run_control(j"
OCESQL  &  "ob_name, run_id, lock_mode, status) VALUES ( $1, $2, $3, 'A"
OCESQL  &  "CTIVE')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(098) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = 'ACTIVE', lock_mode = $1 WHERE job_name = $2 AND run"
OCESQL  &  "_id = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(124) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = $1, return_code = $2, ended_at = CURRENT_TIMESTAMP W"
OCESQL  &  "HERE job_name = $3 AND run_id = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(014) VALUE "DISCONNECT ALL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*

       01  NoticePath             PIC X(60) VALUE SPACE.
       01  EscheatPath            PIC X(60) VALUE SPACE.

       01  NOTICE-RECORD.
           05 NT-RECORD-TYPE      PIC X(1) VALUE "N".
           05 NT-DNI              PIC X(8).
           05 NT-NAME             PIC X(48).
           05 NT-ADDRESS          PIC X(40).
           05 NT-CONTACT          PIC X(25).
           05 NT-LAST-ACTIVITY    PIC X(10).
           05 NT-DORMANT-DATE     PIC X(10).
           05 NT-MONTHS           PIC 9(3).
           05 NT-RUN-ID           PIC X(14).
           05 FILLER              PIC X(41) VALUE SPACE.
       01  NOTICE-TRAILER REDEFINES NOTICE-RECORD.
           05 NTT-RECORD-TYPE     PIC X(1).
           05 NTT-NOTICE-COUNT    PIC 9(9).
           05 NTT-AS-OF           PIC X(10).
           05 FILLER              PIC X(180).

       01  ENV-DB-USERNAME        PIC X(30) VALUE SPACE.
       01  ENV-DB-PASSWD          PIC X(10) VALUE SPACE.
       01  ENV-RUN-CONTROL        PIC X(1) VALUE SPACE.
       01  RUN-CONTROL-SWITCH     PIC X VALUE "N".
           88 RUN-CONTROL-BYPASS  VALUE "Y".
       01  ENV-DORMANT-MONTHS     PIC X(3) VALUE SPACE.
       01  ENV-ESCHEAT-MONTHS     PIC X(3) VALUE SPACE.
       01  ENV-DORMANT-AS-OF      PIC X(10) VALUE SPACE.
       01  ENV-NOTICE-OUT         PIC X(60) VALUE SPACE.
       01  ENV-MONTHS-IN          PIC X(3) VALUE SPACE.
       01  ENV-MONTHS-CHAR        PIC X VALUE SPACE.
       01  ENV-MONTHS-DIGIT       PIC 9 VALUE ZERO.
       01  ENV-MONTHS-IX          PIC 9 VALUE ZERO.
       01  ENV-MONTHS-OUT         PIC 9(3) VALUE ZERO.
       01  ENV-DIGIT-COUNT        PIC 9 VALUE ZERO.
       01  ENV-MONTHS-STATUS      PIC X VALUE "N".
           88 ENV-MONTHS-VALID    VALUE "Y".
       01  DORMANT-MONTHS         PIC 9(3) VALUE 24.
       01  ESCHEAT-MONTHS         PIC 9(3) VALUE 120.
       01  CUTOFF-MONTHS          PIC 9(3) VALUE ZERO.
       01  CUTOFF-DATE            PIC X(10) VALUE SPACE.
       01  CUTOFF-YEAR            PIC 9(4) VALUE ZERO.
       01  CUTOFF-MONTH           PIC 9(2) VALUE ZERO.
       01  CUTOFF-DAY             PIC 9(2) VALUE ZERO.
       01  CUTOFF-PERIODS         PIC 9(6) VALUE ZERO.
       01  RUN-DATE               PIC X(8) VALUE SPACE.
       01  DORMANCY-RESULT        PIC X(40) VALUE SPACE.
       01  RUN-RC                 PIC 9(2) VALUE ZERO.
       01  RC-WORK                PIC 9(2) VALUE ZERO.

       01  DORMANCY-TOTALS.
           05 DT-CLIENTS-DORMANT  PIC 9(9) VALUE ZERO.
           05 DT-NOTICES-WRITTEN  PIC 9(9) VALUE ZERO.
           05 DT-ESCHEAT-ROWS     PIC 9(9) VALUE ZERO.
       01  ESCHEAT-BREAK.
           05 EB-CURRENCY         PIC X(3) VALUE SPACE.
           05 EB-COUNT            PIC 9(9) VALUE ZERO.
           05 EB-TOTAL            PIC S9(12)V9(2) VALUE ZERO.
       01  RPT-LINE               PIC X(110) VALUE SPACE.
       01  RPT-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-AMOUNT-EDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  DORMANT-EOF-SWITCH     PIC X VALUE "N".
           88 EOF-DORMANT         VALUE "Y".
       01  ESCHEAT-EOF-SWITCH     PIC X VALUE "N".
           88 EOF-ESCHEAT         VALUE "Y".
       01  NOTICE-OPEN-SWITCH     PIC X VALUE "N".
           88 NOTICE-OPEN         VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE "/usr/src/app/files/dormancy_report.txt"
              TO ReportPath.
           MOVE "/usr/src/app/files/dormancy_notices.txt"
              TO NoticePath.
           MOVE "/usr/src/app/files/escheat_report.txt"
              TO EscheatPath.
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

           ACCEPT ENV-DORMANT-MONTHS FROM ENVIRONMENT "DORMANT_MONTHS"
           IF ENV-DORMANT-MONTHS NOT = SPACE
              MOVE ENV-DORMANT-MONTHS TO ENV-MONTHS-IN
              PERFORM NORMALIZE-MONTHS-RTN
              IF ENV-MONTHS-VALID
                 MOVE ENV-MONTHS-OUT TO DORMANT-MONTHS
              ELSE
                 MOVE ZERO TO DORMANT-MONTHS
              END-IF
           END-IF
           ACCEPT ENV-ESCHEAT-MONTHS FROM ENVIRONMENT "ESCHEAT_MONTHS"
           IF ENV-ESCHEAT-MONTHS NOT = SPACE
              MOVE ENV-ESCHEAT-MONTHS TO ENV-MONTHS-IN
              PERFORM NORMALIZE-MONTHS-RTN
              IF ENV-MONTHS-VALID
                 MOVE ENV-MONTHS-OUT TO ESCHEAT-MONTHS
              ELSE
                 MOVE ZERO TO ESCHEAT-MONTHS
              END-IF
           END-IF
           ACCEPT ENV-DORMANT-AS-OF FROM ENVIRONMENT "DORMANT_AS_OF"
           IF ENV-DORMANT-AS-OF NOT = SPACE
              MOVE ENV-DORMANT-AS-OF TO DM-AS-OF
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
              STRING RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 RUN-DATE(7:2) DELIMITED BY SIZE
                 INTO DM-AS-OF
              END-STRING
           END-IF
           ACCEPT ENV-NOTICE-OUT FROM ENVIRONMENT "DORMANT_NOTICE_OUT"
           IF ENV-NOTICE-OUT NOT = SPACE
              MOVE ENV-NOTICE-OUT TO NoticePath
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
           DISPLAY "DORMANCY RUN ID: " BATCH-RUN-ID

           ACCEPT ENV-RUN-CONTROL
              FROM ENVIRONMENT "RUN_CONTROL_BYPASS"
           IF ENV-RUN-CONTROL = "Y"
              SET RUN-CONTROL-BYPASS TO TRUE
           END-IF
           MOVE "DormancyFile" TO RC-JOB-NAME
           MOVE "X" TO RC-LOCK-MODE
           MOVE BATCH-RUN-ID TO RC-RUN-ID
           PERFORM REGISTER-RUN-RTN

           OPEN OUTPUT ReportFile
           PERFORM VALIDATE-PARAMETERS-RTN
           PERFORM WRITE-REPORT-HEAD-RTN

           IF RUN-RC = ZERO
              OPEN OUTPUT NoticeFile
              SET NOTICE-OPEN TO TRUE
              PERFORM MARK-DORMANT-RTN
           END-IF
           IF RUN-RC = ZERO
              OPEN OUTPUT EscheatFile
              PERFORM ESCHEAT-REPORT-RTN
              CLOSE EscheatFile
           END-IF

           IF RUN-RC = ZERO
              PERFORM SQLCOMMIT
              IF SQLCODE NOT = ZERO
                 MOVE "COMMIT FAILED" TO DORMANCY-RESULT
                 PERFORM SQL-ERROR-RTN
              END-IF
           END-IF
           IF RUN-RC = ZERO
              PERFORM WRITE-NOTICE-TRAILER-RTN
              CLOSE NoticeFile
              MOVE "DORMANCY RUN COMPLETE" TO DORMANCY-RESULT
           ELSE
              DISPLAY "DORMANCY RUN NOT APPLIED -- " DORMANCY-RESULT
              PERFORM SQLROLLBACK
              IF NOTICE-OPEN
                 CLOSE NoticeFile
                 OPEN OUTPUT NoticeFile
                 CLOSE NoticeFile
                 DISPLAY "NOTICE FILE EMPTIED -- NO NOTICES TO SEND"
              END-IF
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
           DISPLAY "DORMANCY REPORT WRITTEN TO " ReportPath
           MOVE RUN-RC TO RETURN-CODE
           STOP RUN.
       VALIDATE-PARAMETERS-RTN.
           MOVE SPACE TO DORMANCY-RESULT
           IF DM-AS-OF(1:4) IS NOT NUMERIC
              OR DM-AS-OF(5:1) NOT = "-"
              OR DM-AS-OF(6:2) IS NOT NUMERIC
              OR DM-AS-OF(8:1) NOT = "-"
              OR DM-AS-OF(9:2) IS NOT NUMERIC
              MOVE "INVALID DORMANT_AS_OF (YYYY-MM-DD)"
                 TO DORMANCY-RESULT
           ELSE
              EVALUATE TRUE
                 WHEN DORMANT-MONTHS = ZERO
                    MOVE "INVALID DORMANT_MONTHS" TO DORMANCY-RESULT
                 WHEN ESCHEAT-MONTHS = ZERO
                    MOVE "INVALID ESCHEAT_MONTHS" TO DORMANCY-RESULT
                 WHEN ESCHEAT-MONTHS < DORMANT-MONTHS
                    MOVE "ESCHEAT_MONTHS BELOW DORMANT_MONTHS"
                       TO DORMANCY-RESULT
              END-EVALUATE
           END-IF
           IF DORMANCY-RESULT NOT = SPACE
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           ELSE
              MOVE DORMANT-MONTHS TO CUTOFF-MONTHS
              PERFORM COMPUTE-CUTOFF-RTN
              MOVE CUTOFF-DATE TO DM-DORMANT-CUTOFF
              MOVE ESCHEAT-MONTHS TO CUTOFF-MONTHS
              PERFORM COMPUTE-CUTOFF-RTN
              MOVE CUTOFF-DATE TO DM-ESCHEAT-CUTOFF
              DISPLAY "DORMANT IF NO ACTIVITY SINCE " DM-DORMANT-CUTOFF
              DISPLAY "ESCHEAT IF NO ACTIVITY SINCE " DM-ESCHEAT-CUTOFF
           END-IF.
       COMPUTE-CUTOFF-RTN.
           MOVE DM-AS-OF(1:4) TO CUTOFF-YEAR
           MOVE DM-AS-OF(6:2) TO CUTOFF-MONTH
           MOVE DM-AS-OF(9:2) TO CUTOFF-DAY
           COMPUTE CUTOFF-PERIODS = CUTOFF-YEAR * 12 + CUTOFF-MONTH - 1
              - CUTOFF-MONTHS
           DIVIDE CUTOFF-PERIODS BY 12 GIVING CUTOFF-YEAR
              REMAINDER CUTOFF-MONTH
           ADD 1 TO CUTOFF-MONTH
           IF CUTOFF-DAY > 28
              MOVE 28 TO CUTOFF-DAY
           END-IF
           MOVE SPACE TO CUTOFF-DATE
           STRING CUTOFF-YEAR DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              CUTOFF-MONTH DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              CUTOFF-DAY DELIMITED BY SIZE
              INTO CUTOFF-DATE
           END-STRING.
       NORMALIZE-MONTHS-RTN.
           MOVE ZERO TO ENV-MONTHS-OUT
           MOVE ZERO TO ENV-DIGIT-COUNT
           MOVE "Y" TO ENV-MONTHS-STATUS
           PERFORM VARYING ENV-MONTHS-IX FROM 1 BY 1
              UNTIL ENV-MONTHS-IX > 3
              MOVE ENV-MONTHS-IN(ENV-MONTHS-IX:1) TO ENV-MONTHS-CHAR
              EVALUATE TRUE
                 WHEN ENV-MONTHS-CHAR = SPACE
                    CONTINUE
                 WHEN ENV-MONTHS-CHAR IS NUMERIC
                    MOVE ENV-MONTHS-CHAR TO ENV-MONTHS-DIGIT
                    COMPUTE ENV-MONTHS-OUT =
                       (ENV-MONTHS-OUT * 10) + ENV-MONTHS-DIGIT
                    ADD 1 TO ENV-DIGIT-COUNT
                 WHEN OTHER
                    MOVE "N" TO ENV-MONTHS-STATUS
              END-EVALUATE
           END-PERFORM
           IF ENV-DIGIT-COUNT = ZERO OR ENV-MONTHS-OUT = ZERO
              MOVE "N" TO ENV-MONTHS-STATUS
           END-IF.
       MARK-DORMANT-RTN.
OCESQL*    EXEC SQL
OCESQL*       DECLARE dormant_cursor CURSOR FOR
OCESQL*          SELECT dni, nm, addr, cont, last_date
OCESQL*          FROM (SELECT c.dni, COALESCE(c."name", ' ') AS nm,
OCESQL*                   COALESCE(c.address, ' ') AS addr,
OCESQL*                   COALESCE(c.contact, ' ') AS cont,
OCESQL*                   CAST(COALESCE(GREATEST(
OCESQL*                      (SELECT MAX(s.last_posted)
OCESQL*                       FROM balance_summary s
OCESQL*                       WHERE s.dni = c.dni),
OCESQL*                      (SELECT MAX(b.created_at)
OCESQL*                       FROM balances b
OCESQL*                       WHERE b.dni = c.dni)),
OCESQL*                      CAST(c.created_at AS date)) AS date)
OCESQL*                      AS last_date
OCESQL*                FROM app_clients c
OCESQL*                WHERE COALESCE(c.status, 'ACTIVE') = 'ACTIVE')
OCESQL*             AS act
OCESQL*          WHERE last_date < :DM-DORMANT-CUTOFF
OCESQL*          ORDER BY dni
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-DORMANT-CUTOFF
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "dormant_cursor" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

OCESQL*    EXEC SQL
OCESQL*       OPEN dormant_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "dormant_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

           IF SQLCODE NOT = ZERO
              MOVE "DORMANCY SELECTION FAILED" TO DORMANCY-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-DORMANT
OCESQL*          EXEC SQL
OCESQL*             FETCH dormant_cursor
OCESQL*             INTO :DM-DNI, :DM-NAME, :DM-ADDRESS, :DM-CONTACT,
OCESQL*                :DM-LAST-DATE
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 48
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-ADDRESS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 25
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-CONTACT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-LAST-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "dormant_cursor" & x"00"
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE = 100
                    SET EOF-DORMANT TO TRUE
                 ELSE
                    IF SQLCODE NOT = ZERO
                       MOVE "DORMANCY SELECTION FAILED"
                          TO DORMANCY-RESULT
                       PERFORM SQL-ERROR-RTN
                       SET EOF-DORMANT TO TRUE
                    ELSE
                       PERFORM MARK-ONE-DORMANT-RTN
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

OCESQL*    EXEC SQL
OCESQL*       CLOSE dormant_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "dormant_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       MARK-ONE-DORMANT-RTN.
OCESQL*    EXEC SQL
OCESQL*       UPDATE app_clients SET status = 'DORMANT'
OCESQL*       WHERE dni=:DM-DNI
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              MOVE "STATUS UPDATE FAILED" TO DORMANCY-RESULT
              PERFORM SQL-ERROR-RTN
              SET EOF-DORMANT TO TRUE
           ELSE
OCESQL*       EXEC SQL
OCESQL*          INSERT INTO batch_audit(dni, amount, created_at,
OCESQL*             batch_run_id, outcome, old_name, new_name,
OCESQL*             currency)
OCESQL*          VALUES (:DM-DNI, 0, :DM-AS-OF, :BATCH-RUN-ID,
OCESQL*             'DORMANT', 'ACTIVE', 'DORMANT', 'PEN')
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-AS-OF
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
                 MOVE "AUDIT INSERT FAILED" TO DORMANCY-RESULT
                 PERFORM SQL-ERROR-RTN
                 SET EOF-DORMANT TO TRUE
              ELSE
                 ADD 1 TO DT-CLIENTS-DORMANT
                 DISPLAY "DORMANT: " DM-DNI " LAST ACTIVITY "
                    DM-LAST-DATE
                 PERFORM WRITE-NOTICE-RTN
              END-IF
           END-IF.
       WRITE-NOTICE-RTN.
           MOVE SPACE TO NOTICE-RECORD
           MOVE "N" TO NT-RECORD-TYPE
           MOVE DM-DNI TO NT-DNI
           MOVE DM-NAME TO NT-NAME
           MOVE DM-ADDRESS TO NT-ADDRESS
           MOVE DM-CONTACT TO NT-CONTACT
           MOVE DM-LAST-DATE TO NT-LAST-ACTIVITY
           MOVE DM-AS-OF TO NT-DORMANT-DATE
           MOVE DORMANT-MONTHS TO NT-MONTHS
           MOVE BATCH-RUN-ID TO NT-RUN-ID
           WRITE NF_Record FROM NOTICE-RECORD
           ADD 1 TO DT-NOTICES-WRITTEN.
       WRITE-NOTICE-TRAILER-RTN.
           MOVE SPACE TO NOTICE-TRAILER
           MOVE "T" TO NTT-RECORD-TYPE
           MOVE DT-NOTICES-WRITTEN TO NTT-NOTICE-COUNT
           MOVE DM-AS-OF TO NTT-AS-OF
           WRITE NF_Record FROM NOTICE-TRAILER.
       ESCHEAT-REPORT-RTN.
           MOVE SPACE TO RPT-LINE
           STRING "Escheatment candidates as of " DELIMITED BY SIZE
              DM-AS-OF DELIMITED BY SIZE
              " (dormant, no activity since " DELIMITED BY SIZE
              DM-ESCHEAT-CUTOFF DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE EF_Record FROM RPT-LINE

OCESQL*    EXEC SQL
OCESQL*       DECLARE escheat_cursor CURSOR FOR
OCESQL*          SELECT b.currency, b.dni, COALESCE(c."name", ' '),
OCESQL*             CAST(MAX(b.created_at) AS date),
OCESQL*             COALESCE(SUM(b.amount), 0)
OCESQL*          FROM balances b
OCESQL*          JOIN app_clients c ON c.dni = b.dni
OCESQL*          WHERE c.status = 'DORMANT'
OCESQL*          GROUP BY b.currency, b.dni, c."name"
OCESQL*          HAVING MAX(b.created_at) < :DM-ESCHEAT-CUTOFF
OCESQL*          ORDER BY b.currency, b.dni
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-ESCHEAT-CUTOFF
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "escheat_cursor" & x"00"
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

OCESQL*    EXEC SQL
OCESQL*       OPEN escheat_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "escheat_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

           IF SQLCODE NOT = ZERO
              MOVE "ESCHEAT SELECTION FAILED" TO DORMANCY-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-ESCHEAT
OCESQL*          EXEC SQL
OCESQL*             FETCH escheat_cursor
OCESQL*             INTO :DM-CURRENCY, :DM-DNI, :DM-NAME,
OCESQL*                :DM-LAST-DATE, :DM-TOTAL
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 48
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DM-LAST-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 14
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE DM-TOTAL
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "escheat_cursor" & x"00"
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE = 100
                    SET EOF-ESCHEAT TO TRUE
                 ELSE
                    IF SQLCODE NOT = ZERO
                       MOVE "ESCHEAT SELECTION FAILED"
                          TO DORMANCY-RESULT
                       PERFORM SQL-ERROR-RTN
                       SET EOF-ESCHEAT TO TRUE
                    ELSE
                       PERFORM WRITE-ESCHEAT-LINE-RTN
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

OCESQL*    EXEC SQL
OCESQL*       CLOSE escheat_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "escheat_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

           IF EB-CURRENCY NOT = SPACE
              PERFORM WRITE-ESCHEAT-TOTAL-RTN
           END-IF
           IF DT-ESCHEAT-ROWS = ZERO
              MOVE "  (NONE)" TO RPT-LINE
              WRITE EF_Record FROM RPT-LINE
           END-IF.
       WRITE-ESCHEAT-LINE-RTN.
           IF DM-CURRENCY NOT = EB-CURRENCY
              IF EB-CURRENCY NOT = SPACE
                 PERFORM WRITE-ESCHEAT-TOTAL-RTN
              END-IF
              MOVE DM-CURRENCY TO EB-CURRENCY
              MOVE ZERO TO EB-COUNT
              MOVE ZERO TO EB-TOTAL
              MOVE SPACE TO RPT-LINE
              WRITE EF_Record FROM RPT-LINE
              MOVE SPACE TO RPT-LINE
              STRING "CURRENCY " DELIMITED BY SIZE
                 EB-CURRENCY DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE EF_Record FROM RPT-LINE
              MOVE "  DNI       NAME" TO RPT-LINE
              MOVE "LAST ACT.        DORMANT BALANCE" TO RPT-LINE(61:32)
              WRITE EF_Record FROM RPT-LINE
           END-IF
           MOVE DM-TOTAL TO RPT-AMOUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
              DM-DNI DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              DM-NAME DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           MOVE DM-LAST-DATE TO RPT-LINE(61:10)
           MOVE RPT-AMOUNT-EDIT TO RPT-LINE(73:18)
           WRITE EF_Record FROM RPT-LINE
           ADD 1 TO EB-COUNT
           ADD DM-TOTAL TO EB-TOTAL
           ADD 1 TO DT-ESCHEAT-ROWS.
       WRITE-ESCHEAT-TOTAL-RTN.
           MOVE EB-COUNT TO RPT-COUNT-EDIT
           MOVE EB-TOTAL TO RPT-AMOUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "  Total " DELIMITED BY SIZE
              EB-CURRENCY DELIMITED BY SIZE
              " clients: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           MOVE RPT-AMOUNT-EDIT TO RPT-LINE(73:18)
           WRITE EF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Escheat " DELIMITED BY SIZE
              EB-CURRENCY DELIMITED BY SIZE
              "...............: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              RPT-AMOUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REPORT-HEAD-RTN.
           MOVE SPACE TO RPT-LINE
           STRING "DormancyFile control totals as of " DELIMITED BY SIZE
              DM-AS-OF DELIMITED BY SIZE
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
           STRING "Dormant after months....: " DELIMITED BY SIZE
              DORMANT-MONTHS DELIMITED BY SIZE
              "  (no activity since " DELIMITED BY SIZE
              DM-DORMANT-CUTOFF DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Escheat after months....: " DELIMITED BY SIZE
              ESCHEAT-MONTHS DELIMITED BY SIZE
              "  (no activity since " DELIMITED BY SIZE
              DM-ESCHEAT-CUTOFF DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REPORT-FOOT-RTN.
           MOVE DT-CLIENTS-DORMANT TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Clients made dormant....: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE DT-NOTICES-WRITTEN TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Notices written.........: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              " (see " DELIMITED BY SIZE
              NoticePath DELIMITED BY SPACE
              ")" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE DT-ESCHEAT-ROWS TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Escheatment candidates..: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              " (see " DELIMITED BY SIZE
              EscheatPath DELIMITED BY SPACE
              ")" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Result..................: " DELIMITED BY SIZE
              DORMANCY-RESULT DELIMITED BY SIZE
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
OCESQL          BY REFERENCE SQ0005
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
OCESQL          BY REFERENCE SQ0006
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
OCESQL          BY REFERENCE SQ0007
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
OCESQL          BY REFERENCE SQ0008
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
