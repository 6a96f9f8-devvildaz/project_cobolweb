       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProofFile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLInFile ASSIGN TO GLInPath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GI-FILE-STATUS.
           SELECT GLListFile ASSIGN TO GLListPath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GS-FILE-STATUS.
           SELECT GLFile ASSIGN TO GLPath
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO ReportPath
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GLInFile.
       01 GI_Record   PIC X(60).
           88 EOFGLIn VALUE HIGH-VALUES.
       FD  GLListFile.
       01 GS_Record   PIC X(60).
           88 EOFGLList VALUE HIGH-VALUES.
       FD  GLFile.
       01 GL_Record   PIC X(60).
       FD  ReportFile.
       01 RF_Record   PIC X(110).
       WORKING-STORAGE SECTION.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PARAM.
           05  DBNAME         PIC X(32) VALUE SPACE.
           05  ReportPath     PIC X(60) VALUE SPACE.
       01  USERNAME       PIC X(30) VALUE SPACE.
       01  PASSWD         PIC X(10) VALUE SPACE.
       01  PF-RUN-ID      PIC X(14).
       01  PF-OUTCOME     PIC X(11).
       01  PF-CCY         PIC X(3).
       01  PF-MOVEMENT    PIC S9(12)V9(2).
       01  PF-ROWS        PIC 9(9).
       01  PF-RUN-FROM    PIC X(14) VALUE SPACE.
       01  PF-RUN-TO      PIC X(14) VALUE SPACE.
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
OCESQL     02  FILLER PIC X(1161) VALUE "SELECT a.batch_run_id, CASE WH"
OCESQL  &  "EN a.outcome = 'ACCEPTED' AND a.orig_run_id IS NOT NULL AND"
OCESQL  &  " NOT EXISTS (SELECT 1 FROM pending_postings pp WHERE pp.rel"
OCESQL  &  "ease_run_id = a.batch_run_id) AND NOT EXISTS (SELECT 1 FROM"
OCESQL  &  " held_postings hp WHERE hp.decision_run_id = a.batch_run_id"
OCESQL  &  ") THEN 'RECYCLED' ELSE a.outcome END, a.currency, SUM(CASE "
OCESQL  &  "a.outcome WHEN 'ADJUSTED' THEN a.amount - COALESCE((SELECT "
OCESQL  &  "p.amount FROM batch_audit p WHERE p.dni = a.dni AND p.creat"
OCESQL  &  "ed_at = a.created_at AND p.currency = a.currency AND p.outc"
OCESQL  &  "ome IN ('ACCEPTED', 'ADJUSTED') AND (p.batch_run_id, p.audi"
OCESQL  &  "t_seq) < (a.batch_run_id, a.audit_seq) ORDER BY p.batch_run"
OCESQL  &  "_id DESC, p.audit_seq DESC LIMIT 1), 0) WHEN 'REVERSED' THE"
OCESQL  &  "N 0 - COALESCE((SELECT p.amount FROM batch_audit p WHERE p."
OCESQL  &  "dni = a.dni AND p.created_at = a.created_at AND p.currency "
OCESQL  &  "= a.currency AND p.outcome IN ('ACCEPTED', 'ADJUSTED') AND "
OCESQL  &  "(p.batch_run_id, p.audit_seq) < (a.batch_run_id, a.audit_se"
OCESQL  &  "q) ORDER BY p.batch_run_id DESC, p.audit_seq DESC LIMIT 1),"
OCESQL  &  " a.amount) ELSE a.amount END), COUNT( * ) FROM batch_audit "
OCESQL  &  "a WHERE a.batch_run_id BETWEEN $1 AND $2 AND a.outcome IN ("
OCESQL  &  "'ACCEPTED', 'ADJUSTED', 'REVERSED') GROUP BY 1, 2, 3 ORDER "
OCESQL  &  "BY 1, 2, 3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(142) VALUE "SELECT COUNT( * ) FROM batch_ru"
OCESQL  &  "n_control WHERE status = 'ACTIVE' AND NOT (lock_mode = 'S' "
OCESQL  &  "AND $1 = 'S') AND NOT (lock_mode = 'P' AND $2 = 'P')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(097) VALUE "INSERT INTO batch_run_control(j"
OCESQL  &  "ob_name, run_id, lock_mode, status) VALUES ( $1, $2, $3, 'A"
OCESQL  &  "CTIVE')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(098) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = 'ACTIVE', lock_mode = $1 WHERE job_name = $2 AND run"
OCESQL  &  "_id = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(124) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = $1, return_code = $2, ended_at = CURRENT_TIMESTAMP W"
OCESQL  &  "HERE job_name = $3 AND run_id = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(014) VALUE "DISCONNECT ALL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*

       01  GLInPath               PIC X(60) VALUE SPACE.
       01  GLListPath             PIC X(60) VALUE SPACE.
       01  GLPath                 PIC X(60) VALUE SPACE.
       01  GI-FILE-STATUS         PIC X(2) VALUE SPACE.
       01  GS-FILE-STATUS         PIC X(2) VALUE SPACE.
       01  ENV-DB-USERNAME        PIC X(30) VALUE SPACE.
       01  ENV-DB-PASSWD          PIC X(10) VALUE SPACE.
       01  ENV-RUN-CONTROL        PIC X(1) VALUE SPACE.
       01  RUN-CONTROL-SWITCH     PIC X VALUE "N".
           88 RUN-CONTROL-BYPASS  VALUE "Y".
       01  ENV-PROOF-DATE         PIC X(10) VALUE SPACE.
       01  ENV-GL-LIST            PIC X(60) VALUE SPACE.
       01  ENV-PROOF-GL-OUT       PIC X(60) VALUE SPACE.
       01  GL-LIST-SWITCH         PIC X VALUE "N".
           88 HAS-GL-LIST         VALUE "Y".
       01  RUN-DATE               PIC X(8) VALUE SPACE.
       01  PROOF-DATE             PIC X(10) VALUE SPACE.
       01  PROOF-RUN-DATE         PIC X(8) VALUE SPACE.

       01  GLInRecord.
           05 GLI-TYPE        PIC X.
              88 GLI-DEBIT    VALUE "D".
           05 FILLER          PIC X.
           05 GLI-ACCOUNT     PIC X(8).
           05 FILLER          PIC X.
           05 GLI-DATE        PIC X(10).
           05 FILLER          PIC X.
           05 GLI-CURRENCY    PIC X(3).
           05 FILLER          PIC X.
           05 GLI-AMOUNT      PIC 9(12)V9(2).
           05 FILLER          PIC X.
           05 GLI-RUN-ID      PIC X(14).
           05 FILLER          PIC X(5).

       01  GL-TOTAL-TABLE.
           05 GT-COUNT            PIC 9(4) VALUE ZERO.
           05 GT-ENTRY OCCURS 999 TIMES.
              10 GT-RUN-ID        PIC X(14).
              10 GT-CURRENCY      PIC X(3).
              10 GT-AMOUNT        PIC S9(12)V9(2).
              10 GT-MATCHED       PIC X.
       01  GT-IX                  PIC 9(4) VALUE ZERO.

       01  CCY-TOTAL-TABLE.
           05 CT-COUNT            PIC 9(3) VALUE ZERO.
           05 CT-ENTRY OCCURS 50 TIMES.
              10 CT-CURRENCY      PIC X(3).
              10 CT-SUBLEDGER     PIC S9(12)V9(2).
              10 CT-GL            PIC S9(12)V9(2).
              10 CT-CORRECTED     PIC S9(12)V9(2).
              10 CT-UNEXPLAINED   PIC S9(12)V9(2).
       01  CT-IX                  PIC 9(3) VALUE ZERO.

       01  PROOF-TOTALS.
           05 PF-GL-FILES-READ    PIC 9(9) VALUE ZERO.
           05 PF-GL-LINES-READ    PIC 9(9) VALUE ZERO.
           05 PF-GROUPS-PROVED    PIC 9(9) VALUE ZERO.
           05 PF-BREAKS           PIC 9(9) VALUE ZERO.
           05 PF-BREAKS-EXPLAINED PIC 9(9) VALUE ZERO.
           05 PF-BREAKS-OPEN      PIC 9(9) VALUE ZERO.
           05 PF-CORRECTIONS      PIC 9(9) VALUE ZERO.
       01  PF-GL-AMOUNT           PIC S9(12)V9(2) VALUE ZERO.
       01  PF-DIFFERENCE          PIC S9(12)V9(2) VALUE ZERO.
       01  PF-BREAK-REASON        PIC X(17) VALUE SPACE.
       01  BREAK-SWITCH           PIC X VALUE "N".
           88 BREAK-EXPLAINED     VALUE "Y".

       01  GL-DEBIT-ACCOUNT       PIC X(8) VALUE "12100000".
       01  GL-CREDIT-ACCOUNT      PIC X(8) VALUE "29990000".
       01  GL-AMT-WORK            PIC 9(12)V9(2) VALUE ZERO.
       01  GL-HASH-TOTAL          PIC 9(12)V9(2) VALUE ZERO.
       01  GL-REC-COUNT           PIC 9(9) VALUE ZERO.
       01  GL-LINE                PIC X(60) VALUE SPACE.
       01  GL-FIRST-ACCOUNT       PIC X(8) VALUE SPACE.
       01  GL-SECOND-ACCOUNT      PIC X(8) VALUE SPACE.

       01  RPT-LINE               PIC X(110) VALUE SPACE.
       01  RPT-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-SUB-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-GL-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-DIFF-EDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-OPEN-EDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  PROOF-EOF-SWITCH       PIC X VALUE "N".
           88 EOF-PROOF           VALUE "Y".
       01  RUN-RC                 PIC 9(2) VALUE ZERO.
       01  RC-WORK                PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE "/usr/src/app/files/proof_report.txt" TO ReportPath.
           MOVE "/usr/src/app/files/proof_gl.dat" TO GLPath.
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

           ACCEPT ENV-PROOF-DATE FROM ENVIRONMENT "PROOF_BUS_DATE"
           IF ENV-PROOF-DATE NOT = SPACE
              MOVE ENV-PROOF-DATE TO PROOF-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
              MOVE SPACE TO PROOF-DATE
              STRING RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 RUN-DATE(7:2) DELIMITED BY SIZE
                 INTO PROOF-DATE
              END-STRING
           END-IF
           MOVE SPACE TO PROOF-RUN-DATE
           STRING PROOF-DATE(1:4) DELIMITED BY SIZE
              PROOF-DATE(6:2) DELIMITED BY SIZE
              PROOF-DATE(9:2) DELIMITED BY SIZE
              INTO PROOF-RUN-DATE
           END-STRING
           MOVE SPACE TO PF-RUN-FROM
           STRING PROOF-RUN-DATE DELIMITED BY SIZE
              "000000" DELIMITED BY SIZE
              INTO PF-RUN-FROM
           END-STRING
           MOVE SPACE TO PF-RUN-TO
           STRING PROOF-RUN-DATE DELIMITED BY SIZE
              "999999" DELIMITED BY SIZE
              INTO PF-RUN-TO
           END-STRING
           DISPLAY "PROOF BUSINESS DATE: " PROOF-DATE

           ACCEPT ENV-GL-LIST FROM ENVIRONMENT "PROOF_GL_LIST"
           IF ENV-GL-LIST NOT = SPACE
              MOVE ENV-GL-LIST TO GLListPath
              SET HAS-GL-LIST TO TRUE
           END-IF
           ACCEPT ENV-PROOF-GL-OUT FROM ENVIRONMENT "PROOF_GL_OUT"
           IF ENV-PROOF-GL-OUT NOT = SPACE
              MOVE ENV-PROOF-GL-OUT TO GLPath
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
           DISPLAY "PROOF RUN ID: " BATCH-RUN-ID

           ACCEPT ENV-RUN-CONTROL
              FROM ENVIRONMENT "RUN_CONTROL_BYPASS"
           IF ENV-RUN-CONTROL = "Y"
              SET RUN-CONTROL-BYPASS TO TRUE
           END-IF
           MOVE "ProofFile" TO RC-JOB-NAME
           MOVE "S" TO RC-LOCK-MODE
           MOVE BATCH-RUN-ID TO RC-RUN-ID
           PERFORM REGISTER-RUN-RTN

           IF HAS-GL-LIST
              PERFORM LOAD-GL-LIST-RTN
           ELSE
              MOVE "/usr/src/app/files/batch_gl.dat" TO GLInPath
              PERFORM LOAD-GL-FILE-RTN
              MOVE "/usr/src/app/files/release_gl.dat" TO GLInPath
              PERFORM LOAD-GL-FILE-RTN
              MOVE "/usr/src/app/files/approval_gl.dat" TO GLInPath
              PERFORM LOAD-GL-FILE-RTN
           END-IF

           OPEN OUTPUT ReportFile
           OPEN OUTPUT GLFile
           PERFORM WRITE-REPORT-HEAD-RTN
           PERFORM PROOF-PASS-RTN
           PERFORM GL-ONLY-PASS-RTN
           PERFORM WRITE-CORRECTION-TRAILER-RTN
           CLOSE GLFile

           IF PF-BREAKS-OPEN > ZERO
              MOVE 8 TO RC-WORK
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
           CLOSE ReportFile
           IF PF-BREAKS-OPEN > ZERO
              DISPLAY "UNEXPLAINED GL BREAKS -- HOLD GL TRANSMISSION"
           END-IF
           DISPLAY "CORRECTIVE GL WRITTEN TO " GLPath
           DISPLAY "PROOF REPORT WRITTEN TO " ReportPath
           MOVE RUN-RC TO RETURN-CODE
           STOP RUN.
       LOAD-GL-LIST-RTN.
           OPEN INPUT GLListFile
           IF GS-FILE-STATUS NOT = "00"
              DISPLAY "GL LIST FILE NOT FOUND: " GLListPath
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           ELSE
              READ GLListFile INTO GLInPath
                 AT END SET EOFGLList TO TRUE
              END-READ
              PERFORM UNTIL EOFGLList
                 IF GLInPath NOT = SPACE
                    PERFORM LOAD-GL-FILE-RTN
                 END-IF
                 READ GLListFile INTO GLInPath
                    AT END SET EOFGLList TO TRUE
                 END-READ
              END-PERFORM
              CLOSE GLListFile
           END-IF.
       LOAD-GL-FILE-RTN.
           MOVE SPACE TO GI_Record
           OPEN INPUT GLInFile
           IF GI-FILE-STATUS NOT = "00"
              DISPLAY "GL FILE NOT PRESENT: " GLInPath
           ELSE
              DISPLAY "READING GL FILE: " GLInPath
              ADD 1 TO PF-GL-FILES-READ
              READ GLInFile INTO GLInRecord
                 AT END SET EOFGLIn TO TRUE
              END-READ
              PERFORM UNTIL EOFGLIn
                 IF GLI-DEBIT
                    AND GLI-RUN-ID(1:8) = PROOF-RUN-DATE
                    AND GLI-AMOUNT IS NUMERIC
                    ADD 1 TO PF-GL-LINES-READ
                    PERFORM GL-TOTAL-ACCUMULATE-RTN
                 END-IF
                 READ GLInFile INTO GLInRecord
                    AT END SET EOFGLIn TO TRUE
                 END-READ
              END-PERFORM
              CLOSE GLInFile
           END-IF.
       GL-TOTAL-ACCUMULATE-RTN.
           PERFORM VARYING GT-IX FROM 1 BY 1
              UNTIL GT-IX > GT-COUNT
                 OR (GT-RUN-ID(GT-IX) = GLI-RUN-ID
                    AND GT-CURRENCY(GT-IX) = GLI-CURRENCY)
              CONTINUE
           END-PERFORM
           IF GT-IX > GT-COUNT
              IF GT-COUNT < 999
                 ADD 1 TO GT-COUNT
                 MOVE GLI-RUN-ID TO GT-RUN-ID(GT-COUNT)
                 MOVE GLI-CURRENCY TO GT-CURRENCY(GT-COUNT)
                 MOVE GLI-AMOUNT TO GT-AMOUNT(GT-COUNT)
                 MOVE "N" TO GT-MATCHED(GT-COUNT)
              ELSE
                 DISPLAY "GL TOTAL TABLE FULL -- LINE NOT PROVED: "
                    GLI-RUN-ID " " GLI-CURRENCY
                 MOVE 8 TO RC-WORK
                 PERFORM RAISE-RETURN-CODE-RTN
              END-IF
           ELSE
              ADD GLI-AMOUNT TO GT-AMOUNT(GT-IX)
           END-IF.
       PROOF-PASS-RTN.
OCESQL*    EXEC SQL
OCESQL*       DECLARE proof_cursor CURSOR FOR
OCESQL*          SELECT a.batch_run_id,
OCESQL*             CASE WHEN a.outcome = 'ACCEPTED'
OCESQL*                   AND a.orig_run_id IS NOT NULL
OCESQL*                   AND NOT EXISTS (SELECT 1
OCESQL*                      FROM pending_postings pp
OCESQL*                      WHERE pp.release_run_id = a.batch_run_id)
OCESQL*                   AND NOT EXISTS (SELECT 1
OCESQL*                      FROM held_postings hp
OCESQL*                      WHERE hp.decision_run_id = a.batch_run_id)
OCESQL*                THEN 'RECYCLED'
OCESQL*                ELSE a.outcome END,
OCESQL*             a.currency,
OCESQL*             SUM(CASE a.outcome
OCESQL*                WHEN 'ADJUSTED' THEN a.amount
OCESQL*                   - COALESCE((SELECT p.amount
OCESQL*                      FROM batch_audit p
OCESQL*                      WHERE p.dni = a.dni
OCESQL*                        AND p.created_at = a.created_at
OCESQL*                        AND p.currency = a.currency
OCESQL*                        AND p.outcome IN ('ACCEPTED', 'ADJUSTED')
OCESQL*                        AND (p.batch_run_id, p.audit_seq)
OCESQL*                           < (a.batch_run_id, a.audit_seq)
OCESQL*                      ORDER BY p.batch_run_id DESC,
OCESQL*                         p.audit_seq DESC
OCESQL*                      LIMIT 1), 0)
OCESQL*                WHEN 'REVERSED' THEN 0
OCESQL*                   - COALESCE((SELECT p.amount
OCESQL*                      FROM batch_audit p
OCESQL*                      WHERE p.dni = a.dni
OCESQL*                        AND p.created_at = a.created_at
OCESQL*                        AND p.currency = a.currency
OCESQL*                        AND p.outcome IN ('ACCEPTED', 'ADJUSTED')
OCESQL*                        AND (p.batch_run_id, p.audit_seq)
OCESQL*                           < (a.batch_run_id, a.audit_seq)
OCESQL*                      ORDER BY p.batch_run_id DESC,
OCESQL*                         p.audit_seq DESC
OCESQL*                      LIMIT 1), a.amount)
OCESQL*                ELSE a.amount END),
OCESQL*             COUNT(*)
OCESQL*          FROM batch_audit a
OCESQL*          WHERE a.batch_run_id BETWEEN :PF-RUN-FROM
OCESQL*                AND :PF-RUN-TO
OCESQL*            AND a.outcome IN ('ACCEPTED', 'ADJUSTED',
OCESQL*                'REVERSED')
OCESQL*          GROUP BY 1, 2, 3
OCESQL*          ORDER BY 1, 2, 3
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PF-RUN-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PF-RUN-TO
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "proof_cursor" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

OCESQL*    EXEC SQL
OCESQL*       OPEN proof_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "proof_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

           IF SQLCODE NOT = ZERO
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-PROOF
OCESQL*          EXEC SQL
OCESQL*             FETCH proof_cursor
OCESQL*             INTO :PF-RUN-ID, :PF-OUTCOME, :PF-CCY,
OCESQL*                :PF-MOVEMENT, :PF-ROWS
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PF-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PF-OUTCOME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PF-CCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 14
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE PF-MOVEMENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PF-ROWS
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "proof_cursor" & x"00"
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE = 100
                    SET EOF-PROOF TO TRUE
                 ELSE
                    IF SQLCODE NOT = ZERO
                       PERFORM SQL-ERROR-RTN
                       SET EOF-PROOF TO TRUE
                    ELSE
                       ADD 1 TO PF-GROUPS-PROVED
                       PERFORM PROVE-GROUP-RTN
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

OCESQL*    EXEC SQL
OCESQL*       CLOSE proof_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "proof_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       PROVE-GROUP-RTN.
           MOVE ZERO TO PF-GL-AMOUNT
           IF PF-OUTCOME = "ACCEPTED"
              PERFORM VARYING GT-IX FROM 1 BY 1
                 UNTIL GT-IX > GT-COUNT
                    OR (GT-RUN-ID(GT-IX) = PF-RUN-ID
                       AND GT-CURRENCY(GT-IX) = PF-CCY)
                 CONTINUE
              END-PERFORM
              IF GT-IX NOT > GT-COUNT
                 MOVE GT-AMOUNT(GT-IX) TO PF-GL-AMOUNT
                 MOVE "Y" TO GT-MATCHED(GT-IX)
              END-IF
           END-IF
           COMPUTE PF-DIFFERENCE = PF-MOVEMENT - PF-GL-AMOUNT
           PERFORM CCY-TOTAL-LOOKUP-RTN
           IF CT-IX NOT > CT-COUNT
              ADD PF-MOVEMENT TO CT-SUBLEDGER(CT-IX)
              ADD PF-GL-AMOUNT TO CT-GL(CT-IX)
           END-IF
           IF PF-DIFFERENCE NOT = ZERO
              PERFORM CLASSIFY-BREAK-RTN
              PERFORM RECORD-BREAK-RTN
           END-IF.
       CLASSIFY-BREAK-RTN.
           MOVE "N" TO BREAK-SWITCH
           EVALUATE PF-OUTCOME
              WHEN "ADJUSTED"
                 SET BREAK-EXPLAINED TO TRUE
                 MOVE "NO GL ON ADJUST" TO PF-BREAK-REASON
              WHEN "REVERSED"
                 SET BREAK-EXPLAINED TO TRUE
                 MOVE "NO GL ON REVERSE" TO PF-BREAK-REASON
              WHEN "RECYCLED"
                 SET BREAK-EXPLAINED TO TRUE
                 MOVE "NO GL ON RECYCLE" TO PF-BREAK-REASON
              WHEN "GL-ONLY"
                 MOVE "UNEXPLAINED" TO PF-BREAK-REASON
              WHEN OTHER
                 IF PF-GL-AMOUNT = ZERO
                    MOVE "GL FEED MISSING" TO PF-BREAK-REASON
                 ELSE
                    MOVE "UNEXPLAINED" TO PF-BREAK-REASON
                 END-IF
           END-EVALUATE.
       RECORD-BREAK-RTN.
           ADD 1 TO PF-BREAKS
           IF BREAK-EXPLAINED
              ADD 1 TO PF-BREAKS-EXPLAINED
              PERFORM WRITE-CORRECTION-RTN
              IF CT-IX NOT > CT-COUNT
                 ADD PF-DIFFERENCE TO CT-CORRECTED(CT-IX)
              END-IF
           ELSE
              ADD 1 TO PF-BREAKS-OPEN
              IF CT-IX NOT > CT-COUNT
                 ADD PF-DIFFERENCE TO CT-UNEXPLAINED(CT-IX)
              END-IF
           END-IF
           PERFORM WRITE-BREAK-LINE-RTN.
       GL-ONLY-PASS-RTN.
           PERFORM VARYING GT-IX FROM 1 BY 1
              UNTIL GT-IX > GT-COUNT
              IF GT-MATCHED(GT-IX) = "N"
                 MOVE GT-RUN-ID(GT-IX) TO PF-RUN-ID
                 MOVE "GL-ONLY" TO PF-OUTCOME
                 MOVE GT-CURRENCY(GT-IX) TO PF-CCY
                 MOVE ZERO TO PF-MOVEMENT
                 MOVE GT-AMOUNT(GT-IX) TO PF-GL-AMOUNT
                 COMPUTE PF-DIFFERENCE = ZERO - PF-GL-AMOUNT
                 PERFORM CCY-TOTAL-LOOKUP-RTN
                 IF CT-IX NOT > CT-COUNT
                    ADD PF-GL-AMOUNT TO CT-GL(CT-IX)
                 END-IF
                 PERFORM CLASSIFY-BREAK-RTN
                 PERFORM RECORD-BREAK-RTN
              END-IF
           END-PERFORM.
       CCY-TOTAL-LOOKUP-RTN.
           PERFORM VARYING CT-IX FROM 1 BY 1
              UNTIL CT-IX > CT-COUNT
                 OR CT-CURRENCY(CT-IX) = PF-CCY
              CONTINUE
           END-PERFORM
           IF CT-IX > CT-COUNT AND CT-COUNT < 50
              ADD 1 TO CT-COUNT
              MOVE CT-COUNT TO CT-IX
              MOVE PF-CCY TO CT-CURRENCY(CT-IX)
              MOVE ZERO TO CT-SUBLEDGER(CT-IX)
              MOVE ZERO TO CT-GL(CT-IX)
              MOVE ZERO TO CT-CORRECTED(CT-IX)
              MOVE ZERO TO CT-UNEXPLAINED(CT-IX)
           END-IF.
       WRITE-CORRECTION-RTN.
           IF PF-DIFFERENCE > ZERO
              MOVE GL-DEBIT-ACCOUNT TO GL-FIRST-ACCOUNT
              MOVE GL-CREDIT-ACCOUNT TO GL-SECOND-ACCOUNT
              MOVE PF-DIFFERENCE TO GL-AMT-WORK
           ELSE
              MOVE GL-CREDIT-ACCOUNT TO GL-FIRST-ACCOUNT
              MOVE GL-DEBIT-ACCOUNT TO GL-SECOND-ACCOUNT
              COMPUTE GL-AMT-WORK = ZERO - PF-DIFFERENCE
           END-IF

           MOVE SPACE TO GL-LINE
           STRING "D " DELIMITED BY SIZE
              GL-FIRST-ACCOUNT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PROOF-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PF-CCY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              GL-AMT-WORK DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PF-RUN-ID DELIMITED BY SIZE
              INTO GL-LINE
           END-STRING
           WRITE GL_Record FROM GL-LINE
           ADD 1 TO GL-REC-COUNT
           ADD GL-AMT-WORK TO GL-HASH-TOTAL

           MOVE SPACE TO GL-LINE
           STRING "C " DELIMITED BY SIZE
              GL-SECOND-ACCOUNT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PROOF-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PF-CCY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              GL-AMT-WORK DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PF-RUN-ID DELIMITED BY SIZE
              INTO GL-LINE
           END-STRING
           WRITE GL_Record FROM GL-LINE
           ADD 1 TO GL-REC-COUNT
           ADD GL-AMT-WORK TO GL-HASH-TOTAL
           ADD 1 TO PF-CORRECTIONS.
       WRITE-CORRECTION-TRAILER-RTN.
           MOVE SPACE TO GL-LINE
           STRING "T" DELIMITED BY SIZE
              GL-REC-COUNT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              GL-HASH-TOTAL DELIMITED BY SIZE
              INTO GL-LINE
           END-STRING
           WRITE GL_Record FROM GL-LINE.
       WRITE-BREAK-LINE-RTN.
           MOVE PF-MOVEMENT TO RPT-SUB-EDIT
           MOVE PF-GL-AMOUNT TO RPT-GL-EDIT
           MOVE PF-DIFFERENCE TO RPT-DIFF-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
              PF-RUN-ID DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              PF-OUTCOME DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              PF-CCY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-SUB-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-GL-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-DIFF-EDIT DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              PF-BREAK-REASON DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REPORT-HEAD-RTN.
           MOVE SPACE TO RPT-LINE
           STRING "ProofFile subledger-to-GL proof for "
              DELIMITED BY SIZE
              PROOF-DATE DELIMITED BY SIZE
              " RUN " DELIMITED BY SIZE
              BATCH-RUN-ID DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Corrective GL -> " DELIMITED BY SIZE
              GLPath DELIMITED BY SPACE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "  RUN ID          OUTCOME      CCY"
              DELIMITED BY SIZE
              "          SUBLEDGER                 GL"
              DELIMITED BY SIZE
              "         DIFFERENCE  REASON" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REPORT-FOOT-RTN.
           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "  CURRENCY TOTALS  CCY"
              DELIMITED BY SIZE
              "          SUBLEDGER                 GL"
              DELIMITED BY SIZE
              "          CORRECTED        UNEXPLAINED"
              DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           PERFORM VARYING CT-IX FROM 1 BY 1
              UNTIL CT-IX > CT-COUNT
              MOVE CT-SUBLEDGER(CT-IX) TO RPT-SUB-EDIT
              MOVE CT-GL(CT-IX) TO RPT-GL-EDIT
              MOVE CT-CORRECTED(CT-IX) TO RPT-DIFF-EDIT
              MOVE CT-UNEXPLAINED(CT-IX) TO RPT-OPEN-EDIT
              MOVE SPACE TO RPT-LINE
              STRING "                   " DELIMITED BY SIZE
                 CT-CURRENCY(CT-IX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 RPT-SUB-EDIT DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 RPT-GL-EDIT DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 RPT-DIFF-EDIT DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 RPT-OPEN-EDIT DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE RF_Record FROM RPT-LINE
           END-PERFORM

           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE

           MOVE PF-GL-FILES-READ TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "GL files read...........: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE PF-GL-LINES-READ TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "GL debit lines for date.: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE PF-GROUPS-PROVED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Audit groups proved.....: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE PF-BREAKS TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Breaks found............: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE PF-BREAKS-EXPLAINED TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Breaks explained........: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE PF-BREAKS-OPEN TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Breaks unexplained......: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE PF-CORRECTIONS TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Corrective GL pairs.....: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           IF PF-BREAKS-OPEN > ZERO
              MOVE SPACE TO RPT-LINE
              MOVE "*** UNEXPLAINED BREAKS -- GL TRANSMISSION HELD ***"
                 TO RPT-LINE
              WRITE RF_Record FROM RPT-LINE
           END-IF.
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
OCESQL          BY REFERENCE SQ0002
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
OCESQL          BY REFERENCE SQ0003
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
OCESQL          BY REFERENCE SQ0004
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
OCESQL          BY REFERENCE SQ0005
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
