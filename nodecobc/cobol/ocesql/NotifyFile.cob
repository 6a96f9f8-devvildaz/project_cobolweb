       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotifyFile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReportFile ASSIGN TO ReportPath
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GatewayFile ASSIGN TO GatewayPath
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NoContactFile ASSIGN TO NoContactPath
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ReportFile.
       01 RF_Record   PIC X(110).
       FD  GatewayFile.
       01 GW_Record   PIC X(200).
       FD  NoContactFile.
       01 NC_Record   PIC X(110).
       WORKING-STORAGE SECTION.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PARAM.
           05  DBNAME         PIC X(32) VALUE SPACE.
           05  ReportPath     PIC X(60) VALUE SPACE.
       01  USERNAME       PIC X(30) VALUE SPACE.
       01  PASSWD         PIC X(10) VALUE SPACE.
       01  NO-FROM        PIC X(10) VALUE SPACE.
       01  NO-EVENT       PIC X(10) VALUE SPACE.
       01  NO-DNI         PIC X(8) VALUE SPACE.
       01  NO-CURRENCY    PIC X(3) VALUE SPACE.
       01  NO-DATE        PIC X(10) VALUE SPACE.
       01  NO-AMOUNT      PIC S9(12)V9(2) VALUE ZERO.
       01  NO-SOURCE-RUN  PIC X(14) VALUE SPACE.
       01  NO-NAME        PIC X(48) VALUE SPACE.
       01  NO-CONTACT     PIC X(40) VALUE SPACE.
       01  NO-CLIENT-FOUND PIC X(1) VALUE SPACE.
       01  NO-OPTED-OUT   PIC X(1) VALUE SPACE.
       01  NO-CHANNEL     PIC X(5) VALUE SPACE.
       01  NO-STATUS      PIC X(10) VALUE SPACE.
       01  BATCH-RUN-ID   PIC X(14) VALUE SPACE.
       01  RC-JOB-NAME    PIC X(14) VALUE SPACE.
       01  RC-RUN-ID      PIC X(14) VALUE SPACE.
       01  RC-LOCK-MODE   PIC X(1) VALUE "S".
       01  RC-END-STATUS  PIC X(6) VALUE SPACE.
       01  RC-END-CODE    PIC 9(2) VALUE ZERO.
       01  RCX            PIC 9(10) VALUE ZEROS.
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(046) VALUE "SELECT to_char(CURRENT_DATE - 7"
OCESQL  &  ", 'YYYY-MM-DD')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(2060) VALUE "SELECT ev.event_type, ev.dni, "
OCESQL  &  "ev.currency, CAST(ev.ev_date AS date), ev.amt, ev.batch_run"
OCESQL  &  "_id, COALESCE(c.name, ''), COALESCE(c.contact, ''), CASE WH"
OCESQL  &  "EN c.dni IS NULL THEN 'N' ELSE 'Y' END, CASE WHEN EXISTS (S"
OCESQL  &  "ELECT 1 FROM notification_optouts o WHERE o.dni = ev.dni AN"
OCESQL  &  "D o.event_type IN (ev.event_type, 'ALL')) THEN 'Y' ELSE 'N'"
OCESQL  &  " END FROM (SELECT a.dni, a.currency, COALESCE(CAST(a.create"
OCESQL  &  "d_at AS date), to_date(substr(a.batch_run_id, 1, 8), 'YYYYM"
OCESQL  &  "MDD')) AS ev_date, COALESCE(a.amount, 0) AS amt, a.batch_ru"
OCESQL  &  "n_id, CASE WHEN a.outcome IN ('HELD', 'WAREHOUSE', 'DECLINE"
OCESQL  &  "D') THEN a.outcome WHEN a.outcome IN ('ACCEPTED', 'ADJUSTED"
OCESQL  &  "', 'REVERSED') AND EXISTS (SELECT 1 FROM held_postings h WH"
OCESQL  &  "ERE h.decision_run_id = a.batch_run_id AND h.dni = a.dni AN"
OCESQL  &  "D h.currency = a.currency AND h.status = 'APPROVED') THEN '"
OCESQL  &  "APPROVED' WHEN a.outcome IN ('ACCEPTED', 'ADJUSTED', 'REVER"
OCESQL  &  "SED') AND EXISTS (SELECT 1 FROM pending_postings p WHERE p."
OCESQL  &  "release_run_id = a.batch_run_id AND p.dni = a.dni AND p.cur"
OCESQL  &  "rency = a.currency AND p.released = 'Y') THEN 'RELEASED' WH"
OCESQL  &  "EN a.outcome = 'ACCEPTED' THEN 'POSTED' WHEN a.outcome IN ("
OCESQL  &  "'ADJUSTED', 'REVERSED') THEN a.outcome WHEN (a.outcome = 'M"
OCESQL  &  "AINTAIN' OR (a.outcome = 'MERGED' AND RTRIM(a.new_name) = '"
OCESQL  &  "CLOSED')) AND RTRIM(a.new_name) IN ('FROZEN', 'CLOSED') AND"
OCESQL  &  " COALESCE((SELECT RTRIM(s.new_name) FROM batch_audit s WHER"
OCESQL  &  "E s.dni = a.dni AND (s.batch_run_id, s.audit_seq) < (a.batc"
OCESQL  &  "h_run_id, a.audit_seq) AND (s.outcome IN ('MAINTAIN', 'DORM"
OCESQL  &  "ANT', 'REACTIVATED') OR (s.outcome = 'MERGED' AND RTRIM(s.n"
OCESQL  &  "ew_name) = 'CLOSED')) ORDER BY s.batch_run_id DESC, s.audit"
OCESQL  &  "_seq DESC LIMIT 1), 'ACTIVE') <> RTRIM(a.new_name) THEN RTR"
OCESQL  &  "IM(a.new_name) END AS event_type FROM batch_audit a WHERE a"
OCESQL  &  ".batch_run_id >= REPLACE( $1, '-', '')) ev LEFT JOIN app_cl"
OCESQL  &  "ients c ON c.dni = ev.dni WHERE ev.event_type IS NOT NULL A"
OCESQL  &  "ND NOT EXISTS (SELECT 1 FROM notification_log l WHERE l.eve"
OCESQL  &  "nt_type = ev.event_type AND l.dni = ev.dni AND l.currency ="
OCESQL  &  " ev.currency AND l.event_date = ev.ev_date AND l.source_run"
OCESQL  &  "_id = ev.batch_run_id) ORDER BY ev.batch_run_id, ev.dni, ev"
OCESQL  &  ".currency, ev.event_type".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(169) VALUE "INSERT INTO notification_log(ev"
OCESQL  &  "ent_type, dni, currency, event_date, source_run_id, notify_"
OCESQL  &  "run_id, status, channel, contact) VALUES ( $1, $2, $3, $4, "
OCESQL  &  "$5, $6, $7, $8, $9 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(142) VALUE "SELECT COUNT( * ) FROM batch_ru"
OCESQL  &  "n_control WHERE status = 'ACTIVE' AND NOT (lock_mode = 'S' "
OCESQL  &  "AND $1 = 'S') AND NOT (lock_mode = 'P' AND $2 = 'P')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(097) VALUE "INSERT INTO batch_run_control(j"
OCESQL  &  "ob_name, run_id, lock_mode, status) VALUES ( $1, $2, $3, 'A"
OCESQL  &  "CTIVE')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(098) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = 'ACTIVE', lock_mode = $1 WHERE job_name = $2 AND run"
OCESQL  &  "_id = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(124) VALUE "UPDATE batch_run_control SET st"
OCESQL  &  "atus = $1, return_code = $2, ended_at = CURRENT_TIMESTAMP W"
OCESQL  &  "HERE job_name = $3 AND run_id = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(014) VALUE "DISCONNECT ALL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*

       01  GatewayPath            PIC X(60) VALUE SPACE.
       01  NoContactPath          PIC X(60) VALUE SPACE.

       01  GATEWAY-RECORD.
           05 GM-RECORD-TYPE      PIC X(1) VALUE "D".
           05 GM-SEQ              PIC 9(7).
           05 GM-EVENT            PIC X(10).
           05 GM-CHANNEL          PIC X(5).
           05 GM-CONTACT          PIC X(40).
           05 GM-DNI              PIC X(8).
           05 GM-NAME             PIC X(40).
           05 GM-EVENT-DATE       PIC X(10).
           05 GM-CURRENCY         PIC X(3).
           05 GM-SIGN             PIC X(1).
           05 GM-AMOUNT           PIC 9(12)V9(2).
           05 GM-SOURCE-RUN       PIC X(14).
           05 GM-MESSAGE          PIC X(40).
           05 FILLER              PIC X(7) VALUE SPACE.
       01  GATEWAY-HEADER REDEFINES GATEWAY-RECORD.
           05 GMH-RECORD-TYPE     PIC X(1).
           05 GMH-RUN-ID          PIC X(14).
           05 GMH-FROM            PIC X(10).
           05 GMH-CREATED         PIC X(10).
           05 FILLER              PIC X(165).
       01  GATEWAY-TRAILER REDEFINES GATEWAY-RECORD.
           05 GMT-RECORD-TYPE     PIC X(1).
           05 GMT-MESSAGE-COUNT   PIC 9(9).
           05 GMT-RUN-ID          PIC X(14).
           05 FILLER              PIC X(176).

       01  ENV-DB-USERNAME        PIC X(30) VALUE SPACE.
       01  ENV-DB-PASSWD          PIC X(10) VALUE SPACE.
       01  ENV-RUN-CONTROL        PIC X(1) VALUE SPACE.
       01  RUN-CONTROL-SWITCH     PIC X VALUE "N".
           88 RUN-CONTROL-BYPASS  VALUE "Y".
       01  ENV-NOTIFY-FROM        PIC X(10) VALUE SPACE.
       01  ENV-NOTIFY-OUT         PIC X(60) VALUE SPACE.
       01  ENV-NOTIFY-NOCONTACT   PIC X(60) VALUE SPACE.
       01  RUN-DATE               PIC X(8) VALUE SPACE.
       01  RUN-DATE-ISO           PIC X(10) VALUE SPACE.
       01  NOTIFY-RESULT          PIC X(40) VALUE SPACE.
       01  NOTIFY-REASON          PIC X(20) VALUE SPACE.
       01  RUN-RC                 PIC 9(2) VALUE ZERO.
       01  RC-WORK                PIC 9(2) VALUE ZERO.

       01  NOTIFY-TOTALS.
           05 NF-EVENTS-READ      PIC 9(9) VALUE ZERO.
           05 NF-MESSAGES         PIC 9(9) VALUE ZERO.
           05 NF-NO-CONTACT       PIC 9(9) VALUE ZERO.
           05 NF-OPTED-OUT        PIC 9(9) VALUE ZERO.
           05 NF-ALREADY-SENT     PIC 9(9) VALUE ZERO.
       01  RPT-LINE               PIC X(110) VALUE SPACE.
       01  RPT-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-AMOUNT-EDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  EVENT-EOF-SWITCH       PIC X VALUE "N".
           88 EOF-EVENT           VALUE "Y".
       01  GATEWAY-OPEN-SWITCH    PIC X VALUE "N".
           88 GATEWAY-OPEN        VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE "/usr/src/app/files/notify_report.txt" TO ReportPath.
           MOVE "/usr/src/app/files/notify_gateway.dat" TO GatewayPath.
           MOVE "/usr/src/app/files/notify_no_contact.txt"
              TO NoContactPath.
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

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           STRING RUN-DATE(1:4) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              RUN-DATE(5:2) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              RUN-DATE(7:2) DELIMITED BY SIZE
              INTO RUN-DATE-ISO
           END-STRING
           ACCEPT ENV-NOTIFY-FROM FROM ENVIRONMENT "NOTIFY_FROM"
           ACCEPT ENV-NOTIFY-OUT FROM ENVIRONMENT "NOTIFY_OUT"
           IF ENV-NOTIFY-OUT NOT = SPACE
              MOVE ENV-NOTIFY-OUT TO GatewayPath
           END-IF
           ACCEPT ENV-NOTIFY-NOCONTACT
              FROM ENVIRONMENT "NOTIFY_NO_CONTACT_OUT"
           IF ENV-NOTIFY-NOCONTACT NOT = SPACE
              MOVE ENV-NOTIFY-NOCONTACT TO NoContactPath
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
           DISPLAY "NOTIFY RUN ID: " BATCH-RUN-ID

           ACCEPT ENV-RUN-CONTROL
              FROM ENVIRONMENT "RUN_CONTROL_BYPASS"
           IF ENV-RUN-CONTROL = "Y"
              SET RUN-CONTROL-BYPASS TO TRUE
           END-IF
           MOVE "NotifyFile" TO RC-JOB-NAME
           MOVE "S" TO RC-LOCK-MODE
           MOVE BATCH-RUN-ID TO RC-RUN-ID
           PERFORM REGISTER-RUN-RTN

           OPEN OUTPUT ReportFile
           PERFORM SET-WINDOW-RTN
           PERFORM WRITE-REPORT-HEAD-RTN

           IF RUN-RC = ZERO
              OPEN OUTPUT GatewayFile
              OPEN OUTPUT NoContactFile
              SET GATEWAY-OPEN TO TRUE
              PERFORM WRITE-GATEWAY-HEADER-RTN
              PERFORM WRITE-NO-CONTACT-HEAD-RTN
              PERFORM NOTIFY-PASS-RTN
           END-IF

           IF RUN-RC < 8
              PERFORM SQLCOMMIT
              IF SQLCODE NOT = ZERO
                 MOVE "COMMIT FAILED" TO NOTIFY-RESULT
                 PERFORM SQL-ERROR-RTN
              END-IF
           END-IF
           IF RUN-RC < 8
              IF GATEWAY-OPEN
                 PERFORM WRITE-GATEWAY-TRAILER-RTN
                 CLOSE GatewayFile
                 CLOSE NoContactFile
              END-IF
              IF NF-NO-CONTACT > ZERO
                 MOVE 4 TO RC-WORK
                 PERFORM RAISE-RETURN-CODE-RTN
              END-IF
              MOVE "NOTIFICATIONS WRITTEN" TO NOTIFY-RESULT
           ELSE
              DISPLAY "NOTIFICATIONS NOT LOGGED -- " NOTIFY-RESULT
              PERFORM SQLROLLBACK
              IF GATEWAY-OPEN
                 CLOSE GatewayFile
                 OPEN OUTPUT GatewayFile
                 CLOSE GatewayFile
                 CLOSE NoContactFile
                 DISPLAY "GATEWAY FILE EMPTIED -- NOTHING TO SEND"
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
           DISPLAY "GATEWAY FILE WRITTEN TO " GatewayPath
           DISPLAY "NO-CONTACT LIST WRITTEN TO " NoContactPath
           MOVE RUN-RC TO RETURN-CODE
           STOP RUN.
       SET-WINDOW-RTN.
           IF ENV-NOTIFY-FROM NOT = SPACE
              MOVE ENV-NOTIFY-FROM TO NO-FROM
              IF NO-FROM(1:4) IS NOT NUMERIC
                 OR NO-FROM(5:1) NOT = "-"
                 OR NO-FROM(6:2) IS NOT NUMERIC
                 OR NO-FROM(8:1) NOT = "-"
                 OR NO-FROM(9:2) IS NOT NUMERIC
                 MOVE "INVALID NOTIFY_FROM (YYYY-MM-DD)"
                    TO NOTIFY-RESULT
                 MOVE 8 TO RC-WORK
                 PERFORM RAISE-RETURN-CODE-RTN
              END-IF
           ELSE
OCESQL*       EXEC SQL
OCESQL*          SELECT to_char(CURRENT_DATE - 7, 'YYYY-MM-DD')
OCESQL*          INTO :NO-FROM
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
                 MOVE "WINDOW DATE FAILED" TO NOTIFY-RESULT
                 PERFORM SQL-ERROR-RTN
              END-IF
           END-IF
           DISPLAY "NOTIFYING EVENTS FROM RUNS SINCE " NO-FROM.
       NOTIFY-PASS-RTN.
OCESQL*    EXEC SQL
OCESQL*       DECLARE event_cursor CURSOR FOR
OCESQL*          SELECT ev.event_type, ev.dni, ev.currency,
OCESQL*             CAST(ev.ev_date AS date), ev.amt, ev.batch_run_id,
OCESQL*             COALESCE(c."name", ''), COALESCE(c.contact, ''),
OCESQL*             CASE WHEN c.dni IS NULL THEN 'N' ELSE 'Y' END,
OCESQL*             CASE WHEN EXISTS (SELECT 1
OCESQL*                FROM notification_optouts o
OCESQL*                WHERE o.dni = ev.dni
OCESQL*                  AND o.event_type IN (ev.event_type, 'ALL'))
OCESQL*                THEN 'Y' ELSE 'N' END
OCESQL*          FROM (SELECT a.dni, a.currency,
OCESQL*                   COALESCE(CAST(a.created_at AS date),
OCESQL*                      to_date(substr(a.batch_run_id, 1, 8),
OCESQL*                         'YYYYMMDD')) AS ev_date,
OCESQL*                   COALESCE(a.amount, 0) AS amt,
OCESQL*                   a.batch_run_id,
OCESQL*                   CASE
OCESQL*                    WHEN a.outcome IN ('HELD', 'WAREHOUSE',
OCESQL*                       'DECLINED') THEN a.outcome
OCESQL*                    WHEN a.outcome IN ('ACCEPTED', 'ADJUSTED',
OCESQL*                       'REVERSED') AND EXISTS (SELECT 1
OCESQL*                       FROM held_postings h
OCESQL*                       WHERE h.decision_run_id = a.batch_run_id
OCESQL*                         AND h.dni = a.dni
OCESQL*                         AND h.currency = a.currency
OCESQL*                         AND h.status = 'APPROVED')
OCESQL*                       THEN 'APPROVED'
OCESQL*                    WHEN a.outcome IN ('ACCEPTED', 'ADJUSTED',
OCESQL*                       'REVERSED') AND EXISTS (SELECT 1
OCESQL*                       FROM pending_postings p
OCESQL*                       WHERE p.release_run_id = a.batch_run_id
OCESQL*                         AND p.dni = a.dni
OCESQL*                         AND p.currency = a.currency
OCESQL*                         AND p.released = 'Y')
OCESQL*                       THEN 'RELEASED'
OCESQL*                    WHEN a.outcome = 'ACCEPTED' THEN 'POSTED'
OCESQL*                    WHEN a.outcome IN ('ADJUSTED', 'REVERSED')
OCESQL*                       THEN a.outcome
OCESQL*                    WHEN (a.outcome = 'MAINTAIN'
OCESQL*                       OR (a.outcome = 'MERGED'
OCESQL*                          AND RTRIM(a.new_name) = 'CLOSED'))
OCESQL*                       AND RTRIM(a.new_name) IN ('FROZEN',
OCESQL*                          'CLOSED')
OCESQL*                       AND COALESCE((SELECT RTRIM(s.new_name)
OCESQL*                          FROM batch_audit s
OCESQL*                          WHERE s.dni = a.dni
OCESQL*                            AND (s.batch_run_id, s.audit_seq)
OCESQL*                               < (a.batch_run_id, a.audit_seq)
OCESQL*                            AND (s.outcome IN ('MAINTAIN',
OCESQL*                               'DORMANT', 'REACTIVATED')
OCESQL*                             OR (s.outcome = 'MERGED'
OCESQL*                               AND RTRIM(s.new_name) = 'CLOSED'))
OCESQL*                          ORDER BY s.batch_run_id DESC,
OCESQL*                             s.audit_seq DESC
OCESQL*                          LIMIT 1), 'ACTIVE')
OCESQL*                          <> RTRIM(a.new_name)
OCESQL*                       THEN RTRIM(a.new_name)
OCESQL*                   END AS event_type
OCESQL*                FROM batch_audit a
OCESQL*                WHERE a.batch_run_id
OCESQL*                   >= REPLACE(:NO-FROM, '-', '')) ev
OCESQL*          LEFT JOIN app_clients c ON c.dni = ev.dni
OCESQL*          WHERE ev.event_type IS NOT NULL
OCESQL*            AND NOT EXISTS (SELECT 1 FROM notification_log l
OCESQL*               WHERE l.event_type = ev.event_type
OCESQL*                 AND l.dni = ev.dni
OCESQL*                 AND l.currency = ev.currency
OCESQL*                 AND l.event_date = ev.ev_date
OCESQL*                 AND l.source_run_id = ev.batch_run_id)
OCESQL*          ORDER BY ev.batch_run_id, ev.dni, ev.currency,
OCESQL*             ev.event_type
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "event_cursor" & x"00"
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

OCESQL*    EXEC SQL
OCESQL*       OPEN event_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "event_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

           IF SQLCODE NOT = ZERO
              MOVE "EVENT SELECT FAILED" TO NOTIFY-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-EVENT
OCESQL*          EXEC SQL
OCESQL*             FETCH event_cursor
OCESQL*             INTO :NO-EVENT, :NO-DNI, :NO-CURRENCY, :NO-DATE,
OCESQL*                :NO-AMOUNT, :NO-SOURCE-RUN, :NO-NAME,
OCESQL*                :NO-CONTACT, :NO-CLIENT-FOUND, :NO-OPTED-OUT
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-EVENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 14
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE NO-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-SOURCE-RUN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 48
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-CONTACT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-CLIENT-FOUND
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-OPTED-OUT
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "event_cursor" & x"00"
OCESQL          BY VALUE 10
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE = 100
                    SET EOF-EVENT TO TRUE
                 ELSE
                    IF SQLCODE NOT = ZERO
                       MOVE "EVENT SELECT FAILED" TO NOTIFY-RESULT
                       PERFORM SQL-ERROR-RTN
                       SET EOF-EVENT TO TRUE
                    ELSE
                       PERFORM PROCESS-EVENT-RTN
                       IF RUN-RC >= 8
                          SET EOF-EVENT TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

OCESQL*    EXEC SQL
OCESQL*       CLOSE event_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "event_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       PROCESS-EVENT-RTN.
           ADD 1 TO NF-EVENTS-READ
           IF NO-EVENT = "FROZEN" OR NO-EVENT = "CLOSED"
              MOVE ZERO TO NO-AMOUNT
           END-IF
           EVALUATE TRUE
              WHEN NO-OPTED-OUT = "Y"
                 MOVE "OPTED-OUT" TO NO-STATUS
                 MOVE SPACE TO NO-CHANNEL
                 PERFORM LOG-EVENT-RTN
              WHEN NO-CLIENT-FOUND NOT = "Y"
                 MOVE "CLIENT NOT ON FILE" TO NOTIFY-REASON
                 PERFORM WRITE-NO-CONTACT-RTN
              WHEN NO-CONTACT = SPACE
                 MOVE "NO CONTACT" TO NOTIFY-REASON
                 PERFORM WRITE-NO-CONTACT-RTN
              WHEN OTHER
                 MOVE "SENT" TO NO-STATUS
                 MOVE ZERO TO RCX
                 INSPECT NO-CONTACT TALLYING RCX FOR ALL "@"
                 IF RCX > ZERO
                    MOVE "EMAIL" TO NO-CHANNEL
                 ELSE
                    MOVE "SMS" TO NO-CHANNEL
                 END-IF
                 PERFORM LOG-EVENT-RTN
           END-EVALUATE.
       LOG-EVENT-RTN.
OCESQL*    EXEC SQL
OCESQL*       SAVEPOINT evt_save
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "SAVEPOINT evt_save" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL*    EXEC SQL
OCESQL*       INSERT INTO notification_log(event_type, dni, currency,
OCESQL*          event_date, source_run_id, notify_run_id, status,
OCESQL*          channel, contact)
OCESQL*       VALUES (:NO-EVENT, :NO-DNI, :NO-CURRENCY, :NO-DATE,
OCESQL*          :NO-SOURCE-RUN, :BATCH-RUN-ID, :NO-STATUS,
OCESQL*          :NO-CHANNEL, :NO-CONTACT)
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-EVENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-SOURCE-RUN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BATCH-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-CHANNEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NO-CONTACT
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 9
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           EVALUATE TRUE
              WHEN SQLSTATE = "23505"
OCESQL*          EXEC SQL
OCESQL*             ROLLBACK TO SAVEPOINT evt_save
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK TO SAVEPOINT evt_save" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 ADD 1 TO NF-ALREADY-SENT
              WHEN SQLCODE NOT = ZERO
OCESQL*          EXEC SQL
OCESQL*             ROLLBACK TO SAVEPOINT evt_save
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK TO SAVEPOINT evt_save" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 MOVE "SENT-LOG INSERT FAILED" TO NOTIFY-RESULT
                 PERFORM SQL-ERROR-RTN
              WHEN NO-STATUS = "OPTED-OUT"
                 ADD 1 TO NF-OPTED-OUT
              WHEN OTHER
                 PERFORM WRITE-GATEWAY-RTN
           END-EVALUATE.
       WRITE-GATEWAY-RTN.
           ADD 1 TO NF-MESSAGES
           MOVE SPACE TO GATEWAY-RECORD
           MOVE "D" TO GM-RECORD-TYPE
           MOVE NF-MESSAGES TO GM-SEQ
           MOVE NO-EVENT TO GM-EVENT
           MOVE NO-CHANNEL TO GM-CHANNEL
           MOVE NO-CONTACT TO GM-CONTACT
           MOVE NO-DNI TO GM-DNI
           MOVE NO-NAME TO GM-NAME
           MOVE NO-DATE TO GM-EVENT-DATE
           MOVE NO-CURRENCY TO GM-CURRENCY
           IF NO-AMOUNT < ZERO
              MOVE "-" TO GM-SIGN
           ELSE
              MOVE "+" TO GM-SIGN
           END-IF
           MOVE NO-AMOUNT TO GM-AMOUNT
           MOVE NO-SOURCE-RUN TO GM-SOURCE-RUN
           EVALUATE NO-EVENT
              WHEN "POSTED"
                 MOVE "PAYMENT POSTED TO YOUR ACCOUNT" TO GM-MESSAGE
              WHEN "ADJUSTED"
                 MOVE "POSTING ADJUSTED" TO GM-MESSAGE
              WHEN "REVERSED"
                 MOVE "POSTING REVERSED" TO GM-MESSAGE
              WHEN "HELD"
                 MOVE "PAYMENT HELD FOR APPROVAL" TO GM-MESSAGE
              WHEN "WAREHOUSE"
                 MOVE "PAYMENT SCHEDULED FOR ITS VALUE DATE"
                    TO GM-MESSAGE
              WHEN "APPROVED"
                 MOVE "HELD PAYMENT APPROVED AND POSTED"
                    TO GM-MESSAGE
              WHEN "DECLINED"
                 MOVE "HELD PAYMENT DECLINED" TO GM-MESSAGE
              WHEN "RELEASED"
                 MOVE "SCHEDULED PAYMENT POSTED" TO GM-MESSAGE
              WHEN "FROZEN"
                 MOVE "ACCOUNT FROZEN" TO GM-MESSAGE
              WHEN "CLOSED"
                 MOVE "ACCOUNT CLOSED" TO GM-MESSAGE
           END-EVALUATE
           WRITE GW_Record FROM GATEWAY-RECORD.
       WRITE-GATEWAY-HEADER-RTN.
           MOVE SPACE TO GATEWAY-HEADER
           MOVE "H" TO GMH-RECORD-TYPE
           MOVE BATCH-RUN-ID TO GMH-RUN-ID
           MOVE NO-FROM TO GMH-FROM
           MOVE RUN-DATE-ISO TO GMH-CREATED
           WRITE GW_Record FROM GATEWAY-HEADER.
       WRITE-GATEWAY-TRAILER-RTN.
           MOVE SPACE TO GATEWAY-TRAILER
           MOVE "T" TO GMT-RECORD-TYPE
           MOVE NF-MESSAGES TO GMT-MESSAGE-COUNT
           MOVE BATCH-RUN-ID TO GMT-RUN-ID
           WRITE GW_Record FROM GATEWAY-TRAILER.
       WRITE-NO-CONTACT-HEAD-RTN.
           MOVE SPACE TO RPT-LINE
           STRING "NotifyFile clients without contact -- run "
                 DELIMITED BY SIZE
              BATCH-RUN-ID DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE NC_Record FROM RPT-LINE
           MOVE SPACE TO RPT-LINE
           WRITE NC_Record FROM RPT-LINE
           MOVE SPACE TO RPT-LINE
           STRING "  DNI      EVENT      DATE       CCY"
                 DELIMITED BY SIZE
              "             AMOUNT REASON               NAME"
                 DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE NC_Record FROM RPT-LINE.
       WRITE-NO-CONTACT-RTN.
           ADD 1 TO NF-NO-CONTACT
           MOVE NO-AMOUNT TO RPT-AMOUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
              NO-DNI DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              NO-EVENT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              NO-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              NO-CURRENCY DELIMITED BY SIZE
              RPT-AMOUNT-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              NOTIFY-REASON DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              NO-NAME(1:30) DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE NC_Record FROM RPT-LINE.
       WRITE-REPORT-HEAD-RTN.
           MOVE SPACE TO RPT-LINE
           STRING "NotifyFile client notifications for runs since "
                 DELIMITED BY SIZE
              NO-FROM DELIMITED BY SIZE
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
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REPORT-FOOT-RTN.
           MOVE NF-EVENTS-READ TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Events not yet notified.: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE NF-MESSAGES TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Messages written........: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              " (see " DELIMITED BY SIZE
              GatewayPath DELIMITED BY SPACE
              ")" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE NF-NO-CONTACT TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Clients without contact.: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              " (see " DELIMITED BY SIZE
              NoContactPath DELIMITED BY SPACE
              ")" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE NF-OPTED-OUT TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Suppressed (opted out)..: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE NF-ALREADY-SENT TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Already sent (skipped)..: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Result..................: " DELIMITED BY SIZE
              NOTIFY-RESULT DELIMITED BY SIZE
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
OCESQL          BY REFERENCE SQ0004
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
OCESQL          BY REFERENCE SQ0005
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
OCESQL          BY REFERENCE SQ0006
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
OCESQL          BY REFERENCE SQ0007
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
