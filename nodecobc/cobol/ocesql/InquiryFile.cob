       IDENTIFICATION DIVISION.
       PROGRAM-ID. InquiryFile.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PARAM.
           05  DBNAME         PIC X(32) VALUE SPACE.
       01  USERNAME       PIC X(30) VALUE SPACE.
       01  PASSWD         PIC X(10) VALUE SPACE.
       01  IQ-DNI         PIC X(8) VALUE SPACE.
       01  IQ-NAME        PIC X(48) VALUE SPACE.
       01  IQ-ADDRESS     PIC X(40) VALUE SPACE.
       01  IQ-CONTACT     PIC X(40) VALUE SPACE.
       01  IQ-STATUS      PIC X(7) VALUE SPACE.
       01  IQ-CREATED     PIC X(10) VALUE SPACE.
       01  IQ-MERGED-INTO PIC X(8) VALUE SPACE.
       01  IQ-CURRENCY    PIC X(3) VALUE SPACE.
       01  IQ-AMOUNT      PIC S9(14)V9(2) VALUE ZERO.
       01  IQ-COUNT       PIC 9(9) VALUE ZERO.
       01  IQ-DATE        PIC X(10) VALUE SPACE.
       01  IQ-TYPE        PIC X(1) VALUE SPACE.
       01  IQ-ITEM-STATUS PIC X(10) VALUE SPACE.
       01  IQ-RUN-ID      PIC X(14) VALUE SPACE.
       01  IQ-OUTCOME     PIC X(11) VALUE SPACE.
       01  IQ-OLD-NAME    PIC X(48) VALUE SPACE.
       01  IQ-NEW-NAME    PIC X(48) VALUE SPACE.
       01  IQ-OFFSET      PIC 9(9) VALUE ZERO.
       01  IQ-PAGE-SIZE   PIC 9(3) VALUE 10.
       01  IQ-USER        PIC X(20) VALUE SPACE.
       01  IQ-LOCK-JOB    PIC X(14) VALUE SPACE.
       01  IQ-AUDIT-DATE  PIC X(10) VALUE SPACE.
       01  MaintenanceRecord.
           05 FILLER          PIC X.
           05 MNT_DNI         PIC X(8).
           05 FILLER          PIC X.
           05 MNT_ADDRESS     PIC X(40).
           05 FILLER          PIC X.
           05 MNT_CONTACT     PIC X(25).
           05 FILLER          PIC X.
           05 MNT_STATUS      PIC X(6).
              88 MNT-STATUS-VALID VALUE "ACTIVE", "FROZEN",
                                        "CLOSED".
           05 FILLER          PIC X(7).
       01  RCX            PIC 9(10) VALUE ZEROS.
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(082) VALUE "SELECT COUNT( * ) FROM maintena"
OCESQL  &  "nce_users WHERE user_id = $1 AND can_maintain = 'Y'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(213) VALUE "SELECT COALESCE(name, ''), COAL"
OCESQL  &  "ESCE(address, ''), COALESCE(contact, ''), COALESCE(status, "
OCESQL  &  "'ACTIVE'), COALESCE(substr(CAST(created_at AS text), 1, 10)"
OCESQL  &  ", ''), COALESCE(merged_into, '') FROM app_clients WHERE dni"
OCESQL  &  " = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(166) VALUE "SELECT currency, COALESCE(total"
OCESQL  &  "_balance, 0), COALESCE(posting_count, 0), COALESCE(CAST(las"
OCESQL  &  "t_posted AS text), '') FROM balance_summary WHERE dni = $1 "
OCESQL  &  "ORDER BY currency".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(150) VALUE "SELECT substr(CAST(created_at A"
OCESQL  &  "S text), 1, 10), currency, COALESCE(amount, 0) FROM balance"
OCESQL  &  "s WHERE dni = $1 ORDER BY created_at DESC, currency LIMIT 1"
OCESQL  &  "0".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(215) VALUE "SELECT CAST(post_date AS text),"
OCESQL  &  " currency, record_type, COALESCE(amount, 0), CASE WHEN rele"
OCESQL  &  "ased = 'Y' THEN 'RELEASED' ELSE 'PENDING' END FROM pending_"
OCESQL  &  "postings WHERE dni = $1 ORDER BY post_date DESC, currency L"
OCESQL  &  "IMIT 10".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(159) VALUE "SELECT CAST(post_date AS text),"
OCESQL  &  " currency, record_type, COALESCE(amount, 0), status FROM he"
OCESQL  &  "ld_postings WHERE dni = $1 ORDER BY post_date DESC, currenc"
OCESQL  &  "y LIMIT 10".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(049) VALUE "SELECT COUNT( * ) FROM batch_au"
OCESQL  &  "dit WHERE dni = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(270) VALUE "SELECT batch_run_id, outcome, C"
OCESQL  &  "OALESCE(substr(CAST(created_at AS text), 1, 10), ''), COALE"
OCESQL  &  "SCE(currency, ''), COALESCE(amount, 0), COALESCE(old_name, "
OCESQL  &  "''), COALESCE(new_name, '') FROM batch_audit WHERE dni = $1"
OCESQL  &  " ORDER BY batch_run_id DESC, audit_seq DESC LIMIT $2 OFFSET"
OCESQL  &  " $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(109) VALUE "SELECT COALESCE(MIN(job_name), "
OCESQL  &  "'') FROM batch_run_control WHERE status = 'ACTIVE' AND lock"
OCESQL  &  "_mode IN ('X', 'P')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(077) VALUE "UPDATE app_clients SET address "
OCESQL  &  "= $1, contact = $2, status = $3 WHERE dni = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0011.
OCESQL     02  FILLER PIC X(169) VALUE "INSERT INTO batch_audit(dni, am"
OCESQL  &  "ount, created_at, batch_run_id, outcome, old_name, new_name"
OCESQL  &  ", currency, changed_by) VALUES ( $1, 0, $2, $3, 'MAINTAIN',"
OCESQL  &  " $4, $5, 'PEN', $6 )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
OCESQL 01  SQ0012.
OCESQL     02  FILLER PIC X(014) VALUE "DISCONNECT ALL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*

       01  ENV-DB-USERNAME        PIC X(30) VALUE SPACE.
       01  ENV-DB-PASSWD          PIC X(10) VALUE SPACE.
       01  ENV-OS-USER            PIC X(20) VALUE SPACE.

       01  IQ-INPUT               PIC X(60) VALUE SPACE.
       01  IQ-COMMAND             PIC X(1) VALUE SPACE.
       01  IQ-NEW-ADDRESS         PIC X(60) VALUE SPACE.
       01  IQ-NEW-CONTACT         PIC X(60) VALUE SPACE.
       01  IQ-NEW-STATUS          PIC X(60) VALUE SPACE.
       01  IQ-OLD-STATUS          PIC X(7) VALUE SPACE.
       01  IQ-AUDIT-TOTAL         PIC 9(9) VALUE ZERO.
       01  IQ-PAGE-NO             PIC 9(5) VALUE ZERO.
       01  IQ-PAGE-COUNT          PIC 9(5) VALUE ZERO.
       01  IQ-PAGE-REMAINDER      PIC 9(3) VALUE ZERO.
       01  IQ-ROWS-SHOWN          PIC 9(3) VALUE ZERO.
       01  VAL-REASON             PIC X(40) VALUE SPACE.

       01  SESSION-SWITCH         PIC X VALUE "N".
           88 SESSION-ENDED       VALUE "Y".
       01  CLIENT-SWITCH          PIC X VALUE "N".
           88 CLIENT-DONE         VALUE "Y".
       01  PAGING-SWITCH          PIC X VALUE "N".
           88 PAGING-DONE         VALUE "Y".
       01  CLIENT-FOUND-SWITCH    PIC X VALUE "N".
           88 CLIENT-FOUND        VALUE "Y".
       01  AUTHORISED-SWITCH      PIC X VALUE "N".
           88 USER-AUTHORISED     VALUE "Y".
       01  CHANGE-SWITCH          PIC X VALUE "N".
           88 CLIENT-CHANGED      VALUE "Y".
       01  STATUS-ENTERED-SWITCH  PIC X VALUE "N".
           88 STATUS-ENTERED      VALUE "Y".
       01  LIST-EOF-SWITCH        PIC X VALUE "N".
           88 EOF-LIST            VALUE "Y".

       01  SCR-LINE               PIC X(80) VALUE SPACE.
       01  SCR-RULE               PIC X(80) VALUE ALL "-".
       01  SCR-AMOUNT-EDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  SCR-COUNT-EDIT         PIC ZZZ,ZZ9.
       01  SCR-PAGE-EDIT          PIC ZZZZ9.
       01  SCR-PAGES-EDIT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-RTN.
           ACCEPT PARAM FROM COMMAND-LINE
           MOVE "postgres" TO USERNAME.
           ACCEPT ENV-DB-USERNAME FROM ENVIRONMENT "DB_USERNAME"
           IF ENV-DB-USERNAME NOT = SPACE
              MOVE ENV-DB-USERNAME TO USERNAME
           END-IF
           ACCEPT ENV-DB-PASSWD FROM ENVIRONMENT "DB_PASSWORD"
           IF ENV-DB-PASSWD NOT = SPACE
              MOVE ENV-DB-PASSWD TO PASSWD
           END-IF
           ACCEPT ENV-OS-USER FROM ENVIRONMENT "USER"
           MOVE ENV-OS-USER TO IQ-USER

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
           END-IF.

           PERFORM CHECK-AUTHORISED-RTN
           DISPLAY SCR-RULE
           DISPLAY "InquiryFile CLIENT INQUIRY AND MAINTENANCE"
           IF USER-AUTHORISED
              DISPLAY "USER " IQ-USER " -- MAINTENANCE AUTHORISED"
           ELSE
              DISPLAY "USER " IQ-USER " -- INQUIRY ONLY"
           END-IF
           DISPLAY SCR-RULE

           PERFORM UNTIL SESSION-ENDED
              MOVE SPACE TO IQ-INPUT
              DISPLAY " "
              DISPLAY "DNI (BLANK TO END): " WITH NO ADVANCING
              ACCEPT IQ-INPUT
              EVALUATE TRUE
                 WHEN IQ-INPUT = SPACE
                 WHEN IQ-INPUT = "Q" OR IQ-INPUT = "q"
                    SET SESSION-ENDED TO TRUE
                 WHEN IQ-INPUT(1:8) IS NOT NUMERIC
                    OR IQ-INPUT(9:) NOT = SPACE
                    DISPLAY "INVALID DNI -- 8 DIGITS REQUIRED"
                 WHEN OTHER
                    MOVE IQ-INPUT(1:8) TO IQ-DNI
                    PERFORM CLIENT-SESSION-RTN
              END-EVALUATE
           END-PERFORM

           PERFORM SQLDISCONNECT
           MOVE ZERO TO RETURN-CODE
           STOP RUN.
       CHECK-AUTHORISED-RTN.
           MOVE "N" TO AUTHORISED-SWITCH
           IF IQ-USER NOT = SPACE
              MOVE ZERO TO RCX
OCESQL*       EXEC SQL
OCESQL*          SELECT COUNT(*) INTO :RCX
OCESQL*          FROM maintenance_users
OCESQL*          WHERE user_id = :IQ-USER
OCESQL*            AND can_maintain = 'Y'
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
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              IF SQLCODE NOT = ZERO
                 PERFORM ERROR-RTN
                 PERFORM ROLLBACK-WORK-RTN
              ELSE
                 IF RCX > ZERO
                    SET USER-AUTHORISED TO TRUE
                 END-IF
                 PERFORM COMMIT-WORK-RTN
              END-IF
           END-IF.
       CLIENT-SESSION-RTN.
           PERFORM SHOW-CLIENT-RTN
           IF CLIENT-FOUND
              MOVE "N" TO CLIENT-SWITCH
              PERFORM UNTIL CLIENT-DONE OR SESSION-ENDED
                 MOVE SPACE TO IQ-INPUT
                 DISPLAY " "
                 DISPLAY "A=AUDIT HISTORY  M=MAINTAIN  R=REFRESH  "
                    "N=NEXT DNI  Q=QUIT: " WITH NO ADVANCING
                 ACCEPT IQ-INPUT
                 MOVE IQ-INPUT(1:1) TO IQ-COMMAND
                 INSPECT IQ-COMMAND CONVERTING "amrnq" TO "AMRNQ"
                 EVALUATE IQ-COMMAND
                    WHEN "A"
                       PERFORM AUDIT-HISTORY-RTN
                    WHEN "M"
                       PERFORM MAINTAIN-CLIENT-RTN
                    WHEN "R"
                       PERFORM SHOW-CLIENT-RTN
                    WHEN "Q"
                       SET SESSION-ENDED TO TRUE
                    WHEN "N"
                    WHEN SPACE
                       SET CLIENT-DONE TO TRUE
                    WHEN OTHER
                       DISPLAY "UNKNOWN OPTION: " IQ-COMMAND
                 END-EVALUATE
              END-PERFORM
           END-IF.
       SHOW-CLIENT-RTN.
           PERFORM LOAD-CLIENT-RTN
           IF CLIENT-FOUND
              PERFORM SHOW-DETAILS-RTN
              PERFORM SHOW-SUMMARY-RTN
              PERFORM SHOW-BALANCES-RTN
              PERFORM SHOW-PENDING-RTN
              PERFORM SHOW-HELD-RTN
              PERFORM COMMIT-WORK-RTN
           END-IF.
       LOAD-CLIENT-RTN.
           MOVE "N" TO CLIENT-FOUND-SWITCH
OCESQL*    EXEC SQL
OCESQL*       SELECT COALESCE("name", ''), COALESCE(address, ''),
OCESQL*          COALESCE(contact, ''), COALESCE(status, 'ACTIVE'),
OCESQL*          COALESCE(substr(CAST(created_at AS text), 1, 10), ''),
OCESQL*          COALESCE(merged_into, '')
OCESQL*       INTO :IQ-NAME, :IQ-ADDRESS, :IQ-CONTACT, :IQ-STATUS,
OCESQL*          :IQ-CREATED, :IQ-MERGED-INTO
OCESQL*       FROM app_clients
OCESQL*       WHERE dni = :IQ-DNI
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 48
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-ADDRESS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-CONTACT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-CREATED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-MERGED-INTO
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 SET CLIENT-FOUND TO TRUE
              WHEN SQLCODE = 100
                 DISPLAY "CLIENT " IQ-DNI " NOT ON FILE"
                 PERFORM COMMIT-WORK-RTN
              WHEN OTHER
                 PERFORM ERROR-RTN
                 PERFORM ROLLBACK-WORK-RTN
           END-EVALUATE.
       SHOW-DETAILS-RTN.
           DISPLAY SCR-RULE
           MOVE SPACE TO SCR-LINE
           STRING "CLIENT " DELIMITED BY SIZE
              IQ-DNI DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              IQ-NAME DELIMITED BY SIZE
              INTO SCR-LINE
           END-STRING
           DISPLAY SCR-LINE
           DISPLAY "  STATUS.....: " IQ-STATUS
              "   CLIENT SINCE: " IQ-CREATED
           DISPLAY "  ADDRESS....: " IQ-ADDRESS
           DISPLAY "  CONTACT....: " IQ-CONTACT
           IF IQ-MERGED-INTO NOT = SPACE
              DISPLAY "  MERGED INTO: " IQ-MERGED-INTO
           END-IF.
       SHOW-SUMMARY-RTN.
           DISPLAY SCR-RULE
           DISPLAY "BALANCE SUMMARY     CCY            BALANCE"
              "  POSTINGS  LAST POSTED"
OCESQL*    EXEC SQL
OCESQL*       DECLARE summary_cursor CURSOR FOR
OCESQL*          SELECT currency, COALESCE(total_balance, 0),
OCESQL*             COALESCE(posting_count, 0),
OCESQL*             COALESCE(CAST(last_posted AS text), '')
OCESQL*          FROM balance_summary
OCESQL*          WHERE dni = :IQ-DNI
OCESQL*          ORDER BY currency
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "summary_cursor" & x"00"
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL*    EXEC SQL
OCESQL*       OPEN summary_cursor
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "summary_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM ERROR-RTN
           ELSE
              MOVE ZERO TO IQ-ROWS-SHOWN
              MOVE "N" TO LIST-EOF-SWITCH
              PERFORM UNTIL EOF-LIST
OCESQL*          EXEC SQL
OCESQL*             FETCH summary_cursor
OCESQL*             INTO :IQ-CURRENCY, :IQ-AMOUNT, :IQ-COUNT, :IQ-DATE
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 16
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE IQ-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "summary_cursor" & x"00"
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE NOT = ZERO
                    IF SQLCODE NOT = 100
                       PERFORM ERROR-RTN
                    END-IF
                    SET EOF-LIST TO TRUE
                 ELSE
                    ADD 1 TO IQ-ROWS-SHOWN
                    MOVE IQ-AMOUNT TO SCR-AMOUNT-EDIT
                    MOVE IQ-COUNT TO SCR-COUNT-EDIT
                    DISPLAY "                    " IQ-CURRENCY " "
                       SCR-AMOUNT-EDIT "   " SCR-COUNT-EDIT
                       "  " IQ-DATE
                 END-IF
              END-PERFORM
              IF IQ-ROWS-SHOWN = ZERO
                 DISPLAY "                    NO SUMMARY ROWS"
              END-IF
           END-IF
OCESQL*    EXEC SQL
OCESQL*       CLOSE summary_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "summary_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SHOW-BALANCES-RTN.
           DISPLAY SCR-RULE
           DISPLAY "RECENT BALANCES     DATE       CCY"
              "            AMOUNT"
OCESQL*    EXEC SQL
OCESQL*       DECLARE recent_cursor CURSOR FOR
OCESQL*          SELECT substr(CAST(created_at AS text), 1, 10),
OCESQL*             currency, COALESCE(amount, 0)
OCESQL*          FROM balances
OCESQL*          WHERE dni = :IQ-DNI
OCESQL*          ORDER BY created_at DESC, currency
OCESQL*          LIMIT 10
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "recent_cursor" & x"00"
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL*    EXEC SQL
OCESQL*       OPEN recent_cursor
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "recent_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM ERROR-RTN
           ELSE
              MOVE ZERO TO IQ-ROWS-SHOWN
              MOVE "N" TO LIST-EOF-SWITCH
              PERFORM UNTIL EOF-LIST
OCESQL*          EXEC SQL
OCESQL*             FETCH recent_cursor
OCESQL*             INTO :IQ-DATE, :IQ-CURRENCY, :IQ-AMOUNT
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 16
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE IQ-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "recent_cursor" & x"00"
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE NOT = ZERO
                    IF SQLCODE NOT = 100
                       PERFORM ERROR-RTN
                    END-IF
                    SET EOF-LIST TO TRUE
                 ELSE
                    ADD 1 TO IQ-ROWS-SHOWN
                    MOVE IQ-AMOUNT TO SCR-AMOUNT-EDIT
                    DISPLAY "                    " IQ-DATE " "
                       IQ-CURRENCY " " SCR-AMOUNT-EDIT
                 END-IF
              END-PERFORM
              IF IQ-ROWS-SHOWN = ZERO
                 DISPLAY "                    NO BALANCES POSTED"
              END-IF
           END-IF
OCESQL*    EXEC SQL
OCESQL*       CLOSE recent_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "recent_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SHOW-PENDING-RTN.
           DISPLAY SCR-RULE
           DISPLAY "WAREHOUSED ITEMS    VALUE DATE CCY T"
              "          AMOUNT"
              "  STATUS"
OCESQL*    EXEC SQL
OCESQL*       DECLARE pending_cursor CURSOR FOR
OCESQL*          SELECT CAST(post_date AS text), currency, record_type,
OCESQL*             COALESCE(amount, 0),
OCESQL*             CASE WHEN released = 'Y' THEN 'RELEASED'
OCESQL*                ELSE 'PENDING' END
OCESQL*          FROM pending_postings
OCESQL*          WHERE dni = :IQ-DNI
OCESQL*          ORDER BY post_date DESC, currency
OCESQL*          LIMIT 10
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "pending_cursor" & x"00"
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL*    EXEC SQL
OCESQL*       OPEN pending_cursor
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "pending_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM ERROR-RTN
           ELSE
              MOVE ZERO TO IQ-ROWS-SHOWN
              MOVE "N" TO LIST-EOF-SWITCH
              PERFORM UNTIL EOF-LIST
OCESQL*          EXEC SQL
OCESQL*             FETCH pending_cursor
OCESQL*             INTO :IQ-DATE, :IQ-CURRENCY, :IQ-TYPE, :IQ-AMOUNT,
OCESQL*                :IQ-ITEM-STATUS
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-TYPE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 16
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE IQ-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-ITEM-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "pending_cursor" & x"00"
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE NOT = ZERO
                    IF SQLCODE NOT = 100
                       PERFORM ERROR-RTN
                    END-IF
                    SET EOF-LIST TO TRUE
                 ELSE
                    ADD 1 TO IQ-ROWS-SHOWN
                    MOVE IQ-AMOUNT TO SCR-AMOUNT-EDIT
                    DISPLAY "                    " IQ-DATE " "
                       IQ-CURRENCY " " IQ-TYPE SCR-AMOUNT-EDIT
                       "  " IQ-ITEM-STATUS
                 END-IF
              END-PERFORM
              IF IQ-ROWS-SHOWN = ZERO
                 DISPLAY "                    NONE"
              END-IF
           END-IF
OCESQL*    EXEC SQL
OCESQL*       CLOSE pending_cursor
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "pending_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SHOW-HELD-RTN.
           DISPLAY SCR-RULE
           DISPLAY "HELD ITEMS          DATE       CCY T"
              "          AMOUNT"
              "  STATUS"
OCESQL*    EXEC SQL
OCESQL*       DECLARE held_cursor CURSOR FOR
OCESQL*          SELECT CAST(post_date AS text), currency, record_type,
OCESQL*             COALESCE(amount, 0), status
OCESQL*          FROM held_postings
OCESQL*          WHERE dni = :IQ-DNI
OCESQL*          ORDER BY post_date DESC, currency
OCESQL*          LIMIT 10
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "held_cursor" & x"00"
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL*    EXEC SQL
OCESQL*       OPEN held_cursor
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "held_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM ERROR-RTN
           ELSE
              MOVE ZERO TO IQ-ROWS-SHOWN
              MOVE "N" TO LIST-EOF-SWITCH
              PERFORM UNTIL EOF-LIST
OCESQL*          EXEC SQL
OCESQL*             FETCH held_cursor
OCESQL*             INTO :IQ-DATE, :IQ-CURRENCY, :IQ-TYPE, :IQ-AMOUNT,
OCESQL*                :IQ-ITEM-STATUS
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-TYPE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 16
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE IQ-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-ITEM-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "held_cursor" & x"00"
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE NOT = ZERO
                    IF SQLCODE NOT = 100
                       PERFORM ERROR-RTN
                    END-IF
                    SET EOF-LIST TO TRUE
                 ELSE
                    ADD 1 TO IQ-ROWS-SHOWN
                    MOVE IQ-AMOUNT TO SCR-AMOUNT-EDIT
                    DISPLAY "                    " IQ-DATE " "
                       IQ-CURRENCY " " IQ-TYPE SCR-AMOUNT-EDIT
                       "  " IQ-ITEM-STATUS
                 END-IF
              END-PERFORM
              IF IQ-ROWS-SHOWN = ZERO
                 DISPLAY "                    NONE"
              END-IF
           END-IF
OCESQL*    EXEC SQL
OCESQL*       CLOSE held_cursor
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "held_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           DISPLAY SCR-RULE.
       AUDIT-HISTORY-RTN.
           MOVE ZERO TO IQ-AUDIT-TOTAL
OCESQL*    EXEC SQL
OCESQL*       SELECT COUNT(*) INTO :IQ-AUDIT-TOTAL
OCESQL*       FROM batch_audit
OCESQL*       WHERE dni = :IQ-DNI
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-AUDIT-TOTAL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM ERROR-RTN
              PERFORM ROLLBACK-WORK-RTN
           ELSE
              IF IQ-AUDIT-TOTAL = ZERO
                 DISPLAY "NO AUDIT HISTORY FOR " IQ-DNI
              ELSE
                 DIVIDE IQ-AUDIT-TOTAL BY IQ-PAGE-SIZE
                    GIVING IQ-PAGE-COUNT REMAINDER IQ-PAGE-REMAINDER
                 IF IQ-PAGE-REMAINDER > ZERO
                    ADD 1 TO IQ-PAGE-COUNT
                 END-IF
                 MOVE ZERO TO IQ-OFFSET
                 MOVE "N" TO PAGING-SWITCH
                 PERFORM UNTIL PAGING-DONE
                    PERFORM SHOW-AUDIT-PAGE-RTN
                    MOVE SPACE TO IQ-INPUT
                    DISPLAY "N=NEXT PAGE  P=PREVIOUS PAGE  "
                       "X=BACK TO CLIENT: " WITH NO ADVANCING
                    ACCEPT IQ-INPUT
                    MOVE IQ-INPUT(1:1) TO IQ-COMMAND
                    INSPECT IQ-COMMAND CONVERTING "npx" TO "NPX"
                    EVALUATE IQ-COMMAND
                       WHEN "N"
                          IF IQ-OFFSET + IQ-PAGE-SIZE < IQ-AUDIT-TOTAL
                             ADD IQ-PAGE-SIZE TO IQ-OFFSET
                          ELSE
                             DISPLAY "LAST PAGE"
                          END-IF
                       WHEN "P"
                          IF IQ-OFFSET > ZERO
                             SUBTRACT IQ-PAGE-SIZE FROM IQ-OFFSET
                          ELSE
                             DISPLAY "FIRST PAGE"
                          END-IF
                       WHEN OTHER
                          SET PAGING-DONE TO TRUE
                    END-EVALUATE
                 END-PERFORM
              END-IF
              PERFORM COMMIT-WORK-RTN
           END-IF.
       SHOW-AUDIT-PAGE-RTN.
           COMPUTE IQ-PAGE-NO = (IQ-OFFSET / IQ-PAGE-SIZE) + 1
           MOVE IQ-PAGE-NO TO SCR-PAGE-EDIT
           MOVE IQ-PAGE-COUNT TO SCR-PAGES-EDIT
           DISPLAY SCR-RULE
           DISPLAY "AUDIT HISTORY " IQ-DNI "  PAGE " SCR-PAGE-EDIT
              " OF " SCR-PAGES-EDIT
           DISPLAY "RUN ID         OUTCOME     DATE       CCY"
              "            AMOUNT  OLD -> NEW"
OCESQL*    EXEC SQL
OCESQL*       DECLARE audit_cursor CURSOR FOR
OCESQL*          SELECT batch_run_id, outcome,
OCESQL*             COALESCE(substr(CAST(created_at AS text), 1, 10),
OCESQL*                ''),
OCESQL*             COALESCE(currency, ''), COALESCE(amount, 0),
OCESQL*             COALESCE(old_name, ''), COALESCE(new_name, '')
OCESQL*          FROM batch_audit
OCESQL*          WHERE dni = :IQ-DNI
OCESQL*          ORDER BY batch_run_id DESC, audit_seq DESC
OCESQL*          LIMIT :IQ-PAGE-SIZE OFFSET :IQ-OFFSET
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-PAGE-SIZE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-OFFSET
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "audit_cursor" & x"00"
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL*    EXEC SQL
OCESQL*       OPEN audit_cursor
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "audit_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM ERROR-RTN
           ELSE
              MOVE "N" TO LIST-EOF-SWITCH
              PERFORM UNTIL EOF-LIST
OCESQL*          EXEC SQL
OCESQL*             FETCH audit_cursor
OCESQL*             INTO :IQ-RUN-ID, :IQ-OUTCOME, :IQ-DATE,
OCESQL*                :IQ-CURRENCY, :IQ-AMOUNT, :IQ-OLD-NAME,
OCESQL*                :IQ-NEW-NAME
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-OUTCOME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 16
OCESQL          BY VALUE -2
OCESQL          BY REFERENCE IQ-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 48
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-OLD-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 48
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-NEW-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "audit_cursor" & x"00"
OCESQL          BY VALUE 7
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                 IF SQLCODE NOT = ZERO
                    IF SQLCODE NOT = 100
                       PERFORM ERROR-RTN
                    END-IF
                    SET EOF-LIST TO TRUE
                 ELSE
                    MOVE IQ-AMOUNT TO SCR-AMOUNT-EDIT
                    MOVE SPACE TO SCR-LINE
                    STRING IQ-RUN-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       IQ-OUTCOME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       IQ-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       IQ-CURRENCY DELIMITED BY SIZE
                       SCR-AMOUNT-EDIT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       IQ-OLD-NAME(1:10) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       IQ-NEW-NAME(1:20) DELIMITED BY SIZE
                       INTO SCR-LINE
                    END-STRING
                    DISPLAY SCR-LINE
                 END-IF
              END-PERFORM
           END-IF
OCESQL*    EXEC SQL
OCESQL*       CLOSE audit_cursor
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorClose" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "audit_cursor" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           DISPLAY SCR-RULE.
       MAINTAIN-CLIENT-RTN.
           IF NOT USER-AUTHORISED
              DISPLAY "USER " IQ-USER " NOT AUTHORISED FOR MAINTENANCE"
           ELSE
              PERFORM CHECK-LOCK-RTN
              PERFORM COMMIT-WORK-RTN
              IF IQ-LOCK-JOB NOT = SPACE
                 DISPLAY "EDIT REFUSED -- " IQ-LOCK-JOB
                    " IS ACTIVE WITH AN EXCLUSIVE LOCK"
              ELSE
                 PERFORM ENTER-CHANGES-RTN
                 IF VAL-REASON NOT = SPACE
                    DISPLAY "CHANGE REJECTED -- " VAL-REASON
                 ELSE
                    IF NOT CLIENT-CHANGED
                       DISPLAY "NO CHANGES ENTERED"
                    ELSE
                       PERFORM CONFIRM-CHANGES-RTN
                    END-IF
                 END-IF
              END-IF
           END-IF.
       CHECK-LOCK-RTN.
           MOVE SPACE TO IQ-LOCK-JOB
OCESQL*    EXEC SQL
OCESQL*       SELECT COALESCE(MIN(job_name), '') INTO :IQ-LOCK-JOB
OCESQL*       FROM batch_run_control
OCESQL*       WHERE status = 'ACTIVE'
OCESQL*         AND lock_mode IN ('X', 'P')
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-LOCK-JOB
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              PERFORM ERROR-RTN
              MOVE "RUN CONTROL CHECK" TO IQ-LOCK-JOB
           END-IF.
       ENTER-CHANGES-RTN.
           MOVE SPACE TO VAL-REASON
           MOVE "N" TO CHANGE-SWITCH
           MOVE "N" TO STATUS-ENTERED-SWITCH
           MOVE SPACE TO MaintenanceRecord
           MOVE IQ-DNI TO MNT_DNI
           MOVE IQ-ADDRESS TO MNT_ADDRESS
           MOVE IQ-CONTACT TO MNT_CONTACT
           MOVE IQ-STATUS TO MNT_STATUS
           MOVE IQ-STATUS TO IQ-OLD-STATUS
           DISPLAY "ENTER NEW VALUES (BLANK KEEPS THE CURRENT VALUE)"

           MOVE SPACE TO IQ-NEW-ADDRESS
           DISPLAY "ADDRESS (MAX 40): " WITH NO ADVANCING
           ACCEPT IQ-NEW-ADDRESS
           IF IQ-NEW-ADDRESS NOT = SPACE
              IF IQ-NEW-ADDRESS(41:) NOT = SPACE
                 MOVE "ADDRESS LONGER THAN 40" TO VAL-REASON
              ELSE
                 IF IQ-NEW-ADDRESS(1:40) NOT = IQ-ADDRESS
                    MOVE IQ-NEW-ADDRESS(1:40) TO MNT_ADDRESS
                    SET CLIENT-CHANGED TO TRUE
                 END-IF
              END-IF
           END-IF

           MOVE SPACE TO IQ-NEW-CONTACT
           DISPLAY "CONTACT (MAX 25): " WITH NO ADVANCING
           ACCEPT IQ-NEW-CONTACT
           IF IQ-NEW-CONTACT NOT = SPACE AND VAL-REASON = SPACE
              IF IQ-NEW-CONTACT(26:) NOT = SPACE
                 MOVE "CONTACT LONGER THAN 25" TO VAL-REASON
              ELSE
                 IF IQ-NEW-CONTACT(1:25) NOT = IQ-CONTACT
                    MOVE IQ-NEW-CONTACT(1:25) TO MNT_CONTACT
                    SET CLIENT-CHANGED TO TRUE
                 END-IF
              END-IF
           END-IF

           MOVE SPACE TO IQ-NEW-STATUS
           DISPLAY "STATUS (ACTIVE/FROZEN/CLOSED): " WITH NO ADVANCING
           ACCEPT IQ-NEW-STATUS
           INSPECT IQ-NEW-STATUS CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF IQ-NEW-STATUS NOT = SPACE AND VAL-REASON = SPACE
              SET STATUS-ENTERED TO TRUE
              IF IQ-NEW-STATUS(7:) NOT = SPACE
                 MOVE "INVALID STATUS" TO VAL-REASON
              ELSE
                 MOVE IQ-NEW-STATUS(1:6) TO MNT_STATUS
                 IF IQ-NEW-STATUS(1:7) NOT = IQ-STATUS
                    SET CLIENT-CHANGED TO TRUE
                 END-IF
              END-IF
           END-IF

           IF VAL-REASON = SPACE
              PERFORM VALIDATE-MAINTENANCE-RTN
           END-IF.
       VALIDATE-MAINTENANCE-RTN.
           MOVE SPACE TO VAL-REASON
           IF MNT_DNI IS NOT NUMERIC
              MOVE "INVALID DNI" TO VAL-REASON
           ELSE
              IF STATUS-ENTERED AND NOT MNT-STATUS-VALID
                 MOVE "INVALID STATUS" TO VAL-REASON
              END-IF
           END-IF.
       CONFIRM-CHANGES-RTN.
           DISPLAY "  ADDRESS: " MNT_ADDRESS
           DISPLAY "  CONTACT: " MNT_CONTACT
           IF STATUS-ENTERED
              DISPLAY "  STATUS.: " IQ-OLD-STATUS " -> " MNT_STATUS
           ELSE
              DISPLAY "  STATUS.: " IQ-OLD-STATUS " (UNCHANGED)"
           END-IF
           MOVE SPACE TO IQ-INPUT
           DISPLAY "APPLY THESE CHANGES (Y/N): " WITH NO ADVANCING
           ACCEPT IQ-INPUT
           IF IQ-INPUT(1:1) = "Y" OR IQ-INPUT(1:1) = "y"
              PERFORM APPLY-MAINTENANCE-RTN
           ELSE
              DISPLAY "CHANGES DISCARDED"
           END-IF.
       APPLY-MAINTENANCE-RTN.
           PERFORM CHECK-LOCK-RTN
           IF IQ-LOCK-JOB NOT = SPACE
              DISPLAY "EDIT REFUSED -- " IQ-LOCK-JOB
                 " IS ACTIVE WITH AN EXCLUSIVE LOCK"
              PERFORM ROLLBACK-WORK-RTN
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:14) TO IQ-RUN-ID
              MOVE SPACE TO IQ-AUDIT-DATE
              STRING IQ-RUN-ID(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 IQ-RUN-ID(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 IQ-RUN-ID(7:2) DELIMITED BY SIZE
                 INTO IQ-AUDIT-DATE
              END-STRING
              IF STATUS-ENTERED
                 MOVE MNT_STATUS TO IQ-NEW-NAME
              ELSE
                 MOVE IQ-OLD-STATUS TO IQ-NEW-NAME
              END-IF
              MOVE IQ-OLD-STATUS TO IQ-OLD-NAME
OCESQL*       EXEC SQL
OCESQL*          UPDATE app_clients
OCESQL*          SET address = :MNT_ADDRESS,
OCESQL*              contact = :MNT_CONTACT,
OCESQL*              status = :IQ-NEW-NAME
OCESQL*          WHERE dni = :MNT_DNI
OCESQL*       END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MNT_ADDRESS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 25
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MNT_CONTACT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 48
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-NEW-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MNT_DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0010
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    DISPLAY "CHANGE REJECTED -- CLIENT-NOT-FOUND"
                    PERFORM ROLLBACK-WORK-RTN
                 WHEN SQLCODE NOT = ZERO
                    PERFORM ERROR-RTN
                    PERFORM ROLLBACK-WORK-RTN
                 WHEN OTHER
                    PERFORM WRITE-AUDIT-RTN
              END-EVALUATE
           END-IF.
       WRITE-AUDIT-RTN.
OCESQL*    EXEC SQL
OCESQL*       INSERT INTO batch_audit(dni, amount, created_at,
OCESQL*          batch_run_id, outcome, old_name, new_name,
OCESQL*          currency, changed_by)
OCESQL*       VALUES (:MNT_DNI, 0, :IQ-AUDIT-DATE, :IQ-RUN-ID,
OCESQL*          'MAINTAIN', :IQ-OLD-NAME, :IQ-NEW-NAME, 'PEN',
OCESQL*          :IQ-USER)
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MNT_DNI
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-AUDIT-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 14
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 48
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-OLD-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 48
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-NEW-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE IQ-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0011
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           IF SQLCODE NOT = ZERO
              DISPLAY "AUDIT INSERT FAILED -- CHANGE NOT APPLIED"
              PERFORM ERROR-RTN
              PERFORM ROLLBACK-WORK-RTN
           ELSE
              PERFORM COMMIT-WORK-RTN
              IF SQLCODE NOT = ZERO
                 PERFORM ERROR-RTN
                 DISPLAY "COMMIT FAILED -- CHANGE NOT APPLIED"
              ELSE
                 DISPLAY "CLIENT " MNT_DNI " UPDATED (AUDIT RUN "
                    IQ-RUN-ID ")"
                 PERFORM SHOW-CLIENT-RTN
              END-IF
           END-IF.
       COMMIT-WORK-RTN.
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
       ROLLBACK-WORK-RTN.
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
