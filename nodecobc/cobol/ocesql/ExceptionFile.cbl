       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExceptionFile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReportFile ASSIGN TO ReportPath
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ReportFile.
       01 RF_Record   PIC X(110).
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PARAM.
           05  DBNAME         PIC X(32) VALUE SPACE.
           05  ReportPath     PIC X(60) VALUE SPACE.
       01  USERNAME       PIC X(30) VALUE SPACE.
       01  PASSWD         PIC X(10) VALUE SPACE.
       01  EX-AS-OF       PIC X(10) VALUE SPACE.
       01  EX-ID          PIC 9(10) VALUE ZERO.
       01  EX-USER        PIC X(30) VALUE SPACE.
       01  EX-COMMENT     PIC X(100) VALUE SPACE.
       01  EX-STATUS      PIC X(11) VALUE SPACE.
       01  EX-REASON      PIC X(40) VALUE SPACE.
       01  EX-SOURCE      PIC X(8) VALUE SPACE.
       01  EX-CURRENCY    PIC X(3) VALUE SPACE.
       01  EX-DNI         PIC X(8) VALUE SPACE.
       01  EX-ORIG-RUN    PIC X(14) VALUE SPACE.
       01  EX-AGE         PIC S9(5) VALUE ZERO.
       01  EX-AMOUNT      PIC S9(12)V9(2) VALUE ZERO.
       01  EX-BUCKETS.
           05 EX-CNT-1        PIC 9(9) VALUE ZERO.
           05 EX-CNT-2        PIC 9(9) VALUE ZERO.
           05 EX-CNT-3        PIC 9(9) VALUE ZERO.
           05 EX-CNT-4        PIC 9(9) VALUE ZERO.
           05 EX-AMT-1        PIC S9(12)V9(2) VALUE ZERO.
           05 EX-AMT-2        PIC S9(12)V9(2) VALUE ZERO.
           05 EX-AMT-3        PIC S9(12)V9(2) VALUE ZERO.
           05 EX-AMT-4        PIC S9(12)V9(2) VALUE ZERO.
       01  BATCH-RUN-ID   PIC X(14) VALUE SPACE.
       01  RC-JOB-NAME    PIC X(14) VALUE SPACE.
       01  RC-RUN-ID      PIC X(14) VALUE SPACE.
       01  RC-LOCK-MODE   PIC X(1) VALUE "S".
       01  RC-END-STATUS  PIC X(6) VALUE SPACE.
       01  RC-END-CODE    PIC 9(2) VALUE ZERO.
       01  RCX            PIC 9(10) VALUE ZEROS.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  ENV-DB-USERNAME        PIC X(30) VALUE SPACE.
       01  ENV-DB-PASSWD          PIC X(10) VALUE SPACE.
       01  ENV-RUN-CONTROL        PIC X(1) VALUE SPACE.
       01  RUN-CONTROL-SWITCH     PIC X VALUE "N".
           88 RUN-CONTROL-BYPASS  VALUE "Y".
       01  ENV-EXCEPTION-ACTION   PIC X(8) VALUE SPACE.
       01  ENV-EXCEPTION-AS-OF    PIC X(10) VALUE SPACE.
       01  ENV-EXCEPTION-USER     PIC X(30) VALUE SPACE.
       01  ENV-EXCEPTION-ID       PIC X(10) VALUE SPACE.
       01  EXCEPTION-ACTION       PIC X(8) VALUE "AGING".
           88 ACTION-AGING        VALUE "AGING".
           88 ACTION-WRITEOFF     VALUE "WRITEOFF".
       01  RUN-DATE               PIC X(8) VALUE SPACE.
       01  EXCEPTION-RESULT       PIC X(40) VALUE SPACE.
       01  RUN-RC                 PIC 9(2) VALUE ZERO.
       01  RC-WORK                PIC 9(2) VALUE ZERO.

       01  ENV-ID-CHAR            PIC X VALUE SPACE.
       01  ENV-ID-DIGIT           PIC 9 VALUE ZERO.
       01  ENV-ID-IX              PIC 9(2) VALUE ZERO.
       01  ENV-ID-COUNT           PIC 9(2) VALUE ZERO.
       01  ENV-ID-STATUS          PIC X VALUE "N".
           88 ENV-ID-VALID        VALUE "Y".

       01  EXCEPTION-TOTALS.
           05 ET-CNT-1            PIC 9(9) VALUE ZERO.
           05 ET-CNT-2            PIC 9(9) VALUE ZERO.
           05 ET-CNT-3            PIC 9(9) VALUE ZERO.
           05 ET-CNT-4            PIC 9(9) VALUE ZERO.
           05 ET-OPEN             PIC 9(9) VALUE ZERO.
           05 ET-GROUP-TOTAL      PIC 9(9) VALUE ZERO.
           05 ET-AMT-TOTAL        PIC S9(12)V9(2) VALUE ZERO.
       01  RPT-LINE               PIC X(110) VALUE SPACE.
       01  RPT-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-CNT-EDIT-1         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-CNT-EDIT-2         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-CNT-EDIT-3         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-CNT-EDIT-4         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-CNT-EDIT-T         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-AMT-EDIT-1         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-AMT-EDIT-2         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-AMT-EDIT-3         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-AMT-EDIT-4         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-AMT-EDIT-T         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-ID-EDIT            PIC Z(9)9.
       01  RPT-AGE-EDIT           PIC ZZZZ9-.

       01  CURSOR-EOF-SWITCH      PIC X VALUE "N".
           88 EOF-CURSOR          VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE "/usr/src/app/files/exception_aging.txt"
              TO ReportPath.
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

           ACCEPT ENV-EXCEPTION-ACTION
              FROM ENVIRONMENT "EXCEPTION_ACTION"
           IF ENV-EXCEPTION-ACTION NOT = SPACE
              MOVE ENV-EXCEPTION-ACTION TO EXCEPTION-ACTION
           END-IF
           ACCEPT ENV-EXCEPTION-AS-OF
              FROM ENVIRONMENT "EXCEPTION_AS_OF"
           IF ENV-EXCEPTION-AS-OF NOT = SPACE
              MOVE ENV-EXCEPTION-AS-OF TO EX-AS-OF
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
              STRING RUN-DATE(1:4) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 RUN-DATE(5:2) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 RUN-DATE(7:2) DELIMITED BY SIZE
                 INTO EX-AS-OF
              END-STRING
           END-IF
           ACCEPT ENV-EXCEPTION-USER FROM ENVIRONMENT "EXCEPTION_USER"
           IF ENV-EXCEPTION-USER = SPACE
              ACCEPT ENV-EXCEPTION-USER FROM ENVIRONMENT "USER"
           END-IF
           MOVE ENV-EXCEPTION-USER TO EX-USER
           ACCEPT ENV-EXCEPTION-ID FROM ENVIRONMENT "EXCEPTION_ID"
           ACCEPT EX-COMMENT FROM ENVIRONMENT "EXCEPTION_COMMENT"
           DISPLAY "EXCEPTIONS " EXCEPTION-ACTION " AS OF " EX-AS-OF

           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
              PERFORM ERROR-RTN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           ELSE
              DISPLAY "CONNECTION SUCCESSFUL"
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-RUN-ID
           DISPLAY "EXCEPTION RUN ID: " BATCH-RUN-ID

           ACCEPT ENV-RUN-CONTROL
              FROM ENVIRONMENT "RUN_CONTROL_BYPASS"
           IF ENV-RUN-CONTROL = "Y"
              SET RUN-CONTROL-BYPASS TO TRUE
           END-IF
           MOVE "ExceptionFile" TO RC-JOB-NAME
           IF ACTION-WRITEOFF
              MOVE "X" TO RC-LOCK-MODE
           ELSE
              MOVE "S" TO RC-LOCK-MODE
           END-IF
           MOVE BATCH-RUN-ID TO RC-RUN-ID
           PERFORM REGISTER-RUN-RTN

           OPEN OUTPUT ReportFile
           PERFORM VALIDATE-ACTION-RTN
           IF RUN-RC = ZERO
              IF ACTION-WRITEOFF
                 PERFORM WRITE-OFF-RTN
              END-IF
           END-IF
           IF RUN-RC = ZERO
              PERFORM AGING-REPORT-RTN
           END-IF

           IF RUN-RC < 8
              PERFORM SQLCOMMIT
              IF EXCEPTION-RESULT = SPACE
                 MOVE "AGING COMPLETE" TO EXCEPTION-RESULT
              END-IF
           ELSE
              DISPLAY "EXCEPTIONS NOT UPDATED -- " EXCEPTION-RESULT
              PERFORM SQLROLLBACK
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
           DISPLAY "EXCEPTION REPORT WRITTEN TO " ReportPath
           MOVE RUN-RC TO RETURN-CODE
           STOP RUN.
       VALIDATE-ACTION-RTN.
           MOVE SPACE TO EXCEPTION-RESULT
           EVALUATE TRUE
              WHEN NOT ACTION-AGING AND NOT ACTION-WRITEOFF
                 MOVE "INVALID EXCEPTION_ACTION" TO EXCEPTION-RESULT
              WHEN EX-AS-OF(1:4) IS NOT NUMERIC
                 OR EX-AS-OF(5:1) NOT = "-"
                 OR EX-AS-OF(6:2) IS NOT NUMERIC
                 OR EX-AS-OF(8:1) NOT = "-"
                 OR EX-AS-OF(9:2) IS NOT NUMERIC
                 MOVE "INVALID EXCEPTION_AS_OF (YYYY-MM-DD)"
                    TO EXCEPTION-RESULT
              WHEN ACTION-WRITEOFF
                 PERFORM NORMALIZE-ID-RTN
                 IF NOT ENV-ID-VALID
                    MOVE "INVALID EXCEPTION_ID" TO EXCEPTION-RESULT
                 ELSE
                    IF EX-COMMENT = SPACE
                       MOVE "WRITEOFF NEEDS EXCEPTION_COMMENT"
                          TO EXCEPTION-RESULT
                    ELSE
                       IF EX-USER = SPACE
                          MOVE "WRITEOFF NEEDS EXCEPTION_USER OR USER"
                             TO EXCEPTION-RESULT
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE
           IF EXCEPTION-RESULT NOT = SPACE
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           END-IF.
       NORMALIZE-ID-RTN.
           MOVE ZERO TO EX-ID
           MOVE ZERO TO ENV-ID-COUNT
           MOVE "Y" TO ENV-ID-STATUS
           PERFORM VARYING ENV-ID-IX FROM 1 BY 1
              UNTIL ENV-ID-IX > 10
              MOVE ENV-EXCEPTION-ID(ENV-ID-IX:1) TO ENV-ID-CHAR
              EVALUATE TRUE
                 WHEN ENV-ID-CHAR = SPACE
                    CONTINUE
                 WHEN ENV-ID-CHAR IS NUMERIC
                    MOVE ENV-ID-CHAR TO ENV-ID-DIGIT
                    COMPUTE EX-ID = (EX-ID * 10) + ENV-ID-DIGIT
                    ADD 1 TO ENV-ID-COUNT
                 WHEN OTHER
                    MOVE "N" TO ENV-ID-STATUS
              END-EVALUATE
           END-PERFORM
           IF ENV-ID-COUNT = ZERO OR EX-ID = ZERO
              MOVE "N" TO ENV-ID-STATUS
           END-IF.
       WRITE-OFF-RTN.
           EXEC SQL
              SELECT status, reason, COALESCE(dni, ''),
                 COALESCE(currency, ''), COALESCE(amount, 0)
              INTO :EX-STATUS, :EX-REASON, :EX-DNI, :EX-CURRENCY,
                 :EX-AMOUNT
              FROM batch_exceptions
              WHERE exception_id=:EX-ID
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE "EXCEPTION NOT FOUND" TO EXCEPTION-RESULT
                 MOVE 8 TO RC-WORK
                 PERFORM RAISE-RETURN-CODE-RTN
              WHEN SQLCODE NOT = ZERO
                 MOVE "EXCEPTION LOOKUP FAILED" TO EXCEPTION-RESULT
                 PERFORM SQL-ERROR-RTN
              WHEN EX-STATUS NOT = "OPEN"
                 MOVE SPACE TO EXCEPTION-RESULT
                 STRING "EXCEPTION ALREADY " DELIMITED BY SIZE
                    EX-STATUS DELIMITED BY SPACE
                    INTO EXCEPTION-RESULT
                 END-STRING
                 MOVE 8 TO RC-WORK
                 PERFORM RAISE-RETURN-CODE-RTN
              WHEN OTHER
                 EXEC SQL
                    UPDATE batch_exceptions
                    SET status = 'WRITTEN-OFF',
                        closed_at = CURRENT_TIMESTAMP,
                        closed_run_id = :BATCH-RUN-ID,
                        closed_by = :EX-USER,
                        close_comment = :EX-COMMENT
                    WHERE exception_id=:EX-ID
                      AND status = 'OPEN'
                 END-EXEC
                 IF SQLCODE NOT = ZERO
                    MOVE "WRITE-OFF FAILED" TO EXCEPTION-RESULT
                    PERFORM SQL-ERROR-RTN
                 ELSE
                    MOVE "EXCEPTION WRITTEN OFF" TO EXCEPTION-RESULT
                    DISPLAY "EXCEPTION " EX-ID " WRITTEN OFF BY "
                       EX-USER
                    PERFORM WRITE-OFF-LINE-RTN
                 END-IF
           END-EVALUATE.
       WRITE-OFF-LINE-RTN.
           MOVE EX-ID TO RPT-ID-EDIT
           MOVE EX-AMOUNT TO RPT-AMT-EDIT-T
           MOVE SPACE TO RPT-LINE
           STRING "Written off.............: " DELIMITED BY SIZE
              RPT-ID-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              EX-DNI DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              EX-CURRENCY DELIMITED BY SIZE
              RPT-AMT-EDIT-T DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              EX-REASON DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Written off by..........: " DELIMITED BY SIZE
              EX-USER DELIMITED BY SPACE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Comment.................: " DELIMITED BY SIZE
              EX-COMMENT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE.
       AGING-REPORT-RTN.
           PERFORM WRITE-REPORT-HEAD-RTN
           PERFORM REASON-SECTION-RTN
           IF RUN-RC < 8
              PERFORM CURRENCY-SECTION-RTN
           END-IF
           IF RUN-RC < 8
              PERFORM DETAIL-SECTION-RTN
           END-IF.
       REASON-SECTION-RTN.
           EXEC SQL
              DECLARE reason_cursor CURSOR FOR
                 SELECT x.reason, x.src,
                    SUM(CASE WHEN x.age <= 1 THEN 1 ELSE 0 END),
                    SUM(CASE WHEN x.age BETWEEN 2 AND 5
                       THEN 1 ELSE 0 END),
                    SUM(CASE WHEN x.age BETWEEN 6 AND 30
                       THEN 1 ELSE 0 END),
                    SUM(CASE WHEN x.age > 30 THEN 1 ELSE 0 END)
                 FROM (SELECT e.reason,
                          COALESCE(e.source_system, '') AS src,
                          CAST(:EX-AS-OF AS date)
                             - CAST(e.opened_at AS date) AS age
                       FROM batch_exceptions e
                       WHERE e.status = 'OPEN'
                         AND CAST(e.opened_at AS date)
                            < CAST(:EX-AS-OF AS date) + 1) x
                 GROUP BY x.reason, x.src
                 ORDER BY x.reason, x.src
           END-EXEC.

           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE
           MOVE "Open exceptions by reason and source (age in days)"
              TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE
           MOVE SPACE TO RPT-LINE
           STRING "  REASON                         SOURCE   "
                 DELIMITED BY SIZE
              "        0-1         2-5        6-30         30+"
                 DELIMITED BY SIZE
              "       TOTAL" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE "N" TO CURSOR-EOF-SWITCH
           EXEC SQL
              OPEN reason_cursor
           END-EXEC.

           IF SQLCODE NOT = ZERO
              MOVE "AGING SELECT FAILED" TO EXCEPTION-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-CURSOR
                 EXEC SQL
                    FETCH reason_cursor
                    INTO :EX-REASON, :EX-SOURCE, :EX-CNT-1,
                       :EX-CNT-2, :EX-CNT-3, :EX-CNT-4
                 END-EXEC
                 IF SQLCODE = 100
                    SET EOF-CURSOR TO TRUE
                 ELSE
                    IF SQLCODE NOT = ZERO
                       MOVE "AGING SELECT FAILED" TO EXCEPTION-RESULT
                       PERFORM SQL-ERROR-RTN
                       SET EOF-CURSOR TO TRUE
                    ELSE
                       PERFORM REASON-LINE-RTN
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           EXEC SQL
              CLOSE reason_cursor
           END-EXEC.

           MOVE ET-CNT-1 TO RPT-CNT-EDIT-1
           MOVE ET-CNT-2 TO RPT-CNT-EDIT-2
           MOVE ET-CNT-3 TO RPT-CNT-EDIT-3
           MOVE ET-CNT-4 TO RPT-CNT-EDIT-4
           MOVE ET-OPEN TO RPT-CNT-EDIT-T
           MOVE SPACE TO RPT-LINE
           STRING "  TOTAL                                   "
                 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-CNT-EDIT-1 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-CNT-EDIT-2 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-CNT-EDIT-3 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-CNT-EDIT-4 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-CNT-EDIT-T DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       REASON-LINE-RTN.
           ADD EX-CNT-1 TO ET-CNT-1
           ADD EX-CNT-2 TO ET-CNT-2
           ADD EX-CNT-3 TO ET-CNT-3
           ADD EX-CNT-4 TO ET-CNT-4
           COMPUTE ET-GROUP-TOTAL =
              EX-CNT-1 + EX-CNT-2 + EX-CNT-3 + EX-CNT-4
           ADD ET-GROUP-TOTAL TO ET-OPEN
           MOVE EX-CNT-1 TO RPT-CNT-EDIT-1
           MOVE EX-CNT-2 TO RPT-CNT-EDIT-2
           MOVE EX-CNT-3 TO RPT-CNT-EDIT-3
           MOVE EX-CNT-4 TO RPT-CNT-EDIT-4
           MOVE ET-GROUP-TOTAL TO RPT-CNT-EDIT-T
           MOVE SPACE TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
              EX-REASON(1:30) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              EX-SOURCE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-CNT-EDIT-1 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-CNT-EDIT-2 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-CNT-EDIT-3 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-CNT-EDIT-4 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-CNT-EDIT-T DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       CURRENCY-SECTION-RTN.
           EXEC SQL
              DECLARE amount_cursor CURSOR FOR
                 SELECT x.ccy,
                    SUM(CASE WHEN x.age <= 1 THEN x.amt ELSE 0 END),
                    SUM(CASE WHEN x.age BETWEEN 2 AND 5
                       THEN x.amt ELSE 0 END),
                    SUM(CASE WHEN x.age BETWEEN 6 AND 30
                       THEN x.amt ELSE 0 END),
                    SUM(CASE WHEN x.age > 30 THEN x.amt ELSE 0 END)
                 FROM (SELECT COALESCE(e.currency, '') AS ccy,
                          COALESCE(e.amount, 0) AS amt,
                          CAST(:EX-AS-OF AS date)
                             - CAST(e.opened_at AS date) AS age
                       FROM batch_exceptions e
                       WHERE e.status = 'OPEN'
                         AND CAST(e.opened_at AS date)
                            < CAST(:EX-AS-OF AS date) + 1) x
                 GROUP BY x.ccy
                 ORDER BY x.ccy
           END-EXEC.

           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE
           MOVE "Open exception amounts by currency (age in days)"
              TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE
           MOVE SPACE TO RPT-LINE
           STRING "  CCY " DELIMITED BY SIZE
              "               0-1                2-5"
                 DELIMITED BY SIZE
              "               6-30                30+"
                 DELIMITED BY SIZE
              "              TOTAL" DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE "N" TO CURSOR-EOF-SWITCH
           EXEC SQL
              OPEN amount_cursor
           END-EXEC.

           IF SQLCODE NOT = ZERO
              MOVE "AGING SELECT FAILED" TO EXCEPTION-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-CURSOR
                 EXEC SQL
                    FETCH amount_cursor
                    INTO :EX-CURRENCY, :EX-AMT-1, :EX-AMT-2,
                       :EX-AMT-3, :EX-AMT-4
                 END-EXEC
                 IF SQLCODE = 100
                    SET EOF-CURSOR TO TRUE
                 ELSE
                    IF SQLCODE NOT = ZERO
                       MOVE "AGING SELECT FAILED" TO EXCEPTION-RESULT
                       PERFORM SQL-ERROR-RTN
                       SET EOF-CURSOR TO TRUE
                    ELSE
                       PERFORM CURRENCY-LINE-RTN
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           EXEC SQL
              CLOSE amount_cursor
           END-EXEC.
       CURRENCY-LINE-RTN.
           COMPUTE ET-AMT-TOTAL =
              EX-AMT-1 + EX-AMT-2 + EX-AMT-3 + EX-AMT-4
           MOVE EX-AMT-1 TO RPT-AMT-EDIT-1
           MOVE EX-AMT-2 TO RPT-AMT-EDIT-2
           MOVE EX-AMT-3 TO RPT-AMT-EDIT-3
           MOVE EX-AMT-4 TO RPT-AMT-EDIT-4
           MOVE ET-AMT-TOTAL TO RPT-AMT-EDIT-T
           MOVE SPACE TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
              EX-CURRENCY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-AMT-EDIT-1 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-AMT-EDIT-2 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-AMT-EDIT-3 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-AMT-EDIT-4 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RPT-AMT-EDIT-T DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       DETAIL-SECTION-RTN.
           EXEC SQL
              DECLARE detail_cursor CURSOR FOR
                 SELECT e.exception_id,
                    CAST(:EX-AS-OF AS date)
                       - CAST(e.opened_at AS date),
                    COALESCE(e.dni, ''), COALESCE(e.currency, ''),
                    COALESCE(e.amount, 0), e.reason,
                    COALESCE(e.source_system, ''), e.orig_run_id
                 FROM batch_exceptions e
                 WHERE e.status = 'OPEN'
                   AND CAST(e.opened_at AS date)
                      < CAST(:EX-AS-OF AS date) + 1
                 ORDER BY e.opened_at, e.exception_id
           END-EXEC.

           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE
           MOVE "Open exceptions, oldest first" TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE
           MOVE SPACE TO RPT-LINE
           STRING "          ID   AGE DNI      CCY" DELIMITED BY SIZE
              "             AMOUNT REASON" DELIMITED BY SIZE
              "                         SOURCE   ORIG RUN"
                 DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE "N" TO CURSOR-EOF-SWITCH
           EXEC SQL
              OPEN detail_cursor
           END-EXEC.

           IF SQLCODE NOT = ZERO
              MOVE "AGING SELECT FAILED" TO EXCEPTION-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-CURSOR
                 EXEC SQL
                    FETCH detail_cursor
                    INTO :EX-ID, :EX-AGE, :EX-DNI, :EX-CURRENCY,
                       :EX-AMOUNT, :EX-REASON, :EX-SOURCE,
                       :EX-ORIG-RUN
                 END-EXEC
                 IF SQLCODE = 100
                    SET EOF-CURSOR TO TRUE
                 ELSE
                    IF SQLCODE NOT = ZERO
                       MOVE "AGING SELECT FAILED" TO EXCEPTION-RESULT
                       PERFORM SQL-ERROR-RTN
                       SET EOF-CURSOR TO TRUE
                    ELSE
                       PERFORM DETAIL-LINE-RTN
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           EXEC SQL
              CLOSE detail_cursor
           END-EXEC.
       DETAIL-LINE-RTN.
           MOVE EX-ID TO RPT-ID-EDIT
           MOVE EX-AGE TO RPT-AGE-EDIT
           MOVE EX-AMOUNT TO RPT-AMT-EDIT-T
           MOVE SPACE TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
              RPT-ID-EDIT DELIMITED BY SIZE
              RPT-AGE-EDIT DELIMITED BY SIZE
              EX-DNI DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              EX-CURRENCY DELIMITED BY SIZE
              RPT-AMT-EDIT-T DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              EX-REASON(1:30) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              EX-SOURCE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              EX-ORIG-RUN DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REPORT-HEAD-RTN.
           MOVE SPACE TO RPT-LINE
           STRING "ExceptionFile open exception aging as of "
                 DELIMITED BY SIZE
              EX-AS-OF DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Run id..................: " DELIMITED BY SIZE
              BATCH-RUN-ID DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REPORT-FOOT-RTN.
           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE

           MOVE ET-OPEN TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Open exceptions.........: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Result..................: " DELIMITED BY SIZE
              EXCEPTION-RESULT DELIMITED BY SIZE
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
              EXEC SQL
                 SELECT COUNT(*) INTO :RCX
                 FROM batch_run_control
                 WHERE status = 'ACTIVE'
                   AND NOT (lock_mode = 'S'
                      AND :RC-LOCK-MODE = 'S')
                   AND NOT (lock_mode = 'P'
                      AND :RC-LOCK-MODE = 'P')
              END-EXEC
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
              EXEC SQL
                 SAVEPOINT reg_save
              END-EXEC
              EXEC SQL
                 INSERT INTO batch_run_control(job_name, run_id,
                    lock_mode, status)
                 VALUES (:RC-JOB-NAME, :RC-RUN-ID, :RC-LOCK-MODE,
                    'ACTIVE')
              END-EXEC
              IF SQLSTATE = "23505"
                 EXEC SQL
                    ROLLBACK TO SAVEPOINT reg_save
                 END-EXEC
                 EXEC SQL
                    UPDATE batch_run_control
                    SET status = 'ACTIVE',
                        lock_mode = :RC-LOCK-MODE
                    WHERE job_name=:RC-JOB-NAME
                      AND run_id=:RC-RUN-ID
                 END-EXEC
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
              EXEC SQL
                 UPDATE batch_run_control
                 SET status = :RC-END-STATUS,
                     return_code = :RC-END-CODE,
                     ended_at = CURRENT_TIMESTAMP
                 WHERE job_name=:RC-JOB-NAME
                   AND run_id=:RC-RUN-ID
              END-EXEC
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 PERFORM ERROR-RTN
              END-IF
              PERFORM SQLCOMMIT
           END-IF.
       SQLCOMMIT.
           DISPLAY "COMMIT..."
           EXEC SQL
              COMMIT
           END-EXEC.
       SQLROLLBACK.
           DISPLAY "ROLLBACKING..."
           EXEC SQL
               ROLLBACK
           END-EXEC.
       SQLDISCONNECT.
           DISPLAY "DISCONNECTING.."
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
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
