       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegisterFile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReportFile ASSIGN TO ReportPath
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RegulatoryFile ASSIGN TO RegulatoryPath
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ReportFile.
       01 RF_Record   PIC X(110).
       FD  RegulatoryFile.
       01 RG_Record   PIC X(200).
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PARAM.
           05  DBNAME         PIC X(32) VALUE SPACE.
           05  ReportPath     PIC X(60) VALUE SPACE.
       01  USERNAME       PIC X(30) VALUE SPACE.
       01  PASSWD         PIC X(10) VALUE SPACE.
       01  RG-PERIOD      PIC X(7) VALUE SPACE.
       01  RG-FILING-SEQ  PIC 9(3) VALUE ZERO.
       01  RG-FILING-TYPE PIC X(9) VALUE SPACE.
       01  RG-USER        PIC X(30) VALUE SPACE.
       01  RG-REASON      PIC X(40) VALUE SPACE.
       01  RG-THRESHOLD   PIC 9(12)V9(2) VALUE 10000.
       01  RG-ITEM-TYPE   PIC X(1) VALUE SPACE.
       01  RG-DNI         PIC X(8) VALUE SPACE.
       01  RG-NAME        PIC X(48) VALUE SPACE.
       01  RG-ADDRESS     PIC X(40) VALUE SPACE.
       01  RG-CONTACT     PIC X(25) VALUE SPACE.
       01  RG-FIRST-DATE  PIC X(10) VALUE SPACE.
       01  RG-LAST-DATE   PIC X(10) VALUE SPACE.
       01  RG-CURRENCY    PIC X(3) VALUE SPACE.
       01  RG-AMOUNT      PIC S9(12)V9(2) VALUE ZERO.
       01  RG-USD-AMOUNT  PIC S9(12)V9(2) VALUE ZERO.
       01  RG-OP-COUNT    PIC 9(5) VALUE ZERO.
       01  RG-FILED       PIC 9(9) VALUE ZERO.
       01  RG-ROWS        PIC 9(9) VALUE ZERO.
       01  RG-LARGE-COUNT PIC 9(9) VALUE ZERO.
       01  RG-STRUCT-COUNT PIC 9(9) VALUE ZERO.
       01  BATCH-RUN-ID   PIC X(14) VALUE SPACE.
       01  RC-JOB-NAME    PIC X(14) VALUE SPACE.
       01  RC-RUN-ID      PIC X(14) VALUE SPACE.
       01  RC-LOCK-MODE   PIC X(1) VALUE "S".
       01  RC-END-STATUS  PIC X(6) VALUE SPACE.
       01  RC-END-CODE    PIC 9(2) VALUE ZERO.
       01  RCX            PIC 9(10) VALUE ZEROS.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  RegulatoryPath         PIC X(60) VALUE SPACE.

       01  RegHeaderRecord.
           05 RGH_RECID           PIC X VALUE "H".
           05 RGH_PERIOD          PIC X(7).
           05 FILLER              PIC X VALUE SPACE.
           05 RGH_FILING_TYPE     PIC X(1).
           05 RGH_FILING_SEQ      PIC 9(3).
           05 FILLER              PIC X VALUE SPACE.
           05 RGH_RUN_ID          PIC X(14).
           05 FILLER              PIC X VALUE SPACE.
           05 RGH_THRESHOLD       PIC 9(12)V9(2).
           05 FILLER              PIC X VALUE SPACE.
           05 RGH_CREATED         PIC X(10).
           05 FILLER              PIC X(146) VALUE SPACE.
       01  RegDetailRecord.
           05 RGD_RECID           PIC X VALUE "D".
           05 RGD_ITEM_TYPE       PIC X(1).
           05 FILLER              PIC X VALUE SPACE.
           05 RGD_DNI             PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 RGD_NAME            PIC X(48).
           05 FILLER              PIC X VALUE SPACE.
           05 RGD_ADDRESS         PIC X(40).
           05 FILLER              PIC X VALUE SPACE.
           05 RGD_CONTACT         PIC X(25).
           05 FILLER              PIC X VALUE SPACE.
           05 RGD_FIRST_DATE      PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 RGD_LAST_DATE       PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 RGD_CURRENCY        PIC X(3).
           05 FILLER              PIC X VALUE SPACE.
           05 RGD_AMOUNT          PIC 9(12)V9(2).
           05 FILLER              PIC X VALUE SPACE.
           05 RGD_USD_AMOUNT      PIC 9(12)V9(2).
           05 FILLER              PIC X VALUE SPACE.
           05 RGD_OP_COUNT        PIC 9(5).
           05 FILLER              PIC X(11) VALUE SPACE.
       01  RegTrailerRecord.
           05 RGT_RECID           PIC X VALUE "T".
           05 RGT_LARGE_COUNT     PIC 9(9).
           05 FILLER              PIC X VALUE SPACE.
           05 RGT_STRUCT_COUNT    PIC 9(9).
           05 FILLER              PIC X VALUE SPACE.
           05 RGT_USD_TOTAL       PIC 9(14)V9(2).
           05 FILLER              PIC X(163) VALUE SPACE.

       01  ENV-DB-USERNAME        PIC X(30) VALUE SPACE.
       01  ENV-DB-PASSWD          PIC X(10) VALUE SPACE.
       01  ENV-RUN-CONTROL        PIC X(1) VALUE SPACE.
       01  RUN-CONTROL-SWITCH     PIC X VALUE "N".
           88 RUN-CONTROL-BYPASS  VALUE "Y".
       01  ENV-REGISTER-MONTH     PIC X(7) VALUE SPACE.
       01  ENV-REGISTER-AMEND     PIC X(1) VALUE SPACE.
       01  ENV-REGISTER-USER      PIC X(30) VALUE SPACE.
       01  ENV-REGISTER-REASON    PIC X(40) VALUE SPACE.
       01  ENV-REGISTER-OUT       PIC X(60) VALUE SPACE.
       01  AMEND-SWITCH           PIC X VALUE "N".
           88 FILING-AMENDMENT    VALUE "Y".
       01  RUN-DATE               PIC X(8) VALUE SPACE.
       01  RUN-PERIOD             PIC X(7) VALUE SPACE.
       01  RUN-BUS-DATE           PIC X(10) VALUE SPACE.
       01  PERIOD-YEAR            PIC 9(4) VALUE ZERO.
       01  PERIOD-MONTH           PIC 9(2) VALUE ZERO.
       01  REGISTER-RESULT        PIC X(40) VALUE SPACE.
       01  RUN-RC                 PIC 9(2) VALUE ZERO.
       01  RC-WORK                PIC 9(2) VALUE ZERO.

       01  REGISTER-TOTALS.
           05 RG-MISSING-RATES    PIC 9(9) VALUE ZERO.
           05 RG-LINES-WRITTEN    PIC 9(9) VALUE ZERO.
           05 RG-USD-TOTAL        PIC S9(14)V9(2) VALUE ZERO.
           05 RG-SECTION-COUNT    PIC 9(9) VALUE ZERO.
       01  RPT-LINE               PIC X(110) VALUE SPACE.
       01  RPT-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01  RPT-AMOUNT-EDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-USD-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-OPS-EDIT           PIC ZZ,ZZ9.

       01  ITEM-EOF-SWITCH        PIC X VALUE "N".
           88 EOF-ITEM            VALUE "Y".
       01  REGULATORY-OPEN-SWITCH PIC X VALUE "N".
           88 REGULATORY-OPEN     VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE "/usr/src/app/files/regulatory_register.txt"
              TO ReportPath.
           MOVE "/usr/src/app/files/regulatory_register.dat"
              TO RegulatoryPath.
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
              INTO RUN-PERIOD
           END-STRING
           STRING RUN-PERIOD DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              RUN-DATE(7:2) DELIMITED BY SIZE
              INTO RUN-BUS-DATE
           END-STRING
           ACCEPT ENV-REGISTER-MONTH FROM ENVIRONMENT "REGISTER_MONTH"
           IF ENV-REGISTER-MONTH NOT = SPACE
              MOVE ENV-REGISTER-MONTH TO RG-PERIOD
           ELSE
              PERFORM DEFAULT-PERIOD-RTN
           END-IF
           ACCEPT ENV-REGISTER-AMEND FROM ENVIRONMENT "REGISTER_AMEND"
           IF ENV-REGISTER-AMEND = "Y"
              SET FILING-AMENDMENT TO TRUE
           END-IF
           ACCEPT ENV-REGISTER-USER FROM ENVIRONMENT "REGISTER_USER"
           IF ENV-REGISTER-USER = SPACE
              ACCEPT ENV-REGISTER-USER FROM ENVIRONMENT "USER"
           END-IF
           MOVE ENV-REGISTER-USER TO RG-USER
           ACCEPT ENV-REGISTER-REASON
              FROM ENVIRONMENT "REGISTER_REASON"
           MOVE ENV-REGISTER-REASON TO RG-REASON
           ACCEPT ENV-REGISTER-OUT FROM ENVIRONMENT "REGISTER_OUT"
           IF ENV-REGISTER-OUT NOT = SPACE
              MOVE ENV-REGISTER-OUT TO RegulatoryPath
           END-IF
           DISPLAY "REGISTER PERIOD " RG-PERIOD " BY " RG-USER

           IF RG-USER = SPACE
              DISPLAY "REGISTER_USER OR USER MUST NAME THE OPERATOR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

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
           DISPLAY "REGISTER RUN ID: " BATCH-RUN-ID

           ACCEPT ENV-RUN-CONTROL
              FROM ENVIRONMENT "RUN_CONTROL_BYPASS"
           IF ENV-RUN-CONTROL = "Y"
              SET RUN-CONTROL-BYPASS TO TRUE
           END-IF
           MOVE "RegisterFile" TO RC-JOB-NAME
           MOVE "S" TO RC-LOCK-MODE
           MOVE BATCH-RUN-ID TO RC-RUN-ID
           PERFORM REGISTER-RUN-RTN

           OPEN OUTPUT ReportFile
           PERFORM VALIDATE-PERIOD-RTN
           IF RUN-RC = ZERO
              PERFORM CHECK-FILING-RTN
           END-IF
           IF RUN-RC = ZERO
              PERFORM CHECK-RATES-RTN
           END-IF
           PERFORM WRITE-REPORT-HEAD-RTN
           IF RUN-RC = ZERO
              PERFORM SELECT-LARGE-RTN
           END-IF
           IF RUN-RC = ZERO
              PERFORM SELECT-STRUCTURING-RTN
           END-IF
           IF RUN-RC = ZERO
              OPEN OUTPUT RegulatoryFile
              SET REGULATORY-OPEN TO TRUE
              PERFORM WRITE-REGULATORY-HEAD-RTN
              MOVE "L" TO RG-ITEM-TYPE
              PERFORM WRITE-SECTION-RTN
              MOVE "S" TO RG-ITEM-TYPE
              PERFORM WRITE-SECTION-RTN
           END-IF
           IF RUN-RC = ZERO
              PERFORM RECORD-FILING-RTN
           END-IF

           IF RUN-RC = ZERO
              PERFORM SQLCOMMIT
              IF SQLCODE NOT = ZERO
                 MOVE "COMMIT FAILED" TO REGISTER-RESULT
                 PERFORM SQL-ERROR-RTN
              END-IF
           END-IF
           IF RUN-RC = ZERO
              PERFORM WRITE-REGULATORY-TRAILER-RTN
              CLOSE RegulatoryFile
           ELSE
              DISPLAY "REGISTER NOT FILED -- " REGISTER-RESULT
              PERFORM SQLROLLBACK
              IF REGULATORY-OPEN
                 CLOSE RegulatoryFile
                 OPEN OUTPUT RegulatoryFile
                 CLOSE RegulatoryFile
                 DISPLAY "REGULATORY FILE EMPTIED -- NOTHING TO FILE"
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
           DISPLAY "REGISTER WRITTEN TO " ReportPath
           MOVE RUN-RC TO RETURN-CODE
           STOP RUN.
       DEFAULT-PERIOD-RTN.
           MOVE RUN-DATE(1:4) TO PERIOD-YEAR
           MOVE RUN-DATE(5:2) TO PERIOD-MONTH
           IF PERIOD-MONTH = 1
              MOVE 12 TO PERIOD-MONTH
              SUBTRACT 1 FROM PERIOD-YEAR
           ELSE
              SUBTRACT 1 FROM PERIOD-MONTH
           END-IF
           MOVE SPACE TO RG-PERIOD
           STRING PERIOD-YEAR DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              PERIOD-MONTH DELIMITED BY SIZE
              INTO RG-PERIOD
           END-STRING.
       VALIDATE-PERIOD-RTN.
           MOVE SPACE TO REGISTER-RESULT
           IF RG-PERIOD(1:4) IS NOT NUMERIC
              OR RG-PERIOD(5:1) NOT = "-"
              OR RG-PERIOD(6:2) IS NOT NUMERIC
              MOVE "INVALID REGISTER_MONTH (YYYY-MM)" TO REGISTER-RESULT
           ELSE
              MOVE RG-PERIOD(6:2) TO PERIOD-MONTH
              EVALUATE TRUE
                 WHEN PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
                    MOVE "INVALID REGISTER_MONTH (YYYY-MM)"
                       TO REGISTER-RESULT
                 WHEN RG-PERIOD NOT < RUN-PERIOD
                    MOVE "MONTH NOT YET ENDED" TO REGISTER-RESULT
                 WHEN FILING-AMENDMENT AND RG-REASON = SPACE
                    MOVE "AMENDMENT NEEDS REGISTER_REASON"
                       TO REGISTER-RESULT
              END-EVALUATE
           END-IF
           IF REGISTER-RESULT NOT = SPACE
              MOVE 8 TO RC-WORK
              PERFORM RAISE-RETURN-CODE-RTN
           END-IF.
       CHECK-FILING-RTN.
           EXEC SQL
              SELECT COUNT(*), COALESCE(MAX(filing_seq), 0)
              INTO :RG-FILED, :RG-FILING-SEQ
              FROM regulatory_filings
              WHERE period=:RG-PERIOD
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE "FILING LOOKUP FAILED" TO REGISTER-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              EVALUATE TRUE
                 WHEN RG-FILED > ZERO AND NOT FILING-AMENDMENT
                    MOVE "MONTH ALREADY FILED" TO REGISTER-RESULT
                    MOVE 8 TO RC-WORK
                    PERFORM RAISE-RETURN-CODE-RTN
                 WHEN RG-FILED = ZERO AND FILING-AMENDMENT
                    MOVE "NO FILING TO AMEND" TO REGISTER-RESULT
                    MOVE 8 TO RC-WORK
                    PERFORM RAISE-RETURN-CODE-RTN
                 WHEN FILING-AMENDMENT
                    ADD 1 TO RG-FILING-SEQ
                    MOVE "AMENDMENT" TO RG-FILING-TYPE
                 WHEN OTHER
                    MOVE 1 TO RG-FILING-SEQ
                    MOVE "ORIGINAL" TO RG-FILING-TYPE
              END-EVALUATE
           END-IF.
       CHECK-RATES-RTN.
           EXEC SQL
              SELECT COUNT(*) INTO :RG-ROWS
              FROM batch_audit a
              WHERE a.outcome IN ('ACCEPTED', 'ADJUSTED')
                AND to_char(a.created_at, 'YYYY-MM') = :RG-PERIOD
                AND a.currency <> 'USD'
                AND NOT EXISTS (SELECT 1 FROM fx_rates r
                   WHERE r.currency = a.currency
                     AND r.rate_date <= a.created_at)
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE "FX RATE CHECK FAILED" TO REGISTER-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              MOVE RG-ROWS TO RG-MISSING-RATES
              IF RG-MISSING-RATES > ZERO
                 DISPLAY "POSTINGS WITHOUT FX RATE: " RG-MISSING-RATES
                 MOVE "MISSING FX RATE" TO REGISTER-RESULT
                 MOVE 8 TO RC-WORK
                 PERFORM RAISE-RETURN-CODE-RTN
              END-IF
           END-IF.
       SELECT-LARGE-RTN.
           EXEC SQL
              INSERT INTO regulatory_items(period, filing_seq,
                 item_type, dni, first_date, last_date, currency,
                 amount, usd_amount, op_count)
              WITH ops AS (
                 SELECT DISTINCT ON (a.dni, a.created_at, a.currency)
                    a.dni, a.created_at, a.currency,
                    ABS(a.amount) AS amount
                 FROM batch_audit a
                 WHERE a.outcome IN ('ACCEPTED', 'ADJUSTED')
                   AND to_char(a.created_at, 'YYYY-MM') = :RG-PERIOD
                 ORDER BY a.dni, a.created_at, a.currency,
                    a.batch_run_id DESC, a.audit_seq DESC),
              conv AS (
                 SELECT o.dni, o.created_at, o.currency, o.amount,
                    ROUND(o.amount * CASE WHEN o.currency = 'USD'
                       THEN 1
                       ELSE (SELECT r.usd_rate FROM fx_rates r
                          WHERE r.currency = o.currency
                            AND r.rate_date <= o.created_at
                          ORDER BY r.rate_date DESC LIMIT 1) END, 2)
                       AS usd_amount
                 FROM ops o)
              SELECT :RG-PERIOD, :RG-FILING-SEQ, 'L', c.dni,
                 c.created_at, c.created_at, c.currency, c.amount,
                 c.usd_amount, 1
              FROM conv c
              WHERE NOT (c.usd_amount < :RG-THRESHOLD)
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE "LARGE OPERATION SELECT FAILED" TO REGISTER-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              MOVE "L" TO RG-ITEM-TYPE
              PERFORM COUNT-ITEMS-RTN
              MOVE RG-ROWS TO RG-LARGE-COUNT
           END-IF.
       SELECT-STRUCTURING-RTN.
           EXEC SQL
              INSERT INTO regulatory_items(period, filing_seq,
                 item_type, dni, first_date, last_date, currency,
                 amount, usd_amount, op_count)
              WITH ops AS (
                 SELECT DISTINCT ON (a.dni, a.created_at, a.currency)
                    a.dni, a.created_at, a.currency,
                    ABS(a.amount) AS amount
                 FROM batch_audit a
                 WHERE a.outcome IN ('ACCEPTED', 'ADJUSTED')
                   AND to_char(a.created_at, 'YYYY-MM') = :RG-PERIOD
                 ORDER BY a.dni, a.created_at, a.currency,
                    a.batch_run_id DESC, a.audit_seq DESC),
              conv AS (
                 SELECT o.dni, o.created_at, o.currency, o.amount,
                    ROUND(o.amount * CASE WHEN o.currency = 'USD'
                       THEN 1
                       ELSE (SELECT r.usd_rate FROM fx_rates r
                          WHERE r.currency = o.currency
                            AND r.rate_date <= o.created_at
                          ORDER BY r.rate_date DESC LIMIT 1) END, 2)
                       AS usd_amount
                 FROM ops o)
              SELECT :RG-PERIOD, :RG-FILING-SEQ, 'S', c.dni,
                 MIN(c.created_at), MAX(c.created_at), 'USD',
                 SUM(c.usd_amount), SUM(c.usd_amount), COUNT(*)
              FROM conv c
              WHERE c.usd_amount < :RG-THRESHOLD
              GROUP BY c.dni
              HAVING COUNT(*) > 1
                 AND NOT (SUM(c.usd_amount) < :RG-THRESHOLD)
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE "STRUCTURING SELECT FAILED" TO REGISTER-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              MOVE "S" TO RG-ITEM-TYPE
              PERFORM COUNT-ITEMS-RTN
              MOVE RG-ROWS TO RG-STRUCT-COUNT
           END-IF.
       COUNT-ITEMS-RTN.
           EXEC SQL
              SELECT COUNT(*) INTO :RG-ROWS
              FROM regulatory_items
              WHERE period=:RG-PERIOD
                AND filing_seq=:RG-FILING-SEQ
                AND item_type=:RG-ITEM-TYPE
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE "ITEM COUNT FAILED" TO REGISTER-RESULT
              PERFORM SQL-ERROR-RTN
           END-IF.
       WRITE-SECTION-RTN.
           MOVE ZERO TO RG-SECTION-COUNT
           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE
           MOVE SPACE TO RPT-LINE
           IF RG-ITEM-TYPE = "L"
              MOVE "SINGLE OPERATIONS AT OR ABOVE THE THRESHOLD"
                 TO RPT-LINE
              WRITE RF_Record FROM RPT-LINE
              MOVE "  DNI       NAME" TO RPT-LINE
              MOVE "DATE" TO RPT-LINE(53:4)
              MOVE "CCY" TO RPT-LINE(64:3)
              MOVE "AMOUNT" TO RPT-LINE(80:6)
              MOVE "USD" TO RPT-LINE(104:3)
           ELSE
              MOVE "MULTIPLE POSTINGS BELOW THE THRESHOLD (STRUCTURING)"
                 TO RPT-LINE
              WRITE RF_Record FROM RPT-LINE
              MOVE "  DNI       NAME" TO RPT-LINE
              MOVE "FROM       TO" TO RPT-LINE(53:13)
              MOVE "POSTINGS" TO RPT-LINE(77:8)
              MOVE "USD TOTAL" TO RPT-LINE(98:9)
           END-IF
           WRITE RF_Record FROM RPT-LINE

           EXEC SQL
              DECLARE item_cursor CURSOR FOR
                 SELECT i.dni, COALESCE(c."name", ' '),
                    COALESCE(c.address, ' '),
                    COALESCE(c.contact, ' '),
                    i.first_date, i.last_date, i.currency,
                    i.amount, i.usd_amount, i.op_count
                 FROM regulatory_items i
                 LEFT JOIN app_clients c ON c.dni = i.dni
                 WHERE i.period=:RG-PERIOD
                   AND i.filing_seq=:RG-FILING-SEQ
                   AND i.item_type=:RG-ITEM-TYPE
                 ORDER BY i.dni, i.first_date, i.currency
           END-EXEC.

           EXEC SQL
              OPEN item_cursor
           END-EXEC.

           MOVE "N" TO ITEM-EOF-SWITCH
           IF SQLCODE NOT = ZERO
              MOVE "REGISTER SELECT FAILED" TO REGISTER-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              PERFORM UNTIL EOF-ITEM
                 EXEC SQL
                    FETCH item_cursor
                    INTO :RG-DNI, :RG-NAME, :RG-ADDRESS, :RG-CONTACT,
                       :RG-FIRST-DATE, :RG-LAST-DATE, :RG-CURRENCY,
                       :RG-AMOUNT, :RG-USD-AMOUNT, :RG-OP-COUNT
                 END-EXEC
                 IF SQLCODE = 100
                    SET EOF-ITEM TO TRUE
                 ELSE
                    IF SQLCODE NOT = ZERO
                       MOVE "REGISTER SELECT FAILED"
                          TO REGISTER-RESULT
                       PERFORM SQL-ERROR-RTN
                       SET EOF-ITEM TO TRUE
                    ELSE
                       PERFORM WRITE-ITEM-RTN
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           EXEC SQL
              CLOSE item_cursor
           END-EXEC.

           IF RG-SECTION-COUNT = ZERO
              MOVE "  (NONE)" TO RPT-LINE
              WRITE RF_Record FROM RPT-LINE
           END-IF.
       WRITE-ITEM-RTN.
           MOVE SPACE TO RegDetailRecord
           MOVE "D" TO RGD_RECID
           MOVE RG-ITEM-TYPE TO RGD_ITEM_TYPE
           MOVE RG-DNI TO RGD_DNI
           MOVE RG-NAME TO RGD_NAME
           MOVE RG-ADDRESS TO RGD_ADDRESS
           MOVE RG-CONTACT TO RGD_CONTACT
           MOVE RG-FIRST-DATE TO RGD_FIRST_DATE
           MOVE RG-LAST-DATE TO RGD_LAST_DATE
           MOVE RG-CURRENCY TO RGD_CURRENCY
           MOVE RG-AMOUNT TO RGD_AMOUNT
           MOVE RG-USD-AMOUNT TO RGD_USD_AMOUNT
           MOVE RG-OP-COUNT TO RGD_OP_COUNT
           WRITE RG_Record FROM RegDetailRecord
           ADD 1 TO RG-LINES-WRITTEN
           ADD 1 TO RG-SECTION-COUNT
           ADD RG-USD-AMOUNT TO RG-USD-TOTAL

           MOVE RG-AMOUNT TO RPT-AMOUNT-EDIT
           MOVE RG-USD-AMOUNT TO RPT-USD-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
              RG-DNI DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              RG-NAME(1:40) DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           IF RG-ITEM-TYPE = "L"
              MOVE RG-FIRST-DATE TO RPT-LINE(53:10)
              MOVE RG-CURRENCY TO RPT-LINE(64:3)
              MOVE RPT-AMOUNT-EDIT TO RPT-LINE(68:18)
           ELSE
              MOVE RG-FIRST-DATE TO RPT-LINE(53:10)
              MOVE RG-LAST-DATE TO RPT-LINE(64:10)
              MOVE RG-OP-COUNT TO RPT-OPS-EDIT
              MOVE RPT-OPS-EDIT TO RPT-LINE(79:6)
           END-IF
           MOVE RPT-USD-EDIT TO RPT-LINE(89:18)
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "            " DELIMITED BY SIZE
              RG-ADDRESS DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              RG-CONTACT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REGULATORY-HEAD-RTN.
           MOVE SPACE TO RegHeaderRecord
           MOVE "H" TO RGH_RECID
           MOVE RG-PERIOD TO RGH_PERIOD
           IF FILING-AMENDMENT
              MOVE "A" TO RGH_FILING_TYPE
           ELSE
              MOVE "O" TO RGH_FILING_TYPE
           END-IF
           MOVE RG-FILING-SEQ TO RGH_FILING_SEQ
           MOVE BATCH-RUN-ID TO RGH_RUN_ID
           MOVE RG-THRESHOLD TO RGH_THRESHOLD
           MOVE RUN-BUS-DATE TO RGH_CREATED
           WRITE RG_Record FROM RegHeaderRecord.
       WRITE-REGULATORY-TRAILER-RTN.
           MOVE SPACE TO RegTrailerRecord
           MOVE "T" TO RGT_RECID
           MOVE RG-LARGE-COUNT TO RGT_LARGE_COUNT
           MOVE RG-STRUCT-COUNT TO RGT_STRUCT_COUNT
           MOVE RG-USD-TOTAL TO RGT_USD_TOTAL
           WRITE RG_Record FROM RegTrailerRecord.
       RECORD-FILING-RTN.
           EXEC SQL
              INSERT INTO regulatory_filings(period, filing_seq,
                 filing_type, run_id, filed_by, filed_at, reason,
                 large_count, structuring_count)
              VALUES (:RG-PERIOD, :RG-FILING-SEQ, :RG-FILING-TYPE,
                 :BATCH-RUN-ID, :RG-USER, CURRENT_TIMESTAMP,
                 :RG-REASON, :RG-LARGE-COUNT, :RG-STRUCT-COUNT)
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE "FILING INSERT FAILED" TO REGISTER-RESULT
              PERFORM SQL-ERROR-RTN
           ELSE
              MOVE RG-FILING-TYPE TO REGISTER-RESULT
              DISPLAY "REGISTER FILED: " RG-PERIOD " SEQ "
                 RG-FILING-SEQ " " RG-FILING-TYPE
           END-IF.
       WRITE-REPORT-HEAD-RTN.
           MOVE SPACE TO RPT-LINE
           STRING "Large-transaction and structuring register for "
              DELIMITED BY SIZE
              RG-PERIOD DELIMITED BY SIZE
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
           STRING "Filing..................: " DELIMITED BY SIZE
              RG-FILING-TYPE DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              RG-FILING-SEQ DELIMITED BY SIZE
              " by " DELIMITED BY SIZE
              RG-USER DELIMITED BY SPACE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           IF FILING-AMENDMENT
              MOVE SPACE TO RPT-LINE
              STRING "Amendment reason........: " DELIMITED BY SIZE
                 RG-REASON DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE RF_Record FROM RPT-LINE
           END-IF

           MOVE RG-THRESHOLD TO RPT-USD-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Threshold (USD).........: " DELIMITED BY SIZE
              RPT-USD-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE.
       WRITE-REPORT-FOOT-RTN.
           MOVE SPACE TO RPT-LINE
           WRITE RF_Record FROM RPT-LINE

           MOVE RG-LARGE-COUNT TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Single operations.......: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE RG-STRUCT-COUNT TO RPT-COUNT-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Structuring clients.....: " DELIMITED BY SIZE
              RPT-COUNT-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           MOVE RG-USD-TOTAL TO RPT-USD-EDIT
           MOVE SPACE TO RPT-LINE
           STRING "Reported total (USD)....: " DELIMITED BY SIZE
              RPT-USD-EDIT DELIMITED BY SIZE
              INTO RPT-LINE
           END-STRING
           WRITE RF_Record FROM RPT-LINE

           IF RG-MISSING-RATES > ZERO
              MOVE RG-MISSING-RATES TO RPT-COUNT-EDIT
              MOVE SPACE TO RPT-LINE
              STRING "Postings without rate...: " DELIMITED BY SIZE
                 RPT-COUNT-EDIT DELIMITED BY SIZE
                 INTO RPT-LINE
              END-STRING
              WRITE RF_Record FROM RPT-LINE
           END-IF

           MOVE SPACE TO RPT-LINE
           IF RUN-RC = ZERO
              STRING "Regulatory file.........: " DELIMITED BY SIZE
                 RegulatoryPath DELIMITED BY SPACE
                 INTO RPT-LINE
              END-STRING
           ELSE
              MOVE "Regulatory file.........: NOT WRITTEN" TO RPT-LINE
           END-IF
           WRITE RF_Record FROM RPT-LINE

           MOVE SPACE TO RPT-LINE
           STRING "Result..................: " DELIMITED BY SIZE
              REGISTER-RESULT DELIMITED BY SIZE
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
