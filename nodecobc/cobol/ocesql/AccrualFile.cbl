           88 RUN-CONTROL-BYPASS  VALUE "Y".
       01  ENV-ACCRUAL-DATE       PIC X(10) VALUE SPACE.
       01  ENV-ACCRUAL-SOURCE     PIC X(8) VALUE SPACE.
       01  ACCRUAL-CALENDAR-SWITCH PIC X VALUE "N".
           88 ACCRUAL-USE-CALENDAR VALUE "Y".
       01  RUN-DATE               PIC X(8) VALUE SPACE.

       01  BalanceRecord.
                 RUN-DATE(7:2) DELIMITED BY SIZE
                 INTO ACCRUAL-DATE
              END-STRING
              SET ACCRUAL-USE-CALENDAR TO TRUE
           END-IF

           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           MOVE BATCH-RUN-ID TO RC-RUN-ID
           PERFORM REGISTER-RUN-RTN

           IF ACCRUAL-USE-CALENDAR
              PERFORM CALENDAR-DATE-RTN
           END-IF
           DISPLAY "ACCRUAL DATE: " ACCRUAL-DATE
              " SOURCE: " ACCRUAL-SOURCE

           PERFORM RESERVE-FILE-SEQ-RTN

           OPEN OUTPUT AccrualOutFile
           DISPLAY "CONTROL REPORT WRITTEN TO " ReportPath
           MOVE RUN-RC TO RETURN-CODE
           STOP RUN.
       CALENDAR-DATE-RTN.
           EXEC SQL
              SELECT bus_date INTO :ACCRUAL-DATE
              FROM business_dates
              WHERE currency = 'PEN'
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM SQL-ERROR-RTN
           END-IF.
       RESERVE-FILE-SEQ-RTN.
           EXEC SQL
              SELECT COALESCE(MAX(file_seq), 0) INTO :FILE-SEQ-BF
