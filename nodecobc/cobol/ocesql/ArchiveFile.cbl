       FD  BalArchFile.
       01 BA_Record   PIC X(90).
       FD  AudArchFile.
       01 AA_Record   PIC X(200).
       FD  ReportFile.
       01 RF_Record   PIC X(110).
       WORKING-STORAGE SECTION.
       01  AR-AMOUNT      PIC S9(10)V9(2).
       01  AR-CURRENCY    PIC X(3).
       01  AR-RUN         PIC X(14).
       01  AR-OUTCOME     PIC X(11).
       01  AR-OLD-NAME    PIC X(48).
       01  AR-NEW-NAME    PIC X(48).
       01  AR-ORIG-RUN    PIC X(14).
       01  AR-CHANGED-BY  PIC X(20).
       01  BAL-CUTOFF-DATE PIC X(10) VALUE SPACE.
       01  AUD-CUTOFF-RUN PIC X(14) VALUE SPACE.
       01  PURGE-COUNT    PIC 9(10) VALUE ZEROS.
           05 AR-AUD-WRITTEN      PIC 9(9) VALUE ZERO.
           05 AR-AUD-TO-DELETE    PIC 9(9) VALUE ZERO.
           05 AR-AUD-PURGED       PIC 9(9) VALUE ZERO.
       01  AUDIT-LINE             PIC X(200) VALUE SPACE.
       01  RPT-LINE               PIC X(110) VALUE SPACE.
       01  RPT-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.

              DECLARE aud_arch_cursor CURSOR FOR
                 SELECT dni, amount, created_at, batch_run_id,
                    outcome, old_name, new_name,
                    COALESCE(orig_run_id, ''), currency,
                    COALESCE(changed_by, '')
                 FROM batch_audit
                 WHERE batch_run_id < :AUD-CUTOFF-RUN
                 ORDER BY batch_run_id, audit_seq
           END-EXEC.

           EXEC SQL
                    FETCH aud_arch_cursor
                    INTO :AR-DNI, :AR-AMOUNT, :AR-DATE, :AR-RUN,
                       :AR-OUTCOME, :AR-OLD-NAME, :AR-NEW-NAME,
                       :AR-ORIG-RUN, :AR-CURRENCY, :AR-CHANGED-BY
                 END-EXEC
                 IF SQLCODE = 100
                    SET EOF-ARCHIVE TO TRUE
           END-IF.
       WRITE-AUD-ARCHIVE-RTN.
           MOVE SPACE TO AUDIT-LINE
           STRING "3" DELIMITED BY SIZE
              AR-DNI DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AR-AMOUNT DELIMITED BY SIZE
              AR-ORIG-RUN DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AR-CURRENCY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AR-CHANGED-BY DELIMITED BY SIZE
              INTO AUDIT-LINE
           END-STRING
           WRITE AA_Record FROM AUDIT-LINE
