       01 BA_Record   PIC X(90).
           88 EOFBalArch VALUE HIGH-VALUES.
       FD  AudArchFile.
       01 AA_Record   PIC X(200).
           88 EOFAudArch VALUE HIGH-VALUES.
       FD  ReportFile.
       01 RF_Record   PIC X(110).
           05 FILLER      PIC X.
           05 R_CURRENCY  PIC X(3).
       01  AuditArchRecord.
           05 AA_LAYOUT   PIC X.
              88 AA-LAYOUT-CURRENT VALUE "3".
              88 AA-LAYOUT-WIDE-OUTCOME VALUE "2".
           05 AA_DNI      PIC X(8).
           05 FILLER      PIC X.
           05 AA_AMOUNT   PIC S9(10)V9(2).
           05 FILLER      PIC X.
           05 AA_RUN      PIC X(14).
           05 FILLER      PIC X.
           05 AA_OUTCOME  PIC X(11).
           05 FILLER      PIC X.
           05 AA_OLD_NAME PIC X(48).
           05 FILLER      PIC X.
           05 AA_ORIG_RUN PIC X(14).
           05 FILLER      PIC X.
           05 AA_CURRENCY PIC X(3).
           05 FILLER      PIC X.
           05 AA_CHANGED_BY PIC X(20).
           05 FILLER      PIC X(2).
       01  AMOUNT         PIC S9(10)V9(2).
       01  RESTORE-RUN-ID PIC X(14) VALUE SPACE.
       01  BACKOUT-MARKER PIC X(14) VALUE SPACE.
       01  AudArchPath            PIC X(60) VALUE SPACE.
       01  BA-FILE-STATUS         PIC X(2) VALUE SPACE.
       01  AA-FILE-STATUS         PIC X(2) VALUE SPACE.
       01  AuditArchPrior.
           05 FILLER      PIC X(49).
           05 AP_OUTCOME  PIC X(9).
           05 FILLER      PIC X.
           05 AP_OLD_NAME PIC X(48).
           05 FILLER      PIC X.
           05 AP_NEW_NAME PIC X(48).
           05 FILLER      PIC X.
           05 AP_ORIG_RUN PIC X(14).
           05 FILLER      PIC X.
           05 AP_CURRENCY PIC X(3).
           05 FILLER      PIC X(5).

       01  ENV-DB-USERNAME        PIC X(30) VALUE SPACE.
       01  ENV-DB-PASSWD          PIC X(10) VALUE SPACE.
                 END-READ
                 PERFORM UNTIL EOFAudArch
                    ADD 1 TO RS-AUD-READ
                    PERFORM AUD-LAYOUT-RTN
                    IF (DNI-FILTER = SPACE OR AA_DNI = DNI-FILTER)
                       AND (RUN-FILTER = SPACE
                          OR AA_RUN = RUN-FILTER)
                 CLOSE AudArchFile
              END-IF
           END-IF.
       AUD-LAYOUT-RTN.
           EVALUATE TRUE
              WHEN AA-LAYOUT-CURRENT
                 CONTINUE
              WHEN AA-LAYOUT-WIDE-OUTCOME
                 MOVE SPACE TO AA_CHANGED_BY
              WHEN OTHER
                 MOVE AuditArchRecord TO AuditArchPrior
                 MOVE AP_OUTCOME TO AA_OUTCOME
                 MOVE AP_OLD_NAME TO AA_OLD_NAME
                 MOVE AP_NEW_NAME TO AA_NEW_NAME
                 MOVE AP_ORIG_RUN TO AA_ORIG_RUN
                 MOVE AP_CURRENCY TO AA_CURRENCY
                 MOVE SPACE TO AA_CHANGED_BY
           END-EVALUATE.
       AUD-ROW-RTN.
           IF AA_CURRENCY = SPACE
              MOVE "PEN" TO AA_CURRENCY
           EXEC SQL
              INSERT INTO batch_audit(dni, amount, created_at,
                 batch_run_id, outcome, old_name, new_name,
                 orig_run_id, currency, restore_run_id, changed_by)
              VALUES (:AA_DNI, :AA_AMOUNT, :AA_DATE, :AA_RUN,
                 :AA_OUTCOME, :AA_OLD_NAME, :AA_NEW_NAME,
                 :AA_ORIG_RUN, :AA_CURRENCY, :RESTORE-RUN-ID,
                 NULLIF(RTRIM(:AA_CHANGED_BY), ''))
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM ERROR-RTN
