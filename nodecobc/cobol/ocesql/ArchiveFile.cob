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
OCESQL*
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(210) VALUE "SELECT dni, amount, created_at,"
OCESQL  &  " batch_run_id, outcome, old_name, new_name, COALESCE(orig_r"
OCESQL  &  "un_id, ''), currency, COALESCE(changed_by, '') FROM batch_a"
OCESQL  &  "udit WHERE batch_run_id < $1 ORDER BY batch_run_id, audit_s"
OCESQL  &  "eq".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL*
           05 AR-AUD-WRITTEN      PIC 9(9) VALUE ZERO.
           05 AR-AUD-TO-DELETE    PIC 9(9) VALUE ZERO.
           05 AR-AUD-PURGED       PIC 9(9) VALUE ZERO.
       01  AUDIT-LINE             PIC X(200) VALUE SPACE.
       01  RPT-LINE               PIC X(110) VALUE SPACE.
       01  RPT-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.

OCESQL*       DECLARE aud_arch_cursor CURSOR FOR
OCESQL*          SELECT dni, amount, created_at, batch_run_id,
OCESQL*             outcome, old_name, new_name,
OCESQL*             COALESCE(orig_run_id, ''), currency,
OCESQL*             COALESCE(changed_by, '')
OCESQL*          FROM batch_audit
OCESQL*          WHERE batch_run_id < :AUD-CUTOFF-RUN
OCESQL*          ORDER BY batch_run_id, audit_seq
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL*             FETCH aud_arch_cursor
OCESQL*             INTO :AR-DNI, :AR-AMOUNT, :AR-DATE, :AR-RUN,
OCESQL*                :AR-OUTCOME, :AR-OLD-NAME, :AR-NEW-NAME,
OCESQL*                :AR-ORIG-RUN, :AR-CURRENCY, :AR-CHANGED-BY
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AR-OUTCOME
OCESQL     END-CALL
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AR-CURRENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AR-CHANGED-BY
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "aud_arch_cursor" & x"00"
OCESQL          BY VALUE 10
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
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
