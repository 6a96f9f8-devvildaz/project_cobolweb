       01  AU-DATE        PIC X(10).
       01  AU-CURRENCY    PIC X(3).
       01  AU-RUN         PIC X(14).
       01  AU-OUTCOME     PIC X(11).
       01  AU-OLD-NAME    PIC X(48).
       01  AU-NEW-NAME    PIC X(48).
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AU-OUTCOME
OCESQL     END-CALL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AU-OUTCOME
OCESQL     END-CALL
                       PERFORM CHECK-ROW-WANTED-RTN
                       IF ROW-WANTED AND AU-NEW-NAME NOT = SPACE
                          AND AU-OUTCOME NOT = "REJECTED"
                          AND AU-OUTCOME NOT = "MERGED"
                          AND AU-OUTCOME NOT = "DORMANT"
                          AND AU-OUTCOME NOT = "REACTIVATED"
                          PERFORM NAME-CHANGE-ROW-RTN
                       END-IF
                    END-IF
