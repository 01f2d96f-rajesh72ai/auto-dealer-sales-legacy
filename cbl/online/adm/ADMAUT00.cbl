      *           INQ - LIST A FUNCTION'S ROWS                       *
      *           UPD - ADD OR CHANGE A GRANT (LOGGED TO AUDIT_LOG)  *
      *           DEL - REMOVE A GRANT (LOGGED)                      *
      *           A GRANT IS CHECKED AGAINST THE SEGREGATION-OF-     *
      *           DUTIES RULES (SOD_CONFLICT, ADMSOD00): IF IT WOULD *
      *           GIVE AN ACTIVE USER BOTH FUNCTIONS OF A RULE, AND  *
      *           THE USER HAS NO CURRENT SOD_EXCEPTION, A BLOCK     *
      *           RULE REFUSES THE GRANT AND A WARN RULE SAVES IT    *
      *           WITH A WARNING THAT IS ALSO LOGGED.                *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADAU - AUTHORIZATION MATRIX                        *
      * MFS MOD:  ASADAU00                                           *
      * TABLES:   AUTOSALE.AUTH_MATRIX (READ/INSERT/UPDATE/DELETE)   *
      *           AUTOSALE.SOD_CONFLICT  (READ)                      *
      *           AUTOSALE.SOD_EXCEPTION (READ)                      *
      *           AUTOSALE.SYSTEM_USER   (READ)                      *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  SEGREGATION-OF-DUTIES CHECK ON EVERY GRANT     *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  WS-MORE-DATA                     VALUE 'N'.
           05  WS-EXIST-COUNT            PIC S9(04) COMP VALUE +0.
      *
      *    SEGREGATION-OF-DUTIES CHECK
      *
       01  WS-SOD-FIELDS.
           05  WS-SOD-USER-COUNT         PIC S9(09) COMP VALUE +0.
           05  WS-SOD-ACTION             PIC X(01)  VALUE SPACES.
               88  WS-SOD-BLOCK                     VALUE 'B'.
               88  WS-SOD-WARN                      VALUE 'W'.
           05  WS-SOD-USER-ID            PIC X(08)  VALUE SPACES.
           05  WS-SOD-FUNC-CODE          PIC X(08)  VALUE SPACES.
           05  WS-SOD-COUNT-DSP          PIC Z(03)9.
           05  WS-SOD-TEXT               PIC X(60)  VALUE SPACES.
      *
      *    DB2 HOST VARIABLES
      *
       01  WS-HV-MATRIX.
           INITIALIZE WS-INPUT-MSG
           INITIALIZE WS-OUTPUT-MSG
           INITIALIZE WS-WORK-FIELDS
           INITIALIZE WS-SOD-FIELDS
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 'AUTHORIZATION MATRIX MAINTENANCE' TO WS-OUT-TITLE
           .
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-IN-ALLOWED = 'Y'
               PERFORM 5100-CHECK-SOD THRU 5100-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 5000-EXIT
               END-IF
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
           PERFORM 7000-LOG-CHANGE
      *
           MOVE WS-IN-FUNC-CODE TO WS-OUT-FUNC-CODE
           IF WS-SOD-WARN
               STRING 'GRANT SAVED - SOD WARNING: ' WS-SOD-TEXT
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
           ELSE
               MOVE 'AUTHORIZATION GRANT SAVED'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-CHECK-SOD - WOULD THIS GRANT GIVE ANY ACTIVE USER    *
      *    BOTH FUNCTIONS OF AN ACTIVE CONFLICT RULE? THE KEY IS A   *
      *    USER TYPE OR A USER ID, SO BOTH ARE MATCHED. A USER IS    *
      *    LEFT OUT WHEN DENIED EITHER FUNCTION BY NAME (UNLESS THIS *
      *    GRANT IS THE NAMED ROW) OR HOLDING A CURRENT EXCEPTION.   *
      ****************************************************************
       5100-CHECK-SOD.
      *
           MOVE SPACES TO WS-SOD-ACTION
      *
           EXEC SQL
               SELECT COUNT(DISTINCT U.USER_ID)
                    , COALESCE(MIN(C.RULE_ACTION), ' ')
                    , COALESCE(MIN(U.USER_ID), ' ')
                    , COALESCE(MIN(CASE
                        WHEN C.FUNCTION_CODE_1 = :WS-IN-FUNC-CODE
                        THEN C.FUNCTION_CODE_2
                        ELSE C.FUNCTION_CODE_1 END), ' ')
               INTO  :WS-SOD-USER-COUNT
                    , :WS-SOD-ACTION
                    , :WS-SOD-USER-ID
                    , :WS-SOD-FUNC-CODE
               FROM  AUTOSALE.SOD_CONFLICT C
                   , AUTOSALE.SYSTEM_USER  U
               WHERE C.ACTIVE_FLAG = 'Y'
                 AND (C.FUNCTION_CODE_1 = :WS-IN-FUNC-CODE
                      OR C.FUNCTION_CODE_2 = :WS-IN-FUNC-CODE)
                 AND U.ACTIVE_FLAG = 'Y'
                 AND (U.USER_ID = :WS-IN-AUTH-KEY
                      OR U.USER_TYPE = :WS-IN-AUTH-KEY)
                 AND (U.USER_ID = :WS-IN-AUTH-KEY
                      OR NOT EXISTS
                         (SELECT 1
                          FROM   AUTOSALE.AUTH_MATRIX D
                          WHERE  D.FUNCTION_CODE = :WS-IN-FUNC-CODE
                            AND  D.AUTH_KEY      = U.USER_ID
                            AND  D.ALLOWED_FLAG  = 'N'))
                 AND EXISTS
                     (SELECT 1
                      FROM   AUTOSALE.AUTH_MATRIX G
                      WHERE  G.FUNCTION_CODE =
                               CASE
                               WHEN C.FUNCTION_CODE_1 = :WS-IN-FUNC-CODE
                               THEN C.FUNCTION_CODE_2
                               ELSE C.FUNCTION_CODE_1 END
                        AND  G.ALLOWED_FLAG = 'Y'
                        AND  (G.AUTH_KEY = U.USER_ID
                              OR G.AUTH_KEY = U.USER_TYPE))
                 AND NOT EXISTS
                     (SELECT 1
                      FROM   AUTOSALE.AUTH_MATRIX N
                      WHERE  N.FUNCTION_CODE =
                               CASE
                               WHEN C.FUNCTION_CODE_1 = :WS-IN-FUNC-CODE
                               THEN C.FUNCTION_CODE_2
                               ELSE C.FUNCTION_CODE_1 END
                        AND  N.AUTH_KEY     = U.USER_ID
                        AND  N.ALLOWED_FLAG = 'N')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM   AUTOSALE.SOD_EXCEPTION X
                      WHERE  X.USER_ID         = U.USER_ID
                        AND  X.FUNCTION_CODE_1 = C.FUNCTION_CODE_1
                        AND  X.FUNCTION_CODE_2 = C.FUNCTION_CODE_2
                        AND  X.EXPIRY_DATE    >= CURRENT DATE)
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMAUT00: DB2 ERROR CHECKING SOD RULES'
                   TO WS-OUT-MESSAGE
               GO TO 5100-EXIT
           END-IF
      *
           IF WS-SOD-USER-COUNT = +0
               MOVE SPACES TO WS-SOD-ACTION
               GO TO 5100-EXIT
           END-IF
      *
           MOVE WS-SOD-USER-COUNT TO WS-SOD-COUNT-DSP
           MOVE SPACES TO WS-SOD-TEXT
           STRING 'CONFLICTS WITH ' WS-SOD-FUNC-CODE
                  ' FOR ' WS-SOD-COUNT-DSP ' USER(S) E.G. '
                  WS-SOD-USER-ID
                  DELIMITED BY SIZE
               INTO WS-SOD-TEXT
           END-STRING
      *
           IF WS-SOD-BLOCK
               STRING 'GRANT BLOCKED - ' WS-SOD-TEXT
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-DELETE-GRANT                                         *
      ****************************************************************
       6000-DELETE-GRANT.
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           IF WS-SOD-WARN
               MOVE 'SOD WARNING: ' TO WS-LOG-DETAILS(60:13)
               MOVE WS-SOD-TEXT TO WS-LOG-DETAILS(73:60)
           END-IF
           CALL 'COMLGEL0' USING WS-LOG-FUNCTION
                                 WS-LOG-PROGRAM
                                 WS-LOG-TABLE-NAME
