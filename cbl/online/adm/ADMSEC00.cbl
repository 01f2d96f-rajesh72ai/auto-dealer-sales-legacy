      *             3. SELECT FROM SYSTEM_USER TABLE                 *
      *             4. VALIDATE ACTIVE FLAG, LOCKED FLAG             *
      *             5. VALIDATE PASSWORD HASH                        *
      *             5A. APPLY PASSWORD POLICY (SEE 5500 BELOW) - A   *
      *                NEW PASSWORD KEYED WITH THE OLD ONE IS        *
      *                CHECKED FOR LENGTH, CHARACTER CLASSES AND     *
      *                REUSE AND STORED; OTHERWISE AN EXPIRED        *
      *                PASSWORD OR AN ADMINISTRATOR RESET (ADMPWR00) *
      *                REFUSES SIGN-ON UNTIL ONE IS, AND A PASSWORD  *
      *                NEAR EXPIRY GETS A WARNING ON THE MAIN MENU   *
      *             6. CHECK THE ACTIVE_SESSION TABLE FOR A CONCURRENT *
      *                LOGON, APPLYING THE CONFIGURABLE SESSION-AGE    *
      *                CUTOFF (TIME SINCE LOGON, NOT SINCE LAST        *
      *               ONLY EVER SET AT SIGN-ON, NO OTHER TRANSACTION  *
      *               REFRESHES IT, SO THIS IS NOT A LIVE KEYBOARD-   *
      *               IDLE TIMEOUT                                    *
      *   2026-10-15  PASSWORD AGING, EXPIRY WARNING, COMPLEXITY AND *
      *               REUSE-HISTORY RULES, FORCED CHANGE AFTER RESET *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
           COPY DCLACSES.
      *
      *    DCLGEN FOR PASSWORD_HISTORY TABLE
      *
           COPY DCLPWHST.
      *
      *    INPUT MESSAGE LAYOUT
      *    FORMAT: LLZZ + TRAN-CODE(8) + FUNCTION(3) + DATA
      *
           05  WS-IN-TRAN-CODE      PIC X(08).
           05  WS-IN-USER-ID        PIC X(08).
           05  WS-IN-PASSWORD       PIC X(20).
           05  WS-IN-NEW-PASSWORD   PIC X(20).
           05  WS-IN-CONFIRM-PASSWORD PIC X(20).
           05  FILLER               PIC X(160).
      *
      *    OUTPUT MESSAGE LAYOUT
      *
           05  WS-CONCURRENT-MODE  PIC X(01) VALUE 'F'.
               88  WS-CONCURRENT-REJECT        VALUE 'R'.
               88  WS-CONCURRENT-FLAG-ONLY     VALUE 'F'.
      *
      *    PASSWORD POLICY FIELDS - LIMITS FROM SYSTEM_CONFIG
      *
       01  WS-PASSWORD-FIELDS.
           05  WS-PWD-MAX-AGE-DAYS PIC S9(04) COMP VALUE 90.
           05  WS-PWD-WARN-DAYS    PIC S9(04) COMP VALUE 14.
           05  WS-PWD-MIN-LENGTH   PIC S9(04) COMP VALUE 8.
           05  WS-PWD-MIN-CLASSES  PIC S9(04) COMP VALUE 3.
           05  WS-PWD-HISTORY-COUNT PIC S9(04) COMP VALUE 5.
           05  WS-PWD-CFG-KEY      PIC X(30) VALUE SPACES.
           05  WS-PWD-CFG-NUM      PIC S9(04) COMP VALUE 0.
           05  WS-PWD-CFG-FOUND    PIC X(01) VALUE 'N'.
               88  WS-PWD-CFG-IS-FOUND         VALUE 'Y'.
           05  WS-PWD-FORCE-FLAG   PIC X(01) VALUE 'N'.
               88  WS-PWD-FORCE-CHANGE         VALUE 'Y'.
           05  WS-PWD-AGE-DAYS     PIC S9(09) COMP VALUE 0.
           05  WS-PWD-DAYS-LEFT    PIC S9(09) COMP VALUE 0.
           05  WS-PWD-NUM-DSP      PIC Z(03)9.
           05  WS-PWD-NEW-HASH     PIC X(64) VALUE SPACES.
           05  WS-PWD-REUSE-COUNT  PIC S9(09) COMP VALUE 0.
           05  WS-PWD-LEN          PIC S9(04) COMP VALUE 0.
           05  WS-PWD-IDX          PIC S9(04) COMP VALUE 0.
           05  WS-PWD-CHAR         PIC X(01) VALUE SPACE.
               88  WS-PWD-CHAR-UPPER
                       VALUES 'A' THRU 'I' 'J' THRU 'R' 'S' THRU 'Z'.
               88  WS-PWD-CHAR-LOWER
                       VALUES 'a' THRU 'i' 'j' THRU 'r' 's' THRU 'z'.
               88  WS-PWD-CHAR-DIGIT   VALUES '0' THRU '9'.
           05  WS-PWD-HAS-UPPER    PIC X(01) VALUE 'N'.
           05  WS-PWD-HAS-LOWER    PIC X(01) VALUE 'N'.
           05  WS-PWD-HAS-DIGIT    PIC X(01) VALUE 'N'.
           05  WS-PWD-HAS-SPECIAL  PIC X(01) VALUE 'N'.
           05  WS-PWD-CLASS-COUNT  PIC S9(04) COMP VALUE 0.
           05  WS-PWD-STATUS       PIC X(01) VALUE SPACE.
               88  WS-PWD-CHANGED              VALUE 'C'.
               88  WS-PWD-NEAR-EXPIRY          VALUE 'W'.
           05  WS-PWD-LOG-ACTION   PIC X(03) VALUE SPACES.
           05  WS-PWD-MSG-LINE2    PIC X(79) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
               GOBACK
           END-IF
      *
      *    PASSWORD IS RIGHT - NOW APPLY AGING, FORCED CHANGE AND,
      *    IF A NEW PASSWORD WAS KEYED, THE CHANGE RULES. A REFUSAL
      *    HERE IS NOT A FAILED ATTEMPT.
      *
           PERFORM 5500-CHECK-PASSWORD-POLICY THRU 5500-EXIT
      *
           IF WS-HAS-ERROR
               MOVE 'PWR' TO WS-PWD-LOG-ACTION
               PERFORM 9300-LOG-PASSWORD-EVENT
               PERFORM 8000-SEND-ERROR-RESPONSE
               GOBACK
           END-IF
      *
           IF WS-PWD-CHANGED
               MOVE 'PWC' TO WS-PWD-LOG-ACTION
               PERFORM 9300-LOG-PASSWORD-EVENT
           END-IF
      *
      *    CHECK FOR AN ALREADY-ACTIVE SESSION FOR THIS USER ID AND
      *    APPLY THE CONFIGURABLE SESSION-AGE CUTOFF RULE (TIME
      *    SINCE THAT SESSION SIGNED ON - SEE 6500 BELOW)
           EXIT.
      *
      *---------------------------------------------------------------*
      * 5500 - PASSWORD POLICY                                         *
      *        LIMITS COME FROM SYSTEM_CONFIG (DEFAULT IN BRACKETS):   *
      *          PWD_MAX_AGE_DAYS   (90) - 0 = PASSWORDS NEVER EXPIRE  *
      *          PWD_WARN_DAYS      (14) - WARN THIS MANY DAYS BEFORE  *
      *          PWD_MIN_LENGTH      (8)                               *
      *          PWD_MIN_CLASSES     (3) - OF UPPER, LOWER, DIGIT AND  *
      *                                    SPECIAL CHARACTERS          *
      *          PWD_HISTORY_COUNT   (5) - RECENT PASSWORDS BARRED     *
      *        AGE RUNS FROM PASSWORD_CHANGED_TS, OR CREATED_TS FOR A  *
      *        USER WHO HAS NEVER CHANGED THEIRS.                      *
      *---------------------------------------------------------------*
       5500-CHECK-PASSWORD-POLICY.
      *
           MOVE SPACE TO WS-PWD-STATUS
           MOVE SPACES TO WS-PWD-MSG-LINE2
      *
           PERFORM 5510-LOAD-PASSWORD-CONFIG
      *
           EXEC SQL
               SELECT DAYS(CURRENT DATE) -
                      DAYS(COALESCE(PASSWORD_CHANGED_TS,
                                    CREATED_TS)),
                      FORCE_CHANGE_FLAG
               INTO   :WS-PWD-AGE-DAYS,
                      :WS-PWD-FORCE-FLAG
               FROM   AUTOSALE.SYSTEM_USER
               WHERE  USER_ID = :WS-IN-USER-ID
           END-EXEC
      *
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE WS-MODULE-ID TO WS-DBE-PROGRAM
               MOVE '5500-PASSWORD-POLICY' TO WS-DBE-SECTION
               MOVE 'SYSTEM_USER' TO WS-DBE-TABLE
               MOVE 'SELECT' TO WS-DBE-OPERATION
               CALL 'COMDBEL0' USING SQLCA
                                     WS-DBE-PROGRAM
                                     WS-DBE-SECTION
                                     WS-DBE-TABLE
                                     WS-DBE-OPERATION
                                     WS-DBE-RESULT
               MOVE WS-DBE-MSG(1:79) TO WS-ERROR-MSG
               GO TO 5500-EXIT
           END-IF
      *
      *    A NEW PASSWORD KEYED ALONGSIDE THE OLD ONE IS A CHANGE
      *    REQUEST, WHETHER OR NOT ONE WAS DUE
      *
           IF WS-IN-NEW-PASSWORD NOT = SPACES
           AND WS-IN-NEW-PASSWORD NOT = LOW-VALUES
               PERFORM 5600-CHANGE-PASSWORD THRU 5600-EXIT
               GO TO 5500-EXIT
           END-IF
      *
           IF WS-PWD-FORCE-CHANGE
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'PASSWORD WAS RESET - KEY A NEW PASSWORD TO SIGN ON'
                   TO WS-ERROR-MSG
               GO TO 5500-EXIT
           END-IF
      *
           IF WS-PWD-MAX-AGE-DAYS = 0
               GO TO 5500-EXIT
           END-IF
      *
           IF WS-PWD-AGE-DAYS >= WS-PWD-MAX-AGE-DAYS
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'PASSWORD EXPIRED - KEY A NEW PASSWORD TO SIGN ON'
                   TO WS-ERROR-MSG
               GO TO 5500-EXIT
           END-IF
      *
           COMPUTE WS-PWD-DAYS-LEFT =
               WS-PWD-MAX-AGE-DAYS - WS-PWD-AGE-DAYS
           IF WS-PWD-DAYS-LEFT <= WS-PWD-WARN-DAYS
               MOVE 'W' TO WS-PWD-STATUS
               MOVE WS-PWD-DAYS-LEFT TO WS-PWD-NUM-DSP
               STRING 'NOTE: YOUR PASSWORD EXPIRES IN '
                      WS-PWD-NUM-DSP
                      ' DAY(S) - KEY A NEW ONE AT SIGN-ON TO CHANGE IT'
                   DELIMITED BY SIZE
                   INTO WS-PWD-MSG-LINE2
           END-IF
           .
       5500-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 5510 - LOAD PASSWORD LIMITS, DEFAULTS WHEN NOT CONFIGURED      *
      *---------------------------------------------------------------*
       5510-LOAD-PASSWORD-CONFIG.
      *
           MOVE 90 TO WS-PWD-MAX-AGE-DAYS
           MOVE 14 TO WS-PWD-WARN-DAYS
           MOVE 8  TO WS-PWD-MIN-LENGTH
           MOVE 3  TO WS-PWD-MIN-CLASSES
           MOVE 5  TO WS-PWD-HISTORY-COUNT
      *
           MOVE 'PWD_MAX_AGE_DAYS' TO WS-PWD-CFG-KEY
           PERFORM 5520-READ-CONFIG-NUMBER
           IF WS-PWD-CFG-IS-FOUND
               MOVE WS-PWD-CFG-NUM TO WS-PWD-MAX-AGE-DAYS
           END-IF
      *
           MOVE 'PWD_WARN_DAYS' TO WS-PWD-CFG-KEY
           PERFORM 5520-READ-CONFIG-NUMBER
           IF WS-PWD-CFG-IS-FOUND
               MOVE WS-PWD-CFG-NUM TO WS-PWD-WARN-DAYS
           END-IF
      *
      *    THE PASSWORD FIELD IS 20 BYTES - A LONGER MINIMUM COULD
      *    NEVER BE MET
      *
           MOVE 'PWD_MIN_LENGTH' TO WS-PWD-CFG-KEY
           PERFORM 5520-READ-CONFIG-NUMBER
           IF WS-PWD-CFG-IS-FOUND
           AND WS-PWD-CFG-NUM > 0
               IF WS-PWD-CFG-NUM > 20
                   MOVE 20 TO WS-PWD-MIN-LENGTH
               ELSE
                   MOVE WS-PWD-CFG-NUM TO WS-PWD-MIN-LENGTH
               END-IF
           END-IF
      *
           MOVE 'PWD_MIN_CLASSES' TO WS-PWD-CFG-KEY
           PERFORM 5520-READ-CONFIG-NUMBER
           IF WS-PWD-CFG-IS-FOUND
           AND WS-PWD-CFG-NUM <= 4
               MOVE WS-PWD-CFG-NUM TO WS-PWD-MIN-CLASSES
           END-IF
      *
           MOVE 'PWD_HISTORY_COUNT' TO WS-PWD-CFG-KEY
           PERFORM 5520-READ-CONFIG-NUMBER
           IF WS-PWD-CFG-IS-FOUND
               MOVE WS-PWD-CFG-NUM TO WS-PWD-HISTORY-COUNT
           END-IF
           .
       5510-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 5520 - READ ONE NUMERIC SYSTEM_CONFIG VALUE (NOT NEGATIVE)     *
      *---------------------------------------------------------------*
       5520-READ-CONFIG-NUMBER.
      *
           MOVE 'N' TO WS-PWD-CFG-FOUND
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO   :CONFIG-VALUE
               FROM   AUTOSALE.SYSTEM_CONFIG
               WHERE  CONFIG_KEY = :WS-PWD-CFG-KEY
           END-EXEC
      *
           IF SQLCODE = 0
               COMPUTE WS-PWD-CFG-NUM =
                   FUNCTION NUMVAL(CONFIG-VALUE-TX(
                       1:CONFIG-VALUE-LN))
               IF WS-PWD-CFG-NUM >= 0
                   MOVE 'Y' TO WS-PWD-CFG-FOUND
               END-IF
           END-IF
           .
       5520-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 5600 - CHANGE THE PASSWORD                                     *
      *        NEW AND CONFIRMATION MUST MATCH, MEET THE COMPLEXITY    *
      *        RULES, DIFFER FROM THE CURRENT PASSWORD AND NOT BE ONE  *
      *        OF THE LAST PWD_HISTORY_COUNT PASSWORDS. THE NEW HASH   *
      *        IS KEPT IN PASSWORD_HISTORY FOR LATER REUSE CHECKS.     *
      *---------------------------------------------------------------*
       5600-CHANGE-PASSWORD.
      *
           IF WS-IN-NEW-PASSWORD NOT = WS-IN-CONFIRM-PASSWORD
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'NEW PASSWORD AND CONFIRMATION DO NOT MATCH'
                   TO WS-ERROR-MSG
               GO TO 5600-EXIT
           END-IF
      *
           PERFORM 5700-CHECK-COMPLEXITY THRU 5700-EXIT
           IF WS-HAS-ERROR
               GO TO 5600-EXIT
           END-IF
      *
      *    HASH THE NEW PASSWORD THE SAME WAY 5000 HASHES THE OLD
      *
           MOVE SPACES TO WS-PWD-NEW-HASH
           STRING WS-IN-NEW-PASSWORD DELIMITED BY SPACES
               INTO WS-PWD-NEW-HASH
      *
           IF WS-PWD-NEW-HASH = PASSWORD-HASH OF DCLSYSTEM-USER
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'NEW PASSWORD MUST DIFFER FROM THE CURRENT ONE'
                   TO WS-ERROR-MSG
               GO TO 5600-EXIT
           END-IF
      *
      *    REUSE CHECK AGAINST THE MOST RECENT HISTORY ROWS
      *
           MOVE 0 TO WS-PWD-REUSE-COUNT
           IF WS-PWD-HISTORY-COUNT > 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-PWD-REUSE-COUNT
                   FROM   (SELECT H.PASSWORD_HASH,
                                  ROW_NUMBER() OVER
                                    (ORDER BY H.CHANGED_TS DESC)
                                    AS HIST_SEQ
                           FROM   AUTOSALE.PASSWORD_HISTORY H
                           WHERE  H.USER_ID = :WS-IN-USER-ID
                          ) AS RECENT
                   WHERE  RECENT.HIST_SEQ <= :WS-PWD-HISTORY-COUNT
                     AND  RECENT.PASSWORD_HASH = :WS-PWD-NEW-HASH
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-ERROR-FLAG
                   MOVE 'PASSWORD_HISTORY' TO WS-DBE-TABLE
                   MOVE 'SELECT' TO WS-DBE-OPERATION
                   PERFORM 5690-PASSWORD-DB-ERROR
                   GO TO 5600-EXIT
               END-IF
           END-IF
      *
           IF WS-PWD-REUSE-COUNT > 0
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE WS-PWD-HISTORY-COUNT TO WS-PWD-NUM-DSP
               STRING 'PASSWORD WAS USED RECENTLY - IT MAY NOT BE ONE '
                      'OF YOUR LAST ' WS-PWD-NUM-DSP
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               GO TO 5600-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.SYSTEM_USER
               SET    PASSWORD_HASH = :WS-PWD-NEW-HASH,
                      PASSWORD_CHANGED_TS = CURRENT TIMESTAMP,
                      FORCE_CHANGE_FLAG = 'N',
                      UPDATED_TS = CURRENT TIMESTAMP
               WHERE  USER_ID = :WS-IN-USER-ID
           END-EXEC
      *
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'SYSTEM_USER' TO WS-DBE-TABLE
               MOVE 'UPDATE' TO WS-DBE-OPERATION
               PERFORM 5690-PASSWORD-DB-ERROR
               GO TO 5600-EXIT
           END-IF
      *
           MOVE WS-IN-USER-ID TO USER-ID OF DCLPASSWORD-HISTORY
           MOVE WS-PWD-NEW-HASH
               TO PASSWORD-HASH OF DCLPASSWORD-HISTORY
           MOVE WS-IN-USER-ID TO CHANGED-BY OF DCLPASSWORD-HISTORY
           MOVE 'U' TO CHANGE-TYPE OF DCLPASSWORD-HISTORY
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PASSWORD_HISTORY
                      (USER_ID, CHANGED_TS, PASSWORD_HASH,
                       CHANGED_BY, CHANGE_TYPE)
               VALUES (:DCLPASSWORD-HISTORY.USER-ID,
                       CURRENT TIMESTAMP,
                       :DCLPASSWORD-HISTORY.PASSWORD-HASH,
                       :DCLPASSWORD-HISTORY.CHANGED-BY,
                       :DCLPASSWORD-HISTORY.CHANGE-TYPE)
           END-EXEC
      *
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'PASSWORD_HISTORY' TO WS-DBE-TABLE
               MOVE 'INSERT' TO WS-DBE-OPERATION
               PERFORM 5690-PASSWORD-DB-ERROR
               GO TO 5600-EXIT
           END-IF
      *
           MOVE WS-PWD-NEW-HASH TO PASSWORD-HASH OF DCLSYSTEM-USER
           MOVE 'C' TO WS-PWD-STATUS
           MOVE 'YOUR PASSWORD HAS BEEN CHANGED'
               TO WS-PWD-MSG-LINE2
           .
       5600-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 5690 - DB2 ERROR DURING A PASSWORD CHANGE                      *
      *---------------------------------------------------------------*
       5690-PASSWORD-DB-ERROR.
      *
           MOVE WS-MODULE-ID TO WS-DBE-PROGRAM
           MOVE '5600-CHANGE-PASSWORD' TO WS-DBE-SECTION
           CALL 'COMDBEL0' USING SQLCA
                                 WS-DBE-PROGRAM
                                 WS-DBE-SECTION
                                 WS-DBE-TABLE
                                 WS-DBE-OPERATION
                                 WS-DBE-RESULT
           MOVE WS-DBE-MSG(1:79) TO WS-ERROR-MSG
           .
       5690-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 5700 - LENGTH AND CHARACTER-CLASS RULES FOR A NEW PASSWORD     *
      *---------------------------------------------------------------*
       5700-CHECK-COMPLEXITY.
      *
           MOVE 0 TO WS-PWD-LEN
           INSPECT WS-IN-NEW-PASSWORD
               TALLYING WS-PWD-LEN FOR CHARACTERS BEFORE INITIAL SPACE
      *
           IF WS-PWD-LEN < 20
               IF WS-IN-NEW-PASSWORD(WS-PWD-LEN + 1:) NOT = SPACES
                   MOVE 'Y' TO WS-ERROR-FLAG
                   MOVE 'PASSWORD MAY NOT CONTAIN SPACES'
                       TO WS-ERROR-MSG
                   GO TO 5700-EXIT
               END-IF
           END-IF
      *
           IF WS-PWD-LEN < WS-PWD-MIN-LENGTH
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE WS-PWD-MIN-LENGTH TO WS-PWD-NUM-DSP
               STRING 'PASSWORD MUST BE AT LEAST ' WS-PWD-NUM-DSP
                      ' CHARACTERS LONG'
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               GO TO 5700-EXIT
           END-IF
      *
           MOVE 'N' TO WS-PWD-HAS-UPPER
           MOVE 'N' TO WS-PWD-HAS-LOWER
           MOVE 'N' TO WS-PWD-HAS-DIGIT
           MOVE 'N' TO WS-PWD-HAS-SPECIAL
      *
           PERFORM 5710-CLASSIFY-CHARACTER
               VARYING WS-PWD-IDX FROM 1 BY 1
               UNTIL WS-PWD-IDX > WS-PWD-LEN
      *
           MOVE 0 TO WS-PWD-CLASS-COUNT
           IF WS-PWD-HAS-UPPER = 'Y'
               ADD 1 TO WS-PWD-CLASS-COUNT
           END-IF
           IF WS-PWD-HAS-LOWER = 'Y'
               ADD 1 TO WS-PWD-CLASS-COUNT
           END-IF
           IF WS-PWD-HAS-DIGIT = 'Y'
               ADD 1 TO WS-PWD-CLASS-COUNT
           END-IF
           IF WS-PWD-HAS-SPECIAL = 'Y'
               ADD 1 TO WS-PWD-CLASS-COUNT
           END-IF
      *
           IF WS-PWD-CLASS-COUNT < WS-PWD-MIN-CLASSES
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE WS-PWD-MIN-CLASSES TO WS-PWD-NUM-DSP
               STRING 'PASSWORD NEEDS' WS-PWD-NUM-DSP
                      ' OF: UPPER CASE, LOWER CASE, DIGIT, SPECIAL'
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
           END-IF
           .
       5700-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 5710 - NOTE THE CLASS OF ONE CHARACTER OF THE NEW PASSWORD     *
      *---------------------------------------------------------------*
       5710-CLASSIFY-CHARACTER.
      *
           MOVE WS-IN-NEW-PASSWORD(WS-PWD-IDX:1) TO WS-PWD-CHAR
      *
           EVALUATE TRUE
               WHEN WS-PWD-CHAR-UPPER
                   MOVE 'Y' TO WS-PWD-HAS-UPPER
               WHEN WS-PWD-CHAR-LOWER
                   MOVE 'Y' TO WS-PWD-HAS-LOWER
               WHEN WS-PWD-CHAR-DIGIT
                   MOVE 'Y' TO WS-PWD-HAS-DIGIT
               WHEN OTHER
                   MOVE 'Y' TO WS-PWD-HAS-SPECIAL
           END-EVALUATE
           .
       5710-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 6000 - INCREMENT FAILED ATTEMPTS AND LOCK IF >= 5              *
      *---------------------------------------------------------------*
       6000-INCREMENT-FAILED-ATTEMPTS.
                   DELIMITED BY SIZE
                   INTO WS-OUT-MSG-LINE2
           ELSE
               MOVE WS-PWD-MSG-LINE2 TO WS-OUT-MSG-LINE2
           END-IF
           MOVE 'S' TO WS-OUT-STATUS
      *
           .
       9210-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 9300 - LOG A PASSWORD CHANGE (PWC) OR A SIGN-ON REFUSED BY     *
      *        THE PASSWORD POLICY (PWR) VIA AUDIT MODULE              *
      *---------------------------------------------------------------*
       9300-LOG-PASSWORD-EVENT.
      *
           MOVE WS-IN-USER-ID TO WS-AUD-USER-ID
           MOVE WS-MODULE-ID TO WS-AUD-PROGRAM-ID
           MOVE WS-PWD-LOG-ACTION TO WS-AUD-ACTION
           MOVE 'SYSTEM_USER' TO WS-AUD-TABLE
           MOVE WS-IN-USER-ID TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-OLD-VAL
           MOVE SPACES TO WS-AUD-NEW-VAL
           IF WS-PWD-CHANGED
               MOVE 'PASSWORD CHANGED BY USER AT SIGN-ON'
                   TO WS-AUD-NEW-VAL
           ELSE
               MOVE WS-ERROR-MSG TO WS-AUD-NEW-VAL
           END-IF
      *
           CALL 'COMLGEL0' USING WS-AUD-USER-ID
                                  WS-AUD-PROGRAM-ID
                                  WS-AUD-ACTION
                                  WS-AUD-TABLE
                                  WS-AUD-KEY
                                  WS-AUD-OLD-VAL
                                  WS-AUD-NEW-VAL
                                  WS-AUD-RC
                                  WS-AUD-MSG
           .
       9300-EXIT.
           EXIT.
      ****************************************************************
      * END OF ADMSEC00                                              *
      ****************************************************************
