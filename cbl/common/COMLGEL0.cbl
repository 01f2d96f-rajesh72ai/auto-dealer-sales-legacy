      *   WARNING CODE. THE CALLER CAN CHOOSE TO LOG THE WARNING    *
      *   OR PROCEED WITHOUT THE AUDIT RECORD.                       *
      *                                                              *
      * HASH CHAIN:                                                  *
      *   EVERY ROW CARRIES CHAIN_SEQ, PREV_HASH AND ROW_HASH. THE   *
      *   SINGLE AUDIT_CHAIN ROW 'AUDITLOG' HOLDS THE LAST SEQUENCE  *
      *   AND HASH; IT IS LOCKED FOR THE CALLER'S UNIT OF WORK SO    *
      *   WRITERS CHAIN ONE AT A TIME, AND IT ROLLS BACK WITH THE    *
      *   CALLER. ROW_HASH = COMHSHL0 OVER THE WSAUDCHN LAYOUT.      *
      *   IF THE CHAIN CANNOT BE READ THE ROW IS STILL WRITTEN,      *
      *   UNCHAINED, WITH A WARNING - BATAUV00 REPORTS SUCH ROWS.    *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *   2026-10-15  ROWS HASH-CHAINED THROUGH AUDIT_CHAIN FOR      *
      *               TAMPER EVIDENCE (VERIFIED BY BATAUV00)         *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
           COPY DCLAUDIT.
      *
      *    DCLGEN FOR AUDIT_CHAIN TABLE AND THE HASHED ROW LAYOUT
      *
           COPY DCLAUDCH.
      *
           COPY WSAUDCHN.
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-SAVED-SQLCODE    PIC S9(09) COMP VALUE 0.
           05  WS-SAVED-SQLSTATE   PIC X(05)  VALUE SPACES.
           05  WS-SAVED-SQLERRMC   PIC X(70)  VALUE SPACES.
           05  WS-SQLCODE-DSP      PIC -9(09).
           05  WS-INSERT-ATTEMPTS  PIC 9(02)  VALUE 0.
           05  WS-MAX-ATTEMPTS     PIC 9(02)  VALUE 3.
           05  WS-RETRY-FLAG       PIC X(01)  VALUE 'N'.
               88  WS-SHOULD-RETRY          VALUE 'Y'.
               88  WS-NO-RETRY              VALUE 'N'.
           05  WS-CHAIN-FLAG       PIC X(01)  VALUE 'N'.
               88  WS-CHAIN-LOCKED          VALUE 'L'.
               88  WS-ROW-CHAINED           VALUE 'Y'.
               88  WS-ROW-NOT-CHAINED       VALUE 'N'.
      *
      *    CURRENT TIMESTAMP WORK FIELDS
      *
           05  NI-KEY-VALUE       PIC S9(04) COMP VALUE 0.
           05  NI-OLD-VALUE       PIC S9(04) COMP VALUE 0.
           05  NI-NEW-VALUE       PIC S9(04) COMP VALUE 0.
           05  NI-CHAIN-SEQ       PIC S9(04) COMP VALUE 0.
           05  NI-PREV-HASH       PIC S9(04) COMP VALUE 0.
           05  NI-ROW-HASH        PIC S9(04) COMP VALUE 0.
      *
      *    VALID ACTION TYPES
      *
      *
           PERFORM 2000-BUILD-AUDIT-RECORD
      *
           PERFORM 3000-INSERT-AUDIT-LOG THRU 3000-EXIT
      *
       0000-EXIT.
           GOBACK
      *    SET HOST VARIABLES FOR INSERT
      *
           MOVE LK-AUD-USER-ID    TO USER-ID     OF DCLAUDIT-LOG
           MOVE LK-AUD-PROGRAM-ID TO AUDIT-PROGRAM OF DCLAUDIT-LOG
           MOVE LK-AUD-ACTION-TYPE TO ACTION-TYPE OF DCLAUDIT-LOG
      *
      *    TABLE NAME (VARCHAR)
           EXIT.
      *
      *---------------------------------------------------------------*
      * 2500 - CHAIN THE NEW ROW TO THE LAST ROW WRITTEN               *
      *        LOCK THE CHAIN HEAD, TAKE THE TIMESTAMP UNDER THE LOCK  *
      *        SO CHAIN ORDER AND TIME ORDER AGREE, THEN HASH          *
      *---------------------------------------------------------------*
       2500-CHAIN-AUDIT-RECORD.
      *
           MOVE 'N' TO WS-CHAIN-FLAG
           MOVE -1 TO NI-CHAIN-SEQ
           MOVE -1 TO NI-PREV-HASH
           MOVE -1 TO NI-ROW-HASH
      *
           PERFORM 2510-LOCK-CHAIN-HEAD THRU 2510-EXIT
      *
           PERFORM 2520-GET-AUDIT-TIMESTAMP
      *
           IF WS-CHAIN-LOCKED
               PERFORM 2530-HASH-AUDIT-RECORD
           END-IF
           .
       2500-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 2510 - LOCK AND READ THE CHAIN HEAD                            *
      *        THE UPDATE HOLDS AN EXCLUSIVE LOCK UNTIL THE CALLER     *
      *        COMMITS. FIRST USE CREATES THE HEAD AT SEQUENCE ZERO.   *
      *---------------------------------------------------------------*
       2510-LOCK-CHAIN-HEAD.
      *
           MOVE WS-CHN-CHAIN-ID TO CHAIN-ID OF DCLAUDIT-CHAIN
      *
           EXEC SQL
               UPDATE AUTOSALE.AUDIT_CHAIN
               SET    UPDATED_TS = CURRENT TIMESTAMP
               WHERE  CHAIN_ID   = :CHAIN-ID OF DCLAUDIT-CHAIN
           END-EXEC
      *
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO AUTOSALE.AUDIT_CHAIN
                   ( CHAIN_ID, LAST_SEQ, LAST_HASH,
                     PURGE_SEQ, PURGE_HASH, UPDATED_TS )
                   VALUES
                   ( :CHAIN-ID OF DCLAUDIT-CHAIN, 0,
                     :WS-CHN-GENESIS-HASH, 0,
                     :WS-CHN-GENESIS-HASH, CURRENT TIMESTAMP )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               GO TO 2510-EXIT
           END-IF
      *
           EXEC SQL
               SELECT LAST_SEQ, LAST_HASH
               INTO   :LAST-SEQ  OF DCLAUDIT-CHAIN,
                      :LAST-HASH OF DCLAUDIT-CHAIN
               FROM   AUTOSALE.AUDIT_CHAIN
               WHERE  CHAIN_ID = :CHAIN-ID OF DCLAUDIT-CHAIN
           END-EXEC
      *
           IF SQLCODE = +0
               MOVE 'L' TO WS-CHAIN-FLAG
           END-IF
           .
       2510-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 2520 - AUDIT TIMESTAMP (HASHED, SO IT IS SET HERE RATHER       *
      *        THAN BY THE INSERT). FALLS BACK TO THE SYSTEM CLOCK.    *
      *---------------------------------------------------------------*
       2520-GET-AUDIT-TIMESTAMP.
      *
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
               INTO   :AUDIT-TS OF DCLAUDIT-LOG
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE FUNCTION CURRENT-DATE(1:16) TO WS-TS-DATE-TIME
               STRING WS-TS-YYYY '-' WS-TS-MM '-' WS-TS-DD '-'
                      WS-TS-HH '.' WS-TS-MN '.' WS-TS-SS '.'
                      WS-TS-HS '0000'
                      DELIMITED BY SIZE
                   INTO WS-TS-FORMATTED
               MOVE WS-TS-FORMATTED TO AUDIT-TS OF DCLAUDIT-LOG
           END-IF
           .
      *
      *---------------------------------------------------------------*
      * 2530 - BUILD THE HASHED LAYOUT AND HASH IT                     *
      *        VALUES COME FROM THE CALLER'S FIXED-LENGTH FIELDS,      *
      *        WHICH IS WHAT BATAUV00 REBUILDS FROM THE VARCHARS       *
      *---------------------------------------------------------------*
       2530-HASH-AUDIT-RECORD.
      *
           COMPUTE CHAIN-SEQ OF DCLAUDIT-LOG =
                   LAST-SEQ OF DCLAUDIT-CHAIN + 1
      *
           MOVE LAST-HASH OF DCLAUDIT-CHAIN TO WS-CHN-PREV-HASH
           MOVE CHAIN-SEQ OF DCLAUDIT-LOG   TO WS-CHN-SEQ
           MOVE USER-ID OF DCLAUDIT-LOG     TO WS-CHN-USER-ID
           MOVE AUDIT-PROGRAM OF DCLAUDIT-LOG TO WS-CHN-PROGRAM-ID
           MOVE ACTION-TYPE OF DCLAUDIT-LOG TO WS-CHN-ACTION-TYPE
           MOVE LK-AUD-TABLE-NAME           TO WS-CHN-TABLE-NAME
           MOVE LK-AUD-KEY-VALUE            TO WS-CHN-KEY-VALUE
           MOVE LK-AUD-OLD-VALUE            TO WS-CHN-OLD-VALUE
           MOVE LK-AUD-NEW-VALUE            TO WS-CHN-NEW-VALUE
           MOVE AUDIT-TS OF DCLAUDIT-LOG    TO WS-CHN-AUDIT-TS
      *
           CALL 'COMHSHL0' USING WS-CHAIN-HASH-INPUT
                                 WS-CHN-INPUT-LEN
                                 WS-CHN-ROW-HASH
                                 WS-CHN-HASH-RC
      *
           IF WS-CHN-HASH-RC = +0
               MOVE WS-CHN-PREV-HASH TO PREV-HASH OF DCLAUDIT-LOG
               MOVE WS-CHN-ROW-HASH  TO ROW-HASH  OF DCLAUDIT-LOG
               MOVE 0 TO NI-CHAIN-SEQ
               MOVE 0 TO NI-PREV-HASH
               MOVE 0 TO NI-ROW-HASH
               MOVE 'Y' TO WS-CHAIN-FLAG
           END-IF
           .
      *
      *---------------------------------------------------------------*
      * 2600 - MOVE THE CHAIN HEAD TO THE ROW JUST WRITTEN             *
      *---------------------------------------------------------------*
       2600-ADVANCE-CHAIN-HEAD.
      *
           EXEC SQL
               UPDATE AUTOSALE.AUDIT_CHAIN
               SET    LAST_SEQ   = :CHAIN-SEQ OF DCLAUDIT-LOG,
                      LAST_HASH  = :ROW-HASH  OF DCLAUDIT-LOG,
                      UPDATED_TS = CURRENT TIMESTAMP
               WHERE  CHAIN_ID   = :CHAIN-ID OF DCLAUDIT-CHAIN
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +4 TO LK-AUD-RETURN-CODE
               MOVE 'AUDIT: CHAIN HEAD NOT ADVANCED'
                   TO LK-AUD-ERROR-MSG
           END-IF
           .
      *
      *---------------------------------------------------------------*
      * 3000 - INSERT AUDIT LOG RECORD INTO DB2                        *
      *        RETRIES ON DEADLOCK/TIMEOUT (UP TO 3 ATTEMPTS)          *
      *        NEVER ABENDS - SETS WARNING CODE ON FAILURE             *
      *
               ADD 1 TO WS-INSERT-ATTEMPTS
               MOVE 'N' TO WS-RETRY-FLAG
      *
      *        A DEADLOCK ROLLS BACK THE CHAIN LOCK TOO, SO THE
      *        CHAIN HEAD IS RE-READ ON EVERY ATTEMPT
      *
               PERFORM 2500-CHAIN-AUDIT-RECORD
      *
               EXEC SQL
                   INSERT INTO AUTOSALE.AUDIT_LOG
                     KEY_VALUE,
                     OLD_VALUE,
                     NEW_VALUE,
                     AUDIT_TS,
                     CHAIN_SEQ,
                     PREV_HASH,
                     ROW_HASH
                   )
                   VALUES
                   ( :USER-ID     OF DCLAUDIT-LOG,
                     :AUDIT-PROGRAM OF DCLAUDIT-LOG,
                     :ACTION-TYPE OF DCLAUDIT-LOG,
                     :TABLE-NAME  :NI-TABLE-NAME,
                     :KEY-VALUE   :NI-KEY-VALUE,
                     :OLD-VALUE   :NI-OLD-VALUE,
                     :NEW-VALUE   :NI-NEW-VALUE,
                     :AUDIT-TS    OF DCLAUDIT-LOG,
                     :CHAIN-SEQ   OF DCLAUDIT-LOG :NI-CHAIN-SEQ,
                     :PREV-HASH   OF DCLAUDIT-LOG :NI-PREV-HASH,
                     :ROW-HASH    OF DCLAUDIT-LOG :NI-ROW-HASH
                   )
               END-EXEC
      *
           IF SQLCODE NOT = 0
               MOVE +4 TO LK-AUD-RETURN-CODE
               PERFORM 3100-FORMAT-ERROR-MSG
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-ROW-CHAINED
               PERFORM 2600-ADVANCE-CHAIN-HEAD
           ELSE
               MOVE +4 TO LK-AUD-RETURN-CODE
               MOVE 'AUDIT: CHAIN UNAVAILABLE - ROW NOT CHAINED'
                   TO LK-AUD-ERROR-MSG
           END-IF
           .
       3000-EXIT.
                   MOVE 'AUDIT: DEADLOCK/TIMEOUT AFTER RETRIES'
                       TO LK-AUD-ERROR-MSG
               WHEN OTHER
                   MOVE WS-SAVED-SQLCODE TO WS-SQLCODE-DSP
                   STRING 'AUDIT: SQL ERROR '
                          WS-SQLCODE-DSP
                          ' STATE='
                          WS-SAVED-SQLSTATE
                          DELIMITED BY SIZE
