      *                THAN 1 YEAR                                    *
      *             4. MAINTAIN COUNTS OF RECORDS ARCHIVED/PURGED    *
      *                PER TABLE                                      *
      *             RECORDS UNDER AN ACTIVE LEGAL HOLD (ADMLGH00)    *
      *             ARE SKIPPED: A REGISTRATION WHOSE DEAL, VIN OR   *
      *             CUSTOMER IS HELD, AN AUDIT ENTRY WHOSE KEY       *
      *             CARRIES A HELD KEY, AND A NOTIFICATION FOR A     *
      *             HELD VIN OR CUSTOMER. SKIPS ARE COUNTED IN THE   *
      *             RUN STATISTICS (REGISTRATIONS LISTED BY ID).     *
      *                                                              *
      * CHECKPOINT: EVERY 1000 RECORDS PROCESSED VIA COMCKPL0       *
      *                                                              *
      *             AUTOSALE.AUDIT_LOG          (READ/DELETE)        *
      *             AUTOSALE.RECALL_NOTIFICATION(READ/DELETE)        *
      *             AUTOSALE.RESTART_CONTROL    (READ/UPDATE)        *
      *             AUTOSALE.LEGAL_HOLD         (READ)               *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *   2026-08-09  ADDED SIMULATE MODE VIA SYSIN CONTROL CARD SO  *
      *               QUARTER-END PURGE COUNTS CAN BE PREVIEWED      *
      *               BEFORE ANY ROWS ARE TOUCHED                    *
      *   2026-10-15  LEGAL HOLD: HELD REGISTRATIONS, AUDIT ENTRIES  *
      *               AND NOTIFICATIONS ARE SKIPPED AND COUNTED.     *
      *               3100 NOW PERFORMED THRU ITS EXIT SO THE        *
      *               SIMULATE-MODE BYPASS RETURNS TO THE LOOP.      *
      *               COMCKPL0 CALL AREA RENAMED WS-CKPL-FUNCTION -  *
      *               THE OLD NAME CLASHED WITH THE WSCKPT00 FIELD.  *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-TOTAL-PROCESSED      PIC S9(09) COMP VALUE +0.
           05  WS-ERROR-COUNT          PIC S9(09) COMP VALUE +0.
           05  WS-BATCH-DELETE-CT      PIC S9(09) COMP VALUE +0.
           05  WS-REG-HELD-CT          PIC S9(09) COMP VALUE +0.
           05  WS-AUDIT-HELD-CT        PIC S9(09) COMP VALUE +0.
           05  WS-NOTIF-HELD-CT        PIC S9(09) COMP VALUE +0.
      *
      *    CURRENT DATE FIELDS
      *
      *
      *    CHECKPOINT CALL FIELDS
      *
       01  WS-CKPL-FUNCTION.
           05  WS-CF-FUNC-CODE        PIC X(04).
           05  WS-CF-PROGRAM-NAME     PIC X(08).
           05  WS-CF-JOB-NAME         PIC X(08).
           05  WS-HV-RG-REG-ID        PIC X(12).
           05  WS-HV-RG-STATUS        PIC X(02).
           05  WS-HV-RG-ISSUED-DATE   PIC X(10).
           05  WS-HV-RG-DEAL-NUMBER   PIC X(10).
           05  WS-HV-RG-VIN           PIC X(17).
           05  WS-HV-RG-CUSTOMER-ID   PIC S9(09) COMP.
      *
      *    LEGAL HOLD CHECK - CUSTOMER HOLDS ARE KEYED ON THE
      *    ZERO-FILLED 9-DIGIT CUSTOMER ID
      *
       01  WS-HOLD-FIELDS.
           05  WS-HOLD-CUST-DISP      PIC 9(09).
           05  WS-HOLD-CUST-KEY       PIC X(17) VALUE SPACES.
           05  WS-HOLD-MATTER         PIC X(20) VALUE SPACES.
      *
      *    EOF FLAGS
      *
               SELECT REG_ID
                    , REG_STATUS
                    , CHAR(ISSUED_DATE, ISO)
                    , DEAL_NUMBER
                    , VIN
                    , CUSTOMER_ID
               FROM   AUTOSALE.REGISTRATION
               WHERE  REG_STATUS = 'IS'
                 AND  ISSUED_DATE <= :WS-REG-CUTOFF
           MOVE 'ASCHKP00' TO WS-CD-EYE-CATCHER
           MOVE 'BATPUR00' TO WS-CD-PROGRAM-ID
      *
           CALL 'COMCKPL0' USING WS-CKPL-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
                   INTO :WS-HV-RG-REG-ID
                      , :WS-HV-RG-STATUS
                      , :WS-HV-RG-ISSUED-DATE
                      , :WS-HV-RG-DEAL-NUMBER
                      , :WS-HV-RG-VIN
                      , :WS-HV-RG-CUSTOMER-ID
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 3100-ARCHIVE-ONE-REG THRU 3100-EXIT
                   WHEN +100
                       SET WS-REG-DONE TO TRUE
                   WHEN OTHER
      *    IN PRODUCTION, THIS WOULD COPY TO ARCHIVE TABLE THEN
      *    DELETE. HERE WE UPDATE STATUS TO INDICATE ARCHIVED.
      *    SIMULATE MODE COUNTS THE ROW BUT SKIPS THE UPDATE.
      *    A REGISTRATION UNDER LEGAL HOLD IS LEFT AS IT IS.
      *
           PERFORM 3200-CHECK-REG-HOLD
           IF WS-HOLD-MATTER NOT = SPACES
               ADD +1 TO WS-REG-HELD-CT
               DISPLAY 'BATPUR00: REG ' WS-HV-RG-REG-ID
                       ' SKIPPED - LEGAL HOLD ' WS-HOLD-MATTER
               GO TO 3100-EXIT
           END-IF
      *
           IF WS-MODE-SIMULATE
               ADD +1 TO WS-REG-ARCHIVED-CT
           EXIT.
      *
      ****************************************************************
      *    3200-CHECK-REG-HOLD - ACTIVE HOLD ON THE REGISTRATION'S   *
      *    DEAL, VIN OR CUSTOMER. MATTER ID RETURNED, ELSE SPACES    *
      ****************************************************************
       3200-CHECK-REG-HOLD.
      *
           MOVE SPACES TO WS-HOLD-MATTER
           MOVE WS-HV-RG-CUSTOMER-ID TO WS-HOLD-CUST-DISP
           MOVE WS-HOLD-CUST-DISP TO WS-HOLD-CUST-KEY
      *
           EXEC SQL
               SELECT MATTER_ID
               INTO   :WS-HOLD-MATTER
               FROM   AUTOSALE.LEGAL_HOLD
               WHERE  HOLD_STATUS = 'A'
                 AND  ( ( HOLD_TYPE = 'D'
                          AND HOLD_KEY = :WS-HV-RG-DEAL-NUMBER )
                   OR   ( HOLD_TYPE = 'V'
                          AND HOLD_KEY = :WS-HV-RG-VIN )
                   OR   ( HOLD_TYPE = 'C'
                          AND HOLD_KEY = :WS-HOLD-CUST-KEY ) )
               ORDER BY PLACED_TS
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE SPACES TO WS-HOLD-MATTER
               WHEN OTHER
      *            CANNOT PROVE THE ROW IS FREE - TREAT IT AS HELD
                   DISPLAY 'BATPUR00: LEGAL HOLD CHECK FAILED REG='
                           WS-HV-RG-REG-ID ' SQLCODE=' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   MOVE 'UNVERIFIED' TO WS-HOLD-MATTER
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4000-PURGE-AUDIT-LOG - DELETE ENTRIES OLDER THAN 3 YEARS  *
      *    USES BATCHED DELETES TO AVOID LOCK ESCALATION             *
      ****************************************************************
       4000-PURGE-AUDIT-LOG.
      *
           DISPLAY 'BATPUR00: PHASE 2 - PURGE OLD AUDIT LOG ENTRIES'
      *
           PERFORM 4060-COUNT-AUDIT-HELD
      *
           IF WS-MODE-SIMULATE
               PERFORM 4050-COUNT-AUDIT-LOG
      *
           DISPLAY 'BATPUR00: AUDIT ENTRIES PURGED = '
                   WS-AUDIT-PURGED-CT
           DISPLAY 'BATPUR00: AUDIT KEPT (HOLD)    = '
                   WS-AUDIT-HELD-CT
           .
      *
      ****************************************************************
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-COUNT
               FROM   AUTOSALE.AUDIT_LOG L
               WHERE  L.AUDIT_TS < :WS-AUDIT-CUTOFF-TS
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.LEGAL_HOLD H
                        WHERE  H.HOLD_STATUS = 'A'
                          AND  LOCATE(RTRIM(H.HOLD_KEY),
                                      L.KEY_VALUE) > 0 )
           END-EXEC
      *
           IF SQLCODE = +0
           .
      *
      ****************************************************************
      *    4060-COUNT-AUDIT-HELD - ENTRIES PAST CUTOFF KEPT BECAUSE  *
      *    THEIR KEY CARRIES THE KEY OF AN ACTIVE LEGAL HOLD         *
      ****************************************************************
       4060-COUNT-AUDIT-HELD.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-COUNT
               FROM   AUTOSALE.AUDIT_LOG L
               WHERE  L.AUDIT_TS < :WS-AUDIT-CUTOFF-TS
                 AND  EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.LEGAL_HOLD H
                        WHERE  H.HOLD_STATUS = 'A'
                          AND  LOCATE(RTRIM(H.HOLD_KEY),
                                      L.KEY_VALUE) > 0 )
           END-EXEC
      *
           IF SQLCODE = +0
               MOVE WS-HV-COUNT TO WS-AUDIT-HELD-CT
           ELSE
               DISPLAY 'BATPUR00: ERROR COUNTING HELD AUDIT - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    4100-DELETE-AUDIT-LOG - DELETE ENTRIES OLDER THAN 3 YEARS  *
      *    USES BATCHED DELETES TO AVOID LOCK ESCALATION              *
      ****************************************************************
               EXEC SQL
                   DELETE FROM (
                       SELECT 1
                       FROM   AUTOSALE.AUDIT_LOG L
                       WHERE  L.AUDIT_TS < :WS-AUDIT-CUTOFF-TS
                         AND  NOT EXISTS
                              ( SELECT 1
                                FROM   AUTOSALE.LEGAL_HOLD H
                                WHERE  H.HOLD_STATUS = 'A'
                                  AND  LOCATE(RTRIM(H.HOLD_KEY),
                                              L.KEY_VALUE) > 0 )
                       FETCH FIRST 500 ROWS ONLY
                   )
               END-EXEC
       5000-PURGE-NOTIFICATIONS.
      *
           DISPLAY 'BATPUR00: PHASE 3 - PURGE EXPIRED NOTIFICATIONS'
      *
           PERFORM 5060-COUNT-NOTIF-HELD
      *
           IF WS-MODE-SIMULATE
               PERFORM 5050-COUNT-NOTIFICATIONS
      *
           DISPLAY 'BATPUR00: NOTIFICATIONS PURGED = '
                   WS-NOTIF-PURGED-CT
           DISPLAY 'BATPUR00: NOTIF KEPT (HOLD)    = '
                   WS-NOTIF-HELD-CT
           .
      *
      ****************************************************************
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-COUNT
               FROM   AUTOSALE.RECALL_NOTIFICATION N
               WHERE  N.NOTIF_DATE < :WS-NOTIF-CUTOFF
                 AND  N.RESPONSE_FLAG = 'N'
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.LEGAL_HOLD H
                        WHERE  H.HOLD_STATUS = 'A'
                          AND  ( ( H.HOLD_TYPE = 'V'
                                 AND H.HOLD_KEY = N.VIN )
                            OR   ( H.HOLD_TYPE = 'C'
                                 AND H.HOLD_KEY =
                                     SUBSTR(DIGITS(N.CUSTOMER_ID),
                                            2, 9) ) ) )
           END-EXEC
      *
           IF SQLCODE = +0
           .
      *
      ****************************************************************
      *    5060-COUNT-NOTIF-HELD - EXPIRED NOTIFICATIONS KEPT FOR A  *
      *    HELD VIN OR CUSTOMER                                      *
      ****************************************************************
       5060-COUNT-NOTIF-HELD.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-COUNT
               FROM   AUTOSALE.RECALL_NOTIFICATION N
               WHERE  N.NOTIF_DATE < :WS-NOTIF-CUTOFF
                 AND  N.RESPONSE_FLAG = 'N'
                 AND  EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.LEGAL_HOLD H
                        WHERE  H.HOLD_STATUS = 'A'
                          AND  ( ( H.HOLD_TYPE = 'V'
                                 AND H.HOLD_KEY = N.VIN )
                            OR   ( H.HOLD_TYPE = 'C'
                                 AND H.HOLD_KEY =
                                     SUBSTR(DIGITS(N.CUSTOMER_ID),
                                            2, 9) ) ) )
           END-EXEC
      *
           IF SQLCODE = +0
               MOVE WS-HV-COUNT TO WS-NOTIF-HELD-CT
           ELSE
               DISPLAY 'BATPUR00: ERROR COUNTING HELD NOTIF - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    5100-DELETE-NOTIFICATIONS - DELETE 1+ YEAR OLD EXPIRED     *
      *    RECALLS. USES BATCHED DELETES TO AVOID LOCK ESCALATION     *
      ****************************************************************
               EXEC SQL
                   DELETE FROM (
                       SELECT 1
                       FROM   AUTOSALE.RECALL_NOTIFICATION N
                       WHERE  N.NOTIF_DATE < :WS-NOTIF-CUTOFF
                         AND  N.RESPONSE_FLAG = 'N'
                         AND  NOT EXISTS
                              ( SELECT 1
                                FROM   AUTOSALE.LEGAL_HOLD H
                                WHERE  H.HOLD_STATUS = 'A'
                                  AND  ( ( H.HOLD_TYPE = 'V'
                                         AND H.HOLD_KEY = N.VIN )
                                    OR   ( H.HOLD_TYPE = 'C'
                                         AND H.HOLD_KEY =
                                             SUBSTR(DIGITS(
                                               N.CUSTOMER_ID), 2, 9)
                                         ) ) )
                       FETCH FIRST 500 ROWS ONLY
                   )
               END-EXEC
           MOVE 'CHKP' TO WS-CF-FUNC-CODE
           MOVE WS-TOTAL-PROCESSED TO WS-CD-RECORDS-PROC
      *
           CALL 'COMCKPL0' USING WS-CKPL-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           MOVE 'DONE' TO WS-CF-FUNC-CODE
           MOVE WS-TOTAL-PROCESSED TO WS-CD-RECORDS-PROC
      *
           CALL 'COMCKPL0' USING WS-CKPL-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
                   WS-AUDIT-PURGED-CT
           DISPLAY 'BATPUR00: NOTIFICATIONS PURGED  = '
                   WS-NOTIF-PURGED-CT
           DISPLAY 'BATPUR00: REGS KEPT - HOLD      = '
                   WS-REG-HELD-CT
           DISPLAY 'BATPUR00: AUDIT KEPT - HOLD     = '
                   WS-AUDIT-HELD-CT
           DISPLAY 'BATPUR00: NOTIFS KEPT - HOLD    = '
                   WS-NOTIF-HELD-CT
           DISPLAY 'BATPUR00: TOTAL PROCESSED       = '
                   WS-TOTAL-PROCESSED
           DISPLAY 'BATPUR00: ERRORS                = '
