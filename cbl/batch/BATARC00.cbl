      *                  RETENTION, BATARC00_PURGE_MONTHS (DEF 84).  *
      *               4. PURGEEXQ - SAME FOR THE EXCEPTION ARCHIVE.  *
      *             ADMAUD00 CAN READ AUDIT_LOG_ARCHIVE ON REQUEST.  *
      *             A ROW WHOSE KEY_VALUE CARRIES THE KEY OF AN      *
      *             ACTIVE LEGAL HOLD (ADMLGH00) IS NEITHER MOVED    *
      *             NOR PURGED; EACH PHASE COUNTS THE ROWS IT KEPT   *
      *             FOR A HOLD AND THE SUMMARY REPORTS THEM.         *
      *             A RUN SUMMARY OF ROWS MOVED/PURGED PER CATEGORY  *
      *             GOES TO ARCRPT.                                   *
      *             AUDIT ROWS MOVE WITH THEIR HASH-CHAIN COLUMNS,   *
      *             AND PURGEAUD RECORDS THE LAST CHAIN SEQUENCE AND *
      *             HASH IT DELETED IN AUDIT_CHAIN SO BATAUV00 CAN   *
      *             STILL ANCHOR THE SURVIVING CHAIN.                *
      *                                                              *
      * CHECKPOINT: ONE PER PHASE VIA COMCKPL0; THE CHECKPOINT      *
      *             LAST-KEY CARRIES THE LAST COMPLETED PHASE NAME.  *
      *             AUTOSALE.EXCEPTION_QUEUE         (DELETE)        *
      *             AUTOSALE.EXCEPTION_QUEUE_ARCHIVE (INSERT/DELETE) *
      *             AUTOSALE.SYSTEM_CONFIG           (READ)          *
      *             AUTOSALE.LEGAL_HOLD              (READ)          *
      *             AUTOSALE.AUDIT_CHAIN             (UPDATE)        *
      *                                                              *
      * OUTPUT:     ARCRPT DD - RUN SUMMARY (132 CHARS)              *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-10-15  ROWS TIED TO AN ACTIVE LEGAL HOLD ARE SKIPPED  *
      *               BY ALL FOUR PHASES AND COUNTED ON ARCRPT.      *
      *   2026-10-15  CHAIN COLUMNS CARRIED TO THE ARCHIVE; PURGEAUD *
      *               SETS THE AUDIT_CHAIN PURGE WATERMARK.          *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-CR-CHKP-COUNT       PIC S9(07) COMP-3.
      *
           COPY DCLSYSCF.
      *
           COPY DCLAUDCH.
      *
           COPY WSAUDCHN.
      *
       01  WS-COUNTERS.
           05  WS-AUD-MOVED              PIC S9(09) COMP-3 VALUE +0.
           05  WS-EXQ-MOVED              PIC S9(09) COMP-3 VALUE +0.
           05  WS-AUD-PURGED             PIC S9(09) COMP-3 VALUE +0.
           05  WS-EXQ-PURGED             PIC S9(09) COMP-3 VALUE +0.
           05  WS-AUD-HELD               PIC S9(09) COMP-3 VALUE +0.
           05  WS-EXQ-HELD               PIC S9(09) COMP-3 VALUE +0.
           05  WS-AUD-PURGE-HELD         PIC S9(09) COMP-3 VALUE +0.
           05  WS-EXQ-PURGE-HELD         PIC S9(09) COMP-3 VALUE +0.
           05  WS-HV-HELD-COUNT          PIC S9(09) COMP VALUE +0.
           05  WS-HV-PURGE-SEQ           PIC S9(09) COMP VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-RETENTION-FIELDS.
           DISPLAY 'BATARC00:   EXCQ MOVED     = ' WS-EXQ-MOVED
           DISPLAY 'BATARC00:   AUDIT PURGED   = ' WS-AUD-PURGED
           DISPLAY 'BATARC00:   EXCQ PURGED    = ' WS-EXQ-PURGED
           DISPLAY 'BATARC00:   KEPT FOR HOLD  = ' WS-AUD-HELD
                   ' / ' WS-EXQ-HELD ' / ' WS-AUD-PURGE-HELD
                   ' / ' WS-EXQ-PURGE-HELD
           DISPLAY 'BATARC00:   ERRORS         = ' WS-ERROR-COUNT
      *
           STOP RUN.
               PERFORM 8000-PHASE-FAILED
               GO TO 3000-EXIT
           END-IF
      *
      *    ROWS UNDER A LEGAL HOLD STAY IN AUDIT_LOG
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-HELD-COUNT
               FROM   AUTOSALE.AUDIT_LOG L
               WHERE  L.AUDIT_TS < :WS-AUD-CUTOFF
                 AND  EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.LEGAL_HOLD H
                        WHERE  H.HOLD_STATUS = 'A'
                          AND  LOCATE(RTRIM(H.HOLD_KEY),
                                      L.KEY_VALUE) > 0 )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATARC00: AUDIT HOLD COUNT FAILED - '
                       SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 3000-EXIT
           END-IF
      *
           MOVE WS-HV-HELD-COUNT TO WS-AUD-HELD
      *
           EXEC SQL
               INSERT INTO AUTOSALE.AUDIT_LOG_ARCHIVE
               ( AUDIT_ID, USER_ID, PROGRAM_ID, ACTION_TYPE
               , TABLE_NAME, KEY_VALUE, OLD_VALUE, NEW_VALUE
               , AUDIT_TS, CHAIN_SEQ, PREV_HASH, ROW_HASH
               )
               SELECT AUDIT_ID, USER_ID, PROGRAM_ID, ACTION_TYPE
                    , TABLE_NAME, KEY_VALUE, OLD_VALUE, NEW_VALUE
                    , AUDIT_TS, CHAIN_SEQ, PREV_HASH, ROW_HASH
               FROM   AUTOSALE.AUDIT_LOG L
               WHERE  L.AUDIT_TS < :WS-AUD-CUTOFF
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.LEGAL_HOLD H
                        WHERE  H.HOLD_STATUS = 'A'
                          AND  LOCATE(RTRIM(H.HOLD_KEY),
                                      L.KEY_VALUE) > 0 )
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
      *
           MOVE SQLERRD(3) TO WS-AUD-MOVED
      *
      *    ONLY ROWS PROVABLY IN THE ARCHIVE ARE REMOVED - HELD
      *    ROWS WERE NOT COPIED SO THE EXISTS TEST LEAVES THEM
      *
           EXEC SQL
               DELETE FROM AUTOSALE.AUDIT_LOG
               PERFORM 8000-PHASE-FAILED
               GO TO 4100-EXIT
           END-IF
      *
      *    ROWS UNDER A LEGAL HOLD STAY IN EXCEPTION_QUEUE
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-HELD-COUNT
               FROM   AUTOSALE.EXCEPTION_QUEUE Q
               WHERE  Q.EXCEPTION_TYPE = :WS-HV-EXC-TYPE
                 AND  Q.QUEUE_STATUS NOT = 'O'
                 AND  Q.DETECTED_TS < :WS-TYPE-CUTOFF
                 AND  EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.LEGAL_HOLD H
                        WHERE  H.HOLD_STATUS = 'A'
                          AND  LOCATE(RTRIM(H.HOLD_KEY),
                                      Q.KEY_VALUE) > 0 )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATARC00: EXCQ HOLD COUNT FAILED - '
                       SQLCODE ' TYPE ' WS-HV-EXC-TYPE
               PERFORM 8000-PHASE-FAILED
               GO TO 4100-EXIT
           END-IF
      *
           ADD WS-HV-HELD-COUNT TO WS-EXQ-HELD
      *
           EXEC SQL
               INSERT INTO AUTOSALE.EXCEPTION_QUEUE_ARCHIVE
                    , DEALER_CODE, KEY_VALUE, EXCEPTION_DESC
                    , DETECTED_TS, QUEUE_STATUS, RESOLVED_BY
                    , RESOLVED_TS, RESOLUTION_NOTE
               FROM   AUTOSALE.EXCEPTION_QUEUE Q
               WHERE  Q.EXCEPTION_TYPE = :WS-HV-EXC-TYPE
                 AND  Q.QUEUE_STATUS NOT = 'O'
                 AND  Q.DETECTED_TS < :WS-TYPE-CUTOFF
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.LEGAL_HOLD H
                        WHERE  H.HOLD_STATUS = 'A'
                          AND  LOCATE(RTRIM(H.HOLD_KEY),
                                      Q.KEY_VALUE) > 0 )
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-HELD-COUNT
               FROM   AUTOSALE.AUDIT_LOG_ARCHIVE A
               WHERE  A.AUDIT_TS < :WS-PURGE-CUTOFF
                 AND  EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.LEGAL_HOLD H
                        WHERE  H.HOLD_STATUS = 'A'
                          AND  LOCATE(RTRIM(H.HOLD_KEY),
                                      A.KEY_VALUE) > 0 )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATARC00: AUDIT HOLD COUNT FAILED - '
                       SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-HV-HELD-COUNT TO WS-AUD-PURGE-HELD
      *
           PERFORM 5100-SET-PURGE-WATERMARK THRU 5100-EXIT
           IF WS-RUN-IS-FAILED
               GO TO 5000-EXIT
           END-IF
      *
           EXEC SQL
               DELETE FROM AUTOSALE.AUDIT_LOG_ARCHIVE A
               WHERE  A.AUDIT_TS < :WS-PURGE-CUTOFF
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.LEGAL_HOLD H
                        WHERE  H.HOLD_STATUS = 'A'
                          AND  LOCATE(RTRIM(H.HOLD_KEY),
                                      A.KEY_VALUE) > 0 )
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
           EXIT.
      *
      ****************************************************************
      *    5100-SET-PURGE-WATERMARK - HIGHEST CHAIN SEQUENCE ABOUT   *
      *    TO BE PURGED, AND ITS HASH, GO TO AUDIT_CHAIN IN THE SAME *
      *    UNIT OF WORK AS THE DELETE. THE NEXT SURVIVING ROW LINKS  *
      *    TO THAT HASH; HELD ROWS BELOW IT ARE CHECKED ALONE.       *
      ****************************************************************
       5100-SET-PURGE-WATERMARK.
      *
           EXEC SQL
               SELECT COALESCE(MAX(A.CHAIN_SEQ), 0)
               INTO   :WS-HV-PURGE-SEQ
               FROM   AUTOSALE.AUDIT_LOG_ARCHIVE A
               WHERE  A.AUDIT_TS < :WS-PURGE-CUTOFF
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.LEGAL_HOLD H
                        WHERE  H.HOLD_STATUS = 'A'
                          AND  LOCATE(RTRIM(H.HOLD_KEY),
                                      A.KEY_VALUE) > 0 )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATARC00: PURGE WATERMARK FAILED - '
                       SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 5100-EXIT
           END-IF
      *
           IF WS-HV-PURGE-SEQ = +0
               GO TO 5100-EXIT
           END-IF
      *
           EXEC SQL
               SELECT ROW_HASH
               INTO   :PURGE-HASH OF DCLAUDIT-CHAIN
               FROM   AUTOSALE.AUDIT_LOG_ARCHIVE
               WHERE  CHAIN_SEQ = :WS-HV-PURGE-SEQ
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATARC00: PURGE WATERMARK HASH FAILED - '
                       SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 5100-EXIT
           END-IF
      *
           MOVE WS-CHN-CHAIN-ID TO CHAIN-ID OF DCLAUDIT-CHAIN
      *
           EXEC SQL
               UPDATE AUTOSALE.AUDIT_CHAIN
               SET    PURGE_SEQ  = :WS-HV-PURGE-SEQ,
                      PURGE_HASH = :PURGE-HASH OF DCLAUDIT-CHAIN,
                      UPDATED_TS = CURRENT TIMESTAMP
               WHERE  CHAIN_ID   = :CHAIN-ID OF DCLAUDIT-CHAIN
                 AND  PURGE_SEQ  < :WS-HV-PURGE-SEQ
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATARC00: PURGE WATERMARK UPDATE FAILED - '
                       SQLCODE
               PERFORM 8000-PHASE-FAILED
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-PURGE-EXCQ-ARCHIVE - PHASE PURGEEXQ                  *
      ****************************************************************
       6000-PURGE-EXCQ-ARCHIVE.
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-HELD-COUNT
               FROM   AUTOSALE.EXCEPTION_QUEUE_ARCHIVE A
               WHERE  A.DETECTED_TS < :WS-PURGE-CUTOFF
                 AND  EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.LEGAL_HOLD H
                        WHERE  H.HOLD_STATUS = 'A'
                          AND  LOCATE(RTRIM(H.HOLD_KEY),
                                      A.KEY_VALUE) > 0 )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATARC00: EXCQ HOLD COUNT FAILED - '
                       SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 6000-EXIT
           END-IF
      *
           MOVE WS-HV-HELD-COUNT TO WS-EXQ-PURGE-HELD
      *
           EXEC SQL
               DELETE FROM AUTOSALE.EXCEPTION_QUEUE_ARCHIVE A
               WHERE  A.DETECTED_TS < :WS-PURGE-CUTOFF
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.LEGAL_HOLD H
                        WHERE  H.HOLD_STATUS = 'A'
                          AND  LOCATE(RTRIM(H.HOLD_KEY),
                                      A.KEY_VALUE) > 0 )
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               TO WS-SL-CATEGORY
           MOVE WS-EXQ-PURGED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
      *
           MOVE 'AUDIT_LOG ROWS KEPT - LEGAL HOLD        '
               TO WS-SL-CATEGORY
           MOVE WS-AUD-HELD TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
      *
           MOVE 'EXCEPTION_QUEUE ROWS KEPT - LEGAL HOLD  '
               TO WS-SL-CATEGORY
           MOVE WS-EXQ-HELD TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
      *
           MOVE 'AUDIT ARCHIVE ROWS KEPT - LEGAL HOLD    '
               TO WS-SL-CATEGORY
           MOVE WS-AUD-PURGE-HELD TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
      *
           MOVE 'EXCEPTION ARCHIVE ROWS KEPT - LEGAL HOLD'
               TO WS-SL-CATEGORY
           MOVE WS-EXQ-PURGE-HELD TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           .
       7000-EXIT.
           EXIT.
