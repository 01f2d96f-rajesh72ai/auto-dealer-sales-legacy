      *             A BATCH JOB AS COMPLETE (SKIP RESTART).          *
      *                                                              *
      * INPUT:      SYSIN DD - CONTROL CARD                          *
      *              COL 1-8   PROGRAM ID (JOB NAME FOR RSTRT,       *
      *                        INTERFACE FOR OVRD/TXMIT)             *
      *              COL 10-14 ACTION (DISP/RESET/COMPL/RSTRT/       *
      *                        OVRD/TXMIT)                           *
      *              COL 16-24 FILE SEQUENCE, ZERO FILLED (OVRD/     *
      *                        TXMIT)                                *
      *              COL 26-33 OVERRIDING USER (OVRD, REQUIRED)      *
      *              COL 35-74 OVERRIDE REASON (OVRD, REQUIRED)      *
      *                                                              *
      *             RSTRT - RELEASE AN ABENDED COMCKPL0 JOB ('S',    *
      *                     'P' OR 'R' LEFT BEHIND) AS 'A' SO ITS    *
      *                     NEXT RUN RESUMES FROM THE LAST CHECKPOINT*
      *             OVRD  - FLAG AN OUTBOUND FILE SO THE NEXT RUN    *
      *                     MAY VOID IT (STILL BUILDING) OR BUILD IT *
      *                     AGAIN (COMPLETE OR SENT) - SEE COMOBFL0  *
      *             TXMIT - RECORD A COMPLETE FILE AS TRANSMITTED    *
      *                                                              *
      * TABLES:     AUTOSALE.BATCH_CHECKPOINT (READ/UPDATE/DELETE)   *
      *             AUTOSALE.RESTART_CONTROL  (READ/UPDATE)          *
      *             AUTOSALE.OUTBOUND_FILE    (READ/UPDATE)          *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - CHECKPOINT STATUS DISPLAY          *
      *                                                              *
      *               IN-PROGRESS ('P') JOBS SO OPERATIONS CAN SEE  *
      *               THE FULL BLAST RADIUS BEFORE RESETTING ANY    *
      *               ONE JOB.                                      *
      *   2026-10-15  ADDED RSTRT, OVRD AND TXMIT FOR THE OUTBOUND   *
      *               INTERFACE FILES (COMOBFL0); LIST ALSO SHOWS    *
      *               FILES LEFT BUILDING (BL)                       *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLSYSCF.
      *
           COPY DCLOBFIL.
      *
      *    CONTROL CARD LAYOUT
      *
               88  WS-ACTION-RESET                 VALUE 'RESET'.
               88  WS-ACTION-COMPLETE              VALUE 'COMPL'.
               88  WS-ACTION-LIST                  VALUE 'LIST '.
               88  WS-ACTION-RESTART               VALUE 'RSTRT'.
               88  WS-ACTION-OVERRIDE              VALUE 'OVRD '.
               88  WS-ACTION-TRANSMIT              VALUE 'TXMIT'.
           05  FILLER                    PIC X(01).
           05  WS-CC-FILE-SEQ            PIC X(09).
           05  WS-CC-FILE-SEQ-N REDEFINES WS-CC-FILE-SEQ
                                         PIC 9(09).
           05  FILLER                    PIC X(01).
           05  WS-CC-OVERRIDE-BY         PIC X(08).
           05  FILLER                    PIC X(01).
           05  WS-CC-OVERRIDE-REASON     PIC X(40).
           05  FILLER                    PIC X(06).
      *
      *    OUTBOUND FILE ACTIONS
      *
       01  WS-HV-JOB-NAME                PIC X(08).
       01  WS-REASON-TRAIL               PIC S9(04) COMP VALUE +0.
       01  WS-OBF-ATTN-EOF               PIC X(01) VALUE 'N'.
           88  WS-OBF-ATTN-DONE                    VALUE 'Y'.
      *
      *    STUCK-JOB AGE THRESHOLD (MINUTES) FOR LIST MODE
      *
                               PERFORM 5000-RESET-CHECKPOINT
                           WHEN WS-ACTION-COMPLETE
                               PERFORM 6000-MARK-COMPLETE
                           WHEN WS-ACTION-RESTART
                               PERFORM 7500-RELEASE-RESTART
                                  THRU 7500-EXIT
                           WHEN WS-ACTION-OVERRIDE
                               PERFORM 7600-OVERRIDE-FILE
                                  THRU 7600-EXIT
                           WHEN WS-ACTION-TRANSMIT
                               PERFORM 7700-MARK-TRANSMITTED
                                  THRU 7700-EXIT
                           WHEN OTHER
                               DISPLAY 'BATRSTRT: INVALID ACTION - '
                                       WS-CC-ACTION
      *
           PERFORM 7200-LIST-RESTART-CONTROL
           PERFORM 7300-LIST-BATCH-CHECKPOINT
           PERFORM 7400-LIST-OUTBOUND-FILES THRU 7400-EXIT
      *
           WRITE REPORT-RECORD FROM WS-RPT-SEPARATOR
               AFTER ADVANCING 1
           .
      *
      ****************************************************************
      *    7400-LIST-OUTBOUND-FILES - OUTBOUND FILES STILL BUILDING  *
      *    (BL) - EACH NEEDS A RESTART OF ITS JOB OR AN OVRD         *
      ****************************************************************
       7400-LIST-OUTBOUND-FILES.
      *
           EXEC SQL
               DECLARE CSR_OBF_ATTENTION CURSOR FOR
               SELECT INTERFACE_CODE
                    , FILE_SEQ_NUM
                    , CREATED_TS
                    , RECORD_COUNT
                    , LAST_KEY_VALUE
               FROM   AUTOSALE.OUTBOUND_FILE
               WHERE  FILE_STATUS = 'BL'
               ORDER BY CREATED_TS
               WITH UR
           END-EXEC
      *
           EXEC SQL OPEN CSR_OBF_ATTENTION END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRSTRT: ERROR OPENING OUTBOUND CURSOR - '
                       SQLCODE
               GO TO 7400-EXIT
           END-IF
      *
           MOVE 'N' TO WS-OBF-ATTN-EOF
      *
           PERFORM UNTIL WS-OBF-ATTN-DONE
               EXEC SQL
                   FETCH CSR_OBF_ATTENTION
                   INTO  :INTERFACE-CODE
                       , :FILE-SEQ-NUM
                       , :CREATED-TS
                       , :RECORD-COUNT
                       , :LAST-KEY-VALUE
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 7410-WRITE-OBF-DETAIL
                   WHEN +100
                       SET WS-OBF-ATTN-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY
                       'BATRSTRT: DB2 ERROR ON OUTBOUND FETCH - '
                               SQLCODE
                       SET WS-OBF-ATTN-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_OBF_ATTENTION END-EXEC
           .
       7400-EXIT.
           EXIT.
      *
       7410-WRITE-OBF-DETAIL.
      *
           MOVE FILE-SEQ-NUM          TO WS-DISP-CKPT-SEQ
           MOVE INTERFACE-CODE        TO WS-RL-JOB
           MOVE 'BL'                  TO WS-RL-STATUS
           MOVE CREATED-TS            TO WS-RL-STARTED
           MOVE SPACES                TO WS-RL-CHECKPOINT
           STRING 'FILE ' WS-DISP-CKPT-SEQ
                  DELIMITED BY SIZE
                  INTO WS-RL-CHECKPOINT
           MOVE RECORD-COUNT          TO WS-RL-RECORDS
           MOVE LAST-KEY-VALUE        TO WS-RL-LAST-KEY
      *
           WRITE REPORT-RECORD FROM WS-RPT-LIST-DETAIL
               AFTER ADVANCING 1
      *
           ADD +1 TO WS-ATTENTION-COUNT
           .
      *
      ****************************************************************
      *    7500-RELEASE-RESTART - A COMCKPL0 JOB THAT ABENDED LEAVES *
      *    ITS RESTART_CONTROL ROW 'S' OR 'P' ('R' WHEN IT WAS       *
      *    ITSELF A RESTART), WHICH BLOCKS THE NEXT RUN. SETTING IT  *
      *    'A' MAKES THE NEXT RUN A RESTART                          *
      ****************************************************************
       7500-RELEASE-RESTART.
      *
           MOVE WS-CC-PROGRAM-ID TO WS-HV-JOB-NAME
           MOVE WS-CC-PROGRAM-ID TO WS-RA-PROGRAM
      *
           EXEC SQL
               UPDATE AUTOSALE.RESTART_CONTROL
               SET    STATUS   = 'A'
               WHERE  JOB_NAME = :WS-HV-JOB-NAME
                 AND  STATUS IN ('S', 'P', 'R')
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   EXEC SQL COMMIT END-EXEC
                   MOVE 'RELEASED FOR RESTART - RERUN THE JOB'
                       TO WS-RA-RESULT
                   ADD +1 TO WS-ACTIONS-TAKEN
                   DISPLAY 'BATRSTRT: RESTART RELEASED FOR '
                           WS-HV-JOB-NAME
               WHEN +100
                   MOVE 'NO IN-PROGRESS OR RESTARTED RUN TO RELEASE'
                       TO WS-RA-RESULT
               WHEN OTHER
                   MOVE 'DB2 ERROR - NOTHING RELEASED'
                       TO WS-RA-RESULT
                   DISPLAY 'BATRSTRT: DB2 ERROR ON RESTART UPDATE - '
                           SQLCODE
           END-EVALUATE
      *
           WRITE REPORT-RECORD FROM WS-RPT-ACTION-LINE
               AFTER ADVANCING 2
           .
       7500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7600-OVERRIDE-FILE - RELEASE ONE OUTBOUND FILE FOR THE    *
      *    NEXT RUN. WHO AND WHY ARE BOTH REQUIRED AND KEPT ON THE   *
      *    ROW                                                       *
      ****************************************************************
       7600-OVERRIDE-FILE.
      *
           MOVE WS-CC-PROGRAM-ID TO WS-RA-PROGRAM
      *
           IF WS-CC-FILE-SEQ NOT NUMERIC
           OR WS-CC-OVERRIDE-BY = SPACES
           OR WS-CC-OVERRIDE-REASON = SPACES
               MOVE 'OVRD NEEDS FILE SEQ, USER AND REASON'
                   TO WS-RA-RESULT
               WRITE REPORT-RECORD FROM WS-RPT-ACTION-LINE
                   AFTER ADVANCING 2
               DISPLAY 'BATRSTRT: OVRD REJECTED FOR '
                       WS-CC-PROGRAM-ID
                       ' - FILE SEQ, USER AND REASON REQUIRED'
               GO TO 7600-EXIT
           END-IF
      *
           MOVE WS-CC-PROGRAM-ID      TO INTERFACE-CODE
           MOVE WS-CC-FILE-SEQ-N      TO FILE-SEQ-NUM
           MOVE WS-CC-OVERRIDE-BY     TO OVERRIDE-BY
           MOVE WS-CC-OVERRIDE-REASON TO OVERRIDE-REASON-TX
      *
           MOVE +0 TO WS-REASON-TRAIL
           INSPECT FUNCTION REVERSE(WS-CC-OVERRIDE-REASON)
               TALLYING WS-REASON-TRAIL FOR LEADING SPACES
           COMPUTE OVERRIDE-REASON-LN = 40 - WS-REASON-TRAIL
      *
           EXEC SQL
               UPDATE AUTOSALE.OUTBOUND_FILE
               SET    OVERRIDE_FLAG   = 'Y'
                    , OVERRIDE_BY     = :OVERRIDE-BY
                    , OVERRIDE_REASON = :OVERRIDE-REASON
                    , OVERRIDE_TS     = CURRENT TIMESTAMP
               WHERE  INTERFACE_CODE  = :INTERFACE-CODE
                 AND  FILE_SEQ_NUM    = :FILE-SEQ-NUM
                 AND  FILE_STATUS    IN ('BL', 'CM', 'TX')
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   EXEC SQL COMMIT END-EXEC
                   MOVE 'FILE RELEASED FOR RERUN BY OVERRIDE'
                       TO WS-RA-RESULT
                   ADD +1 TO WS-ACTIONS-TAKEN
                   DISPLAY 'BATRSTRT: OVERRIDE ON ' WS-CC-PROGRAM-ID
                           ' FILE ' WS-CC-FILE-SEQ
                           ' BY ' WS-CC-OVERRIDE-BY
               WHEN +100
                   MOVE 'NO BUILDING/COMPLETE/SENT FILE WITH THAT SEQ'
                       TO WS-RA-RESULT
               WHEN OTHER
                   MOVE 'DB2 ERROR - NO OVERRIDE SET'
                       TO WS-RA-RESULT
                   DISPLAY 'BATRSTRT: DB2 ERROR ON OVERRIDE - '
                           SQLCODE
           END-EVALUATE
      *
           WRITE REPORT-RECORD FROM WS-RPT-ACTION-LINE
               AFTER ADVANCING 2
           .
       7600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7700-MARK-TRANSMITTED - A COMPLETE FILE HAS GONE OUT      *
      ****************************************************************
       7700-MARK-TRANSMITTED.
      *
           MOVE WS-CC-PROGRAM-ID TO WS-RA-PROGRAM
      *
           IF WS-CC-FILE-SEQ NOT NUMERIC
               MOVE 'TXMIT NEEDS THE FILE SEQ' TO WS-RA-RESULT
               WRITE REPORT-RECORD FROM WS-RPT-ACTION-LINE
                   AFTER ADVANCING 2
               GO TO 7700-EXIT
           END-IF
      *
           MOVE WS-CC-PROGRAM-ID TO INTERFACE-CODE
           MOVE WS-CC-FILE-SEQ-N TO FILE-SEQ-NUM
      *
           EXEC SQL
               UPDATE AUTOSALE.OUTBOUND_FILE
               SET    FILE_STATUS    = 'TX'
                    , TRANSMITTED_TS = CURRENT TIMESTAMP
               WHERE  INTERFACE_CODE = :INTERFACE-CODE
                 AND  FILE_SEQ_NUM   = :FILE-SEQ-NUM
                 AND  FILE_STATUS    = 'CM'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   EXEC SQL COMMIT END-EXEC
                   MOVE 'FILE MARKED TRANSMITTED' TO WS-RA-RESULT
                   ADD +1 TO WS-ACTIONS-TAKEN
                   DISPLAY 'BATRSTRT: ' WS-CC-PROGRAM-ID
                           ' FILE ' WS-CC-FILE-SEQ ' TRANSMITTED'
               WHEN +100
                   MOVE 'NO COMPLETE FILE WITH THAT SEQ'
                       TO WS-RA-RESULT
               WHEN OTHER
                   MOVE 'DB2 ERROR - STATUS NOT CHANGED'
                       TO WS-RA-RESULT
                   DISPLAY 'BATRSTRT: DB2 ERROR ON TRANSMIT - '
                           SQLCODE
           END-EVALUATE
      *
           WRITE REPORT-RECORD FROM WS-RPT-ACTION-LINE
               AFTER ADVANCING 2
           .
       7700-EXIT.
           EXIT.
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
