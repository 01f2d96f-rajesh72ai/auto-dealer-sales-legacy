      *               15-34  ELT CONTROL NUMBER                      *
      *                                                              *
      * INPUT:      ELTRET  DD - STATE RETURN FILE                   *
      *             ELTPRV  DD - ELTOUT OF THE ABENDED RUN, READ     *
      *                          ONLY ON A RESTART (ELSE DUMMY)      *
      *             OBFCTL  DD - OPTIONAL BUSINESS DATE/CYCLE CARD   *
      *                          (SEE COMOBFL0)                      *
      *                                                              *
      * RESTART:    SUBMISSIONS ARE COMMITTED EVERY 100 LIENS        *
      *             (COMCKPL0 JOB ELTOUT). ANY SUBMISSION ERROR      *
      *             BACKS THE FILE OUT TO THE LAST COMMIT. AFTER AN  *
      *             ABEND, BATRSTRT RSTRT ELTOUT AND RERUN WITH THE  *
      *             OLD ELTOUT AS ELTPRV - THE COMMITTED LIENS ARE   *
      *             COPIED ACROSS AND THE RUN CARRIES ON AFTER THE   *
      *             LAST COMMITTED FINANCE ID UNDER THE SAME FILE    *
      *             SEQUENCE. A RERUN FOR A DATE ALREADY SENT IS     *
      *             REFUSED UNLESS BATRSTRT OVRD HAS RELEASED IT.    *
      *                                                              *
      * TABLES:     AUTOSALE.ELT_LIEN    (READ/INSERT/UPDATE)        *
      *             AUTOSALE.FINANCE_APP (READ)                      *
      *             AUTOSALE.SALES_DEAL  (READ)                      *
      *             AUTOSALE.OUTBOUND_FILE   (VIA COMOBFL0)          *
      *             AUTOSALE.RESTART_CONTROL (VIA COMCKPL0)          *
      *                                                              *
      * OUTPUT:     ELTOUT DD - LIEN PERFECTION FILE (PIPE-DELIM).   *
      *                         TRAILER CARRIES THE FILE SEQUENCE,   *
      *                         LIEN COUNT, LIEN AMOUNT AND RECORD   *
      *                         COUNT                                *
      *             ELTRPT DD - PENDING AGING REPORT (132 CHARS)     *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  FILE SEQUENCE AND CONTROL TOTALS ON ELTOUT,    *
      *               CHECKPOINT EVERY 100 LIENS WITH RESTART FROM   *
      *               THE LAST COMMITTED FINANCE ID, AND REFUSAL OF  *
      *               A RERUN OF A FILE ALREADY SENT (COMOBFL0)      *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO ELTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ELTOUT-STATUS.
           SELECT ELT-PRIOR-FILE
               ASSIGN TO ELTPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ELTPRV-STATUS.
           SELECT ELT-RETURN-FILE
               ASSIGN TO ELTRET
               ORGANIZATION IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 200 CHARACTERS.
       01  ELT-OUT-RECORD                PIC X(200).
      *
       FD  ELT-PRIOR-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 200 CHARACTERS.
       01  ELT-PRIOR-RECORD              PIC X(200).
      *
       FD  ELT-RETURN-FILE
           RECORDING MODE IS F
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATELT00'.
      *
       01  WS-ELTOUT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ELTPRV-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ELTRET-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ELTRPT-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    CHECKPOINT CALL FIELDS
      *
       01  WS-CHKP-FUNCTION.
           05  WS-CF-FUNC-CODE        PIC X(04).
           05  WS-CF-PROGRAM-NAME     PIC X(08).
           05  WS-CF-JOB-NAME         PIC X(08).
           05  WS-CF-STEP-NAME        PIC X(08).
           05  WS-CF-CHECKPOINT-FREQ  PIC S9(07) COMP-3.
      *
       01  WS-CHKP-DATA.
           05  WS-CD-EYE-CATCHER     PIC X(08).
           05  WS-CD-PROGRAM-ID       PIC X(08).
           05  WS-CD-TIMESTAMP        PIC X(26).
           05  WS-CD-LAST-KEY         PIC X(50).
           05  WS-CD-RECORDS-PROC     PIC S9(09) COMP.
           05  WS-CD-USER-DATA        PIC X(139).
      *
       01  WS-CHKP-RESULT.
           05  WS-CR-RETURN-CODE      PIC S9(04) COMP.
           05  WS-CR-RETURN-MSG       PIC X(79).
           05  WS-CR-RESTART-FLAG     PIC X(01).
           05  WS-CR-CHECKPOINT-ID    PIC X(20).
           05  WS-CR-RECORDS-PROC     PIC S9(09) COMP.
           05  WS-CR-LAST-KEY         PIC X(50).
           05  WS-CR-IMS-STATUS       PIC X(02).
           05  WS-CR-SQLCODE          PIC S9(09) COMP.
           05  WS-CR-CHKP-COUNT       PIC S9(07) COMP-3.
      *
      *    OUTBOUND FILE CONTROL (SEQUENCE, TOTALS, RESTART)
      *
           COPY WSOBFCTL.
      *
       01  WS-COUNTERS.
           05  WS-SUBMITTED-COUNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-UNMATCHED-COUNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-PENDING-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-SINCE-COMMIT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-COMMIT-FREQ            PIC S9(07) COMP-3 VALUE +100.
      *
       01  WS-FLAGS.
           05  WS-EOF-SUB                PIC X(01) VALUE 'N'.
               88  WS-RET-DONE                     VALUE 'Y'.
           05  WS-EOF-AGE                PIC X(01) VALUE 'N'.
               88  WS-AGE-DONE                     VALUE 'Y'.
           05  WS-EOF-PRIOR              PIC X(01) VALUE 'N'.
               88  WS-PRIOR-DONE                   VALUE 'Y'.
           05  WS-BUILD-FLAG             PIC X(01) VALUE 'Y'.
               88  WS-BUILD-IS-OK                  VALUE 'Y'.
               88  WS-BUILD-IS-FAILED              VALUE 'N'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
       01  WS-HV-DAYS-OPEN               PIC S9(04) COMP VALUE +0.
       01  WS-HV-SUB-DATE                PIC X(10) VALUE SPACES.
       01  WS-HV-CONTROL-NO              PIC X(20) VALUE SPACES.
      *
      *
      *    FILE CONTROL TOTALS AND RESTART POSITION - FINANCE IDS UP
      *    TO AND INCLUDING THE RESTART KEY ARE ALREADY ON THE FILE
      *
       01  WS-FILE-ITEM-CT               PIC S9(07) COMP-3 VALUE +0.
       01  WS-FILE-AMT                   PIC S9(11)V99 COMP-3
                                                        VALUE +0.
       01  WS-HV-RESTART-FINANCE         PIC X(12) VALUE SPACES.
       01  WS-LAST-FINANCE-ID            PIC X(12) VALUE SPACES.
       01  WS-PRIOR-COPIED               PIC S9(09) COMP VALUE +0.
       01  WS-REC-CNT-DISPLAY            PIC 9(09).
       01  WS-CNT-DISPLAY                PIC 9(07).
       01  WS-TOT-DISPLAY                PIC 9(11).99.
      *
       01  WS-AMT-DISPLAY                PIC 9(09).99.
       01  WS-OUT-BUFFER                 PIC X(200) VALUE SPACES.
                 ON   F.DEAL_NUMBER = S.DEAL_NUMBER
               WHERE  F.FINANCE_TYPE = 'L'
                 AND  F.FUNDED_TS IS NOT NULL
                 AND  F.FINANCE_ID > :WS-HV-RESTART-FINANCE
                 AND  COALESCE(F.LENDER_CODE, ' ') NOT IN
                      (' ', 'HOUSE')
                 AND  NOT EXISTS
           IF WS-ELTOUT-STATUS = '00'
           AND WS-ELTRET-STATUS = '00'
           AND WS-ELTRPT-STATUS = '00'
               PERFORM 2500-OPEN-OUTBOUND-FILE THRU 2500-EXIT
               IF WS-BUILD-IS-OK
               AND NOT WS-OBF-FILE-COMPLETE
                   PERFORM 3000-SUBMIT-NEW-LIENS THRU 3000-EXIT
               END-IF
               PERFORM 4000-APPLY-RETURNS
               PERFORM 6000-PRINT-AGING THRU 6000-EXIT
           END-IF
           DISPLAY 'BATELT00:   UNMATCHED  = ' WS-UNMATCHED-COUNT
           DISPLAY 'BATELT00:   PENDING    = ' WS-PENDING-COUNT
           DISPLAY 'BATELT00:   ERRORS     = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
           .
      *
      ****************************************************************
      *    2500-OPEN-OUTBOUND-FILE - REGISTER THE RUN, THEN GET THE  *
      *    FILE SEQUENCE (NEW, RESUMED OR ALREADY COMPLETE). A       *
      *    REFUSED FILE BACKS OUT THE REGISTRATION SO THE RESTART    *
      *    STATE IS LEFT AS OPERATIONS FOUND IT                      *
      ****************************************************************
       2500-OPEN-OUTBOUND-FILE.
      *
           INITIALIZE WS-CHKP-DATA
      *
           MOVE 'INIT'       TO WS-CF-FUNC-CODE
           MOVE WS-MODULE-ID TO WS-CF-PROGRAM-NAME
           MOVE 'ELTOUT  '   TO WS-CF-JOB-NAME
           MOVE 'SUBMIT  '   TO WS-CF-STEP-NAME
           MOVE WS-COMMIT-FREQ TO WS-CF-CHECKPOINT-FREQ
      *
           MOVE 'ASCHKP00'   TO WS-CD-EYE-CATCHER
           MOVE WS-MODULE-ID TO WS-CD-PROGRAM-ID
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           IF WS-CR-RETURN-CODE > +4
               DISPLAY 'BATELT00: CHECKPOINT INIT FAILED - '
                       WS-CR-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               SET WS-BUILD-IS-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
           DISPLAY 'BATELT00: ' WS-CR-RETURN-MSG
      *
           MOVE 'OPEN'             TO WS-OBF-FUNCTION
           MOVE 'ELTOUT  '         TO WS-OBF-INTERFACE-ID
           MOVE WS-MODULE-ID       TO WS-OBF-PROGRAM-ID
           MOVE WS-CR-RESTART-FLAG TO WS-OBF-RESTART-FLAG
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           DISPLAY 'BATELT00: ' WS-OBF-RETURN-MSG
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'BATELT00: LIEN FILE NOT BUILT'
               ADD +1 TO WS-ERROR-COUNT
               SET WS-BUILD-IS-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATELT00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 2500-EXIT
           END-IF
      *
           IF WS-OBF-NEW-FILE
               GO TO 2500-EXIT
           END-IF
      *
      *    RESUMED OR ALREADY COMPLETE - THE COMMITTED PART OF THE
      *    FILE COMES ACROSS FROM THE ABENDED RUN'S DATASET
      *
           PERFORM 2600-COPY-PRIOR-FILE THRU 2600-EXIT
           IF WS-BUILD-IS-FAILED
               GO TO 2500-EXIT
           END-IF
      *
           MOVE WS-OBF-DETAIL-COUNT   TO WS-FILE-ITEM-CT
           MOVE WS-OBF-CONTROL-AMT    TO WS-FILE-AMT
           MOVE WS-OBF-LAST-KEY(1:12) TO WS-HV-RESTART-FINANCE
                                         WS-LAST-FINANCE-ID
      *
           IF WS-OBF-FILE-COMPLETE
               PERFORM 7300-MARK-RUN-DONE THRU 7300-EXIT
           ELSE
               DISPLAY 'BATELT00: RESTART AFTER FINANCE ID '
                       WS-HV-RESTART-FINANCE
           END-IF
           .
       2500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2600-COPY-PRIOR-FILE - RECORDS UP TO THE LAST CHECKPOINT  *
      *    FROM ELTPRV; ANYTHING AFTER IT WAS ROLLED BACK AND IS     *
      *    BUILT AGAIN                                               *
      ****************************************************************
       2600-COPY-PRIOR-FILE.
      *
           OPEN INPUT ELT-PRIOR-FILE
           IF WS-ELTPRV-STATUS NOT = '00'
               DISPLAY 'BATELT00: ERROR OPENING ELTPRV - '
                       WS-ELTPRV-STATUS
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 2600-EXIT
           END-IF
      *
           MOVE +0  TO WS-PRIOR-COPIED
           MOVE 'N' TO WS-EOF-PRIOR
      *
           PERFORM UNTIL WS-PRIOR-DONE
                      OR WS-PRIOR-COPIED >= WS-OBF-RECORD-COUNT
               READ ELT-PRIOR-FILE
                   AT END
                       SET WS-PRIOR-DONE TO TRUE
                   NOT AT END
                       WRITE ELT-OUT-RECORD FROM ELT-PRIOR-RECORD
                       ADD +1 TO WS-PRIOR-COPIED
               END-READ
           END-PERFORM
      *
           CLOSE ELT-PRIOR-FILE
      *
           MOVE WS-PRIOR-COPIED TO WS-REC-CNT-DISPLAY
           DISPLAY 'BATELT00: ' WS-REC-CNT-DISPLAY
                   ' RECORDS COPIED FROM ELTPRV'
      *
           IF WS-PRIOR-COPIED < WS-OBF-RECORD-COUNT
               DISPLAY 'BATELT00: ELTPRV IS SHORT OF THE '
                       'CHECKPOINTED RECORD COUNT - NOT THE '
                       'ABENDED RUN''S FILE'
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-SUBMIT-NEW-LIENS                                     *
      ****************************************************************
       3000-SUBMIT-NEW-LIENS.
      *
      *    A RESUMED FILE ALREADY HAS ITS COLUMN HEADER FROM ELTPRV,
      *    UNLESS THE RUN DIED BEFORE ITS FIRST CHECKPOINT
      *
           IF WS-OBF-NEW-FILE
           OR WS-OBF-RECORD-COUNT = +0
               INITIALIZE WS-OUT-BUFFER
               STRING
                   'FINANCE_ID|DEAL_NUMBER|VIN|LENDER'
                   '|LENDER_NAME|LIEN_AMT|SUBMIT_DATE'
                   DELIMITED BY SIZE
                   INTO WS-OUT-BUFFER
               WRITE ELT-OUT-RECORD FROM WS-OUT-BUFFER
               ADD +1 TO WS-OBF-RECORD-COUNT
           END-IF
      *
           EXEC SQL OPEN CSR_ELT_SUB END-EXEC
      *
               DISPLAY 'BATELT00: ERROR OPENING SUBMIT CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-SUB
           MOVE +0  TO WS-SINCE-COMMIT
      *
           PERFORM UNTIL WS-SUB-DONE
               EXEC SQL FETCH CSR_ELT_SUB
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-SUB-DONE TO TRUE
               END-EVALUATE
      *
      *        ANY ERROR BACKS THE FILE OUT TO THE LAST COMMIT -
      *        NOTHING HALF-SENT IS LEFT ON ELT_LIEN
      *
               IF WS-ERROR-COUNT > +0
               AND WS-BUILD-IS-OK
                   PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               END-IF
      *
               IF WS-BUILD-IS-OK
               AND WS-SINCE-COMMIT >= WS-COMMIT-FREQ
                   PERFORM 7000-CHECKPOINT-LIENS THRU 7000-EXIT
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_ELT_SUB END-EXEC
      *
           IF WS-BUILD-IS-FAILED
               GO TO 3000-EXIT
           END-IF
      *
      *    TRAILER - FILE SEQUENCE, LIENS, AMOUNT AND RECORD COUNT
      *    INCLUDING THIS TRAILER
      *
           ADD +1 TO WS-OBF-RECORD-COUNT
           MOVE WS-FILE-ITEM-CT TO WS-CNT-DISPLAY
           MOVE WS-FILE-AMT TO WS-TOT-DISPLAY
           MOVE WS-OBF-RECORD-COUNT TO WS-REC-CNT-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'TRAILER|' WS-OBF-FILE-SEQ-DISP
               '|' WS-CNT-DISPLAY '|' WS-TOT-DISPLAY
               '|' WS-REC-CNT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE ELT-OUT-RECORD FROM WS-OUT-BUFFER
      *
           PERFORM 7100-CLOSE-OUTBOUND-FILE THRU 7100-EXIT
           .
       3000-EXIT.
           EXIT.
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3100-EXIT
           END-IF
           ADD +1 TO WS-OBF-RECORD-COUNT
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.ELT_SEQ
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-SUBMITTED-COUNT
               ADD +1 TO WS-FILE-ITEM-CT
               ADD WS-HV-AMOUNT TO WS-FILE-AMT
               ADD +1 TO WS-SINCE-COMMIT
               MOVE WS-HV-FINANCE-ID TO WS-LAST-FINANCE-ID
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-CHECKPOINT-LIENS - A BATCH OF LIENS IS ON THE FILE:  *
      *    POST THE FILE POSITION, COMMIT, CHECKPOINT                *
      ****************************************************************
       7000-CHECKPOINT-LIENS.
      *
           MOVE 'CHKP'             TO WS-OBF-FUNCTION
           MOVE WS-FILE-ITEM-CT    TO WS-OBF-DETAIL-COUNT
           MOVE WS-FILE-AMT        TO WS-OBF-CONTROL-AMT
           MOVE WS-LAST-FINANCE-ID TO WS-OBF-LAST-KEY
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               DISPLAY 'BATELT00: ' WS-OBF-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7000-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATELT00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7000-EXIT
           END-IF
      *
           MOVE +0 TO WS-SINCE-COMMIT
      *
           MOVE 'CHKP'              TO WS-CF-FUNC-CODE
           MOVE WS-LAST-FINANCE-ID  TO WS-CD-LAST-KEY
           MOVE WS-OBF-RECORD-COUNT TO WS-CD-RECORDS-PROC
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           IF WS-CR-RETURN-CODE NOT = +0
               DISPLAY 'BATELT00: CHECKPOINT FAILED - '
                       WS-CR-RETURN-MSG
           END-IF
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7100-CLOSE-OUTBOUND-FILE - FINAL TOTALS, FILE COMPLETE    *
      ****************************************************************
       7100-CLOSE-OUTBOUND-FILE.
      *
           MOVE 'CLOS'             TO WS-OBF-FUNCTION
           MOVE WS-FILE-ITEM-CT    TO WS-OBF-DETAIL-COUNT
           MOVE WS-FILE-AMT        TO WS-OBF-CONTROL-AMT
           MOVE WS-LAST-FINANCE-ID TO WS-OBF-LAST-KEY
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           DISPLAY 'BATELT00: ' WS-OBF-RETURN-MSG
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7100-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATELT00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7100-EXIT
           END-IF
      *
           PERFORM 7300-MARK-RUN-DONE THRU 7300-EXIT
           .
       7100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7200-BUILD-FAILED - ROLL BACK TO THE LAST CHECKPOINT AND  *
      *    MARK THE RUN ABENDED SO THE NEXT RUN RESUMES THE FILE     *
      ****************************************************************
       7200-BUILD-FAILED.
      *
           SET WS-BUILD-IS-FAILED TO TRUE
           SET WS-SUB-DONE TO TRUE
      *
           EXEC SQL ROLLBACK END-EXEC
      *
           MOVE 'FAIL' TO WS-CF-FUNC-CODE
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           DISPLAY 'BATELT00: LIEN FILE ROLLED BACK - RESTART '
                   'RESUMES FILE ' WS-OBF-FILE-SEQ-DISP
           .
       7200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7300-MARK-RUN-DONE - CLOSE OUT THE RESTART_CONTROL ROW    *
      ****************************************************************
       7300-MARK-RUN-DONE.
      *
           MOVE 'DONE'              TO WS-CF-FUNC-CODE
           MOVE WS-OBF-RECORD-COUNT TO WS-CD-RECORDS-PROC
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           DISPLAY 'BATELT00: ' WS-CR-RETURN-MSG
      *
           EXEC SQL COMMIT END-EXEC
           .
       7300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
