      *               13-32  IRS REFERENCE                           *
      *                                                              *
      * INPUT:      EVCACK DD - ACKNOWLEDGMENT FILE                  *
      *             EVCPRV DD - EVCOUT OF THE ABENDED RUN, READ      *
      *                         ONLY ON A RESTART (ELSE DUMMY)       *
      *             OBFCTL DD - OPTIONAL BUSINESS DATE/CYCLE CARD    *
      *                         (SEE COMOBFL0)                       *
      *                                                              *
      * RESTART:    SUBMISSION IS COMMITTED EVERY 100 TRANSFERS      *
      *             (COMCKPL0 JOB EVCOUT). ANY SUBMISSION ERROR      *
      *             BACKS THE FILE OUT TO THE LAST COMMIT. AFTER AN  *
      *             ABEND, BATRSTRT RSTRT EVCOUT AND RERUN WITH THE  *
      *             OLD EVCOUT AS EVCPRV - THE COMMITTED TRANSFERS   *
      *             ARE COPIED ACROSS AND THE RUN CARRIES ON AFTER   *
      *             THE LAST COMMITTED DEAL UNDER THE SAME FILE      *
      *             SEQUENCE. A RERUN FOR A DATE ALREADY SENT IS     *
      *             REFUSED UNLESS BATRSTRT OVRD HAS RELEASED IT.    *
      *                                                              *
      * TABLES:     AUTOSALE.SALES_DEAL     (READ)                   *
      *             AUTOSALE.EV_CREDIT_XFER (READ/INSERT/UPDATE)     *
      *             AUTOSALE.OUTBOUND_FILE   (VIA COMOBFL0)          *
      *             AUTOSALE.RESTART_CONTROL (VIA COMCKPL0)          *
      *                                                              *
      * OUTPUT:     EVCOUT DD - SUBMISSION FILE (PIPE-DELIM).        *
      *                         TRAILER CARRIES THE FILE SEQUENCE,   *
      *                         TRANSFER COUNT, CREDIT AMOUNT AND    *
      *                         RECORD COUNT                         *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  FILE SEQUENCE AND CONTROL TOTALS ON EVCOUT,    *
      *               CHECKPOINT EVERY 100 TRANSFERS WITH RESTART    *
      *               FROM THE LAST COMMITTED DEAL, AND REFUSAL OF A *
      *               RERUN OF A FILE ALREADY SENT (COMOBFL0)        *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO EVCOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVCOUT-STATUS.
           SELECT EVC-PRIOR-FILE
               ASSIGN TO EVCPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVCPRV-STATUS.
           SELECT EVC-ACK-FILE
               ASSIGN TO EVCACK
               ORGANIZATION IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 200 CHARACTERS.
       01  EVC-OUT-RECORD                PIC X(200).
      *
       FD  EVC-PRIOR-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 200 CHARACTERS.
       01  EVC-PRIOR-RECORD              PIC X(200).
      *
       FD  EVC-ACK-FILE
           RECORDING MODE IS F
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATEVC00'.
      *
       01  WS-EVCOUT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EVCPRV-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EVCACK-STATUS              PIC X(02) VALUE SPACES.
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
           05  WS-STALE-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-SINCE-COMMIT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-COMMIT-FREQ            PIC S9(07) COMP-3 VALUE +100.
      *
       01  WS-FLAGS.
           05  WS-EOF-SUB                PIC X(01) VALUE 'N'.
               88  WS-SUB-DONE                     VALUE 'Y'.
           05  WS-EOF-ACK                PIC X(01) VALUE 'N'.
               88  WS-ACK-DONE                     VALUE 'Y'.
           05  WS-EOF-PRIOR              PIC X(01) VALUE 'N'.
               88  WS-PRIOR-DONE                   VALUE 'Y'.
           05  WS-BUILD-FLAG             PIC X(01) VALUE 'Y'.
               88  WS-BUILD-IS-OK                  VALUE 'Y'.
               88  WS-BUILD-IS-FAILED              VALUE 'N'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-HV-DELIVERY-DATE       PIC X(10).
      *
       01  WS-HV-ACK-REF                 PIC X(20) VALUE SPACES.
      *
      *    FILE CONTROL TOTALS AND RESTART POSITION - DEALS UP TO
      *    AND INCLUDING THE RESTART KEY ARE ALREADY ON THE FILE
      *
       01  WS-FILE-ITEM-CT               PIC S9(07) COMP-3 VALUE +0.
       01  WS-FILE-AMT                   PIC S9(11)V99 COMP-3
                                                        VALUE +0.
       01  WS-HV-RESTART-DEAL            PIC X(10) VALUE SPACES.
       01  WS-LAST-DEAL-NUMBER           PIC X(10) VALUE SPACES.
       01  WS-PRIOR-COPIED               PIC S9(09) COMP VALUE +0.
       01  WS-REC-CNT-DISPLAY            PIC 9(09).
       01  WS-CNT-DISPLAY                PIC 9(07).
       01  WS-TOT-DISPLAY                PIC 9(11).99.
      *
       01  WS-CUST-DISPLAY               PIC 9(09).
       01  WS-AMT-DISPLAY                PIC 9(07).99.
       01  WS-OUT-BUFFER                 PIC X(200) VALUE SPACES.
               FROM   AUTOSALE.SALES_DEAL S
               WHERE  S.DEAL_STATUS = 'DL'
                 AND  S.EV_CREDIT_AMT > 0
                 AND  S.DEAL_NUMBER > :WS-HV-RESTART-DEAL
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM AUTOSALE.EV_CREDIT_XFER X
      *
           IF WS-EVCOUT-STATUS = '00'
           AND WS-EVCACK-STATUS = '00'
               PERFORM 2500-OPEN-OUTBOUND-FILE THRU 2500-EXIT
               IF WS-BUILD-IS-OK
               AND NOT WS-OBF-FILE-COMPLETE
                   PERFORM 3000-SUBMIT-TRANSFERS THRU 3000-EXIT
               END-IF
               PERFORM 4000-APPLY-ACKS
               PERFORM 6000-FLAG-STALE
           END-IF
           DISPLAY 'BATEVC00:   UNMATCHED = ' WS-UNMATCHED-COUNT
           DISPLAY 'BATEVC00:   STALE     = ' WS-STALE-COUNT
           DISPLAY 'BATEVC00:   ERRORS    = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
               DISPLAY 'BATEVC00: ERROR OPENING EVCACK - '
                       WS-EVCACK-STATUS
           END-IF
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
           MOVE 'EVCOUT  '   TO WS-CF-JOB-NAME
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
               DISPLAY 'BATEVC00: CHECKPOINT INIT FAILED - '
                       WS-CR-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               SET WS-BUILD-IS-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
           DISPLAY 'BATEVC00: ' WS-CR-RETURN-MSG
      *
           MOVE 'OPEN'             TO WS-OBF-FUNCTION
           MOVE 'EVCOUT  '         TO WS-OBF-INTERFACE-ID
           MOVE WS-MODULE-ID       TO WS-OBF-PROGRAM-ID
           MOVE WS-CR-RESTART-FLAG TO WS-OBF-RESTART-FLAG
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           DISPLAY 'BATEVC00: ' WS-OBF-RETURN-MSG
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'BATEVC00: TRANSFER FILE NOT BUILT'
               ADD +1 TO WS-ERROR-COUNT
               SET WS-BUILD-IS-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATEVC00: COMMIT FAILED - ' SQLCODE
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
           MOVE WS-OBF-LAST-KEY(1:10) TO WS-HV-RESTART-DEAL
                                         WS-LAST-DEAL-NUMBER
      *
           IF WS-OBF-FILE-COMPLETE
               PERFORM 7300-MARK-RUN-DONE THRU 7300-EXIT
           ELSE
               DISPLAY 'BATEVC00: RESTART AFTER DEAL '
                       WS-HV-RESTART-DEAL
           END-IF
           .
       2500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2600-COPY-PRIOR-FILE - RECORDS UP TO THE LAST CHECKPOINT  *
      *    FROM EVCPRV; ANYTHING AFTER IT WAS ROLLED BACK AND IS     *
      *    BUILT AGAIN                                               *
      ****************************************************************
       2600-COPY-PRIOR-FILE.
      *
           OPEN INPUT EVC-PRIOR-FILE
           IF WS-EVCPRV-STATUS NOT = '00'
               DISPLAY 'BATEVC00: ERROR OPENING EVCPRV - '
                       WS-EVCPRV-STATUS
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
               READ EVC-PRIOR-FILE
                   AT END
                       SET WS-PRIOR-DONE TO TRUE
                   NOT AT END
                       WRITE EVC-OUT-RECORD FROM EVC-PRIOR-RECORD
                       ADD +1 TO WS-PRIOR-COPIED
               END-READ
           END-PERFORM
      *
           CLOSE EVC-PRIOR-FILE
      *
           MOVE WS-PRIOR-COPIED TO WS-REC-CNT-DISPLAY
           DISPLAY 'BATEVC00: ' WS-REC-CNT-DISPLAY
                   ' RECORDS COPIED FROM EVCPRV'
      *
           IF WS-PRIOR-COPIED < WS-OBF-RECORD-COUNT
               DISPLAY 'BATEVC00: EVCPRV IS SHORT OF THE '
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
      *    3000-SUBMIT-TRANSFERS                                     *
      ****************************************************************
       3000-SUBMIT-TRANSFERS.
      *
      *    A RESUMED FILE ALREADY HAS ITS COLUMN HEADER FROM EVCPRV,
      *    UNLESS THE RUN DIED BEFORE ITS FIRST CHECKPOINT
      *
           IF WS-OBF-NEW-FILE
           OR WS-OBF-RECORD-COUNT = +0
               INITIALIZE WS-OUT-BUFFER
               STRING
                   'DEAL_NUMBER|VIN|CUSTOMER_ID|CREDIT_AMT'
                   '|DELIVERY_DATE|SUBMIT_DATE'
                   DELIMITED BY SIZE
                   INTO WS-OUT-BUFFER
               WRITE EVC-OUT-RECORD FROM WS-OUT-BUFFER
               ADD +1 TO WS-OBF-RECORD-COUNT
           END-IF
      *
           EXEC SQL OPEN CSR_EVC_SUB END-EXEC
      *
               DISPLAY 'BATEVC00: ERROR OPENING SUBMIT CURSOR - '
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
               EXEC SQL FETCH CSR_EVC_SUB
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-SUB-DONE TO TRUE
               END-EVALUATE
      *
      *        ANY ERROR BACKS THE FILE OUT TO THE LAST COMMIT -
      *        NO TRANSFER IS LEFT PENDING THAT IS NOT ON THE FILE
      *
               IF WS-ERROR-COUNT > +0
               AND WS-BUILD-IS-OK
                   PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               END-IF
      *
               IF WS-BUILD-IS-OK
               AND WS-SINCE-COMMIT >= WS-COMMIT-FREQ
                   PERFORM 7000-CHECKPOINT-TRANSFERS THRU 7000-EXIT
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_EVC_SUB END-EXEC
      *
           IF WS-BUILD-IS-FAILED
               GO TO 3000-EXIT
           END-IF
      *
      *    TRAILER - FILE SEQUENCE, TRANSFERS, AMOUNT AND RECORD
      *    COUNT INCLUDING THIS TRAILER
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
           WRITE EVC-OUT-RECORD FROM WS-OUT-BUFFER
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
               INSERT INTO AUTOSALE.EV_CREDIT_XFER
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-SUBMITTED-COUNT
               ADD +1 TO WS-FILE-ITEM-CT
               ADD WS-HV-CREDIT-AMT TO WS-FILE-AMT
               ADD +1 TO WS-SINCE-COMMIT
               MOVE WS-HV-DEAL-NUMBER TO WS-LAST-DEAL-NUMBER
           END-IF
           .
       3100-EXIT.
           .
      *
      ****************************************************************
      *    7000-CHECKPOINT-TRANSFERS - A BATCH OF TRANSFERS IS DONE: *
      *    POST THE FILE POSITION, COMMIT, CHECKPOINT                *
      ****************************************************************
       7000-CHECKPOINT-TRANSFERS.
      *
           MOVE 'CHKP'              TO WS-OBF-FUNCTION
           MOVE WS-FILE-ITEM-CT     TO WS-OBF-DETAIL-COUNT
           MOVE WS-FILE-AMT         TO WS-OBF-CONTROL-AMT
           MOVE WS-LAST-DEAL-NUMBER TO WS-OBF-LAST-KEY
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               DISPLAY 'BATEVC00: ' WS-OBF-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7000-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATEVC00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7000-EXIT
           END-IF
      *
           MOVE +0 TO WS-SINCE-COMMIT
      *
           MOVE 'CHKP'              TO WS-CF-FUNC-CODE
           MOVE WS-LAST-DEAL-NUMBER TO WS-CD-LAST-KEY
           MOVE WS-OBF-RECORD-COUNT TO WS-CD-RECORDS-PROC
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           IF WS-CR-RETURN-CODE NOT = +0
               DISPLAY 'BATEVC00: CHECKPOINT FAILED - '
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
           MOVE 'CLOS'              TO WS-OBF-FUNCTION
           MOVE WS-FILE-ITEM-CT     TO WS-OBF-DETAIL-COUNT
           MOVE WS-FILE-AMT         TO WS-OBF-CONTROL-AMT
           MOVE WS-LAST-DEAL-NUMBER TO WS-OBF-LAST-KEY
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           DISPLAY 'BATEVC00: ' WS-OBF-RETURN-MSG
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7100-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATEVC00: COMMIT FAILED - ' SQLCODE
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
           DISPLAY 'BATEVC00: TRANSFER FILE ROLLED BACK - RESTART '
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
           DISPLAY 'BATEVC00: ' WS-CR-RETURN-MSG
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
