      *               12-14  RETURN REASON CODE (R01 ETC)            *
      *                                                              *
      * INPUT:      ACHRET  DD - BANK RETURN FILE                     *
      *             ACHPRV  DD - ACHOUT OF THE ABENDED RUN, READ     *
      *                          ONLY ON A RESTART (ELSE DUMMY)      *
      *             OBFCTL  DD - OPTIONAL BUSINESS DATE/CYCLE CARD   *
      *                          (SEE COMOBFL0)                      *
      *                                                              *
      * RESTART:    THE SETTLEMENT FILE IS COMMITTED ONE LENDER      *
      *             BATCH AT A TIME (COMCKPL0 JOB ACHOUT). AFTER AN  *
      *             ABEND, BATRSTRT RSTRT ACHOUT AND RERUN WITH THE  *
      *             OLD ACHOUT AS ACHPRV - THE COMMITTED BATCHES ARE *
      *             COPIED ACROSS AND THE RUN CARRIES ON WITH THE    *
      *             NEXT LENDER UNDER THE SAME FILE SEQUENCE. A      *
      *             RERUN FOR A DATE ALREADY SENT IS REFUSED UNLESS  *
      *             BATRSTRT OVRD HAS RELEASED IT.                   *
      *                                                              *
      * TABLES:     AUTOSALE.ACH_ITEM           (READ/INSERT/UPDATE) *
      *             AUTOSALE.FLOOR_PLAN_PAYMENT (READ/INSERT)        *
      *             AUTOSALE.FLOOR_PLAN_VEHICLE (READ/UPDATE)        *
      *             AUTOSALE.FLOOR_PLAN_LENDER  (READ)               *
      *             AUTOSALE.OUTBOUND_FILE      (VIA COMOBFL0)       *
      *             AUTOSALE.RESTART_CONTROL    (VIA COMCKPL0)       *
      *                                                              *
      * OUTPUT:     ACHOUT DD - SETTLEMENT FILE (PIPE-DELIM). FH     *
      *                         CARRIES THE FILE SEQUENCE NUMBER,    *
      *                         FT THE ITEM COUNT, AMOUNT, FILE      *
      *                         SEQUENCE AND RECORD COUNT            *
      *             ACHRPT DD - UNSETTLED AGING REPORT (132 CHARS)   *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  FILE SEQUENCE AND CONTROL TOTALS ON ACHOUT,    *
      *               CHECKPOINT PER LENDER BATCH WITH RESTART FROM  *
      *               THE LAST COMMITTED LENDER, AND REFUSAL OF A    *
      *               RERUN OF A FILE ALREADY SENT (COMOBFL0)        *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO ACHOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHOUT-STATUS.
           SELECT ACH-PRIOR-FILE
               ASSIGN TO ACHPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHPRV-STATUS.
           SELECT ACH-RETURN-FILE
               ASSIGN TO ACHRET
               ORGANIZATION IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 200 CHARACTERS.
       01  ACH-OUT-RECORD                PIC X(200).
      *
       FD  ACH-PRIOR-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 200 CHARACTERS.
       01  ACH-PRIOR-RECORD              PIC X(200).
      *
       FD  ACH-RETURN-FILE
           RECORDING MODE IS F
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATACH00'.
      *
       01  WS-ACHOUT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ACHPRV-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ACHRET-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ACHRPT-STATUS              PIC X(02) VALUE SPACES.
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
           05  WS-SENT-COUNT             PIC S9(09) COMP-3 VALUE +0.
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
           05  WS-FILE-ITEM-CT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-FILE-AMT               PIC S9(11)V99 COMP-3
                                                        VALUE +0.
      *
      *    RESTART POSITION - LENDERS UP TO AND INCLUDING THIS ONE
      *    ARE ALREADY ON THE FILE AND COMMITTED
      *
       01  WS-HV-RESTART-LENDER          PIC X(05) VALUE SPACES.
       01  WS-PRIOR-COPIED               PIC S9(09) COMP VALUE +0.
       01  WS-REC-CNT-DISPLAY            PIC 9(09).
      *
       01  WS-ACH-ID-DISPLAY             PIC 9(09).
       01  WS-AMT-DISPLAY                PIC 9(09).99.
               INNER JOIN AUTOSALE.FLOOR_PLAN_LENDER L
                 ON   V.LENDER_ID = L.LENDER_ID
               WHERE  P.PAYMENT_TYPE IN ('PD', 'PP')
                 AND  V.LENDER_ID > :WS-HV-RESTART-LENDER
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM AUTOSALE.ACH_ITEM A
           IF WS-ACHOUT-STATUS = '00'
           AND WS-ACHRET-STATUS = '00'
           AND WS-ACHRPT-STATUS = '00'
               PERFORM 2500-OPEN-OUTBOUND-FILE THRU 2500-EXIT
               IF WS-BUILD-IS-OK
               AND NOT WS-OBF-FILE-COMPLETE
                   PERFORM 3000-BUILD-SETTLEMENT THRU 3000-EXIT
               END-IF
               PERFORM 4000-APPLY-RETURNS
               PERFORM 6000-PRINT-AGING THRU 6000-EXIT
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
           MOVE 'ACHOUT  '   TO WS-CF-JOB-NAME
           MOVE 'SETTLE  '   TO WS-CF-STEP-NAME
           MOVE +1           TO WS-CF-CHECKPOINT-FREQ
      *
           MOVE 'ASCHKP00'   TO WS-CD-EYE-CATCHER
           MOVE WS-MODULE-ID TO WS-CD-PROGRAM-ID
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           IF WS-CR-RETURN-CODE > +4
               DISPLAY 'BATACH00: CHECKPOINT INIT FAILED - '
                       WS-CR-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               SET WS-BUILD-IS-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
           DISPLAY 'BATACH00: ' WS-CR-RETURN-MSG
      *
           MOVE 'OPEN'             TO WS-OBF-FUNCTION
           MOVE 'ACHOUT  '         TO WS-OBF-INTERFACE-ID
           MOVE WS-MODULE-ID       TO WS-OBF-PROGRAM-ID
           MOVE WS-CR-RESTART-FLAG TO WS-OBF-RESTART-FLAG
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           DISPLAY 'BATACH00: ' WS-OBF-RETURN-MSG
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'BATACH00: SETTLEMENT FILE NOT BUILT'
               ADD +1 TO WS-ERROR-COUNT
               SET WS-BUILD-IS-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATACH00: COMMIT FAILED - ' SQLCODE
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
           MOVE WS-OBF-DETAIL-COUNT  TO WS-FILE-ITEM-CT
           MOVE WS-OBF-CONTROL-AMT   TO WS-FILE-AMT
           MOVE WS-OBF-LAST-KEY(1:5) TO WS-HV-RESTART-LENDER
      *
           IF WS-OBF-FILE-COMPLETE
               PERFORM 7300-MARK-RUN-DONE THRU 7300-EXIT
           ELSE
               DISPLAY 'BATACH00: RESTART AFTER LENDER '
                       WS-HV-RESTART-LENDER
           END-IF
           .
       2500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2600-COPY-PRIOR-FILE - RECORDS UP TO THE LAST CHECKPOINT  *
      *    FROM ACHPRV; ANYTHING AFTER IT WAS ROLLED BACK AND IS     *
      *    BUILT AGAIN                                               *
      ****************************************************************
       2600-COPY-PRIOR-FILE.
      *
           OPEN INPUT ACH-PRIOR-FILE
           IF WS-ACHPRV-STATUS NOT = '00'
               DISPLAY 'BATACH00: ERROR OPENING ACHPRV - '
                       WS-ACHPRV-STATUS
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
               READ ACH-PRIOR-FILE
                   AT END
                       SET WS-PRIOR-DONE TO TRUE
                   NOT AT END
                       WRITE ACH-OUT-RECORD FROM ACH-PRIOR-RECORD
                       ADD +1 TO WS-PRIOR-COPIED
               END-READ
           END-PERFORM
      *
           CLOSE ACH-PRIOR-FILE
      *
           MOVE WS-PRIOR-COPIED TO WS-REC-CNT-DISPLAY
           DISPLAY 'BATACH00: ' WS-REC-CNT-DISPLAY
                   ' RECORDS COPIED FROM ACHPRV'
      *
           IF WS-PRIOR-COPIED < WS-OBF-RECORD-COUNT
               DISPLAY 'BATACH00: ACHPRV IS SHORT OF THE '
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
      *    3000-BUILD-SETTLEMENT                                     *
      ****************************************************************
       3000-BUILD-SETTLEMENT.
      *
      *    A RESUMED FILE ALREADY HAS ITS HEADER FROM ACHPRV,
      *    UNLESS THE RUN DIED BEFORE ITS FIRST CHECKPOINT
      *
           IF WS-OBF-NEW-FILE
           OR WS-OBF-RECORD-COUNT = +0
               INITIALIZE WS-OUT-BUFFER
               STRING
                   'FH|' WS-TODAY-DATE
                   '|AUTOSALES FLOORPLAN SETTLEMENT|'
                   WS-OBF-FILE-SEQ-DISP
                   DELIMITED BY SIZE
                   INTO WS-OUT-BUFFER
               WRITE ACH-OUT-RECORD FROM WS-OUT-BUFFER
               ADD +1 TO WS-OBF-RECORD-COUNT
           END-IF
      *
           EXEC SQL OPEN CSR_ACH_PAY END-EXEC
      *
               DISPLAY 'BATACH00: ERROR OPENING PAYMENT CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 3000-EXIT
           END-IF
      *
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-PAY-DONE TO TRUE
               END-EVALUATE
      *
      *        ANY ERROR BACKS THE FILE OUT TO THE LAST COMMITTED
      *        LENDER - NOTHING HALF-SENT IS LEFT ON ACH_ITEM
      *
               IF WS-ERROR-COUNT > +0
               AND WS-BUILD-IS-OK
                   PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_ACH_PAY END-EXEC
      *
           IF WS-BUILD-IS-FAILED
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-PREV-LENDER NOT = SPACES
               PERFORM 3300-WRITE-BATCH-TRAILER
           END-IF
      *
      *    FILE TRAILER - ITEMS, AMOUNT, FILE SEQUENCE AND RECORD
      *    COUNT INCLUDING THIS TRAILER
      *
           ADD +1 TO WS-OBF-RECORD-COUNT
           MOVE WS-FILE-ITEM-CT TO WS-CNT-DISPLAY
           MOVE WS-FILE-AMT TO WS-TOT-DISPLAY
           MOVE WS-OBF-RECORD-COUNT TO WS-REC-CNT-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'FT|' WS-CNT-DISPLAY '|' WS-TOT-DISPLAY
               '|' WS-OBF-FILE-SEQ-DISP '|' WS-REC-CNT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE ACH-OUT-RECORD FROM WS-OUT-BUFFER
      *
           PERFORM 7100-CLOSE-OUTBOUND-FILE THRU 7100-EXIT
           .
       3000-EXIT.
           EXIT.
           IF WS-HV-LENDER-ID NOT = WS-PREV-LENDER
               IF WS-PREV-LENDER NOT = SPACES
                   PERFORM 3300-WRITE-BATCH-TRAILER
                   PERFORM 7000-CHECKPOINT-LENDER THRU 7000-EXIT
                   IF WS-BUILD-IS-FAILED
                       GO TO 3100-EXIT
                   END-IF
               END-IF
               PERFORM 3200-WRITE-BATCH-HEADER
           END-IF
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3100-EXIT
           END-IF
           ADD +1 TO WS-OBF-RECORD-COUNT
      *
           EXEC SQL
               INSERT INTO AUTOSALE.ACH_ITEM
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE ACH-OUT-RECORD FROM WS-OUT-BUFFER
           ADD +1 TO WS-OBF-RECORD-COUNT
      *
           MOVE WS-HV-LENDER-ID TO WS-PREV-LENDER
           MOVE +0 TO WS-LENDER-ITEM-CT
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE ACH-OUT-RECORD FROM WS-OUT-BUFFER
           ADD +1 TO WS-OBF-RECORD-COUNT
           .
      *
      ****************************************************************
           EXIT.
      *
      ****************************************************************
      *    7000-CHECKPOINT-LENDER - A LENDER BATCH IS COMPLETE ON    *
      *    THE FILE: POST THE FILE POSITION, COMMIT, CHECKPOINT      *
      ****************************************************************
       7000-CHECKPOINT-LENDER.
      *
           MOVE 'CHKP'          TO WS-OBF-FUNCTION
           MOVE WS-FILE-ITEM-CT TO WS-OBF-DETAIL-COUNT
           MOVE WS-FILE-AMT     TO WS-OBF-CONTROL-AMT
           MOVE WS-PREV-LENDER  TO WS-OBF-LAST-KEY
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               DISPLAY 'BATACH00: ' WS-OBF-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7000-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATACH00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7000-EXIT
           END-IF
      *
           MOVE 'CHKP'             TO WS-CF-FUNC-CODE
           MOVE WS-PREV-LENDER     TO WS-CD-LAST-KEY
           MOVE WS-OBF-RECORD-COUNT TO WS-CD-RECORDS-PROC
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           IF WS-CR-RETURN-CODE NOT = +0
               DISPLAY 'BATACH00: CHECKPOINT FAILED - '
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
           MOVE 'CLOS'          TO WS-OBF-FUNCTION
           MOVE WS-FILE-ITEM-CT TO WS-OBF-DETAIL-COUNT
           MOVE WS-FILE-AMT     TO WS-OBF-CONTROL-AMT
           MOVE WS-PREV-LENDER  TO WS-OBF-LAST-KEY
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           DISPLAY 'BATACH00: ' WS-OBF-RETURN-MSG
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7100-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATACH00: COMMIT FAILED - ' SQLCODE
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
      *    7200-BUILD-FAILED - ROLL BACK TO THE LAST COMMITTED       *
      *    LENDER AND MARK THE RUN ABENDED SO THE NEXT RUN RESUMES   *
      ****************************************************************
       7200-BUILD-FAILED.
      *
           SET WS-BUILD-IS-FAILED TO TRUE
           SET WS-PAY-DONE TO TRUE
      *
           EXEC SQL ROLLBACK END-EXEC
      *
           MOVE 'FAIL' TO WS-CF-FUNC-CODE
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           DISPLAY 'BATACH00: SETTLEMENT ROLLED BACK - RESTART '
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
           DISPLAY 'BATACH00: ' WS-CR-RETURN-MSG
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
