       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATRRQ00.
      ****************************************************************
      * PROGRAM:    BATRRQ00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    ON-DEMAND REPORT REQUEST DRIVER. ADMRRQ00 QUEUES *
      *             REQUESTS (STATUS QU) ON REPORT_REQUEST; THIS     *
      *             PROGRAM IS SCHEDULED IN EACH REPORT WINDOW AND   *
      *             SUBMITS ONE JOB PER QUEUED REQUEST WHOSE CATALOG *
      *             WINDOW MATCHES, THROUGH THE INTERNAL READER.     *
      *             EACH GENERATED JOB:                              *
      *               RPT  - RUNS THE REPORT WITH AN RPTPARM CARD    *
      *                      (REQUEST, DEALER, DATE RANGE - READ BY  *
      *                      COMRPPL0) TO A TEMPORARY DATA SET       *
      *               DST  - BATDST00 RQ DELIVERS IT TO THE          *
      *                      REQUESTER AND LOGS THE TRANSMITTAL      *
      *               DONE - THIS PROGRAM, CM: MARKS THE REQUEST     *
      *                      COMPLETE, OR                            *
      *               FAIL - THIS PROGRAM, FL: MARKS IT FAILED WHEN  *
      *                      EITHER STEP ABENDS OR ENDS ABOVE RC 4   *
      *             THE REQUEST IS MARKED RN (RUNNING) AND COMMITTED *
      *             BEFORE ITS JOB IS WRITTEN, SO A CANCEL ON THE    *
      *             SCREEN AFTER PICK-UP IS REFUSED AND THE JOB NEVER *
      *             RUNS AHEAD OF ITS STATUS.                        *
      *             EVERY STEP RUNS THE SITE'S BATCH RUN PROCEDURE   *
      *             (SYMBOLIC PROG=, STEP RUN) - THE SAME ONE THE    *
      *             SCHEDULED REPORTS USE.                           *
      *                                                              *
      * INPUT:      SYSIN   DD - CONTROL CARD                        *
      *               001-002  FUNCTION  SB=SUBMIT QUEUED REQUESTS   *
      *                                  CM=MARK REQUEST COMPLETE    *
      *                                  FL=MARK REQUEST FAILED      *
      *               004-012  REQUEST ID              (CM/FL)       *
      *               014-014  WINDOW D=DAYTIME N=OVERNIGHT (SB)     *
      *               016-023  RUN PROCEDURE  (SB, DEFAULT ASBATRUN) *
      *               025-027  MAXIMUM JOBS   (SB, DEFAULT 020)      *
      *             JOBCARD DD - JOB STATEMENT (AND JOBLIB) LINES    *
      *                          PUT AT THE FRONT OF EVERY GENERATED *
      *                          JOB, UP TO 10 (SB)                  *
      *                                                              *
      * OUTPUT:     INTRDR  DD - GENERATED JOBS (SYSOUT=(A,INTRDR))  *
      *                                                              *
      * TABLES:     AUTOSALE.REPORT_REQUEST  (READ/UPDATE)           *
      *             AUTOSALE.REPORT_CATALOG  (READ)                  *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
      *
           SELECT JOBCARD-FILE
               ASSIGN TO JOBCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBCARD-STATUS.
      *
           SELECT INTRDR-FILE
               ASSIGN TO INTRDR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTRDR-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD                PIC X(80).
      *
       FD  JOBCARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  JOBCARD-RECORD                PIC X(80).
      *
       FD  INTRDR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  INTRDR-RECORD                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATRRQ00'.
      *
       01  WS-FILE-STATUS-FIELDS.
           05  WS-SYSIN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-JOBCARD-STATUS         PIC X(02) VALUE SPACES.
           05  WS-INTRDR-STATUS          PIC X(02) VALUE SPACES.
      *
      *    CONTROL CARD
      *
       01  WS-CONTROL-CARD.
           05  WS-CC-FUNCTION            PIC X(02) VALUE SPACES.
               88  WS-FUNC-SUBMIT                  VALUE 'SB'.
               88  WS-FUNC-COMPLETE                VALUE 'CM'.
               88  WS-FUNC-FAIL                    VALUE 'FL'.
           05  FILLER                    PIC X(01).
           05  WS-CC-REQUEST-ID          PIC X(09) VALUE SPACES.
           05  FILLER                    PIC X(01).
           05  WS-CC-WINDOW              PIC X(01) VALUE SPACES.
               88  WS-CC-WINDOW-VALID              VALUE 'D' 'N'.
           05  FILLER                    PIC X(01).
           05  WS-CC-RUN-PROC            PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(01).
           05  WS-CC-MAX-JOBS            PIC X(03) VALUE SPACES.
           05  WS-CC-MAX-JOBS-N REDEFINES WS-CC-MAX-JOBS
                                         PIC 9(03).
           05  FILLER                    PIC X(53).
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLRPTRQ.
      *
       01  WS-COUNTERS.
           05  WS-REQUESTS-READ          PIC S9(09) COMP-3 VALUE +0.
           05  WS-JOBS-SUBMITTED         PIC S9(09) COMP-3 VALUE +0.
           05  WS-REQUESTS-SKIPPED       PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-RUN-FAILED             PIC X(01) VALUE 'N'.
               88  WS-RUN-IS-FAILED                VALUE 'Y'.
           05  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
               88  WS-END-OF-DATA                  VALUE 'Y'.
           05  WS-EOF-JOBCARD            PIC X(01) VALUE 'N'.
               88  WS-JOBCARD-DONE                 VALUE 'Y'.
      *
       01  WS-WORK-FIELDS.
           05  WS-MAX-JOBS               PIC S9(04) COMP VALUE +20.
           05  WS-REQUEST-ID-NUM         PIC S9(09) COMP VALUE +0.
           05  WS-REQUEST-ID-DSP         PIC 9(09) VALUE ZERO.
           05  WS-TRANSMIT-ID-NUM        PIC S9(09) COMP VALUE +0.
           05  WS-TRANSMIT-ID-DSP        PIC Z(08)9.
           05  WS-NEW-STATUS             PIC X(02) VALUE SPACES.
           05  WS-RESULT-TEXT            PIC X(60) VALUE SPACES.
      *
      *    JOB STATEMENT LINES FROM JOBCARD
      *
       01  WS-JOBCARD-AREA.
           05  WS-JOBCARD-COUNT          PIC S9(04) COMP VALUE +0.
           05  WS-JOBCARD-IDX            PIC S9(04) COMP VALUE +0.
           05  WS-JOBCARD-LINE           OCCURS 10 TIMES
                                         PIC X(80).
      *
      *    GENERATED JCL LINE
      *
       01  WS-JCL-LINE                   PIC X(80) VALUE SPACES.
      *
      *    RPTPARM CARD FOR THE REPORT STEP (LAYOUT PER COMRPPL0)
      *
       01  WS-PARM-CARD.
           05  WS-PC-REPORT-ID           PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-PC-REQUEST-ID          PIC 9(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-PC-DEALER-CODE         PIC X(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-PC-FROM-DATE           PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-PC-TO-DATE             PIC X(10).
           05  FILLER                    PIC X(34) VALUE SPACES.
      *
      *    CURSOR - QUEUED REQUESTS FOR THE WINDOW, OLDEST FIRST.
      *    HELD ACROSS THE COMMIT TAKEN AFTER EACH PICK-UP
      *
           EXEC SQL DECLARE CSR_RRQ_QUEUE CURSOR WITH HOLD FOR
               SELECT Q.REQUEST_ID
                    , Q.REPORT_ID
                    , Q.REQUESTED_BY
                    , Q.DEALER_CODE
                    , COALESCE(CHAR(Q.FROM_DATE, ISO), ' ')
                    , COALESCE(CHAR(Q.TO_DATE, ISO), ' ')
               FROM   AUTOSALE.REPORT_REQUEST Q
               INNER JOIN AUTOSALE.REPORT_CATALOG C
                 ON   C.REPORT_ID = Q.REPORT_ID
               WHERE  Q.REQUEST_STATUS = 'QU'
                 AND  C.ACTIVE_FLAG    = 'Y'
                 AND  C.RUN_WINDOW IN (:WS-CC-WINDOW, 'A')
               ORDER BY Q.REQUEST_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATRRQ00: REPORT REQUEST DRIVER - START'
      *
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
      *
           IF NOT WS-RUN-IS-FAILED
               EVALUATE TRUE
                   WHEN WS-FUNC-SUBMIT
                       PERFORM 3000-SUBMIT-QUEUE THRU 3000-EXIT
                   WHEN WS-FUNC-COMPLETE
                   WHEN WS-FUNC-FAIL
                       PERFORM 6000-MARK-REQUEST THRU 6000-EXIT
               END-EVALUATE
           END-IF
      *
           IF WS-RUN-IS-FAILED
               EXEC SQL ROLLBACK END-EXEC
               MOVE +8 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'BATRRQ00: COMMIT FAILED - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   MOVE +8 TO RETURN-CODE
               END-IF
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATRRQ00: PROCESSING COMPLETE'
           IF WS-FUNC-SUBMIT
               DISPLAY 'BATRRQ00:   REQUESTS READ  = '
                       WS-REQUESTS-READ
               DISPLAY 'BATRRQ00:   JOBS SUBMITTED = '
                       WS-JOBS-SUBMITTED
               DISPLAY 'BATRRQ00:   SKIPPED        = '
                       WS-REQUESTS-SKIPPED
           END-IF
           DISPLAY 'BATRRQ00:   ERRORS         = ' WS-ERROR-COUNT
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - CONTROL CARD; FOR SB ALSO THE JOB       *
      *    STATEMENT AND THE INTERNAL READER                         *
      ****************************************************************
       1000-INITIALIZE.
      *
           OPEN INPUT CONTROL-FILE
           IF WS-SYSIN-STATUS NOT = '00'
               DISPLAY 'BATRRQ00: ERROR OPENING SYSIN - '
                       WS-SYSIN-STATUS
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
      *
           READ CONTROL-FILE INTO WS-CONTROL-CARD
               AT END
                   DISPLAY 'BATRRQ00: EMPTY CONTROL CARD FILE'
                   SET WS-RUN-IS-FAILED TO TRUE
                   GO TO 1000-EXIT
           END-READ
      *
           IF WS-FUNC-COMPLETE
           OR WS-FUNC-FAIL
               IF WS-CC-REQUEST-ID NOT NUMERIC
               OR WS-CC-REQUEST-ID = '000000000'
                   DISPLAY 'BATRRQ00: REQUEST ID REQUIRED FOR '
                           WS-CC-FUNCTION
                   SET WS-RUN-IS-FAILED TO TRUE
               END-IF
               GO TO 1000-EXIT
           END-IF
      *
           IF NOT WS-FUNC-SUBMIT
               DISPLAY 'BATRRQ00: INVALID CONTROL CARD FUNCTION - '
                       WS-CC-FUNCTION
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
      *
           IF NOT WS-CC-WINDOW-VALID
               DISPLAY 'BATRRQ00: WINDOW MUST BE D OR N - '
                       WS-CC-WINDOW
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
      *
           IF WS-CC-RUN-PROC = SPACES
               MOVE 'ASBATRUN' TO WS-CC-RUN-PROC
           END-IF
      *
           IF WS-CC-MAX-JOBS NUMERIC
           AND WS-CC-MAX-JOBS-N > 0
               MOVE WS-CC-MAX-JOBS-N TO WS-MAX-JOBS
           END-IF
      *
           PERFORM 1100-LOAD-JOBCARD THRU 1100-EXIT
           IF WS-RUN-IS-FAILED
               GO TO 1000-EXIT
           END-IF
      *
           OPEN OUTPUT INTRDR-FILE
           IF WS-INTRDR-STATUS NOT = '00'
               DISPLAY 'BATRRQ00: ERROR OPENING INTRDR - '
                       WS-INTRDR-STATUS
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
      *
           DISPLAY 'BATRRQ00: WINDOW ' WS-CC-WINDOW
                   ' PROC ' WS-CC-RUN-PROC
                   ' MAX JOBS ' WS-MAX-JOBS
           .
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1100-LOAD-JOBCARD - JOB STATEMENT LINES, FIRST MUST BE    *
      *    A JOB CARD                                                *
      ****************************************************************
       1100-LOAD-JOBCARD.
      *
           OPEN INPUT JOBCARD-FILE
           IF WS-JOBCARD-STATUS NOT = '00'
               DISPLAY 'BATRRQ00: ERROR OPENING JOBCARD - '
                       WS-JOBCARD-STATUS
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF
      *
           MOVE +0 TO WS-JOBCARD-COUNT
           PERFORM UNTIL WS-JOBCARD-DONE
               READ JOBCARD-FILE
                   AT END
                       SET WS-JOBCARD-DONE TO TRUE
                   NOT AT END
                       IF WS-JOBCARD-COUNT < +10
                           ADD +1 TO WS-JOBCARD-COUNT
                           MOVE JOBCARD-RECORD
                             TO WS-JOBCARD-LINE (WS-JOBCARD-COUNT)
                       ELSE
                           DISPLAY 'BATRRQ00: JOBCARD OVER 10 LINES'
                                   ' - REST IGNORED'
                       END-IF
               END-READ
           END-PERFORM
      *
           CLOSE JOBCARD-FILE
      *
           IF WS-JOBCARD-COUNT = +0
           OR WS-JOBCARD-LINE (1)(1:2) NOT = '//'
               DISPLAY 'BATRRQ00: JOBCARD MUST START WITH A JOB '
                       'STATEMENT'
               SET WS-RUN-IS-FAILED TO TRUE
           END-IF
           .
       1100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-SUBMIT-QUEUE - PICK UP AND SUBMIT EACH QUEUED        *
      *    REQUEST FOR THE WINDOW                                    *
      ****************************************************************
       3000-SUBMIT-QUEUE.
      *
           EXEC SQL OPEN CSR_RRQ_QUEUE END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRRQ00: ERROR OPENING QUEUE CURSOR - '
                       SQLCODE
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM UNTIL WS-END-OF-DATA
               OR WS-RUN-IS-FAILED
               OR WS-JOBS-SUBMITTED >= WS-MAX-JOBS
               EXEC SQL FETCH CSR_RRQ_QUEUE
                   INTO  :REQUEST-ID
                       , :REPORT-ID
                       , :REQUESTED-BY
                       , :DEALER-CODE
                       , :FROM-DATE
                       , :TO-DATE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-REQUESTS-READ
                       PERFORM 3100-PICK-UP-REQUEST THRU 3100-EXIT
                   WHEN +100
                       SET WS-END-OF-DATA TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATRRQ00: QUEUE FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-RUN-IS-FAILED TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_RRQ_QUEUE END-EXEC
      *
           IF WS-JOBS-SUBMITTED >= WS-MAX-JOBS
           AND NOT WS-END-OF-DATA
               DISPLAY 'BATRRQ00: MAXIMUM JOBS REACHED - THE REST '
                       'WAIT FOR THE NEXT WINDOW'
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-PICK-UP-REQUEST - MARK RN AND COMMIT, THEN SUBMIT.   *
      *    A REQUEST CANCELLED SINCE THE FETCH IS SKIPPED            *
      ****************************************************************
       3100-PICK-UP-REQUEST.
      *
           EXEC SQL
               UPDATE AUTOSALE.REPORT_REQUEST
               SET    REQUEST_STATUS = 'RN'
                    , STARTED_TS     = CURRENT TIMESTAMP
               WHERE  REQUEST_ID     = :REQUEST-ID
                 AND  REQUEST_STATUS = 'QU'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   ADD +1 TO WS-REQUESTS-SKIPPED
                   GO TO 3100-EXIT
               WHEN OTHER
                   DISPLAY 'BATRRQ00: REQUEST UPDATE FAILED - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   SET WS-RUN-IS-FAILED TO TRUE
                   GO TO 3100-EXIT
           END-EVALUATE
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATRRQ00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 3100-EXIT
           END-IF
      *
           PERFORM 5000-WRITE-JOB THRU 5000-EXIT
      *
           IF WS-RUN-IS-FAILED
               MOVE 'FL' TO WS-NEW-STATUS
               MOVE 'JOB COULD NOT BE SUBMITTED - CONTACT OPERATIONS'
                   TO WS-RESULT-TEXT
               PERFORM 6100-UPDATE-STATUS THRU 6100-EXIT
               EXEC SQL COMMIT END-EXEC
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 3100-EXIT
           END-IF
      *
           ADD +1 TO WS-JOBS-SUBMITTED
           DISPLAY 'BATRRQ00: SUBMITTED REQUEST ' WS-REQUEST-ID-DSP
                   ' ' REPORT-ID ' FOR ' REQUESTED-BY
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-WRITE-JOB - JOB STATEMENT, RPT, DST, DONE/FAIL       *
      ****************************************************************
       5000-WRITE-JOB.
      *
           MOVE REQUEST-ID TO WS-REQUEST-ID-DSP
      *
           PERFORM VARYING WS-JOBCARD-IDX FROM +1 BY +1
               UNTIL WS-JOBCARD-IDX > WS-JOBCARD-COUNT
               MOVE WS-JOBCARD-LINE (WS-JOBCARD-IDX) TO WS-JCL-LINE
               PERFORM 5900-PUT-LINE
           END-PERFORM
      *
           STRING '//* ON-DEMAND REPORT REQUEST ' WS-REQUEST-ID-DSP
                  ' ' REPORT-ID ' FOR ' REQUESTED-BY
                  DELIMITED BY SIZE
               INTO WS-JCL-LINE
           END-STRING
           PERFORM 5900-PUT-LINE
      *
      *    RPT - THE REPORT, OUTPUT KEPT FOR THE DELIVERY STEP
      *
           STRING '//RPT      EXEC ' WS-CC-RUN-PROC DELIMITED BY SPACE
                  ',PROG=' REPORT-ID DELIMITED BY SIZE
               INTO WS-JCL-LINE
           END-STRING
           PERFORM 5900-PUT-LINE
           MOVE '//RUN.SYSPRINT DD DSN=&&RPTOUT,DISP=(NEW,PASS),'
               TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           MOVE '//            UNIT=SYSDA,SPACE=(CYL,(5,5),RLSE),'
               TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           MOVE '//            DCB=(RECFM=FB,LRECL=132)'
               TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           MOVE '//RUN.RPTPARM DD *' TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
      *
           MOVE REPORT-ID         TO WS-PC-REPORT-ID
           MOVE WS-REQUEST-ID-DSP TO WS-PC-REQUEST-ID
           MOVE DEALER-CODE       TO WS-PC-DEALER-CODE
           MOVE FROM-DATE         TO WS-PC-FROM-DATE
           MOVE TO-DATE           TO WS-PC-TO-DATE
           MOVE WS-PARM-CARD      TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           MOVE '/*' TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
      *
      *    DST - DELIVER TO THE REQUESTER, ONLY IF THE REPORT RAN
      *
           STRING '//DST      EXEC ' WS-CC-RUN-PROC DELIMITED BY SPACE
                  ',PROG=BATDST00,COND=(4,LT,RPT.RUN)'
                  DELIMITED BY SIZE
               INTO WS-JCL-LINE
           END-STRING
           PERFORM 5900-PUT-LINE
           MOVE '//RUN.RPTIN DD DSN=&&RPTOUT,DISP=(OLD,DELETE)'
               TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           MOVE '//RUN.BUNDLE DD SYSOUT=*' TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           MOVE '//RUN.CTLCARD DD *' TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           STRING 'RQ ' REPORT-ID ' ' WS-REQUEST-ID-DSP
                  DELIMITED BY SIZE
               INTO WS-JCL-LINE
           END-STRING
           PERFORM 5900-PUT-LINE
           MOVE '/*' TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
      *
      *    FAIL / DONE - POST THE OUTCOME BACK TO THE REQUEST
      *
           MOVE '//         IF (ABEND OR RPT.RUN.RC > 4 OR'
               TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           MOVE '//             DST.RUN.RC > 4) THEN'
               TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           STRING '//FAIL     EXEC ' WS-CC-RUN-PROC DELIMITED BY SPACE
                  ',PROG=BATRRQ00' DELIMITED BY SIZE
               INTO WS-JCL-LINE
           END-STRING
           PERFORM 5900-PUT-LINE
           MOVE '//RUN.SYSIN DD *' TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           STRING 'FL ' WS-REQUEST-ID-DSP
                  DELIMITED BY SIZE
               INTO WS-JCL-LINE
           END-STRING
           PERFORM 5900-PUT-LINE
           MOVE '/*' TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           MOVE '//         ELSE' TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           STRING '//DONE     EXEC ' WS-CC-RUN-PROC DELIMITED BY SPACE
                  ',PROG=BATRRQ00' DELIMITED BY SIZE
               INTO WS-JCL-LINE
           END-STRING
           PERFORM 5900-PUT-LINE
           MOVE '//RUN.SYSIN DD *' TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           STRING 'CM ' WS-REQUEST-ID-DSP
                  DELIMITED BY SIZE
               INTO WS-JCL-LINE
           END-STRING
           PERFORM 5900-PUT-LINE
           MOVE '/*' TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           MOVE '//         ENDIF' TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
      *
      *    RELEASE THIS JOB TO JES NOW, NOT AT CLOSE
      *
           MOVE '/*EOF' TO WS-JCL-LINE
           PERFORM 5900-PUT-LINE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5900-PUT-LINE - ONE LINE TO THE INTERNAL READER           *
      ****************************************************************
       5900-PUT-LINE.
      *
           IF NOT WS-RUN-IS-FAILED
               WRITE INTRDR-RECORD FROM WS-JCL-LINE
               IF WS-INTRDR-STATUS NOT = '00'
                   DISPLAY 'BATRRQ00: INTRDR WRITE ERROR - '
                           WS-INTRDR-STATUS
                   ADD +1 TO WS-ERROR-COUNT
                   SET WS-RUN-IS-FAILED TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO WS-JCL-LINE
           .
      *
      ****************************************************************
      *    6000-MARK-REQUEST - CM/FL STEP OF A GENERATED JOB. A      *
      *    COMPLETE RUN MUST HAVE LOGGED ITS TRANSMITTAL             *
      ****************************************************************
       6000-MARK-REQUEST.
      *
           MOVE WS-CC-REQUEST-ID TO WS-REQUEST-ID-NUM
           MOVE WS-REQUEST-ID-NUM TO REQUEST-ID
      *
           EXEC SQL
               SELECT COALESCE(TRANSMIT_ID, 0)
               INTO  :WS-TRANSMIT-ID-NUM
               FROM  AUTOSALE.REPORT_REQUEST
               WHERE REQUEST_ID = :REQUEST-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   DISPLAY 'BATRRQ00: REQUEST NOT FOUND - '
                           WS-CC-REQUEST-ID
                   SET WS-RUN-IS-FAILED TO TRUE
                   GO TO 6000-EXIT
               WHEN OTHER
                   DISPLAY 'BATRRQ00: DB2 ERROR ON REQUEST READ - '
                           SQLCODE
                   SET WS-RUN-IS-FAILED TO TRUE
                   GO TO 6000-EXIT
           END-EVALUATE
      *
           EVALUATE TRUE
               WHEN WS-FUNC-FAIL
                   MOVE 'FL' TO WS-NEW-STATUS
                   MOVE 'REPORT OR DELIVERY STEP FAILED - SEE JOB LOG'
                       TO WS-RESULT-TEXT
               WHEN WS-TRANSMIT-ID-NUM = +0
                   MOVE 'FL' TO WS-NEW-STATUS
                   MOVE 'REPORT RAN BUT NO TRANSMITTAL WAS LOGGED'
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'CM' TO WS-NEW-STATUS
                   MOVE WS-TRANSMIT-ID-NUM TO WS-TRANSMIT-ID-DSP
                   STRING 'DELIVERED - TRANSMITTAL '
                          WS-TRANSMIT-ID-DSP
                          DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
                   END-STRING
           END-EVALUATE
      *
           PERFORM 6100-UPDATE-STATUS THRU 6100-EXIT
      *
           DISPLAY 'BATRRQ00: REQUEST ' WS-CC-REQUEST-ID
                   ' MARKED ' WS-NEW-STATUS ' - ' WS-RESULT-TEXT
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6100-UPDATE-STATUS - CLOSE OUT A RUNNING REQUEST          *
      ****************************************************************
       6100-UPDATE-STATUS.
      *
           EXEC SQL
               UPDATE AUTOSALE.REPORT_REQUEST
               SET    REQUEST_STATUS = :WS-NEW-STATUS
                    , COMPLETED_TS   = CURRENT TIMESTAMP
                    , RESULT_MSG     = RTRIM(:WS-RESULT-TEXT)
               WHERE  REQUEST_ID     = :REQUEST-ID
                 AND  REQUEST_STATUS = 'RN'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   DISPLAY 'BATRRQ00: REQUEST ' WS-REQUEST-ID-DSP
                           ' IS NOT RUNNING - NOT UPDATED'
                   ADD +1 TO WS-ERROR-COUNT
               WHEN OTHER
                   DISPLAY 'BATRRQ00: STATUS UPDATE FAILED - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   SET WS-RUN-IS-FAILED TO TRUE
           END-EVALUATE
           .
       6100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE CONTROL-FILE
           IF WS-FUNC-SUBMIT
               CLOSE INTRDR-FILE
           END-IF
           .
      ****************************************************************
      * END OF BATRRQ00                                              *
      ****************************************************************
