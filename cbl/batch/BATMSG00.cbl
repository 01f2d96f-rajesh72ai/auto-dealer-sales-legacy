       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATMSG00.
      ****************************************************************
      * PROGRAM:    BATMSG00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    OUTBOUND EMAIL/SMS MESSAGE GATEWAY. COMCNTL0     *
      *             QUEUES EVERY EMAIL (E) AND TEXT (T) TOUCH IT     *
      *             ALLOWS ON OUTBOUND_MESSAGE. TWO CONTROL-CARD     *
      *             MODES:                                           *
      *               EX - EXTRACT EVERY QUEUED MESSAGE (QU) TO THE  *
      *                    PROVIDER FILE WITH THE ACTIVE TEMPLATE    *
      *                    FOR ITS CONTACT TYPE AND CHANNEL (SEE     *
      *                    ADMMTP00) AND MARK IT XT. A MESSAGE WITH  *
      *                    NO ACTIVE TEMPLATE IS MARKED NT; ONE      *
      *                    WHOSE CUSTOMER HAS SINCE OPTED OUT OF     *
      *                    THE CHANNEL (AND WAS NOT AN OVERRIDE) IS  *
      *                    MARKED SU. NEITHER IS SENT.               *
      *               RT - LOAD THE PROVIDER'S RETURN FILE:          *
      *                    DL DELIVERED   SB SOFT BOUNCE             *
      *                    HB HARD BOUNCE - EMAIL: DO_NOT_EMAIL = Y  *
      *                    OO OPTED OUT (STOP/UNSUBSCRIBE) -         *
      *                       EMAIL: DO_NOT_EMAIL, TEXT: DO_NOT_CALL *
      *                    CP COMPLAINT   - SAME AS OPTED OUT        *
      *                    A FLAG IS ONLY SET WHILE THE CUSTOMER'S   *
      *                    EMAIL OR CELL PHONE IS STILL THE ADDRESS  *
      *                    THE MESSAGE WENT TO. COMCNTL0 THEN        *
      *                    SUPPRESSES THE CHANNEL (TEXT FOLLOWS      *
      *                    DO_NOT_CALL).                             *
      *                                                              *
      *             PROVIDER EXTRACT (PIPE-DELIMITED, HEADER FIRST): *
      *               MSG_ID|CHANNEL|ADDRESS|FIRST_NAME|LAST_NAME|   *
      *               CONTACT_TYPE|SUBJECT|BODY|DETAIL               *
      *             THE PROVIDER MERGES {FIRST_NAME}, {LAST_NAME}    *
      *             AND {DETAIL} IN THE SUBJECT AND BODY.            *
      *             RETURN LAYOUT (FIXED 80):                        *
      *               001-009 MSG ID         010-011 STATUS          *
      *               012-051 REASON                                 *
      *                                                              *
      * INPUT:      MSGCTL  DD - CONTROL CARD (EX/RT IN COL 1-2)     *
      *             MSGRTN  DD - PROVIDER RETURN FILE    (RT)        *
      *                                                              *
      * OUTPUT:     MSGOUT  DD - PROVIDER EXTRACT FILE   (EX)        *
      *                                                              *
      * TABLES:     AUTOSALE.OUTBOUND_MESSAGE   (READ/UPDATE)        *
      *             AUTOSALE.MSG_TEMPLATE       (READ)               *
      *             AUTOSALE.CUSTOMER           (READ/UPDATE)        *
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
               ASSIGN TO MSGCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSGCTL-STATUS.
           SELECT MSG-OUT-FILE
               ASSIGN TO MSGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSGOUT-STATUS.
           SELECT MSG-RTN-FILE
               ASSIGN TO MSGRTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSGRTN-STATUS.
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
       FD  MSG-OUT-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 600 CHARACTERS.
       01  MSG-OUT-RECORD                PIC X(600).
      *
       FD  MSG-RTN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  MSG-RTN-RECORD.
           05  RT-MSG-ID                 PIC X(09).
           05  RT-STATUS                 PIC X(02).
               88  RT-STATUS-VALID       VALUES 'DL' 'SB' 'HB'
                                                'OO' 'CP'.
           05  RT-REASON                 PIC X(40).
           05  FILLER                    PIC X(29).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATMSG00'.
      *
      *    CONTROL CARD IMAGE - THE FD AREA IS UNDEFINED AFTER
      *    CLOSE, SO THE CARD IS READ INTO WORKING STORAGE
      *
       01  WS-CONTROL-CARD.
           05  CTL-FUNCTION              PIC X(02).
               88  CTL-EXTRACT                       VALUE 'EX'.
               88  CTL-RETURNS                       VALUE 'RT'.
           05  FILLER                    PIC X(78).
      *
       01  WS-FILE-STATUS-FIELDS.
           05  WS-MSGCTL-STATUS          PIC X(02) VALUE SPACES.
           05  WS-MSGOUT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-MSGRTN-STATUS          PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLOBMSG.
           COPY DCLMSGTP.
           COPY DCLCUSTM.
      *
       01  WS-COUNTERS.
           05  WS-EXTRACTED-COUNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-NO-TEMPLATE-COUNT      PIC S9(09) COMP-3 VALUE +0.
           05  WS-OPTED-OUT-COUNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-RETURN-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-FLAG-SET-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-ADDR-CHANGED-COUNT     PIC S9(09) COMP-3 VALUE +0.
           05  WS-UNKNOWN-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-SINCE-COMMIT           PIC S9(04) COMP VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE                  VALUE 'Y'.
      *
       01  WS-HV-FIELDS.
           05  WS-HV-MSG-ID              PIC S9(09) COMP VALUE +0.
           05  WS-HV-NEW-STATUS          PIC X(02) VALUE SPACES.
           05  WS-HV-REASON              PIC X(40) VALUE SPACES.
           05  WS-HV-DNC-FLAG            PIC X(01) VALUE SPACES.
           05  WS-HV-DNE-FLAG            PIC X(01) VALUE SPACES.
           05  WS-HV-TEMPLATE-FLAG       PIC X(01) VALUE SPACES.
           05  WS-HV-CUST-ID             PIC S9(09) COMP VALUE +0.
           05  WS-HV-CHANNEL             PIC X(01) VALUE SPACES.
           05  WS-HV-ADDRESS             PIC X(60) VALUE SPACES.
      *
       01  WS-MSG-ID-DISPLAY             PIC 9(09).
      *
       01  WS-OUT-BUFFER                 PIC X(600) VALUE SPACES.
      *
      *    CURSOR - QUEUED MESSAGES WITH CUSTOMER AND TEMPLATE. HELD
      *    OPEN ACROSS THE PERIODIC COMMITS
      *
           EXEC SQL
               DECLARE CSR_MSG_QUEUE CURSOR WITH HOLD FOR
               SELECT M.MSG_ID
                    , M.CHANNEL
                    , M.CONTACT_TYPE
                    , M.OVERRIDE_FLAG
                    , M.MSG_ADDRESS
                    , M.MSG_DESC
                    , C.FIRST_NAME
                    , C.LAST_NAME
                    , COALESCE(C.DO_NOT_CALL, 'N')
                    , COALESCE(C.DO_NOT_EMAIL, 'N')
                    , COALESCE(T.MSG_SUBJECT, ' ')
                    , COALESCE(T.MSG_BODY, ' ')
                    , COALESCE(T.ACTIVE_FLAG, 'N')
               FROM   AUTOSALE.OUTBOUND_MESSAGE M
                      INNER JOIN AUTOSALE.CUSTOMER C
                        ON  C.CUSTOMER_ID = M.CUSTOMER_ID
                      LEFT OUTER JOIN AUTOSALE.MSG_TEMPLATE T
                        ON  T.CONTACT_TYPE = M.CONTACT_TYPE
                        AND T.CHANNEL      = M.CHANNEL
                        AND T.ACTIVE_FLAG  = 'Y'
               WHERE  M.MSG_STATUS = 'QU'
               ORDER BY M.MSG_ID
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATMSG00: OUTBOUND MESSAGE GATEWAY - START'
      *
           PERFORM 1000-READ-CONTROL THRU 1000-EXIT
      *
           EVALUATE TRUE
               WHEN CTL-EXTRACT
                   PERFORM 3000-EXTRACT-MESSAGES THRU 3000-EXIT
               WHEN CTL-RETURNS
                   PERFORM 5000-LOAD-RETURNS THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY 'BATMSG00: INVALID CONTROL FUNCTION - '
                           CTL-FUNCTION
                   ADD +1 TO WS-ERROR-COUNT
           END-EVALUATE
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATMSG00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           DISPLAY 'BATMSG00: PROCESSING COMPLETE'
           DISPLAY 'BATMSG00:   EXTRACTED      = '
                   WS-EXTRACTED-COUNT
           DISPLAY 'BATMSG00:   NO TEMPLATE    = '
                   WS-NO-TEMPLATE-COUNT
           DISPLAY 'BATMSG00:   NOW OPTED OUT  = '
                   WS-OPTED-OUT-COUNT
           DISPLAY 'BATMSG00:   RETURNS LOADED = '
                   WS-RETURN-COUNT
           DISPLAY 'BATMSG00:   FLAGS SET      = '
                   WS-FLAG-SET-COUNT
           DISPLAY 'BATMSG00:   ADDR CHANGED   = '
                   WS-ADDR-CHANGED-COUNT
           DISPLAY 'BATMSG00:   UNKNOWN MSGS   = '
                   WS-UNKNOWN-COUNT
           DISPLAY 'BATMSG00:   ERRORS         = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE +8 TO RETURN-CODE
           ELSE
               IF WS-NO-TEMPLATE-COUNT > +0
                   MOVE +4 TO RETURN-CODE
               END-IF
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-READ-CONTROL                                         *
      ****************************************************************
       1000-READ-CONTROL.
      *
           OPEN INPUT CONTROL-FILE
           IF WS-MSGCTL-STATUS NOT = '00'
               DISPLAY 'BATMSG00: ERROR OPENING MSGCTL - '
                       WS-MSGCTL-STATUS
               MOVE SPACES TO WS-CONTROL-CARD
               GO TO 1000-EXIT
           END-IF
      *
           READ CONTROL-FILE INTO WS-CONTROL-CARD
               AT END
                   DISPLAY 'BATMSG00: EMPTY CONTROL FILE'
                   MOVE SPACES TO WS-CONTROL-CARD
           END-READ
      *
           CLOSE CONTROL-FILE
           .
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-EXTRACT-MESSAGES                                     *
      ****************************************************************
       3000-EXTRACT-MESSAGES.
      *
           OPEN OUTPUT MSG-OUT-FILE
           IF WS-MSGOUT-STATUS NOT = '00'
               DISPLAY 'BATMSG00: ERROR OPENING MSGOUT - '
                       WS-MSGOUT-STATUS
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           INITIALIZE WS-OUT-BUFFER
           STRING 'MSG_ID|CHANNEL|ADDRESS|FIRST_NAME|LAST_NAME'
                  '|CONTACT_TYPE|SUBJECT|BODY|DETAIL'
                  DELIMITED BY SIZE
                  INTO WS-OUT-BUFFER
           WRITE MSG-OUT-RECORD FROM WS-OUT-BUFFER
      *
           EXEC SQL
               OPEN CSR_MSG_QUEUE
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATMSG00: ERROR OPENING QUEUE CSR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               CLOSE MSG-OUT-FILE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM UNTIL WS-END-OF-FILE
               MOVE SPACES TO MSG-ADDRESS-TX
               MOVE SPACES TO MSG-DESC-TX
               MOVE SPACES TO FIRST-NAME-TX
               MOVE SPACES TO LAST-NAME-TX
               MOVE SPACES TO MSG-SUBJECT-TX
               MOVE SPACES TO MSG-BODY-TX
               EXEC SQL
                   FETCH CSR_MSG_QUEUE
                   INTO  :DCLOUTBOUND-MESSAGE.MSG-ID
                       , :DCLOUTBOUND-MESSAGE.CHANNEL
                       , :DCLOUTBOUND-MESSAGE.CONTACT-TYPE
                       , :DCLOUTBOUND-MESSAGE.OVERRIDE-FLAG
                       , :MSG-ADDRESS
                       , :MSG-DESC
                       , :FIRST-NAME
                       , :LAST-NAME
                       , :WS-HV-DNC-FLAG
                       , :WS-HV-DNE-FLAG
                       , :MSG-SUBJECT
                       , :MSG-BODY
                       , :WS-HV-TEMPLATE-FLAG
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 3100-EXTRACT-ONE-MESSAGE THRU 3100-EXIT
                   WHEN +100
                       SET WS-END-OF-FILE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATMSG00: QUEUE FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-END-OF-FILE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_MSG_QUEUE
           END-EXEC
      *
           CLOSE MSG-OUT-FILE
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-EXTRACT-ONE-MESSAGE                                  *
      ****************************************************************
       3100-EXTRACT-ONE-MESSAGE.
      *
           MOVE MSG-ID OF DCLOUTBOUND-MESSAGE TO WS-HV-MSG-ID
      *
      *    A STOP OR BOUNCE LOADED SINCE THE MESSAGE WAS QUEUED
      *    WINS, UNLESS THE TOUCH WAS A LEGAL OVERRIDE
      *
           IF OVERRIDE-FLAG OF DCLOUTBOUND-MESSAGE NOT = 'Y'
           AND ((CHANNEL OF DCLOUTBOUND-MESSAGE = 'E'
                 AND WS-HV-DNE-FLAG = 'Y')
             OR (CHANNEL OF DCLOUTBOUND-MESSAGE = 'T'
                 AND WS-HV-DNC-FLAG = 'Y'))
               MOVE 'SU' TO WS-HV-NEW-STATUS
               ADD +1 TO WS-OPTED-OUT-COUNT
               GO TO 3100-UPDATE-STATUS
           END-IF
      *
           IF WS-HV-TEMPLATE-FLAG NOT = 'Y'
               MOVE 'NT' TO WS-HV-NEW-STATUS
               ADD +1 TO WS-NO-TEMPLATE-COUNT
               DISPLAY 'BATMSG00: NO ACTIVE TEMPLATE FOR '
                       CONTACT-TYPE OF DCLOUTBOUND-MESSAGE ' '
                       CHANNEL OF DCLOUTBOUND-MESSAGE
               GO TO 3100-UPDATE-STATUS
           END-IF
      *
           MOVE WS-HV-MSG-ID TO WS-MSG-ID-DISPLAY
      *
           INITIALIZE WS-OUT-BUFFER
           STRING
               WS-MSG-ID-DISPLAY                    '|'
               CHANNEL OF DCLOUTBOUND-MESSAGE       '|'
               MSG-ADDRESS-TX(1:MSG-ADDRESS-LN)     '|'
               FIRST-NAME-TX(1:FIRST-NAME-LN)       '|'
               LAST-NAME-TX(1:LAST-NAME-LN)         '|'
               CONTACT-TYPE OF DCLOUTBOUND-MESSAGE  '|'
               MSG-SUBJECT-TX(1:MSG-SUBJECT-LN)     '|'
               MSG-BODY-TX(1:MSG-BODY-LN)           '|'
               MSG-DESC-TX(1:MSG-DESC-LN)
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
      *
           WRITE MSG-OUT-RECORD FROM WS-OUT-BUFFER
           IF WS-MSGOUT-STATUS NOT = '00'
               DISPLAY 'BATMSG00: EXTRACT WRITE ERROR - '
                       WS-MSGOUT-STATUS
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3100-EXIT
           END-IF
      *
           MOVE 'XT' TO WS-HV-NEW-STATUS
           ADD +1 TO WS-EXTRACTED-COUNT
           .
       3100-UPDATE-STATUS.
      *
           EXEC SQL
               UPDATE AUTOSALE.OUTBOUND_MESSAGE
                  SET MSG_STATUS = :WS-HV-NEW-STATUS
                    , EXTRACT_TS = CASE WHEN :WS-HV-NEW-STATUS = 'XT'
                                        THEN CURRENT TIMESTAMP
                                        ELSE NULL END
                    , STATUS_TS  = CURRENT TIMESTAMP
               WHERE  MSG_ID = :WS-HV-MSG-ID
           END-EXEC
      *
           IF SQLCODE = +0
               PERFORM 7000-PERIODIC-COMMIT
           ELSE
               DISPLAY 'BATMSG00: MESSAGE UPDATE FAILED - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-LOAD-RETURNS                                         *
      ****************************************************************
       5000-LOAD-RETURNS.
      *
           OPEN INPUT MSG-RTN-FILE
           IF WS-MSGRTN-STATUS NOT = '00'
               DISPLAY 'BATMSG00: ERROR OPENING MSGRTN - '
                       WS-MSGRTN-STATUS
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM UNTIL WS-END-OF-FILE
               READ MSG-RTN-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 5100-APPLY-ONE-RETURN THRU 5100-EXIT
               END-READ
           END-PERFORM
      *
           CLOSE MSG-RTN-FILE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-APPLY-ONE-RETURN                                     *
      ****************************************************************
       5100-APPLY-ONE-RETURN.
      *
           IF RT-MSG-ID NOT NUMERIC
           OR NOT RT-STATUS-VALID
               ADD +1 TO WS-UNKNOWN-COUNT
               GO TO 5100-EXIT
           END-IF
      *
           MOVE RT-MSG-ID TO WS-HV-MSG-ID
           MOVE RT-STATUS TO WS-HV-NEW-STATUS
           MOVE RT-REASON TO WS-HV-REASON
      *
           EXEC SQL
               SELECT CUSTOMER_ID
                    , CHANNEL
                    , MSG_ADDRESS
               INTO   :WS-HV-CUST-ID
                    , :WS-HV-CHANNEL
                    , :WS-HV-ADDRESS
               FROM   AUTOSALE.OUTBOUND_MESSAGE
               WHERE  MSG_ID = :WS-HV-MSG-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   ADD +1 TO WS-UNKNOWN-COUNT
                   GO TO 5100-EXIT
               WHEN OTHER
                   DISPLAY 'BATMSG00: MESSAGE READ FAILED - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 5100-EXIT
           END-EVALUATE
      *
           EXEC SQL
               UPDATE AUTOSALE.OUTBOUND_MESSAGE
                  SET MSG_STATUS    = :WS-HV-NEW-STATUS
                    , STATUS_TS     = CURRENT TIMESTAMP
                    , RETURN_REASON = :WS-HV-REASON
               WHERE  MSG_ID = :WS-HV-MSG-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATMSG00: RETURN UPDATE FAILED - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5100-EXIT
           END-IF
      *
           ADD +1 TO WS-RETURN-COUNT
      *
           EVALUATE TRUE
               WHEN WS-HV-CHANNEL = 'E'
               AND (RT-STATUS = 'HB' OR 'OO' OR 'CP')
                   PERFORM 5200-SET-DO-NOT-EMAIL
               WHEN WS-HV-CHANNEL = 'T'
               AND (RT-STATUS = 'OO' OR 'CP')
                   PERFORM 5300-SET-DO-NOT-CALL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           PERFORM 7000-PERIODIC-COMMIT
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5200-SET-DO-NOT-EMAIL - ONLY WHILE THE ADDRESS IS CURRENT *
      ****************************************************************
       5200-SET-DO-NOT-EMAIL.
      *
           EXEC SQL
               UPDATE AUTOSALE.CUSTOMER
                  SET DO_NOT_EMAIL = 'Y'
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  CUSTOMER_ID = :WS-HV-CUST-ID
                 AND  EMAIL       = :WS-HV-ADDRESS
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-FLAG-SET-COUNT
               WHEN +100
                   ADD +1 TO WS-ADDR-CHANGED-COUNT
               WHEN OTHER
                   DISPLAY 'BATMSG00: DO-NOT-EMAIL UPDATE FAILED - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5300-SET-DO-NOT-CALL - TEXT STOP, WHILE THE CELL PHONE    *
      *    IS CURRENT                                                *
      ****************************************************************
       5300-SET-DO-NOT-CALL.
      *
           EXEC SQL
               UPDATE AUTOSALE.CUSTOMER
                  SET DO_NOT_CALL = 'Y'
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  CUSTOMER_ID = :WS-HV-CUST-ID
                 AND  CELL_PHONE  = :WS-HV-ADDRESS
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-FLAG-SET-COUNT
               WHEN +100
                   ADD +1 TO WS-ADDR-CHANGED-COUNT
               WHEN OTHER
                   DISPLAY 'BATMSG00: DO-NOT-CALL UPDATE FAILED - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
           END-EVALUATE
           .
      *
      ****************************************************************
      *    7000-PERIODIC-COMMIT - EVERY 500 UPDATES                  *
      ****************************************************************
       7000-PERIODIC-COMMIT.
      *
           ADD +1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= +500
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'BATMSG00: COMMIT FAILED - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
               END-IF
               MOVE +0 TO WS-SINCE-COMMIT
           END-IF
           .
      ****************************************************************
      * END OF BATMSG00                                              *
      ****************************************************************
