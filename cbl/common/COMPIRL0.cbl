       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPIRL0.
      ****************************************************************
      * PROGRAM:   COMPIRL0                                          *
      * SYSTEM:    AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING   *
      * AUTHOR:    AUTOSALES DEVELOPMENT TEAM                        *
      * DATE:      2026-10-15                                        *
      * PURPOSE:   SENSITIVE-FIELD READ ACCESS LOGGING MODULE.       *
      *            CALLED BY EVERY SCREEN THAT DISPLAYS A            *
      *            CUSTOMER'S DATE OF BIRTH, SSN LAST 4, DRIVER'S    *
      *            LICENSE, INCOME OR PURCHASE/LOAN HISTORY.         *
      *            INSERTS ONE PII_READ_LOG ROW CARRYING THE USER,   *
      *            CUSTOMER, PROGRAM, FIELDS SHOWN, THE USER'S HOME  *
      *            DEALER AND THE CUSTOMER'S DEALER, AND THE TIME.   *
      *            RPTPIR00 READS THE LOG WEEKLY FOR ANOMALIES.      *
      *            LOG FAILURES DO NOT ABEND THE CALLER.             *
      *                                                              *
      * CALL INTERFACE:                                              *
      *   CALL 'COMPIRL0' USING LK-PIR-USER-ID                       *
      *                         LK-PIR-PROGRAM-ID                    *
      *                         LK-PIR-CUSTOMER-ID                   *
      *                         LK-PIR-FIELDS                        *
      *                         LK-PIR-RETURN-CODE                   *
      *                         LK-PIR-ERROR-MSG                     *
      *                                                              *
      *   LK-PIR-FIELDS IS A FREE-FORM LIST OF THE FIELD TAGS SHOWN, *
      *   E.G. 'DOB SSN4 DL INC' - DOB  DATE OF BIRTH                *
      *                            SSN4 SSN LAST 4 (MASKED OR NOT)   *
      *                            DL   DRIVER'S LICENSE NUMBER      *
      *                            INC  ANNUAL OR MONTHLY INCOME     *
      *                            HIST PURCHASE AND LOAN HISTORY    *
      *                                                              *
      * RETURN CODES:                                                *
      *   00 - READ LOG RECORD WRITTEN SUCCESSFULLY                  *
      *   04 - WARNING: READ LOG WRITE FAILED (NON-FATAL)            *
      *                                                              *
      * TABLES:    AUTOSALE.PII_READ_LOG  (INSERT)                   *
      *            AUTOSALE.SYSTEM_USER   (SELECT)                   *
      *            AUTOSALE.CUSTOMER      (SELECT)                   *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID            PIC X(08) VALUE 'COMPIRL0'.
      *
      *    DB2 SQLCA
      *
           COPY WSSQLCA.
      *
      *    DCLGEN FOR PII_READ_LOG TABLE
      *
           COPY DCLPIIRL.
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-SAVED-SQLCODE    PIC S9(09) COMP VALUE 0.
           05  WS-SAVED-SQLSTATE   PIC X(05)  VALUE SPACES.
           05  WS-SQLCODE-DSP      PIC -9(09).
           05  WS-INSERT-ATTEMPTS  PIC 9(02)  VALUE 0.
           05  WS-MAX-ATTEMPTS     PIC 9(02)  VALUE 3.
           05  WS-RETRY-FLAG       PIC X(01)  VALUE 'N'.
               88  WS-SHOULD-RETRY          VALUE 'Y'.
               88  WS-NO-RETRY              VALUE 'N'.
      *
       LINKAGE SECTION.
      *
       01  LK-PIR-USER-ID         PIC X(08).
       01  LK-PIR-PROGRAM-ID      PIC X(08).
       01  LK-PIR-CUSTOMER-ID     PIC S9(09) COMP.
       01  LK-PIR-FIELDS          PIC X(20).
       01  LK-PIR-RETURN-CODE     PIC S9(04) COMP.
       01  LK-PIR-ERROR-MSG       PIC X(50).
      *
       PROCEDURE DIVISION USING LK-PIR-USER-ID
                                LK-PIR-PROGRAM-ID
                                LK-PIR-CUSTOMER-ID
                                LK-PIR-FIELDS
                                LK-PIR-RETURN-CODE
                                LK-PIR-ERROR-MSG.
      *
       0000-MAIN-ENTRY.
      *
           MOVE ZEROS TO LK-PIR-RETURN-CODE
           MOVE SPACES TO LK-PIR-ERROR-MSG
      *
           PERFORM 1000-VALIDATE-INPUT THRU 1000-EXIT
           IF LK-PIR-RETURN-CODE NOT = ZEROS
               GO TO 0000-EXIT
           END-IF
      *
           PERFORM 2000-BUILD-READ-RECORD
      *
           PERFORM 3000-INSERT-READ-LOG
      *
       0000-EXIT.
           GOBACK
           .
      *
      *---------------------------------------------------------------*
      * 1000 - VALIDATE INPUT PARAMETERS                               *
      *---------------------------------------------------------------*
       1000-VALIDATE-INPUT.
      *
           IF LK-PIR-USER-ID = SPACES OR LOW-VALUES
               MOVE +4 TO LK-PIR-RETURN-CODE
               MOVE 'READ LOG: USER ID IS REQUIRED'
                   TO LK-PIR-ERROR-MSG
               GO TO 1000-EXIT
           END-IF
      *
           IF LK-PIR-PROGRAM-ID = SPACES OR LOW-VALUES
               MOVE +4 TO LK-PIR-RETURN-CODE
               MOVE 'READ LOG: PROGRAM ID IS REQUIRED'
                   TO LK-PIR-ERROR-MSG
               GO TO 1000-EXIT
           END-IF
      *
           IF LK-PIR-CUSTOMER-ID NOT > +0
               MOVE +4 TO LK-PIR-RETURN-CODE
               MOVE 'READ LOG: CUSTOMER ID IS REQUIRED'
                   TO LK-PIR-ERROR-MSG
               GO TO 1000-EXIT
           END-IF
      *
           IF LK-PIR-FIELDS = SPACES OR LOW-VALUES
               MOVE +4 TO LK-PIR-RETURN-CODE
               MOVE 'READ LOG: FIELD LIST IS REQUIRED'
                   TO LK-PIR-ERROR-MSG
           END-IF
           .
       1000-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 2000 - BUILD THE READ LOG RECORD                               *
      *        HOME DEALER OF THE USER AND OF THE CUSTOMER ARE         *
      *        CAPTURED NOW SO A LATER TRANSFER DOES NOT HIDE AN       *
      *        OUT-OF-DEALER LOOK-UP. UNKNOWN DEALERS LOG AS SPACES.   *
      *---------------------------------------------------------------*
       2000-BUILD-READ-RECORD.
      *
           MOVE LK-PIR-USER-ID     TO USER-ID      OF DCLPII-READ-LOG
           MOVE LK-PIR-PROGRAM-ID  TO SOURCE-PGM   OF DCLPII-READ-LOG
           MOVE LK-PIR-CUSTOMER-ID TO CUSTOMER-ID  OF DCLPII-READ-LOG
           MOVE LK-PIR-FIELDS      TO FIELDS-SHOWN OF DCLPII-READ-LOG
           MOVE SPACES             TO USER-DEALER  OF DCLPII-READ-LOG
           MOVE SPACES             TO CUST-DEALER  OF DCLPII-READ-LOG
      *
           EXEC SQL
               SELECT DEALER_CODE
               INTO   :USER-DEALER OF DCLPII-READ-LOG
               FROM   AUTOSALE.SYSTEM_USER
               WHERE  USER_ID = :LK-PIR-USER-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE SPACES TO USER-DEALER OF DCLPII-READ-LOG
           END-IF
      *
           EXEC SQL
               SELECT DEALER_CODE
               INTO   :CUST-DEALER OF DCLPII-READ-LOG
               FROM   AUTOSALE.CUSTOMER
               WHERE  CUSTOMER_ID = :LK-PIR-CUSTOMER-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE SPACES TO CUST-DEALER OF DCLPII-READ-LOG
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 3000 - INSERT READ LOG RECORD INTO DB2                         *
      *        RETRIES ON DEADLOCK/TIMEOUT (UP TO 3 ATTEMPTS)          *
      *        NEVER ABENDS - SETS WARNING CODE ON FAILURE             *
      *---------------------------------------------------------------*
       3000-INSERT-READ-LOG.
      *
           MOVE 0 TO WS-INSERT-ATTEMPTS
           MOVE 'Y' TO WS-RETRY-FLAG
      *
           PERFORM UNTIL WS-NO-RETRY
               OR WS-INSERT-ATTEMPTS >= WS-MAX-ATTEMPTS
      *
               ADD 1 TO WS-INSERT-ATTEMPTS
               MOVE 'N' TO WS-RETRY-FLAG
      *
               EXEC SQL
                   INSERT INTO AUTOSALE.PII_READ_LOG
                   ( USER_ID,
                     SOURCE_PGM,
                     CUSTOMER_ID,
                     FIELDS_SHOWN,
                     USER_DEALER,
                     CUST_DEALER,
                     READ_TS
                   )
                   VALUES
                   ( :USER-ID      OF DCLPII-READ-LOG,
                     :SOURCE-PGM   OF DCLPII-READ-LOG,
                     :CUSTOMER-ID  OF DCLPII-READ-LOG,
                     :FIELDS-SHOWN OF DCLPII-READ-LOG,
                     :USER-DEALER  OF DCLPII-READ-LOG,
                     :CUST-DEALER  OF DCLPII-READ-LOG,
                     CURRENT TIMESTAMP
                   )
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       MOVE 'N' TO WS-RETRY-FLAG
                   WHEN -911
                   WHEN -913
      *                DEADLOCK OR TIMEOUT - RETRY
                       MOVE 'Y' TO WS-RETRY-FLAG
                       MOVE SQLCODE  TO WS-SAVED-SQLCODE
                       MOVE SQLSTATE TO WS-SAVED-SQLSTATE
                   WHEN OTHER
                       MOVE 'N' TO WS-RETRY-FLAG
                       MOVE SQLCODE  TO WS-SAVED-SQLCODE
                       MOVE SQLSTATE TO WS-SAVED-SQLSTATE
               END-EVALUATE
      *
           END-PERFORM
      *
           IF SQLCODE NOT = 0
               MOVE +4 TO LK-PIR-RETURN-CODE
               MOVE WS-SAVED-SQLCODE TO WS-SQLCODE-DSP
               STRING 'READ LOG: SQL ERROR '
                      WS-SQLCODE-DSP
                      ' STATE='
                      WS-SAVED-SQLSTATE
                      DELIMITED BY SIZE
                   INTO LK-PIR-ERROR-MSG
           END-IF
           .
       3000-EXIT.
           EXIT.
      ****************************************************************
      * END OF COMPIRL0                                              *
      ****************************************************************
