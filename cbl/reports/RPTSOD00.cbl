       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSOD00.
      ****************************************************************
      * PROGRAM:    RPTSOD00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTING                                  *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    SEGREGATION-OF-DUTIES CONFLICT REPORT. LISTS     *
      *             EVERY ACTIVE USER WHO CURRENTLY HOLDS BOTH       *
      *             FUNCTIONS OF AN ACTIVE SOD_CONFLICT RULE, BY     *
      *             DEALER AND USER. A FUNCTION IS HELD WHEN THE     *
      *             AUTH_MATRIX HAS AN ALLOWED ROW FOR THE USER ID   *
      *             OR USER TYPE AND NO NAMED-USER DENY ROW - THE    *
      *             SAME TEST COMAUTL0 APPLIES AT SIGN-ON. A CURRENT *
      *             SOD_EXCEPTION IS SHOWN WITH ITS APPROVER, EXPIRY *
      *             DATE AND REASON; CONFLICTS WITHOUT ONE ARE       *
      *             MARKED ** NONE ** FOR FOLLOW-UP.                 *
      *             RC 4 WHEN ANY CONFLICT HAS NO EXCEPTION.         *
      *                                                              *
      * TABLES:     AUTOSALE.SOD_CONFLICT  (READ)                    *
      *             AUTOSALE.SOD_EXCEPTION (READ)                    *
      *             AUTOSALE.AUTH_MATRIX   (READ)                    *
      *             AUTOSALE.SYSTEM_USER   (READ)                    *
      *                                                              *
      * OUTPUT:     SODRPT DD - CONFLICT REPORT (132 CHARS)          *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE
               ASSIGN TO SODRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'RPTSOD00'.
      *
       01  WS-FILE-STATUS                PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE         PIC S9(04) COMP VALUE +56.
           05  WS-CONFLICT-COUNT         PIC S9(06) COMP VALUE +0.
           05  WS-EXCEPTED-COUNT         PIC S9(06) COMP VALUE +0.
           05  WS-OPEN-COUNT             PIC S9(06) COMP VALUE +0.
           05  WS-OPEN-BLOCK-COUNT       PIC S9(06) COMP VALUE +0.
           05  WS-EOF-CONFLICT           PIC X(01) VALUE 'N'.
               88  WS-CONFLICT-DONE                VALUE 'Y'.
           05  WS-SQL-ERROR-FLAG         PIC X(01) VALUE 'N'.
               88  WS-SQL-ERROR                    VALUE 'Y'.
           05  WS-RUN-DATE               PIC X(10) VALUE SPACES.
           05  WS-PREV-DEALER            PIC X(05) VALUE SPACES.
      *
       01  WS-HV-CONFLICT.
           05  WS-HV-DEALER              PIC X(05).
           05  WS-HV-USER-ID             PIC X(08).
           05  WS-HV-USER-NAME           PIC X(24).
           05  WS-HV-USER-TYPE           PIC X(01).
           05  WS-HV-FUNC-1              PIC X(08).
           05  WS-HV-FUNC-2              PIC X(08).
           05  WS-HV-RULE-ACTION         PIC X(01).
           05  WS-HV-APPROVED-BY         PIC X(08).
           05  WS-HV-EXPIRY-DATE         PIC X(10).
           05  WS-HV-REASON              PIC X(49).
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(36)
               VALUE 'SEGREGATION-OF-DUTIES CONFLICTS     '.
           05  FILLER                    PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE               PIC Z(4)9.
           05  FILLER                    PIC X(44) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'AS OF '.
           05  WS-RH2-DATE               PIC X(10).
           05  FILLER                    PIC X(50)
               VALUE ' - USERS HOLDING BOTH FUNCTIONS OF ACTIVE RULES'.
           05  FILLER                    PIC X(65) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-3.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE 'DEALER '.
           05  FILLER                    PIC X(10) VALUE 'USER ID   '.
           05  FILLER                    PIC X(26)
               VALUE 'USER NAME                 '.
           05  FILLER                    PIC X(04) VALUE 'TYP '.
           05  FILLER                    PIC X(10) VALUE 'FUNCTION 1'.
           05  FILLER                    PIC X(10) VALUE 'FUNCTION 2'.
           05  FILLER                    PIC X(07) VALUE 'RULE   '.
           05  FILLER                    PIC X(50)
               VALUE 'DOCUMENTED EXCEPTION'.
           05  FILLER                    PIC X(07) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-DEALER              PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-USER-ID             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-USER-NAME           PIC X(24).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-USER-TYPE           PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-FUNC-1              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-FUNC-2              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-RULE                PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-EXCEPTION           PIC X(50).
           05  FILLER                    PIC X(07) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'USER_ID             009008A'.
           05  FILLER                  PIC X(27)
               VALUE 'USER_NAME           019024A'.
           05  FILLER                  PIC X(27)
               VALUE 'USER_TYPE           046001A'.
           05  FILLER                  PIC X(27)
               VALUE 'FUNC_1              049008A'.
           05  FILLER                  PIC X(27)
               VALUE 'FUNC_2              059008A'.
           05  FILLER                  PIC X(27)
               VALUE 'RULE                069005A'.
           05  FILLER                  PIC X(27)
               VALUE 'EXCEPTION           076050A'.
      *
           COPY WSDLMOUT.
      *
       01  WS-REASON-LINE.
           05  FILLER                    PIC X(75) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'REASON: '.
           05  WS-RL-REASON              PIC X(49).
      *
       01  WS-EXCEPTION-TEXT.
           05  FILLER                    PIC X(12) VALUE 'APPROVED BY '.
           05  WS-ET-APPROVED-BY         PIC X(08).
           05  FILLER                    PIC X(04) VALUE ' TO '.
           05  WS-ET-EXPIRY-DATE         PIC X(10).
           05  FILLER                    PIC X(16) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-TL-LABEL               PIC X(40).
           05  WS-TL-COUNT               PIC Z(05)9.
           05  FILLER                    PIC X(85) VALUE SPACES.
      *
       01  WS-NONE-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(50)
               VALUE 'NO USER HOLDS A CONFLICTING PAIR OF FUNCTIONS'.
           05  FILLER                    PIC X(81) VALUE SPACES.
      *
       01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.
      *
      *    CURSOR - ONE ROW PER USER AND CONFLICTING PAIR HELD
      *
           EXEC SQL
               DECLARE CSR_SOD_HOLD CURSOR FOR
               SELECT U.DEALER_CODE
                    , U.USER_ID
                    , SUBSTR(U.USER_NAME, 1, 24)
                    , U.USER_TYPE
                    , C.FUNCTION_CODE_1
                    , C.FUNCTION_CODE_2
                    , C.RULE_ACTION
                    , COALESCE(X.APPROVED_BY, ' ')
                    , COALESCE(CHAR(X.EXPIRY_DATE, ISO), ' ')
                    , COALESCE(SUBSTR(X.REASON, 1, 49), ' ')
               FROM   AUTOSALE.SOD_CONFLICT C
                      INNER JOIN AUTOSALE.SYSTEM_USER U
                        ON  C.ACTIVE_FLAG = 'Y'
                        AND U.ACTIVE_FLAG = 'Y'
                      LEFT OUTER JOIN AUTOSALE.SOD_EXCEPTION X
                        ON  X.USER_ID         = U.USER_ID
                        AND X.FUNCTION_CODE_1 = C.FUNCTION_CODE_1
                        AND X.FUNCTION_CODE_2 = C.FUNCTION_CODE_2
                        AND X.EXPIRY_DATE    >= CURRENT DATE
               WHERE  EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.AUTH_MATRIX G1
                       WHERE  G1.FUNCTION_CODE = C.FUNCTION_CODE_1
                         AND  G1.ALLOWED_FLAG  = 'Y'
                         AND  (G1.AUTH_KEY = U.USER_ID
                               OR G1.AUTH_KEY = U.USER_TYPE))
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.AUTH_MATRIX N1
                       WHERE  N1.FUNCTION_CODE = C.FUNCTION_CODE_1
                         AND  N1.AUTH_KEY      = U.USER_ID
                         AND  N1.ALLOWED_FLAG  = 'N')
                 AND  EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.AUTH_MATRIX G2
                       WHERE  G2.FUNCTION_CODE = C.FUNCTION_CODE_2
                         AND  G2.ALLOWED_FLAG  = 'Y'
                         AND  (G2.AUTH_KEY = U.USER_ID
                               OR G2.AUTH_KEY = U.USER_TYPE))
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.AUTH_MATRIX N2
                       WHERE  N2.FUNCTION_CODE = C.FUNCTION_CODE_2
                         AND  N2.AUTH_KEY      = U.USER_ID
                         AND  N2.ALLOWED_FLAG  = 'N')
               ORDER BY 1, 2, 5, 6
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTSOD00: SEGREGATION-OF-DUTIES CONFLICTS - START'
      *
           PERFORM 1000-INITIALIZE
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTSOD00: ERROR OPENING SODRPT - '
                       WS-FILE-STATUS
               MOVE +8 TO RETURN-CODE
               GO TO 0000-WRAP-UP
           END-IF
      *
           MOVE 'RPTSOD00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           PERFORM 6000-PAGE-HEADER
      *
           PERFORM 3000-PROCESS-CONFLICTS THRU 3000-EXIT
      *
           IF WS-CONFLICT-COUNT = +0
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
      *
           PERFORM 5000-WRITE-TOTALS
      *
           CLOSE REPORT-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           IF WS-SQL-ERROR
               MOVE +8 TO RETURN-CODE
           ELSE
               IF WS-OPEN-COUNT > +0
                   MOVE +4 TO RETURN-CODE
               END-IF
           END-IF
           .
       0000-WRAP-UP.
      *
           DISPLAY 'RPTSOD00: PROCESSING COMPLETE'
           DISPLAY 'RPTSOD00:   CONFLICTS HELD    = ' WS-CONFLICT-COUNT
           DISPLAY 'RPTSOD00:   WITH EXCEPTION    = ' WS-EXCEPTED-COUNT
           DISPLAY 'RPTSOD00:   WITHOUT EXCEPTION = ' WS-OPEN-COUNT
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - RUN DATE                                *
      ****************************************************************
       1000-INITIALIZE.
      *
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO   :WS-RUN-DATE
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           MOVE WS-RUN-DATE TO WS-RH2-DATE
           .
      *
      ****************************************************************
      *    3000-PROCESS-CONFLICTS                                    *
      ****************************************************************
       3000-PROCESS-CONFLICTS.
      *
           EXEC SQL
               OPEN CSR_SOD_HOLD
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTSOD00: ERROR OPENING CONFLICT CURSOR - '
                       SQLCODE
               SET WS-SQL-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CONFLICT
      *
           PERFORM UNTIL WS-CONFLICT-DONE
               EXEC SQL
                   FETCH CSR_SOD_HOLD
                   INTO  :WS-HV-DEALER
                       , :WS-HV-USER-ID
                       , :WS-HV-USER-NAME
                       , :WS-HV-USER-TYPE
                       , :WS-HV-FUNC-1
                       , :WS-HV-FUNC-2
                       , :WS-HV-RULE-ACTION
                       , :WS-HV-APPROVED-BY
                       , :WS-HV-EXPIRY-DATE
                       , :WS-HV-REASON
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4000-WRITE-CONFLICT
                   WHEN +100
                       SET WS-CONFLICT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTSOD00: CONFLICT FETCH ERROR - '
                               SQLCODE
                       SET WS-SQL-ERROR TO TRUE
                       SET WS-CONFLICT-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_SOD_HOLD
           END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-WRITE-CONFLICT - ONE USER AND PAIR                   *
      ****************************************************************
       4000-WRITE-CONFLICT.
      *
           ADD +1 TO WS-CONFLICT-COUNT
      *
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 6000-PAGE-HEADER
           ELSE
               IF WS-HV-DEALER NOT = WS-PREV-DEALER
               AND WS-CONFLICT-COUNT > +1
                   MOVE WS-BLANK-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD +1 TO WS-LINE-COUNT
               END-IF
           END-IF
           MOVE WS-HV-DEALER TO WS-PREV-DEALER
      *
           MOVE WS-HV-DEALER      TO WS-DL-DEALER
           MOVE WS-HV-USER-ID     TO WS-DL-USER-ID
           MOVE WS-HV-USER-NAME   TO WS-DL-USER-NAME
           MOVE WS-HV-USER-TYPE   TO WS-DL-USER-TYPE
           MOVE WS-HV-FUNC-1      TO WS-DL-FUNC-1
           MOVE WS-HV-FUNC-2      TO WS-DL-FUNC-2
      *
           IF WS-HV-RULE-ACTION = 'B'
               MOVE 'BLOCK' TO WS-DL-RULE
           ELSE
               MOVE 'WARN'  TO WS-DL-RULE
           END-IF
      *
           IF WS-HV-APPROVED-BY = SPACES
               ADD +1 TO WS-OPEN-COUNT
               IF WS-HV-RULE-ACTION = 'B'
                   ADD +1 TO WS-OPEN-BLOCK-COUNT
               END-IF
               MOVE '** NONE **' TO WS-DL-EXCEPTION
           ELSE
               ADD +1 TO WS-EXCEPTED-COUNT
               MOVE WS-HV-APPROVED-BY TO WS-ET-APPROVED-BY
               MOVE WS-HV-EXPIRY-DATE TO WS-ET-EXPIRY-DATE
               MOVE WS-EXCEPTION-TEXT TO WS-DL-EXCEPTION
           END-IF
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
      *
           IF WS-HV-APPROVED-BY NOT = SPACES
               MOVE WS-HV-REASON TO WS-RL-REASON
               WRITE REPORT-RECORD FROM WS-REASON-LINE
               ADD +1 TO WS-LINE-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    5000-WRITE-TOTALS                                         *
      ****************************************************************
       5000-WRITE-TOTALS.
      *
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
      *
           MOVE 'CONFLICTING PAIRS HELD' TO WS-TL-LABEL
           MOVE WS-CONFLICT-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'WITH A CURRENT EXCEPTION' TO WS-TL-LABEL
           MOVE WS-EXCEPTED-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'WITHOUT AN EXCEPTION' TO WS-TL-LABEL
           MOVE WS-OPEN-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE '  OF WHICH UNDER A BLOCKING RULE' TO WS-TL-LABEL
           MOVE WS-OPEN-BLOCK-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           .
      *
      ****************************************************************
      *    6000-PAGE-HEADER                                          *
      ****************************************************************
       6000-PAGE-HEADER.
      *
           ADD +1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RH1-PAGE
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-3
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
           MOVE +4 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DL-DEALER TO WS-DLM-DEALER-CODE
           MOVE WS-DETAIL-LINE TO WS-DLM-LINE
           MOVE 'ROW ' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    8950-CALL-DLM-SERVICE - DELIMITED DATA FILE (COMDLML0)    *
      ****************************************************************
       8950-CALL-DLM-SERVICE.
      *
           CALL 'COMDLML0' USING WS-DLM-REQUEST
                                 WS-DLM-RESULT
      *
           IF WS-DLM-RETURN-CODE > +4
               DISPLAY 'RPTSOD00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      ****************************************************************
      * END OF RPTSOD00                                              *
      ****************************************************************
