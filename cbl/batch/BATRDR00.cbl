       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATRDR00.
      ****************************************************************
      * PROGRAM:    BATRDR00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    DAILY OEM RETAIL DELIVERY REPORT (RDR). THE      *
      *             FACTORY STARTS THE WARRANTY CLOCK AND PAYS       *
      *             RETAIL INCENTIVES FROM THESE RECORDS.            *
      *               1. OEM_RDR TRIGGERS (RAISED BY SALCMP00 ON     *
      *                  COMPLETION) - ONE SALE RECORD (TYPE S) PER  *
      *                  DELIVERED DEAL: VIN, DELIVERY DATE, BUYER,  *
      *                  SALE TYPE, FLEET AND DEMO INDICATORS.       *
      *                  WHOLESALE DEALS ARE NOT RETAIL DELIVERIES   *
      *                  AND ARE NOT REPORTED.                       *
      *               2. RDR_REV TRIGGERS (RAISED BY SALCAN00 ON AN  *
      *                  UNWIND) - ONE REVERSAL RECORD (TYPE R)      *
      *                  REPEATING THE SALE RECORD THE OEM HOLDS.    *
      *                  NO REVERSAL GOES WHEN THE SALE WAS NEVER    *
      *                  SENT OR WAS REJECTED.                       *
      *               3. RESUBMISSIONS - A REJECTED RECORD WHOSE     *
      *                  RDRREJ WORKLIST ENTRY HAS BEEN RESOLVED IN  *
      *                  ADMEXC00 SINCE THE REJECT IS SENT AGAIN,    *
      *                  REBUILT FROM THE CORRECTED DEAL/CUSTOMER.   *
      *               4. RECORDS SENT OVER 3 DAYS AGO WITH NO OEM    *
      *                  RESPONSE (BATRDA00) ARE LISTED.             *
      *             EVERY RECORD SENT IS HELD ON OEM_RDR (STATUS ST) *
      *             IN THE SAME UNIT OF WORK AS THE RUN; ANY ERROR   *
      *             BACKS THE WHOLE RUN OUT SO THE FILE AND THE      *
      *             TABLE NEVER DISAGREE.                            *
      *                                                              *
      *             RDR FILE (PIPE-DELIMITED):                       *
      *               FH|RUN DATE|AUTOSALES RETAIL DELIVERY REPORT   *
      *               DT|RDR ID|S OR R|DEALER|VIN|DELIVERY DATE|     *
      *                  BUYER|STATE|ZIP|SALE TYPE|FLEET Y/N|        *
      *                  DEMO Y/N|DEAL NUMBER                        *
      *               FT|SALE COUNT|REVERSAL COUNT|RECORD COUNT      *
      *                                                              *
      * TABLES:     AUTOSALE.COMMISSION_AUDIT (READ/UPDATE)          *
      *             AUTOSALE.OEM_RDR          (READ/INSERT/UPDATE)   *
      *             AUTOSALE.SALES_DEAL       (READ)                 *
      *             AUTOSALE.CUSTOMER         (READ)                 *
      *             AUTOSALE.FLEET_USAGE      (READ)                 *
      *             AUTOSALE.EXCEPTION_QUEUE  (READ)                 *
      *                                                              *
      * OUTPUT:     RDROUT DD - OEM RDR FILE (PIPE-DELIMITED)        *
      *             RDRRPT DD - RDR SEND REGISTER (132 CHARS)        *
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
           SELECT RDR-FILE
               ASSIGN TO RDROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDROUT-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO RDRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDRRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  RDR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
       01  RDR-RECORD                    PIC X(200).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATRDR00'.
      *
       01  WS-RDROUT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RDRRPT-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-COUNTERS.
           05  WS-SALE-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-REVERSAL-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-RESEND-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-SKIPPED-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-NO-RESPONSE-COUNT      PIC S9(09) COMP-3 VALUE +0.
           05  WS-RECORD-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-TRG                PIC X(01) VALUE 'N'.
               88  WS-TRG-DONE                     VALUE 'Y'.
           05  WS-EOF-RSN                PIC X(01) VALUE 'N'.
               88  WS-RSN-DONE                     VALUE 'Y'.
           05  WS-EOF-NRS                PIC X(01) VALUE 'N'.
               88  WS-NRS-DONE                     VALUE 'Y'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.
      *
      *    HOST VARIABLES - TRIGGER CURSOR
      *
       01  WS-HV-TRIGGER.
           05  WS-HV-DEAL-NUMBER         PIC X(10).
           05  WS-HV-ENTITY-TYPE         PIC X(08).
           05  WS-HV-DEAL-STATUS         PIC X(02).
           05  WS-HV-DEAL-TYPE           PIC X(01).
      *
       01  WS-HV-EXIST-CT                PIC S9(04) COMP VALUE +0.
       01  WS-HV-ORIG-ID                 PIC S9(09) COMP VALUE +0.
       01  WS-HV-TRIG-DESC               PIC X(40) VALUE SPACES.
      *
      *    HOST VARIABLES - ONE OEM_RDR ROW AS SENT
      *
       01  WS-HV-RDR.
           05  WS-HV-RDR-ID              PIC S9(09) COMP.
           05  WS-HV-RDR-DEAL            PIC X(10).
           05  WS-HV-RDR-DEALER          PIC X(05).
           05  WS-HV-RDR-VIN             PIC X(17).
           05  WS-HV-RDR-TYPE            PIC X(01).
               88  WS-HV-RDR-SALE                  VALUE 'S'.
               88  WS-HV-RDR-REVERSAL              VALUE 'R'.
           05  WS-HV-RDR-DELIVERY        PIC X(10).
           05  WS-HV-RDR-BUYER           PIC X(40).
           05  WS-HV-RDR-STATE           PIC X(02).
           05  WS-HV-RDR-ZIP             PIC X(10).
           05  WS-HV-RDR-SALE-TYPE       PIC X(01).
           05  WS-HV-RDR-FLEET           PIC X(01).
           05  WS-HV-RDR-DEMO            PIC X(01).
           05  WS-HV-RDR-SENT            PIC X(10).
           05  WS-HV-RDR-DAYS            PIC S9(09) COMP.
      *
      *    OUTPUT FILE WORK FIELDS
      *
       01  WS-OUT-BUFFER                 PIC X(200) VALUE SPACES.
       01  WS-ID-DISPLAY                 PIC 9(09).
       01  WS-SCNT-DISPLAY               PIC 9(07).
       01  WS-RCNT-DISPLAY               PIC 9(07).
       01  WS-TCNT-DISPLAY               PIC 9(07).
       01  WS-SEND-REASON                PIC X(10) VALUE SPACES.
      *
      *    REPORT CONTROL
      *
       01  WS-REPORT-CONTROL.
           05  WS-PAGE-NUM               PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT             PIC S9(04) COMP VALUE +99.
           05  WS-LINES-PER-PAGE         PIC S9(04) COMP VALUE +55.
      *
      *    REPORT LINES (132)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(34)
               VALUE ' OEM RETAIL DELIVERY REPORT SENT  '.
           05  FILLER                    PIC X(07) VALUE 'DATE:  '.
           05  WS-RH1-DATE               PIC X(10).
           05  FILLER                    PIC X(06) VALUE '  PAGE'.
           05  WS-RH1-PAGE               PIC ZZZ9.
           05  FILLER                    PIC X(30) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-COLUMN-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'RDR ID     '.
           05  FILLER                    PIC X(10) VALUE 'SENT AS   '.
           05  FILLER                    PIC X(08) VALUE 'DEALER  '.
           05  FILLER                    PIC X(12) VALUE 'DEAL NO     '.
           05  FILLER                    PIC X(19)
               VALUE 'VIN                '.
           05  FILLER                    PIC X(12) VALUE 'DELIVERED   '.
           05  FILLER                    PIC X(42) VALUE 'BUYER'.
           05  FILLER                    PIC X(17)
               VALUE 'TYP FLT DMO      '.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-RDR-ID              PIC 9(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-SENT-AS             PIC X(10).
           05  WS-DL-DEALER              PIC X(05).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-DEAL                PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-VIN                 PIC X(17).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-DELIVERY            PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-BUYER               PIC X(40).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-SALE-TYPE           PIC X(01).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-FLEET               PIC X(01).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-DEMO                PIC X(01).
           05  FILLER                    PIC X(07) VALUE SPACES.
      *
       01  WS-NRS-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(50)
           VALUE 'SENT OVER 3 DAYS AGO - NO OEM RESPONSE YET        '.
           05  FILLER                    PIC X(81) VALUE SPACES.
      *
       01  WS-NRS-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-NL-RDR-ID              PIC 9(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-NL-TYPE                PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-NL-DEALER              PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-NL-DEAL                PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-NL-VIN                 PIC X(17).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-NL-SENT                PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-NL-DAYS                PIC ZZZ9.
           05  FILLER                    PIC X(10)
               VALUE ' DAYS OUT '.
           05  FILLER                    PIC X(53) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-TL-LABEL               PIC X(30).
           05  WS-TL-COUNT               PIC Z(6)9.
           05  FILLER                    PIC X(92) VALUE SPACES.
      *
      *    PENDING SALE AND REVERSAL TRIGGERS, OLDEST FIRST SO A
      *    SALE IS ALWAYS WORKED BEFORE ITS OWN REVERSAL
      *
           EXEC SQL DECLARE CSR_RDR_TRG CURSOR WITH HOLD FOR
               SELECT A.DEAL_NUMBER
                    , A.ENTITY_TYPE
                    , S.DEAL_STATUS
                    , S.DEAL_TYPE
               FROM   AUTOSALE.COMMISSION_AUDIT A
               INNER JOIN AUTOSALE.SALES_DEAL S
                 ON   A.DEAL_NUMBER = S.DEAL_NUMBER
               WHERE  A.ENTITY_TYPE IN ('OEM_RDR', 'RDR_REV')
                 AND  A.DESCRIPTION LIKE '%PENDING%'
               ORDER BY A.AUDIT_TS, A.DEAL_NUMBER
           END-EXEC
      *
      *    REJECTED RECORDS CLEARED ON THE WORKLIST SINCE THE REJECT
      *
           EXEC SQL DECLARE CSR_RDR_RSN CURSOR WITH HOLD FOR
               SELECT R.RDR_ID
                    , R.DEAL_NUMBER
                    , R.RDR_TYPE
               FROM   AUTOSALE.OEM_RDR R
               WHERE  R.RDR_STATUS = 'RJ'
                 AND  EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.EXCEPTION_QUEUE Q
                        WHERE  Q.EXCEPTION_TYPE = 'RDRREJ'
                          AND  Q.KEY_VALUE = R.DEAL_NUMBER
                                          || R.RDR_TYPE
                          AND  Q.QUEUE_STATUS = 'R'
                          AND  Q.RESOLVED_TS >=
                               TIMESTAMP(R.RESPONSE_DATE,
                                         '00.00.00') )
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.EXCEPTION_QUEUE Q
                        WHERE  Q.EXCEPTION_TYPE = 'RDRREJ'
                          AND  Q.KEY_VALUE = R.DEAL_NUMBER
                                          || R.RDR_TYPE
                          AND  Q.QUEUE_STATUS = 'O' )
               ORDER BY R.RDR_ID
           END-EXEC
      *
      *    SENT, NO RESPONSE, OVER 3 DAYS
      *
           EXEC SQL DECLARE CSR_RDR_NRS CURSOR FOR
               SELECT R.RDR_ID
                    , R.RDR_TYPE
                    , R.DEALER_CODE
                    , R.DEAL_NUMBER
                    , R.VIN
                    , CHAR(R.SENT_DATE, ISO)
                    , DAYS(CURRENT DATE) - DAYS(R.SENT_DATE)
               FROM   AUTOSALE.OEM_RDR R
               WHERE  R.RDR_STATUS = 'ST'
                 AND  R.SENT_DATE < CURRENT DATE - 3 DAYS
               ORDER BY R.SENT_DATE, R.RDR_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATRDR00: OEM RETAIL DELIVERY REPORT - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-RDROUT-STATUS = '00'
           AND WS-RDRRPT-STATUS = '00'
               PERFORM 3000-PROCESS-TRIGGERS THRU 3000-EXIT
               IF WS-ERROR-COUNT = +0
                   PERFORM 5000-PROCESS-RESENDS THRU 5000-EXIT
               END-IF
               PERFORM 5900-WRITE-TRAILER
               PERFORM 6000-REPORT-NO-RESPONSE THRU 6000-EXIT
               PERFORM 7000-PRINT-TOTALS
           ELSE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
      *    THE OEM_RDR ROWS STAND ONLY IF THE WHOLE FILE WAS WRITTEN
      *
           IF WS-ERROR-COUNT = +0
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'BATRDR00: COMMIT FAILED - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'BATRDR00: RUN BACKED OUT - FILE NOT TO BE SENT'
           END-IF
      *
           DISPLAY 'BATRDR00: PROCESSING COMPLETE'
           DISPLAY 'BATRDR00:   SALES SENT     = ' WS-SALE-COUNT
           DISPLAY 'BATRDR00:   REVERSALS SENT = ' WS-REVERSAL-COUNT
           DISPLAY 'BATRDR00:   RESUBMITTED    = ' WS-RESEND-COUNT
           DISPLAY 'BATRDR00:   NOT REPORTED   = ' WS-SKIPPED-COUNT
           DISPLAY 'BATRDR00:   NO RESPONSE    = ' WS-NO-RESPONSE-COUNT
           DISPLAY 'BATRDR00:   ERRORS         = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NO-RESPONSE-COUNT > +0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE                                           *
      ****************************************************************
       1000-INITIALIZE.
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CURRENT-DATE-DATA
      *
           STRING WS-CURR-YYYY '-'
                  WS-CURR-MM   '-'
                  WS-CURR-DD
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
      *
           INITIALIZE WS-COUNTERS
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT RDR-FILE
           OPEN OUTPUT REPORT-FILE
      *
           IF WS-RDROUT-STATUS NOT = '00'
           OR WS-RDRRPT-STATUS NOT = '00'
               DISPLAY 'BATRDR00: ERROR OPENING OUTPUT - '
                       WS-RDROUT-STATUS ' ' WS-RDRRPT-STATUS
           ELSE
               INITIALIZE WS-OUT-BUFFER
               STRING
                   'FH|' WS-TODAY-DATE
                   '|AUTOSALES RETAIL DELIVERY REPORT'
                   DELIMITED BY SIZE
                   INTO WS-OUT-BUFFER
               WRITE RDR-RECORD FROM WS-OUT-BUFFER
           END-IF
           .
      *
      ****************************************************************
      *    3000-PROCESS-TRIGGERS                                     *
      ****************************************************************
       3000-PROCESS-TRIGGERS.
      *
           EXEC SQL OPEN CSR_RDR_TRG END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDR00: ERROR OPENING TRIGGER CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-TRG
      *
           PERFORM UNTIL WS-TRG-DONE
               EXEC SQL FETCH CSR_RDR_TRG
                   INTO :WS-HV-DEAL-NUMBER
                      , :WS-HV-ENTITY-TYPE
                      , :WS-HV-DEAL-STATUS
                      , :WS-HV-DEAL-TYPE
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       IF WS-HV-ENTITY-TYPE = 'OEM_RDR'
                           PERFORM 3100-SEND-SALE THRU 3100-EXIT
                       ELSE
                           PERFORM 3200-SEND-REVERSAL THRU 3200-EXIT
                       END-IF
                       IF WS-ERROR-COUNT > +0
                           SET WS-TRG-DONE TO TRUE
                       END-IF
                   WHEN +100
                       SET WS-TRG-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATRDR00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-TRG-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_RDR_TRG END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-SEND-SALE - ONE SALE RECORD PER DELIVERED DEAL       *
      ****************************************************************
       3100-SEND-SALE.
      *
           IF WS-HV-DEAL-TYPE = 'W'
               ADD +1 TO WS-SKIPPED-COUNT
               MOVE 'OEM RDR NOT REQUIRED - WHOLESALE'
                   TO WS-HV-TRIG-DESC
               PERFORM 3500-MARK-TRIGGER-DONE
               GO TO 3100-EXIT
           END-IF
      *
      *    COMPLETED AND UNWOUND BEFORE TONIGHT - NOTHING TO REPORT
      *
           IF WS-HV-DEAL-STATUS NOT = 'DL'
               ADD +1 TO WS-SKIPPED-COUNT
               MOVE 'OEM RDR NOT SENT - DEAL NOT DELIVERED'
                   TO WS-HV-TRIG-DESC
               PERFORM 3500-MARK-TRIGGER-DONE
               GO TO 3100-EXIT
           END-IF
      *
           MOVE +0 TO WS-HV-EXIST-CT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-EXIST-CT
               FROM   AUTOSALE.OEM_RDR
               WHERE  DEAL_NUMBER = :WS-HV-DEAL-NUMBER
                 AND  RDR_TYPE    = 'S'
                 AND  RDR_STATUS IN ('ST', 'AC', 'RJ')
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDR00: DB2 ERROR ON RDR CHECK - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3100-EXIT
           END-IF
      *
           IF WS-HV-EXIST-CT > +0
               MOVE 'OEM RDR ALREADY ON FILE - BATRDR00'
                   TO WS-HV-TRIG-DESC
               PERFORM 3500-MARK-TRIGGER-DONE
               GO TO 3100-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.OEMRDR_SEQ
               INTO   :WS-HV-RDR-ID
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDR00: ERROR ASSIGNING RDR ID - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3100-EXIT
           END-IF
      *
      *    DEMO = THE UNIT EVER WENT OUT AS A DEMO OR LOANER
      *    (FLEET_USAGE, VEHFLT00)
      *
           EXEC SQL
               INSERT INTO AUTOSALE.OEM_RDR
               ( RDR_ID
               , DEAL_NUMBER
               , DEALER_CODE
               , VIN
               , RDR_TYPE
               , DELIVERY_DATE
               , BUYER_NAME
               , BUYER_STATE
               , BUYER_ZIP
               , SALE_TYPE
               , FLEET_FLAG
               , DEMO_FLAG
               , RDR_STATUS
               , SENT_DATE
               , SEND_COUNT
               , CREATED_TS
               , UPDATED_TS
               )
               SELECT :WS-HV-RDR-ID
                    , S.DEAL_NUMBER
                    , S.DEALER_CODE
                    , S.VIN
                    , 'S'
                    , COALESCE(S.DELIVERY_DATE, S.DEAL_DATE,
                               CURRENT DATE)
                    , SUBSTR(STRIP(C.FIRST_NAME) || ' ' ||
                             STRIP(C.LAST_NAME), 1, 40)
                    , C.STATE_CODE
                    , C.ZIP_CODE
                    , S.DEAL_TYPE
                    , CASE WHEN S.DEAL_TYPE = 'F'
                             OR S.FLEET_ID IS NOT NULL
                           THEN 'Y' ELSE 'N' END
                    , CASE WHEN EXISTS
                                ( SELECT 1
                                  FROM   AUTOSALE.FLEET_USAGE U
                                  WHERE  U.VIN = S.VIN )
                           THEN 'Y' ELSE 'N' END
                    , 'ST'
                    , CURRENT DATE
                    , 1
                    , CURRENT TIMESTAMP
                    , CURRENT TIMESTAMP
               FROM   AUTOSALE.SALES_DEAL S
               INNER JOIN AUTOSALE.CUSTOMER C
                 ON   S.CUSTOMER_ID = C.CUSTOMER_ID
               WHERE  S.DEAL_NUMBER = :WS-HV-DEAL-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDR00: ERROR RECORDING RDR FOR DEAL '
                       WS-HV-DEAL-NUMBER ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3100-EXIT
           END-IF
      *
           MOVE 'OEM RDR SENT - BATRDR00' TO WS-HV-TRIG-DESC
           PERFORM 3500-MARK-TRIGGER-DONE
      *
           MOVE 'SALE' TO WS-SEND-REASON
           PERFORM 4000-WRITE-RDR THRU 4000-EXIT
           ADD +1 TO WS-SALE-COUNT
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3200-SEND-REVERSAL - UNWIND OF A SALE THE OEM HOLDS       *
      ****************************************************************
       3200-SEND-REVERSAL.
      *
           MOVE +0 TO WS-HV-ORIG-ID
           EXEC SQL
               SELECT RDR_ID
               INTO   :WS-HV-ORIG-ID
               FROM   AUTOSALE.OEM_RDR
               WHERE  DEAL_NUMBER = :WS-HV-DEAL-NUMBER
                 AND  RDR_TYPE    = 'S'
                 AND  RDR_STATUS IN ('ST', 'AC')
               ORDER BY RDR_ID DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           IF SQLCODE = +100
               ADD +1 TO WS-SKIPPED-COUNT
               MOVE 'OEM RDR REVERSAL NOT REQUIRED'
                   TO WS-HV-TRIG-DESC
               PERFORM 3500-MARK-TRIGGER-DONE
               GO TO 3200-EXIT
           END-IF
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDR00: DB2 ERROR ON SALE RDR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3200-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.OEMRDR_SEQ
               INTO   :WS-HV-RDR-ID
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDR00: ERROR ASSIGNING RDR ID - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3200-EXIT
           END-IF
      *
      *    THE REVERSAL REPEATS THE SALE EXACTLY AS THE OEM HAS IT
      *
           EXEC SQL
               INSERT INTO AUTOSALE.OEM_RDR
               ( RDR_ID
               , DEAL_NUMBER
               , DEALER_CODE
               , VIN
               , RDR_TYPE
               , DELIVERY_DATE
               , BUYER_NAME
               , BUYER_STATE
               , BUYER_ZIP
               , SALE_TYPE
               , FLEET_FLAG
               , DEMO_FLAG
               , RDR_STATUS
               , SENT_DATE
               , SEND_COUNT
               , CREATED_TS
               , UPDATED_TS
               )
               SELECT :WS-HV-RDR-ID
                    , O.DEAL_NUMBER
                    , O.DEALER_CODE
                    , O.VIN
                    , 'R'
                    , O.DELIVERY_DATE
                    , O.BUYER_NAME
                    , O.BUYER_STATE
                    , O.BUYER_ZIP
                    , O.SALE_TYPE
                    , O.FLEET_FLAG
                    , O.DEMO_FLAG
                    , 'ST'
                    , CURRENT DATE
                    , 1
                    , CURRENT TIMESTAMP
                    , CURRENT TIMESTAMP
               FROM   AUTOSALE.OEM_RDR O
               WHERE  O.RDR_ID = :WS-HV-ORIG-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDR00: ERROR RECORDING REVERSAL FOR DEAL '
                       WS-HV-DEAL-NUMBER ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3200-EXIT
           END-IF
      *
           MOVE 'OEM RDR REVERSAL SENT - BATRDR00' TO WS-HV-TRIG-DESC
           PERFORM 3500-MARK-TRIGGER-DONE
      *
           MOVE 'REVERSAL' TO WS-SEND-REASON
           PERFORM 4000-WRITE-RDR THRU 4000-EXIT
           ADD +1 TO WS-REVERSAL-COUNT
           .
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-MARK-TRIGGER-DONE                                    *
      ****************************************************************
       3500-MARK-TRIGGER-DONE.
      *
           EXEC SQL
               UPDATE AUTOSALE.COMMISSION_AUDIT
                  SET DESCRIPTION = :WS-HV-TRIG-DESC
               WHERE  DEAL_NUMBER = :WS-HV-DEAL-NUMBER
                 AND  ENTITY_TYPE = :WS-HV-ENTITY-TYPE
                 AND  DESCRIPTION LIKE '%PENDING%'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDR00: ERROR MARKING TRIGGER - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    4000-WRITE-RDR - DT RECORD AND REGISTER LINE FOR THE ROW  *
      *    JUST RECORDED (WS-HV-RDR-ID)                              *
      ****************************************************************
       4000-WRITE-RDR.
      *
           IF WS-ERROR-COUNT > +0
               GO TO 4000-EXIT
           END-IF
      *
           MOVE SPACES TO WS-HV-RDR-BUYER
           EXEC SQL
               SELECT DEAL_NUMBER
                    , DEALER_CODE
                    , VIN
                    , RDR_TYPE
                    , CHAR(DELIVERY_DATE, ISO)
                    , BUYER_NAME
                    , BUYER_STATE
                    , BUYER_ZIP
                    , SALE_TYPE
                    , FLEET_FLAG
                    , DEMO_FLAG
               INTO   :WS-HV-RDR-DEAL
                    , :WS-HV-RDR-DEALER
                    , :WS-HV-RDR-VIN
                    , :WS-HV-RDR-TYPE
                    , :WS-HV-RDR-DELIVERY
                    , :WS-HV-RDR-BUYER
                    , :WS-HV-RDR-STATE
                    , :WS-HV-RDR-ZIP
                    , :WS-HV-RDR-SALE-TYPE
                    , :WS-HV-RDR-FLEET
                    , :WS-HV-RDR-DEMO
               FROM   AUTOSALE.OEM_RDR
               WHERE  RDR_ID = :WS-HV-RDR-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDR00: ERROR READING RDR '
                       WS-HV-RDR-ID ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-HV-RDR-ID TO WS-ID-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'DT|' WS-ID-DISPLAY        '|'
               WS-HV-RDR-TYPE             '|'
               WS-HV-RDR-DEALER           '|'
               WS-HV-RDR-VIN              '|'
               WS-HV-RDR-DELIVERY         '|'
               WS-HV-RDR-BUYER            '|'
               WS-HV-RDR-STATE            '|'
               WS-HV-RDR-ZIP              '|'
               WS-HV-RDR-SALE-TYPE        '|'
               WS-HV-RDR-FLEET            '|'
               WS-HV-RDR-DEMO             '|'
               WS-HV-RDR-DEAL
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE RDR-RECORD FROM WS-OUT-BUFFER
      *
           IF WS-RDROUT-STATUS NOT = '00'
               DISPLAY 'BATRDR00: RDROUT WRITE ERROR - '
                       WS-RDROUT-STATUS
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           ADD +1 TO WS-RECORD-COUNT
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
           END-IF
      *
           MOVE WS-HV-RDR-ID TO WS-DL-RDR-ID
           MOVE WS-SEND-REASON TO WS-DL-SENT-AS
           MOVE WS-HV-RDR-DEALER TO WS-DL-DEALER
           MOVE WS-HV-RDR-DEAL TO WS-DL-DEAL
           MOVE WS-HV-RDR-VIN TO WS-DL-VIN
           MOVE WS-HV-RDR-DELIVERY TO WS-DL-DELIVERY
           MOVE WS-HV-RDR-BUYER TO WS-DL-BUYER
           MOVE WS-HV-RDR-SALE-TYPE TO WS-DL-SALE-TYPE
           MOVE WS-HV-RDR-FLEET TO WS-DL-FLEET
           MOVE WS-HV-RDR-DEMO TO WS-DL-DEMO
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD +1 TO WS-LINE-COUNT
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-PROCESS-RESENDS - REJECTS CLEARED ON THE WORKLIST    *
      ****************************************************************
       5000-PROCESS-RESENDS.
      *
           EXEC SQL OPEN CSR_RDR_RSN END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDR00: ERROR OPENING RESEND CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-RSN
      *
           PERFORM UNTIL WS-RSN-DONE
               EXEC SQL FETCH CSR_RDR_RSN
                   INTO :WS-HV-RDR-ID
                      , :WS-HV-RDR-DEAL
                      , :WS-HV-RDR-TYPE
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5100-RESEND-ONE THRU 5100-EXIT
                       IF WS-ERROR-COUNT > +0
                           SET WS-RSN-DONE TO TRUE
                       END-IF
                   WHEN +100
                       SET WS-RSN-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATRDR00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-RSN-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_RDR_RSN END-EXEC
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-RESEND-ONE - A SALE IS REBUILT FROM THE CORRECTED    *
      *    DEAL AND CUSTOMER; A SALE ON A DEAL NO LONGER DELIVERED   *
      *    IS CLOSED (CX) INSTEAD. A REVERSAL GOES AGAIN AS IS.      *
      ****************************************************************
       5100-RESEND-ONE.
      *
           IF WS-HV-RDR-REVERSAL
               EXEC SQL
                   UPDATE AUTOSALE.OEM_RDR
                      SET RDR_STATUS    = 'ST'
                        , SENT_DATE     = CURRENT DATE
                        , SEND_COUNT    = SEND_COUNT + 1
                        , RESPONSE_DATE = NULL
                        , REJECT_CODE   = NULL
                        , REJECT_DESC   = NULL
                        , UPDATED_TS    = CURRENT TIMESTAMP
                   WHERE  RDR_ID = :WS-HV-RDR-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE AUTOSALE.OEM_RDR R
                      SET ( DELIVERY_DATE
                          , BUYER_NAME
                          , BUYER_STATE
                          , BUYER_ZIP
                          , SALE_TYPE
                          , FLEET_FLAG ) =
                          ( SELECT COALESCE(S.DELIVERY_DATE,
                                            S.DEAL_DATE,
                                            R.DELIVERY_DATE)
                                 , SUBSTR(STRIP(C.FIRST_NAME) || ' '
                                       || STRIP(C.LAST_NAME), 1, 40)
                                 , C.STATE_CODE
                                 , C.ZIP_CODE
                                 , S.DEAL_TYPE
                                 , CASE WHEN S.DEAL_TYPE = 'F'
                                          OR S.FLEET_ID IS NOT NULL
                                        THEN 'Y' ELSE 'N' END
                            FROM   AUTOSALE.SALES_DEAL S
                            INNER JOIN AUTOSALE.CUSTOMER C
                              ON   S.CUSTOMER_ID = C.CUSTOMER_ID
                            WHERE  S.DEAL_NUMBER = R.DEAL_NUMBER )
                        , RDR_STATUS    = 'ST'
                        , SENT_DATE     = CURRENT DATE
                        , SEND_COUNT    = SEND_COUNT + 1
                        , RESPONSE_DATE = NULL
                        , REJECT_CODE   = NULL
                        , REJECT_DESC   = NULL
                        , UPDATED_TS    = CURRENT TIMESTAMP
                   WHERE  R.RDR_ID = :WS-HV-RDR-ID
                     AND  EXISTS
                          ( SELECT 1
                            FROM   AUTOSALE.SALES_DEAL S
                            WHERE  S.DEAL_NUMBER = R.DEAL_NUMBER
                              AND  S.DEAL_STATUS = 'DL' )
               END-EXEC
      *
               IF SQLCODE = +100
                   EXEC SQL
                       UPDATE AUTOSALE.OEM_RDR
                          SET RDR_STATUS = 'CX'
                            , UPDATED_TS = CURRENT TIMESTAMP
                       WHERE  RDR_ID = :WS-HV-RDR-ID
                   END-EXEC
                   IF SQLCODE NOT = +0
                       DISPLAY 'BATRDR00: ERROR CLOSING RDR '
                               WS-HV-RDR-ID ' - ' SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                   ELSE
                       ADD +1 TO WS-SKIPPED-COUNT
                   END-IF
                   GO TO 5100-EXIT
               END-IF
           END-IF
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDR00: ERROR RESUBMITTING RDR '
                       WS-HV-RDR-ID ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5100-EXIT
           END-IF
      *
           MOVE 'RESUBMIT' TO WS-SEND-REASON
           PERFORM 4000-WRITE-RDR THRU 4000-EXIT
           ADD +1 TO WS-RESEND-COUNT
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5900-WRITE-TRAILER                                        *
      ****************************************************************
       5900-WRITE-TRAILER.
      *
           MOVE WS-SALE-COUNT TO WS-SCNT-DISPLAY
           MOVE WS-REVERSAL-COUNT TO WS-RCNT-DISPLAY
           MOVE WS-RECORD-COUNT TO WS-TCNT-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'FT|' WS-SCNT-DISPLAY '|' WS-RCNT-DISPLAY
               '|' WS-TCNT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE RDR-RECORD FROM WS-OUT-BUFFER
           .
      *
      ****************************************************************
      *    6000-REPORT-NO-RESPONSE - SENT OVER 3 DAYS, NOT ANSWERED  *
      ****************************************************************
       6000-REPORT-NO-RESPONSE.
      *
           PERFORM 8000-NEW-PAGE
           WRITE REPORT-RECORD FROM WS-NRS-HDR
           ADD +1 TO WS-LINE-COUNT
      *
           EXEC SQL OPEN CSR_RDR_NRS END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDR00: ERROR OPENING RESPONSE CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 6000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-NRS
      *
           PERFORM UNTIL WS-NRS-DONE
               EXEC SQL FETCH CSR_RDR_NRS
                   INTO :WS-HV-RDR-ID
                      , :WS-HV-RDR-TYPE
                      , :WS-HV-RDR-DEALER
                      , :WS-HV-RDR-DEAL
                      , :WS-HV-RDR-VIN
                      , :WS-HV-RDR-SENT
                      , :WS-HV-RDR-DAYS
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-NO-RESPONSE-COUNT
                       IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                           PERFORM 8000-NEW-PAGE
                       END-IF
                       MOVE WS-HV-RDR-ID TO WS-NL-RDR-ID
                       MOVE WS-HV-RDR-TYPE TO WS-NL-TYPE
                       MOVE WS-HV-RDR-DEALER TO WS-NL-DEALER
                       MOVE WS-HV-RDR-DEAL TO WS-NL-DEAL
                       MOVE WS-HV-RDR-VIN TO WS-NL-VIN
                       MOVE WS-HV-RDR-SENT TO WS-NL-SENT
                       MOVE WS-HV-RDR-DAYS TO WS-NL-DAYS
                       WRITE REPORT-RECORD FROM WS-NRS-LINE
                       ADD +1 TO WS-LINE-COUNT
                   WHEN +100
                       SET WS-NRS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATRDR00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-NRS-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_RDR_NRS END-EXEC
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-PRINT-TOTALS                                         *
      ****************************************************************
       7000-PRINT-TOTALS.
      *
           IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
           END-IF
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
      *
           MOVE 'SALES SENT' TO WS-TL-LABEL
           MOVE WS-SALE-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'REVERSALS SENT' TO WS-TL-LABEL
           MOVE WS-REVERSAL-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'RESUBMITTED AFTER REJECT' TO WS-TL-LABEL
           MOVE WS-RESEND-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'NOT REPORTABLE' TO WS-TL-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'AWAITING OEM RESPONSE' TO WS-TL-LABEL
           MOVE WS-NO-RESPONSE-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           .
      *
      ****************************************************************
      *    8000-NEW-PAGE                                             *
      ****************************************************************
       8000-NEW-PAGE.
      *
           ADD +1 TO WS-PAGE-NUM
           MOVE WS-TODAY-DATE TO WS-RH1-DATE
           MOVE WS-PAGE-NUM TO WS-RH1-PAGE
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
           WRITE REPORT-RECORD FROM WS-COLUMN-HDR
               AFTER ADVANCING 2
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
           MOVE +5 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE RDR-FILE
           CLOSE REPORT-FILE
           .
      ****************************************************************
      * END OF BATRDR00                                              *
      ****************************************************************
