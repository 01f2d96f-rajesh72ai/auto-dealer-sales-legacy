       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATNMV00.
      ****************************************************************
      * PROGRAM:    BATNMV00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    NMVTIS TITLE HISTORY AND THEFT CHECK ON TRADES   *
      *             AND USED ACQUISITIONS. NIGHTLY, IN THIS ORDER:   *
      *               1. RESULTS - THE NMVTIS RESPONSE FILE FROM     *
      *                  THE PRIOR RUN'S INQUIRIES IS POSTED TO      *
      *                  NMVTIS_CHECK. A SALVAGE (SV), JUNK (JK) OR  *
      *                  FLOOD (FL) BRAND FROM ANY STATE, OR A THEFT *
      *                  RECORD, IS A HIT: THE VEHICLE ROW IS        *
      *                  BRANDED (BRAND_FLAG/BRAND_CODE, TH FOR A    *
      *                  THEFT WITH NO BRAND) AND AN NMVHIT ENTRY    *
      *                  GOES TO EXCEPTION_QUEUE FOR A MANAGER.      *
      *               2. BRAND SWEEP - A TRADE THAT ENTERS STOCK     *
      *                  AFTER ITS HIT PICKS UP THE BRAND THE SAME   *
      *                  NIGHT.                                      *
      *               3. INQUIRIES - EVERY TRADE-IN (SALTRD00) AND   *
      *                  USED ACQUISITION (VEHPUR00) VIN NOT YET     *
      *                  CHECKED GETS AN NMVTIS_CHECK ROW IN STATUS  *
      *                  SN AND A RECORD ON THE OUTBOUND FILE.       *
      *             A HIT HOLDS THE UNIT OFF BATLST00 RETAIL LISTING *
      *             AND SALQOT00 QUOTING UNTIL A MANAGER ENTERS A    *
      *             DISPOSITION IN VEHNMV00. NMVTIS_CHECK ROWS ARE   *
      *             KEPT AS THE NMVTIS REPORTING RECORD.             *
      *                                                              *
      *             INQUIRY RECORD LAYOUT (FIXED 80):                *
      *               01-17  VIN                                     *
      *               18-20  INQUIRY SEQUENCE (ZONED)                *
      *               21-22  SOURCE (TR=TRADE-IN, AQ=ACQUISITION)    *
      *               23-27  DEALER CODE                             *
      *               28-37  INQUIRY DATE (YYYY-MM-DD)               *
      *                                                              *
      *             RESPONSE RECORD LAYOUT (FIXED 80):               *
      *               01-17  VIN                                     *
      *               18-20  INQUIRY SEQUENCE (ZONED)                *
      *               21-22  RESPONSE CODE (OK=RECORD, NR=NO RECORD) *
      *               23-24  LATEST TITLE STATE                      *
      *               25-26  BRAND CODE (SV/JK/FL/OTHER/BLANK)       *
      *               27-36  BRAND DATE (YYYY-MM-DD)                 *
      *               37     THEFT RECORD (Y/N)                      *
      *               38-57  NMVTIS RESPONSE ID                      *
      *                                                              *
      * TABLES:     AUTOSALE.NMVTIS_CHECK        (READ/INSERT/UPDATE)*
      *             AUTOSALE.TRADE_IN            (READ)              *
      *             AUTOSALE.VEHICLE_ACQUISITION (READ)              *
      *             AUTOSALE.SALES_DEAL          (READ)              *
      *             AUTOSALE.VEHICLE             (READ/UPDATE)       *
      *             AUTOSALE.EXCEPTION_QUEUE     (INSERT)            *
      *                                                              *
      * INPUT:      NMVRSP  DD - NMVTIS RESPONSE FILE                *
      * OUTPUT:     NMVINQ  DD - NMVTIS INQUIRY FILE                 *
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
           SELECT NMV-RESPONSE-FILE
               ASSIGN TO NMVRSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NMVRSP-STATUS.
      *
           SELECT NMV-INQUIRY-FILE
               ASSIGN TO NMVINQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NMVINQ-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  NMV-RESPONSE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  NMV-RESPONSE-RECORD.
           05  NR-VIN                    PIC X(17).
           05  NR-INQUIRY-SEQ            PIC 9(03).
           05  NR-RESPONSE-CODE          PIC X(02).
               88  NR-RESP-RECORD                  VALUE 'OK'.
               88  NR-RESP-NO-RECORD               VALUE 'NR'.
           05  NR-TITLE-STATE            PIC X(02).
           05  NR-BRAND-CODE             PIC X(02).
               88  NR-BRAND-HIT                    VALUE 'SV' 'JK'
                                                         'FL'.
           05  NR-BRAND-DATE             PIC X(10).
           05  NR-THEFT-FLAG             PIC X(01).
               88  NR-THEFT-HIT                    VALUE 'Y'.
           05  NR-RESPONSE-ID            PIC X(20).
           05  FILLER                    PIC X(23).
      *
       FD  NMV-INQUIRY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  NMV-INQUIRY-RECORD.
           05  NI-VIN                    PIC X(17).
           05  NI-INQUIRY-SEQ            PIC 9(03).
           05  NI-SOURCE-TYPE            PIC X(02).
           05  NI-DEALER-CODE            PIC X(05).
           05  NI-INQUIRY-DATE           PIC X(10).
           05  FILLER                    PIC X(43).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATNMV00'.
      *
       01  WS-NMVRSP-STATUS              PIC X(02) VALUE SPACES.
       01  WS-NMVINQ-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLNMVCK.
      *
       01  WS-COUNTERS.
           05  WS-READ-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-CLEAN-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-HIT-COUNT              PIC S9(09) COMP-3 VALUE +0.
           05  WS-UNMATCHED-COUNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-SWEPT-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-INQUIRY-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-EOF-NR                     PIC X(01) VALUE 'N'.
           88  WS-NR-DONE                          VALUE 'Y'.
       01  WS-EOF-INQ                    PIC X(01) VALUE 'N'.
           88  WS-INQ-DONE                         VALUE 'Y'.
      *
       01  WS-HV-FIELDS.
           05  WS-HV-SEQ                 PIC S9(04) COMP VALUE +0.
           05  WS-HV-STATUS              PIC X(02) VALUE SPACES.
           05  WS-HV-BRAND               PIC X(02) VALUE SPACES.
           05  WS-HV-BRAND-DATE          PIC X(10) VALUE SPACES.
           05  WS-NI-BRAND-DATE          PIC S9(04) COMP VALUE +0.
           05  WS-HV-VEH-UPDATED         PIC S9(09) COMP VALUE +0.
      *
       01  WS-EXC-FIELDS.
           05  WS-EXC-KEY                PIC X(20).
           05  WS-EXC-DESC               PIC X(80).
      *
      *    INQUIRY CURSOR - TRADES AND ACQUISITIONS NOT YET CHECKED.
      *    A TRADE IS KEYED BY ITS DEAL, AN ACQUISITION BY ITS
      *    PURCHASE DATE, SO A UNIT BOUGHT BACK LATER IS CHECKED
      *    AGAIN
      *
           EXEC SQL DECLARE CSR_NMV_INQ CURSOR WITH HOLD FOR
               SELECT T.VIN
                    , 'TR'
                    , T.DEAL_NUMBER
                    , D.DEALER_CODE
               FROM   AUTOSALE.TRADE_IN T
               INNER JOIN AUTOSALE.SALES_DEAL D
                 ON   D.DEAL_NUMBER = T.DEAL_NUMBER
               WHERE  T.VIN IS NOT NULL
                 AND  T.VIN <> ' '
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM AUTOSALE.NMVTIS_CHECK N
                        WHERE N.VIN = T.VIN
                          AND N.SOURCE_TYPE = 'TR'
                          AND N.SOURCE_KEY = T.DEAL_NUMBER )
               UNION ALL
               SELECT A.VIN
                    , 'AQ'
                    , CHAR(A.PURCHASE_DATE, ISO)
                    , COALESCE(V.DEALER_CODE, ' ')
               FROM   AUTOSALE.VEHICLE_ACQUISITION A
               LEFT OUTER JOIN AUTOSALE.VEHICLE V
                 ON   V.VIN = A.VIN
               WHERE  NOT EXISTS
                      ( SELECT 1
                        FROM AUTOSALE.NMVTIS_CHECK N
                        WHERE N.VIN = A.VIN
                          AND N.SOURCE_TYPE = 'AQ'
                          AND N.SOURCE_KEY = CHAR(A.PURCHASE_DATE,
                                                  ISO) )
               ORDER BY 1
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATNMV00: NMVTIS TITLE CHECK - START'
      *
           PERFORM 2000-OPEN-FILES
      *
           IF WS-NMVRSP-STATUS = '00'
           AND WS-NMVINQ-STATUS = '00'
               PERFORM 3000-PROCESS-RESPONSES
               PERFORM 5000-BRAND-SWEEP
               PERFORM 6000-BUILD-INQUIRIES
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATNMV00: PROCESSING COMPLETE'
           DISPLAY 'BATNMV00:   RESPONSES READ = ' WS-READ-COUNT
           DISPLAY 'BATNMV00:   CLEAN          = ' WS-CLEAN-COUNT
           DISPLAY 'BATNMV00:   HITS QUEUED    = ' WS-HIT-COUNT
           DISPLAY 'BATNMV00:   UNMATCHED      = '
                   WS-UNMATCHED-COUNT
           DISPLAY 'BATNMV00:   BRANDS SWEPT   = ' WS-SWEPT-COUNT
           DISPLAY 'BATNMV00:   INQUIRIES SENT = ' WS-INQUIRY-COUNT
           DISPLAY 'BATNMV00:   ERRORS         = ' WS-ERROR-COUNT
      *
           STOP RUN.
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN INPUT NMV-RESPONSE-FILE
      *
           IF WS-NMVRSP-STATUS NOT = '00'
               DISPLAY 'BATNMV00: ERROR OPENING NMVRSP - '
                       WS-NMVRSP-STATUS
           END-IF
      *
           OPEN OUTPUT NMV-INQUIRY-FILE
      *
           IF WS-NMVINQ-STATUS NOT = '00'
               DISPLAY 'BATNMV00: ERROR OPENING NMVINQ - '
                       WS-NMVINQ-STATUS
           END-IF
           .
      *
      ****************************************************************
      *    3000-PROCESS-RESPONSES                                    *
      ****************************************************************
       3000-PROCESS-RESPONSES.
      *
           MOVE 'N' TO WS-EOF-NR
      *
           PERFORM UNTIL WS-NR-DONE
               READ NMV-RESPONSE-FILE
                   AT END
                       SET WS-NR-DONE TO TRUE
                   NOT AT END
                       ADD +1 TO WS-READ-COUNT
                       PERFORM 3100-PROCESS-ONE-RESPONSE THRU 3100-EXIT
               END-READ
           END-PERFORM
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATNMV00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    3100-PROCESS-ONE-RESPONSE - POST THE RESULT TO THE SENT   *
      *    INQUIRY; A HIT BRANDS THE UNIT AND IS QUEUED              *
      ****************************************************************
       3100-PROCESS-ONE-RESPONSE.
      *
           IF NR-INQUIRY-SEQ NOT NUMERIC
           OR NR-VIN = SPACES
               ADD +1 TO WS-UNMATCHED-COUNT
               GO TO 3100-EXIT
           END-IF
      *
           IF NOT NR-RESP-RECORD
           AND NOT NR-RESP-NO-RECORD
               ADD +1 TO WS-UNMATCHED-COUNT
               GO TO 3100-EXIT
           END-IF
      *
           MOVE NR-INQUIRY-SEQ TO WS-HV-SEQ
           MOVE NR-BRAND-CODE TO WS-HV-BRAND
           IF NR-BRAND-DATE = SPACES
               MOVE -1 TO WS-NI-BRAND-DATE
               MOVE SPACES TO WS-HV-BRAND-DATE
           ELSE
               MOVE +0 TO WS-NI-BRAND-DATE
               MOVE NR-BRAND-DATE TO WS-HV-BRAND-DATE
           END-IF
      *
           IF NR-BRAND-HIT
           OR NR-THEFT-HIT
               MOVE 'HT' TO WS-HV-STATUS
               IF NR-THEFT-HIT
               AND NOT NR-BRAND-HIT
                   MOVE 'TH' TO WS-HV-BRAND
               END-IF
           ELSE
               MOVE 'CL' TO WS-HV-STATUS
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.NMVTIS_CHECK
                  SET CHECK_STATUS = :WS-HV-STATUS
                    , RESULT_DATE  = CURRENT DATE
                    , RESPONSE_ID  = :NR-RESPONSE-ID
                    , TITLE_STATE  = :NR-TITLE-STATE
                    , BRAND_CODE   = :WS-HV-BRAND
                    , BRAND_DATE   = :WS-HV-BRAND-DATE
                                     :WS-NI-BRAND-DATE
                    , THEFT_FLAG   = :NR-THEFT-FLAG
               WHERE  VIN = :NR-VIN
                 AND  INQUIRY_SEQ = :WS-HV-SEQ
                 AND  CHECK_STATUS = 'SN'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   ADD +1 TO WS-UNMATCHED-COUNT
                   GO TO 3100-EXIT
               WHEN OTHER
                   DISPLAY 'BATNMV00: ERROR POSTING RESULT - '
                           NR-VIN ' ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 3100-EXIT
           END-EVALUATE
      *
           IF WS-HV-STATUS = 'CL'
               ADD +1 TO WS-CLEAN-COUNT
               GO TO 3100-EXIT
           END-IF
      *
           PERFORM 4000-BRAND-VEHICLE THRU 4000-EXIT
           PERFORM 4500-QUEUE-HIT THRU 4500-EXIT
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-BRAND-VEHICLE - A TRADE NOT YET IN STOCK HAS NO      *
      *    VEHICLE ROW; THE SWEEP IN 5000 BRANDS IT ON INTAKE        *
      ****************************************************************
       4000-BRAND-VEHICLE.
      *
           EXEC SQL
               UPDATE AUTOSALE.VEHICLE
                  SET BRAND_FLAG = 'Y'
                    , BRAND_CODE = :WS-HV-BRAND
                    , UPDATED_TS = CURRENT TIMESTAMP
               WHERE  VIN = :NR-VIN
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATNMV00: ERROR BRANDING VEHICLE - '
                       NR-VIN ' ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4500-QUEUE-HIT - MANAGER DISPOSITION REQUIRED (VEHNMV00)  *
      ****************************************************************
       4500-QUEUE-HIT.
      *
           MOVE NR-VIN TO WS-EXC-KEY
           MOVE SPACES TO WS-EXC-DESC
           STRING 'NMVTIS HIT - BRAND ' WS-HV-BRAND
                  ' STATE ' NR-TITLE-STATE
                  ' THEFT ' NR-THEFT-FLAG
                  ' - DISPOSITION IN VEHNMV00'
                  DELIMITED BY SIZE
                  INTO WS-EXC-DESC
      *
           EXEC SQL
               INSERT INTO AUTOSALE.EXCEPTION_QUEUE
                   ( EXCEPTION_TYPE
                   , SOURCE_PROGRAM
                   , DEALER_CODE
                   , KEY_VALUE
                   , EXCEPTION_DESC
                   , DETECTED_TS
                   , QUEUE_STATUS
                   )
               SELECT 'NMVHIT'
                    , 'BATNMV00'
                    , N.DEALER_CODE
                    , :WS-EXC-KEY
                    , :WS-EXC-DESC
                    , CURRENT TIMESTAMP
                    , 'O'
               FROM   AUTOSALE.NMVTIS_CHECK N
               WHERE  N.VIN = :NR-VIN
                 AND  N.INQUIRY_SEQ = :WS-HV-SEQ
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATNMV00: ERROR QUEUEING HIT - '
                       NR-VIN ' ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-HIT-COUNT
           END-IF
           .
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-BRAND-SWEEP - UNITS THAT ENTERED STOCK AFTER THEIR   *
      *    HIT WAS POSTED                                            *
      ****************************************************************
       5000-BRAND-SWEEP.
      *
           EXEC SQL
               UPDATE AUTOSALE.VEHICLE V
                  SET BRAND_FLAG = 'Y'
                    , BRAND_CODE =
                      ( SELECT MAX(N.BRAND_CODE)
                        FROM AUTOSALE.NMVTIS_CHECK N
                        WHERE N.VIN = V.VIN
                          AND N.CHECK_STATUS = 'HT' )
                    , UPDATED_TS = CURRENT TIMESTAMP
               WHERE  COALESCE(V.BRAND_FLAG, 'N') <> 'Y'
                 AND  EXISTS
                      ( SELECT 1
                        FROM AUTOSALE.NMVTIS_CHECK N
                        WHERE N.VIN = V.VIN
                          AND N.CHECK_STATUS = 'HT' )
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE SQLERRD(3) TO WS-HV-VEH-UPDATED
                   ADD WS-HV-VEH-UPDATED TO WS-SWEPT-COUNT
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BATNMV00: ERROR IN BRAND SWEEP - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
           END-EVALUATE
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATNMV00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    6000-BUILD-INQUIRIES                                      *
      ****************************************************************
       6000-BUILD-INQUIRIES.
      *
           EXEC SQL OPEN CSR_NMV_INQ END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATNMV00: ERROR OPENING INQUIRY CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               MOVE 'N' TO WS-EOF-INQ
               PERFORM UNTIL WS-INQ-DONE
                   EXEC SQL FETCH CSR_NMV_INQ
                       INTO  :VIN OF DCLNMVTIS-CHECK
                           , :SOURCE-TYPE
                           , :SOURCE-KEY
                           , :DEALER-CODE OF DCLNMVTIS-CHECK
                   END-EXEC
                   EVALUATE SQLCODE
                       WHEN +0
                           PERFORM 6100-SEND-ONE-INQUIRY THRU 6100-EXIT
                       WHEN +100
                           SET WS-INQ-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY 'BATNMV00: FETCH ERROR - ' SQLCODE
                           ADD +1 TO WS-ERROR-COUNT
                           SET WS-INQ-DONE TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL CLOSE CSR_NMV_INQ END-EXEC
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATNMV00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    6100-SEND-ONE-INQUIRY - RECORD THE INQUIRY, THEN WRITE IT *
      ****************************************************************
       6100-SEND-ONE-INQUIRY.
      *
           EXEC SQL
               SELECT COALESCE(MAX(INQUIRY_SEQ), 0) + 1
                    , CHAR(CURRENT DATE, ISO)
               INTO   :INQUIRY-SEQ
                    , :INQUIRY-DATE
               FROM   AUTOSALE.NMVTIS_CHECK
               WHERE  VIN = :VIN OF DCLNMVTIS-CHECK
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATNMV00: ERROR READING INQUIRY SEQ - '
                       VIN OF DCLNMVTIS-CHECK ' ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 6100-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.NMVTIS_CHECK
               ( VIN
               , INQUIRY_SEQ
               , SOURCE_TYPE
               , SOURCE_KEY
               , DEALER_CODE
               , INQUIRY_DATE
               , CHECK_STATUS
               , CREATED_TS
               )
               VALUES
               ( :VIN OF DCLNMVTIS-CHECK
               , :INQUIRY-SEQ
               , :SOURCE-TYPE
               , :SOURCE-KEY
               , NULLIF(:DEALER-CODE OF DCLNMVTIS-CHECK, ' ')
               , :INQUIRY-DATE
               , 'SN'
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATNMV00: ERROR RECORDING INQUIRY - '
                       VIN OF DCLNMVTIS-CHECK ' ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 6100-EXIT
           END-IF
      *
           MOVE SPACES TO NMV-INQUIRY-RECORD
           MOVE VIN OF DCLNMVTIS-CHECK TO NI-VIN
           MOVE INQUIRY-SEQ TO NI-INQUIRY-SEQ
           MOVE SOURCE-TYPE TO NI-SOURCE-TYPE
           MOVE DEALER-CODE OF DCLNMVTIS-CHECK TO NI-DEALER-CODE
           MOVE INQUIRY-DATE TO NI-INQUIRY-DATE
           WRITE NMV-INQUIRY-RECORD
      *
           IF WS-NMVINQ-STATUS NOT = '00'
               DISPLAY 'BATNMV00: ERROR WRITING NMVINQ - '
                       WS-NMVINQ-STATUS
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-INQUIRY-COUNT
           END-IF
           .
       6100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE NMV-RESPONSE-FILE
           CLOSE NMV-INQUIRY-FILE
      *
           IF WS-NMVRSP-STATUS NOT = '00'
               DISPLAY 'BATNMV00: ERROR CLOSING NMVRSP - '
                       WS-NMVRSP-STATUS
           END-IF
      *
           IF WS-NMVINQ-STATUS NOT = '00'
               DISPLAY 'BATNMV00: ERROR CLOSING NMVINQ - '
                       WS-NMVINQ-STATUS
           END-IF
           .
      ****************************************************************
      * END OF BATNMV00                                              *
      ****************************************************************
