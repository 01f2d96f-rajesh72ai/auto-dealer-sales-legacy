       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATRDA00.
      ****************************************************************
      * PROGRAM:    BATRDA00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    OEM RETAIL DELIVERY REPORT RESPONSE LOAD. READS  *
      *             THE FACTORY ACKNOWLEDGMENT FILE FOR RECORDS SENT *
      *             BY BATRDR00 AND POSTS EACH RESULT TO OEM_RDR:    *
      *               AC - ACCEPTED; WARRANTY REGISTERED             *
      *               RJ - REJECTED; CODE AND TEXT KEPT ON OEM_RDR   *
      *                    AND AN RDRREJ ITEM QUEUED ON THE          *
      *                    EXCEPTION WORKLIST (ADMEXC00). WHEN THE   *
      *                    DEAL OR CUSTOMER HAS BEEN CORRECTED AND   *
      *                    THE ITEM RESOLVED, BATRDR00 RESUBMITS.    *
      *             RESPONSES THAT DO NOT MATCH A SENT RECORD ARE    *
      *             LISTED AND COUNTED.                              *
      *                                                              *
      *             ACKNOWLEDGMENT RECORD (80 BYTES):                *
      *               01-09  RDR ID AS SENT                          *
      *               10-10  RECORD TYPE  (S SALE / R REVERSAL)      *
      *               11-27  VIN                                     *
      *               28-29  RESULT       (AC / RJ)                  *
      *               30-33  REJECT CODE                             *
      *               34-79  REJECT DESCRIPTION                      *
      *                                                              *
      * TABLES:     AUTOSALE.OEM_RDR         (READ/UPDATE)           *
      *             AUTOSALE.EXCEPTION_QUEUE (READ/INSERT)           *
      *                                                              *
      * INPUT:      RDRACK DD  - OEM RDR ACKNOWLEDGMENT FILE         *
      * OUTPUT:     RDAPRPT DD - RESPONSE REGISTER (132 CHARS)       *
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
           SELECT ACK-FILE
               ASSIGN TO RDRACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDRACK-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO RDAPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDAPRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  ACK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  ACK-RECORD.
           05  AK-RDR-ID                 PIC 9(09).
           05  AK-RDR-TYPE               PIC X(01).
           05  AK-VIN                    PIC X(17).
           05  AK-RESULT                 PIC X(02).
               88  AK-ACCEPTED                     VALUE 'AC'.
               88  AK-REJECTED                     VALUE 'RJ'.
           05  AK-REJECT-CODE            PIC X(04).
           05  AK-REJECT-DESC            PIC X(46).
           05  FILLER                    PIC X(01).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATRDA00'.
      *
       01  WS-RDRACK-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RDAPRPT-STATUS             PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-COUNTERS.
           05  WS-READ-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-ACCEPT-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-REJECT-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-UNMATCHED-COUNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-QUEUED-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-DUP-COUNT              PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-EOF-AK                     PIC X(01) VALUE 'N'.
           88  WS-AK-DONE                          VALUE 'Y'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.
      *
      *    HOST VARIABLES
      *
       01  WS-HV-FIELDS.
           05  WS-HV-RDR-ID              PIC S9(09) COMP.
           05  WS-HV-DEAL-NUMBER         PIC X(10).
           05  WS-HV-DEALER-CODE         PIC X(05).
           05  WS-HV-VIN                 PIC X(17).
           05  WS-HV-RDR-TYPE            PIC X(01).
           05  WS-HV-RDR-STATUS          PIC X(02).
           05  WS-HV-REJECT-CODE         PIC X(04).
           05  WS-HV-REJECT-DESC         PIC X(46).
      *
       01  WS-RESULT-WHY                 PIC X(30) VALUE SPACES.
      *
       01  WS-EXC-FIELDS.
           05  WS-EXC-TYPE               PIC X(06) VALUE 'RDRREJ'.
           05  WS-EXC-KEY                PIC X(20).
           05  WS-EXC-DEALER             PIC X(05).
           05  WS-EXC-DESC               PIC X(80).
           05  WS-EXC-EXIST-COUNT        PIC S9(09) COMP VALUE +0.
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
               VALUE ' OEM RDR RESPONSE REGISTER        '.
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
           05  FILLER                    PIC X(03) VALUE 'T  '.
           05  FILLER                    PIC X(19)
               VALUE 'VIN                '.
           05  FILLER                    PIC X(08) VALUE 'DEALER  '.
           05  FILLER                    PIC X(12) VALUE 'DEAL NO     '.
           05  FILLER                    PIC X(04) VALUE 'RS  '.
           05  FILLER                    PIC X(06) VALUE 'CODE  '.
           05  FILLER                    PIC X(48)
               VALUE 'OEM REJECT DESCRIPTION'.
           05  FILLER                    PIC X(20) VALUE 'DISPOSITION'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-RDR-ID              PIC 9(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-TYPE                PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-VIN                 PIC X(17).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-DEALER              PIC X(05).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-DEAL                PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-RESULT              PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-CODE                PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-DESC                PIC X(46).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-WHY                 PIC X(18).
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-TL-LABEL               PIC X(30).
           05  WS-TL-COUNT               PIC Z(6)9.
           05  FILLER                    PIC X(92) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATRDA00: OEM RDR RESPONSE LOAD - START'
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YYYY '-'
                  WS-CURR-MM   '-'
                  WS-CURR-DD
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
      *
           PERFORM 2000-OPEN-FILES
      *
           IF WS-RDRACK-STATUS = '00'
           AND WS-RDAPRPT-STATUS = '00'
               PERFORM 3000-PROCESS-RESPONSES
               PERFORM 7000-PRINT-TOTALS
           ELSE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATRDA00: PROCESSING COMPLETE'
           DISPLAY 'BATRDA00:   RESPONSES READ = ' WS-READ-COUNT
           DISPLAY 'BATRDA00:   ACCEPTED       = ' WS-ACCEPT-COUNT
           DISPLAY 'BATRDA00:   REJECTED       = ' WS-REJECT-COUNT
           DISPLAY 'BATRDA00:   UNMATCHED      = ' WS-UNMATCHED-COUNT
           DISPLAY 'BATRDA00:   QUEUED         = ' WS-QUEUED-COUNT
           DISPLAY 'BATRDA00:   ALREADY QUEUED = ' WS-DUP-COUNT
           DISPLAY 'BATRDA00:   ERRORS         = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > +0
               OR WS-UNMATCHED-COUNT > +0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN INPUT ACK-FILE
           OPEN OUTPUT REPORT-FILE
      *
           IF WS-RDRACK-STATUS NOT = '00'
               DISPLAY 'BATRDA00: ERROR OPENING RDRACK - '
                       WS-RDRACK-STATUS
           END-IF
           IF WS-RDAPRPT-STATUS NOT = '00'
               DISPLAY 'BATRDA00: ERROR OPENING RDAPRPT - '
                       WS-RDAPRPT-STATUS
           END-IF
           .
      *
      ****************************************************************
      *    3000-PROCESS-RESPONSES                                    *
      ****************************************************************
       3000-PROCESS-RESPONSES.
      *
           MOVE 'N' TO WS-EOF-AK
      *
           PERFORM UNTIL WS-AK-DONE
               READ ACK-FILE
                   AT END
                       SET WS-AK-DONE TO TRUE
                   NOT AT END
                       ADD +1 TO WS-READ-COUNT
                       PERFORM 4000-POST-RESPONSE THRU 4000-EXIT
               END-READ
           END-PERFORM
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDA00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    4000-POST-RESPONSE - MATCH TO THE RECORD AS SENT          *
      ****************************************************************
       4000-POST-RESPONSE.
      *
           MOVE SPACES TO WS-HV-DEAL-NUMBER
                          WS-HV-DEALER-CODE
                          WS-HV-RDR-STATUS
           MOVE AK-VIN TO WS-HV-VIN
           MOVE AK-RDR-TYPE TO WS-HV-RDR-TYPE
      *
           IF AK-RDR-ID NOT NUMERIC
               MOVE +0 TO WS-HV-RDR-ID
           ELSE
               MOVE AK-RDR-ID TO WS-HV-RDR-ID
           END-IF
      *
           EXEC SQL
               SELECT DEAL_NUMBER
                    , DEALER_CODE
                    , RDR_STATUS
               INTO   :WS-HV-DEAL-NUMBER
                    , :WS-HV-DEALER-CODE
                    , :WS-HV-RDR-STATUS
               FROM   AUTOSALE.OEM_RDR
               WHERE  RDR_ID   = :WS-HV-RDR-ID
                 AND  VIN      = :WS-HV-VIN
                 AND  RDR_TYPE = :WS-HV-RDR-TYPE
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   ADD +1 TO WS-UNMATCHED-COUNT
                   MOVE 'NOT ON OEM_RDR' TO WS-RESULT-WHY
                   PERFORM 6000-PRINT-DETAIL
                   GO TO 4000-EXIT
               WHEN SQLCODE NOT = +0
                   DISPLAY 'BATRDA00: OEM_RDR LOOKUP ERROR - '
                           AK-RDR-ID ' ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 4000-EXIT
               WHEN WS-HV-RDR-STATUS NOT = 'ST'
                   ADD +1 TO WS-UNMATCHED-COUNT
                   MOVE 'NOT AWAITING REPLY' TO WS-RESULT-WHY
                   PERFORM 6000-PRINT-DETAIL
                   GO TO 4000-EXIT
               WHEN NOT AK-ACCEPTED
               AND  NOT AK-REJECTED
                   ADD +1 TO WS-UNMATCHED-COUNT
                   MOVE 'UNKNOWN RESULT' TO WS-RESULT-WHY
                   PERFORM 6000-PRINT-DETAIL
                   GO TO 4000-EXIT
           END-EVALUATE
      *
           IF AK-ACCEPTED
               PERFORM 4100-POST-ACCEPT THRU 4100-EXIT
           ELSE
               PERFORM 4200-POST-REJECT THRU 4200-EXIT
           END-IF
      *
           PERFORM 6000-PRINT-DETAIL
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-POST-ACCEPT                                          *
      ****************************************************************
       4100-POST-ACCEPT.
      *
           EXEC SQL
               UPDATE AUTOSALE.OEM_RDR
                  SET RDR_STATUS    = 'AC'
                    , RESPONSE_DATE = CURRENT DATE
                    , REJECT_CODE   = NULL
                    , REJECT_DESC   = NULL
                    , UPDATED_TS    = CURRENT TIMESTAMP
               WHERE  RDR_ID = :WS-HV-RDR-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDA00: ERROR POSTING ACCEPT - '
                       AK-RDR-ID ' ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               MOVE 'UPDATE FAILED' TO WS-RESULT-WHY
               GO TO 4100-EXIT
           END-IF
      *
           ADD +1 TO WS-ACCEPT-COUNT
           MOVE 'ACCEPTED' TO WS-RESULT-WHY
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-POST-REJECT - KEEP THE REASON AND QUEUE FOR REWORK   *
      ****************************************************************
       4200-POST-REJECT.
      *
           MOVE AK-REJECT-CODE TO WS-HV-REJECT-CODE
           MOVE AK-REJECT-DESC TO WS-HV-REJECT-DESC
      *
           EXEC SQL
               UPDATE AUTOSALE.OEM_RDR
                  SET RDR_STATUS    = 'RJ'
                    , RESPONSE_DATE = CURRENT DATE
                    , REJECT_CODE   = :WS-HV-REJECT-CODE
                    , REJECT_DESC   = :WS-HV-REJECT-DESC
                    , UPDATED_TS    = CURRENT TIMESTAMP
               WHERE  RDR_ID = :WS-HV-RDR-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDA00: ERROR POSTING REJECT - '
                       AK-RDR-ID ' ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               MOVE 'UPDATE FAILED' TO WS-RESULT-WHY
               GO TO 4200-EXIT
           END-IF
      *
           ADD +1 TO WS-REJECT-COUNT
           MOVE 'REJECTED - QUEUED' TO WS-RESULT-WHY
      *
      *    ONE OPEN WORKLIST ENTRY PER DEAL AND RECORD TYPE; BATRDR00
      *    RESUBMITS ONCE IT IS RESOLVED
      *
           MOVE SPACES TO WS-EXC-KEY
           STRING WS-HV-DEAL-NUMBER WS-HV-RDR-TYPE
                  DELIMITED BY SIZE
                  INTO WS-EXC-KEY
           MOVE WS-HV-DEALER-CODE TO WS-EXC-DEALER
      *
           MOVE SPACES TO WS-EXC-DESC
           STRING 'OEM RDR REJECT ' AK-REJECT-CODE ' '
                  AK-REJECT-DESC
                  ' VIN ' AK-VIN
                  DELIMITED BY SIZE
                  INTO WS-EXC-DESC
      *
           MOVE +0 TO WS-EXC-EXIST-COUNT
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-EXC-EXIST-COUNT
               FROM   AUTOSALE.EXCEPTION_QUEUE
               WHERE  EXCEPTION_TYPE = :WS-EXC-TYPE
                 AND  KEY_VALUE      = :WS-EXC-KEY
                 AND  QUEUE_STATUS   = 'O'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDA00: ERROR READING QUEUE - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-EXC-EXIST-COUNT > +0
               ADD +1 TO WS-DUP-COUNT
               GO TO 4200-EXIT
           END-IF
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
               VALUES
                   ( :WS-EXC-TYPE
                   , 'BATRDA00'
                   , :WS-EXC-DEALER
                   , :WS-EXC-KEY
                   , :WS-EXC-DESC
                   , CURRENT TIMESTAMP
                   , 'O'
                   )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRDA00: ERROR QUEUEING - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-QUEUED-COUNT
           END-IF
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-PRINT-DETAIL                                         *
      ****************************************************************
       6000-PRINT-DETAIL.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
           END-IF
      *
           MOVE AK-RDR-ID TO WS-DL-RDR-ID
           MOVE AK-RDR-TYPE TO WS-DL-TYPE
           MOVE AK-VIN TO WS-DL-VIN
           MOVE WS-HV-DEALER-CODE TO WS-DL-DEALER
           MOVE WS-HV-DEAL-NUMBER TO WS-DL-DEAL
           MOVE AK-RESULT TO WS-DL-RESULT
           MOVE AK-REJECT-CODE TO WS-DL-CODE
           MOVE AK-REJECT-DESC TO WS-DL-DESC
           MOVE WS-RESULT-WHY TO WS-DL-WHY
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    7000-PRINT-TOTALS                                         *
      ****************************************************************
       7000-PRINT-TOTALS.
      *
           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
           END-IF
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
      *
           MOVE 'RESPONSES READ' TO WS-TL-LABEL
           MOVE WS-READ-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'ACCEPTED' TO WS-TL-LABEL
           MOVE WS-ACCEPT-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'REJECTED' TO WS-TL-LABEL
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'UNMATCHED' TO WS-TL-LABEL
           MOVE WS-UNMATCHED-COUNT TO WS-TL-COUNT
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
           CLOSE ACK-FILE
           CLOSE REPORT-FILE
           .
      ****************************************************************
      * END OF BATRDA00                                              *
      ****************************************************************
