      *                                                              *
      *             CONTROL CARD (CTLCARD, FIXED 80):                *
      *               001-002  FUNCTION  DS=DISTRIBUTE  RS=RESEND    *
      *                                  DD=DISTRIBUTE DATA FILE     *
      *                                  DR=RESEND DATA FILE         *
      *                                  RQ=DELIVER A REQUESTED RUN  *
      *               004-011  REPORT ID            (DS/DD/RQ)       *
      *               013-021  TRANSMIT ID TO RESEND (RS/DR)         *
      *                        REPORT REQUEST ID     (RQ)            *
      *                                                              *
      *             RESEND RE-READS THE SAME REPORT FILE AND         *
      *             DELIVERS ONLY THE DEALER SECTION AND ROUTE OF    *
      *             THE LOGGED TRANSMITTAL, LOGGING A NEW ROW WITH   *
      *             STATUS RS.                                        *
      *                                                              *
      *             DD/DR DO THE SAME FOR THE REPORT'S DELIMITED     *
      *             DATA FILE (COMDLML0), WHOSE FIRST COLUMN IS THE  *
      *             DEALER CODE: ROWS ARE BURST BY DEALER, ROUTED    *
      *             THROUGH THE SAME REPORT_ROUTE ROWS AS THE PRINT, *
      *             AND EACH COPY IS A #TRANSMITTAL ROW, THE COLUMN- *
      *             NAME ROW AND THE DEALER'S ROWS. LOGGED AS DN     *
      *             (SENT) OR DR (RESENT).                           *
      *                                                              *
      *             RQ DELIVERS AN ON-DEMAND RUN QUEUED ON ADMRRQ00  *
      *             (BATRRQ00 GENERATES THE STEP): THE WHOLE REPORT, *
      *             ALREADY NARROWED BY ITS RPTPARM CARD, GOES AS    *
      *             ONE COPY TO THE REQUESTER BY THE METHOD AND      *
      *             DESTINATION ON THE REQUEST, LOGGED WITH ROUTE 0, *
      *             AND THE TRANSMIT ID IS POSTED BACK TO THE        *
      *             REQUEST.                                         *
      *                                                              *
      * INPUT:      CTLCARD  DD - CONTROL CARD                       *
      *             RPTIN    DD - REPORT OUTPUT TO DISTRIBUTE        *
      *             DLMIN    DD - DELIMITED DATA FILE (DD/DR)        *
      *                                                              *
      * OUTPUT:     BUNDLE   DD - BURST OUTPUT WITH BANNERS          *
      *             DLMBNDL  DD - BURST DATA FILE COPIES (DD/DR)     *
      *                                                              *
      * TABLES:     AUTOSALE.REPORT_ROUTE    (READ)                  *
      *             AUTOSALE.TRANSMITTAL_LOG (READ/INSERT)           *
      *             AUTOSALE.REPORT_REQUEST  (READ/UPDATE)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-10-15  DD/DR FUNCTIONS - DISTRIBUTE AND RESEND THE    *
      *               DELIMITED DATA FILE BY THE PRINT'S ROUTES.     *
      *               RESENDS NOW LOG STATUS RS AS DOCUMENTED        *
      *               (WERE LOGGED AS SN)                            *
      *   2026-10-15  RQ FUNCTION - DELIVER AN ON-DEMAND REPORT      *
      *               REQUEST TO ITS REQUESTER                       *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO BUNDLE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT DATA-IN-FILE
               ASSIGN TO DLMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLMIN-STATUS.
           SELECT DATA-BUNDLE-FILE
               ASSIGN TO DLMBNDL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLMBNDL-STATUS.
      *
       DATA DIVISION.
      *
           05  CTL-FUNCTION              PIC X(02).
               88  CTL-DISTRIBUTE                    VALUE 'DS'.
               88  CTL-RESEND                        VALUE 'RS'.
               88  CTL-DISTRIBUTE-DATA               VALUE 'DD'.
               88  CTL-RESEND-DATA                   VALUE 'DR'.
               88  CTL-REQUEST-DELIVERY              VALUE 'RQ'.
           05  FILLER                    PIC X(01).
           05  CTL-REPORT-ID             PIC X(08).
           05  FILLER                    PIC X(01).
           05  CTL-TRANSMIT-ID           PIC X(09).
           05  CTL-REQUEST-ID REDEFINES CTL-TRANSMIT-ID
                                         PIC X(09).
           05  FILLER                    PIC X(59).
      *
       FD  REPORT-IN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  BUNDLE-RECORD                 PIC X(132).
      *
       FD  DATA-IN-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 800 CHARACTERS.
       01  DATA-IN-RECORD                PIC X(800).
      *
       FD  DATA-BUNDLE-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 800 CHARACTERS.
       01  DATA-BUNDLE-RECORD            PIC X(800).
      *
       WORKING-STORAGE SECTION.
      *
           05  WS-CTLCARD-STATUS         PIC X(02) VALUE SPACES.
           05  WS-RPTIN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-BUNDLE-STATUS          PIC X(02) VALUE SPACES.
           05  WS-DLMIN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-DLMBNDL-STATUS         PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           05  WS-NO-ROUTE-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-TRUNC-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-UNROUTED-ROWS          PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-RPT                PIC X(01) VALUE 'N'.
               88  WS-RPT-DONE                     VALUE 'Y'.
           05  WS-RUN-FAILED             PIC X(01) VALUE 'N'.
               88  WS-RUN-IS-FAILED                VALUE 'Y'.
           05  WS-DELIVERY-MODE          PIC X(01) VALUE 'P'.
               88  WS-DELIVER-PRINT                VALUE 'P'.
               88  WS-DELIVER-DATA                 VALUE 'D'.
           05  WS-HEADER-ROW-FLAG        PIC X(01) VALUE 'N'.
               88  WS-HEADER-ROW-READ              VALUE 'Y'.
      *
      *    CURRENT DEALER SEGMENT BUFFER
      *
           05  WS-SEG-MAX-LINES          PIC S9(09) COMP VALUE +2000.
           05  WS-SEG-LINE               OCCURS 2000 TIMES
                                         PIC X(132).
      *
      *    CURRENT DEALER DATA SEGMENT BUFFER (DD/DR) - THE
      *    COLUMN-NAME ROW GOES AT THE TOP OF EVERY COPY
      *
       01  WS-DATA-SEGMENT-AREA.
           05  WS-DATA-HEADER-ROW        PIC X(800) VALUE SPACES.
           05  WS-ROW-DEALER             PIC X(05) VALUE SPACES.
           05  WS-DSEG-ROW-COUNT         PIC S9(09) COMP VALUE +0.
           05  WS-DSEG-ROW               OCCURS 2000 TIMES
                                         PIC X(800).
      *
       01  WS-WORK-FIELDS.
           05  WS-SEG-IDX                PIC S9(09) COMP VALUE +0.
           05  WS-TRANSMIT-STATUS      PIC X(02) VALUE SPACES.
           05  WS-NEW-TRANSMIT-ID        PIC S9(09) COMP VALUE +0.
           05  WS-RUN-DATE               PIC X(10) VALUE SPACES.
           05  WS-LOG-LINE-COUNT         PIC S9(09) COMP VALUE +0.
           05  WS-TRANSMIT-ID-DSP        PIC 9(09) VALUE 0.
           05  WS-DATA-PTR               PIC S9(04) COMP VALUE +1.
      *
      *    RESEND TARGET (READ BACK FROM TRANSMITTAL_LOG)
      *
           05  WS-RT-ROUTE-ID            PIC S9(09) COMP VALUE +0.
           05  WS-RT-RECIPIENT           PIC X(08) VALUE SPACES.
           05  WS-RT-METHOD              PIC X(01) VALUE SPACES.
           05  WS-RT-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RT-IS-DATA-COPY              VALUE 'DN' 'DR'.
           05  WS-RT-DEST.
               49  WS-RT-DEST-LN         PIC S9(04) COMP.
               49  WS-RT-DEST-TX         PIC X(60).
      *
      *    ON-DEMAND REQUEST BEING DELIVERED (RQ)
      *
       01  WS-REQUEST-TARGET.
           05  WS-RQ-REQUEST-ID          PIC S9(09) COMP VALUE +0.
           05  WS-RQ-REPORT-ID           PIC X(08) VALUE SPACES.
           05  WS-RQ-REQUESTER           PIC X(08) VALUE SPACES.
           05  WS-RQ-DEALER-CODE         PIC X(05) VALUE SPACES.
           05  WS-RQ-METHOD              PIC X(01) VALUE SPACES.
           05  WS-RQ-STATUS              PIC X(02) VALUE SPACES.
           05  WS-RQ-DEST.
               49  WS-RQ-DEST-LN         PIC S9(04) COMP.
               49  WS-RQ-DEST-TX         PIC X(60).
      *
      *    TRANSMITTAL BANNER LINES
      *
       01  WS-BANNER-LINE-1.
           05  WS-BN-DEST                PIC X(60).
           05  FILLER                    PIC X(25) VALUE SPACES.
      *
      *    DATA COPY TRANSMITTAL ROW - PRECEDES EACH DATA COPY ON
      *    DLMBNDL SO THE DELIVERY STEP CAN SPLIT THE COPIES
      *
       01  WS-DATA-BANNER                PIC X(800) VALUE SPACES.
      *
      *    CURSOR - ACTIVE ROUTES FOR REPORT/DEALER
      *
      *    ROUTES MATCH THE DEALER DIRECTLY, OR ITS GROUP (ROUTE
               EVALUATE TRUE
                   WHEN CTL-DISTRIBUTE
                       PERFORM 3000-DISTRIBUTE THRU 3000-EXIT
                   WHEN CTL-DISTRIBUTE-DATA
                       PERFORM 3500-DISTRIBUTE-DATA THRU 3500-EXIT
                   WHEN CTL-RESEND
                   WHEN CTL-RESEND-DATA
                       PERFORM 5000-RESEND THRU 5000-EXIT
                   WHEN CTL-REQUEST-DELIVERY
                       PERFORM 6000-DELIVER-REQUEST THRU 6000-EXIT
                   WHEN OTHER
                       DISPLAY 'BATDST00: INVALID CONTROL CARD '
                               'FUNCTION - ' CTL-FUNCTION
           DISPLAY 'BATDST00:   NO-ROUTE SECTS = '
                   WS-NO-ROUTE-COUNT
           DISPLAY 'BATDST00:   TRUNCATED      = ' WS-TRUNC-COUNT
           IF WS-DELIVER-DATA
               DISPLAY 'BATDST00:   UNROUTED ROWS  = '
                       WS-UNROUTED-ROWS
           END-IF
           DISPLAY 'BATDST00:   ERRORS         = ' WS-ERROR-COUNT
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - FILES, CONTROL CARD, RUN DATE. DD/DR    *
      *    WORK ON THE DATA FILE, DS/RS ON THE PRINT.                *
      ****************************************************************
       1000-INITIALIZE.
      *
                   SET WS-RUN-IS-FAILED TO TRUE
                   GO TO 1000-EXIT
           END-READ
      *
           IF CTL-DISTRIBUTE-DATA
           OR CTL-RESEND-DATA
               SET WS-DELIVER-DATA TO TRUE
               PERFORM 1100-OPEN-DATA-FILES THRU 1100-EXIT
               IF WS-RUN-IS-FAILED
                   GO TO 1000-EXIT
               END-IF
               GO TO 1000-RUN-DATE
           END-IF
      *
           OPEN INPUT REPORT-IN-FILE
           IF WS-RPTIN-STATUS NOT = '00'
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
           .
       1000-RUN-DATE.
      *
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
           EXIT.
      *
      ****************************************************************
      *    1100-OPEN-DATA-FILES - DLMIN / DLMBNDL                    *
      ****************************************************************
       1100-OPEN-DATA-FILES.
      *
           OPEN INPUT DATA-IN-FILE
           IF WS-DLMIN-STATUS NOT = '00'
               DISPLAY 'BATDST00: ERROR OPENING DLMIN - '
                       WS-DLMIN-STATUS
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF
      *
           OPEN OUTPUT DATA-BUNDLE-FILE
           IF WS-DLMBNDL-STATUS NOT = '00'
               DISPLAY 'BATDST00: ERROR OPENING DLMBNDL - '
                       WS-DLMBNDL-STATUS
               SET WS-RUN-IS-FAILED TO TRUE
           END-IF
           .
       1100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-DISTRIBUTE - BURST REPORT BY DEALER SECTION          *
      ****************************************************************
       3000-DISTRIBUTE.
           EXIT.
      *
      ****************************************************************
      *    3500-DISTRIBUTE-DATA - BURST THE DATA FILE BY DEALER      *
      ****************************************************************
       3500-DISTRIBUTE-DATA.
      *
           IF CTL-REPORT-ID = SPACES
               DISPLAY 'BATDST00: REPORT ID REQUIRED ON CARD'
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 3500-EXIT
           END-IF
      *
           MOVE SPACES TO WS-SEG-DEALER
           MOVE +0 TO WS-DSEG-ROW-COUNT
           MOVE 'N' TO WS-EOF-RPT
      *
           PERFORM UNTIL WS-RPT-DONE
               OR WS-RUN-IS-FAILED
               READ DATA-IN-FILE
                   AT END
                       SET WS-RPT-DONE TO TRUE
                   NOT AT END
                       ADD +1 TO WS-LINES-READ
                       PERFORM 3600-PROCESS-ROW THRU 3600-EXIT
               END-READ
           END-PERFORM
      *
      *    FLUSH THE LAST DEALER
      *
           IF NOT WS-RUN-IS-FAILED
           AND WS-SEG-DEALER NOT = SPACES
               PERFORM 4000-DELIVER-SEGMENT THRU 4000-EXIT
           END-IF
           .
       3500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3600-PROCESS-ROW - FIRST ROW IS THE COLUMN NAMES; A NEW   *
      *    DEALER STARTS WHEN THE FIRST COLUMN CHANGES. ROWS WITH NO *
      *    DEALER HAVE NO ROUTE, AS WITH PRINT LINES OUTSIDE A       *
      *    DEALER SECTION.                                           *
      ****************************************************************
       3600-PROCESS-ROW.
      *
           IF NOT WS-HEADER-ROW-READ
               MOVE DATA-IN-RECORD TO WS-DATA-HEADER-ROW
               SET WS-HEADER-ROW-READ TO TRUE
               GO TO 3600-EXIT
           END-IF
      *
           MOVE SPACES TO WS-ROW-DEALER
           UNSTRING DATA-IN-RECORD DELIMITED BY '|'
               INTO WS-ROW-DEALER
           END-UNSTRING
      *
           IF WS-ROW-DEALER NOT = WS-SEG-DEALER
               IF WS-SEG-DEALER NOT = SPACES
                   PERFORM 4000-DELIVER-SEGMENT THRU 4000-EXIT
               END-IF
               MOVE WS-ROW-DEALER TO WS-SEG-DEALER
               MOVE +0 TO WS-DSEG-ROW-COUNT
               IF WS-SEG-DEALER NOT = SPACES
                   ADD +1 TO WS-SEGMENTS-FOUND
               END-IF
           END-IF
      *
           IF WS-SEG-DEALER = SPACES
               ADD +1 TO WS-UNROUTED-ROWS
               GO TO 3600-EXIT
           END-IF
      *
           IF WS-DSEG-ROW-COUNT < WS-SEG-MAX-LINES
               ADD +1 TO WS-DSEG-ROW-COUNT
               MOVE DATA-IN-RECORD
                   TO WS-DSEG-ROW (WS-DSEG-ROW-COUNT)
           ELSE
               ADD +1 TO WS-TRUNC-COUNT
           END-IF
           .
       3600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-DELIVER-SEGMENT - ONE COPY PER ACTIVE ROUTE          *
      ****************************************************************
       4000-DELIVER-SEGMENT.
           END-IF
      *
           MOVE +0 TO WS-SEG-IDX
           IF WS-DELIVER-DATA
               MOVE 'DN' TO WS-TRANSMIT-STATUS
           ELSE
               MOVE 'SN' TO WS-TRANSMIT-STATUS
           END-IF
      *
           PERFORM UNTIL SQLCODE NOT = +0
               OR WS-RUN-IS-FAILED
      *
      ****************************************************************
      *    4100-WRITE-ONE-COPY - BANNER + SECTION + LOG ROW          *
      *    (STATUS SET BY THE CALLER - SN/RS PRINT, DN/DR DATA)      *
      ****************************************************************
       4100-WRITE-ONE-COPY.
      *
           IF WS-DELIVER-DATA
               MOVE WS-DSEG-ROW-COUNT TO WS-LOG-LINE-COUNT
           ELSE
               MOVE WS-SEG-LINE-COUNT TO WS-LOG-LINE-COUNT
           END-IF
      *
           PERFORM 4200-LOG-TRANSMITTAL THRU 4200-EXIT
      *
           IF WS-RUN-IS-FAILED
               GO TO 4100-EXIT
           END-IF
      *
           IF WS-DELIVER-DATA
               PERFORM 4300-WRITE-DATA-COPY THRU 4300-EXIT
               ADD +1 TO WS-COPIES-SENT
               GO TO 4100-EXIT
           END-IF
      *
           MOVE WS-NEW-TRANSMIT-ID TO WS-BN-TRANSMIT-ID
           MOVE CTL-REPORT-ID      TO WS-BN-REPORT-ID
               , :RECIPIENT-ID
               , :DELIVERY-METHOD
               , :DELIVERY-DEST
               , :WS-LOG-LINE-COUNT
               , :WS-TRANSMIT-STATUS
               , CURRENT TIMESTAMP
               )
           EXIT.
      *
      ****************************************************************
      *    4300-WRITE-DATA-COPY - TRANSMITTAL ROW, COLUMN NAMES AND  *
      *    THE DEALER'S ROWS                                         *
      ****************************************************************
       4300-WRITE-DATA-COPY.
      *
           MOVE WS-NEW-TRANSMIT-ID TO WS-TRANSMIT-ID-DSP
           MOVE SPACES TO WS-DATA-BANNER
           MOVE +1 TO WS-DATA-PTR
           STRING '#TRANSMITTAL|' WS-TRANSMIT-ID-DSP
                  '|' CTL-REPORT-ID
                  '|' WS-SEG-DEALER
                  '|' WS-RUN-DATE
                  '|' RECIPIENT-ID
                  '|' DELIVERY-METHOD
                  '|'
                  DELIMITED BY SIZE
                  INTO WS-DATA-BANNER
                  WITH POINTER WS-DATA-PTR
           END-STRING
           IF DELIVERY-DEST-LN > +0
               STRING DELIVERY-DEST-TX (1:DELIVERY-DEST-LN)
                      DELIMITED BY SIZE
                      INTO WS-DATA-BANNER
                      WITH POINTER WS-DATA-PTR
               END-STRING
           END-IF
      *
           WRITE DATA-BUNDLE-RECORD FROM WS-DATA-BANNER
           WRITE DATA-BUNDLE-RECORD FROM WS-DATA-HEADER-ROW
      *
           PERFORM VARYING WS-SEG-IDX-W FROM +1 BY +1
               UNTIL WS-SEG-IDX-W > WS-DSEG-ROW-COUNT
               WRITE DATA-BUNDLE-RECORD
                   FROM WS-DSEG-ROW (WS-SEG-IDX-W)
           END-PERFORM
           .
       4300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-RESEND - RE-DELIVER ONE LOGGED TRANSMITTAL           *
      ****************************************************************
       5000-RESEND.
                    , RECIPIENT_ID
                    , DELIVERY_METHOD
                    , DELIVERY_DEST
                    , TRANSMIT_STATUS
               INTO  :WS-RT-REPORT-ID
                   , :WS-RT-DEALER-CODE
                   , :WS-RT-ROUTE-ID
                   , :WS-RT-RECIPIENT
                   , :WS-RT-METHOD
                   , :WS-RT-DEST
                   , :WS-RT-STATUS
               FROM   AUTOSALE.TRANSMITTAL_LOG
               WHERE  TRANSMIT_ID = :WS-TRANSMIT-ID-NUM
           END-EXEC
                   SET WS-RUN-IS-FAILED TO TRUE
                   GO TO 5000-EXIT
           END-EVALUATE
      *
      *    A DATA COPY IS RESENT FROM DLMIN, A PRINT COPY FROM RPTIN
      *
           IF CTL-RESEND-DATA
           AND NOT WS-RT-IS-DATA-COPY
               DISPLAY 'BATDST00: TRANSMITTAL ' CTL-TRANSMIT-ID
                       ' IS A PRINT COPY - USE RS'
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 5000-EXIT
           END-IF
      *
           IF CTL-RESEND
           AND WS-RT-IS-DATA-COPY
               DISPLAY 'BATDST00: TRANSMITTAL ' CTL-TRANSMIT-ID
                       ' IS A DATA COPY - USE DR'
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 5000-EXIT
           END-IF
      *
      *    A REQUESTED RUN (ROUTE 0) IS NOT BURST BY DEALER - IT IS
      *    SENT AGAIN BY REQUESTING IT AGAIN ON ADMRRQ00
      *
           IF WS-RT-ROUTE-ID = +0
               DISPLAY 'BATDST00: TRANSMITTAL ' CTL-TRANSMIT-ID
                       ' IS AN ON-DEMAND REQUEST COPY - REQUEST '
                       'THE REPORT AGAIN'
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-RT-REPORT-ID TO CTL-REPORT-ID
      *
           IF CTL-RESEND-DATA
               PERFORM 5200-COLLECT-TARGET-DATA THRU 5200-EXIT
               IF WS-RUN-IS-FAILED
                   GO TO 5000-EXIT
               END-IF
               GO TO 5000-DELIVER
           END-IF
      *
      *    COLLECT ONLY THE TARGET DEALER SECTION
      *
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 5000-EXIT
           END-IF
           .
       5000-DELIVER.
      *
           MOVE WS-RT-DEALER-CODE TO WS-SEG-DEALER
           MOVE WS-RT-ROUTE-ID    TO ROUTE-ID
           MOVE WS-RT-DEST-LN     TO DELIVERY-DEST-LN
           MOVE WS-RT-DEST-TX     TO DELIVERY-DEST-TX
      *
           IF CTL-RESEND-DATA
               MOVE 'DR' TO WS-TRANSMIT-STATUS
           ELSE
               MOVE 'RS' TO WS-TRANSMIT-STATUS
           END-IF
           PERFORM 4100-WRITE-ONE-COPY THRU 4100-EXIT
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5200-COLLECT-TARGET-DATA - THE LOGGED DEALER'S ROWS       *
      ****************************************************************
       5200-COLLECT-TARGET-DATA.
      *
           MOVE +0 TO WS-DSEG-ROW-COUNT
           MOVE 'N' TO WS-EOF-RPT
      *
           PERFORM UNTIL WS-RPT-DONE
               READ DATA-IN-FILE
                   AT END
                       SET WS-RPT-DONE TO TRUE
                   NOT AT END
                       ADD +1 TO WS-LINES-READ
                       IF NOT WS-HEADER-ROW-READ
                           MOVE DATA-IN-RECORD TO WS-DATA-HEADER-ROW
                           SET WS-HEADER-ROW-READ TO TRUE
                       ELSE
                           MOVE SPACES TO WS-ROW-DEALER
                           UNSTRING DATA-IN-RECORD DELIMITED BY '|'
                               INTO WS-ROW-DEALER
                           END-UNSTRING
                           IF WS-ROW-DEALER = WS-RT-DEALER-CODE
                               IF WS-DSEG-ROW-COUNT < WS-SEG-MAX-LINES
                                   ADD +1 TO WS-DSEG-ROW-COUNT
                                   MOVE DATA-IN-RECORD
                                     TO WS-DSEG-ROW (WS-DSEG-ROW-COUNT)
                               ELSE
                                   ADD +1 TO WS-TRUNC-COUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *
           IF WS-DSEG-ROW-COUNT = +0
               DISPLAY 'BATDST00: DEALER ROWS NOT IN DLMIN - '
                       WS-RT-DEALER-CODE
               SET WS-RUN-IS-FAILED TO TRUE
           END-IF
           .
       5200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-DELIVER-REQUEST - WHOLE REPORT TO THE REQUESTER      *
      ****************************************************************
       6000-DELIVER-REQUEST.
      *
           IF CTL-REQUEST-ID NOT NUMERIC
           OR CTL-REQUEST-ID = '000000000'
               DISPLAY 'BATDST00: REQUEST ID REQUIRED FOR RQ'
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE CTL-REQUEST-ID TO WS-RQ-REQUEST-ID
      *
           EXEC SQL
               SELECT REPORT_ID
                    , REQUESTED_BY
                    , DEALER_CODE
                    , DELIVERY_METHOD
                    , DELIVERY_DEST
                    , REQUEST_STATUS
               INTO  :WS-RQ-REPORT-ID
                   , :WS-RQ-REQUESTER
                   , :WS-RQ-DEALER-CODE
                   , :WS-RQ-METHOD
                   , :WS-RQ-DEST
                   , :WS-RQ-STATUS
               FROM   AUTOSALE.REPORT_REQUEST
               WHERE  REQUEST_ID = :WS-RQ-REQUEST-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   DISPLAY 'BATDST00: REPORT REQUEST NOT FOUND - '
                           CTL-REQUEST-ID
                   SET WS-RUN-IS-FAILED TO TRUE
                   GO TO 6000-EXIT
               WHEN OTHER
                   DISPLAY 'BATDST00: DB2 ERROR ON REQUEST READ - '
                           SQLCODE
                   SET WS-RUN-IS-FAILED TO TRUE
                   GO TO 6000-EXIT
           END-EVALUATE
      *
           IF WS-RQ-STATUS NOT = 'RN'
               DISPLAY 'BATDST00: REQUEST ' CTL-REQUEST-ID
                       ' IS NOT RUNNING - STATUS ' WS-RQ-STATUS
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 6000-EXIT
           END-IF
      *
           IF CTL-REPORT-ID = SPACES
               MOVE WS-RQ-REPORT-ID TO CTL-REPORT-ID
           END-IF
           IF CTL-REPORT-ID NOT = WS-RQ-REPORT-ID
               DISPLAY 'BATDST00: REQUEST ' CTL-REQUEST-ID
                       ' IS FOR ' WS-RQ-REPORT-ID
                       ', NOT ' CTL-REPORT-ID
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 6000-EXIT
           END-IF
      *
      *    THE WHOLE FILE IS ONE COPY, LOGGED UNDER THE REQUESTED
      *    DEALER (*ALL WHEN THE RUN WAS FOR EVERY DEALER)
      *
           IF WS-RQ-DEALER-CODE = SPACES
               MOVE '*ALL ' TO WS-SEG-DEALER
           ELSE
               MOVE WS-RQ-DEALER-CODE TO WS-SEG-DEALER
           END-IF
           MOVE +0 TO WS-SEG-LINE-COUNT
           MOVE 'N' TO WS-EOF-RPT
      *
           PERFORM UNTIL WS-RPT-DONE
               READ REPORT-IN-FILE
                   AT END
                       SET WS-RPT-DONE TO TRUE
                   NOT AT END
                       ADD +1 TO WS-LINES-READ
                       IF WS-SEG-LINE-COUNT < WS-SEG-MAX-LINES
                           ADD +1 TO WS-SEG-LINE-COUNT
                           MOVE REPORT-IN-RECORD
                               TO WS-SEG-LINE (WS-SEG-LINE-COUNT)
                       ELSE
                           ADD +1 TO WS-TRUNC-COUNT
                       END-IF
               END-READ
           END-PERFORM
      *
           IF WS-SEG-LINE-COUNT = +0
               DISPLAY 'BATDST00: REPORT OUTPUT IS EMPTY FOR REQUEST '
                       CTL-REQUEST-ID
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 6000-EXIT
           END-IF
      *
           ADD +1 TO WS-SEGMENTS-FOUND
           MOVE +0                TO ROUTE-ID
           MOVE WS-RQ-REQUESTER   TO RECIPIENT-ID
           MOVE WS-RQ-METHOD      TO DELIVERY-METHOD
           MOVE WS-RQ-DEST-LN     TO DELIVERY-DEST-LN
           MOVE WS-RQ-DEST-TX     TO DELIVERY-DEST-TX
           MOVE 'SN'              TO WS-TRANSMIT-STATUS
      *
           PERFORM 4100-WRITE-ONE-COPY THRU 4100-EXIT
           IF WS-RUN-IS-FAILED
               GO TO 6000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.REPORT_REQUEST
               SET    TRANSMIT_ID = :WS-NEW-TRANSMIT-ID
               WHERE  REQUEST_ID  = :WS-RQ-REQUEST-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDST00: REQUEST UPDATE FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               SET WS-RUN-IS-FAILED TO TRUE
           END-IF
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE CONTROL-FILE
           IF WS-DELIVER-DATA
               CLOSE DATA-IN-FILE
               CLOSE DATA-BUNDLE-FILE
           ELSE
               CLOSE REPORT-IN-FILE
               CLOSE BUNDLE-FILE
           END-IF
           .
      ****************************************************************
      * END OF BATDST00                                              *
