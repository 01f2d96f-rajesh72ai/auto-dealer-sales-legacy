       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMRPPL0.
      ****************************************************************
      * PROGRAM:   COMRPPL0                                          *
      * SYSTEM:    AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING   *
      * AUTHOR:    AUTOSALES DEVELOPMENT TEAM                        *
      * DATE:      2026-10-15                                        *
      * PURPOSE:   REPORT RUN PARAMETER SERVICE. READS THE OPTIONAL  *
      *            RPTPARM CARD THAT THE REPORT REQUEST DRIVER       *
      *            (BATRRQ00) PUTS IN FRONT OF AN ON-DEMAND REPORT   *
      *            RUN AND HANDS THE DEALER AND DATE RANGE BACK TO   *
      *            THE REPORT. WITHOUT THE DD (THE NORMAL SCHEDULED  *
      *            RUN) EVERYTHING COMES BACK BLANK AND THE REPORT   *
      *            RUNS AS IT ALWAYS HAS.                            *
      *                                                              *
      * CALL INTERFACE:                                              *
      *   CALL 'COMRPPL0' USING WS-RPP-REQUEST   (COPY WSRPTPRM)     *
      *                         WS-RPP-RESULT                        *
      *                                                              *
      * PARAMETER CARD (RPTPARM DD, FIXED 80, OPTIONAL):             *
      *   001-008  REPORT ID - MUST BE THE CALLING REPORT            *
      *   010-018  REPORT REQUEST ID (ZERO/BLANK IF NONE)            *
      *   020-024  DEALER CODE (BLANK = ALL DEALERS)                 *
      *   026-035  FROM DATE YYYY-MM-DD (BLANK = REPORT DEFAULT)     *
      *   037-046  TO DATE   YYYY-MM-DD (BLANK = REPORT DEFAULT)     *
      *                                                              *
      * RETURN CODES:                                                *
      *   00 - SUCCESS (CARD READ, OR NO CARD - SEE CARD FLAG)       *
      *   08 - CARD FOR ANOTHER REPORT, OR INVALID DATE / RANGE      *
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
           SELECT RPT-PARM-FILE
               ASSIGN TO RPTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTPARM-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  RPT-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-PARM-RECORD.
           05  PRM-REPORT-ID             PIC X(08).
           05  FILLER                    PIC X(01).
           05  PRM-REQUEST-ID            PIC X(09).
           05  FILLER                    PIC X(01).
           05  PRM-DEALER-CODE           PIC X(05).
           05  FILLER                    PIC X(01).
           05  PRM-FROM-DATE             PIC X(10).
           05  FILLER                    PIC X(01).
           05  PRM-TO-DATE               PIC X(10).
           05  FILLER                    PIC X(34).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'COMRPPL0'.
      *
       01  WS-RPTPARM-STATUS             PIC X(02) VALUE SPACES.
      *
      *    DATE CHECK WORK AREA
      *
       01  WS-CHECK-DATE                 PIC X(10) VALUE SPACES.
       01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05  WS-CHK-YYYY               PIC X(04).
           05  WS-CHK-DASH-1             PIC X(01).
           05  WS-CHK-MM                 PIC X(02).
           05  WS-CHK-MM-N REDEFINES WS-CHK-MM
                                         PIC 9(02).
           05  WS-CHK-DASH-2             PIC X(01).
           05  WS-CHK-DD                 PIC X(02).
           05  WS-CHK-DD-N REDEFINES WS-CHK-DD
                                         PIC 9(02).
       01  WS-DATE-VALID-FLAG            PIC X(01) VALUE 'N'.
           88  WS-DATE-IS-VALID                    VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
      *    REQUEST / RESULT (SEE COPYBOOK WSRPTPRM)
      *
       01  LS-RPP-REQUEST.
           05  LS-RPP-REPORT-ID          PIC X(08).
      *
       01  LS-RPP-RESULT.
           05  LS-RPP-RETURN-CODE        PIC S9(04) COMP.
           05  LS-RPP-CARD-FLAG          PIC X(01).
           05  LS-RPP-REQUEST-ID         PIC 9(09).
           05  LS-RPP-DEALER-CODE        PIC X(05).
           05  LS-RPP-FROM-DATE          PIC X(10).
           05  LS-RPP-TO-DATE            PIC X(10).
           05  LS-RPP-RETURN-MSG         PIC X(79).
      *
       PROCEDURE DIVISION USING LS-RPP-REQUEST
                                LS-RPP-RESULT.
      *
       0000-MAIN-CONTROL.
      *
           MOVE +0     TO LS-RPP-RETURN-CODE
           MOVE 'N'    TO LS-RPP-CARD-FLAG
           MOVE ZERO   TO LS-RPP-REQUEST-ID
           MOVE SPACES TO LS-RPP-DEALER-CODE
           MOVE SPACES TO LS-RPP-FROM-DATE
           MOVE SPACES TO LS-RPP-TO-DATE
           MOVE SPACES TO LS-RPP-RETURN-MSG
      *
           PERFORM 1000-READ-PARM-CARD THRU 1000-EXIT
      *
           GOBACK.
      *
      ****************************************************************
      *    1000-READ-PARM-CARD - NO DD OR AN EMPTY FILE MEANS A      *
      *    NORMAL RUN WITH NO PARAMETERS                             *
      ****************************************************************
       1000-READ-PARM-CARD.
      *
           OPEN INPUT RPT-PARM-FILE
           IF WS-RPTPARM-STATUS NOT = '00'
               MOVE 'COMRPPL0: NO PARAMETER CARD - STANDARD RUN'
                   TO LS-RPP-RETURN-MSG
               GO TO 1000-EXIT
           END-IF
      *
           READ RPT-PARM-FILE
               AT END
                   CLOSE RPT-PARM-FILE
                   MOVE 'COMRPPL0: NO PARAMETER CARD - STANDARD RUN'
                       TO LS-RPP-RETURN-MSG
                   GO TO 1000-EXIT
           END-READ
      *
           CLOSE RPT-PARM-FILE
      *
      *    A CARD LEFT OVER FROM ANOTHER REPORT MUST NOT NARROW
      *    THIS ONE
      *
           IF PRM-REPORT-ID NOT = LS-RPP-REPORT-ID
               MOVE +8 TO LS-RPP-RETURN-CODE
               STRING 'COMRPPL0: PARAMETER CARD IS FOR '
                      PRM-REPORT-ID ', NOT ' LS-RPP-REPORT-ID
                      DELIMITED BY SIZE
                      INTO LS-RPP-RETURN-MSG
               GO TO 1000-EXIT
           END-IF
      *
           IF PRM-REQUEST-ID = SPACES
               MOVE ZERO TO LS-RPP-REQUEST-ID
           ELSE
               IF PRM-REQUEST-ID NOT NUMERIC
                   MOVE +8 TO LS-RPP-RETURN-CODE
                   MOVE 'COMRPPL0: REQUEST ID NOT NUMERIC'
                       TO LS-RPP-RETURN-MSG
                   GO TO 1000-EXIT
               END-IF
               MOVE PRM-REQUEST-ID TO LS-RPP-REQUEST-ID
           END-IF
      *
           IF PRM-FROM-DATE NOT = SPACES
               MOVE PRM-FROM-DATE TO WS-CHECK-DATE
               PERFORM 2000-CHECK-DATE THRU 2000-EXIT
               IF NOT WS-DATE-IS-VALID
                   MOVE +8 TO LS-RPP-RETURN-CODE
                   STRING 'COMRPPL0: INVALID FROM DATE '
                          PRM-FROM-DATE
                          DELIMITED BY SIZE
                          INTO LS-RPP-RETURN-MSG
                   GO TO 1000-EXIT
               END-IF
           END-IF
      *
           IF PRM-TO-DATE NOT = SPACES
               MOVE PRM-TO-DATE TO WS-CHECK-DATE
               PERFORM 2000-CHECK-DATE THRU 2000-EXIT
               IF NOT WS-DATE-IS-VALID
                   MOVE +8 TO LS-RPP-RETURN-CODE
                   STRING 'COMRPPL0: INVALID TO DATE '
                          PRM-TO-DATE
                          DELIMITED BY SIZE
                          INTO LS-RPP-RETURN-MSG
                   GO TO 1000-EXIT
               END-IF
           END-IF
      *
           IF PRM-FROM-DATE NOT = SPACES
           AND PRM-TO-DATE NOT = SPACES
           AND PRM-FROM-DATE > PRM-TO-DATE
               MOVE +8 TO LS-RPP-RETURN-CODE
               MOVE 'COMRPPL0: FROM DATE IS AFTER TO DATE'
                   TO LS-RPP-RETURN-MSG
               GO TO 1000-EXIT
           END-IF
      *
           MOVE 'Y'             TO LS-RPP-CARD-FLAG
           MOVE PRM-DEALER-CODE TO LS-RPP-DEALER-CODE
           MOVE PRM-FROM-DATE   TO LS-RPP-FROM-DATE
           MOVE PRM-TO-DATE     TO LS-RPP-TO-DATE
      *
           STRING 'COMRPPL0: ' LS-RPP-REPORT-ID
                  ' REQUEST ' LS-RPP-REQUEST-ID
                  ' DEALER ' LS-RPP-DEALER-CODE
                  ' FROM ' LS-RPP-FROM-DATE
                  ' TO ' LS-RPP-TO-DATE
                  DELIMITED BY SIZE
                  INTO LS-RPP-RETURN-MSG
           .
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-CHECK-DATE - YYYY-MM-DD, MONTH 01-12, DAY 01-31.     *
      *    THE SCREEN HAS ALREADY CHECKED THE CALENDAR DATE          *
      ****************************************************************
       2000-CHECK-DATE.
      *
           MOVE 'N' TO WS-DATE-VALID-FLAG
      *
           IF WS-CHK-YYYY NOT NUMERIC
           OR WS-CHK-MM NOT NUMERIC
           OR WS-CHK-DD NOT NUMERIC
           OR WS-CHK-DASH-1 NOT = '-'
           OR WS-CHK-DASH-2 NOT = '-'
               GO TO 2000-EXIT
           END-IF
      *
           IF WS-CHK-MM-N < 1 OR WS-CHK-MM-N > 12
           OR WS-CHK-DD-N < 1 OR WS-CHK-DD-N > 31
               GO TO 2000-EXIT
           END-IF
      *
           SET WS-DATE-IS-VALID TO TRUE
           .
       2000-EXIT.
           EXIT.
      ****************************************************************
      * END OF COMRPPL0                                              *
      ****************************************************************
