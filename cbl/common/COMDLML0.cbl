       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMDLML0.
      ****************************************************************
      * PROGRAM:   COMDLML0                                          *
      * SYSTEM:    AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING   *
      * AUTHOR:    AUTOSALES DEVELOPMENT TEAM                        *
      * DATE:      2026-10-15                                        *
      * PURPOSE:   DELIMITED DATA OUTPUT SERVICE FOR THE REPORTS.    *
      *            A REPORT DESCRIBES THE COLUMNS OF ITS DETAIL      *
      *            PRINT LINE AT OPEN AND HANDS OVER EACH DETAIL     *
      *            LINE AS IT PRINTS IT; THIS MODULE CUTS THE LINE   *
      *            INTO NAMED COLUMNS AND WRITES ONE PIPE-DELIMITED  *
      *            ROW PER DETAIL LINE TO DLMOUT, READY TO OPEN IN   *
      *            A SPREADSHEET. EDITED NUMBERS ($, COMMAS, CR,     *
      *            TRAILING MINUS) ARE WRITTEN AS PLAIN SIGNED       *
      *            NUMBERS. THE FIRST COLUMN IS ALWAYS DEALER_CODE   *
      *            SO BATDST00 CAN ROUTE THE FILE TO THE SAME        *
      *            RECIPIENTS AS THE PRINT (CONTROL CARD DD).        *
      *                                                              *
      * CALL INTERFACE:                                              *
      *   CALL 'COMDLML0' USING WS-DLM-REQUEST   (COPY WSDLMOUT)     *
      *                         WS-DLM-RESULT                        *
      *                                                              *
      * FUNCTIONS:                                                   *
      *   OPEN - READ DLMCTL; IF THE REPORT IS SELECTED, OPEN        *
      *          DLMOUT AND WRITE THE COLUMN-NAME ROW                *
      *   ROW  - WRITE ONE ROW FROM THE DETAIL LINE PASSED           *
      *   CLOS - CLOSE DLMOUT                                        *
      *   ROW AND CLOS DO NOTHING WHEN NO DATA FILE WAS SELECTED,    *
      *   SO A REPORT RUNS PRINT-ONLY, AS BEFORE, WITHOUT A CARD.    *
      *                                                              *
      * CONTROL CARD (DLMCTL DD, FIXED 80, OPTIONAL, ONE OR MORE):   *
      *   001-008  REPORT ID, OR *ALL FOR EVERY REPORT IN THE JOB    *
      *   010-010  Y = WRITE THE DATA FILE   N = PRINT ONLY          *
      *   A CARD FOR THE REPORT ID OVERRIDES A *ALL CARD.            *
      *                                                              *
      * OUTPUT:    DLMOUT DD - PIPE-DELIMITED DATA FILE, FIRST ROW   *
      *                        IS THE COLUMN NAMES                   *
      *                                                              *
      * RETURN CODES:                                                *
      *   00 - SUCCESS (INCLUDING PRINT-ONLY - SEE ACTIVE FLAG)      *
      *   04 - ROW TRUNCATED AT THE RECORD LENGTH                    *
      *   08 - INVALID COLUMN LAYOUT, FILE ERROR, OR INVALID         *
      *        FUNCTION CODE                                         *
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
           SELECT DLM-CONTROL-FILE
               ASSIGN TO DLMCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLMCTL-STATUS.
      *
           SELECT DLM-DATA-FILE
               ASSIGN TO DLMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLMOUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  DLM-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  DLM-CONTROL-RECORD.
           05  CTL-REPORT-ID             PIC X(08).
           05  FILLER                    PIC X(01).
           05  CTL-DATA-FLAG             PIC X(01).
           05  FILLER                    PIC X(70).
      *
       FD  DLM-DATA-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 800 CHARACTERS.
       01  DLM-DATA-RECORD               PIC X(800).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'COMDLML0'.
      *
       01  WS-FILE-STATUS-FIELDS.
           05  WS-DLMCTL-STATUS          PIC X(02) VALUE SPACES.
           05  WS-DLMOUT-STATUS          PIC X(02) VALUE SPACES.
      *
      *    STATE KEPT BETWEEN CALLS
      *
       01  WS-DLM-STATE.
           05  WS-DATA-FILE-FLAG         PIC X(01) VALUE 'N'.
               88  WS-DATA-FILE-OPEN               VALUE 'Y'.
           05  WS-REPORT-ID              PIC X(08) VALUE SPACES.
           05  WS-COL-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-ROWS-WRITTEN           PIC S9(09) COMP VALUE +0.
           05  WS-ROWS-TRUNCATED         PIC S9(09) COMP VALUE +0.
      *
      *    CONTROL CARD SELECTION
      *
       01  WS-SELECTION.
           05  WS-EOF-CTL                PIC X(01) VALUE 'N'.
               88  WS-CTL-DONE                     VALUE 'Y'.
           05  WS-REPORT-CARD-FLAG       PIC X(01) VALUE SPACES.
           05  WS-ALL-CARD-FLAG          PIC X(01) VALUE SPACES.
           05  WS-SELECT-FLAG            PIC X(01) VALUE 'N'.
               88  WS-REPORT-SELECTED              VALUE 'Y'.
      *
      *    ROW BUILD AREA
      *
       01  WS-OUT-BUFFER                 PIC X(800) VALUE SPACES.
       01  WS-OUT-PTR                    PIC S9(04) COMP VALUE +1.
       01  WS-OUT-OVERFLOW               PIC X(01) VALUE 'N'.
           88  WS-ROW-OVERFLOWED                   VALUE 'Y'.
      *
      *    FIELD WORK AREA
      *
       01  WS-FIELD-WORK.
           05  WS-COL-IDX                PIC S9(04) COMP VALUE +0.
           05  WS-COL-END                PIC S9(04) COMP VALUE +0.
           05  WS-FLD-TEXT               PIC X(132) VALUE SPACES.
           05  WS-FLD-SIZE               PIC S9(04) COMP VALUE +0.
           05  WS-FLD-FIRST              PIC S9(04) COMP VALUE +0.
           05  WS-FLD-LAST               PIC S9(04) COMP VALUE +0.
           05  WS-FLD-LEN                PIC S9(04) COMP VALUE +0.
           05  WS-CHR-IDX                PIC S9(04) COMP VALUE +0.
           05  WS-CHR                    PIC X(01) VALUE SPACE.
           05  WS-NUM-TEXT               PIC X(132) VALUE SPACES.
           05  WS-NUM-LEN                PIC S9(04) COMP VALUE +0.
           05  WS-NUM-SIGN               PIC X(01) VALUE SPACE.
               88  WS-NUM-IS-NEGATIVE              VALUE '-'.
      *
       LINKAGE SECTION.
      *
      *    REQUEST (SEE COPYBOOK WSDLMOUT)
      *
       01  LS-DLM-REQUEST.
           05  LS-DLM-FUNCTION           PIC X(04).
               88  LS-DLM-FUNC-OPEN                VALUE 'OPEN'.
               88  LS-DLM-FUNC-ROW                 VALUE 'ROW '.
               88  LS-DLM-FUNC-CLOSE               VALUE 'CLOS'.
           05  LS-DLM-REPORT-ID          PIC X(08).
           05  LS-DLM-DEALER-CODE        PIC X(05).
           05  LS-DLM-LINE               PIC X(132).
           05  LS-DLM-COLUMNS.
               10  LS-DLM-COLUMN         OCCURS 30 TIMES.
                   15  LS-DLM-COL-NAME   PIC X(20).
                   15  LS-DLM-COL-START  PIC 9(03).
                   15  LS-DLM-COL-LEN    PIC 9(03).
                   15  LS-DLM-COL-TYPE   PIC X(01).
                       88  LS-DLM-COL-NUMERIC      VALUE 'N'.
      *
      *    RESULT
      *
       01  LS-DLM-RESULT.
           05  LS-DLM-RETURN-CODE        PIC S9(04) COMP.
           05  LS-DLM-ACTIVE-FLAG        PIC X(01).
           05  LS-DLM-ROW-COUNT          PIC S9(09) COMP.
           05  LS-DLM-RETURN-MSG         PIC X(79).
      *
       PROCEDURE DIVISION USING LS-DLM-REQUEST
                                LS-DLM-RESULT.
      *
       0000-MAIN-CONTROL.
      *
           MOVE +0     TO LS-DLM-RETURN-CODE
           MOVE SPACES TO LS-DLM-RETURN-MSG
      *
           EVALUATE TRUE
               WHEN LS-DLM-FUNC-OPEN
                   PERFORM 1000-OPEN-DATA-FILE THRU 1000-EXIT
               WHEN LS-DLM-FUNC-ROW
                   PERFORM 3000-WRITE-ROW THRU 3000-EXIT
               WHEN LS-DLM-FUNC-CLOSE
                   PERFORM 5000-CLOSE-DATA-FILE THRU 5000-EXIT
               WHEN OTHER
                   MOVE +8 TO LS-DLM-RETURN-CODE
                   STRING 'COMDLML0: INVALID FUNCTION: '
                          LS-DLM-FUNCTION
                          DELIMITED BY SIZE
                          INTO LS-DLM-RETURN-MSG
           END-EVALUATE
      *
           MOVE WS-DATA-FILE-FLAG TO LS-DLM-ACTIVE-FLAG
           MOVE WS-ROWS-WRITTEN   TO LS-DLM-ROW-COUNT
      *
           GOBACK.
      *
      ****************************************************************
      *    1000-OPEN-DATA-FILE - SELECT, VALIDATE LAYOUT, OPEN,      *
      *    WRITE THE COLUMN-NAME ROW                                 *
      ****************************************************************
       1000-OPEN-DATA-FILE.
      *
           IF WS-DATA-FILE-OPEN
               MOVE +8 TO LS-DLM-RETURN-CODE
               MOVE 'COMDLML0: DATA FILE ALREADY OPEN'
                   TO LS-DLM-RETURN-MSG
               GO TO 1000-EXIT
           END-IF
      *
           MOVE LS-DLM-REPORT-ID TO WS-REPORT-ID
           MOVE +0 TO WS-ROWS-WRITTEN
           MOVE +0 TO WS-ROWS-TRUNCATED
      *
           PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
      *
           IF NOT WS-REPORT-SELECTED
               MOVE 'COMDLML0: NO DATA FILE SELECTED - PRINT ONLY'
                   TO LS-DLM-RETURN-MSG
               GO TO 1000-EXIT
           END-IF
      *
      *    COUNT AND CHECK THE COLUMNS - THE TABLE ENDS AT THE
      *    FIRST BLANK NAME
      *
           MOVE +0 TO WS-COL-COUNT
           PERFORM VARYING WS-COL-IDX FROM +1 BY +1
               UNTIL WS-COL-IDX > +30
               OR LS-DLM-COL-NAME(WS-COL-IDX) = SPACES
               IF LS-DLM-COL-START(WS-COL-IDX) NOT NUMERIC
               OR LS-DLM-COL-LEN(WS-COL-IDX) NOT NUMERIC
                   MOVE +999 TO WS-COL-END
               ELSE
                   COMPUTE WS-COL-END =
                           LS-DLM-COL-START(WS-COL-IDX)
                         + LS-DLM-COL-LEN(WS-COL-IDX) - 1
               END-IF
               IF LS-DLM-COL-START(WS-COL-IDX) = ZERO
               OR LS-DLM-COL-LEN(WS-COL-IDX) = ZERO
               OR WS-COL-END > +132
                   MOVE +8 TO LS-DLM-RETURN-CODE
                   STRING 'COMDLML0: BAD COLUMN LAYOUT - '
                          LS-DLM-COL-NAME(WS-COL-IDX)
                          DELIMITED BY SIZE
                          INTO LS-DLM-RETURN-MSG
                   GO TO 1000-EXIT
               END-IF
               ADD +1 TO WS-COL-COUNT
           END-PERFORM
      *
           IF WS-COL-COUNT = +0
               MOVE +8 TO LS-DLM-RETURN-CODE
               MOVE 'COMDLML0: NO COLUMNS DESCRIBED'
                   TO LS-DLM-RETURN-MSG
               GO TO 1000-EXIT
           END-IF
      *
           OPEN OUTPUT DLM-DATA-FILE
           IF WS-DLMOUT-STATUS NOT = '00'
               MOVE +8 TO LS-DLM-RETURN-CODE
               STRING 'COMDLML0: ERROR OPENING DLMOUT - '
                      WS-DLMOUT-STATUS
                      DELIMITED BY SIZE
                      INTO LS-DLM-RETURN-MSG
               GO TO 1000-EXIT
           END-IF
      *
           SET WS-DATA-FILE-OPEN TO TRUE
      *
      *    COLUMN-NAME ROW
      *
           MOVE SPACES TO WS-OUT-BUFFER
           MOVE +1 TO WS-OUT-PTR
           STRING 'DEALER_CODE' DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
               WITH POINTER WS-OUT-PTR
           END-STRING
      *
           PERFORM VARYING WS-COL-IDX FROM +1 BY +1
               UNTIL WS-COL-IDX > WS-COL-COUNT
               STRING '|' DELIMITED BY SIZE
                      LS-DLM-COL-NAME(WS-COL-IDX)
                          DELIMITED BY SPACE
                   INTO WS-OUT-BUFFER
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-PERFORM
      *
           WRITE DLM-DATA-RECORD FROM WS-OUT-BUFFER
      *
           DISPLAY 'COMDLML0: ' WS-REPORT-ID
                   ' DATA FILE OPEN - ' WS-COL-COUNT ' COLUMNS'
           .
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1100-READ-CONTROL-CARDS - NO DD OR NO MATCHING CARD       *
      *    MEANS PRINT ONLY                                          *
      ****************************************************************
       1100-READ-CONTROL-CARDS.
      *
           MOVE 'N'    TO WS-SELECT-FLAG
           MOVE SPACES TO WS-REPORT-CARD-FLAG
           MOVE SPACES TO WS-ALL-CARD-FLAG
      *
           OPEN INPUT DLM-CONTROL-FILE
           IF WS-DLMCTL-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CTL
           PERFORM UNTIL WS-CTL-DONE
               READ DLM-CONTROL-FILE
                   AT END
                       SET WS-CTL-DONE TO TRUE
                   NOT AT END
                       EVALUATE CTL-REPORT-ID
                           WHEN WS-REPORT-ID
                               MOVE CTL-DATA-FLAG
                                   TO WS-REPORT-CARD-FLAG
                           WHEN '*ALL    '
                               MOVE CTL-DATA-FLAG
                                   TO WS-ALL-CARD-FLAG
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
      *
           CLOSE DLM-CONTROL-FILE
      *
           EVALUATE TRUE
               WHEN WS-REPORT-CARD-FLAG = 'Y'
                   MOVE 'Y' TO WS-SELECT-FLAG
               WHEN WS-REPORT-CARD-FLAG NOT = SPACES
                   MOVE 'N' TO WS-SELECT-FLAG
               WHEN WS-ALL-CARD-FLAG = 'Y'
                   MOVE 'Y' TO WS-SELECT-FLAG
               WHEN OTHER
                   MOVE 'N' TO WS-SELECT-FLAG
           END-EVALUATE
           .
       1100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-WRITE-ROW - DEALER CODE, THEN EACH COLUMN OF THE     *
      *    DETAIL LINE                                               *
      ****************************************************************
       3000-WRITE-ROW.
      *
           IF NOT WS-DATA-FILE-OPEN
               GO TO 3000-EXIT
           END-IF
      *
           MOVE SPACES TO WS-OUT-BUFFER
           MOVE +1 TO WS-OUT-PTR
           MOVE 'N' TO WS-OUT-OVERFLOW
      *
           IF LS-DLM-DEALER-CODE NOT = SPACES
               STRING LS-DLM-DEALER-CODE DELIMITED BY SPACE
                   INTO WS-OUT-BUFFER
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
      *
           PERFORM VARYING WS-COL-IDX FROM +1 BY +1
               UNTIL WS-COL-IDX > WS-COL-COUNT
               PERFORM 3100-FORMAT-COLUMN THRU 3100-EXIT
           END-PERFORM
      *
           WRITE DLM-DATA-RECORD FROM WS-OUT-BUFFER
           IF WS-DLMOUT-STATUS NOT = '00'
               MOVE +8 TO LS-DLM-RETURN-CODE
               STRING 'COMDLML0: DLMOUT WRITE ERROR - '
                      WS-DLMOUT-STATUS
                      DELIMITED BY SIZE
                      INTO LS-DLM-RETURN-MSG
               GO TO 3000-EXIT
           END-IF
      *
           ADD +1 TO WS-ROWS-WRITTEN
      *
           IF WS-ROW-OVERFLOWED
               ADD +1 TO WS-ROWS-TRUNCATED
               MOVE +4 TO LS-DLM-RETURN-CODE
               MOVE 'COMDLML0: ROW TRUNCATED AT RECORD LENGTH'
                   TO LS-DLM-RETURN-MSG
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-FORMAT-COLUMN - CUT, CLEAN AND APPEND ONE COLUMN     *
      ****************************************************************
       3100-FORMAT-COLUMN.
      *
           MOVE SPACES TO WS-FLD-TEXT
           MOVE LS-DLM-COL-LEN(WS-COL-IDX) TO WS-FLD-SIZE
           MOVE LS-DLM-LINE(LS-DLM-COL-START(WS-COL-IDX):
                            WS-FLD-SIZE)
               TO WS-FLD-TEXT
      *
           IF LS-DLM-COL-NUMERIC(WS-COL-IDX)
               PERFORM 3300-CLEAN-NUMBER THRU 3300-EXIT
           END-IF
      *
      *    THE DELIMITER MAY NOT APPEAR INSIDE A VALUE
      *
           INSPECT WS-FLD-TEXT REPLACING ALL '|' BY '/'
      *
           PERFORM 3200-TRIM-FIELD THRU 3200-EXIT
      *
           STRING '|' DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
               WITH POINTER WS-OUT-PTR
               ON OVERFLOW
                   SET WS-ROW-OVERFLOWED TO TRUE
           END-STRING
      *
           IF WS-FLD-LEN > +0
               STRING WS-FLD-TEXT(WS-FLD-FIRST:WS-FLD-LEN)
                      DELIMITED BY SIZE
                   INTO WS-OUT-BUFFER
                   WITH POINTER WS-OUT-PTR
                   ON OVERFLOW
                       SET WS-ROW-OVERFLOWED TO TRUE
               END-STRING
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3200-TRIM-FIELD - FIRST/LAST NON-BLANK OF WS-FLD-TEXT     *
      ****************************************************************
       3200-TRIM-FIELD.
      *
           MOVE +0 TO WS-FLD-LEN
      *
           PERFORM VARYING WS-FLD-FIRST FROM +1 BY +1
               UNTIL WS-FLD-FIRST > WS-FLD-SIZE
               OR WS-FLD-TEXT(WS-FLD-FIRST:1) NOT = SPACE
               CONTINUE
           END-PERFORM
      *
           IF WS-FLD-FIRST > WS-FLD-SIZE
               GO TO 3200-EXIT
           END-IF
      *
           PERFORM VARYING WS-FLD-LAST FROM WS-FLD-SIZE BY -1
               UNTIL WS-FLD-LAST < WS-FLD-FIRST
               OR WS-FLD-TEXT(WS-FLD-LAST:1) NOT = SPACE
               CONTINUE
           END-PERFORM
      *
           COMPUTE WS-FLD-LEN = WS-FLD-LAST - WS-FLD-FIRST + 1
           .
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3300-CLEAN-NUMBER - KEEP DIGITS AND THE DECIMAL POINT,    *
      *    DROP $ , % AND FILL, AND CARRY A TRAILING MINUS, CR OR    *
      *    PARENTHESES AS A LEADING MINUS                            *
      ****************************************************************
       3300-CLEAN-NUMBER.
      *
           MOVE SPACES TO WS-NUM-TEXT
           MOVE +0 TO WS-NUM-LEN
           MOVE SPACE TO WS-NUM-SIGN
      *
           PERFORM VARYING WS-CHR-IDX FROM +1 BY +1
               UNTIL WS-CHR-IDX > WS-FLD-SIZE
               MOVE WS-FLD-TEXT(WS-CHR-IDX:1) TO WS-CHR
               EVALUATE TRUE
                   WHEN WS-CHR >= '0' AND WS-CHR <= '9'
                   WHEN WS-CHR = '.'
                       ADD +1 TO WS-NUM-LEN
                       MOVE WS-CHR TO WS-NUM-TEXT(WS-NUM-LEN:1)
                   WHEN WS-CHR = '-'
                   WHEN WS-CHR = '('
                       MOVE '-' TO WS-NUM-SIGN
                   WHEN WS-CHR = 'C'
                       IF WS-CHR-IDX < WS-FLD-SIZE
                       AND WS-FLD-TEXT(WS-CHR-IDX + 1:1) = 'R'
                           MOVE '-' TO WS-NUM-SIGN
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
      *
           MOVE SPACES TO WS-FLD-TEXT
           IF WS-NUM-LEN = +0
               GO TO 3300-EXIT
           END-IF
      *
           IF WS-NUM-IS-NEGATIVE
               STRING '-' WS-NUM-TEXT(1:WS-NUM-LEN)
                   DELIMITED BY SIZE
                   INTO WS-FLD-TEXT
               END-STRING
           ELSE
               MOVE WS-NUM-TEXT(1:WS-NUM-LEN) TO WS-FLD-TEXT
           END-IF
           .
       3300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-CLOSE-DATA-FILE                                      *
      ****************************************************************
       5000-CLOSE-DATA-FILE.
      *
           IF NOT WS-DATA-FILE-OPEN
               GO TO 5000-EXIT
           END-IF
      *
           CLOSE DLM-DATA-FILE
           MOVE 'N' TO WS-DATA-FILE-FLAG
      *
           DISPLAY 'COMDLML0: ' WS-REPORT-ID
                   ' DATA ROWS WRITTEN = ' WS-ROWS-WRITTEN
           IF WS-ROWS-TRUNCATED > +0
               DISPLAY 'COMDLML0: ' WS-REPORT-ID
                       ' ROWS TRUNCATED    = ' WS-ROWS-TRUNCATED
           END-IF
           .
       5000-EXIT.
           EXIT.
      ****************************************************************
      * END OF COMDLML0                                              *
      ****************************************************************
