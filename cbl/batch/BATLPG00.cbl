       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATLPG00.
      ****************************************************************
      * PROGRAM:    BATLPG00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    MONTHLY CAPTIVE LEASE PROGRAM LOAD. LOADS THE    *
      *             LENDER'S RESIDUAL / MONEY FACTOR FILE INTO       *
      *             LEASE_PROGRAM KEYED BY LENDER, MODEL YEAR/MAKE/  *
      *             MODEL, TERM AND ANNUAL MILES WITH THE PROGRAM'S  *
      *             EFFECTIVE DATE. A NEW PROGRAM CLOSES THE ONE IT  *
      *             REPLACES (EXPIRY = NEW EFFECTIVE DATE - 1 DAY);  *
      *             PRIOR PROGRAMS ARE KEPT FOR HISTORY. THE LEASE   *
      *             DESK (FINLSE00, SALDSK00) DEFAULTS ITS RESIDUAL  *
      *             AND MONEY FACTOR FROM THE PROGRAM IN EFFECT      *
      *             THROUGH COMLPGL0.                                *
      *             A RECORD OUTSIDE THE LEASE CALCULATOR'S LIMITS   *
      *             (RESIDUAL 20-75 PCT, MONEY FACTOR ABOVE ZERO     *
      *             AND NOT OVER .00500) IS REJECTED AND LISTED.     *
      *             A PROGRAM ALREADY LOADED FOR THE SAME KEY AND    *
      *             EFFECTIVE DATE IS SKIPPED - RERUN SAFE.          *
      *                                                              *
      *             PROGRAM FILE LAYOUT (FIXED 120):                 *
      *               01-05  LENDER CODE                             *
      *               06-09  MODEL YEAR                              *
      *               10-12  MAKE CODE                               *
      *               13-18  MODEL CODE                              *
      *               19-21  TERM MONTHS   9(3)                      *
      *               22-27  ANNUAL MILES  9(6)                      *
      *               28-37  EFFECTIVE DATE YYYY-MM-DD               *
      *               38-47  EXPIRY DATE YYYY-MM-DD (BLANK = OPEN)   *
      *               48-52  RESIDUAL PCT  9(3)V99                   *
      *               53-59  MONEY FACTOR TIER A 9V9(6)              *
      *               60-66  MONEY FACTOR TIER B 9V9(6)              *
      *               67-73  MONEY FACTOR TIER C 9V9(6)              *
      *               74-80  MONEY FACTOR TIER D 9V9(6)              *
      *               81-87  MONEY FACTOR TIER E 9V9(6)              *
      *                                                              *
      * INPUT:      LSEPGM DD - LENDER LEASE PROGRAM FILE            *
      *                                                              *
      * TABLES:     AUTOSALE.LEASE_PROGRAM (INSERT/UPDATE)           *
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
           SELECT PROGRAM-FILE
               ASSIGN TO LSEPGM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LSEPGM-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  PROGRAM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS.
       01  PROGRAM-RECORD.
           05  LP-LENDER-CODE            PIC X(05).
           05  LP-MODEL-YEAR             PIC 9(04).
           05  LP-MAKE-CODE              PIC X(03).
           05  LP-MODEL-CODE             PIC X(06).
           05  LP-TERM-MONTHS            PIC 9(03).
           05  LP-ANNUAL-MILES           PIC 9(06).
           05  LP-EFFECTIVE-DATE         PIC X(10).
           05  LP-EXPIRY-DATE            PIC X(10).
           05  LP-RESIDUAL-PCT           PIC 9(03)V99.
           05  LP-MF-TIER-A              PIC 9(01)V9(06).
           05  LP-MF-TIER-B              PIC 9(01)V9(06).
           05  LP-MF-TIER-C              PIC 9(01)V9(06).
           05  LP-MF-TIER-D              PIC 9(01)V9(06).
           05  LP-MF-TIER-E              PIC 9(01)V9(06).
           05  FILLER                    PIC X(33).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATLPG00'.
      *
       01  WS-LSEPGM-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLLSPGM.
      *
       01  WS-COUNTERS.
           05  WS-READ-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-LOADED-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-CLOSED-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-SKIPPED-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-REJECTED-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-EOF-PROGRAM                PIC X(01) VALUE 'N'.
           88  WS-PROGRAM-DONE                     VALUE 'Y'.
      *
       01  WS-REJECT-REASON              PIC X(40) VALUE SPACES.
       01  WS-NI-EXPIRY-DATE             PIC S9(04) COMP VALUE -1.
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
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATLPG00: CAPTIVE LEASE PROGRAM LOAD - START'
      *
           PERFORM 2000-OPEN-FILES
      *
           IF WS-LSEPGM-STATUS = '00'
               PERFORM 3000-LOAD-PROGRAMS
               PERFORM 7000-COMMIT-LOAD
           ELSE
               MOVE +8 TO RETURN-CODE
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATLPG00: PROCESSING COMPLETE'
           DISPLAY 'BATLPG00:   READ     = ' WS-READ-COUNT
           DISPLAY 'BATLPG00:   LOADED   = ' WS-LOADED-COUNT
           DISPLAY 'BATLPG00:   CLOSED   = ' WS-CLOSED-COUNT
           DISPLAY 'BATLPG00:   SKIPPED  = ' WS-SKIPPED-COUNT
           DISPLAY 'BATLPG00:   REJECTED = ' WS-REJECTED-COUNT
           DISPLAY 'BATLPG00:   ERRORS   = ' WS-ERROR-COUNT
      *
           STOP RUN.
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN INPUT PROGRAM-FILE
      *
           IF WS-LSEPGM-STATUS NOT = '00'
               DISPLAY 'BATLPG00: ERROR OPENING LSEPGM - '
                       WS-LSEPGM-STATUS
           END-IF
           .
      *
      ****************************************************************
      *    3000-LOAD-PROGRAMS                                        *
      ****************************************************************
       3000-LOAD-PROGRAMS.
      *
           MOVE 'N' TO WS-EOF-PROGRAM
      *
           PERFORM UNTIL WS-PROGRAM-DONE
               READ PROGRAM-FILE
                   AT END
                       SET WS-PROGRAM-DONE TO TRUE
                   NOT AT END
                       ADD +1 TO WS-READ-COUNT
                       PERFORM 3100-LOAD-ONE-PROGRAM THRU 3100-EXIT
               END-READ
           END-PERFORM
           .
      *
      ****************************************************************
      *    3100-LOAD-ONE-PROGRAM                                     *
      ****************************************************************
       3100-LOAD-ONE-PROGRAM.
      *
           IF LP-LENDER-CODE = SPACES
           OR LP-MODEL-YEAR NOT NUMERIC
           OR LP-MAKE-CODE = SPACES
           OR LP-MODEL-CODE = SPACES
               ADD +1 TO WS-SKIPPED-COUNT
               GO TO 3100-EXIT
           END-IF
      *
           PERFORM 3200-EDIT-PROGRAM THRU 3200-EXIT
      *
           IF WS-REJECT-REASON NOT = SPACES
               ADD +1 TO WS-REJECTED-COUNT
               DISPLAY 'BATLPG00: REJECTED ' LP-LENDER-CODE ' '
                       LP-MODEL-YEAR ' ' LP-MAKE-CODE ' '
                       LP-MODEL-CODE ' ' LP-TERM-MONTHS ' - '
                       WS-REJECT-REASON
               GO TO 3100-EXIT
           END-IF
      *
           MOVE LP-LENDER-CODE    TO LENDER-CODE
           MOVE LP-MODEL-YEAR     TO MODEL-YEAR
           MOVE LP-MAKE-CODE      TO MAKE-CODE
           MOVE LP-MODEL-CODE     TO MODEL-CODE
           MOVE LP-TERM-MONTHS    TO TERM-MONTHS
           MOVE LP-ANNUAL-MILES   TO ANNUAL-MILES
           MOVE LP-EFFECTIVE-DATE TO EFFECTIVE-DATE
           MOVE LP-RESIDUAL-PCT   TO RESIDUAL-PCT
           MOVE LP-MF-TIER-A      TO MF-TIER-A
           MOVE LP-MF-TIER-B      TO MF-TIER-B
           MOVE LP-MF-TIER-C      TO MF-TIER-C
           MOVE LP-MF-TIER-D      TO MF-TIER-D
           MOVE LP-MF-TIER-E      TO MF-TIER-E
      *
           IF LP-EXPIRY-DATE = SPACES
               MOVE SPACES TO EXPIRY-DATE
               MOVE -1 TO WS-NI-EXPIRY-DATE
           ELSE
               MOVE LP-EXPIRY-DATE TO EXPIRY-DATE
               MOVE +0 TO WS-NI-EXPIRY-DATE
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.LEASE_PROGRAM
               ( LENDER_CODE
               , MODEL_YEAR
               , MAKE_CODE
               , MODEL_CODE
               , TERM_MONTHS
               , ANNUAL_MILES
               , EFFECTIVE_DATE
               , EXPIRY_DATE
               , RESIDUAL_PCT
               , MF_TIER_A
               , MF_TIER_B
               , MF_TIER_C
               , MF_TIER_D
               , MF_TIER_E
               , LOADED_TS
               )
               VALUES
               ( :LENDER-CODE
               , :MODEL-YEAR
               , :MAKE-CODE
               , :MODEL-CODE
               , :TERM-MONTHS
               , :ANNUAL-MILES
               , :EFFECTIVE-DATE
               , :EXPIRY-DATE :WS-NI-EXPIRY-DATE
               , :RESIDUAL-PCT
               , :MF-TIER-A
               , :MF-TIER-B
               , :MF-TIER-C
               , :MF-TIER-D
               , :MF-TIER-E
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE = +0
               ADD +1 TO WS-LOADED-COUNT
           ELSE
               IF SQLCODE = -803
      *            SAME PROGRAM ALREADY LOADED - RERUN SAFE
                   ADD +1 TO WS-SKIPPED-COUNT
               ELSE
                   DISPLAY 'BATLPG00: INSERT FAILED - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
               END-IF
               GO TO 3100-EXIT
           END-IF
      *
      *    THE NEW PROGRAM REPLACES ANY EARLIER ONE STILL OPEN FOR
      *    THE SAME KEY
      *
           EXEC SQL
               UPDATE AUTOSALE.LEASE_PROGRAM
                  SET EXPIRY_DATE = DATE(:EFFECTIVE-DATE) - 1 DAY
               WHERE  LENDER_CODE  = :LENDER-CODE
                 AND  MODEL_YEAR   = :MODEL-YEAR
                 AND  MAKE_CODE    = :MAKE-CODE
                 AND  MODEL_CODE   = :MODEL-CODE
                 AND  TERM_MONTHS  = :TERM-MONTHS
                 AND  ANNUAL_MILES = :ANNUAL-MILES
                 AND  EFFECTIVE_DATE < :EFFECTIVE-DATE
                 AND  (EXPIRY_DATE IS NULL
                   OR  EXPIRY_DATE >= :EFFECTIVE-DATE)
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD SQLERRD(3) TO WS-CLOSED-COUNT
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BATLPG00: CLOSE PRIOR PROGRAM FAILED - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
           END-EVALUATE
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3200-EDIT-PROGRAM - TERM, MILES, DATES AND RATES          *
      ****************************************************************
       3200-EDIT-PROGRAM.
      *
           MOVE SPACES TO WS-REJECT-REASON
      *
           IF LP-TERM-MONTHS NOT NUMERIC
           OR LP-TERM-MONTHS = ZERO
               MOVE 'INVALID TERM' TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF
      *
           IF LP-ANNUAL-MILES NOT NUMERIC
           OR LP-ANNUAL-MILES = ZERO
               MOVE 'INVALID ANNUAL MILES' TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF
      *
           MOVE LP-EFFECTIVE-DATE TO WS-CHECK-DATE
           PERFORM 3300-CHECK-DATE THRU 3300-EXIT
           IF NOT WS-DATE-IS-VALID
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF
      *
           IF LP-EXPIRY-DATE NOT = SPACES
               MOVE LP-EXPIRY-DATE TO WS-CHECK-DATE
               PERFORM 3300-CHECK-DATE THRU 3300-EXIT
               IF NOT WS-DATE-IS-VALID
               OR LP-EXPIRY-DATE < LP-EFFECTIVE-DATE
                   MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
                   GO TO 3200-EXIT
               END-IF
           END-IF
      *
           IF LP-RESIDUAL-PCT NOT NUMERIC
           OR LP-RESIDUAL-PCT < 20.00
           OR LP-RESIDUAL-PCT > 75.00
               MOVE 'RESIDUAL PCT NOT 20-75' TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF
      *
           IF LP-MF-TIER-A NOT NUMERIC
           OR LP-MF-TIER-B NOT NUMERIC
           OR LP-MF-TIER-C NOT NUMERIC
           OR LP-MF-TIER-D NOT NUMERIC
           OR LP-MF-TIER-E NOT NUMERIC
               MOVE 'MONEY FACTOR NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF
      *
           IF LP-MF-TIER-A = ZERO OR LP-MF-TIER-A > 0.005
           OR LP-MF-TIER-B = ZERO OR LP-MF-TIER-B > 0.005
           OR LP-MF-TIER-C = ZERO OR LP-MF-TIER-C > 0.005
           OR LP-MF-TIER-D = ZERO OR LP-MF-TIER-D > 0.005
           OR LP-MF-TIER-E = ZERO OR LP-MF-TIER-E > 0.005
               MOVE 'MONEY FACTOR NOT ABOVE 0 TO .00500'
                   TO WS-REJECT-REASON
           END-IF
           .
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3300-CHECK-DATE - YYYY-MM-DD SHAPE AND RANGE              *
      ****************************************************************
       3300-CHECK-DATE.
      *
           MOVE 'N' TO WS-DATE-VALID-FLAG
      *
           IF WS-CHK-YYYY NUMERIC
           AND WS-CHK-DASH-1 = '-'
           AND WS-CHK-MM NUMERIC
           AND WS-CHK-DASH-2 = '-'
           AND WS-CHK-DD NUMERIC
               IF WS-CHK-MM-N >= 1 AND WS-CHK-MM-N <= 12
               AND WS-CHK-DD-N >= 1 AND WS-CHK-DD-N <= 31
                   MOVE 'Y' TO WS-DATE-VALID-FLAG
               END-IF
           END-IF
           .
       3300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-COMMIT-LOAD                                          *
      ****************************************************************
       7000-COMMIT-LOAD.
      *
           IF WS-ERROR-COUNT > +0
               DISPLAY 'BATLPG00: ERRORS - LOAD ROLLED BACK'
               EXEC SQL ROLLBACK END-EXEC
               MOVE +8 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'BATLPG00: COMMIT FAILED - ' SQLCODE
                   MOVE +8 TO RETURN-CODE
               ELSE
                   IF WS-REJECTED-COUNT > +0
                       MOVE +4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE PROGRAM-FILE
      *
           IF WS-LSEPGM-STATUS NOT = '00'
               DISPLAY 'BATLPG00: ERROR CLOSING LSEPGM - '
                       WS-LSEPGM-STATUS
           END-IF
           .
      ****************************************************************
      * END OF BATLPG00                                              *
      ****************************************************************
