      *                 PAYMENT AND AMOUNT FINANCED ARE RESTATED     *
      *                 TO THE SCENARIO'S STRUCTURE                  *
      *           SCENARIO TYPES: L=LOAN, E=LEASE                    *
      *           A LEASE SCENARIO KEYED WITH A ZERO RESIDUAL OR     *
      *           MONEY FACTOR TAKES IT FROM THE CAPTIVE LEASE       *
      *           PROGRAM IN EFFECT FOR THE DEAL'S UNIT (COMLPGL0);  *
      *           A KEYED RATE OFF THE PROGRAM IS RECORDED AS AN     *
      *           OVERRIDE WHEN THE SCENARIO IS SAVED.               *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    SLDK - PAYMENT DESKING                             *
      * MFS MOD:  ASSLDK00                                           *
      *           AUTOSALE.SALES_DEAL    (READ/UPDATE)               *
      * CALLS:    COMLONL0 - LOAN PAYMENT CALCULATOR                 *
      *           COMLESL0 - LEASE PAYMENT CALCULATOR                *
      *           COMLPGL0 - CAPTIVE LEASE PROGRAM LOOKUP/OVERRIDE   *
      *           COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  LEASE SCENARIO RESIDUAL/MONEY FACTOR DEFAULT   *
      *               FROM THE CAPTIVE LEASE PROGRAM (COMLPGL0);     *
      *               OPTIONAL LENDER AND ANNUAL MILES ON INPUT;     *
      *               KEYED RATES OFF THE PROGRAM ARE RECORDED IN    *
      *               LEASE_RATE_OVERRIDE (SEE 4150/4600)            *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-IN-APR                 PIC 9(02)V999.
           05  WS-IN-MONEY-FACTOR        PIC 9V9(06).
           05  WS-IN-RESIDUAL-PCT        PIC 9(03)V99.
           05  WS-IN-LENDER-CODE         PIC X(05).
           05  WS-IN-ANNUAL-MILES        PIC 9(06).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
           05  WS-LS-TOTAL-INTEREST      PIC S9(09)V99 COMP-3.
           05  WS-LS-TOTAL-TAX           PIC S9(09)V99 COMP-3.
      *
      *    CAPTIVE LEASE PROGRAM CALL AREAS (COMLPGL0)
      *
           COPY WSLSPGM.
      *
       01  WS-PGM-FIELDS.
           05  WS-SC-RES-KEYED           PIC X(01) VALUE 'N'.
               88  WS-SC-RESIDUAL-KEYED            VALUE 'Y'.
           05  WS-SC-MF-KEYED            PIC X(01) VALUE 'N'.
               88  WS-SC-MONEY-FACTOR-KEYED        VALUE 'Y'.
      *
      *    SCENARIO LIST CURSOR
      *
           EXEC SQL DECLARE CSR_SCN CURSOR FOR
           MOVE WS-IN-APR TO WS-SC-APR
           MOVE WS-IN-MONEY-FACTOR TO WS-SC-MF
           MOVE WS-IN-RESIDUAL-PCT TO WS-SC-RESIDUAL
      *
           IF WS-IN-ST-LEASE
               PERFORM 4150-LEASE-PROGRAM THRU 4150-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 4000-EXIT
               END-IF
           END-IF
      *
           COMPUTE WS-SC-FINANCED =
               WS-DL-TOTAL-PRICE - WS-SC-DOWN
               PERFORM 5000-LIST-SCENARIOS
               MOVE 'SCENARIO CALCULATED AND SAVED'
                   TO WS-OUT-MESSAGE
               IF WS-IN-ST-LEASE
               AND WS-LPG-PGM-FOUND
                   PERFORM 4600-RECORD-RATE-OVERRIDE
                       THRU 4600-EXIT
               END-IF
           END-IF
           .
       4000-EXIT.
           .
      *
      ****************************************************************
      *    4150-LEASE-PROGRAM - A ZERO RESIDUAL OR MONEY FACTOR      *
      *    TAKES THE CAPTIVE PROGRAM'S RATE (COMLPGL0). NO PROGRAM   *
      *    LEAVES THE KEYED VALUES FOR COMLESL0 TO EDIT              *
      ****************************************************************
       4150-LEASE-PROGRAM.
      *
           MOVE 'N' TO WS-SC-RES-KEYED
           MOVE 'N' TO WS-SC-MF-KEYED
           IF WS-SC-RESIDUAL > +0
               MOVE 'Y' TO WS-SC-RES-KEYED
           END-IF
           IF WS-SC-MF > +0
               MOVE 'Y' TO WS-SC-MF-KEYED
           END-IF
      *
           INITIALIZE WS-LPG-REQUEST
           MOVE 'LKUP'              TO WS-LPG-FUNCTION
           MOVE WS-IN-DEAL-NUMBER   TO WS-LPG-DEAL-NUMBER
           MOVE WS-IN-LENDER-CODE   TO WS-LPG-LENDER-CODE
           MOVE WS-SC-TERM          TO WS-LPG-TERM-MONTHS
           MOVE WS-PROGRAM-NAME     TO WS-LPG-PROGRAM-ID
           MOVE WS-SCEN-SEQ         TO WS-LPG-SCENARIO-SEQ
           MOVE IO-USER             TO WS-LPG-USER-ID
           IF WS-IN-ANNUAL-MILES NUMERIC
               MOVE WS-IN-ANNUAL-MILES TO WS-LPG-ANNUAL-MILES
           END-IF
      *
           CALL 'COMLPGL0' USING WS-LPG-REQUEST
                                 WS-LPG-RESULT
      *
           IF WS-LPG-RETURN-CODE > +4
               MOVE WS-LPG-RETURN-MSG TO WS-OUT-MESSAGE
               GO TO 4150-EXIT
           END-IF
      *
           IF NOT WS-LPG-PGM-FOUND
               GO TO 4150-EXIT
           END-IF
      *
           IF NOT WS-SC-RESIDUAL-KEYED
               MOVE WS-LPG-RESIDUAL-PCT TO WS-SC-RESIDUAL
           END-IF
           IF NOT WS-SC-MONEY-FACTOR-KEYED
               MOVE WS-LPG-MONEY-FACTOR TO WS-SC-MF
           END-IF
           .
       4150-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-PRICE-LEASE - COMLESL0 (DOWN PAYMENT AS CAP          *
      *    REDUCTION)                                                *
      ****************************************************************
           .
      *
      ****************************************************************
      *    4600-RECORD-RATE-OVERRIDE - A KEYED RESIDUAL OR MONEY     *
      *    FACTOR OFF THE PROGRAM GOES TO LEASE_RATE_OVERRIDE        *
      ****************************************************************
       4600-RECORD-RATE-OVERRIDE.
      *
           IF NOT WS-SC-RESIDUAL-KEYED
           AND NOT WS-SC-MONEY-FACTOR-KEYED
               MOVE 'SCENARIO SAVED AT THE LEASE PROGRAM RATES'
                   TO WS-OUT-MESSAGE
               GO TO 4600-EXIT
           END-IF
      *
           MOVE 'OVRD'              TO WS-LPG-FUNCTION
           MOVE WS-SC-RESIDUAL      TO WS-LPG-KEYED-RESIDUAL
           MOVE WS-SC-MF            TO WS-LPG-KEYED-MF
      *
           CALL 'COMLPGL0' USING WS-LPG-REQUEST
                                 WS-LPG-RESULT
      *
           EVALUATE TRUE
               WHEN WS-LPG-OVRD-RECORDED
                   MOVE 'SCENARIO SAVED - PROGRAM RATE OVERRIDE RECOR
      -                 'DED'
                       TO WS-OUT-MESSAGE
               WHEN WS-LPG-RETURN-CODE > +4
                   MOVE WS-LPG-RETURN-MSG TO WS-OUT-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       4600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-LIST-SCENARIOS - SIDE-BY-SIDE COMPARISON             *
      ****************************************************************
       5000-LIST-SCENARIOS.
