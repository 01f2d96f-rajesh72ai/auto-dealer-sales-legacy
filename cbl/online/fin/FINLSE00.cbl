      *           SUPPORTS WHAT-IF: CHANGE RESIDUAL OR MONEY FACTOR. *
      *           IF DEAL NUMBER PROVIDED: CREATES LEASE_TERMS       *
      *           RECORD IN DB2.                                     *
      *           RESIDUAL AND MONEY FACTOR LEFT BLANK DEFAULT FROM  *
      *           THE CAPTIVE LEASE PROGRAM IN EFFECT (COMLPGL0) FOR *
      *           THE DEAL'S UNIT, OR THE YEAR/MAKE/MODEL KEYED. A   *
      *           KEYED RATE THAT DIFFERS FROM THE PROGRAM ON A      *
      *           DEAL IS RECORDED AS AN OVERRIDE.                   *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    FNLS - FINANCE LEASE CALC                          *
      * CALLS:    COMLESL0 - LEASE CALCULATION                       *
      *           COMFMTL0 - FIELD FORMATTING                       *
      *           COMLGEL0 - AUDIT LOGGING                          *
      *           COMLPGL0 - CAPTIVE LEASE PROGRAM LOOKUP/OVERRIDE   *
      * TABLES:   AUTOSALE.LEASE_TERMS (INSERT IF DEAL PROVIDED)     *
      *           AUTOSALE.FINANCE_APP  (LOOKUP FINANCE_ID)          *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  RESIDUAL/MONEY FACTOR DEFAULT FROM THE CAPTIVE *
      *               LEASE PROGRAM (LEASE_PROGRAM VIA COMLPGL0);    *
      *               OPTIONAL LENDER, ANNUAL MILES, TIER AND        *
      *               YEAR/MAKE/MODEL AT BODY 62-86; KEYED RATES     *
      *               OFF THE PROGRAM ON A DEAL ARE RECORDED IN      *
      *               LEASE_RATE_OVERRIDE (SEE 3500/7500)            *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-LI-TAX-RATE            PIC X(06).
           05  WS-LI-ACQ-FEE             PIC X(08).
           05  WS-LI-SEC-DEPOSIT         PIC X(08).
           05  WS-LI-LENDER-CODE         PIC X(05).
           05  WS-LI-ANNUAL-MILES        PIC X(06).
           05  WS-LI-CREDIT-TIER         PIC X(01).
           05  WS-LI-MODEL-YEAR          PIC X(04).
           05  WS-LI-MAKE-CODE           PIC X(03).
           05  WS-LI-MODEL-CODE          PIC X(06).
      *
      *    NUMERIC CONVERTED FIELDS
      *
                   VALUE 'TOTAL INTEREST EQ:  '.
               10  WS-LO-TOT-INT        PIC $ZZZ,ZZZ,ZZ9.99.
               10  FILLER               PIC X(08) VALUE SPACES.
           05  WS-LO-PROGRAM-LINE       PIC X(79) VALUE SPACES.
      *
      *    LEASE CALCULATION CALL FIELDS
      *
           05  WS-LRS-FINANCE-CHARGE     PIC S9(09)V99 COMP-3.
           05  WS-LRS-TOTAL-COST         PIC S9(09)V99 COMP-3.
      *
      *    CAPTIVE LEASE PROGRAM CALL FIELDS (COMLPGL0)
      *
           COPY WSLSPGM.
      *
       01  WS-PGM-FIELDS.
           05  WS-RES-KEYED              PIC X(01) VALUE 'N'.
               88  WS-RESIDUAL-KEYED               VALUE 'Y'.
           05  WS-MF-KEYED               PIC X(01) VALUE 'N'.
               88  WS-MONEY-FACTOR-KEYED           VALUE 'Y'.
           05  WS-PGM-RES-EDIT           PIC ZZ9.99.
           05  WS-PGM-MF-EDIT            PIC 9.999999.
      *
      *    FORMAT CALL FIELDS
      *
       01  WS-FMT-REQUEST.
           INITIALIZE WS-NUM-FIELDS
           MOVE 'FINLSE00' TO WS-LO-MSG-ID
           MOVE 'N' TO WS-HAS-DEAL
           MOVE 'N' TO WS-RES-KEYED
           MOVE 'N' TO WS-MF-KEYED
           INITIALIZE WS-LPG-REQUEST
           INITIALIZE WS-LPG-RESULT
           .
      *
      ****************************************************************
                   TO WS-LI-ACQ-FEE
               MOVE WS-INP-BODY(54:8)
                   TO WS-LI-SEC-DEPOSIT
               MOVE WS-INP-BODY(62:5)
                   TO WS-LI-LENDER-CODE
               MOVE WS-INP-BODY(67:6)
                   TO WS-LI-ANNUAL-MILES
               MOVE WS-INP-BODY(73:1)
                   TO WS-LI-CREDIT-TIER
               MOVE WS-INP-BODY(74:4)
                   TO WS-LI-MODEL-YEAR
               MOVE WS-INP-BODY(78:3)
                   TO WS-LI-MAKE-CODE
               MOVE WS-INP-BODY(81:6)
                   TO WS-LI-MODEL-CODE
           END-IF
           .
      *
               COMPUTE WS-NUM-RESIDUAL-PCT =
                   FUNCTION NUMVAL(WS-LI-RESIDUAL-PCT)
               END-COMPUTE
               MOVE 'Y' TO WS-RES-KEYED
           ELSE
               MOVE +55.00 TO WS-NUM-RESIDUAL-PCT
           END-IF
               COMPUTE WS-NUM-MONEY-FACTOR =
                   FUNCTION NUMVAL(WS-LI-MONEY-FACTOR)
               END-COMPUTE
               MOVE 'Y' TO WS-MF-KEYED
           ELSE
               MOVE +0.00125 TO WS-NUM-MONEY-FACTOR
           END-IF
           IF WS-LI-DEAL-NUMBER NOT = SPACES
               MOVE 'Y' TO WS-HAS-DEAL
           END-IF
      *
      *    RATES NOT KEYED COME FROM THE LENDER'S LEASE PROGRAM
      *
           PERFORM 3500-LEASE-PROGRAM THRU 3500-EXIT
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-LEASE-PROGRAM - CAPTIVE PROGRAM IN EFFECT (COMLPGL0) *
      *    FILLS A BLANK RESIDUAL OR MONEY FACTOR. NO PROGRAM LEAVES *
      *    THE STANDARD DEFAULTS ABOVE                               *
      ****************************************************************
       3500-LEASE-PROGRAM.
      *
           MOVE 'LKUP'               TO WS-LPG-FUNCTION
           MOVE WS-LI-DEAL-NUMBER   TO WS-LPG-DEAL-NUMBER
           MOVE WS-LI-LENDER-CODE   TO WS-LPG-LENDER-CODE
           MOVE WS-LI-CREDIT-TIER   TO WS-LPG-CREDIT-TIER
           MOVE WS-LI-MAKE-CODE     TO WS-LPG-MAKE-CODE
           MOVE WS-LI-MODEL-CODE    TO WS-LPG-MODEL-CODE
           MOVE WS-NUM-TERM         TO WS-LPG-TERM-MONTHS
           MOVE 'FINLSE00'           TO WS-LPG-PROGRAM-ID
           MOVE +0                   TO WS-LPG-SCENARIO-SEQ
           MOVE IO-PCB-USER-ID      TO WS-LPG-USER-ID
      *
           IF WS-LI-MODEL-YEAR NUMERIC
               MOVE WS-LI-MODEL-YEAR TO WS-LPG-MODEL-YEAR
           ELSE
               MOVE +0 TO WS-LPG-MODEL-YEAR
           END-IF
      *
           IF WS-LI-ANNUAL-MILES NOT = SPACES
               COMPUTE WS-LPG-ANNUAL-MILES =
                   FUNCTION NUMVAL(WS-LI-ANNUAL-MILES)
               END-COMPUTE
           ELSE
               MOVE +0 TO WS-LPG-ANNUAL-MILES
           END-IF
      *
           CALL 'COMLPGL0' USING WS-LPG-REQUEST
                                 WS-LPG-RESULT
      *
           IF WS-LPG-RETURN-CODE > +4
               MOVE WS-LPG-RETURN-MSG TO WS-LO-PROGRAM-LINE
               GO TO 3500-EXIT
           END-IF
      *
           IF NOT WS-LPG-PGM-FOUND
               MOVE 'NO LEASE PROGRAM - RATES AS KEYED OR STANDARD DE
      -             'FAULT'
                   TO WS-LO-PROGRAM-LINE
               GO TO 3500-EXIT
           END-IF
      *
           IF NOT WS-RESIDUAL-KEYED
               MOVE WS-LPG-RESIDUAL-PCT TO WS-NUM-RESIDUAL-PCT
           END-IF
           IF NOT WS-MONEY-FACTOR-KEYED
               MOVE WS-LPG-MONEY-FACTOR TO WS-NUM-MONEY-FACTOR
           END-IF
      *
           MOVE WS-LPG-RESIDUAL-PCT TO WS-PGM-RES-EDIT
           MOVE WS-LPG-MONEY-FACTOR TO WS-PGM-MF-EDIT
           MOVE SPACES TO WS-LO-PROGRAM-LINE
           STRING 'PROGRAM: '          DELIMITED BY SIZE
                  WS-LPG-LENDER-CODE   DELIMITED BY SIZE
                  ' EFF '              DELIMITED BY SIZE
                  WS-LPG-EFFECTIVE-DATE DELIMITED BY SIZE
                  ' TIER '             DELIMITED BY SIZE
                  WS-LPG-TIER-USED     DELIMITED BY SIZE
                  ' RES '              DELIMITED BY SIZE
                  WS-PGM-RES-EDIT      DELIMITED BY SIZE
                  '%  MF '             DELIMITED BY SIZE
                  WS-PGM-MF-EDIT       DELIMITED BY SIZE
                  INTO WS-LO-PROGRAM-LINE
           .
       3500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-CALCULATE-LEASE VIA COMLESL0                         *
      ****************************************************************
       4000-CALCULATE-LEASE.
           MOVE WS-LRS-FINANCE-CHARGE TO FINANCE-CHARGE
                                         OF DCLLEASE-TERMS
           MOVE WS-LRS-MONTHLY-TAX   TO MONTHLY-TAX
           IF WS-LPG-ANNUAL-MILES > +0
               MOVE WS-LPG-ANNUAL-MILES TO MILES-PER-YEAR
           ELSE
               MOVE +12000            TO MILES-PER-YEAR
           END-IF
           MOVE +0.25                 TO EXCESS-MILE-CHG
           MOVE +395.00              TO DISPOSITION-FEE
           MOVE WS-NUM-ACQ-FEE      TO ACQ-FEE
      *
               MOVE 'LEASE CALC COMPLETE - TERMS SAVED TO DEAL'
                   TO WS-LO-MSG-TEXT
      *
               IF WS-LPG-PGM-FOUND
               AND (WS-RESIDUAL-KEYED OR WS-MONEY-FACTOR-KEYED)
                   PERFORM 7500-RECORD-RATE-OVERRIDE
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    7500-RECORD-RATE-OVERRIDE - KEYED RATE OFF THE PROGRAM    *
      *    ON THIS DEAL GOES TO LEASE_RATE_OVERRIDE (COMLPGL0)       *
      ****************************************************************
       7500-RECORD-RATE-OVERRIDE.
      *
           MOVE 'OVRD'               TO WS-LPG-FUNCTION
           MOVE WS-NUM-RESIDUAL-PCT TO WS-LPG-KEYED-RESIDUAL
           MOVE WS-NUM-MONEY-FACTOR TO WS-LPG-KEYED-MF
      *
           CALL 'COMLPGL0' USING WS-LPG-REQUEST
                                 WS-LPG-RESULT
      *
           EVALUATE TRUE
               WHEN WS-LPG-OVRD-RECORDED
                   MOVE 'LEASE TERMS SAVED - PROGRAM RATE OVERRIDE RE
      -                 'CORDED'
                       TO WS-LO-MSG-TEXT
               WHEN WS-LPG-RETURN-CODE > +4
                   MOVE WS-LPG-RETURN-MSG TO WS-LO-MSG-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    9000-SEND-OUTPUT                                          *
      ****************************************************************
       9000-SEND-OUTPUT.
