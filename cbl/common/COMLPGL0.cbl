       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMLPGL0.
      ****************************************************************
      * PROGRAM:   COMLPGL0                                          *
      * SYSTEM:    AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING   *
      * AUTHOR:    AUTOSALES DEVELOPMENT TEAM                        *
      * DATE:      2026-10-15                                        *
      * PURPOSE:   CAPTIVE LEASE PROGRAM SERVICE. FINDS THE LENDER'S *
      *            PROGRAM IN EFFECT TODAY (LEASE_PROGRAM, LOADED    *
      *            EACH MONTH FROM THE LENDER'S FILE BY BATLPG00)    *
      *            FOR THE UNIT, TERM AND ANNUAL MILES, AND HANDS    *
      *            BACK THE RESIDUAL PERCENT AND THE BASE MONEY      *
      *            FACTOR FOR THE CUSTOMER'S CREDIT TIER SO THE      *
      *            LEASE DESK (FINLSE00, SALDSK00) PRICES FROM THE   *
      *            PROGRAM INSTEAD OF A RATE KEYED FROM THE PDF.     *
      *            WHEN THE DESK KEYS ITS OWN RATE ON A DEAL THE     *
      *            DIFFERENCE IS RECORDED IN LEASE_RATE_OVERRIDE.    *
      *                                                              *
      * CALL INTERFACE:                                              *
      *   CALL 'COMLPGL0' USING WS-LPG-REQUEST   (COPY WSLSPGM)      *
      *                         WS-LPG-RESULT                        *
      *                                                              *
      * FUNCTIONS:                                                   *
      *   LKUP - LOOK UP THE PROGRAM. KEY FIELDS LEFT BLANK ARE      *
      *          TAKEN FROM THE DEAL WHEN A DEAL NUMBER IS GIVEN:    *
      *            YEAR/MAKE/MODEL - THE DEAL'S VEHICLE              *
      *            LENDER/TIER     - LATEST LEASE FINANCE_APP        *
      *            TIER (STILL)    - LATEST CREDIT_CHECK             *
      *          A LENDER STILL BLANK MATCHES ANY LENDER WITH A      *
      *          PROGRAM FOR THE UNIT (ONE CAPTIVE PER MAKE)         *
      *   OVRD - LKUP, THEN INSERT LEASE_RATE_OVERRIDE IF THE KEYED  *
      *          RESIDUAL OR MONEY FACTOR IS NOT THE PROGRAM'S       *
      *                                                              *
      * RETURN CODES:                                                *
      *   00 - PROGRAM FOUND                                         *
      *   04 - NO PROGRAM FOR THE KEY - THE KEYED RATES STAND        *
      *   08 - INVALID REQUEST OR DB2 ERROR                          *
      *                                                              *
      * TABLES:    AUTOSALE.LEASE_PROGRAM       (READ)               *
      *            AUTOSALE.LEASE_RATE_OVERRIDE (INSERT)             *
      *            AUTOSALE.SALES_DEAL          (READ)               *
      *            AUTOSALE.VEHICLE             (READ)               *
      *            AUTOSALE.FINANCE_APP         (READ)               *
      *            AUTOSALE.CREDIT_CHECK        (READ)               *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'COMLPGL0'.
      *
           COPY WSSQLCA.
      *
           COPY DCLLSPGM.
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-HV-CUSTOMER-ID         PIC S9(09) COMP VALUE +0.
           05  WS-HV-LENDER              PIC X(05) VALUE SPACES.
           05  WS-HV-TIER                PIC X(01) VALUE SPACES.
           05  WS-DISP-SQLCODE           PIC -(8)9.
      *
       LINKAGE SECTION.
      *
      *    REQUEST / RESULT (SEE COPYBOOK WSLSPGM)
      *
       01  LS-LPG-REQUEST.
           05  LS-LPG-FUNCTION           PIC X(04).
               88  LS-LPG-FUNC-LKUP                VALUE 'LKUP'.
               88  LS-LPG-FUNC-OVRD                VALUE 'OVRD'.
           05  LS-LPG-DEAL-NUMBER        PIC X(10).
           05  LS-LPG-LENDER-CODE        PIC X(05).
           05  LS-LPG-MODEL-YEAR         PIC S9(04) COMP.
           05  LS-LPG-MAKE-CODE          PIC X(03).
           05  LS-LPG-MODEL-CODE         PIC X(06).
           05  LS-LPG-TERM-MONTHS        PIC S9(04) COMP.
           05  LS-LPG-ANNUAL-MILES       PIC S9(09) COMP.
           05  LS-LPG-CREDIT-TIER        PIC X(01).
           05  LS-LPG-KEYED-RESIDUAL     PIC S9(03)V99 COMP-3.
           05  LS-LPG-KEYED-MF           PIC S9(01)V9(06) COMP-3.
           05  LS-LPG-PROGRAM-ID         PIC X(08).
           05  LS-LPG-SCENARIO-SEQ       PIC S9(04) COMP.
           05  LS-LPG-USER-ID            PIC X(08).
      *
       01  LS-LPG-RESULT.
           05  LS-LPG-RETURN-CODE        PIC S9(04) COMP.
           05  LS-LPG-PGM-FLAG           PIC X(01).
           05  LS-LPG-OVRD-FLAG          PIC X(01).
           05  LS-LPG-RESIDUAL-PCT       PIC S9(03)V99 COMP-3.
           05  LS-LPG-MONEY-FACTOR       PIC S9(01)V9(06) COMP-3.
           05  LS-LPG-TIER-USED          PIC X(01).
           05  LS-LPG-EFFECTIVE-DATE     PIC X(10).
           05  LS-LPG-RETURN-MSG         PIC X(79).
      *
       PROCEDURE DIVISION USING LS-LPG-REQUEST
                                LS-LPG-RESULT.
      *
       0000-MAIN-CONTROL.
      *
           MOVE +0     TO LS-LPG-RETURN-CODE
           MOVE 'N'    TO LS-LPG-PGM-FLAG
           MOVE 'N'    TO LS-LPG-OVRD-FLAG
           MOVE +0     TO LS-LPG-RESIDUAL-PCT
           MOVE +0     TO LS-LPG-MONEY-FACTOR
           MOVE SPACES TO LS-LPG-TIER-USED
           MOVE SPACES TO LS-LPG-EFFECTIVE-DATE
           MOVE SPACES TO LS-LPG-RETURN-MSG
      *
           EVALUATE TRUE
               WHEN LS-LPG-FUNC-LKUP
                   PERFORM 1000-LOOKUP-PROGRAM THRU 1000-EXIT
               WHEN LS-LPG-FUNC-OVRD
                   PERFORM 1000-LOOKUP-PROGRAM THRU 1000-EXIT
                   IF LS-LPG-RETURN-CODE = +0
                       PERFORM 3000-RECORD-OVERRIDE THRU 3000-EXIT
                   END-IF
               WHEN OTHER
                   MOVE +8 TO LS-LPG-RETURN-CODE
                   STRING 'COMLPGL0: INVALID FUNCTION '
                          LS-LPG-FUNCTION
                          DELIMITED BY SIZE
                          INTO LS-LPG-RETURN-MSG
           END-EVALUATE
      *
           GOBACK.
      *
      ****************************************************************
      *    1000-LOOKUP-PROGRAM - PROGRAM IN EFFECT TODAY             *
      ****************************************************************
       1000-LOOKUP-PROGRAM.
      *
           IF LS-LPG-DEAL-NUMBER NOT = SPACES
               PERFORM 1100-KEY-FROM-DEAL THRU 1100-EXIT
               IF LS-LPG-RETURN-CODE NOT = +0
                   GO TO 1000-EXIT
               END-IF
           END-IF
      *
           IF LS-LPG-MODEL-YEAR NOT > +0
           OR LS-LPG-MAKE-CODE = SPACES
           OR LS-LPG-MODEL-CODE = SPACES
           OR LS-LPG-TERM-MONTHS NOT > +0
               MOVE +4 TO LS-LPG-RETURN-CODE
               MOVE 'NO VEHICLE OR TERM FOR A LEASE PROGRAM - KEY RESI
      -             'DUAL AND MONEY FACTOR'
                   TO LS-LPG-RETURN-MSG
               GO TO 1000-EXIT
           END-IF
      *
           IF LS-LPG-ANNUAL-MILES NOT > +0
               MOVE +12000 TO LS-LPG-ANNUAL-MILES
           END-IF
      *
           MOVE LS-LPG-LENDER-CODE  TO WS-HV-LENDER
           MOVE LS-LPG-MODEL-YEAR   TO MODEL-YEAR
           MOVE LS-LPG-MAKE-CODE    TO MAKE-CODE
           MOVE LS-LPG-MODEL-CODE   TO MODEL-CODE
           MOVE LS-LPG-TERM-MONTHS  TO TERM-MONTHS
           MOVE LS-LPG-ANNUAL-MILES TO ANNUAL-MILES
      *
           EXEC SQL
               SELECT LENDER_CODE
                    , CHAR(EFFECTIVE_DATE, ISO)
                    , RESIDUAL_PCT
                    , MF_TIER_A
                    , MF_TIER_B
                    , MF_TIER_C
                    , MF_TIER_D
                    , MF_TIER_E
               INTO   :LENDER-CODE
                    , :EFFECTIVE-DATE
                    , :RESIDUAL-PCT
                    , :MF-TIER-A
                    , :MF-TIER-B
                    , :MF-TIER-C
                    , :MF-TIER-D
                    , :MF-TIER-E
               FROM   AUTOSALE.LEASE_PROGRAM
               WHERE  (LENDER_CODE = :WS-HV-LENDER
                  OR   :WS-HV-LENDER = '     ')
                 AND  MODEL_YEAR   = :MODEL-YEAR
                 AND  MAKE_CODE    = :MAKE-CODE
                 AND  MODEL_CODE   = :MODEL-CODE
                 AND  TERM_MONTHS  = :TERM-MONTHS
                 AND  ANNUAL_MILES = :ANNUAL-MILES
                 AND  EFFECTIVE_DATE <= CURRENT DATE
                 AND  (EXPIRY_DATE IS NULL
                   OR  EXPIRY_DATE >= CURRENT DATE)
               ORDER BY EFFECTIVE_DATE DESC
                      , LENDER_CODE
               FETCH FIRST 1 ROWS ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE +4 TO LS-LPG-RETURN-CODE
                   MOVE 'NO LEASE PROGRAM FOR THIS UNIT, TERM AND MILE
      -                 'AGE - KEY THE RATES'
                       TO LS-LPG-RETURN-MSG
                   GO TO 1000-EXIT
               WHEN OTHER
                   MOVE SQLCODE TO WS-DISP-SQLCODE
                   MOVE +8 TO LS-LPG-RETURN-CODE
                   STRING 'COMLPGL0: LEASE_PROGRAM READ ERROR '
                          WS-DISP-SQLCODE
                          DELIMITED BY SIZE
                          INTO LS-LPG-RETURN-MSG
                   GO TO 1000-EXIT
           END-EVALUATE
      *
           MOVE 'Y'            TO LS-LPG-PGM-FLAG
           MOVE LENDER-CODE    TO LS-LPG-LENDER-CODE
           MOVE RESIDUAL-PCT   TO LS-LPG-RESIDUAL-PCT
           MOVE EFFECTIVE-DATE TO LS-LPG-EFFECTIVE-DATE
      *
      *    BASE MONEY FACTOR FOR THE TIER - NO TIER ON FILE PRICES
      *    AT THE TOP TIER UNTIL THE BUREAU PULL IS IN
      *
           EVALUATE LS-LPG-CREDIT-TIER
               WHEN 'B'
                   MOVE MF-TIER-B TO LS-LPG-MONEY-FACTOR
                   MOVE 'B' TO LS-LPG-TIER-USED
               WHEN 'C'
                   MOVE MF-TIER-C TO LS-LPG-MONEY-FACTOR
                   MOVE 'C' TO LS-LPG-TIER-USED
               WHEN 'D'
                   MOVE MF-TIER-D TO LS-LPG-MONEY-FACTOR
                   MOVE 'D' TO LS-LPG-TIER-USED
               WHEN 'E'
                   MOVE MF-TIER-E TO LS-LPG-MONEY-FACTOR
                   MOVE 'E' TO LS-LPG-TIER-USED
               WHEN OTHER
                   MOVE MF-TIER-A TO LS-LPG-MONEY-FACTOR
                   MOVE 'A' TO LS-LPG-TIER-USED
           END-EVALUATE
      *
           IF LS-LPG-CREDIT-TIER = SPACES
               MOVE 'LEASE PROGRAM APPLIED - NO CREDIT TIER, TIER A R
      -             'ATE USED'
                   TO LS-LPG-RETURN-MSG
           ELSE
               MOVE 'LEASE PROGRAM APPLIED'
                   TO LS-LPG-RETURN-MSG
           END-IF
           .
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1100-KEY-FROM-DEAL - FILL BLANK KEY FIELDS FROM THE DEAL  *
      ****************************************************************
       1100-KEY-FROM-DEAL.
      *
           EXEC SQL
               SELECT D.CUSTOMER_ID
                    , V.MODEL_YEAR
                    , V.MAKE_CODE
                    , V.MODEL_CODE
               INTO   :WS-HV-CUSTOMER-ID
                    , :MODEL-YEAR
                    , :MAKE-CODE
                    , :MODEL-CODE
               FROM   AUTOSALE.SALES_DEAL D
               INNER JOIN AUTOSALE.VEHICLE V
                 ON   V.VIN = D.VIN
               WHERE  D.DEAL_NUMBER = :LS-LPG-DEAL-NUMBER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
      *            NO DEAL OR NO UNIT ON IT - KEYED FIELDS ONLY
                   GO TO 1100-EXIT
               WHEN OTHER
                   MOVE SQLCODE TO WS-DISP-SQLCODE
                   MOVE +8 TO LS-LPG-RETURN-CODE
                   STRING 'COMLPGL0: DEAL/VEHICLE READ ERROR '
                          WS-DISP-SQLCODE
                          DELIMITED BY SIZE
                          INTO LS-LPG-RETURN-MSG
                   GO TO 1100-EXIT
           END-EVALUATE
      *
           IF LS-LPG-MODEL-YEAR NOT > +0
           OR LS-LPG-MAKE-CODE = SPACES
           OR LS-LPG-MODEL-CODE = SPACES
               MOVE MODEL-YEAR TO LS-LPG-MODEL-YEAR
               MOVE MAKE-CODE  TO LS-LPG-MAKE-CODE
               MOVE MODEL-CODE TO LS-LPG-MODEL-CODE
           END-IF
      *
           IF LS-LPG-LENDER-CODE NOT = SPACES
           AND LS-LPG-CREDIT-TIER NOT = SPACES
               GO TO 1100-EXIT
           END-IF
      *
      *    LENDER AND TIER FROM THE DEAL'S LATEST LEASE APPLICATION
      *
           MOVE SPACES TO WS-HV-LENDER
           MOVE SPACES TO WS-HV-TIER
      *
           EXEC SQL
               SELECT COALESCE(LENDER_CODE, ' ')
                    , COALESCE(CREDIT_TIER, ' ')
               INTO   :WS-HV-LENDER
                    , :WS-HV-TIER
               FROM   AUTOSALE.FINANCE_APP
               WHERE  DEAL_NUMBER  = :LS-LPG-DEAL-NUMBER
                 AND  FINANCE_TYPE = 'S'
               ORDER BY CREATED_TS DESC
               FETCH FIRST 1 ROWS ONLY
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE SPACES TO WS-HV-LENDER
               MOVE SPACES TO WS-HV-TIER
           END-IF
      *
           IF LS-LPG-LENDER-CODE = SPACES
               MOVE WS-HV-LENDER TO LS-LPG-LENDER-CODE
           END-IF
           IF LS-LPG-CREDIT-TIER = SPACES
               MOVE WS-HV-TIER TO LS-LPG-CREDIT-TIER
           END-IF
      *
           IF LS-LPG-CREDIT-TIER NOT = SPACES
               GO TO 1100-EXIT
           END-IF
      *
      *    NO APPLICATION YET - THE CUSTOMER'S LATEST BUREAU PULL
      *
           EXEC SQL
               SELECT COALESCE(CREDIT_TIER, ' ')
               INTO   :WS-HV-TIER
               FROM   AUTOSALE.CREDIT_CHECK
               WHERE  CUSTOMER_ID = :WS-HV-CUSTOMER-ID
                 AND  STATUS IN ('AP', 'RC')
               ORDER BY REQUEST_TS DESC
               FETCH FIRST 1 ROWS ONLY
           END-EXEC
      *
           IF SQLCODE = +0
               MOVE WS-HV-TIER TO LS-LPG-CREDIT-TIER
           END-IF
           .
       1100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-RECORD-OVERRIDE - KEYED RATE IS NOT THE PROGRAM'S    *
      ****************************************************************
       3000-RECORD-OVERRIDE.
      *
           IF LS-LPG-DEAL-NUMBER = SPACES
               GO TO 3000-EXIT
           END-IF
      *
           IF LS-LPG-KEYED-RESIDUAL = LS-LPG-RESIDUAL-PCT
           AND LS-LPG-KEYED-MF = LS-LPG-MONEY-FACTOR
               GO TO 3000-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.LEASE_RATE_OVERRIDE
               ( DEAL_NUMBER
               , OVERRIDE_TS
               , SOURCE_PROGRAM
               , SCENARIO_SEQ
               , LENDER_CODE
               , CREDIT_TIER
               , TERM_MONTHS
               , ANNUAL_MILES
               , PGM_EFFECTIVE_DT
               , PGM_RESIDUAL_PCT
               , KEYED_RESIDUAL
               , PGM_MONEY_FACTOR
               , KEYED_MONEY_FCTR
               , OVERRIDE_USER
               )
               VALUES
               ( :LS-LPG-DEAL-NUMBER
               , CURRENT TIMESTAMP
               , :LS-LPG-PROGRAM-ID
               , :LS-LPG-SCENARIO-SEQ
               , :LS-LPG-LENDER-CODE
               , :LS-LPG-TIER-USED
               , :LS-LPG-TERM-MONTHS
               , :LS-LPG-ANNUAL-MILES
               , :LS-LPG-EFFECTIVE-DATE
               , :LS-LPG-RESIDUAL-PCT
               , :LS-LPG-KEYED-RESIDUAL
               , :LS-LPG-MONEY-FACTOR
               , :LS-LPG-KEYED-MF
               , :LS-LPG-USER-ID
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE SQLCODE TO WS-DISP-SQLCODE
               MOVE +8 TO LS-LPG-RETURN-CODE
               STRING 'COMLPGL0: LEASE_RATE_OVERRIDE INSERT ERROR '
                      WS-DISP-SQLCODE
                      DELIMITED BY SIZE
                      INTO LS-LPG-RETURN-MSG
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'Y' TO LS-LPG-OVRD-FLAG
           MOVE 'KEYED LEASE RATE DIFFERS FROM THE PROGRAM - OVERRIDE
      -         ' RECORDED'
               TO LS-LPG-RETURN-MSG
           .
       3000-EXIT.
           EXIT.
      ****************************************************************
      * END OF COMLPGL0                                              *
      ****************************************************************
