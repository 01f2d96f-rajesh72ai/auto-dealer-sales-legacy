      ****************************************************************
      * COPYBOOK: WSLSPGM                                          *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * PURPOSE:  CALL INTERFACE FOR COMLPGL0 - CAPTIVE LEASE      *
      *           PROGRAM LOOKUP (LEASE_PROGRAM, LOADED MONTHLY BY *
      *           BATLPG00) AND RECORDING OF A DESK OVERRIDE OF    *
      *           THE PROGRAM RESIDUAL OR MONEY FACTOR ON A DEAL   *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:     2026-10-15                                       *
      * NOTES:    FUNCTIONS                                        *
      *             LKUP - PROGRAM IN EFFECT TODAY FOR THE LENDER, *
      *                    YEAR/MAKE/MODEL, TERM AND ANNUAL MILES. *
      *                    WITH A DEAL NUMBER, BLANK KEY FIELDS    *
      *                    COME FROM THE DEAL (VEHICLE, LEASE      *
      *                    FINANCE APP, LATEST CREDIT TIER) AND    *
      *                    ARE HANDED BACK IN THE REQUEST AREA.    *
      *                    BLANK LENDER = ANY LENDER WITH A        *
      *                    PROGRAM FOR THE UNIT. ZERO MILES =      *
      *                    12,000. NO TIER = TIER A RATE.          *
      *             OVRD - LOOK UP AS LKUP, THEN RECORD A          *
      *                    LEASE_RATE_OVERRIDE ROW WHEN THE KEYED  *
      *                    RESIDUAL OR MONEY FACTOR DIFFERS FROM   *
      *                    THE PROGRAM. NEEDS THE DEAL NUMBER.     *
      *           RETURN CODE 00 = PROGRAM FOUND                   *
      *                       04 = NO PROGRAM - KEYED RATES STAND  *
      *                       08 = INVALID REQUEST OR DB2 ERROR    *
      ****************************************************************
      *
       01  WS-LPG-REQUEST.
           05  WS-LPG-FUNCTION        PIC X(04)    VALUE SPACES.
               88  WS-LPG-FUNC-LKUP                VALUE 'LKUP'.
               88  WS-LPG-FUNC-OVRD                VALUE 'OVRD'.
           05  WS-LPG-DEAL-NUMBER     PIC X(10)    VALUE SPACES.
           05  WS-LPG-LENDER-CODE     PIC X(05)    VALUE SPACES.
           05  WS-LPG-MODEL-YEAR      PIC S9(04)   COMP VALUE +0.
           05  WS-LPG-MAKE-CODE       PIC X(03)    VALUE SPACES.
           05  WS-LPG-MODEL-CODE      PIC X(06)    VALUE SPACES.
           05  WS-LPG-TERM-MONTHS     PIC S9(04)   COMP VALUE +0.
           05  WS-LPG-ANNUAL-MILES    PIC S9(09)   COMP VALUE +0.
           05  WS-LPG-CREDIT-TIER     PIC X(01)    VALUE SPACES.
           05  WS-LPG-KEYED-RESIDUAL  PIC S9(03)V99 COMP-3
                                                   VALUE +0.
           05  WS-LPG-KEYED-MF        PIC S9(01)V9(06) COMP-3
                                                   VALUE +0.
           05  WS-LPG-PROGRAM-ID      PIC X(08)    VALUE SPACES.
           05  WS-LPG-SCENARIO-SEQ    PIC S9(04)   COMP VALUE +0.
           05  WS-LPG-USER-ID         PIC X(08)    VALUE SPACES.
      *
       01  WS-LPG-RESULT.
           05  WS-LPG-RETURN-CODE     PIC S9(04)   COMP VALUE +0.
           05  WS-LPG-PGM-FLAG        PIC X(01)    VALUE 'N'.
               88  WS-LPG-PGM-FOUND                VALUE 'Y'.
           05  WS-LPG-OVRD-FLAG       PIC X(01)    VALUE 'N'.
               88  WS-LPG-OVRD-RECORDED            VALUE 'Y'.
           05  WS-LPG-RESIDUAL-PCT    PIC S9(03)V99 COMP-3
                                                   VALUE +0.
           05  WS-LPG-MONEY-FACTOR    PIC S9(01)V9(06) COMP-3
                                                   VALUE +0.
           05  WS-LPG-TIER-USED       PIC X(01)    VALUE SPACES.
           05  WS-LPG-EFFECTIVE-DATE  PIC X(10)    VALUE SPACES.
           05  WS-LPG-RETURN-MSG      PIC X(79)    VALUE SPACES.
