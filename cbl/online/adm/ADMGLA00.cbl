      *                 REQUESTOR CANNOT APPROVE THEIR OWN CHANGE.   *
      *           COMPONENTS: VEH-REV, COGS, FNI-INC, TAX-COLL,      *
      *                       RECV, INVENTRY                          *
      *           CONTROL ACCOUNTS PROVED AGAINST THE SUBLEDGERS AT  *
      *           MONTH-END BY BATGLR00 (INVENTRY ALSO SERVES):      *
      *                       FP-NOTES, CIT-RECV, CUST-DEP,          *
      *                       HOLDBACK, HSE-LOAN                     *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADGL - GL ACCOUNT MAPPING                          *
      * MFS MOD:  ASADGL00                                           *
      * TABLES:   AUTOSALE.GL_ACCOUNT_MAP (READ/INSERT/UPDATE)       *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  SUBLEDGER CONTROL ACCOUNT COMPONENTS FOR THE   *
      *               MONTH-END GL RECONCILIATION (BATGLR00)         *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER PIC X(08) VALUE 'TAX-COLL'.
           05  FILLER PIC X(08) VALUE 'RECV    '.
           05  FILLER PIC X(08) VALUE 'INVENTRY'.
           05  FILLER PIC X(08) VALUE 'FP-NOTES'.
           05  FILLER PIC X(08) VALUE 'CIT-RECV'.
           05  FILLER PIC X(08) VALUE 'CUST-DEP'.
           05  FILLER PIC X(08) VALUE 'HOLDBACK'.
           05  FILLER PIC X(08) VALUE 'HSE-LOAN'.
       01  WS-COMPONENT-REDEF REDEFINES WS-COMPONENT-TABLE.
           05  WS-CT-CODE OCCURS 11 TIMES PIC X(08).
       01  WS-CT-INDEX                   PIC S9(04) COMP VALUE +0.
       01  WS-COMPONENT-OK               PIC X(01) VALUE 'N'.
      *
      *
           MOVE 'N' TO WS-COMPONENT-OK
           PERFORM VARYING WS-CT-INDEX FROM +1 BY +1
               UNTIL WS-CT-INDEX > +11
               IF WS-CT-CODE(WS-CT-INDEX) = WS-IN-COMPONENT
                   MOVE 'Y' TO WS-COMPONENT-OK
               END-IF
