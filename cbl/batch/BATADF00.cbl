      *               2. CREATE THE CUSTOMER_LEAD WITH THE TRUE      *
      *                  SOURCE CODE AND THE VEHICLE OF INTEREST,    *
      *                  ASSIGNED BY THE SAME ROUND-ROBIN RULE       *
      *                  CUSADD00 USES (COMSHFL0 - LEAST-RECENTLY-   *
      *                  ACTIVE SALESPERSON ON SHIFT AT THE DEALER;  *
      *                  AFTER HOURS, THE NEXT SHIFT THAT OPENS,     *
      *                  WITH THE FOLLOW-UP DATE SET TO THAT DAY).   *
      *               3. MALFORMED LEADS GO TO THE SUSPENSE REPORT.  *
      *                                                              *
      *             LEAD FILE LAYOUT (FIXED 200):                     *
      * TABLES:     AUTOSALE.CUSTOMER      (READ/INSERT)             *
      *             AUTOSALE.CUSTOMER_LEAD (INSERT)                  *
      *             AUTOSALE.SYSTEM_USER   (READ)                    *
      *             AUTOSALE.SALES_SHIFT   (READ VIA COMSHFL0)       *
      *                                                              *
      * OUTPUT:     SUSRPT DD - SUSPENSE REPORT (132 CHARS)          *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-10-15  ASSIGNMENT VIA COMSHFL0: ON-SHIFT SALESPEOPLE  *
      *               ONLY, LAPSED LICENSES SKIPPED, AFTER-HOURS     *
      *               LEADS TO THE NEXT OPENING SHIFT                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-DUP-LEAD-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-SUSPENSE-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-NEXT-SHIFT-COUNT       PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-EOF-ADF                    PIC X(01) VALUE 'N'.
           88  WS-ADF-DONE                         VALUE 'Y'.
           05  WS-HV-SALES-ID            PIC X(08) VALUE SPACES.
           05  WS-HV-INT-YEAR            PIC S9(04) COMP VALUE +0.
           05  WS-HV-OPEN-LEADS          PIC S9(09) COMP VALUE +0.
           05  WS-HV-FOLLOW-UP           PIC X(10) VALUE SPACES.
           05  WS-NI-FOLLOW-UP           PIC S9(04) COMP VALUE -1.
      *
      *    ROUND-ROBIN ASSIGNMENT CALL FIELDS (COMSHFL0)
      *
       01  WS-SHF-REQUEST.
           05  WS-SR-DEALER-CODE         PIC X(05).
       01  WS-SHF-RESULT.
           05  WS-SH-RETURN-CODE         PIC S9(04) COMP.
           05  WS-SH-RETURN-MSG          PIC X(79).
           05  WS-SH-SALES-ID            PIC X(08).
           05  WS-SH-BASIS               PIC X(01).
               88  WS-SH-NEXT-SHIFT                VALUE 'N'.
           05  WS-SH-SHIFT-DATE          PIC X(10).
           05  WS-SH-START-HOUR          PIC S9(04) COMP.
           05  WS-SH-SQLCODE             PIC S9(09) COMP.
      *
       01  WS-SUSPENSE-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           DISPLAY 'BATADF00:   MATCHED        = ' WS-MATCHED-COUNT
           DISPLAY 'BATADF00:   NEW CUSTOMERS  = ' WS-CREATED-COUNT
           DISPLAY 'BATADF00:   LEADS CREATED  = ' WS-LEAD-COUNT
           DISPLAY 'BATADF00:   TO NEXT SHIFT  = '
                   WS-NEXT-SHIFT-COUNT
           DISPLAY 'BATADF00:   DUPLICATE LEADS= '
                   WS-DUP-LEAD-COUNT
           DISPLAY 'BATADF00:   SUSPENSE       = '
           END-IF
      *
           MOVE SPACES TO WS-HV-SALES-ID
           MOVE SPACES TO WS-HV-FOLLOW-UP
           MOVE -1 TO WS-NI-FOLLOW-UP
      *
           MOVE ADF-DEALER-CODE TO WS-SR-DEALER-CODE
           CALL 'COMSHFL0' USING WS-SHF-REQUEST
                                 WS-SHF-RESULT
      *
           IF WS-SH-RETURN-CODE = +0
               MOVE WS-SH-SALES-ID TO WS-HV-SALES-ID
               IF WS-SH-NEXT-SHIFT
                   MOVE WS-SH-SHIFT-DATE TO WS-HV-FOLLOW-UP
                   MOVE +0 TO WS-NI-FOLLOW-UP
                   ADD +1 TO WS-NEXT-SHIFT-COUNT
               END-IF
           ELSE
               IF WS-SH-RETURN-CODE > +8
                   DISPLAY 'BATADF00: DB2 ERROR ON ASSIGNMENT - '
                           WS-SH-SQLCODE
               END-IF
               MOVE 'HOUSE   ' TO WS-HV-SALES-ID
           END-IF
      *
               , INTEREST_YEAR
               , LEAD_STATUS
               , ASSIGNED_SALES
               , FOLLOW_UP_DATE
               , CONTACT_COUNT
               , CREATED_TS
               , UPDATED_TS
               , :WS-HV-INT-YEAR
               , 'NW'
               , :WS-HV-SALES-ID
               , :WS-HV-FOLLOW-UP :WS-NI-FOLLOW-UP
               , 0
               , CURRENT TIMESTAMP
               , CURRENT TIMESTAMP
