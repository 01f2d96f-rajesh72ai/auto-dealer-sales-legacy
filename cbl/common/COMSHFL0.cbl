       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMSHFL0.
      ****************************************************************
      * PROGRAM:  COMSHFL0                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   COMMON - SHIFT-AWARE SALESPERSON ASSIGNMENT        *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  ONE ROUND-ROBIN RULE FOR EVERY PROGRAM THAT HANDS  *
      *           A NEW CUSTOMER OR LEAD TO A SALESPERSON (CUSADD00, *
      *           BATADF00). CANDIDATES ARE ACTIVE, UNLOCKED         *
      *           SALESPEOPLE (TYPE S) OF THE DEALER WHOSE STATE     *
      *           LICENSE IS CURRENT OR NOT TRACKED, LEAST RECENTLY  *
      *           ACTIVE FIRST. WHEN THE DEALER KEEPS A SALES_SHIFT  *
      *           ROSTER (ADMSHF00) ONLY PEOPLE ON A WORK SHIFT AT   *
      *           THIS HOUR ARE CANDIDATES; AFTER HOURS THE LEAD     *
      *           GOES TO SOMEONE WORKING THE NEXT SHIFT THAT OPENS  *
      *           (WITHIN 14 DAYS). DAYS OFF AND VACATION ARE NEVER  *
      *           WORK SHIFTS. A DEALER WITH NO ROSTER ROWS FOR THE  *
      *           NEXT 14 DAYS GETS THE PLAIN ROUND-ROBIN.           *
      * CALLABLE: YES - VIA CALL 'COMSHFL0' USING LS-SHF-REQUEST     *
      *                                            LS-SHF-RESULT     *
      * RETURN:   0  - SALESPERSON ASSIGNED (SEE LS-SH-BASIS)        *
      *           8  - NO ELIGIBLE SALESPERSON                       *
      *           12 - DB2 ERROR (LS-SH-SQLCODE)                     *
      * TABLES:   AUTOSALE.SALES_SHIFT   (READ)                      *
      *           AUTOSALE.SYSTEM_USER   (READ)                      *
      *           AUTOSALE.USER_LICENSE  (READ)                      *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-PROGRAM-FIELDS.
           05  WS-PROGRAM-NAME           PIC X(08)
                                          VALUE 'COMSHFL0'.
           05  WS-PROGRAM-VERSION        PIC X(06)
                                          VALUE '01.00 '.
      *
      *    COPY IN SQLCA FOR DB2 OPERATIONS
      *
           COPY WSSQLCA.
      *
      *    COPY IN SALES_SHIFT DCLGEN
      *
           COPY DCLSLSHF.
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-ROSTER-COUNT           PIC S9(09)   COMP
                                                       VALUE +0.
           05  WS-HV-SALES-ID            PIC X(08)    VALUE SPACES.
      *
       LINKAGE SECTION.
      *
      *    ASSIGNMENT REQUEST
      *
       01  LS-SHF-REQUEST.
           05  LS-SR-DEALER-CODE         PIC X(05).
      *
      *    ASSIGNMENT RESULT
      *
       01  LS-SHF-RESULT.
           05  LS-SH-RETURN-CODE         PIC S9(04)   COMP.
           05  LS-SH-RETURN-MSG          PIC X(79).
           05  LS-SH-SALES-ID            PIC X(08).
           05  LS-SH-BASIS               PIC X(01).
               88  LS-SH-ON-SHIFT                     VALUE 'S'.
               88  LS-SH-NEXT-SHIFT                   VALUE 'N'.
               88  LS-SH-NO-ROSTER                    VALUE 'R'.
           05  LS-SH-SHIFT-DATE          PIC X(10).
           05  LS-SH-START-HOUR          PIC S9(04)   COMP.
           05  LS-SH-SQLCODE             PIC S9(09)   COMP.
      *
       PROCEDURE DIVISION USING LS-SHF-REQUEST
                                LS-SHF-RESULT.
      *
       0000-MAIN-CONTROL.
      *
           INITIALIZE LS-SHF-RESULT
           MOVE +0 TO LS-SH-RETURN-CODE
      *
           IF LS-SR-DEALER-CODE = SPACES
               MOVE +8 TO LS-SH-RETURN-CODE
               MOVE 'COMSHFL0: DEALER CODE IS REQUIRED'
                   TO LS-SH-RETURN-MSG
               GOBACK
           END-IF
      *
           PERFORM 1000-CHECK-ROSTER
      *
           IF LS-SH-RETURN-CODE = +0
               IF WS-ROSTER-COUNT = +0
                   PERFORM 4000-PLAIN-ROUND-ROBIN
               ELSE
                   PERFORM 2000-ON-SHIFT-NOW
                   IF LS-SH-RETURN-CODE = +8
                       PERFORM 3000-NEXT-SHIFT
                   END-IF
               END-IF
           END-IF
      *
           GOBACK
           .
      *
      ****************************************************************
      *    1000-CHECK-ROSTER - DOES THE DEALER KEEP A ROSTER?        *
      ****************************************************************
       1000-CHECK-ROSTER.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-ROSTER-COUNT
               FROM   AUTOSALE.SALES_SHIFT
               WHERE  DEALER_CODE = :LS-SR-DEALER-CODE
                 AND  SHIFT_DATE BETWEEN CURRENT DATE
                                     AND CURRENT DATE + 13 DAYS
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE SQLCODE TO LS-SH-SQLCODE
               MOVE +12 TO LS-SH-RETURN-CODE
               MOVE 'COMSHFL0: DB2 ERROR READING SALES ROSTER'
                   TO LS-SH-RETURN-MSG
           END-IF
           .
      *
      ****************************************************************
      *    2000-ON-SHIFT-NOW - WORKING THIS HOUR, LEAST RECENT FIRST *
      ****************************************************************
       2000-ON-SHIFT-NOW.
      *
           EXEC SQL
               SELECT U.USER_ID
                    , S.START_HOUR
               INTO   :WS-HV-SALES-ID
                    , :DCLSALES-SHIFT.START-HOUR
               FROM   AUTOSALE.SYSTEM_USER U
                    , AUTOSALE.SALES_SHIFT S
               WHERE  U.USER_TYPE    = 'S'
                 AND  U.ACTIVE_FLAG  = 'Y'
                 AND  U.LOCKED_FLAG  = 'N'
                 AND  U.DEALER_CODE  = :LS-SR-DEALER-CODE
                 AND  S.USER_ID      = U.USER_ID
                 AND  S.DEALER_CODE  = U.DEALER_CODE
                 AND  S.SHIFT_DATE   = CURRENT DATE
                 AND  S.SHIFT_TYPE   = 'WK'
                 AND  S.START_HOUR  <= HOUR(CURRENT TIME)
                 AND  S.END_HOUR     > HOUR(CURRENT TIME)
                 AND  ( NOT EXISTS
                        ( SELECT 1
                          FROM   AUTOSALE.USER_LICENSE L
                          WHERE  L.USER_ID      = U.USER_ID
                            AND  L.LICENSE_TYPE = 'L' )
                     OR EXISTS
                        ( SELECT 1
                          FROM   AUTOSALE.USER_LICENSE L
                          WHERE  L.USER_ID        = U.USER_ID
                            AND  L.LICENSE_TYPE   = 'L'
                            AND  L.LICENSE_STATUS = 'AC'
                            AND  L.EXPIRY_DATE   >= CURRENT DATE ))
               ORDER BY U.LAST_LOGIN_TS ASC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE WS-HV-SALES-ID TO LS-SH-SALES-ID
                   MOVE 'S' TO LS-SH-BASIS
                   MOVE START-HOUR OF DCLSALES-SHIFT
                       TO LS-SH-START-HOUR
                   MOVE 'COMSHFL0: ASSIGNED TO SALESPERSON ON SHIFT'
                       TO LS-SH-RETURN-MSG
               WHEN +100
                   MOVE +8 TO LS-SH-RETURN-CODE
               WHEN OTHER
                   MOVE SQLCODE TO LS-SH-SQLCODE
                   MOVE +12 TO LS-SH-RETURN-CODE
                   MOVE 'COMSHFL0: DB2 ERROR SELECTING SALESPERSON'
                       TO LS-SH-RETURN-MSG
           END-EVALUATE
           .
      *
      ****************************************************************
      *    3000-NEXT-SHIFT - AFTER HOURS: EARLIEST OPENING SHIFT     *
      ****************************************************************
       3000-NEXT-SHIFT.
      *
           MOVE +0 TO LS-SH-RETURN-CODE
      *
           EXEC SQL
               SELECT U.USER_ID
                    , CHAR(S.SHIFT_DATE, ISO)
                    , S.START_HOUR
               INTO   :WS-HV-SALES-ID
                    , :DCLSALES-SHIFT.SHIFT-DATE
                    , :DCLSALES-SHIFT.START-HOUR
               FROM   AUTOSALE.SYSTEM_USER U
                    , AUTOSALE.SALES_SHIFT S
               WHERE  U.USER_TYPE    = 'S'
                 AND  U.ACTIVE_FLAG  = 'Y'
                 AND  U.LOCKED_FLAG  = 'N'
                 AND  U.DEALER_CODE  = :LS-SR-DEALER-CODE
                 AND  S.USER_ID      = U.USER_ID
                 AND  S.DEALER_CODE  = U.DEALER_CODE
                 AND  S.SHIFT_TYPE   = 'WK'
                 AND  ( S.SHIFT_DATE > CURRENT DATE
                     OR ( S.SHIFT_DATE = CURRENT DATE
                      AND S.START_HOUR > HOUR(CURRENT TIME) ))
                 AND  S.SHIFT_DATE  <= CURRENT DATE + 13 DAYS
                 AND  ( NOT EXISTS
                        ( SELECT 1
                          FROM   AUTOSALE.USER_LICENSE L
                          WHERE  L.USER_ID      = U.USER_ID
                            AND  L.LICENSE_TYPE = 'L' )
                     OR EXISTS
                        ( SELECT 1
                          FROM   AUTOSALE.USER_LICENSE L
                          WHERE  L.USER_ID        = U.USER_ID
                            AND  L.LICENSE_TYPE   = 'L'
                            AND  L.LICENSE_STATUS = 'AC'
                            AND  L.EXPIRY_DATE   >= S.SHIFT_DATE ))
               ORDER BY S.SHIFT_DATE ASC
                      , S.START_HOUR ASC
                      , U.LAST_LOGIN_TS ASC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE WS-HV-SALES-ID TO LS-SH-SALES-ID
                   MOVE 'N' TO LS-SH-BASIS
                   MOVE SHIFT-DATE OF DCLSALES-SHIFT
                       TO LS-SH-SHIFT-DATE
                   MOVE START-HOUR OF DCLSALES-SHIFT
                       TO LS-SH-START-HOUR
                   MOVE 'COMSHFL0: ASSIGNED TO THE NEXT OPENING SHIFT'
                       TO LS-SH-RETURN-MSG
               WHEN +100
                   MOVE +8 TO LS-SH-RETURN-CODE
                   MOVE 'COMSHFL0: NO SALESPERSON ON THE ROSTER'
                       TO LS-SH-RETURN-MSG
               WHEN OTHER
                   MOVE SQLCODE TO LS-SH-SQLCODE
                   MOVE +12 TO LS-SH-RETURN-CODE
                   MOVE 'COMSHFL0: DB2 ERROR SELECTING SALESPERSON'
                       TO LS-SH-RETURN-MSG
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4000-PLAIN-ROUND-ROBIN - DEALER KEEPS NO ROSTER           *
      ****************************************************************
       4000-PLAIN-ROUND-ROBIN.
      *
           EXEC SQL
               SELECT U.USER_ID
               INTO   :WS-HV-SALES-ID
               FROM   AUTOSALE.SYSTEM_USER U
               WHERE  U.USER_TYPE    = 'S'
                 AND  U.ACTIVE_FLAG  = 'Y'
                 AND  U.LOCKED_FLAG  = 'N'
                 AND  U.DEALER_CODE  = :LS-SR-DEALER-CODE
                 AND  ( NOT EXISTS
                        ( SELECT 1
                          FROM   AUTOSALE.USER_LICENSE L
                          WHERE  L.USER_ID      = U.USER_ID
                            AND  L.LICENSE_TYPE = 'L' )
                     OR EXISTS
                        ( SELECT 1
                          FROM   AUTOSALE.USER_LICENSE L
                          WHERE  L.USER_ID        = U.USER_ID
                            AND  L.LICENSE_TYPE   = 'L'
                            AND  L.LICENSE_STATUS = 'AC'
                            AND  L.EXPIRY_DATE   >= CURRENT DATE ))
               ORDER BY U.LAST_LOGIN_TS ASC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE WS-HV-SALES-ID TO LS-SH-SALES-ID
                   MOVE 'R' TO LS-SH-BASIS
                   MOVE 'COMSHFL0: ASSIGNED BY ROUND-ROBIN'
                       TO LS-SH-RETURN-MSG
               WHEN +100
                   MOVE +8 TO LS-SH-RETURN-CODE
                   MOVE 'COMSHFL0: NO ELIGIBLE SALESPERSON AT DEALER'
                       TO LS-SH-RETURN-MSG
               WHEN OTHER
                   MOVE SQLCODE TO LS-SH-SQLCODE
                   MOVE +12 TO LS-SH-RETURN-CODE
                   MOVE 'COMSHFL0: DB2 ERROR SELECTING SALESPERSON'
                       TO LS-SH-RETURN-MSG
           END-EVALUATE
           .
      ****************************************************************
      * END OF COMSHFL0                                              *
      ****************************************************************
