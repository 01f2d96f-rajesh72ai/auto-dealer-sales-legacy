       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMDEP00.
      ****************************************************************
      * PROGRAM:  ADMDEP00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   ADM - SALESPERSON DEPARTURE                        *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  WHEN A SALESPERSON LEAVES, MOVES EVERYTHING STILL  *
      *           TIED TO THEIR USER ID TO SOMEONE WHO IS STAYING    *
      *           AND DEACTIVATES THE USER.                          *
      *           PRV - PREVIEW: COUNTS OF ASSIGNED CUSTOMERS, OPEN  *
      *                 LEADS, OPEN LEAD_TASK CADENCE ITEMS, OPEN    *
      *                 WORKSHEETS AND BOOKED FUTURE APPOINTMENTS ON *
      *                 THEIR LEADS, PLUS THE KEYS STILL CHECKED OUT *
      *                 TO THEM (VEHKEY00) AND THEIR UNPAID          *
      *                 COMMISSION ADJUSTMENTS, LISTED 10 AT A TIME  *
      *           REA - REASSIGN: MODE N TO THE NAMED SALESPERSON,   *
      *                 MODE R SPREAD BY THE CUSADD00 ROUND-ROBIN    *
      *                 RULE (ACTIVE, UNLOCKED, LICENSED, LONGEST    *
      *                 SINCE LAST LOGIN FIRST). A CUSTOMER'S LEADS, *
      *                 TASKS AND WORKSHEETS GO WITH THE CUSTOMER TO *
      *                 THE SAME NEW OWNER; APPOINTMENTS ARE BOOKED  *
      *                 AGAINST THE LEAD AND FOLLOW IT. EVERY MOVE   *
      *                 IS LOGGED PER CUSTOMER TO AUDIT_LOG. THE     *
      *                 WHOLE REASSIGNMENT IS ONE UNIT OF WORK - ANY *
      *                 DB2 ERROR BACKS IT ALL OUT (ROLB).           *
      *                 KEYS AND COMMISSION ADJUSTMENTS ARE NOT      *
      *                 MOVED; THEY ARE LISTED FOR FOLLOW-UP.        *
      *           MANAGERS (TYPE M OR G) OF THE SAME DEALER, OR      *
      *           ADMINISTRATORS (TYPE A) FOR ANY DEALER. NO ONE MAY *
      *           PROCESS THEIR OWN DEPARTURE.                       *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADDP - SALESPERSON DEPARTURE                       *
      * MFS MOD:  ASADDP00                                           *
      * TABLES:   AUTOSALE.SYSTEM_USER        (READ/UPDATE)          *
      *           AUTOSALE.USER_LICENSE       (READ)                 *
      *           AUTOSALE.CUSTOMER           (READ/UPDATE)          *
      *           AUTOSALE.CUSTOMER_LEAD      (READ/UPDATE)          *
      *           AUTOSALE.LEAD_TASK          (READ/UPDATE)          *
      *           AUTOSALE.SALES_DEAL         (READ/UPDATE)          *
      *           AUTOSALE.APPOINTMENT_SLOT   (READ)                 *
      *           AUTOSALE.VEHICLE_KEY_LOG    (READ)                 *
      *           AUTOSALE.COMMISSION_ADJUSTMENT (READ)              *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
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
                                          VALUE 'ADMDEP00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASADDP00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
           05  WS-ROLB                   PIC X(04) VALUE 'ROLB'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLSYUSR.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-PRV                      VALUE 'PRV'.
               88  WS-IN-FN-REA                      VALUE 'REA'.
           05  WS-IN-DEPART-USER         PIC X(08).
           05  WS-IN-ASSIGN-MODE         PIC X(01).
               88  WS-IN-MODE-NAMED                  VALUE 'N'.
               88  WS-IN-MODE-ROBIN                  VALUE 'R'.
           05  WS-IN-TARGET-USER         PIC X(08).
           05  WS-IN-REASON              PIC X(40).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-DEPART-USER        PIC X(08).
           05  WS-OUT-USER-NAME          PIC X(40).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-ACTIVE-FLAG        PIC X(01).
           05  WS-OUT-CNT-CUSTOMERS      PIC Z(04)9.
           05  WS-OUT-CNT-LEADS          PIC Z(04)9.
           05  WS-OUT-CNT-TASKS          PIC Z(04)9.
           05  WS-OUT-CNT-DEALS          PIC Z(04)9.
           05  WS-OUT-CNT-APPTS          PIC Z(04)9.
           05  WS-OUT-CNT-KEYS           PIC Z(04)9.
           05  WS-OUT-CNT-ADJUSTS        PIC Z(04)9.
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 10 TIMES.
               10  WS-OUT-LN-TYPE        PIC X(03).
               10  WS-OUT-LN-REF         PIC X(17).
               10  WS-OUT-LN-DETAIL      PIC X(20).
               10  WS-OUT-LN-DATE        PIC X(10).
               10  WS-OUT-LN-AMOUNT      PIC -(06)9.99.
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-ROW-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-EOF-FLAG               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-DATA                   VALUE 'Y'.
               88  WS-MORE-DATA                     VALUE 'N'.
           05  WS-ERROR-FLAG             PIC X(01)  VALUE 'N'.
               88  WS-MOVE-FAILED                   VALUE 'Y'.
           05  WS-CNT-CUSTOMERS          PIC S9(09) COMP VALUE +0.
           05  WS-CNT-LEADS              PIC S9(09) COMP VALUE +0.
           05  WS-CNT-TASKS              PIC S9(09) COMP VALUE +0.
           05  WS-CNT-DEALS              PIC S9(09) COMP VALUE +0.
           05  WS-CNT-APPTS              PIC S9(09) COMP VALUE +0.
           05  WS-CNT-KEYS               PIC S9(09) COMP VALUE +0.
           05  WS-CNT-ADJUSTS            PIC S9(09) COMP VALUE +0.
           05  WS-MOVED-CUST             PIC S9(09) COMP VALUE +0.
           05  WS-MOVED-LEADS            PIC S9(09) COMP VALUE +0.
           05  WS-MOVED-TASKS            PIC S9(09) COMP VALUE +0.
           05  WS-MOVED-DEALS            PIC S9(09) COMP VALUE +0.
           05  WS-CUST-DSP               PIC Z(04)9.
           05  WS-LEAD-DSP               PIC Z(04)9.
           05  WS-TASK-DSP               PIC Z(04)9.
           05  WS-DEAL-DSP               PIC Z(04)9.
           05  WS-CUST-ID-DSP            PIC 9(09).
           05  WS-SAVE-MESSAGE           PIC X(79) VALUE SPACES.
      *
      *    MANAGER - THE SIGNED-ON USER
      *
       01  WS-MANAGER.
           05  WS-MGR-USER-TYPE          PIC X(01) VALUE SPACES.
               88  WS-MGR-MANAGER              VALUES 'M' 'G' 'A'.
               88  WS-MGR-ADMIN                     VALUE 'A'.
           05  WS-MGR-DEALER-CODE        PIC X(05) VALUE SPACES.
      *
      *    DEPARTING USER AND NEW OWNERS
      *
       01  WS-DEPARTURE.
           05  WS-DEP-DEALER-CODE        PIC X(05) VALUE SPACES.
           05  WS-NEW-OWNER              PIC X(08) VALUE SPACES.
           05  WS-RR-COUNT               PIC S9(04) COMP VALUE +0.
           05  WS-RR-IDX                 PIC S9(04) COMP VALUE +0.
           05  WS-RR-USER                PIC X(08)
                                          OCCURS 50 TIMES.
      *
      *    DB2 HOST VARIABLES
      *
       01  WS-HV-FIELDS.
           05  WS-HV-CUSTOMER-ID         PIC S9(09) COMP.
           05  WS-HV-RR-USER             PIC X(08).
           05  WS-HV-REF                 PIC X(17).
           05  WS-HV-CODE-1              PIC X(06).
           05  WS-HV-CODE-2              PIC X(06).
           05  WS-HV-DATE                PIC X(10).
           05  WS-HV-AMOUNT              PIC S9(07)V99 COMP-3.
      *
      *    LOG MODULE LINKAGE
      *
       01  WS-LOG-FUNCTION               PIC X(04).
       01  WS-LOG-PROGRAM                PIC X(08).
       01  WS-LOG-TABLE-NAME             PIC X(18).
       01  WS-LOG-ACTION                 PIC X(08).
       01  WS-LOG-KEY-VALUE              PIC X(40).
       01  WS-LOG-DETAILS                PIC X(200).
       01  WS-LOG-RETURN-CODE            PIC S9(04) COMP.
      *
      *    DB ERROR MODULE LINKAGE
      *
       01  WS-DBE-SQLCODE                PIC S9(09) COMP.
       01  WS-DBE-PROGRAM                PIC X(08).
       01  WS-DBE-PARAGRAPH              PIC X(30).
       01  WS-DBE-TABLE-NAME             PIC X(18).
       01  WS-DBE-RETURN-CODE            PIC S9(04) COMP.
      *
      *    CURSOR - EVERY CUSTOMER WITH SOMETHING STILL TIED TO THE
      *    DEPARTING USER (UNION - MATERIALIZED BEFORE THE UPDATES)
      *
           EXEC SQL DECLARE CSR_DEP_CUST CURSOR FOR
               SELECT C.CUSTOMER_ID
               FROM   AUTOSALE.CUSTOMER C
               WHERE  C.ASSIGNED_SALES = :WS-IN-DEPART-USER
               UNION
               SELECT L.CUSTOMER_ID
               FROM   AUTOSALE.CUSTOMER_LEAD L
               WHERE  L.ASSIGNED_SALES = :WS-IN-DEPART-USER
                 AND  L.LEAD_STATUS NOT IN ('WN', 'LS', 'DD')
               UNION
               SELECT T.CUSTOMER_ID
               FROM   AUTOSALE.LEAD_TASK T
               WHERE  T.SALESPERSON_ID = :WS-IN-DEPART-USER
                 AND  T.TASK_STATUS IN ('OP', 'ES')
               UNION
               SELECT D.CUSTOMER_ID
               FROM   AUTOSALE.SALES_DEAL D
               WHERE  D.SALESPERSON_ID = :WS-IN-DEPART-USER
                 AND  D.DEAL_STATUS IN ('WS', 'NE', 'PA')
               ORDER BY 1
           END-EXEC
      *
      *    CURSOR - ROUND-ROBIN CANDIDATES, SAME RULE AS CUSADD00
      *
           EXEC SQL DECLARE CSR_DEP_ROBIN CURSOR FOR
               SELECT U.USER_ID
               FROM   AUTOSALE.SYSTEM_USER U
               WHERE  U.USER_TYPE    = 'S'
                 AND  U.ACTIVE_FLAG  = 'Y'
                 AND  U.LOCKED_FLAG  = 'N'
                 AND  U.DEALER_CODE  = :WS-DEP-DEALER-CODE
                 AND  U.USER_ID     <> :WS-IN-DEPART-USER
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
           END-EXEC
      *
      *    CURSOR - KEYS STILL CHECKED OUT TO THE USER
      *
           EXEC SQL DECLARE CSR_DEP_KEYS CURSOR FOR
               SELECT K.VIN
                    , K.KEY_NUMBER
                    , K.CHECKOUT_PURPOSE
                    , CHAR(DATE(K.CHECKOUT_TS), ISO)
               FROM   AUTOSALE.VEHICLE_KEY_LOG K
               WHERE  K.HOLDER_USER = :WS-IN-DEPART-USER
                 AND  K.CHECKIN_TS IS NULL
               ORDER BY K.CHECKOUT_TS
           END-EXEC
      *
      *    CURSOR - APPROVED ADJUSTMENTS NOT YET EXPORTED TO PAYROLL
      *
           EXEC SQL DECLARE CSR_DEP_ADJ CURSOR FOR
               SELECT A.DEAL_NUMBER
                    , A.ADJUST_TYPE
                    , A.PAY_PERIOD
                    , CHAR(DATE(A.REQUESTED_TS), ISO)
                    , A.ADJUST_AMOUNT
               FROM   AUTOSALE.COMMISSION_ADJUSTMENT A
               WHERE  A.SALESPERSON_ID = :WS-IN-DEPART-USER
                 AND  A.ADJUST_STATUS  = 'A'
                 AND  A.EXPORT_PERIOD_ID IS NULL
               ORDER BY A.REQUESTED_TS
           END-EXEC
      *
       LINKAGE SECTION.
      *
       01  IO-PCB.
           05  FILLER                    PIC X(10).
           05  IO-STATUS                 PIC X(02).
           05  FILLER                    PIC X(20).
           05  IO-USER                   PIC X(08).
      *
       01  DB-PCB-1.
           05  DB-1-DBD-NAME            PIC X(08).
           05  DB-1-SEG-LEVEL           PIC X(02).
           05  DB-1-STATUS              PIC X(02).
           05  FILLER                   PIC X(20).
      *
       PROCEDURE DIVISION.
      *
       ENTRY 'DLITCBL' USING IO-PCB, DB-PCB-1.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 1000-INITIALIZE
      *
           PERFORM 2000-RECEIVE-INPUT
      *
           IF IO-STATUS = '  '
               PERFORM 3000-VALIDATE-INPUT THRU 3000-EXIT
           END-IF
      *
           IF WS-OUT-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-IN-FN-PRV
                       PERFORM 4000-PREVIEW THRU 4000-EXIT
                   WHEN WS-IN-FN-REA
                       PERFORM 5000-REASSIGN THRU 5000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE PRV OR REA'
                           TO WS-OUT-MESSAGE
               END-EVALUATE
           END-IF
      *
           PERFORM 8000-SEND-OUTPUT
      *
           GOBACK
           .
      *
      ****************************************************************
      *    1000-INITIALIZE - CLEAR WORK AREAS                        *
      ****************************************************************
       1000-INITIALIZE.
      *
           INITIALIZE WS-INPUT-MSG
           INITIALIZE WS-OUTPUT-MSG
           INITIALIZE WS-WORK-FIELDS
           INITIALIZE WS-MANAGER
           INITIALIZE WS-DEPARTURE
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 'SALESPERSON DEPARTURE' TO WS-OUT-TITLE
           .
      *
      ****************************************************************
      *    2000-RECEIVE-INPUT - GU CALL ON IO-PCB                    *
      ****************************************************************
       2000-RECEIVE-INPUT.
      *
           CALL 'CBLTDLI' USING WS-GU
                                IO-PCB
                                WS-INPUT-MSG
      *
           IF IO-STATUS NOT = '  '
               MOVE 'ADMDEP00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - MANAGER, DEPARTING USER, NEW OWNER  *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           PERFORM 7000-CHECK-MANAGER
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-DEPART-USER = SPACES
               MOVE 'DEPARTING USER ID IS REQUIRED' TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-DEPART-USER = IO-USER
               MOVE 'YOU MAY NOT PROCESS YOUR OWN DEPARTURE'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           PERFORM 3100-READ-DEPART-USER
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 3000-EXIT
           END-IF
      *
      *    MANAGERS PROCESS THEIR OWN DEALER ONLY
      *
           IF WS-DEP-DEALER-CODE NOT = WS-MGR-DEALER-CODE
           AND NOT WS-MGR-ADMIN
               MOVE 'YOU MAY ONLY PROCESS USERS OF YOUR OWN DEALER'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-FN-REA
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-REASON = SPACES
               MOVE 'A REASON IS REQUIRED TO REASSIGN A DEPARTURE'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN WS-IN-MODE-NAMED
                   PERFORM 3200-CHECK-TARGET-USER THRU 3200-EXIT
               WHEN WS-IN-MODE-ROBIN
                   PERFORM 3300-LOAD-ROUND-ROBIN THRU 3300-EXIT
               WHEN OTHER
                   MOVE 'MODE MUST BE N (NAMED) OR R (ROUND-ROBIN)'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-READ-DEPART-USER - USER MUST EXIST; MAY BE INACTIVE  *
      ****************************************************************
       3100-READ-DEPART-USER.
      *
           MOVE WS-IN-DEPART-USER TO USER-ID OF DCLSYSTEM-USER
      *
           EXEC SQL
               SELECT USER_NAME
                    , USER_TYPE
                    , DEALER_CODE
                    , ACTIVE_FLAG
               INTO  :DCLSYSTEM-USER.USER-NAME
                    , :DCLSYSTEM-USER.USER-TYPE
                    , :DCLSYSTEM-USER.DEALER-CODE
                    , :DCLSYSTEM-USER.ACTIVE-FLAG
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :DCLSYSTEM-USER.USER-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE DEALER-CODE OF DCLSYSTEM-USER
                       TO WS-DEP-DEALER-CODE
                   MOVE WS-IN-DEPART-USER TO WS-OUT-DEPART-USER
                   MOVE USER-NAME-TX OF DCLSYSTEM-USER
                       TO WS-OUT-USER-NAME
                   MOVE DEALER-CODE OF DCLSYSTEM-USER
                       TO WS-OUT-DEALER-CODE
                   MOVE ACTIVE-FLAG OF DCLSYSTEM-USER
                       TO WS-OUT-ACTIVE-FLAG
               WHEN +100
                   MOVE 'DEPARTING USER ID NOT FOUND' TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMDEP00: DB2 ERROR READING USER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    3200-CHECK-TARGET-USER - NAMED NEW OWNER                  *
      ****************************************************************
       3200-CHECK-TARGET-USER.
      *
           IF WS-IN-TARGET-USER = SPACES
               MOVE 'NEW SALESPERSON IS REQUIRED FOR MODE N'
                   TO WS-OUT-MESSAGE
               GO TO 3200-EXIT
           END-IF
      *
           IF WS-IN-TARGET-USER = WS-IN-DEPART-USER
               MOVE 'NEW SALESPERSON MUST BE SOMEONE ELSE'
                   TO WS-OUT-MESSAGE
               GO TO 3200-EXIT
           END-IF
      *
           MOVE WS-IN-TARGET-USER TO USER-ID OF DCLSYSTEM-USER
      *
           EXEC SQL
               SELECT USER_TYPE
                    , DEALER_CODE
                    , ACTIVE_FLAG
                    , LOCKED_FLAG
               INTO  :DCLSYSTEM-USER.USER-TYPE
                    , :DCLSYSTEM-USER.DEALER-CODE
                    , :DCLSYSTEM-USER.ACTIVE-FLAG
                    , :DCLSYSTEM-USER.LOCKED-FLAG
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :DCLSYSTEM-USER.USER-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'NEW SALESPERSON USER ID NOT FOUND'
                       TO WS-OUT-MESSAGE
                   GO TO 3200-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMDEP00: DB2 ERROR READING USER'
                       TO WS-OUT-MESSAGE
                   GO TO 3200-EXIT
           END-EVALUATE
      *
           IF USER-TYPE OF DCLSYSTEM-USER NOT = 'S'
           OR ACTIVE-FLAG OF DCLSYSTEM-USER NOT = 'Y'
           OR LOCKED-FLAG OF DCLSYSTEM-USER NOT = 'N'
               MOVE 'NEW OWNER MUST BE AN ACTIVE, UNLOCKED SALESPERSON'
                   TO WS-OUT-MESSAGE
               GO TO 3200-EXIT
           END-IF
      *
           IF DEALER-CODE OF DCLSYSTEM-USER NOT = WS-DEP-DEALER-CODE
               MOVE 'NEW SALESPERSON MUST BELONG TO THE SAME DEALER'
                   TO WS-OUT-MESSAGE
               GO TO 3200-EXIT
           END-IF
      *
           MOVE WS-IN-TARGET-USER TO WS-NEW-OWNER
           .
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3300-LOAD-ROUND-ROBIN - ELIGIBLE SALESPEOPLE IN ORDER     *
      ****************************************************************
       3300-LOAD-ROUND-ROBIN.
      *
           EXEC SQL OPEN CSR_DEP_ROBIN END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMDEP00: ERROR OPENING ROUND-ROBIN CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 3300-EXIT
           END-IF
      *
           MOVE +0 TO WS-RR-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 3310-FETCH-ROUND-ROBIN
               UNTIL WS-END-OF-DATA
               OR WS-RR-COUNT >= +50
      *
           EXEC SQL CLOSE CSR_DEP_ROBIN END-EXEC
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 3300-EXIT
           END-IF
      *
           IF WS-RR-COUNT = +0
               MOVE 'NO ELIGIBLE SALESPERSON FOR ROUND-ROBIN - USE N'
                   TO WS-OUT-MESSAGE
           END-IF
      *
           MOVE +0 TO WS-RR-IDX
           .
       3300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3310-FETCH-ROUND-ROBIN                                    *
      ****************************************************************
       3310-FETCH-ROUND-ROBIN.
      *
           EXEC SQL FETCH CSR_DEP_ROBIN
               INTO  :WS-HV-RR-USER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-RR-COUNT
                   MOVE WS-HV-RR-USER TO WS-RR-USER(WS-RR-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMDEP00: DB2 ERROR READING ROUND-ROBIN'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4000-PREVIEW - WHAT IS STILL TIED TO THE DEPARTING USER   *
      ****************************************************************
       4000-PREVIEW.
      *
           PERFORM 4100-COUNT-ITEMS THRU 4100-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-CNT-CUSTOMERS TO WS-OUT-CNT-CUSTOMERS
           MOVE WS-CNT-LEADS     TO WS-OUT-CNT-LEADS
           MOVE WS-CNT-TASKS     TO WS-OUT-CNT-TASKS
           MOVE WS-CNT-DEALS     TO WS-OUT-CNT-DEALS
           MOVE WS-CNT-APPTS     TO WS-OUT-CNT-APPTS
      *
           PERFORM 4200-LIST-OUTSTANDING THRU 4200-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-CNT-CUSTOMERS + WS-CNT-LEADS + WS-CNT-TASKS
              + WS-CNT-DEALS = +0
               MOVE 'NOTHING TO REASSIGN - REA WILL DEACTIVATE ONLY'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE 'PREVIEW DISPLAYED - REA WITH MODE N OR R TO MOVE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-COUNT-ITEMS - CUSTOMERS, LEADS, TASKS, DEALS, APPTS  *
      ****************************************************************
       4100-COUNT-ITEMS.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CNT-CUSTOMERS
               FROM  AUTOSALE.CUSTOMER
               WHERE ASSIGNED_SALES = :WS-IN-DEPART-USER
           END-EXEC
           IF SQLCODE NOT = +0
               GO TO 4100-DB2-ERROR
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CNT-LEADS
               FROM  AUTOSALE.CUSTOMER_LEAD
               WHERE ASSIGNED_SALES = :WS-IN-DEPART-USER
                 AND LEAD_STATUS NOT IN ('WN', 'LS', 'DD')
           END-EXEC
           IF SQLCODE NOT = +0
               GO TO 4100-DB2-ERROR
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CNT-TASKS
               FROM  AUTOSALE.LEAD_TASK
               WHERE SALESPERSON_ID = :WS-IN-DEPART-USER
                 AND TASK_STATUS IN ('OP', 'ES')
           END-EXEC
           IF SQLCODE NOT = +0
               GO TO 4100-DB2-ERROR
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CNT-DEALS
               FROM  AUTOSALE.SALES_DEAL
               WHERE SALESPERSON_ID = :WS-IN-DEPART-USER
                 AND DEAL_STATUS IN ('WS', 'NE', 'PA')
           END-EXEC
           IF SQLCODE NOT = +0
               GO TO 4100-DB2-ERROR
           END-IF
      *
      *    APPOINTMENTS ARE BOOKED AGAINST THE LEAD ID AS KEYED ON
      *    CUSLEAD0 - COMPARE WITHOUT LEADING ZEROS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CNT-APPTS
               FROM  AUTOSALE.APPOINTMENT_SLOT A
                    , AUTOSALE.CUSTOMER_LEAD    L
               WHERE L.ASSIGNED_SALES  = :WS-IN-DEPART-USER
                 AND L.LEAD_STATUS NOT IN ('WN', 'LS', 'DD')
                 AND A.BOOKED_FOR_TYPE = 'LD'
                 AND A.SLOT_STATUS     = 'BK'
                 AND A.SLOT_DATE      >= CURRENT DATE
                 AND STRIP(STRIP(A.BOOKED_FOR_KEY), LEADING, '0')
                     = STRIP(CHAR(L.LEAD_ID))
           END-EXEC
           IF SQLCODE NOT = +0
               GO TO 4100-DB2-ERROR
           END-IF
      *
           GO TO 4100-EXIT
           .
       4100-DB2-ERROR.
           PERFORM 9100-DB2-ERROR
           MOVE 'ADMDEP00: DB2 ERROR COUNTING ASSIGNED ITEMS'
               TO WS-OUT-MESSAGE
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-LIST-OUTSTANDING - KEYS OUT, UNPAID ADJUSTMENTS      *
      ****************************************************************
       4200-LIST-OUTSTANDING.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CNT-KEYS
               FROM  AUTOSALE.VEHICLE_KEY_LOG
               WHERE HOLDER_USER = :WS-IN-DEPART-USER
                 AND CHECKIN_TS IS NULL
           END-EXEC
           IF SQLCODE NOT = +0
               GO TO 4200-DB2-ERROR
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CNT-ADJUSTS
               FROM  AUTOSALE.COMMISSION_ADJUSTMENT
               WHERE SALESPERSON_ID = :WS-IN-DEPART-USER
                 AND ADJUST_STATUS  = 'A'
                 AND EXPORT_PERIOD_ID IS NULL
           END-EXEC
           IF SQLCODE NOT = +0
               GO TO 4200-DB2-ERROR
           END-IF
      *
           MOVE WS-CNT-KEYS    TO WS-OUT-CNT-KEYS
           MOVE WS-CNT-ADJUSTS TO WS-OUT-CNT-ADJUSTS
           MOVE +0 TO WS-ROW-COUNT
      *
           EXEC SQL OPEN CSR_DEP_KEYS END-EXEC
           IF SQLCODE NOT = +0
               GO TO 4200-DB2-ERROR
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 4210-FETCH-KEY
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +10
      *
           EXEC SQL CLOSE CSR_DEP_KEYS END-EXEC
      *
           IF WS-OUT-MESSAGE NOT = SPACES
           OR WS-ROW-COUNT >= +10
               GO TO 4200-DONE
           END-IF
      *
           EXEC SQL OPEN CSR_DEP_ADJ END-EXEC
           IF SQLCODE NOT = +0
               GO TO 4200-DB2-ERROR
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 4220-FETCH-ADJUSTMENT
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +10
      *
           EXEC SQL CLOSE CSR_DEP_ADJ END-EXEC
           GO TO 4200-DONE
           .
       4200-DB2-ERROR.
           PERFORM 9100-DB2-ERROR
           MOVE 'ADMDEP00: DB2 ERROR READING KEYS/ADJUSTMENTS'
               TO WS-OUT-MESSAGE
           .
       4200-DONE.
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4210-FETCH-KEY                                            *
      ****************************************************************
       4210-FETCH-KEY.
      *
           EXEC SQL FETCH CSR_DEP_KEYS
               INTO  :WS-HV-REF
                    , :WS-HV-CODE-1
                    , :WS-HV-CODE-2
                    , :WS-HV-DATE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE 'KEY' TO WS-OUT-LN-TYPE(WS-ROW-COUNT)
                   MOVE WS-HV-REF TO WS-OUT-LN-REF(WS-ROW-COUNT)
                   STRING 'KEY ' WS-HV-CODE-1
                          ' OUT FOR ' WS-HV-CODE-2(1:2)
                          DELIMITED BY SIZE
                       INTO WS-OUT-LN-DETAIL(WS-ROW-COUNT)
                   END-STRING
                   MOVE WS-HV-DATE TO WS-OUT-LN-DATE(WS-ROW-COUNT)
                   MOVE +0 TO WS-OUT-LN-AMOUNT(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMDEP00: DB2 ERROR READING KEY LOG'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4220-FETCH-ADJUSTMENT                                     *
      ****************************************************************
       4220-FETCH-ADJUSTMENT.
      *
           MOVE SPACES TO WS-HV-REF
      *
           EXEC SQL FETCH CSR_DEP_ADJ
               INTO  :WS-HV-REF
                    , :WS-HV-CODE-2
                    , :WS-HV-CODE-1
                    , :WS-HV-DATE
                    , :WS-HV-AMOUNT
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE 'ADJ' TO WS-OUT-LN-TYPE(WS-ROW-COUNT)
                   MOVE WS-HV-REF TO WS-OUT-LN-REF(WS-ROW-COUNT)
                   STRING 'TYPE ' WS-HV-CODE-2(1:2)
                          ' PERIOD ' WS-HV-CODE-1
                          DELIMITED BY SIZE
                       INTO WS-OUT-LN-DETAIL(WS-ROW-COUNT)
                   END-STRING
                   MOVE WS-HV-DATE TO WS-OUT-LN-DATE(WS-ROW-COUNT)
                   MOVE WS-HV-AMOUNT TO WS-OUT-LN-AMOUNT(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMDEP00: DB2 ERROR READING ADJUSTMENTS'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5000-REASSIGN - MOVE EVERY CUSTOMER'S BOOK, DEACTIVATE    *
      ****************************************************************
       5000-REASSIGN.
      *
           EXEC SQL OPEN CSR_DEP_CUST END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMDEP00: ERROR OPENING CUSTOMER CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-ERROR-FLAG
      *
           PERFORM 5100-NEXT-CUSTOMER THRU 5100-EXIT
               UNTIL WS-END-OF-DATA
               OR WS-MOVE-FAILED
      *
           EXEC SQL CLOSE CSR_DEP_CUST END-EXEC
      *
           IF WS-MOVE-FAILED
               PERFORM 5900-BACK-OUT
               GO TO 5000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.SYSTEM_USER
                  SET ACTIVE_FLAG = 'N'
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  USER_ID     = :WS-IN-DEPART-USER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMDEP00: DB2 ERROR DEACTIVATING USER'
                   TO WS-OUT-MESSAGE
               PERFORM 5900-BACK-OUT
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-OUT-ACTIVE-FLAG
           PERFORM 7200-LOG-DEPARTURE
      *
           MOVE WS-MOVED-CUST  TO WS-OUT-CNT-CUSTOMERS
           MOVE WS-MOVED-LEADS TO WS-OUT-CNT-LEADS
           MOVE WS-MOVED-TASKS TO WS-OUT-CNT-TASKS
           MOVE WS-MOVED-DEALS TO WS-OUT-CNT-DEALS
      *
           PERFORM 4200-LIST-OUTSTANDING THRU 4200-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-MOVED-CUST TO WS-CUST-DSP
           IF WS-ROW-COUNT > +0
               STRING WS-CUST-DSP ' CUSTOMERS REASSIGNED, USER '
                      'DEACTIVATED - CLEAR THE ITEMS LISTED'
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
           ELSE
               STRING WS-CUST-DSP ' CUSTOMERS REASSIGNED, USER '
                      'DEACTIVATED'
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-NEXT-CUSTOMER - PICK THE NEW OWNER, MOVE THE BOOK    *
      ****************************************************************
       5100-NEXT-CUSTOMER.
      *
           EXEC SQL FETCH CSR_DEP_CUST
               INTO  :WS-HV-CUSTOMER-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 5100-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMDEP00: DB2 ERROR READING CUSTOMERS'
                       TO WS-OUT-MESSAGE
                   MOVE 'Y' TO WS-ERROR-FLAG
                   GO TO 5100-EXIT
           END-EVALUATE
      *
           IF WS-IN-MODE-ROBIN
               ADD +1 TO WS-RR-IDX
               IF WS-RR-IDX > WS-RR-COUNT
                   MOVE +1 TO WS-RR-IDX
               END-IF
               MOVE WS-RR-USER(WS-RR-IDX) TO WS-NEW-OWNER
           END-IF
      *
           MOVE +0 TO WS-CNT-CUSTOMERS
           MOVE +0 TO WS-CNT-LEADS
           MOVE +0 TO WS-CNT-TASKS
           MOVE +0 TO WS-CNT-DEALS
      *
           EXEC SQL
               UPDATE AUTOSALE.CUSTOMER
                  SET ASSIGNED_SALES = :WS-NEW-OWNER
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  CUSTOMER_ID    = :WS-HV-CUSTOMER-ID
                 AND  ASSIGNED_SALES = :WS-IN-DEPART-USER
           END-EXEC
           IF SQLCODE = +0
               MOVE SQLERRD(3) TO WS-CNT-CUSTOMERS
           ELSE
               IF SQLCODE NOT = +100
                   MOVE 'CUSTOMER' TO WS-DBE-TABLE-NAME
                   GO TO 5100-DB2-ERROR
               END-IF
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.CUSTOMER_LEAD
                  SET ASSIGNED_SALES = :WS-NEW-OWNER
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  CUSTOMER_ID    = :WS-HV-CUSTOMER-ID
                 AND  ASSIGNED_SALES = :WS-IN-DEPART-USER
                 AND  LEAD_STATUS NOT IN ('WN', 'LS', 'DD')
           END-EXEC
           IF SQLCODE = +0
               MOVE SQLERRD(3) TO WS-CNT-LEADS
           ELSE
               IF SQLCODE NOT = +100
                   MOVE 'CUSTOMER_LEAD' TO WS-DBE-TABLE-NAME
                   GO TO 5100-DB2-ERROR
               END-IF
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.LEAD_TASK
                  SET SALESPERSON_ID = :WS-NEW-OWNER
               WHERE  CUSTOMER_ID    = :WS-HV-CUSTOMER-ID
                 AND  SALESPERSON_ID = :WS-IN-DEPART-USER
                 AND  TASK_STATUS IN ('OP', 'ES')
           END-EXEC
           IF SQLCODE = +0
               MOVE SQLERRD(3) TO WS-CNT-TASKS
           ELSE
               IF SQLCODE NOT = +100
                   MOVE 'LEAD_TASK' TO WS-DBE-TABLE-NAME
                   GO TO 5100-DB2-ERROR
               END-IF
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.SALES_DEAL
                  SET SALESPERSON_ID = :WS-NEW-OWNER
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  CUSTOMER_ID    = :WS-HV-CUSTOMER-ID
                 AND  SALESPERSON_ID = :WS-IN-DEPART-USER
                 AND  DEAL_STATUS IN ('WS', 'NE', 'PA')
           END-EXEC
           IF SQLCODE = +0
               MOVE SQLERRD(3) TO WS-CNT-DEALS
           ELSE
               IF SQLCODE NOT = +100
                   MOVE 'SALES_DEAL' TO WS-DBE-TABLE-NAME
                   GO TO 5100-DB2-ERROR
               END-IF
           END-IF
      *
           ADD WS-CNT-CUSTOMERS TO WS-MOVED-CUST
           ADD WS-CNT-LEADS     TO WS-MOVED-LEADS
           ADD WS-CNT-TASKS     TO WS-MOVED-TASKS
           ADD WS-CNT-DEALS     TO WS-MOVED-DEALS
      *
           PERFORM 7100-LOG-CUSTOMER
           GO TO 5100-EXIT
           .
       5100-DB2-ERROR.
           MOVE WS-PROGRAM-NAME TO WS-DBE-PROGRAM
           MOVE '5100-NEXT-CUSTOMER' TO WS-DBE-PARAGRAPH
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           MOVE 'ADMDEP00: DB2 ERROR REASSIGNING - NOTHING CHANGED'
               TO WS-OUT-MESSAGE
           MOVE 'Y' TO WS-ERROR-FLAG
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5900-BACK-OUT - ROLL BACK THE WHOLE UNIT OF WORK          *
      ****************************************************************
       5900-BACK-OUT.
      *
           CALL 'CBLTDLI' USING WS-ROLB
                                IO-PCB
           .
      *
      ****************************************************************
      *    7000-CHECK-MANAGER - MANAGER OR ADMINISTRATOR ONLY        *
      ****************************************************************
       7000-CHECK-MANAGER.
      *
           EXEC SQL
               SELECT USER_TYPE
                    , DEALER_CODE
               INTO  :WS-MGR-USER-TYPE
                    , :WS-MGR-DEALER-CODE
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :IO-USER
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   IF NOT WS-MGR-MANAGER
                       MOVE 'ONLY A MANAGER MAY PROCESS A DEPARTURE'
                           TO WS-OUT-MESSAGE
                   END-IF
               WHEN +100
                   MOVE 'ONLY A MANAGER MAY PROCESS A DEPARTURE'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMDEP00: DB2 ERROR CHECKING USER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    7100-LOG-CUSTOMER - AUDIT TRAIL FOR EACH CUSTOMER MOVED   *
      ****************************************************************
       7100-LOG-CUSTOMER.
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'CUSTOMER' TO WS-LOG-TABLE-NAME
           MOVE 'REASSIGN' TO WS-LOG-ACTION
           MOVE WS-HV-CUSTOMER-ID TO WS-CUST-ID-DSP
           MOVE SPACES TO WS-LOG-KEY-VALUE
           STRING 'CUSTOMER ' WS-CUST-ID-DSP
                  ' FROM ' WS-IN-DEPART-USER
                  DELIMITED BY SIZE
               INTO WS-LOG-KEY-VALUE
           END-STRING
           MOVE WS-CNT-CUSTOMERS TO WS-CUST-DSP
           MOVE WS-CNT-LEADS     TO WS-LEAD-DSP
           MOVE WS-CNT-TASKS     TO WS-TASK-DSP
           MOVE WS-CNT-DEALS     TO WS-DEAL-DSP
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'DEPARTURE OF ' WS-IN-DEPART-USER
                  ' - CUSTOMER ' WS-CUST-ID-DSP
                  ' TO ' WS-NEW-OWNER
                  ' MODE ' WS-IN-ASSIGN-MODE
                  ': CUST ' WS-CUST-DSP
                  ' LEADS ' WS-LEAD-DSP
                  ' TASKS ' WS-TASK-DSP
                  ' DEALS ' WS-DEAL-DSP
                  ' BY ' IO-USER ': ' WS-IN-REASON
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           CALL 'COMLGEL0' USING WS-LOG-FUNCTION
                                 WS-LOG-PROGRAM
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-ACTION
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
           .
      *
      ****************************************************************
      *    7200-LOG-DEPARTURE - SUMMARY AND DEACTIVATION             *
      ****************************************************************
       7200-LOG-DEPARTURE.
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'SYSTEM_USER' TO WS-LOG-TABLE-NAME
           MOVE 'DEPART' TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-KEY-VALUE
           MOVE WS-IN-DEPART-USER TO WS-LOG-KEY-VALUE
           MOVE WS-MOVED-CUST  TO WS-CUST-DSP
           MOVE WS-MOVED-LEADS TO WS-LEAD-DSP
           MOVE WS-MOVED-TASKS TO WS-TASK-DSP
           MOVE WS-MOVED-DEALS TO WS-DEAL-DSP
           MOVE SPACES TO WS-LOG-DETAILS
           IF WS-IN-MODE-ROBIN
               MOVE 'ROUND-ROBIN' TO WS-NEW-OWNER
           END-IF
           STRING 'USER ' WS-IN-DEPART-USER
                  ' DEACTIVATED ON DEPARTURE - REASSIGNED TO '
                  WS-NEW-OWNER
                  ': CUST ' WS-CUST-DSP
                  ' LEADS ' WS-LEAD-DSP
                  ' TASKS ' WS-TASK-DSP
                  ' DEALS ' WS-DEAL-DSP
                  ' BY ' IO-USER ': ' WS-IN-REASON
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           CALL 'COMLGEL0' USING WS-LOG-FUNCTION
                                 WS-LOG-PROGRAM
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-ACTION
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
           .
      *
      ****************************************************************
      *    8000-SEND-OUTPUT - ISRT CALL ON IO-PCB                    *
      ****************************************************************
       8000-SEND-OUTPUT.
      *
           COMPUTE WS-OUT-LL =
               FUNCTION LENGTH(WS-OUTPUT-MSG)
           MOVE +0 TO WS-OUT-ZZ
      *
           CALL 'CBLTDLI' USING WS-ISRT
                                IO-PCB
                                WS-OUTPUT-MSG
      *
           IF IO-STATUS NOT = '  '
               CONTINUE
           END-IF
           .
      *
      ****************************************************************
      *    9100-DB2-ERROR - CALL COMMON DB2 ERROR HANDLER            *
      ****************************************************************
       9100-DB2-ERROR.
      *
           MOVE WS-PROGRAM-NAME TO WS-DBE-PROGRAM
           MOVE 'ADMDEP00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'SYSTEM_USER' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF ADMDEP00                                              *
      ****************************************************************
