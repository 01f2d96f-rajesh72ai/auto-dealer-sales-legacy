       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMPWR00.
      ****************************************************************
      * PROGRAM:  ADMPWR00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   ADM - PASSWORD ADMINISTRATION                      *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  ADMINISTRATOR PASSWORD RESET AND PASSWORD STATUS.  *
      *           INQ - SHOW A USER'S PASSWORD STATUS: DATE LAST     *
      *                 CHANGED, DAYS TO EXPIRY, RESET PENDING,      *
      *                 FAILED ATTEMPTS AND LOCK                     *
      *           RST - SET A TEMPORARY PASSWORD (REASON REQUIRED).  *
      *                 FAILED ATTEMPTS ARE CLEARED AND THE USER IS  *
      *                 FORCED TO CHOOSE A NEW PASSWORD AT THE NEXT  *
      *                 SIGN-ON (ADMSEC00). THE TEMPORARY PASSWORD   *
      *                 GOES INTO PASSWORD_HISTORY SO IT CANNOT BE   *
      *                 KEPT AS THE NEW ONE. A LOCKED ACCOUNT STAYS  *
      *                 LOCKED - THE LOCK MAY COME FROM ACCESS       *
      *                 RECERTIFICATION AND A RESET DOES NOT LIFT IT *
      *           RESETS ARE RESTRICTED TO MANAGERS (USER TYPE M OR  *
      *           G) OF THE USER'S DEALER AND TO ADMINISTRATORS      *
      *           (TYPE A) FOR ANY DEALER. USERS CHANGE THEIR OWN    *
      *           PASSWORD AT SIGN-ON, NOT HERE.                     *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADPW - PASSWORD ADMINISTRATION                     *
      * MFS MOD:  ASADPW00                                           *
      * TABLES:   AUTOSALE.SYSTEM_USER      (READ/UPDATE)            *
      *           AUTOSALE.PASSWORD_HISTORY (INSERT)                 *
      *           AUTOSALE.SYSTEM_CONFIG    (READ)                   *
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
                                          VALUE 'ADMPWR00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASADPW00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLSYUSR.
      *
           COPY DCLSYSCF.
      *
           COPY DCLPWHST.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-RST                      VALUE 'RST'.
           05  WS-IN-USER-ID             PIC X(08).
           05  WS-IN-TEMP-PASSWORD       PIC X(20).
           05  WS-IN-REASON              PIC X(40).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-USER-ID            PIC X(08).
           05  WS-OUT-USER-NAME          PIC X(40).
           05  WS-OUT-USER-TYPE          PIC X(01).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-ACTIVE-FLAG        PIC X(01).
           05  WS-OUT-LOCKED-FLAG        PIC X(01).
           05  WS-OUT-FAILED-ATTEMPTS    PIC Z(03)9.
           05  WS-OUT-CHANGED-DATE       PIC X(10).
           05  WS-OUT-DAYS-TO-EXPIRY     PIC -(04)9.
           05  WS-OUT-FORCE-CHANGE       PIC X(01).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-PWD-LEN                PIC S9(04) COMP VALUE +0.
           05  WS-PWD-MIN-LENGTH         PIC S9(04) COMP VALUE +8.
           05  WS-PWD-MAX-AGE-DAYS       PIC S9(04) COMP VALUE +90.
           05  WS-CONFIG-NUM             PIC S9(04) COMP VALUE +0.
           05  WS-PWD-AGE-DAYS           PIC S9(09) COMP VALUE +0.
           05  WS-NUM-DSP                PIC Z(03)9.
           05  WS-TEMP-HASH              PIC X(64)  VALUE SPACES.
           05  WS-CHANGED-DATE           PIC X(10)  VALUE SPACES.
      *
      *    ADMINISTRATOR - THE SIGNED-ON USER
      *
       01  WS-ADMINISTRATOR.
           05  WS-ADM-USER-TYPE          PIC X(01) VALUE SPACES.
               88  WS-ADM-MANAGER              VALUES 'M' 'G' 'A'.
               88  WS-ADM-ADMIN                     VALUE 'A'.
           05  WS-ADM-DEALER-CODE        PIC X(05) VALUE SPACES.
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
                   WHEN WS-IN-FN-INQ
                       PERFORM 4000-SHOW-STATUS THRU 4000-EXIT
                   WHEN WS-IN-FN-RST
                       PERFORM 5000-RESET-PASSWORD THRU 5000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE INQ OR RST'
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
           INITIALIZE WS-ADMINISTRATOR
           MOVE +8  TO WS-PWD-MIN-LENGTH
           MOVE +90 TO WS-PWD-MAX-AGE-DAYS
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 'PASSWORD ADMINISTRATION' TO WS-OUT-TITLE
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
               MOVE 'ADMPWR00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - AUTHORITY AND TARGET USER           *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-USER-ID = SPACES
               MOVE 'USER ID IS REQUIRED' TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-IN-USER-ID TO WS-OUT-USER-ID
      *
           PERFORM 7000-CHECK-ADMINISTRATOR
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 3000-EXIT
           END-IF
      *
           EXEC SQL
               SELECT USER_NAME
                    , USER_TYPE
                    , DEALER_CODE
                    , ACTIVE_FLAG
                    , LOCKED_FLAG
                    , FAILED_ATTEMPTS
                    , FORCE_CHANGE_FLAG
                    , CHAR(DATE(COALESCE(PASSWORD_CHANGED_TS,
                                         CREATED_TS)), ISO)
                    , DAYS(CURRENT DATE) -
                      DAYS(COALESCE(PASSWORD_CHANGED_TS, CREATED_TS))
               INTO  :DCLSYSTEM-USER.USER-NAME
                    , :DCLSYSTEM-USER.USER-TYPE
                    , :DCLSYSTEM-USER.DEALER-CODE
                    , :DCLSYSTEM-USER.ACTIVE-FLAG
                    , :DCLSYSTEM-USER.LOCKED-FLAG
                    , :DCLSYSTEM-USER.FAILED-ATTEMPTS
                    , :DCLSYSTEM-USER.FORCE-CHANGE-FLAG
                    , :WS-CHANGED-DATE
                    , :WS-PWD-AGE-DAYS
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :WS-IN-USER-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'USER ID NOT FOUND' TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMPWR00: DB2 ERROR READING USER'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
           END-EVALUATE
      *
           IF NOT WS-ADM-ADMIN
           AND DEALER-CODE OF DCLSYSTEM-USER NOT = WS-ADM-DEALER-CODE
               MOVE 'USER BELONGS TO ANOTHER DEALER' TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-RST
               IF WS-IN-USER-ID = IO-USER
                   MOVE 'CHANGE YOUR OWN PASSWORD AT SIGN-ON'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-REASON = SPACES
                   MOVE 'A REASON IS REQUIRED FOR A PASSWORD RESET'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               PERFORM 3100-CHECK-TEMP-PASSWORD
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-CHECK-TEMP-PASSWORD - NO SPACES, MINIMUM LENGTH      *
      ****************************************************************
       3100-CHECK-TEMP-PASSWORD.
      *
           MOVE 'PWD_MIN_LENGTH' TO CONFIG-KEY-TX
           MOVE +14 TO CONFIG-KEY-LN
           PERFORM 3200-READ-CONFIG-NUMBER
           IF WS-CONFIG-NUM > +0
               IF WS-CONFIG-NUM > +20
                   MOVE +20 TO WS-PWD-MIN-LENGTH
               ELSE
                   MOVE WS-CONFIG-NUM TO WS-PWD-MIN-LENGTH
               END-IF
           END-IF
      *
           MOVE +0 TO WS-PWD-LEN
           INSPECT WS-IN-TEMP-PASSWORD
               TALLYING WS-PWD-LEN FOR CHARACTERS BEFORE INITIAL SPACE
      *
           IF WS-PWD-LEN < +20
               IF WS-IN-TEMP-PASSWORD(WS-PWD-LEN + 1:) NOT = SPACES
                   MOVE 'PASSWORD MAY NOT CONTAIN SPACES'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
      *
           IF WS-OUT-MESSAGE = SPACES
           AND WS-PWD-LEN < WS-PWD-MIN-LENGTH
               MOVE WS-PWD-MIN-LENGTH TO WS-NUM-DSP
               STRING 'TEMPORARY PASSWORD MUST BE AT LEAST '
                      WS-NUM-DSP ' CHARACTERS'
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
           END-IF
           .
      *
      ****************************************************************
      *    3200-READ-CONFIG-NUMBER - ZERO WHEN NOT CONFIGURED        *
      ****************************************************************
       3200-READ-CONFIG-NUMBER.
      *
           MOVE +0 TO WS-CONFIG-NUM
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :CONFIG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = :CONFIG-KEY
           END-EXEC
      *
           IF SQLCODE = +0
               COMPUTE WS-CONFIG-NUM =
                   FUNCTION NUMVAL(CONFIG-VALUE-TX(
                       1:CONFIG-VALUE-LN))
           END-IF
           .
      *
      ****************************************************************
      *    4000-SHOW-STATUS - PASSWORD STATUS OF ONE USER            *
      ****************************************************************
       4000-SHOW-STATUS.
      *
           MOVE 'PWD_MAX_AGE_DAYS' TO CONFIG-KEY-TX
           MOVE +16 TO CONFIG-KEY-LN
           PERFORM 3200-READ-CONFIG-NUMBER
           IF SQLCODE = +0
               MOVE WS-CONFIG-NUM TO WS-PWD-MAX-AGE-DAYS
           END-IF
      *
           MOVE USER-NAME-TX OF DCLSYSTEM-USER TO WS-OUT-USER-NAME
           MOVE USER-TYPE OF DCLSYSTEM-USER    TO WS-OUT-USER-TYPE
           MOVE DEALER-CODE OF DCLSYSTEM-USER  TO WS-OUT-DEALER-CODE
           MOVE ACTIVE-FLAG OF DCLSYSTEM-USER  TO WS-OUT-ACTIVE-FLAG
           MOVE LOCKED-FLAG OF DCLSYSTEM-USER  TO WS-OUT-LOCKED-FLAG
           MOVE FAILED-ATTEMPTS OF DCLSYSTEM-USER
                                               TO WS-OUT-FAILED-ATTEMPTS
           MOVE FORCE-CHANGE-FLAG OF DCLSYSTEM-USER
                                               TO WS-OUT-FORCE-CHANGE
           MOVE WS-CHANGED-DATE                TO WS-OUT-CHANGED-DATE
      *
           IF WS-PWD-MAX-AGE-DAYS > +0
               COMPUTE WS-OUT-DAYS-TO-EXPIRY =
                   WS-PWD-MAX-AGE-DAYS - WS-PWD-AGE-DAYS
               MOVE 'PASSWORD STATUS DISPLAYED' TO WS-OUT-MESSAGE
           ELSE
               MOVE +0 TO WS-OUT-DAYS-TO-EXPIRY
               MOVE 'STATUS DISPLAYED - PASSWORDS DO NOT EXPIRE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-RESET-PASSWORD - TEMPORARY PASSWORD, FORCED CHANGE   *
      ****************************************************************
       5000-RESET-PASSWORD.
      *
      *    SAME SIMPLIFIED HASH AS ADMSEC00 USES AT SIGN-ON
      *
           MOVE SPACES TO WS-TEMP-HASH
           STRING WS-IN-TEMP-PASSWORD DELIMITED BY SPACES
               INTO WS-TEMP-HASH
           END-STRING
      *
           EXEC SQL
               UPDATE AUTOSALE.SYSTEM_USER
                  SET PASSWORD_HASH       = :WS-TEMP-HASH
                    , PASSWORD_CHANGED_TS = CURRENT TIMESTAMP
                    , FORCE_CHANGE_FLAG   = 'Y'
                    , FAILED_ATTEMPTS     = 0
                    , UPDATED_TS          = CURRENT TIMESTAMP
               WHERE  USER_ID = :WS-IN-USER-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMPWR00: DB2 ERROR RESETTING PASSWORD'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-IN-USER-ID TO USER-ID OF DCLPASSWORD-HISTORY
           MOVE WS-TEMP-HASH  TO PASSWORD-HASH OF DCLPASSWORD-HISTORY
           MOVE IO-USER       TO CHANGED-BY OF DCLPASSWORD-HISTORY
           MOVE 'R'           TO CHANGE-TYPE OF DCLPASSWORD-HISTORY
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PASSWORD_HISTORY
               ( USER_ID
               , CHANGED_TS
               , PASSWORD_HASH
               , CHANGED_BY
               , CHANGE_TYPE
               )
               VALUES
               ( :DCLPASSWORD-HISTORY.USER-ID
               , CURRENT TIMESTAMP
               , :DCLPASSWORD-HISTORY.PASSWORD-HASH
               , :DCLPASSWORD-HISTORY.CHANGED-BY
               , :DCLPASSWORD-HISTORY.CHANGE-TYPE
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMPWR00: DB2 ERROR WRITING PASSWORD HISTORY'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           PERFORM 7100-LOG-RESET
      *
           IF LOCKED-FLAG OF DCLSYSTEM-USER = 'Y'
               MOVE 'PASSWORD RESET - NOTE ACCOUNT IS STILL LOCKED'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE 'PASSWORD RESET - USER MUST CHANGE IT AT SIGN-ON'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-CHECK-ADMINISTRATOR - MANAGER OR ADMINISTRATOR       *
      ****************************************************************
       7000-CHECK-ADMINISTRATOR.
      *
           EXEC SQL
               SELECT USER_TYPE
                    , DEALER_CODE
               INTO  :WS-ADM-USER-TYPE
                    , :WS-ADM-DEALER-CODE
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :IO-USER
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   IF NOT WS-ADM-MANAGER
                       MOVE 'ONLY A MANAGER MAY ADMINISTER PASSWORDS'
                           TO WS-OUT-MESSAGE
                   END-IF
               WHEN +100
                   MOVE 'ONLY A MANAGER MAY ADMINISTER PASSWORDS'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMPWR00: DB2 ERROR CHECKING USER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    7100-LOG-RESET - AUDIT TRAIL (PASSWORD ITSELF NOT LOGGED) *
      ****************************************************************
       7100-LOG-RESET.
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'SYSTEM_USER' TO WS-LOG-TABLE-NAME
           MOVE 'PWDRESET' TO WS-LOG-ACTION
           MOVE WS-IN-USER-ID TO WS-LOG-KEY-VALUE
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'PASSWORD RESET FOR ' WS-IN-USER-ID
                  ' BY ' IO-USER
                  ' - CHANGE FORCED AT NEXT SIGN-ON. REASON: '
                  WS-IN-REASON
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
           MOVE 'ADMPWR00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'SYSTEM_USER' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF ADMPWR00                                              *
      ****************************************************************
