       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMLGH00.
      ****************************************************************
      * PROGRAM:  ADMLGH00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   ADM - LEGAL HOLD MAINTENANCE                       *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  MAINTAINS THE LEGAL_HOLD TABLE. A HOLD PRESERVES   *
      *           A CUSTOMER, A DEAL OR A VIN FOR LITIGATION. WHILE  *
      *           A HOLD IS ACTIVE THE RETENTION AND ARCHIVE JOBS    *
      *           (BATRET00, BATARC00, BATPUR00, BATMTH00) SKIP THE  *
      *           HELD RECORDS AND REPORT WHAT THEY SKIPPED.         *
      *           INQ - SHOW A HOLD (MATTER BLANK = FIRST ACTIVE)    *
      *           PLC - PLACE A HOLD UNDER A MATTER ID               *
      *           REL - RELEASE A HOLD (REASON REQUIRED, LOGGED)     *
      *           HOLD TYPES:                                        *
      *             C - CUSTOMER (KEY = 9-DIGIT CUSTOMER ID)         *
      *             D - DEAL     (KEY = DEAL NUMBER)                 *
      *             V - VEHICLE  (KEY = VIN)                         *
      *           PLACING AND RELEASING ARE RESTRICTED TO MANAGERS   *
      *           (USER TYPE M, G OR A).                             *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADLH - LEGAL HOLD MAINTENANCE                      *
      * MFS MOD:  ASADLH00                                           *
      * TABLES:   AUTOSALE.LEGAL_HOLD         (READ/INSERT/UPDATE)   *
      *           AUTOSALE.CUSTOMER           (READ)                 *
      *           AUTOSALE.SALES_DEAL         (READ)                 *
      *           AUTOSALE.SALES_DEAL_ARCHIVE (READ)                 *
      *           AUTOSALE.VEHICLE            (READ)                 *
      *           AUTOSALE.SYSTEM_USER        (READ)                 *
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
                                          VALUE 'ADMLGH00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASADLH00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLLGLHD.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-PLC                      VALUE 'PLC'.
               88  WS-IN-FN-REL                      VALUE 'REL'.
           05  WS-IN-HOLD-TYPE           PIC X(01).
               88  WS-IN-TYPE-CUSTOMER               VALUE 'C'.
               88  WS-IN-TYPE-DEAL                   VALUE 'D'.
               88  WS-IN-TYPE-VIN                    VALUE 'V'.
               88  WS-IN-TYPE-VALID             VALUES 'C' 'D' 'V'.
           05  WS-IN-HOLD-KEY            PIC X(17).
           05  WS-IN-MATTER-ID           PIC X(20).
           05  WS-IN-HOLD-REASON         PIC X(60).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-HOLD-TYPE          PIC X(01).
           05  WS-OUT-HOLD-KEY           PIC X(17).
           05  WS-OUT-MATTER-ID          PIC X(20).
           05  WS-OUT-STATUS             PIC X(10).
           05  WS-OUT-HOLD-REASON        PIC X(60).
           05  WS-OUT-PLACED-BY          PIC X(08).
           05  WS-OUT-PLACED-TS          PIC X(19).
           05  WS-OUT-RELEASE-DATE       PIC X(10).
           05  WS-OUT-RELEASED-BY        PIC X(08).
           05  WS-OUT-ACTIVE-COUNT       PIC Z(03)9.
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-EXIST-COUNT            PIC S9(04) COMP VALUE +0.
           05  WS-MGR-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-ACTIVE-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-RECORD-COUNT           PIC S9(09) COMP VALUE +0.
           05  WS-CUST-ID-NUM            PIC S9(09) COMP VALUE +0.
      *
      *    NULL INDICATORS
      *
       01  WS-NULL-INDICATORS.
           05  WS-NI-RELEASE-DATE        PIC S9(04) COMP VALUE +0.
           05  WS-NI-RELEASED-BY         PIC S9(04) COMP VALUE +0.
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
                       PERFORM 4000-HOLD-INQUIRY THRU 4000-EXIT
                   WHEN WS-IN-FN-PLC
                       PERFORM 5000-PLACE-HOLD THRU 5000-EXIT
                   WHEN WS-IN-FN-REL
                       PERFORM 6000-RELEASE-HOLD THRU 6000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE INQ, PLC OR REL'
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
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 'LEGAL HOLD MAINTENANCE' TO WS-OUT-TITLE
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
               MOVE 'ADMLGH00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF NOT WS-IN-TYPE-VALID
               MOVE 'HOLD TYPE MUST BE C, D OR V'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-HOLD-KEY = SPACES
               MOVE 'HOLD KEY IS REQUIRED' TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
      *    CUSTOMER HOLDS ARE KEYED ON THE ZERO-FILLED CUSTOMER ID
      *    SO THE BATCH JOBS CAN MATCH THEM WITHOUT CONVERSION
      *
           IF WS-IN-TYPE-CUSTOMER
               IF WS-IN-HOLD-KEY(1:9) NOT NUMERIC
               OR WS-IN-HOLD-KEY(10:8) NOT = SPACES
                   MOVE 'CUSTOMER KEY MUST BE 9-DIGIT CUSTOMER ID'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               MOVE WS-IN-HOLD-KEY(1:9) TO WS-CUST-ID-NUM
           END-IF
      *
           IF WS-IN-FN-PLC OR WS-IN-FN-REL
               IF WS-IN-MATTER-ID = SPACES
                   MOVE 'MATTER ID IS REQUIRED' TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-HOLD-REASON = SPACES
                   MOVE 'A REASON IS REQUIRED TO PLACE OR RELEASE'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           MOVE WS-IN-HOLD-TYPE TO WS-OUT-HOLD-TYPE
           MOVE WS-IN-HOLD-KEY TO WS-OUT-HOLD-KEY
           MOVE WS-IN-MATTER-ID TO WS-OUT-MATTER-ID
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-HOLD-INQUIRY - SHOW THE HOLD AND ACTIVE COUNT        *
      ****************************************************************
       4000-HOLD-INQUIRY.
      *
           PERFORM 4200-COUNT-ACTIVE
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-IN-MATTER-ID = SPACES
               EXEC SQL
                   SELECT MATTER_ID
                   INTO  :MATTER-ID
                   FROM  AUTOSALE.LEGAL_HOLD
                   WHERE HOLD_TYPE = :WS-IN-HOLD-TYPE
                     AND HOLD_KEY  = :WS-IN-HOLD-KEY
                   ORDER BY HOLD_STATUS, PLACED_TS DESC
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       MOVE MATTER-ID TO WS-IN-MATTER-ID
                       MOVE MATTER-ID TO WS-OUT-MATTER-ID
                   WHEN +100
                       MOVE 'NOT HELD' TO WS-OUT-STATUS
                       MOVE 'NO LEGAL HOLD ON FILE FOR THIS KEY'
                           TO WS-OUT-MESSAGE
                       GO TO 4000-EXIT
                   WHEN OTHER
                       PERFORM 9100-DB2-ERROR
                       MOVE 'ADMLGH00: DB2 ERROR READING LEGAL HOLD'
                           TO WS-OUT-MESSAGE
                       GO TO 4000-EXIT
               END-EVALUATE
           END-IF
      *
           PERFORM 4100-READ-HOLD
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-EXIST-COUNT = +0
               MOVE 'NOT HELD' TO WS-OUT-STATUS
               MOVE 'NO LEGAL HOLD ON FILE FOR THIS KEY AND MATTER'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'LEGAL HOLD DISPLAYED' TO WS-OUT-MESSAGE
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-READ-HOLD - LEGAL_HOLD ROW FOR TYPE/KEY/MATTER       *
      ****************************************************************
       4100-READ-HOLD.
      *
           MOVE +0 TO WS-EXIST-COUNT
           MOVE SPACES TO HOLD-REASON-TX
      *
           EXEC SQL
               SELECT HOLD_STATUS
                    , HOLD_REASON
                    , PLACED_BY
                    , CHAR(PLACED_TS)
                    , CHAR(RELEASE_DATE, ISO)
                    , RELEASED_BY
               INTO  :HOLD-STATUS
                    , :HOLD-REASON
                    , :PLACED-BY
                    , :PLACED-TS
                    , :RELEASE-DATE :WS-NI-RELEASE-DATE
                    , :RELEASED-BY  :WS-NI-RELEASED-BY
               FROM  AUTOSALE.LEGAL_HOLD
               WHERE HOLD_TYPE = :WS-IN-HOLD-TYPE
                 AND HOLD_KEY  = :WS-IN-HOLD-KEY
                 AND MATTER_ID = :WS-IN-MATTER-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE +1 TO WS-EXIST-COUNT
                   IF HOLD-STATUS = 'A'
                       MOVE 'ACTIVE' TO WS-OUT-STATUS
                   ELSE
                       MOVE 'RELEASED' TO WS-OUT-STATUS
                   END-IF
                   MOVE HOLD-REASON-TX TO WS-OUT-HOLD-REASON
                   MOVE PLACED-BY TO WS-OUT-PLACED-BY
                   MOVE PLACED-TS(1:19) TO WS-OUT-PLACED-TS
                   IF WS-NI-RELEASE-DATE >= +0
                       MOVE RELEASE-DATE TO WS-OUT-RELEASE-DATE
                   END-IF
                   IF WS-NI-RELEASED-BY >= +0
                       MOVE RELEASED-BY TO WS-OUT-RELEASED-BY
                   END-IF
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMLGH00: DB2 ERROR READING LEGAL HOLD'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4200-COUNT-ACTIVE - ACTIVE HOLDS ON THE KEY, ANY MATTER   *
      ****************************************************************
       4200-COUNT-ACTIVE.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-ACTIVE-COUNT
               FROM  AUTOSALE.LEGAL_HOLD
               WHERE HOLD_TYPE   = :WS-IN-HOLD-TYPE
                 AND HOLD_KEY    = :WS-IN-HOLD-KEY
                 AND HOLD_STATUS = 'A'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMLGH00: DB2 ERROR COUNTING LEGAL HOLDS'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE WS-ACTIVE-COUNT TO WS-OUT-ACTIVE-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    5000-PLACE-HOLD - PLACE OR REINSTATE A HOLD               *
      ****************************************************************
       5000-PLACE-HOLD.
      *
           PERFORM 7000-CHECK-MANAGER
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5000-EXIT
           END-IF
      *
           PERFORM 5100-CHECK-KEY-EXISTS
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5000-EXIT
           END-IF
      *
           PERFORM 4100-READ-HOLD
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-EXIST-COUNT > +0
           AND HOLD-STATUS = 'A'
               MOVE 'HOLD IS ALREADY ACTIVE FOR THIS KEY AND MATTER'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-EXIST-COUNT > +0
      *        REINSTATE A RELEASED HOLD UNDER THE SAME MATTER
               EXEC SQL
                   UPDATE AUTOSALE.LEGAL_HOLD
                      SET HOLD_STATUS  = 'A'
                        , HOLD_REASON  = RTRIM(:WS-IN-HOLD-REASON)
                        , PLACED_BY    = :IO-USER
                        , PLACED_TS    = CURRENT TIMESTAMP
                        , RELEASE_DATE = NULL
                        , RELEASED_BY  = NULL
                        , RELEASED_TS  = NULL
                   WHERE  HOLD_TYPE = :WS-IN-HOLD-TYPE
                     AND  HOLD_KEY  = :WS-IN-HOLD-KEY
                     AND  MATTER_ID = :WS-IN-MATTER-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO AUTOSALE.LEGAL_HOLD
                   ( HOLD_TYPE
                   , HOLD_KEY
                   , MATTER_ID
                   , HOLD_STATUS
                   , HOLD_REASON
                   , PLACED_BY
                   , PLACED_TS
                   )
                   VALUES
                   ( :WS-IN-HOLD-TYPE
                   , :WS-IN-HOLD-KEY
                   , :WS-IN-MATTER-ID
                   , 'A'
                   , RTRIM(:WS-IN-HOLD-REASON)
                   , :IO-USER
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMLGH00: DB2 ERROR SAVING LEGAL HOLD'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'PLACE' TO WS-LOG-ACTION
           PERFORM 7100-LOG-HOLD-ACTION
      *
           ADD +1 TO WS-ACTIVE-COUNT
           MOVE WS-ACTIVE-COUNT TO WS-OUT-ACTIVE-COUNT
           MOVE 'ACTIVE' TO WS-OUT-STATUS
           MOVE WS-IN-HOLD-REASON TO WS-OUT-HOLD-REASON
           MOVE IO-USER TO WS-OUT-PLACED-BY
           MOVE SPACES TO WS-OUT-RELEASE-DATE
           MOVE SPACES TO WS-OUT-RELEASED-BY
           MOVE 'LEGAL HOLD PLACED' TO WS-OUT-MESSAGE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-CHECK-KEY-EXISTS - HELD RECORD MUST BE ON FILE       *
      ****************************************************************
       5100-CHECK-KEY-EXISTS.
      *
           MOVE +0 TO WS-RECORD-COUNT
      *
           EVALUATE TRUE
               WHEN WS-IN-TYPE-CUSTOMER
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO  :WS-RECORD-COUNT
                       FROM  AUTOSALE.CUSTOMER
                       WHERE CUSTOMER_ID = :WS-CUST-ID-NUM
                   END-EXEC
               WHEN WS-IN-TYPE-DEAL
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO  :WS-RECORD-COUNT
                       FROM  AUTOSALE.SALES_DEAL
                       WHERE DEAL_NUMBER = :WS-IN-HOLD-KEY
                   END-EXEC
                   IF SQLCODE = +0
                   AND WS-RECORD-COUNT = +0
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO  :WS-RECORD-COUNT
                           FROM  AUTOSALE.SALES_DEAL_ARCHIVE
                           WHERE DEAL_NUMBER = :WS-IN-HOLD-KEY
                       END-EXEC
                   END-IF
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO  :WS-RECORD-COUNT
                       FROM  AUTOSALE.VEHICLE
                       WHERE VIN = :WS-IN-HOLD-KEY
                   END-EXEC
           END-EVALUATE
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMLGH00: DB2 ERROR VERIFYING HELD RECORD'
                   TO WS-OUT-MESSAGE
           ELSE
               IF WS-RECORD-COUNT = +0
                   MOVE 'NO CUSTOMER, DEAL OR VEHICLE ON FILE FOR KEY'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    6000-RELEASE-HOLD - RELEASE AN ACTIVE HOLD                *
      ****************************************************************
       6000-RELEASE-HOLD.
      *
           PERFORM 7000-CHECK-MANAGER
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           PERFORM 4100-READ-HOLD
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-EXIST-COUNT = +0
               MOVE 'NO LEGAL HOLD ON FILE FOR THIS KEY AND MATTER'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF HOLD-STATUS NOT = 'A'
               MOVE 'HOLD HAS ALREADY BEEN RELEASED'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.LEGAL_HOLD
                  SET HOLD_STATUS  = 'R'
                    , RELEASE_DATE = CURRENT DATE
                    , RELEASED_BY  = :IO-USER
                    , RELEASED_TS  = CURRENT TIMESTAMP
               WHERE  HOLD_TYPE   = :WS-IN-HOLD-TYPE
                 AND  HOLD_KEY    = :WS-IN-HOLD-KEY
                 AND  MATTER_ID   = :WS-IN-MATTER-ID
                 AND  HOLD_STATUS = 'A'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMLGH00: DB2 ERROR RELEASING LEGAL HOLD'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE 'RELEASE' TO WS-LOG-ACTION
           PERFORM 7100-LOG-HOLD-ACTION
      *
           PERFORM 4100-READ-HOLD
           PERFORM 4200-COUNT-ACTIVE
           MOVE 'LEGAL HOLD RELEASED' TO WS-OUT-MESSAGE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-CHECK-MANAGER - PLACE/RELEASE NEED MANAGER AUTHORITY *
      ****************************************************************
       7000-CHECK-MANAGER.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-MGR-COUNT
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :IO-USER
                 AND USER_TYPE IN ('M', 'G', 'A')
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMLGH00: DB2 ERROR CHECKING USER'
                   TO WS-OUT-MESSAGE
           ELSE
               IF WS-MGR-COUNT = +0
                   MOVE 'ONLY A MANAGER MAY PLACE OR RELEASE A HOLD'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    7100-LOG-HOLD-ACTION - AUDIT TRAIL FOR PLACE AND RELEASE  *
      ****************************************************************
       7100-LOG-HOLD-ACTION.
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'LEGAL_HOLD' TO WS-LOG-TABLE-NAME
           MOVE SPACES TO WS-LOG-KEY-VALUE
           STRING WS-IN-HOLD-TYPE ' ' WS-IN-HOLD-KEY
                  DELIMITED BY SIZE
               INTO WS-LOG-KEY-VALUE
           END-STRING
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'LEGAL HOLD ' WS-LOG-ACTION
                  ' MATTER ' WS-IN-MATTER-ID
                  ' BY ' IO-USER ': ' WS-IN-HOLD-REASON
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
           MOVE 'ADMLGH00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'LEGAL_HOLD' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF ADMLGH00                                              *
      ****************************************************************
