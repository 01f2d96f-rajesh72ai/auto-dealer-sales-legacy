       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHUPR00.
      ****************************************************************
      * PROGRAM:  VEHUPR00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   VEH - USED VEHICLE ASKING PRICE                    *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  INQUIRY AND MANUAL CHANGE OF A USED UNIT'S ASKING  *
      *           PRICE. THE OPENING PRICE IS SET AT FRONT-LINE      *
      *           READY (VEHRCN00) AND MARKED DOWN NIGHTLY AT DAY    *
      *           30, 45 AND 60 (BATUMD00) PER THE COMUPRL0 SCHEDULE.*
      *           INQ - DISPLAY COST BASIS, OPENING, CURRENT AND     *
      *                 SCHEDULED PRICE FOR THE UNIT'S AGE           *
      *           CHG - SET A NEW ASKING PRICE (REASON REQUIRED).    *
      *                 A PRICE AT OR ABOVE THE SCHEDULED PRICE IS   *
      *                 HISTORY TYPE MU. A CUT BELOW THE SCHEDULE IS *
      *                 TYPE MA AND NEEDS A MANAGER: THE SIGNED-ON   *
      *                 USER IF A MANAGER, OTHERWISE THE MANAGER ID  *
      *                 KEYED (SYSTEM_USER TYPE M/G/A, ACTIVE). A    *
      *                 UNIT NEVER PRICED (NO COST ON FILE AT        *
      *                 FRONT-LINE READY) TAKES ITS OPENING PRICE    *
      *                 HERE, WHICH ALSO NEEDS A MANAGER.            *
      *           EVERY CHANGE WRITES USED_PRICE_HIST AND QUEUES AN  *
      *           ADDENDUM REPRINT (RPTSTK00); BATLST00 SENDS THE    *
      *           NEW PRICE TO THE MARKETPLACES.                     *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    VHUP - USED VEHICLE ASKING PRICE                   *
      * MFS MOD:  ASVHUP00                                           *
      * TABLES:   AUTOSALE.USED_PRICE       (READ/INSERT/UPDATE)     *
      *           AUTOSALE.USED_PRICE_HIST  (INSERT)                 *
      *           AUTOSALE.VEHICLE          (READ)                   *
      *           AUTOSALE.VEHICLE_COST     (READ)                   *
      *           AUTOSALE.SYSTEM_USER      (READ)                   *
      *           AUTOSALE.EXCEPTION_QUEUE  (INSERT)                 *
      * CALLS:    COMUPRL0 - USED ASKING PRICE SCHEDULE              *
      *           COMLGEL0 - AUDIT LOGGING                           *
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
                                          VALUE 'VEHUPR00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASVHUP00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLUSPRC.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-CHG                      VALUE 'CHG'.
           05  WS-IN-VIN                 PIC X(17).
           05  WS-IN-NEW-PRICE           PIC 9(07)V99.
           05  WS-IN-MGR-ID              PIC X(08).
           05  WS-IN-REASON              PIC X(60).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-VIN                PIC X(17).
           05  WS-OUT-DAYS-IN-STOCK      PIC ZZZ9.
           05  WS-OUT-COST-BASIS         PIC $$$,$$$,$$9.99.
           05  WS-OUT-BASE-PRICE         PIC $$$,$$$,$$9.99.
           05  WS-OUT-ASKING-PRICE       PIC $$$,$$$,$$9.99.
           05  WS-OUT-SCHED-PRICE        PIC $$$,$$$,$$9.99.
           05  WS-OUT-MARKDOWN-STEP      PIC 9.
           05  WS-OUT-SET-DATE           PIC X(10).
           05  WS-OUT-LAST-CHANGE        PIC X(26).
           05  WS-OUT-UPDATED-BY         PIC X(08).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-USER-TYPE              PIC X(01) VALUE SPACES.
           05  WS-APPROVER-ID            PIC X(08) VALUE SPACES.
           05  WS-CHANGE-TYPE            PIC X(02) VALUE SPACES.
           05  WS-PRICE-FOUND            PIC X(01) VALUE 'N'.
               88  WS-PRICE-ON-FILE                  VALUE 'Y'.
           05  WS-DAYS-IN-STOCK          PIC S9(04) COMP VALUE +0.
           05  WS-VEH-STATUS             PIC X(02) VALUE SPACES.
           05  WS-SCHED-PRICE            PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  WS-OLD-PRICE              PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  WS-NEW-PRICE              PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  WS-PRICE-EDIT             PIC $$$,$$$,$$9.
           05  WS-NEW-PRICE-EDIT         PIC $$$,$$$,$$9.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURR-YYYY          PIC 9(04).
               10  WS-CURR-MM            PIC 9(02).
               10  WS-CURR-DD            PIC 9(02).
               10  FILLER                PIC X(13).
           05  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
      *
       01  WS-HV-HIST.
           05  WS-HV-REASON.
               49  WS-HV-REASON-LN       PIC S9(04) COMP.
               49  WS-HV-REASON-TX       PIC X(60).
           05  WS-HV-APPROVED-BY         PIC X(08).
           05  WS-NI-OLD-PRICE           PIC S9(04) COMP VALUE +0.
           05  WS-NI-APPROVED-BY         PIC S9(04) COMP VALUE +0.
      *
       01  WS-NI-DEALER                  PIC S9(04) COMP VALUE +0.
      *
      *    USED PRICE SCHEDULE MODULE LINKAGE
      *
       01  WS-UPR-REQUEST.
           05  WS-UP-FUNCTION            PIC X(04).
           05  WS-UP-COST-BASIS          PIC S9(09)V99 COMP-3.
           05  WS-UP-BASE-PRICE          PIC S9(09)V99 COMP-3.
           05  WS-UP-DAYS-IN-STOCK       PIC S9(04) COMP.
      *
       01  WS-UPR-RESULT.
           05  WS-UP-RETURN-CODE         PIC S9(04) COMP.
           05  WS-UP-PRICE               PIC S9(09)V99 COMP-3.
           05  WS-UP-STEP                PIC S9(04) COMP.
           05  WS-UP-STEP-PCT            PIC S9(03)V99 COMP-3.
           05  WS-UP-RETURN-MSG          PIC X(50).
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
               PERFORM 3500-READ-PRICE THRU 3500-EXIT
           END-IF
      *
           IF WS-OUT-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-IN-FN-CHG
                       PERFORM 4000-CHANGE-PRICE THRU 4000-EXIT
                   WHEN WS-IN-FN-INQ
                       PERFORM 6000-PRICE-INQUIRY
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE INQ/CHG'
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
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 'USED VEHICLE ASKING PRICE' TO WS-OUT-TITLE
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YYYY '-'
                  WS-CURR-MM   '-'
                  WS-CURR-DD
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
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
               MOVE 'VEHUPR00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-VIN = SPACES
               MOVE 'VIN IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-FN-CHG
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-NEW-PRICE NOT NUMERIC
           OR WS-IN-NEW-PRICE = ZERO
               MOVE 'NEW ASKING PRICE MUST BE NUMERIC AND NON-ZERO'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-REASON = SPACES
               MOVE 'A REASON FOR THE PRICE CHANGE IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE WS-IN-NEW-PRICE TO WS-NEW-PRICE
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-READ-PRICE - CURRENT PRICE ROW, UNIT AGE AND THE     *
      *    SCHEDULED PRICE FOR THAT AGE                              *
      ****************************************************************
       3500-READ-PRICE.
      *
           EXEC SQL
               SELECT VEHICLE_STATUS
                    , DAYS_IN_STOCK
                    , DEALER_CODE
               INTO  :WS-VEH-STATUS
                    , :WS-DAYS-IN-STOCK
                    , :DEALER-CODE :WS-NI-DEALER
               FROM  AUTOSALE.VEHICLE
               WHERE VIN = :WS-IN-VIN
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'VEHICLE NOT FOUND'
                       TO WS-OUT-MESSAGE
                   GO TO 3500-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'VEHUPR00: DB2 ERROR READING VEHICLE'
                       TO WS-OUT-MESSAGE
                   GO TO 3500-EXIT
           END-EVALUATE
      *
           IF WS-NI-DEALER < +0
               MOVE SPACES TO DEALER-CODE
           END-IF
      *
           MOVE 'N' TO WS-PRICE-FOUND
           EXEC SQL
               SELECT COST_BASIS
                    , BASE_PRICE
                    , ASKING_PRICE
                    , MARKDOWN_STEP
                    , CHAR(SET_DATE, ISO)
                    , CHAR(LAST_CHANGE_TS)
                    , UPDATED_BY
               INTO  :COST-BASIS
                    , :BASE-PRICE
                    , :ASKING-PRICE
                    , :MARKDOWN-STEP
                    , :SET-DATE
                    , :LAST-CHANGE-TS
                    , :UPDATED-BY
               FROM  AUTOSALE.USED_PRICE
               WHERE VIN = :WS-IN-VIN
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE 'Y' TO WS-PRICE-FOUND
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'VEHUPR00: DB2 ERROR READING USED PRICE'
                       TO WS-OUT-MESSAGE
                   GO TO 3500-EXIT
           END-EVALUATE
      *
           IF NOT WS-PRICE-ON-FILE
               MOVE +0 TO WS-SCHED-PRICE
               GO TO 3500-EXIT
           END-IF
      *
           MOVE 'SCHD' TO WS-UP-FUNCTION
           MOVE COST-BASIS TO WS-UP-COST-BASIS
           MOVE BASE-PRICE TO WS-UP-BASE-PRICE
           MOVE WS-DAYS-IN-STOCK TO WS-UP-DAYS-IN-STOCK
           CALL 'COMUPRL0' USING WS-UPR-REQUEST
                                 WS-UPR-RESULT
      *
           IF WS-UP-RETURN-CODE NOT = +0
               MOVE 'VEHUPR00: PRICE SCHEDULE UNAVAILABLE'
                   TO WS-OUT-MESSAGE
               GO TO 3500-EXIT
           END-IF
      *
           MOVE WS-UP-PRICE TO WS-SCHED-PRICE
           .
       3500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-CHANGE-PRICE - MANUAL PRICE CHANGE                   *
      ****************************************************************
       4000-CHANGE-PRICE.
      *
           IF WS-VEH-STATUS = 'SD'
               MOVE 'UNIT IS SOLD - PRICE CANNOT BE CHANGED'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
      *    BELOW THE SCHEDULE, OR AN OPENING PRICE KEYED HERE,
      *    NEEDS A MANAGER
      *
           IF NOT WS-PRICE-ON-FILE
           OR WS-NEW-PRICE < WS-SCHED-PRICE
               MOVE 'MA' TO WS-CHANGE-TYPE
               PERFORM 4100-CHECK-MANAGER THRU 4100-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 4000-EXIT
               END-IF
           ELSE
               MOVE 'MU' TO WS-CHANGE-TYPE
               MOVE SPACES TO WS-APPROVER-ID
           END-IF
      *
           IF WS-PRICE-ON-FILE
               PERFORM 4200-UPDATE-PRICE THRU 4200-EXIT
           ELSE
               PERFORM 4300-INSERT-PRICE THRU 4300-EXIT
           END-IF
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 4400-WRITE-HISTORY
      *
           PERFORM 4500-QUEUE-STICKER-REPRINT
      *
           PERFORM 7500-LOG-CHANGE
      *
           PERFORM 3500-READ-PRICE THRU 3500-EXIT
           PERFORM 6000-PRICE-INQUIRY
      *
           MOVE WS-NEW-PRICE TO WS-PRICE-EDIT
           MOVE SPACES TO WS-OUT-MESSAGE
           IF WS-CHANGE-TYPE = 'MA'
               STRING 'ASKING PRICE NOW ' WS-PRICE-EDIT
                      ' - APPROVED BY ' WS-APPROVER-ID
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
           ELSE
               STRING 'ASKING PRICE NOW ' WS-PRICE-EDIT
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-CHECK-MANAGER - SIGNED-ON MANAGER, OR THE MANAGER    *
      *    ID KEYED ON THE SCREEN                                    *
      ****************************************************************
       4100-CHECK-MANAGER.
      *
           IF WS-IN-MGR-ID = SPACES
               MOVE IO-USER TO WS-APPROVER-ID
           ELSE
               MOVE WS-IN-MGR-ID TO WS-APPROVER-ID
           END-IF
      *
           MOVE SPACES TO WS-USER-TYPE
           EXEC SQL
               SELECT USER_TYPE
               INTO  :WS-USER-TYPE
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :WS-APPROVER-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE SPACES TO WS-USER-TYPE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'VEHUPR00: DB2 ERROR CHECKING USER'
                       TO WS-OUT-MESSAGE
                   GO TO 4100-EXIT
           END-EVALUATE
      *
           IF WS-USER-TYPE NOT = 'M'
           AND WS-USER-TYPE NOT = 'G'
           AND WS-USER-TYPE NOT = 'A'
               IF WS-PRICE-ON-FILE
                   MOVE WS-SCHED-PRICE TO WS-PRICE-EDIT
                   STRING 'BELOW SCHEDULED PRICE ' WS-PRICE-EDIT
                          ' - MANAGER ID REQUIRED'
                          DELIMITED BY SIZE
                       INTO WS-OUT-MESSAGE
                   END-STRING
               ELSE
                   MOVE 'OPENING PRICE - MANAGER ID REQUIRED'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-UPDATE-PRICE - NEW ASKING PRICE ON THE EXISTING ROW  *
      ****************************************************************
       4200-UPDATE-PRICE.
      *
           MOVE ASKING-PRICE TO WS-OLD-PRICE
           MOVE +0 TO WS-NI-OLD-PRICE
      *
           EXEC SQL
               UPDATE AUTOSALE.USED_PRICE
                  SET ASKING_PRICE   = :WS-NEW-PRICE
                    , LAST_CHANGE_TS = CURRENT TIMESTAMP
                    , UPDATED_BY     = :IO-USER
               WHERE  VIN = :WS-IN-VIN
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'VEHUPR00: DB2 ERROR UPDATING USED PRICE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4300-INSERT-PRICE - OPENING PRICE FOR AN UNPRICED UNIT.   *
      *    THE KEYED PRICE BECOMES THE BASE FOR THE MARKDOWN         *
      *    SCHEDULE                                                  *
      ****************************************************************
       4300-INSERT-PRICE.
      *
           MOVE +0 TO WS-OLD-PRICE
           MOVE -1 TO WS-NI-OLD-PRICE
      *
           EXEC SQL
               SELECT COALESCE(SUM(COST_AMT), 0)
               INTO  :COST-BASIS
               FROM  AUTOSALE.VEHICLE_COST
               WHERE VIN = :WS-IN-VIN
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'VEHUPR00: DB2 ERROR READING VEHICLE COST'
                   TO WS-OUT-MESSAGE
               GO TO 4300-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.USED_PRICE
               ( VIN
               , DEALER_CODE
               , COST_BASIS
               , BASE_PRICE
               , ASKING_PRICE
               , MARKDOWN_STEP
               , SET_DATE
               , LAST_CHANGE_TS
               , UPDATED_BY
               )
               VALUES
               ( :WS-IN-VIN
               , :DEALER-CODE
               , :COST-BASIS
               , :WS-NEW-PRICE
               , :WS-NEW-PRICE
               , 0
               , :WS-TODAY-DATE
               , CURRENT TIMESTAMP
               , :IO-USER
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'VEHUPR00: DB2 ERROR INSERTING USED PRICE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4400-WRITE-HISTORY - USED_PRICE_HIST ROW FOR THE CHANGE   *
      ****************************************************************
       4400-WRITE-HISTORY.
      *
           MOVE WS-IN-REASON TO WS-HV-REASON-TX
           MOVE +60 TO WS-HV-REASON-LN
           IF WS-CHANGE-TYPE = 'MA'
               MOVE WS-APPROVER-ID TO WS-HV-APPROVED-BY
               MOVE +0 TO WS-NI-APPROVED-BY
           ELSE
               MOVE SPACES TO WS-HV-APPROVED-BY
               MOVE -1 TO WS-NI-APPROVED-BY
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.USED_PRICE_HIST
               ( VIN
               , CHANGE_TS
               , CHANGE_TYPE
               , OLD_PRICE
               , NEW_PRICE
               , MARKDOWN_STEP
               , CHANGED_BY
               , APPROVED_BY
               , CHANGE_REASON
               )
               VALUES
               ( :WS-IN-VIN
               , CURRENT TIMESTAMP
               , :WS-CHANGE-TYPE
               , :WS-OLD-PRICE :WS-NI-OLD-PRICE
               , :WS-NEW-PRICE
               , :MARKDOWN-STEP
               , :IO-USER
               , :WS-HV-APPROVED-BY :WS-NI-APPROVED-BY
               , :WS-HV-REASON
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
           END-IF
           .
      *
      ****************************************************************
      *    4500-QUEUE-STICKER-REPRINT - RPTSTK00 REPRINTS THE USED   *
      *    ADDENDUM WITH THE NEW ASKING PRICE                        *
      ****************************************************************
       4500-QUEUE-STICKER-REPRINT.
      *
           EXEC SQL
               INSERT INTO AUTOSALE.EXCEPTION_QUEUE
                   ( EXCEPTION_TYPE
                   , SOURCE_PROGRAM
                   , DEALER_CODE
                   , KEY_VALUE
                   , EXCEPTION_DESC
                   , DETECTED_TS
                   , QUEUE_STATUS
                   )
               SELECT 'STKRPT'
                    , 'VEHUPR00'
                    , V.DEALER_CODE
                    , V.VIN
                    , 'ADDENDUM REPRINT - ASKING PRICE CHANGE'
                    , CURRENT TIMESTAMP
                    , 'O'
               FROM   AUTOSALE.VEHICLE V
               WHERE  V.VIN = :WS-IN-VIN
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM AUTOSALE.EXCEPTION_QUEUE Q
                        WHERE Q.EXCEPTION_TYPE = 'STKRPT'
                          AND Q.QUEUE_STATUS = 'O'
                          AND Q.KEY_VALUE = V.VIN )
           END-EXEC
      *
      *    A QUEUEING FAILURE DOES NOT UNDO THE PRICE CHANGE
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               PERFORM 9100-DB2-ERROR
           END-IF
           .
      *
      ****************************************************************
      *    6000-PRICE-INQUIRY - CURRENT AND SCHEDULED PRICE          *
      ****************************************************************
       6000-PRICE-INQUIRY.
      *
           MOVE WS-IN-VIN TO WS-OUT-VIN
           MOVE WS-DAYS-IN-STOCK TO WS-OUT-DAYS-IN-STOCK
      *
           IF NOT WS-PRICE-ON-FILE
               MOVE 'NO ASKING PRICE ON FILE - NOT YET FRONT-LINE READY'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE COST-BASIS TO WS-OUT-COST-BASIS
               MOVE BASE-PRICE TO WS-OUT-BASE-PRICE
               MOVE ASKING-PRICE TO WS-OUT-ASKING-PRICE
               MOVE WS-SCHED-PRICE TO WS-OUT-SCHED-PRICE
               MOVE MARKDOWN-STEP TO WS-OUT-MARKDOWN-STEP
               MOVE SET-DATE TO WS-OUT-SET-DATE
               MOVE LAST-CHANGE-TS TO WS-OUT-LAST-CHANGE
               MOVE UPDATED-BY TO WS-OUT-UPDATED-BY
               IF ASKING-PRICE < WS-SCHED-PRICE
                   MOVE 'ASKING PRICE DISPLAYED - BELOW SCHEDULE'
                       TO WS-OUT-MESSAGE
               ELSE
                   MOVE 'ASKING PRICE DISPLAYED'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    7500-LOG-CHANGE - AUDIT TRAIL VIA COMLGEL0                *
      ****************************************************************
       7500-LOG-CHANGE.
      *
           MOVE WS-OLD-PRICE TO WS-PRICE-EDIT
           MOVE WS-NEW-PRICE TO WS-NEW-PRICE-EDIT
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'USED_PRICE' TO WS-LOG-TABLE-NAME
           MOVE WS-IN-FUNCTION TO WS-LOG-ACTION
           MOVE WS-IN-VIN TO WS-LOG-KEY-VALUE
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'ASKING PRICE ' WS-CHANGE-TYPE
                  ' VIN ' WS-IN-VIN
                  ' OLD ' WS-PRICE-EDIT
                  ' NEW ' WS-NEW-PRICE-EDIT
                  ' BY ' IO-USER
                  ' APPR ' WS-APPROVER-ID
                  ' - ' WS-IN-REASON
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
           MOVE 'VEHUPR00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'USED_PRICE' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF VEHUPR00                                              *
      ****************************************************************
