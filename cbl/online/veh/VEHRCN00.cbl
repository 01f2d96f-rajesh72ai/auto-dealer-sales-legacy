      * MFS MOD:  ASVHRN00                                           *
      * TABLES:   AUTOSALE.VEHICLE_RECON (READ/INSERT/UPDATE)        *
      *           AUTOSALE.VEHICLE       (READ)                      *
      *           AUTOSALE.VEHICLE_COST  (READ)                      *
      *           AUTOSALE.USED_PRICE    (INSERT/UPDATE)             *
      *           AUTOSALE.USED_PRICE_HIST (INSERT)                  *
      *           AUTOSALE.EXCEPTION_QUEUE (INSERT)                  *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *           COMUPRL0 - USED ASKING PRICE SCHEDULE              *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  RDY SETS THE OPENING ASKING PRICE FROM THE     *
      *               COST BASIS (ACQUISITION + RECON) VIA COMUPRL0  *
      *               AND WRITES THE FIRST PRICE HISTORY ROW; THE    *
      *               ADDENDUM IS QUEUED FOR REPRINT (RPTSTK00)      *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WS-CURR-DD            PIC 9(02).
               10  FILLER                PIC X(13).
           05  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
           05  WS-PRICE-EDIT             PIC $$$,$$$,$$9.
      *
      *    DB2 HOST VARIABLES
      *
           05  WS-HV-RC-READY            PIC X(10).
           05  WS-HV-RC-NOTES            PIC X(100).
      *
       01  WS-HV-PRICE.
           05  WS-HV-UP-DEALER           PIC X(05).
           05  WS-HV-UP-COST-BASIS       PIC S9(09)V99 COMP-3.
           05  WS-HV-UP-ASKING           PIC S9(09)V99 COMP-3.
      *
       01  WS-NI-UP-DEALER               PIC S9(04) COMP VALUE +0.
       01  WS-NI-INSPECTED               PIC S9(04) COMP VALUE +0.
       01  WS-NI-READY                   PIC S9(04) COMP VALUE +0.
      *
       01  WS-DBE-PARAGRAPH              PIC X(30).
       01  WS-DBE-TABLE-NAME             PIC X(18).
       01  WS-DBE-RETURN-CODE            PIC S9(04) COMP.
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
       LINKAGE SECTION.
      *
           MOVE WS-TODAY-DATE TO WS-OUT-READY
           MOVE 'UNIT FRONT-LINE READY - RETAIL AVAILABLE'
               TO WS-OUT-MESSAGE
      *
           PERFORM 6100-SET-ASKING-PRICE THRU 6100-EXIT
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6100-SET-ASKING-PRICE - OPENING PRICE AT FRONT-LINE READY *
      *    COST BASIS IS EVERY VEHICLE_COST BUCKET POSTED SO FAR     *
      *    (ACQUISITION, TRANSPORT, RECON, OTHER). A UNIT WITH NO    *
      *    COST ON FILE IS LEFT UNPRICED FOR VEHUPR00.               *
      ****************************************************************
       6100-SET-ASKING-PRICE.
      *
           MOVE +0 TO WS-NI-UP-DEALER
           EXEC SQL
               SELECT V.DEALER_CODE
                    , COALESCE(SUM(C.COST_AMT), 0)
               INTO  :WS-HV-UP-DEALER :WS-NI-UP-DEALER
                    , :WS-HV-UP-COST-BASIS
               FROM  AUTOSALE.VEHICLE V
                     LEFT OUTER JOIN AUTOSALE.VEHICLE_COST C
                       ON C.VIN = V.VIN
               WHERE V.VIN = :WS-IN-VIN
               GROUP BY V.DEALER_CODE
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'UNIT FRONT-LINE READY - DB2 ERROR READING COST'
                   TO WS-OUT-MESSAGE
               GO TO 6100-EXIT
           END-IF
      *
           IF WS-NI-UP-DEALER < +0
               MOVE SPACES TO WS-HV-UP-DEALER
           END-IF
      *
           IF WS-HV-UP-COST-BASIS NOT > +0
               MOVE 'FRONT-LINE READY - NO COST ON FILE, PRICE IN VHUP'
                   TO WS-OUT-MESSAGE
               GO TO 6100-EXIT
           END-IF
      *
           MOVE 'INIT' TO WS-UP-FUNCTION
           MOVE WS-HV-UP-COST-BASIS TO WS-UP-COST-BASIS
           MOVE +0 TO WS-UP-BASE-PRICE
           MOVE +0 TO WS-UP-DAYS-IN-STOCK
           CALL 'COMUPRL0' USING WS-UPR-REQUEST
                                 WS-UPR-RESULT
      *
           IF WS-UP-RETURN-CODE NOT = +0
               MOVE 'UNIT FRONT-LINE READY - PRICE SCHEDULE UNAVAILABLE'
                   TO WS-OUT-MESSAGE
               GO TO 6100-EXIT
           END-IF
      *
           MOVE WS-UP-PRICE TO WS-HV-UP-ASKING
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
               , :WS-HV-UP-DEALER
               , :WS-HV-UP-COST-BASIS
               , :WS-HV-UP-ASKING
               , :WS-HV-UP-ASKING
               , 0
               , :WS-TODAY-DATE
               , CURRENT TIMESTAMP
               , :IO-USER
               )
           END-EXEC
      *
      *    A UNIT SENT BACK THROUGH RECON IS RE-PRICED FROM SCRATCH
      *
           IF SQLCODE = -803
               EXEC SQL
                   UPDATE AUTOSALE.USED_PRICE
                      SET COST_BASIS     = :WS-HV-UP-COST-BASIS
                        , BASE_PRICE     = :WS-HV-UP-ASKING
                        , ASKING_PRICE   = :WS-HV-UP-ASKING
                        , MARKDOWN_STEP  = 0
                        , SET_DATE       = :WS-TODAY-DATE
                        , LAST_CHANGE_TS = CURRENT TIMESTAMP
                        , UPDATED_BY     = :IO-USER
                   WHERE  VIN = :WS-IN-VIN
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'UNIT FRONT-LINE READY - DB2 ERROR SETTING PRICE'
                   TO WS-OUT-MESSAGE
               GO TO 6100-EXIT
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
               , 'IN'
               , NULL
               , :WS-HV-UP-ASKING
               , 0
               , :IO-USER
               , NULL
               , 'OPENING PRICE AT FRONT-LINE READY'
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
           END-IF
      *
           PERFORM 6200-QUEUE-STICKER-REPRINT
      *
           MOVE WS-HV-UP-ASKING TO WS-PRICE-EDIT
           MOVE SPACES TO WS-OUT-MESSAGE
           STRING 'UNIT FRONT-LINE READY - ASKING PRICE '
                  DELIMITED BY SIZE
                  WS-PRICE-EDIT
                  DELIMITED BY SIZE
               INTO WS-OUT-MESSAGE
           END-STRING
           .
       6100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6200-QUEUE-STICKER-REPRINT - RPTSTK00 REPRINTS THE USED   *
      *    ADDENDUM WITH THE NEW ASKING PRICE                        *
      ****************************************************************
       6200-QUEUE-STICKER-REPRINT.
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
                    , 'VEHRCN00'
                    , V.DEALER_CODE
                    , V.VIN
                    , 'ADDENDUM REPRINT - ASKING PRICE SET'
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
      *    A QUEUEING FAILURE DOES NOT UNDO THE PRICE
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               PERFORM 9100-DB2-ERROR
           END-IF
           .
      *
      ****************************************************************
      *    7000-RECON-INQUIRY                                        *
      ****************************************************************
       7000-RECON-INQUIRY.
