       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCPPO00.
      ****************************************************************
      * PROGRAM:  SVCPPO00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   SVC - PARTS PURCHASE ORDERS                        *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-14                                         *
      * PURPOSE:  PARTS PURCHASE ORDER MAINTENANCE. EVERY UNIT ON    *
      *           ORDER IN PARTS_MASTER IS BACKED BY A PO LINE.      *
      *           RECEIPTS ARE POSTED AGAINST THE PO LINE THROUGH    *
      *           SVCPIN00 RCP. FUNCTIONS:                           *
      *           CRT - CREATE A PO HEADER FOR A DEALER/SUPPLIER     *
      *           ADL - ADD A PART LINE. QTY_ON_ORDER GOES UP BY THE *
      *                 ORDERED QUANTITY. UNIT COST DEFAULTS TO THE  *
      *                 PARTS MASTER COST.                           *
      *           CAN - CANCEL WHAT IS STILL OWED ON ONE LINE, OR ON *
      *                 EVERY OPEN LINE WHEN NO LINE IS KEYED.       *
      *                 QTY_ON_ORDER COMES DOWN BY THE CANCELLED     *
      *                 QUANTITY.                                    *
      *           INQ - PO HEADER AND ITS LINES                      *
      *           PO STATUS:   OP=OPEN, PR=PARTIALLY RECEIVED,       *
      *                        RC=RECEIVED COMPLETE, CA=CANCELLED    *
      *           LINE STATUS: OP=OPEN, BO=BACKORDERED (PART         *
      *                        RECEIVED, REST STILL OWED),           *
      *                        RC=RECEIVED COMPLETE, CA=CANCELLED    *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    SVPO - PARTS PURCHASE ORDER                        *
      * MFS MOD:  ASSVPO00                                           *
      * TABLES:   AUTOSALE.PARTS_PURCH_ORDER (READ/INSERT/UPDATE)    *
      *           AUTOSALE.PARTS_PO_LINE     (READ/INSERT/UPDATE)    *
      *           AUTOSALE.PARTS_MASTER      (READ/UPDATE)           *
      *           AUTOSALE.DEALER            (READ)                  *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-14  INITIAL CREATION                               *
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
                                          VALUE 'SVCPPO00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASSVPO00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-CRT                      VALUE 'CRT'.
               88  WS-IN-FN-ADL                      VALUE 'ADL'.
               88  WS-IN-FN-CAN                      VALUE 'CAN'.
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
           05  WS-IN-PO-NUMBER           PIC 9(09).
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-SUPPLIER-CODE       PIC X(08).
           05  WS-IN-SUPPLIER-REF        PIC X(20).
           05  WS-IN-LINE-NUMBER         PIC 9(04).
           05  WS-IN-PART-NUMBER         PIC X(15).
           05  WS-IN-QUANTITY            PIC 9(05).
           05  WS-IN-UNIT-COST           PIC 9(07)V99.
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-PO-NUMBER          PIC 9(09).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-SUPPLIER-CODE      PIC X(08).
           05  WS-OUT-SUPPLIER-REF       PIC X(20).
           05  WS-OUT-PO-STATUS          PIC X(02).
           05  WS-OUT-ORDER-DATE         PIC X(10).
           05  WS-OUT-CREATED-BY         PIC X(08).
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 8 TIMES.
               10  WS-OUT-LN-NUMBER      PIC Z(3)9.
               10  WS-OUT-LN-PART        PIC X(15).
               10  WS-OUT-LN-ORDERED     PIC Z(4)9.
               10  WS-OUT-LN-RECEIVED    PIC Z(4)9.
               10  WS-OUT-LN-BACKORD     PIC Z(4)9.
               10  WS-OUT-LN-COST        PIC Z(6)9.99.
               10  WS-OUT-LN-STATUS      PIC X(02).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE           PIC X(10).
           05  WS-CURRENT-TS             PIC X(26).
           05  WS-ROW-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-EOF-FLAG               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-DATA                   VALUE 'Y'.
               88  WS-MORE-DATA                     VALUE 'N'.
           05  WS-PO-NUMBER-NUM          PIC S9(09) COMP VALUE +0.
           05  WS-OUTSTANDING-QTY        PIC S9(09) COMP VALUE +0.
           05  WS-CANCEL-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-CANCEL-DSP             PIC ZZZ9.
      *
      *    DB2 HOST VARIABLES - PO HEADER
      *
       01  WS-HV-PO.
           05  WS-HV-PO-NUMBER           PIC S9(09) COMP.
           05  WS-HV-PO-DEALER           PIC X(05).
           05  WS-HV-PO-SUPPLIER         PIC X(08).
           05  WS-HV-PO-STATUS           PIC X(02).
           05  WS-HV-PO-ORDER-DATE       PIC X(10).
           05  WS-HV-PO-SUPPLIER-REF     PIC X(20).
           05  WS-HV-PO-CREATED-BY       PIC X(08).
      *
      *    DB2 HOST VARIABLES - PO LINE
      *
       01  WS-HV-PL.
           05  WS-HV-PL-LINE-NUM         PIC S9(04) COMP.
           05  WS-HV-PL-PART             PIC X(15).
           05  WS-HV-PL-ORDERED          PIC S9(09) COMP.
           05  WS-HV-PL-RECEIVED         PIC S9(09) COMP.
           05  WS-HV-PL-BACKORD          PIC S9(09) COMP.
           05  WS-HV-PL-UNIT-COST        PIC S9(07)V99 COMP-3.
           05  WS-HV-PL-STATUS           PIC X(02).
      *
      *    DB2 HOST VARIABLES - PARTS MASTER
      *
       01  WS-HV-PM.
           05  WS-HV-PM-UNIT-COST        PIC S9(07)V99 COMP-3.
           05  WS-HV-PM-ACTIVE           PIC X(01).
           05  WS-HV-DL-DEALER           PIC X(05).
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
      *    CURSOR - LINES ON A PO
      *
           EXEC SQL DECLARE CSR_PPO_LINE CURSOR FOR
               SELECT L.LINE_NUMBER
                    , L.PART_NUMBER
                    , L.QTY_ORDERED
                    , L.QTY_RECEIVED
                    , L.QTY_BACKORDERED
                    , L.UNIT_COST
                    , L.LINE_STATUS
               FROM   AUTOSALE.PARTS_PO_LINE L
               WHERE  L.PO_NUMBER = :WS-HV-PO-NUMBER
               ORDER BY L.LINE_NUMBER
           END-EXEC
      *
      *    CURSOR - OPEN LINES TO CANCEL
      *
           EXEC SQL DECLARE CSR_PPO_CANCEL CURSOR FOR
               SELECT L.LINE_NUMBER
                    , L.PART_NUMBER
                    , L.QTY_ORDERED - L.QTY_RECEIVED
               FROM   AUTOSALE.PARTS_PO_LINE L
               WHERE  L.PO_NUMBER = :WS-HV-PO-NUMBER
                 AND  L.LINE_STATUS IN ('OP', 'BO')
                 AND (L.LINE_NUMBER = :WS-HV-PL-LINE-NUM
                  OR  :WS-HV-PL-LINE-NUM = 0)
               ORDER BY L.LINE_NUMBER
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
                   WHEN WS-IN-FN-CRT
                       PERFORM 4000-CREATE-PO THRU 4000-EXIT
                   WHEN WS-IN-FN-ADL
                       PERFORM 4500-ADD-PO-LINE THRU 4500-EXIT
                   WHEN WS-IN-FN-CAN
                       PERFORM 6000-CANCEL-PO-LINES THRU 6000-EXIT
                   WHEN WS-IN-FN-INQ
                       PERFORM 7000-PO-INQUIRY THRU 7000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE CRT ADL CAN INQ'
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
           MOVE 'PARTS PURCHASE ORDER' TO WS-OUT-TITLE
      *
           EXEC SQL
               SET :WS-CURRENT-TS = CURRENT TIMESTAMP
           END-EXEC
           MOVE WS-CURRENT-TS(1:10) TO WS-CURRENT-DATE
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
               MOVE 'SVCPPO00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-FN-CRT
               IF WS-IN-DEALER-CODE = SPACES
                   MOVE 'DEALER CODE IS REQUIRED'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-SUPPLIER-CODE = SPACES
                   MOVE 'SUPPLIER CODE IS REQUIRED'
                       TO WS-OUT-MESSAGE
               END-IF
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-PO-NUMBER = ZEROS
               MOVE 'PO NUMBER IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-ADL
               IF WS-IN-PART-NUMBER = SPACES
                   MOVE 'PART NUMBER IS REQUIRED ON A PO LINE'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-QUANTITY = ZEROS
                   MOVE 'QUANTITY MUST BE GREATER THAN ZERO'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-CREATE-PO - NEW PO HEADER                            *
      ****************************************************************
       4000-CREATE-PO.
      *
           EXEC SQL
               SELECT D.DEALER_CODE
               INTO  :WS-HV-DL-DEALER
               FROM  AUTOSALE.DEALER D
               WHERE D.DEALER_CODE = :WS-IN-DEALER-CODE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'DEALER NOT FOUND'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPPO00: DB2 ERROR READING DEALER'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
           END-EVALUATE
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.PARTS_PO_SEQ
               INTO  :WS-PO-NUMBER-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCPPO00: ERROR GENERATING PO NUMBER'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-PO-NUMBER-NUM TO WS-HV-PO-NUMBER
           MOVE WS-IN-DEALER-CODE TO WS-HV-PO-DEALER
           MOVE WS-IN-SUPPLIER-CODE TO WS-HV-PO-SUPPLIER
           MOVE 'OP' TO WS-HV-PO-STATUS
           MOVE WS-CURRENT-DATE TO WS-HV-PO-ORDER-DATE
           MOVE WS-IN-SUPPLIER-REF TO WS-HV-PO-SUPPLIER-REF
           MOVE IO-USER TO WS-HV-PO-CREATED-BY
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_PURCH_ORDER
               ( PO_NUMBER
               , DEALER_CODE
               , SUPPLIER_CODE
               , PO_STATUS
               , ORDER_DATE
               , SUPPLIER_REF
               , CREATED_BY
               , CREATED_TS
               , UPDATED_TS
               )
               VALUES
               ( :WS-HV-PO-NUMBER
               , :WS-HV-PO-DEALER
               , :WS-HV-PO-SUPPLIER
               , :WS-HV-PO-STATUS
               , :WS-HV-PO-ORDER-DATE
               , NULLIF(:WS-HV-PO-SUPPLIER-REF, ' ')
               , :WS-HV-PO-CREATED-BY
               , CURRENT TIMESTAMP
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPPO00: DB2 ERROR INSERTING PURCHASE ORDER'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_PURCH_ORDER' TO WS-LOG-TABLE-NAME
           MOVE 'INSERT' TO WS-LOG-ACTION
           MOVE WS-PO-NUMBER-NUM TO WS-OUT-PO-NUMBER
           MOVE WS-OUT-PO-NUMBER TO WS-LOG-KEY-VALUE
           STRING 'PARTS PO CREATED DLR ' WS-IN-DEALER-CODE
                  ' SUPPLIER ' WS-IN-SUPPLIER-CODE
                  ' BY ' IO-USER
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
      *
           PERFORM 5500-FORMAT-PO
           MOVE 'PURCHASE ORDER CREATED - ADD PART LINES'
               TO WS-OUT-MESSAGE
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4500-ADD-PO-LINE - ORDER A PART, RAISE QTY_ON_ORDER       *
      ****************************************************************
       4500-ADD-PO-LINE.
      *
           PERFORM 5000-READ-PO THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4500-EXIT
           END-IF
      *
           IF WS-HV-PO-STATUS NOT = 'OP'
           AND WS-HV-PO-STATUS NOT = 'PR'
               MOVE 'PURCHASE ORDER IS CLOSED - LINES NOT ALLOWED'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
      *    PART MUST BE ON THE PO DEALER'S MASTER AND ACTIVE
      *
           EXEC SQL
               SELECT PM.UNIT_COST
                    , PM.ACTIVE_FLAG
               INTO  :WS-HV-PM-UNIT-COST
                    , :WS-HV-PM-ACTIVE
               FROM  AUTOSALE.PARTS_MASTER PM
               WHERE PM.PART_NUMBER = :WS-IN-PART-NUMBER
                 AND PM.DEALER_CODE = :WS-HV-PO-DEALER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'PART NOT ON FILE FOR THE PO DEALER'
                       TO WS-OUT-MESSAGE
                   GO TO 4500-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPPO00: DB2 ERROR READING PARTS MASTER'
                       TO WS-OUT-MESSAGE
                   GO TO 4500-EXIT
           END-EVALUATE
      *
           IF WS-HV-PM-ACTIVE NOT = 'Y'
               MOVE 'PART IS INACTIVE - CANNOT BE ORDERED'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(MAX(L.LINE_NUMBER), 0) + 1
               INTO  :WS-HV-PL-LINE-NUM
               FROM  AUTOSALE.PARTS_PO_LINE L
               WHERE L.PO_NUMBER = :WS-HV-PO-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPPO00: DB2 ERROR ASSIGNING LINE NUMBER'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
           MOVE WS-IN-PART-NUMBER TO WS-HV-PL-PART
           MOVE WS-IN-QUANTITY TO WS-HV-PL-ORDERED
           IF WS-IN-UNIT-COST NOT = ZEROS
               MOVE WS-IN-UNIT-COST TO WS-HV-PL-UNIT-COST
           ELSE
               MOVE WS-HV-PM-UNIT-COST TO WS-HV-PL-UNIT-COST
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_PO_LINE
               ( PO_NUMBER
               , LINE_NUMBER
               , PART_NUMBER
               , QTY_ORDERED
               , QTY_RECEIVED
               , QTY_BACKORDERED
               , UNIT_COST
               , LINE_STATUS
               , UPDATED_TS
               )
               VALUES
               ( :WS-HV-PO-NUMBER
               , :WS-HV-PL-LINE-NUM
               , :WS-HV-PL-PART
               , :WS-HV-PL-ORDERED
               , 0
               , 0
               , :WS-HV-PL-UNIT-COST
               , 'OP'
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPPO00: DB2 ERROR INSERTING PO LINE'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER
                  SET QTY_ON_ORDER = QTY_ON_ORDER + :WS-HV-PL-ORDERED
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  PART_NUMBER  = :WS-HV-PL-PART
                 AND  DEALER_CODE  = :WS-HV-PO-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPPO00: DB2 ERROR UPDATING QTY ON ORDER'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_PO_LINE' TO WS-LOG-TABLE-NAME
           MOVE 'INSERT' TO WS-LOG-ACTION
           MOVE WS-IN-PO-NUMBER TO WS-LOG-KEY-VALUE
           STRING 'PO LINE ADDED PART ' WS-IN-PART-NUMBER
                  ' QTY ' WS-IN-QUANTITY
                  ' BY ' IO-USER
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
      *
           PERFORM 5500-FORMAT-PO
           PERFORM 7050-LIST-LINES THRU 7050-EXIT
           MOVE 'PART LINE ADDED TO PURCHASE ORDER'
               TO WS-OUT-MESSAGE
           .
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-READ-PO - FETCH PO HEADER ROW                        *
      ****************************************************************
       5000-READ-PO.
      *
           MOVE WS-IN-PO-NUMBER TO WS-HV-PO-NUMBER
      *
           EXEC SQL
               SELECT P.DEALER_CODE
                    , P.SUPPLIER_CODE
                    , P.PO_STATUS
                    , CHAR(P.ORDER_DATE, ISO)
                    , COALESCE(P.SUPPLIER_REF, ' ')
                    , P.CREATED_BY
               INTO  :WS-HV-PO-DEALER
                    , :WS-HV-PO-SUPPLIER
                    , :WS-HV-PO-STATUS
                    , :WS-HV-PO-ORDER-DATE
                    , :WS-HV-PO-SUPPLIER-REF
                    , :WS-HV-PO-CREATED-BY
               FROM  AUTOSALE.PARTS_PURCH_ORDER P
               WHERE P.PO_NUMBER = :WS-HV-PO-NUMBER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'PURCHASE ORDER NOT FOUND'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPPO00: DB2 ERROR READING PURCHASE ORDER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5500-FORMAT-PO - MOVE HEADER FIELDS TO OUTPUT             *
      ****************************************************************
       5500-FORMAT-PO.
      *
           MOVE WS-HV-PO-NUMBER TO WS-OUT-PO-NUMBER
           MOVE WS-HV-PO-DEALER TO WS-OUT-DEALER-CODE
           MOVE WS-HV-PO-SUPPLIER TO WS-OUT-SUPPLIER-CODE
           MOVE WS-HV-PO-SUPPLIER-REF TO WS-OUT-SUPPLIER-REF
           MOVE WS-HV-PO-STATUS TO WS-OUT-PO-STATUS
           MOVE WS-HV-PO-ORDER-DATE TO WS-OUT-ORDER-DATE
           MOVE WS-HV-PO-CREATED-BY TO WS-OUT-CREATED-BY
           .
      *
      ****************************************************************
      *    6000-CANCEL-PO-LINES - CANCEL THE QUANTITY STILL OWED     *
      ****************************************************************
       6000-CANCEL-PO-LINES.
      *
           PERFORM 5000-READ-PO THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           MOVE WS-IN-LINE-NUMBER TO WS-HV-PL-LINE-NUM
      *
           EXEC SQL OPEN CSR_PPO_CANCEL END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPPO00: ERROR OPENING CANCEL CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 6100-CANCEL-ONE-LINE THRU 6100-EXIT
               UNTIL WS-END-OF-DATA
      *
           EXEC SQL CLOSE CSR_PPO_CANCEL END-EXEC
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-CANCEL-COUNT = +0
               MOVE 'NO OPEN PO LINES TO CANCEL'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           PERFORM 6500-SET-PO-STATUS THRU 6500-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           MOVE WS-CANCEL-COUNT TO WS-CANCEL-DSP
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_PO_LINE' TO WS-LOG-TABLE-NAME
           MOVE 'UPDATE' TO WS-LOG-ACTION
           MOVE WS-IN-PO-NUMBER TO WS-LOG-KEY-VALUE
           STRING 'PO LINES CANCELLED=' WS-CANCEL-DSP
                  ' LINE=' WS-IN-LINE-NUMBER
                  ' BY ' IO-USER
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
      *
           PERFORM 5000-READ-PO THRU 5000-EXIT
           PERFORM 5500-FORMAT-PO
           PERFORM 7050-LIST-LINES THRU 7050-EXIT
           MOVE 'OPEN QUANTITY CANCELLED - ON ORDER REDUCED'
               TO WS-OUT-MESSAGE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6100-CANCEL-ONE-LINE - CLOSE A LINE, RELEASE ON ORDER     *
      ****************************************************************
       6100-CANCEL-ONE-LINE.
      *
           EXEC SQL FETCH CSR_PPO_CANCEL
               INTO  :WS-HV-PL-LINE-NUM
                    , :WS-HV-PL-PART
                    , :WS-OUTSTANDING-QTY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 6100-EXIT
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPPO00: DB2 ERROR READING PO LINES'
                       TO WS-OUT-MESSAGE
                   GO TO 6100-EXIT
           END-EVALUATE
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_PO_LINE
                  SET LINE_STATUS     = 'CA'
                    , QTY_BACKORDERED = 0
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  PO_NUMBER   = :WS-HV-PO-NUMBER
                 AND  LINE_NUMBER = :WS-HV-PL-LINE-NUM
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'Y' TO WS-EOF-FLAG
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPPO00: DB2 ERROR CANCELLING PO LINE'
                   TO WS-OUT-MESSAGE
               GO TO 6100-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER
                  SET QTY_ON_ORDER = CASE
                          WHEN QTY_ON_ORDER >= :WS-OUTSTANDING-QTY
                          THEN QTY_ON_ORDER - :WS-OUTSTANDING-QTY
                          ELSE 0 END
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  PART_NUMBER  = :WS-HV-PL-PART
                 AND  DEALER_CODE  = :WS-HV-PO-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'Y' TO WS-EOF-FLAG
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPPO00: DB2 ERROR UPDATING QTY ON ORDER'
                   TO WS-OUT-MESSAGE
               GO TO 6100-EXIT
           END-IF
      *
           ADD +1 TO WS-CANCEL-COUNT
           .
       6100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6500-SET-PO-STATUS - HEADER STATUS FROM ITS LINES         *
      ****************************************************************
       6500-SET-PO-STATUS.
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_PURCH_ORDER P
                  SET PO_STATUS =
                      CASE
                      WHEN EXISTS
                           (SELECT 1
                            FROM   AUTOSALE.PARTS_PO_LINE L
                            WHERE  L.PO_NUMBER = P.PO_NUMBER
                              AND  L.LINE_STATUS IN ('OP', 'BO'))
                      THEN CASE
                           WHEN EXISTS
                                (SELECT 1
                                 FROM   AUTOSALE.PARTS_PO_LINE L
                                 WHERE  L.PO_NUMBER = P.PO_NUMBER
                                   AND  L.QTY_RECEIVED > 0)
                           THEN 'PR' ELSE 'OP' END
                      ELSE CASE
                           WHEN EXISTS
                                (SELECT 1
                                 FROM   AUTOSALE.PARTS_PO_LINE L
                                 WHERE  L.PO_NUMBER = P.PO_NUMBER
                                   AND  L.QTY_RECEIVED > 0)
                           THEN 'RC' ELSE 'CA' END
                      END
                    , UPDATED_TS = CURRENT TIMESTAMP
               WHERE  P.PO_NUMBER = :WS-HV-PO-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPPO00: DB2 ERROR UPDATING PO STATUS'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       6500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-PO-INQUIRY - HEADER AND LINES                        *
      ****************************************************************
       7000-PO-INQUIRY.
      *
           PERFORM 5000-READ-PO THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 7000-EXIT
           END-IF
      *
           PERFORM 5500-FORMAT-PO
           PERFORM 7050-LIST-LINES THRU 7050-EXIT
      *
           IF WS-OUT-MESSAGE = SPACES
               MOVE 'PURCHASE ORDER DISPLAYED'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7050-LIST-LINES - FIRST EIGHT LINES TO OUTPUT             *
      ****************************************************************
       7050-LIST-LINES.
      *
           EXEC SQL OPEN CSR_PPO_LINE END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCPPO00: ERROR OPENING PO LINE CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 7050-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 7100-FETCH-LINE
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +8
      *
           EXEC SQL CLOSE CSR_PPO_LINE END-EXEC
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
           .
       7050-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7100-FETCH-LINE - FETCH ONE PO LINE ROW                   *
      ****************************************************************
       7100-FETCH-LINE.
      *
           EXEC SQL FETCH CSR_PPO_LINE
               INTO  :WS-HV-PL-LINE-NUM
                    , :WS-HV-PL-PART
                    , :WS-HV-PL-ORDERED
                    , :WS-HV-PL-RECEIVED
                    , :WS-HV-PL-BACKORD
                    , :WS-HV-PL-UNIT-COST
                    , :WS-HV-PL-STATUS
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE WS-HV-PL-LINE-NUM
                       TO WS-OUT-LN-NUMBER(WS-ROW-COUNT)
                   MOVE WS-HV-PL-PART
                       TO WS-OUT-LN-PART(WS-ROW-COUNT)
                   MOVE WS-HV-PL-ORDERED
                       TO WS-OUT-LN-ORDERED(WS-ROW-COUNT)
                   MOVE WS-HV-PL-RECEIVED
                       TO WS-OUT-LN-RECEIVED(WS-ROW-COUNT)
                   MOVE WS-HV-PL-BACKORD
                       TO WS-OUT-LN-BACKORD(WS-ROW-COUNT)
                   MOVE WS-HV-PL-UNIT-COST
                       TO WS-OUT-LN-COST(WS-ROW-COUNT)
                   MOVE WS-HV-PL-STATUS
                       TO WS-OUT-LN-STATUS(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'SVCPPO00: DB2 ERROR READING PO LINES'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
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
           MOVE 'SVCPPO00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'PARTS_PURCH_ORDER' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF SVCPPO00                                              *
      ****************************************************************
