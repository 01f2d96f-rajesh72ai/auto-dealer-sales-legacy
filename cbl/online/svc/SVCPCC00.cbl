       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCPCC00.
      ****************************************************************
      * PROGRAM:  SVCPCC00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   SVC - PARTS PHYSICAL INVENTORY / CYCLE COUNT       *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  PARTS COUNT BATCHES. A BATCH IS EITHER A           *
      *           WALL-TO-WALL COUNT (WW) OF A BIN LOCATION RANGE    *
      *           OR AN ABC CYCLE COUNT (CY) OF THE PARTS IN ONE     *
      *           ABC CLASS THAT ARE DUE - NEVER COUNTED, OR LAST    *
      *           COUNTED MORE THAN THE CLASS INTERVAL AGO           *
      *           (SYSTEM_CONFIG SVCPCC00_CYCLE_DAYS_A/B/C, DEFAULT  *
      *           30/90/365 DAYS). THE SYSTEM QUANTITY AND UNIT      *
      *           COST ARE FROZEN ON THE LINE WHEN THE BATCH IS      *
      *           CREATED; COUNT SHEETS PRINT FROM RPTPCS00 AND THE  *
      *           VARIANCE REPORT FROM RPTPCV00.                     *
      *           CRT - CREATE A COUNT BATCH                         *
      *           ENT - ENTER UP TO 10 COUNTED QUANTITIES            *
      *           ACC - ACCEPT THE COUNT. EVERY LINE MUST BE         *
      *                 COUNTED. EACH VARIANCE POSTS AN AJ           *
      *                 PARTS_TRANSACTION (REFERENCE 'COUNT' AND THE *
      *                 BATCH ID) AND ADJUSTS ON HAND BY THE         *
      *                 VARIANCE; EVERY PART IN THE BATCH HAS ITS    *
      *                 LAST COUNT DATE SET.                         *
      *           CAN - CANCEL AN OPEN BATCH                         *
      *           INQ - DISPLAY A BATCH AND 8 LINES FROM A PART      *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    SVCC - PARTS CYCLE COUNT                           *
      * MFS MOD:  ASSVCC00                                           *
      * TABLES:   AUTOSALE.PARTS_COUNT_BATCH  (READ/INSERT/UPDATE/   *
      *                                        DELETE)               *
      *           AUTOSALE.PARTS_COUNT_LINE   (READ/INSERT/UPDATE)   *
      *           AUTOSALE.PARTS_MASTER       (READ/UPDATE)          *
      *           AUTOSALE.PARTS_TRANSACTION  (INSERT)               *
      *           AUTOSALE.SYSTEM_CONFIG      (READ)                 *
      *           AUTOSALE.DEALER             (READ)                 *
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
                                          VALUE 'SVCPCC00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASSVCC00'.
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
               88  WS-IN-FN-ENT                      VALUE 'ENT'.
               88  WS-IN-FN-ACC                      VALUE 'ACC'.
               88  WS-IN-FN-CAN                      VALUE 'CAN'.
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
           05  WS-IN-BATCH-ID            PIC 9(09).
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-COUNT-TYPE          PIC X(02).
               88  WS-IN-CT-WALL                     VALUE 'WW'.
               88  WS-IN-CT-CYCLE                    VALUE 'CY'.
           05  WS-IN-ABC-CLASS           PIC X(01).
               88  WS-IN-ABC-VALID                   VALUE 'A'
                                                           'B'
                                                           'C'.
           05  WS-IN-BIN-FROM            PIC X(08).
           05  WS-IN-BIN-TO              PIC X(08).
           05  WS-IN-START-PART          PIC X(15).
           05  WS-IN-COUNT-ENTRY OCCURS 10 TIMES.
               10  WS-IN-CE-PART         PIC X(15).
               10  WS-IN-CE-QTY          PIC 9(05).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-BATCH-ID           PIC 9(09).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-COUNT-TYPE         PIC X(02).
           05  WS-OUT-ABC-CLASS          PIC X(01).
           05  WS-OUT-BIN-FROM           PIC X(08).
           05  WS-OUT-BIN-TO             PIC X(08).
           05  WS-OUT-STATUS             PIC X(02).
           05  WS-OUT-TOTAL-LINES        PIC Z(4)9.
           05  WS-OUT-COUNTED-LINES      PIC Z(4)9.
           05  WS-OUT-VARIANCE-QTY       PIC Z(6)9-.
           05  WS-OUT-VARIANCE-AMT       PIC Z(8)9.99-.
           05  WS-OUT-CREATED-BY         PIC X(08).
           05  WS-OUT-CREATED-DATE       PIC X(10).
           05  WS-OUT-ACCEPTED-BY        PIC X(08).
           05  WS-OUT-ACCEPTED-DATE      PIC X(10).
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 8 TIMES.
               10  WS-OUT-LN-PART        PIC X(15).
               10  WS-OUT-LN-BIN         PIC X(08).
               10  WS-OUT-LN-SYSTEM-QTY  PIC Z(5)9-.
               10  WS-OUT-LN-COUNTED     PIC X(01).
               10  WS-OUT-LN-COUNT-QTY   PIC Z(5)9-.
               10  WS-OUT-LN-VARIANCE    PIC Z(5)9-.
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
           05  WS-BATCH-NUM              PIC S9(09) COMP VALUE +0.
           05  WS-TRAN-ID-NUM            PIC S9(09) COMP VALUE +0.
           05  WS-CYCLE-DAYS             PIC S9(09) COMP VALUE +0.
           05  WS-ENTRY-SUB              PIC S9(04) COMP VALUE +0.
           05  WS-ENTRY-COUNT            PIC S9(04) COMP VALUE +0.
           05  WS-UNCOUNTED              PIC S9(09) COMP VALUE +0.
           05  WS-POST-COUNT             PIC S9(09) COMP VALUE +0.
           05  WS-COUNT-DSP              PIC Z(4)9.
           05  WS-AMOUNT-DSP             PIC Z(8)9.99-.
           05  WS-REFERENCE              PIC X(20).
           05  WS-HV-CFG-VALUE           PIC X(100).
      *
      *    DB2 HOST VARIABLES - COUNT BATCH HEADER
      *
       01  WS-HV-CB.
           05  WS-HV-CB-BATCH-ID         PIC S9(09) COMP.
           05  WS-HV-CB-DEALER           PIC X(05).
           05  WS-HV-CB-COUNT-TYPE       PIC X(02).
           05  WS-HV-CB-ABC-CLASS        PIC X(01).
           05  WS-HV-CB-BIN-FROM         PIC X(08).
           05  WS-HV-CB-BIN-TO           PIC X(08).
           05  WS-HV-CB-STATUS           PIC X(02).
           05  WS-HV-CB-LINE-COUNT       PIC S9(09) COMP.
           05  WS-HV-CB-COUNTED          PIC S9(09) COMP.
           05  WS-HV-CB-VAR-QTY          PIC S9(09) COMP.
           05  WS-HV-CB-VAR-AMT          PIC S9(09)V99 COMP-3.
           05  WS-HV-CB-CREATED-BY       PIC X(08).
           05  WS-HV-CB-CREATED-DATE     PIC X(10).
           05  WS-HV-CB-ACCEPTED-BY      PIC X(08).
           05  WS-HV-CB-ACCEPTED-DATE    PIC X(10).
      *
      *    DB2 HOST VARIABLES - COUNT LINE
      *
       01  WS-HV-CL.
           05  WS-HV-CL-PART             PIC X(15).
           05  WS-HV-CL-BIN              PIC X(08).
           05  WS-HV-CL-SYSTEM-QTY       PIC S9(09) COMP.
           05  WS-HV-CL-COUNTED          PIC X(01).
           05  WS-HV-CL-COUNT-QTY        PIC S9(09) COMP.
           05  WS-HV-CL-VARIANCE         PIC S9(09) COMP.
           05  WS-HV-CL-COST             PIC S9(07)V99 COMP-3.
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
      *    CURSOR - COUNT LINES FROM A STARTING PART NUMBER
      *
           EXEC SQL DECLARE CSR_PCC_LINE CURSOR FOR
               SELECT L.PART_NUMBER
                    , COALESCE(L.BIN_LOCATION, ' ')
                    , L.SYSTEM_QTY
                    , CASE WHEN L.COUNTED_QTY IS NULL
                           THEN 'N' ELSE 'Y' END
                    , COALESCE(L.COUNTED_QTY, 0)
                    , COALESCE(L.COUNTED_QTY - L.SYSTEM_QTY, 0)
               FROM   AUTOSALE.PARTS_COUNT_LINE L
               WHERE  L.COUNT_BATCH_ID = :WS-HV-CB-BATCH-ID
                 AND  L.PART_NUMBER >= :WS-IN-START-PART
               ORDER BY L.PART_NUMBER
           END-EXEC
      *
      *    CURSOR - VARIANCE LINES NOT YET POSTED TO PARTS_TRANSACTION
      *
           EXEC SQL DECLARE CSR_PCC_POST CURSOR FOR
               SELECT L.PART_NUMBER
                    , L.COUNTED_QTY - L.SYSTEM_QTY
                    , L.UNIT_COST
               FROM   AUTOSALE.PARTS_COUNT_LINE L
               WHERE  L.COUNT_BATCH_ID = :WS-HV-CB-BATCH-ID
                 AND  L.COUNTED_QTY <> L.SYSTEM_QTY
                 AND  L.PART_TRAN_ID IS NULL
               ORDER BY L.PART_NUMBER
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
                       PERFORM 4000-CREATE-BATCH THRU 4000-EXIT
                   WHEN WS-IN-FN-ENT
                       PERFORM 4500-ENTER-COUNTS THRU 4500-EXIT
                   WHEN WS-IN-FN-ACC
                       PERFORM 6000-ACCEPT-BATCH THRU 6000-EXIT
                   WHEN WS-IN-FN-CAN
                       PERFORM 6800-CANCEL-BATCH THRU 6800-EXIT
                   WHEN WS-IN-FN-INQ
                       PERFORM 7000-BATCH-INQUIRY THRU 7000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE CRT/ENT/ACC/CAN/INQ'
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
           MOVE 'PARTS PHYSICAL INVENTORY COUNT' TO WS-OUT-TITLE
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
               MOVE 'SVCPCC00: ERROR RECEIVING INPUT MESSAGE'
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
               IF NOT WS-IN-CT-WALL
               AND NOT WS-IN-CT-CYCLE
                   MOVE 'INVALID COUNT TYPE - USE WW OR CY'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-CT-CYCLE
               AND NOT WS-IN-ABC-VALID
                   MOVE 'ABC CLASS A, B, OR C IS REQUIRED FOR A CYCLE'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-BIN-TO NOT = SPACES
               AND WS-IN-BIN-TO < WS-IN-BIN-FROM
                   MOVE 'BIN TO MUST NOT BE BELOW BIN FROM'
                       TO WS-OUT-MESSAGE
               END-IF
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-BATCH-ID = ZEROS
               MOVE 'COUNT BATCH ID IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-ENT
               IF WS-IN-CE-PART(1) = SPACES
                   MOVE 'AT LEAST ONE PART AND COUNTED QTY IS REQUIRED'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-CREATE-BATCH - HEADER, THEN ONE LINE PER PART WITH   *
      *    THE SYSTEM QUANTITY AND UNIT COST FROZEN AS OF NOW        *
      ****************************************************************
       4000-CREATE-BATCH.
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
                   MOVE 'SVCPCC00: DB2 ERROR READING DEALER'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
           END-EVALUATE
      *
           MOVE WS-IN-DEALER-CODE TO WS-HV-CB-DEALER
           MOVE WS-IN-COUNT-TYPE TO WS-HV-CB-COUNT-TYPE
           MOVE WS-IN-BIN-FROM TO WS-HV-CB-BIN-FROM
           IF WS-IN-BIN-TO = SPACES
               MOVE HIGH-VALUES TO WS-HV-CB-BIN-TO
           ELSE
               MOVE WS-IN-BIN-TO TO WS-HV-CB-BIN-TO
           END-IF
      *
           IF WS-IN-CT-CYCLE
               MOVE WS-IN-ABC-CLASS TO WS-HV-CB-ABC-CLASS
               PERFORM 4100-GET-CYCLE-DAYS
           ELSE
               MOVE SPACES TO WS-HV-CB-ABC-CLASS
               MOVE +0 TO WS-CYCLE-DAYS
           END-IF
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.PARTS_COUNT_SEQ
               INTO  :WS-BATCH-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCPCC00: ERROR GENERATING COUNT BATCH ID'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-BATCH-NUM TO WS-HV-CB-BATCH-ID
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_COUNT_BATCH
               ( COUNT_BATCH_ID
               , DEALER_CODE
               , COUNT_TYPE
               , ABC_CLASS
               , BIN_FROM
               , BIN_TO
               , BATCH_STATUS
               , LINE_COUNT
               , VARIANCE_QTY
               , VARIANCE_AMT
               , CREATED_BY
               , CREATED_TS
               , ACCEPTED_BY
               , ACCEPTED_TS
               )
               VALUES
               ( :WS-HV-CB-BATCH-ID
               , :WS-HV-CB-DEALER
               , :WS-HV-CB-COUNT-TYPE
               , NULLIF(:WS-HV-CB-ABC-CLASS, ' ')
               , :WS-HV-CB-BIN-FROM
               , :WS-HV-CB-BIN-TO
               , 'OP'
               , 0
               , 0
               , 0
               , :IO-USER
               , CURRENT TIMESTAMP
               , NULL
               , NULL
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPCC00: DB2 ERROR INSERTING COUNT BATCH'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
      *    PARTS ALREADY ON ANOTHER OPEN BATCH ARE LEFT OUT SO A
      *    PART IS NEVER BEING COUNTED TWICE AT THE SAME TIME.
      *    INACTIVE PARTS ARE COUNTED ONLY WHILE STOCK REMAINS.
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_COUNT_LINE
               ( COUNT_BATCH_ID
               , PART_NUMBER
               , BIN_LOCATION
               , SYSTEM_QTY
               , COUNTED_QTY
               , UNIT_COST
               , PART_TRAN_ID
               , COUNTED_BY
               , COUNTED_TS
               )
               SELECT :WS-HV-CB-BATCH-ID
                    , PM.PART_NUMBER
                    , PM.BIN_LOCATION
                    , PM.QTY_ON_HAND
                    , NULL
                    , PM.UNIT_COST
                    , NULL
                    , NULL
                    , NULL
               FROM   AUTOSALE.PARTS_MASTER PM
               WHERE  PM.DEALER_CODE = :WS-HV-CB-DEALER
                 AND  (PM.ACTIVE_FLAG = 'Y'
                   OR  PM.QTY_ON_HAND <> 0)
                 AND  COALESCE(PM.BIN_LOCATION, ' ')
                      BETWEEN :WS-HV-CB-BIN-FROM
                          AND :WS-HV-CB-BIN-TO
                 AND  (:WS-HV-CB-COUNT-TYPE = 'WW'
                   OR  (PM.ABC_CLASS = :WS-HV-CB-ABC-CLASS
                   AND  (PM.LAST_COUNT_DATE IS NULL
                    OR   PM.LAST_COUNT_DATE <=
                         CURRENT DATE - :WS-CYCLE-DAYS DAYS)))
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.PARTS_COUNT_LINE X
                             , AUTOSALE.PARTS_COUNT_BATCH B
                        WHERE  X.COUNT_BATCH_ID = B.COUNT_BATCH_ID
                          AND  B.DEALER_CODE = PM.DEALER_CODE
                          AND  B.BATCH_STATUS = 'OP'
                          AND  X.PART_NUMBER = PM.PART_NUMBER )
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPCC00: DB2 ERROR BUILDING COUNT LINES'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           IF SQLCODE = +100
               MOVE +0 TO WS-HV-CB-LINE-COUNT
           ELSE
               MOVE SQLERRD(3) TO WS-HV-CB-LINE-COUNT
           END-IF
      *
           IF WS-HV-CB-LINE-COUNT = +0
               EXEC SQL
                   DELETE FROM AUTOSALE.PARTS_COUNT_BATCH
                   WHERE  COUNT_BATCH_ID = :WS-HV-CB-BATCH-ID
               END-EXEC
               MOVE 'NO PARTS ARE DUE FOR COUNT IN THAT SELECTION'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_COUNT_BATCH
                  SET LINE_COUNT = :WS-HV-CB-LINE-COUNT
               WHERE  COUNT_BATCH_ID = :WS-HV-CB-BATCH-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPCC00: DB2 ERROR UPDATING COUNT BATCH'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_COUNT_BATCH' TO WS-LOG-TABLE-NAME
           MOVE 'INSERT' TO WS-LOG-ACTION
           MOVE WS-BATCH-NUM TO WS-IN-BATCH-ID
           MOVE WS-IN-BATCH-ID TO WS-LOG-KEY-VALUE
           MOVE WS-HV-CB-LINE-COUNT TO WS-COUNT-DSP
           STRING 'COUNT BATCH CREATED TYPE ' WS-HV-CB-COUNT-TYPE
                  ' CLASS ' WS-HV-CB-ABC-CLASS
                  ' LINES ' WS-COUNT-DSP
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
           MOVE SPACES TO WS-IN-START-PART
           PERFORM 7000-BATCH-INQUIRY THRU 7000-EXIT
           MOVE 'COUNT BATCH CREATED - PRINT COUNT SHEETS (RPTPCS00)'
               TO WS-OUT-MESSAGE
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-GET-CYCLE-DAYS - COUNT INTERVAL FOR THE ABC CLASS    *
      ****************************************************************
       4100-GET-CYCLE-DAYS.
      *
           EVALUATE WS-IN-ABC-CLASS
               WHEN 'A'
                   MOVE +30 TO WS-CYCLE-DAYS
                   EXEC SQL
                       SELECT CONFIG_VALUE
                       INTO  :WS-HV-CFG-VALUE
                       FROM  AUTOSALE.SYSTEM_CONFIG
                       WHERE CONFIG_KEY = 'SVCPCC00_CYCLE_DAYS_A'
                   END-EXEC
               WHEN 'B'
                   MOVE +90 TO WS-CYCLE-DAYS
                   EXEC SQL
                       SELECT CONFIG_VALUE
                       INTO  :WS-HV-CFG-VALUE
                       FROM  AUTOSALE.SYSTEM_CONFIG
                       WHERE CONFIG_KEY = 'SVCPCC00_CYCLE_DAYS_B'
                   END-EXEC
               WHEN OTHER
                   MOVE +365 TO WS-CYCLE-DAYS
                   EXEC SQL
                       SELECT CONFIG_VALUE
                       INTO  :WS-HV-CFG-VALUE
                       FROM  AUTOSALE.SYSTEM_CONFIG
                       WHERE CONFIG_KEY = 'SVCPCC00_CYCLE_DAYS_C'
                   END-EXEC
           END-EVALUATE
      *
           IF SQLCODE = +0
               COMPUTE WS-CYCLE-DAYS =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
           .
      *
      ****************************************************************
      *    4500-ENTER-COUNTS - RECORD COUNTED QUANTITIES ON AN OPEN  *
      *    BATCH. A PART MAY BE RE-ENTERED UNTIL THE BATCH IS        *
      *    ACCEPTED; THE LAST COUNT ENTERED STANDS.                  *
      ****************************************************************
       4500-ENTER-COUNTS.
      *
           PERFORM 5000-READ-BATCH THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4500-EXIT
           END-IF
      *
           IF WS-HV-CB-STATUS NOT = 'OP'
               MOVE 'COUNTS CAN ONLY BE ENTERED ON AN OPEN BATCH'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
           MOVE +0 TO WS-ENTRY-COUNT
      *
           PERFORM 4600-ENTER-ONE-COUNT THRU 4600-EXIT
               VARYING WS-ENTRY-SUB FROM +1 BY +1
               UNTIL WS-ENTRY-SUB > +10
               OR WS-OUT-MESSAGE NOT = SPACES
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4500-EXIT
           END-IF
      *
           MOVE WS-IN-CE-PART(1) TO WS-IN-START-PART
           PERFORM 7000-BATCH-INQUIRY THRU 7000-EXIT
           MOVE WS-ENTRY-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO WS-OUT-MESSAGE
           STRING WS-COUNT-DSP ' COUNTED QUANTITIES RECORDED'
                  DELIMITED BY SIZE
               INTO WS-OUT-MESSAGE
           END-STRING
           .
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4600-ENTER-ONE-COUNT - ONE PART / COUNTED QTY PAIR        *
      ****************************************************************
       4600-ENTER-ONE-COUNT.
      *
           IF WS-IN-CE-PART(WS-ENTRY-SUB) = SPACES
               GO TO 4600-EXIT
           END-IF
      *
           MOVE WS-IN-CE-PART(WS-ENTRY-SUB) TO WS-HV-CL-PART
           MOVE WS-IN-CE-QTY(WS-ENTRY-SUB) TO WS-HV-CL-COUNT-QTY
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_COUNT_LINE
                  SET COUNTED_QTY = :WS-HV-CL-COUNT-QTY
                    , COUNTED_BY  = :IO-USER
                    , COUNTED_TS  = CURRENT TIMESTAMP
               WHERE  COUNT_BATCH_ID = :WS-HV-CB-BATCH-ID
                 AND  PART_NUMBER = :WS-HV-CL-PART
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ENTRY-COUNT
               WHEN +100
                   STRING 'PART ' WS-HV-CL-PART
                          ' IS NOT ON THIS COUNT BATCH'
                          DELIMITED BY SIZE
                       INTO WS-OUT-MESSAGE
                   END-STRING
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPCC00: DB2 ERROR UPDATING COUNT LINE'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       4600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-READ-BATCH - COUNT BATCH HEADER WITH LIVE COUNTED    *
      *    LINE AND VARIANCE TOTALS                                  *
      ****************************************************************
       5000-READ-BATCH.
      *
           MOVE WS-IN-BATCH-ID TO WS-HV-CB-BATCH-ID
      *
           EXEC SQL
               SELECT B.DEALER_CODE
                    , B.COUNT_TYPE
                    , COALESCE(B.ABC_CLASS, ' ')
                    , B.BIN_FROM
                    , B.BIN_TO
                    , B.BATCH_STATUS
                    , B.LINE_COUNT
                    , B.CREATED_BY
                    , CHAR(DATE(B.CREATED_TS), ISO)
                    , COALESCE(B.ACCEPTED_BY, ' ')
                    , COALESCE(CHAR(DATE(B.ACCEPTED_TS), ISO), ' ')
                    , ( SELECT COUNT(L.COUNTED_QTY)
                        FROM   AUTOSALE.PARTS_COUNT_LINE L
                        WHERE  L.COUNT_BATCH_ID = B.COUNT_BATCH_ID )
                    , ( SELECT COALESCE(SUM(L.COUNTED_QTY
                                          - L.SYSTEM_QTY), 0)
                        FROM   AUTOSALE.PARTS_COUNT_LINE L
                        WHERE  L.COUNT_BATCH_ID = B.COUNT_BATCH_ID
                          AND  L.COUNTED_QTY IS NOT NULL )
                    , ( SELECT COALESCE(SUM((L.COUNTED_QTY
                                           - L.SYSTEM_QTY)
                                           * L.UNIT_COST), 0)
                        FROM   AUTOSALE.PARTS_COUNT_LINE L
                        WHERE  L.COUNT_BATCH_ID = B.COUNT_BATCH_ID
                          AND  L.COUNTED_QTY IS NOT NULL )
               INTO  :WS-HV-CB-DEALER
                    , :WS-HV-CB-COUNT-TYPE
                    , :WS-HV-CB-ABC-CLASS
                    , :WS-HV-CB-BIN-FROM
                    , :WS-HV-CB-BIN-TO
                    , :WS-HV-CB-STATUS
                    , :WS-HV-CB-LINE-COUNT
                    , :WS-HV-CB-CREATED-BY
                    , :WS-HV-CB-CREATED-DATE
                    , :WS-HV-CB-ACCEPTED-BY
                    , :WS-HV-CB-ACCEPTED-DATE
                    , :WS-HV-CB-COUNTED
                    , :WS-HV-CB-VAR-QTY
                    , :WS-HV-CB-VAR-AMT
               FROM  AUTOSALE.PARTS_COUNT_BATCH B
               WHERE B.COUNT_BATCH_ID = :WS-HV-CB-BATCH-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'COUNT BATCH NOT FOUND'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPCC00: DB2 ERROR READING COUNT BATCH'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5500-FORMAT-BATCH - HEADER FIELDS TO OUTPUT               *
      ****************************************************************
       5500-FORMAT-BATCH.
      *
           MOVE WS-HV-CB-BATCH-ID TO WS-OUT-BATCH-ID
           MOVE WS-HV-CB-DEALER TO WS-OUT-DEALER-CODE
           MOVE WS-HV-CB-COUNT-TYPE TO WS-OUT-COUNT-TYPE
           MOVE WS-HV-CB-ABC-CLASS TO WS-OUT-ABC-CLASS
           MOVE WS-HV-CB-BIN-FROM TO WS-OUT-BIN-FROM
           IF WS-HV-CB-BIN-TO = HIGH-VALUES
               MOVE SPACES TO WS-OUT-BIN-TO
           ELSE
               MOVE WS-HV-CB-BIN-TO TO WS-OUT-BIN-TO
           END-IF
           MOVE WS-HV-CB-STATUS TO WS-OUT-STATUS
           MOVE WS-HV-CB-LINE-COUNT TO WS-OUT-TOTAL-LINES
           MOVE WS-HV-CB-COUNTED TO WS-OUT-COUNTED-LINES
           MOVE WS-HV-CB-VAR-QTY TO WS-OUT-VARIANCE-QTY
           MOVE WS-HV-CB-VAR-AMT TO WS-OUT-VARIANCE-AMT
           MOVE WS-HV-CB-CREATED-BY TO WS-OUT-CREATED-BY
           MOVE WS-HV-CB-CREATED-DATE TO WS-OUT-CREATED-DATE
           MOVE WS-HV-CB-ACCEPTED-BY TO WS-OUT-ACCEPTED-BY
           MOVE WS-HV-CB-ACCEPTED-DATE TO WS-OUT-ACCEPTED-DATE
           .
      *
      ****************************************************************
      *    6000-ACCEPT-BATCH - POST THE VARIANCES AND CLOSE THE      *
      *    BATCH. THE ADJUSTMENT IS THE VARIANCE AGAINST THE FROZEN  *
      *    SYSTEM QUANTITY, APPLIED TO CURRENT ON HAND, SO RECEIPTS  *
      *    AND ISSUES POSTED WHILE THE COUNT WAS OPEN ARE KEPT.      *
      ****************************************************************
       6000-ACCEPT-BATCH.
      *
           PERFORM 5000-READ-BATCH THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-HV-CB-STATUS NOT = 'OP'
               MOVE 'ONLY AN OPEN COUNT BATCH CAN BE ACCEPTED'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           COMPUTE WS-UNCOUNTED =
               WS-HV-CB-LINE-COUNT - WS-HV-CB-COUNTED
      *
           IF WS-UNCOUNTED > +0
               MOVE WS-UNCOUNTED TO WS-COUNT-DSP
               STRING WS-COUNT-DSP
                      ' LINES NOT YET COUNTED - BATCH NOT ACCEPTED'
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
               GO TO 6000-EXIT
           END-IF
      *
           PERFORM 6500-POST-VARIANCES THRU 6500-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER PM
                  SET LAST_COUNT_DATE = CURRENT DATE
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  PM.DEALER_CODE = :WS-HV-CB-DEALER
                 AND  PM.PART_NUMBER IN
                      ( SELECT L.PART_NUMBER
                        FROM   AUTOSALE.PARTS_COUNT_LINE L
                        WHERE  L.COUNT_BATCH_ID = :WS-HV-CB-BATCH-ID )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPCC00: DB2 ERROR SETTING LAST COUNT DATE'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_COUNT_BATCH
                  SET BATCH_STATUS = 'AC'
                    , VARIANCE_QTY = :WS-HV-CB-VAR-QTY
                    , VARIANCE_AMT = :WS-HV-CB-VAR-AMT
                    , ACCEPTED_BY  = :IO-USER
                    , ACCEPTED_TS  = CURRENT TIMESTAMP
               WHERE  COUNT_BATCH_ID = :WS-HV-CB-BATCH-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPCC00: DB2 ERROR ACCEPTING COUNT BATCH'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_COUNT_BATCH' TO WS-LOG-TABLE-NAME
           MOVE 'ACCEPT' TO WS-LOG-ACTION
           MOVE WS-IN-BATCH-ID TO WS-LOG-KEY-VALUE
           MOVE WS-POST-COUNT TO WS-COUNT-DSP
           MOVE WS-HV-CB-VAR-AMT TO WS-AMOUNT-DSP
           STRING 'COUNT ACCEPTED ADJUSTMENTS ' WS-COUNT-DSP
                  ' VARIANCE ' WS-AMOUNT-DSP
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
           MOVE SPACES TO WS-IN-START-PART
           PERFORM 7000-BATCH-INQUIRY THRU 7000-EXIT
           MOVE WS-POST-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO WS-OUT-MESSAGE
           STRING 'COUNT ACCEPTED - ' WS-COUNT-DSP
                  ' ADJUSTMENTS POSTED'
                  DELIMITED BY SIZE
               INTO WS-OUT-MESSAGE
           END-STRING
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6500-POST-VARIANCES - ONE AJ TRANSACTION PER VARIANCE     *
      ****************************************************************
       6500-POST-VARIANCES.
      *
           MOVE SPACES TO WS-REFERENCE
           STRING 'COUNT ' WS-IN-BATCH-ID
                  DELIMITED BY SIZE
               INTO WS-REFERENCE
           END-STRING
      *
           EXEC SQL OPEN CSR_PCC_POST END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCPCC00: ERROR OPENING COUNT POST CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 6500-EXIT
           END-IF
      *
           MOVE +0 TO WS-POST-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 6600-POST-ONE-VARIANCE THRU 6600-EXIT
               UNTIL WS-END-OF-DATA
      *
           EXEC SQL CLOSE CSR_PCC_POST END-EXEC
           .
       6500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6600-POST-ONE-VARIANCE - AJ ROW (SIGNED QUANTITY), ADJUST *
      *    ON HAND, AND TIE THE TRANSACTION BACK TO THE COUNT LINE   *
      ****************************************************************
       6600-POST-ONE-VARIANCE.
      *
           EXEC SQL FETCH CSR_PCC_POST
               INTO  :WS-HV-CL-PART
                    , :WS-HV-CL-VARIANCE
                    , :WS-HV-CL-COST
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 6600-EXIT
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPCC00: DB2 ERROR READING COUNT LINES'
                       TO WS-OUT-MESSAGE
                   GO TO 6600-EXIT
           END-EVALUATE
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.PART_TRAN_SEQ
               INTO  :WS-TRAN-ID-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'SVCPCC00: ERROR GENERATING TRANSACTION ID'
                   TO WS-OUT-MESSAGE
               GO TO 6600-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_TRANSACTION
               ( PART_TRAN_ID
               , PART_NUMBER
               , DEALER_CODE
               , TRAN_TYPE
               , QUANTITY
               , UNIT_COST
               , VIN
               , RO_NUMBER
               , REFERENCE_NO
               , TRAN_DATE
               , POSTED_BY
               , POSTED_TS
               )
               VALUES
               ( :WS-TRAN-ID-NUM
               , :WS-HV-CL-PART
               , :WS-HV-CB-DEALER
               , 'AJ'
               , :WS-HV-CL-VARIANCE
               , :WS-HV-CL-COST
               , NULL
               , NULL
               , :WS-REFERENCE
               , :WS-CURRENT-DATE
               , :IO-USER
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'Y' TO WS-EOF-FLAG
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPCC00: DB2 ERROR WRITING TRANSACTION'
                   TO WS-OUT-MESSAGE
               GO TO 6600-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER
                  SET QTY_ON_HAND = QTY_ON_HAND + :WS-HV-CL-VARIANCE
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  PART_NUMBER = :WS-HV-CL-PART
                 AND  DEALER_CODE = :WS-HV-CB-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'Y' TO WS-EOF-FLAG
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPCC00: DB2 ERROR UPDATING PARTS MASTER'
                   TO WS-OUT-MESSAGE
               GO TO 6600-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_COUNT_LINE
                  SET PART_TRAN_ID = :WS-TRAN-ID-NUM
               WHERE  COUNT_BATCH_ID = :WS-HV-CB-BATCH-ID
                 AND  PART_NUMBER = :WS-HV-CL-PART
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'Y' TO WS-EOF-FLAG
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPCC00: DB2 ERROR UPDATING COUNT LINE'
                   TO WS-OUT-MESSAGE
               GO TO 6600-EXIT
           END-IF
      *
           ADD +1 TO WS-POST-COUNT
           .
       6600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6800-CANCEL-BATCH - CANCEL AN OPEN BATCH (NOTHING POSTED) *
      ****************************************************************
       6800-CANCEL-BATCH.
      *
           PERFORM 5000-READ-BATCH THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6800-EXIT
           END-IF
      *
           IF WS-HV-CB-STATUS NOT = 'OP'
               MOVE 'ONLY AN OPEN COUNT BATCH CAN BE CANCELLED'
                   TO WS-OUT-MESSAGE
               GO TO 6800-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_COUNT_BATCH
                  SET BATCH_STATUS = 'CA'
               WHERE  COUNT_BATCH_ID = :WS-HV-CB-BATCH-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPCC00: DB2 ERROR CANCELLING COUNT BATCH'
                   TO WS-OUT-MESSAGE
               GO TO 6800-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_COUNT_BATCH' TO WS-LOG-TABLE-NAME
           MOVE 'CANCEL' TO WS-LOG-ACTION
           MOVE WS-IN-BATCH-ID TO WS-LOG-KEY-VALUE
           STRING 'COUNT BATCH CANCELLED BY ' IO-USER
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
           MOVE SPACES TO WS-IN-START-PART
           PERFORM 7000-BATCH-INQUIRY THRU 7000-EXIT
           MOVE 'COUNT BATCH CANCELLED' TO WS-OUT-MESSAGE
           .
       6800-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-BATCH-INQUIRY - HEADER PLUS EIGHT LINES FROM THE     *
      *    STARTING PART NUMBER                                      *
      ****************************************************************
       7000-BATCH-INQUIRY.
      *
           PERFORM 5000-READ-BATCH THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 7000-EXIT
           END-IF
      *
           PERFORM 5500-FORMAT-BATCH
      *
           EXEC SQL OPEN CSR_PCC_LINE END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCPCC00: ERROR OPENING COUNT LINE CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 7100-FETCH-LINE
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +8
      *
           EXEC SQL CLOSE CSR_PCC_LINE END-EXEC
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
      *
           IF WS-OUT-MESSAGE = SPACES
               MOVE 'COUNT BATCH DISPLAYED'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7100-FETCH-LINE - FETCH ONE COUNT LINE ROW                *
      ****************************************************************
       7100-FETCH-LINE.
      *
           EXEC SQL FETCH CSR_PCC_LINE
               INTO  :WS-HV-CL-PART
                    , :WS-HV-CL-BIN
                    , :WS-HV-CL-SYSTEM-QTY
                    , :WS-HV-CL-COUNTED
                    , :WS-HV-CL-COUNT-QTY
                    , :WS-HV-CL-VARIANCE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE WS-HV-CL-PART
                       TO WS-OUT-LN-PART(WS-ROW-COUNT)
                   MOVE WS-HV-CL-BIN
                       TO WS-OUT-LN-BIN(WS-ROW-COUNT)
                   MOVE WS-HV-CL-SYSTEM-QTY
                       TO WS-OUT-LN-SYSTEM-QTY(WS-ROW-COUNT)
                   MOVE WS-HV-CL-COUNTED
                       TO WS-OUT-LN-COUNTED(WS-ROW-COUNT)
                   IF WS-HV-CL-COUNTED = 'Y'
                       MOVE WS-HV-CL-COUNT-QTY
                           TO WS-OUT-LN-COUNT-QTY(WS-ROW-COUNT)
                       MOVE WS-HV-CL-VARIANCE
                           TO WS-OUT-LN-VARIANCE(WS-ROW-COUNT)
                   END-IF
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'SVCPCC00: DB2 ERROR READING COUNT LINES'
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
           MOVE 'SVCPCC00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'PARTS_COUNT_BATCH' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF SVCPCC00                                              *
      ****************************************************************
