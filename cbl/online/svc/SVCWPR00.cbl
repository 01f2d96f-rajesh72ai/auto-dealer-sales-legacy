       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCWPR00.
      ****************************************************************
      * PROGRAM:  SVCWPR00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   SVC - WARRANTY PARTS RETURN                        *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-14                                         *
      * PURPOSE:  SHIPS RETAINED WARRANTY PARTS BACK TO THE OEM.     *
      *           BATWCL00 CREATES A PARTS_RETURN_SHIPMENT WHEN THE  *
      *           OEM RETURN FILE ASKS FOR A RETAINED PART BACK.     *
      *           FUNCTIONS:                                         *
      *           SHP - CONFIRM THE SHIPMENT WENT OUT. THE TRACKING  *
      *                 NUMBER KEYED REPLACES THE ONE ON FILE; IF    *
      *                 NONE IS KEYED THE ONE ON FILE IS KEPT. THE   *
      *                 SHIPMENT'S RETENTION TAGS GO TO SHIPPED.     *
      *           INQ - SHIPMENT AND ITS TAGGED PARTS                *
      *           SHIP STATUS: RQ=REQUESTED, LT=LATE (PAST THE OEM   *
      *                        DUE DATE), SH=SHIPPED                 *
      *           TAG STATUS:  RT=RETAINED, RQ=REQUESTED,            *
      *                        SH=SHIPPED, SC=SCRAPPED               *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    SVWP - WARRANTY PARTS RETURN                       *
      * MFS MOD:  ASSVWP00                                           *
      * TABLES:   AUTOSALE.PARTS_RETURN_SHIPMENT (READ/UPDATE)       *
      *           AUTOSALE.WARRANTY_PART_TAG     (READ/UPDATE)       *
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
                                          VALUE 'SVCWPR00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASSVWP00'.
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
               88  WS-IN-FN-SHP                      VALUE 'SHP'.
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
           05  WS-IN-SHIPMENT-ID         PIC 9(09).
           05  WS-IN-TRACKING            PIC X(30).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-SHIPMENT-ID        PIC 9(09).
           05  WS-OUT-CLAIM-ID           PIC 9(09).
           05  WS-OUT-DEALER             PIC X(05).
           05  WS-OUT-TRACKING           PIC X(30).
           05  WS-OUT-REQUEST-DATE       PIC X(10).
           05  WS-OUT-DUE-DATE           PIC X(10).
           05  WS-OUT-SHIP-DATE          PIC X(10).
           05  WS-OUT-SHIP-STATUS        PIC X(02).
           05  WS-OUT-SHIPPED-BY         PIC X(08).
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 8 TIMES.
               10  WS-OUT-LN-TAG-ID      PIC Z(8)9.
               10  WS-OUT-LN-RO-NUMBER   PIC Z(8)9.
               10  WS-OUT-LN-PART        PIC X(15).
               10  WS-OUT-LN-QTY         PIC ZZZ9.
               10  WS-OUT-LN-BIN         PIC X(08).
               10  WS-OUT-LN-STATUS      PIC X(02).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-CURRENT-TS             PIC X(26).
           05  WS-ROW-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-EOF-FLAG               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-DATA                   VALUE 'Y'.
               88  WS-MORE-DATA                     VALUE 'N'.
           05  WS-TAGS-SHIPPED           PIC S9(09) COMP VALUE +0.
           05  WS-TAGS-DSP               PIC ZZZ9.
      *
      *    DB2 HOST VARIABLES - PARTS RETURN SHIPMENT
      *
       01  WS-HV-SHIPMENT.
           05  WS-HV-SH-SHIPMENT-ID      PIC S9(09) COMP.
           05  WS-HV-SH-CLAIM-ID         PIC S9(09) COMP.
           05  WS-HV-SH-DEALER           PIC X(05).
           05  WS-HV-SH-TRACKING.
               49  WS-HV-SH-TRACKING-LN  PIC S9(04) COMP.
               49  WS-HV-SH-TRACKING-TX  PIC X(30).
           05  WS-HV-SH-REQUEST-DATE     PIC X(10).
           05  WS-HV-SH-DUE-DATE         PIC X(10).
           05  WS-HV-SH-SHIP-DATE        PIC X(10).
           05  WS-HV-SH-STATUS           PIC X(02).
           05  WS-HV-SH-SHIPPED-BY       PIC X(08).
      *
      *    DB2 HOST VARIABLES - RETENTION TAG
      *
       01  WS-HV-TAG.
           05  WS-HV-TG-TAG-ID           PIC S9(09) COMP.
           05  WS-HV-TG-RO-NUMBER        PIC S9(09) COMP.
           05  WS-HV-TG-PART             PIC X(15).
           05  WS-HV-TG-QUANTITY         PIC S9(09) COMP.
           05  WS-HV-TG-BIN              PIC X(08).
           05  WS-HV-TG-STATUS           PIC X(02).
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
      *    CURSOR - RETENTION TAGS ON A SHIPMENT
      *
           EXEC SQL DECLARE CSR_WPR_TAG CURSOR FOR
               SELECT T.TAG_ID
                    , T.RO_NUMBER
                    , T.PART_NUMBER
                    , T.QUANTITY
                    , T.RETENTION_BIN
                    , T.TAG_STATUS
               FROM   AUTOSALE.WARRANTY_PART_TAG T
               WHERE  T.SHIPMENT_ID = :WS-HV-SH-SHIPMENT-ID
               ORDER BY T.TAG_ID
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
                   WHEN WS-IN-FN-SHP
                       PERFORM 4000-CONFIRM-SHIPMENT THRU 4000-EXIT
                   WHEN WS-IN-FN-INQ
                       PERFORM 7000-SHIPMENT-INQUIRY THRU 7000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE SHP OR INQ'
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
           MOVE 'WARRANTY PARTS RETURN' TO WS-OUT-TITLE
      *
           EXEC SQL
               SET :WS-CURRENT-TS = CURRENT TIMESTAMP
           END-EXEC
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
               MOVE 'SVCWPR00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-SHIPMENT-ID = ZEROS
               MOVE 'SHIPMENT ID IS REQUIRED'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-CONFIRM-SHIPMENT - PARTS WENT OUT TO THE OEM         *
      ****************************************************************
       4000-CONFIRM-SHIPMENT.
      *
           PERFORM 5000-READ-SHIPMENT THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-HV-SH-STATUS NOT = 'RQ'
           AND WS-HV-SH-STATUS NOT = 'LT'
               MOVE 'SHIPMENT HAS ALREADY BEEN SHIPPED'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-IN-TRACKING NOT = SPACES
               MOVE WS-IN-TRACKING TO WS-HV-SH-TRACKING-TX
               MOVE +30 TO WS-HV-SH-TRACKING-LN
           END-IF
      *
           IF WS-HV-SH-TRACKING-TX = SPACES
               MOVE 'TRACKING NUMBER IS REQUIRED TO SHIP'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE IO-USER TO WS-HV-SH-SHIPPED-BY
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_RETURN_SHIPMENT
                  SET SHIP_STATUS     = 'SH'
                    , SHIP_DATE       = CURRENT DATE
                    , SHIPPED_BY      = :WS-HV-SH-SHIPPED-BY
                    , TRACKING_NUMBER = :WS-HV-SH-TRACKING
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  SHIPMENT_ID     = :WS-HV-SH-SHIPMENT-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCWPR00: DB2 ERROR UPDATING SHIPMENT'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.WARRANTY_PART_TAG
                  SET TAG_STATUS  = 'SH'
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  SHIPMENT_ID = :WS-HV-SH-SHIPMENT-ID
                 AND  TAG_STATUS  = 'RQ'
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCWPR00: DB2 ERROR UPDATING RETENTION TAGS'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
           MOVE SQLERRD(3) TO WS-TAGS-SHIPPED
           MOVE WS-TAGS-SHIPPED TO WS-TAGS-DSP
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_RETURN_SHIP' TO WS-LOG-TABLE-NAME
           MOVE 'UPDATE' TO WS-LOG-ACTION
           MOVE WS-IN-SHIPMENT-ID TO WS-LOG-KEY-VALUE
           STRING 'PARTS RETURN SHIPPED STATUS ' WS-HV-SH-STATUS
                  ' -> SH TAGS=' WS-TAGS-DSP
                  ' TRACKING=' WS-HV-SH-TRACKING-TX
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
           IF WS-HV-SH-STATUS = 'LT'
               MOVE 'SHIPPED LATE - CHARGEBACK EXCEPTION STAYS OPEN'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE 'PARTS RETURN SHIPMENT CONFIRMED'
                   TO WS-OUT-MESSAGE
           END-IF
      *
           MOVE 'SH' TO WS-HV-SH-STATUS
           MOVE WS-CURRENT-TS(1:10) TO WS-HV-SH-SHIP-DATE
           PERFORM 5500-FORMAT-SHIPMENT
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-READ-SHIPMENT - FETCH SHIPMENT ROW                   *
      ****************************************************************
       5000-READ-SHIPMENT.
      *
           MOVE WS-IN-SHIPMENT-ID TO WS-HV-SH-SHIPMENT-ID
      *
           EXEC SQL
               SELECT S.CLAIM_ID
                    , S.DEALER_CODE
                    , S.TRACKING_NUMBER
                    , CHAR(S.REQUEST_DATE, ISO)
                    , CHAR(S.RETURN_DUE_DATE, ISO)
                    , COALESCE(CHAR(S.SHIP_DATE, ISO), ' ')
                    , S.SHIP_STATUS
                    , COALESCE(S.SHIPPED_BY, ' ')
               INTO  :WS-HV-SH-CLAIM-ID
                    , :WS-HV-SH-DEALER
                    , :WS-HV-SH-TRACKING
                    , :WS-HV-SH-REQUEST-DATE
                    , :WS-HV-SH-DUE-DATE
                    , :WS-HV-SH-SHIP-DATE
                    , :WS-HV-SH-STATUS
                    , :WS-HV-SH-SHIPPED-BY
               FROM  AUTOSALE.PARTS_RETURN_SHIPMENT S
               WHERE S.SHIPMENT_ID = :WS-HV-SH-SHIPMENT-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'PARTS RETURN SHIPMENT NOT FOUND'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCWPR00: DB2 ERROR READING SHIPMENT'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5500-FORMAT-SHIPMENT - MOVE SHIPMENT FIELDS TO OUTPUT     *
      ****************************************************************
       5500-FORMAT-SHIPMENT.
      *
           MOVE WS-HV-SH-SHIPMENT-ID TO WS-OUT-SHIPMENT-ID
           MOVE WS-HV-SH-CLAIM-ID TO WS-OUT-CLAIM-ID
           MOVE WS-HV-SH-DEALER TO WS-OUT-DEALER
           MOVE WS-HV-SH-TRACKING-TX TO WS-OUT-TRACKING
           MOVE WS-HV-SH-REQUEST-DATE TO WS-OUT-REQUEST-DATE
           MOVE WS-HV-SH-DUE-DATE TO WS-OUT-DUE-DATE
           MOVE WS-HV-SH-SHIP-DATE TO WS-OUT-SHIP-DATE
           MOVE WS-HV-SH-STATUS TO WS-OUT-SHIP-STATUS
           MOVE WS-HV-SH-SHIPPED-BY TO WS-OUT-SHIPPED-BY
           .
      *
      ****************************************************************
      *    7000-SHIPMENT-INQUIRY - SHIPMENT AND TAGGED PARTS         *
      ****************************************************************
       7000-SHIPMENT-INQUIRY.
      *
           PERFORM 5000-READ-SHIPMENT THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 7000-EXIT
           END-IF
      *
           PERFORM 5500-FORMAT-SHIPMENT
      *
           EXEC SQL OPEN CSR_WPR_TAG END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCWPR00: ERROR OPENING TAG CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 7100-FETCH-TAG
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +8
      *
           EXEC SQL CLOSE CSR_WPR_TAG END-EXEC
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
           IF WS-OUT-MESSAGE = SPACES
               MOVE 'PARTS RETURN SHIPMENT DISPLAYED'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7100-FETCH-TAG - FETCH ONE RETENTION TAG ROW              *
      ****************************************************************
       7100-FETCH-TAG.
      *
           EXEC SQL FETCH CSR_WPR_TAG
               INTO  :WS-HV-TG-TAG-ID
                    , :WS-HV-TG-RO-NUMBER
                    , :WS-HV-TG-PART
                    , :WS-HV-TG-QUANTITY
                    , :WS-HV-TG-BIN
                    , :WS-HV-TG-STATUS
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE WS-HV-TG-TAG-ID
                       TO WS-OUT-LN-TAG-ID(WS-ROW-COUNT)
                   MOVE WS-HV-TG-RO-NUMBER
                       TO WS-OUT-LN-RO-NUMBER(WS-ROW-COUNT)
                   MOVE WS-HV-TG-PART
                       TO WS-OUT-LN-PART(WS-ROW-COUNT)
                   MOVE WS-HV-TG-QUANTITY
                       TO WS-OUT-LN-QTY(WS-ROW-COUNT)
                   MOVE WS-HV-TG-BIN
                       TO WS-OUT-LN-BIN(WS-ROW-COUNT)
                   MOVE WS-HV-TG-STATUS
                       TO WS-OUT-LN-STATUS(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'SVCWPR00: DB2 ERROR READING RETENTION TAGS'
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
           MOVE 'SVCWPR00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'PARTS_RETURN_SHIP' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF SVCWPR00                                              *
      ****************************************************************
