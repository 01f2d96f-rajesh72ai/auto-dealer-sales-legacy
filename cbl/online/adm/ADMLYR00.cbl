       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMLYR00.
      ****************************************************************
      * PROGRAM:  ADMLYR00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   ADM - LOYALTY EARN RATE MAINTENANCE                *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  MAINTAINS THE LOYALTY POINTS EARN RATE BY DEALER   *
      *           AND DEPARTMENT (LOYALTY_EARN_RATE) THAT COMLYPL0   *
      *           APPLIES WHEN SALCMP00 DELIVERS A DEAL (SA) AND     *
      *           WHEN SVCORD00 CLOSES A CUSTOMER-PAY RO (SV).       *
      *           INQ - DISPLAY A DEALER/DEPARTMENT RATE             *
      *           UPD - ADD OR CHANGE A DEALER/DEPARTMENT RATE       *
      *           DEALER '*****' IS THE ALL-DEALER RATE USED WHEN    *
      *           A DEALER HAS NO ACTIVE ROW OF ITS OWN. AN ACTIVE   *
      *           FLAG OF N STOPS EARNING AT THAT LEVEL.             *
      *           THE REDEMPTION VALUE OF A POINT IS SYSTEM_CONFIG   *
      *           KEY LOYALTY_POINT_VALUE, MAINTAINED IN ADMCFG00.   *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADLY - LOYALTY EARN RATES                          *
      * MFS MOD:  ASADLY00                                           *
      * TABLES:   AUTOSALE.LOYALTY_EARN_RATE (READ/INSERT/UPDATE)    *
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
                                          VALUE 'ADMLYR00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASADLY00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLLYRTE.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-UPD                      VALUE 'UPD'.
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-DEPT-CODE           PIC X(02).
               88  WS-IN-DEPT-VALID                  VALUE 'SA' 'SV'.
           05  WS-IN-POINTS-PER-DOLLAR   PIC 9(03)V99.
           05  WS-IN-ACTIVE-FLAG         PIC X(01).
               88  WS-IN-ACTIVE-VALID                VALUE 'Y' 'N'.
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-DEPT-CODE          PIC X(02).
           05  WS-OUT-POINTS-PER-DOLLAR  PIC ZZ9.99.
           05  WS-OUT-ACTIVE-FLAG        PIC X(01).
           05  WS-OUT-UPDATED-BY         PIC X(08).
           05  WS-OUT-UPDATED-TS         PIC X(19).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-EXIST-COUNT            PIC S9(04) COMP VALUE +0.
           05  WS-RATE-DISPLAY           PIC ZZ9.99.
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
                       PERFORM 4000-RATE-INQUIRY
                   WHEN WS-IN-FN-UPD
                       PERFORM 5000-RATE-UPDATE THRU 5000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE INQ OR UPD'
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
           MOVE 'LOYALTY EARN RATE MAINTENANCE' TO WS-OUT-TITLE
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
               MOVE 'ADMLYR00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-DEALER-CODE = SPACES
               MOVE 'DEALER CODE IS REQUIRED - ***** FOR ALL DEALERS'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-DEPT-VALID
               MOVE 'DEPARTMENT MUST BE SA (SALES) OR SV (SERVICE)'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-UPD
               IF WS-IN-POINTS-PER-DOLLAR NOT NUMERIC
                   MOVE 'POINTS PER DOLLAR MUST BE NUMERIC'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-ACTIVE-FLAG = SPACE
                   MOVE 'Y' TO WS-IN-ACTIVE-FLAG
               END-IF
               IF NOT WS-IN-ACTIVE-VALID
                   MOVE 'ACTIVE FLAG MUST BE Y OR N'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-RATE-INQUIRY - DISPLAY A DEALER/DEPARTMENT RATE      *
      ****************************************************************
       4000-RATE-INQUIRY.
      *
           EXEC SQL
               SELECT R.DEALER_CODE
                    , R.DEPT_CODE
                    , R.POINTS_PER_DOLLAR
                    , R.ACTIVE_FLAG
                    , R.UPDATED_BY
                    , CHAR(R.UPDATED_TS)
               INTO  :DEALER-CODE
                    , :DEPT-CODE
                    , :POINTS-PER-DOLLAR
                    , :ACTIVE-FLAG
                    , :UPDATED-BY
                    , :UPDATED-TS
               FROM  AUTOSALE.LOYALTY_EARN_RATE R
               WHERE R.DEALER_CODE = :WS-IN-DEALER-CODE
                 AND R.DEPT_CODE   = :WS-IN-DEPT-CODE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE DEALER-CODE TO WS-OUT-DEALER-CODE
                   MOVE DEPT-CODE TO WS-OUT-DEPT-CODE
                   MOVE POINTS-PER-DOLLAR TO WS-OUT-POINTS-PER-DOLLAR
                   MOVE ACTIVE-FLAG TO WS-OUT-ACTIVE-FLAG
                   MOVE UPDATED-BY TO WS-OUT-UPDATED-BY
                   MOVE UPDATED-TS(1:19) TO WS-OUT-UPDATED-TS
                   MOVE 'LOYALTY EARN RATE DISPLAYED'
                       TO WS-OUT-MESSAGE
               WHEN +100
                   MOVE WS-IN-DEALER-CODE TO WS-OUT-DEALER-CODE
                   MOVE WS-IN-DEPT-CODE TO WS-OUT-DEPT-CODE
                   MOVE 'NO RATE ROW - ALL-DEALER ***** RATE APPLIES'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMLYR00: DB2 ERROR READING EARN RATES'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5000-RATE-UPDATE - ADD OR CHANGE A RATE                   *
      ****************************************************************
       5000-RATE-UPDATE.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXIST-COUNT
               FROM  AUTOSALE.LOYALTY_EARN_RATE R
               WHERE R.DEALER_CODE = :WS-IN-DEALER-CODE
                 AND R.DEPT_CODE   = :WS-IN-DEPT-CODE
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMLYR00: DB2 ERROR CHECKING EARN RATES'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-IN-DEALER-CODE TO DEALER-CODE
           MOVE WS-IN-DEPT-CODE TO DEPT-CODE
           MOVE WS-IN-POINTS-PER-DOLLAR TO POINTS-PER-DOLLAR
           MOVE WS-IN-ACTIVE-FLAG TO ACTIVE-FLAG
      *
           IF WS-EXIST-COUNT > +0
               EXEC SQL
                   UPDATE AUTOSALE.LOYALTY_EARN_RATE
                      SET POINTS_PER_DOLLAR = :POINTS-PER-DOLLAR
                        , ACTIVE_FLAG       = :ACTIVE-FLAG
                        , UPDATED_BY        = :IO-USER
                        , UPDATED_TS        = CURRENT TIMESTAMP
                   WHERE  DEALER_CODE = :DEALER-CODE
                     AND  DEPT_CODE   = :DEPT-CODE
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO AUTOSALE.LOYALTY_EARN_RATE
                   ( DEALER_CODE
                   , DEPT_CODE
                   , POINTS_PER_DOLLAR
                   , ACTIVE_FLAG
                   , UPDATED_BY
                   , UPDATED_TS
                   )
                   VALUES
                   ( :DEALER-CODE
                   , :DEPT-CODE
                   , :POINTS-PER-DOLLAR
                   , :ACTIVE-FLAG
                   , :IO-USER
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMLYR00: DB2 ERROR SAVING EARN RATES'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-IN-POINTS-PER-DOLLAR TO WS-RATE-DISPLAY
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'LOYALTY_EARN_RATE' TO WS-LOG-TABLE-NAME
           MOVE 'UPDATE' TO WS-LOG-ACTION
           STRING WS-IN-DEALER-CODE '/' WS-IN-DEPT-CODE
                  DELIMITED BY SIZE
               INTO WS-LOG-KEY-VALUE
           END-STRING
           STRING 'DEALER ' WS-IN-DEALER-CODE
                  ' DEPT ' WS-IN-DEPT-CODE
                  ' POINTS PER DOLLAR ' WS-RATE-DISPLAY
                  ' ACTIVE ' WS-IN-ACTIVE-FLAG
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
           MOVE WS-IN-DEALER-CODE TO WS-OUT-DEALER-CODE
           MOVE WS-IN-DEPT-CODE TO WS-OUT-DEPT-CODE
           MOVE WS-IN-POINTS-PER-DOLLAR TO WS-OUT-POINTS-PER-DOLLAR
           MOVE WS-IN-ACTIVE-FLAG TO WS-OUT-ACTIVE-FLAG
           MOVE IO-USER TO WS-OUT-UPDATED-BY
           MOVE 'LOYALTY EARN RATE SAVED'
               TO WS-OUT-MESSAGE
           .
       5000-EXIT.
           EXIT.
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
           MOVE 'ADMLYR00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'LOYALTY_EARN_RATE' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF ADMLYR00                                              *
      ****************************************************************
