       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMDDR00.
      ****************************************************************
      * PROGRAM:  ADMDDR00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   ADM - STATE DAMAGE DISCLOSURE RULE MAINTENANCE     *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  MAINTAINS THE PER-STATE NEW-VEHICLE DAMAGE         *
      *           DISCLOSURE THRESHOLD (STATE_DAMAGE_RULE) THAT      *
      *           SALCMP00 APPLIES AT DELIVERY. REPAIR COST ON THE   *
      *           VIN ABOVE THIS PERCENTAGE OF MSRP REQUIRES THE     *
      *           SIGNED DMGD DISCLOSURE IN THE DEAL JACKET.         *
      *           SITS ALONGSIDE ADMSTR00 (STATE TAX RULES).         *
      *           INQ - DISPLAY A STATE'S THRESHOLD                  *
      *           UPD - ADD OR CHANGE A STATE'S THRESHOLD            *
      *           A STATE WITH NO ROW USES THE 3.00 PCT DEFAULT; A   *
      *           ZERO PERCENT MEANS ANY REPAIR MUST BE DISCLOSED.   *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADDR - DAMAGE DISCLOSURE RULES                     *
      * MFS MOD:  ASADDR00                                           *
      * TABLES:   AUTOSALE.STATE_DAMAGE_RULE (READ/INSERT/UPDATE)    *
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
                                          VALUE 'ADMDDR00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASADDR00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLSTDMG.
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
           05  WS-IN-STATE-CODE          PIC X(02).
           05  WS-IN-DISCLOSE-PCT        PIC 9(03)V99.
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-STATE-CODE         PIC X(02).
           05  WS-OUT-DISCLOSE-PCT       PIC ZZ9.99.
           05  WS-OUT-UPDATED-BY         PIC X(08).
           05  WS-OUT-UPDATED-TS         PIC X(19).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-EXIST-COUNT            PIC S9(04) COMP VALUE +0.
           05  WS-PCT-DISPLAY            PIC ZZ9.99.
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
                       PERFORM 4000-RULE-INQUIRY
                   WHEN WS-IN-FN-UPD
                       PERFORM 5000-RULE-UPDATE THRU 5000-EXIT
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
           MOVE 'DAMAGE DISCLOSURE RULE MAINTENANCE' TO WS-OUT-TITLE
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
               MOVE 'ADMDDR00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-STATE-CODE = SPACES
               MOVE 'STATE CODE IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-UPD
               IF WS-IN-DISCLOSE-PCT NOT NUMERIC
                   MOVE 'DISCLOSURE PERCENT MUST BE NUMERIC'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-DISCLOSE-PCT > 100
                   MOVE 'DISCLOSURE PERCENT CANNOT EXCEED 100.00'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-RULE-INQUIRY - DISPLAY A STATE'S THRESHOLD           *
      ****************************************************************
       4000-RULE-INQUIRY.
      *
           EXEC SQL
               SELECT R.STATE_CODE
                    , R.DISCLOSE_PCT
                    , R.UPDATED_BY
                    , CHAR(R.UPDATED_TS)
               INTO  :STATE-CODE
                    , :DISCLOSE-PCT
                    , :UPDATED-BY
                    , :UPDATED-TS
               FROM  AUTOSALE.STATE_DAMAGE_RULE R
               WHERE R.STATE_CODE = :WS-IN-STATE-CODE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE STATE-CODE TO WS-OUT-STATE-CODE
                   MOVE DISCLOSE-PCT TO WS-OUT-DISCLOSE-PCT
                   MOVE UPDATED-BY TO WS-OUT-UPDATED-BY
                   MOVE UPDATED-TS(1:19) TO WS-OUT-UPDATED-TS
                   MOVE 'DAMAGE DISCLOSURE THRESHOLD DISPLAYED'
                       TO WS-OUT-MESSAGE
               WHEN +100
                   MOVE WS-IN-STATE-CODE TO WS-OUT-STATE-CODE
                   MOVE 3.00 TO WS-OUT-DISCLOSE-PCT
                   MOVE 'NO RULE ROW - STATE USES 3.00 PCT DEFAULT'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMDDR00: DB2 ERROR READING RULES'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5000-RULE-UPDATE - ADD OR CHANGE A STATE'S THRESHOLD      *
      ****************************************************************
       5000-RULE-UPDATE.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXIST-COUNT
               FROM  AUTOSALE.STATE_DAMAGE_RULE R
               WHERE R.STATE_CODE = :WS-IN-STATE-CODE
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMDDR00: DB2 ERROR CHECKING RULES'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-IN-STATE-CODE TO STATE-CODE
           MOVE WS-IN-DISCLOSE-PCT TO DISCLOSE-PCT
      *
           IF WS-EXIST-COUNT > +0
               EXEC SQL
                   UPDATE AUTOSALE.STATE_DAMAGE_RULE
                      SET DISCLOSE_PCT = :DISCLOSE-PCT
                        , UPDATED_BY   = :IO-USER
                        , UPDATED_TS   = CURRENT TIMESTAMP
                   WHERE  STATE_CODE = :STATE-CODE
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO AUTOSALE.STATE_DAMAGE_RULE
                   ( STATE_CODE
                   , DISCLOSE_PCT
                   , UPDATED_BY
                   , UPDATED_TS
                   )
                   VALUES
                   ( :STATE-CODE
                   , :DISCLOSE-PCT
                   , :IO-USER
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMDDR00: DB2 ERROR SAVING RULES'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-IN-DISCLOSE-PCT TO WS-PCT-DISPLAY
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'STATE_DAMAGE_RULE' TO WS-LOG-TABLE-NAME
           MOVE 'UPDATE' TO WS-LOG-ACTION
           MOVE WS-IN-STATE-CODE TO WS-LOG-KEY-VALUE
           STRING 'STATE ' WS-IN-STATE-CODE
                  ' DAMAGE DISCLOSURE PCT ' WS-PCT-DISPLAY
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
           MOVE WS-IN-STATE-CODE TO WS-OUT-STATE-CODE
           MOVE WS-IN-DISCLOSE-PCT TO WS-OUT-DISCLOSE-PCT
           MOVE IO-USER TO WS-OUT-UPDATED-BY
           MOVE 'DAMAGE DISCLOSURE THRESHOLD SAVED'
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
           MOVE 'ADMDDR00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'STATE_DAMAGE_RULE' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF ADMDDR00                                              *
      ****************************************************************
