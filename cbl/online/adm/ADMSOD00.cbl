       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMSOD00.
      ****************************************************************
      * PROGRAM:  ADMSOD00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   ADM - SEGREGATION-OF-DUTIES RULES                  *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  MAINTAINS THE PAIRS OF AUTH_MATRIX FUNCTION CODES  *
      *           THAT ONE USER MUST NOT HOLD TOGETHER (E.G. DEPOSIT *
      *           POSTING AND CASHIER CLOSE, OR MAKER AND CHECKER),  *
      *           AND THE DOCUMENTED EXCEPTIONS FOR NAMED USERS.     *
      *           ADMAUT00 CHECKS EVERY GRANT AGAINST THESE RULES    *
      *           AND RPTSOD00 LISTS THE USERS WHO HOLD A PAIR.      *
      *           INQ - LIST RULES FOR A FUNCTION (BLANK = ALL)      *
      *           RUL - ADD OR CHANGE A RULE                         *
      *                 ACTION W - WARN ON GRANT, B - BLOCK GRANT    *
      *           DRL - DEACTIVATE A RULE (ROW KEPT)                 *
      *           INX - LIST EXCEPTIONS FOR A USER                   *
      *           EXC - RECORD AN EXCEPTION FOR A USER (REASON AND   *
      *                 EXPIRY DATE REQUIRED, AT MOST ONE YEAR)      *
      *           DEX - END AN EXCEPTION (ROW KEPT, EXPIRED)         *
      *           A PAIR IS STORED WITH THE LOWER FUNCTION CODE      *
      *           FIRST WHICHEVER ORDER IT IS KEYED IN. CHANGES ARE  *
      *           RESTRICTED TO MANAGERS (USER TYPE M, G OR A); NO   *
      *           ONE MAY APPROVE AN EXCEPTION FOR THEMSELVES.       *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADSD - SEGREGATION OF DUTIES                       *
      * MFS MOD:  ASADSD00                                           *
      * TABLES:   AUTOSALE.SOD_CONFLICT   (READ/INSERT/UPDATE)       *
      *           AUTOSALE.SOD_EXCEPTION  (READ/INSERT/UPDATE)       *
      *           AUTOSALE.SYSTEM_USER    (READ)                     *
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
                                          VALUE 'ADMSOD00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASADSD00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLSODCF.
      *
           COPY DCLSODEX.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-RUL                      VALUE 'RUL'.
               88  WS-IN-FN-DRL                      VALUE 'DRL'.
               88  WS-IN-FN-INX                      VALUE 'INX'.
               88  WS-IN-FN-EXC                      VALUE 'EXC'.
               88  WS-IN-FN-DEX                      VALUE 'DEX'.
           05  WS-IN-FUNC-CODE-1         PIC X(08).
           05  WS-IN-FUNC-CODE-2         PIC X(08).
           05  WS-IN-RULE-ACTION         PIC X(01).
               88  WS-IN-ACTION-VALID           VALUES 'W' 'B'.
           05  WS-IN-USER-ID             PIC X(08).
           05  WS-IN-EXPIRY-DATE         PIC X(10).
           05  WS-IN-TEXT                PIC X(60).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-FUNC-CODE          PIC X(08).
           05  WS-OUT-USER-ID            PIC X(08).
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 10 TIMES.
               10  WS-OUT-LN-FUNC-1      PIC X(08).
               10  WS-OUT-LN-FUNC-2      PIC X(08).
               10  WS-OUT-LN-ACTION      PIC X(01).
               10  WS-OUT-LN-ACTIVE      PIC X(01).
               10  WS-OUT-LN-DATE        PIC X(10).
               10  WS-OUT-LN-TEXT        PIC X(40).
               10  WS-OUT-LN-UPD-BY      PIC X(08).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-ROW-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-EOF-FLAG               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-DATA                   VALUE 'Y'.
               88  WS-MORE-DATA                     VALUE 'N'.
           05  WS-EXIST-COUNT            PIC S9(04) COMP VALUE +0.
           05  WS-MGR-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-SWAP-CODE              PIC X(08)  VALUE SPACES.
           05  WS-DATE-CHECK             PIC X(01)  VALUE SPACES.
               88  WS-DATE-IN-RANGE                 VALUE 'Y'.
               88  WS-DATE-PAST                     VALUE 'P'.
               88  WS-DATE-TOO-LATE                 VALUE 'L'.
      *
      *    DB2 HOST VARIABLES - LIST LINE
      *
       01  WS-HV-LIST.
           05  WS-HV-LS-FUNC-1           PIC X(08).
           05  WS-HV-LS-FUNC-2           PIC X(08).
           05  WS-HV-LS-ACTION           PIC X(01).
           05  WS-HV-LS-ACTIVE           PIC X(01).
           05  WS-HV-LS-DATE             PIC X(10).
           05  WS-HV-LS-TEXT             PIC X(40).
           05  WS-HV-LS-UPD-BY           PIC X(08).
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
      *    CURSOR - RULES NAMING A FUNCTION, OR ALL RULES
      *
           EXEC SQL DECLARE CSR_SOD_RULE CURSOR FOR
               SELECT C.FUNCTION_CODE_1
                    , C.FUNCTION_CODE_2
                    , C.RULE_ACTION
                    , C.ACTIVE_FLAG
                    , CHAR(DATE(C.UPDATED_TS), ISO)
                    , SUBSTR(C.RULE_DESC, 1, 40)
                    , C.UPDATED_BY
               FROM   AUTOSALE.SOD_CONFLICT C
               WHERE  :WS-IN-FUNC-CODE-1 = ' '
                  OR  C.FUNCTION_CODE_1 = :WS-IN-FUNC-CODE-1
                  OR  C.FUNCTION_CODE_2 = :WS-IN-FUNC-CODE-1
               ORDER BY C.ACTIVE_FLAG DESC
                      , C.FUNCTION_CODE_1
                      , C.FUNCTION_CODE_2
           END-EXEC
      *
      *    CURSOR - EXCEPTIONS FOR A USER, CURRENT ONES FIRST
      *
           EXEC SQL DECLARE CSR_SOD_EXC CURSOR FOR
               SELECT X.FUNCTION_CODE_1
                    , X.FUNCTION_CODE_2
                    , 'X'
                    , CASE WHEN X.EXPIRY_DATE >= CURRENT DATE
                           THEN 'Y' ELSE 'N' END
                    , CHAR(X.EXPIRY_DATE, ISO)
                    , SUBSTR(X.REASON, 1, 40)
                    , X.APPROVED_BY
               FROM   AUTOSALE.SOD_EXCEPTION X
               WHERE  X.USER_ID = :WS-IN-USER-ID
               ORDER BY X.EXPIRY_DATE DESC
                      , X.FUNCTION_CODE_1
                      , X.FUNCTION_CODE_2
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
                   WHEN WS-IN-FN-INQ
                       PERFORM 4000-LIST-RULES THRU 4000-EXIT
                   WHEN WS-IN-FN-RUL
                       PERFORM 5000-SAVE-RULE THRU 5000-EXIT
                   WHEN WS-IN-FN-DRL
                       PERFORM 5500-DEACTIVATE-RULE THRU 5500-EXIT
                   WHEN WS-IN-FN-INX
                       PERFORM 4500-LIST-EXCEPTIONS THRU 4500-EXIT
                   WHEN WS-IN-FN-EXC
                       PERFORM 6000-SAVE-EXCEPTION THRU 6000-EXIT
                   WHEN WS-IN-FN-DEX
                       PERFORM 6500-END-EXCEPTION THRU 6500-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - INQ RUL DRL INX EXC DEX'
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
           MOVE 'SEGREGATION OF DUTIES RULES' TO WS-OUT-TITLE
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
               MOVE 'ADMSOD00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - KEYS, AUTHORITY, PAIR ORDER         *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-FN-INQ
               MOVE WS-IN-FUNC-CODE-1 TO WS-OUT-FUNC-CODE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-INX OR WS-IN-FN-EXC OR WS-IN-FN-DEX
               IF WS-IN-USER-ID = SPACES
                   MOVE 'USER ID IS REQUIRED' TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               MOVE WS-IN-USER-ID TO WS-OUT-USER-ID
           END-IF
      *
           IF WS-IN-FN-INX
               GO TO 3000-EXIT
           END-IF
      *
      *    EVERYTHING ELSE IS A CHANGE ON A FUNCTION PAIR
      *
           IF WS-IN-FUNC-CODE-1 = SPACES
           OR WS-IN-FUNC-CODE-2 = SPACES
               MOVE 'BOTH FUNCTION CODES ARE REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FUNC-CODE-1 = WS-IN-FUNC-CODE-2
               MOVE 'A FUNCTION CANNOT CONFLICT WITH ITSELF'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FUNC-CODE-1 > WS-IN-FUNC-CODE-2
               MOVE WS-IN-FUNC-CODE-1 TO WS-SWAP-CODE
               MOVE WS-IN-FUNC-CODE-2 TO WS-IN-FUNC-CODE-1
               MOVE WS-SWAP-CODE      TO WS-IN-FUNC-CODE-2
           END-IF
           MOVE WS-IN-FUNC-CODE-1 TO WS-OUT-FUNC-CODE
      *
           IF WS-IN-FN-RUL
               IF NOT WS-IN-ACTION-VALID
                   MOVE 'RULE ACTION MUST BE W (WARN) OR B (BLOCK)'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-TEXT = SPACES
                   MOVE 'A RULE DESCRIPTION IS REQUIRED'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FN-EXC
               IF WS-IN-TEXT = SPACES
                   MOVE 'A REASON IS REQUIRED FOR AN EXCEPTION'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-EXPIRY-DATE = SPACES
                   MOVE 'AN EXPIRY DATE (YYYY-MM-DD) IS REQUIRED'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-USER-ID = IO-USER
                   MOVE 'YOU MAY NOT APPROVE AN EXCEPTION FOR YOURSELF'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           PERFORM 7000-CHECK-MANAGER
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-LIST-RULES - RULES FOR A FUNCTION, ACTIVE FIRST      *
      ****************************************************************
       4000-LIST-RULES.
      *
           EXEC SQL OPEN CSR_SOD_RULE END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMSOD00: ERROR OPENING RULE CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 4100-FETCH-RULE
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +10
      *
           EXEC SQL CLOSE CSR_SOD_RULE END-EXEC
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
      *
           IF WS-OUT-MESSAGE = SPACES
               IF WS-ROW-COUNT = +0
                   MOVE 'NO CONFLICT RULES FOUND'
                       TO WS-OUT-MESSAGE
               ELSE
                   MOVE 'CONFLICT RULES DISPLAYED'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-FETCH-RULE                                           *
      ****************************************************************
       4100-FETCH-RULE.
      *
           EXEC SQL FETCH CSR_SOD_RULE
               INTO  :WS-HV-LS-FUNC-1
                    , :WS-HV-LS-FUNC-2
                    , :WS-HV-LS-ACTION
                    , :WS-HV-LS-ACTIVE
                    , :WS-HV-LS-DATE
                    , :WS-HV-LS-TEXT
                    , :WS-HV-LS-UPD-BY
           END-EXEC
      *
           PERFORM 4200-MOVE-LIST-LINE
           .
      *
      ****************************************************************
      *    4200-MOVE-LIST-LINE - SHARED BY BOTH LISTS                *
      ****************************************************************
       4200-MOVE-LIST-LINE.
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE WS-HV-LS-FUNC-1
                       TO WS-OUT-LN-FUNC-1(WS-ROW-COUNT)
                   MOVE WS-HV-LS-FUNC-2
                       TO WS-OUT-LN-FUNC-2(WS-ROW-COUNT)
                   MOVE WS-HV-LS-ACTION
                       TO WS-OUT-LN-ACTION(WS-ROW-COUNT)
                   MOVE WS-HV-LS-ACTIVE
                       TO WS-OUT-LN-ACTIVE(WS-ROW-COUNT)
                   MOVE WS-HV-LS-DATE
                       TO WS-OUT-LN-DATE(WS-ROW-COUNT)
                   MOVE WS-HV-LS-TEXT
                       TO WS-OUT-LN-TEXT(WS-ROW-COUNT)
                   MOVE WS-HV-LS-UPD-BY
                       TO WS-OUT-LN-UPD-BY(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMSOD00: DB2 ERROR READING SOD TABLES'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4500-LIST-EXCEPTIONS - A USER'S EXCEPTIONS                *
      ****************************************************************
       4500-LIST-EXCEPTIONS.
      *
           EXEC SQL OPEN CSR_SOD_EXC END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMSOD00: ERROR OPENING EXCEPTION CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 4600-FETCH-EXCEPTION
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +10
      *
           EXEC SQL CLOSE CSR_SOD_EXC END-EXEC
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
      *
           IF WS-OUT-MESSAGE = SPACES
               IF WS-ROW-COUNT = +0
                   MOVE 'NO EXCEPTIONS ON FILE FOR THIS USER'
                       TO WS-OUT-MESSAGE
               ELSE
                   MOVE 'EXCEPTIONS DISPLAYED - DATE IS EXPIRY DATE'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4600-FETCH-EXCEPTION                                      *
      ****************************************************************
       4600-FETCH-EXCEPTION.
      *
           EXEC SQL FETCH CSR_SOD_EXC
               INTO  :WS-HV-LS-FUNC-1
                    , :WS-HV-LS-FUNC-2
                    , :WS-HV-LS-ACTION
                    , :WS-HV-LS-ACTIVE
                    , :WS-HV-LS-DATE
                    , :WS-HV-LS-TEXT
                    , :WS-HV-LS-UPD-BY
           END-EXEC
      *
           PERFORM 4200-MOVE-LIST-LINE
           .
      *
      ****************************************************************
      *    5000-SAVE-RULE - ADD, CHANGE OR REACTIVATE A RULE         *
      ****************************************************************
       5000-SAVE-RULE.
      *
           MOVE WS-IN-FUNC-CODE-1 TO FUNCTION-CODE-1 OF DCLSOD-CONFLICT
           MOVE WS-IN-FUNC-CODE-2 TO FUNCTION-CODE-2 OF DCLSOD-CONFLICT
           MOVE WS-IN-RULE-ACTION TO RULE-ACTION OF DCLSOD-CONFLICT
           MOVE WS-IN-TEXT        TO RULE-DESC-TX OF DCLSOD-CONFLICT
           MOVE +60               TO RULE-DESC-LN OF DCLSOD-CONFLICT
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXIST-COUNT
               FROM  AUTOSALE.SOD_CONFLICT
               WHERE FUNCTION_CODE_1 = :DCLSOD-CONFLICT.FUNCTION-CODE-1
                 AND FUNCTION_CODE_2 = :DCLSOD-CONFLICT.FUNCTION-CODE-2
           END-EXEC
      *
           IF WS-EXIST-COUNT > +0
               EXEC SQL
                   UPDATE AUTOSALE.SOD_CONFLICT
                      SET RULE_ACTION = :DCLSOD-CONFLICT.RULE-ACTION
                        , RULE_DESC   =
                              RTRIM(:DCLSOD-CONFLICT.RULE-DESC)
                        , ACTIVE_FLAG = 'Y'
                        , UPDATED_BY  = :IO-USER
                        , UPDATED_TS  = CURRENT TIMESTAMP
                   WHERE  FUNCTION_CODE_1 =
                              :DCLSOD-CONFLICT.FUNCTION-CODE-1
                     AND  FUNCTION_CODE_2 =
                              :DCLSOD-CONFLICT.FUNCTION-CODE-2
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO AUTOSALE.SOD_CONFLICT
                   ( FUNCTION_CODE_1
                   , FUNCTION_CODE_2
                   , RULE_ACTION
                   , RULE_DESC
                   , ACTIVE_FLAG
                   , UPDATED_BY
                   , UPDATED_TS
                   )
                   VALUES
                   ( :DCLSOD-CONFLICT.FUNCTION-CODE-1
                   , :DCLSOD-CONFLICT.FUNCTION-CODE-2
                   , :DCLSOD-CONFLICT.RULE-ACTION
                   , RTRIM(:DCLSOD-CONFLICT.RULE-DESC)
                   , 'Y'
                   , :IO-USER
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMSOD00: DB2 ERROR SAVING RULE'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'SOD_CONFLICT' TO WS-LOG-TABLE-NAME
           PERFORM 7100-LOG-CHANGE
           MOVE 'CONFLICT RULE SAVED - RUN RPTSOD00 FOR CURRENT HOLDERS'
               TO WS-OUT-MESSAGE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5500-DEACTIVATE-RULE                                      *
      ****************************************************************
       5500-DEACTIVATE-RULE.
      *
           EXEC SQL
               UPDATE AUTOSALE.SOD_CONFLICT
                  SET ACTIVE_FLAG = 'N'
                    , UPDATED_BY  = :IO-USER
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  FUNCTION_CODE_1 = :WS-IN-FUNC-CODE-1
                 AND  FUNCTION_CODE_2 = :WS-IN-FUNC-CODE-2
                 AND  ACTIVE_FLAG     = 'Y'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE 'SOD_CONFLICT' TO WS-LOG-TABLE-NAME
                   PERFORM 7100-LOG-CHANGE
                   MOVE 'CONFLICT RULE DEACTIVATED'
                       TO WS-OUT-MESSAGE
               WHEN +100
                   MOVE 'NO ACTIVE RULE FOR THIS FUNCTION PAIR'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMSOD00: DB2 ERROR DEACTIVATING RULE'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       5500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-SAVE-EXCEPTION - DOCUMENTED EXCEPTION FOR A USER     *
      ****************************************************************
       6000-SAVE-EXCEPTION.
      *
      *    THE RULE MUST EXIST AND THE USER MUST BE ON FILE
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXIST-COUNT
               FROM  AUTOSALE.SOD_CONFLICT
               WHERE FUNCTION_CODE_1 = :WS-IN-FUNC-CODE-1
                 AND FUNCTION_CODE_2 = :WS-IN-FUNC-CODE-2
                 AND ACTIVE_FLAG     = 'Y'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMSOD00: DB2 ERROR READING SOD TABLES'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-EXIST-COUNT = +0
               MOVE 'NO ACTIVE RULE FOR THIS FUNCTION PAIR'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXIST-COUNT
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :WS-IN-USER-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMSOD00: DB2 ERROR CHECKING USER'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-EXIST-COUNT = +0
               MOVE 'USER ID NOT FOUND' TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
      *    EXPIRY MUST BE A VALID DATE, NOT PAST, WITHIN A YEAR
      *
           EXEC SQL
               SELECT CASE
                      WHEN DATE(:WS-IN-EXPIRY-DATE) < CURRENT DATE
                      THEN 'P'
                      WHEN DATE(:WS-IN-EXPIRY-DATE)
                           > CURRENT DATE + 1 YEAR
                      THEN 'L'
                      ELSE 'Y' END
               INTO  :WS-DATE-CHECK
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'EXPIRY DATE IS NOT A VALID DATE (YYYY-MM-DD)'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-DATE-PAST
               MOVE 'EXPIRY DATE IS IN THE PAST' TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-DATE-TOO-LATE
               MOVE 'AN EXCEPTION MAY RUN FOR ONE YEAR AT MOST'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE WS-IN-USER-ID     TO USER-ID OF DCLSOD-EXCEPTION
           MOVE WS-IN-FUNC-CODE-1 TO FUNCTION-CODE-1 OF DCLSOD-EXCEPTION
           MOVE WS-IN-FUNC-CODE-2 TO FUNCTION-CODE-2 OF DCLSOD-EXCEPTION
           MOVE WS-IN-TEXT        TO REASON-TX OF DCLSOD-EXCEPTION
           MOVE +60               TO REASON-LN OF DCLSOD-EXCEPTION
           MOVE WS-IN-EXPIRY-DATE TO EXPIRY-DATE OF DCLSOD-EXCEPTION
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXIST-COUNT
               FROM  AUTOSALE.SOD_EXCEPTION
               WHERE USER_ID         = :DCLSOD-EXCEPTION.USER-ID
                 AND FUNCTION_CODE_1 =
                         :DCLSOD-EXCEPTION.FUNCTION-CODE-1
                 AND FUNCTION_CODE_2 =
                         :DCLSOD-EXCEPTION.FUNCTION-CODE-2
           END-EXEC
      *
           IF WS-EXIST-COUNT > +0
               EXEC SQL
                   UPDATE AUTOSALE.SOD_EXCEPTION
                      SET REASON      =
                              RTRIM(:DCLSOD-EXCEPTION.REASON)
                        , APPROVED_BY = :IO-USER
                        , APPROVED_TS = CURRENT TIMESTAMP
                        , EXPIRY_DATE =
                              DATE(:DCLSOD-EXCEPTION.EXPIRY-DATE)
                   WHERE  USER_ID         =
                              :DCLSOD-EXCEPTION.USER-ID
                     AND  FUNCTION_CODE_1 =
                              :DCLSOD-EXCEPTION.FUNCTION-CODE-1
                     AND  FUNCTION_CODE_2 =
                              :DCLSOD-EXCEPTION.FUNCTION-CODE-2
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO AUTOSALE.SOD_EXCEPTION
                   ( USER_ID
                   , FUNCTION_CODE_1
                   , FUNCTION_CODE_2
                   , REASON
                   , APPROVED_BY
                   , APPROVED_TS
                   , EXPIRY_DATE
                   )
                   VALUES
                   ( :DCLSOD-EXCEPTION.USER-ID
                   , :DCLSOD-EXCEPTION.FUNCTION-CODE-1
                   , :DCLSOD-EXCEPTION.FUNCTION-CODE-2
                   , RTRIM(:DCLSOD-EXCEPTION.REASON)
                   , :IO-USER
                   , CURRENT TIMESTAMP
                   , DATE(:DCLSOD-EXCEPTION.EXPIRY-DATE)
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMSOD00: DB2 ERROR SAVING EXCEPTION'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE 'SOD_EXCEPTION' TO WS-LOG-TABLE-NAME
           PERFORM 7100-LOG-CHANGE
           MOVE 'EXCEPTION RECORDED' TO WS-OUT-MESSAGE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6500-END-EXCEPTION - EXPIRE AS OF YESTERDAY               *
      ****************************************************************
       6500-END-EXCEPTION.
      *
           EXEC SQL
               UPDATE AUTOSALE.SOD_EXCEPTION
                  SET EXPIRY_DATE = CURRENT DATE - 1 DAY
                    , APPROVED_BY = :IO-USER
                    , APPROVED_TS = CURRENT TIMESTAMP
               WHERE  USER_ID         = :WS-IN-USER-ID
                 AND  FUNCTION_CODE_1 = :WS-IN-FUNC-CODE-1
                 AND  FUNCTION_CODE_2 = :WS-IN-FUNC-CODE-2
                 AND  EXPIRY_DATE    >= CURRENT DATE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE 'SOD_EXCEPTION' TO WS-LOG-TABLE-NAME
                   PERFORM 7100-LOG-CHANGE
                   MOVE 'EXCEPTION ENDED' TO WS-OUT-MESSAGE
               WHEN +100
                   MOVE 'NO CURRENT EXCEPTION FOR THIS USER AND PAIR'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMSOD00: DB2 ERROR ENDING EXCEPTION'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       6500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-CHECK-MANAGER - CHANGES NEED MANAGER AUTHORITY       *
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
               MOVE 'ADMSOD00: DB2 ERROR CHECKING USER'
                   TO WS-OUT-MESSAGE
           ELSE
               IF WS-MGR-COUNT = +0
                   MOVE 'ONLY A MANAGER MAY CHANGE SOD RULES'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    7100-LOG-CHANGE - EVERY RULE AND EXCEPTION CHANGE         *
      ****************************************************************
       7100-LOG-CHANGE.
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE WS-IN-FUNCTION TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-KEY-VALUE
           STRING WS-IN-FUNC-CODE-1 ' ' WS-IN-FUNC-CODE-2
                  ' ' WS-IN-USER-ID
                  DELIMITED BY SIZE
               INTO WS-LOG-KEY-VALUE
           END-STRING
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'SOD ' WS-IN-FUNCTION
                  ' PAIR ' WS-IN-FUNC-CODE-1 '/' WS-IN-FUNC-CODE-2
                  ' ACTION ' WS-IN-RULE-ACTION
                  ' USER ' WS-IN-USER-ID
                  ' EXPIRES ' WS-IN-EXPIRY-DATE
                  ' BY ' IO-USER ': ' WS-IN-TEXT
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
           MOVE 'ADMSOD00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'SOD_CONFLICT' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF ADMSOD00                                              *
      ****************************************************************
