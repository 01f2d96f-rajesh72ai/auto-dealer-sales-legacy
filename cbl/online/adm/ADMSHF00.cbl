       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMSHF00.
      ****************************************************************
      * PROGRAM:  ADMSHF00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   ADM - SALES FLOOR SHIFT ROSTER                     *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  THE SALES MANAGER'S MAINTENANCE OF SALES_SHIFT,    *
      *           ONE ROW PER SALESPERSON PER DAY. COMSHFL0 READS IT *
      *           TO GIVE NEW CUSTOMERS AND LEADS ONLY TO PEOPLE ON  *
      *           A WORK SHIFT (AFTER HOURS, TO THE NEXT SHIFT THAT  *
      *           OPENS). A DAY WITH NO ROW IS NOT WORKED.           *
      *           SHIFT TYPES: WK - WORK SHIFT, START TO END HOUR    *
      *                        OF - DAY OFF                          *
      *                        VA - VACATION                         *
      *           INQ - LIST THE ROSTER FOR 7 DAYS FROM THE DATE     *
      *                 (DEFAULT TODAY), 10 LINES FROM THE USER ID   *
      *           SET - SET ONE SALESPERSON'S DAY                    *
      *           VAC - VACATION FOR A DATE RANGE (UP TO 31 DAYS)    *
      *           CPY - COPY THE 7 DAYS FROM THE DATE TO THE NEXT    *
      *                 7 DAYS; DAYS ALREADY ON THE ROSTER ARE KEPT  *
      *           DEL - REMOVE ONE SALESPERSON'S DAY                 *
      *           MANAGERS (TYPE M OR G) OF THE SAME DEALER, OR      *
      *           ADMINISTRATORS (TYPE A) FOR ANY DEALER. EVERY      *
      *           CHANGE IS LOGGED TO AUDIT_LOG.                     *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADSH - SHIFT ROSTER                                *
      * MFS MOD:  ASADSH00                                           *
      * TABLES:   AUTOSALE.SALES_SHIFT        (READ/INSERT/UPDATE/   *
      *                                        DELETE)               *
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
                                          VALUE 'ADMSHF00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASADSH00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLSLSHF.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-SET                      VALUE 'SET'.
               88  WS-IN-FN-VAC                      VALUE 'VAC'.
               88  WS-IN-FN-CPY                      VALUE 'CPY'.
               88  WS-IN-FN-DEL                      VALUE 'DEL'.
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-USER-ID             PIC X(08).
           05  WS-IN-FROM-DATE           PIC X(10).
           05  WS-IN-TO-DATE             PIC X(10).
           05  WS-IN-SHIFT-TYPE          PIC X(02).
               88  WS-IN-TYPE-WORK                   VALUE 'WK'.
               88  WS-IN-TYPE-OFF                    VALUE 'OF'.
               88  WS-IN-TYPE-VACATION               VALUE 'VA'.
           05  WS-IN-START-HOUR          PIC X(02).
           05  WS-IN-START-HOUR-N REDEFINES WS-IN-START-HOUR
                                         PIC 9(02).
           05  WS-IN-END-HOUR            PIC X(02).
           05  WS-IN-END-HOUR-N REDEFINES WS-IN-END-HOUR
                                         PIC 9(02).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-FROM-DATE          PIC X(10).
           05  WS-OUT-TO-DATE            PIC X(10).
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 10 TIMES.
               10  WS-OUT-LN-DATE        PIC X(10).
               10  WS-OUT-LN-DAY         PIC X(03).
               10  WS-OUT-LN-USER-ID     PIC X(08).
               10  WS-OUT-LN-USER-NAME   PIC X(20).
               10  WS-OUT-LN-TYPE        PIC X(02).
               10  WS-OUT-LN-START       PIC Z9.
               10  WS-OUT-LN-END         PIC Z9.
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-ROW-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-EOF-FLAG               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-DATA                   VALUE 'Y'.
               88  WS-MORE-DATA                     VALUE 'N'.
           05  WS-EXIST-COUNT            PIC S9(09) COMP VALUE +0.
           05  WS-DAY-SPAN               PIC S9(09) COMP VALUE +0.
           05  WS-CHANGED-COUNT          PIC S9(09) COMP VALUE +0.
           05  WS-COUNT-DSP              PIC Z(03)9.
           05  WS-HOUR-DSP               PIC 9(02).
           05  WS-END-DSP                PIC 9(02).
           05  WS-WORK-DATE              PIC X(10) VALUE SPACES.
           05  WS-SAVE-MESSAGE           PIC X(79) VALUE SPACES.
      *
      *    MANAGER - THE SIGNED-ON USER
      *
       01  WS-MANAGER.
           05  WS-MGR-USER-TYPE          PIC X(01) VALUE SPACES.
               88  WS-MGR-MANAGER              VALUES 'M' 'G' 'A'.
               88  WS-MGR-ADMIN                     VALUE 'A'.
           05  WS-MGR-DEALER-CODE        PIC X(05) VALUE SPACES.
      *
      *    DB2 HOST VARIABLES
      *
       01  WS-HV-LIST.
           05  WS-HV-LS-DATE             PIC X(10).
           05  WS-HV-LS-DAY              PIC X(03).
           05  WS-HV-LS-USER-ID          PIC X(08).
           05  WS-HV-LS-USER-NAME        PIC X(20).
           05  WS-HV-LS-TYPE             PIC X(02).
           05  WS-HV-LS-START            PIC S9(04) COMP.
           05  WS-HV-LS-END              PIC S9(04) COMP.
           05  WS-HV-USER-TYPE           PIC X(01).
           05  WS-HV-USER-DEALER         PIC X(05).
           05  WS-HV-ACTIVE-FLAG         PIC X(01).
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
      *    CURSOR - ROSTER FOR 7 DAYS FROM A DATE, FROM DATE/USER
      *
           EXEC SQL DECLARE CSR_SHF_LIST CURSOR FOR
               SELECT CHAR(S.SHIFT_DATE, ISO)
                    , SUBSTR(DAYNAME(S.SHIFT_DATE), 1, 3)
                    , S.USER_ID
                    , SUBSTR(U.USER_NAME, 1, 20)
                    , S.SHIFT_TYPE
                    , S.START_HOUR
                    , S.END_HOUR
               FROM   AUTOSALE.SALES_SHIFT S
                    , AUTOSALE.SYSTEM_USER U
               WHERE  S.DEALER_CODE = :WS-IN-DEALER-CODE
                 AND  U.USER_ID     = S.USER_ID
                 AND  S.SHIFT_DATE BETWEEN DATE(:WS-IN-FROM-DATE)
                                   AND DATE(:WS-IN-FROM-DATE) + 6 DAYS
                 AND  (S.SHIFT_DATE > DATE(:WS-IN-FROM-DATE)
                       OR S.USER_ID >= :WS-IN-USER-ID)
               ORDER BY S.SHIFT_DATE, S.USER_ID
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
                       PERFORM 4000-LIST-ROSTER THRU 4000-EXIT
                   WHEN WS-IN-FN-SET
                       PERFORM 5000-SET-DAY THRU 5000-EXIT
                   WHEN WS-IN-FN-VAC
                       PERFORM 5200-SET-VACATION THRU 5200-EXIT
                   WHEN WS-IN-FN-CPY
                       PERFORM 6000-COPY-WEEK THRU 6000-EXIT
                   WHEN WS-IN-FN-DEL
                       PERFORM 6500-DELETE-DAY THRU 6500-EXIT
                   WHEN OTHER
                       MOVE 'FUNCTION MUST BE INQ, SET, VAC, CPY OR DEL'
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
           INITIALIZE WS-MANAGER
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 'SALES FLOOR SHIFT ROSTER' TO WS-OUT-TITLE
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
               MOVE 'ADMSHF00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - MANAGER, DEALER, DATES, SHIFT       *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           PERFORM 7000-CHECK-MANAGER
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 3000-EXIT
           END-IF
      *
      *    MANAGERS KEEP THEIR OWN DEALER'S ROSTER ONLY
      *
           IF WS-IN-DEALER-CODE = SPACES
               MOVE WS-MGR-DEALER-CODE TO WS-IN-DEALER-CODE
           END-IF
      *
           IF WS-IN-DEALER-CODE NOT = WS-MGR-DEALER-CODE
           AND NOT WS-MGR-ADMIN
               MOVE 'YOU MAY ONLY KEEP THE ROSTER FOR YOUR OWN DEALER'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-IN-DEALER-CODE TO WS-OUT-DEALER-CODE
      *
      *    DATE DEFAULTS TO TODAY FOR AN INQUIRY; DB2 CHECKS IT
      *
           IF WS-IN-FROM-DATE = SPACES
               IF WS-IN-FN-INQ
                   EXEC SQL
                       SELECT CHAR(CURRENT DATE, ISO)
                       INTO  :WS-IN-FROM-DATE
                       FROM  SYSIBM.SYSDUMMY1
                   END-EXEC
               ELSE
                   MOVE 'DATE IS REQUIRED (YYYY-MM-DD)'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FN-VAC
               IF WS-IN-TO-DATE = SPACES
                   MOVE 'TO DATE IS REQUIRED FOR VACATION'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           ELSE
               MOVE WS-IN-FROM-DATE TO WS-IN-TO-DATE
           END-IF
      *
           EXEC SQL
               SELECT DAYS(DATE(:WS-IN-TO-DATE))
                    - DAYS(DATE(:WS-IN-FROM-DATE))
               INTO  :WS-DAY-SPAN
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'DATE IS NOT VALID - ENTER YYYY-MM-DD'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-DAY-SPAN < +0 OR WS-DAY-SPAN > +30
               MOVE 'TO DATE MUST BE 0-30 DAYS AFTER THE FROM DATE'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-IN-FROM-DATE TO WS-OUT-FROM-DATE
           MOVE WS-IN-TO-DATE TO WS-OUT-TO-DATE
      *
           IF WS-IN-FN-SET OR WS-IN-FN-VAC OR WS-IN-FN-DEL
               PERFORM 3100-CHECK-SALESPERSON THRU 3100-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FN-SET
               PERFORM 3200-CHECK-SHIFT THRU 3200-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-CHECK-SALESPERSON - ACTIVE SALESPERSON OF THE DEALER *
      ****************************************************************
       3100-CHECK-SALESPERSON.
      *
           IF WS-IN-USER-ID = SPACES
               MOVE 'USER ID IS REQUIRED' TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
           EXEC SQL
               SELECT USER_TYPE
                    , DEALER_CODE
                    , ACTIVE_FLAG
               INTO  :WS-HV-USER-TYPE
                    , :WS-HV-USER-DEALER
                    , :WS-HV-ACTIVE-FLAG
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :WS-IN-USER-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'USER ID NOT FOUND' TO WS-OUT-MESSAGE
                   GO TO 3100-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMSHF00: DB2 ERROR CHECKING USER'
                       TO WS-OUT-MESSAGE
                   GO TO 3100-EXIT
           END-EVALUATE
      *
           IF WS-HV-USER-DEALER NOT = WS-IN-DEALER-CODE
               MOVE 'USER DOES NOT BELONG TO THIS DEALER'
                   TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
      *    A ROW MAY BE REMOVED FOR ANYONE; ONLY ACTIVE SALESPEOPLE
      *    ARE SCHEDULED
      *
           IF NOT WS-IN-FN-DEL
               IF WS-HV-USER-TYPE NOT = 'S'
               OR WS-HV-ACTIVE-FLAG NOT = 'Y'
                   MOVE 'ONLY ACTIVE SALESPEOPLE GO ON THE ROSTER'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3200-CHECK-SHIFT - TYPE AND HOURS FOR A SET               *
      ****************************************************************
       3200-CHECK-SHIFT.
      *
           IF NOT WS-IN-TYPE-WORK
           AND NOT WS-IN-TYPE-OFF
           AND NOT WS-IN-TYPE-VACATION
               MOVE 'SHIFT TYPE MUST BE WK, OF OR VA' TO WS-OUT-MESSAGE
               GO TO 3200-EXIT
           END-IF
      *
           IF NOT WS-IN-TYPE-WORK
               MOVE '00' TO WS-IN-START-HOUR
               MOVE '00' TO WS-IN-END-HOUR
               GO TO 3200-EXIT
           END-IF
      *
           IF WS-IN-START-HOUR NOT NUMERIC
           OR WS-IN-END-HOUR NOT NUMERIC
               MOVE 'START AND END HOURS MUST BE 2 DIGITS, E.G. 09 18'
                   TO WS-OUT-MESSAGE
               GO TO 3200-EXIT
           END-IF
      *
           IF WS-IN-START-HOUR-N > 23
           OR WS-IN-END-HOUR-N > 24
           OR WS-IN-END-HOUR-N NOT > WS-IN-START-HOUR-N
               MOVE 'START HOUR 00-23, END HOUR AFTER START, UP TO 24'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-LIST-ROSTER - 10 ROSTER LINES FOR THE WEEK           *
      ****************************************************************
       4000-LIST-ROSTER.
      *
           EXEC SQL OPEN CSR_SHF_LIST END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMSHF00: ERROR OPENING ROSTER CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 4100-FETCH-ROSTER
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +10
      *
           EXEC SQL CLOSE CSR_SHF_LIST END-EXEC
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-ROW-COUNT = +0
               MOVE 'NO ROSTER ENTRIES FOR THESE 7 DAYS'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE 'ROSTER DISPLAYED - SET, VAC, CPY OR DEL TO CHANGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-FETCH-ROSTER                                         *
      ****************************************************************
       4100-FETCH-ROSTER.
      *
           EXEC SQL FETCH CSR_SHF_LIST
               INTO  :WS-HV-LS-DATE
                    , :WS-HV-LS-DAY
                    , :WS-HV-LS-USER-ID
                    , :WS-HV-LS-USER-NAME
                    , :WS-HV-LS-TYPE
                    , :WS-HV-LS-START
                    , :WS-HV-LS-END
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE WS-HV-LS-DATE
                       TO WS-OUT-LN-DATE(WS-ROW-COUNT)
                   MOVE WS-HV-LS-DAY
                       TO WS-OUT-LN-DAY(WS-ROW-COUNT)
                   MOVE WS-HV-LS-USER-ID
                       TO WS-OUT-LN-USER-ID(WS-ROW-COUNT)
                   MOVE WS-HV-LS-USER-NAME
                       TO WS-OUT-LN-USER-NAME(WS-ROW-COUNT)
                   MOVE WS-HV-LS-TYPE
                       TO WS-OUT-LN-TYPE(WS-ROW-COUNT)
                   IF WS-HV-LS-TYPE = 'WK'
                       MOVE WS-HV-LS-START
                           TO WS-OUT-LN-START(WS-ROW-COUNT)
                       MOVE WS-HV-LS-END
                           TO WS-OUT-LN-END(WS-ROW-COUNT)
                   END-IF
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMSHF00: DB2 ERROR READING ROSTER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5000-SET-DAY - ONE SALESPERSON, ONE DAY                   *
      ****************************************************************
       5000-SET-DAY.
      *
           MOVE WS-IN-FROM-DATE TO WS-WORK-DATE
           PERFORM 5100-WRITE-DAY THRU 5100-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'SETSHIFT' TO WS-LOG-ACTION
           MOVE +1 TO WS-CHANGED-COUNT
           PERFORM 7100-LOG-CHANGE
      *
           MOVE SPACES TO WS-IN-USER-ID
           PERFORM 4000-LIST-ROSTER THRU 4000-EXIT
           MOVE 'ROSTER DAY RECORDED' TO WS-OUT-MESSAGE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-WRITE-DAY - UPDATE THE DAY, OR ADD IT IF NEW         *
      ****************************************************************
       5100-WRITE-DAY.
      *
           MOVE WS-IN-DEALER-CODE TO DEALER-CODE OF DCLSALES-SHIFT
           MOVE WS-IN-USER-ID     TO USER-ID OF DCLSALES-SHIFT
           MOVE WS-WORK-DATE      TO SHIFT-DATE OF DCLSALES-SHIFT
           MOVE WS-IN-SHIFT-TYPE  TO SHIFT-TYPE OF DCLSALES-SHIFT
           MOVE WS-IN-START-HOUR-N TO START-HOUR OF DCLSALES-SHIFT
           MOVE WS-IN-END-HOUR-N  TO END-HOUR OF DCLSALES-SHIFT
      *
           EXEC SQL
               UPDATE AUTOSALE.SALES_SHIFT
                  SET DEALER_CODE = :DCLSALES-SHIFT.DEALER-CODE
                    , SHIFT_TYPE  = :DCLSALES-SHIFT.SHIFT-TYPE
                    , START_HOUR  = :DCLSALES-SHIFT.START-HOUR
                    , END_HOUR    = :DCLSALES-SHIFT.END-HOUR
                    , UPDATED_BY  = :IO-USER
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  USER_ID     = :DCLSALES-SHIFT.USER-ID
                 AND  SHIFT_DATE  = :DCLSALES-SHIFT.SHIFT-DATE
           END-EXEC
      *
           IF SQLCODE = +0
               GO TO 5100-EXIT
           END-IF
      *
           IF SQLCODE NOT = +100
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMSHF00: DB2 ERROR UPDATING ROSTER'
                   TO WS-OUT-MESSAGE
               GO TO 5100-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.SALES_SHIFT
               ( DEALER_CODE
               , USER_ID
               , SHIFT_DATE
               , SHIFT_TYPE
               , START_HOUR
               , END_HOUR
               , UPDATED_BY
               , UPDATED_TS
               )
               VALUES
               ( :DCLSALES-SHIFT.DEALER-CODE
               , :DCLSALES-SHIFT.USER-ID
               , :DCLSALES-SHIFT.SHIFT-DATE
               , :DCLSALES-SHIFT.SHIFT-TYPE
               , :DCLSALES-SHIFT.START-HOUR
               , :DCLSALES-SHIFT.END-HOUR
               , :IO-USER
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMSHF00: DB2 ERROR ADDING TO ROSTER'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5200-SET-VACATION - VA ON EVERY DAY OF THE RANGE          *
      ****************************************************************
       5200-SET-VACATION.
      *
           MOVE 'VA' TO WS-IN-SHIFT-TYPE
           MOVE '00' TO WS-IN-START-HOUR
           MOVE '00' TO WS-IN-END-HOUR
           MOVE WS-IN-FROM-DATE TO WS-WORK-DATE
           MOVE +0 TO WS-CHANGED-COUNT
      *
           PERFORM 5210-VACATION-DAY THRU 5210-EXIT
               UNTIL WS-CHANGED-COUNT > WS-DAY-SPAN
               OR WS-OUT-MESSAGE NOT = SPACES
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5200-EXIT
           END-IF
      *
           MOVE 'VACATION' TO WS-LOG-ACTION
           PERFORM 7100-LOG-CHANGE
      *
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO WS-SAVE-MESSAGE
           STRING 'VACATION RECORDED -' WS-COUNT-DSP ' DAYS'
                  DELIMITED BY SIZE
               INTO WS-SAVE-MESSAGE
           END-STRING
      *
           MOVE SPACES TO WS-IN-USER-ID
           PERFORM 4000-LIST-ROSTER THRU 4000-EXIT
           MOVE WS-SAVE-MESSAGE TO WS-OUT-MESSAGE
           .
       5200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5210-VACATION-DAY - ONE DAY, THEN STEP TO THE NEXT        *
      ****************************************************************
       5210-VACATION-DAY.
      *
           PERFORM 5100-WRITE-DAY THRU 5100-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5210-EXIT
           END-IF
      *
           ADD +1 TO WS-CHANGED-COUNT
      *
           EXEC SQL
               SELECT CHAR(DATE(:WS-WORK-DATE) + 1 DAY, ISO)
               INTO  :WS-WORK-DATE
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMSHF00: DB2 ERROR STEPPING VACATION DATES'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5210-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-COPY-WEEK - NEXT 7 DAYS FROM THIS 7; KEEP EXISTING   *
      ****************************************************************
       6000-COPY-WEEK.
      *
           EXEC SQL
               INSERT INTO AUTOSALE.SALES_SHIFT
               ( DEALER_CODE
               , USER_ID
               , SHIFT_DATE
               , SHIFT_TYPE
               , START_HOUR
               , END_HOUR
               , UPDATED_BY
               , UPDATED_TS
               )
               SELECT S.DEALER_CODE
                    , S.USER_ID
                    , S.SHIFT_DATE + 7 DAYS
                    , S.SHIFT_TYPE
                    , S.START_HOUR
                    , S.END_HOUR
                    , :IO-USER
                    , CURRENT TIMESTAMP
               FROM   AUTOSALE.SALES_SHIFT S
                    , AUTOSALE.SYSTEM_USER U
               WHERE  S.DEALER_CODE = :WS-IN-DEALER-CODE
                 AND  S.SHIFT_DATE BETWEEN DATE(:WS-IN-FROM-DATE)
                                   AND DATE(:WS-IN-FROM-DATE) + 6 DAYS
                 AND  S.SHIFT_TYPE <> 'VA'
                 AND  U.USER_ID     = S.USER_ID
                 AND  U.ACTIVE_FLAG = 'Y'
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.SALES_SHIFT T
                       WHERE  T.USER_ID    = S.USER_ID
                         AND  T.SHIFT_DATE = S.SHIFT_DATE + 7 DAYS)
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE SQLERRD(3) TO WS-CHANGED-COUNT
               WHEN +100
                   MOVE 'NOTHING TO COPY - NEXT WEEK ALREADY ON ROSTER'
                       TO WS-OUT-MESSAGE
                   GO TO 6000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMSHF00: DB2 ERROR COPYING ROSTER'
                       TO WS-OUT-MESSAGE
                   GO TO 6000-EXIT
           END-EVALUATE
      *
           MOVE 'COPYWEEK' TO WS-LOG-ACTION
           PERFORM 7100-LOG-CHANGE
      *
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO WS-SAVE-MESSAGE
           STRING 'WEEK COPIED FORWARD -' WS-COUNT-DSP ' DAYS ADDED'
                  DELIMITED BY SIZE
               INTO WS-SAVE-MESSAGE
           END-STRING
      *
           EXEC SQL
               SELECT CHAR(DATE(:WS-IN-FROM-DATE) + 7 DAYS, ISO)
               INTO  :WS-IN-FROM-DATE
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE WS-IN-FROM-DATE TO WS-OUT-FROM-DATE
           MOVE WS-IN-FROM-DATE TO WS-OUT-TO-DATE
      *
           MOVE SPACES TO WS-IN-USER-ID
           PERFORM 4000-LIST-ROSTER THRU 4000-EXIT
           MOVE WS-SAVE-MESSAGE TO WS-OUT-MESSAGE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6500-DELETE-DAY - REMOVE ONE SALESPERSON'S DAY            *
      ****************************************************************
       6500-DELETE-DAY.
      *
           EXEC SQL
               DELETE FROM AUTOSALE.SALES_SHIFT
               WHERE  USER_ID     = :WS-IN-USER-ID
                 AND  SHIFT_DATE  = :WS-IN-FROM-DATE
                 AND  DEALER_CODE = :WS-IN-DEALER-CODE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'NO ROSTER ENTRY FOR THIS USER AND DATE'
                       TO WS-OUT-MESSAGE
                   GO TO 6500-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMSHF00: DB2 ERROR REMOVING ROSTER DAY'
                       TO WS-OUT-MESSAGE
                   GO TO 6500-EXIT
           END-EVALUATE
      *
           MOVE 'DELSHIFT' TO WS-LOG-ACTION
           MOVE +1 TO WS-CHANGED-COUNT
           PERFORM 7100-LOG-CHANGE
      *
           MOVE SPACES TO WS-IN-USER-ID
           PERFORM 4000-LIST-ROSTER THRU 4000-EXIT
           MOVE 'ROSTER DAY REMOVED' TO WS-OUT-MESSAGE
           .
       6500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-CHECK-MANAGER - MANAGER OR ADMINISTRATOR ONLY        *
      ****************************************************************
       7000-CHECK-MANAGER.
      *
           EXEC SQL
               SELECT USER_TYPE
                    , DEALER_CODE
               INTO  :WS-MGR-USER-TYPE
                    , :WS-MGR-DEALER-CODE
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :IO-USER
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   IF NOT WS-MGR-MANAGER
                       MOVE 'ONLY A MANAGER MAY KEEP THE SHIFT ROSTER'
                           TO WS-OUT-MESSAGE
                   END-IF
               WHEN +100
                   MOVE 'ONLY A MANAGER MAY KEEP THE SHIFT ROSTER'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMSHF00: DB2 ERROR CHECKING USER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    7100-LOG-CHANGE - AUDIT TRAIL FOR EVERY ROSTER CHANGE     *
      ****************************************************************
       7100-LOG-CHANGE.
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'SALES_SHIFT' TO WS-LOG-TABLE-NAME
           MOVE SPACES TO WS-LOG-KEY-VALUE
           STRING WS-IN-DEALER-CODE ' ' WS-IN-USER-ID
                  ' ' WS-IN-FROM-DATE
                  DELIMITED BY SIZE
               INTO WS-LOG-KEY-VALUE
           END-STRING
           MOVE WS-IN-START-HOUR TO WS-HOUR-DSP
           MOVE WS-IN-END-HOUR TO WS-END-DSP
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO WS-LOG-DETAILS
           EVALUATE TRUE
               WHEN WS-IN-FN-SET
                   STRING 'ROSTER DAY ' WS-IN-FROM-DATE
                          ' FOR ' WS-IN-USER-ID
                          ' SET TO ' WS-IN-SHIFT-TYPE
                          ' ' WS-HOUR-DSP '-' WS-END-DSP
                          ' BY ' IO-USER
                          DELIMITED BY SIZE
                       INTO WS-LOG-DETAILS
                   END-STRING
               WHEN WS-IN-FN-VAC
                   STRING 'VACATION FOR ' WS-IN-USER-ID
                          ' FROM ' WS-IN-FROM-DATE
                          ' TO ' WS-IN-TO-DATE
                          ',' WS-COUNT-DSP ' DAYS BY ' IO-USER
                          DELIMITED BY SIZE
                       INTO WS-LOG-DETAILS
                   END-STRING
               WHEN WS-IN-FN-CPY
                   STRING 'ROSTER WEEK FROM ' WS-IN-FROM-DATE
                          ' COPIED FORWARD 7 DAYS,' WS-COUNT-DSP
                          ' DAYS ADDED BY ' IO-USER
                          DELIMITED BY SIZE
                       INTO WS-LOG-DETAILS
                   END-STRING
               WHEN OTHER
                   STRING 'ROSTER DAY ' WS-IN-FROM-DATE
                          ' FOR ' WS-IN-USER-ID
                          ' REMOVED BY ' IO-USER
                          DELIMITED BY SIZE
                       INTO WS-LOG-DETAILS
                   END-STRING
           END-EVALUATE
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
           MOVE 'ADMSHF00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'SALES_SHIFT' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF ADMSHF00                                              *
      ****************************************************************
