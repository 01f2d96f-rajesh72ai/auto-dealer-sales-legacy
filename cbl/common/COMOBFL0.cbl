       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMOBFL0.
      ****************************************************************
      * PROGRAM:   COMOBFL0                                          *
      * SYSTEM:    AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING   *
      * AUTHOR:    AUTOSALES DEVELOPMENT TEAM                        *
      * DATE:      2026-10-15                                        *
      * PURPOSE:   OUTBOUND FILE CONTROL SERVICE. EVERY FILE AN      *
      *            INTERFACE JOB SENDS OUTSIDE (ACH SETTLEMENT, ELT  *
      *            LIENS, OEM WARRANTY CLAIMS, EV CREDIT TRANSFERS,  *
      *            PROVIDER REMITTANCE, MARKETPLACE LISTINGS) GETS   *
      *            AN OUTBOUND_FILE ROW CARRYING ITS FILE SEQUENCE   *
      *            NUMBER, BUSINESS DATE/CYCLE, RECORD AND DETAIL    *
      *            COUNTS, CONTROL AMOUNT AND THE LAST KEY           *
      *            COMMITTED. THE ROW IS WHAT LETS AN ABENDED JOB    *
      *            PICK UP THE SAME FILE WHERE IT LEFT OFF, AND WHAT *
      *            STOPS A SECOND RUN FROM SENDING A FILE THAT HAS   *
      *            ALREADY GONE OUT.                                 *
      *                                                              *
      * CALL INTERFACE:                                              *
      *   CALL 'COMOBFL0' USING WS-OBF-REQUEST   (COPY WSOBFCTL)     *
      *                         WS-OBF-RESULT                        *
      *                                                              *
      * FUNCTIONS:                                                   *
      *   OPEN - LATEST FILE FOR THE INTERFACE STILL BUILDING (BL):  *
      *            RESTART REQUESTED   - RESUME IT (ACTION R) AND    *
      *                                  HAND BACK ITS COUNTS/KEY    *
      *            OVERRIDE ON THE ROW - VOID IT (VD), START A NEW   *
      *                                  FILE                        *
      *            OTHERWISE           - REFUSE (RC 08)              *
      *          RESTART REQUESTED AND THE FILE FOR THE DATE/CYCLE  *
      *          IS ALREADY COMPLETE - ACTION C, COUNTS HANDED BACK  *
      *          SO THE CALLER CAN RE-CREATE THE DATASET ONLY        *
      *          FILE FOR THE DATE/CYCLE ALREADY COMPLETE (CM) OR    *
      *          TRANSMITTED (TX) - REFUSE (RC 08) UNLESS BATRSTRT   *
      *          OVRD HAS FLAGGED THAT FILE FOR A RERUN              *
      *          OTHERWISE - NEXT FILE SEQUENCE, NEW BL ROW          *
      *   CHKP - POST THE COUNTS/KEY OF THE UNIT OF WORK THE CALLER *
      *          IS ABOUT TO COMMIT                                  *
      *   CLOS - FILE COMPLETE (CM) WITH ITS FINAL CONTROL TOTALS    *
      *                                                              *
      * CONTROL CARD (OBFCTL DD, FIXED 80, OPTIONAL):                *
      *   001-008  INTERFACE ID - MUST BE THE CALLING INTERFACE      *
      *   010-019  BUSINESS DATE YYYY-MM-DD (BLANK = TODAY)          *
      *   021-021  RUN CYCLE (BLANK = 1, OR THE NEXT FREE CYCLE FOR  *
      *            AN INTERFACE THAT SENDS SEVERAL FILES A DAY)      *
      *                                                              *
      * RETURN CODES:                                                *
      *   00 - SUCCESS                                               *
      *   08 - FILE MUST NOT BE WRITTEN (SEE MESSAGE), BAD CARD, OR  *
      *        DB2 ERROR                                             *
      *                                                              *
      * TABLES:    AUTOSALE.OUTBOUND_FILE  (READ/INSERT/UPDATE)      *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBF-CTL-FILE
               ASSIGN TO OBFCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OBFCTL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  OBF-CTL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  OBF-CTL-RECORD.
           05  OCC-INTERFACE-ID          PIC X(08).
           05  FILLER                    PIC X(01).
           05  OCC-BUSINESS-DATE         PIC X(10).
           05  FILLER                    PIC X(01).
           05  OCC-RUN-CYCLE             PIC X(01).
           05  FILLER                    PIC X(59).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'COMOBFL0'.
      *
       01  WS-OBFCTL-STATUS              PIC X(02) VALUE SPACES.
      *
           COPY WSSQLCA.
      *
           COPY DCLOBFIL.
      *
      *    CARD VALUES / WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-CARD-CYCLE             PIC X(01) VALUE SPACES.
           05  WS-HV-INTERFACE-ID        PIC X(08) VALUE SPACES.
           05  WS-HV-FILE-SEQ            PIC S9(09) COMP VALUE +0.
           05  WS-HV-BUSINESS-DATE       PIC X(10) VALUE SPACES.
           05  WS-HV-RUN-CYCLE           PIC X(01) VALUE SPACES.
           05  WS-HV-DAY-FILES           PIC S9(09) COMP VALUE +0.
           05  WS-RERUN-OF-SEQ           PIC S9(09) COMP VALUE +0.
           05  WS-NI-RERUN-OF-SEQ        PIC S9(04) COMP VALUE -1.
           05  WS-RERUN-BY               PIC X(08) VALUE SPACES.
           05  WS-DISP-SEQ               PIC Z(8)9.
           05  WS-DISP-COUNT             PIC Z(8)9.
           05  WS-DISP-SQLCODE           PIC -(8)9.
      *
      *    CYCLE CODES HANDED OUT IN TURN TO AN INTERFACE THAT
      *    SENDS MORE THAN ONE FILE A BUSINESS DAY
      *
       01  WS-CYCLE-CODES                PIC X(35)
           VALUE '123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-CYCLE-TABLE REDEFINES WS-CYCLE-CODES.
           05  WS-CYCLE-CODE             PIC X(01) OCCURS 35 TIMES.
       01  WS-CYCLE-SUB                  PIC S9(04) COMP VALUE +0.
      *
      *    DATE CHECK WORK AREA
      *
       01  WS-CHECK-DATE                 PIC X(10) VALUE SPACES.
       01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05  WS-CHK-YYYY               PIC X(04).
           05  WS-CHK-DASH-1             PIC X(01).
           05  WS-CHK-MM                 PIC X(02).
           05  WS-CHK-MM-N REDEFINES WS-CHK-MM
                                         PIC 9(02).
           05  WS-CHK-DASH-2             PIC X(01).
           05  WS-CHK-DD                 PIC X(02).
           05  WS-CHK-DD-N REDEFINES WS-CHK-DD
                                         PIC 9(02).
       01  WS-DATE-VALID-FLAG            PIC X(01) VALUE 'N'.
           88  WS-DATE-IS-VALID                    VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
      *    REQUEST / RESULT (SEE COPYBOOK WSOBFCTL)
      *
       01  LS-OBF-REQUEST.
           05  LS-OBF-FUNCTION           PIC X(04).
               88  LS-OBF-FUNC-OPEN                VALUE 'OPEN'.
               88  LS-OBF-FUNC-CHKP                VALUE 'CHKP'.
               88  LS-OBF-FUNC-CLOS                VALUE 'CLOS'.
           05  LS-OBF-INTERFACE-ID       PIC X(08).
           05  LS-OBF-PROGRAM-ID         PIC X(08).
           05  LS-OBF-RESTART-FLAG       PIC X(01).
           05  LS-OBF-MULTI-RUN          PIC X(01).
           05  LS-OBF-RECORD-COUNT       PIC S9(09) COMP.
           05  LS-OBF-DETAIL-COUNT       PIC S9(09) COMP.
           05  LS-OBF-CONTROL-AMT        PIC S9(13)V99 COMP-3.
           05  LS-OBF-LAST-KEY           PIC X(30).
      *
       01  LS-OBF-RESULT.
           05  LS-OBF-RETURN-CODE        PIC S9(04) COMP.
           05  LS-OBF-FILE-ACTION        PIC X(01).
           05  LS-OBF-FILE-SEQ           PIC S9(09) COMP.
           05  LS-OBF-FILE-SEQ-DISP      PIC 9(09).
           05  LS-OBF-BUSINESS-DATE      PIC X(10).
           05  LS-OBF-RUN-CYCLE          PIC X(01).
           05  LS-OBF-RETURN-MSG         PIC X(79).
      *
       PROCEDURE DIVISION USING LS-OBF-REQUEST
                                LS-OBF-RESULT.
      *
       0000-MAIN-CONTROL.
      *
           MOVE +0     TO LS-OBF-RETURN-CODE
           MOVE SPACES TO LS-OBF-RETURN-MSG
           MOVE LS-OBF-INTERFACE-ID TO WS-HV-INTERFACE-ID
      *
           EVALUATE TRUE
               WHEN LS-OBF-FUNC-OPEN
                   PERFORM 1000-OPEN-FILE THRU 1000-EXIT
               WHEN LS-OBF-FUNC-CHKP
                   PERFORM 3000-CHECKPOINT-FILE THRU 3000-EXIT
               WHEN LS-OBF-FUNC-CLOS
                   PERFORM 4000-CLOSE-FILE THRU 4000-EXIT
               WHEN OTHER
                   MOVE +8 TO LS-OBF-RETURN-CODE
                   STRING 'COMOBFL0: INVALID FUNCTION '
                          LS-OBF-FUNCTION
                          DELIMITED BY SIZE
                          INTO LS-OBF-RETURN-MSG
           END-EVALUATE
      *
           GOBACK.
      *
      ****************************************************************
      *    1000-OPEN-FILE - RESUME, REFUSE OR START THE FILE         *
      ****************************************************************
       1000-OPEN-FILE.
      *
           MOVE SPACES TO LS-OBF-FILE-ACTION
           MOVE +0     TO LS-OBF-FILE-SEQ
           MOVE ZERO   TO LS-OBF-FILE-SEQ-DISP
           MOVE +0     TO WS-RERUN-OF-SEQ
           MOVE -1     TO WS-NI-RERUN-OF-SEQ
           MOVE SPACES TO WS-RERUN-BY
      *
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
           IF LS-OBF-RETURN-CODE NOT = +0
               GO TO 1000-EXIT
           END-IF
      *
      *    AN UNFINISHED FILE COMES FIRST - IT IS EITHER FINISHED
      *    BY THE RESTART OR VOIDED BY AN OPERATOR OVERRIDE, NEVER
      *    LEFT BEHIND WHILE A NEW ONE IS STARTED
      *
           PERFORM 1200-CHECK-BUILDING-FILE THRU 1200-EXIT
           IF LS-OBF-RETURN-CODE NOT = +0
           OR LS-OBF-FILE-ACTION = 'R'
               GO TO 1000-EXIT
           END-IF
      *
           PERFORM 1300-CHECK-PRIOR-FILE THRU 1300-EXIT
           IF LS-OBF-RETURN-CODE NOT = +0
           OR LS-OBF-FILE-ACTION = 'C'
               GO TO 1000-EXIT
           END-IF
      *
           PERFORM 1500-CREATE-FILE THRU 1500-EXIT
           .
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1100-READ-CONTROL-CARD - NO DD OR AN EMPTY FILE MEANS     *
      *    TODAY'S DATE AND THE DEFAULT CYCLE                        *
      ****************************************************************
       1100-READ-CONTROL-CARD.
      *
           MOVE SPACES TO WS-HV-BUSINESS-DATE
           MOVE SPACES TO WS-CARD-CYCLE
      *
           OPEN INPUT OBF-CTL-FILE
           IF WS-OBFCTL-STATUS = '00'
               READ OBF-CTL-FILE
                   AT END
                       MOVE SPACES TO OBF-CTL-RECORD
               END-READ
               CLOSE OBF-CTL-FILE
      *
               IF OCC-INTERFACE-ID NOT = SPACES
                   IF OCC-INTERFACE-ID NOT = LS-OBF-INTERFACE-ID
                       MOVE +8 TO LS-OBF-RETURN-CODE
                       STRING 'COMOBFL0: CONTROL CARD IS FOR '
                              OCC-INTERFACE-ID ', NOT '
                              LS-OBF-INTERFACE-ID
                              DELIMITED BY SIZE
                              INTO LS-OBF-RETURN-MSG
                       GO TO 1100-EXIT
                   END-IF
      *
                   IF OCC-BUSINESS-DATE NOT = SPACES
                       MOVE OCC-BUSINESS-DATE TO WS-CHECK-DATE
                       PERFORM 2000-CHECK-DATE THRU 2000-EXIT
                       IF NOT WS-DATE-IS-VALID
                           MOVE +8 TO LS-OBF-RETURN-CODE
                           STRING 'COMOBFL0: INVALID BUSINESS DATE '
                                  OCC-BUSINESS-DATE
                                  DELIMITED BY SIZE
                                  INTO LS-OBF-RETURN-MSG
                           GO TO 1100-EXIT
                       END-IF
                       MOVE OCC-BUSINESS-DATE TO WS-HV-BUSINESS-DATE
                   END-IF
                   MOVE OCC-RUN-CYCLE TO WS-CARD-CYCLE
               END-IF
           END-IF
      *
           IF WS-HV-BUSINESS-DATE = SPACES
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO   :WS-HV-BUSINESS-DATE
                   FROM   SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = +0
                   MOVE +8 TO LS-OBF-RETURN-CODE
                   MOVE SQLCODE TO WS-DISP-SQLCODE
                   STRING 'COMOBFL0: DATE SELECT FAILED - SQLCODE '
                          WS-DISP-SQLCODE
                          DELIMITED BY SIZE
                          INTO LS-OBF-RETURN-MSG
                   GO TO 1100-EXIT
               END-IF
           END-IF
      *
           IF WS-CARD-CYCLE NOT = SPACES
               MOVE WS-CARD-CYCLE TO WS-HV-RUN-CYCLE
           ELSE
               MOVE '1' TO WS-HV-RUN-CYCLE
           END-IF
      *
           MOVE WS-HV-BUSINESS-DATE TO LS-OBF-BUSINESS-DATE
           MOVE WS-HV-RUN-CYCLE     TO LS-OBF-RUN-CYCLE
           .
       1100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1200-CHECK-BUILDING-FILE - AN UNFINISHED (BL) FILE FOR    *
      *    THE INTERFACE IS RESUMED ON A RESTART, VOIDED ON AN       *
      *    OVERRIDE, AND OTHERWISE BLOCKS THE RUN                    *
      ****************************************************************
       1200-CHECK-BUILDING-FILE.
      *
           EXEC SQL
               SELECT FILE_SEQ_NUM
                    , CHAR(BUSINESS_DATE, ISO)
                    , RUN_CYCLE
                    , RECORD_COUNT
                    , DETAIL_COUNT
                    , CONTROL_AMOUNT
                    , LAST_KEY_VALUE
                    , OVERRIDE_FLAG
               INTO  :FILE-SEQ-NUM
                   , :BUSINESS-DATE
                   , :RUN-CYCLE
                   , :RECORD-COUNT
                   , :DETAIL-COUNT
                   , :CONTROL-AMOUNT
                   , :LAST-KEY-VALUE
                   , :OVERRIDE-FLAG
               FROM  AUTOSALE.OUTBOUND_FILE
               WHERE INTERFACE_CODE = :WS-HV-INTERFACE-ID
                 AND FILE_STATUS  = 'BL'
               ORDER BY FILE_SEQ_NUM DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           IF SQLCODE = +100
               GO TO 1200-EXIT
           END-IF
      *
           IF SQLCODE NOT = +0
               MOVE +8 TO LS-OBF-RETURN-CODE
               MOVE SQLCODE TO WS-DISP-SQLCODE
               STRING 'COMOBFL0: OUTBOUND_FILE SELECT FAILED - '
                      'SQLCODE ' WS-DISP-SQLCODE
                      DELIMITED BY SIZE
                      INTO LS-OBF-RETURN-MSG
               GO TO 1200-EXIT
           END-IF
      *
           MOVE FILE-SEQ-NUM TO WS-HV-FILE-SEQ
           MOVE FILE-SEQ-NUM TO WS-DISP-SEQ
      *
      *    RESTART - CARRY ON WITH THE SAME FILE, SAME SEQUENCE,
      *    FROM THE COUNTS AND KEY OF ITS LAST COMMITTED UNIT
      *
           IF LS-OBF-RESTART-FLAG = 'Y'
               EXEC SQL
                   UPDATE AUTOSALE.OUTBOUND_FILE
                   SET    RESTART_COUNT = RESTART_COUNT + 1
                   WHERE  INTERFACE_CODE = :WS-HV-INTERFACE-ID
                     AND  FILE_SEQ_NUM  = :WS-HV-FILE-SEQ
               END-EXEC
               IF SQLCODE NOT = +0
                   MOVE +8 TO LS-OBF-RETURN-CODE
                   MOVE SQLCODE TO WS-DISP-SQLCODE
                   STRING 'COMOBFL0: RESTART UPDATE FAILED - '
                          'SQLCODE ' WS-DISP-SQLCODE
                          DELIMITED BY SIZE
                          INTO LS-OBF-RETURN-MSG
                   GO TO 1200-EXIT
               END-IF
      *
               MOVE 'R'            TO LS-OBF-FILE-ACTION
               PERFORM 1250-RETURN-FILE-ROW THRU 1250-EXIT
               MOVE RECORD-COUNT TO WS-DISP-COUNT
               STRING 'COMOBFL0: RESUMING FILE ' WS-DISP-SEQ
                      ' AFTER ' WS-DISP-COUNT ' RECORDS'
                      DELIMITED BY SIZE
                      INTO LS-OBF-RETURN-MSG
               GO TO 1200-EXIT
           END-IF
      *
      *    NO RESTART - ONLY AN OPERATOR OVERRIDE LETS THE RUN
      *    ABANDON THE PARTIAL FILE AND START AGAIN
      *
           IF OVERRIDE-FLAG NOT = 'Y'
               MOVE +8 TO LS-OBF-RETURN-CODE
               STRING 'COMOBFL0: FILE ' WS-DISP-SEQ
                      ' INCOMPLETE - BATRSTRT RSTRT TO RESUME OR'
                      ' OVRD TO VOID'
                      DELIMITED BY SIZE
                      INTO LS-OBF-RETURN-MSG
               GO TO 1200-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.OUTBOUND_FILE
               SET    FILE_STATUS   = 'VD'
                    , OVERRIDE_FLAG = 'U'
               WHERE  INTERFACE_CODE = :WS-HV-INTERFACE-ID
                 AND  FILE_SEQ_NUM  = :WS-HV-FILE-SEQ
           END-EXEC
           IF SQLCODE NOT = +0
               MOVE +8 TO LS-OBF-RETURN-CODE
               MOVE SQLCODE TO WS-DISP-SQLCODE
               STRING 'COMOBFL0: VOID UPDATE FAILED - SQLCODE '
                      WS-DISP-SQLCODE
                      DELIMITED BY SIZE
                      INTO LS-OBF-RETURN-MSG
               GO TO 1200-EXIT
           END-IF
      *
           DISPLAY 'COMOBFL0: ' LS-OBF-INTERFACE-ID
                   ' INCOMPLETE FILE ' WS-DISP-SEQ
                   ' VOIDED BY OVERRIDE'
           .
       1200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1250-RETURN-FILE-ROW - HAND THE FILE'S POSITION BACK      *
      ****************************************************************
       1250-RETURN-FILE-ROW.
      *
           MOVE FILE-SEQ-NUM   TO LS-OBF-FILE-SEQ
           MOVE FILE-SEQ-NUM   TO LS-OBF-FILE-SEQ-DISP
           MOVE BUSINESS-DATE  TO LS-OBF-BUSINESS-DATE
           MOVE RUN-CYCLE      TO LS-OBF-RUN-CYCLE
           MOVE RECORD-COUNT   TO LS-OBF-RECORD-COUNT
           MOVE DETAIL-COUNT   TO LS-OBF-DETAIL-COUNT
           MOVE CONTROL-AMOUNT TO LS-OBF-CONTROL-AMT
           MOVE LAST-KEY-VALUE TO LS-OBF-LAST-KEY
           .
       1250-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1300-CHECK-PRIOR-FILE - HAS THE FILE FOR THIS BUSINESS    *
      *    DATE AND CYCLE ALREADY BEEN COMPLETED OR SENT?            *
      ****************************************************************
       1300-CHECK-PRIOR-FILE.
      *
      *    AN INTERFACE THAT SENDS SEVERAL FILES A DAY TAKES THE
      *    NEXT FREE CYCLE WHEN THE CARD DOES NOT NAME ONE - ONLY A
      *    RESTART OR AN EXPLICIT CYCLE IS CHECKED FOR A DUPLICATE
      *
           IF LS-OBF-MULTI-RUN = 'Y'
           AND WS-CARD-CYCLE = SPACES
           AND LS-OBF-RESTART-FLAG NOT = 'Y'
               PERFORM 1350-NEXT-FREE-CYCLE THRU 1350-EXIT
               GO TO 1300-EXIT
           END-IF
      *
           EXEC SQL
               SELECT FILE_SEQ_NUM
                    , CHAR(BUSINESS_DATE, ISO)
                    , RUN_CYCLE
                    , FILE_STATUS
                    , RECORD_COUNT
                    , DETAIL_COUNT
                    , CONTROL_AMOUNT
                    , LAST_KEY_VALUE
                    , OVERRIDE_FLAG
                    , OVERRIDE_BY
               INTO  :FILE-SEQ-NUM
                   , :BUSINESS-DATE
                   , :RUN-CYCLE
                   , :FILE-STATUS
                   , :RECORD-COUNT
                   , :DETAIL-COUNT
                   , :CONTROL-AMOUNT
                   , :LAST-KEY-VALUE
                   , :OVERRIDE-FLAG
                   , :OVERRIDE-BY
               FROM  AUTOSALE.OUTBOUND_FILE
               WHERE INTERFACE_CODE = :WS-HV-INTERFACE-ID
                 AND BUSINESS_DATE = :WS-HV-BUSINESS-DATE
                 AND RUN_CYCLE     = :WS-HV-RUN-CYCLE
                 AND FILE_STATUS  IN ('CM', 'TX')
               ORDER BY FILE_SEQ_NUM DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           IF SQLCODE = +100
               GO TO 1300-EXIT
           END-IF
      *
           IF SQLCODE NOT = +0
               MOVE +8 TO LS-OBF-RETURN-CODE
               MOVE SQLCODE TO WS-DISP-SQLCODE
               STRING 'COMOBFL0: PRIOR FILE SELECT FAILED - '
                      'SQLCODE ' WS-DISP-SQLCODE
                      DELIMITED BY SIZE
                      INTO LS-OBF-RETURN-MSG
               GO TO 1300-EXIT
           END-IF
      *
           MOVE FILE-SEQ-NUM TO WS-HV-FILE-SEQ
           MOVE FILE-SEQ-NUM TO WS-DISP-SEQ
      *
      *    RESTART OF A RUN THAT GOT AS FAR AS CLOSING THE FILE -
      *    NOTHING LEFT TO BUILD, THE CALLER ONLY RE-CREATES IT
      *
           IF LS-OBF-RESTART-FLAG = 'Y'
           AND FILE-STATUS = 'CM'
               MOVE 'C' TO LS-OBF-FILE-ACTION
               PERFORM 1250-RETURN-FILE-ROW THRU 1250-EXIT
               STRING 'COMOBFL0: FILE ' WS-DISP-SEQ
                      ' ALREADY COMPLETE - RE-CREATING ONLY'
                      DELIMITED BY SIZE
                      INTO LS-OBF-RETURN-MSG
               GO TO 1300-EXIT
           END-IF
      *
           IF OVERRIDE-FLAG NOT = 'Y'
               MOVE +8 TO LS-OBF-RETURN-CODE
               IF FILE-STATUS = 'TX'
                   STRING 'COMOBFL0: FILE ' WS-DISP-SEQ
                          ' FOR ' WS-HV-BUSINESS-DATE
                          ' ALREADY TRANSMITTED - RERUN REFUSED'
                          DELIMITED BY SIZE
                          INTO LS-OBF-RETURN-MSG
               ELSE
                   STRING 'COMOBFL0: FILE ' WS-DISP-SEQ
                          ' FOR ' WS-HV-BUSINESS-DATE
                          ' ALREADY COMPLETE - RERUN REFUSED'
                          DELIMITED BY SIZE
                          INTO LS-OBF-RETURN-MSG
               END-IF
               GO TO 1300-EXIT
           END-IF
      *
      *    OPERATIONS HAS RELEASED THIS FILE FOR A RERUN - USE THE
      *    OVERRIDE UP AND TIE THE NEW FILE BACK TO IT
      *
           EXEC SQL
               UPDATE AUTOSALE.OUTBOUND_FILE
               SET    OVERRIDE_FLAG = 'U'
               WHERE  INTERFACE_CODE = :WS-HV-INTERFACE-ID
                 AND  FILE_SEQ_NUM  = :WS-HV-FILE-SEQ
           END-EXEC
           IF SQLCODE NOT = +0
               MOVE +8 TO LS-OBF-RETURN-CODE
               MOVE SQLCODE TO WS-DISP-SQLCODE
               STRING 'COMOBFL0: OVERRIDE UPDATE FAILED - SQLCODE '
                      WS-DISP-SQLCODE
                      DELIMITED BY SIZE
                      INTO LS-OBF-RETURN-MSG
               GO TO 1300-EXIT
           END-IF
      *
           MOVE FILE-SEQ-NUM TO WS-RERUN-OF-SEQ
           MOVE +0           TO WS-NI-RERUN-OF-SEQ
           MOVE OVERRIDE-BY  TO WS-RERUN-BY
      *
           DISPLAY 'COMOBFL0: ' LS-OBF-INTERFACE-ID
                   ' RERUN OF FILE ' WS-DISP-SEQ
                   ' RELEASED BY ' WS-RERUN-BY
           .
       1300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1350-NEXT-FREE-CYCLE - ONE PAST THE FILES ALREADY ON      *
      *    RECORD FOR THE BUSINESS DATE                              *
      ****************************************************************
       1350-NEXT-FREE-CYCLE.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-DAY-FILES
               FROM   AUTOSALE.OUTBOUND_FILE
               WHERE  INTERFACE_CODE = :WS-HV-INTERFACE-ID
                 AND  BUSINESS_DATE = :WS-HV-BUSINESS-DATE
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +8 TO LS-OBF-RETURN-CODE
               MOVE SQLCODE TO WS-DISP-SQLCODE
               STRING 'COMOBFL0: CYCLE COUNT FAILED - SQLCODE '
                      WS-DISP-SQLCODE
                      DELIMITED BY SIZE
                      INTO LS-OBF-RETURN-MSG
               GO TO 1350-EXIT
           END-IF
      *
           COMPUTE WS-CYCLE-SUB = WS-HV-DAY-FILES + 1
           IF WS-CYCLE-SUB > 35
               MOVE +35 TO WS-CYCLE-SUB
           END-IF
      *
           MOVE WS-CYCLE-CODE(WS-CYCLE-SUB) TO WS-HV-RUN-CYCLE
           MOVE WS-HV-RUN-CYCLE TO LS-OBF-RUN-CYCLE
           .
       1350-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1500-CREATE-FILE - NEXT SEQUENCE FOR THE INTERFACE        *
      ****************************************************************
       1500-CREATE-FILE.
      *
           EXEC SQL
               SELECT COALESCE(MAX(FILE_SEQ_NUM), 0) + 1
               INTO   :WS-HV-FILE-SEQ
               FROM   AUTOSALE.OUTBOUND_FILE
               WHERE  INTERFACE_CODE = :WS-HV-INTERFACE-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +8 TO LS-OBF-RETURN-CODE
               MOVE SQLCODE TO WS-DISP-SQLCODE
               STRING 'COMOBFL0: FILE SEQUENCE SELECT FAILED - '
                      'SQLCODE ' WS-DISP-SQLCODE
                      DELIMITED BY SIZE
                      INTO LS-OBF-RETURN-MSG
               GO TO 1500-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.OUTBOUND_FILE
                    ( INTERFACE_CODE
                    , FILE_SEQ_NUM
                    , SOURCE_PROGRAM
                    , BUSINESS_DATE
                    , RUN_CYCLE
                    , FILE_STATUS
                    , RECORD_COUNT
                    , DETAIL_COUNT
                    , CONTROL_AMOUNT
                    , LAST_KEY_VALUE
                    , RESTART_COUNT
                    , OVERRIDE_FLAG
                    , OVERRIDE_BY
                    , OVERRIDE_REASON
                    , OVERRIDE_TS
                    , RERUN_OF_SEQ
                    , CREATED_TS
                    , COMPLETED_TS
                    , TRANSMITTED_TS )
               VALUES
                    ( :WS-HV-INTERFACE-ID
                    , :WS-HV-FILE-SEQ
                    , :LS-OBF-PROGRAM-ID
                    , :WS-HV-BUSINESS-DATE
                    , :WS-HV-RUN-CYCLE
                    , 'BL'
                    , 0
                    , 0
                    , 0
                    , ' '
                    , 0
                    , 'N'
                    , :WS-RERUN-BY
                    , ' '
                    , NULL
                    , :WS-RERUN-OF-SEQ :WS-NI-RERUN-OF-SEQ
                    , CURRENT TIMESTAMP
                    , NULL
                    , NULL )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +8 TO LS-OBF-RETURN-CODE
               MOVE SQLCODE TO WS-DISP-SQLCODE
               STRING 'COMOBFL0: OUTBOUND_FILE INSERT FAILED - '
                      'SQLCODE ' WS-DISP-SQLCODE
                      DELIMITED BY SIZE
                      INTO LS-OBF-RETURN-MSG
               GO TO 1500-EXIT
           END-IF
      *
           MOVE 'N'            TO LS-OBF-FILE-ACTION
           MOVE WS-HV-FILE-SEQ TO LS-OBF-FILE-SEQ
           MOVE WS-HV-FILE-SEQ TO LS-OBF-FILE-SEQ-DISP
           MOVE +0             TO LS-OBF-RECORD-COUNT
           MOVE +0             TO LS-OBF-DETAIL-COUNT
           MOVE +0             TO LS-OBF-CONTROL-AMT
           MOVE SPACES         TO LS-OBF-LAST-KEY
      *
           MOVE WS-HV-FILE-SEQ TO WS-DISP-SEQ
           STRING 'COMOBFL0: FILE ' WS-DISP-SEQ
                  ' STARTED FOR ' WS-HV-BUSINESS-DATE
                  ' CYCLE ' WS-HV-RUN-CYCLE
                  DELIMITED BY SIZE
                  INTO LS-OBF-RETURN-MSG
           .
       1500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-CHECK-DATE - YYYY-MM-DD, MONTH 01-12, DAY 01-31      *
      ****************************************************************
       2000-CHECK-DATE.
      *
           MOVE 'N' TO WS-DATE-VALID-FLAG
      *
           IF WS-CHK-YYYY NOT NUMERIC
           OR WS-CHK-MM NOT NUMERIC
           OR WS-CHK-DD NOT NUMERIC
           OR WS-CHK-DASH-1 NOT = '-'
           OR WS-CHK-DASH-2 NOT = '-'
               GO TO 2000-EXIT
           END-IF
      *
           IF WS-CHK-MM-N < 1 OR WS-CHK-MM-N > 12
           OR WS-CHK-DD-N < 1 OR WS-CHK-DD-N > 31
               GO TO 2000-EXIT
           END-IF
      *
           SET WS-DATE-IS-VALID TO TRUE
           .
       2000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-CHECKPOINT-FILE - COUNTS/KEY OF THE UNIT THE CALLER  *
      *    IS ABOUT TO COMMIT                                        *
      ****************************************************************
       3000-CHECKPOINT-FILE.
      *
           MOVE LS-OBF-FILE-SEQ TO WS-HV-FILE-SEQ
      *
           EXEC SQL
               UPDATE AUTOSALE.OUTBOUND_FILE
               SET    RECORD_COUNT   = :LS-OBF-RECORD-COUNT
                    , DETAIL_COUNT   = :LS-OBF-DETAIL-COUNT
                    , CONTROL_AMOUNT = :LS-OBF-CONTROL-AMT
                    , LAST_KEY_VALUE = :LS-OBF-LAST-KEY
               WHERE  INTERFACE_CODE = :WS-HV-INTERFACE-ID
                 AND  FILE_SEQ_NUM   = :WS-HV-FILE-SEQ
                 AND  FILE_STATUS    = 'BL'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +8 TO LS-OBF-RETURN-CODE
               MOVE SQLCODE TO WS-DISP-SQLCODE
               STRING 'COMOBFL0: CHECKPOINT UPDATE FAILED - '
                      'SQLCODE ' WS-DISP-SQLCODE
                      DELIMITED BY SIZE
                      INTO LS-OBF-RETURN-MSG
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-CLOSE-FILE - FINAL CONTROL TOTALS, FILE COMPLETE     *
      ****************************************************************
       4000-CLOSE-FILE.
      *
           MOVE LS-OBF-FILE-SEQ TO WS-HV-FILE-SEQ
      *
           EXEC SQL
               UPDATE AUTOSALE.OUTBOUND_FILE
               SET    FILE_STATUS    = 'CM'
                    , RECORD_COUNT   = :LS-OBF-RECORD-COUNT
                    , DETAIL_COUNT   = :LS-OBF-DETAIL-COUNT
                    , CONTROL_AMOUNT = :LS-OBF-CONTROL-AMT
                    , LAST_KEY_VALUE = :LS-OBF-LAST-KEY
                    , COMPLETED_TS   = CURRENT TIMESTAMP
               WHERE  INTERFACE_CODE = :WS-HV-INTERFACE-ID
                 AND  FILE_SEQ_NUM   = :WS-HV-FILE-SEQ
                 AND  FILE_STATUS    = 'BL'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +8 TO LS-OBF-RETURN-CODE
               MOVE SQLCODE TO WS-DISP-SQLCODE
               STRING 'COMOBFL0: CLOSE UPDATE FAILED - SQLCODE '
                      WS-DISP-SQLCODE
                      DELIMITED BY SIZE
                      INTO LS-OBF-RETURN-MSG
               GO TO 4000-EXIT
           END-IF
      *
           MOVE LS-OBF-FILE-SEQ     TO WS-DISP-SEQ
           MOVE LS-OBF-RECORD-COUNT TO WS-DISP-COUNT
           STRING 'COMOBFL0: FILE ' WS-DISP-SEQ
                  ' COMPLETE - ' WS-DISP-COUNT ' RECORDS'
                  DELIMITED BY SIZE
                  INTO LS-OBF-RETURN-MSG
           .
       4000-EXIT.
           EXIT.
      ****************************************************************
      * END OF COMOBFL0                                              *
      ****************************************************************
