       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMRRQ00.
      ****************************************************************
      * PROGRAM:  ADMRRQ00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   ADM - ON-DEMAND REPORT REQUESTS                    *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  LETS A MANAGER ASK FOR A REPORT RUN (ONE DEALER,   *
      *           A DATE RANGE) WITHOUT CALLING OPERATIONS FOR JCL.  *
      *           THE REQUEST IS QUEUED; BATRRQ00 RUNS IT IN THE     *
      *           REPORT'S BATCH WINDOW AND BATDST00 DELIVERS THE    *
      *           OUTPUT. FUNCTIONS:                                 *
      *           LST - REPORTS THIS USER MAY RUN: EVERY ACTIVE      *
      *                 REPORT_CATALOG ROW WHOSE AUTH FUNCTION       *
      *                 COMAUTL0 ALLOWS (UNCONFIGURED FUNCTIONS -    *
      *                 MANAGERS, GENERAL MANAGERS AND ADMINS), WITH *
      *                 THE PARAMETERS IT TAKES. ENTER A REPORT ID   *
      *                 TO PAGE FORWARD FROM IT.                     *
      *           REQ - QUEUE A RUN. THE CATALOG SAYS WHETHER THE    *
      *                 DEALER AND DATE RANGE ARE REQUIRED (R),      *
      *                 OPTIONAL (O) OR NOT TAKEN (N); DATES MUST BE *
      *                 REAL, IN ORDER, NOT IN THE FUTURE AND WITHIN *
      *                 THE CATALOG'S MAXIMUM SPAN. ONLY AN ADMIN    *
      *                 MAY ASK FOR ANOTHER DEALER'S REPORT; AN      *
      *                 OPTIONAL DEALER LEFT BLANK DEFAULTS TO THE   *
      *                 USER'S OWN DEALER FOR EVERYONE ELSE. OUTPUT  *
      *                 GOES BY PRINT (P) OR E-MAIL (E) TO THE DEST  *
      *                 KEYED. AN IDENTICAL REQUEST STILL QUEUED IS  *
      *                 NOT TAKEN TWICE.                             *
      *           INQ - THE USER'S OWN REQUESTS, NEWEST FIRST, WITH  *
      *                 STATUS AND COMPLETION TIME (QU QUEUED, RN    *
      *                 RUNNING, CM COMPLETE, FL FAILED, CN          *
      *                 CANCELLED). ENTER A REQUEST ID TO PAGE BACK  *
      *                 FROM IT.                                     *
      *           CAN - CANCEL ONE OF THE USER'S QUEUED REQUESTS.    *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADRR - REPORT REQUESTS                             *
      * MFS MOD:  ASADRR00                                           *
      * TABLES:   AUTOSALE.REPORT_CATALOG (READ)                     *
      *           AUTOSALE.REPORT_REQUEST (READ/INSERT/UPDATE)       *
      *           AUTOSALE.SYSTEM_USER    (READ)                     *
      *           AUTOSALE.DEALER         (READ)                     *
      * CALLS:    COMAUTL0 - AUTHORIZATION MATRIX LOOKUP             *
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
                                          VALUE 'ADMRRQ00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASADRR00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLRPTCT.
      *
           COPY DCLRPTRQ.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-LST                      VALUE 'LST'.
               88  WS-IN-FN-REQ                      VALUE 'REQ'.
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-CAN                      VALUE 'CAN'.
           05  WS-IN-REPORT-ID           PIC X(08).
           05  WS-IN-REQUEST-ID          PIC 9(09).
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-FROM-DATE           PIC X(10).
           05  WS-IN-TO-DATE             PIC X(10).
           05  WS-IN-DLV-METHOD          PIC X(01).
               88  WS-IN-DLV-VALID                   VALUE 'P' 'E'.
               88  WS-IN-DLV-EMAIL                   VALUE 'E'.
           05  WS-IN-DLV-DEST            PIC X(60).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-REQUEST-ID         PIC 9(09).
           05  WS-OUT-REPORT-ID          PIC X(08).
           05  WS-OUT-STATUS             PIC X(02).
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 10 TIMES.
               10  WS-OUT-LN-REQUEST-ID  PIC 9(09).
               10  WS-OUT-LN-REPORT-ID   PIC X(08).
               10  WS-OUT-LN-TITLE       PIC X(30).
               10  WS-OUT-LN-DEALER      PIC X(05).
               10  WS-OUT-LN-PARMS       PIC X(03).
               10  WS-OUT-LN-STATUS      PIC X(02).
               10  WS-OUT-LN-REQUESTED   PIC X(16).
               10  WS-OUT-LN-COMPLETED   PIC X(16).
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
           05  WS-REQUEST-ID-NUM         PIC S9(09) COMP VALUE +0.
           05  WS-START-REQUEST-ID       PIC S9(09) COMP VALUE +0.
           05  WS-EXIST-COUNT            PIC S9(09) COMP VALUE +0.
           05  WS-DUP-REQUEST-ID         PIC S9(09) COMP VALUE +0.
           05  WS-DUP-REQUEST-DSP        PIC Z(08)9.
           05  WS-RANGE-DAYS             PIC S9(09) COMP VALUE +0.
           05  WS-MAX-DAYS-DSP           PIC Z(03)9.
           05  WS-AT-COUNT               PIC S9(04) COMP VALUE +0.
           05  WS-USER-TYPE              PIC X(01)  VALUE SPACES.
               88  WS-USER-IS-ADMIN                 VALUE 'A'.
           05  WS-USER-DEALER            PIC X(05)  VALUE SPACES.
           05  WS-RUN-ALLOWED            PIC X(01)  VALUE 'N'.
               88  WS-RUN-IS-ALLOWED                VALUE 'Y'.
           05  WS-WINDOW-TEXT            PIC X(20)  VALUE SPACES.
      *
      *    NULL INDICATORS - REQUEST DATES ARE NULL WHEN NOT TAKEN
      *
       01  WS-NULL-IND.
           05  NI-FROM-DATE              PIC S9(04) COMP VALUE +0.
           05  NI-TO-DATE                PIC S9(04) COMP VALUE +0.
      *
      *    AUTHORIZATION MATRIX CALL AREAS (COMAUTL0)
      *
       01  WS-AUT-REQUEST.
           05  WS-AU-USER-ID             PIC X(08).
           05  WS-AU-FUNCTION            PIC X(08).
       01  WS-AUT-RESULT.
           05  WS-AU-RETURN-CODE         PIC S9(04) COMP.
           05  WS-AU-ALLOWED             PIC X(01).
           05  WS-AU-USER-TYPE           PIC X(01).
           05  WS-AU-RETURN-MSG          PIC X(79).
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
      *    CURSOR - ACTIVE CATALOG FROM A STARTING REPORT ID
      *
           EXEC SQL DECLARE CSR_RRQ_CATALOG CURSOR FOR
               SELECT REPORT_ID
                    , REPORT_TITLE
                    , AUTH_FUNCTION
                    , DEALER_PARM
                    , DATE_PARM
                    , RUN_WINDOW
               FROM   AUTOSALE.REPORT_CATALOG
               WHERE  ACTIVE_FLAG = 'Y'
                 AND  REPORT_ID >= :WS-IN-REPORT-ID
               ORDER BY REPORT_ID
           END-EXEC
      *
      *    CURSOR - THE USER'S REQUESTS, NEWEST FIRST
      *
           EXEC SQL DECLARE CSR_RRQ_MINE CURSOR FOR
               SELECT Q.REQUEST_ID
                    , Q.REPORT_ID
                    , COALESCE(C.REPORT_TITLE, ' ')
                    , Q.DEALER_CODE
                    , Q.REQUEST_STATUS
                    , CHAR(Q.REQUESTED_TS)
                    , COALESCE(CHAR(Q.COMPLETED_TS), ' ')
               FROM   AUTOSALE.REPORT_REQUEST Q
               LEFT JOIN AUTOSALE.REPORT_CATALOG C
                 ON   C.REPORT_ID = Q.REPORT_ID
               WHERE  Q.REQUESTED_BY = :IO-USER
                 AND  Q.REQUEST_ID  <= :WS-START-REQUEST-ID
               ORDER BY Q.REQUEST_ID DESC
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
           IF WS-OUT-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-IN-FN-LST
                       PERFORM 3000-LIST-REPORTS THRU 3000-EXIT
                   WHEN WS-IN-FN-REQ
                       PERFORM 4000-QUEUE-REQUEST THRU 4000-EXIT
                   WHEN WS-IN-FN-INQ
                       PERFORM 6000-LIST-REQUESTS THRU 6000-EXIT
                   WHEN WS-IN-FN-CAN
                       PERFORM 7000-CANCEL-REQUEST THRU 7000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE LST, REQ, INQ, CAN'
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
           MOVE 'ON-DEMAND REPORT REQUESTS' TO WS-OUT-TITLE
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
               MOVE 'ADMRRQ00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-LIST-REPORTS - CATALOG ROWS THE USER MAY RUN         *
      ****************************************************************
       3000-LIST-REPORTS.
      *
           EXEC SQL OPEN CSR_RRQ_CATALOG END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRRQ00: ERROR OPENING CATALOG CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 3100-FETCH-CATALOG
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +10
      *
           EXEC SQL CLOSE CSR_RRQ_CATALOG END-EXEC
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 3000-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN WS-ROW-COUNT = +0
                   MOVE 'NO REPORTS AVAILABLE TO YOU ON REQUEST'
                       TO WS-OUT-MESSAGE
               WHEN WS-END-OF-DATA
                   MOVE 'PARMS = DEALER/DATES (R/O/N), WINDOW (D/N/A)'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   MOVE 'MORE - ENTER THE NEXT REPORT ID TO PAGE ON'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-FETCH-CATALOG - KEEP ONLY WHAT THE USER MAY RUN      *
      ****************************************************************
       3100-FETCH-CATALOG.
      *
           EXEC SQL FETCH CSR_RRQ_CATALOG
               INTO  :REPORT-ID OF DCLREPORT-CATALOG
                    , :REPORT-TITLE
                    , :AUTH-FUNCTION
                    , :DEALER-PARM
                    , :DATE-PARM
                    , :RUN-WINDOW
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   PERFORM 5000-CHECK-RUN-AUTHORITY
                   IF WS-RUN-IS-ALLOWED
                       ADD +1 TO WS-ROW-COUNT
                       MOVE REPORT-ID OF DCLREPORT-CATALOG
                           TO WS-OUT-LN-REPORT-ID(WS-ROW-COUNT)
                       MOVE REPORT-TITLE-TX
                           TO WS-OUT-LN-TITLE(WS-ROW-COUNT)
                       STRING DEALER-PARM DATE-PARM RUN-WINDOW
                              DELIMITED BY SIZE
                           INTO WS-OUT-LN-PARMS(WS-ROW-COUNT)
                       END-STRING
                   END-IF
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMRRQ00: DB2 ERROR READING CATALOG'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4000-QUEUE-REQUEST - VALIDATE PARAMETERS AND QUEUE        *
      ****************************************************************
       4000-QUEUE-REQUEST.
      *
           IF WS-IN-REPORT-ID = SPACES
               MOVE 'REPORT ID IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL
               SELECT REPORT_TITLE
                    , AUTH_FUNCTION
                    , DEALER_PARM
                    , DATE_PARM
                    , MAX_RANGE_DAYS
                    , RUN_WINDOW
               INTO  :REPORT-TITLE
                    , :AUTH-FUNCTION
                    , :DEALER-PARM
                    , :DATE-PARM
                    , :MAX-RANGE-DAYS
                    , :RUN-WINDOW
               FROM  AUTOSALE.REPORT_CATALOG
               WHERE REPORT_ID   = :WS-IN-REPORT-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           IF SQLCODE = +100
               MOVE 'REPORT IS NOT AVAILABLE ON REQUEST'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRRQ00: DB2 ERROR READING CATALOG'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 5000-CHECK-RUN-AUTHORITY
           IF NOT WS-RUN-IS-ALLOWED
               MOVE 'NOT AUTHORIZED TO REQUEST THIS REPORT'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 4100-VALIDATE-DEALER THRU 4100-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 4200-VALIDATE-DATES THRU 4200-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           IF NOT WS-IN-DLV-VALID
               MOVE 'DELIVERY MUST BE P (PRINT) OR E (E-MAIL)'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-IN-DLV-DEST = SPACES
               MOVE 'DELIVERY DESTINATION (PRINTER OR ADDRESS) REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-IN-DLV-EMAIL
               MOVE +0 TO WS-AT-COUNT
               INSPECT WS-IN-DLV-DEST TALLYING WS-AT-COUNT
                   FOR ALL '@'
               IF WS-AT-COUNT NOT = +1
                   MOVE 'E-MAIL DESTINATION IS NOT A VALID ADDRESS'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
               END-IF
           END-IF
      *
           PERFORM 4300-CHECK-DUPLICATE THRU 4300-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 4400-INSERT-REQUEST THRU 4400-EXIT
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-VALIDATE-DEALER - PER CATALOG, AND NON-ADMINS ONLY   *
      *    FOR THEIR OWN DEALER                                      *
      ****************************************************************
       4100-VALIDATE-DEALER.
      *
           EXEC SQL
               SELECT USER_TYPE
                    , DEALER_CODE
               INTO  :WS-USER-TYPE
                    , :WS-USER-DEALER
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID     = :IO-USER
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'ADMRRQ00: USER PROFILE NOT FOUND OR INACTIVE'
                   TO WS-OUT-MESSAGE
               GO TO 4100-EXIT
           END-IF
      *
           EVALUATE DEALER-PARM
               WHEN 'N'
                   IF WS-IN-DEALER-CODE NOT = SPACES
                       MOVE 'THIS REPORT RUNS FOR ALL DEALERS - '
                          & 'LEAVE DEALER BLANK'
                           TO WS-OUT-MESSAGE
                   END-IF
                   GO TO 4100-EXIT
               WHEN 'R'
                   IF WS-IN-DEALER-CODE = SPACES
                       MOVE 'DEALER CODE IS REQUIRED FOR THIS REPORT'
                           TO WS-OUT-MESSAGE
                       GO TO 4100-EXIT
                   END-IF
               WHEN OTHER
                   IF WS-IN-DEALER-CODE = SPACES
                   AND NOT WS-USER-IS-ADMIN
                       MOVE WS-USER-DEALER TO WS-IN-DEALER-CODE
                   END-IF
           END-EVALUATE
      *
           IF WS-IN-DEALER-CODE = SPACES
               GO TO 4100-EXIT
           END-IF
      *
           IF WS-IN-DEALER-CODE NOT = WS-USER-DEALER
           AND NOT WS-USER-IS-ADMIN
               MOVE 'YOU MAY ONLY REQUEST REPORTS FOR YOUR OWN DEALER'
                   TO WS-OUT-MESSAGE
               GO TO 4100-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXIST-COUNT
               FROM  AUTOSALE.DEALER
               WHERE DEALER_CODE = :WS-IN-DEALER-CODE
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRRQ00: DB2 ERROR READING DEALER'
                   TO WS-OUT-MESSAGE
               GO TO 4100-EXIT
           END-IF
      *
           IF WS-EXIST-COUNT = +0
               MOVE 'DEALER CODE NOT FOUND'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-VALIDATE-DATES - REAL DATES, IN ORDER, NOT FUTURE,   *
      *    WITHIN THE CATALOG'S MAXIMUM SPAN                         *
      ****************************************************************
       4200-VALIDATE-DATES.
      *
           MOVE +0 TO NI-FROM-DATE
           MOVE +0 TO NI-TO-DATE
      *
           IF DATE-PARM = 'N'
               IF WS-IN-FROM-DATE NOT = SPACES
               OR WS-IN-TO-DATE NOT = SPACES
                   MOVE 'THIS REPORT DOES NOT TAKE A DATE RANGE'
                       TO WS-OUT-MESSAGE
               END-IF
               MOVE -1 TO NI-FROM-DATE
               MOVE -1 TO NI-TO-DATE
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-IN-FROM-DATE = SPACES
           AND WS-IN-TO-DATE = SPACES
               IF DATE-PARM = 'R'
                   MOVE 'FROM AND TO DATES ARE REQUIRED FOR THIS REPORT'
                       TO WS-OUT-MESSAGE
               END-IF
               MOVE -1 TO NI-FROM-DATE
               MOVE -1 TO NI-TO-DATE
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-IN-FROM-DATE = SPACES
           OR WS-IN-TO-DATE = SPACES
               MOVE 'ENTER BOTH FROM AND TO DATES (YYYY-MM-DD)'
                   TO WS-OUT-MESSAGE
               GO TO 4200-EXIT
           END-IF
      *
      *    DB2 REJECTS A DATE THAT IS NOT ON THE CALENDAR
      *
           EXEC SQL
               SELECT DAYS(DATE(:WS-IN-TO-DATE))
                    - DAYS(DATE(:WS-IN-FROM-DATE))
               INTO  :WS-RANGE-DAYS
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'INVALID DATE - USE YYYY-MM-DD'
                   TO WS-OUT-MESSAGE
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-RANGE-DAYS < +0
               MOVE 'FROM DATE MUST NOT BE AFTER TO DATE'
                   TO WS-OUT-MESSAGE
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-IN-TO-DATE > WS-CURRENT-DATE
               MOVE 'TO DATE MAY NOT BE IN THE FUTURE'
                   TO WS-OUT-MESSAGE
               GO TO 4200-EXIT
           END-IF
      *
           IF MAX-RANGE-DAYS > +0
           AND WS-RANGE-DAYS >= MAX-RANGE-DAYS
               MOVE MAX-RANGE-DAYS TO WS-MAX-DAYS-DSP
               STRING 'DATE RANGE MAY NOT EXCEED '
                      WS-MAX-DAYS-DSP ' DAYS FOR THIS REPORT'
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
           END-IF
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4300-CHECK-DUPLICATE - SAME RUN STILL WAITING             *
      ****************************************************************
       4300-CHECK-DUPLICATE.
      *
           EXEC SQL
               SELECT COALESCE(MAX(REQUEST_ID), 0)
               INTO  :WS-DUP-REQUEST-ID
               FROM  AUTOSALE.REPORT_REQUEST
               WHERE REQUESTED_BY   = :IO-USER
                 AND REPORT_ID      = :WS-IN-REPORT-ID
                 AND DEALER_CODE    = :WS-IN-DEALER-CODE
                 AND REQUEST_STATUS IN ('QU', 'RN')
                 AND COALESCE(CHAR(FROM_DATE, ISO), ' ')
                     = :WS-IN-FROM-DATE
                 AND COALESCE(CHAR(TO_DATE, ISO), ' ')
                     = :WS-IN-TO-DATE
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRRQ00: DB2 ERROR CHECKING QUEUE'
                   TO WS-OUT-MESSAGE
               GO TO 4300-EXIT
           END-IF
      *
           IF WS-DUP-REQUEST-ID > +0
               MOVE WS-DUP-REQUEST-ID TO WS-DUP-REQUEST-DSP
               STRING 'THE SAME RUN IS ALREADY QUEUED AS REQUEST '
                      WS-DUP-REQUEST-DSP
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
           END-IF
           .
       4300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4400-INSERT-REQUEST - QUEUE IT AND AUDIT                  *
      ****************************************************************
       4400-INSERT-REQUEST.
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.RPTREQ_SEQ
               INTO  :WS-REQUEST-ID-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'ADMRRQ00: ERROR GENERATING REQUEST ID'
                   TO WS-OUT-MESSAGE
               GO TO 4400-EXIT
           END-IF
      *
           MOVE WS-REQUEST-ID-NUM   TO REQUEST-ID
           MOVE WS-IN-REPORT-ID     TO REPORT-ID OF DCLREPORT-REQUEST
           MOVE IO-USER             TO REQUESTED-BY
           MOVE WS-IN-DEALER-CODE   TO DEALER-CODE
           MOVE WS-IN-FROM-DATE     TO FROM-DATE
           MOVE WS-IN-TO-DATE       TO TO-DATE
           MOVE WS-IN-DLV-METHOD    TO DELIVERY-METHOD
      *
           EXEC SQL
               INSERT INTO AUTOSALE.REPORT_REQUEST
               ( REQUEST_ID
               , REPORT_ID
               , REQUESTED_BY
               , DEALER_CODE
               , FROM_DATE
               , TO_DATE
               , DELIVERY_METHOD
               , DELIVERY_DEST
               , REQUEST_STATUS
               , REQUESTED_TS
               )
               VALUES
               ( :REQUEST-ID
               , :REPORT-ID OF DCLREPORT-REQUEST
               , :REQUESTED-BY
               , :DEALER-CODE OF DCLREPORT-REQUEST
               , :FROM-DATE :NI-FROM-DATE
               , :TO-DATE   :NI-TO-DATE
               , :DELIVERY-METHOD
               , RTRIM(:WS-IN-DLV-DEST)
               , 'QU'
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRRQ00: DB2 ERROR QUEUEING REQUEST'
                   TO WS-OUT-MESSAGE
               GO TO 4400-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'REPORT_REQUEST' TO WS-LOG-TABLE-NAME
           MOVE 'INSERT' TO WS-LOG-ACTION
           MOVE WS-REQUEST-ID-NUM TO WS-DUP-REQUEST-DSP
           MOVE WS-DUP-REQUEST-DSP TO WS-LOG-KEY-VALUE
           STRING WS-IN-REPORT-ID ' REQUESTED BY ' IO-USER
                  ' DEALER ' WS-IN-DEALER-CODE
                  ' ' WS-IN-FROM-DATE ' - ' WS-IN-TO-DATE
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
           EVALUATE RUN-WINDOW
               WHEN 'D'
                   MOVE 'DAYTIME' TO WS-WINDOW-TEXT
               WHEN 'N'
                   MOVE 'OVERNIGHT' TO WS-WINDOW-TEXT
               WHEN OTHER
                   MOVE 'NEXT' TO WS-WINDOW-TEXT
           END-EVALUATE
      *
           MOVE WS-REQUEST-ID-NUM TO WS-OUT-REQUEST-ID
           MOVE WS-IN-REPORT-ID TO WS-OUT-REPORT-ID
           MOVE 'QU' TO WS-OUT-STATUS
           STRING 'REQUEST QUEUED - RUNS IN THE '
                  WS-WINDOW-TEXT DELIMITED BY SPACE
                  ' REPORT WINDOW' DELIMITED BY SIZE
               INTO WS-OUT-MESSAGE
           END-STRING
           .
       4400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-CHECK-RUN-AUTHORITY - AUTH_MATRIX VIA COMAUTL0 FOR   *
      *    THE CATALOG ROW'S FUNCTION; UNCONFIGURED FUNCTIONS ARE    *
      *    OPEN TO MANAGERS, GENERAL MANAGERS AND ADMINS             *
      ****************************************************************
       5000-CHECK-RUN-AUTHORITY.
      *
           MOVE 'N' TO WS-RUN-ALLOWED
           MOVE IO-USER TO WS-AU-USER-ID
           MOVE AUTH-FUNCTION TO WS-AU-FUNCTION
           CALL 'COMAUTL0' USING WS-AUT-REQUEST
                                 WS-AUT-RESULT
      *
           EVALUATE TRUE
               WHEN WS-AU-RETURN-CODE NOT = +0
                   CONTINUE
               WHEN WS-AU-ALLOWED = 'Y'
                   MOVE 'Y' TO WS-RUN-ALLOWED
               WHEN WS-AU-ALLOWED = 'N'
                   CONTINUE
               WHEN WS-AU-USER-TYPE = 'M'
               OR WS-AU-USER-TYPE = 'G'
               OR WS-AU-USER-TYPE = 'A'
                   MOVE 'Y' TO WS-RUN-ALLOWED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    6000-LIST-REQUESTS - THE USER'S REQUESTS AND STATUS       *
      ****************************************************************
       6000-LIST-REQUESTS.
      *
           IF WS-IN-REQUEST-ID = ZEROS
               MOVE 999999999 TO WS-START-REQUEST-ID
           ELSE
               MOVE WS-IN-REQUEST-ID TO WS-START-REQUEST-ID
           END-IF
      *
           EXEC SQL OPEN CSR_RRQ_MINE END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRRQ00: ERROR OPENING REQUEST CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 6100-FETCH-REQUEST
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +10
      *
           EXEC SQL CLOSE CSR_RRQ_MINE END-EXEC
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN WS-ROW-COUNT = +0
                   MOVE 'NO REPORT REQUESTS FOUND'
                       TO WS-OUT-MESSAGE
               WHEN WS-END-OF-DATA
                   MOVE 'QU QUEUED RN RUNNING CM COMPLETE FL FAILED '
                      & 'CN CANCELLED'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   MOVE 'MORE - ENTER THE LAST REQUEST ID TO PAGE ON'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6100-FETCH-REQUEST                                        *
      ****************************************************************
       6100-FETCH-REQUEST.
      *
           EXEC SQL FETCH CSR_RRQ_MINE
               INTO  :REQUEST-ID
                    , :REPORT-ID OF DCLREPORT-REQUEST
                    , :REPORT-TITLE
                    , :DEALER-CODE OF DCLREPORT-REQUEST
                    , :REQUEST-STATUS
                    , :REQUESTED-TS
                    , :COMPLETED-TS
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE REQUEST-ID
                       TO WS-OUT-LN-REQUEST-ID(WS-ROW-COUNT)
                   MOVE REPORT-ID OF DCLREPORT-REQUEST
                       TO WS-OUT-LN-REPORT-ID(WS-ROW-COUNT)
                   MOVE REPORT-TITLE-TX
                       TO WS-OUT-LN-TITLE(WS-ROW-COUNT)
                   MOVE DEALER-CODE OF DCLREPORT-REQUEST
                       TO WS-OUT-LN-DEALER(WS-ROW-COUNT)
                   MOVE REQUEST-STATUS
                       TO WS-OUT-LN-STATUS(WS-ROW-COUNT)
                   MOVE REQUESTED-TS(1:16)
                       TO WS-OUT-LN-REQUESTED(WS-ROW-COUNT)
                   MOVE COMPLETED-TS(1:16)
                       TO WS-OUT-LN-COMPLETED(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMRRQ00: DB2 ERROR READING REQUESTS'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    7000-CANCEL-REQUEST - ONLY THE USER'S OWN, ONLY QUEUED    *
      ****************************************************************
       7000-CANCEL-REQUEST.
      *
           IF WS-IN-REQUEST-ID = ZEROS
               MOVE 'REQUEST ID IS REQUIRED TO CANCEL'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
      *
           MOVE WS-IN-REQUEST-ID TO REQUEST-ID
      *
           EXEC SQL
               SELECT REPORT_ID
                    , REQUEST_STATUS
               INTO  :REPORT-ID OF DCLREPORT-REQUEST
                    , :REQUEST-STATUS
               FROM  AUTOSALE.REPORT_REQUEST
               WHERE REQUEST_ID   = :REQUEST-ID
                 AND REQUESTED_BY = :IO-USER
           END-EXEC
      *
           IF SQLCODE = +100
               MOVE 'REQUEST NOT FOUND FOR YOUR USER ID'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRRQ00: DB2 ERROR READING REQUEST'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
      *
           IF REQUEST-STATUS NOT = 'QU'
               MOVE REQUEST-STATUS TO WS-OUT-STATUS
               MOVE 'ONLY A QUEUED REQUEST CAN BE CANCELLED'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.REPORT_REQUEST
               SET    REQUEST_STATUS = 'CN'
                    , COMPLETED_TS   = CURRENT TIMESTAMP
                    , RESULT_MSG     = 'CANCELLED BY REQUESTER'
               WHERE  REQUEST_ID     = :REQUEST-ID
                 AND  REQUEST_STATUS = 'QU'
           END-EXEC
      *
           IF SQLCODE = +100
               MOVE 'REQUEST HAS ALREADY BEEN PICKED UP TO RUN'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRRQ00: DB2 ERROR CANCELLING REQUEST'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'REPORT_REQUEST' TO WS-LOG-TABLE-NAME
           MOVE 'UPDATE' TO WS-LOG-ACTION
           MOVE WS-IN-REQUEST-ID TO WS-LOG-KEY-VALUE
           STRING 'REQUEST CANCELLED BY ' IO-USER
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
           MOVE WS-IN-REQUEST-ID TO WS-OUT-REQUEST-ID
           MOVE REPORT-ID OF DCLREPORT-REQUEST TO WS-OUT-REPORT-ID
           MOVE 'CN' TO WS-OUT-STATUS
           MOVE 'REQUEST CANCELLED'
               TO WS-OUT-MESSAGE
           .
       7000-EXIT.
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
           MOVE 'ADMRRQ00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'REPORT_REQUEST' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF ADMRRQ00                                              *
      ****************************************************************
