       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSCMP00.
      ****************************************************************
      * PROGRAM:  CUSCMP00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   CUS - CONSUMER COMPLAINT INTAKE AND RESOLUTION     *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  RECORDS A CONSUMER COMPLAINT AGAINST THE CUSTOMER  *
      *           AND, WHERE IT APPLIES, THE DEAL, REPAIR ORDER OR   *
      *           FINANCE APPLICATION, AND WORKS IT TO RESOLUTION.   *
      *           ADD - INTAKE. SOURCE P (PHONE), L (LETTER),        *
      *                 O (OEM), A (ATTORNEY GENERAL). CATEGORY      *
      *                 SP (SALES PRACTICE), FI (F&I), SV (SERVICE), *
      *                 PR (PRIVACY), TD (TITLE DELAY). RESPONSE DUE *
      *                 DEFAULTS TO RECEIVED DATE PLUS SYSTEM_CONFIG *
      *                 CMPLT_DUE_DAYS_<SOURCE>, ELSE CMPLT_DUE_DAYS,*
      *                 ELSE 30 DAYS.                                *
      *           INQ - DISPLAY ONE COMPLAINT                        *
      *           UPD - REASSIGN THE OWNER AND/OR RESPONSE DUE DATE  *
      *           RES - RESOLVE WITH RESOLUTION TEXT AND ANY         *
      *                 GOODWILL PAID (GOODWILL NEEDS A MANAGER,     *
      *                 USER TYPE M, G OR A)                         *
      *           LST - AGING WORKLIST OF OPEN COMPLAINTS FOR AN     *
      *                 OWNER (OR A DEALER WHEN NO OWNER IS KEYED),  *
      *                 EARLIEST RESPONSE DUE FIRST                  *
      *           THE QUARTERLY COMMITTEE SUMMARY IS RPTCMP00.       *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    CUCP - COMPLAINT TRACKING                          *
      * MFS MOD:  ASCUCP00                                           *
      * TABLES:   AUTOSALE.CUSTOMER_COMPLAINT (READ/INSERT/UPDATE)   *
      *           AUTOSALE.CUSTOMER           (READ)                 *
      *           AUTOSALE.SALES_DEAL         (READ)                 *
      *           AUTOSALE.SALES_DEAL_ARCHIVE (READ)                 *
      *           AUTOSALE.REPAIR_ORDER       (READ)                 *
      *           AUTOSALE.FINANCE_APP        (READ)                 *
      *           AUTOSALE.SYSTEM_USER        (READ)                 *
      *           AUTOSALE.SYSTEM_CONFIG      (READ)                 *
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
                                          VALUE 'CUSCMP00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASCUCP00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLCUSCM.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-ADD                      VALUE 'ADD'.
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-UPD                      VALUE 'UPD'.
               88  WS-IN-FN-RES                      VALUE 'RES'.
               88  WS-IN-FN-LST                      VALUE 'LST'.
           05  WS-IN-COMPLAINT-ID        PIC 9(09).
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-CUSTOMER-ID         PIC 9(09).
           05  WS-IN-SOURCE              PIC X(01).
               88  WS-IN-SOURCE-VALID   VALUES 'P' 'L' 'O' 'A'.
           05  WS-IN-CATEGORY            PIC X(02).
               88  WS-IN-CATEGORY-VALID
                                 VALUES 'SP' 'FI' 'SV' 'PR' 'TD'.
           05  WS-IN-DEAL-NUMBER         PIC X(10).
           05  WS-IN-RO-NUMBER           PIC 9(09).
           05  WS-IN-FINANCE-ID          PIC X(12).
           05  WS-IN-RECEIVED-DATE       PIC X(10).
           05  WS-IN-OWNER-ID            PIC X(08).
           05  WS-IN-RESPONSE-DUE        PIC X(10).
           05  WS-IN-DESCRIPTION         PIC X(120).
           05  WS-IN-RESOLUTION          PIC X(120).
           05  WS-IN-GOODWILL-AMT        PIC 9(07)V99.
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-COMPLAINT-ID       PIC 9(09).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-CUSTOMER-ID        PIC 9(09).
           05  WS-OUT-SOURCE             PIC X(01).
           05  WS-OUT-CATEGORY           PIC X(02).
           05  WS-OUT-DEAL-NUMBER        PIC X(10).
           05  WS-OUT-RO-NUMBER          PIC Z(08)9.
           05  WS-OUT-FINANCE-ID         PIC X(12).
           05  WS-OUT-RECEIVED-DATE      PIC X(10).
           05  WS-OUT-OWNER-ID           PIC X(08).
           05  WS-OUT-RESPONSE-DUE       PIC X(10).
           05  WS-OUT-STATUS             PIC X(02).
           05  WS-OUT-DESCRIPTION        PIC X(120).
           05  WS-OUT-RESOLUTION         PIC X(120).
           05  WS-OUT-GOODWILL-AMT       PIC Z,ZZZ,ZZ9.99.
           05  WS-OUT-RESOLVED-BY        PIC X(08).
           05  WS-OUT-RESOLVED-DATE      PIC X(10).
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 10 TIMES.
               10  WS-OUT-LN-ID          PIC 9(09).
               10  WS-OUT-LN-CATEGORY    PIC X(02).
               10  WS-OUT-LN-SOURCE      PIC X(01).
               10  WS-OUT-LN-CUSTOMER    PIC 9(09).
               10  WS-OUT-LN-RECEIVED    PIC X(10).
               10  WS-OUT-LN-DUE         PIC X(10).
               10  WS-OUT-LN-DAYS-OPEN   PIC Z(03)9.
               10  WS-OUT-LN-OVERDUE     PIC X(01).
               10  WS-OUT-LN-OWNER       PIC X(08).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-RECORD-COUNT           PIC S9(09) COMP VALUE +0.
           05  WS-MGR-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-ROW-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-DUE-DAYS               PIC S9(04) COMP VALUE +30.
           05  WS-CFG-KEY                PIC X(30) VALUE SPACES.
           05  WS-CFG-VALUE              PIC X(30) VALUE SPACES.
           05  WS-EOF-FLAG               PIC X(01) VALUE 'N'.
               88  WS-END-OF-DATA                   VALUE 'Y'.
      *
      *    NULL INDICATORS
      *
       01  WS-NULL-INDICATORS.
           05  WS-NI-DEAL-NUMBER         PIC S9(04) COMP VALUE +0.
           05  WS-NI-RO-NUMBER           PIC S9(04) COMP VALUE +0.
           05  WS-NI-FINANCE-ID          PIC S9(04) COMP VALUE +0.
           05  WS-NI-RESOLUTION          PIC S9(04) COMP VALUE +0.
           05  WS-NI-RESOLVED-BY         PIC S9(04) COMP VALUE +0.
           05  WS-NI-RESOLVED-DATE       PIC S9(04) COMP VALUE +0.
      *
      *    WORKLIST HOST VARIABLES
      *
       01  WS-HV-LIST.
           05  WS-HV-LS-ID               PIC S9(09) COMP.
           05  WS-HV-LS-CATEGORY         PIC X(02).
           05  WS-HV-LS-SOURCE           PIC X(01).
           05  WS-HV-LS-CUSTOMER         PIC S9(09) COMP.
           05  WS-HV-LS-RECEIVED         PIC X(10).
           05  WS-HV-LS-DUE              PIC X(10).
           05  WS-HV-LS-DAYS-OPEN        PIC S9(09) COMP.
           05  WS-HV-LS-OVERDUE          PIC X(01).
           05  WS-HV-LS-OWNER            PIC X(08).
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
      *    CURSOR - OPEN COMPLAINTS FOR AN OWNER OR A DEALER,
      *    EARLIEST RESPONSE DUE FIRST
      *
           EXEC SQL DECLARE CSR_CMP_LIST CURSOR FOR
               SELECT C.COMPLAINT_ID
                    , C.CATEGORY
                    , C.COMPLAINT_SOURCE
                    , C.CUSTOMER_ID
                    , CHAR(C.RECEIVED_DATE, ISO)
                    , CHAR(C.RESPONSE_DUE, ISO)
                    , DAYS(CURRENT DATE) - DAYS(C.RECEIVED_DATE)
                    , CASE WHEN C.RESPONSE_DUE < CURRENT DATE
                        THEN 'Y' ELSE 'N' END
                    , C.OWNER_ID
               FROM   AUTOSALE.CUSTOMER_COMPLAINT C
               WHERE  C.COMPLAINT_STATUS = 'OP'
                 AND  ( ( :WS-IN-OWNER-ID <> ' '
                          AND C.OWNER_ID = :WS-IN-OWNER-ID )
                   OR   ( :WS-IN-OWNER-ID = ' '
                          AND C.DEALER_CODE = :WS-IN-DEALER-CODE ) )
               ORDER BY C.RESPONSE_DUE
                      , C.COMPLAINT_ID
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
                   WHEN WS-IN-FN-ADD
                       PERFORM 4000-ADD-COMPLAINT THRU 4000-EXIT
                   WHEN WS-IN-FN-INQ
                       PERFORM 5000-COMPLAINT-INQUIRY THRU 5000-EXIT
                   WHEN WS-IN-FN-UPD
                       PERFORM 6000-REASSIGN-COMPLAINT THRU 6000-EXIT
                   WHEN WS-IN-FN-RES
                       PERFORM 6500-RESOLVE-COMPLAINT THRU 6500-EXIT
                   WHEN WS-IN-FN-LST
                       PERFORM 7000-AGING-WORKLIST THRU 7000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - ADD, INQ, UPD, RES, LST'
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
           MOVE 'CONSUMER COMPLAINT TRACKING' TO WS-OUT-TITLE
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
               MOVE 'CUSCMP00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS BY FUNCTION   *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-FN-INQ OR WS-IN-FN-UPD OR WS-IN-FN-RES
               IF WS-IN-COMPLAINT-ID NOT NUMERIC
               OR WS-IN-COMPLAINT-ID = ZEROS
                   MOVE 'COMPLAINT ID IS REQUIRED'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FN-LST
               IF WS-IN-OWNER-ID = SPACES
               AND WS-IN-DEALER-CODE = SPACES
                   MOVE IO-USER TO WS-IN-OWNER-ID
               END-IF
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-UPD
               IF WS-IN-OWNER-ID = SPACES
               AND WS-IN-RESPONSE-DUE = SPACES
                   MOVE 'KEY A NEW OWNER AND/OR RESPONSE DUE DATE'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FN-RES
               IF WS-IN-RESOLUTION = SPACES
                   MOVE 'RESOLUTION TEXT IS REQUIRED TO RESOLVE'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-GOODWILL-AMT NOT NUMERIC
                   MOVE ZEROS TO WS-IN-GOODWILL-AMT
               END-IF
           END-IF
      *
           IF NOT WS-IN-FN-ADD
               GO TO 3000-EXIT
           END-IF
      *
      *    INTAKE
      *
           IF WS-IN-DEALER-CODE = SPACES
               MOVE 'DEALER CODE IS REQUIRED' TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
           IF WS-IN-CUSTOMER-ID NOT NUMERIC
           OR WS-IN-CUSTOMER-ID = ZEROS
               MOVE 'CUSTOMER ID IS REQUIRED' TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
           IF NOT WS-IN-SOURCE-VALID
               MOVE 'SOURCE MUST BE P, L, O OR A' TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
           IF NOT WS-IN-CATEGORY-VALID
               MOVE 'CATEGORY MUST BE SP, FI, SV, PR OR TD'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
           IF WS-IN-DESCRIPTION = SPACES
               MOVE 'COMPLAINT DESCRIPTION IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
           IF WS-IN-RO-NUMBER NOT NUMERIC
               MOVE ZEROS TO WS-IN-RO-NUMBER
           END-IF
           IF WS-IN-OWNER-ID = SPACES
               MOVE IO-USER TO WS-IN-OWNER-ID
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-ADD-COMPLAINT - INTAKE A NEW COMPLAINT               *
      ****************************************************************
       4000-ADD-COMPLAINT.
      *
           PERFORM 4100-VERIFY-LINKS THRU 4100-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 4200-VERIFY-OWNER
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 4300-SET-DATES THRU 4300-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.CMPLT_SEQ
               INTO  :COMPLAINT-ID
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'CUSCMP00: ERROR GENERATING COMPLAINT ID'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-IN-DEALER-CODE TO DEALER-CODE
           MOVE WS-IN-CUSTOMER-ID TO CUSTOMER-ID
           MOVE WS-IN-SOURCE TO COMPLAINT-SOURCE
           MOVE WS-IN-CATEGORY TO CATEGORY
           MOVE WS-IN-DEAL-NUMBER TO DEAL-NUMBER
           MOVE WS-IN-RO-NUMBER TO RO-NUMBER
           MOVE WS-IN-FINANCE-ID TO FINANCE-ID
           MOVE WS-IN-OWNER-ID TO OWNER-ID
           MOVE +0 TO GOODWILL-AMT
      *
           MOVE +0 TO WS-NI-DEAL-NUMBER
           MOVE +0 TO WS-NI-RO-NUMBER
           MOVE +0 TO WS-NI-FINANCE-ID
           IF WS-IN-DEAL-NUMBER = SPACES
               MOVE -1 TO WS-NI-DEAL-NUMBER
           END-IF
           IF WS-IN-RO-NUMBER = ZEROS
               MOVE -1 TO WS-NI-RO-NUMBER
           END-IF
           IF WS-IN-FINANCE-ID = SPACES
               MOVE -1 TO WS-NI-FINANCE-ID
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.CUSTOMER_COMPLAINT
               ( COMPLAINT_ID
               , DEALER_CODE
               , CUSTOMER_ID
               , COMPLAINT_SOURCE
               , CATEGORY
               , DEAL_NUMBER
               , RO_NUMBER
               , FINANCE_ID
               , COMPLAINT_DESC
               , RECEIVED_DATE
               , OWNER_ID
               , RESPONSE_DUE
               , COMPLAINT_STATUS
               , GOODWILL_AMT
               , CREATED_BY
               , CREATED_TS
               , UPDATED_TS
               )
               VALUES
               ( :COMPLAINT-ID
               , :DEALER-CODE
               , :CUSTOMER-ID
               , :COMPLAINT-SOURCE
               , :CATEGORY
               , :DEAL-NUMBER :WS-NI-DEAL-NUMBER
               , :RO-NUMBER   :WS-NI-RO-NUMBER
               , :FINANCE-ID  :WS-NI-FINANCE-ID
               , RTRIM(:WS-IN-DESCRIPTION)
               , DATE(:WS-IN-RECEIVED-DATE)
               , :OWNER-ID
               , DATE(:WS-IN-RESPONSE-DUE)
               , 'OP'
               , :GOODWILL-AMT
               , :IO-USER
               , CURRENT TIMESTAMP
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'CUSCMP00: DB2 ERROR ADDING COMPLAINT'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE COMPLAINT-ID TO WS-IN-COMPLAINT-ID
           MOVE 'ADD' TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'COMPLAINT ' WS-IN-CATEGORY
                  ' SOURCE ' WS-IN-SOURCE
                  ' CUSTOMER ' WS-IN-CUSTOMER-ID
                  ' OWNER ' WS-IN-OWNER-ID
                  ' DUE ' WS-IN-RESPONSE-DUE
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           PERFORM 7900-LOG-ACTION
      *
           PERFORM 5100-READ-COMPLAINT THRU 5100-EXIT
           MOVE 'COMPLAINT RECORDED' TO WS-OUT-MESSAGE
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-VERIFY-LINKS - CUSTOMER AND ANY DEAL, RO OR FINANCE  *
      *    APP KEYED MUST BE ON FILE                                 *
      ****************************************************************
       4100-VERIFY-LINKS.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-RECORD-COUNT
               FROM  AUTOSALE.CUSTOMER
               WHERE CUSTOMER_ID = :WS-IN-CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = +0
               GO TO 4100-DB2-ERROR
           END-IF
           IF WS-RECORD-COUNT = +0
               MOVE 'CUSTOMER NOT FOUND' TO WS-OUT-MESSAGE
               GO TO 4100-EXIT
           END-IF
      *
           IF WS-IN-DEAL-NUMBER NOT = SPACES
               EXEC SQL
                   SELECT ( SELECT COUNT(*)
                            FROM AUTOSALE.SALES_DEAL D
                            WHERE D.DEAL_NUMBER = :WS-IN-DEAL-NUMBER )
                        + ( SELECT COUNT(*)
                            FROM AUTOSALE.SALES_DEAL_ARCHIVE A
                            WHERE A.DEAL_NUMBER = :WS-IN-DEAL-NUMBER )
                   INTO  :WS-RECORD-COUNT
                   FROM  SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = +0
                   GO TO 4100-DB2-ERROR
               END-IF
               IF WS-RECORD-COUNT = +0
                   MOVE 'DEAL NOT FOUND' TO WS-OUT-MESSAGE
                   GO TO 4100-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-RO-NUMBER NOT = ZEROS
               EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-RECORD-COUNT
                   FROM  AUTOSALE.REPAIR_ORDER
                   WHERE RO_NUMBER = :WS-IN-RO-NUMBER
               END-EXEC
               IF SQLCODE NOT = +0
                   GO TO 4100-DB2-ERROR
               END-IF
               IF WS-RECORD-COUNT = +0
                   MOVE 'REPAIR ORDER NOT FOUND' TO WS-OUT-MESSAGE
                   GO TO 4100-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FINANCE-ID NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-RECORD-COUNT
                   FROM  AUTOSALE.FINANCE_APP
                   WHERE FINANCE_ID = :WS-IN-FINANCE-ID
               END-EXEC
               IF SQLCODE NOT = +0
                   GO TO 4100-DB2-ERROR
               END-IF
               IF WS-RECORD-COUNT = +0
                   MOVE 'FINANCE APPLICATION NOT FOUND'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           GO TO 4100-EXIT
           .
       4100-DB2-ERROR.
           PERFORM 9100-DB2-ERROR
           MOVE 'CUSCMP00: DB2 ERROR VERIFYING COMPLAINT LINKS'
               TO WS-OUT-MESSAGE
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-VERIFY-OWNER - OWNER MUST BE AN ACTIVE USER          *
      ****************************************************************
       4200-VERIFY-OWNER.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-RECORD-COUNT
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :WS-IN-OWNER-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'CUSCMP00: DB2 ERROR CHECKING OWNER'
                   TO WS-OUT-MESSAGE
           ELSE
               IF WS-RECORD-COUNT = +0
                   MOVE 'OWNER IS NOT AN ACTIVE USER'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    4300-SET-DATES - RECEIVED DEFAULTS TO TODAY, RESPONSE DUE *
      *    TO RECEIVED PLUS THE CONFIGURED DAYS FOR THE SOURCE       *
      ****************************************************************
       4300-SET-DATES.
      *
           IF WS-IN-RECEIVED-DATE = SPACES
               EXEC SQL
                   SET :WS-IN-RECEIVED-DATE = CHAR(CURRENT DATE, ISO)
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT CHAR(DATE(:WS-IN-RECEIVED-DATE), ISO)
                   INTO  :WS-IN-RECEIVED-DATE
                   FROM  SYSIBM.SYSDUMMY1
                   WHERE DATE(:WS-IN-RECEIVED-DATE) <= CURRENT DATE
               END-EXEC
               IF SQLCODE NOT = +0
                   MOVE 'RECEIVED DATE INVALID OR IN THE FUTURE'
                       TO WS-OUT-MESSAGE
                   GO TO 4300-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-RESPONSE-DUE NOT = SPACES
               PERFORM 6200-CHECK-DUE-DATE
               GO TO 4300-EXIT
           END-IF
      *
           MOVE +30 TO WS-DUE-DAYS
           MOVE SPACES TO WS-CFG-KEY
           STRING 'CMPLT_DUE_DAYS_' WS-IN-SOURCE
                  DELIMITED BY SIZE
                  INTO WS-CFG-KEY
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = :WS-CFG-KEY
           END-EXEC
      *
           IF SQLCODE = +100
               EXEC SQL
                   SELECT CONFIG_VALUE
                   INTO  :WS-CFG-VALUE
                   FROM  AUTOSALE.SYSTEM_CONFIG
                   WHERE CONFIG_KEY = 'CMPLT_DUE_DAYS'
               END-EXEC
           END-IF
      *
           IF SQLCODE = +0
               IF WS-CFG-VALUE(1:3) IS NUMERIC
                   MOVE WS-CFG-VALUE(1:3) TO WS-DUE-DAYS
               ELSE
                   IF WS-CFG-VALUE(1:2) IS NUMERIC
                       MOVE WS-CFG-VALUE(1:2) TO WS-DUE-DAYS
                   END-IF
               END-IF
           END-IF
      *
           EXEC SQL
               SELECT CHAR(DATE(:WS-IN-RECEIVED-DATE)
                           + :WS-DUE-DAYS DAYS, ISO)
               INTO  :WS-IN-RESPONSE-DUE
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
           .
       4300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-COMPLAINT-INQUIRY - DISPLAY ONE COMPLAINT            *
      ****************************************************************
       5000-COMPLAINT-INQUIRY.
      *
           PERFORM 5100-READ-COMPLAINT THRU 5100-EXIT
           IF WS-OUT-MESSAGE = SPACES
               MOVE 'COMPLAINT DISPLAYED' TO WS-OUT-MESSAGE
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-READ-COMPLAINT - LOAD THE ROW INTO THE OUTPUT AREA   *
      ****************************************************************
       5100-READ-COMPLAINT.
      *
           MOVE WS-IN-COMPLAINT-ID TO COMPLAINT-ID
           MOVE SPACES TO COMPLAINT-DESC-TX
           MOVE SPACES TO RESOLUTION-TEXT-TX
      *
           EXEC SQL
               SELECT DEALER_CODE
                    , CUSTOMER_ID
                    , COMPLAINT_SOURCE
                    , CATEGORY
                    , DEAL_NUMBER
                    , RO_NUMBER
                    , FINANCE_ID
                    , COMPLAINT_DESC
                    , CHAR(RECEIVED_DATE, ISO)
                    , OWNER_ID
                    , CHAR(RESPONSE_DUE, ISO)
                    , COMPLAINT_STATUS
                    , RESOLUTION_TEXT
                    , GOODWILL_AMT
                    , RESOLVED_BY
                    , CHAR(RESOLVED_DATE, ISO)
               INTO  :DEALER-CODE
                    , :CUSTOMER-ID
                    , :COMPLAINT-SOURCE
                    , :CATEGORY
                    , :DEAL-NUMBER     :WS-NI-DEAL-NUMBER
                    , :RO-NUMBER       :WS-NI-RO-NUMBER
                    , :FINANCE-ID      :WS-NI-FINANCE-ID
                    , :COMPLAINT-DESC
                    , :RECEIVED-DATE
                    , :OWNER-ID
                    , :RESPONSE-DUE
                    , :COMPLAINT-STATUS
                    , :RESOLUTION-TEXT :WS-NI-RESOLUTION
                    , :GOODWILL-AMT
                    , :RESOLVED-BY     :WS-NI-RESOLVED-BY
                    , :RESOLVED-DATE   :WS-NI-RESOLVED-DATE
               FROM  AUTOSALE.CUSTOMER_COMPLAINT
               WHERE COMPLAINT_ID = :COMPLAINT-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'COMPLAINT NOT FOUND' TO WS-OUT-MESSAGE
                   GO TO 5100-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'CUSCMP00: DB2 ERROR READING COMPLAINT'
                       TO WS-OUT-MESSAGE
                   GO TO 5100-EXIT
           END-EVALUATE
      *
           MOVE COMPLAINT-ID TO WS-OUT-COMPLAINT-ID
           MOVE DEALER-CODE TO WS-OUT-DEALER-CODE
           MOVE CUSTOMER-ID TO WS-OUT-CUSTOMER-ID
           MOVE COMPLAINT-SOURCE TO WS-OUT-SOURCE
           MOVE CATEGORY TO WS-OUT-CATEGORY
           IF WS-NI-DEAL-NUMBER >= +0
               MOVE DEAL-NUMBER TO WS-OUT-DEAL-NUMBER
           END-IF
           IF WS-NI-RO-NUMBER >= +0
               MOVE RO-NUMBER TO WS-OUT-RO-NUMBER
           END-IF
           IF WS-NI-FINANCE-ID >= +0
               MOVE FINANCE-ID TO WS-OUT-FINANCE-ID
           END-IF
           MOVE COMPLAINT-DESC-TX TO WS-OUT-DESCRIPTION
           MOVE RECEIVED-DATE TO WS-OUT-RECEIVED-DATE
           MOVE OWNER-ID TO WS-OUT-OWNER-ID
           MOVE RESPONSE-DUE TO WS-OUT-RESPONSE-DUE
           MOVE COMPLAINT-STATUS TO WS-OUT-STATUS
           IF WS-NI-RESOLUTION >= +0
               MOVE RESOLUTION-TEXT-TX TO WS-OUT-RESOLUTION
           END-IF
           MOVE GOODWILL-AMT TO WS-OUT-GOODWILL-AMT
           IF WS-NI-RESOLVED-BY >= +0
               MOVE RESOLVED-BY TO WS-OUT-RESOLVED-BY
           END-IF
           IF WS-NI-RESOLVED-DATE >= +0
               MOVE RESOLVED-DATE TO WS-OUT-RESOLVED-DATE
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-REASSIGN-COMPLAINT - NEW OWNER AND/OR DUE DATE       *
      ****************************************************************
       6000-REASSIGN-COMPLAINT.
      *
           PERFORM 5100-READ-COMPLAINT THRU 5100-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           IF COMPLAINT-STATUS NOT = 'OP'
               MOVE 'COMPLAINT IS ALREADY RESOLVED'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-IN-OWNER-ID = SPACES
               MOVE OWNER-ID TO WS-IN-OWNER-ID
           ELSE
               PERFORM 4200-VERIFY-OWNER
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 6000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-RESPONSE-DUE = SPACES
               MOVE RESPONSE-DUE TO WS-IN-RESPONSE-DUE
           ELSE
               MOVE RECEIVED-DATE TO WS-IN-RECEIVED-DATE
               PERFORM 6200-CHECK-DUE-DATE
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 6000-EXIT
               END-IF
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.CUSTOMER_COMPLAINT
                  SET OWNER_ID     = :WS-IN-OWNER-ID
                    , RESPONSE_DUE = DATE(:WS-IN-RESPONSE-DUE)
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  COMPLAINT_ID     = :COMPLAINT-ID
                 AND  COMPLAINT_STATUS = 'OP'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'CUSCMP00: DB2 ERROR UPDATING COMPLAINT'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE 'REASSIGN' TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'OWNER ' OWNER-ID ' TO ' WS-IN-OWNER-ID
                  ' DUE ' RESPONSE-DUE ' TO ' WS-IN-RESPONSE-DUE
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           PERFORM 7900-LOG-ACTION
      *
           PERFORM 5100-READ-COMPLAINT THRU 5100-EXIT
           MOVE 'COMPLAINT REASSIGNED' TO WS-OUT-MESSAGE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6200-CHECK-DUE-DATE - VALID DATE NOT BEFORE RECEIVED      *
      ****************************************************************
       6200-CHECK-DUE-DATE.
      *
           EXEC SQL
               SELECT CHAR(DATE(:WS-IN-RESPONSE-DUE), ISO)
               INTO  :WS-IN-RESPONSE-DUE
               FROM  SYSIBM.SYSDUMMY1
               WHERE DATE(:WS-IN-RESPONSE-DUE)
                  >= DATE(:WS-IN-RECEIVED-DATE)
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'RESPONSE DUE INVALID OR BEFORE RECEIVED DATE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    6500-RESOLVE-COMPLAINT - RECORD RESOLUTION AND GOODWILL   *
      ****************************************************************
       6500-RESOLVE-COMPLAINT.
      *
           PERFORM 5100-READ-COMPLAINT THRU 5100-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6500-EXIT
           END-IF
      *
           IF COMPLAINT-STATUS NOT = 'OP'
               MOVE 'COMPLAINT IS ALREADY RESOLVED'
                   TO WS-OUT-MESSAGE
               GO TO 6500-EXIT
           END-IF
      *
           IF WS-IN-GOODWILL-AMT > ZEROS
               EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-MGR-COUNT
                   FROM  AUTOSALE.SYSTEM_USER
                   WHERE USER_ID = :IO-USER
                     AND USER_TYPE IN ('M', 'G', 'A')
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC
               IF SQLCODE NOT = +0
                   PERFORM 9100-DB2-ERROR
                   MOVE 'CUSCMP00: DB2 ERROR CHECKING USER'
                       TO WS-OUT-MESSAGE
                   GO TO 6500-EXIT
               END-IF
               IF WS-MGR-COUNT = +0
                   MOVE 'ONLY A MANAGER MAY RECORD GOODWILL PAID'
                       TO WS-OUT-MESSAGE
                   GO TO 6500-EXIT
               END-IF
           END-IF
      *
           MOVE WS-IN-GOODWILL-AMT TO GOODWILL-AMT
      *
           EXEC SQL
               UPDATE AUTOSALE.CUSTOMER_COMPLAINT
                  SET COMPLAINT_STATUS = 'RS'
                    , RESOLUTION_TEXT  = RTRIM(:WS-IN-RESOLUTION)
                    , GOODWILL_AMT     = :GOODWILL-AMT
                    , RESOLVED_BY      = :IO-USER
                    , RESOLVED_DATE    = CURRENT DATE
                    , UPDATED_TS       = CURRENT TIMESTAMP
               WHERE  COMPLAINT_ID     = :COMPLAINT-ID
                 AND  COMPLAINT_STATUS = 'OP'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'CUSCMP00: DB2 ERROR RESOLVING COMPLAINT'
                   TO WS-OUT-MESSAGE
               GO TO 6500-EXIT
           END-IF
      *
           MOVE 'RESOLVE' TO WS-LOG-ACTION
           MOVE GOODWILL-AMT TO WS-OUT-GOODWILL-AMT
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'RESOLVED GOODWILL ' WS-OUT-GOODWILL-AMT
                  ': ' WS-IN-RESOLUTION
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           PERFORM 7900-LOG-ACTION
      *
           PERFORM 5100-READ-COMPLAINT THRU 5100-EXIT
           MOVE 'COMPLAINT RESOLVED' TO WS-OUT-MESSAGE
           .
       6500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-AGING-WORKLIST - OPEN COMPLAINTS, EARLIEST DUE FIRST *
      ****************************************************************
       7000-AGING-WORKLIST.
      *
           MOVE WS-IN-OWNER-ID TO WS-OUT-OWNER-ID
           MOVE WS-IN-DEALER-CODE TO WS-OUT-DEALER-CODE
      *
           EXEC SQL OPEN CSR_CMP_LIST END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'CUSCMP00: ERROR OPENING COMPLAINT CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 7100-FETCH-COMPLAINT
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +10
      *
           EXEC SQL CLOSE CSR_CMP_LIST END-EXEC
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
      *
           IF WS-OUT-MESSAGE = SPACES
               IF WS-ROW-COUNT = +0
                   MOVE 'NO OPEN COMPLAINTS - WORKLIST IS CLEAR'
                       TO WS-OUT-MESSAGE
               ELSE
                   MOVE 'OPEN COMPLAINTS - EARLIEST RESPONSE DUE FIRST'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7100-FETCH-COMPLAINT - FETCH ONE WORKLIST ROW             *
      ****************************************************************
       7100-FETCH-COMPLAINT.
      *
           EXEC SQL FETCH CSR_CMP_LIST
               INTO  :WS-HV-LS-ID
                    , :WS-HV-LS-CATEGORY
                    , :WS-HV-LS-SOURCE
                    , :WS-HV-LS-CUSTOMER
                    , :WS-HV-LS-RECEIVED
                    , :WS-HV-LS-DUE
                    , :WS-HV-LS-DAYS-OPEN
                    , :WS-HV-LS-OVERDUE
                    , :WS-HV-LS-OWNER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE WS-HV-LS-ID
                       TO WS-OUT-LN-ID(WS-ROW-COUNT)
                   MOVE WS-HV-LS-CATEGORY
                       TO WS-OUT-LN-CATEGORY(WS-ROW-COUNT)
                   MOVE WS-HV-LS-SOURCE
                       TO WS-OUT-LN-SOURCE(WS-ROW-COUNT)
                   MOVE WS-HV-LS-CUSTOMER
                       TO WS-OUT-LN-CUSTOMER(WS-ROW-COUNT)
                   MOVE WS-HV-LS-RECEIVED
                       TO WS-OUT-LN-RECEIVED(WS-ROW-COUNT)
                   MOVE WS-HV-LS-DUE
                       TO WS-OUT-LN-DUE(WS-ROW-COUNT)
                   MOVE WS-HV-LS-DAYS-OPEN
                       TO WS-OUT-LN-DAYS-OPEN(WS-ROW-COUNT)
                   MOVE WS-HV-LS-OVERDUE
                       TO WS-OUT-LN-OVERDUE(WS-ROW-COUNT)
                   MOVE WS-HV-LS-OWNER
                       TO WS-OUT-LN-OWNER(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'CUSCMP00: DB2 ERROR READING COMPLAINTS'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    7900-LOG-ACTION - AUDIT TRAIL FOR ADD, UPD AND RES        *
      ****************************************************************
       7900-LOG-ACTION.
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'CUSTOMER_COMPLAINT' TO WS-LOG-TABLE-NAME
           MOVE WS-IN-COMPLAINT-ID TO WS-LOG-KEY-VALUE
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
           MOVE 'CUSCMP00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'CUSTOMER_COMPLAINT' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF CUSCMP00                                              *
      ****************************************************************
