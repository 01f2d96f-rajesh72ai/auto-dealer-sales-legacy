       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCRP00.
      ****************************************************************
      * PROGRAM:    BATCRP00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    MONTH-END CREDIT BUREAU REPORTING (METRO 2, 426  *
      *             CHARACTER FORMAT) FOR IN-HOUSE (BHPH) NOTES.     *
      *             ONE BASE SEGMENT PER HOUSE_LOAN WITH A J1        *
      *             SEGMENT FOR THE CO-BUYER ON THE FINANCE_APP      *
      *             (CO_CUSTOMER_ID). OPEN NOTES (AC, RP, DF) ARE    *
      *             REPORTED EVERY CYCLE; A PAID (PD) OR CLOSED (CL) *
      *             NOTE IS REPORTED ONCE AS STATUS 13 AND THEN      *
      *             DROPPED.                                         *
      *               ACCOUNT STATUS - 11 CURRENT, 71/78/80/82/83/84 *
      *                  30 THROUGH 180+ DAYS PAST DUE, 96 UNIT      *
      *                  REPOSSESSED (RECOVERED, OR DEFICIENCY DF),  *
      *                  13 PAID OR CLOSED.                          *
      *               PAYMENT HISTORY PROFILE - 24 MONTHS, MOST      *
      *                  RECENT FIRST, CARRIED ON CREDIT_RPT_ACCT.   *
      *                  A RE-RUN IN THE SAME MONTH REPLACES THE     *
      *                  MONTH RATHER THAN SHIFTING.                 *
      *               DATE OF FIRST DELINQUENCY - THE DUE DATE THAT  *
      *                  WENT 30 DAYS UNPAID, HELD UNTIL THE NOTE IS *
      *                  BROUGHT CURRENT.                            *
      *               DISPUTES AND CORRECTIONS (FINCRD00) - THE      *
      *                  COMPLIANCE CONDITION CODE (XB/XC/XH) IS     *
      *                  REPORTED FROM CREDIT_RPT_ACCT; XH IS SENT   *
      *                  ONCE. A CORRECTED ACCOUNT CARRIES THE       *
      *                  CORRECTION INDICATOR ON THE NEXT CYCLE,     *
      *                  EVEN AFTER ITS FINAL REPORT.                *
      *             ONLY THE LAST 4 OF THE SSN IS HELD ON CUSTOMER,  *
      *             SO THE SSN IS ZERO-FILLED AND THE BUREAUS MATCH  *
      *             ON NAME, DATE OF BIRTH AND ADDRESS.              *
      *                                                              *
      * CONFIG:     SYSTEM_CONFIG BATCRP00_IDENT_NUMBER (REQUIRED),  *
      *             BATCRP00_REPORTER_NAME/_ADDR/_PHONE,             *
      *             BATCRP00_EQUIFAX_ID/_EXPERIAN_ID/_TRANSUNION_ID/ *
      *             _INNOVIS_ID                                      *
      *                                                              *
      * TABLES:     AUTOSALE.HOUSE_LOAN      (READ)                  *
      *             AUTOSALE.HOUSE_LOAN_PMT  (READ)                  *
      *             AUTOSALE.HOUSE_LOAN_REPO (READ)                  *
      *             AUTOSALE.FINANCE_APP     (READ)                  *
      *             AUTOSALE.CUSTOMER        (READ)                  *
      *             AUTOSALE.CREDIT_RPT_ACCT (READ/INSERT/UPDATE)    *
      *             AUTOSALE.SYSTEM_CONFIG   (READ)                  *
      *                                                              *
      * OUTPUT:     M2OUT DD - METRO 2 FILE (VB 426-526)             *
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
           SELECT M2-OUT-FILE
               ASSIGN TO M2OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-M2OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  M2-OUT-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 426 TO 526 CHARACTERS.
       01  M2-OUT-RECORD                 PIC X(426).
       01  M2-OUT-RECORD-J1              PIC X(526).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATCRP00'.
      *
       01  WS-M2OUT-STATUS               PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLCRACT.
      *
       01  WS-COUNTERS.
           05  WS-READ-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-BASE-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-J1-COUNT               PIC S9(09) COMP-3 VALUE +0.
           05  WS-CURRENT-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-PAID-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-DELINQ-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-REPO-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-DOB-COUNT              PIC S9(09) COMP-3 VALUE +0.
           05  WS-PHONE-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-DISPUTE-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-CORRECT-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-LOAN               PIC X(01) VALUE 'N'.
               88  WS-LOAN-DONE                    VALUE 'Y'.
      *
       01  WS-WORK-FIELDS.
           05  WS-COMMIT-FREQ            PIC S9(04) COMP VALUE +100.
           05  WS-SINCE-COMMIT           PIC S9(04) COMP VALUE +0.
           05  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
           05  WS-ISO-DATE               PIC X(10) VALUE SPACES.
           05  WS-M2-DATE                PIC X(08) VALUE SPACES.
           05  WS-HIST-CHAR              PIC X(01) VALUE SPACES.
           05  WS-NEW-HISTORY            PIC X(24) VALUE SPACES.
           05  WS-FINAL-FLAG             PIC X(01) VALUE 'N'.
           05  WS-PAST-DUE-PMTS          PIC S9(04) COMP VALUE +0.
           05  WS-PAST-DUE-AMT           PIC S9(09)V99 COMP-3
                                                        VALUE +0.
           05  WS-LOAN-ID-DISP           PIC 9(09) VALUE ZEROS.
           05  WS-ZIP-WORK               PIC X(09) VALUE SPACES.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  WS-CURR-HH                PIC 9(02).
           05  WS-CURR-MN                PIC 9(02).
           05  WS-CURR-SS                PIC 9(02).
           05  FILLER                    PIC X(07).
      *
      *    REPORTER CONFIGURATION
      *
       01  WS-REPORTER.
           05  WS-RP-IDENT-NUMBER        PIC X(20) VALUE SPACES.
           05  WS-RP-NAME                PIC X(40) VALUE SPACES.
           05  WS-RP-ADDR                PIC X(96) VALUE SPACES.
           05  WS-RP-PHONE               PIC X(10) VALUE SPACES.
           05  WS-RP-EQUIFAX-ID          PIC X(10) VALUE SPACES.
           05  WS-RP-EXPERIAN-ID         PIC X(05) VALUE SPACES.
           05  WS-RP-TRANSUNION-ID       PIC X(10) VALUE SPACES.
           05  WS-RP-INNOVIS-ID          PIC X(10) VALUE SPACES.
      *
       01  WS-HV-CFG-KEY                 PIC X(30) VALUE SPACES.
       01  WS-HV-CFG-VALUE               PIC X(100) VALUE SPACES.
      *
      *    HOST VARIABLES - LOAN, BORROWER, CO-BUYER, TRACKING
      *
       01  WS-HV-LOAN.
           05  WS-HV-LN-ID               PIC S9(09) COMP.
           05  WS-HV-LN-PRINCIPAL        PIC S9(09)V99 COMP-3.
           05  WS-HV-LN-TERM             PIC S9(04) COMP.
           05  WS-HV-LN-PAYMENT          PIC S9(07)V99 COMP-3.
           05  WS-HV-LN-OPENED           PIC X(10).
           05  WS-HV-LN-NEXT-DUE         PIC X(10).
           05  WS-HV-LN-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-HV-LN-LAST-PAID        PIC X(10).
           05  WS-HV-LN-STATUS           PIC X(02).
           05  WS-HV-LN-DAYS-PAST        PIC S9(05) COMP.
           05  WS-HV-LN-PAID-MONTH       PIC S9(09)V99 COMP-3.
           05  WS-HV-LN-REPO-STATUS      PIC X(02).
      *
       01  WS-HV-BORROWER.
           05  WS-HV-BR-SURNAME          PIC X(25).
           05  WS-HV-BR-FIRST            PIC X(20).
           05  WS-HV-BR-MIDDLE           PIC X(01).
           05  WS-HV-BR-DOB              PIC X(10).
           05  WS-HV-BR-PHONE            PIC X(10).
           05  WS-HV-BR-ADDR1            PIC X(32).
           05  WS-HV-BR-ADDR2            PIC X(32).
           05  WS-HV-BR-CITY             PIC X(20).
           05  WS-HV-BR-STATE            PIC X(02).
           05  WS-HV-BR-ZIP              PIC X(10).
      *
       01  WS-HV-COBUYER.
           05  WS-HV-CB-ID               PIC S9(09) COMP.
           05  WS-HV-CB-SURNAME          PIC X(25).
           05  WS-HV-CB-FIRST            PIC X(20).
           05  WS-HV-CB-MIDDLE           PIC X(01).
           05  WS-HV-CB-DOB              PIC X(10).
           05  WS-HV-CB-PHONE            PIC X(10).
      *
       01  WS-HV-TRACK.
           05  WS-HV-TR-LOAN-ID          PIC S9(09) COMP.
           05  WS-HV-TR-HISTORY          PIC X(24).
           05  WS-HV-TR-FIRST-DELINQ     PIC X(10).
           05  WS-HV-TR-LAST-CYCLE       PIC X(10).
           05  WS-HV-TR-DISPUTE          PIC X(02).
           05  WS-HV-TR-CORRECTION       PIC X(01).
           05  WS-HV-TR-NEW-STATUS       PIC X(02).
      *
       01  WS-NI-FIRST-DELINQ            PIC S9(04) COMP VALUE +0.
      *
      *    METRO 2 HEADER RECORD (426)
      *
       01  WS-M2-HEADER.
           05  WS-M2H-RDW                PIC 9(04) VALUE 0426.
           05  WS-M2H-RECORD-ID          PIC X(06) VALUE 'HEADER'.
           05  WS-M2H-CYCLE-ID           PIC X(02) VALUE SPACES.
           05  WS-M2H-INNOVIS-ID         PIC X(10).
           05  WS-M2H-EQUIFAX-ID         PIC X(10).
           05  WS-M2H-EXPERIAN-ID        PIC X(05).
           05  WS-M2H-TRANSUNION-ID      PIC X(10).
           05  WS-M2H-ACTIVITY-DATE      PIC X(08).
           05  WS-M2H-CREATED-DATE       PIC X(08).
           05  WS-M2H-PROGRAM-DATE       PIC X(08) VALUE '10152026'.
           05  WS-M2H-REVISION-DATE      PIC X(08) VALUE '10152026'.
           05  WS-M2H-REPORTER-NAME      PIC X(40).
           05  WS-M2H-REPORTER-ADDR      PIC X(96).
           05  WS-M2H-REPORTER-PHONE     PIC X(10).
           05  WS-M2H-VENDOR-NAME        PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM'.
           05  WS-M2H-VENDOR-VERSION     PIC X(05) VALUE '01.00'.
           05  FILLER                    PIC X(156) VALUE SPACES.
      *
      *    METRO 2 BASE SEGMENT (426)
      *
       01  WS-M2-BASE.
           05  WS-M2B-RDW                PIC 9(04).
           05  WS-M2B-PROC-IND           PIC X(01).
           05  WS-M2B-TIME-STAMP         PIC X(14).
           05  WS-M2B-CORRECTION         PIC X(01).
           05  WS-M2B-IDENT-NUMBER       PIC X(20).
           05  WS-M2B-CYCLE-ID           PIC X(02).
           05  WS-M2B-ACCOUNT-NUMBER     PIC X(30).
           05  WS-M2B-PORTFOLIO-TYPE     PIC X(01).
           05  WS-M2B-ACCOUNT-TYPE       PIC X(02).
           05  WS-M2B-DATE-OPENED        PIC X(08).
           05  WS-M2B-CREDIT-LIMIT       PIC 9(09).
           05  WS-M2B-HIGHEST-CREDIT     PIC 9(09).
           05  WS-M2B-TERMS-DURATION     PIC 9(03).
           05  WS-M2B-TERMS-FREQ         PIC X(01).
           05  WS-M2B-SCHED-PMT          PIC 9(09).
           05  WS-M2B-ACTUAL-PMT         PIC 9(09).
           05  WS-M2B-ACCOUNT-STATUS     PIC X(02).
               88  WS-M2B-ST-CURRENT               VALUE '11'.
               88  WS-M2B-ST-PAID                  VALUE '13'.
               88  WS-M2B-ST-DELINQ                VALUE '71' '78'
                                                   '80' '82' '83'
                                                   '84'.
               88  WS-M2B-ST-REPO                  VALUE '96'.
           05  WS-M2B-PMT-RATING         PIC X(01).
           05  WS-M2B-PMT-HISTORY        PIC X(24).
           05  WS-M2B-SPECIAL-COMMENT    PIC X(02).
           05  WS-M2B-COMPLIANCE-CODE    PIC X(02).
           05  WS-M2B-CURRENT-BAL        PIC 9(09).
           05  WS-M2B-AMT-PAST-DUE       PIC 9(09).
           05  WS-M2B-ORIG-CHARGEOFF     PIC 9(09).
           05  WS-M2B-ACCT-INFO-DATE     PIC X(08).
           05  WS-M2B-FIRST-DELINQ       PIC X(08).
           05  WS-M2B-DATE-CLOSED        PIC X(08).
           05  WS-M2B-LAST-PMT-DATE      PIC X(08).
           05  WS-M2B-INTEREST-TYPE      PIC X(01).
           05  FILLER                    PIC X(18).
           05  WS-M2B-SURNAME            PIC X(25).
           05  WS-M2B-FIRST-NAME         PIC X(20).
           05  WS-M2B-MIDDLE-NAME        PIC X(20).
           05  WS-M2B-GENERATION         PIC X(01).
           05  WS-M2B-SSN                PIC 9(09).
           05  WS-M2B-DOB                PIC X(08).
           05  WS-M2B-PHONE              PIC X(10).
           05  WS-M2B-ECOA               PIC X(01).
           05  WS-M2B-CONS-INFO-IND      PIC X(02).
           05  WS-M2B-COUNTRY            PIC X(02).
           05  WS-M2B-ADDRESS-1          PIC X(32).
           05  WS-M2B-ADDRESS-2          PIC X(32).
           05  WS-M2B-CITY               PIC X(20).
           05  WS-M2B-STATE              PIC X(02).
           05  WS-M2B-ZIP                PIC X(09).
           05  WS-M2B-ADDR-IND           PIC X(01).
      *
      *    METRO 2 J1 SEGMENT - ASSOCIATED CONSUMER (100)
      *
       01  WS-M2-J1.
           05  WS-M2J-SEGMENT-ID         PIC X(02).
           05  FILLER                    PIC X(01).
           05  WS-M2J-SURNAME            PIC X(25).
           05  WS-M2J-FIRST-NAME         PIC X(20).
           05  WS-M2J-MIDDLE-NAME        PIC X(20).
           05  WS-M2J-GENERATION         PIC X(01).
           05  WS-M2J-SSN                PIC 9(09).
           05  WS-M2J-DOB                PIC X(08).
           05  WS-M2J-PHONE              PIC X(10).
           05  WS-M2J-ECOA               PIC X(01).
           05  WS-M2J-CONS-INFO-IND      PIC X(02).
           05  FILLER                    PIC X(01).
      *
       01  WS-M2-BASE-J1.
           05  WS-M2X-BASE               PIC X(426).
           05  WS-M2X-J1                 PIC X(100).
      *
      *    METRO 2 TRAILER RECORD (426)
      *
       01  WS-M2-TRAILER.
           05  WS-M2T-RDW                PIC 9(04) VALUE 0426.
           05  WS-M2T-RECORD-ID          PIC X(07) VALUE 'TRAILER'.
           05  WS-M2T-BASE-CT            PIC 9(09).
           05  WS-M2T-CURRENT-CT         PIC 9(09).
           05  WS-M2T-PAID-CT            PIC 9(09).
           05  WS-M2T-DELINQ-CT          PIC 9(09).
           05  WS-M2T-REPO-CT            PIC 9(09).
           05  WS-M2T-J1-CT              PIC 9(09).
           05  WS-M2T-DOB-CT             PIC 9(09).
           05  WS-M2T-PHONE-CT           PIC 9(09).
           05  WS-M2T-DISPUTE-CT         PIC 9(09).
           05  FILLER                    PIC X(334) VALUE SPACES.
      *
      *    NOTES TO REPORT - OPEN, NOT YET FINAL-REPORTED, UNDER
      *    DISPUTE, OR CORRECTED SINCE THE LAST CYCLE
      *
           EXEC SQL DECLARE CSR_CRP_LOAN CURSOR WITH HOLD FOR
               SELECT L.LOAN_ID
                    , L.PRINCIPAL_AMT
                    , L.TERM_MONTHS
                    , L.MONTHLY_PAYMENT
                    , CHAR(DATE(L.CREATED_TS), ISO)
                    , CHAR(L.NEXT_DUE_DATE, ISO)
                    , L.PRINCIPAL_BAL
                    , COALESCE(CHAR(L.LAST_PAID_DATE, ISO), ' ')
                    , L.LOAN_STATUS
                    , DAYS(CURRENT DATE) - DAYS(L.NEXT_DUE_DATE)
                    , COALESCE(
                        (SELECT SUM(P.AMOUNT_PAID)
                         FROM   AUTOSALE.HOUSE_LOAN_PMT P
                         WHERE  P.LOAN_ID = L.LOAN_ID
                           AND  YEAR(P.PMT_DATE)  =
                                YEAR(CURRENT DATE)
                           AND  MONTH(P.PMT_DATE) =
                                MONTH(CURRENT DATE)), 0)
                    , COALESCE(
                        (SELECT RP.REPO_STATUS
                         FROM   AUTOSALE.HOUSE_LOAN_REPO RP
                         WHERE  RP.LOAN_ID = L.LOAN_ID), ' ')
                    , CAST(C.LAST_NAME AS CHAR(25))
                    , CAST(C.FIRST_NAME AS CHAR(20))
                    , COALESCE(C.MIDDLE_INIT, ' ')
                    , COALESCE(CHAR(C.DATE_OF_BIRTH, ISO), ' ')
                    , COALESCE(C.HOME_PHONE, C.CELL_PHONE, ' ')
                    , CAST(COALESCE(C.ADDRESS_LINE1, ' ') AS CHAR(32))
                    , CAST(COALESCE(C.ADDRESS_LINE2, ' ') AS CHAR(32))
                    , CAST(COALESCE(C.CITY, ' ') AS CHAR(20))
                    , COALESCE(C.STATE_CODE, ' ')
                    , COALESCE(C.ZIP_CODE, ' ')
                    , COALESCE(CB.CUSTOMER_ID, 0)
                    , CAST(COALESCE(CB.LAST_NAME, ' ') AS CHAR(25))
                    , CAST(COALESCE(CB.FIRST_NAME, ' ') AS CHAR(20))
                    , COALESCE(CB.MIDDLE_INIT, ' ')
                    , COALESCE(CHAR(CB.DATE_OF_BIRTH, ISO), ' ')
                    , COALESCE(CB.HOME_PHONE, CB.CELL_PHONE, ' ')
                    , COALESCE(R.LOAN_ID, 0)
                    , COALESCE(R.PAY_HISTORY, ' ')
                    , COALESCE(CHAR(R.FIRST_DELINQ_DT, ISO), ' ')
                    , COALESCE(CHAR(R.LAST_CYCLE_DATE, ISO), ' ')
                    , COALESCE(R.DISPUTE_STATUS, ' ')
                    , COALESCE(R.CORRECTION_PEND, 'N')
               FROM   AUTOSALE.HOUSE_LOAN L
               INNER JOIN AUTOSALE.CUSTOMER C
                 ON   C.CUSTOMER_ID = L.CUSTOMER_ID
               LEFT OUTER JOIN AUTOSALE.FINANCE_APP F
                 ON   F.FINANCE_ID = L.FINANCE_ID
               LEFT OUTER JOIN AUTOSALE.CUSTOMER CB
                 ON   CB.CUSTOMER_ID = F.CO_CUSTOMER_ID
               LEFT OUTER JOIN AUTOSALE.CREDIT_RPT_ACCT R
                 ON   R.LOAN_ID = L.LOAN_ID
               WHERE  L.LOAN_STATUS IN ('AC', 'RP', 'DF')
                  OR  COALESCE(R.FINAL_REPORTED, 'N') = 'N'
                  OR  R.CORRECTION_PEND = 'Y'
                  OR  R.DISPUTE_STATUS  = 'XB'
               ORDER BY L.LOAN_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATCRP00: METRO 2 CREDIT REPORTING - START'
      *
           PERFORM 1000-INITIALIZE
      *
           IF WS-RP-IDENT-NUMBER = SPACES
               DISPLAY 'BATCRP00: BATCRP00_IDENT_NUMBER NOT IN '
                       'SYSTEM_CONFIG - NO FILE BUILT'
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               PERFORM 2000-OPEN-FILES
               IF WS-M2OUT-STATUS = '00'
                   PERFORM 3000-REPORT-ACCOUNTS THRU 3000-EXIT
                   PERFORM 8000-WRITE-TRAILER
                   PERFORM 9000-CLOSE-FILES
               END-IF
           END-IF
      *
           DISPLAY 'BATCRP00: PROCESSING COMPLETE'
           DISPLAY 'BATCRP00:   LOANS READ   = ' WS-READ-COUNT
           DISPLAY 'BATCRP00:   BASE RECORDS = ' WS-BASE-COUNT
           DISPLAY 'BATCRP00:   J1 SEGMENTS  = ' WS-J1-COUNT
           DISPLAY 'BATCRP00:   CURRENT (11) = ' WS-CURRENT-COUNT
           DISPLAY 'BATCRP00:   DELINQUENT   = ' WS-DELINQ-COUNT
           DISPLAY 'BATCRP00:   REPO (96)    = ' WS-REPO-COUNT
           DISPLAY 'BATCRP00:   PAID (13)    = ' WS-PAID-COUNT
           DISPLAY 'BATCRP00:   DISPUTED     = ' WS-DISPUTE-COUNT
           DISPLAY 'BATCRP00:   CORRECTIONS  = ' WS-CORRECT-COUNT
           DISPLAY 'BATCRP00:   ERRORS       = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - RUN DATE AND REPORTER CONFIGURATION     *
      ****************************************************************
       1000-INITIALIZE.
      *
           INITIALIZE WS-COUNTERS
      *
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-CURRENT-DATE-DATA
      *
           STRING WS-CURR-YYYY '-'
                  WS-CURR-MM   '-'
                  WS-CURR-DD
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
      *
           MOVE 'BATCRP00_IDENT_NUMBER' TO WS-HV-CFG-KEY
           PERFORM 1100-READ-CONFIG
           MOVE WS-HV-CFG-VALUE TO WS-RP-IDENT-NUMBER
      *
           MOVE 'BATCRP00_REPORTER_NAME' TO WS-HV-CFG-KEY
           PERFORM 1100-READ-CONFIG
           MOVE WS-HV-CFG-VALUE TO WS-RP-NAME
      *
           MOVE 'BATCRP00_REPORTER_ADDR' TO WS-HV-CFG-KEY
           PERFORM 1100-READ-CONFIG
           MOVE WS-HV-CFG-VALUE TO WS-RP-ADDR
      *
           MOVE 'BATCRP00_REPORTER_PHONE' TO WS-HV-CFG-KEY
           PERFORM 1100-READ-CONFIG
           MOVE WS-HV-CFG-VALUE TO WS-RP-PHONE
      *
           MOVE 'BATCRP00_EQUIFAX_ID' TO WS-HV-CFG-KEY
           PERFORM 1100-READ-CONFIG
           MOVE WS-HV-CFG-VALUE TO WS-RP-EQUIFAX-ID
      *
           MOVE 'BATCRP00_EXPERIAN_ID' TO WS-HV-CFG-KEY
           PERFORM 1100-READ-CONFIG
           MOVE WS-HV-CFG-VALUE TO WS-RP-EXPERIAN-ID
      *
           MOVE 'BATCRP00_TRANSUNION_ID' TO WS-HV-CFG-KEY
           PERFORM 1100-READ-CONFIG
           MOVE WS-HV-CFG-VALUE TO WS-RP-TRANSUNION-ID
      *
           MOVE 'BATCRP00_INNOVIS_ID' TO WS-HV-CFG-KEY
           PERFORM 1100-READ-CONFIG
           MOVE WS-HV-CFG-VALUE TO WS-RP-INNOVIS-ID
      *
           DISPLAY 'BATCRP00: ACTIVITY DATE ' WS-TODAY-DATE
                   ' REPORTER ' WS-RP-IDENT-NUMBER
           .
      *
      ****************************************************************
      *    1100-READ-CONFIG - ONE SYSTEM_CONFIG VALUE (SPACES IF     *
      *    NOT SET)                                                  *
      ****************************************************************
       1100-READ-CONFIG.
      *
           MOVE SPACES TO WS-HV-CFG-VALUE
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = :WS-HV-CFG-KEY
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE SPACES TO WS-HV-CFG-VALUE
           END-IF
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES - OPEN THE FILE AND WRITE THE HEADER      *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT M2-OUT-FILE
           IF WS-M2OUT-STATUS NOT = '00'
               DISPLAY 'BATCRP00: ERROR OPENING M2OUT - '
                       WS-M2OUT-STATUS
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-TODAY-DATE TO WS-ISO-DATE
               PERFORM 7900-FORMAT-DATE
               MOVE WS-M2-DATE TO WS-M2H-ACTIVITY-DATE
               MOVE WS-M2-DATE TO WS-M2H-CREATED-DATE
               MOVE WS-RP-INNOVIS-ID TO WS-M2H-INNOVIS-ID
               MOVE WS-RP-EQUIFAX-ID TO WS-M2H-EQUIFAX-ID
               MOVE WS-RP-EXPERIAN-ID TO WS-M2H-EXPERIAN-ID
               MOVE WS-RP-TRANSUNION-ID TO WS-M2H-TRANSUNION-ID
               MOVE WS-RP-NAME TO WS-M2H-REPORTER-NAME
               MOVE WS-RP-ADDR TO WS-M2H-REPORTER-ADDR
               MOVE WS-RP-PHONE TO WS-M2H-REPORTER-PHONE
               WRITE M2-OUT-RECORD FROM WS-M2-HEADER
           END-IF
           .
      *
      ****************************************************************
      *    3000-REPORT-ACCOUNTS                                      *
      ****************************************************************
       3000-REPORT-ACCOUNTS.
      *
           EXEC SQL OPEN CSR_CRP_LOAN END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCRP00: ERROR OPENING LOAN CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-LOAN
      *
           PERFORM UNTIL WS-LOAN-DONE
               EXEC SQL FETCH CSR_CRP_LOAN
                   INTO :WS-HV-LN-ID
                      , :WS-HV-LN-PRINCIPAL
                      , :WS-HV-LN-TERM
                      , :WS-HV-LN-PAYMENT
                      , :WS-HV-LN-OPENED
                      , :WS-HV-LN-NEXT-DUE
                      , :WS-HV-LN-BALANCE
                      , :WS-HV-LN-LAST-PAID
                      , :WS-HV-LN-STATUS
                      , :WS-HV-LN-DAYS-PAST
                      , :WS-HV-LN-PAID-MONTH
                      , :WS-HV-LN-REPO-STATUS
                      , :WS-HV-BR-SURNAME
                      , :WS-HV-BR-FIRST
                      , :WS-HV-BR-MIDDLE
                      , :WS-HV-BR-DOB
                      , :WS-HV-BR-PHONE
                      , :WS-HV-BR-ADDR1
                      , :WS-HV-BR-ADDR2
                      , :WS-HV-BR-CITY
                      , :WS-HV-BR-STATE
                      , :WS-HV-BR-ZIP
                      , :WS-HV-CB-ID
                      , :WS-HV-CB-SURNAME
                      , :WS-HV-CB-FIRST
                      , :WS-HV-CB-MIDDLE
                      , :WS-HV-CB-DOB
                      , :WS-HV-CB-PHONE
                      , :WS-HV-TR-LOAN-ID
                      , :WS-HV-TR-HISTORY
                      , :WS-HV-TR-FIRST-DELINQ
                      , :WS-HV-TR-LAST-CYCLE
                      , :WS-HV-TR-DISPUTE
                      , :WS-HV-TR-CORRECTION
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-READ-COUNT
                       PERFORM 3100-BUILD-BASE
                       PERFORM 3300-WRITE-ACCOUNT
                       PERFORM 3400-UPDATE-TRACKING THRU 3400-EXIT
                   WHEN +100
                       SET WS-LOAN-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATCRP00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-LOAN-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_CRP_LOAN END-EXEC
      *
           PERFORM 7000-COMMIT
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-BUILD-BASE - ACCOUNT STATUS, HISTORY AND AMOUNTS     *
      ****************************************************************
       3100-BUILD-BASE.
      *
           INITIALIZE WS-M2-BASE
           MOVE 0426 TO WS-M2B-RDW
           MOVE '1' TO WS-M2B-PROC-IND
           STRING WS-CURR-MM WS-CURR-DD WS-CURR-YYYY
                  WS-CURR-HH WS-CURR-MN WS-CURR-SS
                  DELIMITED BY SIZE
                  INTO WS-M2B-TIME-STAMP
           MOVE WS-RP-IDENT-NUMBER TO WS-M2B-IDENT-NUMBER
           MOVE WS-HV-LN-ID TO WS-LOAN-ID-DISP
           MOVE WS-LOAN-ID-DISP TO WS-M2B-ACCOUNT-NUMBER
           MOVE 'I' TO WS-M2B-PORTFOLIO-TYPE
           MOVE '00' TO WS-M2B-ACCOUNT-TYPE
           MOVE 'M' TO WS-M2B-TERMS-FREQ
           MOVE 'F' TO WS-M2B-INTEREST-TYPE
           MOVE 'US' TO WS-M2B-COUNTRY
      *
           IF WS-HV-TR-CORRECTION = 'Y'
               MOVE '1' TO WS-M2B-CORRECTION
               ADD +1 TO WS-CORRECT-COUNT
           END-IF
      *
           MOVE WS-HV-LN-OPENED TO WS-ISO-DATE
           PERFORM 7900-FORMAT-DATE
           MOVE WS-M2-DATE TO WS-M2B-DATE-OPENED
           MOVE WS-TODAY-DATE TO WS-ISO-DATE
           PERFORM 7900-FORMAT-DATE
           MOVE WS-M2-DATE TO WS-M2B-ACCT-INFO-DATE
           MOVE WS-HV-LN-LAST-PAID TO WS-ISO-DATE
           PERFORM 7900-FORMAT-DATE
           MOVE WS-M2-DATE TO WS-M2B-LAST-PMT-DATE
           MOVE '00000000' TO WS-M2B-DATE-CLOSED
      *
           MOVE WS-HV-LN-PRINCIPAL TO WS-M2B-HIGHEST-CREDIT
           MOVE WS-HV-LN-TERM TO WS-M2B-TERMS-DURATION
           MOVE WS-HV-LN-PAYMENT TO WS-M2B-SCHED-PMT
           MOVE WS-HV-LN-PAID-MONTH TO WS-M2B-ACTUAL-PMT
           MOVE WS-HV-LN-BALANCE TO WS-M2B-CURRENT-BAL
           MOVE 'N' TO WS-FINAL-FLAG
           MOVE +0 TO WS-PAST-DUE-AMT
      *
      *    ACCOUNT STATUS AND THIS MONTH'S PAYMENT HISTORY CODE
      *
           EVALUATE TRUE
               WHEN WS-HV-LN-STATUS = 'PD'
               OR   WS-HV-LN-STATUS = 'CL'
                   MOVE '13' TO WS-M2B-ACCOUNT-STATUS
                   MOVE '0' TO WS-M2B-PMT-RATING
                   MOVE '0' TO WS-HIST-CHAR
                   MOVE 'Y' TO WS-FINAL-FLAG
                   MOVE WS-M2B-LAST-PMT-DATE TO WS-M2B-DATE-CLOSED
               WHEN WS-HV-LN-STATUS = 'DF'
               OR   WS-HV-LN-REPO-STATUS = 'RC'
               OR   WS-HV-LN-REPO-STATUS = 'IN'
               OR   WS-HV-LN-REPO-STATUS = 'SL'
                   MOVE '96' TO WS-M2B-ACCOUNT-STATUS
                   MOVE 'K' TO WS-HIST-CHAR
                   MOVE WS-HV-LN-BALANCE TO WS-PAST-DUE-AMT
               WHEN WS-HV-LN-DAYS-PAST < +30
                   MOVE '11' TO WS-M2B-ACCOUNT-STATUS
                   MOVE '0' TO WS-HIST-CHAR
               WHEN WS-HV-LN-DAYS-PAST < +60
                   MOVE '71' TO WS-M2B-ACCOUNT-STATUS
                   MOVE '1' TO WS-HIST-CHAR
               WHEN WS-HV-LN-DAYS-PAST < +90
                   MOVE '78' TO WS-M2B-ACCOUNT-STATUS
                   MOVE '2' TO WS-HIST-CHAR
               WHEN WS-HV-LN-DAYS-PAST < +120
                   MOVE '80' TO WS-M2B-ACCOUNT-STATUS
                   MOVE '3' TO WS-HIST-CHAR
               WHEN WS-HV-LN-DAYS-PAST < +150
                   MOVE '82' TO WS-M2B-ACCOUNT-STATUS
                   MOVE '4' TO WS-HIST-CHAR
               WHEN WS-HV-LN-DAYS-PAST < +180
                   MOVE '83' TO WS-M2B-ACCOUNT-STATUS
                   MOVE '5' TO WS-HIST-CHAR
               WHEN OTHER
                   MOVE '84' TO WS-M2B-ACCOUNT-STATUS
                   MOVE '6' TO WS-HIST-CHAR
           END-EVALUATE
      *
      *    AMOUNT PAST DUE - ONE INSTALLMENT PER 30 DAYS UNPAID,
      *    NEVER MORE THAN THE BALANCE
      *
           IF (WS-M2B-ST-CURRENT OR WS-M2B-ST-DELINQ)
           AND WS-HV-LN-DAYS-PAST > +0
               COMPUTE WS-PAST-DUE-PMTS =
                   (WS-HV-LN-DAYS-PAST + 29) / 30
               COMPUTE WS-PAST-DUE-AMT =
                   WS-PAST-DUE-PMTS * WS-HV-LN-PAYMENT
               IF WS-PAST-DUE-AMT > WS-HV-LN-BALANCE
                   MOVE WS-HV-LN-BALANCE TO WS-PAST-DUE-AMT
               END-IF
           END-IF
           MOVE WS-PAST-DUE-AMT TO WS-M2B-AMT-PAST-DUE
      *
      *    DATE OF FIRST DELINQUENCY - SET WHEN THE NOTE FIRST GOES
      *    30 DAYS DOWN, CLEARED WHEN IT IS BROUGHT CURRENT
      *
           EVALUATE TRUE
               WHEN WS-M2B-ST-CURRENT
                   MOVE SPACES TO WS-HV-TR-FIRST-DELINQ
               WHEN WS-M2B-ST-DELINQ
               OR   WS-M2B-ST-REPO
                   IF WS-HV-TR-FIRST-DELINQ = SPACES
                       MOVE WS-HV-LN-NEXT-DUE
                           TO WS-HV-TR-FIRST-DELINQ
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-HV-TR-FIRST-DELINQ TO WS-ISO-DATE
           PERFORM 7900-FORMAT-DATE
           MOVE WS-M2-DATE TO WS-M2B-FIRST-DELINQ
      *
      *    PAYMENT HISTORY - SHIFT ONE MONTH, OR REPLACE THIS
      *    MONTH ON A RE-RUN
      *
           IF WS-HV-TR-LOAN-ID = +0
           OR WS-HV-TR-HISTORY = SPACES
               MOVE ALL 'B' TO WS-HV-TR-HISTORY
           END-IF
      *
           IF WS-HV-TR-LAST-CYCLE(1:7) = WS-TODAY-DATE(1:7)
               MOVE WS-HV-TR-HISTORY TO WS-NEW-HISTORY
               MOVE WS-HIST-CHAR TO WS-NEW-HISTORY(1:1)
           ELSE
               MOVE WS-HIST-CHAR TO WS-NEW-HISTORY(1:1)
               MOVE WS-HV-TR-HISTORY(1:23) TO WS-NEW-HISTORY(2:23)
           END-IF
           MOVE WS-NEW-HISTORY TO WS-M2B-PMT-HISTORY
      *
           IF WS-HV-TR-DISPUTE NOT = SPACES
               MOVE WS-HV-TR-DISPUTE TO WS-M2B-COMPLIANCE-CODE
               ADD +1 TO WS-DISPUTE-COUNT
           END-IF
      *
      *    PRIMARY BORROWER
      *
           MOVE WS-HV-BR-SURNAME TO WS-M2B-SURNAME
           MOVE WS-HV-BR-FIRST TO WS-M2B-FIRST-NAME
           MOVE WS-HV-BR-MIDDLE TO WS-M2B-MIDDLE-NAME
           MOVE ZEROS TO WS-M2B-SSN
           MOVE WS-HV-BR-DOB TO WS-ISO-DATE
           PERFORM 7900-FORMAT-DATE
           MOVE WS-M2-DATE TO WS-M2B-DOB
           IF WS-HV-BR-DOB NOT = SPACES
               ADD +1 TO WS-DOB-COUNT
           END-IF
           MOVE WS-HV-BR-PHONE TO WS-M2B-PHONE
           IF WS-HV-BR-PHONE NOT = SPACES
               ADD +1 TO WS-PHONE-COUNT
           END-IF
           MOVE WS-HV-BR-ADDR1 TO WS-M2B-ADDRESS-1
           MOVE WS-HV-BR-ADDR2 TO WS-M2B-ADDRESS-2
           MOVE WS-HV-BR-CITY TO WS-M2B-CITY
           MOVE WS-HV-BR-STATE TO WS-M2B-STATE
           MOVE SPACES TO WS-ZIP-WORK
           IF WS-HV-BR-ZIP(6:1) = '-'
               MOVE WS-HV-BR-ZIP(1:5) TO WS-ZIP-WORK(1:5)
               MOVE WS-HV-BR-ZIP(7:4) TO WS-ZIP-WORK(6:4)
           ELSE
               MOVE WS-HV-BR-ZIP(1:9) TO WS-ZIP-WORK
           END-IF
           MOVE WS-ZIP-WORK TO WS-M2B-ZIP
      *
           IF WS-HV-CB-ID > +0
               MOVE '2' TO WS-M2B-ECOA
           ELSE
               MOVE '1' TO WS-M2B-ECOA
           END-IF
      *
           EVALUATE TRUE
               WHEN WS-M2B-ST-CURRENT
                   ADD +1 TO WS-CURRENT-COUNT
               WHEN WS-M2B-ST-DELINQ
                   ADD +1 TO WS-DELINQ-COUNT
               WHEN WS-M2B-ST-REPO
                   ADD +1 TO WS-REPO-COUNT
               WHEN WS-M2B-ST-PAID
                   ADD +1 TO WS-PAID-COUNT
           END-EVALUATE
           .
      *
      ****************************************************************
      *    3300-WRITE-ACCOUNT - BASE SEGMENT, WITH J1 FOR A CO-BUYER *
      ****************************************************************
       3300-WRITE-ACCOUNT.
      *
           IF WS-HV-CB-ID > +0
               INITIALIZE WS-M2-J1
               MOVE 'J1' TO WS-M2J-SEGMENT-ID
               MOVE WS-HV-CB-SURNAME TO WS-M2J-SURNAME
               MOVE WS-HV-CB-FIRST TO WS-M2J-FIRST-NAME
               MOVE WS-HV-CB-MIDDLE TO WS-M2J-MIDDLE-NAME
               MOVE ZEROS TO WS-M2J-SSN
               MOVE WS-HV-CB-DOB TO WS-ISO-DATE
               PERFORM 7900-FORMAT-DATE
               MOVE WS-M2-DATE TO WS-M2J-DOB
               MOVE WS-HV-CB-PHONE TO WS-M2J-PHONE
               MOVE '2' TO WS-M2J-ECOA
               MOVE 0526 TO WS-M2B-RDW
               MOVE WS-M2-BASE TO WS-M2X-BASE
               MOVE WS-M2-J1 TO WS-M2X-J1
               WRITE M2-OUT-RECORD-J1 FROM WS-M2-BASE-J1
               ADD +1 TO WS-J1-COUNT
           ELSE
               WRITE M2-OUT-RECORD FROM WS-M2-BASE
           END-IF
      *
           IF WS-M2OUT-STATUS NOT = '00'
               DISPLAY 'BATCRP00: WRITE FAILED FOR LOAN '
                       WS-LOAN-ID-DISP ' - ' WS-M2OUT-STATUS
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-BASE-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    3400-UPDATE-TRACKING - CARRY HISTORY, DELINQUENCY DATE    *
      *    AND DISPUTE STATE TO THE NEXT CYCLE                       *
      ****************************************************************
       3400-UPDATE-TRACKING.
      *
           MOVE WS-M2B-ACCOUNT-STATUS TO WS-HV-TR-NEW-STATUS
      *
           IF WS-HV-TR-FIRST-DELINQ = SPACES
               MOVE -1 TO WS-NI-FIRST-DELINQ
           ELSE
               MOVE +0 TO WS-NI-FIRST-DELINQ
           END-IF
      *
      *    XH (DISPUTE RESOLVED) IS REPORTED ONCE, THEN CLEARED
      *
           IF WS-HV-TR-LOAN-ID > +0
               EXEC SQL
                   UPDATE AUTOSALE.CREDIT_RPT_ACCT
                      SET PAY_HISTORY     = :WS-NEW-HISTORY
                        , FIRST_DELINQ_DT = :WS-HV-TR-FIRST-DELINQ
                                            :WS-NI-FIRST-DELINQ
                        , LAST_CYCLE_DATE = CURRENT DATE
                        , LAST_STATUS     = :WS-HV-TR-NEW-STATUS
                        , FINAL_REPORTED  = :WS-FINAL-FLAG
                        , DISPUTE_STATUS  =
                              CASE WHEN DISPUTE_STATUS = 'XH'
                                   THEN '  '
                                   ELSE DISPUTE_STATUS
                              END
                        , CORRECTION_PEND = 'N'
                        , UPDATED_USER    = 'BATCRP00'
                        , UPDATED_TS      = CURRENT TIMESTAMP
                   WHERE  LOAN_ID = :WS-HV-LN-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO AUTOSALE.CREDIT_RPT_ACCT
                   ( LOAN_ID
                   , PAY_HISTORY
                   , FIRST_DELINQ_DT
                   , LAST_CYCLE_DATE
                   , LAST_STATUS
                   , FINAL_REPORTED
                   , DISPUTE_STATUS
                   , DISPUTE_DATE
                   , DISPUTE_REASON
                   , CORRECTION_PEND
                   , UPDATED_USER
                   , UPDATED_TS
                   )
                   VALUES
                   ( :WS-HV-LN-ID
                   , :WS-NEW-HISTORY
                   , :WS-HV-TR-FIRST-DELINQ :WS-NI-FIRST-DELINQ
                   , CURRENT DATE
                   , :WS-HV-TR-NEW-STATUS
                   , :WS-FINAL-FLAG
                   , '  '
                   , NULL
                   , NULL
                   , 'N'
                   , 'BATCRP00'
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCRP00: TRACKING UPDATE FAILED FOR LOAN '
                       WS-LOAN-ID-DISP ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3400-EXIT
           END-IF
      *
           ADD +1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= WS-COMMIT-FREQ
               PERFORM 7000-COMMIT
               MOVE +0 TO WS-SINCE-COMMIT
           END-IF
           .
       3400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-COMMIT                                               *
      ****************************************************************
       7000-COMMIT.
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATCRP00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    7900-FORMAT-DATE - ISO YYYY-MM-DD TO METRO 2 MMDDYYYY,    *
      *    ZEROS WHEN THERE IS NO DATE                               *
      ****************************************************************
       7900-FORMAT-DATE.
      *
           IF WS-ISO-DATE = SPACES
               MOVE '00000000' TO WS-M2-DATE
           ELSE
               STRING WS-ISO-DATE(6:2)
                      WS-ISO-DATE(9:2)
                      WS-ISO-DATE(1:4)
                      DELIMITED BY SIZE
                      INTO WS-M2-DATE
           END-IF
           .
      *
      ****************************************************************
      *    8000-WRITE-TRAILER - FILE CONTROL TOTALS                  *
      ****************************************************************
       8000-WRITE-TRAILER.
      *
           MOVE WS-BASE-COUNT TO WS-M2T-BASE-CT
           MOVE WS-CURRENT-COUNT TO WS-M2T-CURRENT-CT
           MOVE WS-PAID-COUNT TO WS-M2T-PAID-CT
           MOVE WS-DELINQ-COUNT TO WS-M2T-DELINQ-CT
           MOVE WS-REPO-COUNT TO WS-M2T-REPO-CT
           MOVE WS-J1-COUNT TO WS-M2T-J1-CT
           MOVE WS-DOB-COUNT TO WS-M2T-DOB-CT
           MOVE WS-PHONE-COUNT TO WS-M2T-PHONE-CT
           MOVE WS-DISPUTE-COUNT TO WS-M2T-DISPUTE-CT
           WRITE M2-OUT-RECORD FROM WS-M2-TRAILER
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE M2-OUT-FILE
           .
      ****************************************************************
      * END OF BATCRP00                                              *
      ****************************************************************
