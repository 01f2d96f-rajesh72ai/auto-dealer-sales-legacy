      *                  SESSIONS OVER 3 DAYS OLD WITH NO MATCHED    *
      *                  DEPOSIT - THE BAG THAT NEVER MADE IT TO     *
      *                  THE BANK.                                    *
      *               4. CHECKS - EACH UNMATCHED CK LINE IS MATCHED  *
      *                  TO THE ISSUED-CHECK REGISTER ON CHECK       *
      *                  NUMBER (BANK REF) AND AMOUNT. A MATCH MARKS *
      *                  THE CHECK CLEARED (AND A LIENHOLDER PAYOFF  *
      *                  CHECK CLEARED ON TRADE_PAYOFF_TRK); WHAT    *
      *                  STAYS ISSUED PRINTS AS THE OUTSTANDING-     *
      *                  CHECK LIST WITH DAYS OUTSTANDING.           *
      *                                                              *
      *             STATEMENT FILE LAYOUT (FIXED 80):                 *
      *               01-10  STATEMENT DATE (YYYY-MM-DD)             *
      *                                                              *
      * TABLES:     AUTOSALE.BANK_STMT_ITEM  (READ/INSERT/UPDATE)    *
      *             AUTOSALE.CASHIER_SESSION (READ)                  *
      *             AUTOSALE.ISSUED_CHECK    (READ/UPDATE)           *
      *             AUTOSALE.TRADE_PAYOFF_TRK (UPDATE)               *
      *                                                              *
      * OUTPUT:     BNKRPT DD - RECONCILIATION REPORT (132 CHARS)    *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  CLEAR CK STATEMENT LINES AGAINST THE ISSUED-   *
      *               CHECK REGISTER (4200) AND LIST OUTSTANDING     *
      *               CHECKS (6800)                                  *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-MATCHED-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-UNMATCHED-COUNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-MISSING-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-CLEARED-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-OUTSTANDING-COUNT      PIC S9(09) COMP-3 VALUE +0.
           05  WS-OUTSTANDING-TOTAL      PIC S9(11)V99 COMP-3
                                                        VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
               88  WS-UMT-DONE                     VALUE 'Y'.
           05  WS-EOF-MIS                PIC X(01) VALUE 'N'.
               88  WS-MIS-DONE                     VALUE 'Y'.
           05  WS-EOF-OCK                PIC X(01) VALUE 'N'.
               88  WS-OCK-DONE                     VALUE 'Y'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
       01  WS-HV-SES-CLOSED              PIC X(10) VALUE SPACES.
       01  WS-HV-SES-AMOUNT              PIC S9(09)V99 COMP-3
                                                        VALUE +0.
      *
       01  WS-HV-CHECK.
           05  WS-HV-CK-ID               PIC S9(09) COMP VALUE +0.
           05  WS-HV-CK-NUMBER           PIC X(10) VALUE SPACES.
           05  WS-HV-CK-DEALER           PIC X(05) VALUE SPACES.
           05  WS-HV-CK-SOURCE           PIC X(02) VALUE SPACES.
           05  WS-HV-CK-SOURCE-REF       PIC X(20) VALUE SPACES.
           05  WS-HV-CK-PAYEE            PIC X(40) VALUE SPACES.
           05  WS-HV-CK-ISSUED           PIC X(10) VALUE SPACES.
           05  WS-HV-CK-AMOUNT           PIC S9(09)V99 COMP-3
                                                        VALUE +0.
       01  WS-HV-TRADE-ID                PIC S9(09) COMP VALUE +0.
      *
      *    REPORT LINES (132)
      *
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(77) VALUE SPACES.
      *
       01  WS-OCK-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(44)
               VALUE 'OUTSTANDING CHECKS (ISSUED, NOT CLEARED)    '.
           05  FILLER                    PIC X(87) VALUE SPACES.
      *
       01  WS-OCK-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-OL-DEALER              PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OL-CHECK               PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OL-ISSUED              PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OL-SOURCE              PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OL-PAYEE               PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OL-DAYS                PIC ZZZ9.
           05  FILLER                    PIC X(34) VALUE SPACES.
      *
       01  WS-OCK-TOTAL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  FILLER                    PIC X(20)
               VALUE 'OUTSTANDING CHECKS: '.
           05  WS-OT-COUNT               PIC Z(6)9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-OT-AMOUNT              PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                    PIC X(79) VALUE SPACES.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
                        WHERE I.MATCHED_SESSION = S.SESSION_ID )
               ORDER BY S.CLOSED_TS
           END-EXEC
      *
      *    ISSUED CHECKS NOT YET BACK FROM THE BANK
      *
           EXEC SQL DECLARE CSR_BNK_OCK CURSOR FOR
               SELECT C.DEALER_CODE
                    , C.CHECK_NUMBER
                    , CHAR(C.ISSUE_DATE, ISO)
                    , C.CHECK_SOURCE
                    , C.PAYEE_NAME
                    , C.CHECK_AMT
                    , DAYS(CURRENT DATE) - DAYS(C.ISSUE_DATE)
               FROM   AUTOSALE.ISSUED_CHECK C
               WHERE  C.CHECK_STATUS = 'IS'
               ORDER BY C.DEALER_CODE, C.ISSUE_DATE, C.CHECK_NUMBER
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
               PERFORM 4000-MATCH-DEPOSITS THRU 4000-EXIT
               PERFORM 6000-REPORT-UNMATCHED THRU 6000-EXIT
               PERFORM 6500-REPORT-MISSING THRU 6500-EXIT
               PERFORM 6800-REPORT-OUTSTANDING THRU 6800-EXIT
               PERFORM 7000-PRINT-SUMMARY
           END-IF
      *
           DISPLAY 'BATBNK00:   MATCHED    = ' WS-MATCHED-COUNT
           DISPLAY 'BATBNK00:   UNMATCHED  = ' WS-UNMATCHED-COUNT
           DISPLAY 'BATBNK00:   MISSING    = ' WS-MISSING-COUNT
           DISPLAY 'BATBNK00:   CK CLEARED = ' WS-CLEARED-COUNT
           DISPLAY 'BATBNK00:   CK OUTSTND = ' WS-OUTSTANDING-COUNT
           DISPLAY 'BATBNK00:   ERRORS     = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
      *
               EVALUATE SQLCODE
                   WHEN +0
                       EVALUATE WS-HV-ITEM-TYPE
                           WHEN 'DP'
                               PERFORM 4100-MATCH-ONE-DEPOSIT
                                   THRU 4100-EXIT
                           WHEN 'CK'
                               PERFORM 4200-CLEAR-ONE-CHECK
                                   THRU 4200-EXIT
                       END-EVALUATE
                   WHEN +100
                       SET WS-UMT-DONE TO TRUE
                   WHEN OTHER
           EXIT.
      *
      ****************************************************************
      *    4200-CLEAR-ONE-CHECK - ISSUED CHECK, SAME NUMBER (BANK    *
      *    REF) AND SAME AMOUNT. AN AMOUNT THAT DOES NOT AGREE STAYS *
      *    UNMATCHED - POSITIVE PAY (BATPPX00) DECIDES THOSE.        *
      ****************************************************************
       4200-CLEAR-ONE-CHECK.
      *
           MOVE WS-HV-BANK-REF(1:10) TO WS-HV-CK-NUMBER
           MOVE +0 TO WS-HV-CK-ID
      *
           EXEC SQL
               SELECT CHECK_ID
                    , CHECK_SOURCE
                    , SOURCE_REF
               INTO  :WS-HV-CK-ID
                    , :WS-HV-CK-SOURCE
                    , :WS-HV-CK-SOURCE-REF
               FROM  AUTOSALE.ISSUED_CHECK
               WHERE CHECK_NUMBER = :WS-HV-CK-NUMBER
                 AND CHECK_AMT    = :WS-HV-AMOUNT
                 AND CHECK_STATUS = 'IS'
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           IF SQLCODE = +100
               GO TO 4200-EXIT
           END-IF
           IF SQLCODE NOT = +0
               DISPLAY 'BATBNK00: DB2 ERROR ON CHECK MATCH - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4200-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.ISSUED_CHECK
                  SET CHECK_STATUS = 'CL'
                    , CLEARED_DATE = :WS-HV-STMT-DATE
                    , CLEARED_AMT  = :WS-HV-AMOUNT
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  CHECK_ID = :WS-HV-CK-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATBNK00: ERROR CLEARING CHECK - '
                       WS-HV-CK-NUMBER ' ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4200-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.BANK_STMT_ITEM
                  SET MATCH_STATUS    = 'MT'
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  STMT_ITEM_ID = :WS-HV-ITEM-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATBNK00: ERROR STAMPING MATCH - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4200-EXIT
           END-IF
      *
           ADD +1 TO WS-CLEARED-COUNT
           ADD +1 TO WS-MATCHED-COUNT
      *
      *    A LIENHOLDER PAYOFF CHECK CLEARING MOVES THE PAYOFF ALONG
      *
           IF WS-HV-CK-SOURCE = 'TP'
           AND WS-HV-CK-SOURCE-REF(1:9) NOT = SPACES
               COMPUTE WS-HV-TRADE-ID =
                   FUNCTION NUMVAL(WS-HV-CK-SOURCE-REF(1:9))
               EXEC SQL
                   UPDATE AUTOSALE.TRADE_PAYOFF_TRK
                      SET CHECK_CLEARED_DT = :WS-HV-STMT-DATE
                        , TRACK_STATUS =
                          CASE WHEN TRACK_STATUS = 'PS'
                               THEN 'CL' ELSE TRACK_STATUS END
                        , UPDATED_TS = CURRENT TIMESTAMP
                   WHERE  TRADE_ID = :WS-HV-TRADE-ID
                     AND  CHECK_CLEARED_DT IS NULL
               END-EXEC
               IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
                   DISPLAY 'BATBNK00: ERROR UPDATING PAYOFF - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
               END-IF
           END-IF
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-REPORT-UNMATCHED                                     *
      ****************************************************************
       6000-REPORT-UNMATCHED.
           EXIT.
      *
      ****************************************************************
      *    6800-REPORT-OUTSTANDING - ISSUED CHECKS NOT YET CLEARED   *
      ****************************************************************
       6800-REPORT-OUTSTANDING.
      *
           MOVE SPACES TO BNK-REPORT-RECORD
           WRITE BNK-REPORT-RECORD
           WRITE BNK-REPORT-RECORD FROM WS-OCK-HDR
      *
           EXEC SQL OPEN CSR_BNK_OCK END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATBNK00: ERROR OPENING CHECK CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 6800-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-OCK
      *
           PERFORM UNTIL WS-OCK-DONE
               MOVE SPACES TO WS-HV-CK-PAYEE
               EXEC SQL FETCH CSR_BNK_OCK
                   INTO :WS-HV-CK-DEALER
                      , :WS-HV-CK-NUMBER
                      , :WS-HV-CK-ISSUED
                      , :WS-HV-CK-SOURCE
                      , :WS-HV-CK-PAYEE
                      , :WS-HV-CK-AMOUNT
                      , :WS-HV-DAYS-OLD
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-OUTSTANDING-COUNT
                       ADD WS-HV-CK-AMOUNT TO WS-OUTSTANDING-TOTAL
                       MOVE WS-HV-CK-DEALER TO WS-OL-DEALER
                       MOVE WS-HV-CK-NUMBER TO WS-OL-CHECK
                       MOVE WS-HV-CK-ISSUED TO WS-OL-ISSUED
                       MOVE WS-HV-CK-SOURCE TO WS-OL-SOURCE
                       MOVE WS-HV-CK-PAYEE TO WS-OL-PAYEE
                       MOVE WS-HV-CK-AMOUNT TO WS-OL-AMOUNT
                       MOVE WS-HV-DAYS-OLD TO WS-OL-DAYS
                       WRITE BNK-REPORT-RECORD FROM WS-OCK-LINE
                   WHEN +100
                       SET WS-OCK-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATBNK00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-OCK-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_BNK_OCK END-EXEC
      *
           MOVE WS-OUTSTANDING-COUNT TO WS-OT-COUNT
           MOVE WS-OUTSTANDING-TOTAL TO WS-OT-AMOUNT
           WRITE BNK-REPORT-RECORD FROM WS-OCK-TOTAL-LINE
           .
       6800-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-PRINT-SUMMARY                                        *
      ****************************************************************
       7000-PRINT-SUMMARY.
