      *                STOCK_POSITION)                                *
      *             3. ARCHIVE COMPLETED DEALS OLDER THAN 18 MONTHS  *
      *                FROM SALES_DEAL INTO SALES_DEAL_ARCHIVE       *
      *                (A DEAL WHOSE DEAL NUMBER, VIN OR CUSTOMER IS *
      *                UNDER AN ACTIVE LEGAL HOLD STAYS LIVE AND IS  *
      *                LISTED AS SKIPPED)                            *
      *                                                              *
      * CHECKPOINT: EVERY 100 DEALERS PROCESSED VIA COMCKPL0        *
      *                                                              *
      *             AUTOSALE.STOCK_POSITION     (UPDATE)             *
      *             AUTOSALE.FINANCE_PRODUCT    (READ)               *
      *             AUTOSALE.RESTART_CONTROL    (READ/UPDATE)        *
      *             AUTOSALE.LEGAL_HOLD         (READ)               *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *               BLOCK THE CLOSE (RC=8) UNLESS SYSTEM_CONFIG    *
      *               KEY MTH_CLOSE_CONTROL IS SET TO WARN. ADMCLS00 *
      *               SHOWS THE SAME CONTROLS ONLINE.                 *
      *   2026-10-15  DEALS UNDER AN ACTIVE LEGAL HOLD (ADMLGH00)    *
      *               ARE NOT ARCHIVED; EACH SKIP IS DISPLAYED WITH  *
      *               ITS MATTER ID AND COUNTED IN THE STATISTICS.   *
      *               COMCKPL0 CALL AREA RENAMED WS-CKPL-FUNCTION -  *
      *               THE OLD NAME CLASHED WITH THE WSCKPT00 FIELD.  *
      *   2026-10-15  CLOSE CONTROL CHECKLIST NOW ALSO REQUIRES THE  *
      *               SUBLEDGER-TO-GL SCHEDULES (BATGLR00) FOR THE   *
      *               MONTH WITH NO UNEXPLAINED DIFFERENCE.          *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-SNAPSHOTS-CREATED    PIC S9(09) COMP VALUE +0.
           05  WS-COUNTERS-ROLLED      PIC S9(09) COMP VALUE +0.
           05  WS-DEALS-ARCHIVED       PIC S9(09) COMP VALUE +0.
           05  WS-DEALS-HELD           PIC S9(09) COMP VALUE +0.
           05  WS-TOTAL-PROCESSED      PIC S9(09) COMP VALUE +0.
           05  WS-ERROR-COUNT          PIC S9(09) COMP VALUE +0.
      *
           05  WS-CLS-EXCP-STATUS      PIC X(01).
           05  WS-CLS-EXCP-COUNT       PIC S9(09) COMP.
           05  WS-CLS-MESSAGE          PIC X(79).
           05  WS-CLS-RECON-STATUS     PIC X(01).
           05  WS-CLS-RECON-COUNT      PIC S9(09) COMP.
           05  WS-CLS-RECON-SCHEDULES  PIC S9(09) COMP.
       01  WS-CLS-CONTROL-MODE         PIC X(100) VALUE SPACES.
      *
      *    CHECKPOINT CALL FIELDS
      *
       01  WS-CKPL-FUNCTION.
           05  WS-CF-FUNC-CODE        PIC X(04).
           05  WS-CF-PROGRAM-NAME     PIC X(08).
           05  WS-CF-JOB-NAME         PIC X(08).
      *
       01  WS-HV-ARCHIVE.
           05  WS-HV-AR-DEAL-NUMBER   PIC X(10).
           05  WS-HV-AR-VIN           PIC X(17).
           05  WS-HV-AR-CUSTOMER-ID   PIC S9(09) COMP.
      *
      *    LEGAL HOLD CHECK - CUSTOMER HOLDS ARE KEYED ON THE
      *    ZERO-FILLED 9-DIGIT CUSTOMER ID
      *
       01  WS-HOLD-FIELDS.
           05  WS-HOLD-CUST-DISP      PIC 9(09).
           05  WS-HOLD-CUST-KEY       PIC X(17) VALUE SPACES.
           05  WS-HOLD-MATTER         PIC X(20) VALUE SPACES.
      *
      *    EOF FLAGS
      *
      *
           EXEC SQL DECLARE CSR_ARCHIVE CURSOR FOR
               SELECT DEAL_NUMBER
                    , VIN
                    , CUSTOMER_ID
               FROM   AUTOSALE.SALES_DEAL SD
               WHERE  DEAL_STATUS IN ('DL', 'CA', 'UW')
                 AND  DELIVERY_DATE <= :WS-ARCHIVE-CUTOFF
           DISPLAY 'BATMTH00: CLOSE CONTROL - OPEN EXCEPTNS = '
                   WS-CLS-EXCP-STATUS
                   ' OPEN    ' WS-CLS-EXCP-COUNT
           DISPLAY 'BATMTH00: CLOSE CONTROL - GL RECON      = '
                   WS-CLS-RECON-STATUS
                   ' UNEXPL  ' WS-CLS-RECON-COUNT
                   ' OF ' WS-CLS-RECON-SCHEDULES
      *
           IF WS-CLS-RETURN-CODE = +0
               DISPLAY 'BATMTH00: ALL CLOSE CONTROLS PASSED'
           MOVE 'ASCHKP00' TO WS-CD-EYE-CATCHER
           MOVE 'BATMTH00' TO WS-CD-PROGRAM-ID
      *
           CALL 'COMCKPL0' USING WS-CKPL-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           PERFORM UNTIL WS-ARCHIVE-DONE
               EXEC SQL FETCH CSR_ARCHIVE
                   INTO :WS-HV-AR-DEAL-NUMBER
                      , :WS-HV-AR-VIN
                      , :WS-HV-AR-CUSTOMER-ID
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5200-CHECK-DEAL-HOLD
                       IF WS-HOLD-MATTER = SPACES
                           PERFORM 5100-ARCHIVE-ONE-DEAL
                       ELSE
                           ADD +1 TO WS-DEALS-HELD
                           DISPLAY 'BATMTH00: DEAL '
                                   WS-HV-AR-DEAL-NUMBER
                                   ' SKIPPED - LEGAL HOLD '
                                   WS-HOLD-MATTER
                       END-IF
                   WHEN +100
                       SET WS-ARCHIVE-DONE TO TRUE
                   WHEN OTHER
           .
      *
      ****************************************************************
      *    5200-CHECK-DEAL-HOLD - ACTIVE HOLD ON THE DEAL, ITS VIN   *
      *    OR ITS CUSTOMER. MATTER ID RETURNED, ELSE SPACES          *
      ****************************************************************
       5200-CHECK-DEAL-HOLD.
      *
           MOVE SPACES TO WS-HOLD-MATTER
           MOVE WS-HV-AR-CUSTOMER-ID TO WS-HOLD-CUST-DISP
           MOVE WS-HOLD-CUST-DISP TO WS-HOLD-CUST-KEY
      *
           EXEC SQL
               SELECT MATTER_ID
               INTO   :WS-HOLD-MATTER
               FROM   AUTOSALE.LEGAL_HOLD
               WHERE  HOLD_STATUS = 'A'
                 AND  ( ( HOLD_TYPE = 'D'
                          AND HOLD_KEY = :WS-HV-AR-DEAL-NUMBER )
                   OR   ( HOLD_TYPE = 'V'
                          AND HOLD_KEY = :WS-HV-AR-VIN )
                   OR   ( HOLD_TYPE = 'C'
                          AND HOLD_KEY = :WS-HOLD-CUST-KEY ) )
               ORDER BY PLACED_TS
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE SPACES TO WS-HOLD-MATTER
               WHEN OTHER
      *            CANNOT PROVE THE DEAL IS FREE - LEAVE IT LIVE
                   DISPLAY 'BATMTH00: LEGAL HOLD CHECK FAILED DEAL='
                           WS-HV-AR-DEAL-NUMBER ' SQLCODE=' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   MOVE 'UNVERIFIED' TO WS-HOLD-MATTER
           END-EVALUATE
           .
      *
      ****************************************************************
      *    6000-CHECK-CHECKPOINT                                     *
      ****************************************************************
       6000-CHECK-CHECKPOINT.
           MOVE WS-TOTAL-PROCESSED TO WS-CD-RECORDS-PROC
           MOVE WS-HV-DLR-CODE    TO WS-CD-LAST-KEY
      *
           CALL 'COMCKPL0' USING WS-CKPL-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           MOVE 'DONE' TO WS-CF-FUNC-CODE
           MOVE WS-TOTAL-PROCESSED TO WS-CD-RECORDS-PROC
      *
           CALL 'COMCKPL0' USING WS-CKPL-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
                   WS-COUNTERS-ROLLED
           DISPLAY 'BATMTH00: DEALS ARCHIVED       = '
                   WS-DEALS-ARCHIVED
           DISPLAY 'BATMTH00: DEALS KEPT - HOLD    = '
                   WS-DEALS-HELD
           DISPLAY 'BATMTH00: TOTAL PROCESSED      = '
                   WS-TOTAL-PROCESSED
           DISPLAY 'BATMTH00: ERRORS               = '
