      *                    LENDER. FINANCE APP MUST BE APPROVED      *
      *                    (AP) AND THE DEAL DELIVERED (DL).         *
      *                    EXPECTED AMOUNT DEFAULTS TO THE APPROVED  *
      *                    AMOUNT ON THE FINANCE APP. EVERY LENDER   *
      *                    STIPULATION (FINANCE_STIP) MUST BE        *
      *                    CLEARED FIRST, AND NO STRAW PURCHASE      *
      *                    EXCEPTION (BATSTR00) LINKED TO THE BUYER  *
      *                    MAY STILL BE OPEN IN ADMEXC00.            *
      *               UP - POST A FUNDING RECEIPT: FUNDS RECEIVED    *
      *                    DATE AND AMOUNT, OPTIONAL HOLDBACK AND    *
      *                    SHORTFALL REASON. STATUS SET TO FD WHEN   *
      * TABLES:     AUTOSALE.CIT_FUNDING    (READ/INSERT/UPDATE)     *
      *             AUTOSALE.FINANCE_APP    (READ/UPDATE)            *
      *             AUTOSALE.SALES_DEAL     (READ)                   *
      *             AUTOSALE.FINANCE_STIP   (READ)                   *
      *             AUTOSALE.EXCEPTION_QUEUE (READ)                  *
      *             AUTOSALE.EXCEPTION_LINK  (READ)                  *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-10-15  AD REFUSED WHILE ANY FINANCE_STIP ON THE APP   *
      *               IS NOT CLEARED (CL) - CLEAR-TO-FUND GATE       *
      *   2026-10-15  AD ALSO REFUSED WHILE AN OPEN STRAW PURCHASE   *
      *               EXCEPTION IS LINKED TO THE FINANCE CUSTOMER    *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-HOLDBACK-NUM     PIC S9(07)V99 COMP-3 VALUE +0.
           05  WS-COVERED-AMT      PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-NEW-STATUS       PIC X(02) VALUE SPACES.
           05  WS-OPEN-STIP-CT     PIC S9(04) COMP VALUE +0.
           05  WS-OPEN-STIP-DISP   PIC Z9.
           05  WS-OPEN-STR-CT      PIC S9(04) COMP VALUE +0.
           05  WS-CIT-EXISTS       PIC X(01) VALUE 'N'.
               88  WS-CIT-FOUND              VALUE 'Y'.
               88  WS-CIT-NOT-FOUND          VALUE 'N'.
               GO TO 4000-EXIT
           END-IF
      *
      *    CLEAR TO FUND - NO LENDER STIPULATION MAY BE OUTSTANDING
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-OPEN-STIP-CT
               FROM   AUTOSALE.FINANCE_STIP
               WHERE  FINANCE_ID  = :WS-CI-FINANCE-ID
                 AND  STIP_STATUS <> 'CL'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO WS-RETURN-CODE
               MOVE 'DB2 ERROR READING STIPULATIONS' TO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-OPEN-STIP-CT > +0
               MOVE WS-OPEN-STIP-CT TO WS-OPEN-STIP-DISP
               MOVE +8 TO WS-RETURN-CODE
               STRING WS-OPEN-STIP-DISP
                      ' STIPULATION(S) NOT CLEARED - SEE FINSTP00'
                      DELIMITED BY SIZE
                      INTO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
      *    NO OPEN STRAW PURCHASE / IDENTITY PATTERN HIT ON THE BUYER
      *
           EXEC SQL
               SELECT COUNT(DISTINCT Q.EXCEPTION_ID)
               INTO   :WS-OPEN-STR-CT
               FROM   AUTOSALE.FINANCE_APP     A
                    , AUTOSALE.EXCEPTION_LINK  L
                    , AUTOSALE.EXCEPTION_QUEUE Q
               WHERE  A.FINANCE_ID     = :WS-CI-FINANCE-ID
                 AND  L.CUSTOMER_ID    = A.CUSTOMER_ID
                 AND  Q.EXCEPTION_ID   = L.EXCEPTION_ID
                 AND  Q.EXCEPTION_TYPE LIKE 'STR%'
                 AND  Q.QUEUE_STATUS   = 'O'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO WS-RETURN-CODE
               MOVE 'DB2 ERROR READING EXCEPTION QUEUE'
                   TO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-OPEN-STR-CT > +0
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'OPEN STRAW PURCHASE EXCEPTION - SEE ADMEXC00'
                   TO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
      *    SENT DATE DEFAULTS TO TODAY, EXPECTED TO APPROVED AMOUNT
      *
           IF WS-CI-SENT-DATE = SPACES
