      *              3. EVERY ALLOWED OR OVERRIDDEN TOUCH IS         *
      *                 WRITTEN TO CONTACT_HISTORY - THE ONE PLACE   *
      *                 CUSINQ00 SHOWS WHOEVER ANSWERS THE PHONE.    *
      *              4. AN EMAIL OR TEXT TOUCH THAT IS SENT IS ALSO  *
      *                 QUEUED ON OUTBOUND_MESSAGE WITH THE ADDRESS  *
      *                 OR CELL NUMBER ON FILE; BATMSG00 HANDS THE   *
      *                 QUEUE TO THE EMAIL/SMS PROVIDER AND LOADS    *
      *                 THE DELIVERY AND BOUNCE RETURNS. WITH NO     *
      *                 ADDRESS ON FILE THE MESSAGE IS QUEUED AS NA. *
      *                                                              *
      * CALL INTERFACE:                                              *
      *   CALL 'COMCNTL0' USING LS-CNT-REQUEST                      *
      *                         LS-CNT-RESULT                        *
      *                                                              *
      * CHANNELS:  C = CALL, M = MAIL, E = EMAIL                     *
      *            T = TEXT (SMS) - SUPPRESSED BY DO-NOT-CALL        *
      * RESULTS:   AL = ALLOWED AND LOGGED                           *
      *            OV = SUPPRESSED FLAG OVERRIDDEN, SENT AND LOGGED  *
      *            SU = SUPPRESSED - CALLER MUST NOT SEND            *
      *                                                              *
      * TABLES:    AUTOSALE.CUSTOMER        (READ)                   *
      *            AUTOSALE.CONTACT_HISTORY (INSERT)                 *
      *            AUTOSALE.OUTBOUND_MESSAGE (INSERT)                *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *               CUSTOMER'S RETURNED_MAIL FLAG IS SET (SEE      *
      *               BATNCO00) - MAIL THAT ALREADY BOUNCED IS NOT   *
      *               SENT AGAIN UNTIL THE ADDRESS IS CORRECTED.     *
      *   2026-10-15  TEXT CHANNEL (T). EMAIL AND TEXT TOUCHES ARE   *
      *               QUEUED ON OUTBOUND_MESSAGE FOR BATMSG00.       *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-DNE-FLAG         PIC X(01) VALUE SPACE.
           05  WS-RETMAIL-FLAG     PIC X(01) VALUE SPACE.
           05  WS-SUPPRESSED       PIC X(01) VALUE 'N'.
           05  WS-EMAIL-ADDR       PIC X(60) VALUE SPACES.
           05  WS-CELL-PHONE       PIC X(10) VALUE SPACES.
           05  WS-MSG-STATUS       PIC X(02) VALUE SPACES.
           05  WS-MSG-ADDRESS.
               49  WS-MSG-ADDRESS-LN PIC S9(04) COMP.
               49  WS-MSG-ADDRESS-TX PIC X(60).
           05  WS-LOG-DESC.
               49  WS-LOG-DESC-LN  PIC S9(04) COMP.
               49  WS-LOG-DESC-TX  PIC X(80).
               88  LS-CN-CHAN-CALL           VALUE 'C'.
               88  LS-CN-CHAN-MAIL           VALUE 'M'.
               88  LS-CN-CHAN-EMAIL          VALUE 'E'.
               88  LS-CN-CHAN-TEXT           VALUE 'T'.
           05  LS-CN-CONTACT-TYPE  PIC X(06).
           05  LS-CN-SOURCE        PIC X(08).
           05  LS-CN-DESC          PIC X(80).
                       SET LS-CN-ALLOWED TO TRUE
                   END-IF
                   PERFORM 3000-WRITE-HISTORY
                   IF LS-CN-RETURN-CODE = +0
                   AND (LS-CN-CHAN-EMAIL OR LS-CN-CHAN-TEXT)
                       PERFORM 3100-QUEUE-MESSAGE
                   END-IF
               END-IF
           END-IF
      *
                    , COALESCE(DO_NOT_MAIL, 'N')
                    , COALESCE(DO_NOT_EMAIL, 'N')
                    , COALESCE(RETURNED_MAIL, 'N')
                    , COALESCE(EMAIL, ' ')
                    , COALESCE(CELL_PHONE, ' ')
               INTO   :WS-DNC-FLAG
                    , :WS-DNM-FLAG
                    , :WS-DNE-FLAG
                    , :WS-RETMAIL-FLAG
                    , :WS-EMAIL-ADDR
                    , :WS-CELL-PHONE
               FROM   AUTOSALE.CUSTOMER
               WHERE  CUSTOMER_ID = :LS-CN-CUSTOMER-ID
           END-EXEC
                   END-IF
               WHEN LS-CN-CHAN-EMAIL
                   MOVE WS-DNE-FLAG TO WS-SUPPRESSED
               WHEN LS-CN-CHAN-TEXT
                   MOVE WS-DNC-FLAG TO WS-SUPPRESSED
               WHEN OTHER
                   MOVE 'N' TO WS-SUPPRESSED
           END-EVALUATE
                   TO LS-CN-RETURN-MSG
           END-IF
           .
      *
      ****************************************************************
      *    3100-QUEUE-MESSAGE - EMAIL/TEXT FOR THE PROVIDER EXTRACT  *
      ****************************************************************
       3100-QUEUE-MESSAGE.
      *
           IF LS-CN-CHAN-EMAIL
               MOVE WS-EMAIL-ADDR TO WS-MSG-ADDRESS-TX
           ELSE
               MOVE WS-CELL-PHONE TO WS-MSG-ADDRESS-TX
           END-IF
           MOVE +60 TO WS-MSG-ADDRESS-LN
      *
           IF WS-MSG-ADDRESS-TX = SPACES
               MOVE 'NA' TO WS-MSG-STATUS
           ELSE
               MOVE 'QU' TO WS-MSG-STATUS
           END-IF
      *
      *    MSG_ID IS A DB2 IDENTITY COLUMN
      *
           EXEC SQL
               INSERT INTO AUTOSALE.OUTBOUND_MESSAGE
               ( CUSTOMER_ID
               , CHANNEL
               , CONTACT_TYPE
               , SOURCE_PROGRAM
               , OVERRIDE_FLAG
               , MSG_ADDRESS
               , MSG_DESC
               , MSG_STATUS
               , QUEUED_TS
               )
               VALUES
               ( :LS-CN-CUSTOMER-ID
               , :LS-CN-CHANNEL
               , :LS-CN-CONTACT-TYPE
               , :LS-CN-SOURCE
               , :LS-CN-OVERRIDE
               , RTRIM(:WS-MSG-ADDRESS)
               , RTRIM(:WS-LOG-DESC)
               , :WS-MSG-STATUS
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO LS-CN-RETURN-CODE
               MOVE 'COMCNTL0: DB2 ERROR QUEUING MESSAGE'
                   TO LS-CN-RETURN-MSG
           END-IF
           .
      ****************************************************************
      * END OF COMCNTL0                                              *
      ****************************************************************
