      *               - A REGISTRATION OR FINANCE_APP ROW            *
      *             (WARRANTIES HANG OFF THE DEAL, SO THE DEAL       *
      *             CHECK COVERS THEM.)                              *
      *             A CUSTOMER UNDER AN ACTIVE LEGAL HOLD (ADMLGH00) *
      *             IS NEVER ANONYMIZED; IT IS LISTED ON THE         *
      *             CERTIFICATE AS SKIPPED WITH THE HOLD MATTER.     *
      *                                                              *
      *             EVERY RUN WRITES A PURGE CERTIFICATE REPORT FOR  *
      *             THE COMPLIANCE FILE LISTING EACH ANONYMIZED      *
      *             AUTOSALE.CUSTOMER_LEAD   (READ)                  *
      *             AUTOSALE.REGISTRATION    (READ)                  *
      *             AUTOSALE.FINANCE_APP     (READ)                  *
      *             AUTOSALE.LEGAL_HOLD      (READ)                  *
      *             AUTOSALE.SYSTEM_CONFIG   (READ)                  *
      *                                                              *
      * OUTPUT:     CERTRPT DD - PURGE CERTIFICATE (132 CHARS)       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-10-15  CUSTOMERS UNDER AN ACTIVE LEGAL HOLD ARE       *
      *               SKIPPED, LISTED ON THE CERTIFICATE WITH THE    *
      *               MATTER ID AND COUNTED IN THE SUMMARY.          *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-SCANNED-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-PURGED-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-PROTECTED-COUNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-HELD-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-RECORDS-SINCE-CHKP     PIC S9(09) COMP-3 VALUE +0.
           05  WS-CHECKPOINT-COUNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-LEAD-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-REG-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-FIN-COUNT              PIC S9(04) COMP VALUE +0.
      *
      *    LEGAL HOLD CHECK - CUSTOMER HOLDS ARE KEYED ON THE
      *    ZERO-FILLED 9-DIGIT CUSTOMER ID
      *
       01  WS-HOLD-FIELDS.
           05  WS-HOLD-KEY               PIC X(17) VALUE SPACES.
           05  WS-HOLD-MATTER            PIC X(20) VALUE SPACES.
      *
       01  WS-CUST-ID-DISPLAY            PIC 9(09).
      *
               'CREATED     '.
           05  FILLER                    PIC X(12) VALUE
               'LAST TOUCH  '.
           05  FILLER                    PIC X(04) VALUE 'NOTE'.
           05  FILLER                    PIC X(79) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-CREATED             PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-UPDATED             PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE                PIC X(50) VALUE SPACES.
           05  FILLER                    PIC X(32) VALUE SPACES.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE '  PROTECTED: '.
           05  WS-SL-PROTECTED           PIC Z(6)9.
           05  FILLER                    PIC X(14)
               VALUE '  LEGAL HOLD: '.
           05  WS-SL-HELD                PIC Z(6)9.
           05  FILLER                    PIC X(52) VALUE SPACES.
      *
      *    DB2 CURSOR - PURGE CANDIDATES: PAST RETENTION FOR THEIR
      *    TYPE, NOT ALREADY ANONYMIZED. PROTECTION CHECKS RUN PER
           DISPLAY 'BATRET00:   SCANNED     = ' WS-SCANNED-COUNT
           DISPLAY 'BATRET00:   ANONYMIZED  = ' WS-PURGED-COUNT
           DISPLAY 'BATRET00:   PROTECTED   = ' WS-PROTECTED-COUNT
           DISPLAY 'BATRET00:   LEGAL HOLD  = ' WS-HELD-COUNT
           DISPLAY 'BATRET00:   ERRORS      = ' WS-ERROR-COUNT
      *
           STOP RUN.
               GO TO 4000-EXIT
           END-IF
      *
      *    LEGAL HOLD: AN ACTIVE HOLD ON THE CUSTOMER SUSPENDS THE
      *    PURGE. THE SKIP IS LISTED ON THE CERTIFICATE.
      *
           MOVE WS-HV-CUSTOMER-ID TO WS-CUST-ID-DISPLAY
           MOVE WS-CUST-ID-DISPLAY TO WS-HOLD-KEY
      *
           EXEC SQL
               SELECT MATTER_ID
               INTO   :WS-HOLD-MATTER
               FROM   AUTOSALE.LEGAL_HOLD
               WHERE  HOLD_TYPE   = 'C'
                 AND  HOLD_KEY    = :WS-HOLD-KEY
                 AND  HOLD_STATUS = 'A'
               ORDER BY PLACED_TS
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-HELD-COUNT
                   MOVE WS-HV-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
                   MOVE WS-HV-CUSTOMER-TYPE TO WS-DL-TYPE
                   MOVE WS-HV-DEALER-CODE TO WS-DL-DEALER
                   MOVE WS-HV-CREATED-DT TO WS-DL-CREATED
                   MOVE WS-HV-UPDATED-DT TO WS-DL-UPDATED
                   STRING 'SKIPPED - LEGAL HOLD ' WS-HOLD-MATTER
                          DELIMITED BY SIZE
                          INTO WS-DL-NOTE
                   WRITE CERT-REPORT-RECORD FROM WS-DETAIL-LINE
                   MOVE SPACES TO WS-DL-NOTE
                   GO TO 4000-EXIT
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BATRET00: LEGAL HOLD CHECK FAILED FOR '
                           WS-HV-CUSTOMER-ID ' - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 4000-EXIT
           END-EVALUATE
      *
      *    ANONYMIZE THE IDENTIFYING FIELDS
      *
           EXEC SQL
           MOVE WS-SCANNED-COUNT TO WS-SL-SCANNED
           MOVE WS-PURGED-COUNT TO WS-SL-PURGED
           MOVE WS-PROTECTED-COUNT TO WS-SL-PROTECTED
           MOVE WS-HELD-COUNT TO WS-SL-HELD
           WRITE CERT-REPORT-RECORD FROM WS-SUMMARY-LINE
           .
      *
