      *           COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLING                      *
      *           COMOFAL0 - OFAC/SANCTIONS SCREENING                *
      *           COMSHFL0 - SHIFT-AWARE ROUND-ROBIN ASSIGNMENT      *
      * TABLES:   AUTOSALE.CUSTOMER (INSERT)                         *
      *           AUTOSALE.SYSTEM_USER (SELECT FOR ROUND-ROBIN)      *
      *           AUTOSALE.SALES_SHIFT (READ VIA COMSHFL0)           *
      *           AUTOSALE.DENIED_PARTY (READ VIA COMOFAL0)          *
      *           AUTOSALE.SCREEN_LOG (INSERT VIA COMOFAL0)          *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *   2026-10-15  ROUND-ROBIN MOVED TO COMSHFL0 - ASSIGNS ONLY   *
      *               TO SALESPEOPLE ON SHIFT PER THE SALES_SHIFT    *
      *               ROSTER, AFTER HOURS TO THE NEXT OPENING SHIFT  *
      *   2026-09-02  ROUND-ROBIN ASSIGNMENT SKIPS SALESPEOPLE       *
      *               WHOSE STATE LICENSE HAS LAPSED (USER_LICENSE)  *
      *   2026-09-02  NAME_PHONETIC (SOUNDEX KEY VIA COMSNXL0)       *
           05  WS-DUP-FIRST             PIC X(30)  VALUE SPACES.
           05  WS-DUP-LAST              PIC X(30)  VALUE SPACES.
           05  WS-DUP-PHONE             PIC X(10)  VALUE SPACES.
           05  WS-AT-SIGN-POS           PIC S9(04) COMP VALUE +0.
           05  WS-DOT-POS               PIC S9(04) COMP VALUE +0.
           05  WS-IDX                   PIC S9(04) COMP VALUE +0.
           05  WS-OF-RETURN-CODE        PIC S9(04) COMP.
           05  WS-OF-RETURN-MSG         PIC X(79).
      *
      *    ROUND-ROBIN ASSIGNMENT CALL FIELDS (COMSHFL0)
      *
       01  WS-SHF-REQUEST.
           05  WS-SR-DEALER-CODE        PIC X(05).
       01  WS-SHF-RESULT.
           05  WS-SH-RETURN-CODE        PIC S9(04) COMP.
           05  WS-SH-RETURN-MSG         PIC X(79).
           05  WS-SH-SALES-ID           PIC X(08).
           05  WS-SH-BASIS              PIC X(01).
           05  WS-SH-SHIFT-DATE         PIC X(10).
           05  WS-SH-START-HOUR         PIC S9(04) COMP.
           05  WS-SH-SQLCODE            PIC S9(09) COMP.
      *
      *    STATE CODE VALIDATION TABLE
      *
       01  WS-STATE-TABLE.
           05  WS-NI-SOURCE             PIC S9(04) COMP VALUE +0.
           05  WS-NI-ASSIGNED           PIC S9(04) COMP VALUE +0.
           05  WS-NI-REFERRED           PIC S9(04) COMP VALUE +0.
      *
       LINKAGE SECTION.
      *
               GO TO 5000-EXIT
           END-IF
      *
      *    ON-SHIFT SALESPERSON, OR THE NEXT SHIFT AFTER HOURS
      *
           MOVE WS-AI-DEALER-CODE TO WS-SR-DEALER-CODE
           CALL 'COMSHFL0' USING WS-SHF-REQUEST
                                 WS-SHF-RESULT
      *
           IF WS-SH-RETURN-CODE = +0
               MOVE WS-SH-SALES-ID TO WS-AI-ASSIGNED-SALES
           ELSE
               MOVE SPACES TO WS-AI-ASSIGNED-SALES
           END-IF
           .
       5000-EXIT.
           EXIT.
