      *           2. NO DELIVERED DEALS STILL AWAIT GL POSTING.      *
      *           3. NO OPEN RECONCILIATION EXCEPTIONS ON THE        *
      *              EXCEPTION_QUEUE.                                 *
      *           4. THE SUBLEDGER-TO-GL SCHEDULES (BATGLR00) HAVE   *
      *              BEEN PRODUCED FOR THE MONTH AND NONE CARRIES    *
      *              AN UNEXPLAINED DIFFERENCE.                      *
      *           EACH CONTROL REPORTS P(ASS)/F(AIL) AND A COUNT.    *
      * CALLABLE: YES - CALL 'COMCLSL0' USING LS-CLS-REQUEST         *
      *                                       LS-CLS-RESULT          *
      *           AUTOSALE.HOLIDAY_CALENDAR    (READ)                *
      *           AUTOSALE.SALES_DEAL          (READ)                *
      *           AUTOSALE.EXCEPTION_QUEUE     (READ)                *
      *           AUTOSALE.GL_SUBLEDGER_RECON  (READ)                *
      * CALLS:    COMDTEL0 - DATE ARITHMETIC                         *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  FOURTH CONTROL - SUBLEDGER-TO-GL SCHEDULES     *
      *               PRODUCED AND IN BALANCE. RESULT FIELDS ADDED   *
      *               AFTER LS-CS-MESSAGE.                           *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  LS-CS-EXCP-STATUS         PIC X(01).
           05  LS-CS-EXCP-COUNT          PIC S9(09)  COMP.
           05  LS-CS-MESSAGE             PIC X(79).
           05  LS-CS-RECON-STATUS        PIC X(01).
           05  LS-CS-RECON-COUNT         PIC S9(09)  COMP.
           05  LS-CS-RECON-SCHEDULES     PIC S9(09)  COMP.
      *
       PROCEDURE DIVISION USING LS-CLS-REQUEST
                                LS-CLS-RESULT.
           MOVE 'P' TO LS-CS-DAILY-STATUS
           MOVE 'P' TO LS-CS-GL-STATUS
           MOVE 'P' TO LS-CS-EXCP-STATUS
           MOVE 'P' TO LS-CS-RECON-STATUS
           MOVE +0 TO LS-CS-DAILY-MISSING
           MOVE +0 TO LS-CS-GL-COUNT
           MOVE +0 TO LS-CS-EXCP-COUNT
           MOVE +0 TO LS-CS-RECON-COUNT
           MOVE +0 TO LS-CS-RECON-SCHEDULES
           MOVE SPACES TO LS-CS-FIRST-MISSING
           MOVE SPACES TO LS-CS-MESSAGE
      *
           PERFORM 1000-CHECK-DAILY-RUNS THRU 1000-EXIT
           PERFORM 2000-CHECK-GL-UNPOSTED
           PERFORM 3000-CHECK-OPEN-EXCEPTIONS
           PERFORM 4000-CHECK-SUBLEDGER-RECON
      *
           IF LS-CS-DAILY-STATUS = 'F'
           OR LS-CS-GL-STATUS = 'F'
           OR LS-CS-EXCP-STATUS = 'F'
           OR LS-CS-RECON-STATUS = 'F'
               MOVE +4 TO LS-CS-RETURN-CODE
               MOVE 'ONE OR MORE CLOSE CONTROLS FAILED'
                   TO LS-CS-MESSAGE
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    4000-CHECK-SUBLEDGER-RECON - SCHEDULES FOR THE MONTH OF   *
      *    THE END DATE EXIST AND ALL RECONCILE                      *
      ****************************************************************
       4000-CHECK-SUBLEDGER-RECON.
      *
           EXEC SQL
               SELECT COUNT(*)
                    , COALESCE(SUM(CASE WHEN R.RECON_STATUS = 'UN'
                                        THEN 1 ELSE 0 END), 0)
               INTO  :LS-CS-RECON-SCHEDULES
                   , :LS-CS-RECON-COUNT
               FROM  AUTOSALE.GL_SUBLEDGER_RECON R
               WHERE R.RECON_PERIOD = SUBSTR(:LS-CR-MONTH-END, 1, 7)
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'F' TO LS-CS-RECON-STATUS
           ELSE
               IF LS-CS-RECON-SCHEDULES = +0
               OR LS-CS-RECON-COUNT > +0
                   MOVE 'F' TO LS-CS-RECON-STATUS
               END-IF
           END-IF
           .
      ****************************************************************
      * END OF COMCLSL0                                              *
      ****************************************************************
