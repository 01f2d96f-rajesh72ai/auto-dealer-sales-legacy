      *            SCREENS WITH A DATA-DRIVEN MATRIX (AUTH_MATRIX,   *
      *            MAINTAINED IN ADMAUT00): A FUNCTION CODE IS       *
      *            ALLOWED TO A USER WHEN A MATRIX ROW GRANTS IT TO  *
      *            THE USER'S TYPE OR TO THE USER BY NAME, AND NO    *
      *            ROW DENIES IT TO THE USER BY NAME. A NAMED-USER   *
      *            DENY OVERRIDES A TYPE GRANT (ACCESS REVIEW        *
      *            REVOCATIONS FROM ADMRCT00 ARE WRITTEN THIS WAY).  *
      *            A FUNCTION WITH NO MATRIX ROWS RETURNS 'U'        *
      *            (UNCONFIGURED) SO CALLERS CAN FALL BACK TO THEIR  *
      *            LEGACY HARDCODED TEST DURING ROLLOUT.              *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  NAMED-USER DENY ROW OVERRIDES A TYPE GRANT     *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-TYPE-KEY         PIC X(08) VALUE SPACES.
           05  WS-ROW-COUNT        PIC S9(04) COMP VALUE +0.
           05  WS-GRANT-COUNT      PIC S9(04) COMP VALUE +0.
           05  WS-DENY-COUNT       PIC S9(04) COMP VALUE +0.
      *
       LINKAGE SECTION.
      *
           EXIT.
      *
      ****************************************************************
      *    2000-CHECK-MATRIX - TYPE OR NAMED-USER GRANT, NAMED DENY  *
      ****************************************************************
       2000-CHECK-MATRIX.
      *
                         AND (M.AUTH_KEY = :WS-TYPE-KEY
                              OR M.AUTH_KEY = :LS-AU-USER-ID)
                        THEN 1 ELSE 0 END), 0)
                    , COALESCE(SUM(CASE
                        WHEN M.ALLOWED_FLAG = 'N'
                         AND M.AUTH_KEY = :LS-AU-USER-ID
                        THEN 1 ELSE 0 END), 0)
               INTO  :WS-ROW-COUNT
                    , :WS-GRANT-COUNT
                    , :WS-DENY-COUNT
               FROM  AUTOSALE.AUTH_MATRIX M
               WHERE M.FUNCTION_CODE = :LS-AU-FUNCTION
           END-EXEC
                   MOVE 'U' TO LS-AU-ALLOWED
                   MOVE 'FUNCTION NOT CONFIGURED - LEGACY RULES'
                       TO LS-AU-RETURN-MSG
               WHEN WS-DENY-COUNT > +0
                   MOVE 'N' TO LS-AU-ALLOWED
                   MOVE 'DENIED TO USER BY MATRIX'
                       TO LS-AU-RETURN-MSG
               WHEN WS-GRANT-COUNT > +0
                   MOVE 'Y' TO LS-AU-ALLOWED
                   MOVE 'AUTHORIZED BY MATRIX'
