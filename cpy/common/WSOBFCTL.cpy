      ****************************************************************
      * COPYBOOK: WSOBFCTL                                         *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * PURPOSE:  CALL INTERFACE FOR COMOBFL0 - OUTBOUND FILE      *
      *           CONTROL (FILE SEQUENCE NUMBER, CONTROL TOTALS,   *
      *           RESTART POSITION AND DUPLICATE-SEND CHECK) FOR   *
      *           THE INTERFACE JOBS THAT SEND FILES OUTSIDE       *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:     2026-10-15                                       *
      * NOTES:    FUNCTIONS                                        *
      *             OPEN - START (OR RESUME) THE FILE FOR TODAY'S  *
      *                    BUSINESS DATE AND CYCLE. PASS THE       *
      *                    COMCKPL0 RESTART FLAG. ON A RESUME THE  *
      *                    COUNTS, AMOUNT AND LAST KEY COME BACK   *
      *                    IN THE REQUEST AREA.                    *
      *             CHKP - RECORD THE COUNTS AND LAST KEY OF THE   *
      *                    UNIT OF WORK ABOUT TO BE COMMITTED.     *
      *                    THE CALLER ISSUES THE COMMIT.           *
      *             CLOS - FILE COMPLETE, READY FOR TRANSMISSION.  *
      *           RETURN CODE 08 = DO NOT WRITE THE FILE (RERUN   *
      *           OF A COMPLETED FILE WITHOUT AN OVERRIDE, OR AN   *
      *           INCOMPLETE FILE NOT RELEASED FOR RESTART).       *
      ****************************************************************
      *
       01  WS-OBF-REQUEST.
           05  WS-OBF-FUNCTION        PIC X(04)    VALUE SPACES.
               88  WS-OBF-FUNC-OPEN                VALUE 'OPEN'.
               88  WS-OBF-FUNC-CHKP                VALUE 'CHKP'.
               88  WS-OBF-FUNC-CLOS                VALUE 'CLOS'.
           05  WS-OBF-INTERFACE-ID    PIC X(08)    VALUE SPACES.
           05  WS-OBF-PROGRAM-ID      PIC X(08)    VALUE SPACES.
           05  WS-OBF-RESTART-FLAG    PIC X(01)    VALUE 'N'.
           05  WS-OBF-MULTI-RUN       PIC X(01)    VALUE 'N'.
           05  WS-OBF-RECORD-COUNT    PIC S9(09)   COMP VALUE +0.
           05  WS-OBF-DETAIL-COUNT    PIC S9(09)   COMP VALUE +0.
           05  WS-OBF-CONTROL-AMT     PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  WS-OBF-LAST-KEY        PIC X(30)    VALUE SPACES.
      *
       01  WS-OBF-RESULT.
           05  WS-OBF-RETURN-CODE     PIC S9(04)   COMP VALUE +0.
           05  WS-OBF-FILE-ACTION     PIC X(01)    VALUE SPACES.
               88  WS-OBF-NEW-FILE                 VALUE 'N'.
               88  WS-OBF-RESUME-FILE              VALUE 'R'.
               88  WS-OBF-FILE-COMPLETE            VALUE 'C'.
           05  WS-OBF-FILE-SEQ        PIC S9(09)   COMP VALUE +0.
           05  WS-OBF-FILE-SEQ-DISP   PIC 9(09)    VALUE ZERO.
           05  WS-OBF-BUSINESS-DATE   PIC X(10)    VALUE SPACES.
           05  WS-OBF-RUN-CYCLE       PIC X(01)    VALUE SPACES.
           05  WS-OBF-RETURN-MSG      PIC X(79)    VALUE SPACES.
