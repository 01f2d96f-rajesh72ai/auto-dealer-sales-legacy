      ****************************************************************
      * COPYBOOK: WSDLMOUT                                         *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * PURPOSE:  CALL INTERFACE FOR COMDLML0 - THE DELIMITED      *
      *           DATA FILE WRITTEN ALONGSIDE A 132-COLUMN REPORT  *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:     2026-10-15                                       *
      * NOTES:    THE REPORT DESCRIBES ITS DETAIL PRINT LINE ONCE  *
      *           AT OPEN - ONE 27-BYTE ENTRY PER COLUMN:          *
      *             NAME (20), PRINT POSITION (3), LENGTH (3),     *
      *             TYPE (1) A = TEXT, N = EDITED NUMBER           *
      *           USUALLY MOVED IN FROM A VALUE TABLE IN THE       *
      *           REPORT. THEN FOR EVERY DETAIL LINE PRINTED, IT   *
      *           PASSES THE LINE AND ITS DEALER CODE ON A ROW     *
      *           CALL. WHETHER A DATA FILE IS WRITTEN AT ALL IS   *
      *           DECIDED BY THE DLMCTL CONTROL CARD INSIDE        *
      *           COMDLML0 - WITHOUT ONE THE CALLS DO NOTHING.     *
      ****************************************************************
      *
       01  WS-DLM-REQUEST.
           05  WS-DLM-FUNCTION        PIC X(04)    VALUE SPACES.
               88  WS-DLM-FUNC-OPEN                VALUE 'OPEN'.
               88  WS-DLM-FUNC-ROW                 VALUE 'ROW '.
               88  WS-DLM-FUNC-CLOSE               VALUE 'CLOS'.
           05  WS-DLM-REPORT-ID       PIC X(08)    VALUE SPACES.
           05  WS-DLM-DEALER-CODE     PIC X(05)    VALUE SPACES.
           05  WS-DLM-LINE            PIC X(132)   VALUE SPACES.
           05  WS-DLM-COLUMNS.
               10  WS-DLM-COLUMN      OCCURS 30 TIMES.
                   15  WS-DLM-COL-NAME    PIC X(20).
                   15  WS-DLM-COL-START   PIC 9(03).
                   15  WS-DLM-COL-LEN     PIC 9(03).
                   15  WS-DLM-COL-TYPE    PIC X(01).
      *
       01  WS-DLM-RESULT.
           05  WS-DLM-RETURN-CODE     PIC S9(04)   COMP VALUE +0.
           05  WS-DLM-ACTIVE-FLAG     PIC X(01)    VALUE 'N'.
               88  WS-DLM-IS-ACTIVE                VALUE 'Y'.
           05  WS-DLM-ROW-COUNT       PIC S9(09)   COMP VALUE +0.
           05  WS-DLM-RETURN-MSG      PIC X(79)    VALUE SPACES.
