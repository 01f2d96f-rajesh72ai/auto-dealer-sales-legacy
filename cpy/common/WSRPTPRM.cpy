      ****************************************************************
      * COPYBOOK: WSRPTPRM                                         *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * PURPOSE:  CALL INTERFACE FOR COMRPPL0 - THE RUN PARAMETERS *
      *           (DEALER, DATE RANGE) OF A REPORT REQUESTED ON    *
      *           THE ONLINE REPORT REQUEST SCREEN (ADMRRQ00)      *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:     2026-10-15                                       *
      * NOTES:    THE REPORT PASSES ITS OWN ID AND GETS BACK THE   *
      *           PARAMETERS FROM THE RPTPARM CARD. NO CARD (THE   *
      *           NORMAL SCHEDULED RUN) RETURNS SPACES, SO THE     *
      *           REPORT KEEPS ITS USUAL ALL-DEALER / DEFAULT      *
      *           RANGE BEHAVIOUR. RETURN CODE 08 = BAD CARD -     *
      *           THE REPORT MUST NOT RUN.                         *
      ****************************************************************
      *
       01  WS-RPP-REQUEST.
           05  WS-RPP-REPORT-ID       PIC X(08)    VALUE SPACES.
      *
       01  WS-RPP-RESULT.
           05  WS-RPP-RETURN-CODE     PIC S9(04)   COMP VALUE +0.
           05  WS-RPP-CARD-FLAG       PIC X(01)    VALUE 'N'.
               88  WS-RPP-CARD-READ                VALUE 'Y'.
           05  WS-RPP-REQUEST-ID      PIC 9(09)    VALUE ZERO.
           05  WS-RPP-DEALER-CODE     PIC X(05)    VALUE SPACES.
           05  WS-RPP-FROM-DATE       PIC X(10)    VALUE SPACES.
           05  WS-RPP-TO-DATE         PIC X(10)    VALUE SPACES.
           05  WS-RPP-RETURN-MSG      PIC X(79)    VALUE SPACES.
