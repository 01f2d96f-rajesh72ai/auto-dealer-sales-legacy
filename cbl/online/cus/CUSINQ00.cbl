      * TRANS:    CSIQ - CUSTOMER INQUIRY                            *
      * CALLS:    COMFMTL0 - FORMAT PHONE, SSN MASK                 *
      *           COMMSGL0 - MESSAGE FORMATTING                      *
      *           COMPIRL0 - SENSITIVE-FIELD READ LOG                *
      * TABLES:   AUTOSALE.CUSTOMER (SELECT)                         *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  DETAIL DISPLAY OF INCOME, DRIVER'S LICENSE OR  *
      *               SSN LAST 4 IS WRITTEN TO PII_READ_LOG VIA      *
      *               COMPIRL0 (USER, CUSTOMER, PROGRAM, TIME)       *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-CP-LAST-TYPE          PIC X(06) VALUE SPACES.
           05  WS-CP-LAST-TS            PIC X(26) VALUE SPACES.
      *
      *    SENSITIVE-FIELD READ LOG CALL FIELDS
      *
       01  WS-PIR-FIELDS                PIC X(20) VALUE SPACES.
       01  WS-PIR-PTR                   PIC S9(04) COMP VALUE +1.
       01  WS-PIR-RC                    PIC S9(04) COMP VALUE +0.
       01  WS-PIR-MSG                   PIC X(50) VALUE SPACES.
      *
      *    FORMAT CALL FIELDS
      *
       01  WS-FMT-REQUEST.
               MOVE ASSIGNED-SALES OF DCLCUSTOMER
                   TO WS-IO-DET-SALES
           END-IF
      *
      *    RECORD WHO SAW THE SENSITIVE FIELDS ON THIS SCREEN
      *
           PERFORM 5900-LOG-PII-READ THRU 5900-EXIT
      *
           MOVE 'CUSTOMER DETAIL DISPLAYED'
               TO WS-IO-MSG-TEXT
           EXIT.
      *
      ****************************************************************
      *    5900-LOG-PII-READ - SENSITIVE-FIELD READ ACCESS LOG       *
      *    ONLY FIELDS ACTUALLY PRESENT ON THE SCREEN ARE LISTED.    *
      *    A LOG FAILURE NEVER STOPS THE DISPLAY.                    *
      ****************************************************************
       5900-LOG-PII-READ.
      *
           MOVE SPACES TO WS-PIR-FIELDS
           MOVE +1 TO WS-PIR-PTR
      *
           IF WS-NI-SSN4 >= +0
               STRING 'SSN4 ' DELIMITED BY SIZE
                   INTO WS-PIR-FIELDS WITH POINTER WS-PIR-PTR
           END-IF
           IF WS-NI-DL >= +0
               STRING 'DL '   DELIMITED BY SIZE
                   INTO WS-PIR-FIELDS WITH POINTER WS-PIR-PTR
           END-IF
           IF WS-NI-INCOME >= +0
               STRING 'INC '  DELIMITED BY SIZE
                   INTO WS-PIR-FIELDS WITH POINTER WS-PIR-PTR
           END-IF
      *
           IF WS-PIR-FIELDS = SPACES
               GO TO 5900-EXIT
           END-IF
      *
           CALL 'COMPIRL0' USING IO-PCB-USER-ID
                                 WS-PROGRAM-NAME
                                 CUSTOMER-ID OF DCLCUSTOMER
                                 WS-PIR-FIELDS
                                 WS-PIR-RC
                                 WS-PIR-MSG
           .
       5900-EXIT.
           EXIT.
      *
      ****************************************************************
      *    9000-SEND-OUTPUT                                          *
      ****************************************************************
       9000-SEND-OUTPUT.
