      * TRANS:    CSHI - CUSTOMER HISTORY                            *
      * CALLS:    COMFMTL0 - FORMAT CURRENCY, DATES                 *
      *           COMDTEL0 - DATE UTILITIES                          *
      *           COMPIRL0 - SENSITIVE-FIELD READ LOG                *
      * TABLES:   AUTOSALE.CUSTOMER (SELECT)                         *
      *           AUTOSALE.SALES_DEAL (SELECT)                       *
      *           AUTOSALE.SALES_DEAL_ARCHIVE (SELECT)               *
      *   2026-09-02  SUMMARY NOW SHOWS THE CUSTOMER'S OPEN IN-      *
      *               HOUSE (BHPH) LOANS AND BALANCE FROM            *
      *               HOUSE_LOAN (SERVICED IN FINBHP00)              *
      *   2026-10-15  HISTORY DISPLAY NOW LOGGED TO PII_READ_LOG     *
      *               VIA COMPIRL0 (USER, CUSTOMER, PROGRAM, TIME)   *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-YMM-WORK                  PIC X(17)  VALUE SPACES.
       01  WS-YEAR-DISP                 PIC 9(04).
      *
      *    SENSITIVE-FIELD READ LOG CALL FIELDS
      *
       01  WS-PIR-FIELDS                PIC X(20)
                                         VALUE 'HIST LOAN'.
       01  WS-PIR-RC                    PIC S9(04) COMP VALUE +0.
       01  WS-PIR-MSG                   PIC X(50) VALUE SPACES.
      *
      *    CURSOR FOR PURCHASE HISTORY
      *
           EXEC SQL
           IF WS-RETURN-CODE = +0
               PERFORM 6000-COMPUTE-SUMMARY
           END-IF
      *
           IF WS-RETURN-CODE = +0
               PERFORM 6900-LOG-PII-READ
           END-IF
      *
           PERFORM 9000-SEND-OUTPUT
      *
           .
      *
      ****************************************************************
      *    6900-LOG-PII-READ - RECORD WHO VIEWED THIS CUSTOMER'S     *
      *    PURCHASE AND LOAN HISTORY. FAILURE IS NON-FATAL.          *
      ****************************************************************
       6900-LOG-PII-READ.
      *
           CALL 'COMPIRL0' USING IO-PCB-USER-ID
                                 WS-PROGRAM-NAME
                                 WS-CUST-ID-NUM
                                 WS-PIR-FIELDS
                                 WS-PIR-RC
                                 WS-PIR-MSG
           .
      *
      ****************************************************************
      *    9000-SEND-OUTPUT                                          *
      ****************************************************************
       9000-SEND-OUTPUT.
