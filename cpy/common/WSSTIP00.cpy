      ****************************************************************
      * COPYBOOK: WSSTIP00                                         *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * PURPOSE:  LENDER STIPULATION CODES FOR FINANCE_STIP ROWS   *
      *           RECORDED ON A CONDITIONAL APPROVAL (FINAPV00)    *
      *           AND WORKED IN FINSTP00                           *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:     2026-10-15                                       *
      * NOTES:    STIP STATUS OS = OUTSTANDING, RC = RECEIVED,     *
      *           CL = CLEARED. FINCIT00 WILL NOT REGISTER A       *
      *           CONTRACT AS SENT WHILE ANY STIP IS NOT CL.       *
      ****************************************************************
      *
       01  WS-STIP-CODE-TABLE.
           05  WS-STIP-CODE-VALUES.
               10  FILLER             PIC X(33)
                   VALUE 'POIPROOF OF INCOME               '.
               10  FILLER             PIC X(33)
                   VALUE 'PORPROOF OF RESIDENCE            '.
               10  FILLER             PIC X(33)
                   VALUE 'REFPERSONAL REFERENCES           '.
               10  FILLER             PIC X(33)
                   VALUE 'INSPROOF OF INSURANCE            '.
               10  FILLER             PIC X(33)
                   VALUE 'IDVDRIVER LICENSE / IDENTITY     '.
               10  FILLER             PIC X(33)
                   VALUE 'DPVDOWN PAYMENT VERIFICATION     '.
               10  FILLER             PIC X(33)
                   VALUE 'TTLTRADE TITLE / PAYOFF LETTER   '.
               10  FILLER             PIC X(33)
                   VALUE 'OTHOTHER - SEE DESCRIPTION       '.
           05  WS-STIP-CODE-ENTRIES REDEFINES WS-STIP-CODE-VALUES.
               10  WS-STIP-ENTRY      OCCURS 8 TIMES.
                   15  WS-STIP-TBL-CODE
                                      PIC X(03).
                   15  WS-STIP-TBL-DESC
                                      PIC X(30).
      *
       01  WS-STIP-CODE-COUNT         PIC S9(04)   COMP VALUE +8.
      *
      *    STIPULATION STATUS VALUES
      *
       01  WS-STIP-STATUS-WORK        PIC X(02)    VALUE SPACES.
           88  WS-STIP-OUTSTANDING                 VALUE 'OS'.
           88  WS-STIP-RECEIVED                    VALUE 'RC'.
           88  WS-STIP-CLEARED                     VALUE 'CL'.
      ****************************************************************
      * END OF WSSTIP00                                              *
      ****************************************************************
