      ****************************************************************
      * COPYBOOK: WSAUDCHN                                         *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * PURPOSE:  AUDIT_LOG HASH CHAIN - THE EXACT BYTES HASHED    *
      *           FOR ONE AUDIT ROW. COMLGEL0 BUILDS IT WHEN THE   *
      *           ROW IS WRITTEN AND BATAUV00 REBUILDS IT FROM     *
      *           AUDIT_LOG / AUDIT_LOG_ARCHIVE TO VERIFY, SO BOTH *
      *           MUST USE THIS LAYOUT UNCHANGED.                  *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:     2026-10-15                                       *
      * NOTES:    ROW_HASH = COMHSHL0(THIS RECORD). THE RECORD     *
      *           CARRIES PREV_HASH, SO CHANGING, DELETING OR      *
      *           REORDERING ANY ROW BREAKS EVERY LINK AFTER IT.   *
      *           NULL VARCHAR COLUMNS ARE HASHED AS SPACES. THE   *
      *           FIRST ROW OF THE CHAIN LINKS TO ALL ZEROS.       *
      ****************************************************************
      *
       01  WS-CHAIN-HASH-INPUT.
           05  WS-CHN-PREV-HASH       PIC X(32).
           05  WS-CHN-SEQ             PIC 9(09).
           05  WS-CHN-USER-ID         PIC X(08).
           05  WS-CHN-PROGRAM-ID      PIC X(08).
           05  WS-CHN-ACTION-TYPE     PIC X(03).
           05  WS-CHN-TABLE-NAME      PIC X(30).
           05  WS-CHN-KEY-VALUE       PIC X(50).
           05  WS-CHN-OLD-VALUE       PIC X(200).
           05  WS-CHN-NEW-VALUE       PIC X(200).
           05  WS-CHN-AUDIT-TS        PIC X(26).
      *
       01  WS-CHAIN-CONSTANTS.
           05  WS-CHN-INPUT-LEN       PIC S9(04) COMP VALUE +566.
           05  WS-CHN-CHAIN-ID        PIC X(08)  VALUE 'AUDITLOG'.
           05  WS-CHN-GENESIS-HASH    PIC X(32)  VALUE ALL '0'.
      *
       01  WS-CHAIN-HASH-RESULT.
           05  WS-CHN-ROW-HASH        PIC X(32).
           05  WS-CHN-HASH-RC         PIC S9(04) COMP.
