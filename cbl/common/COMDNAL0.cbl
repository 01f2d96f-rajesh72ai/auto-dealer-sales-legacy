       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMDNAL0.
      ****************************************************************
      * PROGRAM:   COMDNAL0                                          *
      * SYSTEM:    AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING   *
      * AUTHOR:    AUTOSALES DEVELOPMENT TEAM                        *
      * DATE:      2026-10-15                                        *
      * PURPOSE:   DOCUMENT NUMBER ACCOUNTING SERVICE FOR THE        *
      *            NUMBERS HANDED OUT BY COMSEQL0. SHARED BY THE     *
      *            MONTHLY GAP AUDIT (BATDNA00) AND THE VOID SCREEN  *
      *            (ADMDNV00) SO BOTH AGREE ON WHAT "USED" MEANS:    *
      *              HIGH - HIGHEST NUMBER ISSUED SO FAR FOR THE     *
      *                     SEQUENCE TYPE (SYSTEM_CONFIG NEXT_ KEYS) *
      *              CHEK - FORMAT THE DOCUMENT NUMBER AND LOOK FOR  *
      *                     A SURVIVING RECORD CARRYING IT:          *
      *                       DEAL - SALES_DEAL, SALES_DEAL_ARCHIVE  *
      *                       REG  - REGISTRATION                    *
      *                       FIN  - FINANCE_APP                     *
      *                       TRAN - STOCK_TRANSFER                  *
      *                       SHIP - SHIPMENT                        *
      *            CHARACTER KEYS CARRY THE FORMATTED NUMBER         *
      *            (D-NNNNN ETC.) POSSIBLY BEHIND A DEALER PREFIX,   *
      *            SO THEY ARE MATCHED ON THE FORMATTED NUMBER       *
      *            ANYWHERE IN THE KEY. TRANSFER_ID IS THE RAW       *
      *            NUMBER.                                           *
      *                                                              *
      * CALL INTERFACE:                                              *
      *   CALL 'COMDNAL0' USING LS-DNA-REQUEST                       *
      *                         LS-DNA-RESULT                        *
      *                                                              *
      * RETURN CODES:                                                *
      *   00 - SUCCESS                                               *
      *   08 - INVALID FUNCTION OR SEQUENCE TYPE                     *
      *   12 - DB2 ERROR                                             *
      *                                                              *
      * TABLES:    AUTOSALE.SYSTEM_CONFIG      (READ)                *
      *            AUTOSALE.SALES_DEAL         (READ)                *
      *            AUTOSALE.SALES_DEAL_ARCHIVE (READ)                *
      *            AUTOSALE.REGISTRATION       (READ)                *
      *            AUTOSALE.FINANCE_APP        (READ)                *
      *            AUTOSALE.STOCK_TRANSFER     (READ)                *
      *            AUTOSALE.SHIPMENT           (READ)                *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID            PIC X(08) VALUE 'COMDNAL0'.
      *
           COPY WSSQLCA.
      *
           COPY DCLSYSCF.
      *
      *    SEQUENCE TYPES - SAME CONFIG KEYS AND PREFIXES AS COMSEQL0
      *
       01  WS-DNA-TYPE-TABLE.
           05  FILLER PIC X(20) VALUE 'DEALNEXT_DEAL_NUM D-'.
           05  FILLER PIC X(20) VALUE 'REG NEXT_REG_NUM  R-'.
           05  FILLER PIC X(20) VALUE 'FIN NEXT_FIN_NUM  F-'.
           05  FILLER PIC X(20) VALUE 'TRANNEXT_TRAN_NUM T-'.
           05  FILLER PIC X(20) VALUE 'SHIPNEXT_SHIP_NUM S-'.
       01  WS-DNA-TYPE-ENTRIES REDEFINES WS-DNA-TYPE-TABLE.
           05  WS-DNA-TYPE-ENTRY   OCCURS 5 TIMES.
               10  WS-DNA-TYPE-CODE    PIC X(04).
               10  WS-DNA-CONFIG-KEY   PIC X(14).
               10  WS-DNA-PREFIX       PIC X(02).
      *
       01  WS-DNA-WORK.
           05  WS-DNA-IDX          PIC S9(04) COMP VALUE +0.
           05  WS-DNA-FOUND-IDX    PIC S9(04) COMP VALUE +0.
           05  WS-DNA-COUNT        PIC S9(09) COMP VALUE +0.
           05  WS-DNA-SERIAL       PIC 9(05)       VALUE ZEROS.
           05  WS-DNA-PATTERN      PIC X(09)       VALUE SPACES.
      *
       LINKAGE SECTION.
      *
      *    DOCUMENT NUMBER REQUEST
      *
       01  LS-DNA-REQUEST.
           05  LS-DN-FUNCTION      PIC X(04).
               88  LS-DN-FN-HIGH             VALUE 'HIGH'.
               88  LS-DN-FN-CHEK             VALUE 'CHEK'.
           05  LS-DN-SEQ-TYPE      PIC X(04).
           05  LS-DN-SEQ-NUMBER    PIC S9(09) COMP.
      *
      *    DOCUMENT NUMBER RESULT
      *
       01  LS-DNA-RESULT.
           05  LS-DN-RETURN-CODE   PIC S9(04) COMP.
           05  LS-DN-HIGH-ISSUED   PIC S9(09) COMP.
           05  LS-DN-DOC-NUMBER    PIC X(07).
           05  LS-DN-FOUND-FLAG    PIC X(01).
               88  LS-DN-FOUND               VALUE 'Y'.
               88  LS-DN-NOT-FOUND           VALUE 'N'.
           05  LS-DN-FOUND-TABLE   PIC X(18).
           05  LS-DN-RETURN-MSG    PIC X(50).
      *
       PROCEDURE DIVISION USING LS-DNA-REQUEST
                                LS-DNA-RESULT.
      *
       0000-MAIN-CONTROL.
      *
           MOVE +0 TO LS-DN-RETURN-CODE
           MOVE +0 TO LS-DN-HIGH-ISSUED
           MOVE SPACES TO LS-DN-DOC-NUMBER
           MOVE 'N' TO LS-DN-FOUND-FLAG
           MOVE SPACES TO LS-DN-FOUND-TABLE
           MOVE SPACES TO LS-DN-RETURN-MSG
      *
           IF NOT LS-DN-FN-HIGH
           AND NOT LS-DN-FN-CHEK
               MOVE +8 TO LS-DN-RETURN-CODE
               MOVE 'INVALID FUNCTION - USE HIGH OR CHEK'
                   TO LS-DN-RETURN-MSG
               GOBACK
           END-IF
      *
           MOVE +0 TO WS-DNA-FOUND-IDX
           PERFORM VARYING WS-DNA-IDX FROM +1 BY +1
               UNTIL WS-DNA-IDX > +5
               IF WS-DNA-TYPE-CODE(WS-DNA-IDX) = LS-DN-SEQ-TYPE
                   MOVE WS-DNA-IDX TO WS-DNA-FOUND-IDX
               END-IF
           END-PERFORM
      *
           IF WS-DNA-FOUND-IDX = +0
               MOVE +8 TO LS-DN-RETURN-CODE
               MOVE 'INVALID SEQUENCE TYPE - DEAL/REG/FIN/TRAN/SHIP'
                   TO LS-DN-RETURN-MSG
               GOBACK
           END-IF
      *
           IF LS-DN-FN-HIGH
               PERFORM 1000-HIGH-ISSUED
           ELSE
               PERFORM 2000-CHECK-NUMBER THRU 2000-EXIT
           END-IF
      *
           GOBACK
           .
      *
      ****************************************************************
      *    1000-HIGH-ISSUED - CURRENT COUNTER FOR THE SEQUENCE TYPE  *
      ****************************************************************
       1000-HIGH-ISSUED.
      *
           MOVE WS-DNA-CONFIG-KEY(WS-DNA-FOUND-IDX) TO CONFIG-KEY-TX
           MOVE +14 TO CONFIG-KEY-LN
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :CONFIG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = RTRIM(:CONFIG-KEY)
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   COMPUTE LS-DN-HIGH-ISSUED =
                       FUNCTION NUMVAL(CONFIG-VALUE-TX(
                           1:CONFIG-VALUE-LN))
               WHEN +100
      *            NO NUMBER OF THIS TYPE HAS EVER BEEN ISSUED
                   MOVE +0 TO LS-DN-HIGH-ISSUED
               WHEN OTHER
                   MOVE +12 TO LS-DN-RETURN-CODE
                   MOVE 'DB2 ERROR READING SYSTEM_CONFIG'
                       TO LS-DN-RETURN-MSG
           END-EVALUATE
           .
      *
      ****************************************************************
      *    2000-CHECK-NUMBER - IS THERE A RECORD CARRYING THE NUMBER *
      ****************************************************************
       2000-CHECK-NUMBER.
      *
           MOVE LS-DN-SEQ-NUMBER TO WS-DNA-SERIAL
           STRING WS-DNA-PREFIX(WS-DNA-FOUND-IDX)
                  WS-DNA-SERIAL
                  DELIMITED BY SIZE
                  INTO LS-DN-DOC-NUMBER
           STRING '%' LS-DN-DOC-NUMBER '%'
                  DELIMITED BY SIZE
                  INTO WS-DNA-PATTERN
           MOVE +0 TO WS-DNA-COUNT
      *
           EVALUATE LS-DN-SEQ-TYPE
               WHEN 'DEAL'
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO  :WS-DNA-COUNT
                       FROM  AUTOSALE.SALES_DEAL
                       WHERE DEAL_NUMBER LIKE :WS-DNA-PATTERN
                   END-EXEC
                   MOVE 'SALES_DEAL' TO LS-DN-FOUND-TABLE
                   IF SQLCODE = +0
                   AND WS-DNA-COUNT = +0
      *                PURGED DEALS SURVIVE IN THE ARCHIVE
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO  :WS-DNA-COUNT
                           FROM  AUTOSALE.SALES_DEAL_ARCHIVE
                           WHERE DEAL_NUMBER LIKE :WS-DNA-PATTERN
                       END-EXEC
                       MOVE 'SALES_DEAL_ARCHIVE' TO LS-DN-FOUND-TABLE
                   END-IF
               WHEN 'REG '
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO  :WS-DNA-COUNT
                       FROM  AUTOSALE.REGISTRATION
                       WHERE REG_ID LIKE :WS-DNA-PATTERN
                   END-EXEC
                   MOVE 'REGISTRATION' TO LS-DN-FOUND-TABLE
               WHEN 'FIN '
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO  :WS-DNA-COUNT
                       FROM  AUTOSALE.FINANCE_APP
                       WHERE FINANCE_ID LIKE :WS-DNA-PATTERN
                   END-EXEC
                   MOVE 'FINANCE_APP' TO LS-DN-FOUND-TABLE
               WHEN 'TRAN'
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO  :WS-DNA-COUNT
                       FROM  AUTOSALE.STOCK_TRANSFER
                       WHERE TRANSFER_ID = :LS-DN-SEQ-NUMBER
                   END-EXEC
                   MOVE 'STOCK_TRANSFER' TO LS-DN-FOUND-TABLE
               WHEN 'SHIP'
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO  :WS-DNA-COUNT
                       FROM  AUTOSALE.SHIPMENT
                       WHERE SHIPMENT_ID LIKE :WS-DNA-PATTERN
                   END-EXEC
                   MOVE 'SHIPMENT' TO LS-DN-FOUND-TABLE
           END-EVALUATE
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO LS-DN-RETURN-CODE
               STRING 'DB2 ERROR READING ' LS-DN-FOUND-TABLE
                      DELIMITED BY SIZE
                      INTO LS-DN-RETURN-MSG
               MOVE SPACES TO LS-DN-FOUND-TABLE
               GO TO 2000-EXIT
           END-IF
      *
           IF WS-DNA-COUNT > +0
               MOVE 'Y' TO LS-DN-FOUND-FLAG
           ELSE
               MOVE 'N' TO LS-DN-FOUND-FLAG
               MOVE SPACES TO LS-DN-FOUND-TABLE
           END-IF
           .
       2000-EXIT.
           EXIT.
      ****************************************************************
      * END OF COMDNAL0                                              *
      ****************************************************************
