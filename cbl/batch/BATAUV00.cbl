       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATAUV00.
      ****************************************************************
      * PROGRAM:    BATAUV00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    AUDIT_LOG HASH CHAIN VERIFICATION. RE-WALKS THE  *
      *             WHOLE CHAIN - LIVE AUDIT_LOG ROWS AND THE ROWS   *
      *             BATARC00 MOVED TO AUDIT_LOG_ARCHIVE - IN CHAIN   *
      *             SEQUENCE ORDER AND, FOR EVERY ROW:               *
      *               1. RECOMPUTES ROW_HASH FROM THE STORED ROW     *
      *                  (WSAUDCHN LAYOUT, COMHSHL0) - A MISMATCH    *
      *                  MEANS THE ROW WAS EDITED.                   *
      *               2. CHECKS CHAIN_SEQ IS ONE MORE THAN THE ROW   *
      *                  BEFORE - A GAP MEANS ROWS WERE DELETED.     *
      *               3. CHECKS PREV_HASH EQUALS THE ROW_HASH OF     *
      *                  THE ROW BEFORE - A MISMATCH MEANS A ROW WAS *
      *                  INSERTED, REORDERED OR RE-HASHED.           *
      *             THE WALK STARTS AT THE AUDIT_CHAIN PURGE         *
      *             WATERMARK (ROWS BELOW IT KEPT FOR A LEGAL HOLD   *
      *             ARE CHECKED FOR CONTENT ONLY) AND ENDS AT THE    *
      *             AUDIT_CHAIN HEAD, WHICH MUST MATCH THE LAST ROW  *
      *             SO TRUNCATION OF THE NEWEST ROWS IS DETECTED.    *
      *             AFTER A BREAK THE WALK RESYNCHRONISES ON THE     *
      *             STORED HASH SO EACH LATER BREAK IS REPORTED ON   *
      *             ITS OWN.                                         *
      *                                                              *
      *             THE REPORT SHOWS THE CHAIN HEAD, THE COUNTS, THE *
      *             FIRST BAD ROW IN FULL AND UP TO 50 BREAKS, AND   *
      *             ENDS WITH A PASS/FAIL VERDICT FOR THE EXTERNAL   *
      *             AUDITOR. THE RESULT IS ALSO WRITTEN TO AUDIT_LOG *
      *             (ITSELF CHAINED). ANY BREAK ENDS THE STEP RC=8.  *
      *                                                              *
      * TABLES:     AUTOSALE.AUDIT_LOG          (READ)               *
      *             AUTOSALE.AUDIT_LOG_ARCHIVE  (READ)               *
      *             AUTOSALE.AUDIT_CHAIN        (READ)               *
      *                                                              *
      * CALLS:      COMHSHL0 - CHAIN HASH                            *
      *             COMLGEL0 - AUDIT LOG ENTRY FOR THE RUN           *
      *                                                              *
      * OUTPUT:     AUVRPT DD - CHAIN VERIFICATION REPORT (132)      *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE
               ASSIGN TO AUVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                PIC X(08) VALUE 'BATAUV00'.
      *
       01  WS-FILE-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLAUDCH.
      *
           COPY WSAUDCHN.
      *
      *    LOGGING FIELDS
      *
       01  WS-LOG-USER-ID              PIC X(08) VALUE 'BATCH   '.
       01  WS-LOG-PROGRAM-ID           PIC X(08) VALUE 'BATAUV00'.
       01  WS-LOG-TABLE-NAME           PIC X(30) VALUE 'AUDIT_LOG'.
       01  WS-LOG-KEY-VALUE            PIC X(50) VALUE SPACES.
       01  WS-LOG-OLD-VALUE            PIC X(200) VALUE SPACES.
       01  WS-LOG-NEW-VALUE            PIC X(200) VALUE SPACES.
       01  WS-LOG-RETURN-CODE          PIC S9(04) COMP VALUE +0.
       01  WS-LOG-ERROR-MSG            PIC X(79) VALUE SPACES.
      *
      *    HOST VARIABLES - ONE CHAINED AUDIT ROW
      *
       01  WS-HV-AUDIT-ROW.
           05  WS-HV-SOURCE            PIC X(01).
           05  WS-HV-AUDIT-ID          PIC S9(09) COMP.
           05  WS-HV-CHAIN-SEQ         PIC S9(09) COMP.
           05  WS-HV-PREV-HASH         PIC X(32).
           05  WS-HV-ROW-HASH          PIC X(32).
           05  WS-HV-USER-ID           PIC X(08).
           05  WS-HV-PROGRAM           PIC X(08).
           05  WS-HV-ACTION-TYPE       PIC X(03).
           05  WS-HV-TABLE-NAME.
               49  WS-HV-TABLE-NAME-LN PIC S9(04) COMP.
               49  WS-HV-TABLE-NAME-TX PIC X(30).
           05  WS-HV-KEY-VALUE.
               49  WS-HV-KEY-VALUE-LN  PIC S9(04) COMP.
               49  WS-HV-KEY-VALUE-TX  PIC X(50).
           05  WS-HV-OLD-VALUE.
               49  WS-HV-OLD-VALUE-LN  PIC S9(04) COMP.
               49  WS-HV-OLD-VALUE-TX  PIC X(200).
           05  WS-HV-NEW-VALUE.
               49  WS-HV-NEW-VALUE-LN  PIC S9(04) COMP.
               49  WS-HV-NEW-VALUE-TX  PIC X(200).
           05  WS-HV-AUDIT-TS          PIC X(26).
      *
       01  WS-HV-COUNTS.
           05  WS-HV-UNCHAINED-LIVE    PIC S9(09) COMP VALUE +0.
           05  WS-HV-UNCHAINED-ARCH    PIC S9(09) COMP VALUE +0.
      *
      *    WALK STATE
      *
       01  WS-WALK-FIELDS.
           05  WS-EXPECT-SEQ           PIC S9(09) COMP VALUE +0.
           05  WS-EXPECT-HASH          PIC X(32) VALUE SPACES.
           05  WS-PREV-ROW-SEQ         PIC S9(09) COMP VALUE +0.
           05  WS-PREV-ROW-HASH        PIC X(32) VALUE SPACES.
           05  WS-BREAK-TYPE           PIC X(30) VALUE SPACES.
           05  WS-BREAK-EXPECTED       PIC X(32) VALUE SPACES.
           05  WS-BREAK-FOUND          PIC X(32) VALUE SPACES.
           05  WS-HEAD-FLAG            PIC X(01) VALUE 'N'.
               88  WS-HEAD-ROW-SEEN              VALUE 'Y'.
           05  WS-HEAD-FOUND-HASH      PIC X(32) VALUE SPACES.
           05  WS-CHAIN-FLAG           PIC X(01) VALUE 'Y'.
               88  WS-CHAIN-EXISTS               VALUE 'Y'.
               88  WS-CHAIN-NOT-STARTED          VALUE 'N'.
           05  WS-SEQ-DSP              PIC Z(08)9.
           05  WS-SEQ-DSP2             PIC Z(08)9.
      *
       01  WS-COUNTERS.
           05  WS-ROWS-READ            PIC S9(09) COMP VALUE +0.
           05  WS-ROWS-LIVE            PIC S9(09) COMP VALUE +0.
           05  WS-ROWS-ARCH            PIC S9(09) COMP VALUE +0.
           05  WS-ROWS-LINKED          PIC S9(09) COMP VALUE +0.
           05  WS-ROWS-HELD            PIC S9(09) COMP VALUE +0.
           05  WS-ROWS-DUP             PIC S9(09) COMP VALUE +0.
           05  WS-BREAK-COUNT          PIC S9(09) COMP VALUE +0.
           05  WS-ERROR-COUNT          PIC S9(09) COMP VALUE +0.
      *
      *    BREAKS FOUND - FIRST 50 KEPT FOR THE REPORT
      *
       01  WS-BREAK-TABLE.
           05  WS-BRK-USED             PIC S9(04) COMP VALUE +0.
           05  WS-BRK-ENTRY            OCCURS 50 TIMES.
               10  WS-BRK-SEQ          PIC S9(09) COMP.
               10  WS-BRK-AUDIT-ID     PIC S9(09) COMP.
               10  WS-BRK-SOURCE       PIC X(07).
               10  WS-BRK-TS           PIC X(26).
               10  WS-BRK-USER         PIC X(08).
               10  WS-BRK-PROGRAM      PIC X(08).
               10  WS-BRK-ACTION       PIC X(03).
               10  WS-BRK-TABLE        PIC X(30).
               10  WS-BRK-KEY          PIC X(50).
               10  WS-BRK-TYPE         PIC X(30).
               10  WS-BRK-EXPECTED     PIC X(32).
               10  WS-BRK-FOUND        PIC X(32).
       01  WS-BX                       PIC S9(04) COMP VALUE +0.
      *
       01  WS-EOF-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
      *
      *    REPORT LINES
      *
       01  WS-PAGE-COUNT               PIC S9(04) COMP VALUE +0.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY            PIC 9(04).
           05  WS-CURR-MM              PIC 9(02).
           05  WS-CURR-DD              PIC 9(02).
           05  WS-CURR-HH              PIC 9(02).
           05  WS-CURR-MN              PIC 9(02).
           05  FILLER                  PIC X(09).
       01  WS-CURRENT-DATE             PIC X(10) VALUE SPACES.
       01  WS-CURRENT-TIME             PIC X(05) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(34)
               VALUE ' AUDIT LOG HASH CHAIN VERIFICATION'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'DATE: '.
           05  WS-RH1-DATE             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RH1-TIME             PIC X(05).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE             PIC Z(4)9.
           05  FILLER                  PIC X(17) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(131) VALUE ALL '-'.
      *
       01  WS-SECTION-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SH-TEXT              PIC X(60).
           05  FILLER                  PIC X(71) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CL-TEXT              PIC X(50).
           05  WS-CL-COUNT             PIC Z(08)9.
           05  FILLER                  PIC X(70) VALUE SPACES.
      *
       01  WS-HASH-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-HL-TEXT              PIC X(30).
           05  WS-HL-SEQ               PIC Z(08)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'HASH: '.
           05  WS-HL-HASH              PIC X(32).
           05  FILLER                  PIC X(50) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-DL-LABEL             PIC X(16).
           05  WS-DL-VALUE             PIC X(60).
           05  FILLER                  PIC X(51) VALUE SPACES.
      *
       01  WS-BREAK-HEADER.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE ' CHAIN SEQ'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'WHERE   '.
           05  FILLER                  PIC X(27)
               VALUE 'AUDIT TIMESTAMP            '.
           05  FILLER                  PIC X(09) VALUE 'USER    '.
           05  FILLER                  PIC X(09) VALUE 'PROGRAM '.
           05  FILLER                  PIC X(31)
               VALUE 'BREAK                          '.
           05  FILLER                  PIC X(33)
               VALUE 'HASH EXPECTED                    '.
      *
       01  WS-BREAK-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-BL-SEQ               PIC Z(09)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BL-SOURCE            PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BL-TS                PIC X(26).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BL-USER              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BL-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BL-TYPE              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BL-EXPECTED          PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
      *
       01  WS-VERDICT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-VL-TEXT              PIC X(80).
           05  FILLER                  PIC X(51) VALUE SPACES.
      *
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
      *
      *    CURSOR - EVERY CHAINED ROW, LIVE AND ARCHIVED, IN CHAIN
      *    ORDER. A ROW CAUGHT MID-MOVE BY BATARC00 CAN APPEAR IN
      *    BOTH TABLES; THE COPY WITH THE SAME HASH IS SKIPPED.
      *
           EXEC SQL
               DECLARE CSR_AUV_CHAIN CURSOR FOR
               SELECT 'L', AUDIT_ID, CHAIN_SEQ
                    , PREV_HASH, ROW_HASH
                    , USER_ID, PROGRAM_ID, ACTION_TYPE
                    , COALESCE(TABLE_NAME, '')
                    , COALESCE(KEY_VALUE, '')
                    , COALESCE(OLD_VALUE, '')
                    , COALESCE(NEW_VALUE, '')
                    , CHAR(AUDIT_TS)
               FROM   AUTOSALE.AUDIT_LOG
               WHERE  CHAIN_SEQ IS NOT NULL
               UNION ALL
               SELECT 'A', AUDIT_ID, CHAIN_SEQ
                    , PREV_HASH, ROW_HASH
                    , USER_ID, PROGRAM_ID, ACTION_TYPE
                    , COALESCE(TABLE_NAME, '')
                    , COALESCE(KEY_VALUE, '')
                    , COALESCE(OLD_VALUE, '')
                    , COALESCE(NEW_VALUE, '')
                    , CHAR(AUDIT_TS)
               FROM   AUTOSALE.AUDIT_LOG_ARCHIVE
               WHERE  CHAIN_SEQ IS NOT NULL
               ORDER BY 3, 1
               FOR FETCH ONLY
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATAUV00: AUDIT CHAIN VERIFICATION - START'
      *
           PERFORM 1000-INITIALIZE
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 2000-READ-CHAIN-HEAD THRU 2000-EXIT
           END-IF
      *
           IF WS-FILE-STATUS = '00'
           AND WS-ERROR-COUNT = +0
               PERFORM 3000-WALK-CHAIN THRU 3000-EXIT
               PERFORM 4000-CHECK-CHAIN-HEAD THRU 4000-EXIT
           END-IF
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 7000-PRINT-REPORT
               PERFORM 8000-LOG-RESULT
               CLOSE REPORT-FILE
           END-IF
      *
           DISPLAY 'BATAUV00: ROWS READ   = ' WS-ROWS-READ
           DISPLAY 'BATAUV00: BREAKS      = ' WS-BREAK-COUNT
           DISPLAY 'BATAUV00: ERRORS      = ' WS-ERROR-COUNT
           DISPLAY 'BATAUV00: AUDIT CHAIN VERIFICATION - END'
      *
           IF WS-BREAK-COUNT > +0
           OR WS-ERROR-COUNT > +0
           OR WS-FILE-STATUS NOT = '00'
               MOVE +8 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE                                           *
      ****************************************************************
       1000-INITIALIZE.
      *
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YYYY '-' WS-CURR-MM '-' WS-CURR-DD
                  DELIMITED BY SIZE
                  INTO WS-CURRENT-DATE
           STRING WS-CURR-HH ':' WS-CURR-MN
                  DELIMITED BY SIZE
                  INTO WS-CURRENT-TIME
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'BATAUV00: ERROR OPENING AUVRPT - '
                       WS-FILE-STATUS
           END-IF
           .
      *
      ****************************************************************
      *    2000-READ-CHAIN-HEAD - HEAD, PURGE WATERMARK AND THE      *
      *    COUNT OF ROWS WRITTEN BEFORE CHAINING BEGAN               *
      ****************************************************************
       2000-READ-CHAIN-HEAD.
      *
           MOVE WS-CHN-CHAIN-ID TO CHAIN-ID OF DCLAUDIT-CHAIN
      *
           EXEC SQL
               SELECT LAST_SEQ, LAST_HASH, PURGE_SEQ, PURGE_HASH
                    , CHAR(UPDATED_TS)
               INTO   :LAST-SEQ   OF DCLAUDIT-CHAIN
                    , :LAST-HASH  OF DCLAUDIT-CHAIN
                    , :PURGE-SEQ  OF DCLAUDIT-CHAIN
                    , :PURGE-HASH OF DCLAUDIT-CHAIN
                    , :UPDATED-TS OF DCLAUDIT-CHAIN
               FROM   AUTOSALE.AUDIT_CHAIN
               WHERE  CHAIN_ID = :CHAIN-ID OF DCLAUDIT-CHAIN
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
      *            NOTHING HAS BEEN CHAINED YET
                   SET WS-CHAIN-NOT-STARTED TO TRUE
                   MOVE +0 TO LAST-SEQ  OF DCLAUDIT-CHAIN
                   MOVE +0 TO PURGE-SEQ OF DCLAUDIT-CHAIN
                   MOVE WS-CHN-GENESIS-HASH
                       TO LAST-HASH  OF DCLAUDIT-CHAIN
                   MOVE WS-CHN-GENESIS-HASH
                       TO PURGE-HASH OF DCLAUDIT-CHAIN
                   MOVE SPACES TO UPDATED-TS OF DCLAUDIT-CHAIN
               WHEN OTHER
                   DISPLAY 'BATAUV00: AUDIT_CHAIN READ ERROR - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 2000-EXIT
           END-EVALUATE
      *
           COMPUTE WS-EXPECT-SEQ = PURGE-SEQ OF DCLAUDIT-CHAIN + 1
           MOVE PURGE-HASH OF DCLAUDIT-CHAIN TO WS-EXPECT-HASH
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-UNCHAINED-LIVE
               FROM   AUTOSALE.AUDIT_LOG
               WHERE  CHAIN_SEQ IS NULL
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATAUV00: AUDIT_LOG COUNT ERROR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2000-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-UNCHAINED-ARCH
               FROM   AUTOSALE.AUDIT_LOG_ARCHIVE
               WHERE  CHAIN_SEQ IS NULL
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATAUV00: ARCHIVE COUNT ERROR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-WALK-CHAIN                                           *
      ****************************************************************
       3000-WALK-CHAIN.
      *
           EXEC SQL
               OPEN CSR_AUV_CHAIN
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATAUV00: ERROR OPENING CHAIN CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH CSR_AUV_CHAIN
                   INTO  :WS-HV-SOURCE
                       , :WS-HV-AUDIT-ID
                       , :WS-HV-CHAIN-SEQ
                       , :WS-HV-PREV-HASH
                       , :WS-HV-ROW-HASH
                       , :WS-HV-USER-ID
                       , :WS-HV-PROGRAM
                       , :WS-HV-ACTION-TYPE
                       , :WS-HV-TABLE-NAME
                       , :WS-HV-KEY-VALUE
                       , :WS-HV-OLD-VALUE
                       , :WS-HV-NEW-VALUE
                       , :WS-HV-AUDIT-TS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 3100-VERIFY-ROW THRU 3100-EXIT
                   WHEN +100
                       SET WS-EOF TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATAUV00: CHAIN FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-EOF TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_AUV_CHAIN
           END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-VERIFY-ROW - CONTENT, THEN SEQUENCE, THEN LINK       *
      ****************************************************************
       3100-VERIFY-ROW.
      *
           ADD +1 TO WS-ROWS-READ
           IF WS-HV-SOURCE = 'L'
               ADD +1 TO WS-ROWS-LIVE
           ELSE
               ADD +1 TO WS-ROWS-ARCH
           END-IF
      *
           PERFORM 3200-REBUILD-HASH-INPUT
      *
      *    SAME ROW SEEN TWICE - LIVE AND ARCHIVE COPIES OF ONE MOVE
      *
           IF WS-ROWS-READ > +1
           AND WS-HV-CHAIN-SEQ = WS-PREV-ROW-SEQ
               IF WS-HV-ROW-HASH = WS-PREV-ROW-HASH
                   ADD +1 TO WS-ROWS-DUP
               ELSE
                   MOVE 'DUPLICATE CHAIN SEQUENCE' TO WS-BREAK-TYPE
                   MOVE WS-PREV-ROW-HASH TO WS-BREAK-EXPECTED
                   MOVE WS-HV-ROW-HASH   TO WS-BREAK-FOUND
                   PERFORM 3500-RECORD-BREAK
               END-IF
               GO TO 3100-EXIT
           END-IF
      *
           MOVE WS-HV-CHAIN-SEQ TO WS-PREV-ROW-SEQ
           MOVE WS-HV-ROW-HASH  TO WS-PREV-ROW-HASH
      *
      *    1. CONTENT - HASH THE LAYOUT REBUILT FROM THE STORED ROW
      *
           CALL 'COMHSHL0' USING WS-CHAIN-HASH-INPUT
                                 WS-CHN-INPUT-LEN
                                 WS-CHN-ROW-HASH
                                 WS-CHN-HASH-RC
      *
           IF WS-CHN-HASH-RC NOT = +0
           OR WS-CHN-ROW-HASH NOT = WS-HV-ROW-HASH
               MOVE 'ROW CONTENT ALTERED' TO WS-BREAK-TYPE
               MOVE WS-CHN-ROW-HASH TO WS-BREAK-EXPECTED
               MOVE WS-HV-ROW-HASH  TO WS-BREAK-FOUND
               PERFORM 3500-RECORD-BREAK
           END-IF
      *
           IF WS-HV-CHAIN-SEQ = LAST-SEQ OF DCLAUDIT-CHAIN
               SET WS-HEAD-ROW-SEEN TO TRUE
               MOVE WS-HV-ROW-HASH TO WS-HEAD-FOUND-HASH
           END-IF
      *
      *    ROWS AT OR BELOW THE PURGE WATERMARK SURVIVED A PURGE
      *    UNDER LEGAL HOLD - THEIR NEIGHBOURS ARE GONE BY DESIGN
      *
           IF WS-HV-CHAIN-SEQ <= PURGE-SEQ OF DCLAUDIT-CHAIN
               ADD +1 TO WS-ROWS-HELD
               GO TO 3100-EXIT
           END-IF
      *
      *    2. SEQUENCE  3. LINK TO THE ROW BEFORE
      *
           IF WS-HV-CHAIN-SEQ NOT = WS-EXPECT-SEQ
               MOVE WS-EXPECT-SEQ TO WS-SEQ-DSP
               MOVE SPACES TO WS-BREAK-TYPE
               STRING 'ROWS MISSING - EXPECTED '
                      FUNCTION TRIM(WS-SEQ-DSP)
                      DELIMITED BY SIZE
                   INTO WS-BREAK-TYPE
               MOVE WS-EXPECT-HASH  TO WS-BREAK-EXPECTED
               MOVE WS-HV-PREV-HASH TO WS-BREAK-FOUND
               PERFORM 3500-RECORD-BREAK
           ELSE
               IF WS-HV-PREV-HASH NOT = WS-EXPECT-HASH
                   MOVE 'LINK TO PRIOR ROW BROKEN' TO WS-BREAK-TYPE
                   MOVE WS-EXPECT-HASH  TO WS-BREAK-EXPECTED
                   MOVE WS-HV-PREV-HASH TO WS-BREAK-FOUND
                   PERFORM 3500-RECORD-BREAK
               ELSE
                   ADD +1 TO WS-ROWS-LINKED
               END-IF
           END-IF
      *
      *    RESYNCHRONISE ON THIS ROW SO LATER BREAKS STAND ALONE
      *
           COMPUTE WS-EXPECT-SEQ = WS-HV-CHAIN-SEQ + 1
           MOVE WS-HV-ROW-HASH TO WS-EXPECT-HASH
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3200-REBUILD-HASH-INPUT - NULL AND SHORT VARCHARS ARE     *
      *    SPACE-FILLED, AS COMLGEL0 HASHED THEM                     *
      ****************************************************************
       3200-REBUILD-HASH-INPUT.
      *
           MOVE WS-HV-PREV-HASH   TO WS-CHN-PREV-HASH
           MOVE WS-HV-CHAIN-SEQ   TO WS-CHN-SEQ
           MOVE WS-HV-USER-ID     TO WS-CHN-USER-ID
           MOVE WS-HV-PROGRAM     TO WS-CHN-PROGRAM-ID
           MOVE WS-HV-ACTION-TYPE TO WS-CHN-ACTION-TYPE
           MOVE WS-HV-AUDIT-TS    TO WS-CHN-AUDIT-TS
      *
           MOVE SPACES TO WS-CHN-TABLE-NAME
           IF WS-HV-TABLE-NAME-LN > +0
               MOVE WS-HV-TABLE-NAME-TX(1:WS-HV-TABLE-NAME-LN)
                   TO WS-CHN-TABLE-NAME
           END-IF
      *
           MOVE SPACES TO WS-CHN-KEY-VALUE
           IF WS-HV-KEY-VALUE-LN > +0
               MOVE WS-HV-KEY-VALUE-TX(1:WS-HV-KEY-VALUE-LN)
                   TO WS-CHN-KEY-VALUE
           END-IF
      *
           MOVE SPACES TO WS-CHN-OLD-VALUE
           IF WS-HV-OLD-VALUE-LN > +0
               MOVE WS-HV-OLD-VALUE-TX(1:WS-HV-OLD-VALUE-LN)
                   TO WS-CHN-OLD-VALUE
           END-IF
      *
           MOVE SPACES TO WS-CHN-NEW-VALUE
           IF WS-HV-NEW-VALUE-LN > +0
               MOVE WS-HV-NEW-VALUE-TX(1:WS-HV-NEW-VALUE-LN)
                   TO WS-CHN-NEW-VALUE
           END-IF
           .
      *
      ****************************************************************
      *    3500-RECORD-BREAK - COUNT IT, KEEP THE FIRST 50           *
      ****************************************************************
       3500-RECORD-BREAK.
      *
           ADD +1 TO WS-BREAK-COUNT
      *
           DISPLAY 'BATAUV00: BREAK AT SEQ ' WS-HV-CHAIN-SEQ
                   ' AUDIT_ID ' WS-HV-AUDIT-ID
                   ' - ' WS-BREAK-TYPE
      *
           IF WS-BRK-USED < +50
               ADD +1 TO WS-BRK-USED
               MOVE WS-BRK-USED TO WS-BX
               MOVE WS-HV-CHAIN-SEQ   TO WS-BRK-SEQ(WS-BX)
               MOVE WS-HV-AUDIT-ID    TO WS-BRK-AUDIT-ID(WS-BX)
               IF WS-HV-SOURCE = 'L'
                   MOVE 'LIVE   ' TO WS-BRK-SOURCE(WS-BX)
               ELSE
                   MOVE 'ARCHIVE' TO WS-BRK-SOURCE(WS-BX)
               END-IF
               MOVE WS-HV-AUDIT-TS    TO WS-BRK-TS(WS-BX)
               MOVE WS-HV-USER-ID     TO WS-BRK-USER(WS-BX)
               MOVE WS-HV-PROGRAM     TO WS-BRK-PROGRAM(WS-BX)
               MOVE WS-HV-ACTION-TYPE TO WS-BRK-ACTION(WS-BX)
               MOVE WS-CHN-TABLE-NAME TO WS-BRK-TABLE(WS-BX)
               MOVE WS-CHN-KEY-VALUE  TO WS-BRK-KEY(WS-BX)
               MOVE WS-BREAK-TYPE     TO WS-BRK-TYPE(WS-BX)
               MOVE WS-BREAK-EXPECTED TO WS-BRK-EXPECTED(WS-BX)
               MOVE WS-BREAK-FOUND    TO WS-BRK-FOUND(WS-BX)
           END-IF
           .
      *
      ****************************************************************
      *    4000-CHECK-CHAIN-HEAD - THE ROW AT THE HEAD SEQUENCE MUST *
      *    EXIST AND CARRY THE HEAD HASH, ELSE THE NEWEST ROWS WERE  *
      *    REMOVED OR REWRITTEN                                      *
      ****************************************************************
       4000-CHECK-CHAIN-HEAD.
      *
           IF LAST-SEQ OF DCLAUDIT-CHAIN <= PURGE-SEQ OF DCLAUDIT-CHAIN
               GO TO 4000-EXIT
           END-IF
      *
           INITIALIZE WS-HV-AUDIT-ROW
           MOVE LAST-SEQ OF DCLAUDIT-CHAIN TO WS-HV-CHAIN-SEQ
           MOVE SPACES TO WS-CHN-TABLE-NAME
           MOVE SPACES TO WS-CHN-KEY-VALUE
      *
           IF NOT WS-HEAD-ROW-SEEN
               MOVE 'CHAIN HEAD ROW MISSING' TO WS-BREAK-TYPE
               MOVE LAST-HASH OF DCLAUDIT-CHAIN TO WS-BREAK-EXPECTED
               MOVE SPACES TO WS-BREAK-FOUND
               PERFORM 3500-RECORD-BREAK
           ELSE
               IF WS-HEAD-FOUND-HASH NOT = LAST-HASH OF DCLAUDIT-CHAIN
                   MOVE 'CHAIN HEAD HASH MISMATCH' TO WS-BREAK-TYPE
                   MOVE LAST-HASH OF DCLAUDIT-CHAIN
                       TO WS-BREAK-EXPECTED
                   MOVE WS-HEAD-FOUND-HASH TO WS-BREAK-FOUND
                   PERFORM 3500-RECORD-BREAK
               END-IF
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-PRINT-REPORT                                         *
      ****************************************************************
       7000-PRINT-REPORT.
      *
           ADD +1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT   TO WS-RH1-PAGE
           MOVE WS-CURRENT-DATE TO WS-RH1-DATE
           MOVE WS-CURRENT-TIME TO WS-RH1-TIME
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
      *
           MOVE 'CHAIN ANCHORS (AUTOSALE.AUDIT_CHAIN)' TO WS-SH-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-HEADER
           IF WS-CHAIN-NOT-STARTED
               MOVE 'NO AUDIT_CHAIN ROW - NOTHING CHAINED YET'
                   TO WS-DL-VALUE
               MOVE SPACES TO WS-DL-LABEL
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ELSE
               MOVE 'CHAIN HEAD      SEQUENCE' TO WS-HL-TEXT
               MOVE LAST-SEQ OF DCLAUDIT-CHAIN TO WS-HL-SEQ
               MOVE LAST-HASH OF DCLAUDIT-CHAIN TO WS-HL-HASH
               WRITE REPORT-RECORD FROM WS-HASH-LINE
               MOVE 'PURGE WATERMARK SEQUENCE' TO WS-HL-TEXT
               MOVE PURGE-SEQ OF DCLAUDIT-CHAIN TO WS-HL-SEQ
               MOVE PURGE-HASH OF DCLAUDIT-CHAIN TO WS-HL-HASH
               WRITE REPORT-RECORD FROM WS-HASH-LINE
               MOVE 'HEAD LAST UPDATED' TO WS-DL-LABEL
               MOVE UPDATED-TS OF DCLAUDIT-CHAIN TO WS-DL-VALUE
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
      *
           MOVE 'ROWS EXAMINED' TO WS-SH-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-HEADER
           MOVE 'CHAINED ROWS READ - AUDIT_LOG' TO WS-CL-TEXT
           MOVE WS-ROWS-LIVE TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'CHAINED ROWS READ - AUDIT_LOG_ARCHIVE' TO WS-CL-TEXT
           MOVE WS-ROWS-ARCH TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'ROWS LINKED CORRECTLY TO THE ROW BEFORE'
               TO WS-CL-TEXT
           MOVE WS-ROWS-LINKED TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'HELD ROWS BELOW PURGE WATERMARK (CONTENT ONLY)'
               TO WS-CL-TEXT
           MOVE WS-ROWS-HELD TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'ROWS SEEN IN BOTH TABLES (SAME HASH, SKIPPED)'
               TO WS-CL-TEXT
           MOVE WS-ROWS-DUP TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'ROWS WRITTEN BEFORE CHAINING - AUDIT_LOG' TO WS-CL-TEXT
           MOVE WS-HV-UNCHAINED-LIVE TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'ROWS WRITTEN BEFORE CHAINING - ARCHIVE' TO WS-CL-TEXT
           MOVE WS-HV-UNCHAINED-ARCH TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'CHAIN BREAKS FOUND' TO WS-CL-TEXT
           MOVE WS-BREAK-COUNT TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'READ ERRORS' TO WS-CL-TEXT
           MOVE WS-ERROR-COUNT TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
      *
           IF WS-BRK-USED > +0
               PERFORM 7100-PRINT-FIRST-BREAK
               PERFORM 7200-PRINT-BREAK-LIST
           END-IF
      *
           IF WS-BREAK-COUNT = +0
           AND WS-ERROR-COUNT = +0
               MOVE WS-ROWS-READ TO WS-SEQ-DSP
               MOVE SPACES TO WS-VL-TEXT
               STRING 'VERDICT: CHAIN INTACT - '
                      FUNCTION TRIM(WS-SEQ-DSP)
                      ' CHAINED ROWS VERIFIED, NO BREAK FOUND'
                      DELIMITED BY SIZE
                   INTO WS-VL-TEXT
           ELSE
               IF WS-BRK-USED > +0
                   MOVE WS-BRK-SEQ(1) TO WS-SEQ-DSP
                   MOVE SPACES TO WS-VL-TEXT
                   STRING 'VERDICT: CHAIN BROKEN - FIRST BAD ROW AT '
                          'CHAIN SEQUENCE '
                          FUNCTION TRIM(WS-SEQ-DSP)
                          DELIMITED BY SIZE
                       INTO WS-VL-TEXT
               ELSE
                   MOVE 'VERDICT: NOT VERIFIED - READ ERRORS, RERUN'
                       TO WS-VL-TEXT
               END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-VERDICT-LINE
           .
      *
      ****************************************************************
      *    7100-PRINT-FIRST-BREAK - THE FIRST BAD ROW IN FULL        *
      ****************************************************************
       7100-PRINT-FIRST-BREAK.
      *
           MOVE 'FIRST BAD ROW' TO WS-SH-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-HEADER
      *
           MOVE 'CHAIN SEQUENCE' TO WS-DL-LABEL
           MOVE WS-BRK-SEQ(1) TO WS-SEQ-DSP
           MOVE WS-SEQ-DSP TO WS-DL-VALUE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE 'AUDIT_ID' TO WS-DL-LABEL
           MOVE WS-BRK-AUDIT-ID(1) TO WS-SEQ-DSP2
           MOVE WS-SEQ-DSP2 TO WS-DL-VALUE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE 'FOUND IN' TO WS-DL-LABEL
           MOVE WS-BRK-SOURCE(1) TO WS-DL-VALUE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE 'AUDIT TIMESTAMP' TO WS-DL-LABEL
           MOVE WS-BRK-TS(1) TO WS-DL-VALUE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE 'USER / PROGRAM' TO WS-DL-LABEL
           MOVE SPACES TO WS-DL-VALUE
           STRING WS-BRK-USER(1) ' / ' WS-BRK-PROGRAM(1)
                  ' / ' WS-BRK-ACTION(1)
                  DELIMITED BY SIZE
               INTO WS-DL-VALUE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE 'TABLE' TO WS-DL-LABEL
           MOVE WS-BRK-TABLE(1) TO WS-DL-VALUE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE 'KEY' TO WS-DL-LABEL
           MOVE WS-BRK-KEY(1) TO WS-DL-VALUE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE 'BREAK' TO WS-DL-LABEL
           MOVE WS-BRK-TYPE(1) TO WS-DL-VALUE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE 'HASH EXPECTED' TO WS-DL-LABEL
           MOVE WS-BRK-EXPECTED(1) TO WS-DL-VALUE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE 'HASH FOUND' TO WS-DL-LABEL
           MOVE WS-BRK-FOUND(1) TO WS-DL-VALUE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           .
      *
      ****************************************************************
      *    7200-PRINT-BREAK-LIST - EVERY BREAK KEPT (FIRST 50)       *
      ****************************************************************
       7200-PRINT-BREAK-LIST.
      *
           MOVE 'ALL BREAKS (FIRST 50)' TO WS-SH-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-HEADER
           WRITE REPORT-RECORD FROM WS-BREAK-HEADER
      *
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BRK-USED
               MOVE WS-BRK-SEQ(WS-BX)      TO WS-BL-SEQ
               MOVE WS-BRK-SOURCE(WS-BX)   TO WS-BL-SOURCE
               MOVE WS-BRK-TS(WS-BX)       TO WS-BL-TS
               MOVE WS-BRK-USER(WS-BX)     TO WS-BL-USER
               MOVE WS-BRK-PROGRAM(WS-BX)  TO WS-BL-PROGRAM
               MOVE WS-BRK-TYPE(WS-BX)     TO WS-BL-TYPE
               MOVE WS-BRK-EXPECTED(WS-BX) TO WS-BL-EXPECTED
               WRITE REPORT-RECORD FROM WS-BREAK-LINE
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           .
      *
      ****************************************************************
      *    8000-LOG-RESULT - THE VERIFICATION ITSELF GOES ON THE     *
      *    CHAIN, SO A LATER RUN CAN SHOW THIS ONE HAPPENED          *
      ****************************************************************
       8000-LOG-RESULT.
      *
           MOVE LAST-SEQ OF DCLAUDIT-CHAIN TO WS-SEQ-DSP
           MOVE WS-BREAK-COUNT TO WS-SEQ-DSP2
           MOVE 'CHAIN VERIFY' TO WS-LOG-KEY-VALUE
           MOVE SPACES TO WS-LOG-NEW-VALUE
           STRING 'HEAD SEQ ' FUNCTION TRIM(WS-SEQ-DSP)
                  ' HASH ' LAST-HASH OF DCLAUDIT-CHAIN
                  ' BREAKS ' FUNCTION TRIM(WS-SEQ-DSP2)
                  DELIMITED BY SIZE
               INTO WS-LOG-NEW-VALUE
      *
           CALL 'COMLGEL0' USING WS-LOG-USER-ID
                                 WS-LOG-PROGRAM-ID
                                 'PRT'
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-OLD-VALUE
                                 WS-LOG-NEW-VALUE
                                 WS-LOG-RETURN-CODE
                                 WS-LOG-ERROR-MSG
      *
           IF WS-LOG-RETURN-CODE = +0
               EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY 'BATAUV00: RUN NOT LOGGED - ' WS-LOG-ERROR-MSG
           END-IF
           .
      ****************************************************************
      * END OF BATAUV00                                              *
      ****************************************************************
