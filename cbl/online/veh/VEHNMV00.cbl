       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHNMV00.
      ****************************************************************
      * PROGRAM:  VEHNMV00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   VEH - NMVTIS TITLE HISTORY DISPOSITION             *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  MANAGER DISPOSITION OF NMVTIS HITS POSTED BY       *
      *           BATNMV00 (SALVAGE, JUNK OR FLOOD BRAND FROM ANY    *
      *           STATE, OR A THEFT RECORD) ON A TRADE-IN OR USED    *
      *           ACQUISITION VIN. UNTIL A DISPOSITION IS ENTERED    *
      *           THE UNIT IS HELD OFF BATLST00 RETAIL LISTING AND   *
      *           SALQOT00 WILL NOT QUOTE IT.                        *
      *           INQ - DISPLAY THE LATEST NMVTIS RESULT FOR A VIN   *
      *           DSP - RECORD THE MANAGER'S DISPOSITION OF THE      *
      *                 OPEN HIT (NOTE REQUIRED); THE NMVHIT ENTRY   *
      *                 ON EXCEPTION_QUEUE IS RESOLVED.              *
      *           DISPOSITIONS: RT=RETAIL WITH BRAND DISCLOSED,      *
      *                 WH=WHOLESALE ONLY (QUOTABLE ON A TYPE-W      *
      *                 DEAL, NEVER LISTED), RS=RETURNED TO SELLER   *
      *                 OR SURRENDERED (NOT QUOTABLE OR LISTED)      *
      *           THE BRAND FLAG ON THE VEHICLE IS NEVER CLEARED     *
      *           HERE - THE BRAND IS A FACT OF THE TITLE.           *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    VHNM - NMVTIS DISPOSITION                          *
      * MFS MOD:  ASVHNM00                                           *
      * TABLES:   AUTOSALE.NMVTIS_CHECK     (READ/UPDATE)            *
      *           AUTOSALE.SYSTEM_USER      (READ)                   *
      *           AUTOSALE.EXCEPTION_QUEUE  (UPDATE)                 *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-PROGRAM-FIELDS.
           05  WS-PROGRAM-NAME           PIC X(08)
                                          VALUE 'VEHNMV00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASVHNM00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLNMVCK.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-DSP                      VALUE 'DSP'.
           05  WS-IN-VIN                 PIC X(17).
           05  WS-IN-DISPOSITION         PIC X(02).
               88  WS-IN-DSP-RETAIL                  VALUE 'RT'.
               88  WS-IN-DSP-WHOLESALE               VALUE 'WH'.
               88  WS-IN-DSP-RETURNED                VALUE 'RS'.
           05  WS-IN-NOTE                PIC X(80).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-VIN                PIC X(17).
           05  WS-OUT-INQUIRY-SEQ        PIC Z(02)9.
           05  WS-OUT-SOURCE-TYPE        PIC X(02).
           05  WS-OUT-SOURCE-KEY         PIC X(10).
           05  WS-OUT-INQUIRY-DATE       PIC X(10).
           05  WS-OUT-CHECK-STATUS       PIC X(02).
           05  WS-OUT-RESULT-DATE        PIC X(10).
           05  WS-OUT-TITLE-STATE        PIC X(02).
           05  WS-OUT-BRAND-CODE         PIC X(02).
           05  WS-OUT-BRAND-DATE         PIC X(10).
           05  WS-OUT-THEFT-FLAG         PIC X(01).
           05  WS-OUT-DISPOSITION        PIC X(02).
           05  WS-OUT-DISPOSED-BY        PIC X(08).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-USER-TYPE              PIC X(01) VALUE SPACES.
           05  WS-EXC-KEY                PIC X(20) VALUE SPACES.
           05  WS-EXC-NOTE               PIC X(100) VALUE SPACES.
      *
       01  WS-NULL-INDICATORS.
           05  WS-NI-RESULT-DATE         PIC S9(04) COMP VALUE +0.
           05  WS-NI-TITLE-STATE         PIC S9(04) COMP VALUE +0.
           05  WS-NI-BRAND-CODE          PIC S9(04) COMP VALUE +0.
           05  WS-NI-BRAND-DATE          PIC S9(04) COMP VALUE +0.
           05  WS-NI-THEFT-FLAG          PIC S9(04) COMP VALUE +0.
           05  WS-NI-DISPOSITION         PIC S9(04) COMP VALUE +0.
           05  WS-NI-DISPOSED-BY         PIC S9(04) COMP VALUE +0.
      *
      *    LOG MODULE LINKAGE
      *
       01  WS-LOG-FUNCTION               PIC X(04).
       01  WS-LOG-PROGRAM                PIC X(08).
       01  WS-LOG-TABLE-NAME             PIC X(18).
       01  WS-LOG-ACTION                 PIC X(08).
       01  WS-LOG-KEY-VALUE              PIC X(40).
       01  WS-LOG-DETAILS                PIC X(200).
       01  WS-LOG-RETURN-CODE            PIC S9(04) COMP.
      *
      *    DB ERROR MODULE LINKAGE
      *
       01  WS-DBE-SQLCODE                PIC S9(09) COMP.
       01  WS-DBE-PROGRAM                PIC X(08).
       01  WS-DBE-PARAGRAPH              PIC X(30).
       01  WS-DBE-TABLE-NAME             PIC X(18).
       01  WS-DBE-RETURN-CODE            PIC S9(04) COMP.
      *
       LINKAGE SECTION.
      *
       01  IO-PCB.
           05  FILLER                    PIC X(10).
           05  IO-STATUS                 PIC X(02).
           05  FILLER                    PIC X(20).
           05  IO-USER                   PIC X(08).
      *
       01  DB-PCB-1.
           05  DB-1-DBD-NAME            PIC X(08).
           05  DB-1-SEG-LEVEL           PIC X(02).
           05  DB-1-STATUS              PIC X(02).
           05  FILLER                   PIC X(20).
      *
       PROCEDURE DIVISION.
      *
       ENTRY 'DLITCBL' USING IO-PCB, DB-PCB-1.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 1000-INITIALIZE
      *
           PERFORM 2000-RECEIVE-INPUT
      *
           IF IO-STATUS = '  '
               PERFORM 3000-VALIDATE-INPUT THRU 3000-EXIT
           END-IF
      *
           IF WS-OUT-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-IN-FN-DSP
                       PERFORM 4000-RECORD-DISPOSITION THRU 4000-EXIT
                   WHEN WS-IN-FN-INQ
                       PERFORM 6000-NMVTIS-INQUIRY
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE INQ/DSP'
                           TO WS-OUT-MESSAGE
               END-EVALUATE
           END-IF
      *
           PERFORM 8000-SEND-OUTPUT
      *
           GOBACK
           .
      *
      ****************************************************************
      *    1000-INITIALIZE - CLEAR WORK AREAS                        *
      ****************************************************************
       1000-INITIALIZE.
      *
           INITIALIZE WS-INPUT-MSG
           INITIALIZE WS-OUTPUT-MSG
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 'NMVTIS TITLE HISTORY DISPOSITION' TO WS-OUT-TITLE
           .
      *
      ****************************************************************
      *    2000-RECEIVE-INPUT - GU CALL ON IO-PCB                    *
      ****************************************************************
       2000-RECEIVE-INPUT.
      *
           CALL 'CBLTDLI' USING WS-GU
                                IO-PCB
                                WS-INPUT-MSG
      *
           IF IO-STATUS NOT = '  '
               MOVE 'VEHNMV00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS AND, FOR A    *
      *    DISPOSITION, MANAGER AUTHORITY                            *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-VIN = SPACES
               MOVE 'VIN IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-FN-DSP
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-DSP-RETAIL
           AND NOT WS-IN-DSP-WHOLESALE
           AND NOT WS-IN-DSP-RETURNED
               MOVE 'DISPOSITION MUST BE RT, WH OR RS'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-NOTE = SPACES
               MOVE 'A DISPOSITION NOTE IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           EXEC SQL
               SELECT USER_TYPE
               INTO  :WS-USER-TYPE
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :IO-USER
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'USER NOT FOUND OR INACTIVE'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'VEHNMV00: DB2 ERROR CHECKING USER'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
           END-EVALUATE
      *
           IF WS-USER-TYPE NOT = 'M'
           AND WS-USER-TYPE NOT = 'G'
           AND WS-USER-TYPE NOT = 'A'
               MOVE 'INSUFFICIENT AUTHORITY - MANAGER REQUIRED'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-RECORD-DISPOSITION - OLDEST OPEN HIT ON THE VIN      *
      ****************************************************************
       4000-RECORD-DISPOSITION.
      *
           EXEC SQL
               SELECT INQUIRY_SEQ
                    , BRAND_CODE
                    , THEFT_FLAG
               INTO  :INQUIRY-SEQ
                    , :BRAND-CODE  :WS-NI-BRAND-CODE
                    , :THEFT-FLAG  :WS-NI-THEFT-FLAG
               FROM  AUTOSALE.NMVTIS_CHECK
               WHERE VIN = :WS-IN-VIN
                 AND CHECK_STATUS = 'HT'
                 AND DISPOSITION IS NULL
               ORDER BY INQUIRY_SEQ
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'NO OPEN NMVTIS HIT FOR THIS VIN'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'VEHNMV00: DB2 ERROR READING NMVTIS CHECK'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
           END-EVALUATE
      *
           MOVE WS-IN-NOTE TO DISP-NOTE-TX
           MOVE +80 TO DISP-NOTE-LN
      *
           EXEC SQL
               UPDATE AUTOSALE.NMVTIS_CHECK
                  SET DISPOSITION = :WS-IN-DISPOSITION
                    , DISPOSED_BY = :IO-USER
                    , DISPOSED_TS = CURRENT TIMESTAMP
                    , DISP_NOTE   = :DISP-NOTE
               WHERE  VIN = :WS-IN-VIN
                 AND  INQUIRY_SEQ = :INQUIRY-SEQ
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'VEHNMV00: DB2 ERROR UPDATING NMVTIS CHECK'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
      *    THE MANAGER'S DECISION RESOLVES THE QUEUED HIT
      *
           MOVE WS-IN-VIN TO WS-EXC-KEY
           MOVE SPACES TO WS-EXC-NOTE
           STRING 'DISPOSITION ' WS-IN-DISPOSITION
                  ' - ' WS-IN-NOTE
                  DELIMITED BY SIZE
               INTO WS-EXC-NOTE
           END-STRING
      *
           EXEC SQL
               UPDATE AUTOSALE.EXCEPTION_QUEUE
                  SET QUEUE_STATUS    = 'R'
                    , RESOLVED_BY     = :IO-USER
                    , RESOLVED_TS     = CURRENT TIMESTAMP
                    , RESOLUTION_NOTE = :WS-EXC-NOTE
               WHERE  EXCEPTION_TYPE = 'NMVHIT'
                 AND  KEY_VALUE      = :WS-EXC-KEY
                 AND  QUEUE_STATUS   = 'O'
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               PERFORM 9100-DB2-ERROR
               MOVE 'VEHNMV00: DB2 ERROR RESOLVING EXCEPTION'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 7500-LOG-CHANGE
      *
           PERFORM 6000-NMVTIS-INQUIRY
      *
           EVALUATE TRUE
               WHEN WS-IN-DSP-RETAIL
                   MOVE 'RETAIL RELEASE - BRAND MUST BE DISCLOSED'
                       TO WS-OUT-MESSAGE
               WHEN WS-IN-DSP-WHOLESALE
                   MOVE 'WHOLESALE ONLY - HELD OFF RETAIL LISTING'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   MOVE 'RETURNED / SURRENDERED - NOT FOR SALE'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-NMVTIS-INQUIRY - LATEST INQUIRY AND RESULT           *
      ****************************************************************
       6000-NMVTIS-INQUIRY.
      *
           EXEC SQL
               SELECT INQUIRY_SEQ
                    , SOURCE_TYPE
                    , SOURCE_KEY
                    , CHAR(INQUIRY_DATE, ISO)
                    , CHECK_STATUS
                    , CHAR(RESULT_DATE, ISO)
                    , TITLE_STATE
                    , BRAND_CODE
                    , CHAR(BRAND_DATE, ISO)
                    , THEFT_FLAG
                    , DISPOSITION
                    , DISPOSED_BY
               INTO  :INQUIRY-SEQ
                    , :SOURCE-TYPE
                    , :SOURCE-KEY
                    , :INQUIRY-DATE
                    , :CHECK-STATUS
                    , :RESULT-DATE  :WS-NI-RESULT-DATE
                    , :TITLE-STATE  :WS-NI-TITLE-STATE
                    , :BRAND-CODE   :WS-NI-BRAND-CODE
                    , :BRAND-DATE   :WS-NI-BRAND-DATE
                    , :THEFT-FLAG   :WS-NI-THEFT-FLAG
                    , :DISPOSITION  :WS-NI-DISPOSITION
                    , :DISPOSED-BY  :WS-NI-DISPOSED-BY
               FROM  AUTOSALE.NMVTIS_CHECK
               WHERE VIN = :WS-IN-VIN
               ORDER BY INQUIRY_SEQ DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE WS-IN-VIN TO WS-OUT-VIN
                   MOVE INQUIRY-SEQ TO WS-OUT-INQUIRY-SEQ
                   MOVE SOURCE-TYPE TO WS-OUT-SOURCE-TYPE
                   MOVE SOURCE-KEY TO WS-OUT-SOURCE-KEY
                   MOVE INQUIRY-DATE TO WS-OUT-INQUIRY-DATE
                   MOVE CHECK-STATUS TO WS-OUT-CHECK-STATUS
                   IF WS-NI-RESULT-DATE >= +0
                       MOVE RESULT-DATE TO WS-OUT-RESULT-DATE
                   END-IF
                   IF WS-NI-TITLE-STATE >= +0
                       MOVE TITLE-STATE TO WS-OUT-TITLE-STATE
                   END-IF
                   IF WS-NI-BRAND-CODE >= +0
                       MOVE BRAND-CODE TO WS-OUT-BRAND-CODE
                   END-IF
                   IF WS-NI-BRAND-DATE >= +0
                       MOVE BRAND-DATE TO WS-OUT-BRAND-DATE
                   END-IF
                   IF WS-NI-THEFT-FLAG >= +0
                       MOVE THEFT-FLAG TO WS-OUT-THEFT-FLAG
                   END-IF
                   IF WS-NI-DISPOSITION >= +0
                       MOVE DISPOSITION TO WS-OUT-DISPOSITION
                   END-IF
                   IF WS-NI-DISPOSED-BY >= +0
                       MOVE DISPOSED-BY TO WS-OUT-DISPOSED-BY
                   END-IF
                   EVALUATE TRUE
                       WHEN CHECK-STATUS = 'SN'
                           MOVE 'INQUIRY SENT - AWAITING RESULT'
                               TO WS-OUT-MESSAGE
                       WHEN CHECK-STATUS = 'CL'
                           MOVE 'NMVTIS CLEAN - NO BRAND OR THEFT'
                               TO WS-OUT-MESSAGE
                       WHEN WS-NI-DISPOSITION < +0
                           MOVE 'NMVTIS HIT - MANAGER DISPOSITION REQUI
      -                        'RED'
                               TO WS-OUT-MESSAGE
                       WHEN OTHER
                           MOVE 'NMVTIS HIT DISPOSITIONED'
                               TO WS-OUT-MESSAGE
                   END-EVALUATE
               WHEN +100
                   MOVE WS-IN-VIN TO WS-OUT-VIN
                   MOVE 'NO NMVTIS INQUIRY ON FILE FOR THIS VIN'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'VEHNMV00: DB2 ERROR READING NMVTIS CHECK'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    7500-LOG-CHANGE - AUDIT TRAIL VIA COMLGEL0                *
      ****************************************************************
       7500-LOG-CHANGE.
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'NMVTIS_CHECK' TO WS-LOG-TABLE-NAME
           MOVE WS-IN-FUNCTION TO WS-LOG-ACTION
           MOVE WS-IN-VIN TO WS-LOG-KEY-VALUE
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'NMVTIS DISPOSITION ' WS-IN-DISPOSITION
                  ' VIN ' WS-IN-VIN
                  ' BRAND ' BRAND-CODE
                  ' THEFT ' THEFT-FLAG
                  ' BY ' IO-USER
                  ' - ' WS-IN-NOTE
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           CALL 'COMLGEL0' USING WS-LOG-FUNCTION
                                 WS-LOG-PROGRAM
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-ACTION
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
           .
      *
      ****************************************************************
      *    8000-SEND-OUTPUT - ISRT CALL ON IO-PCB                    *
      ****************************************************************
       8000-SEND-OUTPUT.
      *
           COMPUTE WS-OUT-LL =
               FUNCTION LENGTH(WS-OUTPUT-MSG)
           MOVE +0 TO WS-OUT-ZZ
      *
           CALL 'CBLTDLI' USING WS-ISRT
                                IO-PCB
                                WS-OUTPUT-MSG
      *
           IF IO-STATUS NOT = '  '
               CONTINUE
           END-IF
           .
      *
      ****************************************************************
      *    9100-DB2-ERROR - CALL COMMON DB2 ERROR HANDLER            *
      ****************************************************************
       9100-DB2-ERROR.
      *
           MOVE WS-PROGRAM-NAME TO WS-DBE-PROGRAM
           MOVE 'VEHNMV00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'NMVTIS_CHECK' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF VEHNMV00                                              *
      ****************************************************************
