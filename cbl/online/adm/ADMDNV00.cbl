       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMDNV00.
      ****************************************************************
      * PROGRAM:  ADMDNV00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   ADM - DOCUMENT NUMBER VOID MAINTENANCE             *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  ACCOUNTS FOR A COMSEQL0 DOCUMENT NUMBER (DEAL,     *
      *           REG, FIN, TRAN, SHIP) THAT HAS NO SURVIVING        *
      *           RECORD, SO THE MONTHLY GAP AUDIT (BATDNA00) SHOWS  *
      *           IT AS VOIDED RATHER THAN AS AN OPEN GAP.           *
      *           INQ - SHOW HOW A NUMBER IS ACCOUNTED FOR           *
      *           VOD - RECORD A VOID REASON AND COMMENT             *
      *           REASON CODES:                                      *
      *             VD - VOIDED (KEYING ERROR, CANCELLED UNSAVED)    *
      *             EX - EXPIRED (ISSUED, NEVER COMPLETED)           *
      *             PU - PURGED (REMOVED UNDER RETENTION)            *
      *             SK - SKIPPED (COUNTER RESET OR ADVANCED)         *
      *           ONLY A NUMBER ALREADY ISSUED AND NOT IN USE ON A   *
      *           RECORD MAY BE VOIDED. VOIDS ARE RESTRICTED TO      *
      *           MANAGERS (USER TYPE M, G OR A).                    *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADNV - DOCUMENT NUMBER VOIDS                       *
      * MFS MOD:  ASADNV00                                           *
      * TABLES:   AUTOSALE.DOC_NUMBER_AUDIT (READ/INSERT/UPDATE)     *
      *           AUTOSALE.SYSTEM_USER      (READ)                   *
      * CALLS:    COMDNAL0 - DOCUMENT NUMBER ACCOUNTING              *
      *           COMLGEL0 - AUDIT LOGGING                           *
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
                                          VALUE 'ADMDNV00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASADNV00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLDNAUD.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-VOD                      VALUE 'VOD'.
           05  WS-IN-SEQ-TYPE            PIC X(04).
           05  WS-IN-SEQ-NUMBER          PIC 9(05).
           05  WS-IN-VOID-REASON         PIC X(02).
               88  WS-IN-REASON-VALID
                                 VALUES 'VD' 'EX' 'PU' 'SK'.
           05  WS-IN-VOID-COMMENT        PIC X(60).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-DOC-NUMBER         PIC X(07).
           05  WS-OUT-STATUS             PIC X(20).
           05  WS-OUT-FOUND-TABLE        PIC X(18).
           05  WS-OUT-OPENED             PIC X(07).
           05  WS-OUT-VOID-REASON        PIC X(02).
           05  WS-OUT-VOID-COMMENT       PIC X(60).
           05  WS-OUT-RESOLVED-BY        PIC X(08).
           05  WS-OUT-RESOLVED-TS        PIC X(19).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-EXIST-COUNT            PIC S9(04) COMP VALUE +0.
           05  WS-MGR-COUNT              PIC S9(04) COMP VALUE +0.
      *
      *    DOCUMENT NUMBER ACCOUNTING CALL (COMDNAL0)
      *
       01  WS-DNA-REQUEST.
           05  WS-DN-FUNCTION            PIC X(04).
           05  WS-DN-SEQ-TYPE            PIC X(04).
           05  WS-DN-SEQ-NUMBER          PIC S9(09) COMP.
       01  WS-DNA-RESULT.
           05  WS-DN-RETURN-CODE         PIC S9(04) COMP.
           05  WS-DN-HIGH-ISSUED         PIC S9(09) COMP.
           05  WS-DN-DOC-NUMBER          PIC X(07).
           05  WS-DN-FOUND-FLAG          PIC X(01).
               88  WS-DN-FOUND                     VALUE 'Y'.
           05  WS-DN-FOUND-TABLE         PIC X(18).
           05  WS-DN-RETURN-MSG          PIC X(50).
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
                   WHEN WS-IN-FN-INQ
                       PERFORM 4000-NUMBER-INQUIRY THRU 4000-EXIT
                   WHEN WS-IN-FN-VOD
                       PERFORM 5000-NUMBER-VOID THRU 5000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE INQ OR VOD'
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
           INITIALIZE WS-WORK-FIELDS
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 'DOCUMENT NUMBER VOID MAINTENANCE' TO WS-OUT-TITLE
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
               MOVE 'ADMDNV00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS AND CHECK     *
      *    THE NUMBER AGAINST ITS RECORDS                            *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-SEQ-NUMBER NOT NUMERIC
           OR WS-IN-SEQ-NUMBER = ZEROS
               MOVE 'SEQUENCE NUMBER MUST BE 1 TO 99999'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-VOD
               IF NOT WS-IN-REASON-VALID
                   MOVE 'VOID REASON MUST BE VD, EX, PU OR SK'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-VOID-COMMENT = SPACES
                   MOVE 'A COMMENT IS REQUIRED TO VOID A NUMBER'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
      *    HIGHEST NUMBER ISSUED - ALSO VALIDATES THE SEQUENCE TYPE
      *
           MOVE 'HIGH' TO WS-DN-FUNCTION
           MOVE WS-IN-SEQ-TYPE TO WS-DN-SEQ-TYPE
           MOVE WS-IN-SEQ-NUMBER TO WS-DN-SEQ-NUMBER
           CALL 'COMDNAL0' USING WS-DNA-REQUEST
                                 WS-DNA-RESULT
      *
           IF WS-DN-RETURN-CODE NOT = +0
               MOVE WS-DN-RETURN-MSG TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-DN-SEQ-NUMBER > WS-DN-HIGH-ISSUED
               MOVE 'NUMBER HAS NOT BEEN ISSUED YET'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'CHEK' TO WS-DN-FUNCTION
           CALL 'COMDNAL0' USING WS-DNA-REQUEST
                                 WS-DNA-RESULT
      *
           IF WS-DN-RETURN-CODE NOT = +0
               MOVE WS-DN-RETURN-MSG TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE WS-DN-DOC-NUMBER TO WS-OUT-DOC-NUMBER
           MOVE WS-DN-FOUND-TABLE TO WS-OUT-FOUND-TABLE
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-NUMBER-INQUIRY - HOW THE NUMBER IS ACCOUNTED FOR     *
      ****************************************************************
       4000-NUMBER-INQUIRY.
      *
           PERFORM 4100-READ-AUDIT-ROW
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-DN-FOUND
               MOVE 'IN USE' TO WS-OUT-STATUS
               MOVE 'NUMBER IS IN USE ON A RECORD'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-EXIST-COUNT = +0
               MOVE 'NOT YET AUDITED' TO WS-OUT-STATUS
               MOVE 'NO RECORD CARRIES THIS NUMBER - NOT YET AUDITED'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           EVALUATE AUDIT-STATUS
               WHEN 'VD'
                   MOVE 'VOIDED' TO WS-OUT-STATUS
               WHEN 'FD'
                   MOVE 'FOUND, RECORD GONE' TO WS-OUT-STATUS
               WHEN OTHER
                   MOVE 'OPEN GAP' TO WS-OUT-STATUS
           END-EVALUATE
           MOVE 'DOCUMENT NUMBER DISPLAYED' TO WS-OUT-MESSAGE
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-READ-AUDIT-ROW - DOC_NUMBER_AUDIT ROW IF ANY         *
      ****************************************************************
       4100-READ-AUDIT-ROW.
      *
           MOVE +0 TO WS-EXIST-COUNT
           MOVE SPACES TO VOID-COMMENT-TX
      *
           EXEC SQL
               SELECT A.AUDIT_STATUS
                    , A.FOUND_MONTH
                    , A.VOID_REASON
                    , A.VOID_COMMENT
                    , A.RESOLVED_BY
                    , COALESCE(CHAR(A.RESOLVED_TS), ' ')
               INTO  :AUDIT-STATUS
                    , :FOUND-MONTH
                    , :VOID-REASON
                    , :VOID-COMMENT
                    , :RESOLVED-BY
                    , :RESOLVED-TS
               FROM  AUTOSALE.DOC_NUMBER_AUDIT A
               WHERE A.SEQ_TYPE   = :WS-DN-SEQ-TYPE
                 AND A.SEQ_NUMBER = :WS-DN-SEQ-NUMBER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE +1 TO WS-EXIST-COUNT
                   MOVE FOUND-MONTH TO WS-OUT-OPENED
                   MOVE VOID-REASON TO WS-OUT-VOID-REASON
                   MOVE VOID-COMMENT-TX TO WS-OUT-VOID-COMMENT
                   MOVE RESOLVED-BY TO WS-OUT-RESOLVED-BY
                   MOVE RESOLVED-TS(1:19) TO WS-OUT-RESOLVED-TS
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMDNV00: DB2 ERROR READING NUMBER AUDIT'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5000-NUMBER-VOID - RECORD THE VOID REASON                 *
      ****************************************************************
       5000-NUMBER-VOID.
      *
           IF WS-DN-FOUND
               STRING 'NUMBER IS IN USE ON ' WS-DN-FOUND-TABLE
                      ' - CANNOT BE VOIDED'
                      DELIMITED BY SIZE
                      INTO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-MGR-COUNT
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :IO-USER
                 AND USER_TYPE IN ('M', 'G', 'A')
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMDNV00: DB2 ERROR CHECKING USER'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-MGR-COUNT = +0
               MOVE 'ONLY A MANAGER MAY VOID A DOCUMENT NUMBER'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           PERFORM 4100-READ-AUDIT-ROW
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-DN-SEQ-TYPE TO SEQ-TYPE
           MOVE WS-DN-SEQ-NUMBER TO SEQ-NUMBER
           MOVE WS-DN-DOC-NUMBER TO DOC-NUMBER
           MOVE WS-IN-VOID-REASON TO VOID-REASON
      *
           IF WS-EXIST-COUNT > +0
               EXEC SQL
                   UPDATE AUTOSALE.DOC_NUMBER_AUDIT
                      SET AUDIT_STATUS = 'VD'
                        , VOID_REASON  = :VOID-REASON
                        , VOID_COMMENT = RTRIM(:WS-IN-VOID-COMMENT)
                        , RESOLVED_BY  = :IO-USER
                        , RESOLVED_TS  = CURRENT TIMESTAMP
                   WHERE  SEQ_TYPE   = :SEQ-TYPE
                     AND  SEQ_NUMBER = :SEQ-NUMBER
               END-EXEC
           ELSE
      *        VOIDED AHEAD OF THE AUDIT
               EXEC SQL
                   INSERT INTO AUTOSALE.DOC_NUMBER_AUDIT
                   ( SEQ_TYPE
                   , SEQ_NUMBER
                   , DOC_NUMBER
                   , AUDIT_STATUS
                   , FOUND_MONTH
                   , VOID_REASON
                   , VOID_COMMENT
                   , RESOLVED_BY
                   , RESOLVED_TS
                   , CREATED_TS
                   )
                   VALUES
                   ( :SEQ-TYPE
                   , :SEQ-NUMBER
                   , :DOC-NUMBER
                   , 'VD'
                   , SUBSTR(CHAR(CURRENT DATE, ISO), 1, 7)
                   , :VOID-REASON
                   , RTRIM(:WS-IN-VOID-COMMENT)
                   , :IO-USER
                   , CURRENT TIMESTAMP
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMDNV00: DB2 ERROR SAVING VOID'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'DOC_NUMBER_AUDIT' TO WS-LOG-TABLE-NAME
           MOVE 'VOID' TO WS-LOG-ACTION
           MOVE WS-DN-DOC-NUMBER TO WS-LOG-KEY-VALUE
           STRING 'DOCUMENT NUMBER ' WS-DN-DOC-NUMBER
                  ' VOIDED REASON ' WS-IN-VOID-REASON
                  ' BY ' IO-USER ': ' WS-IN-VOID-COMMENT
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
      *
           MOVE 'VOIDED' TO WS-OUT-STATUS
           MOVE WS-IN-VOID-REASON TO WS-OUT-VOID-REASON
           MOVE WS-IN-VOID-COMMENT TO WS-OUT-VOID-COMMENT
           MOVE IO-USER TO WS-OUT-RESOLVED-BY
           MOVE 'DOCUMENT NUMBER VOID RECORDED'
               TO WS-OUT-MESSAGE
           .
       5000-EXIT.
           EXIT.
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
           MOVE 'ADMDNV00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'DOC_NUMBER_AUDIT' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF ADMDNV00                                              *
      ****************************************************************
