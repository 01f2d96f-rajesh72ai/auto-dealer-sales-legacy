       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMMTP00.
      ****************************************************************
      * PROGRAM:    ADMMTP00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     ADM - ADMINISTRATION                             *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * IMS TRAN:   AMTP                                             *
      *                                                              *
      * PURPOSE:    OUTBOUND MESSAGE TEMPLATE MAINTENANCE. ONE       *
      *             TEMPLATE PER CONTACT TYPE (LEAD, RECALL, SPORD,  *
      *             SVCREM, CAMPGN ...) AND CHANNEL (E EMAIL, T      *
      *             TEXT). BATMSG00 SENDS EACH QUEUED MESSAGE WITH   *
      *             THE ACTIVE TEMPLATE FOR ITS TYPE AND CHANNEL; A  *
      *             MESSAGE WITH NONE IS HELD BACK (STATUS NT). THE  *
      *             PROVIDER MERGES {FIRST_NAME}, {LAST_NAME} AND    *
      *             {DETAIL} (THE CONTACT DESCRIPTION) INTO THE      *
      *             SUBJECT AND BODY. A TEXT HAS NO SUBJECT AND A    *
      *             BODY OF AT MOST 160 CHARACTERS.                  *
      *             KEY: CONTACT TYPE (1-6), CHANNEL (7)             *
      *             BODY: SUBJECT (1-60), TEXT (61-220),             *
      *                   ACTIVE Y/N (221)                           *
      *             FUNCTIONS:                                       *
      *               AD - ADD A TEMPLATE                            *
      *               UP - CHANGE SUBJECT, TEXT OR ACTIVE FLAG       *
      *               DL - REMOVE A TEMPLATE                         *
      *               IQ - SHOW ONE TEMPLATE (TYPE AND CHANNEL), OR  *
      *                    LIST TEMPLATES FROM A CONTACT TYPE        *
      *                                                              *
      * CALLS:      COMLGEL0 - AUDIT LOG ENTRY                       *
      *             COMDBEL0 - DB2 ERROR HANDLING                    *
      *                                                              *
      * TABLES:     AUTOSALE.MSG_TEMPLATE (ALL)                      *
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
       01  WS-MODULE-ID            PIC X(08) VALUE 'ADMMTP00'.
      *
           COPY WSIOPCB.
           COPY WSSQLCA.
           COPY WSMSGFMT.
      *
           COPY DCLMSGTP.
      *
      *    INPUT FIELDS
      *
       01  WS-MTP-INPUT.
           05  WS-MI-CONTACT-TYPE  PIC X(06).
           05  WS-MI-CHANNEL       PIC X(01).
               88  WS-MI-CHANNEL-VALID       VALUES 'E' 'T'.
           05  WS-MI-SUBJECT       PIC X(60).
           05  WS-MI-BODY          PIC X(160).
           05  WS-MI-ACTIVE        PIC X(01).
      *
      *    OUTPUT LAYOUT
      *
       01  WS-MTP-OUTPUT.
           05  WS-MO-HEADER.
               10  FILLER           PIC X(30)
                   VALUE '--- MESSAGE TEMPLATES --------'.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-MO-BLANK-1       PIC X(79) VALUE SPACES.
           05  WS-MO-DETAIL.
               10  WS-MO-KEY-LINE.
                   15  FILLER       PIC X(14)
                       VALUE 'CONTACT TYPE: '.
                   15  WS-MO-CONTACT-TYPE
                                    PIC X(06).
                   15  FILLER       PIC X(11)
                       VALUE '  CHANNEL: '.
                   15  WS-MO-CHANNEL
                                    PIC X(01).
                   15  FILLER       PIC X(10)
                       VALUE '  ACTIVE: '.
                   15  WS-MO-ACTIVE PIC X(01).
                   15  FILLER       PIC X(36) VALUE SPACES.
               10  WS-MO-UPD-LINE.
                   15  FILLER       PIC X(14)
                       VALUE 'UPDATED BY:   '.
                   15  WS-MO-UPDATED-BY
                                    PIC X(08).
                   15  FILLER       PIC X(02) VALUE SPACES.
                   15  WS-MO-UPDATED-TS
                                    PIC X(19).
                   15  FILLER       PIC X(36) VALUE SPACES.
               10  WS-MO-SUBJ-LINE.
                   15  FILLER       PIC X(09)
                       VALUE 'SUBJECT: '.
                   15  WS-MO-SUBJECT
                                    PIC X(60).
                   15  FILLER       PIC X(10) VALUE SPACES.
               10  WS-MO-BODY-LINE  OCCURS 3 TIMES.
                   15  FILLER       PIC X(09) VALUE SPACES.
                   15  WS-MO-BODY-TEXT
                                    PIC X(60).
                   15  FILLER       PIC X(10) VALUE SPACES.
           05  WS-MO-COL-HDR.
               10  FILLER           PIC X(09)
                   VALUE 'TYPE    C'.
               10  FILLER           PIC X(04)
                   VALUE '  A '.
               10  FILLER           PIC X(66)
                   VALUE 'SUBJECT / TEXT'.
           05  WS-MO-LIST-LINES.
               10  WS-MO-LIST-LINE  OCCURS 10 TIMES.
                   15  WS-MO-LL-TYPE PIC X(06).
                   15  FILLER        PIC X(02).
                   15  WS-MO-LL-CHANNEL
                                     PIC X(01).
                   15  FILLER        PIC X(02).
                   15  WS-MO-LL-ACTIVE
                                     PIC X(01).
                   15  FILLER        PIC X(01).
                   15  WS-MO-LL-TEXT PIC X(60).
                   15  FILLER        PIC X(06).
           05  WS-MO-FILLER        PIC X(379) VALUE SPACES.
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-ERROR-MSG        PIC X(79) VALUE SPACES.
           05  WS-RETURN-CODE      PIC S9(04) COMP VALUE +0.
           05  WS-LIST-IDX         PIC S9(04) COMP VALUE +0.
           05  WS-SHOW-DETAIL      PIC X(01) VALUE 'N'.
               88  WS-DETAIL-SHOWN           VALUE 'Y'.
      *
      *    CURSOR - TEMPLATES FROM A CONTACT TYPE
      *
           EXEC SQL
               DECLARE CSR_TEMPLATES CURSOR FOR
               SELECT CONTACT_TYPE
                    , CHANNEL
                    , ACTIVE_FLAG
                    , CASE WHEN CHANNEL = 'T'
                           THEN SUBSTR(MSG_BODY, 1, 60)
                           ELSE MSG_SUBJECT END
               FROM   AUTOSALE.MSG_TEMPLATE
               WHERE  CONTACT_TYPE >= :WS-MI-CONTACT-TYPE
               ORDER BY CONTACT_TYPE, CHANNEL
           END-EXEC.
      *
      *    AUDIT LOG
      *
       01  WS-LOG-REQUEST.
           05  WS-LR-PROGRAM       PIC X(08).
           05  WS-LR-FUNCTION      PIC X(08).
           05  WS-LR-USER-ID       PIC X(08).
           05  WS-LR-ENTITY-TYPE   PIC X(08).
           05  WS-LR-ENTITY-KEY    PIC X(30).
           05  WS-LR-DESCRIPTION   PIC X(80).
           05  WS-LR-RETURN-CODE   PIC S9(04) COMP.
      *
      *    DB2 ERROR HANDLER
      *
       01  WS-DBE-REQUEST.
           05  WS-DBE-PROGRAM      PIC X(08).
           05  WS-DBE-PARAGRAPH    PIC X(30).
           05  WS-DBE-SQLCODE      PIC S9(09) COMP.
           05  WS-DBE-SQLERRM      PIC X(70).
           05  WS-DBE-TABLE-NAME   PIC X(30).
           05  WS-DBE-OPERATION    PIC X(10).
       01  WS-DBE-RESULT.
           05  WS-DBE-RETURN-CODE  PIC S9(04) COMP.
           05  WS-DBE-RETURN-MSG   PIC X(79).
      *
       LINKAGE SECTION.
      *
       01  IO-PCB.
           05  FILLER              PIC X(10).
           05  IO-PCB-STATUS       PIC X(02).
           05  FILLER              PIC X(20).
           05  IO-PCB-MOD-NAME     PIC X(08).
           05  IO-PCB-USER-ID      PIC X(08).
      *
       01  DB-PCB-1.
           05  FILLER              PIC X(22).
      *
       PROCEDURE DIVISION.
      *
       ENTRY 'DLITCBL' USING IO-PCB DB-PCB-1.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECEIVE-INPUT THRU 2000-EXIT
      *
           IF WS-RETURN-CODE = +0
               EVALUATE TRUE
                   WHEN WS-INP-ADD
                       PERFORM 4000-ADD-TEMPLATE THRU 4000-EXIT
                   WHEN WS-INP-UPDATE
                       PERFORM 4500-UPDATE-TEMPLATE THRU 4500-EXIT
                   WHEN WS-INP-DELETE
                       PERFORM 5000-DELETE-TEMPLATE THRU 5000-EXIT
                   WHEN WS-INP-INQUIRY
                       IF WS-MI-CHANNEL = SPACES
                           PERFORM 3000-LIST-TEMPLATES THRU 3000-EXIT
                       ELSE
                           PERFORM 3500-SHOW-TEMPLATE THRU 3500-EXIT
                       END-IF
                   WHEN OTHER
                       MOVE +8 TO WS-RETURN-CODE
                       MOVE WS-MSG-INVALID-FUNC TO WS-ERROR-MSG
               END-EVALUATE
           END-IF
      *
           PERFORM 8000-FORMAT-OUTPUT THRU 8000-EXIT
           PERFORM 9000-SEND-OUTPUT
      *
           GOBACK
           .
      *
      ****************************************************************
      *    1000-INITIALIZE                                           *
      ****************************************************************
       1000-INITIALIZE.
      *
           MOVE +0 TO WS-RETURN-CODE
           INITIALIZE WS-MTP-OUTPUT
           INITIALIZE DCLMSG-TEMPLATE
           MOVE SPACES TO WS-ERROR-MSG
           MOVE +0 TO WS-LIST-IDX
           MOVE 'N' TO WS-SHOW-DETAIL
           .
      *
      ****************************************************************
      *    2000-RECEIVE-INPUT                                        *
      ****************************************************************
       2000-RECEIVE-INPUT.
      *
           CALL 'CBLTDLI' USING WS-IO-GU
                                IO-PCB
                                WS-INPUT-MSG
      *
           IF IO-PCB-STATUS NOT = SPACES
               MOVE +16 TO WS-RETURN-CODE
               MOVE 'ADMMTP00: IMS GU FAILED' TO WS-ERROR-MSG
               GO TO 2000-EXIT
           END-IF
      *
           MOVE WS-INP-KEY-DATA(1:6) TO WS-MI-CONTACT-TYPE
           MOVE WS-INP-KEY-DATA(7:1) TO WS-MI-CHANNEL
           MOVE WS-INP-BODY(1:60)    TO WS-MI-SUBJECT
           MOVE WS-INP-BODY(61:160)  TO WS-MI-BODY
           MOVE WS-INP-BODY(221:1)   TO WS-MI-ACTIVE
      *
           IF WS-INP-INQUIRY
               GO TO 2000-EXIT
           END-IF
      *
           IF WS-MI-CONTACT-TYPE = SPACES
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'CONTACT TYPE IS REQUIRED' TO WS-ERROR-MSG
               GO TO 2000-EXIT
           END-IF
      *
           IF NOT WS-MI-CHANNEL-VALID
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'CHANNEL MUST BE E (EMAIL) OR T (TEXT)'
                   TO WS-ERROR-MSG
               GO TO 2000-EXIT
           END-IF
      *
           IF WS-INP-DELETE
               GO TO 2000-EXIT
           END-IF
      *
           IF WS-MI-BODY = SPACES
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'MESSAGE TEXT IS REQUIRED' TO WS-ERROR-MSG
               GO TO 2000-EXIT
           END-IF
      *
           IF WS-MI-CHANNEL = 'E'
           AND WS-MI-SUBJECT = SPACES
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'AN EMAIL TEMPLATE NEEDS A SUBJECT' TO WS-ERROR-MSG
               GO TO 2000-EXIT
           END-IF
      *
      *    A TEXT HAS NO SUBJECT LINE
      *
           IF WS-MI-CHANNEL = 'T'
               MOVE SPACES TO WS-MI-SUBJECT
           END-IF
      *
           IF WS-MI-ACTIVE = SPACES
               MOVE 'Y' TO WS-MI-ACTIVE
           END-IF
           IF WS-MI-ACTIVE NOT = 'Y' AND WS-MI-ACTIVE NOT = 'N'
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'ACTIVE MUST BE Y OR N' TO WS-ERROR-MSG
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-LIST-TEMPLATES                                       *
      ****************************************************************
       3000-LIST-TEMPLATES.
      *
           EXEC SQL
               OPEN CSR_TEMPLATES
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 8500-DB2-ERROR
               GO TO 3000-EXIT
           END-IF
      *
           MOVE +0 TO WS-LIST-IDX
      *
           PERFORM UNTIL WS-LIST-IDX >= +10
               MOVE SPACES TO MSG-SUBJECT-TX
               EXEC SQL
                   FETCH CSR_TEMPLATES
                   INTO  :CONTACT-TYPE
                       , :CHANNEL
                       , :ACTIVE-FLAG
                       , :MSG-SUBJECT
               END-EXEC
               IF SQLCODE NOT = +0
                   EXIT PERFORM
               END-IF
               ADD +1 TO WS-LIST-IDX
               MOVE CONTACT-TYPE
                   TO WS-MO-LL-TYPE (WS-LIST-IDX)
               MOVE CHANNEL
                   TO WS-MO-LL-CHANNEL (WS-LIST-IDX)
               MOVE ACTIVE-FLAG
                   TO WS-MO-LL-ACTIVE (WS-LIST-IDX)
               MOVE MSG-SUBJECT-TX
                   TO WS-MO-LL-TEXT (WS-LIST-IDX)
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_TEMPLATES
           END-EXEC
      *
           IF WS-LIST-IDX = +0
               MOVE 'NO TEMPLATES ON FILE FROM THAT CONTACT TYPE'
                   TO WS-ERROR-MSG
               MOVE +4 TO WS-RETURN-CODE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-SHOW-TEMPLATE - ONE TEMPLATE IN FULL                 *
      ****************************************************************
       3500-SHOW-TEMPLATE.
      *
           MOVE SPACES TO MSG-SUBJECT-TX
           MOVE SPACES TO MSG-BODY-TX
      *
           EXEC SQL
               SELECT MSG_SUBJECT
                    , MSG_BODY
                    , ACTIVE_FLAG
                    , UPDATED_BY
                    , UPDATED_TS
               INTO   :MSG-SUBJECT
                    , :MSG-BODY
                    , :ACTIVE-FLAG
                    , :UPDATED-BY
                    , :UPDATED-TS
               FROM   AUTOSALE.MSG_TEMPLATE
               WHERE  CONTACT_TYPE = :WS-MI-CONTACT-TYPE
                 AND  CHANNEL      = :WS-MI-CHANNEL
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE +4 TO WS-RETURN-CODE
                   MOVE 'NO TEMPLATE FOR THAT CONTACT TYPE AND CHANNEL'
                       TO WS-ERROR-MSG
                   GO TO 3500-EXIT
               WHEN OTHER
                   PERFORM 8500-DB2-ERROR
                   GO TO 3500-EXIT
           END-EVALUATE
      *
           SET WS-DETAIL-SHOWN TO TRUE
           MOVE WS-MI-CONTACT-TYPE   TO WS-MO-CONTACT-TYPE
           MOVE WS-MI-CHANNEL        TO WS-MO-CHANNEL
           MOVE ACTIVE-FLAG          TO WS-MO-ACTIVE
           MOVE UPDATED-BY           TO WS-MO-UPDATED-BY
           MOVE UPDATED-TS           TO WS-MO-UPDATED-TS
           MOVE MSG-SUBJECT-TX       TO WS-MO-SUBJECT
           MOVE MSG-BODY-TX(1:60)    TO WS-MO-BODY-TEXT (1)
           MOVE MSG-BODY-TX(61:60)   TO WS-MO-BODY-TEXT (2)
           MOVE MSG-BODY-TX(121:40)  TO WS-MO-BODY-TEXT (3)
           .
       3500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-ADD-TEMPLATE                                         *
      ****************************************************************
       4000-ADD-TEMPLATE.
      *
           PERFORM 4900-LOAD-TEXT
      *
           EXEC SQL
               INSERT INTO AUTOSALE.MSG_TEMPLATE
               ( CONTACT_TYPE
               , CHANNEL
               , MSG_SUBJECT
               , MSG_BODY
               , ACTIVE_FLAG
               , UPDATED_BY
               , UPDATED_TS
               )
               VALUES
               ( :WS-MI-CONTACT-TYPE
               , :WS-MI-CHANNEL
               , RTRIM(:MSG-SUBJECT)
               , RTRIM(:MSG-BODY)
               , :WS-MI-ACTIVE
               , :IO-PCB-USER-ID
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN -803
                   MOVE +8 TO WS-RETURN-CODE
                   MOVE 'TEMPLATE ALREADY ON FILE - USE UP TO CHANGE'
                       TO WS-ERROR-MSG
                   GO TO 4000-EXIT
               WHEN OTHER
                   PERFORM 8500-DB2-ERROR
                   GO TO 4000-EXIT
           END-EVALUATE
      *
           MOVE 'MTPADD  ' TO WS-LR-FUNCTION
           MOVE 'TEMPLATE ADDED ' TO WS-LR-DESCRIPTION
           PERFORM 7000-LOG-CHANGE
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4500-UPDATE-TEMPLATE                                      *
      ****************************************************************
       4500-UPDATE-TEMPLATE.
      *
           PERFORM 4900-LOAD-TEXT
      *
           EXEC SQL
               UPDATE AUTOSALE.MSG_TEMPLATE
                  SET MSG_SUBJECT = RTRIM(:MSG-SUBJECT)
                    , MSG_BODY    = RTRIM(:MSG-BODY)
                    , ACTIVE_FLAG = :WS-MI-ACTIVE
                    , UPDATED_BY  = :IO-PCB-USER-ID
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  CONTACT_TYPE = :WS-MI-CONTACT-TYPE
                 AND  CHANNEL      = :WS-MI-CHANNEL
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE +8 TO WS-RETURN-CODE
                   MOVE 'NO TEMPLATE FOR THAT CONTACT TYPE AND CHANNEL'
                       TO WS-ERROR-MSG
                   GO TO 4500-EXIT
               WHEN OTHER
                   PERFORM 8500-DB2-ERROR
                   GO TO 4500-EXIT
           END-EVALUATE
      *
           MOVE 'MTPUPD  ' TO WS-LR-FUNCTION
           MOVE 'TEMPLATE CHANGED ' TO WS-LR-DESCRIPTION
           PERFORM 7000-LOG-CHANGE
           .
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4900-LOAD-TEXT - SCREEN TEXT TO THE VARCHAR HOST FIELDS   *
      ****************************************************************
       4900-LOAD-TEXT.
      *
           MOVE +60 TO MSG-SUBJECT-LN
           MOVE WS-MI-SUBJECT TO MSG-SUBJECT-TX
           MOVE +160 TO MSG-BODY-LN
           MOVE WS-MI-BODY TO MSG-BODY-TX
           .
      *
      ****************************************************************
      *    5000-DELETE-TEMPLATE                                      *
      ****************************************************************
       5000-DELETE-TEMPLATE.
      *
           EXEC SQL
               DELETE FROM AUTOSALE.MSG_TEMPLATE
               WHERE  CONTACT_TYPE = :WS-MI-CONTACT-TYPE
                 AND  CHANNEL      = :WS-MI-CHANNEL
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE +8 TO WS-RETURN-CODE
                   MOVE 'NO TEMPLATE FOR THAT CONTACT TYPE AND CHANNEL'
                       TO WS-ERROR-MSG
                   GO TO 5000-EXIT
               WHEN OTHER
                   PERFORM 8500-DB2-ERROR
                   GO TO 5000-EXIT
           END-EVALUATE
      *
           MOVE 'MTPDEL  ' TO WS-LR-FUNCTION
           MOVE 'TEMPLATE REMOVED ' TO WS-LR-DESCRIPTION
           PERFORM 7000-LOG-CHANGE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-LOG-CHANGE - AUDIT TRAIL                             *
      ****************************************************************
       7000-LOG-CHANGE.
      *
           MOVE WS-MODULE-ID       TO WS-LR-PROGRAM
           MOVE IO-PCB-USER-ID     TO WS-LR-USER-ID
           MOVE 'MSGTMPL '         TO WS-LR-ENTITY-TYPE
           MOVE SPACES             TO WS-LR-ENTITY-KEY
           STRING WS-MI-CONTACT-TYPE ' ' WS-MI-CHANNEL
                  DELIMITED BY SIZE
                  INTO WS-LR-ENTITY-KEY
           STRING WS-LR-DESCRIPTION DELIMITED BY '  '
                  ' ' WS-MI-CONTACT-TYPE ' ' WS-MI-CHANNEL
                  DELIMITED BY SIZE
                  INTO WS-LR-DESCRIPTION
           CALL 'COMLGEL0' USING WS-LOG-REQUEST
           .
      *
      ****************************************************************
      *    8000-FORMAT-OUTPUT                                        *
      ****************************************************************
       8000-FORMAT-OUTPUT.
      *
           MOVE WS-MODULE-ID TO WS-OUT-MSG-ID
      *
           IF WS-RETURN-CODE > +0
               MOVE WS-ERROR-MSG TO WS-OUT-MSG-TEXT
               GO TO 8000-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN WS-INP-ADD
                   MOVE 'TEMPLATE ADDED'
                       TO WS-OUT-MSG-TEXT
               WHEN WS-INP-UPDATE
                   MOVE 'TEMPLATE CHANGED'
                       TO WS-OUT-MSG-TEXT
               WHEN WS-INP-DELETE
                   MOVE 'TEMPLATE REMOVED'
                       TO WS-OUT-MSG-TEXT
               WHEN WS-DETAIL-SHOWN
                   MOVE 'TEMPLATE DISPLAYED'
                       TO WS-OUT-MSG-TEXT
               WHEN OTHER
                   MOVE 'TEMPLATES LISTED'
                       TO WS-OUT-MSG-TEXT
           END-EVALUATE
           .
       8000-EXIT.
      *
           MOVE WS-MTP-OUTPUT TO WS-OUT-BODY
           .
      *
      ****************************************************************
      *    8500-DB2-ERROR                                            *
      ****************************************************************
       8500-DB2-ERROR.
      *
           MOVE +12 TO WS-RETURN-CODE
           MOVE WS-MODULE-ID TO WS-DBE-PROGRAM
           MOVE 'MSG_TEMPLATE' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           MOVE SQLERRMC TO WS-DBE-SQLERRM
           MOVE 'SQL' TO WS-DBE-OPERATION
           MOVE SPACES TO WS-DBE-PARAGRAPH
           CALL 'COMDBEL0' USING WS-DBE-REQUEST
                                 WS-DBE-RESULT
           MOVE WS-DBE-RETURN-MSG TO WS-ERROR-MSG
           .
      *
      ****************************************************************
      *    9000-SEND-OUTPUT                                          *
      ****************************************************************
       9000-SEND-OUTPUT.
      *
           MOVE WS-OUT-MSG-LENGTH TO WS-OUT-LL
           MOVE +0 TO WS-OUT-ZZ
      *
           CALL 'CBLTDLI' USING WS-IO-ISRT
                                IO-PCB
                                WS-OUTPUT-MSG
      *
           IF IO-PCB-STATUS NOT = SPACES
               DISPLAY 'ADMMTP00: IMS ISRT FAILED - '
                       IO-PCB-STATUS
           END-IF
           .
      ****************************************************************
      * END OF ADMMTP00                                              *
      ****************************************************************
