       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMCHK00.
      ****************************************************************
      * PROGRAM:  ADMCHK00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   ADM - ISSUED-CHECK REGISTER MAINTENANCE            *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  LOOKS UP, VOIDS AND REISSUES CHECKS IN THE         *
      *           ISSUED-CHECK REGISTER FED BY SALEQD00 (EQ),        *
      *           SALDEP00 (DR), SALTPF00 (TP), BATREF00 (RF) AND    *
      *           BATAPP00 (AP). THE REGISTER WORK IS DONE BY        *
      *           COMCHKL0.                                          *
      *           INQ - DISPLAY A CHECK BY DEALER AND CHECK NUMBER   *
      *                 (THE LIVE CHECK, OR THE LATEST IF VOIDED)    *
      *           VOD - VOID A LIVE CHECK. REASON REQUIRED.          *
      *           REI - VOID A LIVE CHECK AND REGISTER THE NEW       *
      *                 CHECK NUMBER THAT REPLACES IT                *
      *           VOD AND REI ARE LIMITED TO A MANAGER OF THE        *
      *           CHECK'S DEALER OR AN ADMINISTRATOR. A CHECK THAT   *
      *           HAS CLEARED THE BANK CANNOT BE VOIDED. THE NEXT    *
      *           POSITIVE PAY RUN (BATPPY00) SENDS THE VOID TO THE  *
      *           BANK IF THE ISSUE HAD ALREADY GONE.                *
      *           STATUS: IS ISSUED, VD VOID, CL CLEARED             *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADCK - ISSUED-CHECK REGISTER                       *
      * MFS MOD:  ASADCK00                                           *
      * TABLES:   AUTOSALE.ISSUED_CHECK (READ)                       *
      *           AUTOSALE.SYSTEM_USER  (READ)                       *
      * CALLS:    COMCHKL0 - ISSUED-CHECK REGISTER                   *
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
                                          VALUE 'ADMCHK00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASADCK00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLISCHK.
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
               88  WS-IN-FN-REI                      VALUE 'REI'.
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-CHECK-NUMBER        PIC X(10).
           05  WS-IN-NEW-CHECK-NUM       PIC X(10).
           05  WS-IN-REASON              PIC X(40).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-CHECK-NUMBER       PIC X(10).
           05  WS-OUT-CHECK-ID           PIC Z(8)9.
           05  WS-OUT-SOURCE             PIC X(02).
           05  WS-OUT-SOURCE-REF         PIC X(20).
           05  WS-OUT-PAYEE              PIC X(40).
           05  WS-OUT-AMOUNT             PIC Z(8)9.99.
           05  WS-OUT-ISSUE-DATE         PIC X(10).
           05  WS-OUT-STATUS             PIC X(02).
           05  WS-OUT-VOID-DATE          PIC X(10).
           05  WS-OUT-VOID-REASON        PIC X(40).
           05  WS-OUT-REISSUE-OF         PIC X(10).
           05  WS-OUT-PP-ISSUE-SENT      PIC X(01).
           05  WS-OUT-PP-VOID-SENT       PIC X(01).
           05  WS-OUT-CLEARED-DATE       PIC X(10).
           05  WS-OUT-CLEARED-AMT        PIC Z(8)9.99.
           05  WS-OUT-ISSUED-BY          PIC X(08).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-LOG-AMT                PIC Z(8)9.99.
           05  WS-LOG-ACTION-WORK        PIC X(08)  VALUE SPACES.
           05  WS-MGR-USER-TYPE          PIC X(01)  VALUE SPACES.
               88  WS-MGR-MANAGER                   VALUES 'M' 'G'
                                                           'A'.
               88  WS-MGR-ADMIN                     VALUE 'A'.
           05  WS-MGR-DEALER-CODE        PIC X(05)  VALUE SPACES.
      *
      *    DB2 HOST VARIABLES
      *
       01  WS-HV-CHECK.
           05  WS-HV-CK-REISSUE-OF       PIC X(10).
           05  WS-HV-CK-NI-VOID-DT       PIC S9(04) COMP.
           05  WS-HV-CK-NI-REASON        PIC S9(04) COMP.
           05  WS-HV-CK-NI-CLR-DT        PIC S9(04) COMP.
           05  WS-HV-CK-NI-CLR-AMT       PIC S9(04) COMP.
      *
      *    CHECK REGISTER MODULE LINKAGE
      *
       01  WS-CHK-REQUEST.
           05  WS-CK-FUNCTION            PIC X(04).
           05  WS-CK-DEALER-CODE         PIC X(05).
           05  WS-CK-CHECK-NUMBER        PIC X(10).
           05  WS-CK-SOURCE              PIC X(02).
           05  WS-CK-SOURCE-REF          PIC X(20).
           05  WS-CK-PAYEE               PIC X(40).
           05  WS-CK-AMOUNT              PIC S9(09)V99 COMP-3.
           05  WS-CK-ISSUE-DATE          PIC X(10).
           05  WS-CK-NEW-CHECK-NUM       PIC X(10).
           05  WS-CK-REASON              PIC X(40).
           05  WS-CK-USER-ID             PIC X(08).
      *
       01  WS-CHK-RESULT.
           05  WS-CK-CHECK-ID            PIC S9(09) COMP.
           05  WS-CK-NEW-CHECK-ID        PIC S9(09) COMP.
           05  WS-CK-RETURN-CODE         PIC S9(04) COMP.
           05  WS-CK-RETURN-MSG          PIC X(79).
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
                       PERFORM 4000-CHECK-INQUIRY THRU 4000-EXIT
                   WHEN WS-IN-FN-VOD
                   WHEN WS-IN-FN-REI
                       PERFORM 5000-VOID-REISSUE THRU 5000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE INQ VOD OR REI'
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
           MOVE 'ISSUED-CHECK REGISTER' TO WS-OUT-TITLE
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
               MOVE 'ADMCHK00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-DEALER-CODE = SPACES
           OR WS-IN-CHECK-NUMBER = SPACES
               MOVE 'DEALER CODE AND CHECK NUMBER ARE REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-INQ
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-REASON = SPACES
               MOVE 'A REASON IS REQUIRED TO VOID OR REISSUE'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-REI
           AND WS-IN-NEW-CHECK-NUM = SPACES
               MOVE 'NEW CHECK NUMBER IS REQUIRED TO REISSUE'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           PERFORM 3100-CHECK-MANAGER THRU 3100-EXIT
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-CHECK-MANAGER - MANAGER OF THE DEALER OR ADMIN ONLY  *
      ****************************************************************
       3100-CHECK-MANAGER.
      *
           EXEC SQL
               SELECT USER_TYPE
                    , DEALER_CODE
               INTO  :WS-MGR-USER-TYPE
                    , :WS-MGR-DEALER-CODE
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :IO-USER
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   IF NOT WS-MGR-MANAGER
                       MOVE 'ONLY A MANAGER MAY VOID OR REISSUE A CHECK'
                           TO WS-OUT-MESSAGE
                       GO TO 3100-EXIT
                   END-IF
               WHEN +100
                   MOVE 'ONLY A MANAGER MAY VOID OR REISSUE A CHECK'
                       TO WS-OUT-MESSAGE
                   GO TO 3100-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMCHK00: DB2 ERROR CHECKING USER'
                       TO WS-OUT-MESSAGE
                   GO TO 3100-EXIT
           END-EVALUATE
      *
           IF WS-IN-DEALER-CODE NOT = WS-MGR-DEALER-CODE
           AND NOT WS-MGR-ADMIN
               MOVE 'CHECK BELONGS TO ANOTHER DEALER'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-CHECK-INQUIRY - LIVE CHECK FIRST, ELSE LATEST VOID   *
      ****************************************************************
       4000-CHECK-INQUIRY.
      *
           MOVE SPACES TO PAYEE-NAME-TX
           MOVE SPACES TO VOID-REASON-TX
           MOVE SPACES TO WS-HV-CK-REISSUE-OF
      *
           EXEC SQL
               SELECT K.CHECK_ID
                    , K.CHECK_SOURCE
                    , K.SOURCE_REF
                    , K.PAYEE_NAME
                    , K.CHECK_AMT
                    , CHAR(K.ISSUE_DATE, ISO)
                    , K.CHECK_STATUS
                    , CHAR(K.VOID_DATE, ISO)
                    , K.VOID_REASON
                    , COALESCE(O.CHECK_NUMBER, ' ')
                    , K.PP_ISSUE_SENT
                    , K.PP_VOID_SENT
                    , CHAR(K.CLEARED_DATE, ISO)
                    , K.CLEARED_AMT
                    , K.ISSUED_BY
               INTO  :CHECK-ID
                    , :CHECK-SOURCE
                    , :SOURCE-REF
                    , :PAYEE-NAME
                    , :CHECK-AMT
                    , :ISSUE-DATE
                    , :CHECK-STATUS
                    , :VOID-DATE    :WS-HV-CK-NI-VOID-DT
                    , :VOID-REASON  :WS-HV-CK-NI-REASON
                    , :WS-HV-CK-REISSUE-OF
                    , :PP-ISSUE-SENT
                    , :PP-VOID-SENT
                    , :CLEARED-DATE :WS-HV-CK-NI-CLR-DT
                    , :CLEARED-AMT  :WS-HV-CK-NI-CLR-AMT
                    , :ISSUED-BY
               FROM  AUTOSALE.ISSUED_CHECK K
               LEFT OUTER JOIN AUTOSALE.ISSUED_CHECK O
                 ON  O.CHECK_ID = K.REISSUE_OF_ID
               WHERE K.DEALER_CODE  = :WS-IN-DEALER-CODE
                 AND K.CHECK_NUMBER = :WS-IN-CHECK-NUMBER
               ORDER BY CASE K.CHECK_STATUS WHEN 'VD' THEN 1
                                            ELSE 0 END
                      , K.CHECK_ID DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'CHECK NOT FOUND IN THE REGISTER'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMCHK00: DB2 ERROR READING CHECK REGISTER'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
           END-EVALUATE
      *
           IF WS-HV-CK-NI-VOID-DT < +0
               MOVE SPACES TO VOID-DATE
           END-IF
           IF WS-HV-CK-NI-REASON < +0
               MOVE SPACES TO VOID-REASON-TX
           END-IF
           IF WS-HV-CK-NI-CLR-DT < +0
               MOVE SPACES TO CLEARED-DATE
           END-IF
           IF WS-HV-CK-NI-CLR-AMT < +0
               MOVE +0 TO CLEARED-AMT
           END-IF
      *
           MOVE WS-IN-DEALER-CODE TO WS-OUT-DEALER-CODE
           MOVE WS-IN-CHECK-NUMBER TO WS-OUT-CHECK-NUMBER
           MOVE CHECK-ID TO WS-OUT-CHECK-ID
           MOVE CHECK-SOURCE TO WS-OUT-SOURCE
           MOVE SOURCE-REF TO WS-OUT-SOURCE-REF
           MOVE PAYEE-NAME-TX TO WS-OUT-PAYEE
           MOVE CHECK-AMT TO WS-OUT-AMOUNT
           MOVE ISSUE-DATE TO WS-OUT-ISSUE-DATE
           MOVE CHECK-STATUS TO WS-OUT-STATUS
           MOVE VOID-DATE TO WS-OUT-VOID-DATE
           MOVE VOID-REASON-TX TO WS-OUT-VOID-REASON
           MOVE WS-HV-CK-REISSUE-OF TO WS-OUT-REISSUE-OF
           MOVE PP-ISSUE-SENT TO WS-OUT-PP-ISSUE-SENT
           MOVE PP-VOID-SENT TO WS-OUT-PP-VOID-SENT
           MOVE CLEARED-DATE TO WS-OUT-CLEARED-DATE
           MOVE CLEARED-AMT TO WS-OUT-CLEARED-AMT
           MOVE ISSUED-BY TO WS-OUT-ISSUED-BY
      *
           IF WS-OUT-MESSAGE = SPACES
               MOVE 'CHECK DISPLAYED' TO WS-OUT-MESSAGE
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-VOID-REISSUE - VOID, OR VOID AND REPLACE             *
      ****************************************************************
       5000-VOID-REISSUE.
      *
           IF WS-IN-FN-VOD
               MOVE 'VOID' TO WS-CK-FUNCTION
               MOVE 'VOID' TO WS-LOG-ACTION-WORK
           ELSE
               MOVE 'REIS' TO WS-CK-FUNCTION
               MOVE 'REISSUE' TO WS-LOG-ACTION-WORK
           END-IF
           MOVE WS-IN-DEALER-CODE TO WS-CK-DEALER-CODE
           MOVE WS-IN-CHECK-NUMBER TO WS-CK-CHECK-NUMBER
           MOVE SPACES TO WS-CK-SOURCE
           MOVE SPACES TO WS-CK-SOURCE-REF
           MOVE SPACES TO WS-CK-PAYEE
           MOVE +0 TO WS-CK-AMOUNT
           MOVE SPACES TO WS-CK-ISSUE-DATE
           MOVE WS-IN-NEW-CHECK-NUM TO WS-CK-NEW-CHECK-NUM
           MOVE WS-IN-REASON TO WS-CK-REASON
           MOVE IO-USER TO WS-CK-USER-ID
      *
           CALL 'COMCHKL0' USING WS-CHK-REQUEST
                                 WS-CHK-RESULT
      *
           IF WS-CK-RETURN-CODE NOT = +0
               IF WS-CK-RETURN-CODE > +8
                   CALL 'CBLTDLI' USING WS-IO-ROLB
                                        IO-PCB
               END-IF
               MOVE WS-CK-RETURN-MSG TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           PERFORM 7900-LOG-CHECK
      *
      *    SHOW THE CHECK NOW IN FORCE - THE REPLACEMENT ON A REISSUE
      *
           IF WS-IN-FN-REI
               MOVE WS-IN-NEW-CHECK-NUM TO WS-IN-CHECK-NUMBER
           END-IF
           PERFORM 4000-CHECK-INQUIRY THRU 4000-EXIT
      *
           IF WS-IN-FN-VOD
               MOVE 'CHECK VOIDED' TO WS-OUT-MESSAGE
           ELSE
               MOVE 'CHECK REISSUED - ORIGINAL VOIDED'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7900-LOG-CHECK - AUDIT TRAIL ENTRY                        *
      ****************************************************************
       7900-LOG-CHECK.
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'ISSUED_CHECK' TO WS-LOG-TABLE-NAME
           MOVE WS-LOG-ACTION-WORK TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-KEY-VALUE
           STRING WS-IN-DEALER-CODE ' ' WS-IN-CHECK-NUMBER
                  DELIMITED BY SIZE
               INTO WS-LOG-KEY-VALUE
           END-STRING
           MOVE SPACES TO WS-LOG-DETAILS
           IF WS-IN-FN-VOD
               STRING 'CHECK ' WS-IN-CHECK-NUMBER
                      ' VOIDED BY ' IO-USER ': ' WS-IN-REASON
                      DELIMITED BY SIZE
                   INTO WS-LOG-DETAILS
               END-STRING
           ELSE
               STRING 'CHECK ' WS-IN-CHECK-NUMBER
                      ' REISSUED AS ' WS-IN-NEW-CHECK-NUM
                      ' BY ' IO-USER ': ' WS-IN-REASON
                      DELIMITED BY SIZE
                   INTO WS-LOG-DETAILS
               END-STRING
           END-IF
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
           MOVE 'ADMCHK00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'ISSUED_CHECK' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF ADMCHK00                                              *
      ****************************************************************
