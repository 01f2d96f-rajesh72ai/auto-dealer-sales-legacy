      *             FAILURES, DUPLICATE CUSTOMERS). LETS A CLERK     *
      *             BROWSE OPEN EXCEPTIONS, INQUIRE ON ONE, AND      *
      *             MARK IT RESOLVED WITH A RESOLUTION NOTE.         *
      *             STRAW PURCHASE HITS (TYPE STR*, QUEUED BY        *
      *             BATSTR00) SHOW THEIR LINKED CUSTOMERS, DEALS,    *
      *             FINANCE APPS AND CASH TRANSACTIONS ON INQUIRY    *
      *             AND MAY ONLY BE RESOLVED BY A MANAGER (USER TYPE *
      *             M, G OR A) - THEY HOLD FUNDING IN FINCIT00.      *
      *                                                              *
      * FUNCTIONS:  INQ - INQUIRY BY EXCEPTION ID                    *
      *             UPD - MARK EXCEPTION RESOLVED                    *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-09  INITIAL CREATION                               *
      *   2026-10-15  INQ LISTS EXCEPTION_LINK ROWS; STR* EXCEPTIONS *
      *               NEED A MANAGER TO RESOLVE                      *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
           COPY DCLEXCPQ.
      *
      *    DCLGEN FOR EXCEPTION_LINK TABLE
      *
           COPY DCLEXLNK.
      *
      *    INPUT MESSAGE LAYOUT
      *
       01  WS-INPUT-MSG.
           05  WS-OUT-RESOLVED-BY   PIC X(08).
           05  WS-OUT-MSG-LINE1     PIC X(79).
           05  WS-OUT-MSG-LINE2     PIC X(79).
           05  WS-OUT-LINK-COUNT    PIC 9(02).
           05  WS-OUT-LINK OCCURS 8 TIMES.
               10  WS-OUT-LINK-TYPE PIC X(02).
               10  WS-OUT-LINK-KEY  PIC X(12).
           05  FILLER               PIC X(30).
      *
      *    LIST OUTPUT - UP TO 20 OPEN EXCEPTIONS
           05  WS-LIST-IDX         PIC 9(03) VALUE 0.
           05  WS-ROWS-FETCHED     PIC 9(03) VALUE 0.
           05  WS-EXC-ID-NUM       PIC S9(09) COMP.
           05  WS-LINK-IDX         PIC 9(02) VALUE 0.
           05  WS-MGR-COUNT        PIC S9(04) COMP VALUE +0.
      *
      *    AUDIT LOGGING FIELDS
      *
               ORDER BY DETECTED_TS
               FETCH FIRST 20 ROWS ONLY
           END-EXEC.
      *
      *    CURSOR FOR RECORDS LINKED TO ONE EXCEPTION
      *
           EXEC SQL
               DECLARE EXCEPTION_LINK_CSR CURSOR FOR
               SELECT LINK_TYPE,
                      LINK_KEY
               FROM   AUTOSALE.EXCEPTION_LINK
               WHERE  EXCEPTION_ID = :WS-EXC-ID-NUM
               ORDER BY LINK_SEQ
               FETCH FIRST 8 ROWS ONLY
           END-EXEC.
      *
       LINKAGE SECTION.
      *
      *
       PROCEDURE DIVISION.
      *
       ENTRY 'DLITCBL' USING LK-IO-PCB
                              LK-DB-PCB-1.
      *
       0000-MAIN-PROCESS.
       1000-RECEIVE-INPUT.
      *
           CALL 'CBLTDLI' USING WS-IO-GU
                                LK-IO-PCB
                                WS-INPUT-MSG
      *
           IF LK-IO-STATUS NOT = SPACES
               MOVE 'Y' TO WS-ERROR-FLAG
               STRING 'IMS GU FAILED - STATUS: '
                      LK-IO-STATUS
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
           END-IF
      *---------------------------------------------------------------*
       3100-FORMAT-INQUIRY-OUTPUT.
      *
           MOVE 480 TO WS-OUT-LL
           MOVE 0 TO WS-OUT-ZZ
           MOVE 'ASEXCI00' TO WS-OUT-MOD-NAME
           MOVE 'INQ' TO WS-OUT-FUNC-CODE
               TO WS-OUT-QUEUE-STATUS
           MOVE RESOLVED-BY OF DCLEXCEPTION-QUEUE
               TO WS-OUT-RESOLVED-BY
      *
           PERFORM 3200-LOAD-LINKS THRU 3200-EXIT
      *
           MOVE 'EXCEPTION ENTRY DISPLAYED SUCCESSFULLY'
               TO WS-OUT-MSG-LINE1
           MOVE SPACES TO WS-OUT-MSG-LINE2
           IF WS-OUT-LINK-COUNT > 0
               STRING 'LINKED RECORDS: ' WS-OUT-LINK-COUNT
                      ' SHOWN (CU=CUSTOMER DL=DEAL FA=FIN APP'
                      ' CT=CASH)'
                   DELIMITED BY SIZE
                   INTO WS-OUT-MSG-LINE2
           END-IF
      *
           CALL 'CBLTDLI' USING WS-IO-ISRT
                                LK-IO-PCB
                                WS-OUTPUT-MSG
           .
       3100-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 3200 - LOAD LINKED RECORDS FOR THE INQUIRY SCREEN             *
      *---------------------------------------------------------------*
       3200-LOAD-LINKS.
      *
           MOVE 0 TO WS-LINK-IDX
           MOVE 0 TO WS-OUT-LINK-COUNT
      *
           EXEC SQL
               OPEN EXCEPTION_LINK_CSR
           END-EXEC
      *
           IF SQLCODE NOT = 0
               GO TO 3200-EXIT
           END-IF
      *
           PERFORM 3210-FETCH-LINK
               UNTIL SQLCODE NOT = 0
               OR WS-LINK-IDX >= 8
      *
           EXEC SQL
               CLOSE EXCEPTION_LINK_CSR
           END-EXEC
      *
           MOVE WS-LINK-IDX TO WS-OUT-LINK-COUNT
           .
       3200-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 3210 - FETCH NEXT LINKED RECORD                               *
      *---------------------------------------------------------------*
       3210-FETCH-LINK.
      *
           EXEC SQL
               FETCH EXCEPTION_LINK_CSR
               INTO  :LINK-TYPE,
                     :LINK-KEY
           END-EXEC
      *
           IF SQLCODE = 0
               ADD 1 TO WS-LINK-IDX
               MOVE LINK-TYPE TO WS-OUT-LINK-TYPE(WS-LINK-IDX)
               MOVE LINK-KEY  TO WS-OUT-LINK-KEY(WS-LINK-IDX)
           END-IF
           .
       3210-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 5000 - MARK EXCEPTION RESOLVED                                 *
      *---------------------------------------------------------------*
       5000-RESOLVE-EXCEPTION.
                   INTO WS-ERROR-MSG
               GO TO 5000-EXIT
           END-IF
      *
      *    STRAW PURCHASE HITS HOLD FUNDING - MANAGER SIGN-OFF ONLY
      *
           IF WS-HV-EXCEPTION-TYPE(1:3) = 'STR'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-MGR-COUNT
                   FROM   AUTOSALE.SYSTEM_USER
                   WHERE  USER_ID = :WS-IN-USER-ID
                     AND  USER_TYPE IN ('M', 'G', 'A')
                     AND  ACTIVE_FLAG = 'Y'
               END-EXEC
               IF SQLCODE NOT = +0
               OR WS-MGR-COUNT = +0
                   MOVE 'Y' TO WS-ERROR-FLAG
                   MOVE 'STRAW PURCHASE HIT - MANAGER MUST RESOLVE'
                       TO WS-ERROR-MSG
                   GO TO 5000-EXIT
               END-IF
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.EXCEPTION_QUEUE
      *
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 480 TO WS-OUT-LL
                   MOVE 0 TO WS-OUT-ZZ
                   MOVE 'ASEXCI00' TO WS-OUT-MOD-NAME
                   MOVE 'UPD' TO WS-OUT-FUNC-CODE
                       DELIMITED BY SIZE
                       INTO WS-OUT-MSG-LINE1
                   CALL 'CBLTDLI' USING WS-IO-ISRT
                                        LK-IO-PCB
                                        WS-OUTPUT-MSG
      *
      *            AUDIT WITH OLD AND NEW STATUS
               INTO WS-LST-MSG
      *
           CALL 'CBLTDLI' USING WS-IO-ISRT
                                LK-IO-PCB
                                WS-LIST-OUTPUT
           .
       6000-EXIT.
      *---------------------------------------------------------------*
       8000-SEND-ERROR.
      *
           MOVE 480 TO WS-OUT-LL
           MOVE 0 TO WS-OUT-ZZ
           MOVE 'ASEXCI00' TO WS-OUT-MOD-NAME
           MOVE WS-IN-FUNC-CODE TO WS-OUT-FUNC-CODE
           MOVE SPACES TO WS-OUT-MSG-LINE2
      *
           CALL 'CBLTDLI' USING WS-IO-ISRT
                                LK-IO-PCB
                                WS-OUTPUT-MSG
           .
       8000-EXIT.
