      *             TRADES CARRYING A PAYOFF. FUNCTIONS:             *
      *               AD - RECORD THE PAYOFF CHECK SENT: DATE,       *
      *                    AMOUNT, LENDER PER-DIEM AND THE BANK'S    *
      *                    GOOD-THROUGH DATE. STATUS PS. A KEYED     *
      *                    CHECK NUMBER REGISTERS THE PAYOFF CHECK   *
      *                    (COMCHKL0); BLANK FOR A WIRED PAYOFF.     *
      *               UP - BODY ACTION CODE SELECTS THE MILESTONE:   *
      *                    C = PAYOFF CHECK CLEARED BY THE BANK      *
      *                    L = LIEN RELEASE RECEIVED                 *
      *                                                              *
      * CALLS:      COMLGEL0 - AUDIT LOG ENTRY                       *
      *             COMDBEL0 - DB2 ERROR HANDLING                    *
      *             COMCHKL0 - ISSUED-CHECK REGISTER                 *
      *                                                              *
      * TABLES:     AUTOSALE.TRADE_PAYOFF_TRK (READ/INSERT/UPDATE)   *
      *             AUTOSALE.TRADE_IN         (READ)                 *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-10-15  AD TAKES THE PAYOFF CHECK NUMBER AND REGISTERS *
      *               THE CHECK IN THE ISSUED-CHECK REGISTER         *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-TI-PER-DIEM      PIC X(08).
           05  WS-TI-GOOD-THRU     PIC X(10).
           05  WS-TI-EVENT-DATE    PIC X(10).
           05  WS-TI-CHECK-NUMBER  PIC X(10).
      *
      *    OUTPUT LAYOUT
      *
               88  WS-TRK-FOUND              VALUE 'Y'.
               88  WS-TRK-NOT-FOUND          VALUE 'N'.
      *
      *    CHECK REGISTER CALL FIELDS (COMCHKL0)
      *
       01  WS-CHK-REQUEST.
           05  WS-CK-FUNCTION      PIC X(04).
           05  WS-CK-DEALER-CODE   PIC X(05).
           05  WS-CK-CHECK-NUMBER  PIC X(10).
           05  WS-CK-SOURCE        PIC X(02).
           05  WS-CK-SOURCE-REF    PIC X(20).
           05  WS-CK-PAYEE         PIC X(40).
           05  WS-CK-AMOUNT        PIC S9(09)V99 COMP-3.
           05  WS-CK-ISSUE-DATE    PIC X(10).
           05  WS-CK-NEW-CHECK-NUM PIC X(10).
           05  WS-CK-REASON        PIC X(40).
           05  WS-CK-USER-ID       PIC X(08).
       01  WS-CHK-RESULT.
           05  WS-CK-CHECK-ID      PIC S9(09) COMP.
           05  WS-CK-NEW-CHECK-ID  PIC S9(09) COMP.
           05  WS-CK-RETURN-CODE   PIC S9(04) COMP.
           05  WS-CK-RETURN-MSG    PIC X(79).
      *
      *    AUDIT LOG
      *
       01  WS-LOG-REQUEST.
               MOVE WS-INP-BODY(24:8)  TO WS-TI-PER-DIEM
               MOVE WS-INP-BODY(32:10) TO WS-TI-GOOD-THRU
               MOVE WS-INP-BODY(42:10) TO WS-TI-EVENT-DATE
               MOVE WS-INP-BODY(52:10) TO WS-TI-CHECK-NUMBER
           END-IF
      *
           IF WS-RETURN-CODE = +0
               MOVE WS-DBE-RETURN-MSG TO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-TI-CHECK-NUMBER NOT = SPACES
               PERFORM 4100-REGISTER-PAYOFF-CHECK THRU 4100-EXIT
               IF WS-RETURN-CODE NOT = +0
                   CALL 'CBLTDLI' USING WS-IO-ROLB
                                        IO-PCB
                   GO TO 4000-EXIT
               END-IF
           END-IF
      *
           SET WS-TRK-FOUND TO TRUE
           MOVE 'PS' TO TRACK-STATUS
           EXIT.
      *
      ****************************************************************
      *    4100-REGISTER-PAYOFF-CHECK - PAYOFF CHECK INTO THE        *
      *    ISSUED-CHECK REGISTER, PAYABLE TO THE LIENHOLDER          *
      ****************************************************************
       4100-REGISTER-PAYOFF-CHECK.
      *
           MOVE 'ISSU'              TO WS-CK-FUNCTION
           MOVE DEALER-CODE OF DCLTRADE-PAYOFF-TRK
                                    TO WS-CK-DEALER-CODE
           MOVE WS-TI-CHECK-NUMBER  TO WS-CK-CHECK-NUMBER
           MOVE 'TP'                TO WS-CK-SOURCE
           MOVE WS-TI-TRADE-ID      TO WS-CK-SOURCE-REF
           MOVE PAYOFF-BANK-TX      TO WS-CK-PAYEE
           MOVE WS-SENT-AMT-NUM     TO WS-CK-AMOUNT
           MOVE WS-TI-SENT-DATE     TO WS-CK-ISSUE-DATE
           MOVE SPACES              TO WS-CK-NEW-CHECK-NUM
                                       WS-CK-REASON
           MOVE IO-PCB-USER-ID      TO WS-CK-USER-ID
      *
           CALL 'COMCHKL0' USING WS-CHK-REQUEST
                                 WS-CHK-RESULT
      *
           IF WS-CK-RETURN-CODE NOT = +0
               MOVE WS-CK-RETURN-CODE TO WS-RETURN-CODE
               MOVE WS-CK-RETURN-MSG TO WS-ERROR-MSG
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-RECORD-MILESTONE                                     *
      ****************************************************************
       5000-RECORD-MILESTONE.
