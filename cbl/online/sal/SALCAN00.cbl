      *                                                              *
      * CALLS:      COMSTCK0 - STOCK UPDATE (RECV TO REVERSE SOLD)   *
      *             COMLGEL0 - AUDIT LOG ENTRY                       *
      *             COMLYPL0 - LOYALTY POINTS (RVRS)                 *
      *             COMDBEL0 - DB2 ERROR HANDLING                    *
      *                                                              *
      * TABLES:     AUTOSALE.SALES_DEAL        (READ/UPDATE)        *
      *             AUTOSALE.FLOOR_PLAN_VEHICLE (READ/UPDATE)        *
      *             AUTOSALE.CUSTOMER_DEPOSIT   (UPDATE)             *
      *             AUTOSALE.EXCEPTION_QUEUE    (INSERT)             *
      *             AUTOSALE.COMMISSION_AUDIT   (INSERT)             *
      *             AUTOSALE.LOYALTY_LEDGER     (INSERT VIA COMLYPL0)*
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *   2026-08-22  RAISE REFUND-DUE ON CUSTOMER DEPOSITS WHEN A   *
      *               DEAL CARRYING DEPOSITS IS CANCELLED/UNWOUND,   *
      *               AND QUEUE THE REFUND TO ADMEXC00               *
      *   2026-10-15  AN UNWIND RAISES AN RDR_REV TRIGGER SO          *
      *               BATRDR00 SENDS THE OEM A REVERSAL OF THE       *
      *               RETAIL DELIVERY REPORT                         *
      *   2026-10-15  CANCEL AND UNWIND BACK OUT THE DEAL'S LOYALTY  *
      *               POINTS - THE QUOTE REDEMPTION AND THE DELIVERY *
      *               EARN - WITH AJ ENTRIES (COMLYPL0 RVRS)         *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  WS-DEAL-DELIVERED          VALUE 'Y'.
               88  WS-DEAL-NOT-DELIVERED      VALUE 'N'.
           05  WS-INC-COUNT        PIC S9(04) COMP VALUE +0.
           05  WS-COUNT-DSP        PIC Z(03)9.
           05  WS-FP-EXISTS        PIC X(01) VALUE 'N'.
               88  WS-HAS-FLOOR-PLAN          VALUE 'Y'.
               88  WS-NO-FLOOR-PLAN           VALUE 'N'.
      *
       01  WS-LOSS-NOTE            PIC X(100) VALUE SPACES.
      *
      *    LOYALTY POINTS CALL FIELDS (COMLYPL0)
      *
       01  WS-LYP-REQUEST.
           05  WS-LY-FUNCTION      PIC X(04).
           05  WS-LY-CUSTOMER-ID   PIC S9(09) COMP.
           05  WS-LY-DEALER-CODE   PIC X(05).
           05  WS-LY-DEPT-CODE     PIC X(02).
           05  WS-LY-BASE-AMT      PIC S9(09)V99 COMP-3.
           05  WS-LY-POINTS        PIC S9(09) COMP.
           05  WS-LY-REF-TYPE      PIC X(02).
           05  WS-LY-REF-KEY       PIC X(12).
           05  WS-LY-USER-ID       PIC X(08).
       01  WS-LYP-RESULT.
           05  WS-LY-RETURN-CODE   PIC S9(04) COMP.
           05  WS-LY-BALANCE       PIC S9(09) COMP.
           05  WS-LY-POINTS-POSTED PIC S9(09) COMP.
           05  WS-LY-VALUE-AMT     PIC S9(09)V99 COMP-3.
           05  WS-LY-POINT-VALUE   PIC S9(01)V9(04) COMP-3.
           05  WS-LY-RETURN-MSG    PIC X(50).
       01  WS-LY-POINTS-DSP        PIC -(08)9.
      *
      *    AUDIT LOG
      *
       01  WS-LOG-REQUEST.
           IF WS-RETURN-CODE = +0
               PERFORM 5700-RAISE-DEPOSIT-REFUNDS THRU 5700-EXIT
           END-IF
      *
           IF WS-RETURN-CODE = +0
               PERFORM 5800-REVERSE-LOYALTY THRU 5800-EXIT
           END-IF
      *
           IF WS-RETURN-CODE = +0
               PERFORM 6000-CANCEL-DEAL
           IF WS-RETURN-CODE = +0
               PERFORM 7000-WRITE-AUDIT-TRAIL
               PERFORM 7500-RECORD-LOST-DEAL
               PERFORM 7600-TRIGGER-RDR-REVERSAL THRU 7600-EXIT
           END-IF
      *
           PERFORM 8000-FORMAT-OUTPUT
           IF WS-REV-COUNT <= +8
               MOVE WS-REV-COUNT
                   TO WS-CO-REV-NUM(WS-REV-COUNT)
               MOVE WS-INC-COUNT TO WS-COUNT-DSP
               STRING 'INCENTIVES REVERSED: '
                      WS-COUNT-DSP ' PROGRAM(S)'
                      DELIMITED BY SIZE
                      INTO WS-CO-REV-DESC(WS-REV-COUNT)
           END-IF
           EXIT.
      *
      ****************************************************************
      *    5800-REVERSE-LOYALTY - GIVE BACK POINTS REDEEMED ON THE   *
      *    QUOTE AND TAKE BACK POINTS EARNED ON DELIVERY. EVERYTHING *
      *    POSTED UNDER REF DL/DEAL NUMBER IS OFFSET BY AJ ENTRIES   *
      ****************************************************************
       5800-REVERSE-LOYALTY.
      *
           INITIALIZE WS-LYP-REQUEST
           MOVE 'RVRS' TO WS-LY-FUNCTION
           MOVE 'DL' TO WS-LY-REF-TYPE
           MOVE WS-CI-DEAL-NUMBER TO WS-LY-REF-KEY
           MOVE IO-PCB-USER-ID TO WS-LY-USER-ID
      *
           CALL 'COMLYPL0' USING WS-LYP-REQUEST
                                 WS-LYP-RESULT
      *
           IF WS-LY-RETURN-CODE NOT = +0
               MOVE +12 TO WS-RETURN-CODE
               MOVE WS-LY-RETURN-MSG TO WS-ERROR-MSG
               GO TO 5800-EXIT
           END-IF
      *
           IF WS-LY-POINTS-POSTED = +0
               GO TO 5800-EXIT
           END-IF
      *
           ADD +1 TO WS-REV-COUNT
           IF WS-REV-COUNT <= +8
               MOVE WS-LY-POINTS-POSTED TO WS-LY-POINTS-DSP
               MOVE WS-REV-COUNT
                   TO WS-CO-REV-NUM(WS-REV-COUNT)
               STRING 'LOYALTY POINTS ADJUSTED BY '
                      WS-LY-POINTS-DSP
                      DELIMITED BY SIZE
                      INTO WS-CO-REV-DESC(WS-REV-COUNT)
           END-IF
           .
       5800-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-CANCEL-DEAL - UPDATE SALES_DEAL STATUS               *
      ****************************************************************
       6000-CANCEL-DEAL.
      *    REVERSAL DETAIL LOG
      *
           MOVE 'REVERSAL'         TO WS-LR-FUNCTION
           MOVE WS-REV-COUNT TO WS-COUNT-DSP
           STRING 'TOTAL REVERSALS PERFORMED: '
                  WS-COUNT-DSP
                  DELIMITED BY SIZE
                  INTO WS-LR-DESCRIPTION
      *
           .
      *
      ****************************************************************
      *    7600-TRIGGER-RDR-REVERSAL - A DELIVERED DEAL WAS REPORTED *
      *    TO THE OEM; BATRDR00 SENDS THE REVERSAL FROM THIS TRIGGER *
      ****************************************************************
       7600-TRIGGER-RDR-REVERSAL.
      *
           IF NOT WS-DEAL-DELIVERED
               GO TO 7600-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.COMMISSION_AUDIT
               ( DEAL_NUMBER
               , ENTITY_TYPE
               , DESCRIPTION
               , AUDIT_TS
               )
               VALUES
               ( :WS-CI-DEAL-NUMBER
               , 'RDR_REV'
               , 'OEM RDR REVERSAL PENDING'
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'SALCAN00: ERROR RAISING RDR REVERSAL - '
                       SQLCODE
           END-IF
           .
       7600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-FORMAT-OUTPUT                                        *
      ****************************************************************
       8000-FORMAT-OUTPUT.
