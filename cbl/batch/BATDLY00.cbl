      *                RESERVED AGAINST THE DEAL, AND MARKS THE DEAL   *
      *                EX (EXPIRED) SO AN ABANDONED WORKSHEET DOESN'T  *
      *                SIT OPEN FOREVER                               *
      *             A DEAL EXPIRED IN PHASE 2 OR 7 GETS BACK ANY      *
      *             LOYALTY POINTS REDEEMED ON ITS QUOTE (COMLYPL0    *
      *             RVRS POSTS THE OFFSETTING AJ ENTRIES)             *
      *                                                              *
      * CHECKPOINT: EVERY 500 VEHICLES PROCESSED VIA COMCKPL0       *
      *                                                              *
      *             AUTOSALE.STOCK_POSITION     (UPDATE VIA COMSTCK0)*
      *             AUTOSALE.INCENTIVE_APPLIED  (READ/DELETE)        *
      *             AUTOSALE.INCENTIVE_PROGRAM  (UPDATE)             *
      *             AUTOSALE.LOYALTY_LEDGER     (INSERT VIA COMLYPL0)*
      *                                                              *
      * CALLS:      COMCKPL0 - CHECKPOINT/RESTART                    *
      *             COMLGEL0 - AUDIT LOG ENTRY                       *
      *             COMSTCK0 - STOCK COUNT UPDATE (HOLD RELEASE)     *
      *             COMLYPL0 - LOYALTY POINTS (RVRS)                 *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *   2026-09-02  PHASE 7 RECORDS EACH EXPIRED WORKSHEET QUOTE   *
      *               TO LOST_DEAL (REASON NR) FOR THE RPTLST00      *
      *               LOST-BUSINESS ANALYSIS                          *
      *   2026-10-15  EXPIRED DEALS AND QUOTES GIVE BACK LOYALTY     *
      *               POINTS REDEEMED ON THE QUOTE (COMLYPL0 RVRS)   *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-CREDIT-EXP-CT        PIC S9(09) COMP VALUE +0.
           05  WS-STALE-QUOTES-CT      PIC S9(09) COMP VALUE +0.
           05  WS-INCENTIVES-RLSD-CT   PIC S9(09) COMP VALUE +0.
           05  WS-LOYALTY-RVRS-CT      PIC S9(09) COMP VALUE +0.
           05  WS-TOTAL-PROCESSED      PIC S9(09) COMP VALUE +0.
           05  WS-ERROR-COUNT          PIC S9(09) COMP VALUE +0.
      *
           05  WS-STK-SOLD-YTD         PIC S9(04) COMP.
           05  WS-STK-SQLCODE          PIC S9(09) COMP.
      *
      *    COMLYPL0 LINKAGE - GIVE BACK POINTS ON AN EXPIRED DEAL
      *
       01  WS-LYP-REQUEST.
           05  WS-LY-FUNCTION          PIC X(04).
           05  WS-LY-CUSTOMER-ID       PIC S9(09) COMP.
           05  WS-LY-DEALER-CODE       PIC X(05).
           05  WS-LY-DEPT-CODE         PIC X(02).
           05  WS-LY-BASE-AMT          PIC S9(09)V99 COMP-3.
           05  WS-LY-POINTS            PIC S9(09) COMP.
           05  WS-LY-REF-TYPE          PIC X(02).
           05  WS-LY-REF-KEY           PIC X(12).
           05  WS-LY-USER-ID           PIC X(08).
      *
       01  WS-LYP-RESULT.
           05  WS-LY-RETURN-CODE       PIC S9(04) COMP.
           05  WS-LY-BALANCE           PIC S9(09) COMP.
           05  WS-LY-POINTS-POSTED     PIC S9(09) COMP.
           05  WS-LY-VALUE-AMT         PIC S9(09)V99 COMP-3.
           05  WS-LY-POINT-VALUE       PIC S9(01)V9(04) COMP-3.
           05  WS-LY-RETURN-MSG        PIC X(50).
      *
      *    DB2 CURSORS
      *
      *    CURSOR: VEHICLES DELIVERED TODAY STILL IN STOCK STATUS
                                     'CA'
                                     WS-LOG-RETURN-CODE
                                     WS-LOG-ERROR-MSG
      *
               MOVE WS-HV-PD-DEAL-NUMBER TO WS-LY-REF-KEY
               PERFORM 7800-REVERSE-LOYALTY
      *
               PERFORM 3200-CHECK-CHECKPOINT
           ELSE
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
               END-IF
      *
               MOVE WS-HV-SQ-DEAL-NUMBER TO WS-LY-REF-KEY
               PERFORM 7800-REVERSE-LOYALTY
      *
               PERFORM 3200-CHECK-CHECKPOINT
           ELSE
           EXIT.
      *
      ****************************************************************
      *    7800-REVERSE-LOYALTY - GIVE BACK POINTS REDEEMED ON THE   *
      *    QUOTE OF A DEAL JUST EXPIRED. WS-LY-REF-KEY HOLDS THE     *
      *    DEAL NUMBER                                               *
      ****************************************************************
       7800-REVERSE-LOYALTY.
      *
           MOVE 'RVRS'     TO WS-LY-FUNCTION
           MOVE +0         TO WS-LY-CUSTOMER-ID
           MOVE SPACES     TO WS-LY-DEALER-CODE
           MOVE SPACES     TO WS-LY-DEPT-CODE
           MOVE +0         TO WS-LY-BASE-AMT
           MOVE +0         TO WS-LY-POINTS
           MOVE 'DL'       TO WS-LY-REF-TYPE
           MOVE WS-MODULE-ID TO WS-LY-USER-ID
      *
           CALL 'COMLYPL0' USING WS-LYP-REQUEST
                                 WS-LYP-RESULT
      *
           IF WS-LY-RETURN-CODE NOT = +0
               DISPLAY 'BATDLY00: ERROR REVERSING LOYALTY DEAL='
                       WS-LY-REF-KEY ' - ' WS-LY-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               IF WS-LY-POINTS-POSTED NOT = +0
                   ADD +1 TO WS-LOYALTY-RVRS-CT
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    8000-MARK-COMPLETE                                        *
      ****************************************************************
       8000-MARK-COMPLETE.
                   WS-STALE-QUOTES-CT
           DISPLAY 'BATDLY00: INCENTIVE UNITS RLSD= '
                   WS-INCENTIVES-RLSD-CT
           DISPLAY 'BATDLY00: LOYALTY REVERSALS   = '
                   WS-LOYALTY-RVRS-CT
           DISPLAY 'BATDLY00: TOTAL PROCESSED     = '
                   WS-TOTAL-PROCESSED
           DISPLAY 'BATDLY00: ERRORS              = '
