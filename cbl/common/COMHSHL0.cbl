       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMHSHL0.
      ****************************************************************
      * PROGRAM:   COMHSHL0                                          *
      * SYSTEM:    AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING   *
      * AUTHOR:    AUTOSALES DEVELOPMENT TEAM                        *
      * DATE:      2026-10-15                                        *
      * PURPOSE:   CHAIN HASH MODULE. RETURNS A 32-DIGIT HASH OF A   *
      *            CALLER-SUPPLIED BUFFER. USED BY COMLGEL0 TO CHAIN *
      *            EACH AUDIT_LOG ROW TO THE ONE BEFORE IT, AND BY   *
      *            BATAUV00 TO RE-WALK AND VERIFY THAT CHAIN.        *
      *                                                              *
      *            FOUR INDEPENDENT POLYNOMIAL LANES, EACH WITH ITS  *
      *            OWN MULTIPLIER AND PRIME MODULUS, RUN OVER EVERY  *
      *            BYTE; EACH LANE GIVES 8 DIGITS OF THE RESULT.     *
      *            ANY CHANGE OF ANY BYTE OR OF THE BYTE ORDER       *
      *            CHANGES THE RESULT. THE SAME BUFFER ALWAYS GIVES  *
      *            THE SAME HASH, ONLINE OR BATCH.                   *
      *                                                              *
      * CALL INTERFACE:                                              *
      *   CALL 'COMHSHL0' USING LK-HSH-DATA                          *
      *                         LK-HSH-LENGTH                        *
      *                         LK-HSH-VALUE                         *
      *                         LK-HSH-RETURN-CODE                   *
      *                                                              *
      * RETURN CODES:                                                *
      *   00 - HASH RETURNED IN LK-HSH-VALUE                         *
      *   08 - LENGTH NOT 1 THRU 2000, LK-HSH-VALUE IS SPACES        *
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
       01  WS-MODULE-ID            PIC X(08) VALUE 'COMHSHL0'.
      *
      *    LANE ACCUMULATORS
      *
       01  WS-HASH-LANES.
           05  WS-LANE-1           PIC S9(15) COMP-3.
           05  WS-LANE-2           PIC S9(15) COMP-3.
           05  WS-LANE-3           PIC S9(15) COMP-3.
           05  WS-LANE-4           PIC S9(15) COMP-3.
      *
      *    LANE CONSTANTS - MULTIPLIERS AND PRIME MODULI
      *
       01  WS-HASH-CONSTANTS.
           05  WS-MULT-1           PIC S9(05) COMP-3 VALUE +257.
           05  WS-MULT-2           PIC S9(05) COMP-3 VALUE +263.
           05  WS-MULT-3           PIC S9(05) COMP-3 VALUE +269.
           05  WS-MULT-4           PIC S9(05) COMP-3 VALUE +271.
           05  WS-PRIME-1          PIC S9(09) COMP-3 VALUE +99999989.
           05  WS-PRIME-2          PIC S9(09) COMP-3 VALUE +99999971.
           05  WS-PRIME-3          PIC S9(09) COMP-3 VALUE +99999959.
           05  WS-PRIME-4          PIC S9(09) COMP-3 VALUE +99999941.
           05  WS-SEED-1           PIC S9(09) COMP-3 VALUE +12345678.
           05  WS-SEED-2           PIC S9(09) COMP-3 VALUE +23456789.
           05  WS-SEED-3           PIC S9(09) COMP-3 VALUE +34567890.
           05  WS-SEED-4           PIC S9(09) COMP-3 VALUE +45678901.
      *
      *    BYTE VALUE - THE CHARACTER IS MOVED INTO THE LOW-ORDER
      *    BYTE OF A HALFWORD SO IT CAN BE USED AS A NUMBER
      *
       01  WS-BYTE-WORK.
           05  WS-BYTE-NUM         PIC S9(04) COMP.
           05  WS-BYTE-CHARS REDEFINES WS-BYTE-NUM.
               10  WS-BYTE-HIGH    PIC X(01).
               10  WS-BYTE-LOW     PIC X(01).
      *
       01  WS-WORK-FIELDS.
           05  WS-BYTE-IDX         PIC S9(04) COMP.
           05  WS-PRODUCT          PIC S9(15) COMP-3.
           05  WS-QUOTIENT         PIC S9(15) COMP-3.
      *
       01  WS-HASH-OUT.
           05  WS-OUT-LANE-1       PIC 9(08).
           05  WS-OUT-LANE-2       PIC 9(08).
           05  WS-OUT-LANE-3       PIC 9(08).
           05  WS-OUT-LANE-4       PIC 9(08).
      *
       LINKAGE SECTION.
      *
       01  LK-HSH-DATA            PIC X(2000).
       01  LK-HSH-LENGTH          PIC S9(04) COMP.
       01  LK-HSH-VALUE           PIC X(32).
       01  LK-HSH-RETURN-CODE     PIC S9(04) COMP.
      *
       PROCEDURE DIVISION USING LK-HSH-DATA
                                LK-HSH-LENGTH
                                LK-HSH-VALUE
                                LK-HSH-RETURN-CODE.
      *
       0000-MAIN-ENTRY.
      *
           MOVE ZEROS TO LK-HSH-RETURN-CODE
           MOVE SPACES TO LK-HSH-VALUE
      *
           IF LK-HSH-LENGTH < +1 OR LK-HSH-LENGTH > +2000
               MOVE +8 TO LK-HSH-RETURN-CODE
               GO TO 0000-EXIT
           END-IF
      *
           MOVE WS-SEED-1 TO WS-LANE-1
           MOVE WS-SEED-2 TO WS-LANE-2
           MOVE WS-SEED-3 TO WS-LANE-3
           MOVE WS-SEED-4 TO WS-LANE-4
      *
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > LK-HSH-LENGTH
               MOVE +0 TO WS-BYTE-NUM
               MOVE LK-HSH-DATA(WS-BYTE-IDX:1) TO WS-BYTE-LOW
               PERFORM 1000-MIX-VALUE
           END-PERFORM
      *
      *    FOLD IN THE LENGTH SO TRAILING BYTES CANNOT BE DROPPED
      *
           MOVE LK-HSH-LENGTH TO WS-BYTE-NUM
           PERFORM 1000-MIX-VALUE
      *
           MOVE WS-LANE-1 TO WS-OUT-LANE-1
           MOVE WS-LANE-2 TO WS-OUT-LANE-2
           MOVE WS-LANE-3 TO WS-OUT-LANE-3
           MOVE WS-LANE-4 TO WS-OUT-LANE-4
           MOVE WS-HASH-OUT TO LK-HSH-VALUE
      *
       0000-EXIT.
           GOBACK
           .
      *
      *---------------------------------------------------------------*
      * 1000 - MIX ONE VALUE INTO ALL FOUR LANES                       *
      *        LANE = (LANE * MULTIPLIER + VALUE + LANE NO) MOD PRIME  *
      *---------------------------------------------------------------*
       1000-MIX-VALUE.
      *
           COMPUTE WS-PRODUCT = WS-LANE-1 * WS-MULT-1
                              + WS-BYTE-NUM + 1
           DIVIDE WS-PRODUCT BY WS-PRIME-1
               GIVING WS-QUOTIENT REMAINDER WS-LANE-1
      *
           COMPUTE WS-PRODUCT = WS-LANE-2 * WS-MULT-2
                              + WS-BYTE-NUM + 2
           DIVIDE WS-PRODUCT BY WS-PRIME-2
               GIVING WS-QUOTIENT REMAINDER WS-LANE-2
      *
           COMPUTE WS-PRODUCT = WS-LANE-3 * WS-MULT-3
                              + WS-BYTE-NUM + 3
           DIVIDE WS-PRODUCT BY WS-PRIME-3
               GIVING WS-QUOTIENT REMAINDER WS-LANE-3
      *
           COMPUTE WS-PRODUCT = WS-LANE-4 * WS-MULT-4
                              + WS-BYTE-NUM + 4
           DIVIDE WS-PRODUCT BY WS-PRIME-4
               GIVING WS-QUOTIENT REMAINDER WS-LANE-4
           .
       1000-EXIT.
           EXIT.
      ****************************************************************
      * END OF COMHSHL0                                              *
      ****************************************************************
