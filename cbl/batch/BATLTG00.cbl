       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATLTG00.
      ****************************************************************
      * PROGRAM:    BATLTG00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-14                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    OEM LABOR TIME GUIDE LOAD. EACH FACTORY TIME-    *
      *             GUIDE FILE IS A FULL LIST FOR ONE MAKE, SO THE   *
      *             LOAD IS A FULL REPLACE OF THAT MAKE IN ONE UNIT  *
      *             OF WORK - THE MAKE'S OLD ROWS ARE DELETED AND    *
      *             THE NEW ONES INSERTED, AND ANY FAILURE ROLLS THE *
      *             WHOLE LOAD BACK SO THE PRIOR GUIDE STAYS IN      *
      *             EFFECT. OTHER MAKES ARE NOT TOUCHED.             *
      *             THE MAKE IS TAKEN FROM THE FIRST GOOD RECORD;    *
      *             RECORDS FOR ANY OTHER MAKE, OR WITH A MISSING    *
      *             KEY FIELD OR NON-NUMERIC YEAR/HOURS, ARE COUNTED *
      *             AND SKIPPED, NOT LOADED.                         *
      *             SVCORD00 CHECKS WARRANTY LABOR LINES AGAINST     *
      *             THIS TABLE AND BATWCL00 PRE-EDITS CLAIMS WITH IT.*
      *                                                              *
      *             TIME GUIDE FILE LAYOUT (FIXED 80):               *
      *               001-003 MAKE CODE                              *
      *               004-009 MODEL CODE                             *
      *               010-013 MODEL YEAR                             *
      *               014-021 LABOR OPERATION CODE                   *
      *               022-026 ALLOWED HOURS (999V99)                 *
      *               027-066 OPERATION DESCRIPTION                  *
      *                                                              *
      * INPUT:      TIMEGD DD   - OEM LABOR TIME GUIDE FILE          *
      *                                                              *
      * TABLES:     AUTOSALE.OEM_LABOR_TIME    (DELETE/INSERT)       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-14  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUIDE-FILE
               ASSIGN TO TIMEGD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMEGD-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  GUIDE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  GUIDE-RECORD.
           05  TG-MAKE-CODE              PIC X(03).
           05  TG-MODEL-CODE             PIC X(06).
           05  TG-MODEL-YEAR             PIC X(04).
           05  TG-MODEL-YEAR-N  REDEFINES TG-MODEL-YEAR
                                         PIC 9(04).
           05  TG-LABOR-OP-CODE          PIC X(08).
           05  TG-ALLOWED-HOURS          PIC X(05).
           05  TG-ALLOWED-HOURS-N REDEFINES TG-ALLOWED-HOURS
                                         PIC 9(03)V99.
           05  TG-OP-DESC                PIC X(40).
           05  FILLER                    PIC X(14).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATLTG00'.
      *
       01  WS-TIMEGD-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLOEMLT.
      *
       01  WS-COUNTERS.
           05  WS-READ-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-LOADED-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-OTHER-MAKE-COUNT       PIC S9(09) COMP-3 VALUE +0.
           05  WS-REJECT-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-DELETED-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-EOF-GUIDE                  PIC X(01) VALUE 'N'.
           88  WS-GUIDE-DONE                       VALUE 'Y'.
      *
       01  WS-LOAD-FAILED                PIC X(01) VALUE 'N'.
           88  WS-LOAD-IS-FAILED                   VALUE 'Y'.
      *
      *    MAKE BEING REPLACED - SET FROM THE FIRST GOOD RECORD, AT
      *    WHICH POINT THAT MAKE'S CURRENT ROWS ARE DELETED
      *
       01  WS-LOAD-MAKE                  PIC X(03) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATLTG00: OEM LABOR TIME GUIDE LOAD - START'
      *
           PERFORM 2000-OPEN-FILES
      *
           IF WS-TIMEGD-STATUS = '00'
               PERFORM 4000-LOAD-FILE
               PERFORM 7000-COMMIT-LOAD
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATLTG00: PROCESSING COMPLETE'
           DISPLAY 'BATLTG00:   MAKE LOADED    = ' WS-LOAD-MAKE
           DISPLAY 'BATLTG00:   RECORDS READ   = ' WS-READ-COUNT
           DISPLAY 'BATLTG00:   ROWS DELETED   = ' WS-DELETED-COUNT
           DISPLAY 'BATLTG00:   ROWS LOADED    = ' WS-LOADED-COUNT
           DISPLAY 'BATLTG00:   OTHER MAKE     = '
                   WS-OTHER-MAKE-COUNT
           DISPLAY 'BATLTG00:   REJECTED RECS  = '
                   WS-REJECT-COUNT
           DISPLAY 'BATLTG00:   ERRORS         = ' WS-ERROR-COUNT
      *
           STOP RUN.
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN INPUT GUIDE-FILE
           IF WS-TIMEGD-STATUS NOT = '00'
               DISPLAY 'BATLTG00: ERROR OPENING TIMEGD - '
                       WS-TIMEGD-STATUS
           END-IF
           .
      *
      ****************************************************************
      *    3000-DELETE-CURRENT - FULL REPLACE OF ONE MAKE, SAME      *
      *    UNIT OF WORK                                              *
      ****************************************************************
       3000-DELETE-CURRENT.
      *
           EXEC SQL
               DELETE FROM AUTOSALE.OEM_LABOR_TIME
               WHERE  MAKE_CODE = :WS-LOAD-MAKE
           END-EXEC
      *
           IF SQLCODE = +0 OR SQLCODE = +100
               MOVE SQLERRD(3) TO WS-DELETED-COUNT
           ELSE
               DISPLAY 'BATLTG00: DELETE FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               SET WS-LOAD-IS-FAILED TO TRUE
           END-IF
           .
      *
      ****************************************************************
      *    4000-LOAD-FILE                                            *
      ****************************************************************
       4000-LOAD-FILE.
      *
           MOVE 'N' TO WS-EOF-GUIDE
      *
           PERFORM UNTIL WS-GUIDE-DONE
               OR WS-LOAD-IS-FAILED
               READ GUIDE-FILE
                   AT END
                       SET WS-GUIDE-DONE TO TRUE
                   NOT AT END
                       ADD +1 TO WS-READ-COUNT
                       PERFORM 4100-LOAD-ONE-ENTRY THRU 4100-EXIT
               END-READ
           END-PERFORM
      *
           IF WS-LOAD-MAKE = SPACES
               DISPLAY 'BATLTG00: NO VALID RECORDS - NOTHING LOADED'
           END-IF
           .
      *
      ****************************************************************
      *    4100-LOAD-ONE-ENTRY                                       *
      ****************************************************************
       4100-LOAD-ONE-ENTRY.
      *
           IF TG-MAKE-CODE = SPACES
           OR TG-MODEL-CODE = SPACES
           OR TG-LABOR-OP-CODE = SPACES
               ADD +1 TO WS-REJECT-COUNT
               GO TO 4100-EXIT
           END-IF
      *
           IF TG-MODEL-YEAR IS NOT NUMERIC
           OR TG-ALLOWED-HOURS IS NOT NUMERIC
               ADD +1 TO WS-REJECT-COUNT
               GO TO 4100-EXIT
           END-IF
      *
      *    FIRST GOOD RECORD FIXES THE MAKE AND CLEARS ITS OLD GUIDE
      *
           IF WS-LOAD-MAKE = SPACES
               MOVE TG-MAKE-CODE TO WS-LOAD-MAKE
               PERFORM 3000-DELETE-CURRENT
               IF WS-LOAD-IS-FAILED
                   GO TO 4100-EXIT
               END-IF
           END-IF
      *
           IF TG-MAKE-CODE NOT = WS-LOAD-MAKE
               ADD +1 TO WS-OTHER-MAKE-COUNT
               GO TO 4100-EXIT
           END-IF
      *
           MOVE TG-MAKE-CODE        TO MAKE-CODE
           MOVE TG-MODEL-CODE       TO MODEL-CODE
           MOVE TG-MODEL-YEAR-N     TO MODEL-YEAR
           MOVE TG-LABOR-OP-CODE    TO LABOR-OP-CODE
           MOVE TG-ALLOWED-HOURS-N  TO ALLOWED-HOURS
           MOVE TG-OP-DESC          TO OP-DESC-TX
           MOVE +40                 TO OP-DESC-LN
      *
           EXEC SQL
               INSERT INTO AUTOSALE.OEM_LABOR_TIME
               ( MAKE_CODE
               , MODEL_CODE
               , MODEL_YEAR
               , LABOR_OP_CODE
               , ALLOWED_HOURS
               , OP_DESC
               , LOADED_TS
               )
               VALUES
               ( :MAKE-CODE
               , :MODEL-CODE
               , :MODEL-YEAR
               , :LABOR-OP-CODE
               , :ALLOWED-HOURS
               , :OP-DESC
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE = +0
               ADD +1 TO WS-LOADED-COUNT
           ELSE
               IF SQLCODE = -803
                   CONTINUE
               ELSE
                   DISPLAY 'BATLTG00: INSERT FAILED - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   SET WS-LOAD-IS-FAILED TO TRUE
               END-IF
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-COMMIT-LOAD                                          *
      ****************************************************************
       7000-COMMIT-LOAD.
      *
           IF WS-LOAD-IS-FAILED
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'BATLTG00: LOAD FAILED - ROLLED BACK, '
                       'PRIOR GUIDE REMAINS IN EFFECT'
           ELSE
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'BATLTG00: COMMIT FAILED - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE GUIDE-FILE
           IF WS-TIMEGD-STATUS NOT = '00'
               DISPLAY 'BATLTG00: ERROR CLOSING TIMEGD - '
                       WS-TIMEGD-STATUS
           END-IF
           .
      ****************************************************************
      * END OF BATLTG00                                              *
      ****************************************************************
