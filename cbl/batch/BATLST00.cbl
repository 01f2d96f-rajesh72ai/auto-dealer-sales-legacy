      *                  MIDDAY SCHEDULE OF THIS JOB PULLS SOLD      *
      *                  UNITS OFF THE MARKETPLACES WITHOUT          *
      *                  RELISTING ANYTHING.                          *
      *               3. PRICE - EVERY LISTED USED UNIT WHOSE ASKING *
      *                  PRICE CHANGED SINCE IT WAS LAST SENT        *
      *                  (VEHUPR00 OR THE BATUMD00 MARKDOWN) GOES ON *
      *                  THE FEED AS A PRICE RECORD. RUNS BETWEEN    *
      *                  THE DELIST AND LIST PASSES.                 *
      *             THE PRICE COLUMN IS THE USED ASKING PRICE WHEN   *
      *             THE UNIT HAS ONE, OTHERWISE THE MODEL MSRP.      *
      *             A UNIT WITH AN NMVTIS BRAND OR THEFT HIT NOT     *
      *             RELEASED FOR RETAIL IN VEHNMV00 IS NEVER LISTED, *
      *             AND IS DELISTED IF IT WAS ALREADY ON THE FEED.   *
      *             THE PRICE SENT ON EVERY LIST AND PRICE RECORD IS *
      *             KEPT ON LISTING_SYNC AS THE ADVERTISED PRICE SO  *
      *             DESKING (SALQOT00/SALNEG00) CAN HONOR IT. IT IS  *
      *             LEFT IN PLACE WHEN THE UNIT IS DELISTED.         *
      *                                                              *
      * INPUT:      LSTPRV  DD - LSTFEED OF THE ABENDED RUN, READ    *
      *                          ONLY ON A RESTART (ELSE DUMMY)      *
      *             OBFCTL  DD - OPTIONAL BUSINESS DATE/CYCLE CARD   *
      *                          (SEE COMOBFL0)                      *
      *                                                              *
      * RESTART:    EACH PASS IS COMMITTED EVERY 100 FEED RECORDS    *
      *             (COMCKPL0 JOB LSTFEED). ANY ERROR BACKS THE FEED *
      *             OUT TO THE LAST COMMIT. AFTER AN ABEND, BATRSTRT *
      *             RSTRT LSTFEED AND RERUN WITH THE OLD LSTFEED AS  *
      *             LSTPRV - THE COMMITTED RECORDS ARE COPIED ACROSS *
      *             AND THE PASSES CARRY ON UNDER THE SAME FILE      *
      *             SEQUENCE; LISTING_SYNC ALREADY SHOWS WHAT WAS    *
      *             SENT, SO NOTHING GOES OUT TWICE. EACH RUN OF THE *
      *             DAY (INCLUDING THE MIDDAY RUN) IS ITS OWN FILE   *
      *             CYCLE; A COMPLETED CYCLE IS NEVER REBUILT UNLESS *
      *             BATRSTRT OVRD HAS RELEASED IT.                   *
      *                                                              *
      * TABLES:     AUTOSALE.VEHICLE        (READ)                   *
      *             AUTOSALE.VEHICLE_OPTION (READ)                   *
      *             AUTOSALE.PRICE_MASTER   (READ)                   *
      *             AUTOSALE.SALES_DEAL     (READ)                   *
      *             AUTOSALE.LISTING_SYNC   (READ/INSERT/UPDATE)     *
      *             AUTOSALE.NMVTIS_CHECK   (READ)                   *
      *             AUTOSALE.USED_PRICE     (READ)                   *
      *             AUTOSALE.OUTBOUND_FILE   (VIA COMOBFL0)          *
      *             AUTOSALE.RESTART_CONTROL (VIA COMCKPL0)          *
      *                                                              *
      * OUTPUT:     LSTFEED DD - MARKETPLACE FEED (PIPE-DELIM).      *
      *                          TRAILER CARRIES THE FILE SEQUENCE,  *
      *                          FEED RECORD COUNT, PRICE TOTAL AND  *
      *                          RECORD COUNT                        *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  NMVTIS TITLE HOLD - HIT NOT RELEASED FOR       *
      *               RETAIL (VEHNMV00) IS NOT LISTED AND IS         *
      *               DELISTED                                       *
      *   2026-10-15  USED ASKING PRICE ON THE FEED - PRICE COLUMN   *
      *               CARRIES USED_PRICE WHEN PRESENT; NEW PRICE     *
      *               RECORDS FOR LISTED UNITS WHOSE PRICE CHANGED   *
      *   2026-10-15  PRICE SENT ON LIST/PRICE RECORDS SAVED AS THE  *
      *               ADVERTISED PRICE ON LISTING_SYNC               *
      *   2026-10-15  FILE SEQUENCE AND CONTROL TOTALS ON LSTFEED,   *
      *               CHECKPOINT EVERY 100 FEED RECORDS WITH RESTART *
      *               OF THE PASSES, AND REFUSAL OF A RERUN OF A     *
      *               FEED CYCLE ALREADY SENT (COMOBFL0)             *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO LSTFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LSTFEED-STATUS.
           SELECT LST-PRIOR-FILE
               ASSIGN TO LSTPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LSTPRV-STATUS.
      *
       DATA DIVISION.
      *
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 400 CHARACTERS.
       01  LST-FEED-RECORD               PIC X(400).
      *
       FD  LST-PRIOR-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 400 CHARACTERS.
       01  LST-PRIOR-RECORD              PIC X(400).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATLST00'.
      *
       01  WS-LSTFEED-STATUS             PIC X(02) VALUE SPACES.
       01  WS-LSTPRV-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    CHECKPOINT CALL FIELDS
      *
       01  WS-CHKP-FUNCTION.
           05  WS-CF-FUNC-CODE        PIC X(04).
           05  WS-CF-PROGRAM-NAME     PIC X(08).
           05  WS-CF-JOB-NAME         PIC X(08).
           05  WS-CF-STEP-NAME        PIC X(08).
           05  WS-CF-CHECKPOINT-FREQ  PIC S9(07) COMP-3.
      *
       01  WS-CHKP-DATA.
           05  WS-CD-EYE-CATCHER     PIC X(08).
           05  WS-CD-PROGRAM-ID       PIC X(08).
           05  WS-CD-TIMESTAMP        PIC X(26).
           05  WS-CD-LAST-KEY         PIC X(50).
           05  WS-CD-RECORDS-PROC     PIC S9(09) COMP.
           05  WS-CD-USER-DATA        PIC X(139).
      *
       01  WS-CHKP-RESULT.
           05  WS-CR-RETURN-CODE      PIC S9(04) COMP.
           05  WS-CR-RETURN-MSG       PIC X(79).
           05  WS-CR-RESTART-FLAG     PIC X(01).
           05  WS-CR-CHECKPOINT-ID    PIC X(20).
           05  WS-CR-RECORDS-PROC     PIC S9(09) COMP.
           05  WS-CR-LAST-KEY         PIC X(50).
           05  WS-CR-IMS-STATUS       PIC X(02).
           05  WS-CR-SQLCODE          PIC S9(09) COMP.
           05  WS-CR-CHKP-COUNT       PIC S9(07) COMP-3.
      *
      *    OUTBOUND FILE CONTROL (SEQUENCE, TOTALS, RESTART)
      *
           COPY WSOBFCTL.
      *
       01  WS-COUNTERS.
           05  WS-LISTED-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-DELISTED-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-REPRICED-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-SINCE-COMMIT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-COMMIT-FREQ            PIC S9(07) COMP-3 VALUE +100.
      *
       01  WS-FLAGS.
           05  WS-EOF-NEW                PIC X(01) VALUE 'N'.
               88  WS-DEL-DONE                     VALUE 'Y'.
           05  WS-EOF-OPT                PIC X(01) VALUE 'N'.
               88  WS-OPT-DONE                     VALUE 'Y'.
           05  WS-EOF-PRC                PIC X(01) VALUE 'N'.
               88  WS-PRC-DONE                     VALUE 'Y'.
           05  WS-EOF-PRIOR              PIC X(01) VALUE 'N'.
               88  WS-PRIOR-DONE                   VALUE 'Y'.
           05  WS-BUILD-FLAG             PIC X(01) VALUE 'Y'.
               88  WS-BUILD-IS-OK                  VALUE 'Y'.
               88  WS-BUILD-IS-FAILED              VALUE 'N'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-HV-DL-VIN              PIC X(17).
           05  WS-HV-DL-REASON           PIC X(40).
      *
      *    HOST VARIABLES - PRICE CHANGE
      *
       01  WS-HV-REPRICE.
           05  WS-HV-PR-VIN              PIC X(17).
           05  WS-HV-PR-PRICE            PIC S9(09)V99 COMP-3.
      *
      *    HOST VARIABLES - OPTION CODES
      *
       01  WS-HV-OPT-CODE                PIC X(05).
       01  WS-OPT-STRING                 PIC X(60) VALUE SPACES.
       01  WS-OPT-PTR                    PIC S9(04) COMP VALUE +1.
      *
      *
      *    FILE CONTROL TOTALS AND LAST RECORD SENT (PASS D/P/L AND
      *    VIN)
      *
       01  WS-FILE-ITEM-CT               PIC S9(07) COMP-3 VALUE +0.
       01  WS-FILE-AMT                   PIC S9(11)V99 COMP-3
                                                        VALUE +0.
       01  WS-LAST-FEED-KEY.
           05  WS-LFK-PASS               PIC X(01) VALUE SPACES.
           05  WS-LFK-VIN                PIC X(17) VALUE SPACES.
       01  WS-PRIOR-COPIED               PIC S9(09) COMP VALUE +0.
       01  WS-REC-CNT-DISPLAY            PIC 9(09).
       01  WS-CNT-DISPLAY                PIC 9(07).
       01  WS-TOT-DISPLAY                PIC 9(11).99.
      *
       01  WS-YEAR-DISPLAY               PIC 9(04).
       01  WS-ODO-DISPLAY                PIC 9(07).
                                   'FN')
                          )
                          THEN 'IN ACTIVE DEAL'
                        WHEN EXISTS
                          ( SELECT 1
                            FROM AUTOSALE.NMVTIS_CHECK N
                            WHERE N.VIN = L.VIN
                              AND N.CHECK_STATUS = 'HT'
                              AND COALESCE(N.DISPOSITION, ' ')
                                  <> 'RT'
                          )
                          THEN 'NMVTIS TITLE HOLD'
                        ELSE 'NOT AVAILABLE'
                      END
               FROM   AUTOSALE.LISTING_SYNC L
                                ('WS', 'NG', 'PD', 'AP', 'FI',
                                 'FN')
                        )
                        OR EXISTS
                        ( SELECT 1
                          FROM AUTOSALE.NMVTIS_CHECK N
                          WHERE N.VIN = L.VIN
                            AND N.CHECK_STATUS = 'HT'
                            AND COALESCE(N.DISPOSITION, ' ') <> 'RT'
                        )
                      )
           END-EXEC
      *
                    , COALESCE(V.STOCK_NUMBER, ' ')
                    , COALESCE(V.DEALER_CODE, ' ')
                    , COALESCE(
                        (SELECT U.ASKING_PRICE
                         FROM AUTOSALE.USED_PRICE U
                         WHERE U.VIN = V.VIN),
                        (SELECT P.MSRP
                         FROM AUTOSALE.PRICE_MASTER P
                         WHERE P.MODEL_YEAR = V.MODEL_YEAR
                        FROM AUTOSALE.LISTING_SYNC L
                        WHERE L.VIN = V.VIN
                          AND L.LIST_STATUS = 'LS' )
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM AUTOSALE.NMVTIS_CHECK N
                        WHERE N.VIN = V.VIN
                          AND N.CHECK_STATUS = 'HT'
                          AND COALESCE(N.DISPOSITION, ' ') <> 'RT' )
               ORDER BY V.VIN
           END-EXEC
      *
      *    PRICE CHANGE CURSOR - LISTED UNITS REPRICED SINCE LAST SENT
      *
           EXEC SQL DECLARE CSR_LST_PRC CURSOR WITH HOLD FOR
               SELECT L.VIN
                    , U.ASKING_PRICE
               FROM   AUTOSALE.LISTING_SYNC L
               INNER JOIN AUTOSALE.USED_PRICE U
                 ON   L.VIN = U.VIN
               WHERE  L.LIST_STATUS = 'LS'
                 AND  U.LAST_CHANGE_TS > L.UPDATED_TS
               ORDER BY L.VIN
           END-EXEC
      *
      *    OPTION CODES FOR ONE VIN
      *
           EXEC SQL DECLARE CSR_LST_OPT CURSOR FOR
           PERFORM 2000-OPEN-FILES
      *
           IF WS-LSTFEED-STATUS = '00'
               PERFORM 2500-OPEN-OUTBOUND-FILE THRU 2500-EXIT
               IF WS-BUILD-IS-OK
               AND NOT WS-OBF-FILE-COMPLETE
                   PERFORM 3000-DELIST-PASS THRU 3000-EXIT
                   PERFORM 4000-REPRICE-PASS THRU 4000-EXIT
                   PERFORM 5000-LIST-PASS THRU 5000-EXIT
                   PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT
               END-IF
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
           DISPLAY 'BATLST00: PROCESSING COMPLETE'
           DISPLAY 'BATLST00:   LISTED    = ' WS-LISTED-COUNT
           DISPLAY 'BATLST00:   DELISTED  = ' WS-DELISTED-COUNT
           DISPLAY 'BATLST00:   REPRICED  = ' WS-REPRICED-COUNT
           DISPLAY 'BATLST00:   ERRORS    = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
               DISPLAY 'BATLST00: ERROR OPENING LSTFEED - '
                       WS-LSTFEED-STATUS
           END-IF
           .
      *
      ****************************************************************
      *    2500-OPEN-OUTBOUND-FILE - REGISTER THE RUN, THEN GET THE  *
      *    FILE SEQUENCE (NEW, RESUMED OR ALREADY COMPLETE). A       *
      *    REFUSED FILE BACKS OUT THE REGISTRATION SO THE RESTART    *
      *    STATE IS LEFT AS OPERATIONS FOUND IT                      *
      ****************************************************************
       2500-OPEN-OUTBOUND-FILE.
      *
           INITIALIZE WS-CHKP-DATA
      *
           MOVE 'INIT'       TO WS-CF-FUNC-CODE
           MOVE WS-MODULE-ID TO WS-CF-PROGRAM-NAME
           MOVE 'LSTFEED '   TO WS-CF-JOB-NAME
           MOVE 'FEED    '   TO WS-CF-STEP-NAME
           MOVE WS-COMMIT-FREQ TO WS-CF-CHECKPOINT-FREQ
      *
           MOVE 'ASCHKP00'   TO WS-CD-EYE-CATCHER
           MOVE WS-MODULE-ID TO WS-CD-PROGRAM-ID
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           IF WS-CR-RETURN-CODE > +4
               DISPLAY 'BATLST00: CHECKPOINT INIT FAILED - '
                       WS-CR-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               SET WS-BUILD-IS-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
           DISPLAY 'BATLST00: ' WS-CR-RETURN-MSG
      *
           MOVE 'OPEN'             TO WS-OBF-FUNCTION
           MOVE 'LSTFEED '         TO WS-OBF-INTERFACE-ID
           MOVE WS-MODULE-ID       TO WS-OBF-PROGRAM-ID
           MOVE WS-CR-RESTART-FLAG TO WS-OBF-RESTART-FLAG
           MOVE 'Y'                TO WS-OBF-MULTI-RUN
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           DISPLAY 'BATLST00: ' WS-OBF-RETURN-MSG
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'BATLST00: LISTING FEED NOT BUILT'
               ADD +1 TO WS-ERROR-COUNT
               SET WS-BUILD-IS-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATLST00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 2500-EXIT
           END-IF
      *
           IF WS-OBF-NEW-FILE
               GO TO 2500-EXIT
           END-IF
      *
      *    RESUMED OR ALREADY COMPLETE - THE COMMITTED PART OF THE
      *    FILE COMES ACROSS FROM THE ABENDED RUN'S DATASET
      *
           PERFORM 2600-COPY-PRIOR-FILE THRU 2600-EXIT
           IF WS-BUILD-IS-FAILED
               GO TO 2500-EXIT
           END-IF
      *
           MOVE WS-OBF-DETAIL-COUNT   TO WS-FILE-ITEM-CT
           MOVE WS-OBF-CONTROL-AMT    TO WS-FILE-AMT
           MOVE WS-OBF-LAST-KEY(1:18) TO WS-LAST-FEED-KEY
      *
           IF WS-OBF-FILE-COMPLETE
               PERFORM 7300-MARK-RUN-DONE THRU 7300-EXIT
           ELSE
               DISPLAY 'BATLST00: RESTART AFTER PASS/VIN '
                       WS-LAST-FEED-KEY
           END-IF
           .
       2500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2600-COPY-PRIOR-FILE - RECORDS UP TO THE LAST CHECKPOINT  *
      *    FROM LSTPRV; ANYTHING AFTER IT WAS ROLLED BACK AND IS     *
      *    BUILT AGAIN                                               *
      ****************************************************************
       2600-COPY-PRIOR-FILE.
      *
           OPEN INPUT LST-PRIOR-FILE
           IF WS-LSTPRV-STATUS NOT = '00'
               DISPLAY 'BATLST00: ERROR OPENING LSTPRV - '
                       WS-LSTPRV-STATUS
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 2600-EXIT
           END-IF
      *
           MOVE +0  TO WS-PRIOR-COPIED
           MOVE 'N' TO WS-EOF-PRIOR
      *
           PERFORM UNTIL WS-PRIOR-DONE
                      OR WS-PRIOR-COPIED >= WS-OBF-RECORD-COUNT
               READ LST-PRIOR-FILE
                   AT END
                       SET WS-PRIOR-DONE TO TRUE
                   NOT AT END
                       WRITE LST-FEED-RECORD FROM LST-PRIOR-RECORD
                       ADD +1 TO WS-PRIOR-COPIED
               END-READ
           END-PERFORM
      *
           CLOSE LST-PRIOR-FILE
      *
           MOVE WS-PRIOR-COPIED TO WS-REC-CNT-DISPLAY
           DISPLAY 'BATLST00: ' WS-REC-CNT-DISPLAY
                   ' RECORDS COPIED FROM LSTPRV'
      *
           IF WS-PRIOR-COPIED < WS-OBF-RECORD-COUNT
               DISPLAY 'BATLST00: LSTPRV IS SHORT OF THE '
                       'CHECKPOINTED RECORD COUNT - NOT THE '
                       'ABENDED RUN''S FILE'
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-DELIST-PASS - SAME-DAY REMOVAL OF SOLD/DEAL UNITS    *
      ****************************************************************
       3000-DELIST-PASS.
      *
      *    A RESUMED FILE ALREADY HAS ITS COLUMN HEADER FROM LSTPRV,
      *    UNLESS THE RUN DIED BEFORE ITS FIRST CHECKPOINT
      *
           IF WS-OBF-NEW-FILE
           OR WS-OBF-RECORD-COUNT = +0
               INITIALIZE WS-OUT-BUFFER
               STRING
                   'ACTION|VIN|STOCK|DEALER|YEAR|MAKE|MODEL'
                   '|EXT|INT|ODOMETER|PRICE|OPTIONS|FEED_DATE'
                   DELIMITED BY SIZE
                   INTO WS-OUT-BUFFER
               WRITE LST-FEED-RECORD FROM WS-OUT-BUFFER
               ADD +1 TO WS-OBF-RECORD-COUNT
           END-IF
      *
           EXEC SQL OPEN CSR_LST_DEL END-EXEC
      *
               DISPLAY 'BATLST00: ERROR OPENING DELIST CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-DEL
           MOVE +0  TO WS-SINCE-COMMIT
      *
           PERFORM UNTIL WS-DEL-DONE
               EXEC SQL FETCH CSR_LST_DEL
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-DEL-DONE TO TRUE
               END-EVALUATE
      *
      *        ANY ERROR BACKS THE FEED OUT TO THE LAST COMMIT
      *
               IF WS-ERROR-COUNT > +0
               AND WS-BUILD-IS-OK
                   PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               END-IF
      *
               IF WS-BUILD-IS-OK
               AND WS-SINCE-COMMIT >= WS-COMMIT-FREQ
                   PERFORM 7000-CHECKPOINT-FEED THRU 7000-EXIT
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_LST_DEL END-EXEC
      *
           IF WS-BUILD-IS-OK
               PERFORM 7000-CHECKPOINT-FEED THRU 7000-EXIT
           END-IF
           .
       3000-EXIT.
               DISPLAY 'BATLST00: FEED WRITE ERROR - '
                       WS-LSTFEED-STATUS
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-OBF-RECORD-COUNT
           END-IF
      *
           EXEC SQL
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-DELISTED-COUNT
               ADD +1 TO WS-FILE-ITEM-CT
               ADD +1 TO WS-SINCE-COMMIT
               MOVE 'D' TO WS-LFK-PASS
               MOVE WS-HV-DL-VIN TO WS-LFK-VIN
           END-IF
           .
      *
      ****************************************************************
      *    4000-REPRICE-PASS - PRICE CHANGES ON LISTED USED UNITS    *
      ****************************************************************
       4000-REPRICE-PASS.
      *
           IF WS-BUILD-IS-FAILED
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL OPEN CSR_LST_PRC END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATLST00: ERROR OPENING PRICE CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-PRC
           MOVE +0  TO WS-SINCE-COMMIT
      *
           PERFORM UNTIL WS-PRC-DONE
               EXEC SQL FETCH CSR_LST_PRC
                   INTO :WS-HV-PR-VIN
                      , :WS-HV-PR-PRICE
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4100-REPRICE-ONE-VIN
                   WHEN +100
                       SET WS-PRC-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATLST00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-PRC-DONE TO TRUE
               END-EVALUATE
      *
      *        ANY ERROR BACKS THE FEED OUT TO THE LAST COMMIT
      *
               IF WS-ERROR-COUNT > +0
               AND WS-BUILD-IS-OK
                   PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               END-IF
      *
               IF WS-BUILD-IS-OK
               AND WS-SINCE-COMMIT >= WS-COMMIT-FREQ
                   PERFORM 7000-CHECKPOINT-FEED THRU 7000-EXIT
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_LST_PRC END-EXEC
      *
           IF WS-BUILD-IS-OK
               PERFORM 7000-CHECKPOINT-FEED THRU 7000-EXIT
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-REPRICE-ONE-VIN                                      *
      ****************************************************************
       4100-REPRICE-ONE-VIN.
      *
           MOVE WS-HV-PR-PRICE TO WS-MSRP-DISPLAY
      *
           INITIALIZE WS-OUT-BUFFER
           STRING
               'PRICE|'
               WS-HV-PR-VIN        '|'
               '||||||||'
               WS-MSRP-DISPLAY     '||'
               WS-TODAY-DATE
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
      *
           WRITE LST-FEED-RECORD FROM WS-OUT-BUFFER
      *
           IF WS-LSTFEED-STATUS NOT = '00'
               DISPLAY 'BATLST00: FEED WRITE ERROR - '
                       WS-LSTFEED-STATUS
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-OBF-RECORD-COUNT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.LISTING_SYNC
                  SET UPDATED_TS       = CURRENT TIMESTAMP
                    , ADVERTISED_PRICE = :WS-HV-PR-PRICE
                    , ADVERTISED_DATE  = :WS-TODAY-DATE
               WHERE  VIN = :WS-HV-PR-VIN
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATLST00: ERROR MARKING REPRICE - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-REPRICED-COUNT
               ADD +1 TO WS-FILE-ITEM-CT
               ADD WS-HV-PR-PRICE TO WS-FILE-AMT
               ADD +1 TO WS-SINCE-COMMIT
               MOVE 'P' TO WS-LFK-PASS
               MOVE WS-HV-PR-VIN TO WS-LFK-VIN
           END-IF
           .
      *
      *    5000-LIST-PASS - NEW LISTINGS                             *
      ****************************************************************
       5000-LIST-PASS.
      *
           IF WS-BUILD-IS-FAILED
               GO TO 5000-EXIT
           END-IF
      *
           EXEC SQL OPEN CSR_LST_NEW END-EXEC
      *
               DISPLAY 'BATLST00: ERROR OPENING LIST CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-NEW
           MOVE +0  TO WS-SINCE-COMMIT
      *
           PERFORM UNTIL WS-NEW-DONE
               EXEC SQL FETCH CSR_LST_NEW
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-NEW-DONE TO TRUE
               END-EVALUATE
      *
      *        ANY ERROR BACKS THE FEED OUT TO THE LAST COMMIT
      *
               IF WS-ERROR-COUNT > +0
               AND WS-BUILD-IS-OK
                   PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               END-IF
      *
               IF WS-BUILD-IS-OK
               AND WS-SINCE-COMMIT >= WS-COMMIT-FREQ
                   PERFORM 7000-CHECKPOINT-FEED THRU 7000-EXIT
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_LST_NEW END-EXEC
      *
           IF WS-BUILD-IS-OK
               PERFORM 7000-CHECKPOINT-FEED THRU 7000-EXIT
           END-IF
           .
       5000-EXIT.
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5100-EXIT
           END-IF
           ADD +1 TO WS-OBF-RECORD-COUNT
      *
      *    MARK LISTED - A PRIOR DELISTED ROW IS RELISTED
      *
                    , DELISTED_DATE = NULL
                    , DELIST_REASON = NULL
                    , UPDATED_TS    = CURRENT TIMESTAMP
                    , ADVERTISED_PRICE = :WS-HV-MSRP
                    , ADVERTISED_DATE  = :WS-TODAY-DATE
               WHERE  VIN = :WS-HV-VIN
           END-EXEC
      *
                   , LIST_STATUS
                   , LISTED_DATE
                   , UPDATED_TS
                   , ADVERTISED_PRICE
                   , ADVERTISED_DATE
                   )
                   VALUES
                   ( :WS-HV-VIN
                   , 'LS'
                   , :WS-TODAY-DATE
                   , CURRENT TIMESTAMP
                   , :WS-HV-MSRP
                   , :WS-TODAY-DATE
                   )
               END-EXEC
           END-IF
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-LISTED-COUNT
               ADD +1 TO WS-FILE-ITEM-CT
               ADD WS-HV-MSRP TO WS-FILE-AMT
               ADD +1 TO WS-SINCE-COMMIT
               MOVE 'L' TO WS-LFK-PASS
               MOVE WS-HV-VIN TO WS-LFK-VIN
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-WRITE-TRAILER - FILE SEQUENCE, FEED RECORDS, PRICE   *
      *    TOTAL AND RECORD COUNT INCLUDING THIS TRAILER             *
      ****************************************************************
       6000-WRITE-TRAILER.
      *
           IF WS-BUILD-IS-FAILED
               GO TO 6000-EXIT
           END-IF
      *
           ADD +1 TO WS-OBF-RECORD-COUNT
           MOVE WS-FILE-ITEM-CT TO WS-CNT-DISPLAY
           MOVE WS-FILE-AMT TO WS-TOT-DISPLAY
           MOVE WS-OBF-RECORD-COUNT TO WS-REC-CNT-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'TRAILER|' WS-OBF-FILE-SEQ-DISP
               '|' WS-CNT-DISPLAY '|' WS-TOT-DISPLAY
               '|' WS-REC-CNT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE LST-FEED-RECORD FROM WS-OUT-BUFFER
      *
           PERFORM 7100-CLOSE-OUTBOUND-FILE THRU 7100-EXIT
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-CHECKPOINT-FEED - A BATCH OF FEED RECORDS IS DONE:   *
      *    POST THE FILE POSITION, COMMIT, CHECKPOINT                *
      ****************************************************************
       7000-CHECKPOINT-FEED.
      *
           MOVE 'CHKP'           TO WS-OBF-FUNCTION
           MOVE WS-FILE-ITEM-CT  TO WS-OBF-DETAIL-COUNT
           MOVE WS-FILE-AMT      TO WS-OBF-CONTROL-AMT
           MOVE WS-LAST-FEED-KEY TO WS-OBF-LAST-KEY
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               DISPLAY 'BATLST00: ' WS-OBF-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7000-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATLST00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7000-EXIT
           END-IF
      *
           MOVE +0 TO WS-SINCE-COMMIT
      *
           MOVE 'CHKP'              TO WS-CF-FUNC-CODE
           MOVE WS-LAST-FEED-KEY    TO WS-CD-LAST-KEY
           MOVE WS-OBF-RECORD-COUNT TO WS-CD-RECORDS-PROC
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           IF WS-CR-RETURN-CODE NOT = +0
               DISPLAY 'BATLST00: CHECKPOINT FAILED - '
                       WS-CR-RETURN-MSG
           END-IF
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7100-CLOSE-OUTBOUND-FILE - FINAL TOTALS, FILE COMPLETE    *
      ****************************************************************
       7100-CLOSE-OUTBOUND-FILE.
      *
           MOVE 'CLOS'           TO WS-OBF-FUNCTION
           MOVE WS-FILE-ITEM-CT  TO WS-OBF-DETAIL-COUNT
           MOVE WS-FILE-AMT      TO WS-OBF-CONTROL-AMT
           MOVE WS-LAST-FEED-KEY TO WS-OBF-LAST-KEY
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           DISPLAY 'BATLST00: ' WS-OBF-RETURN-MSG
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7100-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATLST00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7200-BUILD-FAILED THRU 7200-EXIT
               GO TO 7100-EXIT
           END-IF
      *
           PERFORM 7300-MARK-RUN-DONE THRU 7300-EXIT
           .
       7100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7200-BUILD-FAILED - ROLL BACK TO THE LAST CHECKPOINT AND  *
      *    MARK THE RUN ABENDED SO THE NEXT RUN RESUMES THE FILE     *
      ****************************************************************
       7200-BUILD-FAILED.
      *
           SET WS-BUILD-IS-FAILED TO TRUE
           SET WS-DEL-DONE TO TRUE
           SET WS-PRC-DONE TO TRUE
           SET WS-NEW-DONE TO TRUE
      *
           EXEC SQL ROLLBACK END-EXEC
      *
           MOVE 'FAIL' TO WS-CF-FUNC-CODE
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           DISPLAY 'BATLST00: LISTING FEED ROLLED BACK - RESTART '
                   'RESUMES FILE ' WS-OBF-FILE-SEQ-DISP
           .
       7200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7300-MARK-RUN-DONE - CLOSE OUT THE RESTART_CONTROL ROW    *
      ****************************************************************
       7300-MARK-RUN-DONE.
      *
           MOVE 'DONE'              TO WS-CF-FUNC-CODE
           MOVE WS-OBF-RECORD-COUNT TO WS-CD-RECORDS-PROC
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           DISPLAY 'BATLST00: ' WS-CR-RETURN-MSG
      *
           EXEC SQL COMMIT END-EXEC
           .
       7300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
