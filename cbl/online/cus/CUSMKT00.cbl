       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSMKT00.
      ****************************************************************
      * PROGRAM:  CUSMKT00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   CUS - MARKETING CAMPAIGN MAINTENANCE               *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  CAMPAIGN MASTER FOR DEALER MARKETING. A CAMPAIGN   *
      *           HAS A NAME, CHANNEL (C CALL, M MAIL, E EMAIL,      *
      *           T TEXT), COST, DATE RANGE, RESPONSE WINDOW IN DAYS *
      *           AND AN AUDIENCE RULE. BATCPG00 SENDS IT THROUGH    *
      *           COMCNTL0 AND CREDITS THE LEADS, ROS AND DEALS THAT *
      *           COME BACK; RPTCPG00 SHOWS THE RETURN.              *
      *           AUDIENCE - EVERY UNMERGED CUSTOMER OF THE DEALER   *
      *           MEETING ALL OF THE CRITERIA THAT ARE FILLED IN:    *
      *             STATE          CUSTOMER.STATE_CODE               *
      *             CUSTOMER TYPE  CUSTOMER.CUSTOMER_TYPE            *
      *             PURCHASED      DELIVERED SALES_DEAL BETWEEN MIN  *
      *                            AND MAX MONTHS AGO                *
      *             LEASE ENDING   OPEN LEASE_MATURITY WITHIN DAYS   *
      *             WARRANTY       WARRANTY ON A VEHICLE BOUGHT HERE *
      *                            EXPIRING WITHIN DAYS              *
      *             HOUSEHOLD      Y - ONE CONTACT PER CONFIRMED     *
      *                            HOUSEHOLD_MEMBER HOUSEHOLD        *
      *           ADD - CREATE A DRAFT CAMPAIGN                      *
      *           UPD - CHANGE A DRAFT CAMPAIGN                      *
      *           INQ - SHOW A CAMPAIGN WITH ITS RESULTS SO FAR      *
      *           LST - LIST THE DEALER'S CAMPAIGNS FROM AN ID       *
      *           CNT - COUNT THE AUDIENCE A DRAFT WOULD REACH       *
      *           REL - RELEASE A DRAFT FOR SENDING ON START DATE    *
      *           CAN - CANCEL A CAMPAIGN NOT YET SENT               *
      *           STATUSES: DR DRAFT, RD RELEASED, SN SENT (CREDIT   *
      *           STILL RUNNING), CL CLOSED, CN CANCELLED            *
      *           MANAGERS (TYPE M OR G) OF THE SAME DEALER, OR      *
      *           ADMINISTRATORS (TYPE A) FOR ANY DEALER.            *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    CSMK - MARKETING CAMPAIGNS                         *
      * MFS MOD:  ASCSMK00                                           *
      * TABLES:   AUTOSALE.MKT_CAMPAIGN      (READ/INSERT/UPDATE)    *
      *           AUTOSALE.CAMPAIGN_TARGET   (READ)                  *
      *           AUTOSALE.CUSTOMER          (READ)                  *
      *           AUTOSALE.SALES_DEAL        (READ)                  *
      *           AUTOSALE.LEASE_MATURITY    (READ)                  *
      *           AUTOSALE.WARRANTY          (READ)                  *
      *           AUTOSALE.HOUSEHOLD_MEMBER  (READ)                  *
      *           AUTOSALE.SYSTEM_USER       (READ)                  *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      *   2026-10-15  TEXT (T) CHANNEL - SENT THROUGH THE MESSAGE    *
      *               GATEWAY                                        *
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
                                          VALUE 'CUSMKT00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASCSMK00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLMKCPG.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-ADD                      VALUE 'ADD'.
               88  WS-IN-FN-UPD                      VALUE 'UPD'.
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-LST                      VALUE 'LST'.
               88  WS-IN-FN-CNT                      VALUE 'CNT'.
               88  WS-IN-FN-REL                      VALUE 'REL'.
               88  WS-IN-FN-CAN                      VALUE 'CAN'.
           05  WS-IN-CAMPAIGN-ID         PIC X(08).
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-CAMPAIGN-NAME       PIC X(40).
           05  WS-IN-CHANNEL             PIC X(01).
               88  WS-IN-CHANNEL-VALID         VALUES 'C' 'M' 'E'
                                                      'T'.
           05  WS-IN-COST                PIC 9(07)V99.
           05  WS-IN-START-DATE          PIC X(10).
           05  WS-IN-END-DATE            PIC X(10).
           05  WS-IN-RESP-DAYS           PIC X(03).
           05  WS-IN-RESP-DAYS-N REDEFINES WS-IN-RESP-DAYS
                                         PIC 9(03).
           05  WS-IN-AUD-STATE           PIC X(02).
           05  WS-IN-AUD-CUST-TYPE       PIC X(01).
           05  WS-IN-PURCH-MIN           PIC X(03).
           05  WS-IN-PURCH-MIN-N REDEFINES WS-IN-PURCH-MIN
                                         PIC 9(03).
           05  WS-IN-PURCH-MAX           PIC X(03).
           05  WS-IN-PURCH-MAX-N REDEFINES WS-IN-PURCH-MAX
                                         PIC 9(03).
           05  WS-IN-LEASE-DAYS          PIC X(03).
           05  WS-IN-LEASE-DAYS-N REDEFINES WS-IN-LEASE-DAYS
                                         PIC 9(03).
           05  WS-IN-WARR-DAYS           PIC X(03).
           05  WS-IN-WARR-DAYS-N REDEFINES WS-IN-WARR-DAYS
                                         PIC 9(03).
           05  WS-IN-HH-ONE              PIC X(01).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-CAMPAIGN-ID        PIC X(08).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-CAMPAIGN-NAME      PIC X(40).
           05  WS-OUT-CHANNEL            PIC X(01).
           05  WS-OUT-STATUS             PIC X(02).
           05  WS-OUT-COST               PIC Z,ZZZ,ZZ9.99.
           05  WS-OUT-START-DATE         PIC X(10).
           05  WS-OUT-END-DATE           PIC X(10).
           05  WS-OUT-RESP-DAYS          PIC ZZ9.
           05  WS-OUT-AUD-STATE          PIC X(02).
           05  WS-OUT-AUD-CUST-TYPE      PIC X(01).
           05  WS-OUT-PURCH-MIN          PIC ZZ9.
           05  WS-OUT-PURCH-MAX          PIC ZZ9.
           05  WS-OUT-LEASE-DAYS         PIC ZZ9.
           05  WS-OUT-WARR-DAYS          PIC ZZ9.
           05  WS-OUT-HH-ONE             PIC X(01).
           05  WS-OUT-SENT-DATE          PIC X(10).
           05  WS-OUT-AUDIENCE           PIC Z(05)9.
           05  WS-OUT-TARGETED           PIC Z(05)9.
           05  WS-OUT-SENT               PIC Z(05)9.
           05  WS-OUT-SUPPRESSED         PIC Z(05)9.
           05  WS-OUT-LEADS              PIC Z(05)9.
           05  WS-OUT-ROS                PIC Z(05)9.
           05  WS-OUT-DEALS              PIC Z(05)9.
           05  WS-OUT-SOLD               PIC Z(05)9.
           05  WS-OUT-GROSS              PIC -(08)9.99.
           05  WS-OUT-COST-PER-SOLD      PIC Z(06)9.99.
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 10 TIMES.
               10  WS-OUT-LN-CAMPAIGN-ID PIC X(08).
               10  WS-OUT-LN-NAME        PIC X(24).
               10  WS-OUT-LN-CHANNEL     PIC X(01).
               10  WS-OUT-LN-STATUS      PIC X(02).
               10  WS-OUT-LN-START       PIC X(10).
               10  WS-OUT-LN-SENT        PIC Z(05)9.
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-ROW-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-EOF-FLAG               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-DATA                   VALUE 'Y'.
               88  WS-MORE-DATA                     VALUE 'N'.
           05  WS-DAY-SPAN               PIC S9(09) COMP VALUE +0.
           05  WS-START-AHEAD            PIC S9(09) COMP VALUE +0.
           05  WS-AUDIENCE-COUNT         PIC S9(09) COMP VALUE +0.
           05  WS-COUNT-DSP              PIC Z(05)9.
           05  WS-SAVE-MESSAGE           PIC X(79) VALUE SPACES.
      *
      *    CAMPAIGN RESULTS FROM CAMPAIGN_TARGET
      *
       01  WS-RESULTS.
           05  WS-RS-TARGETED            PIC S9(09) COMP VALUE +0.
           05  WS-RS-SENT                PIC S9(09) COMP VALUE +0.
           05  WS-RS-LEADS               PIC S9(09) COMP VALUE +0.
           05  WS-RS-ROS                 PIC S9(09) COMP VALUE +0.
           05  WS-RS-DEALS               PIC S9(09) COMP VALUE +0.
           05  WS-RS-SOLD                PIC S9(09) COMP VALUE +0.
           05  WS-RS-GROSS               PIC S9(11)V99 COMP-3
                                                        VALUE +0.
           05  WS-RS-COST-PER-SOLD       PIC S9(07)V99 COMP-3
                                                        VALUE +0.
      *
      *    MANAGER - THE SIGNED-ON USER
      *
       01  WS-MANAGER.
           05  WS-MGR-USER-TYPE          PIC X(01) VALUE SPACES.
               88  WS-MGR-MANAGER              VALUES 'M' 'G' 'A'.
               88  WS-MGR-ADMIN                     VALUE 'A'.
           05  WS-MGR-DEALER-CODE        PIC X(05) VALUE SPACES.
      *
      *    DB2 HOST VARIABLES
      *
       01  WS-HV-SENT-DATE               PIC X(10) VALUE SPACES.
      *
      *    AUDIENCE CRITERIA - SAME NAMES AND RULE AS BATCPG00
      *
       01  WS-HV-AUDIENCE.
           05  WS-AU-DEALER              PIC X(05).
           05  WS-AU-STATE               PIC X(02).
           05  WS-AU-CUST-TYPE           PIC X(01).
           05  WS-AU-PURCH-MIN           PIC S9(04) COMP.
           05  WS-AU-PURCH-MAX           PIC S9(04) COMP.
           05  WS-AU-LEASE-DAYS          PIC S9(04) COMP.
           05  WS-AU-WARR-DAYS           PIC S9(04) COMP.
           05  WS-AU-HH-ONE              PIC X(01).
      *
       01  WS-HV-LIST.
           05  WS-HV-LS-CAMPAIGN-ID      PIC X(08).
           05  WS-HV-LS-NAME             PIC X(24).
           05  WS-HV-LS-CHANNEL          PIC X(01).
           05  WS-HV-LS-STATUS           PIC X(02).
           05  WS-HV-LS-START            PIC X(10).
           05  WS-HV-LS-SENT             PIC S9(09) COMP.
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
      *    CURSOR - THE DEALER'S CAMPAIGNS FROM A CAMPAIGN ID
      *
           EXEC SQL DECLARE CSR_CPG_LIST CURSOR FOR
               SELECT CAMPAIGN_ID
                    , SUBSTR(CAMPAIGN_NAME, 1, 24)
                    , CHANNEL
                    , CAMPAIGN_STATUS
                    , CHAR(START_DATE, ISO)
                    , SENT_COUNT
               FROM   AUTOSALE.MKT_CAMPAIGN
               WHERE  DEALER_CODE  = :WS-IN-DEALER-CODE
                 AND  CAMPAIGN_ID >= :WS-IN-CAMPAIGN-ID
               ORDER BY CAMPAIGN_ID
           END-EXEC
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
                   WHEN WS-IN-FN-ADD
                       PERFORM 4000-ADD-CAMPAIGN THRU 4000-EXIT
                   WHEN WS-IN-FN-UPD
                       PERFORM 4100-UPDATE-CAMPAIGN THRU 4100-EXIT
                   WHEN WS-IN-FN-INQ
                       PERFORM 4200-INQUIRE-CAMPAIGN THRU 4200-EXIT
                   WHEN WS-IN-FN-LST
                       PERFORM 4300-LIST-CAMPAIGNS THRU 4300-EXIT
                   WHEN WS-IN-FN-CNT
                       PERFORM 4600-COUNT-AUDIENCE THRU 4600-EXIT
                       IF WS-OUT-MESSAGE = SPACES
                           PERFORM 6000-FORMAT-CAMPAIGN
                           MOVE 'COUNT IS BEFORE DO-NOT-CONTACT'
                               TO WS-OUT-MESSAGE
                       END-IF
                   WHEN WS-IN-FN-REL
                       PERFORM 4400-RELEASE-CAMPAIGN THRU 4400-EXIT
                   WHEN WS-IN-FN-CAN
                       PERFORM 4500-CANCEL-CAMPAIGN THRU 4500-EXIT
                   WHEN OTHER
                       MOVE 'USE ADD UPD INQ LST CNT REL OR CAN'
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
           INITIALIZE WS-RESULTS
           INITIALIZE WS-MANAGER
           INITIALIZE DCLMKT-CAMPAIGN
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 'MARKETING CAMPAIGNS' TO WS-OUT-TITLE
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
               MOVE 'CUSMKT00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - MANAGER, DEALER, CAMPAIGN           *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           PERFORM 7000-CHECK-MANAGER
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-DEALER-CODE = SPACES
               MOVE WS-MGR-DEALER-CODE TO WS-IN-DEALER-CODE
           END-IF
      *
           IF WS-IN-DEALER-CODE NOT = WS-MGR-DEALER-CODE
           AND NOT WS-MGR-ADMIN
               MOVE 'YOU MAY ONLY KEEP CAMPAIGNS FOR YOUR OWN DEALER'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-LST
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-CAMPAIGN-ID = SPACES
               MOVE 'CAMPAIGN ID IS REQUIRED' TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
      *    EVERYTHING BUT ADD WORKS ON AN EXISTING CAMPAIGN
      *
           IF NOT WS-IN-FN-ADD
               PERFORM 3200-READ-CAMPAIGN THRU 3200-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FN-ADD OR WS-IN-FN-UPD
               PERFORM 3100-VALIDATE-CAMPAIGN THRU 3100-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-VALIDATE-CAMPAIGN - FIELDS FOR ADD AND UPDATE        *
      ****************************************************************
       3100-VALIDATE-CAMPAIGN.
      *
           IF WS-IN-FN-UPD
           AND CAMPAIGN-STATUS OF DCLMKT-CAMPAIGN NOT = 'DR'
               MOVE 'ONLY A DRAFT CAMPAIGN MAY BE CHANGED'
                   TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
           IF WS-IN-CAMPAIGN-NAME = SPACES
               MOVE 'CAMPAIGN NAME IS REQUIRED' TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
           IF NOT WS-IN-CHANNEL-VALID
               MOVE 'CHANNEL MUST BE C CALL, M MAIL, E EMAIL OR T TEXT'
                   TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
           IF WS-IN-COST NOT NUMERIC
               MOVE 'CAMPAIGN COST MUST BE NUMERIC' TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
      *    DATES - DB2 CHECKS THEM; START TODAY OR LATER, END AFTER
      *
           EXEC SQL
               SELECT DAYS(DATE(:WS-IN-END-DATE))
                    - DAYS(DATE(:WS-IN-START-DATE))
                    , DAYS(DATE(:WS-IN-START-DATE))
                    - DAYS(CURRENT DATE)
               INTO  :WS-DAY-SPAN
                    , :WS-START-AHEAD
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'START AND END DATES MUST BE VALID YYYY-MM-DD'
                   TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
           IF WS-DAY-SPAN < +0
               MOVE 'END DATE MAY NOT BE BEFORE START DATE'
                   TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
           IF WS-START-AHEAD < +0
               MOVE 'START DATE MAY NOT BE IN THE PAST'
                   TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
      *    RESPONSE WINDOW DEFAULTS TO 30 DAYS
      *
           IF WS-IN-RESP-DAYS = SPACES
               MOVE '030' TO WS-IN-RESP-DAYS
           END-IF
           IF WS-IN-RESP-DAYS NOT NUMERIC
           OR WS-IN-RESP-DAYS-N = 0
           OR WS-IN-RESP-DAYS-N > 365
               MOVE 'RESPONSE WINDOW MUST BE 1 TO 365 DAYS'
                   TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
      *    AUDIENCE CRITERIA - BLANK OR ZERO MEANS NOT USED
      *
           IF WS-IN-PURCH-MIN = SPACES
               MOVE '000' TO WS-IN-PURCH-MIN
           END-IF
           IF WS-IN-PURCH-MAX = SPACES
               MOVE '000' TO WS-IN-PURCH-MAX
           END-IF
           IF WS-IN-LEASE-DAYS = SPACES
               MOVE '000' TO WS-IN-LEASE-DAYS
           END-IF
           IF WS-IN-WARR-DAYS = SPACES
               MOVE '000' TO WS-IN-WARR-DAYS
           END-IF
      *
           IF WS-IN-PURCH-MIN NOT NUMERIC
           OR WS-IN-PURCH-MAX NOT NUMERIC
           OR WS-IN-LEASE-DAYS NOT NUMERIC
           OR WS-IN-WARR-DAYS NOT NUMERIC
               MOVE 'MONTHS AND DAYS CRITERIA MUST BE NUMERIC'
                   TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
           IF WS-IN-PURCH-MAX-N < WS-IN-PURCH-MIN-N
               MOVE 'PURCHASED MAX MONTHS MAY NOT BE BELOW MIN MONTHS'
                   TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
           IF WS-IN-LEASE-DAYS-N > 365
           OR WS-IN-WARR-DAYS-N > 365
               MOVE 'LEASE AND WARRANTY DAYS MAY NOT EXCEED 365'
                   TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
           IF WS-IN-HH-ONE = SPACES
               MOVE 'N' TO WS-IN-HH-ONE
           END-IF
           IF WS-IN-HH-ONE NOT = 'Y' AND WS-IN-HH-ONE NOT = 'N'
               MOVE 'ONE PER HOUSEHOLD MUST BE Y OR N' TO WS-OUT-MESSAGE
               GO TO 3100-EXIT
           END-IF
      *
      *    LOAD THE CAMPAIGN ROW FROM THE SCREEN
      *
           MOVE WS-IN-CAMPAIGN-ID   TO CAMPAIGN-ID OF DCLMKT-CAMPAIGN
           MOVE WS-IN-DEALER-CODE   TO DEALER-CODE OF DCLMKT-CAMPAIGN
           MOVE WS-IN-CAMPAIGN-NAME TO CAMPAIGN-NAME OF DCLMKT-CAMPAIGN
           MOVE WS-IN-CHANNEL       TO CHANNEL OF DCLMKT-CAMPAIGN
           MOVE WS-IN-COST          TO CAMPAIGN-COST OF DCLMKT-CAMPAIGN
           MOVE WS-IN-START-DATE    TO START-DATE OF DCLMKT-CAMPAIGN
           MOVE WS-IN-END-DATE      TO END-DATE OF DCLMKT-CAMPAIGN
           MOVE WS-IN-RESP-DAYS-N   TO RESPONSE-DAYS OF DCLMKT-CAMPAIGN
           MOVE WS-IN-AUD-STATE     TO AUD-STATE OF DCLMKT-CAMPAIGN
           MOVE WS-IN-AUD-CUST-TYPE TO AUD-CUST-TYPE OF DCLMKT-CAMPAIGN
           MOVE WS-IN-PURCH-MIN-N
               TO AUD-PURCH-MIN-MO OF DCLMKT-CAMPAIGN
           MOVE WS-IN-PURCH-MAX-N
               TO AUD-PURCH-MAX-MO OF DCLMKT-CAMPAIGN
           MOVE WS-IN-LEASE-DAYS-N TO AUD-LEASE-DAYS OF DCLMKT-CAMPAIGN
           MOVE WS-IN-WARR-DAYS-N  TO AUD-WARR-DAYS OF DCLMKT-CAMPAIGN
           MOVE WS-IN-HH-ONE       TO AUD-HH-ONE OF DCLMKT-CAMPAIGN
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3200-READ-CAMPAIGN - EXISTING CAMPAIGN OF THE DEALER      *
      ****************************************************************
       3200-READ-CAMPAIGN.
      *
           EXEC SQL
               SELECT CAMPAIGN_ID
                    , DEALER_CODE
                    , CAMPAIGN_NAME
                    , CHANNEL
                    , CAMPAIGN_COST
                    , CHAR(START_DATE, ISO)
                    , CHAR(END_DATE, ISO)
                    , RESPONSE_DAYS
                    , CAMPAIGN_STATUS
                    , AUD_STATE
                    , AUD_CUST_TYPE
                    , AUD_PURCH_MIN_MO
                    , AUD_PURCH_MAX_MO
                    , AUD_LEASE_DAYS
                    , AUD_WARR_DAYS
                    , AUD_HH_ONE
                    , TARGET_COUNT
                    , SENT_COUNT
                    , SUPPRESS_COUNT
                    , COALESCE(CHAR(DATE(SENT_TS), ISO), ' ')
               INTO  :DCLMKT-CAMPAIGN.CAMPAIGN-ID
                    , :DCLMKT-CAMPAIGN.DEALER-CODE
                    , :DCLMKT-CAMPAIGN.CAMPAIGN-NAME
                    , :DCLMKT-CAMPAIGN.CHANNEL
                    , :DCLMKT-CAMPAIGN.CAMPAIGN-COST
                    , :DCLMKT-CAMPAIGN.START-DATE
                    , :DCLMKT-CAMPAIGN.END-DATE
                    , :DCLMKT-CAMPAIGN.RESPONSE-DAYS
                    , :DCLMKT-CAMPAIGN.CAMPAIGN-STATUS
                    , :DCLMKT-CAMPAIGN.AUD-STATE
                    , :DCLMKT-CAMPAIGN.AUD-CUST-TYPE
                    , :DCLMKT-CAMPAIGN.AUD-PURCH-MIN-MO
                    , :DCLMKT-CAMPAIGN.AUD-PURCH-MAX-MO
                    , :DCLMKT-CAMPAIGN.AUD-LEASE-DAYS
                    , :DCLMKT-CAMPAIGN.AUD-WARR-DAYS
                    , :DCLMKT-CAMPAIGN.AUD-HH-ONE
                    , :DCLMKT-CAMPAIGN.TARGET-COUNT
                    , :DCLMKT-CAMPAIGN.SENT-COUNT
                    , :DCLMKT-CAMPAIGN.SUPPRESS-COUNT
                    , :WS-HV-SENT-DATE
               FROM  AUTOSALE.MKT_CAMPAIGN
               WHERE CAMPAIGN_ID = :WS-IN-CAMPAIGN-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'CAMPAIGN NOT FOUND' TO WS-OUT-MESSAGE
                   GO TO 3200-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'CUSMKT00: DB2 ERROR READING CAMPAIGN'
                       TO WS-OUT-MESSAGE
                   GO TO 3200-EXIT
           END-EVALUATE
      *
           IF DEALER-CODE OF DCLMKT-CAMPAIGN NOT = WS-IN-DEALER-CODE
               MOVE 'CAMPAIGN BELONGS TO ANOTHER DEALER'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-ADD-CAMPAIGN - NEW DRAFT                             *
      ****************************************************************
       4000-ADD-CAMPAIGN.
      *
           MOVE 'DR' TO CAMPAIGN-STATUS OF DCLMKT-CAMPAIGN
           MOVE +0 TO TARGET-COUNT OF DCLMKT-CAMPAIGN
           MOVE +0 TO SENT-COUNT OF DCLMKT-CAMPAIGN
           MOVE +0 TO SUPPRESS-COUNT OF DCLMKT-CAMPAIGN
      *
           EXEC SQL
               INSERT INTO AUTOSALE.MKT_CAMPAIGN
               ( CAMPAIGN_ID
               , DEALER_CODE
               , CAMPAIGN_NAME
               , CHANNEL
               , CAMPAIGN_COST
               , START_DATE
               , END_DATE
               , RESPONSE_DAYS
               , CAMPAIGN_STATUS
               , AUD_STATE
               , AUD_CUST_TYPE
               , AUD_PURCH_MIN_MO
               , AUD_PURCH_MAX_MO
               , AUD_LEASE_DAYS
               , AUD_WARR_DAYS
               , AUD_HH_ONE
               , TARGET_COUNT
               , SENT_COUNT
               , SUPPRESS_COUNT
               , SENT_TS
               , CREATED_BY
               , CREATED_TS
               , UPDATED_BY
               , UPDATED_TS
               )
               VALUES
               ( :DCLMKT-CAMPAIGN.CAMPAIGN-ID
               , :DCLMKT-CAMPAIGN.DEALER-CODE
               , :DCLMKT-CAMPAIGN.CAMPAIGN-NAME
               , :DCLMKT-CAMPAIGN.CHANNEL
               , :DCLMKT-CAMPAIGN.CAMPAIGN-COST
               , :DCLMKT-CAMPAIGN.START-DATE
               , :DCLMKT-CAMPAIGN.END-DATE
               , :DCLMKT-CAMPAIGN.RESPONSE-DAYS
               , :DCLMKT-CAMPAIGN.CAMPAIGN-STATUS
               , :DCLMKT-CAMPAIGN.AUD-STATE
               , :DCLMKT-CAMPAIGN.AUD-CUST-TYPE
               , :DCLMKT-CAMPAIGN.AUD-PURCH-MIN-MO
               , :DCLMKT-CAMPAIGN.AUD-PURCH-MAX-MO
               , :DCLMKT-CAMPAIGN.AUD-LEASE-DAYS
               , :DCLMKT-CAMPAIGN.AUD-WARR-DAYS
               , :DCLMKT-CAMPAIGN.AUD-HH-ONE
               , :DCLMKT-CAMPAIGN.TARGET-COUNT
               , :DCLMKT-CAMPAIGN.SENT-COUNT
               , :DCLMKT-CAMPAIGN.SUPPRESS-COUNT
               , NULL
               , :IO-USER
               , CURRENT TIMESTAMP
               , :IO-USER
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN -803
                   MOVE 'CAMPAIGN ID ALREADY EXISTS' TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'CUSMKT00: DB2 ERROR ADDING CAMPAIGN'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
           END-EVALUATE
      *
           MOVE 'ADD     ' TO WS-LOG-ACTION
           PERFORM 7100-LOG-CHANGE
      *
           PERFORM 4600-COUNT-AUDIENCE THRU 4600-EXIT
           PERFORM 6000-FORMAT-CAMPAIGN
           IF WS-OUT-MESSAGE = SPACES
               MOVE 'DRAFT CAMPAIGN ADDED - REL TO RELEASE FOR SENDING'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-UPDATE-CAMPAIGN - CHANGE A DRAFT                     *
      ****************************************************************
       4100-UPDATE-CAMPAIGN.
      *
           EXEC SQL
               UPDATE AUTOSALE.MKT_CAMPAIGN
                  SET CAMPAIGN_NAME    = :DCLMKT-CAMPAIGN.CAMPAIGN-NAME
                    , CHANNEL          = :DCLMKT-CAMPAIGN.CHANNEL
                    , CAMPAIGN_COST    = :DCLMKT-CAMPAIGN.CAMPAIGN-COST
                    , START_DATE       = :DCLMKT-CAMPAIGN.START-DATE
                    , END_DATE         = :DCLMKT-CAMPAIGN.END-DATE
                    , RESPONSE_DAYS    = :DCLMKT-CAMPAIGN.RESPONSE-DAYS
                    , AUD_STATE        = :DCLMKT-CAMPAIGN.AUD-STATE
                    , AUD_CUST_TYPE    = :DCLMKT-CAMPAIGN.AUD-CUST-TYPE
                    , AUD_PURCH_MIN_MO =
                                   :DCLMKT-CAMPAIGN.AUD-PURCH-MIN-MO
                    , AUD_PURCH_MAX_MO =
                                   :DCLMKT-CAMPAIGN.AUD-PURCH-MAX-MO
                    , AUD_LEASE_DAYS   = :DCLMKT-CAMPAIGN.AUD-LEASE-DAYS
                    , AUD_WARR_DAYS    = :DCLMKT-CAMPAIGN.AUD-WARR-DAYS
                    , AUD_HH_ONE       = :DCLMKT-CAMPAIGN.AUD-HH-ONE
                    , UPDATED_BY       = :IO-USER
                    , UPDATED_TS       = CURRENT TIMESTAMP
               WHERE  CAMPAIGN_ID      = :DCLMKT-CAMPAIGN.CAMPAIGN-ID
                 AND  CAMPAIGN_STATUS  = 'DR'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'CAMPAIGN IS NO LONGER A DRAFT - NOT CHANGED'
                       TO WS-OUT-MESSAGE
                   GO TO 4100-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'CUSMKT00: DB2 ERROR UPDATING CAMPAIGN'
                       TO WS-OUT-MESSAGE
                   GO TO 4100-EXIT
           END-EVALUATE
      *
           MOVE 'UPDATE  ' TO WS-LOG-ACTION
           PERFORM 7100-LOG-CHANGE
      *
           PERFORM 4600-COUNT-AUDIENCE THRU 4600-EXIT
           PERFORM 6000-FORMAT-CAMPAIGN
           IF WS-OUT-MESSAGE = SPACES
               MOVE 'DRAFT CAMPAIGN UPDATED' TO WS-OUT-MESSAGE
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-INQUIRE-CAMPAIGN - CAMPAIGN AND RESULTS SO FAR       *
      ****************************************************************
       4200-INQUIRE-CAMPAIGN.
      *
           IF CAMPAIGN-STATUS OF DCLMKT-CAMPAIGN = 'DR'
               PERFORM 4600-COUNT-AUDIENCE THRU 4600-EXIT
               PERFORM 6000-FORMAT-CAMPAIGN
               IF WS-OUT-MESSAGE = SPACES
                   MOVE 'DRAFT - AUDIENCE IS BEFORE DO-NOT-CONTACT'
                       TO WS-OUT-MESSAGE
               END-IF
               GO TO 4200-EXIT
           END-IF
      *
      *    RESPONSES CREDITED BY BATCPG00 - SENT TOUCHES ONLY
      *
           EXEC SQL
               SELECT COUNT(*)
                    , COALESCE(SUM(CASE WHEN CONTACT_RESULT
                                            IN ('AL', 'OV')
                                        THEN 1 ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN LEAD_ID IS NOT NULL
                                        THEN 1 ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN RO_NUMBER IS NOT NULL
                                        THEN 1 ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN DEAL_NUMBER IS NOT NULL
                                        THEN 1 ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN SOLD_FLAG = 'Y'
                                        THEN 1 ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN SOLD_FLAG = 'Y'
                                        THEN DEAL_GROSS
                                        ELSE 0 END), 0)
               INTO  :WS-RS-TARGETED
                    , :WS-RS-SENT
                    , :WS-RS-LEADS
                    , :WS-RS-ROS
                    , :WS-RS-DEALS
                    , :WS-RS-SOLD
                    , :WS-RS-GROSS
               FROM  AUTOSALE.CAMPAIGN_TARGET
               WHERE CAMPAIGN_ID = :WS-IN-CAMPAIGN-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'CUSMKT00: DB2 ERROR READING CAMPAIGN RESULTS'
                   TO WS-OUT-MESSAGE
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-RS-SOLD > +0
               COMPUTE WS-RS-COST-PER-SOLD ROUNDED =
                   CAMPAIGN-COST OF DCLMKT-CAMPAIGN / WS-RS-SOLD
           END-IF
      *
           PERFORM 6000-FORMAT-CAMPAIGN
           MOVE WS-HV-SENT-DATE TO WS-OUT-SENT-DATE
           MOVE WS-RS-TARGETED TO WS-OUT-TARGETED
           MOVE WS-RS-SENT TO WS-OUT-SENT
           MOVE SUPPRESS-COUNT OF DCLMKT-CAMPAIGN TO WS-OUT-SUPPRESSED
           MOVE WS-RS-LEADS TO WS-OUT-LEADS
           MOVE WS-RS-ROS TO WS-OUT-ROS
           MOVE WS-RS-DEALS TO WS-OUT-DEALS
           MOVE WS-RS-SOLD TO WS-OUT-SOLD
           MOVE WS-RS-GROSS TO WS-OUT-GROSS
           MOVE WS-RS-COST-PER-SOLD TO WS-OUT-COST-PER-SOLD
      *
           EVALUATE CAMPAIGN-STATUS OF DCLMKT-CAMPAIGN
               WHEN 'RD'
                   MOVE 'RELEASED - SENDS ON OR AFTER START DATE'
                       TO WS-OUT-MESSAGE
               WHEN 'SN'
                   MOVE 'SENT - RESPONSES STILL BEING CREDITED'
                       TO WS-OUT-MESSAGE
               WHEN 'CL'
                   MOVE 'CLOSED - RESPONSE WINDOW OVER, RESULTS FINAL'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   MOVE 'CANCELLED CAMPAIGN' TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4300-LIST-CAMPAIGNS - 10 CAMPAIGNS FROM THE ID ENTERED    *
      ****************************************************************
       4300-LIST-CAMPAIGNS.
      *
           MOVE WS-IN-DEALER-CODE TO WS-OUT-DEALER-CODE
      *
           EXEC SQL OPEN CSR_CPG_LIST END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'CUSMKT00: ERROR OPENING CAMPAIGN CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 4300-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 4310-FETCH-CAMPAIGN
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +10
      *
           EXEC SQL CLOSE CSR_CPG_LIST END-EXEC
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4300-EXIT
           END-IF
      *
           IF WS-ROW-COUNT = +0
               MOVE 'NO CAMPAIGNS FOUND FOR THIS DEALER'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE 'CAMPAIGNS DISPLAYED - INQ FOR RESULTS'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4310-FETCH-CAMPAIGN                                       *
      ****************************************************************
       4310-FETCH-CAMPAIGN.
      *
           EXEC SQL FETCH CSR_CPG_LIST
               INTO  :WS-HV-LS-CAMPAIGN-ID
                    , :WS-HV-LS-NAME
                    , :WS-HV-LS-CHANNEL
                    , :WS-HV-LS-STATUS
                    , :WS-HV-LS-START
                    , :WS-HV-LS-SENT
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE WS-HV-LS-CAMPAIGN-ID
                       TO WS-OUT-LN-CAMPAIGN-ID(WS-ROW-COUNT)
                   MOVE WS-HV-LS-NAME
                       TO WS-OUT-LN-NAME(WS-ROW-COUNT)
                   MOVE WS-HV-LS-CHANNEL
                       TO WS-OUT-LN-CHANNEL(WS-ROW-COUNT)
                   MOVE WS-HV-LS-STATUS
                       TO WS-OUT-LN-STATUS(WS-ROW-COUNT)
                   MOVE WS-HV-LS-START
                       TO WS-OUT-LN-START(WS-ROW-COUNT)
                   MOVE WS-HV-LS-SENT
                       TO WS-OUT-LN-SENT(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'CUSMKT00: DB2 ERROR READING CAMPAIGNS'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4400-RELEASE-CAMPAIGN - DRAFT TO RELEASED                 *
      ****************************************************************
       4400-RELEASE-CAMPAIGN.
      *
           IF CAMPAIGN-STATUS OF DCLMKT-CAMPAIGN NOT = 'DR'
               MOVE 'ONLY A DRAFT CAMPAIGN MAY BE RELEASED'
                   TO WS-OUT-MESSAGE
               GO TO 4400-EXIT
           END-IF
      *
      *    A CAMPAIGN WHOSE DATES HAVE PASSED WOULD NEVER SEND
      *
           EXEC SQL
               SELECT DAYS(DATE(:DCLMKT-CAMPAIGN.END-DATE))
                    - DAYS(CURRENT DATE)
               INTO  :WS-DAY-SPAN
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0 OR WS-DAY-SPAN < +0
               MOVE 'END DATE HAS PASSED - UPDATE THE DATES FIRST'
                   TO WS-OUT-MESSAGE
               GO TO 4400-EXIT
           END-IF
      *
           PERFORM 4600-COUNT-AUDIENCE THRU 4600-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4400-EXIT
           END-IF
      *
           IF WS-AUDIENCE-COUNT = +0
               MOVE 'AUDIENCE IS EMPTY - CHANGE THE CRITERIA FIRST'
                   TO WS-OUT-MESSAGE
               GO TO 4400-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.MKT_CAMPAIGN
                  SET CAMPAIGN_STATUS = 'RD'
                    , UPDATED_BY      = :IO-USER
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  CAMPAIGN_ID     = :WS-IN-CAMPAIGN-ID
                 AND  CAMPAIGN_STATUS = 'DR'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'CUSMKT00: DB2 ERROR RELEASING CAMPAIGN'
                   TO WS-OUT-MESSAGE
               GO TO 4400-EXIT
           END-IF
      *
           MOVE 'RD' TO CAMPAIGN-STATUS OF DCLMKT-CAMPAIGN
           MOVE 'RELEASE ' TO WS-LOG-ACTION
           PERFORM 7100-LOG-CHANGE
      *
           PERFORM 6000-FORMAT-CAMPAIGN
           MOVE 'CAMPAIGN RELEASED - SENDS ON START DATE'
               TO WS-OUT-MESSAGE
           .
       4400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4500-CANCEL-CAMPAIGN - ONLY BEFORE IT HAS BEEN SENT       *
      ****************************************************************
       4500-CANCEL-CAMPAIGN.
      *
           IF CAMPAIGN-STATUS OF DCLMKT-CAMPAIGN NOT = 'DR'
           AND CAMPAIGN-STATUS OF DCLMKT-CAMPAIGN NOT = 'RD'
               MOVE 'A CAMPAIGN ALREADY SENT CANNOT BE CANCELLED'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.MKT_CAMPAIGN
                  SET CAMPAIGN_STATUS = 'CN'
                    , UPDATED_BY      = :IO-USER
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  CAMPAIGN_ID     = :WS-IN-CAMPAIGN-ID
                 AND  CAMPAIGN_STATUS IN ('DR', 'RD')
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'CAMPAIGN WAS SENT MEANWHILE - NOT CANCELLED'
                       TO WS-OUT-MESSAGE
                   GO TO 4500-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'CUSMKT00: DB2 ERROR CANCELLING CAMPAIGN'
                       TO WS-OUT-MESSAGE
                   GO TO 4500-EXIT
           END-EVALUATE
      *
           MOVE 'CN' TO CAMPAIGN-STATUS OF DCLMKT-CAMPAIGN
           MOVE 'CANCEL  ' TO WS-LOG-ACTION
           PERFORM 7100-LOG-CHANGE
      *
           PERFORM 6000-FORMAT-CAMPAIGN
           MOVE 'CAMPAIGN CANCELLED' TO WS-OUT-MESSAGE
           .
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4600-COUNT-AUDIENCE - SAME AUDIENCE RULE AS BATCPG00;     *
      *    ONE PER HOUSEHOLD COUNTS EACH CONFIRMED HOUSEHOLD ONCE    *
      ****************************************************************
       4600-COUNT-AUDIENCE.
      *
           MOVE DEALER-CODE OF DCLMKT-CAMPAIGN TO WS-AU-DEALER
           MOVE AUD-STATE OF DCLMKT-CAMPAIGN TO WS-AU-STATE
           MOVE AUD-CUST-TYPE OF DCLMKT-CAMPAIGN TO WS-AU-CUST-TYPE
           MOVE AUD-PURCH-MIN-MO OF DCLMKT-CAMPAIGN TO WS-AU-PURCH-MIN
           MOVE AUD-PURCH-MAX-MO OF DCLMKT-CAMPAIGN TO WS-AU-PURCH-MAX
           MOVE AUD-LEASE-DAYS OF DCLMKT-CAMPAIGN TO WS-AU-LEASE-DAYS
           MOVE AUD-WARR-DAYS OF DCLMKT-CAMPAIGN TO WS-AU-WARR-DAYS
           MOVE AUD-HH-ONE OF DCLMKT-CAMPAIGN TO WS-AU-HH-ONE
      *
           EXEC SQL
               SELECT COUNT(DISTINCT
                        CASE WHEN :WS-AU-HH-ONE = 'Y'
                              AND H.HOUSEHOLD_ID IS NOT NULL
                             THEN 0 - H.HOUSEHOLD_ID
                             ELSE C.CUSTOMER_ID END)
               INTO  :WS-AUDIENCE-COUNT
               FROM  AUTOSALE.CUSTOMER C
                     LEFT OUTER JOIN AUTOSALE.HOUSEHOLD_MEMBER H
                       ON  H.CUSTOMER_ID = C.CUSTOMER_ID
                       AND H.LINK_STATUS = 'CF'
               WHERE C.DEALER_CODE = :WS-AU-DEALER
                 AND C.MERGED_INTO IS NULL
                 AND (:WS-AU-STATE = ' '
                      OR C.STATE_CODE = :WS-AU-STATE)
                 AND (:WS-AU-CUST-TYPE = ' '
                      OR C.CUSTOMER_TYPE = :WS-AU-CUST-TYPE)
                 AND (:WS-AU-PURCH-MAX = 0
                      OR EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.SALES_DEAL D
                       WHERE  D.CUSTOMER_ID = C.CUSTOMER_ID
                         AND  D.DEAL_STATUS = 'DL'
                         AND  D.DELIVERY_DATE BETWEEN
                              CURRENT DATE - :WS-AU-PURCH-MAX MONTHS
                          AND CURRENT DATE - :WS-AU-PURCH-MIN MONTHS))
                 AND (:WS-AU-LEASE-DAYS = 0
                      OR EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.LEASE_MATURITY L
                       WHERE  L.CUSTOMER_ID = C.CUSTOMER_ID
                         AND  L.MAT_STATUS  = 'OP'
                         AND  L.MATURITY_DATE BETWEEN CURRENT DATE
                          AND CURRENT DATE + :WS-AU-LEASE-DAYS DAYS))
                 AND (:WS-AU-WARR-DAYS = 0
                      OR EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.SALES_DEAL W2
                            , AUTOSALE.WARRANTY W
                       WHERE  W2.CUSTOMER_ID = C.CUSTOMER_ID
                         AND  W2.DEAL_STATUS = 'DL'
                         AND  W.VIN          = W2.VIN
                         AND  W.ACTIVE_FLAG  = 'Y'
                         AND  W.EXPIRY_DATE BETWEEN CURRENT DATE
                          AND CURRENT DATE + :WS-AU-WARR-DAYS DAYS))
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'CUSMKT00: DB2 ERROR COUNTING AUDIENCE'
                   TO WS-OUT-MESSAGE
               GO TO 4600-EXIT
           END-IF
      *
           MOVE WS-AUDIENCE-COUNT TO WS-OUT-AUDIENCE
           .
       4600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-FORMAT-CAMPAIGN - CAMPAIGN ROW TO THE SCREEN         *
      ****************************************************************
       6000-FORMAT-CAMPAIGN.
      *
           MOVE CAMPAIGN-ID OF DCLMKT-CAMPAIGN   TO WS-OUT-CAMPAIGN-ID
           MOVE DEALER-CODE OF DCLMKT-CAMPAIGN   TO WS-OUT-DEALER-CODE
           MOVE CAMPAIGN-NAME OF DCLMKT-CAMPAIGN TO WS-OUT-CAMPAIGN-NAME
           MOVE CHANNEL OF DCLMKT-CAMPAIGN       TO WS-OUT-CHANNEL
           MOVE CAMPAIGN-STATUS OF DCLMKT-CAMPAIGN TO WS-OUT-STATUS
           MOVE CAMPAIGN-COST OF DCLMKT-CAMPAIGN TO WS-OUT-COST
           MOVE START-DATE OF DCLMKT-CAMPAIGN    TO WS-OUT-START-DATE
           MOVE END-DATE OF DCLMKT-CAMPAIGN      TO WS-OUT-END-DATE
           MOVE RESPONSE-DAYS OF DCLMKT-CAMPAIGN TO WS-OUT-RESP-DAYS
           MOVE AUD-STATE OF DCLMKT-CAMPAIGN     TO WS-OUT-AUD-STATE
           MOVE AUD-CUST-TYPE OF DCLMKT-CAMPAIGN TO WS-OUT-AUD-CUST-TYPE
           MOVE AUD-PURCH-MIN-MO OF DCLMKT-CAMPAIGN TO WS-OUT-PURCH-MIN
           MOVE AUD-PURCH-MAX-MO OF DCLMKT-CAMPAIGN TO WS-OUT-PURCH-MAX
           MOVE AUD-LEASE-DAYS OF DCLMKT-CAMPAIGN TO WS-OUT-LEASE-DAYS
           MOVE AUD-WARR-DAYS OF DCLMKT-CAMPAIGN TO WS-OUT-WARR-DAYS
           MOVE AUD-HH-ONE OF DCLMKT-CAMPAIGN    TO WS-OUT-HH-ONE
           .
      *
      ****************************************************************
      *    7000-CHECK-MANAGER - MANAGER OR ADMINISTRATOR ONLY        *
      ****************************************************************
       7000-CHECK-MANAGER.
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
                       MOVE 'ONLY A MANAGER MAY KEEP CAMPAIGNS'
                           TO WS-OUT-MESSAGE
                   END-IF
               WHEN +100
                   MOVE 'ONLY A MANAGER MAY KEEP CAMPAIGNS'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'CUSMKT00: DB2 ERROR CHECKING USER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    7100-LOG-CHANGE - AUDIT TRAIL FOR EVERY CAMPAIGN CHANGE   *
      ****************************************************************
       7100-LOG-CHANGE.
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'MKT_CAMPAIGN' TO WS-LOG-TABLE-NAME
           MOVE WS-IN-CAMPAIGN-ID TO WS-LOG-KEY-VALUE
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'CAMPAIGN ' WS-IN-CAMPAIGN-ID
                  ' ' CAMPAIGN-NAME OF DCLMKT-CAMPAIGN
                  ' DEALER ' WS-IN-DEALER-CODE
                  ' CHANNEL ' CHANNEL OF DCLMKT-CAMPAIGN
                  ' ' START-DATE OF DCLMKT-CAMPAIGN
                  ' TO ' END-DATE OF DCLMKT-CAMPAIGN
                  ' STATUS ' CAMPAIGN-STATUS OF DCLMKT-CAMPAIGN
                  ' BY ' IO-USER
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
           MOVE 'CUSMKT00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'MKT_CAMPAIGN' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF CUSMKT00                                              *
      ****************************************************************
