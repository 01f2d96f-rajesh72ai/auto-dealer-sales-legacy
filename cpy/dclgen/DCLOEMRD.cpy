      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.OEM_RDR)                                 *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLOEMRD))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLOEM-RDR)                                    *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.OEM_RDR TABLE
           ( RDR_ID           INTEGER NOT NULL,
             DEAL_NUMBER      CHAR(10) NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             VIN              CHAR(17) NOT NULL,
             RDR_TYPE         CHAR(1) NOT NULL,
             DELIVERY_DATE    DATE NOT NULL,
             BUYER_NAME       VARCHAR(40) NOT NULL,
             BUYER_STATE      CHAR(2) NOT NULL,
             BUYER_ZIP        CHAR(10) NOT NULL,
             SALE_TYPE        CHAR(1) NOT NULL,
             FLEET_FLAG       CHAR(1) NOT NULL,
             DEMO_FLAG        CHAR(1) NOT NULL,
             RDR_STATUS       CHAR(2) NOT NULL,
             SENT_DATE        DATE NOT NULL,
             SEND_COUNT       SMALLINT NOT NULL,
             RESPONSE_DATE    DATE,
             REJECT_CODE      CHAR(4),
             REJECT_DESC      VARCHAR(46),
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.OEM_RDR                   *
      ******************************************************************
       01  DCLOEM-RDR.
           10 RDR-ID            PIC S9(9) COMP.
           10 DEAL-NUMBER       PIC X(10).
           10 DEALER-CODE       PIC X(5).
           10 VIN               PIC X(17).
           10 RDR-TYPE          PIC X(1).
           10 DELIVERY-DATE     PIC X(10).
           10 BUYER-NAME.
              49 BUYER-NAME-LN  PIC S9(4) COMP.
              49 BUYER-NAME-TX  PIC X(40).
           10 BUYER-STATE       PIC X(2).
           10 BUYER-ZIP         PIC X(10).
           10 SALE-TYPE         PIC X(1).
           10 FLEET-FLAG        PIC X(1).
           10 DEMO-FLAG         PIC X(1).
           10 RDR-STATUS        PIC X(2).
           10 SENT-DATE         PIC X(10).
           10 SEND-COUNT        PIC S9(4) COMP.
           10 RESPONSE-DATE     PIC X(10).
           10 REJECT-CODE       PIC X(4).
           10 REJECT-DESC.
              49 REJECT-DESC-LN PIC S9(4) COMP.
              49 REJECT-DESC-TX PIC X(46).
           10 CREATED-TS        PIC X(26).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
