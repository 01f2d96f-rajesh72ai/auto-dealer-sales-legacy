      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.NMVTIS_CHECK)                            *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLNMVCK))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLNMVTIS-CHECK)                               *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.NMVTIS_CHECK TABLE
           ( VIN              CHAR(17) NOT NULL,
             INQUIRY_SEQ      SMALLINT NOT NULL,
             SOURCE_TYPE      CHAR(2) NOT NULL,
             SOURCE_KEY       CHAR(10) NOT NULL,
             DEALER_CODE      CHAR(5),
             INQUIRY_DATE     DATE NOT NULL,
             CHECK_STATUS     CHAR(2) NOT NULL,
             RESULT_DATE      DATE,
             RESPONSE_ID      CHAR(20),
             TITLE_STATE      CHAR(2),
             BRAND_CODE       CHAR(2),
             BRAND_DATE       DATE,
             THEFT_FLAG       CHAR(1),
             DISPOSITION      CHAR(2),
             DISPOSED_BY      CHAR(8),
             DISPOSED_TS      TIMESTAMP,
             DISP_NOTE        VARCHAR(100),
             CREATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.NMVTIS_CHECK              *
      ******************************************************************
       01  DCLNMVTIS-CHECK.
           10 VIN               PIC X(17).
           10 INQUIRY-SEQ       PIC S9(4) COMP.
           10 SOURCE-TYPE       PIC X(2).
           10 SOURCE-KEY        PIC X(10).
           10 DEALER-CODE       PIC X(5).
           10 INQUIRY-DATE      PIC X(10).
           10 CHECK-STATUS      PIC X(2).
           10 RESULT-DATE       PIC X(10).
           10 RESPONSE-ID       PIC X(20).
           10 TITLE-STATE       PIC X(2).
           10 BRAND-CODE        PIC X(2).
           10 BRAND-DATE        PIC X(10).
           10 THEFT-FLAG        PIC X(1).
           10 DISPOSITION       PIC X(2).
           10 DISPOSED-BY       PIC X(8).
           10 DISPOSED-TS       PIC X(26).
           10 DISP-NOTE.
              49 DISP-NOTE-LN    PIC S9(4) COMP.
              49 DISP-NOTE-TX    PIC X(100).
           10 CREATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
