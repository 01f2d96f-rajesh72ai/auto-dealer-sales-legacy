             FAILED_ATTEMPTS  SMALLINT NOT NULL,
             LOCKED_FLAG      CHAR(1) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL,
             PASSWORD_CHANGED_TS TIMESTAMP,
             FORCE_CHANGE_FLAG CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.SYSTEM_USER             *
           10 LOCKED-FLAG      PIC X(1).
           10 CREATED-TS       PIC X(26).
           10 UPDATED-TS       PIC X(26).
           10 PASSWORD-CHANGED-TS PIC X(26).
           10 FORCE-CHANGE-FLAG PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13     *
      ******************************************************************
