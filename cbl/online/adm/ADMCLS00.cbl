      * MFS MOD:  ASADCL00                                           *
      * TABLES:   (VIA COMCLSL0)                                     *
      * CALLS:    COMCLSL0 - CLOSE CONTROL CHECKS                    *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  FOURTH LINE - SUBLEDGER-TO-GL RECONCILIATION   *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-RANGE              PIC X(25).
           05  WS-OUT-CTL-DTL OCCURS 4 TIMES.
               10  WS-OUT-CTL-DESC       PIC X(30).
               10  WS-OUT-CTL-STATUS     PIC X(04).
               10  WS-OUT-CTL-COUNT      PIC Z(8)9.
           05  WS-CLS-EXCP-STATUS        PIC X(01).
           05  WS-CLS-EXCP-COUNT         PIC S9(09) COMP.
           05  WS-CLS-MESSAGE            PIC X(79).
           05  WS-CLS-RECON-STATUS       PIC X(01).
           05  WS-CLS-RECON-COUNT        PIC S9(09) COMP.
           05  WS-CLS-RECON-SCHEDULES    PIC S9(09) COMP.
      *
       LINKAGE SECTION.
      *
               MOVE 'FAIL' TO WS-OUT-CTL-STATUS(3)
           END-IF
           MOVE WS-CLS-EXCP-COUNT TO WS-OUT-CTL-COUNT(3)
      *
           MOVE 'SUBLEDGERS AGREE TO GL'
               TO WS-OUT-CTL-DESC(4)
           IF WS-CLS-RECON-STATUS = 'P'
               MOVE 'PASS' TO WS-OUT-CTL-STATUS(4)
           ELSE
               MOVE 'FAIL' TO WS-OUT-CTL-STATUS(4)
           END-IF
           MOVE WS-CLS-RECON-COUNT TO WS-OUT-CTL-COUNT(4)
           IF WS-CLS-RECON-SCHEDULES = +0
               MOVE 'NO SCHEDULES RUN' TO WS-OUT-CTL-NOTE(4)
           END-IF
      *
           IF WS-CLS-RETURN-CODE = +0
               MOVE 'CLOSEABLE' TO WS-OUT-OVERALL
