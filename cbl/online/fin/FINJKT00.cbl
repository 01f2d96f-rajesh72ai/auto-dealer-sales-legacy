      *             REQUIRED ITEMS ARE MISSING (SYSTEM_CONFIG KEY    *
      *             SALCMP00_JACKET_GATE = Y).                       *
      *                                                              *
      *             DMGD (SIGNED NEW-VEHICLE DAMAGE DISCLOSURE) IS   *
      *             CONDITIONAL - SALCMP00 DEMANDS IT ONLY WHEN THE  *
      *             VIN'S REPAIR COST IS OVER THE STATE THRESHOLD -  *
      *             SO IT MAY BE MARKED ON ANY DEAL WITHOUT A        *
      *             DOC_REQUIREMENT ROW.                             *
      *                                                              *
      * CALLS:      COMLGEL0 - AUDIT LOG ENTRY                       *
      *             COMDBEL0 - DB2 ERROR HANDLING                    *
      *                                                              *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-10-15  DMGD DAMAGE DISCLOSURE ACCEPTED ON ANY DEAL    *
      *               TYPE (CONDITIONAL DOCUMENT, SEE SALCMP00)      *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               GO TO 4000-EXIT
           END-IF
      *
      *    THE CODE MUST BE ON THE CHECKLIST FOR THIS DEAL TYPE,
      *    EXCEPT THE CONDITIONAL DAMAGE DISCLOSURE
      *
           EXEC SQL
               SELECT COUNT(*)
           END-IF
      *
           IF WS-DOC-VALID = +0
           AND WS-JI-DOC-CODE NOT = 'DMGD'
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'DOC CODE NOT ON CHECKLIST FOR THIS DEAL TYPE'
                   TO WS-ERROR-MSG
