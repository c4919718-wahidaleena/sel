004100*  MODIFICATION HISTORY                                         *
004200*  ----------------------------------------------------------   *
004300*  2026-09-02  RLB  ORIGINAL PROGRAM.                           *
004310*  2026-10-15  RLB  A HELLOBKO BACKOUT'S COMPLETION RECORD (RUN *
004320*                   TYPE B) IS PASSED OVER - IT POSTS NOTHING   *
004330*                   NEW, SO IT NEVER DRIVES THE EXTRACT.        *
004400*                                                               *
004500*****************************************************************

021600         AND COMP-JOB-NAME NOT = WS-JOB-FILTER
021700         GO TO 2100-EXIT
021800     END-IF.
021810     IF COMP-RUN-BACKOUT
021820         GO TO 2100-EXIT
021830     END-IF.
021900     MOVE COMP-JOB-NAME    TO WS-EXT-JOB.
022000     MOVE COMP-RUN-NUMBER  TO WS-EXT-RUN.
022100     MOVE COMP-DATE        TO WS-EXT-BUS-DATE.
