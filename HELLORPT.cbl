002504*                   JOB STREAMS SHARING THE HISTORY FILES       *
002505*                   REPORT SIDE BY SIDE INSTEAD OF BLENDING     *
002506*                   INTO ONE.                                   *
002529*  2026-10-15  RLB  THE TY COLUMN SHOWS B FOR A HELLOBKO RUN    *
002552*                   BACKOUT.                                    *
002575*                                                               *
002600*****************************************************************

002700 ENVIRONMENT DIVISION.
021200         MOVE 'N' TO WS-D-RESTART
021300     END-IF.

021310     EVALUATE TRUE
021320         WHEN AUDIT-RUN-FORCED
021330             MOVE 'F' TO WS-D-RUN-TYPE
021332         WHEN AUDIT-RUN-BACKOUT
021334             MOVE 'B' TO WS-D-RUN-TYPE
021336         WHEN OTHER
021340             MOVE 'N' TO WS-D-RUN-TYPE
021350     END-EVALUATE.
021400     IF AUDIT-FINAL-WS-A < AUDIT-REQUESTED-CNT
021500         MOVE 'SHORT OF SCHEDULE' TO WS-D-SHORT-FLAG
021600     ELSE
