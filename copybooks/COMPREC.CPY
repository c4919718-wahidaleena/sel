001515*                   CARRIED TO THE NEXT RUN INSTEAD OF          *
001516*                   FAILING THE NIGHT.  RECORD GREW FROM 48     *
001517*                   TO 56.                                      *
001527*  2026-10-15  RLB  ADDED COMP-RUN-TYPE (CARVED FROM THE        *
001537*                   FILLER) - N NORMAL, F FORCED, B A HELLOBKO  *
001547*                   RUN BACKOUT - SO A BACKOUT'S COMPLETION     *
001557*                   RECORD IS NEVER MISTAKEN FOR THE STREAM'S   *
001567*                   NIGHTLY POSTING RUN.  BLANK ON RECORDS      *
001577*                   WRITTEN BEFORE THE CHANGE MEANS NORMAL.     *
001587*                                                               *
001600*****************************************************************
001700 01  COMP-RECORD.
001800     05  COMP-JOB-NAME               PIC X(08).
002460     05  COMP-RANGE-FROM             PIC 9(04).
002470     05  COMP-RANGE-TO               PIC 9(04).
002480     05  COMP-CARRIED-CNT            PIC 9(07).
002490     05  COMP-RUN-TYPE               PIC X(01).
002491         88  COMP-RUN-NORMAL             VALUE 'N' SPACE.
002492         88  COMP-RUN-FORCED             VALUE 'F'.
002493         88  COMP-RUN-BACKOUT            VALUE 'B'.
002500     05  FILLER                      PIC X(04).
