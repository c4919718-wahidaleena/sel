001521*                   START FOR A PARALLEL RANGE RUN) SO THE      *
001522*                   ITERATION RECORDS OF A SLICE CAN BE         *
001523*                   RECONCILED.  RECORD GREW FROM 64 TO 72.     *
001533*  2026-10-15  RLB  ADDED RUN TYPE B FOR A HELLOBKO RUN         *
001543*                   BACKOUT.  ITS START/END PAIR CARRIES THE    *
001553*                   BACKOUT'S OWN RUN NUMBER, DRAWN FROM THE    *
001563*                   STREAM OF THE RUN IT REVERSES, AND THE      *
001573*                   CYCLE SPAN OF THE REVERSALS IT WROTE.       *
001583*                                                               *
001600*****************************************************************
001700 01  AUDIT-RECORD.
001800     05  AUDIT-JOB-NAME              PIC X(08).
003350     05  AUDIT-RUN-TYPE              PIC X(01).
003360         88  AUDIT-RUN-NORMAL            VALUE 'N'.
003370         88  AUDIT-RUN-FORCED            VALUE 'F'.
003380         88  AUDIT-RUN-BACKOUT           VALUE 'B'.
003400     05  FILLER                      PIC X(03).
