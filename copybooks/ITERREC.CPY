001398*                   CREDIT, OF THE DETAIL BEHIND THE CYCLE SO   *
001399*                   DOWNSTREAM REPORTING CAN TELL THE SIDES     *
001401*                   APART.                                      *
001402*  2026-10-15  RLB  ADDED ITER-POSTED-TO (CARVED FROM THE       *
001403*                   FILLER) - WHERE THE CYCLE'S MASTER UPDATE   *
001404*                   LANDED: M ON ACCTMST, S DIVERTED TO         *
001405*                   ACCTSUSP.  BLANK ON A FORCED REGENERATION   *
001406*                   AND ON RECORDS WRITTEN BEFORE THE CHANGE,   *
001407*                   WHICH READERS TREAT AS POSTED TO ACCTMST.   *
001408*  2026-10-15  RLB  ADDED RUN TYPE B - A REVERSAL WRITTEN BY    *
001409*                   THE HELLOBKO RUN BACKOUT.  IT CARRIES THE   *
001410*                   CYCLE NUMBER OF THE POSTING IT REVERSES,    *
001411*                   THE OPPOSITE DIRECTION, AND THE SAME        *
001412*                   ITER-POSTED-TO AS THE ORIGINAL (M WHEN THE  *
001413*                   MASTER WAS REVERSED TOO).                   *
001414*                                                               *
001500*****************************************************************
001600 01  ITER-RECORD.
001700     05  ITER-NUMBER                 PIC 9(04).
002560     05  ITER-RUN-TYPE               PIC X(01).
002570         88  ITER-RUN-ORIGINAL           VALUE 'O'.
002580         88  ITER-RUN-REGEN              VALUE 'R'.
002585         88  ITER-RUN-BACKOUT            VALUE 'B'.
002590     05  ITER-TRAN-DC                PIC X(01).
002592         88  ITER-TRAN-DEBIT             VALUE 'D'.
002594         88  ITER-TRAN-CREDIT            VALUE 'C'.
002595     05  ITER-POSTED-TO              PIC X(01).
002596         88  ITER-POSTED-MASTER          VALUE 'M'.
002597         88  ITER-POSTED-SUSPENSE        VALUE 'S'.
002600     05  FILLER                      PIC X(01).
