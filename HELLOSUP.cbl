005300*  MODIFICATION HISTORY                                         *
005400*  ----------------------------------------------------------   *
005500*  2026-09-02  RLB  ORIGINAL PROGRAM.                           *
005510*  2026-10-15  RLB  A HELLOBKO REVERSAL (RUN TYPE B) CARRIES    *
005520*                   THE CYCLE NUMBER OF THE POSTING IT REVERSES *
005530*                   BUT IS NEVER A CYCLE'S SURVIVOR - IT GOES   *
005540*                   TO THE EFFECTIVE HISTORY AS IS AND STAYS    *
005550*                   OFF THE CHAIN, SO A LATER REGENERATION      *
005560*                   STILL DISPLACES THE ORIGINAL PASS.          *
005600*                                                               *
005700*****************************************************************

044700         END-IF
044800     END-IF.

044810*    A BACKOUT REVERSAL IS KEPT BUT NEVER BECOMES THE CYCLE'S
044820*    NEWEST SURVIVOR.
044830     IF ITER-RUN-BACKOUT
044840         GO TO 4000-EXIT
044850     END-IF.
044900     MOVE WS-LAST-IX-OF (WS-CUR-CYCLE)
045000         TO WS-HT-PRIOR (WS-HIST-IX).
045100     MOVE WS-HIST-IX TO WS-LAST-IX-OF (WS-CUR-CYCLE).
