000900*  UPDATES THE RECORD AS EACH CYCLE POSTS; HELLOBAL READS THE   *
001000*  CLUSTER IN KEY ORDER FOR THE END-OF-JOB BALANCE LISTING.     *
001100*  THE CLUSTER IS DEFINED AT INSTALL (KEYS(8 0), RECORDSIZE     *
001200*  (48 48)).  ACCOUNTS ARE ADDED, CLOSED, FROZEN, AND REOPENED  *
001210*  ONLY BY THE HELLOACM MAINTENANCE RUN - A DETAIL HITTING AN   *
001300*  ACCOUNT NOT ON THE MASTER, OR ONE CLOSED OR FROZEN, IS       *
001400*  DIVERTED TO THE ACCOUNT SUSPENSE PATH, NEVER POSTED HERE.    *
001500*                                                               *
001600*  MODIFICATION HISTORY                                         *
001700*  ----------------------------------------------------------   *
001800*  2026-09-02  RLB  ORIGINAL COPYBOOK - ACCOUNT MASTER.         *
001810*  2026-10-15  RLB  ADDED THE ACCOUNT STATUS (OPEN, CLOSED,     *
001820*                   FROZEN) AND THE OPEN DATE, MAINTAINED BY    *
001830*                   HELLOACM.  THE RECORD GROWS TO 48 BYTES -   *
001840*                   THE CLUSTER IS NOW RECORDSIZE(48 48) AND    *
001850*                   THE INSTALLED MASTER IS UNLOADED AND        *
001860*                   RELOADED ONCE, THE NEW BYTES COMING ACROSS  *
001870*                   BLANK.  A BLANK STATUS READS AS OPEN.       *
001900*                                                               *
002000*****************************************************************
002100 01  ACCT-RECORD.
002400     05  ACCT-BALANCE                PIC S9(11)V99.
002500     05  ACCT-LAST-DATE              PIC 9(08).
002600     05  ACCT-LAST-RUN               PIC 9(08).
002610     05  ACCT-STATUS                 PIC X(01).
002620         88  ACCT-STATUS-OPEN            VALUE 'O' SPACE.
002630         88  ACCT-STATUS-CLOSED          VALUE 'C'.
002640         88  ACCT-STATUS-FROZEN          VALUE 'F'.
002650     05  ACCT-OPEN-DATE              PIC 9(08).
002700     05  FILLER                      PIC X(02).
