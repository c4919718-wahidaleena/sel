001530*                   THE ACCOUNT MASTER DOWN THE SAME SUSPENSE   *
001540*                   PATH (ON ACCTSUSP) INSTEAD OF LOSING THE    *
001550*                   MASTER UPDATE.                              *
001560*  2026-10-15  RLB  ADDED REASONS 07 AND 08 - A DETAIL WHOSE    *
001570*                   ACCOUNT IS CLOSED OR FROZEN ON THE MASTER   *
001580*                   IS DIVERTED TO ACCTSUSP THE SAME WAY        *
001590*                   INSTEAD OF MOVING ITS BALANCE.              *
001591*  2026-10-15  RLB  ADDED SUSP-DATE (CARVED FROM THE TRAILING   *
001592*                   FILLER) - THE BUSINESS DATE THE ITEM WAS    *
001593*                   DIVERTED, SO HELLOSWB CAN AGE THE SUSPENSE. *
001594*                   ITEMS WRITTEN BEFORE THE CHANGE CARRY       *
001595*                   SPACES HERE AND AGE AS UNDATED.             *
001600*                                                               *
001700*****************************************************************
001800 01  SUSP-RECORD.
002300         88  SUSP-REASON-BAD-TYPE        VALUE '04'.
002400         88  SUSP-REASON-BAD-RECORD      VALUE '05'.
002410         88  SUSP-REASON-NOT-ON-MASTER   VALUE '06'.
002420         88  SUSP-REASON-ACCT-CLOSED     VALUE '07'.
002430         88  SUSP-REASON-ACCT-FROZEN     VALUE '08'.
002500     05  SUSP-TRAN-DATA              PIC X(80).
002550     05  SUSP-DATE                   PIC 9(08) COMP-3.
002600     05  FILLER                      PIC X(01).
