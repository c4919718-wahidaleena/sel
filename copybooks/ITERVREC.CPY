001610*  2026-09-02  RLB  ADDED ITERV-TRAN-DC (CARVED FROM THE        *
001620*                   FILLER), MIRRORING ITER-TRAN-DC - THE       *
001630*                   POSTED DEBIT/CREDIT DIRECTION.              *
001647*  2026-10-15  RLB  ADDED ITERV-POSTED-TO (CARVED FROM THE      *
001664*                   FILLER), MIRRORING ITER-POSTED-TO - M ON    *
001681*                   ACCTMST, S DIVERTED TO ACCTSUSP.            *
001690*  2026-10-15  RLB  ADDED ITERV-RUN-BACKOUT, MIRRORING RUN      *
001695*                   TYPE B ON ITERREC - A BACKOUT REVERSAL.     *
001700*                                                               *
001800*****************************************************************
001900 01  ITERV-RECORD.
003000     05  ITERV-RUN-TYPE              PIC X(01).
003100         88  ITERV-RUN-ORIGINAL          VALUE 'O'.
003200         88  ITERV-RUN-REGEN             VALUE 'R'.
003205         88  ITERV-RUN-BACKOUT           VALUE 'B'.
003210     05  ITERV-TRAN-DC               PIC X(01).
003220         88  ITERV-TRAN-DEBIT            VALUE 'D'.
003230         88  ITERV-TRAN-CREDIT           VALUE 'C'.
003247     05  ITERV-POSTED-TO             PIC X(01).
003264         88  ITERV-POSTED-MASTER         VALUE 'M'.
003281         88  ITERV-POSTED-SUSPENSE       VALUE 'S'.
003300     05  FILLER                      PIC X(01).
