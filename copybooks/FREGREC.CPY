000100*****************************************************************
000200*                                                               *
000300*  FREGREC.CPY                                                  *
000400*                                                               *
000500*  PROCESSED-FEED REGISTER RECORD LAYOUT.  ONE RECORD PER       *
000600*  SOURCE FEED THAT HAS BEEN POSTED, KEYED ON THE SOURCE, THE   *
000700*  HEADER DATE, AND THE FEED'S OWN TRAILER CONTROL TOTALS       *
000800*  (FREG-KEY).  HELLOEDT WRITES A RECORD FOR EVERY FEED IT      *
000900*  ACCEPTS TO REGNEW; THE JOB APPENDS REGNEW TO THE REGISTER    *
001000*  ONLY AFTER A CLEAN POSTING PASS, SO A FAILED OR DRAINED      *
001100*  NIGHT CAN BE RERUN ON THE SAME FEEDS.  HELLOEDT REFUSES A    *
001200*  FEED WHOSE KEY IS ALREADY ON THE REGISTER UNLESS AN          *
001300*  OVERRIDE CARD NAMES IT.  THE REGISTER IS EXTENDED, NEVER     *
001400*  REWRITTEN.  DEBIT/CREDIT TOTALS ARE ZERO FOR A FEED THAT     *
001500*  STILL SENDS THE OLD SINGLE-TOTAL TRAILER.                    *
001600*                                                               *
001700*  MODIFICATION HISTORY                                         *
001800*  ----------------------------------------------------------   *
001900*  2026-10-15  RLB  ORIGINAL COPYBOOK - PROCESSED-FEED          *
002000*                   REGISTER.                                   *
002100*                                                               *
002200*****************************************************************
002300 01  FREG-RECORD.
002400     05  FREG-KEY.
002500         10  FREG-SOURCE             PIC X(08).
002600         10  FREG-HDR-DATE           PIC 9(08).
002700         10  FREG-TRL-COUNT          PIC 9(07).
002800         10  FREG-TRL-HASH           PIC S9(11)V99.
002900         10  FREG-TRL-DR-COUNT       PIC 9(07).
003000         10  FREG-TRL-DR-AMT         PIC S9(11)V99.
003100         10  FREG-TRL-CR-COUNT       PIC 9(07).
003200         10  FREG-TRL-CR-AMT         PIC S9(11)V99.
003300     05  FREG-EDIT-DATE              PIC 9(08).
003400     05  FREG-EDIT-TIME              PIC 9(06).
003500     05  FREG-OVERRIDE-FLAG          PIC X(01).
003600         88  FREG-OVERRIDDEN             VALUE 'Y'.
003700         88  FREG-NOT-OVERRIDDEN         VALUE 'N'.
003800     05  FILLER                      PIC X(09).
