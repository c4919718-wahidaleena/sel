000100*****************************************************************
000200*                                                               *
000300*  BKOLREC.CPY                                                  *
000400*                                                               *
000500*  RUN BACKOUT REGISTER RECORD LAYOUT.  HELLOBKO WRITES ONE OF  *
000600*  THESE TO BKOLOG FOR EVERY RUN IT BACKS OUT, NAMING THE RUN   *
000700*  REVERSED, THE BACKOUT RUN THAT REVERSED IT, AND WHO ASKED.   *
000800*  HELLOBKO READS THE REGISTER BEFORE IT STARTS AND REFUSES A   *
000900*  RUN ALREADY ON IT, SO NO RUN CAN BE REVERSED TWICE.  THE     *
001000*  REGISTER IS EXTENDED, NEVER REWRITTEN.                       *
001100*                                                               *
001200*  MODIFICATION HISTORY                                         *
001300*  ----------------------------------------------------------   *
001400*  2026-10-15  RLB  ORIGINAL COPYBOOK - BACKOUT REGISTER.       *
001500*                                                               *
001600*****************************************************************
001700 01  BKOL-RECORD.
001800     05  BKOL-DATE                   PIC 9(08).
001900     05  BKOL-TIME                   PIC 9(06).
002000     05  BKOL-BUS-DATE               PIC 9(08).
002100     05  BKOL-JOB-NAME               PIC X(08).
002200     05  BKOL-TARGET-RUN             PIC 9(08).
002300     05  BKOL-BACKOUT-RUN            PIC 9(08).
002400     05  BKOL-RECORD-CNT             PIC 9(07).
002500     05  BKOL-OVERRIDE-FLAG          PIC X(01).
002600         88  BKOL-OVERRIDDEN             VALUE 'Y'.
002700         88  BKOL-NOT-OVERRIDDEN         VALUE 'N'.
002800     05  BKOL-REFERENCE              PIC X(20).
002900     05  BKOL-MASTER-NET             PIC S9(11)V99.
003000     05  FILLER                      PIC X(13).
