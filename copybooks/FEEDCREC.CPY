000100*****************************************************************
000200*                                                               *
000300*  FEEDCREC.CPY                                                 *
000400*                                                               *
000500*  INBOUND FEED CONTROL RECORD LAYOUT.  HELLOEDT WRITES ONE OF  *
000600*  THESE TO FEEDCTL FOR EVERY SOURCE FEED (HEADER/TRAILER       *
000700*  GROUP) IT FINDS ON TRANIN, ACCEPTED OR REJECTED, WITH THE    *
000800*  FEED'S OWN RECEIVED TOTALS AND WHAT THE EDIT DID WITH THEM.  *
000900*  HELLOACK READS IT AFTER THE POSTING PASS TO BUILD THE        *
001000*  ACKNOWLEDGEMENT RETURNED TO EACH SENDER.  THE FILE IS        *
001100*  REBUILT EVERY NIGHT.  AMOUNTS ARE ALGEBRAIC TOTALS ON THE    *
001200*  SAME BASIS AS THE TRAILER HASH.                              *
001300*                                                               *
001400*  MODIFICATION HISTORY                                         *
001500*  ----------------------------------------------------------   *
001600*  2026-10-15  RLB  ORIGINAL COPYBOOK - FEED CONTROL.           *
001610*  2026-10-15  RLB  ADDED REASON 08 - FEED ALREADY ON THE       *
001620*                   PROCESSED-FEED REGISTER.                    *
001700*                                                               *
001800*****************************************************************
001900 01  FDCT-RECORD.
002000     05  FDCT-SOURCE                 PIC X(08).
002100     05  FDCT-HDR-DATE               PIC 9(08).
002200     05  FDCT-STATUS                 PIC X(01).
002300         88  FDCT-ACCEPTED               VALUE 'A'.
002400         88  FDCT-REJECTED               VALUE 'R'.
002500     05  FDCT-REJECT-REASON          PIC X(02).
002600         88  FDCT-REASON-NONE            VALUE SPACES.
002700         88  FDCT-REASON-BAD-DATE        VALUE '01'.
002800         88  FDCT-REASON-NO-SOURCE       VALUE '02'.
002900         88  FDCT-REASON-NO-TRAILER      VALUE '03'.
003000         88  FDCT-REASON-COUNT           VALUE '04'.
003100         88  FDCT-REASON-HASH            VALUE '05'.
003200         88  FDCT-REASON-DEBIT-SIDE      VALUE '06'.
003300         88  FDCT-REASON-CREDIT-SIDE     VALUE '07'.
003310         88  FDCT-REASON-DUPLICATE       VALUE '08'.
003400     05  FDCT-EDIT-DATE              PIC 9(08).
003500     05  FDCT-EDIT-TIME              PIC 9(06).
003600     05  FDCT-RECV-CNT               PIC 9(07).
003700     05  FDCT-RECV-AMT               PIC S9(11)V99.
003800     05  FDCT-SUSP-CNT               PIC 9(07).
003900     05  FDCT-SUSP-AMT               PIC S9(11)V99.
004000     05  FDCT-FWD-CNT                PIC 9(07).
004100     05  FDCT-FWD-AMT                PIC S9(11)V99.
004200     05  FILLER                      PIC X(07).
