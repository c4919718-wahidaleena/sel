000100*****************************************************************
000200*                                                               *
000300*  FACKREC.CPY                                                  *
000400*                                                               *
000500*  FEED ACKNOWLEDGEMENT RECORD LAYOUT.  HELLOACK WRITES ONE OF  *
000600*  THESE TO ACKOUT FOR EVERY SOURCE FEED THE NIGHT'S EDIT       *
000700*  FOUND, AND THE TRANSMISSION SPLITS THE FILE BY FACK-SOURCE   *
000800*  SO EACH SENDER GETS ITS OWN RECORDS BACK.  RECEIVED IS WHAT  *
000900*  THE FEED CARRIED; POSTED, SUSPENSE, AND CARRIED ARE WHERE    *
001000*  THE DETAILS WENT AND ALWAYS ADD BACK TO RECEIVED FOR AN      *
001100*  ACCEPTED AND POSTED FEED.  A REJECTED FEED POSTED NOTHING    *
001200*  AND MUST BE CORRECTED AND RESENT; A PENDING FEED WAS         *
001300*  ACCEPTED BUT THE POSTING PASS HAS NOT YET COMPLETED, SO ONLY *
001400*  ITS RECEIVED AND EDIT-SUSPENSE FIGURES ARE FINAL.            *
001500*                                                               *
001600*  MODIFICATION HISTORY                                         *
001700*  ----------------------------------------------------------   *
001800*  2026-10-15  RLB  ORIGINAL COPYBOOK - FEED ACKNOWLEDGEMENT.   *
001900*                                                               *
002000*****************************************************************
002100 01  FACK-RECORD.
002200     05  FACK-SOURCE                 PIC X(08).
002300     05  FACK-HDR-DATE               PIC 9(08).
002400     05  FACK-STATUS                 PIC X(01).
002500         88  FACK-POSTED                 VALUE 'A'.
002600         88  FACK-PENDING                VALUE 'P'.
002700         88  FACK-REJECTED               VALUE 'R'.
002800     05  FACK-REJECT-REASON          PIC X(02).
002900     05  FACK-ACK-DATE               PIC 9(08).
003000     05  FACK-ACK-TIME               PIC 9(06).
003100     05  FACK-RECV-CNT               PIC 9(07).
003200     05  FACK-RECV-AMT               PIC S9(11)V99.
003300     05  FACK-POST-CNT               PIC 9(07).
003400     05  FACK-POST-AMT               PIC S9(11)V99.
003500     05  FACK-SUSP-CNT               PIC 9(07).
003600     05  FACK-SUSP-AMT               PIC S9(11)V99.
003700     05  FACK-CARRY-CNT              PIC 9(07).
003800     05  FACK-CARRY-AMT              PIC S9(11)V99.
003900     05  FILLER                      PIC X(07).
