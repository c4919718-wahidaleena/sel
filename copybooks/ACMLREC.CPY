000100*****************************************************************
000200*                                                               *
000300*  ACMLREC.CPY                                                  *
000400*                                                               *
000500*  ACCOUNT MAINTENANCE LOG RECORD LAYOUT.  HELLOACM WRITES ONE  *
000600*  OF THESE TO ACMLOG FOR EVERY MAINTENANCE CARD IT APPLIES TO  *
000700*  THE ACCTMST CLUSTER, CARRYING THE ACCOUNT RECORD EXACTLY AS  *
000800*  IT STOOD BEFORE THE CHANGE AND EXACTLY AS IT WAS REWRITTEN,  *
000900*  SO EVERY OPEN, CLOSE, FREEZE, AND REOPEN CAN BE TRACED AND,  *
001000*  IF NEED BE, PUT BACK BY HAND.  AN ADD CARRIES A BLANK        *
001100*  BEFORE-IMAGE.  THE LOG IS EXTENDED, NEVER REWRITTEN.         *
001200*                                                               *
001300*  MODIFICATION HISTORY                                         *
001400*  ----------------------------------------------------------   *
001500*  2026-10-15  RLB  ORIGINAL COPYBOOK - MAINTENANCE LOG.        *
001600*                                                               *
001700*****************************************************************
001800 01  ACML-RECORD.
001900     05  ACML-DATE                   PIC 9(08).
002000     05  ACML-TIME                   PIC 9(06).
002100     05  ACML-ACTION                 PIC X(06).
002200         88  ACML-ACTION-ADD             VALUE 'ADD   '.
002300         88  ACML-ACTION-CHANGE          VALUE 'CHANGE'.
002400         88  ACML-ACTION-CLOSE           VALUE 'CLOSE '.
002500         88  ACML-ACTION-FREEZE          VALUE 'FREEZE'.
002600         88  ACML-ACTION-REOPEN          VALUE 'REOPEN'.
002700     05  ACML-ACCOUNT                PIC X(08).
002800     05  ACML-REFERENCE              PIC X(20).
002900     05  ACML-BEFORE-IMAGE           PIC X(48).
003000     05  ACML-AFTER-IMAGE            PIC X(48).
003100     05  FILLER                      PIC X(06).
