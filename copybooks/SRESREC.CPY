000100*****************************************************************
000200*                                                               *
000300*  SRESREC.CPY                                                  *
000400*                                                               *
000500*  SUSPENSE RESOLUTION LOG RECORD LAYOUT.  HELLOSWB WRITES ONE  *
000600*  OF THESE TO SWBLOG FOR EVERY SUSPENSE ITEM IT TAKES OFF      *
000700*  SUSPENSE OR ACCTSUSP - WHICH FILE AND ITEM IT WAS, THE       *
000800*  REASON IT WAS SITTING THERE, WHAT WAS DONE WITH IT, THE      *
000900*  ORIGINAL 80-BYTE RECORD, AND (FOR A CORRECTION) THE DETAIL   *
001000*  AS RE-ENTERED ON THE CORRECTIONS FEED.  A WRITE-OFF CARRIES  *
001100*  A BLANK CORRECTED DETAIL.  THE LOG IS EXTENDED, NEVER        *
001200*  REWRITTEN, SO EVERY ITEM THAT LEAVES SUSPENSE CAN BE         *
001300*  ACCOUNTED FOR.                                               *
001400*                                                               *
001500*  MODIFICATION HISTORY                                         *
001600*  ----------------------------------------------------------   *
001700*  2026-10-15  RLB  ORIGINAL COPYBOOK - SUSPENSE RESOLUTIONS.   *
001800*                                                               *
001900*****************************************************************
002000 01  SRES-RECORD.
002100     05  SRES-DATE                   PIC 9(08).
002200     05  SRES-FILE-CODE              PIC X(01).
002300         88  SRES-FILE-EDIT              VALUE 'E'.
002400         88  SRES-FILE-ACCOUNT           VALUE 'A'.
002500     05  SRES-ITEM-NUMBER            PIC 9(07).
002600     05  SRES-ACTION                 PIC X(01).
002700         88  SRES-ACTION-CORRECT         VALUE 'C'.
002800         88  SRES-ACTION-WRITE-OFF       VALUE 'W'.
002900     05  SRES-REASON-CODE            PIC X(02).
003000     05  SRES-REFERENCE              PIC X(20).
003100     05  SRES-ORIG-DATA              PIC X(80).
003200     05  SRES-NEW-DATA               PIC X(80).
003300     05  FILLER                      PIC X(01).
