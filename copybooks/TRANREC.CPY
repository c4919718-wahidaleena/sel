001802*                   STEPS IT WHEN IT WRITES THE DETAIL TO THE   *
001803*                   CARRYOVER; THE PRE-POSTING EDIT AGES THE    *
001804*                   CARRYOVER BY IT ON THE EDIT REPORT.         *
001812*  2026-10-15  RLB  ADDED TRAN-DTL-SOURCE AND TRAN-DTL-FEED-    *
001820*                   DATE (CARVED FROM THE DETAIL FILLER).       *
001828*                   TRANIN NOW CARRIES ONE HEADER/TRAILER       *
001836*                   GROUP PER SENDING SYSTEM; THE PRE-POSTING   *
001844*                   EDIT STAMPS EVERY DETAIL WITH THE SOURCE    *
001852*                   AND HEADER DATE OF THE FEED IT ARRIVED ON,  *
001860*                   SO A CARRIED OR DIVERTED DETAIL CAN STILL   *
001868*                   BE ACKNOWLEDGED TO ITS SENDER.  SENDERS     *
001876*                   LEAVE BOTH BLANK.                           *
001884*                                                               *
001900*****************************************************************
002000 01  TRAN-RECORD.
002100     05  TRAN-REC-TYPE               PIC X(01).
003320             88  TRAN-DTL-DEBIT          VALUE 'DR'.
003330             88  TRAN-DTL-CREDIT         VALUE 'CR'.
003340         10  TRAN-DTL-CARRY-CNT      PIC 9(03).
003350         10  TRAN-DTL-SOURCE         PIC X(08).
003360         10  TRAN-DTL-FEED-DATE      PIC 9(08).
003400         10  FILLER                  PIC X(41).
003500     05  TRAN-TRAILER-FIELDS REDEFINES TRAN-REC-BODY.
003600         10  TRAN-TRL-DETAIL-COUNT   PIC 9(07).
003700         10  TRAN-TRL-HASH-AMOUNT    PIC S9(11)V99.
