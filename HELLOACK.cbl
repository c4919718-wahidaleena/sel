000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOACK.
000300 AUTHOR.        R L BOYER.
000400 INSTALLATION.  NIGHTLY BATCH SCHEDULING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  HELLOACK                                                     *
001000*                                                               *
001100*  SENDER ACKNOWLEDGEMENTS FOR THE NIGHT'S INBOUND FEEDS.       *
001200*  RUNS AFTER THE POSTING PASS AND WRITES ONE FACKREC RECORD    *
001300*  TO ACKOUT FOR EVERY SOURCE FEED HELLOEDT FOUND ON TRANIN     *
001400*  (ONE FEEDCTL RECORD EACH), SAYING WHETHER THE FEED WAS       *
001500*  ACCEPTED OR REJECTED AND WHERE ITS DETAILS WENT:             *
001600*                                                               *
001700*    RECEIVED   THE DETAILS THE FEED CARRIED (FROM FEEDCTL).    *
001800*    CARRIED    DETAILS ON CARRYIN (TONIGHT'S NEW CARRYOVER)    *
001900*               STAMPED WITH THE FEED'S SOURCE AND DATE.        *
002000*    SUSPENSE   DETAILS THE EDIT DIVERTED (FROM FEEDCTL) PLUS   *
002100*               DETAILS THE POSTING PASS DIVERTED TO ACCTSUSP   *
002200*               (SUSPIN) STAMPED WITH THE FEED'S SOURCE AND     *
002300*               DATE AND DIVERTED ON THE POSTING RUN'S          *
002400*               BUSINESS DATE.                                  *
002500*    POSTED     WHAT THE EDIT FORWARDED LESS WHAT WAS CARRIED   *
002600*               OR DIVERTED BY THE POSTING PASS.                *
002700*                                                               *
002800*  THE CARRIED AND DIVERTED FIGURES ONLY MEAN SOMETHING ONCE    *
002900*  THE POSTING PASS HAS FINISHED THE FEED.  THE AUDIT TRAIL     *
003000*  ON AUDITIN DECIDES: THE NEWEST NORMAL-RUN END RECORD OF THE  *
003100*  STREAM (JOB NAME IN COLS 1-8 OF THE ACKCTL CARD) THAT ENDED  *
003200*  AFTER THE EDIT RAN MUST SHOW COMPLETION 00.  OTHERWISE EVERY *
003300*  ACCEPTED FEED IS ACKNOWLEDGED AS PENDING WITH ONLY ITS       *
003400*  RECEIVED AND EDIT-SUSPENSE FIGURES.  FEEDCTL IS REBUILT BY   *
003500*  EVERY NIGHT'S EDIT, SO A LATER NIGHT NEVER ACKNOWLEDGES A    *
003600*  PENDING FEED: RERUN THE SAME NIGHT TO A CLEAN POSTING (ITS   *
003700*  EDIT SEES THE SAME FEEDS AND THIS PROGRAM THEN ACKNOWLEDGES  *
003800*  THEM IN FULL), OR ACKNOWLEDGE IT TO THE SENDER BY HAND.      *
003900*  A REJECTED FEED IS ALWAYS ACKNOWLEDGED AS REJECTED WITH THE  *
004000*  REASON.                                                      *
004100*                                                               *
004200*  RETURN CODES                                                 *
004300*  ------------                                                 *
004400*    00  EVERY FEED ACCEPTED AND ACKNOWLEDGED AS POSTED.        *
004500*    04  ONE OR MORE FEEDS REJECTED - THEIR SENDERS MUST        *
004600*        CORRECT AND RESEND.                                    *
004700*    08  POSTING NOT CONFIRMED (ACCEPTED FEEDS WENT OUT AS      *
004800*        PENDING), THE FIGURES OF A FEED DO NOT TIE, OR         *
004900*        FEEDCTL WAS EMPTY.                                     *
005000*    12  OPEN, READ, OR WRITE FAILED - ACKOUT IS INCOMPLETE     *
005100*        AND MUST NOT BE TRANSMITTED.                           *
005200*    16  MORE FEEDS ON FEEDCTL THAN THE FEED TABLE HOLDS.       *
005300*                                                               *
005400*  MODIFICATION HISTORY                                         *
005500*  ----------------------------------------------------------   *
005600*  2026-10-15  RLB  ORIGINAL PROGRAM.                           *
005700*                                                               *
005800*****************************************************************

005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER.   IBM-370.
006200 OBJECT-COMPUTER.   IBM-370.

006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT ACK-CTL-FILE  ASSIGN TO ACKCTL
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS ACK-CTL-FILE-STATUS.

006800     SELECT FEED-CTL-FILE ASSIGN TO FEEDCTL
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS FEED-CTL-FILE-STATUS.

007100     SELECT AUDIT-FILE    ASSIGN TO AUDITIN
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS AUDIT-FILE-STATUS.

007400     SELECT CARRY-IN-FILE ASSIGN TO CARRYIN
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS CARRY-IN-FILE-STATUS.

007700     SELECT SUSP-IN-FILE  ASSIGN TO SUSPIN
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS SUSP-IN-FILE-STATUS.

008000     SELECT ACK-OUT-FILE  ASSIGN TO ACKOUT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS ACK-OUT-FILE-STATUS.

008300     SELECT REPORT-FILE   ASSIGN TO ACKRPT
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS REPORT-FILE-STATUS.

008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  ACK-CTL-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  ACK-CTL-RECORD.
009200     05  ACK-CTL-JOB-NAME            PIC X(08).
009300     05  FILLER                      PIC X(72).

009400 FD  FEED-CTL-FILE
009500     LABEL RECORDS ARE STANDARD
009600     RECORD CONTAINS 100 CHARACTERS.
009700 COPY FEEDCREC.

009800 FD  AUDIT-FILE
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 72 CHARACTERS.
010100 COPY AUDITREC.

010200 FD  CARRY-IN-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  CARRY-IN-RECORD             PIC X(80).

010600 FD  SUSP-IN-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 88 CHARACTERS.
010900 COPY SUSPREC.

011000 FD  ACK-OUT-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 120 CHARACTERS.
011300 COPY FACKREC.

011400 FD  REPORT-FILE
011500     LABEL RECORDS OMITTED
011600     RECORD CONTAINS 132 CHARACTERS.
011700 01  REPORT-LINE                 PIC X(132).

011800 WORKING-STORAGE SECTION.
011900 77  WS-JOB-FILTER               PIC X(08) VALUE SPACES.
012000 77  WS-EDIT-DATE                PIC 9(08) VALUE 0.
012100 77  WS-EDIT-TIME                PIC 9(06) VALUE 0.
012200 77  WS-LAST-COMPL               PIC X(02) VALUE SPACES.
012300 77  WS-LAST-BUS-DATE            PIC 9(08) VALUE 0.
012400 77  WS-ACK-DATE                 PIC 9(08) VALUE 0.
012500 77  WS-ACK-TIME                 PIC 9(06) VALUE 0.
012600 77  WS-FEED-MAX                 PIC 9(03) COMP VALUE 200.
012700 77  WS-FEED-CNT                 PIC 9(03) COMP VALUE 0.
012800 77  WS-FEED-IX                  PIC 9(03) COMP VALUE 0.
012900 77  WS-POSTED-CNT               PIC 9(07) COMP VALUE 0.
013000 77  WS-PENDING-CNT              PIC 9(07) COMP VALUE 0.
013100 77  WS-REJECTED-CNT             PIC 9(07) COMP VALUE 0.
013200 77  WS-UNTIED-CNT               PIC 9(07) COMP VALUE 0.
013300 77  WS-CARRY-READ-CNT           PIC 9(07) COMP VALUE 0.
013400 77  WS-SUSP-READ-CNT            PIC 9(07) COMP VALUE 0.
013500 77  WS-POST-CNT                 PIC S9(07) COMP VALUE 0.
013600 77  WS-POST-AMT                 PIC S9(11)V99 COMP-3 VALUE 0.

013700*    THE SHARED TRANSACTION LAYOUT STAGES A CARRIED OR
013800*    DIVERTED DETAIL SO ITS SOURCE STAMP CAN BE MATCHED.
013900 COPY TRANREC.

014000 01  WS-SWITCHES.
014100     05  WS-FEED-EOF-SW          PIC X(01) VALUE 'N'.
014200         88  WS-FEED-EOF             VALUE 'Y'.
014300     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE 'N'.
014400         88  WS-AUDIT-EOF            VALUE 'Y'.
014500     05  WS-CARRY-EOF-SW         PIC X(01) VALUE 'N'.
014600         88  WS-CARRY-EOF            VALUE 'Y'.
014700     05  WS-SUSP-EOF-SW          PIC X(01) VALUE 'N'.
014800         88  WS-SUSP-EOF             VALUE 'Y'.
014900     05  WS-POSTING-DONE-SW      PIC X(01) VALUE 'N'.
015000         88  WS-POSTING-DONE         VALUE 'Y'.
015100     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
015200         88  WS-ENTRY-FOUND          VALUE 'Y'.
015300     05  WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
015400         88  WS-TABLE-FULL           VALUE 'Y'.
015500     05  WS-IO-FAIL-SW           PIC X(01) VALUE 'N'.
015600         88  WS-IO-FAILED            VALUE 'Y'.

015700 01  WS-FILE-STATUSES.
015800     05  ACK-CTL-FILE-STATUS     PIC X(02) VALUE '00'.
015900     05  FEED-CTL-FILE-STATUS    PIC X(02) VALUE '00'.
016000     05  AUDIT-FILE-STATUS       PIC X(02) VALUE '00'.
016100     05  CARRY-IN-FILE-STATUS    PIC X(02) VALUE '00'.
016200     05  SUSP-IN-FILE-STATUS     PIC X(02) VALUE '00'.
016300     05  ACK-OUT-FILE-STATUS     PIC X(02) VALUE '00'.
016400     05  REPORT-FILE-STATUS      PIC X(02) VALUE '00'.

016500*    ONE ENTRY PER FEED ON FEEDCTL, IN FILE ORDER, WITH WHAT
016600*    THE POSTING PASS CARRIED AND DIVERTED OF IT.
016700 01  WS-FEED-TABLE.
016800     05  WS-FEED-ENTRY OCCURS 200 TIMES.
016900         10  WS-FT-SOURCE        PIC X(08).
017000         10  WS-FT-DATE          PIC 9(08).
017100         10  WS-FT-STATUS        PIC X(01).
017200             88  WS-FT-ACCEPTED      VALUE 'A'.
017300         10  WS-FT-REASON        PIC X(02).
017400         10  WS-FT-RECV-CNT      PIC 9(07) COMP.
017500         10  WS-FT-RECV-AMT      PIC S9(11)V99 COMP-3.
017600         10  WS-FT-SUSP-CNT      PIC 9(07) COMP.
017700         10  WS-FT-SUSP-AMT      PIC S9(11)V99 COMP-3.
017800         10  WS-FT-FWD-CNT       PIC 9(07) COMP.
017900         10  WS-FT-FWD-AMT       PIC S9(11)V99 COMP-3.
018000         10  WS-FT-CARRY-CNT     PIC 9(07) COMP.
018100         10  WS-FT-CARRY-AMT     PIC S9(11)V99 COMP-3.
018200         10  WS-FT-DIVERT-CNT    PIC 9(07) COMP.
018300         10  WS-FT-DIVERT-AMT    PIC S9(11)V99 COMP-3.

018400 01  WS-ACK-LINE.
018500     05  WS-A-SOURCE             PIC X(08).
018600     05  FILLER                  PIC X(01) VALUE SPACE.
018700     05  WS-A-DATE               PIC 9(08).
018800     05  FILLER                  PIC X(01) VALUE SPACE.
018900     05  WS-A-STATUS             PIC X(08).
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  WS-A-REASON             PIC X(02).
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  WS-A-RECV-CNT           PIC ZZZZZZ9.
019400     05  WS-A-RECV-AMT           PIC ZZZZZZZZZZ9.99-.
019500     05  WS-A-POST-CNT           PIC ZZZZZZ9.
019600     05  WS-A-POST-AMT           PIC ZZZZZZZZZZ9.99-.
019700     05  WS-A-SUSP-CNT           PIC ZZZZZZ9.
019800     05  WS-A-SUSP-AMT           PIC ZZZZZZZZZZ9.99-.
019900     05  WS-A-CARRY-CNT          PIC ZZZZZZ9.
020000     05  WS-A-CARRY-AMT          PIC ZZZZZZZZZZ9.99-.
020100     05  FILLER                  PIC X(03) VALUE SPACES.

020200 01  WS-ACK-HEADING.
020300     05  FILLER                  PIC X(30) VALUE
020400         'SOURCE   FEED DT  STATUS   RS '.
020500     05  FILLER                  PIC X(22) VALUE
020600         'RECEIVED        AMOUNT'.
020700     05  FILLER                  PIC X(22) VALUE
020800         '  POSTED        AMOUNT'.
020900     05  FILLER                  PIC X(22) VALUE
021000         ' SUSPENSE       AMOUNT'.
021100     05  FILLER                  PIC X(22) VALUE
021200         ' CARRIED        AMOUNT'.
021300     05  FILLER                  PIC X(14) VALUE SPACES.

021400 01  WS-COUNT-LINE.
021500     05  WS-C-LABEL              PIC X(37).
021600     05  WS-C-COUNT              PIC ZZZZZZ9.
021700     05  FILLER                  PIC X(88) VALUE SPACES.

021800 PROCEDURE DIVISION.
021900*****************************************************************
022000*    0000-MAINLINE                                              *
022100*****************************************************************
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022400     IF WS-IO-FAILED
022500         OR WS-TABLE-FULL
022600         OR WS-FEED-CNT = 0
022700         PERFORM 9999-TERMINATE THRU 9999-EXIT
022800         STOP RUN
022900     END-IF.

023000     PERFORM 2000-CHECK-POSTING THRU 2000-EXIT.
023100     IF WS-POSTING-DONE
023200         AND NOT WS-IO-FAILED
023300         PERFORM 3000-SCAN-CARRYOVER THRU 3000-EXIT
023400     END-IF.
023500     IF WS-POSTING-DONE
023600         AND NOT WS-IO-FAILED
023700         PERFORM 3500-SCAN-DIVERTED THRU 3500-EXIT
023800     END-IF.
023900     IF NOT WS-IO-FAILED
024000         PERFORM 4000-WRITE-ACKS THRU 4000-EXIT
024100     END-IF.

024200     PERFORM 6000-WRITE-COUNTS THRU 6000-EXIT.
024300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
024400     STOP RUN.

024500*****************************************************************
024600*    1000-INITIALIZE - OPEN THE REPORT, PICK UP THE OPTIONAL    *
024700*    JOB-NAME CARD, AND LOAD THE NIGHT'S FEEDS OFF FEEDCTL.     *
024800*****************************************************************
024900 1000-INITIALIZE.
025000     OPEN OUTPUT REPORT-FILE.
025100     IF REPORT-FILE-STATUS NOT = '00'
025200         DISPLAY 'HELLOACK12 ACKRPT OPEN FAILED, STATUS '
025300             REPORT-FILE-STATUS
025400         SET WS-IO-FAILED TO TRUE
025500         GO TO 1000-EXIT
025600     END-IF.
025700     MOVE SPACES TO REPORT-LINE.
025800     MOVE 'HELLO INBOUND FEED ACKNOWLEDGEMENTS' TO REPORT-LINE.
025900     WRITE REPORT-LINE.
026000     MOVE SPACES TO REPORT-LINE.
026100     WRITE REPORT-LINE.
026200     ACCEPT WS-ACK-DATE FROM DATE YYYYMMDD.
026300     ACCEPT WS-ACK-TIME FROM TIME.

026400     OPEN INPUT ACK-CTL-FILE.
026500     IF ACK-CTL-FILE-STATUS = '00'
026600         READ ACK-CTL-FILE
026700             AT END
026800                 CONTINUE
026900         END-READ
027000         IF ACK-CTL-FILE-STATUS = '00'
027100             AND ACK-CTL-JOB-NAME NOT = SPACES
027200             MOVE ACK-CTL-JOB-NAME TO WS-JOB-FILTER
027300         END-IF
027400         CLOSE ACK-CTL-FILE
027500     END-IF.

027600     OPEN INPUT FEED-CTL-FILE.
027700     IF FEED-CTL-FILE-STATUS NOT = '00'
027800         MOVE SPACES TO REPORT-LINE
027900         STRING 'FEEDCTL OPEN FAILED, STATUS '
028000             FEED-CTL-FILE-STATUS DELIMITED BY SIZE
028100             INTO REPORT-LINE
028200         WRITE REPORT-LINE
028300         SET WS-IO-FAILED TO TRUE
028400         GO TO 1000-EXIT
028500     END-IF.
028600     PERFORM 1100-LOAD-FEED THRU 1100-EXIT
028700         UNTIL WS-FEED-EOF.
028800     CLOSE FEED-CTL-FILE.
028900     IF WS-FEED-CNT = 0
029000         AND NOT WS-IO-FAILED
029100         MOVE SPACES TO REPORT-LINE
029200         MOVE 'NO FEEDS ON FEEDCTL - NOTHING TO ACKNOWLEDGE'
029300             TO REPORT-LINE
029400         WRITE REPORT-LINE
029500     END-IF.
029600 1000-EXIT.
029700     EXIT.

029800*****************************************************************
029900*    1100-LOAD-FEED - ONE FEEDCTL RECORD INTO THE FEED TABLE.   *
030000*    EVERY RECORD CARRIES THE SAME EDIT TIME STAMP.             *
030100*****************************************************************
030200 1100-LOAD-FEED.
030300     READ FEED-CTL-FILE
030400         AT END
030500             SET WS-FEED-EOF TO TRUE
030600             GO TO 1100-EXIT
030700     END-READ.
030800     IF FEED-CTL-FILE-STATUS NOT = '00'
030900         MOVE SPACES TO REPORT-LINE
031000         STRING 'FEEDCTL READ FAILED, STATUS '
031100             FEED-CTL-FILE-STATUS DELIMITED BY SIZE
031200             INTO REPORT-LINE
031300         WRITE REPORT-LINE
031400         SET WS-IO-FAILED TO TRUE
031500         SET WS-FEED-EOF TO TRUE
031600         GO TO 1100-EXIT
031700     END-IF.
031800     IF WS-FEED-CNT NOT < WS-FEED-MAX
031900         MOVE SPACES TO REPORT-LINE
032000         MOVE 'MORE FEEDS ON FEEDCTL THAN THE FEED TABLE HOLDS'
032100             TO REPORT-LINE
032200         WRITE REPORT-LINE
032300         SET WS-TABLE-FULL TO TRUE
032400         SET WS-FEED-EOF TO TRUE
032500         GO TO 1100-EXIT
032600     END-IF.
032700     ADD 1 TO WS-FEED-CNT.
032800     MOVE FDCT-EDIT-DATE     TO WS-EDIT-DATE.
032900     MOVE FDCT-EDIT-TIME     TO WS-EDIT-TIME.
033000     MOVE FDCT-SOURCE        TO WS-FT-SOURCE (WS-FEED-CNT).
033100     MOVE FDCT-HDR-DATE      TO WS-FT-DATE (WS-FEED-CNT).
033200     MOVE FDCT-STATUS        TO WS-FT-STATUS (WS-FEED-CNT).
033300     MOVE FDCT-REJECT-REASON TO WS-FT-REASON (WS-FEED-CNT).
033400     MOVE FDCT-RECV-CNT      TO WS-FT-RECV-CNT (WS-FEED-CNT).
033500     MOVE FDCT-RECV-AMT      TO WS-FT-RECV-AMT (WS-FEED-CNT).
033600     MOVE FDCT-SUSP-CNT      TO WS-FT-SUSP-CNT (WS-FEED-CNT).
033700     MOVE FDCT-SUSP-AMT      TO WS-FT-SUSP-AMT (WS-FEED-CNT).
033800     MOVE FDCT-FWD-CNT       TO WS-FT-FWD-CNT (WS-FEED-CNT).
033900     MOVE FDCT-FWD-AMT       TO WS-FT-FWD-AMT (WS-FEED-CNT).
034000     MOVE 0 TO WS-FT-CARRY-CNT (WS-FEED-CNT)
034100               WS-FT-CARRY-AMT (WS-FEED-CNT)
034200               WS-FT-DIVERT-CNT (WS-FEED-CNT)
034300               WS-FT-DIVERT-AMT (WS-FEED-CNT).
034400 1100-EXIT.
034500     EXIT.

034600*****************************************************************
034700*    2000-CHECK-POSTING - DID THE POSTING PASS FINISH THE       *
034800*    EDITED FEED?  THE NEWEST NORMAL-RUN END RECORD FOR THE     *
034900*    STREAM THAT ENDED AFTER THE EDIT RAN MUST SHOW 00 - A      *
035000*    DRAINED OR FAILED RUN LEFT THE CARRYOVER AND DIVERSIONS    *
035100*    INCOMPLETE, AND NO SUCH RECORD MEANS THE POSTING PASS      *
035200*    NEVER RAN AGAINST TONIGHT'S EDIT.                          *
035300*****************************************************************
035400 2000-CHECK-POSTING.
035500     OPEN INPUT AUDIT-FILE.
035600     IF AUDIT-FILE-STATUS NOT = '00'
035700         MOVE SPACES TO REPORT-LINE
035800         STRING 'AUDITIN OPEN FAILED, STATUS '
035900             AUDIT-FILE-STATUS DELIMITED BY SIZE
036000             INTO REPORT-LINE
036100         WRITE REPORT-LINE
036200         SET WS-IO-FAILED TO TRUE
036300         GO TO 2000-EXIT
036400     END-IF.
036500     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
036600         UNTIL WS-AUDIT-EOF.
036700     CLOSE AUDIT-FILE.
036800     IF WS-IO-FAILED
036900         GO TO 2000-EXIT
037000     END-IF.

037100     MOVE SPACES TO REPORT-LINE.
037200     EVALUATE WS-LAST-COMPL
037300         WHEN '00'
037400             SET WS-POSTING-DONE TO TRUE
037500             MOVE 'POSTING PASS COMPLETE - FULL ACKNOWLEDGEMENTS'
037600                 TO REPORT-LINE
037700         WHEN SPACES
037800             MOVE 'NO POSTING RUN SINCE THE EDIT - ACCEPTED FEEDS
037900-                 ' PENDING' TO REPORT-LINE
038000         WHEN OTHER
038100             STRING 'POSTING PASS ENDED '
038200                 WS-LAST-COMPL
038300                 ' - ACCEPTED FEEDS PENDING'
038400                 DELIMITED BY SIZE INTO REPORT-LINE
038500     END-EVALUATE.
038600     WRITE REPORT-LINE.
038700     MOVE SPACES TO REPORT-LINE.
038800     WRITE REPORT-LINE.
038900 2000-EXIT.
039000     EXIT.

039100*****************************************************************
039200*    2100-READ-AUDIT                                            *
039300*****************************************************************
039400 2100-READ-AUDIT.
039500     READ AUDIT-FILE
039600         AT END
039700             SET WS-AUDIT-EOF TO TRUE
039800             GO TO 2100-EXIT
039900     END-READ.
040000     IF AUDIT-FILE-STATUS NOT = '00'
040100         MOVE SPACES TO REPORT-LINE
040200         STRING 'AUDITIN READ FAILED, STATUS '
040300             AUDIT-FILE-STATUS DELIMITED BY SIZE
040400             INTO REPORT-LINE
040500         WRITE REPORT-LINE
040600         SET WS-IO-FAILED TO TRUE
040700         SET WS-AUDIT-EOF TO TRUE
040800         GO TO 2100-EXIT
040900     END-IF.
041000     IF NOT AUDIT-TYPE-END
041100         OR NOT AUDIT-RUN-NORMAL
041200         GO TO 2100-EXIT
041300     END-IF.
041400     IF WS-JOB-FILTER NOT = SPACES
041500         AND AUDIT-JOB-NAME NOT = WS-JOB-FILTER
041600         GO TO 2100-EXIT
041700     END-IF.
041800     IF AUDIT-END-DATE < WS-EDIT-DATE
041900         GO TO 2100-EXIT
042000     END-IF.
042100     IF AUDIT-END-DATE = WS-EDIT-DATE
042200         AND AUDIT-END-TIME < WS-EDIT-TIME
042300         GO TO 2100-EXIT
042400     END-IF.
042500     MOVE AUDIT-COMPL-CODE TO WS-LAST-COMPL.
042600     MOVE AUDIT-BUS-DATE   TO WS-LAST-BUS-DATE.
042700 2100-EXIT.
042800     EXIT.

042900*****************************************************************
043000*    3000-SCAN-CARRYOVER - EVERY DETAIL HELLO CARRIED TONIGHT   *
043100*    COUNTS AGAINST THE FEED ITS STAMP NAMES.  DETAILS CARRIED  *
043200*    FROM EARLIER NIGHTS NAME EARLIER FEEDS AND MATCH NOTHING.  *
043300*****************************************************************
043400 3000-SCAN-CARRYOVER.
043500     OPEN INPUT CARRY-IN-FILE.
043600     IF CARRY-IN-FILE-STATUS NOT = '00'
043700         MOVE SPACES TO REPORT-LINE
043800         STRING 'CARRYIN OPEN FAILED, STATUS '
043900             CARRY-IN-FILE-STATUS DELIMITED BY SIZE
044000             INTO REPORT-LINE
044100         WRITE REPORT-LINE
044200         SET WS-IO-FAILED TO TRUE
044300         GO TO 3000-EXIT
044400     END-IF.
044500     PERFORM 3100-READ-CARRY THRU 3100-EXIT
044600         UNTIL WS-CARRY-EOF.
044700     CLOSE CARRY-IN-FILE.
044800 3000-EXIT.
044900     EXIT.

045000*****************************************************************
045100*    3100-READ-CARRY                                            *
045200*****************************************************************
045300 3100-READ-CARRY.
045400     READ CARRY-IN-FILE
045500         AT END
045600             SET WS-CARRY-EOF TO TRUE
045700             GO TO 3100-EXIT
045800     END-READ.
045900     IF CARRY-IN-FILE-STATUS NOT = '00'
046000         MOVE SPACES TO REPORT-LINE
046100         STRING 'CARRYIN READ FAILED, STATUS '
046200             CARRY-IN-FILE-STATUS DELIMITED BY SIZE
046300             INTO REPORT-LINE
046400         WRITE REPORT-LINE
046500         SET WS-IO-FAILED TO TRUE
046600         SET WS-CARRY-EOF TO TRUE
046700         GO TO 3100-EXIT
046800     END-IF.
046900     MOVE CARRY-IN-RECORD TO TRAN-RECORD.
047000     IF NOT TRAN-TYPE-DETAIL
047100         GO TO 3100-EXIT
047200     END-IF.
047300     ADD 1 TO WS-CARRY-READ-CNT.
047400     PERFORM 3900-FIND-FEED THRU 3900-EXIT.
047500     IF WS-ENTRY-FOUND
047600         ADD 1 TO WS-FT-CARRY-CNT (WS-FEED-IX)
047700         ADD TRAN-DTL-AMOUNT TO WS-FT-CARRY-AMT (WS-FEED-IX)
047800     END-IF.
047900 3100-EXIT.
048000     EXIT.

048100*****************************************************************
048200*    3500-SCAN-DIVERTED - EVERY DETAIL THE POSTING PASS         *
048300*    DIVERTED TO ACCTSUSP (NOT ON THE MASTER, CLOSED, OR        *
048400*    FROZEN) ON THE POSTING RUN'S BUSINESS DATE COUNTS AGAINST  *
048500*    THE FEED ITS STAMP NAMES.  AN EARLIER NIGHT'S DIVERSION    *
048600*    FROM A FEED SENT AGAIN UNDER AN OVERRIDE IS NOT TONIGHT'S. *
048700*****************************************************************
048800 3500-SCAN-DIVERTED.
048900     OPEN INPUT SUSP-IN-FILE.
049000     IF SUSP-IN-FILE-STATUS NOT = '00'
049100         MOVE SPACES TO REPORT-LINE
049200         STRING 'SUSPIN OPEN FAILED, STATUS '
049300             SUSP-IN-FILE-STATUS DELIMITED BY SIZE
049400             INTO REPORT-LINE
049500         WRITE REPORT-LINE
049600         SET WS-IO-FAILED TO TRUE
049700         GO TO 3500-EXIT
049800     END-IF.
049900     PERFORM 3600-READ-SUSP THRU 3600-EXIT
050000         UNTIL WS-SUSP-EOF.
050100     CLOSE SUSP-IN-FILE.
050200 3500-EXIT.
050300     EXIT.

050400*****************************************************************
050500*    3600-READ-SUSP                                             *
050600*****************************************************************
050700 3600-READ-SUSP.
050800     READ SUSP-IN-FILE
050900         AT END
051000             SET WS-SUSP-EOF TO TRUE
051100             GO TO 3600-EXIT
051200     END-READ.
051300     IF SUSP-IN-FILE-STATUS NOT = '00'
051400         MOVE SPACES TO REPORT-LINE
051500         STRING 'SUSPIN READ FAILED, STATUS '
051600             SUSP-IN-FILE-STATUS DELIMITED BY SIZE
051700             INTO REPORT-LINE
051800         WRITE REPORT-LINE
051900         SET WS-IO-FAILED TO TRUE
052000         SET WS-SUSP-EOF TO TRUE
052100         GO TO 3600-EXIT
052200     END-IF.
052300     MOVE SUSP-TRAN-DATA TO TRAN-RECORD.
052400     IF NOT TRAN-TYPE-DETAIL
052500         GO TO 3600-EXIT
052600     END-IF.
052700     ADD 1 TO WS-SUSP-READ-CNT.
052800*    ACCTSUSP ACCUMULATES ACROSS NIGHTS - ONLY THE DIVERSIONS
052900*    DATED THE POSTING RUN'S BUSINESS DATE ARE TONIGHT'S.  AN
052950*    ITEM DIVERTED BEFORE THE DATE WAS CARRIED HOLDS SPACES.
053000     IF SUSP-DATE IS NOT NUMERIC
053050         OR SUSP-DATE NOT = WS-LAST-BUS-DATE
053100         GO TO 3600-EXIT
053200     END-IF.
053300     PERFORM 3900-FIND-FEED THRU 3900-EXIT.
053400     IF WS-ENTRY-FOUND
053500         ADD 1 TO WS-FT-DIVERT-CNT (WS-FEED-IX)
053600         ADD TRAN-DTL-AMOUNT TO WS-FT-DIVERT-AMT (WS-FEED-IX)
053700     END-IF.
053800 3600-EXIT.
053900     EXIT.

054000*****************************************************************
054100*    3900-FIND-FEED - THE ACCEPTED FEED NAMED BY THE SOURCE     *
054200*    STAMP OF THE DETAIL STAGED IN TRAN-RECORD.  WS-FEED-IX     *
054300*    IS LEFT ON THE ENTRY WHEN FOUND.                           *
054400*****************************************************************
054500 3900-FIND-FEED.
054600     MOVE 'N' TO WS-FOUND-SW.
054700     IF TRAN-DTL-SOURCE = SPACES
054800         OR TRAN-DTL-FEED-DATE IS NOT NUMERIC
054900         GO TO 3900-EXIT
055000     END-IF.
055100     PERFORM 3910-MATCH-FEED THRU 3910-EXIT
055200         VARYING WS-FEED-IX FROM 1 BY 1
055300         UNTIL WS-FEED-IX > WS-FEED-CNT
055400            OR WS-ENTRY-FOUND.
055500     IF WS-ENTRY-FOUND
055600         SUBTRACT 1 FROM WS-FEED-IX
055700     END-IF.
055800 3900-EXIT.
055900     EXIT.

056000*****************************************************************
056100*    3910-MATCH-FEED                                            *
056200*****************************************************************
056300 3910-MATCH-FEED.
056400     IF WS-FT-SOURCE (WS-FEED-IX) = TRAN-DTL-SOURCE
056500         AND WS-FT-DATE (WS-FEED-IX) = TRAN-DTL-FEED-DATE
056600         AND WS-FT-ACCEPTED (WS-FEED-IX)
056700         SET WS-ENTRY-FOUND TO TRUE
056800     END-IF.
056900 3910-EXIT.
057000     EXIT.

057100*****************************************************************
057200*    4000-WRITE-ACKS - ONE ACKNOWLEDGEMENT PER FEED, IN FEEDCTL *
057300*    ORDER, AND ITS LINE ON THE REPORT.                         *
057400*****************************************************************
057500 4000-WRITE-ACKS.
057600     OPEN OUTPUT ACK-OUT-FILE.
057700     IF ACK-OUT-FILE-STATUS NOT = '00'
057800         MOVE SPACES TO REPORT-LINE
057900         STRING 'ACKOUT OPEN FAILED, STATUS '
058000             ACK-OUT-FILE-STATUS DELIMITED BY SIZE
058100             INTO REPORT-LINE
058200         WRITE REPORT-LINE
058300         SET WS-IO-FAILED TO TRUE
058400         GO TO 4000-EXIT
058500     END-IF.
058600     MOVE SPACES TO REPORT-LINE.
058700     MOVE WS-ACK-HEADING TO REPORT-LINE.
058800     WRITE REPORT-LINE.
058900     PERFORM 4100-WRITE-ONE-ACK THRU 4100-EXIT
059000         VARYING WS-FEED-IX FROM 1 BY 1
059100         UNTIL WS-FEED-IX > WS-FEED-CNT
059200            OR WS-IO-FAILED.
059300     CLOSE ACK-OUT-FILE.
059400 4000-EXIT.
059500     EXIT.

059600*****************************************************************
059700*    4100-WRITE-ONE-ACK - POSTED IS WHAT THE EDIT FORWARDED     *
059800*    LESS WHAT THE POSTING PASS CARRIED OR DIVERTED; A FEED     *
059900*    WHOSE CARRIED AND DIVERTED DETAILS OUTNUMBER OR OUTWEIGH   *
060000*    WHAT IT FORWARDED, OR THAT POSTED NO DETAILS BUT LEAVES AN *
060100*    AMOUNT, DOES NOT TIE AND IS CALLED OUT.                    *
060200*****************************************************************
060300 4100-WRITE-ONE-ACK.
060400     MOVE SPACES TO FACK-RECORD.
060500     MOVE WS-FT-SOURCE (WS-FEED-IX)   TO FACK-SOURCE.
060600     MOVE WS-FT-DATE (WS-FEED-IX)     TO FACK-HDR-DATE.
060700     MOVE WS-FT-REASON (WS-FEED-IX)   TO FACK-REJECT-REASON.
060800     MOVE WS-ACK-DATE                 TO FACK-ACK-DATE.
060900     MOVE WS-ACK-TIME                 TO FACK-ACK-TIME.
061000     MOVE WS-FT-RECV-CNT (WS-FEED-IX) TO FACK-RECV-CNT.
061100     MOVE WS-FT-RECV-AMT (WS-FEED-IX) TO FACK-RECV-AMT.
061200     MOVE 0 TO FACK-POST-CNT
061300               FACK-POST-AMT
061400               FACK-SUSP-CNT
061500               FACK-SUSP-AMT
061600               FACK-CARRY-CNT
061700               FACK-CARRY-AMT.

061800     IF NOT WS-FT-ACCEPTED (WS-FEED-IX)
061900         SET FACK-REJECTED TO TRUE
062000         ADD 1 TO WS-REJECTED-CNT
062100         GO TO 4100-WRITE
062200     END-IF.
062300     MOVE WS-FT-SUSP-CNT (WS-FEED-IX) TO FACK-SUSP-CNT.
062400     MOVE WS-FT-SUSP-AMT (WS-FEED-IX) TO FACK-SUSP-AMT.
062500     IF NOT WS-POSTING-DONE
062600         SET FACK-PENDING TO TRUE
062700         ADD 1 TO WS-PENDING-CNT
062800         GO TO 4100-WRITE
062900     END-IF.

063000     SET FACK-POSTED TO TRUE.
063100     ADD 1 TO WS-POSTED-CNT.
063200     COMPUTE WS-POST-CNT = WS-FT-FWD-CNT (WS-FEED-IX)
063300                         - WS-FT-CARRY-CNT (WS-FEED-IX)
063400                         - WS-FT-DIVERT-CNT (WS-FEED-IX).
063500     COMPUTE WS-POST-AMT = WS-FT-FWD-AMT (WS-FEED-IX)
063600                         - WS-FT-CARRY-AMT (WS-FEED-IX)
063700                         - WS-FT-DIVERT-AMT (WS-FEED-IX).
063800     IF WS-POST-CNT < 0
063900         OR WS-POST-AMT < 0
064000         OR (WS-POST-CNT = 0 AND WS-POST-AMT NOT = 0)
064100         ADD 1 TO WS-UNTIED-CNT
064200         MOVE SPACES TO REPORT-LINE
064300         STRING 'FEED ' WS-FT-SOURCE (WS-FEED-IX)
064400             ' - CARRIED AND DIVERTED DO NOT TIE TO FORWARDED '
064500             '(COUNT OR AMOUNT)'
064600             DELIMITED BY SIZE INTO REPORT-LINE
064700         WRITE REPORT-LINE
064800         MOVE 0 TO WS-POST-CNT
064900                   WS-POST-AMT
065000     END-IF.
065100     MOVE WS-POST-CNT TO FACK-POST-CNT.
065200     MOVE WS-POST-AMT TO FACK-POST-AMT.
065300     ADD WS-FT-DIVERT-CNT (WS-FEED-IX) TO FACK-SUSP-CNT.
065400     ADD WS-FT-DIVERT-AMT (WS-FEED-IX) TO FACK-SUSP-AMT.
065500     MOVE WS-FT-CARRY-CNT (WS-FEED-IX) TO FACK-CARRY-CNT.
065600     MOVE WS-FT-CARRY-AMT (WS-FEED-IX) TO FACK-CARRY-AMT.

065700 4100-WRITE.
065800     WRITE FACK-RECORD.
065900     IF ACK-OUT-FILE-STATUS NOT = '00'
066000         MOVE SPACES TO REPORT-LINE
066100         STRING 'ACKOUT WRITE FAILED, STATUS '
066200             ACK-OUT-FILE-STATUS DELIMITED BY SIZE
066300             INTO REPORT-LINE
066400         WRITE REPORT-LINE
066500         SET WS-IO-FAILED TO TRUE
066600         GO TO 4100-EXIT
066700     END-IF.
066800     MOVE FACK-SOURCE        TO WS-A-SOURCE.
066900     MOVE FACK-HDR-DATE      TO WS-A-DATE.
067000     EVALUATE TRUE
067100         WHEN FACK-POSTED
067200             MOVE 'POSTED'   TO WS-A-STATUS
067300         WHEN FACK-PENDING
067400             MOVE 'PENDING'  TO WS-A-STATUS
067500         WHEN OTHER
067600             MOVE 'REJECTED' TO WS-A-STATUS
067700     END-EVALUATE.
067800     MOVE FACK-REJECT-REASON TO WS-A-REASON.
067900     MOVE FACK-RECV-CNT      TO WS-A-RECV-CNT.
068000     MOVE FACK-RECV-AMT      TO WS-A-RECV-AMT.
068100     MOVE FACK-POST-CNT      TO WS-A-POST-CNT.
068200     MOVE FACK-POST-AMT      TO WS-A-POST-AMT.
068300     MOVE FACK-SUSP-CNT      TO WS-A-SUSP-CNT.
068400     MOVE FACK-SUSP-AMT      TO WS-A-SUSP-AMT.
068500     MOVE FACK-CARRY-CNT     TO WS-A-CARRY-CNT.
068600     MOVE FACK-CARRY-AMT     TO WS-A-CARRY-AMT.
068700     MOVE SPACES TO REPORT-LINE.
068800     MOVE WS-ACK-LINE TO REPORT-LINE.
068900     WRITE REPORT-LINE.
069000 4100-EXIT.
069100     EXIT.

069200*****************************************************************
069300*    6000-WRITE-COUNTS                                          *
069400*****************************************************************
069500 6000-WRITE-COUNTS.
069600     IF REPORT-FILE-STATUS NOT = '00'
069700         GO TO 6000-EXIT
069800     END-IF.
069900     MOVE SPACES TO REPORT-LINE.
070000     WRITE REPORT-LINE.

070100     MOVE 'FEEDS ON FEEDCTL.................... '
070200         TO WS-C-LABEL.
070300     MOVE WS-FEED-CNT TO WS-C-COUNT.
070400     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

070500     MOVE '  ACKNOWLEDGED POSTED............... '
070600         TO WS-C-LABEL.
070700     MOVE WS-POSTED-CNT TO WS-C-COUNT.
070800     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

070900     MOVE '  ACKNOWLEDGED PENDING.............. '
071000         TO WS-C-LABEL.
071100     MOVE WS-PENDING-CNT TO WS-C-COUNT.
071200     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

071300     MOVE '  ACKNOWLEDGED REJECTED............. '
071400         TO WS-C-LABEL.
071500     MOVE WS-REJECTED-CNT TO WS-C-COUNT.
071600     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

071700     MOVE 'FEEDS WHOSE FIGURES DO NOT TIE...... '
071800         TO WS-C-LABEL.
071900     MOVE WS-UNTIED-CNT TO WS-C-COUNT.
072000     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

072100     MOVE 'CARRIED DETAILS READ................ '
072200         TO WS-C-LABEL.
072300     MOVE WS-CARRY-READ-CNT TO WS-C-COUNT.
072400     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

072500     MOVE 'DIVERTED DETAILS READ............... '
072600         TO WS-C-LABEL.
072700     MOVE WS-SUSP-READ-CNT TO WS-C-COUNT.
072800     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
072900 6000-EXIT.
073000     EXIT.

073100*****************************************************************
073200*    6900-WRITE-COUNT                                           *
073300*****************************************************************
073400 6900-WRITE-COUNT.
073500     MOVE SPACES TO REPORT-LINE.
073600     MOVE WS-COUNT-LINE TO REPORT-LINE.
073700     WRITE REPORT-LINE.
073800 6900-EXIT.
073900     EXIT.

074000*****************************************************************
074100*    9999-TERMINATE                                             *
074200*****************************************************************
074300 9999-TERMINATE.
074400     CLOSE REPORT-FILE.
074500     EVALUATE TRUE
074600         WHEN WS-IO-FAILED
074700             MOVE 12 TO RETURN-CODE
074800         WHEN WS-TABLE-FULL
074900             MOVE 16 TO RETURN-CODE
075000         WHEN WS-FEED-CNT = 0
075100             MOVE 8 TO RETURN-CODE
075200         WHEN WS-PENDING-CNT > 0
075300             MOVE 8 TO RETURN-CODE
075400         WHEN WS-UNTIED-CNT > 0
075500             MOVE 8 TO RETURN-CODE
075600         WHEN WS-REJECTED-CNT > 0
075700             MOVE 4 TO RETURN-CODE
075800         WHEN OTHER
075900             MOVE 0 TO RETURN-CODE
076000     END-EVALUATE.
076100 9999-EXIT.
076200     EXIT.
