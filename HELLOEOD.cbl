000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOEOD.
000300 AUTHOR.        R L BOYER.
000400 INSTALLATION.  NIGHTLY BATCH SCHEDULING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  HELLOEOD                                                     *
001000*                                                               *
001100*  END-OF-DAY CLOSE.  PROVES THAT EVERY EXPECTED JOB STREAM     *
001200*  FINISHED TODAY'S BUSINESS DATE, THEN ROLLS THE BUSINESS      *
001300*  DATE BY WRITING TOMORROW'S CONTROL CARDS.                    *
001400*                                                               *
001500*  EODCTL   ONE CARD PER EXPECTED STREAM, JOB NAME IN COLS 1-8  *
001600*           AS IT APPEARS ON COMPSTAT (HELLO FOR THE DEFAULT    *
001700*           STREAM).  UP TO 20 STREAMS.                         *
001800*  CTLIN    TODAY'S CONTROL CARDS FOR EVERY STREAM, EACH        *
001900*           STREAM'S DATASETS CONCATENATED (A PARALLEL STREAM   *
002000*           BRINGS ITS SLICE CARDS TOO).  A CARD BELONGS TO     *
002100*           THE STREAM NAMED IN COLS 31-38, BLANK MEANING       *
002200*           HELLO.  EVERY CARD MUST CARRY THE SAME PROCESSING   *
002300*           DATE - TODAY'S BUSINESS DATE.                       *
002400*  COMPIN   THE SHARED COMPLETION STATUS FILE.  A STREAM IS     *
002500*           COMPLETE WHEN ITS LATEST COMPLETION RECORD FOR      *
002600*           TODAY'S BUSINESS DATE CARRIES 00 OR 04.  BACKOUT    *
002700*           (B) AND FORCED REGENERATION (F) RECORDS ARE NOT     *
002800*           THE STREAM'S OWN NIGHTLY RUN AND ARE PASSED OVER.   *
002900*  CALIN    TODAY MUST BE A BUSINESS DAY; TOMORROW IS THE NEXT  *
003000*           BUSINESS DAY AFTER IT.                              *
003100*                                                               *
003200*  WHEN EVERY STREAM IS COMPLETE, CTLNEW RECEIVES ONE CARD FOR  *
003300*  EACH CTLIN CARD, IN THE SAME ORDER: THE NEXT BUSINESS DAY    *
003400*  AS THE PROCESSING DATE, THE CYCLE COUNT, RANGE, PROGRESS     *
003500*  INTERVAL, AND JOB NAME CARRIED FORWARD, AND THE RUN MODE     *
003600*  RESET TO A NORMAL RUN.  OTHERWISE NOTHING IS WRITTEN AND     *
003700*  THE DAY STAYS OPEN.                                          *
003800*                                                               *
003900*  RETURN CODES                                                 *
004000*  ------------                                                 *
004100*    00  DAY CLOSED - TOMORROW'S CARDS ARE ON CTLNEW.           *
004200*    08  DAY NOT CLOSED - A STREAM IS MISSING OR FAILED, TODAY  *
004300*        IS NOT A BUSINESS DAY, OR NO LATER BUSINESS DAY IS ON  *
004400*        THE CALENDAR.                                          *
004500*    12  OPEN, READ, OR WRITE FAILED.                           *
004600*    16  THE STREAM LIST OR THE CONTROL CARDS ARE NOT USABLE -  *
004700*        EMPTY, DUPLICATED, TOO MANY, A STREAM WITHOUT A CARD,  *
004800*        A CARD FOR NO LISTED STREAM, OR DATES THAT DISAGREE.   *
004900*                                                               *
005000*  MODIFICATION HISTORY                                         *
005100*  ----------------------------------------------------------   *
005200*  2026-10-15  RLB  ORIGINAL PROGRAM.                           *
005300*                                                               *
005400*****************************************************************

005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-370.
005800 OBJECT-COMPUTER.   IBM-370.

005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT EOD-CTL-FILE  ASSIGN TO EODCTL
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS EOD-CTL-FILE-STATUS.

006400     SELECT CTL-FILE      ASSIGN TO CTLIN
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS CTL-FILE-STATUS.

006700     SELECT COMP-FILE     ASSIGN TO COMPIN
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS COMP-FILE-STATUS.

007000     SELECT CAL-FILE      ASSIGN TO CALIN
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS CAL-FILE-STATUS.

007300     SELECT CTL-NEW-FILE  ASSIGN TO CTLNEW
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS CTL-NEW-FILE-STATUS.

007600     SELECT REPORT-FILE   ASSIGN TO EODRPT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS REPORT-FILE-STATUS.

007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  EOD-CTL-FILE
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  EOD-CTL-RECORD.
008500     05  EOD-STREAM-JOB              PIC X(08).
008600     05  FILLER                      PIC X(72).

008700 FD  CTL-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 80 CHARACTERS.
009000 01  CTL-CARD-RECORD.
009100     05  CTL-ITER-COUNT              PIC 9(05).
009200     05  CTL-PROC-DATE               PIC 9(08).
009300     05  CTL-RANGE-FROM              PIC X(04).
009400     05  CTL-RANGE-TO                PIC X(04).
009500     05  CTL-RUN-MODE                PIC X(05).
009600     05  CTL-PROGRESS-INT            PIC X(04).
009700     05  CTL-JOB-NAME                PIC X(08).
009800     05  FILLER                      PIC X(42).

009900 FD  COMP-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 56 CHARACTERS.
010200 COPY COMPREC.

010300 FD  CAL-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS.
010600 COPY CALREC.

010700 FD  CTL-NEW-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 80 CHARACTERS.
011000 01  CTL-NEW-RECORD              PIC X(80).

011100 FD  REPORT-FILE
011200     LABEL RECORDS OMITTED
011300     RECORD CONTAINS 132 CHARACTERS.
011400 01  REPORT-LINE                 PIC X(132).

011500 WORKING-STORAGE SECTION.
011600 77  WS-BUS-DATE                 PIC 9(08) VALUE 0.
011700 77  WS-NEXT-DATE                PIC 9(08) VALUE 0.
011800 77  WS-CARD-JOB                 PIC X(08) VALUE SPACES.
011900 77  WS-STREAM-MAX               PIC 9(03) COMP VALUE 20.
012000 77  WS-STREAM-CNT               PIC 9(03) COMP VALUE 0.
012100 77  WS-STREAM-IX                PIC 9(03) COMP VALUE 0.
012200 77  WS-CARD-MAX                 PIC 9(03) COMP VALUE 50.
012300 77  WS-CARD-CNT                 PIC 9(03) COMP VALUE 0.
012400 77  WS-CARD-IX                  PIC 9(03) COMP VALUE 0.
012500 77  WS-COMP-READ-CNT            PIC 9(07) COMP VALUE 0.
012600 77  WS-COMPLETE-CNT             PIC 9(07) COMP VALUE 0.
012700 77  WS-MISSING-CNT              PIC 9(07) COMP VALUE 0.
012800 77  WS-FAILED-CNT               PIC 9(07) COMP VALUE 0.
012900 77  WS-CARDS-WRITTEN-CNT        PIC 9(07) COMP VALUE 0.

013000 01  WS-SWITCHES.
013100     05  WS-EOD-EOF-SW           PIC X(01) VALUE 'N'.
013200         88  WS-EOD-EOF              VALUE 'Y'.
013300     05  WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
013400         88  WS-CTL-EOF              VALUE 'Y'.
013500     05  WS-COMP-EOF-SW          PIC X(01) VALUE 'N'.
013600         88  WS-COMP-EOF             VALUE 'Y'.
013700     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
013800         88  WS-CAL-EOF              VALUE 'Y'.
013900     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
014000         88  WS-ENTRY-FOUND          VALUE 'Y'.
014100     05  WS-BUS-DAY-SW           PIC X(01) VALUE 'N'.
014200         88  WS-BUS-DAY-FOUND        VALUE 'Y'.
014300     05  WS-SETUP-ERROR-SW       PIC X(01) VALUE 'N'.
014400         88  WS-SETUP-ERROR          VALUE 'Y'.
014500     05  WS-NOT-CLOSED-SW        PIC X(01) VALUE 'N'.
014600         88  WS-NOT-CLOSED           VALUE 'Y'.
014700     05  WS-IO-FAIL-SW           PIC X(01) VALUE 'N'.
014800         88  WS-IO-FAILED            VALUE 'Y'.

014900 01  WS-FILE-STATUSES.
015000     05  EOD-CTL-FILE-STATUS     PIC X(02) VALUE '00'.
015100     05  CTL-FILE-STATUS         PIC X(02) VALUE '00'.
015200     05  COMP-FILE-STATUS        PIC X(02) VALUE '00'.
015300     05  CAL-FILE-STATUS         PIC X(02) VALUE '00'.
015400     05  CTL-NEW-FILE-STATUS     PIC X(02) VALUE '00'.
015500     05  REPORT-FILE-STATUS      PIC X(02) VALUE '00'.

015600*    THE EXPECTED STREAMS AND THE LATEST COMPLETION RECORD SEEN
015700*    FOR EACH ON TODAY'S BUSINESS DATE.
015800 01  WS-STREAM-TABLE.
015900     05  WS-STREAM-ENTRY OCCURS 20 TIMES.
016000         10  WS-ST-JOB           PIC X(08).
016100         10  WS-ST-CARD-CNT      PIC 9(03) COMP.
016200         10  WS-ST-SEEN-SW       PIC X(01).
016300             88  WS-ST-SEEN          VALUE 'Y'.
016400         10  WS-ST-STATUS        PIC X(02).
016500         10  WS-ST-RUN           PIC 9(08).
016600         10  WS-ST-FINAL         PIC 9(04).
016700         10  WS-ST-TIME          PIC 9(06).

016800*    TODAY'S CONTROL CARDS, IN CTLIN ORDER.
016900 01  WS-CARD-TABLE.
017000     05  WS-CD-CARD              PIC X(80) OCCURS 50 TIMES.

017100*    TOMORROW'S CARD IS BUILT HERE FROM TODAY'S.
017200 01  WS-NEXT-CARD.
017300     05  WS-NX-ITER-COUNT        PIC 9(05).
017400     05  WS-NX-PROC-DATE         PIC 9(08).
017500     05  WS-NX-RANGE-FROM        PIC X(04).
017600     05  WS-NX-RANGE-TO          PIC X(04).
017700     05  WS-NX-RUN-MODE          PIC X(05).
017800     05  WS-NX-PROGRESS-INT      PIC X(04).
017900     05  WS-NX-JOB-NAME          PIC X(08).
018000     05  FILLER                  PIC X(42).

018100 01  WS-STREAM-HEADING.
018200     05  FILLER                  PIC X(30) VALUE
018300         'STREAM    CARDS  COMPLETION   '.
018400     05  FILLER                  PIC X(30) VALUE
018500         '           RUN NO  FINAL  TIME'.
018600     05  FILLER                  PIC X(72) VALUE SPACES.

018700 01  WS-STREAM-LINE.
018800     05  WS-S-JOB                PIC X(08).
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  WS-S-CARDS              PIC ZZZZ9.
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  WS-S-TEXT               PIC X(24).
019300     05  FILLER                  PIC X(02) VALUE SPACES.
019400     05  WS-S-RUN                PIC X(08).
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  WS-S-FINAL              PIC X(04).
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  WS-S-TIME               PIC X(06).
019900     05  FILLER                  PIC X(68) VALUE SPACES.

020000 01  WS-COUNT-LINE.
020100     05  WS-C-LABEL              PIC X(37).
020200     05  WS-C-COUNT              PIC ZZZZZZ9.
020300     05  FILLER                  PIC X(88) VALUE SPACES.

020400 PROCEDURE DIVISION.
020500*****************************************************************
020600*    0000-MAINLINE                                              *
020700*****************************************************************
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021000     IF NOT WS-IO-FAILED
021100         AND NOT WS-SETUP-ERROR
021200         PERFORM 2000-LOAD-CARDS THRU 2000-EXIT
021300     END-IF.
021400     IF NOT WS-IO-FAILED
021500         AND NOT WS-SETUP-ERROR
021600         PERFORM 3000-CHECK-STREAMS THRU 3000-EXIT
021700     END-IF.
021800     IF NOT WS-IO-FAILED
021900         AND NOT WS-SETUP-ERROR
022000         AND NOT WS-NOT-CLOSED
022100         PERFORM 4000-FIND-NEXT-DAY THRU 4000-EXIT
022200     END-IF.
022300     IF NOT WS-IO-FAILED
022400         AND NOT WS-SETUP-ERROR
022500         AND NOT WS-NOT-CLOSED
022600         PERFORM 5000-WRITE-CARDS THRU 5000-EXIT
022700     END-IF.
022800     PERFORM 6000-WRITE-COUNTS THRU 6000-EXIT.
022900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
023000     STOP RUN.

023100*****************************************************************
023200*    1000-INITIALIZE - OPEN THE REPORT AND LOAD THE LIST OF     *
023300*    STREAMS EXPECTED TO HAVE FINISHED TODAY.                   *
023400*****************************************************************
023500 1000-INITIALIZE.
023600     OPEN OUTPUT REPORT-FILE.
023700     IF REPORT-FILE-STATUS NOT = '00'
023800         DISPLAY 'HELLOEOD12 EODRPT OPEN FAILED, STATUS '
023900             REPORT-FILE-STATUS
024000         SET WS-IO-FAILED TO TRUE
024100         GO TO 1000-EXIT
024200     END-IF.
024300     MOVE SPACES TO REPORT-LINE.
024400     MOVE 'HELLO END-OF-DAY CLOSE' TO REPORT-LINE.
024500     WRITE REPORT-LINE.
024600     MOVE SPACES TO REPORT-LINE.
024700     WRITE REPORT-LINE.

024800     OPEN INPUT EOD-CTL-FILE.
024900     IF EOD-CTL-FILE-STATUS NOT = '00'
025000         MOVE SPACES TO REPORT-LINE
025100         STRING 'EODCTL OPEN FAILED, STATUS '
025200             EOD-CTL-FILE-STATUS DELIMITED BY SIZE
025300             INTO REPORT-LINE
025400         WRITE REPORT-LINE
025500         SET WS-IO-FAILED TO TRUE
025600         GO TO 1000-EXIT
025700     END-IF.
025800     PERFORM 1100-READ-STREAM THRU 1100-EXIT
025900         UNTIL WS-EOD-EOF.
026000     CLOSE EOD-CTL-FILE.
026100     IF WS-STREAM-CNT = 0
026200         AND NOT WS-IO-FAILED
026300         MOVE SPACES TO REPORT-LINE
026400         MOVE 'EODCTL NAMES NO JOB STREAMS - DAY NOT CLOSED'
026500             TO REPORT-LINE
026600         WRITE REPORT-LINE
026700         SET WS-SETUP-ERROR TO TRUE
026800     END-IF.
026900 1000-EXIT.
027000     EXIT.

027100*****************************************************************
027200*    1100-READ-STREAM                                           *
027300*****************************************************************
027400 1100-READ-STREAM.
027500     READ EOD-CTL-FILE
027600         AT END
027700             SET WS-EOD-EOF TO TRUE
027800             GO TO 1100-EXIT
027900     END-READ.
028000     IF EOD-CTL-FILE-STATUS NOT = '00'
028100         MOVE SPACES TO REPORT-LINE
028200         STRING 'EODCTL READ FAILED, STATUS '
028300             EOD-CTL-FILE-STATUS DELIMITED BY SIZE
028400             INTO REPORT-LINE
028500         WRITE REPORT-LINE
028600         SET WS-IO-FAILED TO TRUE
028700         SET WS-EOD-EOF TO TRUE
028800         GO TO 1100-EXIT
028900     END-IF.
029000     IF EOD-STREAM-JOB = SPACES
029100         GO TO 1100-EXIT
029200     END-IF.
029300     MOVE EOD-STREAM-JOB TO WS-CARD-JOB.
029400     PERFORM 1200-FIND-STREAM THRU 1200-EXIT.
029500     IF WS-ENTRY-FOUND
029600         MOVE SPACES TO REPORT-LINE
029700         STRING 'EODCTL LISTS STREAM ' EOD-STREAM-JOB
029800             ' MORE THAN ONCE' DELIMITED BY SIZE
029900             INTO REPORT-LINE
030000         WRITE REPORT-LINE
030100         SET WS-SETUP-ERROR TO TRUE
030200         GO TO 1100-EXIT
030300     END-IF.
030400     IF WS-STREAM-CNT NOT < WS-STREAM-MAX
030500         MOVE SPACES TO REPORT-LINE
030600         MOVE 'MORE STREAMS ON EODCTL THAN THE STREAM TABLE HOLDS'
030700             TO REPORT-LINE
030800         WRITE REPORT-LINE
030900         SET WS-SETUP-ERROR TO TRUE
031000         SET WS-EOD-EOF TO TRUE
031100         GO TO 1100-EXIT
031200     END-IF.
031300     ADD 1 TO WS-STREAM-CNT.
031400     MOVE EOD-STREAM-JOB TO WS-ST-JOB (WS-STREAM-CNT).
031500     MOVE 0   TO WS-ST-CARD-CNT (WS-STREAM-CNT).
031600     MOVE 'N' TO WS-ST-SEEN-SW (WS-STREAM-CNT).
031700     MOVE SPACES TO WS-ST-STATUS (WS-STREAM-CNT).
031800     MOVE 0   TO WS-ST-RUN (WS-STREAM-CNT).
031900     MOVE 0   TO WS-ST-FINAL (WS-STREAM-CNT).
032000     MOVE 0   TO WS-ST-TIME (WS-STREAM-CNT).
032100 1100-EXIT.
032200     EXIT.

032300*****************************************************************
032400*    1200-FIND-STREAM - LOOK UP WS-CARD-JOB IN THE STREAM       *
032500*    TABLE; WS-STREAM-IX POINTS AT IT WHEN FOUND.               *
032600*****************************************************************
032700 1200-FIND-STREAM.
032800     MOVE 'N' TO WS-FOUND-SW.
032900     PERFORM 1210-MATCH-STREAM THRU 1210-EXIT
033000         VARYING WS-STREAM-IX FROM 1 BY 1
033100         UNTIL WS-STREAM-IX > WS-STREAM-CNT
033200            OR WS-ENTRY-FOUND.
033300     IF WS-ENTRY-FOUND
033400         SUBTRACT 1 FROM WS-STREAM-IX
033500     END-IF.
033600 1200-EXIT.
033700     EXIT.

033800*****************************************************************
033900*    1210-MATCH-STREAM                                          *
034000*****************************************************************
034100 1210-MATCH-STREAM.
034200     IF WS-ST-JOB (WS-STREAM-IX) = WS-CARD-JOB
034300         SET WS-ENTRY-FOUND TO TRUE
034400     END-IF.
034500 1210-EXIT.
034600     EXIT.

034700*****************************************************************
034800*    2000-LOAD-CARDS - TODAY'S CONTROL CARDS.  EVERY CARD MUST  *
034900*    BELONG TO A LISTED STREAM, EVERY STREAM MUST HAVE A CARD,  *
035000*    AND ALL MUST AGREE ON THE PROCESSING DATE, WHICH BECOMES   *
035100*    TODAY'S BUSINESS DATE.                                     *
035200*****************************************************************
035300 2000-LOAD-CARDS.
035400     OPEN INPUT CTL-FILE.
035500     IF CTL-FILE-STATUS NOT = '00'
035600         MOVE SPACES TO REPORT-LINE
035700         STRING 'CTLIN OPEN FAILED, STATUS '
035800             CTL-FILE-STATUS DELIMITED BY SIZE
035900             INTO REPORT-LINE
036000         WRITE REPORT-LINE
036100         SET WS-IO-FAILED TO TRUE
036200         GO TO 2000-EXIT
036300     END-IF.
036400     PERFORM 2100-READ-CARD THRU 2100-EXIT
036500         UNTIL WS-CTL-EOF.
036600     CLOSE CTL-FILE.
036700     IF WS-IO-FAILED
036800         GO TO 2000-EXIT
036900     END-IF.
037000     PERFORM 2200-CHECK-STREAM-CARD THRU 2200-EXIT
037100         VARYING WS-STREAM-IX FROM 1 BY 1
037200         UNTIL WS-STREAM-IX > WS-STREAM-CNT.
037300     IF WS-SETUP-ERROR
037400         GO TO 2000-EXIT
037500     END-IF.
037600     MOVE SPACES TO REPORT-LINE.
037700     STRING 'BUSINESS DATE BEING CLOSED ' WS-BUS-DATE
037800         DELIMITED BY SIZE INTO REPORT-LINE.
037900     WRITE REPORT-LINE.
038000     MOVE SPACES TO REPORT-LINE.
038100     WRITE REPORT-LINE.
038200 2000-EXIT.
038300     EXIT.

038400*****************************************************************
038500*    2100-READ-CARD                                             *
038600*****************************************************************
038700 2100-READ-CARD.
038800     READ CTL-FILE
038900         AT END
039000             SET WS-CTL-EOF TO TRUE
039100             GO TO 2100-EXIT
039200     END-READ.
039300     IF CTL-FILE-STATUS NOT = '00'
039400         MOVE SPACES TO REPORT-LINE
039500         STRING 'CTLIN READ FAILED, STATUS '
039600             CTL-FILE-STATUS DELIMITED BY SIZE
039700             INTO REPORT-LINE
039800         WRITE REPORT-LINE
039900         SET WS-IO-FAILED TO TRUE
040000         SET WS-CTL-EOF TO TRUE
040100         GO TO 2100-EXIT
040200     END-IF.
040300     IF WS-CARD-CNT NOT < WS-CARD-MAX
040400         MOVE SPACES TO REPORT-LINE
040500         MOVE 'MORE CARDS ON CTLIN THAN THE CARD TABLE HOLDS'
040600             TO REPORT-LINE
040700         WRITE REPORT-LINE
040800         SET WS-SETUP-ERROR TO TRUE
040900         SET WS-CTL-EOF TO TRUE
041000         GO TO 2100-EXIT
041100     END-IF.
041200     ADD 1 TO WS-CARD-CNT.
041300     MOVE CTL-CARD-RECORD TO WS-CD-CARD (WS-CARD-CNT).

041400     IF CTL-JOB-NAME = SPACES
041500         MOVE 'HELLO' TO WS-CARD-JOB
041600     ELSE
041700         MOVE CTL-JOB-NAME TO WS-CARD-JOB
041800     END-IF.
041900     PERFORM 1200-FIND-STREAM THRU 1200-EXIT.
042000     IF NOT WS-ENTRY-FOUND
042100         MOVE SPACES TO REPORT-LINE
042200         STRING 'CTLIN CARD FOR STREAM ' WS-CARD-JOB
042300             ' - NOT A STREAM LISTED ON EODCTL'
042400             DELIMITED BY SIZE INTO REPORT-LINE
042500         WRITE REPORT-LINE
042600         SET WS-SETUP-ERROR TO TRUE
042700         GO TO 2100-EXIT
042800     END-IF.
042900     ADD 1 TO WS-ST-CARD-CNT (WS-STREAM-IX).

043000     IF CTL-PROC-DATE IS NOT NUMERIC
043100         MOVE SPACES TO REPORT-LINE
043200         STRING 'CTLIN CARD FOR STREAM ' WS-CARD-JOB
043300             ' HAS NO PROCESSING DATE'
043400             DELIMITED BY SIZE INTO REPORT-LINE
043500         WRITE REPORT-LINE
043600         SET WS-SETUP-ERROR TO TRUE
043700         GO TO 2100-EXIT
043800     END-IF.
043900     IF WS-BUS-DATE = 0
044000         MOVE CTL-PROC-DATE TO WS-BUS-DATE
044100     END-IF.
044200     IF CTL-PROC-DATE NOT = WS-BUS-DATE
044300         MOVE SPACES TO REPORT-LINE
044400         STRING 'CTLIN CARD FOR STREAM ' WS-CARD-JOB
044500             ' IS DATED ' CTL-PROC-DATE ', NOT ' WS-BUS-DATE
044600             DELIMITED BY SIZE INTO REPORT-LINE
044700         WRITE REPORT-LINE
044800         SET WS-SETUP-ERROR TO TRUE
044900     END-IF.
045000 2100-EXIT.
045100     EXIT.

045200*****************************************************************
045300*    2200-CHECK-STREAM-CARD                                     *
045400*****************************************************************
045500 2200-CHECK-STREAM-CARD.
045600     IF WS-ST-CARD-CNT (WS-STREAM-IX) = 0
045700         MOVE SPACES TO REPORT-LINE
045800         STRING 'STREAM ' WS-ST-JOB (WS-STREAM-IX)
045900             ' HAS NO CONTROL CARD ON CTLIN'
046000             DELIMITED BY SIZE INTO REPORT-LINE
046100         WRITE REPORT-LINE
046200         SET WS-SETUP-ERROR TO TRUE
046300     END-IF.
046400 2200-EXIT.
046500     EXIT.

046600*****************************************************************
046700*    3000-CHECK-STREAMS - ONE PASS OF COMPSTAT, KEEPING EACH    *
046800*    STREAM'S LATEST COMPLETION RECORD FOR TODAY, THEN ONE      *
046900*    LINE PER STREAM SAYING WHETHER IT FINISHED.                *
047000*****************************************************************
047100 3000-CHECK-STREAMS.
047200     OPEN INPUT COMP-FILE.
047300     IF COMP-FILE-STATUS NOT = '00'
047400         MOVE SPACES TO REPORT-LINE
047500         STRING 'COMPIN OPEN FAILED, STATUS '
047600             COMP-FILE-STATUS DELIMITED BY SIZE
047700             INTO REPORT-LINE
047800         WRITE REPORT-LINE
047900         SET WS-IO-FAILED TO TRUE
048000         GO TO 3000-EXIT
048100     END-IF.
048200     PERFORM 3100-READ-COMP THRU 3100-EXIT
048300         UNTIL WS-COMP-EOF.
048400     CLOSE COMP-FILE.
048500     IF WS-IO-FAILED
048600         GO TO 3000-EXIT
048700     END-IF.
048800     MOVE SPACES TO REPORT-LINE.
048900     MOVE WS-STREAM-HEADING TO REPORT-LINE.
049000     WRITE REPORT-LINE.
049100     PERFORM 3200-LIST-STREAM THRU 3200-EXIT
049200         VARYING WS-STREAM-IX FROM 1 BY 1
049300         UNTIL WS-STREAM-IX > WS-STREAM-CNT.
049400     MOVE SPACES TO REPORT-LINE.
049500     WRITE REPORT-LINE.
049600     IF WS-NOT-CLOSED
049700         MOVE SPACES TO REPORT-LINE
049800         STRING 'NOT EVERY STREAM FINISHED ' WS-BUS-DATE
049900             ' - DAY NOT CLOSED, NO CARDS WRITTEN'
050000             DELIMITED BY SIZE INTO REPORT-LINE
050100         WRITE REPORT-LINE
050200     END-IF.
050300 3000-EXIT.
050400     EXIT.

050500*****************************************************************
050600*    3100-READ-COMP                                             *
050700*****************************************************************
050800 3100-READ-COMP.
050900     READ COMP-FILE
051000         AT END
051100             SET WS-COMP-EOF TO TRUE
051200             GO TO 3100-EXIT
051300     END-READ.
051400     IF COMP-FILE-STATUS NOT = '00'
051500         MOVE SPACES TO REPORT-LINE
051600         STRING 'COMPIN READ FAILED, STATUS '
051700             COMP-FILE-STATUS DELIMITED BY SIZE
051800             INTO REPORT-LINE
051900         WRITE REPORT-LINE
052000         SET WS-IO-FAILED TO TRUE
052100         SET WS-COMP-EOF TO TRUE
052200         GO TO 3100-EXIT
052300     END-IF.
052400     ADD 1 TO WS-COMP-READ-CNT.
052500     IF COMP-DATE NOT = WS-BUS-DATE
052600         OR COMP-RUN-BACKOUT
052700         OR COMP-RUN-FORCED
052800         GO TO 3100-EXIT
052900     END-IF.
053000     MOVE COMP-JOB-NAME TO WS-CARD-JOB.
053100     PERFORM 1200-FIND-STREAM THRU 1200-EXIT.
053200     IF NOT WS-ENTRY-FOUND
053300         GO TO 3100-EXIT
053400     END-IF.
053500*    COMPSTAT ONLY EVER EXTENDS, SO THE LAST RECORD READ FOR A
053600*    STREAM IS ITS LATEST - A CLEAN RERUN SUPERSEDES A FAILURE.
053700     SET WS-ST-SEEN (WS-STREAM-IX) TO TRUE.
053800     MOVE COMP-STATUS-CODE TO WS-ST-STATUS (WS-STREAM-IX).
053900     MOVE COMP-RUN-NUMBER  TO WS-ST-RUN (WS-STREAM-IX).
054000     MOVE COMP-FINAL-WS-A  TO WS-ST-FINAL (WS-STREAM-IX).
054100     MOVE COMP-TIME        TO WS-ST-TIME (WS-STREAM-IX).
054200 3100-EXIT.
054300     EXIT.

054400*****************************************************************
054500*    3200-LIST-STREAM                                           *
054600*****************************************************************
054700 3200-LIST-STREAM.
054800     MOVE SPACES TO WS-STREAM-LINE.
054900     MOVE WS-ST-JOB (WS-STREAM-IX)      TO WS-S-JOB.
055000     MOVE WS-ST-CARD-CNT (WS-STREAM-IX) TO WS-S-CARDS.
055100     IF NOT WS-ST-SEEN (WS-STREAM-IX)
055200         ADD 1 TO WS-MISSING-CNT
055300         SET WS-NOT-CLOSED TO TRUE
055400         MOVE 'MISSING - NO COMPLETION' TO WS-S-TEXT
055500         GO TO 3200-WRITE
055600     END-IF.
055700     MOVE WS-ST-RUN (WS-STREAM-IX)   TO WS-S-RUN.
055800     MOVE WS-ST-FINAL (WS-STREAM-IX) TO WS-S-FINAL.
055900     MOVE WS-ST-TIME (WS-STREAM-IX)  TO WS-S-TIME.
056000     EVALUATE WS-ST-STATUS (WS-STREAM-IX)
056100         WHEN '00'
056200             ADD 1 TO WS-COMPLETE-CNT
056300             MOVE 'COMPLETE - 00' TO WS-S-TEXT
056400         WHEN '04'
056500             ADD 1 TO WS-COMPLETE-CNT
056600             MOVE 'COMPLETE - 04 DRAINED' TO WS-S-TEXT
056700         WHEN OTHER
056800             ADD 1 TO WS-FAILED-CNT
056900             SET WS-NOT-CLOSED TO TRUE
057000             MOVE SPACES TO WS-S-TEXT
057100             STRING 'FAILED - '
057200                 WS-ST-STATUS (WS-STREAM-IX)
057300                 DELIMITED BY SIZE INTO WS-S-TEXT
057400     END-EVALUATE.
057500 3200-WRITE.
057600     MOVE SPACES TO REPORT-LINE.
057700     MOVE WS-STREAM-LINE TO REPORT-LINE.
057800     WRITE REPORT-LINE.
057900 3200-EXIT.
058000     EXIT.

058100*****************************************************************
058200*    4000-FIND-NEXT-DAY - TODAY MUST BE A BUSINESS DAY ON       *
058300*    CALIN; TOMORROW IS THE EARLIEST BUSINESS DAY AFTER IT.     *
058400*    THE CALENDAR NEED NOT BE IN DATE ORDER.                    *
058500*****************************************************************
058600 4000-FIND-NEXT-DAY.
058700     OPEN INPUT CAL-FILE.
058800     IF CAL-FILE-STATUS NOT = '00'
058900         MOVE SPACES TO REPORT-LINE
059000         STRING 'CALIN OPEN FAILED, STATUS '
059100             CAL-FILE-STATUS DELIMITED BY SIZE
059200             INTO REPORT-LINE
059300         WRITE REPORT-LINE
059400         SET WS-IO-FAILED TO TRUE
059500         GO TO 4000-EXIT
059600     END-IF.
059700     PERFORM 4100-READ-CAL THRU 4100-EXIT
059800         UNTIL WS-CAL-EOF.
059900     CLOSE CAL-FILE.
060000     IF WS-IO-FAILED
060100         GO TO 4000-EXIT
060200     END-IF.
060300     MOVE SPACES TO REPORT-LINE.
060400     IF NOT WS-BUS-DAY-FOUND
060500         STRING WS-BUS-DATE ' IS NOT A BUSINESS DAY ON CALIN'
060600             ' - DAY NOT CLOSED'
060700             DELIMITED BY SIZE INTO REPORT-LINE
060800         WRITE REPORT-LINE
060900         SET WS-NOT-CLOSED TO TRUE
061000         GO TO 4000-EXIT
061100     END-IF.
061200     IF WS-NEXT-DATE = 0
061300         STRING 'NO BUSINESS DAY AFTER ' WS-BUS-DATE
061400             ' ON CALIN - DAY NOT CLOSED'
061500             DELIMITED BY SIZE INTO REPORT-LINE
061600         WRITE REPORT-LINE
061700         SET WS-NOT-CLOSED TO TRUE
061800         GO TO 4000-EXIT
061900     END-IF.
062000     STRING 'NEXT BUSINESS DATE ' WS-NEXT-DATE
062100         DELIMITED BY SIZE INTO REPORT-LINE.
062200     WRITE REPORT-LINE.
062300 4000-EXIT.
062400     EXIT.

062500*****************************************************************
062600*    4100-READ-CAL                                              *
062700*****************************************************************
062800 4100-READ-CAL.
062900     READ CAL-FILE
063000         AT END
063100             SET WS-CAL-EOF TO TRUE
063200             GO TO 4100-EXIT
063300     END-READ.
063400     IF CAL-FILE-STATUS NOT = '00'
063500         MOVE SPACES TO REPORT-LINE
063600         STRING 'CALIN READ FAILED, STATUS '
063700             CAL-FILE-STATUS DELIMITED BY SIZE
063800             INTO REPORT-LINE
063900         WRITE REPORT-LINE
064000         SET WS-IO-FAILED TO TRUE
064100         SET WS-CAL-EOF TO TRUE
064200         GO TO 4100-EXIT
064300     END-IF.
064400     IF NOT CAL-TYPE-DAY
064500         OR NOT CAL-DAY-BUSINESS
064600         OR CAL-DATE IS NOT NUMERIC
064700         GO TO 4100-EXIT
064800     END-IF.
064900     IF CAL-DATE = WS-BUS-DATE
065000         SET WS-BUS-DAY-FOUND TO TRUE
065100         GO TO 4100-EXIT
065200     END-IF.
065300     IF CAL-DATE > WS-BUS-DATE
065400         AND (WS-NEXT-DATE = 0
065500              OR CAL-DATE < WS-NEXT-DATE)
065600         MOVE CAL-DATE TO WS-NEXT-DATE
065700     END-IF.
065800 4100-EXIT.
065900     EXIT.

066000*****************************************************************
066100*    5000-WRITE-CARDS - TOMORROW'S CARD FOR EVERY CARD READ,    *
066200*    IN CTLIN ORDER.                                            *
066300*****************************************************************
066400 5000-WRITE-CARDS.
066500     OPEN OUTPUT CTL-NEW-FILE.
066600     IF CTL-NEW-FILE-STATUS NOT = '00'
066700         MOVE SPACES TO REPORT-LINE
066800         STRING 'CTLNEW OPEN FAILED, STATUS '
066900             CTL-NEW-FILE-STATUS DELIMITED BY SIZE
067000             INTO REPORT-LINE
067100         WRITE REPORT-LINE
067200         SET WS-IO-FAILED TO TRUE
067300         GO TO 5000-EXIT
067400     END-IF.
067500     MOVE SPACES TO REPORT-LINE.
067600     WRITE REPORT-LINE.
067700     PERFORM 5100-WRITE-ONE THRU 5100-EXIT
067800         VARYING WS-CARD-IX FROM 1 BY 1
067900         UNTIL WS-CARD-IX > WS-CARD-CNT
068000            OR WS-IO-FAILED.
068100     CLOSE CTL-NEW-FILE.
068200     IF NOT WS-IO-FAILED
068300         MOVE SPACES TO REPORT-LINE
068400         STRING 'DAY ' WS-BUS-DATE ' CLOSED - BUSINESS DATE '
068500             'ROLLED TO ' WS-NEXT-DATE
068600             DELIMITED BY SIZE INTO REPORT-LINE
068700         WRITE REPORT-LINE
068800     END-IF.
068900 5000-EXIT.
069000     EXIT.

069100*****************************************************************
069200*    5100-WRITE-ONE - A FORCED OR CHECK RUN IS A ONE-OFF, SO    *
069300*    TOMORROW'S CARD IS ALWAYS A NORMAL RUN.                    *
069400*****************************************************************
069500 5100-WRITE-ONE.
069600     MOVE WS-CD-CARD (WS-CARD-IX) TO WS-NEXT-CARD.
069700     MOVE WS-NEXT-DATE TO WS-NX-PROC-DATE.
069800     MOVE SPACES       TO WS-NX-RUN-MODE.
069900     WRITE CTL-NEW-RECORD FROM WS-NEXT-CARD.
070000     IF CTL-NEW-FILE-STATUS NOT = '00'
070100         MOVE SPACES TO REPORT-LINE
070200         STRING 'CTLNEW WRITE FAILED, STATUS '
070300             CTL-NEW-FILE-STATUS DELIMITED BY SIZE
070400             INTO REPORT-LINE
070500         WRITE REPORT-LINE
070600         SET WS-IO-FAILED TO TRUE
070700         GO TO 5100-EXIT
070800     END-IF.
070900     ADD 1 TO WS-CARDS-WRITTEN-CNT.
071000     MOVE SPACES TO REPORT-LINE.
071100     STRING 'NEW CARD  ' WS-NEXT-CARD
071200         DELIMITED BY SIZE INTO REPORT-LINE.
071300     WRITE REPORT-LINE.
071400 5100-EXIT.
071500     EXIT.

071600*****************************************************************
071700*    6000-WRITE-COUNTS                                          *
071800*****************************************************************
071900 6000-WRITE-COUNTS.
072000     IF REPORT-FILE-STATUS NOT = '00'
072100         GO TO 6000-EXIT
072200     END-IF.
072300     MOVE SPACES TO REPORT-LINE.
072400     WRITE REPORT-LINE.

072500     MOVE 'STREAMS EXPECTED.................... '
072600         TO WS-C-LABEL.
072700     MOVE WS-STREAM-CNT TO WS-C-COUNT.
072800     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

072900     MOVE '  COMPLETE.......................... '
073000         TO WS-C-LABEL.
073100     MOVE WS-COMPLETE-CNT TO WS-C-COUNT.
073200     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

073300     MOVE '  MISSING........................... '
073400         TO WS-C-LABEL.
073500     MOVE WS-MISSING-CNT TO WS-C-COUNT.
073600     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

073700     MOVE '  FAILED............................ '
073800         TO WS-C-LABEL.
073900     MOVE WS-FAILED-CNT TO WS-C-COUNT.
074000     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

074100     MOVE 'COMPLETION RECORDS READ............. '
074200         TO WS-C-LABEL.
074300     MOVE WS-COMP-READ-CNT TO WS-C-COUNT.
074400     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

074500     MOVE 'CONTROL CARDS READ.................. '
074600         TO WS-C-LABEL.
074700     MOVE WS-CARD-CNT TO WS-C-COUNT.
074800     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

074900     MOVE 'CONTROL CARDS WRITTEN............... '
075000         TO WS-C-LABEL.
075100     MOVE WS-CARDS-WRITTEN-CNT TO WS-C-COUNT.
075200     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
075300 6000-EXIT.
075400     EXIT.

075500*****************************************************************
075600*    6900-WRITE-COUNT                                           *
075700*****************************************************************
075800 6900-WRITE-COUNT.
075900     MOVE SPACES TO REPORT-LINE.
076000     MOVE WS-COUNT-LINE TO REPORT-LINE.
076100     WRITE REPORT-LINE.
076200 6900-EXIT.
076300     EXIT.

076400*****************************************************************
076500*    9999-TERMINATE                                             *
076600*****************************************************************
076700 9999-TERMINATE.
076800     CLOSE REPORT-FILE.
076900     EVALUATE TRUE
077000         WHEN WS-IO-FAILED
077100             MOVE 12 TO RETURN-CODE
077200         WHEN WS-SETUP-ERROR
077300             MOVE 16 TO RETURN-CODE
077400         WHEN WS-NOT-CLOSED
077500             MOVE 8 TO RETURN-CODE
077600         WHEN OTHER
077700             MOVE 0 TO RETURN-CODE
077800     END-EVALUATE.
077900 9999-EXIT.
078000     EXIT.
