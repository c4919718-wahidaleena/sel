000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLODUP.
000300 AUTHOR.        R L BOYER.
000400 INSTALLATION.  NIGHTLY BATCH SCHEDULING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  HELLODUP                                                     *
001000*                                                               *
001100*  SUSPECTED DUPLICATE DETAIL REVIEW.  RUNS AFTER HELLOEDT      *
001200*  AGAINST THE EDITED FEED (TRANIN) AND LISTS ON DUPRPT EVERY   *
001300*  DETAIL THAT LOOKS LIKE ONE ALREADY SEEN - SAME ACCOUNT,      *
001400*  SAME AMOUNT, SAME DEBIT/CREDIT TYPE:                         *
001500*                                                               *
001600*    SAME FEED  AN EARLIER DETAIL OF THE SAME SOURCE FEED       *
001700*               (SOURCE AND FEED DATE STAMPED BY HELLOEDT).     *
001800*    HISTORY    A POSTING ON ITERHIST WITHIN THE LOOK-BACK      *
001900*               WINDOW - THE N BUSINESS DAYS ON CALIN BEFORE    *
002000*               TONIGHT'S BUSINESS DATE (THE EDITED FEED'S      *
002100*               HEADER DATE).  N IS COLS 1-3 OF THE DUPCTL      *
002200*               CARD, 1 TO 30; NO CARD, OR A BAD ONE, MEANS 5.  *
002300*                                                               *
002400*  POSTINGS DIVERTED TO ACCTSUSP, FAILED CYCLES, AND BACKOUT    *
002500*  REVERSALS ARE NOT COUNTED AS PRIOR POSTINGS.  NOTHING IS     *
002600*  HELD OR CHANGED - THE SUSPECTS ARE FOR REVIEW, AND A GENUINE *
002700*  DUPLICATE IS REVERSED THROUGH THE USUAL CORRECTION ROUTE.    *
002800*                                                               *
002900*  RETURN CODES                                                 *
003000*  ------------                                                 *
003100*    00  NO SUSPECTED DUPLICATES.                               *
003200*    04  SUSPECTED DUPLICATES LISTED FOR REVIEW.                *
003300*    12  OPEN OR READ FAILED - THE REVIEW IS INCOMPLETE.        *
003400*    16  TRANIN DOES NOT START WITH A HEADER, OR HOLDS MORE     *
003500*        DETAILS THAN THE DETAIL TABLE - THE REVIEW IS          *
003600*        INCOMPLETE.                                            *
003700*                                                               *
003800*  MODIFICATION HISTORY                                         *
003900*  ----------------------------------------------------------   *
004000*  2026-10-15  RLB  ORIGINAL PROGRAM.                           *
004100*                                                               *
004200*****************************************************************

004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.

004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT DUP-CTL-FILE  ASSIGN TO DUPCTL
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS DUP-CTL-FILE-STATUS.

005200     SELECT TRAN-IN-FILE  ASSIGN TO TRANIN
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS TRAN-IN-FILE-STATUS.

005500     SELECT CAL-FILE      ASSIGN TO CALIN
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS CAL-FILE-STATUS.

005800     SELECT ITER-FILE     ASSIGN TO ITERIN
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS ITER-FILE-STATUS.

006100     SELECT REPORT-FILE   ASSIGN TO DUPRPT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS REPORT-FILE-STATUS.

006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  DUP-CTL-FILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  DUP-CTL-RECORD.
007000     05  DUP-CTL-DAYS                PIC X(03).
007100     05  DUP-CTL-DAYS-N REDEFINES DUP-CTL-DAYS
007200                                     PIC 9(03).
007300     05  FILLER                      PIC X(77).

007400 FD  TRAN-IN-FILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  TRAN-IN-RECORD              PIC X(80).

007800 FD  CAL-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 80 CHARACTERS.
008100 COPY CALREC.

008200 FD  ITER-FILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 48 CHARACTERS.
008500 COPY ITERREC.

008600 FD  REPORT-FILE
008700     LABEL RECORDS OMITTED
008800     RECORD CONTAINS 132 CHARACTERS.
008900 01  REPORT-LINE                 PIC X(132).

009000 WORKING-STORAGE SECTION.
009100 77  WS-LOOKBACK-DAYS            PIC 9(03) COMP VALUE 5.
009200 77  WS-BUS-DATE                 PIC 9(08) VALUE 0.
009300 77  WS-WINDOW-LOW               PIC 9(08) VALUE 0.
009400 77  WS-WIN-MAX                  PIC 9(03) COMP VALUE 30.
009500 77  WS-WIN-CNT                  PIC 9(03) COMP VALUE 0.
009600 77  WS-WIN-IX                   PIC 9(03) COMP VALUE 0.
009700 77  WS-WIN-LOW-IX               PIC 9(03) COMP VALUE 0.
009800 77  WS-DTL-MAX                  PIC 9(05) COMP VALUE 9999.
009900 77  WS-DTL-CNT                  PIC 9(05) COMP VALUE 0.
010000 77  WS-DTL-IX                   PIC 9(05) COMP VALUE 0.
010100 77  WS-PRIOR-IX                 PIC 9(05) COMP VALUE 0.
010200 77  WS-DTL-READ-CNT             PIC 9(07) COMP VALUE 0.
010300 77  WS-HIST-READ-CNT            PIC 9(07) COMP VALUE 0.
010400 77  WS-HIST-WINDOW-CNT          PIC 9(07) COMP VALUE 0.
010500 77  WS-SAME-FEED-CNT            PIC 9(07) COMP VALUE 0.
010600 77  WS-HISTORY-CNT              PIC 9(07) COMP VALUE 0.
010700 77  WS-DC                       PIC X(01) VALUE SPACE.

010800*    THE SHARED TRANSACTION LAYOUT STAGES EACH EDITED RECORD.
010900 COPY TRANREC.

011000 01  WS-SWITCHES.
011100     05  WS-TRAN-EOF-SW          PIC X(01) VALUE 'N'.
011200         88  WS-TRAN-EOF             VALUE 'Y'.
011300     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
011400         88  WS-CAL-EOF              VALUE 'Y'.
011500     05  WS-ITER-EOF-SW          PIC X(01) VALUE 'N'.
011600         88  WS-ITER-EOF             VALUE 'Y'.
011700     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
011800         88  WS-ENTRY-FOUND          VALUE 'Y'.
011900     05  WS-HEADER-ERROR-SW      PIC X(01) VALUE 'N'.
012000         88  WS-HEADER-ERROR         VALUE 'Y'.
012100     05  WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
012200         88  WS-TABLE-FULL           VALUE 'Y'.
012300     05  WS-IO-FAIL-SW           PIC X(01) VALUE 'N'.
012400         88  WS-IO-FAILED            VALUE 'Y'.

012500 01  WS-FILE-STATUSES.
012600     05  DUP-CTL-FILE-STATUS     PIC X(02) VALUE '00'.
012700     05  TRAN-IN-FILE-STATUS     PIC X(02) VALUE '00'.
012800     05  CAL-FILE-STATUS         PIC X(02) VALUE '00'.
012900     05  ITER-FILE-STATUS        PIC X(02) VALUE '00'.
013000     05  REPORT-FILE-STATUS      PIC X(02) VALUE '00'.

013100*    THE LAST N BUSINESS DAYS BEFORE TONIGHT, IN NO ORDER.
013200 01  WS-WIN-TABLE.
013300     05  WS-WIN-DATE             PIC 9(08) OCCURS 30 TIMES.

013400*    TONIGHT'S DETAILS, IN FEED ORDER, AND WHAT EACH MATCHED.
013500 01  WS-DTL-TABLE.
013600     05  WS-DTL-ENTRY OCCURS 9999 TIMES.
013700         10  WS-DT-SOURCE        PIC X(08).
013800         10  WS-DT-FEED-DATE     PIC X(08).
013900         10  WS-DT-ACCOUNT       PIC X(08).
014000         10  WS-DT-AMOUNT        PIC S9(07)V99 COMP-3.
014100         10  WS-DT-DC            PIC X(01).
014200         10  WS-DT-HIST-SW       PIC X(01).
014300             88  WS-DT-HIST-MATCHED  VALUE 'Y'.

014400 01  WS-DUP-HEADING.
014500     05  FILLER                  PIC X(30) VALUE
014600         ' DETAIL SOURCE   FEED DT  ACCO'.
014700     05  FILLER                  PIC X(28) VALUE
014800         'UNT       AMOUNT DC  MATCHED'.
014900     05  FILLER                  PIC X(74) VALUE SPACES.

015000 01  WS-DUP-LINE.
015100     05  WS-D-DETAIL             PIC ZZZZZZ9.
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  WS-D-SOURCE             PIC X(08).
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  WS-D-FEED-DATE          PIC X(08).
015600     05  FILLER                  PIC X(01) VALUE SPACE.
015700     05  WS-D-ACCOUNT            PIC X(08).
015800     05  FILLER                  PIC X(01) VALUE SPACE.
015900     05  WS-D-AMOUNT             PIC ZZZZZZ9.99-.
016000     05  FILLER                  PIC X(01) VALUE SPACE.
016100     05  WS-D-DC                 PIC X(02).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  WS-D-TEXT               PIC X(60).
016400     05  FILLER                  PIC X(21) VALUE SPACES.

016500 01  WS-SAME-FEED-TEXT.
016600     05  FILLER                  PIC X(22) VALUE
016700         'SAME FEED AS DETAIL   '.
016800     05  WS-SF-DETAIL            PIC ZZZZZZ9.
016900     05  FILLER                  PIC X(31) VALUE SPACES.

017000 01  WS-HISTORY-TEXT.
017100     05  FILLER                  PIC X(15) VALUE
017200         'HISTORY POSTED '.
017300     05  WS-HT-DATE              PIC 9(08).
017400     05  FILLER                  PIC X(05) VALUE ' RUN '.
017500     05  WS-HT-RUN               PIC 9(08).
017600     05  FILLER                  PIC X(07) VALUE ' CYCLE '.
017700     05  WS-HT-CYCLE             PIC 9(04).
017800     05  FILLER                  PIC X(13) VALUE SPACES.

017900 01  WS-COUNT-LINE.
018000     05  WS-C-LABEL              PIC X(37).
018100     05  WS-C-COUNT              PIC ZZZZZZ9.
018200     05  FILLER                  PIC X(88) VALUE SPACES.

018300 PROCEDURE DIVISION.
018400*****************************************************************
018500*    0000-MAINLINE                                              *
018600*****************************************************************
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018900     IF NOT WS-IO-FAILED
019000         AND NOT WS-HEADER-ERROR
019100         PERFORM 2000-LOAD-DETAILS THRU 2000-EXIT
019200     END-IF.
019300     IF NOT WS-IO-FAILED
019400         AND NOT WS-HEADER-ERROR
019500         PERFORM 3000-FIND-WINDOW THRU 3000-EXIT
019600     END-IF.
019700     IF NOT WS-IO-FAILED
019800         AND NOT WS-HEADER-ERROR
019900         AND WS-WIN-CNT > 0
020000         PERFORM 4000-SCAN-HISTORY THRU 4000-EXIT
020100     END-IF.
020200     PERFORM 6000-WRITE-COUNTS THRU 6000-EXIT.
020300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
020400     STOP RUN.

020500*****************************************************************
020600*    1000-INITIALIZE - OPEN THE REPORT, PICK UP THE LOOK-BACK   *
020700*    CARD, AND TAKE TONIGHT'S BUSINESS DATE OFF THE EDITED      *
020800*    FEED'S HEADER.                                             *
020900*****************************************************************
021000 1000-INITIALIZE.
021100     OPEN OUTPUT REPORT-FILE.
021200     IF REPORT-FILE-STATUS NOT = '00'
021300         DISPLAY 'HELLODUP12 DUPRPT OPEN FAILED, STATUS '
021400             REPORT-FILE-STATUS
021500         SET WS-IO-FAILED TO TRUE
021600         GO TO 1000-EXIT
021700     END-IF.
021800     MOVE SPACES TO REPORT-LINE.
021900     MOVE 'HELLO SUSPECTED DUPLICATE DETAIL REVIEW'
022000         TO REPORT-LINE.
022100     WRITE REPORT-LINE.
022200     MOVE SPACES TO REPORT-LINE.
022300     WRITE REPORT-LINE.

022400     OPEN INPUT DUP-CTL-FILE.
022500     IF DUP-CTL-FILE-STATUS = '00'
022600         READ DUP-CTL-FILE
022700             AT END
022800                 CONTINUE
022900         END-READ
023000         IF DUP-CTL-FILE-STATUS = '00'
023100             AND DUP-CTL-DAYS IS NUMERIC
023200             AND DUP-CTL-DAYS-N > 0
023300             AND DUP-CTL-DAYS-N NOT > WS-WIN-MAX
023400             MOVE DUP-CTL-DAYS-N TO WS-LOOKBACK-DAYS
023500         END-IF
023600         CLOSE DUP-CTL-FILE
023700     END-IF.

023800     OPEN INPUT TRAN-IN-FILE.
023900     IF TRAN-IN-FILE-STATUS NOT = '00'
024000         MOVE SPACES TO REPORT-LINE
024100         STRING 'TRANIN OPEN FAILED, STATUS '
024200             TRAN-IN-FILE-STATUS DELIMITED BY SIZE
024300             INTO REPORT-LINE
024400         WRITE REPORT-LINE
024500         SET WS-IO-FAILED TO TRUE
024600         GO TO 1000-EXIT
024700     END-IF.
024800     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
024900     IF WS-TRAN-EOF
025000         OR NOT TRAN-TYPE-HEADER
025100         OR TRAN-HDR-DATE IS NOT NUMERIC
025200         MOVE SPACES TO REPORT-LINE
025300         MOVE 'TRANIN DOES NOT START WITH A DATED HEADER RECORD'
025400             TO REPORT-LINE
025500         WRITE REPORT-LINE
025600         SET WS-HEADER-ERROR TO TRUE
025700         GO TO 1000-EXIT
025800     END-IF.
025900     MOVE TRAN-HDR-DATE TO WS-BUS-DATE.
026000 1000-EXIT.
026100     EXIT.

026200*****************************************************************
026300*    1100-READ-TRAN                                             *
026400*****************************************************************
026500 1100-READ-TRAN.
026600     READ TRAN-IN-FILE
026700         AT END
026800             SET WS-TRAN-EOF TO TRUE
026900             GO TO 1100-EXIT
027000     END-READ.
027100     IF TRAN-IN-FILE-STATUS NOT = '00'
027200         MOVE SPACES TO REPORT-LINE
027300         STRING 'TRANIN READ FAILED, STATUS '
027400             TRAN-IN-FILE-STATUS DELIMITED BY SIZE
027500             INTO REPORT-LINE
027600         WRITE REPORT-LINE
027700         SET WS-IO-FAILED TO TRUE
027800         SET WS-TRAN-EOF TO TRUE
027900         GO TO 1100-EXIT
028000     END-IF.
028100     MOVE TRAN-IN-RECORD TO TRAN-RECORD.
028200 1100-EXIT.
028300     EXIT.

028400*****************************************************************
028500*    2000-LOAD-DETAILS - EVERY DETAIL INTO THE TABLE.  EACH IS  *
028600*    CHECKED AGAINST THE EARLIER DETAILS OF ITS OWN FEED AS IT  *
028700*    GOES IN; ONLY THE LATER OF A PAIR IS LISTED.               *
028800*****************************************************************
028900 2000-LOAD-DETAILS.
029000     MOVE SPACES TO REPORT-LINE.
029100     MOVE WS-DUP-HEADING TO REPORT-LINE.
029200     WRITE REPORT-LINE.
029300     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
029400     PERFORM 2100-LOAD-ONE THRU 2100-EXIT
029500         UNTIL WS-TRAN-EOF
029600            OR WS-TABLE-FULL.
029700     CLOSE TRAN-IN-FILE.
029800 2000-EXIT.
029900     EXIT.

030000*****************************************************************
030100*    2100-LOAD-ONE                                              *
030200*****************************************************************
030300 2100-LOAD-ONE.
030400     IF NOT TRAN-TYPE-DETAIL
030500         GO TO 2100-READ-NEXT
030600     END-IF.
030700     ADD 1 TO WS-DTL-READ-CNT.
030800     IF WS-DTL-CNT NOT < WS-DTL-MAX
030900         MOVE SPACES TO REPORT-LINE
031000         MOVE 'MORE DETAILS ON TRANIN THAN THE DETAIL TABLE HOLDS'
031100             TO REPORT-LINE
031200         WRITE REPORT-LINE
031300         SET WS-TABLE-FULL TO TRUE
031400         GO TO 2100-EXIT
031500     END-IF.
031600     ADD 1 TO WS-DTL-CNT.
031700     MOVE TRAN-DTL-SOURCE    TO WS-DT-SOURCE (WS-DTL-CNT).
031800     MOVE TRAN-DTL-FEED-DATE TO WS-DT-FEED-DATE (WS-DTL-CNT).
031900     MOVE TRAN-DTL-ACCOUNT   TO WS-DT-ACCOUNT (WS-DTL-CNT).
032000     MOVE TRAN-DTL-AMOUNT    TO WS-DT-AMOUNT (WS-DTL-CNT).
032100     IF TRAN-DTL-DEBIT
032200         MOVE 'D' TO WS-DT-DC (WS-DTL-CNT)
032300     ELSE
032400         MOVE 'C' TO WS-DT-DC (WS-DTL-CNT)
032500     END-IF.
032600     MOVE 'N' TO WS-DT-HIST-SW (WS-DTL-CNT).

032610*    A DETAIL CARRIED SINCE BEFORE DETAILS WERE STAMPED WITH
032620*    THEIR FEED BELONGS TO NO FEED AND IS ONLY MATCHED TO HISTORY.
032630     IF TRAN-DTL-SOURCE = SPACES
032640         GO TO 2100-READ-NEXT
032650     END-IF.
032700     MOVE 'N' TO WS-FOUND-SW.
032800     PERFORM 2110-MATCH-PRIOR THRU 2110-EXIT
032900         VARYING WS-PRIOR-IX FROM 1 BY 1
033000         UNTIL WS-PRIOR-IX NOT < WS-DTL-CNT
033100            OR WS-ENTRY-FOUND.
033200     IF WS-ENTRY-FOUND
033300         SUBTRACT 1 FROM WS-PRIOR-IX
033400         ADD 1 TO WS-SAME-FEED-CNT
033500         MOVE WS-PRIOR-IX TO WS-SF-DETAIL
033600         MOVE WS-SAME-FEED-TEXT TO WS-D-TEXT
033700         MOVE WS-DTL-CNT TO WS-DTL-IX
033800         PERFORM 5000-LIST-SUSPECT THRU 5000-EXIT
033900     END-IF.
034000 2100-READ-NEXT.
034100     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
034200 2100-EXIT.
034300     EXIT.

034400*****************************************************************
034500*    2110-MATCH-PRIOR                                           *
034600*****************************************************************
034700 2110-MATCH-PRIOR.
034800     IF WS-DT-SOURCE (WS-PRIOR-IX) = WS-DT-SOURCE (WS-DTL-CNT)
034900         AND WS-DT-FEED-DATE (WS-PRIOR-IX)
035000             = WS-DT-FEED-DATE (WS-DTL-CNT)
035100         AND WS-DT-ACCOUNT (WS-PRIOR-IX)
035200             = WS-DT-ACCOUNT (WS-DTL-CNT)
035300         AND WS-DT-AMOUNT (WS-PRIOR-IX)
035400             = WS-DT-AMOUNT (WS-DTL-CNT)
035500         AND WS-DT-DC (WS-PRIOR-IX) = WS-DT-DC (WS-DTL-CNT)
035600         SET WS-ENTRY-FOUND TO TRUE
035700     END-IF.
035800 2110-EXIT.
035900     EXIT.

036000*****************************************************************
036100*    3000-FIND-WINDOW - THE N MOST RECENT BUSINESS DAYS ON      *
036200*    CALIN BEFORE TONIGHT.  THE CALENDAR NEED NOT BE IN DATE    *
036300*    ORDER: THE TABLE KEEPS THE N LATEST SEEN, EACH NEW DATE    *
036400*    REPLACING THE EARLIEST HELD ONCE THE TABLE IS FULL.        *
036500*****************************************************************
036600 3000-FIND-WINDOW.
036700     OPEN INPUT CAL-FILE.
036800     IF CAL-FILE-STATUS NOT = '00'
036900         MOVE SPACES TO REPORT-LINE
037000         STRING 'CALIN OPEN FAILED, STATUS '
037100             CAL-FILE-STATUS DELIMITED BY SIZE
037200             INTO REPORT-LINE
037300         WRITE REPORT-LINE
037400         SET WS-IO-FAILED TO TRUE
037500         GO TO 3000-EXIT
037600     END-IF.
037700     PERFORM 3100-READ-CAL THRU 3100-EXIT
037800         UNTIL WS-CAL-EOF.
037900     CLOSE CAL-FILE.
038000     IF WS-IO-FAILED
038100         GO TO 3000-EXIT
038200     END-IF.
038300     MOVE SPACES TO REPORT-LINE.
038400     WRITE REPORT-LINE.
038500     MOVE SPACES TO REPORT-LINE.
038600     IF WS-WIN-CNT = 0
038700         STRING 'NO BUSINESS DAYS ON CALIN BEFORE ' WS-BUS-DATE
038800             ' - HISTORY NOT SEARCHED'
038900             DELIMITED BY SIZE INTO REPORT-LINE
039000         WRITE REPORT-LINE
039100         GO TO 3000-EXIT
039200     END-IF.
039300     PERFORM 3200-FIND-LOW THRU 3200-EXIT.
039400     MOVE WS-WIN-DATE (WS-WIN-LOW-IX) TO WS-WINDOW-LOW.
039500     STRING 'HISTORY SEARCHED FROM ' WS-WINDOW-LOW
039600         ' UP TO BUT NOT INCLUDING ' WS-BUS-DATE
039700         DELIMITED BY SIZE INTO REPORT-LINE.
039800     WRITE REPORT-LINE.
039900 3000-EXIT.
040000     EXIT.

040100*****************************************************************
040200*    3100-READ-CAL                                              *
040300*****************************************************************
040400 3100-READ-CAL.
040500     READ CAL-FILE
040600         AT END
040700             SET WS-CAL-EOF TO TRUE
040800             GO TO 3100-EXIT
040900     END-READ.
041000     IF CAL-FILE-STATUS NOT = '00'
041100         MOVE SPACES TO REPORT-LINE
041200         STRING 'CALIN READ FAILED, STATUS '
041300             CAL-FILE-STATUS DELIMITED BY SIZE
041400             INTO REPORT-LINE
041500         WRITE REPORT-LINE
041600         SET WS-IO-FAILED TO TRUE
041700         SET WS-CAL-EOF TO TRUE
041800         GO TO 3100-EXIT
041900     END-IF.
042000     IF NOT CAL-TYPE-DAY
042100         OR NOT CAL-DAY-BUSINESS
042200         OR CAL-DATE NOT < WS-BUS-DATE
042300         GO TO 3100-EXIT
042400     END-IF.
042500     IF WS-WIN-CNT < WS-LOOKBACK-DAYS
042600         ADD 1 TO WS-WIN-CNT
042700         MOVE CAL-DATE TO WS-WIN-DATE (WS-WIN-CNT)
042800         GO TO 3100-EXIT
042900     END-IF.
043000     PERFORM 3200-FIND-LOW THRU 3200-EXIT.
043100     IF CAL-DATE > WS-WIN-DATE (WS-WIN-LOW-IX)
043200         MOVE CAL-DATE TO WS-WIN-DATE (WS-WIN-LOW-IX)
043300     END-IF.
043400 3100-EXIT.
043500     EXIT.

043600*****************************************************************
043700*    3200-FIND-LOW - THE EARLIEST DATE HELD IN THE WINDOW.      *
043800*****************************************************************
043900 3200-FIND-LOW.
044000     MOVE 1 TO WS-WIN-LOW-IX.
044100     PERFORM 3210-TEST-LOW THRU 3210-EXIT
044200         VARYING WS-WIN-IX FROM 2 BY 1
044300         UNTIL WS-WIN-IX > WS-WIN-CNT.
044400 3200-EXIT.
044500     EXIT.

044600*****************************************************************
044700*    3210-TEST-LOW                                              *
044800*****************************************************************
044900 3210-TEST-LOW.
045000     IF WS-WIN-DATE (WS-WIN-IX) < WS-WIN-DATE (WS-WIN-LOW-IX)
045100         MOVE WS-WIN-IX TO WS-WIN-LOW-IX
045200     END-IF.
045300 3210-EXIT.
045400     EXIT.

045500*****************************************************************
045600*    4000-SCAN-HISTORY - ONE PASS OF ITERHIST.  EVERY POSTING   *
045700*    INSIDE THE WINDOW IS MATCHED AGAINST TONIGHT'S DETAILS;    *
045800*    EACH DETAIL IS LISTED AGAINST THE FIRST POSTING IT         *
045900*    MATCHES ONLY.                                              *
046000*****************************************************************
046100 4000-SCAN-HISTORY.
046200     OPEN INPUT ITER-FILE.
046300     IF ITER-FILE-STATUS NOT = '00'
046400         MOVE SPACES TO REPORT-LINE
046500         STRING 'ITERIN OPEN FAILED, STATUS '
046600             ITER-FILE-STATUS DELIMITED BY SIZE
046700             INTO REPORT-LINE
046800         WRITE REPORT-LINE
046900         SET WS-IO-FAILED TO TRUE
047000         GO TO 4000-EXIT
047100     END-IF.
047200     PERFORM 4100-READ-ITER THRU 4100-EXIT
047300         UNTIL WS-ITER-EOF.
047400     CLOSE ITER-FILE.
047500 4000-EXIT.
047600     EXIT.

047700*****************************************************************
047800*    4100-READ-ITER                                             *
047900*****************************************************************
048000 4100-READ-ITER.
048100     READ ITER-FILE
048200         AT END
048300             SET WS-ITER-EOF TO TRUE
048400             GO TO 4100-EXIT
048500     END-READ.
048600     IF ITER-FILE-STATUS NOT = '00'
048700         MOVE SPACES TO REPORT-LINE
048800         STRING 'ITERIN READ FAILED, STATUS '
048900             ITER-FILE-STATUS DELIMITED BY SIZE
049000             INTO REPORT-LINE
049100         WRITE REPORT-LINE
049200         SET WS-IO-FAILED TO TRUE
049300         SET WS-ITER-EOF TO TRUE
049400         GO TO 4100-EXIT
049500     END-IF.
049600     ADD 1 TO WS-HIST-READ-CNT.
049700     IF ITER-DATE < WS-WINDOW-LOW
049800         OR ITER-DATE NOT < WS-BUS-DATE
049900         GO TO 4100-EXIT
050000     END-IF.
050100     IF NOT ITER-STATUS-OK
050200         OR ITER-RUN-BACKOUT
050300         OR ITER-POSTED-SUSPENSE
050400         GO TO 4100-EXIT
050500     END-IF.
050600     ADD 1 TO WS-HIST-WINDOW-CNT.
050700     MOVE ITER-TRAN-DC TO WS-DC.
050800     PERFORM 4200-MATCH-DETAIL THRU 4200-EXIT
050900         VARYING WS-DTL-IX FROM 1 BY 1
051000         UNTIL WS-DTL-IX > WS-DTL-CNT.
051100 4100-EXIT.
051200     EXIT.

051300*****************************************************************
051400*    4200-MATCH-DETAIL                                          *
051500*****************************************************************
051600 4200-MATCH-DETAIL.
051700     IF WS-DT-HIST-MATCHED (WS-DTL-IX)
051800         GO TO 4200-EXIT
051900     END-IF.
052000     IF WS-DT-ACCOUNT (WS-DTL-IX) = ITER-TRAN-ACCOUNT
052100         AND WS-DT-AMOUNT (WS-DTL-IX) = ITER-TRAN-AMOUNT
052200         AND WS-DT-DC (WS-DTL-IX) = WS-DC
052300         SET WS-DT-HIST-MATCHED (WS-DTL-IX) TO TRUE
052400         ADD 1 TO WS-HISTORY-CNT
052500         MOVE ITER-DATE       TO WS-HT-DATE
052600         MOVE ITER-RUN-NUMBER TO WS-HT-RUN
052700         MOVE ITER-NUMBER     TO WS-HT-CYCLE
052800         MOVE WS-HISTORY-TEXT TO WS-D-TEXT
052900         PERFORM 5000-LIST-SUSPECT THRU 5000-EXIT
053000     END-IF.
053100 4200-EXIT.
053200     EXIT.

053300*****************************************************************
053400*    5000-LIST-SUSPECT - ONE SUSPECT LINE FOR THE DETAIL AT     *
053500*    WS-DTL-IX; THE MATCH TEXT IS ALREADY IN WS-D-TEXT.         *
053600*****************************************************************
053700 5000-LIST-SUSPECT.
053800     MOVE WS-DTL-IX                    TO WS-D-DETAIL.
053900     MOVE WS-DT-SOURCE (WS-DTL-IX)     TO WS-D-SOURCE.
054000     MOVE WS-DT-FEED-DATE (WS-DTL-IX)  TO WS-D-FEED-DATE.
054100     MOVE WS-DT-ACCOUNT (WS-DTL-IX)    TO WS-D-ACCOUNT.
054200     MOVE WS-DT-AMOUNT (WS-DTL-IX)     TO WS-D-AMOUNT.
054300     IF WS-DT-DC (WS-DTL-IX) = 'D'
054400         MOVE 'DR' TO WS-D-DC
054500     ELSE
054600         MOVE 'CR' TO WS-D-DC
054700     END-IF.
054800     MOVE SPACES TO REPORT-LINE.
054900     MOVE WS-DUP-LINE TO REPORT-LINE.
055000     WRITE REPORT-LINE.
055100 5000-EXIT.
055200     EXIT.

055300*****************************************************************
055400*    6000-WRITE-COUNTS                                          *
055500*****************************************************************
055600 6000-WRITE-COUNTS.
055700     IF REPORT-FILE-STATUS NOT = '00'
055800         GO TO 6000-EXIT
055900     END-IF.
056000     MOVE SPACES TO REPORT-LINE.
056100     WRITE REPORT-LINE.

056200     MOVE 'LOOK-BACK BUSINESS DAYS............. '
056300         TO WS-C-LABEL.
056400     MOVE WS-LOOKBACK-DAYS TO WS-C-COUNT.
056500     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

056600     MOVE 'DETAILS REVIEWED.................... '
056700         TO WS-C-LABEL.
056800     MOVE WS-DTL-READ-CNT TO WS-C-COUNT.
056900     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

057000     MOVE 'HISTORY RECORDS READ................ '
057100         TO WS-C-LABEL.
057200     MOVE WS-HIST-READ-CNT TO WS-C-COUNT.
057300     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

057400     MOVE '  POSTINGS INSIDE THE WINDOW........ '
057500         TO WS-C-LABEL.
057600     MOVE WS-HIST-WINDOW-CNT TO WS-C-COUNT.
057700     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

057800     MOVE 'SUSPECTS - SAME FEED................ '
057900         TO WS-C-LABEL.
058000     MOVE WS-SAME-FEED-CNT TO WS-C-COUNT.
058100     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

058200     MOVE 'SUSPECTS - ALREADY IN HISTORY....... '
058300         TO WS-C-LABEL.
058400     MOVE WS-HISTORY-CNT TO WS-C-COUNT.
058500     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
058600 6000-EXIT.
058700     EXIT.

058800*****************************************************************
058900*    6900-WRITE-COUNT                                           *
059000*****************************************************************
059100 6900-WRITE-COUNT.
059200     MOVE SPACES TO REPORT-LINE.
059300     MOVE WS-COUNT-LINE TO REPORT-LINE.
059400     WRITE REPORT-LINE.
059500 6900-EXIT.
059600     EXIT.

059700*****************************************************************
059800*    9999-TERMINATE                                             *
059900*****************************************************************
060000 9999-TERMINATE.
060100     CLOSE REPORT-FILE.
060200     EVALUATE TRUE
060300         WHEN WS-IO-FAILED
060400             MOVE 12 TO RETURN-CODE
060500         WHEN WS-HEADER-ERROR
060600             MOVE 16 TO RETURN-CODE
060700         WHEN WS-TABLE-FULL
060800             MOVE 16 TO RETURN-CODE
060900         WHEN WS-SAME-FEED-CNT > 0
061000             MOVE 4 TO RETURN-CODE
061100         WHEN WS-HISTORY-CNT > 0
061200             MOVE 4 TO RETURN-CODE
061300         WHEN OTHER
061400             MOVE 0 TO RETURN-CODE
061500     END-EVALUATE.
061600 9999-EXIT.
061700     EXIT.
