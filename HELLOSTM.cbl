000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOSTM.
000300 AUTHOR.        R L BOYER.
000400 INSTALLATION.  NIGHTLY BATCH SCHEDULING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  HELLOSTM                                                     *
001000*                                                               *
001100*  PER-ACCOUNT STATEMENTS.  A CONTROL CARD ON STMIN NAMES AN    *
001200*  ACCOUNT RANGE AND A STATEMENT PERIOD; EVERY ACCOUNT ON THE   *
001300*  ACCOUNT MASTER (ACCTMST) INSIDE THE RANGE GETS A STATEMENT   *
001400*  SHOWING:                                                     *
001500*                                                               *
001600*    - THE OPENING BALANCE - EVERY POSTING DATED BEFORE THE     *
001700*      PERIOD, DEBITS UP AND CREDITS DOWN, AS G-PARA IN HELLO   *
001800*      MOVES THE MASTER BALANCE;                                *
001900*    - EVERY POSTING IN THE PERIOD IN BUSINESS DATE, RUN, AND   *
002000*      CYCLE ORDER, WITH ITS DEBIT/CREDIT DIRECTION AND THE     *
002100*      RUNNING BALANCE AFTER IT;                                *
002200*    - THE CLOSING BALANCE, WITH DEBIT AND CREDIT TOTALS FOR    *
002300*      THE PERIOD.                                              *
002400*                                                               *
002500*  THE POSTINGS COME FROM THE ITERATION HISTORY (ITERREC        *
002600*  LAYOUT) THE SAME WAY HELLOSUM READS IT: THE EFFECTIVE        *
002700*  HISTORY ON ITEREFF WHEN PRESENT, SO A CYCLE A FORCED RE-RUN  *
002800*  SUPERSEDED DOES NOT SHOW TWICE, ELSE THE LIVE FILE ON        *
002900*  ITERIN, WHERE EVERY FORCED REGENERATION IS SET ASIDE (AS     *
003000*  HELLOPRF DOES) SO THE ORIGINAL IT REDID IS LISTED ONCE; AND  *
003100*  THE ARCHIVE ON ITERARC, SO A PERIOD OLDER THAN THE RETENTION *
003200*  CUTOFF STILL LISTS IN FULL.  A CYCLE WHOSE MASTER UPDATE WAS *
003300*  DIVERTED TO ACCTSUSP NEVER MOVED THE BALANCE AND IS LEFT     *
003400*  OFF; SO IS ANY CYCLE RECORDED IN ERROR.                      *
003500*                                                               *
003600*  CONTROL CARD                                                 *
003700*  ------------                                                 *
003800*    COLS  1-8   FROM ACCOUNT                                   *
003900*    COLS  9-16  TO ACCOUNT (BLANK MEANS THE FROM ACCOUNT ONLY) *
004000*    COLS 17-24  PERIOD FROM DATE YYYYMMDD                      *
004100*    COLS 25-32  PERIOD TO DATE YYYYMMDD                        *
004200*                                                               *
004300*  RETURN CODES                                                 *
004400*  ------------                                                 *
004500*    00  STATEMENTS PRODUCED.                                   *
004600*    08  A POSTING OR OPENING-BALANCE TABLE FILLED - ONE OR     *
004700*        MORE STATEMENTS ARE INCOMPLETE, SEE STMRPT.  NARROW    *
004800*        THE ACCOUNT RANGE AND RUN AGAIN.                       *
004900*    12  OPEN FAILED AGAINST ACCTMST, ITERIN, OR STMRPT, OR A   *
005000*        READ FAILED ON ACCTMST, ITERIN, ITEREFF, OR ITERARC -  *
005100*        STATEMENTS ARE MISSING OR INCOMPLETE, SEE SYSOUT.      *
005200*    16  CONTROL CARD MISSING, NON-NUMERIC, OR A FROM VALUE     *
005300*        EXCEEDS ITS TO VALUE.                                  *
005400*                                                               *
005500*  MODIFICATION HISTORY                                         *
005600*  ----------------------------------------------------------   *
005700*  2026-10-15  RLB  ORIGINAL PROGRAM.                           *
005800*                                                               *
005900*****************************************************************

006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER.   IBM-370.
006300 OBJECT-COMPUTER.   IBM-370.

006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT STM-CTL-FILE  ASSIGN TO STMIN
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS STM-CTL-FILE-STATUS.

006900     SELECT ACCT-FILE     ASSIGN TO ACCTMST
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS SEQUENTIAL
007200         RECORD KEY IS ACCT-KEY
007300         FILE STATUS IS ACCT-FILE-STATUS.

007400     SELECT ITER-IN-FILE  ASSIGN TO ITERIN
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS ITER-IN-FILE-STATUS.

007700     SELECT EFF-IN-FILE   ASSIGN TO ITEREFF
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS EFF-IN-FILE-STATUS.

008000     SELECT ARC-IN-FILE   ASSIGN TO ITERARC
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS ARC-IN-FILE-STATUS.

008300     SELECT REPORT-FILE   ASSIGN TO STMRPT
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS REPORT-FILE-STATUS.

008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  STM-CTL-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  STM-CTL-RECORD.
009200     05  STM-ACCT-FROM               PIC X(08).
009300     05  STM-ACCT-TO                 PIC X(08).
009400     05  STM-DATE-FROM               PIC 9(08).
009500     05  STM-DATE-TO                 PIC 9(08).
009600     05  FILLER                      PIC X(48).

009700 FD  ACCT-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 48 CHARACTERS.
010000 COPY ACCTREC.

010100 FD  ITER-IN-FILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 48 CHARACTERS.
010400 01  ITER-IN-RECORD              PIC X(48).

010500 FD  EFF-IN-FILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 48 CHARACTERS.
010800 01  EFF-IN-RECORD               PIC X(48).

010900 FD  ARC-IN-FILE
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 48 CHARACTERS.
011200 01  ARC-IN-RECORD               PIC X(48).

011300 FD  REPORT-FILE
011400     LABEL RECORDS OMITTED
011500     RECORD CONTAINS 132 CHARACTERS.
011600 01  REPORT-LINE                 PIC X(132).

011700 WORKING-STORAGE SECTION.
011800 77  WS-PST-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
011900 77  WS-PST-ENTRY-CNT            PIC 9(04) COMP VALUE 0.
012000 77  WS-PST-IX                   PIC 9(04) COMP VALUE 0.
012100 77  WS-PST-JX                   PIC 9(04) COMP VALUE 0.
012200 77  WS-OPN-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
012300 77  WS-OPN-ENTRY-CNT            PIC 9(04) COMP VALUE 0.
012400 77  WS-OPN-IX                   PIC 9(04) COMP VALUE 0.
012500 77  WS-HIT-IX                   PIC 9(04) COMP VALUE 0.
012600 77  WS-LIVE-READ-CNT            PIC 9(07) COMP VALUE 0.
012700 77  WS-ARC-READ-CNT             PIC 9(07) COMP VALUE 0.
012800 77  WS-SELECTED-CNT             PIC 9(07) COMP VALUE 0.
012900 77  WS-PRIOR-CNT                PIC 9(07) COMP VALUE 0.
013000 77  WS-DIVERTED-CNT             PIC 9(07) COMP VALUE 0.
013100 77  WS-REGEN-ASIDE-CNT          PIC 9(07) COMP VALUE 0.
013200 77  WS-ERROR-CYCLE-CNT          PIC 9(07) COMP VALUE 0.
013300 77  WS-DATE-ERROR-CNT           PIC 9(07) COMP VALUE 0.
013400 77  WS-STATEMENT-CNT            PIC 9(07) COMP VALUE 0.
013500 77  WS-LISTED-CNT               PIC 9(07) COMP VALUE 0.
013600 77  WS-ACCT-FROM                PIC X(08) VALUE SPACES.
013700 77  WS-ACCT-TO                  PIC X(08) VALUE SPACES.
013800 77  WS-DATE-FROM                PIC 9(08) VALUE 0.
013900 77  WS-DATE-TO                  PIC 9(08) VALUE 0.
014000 77  WS-SIGNED-AMOUNT            PIC S9(07)V99 COMP-3 VALUE 0.
014100 77  WS-RUNNING-BAL              PIC S9(13)V99 COMP-3 VALUE 0.
014200 77  WS-ACCT-DR-CNT              PIC 9(07) COMP VALUE 0.
014300 77  WS-ACCT-DR-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
014400 77  WS-ACCT-CR-CNT              PIC 9(07) COMP VALUE 0.
014500 77  WS-ACCT-CR-AMT              PIC S9(13)V99 COMP-3 VALUE 0.

014600*    THE SHARED ITERATION LAYOUT IS STAGED HERE SO THE LIVE
014700*    (OR EFFECTIVE) FILE AND THE ARCHIVE ARE PICKED APART BY
014800*    ONE PICTURE.
014900 COPY ITERREC.

015000 01  WS-SWITCHES.
015100     05  WS-ITER-EOF-SW          PIC X(01) VALUE 'N'.
015200         88  WS-ITER-EOF             VALUE 'Y'.
015300     05  WS-ARC-EOF-SW           PIC X(01) VALUE 'N'.
015400         88  WS-ARC-EOF              VALUE 'Y'.
015500     05  WS-ACCT-EOF-SW          PIC X(01) VALUE 'N'.
015600         88  WS-ACCT-EOF             VALUE 'Y'.
015700     05  WS-CARD-ERROR-SW        PIC X(01) VALUE 'N'.
015800         88  WS-CARD-ERROR           VALUE 'Y'.
015900     05  WS-OPEN-FAIL-SW         PIC X(01) VALUE 'N'.
016000         88  WS-OPEN-FAILED          VALUE 'Y'.
016100     05  WS-IO-FAIL-SW           PIC X(01) VALUE 'N'.
016200         88  WS-IO-FAILED            VALUE 'Y'.
016300     05  WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
016400         88  WS-TABLE-FULL           VALUE 'Y'.
016500     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
016600         88  WS-ENTRY-FOUND          VALUE 'Y'.
016700     05  WS-SWAPPED-SW           PIC X(01) VALUE 'N'.
016800         88  WS-SWAPPED              VALUE 'Y'.
016900     05  WS-USE-EFF-SW           PIC X(01) VALUE 'N'.
017000         88  WS-USE-EFF              VALUE 'Y'.

017100 01  WS-FILE-STATUSES.
017200     05  STM-CTL-FILE-STATUS     PIC X(02) VALUE '00'.
017300     05  ACCT-FILE-STATUS        PIC X(02) VALUE '00'.
017400         88  ACCT-STATUS-OK              VALUE '00'.
017500*        STATUS 97 IS A SUCCESSFUL OPEN AFTER AN IMPLICIT
017600*        VERIFY OF AN IMPROPERLY CLOSED CLUSTER - THE FILE IS
017700*        USABLE, SO THE OPEN CHECK MUST NOT FAIL THE RUN ON IT.
017800         88  ACCT-OPEN-GOOD              VALUE '00' '97'.
017900     05  ITER-IN-FILE-STATUS     PIC X(02) VALUE '00'.
018000     05  EFF-IN-FILE-STATUS      PIC X(02) VALUE '00'.
018100     05  ARC-IN-FILE-STATUS      PIC X(02) VALUE '00'.
018200     05  REPORT-FILE-STATUS      PIC X(02) VALUE '00'.

018300*    EVERY IN-RANGE POSTING INSIDE THE PERIOD.  THE KEY SORTS
018400*    THE TABLE INTO STATEMENT ORDER IN ONE COMPARE.
018500 01  WS-PST-TABLE.
018600     05  WS-PST-ENTRY OCCURS 5000 TIMES.
018700         10  WS-PT-KEY.
018800             15  WS-PT-ACCOUNT   PIC X(08).
018900             15  WS-PT-DATE      PIC 9(08).
019000             15  WS-PT-RUN       PIC 9(08).
019100             15  WS-PT-CYCLE     PIC 9(04).
019200         10  WS-PT-DC            PIC X(01).
019300         10  WS-PT-AMOUNT        PIC S9(07)V99 COMP-3.

019400 01  WS-SWAP-ENTRY.
019500     05  WS-SW-KEY               PIC X(28).
019600     05  WS-SW-DC                PIC X(01).
019700     05  WS-SW-AMOUNT            PIC S9(07)V99 COMP-3.

019800*    NET OF EVERY IN-RANGE POSTING DATED BEFORE THE PERIOD, PER
019900*    ACCOUNT - THE OPENING BALANCE.
020000 01  WS-OPN-TABLE.
020100     05  WS-OPN-ENTRY OCCURS 2000 TIMES.
020200         10  WS-OT-ACCOUNT       PIC X(08).
020300         10  WS-OT-BALANCE       PIC S9(13)V99 COMP-3.

020400 01  WS-ACCT-HEAD-LINE.
020500     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
020600     05  WS-H-ACCOUNT            PIC X(08).
020700     05  FILLER                  PIC X(10) VALUE '   STATUS '.
020800     05  WS-H-STATUS             PIC X(06).
020900     05  FILLER                  PIC X(10) VALUE '   OPENED '.
021000     05  WS-H-OPEN-DATE          PIC X(08).
021100     05  FILLER                  PIC X(10) VALUE '   PERIOD '.
021200     05  WS-H-DATE-FROM          PIC 9(08).
021300     05  FILLER                  PIC X(09) VALUE ' THROUGH '.
021400     05  WS-H-DATE-TO            PIC 9(08).
021500     05  FILLER                  PIC X(47) VALUE SPACES.

021600 01  WS-COLUMN-HEAD.
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  FILLER                  PIC X(10) VALUE 'DATE      '.
021900     05  FILLER                  PIC X(10) VALUE 'RUN       '.
022000     05  FILLER                  PIC X(07) VALUE 'CYCLE  '.
022100     05  FILLER                  PIC X(04) VALUE 'DC  '.
022200     05  FILLER                  PIC X(17)
022300         VALUE '          AMOUNT '.
022400     05  FILLER                  PIC X(18)
022500         VALUE '           BALANCE'.
022600     05  FILLER                  PIC X(64) VALUE SPACES.

022700 01  WS-POSTING-LINE.
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  WS-P-DATE               PIC 9(08).
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  WS-P-RUN                PIC 9(08).
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  WS-P-CYCLE              PIC 9(04).
023400     05  FILLER                  PIC X(03) VALUE SPACES.
023500     05  WS-P-DC                 PIC X(02).
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  WS-P-AMOUNT             PIC ZZZZZZZZZZZZ9.99.
023800     05  FILLER                  PIC X(01) VALUE SPACES.
023900     05  WS-P-BALANCE            PIC ZZZZZZZZZZZZ9.99-.
024000     05  FILLER                  PIC X(64) VALUE SPACES.

024100 01  WS-BALANCE-LINE.
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  WS-B-LABEL              PIC X(45).
024400     05  WS-B-BALANCE            PIC ZZZZZZZZZZZZ9.99-.
024500     05  FILLER                  PIC X(68) VALUE SPACES.

024600 01  WS-SIDE-LINE.
024700     05  FILLER                  PIC X(02) VALUE SPACES.
024800     05  WS-S-LABEL              PIC X(12).
024900     05  WS-S-COUNT              PIC ZZZZZZ9.
025000     05  FILLER                  PIC X(10) VALUE ' POSTINGS '.
025100     05  WS-S-AMOUNT             PIC ZZZZZZZZZZZZ9.99.
025200     05  FILLER                  PIC X(85) VALUE SPACES.

025300 01  WS-COUNT-LINE.
025400     05  WS-C-LABEL              PIC X(37).
025500     05  WS-C-COUNT              PIC ZZZZZZ9.
025600     05  FILLER                  PIC X(88) VALUE SPACES.

025700 PROCEDURE DIVISION.
025800*****************************************************************
025900*    0000-MAINLINE                                              *
026000*****************************************************************
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026300     IF WS-CARD-ERROR
026400         MOVE 16 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700     IF WS-OPEN-FAILED
026800         MOVE 12 TO RETURN-CODE
026900         STOP RUN
027000     END-IF.

027100     PERFORM 2000-TALLY-LIVE THRU 2000-EXIT
027200         UNTIL WS-ITER-EOF.
027300     PERFORM 3000-TALLY-ARCHIVE THRU 3000-EXIT
027400         UNTIL WS-ARC-EOF.
027500     IF WS-IO-FAILED
027600         PERFORM 9999-TERMINATE THRU 9999-EXIT
027700         STOP RUN
027800     END-IF.

027900     PERFORM 7000-SORT-TABLE THRU 7000-EXIT.
028000     MOVE 1 TO WS-PST-IX.
028100     PERFORM 4000-STATEMENT-ONE THRU 4000-EXIT
028200         UNTIL WS-ACCT-EOF.
028300     PERFORM 4800-WRITE-COUNTS THRU 4800-EXIT.
028400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
028500     STOP RUN.

028600*****************************************************************
028700*    1000-INITIALIZE - READ AND VALIDATE THE CONTROL CARD AND   *
028800*    OPEN THE MASTER AND THE HISTORY FILES.                     *
028900*****************************************************************
029000 1000-INITIALIZE.
029100     OPEN INPUT STM-CTL-FILE.
029200     IF STM-CTL-FILE-STATUS NOT = '00'
029300         DISPLAY 'HELLOSTM16 STMIN OPEN FAILED, STATUS '
029400             STM-CTL-FILE-STATUS
029500         SET WS-CARD-ERROR TO TRUE
029600         GO TO 1000-EXIT
029700     END-IF.
029800     READ STM-CTL-FILE
029900         AT END
030000             DISPLAY 'HELLOSTM16 STATEMENT CONTROL CARD MISSING'
030100             SET WS-CARD-ERROR TO TRUE
030200     END-READ.
030300     CLOSE STM-CTL-FILE.
030400     IF WS-CARD-ERROR
030500         GO TO 1000-EXIT
030600     END-IF.
030700     IF STM-ACCT-FROM = SPACES
030800         DISPLAY 'HELLOSTM16 FROM ACCOUNT IS REQUIRED'
030900         SET WS-CARD-ERROR TO TRUE
031000         GO TO 1000-EXIT
031100     END-IF.
031200     MOVE STM-ACCT-FROM TO WS-ACCT-FROM.
031300     IF STM-ACCT-TO = SPACES
031400         MOVE STM-ACCT-FROM TO WS-ACCT-TO
031500     ELSE
031600         MOVE STM-ACCT-TO   TO WS-ACCT-TO
031700     END-IF.
031800     IF WS-ACCT-FROM > WS-ACCT-TO
031900         DISPLAY 'HELLOSTM16 FROM ACCOUNT EXCEEDS TO ACCOUNT'
032000         SET WS-CARD-ERROR TO TRUE
032100         GO TO 1000-EXIT
032200     END-IF.
032300     IF STM-DATE-FROM IS NOT NUMERIC
032400         OR STM-DATE-TO IS NOT NUMERIC
032500         DISPLAY 'HELLOSTM16 FROM/TO DATES MUST BOTH BE NUMERIC'
032600         SET WS-CARD-ERROR TO TRUE
032700         GO TO 1000-EXIT
032800     END-IF.
032900     IF STM-DATE-FROM > STM-DATE-TO
033000         DISPLAY 'HELLOSTM16 FROM DATE EXCEEDS TO DATE'
033100         SET WS-CARD-ERROR TO TRUE
033200         GO TO 1000-EXIT
033300     END-IF.
033400     MOVE STM-DATE-FROM TO WS-DATE-FROM.
033500     MOVE STM-DATE-TO   TO WS-DATE-TO.

033600     OPEN OUTPUT REPORT-FILE.
033700     IF REPORT-FILE-STATUS NOT = '00'
033800         DISPLAY 'HELLOSTM12 STMRPT OPEN FAILED, STATUS '
033900             REPORT-FILE-STATUS
034000         SET WS-OPEN-FAILED TO TRUE
034100         GO TO 1000-EXIT
034200     END-IF.
034300     OPEN INPUT ACCT-FILE.
034400     IF NOT ACCT-OPEN-GOOD
034500         DISPLAY 'HELLOSTM12 ACCTMST OPEN FAILED, STATUS '
034600             ACCT-FILE-STATUS
034700         SET WS-OPEN-FAILED TO TRUE
034800         GO TO 1000-EXIT
034900     END-IF.
035000*    THE EFFECTIVE HISTORY, WHEN PRESENT, REPLACES THE LIVE
035100*    FILE - AFTER A FORCED RE-RUN THE LIVE FILE HOLDS BOTH
035200*    THE DISPLACED ORIGINAL AND THE REGENERATION FOR EVERY
035300*    REDONE CYCLE AND WOULD LIST THE POSTING TWICE.
035400     OPEN INPUT EFF-IN-FILE.
035500     IF EFF-IN-FILE-STATUS = '00'
035600         SET WS-USE-EFF TO TRUE
035700     ELSE
035800         OPEN INPUT ITER-IN-FILE
035900         IF ITER-IN-FILE-STATUS NOT = '00'
036000             DISPLAY 'HELLOSTM12 ITERIN OPEN FAILED, STATUS '
036100                 ITER-IN-FILE-STATUS
036200             SET WS-OPEN-FAILED TO TRUE
036300             GO TO 1000-EXIT
036400         END-IF
036500     END-IF.
036600*    AN ABSENT ARCHIVE IS AN EMPTY CONTRIBUTION, NOT AN ERROR.
036700     OPEN INPUT ARC-IN-FILE.
036800     IF ARC-IN-FILE-STATUS NOT = '00'
036900         SET WS-ARC-EOF TO TRUE
037000     END-IF.

037100     MOVE SPACES TO REPORT-LINE.
037200     MOVE 'HELLO ACCOUNT STATEMENTS' TO REPORT-LINE.
037300     WRITE REPORT-LINE.
037400     MOVE SPACES TO REPORT-LINE.
037500     STRING 'ACCOUNTS ' DELIMITED BY SIZE
037600            WS-ACCT-FROM DELIMITED BY SIZE
037700            ' THROUGH ' DELIMITED BY SIZE
037800            WS-ACCT-TO DELIMITED BY SIZE
037900            '   PERIOD ' DELIMITED BY SIZE
038000            WS-DATE-FROM DELIMITED BY SIZE
038100            ' THROUGH ' DELIMITED BY SIZE
038200            WS-DATE-TO DELIMITED BY SIZE
038300         INTO REPORT-LINE.
038400     WRITE REPORT-LINE.
038500     MOVE SPACES TO REPORT-LINE.
038600     IF WS-USE-EFF
038700         MOVE 'SOURCE: EFFECTIVE HISTORY (SUPERSEDED CYCLES OUT)'
038800             TO REPORT-LINE
038900     ELSE
039000         MOVE 'SOURCE: LIVE HISTORY - REGENERATIONS SET ASIDE'
039100             TO REPORT-LINE
039200     END-IF.
039300     WRITE REPORT-LINE.

039400     PERFORM 2100-READ-LIVE THRU 2100-EXIT.
039500     IF NOT WS-ARC-EOF
039600         PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
039700     END-IF.
039800     PERFORM 4100-READ-ACCOUNT THRU 4100-EXIT.
039900 1000-EXIT.
040000     EXIT.

040100*****************************************************************
040200*    2000-TALLY-LIVE                                            *
040300*****************************************************************
040400 2000-TALLY-LIVE.
040500     ADD 1 TO WS-LIVE-READ-CNT.
040600     PERFORM 5000-TALLY-RECORD THRU 5000-EXIT.
040700     PERFORM 2100-READ-LIVE THRU 2100-EXIT.
040800 2000-EXIT.
040900     EXIT.

041000*****************************************************************
041100*    2100-READ-LIVE                                             *
041200*****************************************************************
041300 2100-READ-LIVE.
041400     IF WS-USE-EFF
041500         PERFORM 2150-READ-EFFECTIVE THRU 2150-EXIT
041600         GO TO 2100-EXIT
041700     END-IF.
041800     READ ITER-IN-FILE
041900         AT END
042000             SET WS-ITER-EOF TO TRUE
042100             GO TO 2100-EXIT
042200     END-READ.
042300     IF ITER-IN-FILE-STATUS NOT = '00'
042400         DISPLAY 'HELLOSTM12 ITERIN READ FAILED, STATUS '
042500             ITER-IN-FILE-STATUS
042600         SET WS-IO-FAILED TO TRUE
042700         SET WS-ITER-EOF TO TRUE
042800         GO TO 2100-EXIT
042900     END-IF.
043000     MOVE ITER-IN-RECORD TO ITER-RECORD.
043100 2100-EXIT.
043200     EXIT.

043300*****************************************************************
043400*    2150-READ-EFFECTIVE                                        *
043500*****************************************************************
043600 2150-READ-EFFECTIVE.
043700     READ EFF-IN-FILE
043800         AT END
043900             SET WS-ITER-EOF TO TRUE
044000             GO TO 2150-EXIT
044100     END-READ.
044200     IF EFF-IN-FILE-STATUS NOT = '00'
044300         DISPLAY 'HELLOSTM12 ITEREFF READ FAILED, STATUS '
044400             EFF-IN-FILE-STATUS
044500         SET WS-IO-FAILED TO TRUE
044600         SET WS-ITER-EOF TO TRUE
044700         GO TO 2150-EXIT
044800     END-IF.
044900     MOVE EFF-IN-RECORD TO ITER-RECORD.
045000 2150-EXIT.
045100     EXIT.

045200*****************************************************************
045300*    3000-TALLY-ARCHIVE                                         *
045400*****************************************************************
045500 3000-TALLY-ARCHIVE.
045600     ADD 1 TO WS-ARC-READ-CNT.
045700     PERFORM 5000-TALLY-RECORD THRU 5000-EXIT.
045800     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
045900 3000-EXIT.
046000     EXIT.

046100*****************************************************************
046200*    3100-READ-ARCHIVE                                          *
046300*****************************************************************
046400 3100-READ-ARCHIVE.
046500     READ ARC-IN-FILE
046600         AT END
046700             SET WS-ARC-EOF TO TRUE
046800             GO TO 3100-EXIT
046900     END-READ.
047000     IF ARC-IN-FILE-STATUS NOT = '00'
047100         DISPLAY 'HELLOSTM12 ITERARC READ FAILED, STATUS '
047200             ARC-IN-FILE-STATUS
047300         SET WS-IO-FAILED TO TRUE
047400         SET WS-ARC-EOF TO TRUE
047500         GO TO 3100-EXIT
047600     END-IF.
047700     MOVE ARC-IN-RECORD TO ITER-RECORD.
047800 3100-EXIT.
047900     EXIT.

048000*****************************************************************
048100*    4000-STATEMENT-ONE - ONE ACCOUNT FROM THE MASTER.  THE     *
048200*    SORTED POSTING TABLE IS WALKED ALONGSIDE THE MASTER, BOTH  *
048300*    IN ACCOUNT ORDER; POSTINGS FOR AN ACCOUNT NO LONGER ON     *
048400*    THE MASTER ARE STEPPED OVER.                               *
048500*****************************************************************
048600 4000-STATEMENT-ONE.
048700     IF ACCT-ACCOUNT > WS-ACCT-TO
048800         SET WS-ACCT-EOF TO TRUE
048900         GO TO 4000-EXIT
049000     END-IF.
049100     ADD 1 TO WS-STATEMENT-CNT.

049200     PERFORM 4200-SKIP-POSTING THRU 4200-EXIT
049300         UNTIL WS-PST-IX > WS-PST-ENTRY-CNT
049400            OR WS-PT-ACCOUNT (WS-PST-IX) >= ACCT-ACCOUNT.

049500     MOVE ACCT-ACCOUNT   TO WS-H-ACCOUNT.
049600     EVALUATE TRUE
049700         WHEN ACCT-STATUS-CLOSED
049800             MOVE 'CLOSED' TO WS-H-STATUS
049900         WHEN ACCT-STATUS-FROZEN
050000             MOVE 'FROZEN' TO WS-H-STATUS
050100         WHEN OTHER
050200             MOVE 'OPEN  ' TO WS-H-STATUS
050300     END-EVALUATE.
050400     IF ACCT-OPEN-DATE IS NUMERIC
050500         MOVE ACCT-OPEN-DATE TO WS-H-OPEN-DATE
050600     ELSE
050700         MOVE SPACES TO WS-H-OPEN-DATE
050800     END-IF.
050900     MOVE WS-DATE-FROM   TO WS-H-DATE-FROM.
051000     MOVE WS-DATE-TO     TO WS-H-DATE-TO.
051100     MOVE SPACES TO REPORT-LINE.
051200     WRITE REPORT-LINE.
051300     MOVE SPACES TO REPORT-LINE.
051400     MOVE ALL '=' TO REPORT-LINE.
051500     WRITE REPORT-LINE.
051600     MOVE SPACES TO REPORT-LINE.
051700     MOVE WS-ACCT-HEAD-LINE TO REPORT-LINE.
051800     WRITE REPORT-LINE.
051900     MOVE SPACES TO REPORT-LINE.
052000     MOVE WS-COLUMN-HEAD TO REPORT-LINE.
052100     WRITE REPORT-LINE.

052200     MOVE 0 TO WS-RUNNING-BAL.
052300     MOVE 0 TO WS-ACCT-DR-CNT.
052400     MOVE 0 TO WS-ACCT-DR-AMT.
052500     MOVE 0 TO WS-ACCT-CR-CNT.
052600     MOVE 0 TO WS-ACCT-CR-AMT.
052700     MOVE ACCT-ACCOUNT TO ITER-TRAN-ACCOUNT.
052800     PERFORM 5200-FIND-OPENING THRU 5200-EXIT.
052900     IF WS-ENTRY-FOUND
053000         MOVE WS-OT-BALANCE (WS-HIT-IX) TO WS-RUNNING-BAL
053100     END-IF.
053200     MOVE 'OPENING BALANCE' TO WS-B-LABEL.
053300     MOVE WS-RUNNING-BAL    TO WS-B-BALANCE.
053400     MOVE SPACES TO REPORT-LINE.
053500     MOVE WS-BALANCE-LINE TO REPORT-LINE.
053600     WRITE REPORT-LINE.

053700     PERFORM 4300-LIST-POSTING THRU 4300-EXIT
053800         UNTIL WS-PST-IX > WS-PST-ENTRY-CNT
053900            OR WS-PT-ACCOUNT (WS-PST-IX) NOT = ACCT-ACCOUNT.

054000     IF WS-ACCT-DR-CNT = 0
054100         AND WS-ACCT-CR-CNT = 0
054200         MOVE SPACES TO REPORT-LINE
054300         MOVE '  NO POSTINGS IN THE PERIOD' TO REPORT-LINE
054400         WRITE REPORT-LINE
054500     END-IF.
054600     MOVE 'DEBITS      '  TO WS-S-LABEL.
054700     MOVE WS-ACCT-DR-CNT  TO WS-S-COUNT.
054800     MOVE WS-ACCT-DR-AMT  TO WS-S-AMOUNT.
054900     MOVE SPACES TO REPORT-LINE.
055000     MOVE WS-SIDE-LINE TO REPORT-LINE.
055100     WRITE REPORT-LINE.
055200     MOVE 'CREDITS     '  TO WS-S-LABEL.
055300     MOVE WS-ACCT-CR-CNT  TO WS-S-COUNT.
055400     MOVE WS-ACCT-CR-AMT  TO WS-S-AMOUNT.
055500     MOVE SPACES TO REPORT-LINE.
055600     MOVE WS-SIDE-LINE TO REPORT-LINE.
055700     WRITE REPORT-LINE.
055800     MOVE 'CLOSING BALANCE' TO WS-B-LABEL.
055900     MOVE WS-RUNNING-BAL    TO WS-B-BALANCE.
056000     MOVE SPACES TO REPORT-LINE.
056100     MOVE WS-BALANCE-LINE TO REPORT-LINE.
056200     WRITE REPORT-LINE.

056300     PERFORM 4100-READ-ACCOUNT THRU 4100-EXIT.
056400 4000-EXIT.
056500     EXIT.

056600*****************************************************************
056700*    4100-READ-ACCOUNT - NEXT MASTER RECORD INSIDE THE RANGE.   *
056800*    RECORDS BELOW THE FROM ACCOUNT ARE READ PAST.              *
056900*****************************************************************
057000 4100-READ-ACCOUNT.
057100     READ ACCT-FILE
057200         AT END
057300             SET WS-ACCT-EOF TO TRUE
057400             GO TO 4100-EXIT
057500     END-READ.
057600     IF NOT ACCT-STATUS-OK
057700         DISPLAY 'HELLOSTM12 ACCTMST READ FAILED, STATUS '
057800             ACCT-FILE-STATUS
057900         SET WS-IO-FAILED TO TRUE
058000         SET WS-ACCT-EOF TO TRUE
058100         GO TO 4100-EXIT
058200     END-IF.
058300     IF ACCT-ACCOUNT < WS-ACCT-FROM
058400         GO TO 4100-READ-ACCOUNT
058500     END-IF.
058600 4100-EXIT.
058700     EXIT.

058800*****************************************************************
058900*    4200-SKIP-POSTING                                          *
059000*****************************************************************
059100 4200-SKIP-POSTING.
059200     ADD 1 TO WS-PST-IX.
059300 4200-EXIT.
059400     EXIT.

059500*****************************************************************
059600*    4300-LIST-POSTING - ONE POSTING LINE AND THE RUNNING       *
059700*    BALANCE AFTER IT.                                          *
059800*****************************************************************
059900 4300-LIST-POSTING.
060000     MOVE WS-PT-DATE (WS-PST-IX)   TO WS-P-DATE.
060100     MOVE WS-PT-RUN (WS-PST-IX)    TO WS-P-RUN.
060200     MOVE WS-PT-CYCLE (WS-PST-IX)  TO WS-P-CYCLE.
060300     MOVE WS-PT-AMOUNT (WS-PST-IX) TO WS-P-AMOUNT.
060400     IF WS-PT-DC (WS-PST-IX) = 'C'
060500         MOVE 'CR' TO WS-P-DC
060600         SUBTRACT WS-PT-AMOUNT (WS-PST-IX) FROM WS-RUNNING-BAL
060700         ADD 1 TO WS-ACCT-CR-CNT
060800         ADD WS-PT-AMOUNT (WS-PST-IX) TO WS-ACCT-CR-AMT
060900     ELSE
061000         MOVE 'DR' TO WS-P-DC
061100         ADD WS-PT-AMOUNT (WS-PST-IX) TO WS-RUNNING-BAL
061200         ADD 1 TO WS-ACCT-DR-CNT
061300         ADD WS-PT-AMOUNT (WS-PST-IX) TO WS-ACCT-DR-AMT
061400     END-IF.
061500     MOVE WS-RUNNING-BAL TO WS-P-BALANCE.
061600     MOVE SPACES TO REPORT-LINE.
061700     MOVE WS-POSTING-LINE TO REPORT-LINE.
061800     WRITE REPORT-LINE.
061900     ADD 1 TO WS-LISTED-CNT.
062000     ADD 1 TO WS-PST-IX.
062100 4300-EXIT.
062200     EXIT.

062300*****************************************************************
062400*    4800-WRITE-COUNTS                                          *
062500*****************************************************************
062600 4800-WRITE-COUNTS.
062700     MOVE SPACES TO REPORT-LINE.
062800     WRITE REPORT-LINE.
062900     MOVE 'STATEMENTS PRODUCED................. '
063000         TO WS-C-LABEL.
063100     MOVE WS-STATEMENT-CNT TO WS-C-COUNT.
063200     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
063300     MOVE 'POSTINGS LISTED..................... '
063400         TO WS-C-LABEL.
063500     MOVE WS-LISTED-CNT TO WS-C-COUNT.
063600     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
063700     MOVE 'LIVE RECORDS READ................... '
063800         TO WS-C-LABEL.
063900     MOVE WS-LIVE-READ-CNT TO WS-C-COUNT.
064000     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
064100     MOVE 'ARCHIVE RECORDS READ................ '
064200         TO WS-C-LABEL.
064300     MOVE WS-ARC-READ-CNT TO WS-C-COUNT.
064400     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
064500     MOVE 'IN-RANGE POSTINGS IN PERIOD......... '
064600         TO WS-C-LABEL.
064700     MOVE WS-SELECTED-CNT TO WS-C-COUNT.
064800     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
064900     MOVE 'IN-RANGE POSTINGS BEFORE PERIOD..... '
065000         TO WS-C-LABEL.
065100     MOVE WS-PRIOR-CNT TO WS-C-COUNT.
065200     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
065300     MOVE 'DIVERTED TO ACCTSUSP - LEFT OFF..... '
065400         TO WS-C-LABEL.
065500     MOVE WS-DIVERTED-CNT TO WS-C-COUNT.
065600     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
065700     MOVE 'REGENERATIONS SET ASIDE............. '
065800         TO WS-C-LABEL.
065900     MOVE WS-REGEN-ASIDE-CNT TO WS-C-COUNT.
066000     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
066100     MOVE 'CYCLES IN ERROR - LEFT OFF.......... '
066200         TO WS-C-LABEL.
066300     MOVE WS-ERROR-CYCLE-CNT TO WS-C-COUNT.
066400     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
066500     MOVE 'RECORDS WITH AN INVALID DATE........ '
066600         TO WS-C-LABEL.
066700     MOVE WS-DATE-ERROR-CNT TO WS-C-COUNT.
066800     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.

066900     IF WS-TABLE-FULL
067000         MOVE SPACES TO REPORT-LINE
067100         MOVE 'STATEMENT TABLE FULL - STATEMENTS ARE INCOMPLETE'
067200             TO REPORT-LINE
067300         WRITE REPORT-LINE
067400     END-IF.
067500 4800-EXIT.
067600     EXIT.

067700*****************************************************************
067800*    4900-WRITE-COUNT                                           *
067900*****************************************************************
068000 4900-WRITE-COUNT.
068100     MOVE SPACES TO REPORT-LINE.
068200     MOVE WS-COUNT-LINE TO REPORT-LINE.
068300     WRITE REPORT-LINE.
068400 4900-EXIT.
068500     EXIT.

068600*****************************************************************
068700*    5000-TALLY-RECORD - SELECT THE RECORD STAGED IN            *
068800*    ITER-RECORD BY ACCOUNT RANGE.  A POSTING INSIDE THE        *
068900*    PERIOD IS HELD FOR LISTING; ONE BEFORE THE PERIOD ROLLS    *
069000*    INTO THE ACCOUNT'S OPENING BALANCE; ONE AFTER IT PLAYS NO  *
069100*    PART.                                                      *
069200*****************************************************************
069300 5000-TALLY-RECORD.
069400     IF ITER-TRAN-ACCOUNT < WS-ACCT-FROM
069500         OR ITER-TRAN-ACCOUNT > WS-ACCT-TO
069600         GO TO 5000-EXIT
069700     END-IF.
069800     IF ITER-DATE IS NOT NUMERIC
069900         ADD 1 TO WS-DATE-ERROR-CNT
070000         GO TO 5000-EXIT
070100     END-IF.
070200     IF ITER-DATE > WS-DATE-TO
070300         GO TO 5000-EXIT
070400     END-IF.
070500     IF ITER-POSTED-SUSPENSE
070600         ADD 1 TO WS-DIVERTED-CNT
070700         GO TO 5000-EXIT
070800     END-IF.
070900     IF NOT ITER-STATUS-OK
071000         ADD 1 TO WS-ERROR-CYCLE-CNT
071100         GO TO 5000-EXIT
071200     END-IF.
071300     IF ITER-RUN-REGEN
071400         AND NOT WS-USE-EFF
071500         ADD 1 TO WS-REGEN-ASIDE-CNT
071600         GO TO 5000-EXIT
071700     END-IF.
071800     IF ITER-TRAN-CREDIT
071900         COMPUTE WS-SIGNED-AMOUNT = 0 - ITER-TRAN-AMOUNT
072000     ELSE
072100         MOVE ITER-TRAN-AMOUNT TO WS-SIGNED-AMOUNT
072200     END-IF.

072300     IF ITER-DATE < WS-DATE-FROM
072400         ADD 1 TO WS-PRIOR-CNT
072500         PERFORM 5100-ADD-OPENING THRU 5100-EXIT
072600         GO TO 5000-EXIT
072700     END-IF.

072800     ADD 1 TO WS-SELECTED-CNT.
072900     IF WS-PST-ENTRY-CNT >= WS-PST-TABLE-MAX
073000         SET WS-TABLE-FULL TO TRUE
073100         GO TO 5000-EXIT
073200     END-IF.
073300     ADD 1 TO WS-PST-ENTRY-CNT.
073400     MOVE ITER-TRAN-ACCOUNT TO WS-PT-ACCOUNT (WS-PST-ENTRY-CNT).
073500     MOVE ITER-DATE         TO WS-PT-DATE (WS-PST-ENTRY-CNT).
073600     MOVE ITER-RUN-NUMBER   TO WS-PT-RUN (WS-PST-ENTRY-CNT).
073700     MOVE ITER-NUMBER       TO WS-PT-CYCLE (WS-PST-ENTRY-CNT).
073800     MOVE ITER-TRAN-DC      TO WS-PT-DC (WS-PST-ENTRY-CNT).
073900     MOVE ITER-TRAN-AMOUNT  TO WS-PT-AMOUNT (WS-PST-ENTRY-CNT).
074000 5000-EXIT.
074100     EXIT.

074200*****************************************************************
074300*    5100-ADD-OPENING                                           *
074400*****************************************************************
074500 5100-ADD-OPENING.
074600     PERFORM 5200-FIND-OPENING THRU 5200-EXIT.
074700     IF WS-ENTRY-FOUND
074800         ADD WS-SIGNED-AMOUNT TO WS-OT-BALANCE (WS-HIT-IX)
074900         GO TO 5100-EXIT
075000     END-IF.
075100     IF WS-OPN-ENTRY-CNT >= WS-OPN-TABLE-MAX
075200         SET WS-TABLE-FULL TO TRUE
075300         GO TO 5100-EXIT
075400     END-IF.
075500     ADD 1 TO WS-OPN-ENTRY-CNT.
075600     MOVE ITER-TRAN-ACCOUNT TO WS-OT-ACCOUNT (WS-OPN-ENTRY-CNT).
075700     MOVE WS-SIGNED-AMOUNT  TO WS-OT-BALANCE (WS-OPN-ENTRY-CNT).
075800 5100-EXIT.
075900     EXIT.

076000*****************************************************************
076100*    5200-FIND-OPENING - LOOK UP ITER-TRAN-ACCOUNT IN THE       *
076200*    OPENING-BALANCE TABLE; THE HIT COMES BACK IN WS-HIT-IX.    *
076300*****************************************************************
076400 5200-FIND-OPENING.
076500     MOVE 'N' TO WS-FOUND-SW.
076600     PERFORM 5210-MATCH-OPENING THRU 5210-EXIT
076700         VARYING WS-OPN-IX FROM 1 BY 1
076800         UNTIL WS-OPN-IX > WS-OPN-ENTRY-CNT
076900            OR WS-ENTRY-FOUND.
077000 5200-EXIT.
077100     EXIT.

077200*****************************************************************
077300*    5210-MATCH-OPENING                                         *
077400*****************************************************************
077500 5210-MATCH-OPENING.
077600     IF WS-OT-ACCOUNT (WS-OPN-IX) = ITER-TRAN-ACCOUNT
077700         MOVE WS-OPN-IX TO WS-HIT-IX
077800         SET WS-ENTRY-FOUND TO TRUE
077900     END-IF.
078000 5210-EXIT.
078100     EXIT.

078200*****************************************************************
078300*    7000-SORT-TABLE - EXCHANGE SORT ON ACCOUNT, DATE, RUN, AND *
078400*    CYCLE SO EACH STATEMENT LISTS IN POSTING ORDER.            *
078500*****************************************************************
078600 7000-SORT-TABLE.
078700     IF WS-PST-ENTRY-CNT < 2
078800         GO TO 7000-EXIT
078900     END-IF.
079000     SET WS-SWAPPED TO TRUE.
079100     PERFORM 7100-SORT-PASS THRU 7100-EXIT
079200         UNTIL NOT WS-SWAPPED.
079300 7000-EXIT.
079400     EXIT.

079500*****************************************************************
079600*    7100-SORT-PASS                                             *
079700*****************************************************************
079800 7100-SORT-PASS.
079900     MOVE 'N' TO WS-SWAPPED-SW.
080000     PERFORM 7110-COMPARE-PAIR THRU 7110-EXIT
080100         VARYING WS-PST-IX FROM 1 BY 1
080200         UNTIL WS-PST-IX >= WS-PST-ENTRY-CNT.
080300 7100-EXIT.
080400     EXIT.

080500*****************************************************************
080600*    7110-COMPARE-PAIR                                          *
080700*****************************************************************
080800 7110-COMPARE-PAIR.
080900     COMPUTE WS-PST-JX = WS-PST-IX + 1.
081000     IF WS-PT-KEY (WS-PST-IX) > WS-PT-KEY (WS-PST-JX)
081100         MOVE WS-PST-ENTRY (WS-PST-IX) TO WS-SWAP-ENTRY
081200         MOVE WS-PST-ENTRY (WS-PST-JX)
081300             TO WS-PST-ENTRY (WS-PST-IX)
081400         MOVE WS-SWAP-ENTRY TO WS-PST-ENTRY (WS-PST-JX)
081500         SET WS-SWAPPED TO TRUE
081600     END-IF.
081700 7110-EXIT.
081800     EXIT.

081900*****************************************************************
082000*    9999-TERMINATE                                             *
082100*****************************************************************
082200 9999-TERMINATE.
082300     IF WS-USE-EFF
082400         CLOSE EFF-IN-FILE
082500     ELSE
082600         CLOSE ITER-IN-FILE
082700     END-IF.
082800     CLOSE ARC-IN-FILE.
082900     CLOSE ACCT-FILE.
083000     CLOSE REPORT-FILE.
083100     EVALUATE TRUE
083200         WHEN WS-IO-FAILED
083300             MOVE 12 TO RETURN-CODE
083400         WHEN WS-TABLE-FULL
083500             MOVE 8 TO RETURN-CODE
083600         WHEN OTHER
083700             MOVE 0 TO RETURN-CODE
083800     END-EVALUATE.
083900 9999-EXIT.
084000     EXIT.
