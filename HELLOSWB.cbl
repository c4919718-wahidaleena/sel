000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOSWB.
000300 AUTHOR.        R L BOYER.
000400 INSTALLATION.  NIGHTLY BATCH SCHEDULING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  HELLOSWB                                                     *
001000*                                                               *
001100*  SUSPENSE WORKBENCH.  WORKS THE TWO SUSPENSE DATASETS - THE   *
001200*  PRE-POSTING EDIT REJECTS HELLOEDT WRITES TO SUSPENSE (FILE   *
001300*  CODE E) AND THE MASTER UPDATES HELLO DIVERTS TO ACCTSUSP     *
001400*  (FILE CODE A) - IN THREE WAYS:                               *
001500*                                                               *
001600*    - CORRECTION CARDS ON SWBIN, EACH KEYED TO ONE SUSPENSE    *
001700*      ITEM BY FILE CODE AND ITEM NUMBER AS LISTED ON THE LAST  *
001800*      WORKBENCH REPORT, EITHER CORRECT THE ITEM (NEW ACCOUNT,  *
001900*      AMOUNT, AND/OR TYPE CODE - A FIELD LEFT BLANK KEEPS THE  *
002000*      ORIGINAL, SO A CARD WITH ALL THREE BLANK RESUBMITS THE   *
002100*      ITEM AS IT STANDS) OR WRITE IT OFF.  THE CARD ALSO       *
002200*      CARRIES THE ITEM'S ACCOUNT AS LISTED, AND IS REFUSED     *
002300*      WHEN IT NO LONGER MATCHES, SO A CARD KEYED AGAINST A     *
002400*      STALE LISTING CANNOT TOUCH THE WRONG ITEM.               *
002500*    - A CORRECTED ITEM MUST PASS THE SAME EDIT HELLOEDT        *
002600*      APPLIES BEFORE IT IS RE-ENTERED.  IT GOES OUT ON THE     *
002700*      CORRECTIONS FEED (CORROUT, TRANREC LAYOUT, SOURCE        *
002800*      SUSPWB, WITH ITS OWN CONTROL-TOTAL TRAILER), WHICH THE   *
002900*      NEXT NIGHT'S HELLOEDT FEEDS IN AHEAD OF TRANIN THE SAME  *
003000*      WAY IT FEEDS THE CARRYOVER.  CORRECTIONS STILL PENDING   *
003100*      FROM AN EARLIER WORKBENCH RUN (CORRIN) ARE CARRIED       *
003200*      FORWARD ONTO THE NEW FEED FIRST.                         *
003300*    - AN AGING REPORT OF EVERYTHING STILL OUTSTANDING, ITEM    *
003400*      BY ITEM AND THEN BY SUSP-REASON-CODE, WITH DAYS          *
003500*      OUTSTANDING (AGAINST TODAY) AND TOTAL AMOUNT.            *
003600*                                                               *
003700*  BOTH SUSPENSE DATASETS ARE REBUILT (SUSPOUT, ASUSPOUT)       *
003800*  WITHOUT THE ITEMS RESOLVED; THE JOB PROMOTES THEM OVER THE   *
003900*  STANDING DATASETS ONLY ON A CLEAN RUN.  EVERY ITEM TAKEN     *
004000*  OFF SUSPENSE IS LOGGED ON SWBLOG (SRESREC LAYOUT).           *
004100*                                                               *
004200*  CARD LAYOUT                                                  *
004300*  -----------                                                  *
004400*    COL  1      FILE CODE - E (SUSPENSE) OR A (ACCTSUSP)       *
004500*    COLS 2-8    ITEM NUMBER AS LISTED                          *
004600*    COLS 9-16   ACCOUNT AS LISTED (BLANK IF LISTED BLANK)      *
004700*    COL  17     ACTION - C (CORRECT) OR W (WRITE OFF)          *
004800*    COLS 18-25  NEW ACCOUNT              (C ONLY, OPTIONAL)    *
004900*    COLS 26-34  NEW AMOUNT 9(07)V99      (C ONLY, OPTIONAL)    *
005000*    COLS 35-36  NEW TYPE CODE DR OR CR   (C ONLY, OPTIONAL)    *
005100*    COLS 37-56  REFERENCE, COPIED TO THE LOG                   *
005200*                                                               *
005300*  RETURN CODES                                                 *
005400*  ------------                                                 *
005500*    00  EVERY CARD APPLIED (OR NO CARDS - AGING ONLY).         *
005600*    04  ONE OR MORE CARDS REFUSED - SEE SWBRPT.  THE REST      *
005700*        WERE APPLIED.                                          *
005800*    12  OPEN, READ, OR WRITE FAILED ON ANY FILE - THE          *
005900*        REBUILT DATASETS ARE INCOMPLETE AND MUST NOT BE        *
006000*        PROMOTED.                                              *
006100*    20  THE PENDING CORRECTIONS ON CORRIN DO NOT PROVE TO      *
006200*        THEIR OWN TRAILER - NOTHING WAS WORKED.                *
006300*                                                               *
006400*  MODIFICATION HISTORY                                         *
006500*  ----------------------------------------------------------   *
006600*  2026-10-15  RLB  ORIGINAL PROGRAM.                           *
006700*                                                               *
006800*****************************************************************

006900 ENVIRONMENT DIVISION.
007000 CONFIGURATION SECTION.
007100 SOURCE-COMPUTER.   IBM-370.
007200 OBJECT-COMPUTER.   IBM-370.

007300 INPUT-OUTPUT SECTION.
007400 FILE-CONTROL.
007500     SELECT CARD-FILE      ASSIGN TO SWBIN
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS CARD-FILE-STATUS.

007800     SELECT SUSP-IN-FILE   ASSIGN TO SUSPIN
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS SUSP-IN-FILE-STATUS.

008100     SELECT ASUSP-IN-FILE  ASSIGN TO ASUSPIN
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS ASUSP-IN-FILE-STATUS.

008400     SELECT SUSP-OUT-FILE  ASSIGN TO SUSPOUT
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS SUSP-OUT-FILE-STATUS.

008700     SELECT ASUSP-OUT-FILE ASSIGN TO ASUSPOUT
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS ASUSP-OUT-FILE-STATUS.

009000     SELECT CORR-IN-FILE   ASSIGN TO CORRIN
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS CORR-IN-FILE-STATUS.

009300     SELECT CORR-OUT-FILE  ASSIGN TO CORROUT
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS CORR-OUT-FILE-STATUS.

009600     SELECT SRES-FILE      ASSIGN TO SWBLOG
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS SRES-FILE-STATUS.

009900     SELECT REPORT-FILE    ASSIGN TO SWBRPT
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS REPORT-FILE-STATUS.

010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  CARD-FILE
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  CARD-RECORD                 PIC X(80).

010800 FD  SUSP-IN-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 88 CHARACTERS.
011100 01  SUSP-IN-RECORD              PIC X(88).

011200 FD  ASUSP-IN-FILE
011300     LABEL RECORDS ARE STANDARD
011400     RECORD CONTAINS 88 CHARACTERS.
011500 01  ASUSP-IN-RECORD             PIC X(88).

011600 FD  SUSP-OUT-FILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 88 CHARACTERS.
011900 01  SUSP-OUT-RECORD             PIC X(88).

012000 FD  ASUSP-OUT-FILE
012100     LABEL RECORDS ARE STANDARD
012200     RECORD CONTAINS 88 CHARACTERS.
012300 01  ASUSP-OUT-RECORD            PIC X(88).

012400 FD  CORR-IN-FILE
012500     LABEL RECORDS ARE STANDARD
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  CORR-IN-RECORD              PIC X(80).

012800 FD  CORR-OUT-FILE
012900     LABEL RECORDS ARE STANDARD
013000     RECORD CONTAINS 80 CHARACTERS.
013100 01  CORR-OUT-RECORD             PIC X(80).

013200 FD  SRES-FILE
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 200 CHARACTERS.
013500 COPY SRESREC.

013600 FD  REPORT-FILE
013700     LABEL RECORDS OMITTED
013800     RECORD CONTAINS 132 CHARACTERS.
013900 01  REPORT-LINE                 PIC X(132).

014000 WORKING-STORAGE SECTION.
014100 77  WS-CARD-MAX                 PIC 9(04) COMP VALUE 500.
014200 77  WS-CARD-ENTRY-CNT           PIC 9(04) COMP VALUE 0.
014300 77  WS-CT-IX                    PIC 9(04) COMP VALUE 0.
014400 77  WS-CT-HIT-IX                PIC 9(04) COMP VALUE 0.
014500 77  WS-CARDS-READ-CNT           PIC 9(07) COMP VALUE 0.
014600 77  WS-APPLIED-CNT              PIC 9(07) COMP VALUE 0.
014700 77  WS-REFUSED-CNT              PIC 9(07) COMP VALUE 0.
014800 77  WS-CORRECTED-CNT            PIC 9(07) COMP VALUE 0.
014900 77  WS-WRITEOFF-CNT             PIC 9(07) COMP VALUE 0.
015000 77  WS-PENDING-CNT              PIC 9(07) COMP VALUE 0.
015100 77  WS-E-READ-CNT               PIC 9(07) COMP VALUE 0.
015200 77  WS-E-KEPT-CNT               PIC 9(07) COMP VALUE 0.
015300 77  WS-A-READ-CNT               PIC 9(07) COMP VALUE 0.
015400 77  WS-A-KEPT-CNT               PIC 9(07) COMP VALUE 0.
015500 77  WS-ITEM-NUMBER              PIC 9(07) COMP VALUE 0.
015600 77  WS-CORRECTED-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
015700 77  WS-WRITEOFF-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
015800 77  WS-CO-CNT                   PIC 9(07) COMP VALUE 0.
015900 77  WS-CO-HASH-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
016000 77  WS-CO-DR-CNT                PIC 9(07) COMP VALUE 0.
016100 77  WS-CO-CR-CNT                PIC 9(07) COMP VALUE 0.
016200 77  WS-CO-DR-AMT                PIC S9(11)V99 COMP-3 VALUE 0.
016300 77  WS-CO-CR-AMT                PIC S9(11)V99 COMP-3 VALUE 0.
016400 77  WS-ACCT-IX                  PIC 9(02) COMP VALUE 0.
016500 77  WS-AG-IX                    PIC 9(02) COMP VALUE 0.
016600 77  WS-BK-IX                    PIC 9(02) COMP VALUE 0.
016700 77  WS-REASON-N                 PIC 9(02) VALUE 0.
016800 77  WS-DAYS-OUT                 PIC S9(09) COMP VALUE 0.
016900 77  WS-DAYS-IN-MONTH            PIC 9(02) COMP VALUE 0.
017000 77  WS-LEAP-REM                 PIC 9(04) COMP VALUE 0.
017100 77  WS-DOW-QUOT                 PIC S9(09) COMP VALUE 0.
017200 77  WS-TODAY-DATE               PIC 9(08) VALUE 0.
017300 77  WS-TODAY-SERIAL             PIC S9(09) COMP VALUE 0.
017400 77  WS-ITEM-DATE                PIC 9(08) VALUE 0.
017500 77  WS-REFUSE-TEXT              PIC X(45) VALUE SPACES.

017600*    THE SHARED SUSPENSE AND TRANSACTION LAYOUTS ARE STAGED
017700*    HERE - THE SAME SUSPREC PICTURE SERVES BOTH SUSPENSE
017800*    DATASETS, AND TRANREC BUILDS THE CORRECTIONS FEED.
017900 COPY SUSPREC.
018000 COPY TRANREC.

018100 01  WS-SWITCHES.
018200     05  WS-CARD-EOF-SW          PIC X(01) VALUE 'N'.
018300         88  WS-CARD-EOF             VALUE 'Y'.
018400     05  WS-SUSP-EOF-SW          PIC X(01) VALUE 'N'.
018500         88  WS-SUSP-EOF             VALUE 'Y'.
018600     05  WS-CORR-EOF-SW          PIC X(01) VALUE 'N'.
018700         88  WS-CORR-EOF             VALUE 'Y'.
018800     05  WS-CORR-TRL-SEEN-SW     PIC X(01) VALUE 'N'.
018900         88  WS-CORR-TRL-SEEN        VALUE 'Y'.
019000     05  WS-OPEN-FAIL-SW         PIC X(01) VALUE 'N'.
019100         88  WS-OPEN-FAILED          VALUE 'Y'.
019200     05  WS-IO-FAIL-SW           PIC X(01) VALUE 'N'.
019300         88  WS-IO-FAILED            VALUE 'Y'.
019400     05  WS-BALANCE-FAIL-SW      PIC X(01) VALUE 'N'.
019500         88  WS-BALANCE-FAILED       VALUE 'Y'.
019600     05  WS-BLANK-SEEN-SW        PIC X(01) VALUE 'N'.
019700         88  WS-BLANK-SEEN           VALUE 'Y'.
019800     05  WS-CARD-FOUND-SW        PIC X(01) VALUE 'N'.
019900         88  WS-CARD-FOUND           VALUE 'Y'.
020000*        WHICH SUSPENSE DATASET THE CURRENT PASS IS WORKING.
020100     05  WS-PASS-FILE-SW         PIC X(01) VALUE 'E'.
020200         88  WS-PASS-EDIT            VALUE 'E'.
020300         88  WS-PASS-ACCOUNT         VALUE 'A'.

020400 01  WS-FILE-STATUSES.
020500     05  CARD-FILE-STATUS        PIC X(02) VALUE '00'.
020600         88  CARD-STATUS-OK              VALUE '00'.
020700     05  SUSP-IN-FILE-STATUS     PIC X(02) VALUE '00'.
020800         88  SUSP-IN-STATUS-OK           VALUE '00'.
020900     05  ASUSP-IN-FILE-STATUS    PIC X(02) VALUE '00'.
021000         88  ASUSP-IN-STATUS-OK          VALUE '00'.
021100     05  SUSP-OUT-FILE-STATUS    PIC X(02) VALUE '00'.
021200         88  SUSP-OUT-STATUS-OK          VALUE '00'.
021300     05  ASUSP-OUT-FILE-STATUS   PIC X(02) VALUE '00'.
021400         88  ASUSP-OUT-STATUS-OK         VALUE '00'.
021500     05  CORR-IN-FILE-STATUS     PIC X(02) VALUE '00'.
021600         88  CORR-IN-STATUS-OK           VALUE '00'.
021700     05  CORR-OUT-FILE-STATUS    PIC X(02) VALUE '00'.
021800         88  CORR-OUT-STATUS-OK          VALUE '00'.
021900     05  SRES-FILE-STATUS        PIC X(02) VALUE '00'.
022000         88  SRES-STATUS-OK              VALUE '00'.
022100         88  SRES-STATUS-NOT-FOUND       VALUE '35'.
022200     05  REPORT-FILE-STATUS      PIC X(02) VALUE '00'.

022300*    ONE CORRECTION CARD, AS READ OR AS HELD IN THE TABLE.
022400 01  WS-CARD.
022500     05  WS-CARD-KEY.
022600         10  WS-CARD-FILE        PIC X(01).
022700             88  WS-CARD-FILE-VALID  VALUE 'E' 'A'.
022800         10  WS-CARD-ITEM        PIC X(07).
022900         10  WS-CARD-ITEM-N REDEFINES WS-CARD-ITEM
023000                                 PIC 9(07).
023100     05  WS-CARD-ACCOUNT         PIC X(08).
023200     05  WS-CARD-ACTION          PIC X(01).
023300         88  WS-CARD-CORRECT         VALUE 'C'.
023400         88  WS-CARD-WRITE-OFF       VALUE 'W'.
023500         88  WS-CARD-ACTION-VALID    VALUE 'C' 'W'.
023600     05  WS-CARD-NEW-ACCOUNT     PIC X(08).
023700     05  WS-CARD-NEW-AMOUNT      PIC X(09).
023800     05  WS-CARD-NEW-AMOUNT-N REDEFINES WS-CARD-NEW-AMOUNT
023900                                 PIC 9(07)V99.
024000     05  WS-CARD-NEW-TYPE        PIC X(02).
024100     05  WS-CARD-REFERENCE       PIC X(20).
024200     05  FILLER                  PIC X(24).

024300*    THE CARDS THAT PASSED THEIR OWN EDIT, WAITING FOR THEIR
024400*    ITEM TO COME BY ON THE SUSPENSE PASS.  STATE P IS STILL
024500*    PENDING, A APPLIED, R REFUSED AGAINST THE ITEM.
024600 01  WS-CARD-TABLE.
024700     05  WS-CT-ENTRY OCCURS 500 TIMES.
024800         10  WS-CT-CARD.
024900             15  WS-CT-KEY       PIC X(08).
025000             15  FILLER          PIC X(72).
025100         10  WS-CT-STATE         PIC X(01).

025200 01  WS-SEARCH-KEY.
025300     05  WS-SK-FILE              PIC X(01).
025400     05  WS-SK-ITEM              PIC 9(07).

025500 01  WS-ACCT-CHECK.
025600     05  WS-ACCT-CHAR            PIC X(01) OCCURS 8 TIMES.

025700*    REASON CODE DESCRIPTIONS FOR THE AGING SUMMARY.  ROW 9
025800*    TAKES ANY CODE OUTSIDE 01-08, ROW 10 IS THE GRAND TOTAL.
025900 01  WS-REASON-NAMES.
026000     05  FILLER                  PIC X(24)
026100         VALUE 'ACCOUNT MISSING         '.
026200     05  FILLER                  PIC X(24)
026300         VALUE 'ACCOUNT NOT WELL-FORMED '.
026400     05  FILLER                  PIC X(24)
026500         VALUE 'AMOUNT NOT NUMERIC      '.
026600     05  FILLER                  PIC X(24)
026700         VALUE 'TYPE CODE NOT APPROVED  '.
026800     05  FILLER                  PIC X(24)
026900         VALUE 'RECORD TYPE UNRECOGNIZED'.
027000     05  FILLER                  PIC X(24)
027100         VALUE 'ACCOUNT NOT ON MASTER   '.
027200     05  FILLER                  PIC X(24)
027300         VALUE 'ACCOUNT CLOSED          '.
027400     05  FILLER                  PIC X(24)
027500         VALUE 'ACCOUNT FROZEN          '.
027600     05  FILLER                  PIC X(24)
027700         VALUE 'UNRECOGNIZED REASON     '.
027800     05  FILLER                  PIC X(24)
027900         VALUE 'ALL REASONS             '.
028000 01  WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
028100     05  WS-REASON-NAME          PIC X(24) OCCURS 10 TIMES.

028200*    AGING ACCUMULATORS BY REASON.  THE FIVE BUCKETS ARE 0-7,
028300*    8-30, 31-90, AND OVER 90 DAYS OUTSTANDING, AND UNDATED
028400*    (AN ITEM DIVERTED BEFORE SUSPENSE ITEMS CARRIED A DATE).
028500 01  WS-AGING-TABLE.
028600     05  WS-AG-ROW OCCURS 10 TIMES.
028700         10  WS-AG-CNT           PIC 9(07) COMP.
028800         10  WS-AG-AMT           PIC S9(11)V99 COMP-3.
028900         10  WS-AG-BUCKET        PIC 9(07) COMP OCCURS 5 TIMES.
029000         10  WS-AG-OLDEST        PIC 9(05) COMP.

029100 01  WS-D2S-FIELDS.
029200     05  WS-D2S-DATE             PIC 9(08) VALUE 0.
029300     05  WS-D2S-DATE-X REDEFINES WS-D2S-DATE.
029400         10  WS-D2S-YYYY         PIC 9(04).
029500         10  WS-D2S-MM           PIC 9(02).
029600         10  WS-D2S-DD           PIC 9(02).
029700     05  WS-D2S-SERIAL           PIC S9(09) COMP VALUE 0.
029800     05  WS-D2S-WORK-Y           PIC S9(09) COMP VALUE 0.
029900     05  WS-D2S-WORK-M           PIC S9(04) COMP VALUE 0.
030000     05  WS-D2S-TERM-1           PIC S9(09) COMP VALUE 0.
030100     05  WS-D2S-TERM-2           PIC S9(09) COMP VALUE 0.
030200     05  WS-D2S-TERM-3           PIC S9(09) COMP VALUE 0.
030300     05  WS-D2S-TERM-4           PIC S9(09) COMP VALUE 0.
030400     05  WS-D2S-VALID-SW         PIC X(01) VALUE 'N'.
030500         88  WS-D2S-VALID            VALUE 'Y'.
030600         88  WS-D2S-INVALID          VALUE 'N'.

030700 01  WS-ACTION-LINE.
030800     05  WS-A-OUTCOME            PIC X(09).
030900     05  WS-A-FILE               PIC X(01).
031000     05  FILLER                  PIC X(01) VALUE SPACES.
031100     05  WS-A-ITEM               PIC X(07).
031200     05  FILLER                  PIC X(01) VALUE SPACES.
031300     05  WS-A-ACCOUNT            PIC X(08).
031400     05  FILLER                  PIC X(01) VALUE SPACES.
031500     05  WS-A-ACTION             PIC X(01).
031600     05  FILLER                  PIC X(01) VALUE SPACES.
031700     05  WS-A-REFERENCE          PIC X(20).
031800     05  FILLER                  PIC X(01) VALUE SPACES.
031900     05  WS-A-TEXT               PIC X(45).
032000     05  FILLER                  PIC X(36) VALUE SPACES.

032100 01  WS-ITEM-HEAD.
032200     05  FILLER                  PIC X(03) VALUE 'F  '.
032300     05  FILLER                  PIC X(09) VALUE '   ITEM  '.
032400     05  FILLER                  PIC X(04) VALUE 'RS  '.
032500     05  FILLER                  PIC X(10) VALUE 'ACCOUNT   '.
032600     05  FILLER                  PIC X(12) VALUE '     AMOUNT '.
032700     05  FILLER                  PIC X(04) VALUE 'DC  '.
032800     05  FILLER                  PIC X(10) VALUE 'DIVERTED  '.
032900     05  FILLER                  PIC X(05) VALUE ' DAYS'.
033000     05  FILLER                  PIC X(75) VALUE SPACES.

033100 01  WS-ITEM-LINE.
033200     05  WS-I-FILE               PIC X(01).
033300     05  FILLER                  PIC X(02) VALUE SPACES.
033400     05  WS-I-ITEM               PIC ZZZZZZ9.
033500     05  FILLER                  PIC X(02) VALUE SPACES.
033600     05  WS-I-REASON             PIC X(02).
033700     05  FILLER                  PIC X(02) VALUE SPACES.
033800     05  WS-I-ACCOUNT            PIC X(08).
033900     05  FILLER                  PIC X(02) VALUE SPACES.
034000     05  WS-I-AMOUNT             PIC ZZZZZZ9.99-.
034100     05  WS-I-AMOUNT-X REDEFINES WS-I-AMOUNT
034200                                 PIC X(11).
034300     05  FILLER                  PIC X(01) VALUE SPACES.
034400     05  WS-I-DC                 PIC X(02).
034500     05  FILLER                  PIC X(02) VALUE SPACES.
034600     05  WS-I-DATE               PIC X(08).
034700     05  FILLER                  PIC X(02) VALUE SPACES.
034800     05  WS-I-DAYS               PIC ZZZZ9.
034900     05  WS-I-DAYS-X REDEFINES WS-I-DAYS
035000                                 PIC X(05).
035100     05  FILLER                  PIC X(75) VALUE SPACES.

035200 01  WS-AGING-HEAD.
035300     05  FILLER                  PIC X(04) VALUE 'RS  '.
035400     05  FILLER                  PIC X(25)
035500         VALUE 'DESCRIPTION              '.
035600     05  FILLER                  PIC X(08) VALUE '  ITEMS '.
035700     05  FILLER                  PIC X(16)
035800         VALUE '         AMOUNT '.
035900     05  FILLER                  PIC X(08) VALUE '    0-7 '.
036000     05  FILLER                  PIC X(08) VALUE '   8-30 '.
036100     05  FILLER                  PIC X(08) VALUE '  31-90 '.
036200     05  FILLER                  PIC X(08) VALUE 'OVER 90 '.
036300     05  FILLER                  PIC X(08) VALUE 'UNDATED '.
036400     05  FILLER                  PIC X(06) VALUE 'OLDEST'.
036500     05  FILLER                  PIC X(33) VALUE SPACES.

036600 01  WS-AGING-LINE.
036700     05  WS-G-REASON             PIC X(02).
036800     05  FILLER                  PIC X(02) VALUE SPACES.
036900     05  WS-G-NAME               PIC X(24).
037000     05  FILLER                  PIC X(01) VALUE SPACES.
037100     05  WS-G-CNT                PIC ZZZZZZ9.
037200     05  FILLER                  PIC X(01) VALUE SPACES.
037300     05  WS-G-AMT                PIC ZZZZZZZZZZ9.99-.
037400     05  FILLER                  PIC X(01) VALUE SPACES.
037500     05  WS-G-BUCKET-GRP.
037600         10  WS-G-BUCKET-ENT OCCURS 5 TIMES.
037700             15  WS-G-BUCKET     PIC ZZZZZZ9.
037800             15  FILLER          PIC X(01).
037900     05  WS-G-OLDEST             PIC ZZZZZ9.
038000     05  FILLER                  PIC X(33) VALUE SPACES.

038100 01  WS-COUNT-LINE.
038200     05  WS-C-LABEL              PIC X(37).
038300     05  WS-C-COUNT              PIC ZZZZZZ9.
038400     05  FILLER                  PIC X(88) VALUE SPACES.

038500 01  WS-AMOUNT-LINE.
038600     05  WS-M-LABEL              PIC X(37).
038700     05  WS-M-AMOUNT             PIC ZZZZZZZZZZ9.99-.
038800     05  FILLER                  PIC X(80) VALUE SPACES.

038900 PROCEDURE DIVISION.
039000*****************************************************************
039100*    0000-MAINLINE                                              *
039200*****************************************************************
039300 0000-MAINLINE.
039400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039500     IF WS-OPEN-FAILED
039600         MOVE 12 TO RETURN-CODE
039700         STOP RUN
039800     END-IF.

039900     PERFORM 1100-READ-CARD THRU 1100-EXIT.
040000     PERFORM 1200-LOAD-CARD THRU 1200-EXIT
040100         UNTIL WS-CARD-EOF
040200            OR WS-IO-FAILED.

040300*    CORRECTIONS STILL WAITING FROM AN EARLIER RUN GO OUT FIRST
040400*    SO THE REBUILT FEED LOSES NOTHING ALREADY TAKEN OFF
040500*    SUSPENSE.
040600     IF NOT WS-IO-FAILED
040700         PERFORM 1500-CARRY-PENDING THRU 1500-EXIT
040800     END-IF.

040900     IF NOT WS-IO-FAILED
041000         AND NOT WS-BALANCE-FAILED
041100         MOVE 'E' TO WS-PASS-FILE-SW
041200         PERFORM 3000-WORK-FILE THRU 3000-EXIT
041300     END-IF.
041400     IF NOT WS-IO-FAILED
041500         AND NOT WS-BALANCE-FAILED
041600         MOVE 'A' TO WS-PASS-FILE-SW
041700         PERFORM 3000-WORK-FILE THRU 3000-EXIT
041800     END-IF.
041900     IF NOT WS-IO-FAILED
042000         AND NOT WS-BALANCE-FAILED
042100         PERFORM 3900-LIST-UNMATCHED THRU 3900-EXIT
042200             VARYING WS-CT-IX FROM 1 BY 1
042300             UNTIL WS-CT-IX > WS-CARD-ENTRY-CNT
042400         PERFORM 4000-CLOSE-FEED THRU 4000-EXIT
042500     END-IF.

042600     IF NOT WS-IO-FAILED
042700         AND NOT WS-BALANCE-FAILED
042800         PERFORM 5000-AGING-REPORT THRU 5000-EXIT
042900     END-IF.

043000     PERFORM 6000-WRITE-COUNTS THRU 6000-EXIT.
043100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
043200     STOP RUN.

043300*****************************************************************
043400*    1000-INITIALIZE - OPEN EVERYTHING EXCEPT THE OPTIONAL      *
043500*    PENDING CORRECTIONS, AND FIX TODAY'S DAY NUMBER FOR THE    *
043600*    AGING.  THE LOG IS EXTENDED, OR CREATED ON THE FIRST RUN.  *
043700*****************************************************************
043800 1000-INITIALIZE.
043900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
044000     MOVE WS-TODAY-DATE TO WS-D2S-DATE.
044100     PERFORM 8100-DATE-TO-SERIAL THRU 8100-EXIT.
044200     MOVE WS-D2S-SERIAL TO WS-TODAY-SERIAL.
044300     PERFORM 1050-CLEAR-AGING-ROW THRU 1050-EXIT
044400         VARYING WS-AG-IX FROM 1 BY 1
044500         UNTIL WS-AG-IX > 10.

044600     OPEN OUTPUT REPORT-FILE.
044700     IF REPORT-FILE-STATUS NOT = '00'
044800         DISPLAY 'HELLOSWB12 SWBRPT OPEN FAILED, STATUS '
044900             REPORT-FILE-STATUS
045000         SET WS-OPEN-FAILED TO TRUE
045100         GO TO 1000-EXIT
045200     END-IF.
045300     MOVE SPACES TO REPORT-LINE.
045400     MOVE 'HELLO SUSPENSE WORKBENCH' TO REPORT-LINE.
045500     WRITE REPORT-LINE.
045600     MOVE SPACES TO REPORT-LINE.
045700     WRITE REPORT-LINE.

045800     OPEN INPUT CARD-FILE.
045900     IF NOT CARD-STATUS-OK
046000         DISPLAY 'HELLOSWB12 SWBIN OPEN FAILED, STATUS '
046100             CARD-FILE-STATUS
046200         SET WS-OPEN-FAILED TO TRUE
046300         GO TO 1000-EXIT
046400     END-IF.
046500     OPEN INPUT SUSP-IN-FILE.
046600     IF NOT SUSP-IN-STATUS-OK
046700         DISPLAY 'HELLOSWB12 SUSPIN OPEN FAILED, STATUS '
046800             SUSP-IN-FILE-STATUS
046900         SET WS-OPEN-FAILED TO TRUE
047000         GO TO 1000-EXIT
047100     END-IF.
047200     OPEN INPUT ASUSP-IN-FILE.
047300     IF NOT ASUSP-IN-STATUS-OK
047400         DISPLAY 'HELLOSWB12 ASUSPIN OPEN FAILED, STATUS '
047500             ASUSP-IN-FILE-STATUS
047600         SET WS-OPEN-FAILED TO TRUE
047700         GO TO 1000-EXIT
047800     END-IF.
047900     OPEN OUTPUT SUSP-OUT-FILE.
048000     IF NOT SUSP-OUT-STATUS-OK
048100         DISPLAY 'HELLOSWB12 SUSPOUT OPEN FAILED, STATUS '
048200             SUSP-OUT-FILE-STATUS
048300         SET WS-OPEN-FAILED TO TRUE
048400         GO TO 1000-EXIT
048500     END-IF.
048600     OPEN OUTPUT ASUSP-OUT-FILE.
048700     IF NOT ASUSP-OUT-STATUS-OK
048800         DISPLAY 'HELLOSWB12 ASUSPOUT OPEN FAILED, STATUS '
048900             ASUSP-OUT-FILE-STATUS
049000         SET WS-OPEN-FAILED TO TRUE
049100         GO TO 1000-EXIT
049200     END-IF.
049300     OPEN OUTPUT CORR-OUT-FILE.
049400     IF NOT CORR-OUT-STATUS-OK
049500         DISPLAY 'HELLOSWB12 CORROUT OPEN FAILED, STATUS '
049600             CORR-OUT-FILE-STATUS
049700         SET WS-OPEN-FAILED TO TRUE
049800         GO TO 1000-EXIT
049900     END-IF.
050000     OPEN EXTEND SRES-FILE.
050100     IF SRES-STATUS-NOT-FOUND
050200         OPEN OUTPUT SRES-FILE
050300     END-IF.
050400     IF NOT SRES-STATUS-OK
050500         DISPLAY 'HELLOSWB12 SWBLOG OPEN FAILED, STATUS '
050600             SRES-FILE-STATUS
050700         SET WS-OPEN-FAILED TO TRUE
050800         GO TO 1000-EXIT
050900     END-IF.

051000     MOVE SPACES TO REPORT-LINE.
051100     MOVE 'CORRECTION CARDS' TO REPORT-LINE.
051200     WRITE REPORT-LINE.
051300     MOVE SPACES TO REPORT-LINE.
051400     STRING 'OUTCOME  '          DELIMITED BY SIZE
051500            'F ITEM    '         DELIMITED BY SIZE
051600            'ACCOUNT  '          DELIMITED BY SIZE
051700            'A '                 DELIMITED BY SIZE
051800            'REFERENCE            ' DELIMITED BY SIZE
051900            'REASON'             DELIMITED BY SIZE
052000         INTO REPORT-LINE.
052100     WRITE REPORT-LINE.
052200     MOVE SPACES TO REPORT-LINE.
052300     MOVE ALL '-' TO REPORT-LINE.
052400     WRITE REPORT-LINE.
052500 1000-EXIT.
052600     EXIT.

052700*****************************************************************
052800*    1050-CLEAR-AGING-ROW                                       *
052900*****************************************************************
053000 1050-CLEAR-AGING-ROW.
053100     MOVE 0 TO WS-AG-CNT (WS-AG-IX).
053200     MOVE 0 TO WS-AG-AMT (WS-AG-IX).
053300     MOVE 0 TO WS-AG-OLDEST (WS-AG-IX).
053400     PERFORM 1060-CLEAR-BUCKET THRU 1060-EXIT
053500         VARYING WS-BK-IX FROM 1 BY 1
053600         UNTIL WS-BK-IX > 5.
053700 1050-EXIT.
053800     EXIT.

053900*****************************************************************
054000*    1060-CLEAR-BUCKET                                          *
054100*****************************************************************
054200 1060-CLEAR-BUCKET.
054300     MOVE 0 TO WS-AG-BUCKET (WS-AG-IX, WS-BK-IX).
054400 1060-EXIT.
054500     EXIT.

054600*****************************************************************
054700*    1100-READ-CARD                                             *
054800*****************************************************************
054900 1100-READ-CARD.
055000     READ CARD-FILE
055100         AT END
055200             SET WS-CARD-EOF TO TRUE
055300             GO TO 1100-EXIT
055400     END-READ.
055500     IF NOT CARD-STATUS-OK
055600         MOVE SPACES TO REPORT-LINE
055700         STRING 'SWBIN READ FAILED, STATUS '
055800             CARD-FILE-STATUS DELIMITED BY SIZE
055900             INTO REPORT-LINE
056000         WRITE REPORT-LINE
056100         SET WS-IO-FAILED TO TRUE
056200         SET WS-CARD-EOF TO TRUE
056300         GO TO 1100-EXIT
056400     END-IF.
056500     ADD 1 TO WS-CARDS-READ-CNT.
056600     MOVE CARD-RECORD TO WS-CARD.
056700 1100-EXIT.
056800     EXIT.

056900*****************************************************************
057000*    1200-LOAD-CARD - EDIT ONE CARD ON ITS OWN TERMS AND, IF    *
057100*    IT PASSES, HOLD IT IN THE TABLE UNTIL ITS ITEM COMES BY.   *
057200*    A CARD THAT FAILS HERE NEVER TOUCHES ANY ITEM.             *
057300*****************************************************************
057400 1200-LOAD-CARD.
057500     MOVE SPACES TO WS-REFUSE-TEXT.
057600     EVALUATE TRUE
057700         WHEN NOT WS-CARD-FILE-VALID
057800             MOVE 'FILE CODE MUST BE E OR A' TO WS-REFUSE-TEXT
057900         WHEN WS-CARD-ITEM IS NOT NUMERIC
058000             MOVE 'ITEM NUMBER NOT NUMERIC' TO WS-REFUSE-TEXT
058100         WHEN WS-CARD-ITEM-N = 0
058200             MOVE 'ITEM NUMBER IS ZERO' TO WS-REFUSE-TEXT
058300         WHEN NOT WS-CARD-ACTION-VALID
058400             MOVE 'ACTION MUST BE C OR W' TO WS-REFUSE-TEXT
058500         WHEN WS-CARD-CORRECT
058600             AND WS-CARD-NEW-AMOUNT NOT = SPACES
058700             AND WS-CARD-NEW-AMOUNT IS NOT NUMERIC
058800             MOVE 'NEW AMOUNT NOT NUMERIC' TO WS-REFUSE-TEXT
058900         WHEN WS-CARD-CORRECT
059000             AND WS-CARD-NEW-TYPE NOT = SPACES
059100             AND WS-CARD-NEW-TYPE NOT = 'DR'
059200             AND WS-CARD-NEW-TYPE NOT = 'CR'
059300             MOVE 'NEW TYPE CODE MUST BE DR OR CR'
059400                 TO WS-REFUSE-TEXT
059500     END-EVALUATE.
059600     IF WS-REFUSE-TEXT NOT = SPACES
059700         PERFORM 3700-REFUSE-CARD THRU 3700-EXIT
059800         GO TO 1200-NEXT
059900     END-IF.

060000     MOVE WS-CARD-FILE   TO WS-SK-FILE.
060100     MOVE WS-CARD-ITEM-N TO WS-SK-ITEM.
060200     PERFORM 2000-FIND-CARD THRU 2000-EXIT.
060300     IF WS-CARD-FOUND
060400         MOVE 'SECOND CARD FOR THE SAME ITEM' TO WS-REFUSE-TEXT
060500         PERFORM 3700-REFUSE-CARD THRU 3700-EXIT
060600         GO TO 1200-NEXT
060700     END-IF.
060800     IF WS-CARD-ENTRY-CNT >= WS-CARD-MAX
060900         MOVE 'MORE THAN 500 CARDS - RUN THE REST AGAIN'
061000             TO WS-REFUSE-TEXT
061100         PERFORM 3700-REFUSE-CARD THRU 3700-EXIT
061200         GO TO 1200-NEXT
061300     END-IF.
061400     ADD 1 TO WS-CARD-ENTRY-CNT.
061500     MOVE WS-CARD TO WS-CT-CARD (WS-CARD-ENTRY-CNT).
061600     MOVE 'P'     TO WS-CT-STATE (WS-CARD-ENTRY-CNT).

061700 1200-NEXT.
061800     PERFORM 1100-READ-CARD THRU 1100-EXIT.
061900 1200-EXIT.
062000     EXIT.

062100*****************************************************************
062200*    1500-CARRY-PENDING - START THE NEW CORRECTIONS FEED WITH   *
062300*    TODAY'S HEADER, THEN COPY ACROSS ANY DETAILS STILL         *
062400*    WAITING ON CORRIN FROM AN EARLIER RUN.  THE PENDING FEED   *
062500*    MUST PROVE TO ITS OWN TRAILER; IF IT DOES NOT, NOTHING IS  *
062600*    WORKED.  AN ABSENT OR EMPTY CORRIN IS NORMAL.              *
062700*****************************************************************
062800 1500-CARRY-PENDING.
062900     MOVE SPACES        TO TRAN-RECORD.
063000     SET TRAN-TYPE-HEADER TO TRUE.
063100     MOVE WS-TODAY-DATE TO TRAN-HDR-DATE.
063200     MOVE 'SUSPWB  '    TO TRAN-HDR-SOURCE.
063300     PERFORM 3600-WRITE-FEED THRU 3600-EXIT.
063400     IF WS-IO-FAILED
063500         GO TO 1500-EXIT
063600     END-IF.

063700     OPEN INPUT CORR-IN-FILE.
063800     IF NOT CORR-IN-STATUS-OK
063900         GO TO 1500-EXIT
064000     END-IF.
064100     PERFORM 1510-READ-CORR THRU 1510-EXIT.
064200     IF WS-CORR-EOF
064300         CLOSE CORR-IN-FILE
064400         GO TO 1500-EXIT
064500     END-IF.
064600     IF NOT TRAN-TYPE-HEADER
064700         MOVE SPACES TO REPORT-LINE
064800         MOVE 'CORRIN DOES NOT START WITH A HEADER RECORD'
064900             TO REPORT-LINE
065000         WRITE REPORT-LINE
065100         SET WS-BALANCE-FAILED TO TRUE
065200         CLOSE CORR-IN-FILE
065300         GO TO 1500-EXIT
065400     END-IF.
065500     PERFORM 1510-READ-CORR THRU 1510-EXIT.
065600     PERFORM 1600-COPY-PENDING-ONE THRU 1600-EXIT
065700         UNTIL WS-CORR-EOF
065800            OR WS-CORR-TRL-SEEN
065900            OR WS-IO-FAILED.
066000     CLOSE CORR-IN-FILE.
066100     IF WS-IO-FAILED
066200         GO TO 1500-EXIT
066300     END-IF.
066400     IF NOT WS-CORR-TRL-SEEN
066500         MOVE SPACES TO REPORT-LINE
066600         MOVE 'CORRIN TRAILER RECORD IS MISSING' TO REPORT-LINE
066700         WRITE REPORT-LINE
066800         SET WS-BALANCE-FAILED TO TRUE
066900         GO TO 1500-EXIT
067000     END-IF.
067100*    NOTHING BUT THE PENDING DETAILS HAS GONE INTO THE FEED
067200*    TOTALS YET, SO THEY PROVE THE PENDING TRAILER DIRECTLY.
067300     IF TRAN-TRL-DETAIL-COUNT IS NOT NUMERIC
067400         OR TRAN-TRL-DETAIL-COUNT NOT = WS-CO-CNT
067500         OR TRAN-TRL-HASH-AMOUNT NOT = WS-CO-HASH-AMOUNT
067600         OR TRAN-TRL-DEBIT-AMOUNT NOT = WS-CO-DR-AMT
067700         OR TRAN-TRL-CREDIT-AMOUNT NOT = WS-CO-CR-AMT
067800         MOVE SPACES TO REPORT-LINE
067900         MOVE 'CORRIN DETAILS DISAGREE WITH ITS TRAILER'
068000             TO REPORT-LINE
068100         WRITE REPORT-LINE
068200         SET WS-BALANCE-FAILED TO TRUE
068300     END-IF.
068400 1500-EXIT.
068500     EXIT.

068600*****************************************************************
068700*    1510-READ-CORR                                             *
068800*****************************************************************
068900 1510-READ-CORR.
069000     READ CORR-IN-FILE
069100         AT END
069200             SET WS-CORR-EOF TO TRUE
069300             GO TO 1510-EXIT
069400     END-READ.
069500     IF NOT CORR-IN-STATUS-OK
069600         MOVE SPACES TO REPORT-LINE
069700         STRING 'CORRIN READ FAILED, STATUS '
069800             CORR-IN-FILE-STATUS DELIMITED BY SIZE
069900             INTO REPORT-LINE
070000         WRITE REPORT-LINE
070100         SET WS-IO-FAILED TO TRUE
070200         SET WS-CORR-EOF TO TRUE
070300         GO TO 1510-EXIT
070400     END-IF.
070500     MOVE CORR-IN-RECORD TO TRAN-RECORD.
070600 1510-EXIT.
070700     EXIT.

070800*****************************************************************
070900*    1600-COPY-PENDING-ONE                                      *
071000*****************************************************************
071100 1600-COPY-PENDING-ONE.
071200     IF TRAN-TYPE-TRAILER
071300         SET WS-CORR-TRL-SEEN TO TRUE
071400         GO TO 1600-EXIT
071500     END-IF.
071600     PERFORM 3650-ADD-TO-FEED THRU 3650-EXIT.
071700     ADD 1 TO WS-PENDING-CNT.
071800     PERFORM 1510-READ-CORR THRU 1510-EXIT.
071900 1600-EXIT.
072000     EXIT.

072100*****************************************************************
072200*    2000-FIND-CARD - LOOK UP WS-SEARCH-KEY IN THE CARD TABLE.  *
072300*****************************************************************
072400 2000-FIND-CARD.
072500     MOVE 'N' TO WS-CARD-FOUND-SW.
072600     PERFORM 2010-MATCH-CARD THRU 2010-EXIT
072700         VARYING WS-CT-IX FROM 1 BY 1
072800         UNTIL WS-CT-IX > WS-CARD-ENTRY-CNT
072900            OR WS-CARD-FOUND.
073000*    THE VARYING CLAUSE STEPS WS-CT-IX ONCE PAST THE MATCH
073100*    BEFORE THE UNTIL TEST SEES THE SWITCH, SO THE MATCHED
073200*    INDEX IS CARRIED BACK IN WS-CT-HIT-IX.
073300 2000-EXIT.
073400     EXIT.

073500*****************************************************************
073600*    2010-MATCH-CARD                                            *
073700*****************************************************************
073800 2010-MATCH-CARD.
073900     IF WS-CT-KEY (WS-CT-IX) = WS-SEARCH-KEY
074000         SET WS-CARD-FOUND TO TRUE
074100         MOVE WS-CT-IX TO WS-CT-HIT-IX
074200     END-IF.
074300 2010-EXIT.
074400     EXIT.

074500*****************************************************************
074600*    3000-WORK-FILE - ONE PASS OVER THE SUSPENSE DATASET NAMED  *
074700*    BY WS-PASS-FILE-SW.  ITEM NUMBERS ARE RECORD POSITIONS ON  *
074800*    THE STANDING DATASET, THE SAME NUMBERS THE LAST REPORT     *
074900*    LISTED AGAINST THE DATASET IT REBUILT.                     *
075000*****************************************************************
075100 3000-WORK-FILE.
075200     MOVE 0   TO WS-ITEM-NUMBER.
075300     MOVE 'N' TO WS-SUSP-EOF-SW.
075400     PERFORM 3100-READ-ITEM THRU 3100-EXIT.
075500     PERFORM 3200-WORK-ONE THRU 3200-EXIT
075600         UNTIL WS-SUSP-EOF
075700            OR WS-IO-FAILED.
075800 3000-EXIT.
075900     EXIT.

076000*****************************************************************
076100*    3100-READ-ITEM                                             *
076200*****************************************************************
076300 3100-READ-ITEM.
076400     IF WS-PASS-EDIT
076500         READ SUSP-IN-FILE INTO SUSP-RECORD
076600             AT END
076700                 SET WS-SUSP-EOF TO TRUE
076800                 GO TO 3100-EXIT
076900         END-READ
077000         IF NOT SUSP-IN-STATUS-OK
077100             MOVE SPACES TO REPORT-LINE
077200             STRING 'SUSPIN READ FAILED, STATUS '
077300                 SUSP-IN-FILE-STATUS DELIMITED BY SIZE
077400                 INTO REPORT-LINE
077500             WRITE REPORT-LINE
077600             SET WS-IO-FAILED TO TRUE
077700             SET WS-SUSP-EOF TO TRUE
077800             GO TO 3100-EXIT
077900         END-IF
078000         ADD 1 TO WS-E-READ-CNT
078100     ELSE
078200         READ ASUSP-IN-FILE INTO SUSP-RECORD
078300             AT END
078400                 SET WS-SUSP-EOF TO TRUE
078500                 GO TO 3100-EXIT
078600         END-READ
078700         IF NOT ASUSP-IN-STATUS-OK
078800             MOVE SPACES TO REPORT-LINE
078900             STRING 'ASUSPIN READ FAILED, STATUS '
079000                 ASUSP-IN-FILE-STATUS DELIMITED BY SIZE
079100                 INTO REPORT-LINE
079200             WRITE REPORT-LINE
079300             SET WS-IO-FAILED TO TRUE
079400             SET WS-SUSP-EOF TO TRUE
079500             GO TO 3100-EXIT
079600         END-IF
079700         ADD 1 TO WS-A-READ-CNT
079800     END-IF.
079900     ADD 1 TO WS-ITEM-NUMBER.
080000 3100-EXIT.
080100     EXIT.

080200*****************************************************************
080300*    3200-WORK-ONE - AN ITEM WITH NO CARD, OR WHOSE CARD IS     *
080400*    REFUSED, IS KEPT ON THE REBUILT DATASET UNCHANGED.         *
080500*****************************************************************
080600 3200-WORK-ONE.
080700     MOVE WS-PASS-FILE-SW TO WS-SK-FILE.
080800     MOVE WS-ITEM-NUMBER  TO WS-SK-ITEM.
080900     PERFORM 2000-FIND-CARD THRU 2000-EXIT.
081000     IF NOT WS-CARD-FOUND
081100         PERFORM 3800-KEEP-ITEM THRU 3800-EXIT
081200         GO TO 3200-NEXT
081300     END-IF.

081400     MOVE WS-CT-CARD (WS-CT-HIT-IX) TO WS-CARD.
081500     MOVE SUSP-TRAN-DATA TO TRAN-RECORD.
081600     MOVE SPACES TO WS-REFUSE-TEXT.
081700     IF WS-CARD-ACCOUNT NOT = TRAN-DTL-ACCOUNT
081800         MOVE 'ACCOUNT DOES NOT MATCH THE ITEM'
081900             TO WS-REFUSE-TEXT
082000     ELSE
082100         IF WS-CARD-CORRECT
082200             PERFORM 3300-CORRECT-ITEM THRU 3300-EXIT
082300         END-IF
082400     END-IF.
082500     IF WS-IO-FAILED
082600         GO TO 3200-EXIT
082700     END-IF.
082800     IF WS-REFUSE-TEXT NOT = SPACES
082900         MOVE 'R' TO WS-CT-STATE (WS-CT-HIT-IX)
083000         PERFORM 3700-REFUSE-CARD THRU 3700-EXIT
083100         PERFORM 3800-KEEP-ITEM THRU 3800-EXIT
083200         GO TO 3200-NEXT
083300     END-IF.

083400*    A WRITE-OFF LOGS A BLANK CORRECTED DETAIL.
083500     IF WS-CARD-WRITE-OFF
083600         ADD 1 TO WS-WRITEOFF-CNT
083700         IF TRAN-TYPE-DETAIL
083800             AND TRAN-DTL-AMOUNT IS NUMERIC
083900             ADD TRAN-DTL-AMOUNT TO WS-WRITEOFF-AMT
084000         END-IF
084100         MOVE SPACES TO TRAN-RECORD
084200     END-IF.
084300     PERFORM 3500-WRITE-LOG THRU 3500-EXIT.
084400     IF WS-IO-FAILED
084500         GO TO 3200-EXIT
084600     END-IF.
084700     MOVE 'A' TO WS-CT-STATE (WS-CT-HIT-IX).
084800     ADD 1 TO WS-APPLIED-CNT.
084900     MOVE 'APPLIED  ' TO WS-A-OUTCOME.
085000     PERFORM 3750-LIST-CARD THRU 3750-EXIT.

085100 3200-NEXT.
085200     PERFORM 3100-READ-ITEM THRU 3100-EXIT.
085300 3200-EXIT.
085400     EXIT.

085500*****************************************************************
085600*    3300-CORRECT-ITEM - APPLY THE CARD'S NEW VALUES TO THE     *
085700*    DETAIL STAGED IN TRAN-RECORD, PUT IT THROUGH THE EDIT, AND *
085800*    IF IT NOW PASSES, RE-ENTER IT ON THE CORRECTIONS FEED.     *
085900*    THE SUSPENSE RECORD ITSELF IS LEFT UNTOUCHED, SO A REFUSED *
086000*    CORRECTION KEEPS THE ITEM EXACTLY AS IT WAS.               *
086100*****************************************************************
086200 3300-CORRECT-ITEM.
086300     IF NOT TRAN-TYPE-DETAIL
086400         MOVE 'NOT A DETAIL - ONLY A WRITE-OFF CLEARS IT'
086500             TO WS-REFUSE-TEXT
086600         GO TO 3300-EXIT
086700     END-IF.
086800     IF WS-CARD-NEW-ACCOUNT NOT = SPACES
086900         MOVE WS-CARD-NEW-ACCOUNT TO TRAN-DTL-ACCOUNT
087000     END-IF.
087100     IF WS-CARD-NEW-AMOUNT NOT = SPACES
087200         MOVE WS-CARD-NEW-AMOUNT-N TO TRAN-DTL-AMOUNT
087300     END-IF.
087400     IF WS-CARD-NEW-TYPE NOT = SPACES
087500         MOVE WS-CARD-NEW-TYPE TO TRAN-DTL-TYPE-CODE
087600     END-IF.
087700*    A RE-ENTERED DETAIL STARTS A FRESH LIFE ON THE FEED.
087800     MOVE 0 TO TRAN-DTL-CARRY-CNT.

087900     PERFORM 3400-EDIT-DETAIL THRU 3400-EXIT.
088000     IF WS-REFUSE-TEXT NOT = SPACES
088100         GO TO 3300-EXIT
088200     END-IF.
088300     PERFORM 3650-ADD-TO-FEED THRU 3650-EXIT.
088400     IF WS-IO-FAILED
088500         GO TO 3300-EXIT
088600     END-IF.
088700     ADD 1 TO WS-CORRECTED-CNT.
088800     ADD TRAN-DTL-AMOUNT TO WS-CORRECTED-AMT.
088900 3300-EXIT.
089000     EXIT.

089100*****************************************************************
089200*    3400-EDIT-DETAIL - THE SAME RULES HELLOEDT APPLIES, SO A   *
089300*    CORRECTION THAT WOULD ONLY BOUNCE BACK INTO SUSPENSE THE   *
089400*    NEXT NIGHT IS REFUSED HERE INSTEAD.                        *
089500*****************************************************************
089600 3400-EDIT-DETAIL.
089700     IF TRAN-DTL-ACCOUNT = SPACES
089800         OR TRAN-DTL-ACCOUNT = LOW-VALUES
089900         MOVE 'CORRECTED DETAIL STILL HAS NO ACCOUNT'
090000             TO WS-REFUSE-TEXT
090100         GO TO 3400-EXIT
090200     END-IF.
090300     MOVE TRAN-DTL-ACCOUNT TO WS-ACCT-CHECK.
090400     MOVE 'N' TO WS-BLANK-SEEN-SW.
090500     IF WS-ACCT-CHAR (1) = SPACE
090600         MOVE 'CORRECTED ACCOUNT NOT WELL-FORMED'
090700             TO WS-REFUSE-TEXT
090800         GO TO 3400-EXIT
090900     END-IF.
091000     PERFORM 3410-CHECK-ONE-CHAR THRU 3410-EXIT
091100         VARYING WS-ACCT-IX FROM 2 BY 1
091200         UNTIL WS-ACCT-IX > 8
091300            OR WS-REFUSE-TEXT NOT = SPACES.
091400     IF WS-REFUSE-TEXT NOT = SPACES
091500         GO TO 3400-EXIT
091600     END-IF.
091700     IF TRAN-DTL-AMOUNT IS NOT NUMERIC
091800         MOVE 'CORRECTED AMOUNT STILL NOT NUMERIC'
091900             TO WS-REFUSE-TEXT
092000         GO TO 3400-EXIT
092100     END-IF.
092200     IF NOT TRAN-DTL-TYPE-VALID
092300         MOVE 'CORRECTED TYPE CODE STILL NOT APPROVED'
092400             TO WS-REFUSE-TEXT
092500     END-IF.
092600 3400-EXIT.
092700     EXIT.

092800*****************************************************************
092900*    3410-CHECK-ONE-CHAR                                        *
093000*****************************************************************
093100 3410-CHECK-ONE-CHAR.
093200     IF WS-ACCT-CHAR (WS-ACCT-IX) = SPACE
093300         SET WS-BLANK-SEEN TO TRUE
093400     ELSE
093500         IF WS-BLANK-SEEN
093600             MOVE 'CORRECTED ACCOUNT NOT WELL-FORMED'
093700                 TO WS-REFUSE-TEXT
093800         END-IF
093900     END-IF.
094000 3410-EXIT.
094100     EXIT.

094200*****************************************************************
094300*    3500-WRITE-LOG - ONE RESOLUTION RECORD PER ITEM TAKEN OFF  *
094400*    SUSPENSE.  TRAN-RECORD HOLDS THE RE-ENTERED DETAIL FOR A   *
094500*    CORRECTION AND SPACES FOR A WRITE-OFF.                     *
094600*****************************************************************
094700 3500-WRITE-LOG.
094800     MOVE SPACES            TO SRES-RECORD.
094900     MOVE WS-TODAY-DATE     TO SRES-DATE.
095000     MOVE WS-PASS-FILE-SW   TO SRES-FILE-CODE.
095100     MOVE WS-ITEM-NUMBER    TO SRES-ITEM-NUMBER.
095200     MOVE WS-CARD-ACTION    TO SRES-ACTION.
095300     MOVE SUSP-REASON-CODE  TO SRES-REASON-CODE.
095400     MOVE WS-CARD-REFERENCE TO SRES-REFERENCE.
095500     MOVE SUSP-TRAN-DATA    TO SRES-ORIG-DATA.
095600     MOVE TRAN-RECORD       TO SRES-NEW-DATA.
095700     WRITE SRES-RECORD.
095800     IF NOT SRES-STATUS-OK
095900         MOVE SPACES TO REPORT-LINE
096000         STRING 'SWBLOG WRITE FAILED, STATUS '
096100             SRES-FILE-STATUS DELIMITED BY SIZE
096200             INTO REPORT-LINE
096300         WRITE REPORT-LINE
096400         SET WS-IO-FAILED TO TRUE
096500     END-IF.
096600 3500-EXIT.
096700     EXIT.

096800*****************************************************************
096900*    3600-WRITE-FEED                                            *
097000*****************************************************************
097100 3600-WRITE-FEED.
097200     WRITE CORR-OUT-RECORD FROM TRAN-RECORD.
097300     IF NOT CORR-OUT-STATUS-OK
097400         MOVE SPACES TO REPORT-LINE
097500         STRING 'CORROUT WRITE FAILED, STATUS '
097600             CORR-OUT-FILE-STATUS DELIMITED BY SIZE
097700             INTO REPORT-LINE
097800         WRITE REPORT-LINE
097900         SET WS-IO-FAILED TO TRUE
098000     END-IF.
098100 3600-EXIT.
098200     EXIT.

098300*****************************************************************
098400*    3650-ADD-TO-FEED - WRITE THE DETAIL STAGED IN TRAN-RECORD  *
098500*    AND ROLL IT INTO THE FEED'S CONTROL TOTALS.                *
098600*****************************************************************
098700 3650-ADD-TO-FEED.
098800     PERFORM 3600-WRITE-FEED THRU 3600-EXIT.
098900     IF WS-IO-FAILED
099000         GO TO 3650-EXIT
099100     END-IF.
099200     ADD 1 TO WS-CO-CNT.
099300     IF TRAN-DTL-AMOUNT IS NUMERIC
099400         ADD TRAN-DTL-AMOUNT TO WS-CO-HASH-AMOUNT
099500         IF TRAN-DTL-DEBIT
099600             ADD 1 TO WS-CO-DR-CNT
099700             ADD TRAN-DTL-AMOUNT TO WS-CO-DR-AMT
099800         END-IF
099900         IF TRAN-DTL-CREDIT
100000             ADD 1 TO WS-CO-CR-CNT
100100             ADD TRAN-DTL-AMOUNT TO WS-CO-CR-AMT
100200         END-IF
100300     END-IF.
100400 3650-EXIT.
100500     EXIT.

100600*****************************************************************
100700*    3700-REFUSE-CARD                                           *
100800*****************************************************************
100900 3700-REFUSE-CARD.
101000     ADD 1 TO WS-REFUSED-CNT.
101100     MOVE 'REFUSED  ' TO WS-A-OUTCOME.
101200     PERFORM 3750-LIST-CARD THRU 3750-EXIT.
101300 3700-EXIT.
101400     EXIT.

101500*****************************************************************
101600*    3750-LIST-CARD                                             *
101700*****************************************************************
101800 3750-LIST-CARD.
101900     MOVE WS-CARD-FILE      TO WS-A-FILE.
102000     MOVE WS-CARD-ITEM      TO WS-A-ITEM.
102100     MOVE WS-CARD-ACCOUNT   TO WS-A-ACCOUNT.
102200     MOVE WS-CARD-ACTION    TO WS-A-ACTION.
102300     MOVE WS-CARD-REFERENCE TO WS-A-REFERENCE.
102400     MOVE WS-REFUSE-TEXT    TO WS-A-TEXT.
102500     IF WS-REFUSE-TEXT = SPACES
102600         IF WS-CARD-WRITE-OFF
102700             MOVE 'WRITTEN OFF' TO WS-A-TEXT
102800         ELSE
102900             MOVE 'RE-ENTERED ON THE CORRECTIONS FEED'
103000                 TO WS-A-TEXT
103100         END-IF
103200     END-IF.
103300     MOVE SPACES TO REPORT-LINE.
103400     MOVE WS-ACTION-LINE TO REPORT-LINE.
103500     WRITE REPORT-LINE.
103600 3750-EXIT.
103700     EXIT.

103800*****************************************************************
103900*    3800-KEEP-ITEM - THE ITEM STAYS IN SUSPENSE.               *
104000*****************************************************************
104100 3800-KEEP-ITEM.
104200     IF WS-PASS-EDIT
104300         WRITE SUSP-OUT-RECORD FROM SUSP-RECORD
104400         IF NOT SUSP-OUT-STATUS-OK
104500             MOVE SPACES TO REPORT-LINE
104600             STRING 'SUSPOUT WRITE FAILED, STATUS '
104700                 SUSP-OUT-FILE-STATUS DELIMITED BY SIZE
104800                 INTO REPORT-LINE
104900             WRITE REPORT-LINE
105000             SET WS-IO-FAILED TO TRUE
105100             GO TO 3800-EXIT
105200         END-IF
105300         ADD 1 TO WS-E-KEPT-CNT
105400     ELSE
105500         WRITE ASUSP-OUT-RECORD FROM SUSP-RECORD
105600         IF NOT ASUSP-OUT-STATUS-OK
105700             MOVE SPACES TO REPORT-LINE
105800             STRING 'ASUSPOUT WRITE FAILED, STATUS '
105900                 ASUSP-OUT-FILE-STATUS DELIMITED BY SIZE
106000                 INTO REPORT-LINE
106100             WRITE REPORT-LINE
106200             SET WS-IO-FAILED TO TRUE
106300             GO TO 3800-EXIT
106400         END-IF
106500         ADD 1 TO WS-A-KEPT-CNT
106600     END-IF.
106700 3800-EXIT.
106800     EXIT.

106900*****************************************************************
107000*    3900-LIST-UNMATCHED - A CARD STILL PENDING AFTER BOTH      *
107100*    PASSES NAMED AN ITEM NUMBER PAST THE END OF ITS DATASET.   *
107200*****************************************************************
107300 3900-LIST-UNMATCHED.
107400     IF WS-CT-STATE (WS-CT-IX) = 'P'
107500         MOVE WS-CT-CARD (WS-CT-IX) TO WS-CARD
107600         MOVE 'NO SUCH ITEM ON THE DATASET' TO WS-REFUSE-TEXT
107700         MOVE 'R' TO WS-CT-STATE (WS-CT-IX)
107800         PERFORM 3700-REFUSE-CARD THRU 3700-EXIT
107900     END-IF.
108000 3900-EXIT.
108100     EXIT.

108200*****************************************************************
108300*    4000-CLOSE-FEED - TRAILER ON THE CORRECTIONS FEED, THEN    *
108400*    CLOSE THE REBUILT DATASETS SO THE AGING PASS CAN READ      *
108500*    THEM BACK.                                                 *
108600*****************************************************************
108700 4000-CLOSE-FEED.
108800     MOVE SPACES            TO TRAN-RECORD.
108900     SET TRAN-TYPE-TRAILER  TO TRUE.
109000     MOVE WS-CO-CNT         TO TRAN-TRL-DETAIL-COUNT.
109100     MOVE WS-CO-HASH-AMOUNT TO TRAN-TRL-HASH-AMOUNT.
109200     MOVE WS-CO-DR-CNT      TO TRAN-TRL-DEBIT-COUNT.
109300     MOVE WS-CO-DR-AMT      TO TRAN-TRL-DEBIT-AMOUNT.
109400     MOVE WS-CO-CR-CNT      TO TRAN-TRL-CREDIT-COUNT.
109500     MOVE WS-CO-CR-AMT      TO TRAN-TRL-CREDIT-AMOUNT.
109600     PERFORM 3600-WRITE-FEED THRU 3600-EXIT.
109700     CLOSE CORR-OUT-FILE.
109800     CLOSE SUSP-OUT-FILE.
109900     CLOSE ASUSP-OUT-FILE.
110000 4000-EXIT.
110100     EXIT.

110200*****************************************************************
110300*    5000-AGING-REPORT - READ BACK EVERYTHING STILL IN          *
110400*    SUSPENSE, LIST IT ITEM BY ITEM UNDER THE NUMBERS THE NEXT  *
110500*    RUN'S CARDS MUST QUOTE, AND SUMMARIZE IT BY REASON CODE.   *
110600*****************************************************************
110700 5000-AGING-REPORT.
110800     OPEN INPUT SUSP-OUT-FILE.
110900     OPEN INPUT ASUSP-OUT-FILE.
111000     IF NOT SUSP-OUT-STATUS-OK
111100         OR NOT ASUSP-OUT-STATUS-OK
111200         MOVE SPACES TO REPORT-LINE
111300         MOVE 'REBUILT SUSPENSE COULD NOT BE REOPENED FOR AGING'
111400             TO REPORT-LINE
111500         WRITE REPORT-LINE
111600         SET WS-IO-FAILED TO TRUE
111700         GO TO 5000-EXIT
111800     END-IF.

111900     MOVE SPACES TO REPORT-LINE.
112000     WRITE REPORT-LINE.
112100     MOVE SPACES TO REPORT-LINE.
112200     STRING 'OUTSTANDING ITEMS AS OF ' DELIMITED BY SIZE
112300            WS-TODAY-DATE              DELIMITED BY SIZE
112400         INTO REPORT-LINE.
112500     WRITE REPORT-LINE.
112600     MOVE SPACES TO REPORT-LINE.
112700     MOVE WS-ITEM-HEAD TO REPORT-LINE.
112800     WRITE REPORT-LINE.
112900     MOVE SPACES TO REPORT-LINE.
113000     MOVE ALL '-' TO REPORT-LINE.
113100     WRITE REPORT-LINE.

113200     MOVE 'E' TO WS-PASS-FILE-SW.
113300     PERFORM 5100-AGE-FILE THRU 5100-EXIT.
113400     MOVE 'A' TO WS-PASS-FILE-SW.
113500     PERFORM 5100-AGE-FILE THRU 5100-EXIT.
113600     CLOSE SUSP-OUT-FILE.
113700     CLOSE ASUSP-OUT-FILE.
113800     IF WS-IO-FAILED
113900         GO TO 5000-EXIT
114000     END-IF.

114100     MOVE SPACES TO REPORT-LINE.
114200     WRITE REPORT-LINE.
114300     MOVE SPACES TO REPORT-LINE.
114400     MOVE 'AGING BY REASON CODE' TO REPORT-LINE.
114500     WRITE REPORT-LINE.
114600     MOVE SPACES TO REPORT-LINE.
114700     MOVE WS-AGING-HEAD TO REPORT-LINE.
114800     WRITE REPORT-LINE.
114900     MOVE SPACES TO REPORT-LINE.
115000     MOVE ALL '-' TO REPORT-LINE.
115100     WRITE REPORT-LINE.
115200     PERFORM 5400-WRITE-AGING-ROW THRU 5400-EXIT
115300         VARYING WS-AG-IX FROM 1 BY 1
115400         UNTIL WS-AG-IX > 10.
115500 5000-EXIT.
115600     EXIT.

115700*****************************************************************
115800*    5100-AGE-FILE - ONE REBUILT DATASET, ITEM BY ITEM.         *
115900*****************************************************************
116000 5100-AGE-FILE.
116100     MOVE 0   TO WS-ITEM-NUMBER.
116200     MOVE 'N' TO WS-SUSP-EOF-SW.
116300     PERFORM 5200-READ-KEPT THRU 5200-EXIT.
116400     PERFORM 5300-AGE-ONE THRU 5300-EXIT
116500         UNTIL WS-SUSP-EOF
116600            OR WS-IO-FAILED.
116700 5100-EXIT.
116800     EXIT.

116900*****************************************************************
117000*    5200-READ-KEPT                                             *
117100*****************************************************************
117200 5200-READ-KEPT.
117300     IF WS-PASS-EDIT
117400         READ SUSP-OUT-FILE INTO SUSP-RECORD
117500             AT END
117600                 SET WS-SUSP-EOF TO TRUE
117700                 GO TO 5200-EXIT
117800         END-READ
117900         IF NOT SUSP-OUT-STATUS-OK
118000             SET WS-IO-FAILED TO TRUE
118100             SET WS-SUSP-EOF TO TRUE
118200             GO TO 5200-EXIT
118300         END-IF
118400     ELSE
118500         READ ASUSP-OUT-FILE INTO SUSP-RECORD
118600             AT END
118700                 SET WS-SUSP-EOF TO TRUE
118800                 GO TO 5200-EXIT
118900         END-READ
119000         IF NOT ASUSP-OUT-STATUS-OK
119100             SET WS-IO-FAILED TO TRUE
119200             SET WS-SUSP-EOF TO TRUE
119300             GO TO 5200-EXIT
119400         END-IF
119500     END-IF.
119600     ADD 1 TO WS-ITEM-NUMBER.
119700 5200-EXIT.
119800     EXIT.

119900*****************************************************************
120000*    5300-AGE-ONE - LIST ONE OUTSTANDING ITEM AND ROLL IT INTO  *
120100*    ITS REASON ROW AND THE GRAND-TOTAL ROW.                    *
120200*****************************************************************
120300 5300-AGE-ONE.
120400     MOVE SUSP-TRAN-DATA TO TRAN-RECORD.
120500     IF SUSP-REASON-CODE IS NUMERIC
120600         MOVE SUSP-REASON-CODE TO WS-REASON-N
120700     ELSE
120800         MOVE 0 TO WS-REASON-N
120900     END-IF.
121000     IF WS-REASON-N < 1 OR WS-REASON-N > 8
121100         MOVE 9 TO WS-AG-IX
121200     ELSE
121300         MOVE WS-REASON-N TO WS-AG-IX
121400     END-IF.

121500*    AN UNDATED ITEM (DIVERTED BEFORE SUSPENSE ITEMS CARRIED A
121600*    DATE) GOES IN THE FIFTH BUCKET AND DOES NOT SET THE
121700*    OLDEST AGE.
121800     MOVE 5 TO WS-BK-IX.
121900     MOVE 0 TO WS-DAYS-OUT.
122000     IF SUSP-DATE IS NUMERIC
122100         MOVE SUSP-DATE TO WS-ITEM-DATE
122200         MOVE WS-ITEM-DATE TO WS-D2S-DATE
122300         PERFORM 8100-DATE-TO-SERIAL THRU 8100-EXIT
122400         IF WS-D2S-VALID
122500             COMPUTE WS-DAYS-OUT
122600                 = WS-TODAY-SERIAL - WS-D2S-SERIAL
122700             IF WS-DAYS-OUT < 0
122800                 MOVE 0 TO WS-DAYS-OUT
122900             END-IF
123000             EVALUATE TRUE
123100                 WHEN WS-DAYS-OUT <= 7
123200                     MOVE 1 TO WS-BK-IX
123300                 WHEN WS-DAYS-OUT <= 30
123400                     MOVE 2 TO WS-BK-IX
123500                 WHEN WS-DAYS-OUT <= 90
123600                     MOVE 3 TO WS-BK-IX
123700                 WHEN OTHER
123800                     MOVE 4 TO WS-BK-IX
123900             END-EVALUATE
124000         END-IF
124100     END-IF.

124200     ADD 1 TO WS-AG-CNT (WS-AG-IX).
124300     ADD 1 TO WS-AG-CNT (10).
124400     ADD 1 TO WS-AG-BUCKET (WS-AG-IX, WS-BK-IX).
124500     ADD 1 TO WS-AG-BUCKET (10, WS-BK-IX).
124600     IF TRAN-TYPE-DETAIL
124700         AND TRAN-DTL-AMOUNT IS NUMERIC
124800         ADD TRAN-DTL-AMOUNT TO WS-AG-AMT (WS-AG-IX)
124900         ADD TRAN-DTL-AMOUNT TO WS-AG-AMT (10)
125000     END-IF.
125100     IF WS-BK-IX < 5
125200         IF WS-DAYS-OUT > WS-AG-OLDEST (WS-AG-IX)
125300             MOVE WS-DAYS-OUT TO WS-AG-OLDEST (WS-AG-IX)
125400         END-IF
125500         IF WS-DAYS-OUT > WS-AG-OLDEST (10)
125600             MOVE WS-DAYS-OUT TO WS-AG-OLDEST (10)
125700         END-IF
125800     END-IF.

125900     MOVE WS-PASS-FILE-SW  TO WS-I-FILE.
126000     MOVE WS-ITEM-NUMBER   TO WS-I-ITEM.
126100     MOVE SUSP-REASON-CODE TO WS-I-REASON.
126200     MOVE TRAN-DTL-ACCOUNT TO WS-I-ACCOUNT.
126300     IF TRAN-DTL-AMOUNT IS NUMERIC
126400         MOVE TRAN-DTL-AMOUNT TO WS-I-AMOUNT
126500     ELSE
126600         MOVE 'NOT NUMERIC' TO WS-I-AMOUNT-X
126700     END-IF.
126800     MOVE TRAN-DTL-TYPE-CODE TO WS-I-DC.
126900     IF WS-BK-IX < 5
127000         MOVE WS-ITEM-DATE TO WS-I-DATE
127100         MOVE WS-DAYS-OUT  TO WS-I-DAYS
127200     ELSE
127300         MOVE 'UNDATED ' TO WS-I-DATE
127400         MOVE SPACES     TO WS-I-DAYS-X
127500     END-IF.
127600     MOVE SPACES TO REPORT-LINE.
127700     MOVE WS-ITEM-LINE TO REPORT-LINE.
127800     WRITE REPORT-LINE.

127900     PERFORM 5200-READ-KEPT THRU 5200-EXIT.
128000 5300-EXIT.
128100     EXIT.

128200*****************************************************************
128300*    5400-WRITE-AGING-ROW - A REASON WITH NOTHING OUTSTANDING   *
128400*    IS LEFT OFF; THE GRAND-TOTAL ROW ALWAYS PRINTS.            *
128500*****************************************************************
128600 5400-WRITE-AGING-ROW.
128700     IF WS-AG-CNT (WS-AG-IX) = 0
128800         AND WS-AG-IX < 10
128900         GO TO 5400-EXIT
129000     END-IF.
129100     EVALUATE WS-AG-IX
129200         WHEN 9
129300             MOVE '??' TO WS-G-REASON
129400         WHEN 10
129500             MOVE SPACES TO WS-G-REASON
129600         WHEN OTHER
129700             MOVE WS-AG-IX TO WS-REASON-N
129800             MOVE WS-REASON-N TO WS-G-REASON
129900     END-EVALUATE.
130000     IF WS-AG-IX = 10
130100         MOVE SPACES TO REPORT-LINE
130200         MOVE ALL '-' TO REPORT-LINE
130300         WRITE REPORT-LINE
130400     END-IF.
130500     MOVE WS-REASON-NAME (WS-AG-IX) TO WS-G-NAME.
130600     MOVE WS-AG-CNT (WS-AG-IX)      TO WS-G-CNT.
130700     MOVE WS-AG-AMT (WS-AG-IX)      TO WS-G-AMT.
130800     MOVE SPACES TO WS-G-BUCKET-GRP.
130900     PERFORM 5410-MOVE-BUCKET THRU 5410-EXIT
131000         VARYING WS-BK-IX FROM 1 BY 1
131100         UNTIL WS-BK-IX > 5.
131200     MOVE WS-AG-OLDEST (WS-AG-IX)   TO WS-G-OLDEST.
131300     MOVE SPACES TO REPORT-LINE.
131400     MOVE WS-AGING-LINE TO REPORT-LINE.
131500     WRITE REPORT-LINE.
131600 5400-EXIT.
131700     EXIT.

131800*****************************************************************
131900*    5410-MOVE-BUCKET                                           *
132000*****************************************************************
132100 5410-MOVE-BUCKET.
132200     MOVE WS-AG-BUCKET (WS-AG-IX, WS-BK-IX)
132300         TO WS-G-BUCKET (WS-BK-IX).
132400 5410-EXIT.
132500     EXIT.

132600*****************************************************************
132700*    6000-WRITE-COUNTS                                          *
132800*****************************************************************
132900 6000-WRITE-COUNTS.
133000     MOVE SPACES TO REPORT-LINE.
133100     WRITE REPORT-LINE.
133200     MOVE 'CARDS READ.......................... '
133300         TO WS-C-LABEL.
133400     MOVE WS-CARDS-READ-CNT TO WS-C-COUNT.
133500     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
133600     MOVE 'CARDS APPLIED....................... '
133700         TO WS-C-LABEL.
133800     MOVE WS-APPLIED-CNT TO WS-C-COUNT.
133900     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
134000     MOVE 'CARDS REFUSED....................... '
134100         TO WS-C-LABEL.
134200     MOVE WS-REFUSED-CNT TO WS-C-COUNT.
134300     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
134400     MOVE '  ITEMS CORRECTED AND RE-ENTERED.... '
134500         TO WS-C-LABEL.
134600     MOVE WS-CORRECTED-CNT TO WS-C-COUNT.
134700     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
134800     MOVE '  ITEMS WRITTEN OFF................. '
134900         TO WS-C-LABEL.
135000     MOVE WS-WRITEOFF-CNT TO WS-C-COUNT.
135100     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
135200     MOVE 'PENDING CORRECTIONS CARRIED......... '
135300         TO WS-C-LABEL.
135400     MOVE WS-PENDING-CNT TO WS-C-COUNT.
135500     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
135600     MOVE 'DETAILS ON THE CORRECTIONS FEED..... '
135700         TO WS-C-LABEL.
135800     MOVE WS-CO-CNT TO WS-C-COUNT.
135900     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
136000     MOVE 'SUSPENSE ITEMS READ................. '
136100         TO WS-C-LABEL.
136200     MOVE WS-E-READ-CNT TO WS-C-COUNT.
136300     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
136400     MOVE 'SUSPENSE ITEMS KEPT................. '
136500         TO WS-C-LABEL.
136600     MOVE WS-E-KEPT-CNT TO WS-C-COUNT.
136700     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
136800     MOVE 'ACCTSUSP ITEMS READ................. '
136900         TO WS-C-LABEL.
137000     MOVE WS-A-READ-CNT TO WS-C-COUNT.
137100     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
137200     MOVE 'ACCTSUSP ITEMS KEPT................. '
137300         TO WS-C-LABEL.
137400     MOVE WS-A-KEPT-CNT TO WS-C-COUNT.
137500     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
137600     MOVE 'AMOUNT RE-ENTERED................... '
137700         TO WS-M-LABEL.
137800     MOVE WS-CORRECTED-AMT TO WS-M-AMOUNT.
137900     MOVE SPACES TO REPORT-LINE.
138000     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
138100     WRITE REPORT-LINE.
138200     MOVE 'AMOUNT WRITTEN OFF.................. '
138300         TO WS-M-LABEL.
138400     MOVE WS-WRITEOFF-AMT TO WS-M-AMOUNT.
138500     MOVE SPACES TO REPORT-LINE.
138600     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
138700     WRITE REPORT-LINE.
138800 6000-EXIT.
138900     EXIT.

139000*****************************************************************
139100*    6900-WRITE-COUNT                                           *
139200*****************************************************************
139300 6900-WRITE-COUNT.
139400     MOVE SPACES TO REPORT-LINE.
139500     MOVE WS-COUNT-LINE TO REPORT-LINE.
139600     WRITE REPORT-LINE.
139700 6900-EXIT.
139800     EXIT.

139900*****************************************************************
140000*    8100-DATE-TO-SERIAL - SAME DAY-NUMBER ROUTINE AS HELLO     *
140100*    AND HELLOCAL.  SETS WS-D2S-VALID ONLY WHEN THE DATE PASSES *
140200*    THE ROUGH RANGE CHECK.                                     *
140300*****************************************************************
140400 8100-DATE-TO-SERIAL.
140500     SET WS-D2S-INVALID TO TRUE.
140600     MOVE 0 TO WS-D2S-SERIAL.
140700     IF WS-D2S-DATE IS NOT NUMERIC
140800         GO TO 8100-EXIT
140900     END-IF.
141000     IF WS-D2S-YYYY < 1900
141100         OR WS-D2S-MM < 1 OR WS-D2S-MM > 12
141200         OR WS-D2S-DD < 1 OR WS-D2S-DD > 31
141300         GO TO 8100-EXIT
141400     END-IF.

141500     IF WS-D2S-MM > 2
141600         MOVE WS-D2S-YYYY TO WS-D2S-WORK-Y
141700         COMPUTE WS-D2S-WORK-M = WS-D2S-MM + 1
141800     ELSE
141900         COMPUTE WS-D2S-WORK-Y = WS-D2S-YYYY - 1
142000         COMPUTE WS-D2S-WORK-M = WS-D2S-MM + 13
142100     END-IF.
142200*    EACH QUOTIENT IS STORED SEPARATELY SO IT TRUNCATES ON ITS
142300*    OWN - SUMMED IN ONE COMPUTE THE FRACTIONS WOULD CARRY
142400*    ACROSS TERMS AND SHIFT THE SERIAL A DAY AT LEAP BOUNDARIES.
142500     COMPUTE WS-D2S-TERM-1 = (1461 * WS-D2S-WORK-Y) / 4.
142600     COMPUTE WS-D2S-TERM-2 = WS-D2S-WORK-Y / 100.
142700     COMPUTE WS-D2S-TERM-3 = WS-D2S-WORK-Y / 400.
142800     COMPUTE WS-D2S-TERM-4 = (153 * WS-D2S-WORK-M) / 5.
142900     COMPUTE WS-D2S-SERIAL
143000         = WS-D2S-TERM-1 - WS-D2S-TERM-2
143100         + WS-D2S-TERM-3 + WS-D2S-TERM-4 + WS-D2S-DD.
143200     SET WS-D2S-VALID TO TRUE.
143300 8100-EXIT.
143400     EXIT.

143500*****************************************************************
143600*    9999-TERMINATE                                             *
143700*****************************************************************
143800 9999-TERMINATE.
143900     CLOSE CARD-FILE.
144000     CLOSE SUSP-IN-FILE.
144100     CLOSE ASUSP-IN-FILE.
144200     CLOSE SRES-FILE.
144300     CLOSE REPORT-FILE.
144400     EVALUATE TRUE
144500         WHEN WS-IO-FAILED
144600             MOVE 12 TO RETURN-CODE
144700         WHEN WS-BALANCE-FAILED
144800             MOVE 20 TO RETURN-CODE
144900         WHEN WS-REFUSED-CNT > 0
145000             MOVE 4 TO RETURN-CODE
145100         WHEN OTHER
145200             MOVE 0 TO RETURN-CODE
145300     END-EVALUATE.
145400 9999-EXIT.
145500     EXIT.
