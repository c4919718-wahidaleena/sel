000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOACR.
000300 AUTHOR.        R L BOYER.
000400 INSTALLATION.  NIGHTLY BATCH SCHEDULING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  HELLOACR                                                     *
001000*                                                               *
001100*  MONTH-END INTEREST AND FEE ACCRUAL.  RUN ONCE A MONTH, AFTER *
001200*  THE NIGHTLY CYCLE HAS POSTED THE MONTH'S LAST BUSINESS DAY.  *
001300*  EVERY OPEN ACCOUNT ON ACCTMST IS CHARGED (OR PAID) ONE       *
001400*  MONTH'S INTEREST ON ITS BALANCE AND CHARGED THE FLAT FEES;   *
001500*  THE RESULTS GO OUT ON ACROUT AS AN ORDINARY SOURCE FEED -    *
001600*  ONE HEADER (SOURCE ACCRUAL, DATED THE LAST BUSINESS DAY OF   *
001700*  THE MONTH), ONE DETAIL PER CHARGE, AND A BALANCED TRAILER -  *
001800*  SO THEY ARE EDITED BY HELLOEDT AND POSTED BY HELLO ON THE    *
001900*  NEXT NIGHTLY CYCLE LIKE ANY OTHER DETAIL.  ACRRPT IS THE     *
002000*  ACCRUAL REGISTER, ONE LINE PER ACCOUNT, WITH TOTALS PROVEN   *
002100*  AGAINST THE TRAILER WRITTEN.                                 *
002200*                                                               *
002300*  ACRCTL CARD (OPTIONAL):                                      *
002400*    COLS 1-6  ACCRUAL MONTH YYYYMM.  BLANK (OR NO CARD) MEANS  *
002500*              THIS MONTH ONCE ITS LAST BUSINESS DAY HAS COME,  *
002600*              OTHERWISE LAST MONTH.                            *
002700*  THE LAST BUSINESS DAY IS THE LATEST BUSINESS DAY OF THE      *
002800*  MONTH ON CALIN; A MONTH WHOSE LAST BUSINESS DAY IS STILL TO  *
002900*  COME IS REFUSED.                                             *
003000*  A MONTH ALREADY ACCRUED IS REFUSED AS WELL: IF THE           *
003100*  PROCESSED-FEED REGISTER (REGIN) OR THE ACCRUAL QUEUE STILL   *
003200*  WAITING TO BE POSTED (ACRQIN) ALREADY HOLDS A SOURCE ACCRUAL *
003300*  FEED WITH THE SAME LAST-BUSINESS-DAY HEADER DATE, WHATEVER   *
003400*  ITS TOTALS, NOTHING IS WRITTEN.                              *
003500*                                                               *
003600*  RATEIN CARDS:                                                *
003700*    T  TIER.  COLS 2-14 UPPER BALANCE LIMIT 9(11)V99, COLS     *
003800*       15-21 ANNUAL DEBIT RATE PERCENT 9(03)V9(04), COLS 22-28 *
003900*       ANNUAL CREDIT RATE PERCENT 9(03)V9(04).  TIERS IN       *
004000*       ASCENDING LIMIT ORDER, UP TO 20.                        *
004100*    F  FEE.  COLS 2-10 AMOUNT 9(07)V99, COLS 11-30 WORDING.    *
004200*       CHARGED TO EVERY OPEN ACCOUNT, UP TO 10.                *
004300*    *  COMMENT, IGNORED.                                       *
004400*  THE WHOLE BALANCE EARNS AT THE RATE OF THE FIRST TIER WHOSE  *
004500*  LIMIT IT DOES NOT EXCEED: A DEBIT BALANCE (ABOVE ZERO) IS    *
004600*  CHARGED DEBIT INTEREST AT THE DEBIT RATE, A CREDIT BALANCE   *
004700*  (BELOW ZERO) IS PAID CREDIT INTEREST AT THE CREDIT RATE.     *
004800*  ONE MONTH IS ONE TWELFTH OF THE ANNUAL RATE, ROUNDED TO THE  *
004900*  CENT.  CLOSED AND FROZEN ACCOUNTS ARE LISTED, NOT ACCRUED.   *
005000*                                                               *
005100*  RETURN CODES                                                 *
005200*  ------------                                                 *
005300*    00  ACCRUED; THE REGISTER TIES TO THE TRAILER.             *
005400*    04  ACCRUED, BUT ONE OR MORE ACCOUNTS WERE HELD BACK       *
005500*        (BALANCE ABOVE THE TOP TIER, NON-NUMERIC BALANCE, OR   *
005600*        INTEREST TOO LARGE FOR ONE DETAIL) - SEE THE REGISTER. *
005700*    08  REFUSED - NO BUSINESS DAY FOR THE MONTH ON CALIN,      *
005800*        THE MONTH HAS NOT REACHED IT YET, OR THE MONTH IS      *
005900*        ALREADY REGISTERED OR QUEUED - OR THE REGISTER DOES    *
006000*        NOT TIE TO THE TRAILER.  DO NOT RELEASE ACROUT.        *
006100*    12  OPEN, READ, OR WRITE FAILED.  DO NOT RELEASE ACROUT.   *
006200*    16  BAD ACRCTL CARD OR BAD RATEIN DECK; NOTHING WRITTEN.   *
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
007500     SELECT ACR-CTL-FILE  ASSIGN TO ACRCTL
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS ACR-CTL-FILE-STATUS.

007800     SELECT CAL-FILE      ASSIGN TO CALIN
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS CAL-FILE-STATUS.

008100     SELECT RATE-FILE     ASSIGN TO RATEIN
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS RATE-FILE-STATUS.

008400     SELECT ACCT-FILE     ASSIGN TO ACCTMST
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS SEQUENTIAL
008700         RECORD KEY IS ACCT-KEY
008800         FILE STATUS IS ACCT-FILE-STATUS.

008900     SELECT ACR-OUT-FILE  ASSIGN TO ACROUT
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS ACR-OUT-FILE-STATUS.

009200     SELECT REG-IN-FILE   ASSIGN TO REGIN
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS REG-IN-FILE-STATUS.

009500     SELECT ACR-QUE-FILE  ASSIGN TO ACRQIN
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS ACR-QUE-FILE-STATUS.

009800     SELECT REPORT-FILE   ASSIGN TO ACRRPT
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS REPORT-FILE-STATUS.

010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  ACR-CTL-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS.
010600 01  ACR-CTL-RECORD.
010700     05  ACR-CTL-MONTH               PIC X(06).
010800     05  ACR-CTL-MONTH-N REDEFINES ACR-CTL-MONTH
010900                                     PIC 9(06).
011000     05  FILLER                      PIC X(74).

011100 FD  CAL-FILE
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 80 CHARACTERS.
011400 COPY CALREC.

011500 FD  RATE-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 80 CHARACTERS.
011800 01  RATE-RECORD.
011900     05  RATE-REC-TYPE               PIC X(01).
012000         88  RATE-TYPE-TIER              VALUE 'T'.
012100         88  RATE-TYPE-FEE               VALUE 'F'.
012200         88  RATE-TYPE-COMMENT           VALUE '*'.
012300     05  RATE-REC-BODY               PIC X(79).
012400     05  RATE-TIER-FIELDS REDEFINES RATE-REC-BODY.
012500         10  RATE-TIER-LIMIT         PIC 9(11)V99.
012600         10  RATE-TIER-DR-RATE       PIC 9(03)V9(04).
012700         10  RATE-TIER-CR-RATE       PIC 9(03)V9(04).
012800         10  FILLER                  PIC X(52).
012900     05  RATE-FEE-FIELDS REDEFINES RATE-REC-BODY.
013000         10  RATE-FEE-AMOUNT         PIC 9(07)V99.
013100         10  RATE-FEE-DESC           PIC X(20).
013200         10  FILLER                  PIC X(50).

013300 FD  ACCT-FILE
013400     RECORD CONTAINS 48 CHARACTERS.
013500 COPY ACCTREC.

013600 FD  ACR-OUT-FILE
013700     LABEL RECORDS ARE STANDARD
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  ACR-OUT-RECORD              PIC X(80).

014000 FD  REG-IN-FILE
014100     LABEL RECORDS ARE STANDARD
014200     RECORD CONTAINS 100 CHARACTERS.
014300 COPY FREGREC.

014400 FD  ACR-QUE-FILE
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 80 CHARACTERS.
014700 01  ACR-QUE-RECORD              PIC X(80).

014800 FD  REPORT-FILE
014900     LABEL RECORDS OMITTED
015000     RECORD CONTAINS 132 CHARACTERS.
015100 01  REPORT-LINE                 PIC X(132).

015200 WORKING-STORAGE SECTION.
015300 77  WS-TODAY-DATE               PIC 9(08) VALUE 0.
015400 77  WS-TODAY-MONTH              PIC 9(06) VALUE 0.
015500 77  WS-ACR-MONTH                PIC 9(06) VALUE 0.
015600 77  WS-PRIOR-MONTH              PIC 9(06) VALUE 0.
015700 77  WS-CAL-MONTH                PIC 9(06) VALUE 0.
015800 77  WS-WORK-YEAR                PIC 9(04) VALUE 0.
015900 77  WS-WORK-MM                  PIC 9(02) VALUE 0.
016000 77  WS-ME-THIS                  PIC 9(08) VALUE 0.
016100 77  WS-ME-PRIOR                 PIC 9(08) VALUE 0.
016200 77  WS-MONTH-END                PIC 9(08) VALUE 0.
016300 77  WS-RATE-CARD-NO             PIC 9(05) VALUE 0.
016400 77  WS-RATE-TEXT                PIC X(50) VALUE SPACES.
016500 77  WS-TIER-MAX                 PIC 9(03) COMP VALUE 20.
016600 77  WS-TIER-CNT                 PIC 9(03) COMP VALUE 0.
016700 77  WS-TIER-IX                  PIC 9(03) COMP VALUE 0.
016800 77  WS-FEE-MAX                  PIC 9(03) COMP VALUE 10.
016900 77  WS-FEE-CNT                  PIC 9(03) COMP VALUE 0.
017000 77  WS-FEE-IX                   PIC 9(03) COMP VALUE 0.
017100 77  WS-ACCT-READ-CNT            PIC 9(07) COMP VALUE 0.
017200 77  WS-ACCRUED-CNT              PIC 9(07) COMP VALUE 0.
017300 77  WS-CLOSED-CNT               PIC 9(07) COMP VALUE 0.
017400 77  WS-FROZEN-CNT               PIC 9(07) COMP VALUE 0.
017500 77  WS-HELD-CNT                 PIC 9(07) COMP VALUE 0.
017600 77  WS-INT-DC                   PIC X(02) VALUE SPACES.
017700 77  WS-RATE                     PIC 9(03)V9(04) COMP-3 VALUE 0.
017800 77  WS-ABS-BALANCE              PIC S9(11)V99 COMP-3 VALUE 0.
017900 77  WS-INTEREST                 PIC S9(11)V99 COMP-3 VALUE 0.
018000 77  WS-FEE-TOTAL                PIC S9(11)V99 COMP-3 VALUE 0.
018100 77  WS-DETAIL-MAX-AMT           PIC S9(11)V99 COMP-3
018200                                 VALUE 9999999.99.

018300*    REGISTER SIDE - WHAT WAS ACCRUED, ACCOUNT BY ACCOUNT.
018400 77  WS-INT-DR-CNT               PIC 9(07) COMP VALUE 0.
018500 77  WS-INT-DR-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
018600 77  WS-INT-CR-CNT               PIC 9(07) COMP VALUE 0.
018700 77  WS-INT-CR-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
018800 77  WS-FEE-DTL-CNT              PIC 9(07) COMP VALUE 0.
018900 77  WS-FEE-DTL-AMT              PIC S9(11)V99 COMP-3 VALUE 0.
019000 77  WS-REG-CNT                  PIC 9(07) COMP VALUE 0.
019100 77  WS-REG-DR-CNT               PIC 9(07) COMP VALUE 0.
019200 77  WS-REG-DR-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
019300 77  WS-REG-HASH-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.

019400*    FEED SIDE - WHAT WAS WRITTEN TO ACROUT, DETAIL BY DETAIL.
019500 77  WS-OUT-CNT                  PIC 9(07) COMP VALUE 0.
019600 77  WS-OUT-HASH-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
019700 77  WS-OUT-DR-CNT               PIC 9(07) COMP VALUE 0.
019800 77  WS-OUT-DR-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
019900 77  WS-OUT-CR-CNT               PIC 9(07) COMP VALUE 0.
020000 77  WS-OUT-CR-AMT               PIC S9(11)V99 COMP-3 VALUE 0.

020100*    THE SHARED TRANSACTION LAYOUT STAGES EACH ACCRUAL RECORD.
020200 COPY TRANREC.

020300 01  WS-SWITCHES.
020400     05  WS-CARD-MONTH-SW        PIC X(01) VALUE 'N'.
020500         88  WS-CARD-MONTH-GIVEN     VALUE 'Y'.
020600     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
020700         88  WS-CAL-EOF              VALUE 'Y'.
020800     05  WS-RATE-EOF-SW          PIC X(01) VALUE 'N'.
020900         88  WS-RATE-EOF             VALUE 'Y'.
021000     05  WS-ACCT-EOF-SW          PIC X(01) VALUE 'N'.
021100         88  WS-ACCT-EOF             VALUE 'Y'.
021200     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
021300         88  WS-ENTRY-FOUND          VALUE 'Y'.
021400     05  WS-CARD-ERROR-SW        PIC X(01) VALUE 'N'.
021500         88  WS-CARD-ERROR           VALUE 'Y'.
021600     05  WS-RATE-ERROR-SW        PIC X(01) VALUE 'N'.
021700         88  WS-RATE-ERROR           VALUE 'Y'.
021800     05  WS-REFUSED-SW           PIC X(01) VALUE 'N'.
021900         88  WS-REFUSED              VALUE 'Y'.
022000     05  WS-OUT-OPEN-SW          PIC X(01) VALUE 'N'.
022100         88  WS-OUT-OPEN             VALUE 'Y'.
022200     05  WS-TRAILER-SW           PIC X(01) VALUE 'N'.
022300         88  WS-TRAILER-WRITTEN      VALUE 'Y'.
022400     05  WS-UNTIED-SW            PIC X(01) VALUE 'N'.
022500         88  WS-UNTIED               VALUE 'Y'.
022600     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
022700         88  WS-REG-EOF              VALUE 'Y'.
022800     05  WS-QUE-EOF-SW           PIC X(01) VALUE 'N'.
022900         88  WS-QUE-EOF              VALUE 'Y'.
023000     05  WS-IO-FAIL-SW           PIC X(01) VALUE 'N'.
023100         88  WS-IO-FAILED            VALUE 'Y'.

023200 01  WS-FILE-STATUSES.
023300     05  ACR-CTL-FILE-STATUS     PIC X(02) VALUE '00'.
023400     05  CAL-FILE-STATUS         PIC X(02) VALUE '00'.
023500     05  RATE-FILE-STATUS        PIC X(02) VALUE '00'.
023600     05  ACCT-FILE-STATUS        PIC X(02) VALUE '00'.
023700         88  ACCT-STATUS-OK              VALUE '00'.
023800*        STATUS 97 IS A SUCCESSFUL OPEN AFTER AN IMPLICIT
023900*        VERIFY OF AN IMPROPERLY CLOSED CLUSTER - THE FILE IS
024000*        USABLE, SO THE OPEN CHECK MUST NOT FAIL THE RUN ON IT.
024100         88  ACCT-OPEN-GOOD              VALUE '00' '97'.
024200     05  ACR-OUT-FILE-STATUS     PIC X(02) VALUE '00'.
024300     05  REG-IN-FILE-STATUS      PIC X(02) VALUE '00'.
024400     05  ACR-QUE-FILE-STATUS     PIC X(02) VALUE '00'.
024500     05  REPORT-FILE-STATUS      PIC X(02) VALUE '00'.

024600*    RATE TIERS IN ASCENDING LIMIT ORDER, AS LOADED FROM RATEIN.
024700 01  WS-TIER-TABLE.
024800     05  WS-TIER-ENTRY OCCURS 20 TIMES.
024900         10  WS-TR-LIMIT         PIC S9(11)V99 COMP-3.
025000         10  WS-TR-DR-RATE       PIC 9(03)V9(04) COMP-3.
025100         10  WS-TR-CR-RATE       PIC 9(03)V9(04) COMP-3.

025200*    FLAT FEES CHARGED TO EVERY OPEN ACCOUNT.
025300 01  WS-FEE-TABLE.
025400     05  WS-FEE-ENTRY OCCURS 10 TIMES.
025500         10  WS-FE-AMOUNT        PIC S9(07)V99 COMP-3.
025600         10  WS-FE-DESC          PIC X(20).

025700 01  WS-TIER-HEADING.
025800     05  FILLER                  PIC X(40) VALUE
025900         'TIER   UP TO BALANCE   DR RATE   CR RATE'.
026000     05  FILLER                  PIC X(92) VALUE SPACES.

026100 01  WS-TIER-LINE.
026200     05  WS-T-TIER               PIC ZZ9.
026300     05  FILLER                  PIC X(03) VALUE SPACES.
026400     05  WS-T-LIMIT              PIC ZZZZZZZZZZ9.99.
026500     05  FILLER                  PIC X(02) VALUE SPACES.
026600     05  WS-T-DR-RATE            PIC ZZ9.9999.
026700     05  FILLER                  PIC X(02) VALUE SPACES.
026800     05  WS-T-CR-RATE            PIC ZZ9.9999.
026900     05  FILLER                  PIC X(92) VALUE SPACES.

027000 01  WS-FEE-LINE.
027100     05  FILLER                  PIC X(04) VALUE 'FEE '.
027200     05  WS-F-FEE                PIC ZZ9.
027300     05  FILLER                  PIC X(01) VALUE SPACE.
027400     05  WS-F-DESC               PIC X(20).
027500     05  FILLER                  PIC X(02) VALUE SPACES.
027600     05  WS-F-AMOUNT             PIC ZZZZZZ9.99.
027700     05  FILLER                  PIC X(92) VALUE SPACES.

027800 01  WS-REG-HEADING.
027900     05  FILLER                  PIC X(30) VALUE
028000         'ACCOUNT   ST         BALANCE  '.
028100     05  FILLER                  PIC X(30) VALUE
028200         'RATE PCT    INTEREST  DC      '.
028300     05  FILLER                  PIC X(13) VALUE
028400         '  FEES   NOTE'.
028500     05  FILLER                  PIC X(59) VALUE SPACES.

028600 01  WS-REG-LINE.
028700     05  WS-R-ACCOUNT            PIC X(08).
028800     05  FILLER                  PIC X(02) VALUE SPACES.
028900     05  WS-R-STATUS             PIC X(01).
029000     05  FILLER                  PIC X(02) VALUE SPACES.
029100     05  WS-R-BALANCE            PIC ZZZZZZZZZZ9.99-.
029200     05  FILLER                  PIC X(02) VALUE SPACES.
029300     05  WS-R-RATE               PIC ZZ9.9999.
029400     05  FILLER                  PIC X(02) VALUE SPACES.
029500     05  WS-R-INTEREST           PIC ZZZZZZ9.99-.
029600     05  FILLER                  PIC X(01) VALUE SPACE.
029700     05  WS-R-INT-DC             PIC X(02).
029800     05  FILLER                  PIC X(02) VALUE SPACES.
029900     05  WS-R-FEES               PIC ZZZZZZ9.99-.
030000     05  FILLER                  PIC X(02) VALUE SPACES.
030100     05  WS-R-TEXT               PIC X(40).
030200     05  FILLER                  PIC X(23) VALUE SPACES.

030300 01  WS-COUNT-LINE.
030400     05  WS-C-LABEL              PIC X(37).
030500     05  WS-C-COUNT              PIC ZZZZZZ9.
030600     05  FILLER                  PIC X(88) VALUE SPACES.

030700 01  WS-AMOUNT-LINE.
030800     05  WS-M-LABEL              PIC X(37).
030900     05  WS-M-COUNT              PIC ZZZZZZ9.
031000     05  FILLER                  PIC X(02) VALUE SPACES.
031100     05  WS-M-AMOUNT             PIC ZZZZZZZZZZ9.99-.
031200     05  FILLER                  PIC X(71) VALUE SPACES.

031300 PROCEDURE DIVISION.
031400*****************************************************************
031500*    0000-MAINLINE                                              *
031600*****************************************************************
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031900     IF NOT WS-IO-FAILED
032000         AND NOT WS-CARD-ERROR
032100         PERFORM 2000-FIND-MONTH-END THRU 2000-EXIT
032200     END-IF.
032300     IF NOT WS-IO-FAILED
032400         AND NOT WS-CARD-ERROR
032500         AND NOT WS-REFUSED
032600         PERFORM 2500-CHECK-ACCRUED THRU 2500-EXIT
032700     END-IF.
032800     IF NOT WS-IO-FAILED
032900         AND NOT WS-CARD-ERROR
033000         AND NOT WS-REFUSED
033100         PERFORM 3000-LOAD-RATES THRU 3000-EXIT
033200     END-IF.
033300     IF NOT WS-IO-FAILED
033400         AND NOT WS-CARD-ERROR
033500         AND NOT WS-REFUSED
033600         AND NOT WS-RATE-ERROR
033700         PERFORM 4000-ACCRUE THRU 4000-EXIT
033800     END-IF.
033900     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
034000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
034100     STOP RUN.

034200*****************************************************************
034300*    1000-INITIALIZE - OPEN THE REGISTER, TAKE TODAY'S DATE,    *
034400*    AND PICK UP THE ACCRUAL MONTH CARD IF THERE IS ONE.        *
034500*****************************************************************
034600 1000-INITIALIZE.
034700     OPEN OUTPUT REPORT-FILE.
034800     IF REPORT-FILE-STATUS NOT = '00'
034900         DISPLAY 'HELLOACR12 ACRRPT OPEN FAILED, STATUS '
035000             REPORT-FILE-STATUS
035100         SET WS-IO-FAILED TO TRUE
035200         GO TO 1000-EXIT
035300     END-IF.
035400     MOVE SPACES TO REPORT-LINE.
035500     MOVE 'HELLO MONTH-END INTEREST AND FEE ACCRUAL REGISTER'
035600         TO REPORT-LINE.
035700     WRITE REPORT-LINE.
035800     MOVE SPACES TO REPORT-LINE.
035900     WRITE REPORT-LINE.

036000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
036100     DIVIDE WS-TODAY-DATE BY 100 GIVING WS-TODAY-MONTH.
036200     MOVE WS-TODAY-MONTH TO WS-ACR-MONTH.

036300     OPEN INPUT ACR-CTL-FILE.
036400     IF ACR-CTL-FILE-STATUS = '00'
036500         READ ACR-CTL-FILE
036600             AT END
036700                 CONTINUE
036800         END-READ
036900         IF ACR-CTL-FILE-STATUS = '00'
037000             AND ACR-CTL-MONTH NOT = SPACES
037100             PERFORM 1100-CHECK-CARD THRU 1100-EXIT
037200         END-IF
037300         CLOSE ACR-CTL-FILE
037400     END-IF.
037500 1000-EXIT.
037600     EXIT.

037700*****************************************************************
037800*    1100-CHECK-CARD - THE MONTH MUST BE A REAL YYYYMM.         *
037900*****************************************************************
038000 1100-CHECK-CARD.
038100     IF ACR-CTL-MONTH IS NOT NUMERIC
038200         GO TO 1100-BAD-CARD
038300     END-IF.
038400     DIVIDE ACR-CTL-MONTH-N BY 100 GIVING WS-WORK-YEAR
038500         REMAINDER WS-WORK-MM.
038600     IF WS-WORK-MM < 1
038700         OR WS-WORK-MM > 12
038800         GO TO 1100-BAD-CARD
038900     END-IF.
039000     MOVE ACR-CTL-MONTH-N TO WS-ACR-MONTH.
039100     SET WS-CARD-MONTH-GIVEN TO TRUE.
039200     GO TO 1100-EXIT.
039300 1100-BAD-CARD.
039400     MOVE SPACES TO REPORT-LINE.
039500     STRING 'ACRCTL MONTH ' ACR-CTL-MONTH
039600         ' IS NOT A VALID YYYYMM - NOTHING ACCRUED'
039700         DELIMITED BY SIZE INTO REPORT-LINE.
039800     WRITE REPORT-LINE.
039900     SET WS-CARD-ERROR TO TRUE.
040000 1100-EXIT.
040100     EXIT.

040200*****************************************************************
040300*    2000-FIND-MONTH-END - THE LATEST BUSINESS DAY ON CALIN IN  *
040400*    THE ACCRUAL MONTH (AND IN THE MONTH BEFORE IT, FOR WHEN    *
040500*    NO MONTH WAS GIVEN AND THIS ONE HAS NOT FINISHED).  THE    *
040600*    CALENDAR NEED NOT BE IN DATE ORDER.                        *
040700*****************************************************************
040800 2000-FIND-MONTH-END.
040900     DIVIDE WS-ACR-MONTH BY 100 GIVING WS-WORK-YEAR
041000         REMAINDER WS-WORK-MM.
041100     IF WS-WORK-MM = 1
041200         SUBTRACT 1 FROM WS-WORK-YEAR
041300         MOVE 12 TO WS-WORK-MM
041400     ELSE
041500         SUBTRACT 1 FROM WS-WORK-MM
041600     END-IF.
041700     COMPUTE WS-PRIOR-MONTH = WS-WORK-YEAR * 100 + WS-WORK-MM.

041800     OPEN INPUT CAL-FILE.
041900     IF CAL-FILE-STATUS NOT = '00'
042000         MOVE SPACES TO REPORT-LINE
042100         STRING 'CALIN OPEN FAILED, STATUS '
042200             CAL-FILE-STATUS DELIMITED BY SIZE
042300             INTO REPORT-LINE
042400         WRITE REPORT-LINE
042500         SET WS-IO-FAILED TO TRUE
042600         GO TO 2000-EXIT
042700     END-IF.
042800     PERFORM 2100-READ-CAL THRU 2100-EXIT
042900         UNTIL WS-CAL-EOF.
043000     CLOSE CAL-FILE.
043100     IF WS-IO-FAILED
043200         GO TO 2000-EXIT
043300     END-IF.

043400     MOVE SPACES TO REPORT-LINE.
043500     IF WS-CARD-MONTH-GIVEN
043600         IF WS-ME-THIS = 0
043700             STRING 'NO BUSINESS DAY ON CALIN IN MONTH '
043800                 WS-ACR-MONTH ' - NOTHING ACCRUED'
043900                 DELIMITED BY SIZE INTO REPORT-LINE
044000             GO TO 2000-REFUSE
044100         END-IF
044200         IF WS-TODAY-DATE < WS-ME-THIS
044300             STRING 'MONTH ' WS-ACR-MONTH
044400                 ' HAS NOT REACHED ITS LAST BUSINESS DAY '
044500                 WS-ME-THIS ' - NOTHING ACCRUED'
044600                 DELIMITED BY SIZE INTO REPORT-LINE
044700             GO TO 2000-REFUSE
044800         END-IF
044900         MOVE WS-ME-THIS TO WS-MONTH-END
045000     ELSE
045100         IF WS-ME-THIS > 0
045200             AND WS-TODAY-DATE NOT < WS-ME-THIS
045300             MOVE WS-ME-THIS TO WS-MONTH-END
045400         ELSE
045500             IF WS-ME-PRIOR = 0
045600                 STRING 'NO BUSINESS DAY ON CALIN IN MONTH '
045700                     WS-PRIOR-MONTH ' - NOTHING ACCRUED'
045800                     DELIMITED BY SIZE INTO REPORT-LINE
045900                 GO TO 2000-REFUSE
046000             END-IF
046100             MOVE WS-PRIOR-MONTH TO WS-ACR-MONTH
046200             MOVE WS-ME-PRIOR TO WS-MONTH-END
046300         END-IF
046400     END-IF.
046500     STRING 'ACCRUAL MONTH ' WS-ACR-MONTH
046600         ' - LAST BUSINESS DAY ' WS-MONTH-END
046700         ' - SOURCE ACCRUAL'
046800         DELIMITED BY SIZE INTO REPORT-LINE.
046900     WRITE REPORT-LINE.
047000     MOVE SPACES TO REPORT-LINE.
047100     WRITE REPORT-LINE.
047200     GO TO 2000-EXIT.
047300 2000-REFUSE.
047400     WRITE REPORT-LINE.
047500     SET WS-REFUSED TO TRUE.
047600 2000-EXIT.
047700     EXIT.

047800*****************************************************************
047900*    2100-READ-CAL                                              *
048000*****************************************************************
048100 2100-READ-CAL.
048200     READ CAL-FILE
048300         AT END
048400             SET WS-CAL-EOF TO TRUE
048500             GO TO 2100-EXIT
048600     END-READ.
048700     IF CAL-FILE-STATUS NOT = '00'
048800         MOVE SPACES TO REPORT-LINE
048900         STRING 'CALIN READ FAILED, STATUS '
049000             CAL-FILE-STATUS DELIMITED BY SIZE
049100             INTO REPORT-LINE
049200         WRITE REPORT-LINE
049300         SET WS-IO-FAILED TO TRUE
049400         SET WS-CAL-EOF TO TRUE
049500         GO TO 2100-EXIT
049600     END-IF.
049700     IF NOT CAL-TYPE-DAY
049800         OR NOT CAL-DAY-BUSINESS
049900         OR CAL-DATE IS NOT NUMERIC
050000         GO TO 2100-EXIT
050100     END-IF.
050200     DIVIDE CAL-DATE BY 100 GIVING WS-CAL-MONTH.
050300     IF WS-CAL-MONTH = WS-ACR-MONTH
050400         AND CAL-DATE > WS-ME-THIS
050500         MOVE CAL-DATE TO WS-ME-THIS
050600     END-IF.
050700     IF WS-CAL-MONTH = WS-PRIOR-MONTH
050800         AND CAL-DATE > WS-ME-PRIOR
050900         MOVE CAL-DATE TO WS-ME-PRIOR
051000     END-IF.
051100 2100-EXIT.
051200     EXIT.

051300*****************************************************************
051400*    2500-CHECK-ACCRUED - A MONTH IS ACCRUED ONCE.  IT IS       *
051500*    REFUSED IF A SOURCE ACCRUAL FEED WITH THE SAME HEADER DATE *
051600*    IS ALREADY ON THE PROCESSED-FEED REGISTER (POSTED) OR IN   *
051700*    THE QUEUE (WAITING FOR THE NEXT NIGHT).  ONLY SOURCE AND   *
051800*    DATE ARE COMPARED - A RERUN WITH DIFFERENT RATES OR        *
051900*    BALANCES GIVES DIFFERENT TOTALS BUT IS THE SAME MONTH.     *
052000*****************************************************************
052100 2500-CHECK-ACCRUED.
052200     MOVE 'N' TO WS-FOUND-SW.
052300     OPEN INPUT REG-IN-FILE.
052400     IF REG-IN-FILE-STATUS NOT = '00'
052500         MOVE SPACES TO REPORT-LINE
052600         STRING 'REGIN OPEN FAILED, STATUS '
052700             REG-IN-FILE-STATUS DELIMITED BY SIZE
052800             INTO REPORT-LINE
052900         WRITE REPORT-LINE
053000         SET WS-IO-FAILED TO TRUE
053100         GO TO 2500-EXIT
053200     END-IF.
053300     PERFORM 2510-READ-REG THRU 2510-EXIT
053400         UNTIL WS-REG-EOF
053500            OR WS-ENTRY-FOUND.
053600     CLOSE REG-IN-FILE.
053700     IF WS-IO-FAILED
053800         GO TO 2500-EXIT
053900     END-IF.
054000     MOVE SPACES TO REPORT-LINE.
054100     IF WS-ENTRY-FOUND
054200         STRING 'ACCRUAL FEED DATED ' WS-MONTH-END
054300             ' IS ALREADY ON THE PROCESSED-FEED REGISTER'
054400             ' - NOTHING ACCRUED'
054500             DELIMITED BY SIZE INTO REPORT-LINE
054600         GO TO 2500-REFUSE
054700     END-IF.

054800     OPEN INPUT ACR-QUE-FILE.
054900     IF ACR-QUE-FILE-STATUS NOT = '00'
055000         STRING 'ACRQIN OPEN FAILED, STATUS '
055100             ACR-QUE-FILE-STATUS DELIMITED BY SIZE
055200             INTO REPORT-LINE
055300         WRITE REPORT-LINE
055400         SET WS-IO-FAILED TO TRUE
055500         GO TO 2500-EXIT
055600     END-IF.
055700     PERFORM 2520-READ-QUEUE THRU 2520-EXIT
055800         UNTIL WS-QUE-EOF
055900            OR WS-ENTRY-FOUND.
056000     CLOSE ACR-QUE-FILE.
056100     IF WS-IO-FAILED
056200         GO TO 2500-EXIT
056300     END-IF.
056400     MOVE SPACES TO REPORT-LINE.
056500     IF WS-ENTRY-FOUND
056600         STRING 'ACCRUAL FEED DATED ' WS-MONTH-END
056700             ' IS ALREADY QUEUED FOR POSTING - NOTHING ACCRUED'
056800             DELIMITED BY SIZE INTO REPORT-LINE
056900         GO TO 2500-REFUSE
057000     END-IF.
057100     GO TO 2500-EXIT.
057200 2500-REFUSE.
057300     WRITE REPORT-LINE.
057400     SET WS-REFUSED TO TRUE.
057500 2500-EXIT.
057600     EXIT.

057700*****************************************************************
057800*    2510-READ-REG                                              *
057900*****************************************************************
058000 2510-READ-REG.
058100     READ REG-IN-FILE
058200         AT END
058300             SET WS-REG-EOF TO TRUE
058400             GO TO 2510-EXIT
058500     END-READ.
058600     IF REG-IN-FILE-STATUS NOT = '00'
058700         MOVE SPACES TO REPORT-LINE
058800         STRING 'REGIN READ FAILED, STATUS '
058900             REG-IN-FILE-STATUS DELIMITED BY SIZE
059000             INTO REPORT-LINE
059100         WRITE REPORT-LINE
059200         SET WS-IO-FAILED TO TRUE
059300         SET WS-REG-EOF TO TRUE
059400         GO TO 2510-EXIT
059500     END-IF.
059600     IF FREG-SOURCE = 'ACCRUAL '
059700         AND FREG-HDR-DATE = WS-MONTH-END
059800         SET WS-ENTRY-FOUND TO TRUE
059900     END-IF.
060000 2510-EXIT.
060100     EXIT.

060200*****************************************************************
060300*    2520-READ-QUEUE - ONLY THE HEADERS MATTER.                 *
060400*****************************************************************
060500 2520-READ-QUEUE.
060600     READ ACR-QUE-FILE INTO TRAN-RECORD
060700         AT END
060800             SET WS-QUE-EOF TO TRUE
060900             GO TO 2520-EXIT
061000     END-READ.
061100     IF ACR-QUE-FILE-STATUS NOT = '00'
061200         MOVE SPACES TO REPORT-LINE
061300         STRING 'ACRQIN READ FAILED, STATUS '
061400             ACR-QUE-FILE-STATUS DELIMITED BY SIZE
061500             INTO REPORT-LINE
061600         WRITE REPORT-LINE
061700         SET WS-IO-FAILED TO TRUE
061800         SET WS-QUE-EOF TO TRUE
061900         GO TO 2520-EXIT
062000     END-IF.
062100     IF TRAN-TYPE-HEADER
062200         AND TRAN-HDR-SOURCE = 'ACCRUAL '
062300         AND TRAN-HDR-DATE = WS-MONTH-END
062400         SET WS-ENTRY-FOUND TO TRUE
062500     END-IF.
062600 2520-EXIT.
062700     EXIT.


062800*****************************************************************
062900*    3000-LOAD-RATES - THE WHOLE RATEIN DECK IS CHECKED BEFORE  *
063000*    ANYTHING IS ACCRUED; ONE BAD CARD STOPS THE RUN.           *
063100*****************************************************************
063200 3000-LOAD-RATES.
063300     OPEN INPUT RATE-FILE.
063400     IF RATE-FILE-STATUS NOT = '00'
063500         MOVE SPACES TO REPORT-LINE
063600         STRING 'RATEIN OPEN FAILED, STATUS '
063700             RATE-FILE-STATUS DELIMITED BY SIZE
063800             INTO REPORT-LINE
063900         WRITE REPORT-LINE
064000         SET WS-IO-FAILED TO TRUE
064100         GO TO 3000-EXIT
064200     END-IF.
064300     PERFORM 3100-READ-RATE THRU 3100-EXIT
064400         UNTIL WS-RATE-EOF.
064500     CLOSE RATE-FILE.
064600     IF WS-IO-FAILED
064700         GO TO 3000-EXIT
064800     END-IF.
064900     IF WS-TIER-CNT = 0
065000         AND NOT WS-RATE-ERROR
065100         MOVE SPACES TO REPORT-LINE
065200         MOVE 'RATEIN HOLDS NO RATE TIERS - NOTHING ACCRUED'
065300             TO REPORT-LINE
065400         WRITE REPORT-LINE
065500         SET WS-RATE-ERROR TO TRUE
065600     END-IF.
065700     IF WS-RATE-ERROR
065800         GO TO 3000-EXIT
065900     END-IF.

066000     MOVE SPACES TO REPORT-LINE.
066100     MOVE WS-TIER-HEADING TO REPORT-LINE.
066200     WRITE REPORT-LINE.
066300     PERFORM 3200-LIST-TIER THRU 3200-EXIT
066400         VARYING WS-TIER-IX FROM 1 BY 1
066500         UNTIL WS-TIER-IX > WS-TIER-CNT.
066600     PERFORM 3300-LIST-FEE THRU 3300-EXIT
066700         VARYING WS-FEE-IX FROM 1 BY 1
066800         UNTIL WS-FEE-IX > WS-FEE-CNT.
066900     MOVE SPACES TO REPORT-LINE.
067000     WRITE REPORT-LINE.
067100 3000-EXIT.
067200     EXIT.

067300*****************************************************************
067400*    3100-READ-RATE                                             *
067500*****************************************************************
067600 3100-READ-RATE.
067700     READ RATE-FILE
067800         AT END
067900             SET WS-RATE-EOF TO TRUE
068000             GO TO 3100-EXIT
068100     END-READ.
068200     IF RATE-FILE-STATUS NOT = '00'
068300         MOVE SPACES TO REPORT-LINE
068400         STRING 'RATEIN READ FAILED, STATUS '
068500             RATE-FILE-STATUS DELIMITED BY SIZE
068600             INTO REPORT-LINE
068700         WRITE REPORT-LINE
068800         SET WS-IO-FAILED TO TRUE
068900         SET WS-RATE-EOF TO TRUE
069000         GO TO 3100-EXIT
069100     END-IF.
069200     ADD 1 TO WS-RATE-CARD-NO.
069300     EVALUATE TRUE
069400         WHEN RATE-TYPE-COMMENT
069500             CONTINUE
069600         WHEN RATE-TYPE-TIER
069700             PERFORM 3110-LOAD-TIER THRU 3110-EXIT
069800         WHEN RATE-TYPE-FEE
069900             PERFORM 3120-LOAD-FEE THRU 3120-EXIT
070000         WHEN OTHER
070100             MOVE 'CARD TYPE IS NOT T, F, OR *' TO WS-RATE-TEXT
070200             PERFORM 3190-BAD-RATE THRU 3190-EXIT
070300     END-EVALUATE.
070400 3100-EXIT.
070500     EXIT.

070600*****************************************************************
070700*    3110-LOAD-TIER                                             *
070800*****************************************************************
070900 3110-LOAD-TIER.
071000     IF RATE-TIER-LIMIT IS NOT NUMERIC
071100         OR RATE-TIER-DR-RATE IS NOT NUMERIC
071200         OR RATE-TIER-CR-RATE IS NOT NUMERIC
071300         MOVE 'TIER LIMIT OR RATE NOT NUMERIC' TO WS-RATE-TEXT
071400         PERFORM 3190-BAD-RATE THRU 3190-EXIT
071500         GO TO 3110-EXIT
071600     END-IF.
071700     IF WS-TIER-CNT NOT < WS-TIER-MAX
071800         MOVE 'MORE TIERS THAN THE TIER TABLE HOLDS'
071900             TO WS-RATE-TEXT
072000         PERFORM 3190-BAD-RATE THRU 3190-EXIT
072100         GO TO 3110-EXIT
072200     END-IF.
072300     IF WS-TIER-CNT > 0
072400         AND RATE-TIER-LIMIT NOT > WS-TR-LIMIT (WS-TIER-CNT)
072500         MOVE 'TIER LIMIT NOT ABOVE THE TIER BEFORE IT'
072600             TO WS-RATE-TEXT
072700         PERFORM 3190-BAD-RATE THRU 3190-EXIT
072800         GO TO 3110-EXIT
072900     END-IF.
073000     ADD 1 TO WS-TIER-CNT.
073100     MOVE RATE-TIER-LIMIT   TO WS-TR-LIMIT (WS-TIER-CNT).
073200     MOVE RATE-TIER-DR-RATE TO WS-TR-DR-RATE (WS-TIER-CNT).
073300     MOVE RATE-TIER-CR-RATE TO WS-TR-CR-RATE (WS-TIER-CNT).
073400 3110-EXIT.
073500     EXIT.

073600*****************************************************************
073700*    3120-LOAD-FEE                                              *
073800*****************************************************************
073900 3120-LOAD-FEE.
074000     IF RATE-FEE-AMOUNT IS NOT NUMERIC
074100         OR RATE-FEE-AMOUNT = 0
074200         MOVE 'FEE AMOUNT NOT NUMERIC OR ZERO' TO WS-RATE-TEXT
074300         PERFORM 3190-BAD-RATE THRU 3190-EXIT
074400         GO TO 3120-EXIT
074500     END-IF.
074600     IF WS-FEE-CNT NOT < WS-FEE-MAX
074700         MOVE 'MORE FEES THAN THE FEE TABLE HOLDS'
074800             TO WS-RATE-TEXT
074900         PERFORM 3190-BAD-RATE THRU 3190-EXIT
075000         GO TO 3120-EXIT
075100     END-IF.
075200     ADD 1 TO WS-FEE-CNT.
075300     MOVE RATE-FEE-AMOUNT TO WS-FE-AMOUNT (WS-FEE-CNT).
075400     MOVE RATE-FEE-DESC   TO WS-FE-DESC (WS-FEE-CNT).
075500     ADD RATE-FEE-AMOUNT  TO WS-FEE-TOTAL.
075600 3120-EXIT.
075700     EXIT.

075800*****************************************************************
075900*    3190-BAD-RATE - LIST THE CARD AND THE REASON IN            *
076000*    WS-RATE-TEXT; THE RUN STOPS ONCE THE DECK IS READ.         *
076100*****************************************************************
076200 3190-BAD-RATE.
076300     MOVE SPACES TO REPORT-LINE.
076400     STRING 'RATEIN CARD ' WS-RATE-CARD-NO ' REJECTED - '
076500         WS-RATE-TEXT DELIMITED BY SIZE
076600         INTO REPORT-LINE.
076700     WRITE REPORT-LINE.
076800     SET WS-RATE-ERROR TO TRUE.
076900 3190-EXIT.
077000     EXIT.

077100*****************************************************************
077200*    3200-LIST-TIER                                             *
077300*****************************************************************
077400 3200-LIST-TIER.
077500     MOVE WS-TIER-IX                  TO WS-T-TIER.
077600     MOVE WS-TR-LIMIT (WS-TIER-IX)    TO WS-T-LIMIT.
077700     MOVE WS-TR-DR-RATE (WS-TIER-IX)  TO WS-T-DR-RATE.
077800     MOVE WS-TR-CR-RATE (WS-TIER-IX)  TO WS-T-CR-RATE.
077900     MOVE SPACES TO REPORT-LINE.
078000     MOVE WS-TIER-LINE TO REPORT-LINE.
078100     WRITE REPORT-LINE.
078200 3200-EXIT.
078300     EXIT.

078400*****************************************************************
078500*    3300-LIST-FEE                                              *
078600*****************************************************************
078700 3300-LIST-FEE.
078800     MOVE WS-FEE-IX                 TO WS-F-FEE.
078900     MOVE WS-FE-DESC (WS-FEE-IX)    TO WS-F-DESC.
079000     MOVE WS-FE-AMOUNT (WS-FEE-IX)  TO WS-F-AMOUNT.
079100     MOVE SPACES TO REPORT-LINE.
079200     MOVE WS-FEE-LINE TO REPORT-LINE.
079300     WRITE REPORT-LINE.
079400 3300-EXIT.
079500     EXIT.

079600*****************************************************************
079700*    4000-ACCRUE - WRITE THE FEED HEADER, ACCRUE EVERY ACCOUNT  *
079800*    ON THE MASTER IN KEY ORDER, THEN WRITE THE TRAILER FROM    *
079900*    THE DETAILS ACTUALLY WRITTEN.                              *
080000*****************************************************************
080100 4000-ACCRUE.
080200     OPEN INPUT ACCT-FILE.
080300     IF NOT ACCT-OPEN-GOOD
080400         MOVE SPACES TO REPORT-LINE
080500         STRING 'ACCTMST OPEN FAILED, STATUS '
080600             ACCT-FILE-STATUS DELIMITED BY SIZE
080700             INTO REPORT-LINE
080800         WRITE REPORT-LINE
080900         SET WS-IO-FAILED TO TRUE
081000         GO TO 4000-EXIT
081100     END-IF.
081200     OPEN OUTPUT ACR-OUT-FILE.
081300     IF ACR-OUT-FILE-STATUS NOT = '00'
081400         MOVE SPACES TO REPORT-LINE
081500         STRING 'ACROUT OPEN FAILED, STATUS '
081600             ACR-OUT-FILE-STATUS DELIMITED BY SIZE
081700             INTO REPORT-LINE
081800         WRITE REPORT-LINE
081900         SET WS-IO-FAILED TO TRUE
082000         CLOSE ACCT-FILE
082100         GO TO 4000-EXIT
082200     END-IF.
082300     SET WS-OUT-OPEN TO TRUE.

082400     MOVE SPACES        TO TRAN-RECORD.
082500     SET TRAN-TYPE-HEADER TO TRUE.
082600     MOVE WS-MONTH-END  TO TRAN-HDR-DATE.
082700     MOVE 'ACCRUAL '    TO TRAN-HDR-SOURCE.
082800     PERFORM 4900-WRITE-FEED THRU 4900-EXIT.
082900     IF WS-IO-FAILED
083000         CLOSE ACCT-FILE
083100         GO TO 4000-EXIT
083200     END-IF.

083300     MOVE SPACES TO REPORT-LINE.
083400     MOVE WS-REG-HEADING TO REPORT-LINE.
083500     WRITE REPORT-LINE.
083600     PERFORM 4100-READ-ACCT THRU 4100-EXIT.
083700     PERFORM 4200-ACCRUE-ONE THRU 4200-EXIT
083800         UNTIL WS-ACCT-EOF.
083900     CLOSE ACCT-FILE.
084000     IF WS-IO-FAILED
084100         GO TO 4000-EXIT
084200     END-IF.

084300     MOVE SPACES TO TRAN-RECORD.
084400     SET TRAN-TYPE-TRAILER TO TRUE.
084500     MOVE WS-OUT-CNT         TO TRAN-TRL-DETAIL-COUNT.
084600     MOVE WS-OUT-HASH-AMOUNT TO TRAN-TRL-HASH-AMOUNT.
084700     MOVE WS-OUT-DR-CNT      TO TRAN-TRL-DEBIT-COUNT.
084800     MOVE WS-OUT-DR-AMT      TO TRAN-TRL-DEBIT-AMOUNT.
084900     MOVE WS-OUT-CR-CNT      TO TRAN-TRL-CREDIT-COUNT.
085000     MOVE WS-OUT-CR-AMT      TO TRAN-TRL-CREDIT-AMOUNT.
085100     PERFORM 4900-WRITE-FEED THRU 4900-EXIT.
085200     IF NOT WS-IO-FAILED
085300         SET WS-TRAILER-WRITTEN TO TRUE
085400     END-IF.
085500 4000-EXIT.
085600     EXIT.

085700*****************************************************************
085800*    4100-READ-ACCT                                             *
085900*****************************************************************
086000 4100-READ-ACCT.
086100     READ ACCT-FILE
086200         AT END
086300             SET WS-ACCT-EOF TO TRUE
086400             GO TO 4100-EXIT
086500     END-READ.
086600     IF NOT ACCT-STATUS-OK
086700         MOVE SPACES TO REPORT-LINE
086800         STRING 'ACCTMST READ FAILED, STATUS '
086900             ACCT-FILE-STATUS DELIMITED BY SIZE
087000             INTO REPORT-LINE
087100         WRITE REPORT-LINE
087200         SET WS-IO-FAILED TO TRUE
087300         SET WS-ACCT-EOF TO TRUE
087400     END-IF.
087500 4100-EXIT.
087600     EXIT.

087700*****************************************************************
087800*    4200-ACCRUE-ONE - ONE ACCOUNT: PICK THE TIER, WORK THE     *
087900*    MONTH'S INTEREST, WRITE THE INTEREST AND FEE DETAILS, AND  *
088000*    LIST THE ACCOUNT ON THE REGISTER.  AN ACCOUNT THAT CANNOT  *
088100*    BE ACCRUED IN FULL IS HELD BACK WHOLE - NOTHING IS WRITTEN *
088200*    FOR IT - SO IT CAN BE WORKED BY HAND.                      *
088300*****************************************************************
088400 4200-ACCRUE-ONE.
088500     ADD 1 TO WS-ACCT-READ-CNT.
088600     MOVE SPACES TO WS-REG-LINE.
088700     MOVE ACCT-ACCOUNT TO WS-R-ACCOUNT.
088800     MOVE ACCT-STATUS  TO WS-R-STATUS.
088900     IF ACCT-STATUS-CLOSED
089000         ADD 1 TO WS-CLOSED-CNT
089100         MOVE ACCT-BALANCE TO WS-R-BALANCE
089200         MOVE 'CLOSED - NOT ACCRUED' TO WS-R-TEXT
089300         GO TO 4200-LIST
089400     END-IF.
089500     IF ACCT-STATUS-FROZEN
089600         ADD 1 TO WS-FROZEN-CNT
089700         MOVE ACCT-BALANCE TO WS-R-BALANCE
089800         MOVE 'FROZEN - NOT ACCRUED' TO WS-R-TEXT
089900         GO TO 4200-LIST
090000     END-IF.
090100     IF ACCT-BALANCE IS NOT NUMERIC
090200         ADD 1 TO WS-HELD-CNT
090300         MOVE 'BALANCE NOT NUMERIC - HELD BACK' TO WS-R-TEXT
090400         GO TO 4200-LIST
090500     END-IF.
090600     MOVE ACCT-BALANCE TO WS-R-BALANCE.

090700     MOVE 0 TO WS-INTEREST.
090800     MOVE 0 TO WS-RATE.
090900     IF ACCT-BALANCE < 0
091000         COMPUTE WS-ABS-BALANCE = 0 - ACCT-BALANCE
091100         MOVE 'CR' TO WS-INT-DC
091200     ELSE
091300         MOVE ACCT-BALANCE TO WS-ABS-BALANCE
091400         MOVE 'DR' TO WS-INT-DC
091500     END-IF.
091600     IF WS-ABS-BALANCE > 0
091700         MOVE 'N' TO WS-FOUND-SW
091800         PERFORM 4210-MATCH-TIER THRU 4210-EXIT
091900             VARYING WS-TIER-IX FROM 1 BY 1
092000             UNTIL WS-TIER-IX > WS-TIER-CNT
092100                OR WS-ENTRY-FOUND
092200         IF NOT WS-ENTRY-FOUND
092300             ADD 1 TO WS-HELD-CNT
092400             MOVE 'BALANCE ABOVE THE TOP TIER - HELD BACK'
092500                 TO WS-R-TEXT
092600             GO TO 4200-LIST
092700         END-IF
092800         SUBTRACT 1 FROM WS-TIER-IX
092900         IF WS-INT-DC = 'DR'
093000             MOVE WS-TR-DR-RATE (WS-TIER-IX) TO WS-RATE
093100         ELSE
093200             MOVE WS-TR-CR-RATE (WS-TIER-IX) TO WS-RATE
093300         END-IF
093400         COMPUTE WS-INTEREST ROUNDED =
093500             WS-ABS-BALANCE * WS-RATE / 1200
093600     END-IF.
093700     IF WS-INTEREST > WS-DETAIL-MAX-AMT
093800         ADD 1 TO WS-HELD-CNT
093900         MOVE WS-RATE TO WS-R-RATE
094000         MOVE 'INTEREST TOO LARGE FOR A DETAIL - HELD'
094100             TO WS-R-TEXT
094200         GO TO 4200-LIST
094300     END-IF.

094400     ADD 1 TO WS-ACCRUED-CNT.
094500     MOVE WS-RATE TO WS-R-RATE.
094600     IF WS-INTEREST > 0
094700         MOVE SPACES TO TRAN-RECORD
094800         SET TRAN-TYPE-DETAIL TO TRUE
094900         MOVE ACCT-ACCOUNT TO TRAN-DTL-ACCOUNT
095000         MOVE WS-INTEREST  TO TRAN-DTL-AMOUNT
095100         MOVE WS-INT-DC    TO TRAN-DTL-TYPE-CODE
095200         MOVE 0            TO TRAN-DTL-CARRY-CNT
095300         PERFORM 4950-ADD-TO-FEED THRU 4950-EXIT
095400         IF WS-IO-FAILED
095500             GO TO 4200-EXIT
095600         END-IF
095700         IF WS-INT-DC = 'DR'
095800             ADD 1 TO WS-INT-DR-CNT
095900             ADD WS-INTEREST TO WS-INT-DR-AMT
096000         ELSE
096100             ADD 1 TO WS-INT-CR-CNT
096200             ADD WS-INTEREST TO WS-INT-CR-AMT
096300         END-IF
096400         MOVE WS-INTEREST TO WS-R-INTEREST
096500         MOVE WS-INT-DC   TO WS-R-INT-DC
096600     END-IF.
096700     PERFORM 4220-CHARGE-FEE THRU 4220-EXIT
096800         VARYING WS-FEE-IX FROM 1 BY 1
096900         UNTIL WS-FEE-IX > WS-FEE-CNT
097000            OR WS-IO-FAILED.
097100     IF WS-IO-FAILED
097200         GO TO 4200-EXIT
097300     END-IF.
097400     IF WS-FEE-CNT > 0
097500         MOVE WS-FEE-TOTAL TO WS-R-FEES
097600     END-IF.
097700     IF WS-INTEREST = 0
097800         AND WS-FEE-CNT = 0
097900         MOVE 'NOTHING TO ACCRUE' TO WS-R-TEXT
098000     END-IF.
098100 4200-LIST.
098200     MOVE SPACES TO REPORT-LINE.
098300     MOVE WS-REG-LINE TO REPORT-LINE.
098400     WRITE REPORT-LINE.
098500     PERFORM 4100-READ-ACCT THRU 4100-EXIT.
098600 4200-EXIT.
098700     EXIT.

098800*****************************************************************
098900*    4210-MATCH-TIER - THE FIRST TIER WHOSE LIMIT THE BALANCE   *
099000*    DOES NOT EXCEED.                                           *
099100*****************************************************************
099200 4210-MATCH-TIER.
099300     IF WS-ABS-BALANCE NOT > WS-TR-LIMIT (WS-TIER-IX)
099400         SET WS-ENTRY-FOUND TO TRUE
099500     END-IF.
099600 4210-EXIT.
099700     EXIT.

099800*****************************************************************
099900*    4220-CHARGE-FEE - ONE DEBIT DETAIL PER FLAT FEE.           *
100000*****************************************************************
100100 4220-CHARGE-FEE.
100200     MOVE SPACES TO TRAN-RECORD.
100300     SET TRAN-TYPE-DETAIL TO TRUE.
100400     MOVE ACCT-ACCOUNT             TO TRAN-DTL-ACCOUNT.
100500     MOVE WS-FE-AMOUNT (WS-FEE-IX) TO TRAN-DTL-AMOUNT.
100600     MOVE 'DR'                     TO TRAN-DTL-TYPE-CODE.
100700     MOVE 0                        TO TRAN-DTL-CARRY-CNT.
100800     PERFORM 4950-ADD-TO-FEED THRU 4950-EXIT.
100900     IF WS-IO-FAILED
101000         GO TO 4220-EXIT
101100     END-IF.
101200     ADD 1 TO WS-FEE-DTL-CNT.
101300     ADD WS-FE-AMOUNT (WS-FEE-IX) TO WS-FEE-DTL-AMT.
101400 4220-EXIT.
101500     EXIT.

101600*****************************************************************
101700*    4900-WRITE-FEED - WRITE THE RECORD STAGED IN TRAN-RECORD.  *
101800*****************************************************************
101900 4900-WRITE-FEED.
102000     WRITE ACR-OUT-RECORD FROM TRAN-RECORD.
102100     IF ACR-OUT-FILE-STATUS NOT = '00'
102200         MOVE SPACES TO REPORT-LINE
102300         STRING 'ACROUT WRITE FAILED, STATUS '
102400             ACR-OUT-FILE-STATUS DELIMITED BY SIZE
102500             INTO REPORT-LINE
102600         WRITE REPORT-LINE
102700         SET WS-IO-FAILED TO TRUE
102800         SET WS-ACCT-EOF TO TRUE
102900     END-IF.
103000 4900-EXIT.
103100     EXIT.

103200*****************************************************************
103300*    4950-ADD-TO-FEED - WRITE THE DETAIL STAGED IN TRAN-RECORD  *
103400*    AND ROLL IT INTO THE TRAILER TOTALS.                       *
103500*****************************************************************
103600 4950-ADD-TO-FEED.
103700     PERFORM 4900-WRITE-FEED THRU 4900-EXIT.
103800     IF WS-IO-FAILED
103900         GO TO 4950-EXIT
104000     END-IF.
104100     ADD 1 TO WS-OUT-CNT.
104200     ADD TRAN-DTL-AMOUNT TO WS-OUT-HASH-AMOUNT.
104300     IF TRAN-DTL-DEBIT
104400         ADD 1 TO WS-OUT-DR-CNT
104500         ADD TRAN-DTL-AMOUNT TO WS-OUT-DR-AMT
104600     ELSE
104700         ADD 1 TO WS-OUT-CR-CNT
104800         ADD TRAN-DTL-AMOUNT TO WS-OUT-CR-AMT
104900     END-IF.
105000 4950-EXIT.
105100     EXIT.

105200*****************************************************************
105300*    6000-WRITE-TOTALS - THE REGISTER TOTALS, THE TRAILER AS    *
105400*    WRITTEN, AND THE PROOF THAT THE TWO AGREE.                 *
105500*****************************************************************
105600 6000-WRITE-TOTALS.
105700     IF REPORT-FILE-STATUS NOT = '00'
105800         GO TO 6000-EXIT
105900     END-IF.
106000     MOVE SPACES TO REPORT-LINE.
106100     WRITE REPORT-LINE.

106200     MOVE 'ACCOUNTS READ....................... '
106300         TO WS-C-LABEL.
106400     MOVE WS-ACCT-READ-CNT TO WS-C-COUNT.
106500     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

106600     MOVE '  ACCRUED........................... '
106700         TO WS-C-LABEL.
106800     MOVE WS-ACCRUED-CNT TO WS-C-COUNT.
106900     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

107000     MOVE '  CLOSED - NOT ACCRUED.............. '
107100         TO WS-C-LABEL.
107200     MOVE WS-CLOSED-CNT TO WS-C-COUNT.
107300     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

107400     MOVE '  FROZEN - NOT ACCRUED.............. '
107500         TO WS-C-LABEL.
107600     MOVE WS-FROZEN-CNT TO WS-C-COUNT.
107700     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

107800     MOVE '  HELD BACK......................... '
107900         TO WS-C-LABEL.
108000     MOVE WS-HELD-CNT TO WS-C-COUNT.
108100     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.

108200     MOVE SPACES TO REPORT-LINE.
108300     WRITE REPORT-LINE.

108400     MOVE 'DEBIT INTEREST CHARGED.............. '
108500         TO WS-M-LABEL.
108600     MOVE WS-INT-DR-CNT TO WS-M-COUNT.
108700     MOVE WS-INT-DR-AMT TO WS-M-AMOUNT.
108800     PERFORM 6950-WRITE-AMOUNT THRU 6950-EXIT.

108900     MOVE 'FEES CHARGED........................ '
109000         TO WS-M-LABEL.
109100     MOVE WS-FEE-DTL-CNT TO WS-M-COUNT.
109200     MOVE WS-FEE-DTL-AMT TO WS-M-AMOUNT.
109300     PERFORM 6950-WRITE-AMOUNT THRU 6950-EXIT.

109400     MOVE 'CREDIT INTEREST PAID................ '
109500         TO WS-M-LABEL.
109600     MOVE WS-INT-CR-CNT TO WS-M-COUNT.
109700     MOVE WS-INT-CR-AMT TO WS-M-AMOUNT.
109800     PERFORM 6950-WRITE-AMOUNT THRU 6950-EXIT.

109900     IF NOT WS-TRAILER-WRITTEN
110000         GO TO 6000-EXIT
110100     END-IF.

110200     MOVE SPACES TO REPORT-LINE.
110300     WRITE REPORT-LINE.

110400     MOVE 'ACROUT TRAILER - DETAILS / HASH..... '
110500         TO WS-M-LABEL.
110600     MOVE WS-OUT-CNT TO WS-M-COUNT.
110700     MOVE WS-OUT-HASH-AMOUNT TO WS-M-AMOUNT.
110800     PERFORM 6950-WRITE-AMOUNT THRU 6950-EXIT.

110900     MOVE 'ACROUT TRAILER - DEBITS............. '
111000         TO WS-M-LABEL.
111100     MOVE WS-OUT-DR-CNT TO WS-M-COUNT.
111200     MOVE WS-OUT-DR-AMT TO WS-M-AMOUNT.
111300     PERFORM 6950-WRITE-AMOUNT THRU 6950-EXIT.

111400     MOVE 'ACROUT TRAILER - CREDITS............ '
111500         TO WS-M-LABEL.
111600     MOVE WS-OUT-CR-CNT TO WS-M-COUNT.
111700     MOVE WS-OUT-CR-AMT TO WS-M-AMOUNT.
111800     PERFORM 6950-WRITE-AMOUNT THRU 6950-EXIT.

111900*    THE DEBIT SIDE OF THE FEED IS THE DEBIT INTEREST PLUS THE
112000*    FEES; THE CREDIT SIDE IS THE CREDIT INTEREST.
112100     COMPUTE WS-REG-DR-CNT = WS-INT-DR-CNT + WS-FEE-DTL-CNT.
112200     COMPUTE WS-REG-DR-AMT = WS-INT-DR-AMT + WS-FEE-DTL-AMT.
112300     COMPUTE WS-REG-CNT = WS-REG-DR-CNT + WS-INT-CR-CNT.
112400     COMPUTE WS-REG-HASH-AMOUNT = WS-REG-DR-AMT + WS-INT-CR-AMT.
112500     IF WS-REG-CNT NOT = WS-OUT-CNT
112600         OR WS-REG-HASH-AMOUNT NOT = WS-OUT-HASH-AMOUNT
112700         OR WS-REG-DR-CNT NOT = WS-OUT-DR-CNT
112800         OR WS-REG-DR-AMT NOT = WS-OUT-DR-AMT
112900         OR WS-INT-CR-CNT NOT = WS-OUT-CR-CNT
113000         OR WS-INT-CR-AMT NOT = WS-OUT-CR-AMT
113100         SET WS-UNTIED TO TRUE
113200     END-IF.
113300     MOVE SPACES TO REPORT-LINE.
113400     WRITE REPORT-LINE.
113500     MOVE SPACES TO REPORT-LINE.
113600     IF WS-UNTIED
113700         STRING 'REGISTER DOES NOT TIE TO THE ACROUT TRAILER'
113800             ' - DO NOT RELEASE THE FEED'
113900             DELIMITED BY SIZE INTO REPORT-LINE
114000     ELSE
114100         MOVE 'REGISTER TIES TO THE ACROUT TRAILER'
114200             TO REPORT-LINE
114300     END-IF.
114400     WRITE REPORT-LINE.
114500 6000-EXIT.
114600     EXIT.

114700*****************************************************************
114800*    6900-WRITE-COUNT                                           *
114900*****************************************************************
115000 6900-WRITE-COUNT.
115100     MOVE SPACES TO REPORT-LINE.
115200     MOVE WS-COUNT-LINE TO REPORT-LINE.
115300     WRITE REPORT-LINE.
115400 6900-EXIT.
115500     EXIT.

115600*****************************************************************
115700*    6950-WRITE-AMOUNT                                          *
115800*****************************************************************
115900 6950-WRITE-AMOUNT.
116000     MOVE SPACES TO REPORT-LINE.
116100     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
116200     WRITE REPORT-LINE.
116300 6950-EXIT.
116400     EXIT.

116500*****************************************************************
116600*    9999-TERMINATE                                             *
116700*****************************************************************
116800 9999-TERMINATE.
116900     IF WS-OUT-OPEN
117000         CLOSE ACR-OUT-FILE
117100     END-IF.
117200     CLOSE REPORT-FILE.
117300     EVALUATE TRUE
117400         WHEN WS-IO-FAILED
117500             MOVE 12 TO RETURN-CODE
117600         WHEN WS-CARD-ERROR
117700             MOVE 16 TO RETURN-CODE
117800         WHEN WS-RATE-ERROR
117900             MOVE 16 TO RETURN-CODE
118000         WHEN WS-REFUSED
118100             MOVE 8 TO RETURN-CODE
118200         WHEN WS-UNTIED
118300             MOVE 8 TO RETURN-CODE
118400         WHEN WS-HELD-CNT > 0
118500             MOVE 4 TO RETURN-CODE
118600         WHEN OTHER
118700             MOVE 0 TO RETURN-CODE
118800     END-EVALUATE.
118900 9999-EXIT.
119000     EXIT.
