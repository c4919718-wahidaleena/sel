000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOBKO.
000300 AUTHOR.        R L BOYER.
000400 INSTALLATION.  NIGHTLY BATCH SCHEDULING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  HELLOBKO                                                     *
001000*                                                               *
001100*  RUN BACKOUT.  TAKES THE RUN NUMBER ON THE BKOIN CONTROL      *
001200*  CARD, FINDS EVERY CYCLE THAT RUN WROTE TO THE ITERATION      *
001300*  HISTORY, AND UNDOES IT UNDER A RUN OF ITS OWN:               *
001400*                                                               *
001500*    - ONE REVERSAL RECORD PER CYCLE IS APPENDED TO ITERHIST    *
001600*      UNDER RUN TYPE B - SAME CYCLE NUMBER, ACCOUNT, AND       *
001700*      AMOUNT, THE OPPOSITE DEBIT/CREDIT, THE BACKOUT'S OWN     *
001800*      RUN NUMBER AND BUSINESS DATE.                            *
001900*    - EVERY POSTING THE RUN MADE TO ACCTMST IS TAKEN BACK      *
002000*      OFF THE BALANCE, AND THE LAST-POSTED STAMPS MOVE UP TO   *
002100*      THE BACKOUT WHEN IT IS THE LATEST THING ON THE ACCOUNT.  *
002200*    - START AND END AUDIT RECORDS (RUN TYPE B), A COMPLETION   *
002300*      RECORD ON COMPOUT, AND A BKOLOG REGISTER ENTRY ARE       *
002400*      WRITTEN FOR THE BACKOUT RUN.                             *
002500*    - BKORPT LISTS EVERY CYCLE REVERSED AND PROVES THE NET     *
002600*      EFFECT OF THE RUN - ON THE HISTORY AND ON THE MASTER -   *
002700*      IS NOW ZERO.                                             *
002800*                                                               *
002900*  THE CONTROL CARD:                                            *
003000*    COLS  1-8   RUN NUMBER TO BACK OUT                         *
003100*    COLS  9-16  BACKOUT BUSINESS DATE YYYYMMDD - MUST BE A     *
003200*                BUSINESS DAY ON CALIN, NOT BEFORE THE RUN'S    *
003300*    COLS 17-24  OVERRIDE - ONLY WHEN LATER WORK STANDS ON TOP  *
003400*                OF THE RUN (SEE BELOW)                         *
003500*    COLS 25-44  REFERENCE (TICKET OR REQUESTER), COPIED TO     *
003600*                THE REGISTER                                   *
003700*                                                               *
003800*  NOTHING IS WRITTEN UNTIL EVERY CHECK HAS PASSED.  THE RUN    *
003900*  MUST BE ON THE AUDIT TRAIL AS A NORMAL POSTING RUN (A FORCED *
004000*  REGENERATION NEVER POSTED TO THE MASTER, AND A BACKOUT IS    *
004100*  NOT ITSELF BACKED OUT), MUST NOT BE ON THE REGISTER ALREADY, *
004200*  AND MUST NOT HOLD A PENDING CHECKPOINT.  A RUN THAT LATER    *
004300*  WORK HAS BUILT ON - A LATER POSTING TO AN ACCOUNT THE RUN    *
004400*  POSTED, OR A LATER FORCED REGENERATION OF ONE OF ITS CYCLES  *
004500*  - IS REFUSED AND THE LATER WORK LISTED, UNLESS THE CARD      *
004600*  CARRIES OVERRIDE.                                            *
004700*                                                               *
004800*  A POSTING THAT WENT TO ACCTSUSP IS REVERSED ON THE HISTORY   *
004900*  ONLY; THE SUSPENSE ITEM ITSELF IS WORKED ON HELLOSWB AS      *
005000*  EVER.  A CLOSED OR FROZEN ACCOUNT IS STILL REVERSED - THE    *
005100*  MONEY CAME FROM THE RUN, NOT FROM A NEW POSTING - AND IS     *
005200*  FLAGGED ON THE LISTING.                                      *
005300*                                                               *
005400*  RETURN CODES                                                 *
005500*  ------------                                                 *
005600*    00  RUN BACKED OUT, NET EFFECT PROVEN ZERO.                *
005700*    04  RUN BACKED OUT BUT THE PROOF DID NOT COME TO ZERO -    *
005800*        SEE BKORPT.                                            *
005900*    08  BACKOUT REFUSED - SEE BKORPT.  NOTHING WAS WRITTEN.    *
006000*    12  OPEN, READ, OR WRITE FAILED.  IF IT FAILED AFTER THE   *
006100*        BACKOUT RUN NUMBER WAS DRAWN, A COMPLETION RECORD      *
006200*        WITH STATUS 90 IS LEFT ON COMPOUT AND THE REVERSALS    *
006300*        AHEAD OF THE FAILURE STAND.                            *
006400*    16  CONTROL CARD MISSING OR IN ERROR, OR THE RUN IS NOT ON *
006500*        THE AUDIT TRAIL OR THE HISTORY - NOTHING TO DO.        *
006600*                                                               *
006700*  MODIFICATION HISTORY                                         *
006800*  ----------------------------------------------------------   *
006900*  2026-10-15  RLB  ORIGINAL PROGRAM.                           *
007000*                                                               *
007100*****************************************************************

007200 ENVIRONMENT DIVISION.
007300 CONFIGURATION SECTION.
007400 SOURCE-COMPUTER.   IBM-370.
007500 OBJECT-COMPUTER.   IBM-370.

007600 INPUT-OUTPUT SECTION.
007700 FILE-CONTROL.
007800     SELECT CARD-FILE      ASSIGN TO BKOIN
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS CARD-FILE-STATUS.

008100     SELECT CAL-FILE       ASSIGN TO CALIN
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS CAL-FILE-STATUS.

008400     SELECT AUDIT-IN-FILE  ASSIGN TO AUDITIN
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS AUDIT-IN-FILE-STATUS.

008700     SELECT AUDIT-OUT-FILE ASSIGN TO AUDITOUT
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS AUDIT-OUT-FILE-STATUS.

009000     SELECT ITER-IN-FILE   ASSIGN TO ITERIN
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS ITER-IN-FILE-STATUS.

009300     SELECT ITER-OUT-FILE  ASSIGN TO ITEROUT
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS ITER-OUT-FILE-STATUS.

009600     SELECT ACCT-FILE      ASSIGN TO ACCTMST
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS RANDOM
009900         RECORD KEY IS ACCT-KEY
010000         FILE STATUS IS ACCT-FILE-STATUS.

010100     SELECT RUNCT-FILE     ASSIGN TO RUNCTL
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS RUNCT-FILE-STATUS.

010400     SELECT CHKPT-FILE     ASSIGN TO CHKPTFL
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS CHKPT-FILE-STATUS.

010700     SELECT COMP-FILE      ASSIGN TO COMPOUT
010800         ORGANIZATION IS SEQUENTIAL
010900         FILE STATUS IS COMP-FILE-STATUS.

011000     SELECT BKOL-FILE      ASSIGN TO BKOLOG
011100         ORGANIZATION IS SEQUENTIAL
011200         FILE STATUS IS BKOL-FILE-STATUS.

011300     SELECT REPORT-FILE    ASSIGN TO BKORPT
011400         ORGANIZATION IS SEQUENTIAL
011500         FILE STATUS IS REPORT-FILE-STATUS.

011600 DATA DIVISION.
011700 FILE SECTION.
011800 FD  CARD-FILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORD CONTAINS 80 CHARACTERS.
012100 01  CARD-RECORD.
012200     05  CARD-RUN-NUMBER             PIC X(08).
012300     05  CARD-RUN-NUMBER-N REDEFINES CARD-RUN-NUMBER
012400                                     PIC 9(08).
012500     05  CARD-BUS-DATE               PIC X(08).
012600     05  CARD-BUS-DATE-N REDEFINES CARD-BUS-DATE
012700                                     PIC 9(08).
012800     05  CARD-OVERRIDE               PIC X(08).
012900         88  CARD-OVERRIDE-GIVEN         VALUE 'OVERRIDE'.
013000     05  CARD-REFERENCE              PIC X(20).
013100     05  FILLER                      PIC X(36).

013200 FD  CAL-FILE
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 80 CHARACTERS.
013500 COPY CALREC.

013600 FD  AUDIT-IN-FILE
013700     LABEL RECORDS ARE STANDARD
013800     RECORD CONTAINS 72 CHARACTERS.
013900 01  AUDIT-IN-RECORD             PIC X(72).

014000 FD  AUDIT-OUT-FILE
014100     LABEL RECORDS ARE STANDARD
014200     RECORD CONTAINS 72 CHARACTERS.
014300 01  AUDIT-OUT-RECORD            PIC X(72).

014400 FD  ITER-IN-FILE
014500     LABEL RECORDS ARE STANDARD
014600     RECORD CONTAINS 48 CHARACTERS.
014700 01  ITER-IN-RECORD              PIC X(48).

014800 FD  ITER-OUT-FILE
014900     LABEL RECORDS ARE STANDARD
015000     RECORD CONTAINS 48 CHARACTERS.
015100 01  ITER-OUT-RECORD             PIC X(48).

015200 FD  ACCT-FILE
015300     RECORD CONTAINS 48 CHARACTERS.
015400 COPY ACCTREC.

015500 FD  RUNCT-FILE
015600     LABEL RECORDS ARE STANDARD
015700     RECORD CONTAINS 16 CHARACTERS.
015800 COPY RUNCTREC.

015900 FD  CHKPT-FILE
016000     LABEL RECORDS ARE STANDARD
016100     RECORD CONTAINS 36 CHARACTERS.
016200 COPY CHKPTREC.

016300 FD  COMP-FILE
016400     LABEL RECORDS ARE STANDARD
016500     RECORD CONTAINS 56 CHARACTERS.
016600 COPY COMPREC.

016700 FD  BKOL-FILE
016800     LABEL RECORDS ARE STANDARD
016900     RECORD CONTAINS 100 CHARACTERS.
017000 COPY BKOLREC.

017100 FD  REPORT-FILE
017200     LABEL RECORDS OMITTED
017300     RECORD CONTAINS 132 CHARACTERS.
017400 01  REPORT-LINE                 PIC X(132).

017500 WORKING-STORAGE SECTION.
017600 77  WS-TGT-MAX                  PIC 9(05) COMP VALUE 9999.
017700 77  WS-TGT-CNT                  PIC 9(05) COMP VALUE 0.
017800 77  WS-TGT-IX                   PIC 9(05) COMP VALUE 0.
017900 77  WS-TCH-MAX                  PIC 9(05) COMP VALUE 9999.
018000 77  WS-TCH-CNT                  PIC 9(05) COMP VALUE 0.
018100 77  WS-TCH-IX                   PIC 9(05) COMP VALUE 0.
018200 77  WS-HIT-IX                   PIC 9(05) COMP VALUE 0.
018300 77  WS-FRC-MAX                  PIC 9(03) COMP VALUE 500.
018400 77  WS-FRC-CNT                  PIC 9(03) COMP VALUE 0.
018500 77  WS-FRC-IX                   PIC 9(03) COMP VALUE 0.
018600 77  WS-RUNCT-MAX                PIC 9(02) COMP VALUE 20.
018700 77  WS-RUNCT-CNT                PIC 9(02) COMP VALUE 0.
018800 77  WS-RUNCT-IX                 PIC 9(02) COMP VALUE 0.
018900 77  WS-RUNCT-HIT-IX             PIC 9(02) COMP VALUE 0.
019000 77  WS-ITER-POS                 PIC 9(07) COMP VALUE 0.
019100 77  WS-TGT-LAST-POS             PIC 9(07) COMP VALUE 0.
019200 77  WS-LIST-MAX                 PIC 9(03) COMP VALUE 200.
019300 77  WS-CONFLICT-CNT             PIC 9(07) COMP VALUE 0.
019400 77  WS-ERROR-REC-CNT            PIC 9(07) COMP VALUE 0.
019500 77  WS-MST-REV-CNT              PIC 9(07) COMP VALUE 0.
019600 77  WS-SUSP-REV-CNT             PIC 9(07) COMP VALUE 0.
019700 77  WS-HELD-CNT                 PIC 9(07) COMP VALUE 0.
019800 77  WS-WRITTEN-CNT              PIC 9(07) COMP VALUE 0.
019900 77  WS-ORIG-DR-CNT              PIC 9(07) COMP VALUE 0.
020000 77  WS-ORIG-CR-CNT              PIC 9(07) COMP VALUE 0.
020100 77  WS-REV-DR-CNT               PIC 9(07) COMP VALUE 0.
020200 77  WS-REV-CR-CNT               PIC 9(07) COMP VALUE 0.
020300 77  WS-ORIG-DR-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
020400 77  WS-ORIG-CR-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
020500 77  WS-REV-DR-AMT               PIC S9(13)V99 COMP-3 VALUE 0.
020600 77  WS-REV-CR-AMT               PIC S9(13)V99 COMP-3 VALUE 0.
020700 77  WS-HIST-ORIG-NET            PIC S9(13)V99 COMP-3 VALUE 0.
020800 77  WS-HIST-REV-NET             PIC S9(13)V99 COMP-3 VALUE 0.
020900 77  WS-HIST-NET                 PIC S9(13)V99 COMP-3 VALUE 0.
021000 77  WS-MST-ORIG-NET             PIC S9(13)V99 COMP-3 VALUE 0.
021100 77  WS-MST-CHANGE               PIC S9(13)V99 COMP-3 VALUE 0.
021200 77  WS-MST-NET                  PIC S9(13)V99 COMP-3 VALUE 0.
021300 77  WS-SIGNED-AMOUNT            PIC S9(13)V99 COMP-3 VALUE 0.
021400 77  WS-BAL-BEFORE               PIC S9(11)V99 COMP-3 VALUE 0.
021500 77  WS-TARGET-RUN               PIC 9(08) VALUE 0.
021600 77  WS-BKO-DATE                 PIC 9(08) VALUE 0.
021700 77  WS-BACKOUT-RUN              PIC 9(08) VALUE 0.
021800 77  WS-PRIOR-BACKOUT-RUN        PIC 9(08) VALUE 0.
021900 77  WS-JOB-NAME                 PIC X(08) VALUE SPACES.
022000 77  WS-TGT-BUS-DATE             PIC 9(08) VALUE 0.
022100 77  WS-TGT-TYPE                 PIC X(01) VALUE 'N'.
022200 77  WS-FIRST-CYCLE              PIC 9(04) VALUE 0.
022300 77  WS-LAST-CYCLE               PIC 9(04) VALUE 0.
022400 77  WS-DAYS-IN-MONTH            PIC 9(02) COMP VALUE 0.
022500 77  WS-LEAP-REM                 PIC 9(04) COMP VALUE 0.
022600 77  WS-DOW-QUOT                 PIC S9(09) COMP VALUE 0.
022700 77  WS-TODAY-DATE               PIC 9(08) VALUE 0.
022800 77  WS-TODAY-TIME               PIC 9(06) VALUE 0.
022900 77  WS-CURRENT-TIME             PIC 9(06) VALUE 0.
023000 77  WS-END-TIME                 PIC 9(06) VALUE 0.
023100 77  WS-REFUSE-TEXT              PIC X(60) VALUE SPACES.

023200*    THE SHARED LAYOUTS ARE STAGED HERE SO THE INPUT AND THE
023300*    APPENDED OUTPUT OF THE SAME HISTORY ARE PICKED APART BY
023400*    ONE PICTURE.
023500 COPY ITERREC.
023600 COPY AUDITREC.

023700 01  WS-SWITCHES.
023800*        HOW THE RUN STANDS - STAYS BLANK WHILE EVERY CHECK
023900*        AND EVERY WRITE HAS GONE THROUGH.
024000     05  WS-OUTCOME-SW           PIC X(01) VALUE SPACE.
024100         88  WS-OUTCOME-CLEAN        VALUE SPACE.
024200         88  WS-CARD-BAD             VALUE 'C'.
024300         88  WS-REFUSED              VALUE 'R'.
024400         88  WS-IO-FAILED            VALUE 'I'.
024500     05  WS-OPEN-FAIL-SW         PIC X(01) VALUE 'N'.
024600         88  WS-OPEN-FAILED          VALUE 'Y'.
024700     05  WS-OVERRIDE-SW          PIC X(01) VALUE 'N'.
024800         88  WS-OVERRIDE             VALUE 'Y'.
024900     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
025000         88  WS-CAL-EOF              VALUE 'Y'.
025100     05  WS-CAL-SEEN-SW          PIC X(01) VALUE 'N'.
025200         88  WS-CAL-SEEN             VALUE 'Y'.
025300     05  WS-BUS-DAY-SW           PIC X(01) VALUE 'N'.
025400         88  WS-BUS-DAY              VALUE 'Y'.
025500     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE 'N'.
025600         88  WS-AUDIT-EOF            VALUE 'Y'.
025700     05  WS-TGT-FOUND-SW         PIC X(01) VALUE 'N'.
025800         88  WS-TGT-FOUND            VALUE 'Y'.
025900     05  WS-AMBIGUOUS-SW         PIC X(01) VALUE 'N'.
026000         88  WS-AMBIGUOUS            VALUE 'Y'.
026100     05  WS-BKOL-EOF-SW          PIC X(01) VALUE 'N'.
026200         88  WS-BKOL-EOF             VALUE 'Y'.
026300     05  WS-CHKPT-EOF-SW         PIC X(01) VALUE 'N'.
026400         88  WS-CHKPT-EOF            VALUE 'Y'.
026500     05  WS-ITER-EOF-SW          PIC X(01) VALUE 'N'.
026600         88  WS-ITER-EOF             VALUE 'Y'.
026700     05  WS-RUNCT-EOF-SW         PIC X(01) VALUE 'N'.
026800         88  WS-RUNCT-EOF            VALUE 'Y'.
026900     05  WS-RUNCT-FOUND-SW       PIC X(01) VALUE 'N'.
027000         88  WS-RUNCT-FOUND          VALUE 'Y'.
027100     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
027200         88  WS-ENTRY-FOUND          VALUE 'Y'.
027300     05  WS-ACCT-OPEN-SW         PIC X(01) VALUE 'N'.
027400         88  WS-ACCT-IS-OPEN         VALUE 'Y'.
027500     05  WS-ITER-OUT-OPEN-SW     PIC X(01) VALUE 'N'.
027600         88  WS-ITER-OUT-IS-OPEN     VALUE 'Y'.
027700     05  WS-RUN-DRAWN-SW         PIC X(01) VALUE 'N'.
027800         88  WS-RUN-DRAWN            VALUE 'Y'.
027900     05  WS-PROOF-SW             PIC X(01) VALUE 'Y'.
028000         88  WS-PROOF-ZERO           VALUE 'Y'.
028100         88  WS-PROOF-BROKEN         VALUE 'N'.

028200 01  WS-FILE-STATUSES.
028300     05  CARD-FILE-STATUS        PIC X(02) VALUE '00'.
028400     05  CAL-FILE-STATUS         PIC X(02) VALUE '00'.
028500     05  AUDIT-IN-FILE-STATUS    PIC X(02) VALUE '00'.
028600     05  AUDIT-OUT-FILE-STATUS   PIC X(02) VALUE '00'.
028700         88  AUDIT-OUT-STATUS-OK         VALUE '00'.
028800         88  AUDIT-OUT-STATUS-NOT-FOUND  VALUE '35'.
028900     05  ITER-IN-FILE-STATUS     PIC X(02) VALUE '00'.
029000     05  ITER-OUT-FILE-STATUS    PIC X(02) VALUE '00'.
029100         88  ITER-OUT-STATUS-OK          VALUE '00'.
029200     05  ACCT-FILE-STATUS        PIC X(02) VALUE '00'.
029300         88  ACCT-STATUS-OK              VALUE '00'.
029400         88  ACCT-STATUS-NO-RECORD       VALUE '23'.
029500*        STATUS 97 IS A SUCCESSFUL OPEN AFTER AN IMPLICIT
029600*        VERIFY OF AN IMPROPERLY CLOSED CLUSTER - THE FILE IS
029700*        USABLE, SO THE OPEN CHECK MUST NOT FAIL THE RUN ON IT.
029800         88  ACCT-OPEN-GOOD              VALUE '00' '97'.
029900     05  RUNCT-FILE-STATUS       PIC X(02) VALUE '00'.
030000         88  RUNCT-FILE-STATUS-OK        VALUE '00'.
030100         88  RUNCT-FILE-STATUS-NOT-FOUND VALUE '35'.
030200     05  CHKPT-FILE-STATUS       PIC X(02) VALUE '00'.
030300     05  COMP-FILE-STATUS        PIC X(02) VALUE '00'.
030400         88  COMP-FILE-STATUS-OK         VALUE '00'.
030500     05  BKOL-FILE-STATUS        PIC X(02) VALUE '00'.
030600         88  BKOL-STATUS-OK              VALUE '00'.
030700         88  BKOL-STATUS-NOT-FOUND       VALUE '35'.
030800     05  REPORT-FILE-STATUS      PIC X(02) VALUE '00'.

030900*    EVERY RECORD THE RUN WROTE, IN FILE ORDER - THE HISTORY
031000*    IS READ TO THE END BEFORE THE REVERSALS ARE APPENDED TO
031100*    IT, SO THEY ARE HELD HERE IN BETWEEN.
031200 01  WS-TGT-TABLE.
031300     05  WS-TGT-ENTRY OCCURS 9999 TIMES.
031400         10  WS-TG-NUMBER        PIC 9(04).
031500         10  WS-TG-ACCOUNT       PIC X(08).
031600         10  WS-TG-AMOUNT        PIC S9(07)V99.
031700         10  WS-TG-DC            PIC X(01).
031800             88  WS-TG-CREDIT        VALUE 'C'.
031900         10  WS-TG-POSTED-TO     PIC X(01).
032000             88  WS-TG-POSTED-MASTER VALUE 'M'.
032100             88  WS-TG-POSTED-SUSP   VALUE 'S'.
032200         10  WS-TG-STATUS        PIC X(01).
032300             88  WS-TG-STATUS-OK     VALUE 'S'.

032400*    EVERY ACCOUNT THE RUN MAY HAVE POSTED TO THE MASTER - ANY
032500*    GOOD RECORD NOT MARKED AS DIVERTED.  MARKED IS SET WHEN AT
032600*    LEAST ONE OF ITS RECORDS SAYS OUTRIGHT IT LANDED ON THE
032700*    MASTER; ON-FILE AND HELD ARE SET FROM THE MASTER ITSELF.
032800 01  WS-TCH-TABLE.
032900     05  WS-TCH-ENTRY OCCURS 9999 TIMES.
033000         10  WS-TC-ACCOUNT       PIC X(08).
033100         10  WS-TC-MARKED-SW     PIC X(01).
033200             88  WS-TC-MARKED        VALUE 'Y'.
033300         10  WS-TC-ON-FILE-SW    PIC X(01).
033400             88  WS-TC-ON-FILE       VALUE 'Y'.
033500         10  WS-TC-HELD-SW       PIC X(01).
033600             88  WS-TC-HELD          VALUE 'Y'.

033700*    FORCED REGENERATIONS ON THE AUDIT TRAIL.  A LATER ONE IN
033800*    THE RUN'S OWN STREAM THAT REDID ONE OF ITS CYCLES IS WORK
033900*    BUILT ON THE RUN.
034000 01  WS-FRC-TABLE.
034100     05  WS-FRC-ENTRY OCCURS 500 TIMES.
034200         10  WS-FR-JOB-NAME      PIC X(08).
034300         10  WS-FR-RUN-NUMBER    PIC 9(08).

034400*    THE RUN-NUMBER CONTROL FILE IS HELD HERE WHILE THE
034500*    STREAM'S COUNTER IS STEPPED AND THE FILE REWRITTEN - THE
034600*    SAME DRAW HELLO MAKES, SO THE BACKOUT'S RUN NUMBER COMES
034700*    OUT OF THE BACKED-OUT RUN'S OWN SERIES.
034800 01  WS-RUNCT-TABLE.
034900     05  WS-RUNCT-ENTRY OCCURS 20 TIMES.
035000         10  WS-RC-JOB-NAME      PIC X(08).
035100         10  WS-RC-RUN-NUMBER    PIC 9(08).

035200 01  WS-D2S-FIELDS.
035300     05  WS-D2S-DATE             PIC 9(08) VALUE 0.
035400     05  WS-D2S-DATE-X REDEFINES WS-D2S-DATE.
035500         10  WS-D2S-YYYY         PIC 9(04).
035600         10  WS-D2S-MM           PIC 9(02).
035700         10  WS-D2S-DD           PIC 9(02).
035800     05  WS-D2S-SERIAL           PIC S9(09) COMP VALUE 0.
035900     05  WS-D2S-WORK-Y           PIC S9(09) COMP VALUE 0.
036000     05  WS-D2S-WORK-M           PIC S9(04) COMP VALUE 0.
036100     05  WS-D2S-TERM-1           PIC S9(09) COMP VALUE 0.
036200     05  WS-D2S-TERM-2           PIC S9(09) COMP VALUE 0.
036300     05  WS-D2S-TERM-3           PIC S9(09) COMP VALUE 0.
036400     05  WS-D2S-TERM-4           PIC S9(09) COMP VALUE 0.
036500     05  WS-D2S-VALID-SW         PIC X(01) VALUE 'N'.
036600         88  WS-D2S-VALID            VALUE 'Y'.
036700         88  WS-D2S-INVALID          VALUE 'N'.

036800 01  WS-DETAIL-HEAD.
036900     05  FILLER                  PIC X(16)
037000         VALUE 'CYCLE ACCOUNT   '.
037100     05  FILLER                  PIC X(21)
037200         VALUE 'ORIGINAL      AMOUNT '.
037300     05  FILLER                  PIC X(22)
037400         VALUE ' REVERSAL  NEW BALANCE'.
037500     05  FILLER                  PIC X(73) VALUE '   NOTE'.

037600 01  WS-DETAIL-LINE.
037700     05  WS-D-CYCLE              PIC 9(04).
037800     05  FILLER                  PIC X(02) VALUE SPACES.
037900     05  WS-D-ACCOUNT            PIC X(08).
038000     05  FILLER                  PIC X(02) VALUE SPACES.
038100     05  WS-D-ORIG-DC            PIC X(02).
038200     05  FILLER                  PIC X(01) VALUE SPACES.
038300     05  WS-D-ORIG-TO            PIC X(01).
038400     05  FILLER                  PIC X(02) VALUE SPACES.
038500     05  WS-D-AMOUNT             PIC ZZZZZZ9.99-.
038600     05  FILLER                  PIC X(03) VALUE SPACES.
038700     05  WS-D-REV-DC             PIC X(02).
038800     05  FILLER                  PIC X(01) VALUE SPACES.
038900     05  WS-D-REV-TO             PIC X(01).
039000     05  FILLER                  PIC X(01) VALUE SPACES.
039100     05  WS-D-BALANCE            PIC ZZZZZZZZZZ9.99-
039200                                 BLANK WHEN ZERO.
039300     05  FILLER                  PIC X(03) VALUE SPACES.
039400     05  WS-D-NOTE               PIC X(40).
039500     05  FILLER                  PIC X(33) VALUE SPACES.

039600 01  WS-CONFLICT-LINE.
039700     05  FILLER                  PIC X(04) VALUE 'RUN '.
039800     05  WS-X-RUN                PIC 9(08).
039900     05  FILLER                  PIC X(07) VALUE ' CYCLE '.
040000     05  WS-X-CYCLE              PIC 9(04).
040100     05  FILLER                  PIC X(09) VALUE ' ACCOUNT '.
040200     05  WS-X-ACCOUNT            PIC X(08).
040300     05  FILLER                  PIC X(06) VALUE ' DATE '.
040400     05  WS-X-DATE               PIC 9(08).
040500     05  FILLER                  PIC X(02) VALUE SPACES.
040600     05  WS-X-TEXT               PIC X(40).
040700     05  FILLER                  PIC X(36) VALUE SPACES.

040800 01  WS-PROOF-HEAD.
040900     05  FILLER                  PIC X(30) VALUE SPACES.
041000     05  FILLER                  PIC X(18)
041100         VALUE '      ORIGINAL RUN'.
041200     05  FILLER                  PIC X(18)
041300         VALUE '          REVERSAL'.
041400     05  FILLER                  PIC X(18)
041500         VALUE '        NET EFFECT'.
041600     05  FILLER                  PIC X(48) VALUE SPACES.

041700 01  WS-PROOF-LINE.
041800     05  WS-PF-LABEL             PIC X(30).
041900     05  WS-PF-ORIGINAL          PIC ZZZZZZZZZZZZ9.99-.
042000     05  FILLER                  PIC X(01) VALUE SPACES.
042100     05  WS-PF-REVERSAL          PIC ZZZZZZZZZZZZ9.99-.
042200     05  FILLER                  PIC X(01) VALUE SPACES.
042300     05  WS-PF-NET               PIC ZZZZZZZZZZZZ9.99-.
042400     05  FILLER                  PIC X(03) VALUE SPACES.
042500     05  WS-PF-VERDICT           PIC X(20).
042600     05  FILLER                  PIC X(26) VALUE SPACES.

042700 01  WS-AMOUNT-LINE.
042800     05  WS-A-LABEL              PIC X(37).
042900     05  WS-A-COUNT              PIC ZZZZZZ9.
043000     05  FILLER                  PIC X(02) VALUE SPACES.
043100     05  WS-A-AMOUNT             PIC ZZZZZZZZZZZZ9.99-.
043200     05  FILLER                  PIC X(69) VALUE SPACES.

043300 01  WS-COUNT-LINE.
043400     05  WS-C-LABEL              PIC X(37).
043500     05  WS-C-COUNT              PIC ZZZZZZ9.
043600     05  FILLER                  PIC X(88) VALUE SPACES.

043700 PROCEDURE DIVISION.
043800*****************************************************************
043900*    0000-MAINLINE                                              *
044000*****************************************************************
044100 0000-MAINLINE.
044200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044300     IF WS-OPEN-FAILED
044400         MOVE 12 TO RETURN-CODE
044500         STOP RUN
044600     END-IF.
044700     IF WS-OUTCOME-CLEAN
044800         PERFORM 2000-VALIDATE THRU 2000-EXIT
044900     END-IF.
045000     IF WS-OUTCOME-CLEAN
045100         PERFORM 3000-BACKOUT THRU 3000-EXIT
045200     END-IF.
045300     IF WS-RUN-DRAWN
045400         PERFORM 4000-WRITE-PROOF THRU 4000-EXIT
045500     END-IF.
045600     PERFORM 9999-TERMINATE THRU 9999-EXIT.
045700     STOP RUN.

045800*****************************************************************
045900*    1000-INITIALIZE - OPEN THE LISTING, READ AND EDIT THE      *
046000*    ONE CONTROL CARD.                                          *
046100*****************************************************************
046200 1000-INITIALIZE.
046300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
046400     ACCEPT WS-TODAY-TIME FROM TIME.
046500     OPEN OUTPUT REPORT-FILE.
046600     IF REPORT-FILE-STATUS NOT = '00'
046700         DISPLAY 'HELLOBKO12 BKORPT OPEN FAILED, STATUS '
046800             REPORT-FILE-STATUS
046900         SET WS-OPEN-FAILED TO TRUE
047000         GO TO 1000-EXIT
047100     END-IF.
047200     OPEN INPUT CARD-FILE.
047300     IF CARD-FILE-STATUS NOT = '00'
047400         DISPLAY 'HELLOBKO12 BKOIN OPEN FAILED, STATUS '
047500             CARD-FILE-STATUS
047600         SET WS-OPEN-FAILED TO TRUE
047700         CLOSE REPORT-FILE
047800         GO TO 1000-EXIT
047900     END-IF.

048000     MOVE SPACES TO REPORT-LINE.
048100     MOVE 'HELLO RUN BACKOUT' TO REPORT-LINE.
048200     WRITE REPORT-LINE.
048300     MOVE SPACES TO REPORT-LINE.
048400     WRITE REPORT-LINE.

048500     READ CARD-FILE
048600         AT END
048700             MOVE SPACES TO CARD-RECORD
048800             MOVE 'NO CONTROL CARD ON BKOIN' TO WS-REFUSE-TEXT
048900             PERFORM 1900-CARD-ERROR THRU 1900-EXIT
049000     END-READ.
049100     CLOSE CARD-FILE.
049200     IF WS-OUTCOME-CLEAN
049300         PERFORM 1100-EDIT-CARD THRU 1100-EXIT
049400     END-IF.
049500 1000-EXIT.
049600     EXIT.

049700*****************************************************************
049800*    1100-EDIT-CARD - THE RUN NUMBER MUST BE NUMERIC AND NOT    *
049900*    ZERO AND THE BACKOUT DATE A REAL DATE; COLUMNS 17-24 ARE   *
050000*    OVERRIDE OR NOTHING, SO A STRAY PUNCH NEVER PASSES FOR     *
050100*    ONE.  THE CALENDAR CHECK COMES LATER.                      *
050200*****************************************************************
050300 1100-EDIT-CARD.
050400     IF CARD-RUN-NUMBER IS NOT NUMERIC
050500         MOVE 'RUN NUMBER IN COLS 1-8 IS MISSING OR NOT NUMERIC'
050600             TO WS-REFUSE-TEXT
050700         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
050800         GO TO 1100-EXIT
050900     END-IF.
051000     IF CARD-RUN-NUMBER-N = 0
051100         MOVE 'RUN NUMBER IN COLS 1-8 IS ZERO' TO WS-REFUSE-TEXT
051200         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
051300         GO TO 1100-EXIT
051400     END-IF.
051500     MOVE CARD-RUN-NUMBER-N TO WS-TARGET-RUN.
051600     IF CARD-BUS-DATE IS NOT NUMERIC
051700         MOVE 'BACKOUT DATE IN COLS 9-16 MISSING OR NOT NUMERIC'
051800             TO WS-REFUSE-TEXT
051900         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
052000         GO TO 1100-EXIT
052100     END-IF.
052200     MOVE CARD-BUS-DATE-N TO WS-D2S-DATE.
052300     PERFORM 8100-DATE-TO-SERIAL THRU 8100-EXIT.
052400     IF WS-D2S-VALID
052500         PERFORM 8200-CHECK-REAL-DATE THRU 8200-EXIT
052600     END-IF.
052700     IF WS-D2S-INVALID
052800         MOVE 'BACKOUT DATE IS NOT A REAL DATE' TO WS-REFUSE-TEXT
052900         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
053000         GO TO 1100-EXIT
053100     END-IF.
053200     MOVE WS-D2S-DATE TO WS-BKO-DATE.
053300     IF CARD-OVERRIDE NOT = SPACES
053400         AND NOT CARD-OVERRIDE-GIVEN
053500         MOVE 'COLS 17-24 MUST BE OVERRIDE OR BLANK'
053600             TO WS-REFUSE-TEXT
053700         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
053800         GO TO 1100-EXIT
053900     END-IF.
054000     IF CARD-OVERRIDE-GIVEN
054100         SET WS-OVERRIDE TO TRUE
054200     END-IF.
054300 1100-EXIT.
054400     EXIT.

054500*****************************************************************
054600*    1900-CARD-ERROR - LIST WHY THE CARD CANNOT BE ACTED ON.    *
054700*****************************************************************
054800 1900-CARD-ERROR.
054900     MOVE SPACES TO REPORT-LINE.
055000     STRING '*** CARD REJECTED - ' DELIMITED BY SIZE
055100            WS-REFUSE-TEXT         DELIMITED BY SIZE
055200         INTO REPORT-LINE.
055300     WRITE REPORT-LINE.
055400     SET WS-CARD-BAD TO TRUE.
055500 1900-EXIT.
055600     EXIT.

055700*****************************************************************
055800*    2000-VALIDATE - EVERY CHECK, IN ORDER, BEFORE ANYTHING IS  *
055900*    WRITTEN.  THE FIRST ONE THAT FAILS ENDS THE VALIDATION,    *
056000*    EXCEPT THAT THE LATER WORK ON TOP OF THE RUN IS ALWAYS     *
056100*    LISTED IN FULL.                                            *
056200*****************************************************************
056300 2000-VALIDATE.
056400     PERFORM 2100-CHECK-CALENDAR THRU 2100-EXIT.
056500     IF NOT WS-OUTCOME-CLEAN
056600         GO TO 2000-EXIT
056700     END-IF.
056800     PERFORM 2200-SCAN-AUDIT THRU 2200-EXIT.
056900     IF NOT WS-OUTCOME-CLEAN
057000         GO TO 2000-EXIT
057100     END-IF.
057200     PERFORM 2300-SCAN-REGISTER THRU 2300-EXIT.
057300     IF NOT WS-OUTCOME-CLEAN
057400         GO TO 2000-EXIT
057500     END-IF.
057600     PERFORM 2400-SCAN-CHECKPOINT THRU 2400-EXIT.
057700     IF NOT WS-OUTCOME-CLEAN
057800         GO TO 2000-EXIT
057900     END-IF.
058000     PERFORM 2500-COLLECT-RUN THRU 2500-EXIT.
058100     IF NOT WS-OUTCOME-CLEAN
058200         GO TO 2000-EXIT
058300     END-IF.
058400     PERFORM 2600-FIND-LATER-WORK THRU 2600-EXIT.
058500     IF NOT WS-OUTCOME-CLEAN
058600         GO TO 2000-EXIT
058700     END-IF.
058800     PERFORM 2700-CHECK-MASTER THRU 2700-EXIT.
058900 2000-EXIT.
059000     EXIT.

059100*****************************************************************
059200*    2100-CHECK-CALENDAR - THE BACKOUT DATE MUST BE A BUSINESS  *
059300*    DAY ON CALIN, THE SAME CALENDAR HELLO POSTS BY.            *
059400*****************************************************************
059500 2100-CHECK-CALENDAR.
059600     OPEN INPUT CAL-FILE.
059700     IF CAL-FILE-STATUS NOT = '00'
059800         MOVE SPACES TO REPORT-LINE
059900         STRING 'CALIN OPEN FAILED, STATUS '
060000             CAL-FILE-STATUS DELIMITED BY SIZE
060100             INTO REPORT-LINE
060200         WRITE REPORT-LINE
060300         SET WS-IO-FAILED TO TRUE
060400         GO TO 2100-EXIT
060500     END-IF.
060600     PERFORM 2110-READ-CAL THRU 2110-EXIT
060700         UNTIL WS-CAL-EOF
060800            OR WS-BUS-DAY.
060900     CLOSE CAL-FILE.
061000     IF WS-IO-FAILED
061100         GO TO 2100-EXIT
061200     END-IF.
061300     IF NOT WS-CAL-SEEN
061400         MOVE 'BACKOUT DATE IS NOT ON THE CALENDAR'
061500             TO WS-REFUSE-TEXT
061600         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
061700         GO TO 2100-EXIT
061800     END-IF.
061900     IF NOT WS-BUS-DAY
062000         MOVE 'BACKOUT DATE IS NOT A BUSINESS DAY'
062100             TO WS-REFUSE-TEXT
062200         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
062300     END-IF.
062400 2100-EXIT.
062500     EXIT.

062600*****************************************************************
062700*    2110-READ-CAL                                              *
062800*****************************************************************
062900 2110-READ-CAL.
063000     READ CAL-FILE
063100         AT END
063200             SET WS-CAL-EOF TO TRUE
063300             GO TO 2110-EXIT
063400     END-READ.
063500     IF CAL-FILE-STATUS NOT = '00'
063600         MOVE SPACES TO REPORT-LINE
063700         STRING 'CALIN READ FAILED, STATUS '
063800             CAL-FILE-STATUS DELIMITED BY SIZE
063900             INTO REPORT-LINE
064000         WRITE REPORT-LINE
064100         SET WS-IO-FAILED TO TRUE
064200         SET WS-CAL-EOF TO TRUE
064300         GO TO 2110-EXIT
064400     END-IF.
064500     IF CAL-TYPE-DAY
064600         AND CAL-DATE = WS-BKO-DATE
064700         SET WS-CAL-SEEN TO TRUE
064800         IF CAL-DAY-BUSINESS
064900             SET WS-BUS-DAY TO TRUE
065000         END-IF
065100     END-IF.
065200 2110-EXIT.
065300     EXIT.

065400*****************************************************************
065500*    2200-SCAN-AUDIT - FIND THE RUN ON THE AUDIT TRAIL.  ITS    *
065600*    RECORDS NAME THE STREAM IT RAN IN, ITS RUN TYPE, AND ITS   *
065700*    BUSINESS DATE.  EVERY FORCED REGENERATION IS NOTED ON THE  *
065800*    WAY PAST FOR THE LATER-WORK CHECK.                         *
065900*****************************************************************
066000 2200-SCAN-AUDIT.
066100     OPEN INPUT AUDIT-IN-FILE.
066200     IF AUDIT-IN-FILE-STATUS NOT = '00'
066300         MOVE SPACES TO REPORT-LINE
066400         STRING 'AUDITIN OPEN FAILED, STATUS '
066500             AUDIT-IN-FILE-STATUS DELIMITED BY SIZE
066600             INTO REPORT-LINE
066700         WRITE REPORT-LINE
066800         SET WS-IO-FAILED TO TRUE
066900         GO TO 2200-EXIT
067000     END-IF.
067100     PERFORM 2210-READ-AUDIT THRU 2210-EXIT
067200         UNTIL WS-AUDIT-EOF.
067300     CLOSE AUDIT-IN-FILE.
067400     IF WS-IO-FAILED
067500         GO TO 2200-EXIT
067600     END-IF.

067700     IF NOT WS-TGT-FOUND
067800         MOVE 'RUN IS NOT ON THE AUDIT TRAIL' TO WS-REFUSE-TEXT
067900         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
068000         GO TO 2200-EXIT
068100     END-IF.
068200     IF WS-AMBIGUOUS
068300         MOVE 'RUN NUMBER IS AUDITED UNDER MORE THAN ONE JOB'
068400             TO WS-REFUSE-TEXT
068500         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
068600         GO TO 2200-EXIT
068700     END-IF.
068800     PERFORM 2900-LIST-TARGET THRU 2900-EXIT.
068900     IF WS-TGT-TYPE = 'F'
069000         MOVE 'RUN IS A FORCED REGENERATION - IT NEVER POSTED'
069100             TO WS-REFUSE-TEXT
069200         PERFORM 2950-REFUSE THRU 2950-EXIT
069300         GO TO 2200-EXIT
069400     END-IF.
069500     IF WS-TGT-TYPE = 'B'
069600         MOVE 'RUN IS ITSELF A BACKOUT' TO WS-REFUSE-TEXT
069700         PERFORM 2950-REFUSE THRU 2950-EXIT
069800         GO TO 2200-EXIT
069900     END-IF.
070000     IF WS-BKO-DATE < WS-TGT-BUS-DATE
070100         MOVE 'BACKOUT DATE IS EARLIER THAN THE RUN ITSELF'
070200             TO WS-REFUSE-TEXT
070300         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
070400     END-IF.
070500 2200-EXIT.
070600     EXIT.

070700*****************************************************************
070800*    2210-READ-AUDIT                                            *
070900*****************************************************************
071000 2210-READ-AUDIT.
071100     READ AUDIT-IN-FILE INTO AUDIT-RECORD
071200         AT END
071300             SET WS-AUDIT-EOF TO TRUE
071400             GO TO 2210-EXIT
071500     END-READ.
071600     IF AUDIT-IN-FILE-STATUS NOT = '00'
071700         MOVE SPACES TO REPORT-LINE
071800         STRING 'AUDITIN READ FAILED, STATUS '
071900             AUDIT-IN-FILE-STATUS DELIMITED BY SIZE
072000             INTO REPORT-LINE
072100         WRITE REPORT-LINE
072200         SET WS-IO-FAILED TO TRUE
072300         SET WS-AUDIT-EOF TO TRUE
072400         GO TO 2210-EXIT
072500     END-IF.
072600*    A BLANK JOB NAME IS THE PRE-STREAM LAYOUT AND BELONGS TO
072700*    THE ORIGINAL HELLO STREAM.
072800     IF AUDIT-JOB-NAME = SPACES
072900         MOVE 'HELLO' TO AUDIT-JOB-NAME
073000     END-IF.

073100     IF AUDIT-RUN-FORCED
073200         AND AUDIT-TYPE-START
073300         AND AUDIT-RUN-NUMBER NOT = WS-TARGET-RUN
073400         AND WS-FRC-CNT < WS-FRC-MAX
073500         ADD 1 TO WS-FRC-CNT
073600         MOVE AUDIT-JOB-NAME   TO WS-FR-JOB-NAME (WS-FRC-CNT)
073700         MOVE AUDIT-RUN-NUMBER TO WS-FR-RUN-NUMBER (WS-FRC-CNT)
073800     END-IF.

073900     IF AUDIT-RUN-NUMBER NOT = WS-TARGET-RUN
074000         GO TO 2210-EXIT
074100     END-IF.
074200     IF NOT WS-TGT-FOUND
074300         SET WS-TGT-FOUND TO TRUE
074400         MOVE AUDIT-JOB-NAME TO WS-JOB-NAME
074500     ELSE
074600         IF AUDIT-JOB-NAME NOT = WS-JOB-NAME
074700             SET WS-AMBIGUOUS TO TRUE
074800         END-IF
074900     END-IF.
075000     IF AUDIT-RUN-FORCED
075100         MOVE 'F' TO WS-TGT-TYPE
075200     END-IF.
075300     IF AUDIT-RUN-BACKOUT
075400         MOVE 'B' TO WS-TGT-TYPE
075500     END-IF.
075600     IF AUDIT-BUS-DATE IS NUMERIC
075700         AND AUDIT-BUS-DATE > WS-TGT-BUS-DATE
075800         MOVE AUDIT-BUS-DATE TO WS-TGT-BUS-DATE
075900     END-IF.
076000 2210-EXIT.
076100     EXIT.

076200*****************************************************************
076300*    2300-SCAN-REGISTER - A RUN ALREADY ON THE BACKOUT REGISTER *
076400*    HAS BEEN REVERSED ONCE AND MUST NOT BE REVERSED AGAIN.     *
076500*    ON THE VERY FIRST BACKOUT THE REGISTER DOES NOT EXIST YET. *
076600*****************************************************************
076700 2300-SCAN-REGISTER.
076800     OPEN INPUT BKOL-FILE.
076900     IF NOT BKOL-STATUS-OK
077000         GO TO 2300-EXIT
077100     END-IF.
077200     PERFORM 2310-READ-REGISTER THRU 2310-EXIT
077300         UNTIL WS-BKOL-EOF.
077400     CLOSE BKOL-FILE.
077500     IF WS-IO-FAILED
077600         GO TO 2300-EXIT
077700     END-IF.
077800     IF WS-PRIOR-BACKOUT-RUN NOT = 0
077900         MOVE SPACES TO WS-REFUSE-TEXT
078000         STRING 'RUN WAS ALREADY BACKED OUT BY RUN '
078100             WS-PRIOR-BACKOUT-RUN DELIMITED BY SIZE
078200             INTO WS-REFUSE-TEXT
078300         PERFORM 2950-REFUSE THRU 2950-EXIT
078400     END-IF.
078500 2300-EXIT.
078600     EXIT.

078700*****************************************************************
078800*    2310-READ-REGISTER                                         *
078900*****************************************************************
079000 2310-READ-REGISTER.
079100     READ BKOL-FILE
079200         AT END
079300             SET WS-BKOL-EOF TO TRUE
079400             GO TO 2310-EXIT
079500     END-READ.
079600     IF NOT BKOL-STATUS-OK
079700         MOVE SPACES TO REPORT-LINE
079800         STRING 'BKOLOG READ FAILED, STATUS '
079900             BKOL-FILE-STATUS DELIMITED BY SIZE
080000             INTO REPORT-LINE
080100         WRITE REPORT-LINE
080200         SET WS-IO-FAILED TO TRUE
080300         SET WS-BKOL-EOF TO TRUE
080400         GO TO 2310-EXIT
080500     END-IF.
080600     IF BKOL-TARGET-RUN = WS-TARGET-RUN
080700         AND BKOL-JOB-NAME = WS-JOB-NAME
080800         MOVE BKOL-BACKOUT-RUN TO WS-PRIOR-BACKOUT-RUN
080900     END-IF.
081000 2310-EXIT.
081100     EXIT.

081200*****************************************************************
081300*    2400-SCAN-CHECKPOINT - A RUN STILL HOLDING A CHECKPOINT    *
081400*    HAS NOT FINISHED: ITS RESTART WOULD GO ON POSTING UNDER    *
081500*    THE SAME RUN NUMBER AFTER THE BACKOUT.  NO CHECKPOINT      *
081600*    FILE MEANS NO RUN IS PENDING.                              *
081700*****************************************************************
081800 2400-SCAN-CHECKPOINT.
081900     OPEN INPUT CHKPT-FILE.
082000     IF CHKPT-FILE-STATUS NOT = '00'
082100         GO TO 2400-EXIT
082200     END-IF.
082300     PERFORM 2410-READ-CHECKPOINT THRU 2410-EXIT
082400         UNTIL WS-CHKPT-EOF.
082500     CLOSE CHKPT-FILE.
082600 2400-EXIT.
082700     EXIT.

082800*****************************************************************
082900*    2410-READ-CHECKPOINT                                       *
083000*****************************************************************
083100 2410-READ-CHECKPOINT.
083200     READ CHKPT-FILE
083300         AT END
083400             SET WS-CHKPT-EOF TO TRUE
083500             GO TO 2410-EXIT
083600     END-READ.
083700     IF CHKPT-FILE-STATUS NOT = '00'
083800         MOVE SPACES TO REPORT-LINE
083900         STRING 'CHKPTFL READ FAILED, STATUS '
084000             CHKPT-FILE-STATUS DELIMITED BY SIZE
084100             INTO REPORT-LINE
084200         WRITE REPORT-LINE
084300         SET WS-IO-FAILED TO TRUE
084400         SET WS-CHKPT-EOF TO TRUE
084500         GO TO 2410-EXIT
084600     END-IF.
084700     IF CHKPT-RUN-NUMBER IS NUMERIC
084800         AND CHKPT-RUN-NUMBER = WS-TARGET-RUN
084900         AND CHKPT-JOB-NAME = WS-JOB-NAME
085000         AND CHKPT-LAST-WS-A > 0
085100         MOVE 'RUN HOLDS A PENDING CHECKPOINT - IT HAS NOT ENDED'
085200             TO WS-REFUSE-TEXT
085300         PERFORM 2950-REFUSE THRU 2950-EXIT
085400         SET WS-CHKPT-EOF TO TRUE
085500     END-IF.
085600 2410-EXIT.
085700     EXIT.

085800*****************************************************************
085900*    2500-COLLECT-RUN - FIRST PASS OF THE HISTORY.  EVERY       *
086000*    RECORD OF THE RUN IS TABLED IN FILE ORDER, THE ACCOUNTS    *
086100*    IT MAY HAVE POSTED ARE TABLED ONCE EACH, AND THE FILE      *
086200*    POSITION OF ITS LAST RECORD IS KEPT - ANYTHING PAST THAT   *
086300*    BELONGS TO LATER WORK.                                     *
086400*****************************************************************
086500 2500-COLLECT-RUN.
086600     OPEN INPUT ITER-IN-FILE.
086700     IF ITER-IN-FILE-STATUS NOT = '00'
086800         MOVE SPACES TO REPORT-LINE
086900         STRING 'ITERIN OPEN FAILED, STATUS '
087000             ITER-IN-FILE-STATUS DELIMITED BY SIZE
087100             INTO REPORT-LINE
087200         WRITE REPORT-LINE
087300         SET WS-IO-FAILED TO TRUE
087400         GO TO 2500-EXIT
087500     END-IF.
087600     MOVE 0 TO WS-ITER-POS.
087700     MOVE 'N' TO WS-ITER-EOF-SW.
087800     PERFORM 2510-TABLE-RUN-RECORD THRU 2510-EXIT
087900         UNTIL WS-ITER-EOF
088000            OR NOT WS-OUTCOME-CLEAN.
088100     CLOSE ITER-IN-FILE.
088200     IF NOT WS-OUTCOME-CLEAN
088300         GO TO 2500-EXIT
088400     END-IF.
088500     IF WS-TGT-CNT = 0
088600         MOVE 'RUN HAS NO RECORDS ON THE ITERATION HISTORY'
088700             TO WS-REFUSE-TEXT
088800         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
088900         GO TO 2500-EXIT
089000     END-IF.
089100     MOVE WS-TG-NUMBER (1)          TO WS-FIRST-CYCLE.
089200     MOVE WS-TG-NUMBER (WS-TGT-CNT) TO WS-LAST-CYCLE.
089300 2500-EXIT.
089400     EXIT.

089500*****************************************************************
089600*    2510-TABLE-RUN-RECORD                                      *
089700*****************************************************************
089800 2510-TABLE-RUN-RECORD.
089900     READ ITER-IN-FILE INTO ITER-RECORD
090000         AT END
090100             SET WS-ITER-EOF TO TRUE
090200             GO TO 2510-EXIT
090300     END-READ.
090400     IF ITER-IN-FILE-STATUS NOT = '00'
090500         MOVE SPACES TO REPORT-LINE
090600         STRING 'ITERIN READ FAILED, STATUS '
090700             ITER-IN-FILE-STATUS DELIMITED BY SIZE
090800             INTO REPORT-LINE
090900         WRITE REPORT-LINE
091000         SET WS-IO-FAILED TO TRUE
091100         SET WS-ITER-EOF TO TRUE
091200         GO TO 2510-EXIT
091300     END-IF.
091400     ADD 1 TO WS-ITER-POS.
091500     IF ITER-RUN-NUMBER NOT = WS-TARGET-RUN
091600         GO TO 2510-EXIT
091700     END-IF.
091800     IF WS-TGT-CNT >= WS-TGT-MAX
091900         MOVE 'RUN HOLDS MORE RECORDS THAN THE BACKOUT TABLE'
092000             TO WS-REFUSE-TEXT
092100         PERFORM 2950-REFUSE THRU 2950-EXIT
092200         GO TO 2510-EXIT
092300     END-IF.
092400     ADD 1 TO WS-TGT-CNT.
092500     MOVE WS-ITER-POS       TO WS-TGT-LAST-POS.
092600     MOVE ITER-NUMBER       TO WS-TG-NUMBER (WS-TGT-CNT).
092700     MOVE ITER-TRAN-ACCOUNT TO WS-TG-ACCOUNT (WS-TGT-CNT).
092800     MOVE ITER-TRAN-AMOUNT  TO WS-TG-AMOUNT (WS-TGT-CNT).
092900     MOVE ITER-TRAN-DC      TO WS-TG-DC (WS-TGT-CNT).
093000     MOVE ITER-POSTED-TO    TO WS-TG-POSTED-TO (WS-TGT-CNT).
093100     MOVE ITER-STATUS       TO WS-TG-STATUS (WS-TGT-CNT).
093200     IF NOT ITER-STATUS-OK
093300         ADD 1 TO WS-ERROR-REC-CNT
093400         GO TO 2510-EXIT
093500     END-IF.

093600     IF ITER-TRAN-CREDIT
093700         ADD 1                TO WS-ORIG-CR-CNT
093800         ADD ITER-TRAN-AMOUNT TO WS-ORIG-CR-AMT
093900         SUBTRACT ITER-TRAN-AMOUNT FROM WS-HIST-ORIG-NET
094000     ELSE
094100         ADD 1                TO WS-ORIG-DR-CNT
094200         ADD ITER-TRAN-AMOUNT TO WS-ORIG-DR-AMT
094300         ADD ITER-TRAN-AMOUNT TO WS-HIST-ORIG-NET
094400     END-IF.
094500     IF ITER-POSTED-SUSPENSE
094600         GO TO 2510-EXIT
094700     END-IF.
094800     MOVE 'N' TO WS-FOUND-SW.
094900     PERFORM 2520-MATCH-TOUCHED THRU 2520-EXIT
095000         VARYING WS-TCH-IX FROM 1 BY 1
095100         UNTIL WS-TCH-IX > WS-TCH-CNT
095200            OR WS-ENTRY-FOUND.
095300     IF NOT WS-ENTRY-FOUND
095400         ADD 1 TO WS-TCH-CNT
095500         MOVE WS-TCH-CNT TO WS-HIT-IX
095600         MOVE ITER-TRAN-ACCOUNT TO WS-TC-ACCOUNT (WS-HIT-IX)
095700         MOVE 'N' TO WS-TC-MARKED-SW (WS-HIT-IX)
095800         MOVE 'N' TO WS-TC-ON-FILE-SW (WS-HIT-IX)
095900         MOVE 'N' TO WS-TC-HELD-SW (WS-HIT-IX)
096000     END-IF.
096100     IF ITER-POSTED-MASTER
096200         MOVE 'Y' TO WS-TC-MARKED-SW (WS-HIT-IX)
096300     END-IF.
096400 2510-EXIT.
096500     EXIT.

096600*****************************************************************
096700*    2520-MATCH-TOUCHED                                         *
096800*****************************************************************
096900 2520-MATCH-TOUCHED.
097000     IF WS-TC-ACCOUNT (WS-TCH-IX) = ITER-TRAN-ACCOUNT
097100         MOVE WS-TCH-IX TO WS-HIT-IX
097200         SET WS-ENTRY-FOUND TO TRUE
097300     END-IF.
097400 2520-EXIT.
097500     EXIT.

097600*****************************************************************
097700*    2600-FIND-LATER-WORK - SECOND PASS OF THE HISTORY.  A      *
097800*    RECORD PAST THE RUN'S LAST ONE HAS BUILT ON THE RUN WHEN   *
097900*    IT POSTED TO AN ACCOUNT THE RUN POSTED (ITS BALANCE        *
098000*    STARTED FROM THE RUN'S) OR IS A FORCED REGENERATION, IN    *
098100*    THE SAME STREAM, OF ONE OF THE RUN'S CYCLES.  ALL OF IT IS *
098200*    LISTED; WITHOUT OVERRIDE ON THE CARD THE BACKOUT IS        *
098300*    REFUSED.                                                   *
098400*****************************************************************
098500 2600-FIND-LATER-WORK.
098600     OPEN INPUT ITER-IN-FILE.
098700     IF ITER-IN-FILE-STATUS NOT = '00'
098800         MOVE SPACES TO REPORT-LINE
098900         STRING 'ITERIN OPEN FAILED, STATUS '
099000             ITER-IN-FILE-STATUS DELIMITED BY SIZE
099100             INTO REPORT-LINE
099200         WRITE REPORT-LINE
099300         SET WS-IO-FAILED TO TRUE
099400         GO TO 2600-EXIT
099500     END-IF.
099600     MOVE 0 TO WS-ITER-POS.
099700     MOVE 'N' TO WS-ITER-EOF-SW.
099800     PERFORM 2610-CHECK-LATER-RECORD THRU 2610-EXIT
099900         UNTIL WS-ITER-EOF.
100000     CLOSE ITER-IN-FILE.
100100     IF WS-IO-FAILED
100200         GO TO 2600-EXIT
100300     END-IF.
100400     IF WS-CONFLICT-CNT = 0
100500         GO TO 2600-EXIT
100600     END-IF.

100700     IF WS-CONFLICT-CNT > WS-LIST-MAX
100800         MOVE SPACES TO REPORT-LINE
100900         MOVE '    ... FURTHER LATER RECORDS NOT LISTED'
101000             TO REPORT-LINE
101100         WRITE REPORT-LINE
101200     END-IF.
101300     MOVE 'LATER RECORDS BUILT ON THE RUN....... '
101400         TO WS-C-LABEL.
101500     MOVE WS-CONFLICT-CNT TO WS-C-COUNT.
101600     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
101700     IF WS-OVERRIDE
101800         MOVE SPACES TO REPORT-LINE
101900         MOVE 'OVERRIDE GIVEN - THE LATER WORK STANDS AS POSTED'
102000             TO REPORT-LINE
102100         WRITE REPORT-LINE
102200         MOVE SPACES TO REPORT-LINE
102300         WRITE REPORT-LINE
102400     ELSE
102500         MOVE 'LATER WORK HAS BUILT ON THE RUN - OVERRIDE NEEDED'
102600             TO WS-REFUSE-TEXT
102700         PERFORM 2950-REFUSE THRU 2950-EXIT
102800     END-IF.
102900 2600-EXIT.
103000     EXIT.

103100*****************************************************************
103200*    2610-CHECK-LATER-RECORD                                    *
103300*****************************************************************
103400 2610-CHECK-LATER-RECORD.
103500     READ ITER-IN-FILE INTO ITER-RECORD
103600         AT END
103700             SET WS-ITER-EOF TO TRUE
103800             GO TO 2610-EXIT
103900     END-READ.
104000     IF ITER-IN-FILE-STATUS NOT = '00'
104100         MOVE SPACES TO REPORT-LINE
104200         STRING 'ITERIN READ FAILED, STATUS '
104300             ITER-IN-FILE-STATUS DELIMITED BY SIZE
104400             INTO REPORT-LINE
104500         WRITE REPORT-LINE
104600         SET WS-IO-FAILED TO TRUE
104700         SET WS-ITER-EOF TO TRUE
104800         GO TO 2610-EXIT
104900     END-IF.
105000     ADD 1 TO WS-ITER-POS.
105100     IF WS-ITER-POS NOT > WS-TGT-LAST-POS
105200         OR ITER-RUN-NUMBER = WS-TARGET-RUN
105300         GO TO 2610-EXIT
105400     END-IF.

105500*    A REGENERATION NEVER POSTS; IT ONLY MATTERS WHEN IT REDID
105600*    ONE OF THE RUN'S OWN CYCLES.
105700     IF ITER-RUN-REGEN
105800         IF ITER-NUMBER < WS-FIRST-CYCLE
105900             OR ITER-NUMBER > WS-LAST-CYCLE
106000             GO TO 2610-EXIT
106100         END-IF
106200         MOVE 'N' TO WS-FOUND-SW
106300         PERFORM 2620-MATCH-FORCED-RUN THRU 2620-EXIT
106400             VARYING WS-FRC-IX FROM 1 BY 1
106500             UNTIL WS-FRC-IX > WS-FRC-CNT
106600                OR WS-ENTRY-FOUND
106700         IF WS-ENTRY-FOUND
106800             MOVE 'REGENERATES A CYCLE OF THE RUN'
106900                 TO WS-X-TEXT
107000             PERFORM 2650-LIST-LATER THRU 2650-EXIT
107100         END-IF
107200         GO TO 2610-EXIT
107300     END-IF.

107400     IF NOT ITER-STATUS-OK
107500         OR ITER-POSTED-SUSPENSE
107600         GO TO 2610-EXIT
107700     END-IF.
107800     MOVE 'N' TO WS-FOUND-SW.
107900     PERFORM 2520-MATCH-TOUCHED THRU 2520-EXIT
108000         VARYING WS-TCH-IX FROM 1 BY 1
108100         UNTIL WS-TCH-IX > WS-TCH-CNT
108200            OR WS-ENTRY-FOUND.
108300     IF WS-ENTRY-FOUND
108400         MOVE 'POSTS TO AN ACCOUNT THE RUN POSTED'
108500             TO WS-X-TEXT
108600         PERFORM 2650-LIST-LATER THRU 2650-EXIT
108700     END-IF.
108800 2610-EXIT.
108900     EXIT.

109000*****************************************************************
109100*    2620-MATCH-FORCED-RUN - A FORCED RUN OF THE SAME STREAM.   *
109200*****************************************************************
109300 2620-MATCH-FORCED-RUN.
109400     IF WS-FR-RUN-NUMBER (WS-FRC-IX) = ITER-RUN-NUMBER
109500         AND WS-FR-JOB-NAME (WS-FRC-IX) = WS-JOB-NAME
109600         SET WS-ENTRY-FOUND TO TRUE
109700     END-IF.
109800 2620-EXIT.
109900     EXIT.

110000*****************************************************************
110100*    2650-LIST-LATER - ONE LINE PER LATER RECORD, UP TO THE     *
110200*    LISTING LIMIT.  THE FIRST ONE LAYS DOWN THE HEADING.       *
110300*****************************************************************
110400 2650-LIST-LATER.
110500     ADD 1 TO WS-CONFLICT-CNT.
110600     IF WS-CONFLICT-CNT = 1
110700         MOVE SPACES TO REPORT-LINE
110800         MOVE 'LATER WORK BUILT ON THE RUN:' TO REPORT-LINE
110900         WRITE REPORT-LINE
111000     END-IF.
111100     IF WS-CONFLICT-CNT > WS-LIST-MAX
111200         GO TO 2650-EXIT
111300     END-IF.
111400     MOVE ITER-RUN-NUMBER   TO WS-X-RUN.
111500     MOVE ITER-NUMBER       TO WS-X-CYCLE.
111600     MOVE ITER-TRAN-ACCOUNT TO WS-X-ACCOUNT.
111700     MOVE ITER-DATE         TO WS-X-DATE.
111800     MOVE SPACES TO REPORT-LINE.
111900     MOVE WS-CONFLICT-LINE TO REPORT-LINE.
112000     WRITE REPORT-LINE.
112100 2650-EXIT.
112200     EXIT.

112300*****************************************************************
112400*    2700-CHECK-MASTER - OPEN THE MASTER FOR UPDATE AND LOOK UP *
112500*    EVERY ACCOUNT THE RUN MAY HAVE POSTED.  ONE MARKED AS      *
112600*    POSTED BUT NO LONGER ON FILE CANNOT BE REVERSED AND        *
112700*    REFUSES THE BACKOUT; AN UNMARKED ONE (WRITTEN BEFORE THE   *
112800*    MARK EXISTED) THAT IS NOT ON FILE WAS DIVERTED AND HAS     *
112900*    NOTHING ON THE MASTER TO TAKE BACK.                        *
113000*****************************************************************
113100 2700-CHECK-MASTER.
113200     OPEN I-O ACCT-FILE.
113300     IF NOT ACCT-OPEN-GOOD
113400         MOVE SPACES TO REPORT-LINE
113500         STRING 'ACCTMST OPEN FAILED, STATUS '
113600             ACCT-FILE-STATUS DELIMITED BY SIZE
113700             INTO REPORT-LINE
113800         WRITE REPORT-LINE
113900         SET WS-IO-FAILED TO TRUE
114000         GO TO 2700-EXIT
114100     END-IF.
114200     SET WS-ACCT-IS-OPEN TO TRUE.
114300     PERFORM 2710-CHECK-ONE-ACCOUNT THRU 2710-EXIT
114400         VARYING WS-TCH-IX FROM 1 BY 1
114500         UNTIL WS-TCH-IX > WS-TCH-CNT
114600            OR WS-IO-FAILED.
114700 2700-EXIT.
114800     EXIT.

114900*****************************************************************
115000*    2710-CHECK-ONE-ACCOUNT                                     *
115100*****************************************************************
115200 2710-CHECK-ONE-ACCOUNT.
115300     MOVE WS-TC-ACCOUNT (WS-TCH-IX) TO ACCT-ACCOUNT.
115400     READ ACCT-FILE
115500         INVALID KEY
115600             CONTINUE
115700     END-READ.
115800     EVALUATE TRUE
115900         WHEN ACCT-STATUS-OK
116000             MOVE 'Y' TO WS-TC-ON-FILE-SW (WS-TCH-IX)
116100             IF ACCT-STATUS-CLOSED
116200                 OR ACCT-STATUS-FROZEN
116300                 MOVE 'Y' TO WS-TC-HELD-SW (WS-TCH-IX)
116400             END-IF
116500         WHEN ACCT-STATUS-NO-RECORD
116600             IF WS-TC-MARKED (WS-TCH-IX)
116700                 MOVE SPACES TO WS-REFUSE-TEXT
116800                 STRING 'ACCOUNT ' WS-TC-ACCOUNT (WS-TCH-IX)
116900                     ' THE RUN POSTED IS NO LONGER ON ACCTMST'
117000                     DELIMITED BY SIZE
117100                     INTO WS-REFUSE-TEXT
117200                 PERFORM 2950-REFUSE THRU 2950-EXIT
117300             END-IF
117400         WHEN OTHER
117500             MOVE SPACES TO REPORT-LINE
117600             STRING 'ACCTMST READ FAILED, STATUS '
117700                 ACCT-FILE-STATUS DELIMITED BY SIZE
117800                 INTO REPORT-LINE
117900             WRITE REPORT-LINE
118000             SET WS-IO-FAILED TO TRUE
118100     END-EVALUATE.
118200 2710-EXIT.
118300     EXIT.

118400*****************************************************************
118500*    2900-LIST-TARGET - WHAT THE CARD ASKED FOR, AS FOUND ON    *
118600*    THE AUDIT TRAIL.                                           *
118700*****************************************************************
118800 2900-LIST-TARGET.
118900     MOVE SPACES TO REPORT-LINE.
119000     STRING 'RUN TO BACK OUT ' WS-TARGET-RUN
119100            '   STREAM ' WS-JOB-NAME
119200            '   RUN BUSINESS DATE ' WS-TGT-BUS-DATE
119300            '   RUN TYPE ' WS-TGT-TYPE
119400         DELIMITED BY SIZE
119500         INTO REPORT-LINE.
119600     WRITE REPORT-LINE.
119700     MOVE SPACES TO REPORT-LINE.
119800     STRING 'BACKOUT DATE    ' WS-BKO-DATE
119900            '   REFERENCE ' CARD-REFERENCE
120000            '   OVERRIDE ' WS-OVERRIDE-SW
120100         DELIMITED BY SIZE
120200         INTO REPORT-LINE.
120300     WRITE REPORT-LINE.
120400     MOVE SPACES TO REPORT-LINE.
120500     WRITE REPORT-LINE.
120600 2900-EXIT.
120700     EXIT.

120800*****************************************************************
120900*    2950-REFUSE - LIST WHY THE BACKOUT WILL NOT BE MADE.       *
121000*****************************************************************
121100 2950-REFUSE.
121200     MOVE SPACES TO REPORT-LINE.
121300     STRING '*** BACKOUT REFUSED - ' DELIMITED BY SIZE
121400            WS-REFUSE-TEXT           DELIMITED BY SIZE
121500         INTO REPORT-LINE.
121600     WRITE REPORT-LINE.
121700     SET WS-REFUSED TO TRUE.
121800 2950-EXIT.
121900     EXIT.

122000*****************************************************************
122100*    3000-BACKOUT - EVERY CHECK HAS PASSED.  DRAW THE BACKOUT   *
122200*    RUN NUMBER, OPEN THE AUDIT RECORD, APPEND ONE REVERSAL PER *
122300*    RECORD OF THE RUN (TAKING EACH POSTING BACK OFF THE        *
122400*    MASTER AS IT GOES), THEN CLOSE THE AUDIT RECORD AND WRITE  *
122500*    THE COMPLETION RECORD AND THE REGISTER ENTRY.              *
122600*****************************************************************
122700 3000-BACKOUT.
122800     PERFORM 3100-DRAW-RUN-NUMBER THRU 3100-EXIT.
122900     IF NOT WS-OUTCOME-CLEAN
123000         GO TO 3000-EXIT
123100     END-IF.
123200     SET AUDIT-TYPE-START TO TRUE.
123300     PERFORM 3200-WRITE-AUDIT THRU 3200-EXIT.
123400     IF NOT WS-OUTCOME-CLEAN
123500         GO TO 3000-FAILED
123600     END-IF.

123700     OPEN EXTEND ITER-OUT-FILE.
123800     IF NOT ITER-OUT-STATUS-OK
123900         MOVE SPACES TO REPORT-LINE
124000         STRING 'ITEROUT OPEN FAILED, STATUS '
124100             ITER-OUT-FILE-STATUS DELIMITED BY SIZE
124200             INTO REPORT-LINE
124300         WRITE REPORT-LINE
124400         SET WS-IO-FAILED TO TRUE
124500         GO TO 3000-FAILED
124600     END-IF.
124700     SET WS-ITER-OUT-IS-OPEN TO TRUE.
124800     MOVE SPACES TO REPORT-LINE.
124900     MOVE WS-DETAIL-HEAD TO REPORT-LINE.
125000     WRITE REPORT-LINE.
125100     MOVE SPACES TO REPORT-LINE.
125200     MOVE ALL '-' TO REPORT-LINE.
125300     WRITE REPORT-LINE.
125400     PERFORM 3300-REVERSE-ONE THRU 3300-EXIT
125500         VARYING WS-TGT-IX FROM 1 BY 1
125600         UNTIL WS-TGT-IX > WS-TGT-CNT
125700            OR NOT WS-OUTCOME-CLEAN.
125800     CLOSE ITER-OUT-FILE.
125900     MOVE 'N' TO WS-ITER-OUT-OPEN-SW.
126000     IF NOT WS-OUTCOME-CLEAN
126100         GO TO 3000-FAILED
126200     END-IF.

126300     ACCEPT WS-END-TIME FROM TIME.
126400     SET AUDIT-TYPE-END TO TRUE.
126500     PERFORM 3200-WRITE-AUDIT THRU 3200-EXIT.
126600     IF NOT WS-OUTCOME-CLEAN
126700         GO TO 3000-FAILED
126800     END-IF.
126900     SET COMP-STATUS-OK TO TRUE.
127000     PERFORM 3500-WRITE-COMPLETION THRU 3500-EXIT.
127100     IF NOT WS-OUTCOME-CLEAN
127200         GO TO 3000-EXIT
127300     END-IF.
127400     PERFORM 3600-WRITE-REGISTER THRU 3600-EXIT.
127500     GO TO 3000-EXIT.

127600*    A FAILURE AFTER THE RUN NUMBER WAS DRAWN LEAVES A STATUS
127700*    90 COMPLETION RECORD SO THE BACKOUT RUN IS ACCOUNTED FOR.
127800 3000-FAILED.
127900     ACCEPT WS-END-TIME FROM TIME.
128000     SET COMP-STATUS-IO-ERROR TO TRUE.
128100     PERFORM 3500-WRITE-COMPLETION THRU 3500-EXIT.
128200 3000-EXIT.
128300     EXIT.

128400*****************************************************************
128500*    3100-DRAW-RUN-NUMBER - STEP THE RUN'S OWN STREAM COUNTER   *
128600*    ON RUNCTL AND REWRITE THE FILE, AS HELLO DOES.             *
128700*****************************************************************
128800 3100-DRAW-RUN-NUMBER.
128900     MOVE 0 TO WS-RUNCT-CNT.
129000     MOVE 'N' TO WS-RUNCT-EOF-SW.
129100     OPEN INPUT RUNCT-FILE.
129200     IF RUNCT-FILE-STATUS-OK
129300         PERFORM 3110-READ-RUNCT THRU 3110-EXIT
129400             UNTIL WS-RUNCT-EOF
129500         CLOSE RUNCT-FILE
129600     ELSE
129700         IF NOT RUNCT-FILE-STATUS-NOT-FOUND
129800             MOVE SPACES TO REPORT-LINE
129900             STRING 'RUNCTL OPEN FAILED, STATUS '
130000                 RUNCT-FILE-STATUS DELIMITED BY SIZE
130100                 INTO REPORT-LINE
130200             WRITE REPORT-LINE
130300             SET WS-IO-FAILED TO TRUE
130400         END-IF
130500     END-IF.
130600     IF NOT WS-OUTCOME-CLEAN
130700         GO TO 3100-EXIT
130800     END-IF.

130900     MOVE 'N' TO WS-RUNCT-FOUND-SW.
131000     PERFORM 3120-MATCH-RUNCT THRU 3120-EXIT
131100         VARYING WS-RUNCT-IX FROM 1 BY 1
131200         UNTIL WS-RUNCT-IX > WS-RUNCT-CNT
131300            OR WS-RUNCT-FOUND.
131400     IF NOT WS-RUNCT-FOUND
131500         IF WS-RUNCT-CNT >= WS-RUNCT-MAX
131600             MOVE SPACES TO REPORT-LINE
131700             MOVE 'RUNCTL HOLDS TOO MANY STREAMS' TO REPORT-LINE
131800             WRITE REPORT-LINE
131900             SET WS-IO-FAILED TO TRUE
132000             GO TO 3100-EXIT
132100         END-IF
132200         ADD 1 TO WS-RUNCT-CNT
132300         MOVE WS-RUNCT-CNT TO WS-RUNCT-HIT-IX
132400         MOVE WS-JOB-NAME
132500             TO WS-RC-JOB-NAME (WS-RUNCT-HIT-IX)
132600         MOVE 0 TO WS-RC-RUN-NUMBER (WS-RUNCT-HIT-IX)
132700     END-IF.
132800     ADD 1 TO WS-RC-RUN-NUMBER (WS-RUNCT-HIT-IX).
132900     MOVE WS-RC-RUN-NUMBER (WS-RUNCT-HIT-IX)
133000         TO WS-BACKOUT-RUN.
133100     OPEN OUTPUT RUNCT-FILE.
133200     IF NOT RUNCT-FILE-STATUS-OK
133300         MOVE SPACES TO REPORT-LINE
133400         STRING 'RUNCTL OPEN FAILED, STATUS '
133500             RUNCT-FILE-STATUS DELIMITED BY SIZE
133600             INTO REPORT-LINE
133700         WRITE REPORT-LINE
133800         SET WS-IO-FAILED TO TRUE
133900         GO TO 3100-EXIT
134000     END-IF.
134100     PERFORM 3130-WRITE-RUNCT THRU 3130-EXIT
134200         VARYING WS-RUNCT-IX FROM 1 BY 1
134300         UNTIL WS-RUNCT-IX > WS-RUNCT-CNT
134400            OR NOT WS-OUTCOME-CLEAN.
134500     CLOSE RUNCT-FILE.
134600     IF NOT WS-OUTCOME-CLEAN
134700         GO TO 3100-EXIT
134800     END-IF.
134900     SET WS-RUN-DRAWN TO TRUE.
135000     MOVE SPACES TO REPORT-LINE.
135100     STRING 'BACKOUT RUN NUMBER ' WS-BACKOUT-RUN
135200         DELIMITED BY SIZE
135300         INTO REPORT-LINE.
135400     WRITE REPORT-LINE.
135500     MOVE SPACES TO REPORT-LINE.
135600     WRITE REPORT-LINE.
135700 3100-EXIT.
135800     EXIT.

135900*****************************************************************
136000*    3110-READ-RUNCT - ONE RUNCTL RECORD INTO THE STREAM TABLE. *
136100*    A BLANK JOB NAME BELONGS TO THE ORIGINAL HELLO STREAM.     *
136200*****************************************************************
136300 3110-READ-RUNCT.
136400     READ RUNCT-FILE
136500         AT END
136600             SET WS-RUNCT-EOF TO TRUE
136700             GO TO 3110-EXIT
136800     END-READ.
136900     IF NOT RUNCT-FILE-STATUS-OK
137000         MOVE SPACES TO REPORT-LINE
137100         STRING 'RUNCTL READ FAILED, STATUS '
137200             RUNCT-FILE-STATUS DELIMITED BY SIZE
137300             INTO REPORT-LINE
137400         WRITE REPORT-LINE
137500         SET WS-IO-FAILED TO TRUE
137600         SET WS-RUNCT-EOF TO TRUE
137700         GO TO 3110-EXIT
137800     END-IF.
137900     IF WS-RUNCT-CNT >= WS-RUNCT-MAX
138000         MOVE SPACES TO REPORT-LINE
138100         MOVE 'RUNCTL HOLDS TOO MANY STREAMS' TO REPORT-LINE
138200         WRITE REPORT-LINE
138300         SET WS-IO-FAILED TO TRUE
138400         SET WS-RUNCT-EOF TO TRUE
138500         GO TO 3110-EXIT
138600     END-IF.
138700     ADD 1 TO WS-RUNCT-CNT.
138800     IF RUNCT-JOB-NAME = SPACES
138900         MOVE 'HELLO' TO WS-RC-JOB-NAME (WS-RUNCT-CNT)
139000     ELSE
139100         MOVE RUNCT-JOB-NAME
139200             TO WS-RC-JOB-NAME (WS-RUNCT-CNT)
139300     END-IF.
139400     IF RUNCT-LAST-RUN-NUMBER IS NUMERIC
139500         MOVE RUNCT-LAST-RUN-NUMBER
139600             TO WS-RC-RUN-NUMBER (WS-RUNCT-CNT)
139700     ELSE
139800         MOVE 0 TO WS-RC-RUN-NUMBER (WS-RUNCT-CNT)
139900     END-IF.
140000 3110-EXIT.
140100     EXIT.

140200*****************************************************************
140300*    3120-MATCH-RUNCT                                           *
140400*****************************************************************
140500 3120-MATCH-RUNCT.
140600     IF WS-RC-JOB-NAME (WS-RUNCT-IX) = WS-JOB-NAME
140700         MOVE WS-RUNCT-IX TO WS-RUNCT-HIT-IX
140800         SET WS-RUNCT-FOUND TO TRUE
140900     END-IF.
141000 3120-EXIT.
141100     EXIT.

141200*****************************************************************
141300*    3130-WRITE-RUNCT                                           *
141400*****************************************************************
141500 3130-WRITE-RUNCT.
141600     MOVE SPACES TO RUNCT-RECORD.
141700     MOVE WS-RC-RUN-NUMBER (WS-RUNCT-IX)
141800         TO RUNCT-LAST-RUN-NUMBER.
141900     MOVE WS-RC-JOB-NAME (WS-RUNCT-IX) TO RUNCT-JOB-NAME.
142000     WRITE RUNCT-RECORD.
142100     IF NOT RUNCT-FILE-STATUS-OK
142200         MOVE SPACES TO REPORT-LINE
142300         STRING 'RUNCTL WRITE FAILED, STATUS '
142400             RUNCT-FILE-STATUS DELIMITED BY SIZE
142500             INTO REPORT-LINE
142600         WRITE REPORT-LINE
142700         SET WS-IO-FAILED TO TRUE
142800     END-IF.
142900 3130-EXIT.
143000     EXIT.

143100*****************************************************************
143200*    3200-WRITE-AUDIT - ONE START OR END AUDIT RECORD FOR THE   *
143300*    BACKOUT RUN, AS SET BY THE CALLER.  THE CYCLE RANGE IS     *
143400*    THE RUN'S OWN, SO HELLOCHK RECONCILES THE REVERSALS THE    *
143500*    SAME WAY IT RECONCILED THE ORIGINALS.                      *
143600*****************************************************************
143700 3200-WRITE-AUDIT.
143800     OPEN EXTEND AUDIT-OUT-FILE.
143900     IF AUDIT-OUT-STATUS-NOT-FOUND
144000         OPEN OUTPUT AUDIT-OUT-FILE
144100     END-IF.
144200     IF NOT AUDIT-OUT-STATUS-OK
144300         MOVE SPACES TO REPORT-LINE
144400         STRING 'AUDITOUT OPEN FAILED, STATUS '
144500             AUDIT-OUT-FILE-STATUS DELIMITED BY SIZE
144600             INTO REPORT-LINE
144700         WRITE REPORT-LINE
144800         SET WS-IO-FAILED TO TRUE
144900         GO TO 3200-EXIT
145000     END-IF.
145100     MOVE WS-JOB-NAME       TO AUDIT-JOB-NAME.
145200     MOVE WS-BACKOUT-RUN    TO AUDIT-RUN-NUMBER.
145300     MOVE WS-BKO-DATE       TO AUDIT-BUS-DATE.
145400     MOVE WS-FIRST-CYCLE    TO AUDIT-RANGE-FROM.
145500     SET AUDIT-RUN-BACKOUT  TO TRUE.
145600     MOVE WS-TODAY-DATE     TO AUDIT-START-DATE.
145700     MOVE WS-TODAY-TIME     TO AUDIT-START-TIME.
145800     MOVE WS-TGT-CNT        TO AUDIT-REQUESTED-CNT.
145900     IF AUDIT-TYPE-END
146000         ACCEPT AUDIT-END-DATE FROM DATE YYYYMMDD
146100         MOVE WS-END-TIME   TO AUDIT-END-TIME
146200         MOVE WS-LAST-CYCLE TO AUDIT-FINAL-WS-A
146300     ELSE
146400         MOVE 0             TO AUDIT-END-DATE
146500         MOVE 0             TO AUDIT-END-TIME
146600         MOVE 0             TO AUDIT-FINAL-WS-A
146700     END-IF.
146800     SET AUDIT-NOT-RESTARTED TO TRUE.
146900     SET AUDIT-COMPL-OK     TO TRUE.
147000     WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD.
147100     IF NOT AUDIT-OUT-STATUS-OK
147200         MOVE SPACES TO REPORT-LINE
147300         STRING 'AUDITOUT WRITE FAILED, STATUS '
147400             AUDIT-OUT-FILE-STATUS DELIMITED BY SIZE
147500             INTO REPORT-LINE
147600         WRITE REPORT-LINE
147700         SET WS-IO-FAILED TO TRUE
147800     END-IF.
147900     CLOSE AUDIT-OUT-FILE.
148000 3200-EXIT.
148100     EXIT.

148200*****************************************************************
148300*    3300-REVERSE-ONE - ONE REVERSAL RECORD.  IT CARRIES THE    *
148400*    CYCLE NUMBER, ACCOUNT, AMOUNT, AND STATUS OF THE RECORD    *
148500*    IT REVERSES, THE OPPOSITE DEBIT/CREDIT, AND THE BACKOUT    *
148600*    RUN'S NUMBER AND DATE.  A GOOD RECORD THAT LANDED ON THE   *
148700*    MASTER IS TAKEN BACK OFF IT FIRST, SO THE REVERSAL CAN     *
148800*    SAY WHERE IT LANDED, AS HELLO'S POSTING DOES.              *
148900*****************************************************************
149000 3300-REVERSE-ONE.
149100     MOVE SPACES TO ITER-RECORD.
149200     MOVE WS-TG-NUMBER (WS-TGT-IX)   TO ITER-NUMBER.
149300     MOVE WS-BKO-DATE                TO ITER-DATE.
149400     ACCEPT WS-CURRENT-TIME FROM TIME.
149500     MOVE WS-CURRENT-TIME            TO ITER-TIME.
149600     MOVE WS-TG-STATUS (WS-TGT-IX)   TO ITER-STATUS.
149700     MOVE WS-TG-ACCOUNT (WS-TGT-IX)  TO ITER-TRAN-ACCOUNT.
149800     MOVE WS-TG-AMOUNT (WS-TGT-IX)   TO ITER-TRAN-AMOUNT.
149900     MOVE WS-BACKOUT-RUN             TO ITER-RUN-NUMBER.
150000     SET ITER-RUN-BACKOUT            TO TRUE.
150100     IF WS-TG-CREDIT (WS-TGT-IX)
150200         SET ITER-TRAN-DEBIT         TO TRUE
150300         MOVE 'CR'                   TO WS-D-ORIG-DC
150400         MOVE 'DR'                   TO WS-D-REV-DC
150500     ELSE
150600         SET ITER-TRAN-CREDIT        TO TRUE
150700         MOVE 'DR'                   TO WS-D-ORIG-DC
150800         MOVE 'CR'                   TO WS-D-REV-DC
150900     END-IF.
151000     MOVE WS-TG-POSTED-TO (WS-TGT-IX) TO ITER-POSTED-TO.
151100     MOVE 0      TO WS-D-BALANCE.
151200     MOVE SPACES TO WS-D-NOTE.

151300*    AN ERROR RECORD POSTED NOTHING AND IS MIRRORED AS IT
151400*    STANDS.
151500     IF NOT WS-TG-STATUS-OK (WS-TGT-IX)
151600         MOVE 'ERROR RECORD - NOTHING TO REVERSE' TO WS-D-NOTE
151700         GO TO 3300-WRITE
151800     END-IF.
151900     IF WS-TG-CREDIT (WS-TGT-IX)
152000         ADD 1 TO WS-REV-DR-CNT
152100         ADD WS-TG-AMOUNT (WS-TGT-IX) TO WS-REV-DR-AMT
152200         ADD WS-TG-AMOUNT (WS-TGT-IX) TO WS-HIST-REV-NET
152300     ELSE
152400         ADD 1 TO WS-REV-CR-CNT
152500         ADD WS-TG-AMOUNT (WS-TGT-IX) TO WS-REV-CR-AMT
152600         SUBTRACT WS-TG-AMOUNT (WS-TGT-IX) FROM WS-HIST-REV-NET
152700     END-IF.
152800     IF WS-TG-POSTED-SUSP (WS-TGT-IX)
152900         ADD 1 TO WS-SUSP-REV-CNT
153000         MOVE 'WENT TO SUSPENSE - HISTORY ONLY' TO WS-D-NOTE
153100         GO TO 3300-WRITE
153200     END-IF.

153300     MOVE 'N' TO WS-FOUND-SW.
153400     PERFORM 2520-MATCH-TOUCHED THRU 2520-EXIT
153500         VARYING WS-TCH-IX FROM 1 BY 1
153600         UNTIL WS-TCH-IX > WS-TCH-CNT
153700            OR WS-ENTRY-FOUND.
153800     IF NOT WS-TC-ON-FILE (WS-HIT-IX)
153900         ADD 1 TO WS-SUSP-REV-CNT
154000         SET ITER-POSTED-SUSPENSE TO TRUE
154100         MOVE 'NOT ON THE MASTER - HISTORY ONLY' TO WS-D-NOTE
154200         GO TO 3300-WRITE
154300     END-IF.
154400     PERFORM 3400-REVERSE-MASTER THRU 3400-EXIT.
154500     IF NOT WS-OUTCOME-CLEAN
154600         GO TO 3300-EXIT
154700     END-IF.
154800     SET ITER-POSTED-MASTER TO TRUE.

154900 3300-WRITE.
155000     WRITE ITER-OUT-RECORD FROM ITER-RECORD.
155100     IF NOT ITER-OUT-STATUS-OK
155200         MOVE SPACES TO REPORT-LINE
155300         STRING 'ITEROUT WRITE FAILED, STATUS '
155400             ITER-OUT-FILE-STATUS DELIMITED BY SIZE
155500             INTO REPORT-LINE
155600         WRITE REPORT-LINE
155700         SET WS-IO-FAILED TO TRUE
155800         GO TO 3300-EXIT
155900     END-IF.
156000     ADD 1 TO WS-WRITTEN-CNT.
156100     MOVE WS-TG-NUMBER (WS-TGT-IX)    TO WS-D-CYCLE.
156200     MOVE WS-TG-ACCOUNT (WS-TGT-IX)   TO WS-D-ACCOUNT.
156300     MOVE WS-TG-POSTED-TO (WS-TGT-IX) TO WS-D-ORIG-TO.
156400     MOVE WS-TG-AMOUNT (WS-TGT-IX)    TO WS-D-AMOUNT.
156500     MOVE ITER-POSTED-TO              TO WS-D-REV-TO.
156600     MOVE SPACES TO REPORT-LINE.
156700     MOVE WS-DETAIL-LINE TO REPORT-LINE.
156800     WRITE REPORT-LINE.
156900 3300-EXIT.
157000     EXIT.

157100*****************************************************************
157200*    3400-REVERSE-MASTER - TAKE ONE POSTING BACK OFF THE        *
157300*    BALANCE: AN ORIGINAL DEBIT MOVED IT UP, SO IT COMES DOWN,  *
157400*    AND THE REVERSE FOR A CREDIT.  THE STAMPS MOVE UP TO THE   *
157500*    BACKOUT ONLY WHEN NOTHING LATER HAS POSTED TO THE ACCOUNT, *
157600*    SO THE MASTER STILL NAMES THE LATEST THING ON IT.  A       *
157700*    CLOSED OR FROZEN ACCOUNT IS REVERSED ALL THE SAME.         *
157800*****************************************************************
157900 3400-REVERSE-MASTER.
158000     MOVE WS-TG-ACCOUNT (WS-TGT-IX) TO ACCT-ACCOUNT.
158100     READ ACCT-FILE
158200         INVALID KEY
158300             CONTINUE
158400     END-READ.
158500     IF NOT ACCT-STATUS-OK
158600         MOVE SPACES TO REPORT-LINE
158700         STRING 'ACCTMST READ FAILED, STATUS '
158800             ACCT-FILE-STATUS DELIMITED BY SIZE
158900             INTO REPORT-LINE
159000         WRITE REPORT-LINE
159100         SET WS-IO-FAILED TO TRUE
159200         GO TO 3400-EXIT
159300     END-IF.
159400     MOVE ACCT-BALANCE TO WS-BAL-BEFORE.
159500     IF WS-TG-CREDIT (WS-TGT-IX)
159600         ADD WS-TG-AMOUNT (WS-TGT-IX) TO ACCT-BALANCE
159700         SUBTRACT WS-TG-AMOUNT (WS-TGT-IX) FROM WS-MST-ORIG-NET
159800     ELSE
159900         SUBTRACT WS-TG-AMOUNT (WS-TGT-IX) FROM ACCT-BALANCE
160000         ADD WS-TG-AMOUNT (WS-TGT-IX) TO WS-MST-ORIG-NET
160100     END-IF.
160200     IF WS-BKO-DATE NOT < ACCT-LAST-DATE
160300         MOVE WS-BKO-DATE    TO ACCT-LAST-DATE
160400         MOVE WS-BACKOUT-RUN TO ACCT-LAST-RUN
160500     END-IF.
160600     REWRITE ACCT-RECORD
160700         INVALID KEY
160800             CONTINUE
160900     END-REWRITE.
161000     IF NOT ACCT-STATUS-OK
161100         MOVE SPACES TO REPORT-LINE
161200         STRING 'ACCTMST REWRITE FAILED, STATUS '
161300             ACCT-FILE-STATUS DELIMITED BY SIZE
161400             INTO REPORT-LINE
161500         WRITE REPORT-LINE
161600         SET WS-IO-FAILED TO TRUE
161700         GO TO 3400-EXIT
161800     END-IF.
161900     ADD 1 TO WS-MST-REV-CNT.
162000     ADD ACCT-BALANCE TO WS-MST-CHANGE.
162100     SUBTRACT WS-BAL-BEFORE FROM WS-MST-CHANGE.
162200     MOVE ACCT-BALANCE TO WS-D-BALANCE.
162300     IF ACCT-STATUS-CLOSED
162400         ADD 1 TO WS-HELD-CNT
162500         MOVE 'ACCOUNT IS CLOSED - REVERSED ANYWAY' TO WS-D-NOTE
162600     END-IF.
162700     IF ACCT-STATUS-FROZEN
162800         ADD 1 TO WS-HELD-CNT
162900         MOVE 'ACCOUNT IS FROZEN - REVERSED ANYWAY' TO WS-D-NOTE
163000     END-IF.
163100 3400-EXIT.
163200     EXIT.

163300*****************************************************************
163400*    3500-WRITE-COMPLETION - THE BACKOUT RUN'S COMPLETION       *
163500*    RECORD, STATUS AS SET BY THE CALLER, RUN TYPE B SO THE     *
163600*    READERS OF THE SHARED COMPSTAT CAN PASS OVER IT.           *
163700*****************************************************************
163800 3500-WRITE-COMPLETION.
163900     OPEN OUTPUT COMP-FILE.
164000     IF NOT COMP-FILE-STATUS-OK
164100         MOVE SPACES TO REPORT-LINE
164200         STRING 'COMPOUT OPEN FAILED, STATUS '
164300             COMP-FILE-STATUS DELIMITED BY SIZE
164400             INTO REPORT-LINE
164500         WRITE REPORT-LINE
164600         SET WS-IO-FAILED TO TRUE
164700         GO TO 3500-EXIT
164800     END-IF.
164900     MOVE WS-JOB-NAME       TO COMP-JOB-NAME.
165000     MOVE WS-BACKOUT-RUN    TO COMP-RUN-NUMBER.
165100     MOVE WS-FIRST-CYCLE    TO COMP-RANGE-FROM.
165200     MOVE WS-LAST-CYCLE     TO COMP-RANGE-TO.
165300     IF COMP-STATUS-OK
165400         MOVE WS-LAST-CYCLE TO COMP-FINAL-WS-A
165500     ELSE
165600         MOVE 0             TO COMP-FINAL-WS-A
165700     END-IF.
165800     MOVE WS-BKO-DATE       TO COMP-DATE.
165900     MOVE WS-END-TIME       TO COMP-TIME.
166000     MOVE 0                 TO COMP-CARRIED-CNT.
166100     SET COMP-RUN-BACKOUT   TO TRUE.
166200     WRITE COMP-RECORD.
166300     IF NOT COMP-FILE-STATUS-OK
166400         MOVE SPACES TO REPORT-LINE
166500         STRING 'COMPOUT WRITE FAILED, STATUS '
166600             COMP-FILE-STATUS DELIMITED BY SIZE
166700             INTO REPORT-LINE
166800         WRITE REPORT-LINE
166900         SET WS-IO-FAILED TO TRUE
167000     END-IF.
167100     CLOSE COMP-FILE.
167200 3500-EXIT.
167300     EXIT.

167400*****************************************************************
167500*    3600-WRITE-REGISTER - THE RUN GOES ON THE REGISTER SO IT   *
167600*    CAN NEVER BE BACKED OUT TWICE.  ON THE VERY FIRST BACKOUT  *
167700*    THE REGISTER DOES NOT EXIST YET AND IS CREATED.            *
167800*****************************************************************
167900 3600-WRITE-REGISTER.
168000     OPEN EXTEND BKOL-FILE.
168100     IF BKOL-STATUS-NOT-FOUND
168200         OPEN OUTPUT BKOL-FILE
168300     END-IF.
168400     IF NOT BKOL-STATUS-OK
168500         MOVE SPACES TO REPORT-LINE
168600         STRING 'BKOLOG OPEN FAILED, STATUS '
168700             BKOL-FILE-STATUS DELIMITED BY SIZE
168800             INTO REPORT-LINE
168900         WRITE REPORT-LINE
169000         SET WS-IO-FAILED TO TRUE
169100         GO TO 3600-EXIT
169200     END-IF.
169300     MOVE SPACES            TO BKOL-RECORD.
169400     MOVE WS-TODAY-DATE     TO BKOL-DATE.
169500     MOVE WS-TODAY-TIME     TO BKOL-TIME.
169600     MOVE WS-BKO-DATE       TO BKOL-BUS-DATE.
169700     MOVE WS-JOB-NAME       TO BKOL-JOB-NAME.
169800     MOVE WS-TARGET-RUN     TO BKOL-TARGET-RUN.
169900     MOVE WS-BACKOUT-RUN    TO BKOL-BACKOUT-RUN.
170000     MOVE WS-WRITTEN-CNT    TO BKOL-RECORD-CNT.
170100     IF WS-OVERRIDE
170200         SET BKOL-OVERRIDDEN     TO TRUE
170300     ELSE
170400         SET BKOL-NOT-OVERRIDDEN TO TRUE
170500     END-IF.
170600     MOVE CARD-REFERENCE    TO BKOL-REFERENCE.
170700     MOVE WS-MST-CHANGE     TO BKOL-MASTER-NET.
170800     WRITE BKOL-RECORD.
170900     IF NOT BKOL-STATUS-OK
171000         MOVE SPACES TO REPORT-LINE
171100         STRING 'BKOLOG WRITE FAILED, STATUS '
171200             BKOL-FILE-STATUS DELIMITED BY SIZE
171300             INTO REPORT-LINE
171400         WRITE REPORT-LINE
171500         SET WS-IO-FAILED TO TRUE
171600     END-IF.
171700     CLOSE BKOL-FILE.
171800 3600-EXIT.
171900     EXIT.

172000*****************************************************************
172100*    4000-WRITE-PROOF - THE RUN AND ITS REVERSAL SIDE BY SIDE.  *
172200*    ON THE HISTORY THE RUN'S GOOD RECORDS AND THEIR REVERSALS  *
172300*    MUST NET TO ZERO; ON THE MASTER WHAT THE RUN POSTED AND    *
172400*    WHAT THE BACKOUT ACTUALLY MOVED THE BALANCES BY MUST NET   *
172500*    TO ZERO.                                                   *
172600*****************************************************************
172700 4000-WRITE-PROOF.
172800     MOVE SPACES TO REPORT-LINE.
172900     WRITE REPORT-LINE.
173000     MOVE 'RECORDS OF THE RUN................... '
173100         TO WS-C-LABEL.
173200     MOVE WS-TGT-CNT TO WS-C-COUNT.
173300     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
173400     MOVE 'REVERSAL RECORDS WRITTEN............. '
173500         TO WS-C-LABEL.
173600     MOVE WS-WRITTEN-CNT TO WS-C-COUNT.
173700     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
173800     MOVE '  REVERSED ON THE MASTER............. '
173900         TO WS-C-LABEL.
174000     MOVE WS-MST-REV-CNT TO WS-C-COUNT.
174100     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
174200     MOVE '    ON CLOSED OR FROZEN ACCOUNTS..... '
174300         TO WS-C-LABEL.
174400     MOVE WS-HELD-CNT TO WS-C-COUNT.
174500     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
174600     MOVE '  REVERSED ON THE HISTORY ONLY....... '
174700         TO WS-C-LABEL.
174800     MOVE WS-SUSP-REV-CNT TO WS-C-COUNT.
174900     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
175000     MOVE '  ERROR RECORDS MIRRORED............. '
175100         TO WS-C-LABEL.
175200     MOVE WS-ERROR-REC-CNT TO WS-C-COUNT.
175300     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.

175400     MOVE SPACES TO REPORT-LINE.
175500     WRITE REPORT-LINE.
175600     MOVE 'ORIGINAL DEBITS...................... '
175700         TO WS-A-LABEL.
175800     MOVE WS-ORIG-DR-CNT TO WS-A-COUNT.
175900     MOVE WS-ORIG-DR-AMT TO WS-A-AMOUNT.
176000     PERFORM 4910-WRITE-AMOUNT THRU 4910-EXIT.
176100     MOVE 'ORIGINAL CREDITS..................... '
176200         TO WS-A-LABEL.
176300     MOVE WS-ORIG-CR-CNT TO WS-A-COUNT.
176400     MOVE WS-ORIG-CR-AMT TO WS-A-AMOUNT.
176500     PERFORM 4910-WRITE-AMOUNT THRU 4910-EXIT.
176600     MOVE 'REVERSING CREDITS.................... '
176700         TO WS-A-LABEL.
176800     MOVE WS-REV-CR-CNT TO WS-A-COUNT.
176900     MOVE WS-REV-CR-AMT TO WS-A-AMOUNT.
177000     PERFORM 4910-WRITE-AMOUNT THRU 4910-EXIT.
177100     MOVE 'REVERSING DEBITS..................... '
177200         TO WS-A-LABEL.
177300     MOVE WS-REV-DR-CNT TO WS-A-COUNT.
177400     MOVE WS-REV-DR-AMT TO WS-A-AMOUNT.
177500     PERFORM 4910-WRITE-AMOUNT THRU 4910-EXIT.

177600     MOVE SPACES TO REPORT-LINE.
177700     WRITE REPORT-LINE.
177800     MOVE SPACES TO REPORT-LINE.
177900     MOVE WS-PROOF-HEAD TO REPORT-LINE.
178000     WRITE REPORT-LINE.
178100     COMPUTE WS-HIST-NET = WS-HIST-ORIG-NET + WS-HIST-REV-NET.
178200     MOVE 'NET EFFECT ON ITERHIST' TO WS-PF-LABEL.
178300     MOVE WS-HIST-ORIG-NET TO WS-PF-ORIGINAL.
178400     MOVE WS-HIST-REV-NET  TO WS-PF-REVERSAL.
178500     MOVE WS-HIST-NET      TO WS-PF-NET.
178600     IF WS-HIST-NET = 0
178700         MOVE 'ZERO' TO WS-PF-VERDICT
178800     ELSE
178900         MOVE 'NOT ZERO' TO WS-PF-VERDICT
179000         SET WS-PROOF-BROKEN TO TRUE
179100     END-IF.
179200     MOVE SPACES TO REPORT-LINE.
179300     MOVE WS-PROOF-LINE TO REPORT-LINE.
179400     WRITE REPORT-LINE.
179500     COMPUTE WS-MST-NET = WS-MST-ORIG-NET + WS-MST-CHANGE.
179600     MOVE 'NET EFFECT ON ACCTMST' TO WS-PF-LABEL.
179700     MOVE WS-MST-ORIG-NET  TO WS-PF-ORIGINAL.
179800     MOVE WS-MST-CHANGE    TO WS-PF-REVERSAL.
179900     MOVE WS-MST-NET       TO WS-PF-NET.
180000     IF WS-MST-NET = 0
180100         MOVE 'ZERO' TO WS-PF-VERDICT
180200     ELSE
180300         MOVE 'NOT ZERO' TO WS-PF-VERDICT
180400         SET WS-PROOF-BROKEN TO TRUE
180500     END-IF.
180600     MOVE SPACES TO REPORT-LINE.
180700     MOVE WS-PROOF-LINE TO REPORT-LINE.
180800     WRITE REPORT-LINE.

180900     MOVE SPACES TO REPORT-LINE.
181000     WRITE REPORT-LINE.
181100     MOVE SPACES TO REPORT-LINE.
181200     EVALUATE TRUE
181300         WHEN NOT WS-OUTCOME-CLEAN
181400             STRING 'BACKOUT OF RUN ' WS-TARGET-RUN
181500                 ' DID NOT COMPLETE - THE FIGURES ABOVE ARE '
181600                 'PARTIAL' DELIMITED BY SIZE
181700                 INTO REPORT-LINE
181800         WHEN WS-PROOF-ZERO
181900             STRING 'NET EFFECT OF RUN ' WS-TARGET-RUN
182000                 ' IS ZERO - BACKED OUT BY RUN ' WS-BACKOUT-RUN
182100                 DELIMITED BY SIZE
182200                 INTO REPORT-LINE
182300         WHEN OTHER
182400             STRING 'NET EFFECT OF RUN ' WS-TARGET-RUN
182500                 ' IS NOT ZERO - SEE THE PROOF ABOVE'
182600                 DELIMITED BY SIZE
182700                 INTO REPORT-LINE
182800     END-EVALUATE.
182900     WRITE REPORT-LINE.
183000 4000-EXIT.
183100     EXIT.

183200*****************************************************************
183300*    4900-WRITE-COUNT                                           *
183400*****************************************************************
183500 4900-WRITE-COUNT.
183600     MOVE SPACES TO REPORT-LINE.
183700     MOVE WS-COUNT-LINE TO REPORT-LINE.
183800     WRITE REPORT-LINE.
183900 4900-EXIT.
184000     EXIT.

184100*****************************************************************
184200*    4910-WRITE-AMOUNT                                          *
184300*****************************************************************
184400 4910-WRITE-AMOUNT.
184500     MOVE SPACES TO REPORT-LINE.
184600     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
184700     WRITE REPORT-LINE.
184800 4910-EXIT.
184900     EXIT.

185000*****************************************************************
185100*    8100-DATE-TO-SERIAL - SAME DAY-NUMBER ROUTINE AS HELLO     *
185200*    AND HELLOCAL.  SETS WS-D2S-VALID ONLY WHEN THE DATE PASSES *
185300*    THE ROUGH RANGE CHECK.                                     *
185400*****************************************************************
185500 8100-DATE-TO-SERIAL.
185600     SET WS-D2S-INVALID TO TRUE.
185700     MOVE 0 TO WS-D2S-SERIAL.
185800     IF WS-D2S-DATE IS NOT NUMERIC
185900         GO TO 8100-EXIT
186000     END-IF.
186100     IF WS-D2S-YYYY < 1900
186200         OR WS-D2S-MM < 1 OR WS-D2S-MM > 12
186300         OR WS-D2S-DD < 1 OR WS-D2S-DD > 31
186400         GO TO 8100-EXIT
186500     END-IF.

186600     IF WS-D2S-MM > 2
186700         MOVE WS-D2S-YYYY TO WS-D2S-WORK-Y
186800         COMPUTE WS-D2S-WORK-M = WS-D2S-MM + 1
186900     ELSE
187000         COMPUTE WS-D2S-WORK-Y = WS-D2S-YYYY - 1
187100         COMPUTE WS-D2S-WORK-M = WS-D2S-MM + 13
187200     END-IF.
187300*    EACH QUOTIENT IS STORED SEPARATELY SO IT TRUNCATES ON ITS
187400*    OWN - SUMMED IN ONE COMPUTE THE FRACTIONS WOULD CARRY
187500*    ACROSS TERMS AND SHIFT THE SERIAL A DAY AT LEAP BOUNDARIES.
187600     COMPUTE WS-D2S-TERM-1 = (1461 * WS-D2S-WORK-Y) / 4.
187700     COMPUTE WS-D2S-TERM-2 = WS-D2S-WORK-Y / 100.
187800     COMPUTE WS-D2S-TERM-3 = WS-D2S-WORK-Y / 400.
187900     COMPUTE WS-D2S-TERM-4 = (153 * WS-D2S-WORK-M) / 5.
188000     COMPUTE WS-D2S-SERIAL
188100         = WS-D2S-TERM-1 - WS-D2S-TERM-2
188200         + WS-D2S-TERM-3 + WS-D2S-TERM-4 + WS-D2S-DD.
188300     SET WS-D2S-VALID TO TRUE.
188400 8100-EXIT.
188500     EXIT.

188600*****************************************************************
188700*    8200-CHECK-REAL-DATE - THE ROUGH RANGE CHECK IN 8100       *
188800*    LETS A DAY LIKE FEBRUARY 31 THROUGH; THIS ONE HOLDS THE    *
188900*    DAY AGAINST THE REAL LENGTH OF ITS MONTH AND DROPS         *
189000*    WS-D2S-VALID WHEN IT DOES NOT FIT.                         *
189100*****************************************************************
189200 8200-CHECK-REAL-DATE.
189300     EVALUATE WS-D2S-MM
189400         WHEN 1
189500         WHEN 3
189600         WHEN 5
189700         WHEN 7
189800         WHEN 8
189900         WHEN 10
190000         WHEN 12
190100             MOVE 31 TO WS-DAYS-IN-MONTH
190200         WHEN 4
190300         WHEN 6
190400         WHEN 9
190500         WHEN 11
190600             MOVE 30 TO WS-DAYS-IN-MONTH
190700         WHEN 2
190800             MOVE 28 TO WS-DAYS-IN-MONTH
190900             DIVIDE WS-D2S-YYYY BY 4
191000                 GIVING WS-DOW-QUOT REMAINDER WS-LEAP-REM
191100             IF WS-LEAP-REM = 0
191200                 MOVE 29 TO WS-DAYS-IN-MONTH
191300                 DIVIDE WS-D2S-YYYY BY 100
191400                     GIVING WS-DOW-QUOT
191500                     REMAINDER WS-LEAP-REM
191600                 IF WS-LEAP-REM = 0
191700                     DIVIDE WS-D2S-YYYY BY 400
191800                         GIVING WS-DOW-QUOT
191900                         REMAINDER WS-LEAP-REM
192000                     IF WS-LEAP-REM NOT = 0
192100                         MOVE 28 TO WS-DAYS-IN-MONTH
192200                     END-IF
192300                 END-IF
192400             END-IF
192500     END-EVALUATE.
192600     IF WS-D2S-DD > WS-DAYS-IN-MONTH
192700         SET WS-D2S-INVALID TO TRUE
192800     END-IF.
192900 8200-EXIT.
193000     EXIT.

193100*****************************************************************
193200*    9999-TERMINATE                                             *
193300*****************************************************************
193400 9999-TERMINATE.
193500     IF WS-ACCT-IS-OPEN
193600         CLOSE ACCT-FILE
193700     END-IF.
193800     IF WS-ITER-OUT-IS-OPEN
193900         CLOSE ITER-OUT-FILE
194000     END-IF.
194100     CLOSE REPORT-FILE.
194200     EVALUATE TRUE
194300         WHEN WS-IO-FAILED
194400             DISPLAY 'HELLOBKO12 I/O FAILURE - SEE BKORPT'
194500             MOVE 12 TO RETURN-CODE
194600         WHEN WS-CARD-BAD
194700             DISPLAY 'HELLOBKO16 NOTHING TO BACK OUT - SEE BKORPT'
194800             MOVE 16 TO RETURN-CODE
194900         WHEN WS-REFUSED
195000             DISPLAY 'HELLOBKO08 BACKOUT REFUSED - SEE BKORPT'
195100             MOVE 8 TO RETURN-CODE
195200         WHEN WS-PROOF-BROKEN
195300             DISPLAY 'HELLOBKO04 NET EFFECT NOT ZERO - SEE BKORPT'
195400             MOVE 4 TO RETURN-CODE
195500         WHEN OTHER
195600             MOVE 0 TO RETURN-CODE
195700     END-EVALUATE.
195800 9999-EXIT.
195900     EXIT.
