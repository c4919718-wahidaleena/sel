000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOPRF.
000300 AUTHOR.        R L BOYER.
000400 INSTALLATION.  NIGHTLY BATCH SCHEDULING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  HELLOPRF                                                     *
001000*                                                               *
001100*  ACCOUNT MASTER BALANCE PROOF.  HELLOCHK PROVES THE           *
001200*  ITERATION HISTORY AGAINST THE AUDIT TRAIL; THIS PROGRAM      *
001300*  PROVES THE MONEY ON THE ACCOUNT MASTER (ACCTMST) AGAINST     *
001400*  THE HISTORY.  EVERY ACCOUNT'S EXPECTED BALANCE IS REBUILT    *
001500*  FROM THE POSTINGS ON FILE - DEBITS UP, CREDITS DOWN BY       *
001600*  ITER-TRAN-DC, EXACTLY AS G-PARA IN HELLO MOVES THE BALANCE - *
001700*  AND HELD AGAINST ACCT-BALANCE.  THE LAST-POSTED STAMPS ARE   *
001800*  PROVEN TOO: ACCT-LAST-DATE MUST BE THE LATEST BUSINESS DATE  *
001900*  THAT POSTED TO THE ACCOUNT, AND ACCT-LAST-RUN ONE OF THE     *
002000*  RUNS THAT POSTED TO IT ON THAT DATE (SEVERAL JOB STREAMS     *
002100*  DRAW RUN NUMBERS FROM DISJOINT SERIES, SO THE HIGHEST RUN    *
002200*  NUMBER IS NOT NECESSARILY THE LAST ONE).                     *
002300*                                                               *
002400*  THE HISTORY IS READ THE SAME WAY HELLOSUM READS IT: THE      *
002500*  EFFECTIVE HISTORY ON ITEREFF WHEN PRESENT, ELSE THE LIVE     *
002600*  FILE ON ITERIN, PLUS THE ARCHIVE ON ITERARC.                 *
002700*                                                               *
002800*    - A CYCLE WHOSE MASTER UPDATE WAS DIVERTED TO ACCTSUSP     *
002900*      (ITER-POSTED-SUSPENSE) NEVER MOVED THE MASTER AND IS     *
003000*      LEFT OUT; SO IS ANY CYCLE RECORDED IN ERROR.             *
003100*    - A FORCED REGENERATION NEVER TOUCHES THE MASTER.  ON THE  *
003200*      EFFECTIVE HISTORY THE REGENERATED CYCLE STANDS IN FOR    *
003300*      THE ORIGINAL IT DISPLACED, SO ITS AMOUNT IS PROVEN - A   *
003400*      REGENERATION THAT CHANGED THE MONEY SHOWS AS A BREAK.    *
003500*      ON THE LIVE FILE THE ORIGINAL IS STILL PRESENT AND THE   *
003600*      REGENERATION IS SET ASIDE SO IT IS NOT COUNTED TWICE.    *
003700*      EITHER WAY THE STAMPS COME FROM THE ORIGINAL PASSES,     *
003800*      WHICH ARE THE ONLY ONES THAT STAMP THE MASTER; THE       *
003900*      DISPLACED ORIGINALS ON ITERSUP (WHEN PRESENT) ARE READ   *
004000*      FOR THEIR STAMPS ONLY.                                   *
004100*    - A POSTING MARKED AS HAVING REACHED THE MASTER FOR AN     *
004200*      ACCOUNT NO LONGER ON IT IS LISTED AS A BREAK.  AN        *
004300*      UNMARKED ONE (WRITTEN BEFORE THE MARK EXISTED) IS        *
004400*      COUNTED ONLY - IT WAS ALMOST CERTAINLY DIVERTED.         *
004500*                                                               *
004600*  THE LISTING SHOWS EVERY ACCOUNT THAT DOES NOT AGREE, WITH    *
004700*  THE DIFFERENCE, THEN A GRAND-TOTAL PROOF LINE - MASTER       *
004800*  TOTAL, REBUILT TOTAL, AND THE DIFFERENCE.                    *
004900*                                                               *
005000*  RETURN CODES                                                 *
005100*  ------------                                                 *
005200*    00  EVERY ACCOUNT PROVES.                                  *
005300*    08  ONE OR MORE BREAKS - SEE PRFRPT.  HOLD THE WAREHOUSE   *
005400*        EXTRACT.                                               *
005500*    12  OPEN OR READ FAILED, OR THE MASTER EXCEEDS THE         *
005600*        IN-STORAGE CAPACITY - NOTHING WAS PROVEN.              *
005700*                                                               *
005800*  MODIFICATION HISTORY                                         *
005900*  ----------------------------------------------------------   *
006000*  2026-10-15  RLB  ORIGINAL PROGRAM.                           *
006100*                                                               *
006200*****************************************************************

006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER.   IBM-370.
006600 OBJECT-COMPUTER.   IBM-370.

006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
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

008300     SELECT SUP-IN-FILE   ASSIGN TO ITERSUP
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS SUP-IN-FILE-STATUS.

008600     SELECT REPORT-FILE   ASSIGN TO PRFRPT
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS REPORT-FILE-STATUS.

008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  ACCT-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 48 CHARACTERS.
009400 COPY ACCTREC.

009500 FD  ITER-IN-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 48 CHARACTERS.
009800 01  ITER-IN-RECORD              PIC X(48).

009900 FD  EFF-IN-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 48 CHARACTERS.
010200 01  EFF-IN-RECORD               PIC X(48).

010300 FD  ARC-IN-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 48 CHARACTERS.
010600 01  ARC-IN-RECORD               PIC X(48).

010700 FD  SUP-IN-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 48 CHARACTERS.
011000 01  SUP-IN-RECORD               PIC X(48).

011100 FD  REPORT-FILE
011200     LABEL RECORDS OMITTED
011300     RECORD CONTAINS 132 CHARACTERS.
011400 01  REPORT-LINE                 PIC X(132).

011500 WORKING-STORAGE SECTION.
011600 77  WS-ACT-TABLE-MAX            PIC 9(04) COMP VALUE 5000.
011700 77  WS-ACT-ENTRY-CNT            PIC 9(04) COMP VALUE 0.
011800 77  WS-ACT-IX                   PIC 9(04) COMP VALUE 0.
011900 77  WS-HIT-IX                   PIC 9(04) COMP VALUE 0.
012000 77  WS-LIVE-READ-CNT            PIC 9(07) COMP VALUE 0.
012100 77  WS-ARC-READ-CNT             PIC 9(07) COMP VALUE 0.
012200 77  WS-SUP-READ-CNT             PIC 9(07) COMP VALUE 0.
012300 77  WS-PROVEN-POST-CNT          PIC 9(07) COMP VALUE 0.
012400 77  WS-DIVERTED-CNT             PIC 9(07) COMP VALUE 0.
012500 77  WS-ERROR-CYCLE-CNT          PIC 9(07) COMP VALUE 0.
012600 77  WS-REGEN-ASIDE-CNT          PIC 9(07) COMP VALUE 0.
012700 77  WS-DATE-ERROR-CNT           PIC 9(07) COMP VALUE 0.
012800 77  WS-UNMARKED-ORPHAN-CNT      PIC 9(07) COMP VALUE 0.
012900 77  WS-ORPHAN-BREAK-CNT         PIC 9(07) COMP VALUE 0.
013000 77  WS-ACCT-BREAK-CNT           PIC 9(07) COMP VALUE 0.
013100 77  WS-AGREE-CNT                PIC 9(07) COMP VALUE 0.
013200 77  WS-SIGNED-AMOUNT            PIC S9(07)V99 COMP-3 VALUE 0.
013300 77  WS-DIFFERENCE               PIC S9(13)V99 COMP-3 VALUE 0.
013400 77  WS-MASTER-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
013500 77  WS-REBUILT-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
013600 77  WS-ORPHAN-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
013700 77  WS-BREAK-TEXT               PIC X(30) VALUE SPACES.

013800*    THE SHARED ITERATION LAYOUT IS STAGED HERE SO EVERY
013900*    HISTORY FILE IS PICKED APART BY ONE PICTURE.
014000 COPY ITERREC.

014100 01  WS-SWITCHES.
014200     05  WS-ITER-EOF-SW          PIC X(01) VALUE 'N'.
014300         88  WS-ITER-EOF             VALUE 'Y'.
014400     05  WS-ARC-EOF-SW           PIC X(01) VALUE 'N'.
014500         88  WS-ARC-EOF              VALUE 'Y'.
014600     05  WS-SUP-EOF-SW           PIC X(01) VALUE 'N'.
014700         88  WS-SUP-EOF              VALUE 'Y'.
014800     05  WS-ACCT-EOF-SW          PIC X(01) VALUE 'N'.
014900         88  WS-ACCT-EOF             VALUE 'Y'.
015000     05  WS-OPEN-FAIL-SW         PIC X(01) VALUE 'N'.
015100         88  WS-OPEN-FAILED          VALUE 'Y'.
015200     05  WS-IO-FAIL-SW           PIC X(01) VALUE 'N'.
015300         88  WS-IO-FAILED            VALUE 'Y'.
015400     05  WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
015500         88  WS-TABLE-FULL           VALUE 'Y'.
015600     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
015700         88  WS-ENTRY-FOUND          VALUE 'Y'.
015800     05  WS-USE-EFF-SW           PIC X(01) VALUE 'N'.
015900         88  WS-USE-EFF              VALUE 'Y'.
016000*        WHETHER THE RECORD IN HAND COUNTS TOWARD THE BALANCE
016100*        (A DISPLACED ORIGINAL OFF ITERSUP COUNTS FOR ITS
016200*        STAMPS ONLY).
016300     05  WS-MONEY-SW             PIC X(01) VALUE 'Y'.
016400         88  WS-COUNT-MONEY          VALUE 'Y'.
016500         88  WS-STAMPS-ONLY          VALUE 'N'.

016600 01  WS-FILE-STATUSES.
016700     05  ACCT-FILE-STATUS        PIC X(02) VALUE '00'.
016800         88  ACCT-STATUS-OK              VALUE '00'.
016900*        STATUS 97 IS A SUCCESSFUL OPEN AFTER AN IMPLICIT
017000*        VERIFY OF AN IMPROPERLY CLOSED CLUSTER - THE FILE IS
017100*        USABLE, SO THE OPEN CHECK MUST NOT FAIL THE RUN ON IT.
017200         88  ACCT-OPEN-GOOD              VALUE '00' '97'.
017300     05  ITER-IN-FILE-STATUS     PIC X(02) VALUE '00'.
017400     05  EFF-IN-FILE-STATUS      PIC X(02) VALUE '00'.
017500     05  ARC-IN-FILE-STATUS      PIC X(02) VALUE '00'.
017600     05  SUP-IN-FILE-STATUS      PIC X(02) VALUE '00'.
017700     05  REPORT-FILE-STATUS      PIC X(02) VALUE '00'.

017800*    ONE ENTRY PER MASTER ACCOUNT - THE MASTER FIGURES AS READ
017900*    AND THE FIGURES REBUILT FROM THE HISTORY.  THE MASTER IS
018000*    READ IN KEY ORDER, SO THE LISTING COMES OUT IN ACCOUNT
018100*    ORDER WITHOUT A SORT.
018200 01  WS-ACT-TABLE.
018300     05  WS-ACT-ENTRY OCCURS 5000 TIMES.
018400         10  WS-AT-ACCOUNT       PIC X(08).
018500         10  WS-AT-MST-BALANCE   PIC S9(11)V99 COMP-3.
018600         10  WS-AT-MST-LAST-DATE PIC 9(08).
018700         10  WS-AT-MST-LAST-RUN  PIC 9(08).
018800         10  WS-AT-BALANCE       PIC S9(13)V99 COMP-3.
018900         10  WS-AT-LAST-DATE     PIC 9(08).
019000         10  WS-AT-POST-CNT      PIC 9(07) COMP.
019100*            SET WHEN THE MASTER'S LAST RUN POSTED TO THE
019200*            ACCOUNT ON THE LATEST DATE SEEN SO FAR.
019300         10  WS-AT-RUN-SEEN-SW   PIC X(01).
019400             88  WS-AT-RUN-SEEN      VALUE 'Y'.

019500 01  WS-BREAK-HEAD.
019600     05  FILLER                  PIC X(10) VALUE 'ACCOUNT   '.
019700     05  FILLER                  PIC X(18)
019800         VALUE '    MASTER BALANCE'.
019900     05  FILLER                  PIC X(18)
020000         VALUE '   REBUILT BALANCE'.
020100     05  FILLER                  PIC X(18)
020200         VALUE '        DIFFERENCE'.
020300     05  FILLER                  PIC X(20)
020400         VALUE '  MASTER LAST   RUN '.
020500     05  FILLER                  PIC X(12) VALUE ' HIST LAST  '.
020600     05  FILLER                  PIC X(36) VALUE 'BREAK'.

020700 01  WS-BREAK-LINE.
020800     05  WS-K-ACCOUNT            PIC X(08).
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  WS-K-MST-BALANCE        PIC ZZZZZZZZZZZZ9.99-.
021100     05  FILLER                  PIC X(01) VALUE SPACES.
021200     05  WS-K-BALANCE            PIC ZZZZZZZZZZZZ9.99-.
021300     05  FILLER                  PIC X(01) VALUE SPACES.
021400     05  WS-K-DIFFERENCE         PIC ZZZZZZZZZZZZ9.99-.
021500     05  FILLER                  PIC X(03) VALUE SPACES.
021600     05  WS-K-MST-LAST-DATE      PIC 9(08).
021700     05  FILLER                  PIC X(01) VALUE SPACES.
021800     05  WS-K-MST-LAST-RUN       PIC 9(08).
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  WS-K-LAST-DATE          PIC 9(08).
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  WS-K-TEXT               PIC X(30).
022300     05  FILLER                  PIC X(07) VALUE SPACES.

022400 01  WS-ORPHAN-LINE.
022500     05  WS-O-ACCOUNT            PIC X(08).
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  FILLER                  PIC X(18) VALUE SPACES.
022800     05  WS-O-AMOUNT             PIC ZZZZZZZZZZZZ9.99-.
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  FILLER                  PIC X(04) VALUE 'RUN '.
023100     05  WS-O-RUN                PIC 9(08).
023200     05  FILLER                  PIC X(07) VALUE ' CYCLE '.
023300     05  WS-O-CYCLE              PIC 9(04).
023400     05  FILLER                  PIC X(06) VALUE ' DATE '.
023500     05  WS-O-DATE               PIC 9(08).
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  FILLER                  PIC X(30)
023800         VALUE 'POSTED BUT ACCOUNT NOT ON FILE'.
023900     05  FILLER                  PIC X(16) VALUE SPACES.

024000 01  WS-PROOF-LINE.
024100     05  WS-PF-LABEL             PIC X(10).
024200     05  WS-PF-MASTER            PIC ZZZZZZZZZZZZ9.99-.
024300     05  FILLER                  PIC X(01) VALUE SPACES.
024400     05  WS-PF-REBUILT           PIC ZZZZZZZZZZZZ9.99-.
024500     05  FILLER                  PIC X(01) VALUE SPACES.
024600     05  WS-PF-DIFFERENCE        PIC ZZZZZZZZZZZZ9.99-.
024700     05  FILLER                  PIC X(03) VALUE SPACES.
024800     05  WS-PF-VERDICT           PIC X(20).
024900     05  FILLER                  PIC X(46) VALUE SPACES.

025000 01  WS-COUNT-LINE.
025100     05  WS-C-LABEL              PIC X(37).
025200     05  WS-C-COUNT              PIC ZZZZZZ9.
025300     05  FILLER                  PIC X(88) VALUE SPACES.

025400 PROCEDURE DIVISION.
025500*****************************************************************
025600*    0000-MAINLINE                                              *
025700*****************************************************************
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026000     IF WS-OPEN-FAILED
026100         MOVE 12 TO RETURN-CODE
026200         STOP RUN
026300     END-IF.

026400     PERFORM 1200-LOAD-ACCOUNT THRU 1200-EXIT
026500         UNTIL WS-ACCT-EOF
026600            OR WS-TABLE-FULL.
026700     IF WS-TABLE-FULL
026800         MOVE SPACES TO REPORT-LINE
026900         MOVE 'ACCOUNT MASTER EXCEEDS THE PROOF TABLE'
027000             TO REPORT-LINE
027100         WRITE REPORT-LINE
027200         PERFORM 9999-TERMINATE THRU 9999-EXIT
027300         STOP RUN
027400     END-IF.

027500     PERFORM 2000-TALLY-LIVE THRU 2000-EXIT
027600         UNTIL WS-ITER-EOF.
027700     PERFORM 3000-TALLY-ARCHIVE THRU 3000-EXIT
027800         UNTIL WS-ARC-EOF.
027900     SET WS-STAMPS-ONLY TO TRUE.
028000     PERFORM 3500-TALLY-SUPERSEDED THRU 3500-EXIT
028100         UNTIL WS-SUP-EOF.
028200     IF WS-IO-FAILED
028300         MOVE SPACES TO REPORT-LINE
028400         MOVE 'HISTORY OR MASTER READ FAILED - SEE SYSOUT'
028500             TO REPORT-LINE
028600         WRITE REPORT-LINE
028700         PERFORM 9999-TERMINATE THRU 9999-EXIT
028800         STOP RUN
028900     END-IF.

029000     PERFORM 4000-PROVE-ACCOUNT THRU 4000-EXIT
029100         VARYING WS-ACT-IX FROM 1 BY 1
029200         UNTIL WS-ACT-IX > WS-ACT-ENTRY-CNT.
029300     PERFORM 4500-WRITE-PROOF THRU 4500-EXIT.
029400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
029500     STOP RUN.

029600*****************************************************************
029700*    1000-INITIALIZE - OPEN THE MASTER AND THE HISTORY FILES.   *
029800*****************************************************************
029900 1000-INITIALIZE.
030000     OPEN OUTPUT REPORT-FILE.
030100     IF REPORT-FILE-STATUS NOT = '00'
030200         DISPLAY 'HELLOPRF12 PRFRPT OPEN FAILED, STATUS '
030300             REPORT-FILE-STATUS
030400         SET WS-OPEN-FAILED TO TRUE
030500         GO TO 1000-EXIT
030600     END-IF.
030700     OPEN INPUT ACCT-FILE.
030800     IF NOT ACCT-OPEN-GOOD
030900         DISPLAY 'HELLOPRF12 ACCTMST OPEN FAILED, STATUS '
031000             ACCT-FILE-STATUS
031100         SET WS-OPEN-FAILED TO TRUE
031200         GO TO 1000-EXIT
031300     END-IF.
031400*    THE EFFECTIVE HISTORY, WHEN PRESENT, REPLACES THE LIVE
031500*    FILE - AFTER A FORCED RE-RUN THE LIVE FILE HOLDS BOTH
031600*    THE DISPLACED ORIGINAL AND THE REGENERATION FOR EVERY
031700*    REDONE CYCLE.
031800     OPEN INPUT EFF-IN-FILE.
031900     IF EFF-IN-FILE-STATUS = '00'
032000         SET WS-USE-EFF TO TRUE
032100     ELSE
032200         OPEN INPUT ITER-IN-FILE
032300         IF ITER-IN-FILE-STATUS NOT = '00'
032400             DISPLAY 'HELLOPRF12 ITERIN OPEN FAILED, STATUS '
032500                 ITER-IN-FILE-STATUS
032600             SET WS-OPEN-FAILED TO TRUE
032700             GO TO 1000-EXIT
032800         END-IF
032900     END-IF.
033000*    AN ABSENT ARCHIVE IS AN EMPTY CONTRIBUTION, NOT AN ERROR.
033100     OPEN INPUT ARC-IN-FILE.
033200     IF ARC-IN-FILE-STATUS NOT = '00'
033300         SET WS-ARC-EOF TO TRUE
033400     END-IF.
033500*    THE DISPLACED ORIGINALS ONLY MATTER BESIDE THE EFFECTIVE
033600*    HISTORY - THE LIVE FILE STILL CARRIES THEM ITSELF.
033700     IF WS-USE-EFF
033800         OPEN INPUT SUP-IN-FILE
033900         IF SUP-IN-FILE-STATUS NOT = '00'
034000             SET WS-SUP-EOF TO TRUE
034100         END-IF
034200     ELSE
034300         SET WS-SUP-EOF TO TRUE
034400     END-IF.

034500     MOVE SPACES TO REPORT-LINE.
034600     MOVE 'HELLO ACCOUNT MASTER BALANCE PROOF' TO REPORT-LINE.
034700     WRITE REPORT-LINE.
034800     MOVE SPACES TO REPORT-LINE.
034900     IF WS-USE-EFF
035000         MOVE 'SOURCE: EFFECTIVE HISTORY (SUPERSEDED CYCLES OUT)'
035100             TO REPORT-LINE
035200     ELSE
035300         MOVE 'SOURCE: LIVE HISTORY - REGENERATIONS SET ASIDE'
035400             TO REPORT-LINE
035500     END-IF.
035600     WRITE REPORT-LINE.
035700     MOVE SPACES TO REPORT-LINE.
035800     WRITE REPORT-LINE.
035900     MOVE SPACES TO REPORT-LINE.
036000     MOVE WS-BREAK-HEAD TO REPORT-LINE.
036100     WRITE REPORT-LINE.
036200     MOVE SPACES TO REPORT-LINE.
036300     MOVE ALL '-' TO REPORT-LINE.
036400     WRITE REPORT-LINE.

036500     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
036600     PERFORM 2100-READ-LIVE THRU 2100-EXIT.
036700     IF NOT WS-ARC-EOF
036800         PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
036900     END-IF.
037000     IF NOT WS-SUP-EOF
037100         PERFORM 3600-READ-SUPERSEDED THRU 3600-EXIT
037200     END-IF.
037300 1000-EXIT.
037400     EXIT.

037500*****************************************************************
037600*    1100-READ-ACCOUNT                                          *
037700*****************************************************************
037800 1100-READ-ACCOUNT.
037900     READ ACCT-FILE
038000         AT END
038100             SET WS-ACCT-EOF TO TRUE
038200             GO TO 1100-EXIT
038300     END-READ.
038400     IF NOT ACCT-STATUS-OK
038500         DISPLAY 'HELLOPRF12 ACCTMST READ FAILED, STATUS '
038600             ACCT-FILE-STATUS
038700         SET WS-IO-FAILED TO TRUE
038800         SET WS-ACCT-EOF TO TRUE
038900     END-IF.
039000 1100-EXIT.
039100     EXIT.

039200*****************************************************************
039300*    1200-LOAD-ACCOUNT - ONE MASTER RECORD INTO THE TABLE WITH  *
039400*    ITS REBUILT FIGURES STARTING FROM NOTHING.                 *
039500*****************************************************************
039600 1200-LOAD-ACCOUNT.
039700     IF WS-ACT-ENTRY-CNT >= WS-ACT-TABLE-MAX
039800         SET WS-TABLE-FULL TO TRUE
039900         GO TO 1200-EXIT
040000     END-IF.
040100     ADD 1 TO WS-ACT-ENTRY-CNT.
040200     MOVE ACCT-ACCOUNT   TO WS-AT-ACCOUNT (WS-ACT-ENTRY-CNT).
040300     MOVE ACCT-BALANCE   TO WS-AT-MST-BALANCE (WS-ACT-ENTRY-CNT).
040400     MOVE ACCT-LAST-DATE
040500         TO WS-AT-MST-LAST-DATE (WS-ACT-ENTRY-CNT).
040600     MOVE ACCT-LAST-RUN
040700         TO WS-AT-MST-LAST-RUN (WS-ACT-ENTRY-CNT).
040800     MOVE 0   TO WS-AT-BALANCE (WS-ACT-ENTRY-CNT).
040900     MOVE 0   TO WS-AT-LAST-DATE (WS-ACT-ENTRY-CNT).
041000     MOVE 0   TO WS-AT-POST-CNT (WS-ACT-ENTRY-CNT).
041100     MOVE 'N' TO WS-AT-RUN-SEEN-SW (WS-ACT-ENTRY-CNT).
041200     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
041300 1200-EXIT.
041400     EXIT.

041500*****************************************************************
041600*    2000-TALLY-LIVE                                            *
041700*****************************************************************
041800 2000-TALLY-LIVE.
041900     ADD 1 TO WS-LIVE-READ-CNT.
042000     PERFORM 5000-TALLY-RECORD THRU 5000-EXIT.
042100     PERFORM 2100-READ-LIVE THRU 2100-EXIT.
042200 2000-EXIT.
042300     EXIT.

042400*****************************************************************
042500*    2100-READ-LIVE                                             *
042600*****************************************************************
042700 2100-READ-LIVE.
042800     IF WS-USE-EFF
042900         PERFORM 2150-READ-EFFECTIVE THRU 2150-EXIT
043000         GO TO 2100-EXIT
043100     END-IF.
043200     READ ITER-IN-FILE
043300         AT END
043400             SET WS-ITER-EOF TO TRUE
043500             GO TO 2100-EXIT
043600     END-READ.
043700     IF ITER-IN-FILE-STATUS NOT = '00'
043800         DISPLAY 'HELLOPRF12 ITERIN READ FAILED, STATUS '
043900             ITER-IN-FILE-STATUS
044000         SET WS-IO-FAILED TO TRUE
044100         SET WS-ITER-EOF TO TRUE
044200         GO TO 2100-EXIT
044300     END-IF.
044400     MOVE ITER-IN-RECORD TO ITER-RECORD.
044500 2100-EXIT.
044600     EXIT.

044700*****************************************************************
044800*    2150-READ-EFFECTIVE                                        *
044900*****************************************************************
045000 2150-READ-EFFECTIVE.
045100     READ EFF-IN-FILE
045200         AT END
045300             SET WS-ITER-EOF TO TRUE
045400             GO TO 2150-EXIT
045500     END-READ.
045600     IF EFF-IN-FILE-STATUS NOT = '00'
045700         DISPLAY 'HELLOPRF12 ITEREFF READ FAILED, STATUS '
045800             EFF-IN-FILE-STATUS
045900         SET WS-IO-FAILED TO TRUE
046000         SET WS-ITER-EOF TO TRUE
046100         GO TO 2150-EXIT
046200     END-IF.
046300     MOVE EFF-IN-RECORD TO ITER-RECORD.
046400 2150-EXIT.
046500     EXIT.

046600*****************************************************************
046700*    3000-TALLY-ARCHIVE                                         *
046800*****************************************************************
046900 3000-TALLY-ARCHIVE.
047000     ADD 1 TO WS-ARC-READ-CNT.
047100     PERFORM 5000-TALLY-RECORD THRU 5000-EXIT.
047200     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
047300 3000-EXIT.
047400     EXIT.

047500*****************************************************************
047600*    3100-READ-ARCHIVE                                          *
047700*****************************************************************
047800 3100-READ-ARCHIVE.
047900     READ ARC-IN-FILE
048000         AT END
048100             SET WS-ARC-EOF TO TRUE
048200             GO TO 3100-EXIT
048300     END-READ.
048400     IF ARC-IN-FILE-STATUS NOT = '00'
048500         DISPLAY 'HELLOPRF12 ITERARC READ FAILED, STATUS '
048600             ARC-IN-FILE-STATUS
048700         SET WS-IO-FAILED TO TRUE
048800         SET WS-ARC-EOF TO TRUE
048900         GO TO 3100-EXIT
049000     END-IF.
049100     MOVE ARC-IN-RECORD TO ITER-RECORD.
049200 3100-EXIT.
049300     EXIT.

049400*****************************************************************
049500*    3500-TALLY-SUPERSEDED                                      *
049600*****************************************************************
049700 3500-TALLY-SUPERSEDED.
049800     ADD 1 TO WS-SUP-READ-CNT.
049900     PERFORM 5000-TALLY-RECORD THRU 5000-EXIT.
050000     PERFORM 3600-READ-SUPERSEDED THRU 3600-EXIT.
050100 3500-EXIT.
050200     EXIT.

050300*****************************************************************
050400*    3600-READ-SUPERSEDED                                       *
050500*****************************************************************
050600 3600-READ-SUPERSEDED.
050700     READ SUP-IN-FILE
050800         AT END
050900             SET WS-SUP-EOF TO TRUE
051000             GO TO 3600-EXIT
051100     END-READ.
051200     IF SUP-IN-FILE-STATUS NOT = '00'
051300         DISPLAY 'HELLOPRF12 ITERSUP READ FAILED, STATUS '
051400             SUP-IN-FILE-STATUS
051500         SET WS-IO-FAILED TO TRUE
051600         SET WS-SUP-EOF TO TRUE
051700         GO TO 3600-EXIT
051800     END-IF.
051900     MOVE SUP-IN-RECORD TO ITER-RECORD.
052000 3600-EXIT.
052100     EXIT.

052200*****************************************************************
052300*    4000-PROVE-ACCOUNT - HOLD ONE ACCOUNT'S REBUILT FIGURES    *
052400*    AGAINST THE MASTER AND LIST IT IF THEY DISAGREE.  AN       *
052500*    ACCOUNT NOTHING EVER POSTED TO MUST CARRY ZERO STAMPS.     *
052600*****************************************************************
052700 4000-PROVE-ACCOUNT.
052800     ADD WS-AT-MST-BALANCE (WS-ACT-IX) TO WS-MASTER-TOTAL.
052900     ADD WS-AT-BALANCE (WS-ACT-IX)     TO WS-REBUILT-TOTAL.
053000     COMPUTE WS-DIFFERENCE
053100         = WS-AT-MST-BALANCE (WS-ACT-IX)
053200         - WS-AT-BALANCE (WS-ACT-IX).

053300     MOVE SPACES TO WS-BREAK-TEXT.
053400     EVALUATE TRUE
053500         WHEN WS-DIFFERENCE NOT = 0
053600             MOVE 'BALANCE DISAGREES' TO WS-BREAK-TEXT
053700         WHEN WS-AT-MST-LAST-DATE (WS-ACT-IX)
053800                 NOT = WS-AT-LAST-DATE (WS-ACT-IX)
053900             MOVE 'LAST DATE DISAGREES' TO WS-BREAK-TEXT
054000         WHEN WS-AT-POST-CNT (WS-ACT-IX) = 0
054100             AND WS-AT-MST-LAST-RUN (WS-ACT-IX) NOT = 0
054200             MOVE 'LAST RUN SET, NOTHING POSTED' TO WS-BREAK-TEXT
054300         WHEN WS-AT-POST-CNT (WS-ACT-IX) > 0
054400             AND NOT WS-AT-RUN-SEEN (WS-ACT-IX)
054500             MOVE 'LAST RUN NOT ON THE LAST DATE'
054600                 TO WS-BREAK-TEXT
054700     END-EVALUATE.
054800     IF WS-BREAK-TEXT = SPACES
054900         ADD 1 TO WS-AGREE-CNT
055000         GO TO 4000-EXIT
055100     END-IF.

055200     ADD 1 TO WS-ACCT-BREAK-CNT.
055300     MOVE WS-AT-ACCOUNT (WS-ACT-IX)       TO WS-K-ACCOUNT.
055400     MOVE WS-AT-MST-BALANCE (WS-ACT-IX)   TO WS-K-MST-BALANCE.
055500     MOVE WS-AT-BALANCE (WS-ACT-IX)       TO WS-K-BALANCE.
055600     MOVE WS-DIFFERENCE                   TO WS-K-DIFFERENCE.
055700     MOVE WS-AT-MST-LAST-DATE (WS-ACT-IX) TO WS-K-MST-LAST-DATE.
055800     MOVE WS-AT-MST-LAST-RUN (WS-ACT-IX)  TO WS-K-MST-LAST-RUN.
055900     MOVE WS-AT-LAST-DATE (WS-ACT-IX)     TO WS-K-LAST-DATE.
056000     MOVE WS-BREAK-TEXT                   TO WS-K-TEXT.
056100     MOVE SPACES TO REPORT-LINE.
056200     MOVE WS-BREAK-LINE TO REPORT-LINE.
056300     WRITE REPORT-LINE.
056400 4000-EXIT.
056500     EXIT.

056600*****************************************************************
056700*    4500-WRITE-PROOF - THE GRAND-TOTAL PROOF LINE AND COUNTS.  *
056800*    POSTINGS MARKED FOR AN ACCOUNT NO LONGER ON THE MASTER ARE *
056900*    MONEY THE MASTER CANNOT HOLD, SO THEY SIT ON THE REBUILT   *
057000*    SIDE OF THE GRAND TOTAL AND BREAK IT.                      *
057100*****************************************************************
057200 4500-WRITE-PROOF.
057300     IF WS-ACCT-BREAK-CNT = 0
057400         AND WS-ORPHAN-BREAK-CNT = 0
057500         MOVE SPACES TO REPORT-LINE
057600         MOVE 'NO BREAKS - EVERY ACCOUNT AGREES WITH ITS HISTORY'
057700             TO REPORT-LINE
057800         WRITE REPORT-LINE
057900     END-IF.
058000     ADD WS-ORPHAN-TOTAL TO WS-REBUILT-TOTAL.
058100     COMPUTE WS-DIFFERENCE = WS-MASTER-TOTAL - WS-REBUILT-TOTAL.
058200     MOVE SPACES TO REPORT-LINE.
058300     WRITE REPORT-LINE.
058400     MOVE SPACES TO REPORT-LINE.
058500     MOVE ALL '-' TO REPORT-LINE.
058600     WRITE REPORT-LINE.
058700     MOVE 'PROOF     '     TO WS-PF-LABEL.
058800     MOVE WS-MASTER-TOTAL  TO WS-PF-MASTER.
058900     MOVE WS-REBUILT-TOTAL TO WS-PF-REBUILT.
059000     MOVE WS-DIFFERENCE    TO WS-PF-DIFFERENCE.
059100     IF WS-ACCT-BREAK-CNT = 0
059200         AND WS-ORPHAN-BREAK-CNT = 0
059300         MOVE 'IN BALANCE' TO WS-PF-VERDICT
059400     ELSE
059500         MOVE 'OUT OF BALANCE' TO WS-PF-VERDICT
059600     END-IF.
059700     MOVE SPACES TO REPORT-LINE.
059800     MOVE WS-PROOF-LINE TO REPORT-LINE.
059900     WRITE REPORT-LINE.

060000     MOVE SPACES TO REPORT-LINE.
060100     WRITE REPORT-LINE.
060200     MOVE 'ACCOUNTS ON THE MASTER.............. '
060300         TO WS-C-LABEL.
060400     MOVE WS-ACT-ENTRY-CNT TO WS-C-COUNT.
060500     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
060600     MOVE 'ACCOUNTS THAT AGREE................. '
060700         TO WS-C-LABEL.
060800     MOVE WS-AGREE-CNT TO WS-C-COUNT.
060900     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
061000     MOVE 'ACCOUNTS IN BREAK................... '
061100         TO WS-C-LABEL.
061200     MOVE WS-ACCT-BREAK-CNT TO WS-C-COUNT.
061300     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
061400     MOVE 'POSTINGS TO ACCOUNTS NOT ON FILE.... '
061500         TO WS-C-LABEL.
061600     MOVE WS-ORPHAN-BREAK-CNT TO WS-C-COUNT.
061700     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
061800     MOVE 'LIVE RECORDS READ................... '
061900         TO WS-C-LABEL.
062000     MOVE WS-LIVE-READ-CNT TO WS-C-COUNT.
062100     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
062200     MOVE 'ARCHIVE RECORDS READ................ '
062300         TO WS-C-LABEL.
062400     MOVE WS-ARC-READ-CNT TO WS-C-COUNT.
062500     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
062600     MOVE 'SUPERSEDED RECORDS READ (STAMPS).... '
062700         TO WS-C-LABEL.
062800     MOVE WS-SUP-READ-CNT TO WS-C-COUNT.
062900     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
063000     MOVE 'POSTINGS PROVEN..................... '
063100         TO WS-C-LABEL.
063200     MOVE WS-PROVEN-POST-CNT TO WS-C-COUNT.
063300     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
063400     MOVE 'DIVERTED TO ACCTSUSP - LEFT OUT..... '
063500         TO WS-C-LABEL.
063600     MOVE WS-DIVERTED-CNT TO WS-C-COUNT.
063700     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
063800     MOVE 'UNMARKED, ACCOUNT NOT ON FILE....... '
063900         TO WS-C-LABEL.
064000     MOVE WS-UNMARKED-ORPHAN-CNT TO WS-C-COUNT.
064100     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
064200     MOVE 'REGENERATIONS SET ASIDE............. '
064300         TO WS-C-LABEL.
064400     MOVE WS-REGEN-ASIDE-CNT TO WS-C-COUNT.
064500     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
064600     MOVE 'CYCLES IN ERROR - LEFT OUT.......... '
064700         TO WS-C-LABEL.
064800     MOVE WS-ERROR-CYCLE-CNT TO WS-C-COUNT.
064900     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
065000     MOVE 'RECORDS WITH AN INVALID DATE........ '
065100         TO WS-C-LABEL.
065200     MOVE WS-DATE-ERROR-CNT TO WS-C-COUNT.
065300     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
065400 4500-EXIT.
065500     EXIT.

065600*****************************************************************
065700*    4900-WRITE-COUNT                                           *
065800*****************************************************************
065900 4900-WRITE-COUNT.
066000     MOVE SPACES TO REPORT-LINE.
066100     MOVE WS-COUNT-LINE TO REPORT-LINE.
066200     WRITE REPORT-LINE.
066300 4900-EXIT.
066400     EXIT.

066500*****************************************************************
066600*    5000-TALLY-RECORD - ROLL THE POSTING STAGED IN ITER-RECORD *
066700*    INTO ITS ACCOUNT'S REBUILT BALANCE AND STAMPS.             *
066800*****************************************************************
066900 5000-TALLY-RECORD.
067000     IF ITER-POSTED-SUSPENSE
067100         IF WS-COUNT-MONEY
067200             ADD 1 TO WS-DIVERTED-CNT
067300         END-IF
067400         GO TO 5000-EXIT
067500     END-IF.
067600     IF NOT ITER-STATUS-OK
067700         IF WS-COUNT-MONEY
067800             ADD 1 TO WS-ERROR-CYCLE-CNT
067900         END-IF
068000         GO TO 5000-EXIT
068100     END-IF.
068200     IF ITER-DATE IS NOT NUMERIC
068300         ADD 1 TO WS-DATE-ERROR-CNT
068400         GO TO 5000-EXIT
068500     END-IF.
068600     IF ITER-RUN-REGEN
068700         AND NOT WS-USE-EFF
068800         ADD 1 TO WS-REGEN-ASIDE-CNT
068900         GO TO 5000-EXIT
069000     END-IF.
069100     IF ITER-TRAN-CREDIT
069200         COMPUTE WS-SIGNED-AMOUNT = 0 - ITER-TRAN-AMOUNT
069300     ELSE
069400         MOVE ITER-TRAN-AMOUNT TO WS-SIGNED-AMOUNT
069500     END-IF.

069600     PERFORM 5100-FIND-ACCOUNT THRU 5100-EXIT.
069700     IF NOT WS-ENTRY-FOUND
069800         PERFORM 5300-NOT-ON-FILE THRU 5300-EXIT
069900         GO TO 5000-EXIT
070000     END-IF.

070100     IF WS-COUNT-MONEY
070200         ADD 1 TO WS-PROVEN-POST-CNT
070300         ADD WS-SIGNED-AMOUNT TO WS-AT-BALANCE (WS-HIT-IX)
070400     END-IF.
070500*    ONLY AN ORIGINAL PASS STAMPS THE MASTER.
070600     IF NOT ITER-RUN-REGEN
070700         PERFORM 5200-TRACK-STAMPS THRU 5200-EXIT
070800     END-IF.
070900 5000-EXIT.
071000     EXIT.

071100*****************************************************************
071200*    5100-FIND-ACCOUNT - LOOK UP ITER-TRAN-ACCOUNT IN THE       *
071300*    ACCOUNT TABLE; THE HIT COMES BACK IN WS-HIT-IX.            *
071400*****************************************************************
071500 5100-FIND-ACCOUNT.
071600     MOVE 'N' TO WS-FOUND-SW.
071700     PERFORM 5110-MATCH-ACCOUNT THRU 5110-EXIT
071800         VARYING WS-ACT-IX FROM 1 BY 1
071900         UNTIL WS-ACT-IX > WS-ACT-ENTRY-CNT
072000            OR WS-ENTRY-FOUND.
072100 5100-EXIT.
072200     EXIT.

072300*****************************************************************
072400*    5110-MATCH-ACCOUNT                                         *
072500*****************************************************************
072600 5110-MATCH-ACCOUNT.
072700     IF WS-AT-ACCOUNT (WS-ACT-IX) = ITER-TRAN-ACCOUNT
072800         MOVE WS-ACT-IX TO WS-HIT-IX
072900         SET WS-ENTRY-FOUND TO TRUE
073000     END-IF.
073100 5110-EXIT.
073200     EXIT.

073300*****************************************************************
073400*    5200-TRACK-STAMPS - KEEP THE LATEST BUSINESS DATE THAT     *
073500*    POSTED TO THE ACCOUNT, AND WHETHER THE MASTER'S LAST RUN   *
073600*    WAS AMONG THE RUNS THAT POSTED ON IT.                      *
073700*****************************************************************
073800 5200-TRACK-STAMPS.
073900     ADD 1 TO WS-AT-POST-CNT (WS-HIT-IX).
074000     IF ITER-DATE > WS-AT-LAST-DATE (WS-HIT-IX)
074100         MOVE ITER-DATE TO WS-AT-LAST-DATE (WS-HIT-IX)
074200         MOVE 'N' TO WS-AT-RUN-SEEN-SW (WS-HIT-IX)
074300     END-IF.
074400     IF ITER-DATE = WS-AT-LAST-DATE (WS-HIT-IX)
074500         AND ITER-RUN-NUMBER = WS-AT-MST-LAST-RUN (WS-HIT-IX)
074600         MOVE 'Y' TO WS-AT-RUN-SEEN-SW (WS-HIT-IX)
074700     END-IF.
074800 5200-EXIT.
074900     EXIT.

075000*****************************************************************
075100*    5300-NOT-ON-FILE - A POSTING FOR AN ACCOUNT THE MASTER     *
075200*    DOES NOT CARRY.  MARKED AS POSTED, IT IS A BREAK; UNMARKED *
075300*    (WRITTEN BEFORE THE MARK EXISTED) IT WAS DIVERTED.         *
075400*****************************************************************
075500 5300-NOT-ON-FILE.
075600     IF NOT WS-COUNT-MONEY
075700         GO TO 5300-EXIT
075800     END-IF.
075900     IF NOT ITER-POSTED-MASTER
076000         ADD 1 TO WS-UNMARKED-ORPHAN-CNT
076100         GO TO 5300-EXIT
076200     END-IF.
076300     ADD 1 TO WS-ORPHAN-BREAK-CNT.
076400     ADD WS-SIGNED-AMOUNT TO WS-ORPHAN-TOTAL.
076500     MOVE ITER-TRAN-ACCOUNT TO WS-O-ACCOUNT.
076600     MOVE WS-SIGNED-AMOUNT  TO WS-O-AMOUNT.
076700     MOVE ITER-RUN-NUMBER   TO WS-O-RUN.
076800     MOVE ITER-NUMBER       TO WS-O-CYCLE.
076900     MOVE ITER-DATE         TO WS-O-DATE.
077000     MOVE SPACES TO REPORT-LINE.
077100     MOVE WS-ORPHAN-LINE TO REPORT-LINE.
077200     WRITE REPORT-LINE.
077300 5300-EXIT.
077400     EXIT.

077500*****************************************************************
077600*    9999-TERMINATE                                             *
077700*****************************************************************
077800 9999-TERMINATE.
077900     IF WS-USE-EFF
078000         CLOSE EFF-IN-FILE
078100         CLOSE SUP-IN-FILE
078200     ELSE
078300         CLOSE ITER-IN-FILE
078400     END-IF.
078500     CLOSE ARC-IN-FILE.
078600     CLOSE ACCT-FILE.
078700     CLOSE REPORT-FILE.
078800     EVALUATE TRUE
078900         WHEN WS-TABLE-FULL
079000             MOVE 12 TO RETURN-CODE
079100         WHEN WS-OPEN-FAILED
079200             MOVE 12 TO RETURN-CODE
079300         WHEN WS-IO-FAILED
079400             MOVE 12 TO RETURN-CODE
079500         WHEN WS-ACCT-BREAK-CNT > 0
079600             MOVE 8 TO RETURN-CODE
079700         WHEN WS-ORPHAN-BREAK-CNT > 0
079800             MOVE 8 TO RETURN-CODE
079900         WHEN OTHER
080000             MOVE 0 TO RETURN-CODE
080100     END-EVALUATE.
080200 9999-EXIT.
080300     EXIT.
