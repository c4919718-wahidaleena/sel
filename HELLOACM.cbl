000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELLOACM.
000300 AUTHOR.        R L BOYER.
000400 INSTALLATION.  NIGHTLY BATCH SCHEDULING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  HELLOACM                                                     *
001000*                                                               *
001100*  ACCOUNT MASTER MAINTENANCE.  READS MAINTENANCE CARDS ON      *
001200*  ACMIN AND APPLIES THEM TO THE ACCTMST CLUSTER ONE AT A       *
001300*  TIME.  EACH CARD NAMES AN ACTION AND AN ACCOUNT:             *
001400*                                                               *
001500*    ADD     OPENS A NEW ACCOUNT AT A ZERO BALANCE.  THE OPEN   *
001600*            DATE IS TAKEN FROM THE CARD, OR IS TODAY WHEN THE  *
001700*            CARD LEAVES IT BLANK.                              *
001800*    CHANGE  CORRECTS THE OPEN DATE OF AN EXISTING ACCOUNT.     *
001900*            THE BALANCE AND THE LAST-POSTED STAMPS BELONG TO   *
002000*            HELLO AND ARE NEVER KEYED HERE.                    *
002100*    CLOSE   CLOSES AN ACCOUNT WHOSE BALANCE IS ZERO.           *
002200*    FREEZE  STOPS POSTING TO AN OPEN ACCOUNT.                  *
002300*    REOPEN  RETURNS A CLOSED OR FROZEN ACCOUNT TO OPEN.        *
002400*                                                               *
002500*  HELLO'S G-PARA DIVERTS ANY DETAIL AGAINST A CLOSED OR        *
002600*  FROZEN ACCOUNT TO ACCTSUSP, SO THE STATUS SET HERE IS WHAT   *
002700*  GATES POSTING.  EVERY CARD APPLIED WRITES A BEFORE AND AFTER *
002800*  IMAGE OF THE ACCOUNT RECORD TO THE ACMLOG MAINTENANCE LOG;   *
002900*  EVERY CARD REFUSED IS LISTED ON ACMRPT WITH THE REASON AND   *
003000*  LEAVES THE MASTER UNTOUCHED.                                 *
003100*                                                               *
003200*  RETURN CODES                                                 *
003300*  ------------                                                 *
003400*    00  EVERY CARD APPLIED.                                    *
003500*    04  ONE OR MORE CARDS REFUSED - SEE ACMRPT.  THE REST      *
003600*        WERE APPLIED.                                          *
003700*    12  OPEN FAILED AGAINST ACMIN, ACCTMST, ACMLOG, OR ACMRPT, *
003800*        A READ AGAINST ACMIN OR ACCTMST FAILED, OR A WRITE     *
003900*        AGAINST THE MASTER OR THE LOG FAILED -                 *
004000*        CARDS AHEAD OF THE FAILURE STAND, SEE ACMRPT.          *
004100*    16  NO MAINTENANCE CARDS ON ACMIN - NOTHING TO DO.         *
004200*                                                               *
004300*  MODIFICATION HISTORY                                         *
004400*  ----------------------------------------------------------   *
004500*  2026-10-15  RLB  ORIGINAL PROGRAM.                           *
004600*                                                               *
004700*****************************************************************

004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.

005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CARD-FILE   ASSIGN TO ACMIN
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CARD-FILE-STATUS.

005700     SELECT ACCT-FILE   ASSIGN TO ACCTMST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS ACCT-KEY
006100         FILE STATUS IS ACCT-FILE-STATUS.

006200     SELECT ACML-FILE   ASSIGN TO ACMLOG
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS ACML-FILE-STATUS.

006500     SELECT REPORT-FILE ASSIGN TO ACMRPT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS REPORT-FILE-STATUS.

006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  CARD-FILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  CARD-RECORD.
007400     05  CARD-ACTION                 PIC X(06).
007500         88  CARD-ACTION-ADD             VALUE 'ADD   '.
007600         88  CARD-ACTION-CHANGE          VALUE 'CHANGE'.
007700         88  CARD-ACTION-CLOSE           VALUE 'CLOSE '.
007800         88  CARD-ACTION-FREEZE          VALUE 'FREEZE'.
007900         88  CARD-ACTION-REOPEN          VALUE 'REOPEN'.
008000     05  CARD-ACCOUNT                PIC X(08).
008100     05  CARD-OPEN-DATE              PIC X(08).
008200     05  CARD-OPEN-DATE-N REDEFINES CARD-OPEN-DATE
008300                                     PIC 9(08).
008400     05  CARD-REFERENCE              PIC X(20).
008500     05  FILLER                      PIC X(38).

008600 FD  ACCT-FILE
008700     RECORD CONTAINS 48 CHARACTERS.
008800 COPY ACCTREC.

008900 FD  ACML-FILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 150 CHARACTERS.
009200 COPY ACMLREC.

009300 FD  REPORT-FILE
009400     LABEL RECORDS OMITTED
009500     RECORD CONTAINS 132 CHARACTERS.
009600 01  REPORT-LINE                 PIC X(132).

009700 WORKING-STORAGE SECTION.
009800 77  WS-CARD-CNT                 PIC 9(07) COMP VALUE 0.
009900 77  WS-APPLIED-CNT              PIC 9(07) COMP VALUE 0.
010000 77  WS-REFUSED-CNT              PIC 9(07) COMP VALUE 0.
010100 77  WS-ADD-CNT                  PIC 9(07) COMP VALUE 0.
010200 77  WS-CHANGE-CNT               PIC 9(07) COMP VALUE 0.
010300 77  WS-CLOSE-CNT                PIC 9(07) COMP VALUE 0.
010400 77  WS-FREEZE-CNT               PIC 9(07) COMP VALUE 0.
010500 77  WS-REOPEN-CNT               PIC 9(07) COMP VALUE 0.
010600 77  WS-ACCT-IX                  PIC 9(02) COMP VALUE 0.
010700 77  WS-DAYS-IN-MONTH            PIC 9(02) COMP VALUE 0.
010800 77  WS-LEAP-REM                 PIC 9(04) COMP VALUE 0.
010900 77  WS-DOW-QUOT                 PIC S9(09) COMP VALUE 0.
011000 77  WS-TODAY-DATE               PIC 9(08) VALUE 0.
011100 77  WS-TODAY-TIME               PIC 9(06) VALUE 0.
011200 77  WS-REFUSE-TEXT              PIC X(40) VALUE SPACES.

011300 01  WS-SWITCHES.
011400     05  WS-CARD-EOF-SW          PIC X(01) VALUE 'N'.
011500         88  WS-CARD-EOF             VALUE 'Y'.
011600     05  WS-OPEN-FAIL-SW         PIC X(01) VALUE 'N'.
011700         88  WS-OPEN-FAILED          VALUE 'Y'.
011800     05  WS-IO-FAIL-SW           PIC X(01) VALUE 'N'.
011900         88  WS-IO-FAILED            VALUE 'Y'.
012000     05  WS-ACCT-FOUND-SW        PIC X(01) VALUE 'N'.
012100         88  WS-ACCT-FOUND           VALUE 'Y'.
012200     05  WS-BLANK-SEEN-SW        PIC X(01) VALUE 'N'.
012300         88  WS-BLANK-SEEN           VALUE 'Y'.

012400 01  WS-FILE-STATUSES.
012500     05  CARD-FILE-STATUS        PIC X(02) VALUE '00'.
012600     05  ACCT-FILE-STATUS        PIC X(02) VALUE '00'.
012700         88  ACCT-STATUS-OK              VALUE '00'.
012800         88  ACCT-STATUS-NO-RECORD       VALUE '23'.
012900*        STATUS 97 IS A SUCCESSFUL OPEN AFTER AN IMPLICIT
013000*        VERIFY OF AN IMPROPERLY CLOSED CLUSTER - THE FILE IS
013100*        USABLE, SO THE OPEN CHECK MUST NOT FAIL THE RUN ON IT.
013200         88  ACCT-OPEN-GOOD              VALUE '00' '97'.
013300     05  ACML-FILE-STATUS        PIC X(02) VALUE '00'.
013400         88  ACML-STATUS-OK              VALUE '00'.
013500         88  ACML-STATUS-NOT-FOUND       VALUE '35'.
013600     05  REPORT-FILE-STATUS      PIC X(02) VALUE '00'.

013700 01  WS-ACCT-CHECK.
013800     05  WS-ACCT-CHAR            PIC X(01) OCCURS 8 TIMES.

013900*    THE ACCOUNT RECORD AS READ, KEPT FOR THE LOG BEFORE-IMAGE.
014000 01  WS-BEFORE-IMAGE             PIC X(48) VALUE SPACES.

014100 01  WS-D2S-FIELDS.
014200     05  WS-D2S-DATE             PIC 9(08) VALUE 0.
014300     05  WS-D2S-DATE-X REDEFINES WS-D2S-DATE.
014400         10  WS-D2S-YYYY         PIC 9(04).
014500         10  WS-D2S-MM           PIC 9(02).
014600         10  WS-D2S-DD           PIC 9(02).
014700     05  WS-D2S-SERIAL           PIC S9(09) COMP VALUE 0.
014800     05  WS-D2S-WORK-Y           PIC S9(09) COMP VALUE 0.
014900     05  WS-D2S-WORK-M           PIC S9(04) COMP VALUE 0.
015000     05  WS-D2S-TERM-1           PIC S9(09) COMP VALUE 0.
015100     05  WS-D2S-TERM-2           PIC S9(09) COMP VALUE 0.
015200     05  WS-D2S-TERM-3           PIC S9(09) COMP VALUE 0.
015300     05  WS-D2S-TERM-4           PIC S9(09) COMP VALUE 0.
015400     05  WS-D2S-VALID-SW         PIC X(01) VALUE 'N'.
015500         88  WS-D2S-VALID            VALUE 'Y'.
015600         88  WS-D2S-INVALID          VALUE 'N'.

015700 01  WS-CARD-LINE.
015800     05  WS-L-OUTCOME            PIC X(09).
015900     05  WS-L-ACTION             PIC X(06).
016000     05  FILLER                  PIC X(01) VALUE SPACES.
016100     05  WS-L-ACCOUNT            PIC X(08).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  WS-L-STATUS             PIC X(06).
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  WS-L-OPEN-DATE          PIC X(08).
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  WS-L-REFERENCE          PIC X(20).
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016900     05  WS-L-TEXT               PIC X(40).
017000     05  FILLER                  PIC X(26) VALUE SPACES.

017100 01  WS-COUNT-LINE.
017200     05  WS-C-LABEL              PIC X(37).
017300     05  WS-C-COUNT              PIC ZZZZZZ9.
017400     05  FILLER                  PIC X(88) VALUE SPACES.

017500 PROCEDURE DIVISION.
017600*****************************************************************
017700*    0000-MAINLINE                                              *
017800*****************************************************************
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018100     IF WS-OPEN-FAILED
018200         MOVE 12 TO RETURN-CODE
018300         STOP RUN
018400     END-IF.
018500     PERFORM 2000-APPLY-ONE THRU 2000-EXIT
018600         UNTIL WS-CARD-EOF
018700            OR WS-IO-FAILED.
018800     PERFORM 4000-WRITE-COUNTS THRU 4000-EXIT.
018900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
019000     STOP RUN.

019100*****************************************************************
019200*    1000-INITIALIZE - OPEN EVERYTHING.  THE LOG IS EXTENDED    *
019300*    SO EVERY RUN'S IMAGES STAY BEHIND THE LAST RUN'S; ON THE   *
019400*    VERY FIRST RUN IT DOES NOT EXIST YET AND IS CREATED.       *
019500*****************************************************************
019600 1000-INITIALIZE.
019700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
019800     ACCEPT WS-TODAY-TIME FROM TIME.
019900     OPEN INPUT CARD-FILE.
020000     IF CARD-FILE-STATUS NOT = '00'
020100         DISPLAY 'HELLOACM12 ACMIN OPEN FAILED, STATUS '
020200             CARD-FILE-STATUS
020300         SET WS-OPEN-FAILED TO TRUE
020400         GO TO 1000-EXIT
020500     END-IF.
020600     OPEN I-O ACCT-FILE.
020700     IF NOT ACCT-OPEN-GOOD
020800         DISPLAY 'HELLOACM12 ACCTMST OPEN FAILED, STATUS '
020900             ACCT-FILE-STATUS
021000         SET WS-OPEN-FAILED TO TRUE
021100         CLOSE CARD-FILE
021200         GO TO 1000-EXIT
021300     END-IF.
021400     OPEN EXTEND ACML-FILE.
021500     IF ACML-STATUS-NOT-FOUND
021600         OPEN OUTPUT ACML-FILE
021700     END-IF.
021800     IF NOT ACML-STATUS-OK
021900         DISPLAY 'HELLOACM12 ACMLOG OPEN FAILED, STATUS '
022000             ACML-FILE-STATUS
022100         SET WS-OPEN-FAILED TO TRUE
022200         CLOSE CARD-FILE
022300         CLOSE ACCT-FILE
022400         GO TO 1000-EXIT
022500     END-IF.
022600     OPEN OUTPUT REPORT-FILE.
022700     IF REPORT-FILE-STATUS NOT = '00'
022800         DISPLAY 'HELLOACM12 ACMRPT OPEN FAILED, STATUS '
022900             REPORT-FILE-STATUS
023000         SET WS-OPEN-FAILED TO TRUE
023100         CLOSE CARD-FILE
023200         CLOSE ACCT-FILE
023300         CLOSE ACML-FILE
023400         GO TO 1000-EXIT
023500     END-IF.

023600     MOVE SPACES TO REPORT-LINE.
023700     MOVE 'HELLO ACCOUNT MASTER MAINTENANCE' TO REPORT-LINE.
023800     WRITE REPORT-LINE.
023900     MOVE SPACES TO REPORT-LINE.
024000     WRITE REPORT-LINE.
024100     MOVE SPACES TO REPORT-LINE.
024200     STRING 'OUTCOME  '         DELIMITED BY SIZE
024300            'ACTION '           DELIMITED BY SIZE
024400            'ACCOUNT   '        DELIMITED BY SIZE
024500            'STATUS  '          DELIMITED BY SIZE
024600            'OPENED    '        DELIMITED BY SIZE
024700            'REFERENCE             ' DELIMITED BY SIZE
024800            'REASON'            DELIMITED BY SIZE
024900         INTO REPORT-LINE.
025000     WRITE REPORT-LINE.
025100     MOVE SPACES TO REPORT-LINE.
025200     MOVE ALL '-' TO REPORT-LINE.
025300     WRITE REPORT-LINE.

025400     PERFORM 1100-READ-CARD THRU 1100-EXIT.
025500 1000-EXIT.
025600     EXIT.

025700*****************************************************************
025800*    1100-READ-CARD                                             *
025900*****************************************************************
026000 1100-READ-CARD.
026100     READ CARD-FILE
026200         AT END
026300             SET WS-CARD-EOF TO TRUE
026400             GO TO 1100-EXIT
026500     END-READ.
026600     IF CARD-FILE-STATUS NOT = '00'
026700         MOVE SPACES TO REPORT-LINE
026800         STRING 'ACMIN READ FAILED, STATUS '
026900             CARD-FILE-STATUS DELIMITED BY SIZE
027000             INTO REPORT-LINE
027100         WRITE REPORT-LINE
027200         SET WS-IO-FAILED TO TRUE
027300         SET WS-CARD-EOF TO TRUE
027400         GO TO 1100-EXIT
027500     END-IF.
027600     ADD 1 TO WS-CARD-CNT.
027700 1100-EXIT.
027800     EXIT.

027900*****************************************************************
028000*    2000-APPLY-ONE - EDIT ONE CARD, LOOK THE ACCOUNT UP, AND   *
028100*    HAND OFF TO THE ACTION.  ANY EDIT FAILURE LEAVES A REASON  *
028200*    IN WS-REFUSE-TEXT AND THE CARD IS LISTED AS REFUSED.       *
028300*****************************************************************
028400 2000-APPLY-ONE.
028500     MOVE SPACES TO WS-REFUSE-TEXT.
028600     MOVE SPACES TO WS-BEFORE-IMAGE.
028700     PERFORM 2100-CHECK-ACCOUNT-FORM THRU 2100-EXIT.
028800     IF WS-REFUSE-TEXT NOT = SPACES
028900         GO TO 2000-REFUSE
029000     END-IF.

029100     MOVE CARD-ACCOUNT TO ACCT-ACCOUNT.
029200     MOVE 'N' TO WS-ACCT-FOUND-SW.
029300     READ ACCT-FILE
029400         INVALID KEY
029500             CONTINUE
029600     END-READ.
029700     EVALUATE TRUE
029800         WHEN ACCT-STATUS-OK
029900             SET WS-ACCT-FOUND TO TRUE
030000             MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
030100         WHEN ACCT-STATUS-NO-RECORD
030200             CONTINUE
030300         WHEN OTHER
030400             MOVE SPACES TO REPORT-LINE
030500             STRING 'ACCTMST READ FAILED, STATUS '
030600                 ACCT-FILE-STATUS DELIMITED BY SIZE
030700                 INTO REPORT-LINE
030800             WRITE REPORT-LINE
030900             SET WS-IO-FAILED TO TRUE
031000             GO TO 2000-EXIT
031100     END-EVALUATE.

031200     EVALUATE TRUE
031300         WHEN CARD-ACTION-ADD
031400             PERFORM 2200-ADD THRU 2200-EXIT
031500         WHEN CARD-ACTION-CHANGE
031600             PERFORM 2300-CHANGE THRU 2300-EXIT
031700         WHEN CARD-ACTION-CLOSE
031800             PERFORM 2400-CLOSE THRU 2400-EXIT
031900         WHEN CARD-ACTION-FREEZE
032000             PERFORM 2500-FREEZE THRU 2500-EXIT
032100         WHEN CARD-ACTION-REOPEN
032200             PERFORM 2600-REOPEN THRU 2600-EXIT
032300         WHEN OTHER
032400             MOVE 'UNKNOWN ACTION' TO WS-REFUSE-TEXT
032500     END-EVALUATE.
032600     IF WS-IO-FAILED
032700         GO TO 2000-EXIT
032800     END-IF.
032900     IF WS-REFUSE-TEXT NOT = SPACES
033000         GO TO 2000-REFUSE
033100     END-IF.

033200     PERFORM 3000-WRITE-LOG THRU 3000-EXIT.
033300     IF WS-IO-FAILED
033400         GO TO 2000-EXIT
033500     END-IF.
033600     ADD 1 TO WS-APPLIED-CNT.
033700     MOVE 'APPLIED  ' TO WS-L-OUTCOME.
033800     PERFORM 3100-LIST-CARD THRU 3100-EXIT.
033900     GO TO 2000-NEXT.

034000 2000-REFUSE.
034100     ADD 1 TO WS-REFUSED-CNT.
034200     MOVE 'REFUSED  ' TO WS-L-OUTCOME.
034300     PERFORM 3100-LIST-CARD THRU 3100-EXIT.

034400 2000-NEXT.
034500     PERFORM 1100-READ-CARD THRU 1100-EXIT.
034600 2000-EXIT.
034700     EXIT.

034800*****************************************************************
034900*    2100-CHECK-ACCOUNT-FORM - THE ACCOUNT MUST BE LEFT-        *
035000*    JUSTIFIED WITH NO EMBEDDED BLANKS, THE SAME RULE HELLOEDT  *
035100*    HOLDS EVERY INBOUND DETAIL TO - AN ACCOUNT OPENED IN ANY   *
035200*    OTHER FORM COULD NEVER BE POSTED.                          *
035300*****************************************************************
035400 2100-CHECK-ACCOUNT-FORM.
035500     MOVE CARD-ACCOUNT TO WS-ACCT-CHECK.
035600     MOVE 'N' TO WS-BLANK-SEEN-SW.
035700     IF WS-ACCT-CHAR (1) = SPACE
035800         MOVE 'ACCOUNT MISSING OR NOT LEFT-JUSTIFIED'
035900             TO WS-REFUSE-TEXT
036000         GO TO 2100-EXIT
036100     END-IF.
036200     PERFORM 2110-CHECK-ONE-CHAR THRU 2110-EXIT
036300         VARYING WS-ACCT-IX FROM 2 BY 1
036400         UNTIL WS-ACCT-IX > 8
036500            OR WS-REFUSE-TEXT NOT = SPACES.
036600 2100-EXIT.
036700     EXIT.

036800*****************************************************************
036900*    2110-CHECK-ONE-CHAR                                        *
037000*****************************************************************
037100 2110-CHECK-ONE-CHAR.
037200     IF WS-ACCT-CHAR (WS-ACCT-IX) = SPACE
037300         SET WS-BLANK-SEEN TO TRUE
037400     ELSE
037500         IF WS-BLANK-SEEN
037600             MOVE 'ACCOUNT HAS EMBEDDED BLANKS'
037700                 TO WS-REFUSE-TEXT
037800         END-IF
037900     END-IF.
038000 2110-EXIT.
038100     EXIT.

038200*****************************************************************
038300*    2200-ADD - OPEN A NEW ACCOUNT AT A ZERO BALANCE.  NOTHING  *
038400*    HAS POSTED TO IT, SO THE LAST-POSTED STAMPS START AT ZERO. *
038500*****************************************************************
038600 2200-ADD.
038700     IF WS-ACCT-FOUND
038800         MOVE 'ACCOUNT ALREADY ON THE MASTER' TO WS-REFUSE-TEXT
038900         GO TO 2200-EXIT
039000     END-IF.
039100     IF CARD-OPEN-DATE = SPACES
039200         MOVE WS-TODAY-DATE TO WS-D2S-DATE
039300     ELSE
039400         PERFORM 2900-CHECK-OPEN-DATE THRU 2900-EXIT
039500         IF WS-REFUSE-TEXT NOT = SPACES
039600             GO TO 2200-EXIT
039700         END-IF
039800     END-IF.
039900     MOVE SPACES        TO ACCT-RECORD.
040000     MOVE CARD-ACCOUNT  TO ACCT-ACCOUNT.
040100     MOVE ZERO          TO ACCT-BALANCE.
040200     MOVE ZERO          TO ACCT-LAST-DATE.
040300     MOVE ZERO          TO ACCT-LAST-RUN.
040400     MOVE 'O'           TO ACCT-STATUS.
040500     MOVE WS-D2S-DATE   TO ACCT-OPEN-DATE.
040600     WRITE ACCT-RECORD
040700         INVALID KEY
040800             CONTINUE
040900     END-WRITE.
041000     IF NOT ACCT-STATUS-OK
041100         MOVE SPACES TO REPORT-LINE
041200         STRING 'ACCTMST WRITE FAILED, STATUS '
041300             ACCT-FILE-STATUS DELIMITED BY SIZE
041400             INTO REPORT-LINE
041500         WRITE REPORT-LINE
041600         SET WS-IO-FAILED TO TRUE
041700         GO TO 2200-EXIT
041800     END-IF.
041900     ADD 1 TO WS-ADD-CNT.
042000 2200-EXIT.
042100     EXIT.

042200*****************************************************************
042300*    2300-CHANGE - CORRECT THE OPEN DATE.  IT IS THE ONLY FIELD *
042400*    ON THE MASTER THAT MAINTENANCE OWNS AND THE STATUS HAS ITS *
042500*    OWN ACTIONS, SO A CHANGE CARD MUST CARRY A DATE.           *
042600*****************************************************************
042700 2300-CHANGE.
042800     IF NOT WS-ACCT-FOUND
042900         MOVE 'ACCOUNT NOT ON THE MASTER' TO WS-REFUSE-TEXT
043000         GO TO 2300-EXIT
043100     END-IF.
043200     IF CARD-OPEN-DATE = SPACES
043300         MOVE 'CHANGE CARD CARRIES NO OPEN DATE'
043400             TO WS-REFUSE-TEXT
043500         GO TO 2300-EXIT
043600     END-IF.
043700     PERFORM 2900-CHECK-OPEN-DATE THRU 2900-EXIT.
043800     IF WS-REFUSE-TEXT NOT = SPACES
043900         GO TO 2300-EXIT
044000     END-IF.
044100     MOVE WS-D2S-DATE TO ACCT-OPEN-DATE.
044200     PERFORM 2800-REWRITE-ACCT THRU 2800-EXIT.
044300     IF NOT WS-IO-FAILED
044400         ADD 1 TO WS-CHANGE-CNT
044500     END-IF.
044600 2300-EXIT.
044700     EXIT.

044800*****************************************************************
044900*    2400-CLOSE - ONLY AN ACCOUNT WITH NOTHING LEFT ON IT MAY   *
045000*    CLOSE; A BALANCE MUST BE WORKED OFF FIRST, OR IT WOULD     *
045100*    STRAND ON A RECORD NO DETAIL CAN EVER POST TO AGAIN.  A    *
045200*    FROZEN ACCOUNT AT ZERO MAY CLOSE STRAIGHT FROM FROZEN.     *
045300*****************************************************************
045400 2400-CLOSE.
045500     IF NOT WS-ACCT-FOUND
045600         MOVE 'ACCOUNT NOT ON THE MASTER' TO WS-REFUSE-TEXT
045700         GO TO 2400-EXIT
045800     END-IF.
045900     IF ACCT-STATUS-CLOSED
046000         MOVE 'ACCOUNT IS ALREADY CLOSED' TO WS-REFUSE-TEXT
046100         GO TO 2400-EXIT
046200     END-IF.
046300     IF ACCT-BALANCE NOT = ZERO
046400         MOVE 'BALANCE IS NOT ZERO' TO WS-REFUSE-TEXT
046500         GO TO 2400-EXIT
046600     END-IF.
046700     MOVE 'C' TO ACCT-STATUS.
046800     PERFORM 2800-REWRITE-ACCT THRU 2800-EXIT.
046900     IF NOT WS-IO-FAILED
047000         ADD 1 TO WS-CLOSE-CNT
047100     END-IF.
047200 2400-EXIT.
047300     EXIT.

047400*****************************************************************
047500*    2500-FREEZE                                                *
047600*****************************************************************
047700 2500-FREEZE.
047800     IF NOT WS-ACCT-FOUND
047900         MOVE 'ACCOUNT NOT ON THE MASTER' TO WS-REFUSE-TEXT
048000         GO TO 2500-EXIT
048100     END-IF.
048200     IF NOT ACCT-STATUS-OPEN
048300         MOVE 'ACCOUNT IS NOT OPEN' TO WS-REFUSE-TEXT
048400         GO TO 2500-EXIT
048500     END-IF.
048600     MOVE 'F' TO ACCT-STATUS.
048700     PERFORM 2800-REWRITE-ACCT THRU 2800-EXIT.
048800     IF NOT WS-IO-FAILED
048900         ADD 1 TO WS-FREEZE-CNT
049000     END-IF.
049100 2500-EXIT.
049200     EXIT.

049300*****************************************************************
049400*    2600-REOPEN                                                *
049500*****************************************************************
049600 2600-REOPEN.
049700     IF NOT WS-ACCT-FOUND
049800         MOVE 'ACCOUNT NOT ON THE MASTER' TO WS-REFUSE-TEXT
049900         GO TO 2600-EXIT
050000     END-IF.
050100     IF ACCT-STATUS-OPEN
050200         MOVE 'ACCOUNT IS ALREADY OPEN' TO WS-REFUSE-TEXT
050300         GO TO 2600-EXIT
050400     END-IF.
050500     MOVE 'O' TO ACCT-STATUS.
050600     PERFORM 2800-REWRITE-ACCT THRU 2800-EXIT.
050700     IF NOT WS-IO-FAILED
050800         ADD 1 TO WS-REOPEN-CNT
050900     END-IF.
051000 2600-EXIT.
051100     EXIT.

051200*****************************************************************
051300*    2800-REWRITE-ACCT                                          *
051400*****************************************************************
051500 2800-REWRITE-ACCT.
051600     REWRITE ACCT-RECORD
051700         INVALID KEY
051800             CONTINUE
051900     END-REWRITE.
052000     IF NOT ACCT-STATUS-OK
052100         MOVE SPACES TO REPORT-LINE
052200         STRING 'ACCTMST REWRITE FAILED, STATUS '
052300             ACCT-FILE-STATUS DELIMITED BY SIZE
052400             INTO REPORT-LINE
052500         WRITE REPORT-LINE
052600         SET WS-IO-FAILED TO TRUE
052700     END-IF.
052800 2800-EXIT.
052900     EXIT.

053000*****************************************************************
053100*    2900-CHECK-OPEN-DATE - THE CARD DATE MUST BE A REAL        *
053200*    CALENDAR DATE AND NOT LATER THAN TODAY.  LEAVES THE DATE   *
053300*    IN WS-D2S-DATE WHEN IT PASSES.                             *
053400*****************************************************************
053500 2900-CHECK-OPEN-DATE.
053600     IF CARD-OPEN-DATE IS NOT NUMERIC
053700         MOVE 'OPEN DATE IS NOT NUMERIC' TO WS-REFUSE-TEXT
053800         GO TO 2900-EXIT
053900     END-IF.
054000     MOVE CARD-OPEN-DATE-N TO WS-D2S-DATE.
054100     PERFORM 8100-DATE-TO-SERIAL THRU 8100-EXIT.
054200     IF WS-D2S-VALID
054300         PERFORM 8200-CHECK-REAL-DATE THRU 8200-EXIT
054400     END-IF.
054500     IF WS-D2S-INVALID
054600         MOVE 'OPEN DATE IS NOT A REAL DATE' TO WS-REFUSE-TEXT
054700         GO TO 2900-EXIT
054800     END-IF.
054900     IF WS-D2S-DATE > WS-TODAY-DATE
055000         MOVE 'OPEN DATE IS IN THE FUTURE' TO WS-REFUSE-TEXT
055100     END-IF.
055200 2900-EXIT.
055300     EXIT.

055400*****************************************************************
055500*    3000-WRITE-LOG - BEFORE AND AFTER IMAGES OF THE RECORD     *
055600*    JUST WRITTEN OR REWRITTEN.                                 *
055700*****************************************************************
055800 3000-WRITE-LOG.
055900     MOVE SPACES          TO ACML-RECORD.
056000     MOVE WS-TODAY-DATE   TO ACML-DATE.
056100     MOVE WS-TODAY-TIME   TO ACML-TIME.
056200     MOVE CARD-ACTION     TO ACML-ACTION.
056300     MOVE CARD-ACCOUNT    TO ACML-ACCOUNT.
056400     MOVE CARD-REFERENCE  TO ACML-REFERENCE.
056500     MOVE WS-BEFORE-IMAGE TO ACML-BEFORE-IMAGE.
056600     MOVE ACCT-RECORD     TO ACML-AFTER-IMAGE.
056700     WRITE ACML-RECORD.
056800     IF NOT ACML-STATUS-OK
056900         MOVE SPACES TO REPORT-LINE
057000         STRING 'ACMLOG WRITE FAILED, STATUS '
057100             ACML-FILE-STATUS DELIMITED BY SIZE
057200             INTO REPORT-LINE
057300         WRITE REPORT-LINE
057400         SET WS-IO-FAILED TO TRUE
057500     END-IF.
057600 3000-EXIT.
057700     EXIT.

057800*****************************************************************
057900*    3100-LIST-CARD - ONE REPORT LINE PER CARD.  AN APPLIED     *
058000*    CARD SHOWS THE ACCOUNT AS IT NOW STANDS; A REFUSED ONE     *
058100*    SHOWS THE REASON.                                          *
058200*****************************************************************
058300 3100-LIST-CARD.
058400     MOVE CARD-ACTION    TO WS-L-ACTION.
058500     MOVE CARD-ACCOUNT   TO WS-L-ACCOUNT.
058600     MOVE CARD-REFERENCE TO WS-L-REFERENCE.
058700     MOVE WS-REFUSE-TEXT TO WS-L-TEXT.
058800     MOVE SPACES         TO WS-L-STATUS.
058900     MOVE SPACES         TO WS-L-OPEN-DATE.
059000     IF WS-REFUSE-TEXT = SPACES
059100         EVALUATE TRUE
059200             WHEN ACCT-STATUS-CLOSED
059300                 MOVE 'CLOSED' TO WS-L-STATUS
059400             WHEN ACCT-STATUS-FROZEN
059500                 MOVE 'FROZEN' TO WS-L-STATUS
059600             WHEN OTHER
059700                 MOVE 'OPEN  ' TO WS-L-STATUS
059800         END-EVALUATE
059900         MOVE ACCT-OPEN-DATE TO WS-L-OPEN-DATE
060000     END-IF.
060100     MOVE SPACES TO REPORT-LINE.
060200     MOVE WS-CARD-LINE TO REPORT-LINE.
060300     WRITE REPORT-LINE.
060400 3100-EXIT.
060500     EXIT.

060600*****************************************************************
060700*    4000-WRITE-COUNTS                                          *
060800*****************************************************************
060900 4000-WRITE-COUNTS.
061000     MOVE SPACES TO REPORT-LINE.
061100     WRITE REPORT-LINE.
061200     MOVE 'CARDS READ.......................... '
061300         TO WS-C-LABEL.
061400     MOVE WS-CARD-CNT TO WS-C-COUNT.
061500     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
061600     MOVE 'CARDS APPLIED....................... '
061700         TO WS-C-LABEL.
061800     MOVE WS-APPLIED-CNT TO WS-C-COUNT.
061900     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
062000     MOVE 'CARDS REFUSED....................... '
062100         TO WS-C-LABEL.
062200     MOVE WS-REFUSED-CNT TO WS-C-COUNT.
062300     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
062400     MOVE '  ACCOUNTS ADDED.................... '
062500         TO WS-C-LABEL.
062600     MOVE WS-ADD-CNT TO WS-C-COUNT.
062700     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
062800     MOVE '  ACCOUNTS CHANGED.................. '
062900         TO WS-C-LABEL.
063000     MOVE WS-CHANGE-CNT TO WS-C-COUNT.
063100     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
063200     MOVE '  ACCOUNTS CLOSED................... '
063300         TO WS-C-LABEL.
063400     MOVE WS-CLOSE-CNT TO WS-C-COUNT.
063500     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
063600     MOVE '  ACCOUNTS FROZEN................... '
063700         TO WS-C-LABEL.
063800     MOVE WS-FREEZE-CNT TO WS-C-COUNT.
063900     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
064000     MOVE '  ACCOUNTS REOPENED................. '
064100         TO WS-C-LABEL.
064200     MOVE WS-REOPEN-CNT TO WS-C-COUNT.
064300     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
064400 4000-EXIT.
064500     EXIT.

064600*****************************************************************
064700*    4900-WRITE-COUNT                                           *
064800*****************************************************************
064900 4900-WRITE-COUNT.
065000     MOVE SPACES TO REPORT-LINE.
065100     MOVE WS-COUNT-LINE TO REPORT-LINE.
065200     WRITE REPORT-LINE.
065300 4900-EXIT.
065400     EXIT.

065500*****************************************************************
065600*    8100-DATE-TO-SERIAL - SAME DAY-NUMBER ROUTINE AS HELLO     *
065700*    AND HELLOCAL.  SETS WS-D2S-VALID ONLY WHEN THE DATE PASSES *
065800*    THE ROUGH RANGE CHECK.                                     *
065900*****************************************************************
066000 8100-DATE-TO-SERIAL.
066100     SET WS-D2S-INVALID TO TRUE.
066200     MOVE 0 TO WS-D2S-SERIAL.
066300     IF WS-D2S-DATE IS NOT NUMERIC
066400         GO TO 8100-EXIT
066500     END-IF.
066600     IF WS-D2S-YYYY < 1900
066700         OR WS-D2S-MM < 1 OR WS-D2S-MM > 12
066800         OR WS-D2S-DD < 1 OR WS-D2S-DD > 31
066900         GO TO 8100-EXIT
067000     END-IF.

067100     IF WS-D2S-MM > 2
067200         MOVE WS-D2S-YYYY TO WS-D2S-WORK-Y
067300         COMPUTE WS-D2S-WORK-M = WS-D2S-MM + 1
067400     ELSE
067500         COMPUTE WS-D2S-WORK-Y = WS-D2S-YYYY - 1
067600         COMPUTE WS-D2S-WORK-M = WS-D2S-MM + 13
067700     END-IF.
067800*    EACH QUOTIENT IS STORED SEPARATELY SO IT TRUNCATES ON ITS
067900*    OWN - SUMMED IN ONE COMPUTE THE FRACTIONS WOULD CARRY
068000*    ACROSS TERMS AND SHIFT THE SERIAL A DAY AT LEAP BOUNDARIES.
068100     COMPUTE WS-D2S-TERM-1 = (1461 * WS-D2S-WORK-Y) / 4.
068200     COMPUTE WS-D2S-TERM-2 = WS-D2S-WORK-Y / 100.
068300     COMPUTE WS-D2S-TERM-3 = WS-D2S-WORK-Y / 400.
068400     COMPUTE WS-D2S-TERM-4 = (153 * WS-D2S-WORK-M) / 5.
068500     COMPUTE WS-D2S-SERIAL
068600         = WS-D2S-TERM-1 - WS-D2S-TERM-2
068700         + WS-D2S-TERM-3 + WS-D2S-TERM-4 + WS-D2S-DD.
068800     SET WS-D2S-VALID TO TRUE.
068900 8100-EXIT.
069000     EXIT.

069100*****************************************************************
069200*    8200-CHECK-REAL-DATE - THE ROUGH RANGE CHECK IN 8100       *
069300*    LETS A DAY LIKE FEBRUARY 31 THROUGH; THIS ONE HOLDS THE    *
069400*    DAY AGAINST THE REAL LENGTH OF ITS MONTH AND DROPS         *
069500*    WS-D2S-VALID WHEN IT DOES NOT FIT.                         *
069600*****************************************************************
069700 8200-CHECK-REAL-DATE.
069800     EVALUATE WS-D2S-MM
069900         WHEN 1
070000         WHEN 3
070100         WHEN 5
070200         WHEN 7
070300         WHEN 8
070400         WHEN 10
070500         WHEN 12
070600             MOVE 31 TO WS-DAYS-IN-MONTH
070700         WHEN 4
070800         WHEN 6
070900         WHEN 9
071000         WHEN 11
071100             MOVE 30 TO WS-DAYS-IN-MONTH
071200         WHEN 2
071300             MOVE 28 TO WS-DAYS-IN-MONTH
071400             DIVIDE WS-D2S-YYYY BY 4
071500                 GIVING WS-DOW-QUOT REMAINDER WS-LEAP-REM
071600             IF WS-LEAP-REM = 0
071700                 MOVE 29 TO WS-DAYS-IN-MONTH
071800                 DIVIDE WS-D2S-YYYY BY 100
071900                     GIVING WS-DOW-QUOT
072000                     REMAINDER WS-LEAP-REM
072100                 IF WS-LEAP-REM = 0
072200                     DIVIDE WS-D2S-YYYY BY 400
072300                         GIVING WS-DOW-QUOT
072400                         REMAINDER WS-LEAP-REM
072500                     IF WS-LEAP-REM NOT = 0
072600                         MOVE 28 TO WS-DAYS-IN-MONTH
072700                     END-IF
072800                 END-IF
072900             END-IF
073000     END-EVALUATE.
073100     IF WS-D2S-DD > WS-DAYS-IN-MONTH
073200         SET WS-D2S-INVALID TO TRUE
073300     END-IF.
073400 8200-EXIT.
073500     EXIT.

073600*****************************************************************
073700*    9999-TERMINATE                                             *
073800*****************************************************************
073900 9999-TERMINATE.
074000     CLOSE CARD-FILE.
074100     CLOSE ACCT-FILE.
074200     CLOSE ACML-FILE.
074300     CLOSE REPORT-FILE.
074400     EVALUATE TRUE
074500         WHEN WS-IO-FAILED
074600             MOVE 12 TO RETURN-CODE
074700         WHEN WS-CARD-CNT = 0
074800             DISPLAY 'HELLOACM16 NO MAINTENANCE CARDS ON ACMIN'
074900             MOVE 16 TO RETURN-CODE
075000         WHEN WS-REFUSED-CNT > 0
075100             MOVE 4 TO RETURN-CODE
075200         WHEN OTHER
075300             MOVE 0 TO RETURN-CODE
075400     END-EVALUATE.
075500 9999-EXIT.
075600     EXIT.
