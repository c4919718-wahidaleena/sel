002100*    90  OPEN OR WRITE FAILED AGAINST ITEROUT, AUDITOUT,        *
002200*        COMPOUT, OR THE ACCOUNT MASTER.  SEE THE FILE STATUS   *
002300*        DISPLAYED WITH THE MESSAGE.                            *
002310*                                                               *
002320*  MODE=CHECK ON THE CONTROL CARD IS A PRE-FLIGHT PASS THAT     *
002330*  POSTS NOTHING.  IT ENDS WITH THE CODE THE REAL RUN WOULD     *
002340*  HAVE ENDED WITH (12, 16, 20, 24, OR 90 ABOVE, OR 90 IF THE   *
002350*  PFLRPT REPORT CANNOT BE WRITTEN), ELSE:                      *
002360*    00  READY - EVERY DETAIL WOULD POST TO THE MASTER.         *
002370*    04  READY, BUT SOME DETAILS WOULD BE DIVERTED TO ACCTSUSP  *
002380*        (ACCOUNT NOT ON THE MASTER, CLOSED, OR FROZEN) - SEE   *
002390*        PFLRPT.                                                *
002400*                                                               *
002500*  MODIFICATION HISTORY                                         *
002600*  ----------------------------------------------------------   *
006283*                   CHECKPOINT MATCH WAS ALREADY SCOPED TO      *
006284*                   THE JOB NAME, SO RESTARTS STAY INSIDE THE   *
006285*                   REQUESTING STREAM.                          *
006288*  2026-10-15  RLB  G-PARA NOW HONORS THE ACCOUNT STATUS KEPT   *
006291*                   BY HELLOACM: A DETAIL AGAINST A CLOSED OR   *
006294*                   FROZEN ACCOUNT STILL POSTS TO ITEROUT BUT   *
006297*                   ITS MASTER UPDATE IS DIVERTED TO ACCTSUSP   *
006300*                   UNDER REASON 07 (CLOSED) OR 08 (FROZEN)     *
006303*                   AND COUNTED ON MESSAGE HELLO0002.  THE      *
006306*                   ACCOUNT MASTER RECORD IS NOW 48 BYTES.      *
006309*  2026-10-15  RLB  EVERY ACCTSUSP ITEM NOW CARRIES THE         *
006312*                   BUSINESS DATE IT WAS DIVERTED (SUSP-DATE)   *
006315*                   SO THE SUSPENSE WORKBENCH CAN AGE IT.       *
006318*  2026-10-15  RLB  B-PARA NOW POSTS THE MASTER UPDATE (G-PARA) *
006321*                   AHEAD OF THE ITERATION WRITE AND STAMPS     *
006324*                   ITER-POSTED-TO WITH WHERE IT LANDED - M ON  *
006327*                   ACCTMST, S DIVERTED TO ACCTSUSP - SO        *
006330*                   STATEMENTS AND THE BALANCE PROOF CAN LEAVE  *
006333*                   DIVERTED POSTINGS OUT.  A FORCED            *
006336*                   REGENERATION LEAVES IT BLANK.               *
006339*  2026-10-15  RLB  EVERY COMPLETION RECORD NOW CARRIES THE     *
006342*                   RUN TYPE (N OR F) SO A HELLOBKO BACKOUT'S   *
006345*                   COMPLETION RECORD (B) ON THE SHARED         *
006348*                   COMPSTAT CAN BE TOLD FROM A POSTING RUN.    *
006351*  2026-10-15  RLB  MODE=CHECK ON THE CONTROL CARD RUNS EVERY   *
006354*                   CARD AND CALENDAR VALIDATION, THEN WALKS    *
006357*                   TRANIN AS B-PARA WOULD (P-PARA) - RESTART   *
006360*                   SKIP, ACCOUNT LOOKUPS, CARRYOVER, TRAILER   *
006363*                   BALANCE - WITHOUT WRITING ITEROUT,          *
006366*                   AUDITOUT, ACCTMST, ACCTSUSP, CHKPTFL,       *
006369*                   RUNCTL, CARRYOUT, PROGOUT, OR COMPOUT.  THE *
006372*                   FINDINGS GO TO THE NEW PFLRPT REPORT.       *
006375*                                                               *
006378*****************************************************************
006381
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
006600 SOURCE-COMPUTER.   IBM-370.
009014     SELECT PROG-FILE  ASSIGN TO PROGOUT
009015         ORGANIZATION IS SEQUENTIAL
009016         FILE STATUS IS PROG-FILE-STATUS.
009029
009042     SELECT PFL-FILE   ASSIGN TO PFLRPT
009055         ORGANIZATION IS SEQUENTIAL
009068         FILE STATUS IS PFL-FILE-STATUS.
009081
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  CTL-FILE
009770     05  CTL-RANGE-TO                PIC X(04).
009780     05  CTL-RUN-MODE                PIC X(05).
009785         88  CTL-MODE-FORCE              VALUE 'FORCE'.
009787         88  CTL-MODE-CHECK              VALUE 'CHECK'.
009790         88  CTL-MODE-NORMAL             VALUE SPACES.
009795     05  CTL-PROGRESS-INT            PIC X(04).
009796     05  CTL-JOB-NAME                PIC X(08).
011908 COPY CALREC.
011909
011910 FD  ACCT-FILE
011911     RECORD CONTAINS 48 CHARACTERS.
011912 COPY ACCTREC.
011913
011914 FD  ASUSP-FILE
011927     RECORD CONTAINS 40 CHARACTERS.
011928 COPY PROGREC.
011929
011940 FD  PFL-FILE
011951     LABEL RECORDS OMITTED
011962     RECORD CONTAINS 132 CHARACTERS.
011973 01  PFL-REPORT-LINE                 PIC X(132).
011984
012000 WORKING-STORAGE SECTION.
012100 77  WS-A                        PIC 9(04) COMP VALUE 0.
012200 77  WS-START-VALUE              PIC 9(04) COMP VALUE 1.
012590 77  WS-CAL-DAY-TYPE             PIC X(01) VALUE SPACE.
012592 77  WS-RANGE-FROM               PIC 9(04) COMP VALUE 1.
012594 77  WS-SKIP-COUNT               PIC 9(04) COMP VALUE 0.
012595 77  WS-RUN-TYPE                 PIC X(01) VALUE 'N'.
012596 77  WS-ACCT-SUSP-CNT            PIC 9(07) COMP VALUE 0.
012597 77  WS-ACCT-HELD-CNT            PIC 9(07) COMP VALUE 0.
012598 77  WS-TRAN-DEBIT-CNT           PIC 9(07) COMP VALUE 0.
012599 77  WS-TRAN-CREDIT-CNT          PIC 9(07) COMP VALUE 0.
012601 77  WS-TRAN-DEBIT-AMT           PIC S9(11)V99 COMP-3 VALUE 0.
012616 77  WS-RUNCT-CNT                PIC 9(02) COMP VALUE 0.
012617 77  WS-RUNCT-IX                 PIC 9(02) COMP VALUE 0.
012618 77  WS-RUNCT-HIT-IX             PIC 9(02) COMP VALUE 0.
012645 77  WS-WALK-CNT                 PIC 9(07) COMP VALUE 0.
012672
012700 01  WS-FILE-STATUSES.
012800     05  CTL-FILE-STATUS         PIC X(02) VALUE '00'.
012900         88  CTL-STATUS-OK               VALUE '00'.
014221     05  PROG-FILE-STATUS        PIC X(02) VALUE '00'.
014222         88  PROG-STATUS-OK              VALUE '00'.
014223         88  PROG-STATUS-NOT-FOUND       VALUE '35'.
014242     05  PFL-FILE-STATUS         PIC X(02) VALUE '00'.
014261         88  PFL-STATUS-OK               VALUE '00'.
014280
014300
014400 01  WS-SWITCHES.
014500     05  WS-RESTART-SW           PIC X(01) VALUE 'N'.
014796     05  WS-FORCE-MODE-SW        PIC X(01) VALUE 'N'.
014797         88  WS-FORCE-MODE           VALUE 'Y'.
014798         88  WS-NORMAL-MODE          VALUE 'N'.
014799         88  WS-CHECK-MODE           VALUE 'C'.
014800     05  WS-CARRY-HDR-SW         PIC X(01) VALUE 'N'.
014801         88  WS-CARRY-HDR-WRITTEN    VALUE 'Y'.
014802     05  WS-RUNCT-EOF-SW         PIC X(01) VALUE 'N'.
014803         88  WS-RUNCT-EOF            VALUE 'Y'.
014804     05  WS-RUNCT-FOUND-SW       PIC X(01) VALUE 'N'.
014805         88  WS-RUNCT-FOUND          VALUE 'Y'.
014852
014900 01  WS-JOB-NAME                 PIC X(08) VALUE 'HELLO'.
014910
014920*    CARRYOVER HEADER AND TRAILER IMAGES, BUILT IN THE TRANREC
015500 01  WS-END-DATE                 PIC 9(08) VALUE 0.
015600 01  WS-END-TIME                 PIC 9(06) VALUE 0.
015700 01  WS-ERROR-MESSAGE            PIC X(60) VALUE SPACES.
015705
015710*    MODE=CHECK PRE-FLIGHT REPORT LINES.
015715 01  WS-PFL-DETAIL.
015720     05  FILLER                  PIC X(06) VALUE 'CYCLE '.
015725     05  WS-PD-CYCLE             PIC ZZZ9.
015730     05  FILLER                  PIC X(10) VALUE '  ACCOUNT '.
015735     05  WS-PD-ACCOUNT           PIC X(08).
015740     05  FILLER                  PIC X(02) VALUE SPACES.
015745     05  WS-PD-TYPE              PIC X(02).
015750     05  FILLER                  PIC X(01) VALUE SPACE.
015755     05  WS-PD-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
015760     05  FILLER                  PIC X(02) VALUE SPACES.
015765     05  WS-PD-REASON            PIC X(40).
015770     05  FILLER                  PIC X(44) VALUE SPACES.
015775
015780 01  WS-PFL-COUNT.
015785     05  WS-PC-LABEL             PIC X(37).
015790     05  WS-PC-COUNT             PIC ZZZZZZ9.
015795     05  FILLER                  PIC X(88) VALUE SPACES.
015800
015900 PROCEDURE DIVISION.
016000*****************************************************************
018100             GO TO A-PARA-INPUT-ERROR
018200     END-READ.
018300     CLOSE CTL-FILE.
018311
018322*    MODE=CHECK MUST BE KNOWN BEFORE ANY VALIDATION SO EVERY
018333*    ERROR PATH BELOW REPORTS TO PFLRPT INSTEAD OF WRITING THE
018344*    AUDIT AND COMPLETION RECORDS.
018355     IF CTL-MODE-CHECK
018366         SET WS-CHECK-MODE TO TRUE
018377         PERFORM N-PARA THRU N-PARA-EXIT
018388     END-IF.
018400
018500     IF CTL-ITER-COUNT IS NOT NUMERIC
018600         MOVE 'CTL-ITER-COUNT IS NOT A VALID NUMBER'
020294
020296*    MODE=FORCE RE-EXECUTES EXACTLY THE FROM/TO RANGE GIVEN,
020298*    BYPASSING THE CHECKPOINT SO THE RANGE IS REGENERATED IN
020299*    FULL UNDER A FRESH RUN NUMBER AND MARKED AS A RE-RUN.
020300*    MODE=CHECK WAS SET AS SOON AS THE CARD WAS READ.
020301     IF NOT WS-CHECK-MODE
020302         SET WS-NORMAL-MODE TO TRUE
020303     END-IF.
020306     MOVE 'N' TO WS-RUN-TYPE.
020308     IF CTL-MODE-FORCE
020312         IF NOT WS-RANGE-MODE
020326         MOVE 'F' TO WS-RUN-TYPE
020328     ELSE
020332         IF NOT CTL-MODE-NORMAL
020333             AND NOT CTL-MODE-CHECK
020334             MOVE 'CTL-RUN-MODE IS NOT A RECOGNIZED MODE'
020336                 TO WS-ERROR-MESSAGE
020338             GO TO A-PARA-INPUT-ERROR
021600         END-IF
021800         CLOSE CHKPT-FILE
021900     END-IF.
021901*    A PRE-FLIGHT CHECK DRAWS NO RUN NUMBER AND WRITES NO
021902*    AUDIT OR ITERATION RECORDS - IT GOES STRAIGHT TO THE FEED.
021903     IF WS-CHECK-MODE
021904         GO TO A-PARA-OPEN-FEED
021905     END-IF.
021910
021912 A-PARA-RUN-NUMBER.
021915*    A FRESH LOGICAL RUN DRAWS THE NEXT RUN NUMBER FOR ITS
026200         GO TO A-PARA-IO-ERROR
026300     END-IF.
026400
026405 A-PARA-OPEN-FEED.
026410     OPEN INPUT TRAN-FILE.
026415     IF NOT TRAN-FILE-STATUS-OK
026420         STRING 'TRANIN OPEN FAILED, STATUS '
026523             GO TO A-PARA-IO-ERROR
026524         END-IF
026525     END-IF.
026537*    A PRE-FLIGHT CHECK ONLY LOOKS ACCOUNTS UP.
026549     IF WS-CHECK-MODE
026561         OPEN INPUT ACCT-FILE
026573         IF NOT ACCT-OPEN-GOOD
026585             STRING 'ACCTMST OPEN FAILED, STATUS '
026597                 ACCT-FILE-STATUS DELIMITED BY SIZE
026609                 INTO WS-ERROR-MESSAGE
026621             GO TO A-PARA-IO-ERROR
026633         END-IF
026645     END-IF.
026657
026669     IF WS-CHECK-MODE
026681         PERFORM P-PARA THRU P-PARA-EXIT
026693             VARYING WS-A FROM WS-START-VALUE BY 1
026705             UNTIL WS-A > WS-ITER-LIMIT
026717     ELSE
026729         PERFORM B-PARA THRU B-PARA-EXIT
026741             VARYING WS-A FROM WS-START-VALUE BY 1
026753             UNTIL WS-A > WS-ITER-LIMIT
026765                OR WS-DRAIN-REQUESTED
026777     END-IF.
026800
026825     IF NOT WS-CHECK-MODE
026850         CLOSE ITER-FILE
026875     END-IF.
026901     IF WS-NORMAL-MODE
026902         CLOSE ACCT-FILE
026903         CLOSE ASUSP-FILE
026904     END-IF.
026905     IF WS-CHECK-MODE
026906         CLOSE ACCT-FILE
026907     END-IF.
026908
026909     IF WS-DRAIN-REQUESTED
026912         CLOSE TRAN-FILE
026914         GO TO A-PARA-DRAINED
026916     END-IF.
026918*    TRAILER BALANCE BELONGS TO THE HELLOMRG CONSOLIDATION.
026919     IF WS-RANGE-MODE
026920         CLOSE TRAN-FILE
026921         IF WS-CHECK-MODE
026922             GO TO A-PARA-CHECK-REPORT
026923         END-IF
026924         GO TO A-PARA-PUBLISH
026925     END-IF.
026926
026927     READ TRAN-FILE
026928         AT END
026930             MOVE 'TRANIN TRAILER RECORD IS MISSING'
026935                 TO WS-ERROR-MESSAGE
026940             GO TO A-PARA-BALANCE-ERROR
026941     END-READ.
026942*    DETAILS BEYOND THE REQUESTED CYCLES ARE A HEAVY NIGHT,
026943*    NOT AN ERROR - THE UNPOSTED TAIL IS CARRIED TO THE NEXT
026944*    RUN (H-PARA) AND PROVEN INTO THE TRAILER BALANCE BELOW.
026945*    A PRE-FLIGHT CHECK ONLY COUNTS THE TAIL.
026946     IF NOT WS-CHECK-MODE
026947         OPEN OUTPUT CARRY-FILE
026948     END-IF.
026951     IF NOT CARRY-STATUS-OK
026952         STRING 'CARRYOUT OPEN FAILED, STATUS '
026953             CARRY-FILE-STATUS DELIMITED BY SIZE
026987         WS-TRAN-DEBIT-AMT + WS-CARRY-DR-AMT
026988         MOVE 'TRANIN DEBIT SIDE DISAGREES WITH TRAILER'
026989             TO WS-ERROR-MESSAGE
026990         GO TO A-PARA-BALANCE-ERROR
026991     END-IF.
026992     IF TRAN-TRL-CREDIT-COUNT NOT =
026993         WS-TRAN-CREDIT-CNT + WS-CARRY-CR-CNT
026994         OR TRAN-TRL-CREDIT-AMOUNT NOT =
026995         WS-TRAN-CREDIT-AMT + WS-CARRY-CR-AMT
026996         MOVE 'TRANIN CREDIT SIDE DISAGREES WITH TRAILER'
026997             TO WS-ERROR-MESSAGE
026998         GO TO A-PARA-BALANCE-ERROR
026999     END-IF.
027000     CLOSE TRAN-FILE.
027001     IF WS-CHECK-MODE
027002         GO TO A-PARA-CHECK-REPORT
027003     END-IF.
027004*    THE CARRYOVER IS SEALED UNDER ITS OWN CONTROL TOTALS SO
027005*    NEXT NIGHT'S EDIT CAN PROVE IT BEFORE FEEDING IT IN.
027006     IF WS-CARRY-HDR-WRITTEN
027007         MOVE WS-CARRIED-CNT    TO WS-CT-COUNT
027008         MOVE WS-CARRY-HASH-AMT TO WS-CT-HASH
027009         MOVE WS-CARRY-DR-CNT   TO WS-CT-DR-CNT
027010         MOVE WS-CARRY-DR-AMT   TO WS-CT-DR-AMT
027011         MOVE WS-CARRY-CR-CNT   TO WS-CT-CR-CNT
027012         MOVE WS-CARRY-CR-AMT   TO WS-CT-CR-AMT
027013         WRITE CARRY-RECORD FROM WS-CARRY-TRL
032000     MOVE WS-BUS-DATE       TO COMP-DATE.
032100     MOVE WS-END-TIME       TO COMP-TIME.
032110     MOVE WS-CARRIED-CNT    TO COMP-CARRIED-CNT.
032112     MOVE WS-RUN-TYPE       TO COMP-RUN-TYPE.
032200     WRITE COMP-RECORD.
032300     IF NOT COMP-FILE-STATUS-OK
032400         STRING 'COMPOUT WRITE FAILED, STATUS '
033020         DISPLAY 'HELLO0001 ' WS-ACCT-SUSP-CNT
033030             ' DETAILS HIT ACCOUNTS NOT ON THE MASTER - '
033040             'SEE ACCTSUSP'
033041     END-IF.
033042     IF WS-ACCT-HELD-CNT > 0
033043         DISPLAY 'HELLO0002 ' WS-ACCT-HELD-CNT
033044             ' DETAILS HIT CLOSED OR FROZEN ACCOUNTS - '
033045             'SEE ACCTSUSP'
033046     END-IF.
033052     IF WS-CARRIED-CNT > 0
033054         DISPLAY 'HELLO0003 ' WS-CARRIED-CNT
033056             ' DETAILS CARRIED TO THE NEXT RUN - SEE CARRYOUT'
033300
033400 A-PARA-RANGE-ERROR.
033500     DISPLAY 'HELLO0012 ' WS-ERROR-MESSAGE.
033520     IF WS-CHECK-MODE
033540         MOVE 12 TO RETURN-CODE
033560         GO TO A-PARA-CHECK-FAILED
033580     END-IF.
033600
033700     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
033800     ACCEPT WS-END-TIME FROM TIME.
036300     MOVE WS-END-DATE           TO COMP-DATE.
036400     MOVE WS-END-TIME           TO COMP-TIME.
036410     MOVE 0                     TO COMP-CARRIED-CNT.
036412     MOVE WS-RUN-TYPE           TO COMP-RUN-TYPE.
036500     IF COMP-FILE-STATUS-OK
036600         WRITE COMP-RECORD
036700     END-IF.
037100
037200 A-PARA-INPUT-ERROR.
037300     DISPLAY 'HELLO0016 ' WS-ERROR-MESSAGE.
037320     IF WS-CHECK-MODE
037340         MOVE 16 TO RETURN-CODE
037360         GO TO A-PARA-CHECK-FAILED
037380     END-IF.
037400
037500     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
037600     ACCEPT WS-END-TIME FROM TIME.
040100     MOVE WS-END-DATE           TO COMP-DATE.
040200     MOVE WS-END-TIME           TO COMP-TIME.
040210     MOVE 0                     TO COMP-CARRIED-CNT.
040212     MOVE WS-RUN-TYPE           TO COMP-RUN-TYPE.
040300     IF COMP-FILE-STATUS-OK
040400         WRITE COMP-RECORD
040500     END-IF.
041044     SET COMP-STATUS-DRAINED    TO TRUE.
041045     MOVE WS-LAST-CYCLE-DONE    TO COMP-FINAL-WS-A.
041046     MOVE WS-BUS-DATE           TO COMP-DATE.
041047     MOVE WS-END-TIME           TO COMP-TIME.
041048     MOVE 0                     TO COMP-CARRIED-CNT.
041049     MOVE WS-RUN-TYPE           TO COMP-RUN-TYPE.
041050     IF COMP-FILE-STATUS-OK
041051         WRITE COMP-RECORD
041052     END-IF.
041053     CLOSE COMP-FILE.
041054
041055     MOVE 4 TO RETURN-CODE.
041056     GO TO A-PARA-EXIT.
041057
041058 A-PARA-BALANCE-ERROR.
041059     DISPLAY 'HELLO0020 ' WS-ERROR-MESSAGE.
041060     IF WS-CHECK-MODE
041061         MOVE 20 TO RETURN-CODE
041062         GO TO A-PARA-CHECK-FAILED
041063     END-IF.
041064
041065     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
041066     ACCEPT WS-END-TIME FROM TIME.
041067
041068     OPEN EXTEND AUDIT-FILE.
041069     IF AUDIT-FILE-STATUS-NOT-FOUND
041070         OPEN OUTPUT AUDIT-FILE
041071     END-IF.
041072     MOVE WS-JOB-NAME           TO AUDIT-JOB-NAME.
041073     MOVE WS-RUN-NUMBER         TO AUDIT-RUN-NUMBER.
041074     MOVE WS-BUS-DATE           TO AUDIT-BUS-DATE.
041075     MOVE WS-RANGE-FROM         TO AUDIT-RANGE-FROM.
041076     MOVE WS-RUN-TYPE           TO AUDIT-RUN-TYPE.
041077     SET AUDIT-TYPE-END         TO TRUE.
041078     MOVE WS-START-DATE         TO AUDIT-START-DATE.
041079     MOVE WS-START-TIME         TO AUDIT-START-TIME.
041080     MOVE WS-END-DATE           TO AUDIT-END-DATE.
041081     MOVE WS-END-TIME           TO AUDIT-END-TIME.
041082     MOVE WS-ITER-LIMIT         TO AUDIT-REQUESTED-CNT.
041083     MOVE WS-LAST-CYCLE-DONE    TO AUDIT-FINAL-WS-A.
041084     IF WS-RESTART-YES
041085         SET AUDIT-WAS-RESTARTED TO TRUE
041086     ELSE
041087         SET AUDIT-NOT-RESTARTED TO TRUE
041088     END-IF.
041089     SET AUDIT-COMPL-BALANCE-ERROR TO TRUE.
041090     IF AUDIT-FILE-STATUS-OK
041091         WRITE AUDIT-RECORD
041092     END-IF.
041093     CLOSE AUDIT-FILE.
041094
041095     OPEN OUTPUT COMP-FILE.
041096     MOVE WS-JOB-NAME           TO COMP-JOB-NAME.
041097     MOVE WS-RUN-NUMBER         TO COMP-RUN-NUMBER.
041098     MOVE WS-RANGE-FROM         TO COMP-RANGE-FROM.
041099     MOVE WS-ITER-LIMIT         TO COMP-RANGE-TO.
041100     SET COMP-STATUS-BALANCE-ERROR TO TRUE.
041101     MOVE WS-LAST-CYCLE-DONE    TO COMP-FINAL-WS-A.
041102     MOVE WS-BUS-DATE           TO COMP-DATE.
041103     MOVE WS-END-TIME           TO COMP-TIME.
041104     MOVE WS-CARRIED-CNT        TO COMP-CARRIED-CNT.
041105     MOVE WS-RUN-TYPE           TO COMP-RUN-TYPE.
041106     IF COMP-FILE-STATUS-OK
041107         WRITE COMP-RECORD
041108     END-IF.
041109     CLOSE COMP-FILE.
041110
041111     MOVE 20 TO RETURN-CODE.
041112     GO TO A-PARA-EXIT.
041113
041114 A-PARA-DATE-ERROR.
041115     DISPLAY 'HELLO0024 ' WS-ERROR-MESSAGE.
041116     IF WS-CHECK-MODE
041117         MOVE 24 TO RETURN-CODE
041118         GO TO A-PARA-CHECK-FAILED
041119     END-IF.
041121
041122     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
041123     ACCEPT WS-END-TIME FROM TIME.
041153     SET COMP-STATUS-DATE-ERROR TO TRUE.
041154     MOVE 0                     TO COMP-FINAL-WS-A.
041155     MOVE WS-END-DATE           TO COMP-DATE.
041156     MOVE WS-END-TIME           TO COMP-TIME.
041157     MOVE 0                     TO COMP-CARRIED-CNT.
041158     MOVE WS-RUN-TYPE           TO COMP-RUN-TYPE.
041159     IF COMP-FILE-STATUS-OK
041160         WRITE COMP-RECORD
041161     END-IF.
041162     CLOSE COMP-FILE.
041163
041164     MOVE 24 TO RETURN-CODE.
041165     GO TO A-PARA-EXIT.
041166
041167 A-PARA-IO-ERROR.
041168     DISPLAY 'HELLO0090 ' WS-ERROR-MESSAGE.
041169     IF WS-CHECK-MODE
041170         MOVE 90 TO RETURN-CODE
041171         GO TO A-PARA-CHECK-FAILED
041172     END-IF.
041173
041174     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
041175     ACCEPT WS-END-TIME FROM TIME.
041176
041177     OPEN OUTPUT COMP-FILE.
041178     MOVE WS-JOB-NAME           TO COMP-JOB-NAME.
041200     MOVE WS-RUN-NUMBER         TO COMP-RUN-NUMBER.
041202     MOVE WS-RANGE-FROM         TO COMP-RANGE-FROM.
041204     MOVE WS-ITER-LIMIT         TO COMP-RANGE-TO.
041207     MOVE WS-END-DATE           TO COMP-DATE.
041210     MOVE WS-END-TIME           TO COMP-TIME.
041212     MOVE WS-CARRIED-CNT        TO COMP-CARRIED-CNT.
041214     MOVE WS-RUN-TYPE           TO COMP-RUN-TYPE.
041220     IF COMP-FILE-STATUS-OK
041230         WRITE COMP-RECORD
041240     END-IF.
041300     MOVE 90 TO RETURN-CODE.
041400     GO TO A-PARA-EXIT.
041500
041503*    MODE=CHECK GOT THROUGH EVERY VALIDATION AND THE WHOLE
041506*    FEED.  THE REPORT SAYS WHAT THE REAL RUN WOULD DO; THE
041509*    CODE SAYS WHETHER ANY DETAIL WOULD MISS THE MASTER.
041512 A-PARA-CHECK-REPORT.
041515     PERFORM R-PARA THRU R-PARA-EXIT.
041518     IF NOT PFL-STATUS-OK
041521         MOVE 90 TO RETURN-CODE
041524         GO TO A-PARA-EXIT
041527     END-IF.
041530     CLOSE PFL-FILE.
041533     GO TO A-PARA-EXIT.
041536
041539*    MODE=CHECK HIT AN ERROR THE REAL RUN WOULD HAVE HIT.  THE
041542*    ERROR PARAGRAPH HAS ALREADY SET ITS OWN RETURN CODE.
041545 A-PARA-CHECK-FAILED.
041548     MOVE SPACES TO PFL-REPORT-LINE.
041551     STRING 'CHECK FAILED - ' WS-ERROR-MESSAGE
041554         DELIMITED BY SIZE INTO PFL-REPORT-LINE.
041557     PERFORM Q-PARA THRU Q-PARA-EXIT.
041560     MOVE SPACES TO PFL-REPORT-LINE.
041563     PERFORM Q-PARA THRU Q-PARA-EXIT.
041566     MOVE 'RESULT: NOT READY - THE RUN WOULD FAIL THE SAME WAY'
041569         TO PFL-REPORT-LINE.
041572     PERFORM Q-PARA THRU Q-PARA-EXIT.
041575     IF PFL-STATUS-OK
041578         CLOSE PFL-FILE
041581     END-IF.
041584     GO TO A-PARA-EXIT.
041587
041600 A-PARA-EXIT.
041700     EXIT.
041800
043197     ELSE
043198         SET ITER-TRAN-CREDIT TO TRUE
043199     END-IF.
043210*    THE MASTER UPDATE GOES FIRST SO THE ITERATION RECORD CAN
043221*    SAY WHERE IT LANDED.  A FORCED REGENERATION NEVER TOUCHES
043232*    THE MASTER AND LEAVES ITER-POSTED-TO BLANK.
043243     MOVE SPACE              TO ITER-POSTED-TO.
043254     IF WS-NORMAL-MODE
043265         PERFORM G-PARA THRU G-PARA-EXIT
043276     END-IF.
043287     WRITE ITER-RECORD.
043300     IF NOT ITER-FILE-STATUS-OK
043400         STRING 'ITEROUT WRITE FAILED, STATUS '
043500             ITER-FILE-STATUS DELIMITED BY SIZE
043700         GO TO A-PARA-IO-ERROR
043800     END-IF.
043900     MOVE WS-A               TO WS-LAST-CYCLE-DONE.
043920
043922*    EVERY N CYCLES THE RUN DROPS A PROGRESS RECORD FOR THE
043924*    HELLOMON RUN MONITOR - FORCED REGENERATIONS INCLUDED.
045682*    ON THE MASTER DIVERTS THE UPDATE TO ACCTSUSP - THE        *
045684*    ITERATION RECORD AND THE TRAILER BALANCE ARE NOT          *
045686*    DISTURBED, SO THE SUSPENSE CAN BE WORKED WITHOUT          *
045688*    REOPENING THE RUN.  A CLOSED OR FROZEN ACCOUNT DIVERTS    *
045689*    THE SAME WAY UNDER REASON 07 OR 08.                       *
045690*    ITER-POSTED-TO IS SET TO M OR S TO MATCH.                 *
045692*****************************************************************
045694 G-PARA.
045696     MOVE TRAN-DTL-ACCOUNT TO ACCT-ACCOUNT.
045706     END-READ.
045708     IF ACCT-STATUS-NO-RECORD
045712         ADD 1 TO WS-ACCT-SUSP-CNT
045713         MOVE SPACES      TO SUSP-RECORD
045714         MOVE '06'        TO SUSP-REASON-CODE
045715         MOVE TRAN-RECORD TO SUSP-TRAN-DATA
045716         MOVE WS-BUS-DATE TO SUSP-DATE
045717         WRITE SUSP-RECORD
045718         IF NOT ASUSP-STATUS-OK
045719             STRING 'ACCTSUSP WRITE FAILED, STATUS '
045720                 ASUSP-FILE-STATUS DELIMITED BY SIZE
045721                 INTO WS-ERROR-MESSAGE
045722             GO TO A-PARA-IO-ERROR
045723         END-IF
045724         SET ITER-POSTED-SUSPENSE TO TRUE
045725         GO TO G-PARA-EXIT
045726     END-IF.
045727     IF NOT ACCT-STATUS-OK
045728         STRING 'ACCTMST READ FAILED, STATUS '
045729             ACCT-FILE-STATUS DELIMITED BY SIZE
045730             INTO WS-ERROR-MESSAGE
045731         GO TO A-PARA-IO-ERROR
045732     END-IF.
045733*    A CLOSED OR FROZEN ACCOUNT TAKES NO POSTINGS - THE
045734*    UPDATE GOES TO ACCTSUSP UNDER ITS OWN REASON CODE AND
045735*    THE MASTER RECORD IS LEFT EXACTLY AS IT WAS.
045736     IF ACCT-STATUS-CLOSED
045737         OR ACCT-STATUS-FROZEN
045738         ADD 1 TO WS-ACCT-HELD-CNT
045739         MOVE SPACES      TO SUSP-RECORD
045740         IF ACCT-STATUS-CLOSED
045741             MOVE '07'    TO SUSP-REASON-CODE
045742         ELSE
045743             MOVE '08'    TO SUSP-REASON-CODE
045744         END-IF
045745         MOVE TRAN-RECORD TO SUSP-TRAN-DATA
045746         MOVE WS-BUS-DATE TO SUSP-DATE
045747         WRITE SUSP-RECORD
045748         IF NOT ASUSP-STATUS-OK
045749             STRING 'ACCTSUSP WRITE FAILED, STATUS '
045750                 ASUSP-FILE-STATUS DELIMITED BY SIZE
045751                 INTO WS-ERROR-MESSAGE
045752             GO TO A-PARA-IO-ERROR
045753         END-IF
045754         SET ITER-POSTED-SUSPENSE TO TRUE
045755         GO TO G-PARA-EXIT
045756     END-IF.
045757*    A DEBIT MOVES THE BALANCE UP, A CREDIT MOVES IT DOWN.
045758     IF TRAN-DTL-DEBIT
045761     ELSE
045762         SUBTRACT TRAN-DTL-AMOUNT FROM ACCT-BALANCE
045763     END-IF.
045764     MOVE WS-BUS-DATE        TO ACCT-LAST-DATE.
045765     MOVE WS-RUN-NUMBER      TO ACCT-LAST-RUN.
045766     REWRITE ACCT-RECORD
045768         INVALID KEY
045772             CONTINUE
045784             INTO WS-ERROR-MESSAGE
045786         GO TO A-PARA-IO-ERROR
045788     END-IF.
045790     SET ITER-POSTED-MASTER  TO TRUE.
045792 G-PARA-EXIT.
045794     EXIT.
045796
045804*    THE FIRST DETAIL LAYS DOWN THE CARRYOVER HEADER (SAME     *
045806*    DATE AND SOURCE AS THE INBOUND FEED); EVERY DETAIL HAS    *
045808*    ITS CARRY COUNT STEPPED AND ROLLS INTO THE CARRYOVER      *
045812*    CONTROL TOTALS.  MODE=CHECK ONLY COUNTS THE TAIL.          *
045814*****************************************************************
045816 H-PARA.
045818     IF NOT WS-CARRY-HDR-WRITTEN
045820         AND NOT WS-CHECK-MODE
045822         MOVE WS-TRAN-HDR-DATE   TO WS-CH-DATE
045824         MOVE WS-TRAN-HDR-SOURCE TO WS-CH-SOURCE
045826         WRITE CARRY-RECORD FROM WS-CARRY-HDR
045892             GO TO A-PARA-BALANCE-ERROR
045894         END-IF
045896     END-IF.
045897     IF NOT WS-CHECK-MODE
045898         WRITE CARRY-RECORD FROM TRAN-RECORD
045902         IF NOT CARRY-STATUS-OK
045904             STRING 'CARRYOUT WRITE FAILED, STATUS '
045906                 CARRY-FILE-STATUS DELIMITED BY SIZE
045908                 INTO WS-ERROR-MESSAGE
045912             GO TO A-PARA-IO-ERROR
045914         END-IF
045915     END-IF.
045916     READ TRAN-FILE
045918         AT END
045922             MOVE 'TRANIN TRAILER RECORD IS MISSING'
046182 M-PARA-EXIT.
046184     EXIT.

046194*****************************************************************
046204*    N-PARA - OPEN THE MODE=CHECK PRE-FLIGHT REPORT AND LIST    *
046214*    THE CONTROL CARD BEING CHECKED.                            *
046224*****************************************************************
046234 N-PARA.
046244     OPEN OUTPUT PFL-FILE.
046254     IF NOT PFL-STATUS-OK
046264         STRING 'PFLRPT OPEN FAILED, STATUS '
046274             PFL-FILE-STATUS DELIMITED BY SIZE
046284             INTO WS-ERROR-MESSAGE
046294         GO TO A-PARA-IO-ERROR
046304     END-IF.
046314     MOVE SPACES TO PFL-REPORT-LINE.
046324     MOVE 'HELLO PRE-FLIGHT CHECK - NOTHING IS POSTED OR WRITTEN'
046334         TO PFL-REPORT-LINE.
046344     PERFORM Q-PARA THRU Q-PARA-EXIT.
046354     MOVE SPACES TO PFL-REPORT-LINE.
046364     PERFORM Q-PARA THRU Q-PARA-EXIT.
046374     STRING 'CONTROL CARD  ' CTL-CARD-RECORD
046384         DELIMITED BY SIZE INTO PFL-REPORT-LINE.
046394     PERFORM Q-PARA THRU Q-PARA-EXIT.
046404     MOVE SPACES TO PFL-REPORT-LINE.
046414     PERFORM Q-PARA THRU Q-PARA-EXIT.
046424 N-PARA-EXIT.
046434     EXIT.
046444
046454*****************************************************************
046464*    P-PARA - ONE MODE=CHECK CYCLE.  CONSUMES THE NEXT DETAIL   *
046474*    EXACTLY AS B-PARA DOES (C-PARA) AND LOOKS ITS ACCOUNT UP   *
046484*    THE WAY G-PARA WOULD, LISTING EVERY DETAIL G-PARA WOULD    *
046494*    DIVERT TO ACCTSUSP.  NOTHING IS WRITTEN BUT THE REPORT.    *
046504*****************************************************************
046514 P-PARA.
046524     PERFORM C-PARA THRU C-PARA-EXIT.
046534     ADD 1 TO WS-WALK-CNT.
046544     MOVE WS-A               TO WS-PD-CYCLE.
046554     MOVE TRAN-DTL-ACCOUNT   TO WS-PD-ACCOUNT.
046564     MOVE TRAN-DTL-TYPE-CODE TO WS-PD-TYPE.
046574     MOVE TRAN-DTL-AMOUNT    TO WS-PD-AMOUNT.
046584     MOVE TRAN-DTL-ACCOUNT   TO ACCT-ACCOUNT.
046594     READ ACCT-FILE
046604         INVALID KEY
046614             CONTINUE
046624     END-READ.
046634     IF ACCT-STATUS-NO-RECORD
046644         ADD 1 TO WS-ACCT-SUSP-CNT
046654         MOVE 'NOT ON ACCTMST - ACCTSUSP REASON 06'
046664             TO WS-PD-REASON
046674         MOVE WS-PFL-DETAIL TO PFL-REPORT-LINE
046684         PERFORM Q-PARA THRU Q-PARA-EXIT
046694         GO TO P-PARA-EXIT
046704     END-IF.
046714     IF NOT ACCT-STATUS-OK
046724         STRING 'ACCTMST READ FAILED, STATUS '
046734             ACCT-FILE-STATUS DELIMITED BY SIZE
046744             INTO WS-ERROR-MESSAGE
046754         GO TO A-PARA-IO-ERROR
046764     END-IF.
046774     IF ACCT-STATUS-CLOSED
046784         ADD 1 TO WS-ACCT-HELD-CNT
046794         MOVE 'ACCOUNT CLOSED - ACCTSUSP REASON 07'
046804             TO WS-PD-REASON
046814         MOVE WS-PFL-DETAIL TO PFL-REPORT-LINE
046824         PERFORM Q-PARA THRU Q-PARA-EXIT
046834         GO TO P-PARA-EXIT
046844     END-IF.
046854     IF ACCT-STATUS-FROZEN
046864         ADD 1 TO WS-ACCT-HELD-CNT
046874         MOVE 'ACCOUNT FROZEN - ACCTSUSP REASON 08'
046884             TO WS-PD-REASON
046894         MOVE WS-PFL-DETAIL TO PFL-REPORT-LINE
046904         PERFORM Q-PARA THRU Q-PARA-EXIT
046914     END-IF.
046924 P-PARA-EXIT.
046934     EXIT.
046944
046954*****************************************************************
046964*    Q-PARA - WRITE ONE PRE-FLIGHT REPORT LINE.  ONCE A WRITE   *
046974*    HAS FAILED THE REST ARE PASSED OVER AND THE CHECK ENDS     *
046984*    RC=90 (SEE A-PARA-CHECK-REPORT).                           *
046994*****************************************************************
047004 Q-PARA.
047014     IF NOT PFL-STATUS-OK
047024         GO TO Q-PARA-EXIT
047034     END-IF.
047044     WRITE PFL-REPORT-LINE.
047054     IF NOT PFL-STATUS-OK
047064         DISPLAY 'HELLO0090 PFLRPT WRITE FAILED, STATUS '
047074             PFL-FILE-STATUS
047084     END-IF.
047094     MOVE SPACES TO PFL-REPORT-LINE.
047104 Q-PARA-EXIT.
047114     EXIT.
047124
047134*****************************************************************
047144*    R-PARA - THE PRE-FLIGHT SUMMARY ON PFLRPT: WHAT THE REAL   *
047154*    RUN WOULD FIND, THE COUNTS FROM THE WALK (P-PARA), AND     *
047164*    THE RESULT.  SETS RETURN-CODE 00 OR 04.                    *
047174*****************************************************************
047184 R-PARA.
047194     MOVE SPACES TO PFL-REPORT-LINE.
047204     PERFORM Q-PARA THRU Q-PARA-EXIT.
047214     STRING 'JOB NAME ' WS-JOB-NAME '  BUSINESS DATE '
047224         WS-BUS-DATE ' IS A BUSINESS DAY WITHIN THE CALENDAR '
047234         'TOLERANCE' DELIMITED BY SIZE INTO PFL-REPORT-LINE.
047244     PERFORM Q-PARA THRU Q-PARA-EXIT.
047254     MOVE SPACES TO PFL-REPORT-LINE.
047264     IF WS-RESTART-YES
047274         STRING 'RESTART CHECKPOINT PENDING - RUN '
047284             WS-RUN-NUMBER ' WOULD RESUME, READING PAST THE '
047294             'DETAILS ITS EARLIER PASS POSTED'
047304             DELIMITED BY SIZE INTO PFL-REPORT-LINE
047314     ELSE
047324         MOVE 'NO RESTART CHECKPOINT PENDING FOR THIS STREAM'
047334             TO PFL-REPORT-LINE
047344     END-IF.
047354     PERFORM Q-PARA THRU Q-PARA-EXIT.
047364     MOVE SPACES TO PFL-REPORT-LINE.
047374     IF WS-RANGE-MODE
047384         STRING 'RANGE SLICE - THE TRAILER BALANCE AND '
047394             'CARRYOVER ARE PROVEN BY HELLOMRG'
047404             DELIMITED BY SIZE INTO PFL-REPORT-LINE
047414     ELSE
047424         STRING 'TRANIN TRAILER BALANCES - COUNT, HASH, '
047434             'DEBIT AND CREDIT TOTALS AGREE'
047444             DELIMITED BY SIZE INTO PFL-REPORT-LINE
047454     END-IF.
047464     PERFORM Q-PARA THRU Q-PARA-EXIT.
047474     MOVE SPACES TO PFL-REPORT-LINE.
047484     PERFORM Q-PARA THRU Q-PARA-EXIT.
047494
047504     MOVE 'CYCLES REQUESTED.................... '
047514         TO WS-PC-LABEL.
047524     MOVE CTL-ITER-COUNT TO WS-PC-COUNT.
047534     MOVE WS-PFL-COUNT TO PFL-REPORT-LINE.
047544     PERFORM Q-PARA THRU Q-PARA-EXIT.
047554     MOVE 'FIRST CYCLE THIS RUN WOULD POST..... '
047564         TO WS-PC-LABEL.
047574     MOVE WS-START-VALUE TO WS-PC-COUNT.
047584     MOVE WS-PFL-COUNT TO PFL-REPORT-LINE.
047594     PERFORM Q-PARA THRU Q-PARA-EXIT.
047604     MOVE 'LAST CYCLE THIS RUN WOULD POST...... '
047614         TO WS-PC-LABEL.
047624     MOVE WS-ITER-LIMIT TO WS-PC-COUNT.
047634     MOVE WS-PFL-COUNT TO PFL-REPORT-LINE.
047644     PERFORM Q-PARA THRU Q-PARA-EXIT.
047654     MOVE 'DETAILS READ PAST (EARLIER CYCLES).. '
047664         TO WS-PC-LABEL.
047674     MOVE WS-SKIP-COUNT TO WS-PC-COUNT.
047684     MOVE WS-PFL-COUNT TO PFL-REPORT-LINE.
047694     PERFORM Q-PARA THRU Q-PARA-EXIT.
047704     MOVE 'DETAILS THAT WOULD POST............. '
047714         TO WS-PC-LABEL.
047724     MOVE WS-WALK-CNT TO WS-PC-COUNT.
047734     MOVE WS-PFL-COUNT TO PFL-REPORT-LINE.
047744     PERFORM Q-PARA THRU Q-PARA-EXIT.
047754     MOVE '  ACCOUNT NOT ON ACCTMST............ '
047764         TO WS-PC-LABEL.
047774     MOVE WS-ACCT-SUSP-CNT TO WS-PC-COUNT.
047784     MOVE WS-PFL-COUNT TO PFL-REPORT-LINE.
047794     PERFORM Q-PARA THRU Q-PARA-EXIT.
047804     MOVE '  ACCOUNT CLOSED OR FROZEN.......... '
047814         TO WS-PC-LABEL.
047824     MOVE WS-ACCT-HELD-CNT TO WS-PC-COUNT.
047834     MOVE WS-PFL-COUNT TO PFL-REPORT-LINE.
047844     PERFORM Q-PARA THRU Q-PARA-EXIT.
047854     MOVE 'DETAILS THAT WOULD BE CARRIED OVER.. '
047864         TO WS-PC-LABEL.
047874     MOVE WS-CARRIED-CNT TO WS-PC-COUNT.
047884     MOVE WS-PFL-COUNT TO PFL-REPORT-LINE.
047894     PERFORM Q-PARA THRU Q-PARA-EXIT.
047904     MOVE SPACES TO PFL-REPORT-LINE.
047914     PERFORM Q-PARA THRU Q-PARA-EXIT.
047924
047934     IF WS-ACCT-SUSP-CNT > 0
047944         OR WS-ACCT-HELD-CNT > 0
047954         STRING 'RESULT: READY - SOME DETAILS WOULD BE '
047964             'DIVERTED TO ACCTSUSP'
047974             DELIMITED BY SIZE INTO PFL-REPORT-LINE
047984         MOVE 4 TO RETURN-CODE
047994     ELSE
048004         MOVE 'RESULT: READY TO RUN' TO PFL-REPORT-LINE
048014         MOVE 0 TO RETURN-CODE
048024     END-IF.
048034     PERFORM Q-PARA THRU Q-PARA-EXIT.
048044 R-PARA-EXIT.
048054     EXIT.
