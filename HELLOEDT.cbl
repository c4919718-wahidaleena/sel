002900*  IS STILL PROVED AGAINST EVERYTHING READ, CLEAN OR NOT, SO    *
003000*  A SHORT OR PADDED FEED IS CAUGHT HERE AND NOT THREE STEPS    *
003100*  LATER.                                                       *
003105*                                                               *
003110*  TRANIN MAY CARRY SEVERAL SOURCE FEEDS, EACH ITS OWN HEADER/  *
003115*  DETAIL/TRAILER GROUP (THE JOB CONCATENATES ONE DATASET PER   *
003120*  SENDING SYSTEM).  EACH FEED IS PROVEN TO ITS OWN TRAILER     *
003125*  BEFORE ANY OF ITS DETAILS IS EDITED: A FEED THAT DOES NOT    *
003130*  PROVE IS REJECTED WHOLE - NOTHING OF IT REACHES TRANOUT OR   *
003135*  SUSPENSE - WHILE THE OTHER FEEDS EDIT AND POST AS USUAL.     *
003140*  ONE FEEDCTL RECORD PER FEED (FEEDCREC) TELLS HELLOACK WHAT   *
003145*  EACH SENDER'S ACKNOWLEDGEMENT MUST SAY.  THE FIRST FEED'S    *
003150*  HEADER HEADS TRANOUT.                                        *
003155*                                                               *
003160*  A FEED THAT PROVES IS THEN LOOKED UP ON THE PROCESSED-FEED   *
003165*  REGISTER (REGIN, FREGREC) BY SOURCE, HEADER DATE, AND        *
003170*  TRAILER TOTALS, AND AGAINST THE FEEDS ALREADY ACCEPTED       *
003175*  TONIGHT.  A FEED ALREADY PROCESSED IS REJECTED WHOLE (REASON *
003180*  08) UNLESS A FEEDOVR CARD NAMES ITS SOURCE AND HEADER DATE.  *
003185*  EVERY ACCEPTED FEED IS WRITTEN TO REGNEW, WHICH THE JOB      *
003190*  APPENDS TO THE REGISTER ONLY AFTER A CLEAN POSTING PASS.     *
003200*                                                               *
003300*  RETURN CODES                                                 *
003400*  ------------                                                 *
003500*    00  ALL DETAILS CLEAN - TRANOUT CARRIES THE FULL FEED.     *
003600*    04  ONE OR MORE DETAILS DIVERTED TO SUSPENSE - TRANOUT     *
003700*        CARRIES THE CLEAN DETAILS AND STILL BALANCES.          *
003724*    08  ONE OR MORE SOURCE FEEDS REJECTED WHOLE - TRANOUT      *
003748*        CARRIES THE ACCEPTED FEEDS AND STILL BALANCES, AND     *
003772*        THE NIGHT POSTS THEM.                                  *
003800*    12  OPEN OR WRITE FAILED ON ANY FILE - SEE THE STATUS ON   *
003900*        THE REPORT OR THE JOB LOG.  TRANOUT IS INCOMPLETE      *
004000*        AND MUST NOT BE POSTED.                                *
004100*    16  TRANIN IS EMPTY OR DOES NOT START WITH A HEADER.       *
004200*    20  THE CARRYOVER OR CORRECTIONS TRAILER DISAGREES WITH    *
004300*        THE DETAILS READ, OR IS MISSING - TRANOUT MUST NOT     *
004400*        BE POSTED.                                             *
004500*                                                               *
004600*  MODIFICATION HISTORY                                         *
004700*  ----------------------------------------------------------   *
004892*                   THE EDIT REPORT AGES THE CARRYOVER BY ITS   *
004894*                   CARRY COUNT SO A DETAIL CANNOT SIT          *
004896*                   UNPOSTED SILENTLY.                          *
004900*  2026-10-15  RLB  THE SUSPENSE WORKBENCH'S CORRECTED DETAILS  *
004904*                   ON CORRIN ARE NOW FED IN BEHIND THE         *
004908*                   CARRYOVER AND AHEAD OF TRANIN, PROVEN TO    *
004912*                   THEIR OWN TRAILER AND RE-EDITED THE SAME    *
004916*                   WAY.  EVERY SUSPENSE ITEM NOW CARRIES THE   *
004920*                   FEED'S HEADER DATE (SUSP-DATE) SO THE       *
004924*                   WORKBENCH CAN AGE IT.                       *
004928*  2026-10-15  RLB  TRANIN NOW CARRIES ONE FEED PER SENDING     *
004932*                   SYSTEM.  EACH FEED IS STAGED ON FEEDWK,     *
004936*                   PROVEN TO ITS OWN TRAILER, AND ONLY THEN    *
004940*                   EDITED, WITH EVERY DETAIL STAMPED WITH ITS  *
004944*                   SOURCE AND HEADER DATE; A FEED THAT DOES    *
004948*                   NOT PROVE IS REJECTED WHOLE (RC=8) AND THE  *
004952*                   REST STILL POST.  ONE FEEDCTL RECORD PER    *
004956*                   FEED FOR THE SENDER ACKNOWLEDGEMENTS.       *
004960*  2026-10-15  RLB  A FEED ALREADY ON THE PROCESSED-FEED        *
004964*                   REGISTER, OR ACCEPTED EARLIER THE SAME      *
004968*                   NIGHT, IS REJECTED WHOLE AS REASON 08       *
004972*                   UNLESS AN OVERRIDE CARD ON FEEDOVR NAMES    *
004976*                   IT.  ACCEPTED FEEDS GO TO REGNEW FOR THE    *
004980*                   REGISTER.                                   *
004984*                                                               *
005000*****************************************************************

005100 ENVIRONMENT DIVISION.
006520         ORGANIZATION IS SEQUENTIAL
006530         FILE STATUS IS CARRY-IN-FILE-STATUS.

006533     SELECT CORR-IN-FILE  ASSIGN TO CORRIN
006536         ORGANIZATION IS SEQUENTIAL
006539         FILE STATUS IS CORR-IN-FILE-STATUS.

006542     SELECT FEED-WORK-FILE ASSIGN TO FEEDWK
006545         ORGANIZATION IS SEQUENTIAL
006548         FILE STATUS IS FEED-WORK-FILE-STATUS.

006551     SELECT FEED-CTL-FILE ASSIGN TO FEEDCTL
006554         ORGANIZATION IS SEQUENTIAL
006557         FILE STATUS IS FEED-CTL-FILE-STATUS.

006560     SELECT REG-IN-FILE   ASSIGN TO REGIN
006563         ORGANIZATION IS SEQUENTIAL
006566         FILE STATUS IS REG-IN-FILE-STATUS.

006569     SELECT REG-OUT-FILE  ASSIGN TO REGNEW
006572         ORGANIZATION IS SEQUENTIAL
006575         FILE STATUS IS REG-OUT-FILE-STATUS.

006578     SELECT FEED-OVR-FILE ASSIGN TO FEEDOVR
006581         ORGANIZATION IS SEQUENTIAL
006584         FILE STATUS IS FEED-OVR-FILE-STATUS.

006600     SELECT REPORT-FILE   ASSIGN TO EDTRPT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS REPORT-FILE-STATUS.
008230     RECORD CONTAINS 80 CHARACTERS.
008240 01  CARRY-IN-RECORD             PIC X(80).

008241 FD  CORR-IN-FILE
008242     LABEL RECORDS ARE STANDARD
008243     RECORD CONTAINS 80 CHARACTERS.
008244 01  CORR-IN-RECORD              PIC X(80).

008245 FD  FEED-WORK-FILE
008246     LABEL RECORDS ARE STANDARD
008247     RECORD CONTAINS 80 CHARACTERS.
008248 01  FEED-WORK-RECORD            PIC X(80).

008249 FD  FEED-CTL-FILE
008250     LABEL RECORDS ARE STANDARD
008251     RECORD CONTAINS 100 CHARACTERS.
008252 COPY FEEDCREC.

008253 FD  REG-IN-FILE
008254     LABEL RECORDS ARE STANDARD
008255     RECORD CONTAINS 100 CHARACTERS.
008256 COPY FREGREC.

008257 FD  REG-OUT-FILE
008258     LABEL RECORDS ARE STANDARD
008259     RECORD CONTAINS 100 CHARACTERS.
008260 01  REG-OUT-RECORD              PIC X(100).

008261*    ONE CARD PER FEED TO BE POSTED AGAIN DESPITE THE REGISTER.
008262 FD  FEED-OVR-FILE
008263     LABEL RECORDS ARE STANDARD
008264     RECORD CONTAINS 80 CHARACTERS.
008265 01  FEED-OVR-RECORD.
008266     05  OVR-SOURCE              PIC X(08).
008267     05  OVR-HDR-DATE            PIC X(08).
008268     05  OVR-KEYWORD             PIC X(08).
008269         88  OVR-KEYWORD-VALID       VALUE 'OVERRIDE'.
008270     05  FILLER                  PIC X(56).

008300 FD  REPORT-FILE
008400     LABEL RECORDS OMITTED
008500     RECORD CONTAINS 132 CHARACTERS.
009300 77  WS-BAD-AMOUNT-CNT           PIC 9(07) COMP VALUE 0.
009400 77  WS-BAD-TYPE-CNT             PIC 9(07) COMP VALUE 0.
009500 77  WS-BAD-RECORD-CNT           PIC 9(07) COMP VALUE 0.
009700 77  WS-CLEAN-HASH-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
009750 77  WS-CLEAN-DR-CNT             PIC 9(07) COMP VALUE 0.
009760 77  WS-CLEAN-CR-CNT             PIC 9(07) COMP VALUE 0.
009770 77  WS-CLEAN-DR-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
009794 77  WS-CY-CR-AMT                PIC S9(11)V99 COMP-3 VALUE 0.
009795 77  WS-AGE-2PLUS-CNT            PIC 9(07) COMP VALUE 0.
009796 77  WS-AGE-MAX                  PIC 9(03) COMP VALUE 0.
009797 77  WS-CO-CNT                   PIC 9(07) COMP VALUE 0.
009798 77  WS-CO-HASH-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
009799 77  WS-CO-DR-CNT                PIC 9(07) COMP VALUE 0.
009800 77  WS-CO-CR-CNT                PIC 9(07) COMP VALUE 0.
009801 77  WS-CO-DR-AMT                PIC S9(11)V99 COMP-3 VALUE 0.
009802 77  WS-CO-CR-AMT                PIC S9(11)V99 COMP-3 VALUE 0.
009803 77  WS-FEED-DATE                PIC 9(08) VALUE 0.
009804 77  WS-ACCT-IX                  PIC 9(02) COMP VALUE 0.
009805 77  WS-FEED-CNT                 PIC 9(07) COMP VALUE 0.
009806 77  WS-FEED-ACCEPT-CNT          PIC 9(07) COMP VALUE 0.
009807 77  WS-FEED-REJECT-CNT          PIC 9(07) COMP VALUE 0.
009808 77  WS-REJ-FEED-DTL-CNT         PIC 9(07) COMP VALUE 0.
009809 77  WS-STRAY-CNT                PIC 9(07) COMP VALUE 0.
009810 77  WS-EDIT-DATE                PIC 9(08) VALUE 0.
009811 77  WS-EDIT-TIME                PIC 9(06) VALUE 0.
009812 77  WS-DUP-FEED-CNT             PIC 9(07) COMP VALUE 0.
009813 77  WS-OVR-USED-CNT             PIC 9(07) COMP VALUE 0.
009814 77  WS-OVR-MAX                  PIC 9(03) COMP VALUE 20.
009815 77  WS-OVR-CNT                  PIC 9(03) COMP VALUE 0.
009816 77  WS-OVR-IX                   PIC 9(03) COMP VALUE 0.
009817 77  WS-TNF-MAX                  PIC 9(03) COMP VALUE 200.
009818 77  WS-TNF-CNT                  PIC 9(03) COMP VALUE 0.
009819 77  WS-TNF-IX                   PIC 9(03) COMP VALUE 0.

009820*    THE FEED BEING EDITED - ITS HEADER, ITS RECEIVED TOTALS
009821*    (PROVEN TO ITS OWN TRAILER), AND WHERE ITS DETAILS WENT.
009822 77  WS-FD-SOURCE                PIC X(08) VALUE SPACES.
009823 77  WS-FD-DATE                  PIC 9(08) VALUE 0.
009824 77  WS-FD-IN-CNT                PIC 9(07) COMP VALUE 0.
009825 77  WS-FD-IN-HASH-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
009826 77  WS-FD-IN-DR-CNT             PIC 9(07) COMP VALUE 0.
009827 77  WS-FD-IN-CR-CNT             PIC 9(07) COMP VALUE 0.
009828 77  WS-FD-IN-DR-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
009829 77  WS-FD-IN-CR-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
009830 77  WS-FD-BAD-AMOUNT-CNT        PIC 9(07) COMP VALUE 0.
009831 77  WS-FD-CLEAN-CNT             PIC 9(07) COMP VALUE 0.
009832 77  WS-FD-CLEAN-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
009833 77  WS-FD-SUSP-CNT              PIC 9(07) COMP VALUE 0.
009834 77  WS-FD-SUSP-AMT              PIC S9(11)V99 COMP-3 VALUE 0.

009835 01  WS-FD-REASON                PIC X(02) VALUE SPACES.
009836     88  WS-FD-ACCEPTED              VALUE SPACES.

009837 01  WS-NEXT-HEADER              PIC X(80) VALUE SPACES.

009838*    THE FEED'S REGISTER KEY, BUILT FROM ITS PROVEN TRAILER IN
009839*    THE SAME PICTURES AS FREG-KEY SO THE TWO COMPARE WHOLE.
009840 01  WS-FD-KEY.
009841     05  WS-FK-SOURCE            PIC X(08).
009842     05  WS-FK-HDR-DATE          PIC 9(08).
009843     05  WS-FK-TRL-COUNT         PIC 9(07).
009844     05  WS-FK-TRL-HASH          PIC S9(11)V99.
009845     05  WS-FK-TRL-DR-COUNT      PIC 9(07).
009846     05  WS-FK-TRL-DR-AMT        PIC S9(11)V99.
009847     05  WS-FK-TRL-CR-COUNT      PIC 9(07).
009848     05  WS-FK-TRL-CR-AMT        PIC S9(11)V99.

009849*    OVERRIDE CARDS OFF FEEDOVR, AND THE KEYS OF THE FEEDS
009850*    ALREADY ACCEPTED TONIGHT.
009851 01  WS-OVR-TABLE.
009852     05  WS-OVR-ENTRY OCCURS 20 TIMES.
009853         10  WS-OV-SOURCE        PIC X(08).
009854         10  WS-OV-HDR-DATE      PIC X(08).

009855 01  WS-TNF-TABLE.
009856     05  WS-TNF-ENTRY OCCURS 200 TIMES.
009857         10  WS-TN-KEY           PIC X(76).

009900*    THE SHARED TRANSACTION LAYOUT IS STAGED HERE SO THE SAME
010000*    PICTURE VALIDATES THE INBOUND RECORD AND BUILDS THE
011320         88  WS-CARRY-EOF            VALUE 'Y'.
011330     05  WS-CARRY-TRL-SEEN-SW    PIC X(01) VALUE 'N'.
011340         88  WS-CARRY-TRL-SEEN       VALUE 'Y'.
011392     05  WS-CORR-EOF-SW          PIC X(01) VALUE 'N'.
011444         88  WS-CORR-EOF             VALUE 'Y'.
011496     05  WS-CORR-TRL-SEEN-SW     PIC X(01) VALUE 'N'.
011548         88  WS-CORR-TRL-SEEN        VALUE 'Y'.
011550     05  WS-HDR-PENDING-SW       PIC X(01) VALUE 'N'.
011552         88  WS-HDR-PENDING          VALUE 'Y'.
011554     05  WS-NEXT-HDR-SEEN-SW     PIC X(01) VALUE 'N'.
011556         88  WS-NEXT-HDR-SEEN        VALUE 'Y'.
011558     05  WS-WORK-EOF-SW          PIC X(01) VALUE 'N'.
011560         88  WS-WORK-EOF             VALUE 'Y'.
011564     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
011568         88  WS-REG-EOF              VALUE 'Y'.
011572     05  WS-OVR-EOF-SW           PIC X(01) VALUE 'N'.
011576         88  WS-OVR-EOF              VALUE 'Y'.
011580     05  WS-FOUND-SW             PIC X(01) VALUE 'N'.
011584         88  WS-ENTRY-FOUND          VALUE 'Y'.
011588     05  WS-FD-OVERRIDE-SW       PIC X(01) VALUE 'N'.
011592         88  WS-FD-OVERRIDDEN        VALUE 'Y'.

011600 01  WS-FILE-STATUSES.
011700     05  TRAN-IN-FILE-STATUS     PIC X(02) VALUE '00'.
011810     05  CARRY-IN-FILE-STATUS    PIC X(02) VALUE '00'.
011820         88  CARRY-IN-STATUS-OK          VALUE '00'.
011830         88  CARRY-IN-NOT-FOUND          VALUE '35'.
011922     05  CORR-IN-FILE-STATUS     PIC X(02) VALUE '00'.
012014         88  CORR-IN-STATUS-OK           VALUE '00'.
012106         88  CORR-IN-NOT-FOUND           VALUE '35'.
012150     05  FEED-WORK-FILE-STATUS   PIC X(02) VALUE '00'.
012160     05  FEED-CTL-FILE-STATUS    PIC X(02) VALUE '00'.
012170     05  REG-IN-FILE-STATUS      PIC X(02) VALUE '00'.
012180     05  REG-OUT-FILE-STATUS     PIC X(02) VALUE '00'.
012190     05  FEED-OVR-FILE-STATUS    PIC X(02) VALUE '00'.
012200     05  REPORT-FILE-STATUS      PIC X(02) VALUE '00'.

012300 01  WS-REJECT-REASON            PIC X(02) VALUE SPACES.
013300     05  WS-R-TEXT               PIC X(32).
013400     05  FILLER                  PIC X(72) VALUE SPACES.

013410 01  WS-FEED-LINE.
013420     05  FILLER                  PIC X(05) VALUE 'FEED '.
013430     05  WS-F-SOURCE             PIC X(08).
013440     05  FILLER                  PIC X(01) VALUE SPACE.
013450     05  WS-F-DATE               PIC 9(08).
013460     05  FILLER                  PIC X(01) VALUE SPACE.
013470     05  WS-F-STATUS             PIC X(08).
013480     05  FILLER                  PIC X(02) VALUE SPACES.
013490     05  WS-F-TEXT               PIC X(40).
013492     05  FILLER                  PIC X(59) VALUE SPACES.

013494 01  WS-FEED-TOTAL-LINE.
013495     05  FILLER                  PIC X(14) VALUE '     RECEIVED '.
013496     05  WS-FT-RECEIVED          PIC ZZZZZZ9.
013497     05  FILLER                  PIC X(12) VALUE '  FORWARDED '.
013498     05  WS-FT-FORWARDED         PIC ZZZZZZ9.
013499     05  FILLER                  PIC X(11) VALUE '  SUSPENSE '.
013500     05  WS-FT-SUSPENSE          PIC ZZZZZZ9.
013501     05  FILLER                  PIC X(74) VALUE SPACES.

013502 01  WS-COUNT-LINE.
013600     05  WS-C-LABEL              PIC X(37).
013700     05  WS-C-COUNT              PIC ZZZZZZ9.
013800     05  FILLER                  PIC X(88) VALUE SPACES.
014450         PERFORM 1500-FEED-CARRYOVER THRU 1500-EXIT
014460     END-IF.

014461*    THE WORKBENCH'S CORRECTED DETAILS FOLLOW THE CARRYOVER -
014462*    THEY HAVE ALREADY WAITED IN SUSPENSE AT LEAST ONE NIGHT.
014463     IF NOT WS-IO-FAILED
014464         AND NOT WS-HEADER-ERROR
014465         PERFORM 1700-FEED-CORRECTIONS THRU 1700-EXIT
014466     END-IF.

014470*    EACH SOURCE FEED ON TRANIN IS THEN PROVEN AND EDITED ON
014480*    ITS OWN, ONE HEADER/TRAILER GROUP AT A TIME.  THE FIRST
014490*    HEADER WAS STAGED IN WS-NEXT-HEADER AT OPEN - THE
014492*    CARRYOVER FEED STAGES ITS OWN RECORDS THROUGH THE SHARED
014494*    TRAN-RECORD AND WOULD DESTROY IT THERE.
014500     IF NOT WS-IO-FAILED
014600         AND NOT WS-HEADER-ERROR
014610         AND NOT WS-BALANCE-FAILED
014700         PERFORM 2000-EDIT-FEED THRU 2000-EXIT
014800             UNTIL NOT WS-HDR-PENDING
015000                OR WS-IO-FAILED
015100     END-IF.

015200     IF NOT WS-IO-FAILED
015300         AND NOT WS-HEADER-ERROR
015350         AND NOT WS-BALANCE-FAILED
015400         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
015500     END-IF.

015600     PERFORM 4000-WRITE-COUNTS THRU 4000-EXIT.
015800     STOP RUN.

015900*****************************************************************
016000*    1000-INITIALIZE - OPEN THE FILES, PASS THE FIRST FEED'S    *
016100*    HEADER THROUGH TO THE CLEAN FILE, AND STAGE IT FOR THE     *
016150*    FEED LOOP.                                                 *
016200*****************************************************************
016300 1000-INITIALIZE.
016400     OPEN OUTPUT REPORT-FILE.
020600         SET WS-IO-FAILED TO TRUE
020700         GO TO 1000-EXIT
020800     END-IF.
020804     OPEN OUTPUT FEED-CTL-FILE.
020808     IF FEED-CTL-FILE-STATUS NOT = '00'
020812         MOVE SPACES TO REPORT-LINE
020816         STRING 'FEEDCTL OPEN FAILED, STATUS '
020820             FEED-CTL-FILE-STATUS DELIMITED BY SIZE
020824             INTO REPORT-LINE
020828         WRITE REPORT-LINE
020832         SET WS-IO-FAILED TO TRUE
020836         GO TO 1000-EXIT
020840     END-IF.
020844     OPEN OUTPUT REG-OUT-FILE.
020848     IF REG-OUT-FILE-STATUS NOT = '00'
020852         MOVE SPACES TO REPORT-LINE
020856         STRING 'REGNEW OPEN FAILED, STATUS '
020860             REG-OUT-FILE-STATUS DELIMITED BY SIZE
020864             INTO REPORT-LINE
020868         WRITE REPORT-LINE
020872         SET WS-IO-FAILED TO TRUE
020876         GO TO 1000-EXIT
020880     END-IF.
020884     PERFORM 1200-LOAD-OVERRIDES THRU 1200-EXIT.
020888     ACCEPT WS-EDIT-DATE FROM DATE YYYYMMDD.
020892     ACCEPT WS-EDIT-TIME FROM TIME.

020900     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
021000     IF WS-TRAN-EOF
022300         GO TO 1000-EXIT
022400     END-IF.
022500     PERFORM 2300-WRITE-CLEAN THRU 2300-EXIT.
022600     MOVE TRAN-RECORD TO WS-NEXT-HEADER.
022650     SET WS-HDR-PENDING TO TRUE.
022700 1000-EXIT.
022800     EXIT.

022801*****************************************************************
022802*    1200-LOAD-OVERRIDES - THE OPTIONAL OVERRIDE CARDS, ONE PER *
022803*    FEED TO BE POSTED AGAIN: SOURCE IN COLS 1-8, HEADER DATE   *
022804*    IN COLS 9-16, AND THE WORD OVERRIDE IN COLS 17-24.  A CARD *
022805*    WITHOUT THE WORD IS LISTED AND IGNORED.  NO DATASET MEANS  *
022806*    NO OVERRIDES.                                              *
022807*****************************************************************
022808 1200-LOAD-OVERRIDES.
022809     OPEN INPUT FEED-OVR-FILE.
022810     IF FEED-OVR-FILE-STATUS NOT = '00'
022811         GO TO 1200-EXIT
022812     END-IF.
022813     PERFORM 1210-READ-OVR THRU 1210-EXIT
022814         UNTIL WS-OVR-EOF.
022815     CLOSE FEED-OVR-FILE.
022816 1200-EXIT.
022817     EXIT.

022818*****************************************************************
022819*    1210-READ-OVR                                              *
022820*****************************************************************
022821 1210-READ-OVR.
022822     READ FEED-OVR-FILE
022823         AT END
022824             SET WS-OVR-EOF TO TRUE
022825             GO TO 1210-EXIT
022826     END-READ.
022827     IF FEED-OVR-FILE-STATUS NOT = '00'
022828         SET WS-OVR-EOF TO TRUE
022829         GO TO 1210-EXIT
022830     END-IF.
022831     IF FEED-OVR-RECORD = SPACES
022832         GO TO 1210-EXIT
022833     END-IF.
022834     IF NOT OVR-KEYWORD-VALID
022835         OR OVR-SOURCE = SPACES
022836         MOVE SPACES TO REPORT-LINE
022837         STRING 'FEEDOVR CARD IGNORED - ' FEED-OVR-RECORD
022838             DELIMITED BY SIZE INTO REPORT-LINE
022839         WRITE REPORT-LINE
022840         GO TO 1210-EXIT
022841     END-IF.
022842     IF WS-OVR-CNT NOT < WS-OVR-MAX
022843         MOVE SPACES TO REPORT-LINE
022844         STRING 'FEEDOVR CARD IGNORED, TABLE FULL - '
022845             FEED-OVR-RECORD
022846             DELIMITED BY SIZE INTO REPORT-LINE
022847         WRITE REPORT-LINE
022848         GO TO 1210-EXIT
022849     END-IF.
022850     ADD 1 TO WS-OVR-CNT.
022851     MOVE OVR-SOURCE   TO WS-OV-SOURCE (WS-OVR-CNT).
022852     MOVE OVR-HDR-DATE TO WS-OV-HDR-DATE (WS-OVR-CNT).
022853 1210-EXIT.
022854     EXIT.

022900*****************************************************************
023000*    1100-READ-TRAN                                             *
023100*****************************************************************
025364 1600-EXIT.
025366     EXIT.

025367*****************************************************************
025368*    1700-FEED-CORRECTIONS - FEED THE SUSPENSE WORKBENCH'S      *
025369*    CORRECTED DETAILS THROUGH THE EDIT.  LIKE THE CARRYOVER,   *
025370*    AN ABSENT OR EMPTY CORRECTIONS FEED IS A NORMAL NIGHT AND  *
025371*    A PRESENT ONE MUST PROVE TO ITS OWN TRAILER.               *
025372*****************************************************************
025376 1700-FEED-CORRECTIONS.
025380     OPEN INPUT CORR-IN-FILE.
025384     IF NOT CORR-IN-STATUS-OK
025388         MOVE SPACES TO REPORT-LINE
025392         MOVE 'NO CORRECTIONS DATASET PRESENT' TO REPORT-LINE
025396         WRITE REPORT-LINE
025400         GO TO 1700-EXIT
025404     END-IF.
025408     PERFORM 1710-READ-CORR THRU 1710-EXIT.
025412     IF WS-CORR-EOF
025416         MOVE SPACES TO REPORT-LINE
025420         MOVE 'NO CORRECTED DETAILS TO FEED' TO REPORT-LINE
025424         WRITE REPORT-LINE
025428         CLOSE CORR-IN-FILE
025432         GO TO 1700-EXIT
025436     END-IF.
025440     IF NOT TRAN-TYPE-HEADER
025444         MOVE SPACES TO REPORT-LINE
025448         MOVE 'CORRIN DOES NOT START WITH A HEADER RECORD'
025452             TO REPORT-LINE
025456         WRITE REPORT-LINE
025460         SET WS-BALANCE-FAILED TO TRUE
025464         CLOSE CORR-IN-FILE
025468         GO TO 1700-EXIT
025472     END-IF.
025476     PERFORM 1710-READ-CORR THRU 1710-EXIT.
025480     PERFORM 1800-EDIT-CORR-ONE THRU 1800-EXIT
025484         UNTIL WS-CORR-EOF
025488            OR WS-CORR-TRL-SEEN
025492            OR WS-IO-FAILED.
025496     CLOSE CORR-IN-FILE.
025500     IF WS-IO-FAILED
025504         GO TO 1700-EXIT
025508     END-IF.
025512     IF NOT WS-CORR-TRL-SEEN
025516         MOVE SPACES TO REPORT-LINE
025520         MOVE 'CORRIN TRAILER RECORD IS MISSING'
025524             TO REPORT-LINE
025528         WRITE REPORT-LINE
025532         SET WS-BALANCE-FAILED TO TRUE
025536         GO TO 1700-EXIT
025540     END-IF.
025544     IF TRAN-TRL-DETAIL-COUNT IS NOT NUMERIC
025548         OR TRAN-TRL-DETAIL-COUNT NOT = WS-CO-CNT
025552         MOVE SPACES TO REPORT-LINE
025556         MOVE 'CORRIN DETAIL COUNT DISAGREES WITH TRAILER'
025560             TO REPORT-LINE
025564         WRITE REPORT-LINE
025568         SET WS-BALANCE-FAILED TO TRUE
025572     END-IF.
025576     IF TRAN-TRL-HASH-AMOUNT NOT = WS-CO-HASH-AMOUNT
025580         MOVE SPACES TO REPORT-LINE
025584         MOVE 'CORRIN HASH TOTAL DISAGREES WITH TRAILER'
025588             TO REPORT-LINE
025592         WRITE REPORT-LINE
025596         SET WS-BALANCE-FAILED TO TRUE
025600     END-IF.
025604     IF TRAN-TRL-DEBIT-COUNT NOT = WS-CO-DR-CNT
025608         OR TRAN-TRL-DEBIT-AMOUNT NOT = WS-CO-DR-AMT
025612         MOVE SPACES TO REPORT-LINE
025616         MOVE 'CORRIN DEBIT SIDE DISAGREES WITH TRAILER'
025620             TO REPORT-LINE
025624         WRITE REPORT-LINE
025628         SET WS-BALANCE-FAILED TO TRUE
025632     END-IF.
025636     IF TRAN-TRL-CREDIT-COUNT NOT = WS-CO-CR-CNT
025640         OR TRAN-TRL-CREDIT-AMOUNT NOT = WS-CO-CR-AMT
025644         MOVE SPACES TO REPORT-LINE
025648         MOVE 'CORRIN CREDIT SIDE DISAGREES WITH TRAILER'
025652             TO REPORT-LINE
025656         WRITE REPORT-LINE
025660         SET WS-BALANCE-FAILED TO TRUE
025664     END-IF.
025668 1700-EXIT.
025672     EXIT.

025676*****************************************************************
025680*    1710-READ-CORR                                             *
025684*****************************************************************
025688 1710-READ-CORR.
025692     READ CORR-IN-FILE
025696         AT END
025700             SET WS-CORR-EOF TO TRUE
025704             GO TO 1710-EXIT
025708     END-READ.
025712     IF NOT CORR-IN-STATUS-OK
025716         MOVE SPACES TO REPORT-LINE
025720         STRING 'CORRIN READ FAILED, STATUS '
025724             CORR-IN-FILE-STATUS DELIMITED BY SIZE
025728             INTO REPORT-LINE
025732         WRITE REPORT-LINE
025736         SET WS-IO-FAILED TO TRUE
025740         SET WS-CORR-EOF TO TRUE
025744         GO TO 1710-EXIT
025748     END-IF.
025752     MOVE CORR-IN-RECORD TO TRAN-RECORD.
025756 1710-EXIT.
025760     EXIT.

025764*****************************************************************
025768*    1800-EDIT-CORR-ONE - ONE CORRECTIONS RECORD: DETAILS ROLL  *
025772*    INTO THE CORRECTIONS CONTROL TOTALS, THEN ROUTE THROUGH    *
025776*    THE SAME EDIT AS ANY DETAIL; THE TRAILER ENDS THE FEED.    *
025780*****************************************************************
025784 1800-EDIT-CORR-ONE.
025788     IF TRAN-TYPE-TRAILER
025792         SET WS-CORR-TRL-SEEN TO TRUE
025796         GO TO 1800-EXIT
025800     END-IF.
025804     IF NOT TRAN-TYPE-DETAIL
025808         MOVE '05' TO WS-REJECT-REASON
025812         ADD 1 TO WS-BAD-RECORD-CNT
025816         MOVE 'RECORD TYPE NOT H, D, OR T' TO WS-R-TEXT
025820         PERFORM 2400-WRITE-SUSPENSE THRU 2400-EXIT
025824         GO TO 1800-READ-NEXT
025828     END-IF.
025832     ADD 1 TO WS-CO-CNT.
025836     IF TRAN-DTL-AMOUNT IS NUMERIC
025840         ADD TRAN-DTL-AMOUNT TO WS-CO-HASH-AMOUNT
025844         IF TRAN-DTL-DEBIT
025848             ADD 1 TO WS-CO-DR-CNT
025852             ADD TRAN-DTL-AMOUNT TO WS-CO-DR-AMT
025856         END-IF
025860         IF TRAN-DTL-CREDIT
025864             ADD 1 TO WS-CO-CR-CNT
025868             ADD TRAN-DTL-AMOUNT TO WS-CO-CR-AMT
025872         END-IF
025876     END-IF.
025880     PERFORM 2050-ROUTE-DETAIL THRU 2050-EXIT.
025884 1800-READ-NEXT.
025888     PERFORM 1710-READ-CORR THRU 1710-EXIT.
025892 1800-EXIT.
025896     EXIT.

025900*****************************************************************
025904*    2000-EDIT-FEED - ONE SOURCE FEED OFF TRANIN, FROM ITS      *
025908*    HEADER (STAGED IN WS-NEXT-HEADER) TO ITS TRAILER.  THE     *
025912*    FEED IS COPIED TO THE FEEDWK WORK FILE AND PROVEN TO ITS   *
025916*    OWN TRAILER FIRST; ONLY A FEED THAT PROVES IS THEN READ    *
025920*    BACK AND EDITED, SO A BAD FEED PUTS NOTHING ON TRANOUT OR  *
025924*    SUSPOUT AND THE SENDER SIMPLY RESENDS IT.  A BAD FEED      *
025928*    FROM ONE SOURCE NEVER HOLDS UP THE OTHERS.                 *
025932*****************************************************************
025936 2000-EDIT-FEED.
025940     MOVE WS-NEXT-HEADER TO TRAN-RECORD.
025944     MOVE 'N' TO WS-HDR-PENDING-SW.
025948     MOVE 'N' TO WS-TRAILER-SEEN-SW.
025952     MOVE 'N' TO WS-NEXT-HDR-SEEN-SW.
025956     ADD 1 TO WS-FEED-CNT.
025960     MOVE 0 TO WS-FD-IN-CNT
025964               WS-FD-IN-HASH-AMOUNT
025968               WS-FD-IN-DR-CNT
025972               WS-FD-IN-CR-CNT
025976               WS-FD-IN-DR-AMT
025980               WS-FD-IN-CR-AMT
025984               WS-FD-BAD-AMOUNT-CNT
025988               WS-FD-CLEAN-CNT
025992               WS-FD-CLEAN-AMT
025996               WS-FD-SUSP-CNT
026000               WS-FD-SUSP-AMT.
026004     MOVE SPACES TO WS-FD-REASON.
026008     MOVE TRAN-HDR-SOURCE TO WS-FD-SOURCE.
026012     IF TRAN-HDR-DATE IS NUMERIC
026016         MOVE TRAN-HDR-DATE TO WS-FD-DATE
026020     ELSE
026024         MOVE 0 TO WS-FD-DATE
026028     END-IF.
026032     MOVE WS-FD-DATE TO WS-FEED-DATE.
026036     IF WS-FD-DATE = 0
026040         MOVE '01' TO WS-FD-REASON
026044     ELSE
026048         IF WS-FD-SOURCE = SPACES
026052             OR WS-FD-SOURCE = LOW-VALUES
026056             MOVE '02' TO WS-FD-REASON
026060         END-IF
026064     END-IF.

026068     OPEN OUTPUT FEED-WORK-FILE.
026072     IF FEED-WORK-FILE-STATUS NOT = '00'
026076         MOVE SPACES TO REPORT-LINE
026080         STRING 'FEEDWK OPEN FAILED, STATUS '
026084             FEED-WORK-FILE-STATUS DELIMITED BY SIZE
026088             INTO REPORT-LINE
026092         WRITE REPORT-LINE
026096         SET WS-IO-FAILED TO TRUE
026100         GO TO 2000-EXIT
026104     END-IF.
026108     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
026112     PERFORM 2010-STAGE-ONE THRU 2010-EXIT
026116         UNTIL WS-TRAN-EOF
026120            OR WS-TRAILER-SEEN
026124            OR WS-NEXT-HDR-SEEN
026128            OR WS-IO-FAILED.
026132     CLOSE FEED-WORK-FILE.
026136     IF WS-IO-FAILED
026140         GO TO 2000-EXIT
026144     END-IF.

026148*    A HEADER BEFORE THIS FEED'S TRAILER STARTS THE NEXT FEED -
026152*    IT IS KEPT FOR THE NEXT PASS AND THIS FEED HAS NO TRAILER.
026156     IF WS-NEXT-HDR-SEEN
026160         MOVE TRAN-RECORD TO WS-NEXT-HEADER
026164         SET WS-HDR-PENDING TO TRUE
026168     END-IF.
026172     IF WS-FD-ACCEPTED
026176         IF WS-TRAILER-SEEN
026180             PERFORM 2020-PROVE-FEED THRU 2020-EXIT
026184         ELSE
026188             MOVE '03' TO WS-FD-REASON
026192         END-IF
026196     END-IF.
026200     MOVE 'N' TO WS-FD-OVERRIDE-SW.
026204     IF WS-FD-ACCEPTED
026208         PERFORM 2060-CHECK-REGISTER THRU 2060-EXIT
026212     END-IF.
026216     IF WS-IO-FAILED
026220         GO TO 2000-EXIT
026224     END-IF.

026228     IF WS-FD-ACCEPTED
026232         ADD 1 TO WS-FEED-ACCEPT-CNT
026236         PERFORM 2030-POST-FEED THRU 2030-EXIT
026240         PERFORM 2070-REGISTER-FEED THRU 2070-EXIT
026244     ELSE
026248         ADD 1 TO WS-FEED-REJECT-CNT
026252         ADD WS-FD-IN-CNT TO WS-REJ-FEED-DTL-CNT
026256     END-IF.
026260     IF WS-IO-FAILED
026264         GO TO 2000-EXIT
026268     END-IF.
026272     PERFORM 2500-WRITE-FEED-CTL THRU 2500-EXIT.

026276     IF WS-TRAILER-SEEN
026280         AND NOT WS-IO-FAILED
026284         PERFORM 2045-SEEK-NEXT-HEADER THRU 2045-EXIT
026288     END-IF.
026292 2000-EXIT.
026296     EXIT.

026300*****************************************************************
026304*    2010-STAGE-ONE - ONE RECORD OF THE CURRENT FEED ONTO THE   *
026308*    WORK FILE.  DETAILS ROLL INTO THE FEED'S RECEIVED TOTALS;  *
026312*    THE TRAILER, OR THE NEXT FEED'S HEADER, ENDS THE PASS.     *
026316*****************************************************************
026320 2010-STAGE-ONE.
026324     IF TRAN-TYPE-TRAILER
026328         SET WS-TRAILER-SEEN TO TRUE
026332         GO TO 2010-EXIT
026336     END-IF.
026340     IF TRAN-TYPE-HEADER
026344         SET WS-NEXT-HDR-SEEN TO TRUE
026348         GO TO 2010-EXIT
026352     END-IF.

026356     IF TRAN-TYPE-DETAIL
026360         ADD 1 TO WS-IN-DETAIL-CNT
026364         ADD 1 TO WS-FD-IN-CNT
026368         IF TRAN-DTL-AMOUNT IS NUMERIC
026372             ADD TRAN-DTL-AMOUNT TO WS-FD-IN-HASH-AMOUNT
026376             IF TRAN-DTL-DEBIT
026380                 ADD 1 TO WS-FD-IN-DR-CNT
026384                 ADD TRAN-DTL-AMOUNT TO WS-FD-IN-DR-AMT
026388             END-IF
026392             IF TRAN-DTL-CREDIT
026396                 ADD 1 TO WS-FD-IN-CR-CNT
026400                 ADD TRAN-DTL-AMOUNT TO WS-FD-IN-CR-AMT
026404             END-IF
026408         ELSE
026412             ADD 1 TO WS-FD-BAD-AMOUNT-CNT
026416         END-IF
026420     END-IF.

026424     WRITE FEED-WORK-RECORD FROM TRAN-RECORD.
026428     IF FEED-WORK-FILE-STATUS NOT = '00'
026432         MOVE SPACES TO REPORT-LINE
026436         STRING 'FEEDWK WRITE FAILED, STATUS '
026440             FEED-WORK-FILE-STATUS DELIMITED BY SIZE
026444             INTO REPORT-LINE
026448         WRITE REPORT-LINE
026452         SET WS-IO-FAILED TO TRUE
026456         GO TO 2010-EXIT
026460     END-IF.
026464     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
026468 2010-EXIT.
026472     EXIT.

026476*****************************************************************
026480*    2020-PROVE-FEED - PROVE THE FEED'S OWN TRAILER (STILL      *
026484*    STAGED IN TRAN-RECORD) AGAINST EVERY DETAIL THE FEED       *
026488*    CARRIED, CLEAN OR NOT.  THE FIRST DISAGREEMENT NAMES THE   *
026492*    REJECT REASON.                                             *
026496*****************************************************************
026500 2020-PROVE-FEED.
026504     IF TRAN-TRL-DETAIL-COUNT IS NOT NUMERIC
026508         OR TRAN-TRL-DETAIL-COUNT NOT = WS-FD-IN-CNT
026512         MOVE '04' TO WS-FD-REASON
026516         GO TO 2020-EXIT
026520     END-IF.
026524*    A NON-NUMERIC AMOUNT NEVER ENTERED THE HASH, SO THE HASH
026528*    PROOF ONLY MEANS SOMETHING WHEN EVERY AMOUNT WAS NUMERIC.
026532     IF WS-FD-BAD-AMOUNT-CNT = 0
026536         IF TRAN-TRL-HASH-AMOUNT NOT = WS-FD-IN-HASH-AMOUNT
026540             MOVE '05' TO WS-FD-REASON
026544             GO TO 2020-EXIT
026548         END-IF
026552     ELSE
026556         MOVE SPACES TO REPORT-LINE
026560         STRING 'FEED ' WS-FD-SOURCE
026564             ' HASH PROOF SKIPPED - NON-NUMERIC AMOUNTS PRESENT'
026568             DELIMITED BY SIZE INTO REPORT-LINE
026572         WRITE REPORT-LINE
026576     END-IF.
026580*    THE SPLIT DEBIT/CREDIT TOTALS ARE PROVED WHEN THE FEED
026584*    CARRIES THEM; A FEED STILL SENDING THE OLD TRAILER GETS
026588*    A NOTE INSTEAD OF A FALSE BREAK.
026592     IF TRAN-TRL-DEBIT-COUNT IS NUMERIC
026596         AND TRAN-TRL-CREDIT-COUNT IS NUMERIC
026600         AND WS-FD-BAD-AMOUNT-CNT = 0
026604         IF TRAN-TRL-DEBIT-COUNT NOT = WS-FD-IN-DR-CNT
026608             OR TRAN-TRL-DEBIT-AMOUNT NOT = WS-FD-IN-DR-AMT
026612             MOVE '06' TO WS-FD-REASON
026616             GO TO 2020-EXIT
026620         END-IF
026624         IF TRAN-TRL-CREDIT-COUNT NOT = WS-FD-IN-CR-CNT
026628             OR TRAN-TRL-CREDIT-AMOUNT NOT = WS-FD-IN-CR-AMT
026632             MOVE '07' TO WS-FD-REASON
026636             GO TO 2020-EXIT
026640         END-IF
026644     ELSE
026648         MOVE SPACES TO REPORT-LINE
026652         STRING 'FEED ' WS-FD-SOURCE
026656             ' SPLIT DEBIT/CREDIT PROOF SKIPPED'
026660             DELIMITED BY SIZE INTO REPORT-LINE
026664         WRITE REPORT-LINE
026668     END-IF.
026672 2020-EXIT.
026676     EXIT.

026680*****************************************************************
026684*    2030-POST-FEED - READ A PROVEN FEED BACK OFF THE WORK      *
026688*    FILE AND EDIT IT.                                          *
026692*****************************************************************
026696 2030-POST-FEED.
026700     OPEN INPUT FEED-WORK-FILE.
026704     IF FEED-WORK-FILE-STATUS NOT = '00'
026708         MOVE SPACES TO REPORT-LINE
026712         STRING 'FEEDWK OPEN FAILED, STATUS '
026716             FEED-WORK-FILE-STATUS DELIMITED BY SIZE
026720             INTO REPORT-LINE
026724         WRITE REPORT-LINE
026728         SET WS-IO-FAILED TO TRUE
026732         GO TO 2030-EXIT
026736     END-IF.
026740     MOVE 'N' TO WS-WORK-EOF-SW.
026744     PERFORM 2040-READ-WORK THRU 2040-EXIT.
026748     PERFORM 2035-POST-ONE THRU 2035-EXIT
026752         UNTIL WS-WORK-EOF
026756            OR WS-IO-FAILED.
026760     CLOSE FEED-WORK-FILE.
026764 2030-EXIT.
026768     EXIT.

026772*****************************************************************
026776*    2035-POST-ONE - STAMP ONE DETAIL WITH THE SOURCE AND       *
026780*    HEADER DATE OF ITS FEED AND ROUTE IT THROUGH THE EDIT.     *
026784*    THE STAMP TRAVELS WITH THE DETAIL INTO SUSPENSE, THE       *
026788*    CARRYOVER, AND ACCTSUSP, SO THE ACKNOWLEDGEMENT CAN TRACE  *
026792*    IT BACK TO ITS SENDER.                                     *
026796*****************************************************************
026800 2035-POST-ONE.
026804     IF NOT TRAN-TYPE-DETAIL
026808         MOVE '05' TO WS-REJECT-REASON
026812         ADD 1 TO WS-BAD-RECORD-CNT
026816         MOVE 'RECORD TYPE NOT H, D, OR T' TO WS-R-TEXT
026820         PERFORM 2400-WRITE-SUSPENSE THRU 2400-EXIT
026824         GO TO 2035-READ-NEXT
026828     END-IF.
026832     MOVE WS-FD-SOURCE TO TRAN-DTL-SOURCE.
026836     MOVE WS-FD-DATE   TO TRAN-DTL-FEED-DATE.
026840     PERFORM 2050-ROUTE-DETAIL THRU 2050-EXIT.
026844     IF WS-DETAIL-CLEAN
026848         ADD 1 TO WS-FD-CLEAN-CNT
026852         ADD TRAN-DTL-AMOUNT TO WS-FD-CLEAN-AMT
026856     ELSE
026860         ADD 1 TO WS-FD-SUSP-CNT
026864         IF TRAN-DTL-AMOUNT IS NUMERIC
026868             ADD TRAN-DTL-AMOUNT TO WS-FD-SUSP-AMT
026872         END-IF
026876     END-IF.
026880 2035-READ-NEXT.
026884     PERFORM 2040-READ-WORK THRU 2040-EXIT.
026888 2035-EXIT.
026892     EXIT.

026896*****************************************************************
026900*    2040-READ-WORK                                             *
026904*****************************************************************
026908 2040-READ-WORK.
026912     READ FEED-WORK-FILE
026916         AT END
026920             SET WS-WORK-EOF TO TRUE
026924             GO TO 2040-EXIT
026928     END-READ.
026932     IF FEED-WORK-FILE-STATUS NOT = '00'
026936         MOVE SPACES TO REPORT-LINE
026940         STRING 'FEEDWK READ FAILED, STATUS '
026944             FEED-WORK-FILE-STATUS DELIMITED BY SIZE
026948             INTO REPORT-LINE
026952         WRITE REPORT-LINE
026956         SET WS-IO-FAILED TO TRUE
026960         SET WS-WORK-EOF TO TRUE
026964         GO TO 2040-EXIT
026968     END-IF.
026972     MOVE FEED-WORK-RECORD TO TRAN-RECORD.
026976 2040-EXIT.
026980     EXIT.

026984*****************************************************************
026988*    2045-SEEK-NEXT-HEADER - AFTER A TRAILER, THE NEXT RECORD   *
026992*    MUST BE ANOTHER FEED'S HEADER OR END OF FILE.  ANYTHING    *
026996*    IN BETWEEN BELONGS TO NO FEED AND NO TRAILER ACCOUNTS FOR  *
027000*    IT, SO IT IS DIVERTED TO SUSPENSE AND LISTED.              *
027004*****************************************************************
027008 2045-SEEK-NEXT-HEADER.
027012     MOVE 0 TO WS-FEED-DATE.
027016     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
027020     PERFORM 2046-DIVERT-STRAY THRU 2046-EXIT
027024         UNTIL WS-TRAN-EOF
027028            OR TRAN-TYPE-HEADER
027032            OR WS-IO-FAILED.
027036     IF NOT WS-TRAN-EOF
027040         MOVE TRAN-RECORD TO WS-NEXT-HEADER
027044         SET WS-HDR-PENDING TO TRUE
027048     END-IF.
027052 2045-EXIT.
027056     EXIT.

027060*****************************************************************
027064*    2046-DIVERT-STRAY                                          *
027068*****************************************************************
027072 2046-DIVERT-STRAY.
027076     MOVE '05' TO WS-REJECT-REASON.
027080     ADD 1 TO WS-STRAY-CNT.
027084     MOVE 'RECORD OUTSIDE ANY FEED' TO WS-R-TEXT.
027088     PERFORM 2400-WRITE-SUSPENSE THRU 2400-EXIT.
027092     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
027096 2046-EXIT.
027100     EXIT.

027104*****************************************************************
027108*    2060-CHECK-REGISTER - A PROVEN FEED WHOSE SOURCE, HEADER   *
027112*    DATE, AND TRAILER TOTALS (STILL STAGED IN TRAN-RECORD) ARE *
027116*    ALREADY ON THE REGISTER, OR MATCH A FEED ACCEPTED EARLIER  *
027120*    TONIGHT, HAS BEEN SENT BEFORE - A RESUBMITTED FEED STILL   *
027124*    BALANCES, SO THIS IS THE ONLY PLACE IT IS CAUGHT.  IT IS   *
027128*    REJECTED AS REASON 08 UNLESS AN OVERRIDE CARD NAMES IT.    *
027132*****************************************************************
027136 2060-CHECK-REGISTER.
027140     MOVE WS-FD-SOURCE          TO WS-FK-SOURCE.
027144     MOVE WS-FD-DATE            TO WS-FK-HDR-DATE.
027148     MOVE TRAN-TRL-DETAIL-COUNT TO WS-FK-TRL-COUNT.
027152     MOVE TRAN-TRL-HASH-AMOUNT  TO WS-FK-TRL-HASH.
027156     IF TRAN-TRL-DEBIT-COUNT IS NUMERIC
027160         AND TRAN-TRL-CREDIT-COUNT IS NUMERIC
027164         MOVE TRAN-TRL-DEBIT-COUNT   TO WS-FK-TRL-DR-COUNT
027168         MOVE TRAN-TRL-DEBIT-AMOUNT  TO WS-FK-TRL-DR-AMT
027172         MOVE TRAN-TRL-CREDIT-COUNT  TO WS-FK-TRL-CR-COUNT
027176         MOVE TRAN-TRL-CREDIT-AMOUNT TO WS-FK-TRL-CR-AMT
027180     ELSE
027184         MOVE 0 TO WS-FK-TRL-DR-COUNT
027188                   WS-FK-TRL-DR-AMT
027192                   WS-FK-TRL-CR-COUNT
027196                   WS-FK-TRL-CR-AMT
027200     END-IF.

027204     MOVE 'N' TO WS-FOUND-SW.
027208     PERFORM 2064-MATCH-TONIGHT THRU 2064-EXIT
027212         VARYING WS-TNF-IX FROM 1 BY 1
027216         UNTIL WS-TNF-IX > WS-TNF-CNT
027220            OR WS-ENTRY-FOUND.
027224     IF WS-ENTRY-FOUND
027228         GO TO 2060-DUPLICATE
027232     END-IF.

027236     OPEN INPUT REG-IN-FILE.
027240     IF REG-IN-FILE-STATUS NOT = '00'
027244         MOVE SPACES TO REPORT-LINE
027248         STRING 'REGIN OPEN FAILED, STATUS '
027252             REG-IN-FILE-STATUS DELIMITED BY SIZE
027256             INTO REPORT-LINE
027260         WRITE REPORT-LINE
027264         SET WS-IO-FAILED TO TRUE
027268         GO TO 2060-EXIT
027272     END-IF.
027276     MOVE 'N' TO WS-REG-EOF-SW.
027280     PERFORM 2062-READ-REG THRU 2062-EXIT
027284         UNTIL WS-REG-EOF
027288            OR WS-ENTRY-FOUND.
027292     CLOSE REG-IN-FILE.
027296     IF WS-IO-FAILED
027300         OR NOT WS-ENTRY-FOUND
027304         GO TO 2060-EXIT
027308     END-IF.

027312 2060-DUPLICATE.
027316     MOVE 'N' TO WS-FOUND-SW.
027320     PERFORM 2066-MATCH-OVERRIDE THRU 2066-EXIT
027324         VARYING WS-OVR-IX FROM 1 BY 1
027328         UNTIL WS-OVR-IX > WS-OVR-CNT
027332            OR WS-ENTRY-FOUND.
027336     IF WS-ENTRY-FOUND
027340         SET WS-FD-OVERRIDDEN TO TRUE
027344         ADD 1 TO WS-OVR-USED-CNT
027348     ELSE
027352         MOVE '08' TO WS-FD-REASON
027356         ADD 1 TO WS-DUP-FEED-CNT
027360     END-IF.
027364 2060-EXIT.
027368     EXIT.

027372*****************************************************************
027376*    2062-READ-REG                                              *
027380*****************************************************************
027384 2062-READ-REG.
027388     READ REG-IN-FILE
027392         AT END
027396             SET WS-REG-EOF TO TRUE
027400             GO TO 2062-EXIT
027404     END-READ.
027408     IF REG-IN-FILE-STATUS NOT = '00'
027412         MOVE SPACES TO REPORT-LINE
027416         STRING 'REGIN READ FAILED, STATUS '
027420             REG-IN-FILE-STATUS DELIMITED BY SIZE
027424             INTO REPORT-LINE
027428         WRITE REPORT-LINE
027432         SET WS-IO-FAILED TO TRUE
027436         SET WS-REG-EOF TO TRUE
027440         GO TO 2062-EXIT
027444     END-IF.
027448     IF FREG-KEY = WS-FD-KEY
027452         SET WS-ENTRY-FOUND TO TRUE
027456     END-IF.
027460 2062-EXIT.
027464     EXIT.

027468*****************************************************************
027472*    2064-MATCH-TONIGHT                                         *
027476*****************************************************************
027480 2064-MATCH-TONIGHT.
027484     IF WS-TN-KEY (WS-TNF-IX) = WS-FD-KEY
027488         SET WS-ENTRY-FOUND TO TRUE
027492     END-IF.
027496 2064-EXIT.
027500     EXIT.

027504*****************************************************************
027508*    2066-MATCH-OVERRIDE                                        *
027512*****************************************************************
027516 2066-MATCH-OVERRIDE.
027520     IF WS-OV-SOURCE (WS-OVR-IX) = WS-FD-SOURCE
027524         AND WS-OV-HDR-DATE (WS-OVR-IX) = WS-FK-HDR-DATE
027528         SET WS-ENTRY-FOUND TO TRUE
027532     END-IF.
027536 2066-EXIT.
027540     EXIT.

027544*****************************************************************
027548*    2070-REGISTER-FEED - AN ACCEPTED FEED GOES TO REGNEW FOR   *
027552*    THE REGISTER AND INTO TONIGHT'S TABLE, SO THE SAME FEED    *
027556*    CONCATENATED TWICE IS CAUGHT THE SAME NIGHT.               *
027560*****************************************************************
027564 2070-REGISTER-FEED.
027568     IF WS-IO-FAILED
027572         GO TO 2070-EXIT
027576     END-IF.
027580     MOVE SPACES       TO FREG-RECORD.
027584     MOVE WS-FD-KEY    TO FREG-KEY.
027588     MOVE WS-EDIT-DATE TO FREG-EDIT-DATE.
027592     MOVE WS-EDIT-TIME TO FREG-EDIT-TIME.
027596     IF WS-FD-OVERRIDDEN
027600         SET FREG-OVERRIDDEN TO TRUE
027604     ELSE
027608         SET FREG-NOT-OVERRIDDEN TO TRUE
027612     END-IF.
027616     WRITE REG-OUT-RECORD FROM FREG-RECORD.
027620     IF REG-OUT-FILE-STATUS NOT = '00'
027624         MOVE SPACES TO REPORT-LINE
027628         STRING 'REGNEW WRITE FAILED, STATUS '
027632             REG-OUT-FILE-STATUS DELIMITED BY SIZE
027636             INTO REPORT-LINE
027640         WRITE REPORT-LINE
027644         SET WS-IO-FAILED TO TRUE
027648         GO TO 2070-EXIT
027652     END-IF.
027656     IF WS-TNF-CNT < WS-TNF-MAX
027660         ADD 1 TO WS-TNF-CNT
027664         MOVE WS-FD-KEY TO WS-TN-KEY (WS-TNF-CNT)
027668     END-IF.
027672 2070-EXIT.
027676     EXIT.

028210*****************************************************************
028220*    2050-ROUTE-DETAIL - VALIDATE THE DETAIL STAGED IN          *
037000     MOVE SPACES           TO SUSP-RECORD.
037100     MOVE WS-REJECT-REASON TO SUSP-REASON-CODE.
037200     MOVE TRAN-RECORD      TO SUSP-TRAN-DATA.
037206*    A DETAIL KEEPS THE FEED DATE IT CARRIES - A CARRYOVER OR
037212*    CORRECTED ITEM ITS ORIGINAL FEED'S - ANY OTHER RECORD TAKES
037218*    THE FEED IT ARRIVED IN, OR THE EDIT DATE WHEN IT IS IN NONE.
037224     IF TRAN-TYPE-DETAIL
037230         AND TRAN-DTL-FEED-DATE IS NUMERIC
037236         AND TRAN-DTL-FEED-DATE > 0
037242         MOVE TRAN-DTL-FEED-DATE TO SUSP-DATE
037248     ELSE
037254         IF WS-FEED-DATE > 0
037260             MOVE WS-FEED-DATE TO SUSP-DATE
037266         ELSE
037272             MOVE WS-EDIT-DATE TO SUSP-DATE
037278         END-IF
037284     END-IF.
037300     WRITE SUSP-RECORD.
037400     IF NOT SUSP-STATUS-OK
037500         MOVE SPACES TO REPORT-LINE
039200 2400-EXIT.
039300     EXIT.

039301*****************************************************************
039302*    2500-WRITE-FEED-CTL - ONE FEED CONTROL RECORD FOR THE      *
039303*    ACKNOWLEDGEMENT, AND THE FEED'S LINE ON THE EDIT REPORT.   *
039304*****************************************************************
039305 2500-WRITE-FEED-CTL.
039306     MOVE SPACES               TO FDCT-RECORD.
039307     MOVE WS-FD-SOURCE         TO FDCT-SOURCE.
039308     MOVE WS-FD-DATE           TO FDCT-HDR-DATE.
039309     IF WS-FD-ACCEPTED
039310         SET FDCT-ACCEPTED     TO TRUE
039311     ELSE
039312         SET FDCT-REJECTED     TO TRUE
039313     END-IF.
039314     MOVE WS-FD-REASON         TO FDCT-REJECT-REASON.
039315     MOVE WS-EDIT-DATE         TO FDCT-EDIT-DATE.
039316     MOVE WS-EDIT-TIME         TO FDCT-EDIT-TIME.
039317     MOVE WS-FD-IN-CNT         TO FDCT-RECV-CNT.
039318     MOVE WS-FD-IN-HASH-AMOUNT TO FDCT-RECV-AMT.
039319     MOVE WS-FD-SUSP-CNT       TO FDCT-SUSP-CNT.
039320     MOVE WS-FD-SUSP-AMT       TO FDCT-SUSP-AMT.
039321     MOVE WS-FD-CLEAN-CNT      TO FDCT-FWD-CNT.
039322     MOVE WS-FD-CLEAN-AMT      TO FDCT-FWD-AMT.
039323     WRITE FDCT-RECORD.
039324     IF FEED-CTL-FILE-STATUS NOT = '00'
039325         MOVE SPACES TO REPORT-LINE
039326         STRING 'FEEDCTL WRITE FAILED, STATUS '
039327             FEED-CTL-FILE-STATUS DELIMITED BY SIZE
039328             INTO REPORT-LINE
039329         WRITE REPORT-LINE
039330         SET WS-IO-FAILED TO TRUE
039331         GO TO 2500-EXIT
039332     END-IF.

039333     MOVE WS-FD-SOURCE TO WS-F-SOURCE.
039334     MOVE WS-FD-DATE   TO WS-F-DATE.
039335     IF WS-FD-ACCEPTED
039336         MOVE 'ACCEPTED' TO WS-F-STATUS
039337         MOVE SPACES     TO WS-F-TEXT
039338         IF WS-FD-OVERRIDDEN
039339             MOVE 'ALREADY PROCESSED - POSTED ON OVERRIDE'
039340                 TO WS-F-TEXT
039341         END-IF
039342     ELSE
039343         MOVE 'REJECTED' TO WS-F-STATUS
039344         EVALUATE WS-FD-REASON
039345             WHEN '01'
039346                 MOVE 'HEADER DATE MISSING OR NOT NUMERIC'
039347                     TO WS-F-TEXT
039348             WHEN '02'
039349                 MOVE 'HEADER SOURCE MISSING' TO WS-F-TEXT
039350             WHEN '03'
039351                 MOVE 'TRAILER RECORD IS MISSING' TO WS-F-TEXT
039352             WHEN '04'
039353                 MOVE 'DETAIL COUNT DISAGREES WITH TRAILER'
039354                     TO WS-F-TEXT
039355             WHEN '05'
039356                 MOVE 'HASH TOTAL DISAGREES WITH TRAILER'
039357                     TO WS-F-TEXT
039358             WHEN '06'
039359                 MOVE 'DEBIT SIDE DISAGREES WITH TRAILER'
039360                     TO WS-F-TEXT
039361             WHEN '07'
039362                 MOVE 'CREDIT SIDE DISAGREES WITH TRAILER'
039363                     TO WS-F-TEXT
039364             WHEN '08'
039365                 MOVE 'FEED ALREADY PROCESSED - NOT POSTED'
039366                     TO WS-F-TEXT
039367             WHEN OTHER
039368                 MOVE 'FEED REJECTED' TO WS-F-TEXT
039369         END-EVALUATE
039370     END-IF.
039371     MOVE SPACES TO REPORT-LINE.
039372     MOVE WS-FEED-LINE TO REPORT-LINE.
039373     WRITE REPORT-LINE.
039374     MOVE WS-FD-IN-CNT    TO WS-FT-RECEIVED.
039375     MOVE WS-FD-CLEAN-CNT TO WS-FT-FORWARDED.
039376     MOVE WS-FD-SUSP-CNT  TO WS-FT-SUSPENSE.
039377     MOVE SPACES TO REPORT-LINE.
039378     MOVE WS-FEED-TOTAL-LINE TO REPORT-LINE.
039379     WRITE REPORT-LINE.
039380 2500-EXIT.
039381     EXIT.

039400*****************************************************************
039500*    3000-WRITE-TRAILER - EVERY FEED HAS ALREADY PROVED TO ITS  *
039600*    OWN TRAILER; THE OUTBOUND TRAILER IS REBUILT FROM THE      *
039700*    CLEAN TOTALS SO THE POSTED FILE BALANCES TO ITSELF.        *
039800*****************************************************************
039900 3000-WRITE-TRAILER.
043400     MOVE SPACES               TO TRAN-RECORD.
043500     SET TRAN-TYPE-TRAILER     TO TRUE.
043600     MOVE WS-CLEAN-CNT         TO TRAN-TRL-DETAIL-COUNT.
048210         TO WS-C-LABEL.
048220     MOVE WS-AGE-MAX TO WS-C-COUNT.
048230     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.

048232     MOVE 'CORRECTED DETAILS FED............... '
048234         TO WS-C-LABEL.
048236     MOVE WS-CO-CNT TO WS-C-COUNT.
048238     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.

048240     MOVE 'SOURCE FEEDS ON TRANIN.............. '
048242         TO WS-C-LABEL.
048244     MOVE WS-FEED-CNT TO WS-C-COUNT.
048246     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.

048248     MOVE '  FEEDS ACCEPTED.................... '
048250         TO WS-C-LABEL.
048252     MOVE WS-FEED-ACCEPT-CNT TO WS-C-COUNT.
048254     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.

048256     MOVE '  FEEDS REJECTED.................... '
048258         TO WS-C-LABEL.
048260     MOVE WS-FEED-REJECT-CNT TO WS-C-COUNT.
048262     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.

048264     MOVE 'DETAILS IN REJECTED FEEDS........... '
048266         TO WS-C-LABEL.
048268     MOVE WS-REJ-FEED-DTL-CNT TO WS-C-COUNT.
048270     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.

048272     MOVE 'RECORDS OUTSIDE ANY FEED............ '
048274         TO WS-C-LABEL.
048276     MOVE WS-STRAY-CNT TO WS-C-COUNT.
048278     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.

048280     MOVE 'FEEDS REFUSED AS ALREADY PROCESSED.. '
048282         TO WS-C-LABEL.
048284     MOVE WS-DUP-FEED-CNT TO WS-C-COUNT.
048286     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.

048288     MOVE 'FEEDS POSTED AGAIN ON OVERRIDE...... '
048290         TO WS-C-LABEL.
048292     MOVE WS-OVR-USED-CNT TO WS-C-COUNT.
048294     PERFORM 4900-WRITE-COUNT THRU 4900-EXIT.
048296 4000-EXIT.
048300     EXIT.

048400*****************************************************************
049700     CLOSE TRAN-IN-FILE.
049800     CLOSE TRAN-OUT-FILE.
049900     CLOSE SUSP-FILE.
049950     CLOSE FEED-CTL-FILE.
049975     CLOSE REG-OUT-FILE.
050000     CLOSE REPORT-FILE.
050100     EVALUATE TRUE
050200         WHEN WS-IO-FAILED
050500             MOVE 16 TO RETURN-CODE
050600         WHEN WS-BALANCE-FAILED
050700             MOVE 20 TO RETURN-CODE
050750         WHEN WS-FEED-REJECT-CNT > 0
050760             MOVE 8 TO RETURN-CODE
050800         WHEN WS-REJECT-CNT > 0
050900             MOVE 4 TO RETURN-CODE
051000         WHEN OTHER
