002500*  MODIFICATION HISTORY                                         *
002600*  ----------------------------------------------------------   *
002700*  2026-09-02  RLB  ORIGINAL PROGRAM.                           *
002725*  2026-10-15  RLB  MASTER RECORD NOW 48 BYTES.  LISTS THE      *
002750*                   ACCOUNT STATUS AND OPEN DATE, AND COUNTS    *
002775*                   THE CLOSED AND FROZEN ACCOUNTS.             *
002800*                                                               *
002900*****************************************************************

004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ACCT-FILE
004700     RECORD CONTAINS 48 CHARACTERS.
004800 COPY ACCTREC.

004900 FD  REPORT-FILE
005300 WORKING-STORAGE SECTION.
005400 77  WS-ACCOUNT-CNT              PIC 9(07) COMP VALUE 0.
005500 77  WS-TOTAL-BALANCE            PIC S9(13)V99 COMP-3 VALUE 0.
005533 77  WS-CLOSED-CNT               PIC 9(07) COMP VALUE 0.
005566 77  WS-FROZEN-CNT               PIC 9(07) COMP VALUE 0.

005600 01  WS-SWITCHES.
005700     05  WS-ACCT-EOF-SW          PIC X(01) VALUE 'N'.
007400     05  WS-D-LAST-DATE          PIC 9(08).
007500     05  FILLER                  PIC X(02) VALUE SPACES.
007600     05  WS-D-LAST-RUN           PIC 9(08).
007620     05  FILLER                  PIC X(02) VALUE SPACES.
007640     05  WS-D-STATUS             PIC X(06).
007660     05  FILLER                  PIC X(02) VALUE SPACES.
007680     05  WS-D-OPEN-DATE          PIC 9(08).
007700     05  FILLER                  PIC X(68) VALUE SPACES.

007800 01  WS-TOTAL-LINE.
007900     05  FILLER                  PIC X(10) VALUE 'TOTAL     '.
012600     STRING 'ACCOUNT   '       DELIMITED BY SIZE
012700            'BALANCE          'DELIMITED BY SIZE
012800            'LAST DATE '       DELIMITED BY SIZE
012900            'LAST RUN  '       DELIMITED BY SIZE
012933            'STATUS  '         DELIMITED BY SIZE
012966            'OPENED'           DELIMITED BY SIZE
013000         INTO REPORT-LINE.
013100     WRITE REPORT-LINE.
013200     MOVE SPACES TO REPORT-LINE.
016000     MOVE ACCT-BALANCE   TO WS-D-BALANCE.
016100     MOVE ACCT-LAST-DATE TO WS-D-LAST-DATE.
016200     MOVE ACCT-LAST-RUN  TO WS-D-LAST-RUN.
016206     EVALUATE TRUE
016212         WHEN ACCT-STATUS-CLOSED
016218             MOVE 'CLOSED' TO WS-D-STATUS
016224             ADD 1 TO WS-CLOSED-CNT
016230         WHEN ACCT-STATUS-FROZEN
016236             MOVE 'FROZEN' TO WS-D-STATUS
016242             ADD 1 TO WS-FROZEN-CNT
016248         WHEN OTHER
016254             MOVE 'OPEN  ' TO WS-D-STATUS
016260     END-EVALUATE.
016266     IF ACCT-OPEN-DATE NUMERIC
016272         MOVE ACCT-OPEN-DATE TO WS-D-OPEN-DATE
016278     ELSE
016284         MOVE ZERO           TO WS-D-OPEN-DATE
016290     END-IF.
016300     MOVE SPACES TO REPORT-LINE.
016400     MOVE WS-DETAIL-LINE TO REPORT-LINE.
016500     WRITE REPORT-LINE.
018200     MOVE SPACES TO REPORT-LINE.
018300     MOVE WS-COUNT-LINE TO REPORT-LINE.
018400     WRITE REPORT-LINE.
018407     MOVE 'ACCOUNTS CLOSED..................... '
018414         TO WS-C-LABEL.
018421     MOVE WS-CLOSED-CNT TO WS-C-COUNT.
018428     MOVE SPACES TO REPORT-LINE.
018435     MOVE WS-COUNT-LINE TO REPORT-LINE.
018442     WRITE REPORT-LINE.
018449     MOVE 'ACCOUNTS FROZEN..................... '
018456         TO WS-C-LABEL.
018463     MOVE WS-FROZEN-CNT TO WS-C-COUNT.
018470     MOVE SPACES TO REPORT-LINE.
018477     MOVE WS-COUNT-LINE TO REPORT-LINE.
018484     WRITE REPORT-LINE.
018500 4000-EXIT.
018600     EXIT.

