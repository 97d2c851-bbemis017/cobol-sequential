000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RAGLL240.
000300 AUTHOR. B. BEMIS.
000400 INSTALLATION. DATA SERVICES - BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.
000800     PRINTED LISTING OF THE RAGLMAP GENERAL-LEDGER
000900     ACCOUNT-MAPPING TABLE (RAGLMREC.CPY), IN KEY ORDER, WITH
001000     THE DEBIT AND OFFSET ACCOUNTS AND COST CENTERS OF EVERY
001100     ROW AND A STATUS COLUMN SHOWING WHETHER THE ROW IS IN
001200     EFFECT ON THE BUSINESS DATE, NOT YET EFFECTIVE, OR
001300     EXPIRED.  COUNTS OF PAIR, STATE-DEFAULT AND SUSPENSE ROWS
001400     PRINT AT THE END, WITH A WARNING WHEN NO SUSPENSE ROW IS
001500     IN EFFECT - AN UNMAPPED PAIR WOULD THEN STOP THE RARPT150
001600     LEDGER FILE.  RUN AFTER EVERY RAGLM235 SESSION SO THE
001700     CURRENT MAPPING IS ALWAYS ON FILE IN PRINT FOR FINANCE.
001800*-----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*   2026-10-15  BB  ORIGINAL VERSION.
002100*-----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT RAGLMAP ASSIGN TO "RAGLMAP"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS RAGLM-KEY.
003200     SELECT RARPT ASSIGN TO "RARPT"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT RAPDATE ASSIGN TO "RAPDATE"
003500         ORGANIZATION IS SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  RAGLMAP.
003900 COPY "RAGLMREC.CPY".
004000 FD  RARPT
004100     RECORDING MODE IS F.
004200 01  RARPT-LINE                      PIC X(132).
004300 FD  RAPDATE
004400     RECORDING MODE IS F.
004500 01  RAPDATE-RECORD.
004600     05  FILLER                      PIC X(50).
004700 WORKING-STORAGE SECTION.
004800 COPY "RAPDTREC.CPY".
004900 01  WS-SWITCHES.
005000     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
005100         88  WS-EOF                  VALUE 'Y'.
005200     05  WS-SUSPENSE-SW              PIC X(01) VALUE 'N'.
005300         88  WS-SUSPENSE-IN-EFFECT   VALUE 'Y'.
005400 01  WS-COUNTERS.
005500     05  WS-PAIR-COUNT               PIC 9(09) COMP VALUE ZERO.
005600     05  WS-DEFAULT-COUNT            PIC 9(09) COMP VALUE ZERO.
005700     05  WS-SUSPENSE-COUNT           PIC 9(09) COMP VALUE ZERO.
005800 01  WS-TODAY-DATE                   PIC 9(08).
005900 01  WS-HEADING-1.
006000     05  FILLER PIC X(40)
006100         VALUE 'RAGLL240 GL ACCOUNT-MAPPING LISTING'.
006200     05  FILLER                      PIC X(92) VALUE SPACES.
006300 01  WS-HEADING-2.
006400     05  FILLER PIC X(08) VALUE 'STATES  '.
006500     05  FILLER PIC X(06) VALUE 'FLAG  '.
006600     05  FILLER PIC X(12) VALUE 'GL-ACCOUNT  '.
006700     05  FILLER PIC X(08) VALUE 'CC      '.
006800     05  FILLER PIC X(12) VALUE 'OFFSET-ACCT '.
006900     05  FILLER PIC X(08) VALUE 'OFF-CC  '.
007000     05  FILLER PIC X(22) VALUE 'DESCRIPTION           '.
007100     05  FILLER PIC X(10) VALUE 'EFFECTIVE '.
007200     05  FILLER PIC X(10) VALUE 'EXPIRES   '.
007300     05  FILLER PIC X(14) VALUE 'STATUS        '.
007400     05  FILLER                      PIC X(22) VALUE SPACES.
007500 01  WS-DETAIL-LINE.
007600     05  WS-DTL-STATES               PIC X(02).
007700     05  FILLER                      PIC X(06) VALUE SPACES.
007800     05  WS-DTL-FLAG                 PIC X(02).
007900     05  FILLER                      PIC X(04) VALUE SPACES.
008000     05  WS-DTL-GL-ACCOUNT           PIC X(10).
008100     05  FILLER                      PIC X(02) VALUE SPACES.
008200     05  WS-DTL-COST-CENTER          PIC X(06).
008300     05  FILLER                      PIC X(02) VALUE SPACES.
008400     05  WS-DTL-OFFSET-ACCOUNT       PIC X(10).
008500     05  FILLER                      PIC X(02) VALUE SPACES.
008600     05  WS-DTL-OFFSET-CC            PIC X(06).
008700     05  FILLER                      PIC X(02) VALUE SPACES.
008800     05  WS-DTL-DESC                 PIC X(20).
008900     05  FILLER                      PIC X(02) VALUE SPACES.
009000     05  WS-DTL-EFF                  PIC 9(08).
009100     05  FILLER                      PIC X(02) VALUE SPACES.
009200     05  WS-DTL-EXP                  PIC 9(08).
009300     05  FILLER                      PIC X(02) VALUE SPACES.
009400     05  WS-DTL-STATUS               PIC X(13).
009500     05  FILLER                      PIC X(23) VALUE SPACES.
009600 01  WS-TOTAL-LINE-1.
009700     05  FILLER PIC X(24) VALUE 'PAIR ROWS ............ '.
009800     05  WS-TOT-PAIR                 PIC ZZZZZZZZ9.
009900     05  FILLER                      PIC X(99) VALUE SPACES.
010000 01  WS-TOTAL-LINE-2.
010100     05  FILLER PIC X(24) VALUE 'STATE DEFAULT ROWS ... '.
010200     05  WS-TOT-DEFAULT              PIC ZZZZZZZZ9.
010300     05  FILLER                      PIC X(99) VALUE SPACES.
010400 01  WS-TOTAL-LINE-3.
010500     05  FILLER PIC X(24) VALUE 'SUSPENSE ROWS ........ '.
010600     05  WS-TOT-SUSPENSE             PIC ZZZZZZZZ9.
010700     05  FILLER                      PIC X(99) VALUE SPACES.
010800 01  WS-WARNING-LINE.
010900     05  FILLER PIC X(50)
011000         VALUE '*** NO SUSPENSE ROW IN EFFECT - AN UNMAPPED PAIR'.
011100     05  FILLER PIC X(40)
011200         VALUE ' WILL STOP THE RARPT150 LEDGER FILE ***'.
011300     05  FILLER                      PIC X(42) VALUE SPACES.
011400 PROCEDURE DIVISION.
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE
011700         THRU 1000-EXIT.
011800     PERFORM 2000-PRINT-ONE-ROW
011900         THRU 2000-EXIT
012000         UNTIL WS-EOF.
012100     PERFORM 8000-TERMINATE
012200         THRU 8000-EXIT.
012300     STOP RUN.
012400*-----------------------------------------------------------------
012500* 1000-INITIALIZE - OPEN FILES, PRINT THE HEADINGS, PRIME THE
012600* READ.
012700*-----------------------------------------------------------------
012800 1000-INITIALIZE.
012900     PERFORM 1900-GET-PROCESSING-DATE
013000         THRU 1900-EXIT.
013100     MOVE RAPDT-BUS-DATE TO WS-TODAY-DATE.
013200     OPEN INPUT RAGLMAP.
013300     OPEN OUTPUT RARPT.
013400     WRITE RARPT-LINE FROM WS-HEADING-1.
013500     WRITE RARPT-LINE FROM WS-HEADING-2.
013600     PERFORM 7000-READ-NEXT-ROW
013700         THRU 7000-EXIT.
013800     GO TO 1000-EXIT.
013900 1000-EXIT.
014000     EXIT.
014100*-----------------------------------------------------------------
014200* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
014300* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
014400* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
014500* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
014600*-----------------------------------------------------------------
014700 1900-GET-PROCESSING-DATE.
014800     OPEN INPUT RAPDATE.
014900     READ RAPDATE INTO RAPDT-RECORD
015000         AT END
015100             DISPLAY 'RAGLL240 RAPDATE EMPTY - RUN STOPPED'
015200             MOVE 16 TO RETURN-CODE
015300             STOP RUN
015400     END-READ.
015500     CLOSE RAPDATE.
015600     IF RAPDT-BUS-DATE NOT NUMERIC
015700         OR RAPDT-BUS-DATE = ZERO
015800             DISPLAY 'RAGLL240 RAPDATE DATE INVALID - RUN STOPPED'
015900             MOVE 16 TO RETURN-CODE
016000             STOP RUN
016100     END-IF.
016200     GO TO 1900-EXIT.
016300 1900-EXIT.
016400     EXIT.
016500*-----------------------------------------------------------------
016600* 2000-PRINT-ONE-ROW - FORMAT AND PRINT THE CURRENT MAPPING ROW
016700* WITH ITS IN-EFFECT STATUS, COUNT IT BY KIND, THEN READ THE
016800* NEXT ONE.
016900*-----------------------------------------------------------------
017000 2000-PRINT-ONE-ROW.
017100     MOVE RAGLM-STATES TO WS-DTL-STATES.
017200     MOVE RAGLM-FLAG TO WS-DTL-FLAG.
017300     MOVE RAGLM-GL-ACCOUNT TO WS-DTL-GL-ACCOUNT.
017400     MOVE RAGLM-COST-CENTER TO WS-DTL-COST-CENTER.
017500     MOVE RAGLM-OFFSET-ACCOUNT TO WS-DTL-OFFSET-ACCOUNT.
017600     MOVE RAGLM-OFFSET-CC TO WS-DTL-OFFSET-CC.
017700     MOVE RAGLM-DESC TO WS-DTL-DESC.
017800     MOVE RAGLM-EFF-DATE TO WS-DTL-EFF.
017900     MOVE RAGLM-EXP-DATE TO WS-DTL-EXP.
018000     IF WS-TODAY-DATE < RAGLM-EFF-DATE
018100         MOVE 'NOT YET EFF' TO WS-DTL-STATUS
018200     ELSE
018300         IF RAGLM-EXP-DATE NOT = ZERO
018400             AND WS-TODAY-DATE > RAGLM-EXP-DATE
018500                 MOVE 'EXPIRED' TO WS-DTL-STATUS
018600         ELSE
018700             MOVE 'IN EFFECT' TO WS-DTL-STATUS
018800         END-IF
018900     END-IF.
019000     WRITE RARPT-LINE FROM WS-DETAIL-LINE.
019100     IF RAGLM-STATES = '**'
019200         ADD 1 TO WS-SUSPENSE-COUNT
019300         IF WS-DTL-STATUS = 'IN EFFECT'
019400             SET WS-SUSPENSE-IN-EFFECT TO TRUE
019500         END-IF
019600     ELSE
019700         IF RAGLM-FLAG = '**'
019800             ADD 1 TO WS-DEFAULT-COUNT
019900         ELSE
020000             ADD 1 TO WS-PAIR-COUNT
020100         END-IF
020200     END-IF.
020300     PERFORM 7000-READ-NEXT-ROW
020400         THRU 7000-EXIT.
020500     GO TO 2000-EXIT.
020600 2000-EXIT.
020700     EXIT.
020800*-----------------------------------------------------------------
020900* 7000-READ-NEXT-ROW - READ THE NEXT MAPPING ROW IN KEY ORDER.
021000*-----------------------------------------------------------------
021100 7000-READ-NEXT-ROW.
021200     READ RAGLMAP
021300         AT END
021400             SET WS-EOF TO TRUE
021500     END-READ.
021600     GO TO 7000-EXIT.
021700 7000-EXIT.
021800     EXIT.
021900*-----------------------------------------------------------------
022000* 8000-TERMINATE - PRINT THE ROW COUNTS AND THE SUSPENSE
022100* WARNING, AND CLOSE ALL FILES.
022200*-----------------------------------------------------------------
022300 8000-TERMINATE.
022400     MOVE WS-PAIR-COUNT TO WS-TOT-PAIR.
022500     MOVE WS-DEFAULT-COUNT TO WS-TOT-DEFAULT.
022600     MOVE WS-SUSPENSE-COUNT TO WS-TOT-SUSPENSE.
022700     WRITE RARPT-LINE FROM WS-TOTAL-LINE-1.
022800     WRITE RARPT-LINE FROM WS-TOTAL-LINE-2.
022900     WRITE RARPT-LINE FROM WS-TOTAL-LINE-3.
023000     IF NOT WS-SUSPENSE-IN-EFFECT
023100         WRITE RARPT-LINE FROM WS-WARNING-LINE
023200     END-IF.
023300     CLOSE RAGLMAP.
023400     CLOSE RARPT.
023500     GO TO 8000-EXIT.
023600 8000-EXIT.
023700     EXIT.
