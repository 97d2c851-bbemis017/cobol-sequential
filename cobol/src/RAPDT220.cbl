000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RAPDT220.
000300 AUTHOR. B. BEMIS.
000400 INSTALLATION. DATA SERVICES - BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.
000800     BUSINESS PROCESSING-DATE ROLL.  OPERATIONS RUNS THIS ONCE
000900     PER BUSINESS DAY, BEFORE THE NIGHTLY STREAM, TO MOVE THE
001000     RAPDATE CONTROL RECORD (RAPDTREC.CPY) FORWARD.  EVERY
001100     STREAM PROGRAM TAKES ITS BUSINESS DATE FROM THAT RECORD
001200     RATHER THAN THE SYSTEM CLOCK.  SYSIN COLS 1-8 GIVE THE NEW
001300     DATE EXPLICITLY (YYYYMMDD - USE IT TO SKIP A WEEKEND OR A
001400     HOLIDAY); BLANK ROLLS TO THE NEXT CALENDAR DAY.  THE NEW
001500     DATE MUST BE A REAL CALENDAR DATE LATER THAN THE CURRENT
001600     ONE.  THE ROLL IS REFUSED WHEN THE NIGHTLY STREAM HAS NOT
001700     YET RUN FOR THE CURRENT DATE (RAPDT-LAST-RUN-DATE, SET BY
001800     RANUM005), SO A DOUBLE ROLL CANNOT SKIP A BUSINESS DAY;
001900     SYSIN COL 9 = 'F' FORCES THE ROLL FOR A DAY THAT
002000     DELIBERATELY HAD NO RUN.  AN EMPTY RAPDATE (FIRST-TIME
002100     SETUP ONLY) IS CREATED FROM AN EXPLICIT SYSIN DATE.
002200*-----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*   2026-10-15  BB  ORIGINAL VERSION.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RAPDATE ASSIGN TO "RAPDATE"
003300         ORGANIZATION IS SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  RAPDATE
003700     RECORDING MODE IS F.
003800 01  RAPDATE-RECORD.
003900     05  FILLER                      PIC X(50).
004000 WORKING-STORAGE SECTION.
004100 COPY "RAPDTREC.CPY".
004200 01  WS-PARM-CARD.
004300     05  WS-PARM-DATE                PIC X(08).
004400     05  WS-PARM-DATE-N REDEFINES WS-PARM-DATE
004500                                     PIC 9(08).
004600     05  WS-PARM-FORCE               PIC X(01).
004700     05  FILLER                      PIC X(71).
004800 01  WS-SWITCHES.
004900     05  WS-EMPTY-SW                 PIC X(01) VALUE 'N'.
005000         88  WS-EMPTY-FILE           VALUE 'Y'.
005100     05  WS-FORCE-SW                 PIC X(01) VALUE 'N'.
005200         88  WS-FORCED-ROLL          VALUE 'Y'.
005300 01  WS-NEW-DATE                     PIC 9(08) VALUE ZERO.
005400 01  WS-NEW-DATE-X REDEFINES WS-NEW-DATE.
005500     05  WS-ND-YYYY                  PIC 9(04).
005600     05  WS-ND-MM                    PIC 9(02).
005700     05  WS-ND-DD                    PIC 9(02).
005800 01  WS-CD-DATE                      PIC 9(08).
005900 01  WS-CD-TIME                      PIC 9(06).
006000 01  WS-MONTH-DAYS-VALUES.
006100     05  FILLER                      PIC X(24)
006200         VALUE '312831303130313130313031'.
006300 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
006400     05  WS-MONTH-DAYS               PIC 9(02) OCCURS 12 TIMES.
006500 01  WS-MONTH-LIMIT                  PIC 9(02).
006600 01  WS-LEAP-QUOT                    PIC 9(04) COMP.
006700 01  WS-LEAP-REM-4                   PIC 9(04) COMP.
006800 01  WS-LEAP-REM-100                 PIC 9(04) COMP.
006900 01  WS-LEAP-REM-400                 PIC 9(04) COMP.
007000 PROCEDURE DIVISION.
007100 0000-MAINLINE.
007200     PERFORM 1000-INITIALIZE
007300         THRU 1000-EXIT.
007400     PERFORM 2000-SET-NEW-DATE
007500         THRU 2000-EXIT.
007600     PERFORM 8000-TERMINATE
007700         THRU 8000-EXIT.
007800     STOP RUN.
007900*-----------------------------------------------------------------
008000* 1000-INITIALIZE - READ THE CONTROL CARD AND THE CURRENT
008100* PROCESSING-DATE RECORD.  AN EMPTY RAPDATE IS ONLY ACCEPTED
008200* WHEN THE CARD SUPPLIES THE FIRST BUSINESS DATE.
008300*-----------------------------------------------------------------
008400 1000-INITIALIZE.
008500     MOVE SPACES TO WS-PARM-CARD.
008600     ACCEPT WS-PARM-CARD FROM SYSIN.
008700     IF WS-PARM-FORCE = 'F'
008800         SET WS-FORCED-ROLL TO TRUE
008900     END-IF.
009000     MOVE ZERO TO RAPDT-RECORD.
009100     MOVE SPACES TO RAPDT-RECORD (39:12).
009200     OPEN INPUT RAPDATE.
009300     READ RAPDATE INTO RAPDT-RECORD
009400         AT END
009500             SET WS-EMPTY-FILE TO TRUE
009600     END-READ.
009700     CLOSE RAPDATE.
009800     IF WS-EMPTY-FILE
009900         AND WS-PARM-DATE = SPACES
010000             DISPLAY 'RAPDT220 RAPDATE EMPTY AND NO DATE ON SYSIN'
010100                 ' - RUN STOPPED'
010200             MOVE 16 TO RETURN-CODE
010300             STOP RUN
010400     END-IF.
010500     IF NOT WS-EMPTY-FILE
010600         IF RAPDT-BUS-DATE NOT NUMERIC
010700             OR RAPDT-LAST-RUN-DATE NOT NUMERIC
010800                 DISPLAY 'RAPDT220 RAPDATE RECORD INVALID'
010900                     ' - RUN STOPPED'
011000                 MOVE 16 TO RETURN-CODE
011100                 STOP RUN
011200         END-IF
011300     END-IF.
011400     GO TO 1000-EXIT.
011500 1000-EXIT.
011600     EXIT.
011700*-----------------------------------------------------------------
011800* 2000-SET-NEW-DATE - TAKE THE NEW BUSINESS DATE FROM THE CARD
011900* OR STEP THE CURRENT ONE BY A DAY, THEN APPLY THE ROLL RULES.
012000* EVERY REFUSAL IS A HARD STOP THAT LEAVES RAPDATE UNCHANGED.
012100*-----------------------------------------------------------------
012200 2000-SET-NEW-DATE.
012300     IF WS-PARM-DATE = SPACES
012400         MOVE RAPDT-BUS-DATE TO WS-NEW-DATE
012500         PERFORM 2100-ADD-ONE-DAY
012600             THRU 2100-EXIT
012700     ELSE
012800         IF WS-PARM-DATE NOT NUMERIC
012900             DISPLAY 'RAPDT220 SYSIN DATE NOT NUMERIC = '
013000                 WS-PARM-DATE ' - RUN STOPPED'
013100             MOVE 16 TO RETURN-CODE
013200             STOP RUN
013300         END-IF
013400         MOVE WS-PARM-DATE-N TO WS-NEW-DATE
013500     END-IF.
013600     PERFORM 2200-CHECK-CALENDAR-DATE
013700         THRU 2200-EXIT.
013800     IF WS-EMPTY-FILE
013900         GO TO 2000-EXIT
014000     END-IF.
014100     IF WS-NEW-DATE NOT > RAPDT-BUS-DATE
014200         DISPLAY 'RAPDT220 NEW DATE ' WS-NEW-DATE
014300             ' NOT AFTER CURRENT ' RAPDT-BUS-DATE
014400             ' - RUN STOPPED'
014500         MOVE 16 TO RETURN-CODE
014600         STOP RUN
014700     END-IF.
014800     IF RAPDT-LAST-RUN-DATE < RAPDT-BUS-DATE
014900         IF WS-FORCED-ROLL
015000             DISPLAY 'RAPDT220 STREAM NOT RUN FOR '
015100                 RAPDT-BUS-DATE ' - ROLL FORCED BY OPERATOR'
015200         ELSE
015300             DISPLAY 'RAPDT220 STREAM NOT YET RUN FOR '
015400                 RAPDT-BUS-DATE ' - RUN STOPPED'
015500             DISPLAY 'RAPDT220 SYSIN COL 9 = F FORCES THE ROLL'
015600             MOVE 16 TO RETURN-CODE
015700             STOP RUN
015800         END-IF
015900     END-IF.
016000     GO TO 2000-EXIT.
016100 2000-EXIT.
016200     EXIT.
016300*-----------------------------------------------------------------
016400* 2100-ADD-ONE-DAY - STEP WS-NEW-DATE TO THE NEXT CALENDAR DAY,
016500* CARRYING INTO THE MONTH AND YEAR.
016600*-----------------------------------------------------------------
016700 2100-ADD-ONE-DAY.
016800     PERFORM 2300-SET-MONTH-LIMIT
016900         THRU 2300-EXIT.
017000     IF WS-ND-DD < WS-MONTH-LIMIT
017100         ADD 1 TO WS-ND-DD
017200         GO TO 2100-EXIT
017300     END-IF.
017400     MOVE 1 TO WS-ND-DD.
017500     IF WS-ND-MM < 12
017600         ADD 1 TO WS-ND-MM
017700     ELSE
017800         MOVE 1 TO WS-ND-MM
017900         ADD 1 TO WS-ND-YYYY
018000     END-IF.
018100     GO TO 2100-EXIT.
018200 2100-EXIT.
018300     EXIT.
018400*-----------------------------------------------------------------
018500* 2200-CHECK-CALENDAR-DATE - THE NEW DATE MUST BE A REAL DATE.
018600*-----------------------------------------------------------------
018700 2200-CHECK-CALENDAR-DATE.
018800     IF WS-ND-YYYY < 1900
018900         OR WS-ND-MM < 1 OR WS-ND-MM > 12
019000             DISPLAY 'RAPDT220 NEW DATE INVALID = ' WS-NEW-DATE
019100                 ' - RUN STOPPED'
019200             MOVE 16 TO RETURN-CODE
019300             STOP RUN
019400     END-IF.
019500     PERFORM 2300-SET-MONTH-LIMIT
019600         THRU 2300-EXIT.
019700     IF WS-ND-DD < 1 OR WS-ND-DD > WS-MONTH-LIMIT
019800         DISPLAY 'RAPDT220 NEW DATE INVALID = ' WS-NEW-DATE
019900             ' - RUN STOPPED'
020000         MOVE 16 TO RETURN-CODE
020100         STOP RUN
020200     END-IF.
020300     GO TO 2200-EXIT.
020400 2200-EXIT.
020500     EXIT.
020600*-----------------------------------------------------------------
020700* 2300-SET-MONTH-LIMIT - DAYS IN THE MONTH OF WS-NEW-DATE,
020800* ALLOWING FOR FEBRUARY IN A LEAP YEAR (EVERY FOURTH YEAR,
020900* EXCEPT CENTURIES NOT DIVISIBLE BY 400).
021000*-----------------------------------------------------------------
021100 2300-SET-MONTH-LIMIT.
021200     IF WS-ND-MM < 1 OR WS-ND-MM > 12
021300         MOVE ZERO TO WS-MONTH-LIMIT
021400         GO TO 2300-EXIT
021500     END-IF.
021600     MOVE WS-MONTH-DAYS (WS-ND-MM) TO WS-MONTH-LIMIT.
021700     IF WS-ND-MM NOT = 2
021800         GO TO 2300-EXIT
021900     END-IF.
022000     DIVIDE WS-ND-YYYY BY 4 GIVING WS-LEAP-QUOT
022100         REMAINDER WS-LEAP-REM-4.
022200     DIVIDE WS-ND-YYYY BY 100 GIVING WS-LEAP-QUOT
022300         REMAINDER WS-LEAP-REM-100.
022400     DIVIDE WS-ND-YYYY BY 400 GIVING WS-LEAP-QUOT
022500         REMAINDER WS-LEAP-REM-400.
022600     IF WS-LEAP-REM-4 = ZERO
022700         AND (WS-LEAP-REM-100 NOT = ZERO
022800             OR WS-LEAP-REM-400 = ZERO)
022900                 MOVE 29 TO WS-MONTH-LIMIT
023000     END-IF.
023100     GO TO 2300-EXIT.
023200 2300-EXIT.
023300     EXIT.
023400*-----------------------------------------------------------------
023500* 8000-TERMINATE - REPLACE THE CONTROL RECORD WITH THE ROLLED
023600* DATE, KEEPING THE OLD ONE AS THE PRIOR DATE AND STAMPING THE
023700* WALL-CLOCK TIME OF THE ROLL.
023800*-----------------------------------------------------------------
023900 8000-TERMINATE.
024000     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
024100     ACCEPT WS-CD-TIME FROM TIME.
024200     MOVE RAPDT-BUS-DATE TO RAPDT-PRIOR-DATE.
024300     MOVE WS-NEW-DATE TO RAPDT-BUS-DATE.
024400     MOVE WS-CD-DATE TO RAPDT-ROLL-DATE.
024500     MOVE WS-CD-TIME TO RAPDT-ROLL-TIME.
024600     OPEN OUTPUT RAPDATE.
024700     WRITE RAPDATE-RECORD FROM RAPDT-RECORD.
024800     CLOSE RAPDATE.
024900     DISPLAY 'RAPDT220 PRIOR BUSINESS DATE = ' RAPDT-PRIOR-DATE.
025000     DISPLAY 'RAPDT220 NEW BUSINESS DATE   = ' RAPDT-BUS-DATE.
025100     GO TO 8000-EXIT.
025200 8000-EXIT.
025300     EXIT.
