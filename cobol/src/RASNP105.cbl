001500     TONIGHT'S SNAPSHOT IS APPENDED BEHIND IT, OLDEST PERIOD
001600     FIRST, SO ONE FILE ALWAYS HOLDS THE WHOLE TREND.  THE
001700     SYSIN CARD GIVES THE PERIOD-END DATE (COLS 1-8 YYYYMMDD,
001800     BLANK = THE RAPDATE BUSINESS DATE) AND THE PERIOD TYPE
001900     (COL 9, W WEEK-END OR M MONTH-END, BLANK = W).  SEE
001910     RATRD115 FOR THE TREND
002000     REPORT MANAGEMENT READS THE HISTORY WITH.
002100*-----------------------------------------------------------------
002200* MODIFICATION HISTORY
002301*   2026-09-02  BB  FOLLOWED THE VERSION-2 RASTAT WIDTHS
002302*       (RASTATRC.CPY / RASTHREC.CPY); HISTORY RECORDS ARE NOW
002303*       47 BYTES.
002313*   2026-10-15  BB  A BLANK PERIOD CARD NOW SNAPS THE BUSINESS
002323*       DATE FROM THE RAPDATE PROCESSING-DATE CONTROL RECORD
002333*       (RAPDTREC.CPY) INSTEAD OF THE SYSTEM CLOCK; A MISSING DATE
002343*       STOPS THE RUN.
002400*-----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003500     SELECT RAHIN ASSIGN TO "RAHIN"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT RAHOUT ASSIGN TO "RAHOUT"
003710         ORGANIZATION IS SEQUENTIAL.
003720     SELECT RAPDATE ASSIGN TO "RAPDATE"
003800         ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004800     RECORDING MODE IS F.
004900 01  RAHOUT-RECORD.
005000     05  FILLER                      PIC X(47).
005010 FD  RAPDATE
005020     RECORDING MODE IS F.
005030 01  RAPDATE-RECORD.
005040     05  FILLER                      PIC X(50).
005100 WORKING-STORAGE SECTION.
005200 COPY "RASTHREC.CPY".
005210 COPY "RAPDTREC.CPY".
005300 01  WS-SWITCHES.
005400     05  WS-HIST-EOF-SW              PIC X(01) VALUE 'N'.
005500         88  WS-HIST-EOF             VALUE 'Y'.
008500* HISTORY FROM THIS PERIOD.
008600*-----------------------------------------------------------------
008700 1000-INITIALIZE.
008710     PERFORM 1900-GET-PROCESSING-DATE
008720         THRU 1900-EXIT.
008800     ACCEPT WS-PARM-CARD FROM SYSIN.
008900     IF WS-PARM-PERIOD-DATE NUMERIC
009000         MOVE WS-PARM-PERIOD-DATE-N TO WS-PERIOD-DATE
009100     ELSE
009200         MOVE RAPDT-BUS-DATE TO WS-PERIOD-DATE
009300     END-IF.
009400     IF WS-PARM-PERIOD-TYPE = 'W' OR 'M'
009500         MOVE WS-PARM-PERIOD-TYPE TO WS-PERIOD-TYPE
010300         THRU 7100-EXIT.
010400     GO TO 1000-EXIT.
010500 1000-EXIT.
010504     EXIT.
010508*-----------------------------------------------------------------
010512* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
010516* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
010520* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
010524* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
010528*-----------------------------------------------------------------
010532 1900-GET-PROCESSING-DATE.
010536     OPEN INPUT RAPDATE.
010540     READ RAPDATE INTO RAPDT-RECORD
010544         AT END
010548             DISPLAY 'RASNP105 RAPDATE EMPTY - RUN STOPPED'
010552             MOVE 16 TO RETURN-CODE
010556             STOP RUN
010560     END-READ.
010564     CLOSE RAPDATE.
010568     IF RAPDT-BUS-DATE NOT NUMERIC
010572         OR RAPDT-BUS-DATE = ZERO
010576             DISPLAY 'RASNP105 RAPDATE DATE INVALID - RUN STOPPED'
010580             MOVE 16 TO RETURN-CODE
010584             STOP RUN
010588     END-IF.
010592     GO TO 1900-EXIT.
010596 1900-EXIT.
010600     EXIT.
010700*-----------------------------------------------------------------
010800* 2000-COPY-ONE-HISTORY - CARRY ONE PRIOR-PERIOD HISTORY RECORD
