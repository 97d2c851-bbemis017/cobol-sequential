002000     RARPT DRIFT REPORT.  SYSIN COL 1 = 'R' TURNS ON REPAIR
002100     MODE: DRIFTED KEYS ARE REWRITTEN WITH THE COMPUTED VALUES,
002200     MISSING KEYS ARE ADDED, AND EXTINCT KEYS ARE ZEROED - ALL
002300     STAMPED WITH THE BUSINESS DATE.  REPORT-ONLY DRIFT ENDS WITH
002400     RETURN CODE 8 SO THE SCHEDULER CAN FLAG THE RUN.  A
002500     LABELED RAIN IS VERIFIED AGAINST ITS TRAILER AND STOPS THE
002600     RUN HARD BEFORE A SINGLE RASTAT WRITE WHEN OUT OF BALANCE.
002700*-----------------------------------------------------------------
002800* MODIFICATION HISTORY
002900*   2026-09-02  BB  ORIGINAL VERSION.
002910*   2026-10-15  BB  RASTAT-LAST-UPD-DATE ON A REPAIR NOW TAKEN
002920*       FROM THE RAPDATE PROCESSING-DATE CONTROL RECORD
002930*       (RAPDTREC.CPY) INSTEAD OF THE SYSTEM CLOCK; A MISSING DATE
002940*       STOPS THE RUN.
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS RASTAT-KEY.
004300     SELECT RARPT ASSIGN TO "RARPT"
004310         ORGANIZATION IS SEQUENTIAL.
004320     SELECT RAPDATE ASSIGN TO "RAPDATE"
004400         ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
005200 FD  RARPT
005300     RECORDING MODE IS F.
005400 01  RARPT-LINE                      PIC X(132).
005410 FD  RAPDATE
005420     RECORDING MODE IS F.
005430 01  RAPDATE-RECORD.
005440     05  FILLER                      PIC X(50).
005500 WORKING-STORAGE SECTION.
005600 COPY "RAREC2.CPY".
005700 COPY "RACTLREC.CPY".
005710 COPY "RAPDTREC.CPY".
005800 01  WS-LABEL-FIELDS.
005900     05  WS-FIRST-READ-SW            PIC X(01) VALUE 'Y'.
006000     05  WS-LABELED-SW               PIC X(01) VALUE 'N'.
018200     IF WS-PARM-REPAIR = 'R'
018300         MOVE 'R' TO WS-REPAIR-SW
018400     END-IF.
018500     PERFORM 1900-GET-PROCESSING-DATE
018510         THRU 1900-EXIT.
018520     MOVE RAPDT-BUS-DATE TO WS-TODAY-DATE.
018600     OPEN INPUT RAIN.
018700     OPEN I-O RASTAT.
018800     OPEN OUTPUT RARPT.
019400         THRU 7100-EXIT.
019500     GO TO 1000-EXIT.
019600 1000-EXIT.
019604     EXIT.
019608*-----------------------------------------------------------------
019612* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
019616* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
019620* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
019624* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
019628*-----------------------------------------------------------------
019632 1900-GET-PROCESSING-DATE.
019636     OPEN INPUT RAPDATE.
019640     READ RAPDATE INTO RAPDT-RECORD
019644         AT END
019648             DISPLAY 'RAVFY215 RAPDATE EMPTY - RUN STOPPED'
019652             MOVE 16 TO RETURN-CODE
019656             STOP RUN
019660     END-READ.
019664     CLOSE RAPDATE.
019668     IF RAPDT-BUS-DATE NOT NUMERIC
019672         OR RAPDT-BUS-DATE = ZERO
019676             DISPLAY 'RAVFY215 RAPDATE DATE INVALID - RUN STOPPED'
019680             MOVE 16 TO RETURN-CODE
019684             STOP RUN
019688     END-IF.
019692     GO TO 1900-EXIT.
019696 1900-EXIT.
019700     EXIT.
019800*-----------------------------------------------------------------
019900* 2000-ACCUMULATE-ONE-RECORD - ROLL THE CURRENT EXTRACT RECORD
