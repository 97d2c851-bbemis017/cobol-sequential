001400*-----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*   2026-08-22  BB  ORIGINAL VERSION.
001610*   2026-10-15  BB  IN-EFFECT STATUS NOW JUDGED AGAINST THE
001620*       BUSINESS DATE FROM THE RAPDATE PROCESSING-DATE CONTROL
001630*       RECORD (RAPDTREC.CPY) INSTEAD OF THE SYSTEM CLOCK; A
001640*       MISSING DATE STOPS THE RUN.
001700*-----------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002600         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS RATBL-KEY.
002800     SELECT RARPT ASSIGN TO "RARPT"
002810         ORGANIZATION IS SEQUENTIAL.
002820     SELECT RAPDATE ASSIGN TO "RAPDATE"
002900         ORGANIZATION IS SEQUENTIAL.
003000 DATA DIVISION.
003100 FILE SECTION.
003400 FD  RARPT
003500     RECORDING MODE IS F.
003600 01  RARPT-LINE                      PIC X(132).
003610 FD  RAPDATE
003620     RECORDING MODE IS F.
003630 01  RAPDATE-RECORD.
003640     05  FILLER                      PIC X(50).
003700 WORKING-STORAGE SECTION.
003710 COPY "RAPDTREC.CPY".
003800 01  WS-SWITCHES.
003900     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
004000         88  WS-EOF                  VALUE 'Y'.
009300* READ.
009400*-----------------------------------------------------------------
009500 1000-INITIALIZE.
009600     PERFORM 1900-GET-PROCESSING-DATE
009610         THRU 1900-EXIT.
009620     MOVE RAPDT-BUS-DATE TO WS-TODAY-DATE.
009700     OPEN INPUT RATABLE.
009800     OPEN OUTPUT RARPT.
009900     WRITE RARPT-LINE FROM WS-HEADING-1.
010200         THRU 7000-EXIT.
010300     GO TO 1000-EXIT.
010400 1000-EXIT.
010404     EXIT.
010408*-----------------------------------------------------------------
010412* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
010416* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
010420* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
010424* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
010428*-----------------------------------------------------------------
010432 1900-GET-PROCESSING-DATE.
010436     OPEN INPUT RAPDATE.
010440     READ RAPDATE INTO RAPDT-RECORD
010444         AT END
010448             DISPLAY 'RATBL175 RAPDATE EMPTY - RUN STOPPED'
010452             MOVE 16 TO RETURN-CODE
010456             STOP RUN
010460     END-READ.
010464     CLOSE RAPDATE.
010468     IF RAPDT-BUS-DATE NOT NUMERIC
010472         OR RAPDT-BUS-DATE = ZERO
010476             DISPLAY 'RATBL175 RAPDATE DATE INVALID - RUN STOPPED'
010480             MOVE 16 TO RETURN-CODE
010484             STOP RUN
010488     END-IF.
010492     GO TO 1900-EXIT.
010496 1900-EXIT.
010500     EXIT.
010600*-----------------------------------------------------------------
010700* 2000-PRINT-ONE-ROW - FORMAT AND PRINT THE CURRENT TABLE ROW
