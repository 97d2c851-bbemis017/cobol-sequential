002495*       (RAREC2.CPY): 45-BYTE STREAM RECORDS AND THE 31-BYTE
002496*       MASTER PAYLOAD COMPARED IN FULL, VERSION BYTE
002497*       INCLUDED.
002507*   2026-10-15  BB  JRNL-RUN-DATE NOW TAKEN FROM THE RAPDATE
002517*       PROCESSING-DATE CONTROL RECORD (RAPDTREC.CPY) INSTEAD OF
002527*       THE SYSTEM CLOCK; A MISSING DATE STOPS THE RUN.
002529*   2026-10-15  BB  JRNL-OPER-ID (RAJRNREC.CPY) SET TO SPACES ON
002531*       THE JOURNAL AFTER-IMAGE - OPERATOR ID IS STAMPED
002533*       ONLY ON ONLINE CHANGES.
002537*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
003710     SELECT RAJRNL ASSIGN TO "RAJRNL"
003720         ORGANIZATION IS SEQUENTIAL.
003800     SELECT RARPT ASSIGN TO "RARPT"
003810         ORGANIZATION IS SEQUENTIAL.
003820     SELECT RAPDATE ASSIGN TO "RAPDATE"
003900         ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
005000 FD  RARPT
005100     RECORDING MODE IS F.
005200 01  RARPT-LINE                      PIC X(132).
005210 FD  RAPDATE
005220     RECORDING MODE IS F.
005230 01  RAPDATE-RECORD.
005240     05  FILLER                      PIC X(50).
005300 WORKING-STORAGE SECTION.
005305 COPY "RAPDTREC.CPY".
005310 COPY "RAREC2.CPY".
005320 01  RAIN-PAYLOAD-VIEW REDEFINES RECORD-A2.
005330     05  FILLER                      PIC X(04).
015700* HEADINGS AND PRIME THE EXTRACT READ.
015800*-----------------------------------------------------------------
015900 1000-INITIALIZE.
015910     PERFORM 1900-GET-PROCESSING-DATE
015920         THRU 1900-EXIT.
016000     ACCEPT WS-PARM-CARD FROM SYSIN.
016100     IF WS-PARM-PURGE = 'Y'
016200         SET WS-PURGE-ORPHANS TO TRUE
017000         THRU 7000-EXIT.
017100     GO TO 1000-EXIT.
017200 1000-EXIT.
017204     EXIT.
017208*-----------------------------------------------------------------
017212* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
017216* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
017220* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
017224* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
017228*-----------------------------------------------------------------
017232 1900-GET-PROCESSING-DATE.
017236     OPEN INPUT RAPDATE.
017240     READ RAPDATE INTO RAPDT-RECORD
017244         AT END
017248             DISPLAY 'RACMP110 RAPDATE EMPTY - RUN STOPPED'
017252             MOVE 16 TO RETURN-CODE
017256             STOP RUN
017260     END-READ.
017264     CLOSE RAPDATE.
017268     IF RAPDT-BUS-DATE NOT NUMERIC
017272         OR RAPDT-BUS-DATE = ZERO
017276             DISPLAY 'RACMP110 RAPDATE DATE INVALID - RUN STOPPED'
017280             MOVE 16 TO RETURN-CODE
017284             STOP RUN
017288     END-IF.
017292     GO TO 1900-EXIT.
017296 1900-EXIT.
017300     EXIT.
017400*-----------------------------------------------------------------
017500* 2000-LOAD-EXTRACT-KEY - ROLL THE CURRENT EXTRACT RECORD INTO
029453     MOVE RAMSTR-KEY-FLAG TO JRNL-FLAG.
029454     MOVE RAMSTR-DATA TO JRNL-DATA.
029455     MOVE RAMSTR-SOURCE TO JRNL-SOURCE.
029456     MOVE SPACES TO JRNL-OPER-ID.
029457     ACCEPT WS-CD-TIME FROM TIME.
029458     MOVE RAPDT-BUS-DATE TO JRNL-RUN-DATE.
029459     MOVE WS-CD-TIME TO JRNL-RUN-TIME.
029460     MOVE WS-JOB-NAME TO JRNL-JOB-NAME.
029461     WRITE JRNL-RECORD.
