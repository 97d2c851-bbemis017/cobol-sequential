003009*       ACKNOWLEDGED, HASH = ACCEPTED DECIMALS.  THE SENDING
003011*       SYSTEMS AUTO-MATCH THEIR SUBMISSIONS AGAINST IT INSTEAD
003012*       OF RECONCILING BY HAND.
003022*   2026-10-15  BB  THE RATABLE EFFECTIVE-DATE TESTS NOW USE THE
003032*       BUSINESS DATE FROM THE RAPDATE PROCESSING-DATE CONTROL
003042*       RECORD (RAPDTREC.CPY) INSTEAD OF THE SYSTEM CLOCK; A
003052*       MISSING DATE STOPS THE RUN.
003062*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS SEQUENTIAL
004240         RECORD KEY IS RATBL-KEY.
004250     SELECT RAPDATE ASSIGN TO "RAPDATE"
004260         ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  RACSV
005404     05  FILLER                      PIC X(104).
005410 FD  RATABLE.
005420 COPY "RATBLREC.CPY".
005430 FD  RAPDATE
005440     RECORDING MODE IS F.
005450 01  RAPDATE-RECORD.
005460     05  FILLER                      PIC X(50).
005500 WORKING-STORAGE SECTION.
005600 COPY "RAREC2.CPY".
005700 COPY "RACTLREC.CPY".
005710 COPY "RAPDTREC.CPY".
005800 01  WS-LABEL-FIELDS.
005900     05  WS-FIRST-READ-SW            PIC X(01) VALUE 'Y'.
006000     05  WS-LABELED-SW               PIC X(01) VALUE 'N'.
013400* LISTING HEADINGS, PRIME THE FIRST READ.
013500*-----------------------------------------------------------------
013600 1000-INITIALIZE.
013610     PERFORM 1900-GET-PROCESSING-DATE
013613         THRU 1900-EXIT.
013616     MOVE RAPDT-BUS-DATE TO WS-TODAY-DATE.
013620     PERFORM 1500-LOAD-REF-TABLE
013630         THRU 1500-EXIT.
013700     OPEN INPUT RACSV.
015104 1600-EXIT.
015105     EXIT.
015106*-----------------------------------------------------------------
015111* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
015114* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
015117* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
015120* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
015123*-----------------------------------------------------------------
015126 1900-GET-PROCESSING-DATE.
015129     OPEN INPUT RAPDATE.
015132     READ RAPDATE INTO RAPDT-RECORD
015135         AT END
015138             DISPLAY 'RACSI130 RAPDATE EMPTY - RUN STOPPED'
015141             MOVE 16 TO RETURN-CODE
015144             STOP RUN
015147     END-READ.
015150     CLOSE RAPDATE.
015153     IF RAPDT-BUS-DATE NOT NUMERIC
015156         OR RAPDT-BUS-DATE = ZERO
015159             DISPLAY 'RACSI130 RAPDATE DATE INVALID - RUN STOPPED'
015162             MOVE 16 TO RETURN-CODE
015165             STOP RUN
015168     END-IF.
015171     GO TO 1900-EXIT.
015174 1900-EXIT.
015177     EXIT.
015180*-----------------------------------------------------------------
015200* 2000-PROCESS-ROW - PARSE AND EDIT THE ROW; A CLEAN ROW IS
015300* RE-PACKED INTO RECORD-A AND WRITTEN, A BAD ONE IS LISTED WITH
015400* ITS REASON.  THEN READ THE NEXT ROW.
