002815*       (RAREC2.CPY): 45-BYTE STREAM RECORDS, 31-BYTE MASTER
002816*       PAYLOAD WITH THE WIDENED DECIMAL AND THE VERSION
002817*       INDICATOR, RASTAT TOTALS WIDENED TO S9(11)V9(2).
002827*   2026-10-15  BB  BUSINESS DATE (RASTAT-LAST-UPD-DATE,
002837*       JRNL-RUN-DATE, RARUN-RUN-DATE) NOW TAKEN FROM THE RAPDATE
002847*       PROCESSING-DATE CONTROL RECORD (RAPDTREC.CPY) INSTEAD OF
002857*       THE SYSTEM CLOCK; A MISSING DATE STOPS THE RUN.
002859*   2026-10-15  BB  JRNL-OPER-ID (RAJRNREC.CPY) SET TO SPACES ON
002861*       THE JOURNAL AFTER-IMAGE - OPERATOR ID IS STAMPED
002863*       ONLY ON ONLINE CHANGES.
002869*   2026-10-15  BB  THE RUN-CONTROL STEP RECORDS NOW CARRY
002875*       THE TIME THE STEP STARTED (RARUN-START-TIME) AS WELL
002881*       AS THE TIME IT ENDED, FOR THE RAHST250 RUN HISTORY.
002887*       RARUN GREW FROM 53 TO 59 BYTES.
002893*-----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
004050     SELECT RAJRNL ASSIGN TO "RAJRNL"
004060         ORGANIZATION IS SEQUENTIAL.
004070     SELECT RARUN ASSIGN TO "RARUN"
004073         ORGANIZATION IS SEQUENTIAL.
004076     SELECT RAPDATE ASSIGN TO "RAPDATE"
004080         ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  RAIN
004400     RECORDING MODE IS F.
004500 COPY "RASEQREC.CPY".
004510 FD  RAPDATE
004520     RECORDING MODE IS F.
004530 01  RAPDATE-RECORD.
004540     05  FILLER                      PIC X(50).
004900 FD  RAMSTR.
005000 COPY "RAMSTREC.CPY".
005010 FD  RASTAT.
005060 FD  RARUN
005070     RECORDING MODE IS F.
005080 01  RARUN-OUT-RECORD.
005090     05  FILLER                      PIC X(59).
005100 WORKING-STORAGE SECTION.
005101 COPY "RAREC2.CPY".
005102 01  RAIN-PAYLOAD-VIEW REDEFINES RECORD-A2.
005104     05  RAIN-PAYLOAD                PIC X(31).
005110 COPY "RACTLREC.CPY".
005111 COPY "RARUNREC.CPY".
005115 COPY "RAPDTREC.CPY".
005120 01  WS-LABEL-FIELDS.
005130     05  WS-FIRST-READ-SW            PIC X(01) VALUE 'Y'.
005140     05  WS-LABELED-SW               PIC X(01) VALUE 'N'.
005825 01  WS-IN-HASH                      PIC 9(11)V9(02) VALUE ZERO.
005830 01  WS-CD-DATE                      PIC 9(08).
005840 01  WS-CD-TIME                      PIC 9(06).
005845 01  WS-START-TIME                   PIC 9(06).
005850 01  WS-JOB-NAME                     PIC X(08) VALUE 'RALOD030'.
005900 PROCEDURE DIVISION.
006000 0000-MAINLINE.
007200* BOTH READ AND WRITTEN, THEN PRIME THE READ.
007300*-----------------------------------------------------------------
007400 1000-INITIALIZE.
007401     ACCEPT WS-START-TIME FROM TIME.
007403     PERFORM 1900-GET-PROCESSING-DATE
007406         THRU 1900-EXIT.
007410     OPEN INPUT RAIN.
007420     PERFORM 1050-PREVERIFY-LABELS
007430         THRU 1050-EXIT.
007820     CLOSE RASTAT.
007830     OPEN I-O RASTAT.
007835     OPEN OUTPUT RAJRNL.
007840     MOVE RAPDT-BUS-DATE TO WS-CD-DATE.
007900     PERFORM 7000-READ-NEXT-RECORD
008000         THRU 7000-EXIT.
008100     GO TO 1000-EXIT.
008404 1070-EXIT.
008405     EXIT.
008406*-----------------------------------------------------------------
008411* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
008414* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
008417* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
008420* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
008423*-----------------------------------------------------------------
008426 1900-GET-PROCESSING-DATE.
008429     OPEN INPUT RAPDATE.
008432     READ RAPDATE INTO RAPDT-RECORD
008435         AT END
008438             DISPLAY 'RALOD030 RAPDATE EMPTY - RUN STOPPED'
008441             MOVE 16 TO RETURN-CODE
008444             STOP RUN
008447     END-READ.
008450     CLOSE RAPDATE.
008453     IF RAPDT-BUS-DATE NOT NUMERIC
008456         OR RAPDT-BUS-DATE = ZERO
008459             DISPLAY 'RALOD030 RAPDATE DATE INVALID - RUN STOPPED'
008462             MOVE 16 TO RETURN-CODE
008465             STOP RUN
008468     END-IF.
008471     GO TO 1900-EXIT.
008474 1900-EXIT.
008477     EXIT.
008480*-----------------------------------------------------------------
008500* 2000-PROCESS-RECORD - ADD OR UPDATE THE MASTER RECORD FOR THE
008600* INCOMING STATES/FLAG KEY.
008700*-----------------------------------------------------------------
012714     MOVE RAMSTR-KEY-FLAG TO JRNL-FLAG.
012715     MOVE RAMSTR-DATA TO JRNL-DATA.
012716     MOVE RAMSTR-SOURCE TO JRNL-SOURCE.
012717     MOVE SPACES TO JRNL-OPER-ID.
012718     ACCEPT WS-CD-TIME FROM TIME.
012719     MOVE RAPDT-BUS-DATE TO JRNL-RUN-DATE.
012720     MOVE WS-CD-TIME TO JRNL-RUN-TIME.
012721     MOVE WS-JOB-NAME TO JRNL-JOB-NAME.
012722     WRITE JRNL-RECORD.
015160*-----------------------------------------------------------------
015170 8500-WRITE-RUN-CONTROL.
015180     OPEN EXTEND RARUN.
015190     MOVE RAPDT-BUS-DATE TO WS-CD-DATE.
015200     ACCEPT WS-CD-TIME FROM TIME.
015210     MOVE WS-JOB-NAME TO RARUN-JOB-NAME.
015220     MOVE WS-CD-DATE TO RARUN-RUN-DATE.
015230     MOVE WS-CD-TIME TO RARUN-RUN-TIME.
015235     MOVE WS-START-TIME TO RARUN-START-TIME.
015240     MOVE 'RAIN' TO RARUN-FILE-ID.
015250     SET RARUN-DIR-INPUT TO TRUE.
015260     MOVE WS-READ-COUNT TO RARUN-REC-COUNT.
