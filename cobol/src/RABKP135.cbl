002000     HAND-COPIED MASTER.  A BACKUP MANIFEST (RECORD COUNT,
002100     DECIMAL HASH, DATE/TIME, JOURNAL RECORDS CLOSED OUT) IS
002200     PRINTED ON RARPT FOR THE OPERATOR TO FILE WITH THE TAPE.
002210     EVERY CYCLE ALSO APPENDS A RECORD TO THE RABKCAT BACKUP
002220     CATALOG (RABKCREC.CPY) SO THE RAASO225 AS-OF INQUIRY CAN
002230     TELL WHICH GENERATIONS COVER A GIVEN DATE AND TIME.
002300*-----------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*   2026-09-02  BB  ORIGINAL VERSION.
002551*   2026-09-02  BB  CONVERTED TO THE VERSION-2 RECORD-A LAYOUT
002552*       (RAREC2.CPY): 36-BYTE UNLOAD IMAGES, 59-BYTE JOURNAL
002553*       COPIES, HASH FROM THE WIDENED DECIMAL.
002562*   2026-10-15  BB  THE MANIFEST DATE IS NOW THE BUSINESS DATE
002571*       FROM THE RAPDATE PROCESSING-DATE CONTROL RECORD
002580*       (RAPDTREC.CPY) INSTEAD OF THE SYSTEM CLOCK (THE TIME STAYS
002589*       WALL CLOCK); A MISSING DATE STOPS THE RUN.
002591*   2026-10-15  BB  JOURNAL COPIES WIDENED TO 67 BYTES FOR THE
002593*       OPERATOR ID NOW CARRIED ON THE AFTER-IMAGE
002595*       (JRNL-OPER-ID).
002596*   2026-10-15  BB  EACH CYCLE APPENDS A RECORD TO THE RABKCAT
002597*       BACKUP CATALOG (RABKCREC.CPY) - BACKUP DATE/TIME,
002598*       TRAILER COUNT AND HASH, JOURNAL RECORDS CLOSED OUT - FOR
002599*       THE RAASO225 AS-OF INQUIRY.
002600*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004300     SELECT RAJRNN ASSIGN TO "RAJRNN"
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT RARPT ASSIGN TO "RARPT"
004510         ORGANIZATION IS SEQUENTIAL.
004520     SELECT RAPDATE ASSIGN TO "RAPDATE"
004530         ORGANIZATION IS SEQUENTIAL.
004540     SELECT RABKCAT ASSIGN TO "RABKCAT"
004600         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
005800 FD  RAJRNO
005900     RECORDING MODE IS F.
006000 01  RAJRNO-RECORD.
006100     05  FILLER                      PIC X(67).
006200 FD  RAJRNN
006300     RECORDING MODE IS F.
006400 01  RAJRNN-RECORD.
006500     05  FILLER                      PIC X(67).
006600 FD  RARPT
006700     RECORDING MODE IS F.
006800 01  RARPT-LINE                      PIC X(132).
006810 FD  RAPDATE
006820     RECORDING MODE IS F.
006830 01  RAPDATE-RECORD.
006840     05  FILLER                      PIC X(50).
006850 FD  RABKCAT
006860     RECORDING MODE IS F.
006870 01  RABKCAT-RECORD.
006880     05  FILLER                      PIC X(50).
006900 WORKING-STORAGE SECTION.
006910 COPY "RAPDTREC.CPY".
007000 COPY "RAREC2.CPY".
007100 01  RAMSTR-PAYLOAD-VIEW REDEFINES RECORD-A2.
007200     05  FILLER                      PIC X(04).
007300     05  RAMSTR-PAYLOAD              PIC X(31).
007400 COPY "RACTLREC.CPY".
007410 COPY "RABKCREC.CPY".
007500 01  WS-SWITCHES.
007600     05  WS-MSTR-EOF-SW              PIC X(01) VALUE 'N'.
007700         88  WS-MSTR-EOF             VALUE 'Y'.
013100* THE RUN DATE/TIME, WRITE THE BACKUP HEADER AND PRIME THE READ.
013200*-----------------------------------------------------------------
013300 1000-INITIALIZE.
013400     PERFORM 1900-GET-PROCESSING-DATE
013410         THRU 1900-EXIT.
013420     MOVE RAPDT-BUS-DATE TO WS-CD-DATE.
013500     ACCEPT WS-CD-TIME FROM TIME.
013600     OPEN INPUT RAMSTR.
013700     OPEN OUTPUT RABKUP.
014300         THRU 7000-EXIT.
014400     GO TO 1000-EXIT.
014500 1000-EXIT.
014504     EXIT.
014508*-----------------------------------------------------------------
014512* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
014516* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
014520* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
014524* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
014528*-----------------------------------------------------------------
014532 1900-GET-PROCESSING-DATE.
014536     OPEN INPUT RAPDATE.
014540     READ RAPDATE INTO RAPDT-RECORD
014544         AT END
014548             DISPLAY 'RABKP135 RAPDATE EMPTY - RUN STOPPED'
014552             MOVE 16 TO RETURN-CODE
014556             STOP RUN
014560     END-READ.
014564     CLOSE RAPDATE.
014568     IF RAPDT-BUS-DATE NOT NUMERIC
014572         OR RAPDT-BUS-DATE = ZERO
014576             DISPLAY 'RABKP135 RAPDATE DATE INVALID - RUN STOPPED'
014580             MOVE 16 TO RETURN-CODE
014584             STOP RUN
014588     END-IF.
014592     GO TO 1900-EXIT.
014596 1900-EXIT.
014600     EXIT.
014700*-----------------------------------------------------------------
014800* 2000-UNLOAD-ONE-RECORD - WRITE THE CURRENT MASTER IMAGE TO THE
023900     WRITE RARPT-LINE FROM WS-MANIFEST-LINE-5.
024000     WRITE RARPT-LINE FROM WS-MANIFEST-LINE-6.
024100     CLOSE RARPT.
024110     PERFORM 8600-WRITE-CATALOG-ENTRY
024120         THRU 8600-EXIT.
024200     DISPLAY 'RABKP135 RECORDS UNLOADED  = ' WS-BKUP-COUNT.
024300     DISPLAY 'RABKP135 JOURNAL CLOSED    = ' WS-JRNL-COUNT.
024400     CLOSE RAMSTR.
024600     GO TO 8000-EXIT.
024700 8000-EXIT.
024800     EXIT.
024810*-----------------------------------------------------------------
024820* 8600-WRITE-CATALOG-ENTRY - APPEND THIS CYCLE TO THE RABKCAT
024830* BACKUP CATALOG: WHEN THE BACKUP WAS TAKEN, ITS TRAILER FIGURES
024840* AND HOW MANY JOURNAL RECORDS WERE CLOSED OUT WITH IT.
024850*-----------------------------------------------------------------
024860 8600-WRITE-CATALOG-ENTRY.
024870     MOVE WS-CD-DATE TO RABKC-BKUP-DATE.
024880     MOVE WS-CD-TIME TO RABKC-BKUP-TIME.
024890     MOVE WS-BKUP-COUNT TO RABKC-REC-COUNT.
024900     MOVE WS-BKUP-HASH TO RABKC-HASH-TOTAL.
024910     MOVE WS-JRNL-COUNT TO RABKC-JRNL-CLOSED.
024920     OPEN EXTEND RABKCAT.
024930     WRITE RABKCAT-RECORD FROM RABKC-RECORD.
024940     CLOSE RABKCAT.
024950     GO TO 8600-EXIT.
024960 8600-EXIT.
024970     EXIT.
