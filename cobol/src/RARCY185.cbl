002196*       WRITTEN - SO ON A RECYCLE NIGHT RABAL160 CAN BALANCE
002197*       RAEDT010'S INPUT AGAINST THE MERGED RANEW INSTEAD OF
002198*       FALSE-ALARMING ON THE RANUM005 OUTPUT.
002208*   2026-10-15  BB  RARUN-RUN-DATE NOW TAKEN FROM THE RAPDATE
002218*       PROCESSING-DATE CONTROL RECORD (RAPDTREC.CPY) INSTEAD OF
002228*       THE SYSTEM CLOCK; A MISSING DATE STOPS THE RUN.
002230*   2026-10-15  BB  RARFIX RECORDS ARE NOW 53 BYTES
002232*       (RAFIXREC.CPY); THE REPAIRING OPERATOR'S USER ID
002234*       FOLLOWS THE 45-BYTE STREAM IMAGE AND IS DROPPED ON
002236*       THE MERGE.
002246*   2026-10-15  BB  THE RUN-CONTROL STEP RECORDS NOW CARRY
002256*       THE TIME THE STEP STARTED (RARUN-START-TIME) AS WELL
002266*       AS THE TIME IT ENDED, FOR THE RAHST250 RUN HISTORY.
002276*       RARUN GREW FROM 53 TO 59 BYTES.
002279*   2026-10-15  BB  A NON-NUMERIC DECIMAL IS LEFT OUT OF THE
002282*       HASH TOTAL INSTEAD OF ABENDING THE ADD.
002286*-----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
003300     SELECT RANEW ASSIGN TO "RANEW"
003400         ORGANIZATION IS SEQUENTIAL.
003410     SELECT RARUN ASSIGN TO "RARUN"
003413         ORGANIZATION IS SEQUENTIAL.
003416     SELECT RAPDATE ASSIGN TO "RAPDATE"
003420         ORGANIZATION IS SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RARFIX
003800     RECORDING MODE IS F.
003900 01  RARFIX-RECORD.
004000     05  FILLER                      PIC X(53).
004100 FD  RAIN
004200     RECORDING MODE IS F.
004300 01  RAIN-RECORD.
004810 FD  RARUN
004820     RECORDING MODE IS F.
004830 01  RARUN-OUT-RECORD.
004840     05  FILLER                      PIC X(59).
004850 FD  RAPDATE
004860     RECORDING MODE IS F.
004870 01  RAPDATE-RECORD.
004880     05  FILLER                      PIC X(50).
004900 WORKING-STORAGE SECTION.
005000 COPY "RAREC2.CPY".
005100 COPY "RASEQREC.CPY".
005200 COPY "RACTLREC.CPY".
005210 COPY "RARUNREC.CPY".
005220 COPY "RAPDTREC.CPY".
005300 01  WS-LABEL-FIELDS.
005400     05  WS-FIRST-READ-SW            PIC X(01) VALUE 'Y'.
005500     05  WS-LABELED-SW               PIC X(01) VALUE 'N'.
007120 01  WS-IN-HASH                      PIC 9(11)V9(02) VALUE ZERO.
007130 01  WS-CD-DATE                      PIC 9(08).
007140 01  WS-CD-TIME                      PIC 9(06).
007145 01  WS-START-TIME                   PIC 9(06).
007150 01  WS-JOB-NAME                     PIC X(08) VALUE 'RARCY185'.
007200 PROCEDURE DIVISION.
007300 0000-MAINLINE.
009130* RUN BEFORE A SINGLE RECORD REACHES RANEW.
009200*-----------------------------------------------------------------
009300 1000-INITIALIZE.
009301     ACCEPT WS-START-TIME FROM TIME.
009303     PERFORM 1900-GET-PROCESSING-DATE
009306         THRU 1900-EXIT.
009310     OPEN INPUT RARFIX.
009320     MOVE 'RARFIX' TO WS-FILE-ID.
009330     PERFORM 1050-PREVERIFY-FIX-LABELS
011900         THRU 7100-EXIT.
012000     GO TO 1100-EXIT.
012100 1100-EXIT.
012104     EXIT.
012108*-----------------------------------------------------------------
012112* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
012116* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
012120* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
012124* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
012128*-----------------------------------------------------------------
012132 1900-GET-PROCESSING-DATE.
012136     OPEN INPUT RAPDATE.
012140     READ RAPDATE INTO RAPDT-RECORD
012144         AT END
012148             DISPLAY 'RARCY185 RAPDATE EMPTY - RUN STOPPED'
012152             MOVE 16 TO RETURN-CODE
012156             STOP RUN
012160     END-READ.
012164     CLOSE RAPDATE.
012168     IF RAPDT-BUS-DATE NOT NUMERIC
012172         OR RAPDT-BUS-DATE = ZERO
012176             DISPLAY 'RARCY185 RAPDATE DATE INVALID - RUN STOPPED'
012180             MOVE 16 TO RETURN-CODE
012184             STOP RUN
012188     END-IF.
012192     GO TO 1900-EXIT.
012196 1900-EXIT.
012200     EXIT.
012300*-----------------------------------------------------------------
012400* 2000-COPY-ONE-FIX - PASS ONE CORRECTED RECORD THROUGH TO THE
012600*-----------------------------------------------------------------
012700 2000-COPY-ONE-FIX.
012800     ADD 1 TO WS-FIX-COUNT.
012810     IF RA2-DECIMAL NUMERIC
012820         ADD RA2-DECIMAL TO WS-FIX-HASH
012830     END-IF.
012900     PERFORM 6000-WRITE-MERGED-RECORD
013000         THRU 6000-EXIT.
013100     PERFORM 7000-READ-NEXT-FIX
013900*-----------------------------------------------------------------
014000 3000-COPY-ONE-INPUT.
014100     ADD 1 TO WS-IN-COUNT.
014110     IF RA2-DECIMAL NUMERIC
014120         ADD RA2-DECIMAL TO WS-IN-HASH
014130     END-IF.
014200     PERFORM 6000-WRITE-MERGED-RECORD
014300         THRU 6000-EXIT.
014400     PERFORM 7100-READ-NEXT-INPUT
015200*-----------------------------------------------------------------
015300 6000-WRITE-MERGED-RECORD.
015400     ADD 1 TO WS-OUT-COUNT.
015500     IF RA2-DECIMAL NUMERIC
015510         ADD RA2-DECIMAL TO WS-OUT-HASH
015520     END-IF.
015600     WRITE RANEW-RECORD FROM RASEQ-RECORD.
015700     GO TO 6000-EXIT.
015800 6000-EXIT.
023600     MOVE RASEQ-DATA TO RECORD-A2.
023700     IF WS-LABELED-FILE
023800         ADD 1 TO WS-LBL-COUNT
023900         IF RA2-DECIMAL NUMERIC
023910             ADD RA2-DECIMAL TO WS-LBL-HASH
023920         END-IF
024000     END-IF.
024100     GO TO 7600-EXIT.
024200 7600-EXIT.
029750*-----------------------------------------------------------------
029760 8500-WRITE-RUN-CONTROL.
029761     OPEN EXTEND RARUN.
029762     MOVE WS-START-TIME TO RARUN-START-TIME.
029763     ACCEPT WS-CD-TIME FROM TIME.
029764     MOVE WS-JOB-NAME TO RARUN-JOB-NAME.
029765     MOVE RAPDT-BUS-DATE TO RARUN-RUN-DATE.
029766     MOVE WS-CD-TIME TO RARUN-RUN-TIME.
029767     MOVE 'RARFIX' TO RARUN-FILE-ID.
029768     SET RARUN-DIR-INPUT TO TRUE.
