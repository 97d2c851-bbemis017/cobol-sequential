001800     ORIGINAL REJECT DATE FOR THE RARAG190 AGING REPORT.
001900     KEYING X CARRIES EVERY REMAINING RECORD AND ENDS THE
002000     SESSION.  BOTH OUTPUT FILES ARE LABELED; A LABELED RAREJ
002100     IS VERIFIED AGAINST ITS TRAILER.  THE OPERATOR SIGNS ON
002110     AGAINST THE RASECUR SECURITY FILE (RASECREC.CPY) FIRST;
002120     BROWSING AND SKIPPING NEED LEVEL 1, A FIX NEEDS LEVEL 3
002130     (REJECT REPAIR), AND EVERY FIXED RECORD CARRIES THE USER ID
002140     OF THE OPERATOR WHO REPAIRED IT (RAFIXREC.CPY).
002200*-----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*   2026-08-22  BB  ORIGINAL VERSION.
002461*   2026-09-02  BB  CONVERTED TO THE VERSION-2 RECORD-A LAYOUT
002462*       (RAREC2.CPY): 54-BYTE REJECT AND 45-BYTE STREAM
002463*       RECORDS, WIDENED DECIMAL IN THE HASHES.
002465*   2026-10-15  BB  THE REPAIR SCREEN NOW LISTS THE REASON CODE
002467*       AND DESCRIPTION (RARSNTBL.CPY) OF EVERY EDIT THE RECORD
002469*       FAILED IN RAEDT010, SO DATA ENTRY KNOWS WHY IT WAS
002471*       REJECTED.  76-BYTE REJECT RECORDS.
002473*   2026-10-15  BB  THE RATABLE EFFECTIVE-DATE TESTS NOW USE THE
002475*       BUSINESS DATE FROM THE RAPDATE PROCESSING-DATE CONTROL
002477*       RECORD (RAPDTREC.CPY) INSTEAD OF THE SYSTEM CLOCK; A
002479*       MISSING DATE STOPS THE RUN.
002481*   2026-10-15  BB  OPERATOR SIGN-ON AGAINST THE RASECUR SECURITY
002483*       FILE (RASECREC.CPY) BEFORE THE FIRST REJECT, THREE TRIES.
002485*       A FIX NEEDS REJECT-REPAIR AUTHORITY (LEVEL 3) - A
002487*       REFUSED FIX IS CARRIED.  RARFIX RECORDS ARE NOW 53 BYTES
002489*       (RAFIXREC.CPY): THE STREAM IMAGE PLUS THE USER ID OF THE
002491*       OPERATOR WHO REPAIRED IT.
002493*   2026-10-15  BB  A NON-NUMERIC DECIMAL IS LEFT OUT OF THE
002495*       HASH TOTAL INSTEAD OF ABENDING THE ADD.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS RATBL-KEY.
004110     SELECT RAPDATE ASSIGN TO "RAPDATE"
004120         ORGANIZATION IS SEQUENTIAL.
004130     SELECT RASECUR ASSIGN TO "RASECUR"
004140         ORGANIZATION IS INDEXED
004150         ACCESS MODE IS RANDOM
004160         RECORD KEY IS RASEC-USER-ID.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RAREJ
004500     RECORDING MODE IS F.
004600 01  RAREJ-RECORD.
004700     05  FILLER                      PIC X(76).
004800 FD  RARFIX
004900     RECORDING MODE IS F.
005000 01  RARFIX-RECORD.
005100     05  FILLER                      PIC X(53).
005200 FD  RAREJO
005300     RECORDING MODE IS F.
005400 01  RAREJO-RECORD.
005500     05  FILLER                      PIC X(76).
005600 FD  RATABLE.
005700 COPY "RATBLREC.CPY".
005710 FD  RAPDATE
005720     RECORDING MODE IS F.
005730 01  RAPDATE-RECORD.
005740     05  FILLER                      PIC X(50).
005750 FD  RASECUR.
005760 COPY "RASECREC.CPY".
005800 WORKING-STORAGE SECTION.
005900 COPY "RAREC2.CPY".
006000 COPY "RAREJREC.CPY".
006100 COPY "RASEQREC.CPY".
006200 COPY "RACTLREC.CPY".
006210 COPY "RARSNTBL.CPY".
006220 COPY "RAPDTREC.CPY".
006230 COPY "RAFIXREC.CPY".
006300 01  WS-LABEL-FIELDS.
006400     05  WS-FIRST-READ-SW            PIC X(01) VALUE 'Y'.
006500     05  WS-LABELED-SW               PIC X(01) VALUE 'N'.
008000     05  WS-EDIT-SW                  PIC X(01) VALUE 'N'.
008100         88  WS-EDIT-VALID           VALUE 'Y'.
008200         88  WS-EDIT-INVALID         VALUE 'N'.
008210     05  WS-SIGNON-SW                PIC X(01) VALUE 'N'.
008220         88  WS-SIGNED-ON            VALUE 'Y'.
008230     05  WS-AUTH-SW                  PIC X(01) VALUE 'Y'.
008240         88  WS-AUTH-OK              VALUE 'Y'.
008250         88  WS-AUTH-REFUSED         VALUE 'N'.
008300 01  WS-COUNTERS.
008400     05  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
008500     05  WS-FIXED-COUNT              PIC 9(09) COMP VALUE ZERO.
009800 01  WS-ACTION-CODE                  PIC X(01).
009900 01  WS-NEW-STATES                   PIC X(02).
010000 01  WS-MESSAGE                      PIC X(40) VALUE SPACES.
010005 01  WS-RSN-SUB                      PIC 9(04) COMP VALUE ZERO.
010010 01  WS-RSN-NBR                      PIC 9(02) VALUE ZERO.
010015 01  WS-REASON-DISPLAY.
010020     05  WS-RD-LINE-1                PIC X(33).
010025     05  WS-RD-LINE-2                PIC X(33).
010030     05  WS-RD-LINE-3                PIC X(33).
010035     05  WS-RD-LINE-4                PIC X(33).
010040     05  WS-RD-LINE-5                PIC X(33).
010045     05  WS-RD-LINE-6                PIC X(33).
010050     05  WS-RD-LINE-7                PIC X(33).
010055     05  WS-RD-LINE-8                PIC X(33).
010060     05  WS-RD-LINE-9                PIC X(33).
010065 01  WS-REASON-LINES REDEFINES WS-REASON-DISPLAY.
010070     05  WS-RD-ENTRY                 OCCURS 9 TIMES.
010075         10  WS-RD-CODE              PIC X(02).
010080         10  FILLER                  PIC X(01).
010085         10  WS-RD-DESC              PIC X(30).
010086 01  WS-SIGNON-FIELDS.
010087     05  WS-SIGNON-USER              PIC X(08) VALUE SPACES.
010088     05  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
010089     05  WS-SIGNON-TRIES             PIC 9(04) COMP VALUE ZERO.
010090     05  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
010091     05  WS-OPERATOR-LEVEL           PIC 9(01) VALUE ZERO.
010092     05  WS-REQUIRED-LEVEL           PIC 9(01) VALUE ZERO.
010093         88  WS-NEED-INQUIRY         VALUE 1.
010094         88  WS-NEED-REJ-REPAIR      VALUE 3.
010100 SCREEN SECTION.
010109 01  WS-SIGNON-SCREEN.
010118     05  BLANK SCREEN.
010127     05  LINE 01 COL 01 VALUE 'RARFX180 OPERATOR SIGN-ON'.
010136     05  LINE 03 COL 01 VALUE 'USER ID  :'.
010145     05  LINE 03 COL 12 PIC X(08) TO WS-SIGNON-USER.
010154     05  LINE 04 COL 01 VALUE 'PASSWORD :'.
010163     05  LINE 04 COL 12 PIC X(08) TO WS-SIGNON-PASSWORD
010172         SECURE.
010181     05  LINE 22 COL 01 VALUE 'MESSAGE:'.
010190     05  LINE 22 COL 10 PIC X(40) FROM WS-MESSAGE.
010200 01  WS-REPAIR-SCREEN.
010300     05  BLANK SCREEN.
010400     05  LINE 01 COL 01 VALUE 'RARFX180 REJECT REPAIR'.
010410     05  LINE 01 COL 41 VALUE 'OPERATOR:'.
010420     05  LINE 01 COL 51 PIC X(08) FROM WS-OPERATOR-ID.
010500     05  LINE 03 COL 01 VALUE 'SEQ-NBR    :'.
010600     05  LINE 03 COL 14 PIC 9(09) FROM RREJ-SEQ-NBR.
010700     05  LINE 04 COL 01 VALUE 'REJECTED ON:'.
011300     05  LINE 08 COL 01
011400         VALUE 'ACTION (F FIX, S SKIP, X EXIT):'.
011500     05  LINE 08 COL 34 PIC X(01) TO WS-ACTION-CODE.
011509     05  LINE 12 COL 01 VALUE 'REJECT REASONS:'.
011518     05  LINE 13 COL 03 PIC X(33) FROM WS-RD-LINE-1.
011527     05  LINE 14 COL 03 PIC X(33) FROM WS-RD-LINE-2.
011536     05  LINE 15 COL 03 PIC X(33) FROM WS-RD-LINE-3.
011545     05  LINE 16 COL 03 PIC X(33) FROM WS-RD-LINE-4.
011554     05  LINE 17 COL 03 PIC X(33) FROM WS-RD-LINE-5.
011563     05  LINE 18 COL 03 PIC X(33) FROM WS-RD-LINE-6.
011572     05  LINE 19 COL 03 PIC X(33) FROM WS-RD-LINE-7.
011581     05  LINE 20 COL 03 PIC X(33) FROM WS-RD-LINE-8.
011590     05  LINE 21 COL 03 PIC X(33) FROM WS-RD-LINE-9.
011600     05  LINE 22 COL 01 VALUE 'MESSAGE:'.
011700     05  LINE 22 COL 10 PIC X(40) FROM WS-MESSAGE.
011800 01  WS-FIX-SCREEN.
012900         THRU 8000-EXIT.
013000     STOP RUN.
013100*-----------------------------------------------------------------
013200* 1000-INITIALIZE - SIGN THE OPERATOR ON, LOAD THE REFERENCE
013300* TABLE, OPEN FILES, WRITE THE OUTPUT HEADERS AND PRIME THE FIRST
013310* REJECT READ.
013400*-----------------------------------------------------------------
013500 1000-INITIALIZE.
013600     PERFORM 1200-SIGN-ON-OPERATOR
013610         THRU 1200-EXIT.
013620     PERFORM 1900-GET-PROCESSING-DATE
013630         THRU 1900-EXIT.
013640     MOVE RAPDT-BUS-DATE TO WS-TODAY-DATE.
013700     PERFORM 1500-LOAD-REF-TABLE
013800         THRU 1500-EXIT.
013900     OPEN INPUT RAREJ.
014800         THRU 7000-EXIT.
014900     GO TO 1000-EXIT.
015000 1000-EXIT.
015002     EXIT.
015004*-----------------------------------------------------------------
015006* 1200-SIGN-ON-OPERATOR - PROMPT FOR USER ID AND PASSWORD AND
015008* CHECK THEM AGAINST THE RASECUR SECURITY FILE.  THE OPERATOR
015010* GETS THREE TRIES; A THIRD FAILURE ENDS THE SESSION BEFORE ANY
015012* REJECT FILE IS OPENED.  A GOOD SIGN-ON KEEPS THE USER ID
015014* (STAMPED ON EVERY FIXED RECORD) AND THE AUTHORITY LEVEL.
015016*-----------------------------------------------------------------
015018 1200-SIGN-ON-OPERATOR.
015020     OPEN INPUT RASECUR.
015022     MOVE SPACES TO WS-MESSAGE.
015024     PERFORM 1210-SIGN-ON-ATTEMPT
015026         THRU 1210-EXIT
015028         UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3.
015030     CLOSE RASECUR.
015032     IF NOT WS-SIGNED-ON
015034         DISPLAY 'RARFX180 SIGN-ON FAILED - SESSION ENDED'
015036         MOVE 16 TO RETURN-CODE
015038         STOP RUN
015040     END-IF.
015042     GO TO 1200-EXIT.
015044 1200-EXIT.
015046     EXIT.
015048 1210-SIGN-ON-ATTEMPT.
015050     ADD 1 TO WS-SIGNON-TRIES.
015052     MOVE SPACES TO WS-SIGNON-USER.
015054     MOVE SPACES TO WS-SIGNON-PASSWORD.
015056     DISPLAY WS-SIGNON-SCREEN.
015058     ACCEPT WS-SIGNON-SCREEN.
015060     MOVE WS-SIGNON-USER TO RASEC-USER-ID.
015062     READ RASECUR
015064         INVALID KEY
015066             MOVE 'SIGN-ON REFUSED - USER OR PASSWORD'
015068                 TO WS-MESSAGE
015070             GO TO 1210-EXIT
015072     END-READ.
015074     IF RASEC-PASSWORD NOT = WS-SIGNON-PASSWORD
015076         MOVE 'SIGN-ON REFUSED - USER OR PASSWORD' TO WS-MESSAGE
015078         GO TO 1210-EXIT
015080     END-IF.
015082     IF NOT RASEC-STATUS-ACTIVE OR NOT RASEC-LEVEL-VALID
015084         MOVE 'SIGN-ON REFUSED - USER ID NOT ACTIVE' TO WS-MESSAGE
015086         GO TO 1210-EXIT
015088     END-IF.
015090     MOVE RASEC-USER-ID TO WS-OPERATOR-ID.
015092     MOVE RASEC-AUTH-LEVEL TO WS-OPERATOR-LEVEL.
015094     SET WS-SIGNED-ON TO TRUE.
015096     GO TO 1210-EXIT.
015098 1210-EXIT.
015100     EXIT.
015200*-----------------------------------------------------------------
015300* 1500-LOAD-REF-TABLE - LOAD THE VALID-STATES ROWS FROM THE
019200     END-IF.
019300     GO TO 1600-EXIT.
019400 1600-EXIT.
019404     EXIT.
019408*-----------------------------------------------------------------
019412* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
019416* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
019420* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
019424* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
019428*-----------------------------------------------------------------
019432 1900-GET-PROCESSING-DATE.
019436     OPEN INPUT RAPDATE.
019440     READ RAPDATE INTO RAPDT-RECORD
019444         AT END
019448             DISPLAY 'RARFX180 RAPDATE EMPTY - RUN STOPPED'
019452             MOVE 16 TO RETURN-CODE
019456             STOP RUN
019460     END-READ.
019464     CLOSE RAPDATE.
019468     IF RAPDT-BUS-DATE NOT NUMERIC
019472         OR RAPDT-BUS-DATE = ZERO
019476             DISPLAY 'RARFX180 RAPDATE DATE INVALID - RUN STOPPED'
019480             MOVE 16 TO RETURN-CODE
019484             STOP RUN
019488     END-IF.
019492     GO TO 1900-EXIT.
019496 1900-EXIT.
019500     EXIT.
019600*-----------------------------------------------------------------
019700* 2000-WORK-ONE-REJECT - PRESENT THE CURRENT REJECT; FIX, SKIP
020500         GO TO 2000-NEXT
020600     END-IF.
020700     MOVE SPACES TO WS-MESSAGE.
020710     PERFORM 2100-BUILD-REASON-LINES
020720         THRU 2100-EXIT.
020800     DISPLAY WS-REPAIR-SCREEN.
020900     ACCEPT WS-REPAIR-SCREEN.
021000     EVALUATE WS-ACTION-CODE
021100         WHEN 'F'
021200             SET WS-NEED-REJ-REPAIR TO TRUE
021300             PERFORM 2300-CHECK-AUTHORITY
021310                 THRU 2300-EXIT
021320             IF WS-AUTH-OK
021330                 PERFORM 3000-FIX-REJECT
021340                     THRU 3000-EXIT
021350             ELSE
021360                 PERFORM 4000-CARRY-REJECT
021370                     THRU 4000-EXIT
021380             END-IF
021400         WHEN 'X'
021500             SET WS-EXIT-REQUESTED TO TRUE
021600             PERFORM 4000-CARRY-REJECT
022400         THRU 7000-EXIT.
022500     GO TO 2000-EXIT.
022600 2000-EXIT.
022601     EXIT.
022602*-----------------------------------------------------------------
022603* 2100-BUILD-REASON-LINES - LIST THE CODE AND DESCRIPTION OF
022604* EVERY EDIT THE RECORD FAILED, FOR THE REPAIR SCREEN.  A REJECT
022605* WRITTEN BEFORE THE CODES WERE CARRIED HAS NONE TO SHOW.
022606*-----------------------------------------------------------------
022607 2100-BUILD-REASON-LINES.
022608     MOVE SPACES TO WS-REASON-DISPLAY.
022609     IF RREJ-REASON-COUNT NOT NUMERIC
022610         OR RREJ-REASON-COUNT = ZERO
022611         MOVE 'NO REASON CODE RECORDED' TO WS-RD-LINE-1
022612         GO TO 2100-EXIT
022613     END-IF.
022614     MOVE 1 TO WS-RSN-SUB.
022615     PERFORM 2200-BUILD-ONE-REASON
022616         THRU 2200-EXIT
022617         UNTIL WS-RSN-SUB > RREJ-REASON-COUNT
022618             OR WS-RSN-SUB > 9.
022619     GO TO 2100-EXIT.
022620 2100-EXIT.
022621     EXIT.
022622 2200-BUILD-ONE-REASON.
022623     MOVE RREJ-REASON (WS-RSN-SUB) TO WS-RD-CODE (WS-RSN-SUB).
022624     MOVE 'UNKNOWN REASON CODE' TO WS-RD-DESC (WS-RSN-SUB).
022625     IF RREJ-REASON (WS-RSN-SUB) NUMERIC
022626         MOVE RREJ-REASON (WS-RSN-SUB) TO WS-RSN-NBR
022627         IF WS-RSN-NBR > ZERO
022628             AND WS-RSN-NBR <= RARSN-ENTRY-COUNT
022629             MOVE RARSN-DESC (WS-RSN-NBR)
022630                 TO WS-RD-DESC (WS-RSN-SUB)
022631         END-IF
022632     END-IF.
022633     ADD 1 TO WS-RSN-SUB.
022634     GO TO 2200-EXIT.
022635 2200-EXIT.
022636     EXIT.
022637*-----------------------------------------------------------------
022638* 2300-CHECK-AUTHORITY - REFUSE A FUNCTION THAT NEEDS A HIGHER
022639* LEVEL THAN THE SIGNED-ON OPERATOR HOLDS.  THE CALLER HAS SET
022640* WS-REQUIRED-LEVEL FOR THE FUNCTION KEYED.
022641*-----------------------------------------------------------------
022642 2300-CHECK-AUTHORITY.
022643     SET WS-AUTH-OK TO TRUE.
022644     IF WS-OPERATOR-LEVEL < WS-REQUIRED-LEVEL
022645         SET WS-AUTH-REFUSED TO TRUE
022646         MOVE 'NOT AUTHORIZED TO FIX - RECORD CARRIED'
022647             TO WS-MESSAGE
022648     END-IF.
022649     GO TO 2300-EXIT.
022650 2300-EXIT.
022700     EXIT.
022800*-----------------------------------------------------------------
022900* 3000-FIX-REJECT - TAKE THE CORRECTED STATES CODE, APPLY THE
023000* SAME TABLE EDIT THE ENTRY SCREENS USE, AND WRITE THE REPAIRED
023100* RECORD TO RARFIX UNDER ITS ORIGINAL SEQUENCE NUMBER, STAMPED
023200* WITH THE OPERATOR'S USER ID.  A CODE THAT FAILS THE EDIT LEAVES
023210* THE RECORD CARRIED AS OUTSTANDING.
023300*-----------------------------------------------------------------
023400 3000-FIX-REJECT.
023500     DISPLAY WS-FIX-SCREEN.
024650     SET RASEQ-SRC-RECYCLE TO TRUE.
024700     MOVE RECORD-A2 TO RASEQ-DATA.
024800     ADD 1 TO WS-FIXED-COUNT.
024900     IF RA2-DECIMAL NUMERIC
025000         ADD RA2-DECIMAL TO WS-FIX-HASH
025010     END-IF.
025020     MOVE RASEQ-RECORD TO RAFIX-SEQ-IMAGE.
025030     MOVE WS-OPERATOR-ID TO RAFIX-OPER-ID.
025040     WRITE RARFIX-RECORD FROM RAFIX-RECORD.
025100     MOVE 'RECORD FIXED' TO WS-MESSAGE.
025200     GO TO 3000-EXIT.
025300 3000-EXIT.
025800*-----------------------------------------------------------------
025900 4000-CARRY-REJECT.
026000     ADD 1 TO WS-CARRY-COUNT.
026100     IF RA2-DECIMAL NUMERIC
026110         ADD RA2-DECIMAL TO WS-CARRY-HASH
026120     END-IF.
026200     WRITE RAREJO-RECORD FROM RREJ-RECORD.
026300     GO TO 4000-EXIT.
026400 4000-EXIT.
034400     MOVE RREJ-DATA TO RECORD-A2.
034500     IF WS-LABELED-FILE
034600         ADD 1 TO WS-LBL-COUNT
034700         IF RA2-DECIMAL NUMERIC
034710             ADD RA2-DECIMAL TO WS-LBL-HASH
034720         END-IF
034800     END-IF.
034900     GO TO 7600-EXIT.
035000 7600-EXIT.
