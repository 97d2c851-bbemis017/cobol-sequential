002073     FEED (35 BYTES, RAREC2.CPY) ON RAIN2, CHOSEN BY SYSIN COL
002074     6.  EITHER WAY THE STREAM DOWNSTREAM CARRIES ONLY THE
002075     VERSION-2 SHAPE; A CONVERTED V1 RECORD KEEPS INDICATOR
002076     '1' SO ITS ORIGIN CAN STILL BE TOLD.  THE SAME PRE-PASS
002083     ALSO COMPARES THE INPUT COUNT AND HASH AGAINST THE ROLLING
002087     AVERAGE OF THE MOST RECENT PRIOR SUBMISSIONS ON THE CHAIN
002091     AND HOLDS THE RUN WHEN EITHER FALLS OUTSIDE THE SYSIN
002092     TOLERANCE BANDS; THE COMPARISON IS LISTED ON RADUP.  EACH
002093     FEED (THE SOURCE-OF-ENTRY CODE) IS AVERAGED AGAINST ITS OWN
002094     SUBMISSIONS AND MAY OPEN THE STREAM ONCE PER BUSINESS DATE,
002095     SO THE EXTRACT AND THE CSV GATEWAY CAN BOTH RUN FOR THE SAME
002096     DAY; THE DUPLICATE CHECK STILL COMPARES AGAINST EVERY FEED.
002100*-----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*   2026-08-22  BB  ORIGINAL VERSION.
002402*       E) ON EVERY SEQUENCED RECORD ALONGSIDE THE SEQUENCE
002403*       NUMBER, SO THE DOWNSTREAM REPORTS CAN BREAK BY FEED.
002404*       THE STREAM LAYOUT GREW FROM 38 TO 39 BYTES.
002407*   2026-10-15  BB  BUSINESS DATE (RAFP-DATE, RARUN-RUN-DATE) NOW
002410*       TAKEN FROM THE RAPDATE PROCESSING-DATE CONTROL RECORD
002413*       (RAPDTREC.CPY) INSTEAD OF THE SYSTEM CLOCK. AS THE STEP
002416*       THAT OPENS THE NIGHTLY STREAM IT STOPS HARD WHEN RAPDATE
002419*       IS MISSING OR HAS NOT BEEN ROLLED FORWARD SINCE THE LAST
002422*       RUN (SYSIN COL 7 = 'R' FOR A DELIBERATE RERUN OF THE SAME
002425*       BUSINESS DAY), AND STAMPS RAPDT-LAST-RUN-DATE AT THE END.
002428*   2026-10-15  BB  VOLUME AND VALUE ANOMALY CHECK.  TONIGHT'S
002431*       COUNT AND HASH ARE COMPARED AGAINST THE AVERAGE OF THE
002434*       LAST SUBMISSIONS ON THE RAFPIN CHAIN (SYSIN COLS 14-15,
002437*       BLANK = 10, AT LEAST 3 NEEDED) AND MUST FALL INSIDE A
002440*       PLUS/MINUS PERCENT BAND (COLS 8-10 COUNT, 11-13 HASH,
002443*       BLANK = 050).  THE COMPARISON IS LISTED ON RADUP AFTER
002446*       THE DUPLICATE CHECK; EITHER FIGURE OUTSIDE ITS BAND
002449*       STOPS THE RUN HARD UNLESS COL 16 = 'F' FORCES IT.
002452*   2026-10-15  BB  THE RUN-CONTROL STEP RECORDS NOW CARRY
002455*       THE TIME THE STEP STARTED (RARUN-START-TIME) AS WELL
002458*       AS THE TIME IT ENDED, FOR THE RAHST250 RUN HISTORY.
002461*       RARUN GREW FROM 53 TO 59 BYTES.
002464*   2026-10-15  BB  THE FINGERPRINT CHAIN CARRIES THE FEED
002467*       SOURCE (RAFP-SOURCE, 30 TO 31 BYTES): THE
002470*       ANOMALY AVERAGE USES ONLY TONIGHT'S SOURCE,
002473*       AND RAPDATE NOTES WHICH SOURCES HAVE RUN SO
002476*       A SECOND FEED FOR THE SAME BUSINESS DATE IS
002479*       NOT REFUSED.  NON-NUMERIC DECIMALS ARE LEFT
002482*       OUT OF THE HASHES SO RAEDT010 CAN REJECT THEM.
002485*-----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
003860         ORGANIZATION IS SEQUENTIAL.
003870     SELECT RADUP ASSIGN TO "RADUP"
003880         ORGANIZATION IS SEQUENTIAL.
003883     SELECT RAPDATE ASSIGN TO "RAPDATE"
003886         ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RAIN
004900     RECORDING MODE IS F.
005000 01  RASQIN-RECORD.
005100     05  FILLER                      PIC X(30).
005110 FD  RAPDATE
005120     RECORDING MODE IS F.
005130 01  RAPDATE-RECORD.
005140     05  FILLER                      PIC X(50).
005200 FD  RASQOUT
005300     RECORDING MODE IS F.
005400 01  RASQOUT-RECORD.
005510 FD  RARUN
005520     RECORDING MODE IS F.
005530 01  RARUN-OUT-RECORD.
005540     05  FILLER                      PIC X(59).
005550 FD  RAFPIN
005560     RECORDING MODE IS F.
005570 01  RAFPIN-RECORD.
005580     05  FILLER                      PIC X(31).
005590 FD  RAFPOUT
005591     RECORDING MODE IS F.
005592 01  RAFPOUT-RECORD.
005593     05  FILLER                      PIC X(31).
005594 FD  RADUP
005595     RECORDING MODE IS F.
005596 01  RADUP-LINE                      PIC X(132).
005800 COPY "RASEQREC.CPY".
005810 COPY "RARUNREC.CPY".
005820 COPY "RAFPREC.CPY".
005830 COPY "RAPDTREC.CPY".
005900 01  SEQCTL-RECORD.
006000     05  SEQCTL-LAST-NBR             PIC 9(09).
006100     05  FILLER                      PIC X(21) VALUE SPACES.
007500         88  WS-EOF                  VALUE 'Y'.
007600 01  WS-COUNTERS.
007700     05  WS-REC-COUNT                PIC 9(09) COMP VALUE ZERO.
007701 01  WS-START-TIME                   PIC 9(06).
007702 01  WS-PARM-REST-FIELDS.
007703     05  WS-PARM-RERUN               PIC X(01).
007704         88  WS-RERUN-DATE           VALUE 'R'.
007705     05  WS-PARM-COUNT-BAND          PIC X(03).
007706     05  WS-PARM-COUNT-BAND-N REDEFINES WS-PARM-COUNT-BAND
007707                                     PIC 9(03).
007708     05  WS-PARM-HASH-BAND           PIC X(03).
007709     05  WS-PARM-HASH-BAND-N REDEFINES WS-PARM-HASH-BAND
007710                                     PIC 9(03).
007711     05  WS-PARM-DEPTH               PIC X(02).
007712     05  WS-PARM-DEPTH-N REDEFINES WS-PARM-DEPTH
007713                                     PIC 9(02).
007714     05  WS-PARM-ANOM-FORCE          PIC X(01).
007715         88  WS-ANOM-FORCED          VALUE 'F'.
007716     05  FILLER                      PIC X(64).
007717 01  WS-ANOMALY-FIELDS.
007718     05  WS-COUNT-BAND               PIC 9(03) VALUE 50.
007719     05  WS-HASH-BAND                PIC 9(03) VALUE 50.
007720     05  WS-AVG-DEPTH                PIC 9(02) VALUE 10.
007721     05  WS-MIN-HISTORY              PIC 9(02) VALUE 3.
007722     05  WS-ANOM-SW                  PIC X(01) VALUE 'N'.
007723         88  WS-ANOMALY-FOUND        VALUE 'Y'.
007724     05  WS-HIST-USED                PIC 9(04) COMP VALUE ZERO.
007725     05  WS-HIST-COUNT-SUM           PIC 9(11) VALUE ZERO.
007726     05  WS-HIST-HASH-SUM            PIC 9(13)V9(02) VALUE ZERO.
007727     05  WS-AVG-COUNT                PIC 9(09) VALUE ZERO.
007728     05  WS-AVG-HASH                 PIC 9(11)V9(02) VALUE ZERO.
007729     05  WS-COUNT-LOW                PIC 9(11) VALUE ZERO.
007730     05  WS-COUNT-HIGH               PIC 9(11) VALUE ZERO.
007731     05  WS-HASH-LOW                 PIC 9(13)V9(02) VALUE ZERO.
007732     05  WS-HASH-HIGH                PIC 9(13)V9(02) VALUE ZERO.
007733     05  WS-COUNT-PCT                PIC 9(05) VALUE ZERO.
007734     05  WS-HASH-PCT                 PIC 9(05) VALUE ZERO.
007735 01  WS-FP-SRC-TABLE.
007736     05  FP-SOURCE                   PIC X(01) OCCURS 120 TIMES.
007737 01  WS-AHEADING-1.
007738     05  FILLER PIC X(40)
007739         VALUE 'RANUM005 VOLUME AND VALUE ANOMALY CHECK'.
007740     05  FILLER                      PIC X(92) VALUE SPACES.
007741 01  WS-HISTORY-LINE.
007742     05  FILLER PIC X(24) VALUE 'PRIOR SUBMISSIONS USED '.
007743     05  WS-HL-USED                  PIC ZZZ9.
007744     05  FILLER PIC X(13) VALUE ' FROM SOURCE '.
007745     05  WS-HL-SOURCE                PIC X(01).
007746     05  FILLER                      PIC X(90) VALUE SPACES.
007747 01  WS-AVERAGE-LINE.
007748     05  FILLER PIC X(24) VALUE 'AVERAGE COUNT/HASH ... '.
007749     05  WS-AV-COUNT                 PIC ZZZZZZZZ9.
007750     05  FILLER                      PIC X(02) VALUE SPACES.
007751     05  WS-AV-HASH                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
007752     05  FILLER                      PIC X(80) VALUE SPACES.
007753 01  WS-COUNT-BAND-LINE.
007754     05  FILLER PIC X(24) VALUE 'COUNT BAND ........... '.
007755     05  WS-CB-LOW                   PIC ZZZZZZZZZZ9.
007756     05  FILLER                      PIC X(04) VALUE ' TO '.
007757     05  WS-CB-HIGH                  PIC ZZZZZZZZZZ9.
007758     05  FILLER                      PIC X(02) VALUE SPACES.
007759     05  WS-CB-PCT                   PIC ZZZZ9.
007760     05  FILLER PIC X(14) VALUE ' PCT OF AVG   '.
007761     05  WS-CB-RESULT                PIC X(07).
007762     05  FILLER                      PIC X(54) VALUE SPACES.
007763 01  WS-HASH-BAND-LINE.
007764     05  FILLER PIC X(24) VALUE 'HASH BAND ............ '.
007765     05  WS-HB-LOW                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
007766     05  FILLER                      PIC X(04) VALUE ' TO '.
007767     05  WS-HB-HIGH                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
007768     05  FILLER                      PIC X(02) VALUE SPACES.
007769     05  WS-HB-PCT                   PIC ZZZZ9.
007770     05  FILLER PIC X(14) VALUE ' PCT OF AVG   '.
007771     05  WS-HB-RESULT                PIC X(07).
007772     05  FILLER                      PIC X(40) VALUE SPACES.
007773 01  WS-ANOM-RESULT-LINE.
007774     05  WS-AR-TEXT                  PIC X(60).
007775     05  FILLER                      PIC X(72) VALUE SPACES.
007776 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
007800 01  WS-NEXT-SEQ                     PIC 9(09) VALUE ZERO.
007810 01  WS-CD-DATE                      PIC 9(08).
007820 01  WS-CD-TIME                      PIC 9(06).
007835     05  WS-PARM-FORCE               PIC X(01).
007836     05  WS-PARM-SOURCE              PIC X(01).
007837     05  WS-PARM-LAYOUT              PIC X(01).
007838     05  WS-PARM-REST                PIC X(74).
007839 01  WS-GUARD-FIELDS.
007840     05  WS-WINDOW-DAYS              PIC 9(03) VALUE 30.
007841     05  WS-FORCE-SW                 PIC X(01) VALUE 'N'.
008900*-----------------------------------------------------------------
009000* 1000-INITIALIZE - READ THE CONTROL CARD, PICK UP THE LAST
009100* SEQUENCE NUMBER USED FROM THE PRIOR RUN'S CONTROL RECORD, RUN
009200* THE DUPLICATE-SUBMISSION AND ANOMALY GUARDS OVER THE INPUT,
009210* THEN OPEN THE OUTPUT, WRITE ITS HEADER AND PRIME THE READ.  A
009300* MISSING OR EMPTY RASQIN STARTS THE NUMBERING FROM ZERO -
009310* FIRST-TIME SETUP ONLY.
009400*-----------------------------------------------------------------
009500 1000-INITIALIZE.
009505     ACCEPT WS-START-TIME FROM TIME.
009510     ACCEPT WS-PARM-CARD FROM SYSIN.
009512     MOVE WS-PARM-REST TO WS-PARM-REST-FIELDS.
009513     IF WS-PARM-COUNT-BAND NUMERIC
009514         AND WS-PARM-COUNT-BAND-N > ZERO
009515             MOVE WS-PARM-COUNT-BAND-N TO WS-COUNT-BAND
009516     END-IF.
009520     IF WS-PARM-WINDOW NUMERIC
009530         AND WS-PARM-WINDOW-N > ZERO
009540             MOVE WS-PARM-WINDOW-N TO WS-WINDOW-DAYS
009584     IF WS-PARM-LAYOUT = '2'
009585         MOVE '2' TO WS-LAYOUT-SW
009586     END-IF.
009590     IF WS-PARM-HASH-BAND NUMERIC
009591         AND WS-PARM-HASH-BAND-N > ZERO
009592             MOVE WS-PARM-HASH-BAND-N TO WS-HASH-BAND
009593     END-IF.
009594     IF WS-PARM-DEPTH NUMERIC
009595         AND WS-PARM-DEPTH-N > ZERO
009596             MOVE WS-PARM-DEPTH-N TO WS-AVG-DEPTH
009597     END-IF.
009598     PERFORM 1900-GET-PROCESSING-DATE
009599         THRU 1900-EXIT.
009600     MOVE ZERO TO SEQCTL-LAST-NBR.
009700     OPEN INPUT RASQIN.
009800     READ RASQIN INTO SEQCTL-RECORD
010393         THRU 1400-EXIT.
010394     PERFORM 1070-RESET-LABEL-STATE
010395         THRU 1070-EXIT.
010396     PERFORM 1500-CHECK-ANOMALY
010397         THRU 1500-EXIT.
010398     PERFORM 1600-HOLD-OR-RELEASE
010399         THRU 1600-EXIT.
010400     PERFORM 6900-OPEN-INPUT-FEED
010410         THRU 6900-EXIT.
010500     OPEN OUTPUT RANOUT.
011200     GO TO 1000-EXIT.
011300 1000-EXIT.
011400     EXIT.
011401 1040-ADD-PRE-HASH.
011402     IF RA2-DECIMAL NUMERIC
011403         ADD RA2-DECIMAL TO WS-PRE-HASH
011404     END-IF.
011405     GO TO 1040-EXIT.
011406 1040-EXIT.
011407     EXIT.
011410*-----------------------------------------------------------------
011420* 1050-PRESCAN-ONE-RECORD - FINGERPRINT PASS.  ROLL THE CURRENT
011430* RECORD INTO TONIGHT'S COUNT AND DECIMAL HASH, THEN READ THE
011470*-----------------------------------------------------------------
011480 1050-PRESCAN-ONE-RECORD.
011481     ADD 1 TO WS-PRE-COUNT.
011482     PERFORM 1040-ADD-PRE-HASH THRU 1040-EXIT.
011483     PERFORM 7000-READ-NEXT-RECORD
011484         THRU 7000-EXIT.
011485     GO TO 1050-EXIT.
011599     PERFORM 6800-DATE-TO-SERIAL
011600         THRU 6800-EXIT.
011601     MOVE WS-DS-SERIAL TO FP-SERIAL (WS-FP-COUNT).
011602     IF RAFP-SOURCE = SPACE
011603         MOVE 'E' TO FP-SOURCE (WS-FP-COUNT)
011604     ELSE
011605         MOVE RAFP-SOURCE TO FP-SOURCE (WS-FP-COUNT)
011606     END-IF.
011607     GO TO 1310-EXIT.
011608 1310-EXIT.
011609     EXIT.
011610*-----------------------------------------------------------------
011620* 1400-CHECK-DUPLICATE - COMPARE TONIGHT'S FINGERPRINT AGAINST
011630* EVERY PRIOR SUBMISSION INSIDE THE WINDOW AND LIST THE RESULT
011712 1410-EXIT.
011713     EXIT.
011720*-----------------------------------------------------------------
011721* 1500-CHECK-ANOMALY - AVERAGE THE COUNTS AND HASHES OF THE MOST
011722* RECENT PRIOR SUBMISSIONS FROM TONIGHT'S SOURCE INSIDE THE
011723* WINDOW (NEWEST FIRST, UP TO THE SYSIN DEPTH) AND TEST
011724* TONIGHT'S FIGURES AGAINST THE PLUS/MINUS PERCENT BANDS AROUND
011725* THEM.  EACH FEED HAS ITS OWN VOLUMES, SO ONE FEED'S HISTORY IS
011726* NEVER AVERAGED INTO ANOTHER'S.  TOO SHORT A HISTORY (A NEW
011727* FEED, OR THE CHAIN JUST STARTED) SKIPS THE TEST.  THE RESULT IS
011728* ADDED TO THE RADUP LISTING AFTER THE DUPLICATE CHECK.
011729*-----------------------------------------------------------------
011730 1500-CHECK-ANOMALY.
011731     OPEN EXTEND RADUP.
011732     WRITE RADUP-LINE FROM WS-BLANK-LINE.
011733     WRITE RADUP-LINE FROM WS-AHEADING-1.
011734     MOVE WS-FP-COUNT TO WS-FP-SUB.
011735     PERFORM 1510-ADD-ONE-HISTORY
011736         THRU 1510-EXIT
011737         UNTIL WS-FP-SUB < 1
011738         OR WS-HIST-USED >= WS-AVG-DEPTH.
011739     MOVE WS-HIST-USED TO WS-HL-USED.
011740     MOVE WS-SOURCE-CODE TO WS-HL-SOURCE.
011741     WRITE RADUP-LINE FROM WS-HISTORY-LINE.
011742     IF WS-HIST-USED < WS-MIN-HISTORY
011743         MOVE 'TOO FEW PRIOR SUBMISSIONS - CHECK NOT APPLIED'
011744             TO WS-AR-TEXT
011745         WRITE RADUP-LINE FROM WS-ANOM-RESULT-LINE
011746         GO TO 1500-EXIT
011747     END-IF.
011748     COMPUTE WS-AVG-COUNT ROUNDED =
011749         WS-HIST-COUNT-SUM / WS-HIST-USED.
011750     COMPUTE WS-AVG-HASH ROUNDED =
011751         WS-HIST-HASH-SUM / WS-HIST-USED.
011752     MOVE WS-AVG-COUNT TO WS-AV-COUNT.
011753     MOVE WS-AVG-HASH TO WS-AV-HASH.
011754     WRITE RADUP-LINE FROM WS-AVERAGE-LINE.
011755     PERFORM 1520-TEST-COUNT-BAND
011756         THRU 1520-EXIT.
011757     PERFORM 1530-TEST-HASH-BAND
011758         THRU 1530-EXIT.
011759     IF NOT WS-ANOMALY-FOUND
011760         MOVE 'BOTH FIGURES INSIDE THE BANDS - INPUT ACCEPTED'
011761             TO WS-AR-TEXT
011762         WRITE RADUP-LINE FROM WS-ANOM-RESULT-LINE
011763     END-IF.
011764     IF WS-ANOMALY-FOUND AND WS-ANOM-FORCED
011765         MOVE 'ANOMALY FORCED THROUGH BY OPERATOR (SYSIN F)'
011766             TO WS-AR-TEXT
011767         WRITE RADUP-LINE FROM WS-ANOM-RESULT-LINE
011768         DISPLAY 'RANUM005 ANOMALY FORCED THROUGH'
011769     END-IF.
011770     GO TO 1500-EXIT.
011771 1500-EXIT.
011772     EXIT.
011773 1510-ADD-ONE-HISTORY.
011774     COMPUTE WS-DAY-DIFF =
011775         WS-TODAY-SERIAL - FP-SERIAL (WS-FP-SUB).
011776     IF WS-DAY-DIFF >= ZERO
011777         AND WS-DAY-DIFF <= WS-WINDOW-DAYS
011778         AND FP-SOURCE (WS-FP-SUB) = WS-SOURCE-CODE
011779         ADD 1 TO WS-HIST-USED
011780         ADD FP-REC-COUNT (WS-FP-SUB) TO WS-HIST-COUNT-SUM
011781         ADD FP-HASH (WS-FP-SUB) TO WS-HIST-HASH-SUM
011782     END-IF.
011783     SUBTRACT 1 FROM WS-FP-SUB.
011784     GO TO 1510-EXIT.
011785 1510-EXIT.
011786     EXIT.
011787*-----------------------------------------------------------------
011788* 1520-TEST-COUNT-BAND - TONIGHT'S RECORD COUNT MUST LIE WITHIN
011789* THE COUNT BAND PERCENT EITHER SIDE OF THE AVERAGE.  A BAND OF
011790* 100 OR MORE HAS NO LOWER LIMIT.
011791*-----------------------------------------------------------------
011792 1520-TEST-COUNT-BAND.
011793     COMPUTE WS-COUNT-HIGH =
011794         WS-AVG-COUNT + (WS-AVG-COUNT * WS-COUNT-BAND / 100).
011795     IF WS-COUNT-BAND >= 100
011796         MOVE ZERO TO WS-COUNT-LOW
011797     ELSE
011798         COMPUTE WS-COUNT-LOW =
011799             WS-AVG-COUNT - (WS-AVG-COUNT * WS-COUNT-BAND / 100)
011800     END-IF.
011801     MOVE ZERO TO WS-COUNT-PCT.
011802     IF WS-AVG-COUNT > ZERO
011803         COMPUTE WS-COUNT-PCT ROUNDED =
011804             WS-PRE-COUNT * 100 / WS-AVG-COUNT
011805             ON SIZE ERROR
011806                 MOVE 99999 TO WS-COUNT-PCT
011807         END-COMPUTE
011808     END-IF.
011809     MOVE WS-COUNT-LOW TO WS-CB-LOW.
011810     MOVE WS-COUNT-HIGH TO WS-CB-HIGH.
011811     MOVE WS-COUNT-PCT TO WS-CB-PCT.
011812     IF WS-PRE-COUNT < WS-COUNT-LOW
011813         OR WS-PRE-COUNT > WS-COUNT-HIGH
011814         MOVE 'OUTSIDE' TO WS-CB-RESULT
011815         SET WS-ANOMALY-FOUND TO TRUE
011816     ELSE
011817         MOVE 'WITHIN' TO WS-CB-RESULT
011818     END-IF.
011819     WRITE RADUP-LINE FROM WS-COUNT-BAND-LINE.
011820     GO TO 1520-EXIT.
011821 1520-EXIT.
011822     EXIT.
011823*-----------------------------------------------------------------
011824* 1530-TEST-HASH-BAND - THE SAME TEST FOR TONIGHT'S DECIMAL HASH.
011825*-----------------------------------------------------------------
011826 1530-TEST-HASH-BAND.
011827     COMPUTE WS-HASH-HIGH =
011828         WS-AVG-HASH + (WS-AVG-HASH * WS-HASH-BAND / 100).
011829     IF WS-HASH-BAND >= 100
011830         MOVE ZERO TO WS-HASH-LOW
011831     ELSE
011832         COMPUTE WS-HASH-LOW =
011833             WS-AVG-HASH - (WS-AVG-HASH * WS-HASH-BAND / 100)
011834     END-IF.
011835     MOVE ZERO TO WS-HASH-PCT.
011836     IF WS-AVG-HASH > ZERO
011837         COMPUTE WS-HASH-PCT ROUNDED =
011838             WS-PRE-HASH * 100 / WS-AVG-HASH
011839             ON SIZE ERROR
011840                 MOVE 99999 TO WS-HASH-PCT
011841         END-COMPUTE
011842     END-IF.
011843     MOVE WS-HASH-LOW TO WS-HB-LOW.
011844     MOVE WS-HASH-HIGH TO WS-HB-HIGH.
011845     MOVE WS-HASH-PCT TO WS-HB-PCT.
011846     IF WS-PRE-HASH < WS-HASH-LOW
011847         OR WS-PRE-HASH > WS-HASH-HIGH
011848         MOVE 'OUTSIDE' TO WS-HB-RESULT
011849         SET WS-ANOMALY-FOUND TO TRUE
011850     ELSE
011851         MOVE 'WITHIN' TO WS-HB-RESULT
011852     END-IF.
011853     WRITE RADUP-LINE FROM WS-HASH-BAND-LINE.
011854     GO TO 1530-EXIT.
011855 1530-EXIT.
011856     EXIT.
011857*-----------------------------------------------------------------
011858* 1600-HOLD-OR-RELEASE - CLOSE THE RADUP LISTING, THEN STOP THE
011859* RUN HARD FOR AN ANOMALY THE OPERATOR HAS NOT FORCED THROUGH.
011860*-----------------------------------------------------------------
011861 1600-HOLD-OR-RELEASE.
011862     CLOSE RADUP.
011863     IF WS-ANOMALY-FOUND AND NOT WS-ANOM-FORCED
011864         DISPLAY 'RANUM005 VOLUME/VALUE ANOMALY - RUN STOPPED'
011865         DISPLAY 'RANUM005 SEE RADUP FOR THE COMPARISON'
011866         MOVE 16 TO RETURN-CODE
011867         STOP RUN
011868     END-IF.
011869     GO TO 1600-EXIT.
011870 1600-EXIT.
011871     EXIT.
011872*-----------------------------------------------------------------
011873* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
011874* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
011875* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
011876* MISSING OR UNUSABLE DATE STOPS THE RUN HARD, AS DOES A DATE
011877* OPERATIONS HAS NOT ROLLED FORWARD (1950).
011878*-----------------------------------------------------------------
011879 1900-GET-PROCESSING-DATE.
011880     OPEN INPUT RAPDATE.
011881     READ RAPDATE INTO RAPDT-RECORD
011882         AT END
011883             DISPLAY 'RANUM005 RAPDATE EMPTY - RUN STOPPED'
011884             MOVE 16 TO RETURN-CODE
011885             STOP RUN
011886     END-READ.
011887     CLOSE RAPDATE.
011888     IF RAPDT-BUS-DATE NOT NUMERIC
011889         OR RAPDT-BUS-DATE = ZERO
011890             DISPLAY 'RANUM005 RAPDATE DATE INVALID - RUN STOPPED'
011891             MOVE 16 TO RETURN-CODE
011892             STOP RUN
011893     END-IF.
011894     MOVE RAPDT-BUS-DATE TO WS-TODAY-DATE.
011895     PERFORM 1950-CHECK-DATE-ROLLED
011896         THRU 1950-EXIT.
011897     GO TO 1900-EXIT.
011898 1900-EXIT.
011899     EXIT.
011900*-----------------------------------------------------------------
011901* 1950-CHECK-DATE-ROLLED - THIS STEP OPENS THE NIGHTLY STREAM.
011902* IF TONIGHT'S SOURCE HAS ALREADY RUN FOR THE CURRENT BUSINESS
011903* DATE, OPERATIONS HAS NOT ROLLED RAPDATE FORWARD (RAPDT220) AND
011904* TONIGHT'S WORK WOULD BE STAMPED WITH YESTERDAY'S DATE, SO THE
011905* RUN STOPS HARD.  A DIFFERENT FEED FOR THE SAME BUSINESS DATE
011906* IS LET THROUGH, AND A GENUINE RERUN BY SYSIN COL 7 = 'R'.
011907*-----------------------------------------------------------------
011908 1950-CHECK-DATE-ROLLED.
011909     IF RAPDT-LAST-RUN-DATE NOT NUMERIC
011910         GO TO 1950-EXIT
011911     END-IF.
011912     IF RAPDT-LAST-RUN-DATE < RAPDT-BUS-DATE
011913         GO TO 1950-EXIT
011914     END-IF.
011915     IF RAPDT-LAST-RUN-SOURCES NOT = SPACES
011916         AND RAPDT-LAST-RUN-SRC (1) NOT = WS-SOURCE-CODE
011917         AND RAPDT-LAST-RUN-SRC (2) NOT = WS-SOURCE-CODE
011918         AND RAPDT-LAST-RUN-SRC (3) NOT = WS-SOURCE-CODE
011919             GO TO 1950-EXIT
011920     END-IF.
011921     IF WS-RERUN-DATE
011922         DISPLAY 'RANUM005 RERUN FOR BUSINESS DATE '
011923             RAPDT-BUS-DATE ' SOURCE ' WS-SOURCE-CODE
011924         GO TO 1950-EXIT
011925     END-IF.
011926     DISPLAY 'RANUM005 PROCESSING DATE NOT ROLLED FORWARD'
011927         ' - RUN STOPPED'.
011928     DISPLAY 'RANUM005 BUSINESS DATE ' RAPDT-BUS-DATE
011929         ' ALREADY RUN FOR SOURCE ' WS-SOURCE-CODE.
011930     MOVE 16 TO RETURN-CODE.
011931     STOP RUN.
011932 1950-EXIT.
011933     EXIT.
011934*-----------------------------------------------------------------
011935* 2000-NUMBER-ONE-RECORD - STAMP THE NEXT SEQUENCE NUMBER ON THE
011936* CURRENT RECORD AND WRITE THE SEQUENCED RECORD, THEN READ THE
011937* NEXT ONE.
011938*-----------------------------------------------------------------
012000 2000-NUMBER-ONE-RECORD.
012100     ADD 1 TO WS-NEXT-SEQ.
012200     MOVE WS-NEXT-SEQ TO RASEQ-NBR.
012210     MOVE WS-SOURCE-CODE TO RASEQ-SOURCE.
012300     MOVE RECORD-A2 TO RASEQ-DATA.
012400     IF RA2-DECIMAL NUMERIC
012410         ADD RA2-DECIMAL TO WS-OUT-HASH
012420     END-IF.
012500     WRITE RANOUT-RECORD FROM RASEQ-RECORD.
012600     PERFORM 7000-READ-NEXT-RECORD
012700         THRU 7000-EXIT.
017930         THRU 7650-EXIT.
017940     IF WS-LABELED-FILE
018000         ADD 1 TO WS-LBL-COUNT
018100         IF RA2-DECIMAL NUMERIC
018110             ADD RA2-DECIMAL TO WS-LBL-HASH
018120         END-IF
018200     END-IF.
018400     GO TO 7600-EXIT.
018500 7600-EXIT.
023320         THRU 8500-EXIT.
023330     PERFORM 8600-WRITE-FINGERPRINTS
023340         THRU 8600-EXIT.
023350     PERFORM 8700-STAMP-LAST-RUN-DATE
023360         THRU 8700-EXIT.
023400     DISPLAY 'RANUM005 RECORDS NUMBERED = ' WS-REC-COUNT.
023500     DISPLAY 'RANUM005 LAST SEQ USED    = ' WS-NEXT-SEQ.
023600     PERFORM 6950-CLOSE-INPUT-FEED
024061*-----------------------------------------------------------------
024070 8500-WRITE-RUN-CONTROL.
024080     OPEN EXTEND RARUN.
024090     MOVE RAPDT-BUS-DATE TO WS-CD-DATE.
024100     ACCEPT WS-CD-TIME FROM TIME.
024110     MOVE WS-JOB-NAME TO RARUN-JOB-NAME.
024120     MOVE WS-CD-DATE TO RARUN-RUN-DATE.
024130     MOVE WS-CD-TIME TO RARUN-RUN-TIME.
024135     MOVE WS-START-TIME TO RARUN-START-TIME.
024140     IF WS-V2-INPUT
024141         MOVE 'RAIN2' TO RARUN-FILE-ID
024142     ELSE
024390     MOVE WS-TODAY-DATE TO RAFP-DATE.
024400     MOVE WS-REC-COUNT TO RAFP-REC-COUNT.
024410     MOVE WS-OUT-HASH TO RAFP-HASH-TOTAL.
024415     MOVE WS-SOURCE-CODE TO RAFP-SOURCE.
024420     WRITE RAFPOUT-RECORD FROM RAFP-RECORD.
024430     CLOSE RAFPOUT.
024440     GO TO 8600-EXIT.
024520         MOVE FP-DATE (WS-FP-SUB) TO RAFP-DATE
024530         MOVE FP-REC-COUNT (WS-FP-SUB) TO RAFP-REC-COUNT
024540         MOVE FP-HASH (WS-FP-SUB) TO RAFP-HASH-TOTAL
024545         MOVE FP-SOURCE (WS-FP-SUB) TO RAFP-SOURCE
024550         WRITE RAFPOUT-RECORD FROM RAFP-RECORD
024560     END-IF.
024570     ADD 1 TO WS-FP-SUB.
024580     GO TO 8610-EXIT.
024590 8610-EXIT.
024600     EXIT.
024610*-----------------------------------------------------------------
024620* 8700-STAMP-LAST-RUN-DATE - RECORD ON RAPDATE THAT THE NIGHTLY
024626* STREAM HAS RUN FOR THIS BUSINESS DATE AND TONIGHT'S SOURCE.
024632* DONE LAST, SO A RUN THAT STOPPED HARD CAN BE RESUBMITTED
024638* WITHOUT THE RERUN FLAG.  THE FIRST RUN OF A NEW BUSINESS DATE
024644* STARTS THE SOURCE LIST AFRESH.
024650*-----------------------------------------------------------------
024660 8700-STAMP-LAST-RUN-DATE.
024670     OPEN I-O RAPDATE.
024680     READ RAPDATE INTO RAPDT-RECORD
024690         AT END
024700             DISPLAY 'RANUM005 RAPDATE EMPTY - RUN STOPPED'
024710             MOVE 16 TO RETURN-CODE
024720             STOP RUN
024730     END-READ.
024732     IF RAPDT-LAST-RUN-DATE NOT NUMERIC
024734         OR RAPDT-LAST-RUN-DATE NOT = RAPDT-BUS-DATE
024736             MOVE SPACES TO RAPDT-LAST-RUN-SOURCES
024738     END-IF.
024740     MOVE RAPDT-BUS-DATE TO RAPDT-LAST-RUN-DATE.
024743     PERFORM 8710-NOTE-RUN-SOURCE
024746         THRU 8710-EXIT.
024750     REWRITE RAPDATE-RECORD FROM RAPDT-RECORD.
024760     CLOSE RAPDATE.
024770     GO TO 8700-EXIT.
024780 8700-EXIT.
024790     EXIT.
024800 8710-NOTE-RUN-SOURCE.
024810     IF RAPDT-LAST-RUN-SRC (1) = WS-SOURCE-CODE
024820         OR RAPDT-LAST-RUN-SRC (2) = WS-SOURCE-CODE
024830         OR RAPDT-LAST-RUN-SRC (3) = WS-SOURCE-CODE
024840             GO TO 8710-EXIT
024850     END-IF.
024860     IF RAPDT-LAST-RUN-SRC (1) = SPACE
024870         MOVE WS-SOURCE-CODE TO RAPDT-LAST-RUN-SRC (1)
024880         GO TO 8710-EXIT
024890     END-IF.
024900     IF RAPDT-LAST-RUN-SRC (2) = SPACE
024910         MOVE WS-SOURCE-CODE TO RAPDT-LAST-RUN-SRC (2)
024920         GO TO 8710-EXIT
024930     END-IF.
024940     MOVE WS-SOURCE-CODE TO RAPDT-LAST-RUN-SRC (3).
024950     GO TO 8710-EXIT.
024960 8710-EXIT.
024970     EXIT.
