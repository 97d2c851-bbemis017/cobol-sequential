000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RAHRP255.
000300 AUTHOR. B. BEMIS.
000400 INSTALLATION. DATA SERVICES - BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.
000800     WEEKLY RUN-HISTORY REPORT FOR THE NIGHTLY RECORD-A STREAM.
000900     READS THE RUN-HISTORY FILE RAHST250 KEEPS (RARUNH,
001000     RARUNREC.CPY IMAGES IN RUN ORDER) AND SHOWS, FOR THE MOST
001100     RECENT NIGHTS (SYSIN COLS 1-2, DEFAULT 07, AT MOST 14),
001200     EACH STEP'S START AND END TIME, ELAPSED MINUTES AND THE
001300     VOLUME AND DECIMAL HASH OF EVERY FILE IT READ OR WROTE,
001400     THEN THE WHOLE STREAM NIGHT BY NIGHT.  A STEP OR STREAM
001500     THAT FINISHED AFTER ITS SERVICE-LEVEL TIME ON THE RASLA
001600     CONTROL TABLE (RASLAREC.CPY) IS FLAGGED PAST SLA.  TIMES
001700     EARLIER THAN THE WINDOW OPENING ON RASLA ARE THE FOLLOWING
001800     MORNING AND ARE MARKED +1.
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*   2026-10-15  BB  ORIGINAL VERSION.
002200*-----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RARUNH ASSIGN TO "RARUNH"
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT RASLA ASSIGN TO "RASLA"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT RARPT ASSIGN TO "RARPT"
003400         ORGANIZATION IS SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RARUNH
003800     RECORDING MODE IS F.
003900 01  RARUNH-RECORD.
004000     05  FILLER                      PIC X(59).
004100 FD  RASLA
004200     RECORDING MODE IS F.
004300 01  RASLA-IN-RECORD.
004400     05  FILLER                      PIC X(80).
004500 FD  RARPT
004600     RECORDING MODE IS F.
004700 01  RARPT-LINE                      PIC X(132).
004800 WORKING-STORAGE SECTION.
004900 COPY "RARUNREC.CPY".
005000 COPY "RASLAREC.CPY".
005100 01  WS-SWITCHES.
005200     05  WS-HIST-EOF-SW              PIC X(01) VALUE 'N'.
005300         88  WS-HIST-EOF             VALUE 'Y'.
005400     05  WS-SLA-EOF-SW               PIC X(01) VALUE 'N'.
005500         88  WS-SLA-EOF              VALUE 'Y'.
005600     05  WS-STREAM-SLA-SW            PIC X(01) VALUE 'N'.
005700         88  WS-STREAM-SLA-SET       VALUE 'Y'.
005800     05  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
005900         88  WS-FOUND                VALUE 'Y'.
006000     05  WS-STEP-SLA-SW              PIC X(01) VALUE 'N'.
006100         88  WS-STEP-SLA-SET         VALUE 'Y'.
006200 01  WS-COUNTERS.
006300     05  WS-HIST-COUNT               PIC 9(09) COMP VALUE ZERO.
006400     05  WS-HIST-NIGHTS              PIC 9(09) COMP VALUE ZERO.
006500     05  WS-SKIP-NIGHTS              PIC 9(09) COMP VALUE ZERO.
006600     05  WS-NIGHT-NBR                PIC 9(09) COMP VALUE ZERO.
006700     05  WS-STEP-BREACHES            PIC 9(09) COMP VALUE ZERO.
006800     05  WS-STREAM-BREACHES          PIC 9(09) COMP VALUE ZERO.
006900 01  WS-PARM-CARD.
007000     05  WS-PARM-NIGHTS              PIC X(02).
007100     05  WS-PARM-NIGHTS-N REDEFINES WS-PARM-NIGHTS
007200                                     PIC 9(02).
007300     05  FILLER                      PIC X(78).
007400 01  WS-WANT-NIGHTS                  PIC 9(04) COMP VALUE 7.
007500 01  WS-PREV-DATE                    PIC 9(08) VALUE ZERO.
007600*-----------------------------------------------------------------
007700* TIME CONVERSION.  A CLOCK TIME HHMMSS BECOMES SECONDS FROM THE
007800* START OF THE BUSINESS DAY; A TIME BEFORE THE WINDOW OPENS IS
007900* THE NEXT MORNING AND GETS A FULL DAY ADDED.
008000*-----------------------------------------------------------------
008100 01  WS-WINDOW-OPEN-SECS             PIC S9(07) COMP VALUE +43200.
008200 01  WS-WINDOW-OPEN-TIME             PIC 9(06) VALUE 120000.
008300 01  WS-STREAM-SLA-TIME              PIC 9(06) VALUE ZERO.
008400 01  WS-CV-TIME                      PIC 9(06).
008500 01  WS-CV-TIME-R REDEFINES WS-CV-TIME.
008600     05  WS-CV-HH                    PIC 9(02).
008700     05  WS-CV-MM                    PIC 9(02).
008800     05  WS-CV-SS                    PIC 9(02).
008900 01  WS-CV-SECS                      PIC S9(07) COMP.
009000 01  WS-START-SECS                   PIC S9(07) COMP.
009100 01  WS-END-SECS                     PIC S9(07) COMP.
009200 01  WS-SLA-SECS                     PIC S9(07) COMP.
009300 01  WS-ELAPSED-MIN                  PIC S9(07) COMP.
009400 01  WS-AVG-MIN                      PIC S9(07) COMP.
009500 01  WS-TIME-EDIT.
009600     05  WS-TE-HH                    PIC 9(02).
009700     05  FILLER                      PIC X(01) VALUE ':'.
009800     05  WS-TE-MM                    PIC 9(02).
009900     05  FILLER                      PIC X(01) VALUE ':'.
010000     05  WS-TE-SS                    PIC 9(02).
010100 01  WS-SLA-TABLE.
010200     05  WS-SL-COUNT                 PIC 9(04) COMP VALUE ZERO.
010300     05  WS-SL-ENTRY                 OCCURS 50 TIMES.
010400         10  SL-JOB-NAME             PIC X(08).
010500         10  SL-SLA-TIME             PIC 9(06).
010600 01  WS-SL-SUB                       PIC 9(04) COMP VALUE ZERO.
010700 01  WS-HISTORY-TABLE.
010800     05  WS-HT-COUNT                 PIC 9(04) COMP VALUE ZERO.
010900     05  WS-HT-ENTRY                 OCCURS 700 TIMES.
011000         10  HT-DATE                 PIC 9(08).
011100         10  HT-JOB-NAME             PIC X(08).
011200         10  HT-FILE-ID              PIC X(08).
011300         10  HT-DIRECTION            PIC X(01).
011400         10  HT-REC-COUNT            PIC 9(09).
011500         10  HT-HASH-TOTAL           PIC 9(11)V9(02).
011600         10  HT-START-TIME           PIC 9(06).
011700         10  HT-END-TIME             PIC 9(06).
011800 01  WS-HT-SUB                       PIC 9(04) COMP VALUE ZERO.
011900 01  WS-NIGHT-TABLE.
012000     05  WS-NG-COUNT                 PIC 9(04) COMP VALUE ZERO.
012100     05  WS-NG-ENTRY                 OCCURS 14 TIMES.
012200         10  NG-DATE                 PIC 9(08).
012300         10  NG-START-TIME           PIC 9(06).
012400         10  NG-START-SECS           PIC S9(07) COMP.
012500         10  NG-END-TIME             PIC 9(06).
012600         10  NG-END-SECS             PIC S9(07) COMP.
012700 01  WS-NG-SUB                       PIC 9(04) COMP VALUE ZERO.
012800 01  WS-STEP-TABLE.
012900     05  WS-ST-COUNT                 PIC 9(04) COMP VALUE ZERO.
013000     05  WS-ST-ENTRY                 OCCURS 30 TIMES.
013100         10  ST-JOB-NAME             PIC X(08).
013200         10  ST-RUNS                 PIC 9(04) COMP.
013300         10  ST-TOTAL-MIN            PIC S9(07) COMP.
013400         10  ST-MAX-MIN              PIC S9(07) COMP.
013500         10  ST-BREACHES             PIC 9(04) COMP.
013600 01  WS-ST-SUB                       PIC 9(04) COMP VALUE ZERO.
013700 01  WS-LAST-RUN.
013800     05  WS-LR-DATE                  PIC 9(08).
013900     05  WS-LR-START                 PIC 9(06).
014000 01  WS-HEADING-1.
014100     05  FILLER PIC X(48)
014200         VALUE 'RAHRP255 WEEKLY RUN HISTORY - STEP VOLUMES, ELAP'.
014300     05  FILLER PIC X(24) VALUE 'SED TIME AND SLA        '.
014400     05  FILLER                      PIC X(60) VALUE SPACES.
014500 01  WS-HEADING-2.
014600     05  FILLER PIC X(24) VALUE 'NIGHTS REPORTED ...... '.
014700     05  WS-H2-NIGHTS                PIC ZZZ9.
014800     05  FILLER PIC X(08) VALUE '  FROM  '.
014900     05  WS-H2-FROM                  PIC 9(08).
015000     05  FILLER PIC X(06) VALUE ' THRU '.
015100     05  WS-H2-THRU                  PIC 9(08).
015200     05  FILLER                      PIC X(74) VALUE SPACES.
015300 01  WS-HEADING-3.
015400     05  FILLER PIC X(24) VALUE 'WINDOW OPENS ......... '.
015500     05  WS-H3-OPEN                  PIC X(08).
015600     05  FILLER PIC X(20) VALUE '   STREAM SLA END   '.
015700     05  WS-H3-SLA                   PIC X(10).
015800     05  FILLER                      PIC X(70) VALUE SPACES.
015900 01  WS-STEP-HEADING.
016000     05  FILLER PIC X(05) VALUE 'STEP '.
016100     05  WS-SH-JOB                   PIC X(08).
016200     05  FILLER PIC X(14) VALUE '   SLA END    '.
016300     05  WS-SH-SLA                   PIC X(10).
016400     05  FILLER                      PIC X(95) VALUE SPACES.
016500 01  WS-STEP-COLS.
016600     05  FILLER PIC X(10) VALUE 'BUS DATE  '.
016700     05  FILLER PIC X(10) VALUE 'START     '.
016800     05  FILLER PIC X(12) VALUE 'END         '.
016900     05  FILLER PIC X(09) VALUE 'ELAPSED  '.
017000     05  FILLER PIC X(10) VALUE 'SLA       '.
017100     05  FILLER PIC X(10) VALUE 'FILE      '.
017200     05  FILLER PIC X(04) VALUE 'DIR '.
017300     05  FILLER PIC X(14) VALUE '       RECORDS'.
017400     05  FILLER PIC X(20) VALUE '          HASH TOTAL'.
017500     05  FILLER                      PIC X(33) VALUE SPACES.
017600 01  WS-STEP-LINE.
017700     05  WS-SP-DATE                  PIC X(08).
017800     05  FILLER                      PIC X(02) VALUE SPACES.
017900     05  WS-SP-START                 PIC X(08).
018000     05  FILLER                      PIC X(02) VALUE SPACES.
018100     05  WS-SP-END                   PIC X(08).
018200     05  WS-SP-END-DAY               PIC X(02).
018300     05  FILLER                      PIC X(02) VALUE SPACES.
018400     05  WS-SP-ELAPSED               PIC X(05).
018500     05  FILLER                      PIC X(04) VALUE SPACES.
018600     05  WS-SP-FLAG                  PIC X(08).
018700     05  FILLER                      PIC X(02) VALUE SPACES.
018800     05  WS-SP-FILE                  PIC X(08).
018810     05  FILLER                      PIC X(02) VALUE SPACES.
019000     05  WS-SP-DIR                   PIC X(01).
019010     05  FILLER                      PIC X(06) VALUE SPACES.
019200     05  WS-SP-COUNT                 PIC ZZZ,ZZZ,ZZ9.
019210     05  FILLER                      PIC X(03) VALUE SPACES.
019400     05  WS-SP-HASH                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019500     05  FILLER                      PIC X(33) VALUE SPACES.
019600 01  WS-ELAPSED-EDIT                 PIC ZZZZ9.
019700 01  WS-STEP-SUMMARY.
019800     05  FILLER PIC X(06) VALUE 'RUNS  '.
019900     05  WS-SS-RUNS                  PIC ZZZ9.
020000     05  FILLER PIC X(16) VALUE '   AVG ELAPSED  '.
020100     05  WS-SS-AVG                   PIC ZZZZ9.
020200     05  FILLER PIC X(20) VALUE ' MIN   MAX ELAPSED  '.
020300     05  WS-SS-MAX                   PIC ZZZZ9.
020400     05  FILLER PIC X(16) VALUE ' MIN   PAST SLA '.
020500     05  WS-SS-BREACHES              PIC ZZZ9.
020600     05  FILLER                      PIC X(56) VALUE SPACES.
020700 01  WS-STREAM-HEADING.
020800     05  FILLER PIC X(48)
020900         VALUE 'WHOLE STREAM - FIRST STEP START TO LAST STEP END'.
021000     05  FILLER                      PIC X(84) VALUE SPACES.
021100 01  WS-STREAM-COLS.
021200     05  FILLER PIC X(10) VALUE 'BUS DATE  '.
021300     05  FILLER PIC X(10) VALUE 'START     '.
021400     05  FILLER PIC X(12) VALUE 'END         '.
021500     05  FILLER PIC X(09) VALUE 'ELAPSED  '.
021600     05  FILLER PIC X(10) VALUE 'SLA       '.
021700     05  FILLER                      PIC X(81) VALUE SPACES.
021800 01  WS-NONE-LINE.
021900     05  FILLER                      PIC X(02) VALUE SPACES.
022000     05  WS-NL-TEXT                  PIC X(60).
022100     05  FILLER                      PIC X(70) VALUE SPACES.
022200 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
022300 01  WS-TOTAL-LINE-1.
022400     05  FILLER PIC X(24) VALUE 'STEPS REPORTED ....... '.
022500     05  WS-TOT-STEPS                PIC ZZZZZZZZ9.
022600     05  FILLER                      PIC X(99) VALUE SPACES.
022700 01  WS-TOTAL-LINE-2.
022800     05  FILLER PIC X(24) VALUE 'STEP RUNS PAST SLA ... '.
022900     05  WS-TOT-STEP-BREACH          PIC ZZZZZZZZ9.
023000     05  FILLER                      PIC X(99) VALUE SPACES.
023100 01  WS-TOTAL-LINE-3.
023200     05  FILLER PIC X(24) VALUE 'STREAM PAST SLA ...... '.
023300     05  WS-TOT-STREAM-BREACH        PIC ZZZZZZZZ9.
023400     05  FILLER                      PIC X(99) VALUE SPACES.
023500 PROCEDURE DIVISION.
023600 0000-MAINLINE.
023700     PERFORM 1000-INITIALIZE
023800         THRU 1000-EXIT.
023900     PERFORM 1500-LOAD-SLA-TABLE
024000         THRU 1500-EXIT.
024100     PERFORM 2000-COUNT-HISTORY-NIGHTS
024200         THRU 2000-EXIT.
024300     PERFORM 3000-LOAD-RECENT-NIGHTS
024400         THRU 3000-EXIT.
024500     PERFORM 4000-PRINT-HEADINGS
024600         THRU 4000-EXIT.
024700     MOVE 1 TO WS-ST-SUB.
024800     PERFORM 5000-PRINT-ONE-STEP
024900         THRU 5000-EXIT
025000         UNTIL WS-ST-SUB > WS-ST-COUNT.
025100     PERFORM 6000-PRINT-STREAM
025200         THRU 6000-EXIT.
025300     PERFORM 8000-TERMINATE
025400         THRU 8000-EXIT.
025500     STOP RUN.
025600*-----------------------------------------------------------------
025700* 1000-INITIALIZE - READ THE NIGHTS CARD.  BLANK OR ZERO KEEPS
025800* THE WEEK; MORE THAN 14 IS CUT TO 14.
025900*-----------------------------------------------------------------
026000 1000-INITIALIZE.
026100     MOVE SPACES TO WS-PARM-CARD.
026200     ACCEPT WS-PARM-CARD FROM SYSIN.
026300     IF WS-PARM-NIGHTS NOT = SPACES
026400         IF WS-PARM-NIGHTS NOT NUMERIC
026500             DISPLAY 'RAHRP255 NIGHTS NOT NUMERIC - RUN STOPPED'
026600             MOVE 16 TO RETURN-CODE
026700             STOP RUN
026800         END-IF
026900         IF WS-PARM-NIGHTS-N > ZERO
027000             MOVE WS-PARM-NIGHTS-N TO WS-WANT-NIGHTS
027100         END-IF
027200     END-IF.
027300     IF WS-WANT-NIGHTS > 14
027400         MOVE 14 TO WS-WANT-NIGHTS
027500     END-IF.
027600     OPEN OUTPUT RARPT.
027700     GO TO 1000-EXIT.
027800 1000-EXIT.
027900     EXIT.
028000*-----------------------------------------------------------------
028100* 1500-LOAD-SLA-TABLE - LOAD THE RASLA CONTROL TABLE.  COMMENT
028200* AND BLANK ROWS ARE PASSED OVER; A ROW THAT DOES NOT EDIT STOPS
028300* THE RUN SO A MISKEYED TIME CANNOT HIDE A BREACH.
028400*-----------------------------------------------------------------
028500 1500-LOAD-SLA-TABLE.
028600     OPEN INPUT RASLA.
028700     PERFORM 7100-READ-NEXT-SLA
028800         THRU 7100-EXIT.
028900     PERFORM 1600-LOAD-ONE-SLA
029000         THRU 1600-EXIT
029100         UNTIL WS-SLA-EOF.
029200     CLOSE RASLA.
029300     GO TO 1500-EXIT.
029400 1500-EXIT.
029500     EXIT.
029600 1600-LOAD-ONE-SLA.
029700     IF RASLA-TYPE-COMMENT OR RASLA-RECORD = SPACES
029800         GO TO 1600-NEXT
029900     END-IF.
030000     IF RASLA-SLA-TIME NOT NUMERIC
030100         OR RASLA-SLA-HH > 23 OR RASLA-SLA-MM > 59
030200             PERFORM 1700-BAD-SLA-ROW
030300                 THRU 1700-EXIT
030400     END-IF.
030500     IF RASLA-TYPE-WINDOW
030600         IF RASLA-OPEN-TIME NOT NUMERIC
030700             OR RASLA-OPEN-HH > 23 OR RASLA-OPEN-MM > 59
030800                 PERFORM 1700-BAD-SLA-ROW
030900                     THRU 1700-EXIT
031000         END-IF
031100         COMPUTE WS-WINDOW-OPEN-TIME = RASLA-OPEN-HH * 10000
031200             + RASLA-OPEN-MM * 100
031300         COMPUTE WS-WINDOW-OPEN-SECS = RASLA-OPEN-HH * 3600
031400             + RASLA-OPEN-MM * 60
031500         COMPUTE WS-STREAM-SLA-TIME = RASLA-SLA-HH * 10000
031600             + RASLA-SLA-MM * 100
031700         SET WS-STREAM-SLA-SET TO TRUE
031800         GO TO 1600-NEXT
031900     END-IF.
032000     IF NOT RASLA-TYPE-STEP OR RASLA-JOB-NAME = SPACES
032100         PERFORM 1700-BAD-SLA-ROW
032200             THRU 1700-EXIT
032300     END-IF.
032400     IF WS-SL-COUNT >= 50
032500         DISPLAY 'RAHRP255 SLA TABLE FULL - RUN STOPPED'
032600         MOVE 16 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900     ADD 1 TO WS-SL-COUNT.
033000     MOVE RASLA-JOB-NAME TO SL-JOB-NAME (WS-SL-COUNT).
033100     COMPUTE SL-SLA-TIME (WS-SL-COUNT) = RASLA-SLA-HH * 10000
033200         + RASLA-SLA-MM * 100.
033300 1600-NEXT.
033400     PERFORM 7100-READ-NEXT-SLA
033500         THRU 7100-EXIT.
033600     GO TO 1600-EXIT.
033700 1600-EXIT.
033800     EXIT.
033900 1700-BAD-SLA-ROW.
034000     DISPLAY 'RAHRP255 RASLA ROW INVALID - RUN STOPPED'.
034100     DISPLAY 'RAHRP255 ROW = ' RASLA-RECORD.
034200     MOVE 16 TO RETURN-CODE.
034300     STOP RUN.
034400 1700-EXIT.
034500     EXIT.
034600*-----------------------------------------------------------------
034700* 2000-COUNT-HISTORY-NIGHTS - COUNT THE NIGHTS ON THE HISTORY (A
034800* NEW DATE STARTS A NEW NIGHT) SO THE LOAD CAN PASS OVER ALL BUT
034900* THE MOST RECENT ONES.
035000*-----------------------------------------------------------------
035100 2000-COUNT-HISTORY-NIGHTS.
035200     OPEN INPUT RARUNH.
035300     MOVE ZERO TO WS-PREV-DATE.
035400     PERFORM 7000-READ-NEXT-HISTORY
035500         THRU 7000-EXIT.
035600     PERFORM 2100-COUNT-ONE-HISTORY
035700         THRU 2100-EXIT
035800         UNTIL WS-HIST-EOF.
035900     CLOSE RARUNH.
036000     IF WS-HIST-NIGHTS = ZERO
036100         DISPLAY 'RAHRP255 RARUNH EMPTY - RUN STOPPED'
036200         MOVE 16 TO RETURN-CODE
036300         STOP RUN
036400     END-IF.
036500     IF WS-HIST-NIGHTS > WS-WANT-NIGHTS
036600         COMPUTE WS-SKIP-NIGHTS = WS-HIST-NIGHTS - WS-WANT-NIGHTS
036700     END-IF.
036800     GO TO 2000-EXIT.
036900 2000-EXIT.
037000     EXIT.
037100 2100-COUNT-ONE-HISTORY.
037200     IF RARUN-RUN-DATE NOT = WS-PREV-DATE
037300         ADD 1 TO WS-HIST-NIGHTS
037400         MOVE RARUN-RUN-DATE TO WS-PREV-DATE
037500     END-IF.
037600     PERFORM 7000-READ-NEXT-HISTORY
037700         THRU 7000-EXIT.
037800     GO TO 2100-EXIT.
037900 2100-EXIT.
038000     EXIT.
038100*-----------------------------------------------------------------
038200* 3000-LOAD-RECENT-NIGHTS - HOLD THE STEP RECORDS OF THE NIGHTS
038300* TO BE REPORTED, NOTING EACH NIGHT'S FIRST START AND LAST END
038400* AND EACH STEP IN THE ORDER IT FIRST RAN.
038500*-----------------------------------------------------------------
038600 3000-LOAD-RECENT-NIGHTS.
038700     OPEN INPUT RARUNH.
038800     MOVE 'N' TO WS-HIST-EOF-SW.
038900     MOVE ZERO TO WS-PREV-DATE.
039000     PERFORM 7000-READ-NEXT-HISTORY
039100         THRU 7000-EXIT.
039200     PERFORM 3100-LOAD-ONE-HISTORY
039300         THRU 3100-EXIT
039400         UNTIL WS-HIST-EOF.
039500     CLOSE RARUNH.
039600     GO TO 3000-EXIT.
039700 3000-EXIT.
039800     EXIT.
039900 3100-LOAD-ONE-HISTORY.
040000     IF RARUN-RUN-DATE NOT = WS-PREV-DATE
040100         ADD 1 TO WS-NIGHT-NBR
040200         MOVE RARUN-RUN-DATE TO WS-PREV-DATE
040300     END-IF.
040400     IF WS-NIGHT-NBR NOT > WS-SKIP-NIGHTS
040500         GO TO 3100-NEXT
040600     END-IF.
040700     IF WS-HT-COUNT >= 700
040800         DISPLAY 'RAHRP255 HISTORY TABLE FULL - REPORT FEWER '
040900             'NIGHTS - RUN STOPPED'
041000         MOVE 16 TO RETURN-CODE
041100         STOP RUN
041200     END-IF.
041300     ADD 1 TO WS-HT-COUNT.
041400     MOVE RARUN-RUN-DATE TO HT-DATE (WS-HT-COUNT).
041500     MOVE RARUN-JOB-NAME TO HT-JOB-NAME (WS-HT-COUNT).
041600     MOVE RARUN-FILE-ID TO HT-FILE-ID (WS-HT-COUNT).
041700     MOVE RARUN-DIRECTION TO HT-DIRECTION (WS-HT-COUNT).
041800     MOVE RARUN-REC-COUNT TO HT-REC-COUNT (WS-HT-COUNT).
041900     MOVE RARUN-HASH-TOTAL TO HT-HASH-TOTAL (WS-HT-COUNT).
042000     MOVE RARUN-START-TIME TO HT-START-TIME (WS-HT-COUNT).
042100     MOVE RARUN-RUN-TIME TO HT-END-TIME (WS-HT-COUNT).
042200     PERFORM 3200-POST-NIGHT
042300         THRU 3200-EXIT.
042400     PERFORM 3300-POST-STEP
042500         THRU 3300-EXIT.
042600 3100-NEXT.
042700     PERFORM 7000-READ-NEXT-HISTORY
042800         THRU 7000-EXIT.
042900     GO TO 3100-EXIT.
043000 3100-EXIT.
043100     EXIT.
043200 3200-POST-NIGHT.
043300     MOVE 'N' TO WS-FOUND-SW.
043400     MOVE 1 TO WS-NG-SUB.
043500     PERFORM 3210-TEST-ONE-NIGHT
043600         THRU 3210-EXIT
043700         UNTIL WS-FOUND OR WS-NG-SUB > WS-NG-COUNT.
043800     MOVE RARUN-START-TIME TO WS-CV-TIME.
043900     PERFORM 6800-TIME-TO-SECONDS
044000         THRU 6800-EXIT.
044100     MOVE WS-CV-SECS TO WS-START-SECS.
044200     MOVE RARUN-RUN-TIME TO WS-CV-TIME.
044300     PERFORM 6800-TIME-TO-SECONDS
044400         THRU 6800-EXIT.
044500     MOVE WS-CV-SECS TO WS-END-SECS.
044600     IF NOT WS-FOUND
044700         IF WS-NG-COUNT >= 14
044800             DISPLAY 'RAHRP255 NIGHT TABLE FULL - RUN STOPPED'
044900             MOVE 16 TO RETURN-CODE
045000             STOP RUN
045100         END-IF
045200         ADD 1 TO WS-NG-COUNT
045300         MOVE WS-NG-COUNT TO WS-NG-SUB
045400         MOVE RARUN-RUN-DATE TO NG-DATE (WS-NG-SUB)
045500         MOVE RARUN-START-TIME TO NG-START-TIME (WS-NG-SUB)
045600         MOVE WS-START-SECS TO NG-START-SECS (WS-NG-SUB)
045700         MOVE RARUN-RUN-TIME TO NG-END-TIME (WS-NG-SUB)
045800         MOVE WS-END-SECS TO NG-END-SECS (WS-NG-SUB)
045900         GO TO 3200-EXIT
046000     END-IF.
046100     IF WS-START-SECS < NG-START-SECS (WS-NG-SUB)
046200         MOVE RARUN-START-TIME TO NG-START-TIME (WS-NG-SUB)
046300         MOVE WS-START-SECS TO NG-START-SECS (WS-NG-SUB)
046400     END-IF.
046500     IF WS-END-SECS > NG-END-SECS (WS-NG-SUB)
046600         MOVE RARUN-RUN-TIME TO NG-END-TIME (WS-NG-SUB)
046700         MOVE WS-END-SECS TO NG-END-SECS (WS-NG-SUB)
046800     END-IF.
046900     GO TO 3200-EXIT.
047000 3200-EXIT.
047100     EXIT.
047200 3210-TEST-ONE-NIGHT.
047300     IF NG-DATE (WS-NG-SUB) = RARUN-RUN-DATE
047400         SET WS-FOUND TO TRUE
047500     ELSE
047600         ADD 1 TO WS-NG-SUB
047700     END-IF.
047800     GO TO 3210-EXIT.
047900 3210-EXIT.
048000     EXIT.
048100 3300-POST-STEP.
048200     MOVE 'N' TO WS-FOUND-SW.
048300     MOVE 1 TO WS-ST-SUB.
048400     PERFORM 3310-TEST-ONE-STEP
048500         THRU 3310-EXIT
048600         UNTIL WS-FOUND OR WS-ST-SUB > WS-ST-COUNT.
048700     IF WS-FOUND
048800         GO TO 3300-EXIT
048900     END-IF.
049000     IF WS-ST-COUNT >= 30
049100         DISPLAY 'RAHRP255 STEP TABLE FULL - RUN STOPPED'
049200         MOVE 16 TO RETURN-CODE
049300         STOP RUN
049400     END-IF.
049500     ADD 1 TO WS-ST-COUNT.
049600     MOVE RARUN-JOB-NAME TO ST-JOB-NAME (WS-ST-COUNT).
049700     MOVE ZERO TO ST-RUNS (WS-ST-COUNT).
049800     MOVE ZERO TO ST-TOTAL-MIN (WS-ST-COUNT).
049900     MOVE ZERO TO ST-MAX-MIN (WS-ST-COUNT).
050000     MOVE ZERO TO ST-BREACHES (WS-ST-COUNT).
050100     GO TO 3300-EXIT.
050200 3300-EXIT.
050300     EXIT.
050400 3310-TEST-ONE-STEP.
050500     IF ST-JOB-NAME (WS-ST-SUB) = RARUN-JOB-NAME
050600         SET WS-FOUND TO TRUE
050700     ELSE
050800         ADD 1 TO WS-ST-SUB
050900     END-IF.
051000     GO TO 3310-EXIT.
051100 3310-EXIT.
051200     EXIT.
051300*-----------------------------------------------------------------
051400* 4000-PRINT-HEADINGS - PRINT THE REPORT HEADINGS.
051500*-----------------------------------------------------------------
051600 4000-PRINT-HEADINGS.
051700     WRITE RARPT-LINE FROM WS-HEADING-1.
051800     MOVE WS-NG-COUNT TO WS-H2-NIGHTS.
051900     MOVE NG-DATE (1) TO WS-H2-FROM.
052000     MOVE NG-DATE (WS-NG-COUNT) TO WS-H2-THRU.
052100     WRITE RARPT-LINE FROM WS-HEADING-2.
052200     MOVE WS-WINDOW-OPEN-TIME TO WS-CV-TIME.
052300     PERFORM 6900-EDIT-TIME
052400         THRU 6900-EXIT.
052500     MOVE WS-TIME-EDIT TO WS-H3-OPEN.
052600     IF WS-STREAM-SLA-SET
052700         MOVE WS-STREAM-SLA-TIME TO WS-CV-TIME
052800         PERFORM 6900-EDIT-TIME
052900             THRU 6900-EXIT
053000         MOVE WS-TIME-EDIT TO WS-H3-SLA
053100     ELSE
053200         MOVE 'NOT SET' TO WS-H3-SLA
053300     END-IF.
053400     WRITE RARPT-LINE FROM WS-HEADING-3.
053500     GO TO 4000-EXIT.
053600 4000-EXIT.
053700     EXIT.
053800*-----------------------------------------------------------------
053900* 5000-PRINT-ONE-STEP - ONE SECTION PER STEP: EVERY RUN OF IT IN
054000* THE NIGHTS REPORTED, ONE LINE PER FILE, WITH THE TIMES AND THE
054100* SLA TEST ON THE FIRST LINE OF EACH RUN, THEN A SUMMARY.
054200*-----------------------------------------------------------------
054300 5000-PRINT-ONE-STEP.
054400     MOVE 'N' TO WS-STEP-SLA-SW.
054500     MOVE 1 TO WS-SL-SUB.
054600     PERFORM 5050-FIND-STEP-SLA
054700         THRU 5050-EXIT
054800         UNTIL WS-STEP-SLA-SET OR WS-SL-SUB > WS-SL-COUNT.
054900     WRITE RARPT-LINE FROM WS-BLANK-LINE.
055000     MOVE ST-JOB-NAME (WS-ST-SUB) TO WS-SH-JOB.
055100     IF WS-STEP-SLA-SET
055200         MOVE SL-SLA-TIME (WS-SL-SUB) TO WS-CV-TIME
055300         PERFORM 6900-EDIT-TIME
055400             THRU 6900-EXIT
055500         MOVE WS-TIME-EDIT TO WS-SH-SLA
055600         PERFORM 6800-TIME-TO-SECONDS
055700             THRU 6800-EXIT
055800         MOVE WS-CV-SECS TO WS-SLA-SECS
055900     ELSE
056000         MOVE 'NOT SET' TO WS-SH-SLA
056100     END-IF.
056200     WRITE RARPT-LINE FROM WS-STEP-HEADING.
056300     WRITE RARPT-LINE FROM WS-STEP-COLS.
056400     MOVE ZERO TO WS-LR-DATE.
056500     MOVE ZERO TO WS-LR-START.
056600     MOVE 1 TO WS-HT-SUB.
056700     PERFORM 5100-PRINT-ONE-FILE
056800         THRU 5100-EXIT
056900         UNTIL WS-HT-SUB > WS-HT-COUNT.
057000     MOVE ST-RUNS (WS-ST-SUB) TO WS-SS-RUNS.
057100     MOVE ZERO TO WS-AVG-MIN.
057200     IF ST-RUNS (WS-ST-SUB) > ZERO
057300         COMPUTE WS-AVG-MIN ROUNDED = ST-TOTAL-MIN (WS-ST-SUB)
057400             / ST-RUNS (WS-ST-SUB)
057500     END-IF.
057600     MOVE WS-AVG-MIN TO WS-SS-AVG.
057700     MOVE ST-MAX-MIN (WS-ST-SUB) TO WS-SS-MAX.
057800     MOVE ST-BREACHES (WS-ST-SUB) TO WS-SS-BREACHES.
057900     WRITE RARPT-LINE FROM WS-STEP-SUMMARY.
058000     ADD 1 TO WS-ST-SUB.
058100     GO TO 5000-EXIT.
058200 5000-EXIT.
058300     EXIT.
058400 5050-FIND-STEP-SLA.
058500     IF SL-JOB-NAME (WS-SL-SUB) = ST-JOB-NAME (WS-ST-SUB)
058600         SET WS-STEP-SLA-SET TO TRUE
058700     ELSE
058800         ADD 1 TO WS-SL-SUB
058900     END-IF.
059000     GO TO 5050-EXIT.
059100 5050-EXIT.
059200     EXIT.
059300 5100-PRINT-ONE-FILE.
059400     IF HT-JOB-NAME (WS-HT-SUB) NOT = ST-JOB-NAME (WS-ST-SUB)
059500         GO TO 5100-NEXT
059600     END-IF.
059700     MOVE SPACES TO WS-SP-DATE.
059800     MOVE SPACES TO WS-SP-START.
059900     MOVE SPACES TO WS-SP-END.
060000     MOVE SPACES TO WS-SP-END-DAY.
060100     MOVE SPACES TO WS-SP-ELAPSED.
060200     MOVE SPACES TO WS-SP-FLAG.
060300     IF HT-DATE (WS-HT-SUB) NOT = WS-LR-DATE
060400         OR HT-START-TIME (WS-HT-SUB) NOT = WS-LR-START
060500             PERFORM 5200-START-STEP-RUN
060600                 THRU 5200-EXIT
060700     END-IF.
060800     MOVE HT-FILE-ID (WS-HT-SUB) TO WS-SP-FILE.
060900     MOVE HT-DIRECTION (WS-HT-SUB) TO WS-SP-DIR.
061000     MOVE HT-REC-COUNT (WS-HT-SUB) TO WS-SP-COUNT.
061100     MOVE HT-HASH-TOTAL (WS-HT-SUB) TO WS-SP-HASH.
061200     WRITE RARPT-LINE FROM WS-STEP-LINE.
061300 5100-NEXT.
061400     ADD 1 TO WS-HT-SUB.
061500     GO TO 5100-EXIT.
061600 5100-EXIT.
061700     EXIT.
061800*-----------------------------------------------------------------
061900* 5200-START-STEP-RUN - FIRST FILE OF A RUN OF THE STEP: SHOW
062000* ITS TIMES, ELAPSED MINUTES AND SLA TEST AND ROLL THEM INTO
062100* THE STEP SUMMARY.
062200*-----------------------------------------------------------------
062300 5200-START-STEP-RUN.
062400     MOVE HT-DATE (WS-HT-SUB) TO WS-LR-DATE.
062500     MOVE HT-START-TIME (WS-HT-SUB) TO WS-LR-START.
062600     MOVE HT-DATE (WS-HT-SUB) TO WS-SP-DATE.
062700     MOVE HT-START-TIME (WS-HT-SUB) TO WS-CV-TIME.
062800     PERFORM 6900-EDIT-TIME
062900         THRU 6900-EXIT.
063000     MOVE WS-TIME-EDIT TO WS-SP-START.
063100     PERFORM 6800-TIME-TO-SECONDS
063200         THRU 6800-EXIT.
063300     MOVE WS-CV-SECS TO WS-START-SECS.
063400     MOVE HT-END-TIME (WS-HT-SUB) TO WS-CV-TIME.
063500     PERFORM 6900-EDIT-TIME
063600         THRU 6900-EXIT.
063700     MOVE WS-TIME-EDIT TO WS-SP-END.
063800     PERFORM 6800-TIME-TO-SECONDS
063900         THRU 6800-EXIT.
064000     MOVE WS-CV-SECS TO WS-END-SECS.
064100     IF WS-END-SECS >= 86400
064200         MOVE '+1' TO WS-SP-END-DAY
064300     END-IF.
064400     PERFORM 6700-ELAPSED-MINUTES
064500         THRU 6700-EXIT.
064600     MOVE WS-ELAPSED-MIN TO WS-ELAPSED-EDIT.
064700     MOVE WS-ELAPSED-EDIT TO WS-SP-ELAPSED.
064800     ADD 1 TO ST-RUNS (WS-ST-SUB).
064900     ADD WS-ELAPSED-MIN TO ST-TOTAL-MIN (WS-ST-SUB).
065000     IF WS-ELAPSED-MIN > ST-MAX-MIN (WS-ST-SUB)
065100         MOVE WS-ELAPSED-MIN TO ST-MAX-MIN (WS-ST-SUB)
065200     END-IF.
065300     IF NOT WS-STEP-SLA-SET
065400         GO TO 5200-EXIT
065500     END-IF.
065600     IF WS-END-SECS > WS-SLA-SECS
065700         MOVE 'PAST SLA' TO WS-SP-FLAG
065800         ADD 1 TO ST-BREACHES (WS-ST-SUB)
065900         ADD 1 TO WS-STEP-BREACHES
066000     ELSE
066100         MOVE 'OK' TO WS-SP-FLAG
066200     END-IF.
066300     GO TO 5200-EXIT.
066400 5200-EXIT.
066500     EXIT.
066600*-----------------------------------------------------------------
066700* 6000-PRINT-STREAM - ONE LINE PER NIGHT FOR THE WHOLE STREAM,
066800* FIRST STEP START TO LAST STEP END, TESTED AGAINST THE STREAM
066900* SLA ON THE RASLA WINDOW ROW.
067000*-----------------------------------------------------------------
067100 6000-PRINT-STREAM.
067200     WRITE RARPT-LINE FROM WS-BLANK-LINE.
067300     WRITE RARPT-LINE FROM WS-STREAM-HEADING.
067400     WRITE RARPT-LINE FROM WS-STREAM-COLS.
067500     IF WS-STREAM-SLA-SET
067600         MOVE WS-STREAM-SLA-TIME TO WS-CV-TIME
067700         PERFORM 6800-TIME-TO-SECONDS
067800             THRU 6800-EXIT
067900         MOVE WS-CV-SECS TO WS-SLA-SECS
068000     END-IF.
068100     MOVE 1 TO WS-NG-SUB.
068200     PERFORM 6100-PRINT-ONE-NIGHT
068300         THRU 6100-EXIT
068400         UNTIL WS-NG-SUB > WS-NG-COUNT.
068500     IF NOT WS-STREAM-SLA-SET
068600         MOVE 'NO WINDOW ROW ON RASLA - STREAM NOT TESTED'
068700             TO WS-NL-TEXT
068800         WRITE RARPT-LINE FROM WS-NONE-LINE
068900     END-IF.
069000     GO TO 6000-EXIT.
069100 6000-EXIT.
069200     EXIT.
069300 6100-PRINT-ONE-NIGHT.
069400     MOVE SPACES TO WS-STEP-LINE.
069500     MOVE NG-DATE (WS-NG-SUB) TO WS-SP-DATE.
069600     MOVE NG-START-TIME (WS-NG-SUB) TO WS-CV-TIME.
069700     PERFORM 6900-EDIT-TIME
069800         THRU 6900-EXIT.
069900     MOVE WS-TIME-EDIT TO WS-SP-START.
070000     MOVE NG-END-TIME (WS-NG-SUB) TO WS-CV-TIME.
070100     PERFORM 6900-EDIT-TIME
070200         THRU 6900-EXIT.
070300     MOVE WS-TIME-EDIT TO WS-SP-END.
070400     IF NG-END-SECS (WS-NG-SUB) >= 86400
070500         MOVE '+1' TO WS-SP-END-DAY
070600     END-IF.
070700     MOVE NG-START-SECS (WS-NG-SUB) TO WS-START-SECS.
070800     MOVE NG-END-SECS (WS-NG-SUB) TO WS-END-SECS.
070900     PERFORM 6700-ELAPSED-MINUTES
071000         THRU 6700-EXIT.
071100     MOVE WS-ELAPSED-MIN TO WS-ELAPSED-EDIT.
071200     MOVE WS-ELAPSED-EDIT TO WS-SP-ELAPSED.
071300     IF WS-STREAM-SLA-SET
071400         IF WS-END-SECS > WS-SLA-SECS
071500             MOVE 'PAST SLA' TO WS-SP-FLAG
071600             ADD 1 TO WS-STREAM-BREACHES
071700         ELSE
071800             MOVE 'OK' TO WS-SP-FLAG
071900         END-IF
072000     END-IF.
072100     WRITE RARPT-LINE FROM WS-STEP-LINE.
072200     ADD 1 TO WS-NG-SUB.
072300     GO TO 6100-EXIT.
072400 6100-EXIT.
072500     EXIT.
072600*-----------------------------------------------------------------
072700* 6700-ELAPSED-MINUTES - WHOLE MINUTES FROM WS-START-SECS TO
072800* WS-END-SECS.  A STEP THAT STARTED JUST BEFORE THE WINDOW OPENED
072900* AND ENDED AFTER IT WOULD COME OUT NEGATIVE; TAKE A DAY OFF ITS
073000* START INSTEAD.
073100*-----------------------------------------------------------------
073200 6700-ELAPSED-MINUTES.
073300     IF WS-END-SECS < WS-START-SECS
073400         SUBTRACT 86400 FROM WS-START-SECS
073500     END-IF.
073600     COMPUTE WS-ELAPSED-MIN = (WS-END-SECS - WS-START-SECS) / 60.
073700     GO TO 6700-EXIT.
073800 6700-EXIT.
073900     EXIT.
074000*-----------------------------------------------------------------
074100* 6800-TIME-TO-SECONDS - WS-CV-TIME (HHMMSS) TO SECONDS FROM THE
074200* START OF THE BUSINESS DAY IN WS-CV-SECS.
074300*-----------------------------------------------------------------
074400 6800-TIME-TO-SECONDS.
074500     COMPUTE WS-CV-SECS = WS-CV-HH * 3600 + WS-CV-MM * 60
074600         + WS-CV-SS.
074700     IF WS-CV-SECS < WS-WINDOW-OPEN-SECS
074800         ADD 86400 TO WS-CV-SECS
074900     END-IF.
075000     GO TO 6800-EXIT.
075100 6800-EXIT.
075200     EXIT.
075300*-----------------------------------------------------------------
075400* 6900-EDIT-TIME - WS-CV-TIME (HHMMSS) TO HH:MM:SS.
075500*-----------------------------------------------------------------
075600 6900-EDIT-TIME.
075700     MOVE WS-CV-HH TO WS-TE-HH.
075800     MOVE WS-CV-MM TO WS-TE-MM.
075900     MOVE WS-CV-SS TO WS-TE-SS.
076000     GO TO 6900-EXIT.
076100 6900-EXIT.
076200     EXIT.
076300*-----------------------------------------------------------------
076400* 7000-READ-NEXT-HISTORY - READ THE NEXT RUN-HISTORY RECORD.
076500*-----------------------------------------------------------------
076600 7000-READ-NEXT-HISTORY.
076700     READ RARUNH INTO RARUN-RECORD
076800         AT END
076900             SET WS-HIST-EOF TO TRUE
077000             GO TO 7000-EXIT
077100     END-READ.
077200     ADD 1 TO WS-HIST-COUNT.
077300     GO TO 7000-EXIT.
077400 7000-EXIT.
077500     EXIT.
077600*-----------------------------------------------------------------
077700* 7100-READ-NEXT-SLA - READ THE NEXT RASLA CONTROL ROW.
077800*-----------------------------------------------------------------
077900 7100-READ-NEXT-SLA.
078000     READ RASLA INTO RASLA-RECORD
078100         AT END
078200             SET WS-SLA-EOF TO TRUE
078300     END-READ.
078400     GO TO 7100-EXIT.
078500 7100-EXIT.
078600     EXIT.
078700*-----------------------------------------------------------------
078800* 8000-TERMINATE - PRINT THE TOTALS, DISPLAY THEM FOR THE LOG
078900* AND CLOSE THE REPORT.
079000*-----------------------------------------------------------------
079100 8000-TERMINATE.
079200     WRITE RARPT-LINE FROM WS-BLANK-LINE.
079300     MOVE WS-ST-COUNT TO WS-TOT-STEPS.
079400     WRITE RARPT-LINE FROM WS-TOTAL-LINE-1.
079500     MOVE WS-STEP-BREACHES TO WS-TOT-STEP-BREACH.
079600     WRITE RARPT-LINE FROM WS-TOTAL-LINE-2.
079700     MOVE WS-STREAM-BREACHES TO WS-TOT-STREAM-BREACH.
079800     WRITE RARPT-LINE FROM WS-TOTAL-LINE-3.
079900     DISPLAY 'RAHRP255 NIGHTS REPORTED    = ' WS-NG-COUNT.
080000     DISPLAY 'RAHRP255 STEP RUNS PAST SLA = ' WS-STEP-BREACHES.
080100     DISPLAY 'RAHRP255 STREAM PAST SLA    = ' WS-STREAM-BREACHES.
080200     CLOSE RARPT.
080300     GO TO 8000-EXIT.
080400 8000-EXIT.
080500     EXIT.
