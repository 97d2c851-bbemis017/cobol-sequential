000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RAHST250.
000300 AUTHOR. B. BEMIS.
000400 INSTALLATION. DATA SERVICES - BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.
000800     FILES THE NIGHT'S RUN-CONTROL STEP RECORDS (RARUN,
000900     RARUNREC.CPY) ON THE PERSISTENT RUN-HISTORY FILE BEFORE
001000     THE SCHEDULER STARTS RARUN FRESH FOR THE NEXT NIGHT.  RUN
001100     IT RIGHT AFTER RABAL160.  THE HISTORY IS A GENERATION
001200     GROUP OF RARUNREC IMAGES IN RUN ORDER: THE CURRENT
001300     GENERATION (RARUNHI) IS COPIED TO A NEW ONE (RARUNHO) AND
001400     THE NIGHT IS APPENDED.  A BUSINESS DATE ALREADY ON THE
001500     HISTORY (A RERUN OF THE STREAM OR OF THIS STEP) IS
001600     REPLACED, NOT DOUBLED, AND THE OLDEST NIGHTS BEYOND THE
001700     RETENTION (SYSIN COLS 1-3, NIGHTS, DEFAULT 400) ARE
001800     DROPPED.  AN EMPTY RARUN MEANS THE STREAM DID NOT RUN AND
001900     STOPS THE STEP.  THE WEEKLY REPORT IS RAHRP255.
002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*   2026-10-15  BB  ORIGINAL VERSION.
002300*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RARUN ASSIGN TO "RARUN"
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT RARUNHI ASSIGN TO "RARUNHI"
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT RARUNHO ASSIGN TO "RARUNHO"
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT RARPT ASSIGN TO "RARPT"
003700         ORGANIZATION IS SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RARUN
004100     RECORDING MODE IS F.
004200 01  RARUN-IN-RECORD.
004300     05  FILLER                      PIC X(59).
004400 FD  RARUNHI
004500     RECORDING MODE IS F.
004600 01  RARUNHI-RECORD.
004700     05  FILLER                      PIC X(59).
004800 FD  RARUNHO
004900     RECORDING MODE IS F.
005000 01  RARUNHO-RECORD.
005100     05  FILLER                      PIC X(59).
005200 FD  RARPT
005300     RECORDING MODE IS F.
005400 01  RARPT-LINE                      PIC X(132).
005500 WORKING-STORAGE SECTION.
005600 COPY "RARUNREC.CPY".
005700 01  WS-SWITCHES.
005800     05  WS-RUN-EOF-SW               PIC X(01) VALUE 'N'.
005900         88  WS-RUN-EOF              VALUE 'Y'.
006000     05  WS-HIST-EOF-SW              PIC X(01) VALUE 'N'.
006100         88  WS-HIST-EOF             VALUE 'Y'.
006200     05  WS-NTFND-SW                 PIC X(01) VALUE 'N'.
006300         88  WS-NT-FOUND             VALUE 'Y'.
006400 01  WS-COUNTERS.
006500     05  WS-RUN-COUNT                PIC 9(09) COMP VALUE ZERO.
006600     05  WS-HIST-COUNT               PIC 9(09) COMP VALUE ZERO.
006700     05  WS-KEPT-COUNT               PIC 9(09) COMP VALUE ZERO.
006800     05  WS-REPLACED-COUNT           PIC 9(09) COMP VALUE ZERO.
006900     05  WS-PURGED-COUNT             PIC 9(09) COMP VALUE ZERO.
007000     05  WS-HIST-NIGHTS              PIC 9(09) COMP VALUE ZERO.
007100     05  WS-NIGHT-NBR                PIC 9(09) COMP VALUE ZERO.
007200     05  WS-DROP-NIGHTS              PIC 9(09) COMP VALUE ZERO.
007300     05  WS-KEPT-NIGHTS              PIC 9(09) COMP VALUE ZERO.
007400 01  WS-PARM-CARD.
007500     05  WS-PARM-RETAIN              PIC X(03).
007600     05  WS-PARM-RETAIN-N REDEFINES WS-PARM-RETAIN
007700                                     PIC 9(03).
007800     05  FILLER                      PIC X(77).
007900 01  WS-RETAIN-NIGHTS                PIC 9(09) COMP VALUE 400.
008000 01  WS-PREV-DATE                    PIC 9(08) VALUE ZERO.
008100 01  WS-OLDEST-DATE                  PIC 9(08) VALUE ZERO.
008200 01  WS-NEWEST-DATE                  PIC 9(08) VALUE ZERO.
008300*-----------------------------------------------------------------
008400* BUSINESS DATES ON TONIGHT'S RARUN - NORMALLY ONE.  THESE NIGHTS
008500* ARE REPLACED ON THE HISTORY IF THEY ARE ALREADY THERE.
008600*-----------------------------------------------------------------
008700 01  WS-NIGHT-TABLE.
008800     05  WS-NT-COUNT                 PIC 9(04) COMP VALUE ZERO.
008900     05  WS-NT-DATE                  PIC 9(08)
009000                                     OCCURS 10 TIMES.
009100 01  WS-NT-SUB                       PIC 9(04) COMP VALUE ZERO.
009200 01  WS-SEEK-DATE                    PIC 9(08).
009300 01  WS-HEADING-1.
009400     05  FILLER PIC X(44)
009500         VALUE 'RAHST250 RUN HISTORY FILING                 '.
009600     05  FILLER                      PIC X(88) VALUE SPACES.
009700 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
009800 01  WS-TOTAL-LINE-1.
009900     05  FILLER PIC X(24) VALUE 'STEP RECORDS FILED ... '.
010000     05  WS-TOT-RUN                  PIC ZZZZZZZZ9.
010100     05  FILLER                      PIC X(99) VALUE SPACES.
010200 01  WS-TOTAL-LINE-2.
010300     05  FILLER PIC X(24) VALUE 'HISTORY RECORDS READ . '.
010400     05  WS-TOT-HIST                 PIC ZZZZZZZZ9.
010500     05  FILLER                      PIC X(99) VALUE SPACES.
010600 01  WS-TOTAL-LINE-3.
010700     05  FILLER PIC X(24) VALUE 'HISTORY RECORDS KEPT . '.
010800     05  WS-TOT-KEPT                 PIC ZZZZZZZZ9.
010900     05  FILLER                      PIC X(99) VALUE SPACES.
011000 01  WS-TOTAL-LINE-4.
011100     05  FILLER PIC X(24) VALUE 'REPLACED (RERUN) ..... '.
011200     05  WS-TOT-REPLACED             PIC ZZZZZZZZ9.
011300     05  FILLER                      PIC X(99) VALUE SPACES.
011400 01  WS-TOTAL-LINE-5.
011500     05  FILLER PIC X(24) VALUE 'PAST RETENTION ....... '.
011600     05  WS-TOT-PURGED               PIC ZZZZZZZZ9.
011700     05  FILLER                      PIC X(99) VALUE SPACES.
011800 01  WS-TOTAL-LINE-6.
011900     05  FILLER PIC X(24) VALUE 'NIGHTS ON HISTORY .... '.
012000     05  WS-TOT-NIGHTS               PIC ZZZZZZZZ9.
012100     05  FILLER                      PIC X(04) VALUE SPACES.
012200     05  FILLER PIC X(06) VALUE 'FROM  '.
012300     05  WS-TOT-OLDEST               PIC 9(08).
012400     05  FILLER PIC X(06) VALUE ' THRU '.
012500     05  WS-TOT-NEWEST               PIC 9(08).
012600     05  FILLER                      PIC X(73) VALUE SPACES.
012700 PROCEDURE DIVISION.
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE
013000         THRU 1000-EXIT.
013100     PERFORM 2000-SCAN-TONIGHT
013200         THRU 2000-EXIT.
013300     PERFORM 3000-COUNT-HISTORY-NIGHTS
013400         THRU 3000-EXIT.
013500     PERFORM 4000-COPY-HISTORY
013600         THRU 4000-EXIT.
013700     PERFORM 5000-APPEND-TONIGHT
013800         THRU 5000-EXIT.
013900     PERFORM 8000-TERMINATE
014000         THRU 8000-EXIT.
014100     STOP RUN.
014200*-----------------------------------------------------------------
014300* 1000-INITIALIZE - READ THE RETENTION CARD.  BLANK OR ZERO
014400* KEEPS THE DEFAULT.
014500*-----------------------------------------------------------------
014600 1000-INITIALIZE.
014700     MOVE SPACES TO WS-PARM-CARD.
014800     ACCEPT WS-PARM-CARD FROM SYSIN.
014900     IF WS-PARM-RETAIN NOT = SPACES
015000         IF WS-PARM-RETAIN NOT NUMERIC
015100             DISPLAY 'RAHST250 RETENTION NOT NUMERIC - '
015200                 'RUN STOPPED'
015300             MOVE 16 TO RETURN-CODE
015400             STOP RUN
015500         END-IF
015600         IF WS-PARM-RETAIN-N > ZERO
015700             MOVE WS-PARM-RETAIN-N TO WS-RETAIN-NIGHTS
015800         END-IF
015900     END-IF.
016000     OPEN OUTPUT RARPT.
016100     WRITE RARPT-LINE FROM WS-HEADING-1.
016200     GO TO 1000-EXIT.
016300 1000-EXIT.
016400     EXIT.
016500*-----------------------------------------------------------------
016600* 2000-SCAN-TONIGHT - NOTE THE BUSINESS DATES ON RARUN AND PROVE
016700* EVERY RECORD IS IN THE CURRENT LAYOUT BEFORE ANY OF IT IS
016800* FILED.
016900*-----------------------------------------------------------------
017000 2000-SCAN-TONIGHT.
017100     OPEN INPUT RARUN.
017200     PERFORM 7000-READ-NEXT-RUN
017300         THRU 7000-EXIT.
017400     PERFORM 2100-SCAN-ONE-RUN
017500         THRU 2100-EXIT
017600         UNTIL WS-RUN-EOF.
017700     CLOSE RARUN.
017800     IF WS-RUN-COUNT = ZERO
017900         DISPLAY 'RAHST250 RARUN EMPTY - NOTHING TO FILE - '
018000             'RUN STOPPED'
018100         MOVE 16 TO RETURN-CODE
018200         STOP RUN
018300     END-IF.
018400     GO TO 2000-EXIT.
018500 2000-EXIT.
018600     EXIT.
018700 2100-SCAN-ONE-RUN.
018800     ADD 1 TO WS-RUN-COUNT.
018900     IF RARUN-RUN-DATE NOT NUMERIC
019000         OR RARUN-RUN-TIME NOT NUMERIC
019100         OR RARUN-START-TIME NOT NUMERIC
019200             DISPLAY 'RAHST250 RARUN RECORD ' WS-RUN-COUNT
019300                 ' NOT IN THE CURRENT LAYOUT - RUN STOPPED'
019400             MOVE 16 TO RETURN-CODE
019500             STOP RUN
019600     END-IF.
019700     MOVE RARUN-RUN-DATE TO WS-SEEK-DATE.
019800     PERFORM 6000-FIND-TONIGHT-DATE
019900         THRU 6000-EXIT.
020000     IF NOT WS-NT-FOUND
020100         IF WS-NT-COUNT >= 10
020200             DISPLAY 'RAHST250 TOO MANY DATES ON RARUN - '
020300                 'RUN STOPPED'
020400             MOVE 16 TO RETURN-CODE
020500             STOP RUN
020600         END-IF
020700         ADD 1 TO WS-NT-COUNT
020800         MOVE RARUN-RUN-DATE TO WS-NT-DATE (WS-NT-COUNT)
020900     END-IF.
021000     PERFORM 7000-READ-NEXT-RUN
021100         THRU 7000-EXIT.
021200     GO TO 2100-EXIT.
021300 2100-EXIT.
021400     EXIT.
021500*-----------------------------------------------------------------
021600* 3000-COUNT-HISTORY-NIGHTS - COUNT THE NIGHTS ALREADY ON THE
021700* HISTORY THAT WILL BE KEPT (A NEW DATE STARTS A NEW NIGHT) AND
021800* WORK OUT HOW MANY OF THE OLDEST FALL OUTSIDE THE RETENTION
021900* ONCE TONIGHT IS ADDED.
022000*-----------------------------------------------------------------
022100 3000-COUNT-HISTORY-NIGHTS.
022200     OPEN INPUT RARUNHI.
022300     MOVE ZERO TO WS-PREV-DATE.
022400     PERFORM 7100-READ-NEXT-HISTORY
022500         THRU 7100-EXIT.
022600     PERFORM 3100-COUNT-ONE-HISTORY
022700         THRU 3100-EXIT
022800         UNTIL WS-HIST-EOF.
022900     CLOSE RARUNHI.
023000     IF WS-HIST-NIGHTS + WS-NT-COUNT > WS-RETAIN-NIGHTS
023100         COMPUTE WS-DROP-NIGHTS = WS-HIST-NIGHTS + WS-NT-COUNT
023200             - WS-RETAIN-NIGHTS
023300     END-IF.
023400     GO TO 3000-EXIT.
023500 3000-EXIT.
023600     EXIT.
023700 3100-COUNT-ONE-HISTORY.
023800     MOVE RARUN-RUN-DATE TO WS-SEEK-DATE.
023900     PERFORM 6000-FIND-TONIGHT-DATE
024000         THRU 6000-EXIT.
024100     IF NOT WS-NT-FOUND
024200         AND RARUN-RUN-DATE NOT = WS-PREV-DATE
024300             ADD 1 TO WS-HIST-NIGHTS
024400             MOVE RARUN-RUN-DATE TO WS-PREV-DATE
024500     END-IF.
024600     PERFORM 7100-READ-NEXT-HISTORY
024700         THRU 7100-EXIT.
024800     GO TO 3100-EXIT.
024900 3100-EXIT.
025000     EXIT.
025100*-----------------------------------------------------------------
025200* 4000-COPY-HISTORY - COPY THE HISTORY TO THE NEW GENERATION,
025300* LEAVING OUT TONIGHT'S DATES (REFILED BELOW) AND THE NIGHTS
025400* PAST RETENTION.
025500*-----------------------------------------------------------------
025600 4000-COPY-HISTORY.
025700     OPEN INPUT RARUNHI.
025800     OPEN OUTPUT RARUNHO.
025900     MOVE 'N' TO WS-HIST-EOF-SW.
026000     MOVE ZERO TO WS-HIST-COUNT.
026100     MOVE ZERO TO WS-PREV-DATE.
026200     PERFORM 7100-READ-NEXT-HISTORY
026300         THRU 7100-EXIT.
026400     PERFORM 4100-COPY-ONE-HISTORY
026500         THRU 4100-EXIT
026600         UNTIL WS-HIST-EOF.
026700     CLOSE RARUNHI.
026800     GO TO 4000-EXIT.
026900 4000-EXIT.
027000     EXIT.
027100 4100-COPY-ONE-HISTORY.
027200     MOVE RARUN-RUN-DATE TO WS-SEEK-DATE.
027300     PERFORM 6000-FIND-TONIGHT-DATE
027400         THRU 6000-EXIT.
027500     IF WS-NT-FOUND
027600         ADD 1 TO WS-REPLACED-COUNT
027700         GO TO 4100-NEXT
027800     END-IF.
027900     IF RARUN-RUN-DATE NOT = WS-PREV-DATE
028000         ADD 1 TO WS-NIGHT-NBR
028100         MOVE RARUN-RUN-DATE TO WS-PREV-DATE
028200         IF WS-NIGHT-NBR > WS-DROP-NIGHTS
028300             PERFORM 4200-NOTE-KEPT-NIGHT
028400                 THRU 4200-EXIT
028500         END-IF
028600     END-IF.
028700     IF WS-NIGHT-NBR NOT > WS-DROP-NIGHTS
028800         ADD 1 TO WS-PURGED-COUNT
028900         GO TO 4100-NEXT
029000     END-IF.
029100     WRITE RARUNHO-RECORD FROM RARUN-RECORD.
029200     ADD 1 TO WS-KEPT-COUNT.
029300 4100-NEXT.
029400     PERFORM 7100-READ-NEXT-HISTORY
029500         THRU 7100-EXIT.
029600     GO TO 4100-EXIT.
029700 4100-EXIT.
029800     EXIT.
029900 4200-NOTE-KEPT-NIGHT.
030000     ADD 1 TO WS-KEPT-NIGHTS.
030100     IF WS-OLDEST-DATE = ZERO
030200         OR RARUN-RUN-DATE < WS-OLDEST-DATE
030300             MOVE RARUN-RUN-DATE TO WS-OLDEST-DATE
030400     END-IF.
030500     IF RARUN-RUN-DATE > WS-NEWEST-DATE
030600         MOVE RARUN-RUN-DATE TO WS-NEWEST-DATE
030700     END-IF.
030800     GO TO 4200-EXIT.
030900 4200-EXIT.
031000     EXIT.
031100*-----------------------------------------------------------------
031200* 5000-APPEND-TONIGHT - FILE TONIGHT'S STEP RECORDS, IN RUN
031300* ORDER, AT THE END OF THE NEW GENERATION.
031400*-----------------------------------------------------------------
031500 5000-APPEND-TONIGHT.
031600     OPEN INPUT RARUN.
031700     MOVE 'N' TO WS-RUN-EOF-SW.
031800     PERFORM 7000-READ-NEXT-RUN
031900         THRU 7000-EXIT.
032000     PERFORM 5100-APPEND-ONE-RUN
032100         THRU 5100-EXIT
032200         UNTIL WS-RUN-EOF.
032300     CLOSE RARUN.
032400     CLOSE RARUNHO.
032500     MOVE 1 TO WS-NT-SUB.
032600     PERFORM 5200-NOTE-TONIGHT-DATE
032700         THRU 5200-EXIT
032800         UNTIL WS-NT-SUB > WS-NT-COUNT.
032900     GO TO 5000-EXIT.
033000 5000-EXIT.
033100     EXIT.
033200 5100-APPEND-ONE-RUN.
033300     WRITE RARUNHO-RECORD FROM RARUN-RECORD.
033400     PERFORM 7000-READ-NEXT-RUN
033500         THRU 7000-EXIT.
033600     GO TO 5100-EXIT.
033700 5100-EXIT.
033800     EXIT.
033900 5200-NOTE-TONIGHT-DATE.
034000     MOVE WS-NT-DATE (WS-NT-SUB) TO RARUN-RUN-DATE.
034100     PERFORM 4200-NOTE-KEPT-NIGHT
034200         THRU 4200-EXIT.
034300     ADD 1 TO WS-NT-SUB.
034400     GO TO 5200-EXIT.
034500 5200-EXIT.
034600     EXIT.
034700*-----------------------------------------------------------------
034800* 6000-FIND-TONIGHT-DATE - IS WS-SEEK-DATE ONE OF TONIGHT'S
034900* BUSINESS DATES?
035000*-----------------------------------------------------------------
035100 6000-FIND-TONIGHT-DATE.
035200     MOVE 'N' TO WS-NTFND-SW.
035300     MOVE 1 TO WS-NT-SUB.
035400     PERFORM 6100-TEST-ONE-DATE
035500         THRU 6100-EXIT
035600         UNTIL WS-NT-FOUND OR WS-NT-SUB > WS-NT-COUNT.
035700     GO TO 6000-EXIT.
035800 6000-EXIT.
035900     EXIT.
036000 6100-TEST-ONE-DATE.
036100     IF WS-NT-DATE (WS-NT-SUB) = WS-SEEK-DATE
036200         SET WS-NT-FOUND TO TRUE
036300     ELSE
036400         ADD 1 TO WS-NT-SUB
036500     END-IF.
036600     GO TO 6100-EXIT.
036700 6100-EXIT.
036800     EXIT.
036900*-----------------------------------------------------------------
037000* 7000-READ-NEXT-RUN - READ THE NEXT STEP RECORD FROM RARUN.
037100*-----------------------------------------------------------------
037200 7000-READ-NEXT-RUN.
037300     READ RARUN INTO RARUN-RECORD
037400         AT END
037500             SET WS-RUN-EOF TO TRUE
037600     END-READ.
037700     GO TO 7000-EXIT.
037800 7000-EXIT.
037900     EXIT.
038000*-----------------------------------------------------------------
038100* 7100-READ-NEXT-HISTORY - READ THE NEXT RECORD OF THE CURRENT
038200* HISTORY GENERATION.
038300*-----------------------------------------------------------------
038400 7100-READ-NEXT-HISTORY.
038500     READ RARUNHI INTO RARUN-RECORD
038600         AT END
038700             SET WS-HIST-EOF TO TRUE
038800             GO TO 7100-EXIT
038900     END-READ.
039000     ADD 1 TO WS-HIST-COUNT.
039100     GO TO 7100-EXIT.
039200 7100-EXIT.
039300     EXIT.
039400*-----------------------------------------------------------------
039500* 8000-TERMINATE - PRINT THE FILING TOTALS, DISPLAY THEM FOR THE
039600* LOG AND CLOSE THE REPORT.
039700*-----------------------------------------------------------------
039800 8000-TERMINATE.
039900     WRITE RARPT-LINE FROM WS-BLANK-LINE.
040000     MOVE WS-RUN-COUNT TO WS-TOT-RUN.
040100     WRITE RARPT-LINE FROM WS-TOTAL-LINE-1.
040200     MOVE WS-HIST-COUNT TO WS-TOT-HIST.
040300     WRITE RARPT-LINE FROM WS-TOTAL-LINE-2.
040400     MOVE WS-KEPT-COUNT TO WS-TOT-KEPT.
040500     WRITE RARPT-LINE FROM WS-TOTAL-LINE-3.
040600     MOVE WS-REPLACED-COUNT TO WS-TOT-REPLACED.
040700     WRITE RARPT-LINE FROM WS-TOTAL-LINE-4.
040800     MOVE WS-PURGED-COUNT TO WS-TOT-PURGED.
040900     WRITE RARPT-LINE FROM WS-TOTAL-LINE-5.
041000     MOVE WS-KEPT-NIGHTS TO WS-TOT-NIGHTS.
041100     MOVE WS-OLDEST-DATE TO WS-TOT-OLDEST.
041200     MOVE WS-NEWEST-DATE TO WS-TOT-NEWEST.
041300     WRITE RARPT-LINE FROM WS-TOTAL-LINE-6.
041400     DISPLAY 'RAHST250 STEP RECORDS FILED  = ' WS-RUN-COUNT.
041500     DISPLAY 'RAHST250 REPLACED (RERUN)    = ' WS-REPLACED-COUNT.
041600     DISPLAY 'RAHST250 PAST RETENTION      = ' WS-PURGED-COUNT.
041700     DISPLAY 'RAHST250 NIGHTS ON HISTORY   = ' WS-KEPT-NIGHTS.
041800     CLOSE RARPT.
041900     GO TO 8000-EXIT.
042000 8000-EXIT.
042100     EXIT.
