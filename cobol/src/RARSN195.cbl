000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RARSN195.
000300 AUTHOR. B. BEMIS.
000400 INSTALLATION. DATA SERVICES - BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.
000800     REJECT REASON ANALYSIS OVER THE REJECT FILE RAEDT010
000900     WRITES (RAREJREC.CPY).  EVERY REJECT CARRIES THE REASON
001000     CODE OF EACH EDIT IT FAILED; THIS REPORT COUNTS THEM BY
001100     REASON CODE AND BY SOURCE OF ENTRY (RREJ-SOURCE, THE
001200     RASEQ-SOURCE THE RECORD ARRIVED WITH), SO A BAD NIGHT CAN
001300     BE TAKEN BACK TO THE FEED OWNER WITH SPECIFICS INSTEAD OF
001400     A BARE REJECT COUNT.  A RECORD THAT FAILED SEVERAL EDITS
001500     COUNTS ONCE UNDER EACH OF ITS REASONS, SO THE REASON LINES
001600     CAN ADD UP TO MORE THAN THE REJECTS READ; THE BY-SOURCE
001700     LINE COUNTS EACH REJECT ONCE.  A CODE NOT IN THE REASON
001800     TABLE (RARSNTBL.CPY) IS COUNTED ON AN UNKNOWN LINE RATHER
001900     THAN DROPPED.  A LABELED INPUT IS VERIFIED AGAINST ITS
002000     TRAILER.  RUN NIGHTLY AFTER RAEDT010.
002100*-----------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*   2026-10-15  BB  ORIGINAL VERSION.
002400*-----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RAREJ ASSIGN TO "RAREJ"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT RARPT ASSIGN TO "RARPT"
003400         ORGANIZATION IS SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RAREJ
003800     RECORDING MODE IS F.
003900 01  RAREJ-RECORD.
004000     05  FILLER                      PIC X(76).
004100 FD  RARPT
004200     RECORDING MODE IS F.
004300 01  RARPT-LINE                      PIC X(132).
004400 WORKING-STORAGE SECTION.
004500 COPY "RAREC2.CPY".
004600 COPY "RAREJREC.CPY".
004700 COPY "RACTLREC.CPY".
004800 COPY "RARSNTBL.CPY".
004900 01  WS-LABEL-FIELDS.
005000     05  WS-FIRST-READ-SW            PIC X(01) VALUE 'Y'.
005100     05  WS-LABELED-SW               PIC X(01) VALUE 'N'.
005200         88  WS-LABELED-FILE         VALUE 'Y'.
005300     05  WS-CTL-REC-SW               PIC X(01) VALUE 'N'.
005400         88  WS-CTL-RECORD           VALUE 'Y'.
005500     05  WS-TRAILER-SW               PIC X(01) VALUE 'N'.
005600         88  WS-TRAILER-SEEN         VALUE 'Y'.
005700     05  WS-LBL-COUNT                PIC 9(09) VALUE ZERO.
005800     05  WS-LBL-HASH                 PIC 9(11)V9(02) VALUE ZERO.
005900 01  WS-SWITCHES.
006000     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
006100         88  WS-EOF                  VALUE 'Y'.
006200 01  WS-COUNTERS.
006300     05  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
006400     05  WS-CODE-COUNT               PIC 9(09) COMP VALUE ZERO.
006500     05  WS-NO-REASON-COUNT          PIC 9(09) COMP VALUE ZERO.
006600*    ONE BUCKET PER REASON-TABLE ENTRY, PLUS ONE MORE FOR CODES
006700*    THE TABLE DOES NOT KNOW.  THE LAST BUCKET OF WS-SOURCE-
006800*    TOTALS COUNTS REJECT RECORDS, NOT REASON CODES.
006900 01  WS-REASON-COUNTS.
007000     05  WS-RC-ENTRY                 OCCURS 12 TIMES.
007100         10  RC-TOTAL                PIC 9(09) COMP.
007200         10  RC-E-COUNT              PIC 9(09) COMP.
007300         10  RC-C-COUNT              PIC 9(09) COMP.
007400         10  RC-R-COUNT              PIC 9(09) COMP.
007500         10  RC-OTHER-COUNT          PIC 9(09) COMP.
007600 01  WS-SOURCE-TOTALS.
007700     05  ST-TOTAL                    PIC 9(09) COMP VALUE ZERO.
007800     05  ST-E-COUNT                  PIC 9(09) COMP VALUE ZERO.
007900     05  ST-C-COUNT                  PIC 9(09) COMP VALUE ZERO.
008000     05  ST-R-COUNT                  PIC 9(09) COMP VALUE ZERO.
008100     05  ST-OTHER-COUNT              PIC 9(09) COMP VALUE ZERO.
008200 01  WS-RC-SUB                       PIC 9(04) COMP VALUE ZERO.
008300 01  WS-UNKNOWN-SUB                  PIC 9(04) COMP VALUE ZERO.
008400 01  WS-RSN-SUB                      PIC 9(04) COMP VALUE ZERO.
008500 01  WS-RSN-NBR                      PIC 9(02) VALUE ZERO.
008600 01  WS-HEADING-1.
008700     05  FILLER PIC X(40)
008800         VALUE 'RARSN195 REJECT REASON ANALYSIS'.
008900     05  FILLER                      PIC X(92) VALUE SPACES.
009000 01  WS-HEADING-2.
009100     05  FILLER PIC X(08) VALUE 'REASON  '.
009200     05  FILLER PIC X(32) VALUE 'DESCRIPTION'.
009300     05  FILLER PIC X(12) VALUE '       TOTAL'.
009400     05  FILLER PIC X(12) VALUE '       SRC-E'.
009500     05  FILLER PIC X(12) VALUE '       SRC-C'.
009600     05  FILLER PIC X(12) VALUE '       SRC-R'.
009700     05  FILLER PIC X(12) VALUE '   SRC-OTHER'.
009800     05  FILLER                      PIC X(32) VALUE SPACES.
009900 01  WS-REASON-LINE.
010000     05  WS-RL-CODE                  PIC X(02).
010100     05  FILLER                      PIC X(06) VALUE SPACES.
010200     05  WS-RL-DESC                  PIC X(30).
010300     05  FILLER                      PIC X(05) VALUE SPACES.
010400     05  WS-RL-TOTAL                 PIC ZZZZZZZZ9.
010500     05  FILLER                      PIC X(03) VALUE SPACES.
010600     05  WS-RL-E-COUNT               PIC ZZZZZZZZ9.
010700     05  FILLER                      PIC X(03) VALUE SPACES.
010800     05  WS-RL-C-COUNT               PIC ZZZZZZZZ9.
010900     05  FILLER                      PIC X(03) VALUE SPACES.
011000     05  WS-RL-R-COUNT               PIC ZZZZZZZZ9.
011100     05  FILLER                      PIC X(03) VALUE SPACES.
011200     05  WS-RL-OTHER-COUNT           PIC ZZZZZZZZ9.
011300     05  FILLER                      PIC X(32) VALUE SPACES.
011400 01  WS-TOTAL-LINE-1.
011500     05  FILLER PIC X(24) VALUE 'REJECTS READ ......... '.
011600     05  WS-TOT-READ                 PIC ZZZZZZZZ9.
011700     05  FILLER                      PIC X(99) VALUE SPACES.
011800 01  WS-TOTAL-LINE-2.
011900     05  FILLER PIC X(24) VALUE 'REASON CODES COUNTED . '.
012000     05  WS-TOT-CODES                PIC ZZZZZZZZ9.
012100     05  FILLER                      PIC X(99) VALUE SPACES.
012200 01  WS-TOTAL-LINE-3.
012300     05  FILLER PIC X(24) VALUE 'REJECTS WITH NO CODE . '.
012400     05  WS-TOT-NO-REASON            PIC ZZZZZZZZ9.
012500     05  FILLER                      PIC X(99) VALUE SPACES.
012600 PROCEDURE DIVISION.
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE
012900         THRU 1000-EXIT.
013000     PERFORM 2000-COUNT-ONE-REJECT
013100         THRU 2000-EXIT
013200         UNTIL WS-EOF.
013300     PERFORM 5000-PRINT-REASON-SUMMARY
013400         THRU 5000-EXIT.
013500     PERFORM 8000-TERMINATE
013600         THRU 8000-EXIT.
013700     STOP RUN.
013800*-----------------------------------------------------------------
013900* 1000-INITIALIZE - CLEAR THE REASON BUCKETS, OPEN FILES, PRINT
014000* THE HEADINGS AND PRIME THE FIRST READ.
014100*-----------------------------------------------------------------
014200 1000-INITIALIZE.
014300     COMPUTE WS-UNKNOWN-SUB = RARSN-ENTRY-COUNT + 1.
014400     MOVE 1 TO WS-RC-SUB.
014500     PERFORM 1100-CLEAR-ONE-BUCKET
014600         THRU 1100-EXIT
014700         UNTIL WS-RC-SUB > WS-UNKNOWN-SUB.
014800     OPEN INPUT RAREJ.
014900     OPEN OUTPUT RARPT.
015000     WRITE RARPT-LINE FROM WS-HEADING-1.
015100     WRITE RARPT-LINE FROM WS-HEADING-2.
015200     PERFORM 7000-READ-NEXT-REJECT
015300         THRU 7000-EXIT.
015400     GO TO 1000-EXIT.
015500 1000-EXIT.
015600     EXIT.
015700 1100-CLEAR-ONE-BUCKET.
015800     MOVE ZERO TO RC-TOTAL (WS-RC-SUB).
015900     MOVE ZERO TO RC-E-COUNT (WS-RC-SUB).
016000     MOVE ZERO TO RC-C-COUNT (WS-RC-SUB).
016100     MOVE ZERO TO RC-R-COUNT (WS-RC-SUB).
016200     MOVE ZERO TO RC-OTHER-COUNT (WS-RC-SUB).
016300     ADD 1 TO WS-RC-SUB.
016400     GO TO 1100-EXIT.
016500 1100-EXIT.
016600     EXIT.
016700*-----------------------------------------------------------------
016800* 2000-COUNT-ONE-REJECT - COUNT THE REJECT ONCE BY SOURCE AND
016900* ONCE UNDER EACH REASON CODE IT CARRIES, THEN READ THE NEXT ONE.
017000* A REJECT WRITTEN BEFORE THE CODES WERE CARRIED HAS NONE.
017100*-----------------------------------------------------------------
017200 2000-COUNT-ONE-REJECT.
017300     ADD 1 TO ST-TOTAL.
017400     EVALUATE TRUE
017500         WHEN RREJ-SRC-EXTRACT
017600             ADD 1 TO ST-E-COUNT
017700         WHEN RREJ-SRC-CSV
017800             ADD 1 TO ST-C-COUNT
017900         WHEN RREJ-SRC-RECYCLE
018000             ADD 1 TO ST-R-COUNT
018100         WHEN OTHER
018200             ADD 1 TO ST-OTHER-COUNT
018300     END-EVALUATE.
018400     IF RREJ-REASON-COUNT NOT NUMERIC
018500         OR RREJ-REASON-COUNT = ZERO
018600         ADD 1 TO WS-NO-REASON-COUNT
018700         GO TO 2000-NEXT
018800     END-IF.
018900     MOVE 1 TO WS-RSN-SUB.
019000     PERFORM 2100-POST-ONE-REASON
019100         THRU 2100-EXIT
019200         UNTIL WS-RSN-SUB > RREJ-REASON-COUNT
019300             OR WS-RSN-SUB > 10.
019400 2000-NEXT.
019500     PERFORM 7000-READ-NEXT-REJECT
019600         THRU 7000-EXIT.
019700     GO TO 2000-EXIT.
019800 2000-EXIT.
019900     EXIT.
020000*-----------------------------------------------------------------
020100* 2100-POST-ONE-REASON - FIND THE BUCKET FOR ONE REASON CODE ON
020200* THE REJECT - THE CODE IS THE REASON-TABLE SUBSCRIPT - AND BUMP
020300* IT BY SOURCE.
020400*-----------------------------------------------------------------
020500 2100-POST-ONE-REASON.
020600     MOVE WS-UNKNOWN-SUB TO WS-RC-SUB.
020700     IF RREJ-REASON (WS-RSN-SUB) NUMERIC
020800         MOVE RREJ-REASON (WS-RSN-SUB) TO WS-RSN-NBR
020900         IF WS-RSN-NBR > ZERO
021000             AND WS-RSN-NBR <= RARSN-ENTRY-COUNT
021100             MOVE WS-RSN-NBR TO WS-RC-SUB
021200         END-IF
021300     END-IF.
021400     ADD 1 TO WS-CODE-COUNT.
021500     ADD 1 TO RC-TOTAL (WS-RC-SUB).
021600     PERFORM 2300-POST-SOURCE-COUNT
021700         THRU 2300-EXIT.
021800     ADD 1 TO WS-RSN-SUB.
021900     GO TO 2100-EXIT.
022000 2100-EXIT.
022100     EXIT.
022200*-----------------------------------------------------------------
022300* 2300-POST-SOURCE-COUNT - BUMP THE PER-SOURCE COUNT OF THE
022400* BUCKET WS-RC-SUB POINTS AT.  A RECORD FROM BEFORE THE SOURCE
022500* CODE EXISTED (BLANK) LANDS IN THE OTHER COLUMN.
022600*-----------------------------------------------------------------
022700 2300-POST-SOURCE-COUNT.
022800     EVALUATE TRUE
022900         WHEN RREJ-SRC-EXTRACT
023000             ADD 1 TO RC-E-COUNT (WS-RC-SUB)
023100         WHEN RREJ-SRC-CSV
023200             ADD 1 TO RC-C-COUNT (WS-RC-SUB)
023300         WHEN RREJ-SRC-RECYCLE
023400             ADD 1 TO RC-R-COUNT (WS-RC-SUB)
023500         WHEN OTHER
023600             ADD 1 TO RC-OTHER-COUNT (WS-RC-SUB)
023700     END-EVALUATE.
023800     GO TO 2300-EXIT.
023900 2300-EXIT.
024000     EXIT.
024100*-----------------------------------------------------------------
024200* 5000-PRINT-REASON-SUMMARY - ONE LINE PER REASON CODE IN CODE
024300* ORDER (EVERY CODE PRINTS, SO A ZERO IS VISIBLE), THE UNKNOWN
024400* LINE ONLY WHEN SOMETHING LANDED ON IT, THEN THE REJECT RECORDS
024500* BY SOURCE.
024600*-----------------------------------------------------------------
024700 5000-PRINT-REASON-SUMMARY.
024800     MOVE 1 TO WS-RC-SUB.
024900     PERFORM 5100-PRINT-ONE-REASON
025000         THRU 5100-EXIT
025100         UNTIL WS-RC-SUB > RARSN-ENTRY-COUNT.
025200     IF RC-TOTAL (WS-UNKNOWN-SUB) > ZERO
025300         MOVE '??' TO WS-RL-CODE
025400         MOVE 'UNKNOWN REASON CODE' TO WS-RL-DESC
025500         MOVE WS-UNKNOWN-SUB TO WS-RC-SUB
025600         PERFORM 5200-FORMAT-COUNTS
025700             THRU 5200-EXIT
025800         WRITE RARPT-LINE FROM WS-REASON-LINE
025900     END-IF.
026000     MOVE SPACES TO WS-RL-CODE.
026100     MOVE 'ALL REJECTS BY SOURCE' TO WS-RL-DESC.
026200     MOVE ST-TOTAL TO WS-RL-TOTAL.
026300     MOVE ST-E-COUNT TO WS-RL-E-COUNT.
026400     MOVE ST-C-COUNT TO WS-RL-C-COUNT.
026500     MOVE ST-R-COUNT TO WS-RL-R-COUNT.
026600     MOVE ST-OTHER-COUNT TO WS-RL-OTHER-COUNT.
026700     WRITE RARPT-LINE FROM WS-REASON-LINE.
026800     GO TO 5000-EXIT.
026900 5000-EXIT.
027000     EXIT.
027100 5100-PRINT-ONE-REASON.
027200     MOVE RARSN-CODE (WS-RC-SUB) TO WS-RL-CODE.
027300     MOVE RARSN-DESC (WS-RC-SUB) TO WS-RL-DESC.
027400     PERFORM 5200-FORMAT-COUNTS
027500         THRU 5200-EXIT.
027600     WRITE RARPT-LINE FROM WS-REASON-LINE.
027700     ADD 1 TO WS-RC-SUB.
027800     GO TO 5100-EXIT.
027900 5100-EXIT.
028000     EXIT.
028100 5200-FORMAT-COUNTS.
028200     MOVE RC-TOTAL (WS-RC-SUB) TO WS-RL-TOTAL.
028300     MOVE RC-E-COUNT (WS-RC-SUB) TO WS-RL-E-COUNT.
028400     MOVE RC-C-COUNT (WS-RC-SUB) TO WS-RL-C-COUNT.
028500     MOVE RC-R-COUNT (WS-RC-SUB) TO WS-RL-R-COUNT.
028600     MOVE RC-OTHER-COUNT (WS-RC-SUB) TO WS-RL-OTHER-COUNT.
028700     GO TO 5200-EXIT.
028800 5200-EXIT.
028900     EXIT.
029000*-----------------------------------------------------------------
029100* 7000-READ-NEXT-REJECT - READ THE NEXT REJECT RECORD, HANDLING
029200* THE LABELED-FILE CONVENTION, AND UNPACK ITS RECORD-A IMAGE.
029300*-----------------------------------------------------------------
029400 7000-READ-NEXT-REJECT.
029500     READ RAREJ INTO RREJ-RECORD
029600         AT END
029700             SET WS-EOF TO TRUE
029800     END-READ.
029900     IF WS-EOF
030000         PERFORM 7800-VERIFY-EOF-LABEL
030100             THRU 7800-EXIT
030200         GO TO 7000-EXIT
030300     END-IF.
030400     PERFORM 7600-POST-LABEL-RECORD
030500         THRU 7600-EXIT.
030600     IF WS-EOF
030700         GO TO 7000-EXIT
030800     END-IF.
030900     IF WS-CTL-RECORD
031000         GO TO 7000-READ-NEXT-REJECT
031100     END-IF.
031200     ADD 1 TO WS-READ-COUNT.
031300     GO TO 7000-EXIT.
031400 7000-EXIT.
031500     EXIT.
031600*-----------------------------------------------------------------
031700* 7600-POST-LABEL-RECORD - DECIDE WHETHER THE RECORD JUST READ IS
031800* A CONTROL RECORD.  THE FIRST RECORD OF THE FILE DECIDES LABELED
031900* OR UNLABELED MODE; IN LABELED MODE A TRAILER IS VERIFIED AND
032000* ENDS THE FILE.  A DATA RECORD IS UNPACKED INTO THE WORKING-
032100* STORAGE RECORD-A IMAGE AND ROLLED INTO THE COUNT AND HASH.
032200*-----------------------------------------------------------------
032300 7600-POST-LABEL-RECORD.
032400     MOVE 'N' TO WS-CTL-REC-SW.
032500     IF WS-FIRST-READ-SW = 'Y'
032600         MOVE 'N' TO WS-FIRST-READ-SW
032700         IF RREJ-RECORD (1:3) = 'HDR'
032800             SET WS-LABELED-FILE TO TRUE
032900             SET WS-CTL-RECORD TO TRUE
033000             GO TO 7600-EXIT
033100         END-IF
033200     END-IF.
033300     IF WS-LABELED-FILE
033400         IF RREJ-RECORD (1:3) = 'TRL'
033500             SET WS-CTL-RECORD TO TRUE
033600             PERFORM 7700-VERIFY-TRAILER
033700                 THRU 7700-EXIT
033800             SET WS-EOF TO TRUE
033900             GO TO 7600-EXIT
034000         END-IF
034100     END-IF.
034200     MOVE RREJ-DATA TO RECORD-A2.
034300     IF WS-LABELED-FILE
034400         ADD 1 TO WS-LBL-COUNT
034410         IF RA2-DECIMAL NUMERIC
034420             ADD RA2-DECIMAL TO WS-LBL-HASH
034430         END-IF
034600     END-IF.
034700     GO TO 7600-EXIT.
034800 7600-EXIT.
034900     EXIT.
035000*-----------------------------------------------------------------
035100* 7700-VERIFY-TRAILER - COMPARE THE TRAILER COUNT AND HASH TOTAL
035200* AGAINST WHAT WAS ACTUALLY READ AND STOP THE RUN HARD WHEN THE
035300* FILE IS OUT OF BALANCE.
035400*-----------------------------------------------------------------
035500 7700-VERIFY-TRAILER.
035600     MOVE RREJ-RECORD (1:29) TO CTL-RECORD.
035700     SET WS-TRAILER-SEEN TO TRUE.
035800     IF CTL-REC-COUNT NOT = WS-LBL-COUNT
035900         OR CTL-HASH-TOTAL NOT = WS-LBL-HASH
036000         DISPLAY 'RARSN195 RAREJ OUT OF BALANCE - RUN STOPPED'
036100         DISPLAY 'RARSN195 TRAILER COUNT = ' CTL-REC-COUNT
036200             ' READ = ' WS-LBL-COUNT
036300         DISPLAY 'RARSN195 TRAILER HASH  = ' CTL-HASH-TOTAL
036400             ' READ = ' WS-LBL-HASH
036500         MOVE 16 TO RETURN-CODE
036600         STOP RUN
036700     END-IF.
036800     GO TO 7700-EXIT.
036900 7700-EXIT.
037000     EXIT.
037100*-----------------------------------------------------------------
037200* 7800-VERIFY-EOF-LABEL - END OF FILE ON A LABELED INPUT WITHOUT
037300* THE TRAILER MEANS A TRUNCATED FILE; STOP THE RUN HARD.
037400*-----------------------------------------------------------------
037500 7800-VERIFY-EOF-LABEL.
037600     IF WS-LABELED-FILE AND NOT WS-TRAILER-SEEN
037700         DISPLAY 'RARSN195 RAREJ TRAILER MISSING - RUN STOPPED'
037800         MOVE 16 TO RETURN-CODE
037900         STOP RUN
038000     END-IF.
038100     GO TO 7800-EXIT.
038200 7800-EXIT.
038300     EXIT.
038400*-----------------------------------------------------------------
038500* 8000-TERMINATE - PRINT THE RUN TOTALS AND CLOSE ALL FILES.
038600*-----------------------------------------------------------------
038700 8000-TERMINATE.
038800     MOVE WS-READ-COUNT TO WS-TOT-READ.
038900     MOVE WS-CODE-COUNT TO WS-TOT-CODES.
039000     MOVE WS-NO-REASON-COUNT TO WS-TOT-NO-REASON.
039100     WRITE RARPT-LINE FROM WS-TOTAL-LINE-1.
039200     WRITE RARPT-LINE FROM WS-TOTAL-LINE-2.
039300     WRITE RARPT-LINE FROM WS-TOTAL-LINE-3.
039400     CLOSE RAREJ.
039500     CLOSE RARPT.
039600     GO TO 8000-EXIT.
039700 8000-EXIT.
039800     EXIT.
