000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RAASO225.
000300 AUTHOR. B. BEMIS.
000400 INSTALLATION. DATA SERVICES - BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.
000800     AS-OF INQUIRY AGAINST THE RAMSTR MASTER HISTORY.  ANSWERS
000900     'WHAT DID IL/AA CARRY ON THE 15TH' WITHOUT A FULL RARCV140
001000     RECOVERY INTO A SCRATCH MASTER.  SYSIN GIVES A STATES/FLAG
001100     KEY OR RANGE AND THE AS-OF POINT (COLS 1-4 FROM KEY, COLS
001200     5-8 TO KEY - BLANK = THE ONE KEY, COLS 9-16 AS-OF DATE
001300     YYYYMMDD, COLS 17-22 AS-OF TIME HHMMSS - BLANK = END OF
001400     DAY).  THE RABKCAT BACKUP CATALOG (RABKCREC.CPY) LOCATES
001500     THE LAST RABKP135 BACKUP TAKEN ON OR BEFORE THE AS-OF POINT
001600     AND THE JOURNAL GENERATION STARTED WITH IT.  RABKUP IS THE
001700     WHOLE BACKUP GENERATION GROUP (NEWEST FIRST) AND THE NEWER
001800     GENERATIONS ARE PASSED OVER A LABELED SECTION AT A TIME;
001900     THE ONE USED MUST AGREE WITH ITS TRAILER AND WITH THE
002000     CATALOG.  THE JOURNAL IS THE CURRENT RAJRNL GENERATION FOR
002100     THE NEWEST BACKUP, OTHERWISE THE ARCHIVE GENERATION GROUP
002200     (RAJRNA, NEWEST FIRST) WITH THE NEWER ARCHIVES PASSED OVER
002300     BY THE CLOSED-OUT COUNTS IN THE CATALOG.  ONLY THE KEYS
002400     ASKED FOR ARE HELD AND REPLAYED, IN WORKING STORAGE; THE
002500     LIVE MASTER IS NEVER OPENED.  THE REPORT LISTS EVERY
002600     CHANGE TO THE SELECTED KEYS BETWEEN THE BACKUP AND THE
002700     AS-OF POINT (DATE/TIME, ACTION, JOB, SOURCE, OPERATOR AND
002800     THE AFTER-IMAGE), THEN EACH KEY'S IMAGE AS IT STOOD AT THE
002900     AS-OF POINT.
003000*-----------------------------------------------------------------
003100* MODIFICATION HISTORY
003200*   2026-10-15  BB  ORIGINAL VERSION.
003300*-----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RABKCAT ASSIGN TO "RABKCAT"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT RABKUP ASSIGN TO "RABKUP"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT RAJRNL ASSIGN TO "RAJRNL"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT RAJRNA ASSIGN TO "RAJRNA"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT RARPT ASSIGN TO "RARPT"
004900         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RABKCAT
005300     RECORDING MODE IS F.
005400 01  RABKCAT-RECORD.
005500     05  FILLER                      PIC X(50).
005600 FD  RABKUP
005700     RECORDING MODE IS F.
005800 01  RABKUP-RECORD.
005900     05  FILLER                      PIC X(36).
006000 FD  RAJRNL
006100     RECORDING MODE IS F.
006200 01  RAJRNL-RECORD.
006300     05  FILLER                      PIC X(67).
006400 FD  RAJRNA
006500     RECORDING MODE IS F.
006600 01  RAJRNA-RECORD.
006700     05  FILLER                      PIC X(67).
006800 FD  RARPT
006900     RECORDING MODE IS F.
007000 01  RARPT-LINE                      PIC X(132).
007100 WORKING-STORAGE SECTION.
007200 COPY "RAREC2.CPY".
007300 01  RECORD-A-PAYLOAD-VIEW REDEFINES RECORD-A2.
007400     05  FILLER                      PIC X(04).
007500     05  RECORD-A-PAYLOAD            PIC X(31).
007600 COPY "RAMSTREC.CPY".
007700 COPY "RAJRNREC.CPY".
007800 COPY "RACTLREC.CPY".
007900 COPY "RABKCREC.CPY".
008000 01  WS-LABEL-FIELDS.
008100     05  WS-LBL-COUNT                PIC 9(09) VALUE ZERO.
008200     05  WS-LBL-HASH                 PIC 9(11)V9(02) VALUE ZERO.
008300 01  WS-SWITCHES.
008400     05  WS-CAT-EOF-SW               PIC X(01) VALUE 'N'.
008500         88  WS-CAT-EOF              VALUE 'Y'.
008600     05  WS-BKUP-EOF-SW              PIC X(01) VALUE 'N'.
008700         88  WS-BKUP-EOF             VALUE 'Y'.
008800     05  WS-SECTION-END-SW           PIC X(01) VALUE 'N'.
008900         88  WS-SECTION-END          VALUE 'Y'.
009000     05  WS-JRNL-EOF-SW              PIC X(01) VALUE 'N'.
009100         88  WS-JRNL-EOF             VALUE 'Y'.
009200     05  WS-JRNL-GEN-SW              PIC X(01) VALUE 'C'.
009300         88  WS-JRNL-CURRENT         VALUE 'C'.
009400         88  WS-JRNL-ARCHIVE         VALUE 'A'.
009500     05  WS-AOFND-SW                 PIC X(01) VALUE 'N'.
009600         88  WS-AO-POSITIONED        VALUE 'Y'.
009700 01  WS-COUNTERS.
009800     05  WS-CAT-COUNT                PIC 9(09) COMP VALUE ZERO.
009900     05  WS-CAT-TARGET               PIC 9(09) COMP VALUE ZERO.
010000     05  WS-GENS-BACK                PIC 9(09) COMP VALUE ZERO.
010100     05  WS-GENS-SKIPPED             PIC 9(09) COMP VALUE ZERO.
010200     05  WS-JRNL-SKIP                PIC 9(09) COMP VALUE ZERO.
010300     05  WS-JRNL-SKIPPED             PIC 9(09) COMP VALUE ZERO.
010400     05  WS-JRNL-TARGET-COUNT        PIC 9(09) COMP VALUE ZERO.
010500     05  WS-JRNL-TARGET-READ         PIC 9(09) COMP VALUE ZERO.
010600     05  WS-JRNL-COUNT               PIC 9(09) COMP VALUE ZERO.
010700     05  WS-CHANGE-COUNT             PIC 9(09) COMP VALUE ZERO.
010800     05  WS-PAST-ASOF-COUNT          PIC 9(09) COMP VALUE ZERO.
010900 01  WS-PARM-CARD.
011000     05  WS-PARM-FROM-KEY            PIC X(04).
011100     05  WS-PARM-TO-KEY              PIC X(04).
011200     05  WS-PARM-ASOF-DATE           PIC X(08).
011300     05  WS-PARM-ASOF-DATE-N REDEFINES WS-PARM-ASOF-DATE
011400                                     PIC 9(08).
011500     05  WS-PARM-ASOF-TIME           PIC X(06).
011600     05  WS-PARM-ASOF-TIME-N REDEFINES WS-PARM-ASOF-TIME
011700                                     PIC 9(06).
011800     05  FILLER                      PIC X(58).
011900 01  WS-FROM-KEY                     PIC X(04).
012000 01  WS-TO-KEY                       PIC X(04).
012100 01  WS-ASOF-DATE                    PIC 9(08).
012200 01  WS-ASOF-TIME                    PIC 9(06) VALUE 235959.
012300 01  WS-ASOF-STAMP                   PIC 9(14).
012400 01  WS-CAT-STAMP                    PIC 9(14).
012500 01  WS-JRNL-STAMP                   PIC 9(14).
012600 01  WS-TARGET-ENTRY.
012700     05  WS-TGT-BKUP-DATE            PIC 9(08).
012800     05  WS-TGT-BKUP-TIME            PIC 9(06).
012900     05  WS-TGT-REC-COUNT            PIC 9(09).
013000     05  WS-TGT-HASH-TOTAL           PIC 9(11)V9(02).
013100 01  WS-BKUP-IMAGE                   PIC X(36).
013200 01  WS-SEEK-KEY                     PIC X(04).
013300 01  WS-ASOF-TABLE.
013400     05  WS-AO-COUNT                 PIC 9(04) COMP VALUE ZERO.
013500     05  WS-AO-ENTRY                 OCCURS 500 TIMES.
013600         10  AO-KEY.
013700             15  AO-STATES           PIC X(02).
013800             15  AO-FLAG             PIC X(02).
013900         10  AO-DATA                 PIC X(31).
014000         10  AO-SOURCE               PIC X(01).
014100         10  AO-STATUS               PIC X(01).
014200             88  AO-ON-FILE          VALUE 'Y'.
014300             88  AO-NOT-ON-FILE      VALUE 'N'.
014400         10  AO-IN-BACKUP-SW         PIC X(01).
014410             88  AO-IN-BACKUP        VALUE 'Y'.
014500         10  AO-CHANGES              PIC 9(04) COMP.
014600 01  WS-AO-SUB                       PIC 9(04) COMP VALUE ZERO.
014700 01  WS-AO-SHIFT                     PIC 9(04) COMP VALUE ZERO.
014800 01  WS-IMAGE-PART.
014900     05  WS-IP-FIELD-WITH-VAL        PIC X(02).
015000     05  FILLER                      PIC X(02) VALUE SPACES.
015100     05  WS-IP-SPACES-VAL            PIC X(10).
015200     05  FILLER                      PIC X(02) VALUE SPACES.
015300     05  WS-IP-ZERO-VAL              PIC ZZ9.
015400     05  FILLER                      PIC X(02) VALUE SPACES.
015500     05  WS-IP-PLUS-VAL              PIC -ZZ9.
015600     05  FILLER                      PIC X(02) VALUE SPACES.
015700     05  WS-IP-MINUS-VAL             PIC -ZZ9.
015800     05  FILLER                      PIC X(02) VALUE SPACES.
015900     05  WS-IP-DECIMAL               PIC Z,ZZZ,ZZ9.99.
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  WS-IP-VERSION               PIC X(01).
016200 01  WS-HEADING-1.
016300     05  FILLER PIC X(44)
016400         VALUE 'RAASO225 AS-OF INQUIRY - RAMSTR KEY IMAGES  '.
016500     05  FILLER                      PIC X(88) VALUE SPACES.
016600 01  WS-HEADING-2.
016700     05  FILLER PIC X(24) VALUE 'AS-OF POINT .......... '.
016800     05  WS-H2-DATE                  PIC 9(08).
016900     05  FILLER                      PIC X(01) VALUE '/'.
017000     05  WS-H2-TIME                  PIC 9(06).
017100     05  FILLER                      PIC X(10) VALUE SPACES.
017200     05  FILLER PIC X(06) VALUE 'KEYS  '.
017300     05  WS-H2-FROM-STATES           PIC X(02).
017400     05  FILLER                      PIC X(01) VALUE '/'.
017500     05  WS-H2-FROM-FLAG             PIC X(02).
017600     05  FILLER PIC X(06) VALUE ' THRU '.
017700     05  WS-H2-TO-STATES             PIC X(02).
017800     05  FILLER                      PIC X(01) VALUE '/'.
017900     05  WS-H2-TO-FLAG               PIC X(02).
018000     05  FILLER                      PIC X(61) VALUE SPACES.
018100 01  WS-HEADING-3.
018200     05  FILLER PIC X(24) VALUE 'BACKUP USED .......... '.
018300     05  WS-H3-DATE                  PIC 9(08).
018400     05  FILLER                      PIC X(01) VALUE '/'.
018500     05  WS-H3-TIME                  PIC 9(06).
018600     05  FILLER                      PIC X(10) VALUE SPACES.
018700     05  FILLER PIC X(20) VALUE 'RABKUP GENERATION   '.
018800     05  WS-H3-BKUP-GEN              PIC -ZZZ9.
018900     05  FILLER                      PIC X(58) VALUE SPACES.
019000 01  WS-HEADING-4.
019100     05  FILLER PIC X(24) VALUE 'JOURNAL USED ......... '.
019200     05  WS-H4-JRNL-DESC             PIC X(20).
019300     05  WS-H4-JRNL-GEN              PIC -ZZZ9.
019400     05  FILLER                      PIC X(83) VALUE SPACES.
019500 01  WS-SECTION-1.
019600     05  FILLER PIC X(48)
019700         VALUE 'CHANGES BETWEEN THE BACKUP AND THE AS-OF POINT  '.
019800     05  FILLER                      PIC X(84) VALUE SPACES.
019900 01  WS-SECTION-1-COLS.
020000     05  FILLER PIC X(07) VALUE 'KEY    '.
020100     05  FILLER PIC X(17) VALUE 'DATE     TIME    '.
020200     05  FILLER PIC X(08) VALUE 'ACTION  '.
020300     05  FILLER PIC X(10) VALUE 'JOB       '.
020400     05  FILLER PIC X(04) VALUE 'SRC '.
020500     05  FILLER PIC X(10) VALUE 'OPERATOR  '.
020600     05  FILLER PIC X(48)
020700         VALUE 'FV  SPACES-VAL  ZRO  PLUS  MINUS       DECIMAL V'.
020800     05  FILLER                      PIC X(28) VALUE SPACES.
020900 01  WS-SECTION-2.
021000     05  FILLER PIC X(48)
021100         VALUE 'IMAGE OF EACH SELECTED KEY AT THE AS-OF POINT   '.
021200     05  FILLER                      PIC X(84) VALUE SPACES.
021300 01  WS-SECTION-2-COLS.
021400     05  FILLER PIC X(07) VALUE 'KEY    '.
021500     05  FILLER PIC X(14) VALUE 'STATUS        '.
021600     05  FILLER PIC X(04) VALUE 'SRC '.
021700     05  FILLER PIC X(06) VALUE 'CHGS  '.
021800     05  FILLER PIC X(48)
021900         VALUE 'FV  SPACES-VAL  ZRO  PLUS  MINUS       DECIMAL V'.
022000     05  FILLER                      PIC X(02) VALUE SPACES.
022010     05  FILLER PIC X(11) VALUE 'ORIGIN     '.
022020     05  FILLER                      PIC X(40) VALUE SPACES.
022100 01  WS-CHANGE-LINE.
022200     05  WS-CL-STATES                PIC X(02).
022300     05  FILLER                      PIC X(01) VALUE '/'.
022400     05  WS-CL-FLAG                  PIC X(02).
022500     05  FILLER                      PIC X(02) VALUE SPACES.
022600     05  WS-CL-DATE                  PIC 9(08).
022700     05  FILLER                      PIC X(01) VALUE SPACES.
022800     05  WS-CL-TIME                  PIC 9(06).
022900     05  FILLER                      PIC X(02) VALUE SPACES.
023000     05  WS-CL-ACTION                PIC X(06).
023100     05  FILLER                      PIC X(02) VALUE SPACES.
023200     05  WS-CL-JOB                   PIC X(08).
023300     05  FILLER                      PIC X(02) VALUE SPACES.
023400     05  WS-CL-SOURCE                PIC X(01).
023500     05  FILLER                      PIC X(03) VALUE SPACES.
023600     05  WS-CL-OPER                  PIC X(08).
023700     05  FILLER                      PIC X(02) VALUE SPACES.
023800     05  WS-CL-IMAGE                 PIC X(48).
023900     05  FILLER                      PIC X(28) VALUE SPACES.
024000 01  WS-IMAGE-LINE.
024100     05  WS-IL-STATES                PIC X(02).
024200     05  FILLER                      PIC X(01) VALUE '/'.
024300     05  WS-IL-FLAG                  PIC X(02).
024400     05  FILLER                      PIC X(02) VALUE SPACES.
024500     05  WS-IL-STATUS                PIC X(12).
024600     05  FILLER                      PIC X(02) VALUE SPACES.
024700     05  WS-IL-SOURCE                PIC X(01).
024800     05  FILLER                      PIC X(03) VALUE SPACES.
024900     05  WS-IL-CHANGES               PIC ZZZ9.
025000     05  FILLER                      PIC X(02) VALUE SPACES.
025100     05  WS-IL-IMAGE                 PIC X(48).
025200     05  FILLER                      PIC X(02) VALUE SPACES.
025210     05  WS-IL-ORIGIN                PIC X(11).
025220     05  FILLER                      PIC X(40) VALUE SPACES.
025300 01  WS-NONE-LINE.
025400     05  FILLER                      PIC X(02) VALUE SPACES.
025500     05  WS-NL-TEXT                  PIC X(60).
025600     05  FILLER                      PIC X(70) VALUE SPACES.
025700 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
025800 01  WS-TOTAL-LINE-1.
025900     05  FILLER PIC X(24) VALUE 'KEYS REPORTED ........ '.
026000     05  WS-TOT-KEYS                 PIC ZZZZZZZZ9.
026100     05  FILLER                      PIC X(99) VALUE SPACES.
026200 01  WS-TOTAL-LINE-2.
026300     05  FILLER PIC X(24) VALUE 'CHANGES REPLAYED ..... '.
026400     05  WS-TOT-CHANGES              PIC ZZZZZZZZ9.
026500     05  FILLER                      PIC X(99) VALUE SPACES.
026600 01  WS-TOTAL-LINE-3.
026700     05  FILLER PIC X(24) VALUE 'JOURNAL READ ......... '.
026800     05  WS-TOT-JRNL                 PIC ZZZZZZZZ9.
026900     05  FILLER                      PIC X(99) VALUE SPACES.
027000 01  WS-TOTAL-LINE-4.
027100     05  FILLER PIC X(24) VALUE 'JOURNAL PAST AS-OF ... '.
027200     05  WS-TOT-PAST                 PIC ZZZZZZZZ9.
027300     05  FILLER                      PIC X(99) VALUE SPACES.
027400 PROCEDURE DIVISION.
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE
027700         THRU 1000-EXIT.
027800     PERFORM 1100-LOCATE-BACKUP
027900         THRU 1100-EXIT.
028000     PERFORM 1200-SUM-NEWER-JOURNALS
028100         THRU 1200-EXIT.
028200     PERFORM 1300-PRINT-HEADINGS
028300         THRU 1300-EXIT.
028400     PERFORM 2000-LOAD-BACKUP-IMAGES
028500         THRU 2000-EXIT.
028600     PERFORM 3000-REPLAY-JOURNAL
028700         THRU 3000-EXIT.
028800     PERFORM 5000-PRINT-IMAGES
028900         THRU 5000-EXIT.
029000     PERFORM 8000-TERMINATE
029100         THRU 8000-EXIT.
029200     STOP RUN.
029300*-----------------------------------------------------------------
029400* 1000-INITIALIZE - READ AND EDIT THE INQUIRY CARD.  A KEY AND AN
029500* AS-OF DATE ARE REQUIRED; A BLANK TO KEY MEANS THE ONE KEY AND A
029600* BLANK TIME MEANS THE END OF THE AS-OF DAY.
029700*-----------------------------------------------------------------
029800 1000-INITIALIZE.
029900     ACCEPT WS-PARM-CARD FROM SYSIN.
030000     IF WS-PARM-FROM-KEY = SPACES
030100         DISPLAY 'RAASO225 NO KEY ON SYSIN - RUN STOPPED'
030200         MOVE 16 TO RETURN-CODE
030300         STOP RUN
030400     END-IF.
030500     MOVE WS-PARM-FROM-KEY TO WS-FROM-KEY.
030600     IF WS-PARM-TO-KEY = SPACES
030700         MOVE WS-FROM-KEY TO WS-TO-KEY
030800     ELSE
030900         MOVE WS-PARM-TO-KEY TO WS-TO-KEY
031000     END-IF.
031100     IF WS-TO-KEY < WS-FROM-KEY
031200         DISPLAY 'RAASO225 TO KEY BELOW FROM KEY - RUN STOPPED'
031300         MOVE 16 TO RETURN-CODE
031400         STOP RUN
031500     END-IF.
031600     IF WS-PARM-ASOF-DATE NOT NUMERIC
031700         OR WS-PARM-ASOF-DATE-N = ZERO
031800         DISPLAY 'RAASO225 AS-OF DATE INVALID - RUN STOPPED'
031900         MOVE 16 TO RETURN-CODE
032000         STOP RUN
032100     END-IF.
032200     MOVE WS-PARM-ASOF-DATE-N TO WS-ASOF-DATE.
032300     IF WS-PARM-ASOF-TIME NUMERIC
032400         MOVE WS-PARM-ASOF-TIME-N TO WS-ASOF-TIME
032500     END-IF.
032600     COMPUTE WS-ASOF-STAMP =
032700         WS-ASOF-DATE * 1000000 + WS-ASOF-TIME.
032800     GO TO 1000-EXIT.
032900 1000-EXIT.
033000     EXIT.
033100*-----------------------------------------------------------------
033200* 1100-LOCATE-BACKUP - FIRST PASS OF THE BACKUP CATALOG.  THE
033300* LAST ENTRY TAKEN ON OR BEFORE THE AS-OF POINT IS THE BACKUP TO
033400* START FROM; ITS DISTANCE FROM THE END OF THE CATALOG IS HOW
033500* MANY NEWER BACKUP GENERATIONS HAVE BEEN TAKEN SINCE.
033600*-----------------------------------------------------------------
033700 1100-LOCATE-BACKUP.
033800     OPEN INPUT RABKCAT.
033900     PERFORM 7000-READ-NEXT-CATALOG
034000         THRU 7000-EXIT.
034100     PERFORM 1110-SCAN-ONE-CATALOG-ENTRY
034200         THRU 1110-EXIT
034300         UNTIL WS-CAT-EOF.
034400     CLOSE RABKCAT.
034500     IF WS-CAT-TARGET = ZERO
034600         DISPLAY 'RAASO225 NO BACKUP ON OR BEFORE THE AS-OF '
034700             'POINT - RUN STOPPED'
034800         MOVE 16 TO RETURN-CODE
034900         STOP RUN
035000     END-IF.
035100     COMPUTE WS-GENS-BACK = WS-CAT-COUNT - WS-CAT-TARGET.
035200     IF WS-GENS-BACK = ZERO
035300         SET WS-JRNL-CURRENT TO TRUE
035400     ELSE
035500         SET WS-JRNL-ARCHIVE TO TRUE
035600     END-IF.
035700     GO TO 1100-EXIT.
035800 1100-EXIT.
035900     EXIT.
036000 1110-SCAN-ONE-CATALOG-ENTRY.
036100     ADD 1 TO WS-CAT-COUNT.
036200     COMPUTE WS-CAT-STAMP =
036300         RABKC-BKUP-DATE * 1000000 + RABKC-BKUP-TIME.
036400     IF WS-CAT-STAMP NOT > WS-ASOF-STAMP
036500         MOVE WS-CAT-COUNT TO WS-CAT-TARGET
036600         MOVE RABKC-BKUP-DATE TO WS-TGT-BKUP-DATE
036700         MOVE RABKC-BKUP-TIME TO WS-TGT-BKUP-TIME
036800         MOVE RABKC-REC-COUNT TO WS-TGT-REC-COUNT
036900         MOVE RABKC-HASH-TOTAL TO WS-TGT-HASH-TOTAL
037000     END-IF.
037100     PERFORM 7000-READ-NEXT-CATALOG
037200         THRU 7000-EXIT.
037300     GO TO 1110-EXIT.
037400 1110-EXIT.
037500     EXIT.
037600*-----------------------------------------------------------------
037700* 1200-SUM-NEWER-JOURNALS - SECOND PASS OF THE CATALOG, ONLY
037800* WHEN THE BACKUP IS NOT THE NEWEST.  THE JOURNAL THAT BELONGS
037900* TO THE BACKUP WAS CLOSED OUT BY THE NEXT CYCLE; EVERY CYCLE
038000* AFTER THAT CLOSED OUT A NEWER ARCHIVE GENERATION THAT SITS
038100* AHEAD OF IT IN THE ARCHIVE GROUP AND MUST BE PASSED OVER.
038200*-----------------------------------------------------------------
038300 1200-SUM-NEWER-JOURNALS.
038400     IF WS-JRNL-CURRENT
038500         GO TO 1200-EXIT
038600     END-IF.
038700     MOVE 'N' TO WS-CAT-EOF-SW.
038800     MOVE ZERO TO WS-CAT-COUNT.
038900     OPEN INPUT RABKCAT.
039000     PERFORM 7000-READ-NEXT-CATALOG
039100         THRU 7000-EXIT.
039200     PERFORM 1210-ADD-ONE-CATALOG-ENTRY
039300         THRU 1210-EXIT
039400         UNTIL WS-CAT-EOF.
039500     CLOSE RABKCAT.
039600     GO TO 1200-EXIT.
039700 1200-EXIT.
039800     EXIT.
039900 1210-ADD-ONE-CATALOG-ENTRY.
040000     ADD 1 TO WS-CAT-COUNT.
040100     IF WS-CAT-COUNT = WS-CAT-TARGET + 1
040200         MOVE RABKC-JRNL-CLOSED TO WS-JRNL-TARGET-COUNT
040300     END-IF.
040400     IF WS-CAT-COUNT > WS-CAT-TARGET + 1
040500         ADD RABKC-JRNL-CLOSED TO WS-JRNL-SKIP
040600     END-IF.
040700     PERFORM 7000-READ-NEXT-CATALOG
040800         THRU 7000-EXIT.
040900     GO TO 1210-EXIT.
041000 1210-EXIT.
041100     EXIT.
041200*-----------------------------------------------------------------
041300* 1300-PRINT-HEADINGS - OPEN THE REPORT AND PRINT THE INQUIRY,
041400* THE BACKUP AND JOURNAL GENERATIONS LOCATED, AND THE CHANGE
041500* SECTION HEADINGS.
041600*-----------------------------------------------------------------
041700 1300-PRINT-HEADINGS.
041800     OPEN OUTPUT RARPT.
041900     WRITE RARPT-LINE FROM WS-HEADING-1.
042000     MOVE WS-ASOF-DATE TO WS-H2-DATE.
042100     MOVE WS-ASOF-TIME TO WS-H2-TIME.
042200     MOVE WS-FROM-KEY (1:2) TO WS-H2-FROM-STATES.
042300     MOVE WS-FROM-KEY (3:2) TO WS-H2-FROM-FLAG.
042400     MOVE WS-TO-KEY (1:2) TO WS-H2-TO-STATES.
042500     MOVE WS-TO-KEY (3:2) TO WS-H2-TO-FLAG.
042600     WRITE RARPT-LINE FROM WS-HEADING-2.
042700     MOVE WS-TGT-BKUP-DATE TO WS-H3-DATE.
042800     MOVE WS-TGT-BKUP-TIME TO WS-H3-TIME.
042900     COMPUTE WS-H3-BKUP-GEN = ZERO - WS-GENS-BACK.
043000     WRITE RARPT-LINE FROM WS-HEADING-3.
043100     IF WS-JRNL-CURRENT
043200         MOVE 'RAJRNL GENERATION' TO WS-H4-JRNL-DESC
043300         MOVE ZERO TO WS-H4-JRNL-GEN
043400     ELSE
043500         MOVE 'RAJRNA GENERATION' TO WS-H4-JRNL-DESC
043600         COMPUTE WS-H4-JRNL-GEN = 1 - WS-GENS-BACK
043700     END-IF.
043800     WRITE RARPT-LINE FROM WS-HEADING-4.
043900     WRITE RARPT-LINE FROM WS-BLANK-LINE.
044000     WRITE RARPT-LINE FROM WS-SECTION-1.
044100     WRITE RARPT-LINE FROM WS-SECTION-1-COLS.
044200     GO TO 1300-EXIT.
044300 1300-EXIT.
044400     EXIT.
044500*-----------------------------------------------------------------
044600* 2000-LOAD-BACKUP-IMAGES - PASS OVER THE NEWER BACKUP
044700* GENERATIONS ONE LABELED SECTION AT A TIME, THEN READ THE ONE
044800* LOCATED, HOLDING THE IMAGES OF THE SELECTED KEYS.  IT MUST
044900* BALANCE TO ITS OWN TRAILER AND TO THE CATALOG ENTRY, OR THE
045000* GENERATION GROUP DOES NOT MATCH THE CATALOG.
045100*-----------------------------------------------------------------
045200 2000-LOAD-BACKUP-IMAGES.
045300     OPEN INPUT RABKUP.
045400     PERFORM 2100-SKIP-BACKUP-RECORD
045500         THRU 2100-EXIT
045600         UNTIL WS-GENS-SKIPPED >= WS-GENS-BACK.
045700     PERFORM 7100-READ-NEXT-BACKUP
045800         THRU 7100-EXIT.
045900     IF WS-BKUP-EOF OR WS-BKUP-IMAGE (1:3) NOT = 'HDR'
046000         DISPLAY 'RAASO225 RABKUP GENERATION NOT LABELED - '
046100             'RUN STOPPED'
046200         MOVE 16 TO RETURN-CODE
046300         STOP RUN
046400     END-IF.
046500     PERFORM 2200-LOAD-ONE-BACKUP-RECORD
046600         THRU 2200-EXIT
046700         UNTIL WS-SECTION-END.
046800     CLOSE RABKUP.
046900     IF WS-LBL-COUNT NOT = WS-TGT-REC-COUNT
047000         OR WS-LBL-HASH NOT = WS-TGT-HASH-TOTAL
047100         DISPLAY 'RAASO225 RABKUP DOES NOT MATCH THE CATALOG - '
047200             'RUN STOPPED'
047300         DISPLAY 'RAASO225 CATALOG COUNT = ' WS-TGT-REC-COUNT
047400             ' READ = ' WS-LBL-COUNT
047500         DISPLAY 'RAASO225 CATALOG HASH  = ' WS-TGT-HASH-TOTAL
047600             ' READ = ' WS-LBL-HASH
047700         MOVE 16 TO RETURN-CODE
047800         STOP RUN
047900     END-IF.
048000     GO TO 2000-EXIT.
048100 2000-EXIT.
048200     EXIT.
048300 2100-SKIP-BACKUP-RECORD.
048400     PERFORM 7100-READ-NEXT-BACKUP
048500         THRU 7100-EXIT.
048600     IF WS-BKUP-EOF
048700         DISPLAY 'RAASO225 RABKUP GENERATION NO LONGER '
048800             'CATALOGED - RUN STOPPED'
048900         MOVE 16 TO RETURN-CODE
049000         STOP RUN
049100     END-IF.
049200     IF WS-BKUP-IMAGE (1:3) = 'TRL'
049300         ADD 1 TO WS-GENS-SKIPPED
049400     END-IF.
049500     GO TO 2100-EXIT.
049600 2100-EXIT.
049700     EXIT.
049800 2200-LOAD-ONE-BACKUP-RECORD.
049900     PERFORM 7100-READ-NEXT-BACKUP
050000         THRU 7100-EXIT.
050100     IF WS-BKUP-EOF
050200         DISPLAY 'RAASO225 RABKUP TRAILER MISSING - RUN STOPPED'
050300         MOVE 16 TO RETURN-CODE
050400         STOP RUN
050500     END-IF.
050600     IF WS-BKUP-IMAGE (1:3) = 'TRL'
050700         PERFORM 2300-VERIFY-TRAILER
050800             THRU 2300-EXIT
050900         SET WS-SECTION-END TO TRUE
051000         GO TO 2200-EXIT
051100     END-IF.
051200     MOVE WS-BKUP-IMAGE (1:35) TO RECORD-A2.
051300     ADD 1 TO WS-LBL-COUNT.
051400     ADD RA2-DECIMAL TO WS-LBL-HASH.
051500     MOVE WS-BKUP-IMAGE TO RAMSTR-RECORD.
051600     IF RAMSTR-KEY < WS-FROM-KEY OR RAMSTR-KEY > WS-TO-KEY
051700         GO TO 2200-EXIT
051800     END-IF.
051900     MOVE RAMSTR-KEY TO WS-SEEK-KEY.
052000     PERFORM 6000-FIND-TABLE-ENTRY
052100         THRU 6000-EXIT.
052200     MOVE RAMSTR-DATA TO AO-DATA (WS-AO-SUB).
052300     MOVE RAMSTR-SOURCE TO AO-SOURCE (WS-AO-SUB).
052400     SET AO-ON-FILE (WS-AO-SUB) TO TRUE.
052500     MOVE 'Y' TO AO-IN-BACKUP-SW (WS-AO-SUB).
052600     GO TO 2200-EXIT.
052700 2200-EXIT.
052800     EXIT.
052900*-----------------------------------------------------------------
053000* 2300-VERIFY-TRAILER - THE BACKUP SECTION MUST BALANCE TO ITS
053100* OWN TRAILER; STOP THE RUN HARD WHEN IT DOES NOT.
053200*-----------------------------------------------------------------
053300 2300-VERIFY-TRAILER.
053400     MOVE WS-BKUP-IMAGE (1:29) TO CTL-RECORD.
053500     IF CTL-REC-COUNT NOT = WS-LBL-COUNT
053600         OR CTL-HASH-TOTAL NOT = WS-LBL-HASH
053700         DISPLAY 'RAASO225 RABKUP OUT OF BALANCE - RUN STOPPED'
053800         DISPLAY 'RAASO225 TRAILER COUNT = ' CTL-REC-COUNT
053900             ' READ = ' WS-LBL-COUNT
054000         DISPLAY 'RAASO225 TRAILER HASH  = ' CTL-HASH-TOTAL
054100             ' READ = ' WS-LBL-HASH
054200         MOVE 16 TO RETURN-CODE
054300         STOP RUN
054400     END-IF.
054500     GO TO 2300-EXIT.
054600 2300-EXIT.
054700     EXIT.
054800*-----------------------------------------------------------------
054900* 3000-REPLAY-JOURNAL - REPLAY THE JOURNAL GENERATION THAT
055000* BELONGS TO THE BACKUP, IN FILE ORDER, AGAINST THE HELD KEYS.
055100* FOR AN ARCHIVED GENERATION THE NEWER ARCHIVES AHEAD OF IT ARE
055200* PASSED OVER FIRST AND THE READ STOPS AT ITS CATALOGED COUNT.
055300*-----------------------------------------------------------------
055400 3000-REPLAY-JOURNAL.
055500     IF WS-JRNL-CURRENT
055600         OPEN INPUT RAJRNL
055700     ELSE
055800         OPEN INPUT RAJRNA
055900         PERFORM 3100-SKIP-ARCHIVE-RECORD
056000             THRU 3100-EXIT
056100             UNTIL WS-JRNL-SKIPPED >= WS-JRNL-SKIP
056200     END-IF.
056300     PERFORM 7200-READ-NEXT-JOURNAL
056400         THRU 7200-EXIT.
056500     PERFORM 3200-REPLAY-ONE-JOURNAL
056600         THRU 3200-EXIT
056700         UNTIL WS-JRNL-EOF.
056800     IF WS-JRNL-CURRENT
056900         CLOSE RAJRNL
057000     ELSE
057100         CLOSE RAJRNA
057200     END-IF.
057300     IF WS-CHANGE-COUNT = ZERO
057400         MOVE 'NO CHANGES TO THE SELECTED KEYS' TO WS-NL-TEXT
057500         WRITE RARPT-LINE FROM WS-NONE-LINE
057600     END-IF.
057700     GO TO 3000-EXIT.
057800 3000-EXIT.
057900     EXIT.
058000 3100-SKIP-ARCHIVE-RECORD.
058100     READ RAJRNA
058200         AT END
058300             DISPLAY 'RAASO225 RAJRNA GENERATION NO LONGER '
058400                 'CATALOGED - RUN STOPPED'
058500             MOVE 16 TO RETURN-CODE
058600             STOP RUN
058700     END-READ.
058800     ADD 1 TO WS-JRNL-SKIPPED.
058900     GO TO 3100-EXIT.
059000 3100-EXIT.
059100     EXIT.
059200*-----------------------------------------------------------------
059300* 3200-REPLAY-ONE-JOURNAL - APPLY ONE AFTER-IMAGE FOR A SELECTED
059400* KEY STAMPED ON OR BEFORE THE AS-OF POINT AND LIST THE CHANGE.
059500* AN ADD OR REWRITE PUTS THE AFTER-IMAGE ON FILE, A DELETE TAKES
059600* THE KEY OFF, AS RARCV140 DOES TO THE REAL MASTER.
059700*-----------------------------------------------------------------
059800 3200-REPLAY-ONE-JOURNAL.
059900     COMPUTE WS-JRNL-STAMP =
060000         JRNL-RUN-DATE * 1000000 + JRNL-RUN-TIME.
060100     IF WS-JRNL-STAMP > WS-ASOF-STAMP
060200         ADD 1 TO WS-PAST-ASOF-COUNT
060300         GO TO 3200-NEXT
060400     END-IF.
060500     IF JRNL-KEY < WS-FROM-KEY OR JRNL-KEY > WS-TO-KEY
060600         GO TO 3200-NEXT
060700     END-IF.
060800     MOVE JRNL-KEY TO WS-SEEK-KEY.
060900     PERFORM 6000-FIND-TABLE-ENTRY
061000         THRU 6000-EXIT.
061100     IF JRNL-ACTION-DELETE
061200         SET AO-NOT-ON-FILE (WS-AO-SUB) TO TRUE
061300         MOVE SPACES TO WS-IMAGE-PART
061400         MOVE 'DELETE' TO WS-CL-ACTION
061500     ELSE
061600         SET AO-ON-FILE (WS-AO-SUB) TO TRUE
061700         MOVE JRNL-DATA TO AO-DATA (WS-AO-SUB)
061800         MOVE JRNL-SOURCE TO AO-SOURCE (WS-AO-SUB)
061900         MOVE JRNL-DATA TO RECORD-A-PAYLOAD
062000         PERFORM 6500-DECODE-IMAGE
062100             THRU 6500-EXIT
062200         IF JRNL-ACTION-ADD
062300             MOVE 'ADD' TO WS-CL-ACTION
062400         ELSE
062500             MOVE 'CHANGE' TO WS-CL-ACTION
062600         END-IF
062700     END-IF.
062800     ADD 1 TO AO-CHANGES (WS-AO-SUB).
062900     ADD 1 TO WS-CHANGE-COUNT.
063000     MOVE JRNL-STATES TO WS-CL-STATES.
063100     MOVE JRNL-FLAG TO WS-CL-FLAG.
063200     MOVE JRNL-RUN-DATE TO WS-CL-DATE.
063300     MOVE JRNL-RUN-TIME TO WS-CL-TIME.
063400     MOVE JRNL-JOB-NAME TO WS-CL-JOB.
063500     MOVE JRNL-SOURCE TO WS-CL-SOURCE.
063600     MOVE JRNL-OPER-ID TO WS-CL-OPER.
063700     MOVE WS-IMAGE-PART TO WS-CL-IMAGE.
063800     WRITE RARPT-LINE FROM WS-CHANGE-LINE.
063900 3200-NEXT.
064000     PERFORM 7200-READ-NEXT-JOURNAL
064100         THRU 7200-EXIT.
064200     GO TO 3200-EXIT.
064300 3200-EXIT.
064400     EXIT.
064500*-----------------------------------------------------------------
064600* 5000-PRINT-IMAGES - PRINT EVERY HELD KEY IN KEY ORDER AS IT
064700* STOOD AT THE AS-OF POINT.  FROM BACKUP MARKS A KEY THAT WAS
064710* ALREADY HELD IN THE BACKUP; ANY OTHER KEY WAS FIRST SEEN IN THE
064720* JOURNAL AFTER IT.
064800*-----------------------------------------------------------------
064900 5000-PRINT-IMAGES.
065000     WRITE RARPT-LINE FROM WS-BLANK-LINE.
065100     WRITE RARPT-LINE FROM WS-SECTION-2.
065200     WRITE RARPT-LINE FROM WS-SECTION-2-COLS.
065300     IF WS-AO-COUNT = ZERO
065400         MOVE 'NO RECORD OF THE SELECTED KEYS SINCE THE BACKUP'
065500             TO WS-NL-TEXT
065600         WRITE RARPT-LINE FROM WS-NONE-LINE
065700         GO TO 5000-EXIT
065800     END-IF.
065900     MOVE 1 TO WS-AO-SUB.
066000     PERFORM 5100-PRINT-ONE-IMAGE
066100         THRU 5100-EXIT
066200         UNTIL WS-AO-SUB > WS-AO-COUNT.
066300     GO TO 5000-EXIT.
066400 5000-EXIT.
066500     EXIT.
066600 5100-PRINT-ONE-IMAGE.
066700     MOVE AO-STATES (WS-AO-SUB) TO WS-IL-STATES.
066800     MOVE AO-FLAG (WS-AO-SUB) TO WS-IL-FLAG.
066900     MOVE AO-CHANGES (WS-AO-SUB) TO WS-IL-CHANGES.
067000     IF AO-ON-FILE (WS-AO-SUB)
067100         MOVE 'ON FILE' TO WS-IL-STATUS
067200         MOVE AO-SOURCE (WS-AO-SUB) TO WS-IL-SOURCE
067300         MOVE AO-DATA (WS-AO-SUB) TO RECORD-A-PAYLOAD
067400         PERFORM 6500-DECODE-IMAGE
067500             THRU 6500-EXIT
067600     ELSE
067700         MOVE 'NOT ON FILE' TO WS-IL-STATUS
067800         MOVE SPACE TO WS-IL-SOURCE
067900         MOVE SPACES TO WS-IMAGE-PART
068000     END-IF.
068010     IF AO-IN-BACKUP (WS-AO-SUB)
068020         MOVE 'FROM BACKUP' TO WS-IL-ORIGIN
068030     ELSE
068040         MOVE SPACES TO WS-IL-ORIGIN
068050     END-IF.
068100     MOVE WS-IMAGE-PART TO WS-IL-IMAGE.
068200     WRITE RARPT-LINE FROM WS-IMAGE-LINE.
068300     ADD 1 TO WS-AO-SUB.
068400     GO TO 5100-EXIT.
068500 5100-EXIT.
068600     EXIT.
068700*-----------------------------------------------------------------
068800* 6000-FIND-TABLE-ENTRY - FIND OR INSERT (IN KEY ORDER) THE HELD
068900* ENTRY FOR WS-SEEK-KEY.  A NEW ENTRY STARTS NOT ON FILE WITH NO
069000* CHANGES.
069100*-----------------------------------------------------------------
069200 6000-FIND-TABLE-ENTRY.
069300     MOVE 'N' TO WS-AOFND-SW.
069400     MOVE 1 TO WS-AO-SUB.
069500     PERFORM 6100-SCAN-ASOF-TABLE
069600         THRU 6100-EXIT
069700         UNTIL WS-AO-POSITIONED OR WS-AO-SUB > WS-AO-COUNT.
069800     IF WS-AO-POSITIONED
069900         AND AO-KEY (WS-AO-SUB) = WS-SEEK-KEY
070000         CONTINUE
070100     ELSE
070200         PERFORM 6200-INSERT-ASOF-ENTRY
070300             THRU 6200-EXIT
070400     END-IF.
070500     GO TO 6000-EXIT.
070600 6000-EXIT.
070700     EXIT.
070800 6100-SCAN-ASOF-TABLE.
070900     IF AO-KEY (WS-AO-SUB) >= WS-SEEK-KEY
071000         SET WS-AO-POSITIONED TO TRUE
071100     ELSE
071200         ADD 1 TO WS-AO-SUB
071300     END-IF.
071400     GO TO 6100-EXIT.
071500 6100-EXIT.
071600     EXIT.
071700 6200-INSERT-ASOF-ENTRY.
071800     IF WS-AO-COUNT >= 500
071900         DISPLAY 'RAASO225 KEY TABLE FULL - NARROW THE RANGE'
072000         MOVE 16 TO RETURN-CODE
072100         STOP RUN
072200     END-IF.
072300     MOVE WS-AO-COUNT TO WS-AO-SHIFT.
072400     PERFORM 6300-SHIFT-ASOF-ENTRY
072500         THRU 6300-EXIT
072600         UNTIL WS-AO-SHIFT < WS-AO-SUB.
072700     ADD 1 TO WS-AO-COUNT.
072800     MOVE WS-SEEK-KEY TO AO-KEY (WS-AO-SUB).
072900     MOVE SPACES TO AO-DATA (WS-AO-SUB).
073000     MOVE SPACE TO AO-SOURCE (WS-AO-SUB).
073100     SET AO-NOT-ON-FILE (WS-AO-SUB) TO TRUE.
073200     MOVE 'N' TO AO-IN-BACKUP-SW (WS-AO-SUB).
073300     MOVE ZERO TO AO-CHANGES (WS-AO-SUB).
073400     GO TO 6200-EXIT.
073500 6200-EXIT.
073600     EXIT.
073700 6300-SHIFT-ASOF-ENTRY.
073800     MOVE WS-AO-ENTRY (WS-AO-SHIFT)
073900         TO WS-AO-ENTRY (WS-AO-SHIFT + 1).
074000     SUBTRACT 1 FROM WS-AO-SHIFT.
074100     GO TO 6300-EXIT.
074200 6300-EXIT.
074300     EXIT.
074400*-----------------------------------------------------------------
074500* 6500-DECODE-IMAGE - EDIT THE PAYLOAD NOW IN RECORD-A2 INTO THE
074600* PRINTABLE IMAGE COLUMNS.
074700*-----------------------------------------------------------------
074800 6500-DECODE-IMAGE.
074900     MOVE RA2-FIELD-WITH-VAL TO WS-IP-FIELD-WITH-VAL.
075000     MOVE RA2-SPACES-VAL TO WS-IP-SPACES-VAL.
075100     MOVE RA2-ZERO-VAL TO WS-IP-ZERO-VAL.
075200     MOVE RA2-PLUS-VAL TO WS-IP-PLUS-VAL.
075300     MOVE RA2-MINUS-VAL TO WS-IP-MINUS-VAL.
075400     MOVE RA2-DECIMAL TO WS-IP-DECIMAL.
075500     MOVE RA2-VERSION TO WS-IP-VERSION.
075600     GO TO 6500-EXIT.
075700 6500-EXIT.
075800     EXIT.
075900*-----------------------------------------------------------------
076000* 7000-READ-NEXT-CATALOG - READ THE NEXT BACKUP CATALOG ENTRY.
076100*-----------------------------------------------------------------
076200 7000-READ-NEXT-CATALOG.
076300     READ RABKCAT INTO RABKC-RECORD
076400         AT END
076500             SET WS-CAT-EOF TO TRUE
076600     END-READ.
076700     GO TO 7000-EXIT.
076800 7000-EXIT.
076900     EXIT.
077000*-----------------------------------------------------------------
077100* 7100-READ-NEXT-BACKUP - READ THE NEXT RECORD OF THE BACKUP
077200* GENERATION GROUP.
077300*-----------------------------------------------------------------
077400 7100-READ-NEXT-BACKUP.
077500     READ RABKUP INTO WS-BKUP-IMAGE
077600         AT END
077700             SET WS-BKUP-EOF TO TRUE
077800     END-READ.
077900     GO TO 7100-EXIT.
078000 7100-EXIT.
078100     EXIT.
078200*-----------------------------------------------------------------
078300* 7200-READ-NEXT-JOURNAL - READ THE NEXT RECORD OF THE JOURNAL
078400* GENERATION BEING REPLAYED.  THE CURRENT GENERATION RUNS TO END
078500* OF FILE; AN ARCHIVED ONE ENDS AT ITS CATALOGED COUNT, AND A
078600* SHORT ONE STOPS THE RUN HARD.
078700*-----------------------------------------------------------------
078800 7200-READ-NEXT-JOURNAL.
078900     IF WS-JRNL-CURRENT
079000         READ RAJRNL INTO JRNL-RECORD
079100             AT END
079200                 SET WS-JRNL-EOF TO TRUE
079300                 GO TO 7200-EXIT
079400         END-READ
079500     ELSE
079600         IF WS-JRNL-TARGET-READ >= WS-JRNL-TARGET-COUNT
079700             SET WS-JRNL-EOF TO TRUE
079800             GO TO 7200-EXIT
079900         END-IF
080000         READ RAJRNA INTO JRNL-RECORD
080100             AT END
080200                 DISPLAY 'RAASO225 RAJRNA GENERATION SHORT - '
080300                     'RUN STOPPED'
080400                 MOVE 16 TO RETURN-CODE
080500                 STOP RUN
080600         END-READ
080700         ADD 1 TO WS-JRNL-TARGET-READ
080800     END-IF.
080900     ADD 1 TO WS-JRNL-COUNT.
081000     GO TO 7200-EXIT.
081100 7200-EXIT.
081200     EXIT.
081300*-----------------------------------------------------------------
081400* 8000-TERMINATE - PRINT THE TOTALS, DISPLAY THEM FOR THE LOG
081500* AND CLOSE THE REPORT.
081600*-----------------------------------------------------------------
081700 8000-TERMINATE.
081800     WRITE RARPT-LINE FROM WS-BLANK-LINE.
081900     MOVE WS-AO-COUNT TO WS-TOT-KEYS.
082000     WRITE RARPT-LINE FROM WS-TOTAL-LINE-1.
082100     MOVE WS-CHANGE-COUNT TO WS-TOT-CHANGES.
082200     WRITE RARPT-LINE FROM WS-TOTAL-LINE-2.
082300     MOVE WS-JRNL-COUNT TO WS-TOT-JRNL.
082400     WRITE RARPT-LINE FROM WS-TOTAL-LINE-3.
082500     MOVE WS-PAST-ASOF-COUNT TO WS-TOT-PAST.
082600     WRITE RARPT-LINE FROM WS-TOTAL-LINE-4.
082700     DISPLAY 'RAASO225 KEYS REPORTED      = ' WS-AO-COUNT.
082800     DISPLAY 'RAASO225 CHANGES REPLAYED   = ' WS-CHANGE-COUNT.
082900     DISPLAY 'RAASO225 JOURNAL PAST AS-OF = ' WS-PAST-ASOF-COUNT.
083000     CLOSE RARPT.
083100     GO TO 8000-EXIT.
083200 8000-EXIT.
083300     EXIT.
