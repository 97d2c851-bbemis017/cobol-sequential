000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RACDC230.
000300 AUTHOR. B. BEMIS.
000400 INSTALLATION. DATA SERVICES - BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.
000800     CHANGE-DATA-CAPTURE DELTA EXTRACT OF THE RAMSTR MASTER FOR
000900     DOWNSTREAM SYSTEMS THAT ONLY WANT WHAT CHANGED, BUILT FROM
001000     THE RAJRNL AFTER-IMAGE JOURNAL INSTEAD OF THE WHOLE FILE.
001100     EVERY JOURNAL RECORD WRITTEN SINCE THE LAST DELIVERY IS
001200     NETTED PER KEY, AND ONE DECODED ROW PER KEY ADDED, CHANGED
001300     OR DELETED IS WRITTEN TO RACDC IN KEY ORDER - THE NET
001400     ACTION, THE DATE/TIME AND SOURCE CODE OF THE LAST CHANGE,
001500     THE RAW STATES/FLAG KEY, THEN THE SAME DECODED COLUMNS AS
001600     THE RACSV080 EXTRACT.  A KEY ADDED AND DELETED AGAIN
001700     BETWEEN DELIVERIES IS NEVER SEEN DOWNSTREAM AND IS NOT
001800     WRITTEN.  THE RACDCWM WATERMARK (RACDWREC.CPY) SAYS WHERE
001900     THE LAST DELIVERY STOPPED: THE NUMBER OF RABKCAT BACKUP
002000     CYCLES CATALOGED THEN AND THE RECORDS DELIVERED FROM THE
002100     JOURNAL GENERATION THEN CURRENT.  WHEN RABKP135 HAS CUT
002200     THE JOURNAL SINCE, THAT GENERATION AND ANY NEWER ONES ARE
002300     READ FROM THE ARCHIVE GROUP (RAJRNA, NEWEST FIRST) AT THE
002400     POSITIONS THE CATALOG'S CLOSED-OUT COUNTS GIVE, OLDEST
002500     FIRST, BEFORE THE CURRENT JOURNAL - SO NO CHANGE IS MISSED
002600     OR DELIVERED TWICE ACROSS A CUT.  THE FIRST RECORD OF THE
002700     GENERATION MUST STILL MATCH THE WATERMARK SIGNATURE; A
002800     GENERATION REPLACED BY A FULL LOAD STOPS THE RUN HARD.
002900     SYSIN COL 1 = 'I' SETS THE WATERMARK AT THE PRESENT END OF
003000     THE JOURNAL WITHOUT DELIVERING ANYTHING - FIRST-TIME SETUP,
003100     OR AFTER A FULL RACSV080 REFRESH OF THE DOWNSTREAM COPY.
003200     THE WATERMARK IS REWRITTEN ONLY AFTER RACDC IS CLOSED, SO
003300     A FAILED RUN CAN SIMPLY BE RERUN.
003400*-----------------------------------------------------------------
003500* MODIFICATION HISTORY
003600*   2026-10-15  BB  ORIGINAL VERSION.
003700*-----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RACDCWM ASSIGN TO "RACDCWM"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT RABKCAT ASSIGN TO "RABKCAT"
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT RAJRNL ASSIGN TO "RAJRNL"
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT RAJRNA ASSIGN TO "RAJRNA"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT RACDC ASSIGN TO "RACDC"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT RAPDATE ASSIGN TO "RAPDATE"
005500         ORGANIZATION IS SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  RACDCWM
005900     RECORDING MODE IS F.
006000 01  RACDCWM-RECORD.
006100     05  FILLER                      PIC X(80).
006200 FD  RABKCAT
006300     RECORDING MODE IS F.
006400 01  RABKCAT-RECORD.
006500     05  FILLER                      PIC X(50).
006600 FD  RAJRNL
006700     RECORDING MODE IS F.
006800 01  RAJRNL-RECORD.
006900     05  FILLER                      PIC X(67).
007000 FD  RAJRNA
007100     RECORDING MODE IS F.
007200 01  RAJRNA-RECORD.
007300     05  FILLER                      PIC X(67).
007400 FD  RACDC
007500     RECORDING MODE IS F.
007600 01  RACDC-LINE                      PIC X(092).
007700 FD  RAPDATE
007800     RECORDING MODE IS F.
007900 01  RAPDATE-RECORD.
008000     05  FILLER                      PIC X(50).
008100 WORKING-STORAGE SECTION.
008200 COPY "RAPDTREC.CPY".
008300 COPY "RAREC2.CPY".
008400 01  RECORD-A-PAYLOAD-VIEW REDEFINES RECORD-A2.
008500     05  FILLER                      PIC X(04).
008600     05  RECORD-A-PAYLOAD            PIC X(31).
008700 COPY "RAJRNREC.CPY".
008800 COPY "RACTLREC.CPY".
008900 COPY "RABKCREC.CPY".
009000 COPY "RACDWREC.CPY".
009100 01  WS-PARM-CARD.
009200     05  WS-PARM-MODE                PIC X(01).
009300     05  FILLER                      PIC X(79).
009400 01  WS-SWITCHES.
009500     05  WS-INIT-SW                  PIC X(01) VALUE 'N'.
009600         88  WS-INIT-RUN             VALUE 'Y'.
009700     05  WS-WM-EMPTY-SW              PIC X(01) VALUE 'N'.
009800         88  WS-WM-EMPTY             VALUE 'Y'.
009900     05  WS-CAT-EOF-SW               PIC X(01) VALUE 'N'.
010000         88  WS-CAT-EOF              VALUE 'Y'.
010100     05  WS-JRNL-EOF-SW              PIC X(01) VALUE 'N'.
010200         88  WS-JRNL-EOF             VALUE 'Y'.
010300     05  WS-JRNL-GEN-SW              PIC X(01) VALUE 'C'.
010400         88  WS-READING-CURRENT      VALUE 'C'.
010500         88  WS-READING-ARCHIVE      VALUE 'A'.
010600     05  WS-CHECK-SIG-SW             PIC X(01) VALUE 'N'.
010700         88  WS-CHECK-SIGNATURE      VALUE 'Y'.
010800     05  WS-CDFND-SW                 PIC X(01) VALUE 'N'.
010900         88  WS-CD-POSITIONED        VALUE 'Y'.
011000 01  WS-COUNTERS.
011100     05  WS-CAT-COUNT                PIC 9(09) COMP VALUE ZERO.
011200     05  WS-CUTS                     PIC 9(04) COMP VALUE ZERO.
011300     05  WS-CUT-SUB                  PIC 9(04) COMP VALUE ZERO.
011400     05  WS-CUT-TOTAL                PIC 9(09) COMP VALUE ZERO.
011500     05  WS-CUT-PREFIX               PIC 9(09) COMP VALUE ZERO.
011600     05  WS-ARCH-SKIP                PIC 9(09) COMP VALUE ZERO.
011700     05  WS-ARCH-SKIPPED             PIC 9(09) COMP VALUE ZERO.
011800     05  WS-GEN-LIMIT                PIC 9(09) COMP VALUE ZERO.
011900     05  WS-GEN-ALREADY              PIC 9(09) COMP VALUE ZERO.
012000     05  WS-GEN-POS                  PIC 9(09) COMP VALUE ZERO.
012100     05  WS-GENS-READ                PIC 9(04) COMP VALUE ZERO.
012200     05  WS-JRNL-READ                PIC 9(09) COMP VALUE ZERO.
012300     05  WS-CHG-APPLIED              PIC 9(09) COMP VALUE ZERO.
012400     05  WS-ADD-COUNT                PIC 9(09) COMP VALUE ZERO.
012500     05  WS-CHANGE-COUNT             PIC 9(09) COMP VALUE ZERO.
012600     05  WS-DELETE-COUNT             PIC 9(09) COMP VALUE ZERO.
012700     05  WS-NETTED-COUNT             PIC 9(09) COMP VALUE ZERO.
012800     05  WS-OUT-COUNT                PIC 9(09) COMP VALUE ZERO.
012900 01  WS-OUT-HASH                     PIC 9(11)V9(02) VALUE ZERO.
013000 01  WS-CD-DATE                      PIC 9(08).
013100 01  WS-CD-TIME                      PIC 9(06).
013200 01  WS-NEW-WATERMARK.
013300     05  WS-NEW-DELIVERED            PIC 9(09) VALUE ZERO.
013400     05  WS-NEW-SIGNATURE.
013500         10  WS-NEW-SIG-KEY          PIC X(04) VALUE SPACES.
013600         10  WS-NEW-SIG-DATE         PIC 9(08) VALUE ZERO.
013700         10  WS-NEW-SIG-TIME         PIC 9(06) VALUE ZERO.
013800         10  WS-NEW-SIG-JOB          PIC X(08) VALUE SPACES.
013900     05  WS-NEW-LAST-DATE            PIC 9(08) VALUE ZERO.
014000     05  WS-NEW-LAST-TIME            PIC 9(06) VALUE ZERO.
014100 01  WS-CUT-TABLE.
014200     05  WS-CUT-ENTRY                OCCURS 100 TIMES.
014300         10  CUT-JRNL-CLOSED         PIC 9(09) COMP.
014400 01  WS-SEEK-KEY                     PIC X(04).
014500 01  WS-CD-TABLE.
014600     05  WS-CD-COUNT                 PIC 9(04) COMP VALUE ZERO.
014700     05  WS-CD-ENTRY                 OCCURS 500 TIMES.
014800         10  CD-KEY.
014900             15  CD-STATES           PIC X(02).
015000             15  CD-FLAG             PIC X(02).
015100         10  CD-FIRST-ACTION         PIC X(01).
015200         10  CD-LAST-ACTION          PIC X(01).
015300         10  CD-DATA                 PIC X(31).
015400         10  CD-SOURCE               PIC X(01).
015500         10  CD-CHG-DATE             PIC 9(08).
015600         10  CD-CHG-TIME             PIC 9(06).
015700 01  WS-CD-SUB                       PIC 9(04) COMP VALUE ZERO.
015800 01  WS-CD-SHIFT                     PIC 9(04) COMP VALUE ZERO.
015900 01  WS-STATES-NAME                  PIC X(13).
016000 01  WS-FLAG-LABEL                   PIC X(08).
016100 01  WS-CDC-LINE.
016200     05  WS-CDC-ACTION               PIC X(06).
016300     05  FILLER                      PIC X(01) VALUE ','.
016400     05  WS-CDC-DATE                 PIC 9(08).
016500     05  FILLER                      PIC X(01) VALUE ','.
016600     05  WS-CDC-TIME                 PIC 9(06).
016700     05  FILLER                      PIC X(01) VALUE ','.
016800     05  WS-CDC-SOURCE               PIC X(01).
016900     05  FILLER                      PIC X(01) VALUE ','.
017000     05  WS-CDC-KEY-STATES           PIC X(02).
017100     05  FILLER                      PIC X(01) VALUE ','.
017200     05  WS-CDC-KEY-FLAG             PIC X(02).
017300     05  FILLER                      PIC X(01) VALUE ','.
017400     05  WS-CDC-STATES               PIC X(13).
017500     05  FILLER                      PIC X(01) VALUE ','.
017600     05  WS-CDC-FLAG                 PIC X(08).
017700     05  FILLER                      PIC X(01) VALUE ','.
017800     05  WS-CDC-FIELD-WITH-VAL       PIC X(02).
017900     05  FILLER                      PIC X(01) VALUE ','.
018000     05  WS-CDC-SPACES-VAL           PIC X(10).
018100     05  FILLER                      PIC X(01) VALUE ','.
018200     05  WS-CDC-ZERO-VAL             PIC 9(03).
018300     05  FILLER                      PIC X(01) VALUE ','.
018400     05  WS-CDC-PLUS-VAL             PIC X(01).
018500     05  WS-CDC-PLUS-DIGITS          PIC 9(03).
018600     05  FILLER                      PIC X(01) VALUE ','.
018700     05  WS-CDC-MINUS-VAL            PIC X(01).
018800     05  WS-CDC-MINUS-DIGITS         PIC 9(03).
018900     05  FILLER                      PIC X(01) VALUE ','.
019000     05  WS-CDC-DECIMAL              PIC X(07).
019100     05  FILLER                      PIC X(01) VALUE '.'.
019200     05  WS-CDC-DECIMAL-FRAC         PIC X(02).
019300 01  WS-CDC-DECIMAL-RAW              PIC X(09).
019400 PROCEDURE DIVISION.
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE
019700         THRU 1000-EXIT.
019800     PERFORM 1100-LOAD-CATALOG
019900         THRU 1100-EXIT.
020000     PERFORM 2000-READ-NEW-CHANGES
020100         THRU 2000-EXIT.
020200     PERFORM 5000-WRITE-DELTAS
020300         THRU 5000-EXIT.
020400     PERFORM 8000-TERMINATE
020500         THRU 8000-EXIT.
020600     STOP RUN.
020700*-----------------------------------------------------------------
020800* 1000-INITIALIZE - READ THE CONTROL CARD, THE BUSINESS DATE AND
020900* THE LAST DELIVERY'S WATERMARK.  AN EMPTY WATERMARK IS ONLY
021000* ACCEPTED ON AN INITIALIZING RUN.
021100*-----------------------------------------------------------------
021200 1000-INITIALIZE.
021300     ACCEPT WS-PARM-CARD FROM SYSIN.
021400     IF WS-PARM-MODE = 'I'
021500         SET WS-INIT-RUN TO TRUE
021600     END-IF.
021700     PERFORM 1900-GET-PROCESSING-DATE
021800         THRU 1900-EXIT.
021900     MOVE ZERO TO RACDW-CAT-COUNT.
022000     MOVE ZERO TO RACDW-JRNL-DELIVERED.
022100     OPEN INPUT RACDCWM.
022200     READ RACDCWM INTO RACDW-RECORD
022300         AT END
022400             SET WS-WM-EMPTY TO TRUE
022500     END-READ.
022600     CLOSE RACDCWM.
022700     IF WS-WM-EMPTY AND NOT WS-INIT-RUN
022800         DISPLAY 'RACDC230 RACDCWM EMPTY - RUN STOPPED'
022900         DISPLAY 'RACDC230 INITIALIZE WITH SYSIN I AFTER A FULL '
023000             'RACSV080 DELIVERY'
023100         MOVE 16 TO RETURN-CODE
023200         STOP RUN
023300     END-IF.
023400     IF NOT WS-WM-EMPTY
023500         IF RACDW-CAT-COUNT NOT NUMERIC
023600             OR RACDW-JRNL-DELIVERED NOT NUMERIC
023700             DISPLAY 'RACDC230 RACDCWM INVALID - RUN STOPPED'
023800             MOVE 16 TO RETURN-CODE
023900             STOP RUN
024000         END-IF
024100     END-IF.
024200     OPEN OUTPUT RACDC.
024300     MOVE 'HDR' TO CTL-REC-TYPE.
024400     MOVE ZERO TO CTL-REC-COUNT.
024500     MOVE ZERO TO CTL-HASH-TOTAL.
024600     WRITE RACDC-LINE FROM CTL-RECORD.
024700     GO TO 1000-EXIT.
024800 1000-EXIT.
024900     EXIT.
025000*-----------------------------------------------------------------
025100* 1100-LOAD-CATALOG - COUNT THE BACKUP CYCLES CATALOGED AND HOLD
025200* THE CLOSED-OUT JOURNAL COUNT OF EVERY CYCLE SINCE THE LAST
025300* DELIVERY.  EACH SUCH CYCLE CUT THE JOURNAL ONCE: THE FIRST
025400* ARCHIVED THE GENERATION THE WATERMARK POINTS INTO, AND EACH
025500* LATER ONE A GENERATION NOT YET READ AT ALL.
025600*-----------------------------------------------------------------
025700 1100-LOAD-CATALOG.
025800     OPEN INPUT RABKCAT.
025900     PERFORM 7000-READ-NEXT-CATALOG
026000         THRU 7000-EXIT.
026100     PERFORM 1110-HOLD-ONE-CATALOG-ENTRY
026200         THRU 1110-EXIT
026300         UNTIL WS-CAT-EOF.
026400     CLOSE RABKCAT.
026500     IF WS-INIT-RUN
026600         MOVE ZERO TO WS-CUTS
026700         GO TO 1100-EXIT
026800     END-IF.
026900     IF WS-CAT-COUNT < RACDW-CAT-COUNT
027000         DISPLAY 'RACDC230 RABKCAT SHORTER THAN THE WATERMARK - '
027100             'RUN STOPPED'
027200         MOVE 16 TO RETURN-CODE
027300         STOP RUN
027400     END-IF.
027500     GO TO 1100-EXIT.
027600 1100-EXIT.
027700     EXIT.
027800 1110-HOLD-ONE-CATALOG-ENTRY.
027900     ADD 1 TO WS-CAT-COUNT.
028000     IF WS-INIT-RUN OR WS-CAT-COUNT NOT > RACDW-CAT-COUNT
028100         GO TO 1110-NEXT
028200     END-IF.
028300     IF WS-CUTS >= 100
028400         DISPLAY 'RACDC230 TOO MANY JOURNAL CUTS SINCE THE LAST '
028500             'DELIVERY - RUN STOPPED'
028600         MOVE 16 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900     ADD 1 TO WS-CUTS.
029000     MOVE RABKC-JRNL-CLOSED TO CUT-JRNL-CLOSED (WS-CUTS).
029100     ADD RABKC-JRNL-CLOSED TO WS-CUT-TOTAL.
029200 1110-NEXT.
029300     PERFORM 7000-READ-NEXT-CATALOG
029400         THRU 7000-EXIT.
029500     GO TO 1110-EXIT.
029600 1110-EXIT.
029700     EXIT.
029800*-----------------------------------------------------------------
029900* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
030000* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
030100* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
030200* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
030300*-----------------------------------------------------------------
030400 1900-GET-PROCESSING-DATE.
030500     OPEN INPUT RAPDATE.
030600     READ RAPDATE INTO RAPDT-RECORD
030700         AT END
030800             DISPLAY 'RACDC230 RAPDATE EMPTY - RUN STOPPED'
030900             MOVE 16 TO RETURN-CODE
031000             STOP RUN
031100     END-READ.
031200     CLOSE RAPDATE.
031300     IF RAPDT-BUS-DATE NOT NUMERIC
031400         OR RAPDT-BUS-DATE = ZERO
031500             DISPLAY 'RACDC230 RAPDATE DATE INVALID - RUN STOPPED'
031600             MOVE 16 TO RETURN-CODE
031700             STOP RUN
031800     END-IF.
031900     GO TO 1900-EXIT.
032000 1900-EXIT.
032100     EXIT.
032200*-----------------------------------------------------------------
032300* 2000-READ-NEW-CHANGES - READ EVERY JOURNAL GENERATION THAT
032400* HOLDS UNDELIVERED CHANGES, OLDEST FIRST: THE ARCHIVED ONES CUT
032500* SINCE THE LAST DELIVERY, THEN THE CURRENT JOURNAL.  ONLY THE
032600* OLDEST ONE HAS RECORDS ALREADY DELIVERED AND IS CHECKED
032700* AGAINST THE WATERMARK SIGNATURE.
032800*-----------------------------------------------------------------
032900 2000-READ-NEW-CHANGES.
033000     MOVE 1 TO WS-CUT-SUB.
033100     PERFORM 2100-READ-ONE-ARCHIVE
033200         THRU 2100-EXIT
033300         UNTIL WS-CUT-SUB > WS-CUTS.
033400     SET WS-READING-CURRENT TO TRUE.
033500     MOVE ZERO TO WS-GEN-LIMIT.
033600     IF WS-CUTS = ZERO AND NOT WS-INIT-RUN
033700         MOVE RACDW-JRNL-DELIVERED TO WS-GEN-ALREADY
033800         SET WS-CHECK-SIGNATURE TO TRUE
033900     ELSE
034000         MOVE ZERO TO WS-GEN-ALREADY
034100         MOVE 'N' TO WS-CHECK-SIG-SW
034200     END-IF.
034300     PERFORM 3000-READ-GENERATION
034400         THRU 3000-EXIT.
034500     MOVE WS-GEN-POS TO WS-NEW-DELIVERED.
034600     GO TO 2000-EXIT.
034700 2000-EXIT.
034800     EXIT.
034900*-----------------------------------------------------------------
035000* 2100-READ-ONE-ARCHIVE - THE ARCHIVE GROUP IS CONCATENATED
035100* NEWEST FIRST, SO THE GENERATION CUT BY A GIVEN CYCLE STARTS
035200* AFTER THE RECORDS CLOSED OUT BY EVERY LATER CYCLE.
035300*-----------------------------------------------------------------
035400 2100-READ-ONE-ARCHIVE.
035500     SET WS-READING-ARCHIVE TO TRUE.
035600     ADD CUT-JRNL-CLOSED (WS-CUT-SUB) TO WS-CUT-PREFIX.
035700     COMPUTE WS-ARCH-SKIP = WS-CUT-TOTAL - WS-CUT-PREFIX.
035800     MOVE CUT-JRNL-CLOSED (WS-CUT-SUB) TO WS-GEN-LIMIT.
035900     IF WS-CUT-SUB = 1
036000         MOVE RACDW-JRNL-DELIVERED TO WS-GEN-ALREADY
036100         SET WS-CHECK-SIGNATURE TO TRUE
036200     ELSE
036300         MOVE ZERO TO WS-GEN-ALREADY
036400         MOVE 'N' TO WS-CHECK-SIG-SW
036500     END-IF.
036600     PERFORM 3000-READ-GENERATION
036700         THRU 3000-EXIT.
036800     ADD 1 TO WS-CUT-SUB.
036900     GO TO 2100-EXIT.
037000 2100-EXIT.
037100     EXIT.
037200*-----------------------------------------------------------------
037300* 3000-READ-GENERATION - READ ONE JOURNAL GENERATION, PASSING
037400* OVER THE RECORDS ALREADY DELIVERED AND TAKING THE REST.  A
037500* GENERATION SHORTER THAN THE WATERMARK WAS REPLACED.
037600*-----------------------------------------------------------------
037700 3000-READ-GENERATION.
037800     MOVE ZERO TO WS-GEN-POS.
037900     MOVE 'N' TO WS-JRNL-EOF-SW.
038000     IF WS-READING-CURRENT
038100         OPEN INPUT RAJRNL
038200     ELSE
038300         OPEN INPUT RAJRNA
038400         MOVE ZERO TO WS-ARCH-SKIPPED
038500         PERFORM 3100-SKIP-ARCHIVE-RECORD
038600             THRU 3100-EXIT
038700             UNTIL WS-ARCH-SKIPPED >= WS-ARCH-SKIP
038800     END-IF.
038900     PERFORM 7200-READ-NEXT-JOURNAL
039000         THRU 7200-EXIT.
039100     PERFORM 3200-TAKE-ONE-JOURNAL
039200         THRU 3200-EXIT
039300         UNTIL WS-JRNL-EOF.
039400     IF WS-READING-CURRENT
039500         CLOSE RAJRNL
039600     ELSE
039700         CLOSE RAJRNA
039800     END-IF.
039900     IF WS-GEN-POS < WS-GEN-ALREADY
040000         DISPLAY 'RACDC230 JOURNAL GENERATION SHORTER THAN THE '
040100             'WATERMARK - RUN STOPPED'
040200         DISPLAY 'RACDC230 DELIVERED = ' WS-GEN-ALREADY
040300             ' ON FILE = ' WS-GEN-POS
040400         MOVE 16 TO RETURN-CODE
040500         STOP RUN
040600     END-IF.
040700     ADD 1 TO WS-GENS-READ.
040800     GO TO 3000-EXIT.
040900 3000-EXIT.
041000     EXIT.
041100 3100-SKIP-ARCHIVE-RECORD.
041200     READ RAJRNA
041300         AT END
041400             DISPLAY 'RACDC230 RAJRNA GENERATION NO LONGER '
041500                 'CATALOGED - RUN STOPPED'
041600             MOVE 16 TO RETURN-CODE
041700             STOP RUN
041800     END-READ.
041900     ADD 1 TO WS-ARCH-SKIPPED.
042000     GO TO 3100-EXIT.
042100 3100-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------------
042400* 3200-TAKE-ONE-JOURNAL - THE FIRST RECORD OF THE GENERATION IS
042500* ITS SIGNATURE: IT MUST MATCH THE WATERMARK WHEN RECORDS OF THIS
042600* GENERATION WERE DELIVERED BEFORE, AND FOR THE CURRENT JOURNAL
042700* IT BECOMES THE NEW WATERMARK SIGNATURE.  RECORDS PAST THE
042800* WATERMARK ARE NETTED INTO THE KEY TABLE.
042900*-----------------------------------------------------------------
043000 3200-TAKE-ONE-JOURNAL.
043100     IF WS-GEN-POS = 1
043200         PERFORM 3300-CHECK-SIGNATURE
043300             THRU 3300-EXIT
043400     END-IF.
043500     IF WS-GEN-POS <= WS-GEN-ALREADY OR WS-INIT-RUN
043600         GO TO 3200-NEXT
043700     END-IF.
043800     PERFORM 4000-NET-ONE-CHANGE
043900         THRU 4000-EXIT.
044000 3200-NEXT.
044100     PERFORM 7200-READ-NEXT-JOURNAL
044200         THRU 7200-EXIT.
044300     GO TO 3200-EXIT.
044400 3200-EXIT.
044500     EXIT.
044600 3300-CHECK-SIGNATURE.
044700     IF WS-CHECK-SIGNATURE AND WS-GEN-ALREADY > ZERO
044800         IF JRNL-KEY NOT = RACDW-SIG-KEY
044900             OR JRNL-RUN-DATE NOT = RACDW-SIG-DATE
045000             OR JRNL-RUN-TIME NOT = RACDW-SIG-TIME
045100             OR JRNL-JOB-NAME NOT = RACDW-SIG-JOB
045200             DISPLAY 'RACDC230 JOURNAL GENERATION REPLACED SINCE '
045300                 'THE LAST DELIVERY - RUN STOPPED'
045400             DISPLAY 'RACDC230 REFRESH DOWNSTREAM FROM RACSV080 '
045500                 'AND INITIALIZE WITH SYSIN I'
045600             MOVE 16 TO RETURN-CODE
045700             STOP RUN
045800         END-IF
045900     END-IF.
046000     IF WS-READING-CURRENT
046100         MOVE JRNL-KEY TO WS-NEW-SIG-KEY
046200         MOVE JRNL-RUN-DATE TO WS-NEW-SIG-DATE
046300         MOVE JRNL-RUN-TIME TO WS-NEW-SIG-TIME
046400         MOVE JRNL-JOB-NAME TO WS-NEW-SIG-JOB
046500     END-IF.
046600     GO TO 3300-EXIT.
046700 3300-EXIT.
046800     EXIT.
046900*-----------------------------------------------------------------
047000* 4000-NET-ONE-CHANGE - FOLD ONE AFTER-IMAGE INTO ITS KEY'S ENTRY.
047100* THE FIRST ACTION SEEN SAYS WHETHER DOWNSTREAM ALREADY HOLDS THE
047200* KEY; THE LAST ONE GIVES THE IMAGE, DATE/TIME AND SOURCE.
047300*-----------------------------------------------------------------
047400 4000-NET-ONE-CHANGE.
047500     MOVE JRNL-KEY TO WS-SEEK-KEY.
047600     PERFORM 6000-FIND-TABLE-ENTRY
047700         THRU 6000-EXIT.
047800     IF CD-FIRST-ACTION (WS-CD-SUB) = SPACE
047900         MOVE JRNL-ACTION TO CD-FIRST-ACTION (WS-CD-SUB)
048000     END-IF.
048100     MOVE JRNL-ACTION TO CD-LAST-ACTION (WS-CD-SUB).
048200     MOVE JRNL-DATA TO CD-DATA (WS-CD-SUB).
048300     MOVE JRNL-SOURCE TO CD-SOURCE (WS-CD-SUB).
048400     MOVE JRNL-RUN-DATE TO CD-CHG-DATE (WS-CD-SUB).
048500     MOVE JRNL-RUN-TIME TO CD-CHG-TIME (WS-CD-SUB).
048600     MOVE JRNL-RUN-DATE TO WS-NEW-LAST-DATE.
048700     MOVE JRNL-RUN-TIME TO WS-NEW-LAST-TIME.
048800     ADD 1 TO WS-CHG-APPLIED.
048900     GO TO 4000-EXIT.
049000 4000-EXIT.
049100     EXIT.
049200*-----------------------------------------------------------------
049300* 5000-WRITE-DELTAS - WRITE ONE DECODED ROW PER KEY IN KEY ORDER
049400* WITH ITS NET ACTION.  A KEY FIRST ADDED IN THIS DELIVERY IS AN
049500* ADD (OR NOTHING, IF IT WAS DELETED AGAIN); ANY OTHER KEY WAS
049600* ALREADY DOWNSTREAM AND IS A CHANGE OR A DELETE.
049700*-----------------------------------------------------------------
049800 5000-WRITE-DELTAS.
049900     MOVE 1 TO WS-CD-SUB.
050000     PERFORM 5100-WRITE-ONE-DELTA
050100         THRU 5100-EXIT
050200         UNTIL WS-CD-SUB > WS-CD-COUNT.
050300     GO TO 5000-EXIT.
050400 5000-EXIT.
050500     EXIT.
050600 5100-WRITE-ONE-DELTA.
050700     IF CD-FIRST-ACTION (WS-CD-SUB) = 'A'
050800         IF CD-LAST-ACTION (WS-CD-SUB) = 'D'
050900             ADD 1 TO WS-NETTED-COUNT
051000             GO TO 5100-NEXT
051100         END-IF
051200         MOVE 'ADD' TO WS-CDC-ACTION
051300         ADD 1 TO WS-ADD-COUNT
051400     ELSE
051500         IF CD-LAST-ACTION (WS-CD-SUB) = 'D'
051600             MOVE 'DELETE' TO WS-CDC-ACTION
051700             ADD 1 TO WS-DELETE-COUNT
051800         ELSE
051900             MOVE 'CHANGE' TO WS-CDC-ACTION
052000             ADD 1 TO WS-CHANGE-COUNT
052100         END-IF
052200     END-IF.
052300     MOVE CD-STATES (WS-CD-SUB) TO RA2-STATES.
052400     MOVE CD-FLAG (WS-CD-SUB) TO RA2-FLAG.
052500     MOVE CD-DATA (WS-CD-SUB) TO RECORD-A-PAYLOAD.
052600     PERFORM 5200-DECODE-STATES
052700         THRU 5200-EXIT.
052800     PERFORM 5300-DECODE-FLAG
052900         THRU 5300-EXIT.
053000     PERFORM 5400-BUILD-CDC-LINE
053100         THRU 5400-EXIT.
053200     ADD RA2-DECIMAL TO WS-OUT-HASH.
053300     ADD 1 TO WS-OUT-COUNT.
053400     WRITE RACDC-LINE FROM WS-CDC-LINE.
053500 5100-NEXT.
053600     ADD 1 TO WS-CD-SUB.
053700     GO TO 5100-EXIT.
053800 5100-EXIT.
053900     EXIT.
054000*-----------------------------------------------------------------
054100* 5200-DECODE-STATES - SPELL OUT THE STATES CODE USING THE 88
054200* CONDITION NAMES CODED IN THE COPYBOOK, AS RACSV080 DOES.
054300*-----------------------------------------------------------------
054400 5200-DECODE-STATES.
054500     IF RA2-ILLINOIS
054600         MOVE 'ILLINOIS' TO WS-STATES-NAME
054700     ELSE
054800     IF RA2-NEW-YORK
054900         MOVE 'NEW YORK' TO WS-STATES-NAME
055000     ELSE
055100     IF RA2-MASSACHUSETTS
055200         MOVE 'MASSACHUSETTS' TO WS-STATES-NAME
055300     ELSE
055400     IF RA2-INDIANA
055500         MOVE 'INDIANA' TO WS-STATES-NAME
055600     ELSE
055700         MOVE 'UNKNOWN' TO WS-STATES-NAME
055800     END-IF
055900     END-IF
056000     END-IF
056100     END-IF.
056200     GO TO 5200-EXIT.
056300 5200-EXIT.
056400     EXIT.
056500*-----------------------------------------------------------------
056600* 5300-DECODE-FLAG - LABEL THE FLAG GROUP USING THE 88 CONDITION
056700* NAMES CODED IN THE COPYBOOK, AS RACSV080 DOES.
056800*-----------------------------------------------------------------
056900 5300-DECODE-FLAG.
057000     IF RA2-FLAG-A
057100         MOVE 'FLAG-A' TO WS-FLAG-LABEL
057200     ELSE
057300     IF RA2-FLAG-B
057400         MOVE 'FLAG-B' TO WS-FLAG-LABEL
057500     ELSE
057600     IF RA2-FLAG-NUM
057700         MOVE 'FLAG-NUM' TO WS-FLAG-LABEL
057800     ELSE
057900         MOVE 'UNKNOWN' TO WS-FLAG-LABEL
058000     END-IF
058100     END-IF
058200     END-IF.
058300     GO TO 5300-EXIT.
058400 5300-EXIT.
058500     EXIT.
058600*-----------------------------------------------------------------
058700* 5400-BUILD-CDC-LINE - THE ACTION, DATE/TIME, SOURCE AND RAW KEY
058800* FOLLOWED BY THE RACSV080 COLUMNS, WITH AN EXPLICIT SIGN AND
058900* DECIMAL POINT FOR THE NUMERIC FIELDS.
059000*-----------------------------------------------------------------
059100 5400-BUILD-CDC-LINE.
059200     MOVE CD-CHG-DATE (WS-CD-SUB) TO WS-CDC-DATE.
059300     MOVE CD-CHG-TIME (WS-CD-SUB) TO WS-CDC-TIME.
059400     MOVE CD-SOURCE (WS-CD-SUB) TO WS-CDC-SOURCE.
059500     MOVE RA2-STATES TO WS-CDC-KEY-STATES.
059600     MOVE RA2-FLAG TO WS-CDC-KEY-FLAG.
059700     MOVE WS-STATES-NAME TO WS-CDC-STATES.
059800     MOVE WS-FLAG-LABEL TO WS-CDC-FLAG.
059900     MOVE RA2-FIELD-WITH-VAL TO WS-CDC-FIELD-WITH-VAL.
060000     MOVE RA2-SPACES-VAL TO WS-CDC-SPACES-VAL.
060100     MOVE RA2-ZERO-VAL TO WS-CDC-ZERO-VAL.
060200     IF RA2-PLUS-VAL < ZERO
060300         MOVE '-' TO WS-CDC-PLUS-VAL
060400     ELSE
060500         MOVE '+' TO WS-CDC-PLUS-VAL
060600     END-IF.
060700     MOVE RA2-PLUS-VAL TO WS-CDC-PLUS-DIGITS.
060800     IF RA2-MINUS-VAL < ZERO
060900         MOVE '-' TO WS-CDC-MINUS-VAL
061000     ELSE
061100         MOVE '+' TO WS-CDC-MINUS-VAL
061200     END-IF.
061300     MOVE RA2-MINUS-VAL TO WS-CDC-MINUS-DIGITS.
061400     MOVE RA2-DECIMAL TO WS-CDC-DECIMAL-RAW.
061500     MOVE WS-CDC-DECIMAL-RAW(1:7) TO WS-CDC-DECIMAL.
061600     MOVE WS-CDC-DECIMAL-RAW(8:2) TO WS-CDC-DECIMAL-FRAC.
061700     GO TO 5400-EXIT.
061800 5400-EXIT.
061900     EXIT.
062000*-----------------------------------------------------------------
062100* 6000-FIND-TABLE-ENTRY - FIND OR INSERT (IN KEY ORDER) THE KEY
062200* TABLE ENTRY FOR WS-SEEK-KEY.  A NEW ENTRY HAS NO ACTIONS YET.
062300*-----------------------------------------------------------------
062400 6000-FIND-TABLE-ENTRY.
062500     MOVE 'N' TO WS-CDFND-SW.
062600     MOVE 1 TO WS-CD-SUB.
062700     PERFORM 6100-SCAN-CD-TABLE
062800         THRU 6100-EXIT
062900         UNTIL WS-CD-POSITIONED OR WS-CD-SUB > WS-CD-COUNT.
063000     IF WS-CD-POSITIONED
063100         AND CD-KEY (WS-CD-SUB) = WS-SEEK-KEY
063200         CONTINUE
063300     ELSE
063400         PERFORM 6200-INSERT-CD-ENTRY
063500             THRU 6200-EXIT
063600     END-IF.
063700     GO TO 6000-EXIT.
063800 6000-EXIT.
063900     EXIT.
064000 6100-SCAN-CD-TABLE.
064100     IF CD-KEY (WS-CD-SUB) >= WS-SEEK-KEY
064200         SET WS-CD-POSITIONED TO TRUE
064300     ELSE
064400         ADD 1 TO WS-CD-SUB
064500     END-IF.
064600     GO TO 6100-EXIT.
064700 6100-EXIT.
064800     EXIT.
064900 6200-INSERT-CD-ENTRY.
065000     IF WS-CD-COUNT >= 500
065100         DISPLAY 'RACDC230 KEY TABLE FULL - RUN STOPPED'
065200         MOVE 16 TO RETURN-CODE
065300         STOP RUN
065400     END-IF.
065500     MOVE WS-CD-COUNT TO WS-CD-SHIFT.
065600     PERFORM 6300-SHIFT-CD-ENTRY
065700         THRU 6300-EXIT
065800         UNTIL WS-CD-SHIFT < WS-CD-SUB.
065900     ADD 1 TO WS-CD-COUNT.
066000     MOVE WS-SEEK-KEY TO CD-KEY (WS-CD-SUB).
066100     MOVE SPACE TO CD-FIRST-ACTION (WS-CD-SUB).
066200     MOVE SPACE TO CD-LAST-ACTION (WS-CD-SUB).
066300     GO TO 6200-EXIT.
066400 6200-EXIT.
066500     EXIT.
066600 6300-SHIFT-CD-ENTRY.
066700     MOVE WS-CD-ENTRY (WS-CD-SHIFT)
066800         TO WS-CD-ENTRY (WS-CD-SHIFT + 1).
066900     SUBTRACT 1 FROM WS-CD-SHIFT.
067000     GO TO 6300-EXIT.
067100 6300-EXIT.
067200     EXIT.
067300*-----------------------------------------------------------------
067400* 7000-READ-NEXT-CATALOG - READ THE NEXT BACKUP CATALOG ENTRY.
067500*-----------------------------------------------------------------
067600 7000-READ-NEXT-CATALOG.
067700     READ RABKCAT INTO RABKC-RECORD
067800         AT END
067900             SET WS-CAT-EOF TO TRUE
068000     END-READ.
068100     GO TO 7000-EXIT.
068200 7000-EXIT.
068300     EXIT.
068400*-----------------------------------------------------------------
068500* 7200-READ-NEXT-JOURNAL - READ THE NEXT RECORD OF THE GENERATION
068600* BEING READ.  THE CURRENT JOURNAL RUNS TO END OF FILE; AN
068700* ARCHIVED ONE ENDS AT ITS CATALOGED COUNT, AND A SHORT ONE
068800* STOPS THE RUN HARD.
068900*-----------------------------------------------------------------
069000 7200-READ-NEXT-JOURNAL.
069100     IF WS-READING-CURRENT
069200         READ RAJRNL INTO JRNL-RECORD
069300             AT END
069400                 SET WS-JRNL-EOF TO TRUE
069500                 GO TO 7200-EXIT
069600         END-READ
069700     ELSE
069800         IF WS-GEN-POS >= WS-GEN-LIMIT
069900             SET WS-JRNL-EOF TO TRUE
070000             GO TO 7200-EXIT
070100         END-IF
070200         READ RAJRNA INTO JRNL-RECORD
070300             AT END
070400                 DISPLAY 'RACDC230 RAJRNA GENERATION SHORT - '
070500                     'RUN STOPPED'
070600                 MOVE 16 TO RETURN-CODE
070700                 STOP RUN
070800         END-READ
070900     END-IF.
071000     ADD 1 TO WS-GEN-POS.
071100     ADD 1 TO WS-JRNL-READ.
071200     GO TO 7200-EXIT.
071300 7200-EXIT.
071400     EXIT.
071500*-----------------------------------------------------------------
071600* 8000-TERMINATE - WRITE THE EXTRACT TRAILER AND CLOSE IT, THEN
071700* (AND ONLY THEN) REWRITE THE WATERMARK TO THE END OF THE
071800* CURRENT JOURNAL, AND DISPLAY THE TOTALS.
071900*-----------------------------------------------------------------
072000 8000-TERMINATE.
072100     MOVE 'TRL' TO CTL-REC-TYPE.
072200     MOVE WS-OUT-COUNT TO CTL-REC-COUNT.
072300     MOVE WS-OUT-HASH TO CTL-HASH-TOTAL.
072400     WRITE RACDC-LINE FROM CTL-RECORD.
072500     CLOSE RACDC.
072600     PERFORM 8500-WRITE-WATERMARK
072700         THRU 8500-EXIT.
072800     DISPLAY 'RACDC230 GENERATIONS READ    = ' WS-GENS-READ.
072900     DISPLAY 'RACDC230 JOURNAL READ        = ' WS-JRNL-READ.
073000     DISPLAY 'RACDC230 CHANGES NETTED      = ' WS-CHG-APPLIED.
073100     DISPLAY 'RACDC230 ROWS DELIVERED      = ' WS-OUT-COUNT.
073200     DISPLAY 'RACDC230   ADDS              = ' WS-ADD-COUNT.
073300     DISPLAY 'RACDC230   CHANGES           = ' WS-CHANGE-COUNT.
073400     DISPLAY 'RACDC230   DELETES           = ' WS-DELETE-COUNT.
073500     DISPLAY 'RACDC230 ADDED AND DELETED   = ' WS-NETTED-COUNT.
073600     IF WS-INIT-RUN
073700         DISPLAY 'RACDC230 WATERMARK INITIALIZED AT '
073800             WS-NEW-DELIVERED ' JOURNAL RECORDS'
073900     END-IF.
074000     GO TO 8000-EXIT.
074100 8000-EXIT.
074200     EXIT.
074300*-----------------------------------------------------------------
074400* 8500-WRITE-WATERMARK - RECORD WHERE THIS DELIVERY STOPPED: THE
074500* CYCLES NOW CATALOGED AND THE WHOLE OF THE CURRENT JOURNAL.  A
074600* DELIVERY WITH NO NEW CHANGES KEEPS THE LAST-CHANGE STAMP.
074700*-----------------------------------------------------------------
074800 8500-WRITE-WATERMARK.
074900     ACCEPT WS-CD-TIME FROM TIME.
075000     MOVE RAPDT-BUS-DATE TO WS-CD-DATE.
075100     MOVE WS-CAT-COUNT TO RACDW-CAT-COUNT.
075200     MOVE WS-NEW-DELIVERED TO RACDW-JRNL-DELIVERED.
075300     MOVE WS-NEW-SIG-KEY TO RACDW-SIG-KEY.
075400     MOVE WS-NEW-SIG-DATE TO RACDW-SIG-DATE.
075500     MOVE WS-NEW-SIG-TIME TO RACDW-SIG-TIME.
075600     MOVE WS-NEW-SIG-JOB TO RACDW-SIG-JOB.
075700     IF WS-CHG-APPLIED > ZERO OR WS-WM-EMPTY
075800         MOVE WS-NEW-LAST-DATE TO RACDW-LAST-CHG-DATE
075900         MOVE WS-NEW-LAST-TIME TO RACDW-LAST-CHG-TIME
076000     END-IF.
076100     MOVE WS-CD-DATE TO RACDW-RUN-DATE.
076200     MOVE WS-CD-TIME TO RACDW-RUN-TIME.
076300     OPEN OUTPUT RACDCWM.
076400     WRITE RACDCWM-RECORD FROM RACDW-RECORD.
076500     CLOSE RACDCWM.
076600     GO TO 8500-EXIT.
076700 8500-EXIT.
076800     EXIT.
