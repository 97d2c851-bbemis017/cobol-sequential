000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RAREV245.
000300 AUTHOR. B. BEMIS.
000400 INSTALLATION. DATA SERVICES - BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.
000800     BACKS OUT ONE NIGHT'S RUN OF A MASTER-UPDATING JOB FROM
000900     RAMSTR AND RASTAT WITHOUT A FULL RARCV140 RECOVERY.  SYSIN
001000     GIVES THE RUN (COLS 1-8 RUN DATE YYYYMMDD AS STAMPED ON THE
001100     JOURNAL, COLS 9-16 JOB NAME) AND COL 17 = 'P' FOR A PREVIEW
001200     THAT REPORTS WITHOUT UPDATING ANYTHING.  THE RUN IS FOUND ON
001300     THE CURRENT RAJRNL GENERATION; EVERY KEY IT TOUCHED IS PUT
001400     BACK TO ITS IMAGE FROM JUST BEFORE THE RUN - THE LAST
001500     EARLIER JOURNAL IMAGE, ELSE THE IMAGE ON THE RABKUP BACKUP
001600     THE GENERATION BELONGS TO, ELSE NOT ON FILE (THE KEY IS
001700     DELETED).  A KEY CHANGED AGAIN BY ANY OTHER JOB OR RUN
001800     AFTER THE RUN, OR WHOSE MASTER RECORD NO LONGER MATCHES THE
001900     RUN'S AFTER-IMAGE, IS LEFT ALONE AND LISTED FOR REVIEW.
002000     FOR A RASYN035 RUN THE RUN'S CONTRIBUTIONS (COUNT, DECIMAL,
002100     PLUS-VAL AND MINUS-VAL) ARE TAKEN BACK OFF RASTAT AND THE
002200     TOTALS THE RUN CLEARED ON ITS FIRST TOUCH ARE PUT BACK FROM
002300     THE MOST RECENT EARLIER POSTING RUN (RASYN035 OR RALOD030)
002400     ON THE CURRENT OR LATEST ARCHIVED (RAJRNA) JOURNAL.  EVERY
002500     MASTER CHANGE IS JOURNALED UNDER RAREV245 LIKE ANY OTHER
002600     WRITE, AND THE REPORT LISTS WHAT WAS UNDONE.  RALOD030 AND
002610     RACNV210 RUNS ARE REFUSED - USE A RARCV140 RECOVERY.  A
002620     RARCD265 RECODE IS REFUSED TOO - REVERSE IT WITH A RARCD265
002630     RUN ON THE REVERSE MAPPING.
002800*-----------------------------------------------------------------
002900* MODIFICATION HISTORY
003000*   2026-10-15  BB  ORIGINAL VERSION.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RAPDATE ASSIGN TO "RAPDATE"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT RAJRNL ASSIGN TO "RAJRNL"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT RAJRNA ASSIGN TO "RAJRNA"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT RABKUP ASSIGN TO "RABKUP"
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT RAMSTR ASSIGN TO "RAMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS RAMSTR-KEY.
005000     SELECT RASTAT ASSIGN TO "RASTAT"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS RASTAT-KEY.
005400     SELECT RARPT ASSIGN TO "RARPT"
005500         ORGANIZATION IS SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  RAPDATE
005900     RECORDING MODE IS F.
006000 01  RAPDATE-RECORD.
006100     05  FILLER                      PIC X(50).
006200 FD  RAJRNL
006300     RECORDING MODE IS F.
006400 01  RAJRNL-RECORD.
006500     05  FILLER                      PIC X(67).
006600 FD  RAJRNA
006700     RECORDING MODE IS F.
006800 01  RAJRNA-RECORD.
006900     05  FILLER                      PIC X(67).
007000 FD  RABKUP
007100     RECORDING MODE IS F.
007200 01  RABKUP-RECORD.
007300     05  FILLER                      PIC X(36).
007400 FD  RAMSTR.
007500 COPY "RAMSTREC.CPY".
007600 FD  RASTAT.
007700 COPY "RASTATRC.CPY".
007800 FD  RARPT
007900     RECORDING MODE IS F.
008000 01  RARPT-LINE                      PIC X(132).
008100 WORKING-STORAGE SECTION.
008200 COPY "RAREC2.CPY".
008300 01  RECORD-A-PAYLOAD-VIEW REDEFINES RECORD-A2.
008400     05  FILLER                      PIC X(04).
008500     05  RECORD-A-PAYLOAD            PIC X(31).
008600 COPY "RAJRNREC.CPY".
008700 COPY "RACTLREC.CPY".
008800 COPY "RAPDTREC.CPY".
008900 01  WS-LABEL-FIELDS.
009000     05  WS-LBL-COUNT                PIC 9(09) VALUE ZERO.
009100     05  WS-LBL-HASH                 PIC 9(11)V9(02) VALUE ZERO.
009200 01  WS-SWITCHES.
009300     05  WS-JRNL-EOF-SW              PIC X(01) VALUE 'N'.
009400         88  WS-JRNL-EOF             VALUE 'Y'.
009500     05  WS-BKUP-EOF-SW              PIC X(01) VALUE 'N'.
009600         88  WS-BKUP-EOF             VALUE 'Y'.
009700     05  WS-SECTION-END-SW           PIC X(01) VALUE 'N'.
009800         88  WS-SECTION-END          VALUE 'Y'.
009900     05  WS-RVFND-SW                 PIC X(01) VALUE 'N'.
010000         88  WS-RV-FOUND             VALUE 'Y'.
010100     05  WS-RVPOS-SW                 PIC X(01) VALUE 'N'.
010200         88  WS-RV-POSITIONED        VALUE 'Y'.
010300     05  WS-MODE-SW                  PIC X(01) VALUE 'U'.
010400         88  WS-UPDATE-MODE          VALUE 'U'.
010500         88  WS-PREVIEW-MODE         VALUE 'P'.
010600     05  WS-STATS-SW                 PIC X(01) VALUE 'N'.
010700         88  WS-RUN-POSTS-STATS      VALUE 'Y'.
010800     05  WS-MSTR-SW                  PIC X(01) VALUE 'N'.
010900         88  WS-MSTR-ON-FILE         VALUE 'Y'.
011000         88  WS-MSTR-NOT-ON-FILE     VALUE 'N'.
011100 01  WS-COUNTERS.
011200     05  WS-JRNL-COUNT               PIC 9(09) COMP VALUE ZERO.
011300     05  WS-RUN-JRNL-COUNT           PIC 9(09) COMP VALUE ZERO.
011400     05  WS-ARCH-COUNT               PIC 9(09) COMP VALUE ZERO.
011500     05  WS-REWRITE-COUNT            PIC 9(09) COMP VALUE ZERO.
011600     05  WS-READD-COUNT              PIC 9(09) COMP VALUE ZERO.
011700     05  WS-DELETE-COUNT             PIC 9(09) COMP VALUE ZERO.
011800     05  WS-STAT-COUNT               PIC 9(09) COMP VALUE ZERO.
011900     05  WS-REVIEW-COUNT             PIC 9(09) COMP VALUE ZERO.
012000 01  WS-PARM-CARD.
012100     05  WS-PARM-RUN-DATE            PIC X(08).
012200     05  WS-PARM-RUN-DATE-N REDEFINES WS-PARM-RUN-DATE
012300                                     PIC 9(08).
012400     05  WS-PARM-JOB-NAME            PIC X(08).
012500     05  WS-PARM-MODE                PIC X(01).
012600     05  FILLER                      PIC X(63).
012700 01  WS-RUN-DATE                     PIC 9(08).
012800 01  WS-RUN-JOB                      PIC X(08).
012900 01  WS-JOB-NAME                     PIC X(08) VALUE 'RAREV245'.
013000 01  WS-CD-DATE                      PIC 9(08).
013100 01  WS-CD-TIME                      PIC 9(06).
013200 01  WS-BKUP-IMAGE                   PIC X(36).
013300 01  WS-SEEK-KEY                     PIC X(04).
013400 01  WS-REVERSAL-TABLE.
013500     05  WS-RV-COUNT                 PIC 9(04) COMP VALUE ZERO.
013600     05  WS-RV-ENTRY                 OCCURS 1000 TIMES.
013700         10  RV-KEY.
013800             15  RV-STATES           PIC X(02).
013900             15  RV-FLAG             PIC X(02).
014000         10  RV-PRIOR-SW             PIC X(01).
014100             88  RV-PRIOR-BACKUP     VALUE 'B'.
014200             88  RV-PRIOR-JOURNAL    VALUE 'J'.
014300             88  RV-PRIOR-NONE       VALUE 'N'.
014400         10  RV-PRIOR-DATA           PIC X(31).
014500         10  RV-PRIOR-SOURCE         PIC X(01).
014600         10  RV-RUN-RECS             PIC 9(04) COMP.
014700         10  RV-RUN-LAST-ACTION      PIC X(01).
014800             88  RV-RUN-LAST-DELETE  VALUE 'D'.
014900         10  RV-RUN-DATA             PIC X(31).
015000         10  RV-RUN-SOURCE           PIC X(01).
015100         10  RV-RUN-COUNT            PIC 9(09) COMP.
015200         10  RV-RUN-DECIMAL          PIC S9(11)V9(02) COMP-3.
015300         10  RV-RUN-PLUS             PIC S9(09) COMP-3.
015400         10  RV-RUN-MINUS            PIC S9(09) COMP-3.
015500         10  RV-LATER-SW             PIC X(01).
015600             88  RV-CHANGED-LATER    VALUE 'Y'.
015700         10  RV-LATER-JOB            PIC X(08).
015800         10  RV-LATER-DATE           PIC 9(08).
015900         10  RV-LATER-TIME           PIC 9(06).
016000         10  RV-PP-SW                PIC X(01).
016100             88  RV-PP-FOUND         VALUE 'Y'.
016200         10  RV-PP-JOB               PIC X(08).
016300         10  RV-PP-DATE              PIC 9(08).
016400         10  RV-PP-COUNT             PIC 9(09) COMP.
016500         10  RV-PP-DECIMAL           PIC S9(11)V9(02) COMP-3.
016600         10  RV-PP-PLUS              PIC S9(09) COMP-3.
016700         10  RV-PP-MINUS             PIC S9(09) COMP-3.
016800         10  RV-STATUS               PIC X(01).
016900             88  RV-PENDING          VALUE ' '.
017000             88  RV-BACKED-OUT       VALUE 'B'.
017100             88  RV-LEFT-FOR-REVIEW  VALUE 'S'.
017200         10  RV-REASON               PIC X(40).
017300 01  WS-RV-SUB                       PIC 9(04) COMP VALUE ZERO.
017400 01  WS-RV-SHIFT                     PIC 9(04) COMP VALUE ZERO.
017500 01  WS-STAT-WAS.
017600     05  WS-SW-COUNT                 PIC 9(09).
017700     05  WS-SW-DECIMAL               PIC S9(11)V9(02) COMP-3.
017800 01  WS-IMAGE-PART.
017900     05  WS-IP-FIELD-WITH-VAL        PIC X(02).
018000     05  FILLER                      PIC X(02) VALUE SPACES.
018100     05  WS-IP-SPACES-VAL            PIC X(10).
018200     05  FILLER                      PIC X(02) VALUE SPACES.
018300     05  WS-IP-ZERO-VAL              PIC ZZ9.
018400     05  FILLER                      PIC X(02) VALUE SPACES.
018500     05  WS-IP-PLUS-VAL              PIC -ZZ9.
018600     05  FILLER                      PIC X(02) VALUE SPACES.
018700     05  WS-IP-MINUS-VAL             PIC -ZZ9.
018800     05  FILLER                      PIC X(02) VALUE SPACES.
018900     05  WS-IP-DECIMAL               PIC Z,ZZZ,ZZ9.99.
019000     05  FILLER                      PIC X(02) VALUE SPACES.
019100     05  WS-IP-VERSION               PIC X(01).
019200 01  WS-HEADING-1.
019300     05  FILLER PIC X(44)
019400         VALUE 'RAREV245 RUN BACK-OUT - RAMSTR AND RASTAT   '.
019500     05  FILLER                      PIC X(88) VALUE SPACES.
019600 01  WS-HEADING-2.
019700     05  FILLER PIC X(24) VALUE 'RUN BACKED OUT ....... '.
019800     05  WS-H2-DATE                  PIC 9(08).
019900     05  FILLER                      PIC X(02) VALUE SPACES.
020000     05  WS-H2-JOB                   PIC X(08).
020100     05  FILLER                      PIC X(10) VALUE SPACES.
020200     05  WS-H2-MODE                  PIC X(40).
020300     05  FILLER                      PIC X(40) VALUE SPACES.
020400 01  WS-HEADING-3.
020500     05  FILLER PIC X(24) VALUE 'BACKUP RECORDS ....... '.
020600     05  WS-H3-COUNT                 PIC ZZZZZZZZ9.
020700     05  FILLER                      PIC X(10) VALUE SPACES.
020800     05  FILLER PIC X(20) VALUE 'RUN JOURNAL RECORDS '.
020900     05  WS-H3-RUN-RECS              PIC ZZZZZZZZ9.
021000     05  FILLER                      PIC X(60) VALUE SPACES.
021100 01  WS-SECTION-1.
021200     05  FILLER PIC X(48)
021300         VALUE 'RAMSTR KEYS PUT BACK TO THEIR IMAGE BEFORE THE  '.
021400     05  FILLER PIC X(04) VALUE 'RUN '.
021500     05  FILLER                      PIC X(80) VALUE SPACES.
021600 01  WS-SECTION-1-COLS.
021700     05  FILLER PIC X(07) VALUE 'KEY    '.
021800     05  FILLER PIC X(06) VALUE 'RECS  '.
021900     05  FILLER PIC X(14) VALUE 'ACTION TAKEN  '.
022000     05  FILLER PIC X(18) VALUE 'RESTORED FROM     '.
022100     05  FILLER PIC X(04) VALUE 'SRC '.
022200     05  FILLER PIC X(48)
022300         VALUE 'FV  SPACES-VAL  ZRO  PLUS  MINUS       DECIMAL V'.
022400     05  FILLER                      PIC X(35) VALUE SPACES.
022500 01  WS-MASTER-LINE.
022600     05  WS-ML-STATES                PIC X(02).
022700     05  FILLER                      PIC X(01) VALUE '/'.
022800     05  WS-ML-FLAG                  PIC X(02).
022900     05  FILLER                      PIC X(02) VALUE SPACES.
023000     05  WS-ML-RECS                  PIC ZZZ9.
023100     05  FILLER                      PIC X(02) VALUE SPACES.
023200     05  WS-ML-ACTION                PIC X(12).
023300     05  FILLER                      PIC X(02) VALUE SPACES.
023400     05  WS-ML-FROM                  PIC X(16).
023500     05  FILLER                      PIC X(02) VALUE SPACES.
023600     05  WS-ML-SOURCE                PIC X(01).
023700     05  FILLER                      PIC X(03) VALUE SPACES.
023800     05  WS-ML-IMAGE                 PIC X(48).
023900     05  FILLER                      PIC X(35) VALUE SPACES.
024000 01  WS-SECTION-2.
024100     05  FILLER PIC X(48)
024200         VALUE 'RASTAT TOTALS - RUN TAKEN OFF, EARLIER RUN PUT  '.
024300     05  FILLER PIC X(04) VALUE 'BACK'.
024400     05  FILLER                      PIC X(80) VALUE SPACES.
024500 01  WS-SECTION-2-COLS.
024600     05  FILLER PIC X(07) VALUE 'KEY    '.
024700     05  FILLER PIC X(22) VALUE 'COUNT WAS   COUNT NOW '.
024800     05  FILLER PIC X(38)
024900         VALUE '     DECIMAL WAS         DECIMAL NOW  '.
025000     05  FILLER PIC X(20) VALUE 'RESTORED FROM RUN   '.
025100     05  FILLER                      PIC X(45) VALUE SPACES.
025200 01  WS-STAT-LINE.
025300     05  WS-SL-STATES                PIC X(02).
025400     05  FILLER                      PIC X(01) VALUE '/'.
025500     05  WS-SL-FLAG                  PIC X(02).
025600     05  FILLER                      PIC X(02) VALUE SPACES.
025700     05  WS-SL-COUNT-WAS             PIC ZZZZZZZZ9.
025800     05  FILLER                      PIC X(02) VALUE SPACES.
025900     05  WS-SL-COUNT-NOW             PIC ZZZZZZZZ9.
026000     05  FILLER                      PIC X(02) VALUE SPACES.
026100     05  WS-SL-DECIMAL-WAS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
026150     05  FILLER                      PIC X(02) VALUE SPACES.
026200     05  WS-SL-DECIMAL-NOW           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
026300     05  FILLER                      PIC X(02) VALUE SPACES.
026400     05  WS-SL-PP-JOB                PIC X(08).
026500     05  FILLER                      PIC X(01) VALUE SPACES.
026600     05  WS-SL-PP-DATE               PIC X(08).
026700     05  FILLER                      PIC X(46) VALUE SPACES.
026800 01  WS-SECTION-3.
026900     05  FILLER PIC X(48)
027000         VALUE 'KEYS LEFT ALONE FOR REVIEW                      '.
027100     05  FILLER                      PIC X(84) VALUE SPACES.
027200 01  WS-SECTION-3-COLS.
027300     05  FILLER PIC X(07) VALUE 'KEY    '.
027400     05  FILLER PIC X(42)
027500         VALUE 'REASON                                    '.
027600     05  FILLER PIC X(26) VALUE 'LATER CHANGE BY           '.
027700     05  FILLER                      PIC X(57) VALUE SPACES.
027800 01  WS-REVIEW-LINE.
027900     05  WS-RL-STATES                PIC X(02).
028000     05  FILLER                      PIC X(01) VALUE '/'.
028100     05  WS-RL-FLAG                  PIC X(02).
028200     05  FILLER                      PIC X(02) VALUE SPACES.
028300     05  WS-RL-REASON                PIC X(40).
028400     05  FILLER                      PIC X(02) VALUE SPACES.
028500     05  WS-RL-JOB                   PIC X(08).
028600     05  FILLER                      PIC X(01) VALUE SPACES.
028700     05  WS-RL-DATE                  PIC X(08).
028800     05  FILLER                      PIC X(01) VALUE SPACES.
028900     05  WS-RL-TIME                  PIC X(06).
029000     05  FILLER                      PIC X(59) VALUE SPACES.
029100 01  WS-NONE-LINE.
029200     05  FILLER                      PIC X(02) VALUE SPACES.
029300     05  WS-NL-TEXT                  PIC X(60).
029400     05  FILLER                      PIC X(70) VALUE SPACES.
029500 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
029600 01  WS-TOTAL-LINE-1.
029700     05  FILLER PIC X(24) VALUE 'KEYS TOUCHED BY RUN .. '.
029800     05  WS-TOT-KEYS                 PIC ZZZZZZZZ9.
029900     05  FILLER                      PIC X(99) VALUE SPACES.
030000 01  WS-TOTAL-LINE-2.
030100     05  FILLER PIC X(24) VALUE 'MASTER REWRITTEN ..... '.
030200     05  WS-TOT-REWRITE              PIC ZZZZZZZZ9.
030300     05  FILLER                      PIC X(99) VALUE SPACES.
030400 01  WS-TOTAL-LINE-3.
030500     05  FILLER PIC X(24) VALUE 'MASTER RE-ADDED ...... '.
030600     05  WS-TOT-READD                PIC ZZZZZZZZ9.
030700     05  FILLER                      PIC X(99) VALUE SPACES.
030800 01  WS-TOTAL-LINE-4.
030900     05  FILLER PIC X(24) VALUE 'MASTER DELETED ....... '.
031000     05  WS-TOT-DELETE               PIC ZZZZZZZZ9.
031100     05  FILLER                      PIC X(99) VALUE SPACES.
031200 01  WS-TOTAL-LINE-5.
031300     05  FILLER PIC X(24) VALUE 'RASTAT RESTORED ...... '.
031400     05  WS-TOT-STAT                 PIC ZZZZZZZZ9.
031500     05  FILLER                      PIC X(99) VALUE SPACES.
031600 01  WS-TOTAL-LINE-6.
031700     05  FILLER PIC X(24) VALUE 'LEFT FOR REVIEW ...... '.
031800     05  WS-TOT-REVIEW               PIC ZZZZZZZZ9.
031900     05  FILLER                      PIC X(99) VALUE SPACES.
032000 PROCEDURE DIVISION.
032100 0000-MAINLINE.
032200     PERFORM 1000-INITIALIZE
032300         THRU 1000-EXIT.
032400     PERFORM 2000-COLLECT-RUN-KEYS
032500         THRU 2000-EXIT.
032600     PERFORM 2500-LOAD-BACKUP-IMAGES
032700         THRU 2500-EXIT.
032800     IF WS-RUN-POSTS-STATS
032900         PERFORM 3000-SCAN-ARCHIVE
033000             THRU 3000-EXIT
033100     END-IF.
033200     PERFORM 3500-CLASSIFY-JOURNAL
033300         THRU 3500-EXIT.
033400     PERFORM 1300-PRINT-HEADINGS
033500         THRU 1300-EXIT.
033600     PERFORM 4000-BACK-OUT-MASTER
033700         THRU 4000-EXIT.
033800     IF WS-RUN-POSTS-STATS
033900         PERFORM 5000-BACK-OUT-STATISTICS
034000             THRU 5000-EXIT
034100     END-IF.
034200     PERFORM 6000-PRINT-REVIEW-LIST
034300         THRU 6000-EXIT.
034400     PERFORM 8000-TERMINATE
034500         THRU 8000-EXIT.
034600     STOP RUN.
034700*-----------------------------------------------------------------
034800* 1000-INITIALIZE - READ AND EDIT THE BACK-OUT CARD.  THE RUN
034900* DATE AND JOB ARE REQUIRED.  A FULL LOAD OR CONVERSION CANNOT
035000* BE BACKED OUT KEY BY KEY, AND A BACK-OUT IS UNDONE BY RERUNNING
035100* THE JOB IT BACKED OUT, SO THOSE JOBS ARE REFUSED.
035200*-----------------------------------------------------------------
035300 1000-INITIALIZE.
035400     PERFORM 1900-GET-PROCESSING-DATE
035500         THRU 1900-EXIT.
035600     ACCEPT WS-PARM-CARD FROM SYSIN.
035700     IF WS-PARM-RUN-DATE NOT NUMERIC
035800         OR WS-PARM-RUN-DATE-N = ZERO
035900         OR WS-PARM-JOB-NAME = SPACES
036000             DISPLAY 'RAREV245 RUN DATE AND JOB NAME REQUIRED - '
036100                 'RUN STOPPED'
036200             MOVE 16 TO RETURN-CODE
036300             STOP RUN
036400     END-IF.
036500     MOVE WS-PARM-RUN-DATE-N TO WS-RUN-DATE.
036600     MOVE WS-PARM-JOB-NAME TO WS-RUN-JOB.
036700     IF WS-RUN-JOB = 'RALOD030' OR WS-RUN-JOB = 'RACNV210'
036800         DISPLAY 'RAREV245 ' WS-RUN-JOB ' REPLACES THE WHOLE '
036900             'MASTER - USE RARCV140 - RUN STOPPED'
037000         MOVE 16 TO RETURN-CODE
037100         STOP RUN
037200     END-IF.
037210     IF WS-RUN-JOB = 'RARCD265'
037220         DISPLAY 'RAREV245 A RECODE ALSO MOVES RASTAT AND THE '
037230             'REJECTS AND ITS MERGES CANNOT BE SPLIT - RUN '
037240             'RARCD265 WITH THE REVERSE MAPPING - RUN STOPPED'
037250         MOVE 16 TO RETURN-CODE
037260         STOP RUN
037270     END-IF.
037300     IF WS-RUN-JOB = WS-JOB-NAME
037400         DISPLAY 'RAREV245 A BACK-OUT IS NOT BACKED OUT - RERUN '
037500             'THE ORIGINAL JOB - RUN STOPPED'
037600         MOVE 16 TO RETURN-CODE
037700         STOP RUN
037800     END-IF.
037900     IF WS-PARM-MODE = 'P'
038000         SET WS-PREVIEW-MODE TO TRUE
038100     END-IF.
038200     IF WS-RUN-JOB = 'RASYN035'
038300         SET WS-RUN-POSTS-STATS TO TRUE
038400     END-IF.
038500     OPEN OUTPUT RARPT.
038600     GO TO 1000-EXIT.
038700 1000-EXIT.
038800     EXIT.
038900*-----------------------------------------------------------------
039000* 1300-PRINT-HEADINGS - PRINT THE REPORT HEADINGS.
039100*-----------------------------------------------------------------
039200 1300-PRINT-HEADINGS.
039300     WRITE RARPT-LINE FROM WS-HEADING-1.
039400     MOVE WS-RUN-DATE TO WS-H2-DATE.
039500     MOVE WS-RUN-JOB TO WS-H2-JOB.
039600     IF WS-PREVIEW-MODE
039700         MOVE 'PREVIEW ONLY - NOTHING UPDATED' TO WS-H2-MODE
039800     ELSE
039900         MOVE 'RAMSTR AND RASTAT UPDATED' TO WS-H2-MODE
040000     END-IF.
040100     WRITE RARPT-LINE FROM WS-HEADING-2.
040200     MOVE WS-LBL-COUNT TO WS-H3-COUNT.
040300     MOVE WS-RUN-JRNL-COUNT TO WS-H3-RUN-RECS.
040400     WRITE RARPT-LINE FROM WS-HEADING-3.
040500     GO TO 1300-EXIT.
040600 1300-EXIT.
040700     EXIT.
040800*-----------------------------------------------------------------
040900* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
041000* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
041100* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
041200* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
041300*-----------------------------------------------------------------
041400 1900-GET-PROCESSING-DATE.
041500     OPEN INPUT RAPDATE.
041600     READ RAPDATE INTO RAPDT-RECORD
041700         AT END
041800             DISPLAY 'RAREV245 RAPDATE EMPTY - RUN STOPPED'
041900             MOVE 16 TO RETURN-CODE
042000             STOP RUN
042100     END-READ.
042200     CLOSE RAPDATE.
042300     IF RAPDT-BUS-DATE NOT NUMERIC
042400         OR RAPDT-BUS-DATE = ZERO
042500             DISPLAY 'RAREV245 RAPDATE DATE INVALID - RUN STOPPED'
042600             MOVE 16 TO RETURN-CODE
042700             STOP RUN
042800     END-IF.
042900     GO TO 1900-EXIT.
043000 1900-EXIT.
043100     EXIT.
043200*-----------------------------------------------------------------
043300* 2000-COLLECT-RUN-KEYS - FIRST PASS OF THE CURRENT JOURNAL:
043400* HOLD EVERY KEY THE RUN WROTE, IN KEY ORDER.  A RUN WITH NO
043500* RECORDS ON THIS GENERATION IS EITHER MISTYPED OR WAS CUT OFF
043600* BY A LATER RABKP135 CYCLE, AND STOPS THE RUN.
043700*-----------------------------------------------------------------
043800 2000-COLLECT-RUN-KEYS.
043900     OPEN INPUT RAJRNL.
044000     MOVE 'N' TO WS-JRNL-EOF-SW.
044100     PERFORM 7200-READ-NEXT-JOURNAL
044200         THRU 7200-EXIT.
044300     PERFORM 2100-COLLECT-ONE-RECORD
044400         THRU 2100-EXIT
044500         UNTIL WS-JRNL-EOF.
044600     CLOSE RAJRNL.
044700     IF WS-RUN-JRNL-COUNT = ZERO
044800         DISPLAY 'RAREV245 NO JOURNAL RECORDS FOR ' WS-RUN-JOB
044900             ' ' WS-RUN-DATE ' ON THE CURRENT JOURNAL - '
045000             'RUN STOPPED'
045100         MOVE 16 TO RETURN-CODE
045200         STOP RUN
045300     END-IF.
045400     GO TO 2000-EXIT.
045500 2000-EXIT.
045600     EXIT.
045700 2100-COLLECT-ONE-RECORD.
045800     IF JRNL-RUN-DATE = WS-RUN-DATE
045900         AND JRNL-JOB-NAME = WS-RUN-JOB
046000             ADD 1 TO WS-RUN-JRNL-COUNT
046100             MOVE JRNL-KEY TO WS-SEEK-KEY
046200             PERFORM 6500-FIND-RUN-KEY
046300                 THRU 6500-EXIT
046400             IF NOT WS-RV-FOUND
046500                 PERFORM 6600-INSERT-RUN-KEY
046600                     THRU 6600-EXIT
046700             END-IF
046800     END-IF.
046900     PERFORM 7200-READ-NEXT-JOURNAL
047000         THRU 7200-EXIT.
047100     GO TO 2100-EXIT.
047200 2100-EXIT.
047300     EXIT.
047400*-----------------------------------------------------------------
047500* 2500-LOAD-BACKUP-IMAGES - THE RABKUP GENERATION THE CURRENT
047600* JOURNAL BELONGS TO GIVES THE STARTING IMAGE OF EVERY HELD KEY.
047700* IT MUST BE LABELED AND BALANCE TO ITS OWN TRAILER.
047800*-----------------------------------------------------------------
047900 2500-LOAD-BACKUP-IMAGES.
048000     OPEN INPUT RABKUP.
048100     PERFORM 7100-READ-NEXT-BACKUP
048200         THRU 7100-EXIT.
048300     IF WS-BKUP-EOF OR WS-BKUP-IMAGE (1:3) NOT = 'HDR'
048400         DISPLAY 'RAREV245 RABKUP GENERATION NOT LABELED - '
048500             'RUN STOPPED'
048600         MOVE 16 TO RETURN-CODE
048700         STOP RUN
048800     END-IF.
048900     PERFORM 2600-LOAD-ONE-BACKUP-RECORD
049000         THRU 2600-EXIT
049100         UNTIL WS-SECTION-END.
049200     CLOSE RABKUP.
049300     GO TO 2500-EXIT.
049400 2500-EXIT.
049500     EXIT.
049600 2600-LOAD-ONE-BACKUP-RECORD.
049700     PERFORM 7100-READ-NEXT-BACKUP
049800         THRU 7100-EXIT.
049900     IF WS-BKUP-EOF
050000         DISPLAY 'RAREV245 RABKUP TRAILER MISSING - RUN STOPPED'
050100         MOVE 16 TO RETURN-CODE
050200         STOP RUN
050300     END-IF.
050400     IF WS-BKUP-IMAGE (1:3) = 'TRL'
050500         PERFORM 2700-VERIFY-TRAILER
050600             THRU 2700-EXIT
050700         SET WS-SECTION-END TO TRUE
050800         GO TO 2600-EXIT
050900     END-IF.
051000     MOVE WS-BKUP-IMAGE (1:35) TO RECORD-A2.
051100     ADD 1 TO WS-LBL-COUNT.
051200     ADD RA2-DECIMAL TO WS-LBL-HASH.
051300     MOVE WS-BKUP-IMAGE TO RAMSTR-RECORD.
051400     MOVE RAMSTR-KEY TO WS-SEEK-KEY.
051500     PERFORM 6500-FIND-RUN-KEY
051600         THRU 6500-EXIT.
051700     IF WS-RV-FOUND
051800         MOVE RAMSTR-DATA TO RV-PRIOR-DATA (WS-RV-SUB)
051900         MOVE RAMSTR-SOURCE TO RV-PRIOR-SOURCE (WS-RV-SUB)
052000         SET RV-PRIOR-BACKUP (WS-RV-SUB) TO TRUE
052100     END-IF.
052200     GO TO 2600-EXIT.
052300 2600-EXIT.
052400     EXIT.
052500 2700-VERIFY-TRAILER.
052600     MOVE WS-BKUP-IMAGE (1:29) TO CTL-RECORD.
052700     IF CTL-REC-COUNT NOT = WS-LBL-COUNT
052800         OR CTL-HASH-TOTAL NOT = WS-LBL-HASH
052900         DISPLAY 'RAREV245 RABKUP OUT OF BALANCE - RUN STOPPED'
053000         DISPLAY 'RAREV245 TRAILER COUNT = ' CTL-REC-COUNT
053100             ' READ = ' WS-LBL-COUNT
053200         DISPLAY 'RAREV245 TRAILER HASH  = ' CTL-HASH-TOTAL
053300             ' READ = ' WS-LBL-HASH
053400         MOVE 16 TO RETURN-CODE
053500         STOP RUN
053600     END-IF.
053700     GO TO 2700-EXIT.
053800 2700-EXIT.
053900     EXIT.
054000*-----------------------------------------------------------------
054100* 3000-SCAN-ARCHIVE - THE RE-SYNC CLEARS A KEY'S CARRIED RASTAT
054200* TOTALS ON ITS FIRST TOUCH, SO THE TOTALS TO PUT BACK ARE THOSE
054300* OF THE LAST EARLIER POSTING RUN.  THE NEWEST ARCHIVED JOURNAL
054400* (THE GENERATION BEFORE THE CURRENT ONE) IS READ FIRST SO A
054500* POSTING FROM THE NIGHT BEFORE THE BACKUP IS STILL FOUND.
054600*-----------------------------------------------------------------
054700 3000-SCAN-ARCHIVE.
054800     OPEN INPUT RAJRNA.
054900     MOVE 'N' TO WS-JRNL-EOF-SW.
055000     PERFORM 7300-READ-NEXT-ARCHIVE
055100         THRU 7300-EXIT.
055200     PERFORM 3100-SCAN-ONE-ARCHIVE
055300         THRU 3100-EXIT
055400         UNTIL WS-JRNL-EOF.
055500     CLOSE RAJRNA.
055600     GO TO 3000-EXIT.
055700 3000-EXIT.
055800     EXIT.
055900 3100-SCAN-ONE-ARCHIVE.
056000     MOVE JRNL-KEY TO WS-SEEK-KEY.
056100     PERFORM 6500-FIND-RUN-KEY
056200         THRU 6500-EXIT.
056300     IF WS-RV-FOUND
056400         PERFORM 3700-NOTE-EARLIER-POSTING
056500             THRU 3700-EXIT
056600     END-IF.
056700     PERFORM 7300-READ-NEXT-ARCHIVE
056800         THRU 7300-EXIT.
056900     GO TO 3100-EXIT.
057000 3100-EXIT.
057100     EXIT.
057200*-----------------------------------------------------------------
057300* 3500-CLASSIFY-JOURNAL - SECOND PASS OF THE CURRENT JOURNAL, IN
057400* FILE ORDER.  FOR EACH HELD KEY A RECORD IS BEFORE THE RUN (IT
057500* BECOMES THE PRIOR IMAGE), PART OF THE RUN (ITS AFTER-IMAGE AND
057600* STATISTICS CONTRIBUTION ARE KEPT), OR A LATER CHANGE BY SOME
057700* OTHER JOB OR RUN, WHICH LEAVES THE KEY FOR REVIEW.
057800*-----------------------------------------------------------------
057900 3500-CLASSIFY-JOURNAL.
058000     OPEN INPUT RAJRNL.
058100     MOVE 'N' TO WS-JRNL-EOF-SW.
058200     MOVE ZERO TO WS-JRNL-COUNT.
058300     PERFORM 7200-READ-NEXT-JOURNAL
058400         THRU 7200-EXIT.
058500     PERFORM 3600-CLASSIFY-ONE-RECORD
058600         THRU 3600-EXIT
058700         UNTIL WS-JRNL-EOF.
058800     CLOSE RAJRNL.
058900     GO TO 3500-EXIT.
059000 3500-EXIT.
059100     EXIT.
059200 3600-CLASSIFY-ONE-RECORD.
059300     MOVE JRNL-KEY TO WS-SEEK-KEY.
059400     PERFORM 6500-FIND-RUN-KEY
059500         THRU 6500-EXIT.
059600     IF NOT WS-RV-FOUND
059700         GO TO 3600-NEXT
059800     END-IF.
059900     IF JRNL-RUN-DATE = WS-RUN-DATE
060000         AND JRNL-JOB-NAME = WS-RUN-JOB
060100             PERFORM 3800-KEEP-RUN-RECORD
060200                 THRU 3800-EXIT
060300             GO TO 3600-NEXT
060400     END-IF.
060500     IF RV-RUN-RECS (WS-RV-SUB) > ZERO
060600         IF NOT RV-CHANGED-LATER (WS-RV-SUB)
060700             SET RV-CHANGED-LATER (WS-RV-SUB) TO TRUE
060800             MOVE JRNL-JOB-NAME TO RV-LATER-JOB (WS-RV-SUB)
060900             MOVE JRNL-RUN-DATE TO RV-LATER-DATE (WS-RV-SUB)
061000             MOVE JRNL-RUN-TIME TO RV-LATER-TIME (WS-RV-SUB)
061100         END-IF
061200         GO TO 3600-NEXT
061300     END-IF.
061400     IF JRNL-ACTION-DELETE
061500         SET RV-PRIOR-NONE (WS-RV-SUB) TO TRUE
061600     ELSE
061700         MOVE JRNL-DATA TO RV-PRIOR-DATA (WS-RV-SUB)
061800         MOVE JRNL-SOURCE TO RV-PRIOR-SOURCE (WS-RV-SUB)
061900         SET RV-PRIOR-JOURNAL (WS-RV-SUB) TO TRUE
062000     END-IF.
062100     IF WS-RUN-POSTS-STATS
062200         PERFORM 3700-NOTE-EARLIER-POSTING
062300             THRU 3700-EXIT
062400     END-IF.
062500 3600-NEXT.
062600     PERFORM 7200-READ-NEXT-JOURNAL
062700         THRU 7200-EXIT.
062800     GO TO 3600-EXIT.
062900 3600-EXIT.
063000     EXIT.
063100*-----------------------------------------------------------------
063200* 3700-NOTE-EARLIER-POSTING - A RECORD WRITTEN BY A POSTING JOB
063300* BEFORE THE RUN.  A NEW JOB OR DATE STARTS A NEW POSTING RUN AND
063400* DROPS THE TOTALS OF THE ONE BEFORE, THE SAME WAY THE RE-SYNC
063500* ITSELF CLEARED THEM.
063600*-----------------------------------------------------------------
063700 3700-NOTE-EARLIER-POSTING.
063800     IF JRNL-JOB-NAME NOT = 'RASYN035'
063900         AND JRNL-JOB-NAME NOT = 'RALOD030'
064000             GO TO 3700-EXIT
064100     END-IF.
064200     IF JRNL-ACTION-DELETE
064300         GO TO 3700-EXIT
064400     END-IF.
064500     IF NOT RV-PP-FOUND (WS-RV-SUB)
064600         OR RV-PP-JOB (WS-RV-SUB) NOT = JRNL-JOB-NAME
064700         OR RV-PP-DATE (WS-RV-SUB) NOT = JRNL-RUN-DATE
064800             MOVE 'Y' TO RV-PP-SW (WS-RV-SUB)
064900             MOVE JRNL-JOB-NAME TO RV-PP-JOB (WS-RV-SUB)
065000             MOVE JRNL-RUN-DATE TO RV-PP-DATE (WS-RV-SUB)
065100             MOVE ZERO TO RV-PP-COUNT (WS-RV-SUB)
065200             MOVE ZERO TO RV-PP-DECIMAL (WS-RV-SUB)
065300             MOVE ZERO TO RV-PP-PLUS (WS-RV-SUB)
065400             MOVE ZERO TO RV-PP-MINUS (WS-RV-SUB)
065500     END-IF.
065600     MOVE JRNL-DATA TO RECORD-A-PAYLOAD.
065700     ADD 1 TO RV-PP-COUNT (WS-RV-SUB).
065800     ADD RA2-DECIMAL TO RV-PP-DECIMAL (WS-RV-SUB) ROUNDED.
065900     ADD RA2-PLUS-VAL TO RV-PP-PLUS (WS-RV-SUB).
066000     ADD RA2-MINUS-VAL TO RV-PP-MINUS (WS-RV-SUB).
066100     GO TO 3700-EXIT.
066200 3700-EXIT.
066300     EXIT.
066400*-----------------------------------------------------------------
066500* 3800-KEEP-RUN-RECORD - A RECORD OF THE RUN BEING BACKED OUT.
066600* THE LAST ONE FOR A KEY IS WHAT THE MASTER SHOULD STILL CARRY;
066700* EVERY ADD OR REWRITE IS ONE RASTAT POSTING TO TAKE BACK OFF.
066800*-----------------------------------------------------------------
066900 3800-KEEP-RUN-RECORD.
067000     ADD 1 TO RV-RUN-RECS (WS-RV-SUB).
067100     MOVE JRNL-ACTION TO RV-RUN-LAST-ACTION (WS-RV-SUB).
067200     MOVE JRNL-DATA TO RV-RUN-DATA (WS-RV-SUB).
067300     MOVE JRNL-SOURCE TO RV-RUN-SOURCE (WS-RV-SUB).
067400     IF JRNL-ACTION-DELETE
067500         GO TO 3800-EXIT
067600     END-IF.
067700     MOVE JRNL-DATA TO RECORD-A-PAYLOAD.
067800     ADD 1 TO RV-RUN-COUNT (WS-RV-SUB).
067900     ADD RA2-DECIMAL TO RV-RUN-DECIMAL (WS-RV-SUB) ROUNDED.
068000     ADD RA2-PLUS-VAL TO RV-RUN-PLUS (WS-RV-SUB).
068100     ADD RA2-MINUS-VAL TO RV-RUN-MINUS (WS-RV-SUB).
068200     GO TO 3800-EXIT.
068300 3800-EXIT.
068400     EXIT.
068500*-----------------------------------------------------------------
068600* 4000-BACK-OUT-MASTER - PUT EACH HELD KEY BACK ON RAMSTR, IN KEY
068700* ORDER, AND JOURNAL EACH CHANGE.  THE JOURNAL IS EXTENDED ONLY
068800* NOW, AFTER BOTH READ PASSES ARE CLOSED.
068900*-----------------------------------------------------------------
069000 4000-BACK-OUT-MASTER.
069100     IF WS-PREVIEW-MODE
069200         OPEN INPUT RAMSTR
069300     ELSE
069400         OPEN I-O RAMSTR
069500         OPEN EXTEND RAJRNL
069600     END-IF.
069700     WRITE RARPT-LINE FROM WS-BLANK-LINE.
069800     WRITE RARPT-LINE FROM WS-SECTION-1.
069900     WRITE RARPT-LINE FROM WS-SECTION-1-COLS.
070000     MOVE 1 TO WS-RV-SUB.
070100     PERFORM 4100-BACK-OUT-ONE-KEY
070200         THRU 4100-EXIT
070300         UNTIL WS-RV-SUB > WS-RV-COUNT.
070400     IF WS-REWRITE-COUNT + WS-READD-COUNT + WS-DELETE-COUNT
070500         = ZERO
070600             MOVE 'NO KEYS PUT BACK' TO WS-NL-TEXT
070700             WRITE RARPT-LINE FROM WS-NONE-LINE
070800     END-IF.
070900     CLOSE RAMSTR.
071000     IF WS-UPDATE-MODE
071100         CLOSE RAJRNL
071200     END-IF.
071300     GO TO 4000-EXIT.
071400 4000-EXIT.
071500     EXIT.
071600*-----------------------------------------------------------------
071700* 4100-BACK-OUT-ONE-KEY - A KEY CHANGED AGAIN AFTER THE RUN, OR
071800* WHOSE MASTER RECORD IS NOT THE RUN'S LAST AFTER-IMAGE, IS LEFT
071900* ALONE.  OTHERWISE THE PRIOR IMAGE IS REWRITTEN OR RE-ADDED, OR
072000* A KEY THE RUN CREATED IS DELETED.
072100*-----------------------------------------------------------------
072200 4100-BACK-OUT-ONE-KEY.
072300     IF RV-CHANGED-LATER (WS-RV-SUB)
072400         SET RV-LEFT-FOR-REVIEW (WS-RV-SUB) TO TRUE
072500         MOVE 'CHANGED AGAIN AFTER THE RUN'
072600             TO RV-REASON (WS-RV-SUB)
072700         GO TO 4100-NEXT
072800     END-IF.
072900     MOVE RV-KEY (WS-RV-SUB) TO RAMSTR-KEY.
073000     SET WS-MSTR-ON-FILE TO TRUE.
073100     READ RAMSTR
073200         INVALID KEY
073300             SET WS-MSTR-NOT-ON-FILE TO TRUE
073400     END-READ.
073500     IF RV-RUN-LAST-DELETE (WS-RV-SUB)
073600         IF WS-MSTR-ON-FILE
073700             SET RV-LEFT-FOR-REVIEW (WS-RV-SUB) TO TRUE
073800             MOVE 'RUN DELETED IT BUT IT IS ON THE MASTER'
073900                 TO RV-REASON (WS-RV-SUB)
074000             GO TO 4100-NEXT
074100         END-IF
074200     ELSE
074300         IF WS-MSTR-NOT-ON-FILE
074400             OR RAMSTR-DATA NOT = RV-RUN-DATA (WS-RV-SUB)
074500             OR RAMSTR-SOURCE NOT = RV-RUN-SOURCE (WS-RV-SUB)
074600                 SET RV-LEFT-FOR-REVIEW (WS-RV-SUB) TO TRUE
074700                 MOVE 'MASTER DIFFERS FROM THE RUN AFTER-IMAGE'
074800                     TO RV-REASON (WS-RV-SUB)
074900                 GO TO 4100-NEXT
075000         END-IF
075100     END-IF.
075200     MOVE RV-STATES (WS-RV-SUB) TO WS-ML-STATES.
075300     MOVE RV-FLAG (WS-RV-SUB) TO WS-ML-FLAG.
075400     MOVE RV-RUN-RECS (WS-RV-SUB) TO WS-ML-RECS.
075500     MOVE SPACE TO WS-ML-SOURCE.
075600     MOVE SPACES TO WS-ML-IMAGE.
075700     IF RV-PRIOR-NONE (WS-RV-SUB)
075800         PERFORM 4200-DELETE-RUN-KEY
075900             THRU 4200-EXIT
076000     ELSE
076100         PERFORM 4300-RESTORE-PRIOR-IMAGE
076200             THRU 4300-EXIT
076300     END-IF.
076400     SET RV-BACKED-OUT (WS-RV-SUB) TO TRUE.
076500     WRITE RARPT-LINE FROM WS-MASTER-LINE.
076600 4100-NEXT.
076700     ADD 1 TO WS-RV-SUB.
076800     GO TO 4100-EXIT.
076900 4100-EXIT.
077000     EXIT.
077100 4200-DELETE-RUN-KEY.
077200     MOVE 'NOT ON FILE' TO WS-ML-FROM.
077300     IF WS-MSTR-NOT-ON-FILE
077400         MOVE 'NONE NEEDED' TO WS-ML-ACTION
077500         GO TO 4200-EXIT
077600     END-IF.
077700     MOVE 'DELETED' TO WS-ML-ACTION.
077800     MOVE RAMSTR-SOURCE TO WS-ML-SOURCE.
077900     MOVE RAMSTR-DATA TO RECORD-A-PAYLOAD.
078000     PERFORM 6800-DECODE-IMAGE
078100         THRU 6800-EXIT.
078200     MOVE WS-IMAGE-PART TO WS-ML-IMAGE.
078300     ADD 1 TO WS-DELETE-COUNT.
078400     IF WS-PREVIEW-MODE
078500         GO TO 4200-EXIT
078600     END-IF.
078700     DELETE RAMSTR RECORD
078800     END-DELETE.
078900     MOVE 'D' TO JRNL-ACTION.
079000     PERFORM 6900-WRITE-JOURNAL
079100         THRU 6900-EXIT.
079200     GO TO 4200-EXIT.
079300 4200-EXIT.
079400     EXIT.
079500 4300-RESTORE-PRIOR-IMAGE.
079600     IF RV-PRIOR-BACKUP (WS-RV-SUB)
079700         MOVE 'BACKUP' TO WS-ML-FROM
079800     ELSE
079900         MOVE 'EARLIER JOURNAL' TO WS-ML-FROM
080000     END-IF.
080100     MOVE RV-PRIOR-DATA (WS-RV-SUB) TO RAMSTR-DATA.
080200     MOVE RV-PRIOR-SOURCE (WS-RV-SUB) TO RAMSTR-SOURCE.
080300     MOVE RAMSTR-SOURCE TO WS-ML-SOURCE.
080400     MOVE RAMSTR-DATA TO RECORD-A-PAYLOAD.
080500     PERFORM 6800-DECODE-IMAGE
080600         THRU 6800-EXIT.
080700     MOVE WS-IMAGE-PART TO WS-ML-IMAGE.
080800     IF WS-MSTR-ON-FILE
080900         MOVE 'REWRITTEN' TO WS-ML-ACTION
081000         ADD 1 TO WS-REWRITE-COUNT
081100     ELSE
081200         MOVE 'RE-ADDED' TO WS-ML-ACTION
081300         ADD 1 TO WS-READD-COUNT
081400     END-IF.
081500     IF WS-PREVIEW-MODE
081600         GO TO 4300-EXIT
081700     END-IF.
081800     IF WS-MSTR-ON-FILE
081900         REWRITE RAMSTR-RECORD
082000         MOVE 'R' TO JRNL-ACTION
082100     ELSE
082200         WRITE RAMSTR-RECORD
082300         MOVE 'A' TO JRNL-ACTION
082400     END-IF.
082500     PERFORM 6900-WRITE-JOURNAL
082600         THRU 6900-EXIT.
082700     GO TO 4300-EXIT.
082800 4300-EXIT.
082900     EXIT.
083000*-----------------------------------------------------------------
083100* 5000-BACK-OUT-STATISTICS - FOR EVERY KEY PUT BACK ON THE
083200* MASTER, TAKE THE RUN'S CONTRIBUTIONS BACK OFF RASTAT AND ADD
083300* BACK THE TOTALS OF THE LAST EARLIER POSTING RUN.  THE RECORD
083400* MUST STILL HOLD EXACTLY WHAT THE RUN POSTED, OR SOMETHING ELSE
083500* HAS POSTED OR REPAIRED IT SINCE AND IT IS LEFT FOR REVIEW.
083600*-----------------------------------------------------------------
083700 5000-BACK-OUT-STATISTICS.
083800     IF WS-PREVIEW-MODE
083900         OPEN INPUT RASTAT
084000     ELSE
084100         OPEN I-O RASTAT
084200     END-IF.
084300     WRITE RARPT-LINE FROM WS-BLANK-LINE.
084400     WRITE RARPT-LINE FROM WS-SECTION-2.
084500     WRITE RARPT-LINE FROM WS-SECTION-2-COLS.
084600     MOVE 1 TO WS-RV-SUB.
084700     PERFORM 5100-BACK-OUT-ONE-STAT
084800         THRU 5100-EXIT
084900         UNTIL WS-RV-SUB > WS-RV-COUNT.
085000     IF WS-STAT-COUNT = ZERO
085100         MOVE 'NO RASTAT TOTALS RESTORED' TO WS-NL-TEXT
085200         WRITE RARPT-LINE FROM WS-NONE-LINE
085300     END-IF.
085400     CLOSE RASTAT.
085500     GO TO 5000-EXIT.
085600 5000-EXIT.
085700     EXIT.
085800 5100-BACK-OUT-ONE-STAT.
085900     IF NOT RV-BACKED-OUT (WS-RV-SUB)
086000         OR RV-RUN-COUNT (WS-RV-SUB) = ZERO
086100             GO TO 5100-NEXT
086200     END-IF.
086300     MOVE RV-KEY (WS-RV-SUB) TO RASTAT-KEY.
086400     READ RASTAT
086500         INVALID KEY
086600             SET RV-LEFT-FOR-REVIEW (WS-RV-SUB) TO TRUE
086700             MOVE 'RASTAT RECORD MISSING - RUN RAVFY215'
086800                 TO RV-REASON (WS-RV-SUB)
086900             GO TO 5100-NEXT
087000     END-READ.
087100     IF RASTAT-REC-COUNT NOT = RV-RUN-COUNT (WS-RV-SUB)
087200         OR RASTAT-DECIMAL-TOTAL NOT = RV-RUN-DECIMAL (WS-RV-SUB)
087300         OR RASTAT-PLUS-TOTAL NOT = RV-RUN-PLUS (WS-RV-SUB)
087400         OR RASTAT-MINUS-TOTAL NOT = RV-RUN-MINUS (WS-RV-SUB)
087500             SET RV-LEFT-FOR-REVIEW (WS-RV-SUB) TO TRUE
087600             MOVE 'RASTAT POSTED SINCE - MASTER WAS PUT BACK'
087700                 TO RV-REASON (WS-RV-SUB)
087800             GO TO 5100-NEXT
087900     END-IF.
088000     MOVE RASTAT-REC-COUNT TO WS-SW-COUNT.
088100     MOVE RASTAT-DECIMAL-TOTAL TO WS-SW-DECIMAL.
088200     SUBTRACT RV-RUN-COUNT (WS-RV-SUB) FROM RASTAT-REC-COUNT.
088300     SUBTRACT RV-RUN-DECIMAL (WS-RV-SUB)
088400         FROM RASTAT-DECIMAL-TOTAL.
088500     SUBTRACT RV-RUN-PLUS (WS-RV-SUB) FROM RASTAT-PLUS-TOTAL.
088600     SUBTRACT RV-RUN-MINUS (WS-RV-SUB) FROM RASTAT-MINUS-TOTAL.
088700     MOVE SPACES TO WS-SL-PP-DATE.
088800     IF RV-PP-FOUND (WS-RV-SUB)
088900         ADD RV-PP-COUNT (WS-RV-SUB) TO RASTAT-REC-COUNT
089000         ADD RV-PP-DECIMAL (WS-RV-SUB) TO RASTAT-DECIMAL-TOTAL
089100         ADD RV-PP-PLUS (WS-RV-SUB) TO RASTAT-PLUS-TOTAL
089200         ADD RV-PP-MINUS (WS-RV-SUB) TO RASTAT-MINUS-TOTAL
089300         MOVE RV-PP-DATE (WS-RV-SUB) TO RASTAT-LAST-UPD-DATE
089400         MOVE RV-PP-JOB (WS-RV-SUB) TO WS-SL-PP-JOB
089500         MOVE RV-PP-DATE (WS-RV-SUB) TO WS-SL-PP-DATE
089600     ELSE
089700         MOVE RAPDT-BUS-DATE TO RASTAT-LAST-UPD-DATE
089800         MOVE 'NONE' TO WS-SL-PP-JOB
089900         SET RV-LEFT-FOR-REVIEW (WS-RV-SUB) TO TRUE
090000         MOVE 'NO EARLIER POSTING - RASTAT LEFT AT ZERO'
090100             TO RV-REASON (WS-RV-SUB)
090200     END-IF.
090300     MOVE RV-STATES (WS-RV-SUB) TO WS-SL-STATES.
090400     MOVE RV-FLAG (WS-RV-SUB) TO WS-SL-FLAG.
090500     MOVE WS-SW-COUNT TO WS-SL-COUNT-WAS.
090600     MOVE RASTAT-REC-COUNT TO WS-SL-COUNT-NOW.
090700     MOVE WS-SW-DECIMAL TO WS-SL-DECIMAL-WAS.
090800     MOVE RASTAT-DECIMAL-TOTAL TO WS-SL-DECIMAL-NOW.
090900     WRITE RARPT-LINE FROM WS-STAT-LINE.
091000     ADD 1 TO WS-STAT-COUNT.
091100     IF WS-UPDATE-MODE
091200         REWRITE RASTAT-RECORD
091300     END-IF.
091400 5100-NEXT.
091500     ADD 1 TO WS-RV-SUB.
091600     GO TO 5100-EXIT.
091700 5100-EXIT.
091800     EXIT.
091900*-----------------------------------------------------------------
092000* 6000-PRINT-REVIEW-LIST - LIST EVERY KEY LEFT ALONE (OR ONLY
092100* PARTLY PUT BACK) WITH THE REASON AND, WHERE THERE IS ONE, THE
092200* FIRST LATER CHANGE THAT STOPPED IT.
092300*-----------------------------------------------------------------
092400 6000-PRINT-REVIEW-LIST.
092500     WRITE RARPT-LINE FROM WS-BLANK-LINE.
092600     WRITE RARPT-LINE FROM WS-SECTION-3.
092700     WRITE RARPT-LINE FROM WS-SECTION-3-COLS.
092800     MOVE 1 TO WS-RV-SUB.
092900     PERFORM 6100-PRINT-ONE-REVIEW
093000         THRU 6100-EXIT
093100         UNTIL WS-RV-SUB > WS-RV-COUNT.
093200     IF WS-REVIEW-COUNT = ZERO
093300         MOVE 'NONE' TO WS-NL-TEXT
093400         WRITE RARPT-LINE FROM WS-NONE-LINE
093500     END-IF.
093600     GO TO 6000-EXIT.
093700 6000-EXIT.
093800     EXIT.
093900 6100-PRINT-ONE-REVIEW.
094000     IF RV-REASON (WS-RV-SUB) = SPACES
094100         GO TO 6100-NEXT
094200     END-IF.
094300     MOVE SPACES TO WS-RL-JOB.
094400     MOVE SPACES TO WS-RL-DATE.
094500     MOVE SPACES TO WS-RL-TIME.
094600     MOVE RV-STATES (WS-RV-SUB) TO WS-RL-STATES.
094700     MOVE RV-FLAG (WS-RV-SUB) TO WS-RL-FLAG.
094800     MOVE RV-REASON (WS-RV-SUB) TO WS-RL-REASON.
094900     IF RV-CHANGED-LATER (WS-RV-SUB)
095000         MOVE RV-LATER-JOB (WS-RV-SUB) TO WS-RL-JOB
095100         MOVE RV-LATER-DATE (WS-RV-SUB) TO WS-RL-DATE
095200         MOVE RV-LATER-TIME (WS-RV-SUB) TO WS-RL-TIME
095300     END-IF.
095400     WRITE RARPT-LINE FROM WS-REVIEW-LINE.
095500     ADD 1 TO WS-REVIEW-COUNT.
095600 6100-NEXT.
095700     ADD 1 TO WS-RV-SUB.
095800     GO TO 6100-EXIT.
095900 6100-EXIT.
096000     EXIT.
096100*-----------------------------------------------------------------
096200* 6500-FIND-RUN-KEY - LOOK UP WS-SEEK-KEY IN THE KEY-ORDERED RUN
096300* TABLE.  WS-RV-SUB IS LEFT ON THE MATCH, OR ON THE SLOT WHERE
096400* THE KEY WOULD BE INSERTED.
096500*-----------------------------------------------------------------
096600 6500-FIND-RUN-KEY.
096700     MOVE 'N' TO WS-RVFND-SW.
096800     MOVE 'N' TO WS-RVPOS-SW.
096900     MOVE 1 TO WS-RV-SUB.
097000     PERFORM 6510-SCAN-RUN-TABLE
097100         THRU 6510-EXIT
097200         UNTIL WS-RV-POSITIONED OR WS-RV-SUB > WS-RV-COUNT.
097300     IF WS-RV-POSITIONED
097400         AND RV-KEY (WS-RV-SUB) = WS-SEEK-KEY
097500             SET WS-RV-FOUND TO TRUE
097600     END-IF.
097700     GO TO 6500-EXIT.
097800 6500-EXIT.
097900     EXIT.
098000 6510-SCAN-RUN-TABLE.
098100     IF RV-KEY (WS-RV-SUB) >= WS-SEEK-KEY
098200         SET WS-RV-POSITIONED TO TRUE
098300     ELSE
098400         ADD 1 TO WS-RV-SUB
098500     END-IF.
098600     GO TO 6510-EXIT.
098700 6510-EXIT.
098800     EXIT.
098900*-----------------------------------------------------------------
099000* 6600-INSERT-RUN-KEY - OPEN A SLOT AT WS-RV-SUB AND START A NEW
099100* ENTRY.  A KEY NOT ON THE BACKUP OR EARLIER JOURNAL WAS NOT ON
099200* FILE BEFORE THE RUN.
099300*-----------------------------------------------------------------
099400 6600-INSERT-RUN-KEY.
099500     IF WS-RV-COUNT >= 1000
099600         DISPLAY 'RAREV245 RUN KEY TABLE FULL - RUN STOPPED'
099700         MOVE 16 TO RETURN-CODE
099800         STOP RUN
099900     END-IF.
100000     MOVE WS-RV-COUNT TO WS-RV-SHIFT.
100100     PERFORM 6700-SHIFT-RUN-ENTRY
100200         THRU 6700-EXIT
100300         UNTIL WS-RV-SHIFT < WS-RV-SUB.
100400     ADD 1 TO WS-RV-COUNT.
100500     MOVE WS-SEEK-KEY TO RV-KEY (WS-RV-SUB).
100600     SET RV-PRIOR-NONE (WS-RV-SUB) TO TRUE.
100700     MOVE SPACES TO RV-PRIOR-DATA (WS-RV-SUB).
100800     MOVE SPACE TO RV-PRIOR-SOURCE (WS-RV-SUB).
100900     MOVE ZERO TO RV-RUN-RECS (WS-RV-SUB).
101000     MOVE SPACE TO RV-RUN-LAST-ACTION (WS-RV-SUB).
101100     MOVE SPACES TO RV-RUN-DATA (WS-RV-SUB).
101200     MOVE SPACE TO RV-RUN-SOURCE (WS-RV-SUB).
101300     MOVE ZERO TO RV-RUN-COUNT (WS-RV-SUB).
101400     MOVE ZERO TO RV-RUN-DECIMAL (WS-RV-SUB).
101500     MOVE ZERO TO RV-RUN-PLUS (WS-RV-SUB).
101600     MOVE ZERO TO RV-RUN-MINUS (WS-RV-SUB).
101700     MOVE 'N' TO RV-LATER-SW (WS-RV-SUB).
101800     MOVE SPACES TO RV-LATER-JOB (WS-RV-SUB).
101900     MOVE ZERO TO RV-LATER-DATE (WS-RV-SUB).
102000     MOVE ZERO TO RV-LATER-TIME (WS-RV-SUB).
102100     MOVE 'N' TO RV-PP-SW (WS-RV-SUB).
102200     MOVE SPACES TO RV-PP-JOB (WS-RV-SUB).
102300     MOVE ZERO TO RV-PP-DATE (WS-RV-SUB).
102400     MOVE ZERO TO RV-PP-COUNT (WS-RV-SUB).
102500     MOVE ZERO TO RV-PP-DECIMAL (WS-RV-SUB).
102600     MOVE ZERO TO RV-PP-PLUS (WS-RV-SUB).
102700     MOVE ZERO TO RV-PP-MINUS (WS-RV-SUB).
102800     MOVE SPACE TO RV-STATUS (WS-RV-SUB).
102900     MOVE SPACES TO RV-REASON (WS-RV-SUB).
103000     GO TO 6600-EXIT.
103100 6600-EXIT.
103200     EXIT.
103300 6700-SHIFT-RUN-ENTRY.
103400     MOVE WS-RV-ENTRY (WS-RV-SHIFT)
103500         TO WS-RV-ENTRY (WS-RV-SHIFT + 1).
103600     SUBTRACT 1 FROM WS-RV-SHIFT.
103700     GO TO 6700-EXIT.
103800 6700-EXIT.
103900     EXIT.
104000*-----------------------------------------------------------------
104100* 6800-DECODE-IMAGE - EDIT THE PAYLOAD NOW IN RECORD-A2 INTO THE
104200* PRINTABLE IMAGE COLUMNS.
104300*-----------------------------------------------------------------
104400 6800-DECODE-IMAGE.
104500     MOVE RA2-FIELD-WITH-VAL TO WS-IP-FIELD-WITH-VAL.
104600     MOVE RA2-SPACES-VAL TO WS-IP-SPACES-VAL.
104700     MOVE RA2-ZERO-VAL TO WS-IP-ZERO-VAL.
104800     MOVE RA2-PLUS-VAL TO WS-IP-PLUS-VAL.
104900     MOVE RA2-MINUS-VAL TO WS-IP-MINUS-VAL.
105000     MOVE RA2-DECIMAL TO WS-IP-DECIMAL.
105100     MOVE RA2-VERSION TO WS-IP-VERSION.
105200     GO TO 6800-EXIT.
105300 6800-EXIT.
105400     EXIT.
105500*-----------------------------------------------------------------
105600* 6900-WRITE-JOURNAL - LOG THE BACK-OUT CHANGE JUST APPLIED, THE
105700* SAME WAY EVERY OTHER MASTER WRITER DOES.  THE CALLER HAS SET
105800* JRNL-ACTION; THE KEY AND IMAGE ARE TAKEN FROM THE MASTER
105900* RECORD AREA (THE DELETED IMAGE FOR A DELETE).
106000*-----------------------------------------------------------------
106100 6900-WRITE-JOURNAL.
106200     MOVE RAMSTR-KEY-STATES TO JRNL-STATES.
106300     MOVE RAMSTR-KEY-FLAG TO JRNL-FLAG.
106400     MOVE RAMSTR-DATA TO JRNL-DATA.
106500     MOVE RAMSTR-SOURCE TO JRNL-SOURCE.
106600     MOVE RAPDT-BUS-DATE TO WS-CD-DATE.
106700     ACCEPT WS-CD-TIME FROM TIME.
106800     MOVE WS-CD-DATE TO JRNL-RUN-DATE.
106900     MOVE WS-CD-TIME TO JRNL-RUN-TIME.
107000     MOVE WS-JOB-NAME TO JRNL-JOB-NAME.
107100     MOVE SPACES TO JRNL-OPER-ID.
107200     WRITE RAJRNL-RECORD FROM JRNL-RECORD.
107300     GO TO 6900-EXIT.
107400 6900-EXIT.
107500     EXIT.
107600*-----------------------------------------------------------------
107700* 7100-READ-NEXT-BACKUP - READ THE NEXT BACKUP RECORD.
107800*-----------------------------------------------------------------
107900 7100-READ-NEXT-BACKUP.
108000     READ RABKUP INTO WS-BKUP-IMAGE
108100         AT END
108200             SET WS-BKUP-EOF TO TRUE
108300     END-READ.
108400     GO TO 7100-EXIT.
108500 7100-EXIT.
108600     EXIT.
108700*-----------------------------------------------------------------
108800* 7200-READ-NEXT-JOURNAL - READ THE NEXT CURRENT JOURNAL RECORD.
108900*-----------------------------------------------------------------
109000 7200-READ-NEXT-JOURNAL.
109100     READ RAJRNL INTO JRNL-RECORD
109200         AT END
109300             SET WS-JRNL-EOF TO TRUE
109400             GO TO 7200-EXIT
109500     END-READ.
109600     ADD 1 TO WS-JRNL-COUNT.
109700     GO TO 7200-EXIT.
109800 7200-EXIT.
109900     EXIT.
110000*-----------------------------------------------------------------
110100* 7300-READ-NEXT-ARCHIVE - READ THE NEXT ARCHIVED JOURNAL RECORD.
110200*-----------------------------------------------------------------
110300 7300-READ-NEXT-ARCHIVE.
110400     READ RAJRNA INTO JRNL-RECORD
110500         AT END
110600             SET WS-JRNL-EOF TO TRUE
110700             GO TO 7300-EXIT
110800     END-READ.
110900     ADD 1 TO WS-ARCH-COUNT.
111000     GO TO 7300-EXIT.
111100 7300-EXIT.
111200     EXIT.
111300*-----------------------------------------------------------------
111400* 8000-TERMINATE - PRINT THE TOTALS, DISPLAY THEM FOR THE LOG
111500* AND CLOSE THE REPORT.  ANY KEY LEFT FOR REVIEW ENDS THE STEP
111600* WITH RETURN CODE 8 SO THE SCHEDULE DOES NOT MISS IT.
111700*-----------------------------------------------------------------
111800 8000-TERMINATE.
111900     WRITE RARPT-LINE FROM WS-BLANK-LINE.
112000     MOVE WS-RV-COUNT TO WS-TOT-KEYS.
112100     WRITE RARPT-LINE FROM WS-TOTAL-LINE-1.
112200     MOVE WS-REWRITE-COUNT TO WS-TOT-REWRITE.
112300     WRITE RARPT-LINE FROM WS-TOTAL-LINE-2.
112400     MOVE WS-READD-COUNT TO WS-TOT-READD.
112500     WRITE RARPT-LINE FROM WS-TOTAL-LINE-3.
112600     MOVE WS-DELETE-COUNT TO WS-TOT-DELETE.
112700     WRITE RARPT-LINE FROM WS-TOTAL-LINE-4.
112800     MOVE WS-STAT-COUNT TO WS-TOT-STAT.
112900     WRITE RARPT-LINE FROM WS-TOTAL-LINE-5.
113000     MOVE WS-REVIEW-COUNT TO WS-TOT-REVIEW.
113100     WRITE RARPT-LINE FROM WS-TOTAL-LINE-6.
113200     DISPLAY 'RAREV245 KEYS TOUCHED BY RUN = ' WS-RV-COUNT.
113300     DISPLAY 'RAREV245 MASTER REWRITTEN    = ' WS-REWRITE-COUNT.
113400     DISPLAY 'RAREV245 MASTER RE-ADDED     = ' WS-READD-COUNT.
113500     DISPLAY 'RAREV245 MASTER DELETED      = ' WS-DELETE-COUNT.
113600     DISPLAY 'RAREV245 RASTAT RESTORED     = ' WS-STAT-COUNT.
113700     DISPLAY 'RAREV245 LEFT FOR REVIEW     = ' WS-REVIEW-COUNT.
113800     IF WS-PREVIEW-MODE
113900         DISPLAY 'RAREV245 PREVIEW ONLY - NOTHING UPDATED'
114000     END-IF.
114100     CLOSE RARPT.
114200     IF WS-REVIEW-COUNT > ZERO
114300         MOVE 8 TO RETURN-CODE
114400     END-IF.
114500     GO TO 8000-EXIT.
114600 8000-EXIT.
114700     EXIT.
