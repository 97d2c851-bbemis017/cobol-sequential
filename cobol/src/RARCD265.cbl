000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RARCD265.
000300 AUTHOR. B. BEMIS.
000400 INSTALLATION. DATA SERVICES - BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.
000800     MAPPED MASS RECODE FOR A RETIRING STATES OR FLAG CODE.
000900     THE RARCMAP MAPPING CARDS (RARCMREC.CPY) GIVE EACH OLD
001000     CODE AND ITS REPLACEMENT; EVERY USE OF AN OLD CODE IS
001100     MOVED IN ONE CONTROLLED RUN INSTEAD OF ONE RAUPD070
001200     TRANSACTION PER KEY.  THE CARDS ARE EDITED FIRST (NEW CODE
001300     IN EFFECT ON RATABLE, NO OLD CODE TWICE, NO CHAINS) AND
001310     BOTH INDEXED STORES ARE SCANNED AND THE CARRY FILE'S
001320     TRAILER IS VERIFIED BEFORE ANYTHING IS CHANGED, SO A BAD
001330     CARD, A FULL TABLE OR AN OUT-OF-BALANCE RAREJ STOPS THE
001340     RUN WITH NOTHING UPDATED.  THEN:
001700       RAMSTR - EACH KEY CARRYING AN OLD CODE IS WRITTEN UNDER
001800         ITS NEW KEY AND THE OLD KEY DELETED.  WHEN THE NEW KEY
001900         IS ALREADY ON THE MASTER THE OLD KEY IS MERGED INTO
002000         IT: THE EXISTING RECORD IS KEPT AS IT STANDS AND THE
002100         OLD KEY IS DELETED.  EVERY WRITE AND DELETE IS
002200         JOURNALED ON RAJRNL UNDER RARCD265.
002300       RASTAT - EACH KEY'S COUNT AND DECIMAL, PLUS-VAL AND
002400         MINUS-VAL TOTALS ARE ROLLED ONTO THE NEW KEY (ADDED
002500         TO IT WHEN IT EXISTS) AND THE OLD KEY IS DELETED.
002600       RAREJ  - THE CARRY FILE IS COPIED TO RAREJN (LABELED)
002700         WITH THE STATES/FLAG OF EVERY OUTSTANDING REJECT
002800         RECODED; CORRECTED REJECTS ARE COPIED AS THEY ARE.
002900     EVERY FIELD CHANGED IS WRITTEN TO THE RAAUDIT TRAIL UNDER
003000     THE OLD KEY - FIELD NAME STATES/FLAG FOR THE MASTER,
003100     STAT-STATE/STAT-FLAG FOR RASTAT AND REJ-STATES/REJ-FLAG
003200     FOR A REJECT.  SYSIN COL 1 = 'P' IS A PREVIEW THAT LISTS
003210     WHAT WOULD CHANGE AND WRITES NOTHING - NEITHER STORE IS
003220     UPDATED AND RAREJN, RAAUDIT AND RAJRNL ARE NOT OPENED.
003230     A KEY THAT AN EARLIER KEY IN THE SAME RUN WOULD MOVE TO IS
003240     SHOWN AS A MERGE.  RAIMP260 IS THE IMPACT REPORT THAT SAYS
003250     WHICH CODES NEED A CARD.
003500*-----------------------------------------------------------------
003600* MODIFICATION HISTORY
003700*   2026-10-15  BB  ORIGINAL VERSION.
003800*-----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT RAPDATE ASSIGN TO "RAPDATE"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT RATABLE ASSIGN TO "RATABLE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS RATBL-KEY.
005100     SELECT RARCMAP ASSIGN TO "RARCMAP"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT RAMSTR ASSIGN TO "RAMSTR"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS RAMSTR-KEY.
005700     SELECT RASTAT ASSIGN TO "RASTAT"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS RASTAT-KEY.
006100     SELECT RAREJ ASSIGN TO "RAREJ"
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT RAREJN ASSIGN TO "RAREJN"
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT RAAUDIT ASSIGN TO "RAAUDIT"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT RAJRNL ASSIGN TO "RAJRNL"
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT RARPT ASSIGN TO "RARPT"
007000         ORGANIZATION IS SEQUENTIAL.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  RAPDATE
007400     RECORDING MODE IS F.
007500 01  RAPDATE-RECORD.
007600     05  FILLER                      PIC X(50).
007700 FD  RATABLE.
007800 COPY "RATBLREC.CPY".
007900 FD  RARCMAP
008000     RECORDING MODE IS F.
008100 01  RARCMAP-RECORD.
008200     05  FILLER                      PIC X(80).
008300 FD  RAMSTR.
008400 COPY "RAMSTREC.CPY".
008500 FD  RASTAT.
008600 COPY "RASTATRC.CPY".
008700 FD  RAREJ
008800     RECORDING MODE IS F.
008900 01  RAREJ-RECORD.
009000     05  FILLER                      PIC X(76).
009100 FD  RAREJN
009200     RECORDING MODE IS F.
009300 01  RAREJN-RECORD.
009400     05  FILLER                      PIC X(76).
009500 FD  RAAUDIT
009600     RECORDING MODE IS F.
009700     COPY "AUDREC.CPY"
009800       REPLACING ==AUDIT-RECORD== BY ==RAAUDIT-RECORD==,
009900       ==AUD-KEY== BY ==RAAUD-KEY==,
010000       ==AUD-STATES== BY ==RAAUD-STATES==,
010100       ==AUD-FLAG== BY ==RAAUD-FLAG==,
010200       ==AUD-FIELD-IS-STATES== BY ==RAAUD-FIELD-IS-STATES==,
010300       ==AUD-FIELD-IS-FLAG== BY ==RAAUD-FIELD-IS-FLAG==,
010400       ==AUD-FIELD-NAME== BY ==RAAUD-FIELD-NAME==,
010500       ==AUD-OLD-VALUE== BY ==RAAUD-OLD-VALUE==,
010600       ==AUD-NEW-VALUE== BY ==RAAUD-NEW-VALUE==,
010700       ==AUD-CHANGE-DATE== BY ==RAAUD-CHANGE-DATE==,
010800       ==AUD-CHANGE-TIME== BY ==RAAUD-CHANGE-TIME==,
010900       ==AUD-JOB-NAME== BY ==RAAUD-JOB-NAME==.
011000 FD  RAJRNL
011100     RECORDING MODE IS F.
011200 COPY "RAJRNREC.CPY".
011300 FD  RARPT
011400     RECORDING MODE IS F.
011500 01  RARPT-LINE                      PIC X(132).
011600 WORKING-STORAGE SECTION.
011700 COPY "AUDREC.CPY".
011800 COPY "RAPDTREC.CPY".
011900 COPY "RAREC2.CPY".
012000 COPY "RAREJREC.CPY".
012100 COPY "RACTLREC.CPY".
012200 COPY "RARCMREC.CPY".
012300 01  WS-LABEL-FIELDS.
012400     05  WS-FIRST-READ-SW            PIC X(01) VALUE 'Y'.
012500     05  WS-LABELED-SW               PIC X(01) VALUE 'N'.
012600         88  WS-LABELED-FILE         VALUE 'Y'.
012700     05  WS-CTL-REC-SW               PIC X(01) VALUE 'N'.
012800         88  WS-CTL-RECORD           VALUE 'Y'.
012900     05  WS-TRAILER-SW               PIC X(01) VALUE 'N'.
013000         88  WS-TRAILER-SEEN         VALUE 'Y'.
013100     05  WS-LBL-COUNT                PIC 9(09) VALUE ZERO.
013200     05  WS-LBL-HASH                 PIC 9(11)V9(02) VALUE ZERO.
013300 01  WS-SWITCHES.
013400     05  WS-TBL-EOF-SW               PIC X(01) VALUE 'N'.
013500         88  WS-TBL-EOF              VALUE 'Y'.
013600     05  WS-MAP-EOF-SW               PIC X(01) VALUE 'N'.
013700         88  WS-MAP-EOF              VALUE 'Y'.
013800     05  WS-MSTR-EOF-SW              PIC X(01) VALUE 'N'.
013900         88  WS-MSTR-EOF             VALUE 'Y'.
014000     05  WS-STAT-EOF-SW              PIC X(01) VALUE 'N'.
014100         88  WS-STAT-EOF             VALUE 'Y'.
014200     05  WS-REJ-EOF-SW               PIC X(01) VALUE 'N'.
014300         88  WS-REJ-EOF              VALUE 'Y'.
014400     05  WS-MODE-SW                  PIC X(01) VALUE 'U'.
014500         88  WS-PREVIEW-MODE         VALUE 'P'.
014600         88  WS-UPDATE-MODE          VALUE 'U'.
014700     05  WS-VALID-SW                 PIC X(01) VALUE 'N'.
014800         88  WS-CODE-VALID           VALUE 'Y'.
014900     05  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
015000         88  WS-FOUND                VALUE 'Y'.
015100     05  WS-TARGET-SW                PIC X(01) VALUE 'N'.
015200         88  WS-TARGET-EXISTS        VALUE 'Y'.
015300 01  WS-COUNTERS.
015400     05  WS-MAP-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
015500     05  WS-MSTR-COUNT               PIC 9(09) COMP VALUE ZERO.
015600     05  WS-MOVED-COUNT              PIC 9(09) COMP VALUE ZERO.
015700     05  WS-MERGED-COUNT             PIC 9(09) COMP VALUE ZERO.
015800     05  WS-STAT-COUNT               PIC 9(09) COMP VALUE ZERO.
015900     05  WS-ROLLED-COUNT             PIC 9(09) COMP VALUE ZERO.
016000     05  WS-ADDED-COUNT              PIC 9(09) COMP VALUE ZERO.
016100     05  WS-REJ-COUNT                PIC 9(09) COMP VALUE ZERO.
016200     05  WS-RECODED-COUNT            PIC 9(09) COMP VALUE ZERO.
016300     05  WS-AUDIT-COUNT              PIC 9(09) COMP VALUE ZERO.
016400     05  WS-JOURNAL-COUNT            PIC 9(09) COMP VALUE ZERO.
016500     05  WS-REJN-COUNT               PIC 9(09) COMP VALUE ZERO.
016600 01  WS-REJN-HASH                    PIC 9(11)V9(02) VALUE ZERO.
016700 01  WS-PARM-CARD.
016800     05  WS-PARM-MODE                PIC X(01).
016900     05  FILLER                      PIC X(79).
017000 01  WS-JOB-NAME                     PIC X(08) VALUE 'RARCD265'.
017100 01  WS-TODAY-DATE                   PIC 9(08).
017200 01  WS-CD-DATE                      PIC 9(08).
017300 01  WS-CD-TIME                      PIC 9(06).
017400 01  WS-SAVED-DATA                   PIC X(31).
017500 01  WS-SAVED-SOURCE                 PIC X(01).
017600 01  WS-SAVED-TOTALS.
017700     05  WS-SV-REC-COUNT             PIC 9(09).
017800     05  WS-SV-DECIMAL               PIC S9(11)V9(02) COMP-3.
017900     05  WS-SV-PLUS                  PIC S9(09) COMP-3.
018000     05  WS-SV-MINUS                 PIC S9(09) COMP-3.
018100*-----------------------------------------------------------------
018200* RATABLE ROWS OF BOTH TYPES FOR THE NEW-CODE EDIT.
018300*-----------------------------------------------------------------
018400 01  WS-CODE-TABLE.
018500     05  WS-CT-COUNT                 PIC 9(04) COMP VALUE ZERO.
018600     05  WS-CT-ENTRY                 OCCURS 200 TIMES.
018700         10  CT-TYPE                 PIC X(01).
018800         10  CT-CODE                 PIC X(02).
018900         10  CT-CODE-HI              PIC X(02).
019000         10  CT-EFF-DATE             PIC 9(08).
019100         10  CT-EXP-DATE             PIC 9(08).
019200 01  WS-CT-SUB                       PIC 9(04) COMP VALUE ZERO.
019300*-----------------------------------------------------------------
019400* THE MAPPING CARDS, AND THE KEY BEING MAPPED.
019500*-----------------------------------------------------------------
019600 01  WS-MAP-TABLE.
019700     05  WS-MP-COUNT                 PIC 9(04) COMP VALUE ZERO.
019800     05  WS-MP-ENTRY                 OCCURS 100 TIMES.
019900         10  MP-TYPE                 PIC X(01).
020000         10  MP-OLD-CODE             PIC X(02).
020100         10  MP-NEW-CODE             PIC X(02).
020200 01  WS-MP-SUB                       PIC 9(04) COMP VALUE ZERO.
020300 01  WS-MP-SUB-2                     PIC 9(04) COMP VALUE ZERO.
020400 01  WS-MK-OLD-KEY.
020500     05  WS-MK-OLD-STATES            PIC X(02).
020600     05  WS-MK-OLD-FLAG              PIC X(02).
020700 01  WS-MK-NEW-KEY.
020800     05  WS-MK-NEW-STATES            PIC X(02).
020900     05  WS-MK-NEW-FLAG              PIC X(02).
021000*-----------------------------------------------------------------
021100* KEYS TO MOVE, COLLECTED BY THE SCANS BEFORE ANY UPDATE.
021200*-----------------------------------------------------------------
021300 01  WS-MOVE-TABLE.
021400     05  WS-MV-COUNT                 PIC 9(04) COMP VALUE ZERO.
021500     05  WS-MV-ENTRY                 OCCURS 2000 TIMES.
021600         10  MV-OLD-KEY              PIC X(04).
021700         10  MV-NEW-KEY              PIC X(04).
021800 01  WS-MV-SUB                       PIC 9(04) COMP VALUE ZERO.
021810 01  WS-MV-SUB-2                     PIC 9(04) COMP VALUE ZERO.
021900 01  WS-ROLL-TABLE.
022000     05  WS-RL-COUNT                 PIC 9(04) COMP VALUE ZERO.
022100     05  WS-RL-ENTRY                 OCCURS 2000 TIMES.
022200         10  RL-OLD-KEY              PIC X(04).
022300         10  RL-NEW-KEY              PIC X(04).
022400 01  WS-RL-SUB                       PIC 9(04) COMP VALUE ZERO.
022410 01  WS-RL-SUB-2                     PIC 9(04) COMP VALUE ZERO.
022500 01  WS-AUD-FIELD-NAMES.
022600     05  WS-AF-STATES                PIC X(10).
022700     05  WS-AF-FLAG                  PIC X(10).
022800 01  WS-HEADING-1.
022900     05  FILLER PIC X(44)
023000         VALUE 'RARCD265 CODE-RETIREMENT MAPPED RECODE      '.
023100     05  FILLER                      PIC X(88) VALUE SPACES.
023200 01  WS-HEADING-2.
023300     05  FILLER PIC X(24) VALUE 'BUSINESS DATE ........ '.
023400     05  WS-H2-TODAY                 PIC 9(08).
023500     05  FILLER                      PIC X(10) VALUE SPACES.
023600     05  WS-H2-MODE                  PIC X(40).
023700     05  FILLER                      PIC X(50) VALUE SPACES.
023800 01  WS-SECTION-LINE.
023900     05  WS-SEC-TEXT                 PIC X(60).
024000     05  FILLER                      PIC X(72) VALUE SPACES.
024100 01  WS-MAP-COLS.
024200     05  FILLER PIC X(06) VALUE 'TYPE  '.
024300     05  FILLER PIC X(06) VALUE 'OLD   '.
024400     05  FILLER PIC X(06) VALUE 'NEW   '.
024500     05  FILLER PIC X(30) VALUE 'DESCRIPTION                   '.
024600     05  FILLER                      PIC X(84) VALUE SPACES.
024700 01  WS-MAP-LINE.
024800     05  WS-ML-TYPE                  PIC X(01).
024900     05  FILLER                      PIC X(05) VALUE SPACES.
025000     05  WS-ML-OLD                   PIC X(02).
025100     05  FILLER                      PIC X(04) VALUE SPACES.
025200     05  WS-ML-NEW                   PIC X(02).
025300     05  FILLER                      PIC X(04) VALUE SPACES.
025400     05  WS-ML-DESC                  PIC X(30).
025500     05  FILLER                      PIC X(84) VALUE SPACES.
025600 01  WS-CHANGE-COLS.
025700     05  FILLER PIC X(12) VALUE 'REJECT SEQ  '.
025800     05  FILLER PIC X(08) VALUE 'OLD KEY '.
025900     05  FILLER PIC X(08) VALUE 'NEW KEY '.
026000     05  FILLER PIC X(24) VALUE 'ACTION                  '.
026100     05  FILLER PIC X(12) VALUE '     RECORDS'.
026200     05  FILLER PIC X(20) VALUE '       DECIMAL TOTAL'.
026300     05  FILLER                      PIC X(48) VALUE SPACES.
026400 01  WS-CHANGE-LINE.
026500     05  WS-CG-SEQ                   PIC X(09).
026600     05  FILLER                      PIC X(03) VALUE SPACES.
026700     05  WS-CG-OLD-STATES            PIC X(02).
026800     05  FILLER                      PIC X(01) VALUE '/'.
026900     05  WS-CG-OLD-FLAG              PIC X(02).
027000     05  FILLER                      PIC X(03) VALUE SPACES.
027100     05  WS-CG-NEW-STATES            PIC X(02).
027200     05  FILLER                      PIC X(01) VALUE '/'.
027300     05  WS-CG-NEW-FLAG              PIC X(02).
027400     05  FILLER                      PIC X(03) VALUE SPACES.
027500     05  WS-CG-ACTION                PIC X(22).
027600     05  FILLER                      PIC X(02) VALUE SPACES.
027700     05  WS-CG-COUNT                 PIC X(10).
027800     05  WS-CG-COUNT-N REDEFINES WS-CG-COUNT
027900                                     PIC ZZZZZZZZZ9.
028000     05  FILLER                      PIC X(02) VALUE SPACES.
028100     05  WS-CG-DECIMAL               PIC X(18).
028200     05  WS-CG-DECIMAL-N REDEFINES WS-CG-DECIMAL
028300                                     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
028310     05  FILLER                      PIC X(50) VALUE SPACES.
028500 01  WS-NONE-LINE.
028600     05  FILLER                      PIC X(02) VALUE SPACES.
028700     05  FILLER PIC X(20) VALUE 'NONE                '.
028800     05  FILLER                      PIC X(110) VALUE SPACES.
028900 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
029000 01  WS-TOTAL-LINE-1.
029100     05  FILLER PIC X(24) VALUE 'MAPPING CARDS ........ '.
029200     05  WS-TOT-MAPS                 PIC ZZZZZZZZ9.
029300     05  FILLER                      PIC X(99) VALUE SPACES.
029400 01  WS-TOTAL-LINE-2.
029500     05  FILLER PIC X(24) VALUE 'RAMSTR KEYS MOVED .... '.
029600     05  WS-TOT-MOVED                PIC ZZZZZZZZ9.
029700     05  FILLER PIC X(14) VALUE '   MERGED     '.
029800     05  WS-TOT-MERGED               PIC ZZZZZZZZ9.
029900     05  FILLER                      PIC X(76) VALUE SPACES.
030000 01  WS-TOTAL-LINE-3.
030100     05  FILLER PIC X(24) VALUE 'RASTAT KEYS ROLLED ... '.
030200     05  WS-TOT-ROLLED               PIC ZZZZZZZZ9.
030300     05  FILLER PIC X(14) VALUE '   ADDED TO   '.
030400     05  WS-TOT-ADDED                PIC ZZZZZZZZ9.
030500     05  FILLER                      PIC X(76) VALUE SPACES.
030600 01  WS-TOTAL-LINE-4.
030700     05  FILLER PIC X(24) VALUE 'REJECTS RECODED ...... '.
030800     05  WS-TOT-RECODED              PIC ZZZZZZZZ9.
030900     05  FILLER PIC X(14) VALUE '   COPIED     '.
031000     05  WS-TOT-REJN                 PIC ZZZZZZZZ9.
031100     05  FILLER                      PIC X(76) VALUE SPACES.
031200 01  WS-TOTAL-LINE-5.
031300     05  FILLER PIC X(24) VALUE 'AUDIT RECORDS ........ '.
031400     05  WS-TOT-AUDIT                PIC ZZZZZZZZ9.
031500     05  FILLER PIC X(14) VALUE '   JOURNAL    '.
031600     05  WS-TOT-JOURNAL              PIC ZZZZZZZZ9.
031700     05  FILLER                      PIC X(76) VALUE SPACES.
031800 PROCEDURE DIVISION.
031900 0000-MAINLINE.
032000     PERFORM 1000-INITIALIZE
032100         THRU 1000-EXIT.
032200     PERFORM 1500-LOAD-REF-TABLE
032300         THRU 1500-EXIT.
032400     PERFORM 1600-LOAD-MAPPING
032500         THRU 1600-EXIT.
032600     PERFORM 2000-SCAN-MASTER
032700         THRU 2000-EXIT.
032800     PERFORM 2500-SCAN-STATS
032900         THRU 2500-EXIT.
032910     PERFORM 2800-VERIFY-REJECTS
032920         THRU 2800-EXIT.
033000     PERFORM 3000-MOVE-MASTER-KEYS
033100         THRU 3000-EXIT.
033200     PERFORM 4000-ROLL-STAT-KEYS
033300         THRU 4000-EXIT.
033400     PERFORM 5000-RECODE-REJECTS
033500         THRU 5000-EXIT.
033600     PERFORM 8000-TERMINATE
033700         THRU 8000-EXIT.
033800     STOP RUN.
033900*-----------------------------------------------------------------
034000* 1000-INITIALIZE - READ THE MODE CARD AND THE BUSINESS DATE AND
034100* START THE REPORT.  THE AUDIT TRAIL AND JOURNAL ARE OPENED ONLY
034200* FOR AN UPDATE RUN.
034300*-----------------------------------------------------------------
034400 1000-INITIALIZE.
034500     PERFORM 1900-GET-PROCESSING-DATE
034600         THRU 1900-EXIT.
034700     MOVE RAPDT-BUS-DATE TO WS-TODAY-DATE.
034800     MOVE SPACES TO WS-PARM-CARD.
034900     ACCEPT WS-PARM-CARD FROM SYSIN.
035000     IF WS-PARM-MODE = 'P'
035100         SET WS-PREVIEW-MODE TO TRUE
035200     END-IF.
035300     OPEN OUTPUT RARPT.
035400     WRITE RARPT-LINE FROM WS-HEADING-1.
035500     MOVE WS-TODAY-DATE TO WS-H2-TODAY.
035600     IF WS-PREVIEW-MODE
035700         MOVE 'PREVIEW ONLY - NOTHING UPDATED' TO WS-H2-MODE
035800     ELSE
035900         MOVE 'UPDATE RUN' TO WS-H2-MODE
036000         OPEN OUTPUT RAAUDIT
036100         OPEN OUTPUT RAJRNL
036200     END-IF.
036300     WRITE RARPT-LINE FROM WS-HEADING-2.
036400     GO TO 1000-EXIT.
036500 1000-EXIT.
036600     EXIT.
036700*-----------------------------------------------------------------
036800* 1500-LOAD-REF-TABLE - LOAD THE STATES AND FLAG ROWS FROM THE
036900* RATABLE REFERENCE TABLE.  AN EMPTY TABLE WOULD FAIL EVERY
037000* MAPPING CARD, SO THAT IS A HARD STOP.
037100*-----------------------------------------------------------------
037200 1500-LOAD-REF-TABLE.
037300     OPEN INPUT RATABLE.
037400     PERFORM 1510-READ-TABLE-ROW
037500         THRU 1510-EXIT
037600         UNTIL WS-TBL-EOF.
037700     CLOSE RATABLE.
037800     IF WS-CT-COUNT = ZERO
037900         DISPLAY 'RARCD265 REFERENCE TABLE EMPTY - RUN STOPPED'
038000         MOVE 16 TO RETURN-CODE
038100         STOP RUN
038200     END-IF.
038300     GO TO 1500-EXIT.
038400 1500-EXIT.
038500     EXIT.
038600 1510-READ-TABLE-ROW.
038700     READ RATABLE
038800         AT END
038900             SET WS-TBL-EOF TO TRUE
039000             GO TO 1510-EXIT
039100     END-READ.
039200     IF NOT RATBL-TYPE-STATE AND NOT RATBL-TYPE-FLAG
039300         GO TO 1510-EXIT
039400     END-IF.
039500     IF WS-CT-COUNT >= 200
039600         DISPLAY 'RARCD265 CODE TABLE FULL - RUN STOPPED'
039700         MOVE 16 TO RETURN-CODE
039800         STOP RUN
039900     END-IF.
040000     ADD 1 TO WS-CT-COUNT.
040100     MOVE RATBL-TYPE TO CT-TYPE (WS-CT-COUNT).
040200     MOVE RATBL-CODE TO CT-CODE (WS-CT-COUNT).
040300     IF RATBL-CODE-HI = SPACES
040400         MOVE RATBL-CODE TO CT-CODE-HI (WS-CT-COUNT)
040500     ELSE
040600         MOVE RATBL-CODE-HI TO CT-CODE-HI (WS-CT-COUNT)
040700     END-IF.
040800     MOVE RATBL-EFF-DATE TO CT-EFF-DATE (WS-CT-COUNT).
040900     MOVE RATBL-EXP-DATE TO CT-EXP-DATE (WS-CT-COUNT).
041000     GO TO 1510-EXIT.
041100 1510-EXIT.
041200     EXIT.
041300*-----------------------------------------------------------------
041400* 1600-LOAD-MAPPING - LOAD AND EDIT THE MAPPING CARDS AND LIST
041500* THEM.  ANY CARD THAT DOES NOT EDIT STOPS THE RUN BEFORE A
041600* STORE IS OPENED.
041700*-----------------------------------------------------------------
041800 1600-LOAD-MAPPING.
041900     MOVE 'MAPPING CARDS' TO WS-SEC-TEXT.
042000     WRITE RARPT-LINE FROM WS-BLANK-LINE.
042100     WRITE RARPT-LINE FROM WS-SECTION-LINE.
042200     WRITE RARPT-LINE FROM WS-MAP-COLS.
042300     OPEN INPUT RARCMAP.
042400     PERFORM 7000-READ-NEXT-MAP
042500         THRU 7000-EXIT.
042600     PERFORM 1610-LOAD-ONE-MAP
042700         THRU 1610-EXIT
042800         UNTIL WS-MAP-EOF.
042900     CLOSE RARCMAP.
043000     IF WS-MP-COUNT = ZERO
043100         DISPLAY 'RARCD265 NO MAPPING CARDS - RUN STOPPED'
043200         MOVE 16 TO RETURN-CODE
043300         STOP RUN
043400     END-IF.
043500     MOVE 1 TO WS-MP-SUB.
043600     PERFORM 1700-CHECK-NO-CHAIN
043700         THRU 1700-EXIT
043800         UNTIL WS-MP-SUB > WS-MP-COUNT.
043900     GO TO 1600-EXIT.
044000 1600-EXIT.
044100     EXIT.
044200 1610-LOAD-ONE-MAP.
044300     IF RARCM-TYPE-COMMENT OR RARCM-RECORD = SPACES
044400         GO TO 1610-NEXT
044500     END-IF.
044600     IF NOT RARCM-TYPE-STATE AND NOT RARCM-TYPE-FLAG
044700         OR RARCM-OLD-CODE = SPACES
044800         OR RARCM-NEW-CODE = SPACES
044900         OR RARCM-OLD-CODE = RARCM-NEW-CODE
045000             DISPLAY 'RARCD265 MAPPING CARD INVALID - RUN STOPPED'
045100             PERFORM 1800-BAD-MAP-CARD
045200                 THRU 1800-EXIT
045300     END-IF.
045400     PERFORM 6500-EDIT-NEW-CODE
045500         THRU 6500-EXIT.
045600     IF NOT WS-CODE-VALID
045700         DISPLAY 'RARCD265 NEW CODE NOT IN EFFECT ON RATABLE - '
045800             'RUN STOPPED'
045900         PERFORM 1800-BAD-MAP-CARD
046000             THRU 1800-EXIT
046100     END-IF.
046200     MOVE 'N' TO WS-FOUND-SW.
046300     MOVE 1 TO WS-MP-SUB.
046400     PERFORM 1620-TEST-DUPLICATE
046500         THRU 1620-EXIT
046600         UNTIL WS-FOUND OR WS-MP-SUB > WS-MP-COUNT.
046700     IF WS-FOUND
046800         DISPLAY 'RARCD265 OLD CODE MAPPED TWICE - RUN STOPPED'
046900         PERFORM 1800-BAD-MAP-CARD
047000             THRU 1800-EXIT
047100     END-IF.
047200     IF WS-MP-COUNT >= 100
047300         DISPLAY 'RARCD265 MAPPING TABLE FULL - RUN STOPPED'
047400         MOVE 16 TO RETURN-CODE
047500         STOP RUN
047600     END-IF.
047700     ADD 1 TO WS-MP-COUNT.
047800     MOVE RARCM-TYPE TO MP-TYPE (WS-MP-COUNT).
047900     MOVE RARCM-OLD-CODE TO MP-OLD-CODE (WS-MP-COUNT).
048000     MOVE RARCM-NEW-CODE TO MP-NEW-CODE (WS-MP-COUNT).
048100     MOVE RARCM-TYPE TO WS-ML-TYPE.
048200     MOVE RARCM-OLD-CODE TO WS-ML-OLD.
048300     MOVE RARCM-NEW-CODE TO WS-ML-NEW.
048400     MOVE RARCM-DESC TO WS-ML-DESC.
048500     WRITE RARPT-LINE FROM WS-MAP-LINE.
048600 1610-NEXT.
048700     PERFORM 7000-READ-NEXT-MAP
048800         THRU 7000-EXIT.
048900     GO TO 1610-EXIT.
049000 1610-EXIT.
049100     EXIT.
049200 1620-TEST-DUPLICATE.
049300     IF MP-TYPE (WS-MP-SUB) = RARCM-TYPE
049400         AND MP-OLD-CODE (WS-MP-SUB) = RARCM-OLD-CODE
049500             SET WS-FOUND TO TRUE
049600     ELSE
049700         ADD 1 TO WS-MP-SUB
049800     END-IF.
049900     GO TO 1620-EXIT.
050000 1620-EXIT.
050100     EXIT.
050200*-----------------------------------------------------------------
050300* 1700-CHECK-NO-CHAIN - A NEW CODE THAT IS ALSO MAPPED AWAY WOULD
050400* MAKE THE RESULT DEPEND ON THE ORDER THE CARDS ARE APPLIED; THE
050500* ANALYST MUST MAP STRAIGHT TO THE FINAL CODE.
050600*-----------------------------------------------------------------
050700 1700-CHECK-NO-CHAIN.
050800     MOVE 1 TO WS-MP-SUB-2.
050900     PERFORM 1710-TEST-ONE-CHAIN
051000         THRU 1710-EXIT
051100         UNTIL WS-MP-SUB-2 > WS-MP-COUNT.
051200     ADD 1 TO WS-MP-SUB.
051300     GO TO 1700-EXIT.
051400 1700-EXIT.
051500     EXIT.
051600 1710-TEST-ONE-CHAIN.
051700     IF MP-TYPE (WS-MP-SUB-2) = MP-TYPE (WS-MP-SUB)
051800         AND MP-OLD-CODE (WS-MP-SUB-2) = MP-NEW-CODE (WS-MP-SUB)
051900             DISPLAY 'RARCD265 NEW CODE IS ITSELF MAPPED - RUN '
052000                 'STOPPED'
052100             DISPLAY 'RARCD265 TYPE ' MP-TYPE (WS-MP-SUB)
052200                 ' CODE ' MP-NEW-CODE (WS-MP-SUB)
052300             MOVE 16 TO RETURN-CODE
052400             STOP RUN
052500     END-IF.
052600     ADD 1 TO WS-MP-SUB-2.
052700     GO TO 1710-EXIT.
052800 1710-EXIT.
052900     EXIT.
053000 1800-BAD-MAP-CARD.
053100     DISPLAY 'RARCD265 CARD = ' RARCM-RECORD.
053200     MOVE 16 TO RETURN-CODE.
053300     STOP RUN.
053400 1800-EXIT.
053500     EXIT.
053600*-----------------------------------------------------------------
053700* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
053800* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
053900* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
054000* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
054100*-----------------------------------------------------------------
054200 1900-GET-PROCESSING-DATE.
054300     OPEN INPUT RAPDATE.
054400     READ RAPDATE INTO RAPDT-RECORD
054500         AT END
054600             DISPLAY 'RARCD265 RAPDATE EMPTY - RUN STOPPED'
054700             MOVE 16 TO RETURN-CODE
054800             STOP RUN
054900     END-READ.
055000     CLOSE RAPDATE.
055100     IF RAPDT-BUS-DATE NOT NUMERIC
055200         OR RAPDT-BUS-DATE = ZERO
055300             DISPLAY 'RARCD265 RAPDATE DATE INVALID - RUN STOPPED'
055400             MOVE 16 TO RETURN-CODE
055500             STOP RUN
055600     END-IF.
055700     GO TO 1900-EXIT.
055800 1900-EXIT.
055900     EXIT.
056000*-----------------------------------------------------------------
056100* 2000-SCAN-MASTER - NOTE EVERY RAMSTR KEY THAT CARRIES A MAPPED
056200* CODE.  THE KEYS ARE MOVED ONLY AFTER BOTH SCANS, SO A NEW KEY
056300* WRITTEN AHEAD OF THE READ POSITION IS NEVER READ BACK.
056400*-----------------------------------------------------------------
056500 2000-SCAN-MASTER.
056600     IF WS-PREVIEW-MODE
056700         OPEN INPUT RAMSTR
056800     ELSE
056900         OPEN I-O RAMSTR
057000     END-IF.
057100     PERFORM 7100-READ-NEXT-MASTER
057200         THRU 7100-EXIT.
057300     PERFORM 2100-SCAN-ONE-MASTER
057400         THRU 2100-EXIT
057500         UNTIL WS-MSTR-EOF.
057600     GO TO 2000-EXIT.
057700 2000-EXIT.
057800     EXIT.
057900 2100-SCAN-ONE-MASTER.
058000     MOVE RAMSTR-KEY TO WS-MK-OLD-KEY.
058100     PERFORM 6000-MAP-KEY
058200         THRU 6000-EXIT.
058300     IF WS-MK-NEW-KEY = WS-MK-OLD-KEY
058400         GO TO 2100-NEXT
058500     END-IF.
058600     IF WS-MV-COUNT >= 2000
058700         DISPLAY 'RARCD265 RAMSTR MOVE TABLE FULL - NOTHING '
058800             'UPDATED - RUN STOPPED'
058900         MOVE 16 TO RETURN-CODE
059000         STOP RUN
059100     END-IF.
059200     ADD 1 TO WS-MV-COUNT.
059300     MOVE WS-MK-OLD-KEY TO MV-OLD-KEY (WS-MV-COUNT).
059400     MOVE WS-MK-NEW-KEY TO MV-NEW-KEY (WS-MV-COUNT).
059500 2100-NEXT.
059600     PERFORM 7100-READ-NEXT-MASTER
059700         THRU 7100-EXIT.
059800     GO TO 2100-EXIT.
059900 2100-EXIT.
060000     EXIT.
060100*-----------------------------------------------------------------
060200* 2500-SCAN-STATS - NOTE EVERY RASTAT KEY THAT CARRIES A MAPPED
060300* CODE.
060400*-----------------------------------------------------------------
060500 2500-SCAN-STATS.
060600     IF WS-PREVIEW-MODE
060700         OPEN INPUT RASTAT
060800     ELSE
060900         OPEN I-O RASTAT
061000     END-IF.
061100     PERFORM 7200-READ-NEXT-STAT
061200         THRU 7200-EXIT.
061300     PERFORM 2600-SCAN-ONE-STAT
061400         THRU 2600-EXIT
061500         UNTIL WS-STAT-EOF.
061600     GO TO 2500-EXIT.
061700 2500-EXIT.
061800     EXIT.
061900 2600-SCAN-ONE-STAT.
062000     MOVE RASTAT-KEY TO WS-MK-OLD-KEY.
062100     PERFORM 6000-MAP-KEY
062200         THRU 6000-EXIT.
062300     IF WS-MK-NEW-KEY = WS-MK-OLD-KEY
062400         GO TO 2600-NEXT
062500     END-IF.
062600     IF WS-RL-COUNT >= 2000
062700         DISPLAY 'RARCD265 RASTAT ROLL TABLE FULL - NOTHING '
062800             'UPDATED - RUN STOPPED'
062900         MOVE 16 TO RETURN-CODE
063000         STOP RUN
063100     END-IF.
063200     ADD 1 TO WS-RL-COUNT.
063300     MOVE WS-MK-OLD-KEY TO RL-OLD-KEY (WS-RL-COUNT).
063400     MOVE WS-MK-NEW-KEY TO RL-NEW-KEY (WS-RL-COUNT).
063500 2600-NEXT.
063600     PERFORM 7200-READ-NEXT-STAT
063700         THRU 7200-EXIT.
063800     GO TO 2600-EXIT.
063900 2600-EXIT.
064000     EXIT.
064004*-----------------------------------------------------------------
064008* 2800-VERIFY-REJECTS - READ THE CARRY FILE THROUGH ONCE SO ITS
064012* TRAILER IS VERIFIED BEFORE EITHER STORE IS TOUCHED; 7700 AND
064016* 7800 STOP THE RUN WHEN IT IS OUT OF BALANCE OR TRUNCATED.  THE
064020* LABEL STATE IS THEN RESET FOR THE COPY IN 5000.
064024*-----------------------------------------------------------------
064028 2800-VERIFY-REJECTS.
064032     OPEN INPUT RAREJ.
064036     PERFORM 7300-READ-NEXT-REJECT
064040         THRU 7300-EXIT
064044         UNTIL WS-REJ-EOF.
064048     CLOSE RAREJ.
064052     MOVE 'Y' TO WS-FIRST-READ-SW.
064056     MOVE 'N' TO WS-LABELED-SW.
064060     MOVE 'N' TO WS-CTL-REC-SW.
064064     MOVE 'N' TO WS-TRAILER-SW.
064068     MOVE ZERO TO WS-LBL-COUNT.
064072     MOVE ZERO TO WS-LBL-HASH.
064076     MOVE 'N' TO WS-REJ-EOF-SW.
064080     MOVE ZERO TO WS-REJ-COUNT.
064084     GO TO 2800-EXIT.
064088 2800-EXIT.
064092     EXIT.
064100*-----------------------------------------------------------------
064200* 3000-MOVE-MASTER-KEYS - MOVE EACH NOTED RAMSTR KEY.
064300*-----------------------------------------------------------------
064400 3000-MOVE-MASTER-KEYS.
064500     MOVE 'RAMSTR MASTER KEYS' TO WS-SEC-TEXT.
064600     PERFORM 6800-START-CHANGE-SECTION
064700         THRU 6800-EXIT.
064800     MOVE 'STATES' TO WS-AF-STATES.
064900     MOVE 'FLAG' TO WS-AF-FLAG.
065000     MOVE 1 TO WS-MV-SUB.
065100     PERFORM 3100-MOVE-ONE-KEY
065200         THRU 3100-EXIT
065300         UNTIL WS-MV-SUB > WS-MV-COUNT.
065400     IF WS-MV-COUNT = ZERO
065500         WRITE RARPT-LINE FROM WS-NONE-LINE
065600     END-IF.
065700     CLOSE RAMSTR.
065800     GO TO 3000-EXIT.
065900 3000-EXIT.
066000     EXIT.
066100*-----------------------------------------------------------------
066200* 3100-MOVE-ONE-KEY - WRITE THE RECORD UNDER ITS NEW KEY BEFORE
066300* DELETING THE OLD ONE, AS RAUPD070 DOES.  WHEN THE NEW KEY IS
066400* ALREADY ON THE MASTER IT IS KEPT AS IT STANDS AND ONLY THE OLD
066410* KEY GOES.  A PREVIEW CHANGES NOTHING, SO A NEW KEY THAT AN
066420* EARLIER ENTRY WOULD HAVE WRITTEN IS CHECKED FOR IN THE TABLE.
066600*-----------------------------------------------------------------
066700 3100-MOVE-ONE-KEY.
066800     MOVE MV-OLD-KEY (WS-MV-SUB) TO WS-MK-OLD-KEY.
066900     MOVE MV-NEW-KEY (WS-MV-SUB) TO WS-MK-NEW-KEY.
067000     MOVE SPACES TO WS-CG-SEQ.
067100     MOVE SPACES TO WS-CG-COUNT.
067200     MOVE SPACES TO WS-CG-DECIMAL.
067300     MOVE WS-MK-OLD-KEY TO RAMSTR-KEY.
067400     READ RAMSTR
067500         INVALID KEY
067600             MOVE 'OLD KEY NO LONGER ON FILE' TO WS-CG-ACTION
067700             PERFORM 6900-WRITE-CHANGE-LINE
067800                 THRU 6900-EXIT
067900             GO TO 3100-NEXT
068000     END-READ.
068100     MOVE RAMSTR-DATA TO WS-SAVED-DATA.
068200     MOVE RAMSTR-SOURCE TO WS-SAVED-SOURCE.
068300     MOVE WS-MK-NEW-KEY TO RAMSTR-KEY.
068400     MOVE 'N' TO WS-TARGET-SW.
068500     READ RAMSTR
068600         INVALID KEY
068700             MOVE 'N' TO WS-TARGET-SW
068800         NOT INVALID KEY
068900             SET WS-TARGET-EXISTS TO TRUE
069000     END-READ.
069010     IF WS-PREVIEW-MODE AND NOT WS-TARGET-EXISTS
069020         PERFORM 3150-FIND-EARLIER-MOVE
069030             THRU 3150-EXIT
069040     END-IF.
069100     IF WS-TARGET-EXISTS
069200         ADD 1 TO WS-MERGED-COUNT
069300         MOVE 'MERGED INTO EXISTING' TO WS-CG-ACTION
069400     ELSE
069500         ADD 1 TO WS-MOVED-COUNT
069600         MOVE 'MOVED TO NEW KEY' TO WS-CG-ACTION
069700     END-IF.
069800     PERFORM 6900-WRITE-CHANGE-LINE
069900         THRU 6900-EXIT.
070000     IF WS-PREVIEW-MODE
070100         GO TO 3100-NEXT
070200     END-IF.
070300     IF NOT WS-TARGET-EXISTS
070400         MOVE WS-MK-NEW-KEY TO RAMSTR-KEY
070500         MOVE WS-SAVED-DATA TO RAMSTR-DATA
070600         MOVE WS-SAVED-SOURCE TO RAMSTR-SOURCE
070700         WRITE RAMSTR-RECORD
070800             INVALID KEY
070900                 DISPLAY 'RARCD265 RAMSTR WRITE FAILED FOR '
071000                     WS-MK-NEW-KEY ' - RUN STOPPED'
071100                 MOVE 16 TO RETURN-CODE
071200                 STOP RUN
071300         END-WRITE
071400         MOVE 'A' TO JRNL-ACTION
071500         PERFORM 6600-WRITE-JOURNAL
071600             THRU 6600-EXIT
071700     END-IF.
071800     MOVE WS-MK-OLD-KEY TO RAMSTR-KEY.
071900     MOVE WS-SAVED-DATA TO RAMSTR-DATA.
072000     MOVE WS-SAVED-SOURCE TO RAMSTR-SOURCE.
072100     DELETE RAMSTR RECORD
072200         INVALID KEY
072300             DISPLAY 'RARCD265 RAMSTR DELETE FAILED FOR '
072400                 WS-MK-OLD-KEY ' - RUN STOPPED'
072500             MOVE 16 TO RETURN-CODE
072600             STOP RUN
072700     END-DELETE.
072800     MOVE 'D' TO JRNL-ACTION.
072900     PERFORM 6600-WRITE-JOURNAL
073000         THRU 6600-EXIT.
073100     PERFORM 6700-WRITE-CHANGE-AUDIT
073200         THRU 6700-EXIT.
073300 3100-NEXT.
073400     ADD 1 TO WS-MV-SUB.
073500     GO TO 3100-EXIT.
073600 3100-EXIT.
073700     EXIT.
073704*-----------------------------------------------------------------
073708* 3150-FIND-EARLIER-MOVE - PREVIEW ONLY.  THE TARGET COUNTS AS
073712* EXISTING WHEN AN EARLIER TABLE ENTRY MOVES TO THE SAME NEW KEY.
073716*-----------------------------------------------------------------
073720 3150-FIND-EARLIER-MOVE.
073724     MOVE 1 TO WS-MV-SUB-2.
073728     PERFORM 3160-TEST-ONE-MOVE
073732         THRU 3160-EXIT
073736         UNTIL WS-TARGET-EXISTS OR WS-MV-SUB-2 >= WS-MV-SUB.
073740     GO TO 3150-EXIT.
073744 3150-EXIT.
073748     EXIT.
073752 3160-TEST-ONE-MOVE.
073756     IF MV-NEW-KEY (WS-MV-SUB-2) = WS-MK-NEW-KEY
073760         SET WS-TARGET-EXISTS TO TRUE
073764     ELSE
073768         ADD 1 TO WS-MV-SUB-2
073772     END-IF.
073776     GO TO 3160-EXIT.
073780 3160-EXIT.
073784     EXIT.
073800*-----------------------------------------------------------------
073900* 4000-ROLL-STAT-KEYS - ROLL EACH NOTED RASTAT KEY'S TOTALS ONTO
074000* ITS NEW KEY.
074100*-----------------------------------------------------------------
074200 4000-ROLL-STAT-KEYS.
074300     MOVE 'RASTAT STATISTICS KEYS' TO WS-SEC-TEXT.
074400     PERFORM 6800-START-CHANGE-SECTION
074500         THRU 6800-EXIT.
074600     MOVE 'STAT-STATE' TO WS-AF-STATES.
074700     MOVE 'STAT-FLAG' TO WS-AF-FLAG.
074800     MOVE 1 TO WS-RL-SUB.
074900     PERFORM 4100-ROLL-ONE-KEY
075000         THRU 4100-EXIT
075100         UNTIL WS-RL-SUB > WS-RL-COUNT.
075200     IF WS-RL-COUNT = ZERO
075300         WRITE RARPT-LINE FROM WS-NONE-LINE
075400     END-IF.
075500     CLOSE RASTAT.
075600     GO TO 4000-EXIT.
075700 4000-EXIT.
075800     EXIT.
075900*-----------------------------------------------------------------
076000* 4100-ROLL-ONE-KEY - ADD THE OLD KEY'S COUNT AND TOTALS TO THE
076100* NEW KEY (STARTING IT WHEN IT IS NOT ON FILE), STAMP IT WITH THE
076110* BUSINESS DATE, THEN DELETE THE OLD KEY.  IN A PREVIEW A NEW
076120* KEY AN EARLIER ENTRY WOULD HAVE STARTED IS CHECKED FOR IN THE
076130* TABLE.
076300*-----------------------------------------------------------------
076400 4100-ROLL-ONE-KEY.
076500     MOVE RL-OLD-KEY (WS-RL-SUB) TO WS-MK-OLD-KEY.
076600     MOVE RL-NEW-KEY (WS-RL-SUB) TO WS-MK-NEW-KEY.
076700     MOVE SPACES TO WS-CG-SEQ.
076800     MOVE WS-MK-OLD-KEY TO RASTAT-KEY.
076900     READ RASTAT
077000         INVALID KEY
077100             MOVE SPACES TO WS-CG-COUNT
077200             MOVE SPACES TO WS-CG-DECIMAL
077300             MOVE 'OLD KEY NO LONGER ON FILE' TO WS-CG-ACTION
077400             PERFORM 6900-WRITE-CHANGE-LINE
077500                 THRU 6900-EXIT
077600             GO TO 4100-NEXT
077700     END-READ.
077800     MOVE RASTAT-REC-COUNT TO WS-SV-REC-COUNT.
077900     MOVE RASTAT-DECIMAL-TOTAL TO WS-SV-DECIMAL.
078000     MOVE RASTAT-PLUS-TOTAL TO WS-SV-PLUS.
078100     MOVE RASTAT-MINUS-TOTAL TO WS-SV-MINUS.
078200     MOVE WS-SV-REC-COUNT TO WS-CG-COUNT-N.
078300     MOVE WS-SV-DECIMAL TO WS-CG-DECIMAL-N.
078400     MOVE WS-MK-NEW-KEY TO RASTAT-KEY.
078500     MOVE 'N' TO WS-TARGET-SW.
078600     READ RASTAT
078700         INVALID KEY
078800             MOVE 'N' TO WS-TARGET-SW
078900         NOT INVALID KEY
079000             SET WS-TARGET-EXISTS TO TRUE
079100     END-READ.
079110     IF WS-PREVIEW-MODE AND NOT WS-TARGET-EXISTS
079120         PERFORM 4150-FIND-EARLIER-ROLL
079130             THRU 4150-EXIT
079140     END-IF.
079200     IF WS-TARGET-EXISTS
079300         ADD 1 TO WS-ADDED-COUNT
079400         MOVE 'ADDED TO EXISTING' TO WS-CG-ACTION
079500     ELSE
079600         ADD 1 TO WS-ROLLED-COUNT
079700         MOVE 'ROLLED TO NEW KEY' TO WS-CG-ACTION
079800     END-IF.
079900     PERFORM 6900-WRITE-CHANGE-LINE
080000         THRU 6900-EXIT.
080100     IF WS-PREVIEW-MODE
080200         GO TO 4100-NEXT
080300     END-IF.
080400     IF WS-TARGET-EXISTS
080500         ADD WS-SV-REC-COUNT TO RASTAT-REC-COUNT
080600         ADD WS-SV-DECIMAL TO RASTAT-DECIMAL-TOTAL
080700         ADD WS-SV-PLUS TO RASTAT-PLUS-TOTAL
080800         ADD WS-SV-MINUS TO RASTAT-MINUS-TOTAL
080900         MOVE WS-TODAY-DATE TO RASTAT-LAST-UPD-DATE
081000         REWRITE RASTAT-RECORD
081100             INVALID KEY
081200                 DISPLAY 'RARCD265 RASTAT REWRITE FAILED FOR '
081300                     WS-MK-NEW-KEY ' - RUN STOPPED'
081400                 MOVE 16 TO RETURN-CODE
081500                 STOP RUN
081600         END-REWRITE
081700     ELSE
081800         MOVE WS-MK-NEW-KEY TO RASTAT-KEY
081900         MOVE WS-SV-REC-COUNT TO RASTAT-REC-COUNT
082000         MOVE WS-SV-DECIMAL TO RASTAT-DECIMAL-TOTAL
082100         MOVE WS-SV-PLUS TO RASTAT-PLUS-TOTAL
082200         MOVE WS-SV-MINUS TO RASTAT-MINUS-TOTAL
082300         MOVE WS-TODAY-DATE TO RASTAT-LAST-UPD-DATE
082400         WRITE RASTAT-RECORD
082500             INVALID KEY
082600                 DISPLAY 'RARCD265 RASTAT WRITE FAILED FOR '
082700                     WS-MK-NEW-KEY ' - RUN STOPPED'
082800                 MOVE 16 TO RETURN-CODE
082900                 STOP RUN
083000         END-WRITE
083100     END-IF.
083200     MOVE WS-MK-OLD-KEY TO RASTAT-KEY.
083300     DELETE RASTAT RECORD
083400         INVALID KEY
083500             DISPLAY 'RARCD265 RASTAT DELETE FAILED FOR '
083600                 WS-MK-OLD-KEY ' - RUN STOPPED'
083700             MOVE 16 TO RETURN-CODE
083800             STOP RUN
083900     END-DELETE.
084000     PERFORM 6700-WRITE-CHANGE-AUDIT
084100         THRU 6700-EXIT.
084200 4100-NEXT.
084300     ADD 1 TO WS-RL-SUB.
084400     GO TO 4100-EXIT.
084500 4100-EXIT.
084600     EXIT.
084604*-----------------------------------------------------------------
084608* 4150-FIND-EARLIER-ROLL - PREVIEW ONLY.  THE TARGET COUNTS AS
084612* EXISTING WHEN AN EARLIER TABLE ENTRY ROLLS TO THE SAME NEW KEY.
084616*-----------------------------------------------------------------
084620 4150-FIND-EARLIER-ROLL.
084624     MOVE 1 TO WS-RL-SUB-2.
084628     PERFORM 4160-TEST-ONE-ROLL
084632         THRU 4160-EXIT
084636         UNTIL WS-TARGET-EXISTS OR WS-RL-SUB-2 >= WS-RL-SUB.
084640     GO TO 4150-EXIT.
084644 4150-EXIT.
084648     EXIT.
084652 4160-TEST-ONE-ROLL.
084656     IF RL-NEW-KEY (WS-RL-SUB-2) = WS-MK-NEW-KEY
084660         SET WS-TARGET-EXISTS TO TRUE
084664     ELSE
084668         ADD 1 TO WS-RL-SUB-2
084672     END-IF.
084676     GO TO 4160-EXIT.
084680 4160-EXIT.
084684     EXIT.
084700*-----------------------------------------------------------------
084800* 5000-RECODE-REJECTS - COPY THE CARRY FILE TO RAREJN, LABELED,
084900* RECODING EVERY OUTSTANDING REJECT THAT CARRIES A MAPPED CODE.
084910* A PREVIEW LISTS THE RECODES BUT DOES NOT WRITE RAREJN.
085000*-----------------------------------------------------------------
085100 5000-RECODE-REJECTS.
085200     MOVE 'OUTSTANDING REJECTS' TO WS-SEC-TEXT.
085300     PERFORM 6800-START-CHANGE-SECTION
085400         THRU 6800-EXIT.
085500     MOVE 'REJ-STATES' TO WS-AF-STATES.
085600     MOVE 'REJ-FLAG' TO WS-AF-FLAG.
085700     OPEN INPUT RAREJ.
085710     IF WS-UPDATE-MODE
085720         OPEN OUTPUT RAREJN
085730         MOVE 'HDR' TO CTL-REC-TYPE
085740         MOVE ZERO TO CTL-REC-COUNT
085750         MOVE ZERO TO CTL-HASH-TOTAL
085760         WRITE RAREJN-RECORD FROM CTL-RECORD
085770     END-IF.
086300     PERFORM 7300-READ-NEXT-REJECT
086400         THRU 7300-EXIT.
086500     PERFORM 5100-RECODE-ONE-REJECT
086600         THRU 5100-EXIT
086700         UNTIL WS-REJ-EOF.
087200     CLOSE RAREJ.
087210     IF WS-UPDATE-MODE
087220         MOVE 'TRL' TO CTL-REC-TYPE
087230         MOVE WS-REJN-COUNT TO CTL-REC-COUNT
087240         MOVE WS-REJN-HASH TO CTL-HASH-TOTAL
087250         WRITE RAREJN-RECORD FROM CTL-RECORD
087260         CLOSE RAREJN
087270     END-IF.
087400     IF WS-RECODED-COUNT = ZERO
087500         WRITE RARPT-LINE FROM WS-NONE-LINE
087600     END-IF.
087700     GO TO 5000-EXIT.
087800 5000-EXIT.
087900     EXIT.
088000 5100-RECODE-ONE-REJECT.
088100     IF NOT RREJ-OUTSTANDING
088200         GO TO 5100-WRITE
088300     END-IF.
088400     MOVE RA2-STATES TO WS-MK-OLD-STATES.
088500     MOVE RA2-FLAG TO WS-MK-OLD-FLAG.
088600     PERFORM 6000-MAP-KEY
088700         THRU 6000-EXIT.
088800     IF WS-MK-NEW-KEY = WS-MK-OLD-KEY
088900         GO TO 5100-WRITE
089000     END-IF.
089100     MOVE WS-MK-NEW-STATES TO RA2-STATES.
089200     MOVE WS-MK-NEW-FLAG TO RA2-FLAG.
089300     MOVE RECORD-A2 TO RREJ-DATA.
089400     ADD 1 TO WS-RECODED-COUNT.
089500     MOVE RREJ-SEQ-NBR TO WS-CG-SEQ.
089600     MOVE SPACES TO WS-CG-COUNT.
089610     IF RA2-DECIMAL NUMERIC
089620         MOVE RA2-DECIMAL TO WS-CG-DECIMAL-N
089630     ELSE
089640         MOVE SPACES TO WS-CG-DECIMAL
089650     END-IF.
089800     MOVE 'RECODED' TO WS-CG-ACTION.
089900     PERFORM 6900-WRITE-CHANGE-LINE
090000         THRU 6900-EXIT.
090100     IF WS-UPDATE-MODE
090200         PERFORM 6700-WRITE-CHANGE-AUDIT
090300             THRU 6700-EXIT
090400     END-IF.
090500 5100-WRITE.
090510     IF WS-UPDATE-MODE
090520         WRITE RAREJN-RECORD FROM RREJ-RECORD
090530     END-IF.
090700     ADD 1 TO WS-REJN-COUNT.
090710     IF RA2-DECIMAL NUMERIC
090720         ADD RA2-DECIMAL TO WS-REJN-HASH
090730     END-IF.
090900     PERFORM 7300-READ-NEXT-REJECT
091000         THRU 7300-EXIT.
091100     GO TO 5100-EXIT.
091200 5100-EXIT.
091300     EXIT.
091400*-----------------------------------------------------------------
091500* 6000-MAP-KEY - APPLY THE MAPPING CARDS TO WS-MK-OLD-KEY, GIVING
091600* WS-MK-NEW-KEY (THE SAME KEY WHEN NEITHER CODE IS MAPPED).
091700*-----------------------------------------------------------------
091800 6000-MAP-KEY.
091900     MOVE WS-MK-OLD-KEY TO WS-MK-NEW-KEY.
092000     MOVE 1 TO WS-MP-SUB.
092100     PERFORM 6100-APPLY-ONE-MAP
092200         THRU 6100-EXIT
092300         UNTIL WS-MP-SUB > WS-MP-COUNT.
092400     GO TO 6000-EXIT.
092500 6000-EXIT.
092600     EXIT.
092700 6100-APPLY-ONE-MAP.
092800     IF MP-TYPE (WS-MP-SUB) = 'S'
092900         AND MP-OLD-CODE (WS-MP-SUB) = WS-MK-OLD-STATES
093000             MOVE MP-NEW-CODE (WS-MP-SUB) TO WS-MK-NEW-STATES
093100     END-IF.
093200     IF MP-TYPE (WS-MP-SUB) = 'F'
093300         AND MP-OLD-CODE (WS-MP-SUB) = WS-MK-OLD-FLAG
093400             MOVE MP-NEW-CODE (WS-MP-SUB) TO WS-MK-NEW-FLAG
093500     END-IF.
093600     ADD 1 TO WS-MP-SUB.
093700     GO TO 6100-EXIT.
093800 6100-EXIT.
093900     EXIT.
094000*-----------------------------------------------------------------
094100* 6500-EDIT-NEW-CODE - VALID ONLY IF THE CARD'S NEW CODE FALLS IN
094200* A RATABLE ROW OF ITS TYPE THAT IS IN EFFECT TODAY.
094300*-----------------------------------------------------------------
094400 6500-EDIT-NEW-CODE.
094500     MOVE 'N' TO WS-VALID-SW.
094600     MOVE 1 TO WS-CT-SUB.
094700     PERFORM 6510-TEST-ONE-ROW
094800         THRU 6510-EXIT
094900         UNTIL WS-CODE-VALID OR WS-CT-SUB > WS-CT-COUNT.
095000     GO TO 6500-EXIT.
095100 6500-EXIT.
095200     EXIT.
095300 6510-TEST-ONE-ROW.
095400     IF CT-TYPE (WS-CT-SUB) = RARCM-TYPE
095500         AND RARCM-NEW-CODE >= CT-CODE (WS-CT-SUB)
095600         AND RARCM-NEW-CODE <= CT-CODE-HI (WS-CT-SUB)
095700         AND WS-TODAY-DATE >= CT-EFF-DATE (WS-CT-SUB)
095800         AND (CT-EXP-DATE (WS-CT-SUB) = ZERO
095900             OR WS-TODAY-DATE <= CT-EXP-DATE (WS-CT-SUB))
096000         SET WS-CODE-VALID TO TRUE
096100     ELSE
096200         ADD 1 TO WS-CT-SUB
096300     END-IF.
096400     GO TO 6510-EXIT.
096500 6510-EXIT.
096600     EXIT.
096700*-----------------------------------------------------------------
096800* 6600-WRITE-JOURNAL - LOG THE AFTER-IMAGE OF THE MASTER CHANGE
096900* JUST APPLIED.  THE CALLER HAS SET JRNL-ACTION; THE KEY AND
097000* PAYLOAD ARE TAKEN FROM THE MASTER RECORD AREA.
097100*-----------------------------------------------------------------
097200 6600-WRITE-JOURNAL.
097300     MOVE RAMSTR-KEY-STATES TO JRNL-STATES.
097400     MOVE RAMSTR-KEY-FLAG TO JRNL-FLAG.
097500     MOVE RAMSTR-DATA TO JRNL-DATA.
097600     MOVE RAMSTR-SOURCE TO JRNL-SOURCE.
097700     MOVE RAPDT-BUS-DATE TO WS-CD-DATE.
097800     ACCEPT WS-CD-TIME FROM TIME.
097900     MOVE WS-CD-DATE TO JRNL-RUN-DATE.
098000     MOVE WS-CD-TIME TO JRNL-RUN-TIME.
098100     MOVE WS-JOB-NAME TO JRNL-JOB-NAME.
098200     MOVE SPACES TO JRNL-OPER-ID.
098300     WRITE JRNL-RECORD.
098400     ADD 1 TO WS-JOURNAL-COUNT.
098500     GO TO 6600-EXIT.
098600 6600-EXIT.
098700     EXIT.
098800*-----------------------------------------------------------------
098900* 6700-WRITE-CHANGE-AUDIT - ONE BEFORE/AFTER AUDIT RECORD, UNDER
099000* THE OLD KEY, FOR EACH OF STATES AND FLAG THAT CHANGED.  THE
099100* CALLER HAS SET THE FIELD NAMES FOR THE STORE.
099200*-----------------------------------------------------------------
099300 6700-WRITE-CHANGE-AUDIT.
099400     IF WS-MK-NEW-STATES NOT = WS-MK-OLD-STATES
099500         MOVE WS-AF-STATES TO AUD-FIELD-NAME
099600         MOVE WS-MK-OLD-STATES TO AUD-OLD-VALUE
099700         MOVE WS-MK-NEW-STATES TO AUD-NEW-VALUE
099800         PERFORM 6710-WRITE-AUDIT-RECORD
099900             THRU 6710-EXIT
100000     END-IF.
100100     IF WS-MK-NEW-FLAG NOT = WS-MK-OLD-FLAG
100200         MOVE WS-AF-FLAG TO AUD-FIELD-NAME
100300         MOVE WS-MK-OLD-FLAG TO AUD-OLD-VALUE
100400         MOVE WS-MK-NEW-FLAG TO AUD-NEW-VALUE
100500         PERFORM 6710-WRITE-AUDIT-RECORD
100600             THRU 6710-EXIT
100700     END-IF.
100800     GO TO 6700-EXIT.
100900 6700-EXIT.
101000     EXIT.
101100 6710-WRITE-AUDIT-RECORD.
101200     MOVE WS-MK-OLD-STATES TO AUD-STATES.
101300     MOVE WS-MK-OLD-FLAG TO AUD-FLAG.
101400     MOVE RAPDT-BUS-DATE TO WS-CD-DATE.
101500     ACCEPT WS-CD-TIME FROM TIME.
101600     MOVE WS-CD-DATE TO AUD-CHANGE-DATE.
101700     MOVE WS-CD-TIME TO AUD-CHANGE-TIME.
101800     MOVE WS-JOB-NAME TO AUD-JOB-NAME.
101900     WRITE RAAUDIT-RECORD FROM AUDIT-RECORD.
102000     ADD 1 TO WS-AUDIT-COUNT.
102100     GO TO 6710-EXIT.
102200 6710-EXIT.
102300     EXIT.
102400*-----------------------------------------------------------------
102500* 6800-START-CHANGE-SECTION - HEADINGS FOR ONE STORE'S CHANGES.
102600* THE CALLER HAS SET THE SECTION TITLE.
102700*-----------------------------------------------------------------
102800 6800-START-CHANGE-SECTION.
102900     WRITE RARPT-LINE FROM WS-BLANK-LINE.
103000     WRITE RARPT-LINE FROM WS-SECTION-LINE.
103100     WRITE RARPT-LINE FROM WS-CHANGE-COLS.
103200     GO TO 6800-EXIT.
103300 6800-EXIT.
103400     EXIT.
103500*-----------------------------------------------------------------
103600* 6900-WRITE-CHANGE-LINE - LIST ONE CHANGE.  THE CALLER HAS SET
103700* THE SEQUENCE, ACTION AND AMOUNT COLUMNS.
103800*-----------------------------------------------------------------
103900 6900-WRITE-CHANGE-LINE.
104000     MOVE WS-MK-OLD-STATES TO WS-CG-OLD-STATES.
104100     MOVE WS-MK-OLD-FLAG TO WS-CG-OLD-FLAG.
104200     MOVE WS-MK-NEW-STATES TO WS-CG-NEW-STATES.
104300     MOVE WS-MK-NEW-FLAG TO WS-CG-NEW-FLAG.
104400     WRITE RARPT-LINE FROM WS-CHANGE-LINE.
104500     GO TO 6900-EXIT.
104600 6900-EXIT.
104700     EXIT.
104800*-----------------------------------------------------------------
104900* 7000-READ-NEXT-MAP - READ THE NEXT MAPPING CARD.
105000*-----------------------------------------------------------------
105100 7000-READ-NEXT-MAP.
105200     READ RARCMAP INTO RARCM-RECORD
105300         AT END
105400             SET WS-MAP-EOF TO TRUE
105500         NOT AT END
105600             ADD 1 TO WS-MAP-READ-COUNT
105700     END-READ.
105800     GO TO 7000-EXIT.
105900 7000-EXIT.
106000     EXIT.
106100*-----------------------------------------------------------------
106200* 7100-READ-NEXT-MASTER - READ THE NEXT MASTER RECORD IN KEY
106300* SEQUENCE.
106400*-----------------------------------------------------------------
106500 7100-READ-NEXT-MASTER.
106600     READ RAMSTR NEXT RECORD
106700         AT END
106800             SET WS-MSTR-EOF TO TRUE
106900         NOT AT END
107000             ADD 1 TO WS-MSTR-COUNT
107100     END-READ.
107200     GO TO 7100-EXIT.
107300 7100-EXIT.
107400     EXIT.
107500*-----------------------------------------------------------------
107600* 7200-READ-NEXT-STAT - READ THE NEXT STATISTICS RECORD IN KEY
107700* SEQUENCE.
107800*-----------------------------------------------------------------
107900 7200-READ-NEXT-STAT.
108000     READ RASTAT NEXT RECORD
108100         AT END
108200             SET WS-STAT-EOF TO TRUE
108300         NOT AT END
108400             ADD 1 TO WS-STAT-COUNT
108500     END-READ.
108600     GO TO 7200-EXIT.
108700 7200-EXIT.
108800     EXIT.
108900*-----------------------------------------------------------------
109000* 7300-READ-NEXT-REJECT - READ THE NEXT CARRY-FILE RECORD,
109100* HANDLING THE LABELED-FILE CONVENTION, AND UNPACK ITS RECORD-A
109200* IMAGE.
109300*-----------------------------------------------------------------
109400 7300-READ-NEXT-REJECT.
109500     READ RAREJ INTO RREJ-RECORD
109600         AT END
109700             SET WS-REJ-EOF TO TRUE
109800     END-READ.
109900     IF WS-REJ-EOF
110000         PERFORM 7800-VERIFY-EOF-LABEL
110100             THRU 7800-EXIT
110200         GO TO 7300-EXIT
110300     END-IF.
110400     PERFORM 7600-POST-LABEL-RECORD
110500         THRU 7600-EXIT.
110600     IF WS-REJ-EOF
110700         GO TO 7300-EXIT
110800     END-IF.
110900     IF WS-CTL-RECORD
111000         GO TO 7300-READ-NEXT-REJECT
111100     END-IF.
111200     ADD 1 TO WS-REJ-COUNT.
111300     GO TO 7300-EXIT.
111400 7300-EXIT.
111500     EXIT.
111600*-----------------------------------------------------------------
111700* 7600-POST-LABEL-RECORD - DECIDE WHETHER THE RECORD JUST READ
111800* IS A CONTROL RECORD.  THE FIRST RECORD OF THE FILE DECIDES
111900* LABELED OR UNLABELED MODE; IN LABELED MODE A TRAILER IS
112000* VERIFIED AND ENDS THE FILE.  A DATA RECORD IS UNPACKED INTO
112100* THE WORKING-STORAGE RECORD-A IMAGE AND ROLLED INTO THE COUNT
112200* AND HASH.
112300*-----------------------------------------------------------------
112400 7600-POST-LABEL-RECORD.
112500     MOVE 'N' TO WS-CTL-REC-SW.
112600     IF WS-FIRST-READ-SW = 'Y'
112700         MOVE 'N' TO WS-FIRST-READ-SW
112800         IF RREJ-RECORD (1:3) = 'HDR'
112900             SET WS-LABELED-FILE TO TRUE
113000             SET WS-CTL-RECORD TO TRUE
113100             GO TO 7600-EXIT
113200         END-IF
113300     END-IF.
113400     IF WS-LABELED-FILE
113500         IF RREJ-RECORD (1:3) = 'TRL'
113600             SET WS-CTL-RECORD TO TRUE
113700             PERFORM 7700-VERIFY-TRAILER
113800                 THRU 7700-EXIT
113900             SET WS-REJ-EOF TO TRUE
114000             GO TO 7600-EXIT
114100         END-IF
114200     END-IF.
114300     MOVE RREJ-DATA TO RECORD-A2.
114400     IF WS-LABELED-FILE
114500         ADD 1 TO WS-LBL-COUNT
114510         IF RA2-DECIMAL NUMERIC
114520             ADD RA2-DECIMAL TO WS-LBL-HASH
114530         END-IF
114700     END-IF.
114800     GO TO 7600-EXIT.
114900 7600-EXIT.
115000     EXIT.
115100*-----------------------------------------------------------------
115200* 7700-VERIFY-TRAILER - COMPARE THE TRAILER COUNT AND HASH TOTAL
115300* AGAINST WHAT WAS ACTUALLY READ AND STOP THE RUN HARD WHEN THE
115310* FILE IS OUT OF BALANCE.  2800 READS THE CARRY FILE THROUGH
115320* BEFORE EITHER STORE IS TOUCHED, SO NOTHING HAS BEEN UPDATED;
115330* FIX THE CARRY FILE AND RERUN.
115700*-----------------------------------------------------------------
115800 7700-VERIFY-TRAILER.
115900     MOVE RREJ-RECORD (1:29) TO CTL-RECORD.
116000     SET WS-TRAILER-SEEN TO TRUE.
116100     IF CTL-REC-COUNT NOT = WS-LBL-COUNT
116200         OR CTL-HASH-TOTAL NOT = WS-LBL-HASH
116300         DISPLAY 'RARCD265 RAREJ OUT OF BALANCE - RUN STOPPED'
116400         DISPLAY 'RARCD265 TRAILER COUNT = ' CTL-REC-COUNT
116500             ' READ = ' WS-LBL-COUNT
116600         DISPLAY 'RARCD265 TRAILER HASH  = ' CTL-HASH-TOTAL
116700             ' READ = ' WS-LBL-HASH
116800         MOVE 16 TO RETURN-CODE
116900         STOP RUN
117000     END-IF.
117100     GO TO 7700-EXIT.
117200 7700-EXIT.
117300     EXIT.
117400*-----------------------------------------------------------------
117500* 7800-VERIFY-EOF-LABEL - END OF FILE ON A LABELED INPUT WITHOUT
117600* THE TRAILER MEANS A TRUNCATED FILE; STOP THE RUN HARD.
117700*-----------------------------------------------------------------
117800 7800-VERIFY-EOF-LABEL.
117900     IF WS-LABELED-FILE AND NOT WS-TRAILER-SEEN
118000         DISPLAY 'RARCD265 RAREJ TRAILER MISSING - RUN STOPPED'
118100         MOVE 16 TO RETURN-CODE
118200         STOP RUN
118300     END-IF.
118400     GO TO 7800-EXIT.
118500 7800-EXIT.
118600     EXIT.
118700*-----------------------------------------------------------------
118800* 8000-TERMINATE - PRINT THE TOTALS, DISPLAY THEM FOR THE LOG
118900* AND CLOSE WHAT IS STILL OPEN.
119000*-----------------------------------------------------------------
119100 8000-TERMINATE.
119200     WRITE RARPT-LINE FROM WS-BLANK-LINE.
119300     MOVE WS-MP-COUNT TO WS-TOT-MAPS.
119400     MOVE WS-MOVED-COUNT TO WS-TOT-MOVED.
119500     MOVE WS-MERGED-COUNT TO WS-TOT-MERGED.
119600     MOVE WS-ROLLED-COUNT TO WS-TOT-ROLLED.
119700     MOVE WS-ADDED-COUNT TO WS-TOT-ADDED.
119800     MOVE WS-RECODED-COUNT TO WS-TOT-RECODED.
119900     MOVE WS-REJN-COUNT TO WS-TOT-REJN.
120000     MOVE WS-AUDIT-COUNT TO WS-TOT-AUDIT.
120100     MOVE WS-JOURNAL-COUNT TO WS-TOT-JOURNAL.
120200     WRITE RARPT-LINE FROM WS-TOTAL-LINE-1.
120300     WRITE RARPT-LINE FROM WS-TOTAL-LINE-2.
120400     WRITE RARPT-LINE FROM WS-TOTAL-LINE-3.
120500     WRITE RARPT-LINE FROM WS-TOTAL-LINE-4.
120600     WRITE RARPT-LINE FROM WS-TOTAL-LINE-5.
120700     DISPLAY 'RARCD265 RAMSTR MOVED/MERGED = ' WS-MOVED-COUNT
120800         ' / ' WS-MERGED-COUNT.
120900     DISPLAY 'RARCD265 RASTAT ROLLED/ADDED = ' WS-ROLLED-COUNT
121000         ' / ' WS-ADDED-COUNT.
121100     DISPLAY 'RARCD265 REJECTS RECODED     = ' WS-RECODED-COUNT.
121200     IF WS-PREVIEW-MODE
121300         DISPLAY 'RARCD265 PREVIEW ONLY - NOTHING UPDATED'
121400     ELSE
121500         CLOSE RAAUDIT
121600         CLOSE RAJRNL
121700     END-IF.
121800     CLOSE RARPT.
121900     GO TO 8000-EXIT.
122000 8000-EXIT.
122100     EXIT.
