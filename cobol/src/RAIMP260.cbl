000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RAIMP260.
000300 AUTHOR. B. BEMIS.
000400 INSTALLATION. DATA SERVICES - BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.
000800     CODE-RETIREMENT IMPACT REPORT.  LISTS EVERY STATES AND FLAG
000900     ROW ON THE RATABLE REFERENCE TABLE THAT HAS EXPIRED OR WILL
001000     EXPIRE WITHIN THE LOOK-AHEAD (SYSIN COLS 1-3, DAYS AFTER
001100     THE BUSINESS DATE, DEFAULT 030), THEN EVERYTHING STILL
001200     CARRYING A CODE THAT IS NO LONGER IN EFFECT OR WILL NOT BE
001300     IN EFFECT PAST THE LOOK-AHEAD: RAMSTR MASTER KEYS, RASTAT
001400     STATISTICS KEYS AND THE OUTSTANDING REJECTS ON THE RARFX180
001500     CARRY FILE.  A CODE IS COVERED WHEN ANY RATABLE ROW OF ITS
001600     TYPE HOLDS IT (SINGLE CODE OR CODE/HIGH-CODE RANGE); IT IS
001700     DUE TO EXPIRE WHEN EVERY ROW IN EFFECT TODAY ENDS BY THE
001800     LOOK-AHEAD DATE.  A CODE ON NO ROW AT ALL IS LISTED AS NOT
001900     ON RATABLE.  NOTHING IS UPDATED; THE MAPPED RECODE THAT
002000     MOVES THE KEYS IS RARCD265.
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
003100     SELECT RAPDATE ASSIGN TO "RAPDATE"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT RATABLE ASSIGN TO "RATABLE"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS RATBL-KEY.
003700     SELECT RAMSTR ASSIGN TO "RAMSTR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS RAMSTR-KEY.
004100     SELECT RASTAT ASSIGN TO "RASTAT"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS RASTAT-KEY.
004500     SELECT RAREJ ASSIGN TO "RAREJ"
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT RARPT ASSIGN TO "RARPT"
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  RAPDATE
005200     RECORDING MODE IS F.
005300 01  RAPDATE-RECORD.
005400     05  FILLER                      PIC X(50).
005500 FD  RATABLE.
005600 COPY "RATBLREC.CPY".
005700 FD  RAMSTR.
005800 COPY "RAMSTREC.CPY".
005900 FD  RASTAT.
006000 COPY "RASTATRC.CPY".
006100 FD  RAREJ
006200     RECORDING MODE IS F.
006300 01  RAREJ-RECORD.
006400     05  FILLER                      PIC X(76).
006500 FD  RARPT
006600     RECORDING MODE IS F.
006700 01  RARPT-LINE                      PIC X(132).
006800 WORKING-STORAGE SECTION.
006900 COPY "RAPDTREC.CPY".
007000 COPY "RAREC2.CPY".
007100 COPY "RAREJREC.CPY".
007200 COPY "RACTLREC.CPY".
007300 01  WS-LABEL-FIELDS.
007400     05  WS-FIRST-READ-SW            PIC X(01) VALUE 'Y'.
007500     05  WS-LABELED-SW               PIC X(01) VALUE 'N'.
007600         88  WS-LABELED-FILE         VALUE 'Y'.
007700     05  WS-CTL-REC-SW               PIC X(01) VALUE 'N'.
007800         88  WS-CTL-RECORD           VALUE 'Y'.
007900     05  WS-TRAILER-SW               PIC X(01) VALUE 'N'.
008000         88  WS-TRAILER-SEEN         VALUE 'Y'.
008100     05  WS-LBL-COUNT                PIC 9(09) VALUE ZERO.
008200     05  WS-LBL-HASH                 PIC 9(11)V9(02) VALUE ZERO.
008300 01  WS-SWITCHES.
008400     05  WS-TBL-EOF-SW               PIC X(01) VALUE 'N'.
008500         88  WS-TBL-EOF              VALUE 'Y'.
008600     05  WS-MSTR-EOF-SW              PIC X(01) VALUE 'N'.
008700         88  WS-MSTR-EOF             VALUE 'Y'.
008800     05  WS-STAT-EOF-SW              PIC X(01) VALUE 'N'.
008900         88  WS-STAT-EOF             VALUE 'Y'.
009000     05  WS-REJ-EOF-SW               PIC X(01) VALUE 'N'.
009100         88  WS-REJ-EOF              VALUE 'Y'.
009200     05  WS-CK-COVERED-SW            PIC X(01) VALUE 'N'.
009300         88  WS-CK-COVERED           VALUE 'Y'.
009400     05  WS-CK-TODAY-SW              PIC X(01) VALUE 'N'.
009500         88  WS-CK-IN-EFFECT-TODAY   VALUE 'Y'.
009600     05  WS-CK-OPEN-SW               PIC X(01) VALUE 'N'.
009700         88  WS-CK-STAYS-OPEN        VALUE 'Y'.
009800 01  WS-COUNTERS.
009900     05  WS-CODE-COUNT               PIC 9(09) COMP VALUE ZERO.
010000     05  WS-MSTR-COUNT               PIC 9(09) COMP VALUE ZERO.
010100     05  WS-MSTR-HIT-COUNT           PIC 9(09) COMP VALUE ZERO.
010200     05  WS-STAT-COUNT               PIC 9(09) COMP VALUE ZERO.
010300     05  WS-STAT-HIT-COUNT           PIC 9(09) COMP VALUE ZERO.
010400     05  WS-REJ-COUNT                PIC 9(09) COMP VALUE ZERO.
010500     05  WS-REJ-OPEN-COUNT           PIC 9(09) COMP VALUE ZERO.
010600     05  WS-REJ-HIT-COUNT            PIC 9(09) COMP VALUE ZERO.
010700     05  WS-DAY-COUNT                PIC 9(04) COMP VALUE ZERO.
010800 01  WS-PARM-CARD.
010900     05  WS-PARM-DAYS                PIC X(03).
011000     05  WS-PARM-DAYS-N REDEFINES WS-PARM-DAYS
011100                                     PIC 9(03).
011200     05  FILLER                      PIC X(77).
011300 01  WS-LOOK-AHEAD                   PIC 9(04) COMP VALUE 30.
011400 01  WS-TODAY-DATE                   PIC 9(08).
011500 01  WS-HORIZON-DATE                 PIC 9(08) VALUE ZERO.
011600 01  WS-HORIZON-DATE-X REDEFINES WS-HORIZON-DATE.
011700     05  WS-HZ-YYYY                  PIC 9(04).
011800     05  WS-HZ-MM                    PIC 9(02).
011900     05  WS-HZ-DD                    PIC 9(02).
012000 01  WS-MONTH-DAYS-VALUES.
012100     05  FILLER                      PIC X(24)
012200         VALUE '312831303130313130313031'.
012300 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
012400     05  WS-MONTH-DAYS               PIC 9(02) OCCURS 12 TIMES.
012500 01  WS-MONTH-LIMIT                  PIC 9(02).
012600 01  WS-LEAP-QUOT                    PIC 9(04) COMP.
012700 01  WS-LEAP-REM-4                   PIC 9(04) COMP.
012800 01  WS-LEAP-REM-100                 PIC 9(04) COMP.
012900 01  WS-LEAP-REM-400                 PIC 9(04) COMP.
013000*-----------------------------------------------------------------
013100* RATABLE ROWS OF BOTH TYPES, AND THE CODE BEING CLASSIFIED.
013200*-----------------------------------------------------------------
013300 01  WS-CODE-TABLE.
013400     05  WS-CT-COUNT                 PIC 9(04) COMP VALUE ZERO.
013500     05  WS-CT-ENTRY                 OCCURS 200 TIMES.
013600         10  CT-TYPE                 PIC X(01).
013700         10  CT-CODE                 PIC X(02).
013800         10  CT-CODE-HI              PIC X(02).
013900         10  CT-EFF-DATE             PIC 9(08).
014000         10  CT-EXP-DATE             PIC 9(08).
014100 01  WS-CT-SUB                       PIC 9(04) COMP VALUE ZERO.
014200 01  WS-CK-TYPE                      PIC X(01).
014300 01  WS-CK-CODE                      PIC X(02).
014400 01  WS-CK-LAST-EXP                  PIC 9(08).
014500 01  WS-CK-NOTE.
014600     05  WS-CK-STATUS                PIC X(14).
014700     05  FILLER                      PIC X(01) VALUE SPACE.
014800     05  WS-CK-DATE                  PIC X(08).
014900 01  WS-STATES-NOTE                  PIC X(23).
015000 01  WS-FLAG-NOTE                    PIC X(23).
015100 01  WS-HEADING-1.
015200     05  FILLER PIC X(44)
015300         VALUE 'RAIMP260 CODE-RETIREMENT IMPACT REPORT      '.
015400     05  FILLER                      PIC X(88) VALUE SPACES.
015500 01  WS-HEADING-2.
015600     05  FILLER PIC X(24) VALUE 'BUSINESS DATE ........ '.
015700     05  WS-H2-TODAY                 PIC 9(08).
015800     05  FILLER PIC X(24) VALUE '   EXPIRING THROUGH    '.
015900     05  WS-H2-HORIZON               PIC 9(08).
016000     05  FILLER PIC X(08) VALUE '   DAYS '.
016100     05  WS-H2-DAYS                  PIC ZZ9.
016200     05  FILLER                      PIC X(57) VALUE SPACES.
016300 01  WS-SECTION-LINE.
016400     05  WS-SEC-TEXT                 PIC X(60).
016500     05  FILLER                      PIC X(72) VALUE SPACES.
016600 01  WS-CODE-COLS.
016700     05  FILLER PIC X(06) VALUE 'TYPE  '.
016800     05  FILLER PIC X(06) VALUE 'CODE  '.
016900     05  FILLER PIC X(06) VALUE 'HIGH  '.
017000     05  FILLER PIC X(22) VALUE 'DESCRIPTION           '.
017100     05  FILLER PIC X(10) VALUE 'EFFECTIVE '.
017200     05  FILLER PIC X(10) VALUE 'EXPIRES   '.
017300     05  FILLER PIC X(14) VALUE 'STATUS        '.
017400     05  FILLER                      PIC X(58) VALUE SPACES.
017500 01  WS-CODE-LINE.
017600     05  WS-CL-TYPE                  PIC X(01).
017700     05  FILLER                      PIC X(05) VALUE SPACES.
017800     05  WS-CL-CODE                  PIC X(02).
017900     05  FILLER                      PIC X(04) VALUE SPACES.
018000     05  WS-CL-CODE-HI               PIC X(02).
018100     05  FILLER                      PIC X(04) VALUE SPACES.
018200     05  WS-CL-DESC                  PIC X(20).
018300     05  FILLER                      PIC X(02) VALUE SPACES.
018400     05  WS-CL-EFF                   PIC 9(08).
018500     05  FILLER                      PIC X(02) VALUE SPACES.
018600     05  WS-CL-EXP                   PIC 9(08).
018700     05  FILLER                      PIC X(02) VALUE SPACES.
018800     05  WS-CL-STATUS                PIC X(14).
018900     05  FILLER                      PIC X(58) VALUE SPACES.
019000 01  WS-USE-COLS.
019100     05  FILLER PIC X(12) VALUE 'REJECT SEQ  '.
019200     05  FILLER PIC X(07) VALUE 'KEY    '.
019300     05  FILLER PIC X(25) VALUE 'STATES CODE              '.
019400     05  FILLER PIC X(25) VALUE 'FLAG CODE                '.
019500     05  FILLER PIC X(12) VALUE '     RECORDS'.
019600     05  FILLER PIC X(18) VALUE '     DECIMAL TOTAL'.
019700     05  FILLER PIC X(11) VALUE '  DATE     '.
019800     05  FILLER PIC X(04) VALUE 'SRC '.
019900     05  FILLER                      PIC X(18) VALUE SPACES.
020000 01  WS-USE-LINE.
020100     05  WS-UL-SEQ                   PIC X(09).
020200     05  FILLER                      PIC X(03) VALUE SPACES.
020300     05  WS-UL-STATES                PIC X(02).
020400     05  FILLER                      PIC X(01) VALUE '/'.
020500     05  WS-UL-FLAG                  PIC X(02).
020600     05  FILLER                      PIC X(02) VALUE SPACES.
020700     05  WS-UL-STATES-NOTE           PIC X(23).
020800     05  FILLER                      PIC X(02) VALUE SPACES.
020900     05  WS-UL-FLAG-NOTE             PIC X(23).
021000     05  FILLER                      PIC X(02) VALUE SPACES.
021100     05  WS-UL-COUNT                 PIC X(10).
021200     05  WS-UL-COUNT-N REDEFINES WS-UL-COUNT
021300                                     PIC ZZZZZZZZZ9.
021400     05  FILLER                      PIC X(02) VALUE SPACES.
021500     05  WS-UL-DECIMAL               PIC X(18).
021600     05  WS-UL-DECIMAL-N REDEFINES WS-UL-DECIMAL
021700                                     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021800     05  FILLER                      PIC X(02) VALUE SPACES.
021900     05  WS-UL-DATE                  PIC X(08).
022000     05  FILLER                      PIC X(02) VALUE SPACES.
022100     05  WS-UL-SOURCE                PIC X(01).
022200     05  FILLER                      PIC X(20) VALUE SPACES.
022300 01  WS-NONE-LINE.
022400     05  FILLER                      PIC X(02) VALUE SPACES.
022500     05  FILLER PIC X(20) VALUE 'NONE                '.
022600     05  FILLER                      PIC X(110) VALUE SPACES.
022700 01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
022800 01  WS-TOTAL-LINE-1.
022900     05  FILLER PIC X(24) VALUE 'CODES EXPIRING ....... '.
023000     05  WS-TOT-CODES                PIC ZZZZZZZZ9.
023100     05  FILLER                      PIC X(99) VALUE SPACES.
023200 01  WS-TOTAL-LINE-2.
023300     05  FILLER PIC X(24) VALUE 'RAMSTR KEYS READ ..... '.
023400     05  WS-TOT-MSTR                 PIC ZZZZZZZZ9.
023500     05  FILLER PIC X(14) VALUE '   AFFECTED   '.
023600     05  WS-TOT-MSTR-HIT             PIC ZZZZZZZZ9.
023700     05  FILLER                      PIC X(76) VALUE SPACES.
023800 01  WS-TOTAL-LINE-3.
023900     05  FILLER PIC X(24) VALUE 'RASTAT KEYS READ ..... '.
024000     05  WS-TOT-STAT                 PIC ZZZZZZZZ9.
024100     05  FILLER PIC X(14) VALUE '   AFFECTED   '.
024200     05  WS-TOT-STAT-HIT             PIC ZZZZZZZZ9.
024300     05  FILLER                      PIC X(76) VALUE SPACES.
024400 01  WS-TOTAL-LINE-4.
024500     05  FILLER PIC X(24) VALUE 'OUTSTANDING REJECTS .. '.
024600     05  WS-TOT-REJ-OPEN             PIC ZZZZZZZZ9.
024700     05  FILLER PIC X(14) VALUE '   AFFECTED   '.
024800     05  WS-TOT-REJ-HIT              PIC ZZZZZZZZ9.
024900     05  FILLER                      PIC X(76) VALUE SPACES.
025000 PROCEDURE DIVISION.
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE
025300         THRU 1000-EXIT.
025400     PERFORM 2000-LIST-EXPIRING-CODES
025500         THRU 2000-EXIT.
025600     PERFORM 3000-LIST-MASTER-KEYS
025700         THRU 3000-EXIT.
025800     PERFORM 4000-LIST-STAT-KEYS
025900         THRU 4000-EXIT.
026000     PERFORM 5000-LIST-REJECTS
026100         THRU 5000-EXIT.
026200     PERFORM 8000-TERMINATE
026300         THRU 8000-EXIT.
026400     STOP RUN.
026500*-----------------------------------------------------------------
026600* 1000-INITIALIZE - READ THE LOOK-AHEAD CARD, TAKE THE BUSINESS
026700* DATE AND WORK OUT THE LAST DATE A CODE MUST STILL BE IN EFFECT.
026800*-----------------------------------------------------------------
026900 1000-INITIALIZE.
027000     PERFORM 1900-GET-PROCESSING-DATE
027100         THRU 1900-EXIT.
027200     MOVE RAPDT-BUS-DATE TO WS-TODAY-DATE.
027300     MOVE SPACES TO WS-PARM-CARD.
027400     ACCEPT WS-PARM-CARD FROM SYSIN.
027500     IF WS-PARM-DAYS NOT = SPACES
027600         IF WS-PARM-DAYS NOT NUMERIC
027700             DISPLAY 'RAIMP260 LOOK-AHEAD NOT NUMERIC - RUN '
027800                 'STOPPED'
027900             MOVE 16 TO RETURN-CODE
028000             STOP RUN
028100         END-IF
028200         MOVE WS-PARM-DAYS-N TO WS-LOOK-AHEAD
028300     END-IF.
028400     MOVE WS-TODAY-DATE TO WS-HORIZON-DATE.
028500     MOVE ZERO TO WS-DAY-COUNT.
028600     PERFORM 1100-ADD-ONE-DAY
028700         THRU 1100-EXIT
028800         UNTIL WS-DAY-COUNT >= WS-LOOK-AHEAD.
028900     OPEN OUTPUT RARPT.
029000     WRITE RARPT-LINE FROM WS-HEADING-1.
029100     MOVE WS-TODAY-DATE TO WS-H2-TODAY.
029200     MOVE WS-HORIZON-DATE TO WS-H2-HORIZON.
029300     MOVE WS-LOOK-AHEAD TO WS-H2-DAYS.
029400     WRITE RARPT-LINE FROM WS-HEADING-2.
029500     GO TO 1000-EXIT.
029600 1000-EXIT.
029700     EXIT.
029800*-----------------------------------------------------------------
029900* 1100-ADD-ONE-DAY - STEP THE LOOK-AHEAD DATE TO THE NEXT
030000* CALENDAR DAY, CARRYING INTO THE MONTH AND YEAR.
030100*-----------------------------------------------------------------
030200 1100-ADD-ONE-DAY.
030300     ADD 1 TO WS-DAY-COUNT.
030400     PERFORM 1200-SET-MONTH-LIMIT
030500         THRU 1200-EXIT.
030600     IF WS-HZ-DD < WS-MONTH-LIMIT
030700         ADD 1 TO WS-HZ-DD
030800         GO TO 1100-EXIT
030900     END-IF.
031000     MOVE 1 TO WS-HZ-DD.
031100     IF WS-HZ-MM < 12
031200         ADD 1 TO WS-HZ-MM
031300     ELSE
031400         MOVE 1 TO WS-HZ-MM
031500         ADD 1 TO WS-HZ-YYYY
031600     END-IF.
031700     GO TO 1100-EXIT.
031800 1100-EXIT.
031900     EXIT.
032000*-----------------------------------------------------------------
032100* 1200-SET-MONTH-LIMIT - DAYS IN THE MONTH OF THE LOOK-AHEAD
032200* DATE, ALLOWING FOR FEBRUARY IN A LEAP YEAR (EVERY FOURTH YEAR,
032300* EXCEPT CENTURIES NOT DIVISIBLE BY 400).
032400*-----------------------------------------------------------------
032500 1200-SET-MONTH-LIMIT.
032600     MOVE WS-MONTH-DAYS (WS-HZ-MM) TO WS-MONTH-LIMIT.
032700     IF WS-HZ-MM NOT = 2
032800         GO TO 1200-EXIT
032900     END-IF.
033000     DIVIDE WS-HZ-YYYY BY 4 GIVING WS-LEAP-QUOT
033100         REMAINDER WS-LEAP-REM-4.
033200     DIVIDE WS-HZ-YYYY BY 100 GIVING WS-LEAP-QUOT
033300         REMAINDER WS-LEAP-REM-100.
033400     DIVIDE WS-HZ-YYYY BY 400 GIVING WS-LEAP-QUOT
033500         REMAINDER WS-LEAP-REM-400.
033600     IF WS-LEAP-REM-4 = ZERO
033700         AND (WS-LEAP-REM-100 NOT = ZERO
033800             OR WS-LEAP-REM-400 = ZERO)
033900                 MOVE 29 TO WS-MONTH-LIMIT
034000     END-IF.
034100     GO TO 1200-EXIT.
034200 1200-EXIT.
034300     EXIT.
034400*-----------------------------------------------------------------
034500* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
034600* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
034700* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
034800* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
034900*-----------------------------------------------------------------
035000 1900-GET-PROCESSING-DATE.
035100     OPEN INPUT RAPDATE.
035200     READ RAPDATE INTO RAPDT-RECORD
035300         AT END
035400             DISPLAY 'RAIMP260 RAPDATE EMPTY - RUN STOPPED'
035500             MOVE 16 TO RETURN-CODE
035600             STOP RUN
035700     END-READ.
035800     CLOSE RAPDATE.
035900     IF RAPDT-BUS-DATE NOT NUMERIC
036000         OR RAPDT-BUS-DATE = ZERO
036100             DISPLAY 'RAIMP260 RAPDATE DATE INVALID - RUN STOPPED'
036200             MOVE 16 TO RETURN-CODE
036300             STOP RUN
036400     END-IF.
036500     GO TO 1900-EXIT.
036600 1900-EXIT.
036700     EXIT.
036800*-----------------------------------------------------------------
036900* 2000-LIST-EXPIRING-CODES - LOAD EVERY RATABLE ROW FOR THE
037000* CLASSIFICATION AND LIST THE ROWS WHOSE EXPIRY DATE FALLS ON OR
037100* BEFORE THE LOOK-AHEAD DATE.  AN EMPTY TABLE WOULD MAKE EVERY
037200* CODE LOOK RETIRED, SO THAT IS A HARD STOP.
037300*-----------------------------------------------------------------
037400 2000-LIST-EXPIRING-CODES.
037500     MOVE 'REFERENCE-TABLE ROWS EXPIRED OR DUE TO EXPIRE'
037600         TO WS-SEC-TEXT.
037700     WRITE RARPT-LINE FROM WS-BLANK-LINE.
037800     WRITE RARPT-LINE FROM WS-SECTION-LINE.
037900     WRITE RARPT-LINE FROM WS-CODE-COLS.
038000     OPEN INPUT RATABLE.
038100     PERFORM 2100-READ-TABLE-ROW
038200         THRU 2100-EXIT
038300         UNTIL WS-TBL-EOF.
038400     CLOSE RATABLE.
038500     IF WS-CT-COUNT = ZERO
038600         DISPLAY 'RAIMP260 REFERENCE TABLE EMPTY - RUN STOPPED'
038700         MOVE 16 TO RETURN-CODE
038800         STOP RUN
038900     END-IF.
039000     IF WS-CODE-COUNT = ZERO
039100         WRITE RARPT-LINE FROM WS-NONE-LINE
039200     END-IF.
039300     GO TO 2000-EXIT.
039400 2000-EXIT.
039500     EXIT.
039600 2100-READ-TABLE-ROW.
039700     READ RATABLE
039800         AT END
039900             SET WS-TBL-EOF TO TRUE
040000             GO TO 2100-EXIT
040100     END-READ.
040200     IF NOT RATBL-TYPE-STATE AND NOT RATBL-TYPE-FLAG
040300         GO TO 2100-EXIT
040400     END-IF.
040500     IF WS-CT-COUNT >= 200
040600         DISPLAY 'RAIMP260 CODE TABLE FULL - RUN STOPPED'
040700         MOVE 16 TO RETURN-CODE
040800         STOP RUN
040900     END-IF.
041000     ADD 1 TO WS-CT-COUNT.
041100     MOVE RATBL-TYPE TO CT-TYPE (WS-CT-COUNT).
041200     MOVE RATBL-CODE TO CT-CODE (WS-CT-COUNT).
041300     IF RATBL-CODE-HI = SPACES
041400         MOVE RATBL-CODE TO CT-CODE-HI (WS-CT-COUNT)
041500     ELSE
041600         MOVE RATBL-CODE-HI TO CT-CODE-HI (WS-CT-COUNT)
041700     END-IF.
041800     MOVE RATBL-EFF-DATE TO CT-EFF-DATE (WS-CT-COUNT).
041900     MOVE RATBL-EXP-DATE TO CT-EXP-DATE (WS-CT-COUNT).
042000     IF RATBL-EXP-DATE = ZERO
042100         OR RATBL-EXP-DATE > WS-HORIZON-DATE
042200             GO TO 2100-EXIT
042300     END-IF.
042400     MOVE RATBL-TYPE TO WS-CL-TYPE.
042500     MOVE RATBL-CODE TO WS-CL-CODE.
042600     MOVE RATBL-CODE-HI TO WS-CL-CODE-HI.
042700     MOVE RATBL-DESC TO WS-CL-DESC.
042800     MOVE RATBL-EFF-DATE TO WS-CL-EFF.
042900     MOVE RATBL-EXP-DATE TO WS-CL-EXP.
043000     IF RATBL-EXP-DATE < WS-TODAY-DATE
043100         MOVE 'EXPIRED' TO WS-CL-STATUS
043200     ELSE
043300         MOVE 'DUE TO EXPIRE' TO WS-CL-STATUS
043400     END-IF.
043500     WRITE RARPT-LINE FROM WS-CODE-LINE.
043600     ADD 1 TO WS-CODE-COUNT.
043700     GO TO 2100-EXIT.
043800 2100-EXIT.
043900     EXIT.
044000*-----------------------------------------------------------------
044100* 3000-LIST-MASTER-KEYS - EVERY RAMSTR KEY WHOSE STATES OR FLAG
044200* IS RETIRING.
044300*-----------------------------------------------------------------
044400 3000-LIST-MASTER-KEYS.
044500     MOVE 'RAMSTR MASTER KEYS CARRYING A RETIRING CODE'
044600         TO WS-SEC-TEXT.
044700     PERFORM 6000-START-USE-SECTION
044800         THRU 6000-EXIT.
044900     OPEN INPUT RAMSTR.
045000     PERFORM 7100-READ-NEXT-MASTER
045100         THRU 7100-EXIT.
045200     PERFORM 3100-CHECK-ONE-MASTER
045300         THRU 3100-EXIT
045400         UNTIL WS-MSTR-EOF.
045500     CLOSE RAMSTR.
045600     IF WS-MSTR-HIT-COUNT = ZERO
045700         WRITE RARPT-LINE FROM WS-NONE-LINE
045800     END-IF.
045900     GO TO 3000-EXIT.
046000 3000-EXIT.
046100     EXIT.
046200 3100-CHECK-ONE-MASTER.
046300     MOVE RAMSTR-KEY-STATES TO WS-UL-STATES.
046400     MOVE RAMSTR-KEY-FLAG TO WS-UL-FLAG.
046500     PERFORM 6100-CHECK-KEY-CODES
046600         THRU 6100-EXIT.
046700     IF WS-STATES-NOTE = SPACES AND WS-FLAG-NOTE = SPACES
046800         GO TO 3100-NEXT
046900     END-IF.
047000     MOVE SPACES TO WS-UL-SEQ.
047100     MOVE SPACES TO WS-UL-COUNT.
047200     MOVE SPACES TO WS-UL-DECIMAL.
047300     MOVE SPACES TO WS-UL-DATE.
047400     MOVE RAMSTR-SOURCE TO WS-UL-SOURCE.
047500     WRITE RARPT-LINE FROM WS-USE-LINE.
047600     ADD 1 TO WS-MSTR-HIT-COUNT.
047700 3100-NEXT.
047800     PERFORM 7100-READ-NEXT-MASTER
047900         THRU 7100-EXIT.
048000     GO TO 3100-EXIT.
048100 3100-EXIT.
048200     EXIT.
048300*-----------------------------------------------------------------
048400* 4000-LIST-STAT-KEYS - EVERY RASTAT KEY WHOSE STATES OR FLAG IS
048500* RETIRING, WITH THE TOTALS THAT WOULD HAVE TO MOVE.
048600*-----------------------------------------------------------------
048700 4000-LIST-STAT-KEYS.
048800     MOVE 'RASTAT STATISTICS KEYS CARRYING A RETIRING CODE'
048900         TO WS-SEC-TEXT.
049000     PERFORM 6000-START-USE-SECTION
049100         THRU 6000-EXIT.
049200     OPEN INPUT RASTAT.
049300     PERFORM 7200-READ-NEXT-STAT
049400         THRU 7200-EXIT.
049500     PERFORM 4100-CHECK-ONE-STAT
049600         THRU 4100-EXIT
049700         UNTIL WS-STAT-EOF.
049800     CLOSE RASTAT.
049900     IF WS-STAT-HIT-COUNT = ZERO
050000         WRITE RARPT-LINE FROM WS-NONE-LINE
050100     END-IF.
050200     GO TO 4000-EXIT.
050300 4000-EXIT.
050400     EXIT.
050500 4100-CHECK-ONE-STAT.
050600     MOVE RASTAT-KEY-STATES TO WS-UL-STATES.
050700     MOVE RASTAT-KEY-FLAG TO WS-UL-FLAG.
050800     PERFORM 6100-CHECK-KEY-CODES
050900         THRU 6100-EXIT.
051000     IF WS-STATES-NOTE = SPACES AND WS-FLAG-NOTE = SPACES
051100         GO TO 4100-NEXT
051200     END-IF.
051300     MOVE SPACES TO WS-UL-SEQ.
051400     MOVE RASTAT-REC-COUNT TO WS-UL-COUNT-N.
051500     MOVE RASTAT-DECIMAL-TOTAL TO WS-UL-DECIMAL-N.
051600     MOVE RASTAT-LAST-UPD-DATE TO WS-UL-DATE.
051700     MOVE SPACES TO WS-UL-SOURCE.
051800     WRITE RARPT-LINE FROM WS-USE-LINE.
051900     ADD 1 TO WS-STAT-HIT-COUNT.
052000 4100-NEXT.
052100     PERFORM 7200-READ-NEXT-STAT
052200         THRU 7200-EXIT.
052300     GO TO 4100-EXIT.
052400 4100-EXIT.
052500     EXIT.
052600*-----------------------------------------------------------------
052700* 5000-LIST-REJECTS - EVERY OUTSTANDING REJECT ON THE CARRY FILE
052800* WHOSE STATES OR FLAG IS RETIRING.  CORRECTED REJECTS ARE
052900* HISTORY AND ARE PASSED OVER.
053000*-----------------------------------------------------------------
053100 5000-LIST-REJECTS.
053200     MOVE 'OUTSTANDING REJECTS CARRYING A RETIRING CODE'
053300         TO WS-SEC-TEXT.
053400     PERFORM 6000-START-USE-SECTION
053500         THRU 6000-EXIT.
053600     OPEN INPUT RAREJ.
053700     PERFORM 7300-READ-NEXT-REJECT
053800         THRU 7300-EXIT.
053900     PERFORM 5100-CHECK-ONE-REJECT
054000         THRU 5100-EXIT
054100         UNTIL WS-REJ-EOF.
054200     CLOSE RAREJ.
054300     IF WS-REJ-HIT-COUNT = ZERO
054400         WRITE RARPT-LINE FROM WS-NONE-LINE
054500     END-IF.
054600     GO TO 5000-EXIT.
054700 5000-EXIT.
054800     EXIT.
054900 5100-CHECK-ONE-REJECT.
055000     IF NOT RREJ-OUTSTANDING
055100         GO TO 5100-NEXT
055200     END-IF.
055300     ADD 1 TO WS-REJ-OPEN-COUNT.
055400     MOVE RA2-STATES TO WS-UL-STATES.
055500     MOVE RA2-FLAG TO WS-UL-FLAG.
055600     PERFORM 6100-CHECK-KEY-CODES
055700         THRU 6100-EXIT.
055800     IF WS-STATES-NOTE = SPACES AND WS-FLAG-NOTE = SPACES
055900         GO TO 5100-NEXT
056000     END-IF.
056100     MOVE RREJ-SEQ-NBR TO WS-UL-SEQ.
056200     MOVE SPACES TO WS-UL-COUNT.
056210     IF RA2-DECIMAL NUMERIC
056220         MOVE RA2-DECIMAL TO WS-UL-DECIMAL-N
056230     ELSE
056240         MOVE SPACES TO WS-UL-DECIMAL
056250     END-IF.
056400     MOVE RREJ-DATE TO WS-UL-DATE.
056500     MOVE RREJ-SOURCE TO WS-UL-SOURCE.
056600     WRITE RARPT-LINE FROM WS-USE-LINE.
056700     ADD 1 TO WS-REJ-HIT-COUNT.
056800 5100-NEXT.
056900     PERFORM 7300-READ-NEXT-REJECT
057000         THRU 7300-EXIT.
057100     GO TO 5100-EXIT.
057200 5100-EXIT.
057300     EXIT.
057400*-----------------------------------------------------------------
057500* 6000-START-USE-SECTION - HEADINGS FOR ONE STORE'S LISTING.  THE
057600* CALLER HAS SET THE SECTION TITLE.
057700*-----------------------------------------------------------------
057800 6000-START-USE-SECTION.
057900     WRITE RARPT-LINE FROM WS-BLANK-LINE.
058000     WRITE RARPT-LINE FROM WS-SECTION-LINE.
058100     WRITE RARPT-LINE FROM WS-USE-COLS.
058200     GO TO 6000-EXIT.
058300 6000-EXIT.
058400     EXIT.
058500*-----------------------------------------------------------------
058600* 6100-CHECK-KEY-CODES - CLASSIFY THE STATES AND FLAG IN
058700* WS-UL-STATES / WS-UL-FLAG.  EACH NOTE IS LEFT BLANK WHEN THE
058800* CODE STAYS IN EFFECT PAST THE LOOK-AHEAD DATE.
058900*-----------------------------------------------------------------
059000 6100-CHECK-KEY-CODES.
059100     MOVE 'S' TO WS-CK-TYPE.
059200     MOVE WS-UL-STATES TO WS-CK-CODE.
059300     PERFORM 6200-CLASSIFY-CODE
059400         THRU 6200-EXIT.
059500     MOVE WS-CK-NOTE TO WS-STATES-NOTE.
059600     MOVE WS-CK-NOTE TO WS-UL-STATES-NOTE.
059700     MOVE 'F' TO WS-CK-TYPE.
059800     MOVE WS-UL-FLAG TO WS-CK-CODE.
059900     PERFORM 6200-CLASSIFY-CODE
060000         THRU 6200-EXIT.
060100     MOVE WS-CK-NOTE TO WS-FLAG-NOTE.
060200     MOVE WS-CK-NOTE TO WS-UL-FLAG-NOTE.
060300     GO TO 6100-EXIT.
060400 6100-EXIT.
060500     EXIT.
060600*-----------------------------------------------------------------
060700* 6200-CLASSIFY-CODE - TEST WS-CK-CODE AGAINST EVERY RATABLE ROW
060800* OF TYPE WS-CK-TYPE.  A ROW IN EFFECT TODAY THAT IS OPEN OR
060900* RUNS PAST THE LOOK-AHEAD KEEPS THE CODE (BLANK NOTE).  ONLY
061000* ROWS ENDING BY THE LOOK-AHEAD MAKE IT DUE TO EXPIRE, WITH THE
061100* LATEST OF THEIR DATES; ROWS ALL ENDED BEFORE TODAY MAKE IT
061200* EXPIRED; A ROW NOT YET IN EFFECT LEAVES IT NOT IN EFFECT.
061300*-----------------------------------------------------------------
061400 6200-CLASSIFY-CODE.
061500     MOVE 'N' TO WS-CK-COVERED-SW.
061600     MOVE 'N' TO WS-CK-TODAY-SW.
061700     MOVE 'N' TO WS-CK-OPEN-SW.
061800     MOVE ZERO TO WS-CK-LAST-EXP.
061900     MOVE SPACES TO WS-CK-NOTE.
062000     MOVE 1 TO WS-CT-SUB.
062100     PERFORM 6300-TEST-ONE-ROW
062200         THRU 6300-EXIT
062300         UNTIL WS-CK-STAYS-OPEN OR WS-CT-SUB > WS-CT-COUNT.
062400     IF WS-CK-STAYS-OPEN
062500         GO TO 6200-EXIT
062600     END-IF.
062700     IF NOT WS-CK-COVERED
062800         MOVE 'NOT ON RATABLE' TO WS-CK-STATUS
062900         GO TO 6200-EXIT
063000     END-IF.
063100     IF WS-CK-IN-EFFECT-TODAY
063200         MOVE 'DUE TO EXPIRE' TO WS-CK-STATUS
063300         MOVE WS-CK-LAST-EXP TO WS-CK-DATE
063400         GO TO 6200-EXIT
063500     END-IF.
063600     IF WS-CK-LAST-EXP NOT = ZERO
063700         AND WS-CK-LAST-EXP < WS-TODAY-DATE
063800             MOVE 'EXPIRED' TO WS-CK-STATUS
063900             MOVE WS-CK-LAST-EXP TO WS-CK-DATE
064000     ELSE
064100         MOVE 'NOT IN EFFECT' TO WS-CK-STATUS
064200     END-IF.
064300     GO TO 6200-EXIT.
064400 6200-EXIT.
064500     EXIT.
064600 6300-TEST-ONE-ROW.
064700     IF CT-TYPE (WS-CT-SUB) NOT = WS-CK-TYPE
064800         OR WS-CK-CODE < CT-CODE (WS-CT-SUB)
064900         OR WS-CK-CODE > CT-CODE-HI (WS-CT-SUB)
065000             GO TO 6300-NEXT
065100     END-IF.
065200     SET WS-CK-COVERED TO TRUE.
065300     IF CT-EXP-DATE (WS-CT-SUB) > WS-CK-LAST-EXP
065400         MOVE CT-EXP-DATE (WS-CT-SUB) TO WS-CK-LAST-EXP
065500     END-IF.
065600     IF CT-EFF-DATE (WS-CT-SUB) > WS-TODAY-DATE
065700         GO TO 6300-NEXT
065800     END-IF.
065900     IF CT-EXP-DATE (WS-CT-SUB) = ZERO
066000         OR CT-EXP-DATE (WS-CT-SUB) > WS-HORIZON-DATE
066100             SET WS-CK-STAYS-OPEN TO TRUE
066200             GO TO 6300-EXIT
066300     END-IF.
066400     IF CT-EXP-DATE (WS-CT-SUB) >= WS-TODAY-DATE
066500         SET WS-CK-IN-EFFECT-TODAY TO TRUE
066600     END-IF.
066700 6300-NEXT.
066800     ADD 1 TO WS-CT-SUB.
066900     GO TO 6300-EXIT.
067000 6300-EXIT.
067100     EXIT.
067200*-----------------------------------------------------------------
067300* 7100-READ-NEXT-MASTER - READ THE NEXT MASTER RECORD IN KEY
067400* SEQUENCE.
067500*-----------------------------------------------------------------
067600 7100-READ-NEXT-MASTER.
067700     READ RAMSTR NEXT RECORD
067800         AT END
067900             SET WS-MSTR-EOF TO TRUE
068000         NOT AT END
068100             ADD 1 TO WS-MSTR-COUNT
068200     END-READ.
068300     GO TO 7100-EXIT.
068400 7100-EXIT.
068500     EXIT.
068600*-----------------------------------------------------------------
068700* 7200-READ-NEXT-STAT - READ THE NEXT STATISTICS RECORD IN KEY
068800* SEQUENCE.
068900*-----------------------------------------------------------------
069000 7200-READ-NEXT-STAT.
069100     READ RASTAT NEXT RECORD
069200         AT END
069300             SET WS-STAT-EOF TO TRUE
069400         NOT AT END
069500             ADD 1 TO WS-STAT-COUNT
069600     END-READ.
069700     GO TO 7200-EXIT.
069800 7200-EXIT.
069900     EXIT.
070000*-----------------------------------------------------------------
070100* 7300-READ-NEXT-REJECT - READ THE NEXT CARRY-FILE RECORD,
070200* HANDLING THE LABELED-FILE CONVENTION, AND UNPACK ITS RECORD-A
070300* IMAGE.
070400*-----------------------------------------------------------------
070500 7300-READ-NEXT-REJECT.
070600     READ RAREJ INTO RREJ-RECORD
070700         AT END
070800             SET WS-REJ-EOF TO TRUE
070900     END-READ.
071000     IF WS-REJ-EOF
071100         PERFORM 7800-VERIFY-EOF-LABEL
071200             THRU 7800-EXIT
071300         GO TO 7300-EXIT
071400     END-IF.
071500     PERFORM 7600-POST-LABEL-RECORD
071600         THRU 7600-EXIT.
071700     IF WS-REJ-EOF
071800         GO TO 7300-EXIT
071900     END-IF.
072000     IF WS-CTL-RECORD
072100         GO TO 7300-READ-NEXT-REJECT
072200     END-IF.
072300     ADD 1 TO WS-REJ-COUNT.
072400     GO TO 7300-EXIT.
072500 7300-EXIT.
072600     EXIT.
072700*-----------------------------------------------------------------
072800* 7600-POST-LABEL-RECORD - DECIDE WHETHER THE RECORD JUST READ
072900* IS A CONTROL RECORD.  THE FIRST RECORD OF THE FILE DECIDES
073000* LABELED OR UNLABELED MODE; IN LABELED MODE A TRAILER IS
073100* VERIFIED AND ENDS THE FILE.  A DATA RECORD IS UNPACKED INTO
073200* THE WORKING-STORAGE RECORD-A IMAGE AND ROLLED INTO THE COUNT
073300* AND HASH.
073400*-----------------------------------------------------------------
073500 7600-POST-LABEL-RECORD.
073600     MOVE 'N' TO WS-CTL-REC-SW.
073700     IF WS-FIRST-READ-SW = 'Y'
073800         MOVE 'N' TO WS-FIRST-READ-SW
073900         IF RREJ-RECORD (1:3) = 'HDR'
074000             SET WS-LABELED-FILE TO TRUE
074100             SET WS-CTL-RECORD TO TRUE
074200             GO TO 7600-EXIT
074300         END-IF
074400     END-IF.
074500     IF WS-LABELED-FILE
074600         IF RREJ-RECORD (1:3) = 'TRL'
074700             SET WS-CTL-RECORD TO TRUE
074800             PERFORM 7700-VERIFY-TRAILER
074900                 THRU 7700-EXIT
075000             SET WS-REJ-EOF TO TRUE
075100             GO TO 7600-EXIT
075200         END-IF
075300     END-IF.
075400     MOVE RREJ-DATA TO RECORD-A2.
075500     IF WS-LABELED-FILE
075600         ADD 1 TO WS-LBL-COUNT
075610         IF RA2-DECIMAL NUMERIC
075620             ADD RA2-DECIMAL TO WS-LBL-HASH
075630         END-IF
075800     END-IF.
075900     GO TO 7600-EXIT.
076000 7600-EXIT.
076100     EXIT.
076200*-----------------------------------------------------------------
076300* 7700-VERIFY-TRAILER - COMPARE THE TRAILER COUNT AND HASH TOTAL
076400* AGAINST WHAT WAS ACTUALLY READ AND STOP THE RUN HARD WHEN THE
076500* FILE IS OUT OF BALANCE.
076600*-----------------------------------------------------------------
076700 7700-VERIFY-TRAILER.
076800     MOVE RREJ-RECORD (1:29) TO CTL-RECORD.
076900     SET WS-TRAILER-SEEN TO TRUE.
077000     IF CTL-REC-COUNT NOT = WS-LBL-COUNT
077100         OR CTL-HASH-TOTAL NOT = WS-LBL-HASH
077200         DISPLAY 'RAIMP260 RAREJ OUT OF BALANCE - RUN STOPPED'
077300         DISPLAY 'RAIMP260 TRAILER COUNT = ' CTL-REC-COUNT
077400             ' READ = ' WS-LBL-COUNT
077500         DISPLAY 'RAIMP260 TRAILER HASH  = ' CTL-HASH-TOTAL
077600             ' READ = ' WS-LBL-HASH
077700         MOVE 16 TO RETURN-CODE
077800         STOP RUN
077900     END-IF.
078000     GO TO 7700-EXIT.
078100 7700-EXIT.
078200     EXIT.
078300*-----------------------------------------------------------------
078400* 7800-VERIFY-EOF-LABEL - END OF FILE ON A LABELED INPUT WITHOUT
078500* THE TRAILER MEANS A TRUNCATED FILE; STOP THE RUN HARD.
078600*-----------------------------------------------------------------
078700 7800-VERIFY-EOF-LABEL.
078800     IF WS-LABELED-FILE AND NOT WS-TRAILER-SEEN
078900         DISPLAY 'RAIMP260 RAREJ TRAILER MISSING - RUN STOPPED'
079000         MOVE 16 TO RETURN-CODE
079100         STOP RUN
079200     END-IF.
079300     GO TO 7800-EXIT.
079400 7800-EXIT.
079500     EXIT.
079600*-----------------------------------------------------------------
079700* 8000-TERMINATE - PRINT THE TOTALS, DISPLAY THEM FOR THE LOG
079800* AND CLOSE THE REPORT.
079900*-----------------------------------------------------------------
080000 8000-TERMINATE.
080100     WRITE RARPT-LINE FROM WS-BLANK-LINE.
080200     MOVE WS-CODE-COUNT TO WS-TOT-CODES.
080300     MOVE WS-MSTR-COUNT TO WS-TOT-MSTR.
080400     MOVE WS-MSTR-HIT-COUNT TO WS-TOT-MSTR-HIT.
080500     MOVE WS-STAT-COUNT TO WS-TOT-STAT.
080600     MOVE WS-STAT-HIT-COUNT TO WS-TOT-STAT-HIT.
080700     MOVE WS-REJ-OPEN-COUNT TO WS-TOT-REJ-OPEN.
080800     MOVE WS-REJ-HIT-COUNT TO WS-TOT-REJ-HIT.
080900     WRITE RARPT-LINE FROM WS-TOTAL-LINE-1.
081000     WRITE RARPT-LINE FROM WS-TOTAL-LINE-2.
081100     WRITE RARPT-LINE FROM WS-TOTAL-LINE-3.
081200     WRITE RARPT-LINE FROM WS-TOTAL-LINE-4.
081300     DISPLAY 'RAIMP260 RAMSTR KEYS AFFECTED = ' WS-MSTR-HIT-COUNT.
081400     DISPLAY 'RAIMP260 RASTAT KEYS AFFECTED = ' WS-STAT-HIT-COUNT.
081500     DISPLAY 'RAIMP260 REJECTS AFFECTED     = ' WS-REJ-HIT-COUNT.
081600     CLOSE RARPT.
081700     GO TO 8000-EXIT.
081800 8000-EXIT.
081900     EXIT.
