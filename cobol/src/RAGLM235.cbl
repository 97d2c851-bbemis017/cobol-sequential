000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RAGLM235.
000300 AUTHOR. B. BEMIS.
000400 INSTALLATION. DATA SERVICES - BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.
000800     ONLINE MAINTENANCE FOR THE RAGLMAP GENERAL-LEDGER
000900     ACCOUNT-MAPPING TABLE (RAGLMREC.CPY), IN THE SAME
001000     CONVERSATIONAL STYLE AS RATBM170 MAINTAINS RATABLE.  GIVES
001100     FINANCE A MENU-DRIVEN ADD/CHANGE/INQUIRE/DELETE SCREEN OVER
001200     THE ROWS THAT MAP A STATES/FLAG PAIR TO THE GL ACCOUNT AND
001300     COST CENTER IT IS DEBITED TO AND THE OFFSET ACCOUNT AND
001400     COST CENTER CREDITED, WITH A DESCRIPTION AND
001500     EFFECTIVE/EXPIRY DATES.  A FLAG OF ** KEYS THE DEFAULT ROW
001600     FOR A STATE AND STATES ** WITH FLAG ** KEYS THE SUSPENSE
001700     ROW; RARPT150 LOOKS FOR THE EXACT ROW, THEN THE STATE
001800     DEFAULT, THEN SUSPENSE.  TO MOVE A PAIR TO A NEW ACCOUNT,
001900     EXPIRE THE OLD ROW ON A CHANGE AND ADD THE NEW MAPPING
002000     UNDER THE DEFAULT OR EXACT KEY, RATHER THAN DELETING.
002100     RUNS AS A CONVERSATIONAL LOOP UNTIL THE OPERATOR KEYS THE
002200     EXIT CODE.  SEE RAGLL240 FOR THE PRINTED LISTING.  THE
002300     OPERATOR SIGNS ON AGAINST THE RASECUR SECURITY FILE
002400     (RASECREC.CPY) FIRST; INQUIRY NEEDS LEVEL 1 AND ADD, CHANGE
002500     OR DELETE NEEDS LEVEL 4 (REFERENCE-TABLE ADMIN).
002600*-----------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*   2026-10-15  BB  ORIGINAL VERSION.
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RAGLMAP ASSIGN TO "RAGLMAP"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS RAGLM-KEY.
004000     SELECT RASECUR ASSIGN TO "RASECUR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS RASEC-USER-ID.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RAGLMAP.
004700 COPY "RAGLMREC.CPY".
004800 FD  RASECUR.
004900 COPY "RASECREC.CPY".
005000 WORKING-STORAGE SECTION.
005100 01  WS-SWITCHES.
005200     05  WS-EXIT-SW                  PIC X(01) VALUE 'N'.
005300         88  WS-EXIT-REQUESTED       VALUE 'Y'.
005400     05  WS-EDIT-SW                  PIC X(01) VALUE 'N'.
005500         88  WS-EDIT-VALID           VALUE 'Y'.
005600         88  WS-EDIT-INVALID         VALUE 'N'.
005700     05  WS-SIGNON-SW                PIC X(01) VALUE 'N'.
005800         88  WS-SIGNED-ON            VALUE 'Y'.
005900     05  WS-AUTH-SW                  PIC X(01) VALUE 'Y'.
006000         88  WS-AUTH-OK              VALUE 'Y'.
006100         88  WS-AUTH-REFUSED         VALUE 'N'.
006200 01  WS-TRAN-CODE                    PIC X(01).
006300 01  WS-MESSAGE                      PIC X(40) VALUE SPACES.
006400 01  WS-ENTRY-FIELDS.
006500     05  WS-ENT-STATES               PIC X(02).
006600     05  WS-ENT-FLAG                 PIC X(02).
006700     05  WS-ENT-GL-ACCOUNT           PIC X(10).
006800     05  WS-ENT-COST-CENTER          PIC X(06).
006900     05  WS-ENT-OFFSET-ACCOUNT       PIC X(10).
007000     05  WS-ENT-OFFSET-CC            PIC X(06).
007100     05  WS-ENT-DESC                 PIC X(20).
007200     05  WS-ENT-EFF-DATE             PIC 9(08).
007300     05  WS-ENT-EXP-DATE             PIC 9(08).
007400 01  WS-SIGNON-FIELDS.
007500     05  WS-SIGNON-USER              PIC X(08) VALUE SPACES.
007600     05  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
007700     05  WS-SIGNON-TRIES             PIC 9(04) COMP VALUE ZERO.
007800     05  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
007900     05  WS-OPERATOR-LEVEL           PIC 9(01) VALUE ZERO.
008000     05  WS-REQUIRED-LEVEL           PIC 9(01) VALUE ZERO.
008100         88  WS-NEED-INQUIRY         VALUE 1.
008200         88  WS-NEED-TABLE-ADMIN     VALUE 4.
008300 SCREEN SECTION.
008400 01  WS-SIGNON-SCREEN.
008500     05  BLANK SCREEN.
008600     05  LINE 01 COL 01 VALUE 'RAGLM235 OPERATOR SIGN-ON'.
008700     05  LINE 03 COL 01 VALUE 'USER ID  :'.
008800     05  LINE 03 COL 12 PIC X(08) TO WS-SIGNON-USER.
008900     05  LINE 04 COL 01 VALUE 'PASSWORD :'.
009000     05  LINE 04 COL 12 PIC X(08) TO WS-SIGNON-PASSWORD
009100         SECURE.
009200     05  LINE 22 COL 01 VALUE 'MESSAGE:'.
009300     05  LINE 22 COL 10 PIC X(40) FROM WS-MESSAGE.
009400 01  WS-MENU-SCREEN.
009500     05  BLANK SCREEN.
009600     05  LINE 01 COL 01 VALUE 'RAGLM235 GL ACCOUNT MAP MAINT'.
009700     05  LINE 01 COL 41 VALUE 'OPERATOR:'.
009800     05  LINE 01 COL 51 PIC X(08) FROM WS-OPERATOR-ID.
009900     05  LINE 03 COL 01
010000         VALUE 'TRAN (A ADD, C CHG, I INQ, D DEL, X EXIT):'.
010100     05  LINE 03 COL 45 PIC X(01) TO WS-TRAN-CODE.
010200     05  LINE 22 COL 01 VALUE 'MESSAGE:'.
010300     05  LINE 22 COL 10 PIC X(40) FROM WS-MESSAGE.
010400 01  WS-KEY-SCREEN.
010500     05  LINE 05 COL 01 VALUE 'STATES (** = ANY)     :'.
010600     05  LINE 05 COL 25 PIC X(02) TO WS-ENT-STATES.
010700     05  LINE 06 COL 01 VALUE 'FLAG   (** = ANY)     :'.
010800     05  LINE 06 COL 25 PIC X(02) TO WS-ENT-FLAG.
010900 01  WS-DATA-INPUT-SCREEN.
011000     05  LINE 08 COL 01 VALUE 'GL ACCOUNT (DEBIT)    :'.
011100     05  LINE 08 COL 25 PIC X(10) TO WS-ENT-GL-ACCOUNT.
011200     05  LINE 09 COL 01 VALUE 'COST CENTER           :'.
011300     05  LINE 09 COL 25 PIC X(06) TO WS-ENT-COST-CENTER.
011400     05  LINE 10 COL 01 VALUE 'OFFSET ACCT (CREDIT)  :'.
011500     05  LINE 10 COL 25 PIC X(10) TO WS-ENT-OFFSET-ACCOUNT.
011600     05  LINE 11 COL 01 VALUE 'OFFSET COST CENTER    :'.
011700     05  LINE 11 COL 25 PIC X(06) TO WS-ENT-OFFSET-CC.
011800     05  LINE 12 COL 01 VALUE 'DESCRIPTION           :'.
011900     05  LINE 12 COL 25 PIC X(20) TO WS-ENT-DESC.
012000     05  LINE 13 COL 01 VALUE 'EFFECTIVE DATE        :'.
012100     05  LINE 13 COL 25 PIC 9(08) TO WS-ENT-EFF-DATE.
012200     05  LINE 14 COL 01 VALUE 'EXPIRY DATE (0=OPEN)  :'.
012300     05  LINE 14 COL 25 PIC 9(08) TO WS-ENT-EXP-DATE.
012400 01  WS-DATA-DISPLAY-SCREEN.
012500     05  LINE 08 COL 01 VALUE 'GL ACCOUNT (DEBIT)    :'.
012600     05  LINE 08 COL 25 PIC X(10) FROM WS-ENT-GL-ACCOUNT.
012700     05  LINE 09 COL 01 VALUE 'COST CENTER           :'.
012800     05  LINE 09 COL 25 PIC X(06) FROM WS-ENT-COST-CENTER.
012900     05  LINE 10 COL 01 VALUE 'OFFSET ACCT (CREDIT)  :'.
013000     05  LINE 10 COL 25 PIC X(10) FROM WS-ENT-OFFSET-ACCOUNT.
013100     05  LINE 11 COL 01 VALUE 'OFFSET COST CENTER    :'.
013200     05  LINE 11 COL 25 PIC X(06) FROM WS-ENT-OFFSET-CC.
013300     05  LINE 12 COL 01 VALUE 'DESCRIPTION           :'.
013400     05  LINE 12 COL 25 PIC X(20) FROM WS-ENT-DESC.
013500     05  LINE 13 COL 01 VALUE 'EFFECTIVE DATE        :'.
013600     05  LINE 13 COL 25 PIC 9(08) FROM WS-ENT-EFF-DATE.
013700     05  LINE 14 COL 01 VALUE 'EXPIRY DATE           :'.
013800     05  LINE 14 COL 25 PIC 9(08) FROM WS-ENT-EXP-DATE.
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE
014200         THRU 1000-EXIT.
014300     PERFORM 2000-PROCESS-TRANSACTION
014400         THRU 2000-EXIT
014500         UNTIL WS-EXIT-REQUESTED.
014600     PERFORM 8000-TERMINATE
014700         THRU 8000-EXIT.
014800     STOP RUN.
014900*-----------------------------------------------------------------
015000* 1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE
015100* ACCOUNT-MAPPING TABLE FOR ONLINE UPDATE.
015200*-----------------------------------------------------------------
015300 1000-INITIALIZE.
015400     PERFORM 1200-SIGN-ON-OPERATOR
015500         THRU 1200-EXIT.
015600     OPEN I-O RAGLMAP.
015700     GO TO 1000-EXIT.
015800 1000-EXIT.
015900     EXIT.
016000*-----------------------------------------------------------------
016100* 1200-SIGN-ON-OPERATOR - PROMPT FOR USER ID AND PASSWORD AND
016200* CHECK THEM AGAINST THE RASECUR SECURITY FILE.  THE OPERATOR
016300* GETS THREE TRIES; A THIRD FAILURE ENDS THE SESSION BEFORE THE
016400* TABLE IS OPENED.  A GOOD SIGN-ON KEEPS THE USER ID AND THE
016500* AUTHORITY LEVEL.
016600*-----------------------------------------------------------------
016700 1200-SIGN-ON-OPERATOR.
016800     OPEN INPUT RASECUR.
016900     MOVE SPACES TO WS-MESSAGE.
017000     PERFORM 1210-SIGN-ON-ATTEMPT
017100         THRU 1210-EXIT
017200         UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3.
017300     CLOSE RASECUR.
017400     IF NOT WS-SIGNED-ON
017500         DISPLAY 'RAGLM235 SIGN-ON FAILED - SESSION ENDED'
017600         MOVE 16 TO RETURN-CODE
017700         STOP RUN
017800     END-IF.
017900     GO TO 1200-EXIT.
018000 1200-EXIT.
018100     EXIT.
018200 1210-SIGN-ON-ATTEMPT.
018300     ADD 1 TO WS-SIGNON-TRIES.
018400     MOVE SPACES TO WS-SIGNON-USER.
018500     MOVE SPACES TO WS-SIGNON-PASSWORD.
018600     DISPLAY WS-SIGNON-SCREEN.
018700     ACCEPT WS-SIGNON-SCREEN.
018800     MOVE WS-SIGNON-USER TO RASEC-USER-ID.
018900     READ RASECUR
019000         INVALID KEY
019100             MOVE 'SIGN-ON REFUSED - USER OR PASSWORD'
019200                 TO WS-MESSAGE
019300             GO TO 1210-EXIT
019400     END-READ.
019500     IF RASEC-PASSWORD NOT = WS-SIGNON-PASSWORD
019600         MOVE 'SIGN-ON REFUSED - USER OR PASSWORD' TO WS-MESSAGE
019700         GO TO 1210-EXIT
019800     END-IF.
019900     IF NOT RASEC-STATUS-ACTIVE OR NOT RASEC-LEVEL-VALID
020000         MOVE 'SIGN-ON REFUSED - USER ID NOT ACTIVE' TO WS-MESSAGE
020100         GO TO 1210-EXIT
020200     END-IF.
020300     MOVE RASEC-USER-ID TO WS-OPERATOR-ID.
020400     MOVE RASEC-AUTH-LEVEL TO WS-OPERATOR-LEVEL.
020500     SET WS-SIGNED-ON TO TRUE.
020600     GO TO 1210-EXIT.
020700 1210-EXIT.
020800     EXIT.
020900*-----------------------------------------------------------------
021000* 2000-PROCESS-TRANSACTION - PRESENT THE MENU, THEN ROUTE TO THE
021100* PARAGRAPH FOR THE TRANSACTION CODE KEYED.
021200*-----------------------------------------------------------------
021300 2000-PROCESS-TRANSACTION.
021400     MOVE SPACES TO WS-MESSAGE.
021500     DISPLAY WS-MENU-SCREEN.
021600     ACCEPT WS-MENU-SCREEN.
021700     EVALUATE WS-TRAN-CODE
021800         WHEN 'A'
021900         WHEN 'C'
022000         WHEN 'D'
022100             SET WS-NEED-TABLE-ADMIN TO TRUE
022200         WHEN OTHER
022300             SET WS-NEED-INQUIRY TO TRUE
022400     END-EVALUATE.
022500     PERFORM 2300-CHECK-AUTHORITY
022600         THRU 2300-EXIT.
022700     IF WS-AUTH-REFUSED
022800         PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT
022900         GO TO 2000-EXIT
023000     END-IF.
023100     EVALUATE WS-TRAN-CODE
023200         WHEN 'X'
023300             SET WS-EXIT-REQUESTED TO TRUE
023400         WHEN 'A'
023500             PERFORM 2100-GET-KEY THRU 2100-EXIT
023600             PERFORM 3000-ADD-ROW THRU 3000-EXIT
023700         WHEN 'C'
023800             PERFORM 2100-GET-KEY THRU 2100-EXIT
023900             PERFORM 4000-CHANGE-ROW THRU 4000-EXIT
024000         WHEN 'I'
024100             PERFORM 2100-GET-KEY THRU 2100-EXIT
024200             PERFORM 5000-INQUIRE-ROW THRU 5000-EXIT
024300         WHEN 'D'
024400             PERFORM 2100-GET-KEY THRU 2100-EXIT
024500             PERFORM 6000-DELETE-ROW THRU 6000-EXIT
024600         WHEN OTHER
024700             MOVE 'INVALID TRANSACTION CODE' TO WS-MESSAGE
024800             PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT
024900     END-EVALUATE.
025000     GO TO 2000-EXIT.
025100 2000-EXIT.
025200     EXIT.
025300*-----------------------------------------------------------------
025400* 2100-GET-KEY - PROMPT FOR THE STATES AND FLAG OF THE ROW.
025500*-----------------------------------------------------------------
025600 2100-GET-KEY.
025700     DISPLAY WS-KEY-SCREEN.
025800     ACCEPT WS-KEY-SCREEN.
025900     GO TO 2100-EXIT.
026000 2100-EXIT.
026100     EXIT.
026200*-----------------------------------------------------------------
026300* 2200-SHOW-MESSAGE - REDISPLAY THE MENU SCREEN SO THE OPERATOR
026400* SEES THE RESULT MESSAGE BEFORE THE NEXT TRANSACTION.
026500*-----------------------------------------------------------------
026600 2200-SHOW-MESSAGE.
026700     DISPLAY WS-MENU-SCREEN.
026800     GO TO 2200-EXIT.
026900 2200-EXIT.
027000     EXIT.
027100*-----------------------------------------------------------------
027200* 2300-CHECK-AUTHORITY - REFUSE A FUNCTION THAT NEEDS A HIGHER
027300* LEVEL THAN THE SIGNED-ON OPERATOR HOLDS.  THE CALLER HAS SET
027400* WS-REQUIRED-LEVEL FOR THE FUNCTION KEYED.
027500*-----------------------------------------------------------------
027600 2300-CHECK-AUTHORITY.
027700     SET WS-AUTH-OK TO TRUE.
027800     IF WS-OPERATOR-LEVEL < WS-REQUIRED-LEVEL
027900         SET WS-AUTH-REFUSED TO TRUE
028000         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO WS-MESSAGE
028100     END-IF.
028200     GO TO 2300-EXIT.
028300 2300-EXIT.
028400     EXIT.
028500*-----------------------------------------------------------------
028600* 3000-ADD-ROW - EDIT THE KEY, PROMPT FOR THE ROW DATA, AND ADD
028700* A NEW ROW IF THE KEY IS NOT ALREADY ON FILE AND THE ACCOUNTS
028800* ARE KEYED.
028900*-----------------------------------------------------------------
029000 3000-ADD-ROW.
029100     PERFORM 7000-EDIT-KEY-FIELDS
029200         THRU 7000-EXIT.
029300     IF WS-EDIT-INVALID
029400         PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT
029500         GO TO 3000-EXIT
029600     END-IF.
029700     DISPLAY WS-DATA-INPUT-SCREEN.
029800     ACCEPT WS-DATA-INPUT-SCREEN.
029900     PERFORM 7100-EDIT-ROW-FIELDS
030000         THRU 7100-EXIT.
030100     IF WS-EDIT-INVALID
030200         PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT
030300         GO TO 3000-EXIT
030400     END-IF.
030500     MOVE WS-ENT-STATES TO RAGLM-STATES.
030600     MOVE WS-ENT-FLAG TO RAGLM-FLAG.
030700     READ RAGLMAP
030800         INVALID KEY
030900             PERFORM 3100-BUILD-ROW-FIELDS THRU 3100-EXIT
031000             WRITE RAGLM-RECORD
031100             END-WRITE
031200             MOVE 'ROW ADDED' TO WS-MESSAGE
031300         NOT INVALID KEY
031400             MOVE 'ROW ALREADY EXISTS' TO WS-MESSAGE
031500     END-READ.
031600     PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT.
031700     GO TO 3000-EXIT.
031800 3000-EXIT.
031900     EXIT.
032000*-----------------------------------------------------------------
032100* 3100-BUILD-ROW-FIELDS - MOVE THE KEYED ENTRY FIELDS INTO THE
032200* MAPPING RECORD.  THE KEY FIELDS ARE ALREADY IN PLACE.
032300*-----------------------------------------------------------------
032400 3100-BUILD-ROW-FIELDS.
032500     MOVE WS-ENT-GL-ACCOUNT TO RAGLM-GL-ACCOUNT.
032600     MOVE WS-ENT-COST-CENTER TO RAGLM-COST-CENTER.
032700     MOVE WS-ENT-OFFSET-ACCOUNT TO RAGLM-OFFSET-ACCOUNT.
032800     MOVE WS-ENT-OFFSET-CC TO RAGLM-OFFSET-CC.
032900     MOVE WS-ENT-DESC TO RAGLM-DESC.
033000     MOVE WS-ENT-EFF-DATE TO RAGLM-EFF-DATE.
033100     MOVE WS-ENT-EXP-DATE TO RAGLM-EXP-DATE.
033200     GO TO 3100-EXIT.
033300 3100-EXIT.
033400     EXIT.
033500*-----------------------------------------------------------------
033600* 4000-CHANGE-ROW - LOOK UP THE KEY AND REPLACE THE ROW DATA
033700* WITH FRESHLY KEYED VALUES.
033800*-----------------------------------------------------------------
033900 4000-CHANGE-ROW.
034000     PERFORM 7000-EDIT-KEY-FIELDS
034100         THRU 7000-EXIT.
034200     IF WS-EDIT-INVALID
034300         PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT
034400         GO TO 4000-EXIT
034500     END-IF.
034600     MOVE WS-ENT-STATES TO RAGLM-STATES.
034700     MOVE WS-ENT-FLAG TO RAGLM-FLAG.
034800     READ RAGLMAP
034900         INVALID KEY
035000             MOVE 'ROW NOT FOUND' TO WS-MESSAGE
035100             PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT
035200             GO TO 4000-EXIT
035300     END-READ.
035400     DISPLAY WS-DATA-INPUT-SCREEN.
035500     ACCEPT WS-DATA-INPUT-SCREEN.
035600     PERFORM 7100-EDIT-ROW-FIELDS
035700         THRU 7100-EXIT.
035800     IF WS-EDIT-VALID
035900         PERFORM 3100-BUILD-ROW-FIELDS THRU 3100-EXIT
036000         REWRITE RAGLM-RECORD
036100         END-REWRITE
036200         MOVE 'ROW CHANGED' TO WS-MESSAGE
036300     END-IF.
036400     PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT.
036500     GO TO 4000-EXIT.
036600 4000-EXIT.
036700     EXIT.
036800*-----------------------------------------------------------------
036900* 5000-INQUIRE-ROW - LOOK UP THE KEY AND DISPLAY THE ROW.
037000*-----------------------------------------------------------------
037100 5000-INQUIRE-ROW.
037200     PERFORM 7000-EDIT-KEY-FIELDS
037300         THRU 7000-EXIT.
037400     IF WS-EDIT-INVALID
037500         PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT
037600         GO TO 5000-EXIT
037700     END-IF.
037800     MOVE WS-ENT-STATES TO RAGLM-STATES.
037900     MOVE WS-ENT-FLAG TO RAGLM-FLAG.
038000     READ RAGLMAP
038100         INVALID KEY
038200             MOVE 'ROW NOT FOUND' TO WS-MESSAGE
038300         NOT INVALID KEY
038400             MOVE RAGLM-GL-ACCOUNT TO WS-ENT-GL-ACCOUNT
038500             MOVE RAGLM-COST-CENTER TO WS-ENT-COST-CENTER
038600             MOVE RAGLM-OFFSET-ACCOUNT TO WS-ENT-OFFSET-ACCOUNT
038700             MOVE RAGLM-OFFSET-CC TO WS-ENT-OFFSET-CC
038800             MOVE RAGLM-DESC TO WS-ENT-DESC
038900             MOVE RAGLM-EFF-DATE TO WS-ENT-EFF-DATE
039000             MOVE RAGLM-EXP-DATE TO WS-ENT-EXP-DATE
039100             DISPLAY WS-DATA-DISPLAY-SCREEN
039200             MOVE 'ROW FOUND - SEE ABOVE' TO WS-MESSAGE
039300     END-READ.
039400     PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT.
039500     GO TO 5000-EXIT.
039600 5000-EXIT.
039700     EXIT.
039800*-----------------------------------------------------------------
039900* 6000-DELETE-ROW - LOOK UP THE KEY AND REMOVE THE ROW.  PREFER
040000* KEYING AN EXPIRY DATE ON A CHANGE; DELETE IS FOR ROWS KEYED
040100* IN ERROR.
040200*-----------------------------------------------------------------
040300 6000-DELETE-ROW.
040400     PERFORM 7000-EDIT-KEY-FIELDS
040500         THRU 7000-EXIT.
040600     IF WS-EDIT-INVALID
040700         PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT
040800         GO TO 6000-EXIT
040900     END-IF.
041000     MOVE WS-ENT-STATES TO RAGLM-STATES.
041100     MOVE WS-ENT-FLAG TO RAGLM-FLAG.
041200     READ RAGLMAP
041300         INVALID KEY
041400             MOVE 'ROW NOT FOUND' TO WS-MESSAGE
041500         NOT INVALID KEY
041600             DELETE RAGLMAP RECORD
041700             END-DELETE
041800             MOVE 'ROW DELETED' TO WS-MESSAGE
041900     END-READ.
042000     PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT.
042100     GO TO 6000-EXIT.
042200 6000-EXIT.
042300     EXIT.
042400*-----------------------------------------------------------------
042500* 7000-EDIT-KEY-FIELDS - STATES AND FLAG MUST NOT BE BLANK, AND
042600* STATES ** IS ONLY THE SUSPENSE ROW WITH FLAG **; NO OTHER
042700* ROW UNDER STATES ** WOULD EVER BE READ.
042800*-----------------------------------------------------------------
042900 7000-EDIT-KEY-FIELDS.
043000     SET WS-EDIT-VALID TO TRUE.
043100     IF WS-ENT-STATES = SPACES OR WS-ENT-FLAG = SPACES
043200         SET WS-EDIT-INVALID TO TRUE
043300         MOVE 'STATES AND FLAG REQUIRED' TO WS-MESSAGE
043400         GO TO 7000-EXIT
043500     END-IF.
043600     IF WS-ENT-STATES = '**' AND WS-ENT-FLAG NOT = '**'
043700         SET WS-EDIT-INVALID TO TRUE
043800         MOVE 'STATES ** ONLY WITH FLAG **' TO WS-MESSAGE
043900     END-IF.
044000     GO TO 7000-EXIT.
044100 7000-EXIT.
044200     EXIT.
044300*-----------------------------------------------------------------
044400* 7100-EDIT-ROW-FIELDS - BOTH THE DEBIT AND THE OFFSET ACCOUNT
044500* MUST BE KEYED, OR RARPT150 COULD NOT POST A BALANCED ENTRY,
044600* AND AN EXPIRY DATE MAY NOT PRECEDE THE EFFECTIVE DATE.
044700*-----------------------------------------------------------------
044800 7100-EDIT-ROW-FIELDS.
044900     SET WS-EDIT-VALID TO TRUE.
045000     IF WS-ENT-GL-ACCOUNT = SPACES
045100         OR WS-ENT-OFFSET-ACCOUNT = SPACES
045200         SET WS-EDIT-INVALID TO TRUE
045300         MOVE 'GL AND OFFSET ACCOUNT REQUIRED' TO WS-MESSAGE
045400         GO TO 7100-EXIT
045500     END-IF.
045600     IF WS-ENT-EXP-DATE NOT = ZERO
045700         AND WS-ENT-EXP-DATE < WS-ENT-EFF-DATE
045800         SET WS-EDIT-INVALID TO TRUE
045900         MOVE 'EXPIRY DATE BEFORE EFFECTIVE DATE' TO WS-MESSAGE
046000     END-IF.
046100     GO TO 7100-EXIT.
046200 7100-EXIT.
046300     EXIT.
046400*-----------------------------------------------------------------
046500* 8000-TERMINATE - CLOSE THE ACCOUNT-MAPPING TABLE.
046600*-----------------------------------------------------------------
046700 8000-TERMINATE.
046800     CLOSE RAGLMAP.
046900     GO TO 8000-EXIT.
047000 8000-EXIT.
047100     EXIT.
