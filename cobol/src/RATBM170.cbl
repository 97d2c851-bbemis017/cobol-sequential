001600     EXPIRY DATE ON A CHANGE RATHER THAN DELETING THE ROW, SO
001700     HISTORY RUNS STILL KNOW IT WAS ONCE VALID.  RUNS AS A
001800     CONVERSATIONAL LOOP UNTIL THE OPERATOR KEYS THE EXIT CODE.
001900     SEE RATBL175 FOR THE PRINTED TABLE LISTING.  THE OPERATOR
001910     SIGNS ON AGAINST THE RASECUR SECURITY FILE (RASECREC.CPY)
001920     FIRST; INQUIRY NEEDS LEVEL 1 AND ADD, CHANGE OR DELETE NEEDS
001930     LEVEL 4 (REFERENCE-TABLE ADMIN).
002000*-----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*   2026-08-22  BB  ORIGINAL VERSION.
002210*   2026-10-15  BB  OPERATOR SIGN-ON AGAINST THE RASECUR SECURITY
002220*       FILE (RASECREC.CPY) BEFORE THE FIRST MENU, THREE TRIES.
002230*       ADD, CHANGE AND DELETE NEED REFERENCE-TABLE ADMIN
002240*       AUTHORITY (LEVEL 4); INQUIRY IS OPEN TO ANY OPERATOR.
002300*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS RATBL-KEY.
003310     SELECT RASECUR ASSIGN TO "RASECUR"
003320         ORGANIZATION IS INDEXED
003330         ACCESS MODE IS RANDOM
003340         RECORD KEY IS RASEC-USER-ID.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  RATABLE.
003700 COPY "RATBLREC.CPY".
003710 FD  RASECUR.
003720 COPY "RASECREC.CPY".
003800 WORKING-STORAGE SECTION.
003900 01  WS-SWITCHES.
004000     05  WS-EXIT-SW                  PIC X(01) VALUE 'N'.
004200     05  WS-EDIT-SW                  PIC X(01) VALUE 'N'.
004300         88  WS-EDIT-VALID           VALUE 'Y'.
004400         88  WS-EDIT-INVALID         VALUE 'N'.
004410     05  WS-SIGNON-SW                PIC X(01) VALUE 'N'.
004420         88  WS-SIGNED-ON            VALUE 'Y'.
004430     05  WS-AUTH-SW                  PIC X(01) VALUE 'Y'.
004440         88  WS-AUTH-OK              VALUE 'Y'.
004450         88  WS-AUTH-REFUSED         VALUE 'N'.
004500 01  WS-TRAN-CODE                    PIC X(01).
004600 01  WS-MESSAGE                      PIC X(40) VALUE SPACES.
004700 01  WS-ENTRY-FIELDS.
005100     05  WS-ENT-DESC                 PIC X(20).
005200     05  WS-ENT-EFF-DATE             PIC 9(08).
005300     05  WS-ENT-EXP-DATE             PIC 9(08).
005310 01  WS-SIGNON-FIELDS.
005320     05  WS-SIGNON-USER              PIC X(08) VALUE SPACES.
005330     05  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
005340     05  WS-SIGNON-TRIES             PIC 9(04) COMP VALUE ZERO.
005350     05  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
005360     05  WS-OPERATOR-LEVEL           PIC 9(01) VALUE ZERO.
005370     05  WS-REQUIRED-LEVEL           PIC 9(01) VALUE ZERO.
005380         88  WS-NEED-INQUIRY         VALUE 1.
005390         88  WS-NEED-TABLE-ADMIN     VALUE 4.
005400 SCREEN SECTION.
005409 01  WS-SIGNON-SCREEN.
005418     05  BLANK SCREEN.
005427     05  LINE 01 COL 01 VALUE 'RATBM170 OPERATOR SIGN-ON'.
005436     05  LINE 03 COL 01 VALUE 'USER ID  :'.
005445     05  LINE 03 COL 12 PIC X(08) TO WS-SIGNON-USER.
005454     05  LINE 04 COL 01 VALUE 'PASSWORD :'.
005463     05  LINE 04 COL 12 PIC X(08) TO WS-SIGNON-PASSWORD
005472         SECURE.
005481     05  LINE 22 COL 01 VALUE 'MESSAGE:'.
005490     05  LINE 22 COL 10 PIC X(40) FROM WS-MESSAGE.
005500 01  WS-MENU-SCREEN.
005600     05  BLANK SCREEN.
005700     05  LINE 01 COL 01 VALUE 'RATBM170 REFERENCE TABLE MAINT'.
005710     05  LINE 01 COL 41 VALUE 'OPERATOR:'.
005720     05  LINE 01 COL 51 PIC X(08) FROM WS-OPERATOR-ID.
005800     05  LINE 03 COL 01
005900         VALUE 'TRAN (A ADD, C CHG, I INQ, D DEL, X EXIT):'.
006000     05  LINE 03 COL 45 PIC X(01) TO WS-TRAN-CODE.
009400         THRU 8000-EXIT.
009500     STOP RUN.
009600*-----------------------------------------------------------------
009700* 1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE
009710* REFERENCE TABLE FOR ONLINE UPDATE.
009800*-----------------------------------------------------------------
009900 1000-INITIALIZE.
009910     PERFORM 1200-SIGN-ON-OPERATOR
009920         THRU 1200-EXIT.
010000     OPEN I-O RATABLE.
010100     GO TO 1000-EXIT.
010200 1000-EXIT.
010202     EXIT.
010204*-----------------------------------------------------------------
010206* 1200-SIGN-ON-OPERATOR - PROMPT FOR USER ID AND PASSWORD AND
010208* CHECK THEM AGAINST THE RASECUR SECURITY FILE.  THE OPERATOR
010210* GETS THREE TRIES; A THIRD FAILURE ENDS THE SESSION BEFORE THE
010212* TABLE IS OPENED.  A GOOD SIGN-ON KEEPS THE USER ID AND THE
010214* AUTHORITY LEVEL.
010216*-----------------------------------------------------------------
010218 1200-SIGN-ON-OPERATOR.
010220     OPEN INPUT RASECUR.
010222     MOVE SPACES TO WS-MESSAGE.
010224     PERFORM 1210-SIGN-ON-ATTEMPT
010226         THRU 1210-EXIT
010228         UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3.
010230     CLOSE RASECUR.
010232     IF NOT WS-SIGNED-ON
010234         DISPLAY 'RATBM170 SIGN-ON FAILED - SESSION ENDED'
010236         MOVE 16 TO RETURN-CODE
010238         STOP RUN
010240     END-IF.
010242     GO TO 1200-EXIT.
010244 1200-EXIT.
010246     EXIT.
010248 1210-SIGN-ON-ATTEMPT.
010250     ADD 1 TO WS-SIGNON-TRIES.
010252     MOVE SPACES TO WS-SIGNON-USER.
010254     MOVE SPACES TO WS-SIGNON-PASSWORD.
010256     DISPLAY WS-SIGNON-SCREEN.
010258     ACCEPT WS-SIGNON-SCREEN.
010260     MOVE WS-SIGNON-USER TO RASEC-USER-ID.
010262     READ RASECUR
010264         INVALID KEY
010266             MOVE 'SIGN-ON REFUSED - USER OR PASSWORD'
010268                 TO WS-MESSAGE
010270             GO TO 1210-EXIT
010272     END-READ.
010274     IF RASEC-PASSWORD NOT = WS-SIGNON-PASSWORD
010276         MOVE 'SIGN-ON REFUSED - USER OR PASSWORD' TO WS-MESSAGE
010278         GO TO 1210-EXIT
010280     END-IF.
010282     IF NOT RASEC-STATUS-ACTIVE OR NOT RASEC-LEVEL-VALID
010284         MOVE 'SIGN-ON REFUSED - USER ID NOT ACTIVE' TO WS-MESSAGE
010286         GO TO 1210-EXIT
010288     END-IF.
010290     MOVE RASEC-USER-ID TO WS-OPERATOR-ID.
010292     MOVE RASEC-AUTH-LEVEL TO WS-OPERATOR-LEVEL.
010294     SET WS-SIGNED-ON TO TRUE.
010296     GO TO 1210-EXIT.
010298 1210-EXIT.
010300     EXIT.
010400*-----------------------------------------------------------------
010500* 2000-PROCESS-TRANSACTION - PRESENT THE MENU, THEN ROUTE TO THE
010900     MOVE SPACES TO WS-MESSAGE.
011000     DISPLAY WS-MENU-SCREEN.
011100     ACCEPT WS-MENU-SCREEN.
011106     EVALUATE WS-TRAN-CODE
011112         WHEN 'A'
011118         WHEN 'C'
011124         WHEN 'D'
011130             SET WS-NEED-TABLE-ADMIN TO TRUE
011136         WHEN OTHER
011142             SET WS-NEED-INQUIRY TO TRUE
011148     END-EVALUATE.
011154     PERFORM 2300-CHECK-AUTHORITY
011160         THRU 2300-EXIT.
011166     IF WS-AUTH-REFUSED
011172         PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT
011178         GO TO 2000-EXIT
011184     END-IF.
011200     EVALUATE WS-TRAN-CODE
011300         WHEN 'X'
011400             SET WS-EXIT-REQUESTED TO TRUE
014800     DISPLAY WS-MENU-SCREEN.
014900     GO TO 2200-EXIT.
015000 2200-EXIT.
015006     EXIT.
015012*-----------------------------------------------------------------
015018* 2300-CHECK-AUTHORITY - REFUSE A FUNCTION THAT NEEDS A HIGHER
015024* LEVEL THAN THE SIGNED-ON OPERATOR HOLDS.  THE CALLER HAS SET
015030* WS-REQUIRED-LEVEL FOR THE FUNCTION KEYED.
015036*-----------------------------------------------------------------
015042 2300-CHECK-AUTHORITY.
015048     SET WS-AUTH-OK TO TRUE.
015054     IF WS-OPERATOR-LEVEL < WS-REQUIRED-LEVEL
015060         SET WS-AUTH-REFUSED TO TRUE
015066         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO WS-MESSAGE
015072     END-IF.
015078     GO TO 2300-EXIT.
015084 2300-EXIT.
015100     EXIT.
015200*-----------------------------------------------------------------
015300* 3000-ADD-ROW - EDIT THE KEY, PROMPT FOR THE ROW DATA, AND ADD
