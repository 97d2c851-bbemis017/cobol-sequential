001300     THAT THE BATCH EDIT RUN (RAEDT010) USES, SO A BAD KEY NEVER
001400     MAKES IT ONTO THE MASTER THROUGH THIS PATH EITHER.  RUNS AS A
001500     CONVERSATIONAL LOOP UNTIL THE OPERATOR KEYS THE EXIT CODE.
001510     THE OPERATOR SIGNS ON AGAINST THE RASECUR SECURITY FILE
001520     (RASECREC.CPY) FIRST; INQUIRY NEEDS LEVEL 1 AND ADD, CHANGE
001530     OR DELETE NEEDS LEVEL 2 (MASTER UPDATE) OR ABOVE.
001600*-----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*   2026-08-09  BB  ORIGINAL VERSION.
001870*       LOADED AT START-UP - EFFECTIVE/EXPIRY DATES HONORED -
001880*       INSTEAD OF THE CONDITION NAMES HARD-CODED IN THE RECORD
001890*       COPYBOOK.  SEE RATBM170 FOR TABLE MAINTENANCE.
001891*   2026-10-15  BB  BUSINESS DATE (JRNL-RUN-DATE AND THE RATABLE
001892*       EFFECTIVE-DATE TESTS) NOW TAKEN FROM THE RAPDATE
001893*       PROCESSING-DATE CONTROL RECORD (RAPDTREC.CPY) INSTEAD OF
001894*       THE SYSTEM CLOCK; A MISSING DATE STOPS THE RUN.
001895*   2026-10-15  BB  OPERATOR SIGN-ON AGAINST THE RASECUR SECURITY
001896*       FILE (RASECREC.CPY) BEFORE THE FIRST MENU, THREE TRIES.
001897*       ADD, CHANGE AND DELETE NEED MASTER-UPDATE AUTHORITY
001898*       (LEVEL 2); THE SIGNED-ON USER ID IS STAMPED ON EVERY
001899*       JOURNAL AFTER-IMAGE (JRNL-OPER-ID).
001900*-----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002940         ORGANIZATION IS INDEXED
002950         ACCESS MODE IS SEQUENTIAL
002960         RECORD KEY IS RATBL-KEY.
002970     SELECT RAPDATE ASSIGN TO "RAPDATE"
002980         ORGANIZATION IS SEQUENTIAL.
002984     SELECT RASECUR ASSIGN TO "RASECUR"
002988         ORGANIZATION IS INDEXED
002992         ACCESS MODE IS RANDOM
002996         RECORD KEY IS RASEC-USER-ID.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  RAMSTR.
003330 COPY "RAJRNREC.CPY".
003340 FD  RATABLE.
003350 COPY "RATBLREC.CPY".
003360 FD  RAPDATE
003370     RECORDING MODE IS F.
003380 01  RAPDATE-RECORD.
003390     05  FILLER                      PIC X(50).
003400 FD  RASECUR.
003410 COPY "RASECREC.CPY".
003800 WORKING-STORAGE SECTION.
003810 COPY "RAPDTREC.CPY".
003900 COPY "RAREC2.CPY".
004000 01  RECORD-A-PAYLOAD-VIEW REDEFINES RECORD-A2.
004100     05  FILLER                      PIC X(04).
004600     05  WS-EDIT-SW                  PIC X(01) VALUE 'N'.
004700         88  WS-EDIT-VALID           VALUE 'Y'.
004800         88  WS-EDIT-INVALID         VALUE 'N'.
004810     05  WS-SIGNON-SW                PIC X(01) VALUE 'N'.
004820         88  WS-SIGNED-ON            VALUE 'Y'.
004830     05  WS-AUTH-SW                  PIC X(01) VALUE 'Y'.
004840         88  WS-AUTH-OK              VALUE 'Y'.
004850         88  WS-AUTH-REFUSED         VALUE 'N'.
004900 01  WS-TRAN-CODE                    PIC X(01).
005000 01  WS-MESSAGE                      PIC X(40) VALUE SPACES.
005010 01  WS-CD-DATE                      PIC 9(08).
005056 01  WS-TBL-EOF-SW                   PIC X(01) VALUE 'N'.
005057     88  WS-TBL-EOF                  VALUE 'Y'.
005058 01  WS-TODAY-DATE                   PIC 9(08).
005062 01  WS-SIGNON-FIELDS.
005066     05  WS-SIGNON-USER              PIC X(08) VALUE SPACES.
005070     05  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
005074     05  WS-SIGNON-TRIES             PIC 9(04) COMP VALUE ZERO.
005078     05  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
005082     05  WS-OPERATOR-LEVEL           PIC 9(01) VALUE ZERO.
005086     05  WS-REQUIRED-LEVEL           PIC 9(01) VALUE ZERO.
005090         88  WS-NEED-INQUIRY         VALUE 1.
005094         88  WS-NEED-MSTR-UPDATE     VALUE 2.
005100 SCREEN SECTION.
005109 01  WS-SIGNON-SCREEN.
005118     05  BLANK SCREEN.
005127     05  LINE 01 COL 01 VALUE 'RAMNT090 OPERATOR SIGN-ON'.
005136     05  LINE 03 COL 01 VALUE 'USER ID  :'.
005145     05  LINE 03 COL 12 PIC X(08) TO WS-SIGNON-USER.
005154     05  LINE 04 COL 01 VALUE 'PASSWORD :'.
005163     05  LINE 04 COL 12 PIC X(08) TO WS-SIGNON-PASSWORD
005172         SECURE.
005181     05  LINE 22 COL 01 VALUE 'MESSAGE:'.
005190     05  LINE 22 COL 10 PIC X(40) FROM WS-MESSAGE.
005200 01  WS-MENU-SCREEN.
005300     05  BLANK SCREEN.
005400     05  LINE 01 COL 01 VALUE 'RAMNT090 RECORD-A MAINTENANCE'.
005410     05  LINE 01 COL 41 VALUE 'OPERATOR:'.
005420     05  LINE 01 COL 51 PIC X(08) FROM WS-OPERATOR-ID.
005500     05  LINE 03 COL 01
005600         VALUE 'TRAN (A ADD, C CHG, I INQ, D DEL, X EXIT):'.
005700     05  LINE 03 COL 45 PIC X(01) TO WS-TRAN-CODE.
009900         THRU 8000-EXIT.
010000     STOP RUN.
010100*-----------------------------------------------------------------
010200* 1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE MASTER
010210* FOR ONLINE UPDATE.
010300*-----------------------------------------------------------------
010400 1000-INITIALIZE.
010410     PERFORM 1200-SIGN-ON-OPERATOR
010420         THRU 1200-EXIT.
010500     OPEN I-O RAMSTR.
010510     OPEN OUTPUT RAJRNL.
010520     PERFORM 1900-GET-PROCESSING-DATE
010523         THRU 1900-EXIT.
010526     MOVE RAPDT-BUS-DATE TO WS-TODAY-DATE.
010530     PERFORM 1500-LOAD-REF-TABLE
010540         THRU 1500-EXIT.
010600     GO TO 1000-EXIT.
010700 1000-EXIT.
010702     EXIT.
010704*-----------------------------------------------------------------
010706* 1200-SIGN-ON-OPERATOR - PROMPT FOR USER ID AND PASSWORD AND
010708* CHECK THEM AGAINST THE RASECUR SECURITY FILE.  THE OPERATOR
010710* GETS THREE TRIES; A THIRD FAILURE ENDS THE SESSION BEFORE ANY
010712* FILE IS OPENED.  A GOOD SIGN-ON KEEPS THE USER ID (STAMPED ON
010714* EVERY JOURNAL AFTER-IMAGE) AND THE AUTHORITY LEVEL.
010716*-----------------------------------------------------------------
010718 1200-SIGN-ON-OPERATOR.
010720     OPEN INPUT RASECUR.
010722     MOVE SPACES TO WS-MESSAGE.
010724     PERFORM 1210-SIGN-ON-ATTEMPT
010726         THRU 1210-EXIT
010728         UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3.
010730     CLOSE RASECUR.
010732     IF NOT WS-SIGNED-ON
010734         DISPLAY 'RAMNT090 SIGN-ON FAILED - SESSION ENDED'
010736         MOVE 16 TO RETURN-CODE
010738         STOP RUN
010740     END-IF.
010742     GO TO 1200-EXIT.
010744 1200-EXIT.
010746     EXIT.
010748 1210-SIGN-ON-ATTEMPT.
010750     ADD 1 TO WS-SIGNON-TRIES.
010752     MOVE SPACES TO WS-SIGNON-USER.
010754     MOVE SPACES TO WS-SIGNON-PASSWORD.
010756     DISPLAY WS-SIGNON-SCREEN.
010758     ACCEPT WS-SIGNON-SCREEN.
010760     MOVE WS-SIGNON-USER TO RASEC-USER-ID.
010762     READ RASECUR
010764         INVALID KEY
010766             MOVE 'SIGN-ON REFUSED - USER OR PASSWORD'
010768                 TO WS-MESSAGE
010770             GO TO 1210-EXIT
010772     END-READ.
010774     IF RASEC-PASSWORD NOT = WS-SIGNON-PASSWORD
010776         MOVE 'SIGN-ON REFUSED - USER OR PASSWORD' TO WS-MESSAGE
010778         GO TO 1210-EXIT
010780     END-IF.
010782     IF NOT RASEC-STATUS-ACTIVE OR NOT RASEC-LEVEL-VALID
010784         MOVE 'SIGN-ON REFUSED - USER ID NOT ACTIVE' TO WS-MESSAGE
010786         GO TO 1210-EXIT
010788     END-IF.
010790     MOVE RASEC-USER-ID TO WS-OPERATOR-ID.
010792     MOVE RASEC-AUTH-LEVEL TO WS-OPERATOR-LEVEL.
010794     SET WS-SIGNED-ON TO TRUE.
010796     GO TO 1210-EXIT.
010798 1210-EXIT.
010800     EXIT.
010810*-----------------------------------------------------------------
010820* 1500-LOAD-REF-TABLE - LOAD THE VALID STATES AND FLAG ROWS FROM
010904 1600-EXIT.
010905     EXIT.
010906*-----------------------------------------------------------------
010911* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
010914* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
010917* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
010920* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
010923*-----------------------------------------------------------------
010926 1900-GET-PROCESSING-DATE.
010929     OPEN INPUT RAPDATE.
010932     READ RAPDATE INTO RAPDT-RECORD
010935         AT END
010938             DISPLAY 'RAMNT090 RAPDATE EMPTY - RUN STOPPED'
010941             MOVE 16 TO RETURN-CODE
010944             STOP RUN
010947     END-READ.
010950     CLOSE RAPDATE.
010953     IF RAPDT-BUS-DATE NOT NUMERIC
010956         OR RAPDT-BUS-DATE = ZERO
010959             DISPLAY 'RAMNT090 RAPDATE DATE INVALID - RUN STOPPED'
010962             MOVE 16 TO RETURN-CODE
010965             STOP RUN
010968     END-IF.
010971     GO TO 1900-EXIT.
010974 1900-EXIT.
010977     EXIT.
010980*-----------------------------------------------------------------
011000* 2000-PROCESS-TRANSACTION - PRESENT THE MENU, THEN ROUTE TO THE
011100* PARAGRAPH FOR THE TRANSACTION CODE KEYED.
011200*-----------------------------------------------------------------
011400     MOVE SPACES TO WS-MESSAGE.
011500     DISPLAY WS-MENU-SCREEN.
011600     ACCEPT WS-MENU-SCREEN.
011606     EVALUATE WS-TRAN-CODE
011612         WHEN 'A'
011618         WHEN 'C'
011624         WHEN 'D'
011630             SET WS-NEED-MSTR-UPDATE TO TRUE
011636         WHEN OTHER
011642             SET WS-NEED-INQUIRY TO TRUE
011648     END-EVALUATE.
011654     PERFORM 2300-CHECK-AUTHORITY
011660         THRU 2300-EXIT.
011666     IF WS-AUTH-REFUSED
011672         PERFORM 2200-SHOW-MESSAGE THRU 2200-EXIT
011678         GO TO 2000-EXIT
011684     END-IF.
011700     EVALUATE WS-TRAN-CODE
011800         WHEN 'X'
011900             SET WS-EXIT-REQUESTED TO TRUE
015300     DISPLAY WS-MENU-SCREEN.
015400     GO TO 2200-EXIT.
015500 2200-EXIT.
015506     EXIT.
015512*-----------------------------------------------------------------
015518* 2300-CHECK-AUTHORITY - REFUSE A FUNCTION THAT NEEDS A HIGHER
015524* LEVEL THAN THE SIGNED-ON OPERATOR HOLDS.  THE CALLER HAS SET
015530* WS-REQUIRED-LEVEL FOR THE FUNCTION KEYED.
015536*-----------------------------------------------------------------
015542 2300-CHECK-AUTHORITY.
015548     SET WS-AUTH-OK TO TRUE.
015554     IF WS-OPERATOR-LEVEL < WS-REQUIRED-LEVEL
015560         SET WS-AUTH-REFUSED TO TRUE
015566         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO WS-MESSAGE
015572     END-IF.
015578     GO TO 2300-EXIT.
015584 2300-EXIT.
015600     EXIT.
015700*-----------------------------------------------------------------
015800* 3000-ADD-RECORD - EDIT THE KEY, PROMPT FOR THE REMAINING DATA,
026453     MOVE RAMSTR-KEY-FLAG TO JRNL-FLAG.
026454     MOVE RAMSTR-DATA TO JRNL-DATA.
026455     MOVE RAMSTR-SOURCE TO JRNL-SOURCE.
026456     MOVE WS-OPERATOR-ID TO JRNL-OPER-ID.
026457     ACCEPT WS-CD-TIME FROM TIME.
026458     MOVE RAPDT-BUS-DATE TO JRNL-RUN-DATE.
026459     MOVE WS-CD-TIME TO JRNL-RUN-TIME.
026460     MOVE WS-JOB-NAME TO JRNL-JOB-NAME.
026461     WRITE JRNL-RECORD.
