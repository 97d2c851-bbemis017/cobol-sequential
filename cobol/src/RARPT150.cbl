002000     REPORT CAN STILL BE RUN ALONE.  THE THREE ORIGINAL PROGRAMS
002100     REMAIN FOR STAND-ALONE USE.  A LABELED RAIN IS VERIFIED
002200     AGAINST ITS TRAILER (RACTLREC.CPY CONVENTION).
002208     THE SAME PASS ALSO BUILDS THE GENERAL-LEDGER INTERFACE FILE
002216     RAGLOUT (RAGLEREC.CPY): THE DECIMAL TOTAL OF EVERY
002224     STATES/FLAG PAIR IS MAPPED THROUGH THE RAGLMAP ACCOUNT
002232     TABLE (RAGLMREC.CPY) AND POSTED AS A DEBIT TO THE MAPPED
002240     ACCOUNT AND AN OFFSETTING CREDIT, BETWEEN A HEADER AND A
002248     TRAILER CARRYING THE LINE COUNT AND DEBIT/CREDIT TOTALS.
002256     SYSIN COL 22 = 'N' TURNS THE GL FILE OFF; IT IS ALSO OFF
002264     WHENEVER THE DECIMAL REPORT IS OFF OR A SEQUENCE RANGE IS
002272     SELECTED, SINCE ONLY THE WHOLE NIGHT MAY REACH THE LEDGER.
002280     THE AMOUNT SENT AND THE AMOUNT REPORTED ARE BOTH POSTED TO
002288     RARUN FOR RABAL160 TO PROVE.
002300*-----------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*   2026-08-22  BB  ORIGINAL VERSION.
002595*       (RAREC2.CPY): 45-BYTE STREAM RECORDS; THE DECIMAL
002596*       CONTROL TOTALS WIDENED TO S9(11)V99 WITH THE REPORT
002597*       PICTURES TO MATCH.
002607*   2026-10-15  BB  RARUN-RUN-DATE NOW TAKEN FROM THE RAPDATE
002617*       PROCESSING-DATE CONTROL RECORD (RAPDTREC.CPY) INSTEAD OF
002627*       THE SYSTEM CLOCK; A MISSING DATE STOPS THE RUN.
002628*   2026-10-15  BB  GENERAL-LEDGER INTERFACE FILE RAGLOUT
002629*       (RAGLEREC.CPY) BUILT IN THE SAME PASS FROM THE DECIMAL
002630*       TOTALS BY STATES/FLAG, MAPPED THROUGH THE RAGLMAP
002631*       ACCOUNT TABLE (RAGLMREC.CPY) INTO BALANCED DEBIT AND
002632*       OFFSETTING CREDIT LINES WITH HEADER/TRAILER CONTROL
002633*       TOTALS; SYSIN COL 22 = 'N' TURNS IT OFF.  STEP RECORDS
002634*       FOR THE AMOUNT REPORTED (RADRPT) AND THE AMOUNT SENT
002635*       (RAGLOUT) ARE NOW POSTED TO RARUN FOR RABAL160.
002645*   2026-10-15  BB  THE RUN-CONTROL STEP RECORDS NOW CARRY
002655*       THE TIME THE STEP STARTED (RARUN-START-TIME) AS WELL
002665*       AS THE TIME IT ENDED, FOR THE RAHST250 RUN HISTORY.
002675*       RARUN GREW FROM 53 TO 59 BYTES.
002677*   2026-10-15  BB  THE RAGLOUT STEP RECORD IS POSTED EVERY
002679*       RUN, MARKED NOT SENT WHEN THE GL FILE IS
002681*       OFF, SO RABAL160 DOES NOT FLAG IT MISSING.
002685*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003900     SELECT RASRPT ASSIGN TO "RASRPT"
004000         ORGANIZATION IS SEQUENTIAL.
004010     SELECT RARUN ASSIGN TO "RARUN"
004011         ORGANIZATION IS SEQUENTIAL.
004012     SELECT RAPDATE ASSIGN TO "RAPDATE"
004013         ORGANIZATION IS SEQUENTIAL.
004014     SELECT RAGLMAP ASSIGN TO "RAGLMAP"
004015         ORGANIZATION IS INDEXED
004016         ACCESS MODE IS RANDOM
004017         RECORD KEY IS RAGLM-KEY.
004018     SELECT RAGLOUT ASSIGN TO "RAGLOUT"
004020         ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
005410 FD  RARUN
005420     RECORDING MODE IS F.
005430 01  RARUN-OUT-RECORD.
005440     05  FILLER                      PIC X(59).
005450 FD  RAPDATE
005460     RECORDING MODE IS F.
005470 01  RAPDATE-RECORD.
005480     05  FILLER                      PIC X(50).
005482 FD  RAGLMAP.
005484 COPY "RAGLMREC.CPY".
005486 FD  RAGLOUT
005488     RECORDING MODE IS F.
005490 01  RAGLOUT-RECORD.
005492     05  FILLER                      PIC X(80).
005500 WORKING-STORAGE SECTION.
005510 COPY "RAREC2.CPY".
005600 COPY "RACTLREC.CPY".
005610 COPY "RARUNREC.CPY".
005620 COPY "RAPDTREC.CPY".
005630 COPY "RAGLEREC.CPY".
005700 01  WS-LABEL-FIELDS.
005800     05  WS-FIRST-READ-SW            PIC X(01) VALUE 'Y'.
005900     05  WS-LABELED-SW               PIC X(01) VALUE 'N'.
007300         88  WS-DEC-RPT-ON           VALUE 'Y'.
007400     05  WS-SGN-RPT-SW               PIC X(01) VALUE 'Y'.
007500         88  WS-SGN-RPT-ON           VALUE 'Y'.
007510     05  WS-GL-FILE-SW               PIC X(01) VALUE 'Y'.
007520         88  WS-GL-FILE-ON           VALUE 'Y'.
007530     05  WS-GLFND-SW                 PIC X(01) VALUE 'N'.
007540         88  WS-GL-POSITIONED        VALUE 'Y'.
007550     05  WS-GLMAP-SW                 PIC X(01) VALUE 'N'.
007560         88  WS-GLMAP-FOUND          VALUE 'Y'.
007600     05  WS-FSFND-SW                 PIC X(01) VALUE 'N'.
007700         88  WS-FS-POSITIONED        VALUE 'Y'.
007800     05  WS-STFND-SW                 PIC X(01) VALUE 'N'.
008940     05  WS-SEL-TO-SEQ               PIC X(09).
008950     05  WS-SEL-TO-SEQ-N REDEFINES WS-SEL-TO-SEQ
008960                                     PIC 9(09).
009000     05  WS-PARM-GL-FILE             PIC X(01).
009010     05  FILLER                      PIC X(58).
009100 01  WS-CURR-FLAG-GROUP              PIC X(01).
009200 01  WS-FLAG-GROUP-NAMES.
009300     05  WS-NAME-FLAG-A              PIC X(08) VALUE 'FLAG-A'.
011300         10  ST-TOTAL                PIC S9(11)V99 COMP-3.
011400 01  WS-ST-SUB                       PIC 9(04) COMP VALUE ZERO.
011500 01  WS-ST-SHIFT                     PIC 9(04) COMP VALUE ZERO.
011504 01  WS-GL-TABLE.
011508     05  WS-GL-COUNT                 PIC 9(04) COMP VALUE ZERO.
011512     05  WS-GL-ENTRY                 OCCURS 500 TIMES.
011516         10  GL-KEY.
011520             15  GL-STATES           PIC X(02).
011524             15  GL-FLAG             PIC X(02).
011528         10  GL-TOTAL                PIC S9(11)V99 COMP-3.
011532         10  GL-REC-COUNT            PIC 9(09) COMP.
011536 01  WS-GL-SUB                       PIC 9(04) COMP VALUE ZERO.
011540 01  WS-GL-SHIFT                     PIC 9(04) COMP VALUE ZERO.
011544 01  WS-GL-WORK-KEY.
011548     05  WS-GL-WORK-STATES           PIC X(02).
011552     05  WS-GL-WORK-FLAG             PIC X(02).
011556 01  WS-GL-FIELDS.
011560     05  WS-GL-LINE-NBR              PIC 9(06) VALUE ZERO.
011564     05  WS-GL-SRC-COUNT             PIC 9(09) COMP VALUE ZERO.
011568     05  WS-GL-SUSP-COUNT            PIC 9(09) COMP VALUE ZERO.
011572     05  WS-GL-DR-TOTAL              PIC 9(13)V9(02) VALUE ZERO.
011576     05  WS-GL-CR-TOTAL              PIC 9(13)V9(02) VALUE ZERO.
011580     05  WS-GL-SENT                  PIC 9(11)V9(02) VALUE ZERO.
011584     05  WS-GL-AMOUNT                PIC 9(11)V9(02) VALUE ZERO.
011600 01  WS-GRAND-TOTAL                  PIC S9(11)V99 COMP-3
011700                                      VALUE ZERO.
011800 01  WS-FLAG-COUNT                   PIC 9(09) COMP VALUE ZERO.
011810 01  WS-IN-HASH                      PIC 9(11)V9(02) VALUE ZERO.
011820 01  WS-CD-DATE                      PIC 9(08).
011830 01  WS-CD-TIME                      PIC 9(06).
011835 01  WS-START-TIME                   PIC 9(06).
011840 01  WS-JOB-NAME                     PIC X(08) VALUE 'RARPT150'.
011900 01  WS-PRIOR-GROUP                  PIC X(01).
012000 01  WS-FHEADING-1.
019400 01  WS-STOTAL-LINE-4.
019500     05  FILLER PIC X(24) VALUE 'MINUS-VAL ZERO (WARN) . '.
019600     05  WS-ST-TOT-MZERO             PIC ZZZZZZZZ9.
019605     05  FILLER                      PIC X(99) VALUE SPACES.
019610 01  WS-GTOTAL-LINE-1.
019615     05  FILLER PIC X(24) VALUE 'GL LINES WRITTEN ..... '.
019620     05  WS-GT-LINES                 PIC ZZZZZZZZ9.
019625     05  FILLER                      PIC X(99) VALUE SPACES.
019630 01  WS-GTOTAL-LINE-2.
019635     05  FILLER PIC X(24) VALUE 'GL DEBITS ............ '.
019640     05  WS-GT-DEBITS                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019645     05  FILLER                      PIC X(88) VALUE SPACES.
019650 01  WS-GTOTAL-LINE-3.
019655     05  FILLER PIC X(24) VALUE 'GL CREDITS ........... '.
019660     05  WS-GT-CREDITS               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019665     05  FILLER                      PIC X(88) VALUE SPACES.
019670 01  WS-GTOTAL-LINE-4.
019675     05  FILLER PIC X(24) VALUE 'PAIRS TO SUSPENSE .... '.
019680     05  WS-GT-SUSPENSE              PIC ZZZZZZZZ9.
019700     05  FILLER                      PIC X(99) VALUE SPACES.
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE.
020600         THRU 4000-EXIT.
020700     PERFORM 5000-PRODUCE-DEC-REPORT
020800         THRU 5000-EXIT.
020810     PERFORM 5500-PRODUCE-GL-FILE
020820         THRU 5500-EXIT.
020900     PERFORM 8000-TERMINATE
021000         THRU 8000-EXIT.
021100     STOP RUN.
021400* THE HEADINGS FOR THE REPORTS THAT ARE ON, PRIME THE READ.
021500*-----------------------------------------------------------------
021600 1000-INITIALIZE.
021605     ACCEPT WS-START-TIME FROM TIME.
021610     PERFORM 1900-GET-PROCESSING-DATE
021620         THRU 1900-EXIT.
021700     ACCEPT WS-PARM-CARD FROM SYSIN.
021800     IF WS-PARM-FLAG-RPT = 'N'
021900         MOVE 'N' TO WS-FLAG-RPT-SW
022300     END-IF.
022400     IF WS-PARM-SGN-RPT = 'N'
022500         MOVE 'N' TO WS-SGN-RPT-SW
022507     END-IF.
022514     IF WS-PARM-GL-FILE = 'N'
022521         MOVE 'N' TO WS-GL-FILE-SW
022528     END-IF.
022535     IF WS-GL-FILE-ON AND NOT WS-DEC-RPT-ON
022542         DISPLAY 'RARPT150 DECIMAL REPORT OFF - NO GL FILE'
022549         MOVE 'N' TO WS-GL-FILE-SW
022556     END-IF.
022563     IF WS-GL-FILE-ON
022570         AND (WS-SEL-FROM-SEQ NUMERIC OR WS-SEL-TO-SEQ NUMERIC)
022577         DISPLAY 'RARPT150 SEQUENCE RANGE SELECTED - NO GL FILE'
022584         MOVE 'N' TO WS-GL-FILE-SW
022600     END-IF.
022700     OPEN INPUT RAIN.
022800     OPEN OUTPUT RAFRPT.
022900     OPEN OUTPUT RADRPT.
023000     OPEN OUTPUT RASRPT.
023010     IF WS-GL-FILE-ON
023020         OPEN INPUT RAGLMAP
023030         OPEN OUTPUT RAGLOUT
023040     END-IF.
023100     IF WS-FLAG-RPT-ON
023200         WRITE RAFRPT-LINE FROM WS-FHEADING-1
023300         WRITE RAFRPT-LINE FROM WS-FHEADING-2
024400         THRU 7000-EXIT.
024500     GO TO 1000-EXIT.
024600 1000-EXIT.
024604     EXIT.
024608*-----------------------------------------------------------------
024612* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
024616* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
024620* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
024624* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
024628*-----------------------------------------------------------------
024632 1900-GET-PROCESSING-DATE.
024636     OPEN INPUT RAPDATE.
024640     READ RAPDATE INTO RAPDT-RECORD
024644         AT END
024648             DISPLAY 'RARPT150 RAPDATE EMPTY - RUN STOPPED'
024652             MOVE 16 TO RETURN-CODE
024656             STOP RUN
024660     END-READ.
024664     CLOSE RAPDATE.
024668     IF RAPDT-BUS-DATE NOT NUMERIC
024672         OR RAPDT-BUS-DATE = ZERO
024676             DISPLAY 'RARPT150 RAPDATE DATE INVALID - RUN STOPPED'
024680             MOVE 16 TO RETURN-CODE
024684             STOP RUN
024688     END-IF.
024692     GO TO 1900-EXIT.
024696 1900-EXIT.
024700     EXIT.
024800*-----------------------------------------------------------------
024900* 2000-PROCESS-RECORD - ONE TRIP THROUGH THE DATA: POST THE FLAG
026200     IF WS-SGN-RPT-ON
026300         PERFORM 2300-CHECK-SIGNS
026400             THRU 2300-EXIT
026410     END-IF.
026420     IF WS-GL-FILE-ON
026430         PERFORM 2400-POST-GL-TABLE
026440             THRU 2400-EXIT
026500     END-IF.
026510 2000-NEXT.
026600     PERFORM 7000-READ-NEXT-RECORD
042900     WRITE RASRPT-LINE FROM WS-SDETAIL-LINE.
043000     GO TO 2350-EXIT.
043100 2350-EXIT.
043101     EXIT.
043102*-----------------------------------------------------------------
043103* 2400-POST-GL-TABLE - ACCUMULATE THE DECIMAL TOTAL AND RECORD
043104* COUNT FOR THE STATES/FLAG PAIR THE LEDGER IS POSTED BY, WITH
043105* THE SAME ROUNDED RULE, INSERTING THE PAIR IN KEY ORDER ON
043106* FIRST SIGHT.
043107*-----------------------------------------------------------------
043108 2400-POST-GL-TABLE.
043109     MOVE RA2-STATES TO WS-GL-WORK-STATES.
043110     MOVE RA2-FLAG TO WS-GL-WORK-FLAG.
043111     MOVE 'N' TO WS-GLFND-SW.
043112     MOVE 1 TO WS-GL-SUB.
043113     PERFORM 2410-SCAN-GL-TABLE
043114         THRU 2410-EXIT
043115         UNTIL WS-GL-POSITIONED OR WS-GL-SUB > WS-GL-COUNT.
043116     IF WS-GL-POSITIONED
043117         IF GL-KEY (WS-GL-SUB) = WS-GL-WORK-KEY
043118             ADD RA2-DECIMAL TO GL-TOTAL (WS-GL-SUB) ROUNDED
043119             ADD 1 TO GL-REC-COUNT (WS-GL-SUB)
043120             GO TO 2400-EXIT
043121         END-IF
043122     END-IF.
043123     IF WS-GL-COUNT >= 500
043124         DISPLAY 'RARPT150 GL TABLE FULL - RUN STOPPED'
043125         MOVE 16 TO RETURN-CODE
043126         STOP RUN
043127     END-IF.
043128     MOVE WS-GL-COUNT TO WS-GL-SHIFT.
043129     PERFORM 2420-SHIFT-GL-ENTRY
043130         THRU 2420-EXIT
043131         UNTIL WS-GL-SHIFT < WS-GL-SUB.
043132     ADD 1 TO WS-GL-COUNT.
043133     MOVE WS-GL-WORK-KEY TO GL-KEY (WS-GL-SUB).
043134     MOVE ZERO TO GL-TOTAL (WS-GL-SUB).
043135     ADD RA2-DECIMAL TO GL-TOTAL (WS-GL-SUB) ROUNDED.
043136     MOVE 1 TO GL-REC-COUNT (WS-GL-SUB).
043137     GO TO 2400-EXIT.
043138 2400-EXIT.
043139     EXIT.
043140 2410-SCAN-GL-TABLE.
043141     IF GL-KEY (WS-GL-SUB) >= WS-GL-WORK-KEY
043142         SET WS-GL-POSITIONED TO TRUE
043143     ELSE
043144         ADD 1 TO WS-GL-SUB
043145     END-IF.
043146     GO TO 2410-EXIT.
043147 2410-EXIT.
043148     EXIT.
043149 2420-SHIFT-GL-ENTRY.
043150     MOVE WS-GL-ENTRY (WS-GL-SHIFT)
043151         TO WS-GL-ENTRY (WS-GL-SHIFT + 1).
043152     SUBTRACT 1 FROM WS-GL-SHIFT.
043153     GO TO 2420-EXIT.
043154 2420-EXIT.
043200     EXIT.
043300*-----------------------------------------------------------------
043400* 4000-PRODUCE-FLAG-REPORT - WALK THE ORDERED FLAG TABLE AND
051400     ADD 1 TO WS-ST-SUB.
051500     GO TO 5100-EXIT.
051600 5100-EXIT.
051601     EXIT.
051602*-----------------------------------------------------------------
051603* 5500-PRODUCE-GL-FILE - WRITE THE LEDGER JOURNAL ENTRY: THE
051604* HEADER, A DEBIT AND AN OFFSETTING CREDIT LINE FOR EVERY PAIR
051605* IN THE ORDERED GL TABLE, THEN THE TRAILER.  THE DEBITS MUST
051606* EQUAL THE CREDITS BEFORE THE TRAILER IS WRITTEN; A FILE
051607* WITHOUT ITS TRAILER IS REFUSED BY THE LEDGER LOAD.  THE GL
051608* CONTROL TOTALS PRINT UNDER THE DECIMAL GRAND TOTAL.
051609*-----------------------------------------------------------------
051610 5500-PRODUCE-GL-FILE.
051611     IF NOT WS-GL-FILE-ON
051612         GO TO 5500-EXIT
051613     END-IF.
051614     ACCEPT WS-CD-TIME FROM TIME.
051615     MOVE SPACES TO RAGLE-RECORD.
051616     SET RAGLE-HEADER-REC TO TRUE.
051617     MOVE RAPDT-BUS-DATE TO RAGLE-CTL-POST-DATE.
051618     MOVE WS-JOB-NAME TO RAGLE-CTL-SOURCE.
051619     MOVE WS-CD-TIME TO RAGLE-CTL-RUN-TIME.
051620     MOVE ZERO TO RAGLE-CTL-LINE-COUNT.
051621     MOVE ZERO TO RAGLE-CTL-DR-TOTAL.
051622     MOVE ZERO TO RAGLE-CTL-CR-TOTAL.
051623     WRITE RAGLOUT-RECORD FROM RAGLE-RECORD.
051624     MOVE 1 TO WS-GL-SUB.
051625     PERFORM 5600-POST-ONE-GL-ENTRY
051626         THRU 5600-EXIT
051627         UNTIL WS-GL-SUB > WS-GL-COUNT.
051628     IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
051629         DISPLAY 'RARPT150 GL ENTRY OUT OF BALANCE - RUN STOPPED'
051630         DISPLAY 'RARPT150 DEBITS = ' WS-GL-DR-TOTAL
051631             ' CREDITS = ' WS-GL-CR-TOTAL
051632         MOVE 16 TO RETURN-CODE
051633         STOP RUN
051634     END-IF.
051635     MOVE SPACES TO RAGLE-RECORD.
051636     SET RAGLE-TRAILER-REC TO TRUE.
051637     MOVE RAPDT-BUS-DATE TO RAGLE-CTL-POST-DATE.
051638     MOVE WS-JOB-NAME TO RAGLE-CTL-SOURCE.
051639     MOVE WS-CD-TIME TO RAGLE-CTL-RUN-TIME.
051640     MOVE WS-GL-LINE-NBR TO RAGLE-CTL-LINE-COUNT.
051641     MOVE WS-GL-DR-TOTAL TO RAGLE-CTL-DR-TOTAL.
051642     MOVE WS-GL-CR-TOTAL TO RAGLE-CTL-CR-TOTAL.
051643     WRITE RAGLOUT-RECORD FROM RAGLE-RECORD.
051644     MOVE WS-GL-LINE-NBR TO WS-GT-LINES.
051645     MOVE WS-GL-DR-TOTAL TO WS-GT-DEBITS.
051646     MOVE WS-GL-CR-TOTAL TO WS-GT-CREDITS.
051647     MOVE WS-GL-SUSP-COUNT TO WS-GT-SUSPENSE.
051648     WRITE RADRPT-LINE FROM WS-GTOTAL-LINE-1.
051649     WRITE RADRPT-LINE FROM WS-GTOTAL-LINE-2.
051650     WRITE RADRPT-LINE FROM WS-GTOTAL-LINE-3.
051651     WRITE RADRPT-LINE FROM WS-GTOTAL-LINE-4.
051652     GO TO 5500-EXIT.
051653 5500-EXIT.
051654     EXIT.
051655*-----------------------------------------------------------------
051656* 5600-POST-ONE-GL-ENTRY - MAP ONE STATES/FLAG PAIR TO ITS
051657* ACCOUNTS AND WRITE THE DEBIT AND CREDIT LINES.  A PAIR THAT
051658* TOTALS ZERO POSTS NO LINES BUT ITS RECORDS STILL COUNT AS
051659* SENT.  THE AMOUNT SENT IS TAKEN FROM THE DEBIT LINES AS
051660* WRITTEN, NOT FROM THE REPORT TABLE.
051661*-----------------------------------------------------------------
051662 5600-POST-ONE-GL-ENTRY.
051663     ADD GL-REC-COUNT (WS-GL-SUB) TO WS-GL-SRC-COUNT.
051664     IF GL-TOTAL (WS-GL-SUB) = ZERO
051665         GO TO 5600-NEXT
051666     END-IF.
051667     PERFORM 5700-FIND-GL-ACCOUNT
051668         THRU 5700-EXIT.
051669     MOVE GL-TOTAL (WS-GL-SUB) TO WS-GL-AMOUNT.
051670     MOVE SPACES TO RAGLE-RECORD.
051671     SET RAGLE-DETAIL-REC TO TRUE.
051672     MOVE RAPDT-BUS-DATE TO RAGLE-POST-DATE.
051673     MOVE GL-STATES (WS-GL-SUB) TO RAGLE-STATES.
051674     MOVE GL-FLAG (WS-GL-SUB) TO RAGLE-FLAG.
051675     MOVE GL-REC-COUNT (WS-GL-SUB) TO RAGLE-SRC-COUNT.
051676     MOVE RAGLM-DESC TO RAGLE-DESC.
051677     MOVE WS-GL-AMOUNT TO RAGLE-AMOUNT.
051678     ADD 1 TO WS-GL-LINE-NBR.
051679     MOVE WS-GL-LINE-NBR TO RAGLE-LINE-NBR.
051680     MOVE RAGLM-GL-ACCOUNT TO RAGLE-GL-ACCOUNT.
051681     MOVE RAGLM-COST-CENTER TO RAGLE-COST-CENTER.
051682     SET RAGLE-DEBIT TO TRUE.
051683     WRITE RAGLOUT-RECORD FROM RAGLE-RECORD.
051684     ADD WS-GL-AMOUNT TO WS-GL-DR-TOTAL.
051685     ADD WS-GL-AMOUNT TO WS-GL-SENT.
051686     ADD 1 TO WS-GL-LINE-NBR.
051687     MOVE WS-GL-LINE-NBR TO RAGLE-LINE-NBR.
051688     MOVE RAGLM-OFFSET-ACCOUNT TO RAGLE-GL-ACCOUNT.
051689     MOVE RAGLM-OFFSET-CC TO RAGLE-COST-CENTER.
051690     SET RAGLE-CREDIT TO TRUE.
051691     WRITE RAGLOUT-RECORD FROM RAGLE-RECORD.
051692     ADD WS-GL-AMOUNT TO WS-GL-CR-TOTAL.
051693 5600-NEXT.
051694     ADD 1 TO WS-GL-SUB.
051695     GO TO 5600-EXIT.
051696 5600-EXIT.
051700     EXIT.
051701*-----------------------------------------------------------------
051702* 5700-FIND-GL-ACCOUNT - FIND THE RAGLMAP ROW IN EFFECT ON THE
051703* BUSINESS DATE FOR THE PAIR: THE EXACT STATES/FLAG ROW, THEN
051704* THE STATE DEFAULT ROW (FLAG '**'), THEN THE SUSPENSE ROW
051705* ('**'/'**').  A PAIR WITH NO ROW AT ALL CANNOT BE POSTED AND
051706* STOPS THE RUN HARD BEFORE THE TRAILER IS WRITTEN.
051707*-----------------------------------------------------------------
051708 5700-FIND-GL-ACCOUNT.
051709     MOVE GL-KEY (WS-GL-SUB) TO RAGLM-KEY.
051710     PERFORM 5710-READ-GL-MAP
051711         THRU 5710-EXIT.
051712     IF WS-GLMAP-FOUND
051713         GO TO 5700-EXIT
051714     END-IF.
051715     MOVE GL-STATES (WS-GL-SUB) TO RAGLM-STATES.
051716     MOVE '**' TO RAGLM-FLAG.
051717     PERFORM 5710-READ-GL-MAP
051718         THRU 5710-EXIT.
051719     IF WS-GLMAP-FOUND
051720         GO TO 5700-EXIT
051721     END-IF.
051722     MOVE '**' TO RAGLM-STATES.
051723     MOVE '**' TO RAGLM-FLAG.
051724     PERFORM 5710-READ-GL-MAP
051725         THRU 5710-EXIT.
051726     IF WS-GLMAP-FOUND
051727         ADD 1 TO WS-GL-SUSP-COUNT
051728         DISPLAY 'RARPT150 GL SUSPENSE - STATES '
051729             GL-STATES (WS-GL-SUB) ' FLAG ' GL-FLAG (WS-GL-SUB)
051730         GO TO 5700-EXIT
051731     END-IF.
051732     DISPLAY 'RARPT150 NO GL ACCOUNT FOR STATES '
051733         GL-STATES (WS-GL-SUB) ' FLAG ' GL-FLAG (WS-GL-SUB).
051734     DISPLAY 'RARPT150 RAGLMAP INCOMPLETE - RUN STOPPED'.
051735     MOVE 16 TO RETURN-CODE.
051736     STOP RUN.
051737 5700-EXIT.
051738     EXIT.
051739 5710-READ-GL-MAP.
051740     MOVE 'N' TO WS-GLMAP-SW.
051741     READ RAGLMAP
051742         INVALID KEY
051743             GO TO 5710-EXIT
051744     END-READ.
051745     IF RAPDT-BUS-DATE < RAGLM-EFF-DATE
051746         GO TO 5710-EXIT
051747     END-IF.
051748     IF RAGLM-EXP-DATE NOT = ZERO
051749         AND RAPDT-BUS-DATE > RAGLM-EXP-DATE
051750             GO TO 5710-EXIT
051751     END-IF.
051752     SET WS-GLMAP-FOUND TO TRUE.
051753     GO TO 5710-EXIT.
051754 5710-EXIT.
051755     EXIT.
051800*-----------------------------------------------------------------
051900* 7000-READ-NEXT-RECORD - READ THE NEXT RECORD-A FROM RAIN.
052000*-----------------------------------------------------------------
062500     CLOSE RAFRPT.
062600     CLOSE RADRPT.
062700     CLOSE RASRPT.
062710     IF WS-GL-FILE-ON
062720         CLOSE RAGLMAP
062730         CLOSE RAGLOUT
062740     END-IF.
062800     GO TO 8000-EXIT.
062900 8000-EXIT.
063000     EXIT.
063100*-----------------------------------------------------------------
063200* 8500-WRITE-RUN-CONTROL - APPEND THE STEP RECORD FOR THE RAIN
063300* FILE READ TO THE SHARED RUN-CONTROL FILE FOR THE RABAL160
063400* END-OF-STREAM BALANCE, WITH THE DECIMAL AMOUNT REPORTED WHEN
063410* THAT REPORT IS ON AND THE AMOUNT SENT TO THE LEDGER.  THE
063420* RAGLOUT RECORD IS POSTED EVERY RUN; ON A NIGHT THE GL FILE
063430* IS SWITCHED OFF IT IS MARKED NOT SENT, SO RABAL160 REPORTS
063440* THE SUPPRESSION INSTEAD OF A MISSING STEP RECORD.
063500*-----------------------------------------------------------------
063600 8500-WRITE-RUN-CONTROL.
063700     OPEN EXTEND RARUN.
063800     MOVE RAPDT-BUS-DATE TO WS-CD-DATE.
063900     ACCEPT WS-CD-TIME FROM TIME.
064000     MOVE WS-JOB-NAME TO RARUN-JOB-NAME.
064100     MOVE WS-CD-DATE TO RARUN-RUN-DATE.
064200     MOVE WS-CD-TIME TO RARUN-RUN-TIME.
064210     MOVE WS-START-TIME TO RARUN-START-TIME.
064300     MOVE 'RAIN' TO RARUN-FILE-ID.
064400     SET RARUN-DIR-INPUT TO TRUE.
064500     MOVE WS-REC-COUNT TO RARUN-REC-COUNT.
064600     MOVE WS-IN-HASH TO RARUN-HASH-TOTAL.
064605     WRITE RARUN-OUT-RECORD FROM RARUN-RECORD.
064610     IF WS-DEC-RPT-ON
064615         MOVE 'RADRPT' TO RARUN-FILE-ID
064620         SET RARUN-DIR-OUTPUT TO TRUE
064625         MOVE WS-GRAND-COUNT TO RARUN-REC-COUNT
064630         MOVE WS-GRAND-TOTAL TO RARUN-HASH-TOTAL
064635         WRITE RARUN-OUT-RECORD FROM RARUN-RECORD
064640     END-IF.
064645     MOVE 'RAGLOUT' TO RARUN-FILE-ID.
064650     IF WS-GL-FILE-ON
064655         SET RARUN-DIR-OUTPUT TO TRUE
064660         MOVE WS-GL-SRC-COUNT TO RARUN-REC-COUNT
064665         MOVE WS-GL-SENT TO RARUN-HASH-TOTAL
064670     ELSE
064675         SET RARUN-DIR-NOT-SENT TO TRUE
064680         MOVE ZERO TO RARUN-REC-COUNT
064685         MOVE ZERO TO RARUN-HASH-TOTAL
064690     END-IF.
064700     WRITE RARUN-OUT-RECORD FROM RARUN-RECORD.
064800     CLOSE RARUN.
064900     GO TO 8500-EXIT.
