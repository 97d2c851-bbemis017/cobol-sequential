003412*       INDICATOR AND COUNTS THE V1-ORIGIN AND V2 RECORDS ON THE
003413*       RUN TOTALS SO THE CONVERSION WINDOW CAN BE WATCHED
003414*       CLOSING.
003421*   2026-10-15  BB  FULL-RECORD EDIT.  EVERY FIELD OF THE
003428*       RECORD-A2 IMAGE IS NOW EDITED - FLAG AGAINST THE RATABLE
003435*       FLAG ROWS, FIELD-WITH-VAL PRESENT, SPACES-VAL ALPHABETIC,
003442*       ZERO-VAL/PLUS-VAL/MINUS-VAL/DECIMAL NUMERIC, THE PLUS-VAL
003449*       AND MINUS-VAL SIGN RULES RASGN040 REPORTS AFTER THE FACT,
003456*       AND THE RECORD-VERSION INDICATOR - NOT JUST STATES.  EACH
003463*       FAILED EDIT ADDS ITS REASON CODE TO THE REJECT RECORD
003470*       (76-BYTE RAREJREC.CPY) AND THE CODES ARE QUOTED ON THE
003477*       EXCEPTION LISTING.  AN EMPTY FLAG TABLE IS A HARD STOP.
003478*   2026-10-15  BB  BUSINESS DATE (RREJ-DATE, CKPT-RUN-DATE,
003479*       RARUN-RUN-DATE AND THE RATABLE EFFECTIVE-DATE TESTS) NOW
003480*       TAKEN FROM THE RAPDATE PROCESSING-DATE CONTROL RECORD
003481*       (RAPDTREC.CPY) INSTEAD OF THE SYSTEM CLOCK; A MISSING
003482*       DATE STOPS THE RUN.
003485*   2026-10-15  BB  THE RUN-CONTROL STEP RECORDS NOW CARRY
003488*       THE TIME THE STEP STARTED (RARUN-START-TIME) AS WELL
003491*       AS THE TIME IT ENDED, FOR THE RAHST250 RUN HISTORY.
003494*       RARUN GREW FROM 53 TO 59 BYTES.
003495*   2026-10-15  BB  DETAIL LINE CORRECTED TO 132 BYTES.  A
003496*       NON-NUMERIC DECIMAL IS LEFT OUT OF THE
003497*       HASH TOTALS INSTEAD OF ABENDING THE ADD.
003498*-----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
005220         ORGANIZATION IS INDEXED
005230         ACCESS MODE IS SEQUENTIAL
005240         RECORD KEY IS RATBL-KEY.
005250     SELECT RAPDATE ASSIGN TO "RAPDATE"
005260         ORGANIZATION IS SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  RAIN
006200 FD  RAREJ
006300     RECORDING MODE IS F.
006400 01  RAREJ-RECORD.
006500     05  FILLER                      PIC X(76).
006600 FD  RAEXCP
006700     RECORDING MODE IS F.
006800 01  RAEXCP-LINE                     PIC X(132).
007601 FD  RARUN
007602     RECORDING MODE IS F.
007603 01  RARUN-OUT-RECORD.
007604     05  FILLER                      PIC X(59).
007610 FD  RATABLE.
007620 COPY "RATBLREC.CPY".
007630 FD  RAPDATE
007640     RECORDING MODE IS F.
007650 01  RAPDATE-RECORD.
007660     05  FILLER                      PIC X(50).
007700 WORKING-STORAGE SECTION.
007705 COPY "RAREC2.CPY".
007706 COPY "RAREJREC.CPY".
007800 COPY "CKPTREC.CPY".
007810 COPY "RACTLREC.CPY".
007811 COPY "RARUNREC.CPY".
007815 COPY "RAPDTREC.CPY".
007820 01  WS-LABEL-FIELDS.
007830     05  WS-FIRST-READ-SW            PIC X(01) VALUE 'Y'.
007840     05  WS-LABELED-SW               PIC X(01) VALUE 'N'.
008200     05  WS-STATES-SW                PIC X(01) VALUE 'N'.
008300         88  WS-STATES-VALID         VALUE 'Y'.
008400         88  WS-STATES-INVALID       VALUE 'N'.
008410     05  WS-FLAG-SW                  PIC X(01) VALUE 'N'.
008420         88  WS-FLAG-VALID           VALUE 'Y'.
008430         88  WS-FLAG-INVALID         VALUE 'N'.
008500     05  WS-RESTART-SW               PIC X(01) VALUE 'N'.
008600         88  WS-RESTART-RUN          VALUE 'Y'.
008609 01  WS-FLAG-TABLE.
008618     05  WS-VFL-COUNT                PIC 9(04) COMP VALUE ZERO.
008627     05  WS-VFL-ENTRY                OCCURS 100 TIMES.
008636         10  VFL-CODE                PIC X(02).
008645         10  VFL-CODE-HI             PIC X(02).
008654         10  VFL-EFF-DATE            PIC 9(08).
008663         10  VFL-EXP-DATE            PIC 9(08).
008672 01  WS-VFL-SUB                      PIC 9(04) COMP VALUE ZERO.
008681 01  WS-REASON-CODE                  PIC X(02).
008690 01  WS-RSN-SUB                      PIC 9(04) COMP VALUE ZERO.
008700 01  WS-COUNTERS.
008800     05  WS-REC-COUNT                PIC 9(09) COMP VALUE ZERO.
008900     05  WS-GOOD-COUNT               PIC 9(09) COMP VALUE ZERO.
009900 01  WS-CKPT-INTERVAL                PIC 9(09) COMP VALUE ZERO.
010000 01  WS-CD-DATE                      PIC 9(08).
010100 01  WS-CD-TIME                      PIC 9(06).
010110 01  WS-START-TIME                   PIC 9(06).
010200 01  WS-HEADING-1.
010300     05  FILLER                      PIC X(20)
010400         VALUE 'RAEDT010 RECORD     '.
010500     05  FILLER                      PIC X(20)
010600         VALUE 'EDIT EXCEPTION LIST '.
010700     05  FILLER                      PIC X(92) VALUE SPACES.
010800 01  WS-HEADING-2.
010900     05  FILLER PIC X(12) VALUE 'RECORD-NBR  '.
010910     05  FILLER PIC X(12) VALUE 'SEQ-NBR     '.
011000     05  FILLER PIC X(08) VALUE 'STATES  '.
011005     05  FILLER PIC X(06) VALUE 'FLAG  '.
011010     05  FILLER PIC X(06) VALUE 'SRC   '.
011100     05  FILLER PIC X(12) VALUE 'JOB-STEP    '.
011200     05  FILLER PIC X(12) VALUE 'REASONS     '.
011210     05  FILLER PIC X(64) VALUE SPACES.
011300 01  WS-DETAIL-LINE.
011400     05  WS-DTL-RECNBR               PIC ZZZZZZZZ9.
011500     05  FILLER                      PIC X(03) VALUE SPACES.
011510     05  WS-DTL-SEQ                  PIC ZZZZZZZZ9.
011520     05  FILLER                      PIC X(03) VALUE SPACES.
011600     05  WS-DTL-STATES               PIC X(02).
011700     05  FILLER                      PIC X(06) VALUE SPACES.
011703     05  WS-DTL-FLAG                 PIC X(02).
011706     05  FILLER                      PIC X(04) VALUE SPACES.
011710     05  WS-DTL-SOURCE               PIC X(01).
011720     05  FILLER                      PIC X(05) VALUE SPACES.
011800     05  WS-DTL-STEP                 PIC X(08).
011900     05  FILLER                      PIC X(04) VALUE SPACES.
011910     05  WS-DTL-REASON               OCCURS 10 TIMES.
011920         10  WS-DTL-RSN-CODE         PIC X(02).
011930         10  FILLER                  PIC X(01).
011940     05  FILLER                      PIC X(46) VALUE SPACES.
012000 01  WS-RESTART-LINE.
012100     05  FILLER PIC X(20) VALUE 'RESTARTED AFTER ... '.
012200     05  WS-RSL-COUNT                PIC ZZZZZZZZ9.
015400* ON A RESTART RUN, AND PRIME THE FIRST READ.
015500*-----------------------------------------------------------------
015600 1000-INITIALIZE.
015610     ACCEPT WS-START-TIME FROM TIME.
015700     ACCEPT WS-PARM-CARD FROM SYSIN.
015800     IF WS-PARM-STEP-NAME NOT = SPACES
015900         MOVE WS-PARM-STEP-NAME TO WS-STEP-NAME
017000     OPEN OUTPUT RAREJ.
017100     OPEN OUTPUT RAEXCP.
017200     OPEN OUTPUT RACKPT.
017201     PERFORM 1900-GET-PROCESSING-DATE
017202         THRU 1900-EXIT.
017205     MOVE RAPDT-BUS-DATE TO WS-TODAY-DATE.
017206     PERFORM 1500-LOAD-REF-TABLE
017207         THRU 1500-EXIT.
017210     MOVE 'HDR' TO CTL-REC-TYPE.
022200 1200-EXIT.
022300     EXIT.
022310*-----------------------------------------------------------------
022320* 1500-LOAD-REF-TABLE - LOAD THE VALID STATES AND FLAG ROWS FROM
022330* THE RATABLE REFERENCE TABLE INTO WORKING STORAGE.  AN EMPTY
022340* TABLE WOULD REJECT THE WHOLE FILE, SO IT IS A HARD STOP.
022350*-----------------------------------------------------------------
022351 1500-LOAD-REF-TABLE.
022354         THRU 1600-EXIT
022355         UNTIL WS-TBL-EOF.
022356     CLOSE RATABLE.
022357     IF WS-VST-COUNT = ZERO OR WS-VFL-COUNT = ZERO
022358         DISPLAY 'RAEDT010 STATE/FLAG TABLE EMPTY - RUN STOPPED'
022359         MOVE 16 TO RETURN-CODE
022360         STOP RUN
022361     END-IF.
022384         MOVE RATBL-EFF-DATE TO VST-EFF-DATE (WS-VST-COUNT)
022385         MOVE RATBL-EXP-DATE TO VST-EXP-DATE (WS-VST-COUNT)
022386     END-IF.
022387     PERFORM 1650-LOAD-FLAG-ROW
022388         THRU 1650-EXIT.
022389     GO TO 1600-EXIT.
022390 1600-EXIT.
022391     EXIT.
022400*-----------------------------------------------------------------
022401* 1650-LOAD-FLAG-ROW - LOAD ONE FLAG-VALUE ROW FROM RATABLE INTO
022402* THE VALID-FLAGS TABLE.  OTHER ROW TYPES ARE PASSED BY.
022403*-----------------------------------------------------------------
022404 1650-LOAD-FLAG-ROW.
022405     IF NOT RATBL-TYPE-FLAG
022406         GO TO 1650-EXIT
022407     END-IF.
022408     IF WS-VFL-COUNT >= 100
022409         DISPLAY 'RAEDT010 FLAG TABLE FULL - RUN STOPPED'
022410         MOVE 16 TO RETURN-CODE
022411         STOP RUN
022412     END-IF.
022413     ADD 1 TO WS-VFL-COUNT.
022414     MOVE RATBL-CODE TO VFL-CODE (WS-VFL-COUNT).
022415     IF RATBL-CODE-HI = SPACES
022416         MOVE RATBL-CODE TO VFL-CODE-HI (WS-VFL-COUNT)
022417     ELSE
022418         MOVE RATBL-CODE-HI TO VFL-CODE-HI (WS-VFL-COUNT)
022419     END-IF.
022420     MOVE RATBL-EFF-DATE TO VFL-EFF-DATE (WS-VFL-COUNT).
022421     MOVE RATBL-EXP-DATE TO VFL-EXP-DATE (WS-VFL-COUNT).
022422     GO TO 1650-EXIT.
022423 1650-EXIT.
022424     EXIT.
022425*-----------------------------------------------------------------
022426* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
022427* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
022428* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
022429* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
022430*-----------------------------------------------------------------
022431 1900-GET-PROCESSING-DATE.
022432     OPEN INPUT RAPDATE.
022433     READ RAPDATE INTO RAPDT-RECORD
022434         AT END
022435             DISPLAY 'RAEDT010 RAPDATE EMPTY - RUN STOPPED'
022436             MOVE 16 TO RETURN-CODE
022437             STOP RUN
022438     END-READ.
022439     CLOSE RAPDATE.
022440     IF RAPDT-BUS-DATE NOT NUMERIC
022441         OR RAPDT-BUS-DATE = ZERO
022442             DISPLAY 'RAEDT010 RAPDATE DATE INVALID - RUN STOPPED'
022443             MOVE 16 TO RETURN-CODE
022444             STOP RUN
022445     END-IF.
022446     GO TO 1900-EXIT.
022447 1900-EXIT.
022448     EXIT.
022449*-----------------------------------------------------------------
022500* 2000-PROCESS-RECORD - EDIT EVERY FIELD OF THE RECORD AND ROUTE
022600* IT, CHECKPOINT ON THE INTERVAL, THEN READ THE NEXT ONE.
022700*-----------------------------------------------------------------
022800 2000-PROCESS-RECORD.
022810     IF RA2-VERSION-1
022830     ELSE
022840         ADD 1 TO WS-V2-COUNT
022850     END-IF.
022900     PERFORM 2500-EDIT-RECORD
023000         THRU 2500-EXIT.
023100     IF RREJ-REASON-COUNT = ZERO
023200         ADD 1 TO WS-GOOD-COUNT
023210         ADD RA2-DECIMAL TO WS-GOOD-HASH
023300         WRITE RAGOOD-RECORD FROM RASEQ-RECORD
024700         THRU 7000-EXIT.
024800     GO TO 2000-EXIT.
024900 2000-EXIT.
024901     EXIT.
024902*-----------------------------------------------------------------
024903* 2500-EDIT-RECORD - APPLY EVERY FIELD EDIT TO THE RECORD IMAGE.
024904* A FAILED EDIT DOES NOT STOP THE OTHERS: EACH ONE ADDS ITS REASON
024905* CODE (RAREJREC.CPY) TO THE REJECT RECORD, SO DATA ENTRY SEES
024906* EVERYTHING WRONG WITH THE RECORD AT ONCE.  NO REASON CODES MEANS
024907* THE RECORD IS GOOD.
024908*-----------------------------------------------------------------
024909 2500-EDIT-RECORD.
024910     MOVE ZERO TO RREJ-REASON-COUNT.
024911     MOVE SPACES TO RREJ-REASON-TABLE.
024912     PERFORM 3000-EDIT-STATES-CODE
024913         THRU 3000-EXIT.
024914     IF WS-STATES-INVALID
024915         MOVE '01' TO WS-REASON-CODE
024916         PERFORM 3900-ADD-REASON
024917             THRU 3900-EXIT
024918     END-IF.
024919     PERFORM 3200-EDIT-FLAG-CODE
024920         THRU 3200-EXIT.
024921     IF WS-FLAG-INVALID
024922         MOVE '02' TO WS-REASON-CODE
024923         PERFORM 3900-ADD-REASON
024924             THRU 3900-EXIT
024925     END-IF.
024926     IF RA2-FIELD-WITH-VAL = SPACES
024927         MOVE '03' TO WS-REASON-CODE
024928         PERFORM 3900-ADD-REASON
024929             THRU 3900-EXIT
024930     END-IF.
024931     IF RA2-SPACES-VAL NOT ALPHABETIC
024932         MOVE '04' TO WS-REASON-CODE
024933         PERFORM 3900-ADD-REASON
024934             THRU 3900-EXIT
024935     END-IF.
024936     IF RA2-ZERO-VAL NOT NUMERIC
024937         MOVE '05' TO WS-REASON-CODE
024938         PERFORM 3900-ADD-REASON
024939             THRU 3900-EXIT
024940     END-IF.
024941     IF RA2-PLUS-VAL NOT NUMERIC
024942         MOVE '06' TO WS-REASON-CODE
024943         PERFORM 3900-ADD-REASON
024944             THRU 3900-EXIT
024945     ELSE
024946         IF RA2-PLUS-VAL < ZERO
024947             MOVE '07' TO WS-REASON-CODE
024948             PERFORM 3900-ADD-REASON
024949                 THRU 3900-EXIT
024950         END-IF
024951     END-IF.
024952     IF RA2-MINUS-VAL NOT NUMERIC
024953         MOVE '08' TO WS-REASON-CODE
024954         PERFORM 3900-ADD-REASON
024955             THRU 3900-EXIT
024956     ELSE
024957         IF RA2-MINUS-VAL > ZERO
024958             MOVE '09' TO WS-REASON-CODE
024959             PERFORM 3900-ADD-REASON
024960                 THRU 3900-EXIT
024961         END-IF
024962     END-IF.
024963     IF RA2-DECIMAL NOT NUMERIC
024964         MOVE '10' TO WS-REASON-CODE
024965         PERFORM 3900-ADD-REASON
024966             THRU 3900-EXIT
024967     END-IF.
024968     IF NOT RA2-VERSION-1 AND NOT RA2-VERSION-2
024969         MOVE '11' TO WS-REASON-CODE
024970         PERFORM 3900-ADD-REASON
024971             THRU 3900-EXIT
024972     END-IF.
024973     GO TO 2500-EXIT.
024974 2500-EXIT.
025000     EXIT.
025100*-----------------------------------------------------------------
025200* 3000-EDIT-STATES-CODE - VALID ONLY IF THE STATES VALUE FALLS
026292     GO TO 3100-EXIT.
026293 3100-EXIT.
026294     EXIT.
026295*-----------------------------------------------------------------
026296* 3200-EDIT-FLAG-CODE - VALID ONLY IF THE FLAG VALUE FALLS IN A
026297* REFERENCE-TABLE ROW THAT IS IN EFFECT TODAY.
026300*-----------------------------------------------------------------
026308 3200-EDIT-FLAG-CODE.
026310     SET WS-FLAG-INVALID TO TRUE.
026312     MOVE 1 TO WS-VFL-SUB.
026314     PERFORM 3300-TEST-ONE-FLAG-ROW
026316         THRU 3300-EXIT
026318         UNTIL WS-FLAG-VALID OR WS-VFL-SUB > WS-VFL-COUNT.
026320     GO TO 3200-EXIT.
026322 3200-EXIT.
026324     EXIT.
026326 3300-TEST-ONE-FLAG-ROW.
026328     IF RA2-FLAG >= VFL-CODE (WS-VFL-SUB)
026330         AND RA2-FLAG <= VFL-CODE-HI (WS-VFL-SUB)
026332         AND WS-TODAY-DATE >= VFL-EFF-DATE (WS-VFL-SUB)
026334         AND (VFL-EXP-DATE (WS-VFL-SUB) = ZERO
026336             OR WS-TODAY-DATE <= VFL-EXP-DATE (WS-VFL-SUB))
026338         SET WS-FLAG-VALID TO TRUE
026340     ELSE
026342         ADD 1 TO WS-VFL-SUB
026344     END-IF.
026346     GO TO 3300-EXIT.
026348 3300-EXIT.
026350     EXIT.
026352*-----------------------------------------------------------------
026354* 3900-ADD-REASON - ADD THE REASON CODE IN WS-REASON-CODE TO THE
026356* REJECT RECORD'S LIST OF FAILED EDITS.
026358*-----------------------------------------------------------------
026360 3900-ADD-REASON.
026362     IF RREJ-REASON-COUNT < 10
026364         ADD 1 TO RREJ-REASON-COUNT
026366         MOVE WS-REASON-CODE TO RREJ-REASON (RREJ-REASON-COUNT)
026368     END-IF.
026370     GO TO 3900-EXIT.
026372 3900-EXIT.
026374     EXIT.
026376*-----------------------------------------------------------------
026400* 5000-WRITE-EXCEPTION - LOG A REJECTED RECORD TO THE REJECT
026500* FILE AND TO THE EXCEPTION LISTING FOR DATA ENTRY.
026600*-----------------------------------------------------------------
026700 5000-WRITE-EXCEPTION.
026710     IF RA2-DECIMAL NUMERIC
026713         ADD RA2-DECIMAL TO WS-REJ-HASH
026716     END-IF.
026720     MOVE RASEQ-NBR TO RREJ-SEQ-NBR.
026730     MOVE RECORD-A2 TO RREJ-DATA.
026740     MOVE WS-TODAY-DATE TO RREJ-DATE.
026910     MOVE RASEQ-NBR TO WS-DTL-SEQ.
026920     MOVE RASEQ-SOURCE TO WS-DTL-SOURCE.
027000     MOVE RA2-STATES TO WS-DTL-STATES.
027010     MOVE RA2-FLAG TO WS-DTL-FLAG.
027100     MOVE WS-STEP-NAME TO WS-DTL-STEP.
027110     MOVE 1 TO WS-RSN-SUB.
027120     PERFORM 5100-LIST-ONE-REASON
027130         THRU 5100-EXIT
027140         UNTIL WS-RSN-SUB > 10.
027200     WRITE RAEXCP-LINE FROM WS-DETAIL-LINE.
027300     GO TO 5000-EXIT.
027400 5000-EXIT.
027410     EXIT.
027420 5100-LIST-ONE-REASON.
027430     MOVE RREJ-REASON (WS-RSN-SUB)
027440         TO WS-DTL-RSN-CODE (WS-RSN-SUB).
027450     ADD 1 TO WS-RSN-SUB.
027460     GO TO 5100-EXIT.
027470 5100-EXIT.
027500     EXIT.
027600*-----------------------------------------------------------------
027700* 6000-WRITE-CHECKPOINT - RECORD THE LAST KEY PROCESSED AND THE
028250     MOVE RASEQ-NBR TO CKPT-LAST-SEQ.
028300     MOVE WS-REC-COUNT TO CKPT-REC-COUNT.
028400     MOVE WS-STEP-NAME TO CKPT-JOB-NAME.
028500     MOVE RAPDT-BUS-DATE TO WS-CD-DATE.
028600     ACCEPT WS-CD-TIME FROM TIME.
028700     MOVE WS-CD-DATE TO CKPT-RUN-DATE.
028800     MOVE WS-CD-TIME TO CKPT-RUN-TIME.
030595     MOVE RASEQ-DATA TO RECORD-A2.
030596     IF WS-LABELED-FILE
030597         ADD 1 TO WS-LBL-COUNT
030598         PERFORM 7900-ROLL-LABEL-HASH THRU 7900-EXIT
030599     END-IF.
030600     GO TO 7600-EXIT.
030601 7600-EXIT.
030637 7800-EXIT.
030638     EXIT.
030639*-----------------------------------------------------------------
030640* 7900-ROLL-LABEL-HASH - ADD THE RECORD DECIMAL INTO THE LABEL
030641* HASH.  A NON-NUMERIC DECIMAL IS LEFT OUT; THE EDITS REJECT IT.
030642*-----------------------------------------------------------------
030643 7900-ROLL-LABEL-HASH.
030644     IF RA2-DECIMAL NOT NUMERIC
030645         GO TO 7900-EXIT
030646     END-IF.
030647     ADD RA2-DECIMAL TO WS-LBL-HASH.
030648     GO TO 7900-EXIT.
030649 7900-EXIT.
030650     EXIT.
030651*-----------------------------------------------------------------
030700* 8000-TERMINATE - WRITE THE OUTPUT TRAILERS, PRINT THE FINAL
030800* TOTALS AND CLOSE ALL FILES.
030810*-----------------------------------------------------------------
032360*-----------------------------------------------------------------
032370 8500-WRITE-RUN-CONTROL.
032380     OPEN EXTEND RARUN.
032390     MOVE RAPDT-BUS-DATE TO WS-CD-DATE.
032400     ACCEPT WS-CD-TIME FROM TIME.
032405*    THE PROGRAM NAME, NOT THE SYSIN STEP NAME, GOES ON THE STEP
032406*    RECORD SO RABAL160 ALWAYS FINDS IT.
032410     MOVE 'RAEDT010' TO RARUN-JOB-NAME.
032420     MOVE WS-CD-DATE TO RARUN-RUN-DATE.
032430     MOVE WS-CD-TIME TO RARUN-RUN-TIME.
032435     MOVE WS-START-TIME TO RARUN-START-TIME.
032440     MOVE 'RAIN' TO RARUN-FILE-ID.
032450     SET RARUN-DIR-INPUT TO TRUE.
032455*    GOOD + REJECTS, NOT WS-REC-COUNT - ON A CHECKPOINT RESTART
