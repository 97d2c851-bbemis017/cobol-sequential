004295*   2026-09-02  BB  CONVERTED TO THE VERSION-2 RECORD-A LAYOUT
004296*       (RAREC2.CPY): THE SAVED MASTER PAYLOAD IS NOW THE
004297*       31-BYTE VERSION-2 SHAPE.
004307*   2026-10-15  BB  BUSINESS DATE (AUD-CHANGE-DATE, JRNL-RUN-DATE
004317*       AND THE RATABLE EFFECTIVE-DATE TESTS) NOW TAKEN FROM THE
004327*       RAPDATE PROCESSING-DATE CONTROL RECORD (RAPDTREC.CPY)
004337*       INSTEAD OF THE SYSTEM CLOCK; A MISSING DATE STOPS THE RUN.
004339*   2026-10-15  BB  JRNL-OPER-ID (RAJRNREC.CPY) SET TO SPACES ON
004341*       THE JOURNAL AFTER-IMAGE - OPERATOR ID IS STAMPED
004343*       ONLY ON ONLINE CHANGES.
004347*-----------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
005750         ACCESS MODE IS SEQUENTIAL
005760         RECORD KEY IS RATBL-KEY.
005800     SELECT RAUEXCP ASSIGN TO "RAUEXCP"
005810         ORGANIZATION IS SEQUENTIAL.
005820     SELECT RAPDATE ASSIGN TO "RAPDATE"
005900         ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
008700 FD  RAUEXCP
008800     RECORDING MODE IS F.
008900 01  RAUEXCP-LINE                    PIC X(132).
008910 FD  RAPDATE
008920     RECORDING MODE IS F.
008930 01  RAPDATE-RECORD.
008940     05  FILLER                      PIC X(50).
009000 WORKING-STORAGE SECTION.
009100 COPY "AUDREC.CPY".
009200 COPY "RAREC2.CPY".
009210 COPY "RAPDTREC.CPY".
009300 01  WS-SWITCHES.
009400     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
009500         88  WS-EOF                  VALUE 'Y'.
015600     OPEN OUTPUT RAAUDIT.
015610     OPEN OUTPUT RAJRNL.
015700     OPEN OUTPUT RAUEXCP.
015710     PERFORM 1900-GET-PROCESSING-DATE
015713         THRU 1900-EXIT.
015716     MOVE RAPDT-BUS-DATE TO WS-TODAY-DATE.
015720     PERFORM 1500-LOAD-REF-TABLE
015730         THRU 1500-EXIT.
015800     WRITE RAUEXCP-LINE FROM WS-HEADING-1.
016404 1600-EXIT.
016405     EXIT.
016410*-----------------------------------------------------------------
016411* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
016414* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
016417* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
016420* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
016423*-----------------------------------------------------------------
016426 1900-GET-PROCESSING-DATE.
016429     OPEN INPUT RAPDATE.
016432     READ RAPDATE INTO RAPDT-RECORD
016435         AT END
016438             DISPLAY 'RAUPD070 RAPDATE EMPTY - RUN STOPPED'
016441             MOVE 16 TO RETURN-CODE
016444             STOP RUN
016447     END-READ.
016450     CLOSE RAPDATE.
016453     IF RAPDT-BUS-DATE NOT NUMERIC
016456         OR RAPDT-BUS-DATE = ZERO
016459             DISPLAY 'RAUPD070 RAPDATE DATE INVALID - RUN STOPPED'
016462             MOVE 16 TO RETURN-CODE
016465             STOP RUN
016468     END-IF.
016471     GO TO 1900-EXIT.
016474 1900-EXIT.
016477     EXIT.
016480*-----------------------------------------------------------------
016500* 2000-PROCESS-TRANSACTION - LOOK UP THE ORIGINAL KEY, AUDIT AND
016600* APPLY ANY STATES/FLAG CHANGE, THEN READ THE NEXT TRANSACTION.
016700*-----------------------------------------------------------------
026300 4000-WRITE-AUDIT-RECORD.
026400     MOVE TXN-OLD-STATES TO AUD-STATES.
026500     MOVE TXN-OLD-FLAG TO AUD-FLAG.
026600     MOVE RAPDT-BUS-DATE TO WS-CD-DATE.
026700     ACCEPT WS-CD-TIME FROM TIME.
026800     MOVE WS-CD-DATE TO AUD-CHANGE-DATE.
026900     MOVE WS-CD-TIME TO AUD-CHANGE-TIME.
029715     MOVE RAMSTR-KEY-FLAG TO JRNL-FLAG.
029716     MOVE RAMSTR-DATA TO JRNL-DATA.
029717     MOVE RAMSTR-SOURCE TO JRNL-SOURCE.
029718     MOVE SPACES TO JRNL-OPER-ID.
029719     ACCEPT WS-CD-TIME FROM TIME.
029720     MOVE RAPDT-BUS-DATE TO JRNL-RUN-DATE.
029721     MOVE WS-CD-TIME TO JRNL-RUN-TIME.
029722     MOVE WS-STEP-NAME TO JRNL-JOB-NAME.
029723     WRITE JRNL-RECORD.
