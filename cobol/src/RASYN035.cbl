001618*       TO THE SHARED RARUN FILE - RAIN READ AND RAMSTR APPLIED -
001619*       SO RABAL160 CAN CERTIFY THE NIGHTLY RE-SYNC THE SAME WAY
001620*       IT CERTIFIES A FULL RALOD030 LOAD.
001630*   2026-10-15  BB  BUSINESS DATE (RASTAT-LAST-UPD-DATE,
001640*       JRNL-RUN-DATE, RARUN-RUN-DATE) NOW TAKEN FROM THE RAPDATE
001650*       PROCESSING-DATE CONTROL RECORD (RAPDTREC.CPY) INSTEAD OF
001660*       THE SYSTEM CLOCK; A MISSING DATE STOPS THE RUN.
001662*   2026-10-15  BB  JRNL-OPER-ID (RAJRNREC.CPY) SET TO SPACES ON
001664*       THE JOURNAL AFTER-IMAGE - OPERATOR ID IS STAMPED
001666*       ONLY ON ONLINE CHANGES.
001671*   2026-10-15  BB  THE RUN-CONTROL STEP RECORDS NOW CARRY
001676*       THE TIME THE STEP STARTED (RARUN-START-TIME) AS WELL
001681*       AS THE TIME IT ENDED, FOR THE RAHST250 RUN HISTORY.
001686*       RARUN GREW FROM 53 TO 59 BYTES.
001691*-----------------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER. IBM-370.
002850     SELECT RAJRNL ASSIGN TO "RAJRNL"
002860         ORGANIZATION IS SEQUENTIAL.
002870     SELECT RARUN ASSIGN TO "RARUN"
002873         ORGANIZATION IS SEQUENTIAL.
002876     SELECT RAPDATE ASSIGN TO "RAPDATE"
002880         ORGANIZATION IS SEQUENTIAL.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  RAIN
003200     RECORDING MODE IS F.
003300 COPY "RASEQREC.CPY".
003310 FD  RAPDATE
003320     RECORDING MODE IS F.
003330 01  RAPDATE-RECORD.
003340     05  FILLER                      PIC X(50).
003700 FD  RAMSTR.
003800 COPY "RAMSTREC.CPY".
003810 FD  RASTAT.
003860 FD  RARUN
003870     RECORDING MODE IS F.
003880 01  RARUN-OUT-RECORD.
003890     05  FILLER                      PIC X(59).
004300 WORKING-STORAGE SECTION.
004301 COPY "RAREC2.CPY".
004302 01  RAIN-PAYLOAD-VIEW REDEFINES RECORD-A2.
004304     05  RAIN-PAYLOAD                PIC X(31).
004310 COPY "RACTLREC.CPY".
004311 COPY "RARUNREC.CPY".
004315 COPY "RAPDTREC.CPY".
004320 01  WS-LABEL-FIELDS.
004330     05  WS-FIRST-READ-SW            PIC X(01) VALUE 'Y'.
004340     05  WS-LABELED-SW               PIC X(01) VALUE 'N'.
005035         10  SK-FLAG                 PIC X(02).
005036 01  WS-SK-SUB                       PIC 9(04) COMP VALUE ZERO.
005040 01  WS-CD-TIME                      PIC 9(06).
005045 01  WS-START-TIME                   PIC 9(06).
005050 01  WS-JOB-NAME                     PIC X(08) VALUE 'RASYN035'.
005100 PROCEDURE DIVISION.
005200 0000-MAINLINE.
006300* I-O SO IT CAN BE BOTH READ AND REWRITTEN, PRIME THE READ.
006400*-----------------------------------------------------------------
006500 1000-INITIALIZE.
006501     ACCEPT WS-START-TIME FROM TIME.
006503     PERFORM 1900-GET-PROCESSING-DATE
006506         THRU 1900-EXIT.
006510     OPEN INPUT RAIN.
006520     PERFORM 1050-PREVERIFY-LABELS
006530         THRU 1050-EXIT.
006700     OPEN I-O RAMSTR.
006710     OPEN I-O RASTAT.
006715     OPEN OUTPUT RAJRNL.
006720     MOVE RAPDT-BUS-DATE TO WS-CD-DATE.
006800     PERFORM 7000-READ-NEXT-RECORD
006900         THRU 7000-EXIT.
007000     GO TO 1000-EXIT.
007294 1070-EXIT.
007295     EXIT.
007300*-----------------------------------------------------------------
007303* 1900-GET-PROCESSING-DATE - TAKE THE BUSINESS DATE FROM THE
007307* RAPDATE CONTROL RECORD (RAPDTREC.CPY) THAT OPERATIONS ROLLS
007311* FORWARD EACH BUSINESS DAY, NOT FROM THE SYSTEM CLOCK.  A
007315* MISSING OR UNUSABLE DATE STOPS THE RUN HARD.
007319*-----------------------------------------------------------------
007323 1900-GET-PROCESSING-DATE.
007327     OPEN INPUT RAPDATE.
007331     READ RAPDATE INTO RAPDT-RECORD
007335         AT END
007339             DISPLAY 'RASYN035 RAPDATE EMPTY - RUN STOPPED'
007343             MOVE 16 TO RETURN-CODE
007347             STOP RUN
007351     END-READ.
007355     CLOSE RAPDATE.
007359     IF RAPDT-BUS-DATE NOT NUMERIC
007363         OR RAPDT-BUS-DATE = ZERO
007367             DISPLAY 'RASYN035 RAPDATE DATE INVALID - RUN STOPPED'
007371             MOVE 16 TO RETURN-CODE
007375             STOP RUN
007379     END-IF.
007383     GO TO 1900-EXIT.
007387 1900-EXIT.
007391     EXIT.
007395*-----------------------------------------------------------------
007400* 2000-PROCESS-RECORD - ADD OR UPDATE THE MASTER RECORD FOR THE
007500* INCOMING STATES/FLAG KEY.
007600*-----------------------------------------------------------------
011556     MOVE RAMSTR-KEY-FLAG TO JRNL-FLAG.
011557     MOVE RAMSTR-DATA TO JRNL-DATA.
011558     MOVE RAMSTR-SOURCE TO JRNL-SOURCE.
011559     MOVE SPACES TO JRNL-OPER-ID.
011560     ACCEPT WS-CD-TIME FROM TIME.
011561     MOVE RAPDT-BUS-DATE TO JRNL-RUN-DATE.
011562     MOVE WS-CD-TIME TO JRNL-RUN-TIME.
011563     MOVE WS-JOB-NAME TO JRNL-JOB-NAME.
011564     WRITE JRNL-RECORD.
013960*-----------------------------------------------------------------
013970 8500-WRITE-RUN-CONTROL.
013971     OPEN EXTEND RARUN.
013972     MOVE WS-START-TIME TO RARUN-START-TIME.
013973     ACCEPT WS-CD-TIME FROM TIME.
013974     MOVE WS-JOB-NAME TO RARUN-JOB-NAME.
013975     MOVE RAPDT-BUS-DATE TO RARUN-RUN-DATE.
013976     MOVE WS-CD-TIME TO RARUN-RUN-TIME.
013977     MOVE 'RAIN' TO RARUN-FILE-ID.
013978     SET RARUN-DIR-INPUT TO TRUE.
