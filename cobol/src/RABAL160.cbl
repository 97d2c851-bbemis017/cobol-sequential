001610     RASYN035 ON THE NIGHTLY RE-SYNC, WHICHEVER RAN - READ AND
001620     APPLIED THE SAME RAGOOD
001700     RAEDT010 WROTE, AND THAT RARPT150 REPORTED OVER THAT SAME
001800     RAGOOD - COUNTS AND HASHES BOTH - THAT THE AMOUNT RARPT150
001810     SENT TO THE GENERAL LEDGER ON RAGLOUT EQUALS THE DECIMAL
001820     AMOUNT IT REPORTED (A NIGHT THE GL FILE WAS SWITCHED OFF IS
001830     LISTED AS NOT SENT), AND PRINTS A ONE-PAGE
001900     BALANCED/OUT-OF-BALANCE CERTIFICATE ON RARPT THE OPERATOR
002000     MUST SEE BEFORE RELEASING THE OUTPUTS.  ANY CHECK OUT OF
002100     BALANCE, OR ANY STEP RECORD MISSING, SETS RETURN CODE 8 SO
002780*       CHECK NOW BALANCES AGAINST THE RARCY185 RANEW STEP
002790*       RECORD WHENEVER ONE WAS POSTED - NO MORE BUILT-IN FALSE
002791*       ALARM EVERY TIME REJECTS RECYCLE.
002792*   2026-10-15  BB  NEW CHECK THAT THE AMOUNT RARPT150 SENT TO
002793*       THE GENERAL LEDGER (RAGLOUT STEP RECORD) EQUALS THE
002794*       DECIMAL AMOUNT IT REPORTED (RADRPT STEP RECORD), COUNT
002795*       AND AMOUNT.
002796*   2026-10-15  BB  RARUN GREW FROM 53 TO 59 BYTES
002797*       (RARUN-START-TIME); THE CHECKS ARE UNCHANGED.
002807*   2026-10-15  BB  A RAGLOUT STEP RECORD MARKED NOT SENT
002817*       (RARPT150 GL FILE SWITCHED OFF) IS LISTED
002827*       WITHOUT FAILING THE STREAM.
002837*-----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
004100 FD  RARUN
004200     RECORDING MODE IS F.
004300 01  RARUN-IN-RECORD.
004400     05  FILLER                      PIC X(59).
004500 FD  RARPT
004600     RECORDING MODE IS F.
004700 01  RARPT-LINE                      PIC X(132).
006600         10  SP-DIR                  PIC X(01).
006700         10  SP-COUNT                PIC 9(09) COMP.
006800         10  SP-HASH                 PIC 9(11)V9(02).
006810         10  SP-SENT-SW              PIC X(01).
006820             88  SP-NOT-SENT         VALUE 'N'.
006900 01  WS-SP-SUB                       PIC 9(04) COMP VALUE ZERO.
006910 01  WS-LOAD-DIR                     PIC X(01).
007000 01  WS-LOOKUP-FIELDS.
007100     05  WS-LK-JOB                   PIC X(08).
007200     05  WS-LK-FILE                  PIC X(08).
012800         THRU 3300-EXIT.
012900     PERFORM 3400-CHECK-REPORT-INPUT
013000         THRU 3400-EXIT.
013010     PERFORM 3500-CHECK-LEDGER-SENT
013020         THRU 3500-EXIT.
013100     PERFORM 8000-TERMINATE
013200         THRU 8000-EXIT.
013300     STOP RUN.
014800*-----------------------------------------------------------------
014900* 2000-LOAD-ONE-STEP - POST THE STEP RECORD INTO THE TABLE.  A
015000* RECORD FOR A JOB/FILE/DIRECTION ALREADY SEEN OVERWRITES THE
015100* EARLIER ONE, SO A RERUN'S NUMBERS ARE THE ONES BALANCED.  AN
015110* OUTPUT MARKED NOT SENT IS POSTED AS THAT OUTPUT WITH THE
015120* NOT-SENT FLAG ON, SO WHICHEVER RUN CAME LAST STILL WINS.
015200*-----------------------------------------------------------------
015300 2000-LOAD-ONE-STEP.
015310     MOVE RARUN-DIRECTION TO WS-LOAD-DIR.
015320     IF RARUN-DIR-NOT-SENT
015330         MOVE 'O' TO WS-LOAD-DIR
015340     END-IF.
015400     MOVE 'N' TO WS-SPFND-SW.
015500     MOVE 1 TO WS-SP-SUB.
015600     PERFORM 2100-SCAN-STEP-TABLE
016700     END-IF.
016800     MOVE RARUN-JOB-NAME TO SP-JOB (WS-SP-SUB).
016900     MOVE RARUN-FILE-ID TO SP-FILE (WS-SP-SUB).
017000     MOVE WS-LOAD-DIR TO SP-DIR (WS-SP-SUB).
017010     IF RARUN-DIR-NOT-SENT
017020         MOVE 'N' TO SP-SENT-SW (WS-SP-SUB)
017030     ELSE
017040         MOVE 'Y' TO SP-SENT-SW (WS-SP-SUB)
017050     END-IF.
017100     MOVE RARUN-REC-COUNT TO SP-COUNT (WS-SP-SUB).
017200     MOVE RARUN-HASH-TOTAL TO SP-HASH (WS-SP-SUB).
017300     PERFORM 7000-READ-NEXT-STEP
017800 2100-SCAN-STEP-TABLE.
017900     IF SP-JOB (WS-SP-SUB) = RARUN-JOB-NAME
018000         AND SP-FILE (WS-SP-SUB) = RARUN-FILE-ID
018100         AND SP-DIR (WS-SP-SUB) = WS-LOAD-DIR
018200         SET WS-STEP-FOUND TO TRUE
018300     ELSE
018400         ADD 1 TO WS-SP-SUB
034800         THRU 5000-EXIT.
034900     GO TO 3400-EXIT.
035000 3400-EXIT.
035002     EXIT.
035004*-----------------------------------------------------------------
035006* 3500-CHECK-LEDGER-SENT - THE AMOUNT RARPT150 SENT TO THE
035008* GENERAL LEDGER ON RAGLOUT MUST EQUAL THE DECIMAL AMOUNT IT
035010* REPORTED ON RADRPT, RECORDS AND AMOUNT - NO PAIR MAY BE LEFT
035012* OFF THE JOURNAL ENTRY.  A NIGHT RARPT150 WAS SET NOT TO SEND
035014* THE GL FILE (SYSIN, DECIMAL REPORT OFF OR A SEQUENCE RANGE)
035016* IS LISTED AS NOT SENT AND DOES NOT FAIL THE STREAM.
035018*-----------------------------------------------------------------
035020 3500-CHECK-LEDGER-SENT.
035022     MOVE 'GL SENT = RARPT150 REPORTED' TO WS-CK-DESC.
035024     MOVE 'RARPT150' TO WS-LK-JOB.
035026     MOVE 'RAGLOUT' TO WS-LK-FILE.
035028     MOVE 'O' TO WS-LK-DIR.
035030     PERFORM 6000-FIND-STEP
035032         THRU 6000-EXIT.
035034     IF NOT WS-LOOKUP-FOUND
035036         PERFORM 5100-PRINT-MISSING
035038             THRU 5100-EXIT
035040         GO TO 3500-EXIT
035042     END-IF.
035044     IF SP-NOT-SENT (WS-SP-SUB)
035046         PERFORM 5200-PRINT-NOT-SENT
035048             THRU 5200-EXIT
035050         GO TO 3500-EXIT
035052     END-IF.
035054     MOVE WS-LK-COUNT TO WS-LEFT-COUNT.
035056     MOVE WS-LK-HASH TO WS-LEFT-HASH.
035058     MOVE 'RADRPT' TO WS-LK-FILE.
035060     PERFORM 6000-FIND-STEP
035062         THRU 6000-EXIT.
035064     IF NOT WS-LOOKUP-FOUND
035066         PERFORM 5100-PRINT-MISSING
035068             THRU 5100-EXIT
035070         GO TO 3500-EXIT
035072     END-IF.
035074     MOVE WS-LK-COUNT TO WS-RIGHT-COUNT.
035076     MOVE WS-LK-HASH TO WS-RIGHT-HASH.
035078     PERFORM 5000-PRINT-CHECK
035080         THRU 5000-EXIT.
035082     GO TO 3500-EXIT.
035084 3500-EXIT.
035100     EXIT.
035200*-----------------------------------------------------------------
035300* 5000-PRINT-CHECK - PRINT ONE CERTIFICATE LINE FOR THE CHECK
038300     WRITE RARPT-LINE FROM WS-CHECK-LINE.
038400     GO TO 5100-EXIT.
038500 5100-EXIT.
038506     EXIT.
038512*-----------------------------------------------------------------
038518* 5200-PRINT-NOT-SENT - THE STEP POSTED THE OUTPUT AS
038524* DELIBERATELY NOT WRITTEN TONIGHT; PRINT THE FACT WITHOUT
038530* FAILING THE STREAM.
038536*-----------------------------------------------------------------
038542 5200-PRINT-NOT-SENT.
038548     MOVE ZERO TO WS-CK-LEFT.
038554     MOVE ZERO TO WS-CK-RIGHT.
038560     MOVE ZERO TO WS-CK-LEFT-HASH.
038566     MOVE ZERO TO WS-CK-RIGHT-HASH.
038572     MOVE 'NOT SENT TONIGHT' TO WS-CK-VERDICT.
038578     WRITE RARPT-LINE FROM WS-CHECK-LINE.
038584     GO TO 5200-EXIT.
038590 5200-EXIT.
038600     EXIT.
038700*-----------------------------------------------------------------
038800* 6000-FIND-STEP - LOOK UP THE STEP RECORD FOR THE JOB, FILE AND
