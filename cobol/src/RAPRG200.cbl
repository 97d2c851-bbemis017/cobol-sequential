002801*   2026-09-02  BB  CONVERTED TO THE VERSION-2 RECORD-A LAYOUT
002802*       (RAREC2.CPY): 54-BYTE REJECT RECORDS, WIDENED DECIMAL
002803*       IN THE HASHES.
002813*   2026-10-15  BB  76-BYTE REJECT RECORDS (RAREJREC.CPY NOW
002823*       CARRIES THE EDIT REASON CODES).
002833*   2026-10-15  BB  A NON-NUMERIC DECIMAL IS LEFT OUT OF THE
002843*       HASH TOTAL INSTEAD OF ABENDING THE ADD.
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
006400 FD  RAREJ
006500     RECORDING MODE IS F.
006600 01  RAREJ-RECORD.
006700     05  FILLER                      PIC X(76).
006800 FD  RAREJN
006900     RECORDING MODE IS F.
007000 01  RAREJN-RECORD.
007100     05  FILLER                      PIC X(76).
007200 FD  RAREJA
007300     RECORDING MODE IS F.
007400 01  RAREJA-RECORD.
007500     05  FILLER                      PIC X(76).
007600 FD  RARPT
007700     RECORDING MODE IS F.
007800 01  RARPT-LINE                      PIC X(132).
023700         AND RREJ-CORRECTED
023800         AND RREJ-DATE < WS-REJ-CUTOFF
023900         ADD 1 TO WS-REJ-ARCH-COUNT
024000         IF RA2-DECIMAL NUMERIC
024010             ADD RA2-DECIMAL TO WS-REJ-ARCH-HASH
024020         END-IF
024100         WRITE RAREJA-RECORD FROM RREJ-RECORD
024200     ELSE
024300         ADD 1 TO WS-REJ-KEPT-COUNT
024400         IF RA2-DECIMAL NUMERIC
024410             ADD RA2-DECIMAL TO WS-REJ-KEPT-HASH
024420         END-IF
024500         WRITE RAREJN-RECORD FROM RREJ-RECORD
024600     END-IF.
024700     PERFORM 7100-READ-NEXT-REJECT
032000     MOVE RREJ-DATA TO RECORD-A2.
032100     IF WS-LABELED-FILE
032200         ADD 1 TO WS-LBL-COUNT
032300         IF RA2-DECIMAL NUMERIC
032310             ADD RA2-DECIMAL TO WS-LBL-HASH
032320         END-IF
032400     END-IF.
032500     GO TO 7600-EXIT.
032600 7600-EXIT.
