002901*   2026-09-02  BB  CONVERTED TO THE VERSION-2 RECORD-A LAYOUT
002902*       (RAREC2.CPY): 45-BYTE STREAM AND 54-BYTE REJECT
002903*       RECORDS.
002913*   2026-10-15  BB  76-BYTE REJECT RECORDS (RAREJREC.CPY NOW
002923*       CARRIES THE EDIT REASON CODES).
002933*   2026-10-15  BB  RARFIX RECORDS ARE NOW 53 BYTES
002943*       (RAFIXREC.CPY); ONLY THE 45-BYTE STREAM IMAGE IS
002953*       TRACED.
002963*   2026-10-15  BB  A NON-NUMERIC DECIMAL IS LEFT OUT OF THE
002973*       HASH TOTAL INSTEAD OF ABENDING THE ADD.
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
006100 FD  RAREJ
006200     RECORDING MODE IS F.
006300 01  RAREJ-RECORD.
006400     05  FILLER                      PIC X(76).
006500 FD  RARFIX
006600     RECORDING MODE IS F.
006700 01  RARFIX-RECORD.
006800     05  FILLER                      PIC X(53).
006900 FD  RANEW
007000     RECORDING MODE IS F.
007100 01  RANEW-RECORD.
009600     88  WS-CLASS-STREAM             VALUE 'S'.
009700     88  WS-CLASS-REJECT             VALUE 'R'.
009800 01  WS-POST-CODE                    PIC X(01).
009900 01  WS-IO-RECORD                    PIC X(76).
010000 01  WS-SWITCHES.
010100     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
010200         88  WS-EOF                  VALUE 'Y'.
027300*-----------------------------------------------------------------
027400 2100-POST-ONE-RECORD.
027500     IF WS-CLASS-REJECT
027600         MOVE WS-IO-RECORD (1:76) TO RREJ-RECORD
027700         MOVE RREJ-SEQ-NBR TO RASEQ-NBR
027800         MOVE RREJ-SOURCE TO RASEQ-SOURCE
027900         MOVE RREJ-DATA TO RASEQ-DATA
059800*-----------------------------------------------------------------
059900 7200-READ-NEXT-REJECT.
060000     MOVE SPACES TO WS-IO-RECORD.
060100     READ RAREJ INTO WS-IO-RECORD (1:76)
060200         AT END
060300             SET WS-EOF TO TRUE
060400     END-READ.
071900     END-IF.
072000     IF WS-LABELED-FILE
072100         ADD 1 TO WS-LBL-COUNT
072200         IF RA2-DECIMAL NUMERIC
072210             ADD RA2-DECIMAL TO WS-LBL-HASH
072220         END-IF
072300     END-IF.
072400     GO TO 7600-EXIT.
072500 7600-EXIT.
