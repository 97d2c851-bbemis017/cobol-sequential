001641*   2026-09-02  BB  CONVERTED TO THE VERSION-2 RECORD-A LAYOUT
001642*       (RAREC2.CPY): 54-BYTE REJECT RECORDS, WIDENED DECIMAL
001643*       IN THE TRAILER HASH.
001653*   2026-10-15  BB  76-BYTE REJECT RECORDS (RAREJREC.CPY NOW
001663*       CARRIES THE EDIT REASON CODES).
001673*   2026-10-15  BB  A NON-NUMERIC DECIMAL IS LEFT OUT OF THE
001683*       HASH TOTAL INSTEAD OF ABENDING THE ADD.
001700*-----------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
003000 FD  RAREJ
003100     RECORDING MODE IS F.
003200 01  RAREJ-RECORD.
003300     05  FILLER                      PIC X(76).
003400 FD  RARPT
003500     RECORDING MODE IS F.
003600 01  RARPT-LINE                      PIC X(132).
024400     MOVE RREJ-DATA TO RECORD-A2.
024500     IF WS-LABELED-FILE
024600         ADD 1 TO WS-LBL-COUNT
024700         IF RA2-DECIMAL NUMERIC
024710             ADD RA2-DECIMAL TO WS-LBL-HASH
024720         END-IF
024800     END-IF.
024900     GO TO 7600-EXIT.
025000 7600-EXIT.
