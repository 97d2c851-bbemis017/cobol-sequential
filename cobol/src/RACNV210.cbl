002440*       CARRY-FILE AND CURRENT-JOURNAL CONVERSIONS SO EVERY
002450*       PERSISTENT STORE THE NEW WIDTHS TOUCH HAS A CUTOVER
002460*       PATH.
002468*   2026-10-15  BB  THE CARRY FILE IS NOW WRITTEN IN THE 76-BYTE
002476*       REJECT LAYOUT (RAREJREC.CPY NOW CARRIES THE EDIT REASON
002484*       CODES); A CONVERTED CARRY RECORD PREDATES THE CODES, SO
002492*       ITS REASON LIST IS LEFT EMPTY.
002493*   2026-10-15  BB  THE CURRENT JOURNAL GENERATION IS NOW WRITTEN
002494*       IN THE 67-BYTE AFTER-IMAGE LAYOUT (RAJRNREC.CPY NOW
002495*       CARRIES THE OPERATOR ID); A CONVERTED RECORD PREDATES
002496*       OPERATOR SIGN-ON, SO ITS OPERATOR ID IS LEFT BLANK.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
008480 FD  RAREJC
008490     RECORDING MODE IS F.
008491 01  RAREJC-RECORD.
008492     05  FILLER                      PIC X(76).
008493 FD  RAJRNO
008494     RECORDING MODE IS F.
008495 01  OJ-RECORD.
008505 FD  RAJRNC
008506     RECORDING MODE IS F.
008507 01  RAJRNC-RECORD.
008508     05  FILLER                      PIC X(67).
008510 FD  RARPT
008520     RECORDING MODE IS F.
008530 01  RARPT-LINE                      PIC X(132).
015200*-----------------------------------------------------------------
015300* 1000-INITIALIZE - OPEN EVERYTHING, WRITE THE NEW EXTRACT'S
015400* HEADER AND PRIME THE THREE READS.
015410* THE REJECT REASON LIST AND THE JOURNAL OPERATOR ID ARE CLEARED
015420* ONCE HERE; NO CONVERTED RECORD CARRIES EITHER.
015500*-----------------------------------------------------------------
015600 1000-INITIALIZE.
015700     OPEN INPUT RAMSTRO.
017200         THRU 7100-EXIT.
017300     PERFORM 7200-READ-NEXT-EXTRACT
017400         THRU 7200-EXIT.
017410     MOVE ZERO TO RREJ-REASON-COUNT.
017420     MOVE SPACES TO RREJ-REASON-TABLE.
017430     MOVE SPACES TO JRNL-OPER-ID.
017500     GO TO 1000-EXIT.
017600 1000-EXIT.
017700     EXIT.
