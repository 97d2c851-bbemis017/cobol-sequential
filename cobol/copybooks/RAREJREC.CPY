000700*STATUS.  RARFX180 IS THE REPAIR SCREEN OVER THIS FILE,
000800*RARCY185 MERGES THE CORRECTED RECORDS BACK INTO THE NEXT
000900*RUN'S INPUT, AND RARAG190 AGES WHAT IS STILL OUTSTANDING.
000907*EVERY REJECT CARRIES THE REASON CODE OF EACH EDIT THE RECORD
000914*FAILED, IN THE ORDER RAEDT010 APPLIED THEM:
000921*  01 STATES NOT ON RATABLE / NOT IN EFFECT
000928*  02 FLAG NOT ON RATABLE / NOT IN EFFECT
000935*  03 FIELD-WITH-VAL BLANK
000942*  04 SPACES-VAL NOT ALPHABETIC
000949*  05 ZERO-VAL NOT NUMERIC
000956*  06 PLUS-VAL NOT NUMERIC
000963*  07 PLUS-VAL NEGATIVE
000970*  08 MINUS-VAL NOT NUMERIC
000977*  09 MINUS-VAL POSITIVE
000984*  10 DECIMAL NOT NUMERIC
000991*  11 RECORD-VERSION NOT 1 OR 2
001000*----------------------------------------------------------------
001100*MODIFICATION HISTORY
001200*  2026-08-22  BB  ORIGINAL VERSION.
001250*  2026-09-02  BB  RREJ-DATA NOW CARRIES THE 35-BYTE VERSION-2
001260*      RECORD-A IMAGE (RAREC2.CPY).  LAYOUT GREW FROM 48 TO 54
001270*      BYTES.
001276*  2026-10-15  BB  ADDED RREJ-REASON-COUNT AND UP TO TEN
001282*      RREJ-REASON CODES, ONE PER EDIT THE RECORD FAILED, SO
001288*      THE REPAIR SCREEN AND THE REASON ANALYSIS (RARSN195) CAN
001294*      SAY WHY.  LAYOUT GREW FROM 54 TO 76 BYTES.
001300*----------------------------------------------------------------
001400 01  RREJ-RECORD.
001500     05  RREJ-SEQ-NBR                PIC 9(09).
002200         88  RREJ-SRC-EXTRACT        VALUE 'E'.
002300         88  RREJ-SRC-CSV            VALUE 'C'.
002400         88  RREJ-SRC-RECYCLE        VALUE 'R'.
002410     05  RREJ-REASON-COUNT           PIC 9(02).
002420     05  RREJ-REASON-TABLE.
002430         10  RREJ-REASON             OCCURS 10 TIMES
002440                                     PIC X(02).
