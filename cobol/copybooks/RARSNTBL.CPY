000100*----------------------------------------------------------------
000200*RARSNTBL.CPY
000300*REJECT REASON CODE TABLE.  ONE ENTRY PER EDIT RAEDT010 APPLIES
000400*TO THE RECORD-A2 IMAGE, IN REASON-CODE ORDER, SO THE CODE IS
000500*ALSO THE SUBSCRIPT.  THE CODES THEMSELVES RIDE ON THE REJECT
000600*RECORD (RREJ-REASON, RAREJREC.CPY); THIS TABLE GIVES THE
000700*REPAIR SCREEN AND THE REASON ANALYSIS REPORT THE WORDS TO PUT
000800*BESIDE THEM.  A NEW EDIT MEANS A NEW ENTRY HERE AND A BUMP IN
000900*RARSN-ENTRY-COUNT.
001000*----------------------------------------------------------------
001100*MODIFICATION HISTORY
001200*  2026-10-15  BB  ORIGINAL VERSION.
001300*----------------------------------------------------------------
001400 01  RARSN-TABLE-VALUES.
001500     05  FILLER                      PIC X(32)
001600         VALUE '01STATES NOT VALID ON RATABLE  '.
001700     05  FILLER                      PIC X(32)
001800         VALUE '02FLAG NOT VALID ON RATABLE    '.
001900     05  FILLER                      PIC X(32)
002000         VALUE '03FIELD-WITH-VAL BLANK         '.
002100     05  FILLER                      PIC X(32)
002200         VALUE '04SPACES-VAL NOT ALPHABETIC    '.
002300     05  FILLER                      PIC X(32)
002400         VALUE '05ZERO-VAL NOT NUMERIC         '.
002500     05  FILLER                      PIC X(32)
002600         VALUE '06PLUS-VAL NOT NUMERIC         '.
002700     05  FILLER                      PIC X(32)
002800         VALUE '07PLUS-VAL NEGATIVE            '.
002900     05  FILLER                      PIC X(32)
003000         VALUE '08MINUS-VAL NOT NUMERIC        '.
003100     05  FILLER                      PIC X(32)
003200         VALUE '09MINUS-VAL POSITIVE           '.
003300     05  FILLER                      PIC X(32)
003400         VALUE '10DECIMAL NOT NUMERIC          '.
003500     05  FILLER                      PIC X(32)
003600         VALUE '11RECORD-VERSION NOT 1 OR 2    '.
003700 01  RARSN-TABLE REDEFINES RARSN-TABLE-VALUES.
003800     05  RARSN-ENTRY                 OCCURS 11 TIMES.
003900         10  RARSN-CODE              PIC X(02).
004000         10  RARSN-DESC              PIC X(30).
004100 01  RARSN-ENTRY-COUNT               PIC 9(04) COMP VALUE 11.
