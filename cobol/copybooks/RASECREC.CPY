000100*----------------------------------------------------------------
000200*RASECREC.CPY
000300*OPERATOR SECURITY RECORD FOR THE ONLINE SCREENS (DD RASECUR).
000400*INDEXED ON RASEC-USER-ID AND MAINTAINED BY THE SECURITY
000500*ADMINISTRATOR.  RAMNT090, RATBM170 AND RARFX180 SIGN THE
000600*OPERATOR ON AGAINST THIS FILE BEFORE THE FIRST MENU AND REFUSE
000700*ANY FUNCTION ABOVE RASEC-AUTH-LEVEL.  THE LEVELS ARE CUMULATIVE
000800*- EACH ONE CARRIES THE AUTHORITY OF THE LEVELS BELOW IT:
000900*    1  INQUIRY ONLY
001000*    2  MASTER UPDATE        (RAMNT090 ADD/CHANGE/DELETE)
001100*    3  REJECT REPAIR        (RARFX180 FIX)
001200*    4  REFERENCE-TABLE ADMIN (RATBM170 ADD/CHANGE/DELETE)
001300*A REVOKED USER ID CANNOT SIGN ON AT ANY LEVEL.
001400*----------------------------------------------------------------
001500*MODIFICATION HISTORY
001600*  2026-10-15  BB  ORIGINAL VERSION.
001700*----------------------------------------------------------------
001800 01  RASEC-RECORD.
001900     05  RASEC-USER-ID               PIC X(08).
002000     05  RASEC-PASSWORD              PIC X(08).
002100     05  RASEC-USER-NAME             PIC X(20).
002200     05  RASEC-AUTH-LEVEL            PIC 9(01).
002300         88  RASEC-LEVEL-INQUIRY     VALUE 1.
002400         88  RASEC-LEVEL-MSTR-UPDATE VALUE 2.
002500         88  RASEC-LEVEL-REJ-REPAIR  VALUE 3.
002600         88  RASEC-LEVEL-TABLE-ADMIN VALUE 4.
002700         88  RASEC-LEVEL-VALID       VALUE 1 THRU 4.
002800     05  RASEC-STATUS                PIC X(01).
002900         88  RASEC-STATUS-ACTIVE     VALUE 'A'.
003000         88  RASEC-STATUS-REVOKED    VALUE 'R'.
003100     05  FILLER                      PIC X(12).
