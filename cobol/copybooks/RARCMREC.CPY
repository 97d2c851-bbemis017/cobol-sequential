000100*----------------------------------------------------------------
000200*RARCMREC.CPY
000300*CODE-RETIREMENT MAPPING CARD (DD RARCMAP) FOR THE RARCD265
000400*MASS RECODE.  80-BYTE CARD IMAGES KEYED BY THE ANALYST WITH THE
000500*EDITOR; AN '*' IN COLUMN 1 IS A COMMENT.  EACH ROW MOVES EVERY
000600*USE OF ONE RETIRING STATES ('S') OR FLAG ('F') CODE TO ITS
000700*REPLACEMENT ON RAMSTR, RASTAT AND THE OUTSTANDING REJECTS.  THE
000800*NEW CODE MUST BE IN EFFECT ON RATABLE, AN OLD CODE MAY APPEAR
000900*ONLY ONCE PER TYPE, AND A NEW CODE MAY NOT ITSELF BE MAPPED -
001000*RECODE IN ONE STEP, NOT A CHAIN.  RAIMP260 LISTS THE CODES
001100*THAT NEED A ROW.
001200*----------------------------------------------------------------
001300*MODIFICATION HISTORY
001400*  2026-10-15  BB  ORIGINAL VERSION.
001500*----------------------------------------------------------------
001600 01  RARCM-RECORD.
001700     05  RARCM-TYPE                  PIC X(01).
001800         88  RARCM-TYPE-STATE        VALUE 'S'.
001900         88  RARCM-TYPE-FLAG         VALUE 'F'.
002000         88  RARCM-TYPE-COMMENT      VALUE '*'.
002100     05  RARCM-OLD-CODE              PIC X(02).
002200     05  RARCM-NEW-CODE              PIC X(02).
002300     05  RARCM-DESC                  PIC X(30).
002400     05  FILLER                      PIC X(45).
