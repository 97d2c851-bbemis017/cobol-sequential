000100*----------------------------------------------------------------
000200*RAGLMREC.CPY
000300*RECORD LAYOUT FOR THE RAGLMAP GENERAL-LEDGER ACCOUNT-MAPPING
000400*TABLE, KEYED ON STATES + FLAG.  EACH ROW NAMES THE GL ACCOUNT
000500*AND COST CENTER THE DECIMAL TOTAL FOR THE STATES/FLAG PAIR IS
000600*DEBITED TO AND THE OFFSET ACCOUNT AND COST CENTER THE SAME
000700*AMOUNT IS CREDITED TO, SO EVERY PAIR POSTS A BALANCED ENTRY.
000800*A FLAG OF '**' IS THE DEFAULT ROW FOR EVERY FLAG OF THE STATE
000900*AND THE '**'/'**' ROW IS THE SUSPENSE ROW FOR ANY PAIR WITH NO
001000*OTHER ROW IN EFFECT.  EFFECTIVE/EXPIRY DATES (ZERO = OPEN)
001100*WORK AS ON RATABLE; TO MOVE A PAIR TO A NEW ACCOUNT, EXPIRE
001200*THE ROW RATHER THAN DELETING IT.  MAINTAINED ON RAGLM235,
001300*LISTED BY RAGLL240, READ BY RARPT150 FOR THE RAGLOUT LEDGER
001400*INTERFACE.
001500*----------------------------------------------------------------
001600*MODIFICATION HISTORY
001700*  2026-10-15  BB  ORIGINAL VERSION.
001800*----------------------------------------------------------------
001900 01  RAGLM-RECORD.
002000     05  RAGLM-KEY.
002100         10  RAGLM-STATES            PIC X(02).
002200         10  RAGLM-FLAG              PIC X(02).
002300     05  RAGLM-GL-ACCOUNT            PIC X(10).
002400     05  RAGLM-COST-CENTER           PIC X(06).
002500     05  RAGLM-OFFSET-ACCOUNT        PIC X(10).
002600     05  RAGLM-OFFSET-CC             PIC X(06).
002700     05  RAGLM-DESC                  PIC X(20).
002800     05  RAGLM-EFF-DATE              PIC 9(08).
002900     05  RAGLM-EXP-DATE              PIC 9(08).
