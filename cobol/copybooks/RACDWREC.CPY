000100*----------------------------------------------------------------
000200*RACDWREC.CPY
000300*DELIVERY WATERMARK FOR THE RACDC230 CHANGE-DATA-CAPTURE
000400*EXTRACT (DD RACDCWM).  A SINGLE 80-BYTE RECORD REWRITTEN AT THE
000500*END OF EVERY DELIVERY.  IT RECORDS HOW MANY RABKCAT BACKUP
000600*CYCLES HAD BEEN CATALOGED AT THE LAST DELIVERY AND HOW MANY
000700*RECORDS OF THE JOURNAL GENERATION THEN CURRENT HAD BEEN
000800*DELIVERED, SO THE NEXT RUN CAN FIND THAT GENERATION AGAIN
000900*AFTER RABKP135 HAS ARCHIVED IT AND PICK UP AT THE NEXT RECORD.
001000*THE SIGNATURE IS THE FIRST RECORD OF THAT GENERATION (KEY,
001100*DATE/TIME AND JOB); IT MUST STILL MATCH, OR THE GENERATION WAS
001200*REPLACED (A RALOD030 FULL LOAD) AND THE WATERMARK NO LONGER
001300*POINTS ANYWHERE MEANINGFUL.  THE LAST-CHANGE AND RUN STAMPS
001400*ARE FOR THE OPERATOR'S LOG ONLY.
001500*----------------------------------------------------------------
001600*MODIFICATION HISTORY
001700*  2026-10-15  BB  ORIGINAL VERSION.
001800*----------------------------------------------------------------
001900 01  RACDW-RECORD.
002000     05  RACDW-CAT-COUNT             PIC 9(09).
002100     05  RACDW-JRNL-DELIVERED        PIC 9(09).
002200     05  RACDW-SIGNATURE.
002300         10  RACDW-SIG-KEY           PIC X(04).
002400         10  RACDW-SIG-DATE          PIC 9(08).
002500         10  RACDW-SIG-TIME          PIC 9(06).
002600         10  RACDW-SIG-JOB           PIC X(08).
002700     05  RACDW-LAST-CHG-DATE         PIC 9(08).
002800     05  RACDW-LAST-CHG-TIME         PIC 9(06).
002900     05  RACDW-RUN-DATE              PIC 9(08).
003000     05  RACDW-RUN-TIME              PIC 9(06).
003100     05  FILLER                      PIC X(08).
