000100*----------------------------------------------------------------
000200*RAFIXREC.CPY
000300*REPAIRED-REJECT RECORD WRITTEN BY RARFX180 TO RARFIX.  THE
000400*FIRST 45 BYTES ARE THE SEQUENCED STREAM IMAGE (RASEQREC.CPY)
000500*THE RARCY185 MERGE READS BACK INTO THE STREAM; THE OPERATOR
000600*WHO MADE THE REPAIR FOLLOWS IT.  THE FILE CARRIES THE USUAL
000700*HDR/TRL CONTROL RECORDS (RACTLREC.CPY), SPACE-PADDED.
000800*----------------------------------------------------------------
000900*MODIFICATION HISTORY
001000*  2026-10-15  BB  ORIGINAL VERSION.
001100*----------------------------------------------------------------
001200 01  RAFIX-RECORD.
001300     05  RAFIX-SEQ-IMAGE             PIC X(45).
001400     05  RAFIX-OPER-ID               PIC X(08).
