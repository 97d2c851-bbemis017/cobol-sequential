001260*      (RAREC2.CPY WIDTHS).  LAYOUT GREW FROM 53 TO 59 BYTES.  A
001270*      REPLAY MUST NEVER SPAN THE RACNV210 CONVERSION BOUNDARY -
001280*      TAKE A FRESH RABKP135 BACKUP RIGHT AFTER CONVERTING.
001285*  2026-10-15  BB  ADDED JRNL-OPER-ID, THE SIGNED-ON OPERATOR
001290*      WHO MADE AN ONLINE CHANGE (SPACES FROM BATCH JOBS).
001295*      LAYOUT GREW FROM 59 TO 67 BYTES.
001300*----------------------------------------------------------------
001400 01  JRNL-RECORD.
001500     05  JRNL-KEY.
002300     05  JRNL-RUN-DATE               PIC 9(08).
002400     05  JRNL-RUN-TIME               PIC 9(06).
002500     05  JRNL-JOB-NAME               PIC X(08).
002510     05  JRNL-OPER-ID                PIC X(08).
