000400*FIELDS ON A RECORD-A ENTRY.  ONE AUDIT RECORD IS WRITTEN FOR
000500*EACH FIELD CHANGED SO THE OLD VALUE, NEW VALUE, DATE/TIME OF
000600*CHANGE AND THE JOB THAT MADE IT CAN BE RECONSTRUCTED LATER.
000610*THE RARCD265 RECODE ALSO WRITES STAT-STATE/STAT-FLAG FOR A
000620*RASTAT KEY AND REJ-STATES/REJ-FLAG FOR AN OUTSTANDING REJECT,
000630*KEYED ON THE OLD KEY.
000700*----------------------------------------------------------------
000800*MODIFICATION HISTORY
000900*  2026-08-09  BB  ORIGINAL VERSION.
000910*  2026-10-15  BB  DOCUMENT THE RARCD265 FIELD NAMES.
001000*----------------------------------------------------------------
001100 01  AUDIT-RECORD.
001200     05  AUD-KEY.
