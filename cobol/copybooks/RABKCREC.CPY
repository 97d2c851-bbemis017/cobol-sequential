000100*----------------------------------------------------------------
000200*RABKCREC.CPY
000300*BACKUP CATALOG RECORD (DD RABKCAT).  RABKP135 APPENDS ONE
000400*RECORD PER BACKUP CYCLE, IN CYCLE ORDER: THE DATE/TIME THE
000500*BACKUP WAS TAKEN, ITS RECORD COUNT AND DECIMAL HASH (THE SAME
000600*FIGURES AS ITS TRAILER), AND THE NUMBER OF JOURNAL RECORDS THE
000700*CYCLE CLOSED OUT TO THE ARCHIVE GENERATION.  THE LAST RECORD IS
000800*ALWAYS THE NEWEST RABKUP GENERATION, SO A RECORD'S DISTANCE
000900*FROM THE END IS ITS RELATIVE GENERATION NUMBER; THE JOURNAL
001000*THAT BELONGS TO A BACKUP IS THE ONE CLOSED OUT BY THE NEXT
001100*CYCLE (OR THE CURRENT JOURNAL FOR THE NEWEST BACKUP).  READ
001200*BY RAASO225 TO LOCATE THE BACKUP AND JOURNAL FOR AN AS-OF
001210*INQUIRY, AND BY RACDC230 TO FIND ITS PLACE IN THE ARCHIVED
001220*JOURNAL GENERATIONS ACROSS A CUT.
001400*----------------------------------------------------------------
001500*MODIFICATION HISTORY
001600*  2026-10-15  BB  ORIGINAL VERSION.
001700*----------------------------------------------------------------
001800 01  RABKC-RECORD.
001900     05  RABKC-BKUP-DATE             PIC 9(08).
002000     05  RABKC-BKUP-TIME             PIC 9(06).
002100     05  RABKC-REC-COUNT             PIC 9(09).
002200     05  RABKC-HASH-TOTAL            PIC 9(11)V9(02).
002300     05  RABKC-JRNL-CLOSED           PIC 9(09).
002400     05  FILLER                      PIC X(05).
