000100*----------------------------------------------------------------
000200*RAGLEREC.CPY
000300*GENERAL-LEDGER JOURNAL-ENTRY INTERFACE RECORD (DD RAGLOUT,
000400*80 BYTES) WRITTEN BY RARPT150 FROM THE NIGHTLY RAGOOD PASS.
000500*THE FILE IS ONE BALANCED JOURNAL ENTRY: AN 'HDR' RECORD, THEN
000600*A DEBIT LINE TO THE MAPPED GL ACCOUNT AND AN OFFSETTING
000700*CREDIT LINE TO THE OFFSET ACCOUNT FOR EVERY STATES/FLAG PAIR
000800*WITH A DECIMAL TOTAL (RAGLMREC.CPY), THEN A 'TRL' RECORD
000900*CARRYING THE LINE COUNT AND THE DEBIT AND CREDIT TOTALS.  THE
001000*LEDGER LOAD MUST COUNT AND TOTAL THE LINES ITSELF AND REFUSE
001100*THE FILE WHEN THE TRAILER IS MISSING, DOES NOT MATCH, OR THE
001200*DEBITS DO NOT EQUAL THE CREDITS.  THE HEADER AND TRAILER
001300*SHARE THE CONTROL VIEW OF THE RECORD.
001400*----------------------------------------------------------------
001500*MODIFICATION HISTORY
001600*  2026-10-15  BB  ORIGINAL VERSION.
001700*----------------------------------------------------------------
001800 01  RAGLE-RECORD.
001900     05  RAGLE-REC-TYPE              PIC X(03).
002000         88  RAGLE-HEADER-REC        VALUE 'HDR'.
002100         88  RAGLE-DETAIL-REC        VALUE 'DTL'.
002200         88  RAGLE-TRAILER-REC       VALUE 'TRL'.
002300     05  RAGLE-DETAIL.
002400         10  RAGLE-POST-DATE         PIC 9(08).
002500         10  RAGLE-LINE-NBR          PIC 9(06).
002600         10  RAGLE-GL-ACCOUNT        PIC X(10).
002700         10  RAGLE-COST-CENTER       PIC X(06).
002800         10  RAGLE-DR-CR             PIC X(01).
002900             88  RAGLE-DEBIT         VALUE 'D'.
003000             88  RAGLE-CREDIT        VALUE 'C'.
003100         10  RAGLE-AMOUNT            PIC 9(11)V9(02).
003200         10  RAGLE-STATES            PIC X(02).
003300         10  RAGLE-FLAG              PIC X(02).
003400         10  RAGLE-SRC-COUNT         PIC 9(09).
003500         10  RAGLE-DESC              PIC X(20).
003600     05  RAGLE-CONTROL REDEFINES RAGLE-DETAIL.
003700         10  RAGLE-CTL-POST-DATE     PIC 9(08).
003800         10  RAGLE-CTL-SOURCE        PIC X(08).
003900         10  RAGLE-CTL-RUN-TIME      PIC 9(06).
004000         10  RAGLE-CTL-LINE-COUNT    PIC 9(09).
004100         10  RAGLE-CTL-DR-TOTAL      PIC 9(13)V9(02).
004200         10  RAGLE-CTL-CR-TOTAL      PIC 9(13)V9(02).
004300         10  FILLER                  PIC X(16).
