000100*----------------------------------------------------------------
000200*RASLAREC.CPY
000300*STREAM SERVICE-LEVEL CONTROL TABLE (DD RASLA), READ BY THE
000400*RAHRP255 WEEKLY RUN-HISTORY REPORT.  80-BYTE CARD IMAGES KEPT
000500*BY OPERATIONS WITH THE EDITOR; AN '*' IN COLUMN 1 IS A COMMENT.
000600*ONE 'W' ROW GIVES THE LATEST TIME THE WHOLE STREAM MAY FINISH
000700*AND THE TIME THE NIGHTLY WINDOW OPENS - A CLOCK TIME EARLIER
000800*THAN THE OPENING IS TAKEN TO BE THE FOLLOWING MORNING, SO A
000900*STREAM THAT RUNS PAST MIDNIGHT STILL COMPARES IN ORDER.  ONE
001000*'S' ROW PER STEP (JOB NAME AS POSTED ON RARUN) GIVES THE LATEST
001100*TIME THAT STEP MAY FINISH.  TIMES ARE HHMM.  A STEP WITH NO ROW
001200*IS REPORTED BUT NEVER FLAGGED.
001300*----------------------------------------------------------------
001400*MODIFICATION HISTORY
001500*  2026-10-15  BB  ORIGINAL VERSION.
001600*----------------------------------------------------------------
001700 01  RASLA-RECORD.
001800     05  RASLA-TYPE                  PIC X(01).
001900         88  RASLA-TYPE-WINDOW       VALUE 'W'.
002000         88  RASLA-TYPE-STEP         VALUE 'S'.
002100         88  RASLA-TYPE-COMMENT      VALUE '*'.
002200     05  RASLA-JOB-NAME              PIC X(08).
002300     05  RASLA-SLA-TIME.
002400         10  RASLA-SLA-HH            PIC 9(02).
002500         10  RASLA-SLA-MM            PIC 9(02).
002600     05  RASLA-OPEN-TIME.
002700         10  RASLA-OPEN-HH           PIC 9(02).
002800         10  RASLA-OPEN-MM           PIC 9(02).
002900     05  RASLA-DESC                  PIC X(30).
003000     05  FILLER                      PIC X(33).
