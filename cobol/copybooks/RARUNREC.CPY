000900*GOOD + REJECTS = IN, APPLIED = GOOD, REPORTED = GOOD) BEFORE
001000*THE OPERATOR RELEASES THE OUTPUTS.  THE FILE IS STARTED FRESH
001100*EACH NIGHT; PROGRAMS OPEN IT EXTEND SO THE STEP RECORDS
001200*ACCUMULATE IN RUN ORDER.  RARUN-RUN-TIME IS THE TIME THE STEP
001210*ENDED (WHEN ITS RECORDS WERE WRITTEN) AND RARUN-START-TIME THE
001220*TIME IT STARTED.  AFTER RABAL160 HAS CERTIFIED THE NIGHT,
001230*RAHST250 FILES THE RECORDS ON THE RUN-HISTORY FILE (RARUNH).
001240*DIRECTION 'N' MARKS AN OUTPUT THE STEP WAS SET NOT TO WRITE
001250*TONIGHT (COUNT AND HASH ZERO), SO RABAL160 CAN TELL A FILE
001260*DELIBERATELY NOT SENT FROM A STEP RECORD THAT IS MISSING.
001300*----------------------------------------------------------------
001400*MODIFICATION HISTORY
001500*  2026-09-02  BB  ORIGINAL VERSION.
001510*  2026-10-15  BB  ADDED RARUN-START-TIME.  LAYOUT GREW FROM 53 TO
001520*      59 BYTES.
001530*  2026-10-15  BB  ADDED DIRECTION 'N' (OUTPUT NOT SENT).
001600*----------------------------------------------------------------
001700 01  RARUN-RECORD.
001800     05  RARUN-JOB-NAME              PIC X(08).
002200     05  RARUN-DIRECTION             PIC X(01).
002300         88  RARUN-DIR-INPUT         VALUE 'I'.
002400         88  RARUN-DIR-OUTPUT        VALUE 'O'.
002410         88  RARUN-DIR-NOT-SENT      VALUE 'N'.
002500     05  RARUN-REC-COUNT             PIC 9(09).
002600     05  RARUN-HASH-TOTAL            PIC 9(11)V9(02).
002610     05  RARUN-START-TIME            PIC 9(06).
