000100*----------------------------------------------------------------
000200*RAPDTREC.CPY
000300*BUSINESS PROCESSING-DATE CONTROL RECORD (DD RAPDATE).  A SINGLE
000400*50-BYTE RECORD OWNED BY OPERATIONS AND ROLLED FORWARD ONCE PER
000500*BUSINESS DAY BY RAPDT220.  EVERY STREAM PROGRAM TAKES ITS
000600*BUSINESS DATE FROM RAPDT-BUS-DATE INSTEAD OF THE SYSTEM CLOCK,
000700*SO A RUN THAT SLIPS PAST MIDNIGHT, OR A RERUN THE NEXT
000800*MORNING, STILL STAMPS THE DATE OF THE BUSINESS DAY IT BELONGS
000900*TO.  RAPDT-LAST-RUN-DATE IS SET BY RANUM005 WHEN THE NIGHTLY
001000*STREAM HAS BEEN RUN FOR THE BUSINESS DATE; RANUM005 REFUSES
001100*TO OPEN THE STREAM AGAIN UNTIL THE DATE HAS BEEN ROLLED, AND
001200*RAPDT220 REFUSES TO ROLL PAST A DATE THE STREAM HAS NOT RUN.
001210*RAPDT-LAST-RUN-SRC LISTS THE SOURCE-OF-ENTRY CODES (E, C, R)
001220*ALREADY RUN FOR THAT DATE, SO EACH FEED MAY OPEN THE STREAM
001230*ONCE PER BUSINESS DAY; A BLANK LIST WITH THE DATE SET MEANS
001240*THE STREAM HAS RUN AND IS TREATED AS EVERY SOURCE RUN.
001300*THE ROLL DATE/TIME IS THE WALL CLOCK AT THE LAST ROLL, KEPT
001400*FOR THE OPERATOR'S LOG ONLY.
001500*----------------------------------------------------------------
001600*MODIFICATION HISTORY
001700*  2026-10-15  BB  ORIGINAL VERSION.
001800*----------------------------------------------------------------
001900 01  RAPDT-RECORD.
002000     05  RAPDT-BUS-DATE              PIC 9(08).
002100     05  RAPDT-PRIOR-DATE            PIC 9(08).
002200     05  RAPDT-LAST-RUN-DATE         PIC 9(08).
002300     05  RAPDT-ROLL-DATE             PIC 9(08).
002400     05  RAPDT-ROLL-TIME             PIC 9(06).
002410     05  RAPDT-LAST-RUN-SOURCES.
002420         10  RAPDT-LAST-RUN-SRC      PIC X(01) OCCURS 3 TIMES.
002430     05  FILLER                      PIC X(09).
