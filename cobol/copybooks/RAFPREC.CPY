000900*SENT THE SAME FILE TWICE, BEFORE A SINGLE RECORD IS NUMBERED.
001000*THE FILE IS A GENERATION CHAIN LIKE THE SEQUENCE CONTROL:
001100*EACH RUN COPIES THE ENTRIES STILL IN THE WINDOW FORWARD AND
001200*APPENDS ITS OWN.  RAFP-SOURCE IS THE SOURCE-OF-ENTRY CODE
001210*(E, C OR R) THE SUBMISSION ARRIVED UNDER, SO EACH FEED IS
001220*AVERAGED AGAINST ITS OWN HISTORY; A BLANK SOURCE (AN ENTRY
001230*WRITTEN BEFORE THE FIELD WAS ADDED) COUNTS AS E.
001240*AN OLD 30-BYTE CHAIN IS REBLOCKED TO 31 ONCE (SEE RANUM005 JCL).
001300*----------------------------------------------------------------
001400*MODIFICATION HISTORY
001500*  2026-09-02  BB  ORIGINAL VERSION.
001510*  2026-10-15  BB  ADD RAFP-SOURCE.  RECORD GREW 30 TO 31.
001600*----------------------------------------------------------------
001700 01  RAFP-RECORD.
001800     05  RAFP-DATE                   PIC 9(08).
001900     05  RAFP-REC-COUNT              PIC 9(09).
002000     05  RAFP-HASH-TOTAL             PIC 9(11)V9(02).
002010     05  RAFP-SOURCE                 PIC X(01).
