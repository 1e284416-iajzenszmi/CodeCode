002530*                   VOLUME AVERAGE STILL COVERS EVERY RUN
002540*                   ON FILE; ON A MULTI-FEED NIGHT SUPPLY
002550*                   THE EXPECTED COUNT ON SYSIN INSTEAD.
002552* 15-OCT-2026  MC   CONDFLD FIELD-FEED ROWS ON RUNHIST (RH-
002554*                   FEED-TYPE "F") COUNT RECORDS, NOT
002556*                   CHARACTERS, AND ARE LEFT OUT OF THE
002558*                   EXPECTED-VOLUME AVERAGE.
002560* 15-OCT-2026  MC   SO ARE ROWS A CONDBKOT NIGHT BACKOUT HAS
002562*                   REVERSED (RH-REVERSED-FLAG "X").
002590*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.  IBM-370.
007000     05  RH-TOTAL-COUNT          PIC 9(07).
007010     05  FILLER                  PIC X(01).
007020     05  RH-FEED-ID              PIC X(08).
007056     05  FILLER                  PIC X(02).
007092     05  RH-FEED-TYPE            PIC X(01).
007128         88  RH-FIELD-FEED               VALUE "F".
007164     05  RH-REVERSED-FLAG        PIC X(01).
007170         88  RH-REVERSED                 VALUE "X".
007180     05  FILLER                  PIC X(07).
007200
007300 FD  SYSIN-FILE.
007400 01  CTL-CARD.
026300         NOT AT END
026400             IF RH-TOTAL-COUNT IS NUMERIC
026500                 AND RH-TOTAL-COUNT > ZERO
026550                 AND NOT RH-FIELD-FEED
026560                 AND NOT RH-REVERSED
026600                 ADD 1 TO ST-HIST-RUNS
026700                 ADD RH-TOTAL-COUNT TO ST-HIST-TOTAL
026800             END-IF
