002170*                   TWO FEEDS RUN BACK TO BACK WERE MIXING
002180*                   THEIR CATEGORY PROFILES AND TURNING
002190*                   EVERY DRIFT ALERT INTO NOISE.
002191* 15-OCT-2026  MC   CONDFLD DICTIONARY RUNS NOW WRITE RUNHIST
002192*                   ROWS TOO, MARKED "F" IN RH-FEED-TYPE.
002193*                   THEIR TOTAL IS RECORDS, NOT CHARACTERS,
002194*                   AND THEY HAVE NO CATEGORY PROFILE, SO THE
002195*                   TREND SKIPS THEM.
002196* 15-OCT-2026  MC   ROWS A CONDBKOT BACKOUT HAS REVERSED
002197*                   (RH-REVERSED-FLAG "X") ARE SKIPPED TOO --
002198*                   THE NIGHT WAS WITHDRAWN.
002199*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.  IBM-370.
005100     05  RH-TOTAL-COUNT          PIC 9(07).
005110     05  FILLER                  PIC X(01).
005120     05  RH-FEED-ID              PIC X(08).
005156     05  FILLER                  PIC X(02).
005192     05  RH-FEED-TYPE            PIC X(01).
005228         88  RH-FIELD-FEED               VALUE "F".
005264     05  RH-REVERSED-FLAG        PIC X(01).
005270         88  RH-REVERSED                 VALUE "X".
005280     05  FILLER                  PIC X(07).
005300
005400 FD  TRNDRPT
005500     RECORDING MODE IS F.
022000*----------------------------------------------------------
022100* A RUNHIST RECORD WITH A ZERO OR NON-NUMERIC TOTAL (E.G.
022200* A SHORT NIGHT THAT NEVER RAN) CANNOT BE TRENDED AND IS
022266* SKIPPED RATHER THAN DIVIDED BY, AS IS A CONDFLD FIELD-FEED
022332* ROW, WHICH HAS NO CATEGORY COUNTS TO TREND.
022366* A ROW REVERSED BY A NIGHT BACKOUT IS SKIPPED AS WELL.
022400*----------------------------------------------------------
022500 2000-LOAD-ONE-RUN.
022600*----------------------------------------------------------
022700     IF RH-TOTAL-COUNT IS NOT NUMERIC
022800         OR RH-TOTAL-COUNT = ZERO
022850         OR RH-FIELD-FEED
022860         OR RH-REVERSED
022900         GO TO 2000-NEXT
023000     END-IF
023010     IF TR-FEED-ID NOT = SPACES
