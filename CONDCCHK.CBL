002000*                   STEP IS CONDITIONED ON THIS RC, SO
002100*                   NOTHING LEAVES THE SHOP WITHOUT A
002200*                   PASSING CERTIFICATE ON FILE.
002210* 15-OCT-2026  MC   EVERY CHECK IS NOW APPENDED TO THE
002220*                   PERMANENT RELSLOG RELEASE LOG -- RUN DATE,
002230*                   FEED, WHEN THE CHECK RAN, RELEASED OR HELD
002240*                   AND THE VERDICT IT WAS BASED ON -- SO THE
002250*                   CONDMORN STATUS BOARD CAN SHOW WHETHER A
002260*                   FEED WAS ACTUALLY LET GO, NOT JUST WHETHER
002270*                   IT COULD HAVE BEEN.
002271* 15-OCT-2026  MC   FIELD FEEDS COME UNDER THE SAME GATE.
002272*                   WITH "F" IN SYSIN COLUMN 19 ONLY A
002273*                   FIELD-FEED CERTIFICATE (CERT-FEED-TYPE
002274*                   "F", WRITTEN BY CONDCERT FROM A CONDFLD
002275*                   RUN) CAN RELEASE THE FEED; WITHOUT IT ONLY
002276*                   A CHARACTER-FEED ONE CAN.  A PASSING
002277*                   CERTIFICATE OF THE OTHER KIND NEVER
002278*                   STANDS IN.
002279* 15-OCT-2026  MC   A "REVK" CERTIFICATE APPENDED BY THE
002280*                   CONDBKOT NIGHT BACKOUT REVOKES THE NIGHT:
002281*                   AS THE LATEST VERDICT IT HOLDS THE FEED,
002282*                   AND THE REASON AND DATE OF THE BACKOUT ARE
002283*                   DISPLAYED.
002284* 15-OCT-2026  MC   RELSLOG NOW SAYS "PASSED" WHEN THIS GATE
002285*                   LET THE TRANSMIT GO AHEAD AND "HELD" WHEN
002286*                   IT DID NOT.  "RELEASED" IS WRITTEN ONLY BY
002287*                   A SECOND EXECUTION WITH "R" IN SYSIN COLUMN
002288*                   21, RUN AFTER THE TRANSMIT STEPS HAVE ALL
002289*                   ENDED RC=0.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003000     SELECT CERTFILE ASSIGN TO CERTFILE
003100         ORGANIZATION IS SEQUENTIAL.
003200
003210     SELECT OPTIONAL RELSLOG ASSIGN TO RELSLOG
003220         ORGANIZATION IS SEQUENTIAL.
003230
003300     SELECT SYSIN-FILE ASSIGN TO SYSIN
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
005200     05  CERT-BALANCE-CHECK      PIC X(01).
005300     05  FILLER                  PIC X(01).
005400     05  CERT-VERDICT            PIC X(04).
005440     05  FILLER                  PIC X(01).
005480     05  CERT-FEED-TYPE          PIC X(01).
005520         88  CERT-FIELD-FEED                 VALUE "F".
005560     05  FILLER                  PIC X(01).
005565     05  CERT-REVOKE-REASON      PIC X(04).
005570     05  FILLER                  PIC X(01).
005575     05  CERT-REVOKE-DATE        PIC X(08).
005580     05  FILLER                  PIC X(14).
005600
005604*----------------------------------------------------------
005608* RELSLOG - PERMANENT RELEASE LOG, NOT A GDG.  ONE ROW PER
005612*   EXECUTION OF THIS GATE.  RL-DECISION IS "PASSED" WHEN
005616*   THE STEP ENDED RC=0 AND LET THE TRANSMIT GO AHEAD, ELSE
005620*   "HELD".  THE RELEASE-RECORDING EXECUTION (SYSIN COLUMN
005624*   21) RUNS ONLY AFTER THE TRANSMIT ENDED RC=0 AND WRITES
005625*   "RELEASED" -- OR "HELD" IF THE CERTIFICATE NO LONGER
005626*   PASSES.  RL-VERDICT IS THE CERTIFICATE'S VERDICT, OR
005627*   "NONE" WHEN NO CERTIFICATE WAS ON FILE.
005628*----------------------------------------------------------
005632 FD  RELSLOG
005636     RECORDING MODE IS F.
005640 01  RELSLOG-RECORD.
005644     05  RL-RUN-DATE             PIC X(08).
005648     05  FILLER                  PIC X(01).
005652     05  RL-FEED-ID              PIC X(08).
005656     05  FILLER                  PIC X(01).
005660     05  RL-CHECK-DATE           PIC 9(08).
005664     05  FILLER                  PIC X(01).
005668     05  RL-CHECK-TIME           PIC 9(08).
005672     05  FILLER                  PIC X(01).
005676     05  RL-DECISION             PIC X(08).
005680     05  FILLER                  PIC X(01).
005684     05  RL-VERDICT              PIC X(04).
005688     05  FILLER                  PIC X(31).
005692
005700 FD  SYSIN-FILE.
005800 01  CTL-CARD.
005900*----------------------------------------------------------
006200*                   TODAY)
006300*   COLUMNS 10-17   FEED ID (BLANK = ANY FEED -- ONLY SAFE
006400*                   ON A SINGLE-FEED SHOP)
006433*   COLUMN     19   FEED TYPE ("F" = A CONDFLD FIELD FEED,
006466*                   BLANK = A CHARACTER FEED)
006476*   COLUMN     21   "R" = RECORD THE RELEASE.  RUN AS THE
006486*                   LAST STEP OF THE TRANSMIT JOB, AFTER
006496*                   EVERY STEP BEFORE IT ENDED RC=0.
006500*----------------------------------------------------------
006600     05  CTL-RUN-DATE            PIC X(08).
006700     05  FILLER                  PIC X(01).
006800     05  CTL-FEED-ID             PIC X(08).
006840     05  FILLER                  PIC X(01).
006880     05  CTL-FEED-TYPE           PIC X(01).
006920         88  CTL-FIELD-FEED                  VALUE "F", "f".
006960     05  FILLER                  PIC X(01).
006970     05  CTL-RELEASE-FLAG        PIC X(01).
006980         88  CTL-RECORD-RELEASE              VALUE "R", "r".
006990     05  FILLER                  PIC X(59).
007000
007100 WORKING-STORAGE SECTION.
007200 01  CK-SWITCHES.
007600         88  CK-SYSIN-PRESENT                VALUE "Y".
007700     05  CK-FOUND-SWITCH         PIC X(01)   VALUE "N".
007800         88  CK-CERT-FOUND                   VALUE "Y".
007810     05  CK-RELEASE-SWITCH       PIC X(01)   VALUE "N".
007820         88  CK-RECORDING-RELEASE            VALUE "Y".
007900
008000 01  CK-RUN-DATE                 PIC X(08)   VALUE SPACES.
008100 01  CK-FEED-ID                  PIC X(08)   VALUE SPACES.
008200 01  CK-CERT-DATE-X              PIC X(08).
008214
008228*----------------------------------------------------------
008242* THE CERT-FEED-TYPE A CERTIFICATE MUST CARRY TO COUNT:
008256* SPACE FOR A CHARACTER FEED, "F" FOR A FIELD FEED.
008270*----------------------------------------------------------
008284 01  CK-CERT-TYPE                PIC X(01)   VALUE SPACE.
008300
008400*----------------------------------------------------------
008500* THE LATEST MATCHING CERTIFICATE, KEPT AS THE FILE IS READ
009000     05  CK-KC-OPERATOR          PIC X(08)   VALUE SPACES.
009100     05  CK-KC-TOTAL             PIC X(07)   VALUE SPACES.
009200     05  CK-KC-VERDICT           PIC X(04)   VALUE SPACES.
009203         88  CK-KC-PASSED                    VALUE "PASS".
009206         88  CK-KC-REVOKED                   VALUE "REVK".
009210     05  CK-KC-REVOKE-REASON     PIC X(04)   VALUE SPACES.
009220     05  CK-KC-REVOKE-DATE       PIC X(08)   VALUE SPACES.
009300
009400 PROCEDURE DIVISION.
009500*----------------------------------------------------------
011000     IF CK-SYSIN-PRESENT
011100         MOVE CTL-RUN-DATE TO CK-RUN-DATE
011200         MOVE CTL-FEED-ID  TO CK-FEED-ID
011225         IF CTL-FIELD-FEED
011250             MOVE "F" TO CK-CERT-TYPE
011275         END-IF
011280         IF CTL-RECORD-RELEASE
011285             MOVE "Y" TO CK-RELEASE-SWITCH
011290         END-IF
011300     END-IF
011400     IF CK-RUN-DATE = SPACES
011500         ACCEPT CK-RUN-DATE FROM DATE YYYYMMDD
013700     IF CK-CERT-DATE-X = CK-RUN-DATE
013800         AND (CK-FEED-ID = SPACES
013900             OR CERT-FEED-ID = CK-FEED-ID)
013950         AND CERT-FEED-TYPE = CK-CERT-TYPE
014000         MOVE "Y"              TO CK-FOUND-SWITCH
014100         MOVE CERT-OPERATOR-ID TO CK-KC-OPERATOR
014200         MOVE CERT-TOTAL-COUNT TO CK-KC-TOTAL
014300         MOVE CERT-VERDICT     TO CK-KC-VERDICT
014310         MOVE CERT-REVOKE-REASON TO CK-KC-REVOKE-REASON
014320         MOVE CERT-REVOKE-DATE   TO CK-KC-REVOKE-DATE
014400     END-IF
014500     PERFORM 8000-READ-CERTFILE    THRU 8000-EXIT.
014600 2000-EXIT.
015100*----------------------------------------------------------
015200     DISPLAY "CONDCCHK: RUN DATE " CK-RUN-DATE
015300         " FEED " CK-FEED-ID
015325     IF CK-CERT-TYPE = "F"
015350         DISPLAY "CONDCCHK: FIELD-FEED CERTIFICATES ONLY"
015375     END-IF
015380     IF CK-RECORDING-RELEASE
015385         DISPLAY "CONDCCHK: TRANSMIT ENDED RC=0 -- "
015390             "RECORDING THE RELEASE"
015395     END-IF
015400     IF NOT CK-CERT-FOUND
015500         DISPLAY "CONDCCHK: NO CERTIFICATE ON FILE -- "
015600             "DO NOT RELEASE"
015900     DISPLAY "CONDCCHK: LATEST CERTIFICATE BY " CK-KC-OPERATOR
016000         " TOTAL " CK-KC-TOTAL
016100         " VERDICT " CK-KC-VERDICT
016110     IF CK-KC-REVOKED
016120         DISPLAY "CONDCCHK: NIGHT BACKED OUT ON "
016130             CK-KC-REVOKE-DATE " REASON " CK-KC-REVOKE-REASON
016140             " -- DO NOT RELEASE"
016150         GO TO 3000-EXIT
016160     END-IF
016200     IF CK-KC-VERDICT NOT = "PASS"
016300         DISPLAY "CONDCCHK: CERTIFICATE DID NOT PASS -- "
016400             "DO NOT RELEASE"
017500 8000-EXIT.
017600     EXIT.
017700
017704*----------------------------------------------------------
017708 8100-WRITE-RELEASE-LOG.
017712*----------------------------------------------------------
017716     OPEN EXTEND RELSLOG
017720     MOVE SPACES                TO RELSLOG-RECORD
017724     MOVE CK-RUN-DATE           TO RL-RUN-DATE
017728     MOVE CK-FEED-ID            TO RL-FEED-ID
017732     ACCEPT RL-CHECK-DATE FROM DATE YYYYMMDD
017736     ACCEPT RL-CHECK-TIME FROM TIME
017740     EVALUATE TRUE
017744         WHEN NOT CK-CERT-FOUND OR NOT CK-KC-PASSED
017748             MOVE "HELD"        TO RL-DECISION
017752         WHEN CK-RECORDING-RELEASE
017756             MOVE "RELEASED"    TO RL-DECISION
017757         WHEN OTHER
017758             MOVE "PASSED"      TO RL-DECISION
017759     END-EVALUATE
017760     IF CK-CERT-FOUND
017764         MOVE CK-KC-VERDICT     TO RL-VERDICT
017768     ELSE
017772         MOVE "NONE"            TO RL-VERDICT
017776     END-IF
017780     WRITE RELSLOG-RECORD
017784     CLOSE RELSLOG.
017788 8100-EXIT.
017792     EXIT.
017796
017800*----------------------------------------------------------
017900 9000-TERMINATE.
018000*----------------------------------------------------------
018300         MOVE 0 TO RETURN-CODE
018400     ELSE
018500         MOVE 8 TO RETURN-CODE
018600     END-IF
018610     PERFORM 8100-WRITE-RELEASE-LOG THRU 8100-EXIT.
018700 9000-EXIT.
018800     EXIT.
