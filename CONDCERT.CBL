002300*                   CONDCCHK COMPANION IN THE TRANSMIT JOB
002400*                   REFUSES TO RELEASE ANYTHING WITHOUT A
002500*                   PASSING CERTIFICATE ON FILE.
002508* 15-OCT-2026  MC   FIELD-FEED CERTIFICATES.  WITH "F" IN
002516*                   SYSIN COLUMN 19 THE REPTFILE DD IS A
002524*                   CONDFLD EXCPFILE GENERATION: ITS CONTROL-
002532*                   TOTALS FOOTER (RECORDS READ, PASSED,
002540*                   FAILED, RECOVERED THROUGH CONDFREP, AND
002548*                   FAILURES BY FIELD) IS BALANCED HERE IN
002556*                   PLACE OF THE CONDRCON VERDICT, WHICH HAS
002564*                   NO FIELD-SIDE EQUIVALENT, AND THE
002572*                   CERTIFICATE IS MARKED "F" IN THE NEW
002580*                   CERT-FEED-TYPE BYTE SO CONDCCHK KEEPS THE
002588*                   TWO KINDS APART.
002590* 15-OCT-2026  MC   KEY/VERIFY HOLD.  A CHARACTER FEED'S
002591*                   CURRENT REJECT GENERATION IS NOW READ
002592*                   (NEW REJFILE DD) AND THE CERTIFICATE FAILS
002593*                   WHILE ANY CONDKVER "K"/"M" REJECT FOR THE
002594*                   FEED AND NIGHT IS STILL ON THAT GENERATION
002595*                   (CONDREPR DROPS ONE ONLY ONCE IT IS DECIDED).
002596*                   THE RESULT IS THE NEW CERT-KEYVER-CHECK.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003800
003900     SELECT CERTFILE ASSIGN TO CERTFILE
004000         ORGANIZATION IS SEQUENTIAL.
004050
004070     SELECT REJFILE  ASSIGN TO REJFILE
004090         ORGANIZATION IS SEQUENTIAL.
004100
004200     SELECT SYSIN-FILE ASSIGN TO SYSIN
004300         ORGANIZATION IS LINE SEQUENTIAL.
005100 FD  RECNRPT
005200     RECORDING MODE IS F.
005300 01  RECNRPT-RECORD              PIC X(80).
005304
005308*----------------------------------------------------------
005312* REJFILE - THE NIGHT'S CURRENT REJECT GENERATION (NOT READ
005316*   FOR A FIELD FEED).  ONLY THE KEY/VERIFY ROWS MATTER
005320*   HERE: CONDREPR CARRIES A "K"/"M" ROW FORWARD UNTIL DATA
005324*   CONTROL HAS DECIDED IT IN CONDCORR, AND A PASS THAT
005328*   SEES IT DECIDED DROPS IT, SO ANY ONE FOR THE NIGHT STILL
005332*   HERE MEANS WHAT CONDOUTB WOULD SEND IS NOT YET SETTLED.
005336*----------------------------------------------------------
005340 FD  REJFILE
005344     RECORDING MODE IS F.
005348 01  REJFILE-RECORD.
005352     05  RJ-RECORD-NUMBER        PIC 9(07).
005356     05  FILLER                  PIC X(01).
005360     05  RJ-SOURCE-RECORD        PIC X(80).
005364     05  RJ-FEED-ID              PIC X(08).
005368     05  RJ-ORIG-DATE            PIC 9(08).
005372     05  RJ-CYCLE-COUNT          PIC 9(03).
005376     05  RJ-REJECT-TYPE          PIC X(01).
005380         88  RJ-KEY-VERIFY                   VALUE "K", "M".
005384     05  RJ-KV-DECIDED           PIC X(01).
005388         88  RJ-KV-DECISION-MADE             VALUE "Y", "D".
005390         88  RJ-KV-DISCARDED                 VALUE "D".
005392     05  FILLER                  PIC X(03).
005400
005500*----------------------------------------------------------
005600* CERTFILE - PERMANENT RELEASE-CERTIFICATION DATASET.  ONE
006000*   ONE).  CERT-VERDICT IS "PASS" ONLY WHEN THE FOOTER WAS
006100*   FOUND, THE TRAILER CHECK DID NOT FAIL AND THE AUDIT
006200*   TRAIL BALANCED -- CONDCCHK RELEASES ON NOTHING LESS.
006216*   CERT-FEED-TYPE IS "F" ON A FIELD-FEED CERTIFICATE AND
006232*   BLANK ON A CHARACTER-FEED ONE; FOR A FIELD FEED THE
006248*   BALANCE CHECK IS THE FOOTER'S OWN ARITHMETIC, THE TOTAL
006264*   IS RECORDS READ AND THE REJECTS ARE THOSE FAILED AND NOT
006280*   RECOVERED.
006285*   CERT-KEYVER-CHECK IS "F" WHILE A KEY/VERIFY REJECT OF
006290*   THE NIGHT IS UNSETTLED, "P" WHEN NONE IS, AND "U" ON
006295*   A FIELD FEED.
006300*----------------------------------------------------------
006400 FD  CERTFILE
006500     RECORDING MODE IS F.
007800     05  CERT-BALANCE-CHECK      PIC X(01).
007900     05  FILLER                  PIC X(01).
008000     05  CERT-VERDICT            PIC X(04).
008040     05  FILLER                  PIC X(01).
008080     05  CERT-FEED-TYPE          PIC X(01).
008120         88  CERT-FIELD-FEED                 VALUE "F".
008160     05  FILLER                  PIC X(15).
008170     05  CERT-KEYVER-CHECK       PIC X(01).
008180     05  FILLER                  PIC X(12).
008200
008300 FD  SYSIN-FILE.
008400 01  CTL-CARD.
008600* SYSIN CONTROL CARD LAYOUT.
008700*   COLUMNS  1- 8   CERTIFYING OPERATOR ID
008800*   COLUMNS 10-17   FEED ID, AS STAMPED ON THE NIGHT'S RUN
008825*   COLUMN     19   FEED TYPE ("F" = A CONDFLD FIELD FEED,
008850*                   REPTFILE BEING ITS EXCPFILE; BLANK = A
008875*                   CHARACTER FEED)
008900*----------------------------------------------------------
009000     05  CTL-OPERATOR-ID         PIC X(08).
009100     05  FILLER                  PIC X(01).
009200     05  CTL-FEED-ID             PIC X(08).
009240     05  FILLER                  PIC X(01).
009280     05  CTL-FEED-TYPE           PIC X(01).
009320         88  CTL-FIELD-FEED                  VALUE "F", "f".
009360     05  FILLER                  PIC X(61).
009400
009500 WORKING-STORAGE SECTION.
009600 01  CT-SWITCHES.
010000         88  CT-RECN-END-OF-FILE             VALUE "Y".
010100     05  CT-SYSIN-SWITCH         PIC X(01)   VALUE "N".
010200         88  CT-SYSIN-PRESENT                VALUE "Y".
010220     05  CT-FEED-TYPE-SWITCH     PIC X(01)   VALUE "C".
010240         88  CT-FIELD-MODE                   VALUE "F".
010260     05  CT-BY-FIELD-SWITCH      PIC X(01)   VALUE "N".
010280         88  CT-IN-BY-FIELD                  VALUE "Y".
010285     05  CT-REJ-EOF-SWITCH       PIC X(01)   VALUE "N".
010290         88  CT-REJ-END-OF-FILE              VALUE "Y".
010300
010400 01  CT-OPERATOR-ID              PIC X(08)   VALUE SPACES.
010500 01  CT-FEED-ID                  PIC X(08)   VALUE SPACES.
010520
010540* THE NIGHT BEING CERTIFIED, MATCHED TO RJ-ORIG-DATE.
010560 01  CT-RUN-DATE                 PIC 9(08)   VALUE ZERO.
010600
010700 01  CT-CHECKS.
010800     05  CT-FOOTER-CHECK         PIC X(01)   VALUE "F".
010900     05  CT-TRAILER-CHECK        PIC X(01)   VALUE "U".
011000     05  CT-BALANCE-CHECK        PIC X(01)   VALUE "F".
011005     05  CT-KEYVER-CHECK         PIC X(01)   VALUE "U".
011010
011020 01  CT-VERDICT                  PIC X(04)   VALUE "FAIL".
011100
011600     05  CT-SPECIAL-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
011700     05  CT-REJECT-COUNT         PIC 9(07)   COMP-3 VALUE ZERO.
011800     05  CT-TOTAL-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
011807
011814*----------------------------------------------------------
011821* FIELD-FEED FOOTER TOTALS FROM CONDFLD'S EXCPFILE.  THE
011828* RECOVERED LINE ACCUMULATES ACROSS THE PROFILE RUN AND
011835* EVERY CONDFREP PASS APPENDED TO THE SAME GENERATION.
011842*----------------------------------------------------------
011849 01  CT-FIELD-TOTALS.
011856     05  CT-READ-COUNT           PIC 9(07)   COMP-3 VALUE ZERO.
011863     05  CT-PASSED-COUNT         PIC 9(07)   COMP-3 VALUE ZERO.
011870     05  CT-FAILED-COUNT         PIC 9(07)   COMP-3 VALUE ZERO.
011877     05  CT-RECOVERED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
011884     05  CT-BY-FIELD-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
011900
012000*----------------------------------------------------------
012100* OVERLAY OF A REPTFILE SUMMARY LINE AND DE-EDIT WORK AREA,
013500                                 PIC 9(07).
013600
013700 01  CT-WORK-COUNT               PIC 9(07)   COMP-3 VALUE ZERO.
013720
013740 01  CT-KV-OPEN-COUNT            PIC 9(07)   COMP-3 VALUE ZERO.
013800
013900 PROCEDURE DIVISION.
014000*----------------------------------------------------------
014500         UNTIL CT-REPT-END-OF-FILE
014600     PERFORM 3000-SCAN-RECN-LINE   THRU 3000-EXIT
014700         UNTIL CT-RECN-END-OF-FILE
014720     PERFORM 3500-SCAN-REJFILE     THRU 3500-EXIT
014740         UNTIL CT-REJ-END-OF-FILE
014800     PERFORM 4000-WRITE-CERTIFICATE THRU 4000-EXIT
014900     PERFORM 9000-TERMINATE        THRU 9000-EXIT
015000     STOP RUN.
015300 1000-INITIALIZE.
015400*----------------------------------------------------------
015500     OPEN INPUT  REPTFILE
015520     PERFORM 1100-READ-SYSIN       THRU 1100-EXIT
015540     IF CT-SYSIN-PRESENT AND CTL-FIELD-FEED
015560         MOVE "F" TO CT-FEED-TYPE-SWITCH
015580     END-IF
015600     IF CT-FIELD-MODE
015620         MOVE "Y" TO CT-RECN-EOF-SWITCH
015630         MOVE "Y" TO CT-REJ-EOF-SWITCH
015640     ELSE
015660         OPEN INPUT RECNRPT
015665         OPEN INPUT REJFILE
015670         MOVE "P" TO CT-KEYVER-CHECK
015680     END-IF
015700     OPEN EXTEND CERTFILE
015900     IF CT-SYSIN-PRESENT
016000         MOVE CTL-OPERATOR-ID TO CT-OPERATOR-ID
016100         MOVE CTL-FEED-ID     TO CT-FEED-ID
016600     IF CT-FEED-ID = SPACES
016700         MOVE "DEFAULT" TO CT-FEED-ID
016800     END-IF
016850     ACCEPT CT-RUN-DATE FROM DATE YYYYMMDD
016900     PERFORM 8000-READ-REPTFILE    THRU 8000-EXIT
016950     IF NOT CT-FIELD-MODE
017000         PERFORM 8100-READ-RECNRPT THRU 8100-EXIT
017020         PERFORM 8200-READ-REJFILE THRU 8200-EXIT
017050     END-IF.
017100 1000-EXIT.
017200     EXIT.
017300
019000* CHECK EVEN IF AN "AGREE" LINE FROM AN EARLIER SECTION
019100* ALSO APPEARS -- A FAILURE ANYWHERE IN THE GENERATION IS
019200* A FAILURE.
019225* IN A FIELD FEED'S EXCPFILE EVERY NON-BLANK LINE BETWEEN
019250* "FAILURES BY FIELD" AND THE NEXT BLANK LINE IS ONE FIELD'S
019275* FAILURE COUNT.
019300*----------------------------------------------------------
019400 2000-SCAN-REPT-LINE.
019500*----------------------------------------------------------
019600     EVALUATE TRUE
019604         WHEN CT-IN-BY-FIELD AND CT-REPT-LINE = SPACES
019608             MOVE "N" TO CT-BY-FIELD-SWITCH
019612         WHEN CT-IN-BY-FIELD
019616             PERFORM 2100-DE-EDIT-COUNT THRU 2100-EXIT
019620             ADD CT-WORK-COUNT TO CT-BY-FIELD-COUNT
019624         WHEN CT-REPT-LINE(1:17) = "FAILURES BY FIELD"
019628             MOVE "Y" TO CT-BY-FIELD-SWITCH
019632         WHEN CT-RL-LABEL = "Records read"
019636             PERFORM 2100-DE-EDIT-COUNT THRU 2100-EXIT
019640             ADD CT-WORK-COUNT TO CT-READ-COUNT
019644             MOVE "P" TO CT-FOOTER-CHECK
019648         WHEN CT-RL-LABEL = "Records passed"
019652             PERFORM 2100-DE-EDIT-COUNT THRU 2100-EXIT
019656             ADD CT-WORK-COUNT TO CT-PASSED-COUNT
019660             MOVE "P" TO CT-FOOTER-CHECK
019664         WHEN CT-RL-LABEL = "Records failed"
019668             PERFORM 2100-DE-EDIT-COUNT THRU 2100-EXIT
019672             ADD CT-WORK-COUNT TO CT-FAILED-COUNT
019676             MOVE "P" TO CT-FOOTER-CHECK
019680         WHEN CT-RL-LABEL = "Recovered"
019684             PERFORM 2100-DE-EDIT-COUNT THRU 2100-EXIT
019688             ADD CT-WORK-COUNT TO CT-RECOVERED-COUNT
019700         WHEN CT-RL-LABEL = "Vowels"
019800             PERFORM 2100-DE-EDIT-COUNT THRU 2100-EXIT
019900             ADD CT-WORK-COUNT TO CT-VOWEL-COUNT
025600 3000-EXIT.
025700     EXIT.
025800
025803*----------------------------------------------------------
025806* ANY KEY/VERIFY REJECT RAISED FOR THIS FEED TONIGHT THAT IS
025809* STILL ON THE CURRENT REJECT GENERATION IS UNSETTLED -- A
025812* DECIDED ONE LEAVES IT ON THE NEXT CONDREPR PASS, WHEN ITS
025815* DECISION REACHES REPAIRS.  ONE SUCH ROW FAILS THE CHECK.
025818*----------------------------------------------------------
025821 3500-SCAN-REJFILE.
025824*----------------------------------------------------------
025827     IF RJ-KEY-VERIFY
025830         AND RJ-FEED-ID = CT-FEED-ID
025833         AND RJ-ORIG-DATE = CT-RUN-DATE
025845         ADD 1 TO CT-KV-OPEN-COUNT
025848         MOVE "F" TO CT-KEYVER-CHECK
025851     END-IF
025854     PERFORM 8200-READ-REJFILE     THRU 8200-EXIT.
025857 3500-EXIT.
025860     EXIT.
025863
025900*----------------------------------------------------------
026000 4000-WRITE-CERTIFICATE.
026100*----------------------------------------------------------
026200     IF CT-BALANCE-CHECK = "X"
026300         MOVE "F" TO CT-BALANCE-CHECK
026400     END-IF
026444     IF CT-FIELD-MODE
026488         PERFORM 4100-BALANCE-FIELD-FEED THRU 4100-EXIT
026532     ELSE
026576         COMPUTE CT-TOTAL-COUNT =
026620             CT-VOWEL-COUNT + CT-CONSONANT-COUNT
026664             + CT-DIGIT-COUNT + CT-SPECIAL-COUNT
026708             + CT-REJECT-COUNT
026752     END-IF
026800     MOVE SPACES TO CERT-RECORD
026900     ACCEPT CERT-DATE FROM DATE YYYYMMDD
027000     MOVE CT-FEED-ID         TO CERT-FEED-ID
027400     MOVE CT-FOOTER-CHECK    TO CERT-FOOTER-CHECK
027500     MOVE CT-TRAILER-CHECK   TO CERT-TRAILER-CHECK
027600     MOVE CT-BALANCE-CHECK   TO CERT-BALANCE-CHECK
027610     MOVE CT-KEYVER-CHECK    TO CERT-KEYVER-CHECK
027625     IF CT-FIELD-MODE
027650         MOVE "F" TO CERT-FEED-TYPE
027675     END-IF
027700     IF CT-FOOTER-CHECK = "P"
027800         AND CT-TRAILER-CHECK NOT = "F"
027900         AND CT-BALANCE-CHECK = "P"
027950         AND CT-KEYVER-CHECK NOT = "F"
028000         MOVE "PASS" TO CT-VERDICT
028100     ELSE
028200         MOVE "FAIL" TO CT-VERDICT
028600         " FOOTER=" CT-FOOTER-CHECK
028700         " TRAILER=" CT-TRAILER-CHECK
028800         " BALANCE=" CT-BALANCE-CHECK
028850         " KEYVER=" CT-KEYVER-CHECK
028900         " VERDICT=" CT-VERDICT
028910     IF CT-KV-OPEN-COUNT > ZERO
028930         DISPLAY "CONDCERT: " CT-KV-OPEN-COUNT
028950             " KEY/VERIFY REJECT(S) STILL ON THE REJECT"
028970             " GENERATION -- RUN CONDCORR AND CONDREPR"
028990     END-IF.
029000 4000-EXIT.
029002     EXIT.
029004
029006*----------------------------------------------------------
029008* THE FIELD-FEED FOOTER MUST ADD UP: EVERY RECORD READ
029010* EITHER PASSED OR FAILED, NO MORE WERE RECOVERED THAN
029012* FAILED, AND THE FAILURES BY FIELD ACCOUNT FOR EVERY FAILED
029014* RECORD (ONE RECORD MAY FAIL SEVERAL FIELDS, SO THEY MAY
029016* ADD TO MORE, BUT NEVER TO ANY WHEN NOTHING FAILED).  AN
029018* EMPTY FEED CERTIFIES NOTHING.
029020*----------------------------------------------------------
029022 4100-BALANCE-FIELD-FEED.
029024*----------------------------------------------------------
029026     MOVE CT-READ-COUNT TO CT-TOTAL-COUNT
029028     IF CT-RECOVERED-COUNT > CT-FAILED-COUNT
029030         MOVE ZERO TO CT-REJECT-COUNT
029032     ELSE
029034         COMPUTE CT-REJECT-COUNT =
029036             CT-FAILED-COUNT - CT-RECOVERED-COUNT
029038     END-IF
029040     MOVE "F" TO CT-BALANCE-CHECK
029042     IF CT-READ-COUNT = ZERO
029044         GO TO 4100-EXIT
029046     END-IF
029048     IF CT-PASSED-COUNT + CT-FAILED-COUNT NOT = CT-READ-COUNT
029050         GO TO 4100-EXIT
029052     END-IF
029054     IF CT-RECOVERED-COUNT > CT-FAILED-COUNT
029056         GO TO 4100-EXIT
029058     END-IF
029060     IF CT-BY-FIELD-COUNT < CT-FAILED-COUNT
029062         GO TO 4100-EXIT
029064     END-IF
029066     IF CT-FAILED-COUNT = ZERO AND CT-BY-FIELD-COUNT > ZERO
029068         GO TO 4100-EXIT
029070     END-IF
029072     MOVE "P" TO CT-BALANCE-CHECK.
029074 4100-EXIT.
029100     EXIT.
029200
029300*----------------------------------------------------------
030800 8100-EXIT.
030900     EXIT.
031000
031010*----------------------------------------------------------
031020 8200-READ-REJFILE.
031030*----------------------------------------------------------
031040     READ REJFILE
031050         AT END MOVE "Y" TO CT-REJ-EOF-SWITCH
031060     END-READ.
031070 8200-EXIT.
031080     EXIT.
031090
031100*----------------------------------------------------------
031200 9000-TERMINATE.
031300*----------------------------------------------------------
031400     CLOSE REPTFILE
031450     IF NOT CT-FIELD-MODE
031500         CLOSE RECNRPT
031520         CLOSE REJFILE
031550     END-IF
031600     CLOSE CERTFILE
031700     IF CT-VERDICT = "PASS"
031800         MOVE 0 TO RETURN-CODE
