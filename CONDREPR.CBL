002178*                   THROUGH.  REJECTS WRITTEN BEFORE THE
002179*                   FIELDS EXISTED START THEIR COUNT AT ONE
002180*                   ON THE FIRST PASS THAT SEES THEM.
002181* 15-OCT-2026  MC   EVERY RECORD THAT NOW CLASSIFIES VALID IS
002182*                   ALSO APPENDED TO THE PERMANENT REPAIRS
002183*                   DATASET WITH THE CLASS IT WAS GIVEN, SO
002184*                   THE CONDOUTB OUTBOUND ASSEMBLY CAN PUT A
002185*                   REPAIRED CHARACTER BACK IN ITS ORIGINAL
002186*                   POSITION IN THE NIGHT'S FEED.
002193* 15-OCT-2026  MC   REPAIRS NOW LOGS EVERY RECORD A PASS
002200*                   HANDLES, NOT ONLY THE ONES IT REPAIRS --
002207*                   A STILL-BAD RECORD IS LOGGED WITH CLASS
002214*                   "I" -- AND EACH ROW CARRIES THE DATE OF
002221*                   THE PASS (LRECL 120), SO THE CONDCHRG
002228*                   MONTHLY CHARGEBACK CAN COUNT THE REPAIR
002235*                   CYCLES EACH FEED CONSUMED IN THE MONTH.
002236* 15-OCT-2026  MC   KEY/VERIFY DISAGREEMENTS FROM CONDKVER
002237*                   ("K"/"M" IN RJ-REJECT-TYPE) ARE HELD ON
002238*                   REJOUT UNTIL DATA CONTROL HAS DECIDED THEM
002239*                   IN CONDCORR (RJ-KV-DECIDED), SINCE THE
002240*                   PRIMARY VALUE USUALLY CLASSIFIES VALID; THE
002241*                   TYPE RIDES ONTO REPAIRS FOR CONDOUTB.
002242* 15-OCT-2026  MC   A KEY/VERIFY CHARACTER DATA CONTROL HAS
002243*                   DISCARDED IN CONDCORR (RJ-KV-DECIDED "D")
002244*                   IS LOGGED TO REPAIRS AS CLASS "X" FOR
002245*                   CONDOUTB TO LEAVE OUT, AND NOT CARRIED
002246*                   FORWARD.  IT IS COUNTED WITH THE REJECTS
002247*                   SO THE FOOTER STILL BALANCES, BUT DOES NOT
002248*                   BY ITSELF END THE PASS RC=4.
002249*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT OPTIONAL CHARRULE ASSIGN TO CHARRULE
004425         ORGANIZATION IS SEQUENTIAL.
004450
004475     SELECT OPTIONAL REPAIRS ASSIGN TO REPAIRS
004500         ORGANIZATION IS SEQUENTIAL.
004600
004700 DATA DIVISION.
006210     05  RJ-FEED-ID              PIC X(08).
006220     05  RJ-ORIG-DATE            PIC 9(08).
006230     05  RJ-CYCLE-COUNT          PIC 9(03).
006241     05  RJ-REJECT-TYPE          PIC X(01).
006252         88  RJ-KEY-VERIFY                   VALUE "K", "M".
006263     05  RJ-KV-DECIDED           PIC X(01).
006274         88  RJ-KV-DECISION-MADE             VALUE "Y", "D".
006280         88  RJ-KV-DISCARDED                 VALUE "D".
006285     05  FILLER                  PIC X(03).
006300
006400 FD  REJOUT
006500     RECORDING MODE IS F.
009700     05  CRR-CHAR                PIC X(01).
009800     05  CRR-CLASS               PIC X(01).
009900     05  FILLER                  PIC X(78).
009904
009908*----------------------------------------------------------
009912* REPAIRS - PERMANENT REPAIR-RESULTS DATASET, NOT A GDG.  ONE
009914*   RECORD PER REJECT A REPAIR PASS HANDLES: THE CORRECTED
009916*   REJECT AS READ, WITH THE CLASS THE PASS GAVE IT IN
009918*   RR-CLASS ("I" = STILL BAD, SENT ON TO REJOUT; "X" = A
009920*   KEY/VERIFY CHARACTER DATA CONTROL DISCARDED) AND THE
009922*   DATE OF THE PASS IN RR-REPAIR-DATE.  RR-CYCLE-COUNT IS
009924*   THE NUMBER OF EARLIER PASSES THE REJECT HAD BEEN THROUGH.
009926*   CONDOUTB MERGES THE VALID ONES BACK INTO THE NIGHT'S
009928*   OUTBOUND FEED BY RR-RECORD-NUMBER; CONDCHRG COUNTS EVERY
009930*   ROW AS ONE REPAIR CYCLE CONSUMED.
009936*----------------------------------------------------------
009940 FD  REPAIRS
009944     RECORDING MODE IS F.
009948 01  REPAIRS-RECORD.
009952     05  RR-RECORD-NUMBER        PIC 9(07).
009956     05  FILLER                  PIC X(01).
009960     05  RR-SOURCE-RECORD        PIC X(80).
009964     05  RR-FEED-ID              PIC X(08).
009968     05  RR-ORIG-DATE            PIC 9(08).
009972     05  RR-CYCLE-COUNT          PIC 9(03).
009976     05  RR-CLASS                PIC X(01).
009980     05  RR-REJECT-TYPE          PIC X(01).
009984     05  FILLER                  PIC X(03).
009990     05  RR-REPAIR-DATE          PIC 9(08).
010000
010100 WORKING-STORAGE SECTION.
010200*----------------------------------------------------------
011400     88  RP-CLASS-DIGIT                   VALUE "D".
011500     88  RP-CLASS-SPECIAL                 VALUE "S".
011600     88  RP-CLASS-INVALID                 VALUE "I".
011650     88  RP-CLASS-DISCARDED               VALUE "X".
011700
011800 01  RP-SWITCHES.
011900     05  RP-EOF-SWITCH           PIC X(01)   VALUE "N".
013700     05  RP-DIGIT-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
013800     05  RP-SPECIAL-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
013900     05  RP-REJECT-COUNT         PIC 9(07)   COMP-3 VALUE ZERO.
013950     05  RP-DISCARD-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
014000     05  RP-TOTAL-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
014100
014200 01  RP-PERCENT-WORK             PIC 9(03)V9(02).
016900     OPEN OUTPUT REJOUT
017000     OPEN EXTEND REPTFILE
017100     OPEN EXTEND AUDITLOG
017150     OPEN EXTEND REPAIRS
017200     PERFORM 1100-READ-SYSIN       THRU 1100-EXIT
017300     IF RP-SYSIN-PRESENT
017400         MOVE CTL-OPERATOR-ID TO RP-OPERATOR-ID
023400     MOVE RJ-CHAR                TO Char
023500     MOVE Char                   TO RPR-CHAR
023600     PERFORM 2010-DETERMINE-CLASSIFICATION THRU 2010-EXIT
023612     IF RJ-KEY-VERIFY AND NOT RJ-KV-DECISION-MADE
023624         MOVE "I" TO RP-EFFECTIVE-CLASS
023636     END-IF
023640     IF RJ-KV-DISCARDED
023643         MOVE "X" TO RP-EFFECTIVE-CLASS
023646     END-IF
023650     PERFORM 8300-WRITE-REPAIRS-RECORD THRU 8300-EXIT
023700     EVALUATE TRUE
023710         WHEN RJ-KEY-VERIFY AND NOT RJ-KV-DECISION-MADE
023720             MOVE "KEY/VERIFY DECISION OUTSTANDING"
023730                                      TO RPR-MESSAGE
023740             ADD 1 TO RP-REJECT-COUNT
023750             PERFORM 8200-WRITE-REJOUT-RECORD THRU 8200-EXIT
023760         WHEN RP-CLASS-DISCARDED
023768             MOVE "KEY/VERIFY CHARACTER DISCARDED"
023776                                      TO RPR-MESSAGE
023784             ADD 1 TO RP-REJECT-COUNT
023792             ADD 1 TO RP-DISCARD-COUNT
023800         WHEN RP-CLASS-VOWEL
023900             MOVE "IS A VOWEL"        TO RPR-MESSAGE
024000             ADD 1 TO RP-VOWEL-COUNT
033498     EXIT.
033499
033500*----------------------------------------------------------
033502* EVERY RECORD IS LOGGED FROM THE CORRECTED INPUT RECORD
033504* BEFORE 8200 CAN BUMP ITS COUNT, SO RR-CYCLE-COUNT IS ALWAYS
033506* THE PASSES IT TOOK BEFORE THIS ONE.  AN OLD REJECT WITH NO
033508* FEED ID IS LOGGED UNDER "DEFAULT", THE SAME FALLBACK THE
033510* AUDIT ROW USES.
033515*----------------------------------------------------------
033518 8300-WRITE-REPAIRS-RECORD.
033521*----------------------------------------------------------
033524     MOVE SPACES                TO REPAIRS-RECORD
033527     MOVE RJ-RECORD-NUMBER      TO RR-RECORD-NUMBER
033530     MOVE RJ-SOURCE-RECORD      TO RR-SOURCE-RECORD
033533     IF RJ-FEED-ID = SPACES
033536         MOVE "DEFAULT"         TO RR-FEED-ID
033539     ELSE
033542         MOVE RJ-FEED-ID        TO RR-FEED-ID
033545     END-IF
033548     IF RJ-ORIG-DATE IS NUMERIC
033551         MOVE RJ-ORIG-DATE      TO RR-ORIG-DATE
033554     ELSE
033557         MOVE ZERO              TO RR-ORIG-DATE
033560     END-IF
033563     IF RJ-CYCLE-COUNT IS NUMERIC
033566         MOVE RJ-CYCLE-COUNT    TO RR-CYCLE-COUNT
033569     ELSE
033572         MOVE ZERO              TO RR-CYCLE-COUNT
033575     END-IF
033578     MOVE RP-EFFECTIVE-CLASS    TO RR-CLASS
033579     MOVE RJ-REJECT-TYPE        TO RR-REJECT-TYPE
033580     ACCEPT RR-REPAIR-DATE FROM DATE YYYYMMDD
033581     WRITE REPAIRS-RECORD.
033584 8300-EXIT.
033587     EXIT.
033590
033593*----------------------------------------------------------
033600* THE SUPPLEMENTAL FOOTER USES THE SAME LABELS AND COLUMNS
033700* AS CONDBTCH'S 8500-PRINT-TOTALS, SO CONDRCON'S FOOTER SCAN
033800* PICKS THESE COUNTS UP AND THE EXTENDED AUDIT TRAIL STILL
040100     CLOSE REJFILE
040200     CLOSE REJOUT
040300     CLOSE AUDITLOG
040350     CLOSE REPAIRS
040400     CLOSE REPTFILE
040500     EVALUATE TRUE
040600         WHEN RP-TOTAL-COUNT = ZERO
040700             MOVE 8 TO RETURN-CODE
040800         WHEN RP-REJECT-COUNT > RP-DISCARD-COUNT
040900             MOVE 4 TO RETURN-CODE
041000         WHEN OTHER
041100             MOVE 0 TO RETURN-CODE
