000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CONDOUTB.
000300 AUTHOR.  M. COUGHLAN.
000400 INSTALLATION.  DATA ENTRY CONTROL.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15-OCT-2026  MC   INITIAL VERSION.  OUTBOUND ASSEMBLY FOR
001100*                   THE DOWNSTREAM TRANSMIT.  WHAT LEFT THE
001200*                   SHOP WAS THE RAW CHARFILE, AND EVERY
001300*                   CONSUMER RE-DERIVED THE CLASSIFICATION
001400*                   AND STRIPPED THE REJECTS ON ITS OWN.
001500*                   THIS RUN BUILDS ONE FIXED-LAYOUT
001600*                   INTERFACE FILE PER FEED AND NIGHT: A
001700*                   HEADER, ONE DETAIL PER ACCEPTED
001800*                   CHARACTER WITH ITS CLASS CODE AND SOURCE
001900*                   RECORD NUMBER, AND A TRAILER.  REJECTS
002000*                   REPAIRED SINCE BY CONDREPR ARE TAKEN FROM
002100*                   THE REPAIRS DATASET AND MERGED BACK INTO
002200*                   THEIR ORIGINAL POSITIONS; REJECTS STILL
002300*                   OUTSTANDING ARE WITHHELD AND COUNTED.
002400*                   NOTHING IS BUILT UNLESS THE LATEST
002500*                   CERTIFICATE FOR THE NIGHT ON CERTFILE
002600*                   SAYS PASS -- THE SAME TEST CONDCCHK
002700*                   APPLIES AHEAD OF THE TRANSMIT.
002705* 15-OCT-2026  MC   REPAIRS NOW ALSO LOGS THE RECORDS A REPAIR
002709*                   PASS LEFT STILL BAD (CLASS "I") AND THE
002713*                   DATE OF THE PASS (LRECL 120).  ONLY THE
002717*                   ROWS THAT CARRY A VALID CLASS ARE LOADED.
002721* 15-OCT-2026  MC   CERTFILE NOW ALSO HOLDS FIELD-FEED
002725*                   CERTIFICATES (CERT-FEED-TYPE "F") FROM
002729*                   CONDFLD RUNS.  THIS FEED IS BUILT FROM THE
002733*                   CHARACTER FEED, SO ONLY A CHARACTER-FEED
002737*                   CERTIFICATE CAN RELEASE IT.
002741* 15-OCT-2026  MC   KEY/VERIFY REJECTS (CONDKVER): EVERY
002745*                   POSITION IS LOOKED UP IN REPAIRS, AN
002749*                   UNDECIDED "K" WITHHOLDS ITS CHARACTER, THE
002753*                   LATEST ROW WINS AND "M" ROWS ARE SKIPPED.
002757* 15-OCT-2026  MC   "M" ROWS ARE NO LONGER SKIPPED.  A DECIDED
002761*                   ONE (A CHARACTER ONLY THE VERIFY OPERATOR
002765*                   KEYED, CONFIRMED IN CONDCORR) IS SENT,
002769*                   ORIGIN "V", AFTER THE CHARACTER IT WAS
002773*                   KEYED BEHIND AND COUNTED IN THE HEADER
002777*                   AND TRAILER.
002781* 15-OCT-2026  MC   A KEY/VERIFY CHARACTER DATA CONTROL DISCARDED
002785*                   IN CONDCORR (REPAIRS CLASS "X") IS LEFT OUT:
002789*                   A PRIMARY-KEYED ONE IS DROPPED FROM ITS
002793*                   POSITION AND A VERIFY-ONLY ONE IS NOT
002797*                   INSERTED.  THE COUNT IS SHOWN AT END OF RUN.
002800*----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CHARFILE ASSIGN TO CHARFILE
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800     SELECT CERTFILE ASSIGN TO CERTFILE
003900         ORGANIZATION IS SEQUENTIAL.
004000
004100     SELECT OUTFEED  ASSIGN TO OUTFEED
004200         ORGANIZATION IS SEQUENTIAL.
004300
004400     SELECT SYSIN-FILE ASSIGN TO SYSIN
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT OPTIONAL REPAIRS ASSIGN TO REPAIRS
004800         ORGANIZATION IS SEQUENTIAL.
004900
005000     SELECT OPTIONAL CHARRULE ASSIGN TO CHARRULE
005100         ORGANIZATION IS SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500*----------------------------------------------------------
005600* CHARFILE - THE NIGHT'S INPUT FEED, THE SAME DATASET AND
005700*   THE SAME THREE VIEWS CONDBTCH READ IT THROUGH.
005800*----------------------------------------------------------
005900 FD  CHARFILE
006000     RECORDING MODE IS F.
006100 01  CHARFILE-RECORD.
006200     05  CF-CHAR                 PIC X(01).
006300     05  FILLER                  PIC X(79).
006400
006500 01  CHARFILE-PACKED-RECORD.
006600     05  CFP-CHAR-COUNT          PIC 9(02).
006700     05  CFP-CHAR-AREA.
006800         10  CFP-CHAR            OCCURS 78 TIMES
006900                                 PIC X(01).
007000
007100 01  CHARFILE-TRAILER-RECORD.
007200     05  CFT-TRAILER-ID          PIC X(08).
007300         88  CFT-TRAILER-PRESENT         VALUE "*TRAILER".
007400     05  FILLER                  PIC X(72).
007500
007600 FD  CERTFILE
007700     RECORDING MODE IS F.
007800 01  CERT-RECORD.
007900     05  CERT-DATE               PIC 9(08).
008000     05  FILLER                  PIC X(01).
008100     05  CERT-FEED-ID            PIC X(08).
008200     05  FILLER                  PIC X(01).
008300     05  CERT-OPERATOR-ID        PIC X(08).
008400     05  FILLER                  PIC X(01).
008500     05  CERT-TOTAL-COUNT        PIC 9(07).
008600     05  CERT-REJECT-COUNT       PIC 9(07).
008700     05  FILLER                  PIC X(01).
008800     05  CERT-FOOTER-CHECK       PIC X(01).
008900     05  CERT-TRAILER-CHECK      PIC X(01).
009000     05  CERT-BALANCE-CHECK      PIC X(01).
009100     05  FILLER                  PIC X(01).
009200     05  CERT-VERDICT            PIC X(04).
009240     05  FILLER                  PIC X(01).
009280     05  CERT-FEED-TYPE          PIC X(01).
009320         88  CERT-FIELD-FEED                 VALUE "F".
009360     05  FILLER                  PIC X(28).
009400
009500*----------------------------------------------------------
009600* OUTFEED - THE OUTBOUND INTERFACE FILE, 80-BYTE FIXED
009700*   RECORDS, ONE GENERATION PER FEED AND NIGHT.  COLUMN 1
009800*   IS THE RECORD TYPE:
009900*     "H"  HEADER, FIRST RECORD.  FEED, RUN DATE, DATE BUILT,
010000*          CERTIFYING OPERATOR, AND THE DETAIL COUNT AND
010100*          PER-CLASS COUNTS THE FILE IS ABOUT TO CARRY.
010200*     "D"  ONE PER ACCEPTED CHARACTER, IN FEED ORDER.
010300*          OBD-CHAR-SEQ IS THE CHARACTER'S NUMBER IN THE
010400*          NIGHT'S RUN (THE NUMBER CONDBTCH PUT ON ITS REJECT,
010500*          SO GAPS ARE THE WITHHELD REJECTS); OBD-SOURCE-RECORD
010600*          AND OBD-SOURCE-POSITION ARE THE CHARFILE RECORD AND
010700*          THE COLUMN INSIDE IT (ALWAYS 01 ON A CLASSIC FEED).
010800*          OBD-CLASS IS V, C, D OR S.  OBD-ORIGIN IS "O" FOR A
010900*          CHARACTER ACCEPTED AS RECEIVED, "R" FOR ONE REPAIRED
011000*          THROUGH CONDREPR, WITH THE PASSES IT TOOK IN
011100*          OBD-REPAIR-CYCLES.
011120*          OBD-ORIGIN "V" IS A CHARACTER ONLY THE VERIFY
011140*          OPERATOR KEYED, CONFIRMED IN CONDCORR: IT FOLLOWS THE
011160*          CHARACTER WHOSE OBD-CHAR-SEQ IT REPEATS, AND ITS
011180*          OBD-SOURCE-RECORD AND OBD-SOURCE-POSITION ARE ZERO.
011200*     "T"  TRAILER, LAST RECORD.  RECORDS IN THE FILE
011300*          INCLUDING HEADER AND TRAILER, THE DETAIL AND PER-
011400*          CLASS COUNTS ACTUALLY WRITTEN, HOW MANY OF THE
011500*          DETAILS WERE REPAIRED, AND HOW MANY REJECTS WERE
011600*          WITHHELD AS STILL OUTSTANDING.
011700*----------------------------------------------------------
011800 FD  OUTFEED
011900     RECORDING MODE IS F.
012000 01  OUTFEED-DETAIL-RECORD.
012100     05  OBD-RECORD-TYPE         PIC X(01).
012200     05  FILLER                  PIC X(01).
012300     05  OBD-FEED-ID             PIC X(08).
012400     05  FILLER                  PIC X(01).
012500     05  OBD-CHAR-SEQ            PIC 9(07).
012600     05  FILLER                  PIC X(01).
012700     05  OBD-SOURCE-RECORD       PIC 9(07).
012800     05  FILLER                  PIC X(01).
012900     05  OBD-SOURCE-POSITION     PIC 9(02).
013000     05  FILLER                  PIC X(01).
013100     05  OBD-CHAR                PIC X(01).
013200     05  FILLER                  PIC X(01).
013300     05  OBD-CLASS               PIC X(01).
013400     05  FILLER                  PIC X(01).
013500     05  OBD-ORIGIN              PIC X(01).
013600     05  FILLER                  PIC X(01).
013700     05  OBD-REPAIR-CYCLES       PIC 9(03).
013800     05  FILLER                  PIC X(41).
013900
014000 01  OUTFEED-HEADER-RECORD.
014100     05  OBH-RECORD-TYPE         PIC X(01).
014200     05  FILLER                  PIC X(01).
014300     05  OBH-FEED-ID             PIC X(08).
014400     05  FILLER                  PIC X(01).
014500     05  OBH-RUN-DATE            PIC 9(08).
014600     05  FILLER                  PIC X(01).
014700     05  OBH-BUILT-DATE          PIC 9(08).
014800     05  FILLER                  PIC X(01).
014900     05  OBH-CERT-OPERATOR       PIC X(08).
015000     05  FILLER                  PIC X(01).
015100     05  OBH-DETAIL-COUNT        PIC 9(07).
015200     05  FILLER                  PIC X(01).
015300     05  OBH-VOWEL-COUNT         PIC 9(07).
015400     05  OBH-CONSONANT-COUNT     PIC 9(07).
015500     05  OBH-DIGIT-COUNT         PIC 9(07).
015600     05  OBH-SPECIAL-COUNT       PIC 9(07).
015700     05  FILLER                  PIC X(06).
015800
015900 01  OUTFEED-TRAILER-RECORD.
016000     05  OBT-RECORD-TYPE         PIC X(01).
016100     05  FILLER                  PIC X(01).
016200     05  OBT-FEED-ID             PIC X(08).
016300     05  FILLER                  PIC X(01).
016400     05  OBT-RUN-DATE            PIC 9(08).
016500     05  FILLER                  PIC X(01).
016600     05  OBT-RECORD-COUNT        PIC 9(07).
016700     05  FILLER                  PIC X(01).
016800     05  OBT-DETAIL-COUNT        PIC 9(07).
016900     05  FILLER                  PIC X(01).
017000     05  OBT-VOWEL-COUNT         PIC 9(07).
017100     05  OBT-CONSONANT-COUNT     PIC 9(07).
017200     05  OBT-DIGIT-COUNT         PIC 9(07).
017300     05  OBT-SPECIAL-COUNT       PIC 9(07).
017400     05  FILLER                  PIC X(01).
017500     05  OBT-REPAIRED-COUNT      PIC 9(07).
017600     05  FILLER                  PIC X(01).
017700     05  OBT-WITHHELD-COUNT      PIC 9(07).
017800
017900 FD  SYSIN-FILE.
018000 01  CTL-CARD.
018100*----------------------------------------------------------
018200* SYSIN CONTROL CARD LAYOUT.
018300*   COLUMNS  1- 8   RUN DATE OF THE NIGHT TO ASSEMBLE
018400*                   (YYYYMMDD, BLANK = TODAY)
018500*   COLUMNS 10-17   FEED ID, AS STAMPED ON THE NIGHT'S RUN
018600*                   (BLANK = "DEFAULT")
018700*   COLUMN     19   FEED FORMAT ("P" = PACKED, AS CONDBTCH
018800*                   SYSIN COLUMN 12; BLANK = CLASSIC)
018900*----------------------------------------------------------
019000     05  CTL-RUN-DATE            PIC X(08).
019100     05  FILLER                  PIC X(01).
019200     05  CTL-FEED-ID             PIC X(08).
019300     05  FILLER                  PIC X(01).
019400     05  CTL-FORMAT-FLAG         PIC X(01).
019500        88  CTL-PACKED-FEED             VALUE "P", "p".
019600     05  FILLER                  PIC X(61).
019700
019800*----------------------------------------------------------
019900* REPAIRS - CONDREPR'S PERMANENT REPAIR-RESULTS DATASET.
020000*   SAME LAYOUT AS THE REPAIRS FD IN CONDREPR.
020100*----------------------------------------------------------
020200 FD  REPAIRS
020300     RECORDING MODE IS F.
020400 01  REPAIRS-RECORD.
020500     05  RR-RECORD-NUMBER        PIC 9(07).
020600     05  FILLER                  PIC X(01).
020700     05  RR-SOURCE-RECORD.
020800         10  RR-CHAR             PIC X(01).
020900         10  FILLER              PIC X(79).
021000     05  RR-FEED-ID              PIC X(08).
021100     05  RR-ORIG-DATE            PIC 9(08).
021200     05  RR-CYCLE-COUNT          PIC 9(03).
021300     05  RR-CLASS                PIC X(01).
021350         88  RR-STILL-INVALID            VALUE "I".
021360         88  RR-DISCARDED                VALUE "X".
021400     05  RR-REJECT-TYPE          PIC X(01).
021412         88  RR-KEY-VERIFY               VALUE "K".
021424         88  RR-VERIFY-ONLY              VALUE "M".
021436     05  FILLER                  PIC X(03).
021450     05  RR-REPAIR-DATE          PIC 9(08).
021500
021600 FD  CHARRULE
021700     RECORDING MODE IS F.
021800 01  CHARRULE-RECORD.
021900     05  CRR-CHAR                PIC X(01).
022000     05  CRR-CLASS               PIC X(01).
022100     05  FILLER                  PIC X(78).
022200
022300 WORKING-STORAGE SECTION.
022400*----------------------------------------------------------
022500* SHARED CLASSIFICATION FIELD AND 88-LEVELS, SO THE FEED IS
022600* CLASSIFIED BY EXACTLY THE RULES THE OVERNIGHT RUN USED.
022700*----------------------------------------------------------
022800     COPY CHARTYPE.
022900
023000     COPY CHARRULE.
023100
023200 01  OB-EFFECTIVE-CLASS          PIC X(01).
023300     88  OB-CLASS-VOWEL                   VALUE "V".
023400     88  OB-CLASS-CONSONANT               VALUE "C".
023500     88  OB-CLASS-DIGIT                   VALUE "D".
023600     88  OB-CLASS-SPECIAL                 VALUE "S".
023700     88  OB-CLASS-INVALID                 VALUE "I".
023750     88  OB-CLASS-DISCARDED               VALUE "X".
023800
023900 01  OB-SWITCHES.
024000     05  OB-EOF-SWITCH           PIC X(01)   VALUE "N".
024100         88  OB-END-OF-FILE                  VALUE "Y".
024200     05  OB-SYSIN-SWITCH         PIC X(01)   VALUE "N".
024300         88  OB-SYSIN-PRESENT                VALUE "Y".
024400     05  OB-RULE-EOF-SWITCH      PIC X(01)   VALUE "N".
024500         88  OB-RULE-END-OF-FILE             VALUE "Y".
024600     05  OB-CERT-EOF-SWITCH      PIC X(01)   VALUE "N".
024700         88  OB-CERT-END-OF-FILE             VALUE "Y".
024800     05  OB-REPR-EOF-SWITCH      PIC X(01)   VALUE "N".
024900         88  OB-REPR-END-OF-FILE             VALUE "Y".
025000     05  OB-FOUND-SWITCH         PIC X(01)   VALUE "N".
025100         88  OB-CERT-FOUND                   VALUE "Y".
025200     05  OB-REPAIR-SWITCH        PIC X(01)   VALUE "N".
025300         88  OB-REPAIR-FOUND                 VALUE "Y".
025400     05  OB-FORMAT-SWITCH        PIC X(01)   VALUE "N".
025500         88  OB-PACKED-FORMAT                VALUE "Y".
025600*----------------------------------------------------------
025700* CHARFILE IS READ TWICE.  THE COUNTING PASS SETTLES EVERY
025800* CHARACTER'S FATE AND THE COUNTS THE HEADER ANNOUNCES; THE
025900* WRITING PASS WRITES THE DETAILS AND COUNTS THEM AGAIN FOR
026000* THE TRAILER.
026100*----------------------------------------------------------
026200     05  OB-PASS-SWITCH          PIC X(01)   VALUE "C".
026300         88  OB-COUNTING-PASS                VALUE "C".
026400         88  OB-WRITING-PASS                 VALUE "W".
026500
026600 01  OB-RUN-DATE                 PIC X(08)   VALUE SPACES.
026700 01  OB-RUN-DATE-9 REDEFINES OB-RUN-DATE
026800                                 PIC 9(08).
026900 01  OB-FEED-ID                  PIC X(08)   VALUE SPACES.
027000 01  OB-CERT-DATE-X              PIC X(08).
027100
027200*----------------------------------------------------------
027300* THE LATEST MATCHING CERTIFICATE, KEPT AS CERTFILE IS READ
027400* TO END -- THE SAME KEEP-LAST SCAN CONDCCHK MAKES.
027500*----------------------------------------------------------
027600 01  OB-KEPT-CERT.
027700     05  OB-KC-OPERATOR          PIC X(08)   VALUE SPACES.
027800     05  OB-KC-VERDICT           PIC X(04)   VALUE SPACES.
027900
028000*----------------------------------------------------------
028100* THE NIGHT'S REPAIRS, LOADED FROM REPAIRS FOR THIS FEED AND
028166* RUN DATE ONLY, AND ONLY THE ROWS A PASS ACTUALLY REPAIRED
028232* -- A ROW LEFT CLASS "I" IS A CYCLE THAT FAILED.  A REJECTED
028298* CHARACTER IS LOOKED UP BY ITS NUMBER IN THE RUN; THE
028364* SEARCH STOPS AT THE FIRST MATCH, SO A REPAIR LOGGED TWICE
028430* IS STILL TAKEN ONCE.
028500*----------------------------------------------------------
028600 01  OB-REPAIR-COUNT             PIC 9(05)   COMP VALUE ZERO.
028700 01  OB-REPAIR-TABLE.
028800     05  OB-REPAIR-ENTRY         OCCURS 1 TO 5000 TIMES
028900                                 DEPENDING ON OB-REPAIR-COUNT
029000                                 INDEXED BY OB-RP-IDX.
029100         10  OB-RP-RECORD-NUMBER PIC 9(07).
029200         10  OB-RP-CHAR          PIC X(01).
029300         10  OB-RP-CLASS         PIC X(01).
029400         10  OB-RP-CYCLE-COUNT   PIC 9(03).
029500
029505*----------------------------------------------------------
029510* CHARACTERS ONLY THE VERIFY OPERATOR KEYED ("M" ROWS) THAT
029515* DATA CONTROL CONFIRMED AND A PASS CLEARED, IN REPAIRS ORDER.
029520* EACH GOES IN AFTER THE CHARACTER WHOSE NUMBER IT CARRIES
029525* (ZERO = AHEAD OF THE FIRST).  AN UNDECIDED ONE IS NOT
029530* LOADED: CONDCERT DOES NOT PASS A NIGHT THAT STILL HAS ONE.
029535*----------------------------------------------------------
029540 01  OB-INSERT-COUNT             PIC 9(05)   COMP VALUE ZERO.
029545 01  OB-INSERT-TABLE.
029550     05  OB-INSERT-ENTRY         OCCURS 1 TO 500 TIMES
029555                                 DEPENDING ON OB-INSERT-COUNT.
029560         10  OB-IN-AFTER-SEQ     PIC 9(07).
029565         10  OB-IN-CHAR          PIC X(01).
029570         10  OB-IN-CLASS         PIC X(01).
029575         10  OB-IN-CYCLE-COUNT   PIC 9(03).
029580
029585 01  OB-IN-SUB                   PIC 9(05)   COMP   VALUE ZERO.
029590
029600 01  OB-CHAR-SUB                 PIC 9(02)   COMP   VALUE ZERO.
029700 01  OB-CHARFILE-RECS            PIC 9(07)   COMP-3 VALUE ZERO.
029800 01  OB-CHAR-SEQ                 PIC 9(07)   COMP-3 VALUE ZERO.
029900 01  OB-ORIGIN                   PIC X(01).
030000 01  OB-REPAIR-CYCLES            PIC 9(03).
030100
030200 01  OB-CLASS-TOTALS.
030300     05  OB-VOWEL-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
030400     05  OB-CONSONANT-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
030500     05  OB-DIGIT-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
030600     05  OB-SPECIAL-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
030700     05  OB-DETAIL-COUNT         PIC 9(07)   COMP-3 VALUE ZERO.
030800     05  OB-REPAIRED-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
030900     05  OB-WITHHELD-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
031000
031100*----------------------------------------------------------
031200* THE COUNTING PASS'S TOTALS, SAVED WHOLE BEFORE THE WRITING
031300* PASS RECOUNTS.  THE TWO MUST MATCH BYTE FOR BYTE OR THE
031400* FEED CHANGED UNDERNEATH THE RUN.
031500*----------------------------------------------------------
031600 01  OB-ANNOUNCED-TOTALS         PIC X(28).
031700
031800 01  OB-REPAIRS-USED             PIC 9(07)   COMP-3 VALUE ZERO.
031900 01  OB-REPAIRS-UNUSED           PIC 9(07)   COMP-3 VALUE ZERO.
031950 01  OB-DISCARDED-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
032000 01  OB-COUNT-EDIT               PIC ZZZZZZ9.
032100
032200 PROCEDURE DIVISION.
032300*----------------------------------------------------------
032400 0000-MAINLINE.
032500*----------------------------------------------------------
032600     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
032700     PERFORM 2000-PROCESS-RECORD   THRU 2000-EXIT
032800         UNTIL OB-END-OF-FILE
032900     PERFORM 3000-START-WRITING    THRU 3000-EXIT
033000     PERFORM 2000-PROCESS-RECORD   THRU 2000-EXIT
033100         UNTIL OB-END-OF-FILE
033200     PERFORM 4000-FINISH-WRITING   THRU 4000-EXIT
033300     PERFORM 9000-TERMINATE        THRU 9000-EXIT
033400     STOP RUN.
033500
033600*----------------------------------------------------------
033700 1000-INITIALIZE.
033800*----------------------------------------------------------
033900     PERFORM 1100-READ-SYSIN       THRU 1100-EXIT
034000     IF OB-SYSIN-PRESENT
034100         MOVE CTL-RUN-DATE TO OB-RUN-DATE
034200         MOVE CTL-FEED-ID  TO OB-FEED-ID
034300         IF CTL-PACKED-FEED
034400             MOVE "Y" TO OB-FORMAT-SWITCH
034500         END-IF
034600     END-IF
034700     IF OB-RUN-DATE = SPACES
034800         ACCEPT OB-RUN-DATE FROM DATE YYYYMMDD
034900     END-IF
035000     IF OB-RUN-DATE-9 IS NOT NUMERIC
035100         DISPLAY "CONDOUTB: RUN DATE " OB-RUN-DATE
035200             " IS NOT YYYYMMDD -- RUN ABENDED"
035300         MOVE 16 TO RETURN-CODE
035400         STOP RUN
035500     END-IF
035600     IF OB-FEED-ID = SPACES
035700         MOVE "DEFAULT" TO OB-FEED-ID
035800     END-IF
035900     DISPLAY "CONDOUTB: RUN DATE " OB-RUN-DATE
036000         " FEED " OB-FEED-ID
036100     PERFORM 1200-CHECK-CERTIFICATE THRU 1200-EXIT
036200     PERFORM 1400-LOAD-CHAR-RULES  THRU 1400-EXIT
036300     PERFORM 1500-LOAD-REPAIRS     THRU 1500-EXIT
036400     OPEN INPUT CHARFILE
036500     PERFORM 8000-READ-CHARFILE    THRU 8000-EXIT.
036600 1000-EXIT.
036700     EXIT.
036800
036900*----------------------------------------------------------
037000 1100-READ-SYSIN.
037100*----------------------------------------------------------
037200     OPEN INPUT SYSIN-FILE
037300     READ SYSIN-FILE
037400         AT END MOVE "N" TO OB-SYSIN-SWITCH
037500         NOT AT END MOVE "Y" TO OB-SYSIN-SWITCH
037600     END-READ
037700     CLOSE SYSIN-FILE.
037800 1100-EXIT.
037900     EXIT.
038000
038100*----------------------------------------------------------
038200* NOTHING IS BUILT FOR A NIGHT WITHOUT A PASSING CERTIFICATE.
038300* THE TRANSMIT JOB ALREADY GATES THIS STEP ON CONDCCHK, BUT
038400* THE INTERFACE FILE IS THE THING THAT LEAVES THE SHOP, SO
038500* IT REFUSES ON ITS OWN ACCOUNT TOO.  THE OUTBOUND DATASET IS
038600* NEVER OPENED ON A REFUSAL.
038700*----------------------------------------------------------
038800 1200-CHECK-CERTIFICATE.
038900*----------------------------------------------------------
039000     OPEN INPUT CERTFILE
039100     PERFORM 1210-READ-CERTFILE    THRU 1210-EXIT
039200     PERFORM 1220-CHECK-ONE-CERT   THRU 1220-EXIT
039300         UNTIL OB-CERT-END-OF-FILE
039400     CLOSE CERTFILE
039500     IF NOT OB-CERT-FOUND
039600         DISPLAY "CONDOUTB: NO CERTIFICATE ON FILE -- "
039700             "OUTBOUND FEED NOT BUILT"
039800         MOVE 8 TO RETURN-CODE
039900         STOP RUN
040000     END-IF
040100     IF OB-KC-VERDICT NOT = "PASS"
040200         DISPLAY "CONDOUTB: LATEST CERTIFICATE BY "
040300             OB-KC-OPERATOR " VERDICT " OB-KC-VERDICT
040400         DISPLAY "CONDOUTB: CERTIFICATE DID NOT PASS -- "
040500             "OUTBOUND FEED NOT BUILT"
040600         MOVE 8 TO RETURN-CODE
040700         STOP RUN
040800     END-IF
040900     DISPLAY "CONDOUTB: CERTIFIED PASS BY " OB-KC-OPERATOR.
041000 1200-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------
041400 1210-READ-CERTFILE.
041500*----------------------------------------------------------
041600     READ CERTFILE
041700         AT END MOVE "Y" TO OB-CERT-EOF-SWITCH
041800     END-READ.
041900 1210-EXIT.
042000     EXIT.
042100
042200*----------------------------------------------------------
042300 1220-CHECK-ONE-CERT.
042400*----------------------------------------------------------
042500     MOVE CERT-DATE TO OB-CERT-DATE-X
042600     IF OB-CERT-DATE-X = OB-RUN-DATE
042700         AND CERT-FEED-ID = OB-FEED-ID
042750         AND NOT CERT-FIELD-FEED
042800         MOVE "Y"              TO OB-FOUND-SWITCH
042900         MOVE CERT-OPERATOR-ID TO OB-KC-OPERATOR
043000         MOVE CERT-VERDICT     TO OB-KC-VERDICT
043100     END-IF
043200     PERFORM 1210-READ-CERTFILE    THRU 1210-EXIT.
043300 1220-EXIT.
043400     EXIT.
043500
043600*----------------------------------------------------------
043700 1400-LOAD-CHAR-RULES.
043800*----------------------------------------------------------
043900     MOVE ZERO TO CR-RULE-COUNT
044000     MOVE "N"  TO OB-RULE-EOF-SWITCH
044100     OPEN INPUT CHARRULE
044200     PERFORM 1410-LOAD-ONE-RULE THRU 1410-EXIT
044300         UNTIL OB-RULE-END-OF-FILE
044400             OR CR-RULE-COUNT NOT LESS THAN 128
044500     IF NOT OB-RULE-END-OF-FILE
044600         DISPLAY "CONDOUTB: CHARRULE HAS MORE THAN 128 RULES -- "
044700             "RULES AFTER THE 128TH WERE NOT LOADED"
044800     END-IF
044900     CLOSE CHARRULE
045000     IF CR-RULE-COUNT > ZERO
045100         SET CR-RULES-LOADED TO TRUE
045200     END-IF.
045300 1400-EXIT.
045400     EXIT.
045500
045600*----------------------------------------------------------
045700 1410-LOAD-ONE-RULE.
045800*----------------------------------------------------------
045900     READ CHARRULE
046000         AT END MOVE "Y" TO OB-RULE-EOF-SWITCH
046100         NOT AT END
046200             ADD 1 TO CR-RULE-COUNT
046300             MOVE CRR-CHAR  TO CR-RULE-CHAR(CR-RULE-COUNT)
046400             MOVE CRR-CLASS TO CR-RULE-CLASS(CR-RULE-COUNT)
046500     END-READ.
046600 1410-EXIT.
046700     EXIT.
046800
046900*----------------------------------------------------------
047000* A NIGHT WITH MORE REPAIRS THAN THE TABLE HOLDS ABENDS
047100* RATHER THAN SHIP WITH SOME OF THEM SILENTLY LEFT OUT.
047200*----------------------------------------------------------
047300 1500-LOAD-REPAIRS.
047400*----------------------------------------------------------
047500     OPEN INPUT REPAIRS
047600     PERFORM 1510-LOAD-ONE-REPAIR  THRU 1510-EXIT
047700         UNTIL OB-REPR-END-OF-FILE
047800     CLOSE REPAIRS
047900     MOVE OB-REPAIR-COUNT TO OB-COUNT-EDIT
048000     DISPLAY "CONDOUTB: " OB-COUNT-EDIT
048100        " REPAIRS ON FILE FOR THE NIGHT"
048120     MOVE OB-INSERT-COUNT TO OB-COUNT-EDIT
048140     DISPLAY "CONDOUTB: " OB-COUNT-EDIT
048160         " VERIFY-ONLY CHARACTERS CONFIRMED FOR THE NIGHT".
048200 1500-EXIT.
048300     EXIT.
048400
048500*----------------------------------------------------------
048600 1510-LOAD-ONE-REPAIR.
048700*----------------------------------------------------------
048800     READ REPAIRS
048900         AT END
049000             MOVE "Y" TO OB-REPR-EOF-SWITCH
049100             GO TO 1510-EXIT
049200     END-READ
049300     IF RR-FEED-ID NOT = OB-FEED-ID
049400         OR RR-ORIG-DATE IS NOT NUMERIC
049500         OR RR-ORIG-DATE NOT = OB-RUN-DATE-9
049600         GO TO 1510-EXIT
049700     END-IF
049704     IF RR-STILL-INVALID AND NOT RR-KEY-VERIFY
049708         GO TO 1510-EXIT
049712     END-IF
049716     IF RR-VERIFY-ONLY
049720         PERFORM 1520-LOAD-ONE-INSERT THRU 1520-EXIT
049724         GO TO 1510-EXIT
049728     END-IF
049732     MOVE "N" TO OB-REPAIR-SWITCH
049736     IF OB-REPAIR-COUNT > ZERO
049740         SET OB-RP-IDX TO 1
049744         SEARCH OB-REPAIR-ENTRY
049748             AT END MOVE "N" TO OB-REPAIR-SWITCH
049752             WHEN OB-RP-RECORD-NUMBER(OB-RP-IDX)
049756                     = RR-RECORD-NUMBER
049760                 MOVE "Y" TO OB-REPAIR-SWITCH
049764         END-SEARCH
049768     END-IF
049772     IF OB-REPAIR-FOUND
049776         MOVE RR-CHAR        TO OB-RP-CHAR(OB-RP-IDX)
049780         MOVE RR-CLASS       TO OB-RP-CLASS(OB-RP-IDX)
049784         MOVE RR-CYCLE-COUNT TO OB-RP-CYCLE-COUNT(OB-RP-IDX)
049788         GO TO 1510-EXIT
049792     END-IF
049800     IF OB-REPAIR-COUNT NOT LESS THAN 5000
049900         DISPLAY "CONDOUTB: MORE THAN 5000 REPAIRS FOR THE "
050000             "NIGHT -- RUN ABENDED"
050100         CLOSE REPAIRS
050200         MOVE 16 TO RETURN-CODE
050300         STOP RUN
050400     END-IF
050500     ADD 1 TO OB-REPAIR-COUNT
050600     MOVE RR-RECORD-NUMBER TO OB-RP-RECORD-NUMBER(OB-REPAIR-COUNT)
050700     MOVE RR-CHAR          TO OB-RP-CHAR(OB-REPAIR-COUNT)
050800     MOVE RR-CLASS         TO OB-RP-CLASS(OB-REPAIR-COUNT)
050900     MOVE RR-CYCLE-COUNT   TO OB-RP-CYCLE-COUNT(OB-REPAIR-COUNT).
051000 1510-EXIT.
051100     EXIT.
051200
051205*----------------------------------------------------------
051210 1520-LOAD-ONE-INSERT.
051215*----------------------------------------------------------
051216     IF RR-DISCARDED
051217         ADD 1 TO OB-DISCARDED-COUNT
051218         GO TO 1520-EXIT
051219     END-IF
051220     IF OB-INSERT-COUNT NOT LESS THAN 500
051225         DISPLAY "CONDOUTB: MORE THAN 500 VERIFY-ONLY CHARACTERS"
051230             " FOR THE NIGHT -- RUN ABENDED"
051235         CLOSE REPAIRS
051240         MOVE 16 TO RETURN-CODE
051245         STOP RUN
051250     END-IF
051255     ADD 1 TO OB-INSERT-COUNT
051260     MOVE RR-RECORD-NUMBER TO OB-IN-AFTER-SEQ(OB-INSERT-COUNT)
051265     MOVE RR-CHAR          TO OB-IN-CHAR(OB-INSERT-COUNT)
051270     MOVE RR-CLASS         TO OB-IN-CLASS(OB-INSERT-COUNT)
051275     MOVE RR-CYCLE-COUNT   TO OB-IN-CYCLE-COUNT(OB-INSERT-COUNT).
051280 1520-EXIT.
051285     EXIT.
051290
051300*----------------------------------------------------------
051400 2000-PROCESS-RECORD.
051500*----------------------------------------------------------
051600     ADD 1 TO OB-CHARFILE-RECS
051700     IF OB-PACKED-FORMAT
051800         PERFORM 2110-EDIT-PACKED-COUNT THRU 2110-EXIT
051900         PERFORM 2100-ASSEMBLE-POSITION THRU 2100-EXIT
052000             VARYING OB-CHAR-SUB FROM 1 BY 1
052100             UNTIL OB-CHAR-SUB > CFP-CHAR-COUNT
052200     ELSE
052300         MOVE 1 TO OB-CHAR-SUB
052400         PERFORM 2100-ASSEMBLE-POSITION THRU 2100-EXIT
052500     END-IF
052600     PERFORM 8000-READ-CHARFILE    THRU 8000-EXIT.
052700 2000-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------
053100 2010-DETERMINE-CLASSIFICATION.
053200*----------------------------------------------------------
053300     IF CR-RULES-LOADED
053400         PERFORM 2050-CLASSIFY-VIA-RULE-TABLE THRU 2050-EXIT
053500     ELSE
053600         PERFORM 2060-CLASSIFY-VIA-CHARTYPE   THRU 2060-EXIT
053700     END-IF.
053800 2010-EXIT.
053900     EXIT.
054000
054100*----------------------------------------------------------
054200 2050-CLASSIFY-VIA-RULE-TABLE.
054300*----------------------------------------------------------
054400     SET CR-IDX TO 1
054500     SEARCH CR-RULE-ENTRY
054600         AT END MOVE "I" TO OB-EFFECTIVE-CLASS
054700         WHEN CR-RULE-CHAR(CR-IDX) = Char
054800             MOVE CR-RULE-CLASS(CR-IDX) TO OB-EFFECTIVE-CLASS
054900     END-SEARCH.
055000 2050-EXIT.
055100     EXIT.
055200
055300*----------------------------------------------------------
055400 2060-CLASSIFY-VIA-CHARTYPE.
055500*----------------------------------------------------------
055600     EVALUATE TRUE
055700         WHEN Vowel
055800             MOVE "V" TO OB-EFFECTIVE-CLASS
055900         WHEN Consonant
056000             MOVE "C" TO OB-EFFECTIVE-CLASS
056100         WHEN Digit
056200             MOVE "D" TO OB-EFFECTIVE-CLASS
056300         WHEN Whitespace OR SpecialChar
056400             MOVE "S" TO OB-EFFECTIVE-CLASS
056500         WHEN OTHER
056600             MOVE "I" TO OB-EFFECTIVE-CLASS
056700     END-EVALUATE.
056800 2060-EXIT.
056900     EXIT.
057000
057100*----------------------------------------------------------
057200* EVERY CHARACTER IS NUMBERED THE WAY CONDBTCH NUMBERED IT,
057300* SO A REJECT'S RECORD NUMBER LANDS ON THE SAME POSITION
057400* HERE.  A CHARACTER THAT STILL CLASSIFIES INVALID TAKES ITS
057500* REPAIRED VALUE AND CLASS FROM THE REPAIRS TABLE, OR IS
057550* WITHHELD WHEN NO REPAIR HAS BEEN MADE YET.  A VALID ONE IS
057600* LOOKED UP TOO, FOR A KEY/VERIFY DECISION: THE DECIDED VALUE
057650* REPLACES IT, AND AN UNDECIDED ONE (CLASS "I") WITHHOLDS IT.
057660* THE VERIFY-ONLY CHARACTERS THAT FOLLOW THE PREVIOUS ONE GO
057680* OUT FIRST, SO EACH LANDS WHERE THE VERIFY OPERATOR KEYED IT.
057690* A DISCARDED ONE (CLASS "X") IS DROPPED ALTOGETHER.
057700*----------------------------------------------------------
057800 2100-ASSEMBLE-POSITION.
057900*----------------------------------------------------------
057950     PERFORM 2300-ADD-VERIFY-ONLY  THRU 2300-EXIT
058000     ADD 1 TO OB-CHAR-SEQ
058100     IF OB-PACKED-FORMAT
058200         MOVE CFP-CHAR(OB-CHAR-SUB) TO Char
058300     ELSE
058400         MOVE CF-CHAR               TO Char
058500     END-IF
058600     PERFORM 2010-DETERMINE-CLASSIFICATION THRU 2010-EXIT
058700     MOVE "O"  TO OB-ORIGIN
058800     MOVE ZERO TO OB-REPAIR-CYCLES
058900     PERFORM 2200-FIND-REPAIR      THRU 2200-EXIT
058910     IF OB-CLASS-DISCARDED
058920         IF OB-COUNTING-PASS
058930             ADD 1 TO OB-DISCARDED-COUNT
058940         END-IF
058950         GO TO 2100-EXIT
058960     END-IF
059000     IF OB-CLASS-INVALID
059200         ADD 1 TO OB-WITHHELD-COUNT
059300         GO TO 2100-EXIT
059400     END-IF
059500     IF OB-REPAIR-FOUND
059550         ADD 1 TO OB-REPAIRED-COUNT
059600     END-IF
059700     EVALUATE TRUE
059800         WHEN OB-CLASS-VOWEL
059900             ADD 1 TO OB-VOWEL-COUNT
060000         WHEN OB-CLASS-CONSONANT
060100             ADD 1 TO OB-CONSONANT-COUNT
060200         WHEN OB-CLASS-DIGIT
060300             ADD 1 TO OB-DIGIT-COUNT
060400         WHEN OTHER
060500             ADD 1 TO OB-SPECIAL-COUNT
060600     END-EVALUATE
060700     ADD 1 TO OB-DETAIL-COUNT
060800     IF OB-WRITING-PASS
060900         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
061000     END-IF.
061100 2100-EXIT.
061200     EXIT.
061300
061400*----------------------------------------------------------
061500 2110-EDIT-PACKED-COUNT.
061600*----------------------------------------------------------
061700     IF CFP-CHAR-COUNT IS NOT NUMERIC
061800         PERFORM 2150-ABEND-BAD-PACKED-REC THRU 2150-EXIT
061900     END-IF
062000     IF CFP-CHAR-COUNT = ZERO OR CFP-CHAR-COUNT > 78
062100         PERFORM 2150-ABEND-BAD-PACKED-REC THRU 2150-EXIT
062200     END-IF.
062300 2110-EXIT.
062400     EXIT.
062500
062600*----------------------------------------------------------
062700 2150-ABEND-BAD-PACKED-REC.
062800*----------------------------------------------------------
062900     MOVE OB-CHARFILE-RECS TO OB-COUNT-EDIT
063000     DISPLAY "CONDOUTB: PACKED CHARFILE RECORD "
063100         OB-COUNT-EDIT " HAS AN INVALID CHARACTER"
063200     DISPLAY "          COUNT IN COLS 1-2 -- RUN ABENDED"
063300     CLOSE CHARFILE
063400     IF OB-WRITING-PASS
063500         CLOSE OUTFEED
063600     END-IF
063700     MOVE 16 TO RETURN-CODE
063800     STOP RUN.
063900 2150-EXIT.
064000     EXIT.
064100
064200*----------------------------------------------------------
064300* A REPAIR ONLY COUNTS AS USED ON THE COUNTING PASS, SO THE
064400* UNUSED FIGURE AT THE END IS NOT DOUBLED BY THE SECOND READ.
064500*----------------------------------------------------------
064600 2200-FIND-REPAIR.
064700*----------------------------------------------------------
064800     MOVE "N" TO OB-REPAIR-SWITCH
064900     IF OB-REPAIR-COUNT = ZERO
065000         GO TO 2200-EXIT
065100     END-IF
065200     SET OB-RP-IDX TO 1
065300     SEARCH OB-REPAIR-ENTRY
065400         AT END MOVE "N" TO OB-REPAIR-SWITCH
065500         WHEN OB-RP-RECORD-NUMBER(OB-RP-IDX) = OB-CHAR-SEQ
065600             MOVE "Y"                      TO OB-REPAIR-SWITCH
065700             MOVE OB-RP-CHAR(OB-RP-IDX)    TO Char
065800             MOVE OB-RP-CLASS(OB-RP-IDX)   TO OB-EFFECTIVE-CLASS
065900             MOVE OB-RP-CYCLE-COUNT(OB-RP-IDX)
066000                                           TO OB-REPAIR-CYCLES
066100             MOVE "R"                      TO OB-ORIGIN
066200     END-SEARCH
066300     IF OB-REPAIR-FOUND AND OB-COUNTING-PASS
066400         ADD 1 TO OB-REPAIRS-USED
066500     END-IF.
066600 2200-EXIT.
066700     EXIT.
066800
066802*----------------------------------------------------------
066804* SENDS THE CONFIRMED VERIFY-ONLY CHARACTERS THAT FOLLOW
066806* CHARACTER OB-CHAR-SEQ -- RUN AHEAD OF EACH CHARACTER AND
066808* ONCE MORE AT THE END OF EACH PASS FOR THE LAST ONE.  THEY
066810* COUNT AS REPAIRED AND AS USED REPAIRS.
066812*----------------------------------------------------------
066814 2300-ADD-VERIFY-ONLY.
066816*----------------------------------------------------------
066818     IF OB-INSERT-COUNT = ZERO
066820         GO TO 2300-EXIT
066822     END-IF
066824     PERFORM 2310-ADD-ONE-INSERT   THRU 2310-EXIT
066826         VARYING OB-IN-SUB FROM 1 BY 1
066828         UNTIL OB-IN-SUB > OB-INSERT-COUNT.
066830 2300-EXIT.
066832     EXIT.
066834
066836*----------------------------------------------------------
066838 2310-ADD-ONE-INSERT.
066840*----------------------------------------------------------
066842     IF OB-IN-AFTER-SEQ(OB-IN-SUB) NOT = OB-CHAR-SEQ
066844         GO TO 2310-EXIT
066846     END-IF
066848     MOVE OB-IN-CHAR(OB-IN-SUB)        TO Char
066850     MOVE OB-IN-CLASS(OB-IN-SUB)       TO OB-EFFECTIVE-CLASS
066852     MOVE OB-IN-CYCLE-COUNT(OB-IN-SUB) TO OB-REPAIR-CYCLES
066854     MOVE "V"                          TO OB-ORIGIN
066856     IF OB-COUNTING-PASS
066858         ADD 1 TO OB-REPAIRS-USED
066860     END-IF
066862     ADD 1 TO OB-REPAIRED-COUNT
066864     EVALUATE TRUE
066866         WHEN OB-CLASS-VOWEL
066868             ADD 1 TO OB-VOWEL-COUNT
066870         WHEN OB-CLASS-CONSONANT
066872             ADD 1 TO OB-CONSONANT-COUNT
066874         WHEN OB-CLASS-DIGIT
066876             ADD 1 TO OB-DIGIT-COUNT
066878         WHEN OTHER
066880             ADD 1 TO OB-SPECIAL-COUNT
066882     END-EVALUATE
066884     ADD 1 TO OB-DETAIL-COUNT
066886     IF OB-WRITING-PASS
066888         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
066890     END-IF.
066892 2310-EXIT.
066894     EXIT.
066896
066900*----------------------------------------------------------
067000* THE COUNTING PASS IS DONE: ITS TOTALS ARE SAVED FOR THE
067100* HEADER AND THE END-OF-RUN COMPARISON, THE COUNTERS ARE
067200* CLEARED AND CHARFILE IS REWOUND FOR THE WRITING PASS.
067300*----------------------------------------------------------
067400 3000-START-WRITING.
067500*----------------------------------------------------------
067550     PERFORM 2300-ADD-VERIFY-ONLY  THRU 2300-EXIT
067600     CLOSE CHARFILE
067700     MOVE OB-CLASS-TOTALS     TO OB-ANNOUNCED-TOTALS
067800     OPEN OUTPUT OUTFEED
067900     MOVE SPACES              TO OUTFEED-HEADER-RECORD
068000     MOVE "H"                 TO OBH-RECORD-TYPE
068100     MOVE OB-FEED-ID          TO OBH-FEED-ID
068200     MOVE OB-RUN-DATE-9       TO OBH-RUN-DATE
068300     ACCEPT OBH-BUILT-DATE FROM DATE YYYYMMDD
068400     MOVE OB-KC-OPERATOR      TO OBH-CERT-OPERATOR
068500     MOVE OB-DETAIL-COUNT     TO OBH-DETAIL-COUNT
068600     MOVE OB-VOWEL-COUNT      TO OBH-VOWEL-COUNT
068700     MOVE OB-CONSONANT-COUNT  TO OBH-CONSONANT-COUNT
068800     MOVE OB-DIGIT-COUNT      TO OBH-DIGIT-COUNT
068900     MOVE OB-SPECIAL-COUNT    TO OBH-SPECIAL-COUNT
069000     WRITE OUTFEED-HEADER-RECORD
069100     MOVE ZERO                TO OB-VOWEL-COUNT
069200                                 OB-CONSONANT-COUNT
069300                                 OB-DIGIT-COUNT
069400                                 OB-SPECIAL-COUNT
069500                                 OB-DETAIL-COUNT
069600                                 OB-REPAIRED-COUNT
069700                                 OB-WITHHELD-COUNT
069800                                 OB-CHARFILE-RECS
069900                                 OB-CHAR-SEQ
070000     MOVE "W"                 TO OB-PASS-SWITCH
070100     MOVE "N"                 TO OB-EOF-SWITCH
070200     OPEN INPUT CHARFILE
070300     PERFORM 8000-READ-CHARFILE    THRU 8000-EXIT.
070400 3000-EXIT.
070500     EXIT.
070600
070700*----------------------------------------------------------
070800* THE TRAILER CARRIES WHAT THE WRITING PASS ACTUALLY WROTE.
070900* IF THAT DIFFERS FROM WHAT THE HEADER ANNOUNCED, CHARFILE
071000* CHANGED BETWEEN THE TWO READS AND THE FILE IS NOT FIT TO
071100* SEND: THE TRAILER IS LEFT OFF, SO THE RECEIVER REJECTS IT
071200* TOO, AND THE RUN ABENDS.
071300*----------------------------------------------------------
071400 4000-FINISH-WRITING.
071500*----------------------------------------------------------
071550     PERFORM 2300-ADD-VERIFY-ONLY  THRU 2300-EXIT
071600     CLOSE CHARFILE
071700     IF OB-CLASS-TOTALS NOT = OB-ANNOUNCED-TOTALS
071800         DISPLAY "CONDOUTB: CHARFILE CHANGED BETWEEN THE "
071900             "COUNTING AND WRITING PASSES -- RUN ABENDED"
072000         CLOSE OUTFEED
072100         MOVE 16 TO RETURN-CODE
072200         STOP RUN
072300     END-IF
072400     MOVE SPACES              TO OUTFEED-TRAILER-RECORD
072500     MOVE "T"                 TO OBT-RECORD-TYPE
072600     MOVE OB-FEED-ID          TO OBT-FEED-ID
072700     MOVE OB-RUN-DATE-9       TO OBT-RUN-DATE
072800     COMPUTE OBT-RECORD-COUNT = OB-DETAIL-COUNT + 2
072900     MOVE OB-DETAIL-COUNT     TO OBT-DETAIL-COUNT
073000     MOVE OB-VOWEL-COUNT      TO OBT-VOWEL-COUNT
073100     MOVE OB-CONSONANT-COUNT  TO OBT-CONSONANT-COUNT
073200     MOVE OB-DIGIT-COUNT      TO OBT-DIGIT-COUNT
073300     MOVE OB-SPECIAL-COUNT    TO OBT-SPECIAL-COUNT
073400     MOVE OB-REPAIRED-COUNT   TO OBT-REPAIRED-COUNT
073500     MOVE OB-WITHHELD-COUNT   TO OBT-WITHHELD-COUNT
073600     WRITE OUTFEED-TRAILER-RECORD
073700     CLOSE OUTFEED.
073800 4000-EXIT.
073900     EXIT.
074000
074100*----------------------------------------------------------
074200 8000-READ-CHARFILE.
074300*----------------------------------------------------------
074400*----------------------------------------------------------
074500* THE "*TRAILER" RECORD IS THE UPSTREAM EXTRACT'S END-OF-FEED
074600* MARKER.  CONDBTCH HAS ALREADY PROVED ITS COUNT AND THE
074700* CERTIFICATE RECORDS THE VERDICT, SO HERE IT JUST ENDS THE
074800* FILE.
074900*----------------------------------------------------------
075000     READ CHARFILE
075100         AT END MOVE "Y" TO OB-EOF-SWITCH
075200         NOT AT END
075300             IF CFT-TRAILER-PRESENT
075400                 MOVE "Y" TO OB-EOF-SWITCH
075500             END-IF
075600     END-READ.
075700 8000-EXIT.
075800     EXIT.
075900
076000*----------------------------------------------------------
076100 8100-WRITE-DETAIL.
076200*----------------------------------------------------------
076300     MOVE SPACES              TO OUTFEED-DETAIL-RECORD
076400     MOVE "D"                 TO OBD-RECORD-TYPE
076500     MOVE OB-FEED-ID          TO OBD-FEED-ID
076600     MOVE OB-CHAR-SEQ         TO OBD-CHAR-SEQ
076700     MOVE OB-CHARFILE-RECS    TO OBD-SOURCE-RECORD
076800     MOVE OB-CHAR-SUB         TO OBD-SOURCE-POSITION
076900     MOVE Char                TO OBD-CHAR
077000     MOVE OB-EFFECTIVE-CLASS  TO OBD-CLASS
077100     MOVE OB-ORIGIN           TO OBD-ORIGIN
077200     MOVE OB-REPAIR-CYCLES    TO OBD-REPAIR-CYCLES
077220     IF OB-ORIGIN = "V"
077240         MOVE ZERO            TO OBD-SOURCE-RECORD
077260                                 OBD-SOURCE-POSITION
077280     END-IF
077300     WRITE OUTFEED-DETAIL-RECORD.
077400 8100-EXIT.
077500     EXIT.
077600
077700*----------------------------------------------------------
077800* A REPAIR THAT MATCHED NO STILL-INVALID CHARACTER MEANS THE
077900* REPAIRS DATASET AND THIS CHARFILE DO NOT DESCRIBE THE SAME
078000* NIGHT, OR A REPAIR WAS LOGGED TWICE.  THE FILE IS STILL
078100* GOOD TO SEND, BUT THE RUN ENDS RC=4 SO SOMEONE LOOKS.
078200*----------------------------------------------------------
078300 9000-TERMINATE.
078400*----------------------------------------------------------
078500     COMPUTE OB-REPAIRS-UNUSED =
078600         OB-REPAIR-COUNT + OB-INSERT-COUNT - OB-REPAIRS-USED
078700     MOVE OB-DETAIL-COUNT     TO OB-COUNT-EDIT
078800     DISPLAY "CONDOUTB: " OB-COUNT-EDIT " CHARACTERS WRITTEN"
078900     MOVE OB-REPAIRED-COUNT   TO OB-COUNT-EDIT
079000     DISPLAY "CONDOUTB: " OB-COUNT-EDIT " OF THEM REPAIRED"
079100     MOVE OB-WITHHELD-COUNT   TO OB-COUNT-EDIT
079200     DISPLAY "CONDOUTB: " OB-COUNT-EDIT
079300         " REJECTS WITHHELD AS STILL OUTSTANDING"
079320     MOVE OB-DISCARDED-COUNT  TO OB-COUNT-EDIT
079340     DISPLAY "CONDOUTB: " OB-COUNT-EDIT
079360         " KEY/VERIFY CHARACTERS DISCARDED BY DATA CONTROL"
079400     EVALUATE TRUE
079500         WHEN OB-DETAIL-COUNT = ZERO
079600             DISPLAY "CONDOUTB: NO CHARACTERS TO SEND -- "
079700                 "OUTBOUND FEED IS EMPTY"
079800             MOVE 8 TO RETURN-CODE
079900         WHEN OB-REPAIRS-UNUSED > ZERO
080000             MOVE OB-REPAIRS-UNUSED TO OB-COUNT-EDIT
080100             DISPLAY "CONDOUTB: " OB-COUNT-EDIT
080200                 " REPAIRS MATCHED NO REJECTED CHARACTER"
080300             MOVE 4 TO RETURN-CODE
080400         WHEN OTHER
080500             MOVE 0 TO RETURN-CODE
080600     END-EVALUATE.
080700 9000-EXIT.
080800     EXIT.
