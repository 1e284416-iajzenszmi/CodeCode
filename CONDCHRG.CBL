000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CONDCHRG.
000300 AUTHOR.  M. COUGHLAN.
000400 INSTALLATION.  DATA ENTRY CONTROL.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15-OCT-2026  MC   INITIAL VERSION.  MONTH-END PER-FEED
001100*                   CHARGEBACK.  FOR ONE BILLING MONTH,
001200*                   TOTALS BY FEED THE CHARACTERS CLASSIFIED
001300*                   (FROM THE ARCHIVED AUDSUMM SUMMARIES), THE
001400*                   REJECTS RAISED (FROM THE REJECT
001500*                   GENERATIONS), THE REPAIR CYCLES CONSUMED
001600*                   AND THE REJECTS PUSHED OVER THE CONDRAGE
001700*                   WRITE-OFF LIMIT (FROM THE CONDREPR REPAIRS
001800*                   DATASET) AND THE NIGHTS COMPLETED BY A
001900*                   QUIESCE / RESTART (FROM RUNHIST), PRICES
002000*                   THEM FROM THE RATEFILE RATE TABLE, AND
002100*                   WRITES AN INVOICE-SUPPORT REPORT AND A
002200*                   FIXED-FORMAT EXTRACT FOR THE GENERAL
002300*                   LEDGER INTERFACE.
002310* 15-OCT-2026  MC   REJECTS RAISED NOW COME FROM RH-REJECT-COUNT
002320*                   ON RUNHIST, ONE ROW PER COMPLETED NIGHT --
002330*                   THE REJECT GENERATIONS CARRY EVERY NIGHT'S
002340*                   REJECTS FORWARD, SO COUNTING THEM THERE
002350*                   BILLED ONE REJECT SEVERAL TIMES.  REJFILE
002360*                   IS NO LONGER READ.  RUNHIST ROWS FOR A FIELD
002370*                   FEED OR A NIGHT CONDBKOT BACKED OUT ARE NOT
002380*                   BILLED, NOR ARE CONDKVER KEY/VERIFY REPAIRS
002390*                   (THE SHOP'S OWN KEYING, NOT THE FEED'S).
002391* 15-OCT-2026  MC   A BACKED-OUT NIGHT IS LEFT OUT OF EVERY TALLY,
002392*                   NOT JUST THE RUNHIST ONE: ITS AUDSUMM
002393*                   CHARACTERS AND ITS REPAIRS ROWS ARE SKIPPED
002394*                   AND COUNTED ON THE CONTROL TOTALS.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
002800 OBJECT-COMPUTER.  IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RUNHIST  ASSIGN TO RUNHIST
003200         ORGANIZATION IS SEQUENTIAL.
003300
003700     SELECT OPTIONAL REPAIRS ASSIGN TO REPAIRS
003800         ORGANIZATION IS SEQUENTIAL.
003900
004000     SELECT AUDSUMM  ASSIGN TO AUDSUMM
004100         ORGANIZATION IS SEQUENTIAL.
004200
004300     SELECT RATEFILE ASSIGN TO RATEFILE
004400         ORGANIZATION IS SEQUENTIAL.
004500
004600     SELECT CHRGRPT  ASSIGN TO CHRGRPT
004700         ORGANIZATION IS SEQUENTIAL.
004800
004900     SELECT GLEXTR   ASSIGN TO GLEXTR
005000         ORGANIZATION IS SEQUENTIAL.
005100
005200     SELECT SYSIN-FILE ASSIGN TO SYSIN
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700*----------------------------------------------------------
005800* RUNHIST - ONE ROW PER NIGHTLY RUN, WRITTEN ONLY WHEN THE
005900*   NIGHT COMPLETED.  SAME LAYOUT AS THE RUNHIST FD IN
005920*   CONDBTCH.  RH-FEED-TYPE "F" MARKS A CONDFLD FIELD-FEED
005940*   ROW; RH-REVERSED-FLAG "X" A NIGHT CONDBKOT BACKED OUT.
006000*----------------------------------------------------------
006100 FD  RUNHIST
006200     RECORDING MODE IS F.
006300 01  RUNHIST-RECORD.
006400     05  RH-DATE                 PIC 9(08).
006500     05  RH-DATE-X               REDEFINES RH-DATE.
006600         10  RH-PERIOD           PIC X(06).
006700         10  FILLER              PIC X(02).
006800     05  FILLER                  PIC X(01).
006900     05  RH-OPERATOR-ID          PIC X(08).
007000     05  FILLER                  PIC X(01).
007100     05  RH-VOWEL-COUNT          PIC 9(07).
007200     05  RH-CONSONANT-COUNT      PIC 9(07).
007300     05  RH-DIGIT-COUNT          PIC 9(07).
007400     05  RH-SPECIAL-COUNT        PIC 9(07).
007500     05  RH-REJECT-COUNT         PIC 9(07).
007600     05  RH-TOTAL-COUNT          PIC 9(07).
007700     05  FILLER                  PIC X(01).
007800     05  RH-FEED-ID              PIC X(08).
007900     05  FILLER                  PIC X(01).
008000     05  RH-RESTART-FLAG         PIC X(01).
008100         88  RH-RESTART-NIGHT            VALUE "R".
008120     05  RH-FEED-TYPE            PIC X(01).
008140         88  RH-FIELD-FEED               VALUE "F".
008160     05  RH-REVERSED-FLAG        PIC X(01).
008180         88  RH-REVERSED                 VALUE "X".
008200     05  FILLER                  PIC X(07).
008300
010400*----------------------------------------------------------
010500* REPAIRS - CONDREPR'S PERMANENT REPAIR-RESULTS DATASET, ONE
010600*   ROW FOR EVERY RECORD EVERY REPAIR PASS HANDLED.  SAME
010700*   LAYOUT AS THE REPAIRS FD IN CONDREPR.  RR-CYCLE-COUNT
010800*   IS THE PASSES TAKEN BEFORE THIS ONE; A ROW STILL CLASS
010900*   "I" WITH A COUNT EQUAL TO THE CYCLE LIMIT IS THE PASS
011000*   THAT PUT THE REJECT OVER CONDRAGE'S WRITE-OFF LIMIT.
011100*----------------------------------------------------------
011200 FD  REPAIRS
011300     RECORDING MODE IS F.
011400 01  REPAIRS-RECORD.
011500     05  RR-RECORD-NUMBER        PIC 9(07).
011600     05  FILLER                  PIC X(01).
011700     05  RR-SOURCE-RECORD        PIC X(80).
011800     05  RR-FEED-ID              PIC X(08).
011900     05  RR-ORIG-DATE            PIC 9(08).
012000     05  RR-CYCLE-COUNT          PIC 9(03).
012100     05  RR-CLASS                PIC X(01).
012200         88  RR-STILL-INVALID            VALUE "I".
012300     05  RR-REJECT-TYPE          PIC X(01).
012340         88  RR-KEY-VERIFY               VALUE "K", "M".
012370     05  FILLER                  PIC X(03).
012400     05  RR-REPAIR-DATE          PIC 9(08).
012500     05  RR-REPAIR-DATE-X        REDEFINES RR-REPAIR-DATE.
012600         10  RR-REPAIR-PERIOD    PIC X(06).
012700         10  FILLER              PIC X(02).
012800
012900*----------------------------------------------------------
013000* AUDSUMM - THE MONTH'S CONDAUDS SUMMARY GENERATIONS
013100*   CONCATENATED.  SAME LAYOUT AS THE AUDSUMM-RECORD VIEW IN
013200*   CONDOPER.  A COMBINATION CAN APPEAR IN MORE THAN ONE
013300*   GENERATION, SO EVERY ROW IS ADDED IN.
013400*----------------------------------------------------------
013500 FD  AUDSUMM
013600     RECORDING MODE IS F.
013700 01  AUDSUMM-RECORD.
013800     05  AS-DATE                 PIC 9(08).
013900     05  AS-DATE-X               REDEFINES AS-DATE.
014000         10  AS-PERIOD           PIC X(06).
014100         10  FILLER              PIC X(02).
014200     05  FILLER                  PIC X(01).
014300     05  AS-OPERATOR-ID          PIC X(08).
014400     05  FILLER                  PIC X(01).
014500     05  AS-HOUR                 PIC 9(02).
014600     05  FILLER                  PIC X(01).
014700     05  AS-CLASSIFICATION       PIC X(11).
014800     05  FILLER                  PIC X(01).
014900     05  AS-FEED-ID              PIC X(08).
015000     05  FILLER                  PIC X(01).
015100     05  AS-COUNT                PIC 9(07).
015200     05  FILLER                  PIC X(31).
015300
015400*----------------------------------------------------------
015500* RATEFILE - THE CHARGEBACK RATE TABLE, ONE ROW PER FEED,
015600*   MAINTAINED BY HAND.  A FEED ID OF ALL ASTERISKS IS THE
015700*   RATE FOR ANY FEED WITHOUT A ROW OF ITS OWN.
015800*   COLUMNS  1- 8   FEED ID (OR ********)
015900*   COLUMNS 10-16   PER 1000 CHARACTERS CLASSIFIED 999V9999
016000*   COLUMNS 18-24   PER REJECT RAISED              999V9999
016100*   COLUMNS 26-32   PER REPAIR CYCLE               999V9999
016200*   COLUMNS 34-40   PER WRITE-OFF                  999V9999
016300*   COLUMNS 42-48   PER QUIESCE / RESTART NIGHT  99999V99
016400*   COLUMNS 50-59   GENERAL LEDGER ACCOUNT
016500*   COLUMNS 61-66   COST CENTRE
016600*----------------------------------------------------------
016700 FD  RATEFILE
016800     RECORDING MODE IS F.
016900 01  RATE-RECORD.
017000     05  RT-FEED-ID              PIC X(08).
017100     05  FILLER                  PIC X(01).
017200     05  RT-CHAR-RATE            PIC 9(03)V9(04).
017300     05  FILLER                  PIC X(01).
017400     05  RT-REJECT-RATE          PIC 9(03)V9(04).
017500     05  FILLER                  PIC X(01).
017600     05  RT-REPAIR-RATE          PIC 9(03)V9(04).
017700     05  FILLER                  PIC X(01).
017800     05  RT-WRITEOFF-RATE        PIC 9(03)V9(04).
017900     05  FILLER                  PIC X(01).
018000     05  RT-RESTART-RATE         PIC 9(05)V9(02).
018100     05  FILLER                  PIC X(01).
018200     05  RT-GL-ACCOUNT           PIC X(10).
018300     05  FILLER                  PIC X(01).
018400     05  RT-COST-CENTRE          PIC X(06).
018500     05  FILLER                  PIC X(14).
018600
018700 FD  CHRGRPT
018800     RECORDING MODE IS F.
018900 01  CHRGRPT-RECORD              PIC X(80).
019000
019100*----------------------------------------------------------
019200* GLEXTR - GENERAL LEDGER INTERFACE EXTRACT.  ONE HEADER,
019300*   ONE DETAIL ROW PER FEED PER CHARGE ITEM WITH A NON-ZERO
019400*   AMOUNT, AND ONE TRAILER CARRYING THE DETAIL COUNT AND
019500*   THE AMOUNT TOTAL FOR THE INTERFACE TO BALANCE TO.
019600*   CHARGE CODES: CHAR CHARACTERS CLASSIFIED, REJT REJECTS
019700*   RAISED, REPR REPAIR CYCLES, WOFF WRITE-OFFS, RSTR
019800*   QUIESCE / RESTART NIGHTS.
019900*----------------------------------------------------------
020000 FD  GLEXTR
020100     RECORDING MODE IS F.
020200 01  GL-HEADER-RECORD.
020300     05  GH-REC-TYPE             PIC X(01).
020400     05  FILLER                  PIC X(01).
020500     05  GH-PERIOD               PIC 9(06).
020600     05  FILLER                  PIC X(01).
020700     05  GH-RUN-DATE             PIC 9(08).
020800     05  FILLER                  PIC X(63).
020900 01  GL-DETAIL-RECORD.
021000     05  GD-REC-TYPE             PIC X(01).
021100     05  FILLER                  PIC X(01).
021200     05  GD-PERIOD               PIC 9(06).
021300     05  FILLER                  PIC X(01).
021400     05  GD-GL-ACCOUNT           PIC X(10).
021500     05  FILLER                  PIC X(01).
021600     05  GD-COST-CENTRE          PIC X(06).
021700     05  FILLER                  PIC X(01).
021800     05  GD-FEED-ID              PIC X(08).
021900     05  FILLER                  PIC X(01).
022000     05  GD-CHARGE-CODE          PIC X(04).
022100     05  FILLER                  PIC X(01).
022200     05  GD-QUANTITY             PIC 9(09).
022300     05  FILLER                  PIC X(01).
022400     05  GD-AMOUNT               PIC 9(09)V9(02).
022500     05  FILLER                  PIC X(18).
022600 01  GL-TRAILER-RECORD.
022700     05  GT-REC-TYPE             PIC X(01).
022800     05  FILLER                  PIC X(01).
022900     05  GT-PERIOD               PIC 9(06).
023000     05  FILLER                  PIC X(01).
023100     05  GT-DETAIL-COUNT         PIC 9(07).
023200     05  FILLER                  PIC X(01).
023300     05  GT-TOTAL-AMOUNT         PIC 9(11)V9(02).
023400     05  FILLER                  PIC X(50).
023500
023600 FD  SYSIN-FILE.
023700 01  CTL-CARD.
023800*----------------------------------------------------------
023900* SYSIN CONTROL CARD LAYOUT (OPTIONAL).
024000*   COLUMNS  1- 6   BILLING MONTH YYYYMM (BLANK = THE
024100*                   MONTH BEFORE THE CURRENT ONE)
024200*   COLUMNS  8-10   WRITE-OFF CYCLE LIMIT (DEFAULT 003,
024300*                   THE SAME AS CONDRAGE'S CARD)
024400*----------------------------------------------------------
024500     05  CTL-PERIOD              PIC X(06).
024600     05  FILLER                  PIC X(01).
024700     05  CTL-CYCLE-LIMIT         PIC X(03).
024800     05  FILLER                  PIC X(70).
024900
025000 WORKING-STORAGE SECTION.
025100 01  CG-SWITCHES.
025200     05  CG-EOF-SWITCH           PIC X(01)   VALUE "N".
025300         88  CG-END-OF-FILE                  VALUE "Y".
025400     05  CG-SYSIN-SWITCH         PIC X(01)   VALUE "N".
025500         88  CG-SYSIN-PRESENT                VALUE "Y".
025600     05  CG-RATE-SWITCH          PIC X(01)   VALUE "N".
025700         88  CG-RATE-FOUND                   VALUE "Y".
025800     05  CG-SWAP-SWITCH          PIC X(01)   VALUE "N".
025900         88  CG-SWAPPED                      VALUE "Y".
025910     05  CG-REVERSED-SWITCH      PIC X(01)   VALUE "N".
025920         88  CG-NIGHT-REVERSED               VALUE "Y".
026000
026100*----------------------------------------------------------
026200* THE BILLING MONTH AND CYCLE LIMIT, FROM SYSIN OR THE
026300* DEFAULTS.
026400*----------------------------------------------------------
026500 01  CG-PERIOD-X.
026600     05  CG-PERIOD               PIC 9(06).
026700     05  CG-PERIOD-R             REDEFINES CG-PERIOD.
026800         10  CG-PERIOD-YEAR      PIC 9(04).
026900         10  CG-PERIOD-MONTH     PIC 9(02).
027000 01  CG-CYCLE-LIMIT              PIC 9(03)   VALUE 3.
027100 01  CG-CTL-CYCLE-LIMIT-X.
027200     05  CG-CTL-CYCLE-LIMIT      PIC 9(03).
027300
027400 01  CG-RUN-DATE                 PIC 9(08)   VALUE ZERO.
027500 01  CG-RUN-DATE-R               REDEFINES CG-RUN-DATE.
027600     05  CG-RUN-YEAR             PIC 9(04).
027700     05  CG-RUN-MONTH            PIC 9(02).
027800     05  CG-RUN-DAY              PIC 9(02).
027900
027904*----------------------------------------------------------
027908* NIGHTS CONDBKOT BACKED OUT IN THE BILLING MONTH OR THE ONE
027912* BEFORE IT (A NIGHT'S REPAIR PASSES CAN RUN OVER INTO THE
027916* NEXT MONTH), BY FEED AND RUN DATE.  THEIR AUDSUMM AND
027920* REPAIRS ROWS ARE LEFT OUT AS THEIR RUNHIST ROWS ARE.  MORE
027924* THAN 100 STOPS THE RUN.
027928*----------------------------------------------------------
027932 01  CG-PRIOR-PERIOD-X.
027936     05  CG-PRIOR-PERIOD         PIC 9(06).
027940     05  CG-PRIOR-PERIOD-R       REDEFINES CG-PRIOR-PERIOD.
027944         10  CG-PRIOR-YEAR       PIC 9(04).
027948         10  CG-PRIOR-MONTH      PIC 9(02).
027952 01  CG-REVERSED-COUNT           PIC 9(03)   COMP VALUE ZERO.
027956 01  CG-REVERSED-TABLE.
027960     05  CG-REVERSED-ENTRY       OCCURS 1 TO 100 TIMES
027964                                 DEPENDING ON CG-REVERSED-COUNT
027968                                 INDEXED BY CG-V-IDX.
027972         10  CG-RV-FEED-ID       PIC X(08).
027976         10  CG-RV-DATE          PIC 9(08).
027980 01  CG-LOOKUP-DATE              PIC 9(08)   VALUE ZERO.
027984
028000*----------------------------------------------------------
028100* THE RATE TABLE AS LOADED AT START OF RUN.  A RATEFILE
028200* WITH MORE THAN 100 ROWS, OR A ROW WHOSE RATES ARE NOT
028300* NUMERIC, STOPS THE RUN: AN INVOICE PRICED FROM HALF A
028400* RATE TABLE IS WORSE THAN NONE.
028500*----------------------------------------------------------
028600 01  CG-RATE-COUNT               PIC 9(03)   COMP VALUE ZERO.
028700 01  CG-RATE-TABLE.
028800     05  CG-RATE-ENTRY           OCCURS 1 TO 100 TIMES
028900                                 DEPENDING ON CG-RATE-COUNT
029000                                 INDEXED BY CG-R-IDX.
029100         10  CG-RE-FEED-ID       PIC X(08).
029200         10  CG-RE-CHAR-RATE     PIC 9(03)V9(04) COMP-3.
029300         10  CG-RE-REJECT-RATE   PIC 9(03)V9(04) COMP-3.
029400         10  CG-RE-REPAIR-RATE   PIC 9(03)V9(04) COMP-3.
029500         10  CG-RE-WRITEOFF-RATE PIC 9(03)V9(04) COMP-3.
029600         10  CG-RE-RESTART-RATE  PIC 9(05)V9(02) COMP-3.
029700         10  CG-RE-GL-ACCOUNT    PIC X(10).
029800         10  CG-RE-COST-CENTRE   PIC X(06).
029900
030000*----------------------------------------------------------
030100* ONE ENTRY PER FEED SEEN IN ANY INPUT FOR THE MONTH.  A
030200* BLANK FEED ID IS BILLED AS "DEFAULT", THE SAME NAME THE
030300* NIGHTLY RUN GIVES IT.  MORE THAN 50 FEEDS STOPS THE RUN.
030400*----------------------------------------------------------
030500 01  CG-FEED-COUNT               PIC 9(03)   COMP VALUE ZERO.
030600 01  CG-FEED-TABLE.
030700     05  CG-FEED-ENTRY           OCCURS 1 TO 50 TIMES
030800                                 DEPENDING ON CG-FEED-COUNT
030900                                 INDEXED BY CG-F-IDX.
031000         10  CG-FE-ID            PIC X(08).
031100         10  CG-FE-CHARS         PIC 9(09)   COMP-3.
031200         10  CG-FE-REJECTS       PIC 9(07)   COMP-3.
031300         10  CG-FE-CYCLES        PIC 9(07)   COMP-3.
031400         10  CG-FE-WRITEOFFS     PIC 9(07)   COMP-3.
031500         10  CG-FE-NIGHTS        PIC 9(07)   COMP-3.
031600         10  CG-FE-RESTARTS      PIC 9(07)   COMP-3.
031700 01  CG-SWAP-ENTRY.
031800     05  CG-SW-ID                PIC X(08).
031900     05  CG-SW-CHARS             PIC 9(09)   COMP-3.
032000     05  CG-SW-REJECTS           PIC 9(07)   COMP-3.
032100     05  CG-SW-CYCLES            PIC 9(07)   COMP-3.
032200     05  CG-SW-WRITEOFFS         PIC 9(07)   COMP-3.
032300     05  CG-SW-NIGHTS            PIC 9(07)   COMP-3.
032400     05  CG-SW-RESTARTS          PIC 9(07)   COMP-3.
032500 01  CG-LOOKUP-FEED              PIC X(08)   VALUE SPACES.
032600 01  CG-CURRENT-FEED             PIC 9(03)   COMP VALUE ZERO.
032700 01  CG-SUB                      PIC 9(03)   COMP VALUE ZERO.
032800 01  CG-SUB-2                    PIC 9(03)   COMP VALUE ZERO.
032900 01  CG-PASS-LIMIT               PIC 9(03)   COMP VALUE ZERO.
033000
033100*----------------------------------------------------------
033200* THE FIVE CHARGE ITEMS FOR THE FEED BEING PRICED.
033300*----------------------------------------------------------
033400 01  CG-ITEM-TABLE.
033500     05  CG-ITEM-ENTRY           OCCURS 5 TIMES.
033600         10  CG-IT-CODE          PIC X(04).
033700         10  CG-IT-LABEL         PIC X(24).
033800         10  CG-IT-QUANTITY      PIC 9(09)   COMP-3.
033900         10  CG-IT-RATE          PIC 9(05)V9(04) COMP-3.
034000         10  CG-IT-AMOUNT        PIC 9(09)V9(02) COMP-3.
034100 01  CG-ITEM-SUB                 PIC 9(01)   COMP VALUE ZERO.
034200 01  CG-GL-ACCOUNT               PIC X(10)   VALUE SPACES.
034300 01  CG-COST-CENTRE              PIC X(06)   VALUE SPACES.
034400 01  CG-FEED-AMOUNT              PIC 9(09)V9(02) COMP-3
034500                                             VALUE ZERO.
034600 01  CG-GRAND-AMOUNT             PIC 9(11)V9(02) COMP-3
034700                                             VALUE ZERO.
034800
034900 01  CG-COUNTS.
035000     05  CG-RUNHIST-READ         PIC 9(07)   COMP-3 VALUE ZERO.
035100     05  CG-RUNHIST-SKIPPED      PIC 9(07)   COMP-3 VALUE ZERO.
035120     05  CG-REPAIR-SKIPPED       PIC 9(07)   COMP-3 VALUE ZERO.
035140     05  CG-AUDSUMM-SKIPPED      PIC 9(07)   COMP-3 VALUE ZERO.
035200     05  CG-REPAIR-READ          PIC 9(07)   COMP-3 VALUE ZERO.
035300     05  CG-AUDSUMM-READ         PIC 9(07)   COMP-3 VALUE ZERO.
035400     05  CG-UNDATED-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
035500     05  CG-UNPRICED-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
035600     05  CG-GL-DETAIL-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
035700
035800 01  CG-TITLE-LINE.
035900     05  FILLER                  PIC X(30)
036000             VALUE "MONTHLY FEED CHARGEBACK       ".
036100     05  FILLER                  PIC X(07)   VALUE "PERIOD ".
036200     05  CG-TL-PERIOD            PIC 9(06).
036300     05  FILLER                  PIC X(04)   VALUE SPACES.
036400     05  FILLER                  PIC X(09)   VALUE "RUN DATE ".
036500     05  CG-TL-DATE              PIC 9(08).
036600     05  FILLER                  PIC X(16)   VALUE SPACES.
036700
036800 01  CG-FEED-HEADER.
036900     05  FILLER                  PIC X(05)   VALUE "FEED ".
037000     05  CG-FH-ID                PIC X(08).
037100     05  FILLER                  PIC X(13)
037200             VALUE "  GL ACCOUNT ".
037300     05  CG-FH-ACCOUNT           PIC X(10).
037400     05  FILLER                  PIC X(14)
037500             VALUE "  COST CENTRE ".
037600     05  CG-FH-CENTRE            PIC X(06).
037700     05  FILLER                  PIC X(09)   VALUE "  NIGHTS ".
037800     05  CG-FH-NIGHTS            PIC ZZZZ9.
037900     05  FILLER                  PIC X(10)   VALUE SPACES.
038000
038100 01  CG-COLUMN-HEADER.
038200     05  FILLER                  PIC X(20)
038300             VALUE "  ITEM              ".
038400     05  FILLER                  PIC X(20)
038500             VALUE "          QUANTITY  ".
038600     05  FILLER                  PIC X(20)
038700             VALUE "      RATE          ".
038800     05  FILLER                  PIC X(20)
038900             VALUE "CHARGE              ".
039000
039100 01  CG-ITEM-LINE.
039200     05  FILLER                  PIC X(02)   VALUE SPACES.
039300     05  CG-IL-LABEL             PIC X(24).
039400     05  CG-IL-QUANTITY          PIC ZZZ,ZZZ,ZZ9.
039500     05  FILLER                  PIC X(02)   VALUE SPACES.
039600     05  CG-IL-RATE              PIC ZZ,ZZ9.9999.
039700     05  FILLER                  PIC X(01)   VALUE SPACES.
039800     05  CG-IL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
039900     05  FILLER                  PIC X(15)   VALUE SPACES.
040000
040100 01  CG-FEED-TOTAL-LINE.
040200     05  FILLER                  PIC X(02)   VALUE SPACES.
040300     05  CG-FT-LABEL             PIC X(49).
040400     05  CG-FT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
040500     05  FILLER                  PIC X(01)   VALUE SPACES.
040600     05  CG-FT-NOTE              PIC X(14).
040700
040800 01  CG-GRAND-TOTAL-LINE.
040900     05  FILLER                  PIC X(02)   VALUE SPACES.
041000     05  FILLER                  PIC X(47)
041100             VALUE "TOTAL CHARGEBACK, ALL FEEDS".
041200     05  CG-GT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
041300     05  FILLER                  PIC X(15)   VALUE SPACES.
041400
041500 01  CG-TOTAL-LINE.
041600     05  CG-TOT-LABEL            PIC X(40).
041700     05  CG-TOT-COUNT            PIC ZZZZZZ9.
041800     05  FILLER                  PIC X(33)   VALUE SPACES.
041900
042000 PROCEDURE DIVISION.
042100*----------------------------------------------------------
042200 0000-MAINLINE.
042300*----------------------------------------------------------
042400     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
042500     PERFORM 2000-SCAN-RUNHIST     THRU 2000-EXIT
042700     PERFORM 4000-SCAN-REPAIRS     THRU 4000-EXIT
042800     PERFORM 5000-SCAN-AUDSUMM     THRU 5000-EXIT
042900     PERFORM 6000-SORT-BY-FEED     THRU 6000-EXIT
043000     PERFORM 7000-PRICE-FEED       THRU 7000-EXIT
043100         VARYING CG-SUB FROM 1 BY 1
043200         UNTIL CG-SUB > CG-FEED-COUNT
043300     PERFORM 7900-PRINT-TOTALS     THRU 7900-EXIT
043400     PERFORM 9000-TERMINATE        THRU 9000-EXIT
043500     STOP RUN.
043600
043700*----------------------------------------------------------
043800 1000-INITIALIZE.
043900*----------------------------------------------------------
044000     ACCEPT CG-RUN-DATE FROM DATE YYYYMMDD
044100     IF CG-RUN-MONTH = 1
044200         COMPUTE CG-PERIOD-YEAR = CG-RUN-YEAR - 1
044300         MOVE 12 TO CG-PERIOD-MONTH
044400     ELSE
044500         MOVE CG-RUN-YEAR TO CG-PERIOD-YEAR
044600         COMPUTE CG-PERIOD-MONTH = CG-RUN-MONTH - 1
044700     END-IF
044800     PERFORM 1100-READ-SYSIN       THRU 1100-EXIT
044810     IF CG-PERIOD-MONTH = 1
044820         COMPUTE CG-PRIOR-YEAR = CG-PERIOD-YEAR - 1
044830         MOVE 12 TO CG-PRIOR-MONTH
044840     ELSE
044850         MOVE CG-PERIOD-YEAR TO CG-PRIOR-YEAR
044860         COMPUTE CG-PRIOR-MONTH = CG-PERIOD-MONTH - 1
044870     END-IF
044900     PERFORM 1200-LOAD-RATES       THRU 1200-EXIT
045000     OPEN OUTPUT CHRGRPT
045100     OPEN OUTPUT GLEXTR
045200     MOVE CG-PERIOD   TO CG-TL-PERIOD
045300     MOVE CG-RUN-DATE TO CG-TL-DATE
045400     WRITE CHRGRPT-RECORD FROM CG-TITLE-LINE
045500     MOVE SPACES      TO GL-HEADER-RECORD
045600     MOVE "H"         TO GH-REC-TYPE
045700     MOVE CG-PERIOD   TO GH-PERIOD
045800     MOVE CG-RUN-DATE TO GH-RUN-DATE
045900     WRITE GL-HEADER-RECORD.
046000 1000-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------
046400* A BILLING MONTH THAT IS KEYED BUT IS NOT A REAL YYYYMM
046500* STOPS THE RUN RATHER THAN BILL THE WRONG MONTH.
046600*----------------------------------------------------------
046700 1100-READ-SYSIN.
046800*----------------------------------------------------------
046900     OPEN INPUT SYSIN-FILE
047000     READ SYSIN-FILE
047100         AT END MOVE "N" TO CG-SYSIN-SWITCH
047200         NOT AT END MOVE "Y" TO CG-SYSIN-SWITCH
047300     END-READ
047400     CLOSE SYSIN-FILE
047500     IF NOT CG-SYSIN-PRESENT
047600         GO TO 1100-EXIT
047700     END-IF
047800     IF CTL-PERIOD NOT = SPACES
047900         MOVE CTL-PERIOD TO CG-PERIOD-X
048000         IF CG-PERIOD IS NOT NUMERIC
048100             OR CG-PERIOD-MONTH < 1
048200             OR CG-PERIOD-MONTH > 12
048300             DISPLAY "CONDCHRG: BILLING MONTH " CTL-PERIOD
048400                 " ON SYSIN IS NOT A VALID YYYYMM"
048500             MOVE 16 TO RETURN-CODE
048600             STOP RUN
048700         END-IF
048800     END-IF
048900     MOVE CTL-CYCLE-LIMIT TO CG-CTL-CYCLE-LIMIT-X
049000     IF CG-CTL-CYCLE-LIMIT IS NUMERIC
049100         AND CG-CTL-CYCLE-LIMIT > ZERO
049200         MOVE CG-CTL-CYCLE-LIMIT TO CG-CYCLE-LIMIT
049300     END-IF.
049400 1100-EXIT.
049500     EXIT.
049600
049700*----------------------------------------------------------
049800 1200-LOAD-RATES.
049900*----------------------------------------------------------
050000     OPEN INPUT RATEFILE
050100     MOVE "N" TO CG-EOF-SWITCH
050200     PERFORM 8500-READ-RATEFILE    THRU 8500-EXIT
050300     PERFORM 1210-LOAD-ONE-RATE    THRU 1210-EXIT
050400         UNTIL CG-END-OF-FILE
050500     CLOSE RATEFILE.
050600 1200-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------
051000 1210-LOAD-ONE-RATE.
051100*----------------------------------------------------------
051200     IF RT-FEED-ID = SPACES
051300         GO TO 1210-NEXT
051400     END-IF
051500     IF RT-CHAR-RATE IS NOT NUMERIC
051600         OR RT-REJECT-RATE IS NOT NUMERIC
051700         OR RT-REPAIR-RATE IS NOT NUMERIC
051800         OR RT-WRITEOFF-RATE IS NOT NUMERIC
051900         OR RT-RESTART-RATE IS NOT NUMERIC
052000         DISPLAY "CONDCHRG: RATEFILE ROW FOR " RT-FEED-ID
052100             " HAS A RATE THAT IS NOT NUMERIC"
052200         MOVE 16 TO RETURN-CODE
052300         STOP RUN
052400     END-IF
052500     IF CG-RATE-COUNT NOT LESS THAN 100
052600         DISPLAY "CONDCHRG: RATEFILE HAS MORE THAN 100 ROWS"
052700         MOVE 16 TO RETURN-CODE
052800         STOP RUN
052900     END-IF
053000     ADD 1 TO CG-RATE-COUNT
053100     MOVE RT-FEED-ID       TO CG-RE-FEED-ID(CG-RATE-COUNT)
053200     MOVE RT-CHAR-RATE     TO CG-RE-CHAR-RATE(CG-RATE-COUNT)
053300     MOVE RT-REJECT-RATE   TO CG-RE-REJECT-RATE(CG-RATE-COUNT)
053400     MOVE RT-REPAIR-RATE   TO CG-RE-REPAIR-RATE(CG-RATE-COUNT)
053500     MOVE RT-WRITEOFF-RATE TO CG-RE-WRITEOFF-RATE(CG-RATE-COUNT)
053600     MOVE RT-RESTART-RATE  TO CG-RE-RESTART-RATE(CG-RATE-COUNT)
053700     MOVE RT-GL-ACCOUNT    TO CG-RE-GL-ACCOUNT(CG-RATE-COUNT)
053800     MOVE RT-COST-CENTRE   TO CG-RE-COST-CENTRE(CG-RATE-COUNT).
053900 1210-NEXT.
054000     PERFORM 8500-READ-RATEFILE    THRU 8500-EXIT.
054100 1210-EXIT.
054200     EXIT.
054300
054400*----------------------------------------------------------
054500* NIGHTS RUN, REJECTS RAISED AND NIGHTS COMPLETED BY A
054520* QUIESCE / RESTART.  A NIGHT IS ON RUNHIST ONCE, WHOEVER
054540* COMPLETED IT, SO ITS REJECT COUNT IS BILLED ONCE.  FIELD-
054560* FEED ROWS AND BACKED-OUT NIGHTS ARE NOT BILLED; A BACKED-
054570* OUT NIGHT IS ALSO NOTED FOR 4000 AND 5000, WHICH IS WHY
054580* RUNHIST IS READ FIRST.
054600*----------------------------------------------------------
054700 2000-SCAN-RUNHIST.
054800*----------------------------------------------------------
054900     OPEN INPUT RUNHIST
055000     MOVE "N" TO CG-EOF-SWITCH
055100     PERFORM 8100-READ-RUNHIST     THRU 8100-EXIT
055200     PERFORM 2100-TALLY-NIGHT      THRU 2100-EXIT
055300         UNTIL CG-END-OF-FILE
055400     CLOSE RUNHIST.
055500 2000-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------
055900 2100-TALLY-NIGHT.
056000*----------------------------------------------------------
056100     IF RH-DATE IS NOT NUMERIC
056200         ADD 1 TO CG-UNDATED-COUNT
056300         GO TO 2100-NEXT
056400     END-IF
056420     IF RH-REVERSED AND NOT RH-FIELD-FEED
056440         PERFORM 2200-NOTE-REVERSED THRU 2200-EXIT
056460     END-IF
056500     IF RH-PERIOD NOT = CG-PERIOD-X
056600         GO TO 2100-NEXT
056700     END-IF
056720     IF RH-FIELD-FEED OR RH-REVERSED
056740         ADD 1 TO CG-RUNHIST-SKIPPED
056760         GO TO 2100-NEXT
056780     END-IF
056800     MOVE RH-FEED-ID TO CG-LOOKUP-FEED
056900     PERFORM 7500-FIND-FEED        THRU 7500-EXIT
057000     ADD 1 TO CG-FE-NIGHTS(CG-CURRENT-FEED)
057100     IF RH-RESTART-NIGHT
057200         ADD 1 TO CG-FE-RESTARTS(CG-CURRENT-FEED)
057300     END-IF
057320     IF RH-REJECT-COUNT IS NUMERIC
057340         ADD RH-REJECT-COUNT TO CG-FE-REJECTS(CG-CURRENT-FEED)
057360     END-IF.
057400 2100-NEXT.
057500     PERFORM 8100-READ-RUNHIST     THRU 8100-EXIT.
057600 2100-EXIT.
057700     EXIT.
057800
057900*----------------------------------------------------------
058000* ADDS A BACKED-OUT CHARACTER-FEED NIGHT TO THE REVERSED-
058100* NIGHT TABLE, ONCE, IF IT FALLS IN THE BILLING MONTH OR THE
058200* MONTH BEFORE.
058300*----------------------------------------------------------
058400 2200-NOTE-REVERSED.
058500*----------------------------------------------------------
058600     IF RH-PERIOD NOT = CG-PERIOD-X
058700         AND RH-PERIOD NOT = CG-PRIOR-PERIOD-X
058800         GO TO 2200-EXIT
058900     END-IF
059000     MOVE RH-FEED-ID TO CG-LOOKUP-FEED
059100     MOVE RH-DATE    TO CG-LOOKUP-DATE
059200     PERFORM 7700-FIND-REVERSED    THRU 7700-EXIT
059300     IF CG-NIGHT-REVERSED
059400         GO TO 2200-EXIT
059500     END-IF
059600     IF CG-REVERSED-COUNT NOT LESS THAN 100
059700         DISPLAY "CONDCHRG: MORE THAN 100 BACKED-OUT NIGHTS IN "
059800             "THE BILLING MONTH AND THE ONE BEFORE"
059900         MOVE 16 TO RETURN-CODE
060000         STOP RUN
060100     END-IF
060200     ADD 1 TO CG-REVERSED-COUNT
060300     MOVE CG-LOOKUP-FEED TO CG-RV-FEED-ID(CG-REVERSED-COUNT)
060400     MOVE CG-LOOKUP-DATE TO CG-RV-DATE(CG-REVERSED-COUNT).
060500 2200-EXIT.
060600     EXIT.
060700
061500*----------------------------------------------------------
061600* REPAIR CYCLES: EVERY ROW A CONDREPR PASS IN THE MONTH
061700* WROTE.  WRITE-OFFS: THE STILL-INVALID ROWS FROM THE PASS
061800* THAT TOOK A REJECT PAST THE CYCLE LIMIT, SO EACH REJECT
061900* FLAGGED FOR WRITE-OFF REVIEW IS BILLED ONCE.  KEY/VERIFY
061950* ROWS ARE THE SHOP'S OWN KEYING AND ARE NOT BILLED, NOR ARE
061970* THE ROWS OF A NIGHT CONDBKOT BACKED OUT.
062000*----------------------------------------------------------
062100 4000-SCAN-REPAIRS.
062200*----------------------------------------------------------
062300     OPEN INPUT REPAIRS
062400     MOVE "N" TO CG-EOF-SWITCH
062500     PERFORM 8300-READ-REPAIRS     THRU 8300-EXIT
062600     PERFORM 4100-TALLY-REPAIR     THRU 4100-EXIT
062700         UNTIL CG-END-OF-FILE
062800     CLOSE REPAIRS.
062900 4000-EXIT.
063000     EXIT.
063100
063200*----------------------------------------------------------
063300 4100-TALLY-REPAIR.
063400*----------------------------------------------------------
063500     IF RR-REPAIR-DATE IS NOT NUMERIC
063600         ADD 1 TO CG-UNDATED-COUNT
063700         GO TO 4100-NEXT
063800     END-IF
063900     IF RR-REPAIR-PERIOD NOT = CG-PERIOD-X
064000         GO TO 4100-NEXT
064100     END-IF
064130     IF RR-KEY-VERIFY
064160         GO TO 4100-NEXT
064190     END-IF
064191     IF RR-ORIG-DATE IS NUMERIC
064192         MOVE RR-FEED-ID   TO CG-LOOKUP-FEED
064193         MOVE RR-ORIG-DATE TO CG-LOOKUP-DATE
064194         PERFORM 7700-FIND-REVERSED THRU 7700-EXIT
064195         IF CG-NIGHT-REVERSED
064196             ADD 1 TO CG-REPAIR-SKIPPED
064197             GO TO 4100-NEXT
064198         END-IF
064199     END-IF
064200     MOVE RR-FEED-ID TO CG-LOOKUP-FEED
064300     PERFORM 7500-FIND-FEED        THRU 7500-EXIT
064400     ADD 1 TO CG-FE-CYCLES(CG-CURRENT-FEED)
064500     IF RR-STILL-INVALID
064600         AND RR-CYCLE-COUNT IS NUMERIC
064700         AND RR-CYCLE-COUNT = CG-CYCLE-LIMIT
064800         ADD 1 TO CG-FE-WRITEOFFS(CG-CURRENT-FEED)
064900     END-IF.
065000 4100-NEXT.
065100     PERFORM 8300-READ-REPAIRS     THRU 8300-EXIT.
065200 4100-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------
065600* CHARACTERS CLASSIFIED: EVERY AUDIT ROW IN THE MONTH
065700* EXCEPT THE ONES THE NIGHTLY RUN REJECTED, WHICH ARE
065800* BILLED AS REJECTS INSTEAD, AND THE ROWS OF A NIGHT CONDBKOT
065850* BACKED OUT.
065900*----------------------------------------------------------
066000 5000-SCAN-AUDSUMM.
066100*----------------------------------------------------------
066200     OPEN INPUT AUDSUMM
066300     MOVE "N" TO CG-EOF-SWITCH
066400     PERFORM 8400-READ-AUDSUMM     THRU 8400-EXIT
066500     PERFORM 5100-TALLY-SUMMARY    THRU 5100-EXIT
066600         UNTIL CG-END-OF-FILE
066700     CLOSE AUDSUMM.
066800 5000-EXIT.
066900     EXIT.
067000
067100*----------------------------------------------------------
067200 5100-TALLY-SUMMARY.
067300*----------------------------------------------------------
067400     IF AS-DATE IS NOT NUMERIC
067500         OR AS-COUNT IS NOT NUMERIC
067600         ADD 1 TO CG-UNDATED-COUNT
067700         GO TO 5100-NEXT
067800     END-IF
067900     IF AS-PERIOD NOT = CG-PERIOD-X
068000         OR AS-CLASSIFICATION = "REJECTED"
068100         GO TO 5100-NEXT
068200     END-IF
068210     MOVE AS-FEED-ID TO CG-LOOKUP-FEED
068220     MOVE AS-DATE    TO CG-LOOKUP-DATE
068230     PERFORM 7700-FIND-REVERSED    THRU 7700-EXIT
068240     IF CG-NIGHT-REVERSED
068250         ADD 1 TO CG-AUDSUMM-SKIPPED
068260         GO TO 5100-NEXT
068270     END-IF
068300     MOVE AS-FEED-ID TO CG-LOOKUP-FEED
068400     PERFORM 7500-FIND-FEED        THRU 7500-EXIT
068500     ADD AS-COUNT TO CG-FE-CHARS(CG-CURRENT-FEED).
068600 5100-NEXT.
068700     PERFORM 8400-READ-AUDSUMM     THRU 8400-EXIT.
068800 5100-EXIT.
068900     EXIT.
069000
069100*----------------------------------------------------------
069200* FEEDS ARE BILLED IN FEED-ID ORDER SO THE REPORT AND THE
069300* EXTRACT LINE UP MONTH ON MONTH.
069400*----------------------------------------------------------
069500 6000-SORT-BY-FEED.
069600*----------------------------------------------------------
069700     IF CG-FEED-COUNT < 2
069800         GO TO 6000-EXIT
069900     END-IF
070000     COMPUTE CG-PASS-LIMIT = CG-FEED-COUNT - 1
070100     MOVE "Y" TO CG-SWAP-SWITCH
070200     PERFORM 6100-SORT-ONE-PASS    THRU 6100-EXIT
070300         UNTIL NOT CG-SWAPPED.
070400 6000-EXIT.
070500     EXIT.
070600
070700*----------------------------------------------------------
070800 6100-SORT-ONE-PASS.
070900*----------------------------------------------------------
071000     MOVE "N" TO CG-SWAP-SWITCH
071100     PERFORM 6200-COMPARE-ADJACENT THRU 6200-EXIT
071200         VARYING CG-SUB-2 FROM 1 BY 1
071300         UNTIL CG-SUB-2 > CG-PASS-LIMIT.
071400 6100-EXIT.
071500     EXIT.
071600
071700*----------------------------------------------------------
071800 6200-COMPARE-ADJACENT.
071900*----------------------------------------------------------
072000     IF CG-FE-ID(CG-SUB-2) > CG-FE-ID(CG-SUB-2 + 1)
072100         MOVE CG-FEED-ENTRY(CG-SUB-2)     TO CG-SWAP-ENTRY
072200         MOVE CG-FEED-ENTRY(CG-SUB-2 + 1)
072300             TO CG-FEED-ENTRY(CG-SUB-2)
072400         MOVE CG-SWAP-ENTRY TO CG-FEED-ENTRY(CG-SUB-2 + 1)
072500         MOVE "Y" TO CG-SWAP-SWITCH
072600     END-IF.
072700 6200-EXIT.
072800     EXIT.
072900
073000*----------------------------------------------------------
073100* PRICES ONE FEED FROM ITS OWN RATE ROW, OR THE ******** ROW
073200* IF IT HAS NONE.  A FEED WITH NEITHER IS PRINTED WITH ITS
073300* QUANTITIES, FLAGGED, AND LEFT OFF THE LEDGER EXTRACT.
073400*----------------------------------------------------------
073500 7000-PRICE-FEED.
073600*----------------------------------------------------------
073700     MOVE CG-FE-ID(CG-SUB) TO CG-LOOKUP-FEED
073800     PERFORM 7600-FIND-RATE        THRU 7600-EXIT
073900     IF NOT CG-RATE-FOUND
074000         MOVE "********" TO CG-LOOKUP-FEED
074100         PERFORM 7600-FIND-RATE    THRU 7600-EXIT
074200     END-IF
074300     MOVE "CHAR"                     TO CG-IT-CODE(1)
074400     MOVE "CHARACTERS CLASSIFIED"    TO CG-IT-LABEL(1)
074500     MOVE CG-FE-CHARS(CG-SUB)        TO CG-IT-QUANTITY(1)
074600     MOVE "REJT"                     TO CG-IT-CODE(2)
074700     MOVE "REJECTS RAISED"           TO CG-IT-LABEL(2)
074800     MOVE CG-FE-REJECTS(CG-SUB)      TO CG-IT-QUANTITY(2)
074900     MOVE "REPR"                     TO CG-IT-CODE(3)
075000     MOVE "REPAIR CYCLES"            TO CG-IT-LABEL(3)
075100     MOVE CG-FE-CYCLES(CG-SUB)       TO CG-IT-QUANTITY(3)
075200     MOVE "WOFF"                     TO CG-IT-CODE(4)
075300     MOVE "WRITE-OFFS FLAGGED"       TO CG-IT-LABEL(4)
075400     MOVE CG-FE-WRITEOFFS(CG-SUB)    TO CG-IT-QUANTITY(4)
075500     MOVE "RSTR"                     TO CG-IT-CODE(5)
075600     MOVE "QUIESCE/RESTART NIGHTS"   TO CG-IT-LABEL(5)
075700     MOVE CG-FE-RESTARTS(CG-SUB)     TO CG-IT-QUANTITY(5)
075800     IF CG-RATE-FOUND
075900         MOVE CG-RE-CHAR-RATE(CG-R-IDX)     TO CG-IT-RATE(1)
076000         MOVE CG-RE-REJECT-RATE(CG-R-IDX)   TO CG-IT-RATE(2)
076100         MOVE CG-RE-REPAIR-RATE(CG-R-IDX)   TO CG-IT-RATE(3)
076200         MOVE CG-RE-WRITEOFF-RATE(CG-R-IDX) TO CG-IT-RATE(4)
076300         MOVE CG-RE-RESTART-RATE(CG-R-IDX)  TO CG-IT-RATE(5)
076400         MOVE CG-RE-GL-ACCOUNT(CG-R-IDX)    TO CG-GL-ACCOUNT
076500         MOVE CG-RE-COST-CENTRE(CG-R-IDX)   TO CG-COST-CENTRE
076600     ELSE
076700         MOVE ZERO TO CG-IT-RATE(1) CG-IT-RATE(2) CG-IT-RATE(3)
076800                      CG-IT-RATE(4) CG-IT-RATE(5)
076900         MOVE SPACES TO CG-GL-ACCOUNT
077000         MOVE SPACES TO CG-COST-CENTRE
077100         ADD 1 TO CG-UNPRICED-COUNT
077200     END-IF
077300     COMPUTE CG-IT-AMOUNT(1) ROUNDED =
077400         CG-IT-QUANTITY(1) * CG-IT-RATE(1) / 1000
077500     COMPUTE CG-IT-AMOUNT(2) ROUNDED =
077600         CG-IT-QUANTITY(2) * CG-IT-RATE(2)
077700     COMPUTE CG-IT-AMOUNT(3) ROUNDED =
077800         CG-IT-QUANTITY(3) * CG-IT-RATE(3)
077900     COMPUTE CG-IT-AMOUNT(4) ROUNDED =
078000         CG-IT-QUANTITY(4) * CG-IT-RATE(4)
078100     COMPUTE CG-IT-AMOUNT(5) ROUNDED =
078200         CG-IT-QUANTITY(5) * CG-IT-RATE(5)
078300     MOVE SPACES TO CHRGRPT-RECORD
078400     WRITE CHRGRPT-RECORD
078500     MOVE CG-FE-ID(CG-SUB)     TO CG-FH-ID
078600     MOVE CG-GL-ACCOUNT        TO CG-FH-ACCOUNT
078700     MOVE CG-COST-CENTRE       TO CG-FH-CENTRE
078800     MOVE CG-FE-NIGHTS(CG-SUB) TO CG-FH-NIGHTS
078900     WRITE CHRGRPT-RECORD FROM CG-FEED-HEADER
079000     WRITE CHRGRPT-RECORD FROM CG-COLUMN-HEADER
079100     MOVE ZERO TO CG-FEED-AMOUNT
079200     PERFORM 7100-PRINT-ITEM       THRU 7100-EXIT
079300         VARYING CG-ITEM-SUB FROM 1 BY 1
079400         UNTIL CG-ITEM-SUB > 5
079500     MOVE "FEED TOTAL"   TO CG-FT-LABEL
079600     MOVE CG-FEED-AMOUNT TO CG-FT-AMOUNT
079700     IF CG-RATE-FOUND
079800         MOVE SPACES TO CG-FT-NOTE
079900     ELSE
080000         MOVE "NO RATE" TO CG-FT-NOTE
080100     END-IF
080200     WRITE CHRGRPT-RECORD FROM CG-FEED-TOTAL-LINE
080300     ADD CG-FEED-AMOUNT TO CG-GRAND-AMOUNT.
080400 7000-EXIT.
080500     EXIT.
080600
080700*----------------------------------------------------------
080800 7100-PRINT-ITEM.
080900*----------------------------------------------------------
081000     MOVE CG-IT-LABEL(CG-ITEM-SUB)    TO CG-IL-LABEL
081100     MOVE CG-IT-QUANTITY(CG-ITEM-SUB) TO CG-IL-QUANTITY
081200     MOVE CG-IT-RATE(CG-ITEM-SUB)     TO CG-IL-RATE
081300     MOVE CG-IT-AMOUNT(CG-ITEM-SUB)   TO CG-IL-AMOUNT
081400     WRITE CHRGRPT-RECORD FROM CG-ITEM-LINE
081500     ADD CG-IT-AMOUNT(CG-ITEM-SUB) TO CG-FEED-AMOUNT
081600     IF CG-IT-AMOUNT(CG-ITEM-SUB) = ZERO
081700         GO TO 7100-EXIT
081800     END-IF
081900     MOVE SPACES                      TO GL-DETAIL-RECORD
082000     MOVE "D"                         TO GD-REC-TYPE
082100     MOVE CG-PERIOD                   TO GD-PERIOD
082200     MOVE CG-GL-ACCOUNT               TO GD-GL-ACCOUNT
082300     MOVE CG-COST-CENTRE              TO GD-COST-CENTRE
082400     MOVE CG-FE-ID(CG-SUB)            TO GD-FEED-ID
082500     MOVE CG-IT-CODE(CG-ITEM-SUB)     TO GD-CHARGE-CODE
082600     MOVE CG-IT-QUANTITY(CG-ITEM-SUB) TO GD-QUANTITY
082700     MOVE CG-IT-AMOUNT(CG-ITEM-SUB)   TO GD-AMOUNT
082800     WRITE GL-DETAIL-RECORD
082900     ADD 1 TO CG-GL-DETAIL-COUNT.
083000 7100-EXIT.
083100     EXIT.
083200
083300*----------------------------------------------------------
083400* SETS CG-CURRENT-FEED TO THE ENTRY FOR CG-LOOKUP-FEED,
083500* ADDING ONE IF IT IS NEW.
083600*----------------------------------------------------------
083700 7500-FIND-FEED.
083800*----------------------------------------------------------
083900     IF CG-LOOKUP-FEED = SPACES
084000         MOVE "DEFAULT" TO CG-LOOKUP-FEED
084100     END-IF
084200     SET CG-F-IDX TO 1
084300     SEARCH CG-FEED-ENTRY
084400         AT END
084500             IF CG-FEED-COUNT NOT LESS THAN 50
084600                 DISPLAY "CONDCHRG: MORE THAN 50 FEEDS IN THE "
084700                     "BILLING MONTH"
084800                 MOVE 16 TO RETURN-CODE
084900                 STOP RUN
085000             END-IF
085100             ADD 1 TO CG-FEED-COUNT
085200             MOVE CG-FEED-COUNT TO CG-CURRENT-FEED
085300             MOVE CG-LOOKUP-FEED TO CG-FE-ID(CG-CURRENT-FEED)
085400             MOVE ZERO TO CG-FE-CHARS(CG-CURRENT-FEED)
085500                          CG-FE-REJECTS(CG-CURRENT-FEED)
085600                          CG-FE-CYCLES(CG-CURRENT-FEED)
085700                          CG-FE-WRITEOFFS(CG-CURRENT-FEED)
085800                          CG-FE-NIGHTS(CG-CURRENT-FEED)
085900                          CG-FE-RESTARTS(CG-CURRENT-FEED)
086000         WHEN CG-FE-ID(CG-F-IDX) = CG-LOOKUP-FEED
086100             SET CG-CURRENT-FEED TO CG-F-IDX
086200     END-SEARCH.
086300 7500-EXIT.
086400     EXIT.
086500
086600*----------------------------------------------------------
086700* LEAVES CG-R-IDX ON THE RATE ROW FOR CG-LOOKUP-FEED.
086800*----------------------------------------------------------
086900 7600-FIND-RATE.
087000*----------------------------------------------------------
087100     MOVE "N" TO CG-RATE-SWITCH
087200     IF CG-RATE-COUNT = ZERO
087300         GO TO 7600-EXIT
087400     END-IF
087500     SET CG-R-IDX TO 1
087600     SEARCH CG-RATE-ENTRY
087700         WHEN CG-RE-FEED-ID(CG-R-IDX) = CG-LOOKUP-FEED
087800             MOVE "Y" TO CG-RATE-SWITCH
087900     END-SEARCH.
088000 7600-EXIT.
088100     EXIT.
088200
088210*----------------------------------------------------------
088213* SETS CG-NIGHT-REVERSED IF CG-LOOKUP-FEED AND CG-LOOKUP-DATE
088216* ARE IN THE REVERSED-NIGHT TABLE.  A BLANK FEED IS "DEFAULT",
088219* AS IN 7500.
088222*----------------------------------------------------------
088225 7700-FIND-REVERSED.
088228*----------------------------------------------------------
088231     MOVE "N" TO CG-REVERSED-SWITCH
088234     IF CG-LOOKUP-FEED = SPACES
088237         MOVE "DEFAULT" TO CG-LOOKUP-FEED
088240     END-IF
088243     IF CG-REVERSED-COUNT = ZERO
088246         GO TO 7700-EXIT
088249     END-IF
088252     SET CG-V-IDX TO 1
088255     SEARCH CG-REVERSED-ENTRY
088258         WHEN CG-RV-FEED-ID(CG-V-IDX) = CG-LOOKUP-FEED
088261             AND CG-RV-DATE(CG-V-IDX) = CG-LOOKUP-DATE
088264             MOVE "Y" TO CG-REVERSED-SWITCH
088267     END-SEARCH.
088270 7700-EXIT.
088273     EXIT.
088276
088300*----------------------------------------------------------
088400 7900-PRINT-TOTALS.
088500*----------------------------------------------------------
088600     MOVE SPACES TO CHRGRPT-RECORD
088700     WRITE CHRGRPT-RECORD
088800     MOVE CG-GRAND-AMOUNT TO CG-GT-AMOUNT
088900     WRITE CHRGRPT-RECORD FROM CG-GRAND-TOTAL-LINE
089000     MOVE SPACES TO CHRGRPT-RECORD
089100     WRITE CHRGRPT-RECORD
089200     MOVE "FEEDS BILLED:"                TO CG-TOT-LABEL
089300     MOVE CG-FEED-COUNT                  TO CG-TOT-COUNT
089400     WRITE CHRGRPT-RECORD FROM CG-TOTAL-LINE
089500     MOVE "LEDGER EXTRACT DETAIL ROWS:"  TO CG-TOT-LABEL
089600     MOVE CG-GL-DETAIL-COUNT             TO CG-TOT-COUNT
089700     WRITE CHRGRPT-RECORD FROM CG-TOTAL-LINE
089800     MOVE "RUNHIST ROWS READ:"           TO CG-TOT-LABEL
089900     MOVE CG-RUNHIST-READ                TO CG-TOT-COUNT
090000     WRITE CHRGRPT-RECORD FROM CG-TOTAL-LINE
090100     MOVE "RUNHIST ROWS NOT BILLED:"     TO CG-TOT-LABEL
090200     MOVE CG-RUNHIST-SKIPPED             TO CG-TOT-COUNT
090300     WRITE CHRGRPT-RECORD FROM CG-TOTAL-LINE
090400     MOVE "REPAIRS ROWS READ:"           TO CG-TOT-LABEL
090500     MOVE CG-REPAIR-READ                 TO CG-TOT-COUNT
090600     WRITE CHRGRPT-RECORD FROM CG-TOTAL-LINE
090620     MOVE "REPAIRS ROWS NOT BILLED (BACKED OUT):"
090640                                         TO CG-TOT-LABEL
090660     MOVE CG-REPAIR-SKIPPED              TO CG-TOT-COUNT
090680     WRITE CHRGRPT-RECORD FROM CG-TOTAL-LINE
090700     MOVE "AUDSUMM ROWS READ:"           TO CG-TOT-LABEL
090800     MOVE CG-AUDSUMM-READ                TO CG-TOT-COUNT
090900     WRITE CHRGRPT-RECORD FROM CG-TOTAL-LINE
090920     MOVE "AUDSUMM ROWS NOT BILLED (BACKED OUT):"
090940                                         TO CG-TOT-LABEL
090960     MOVE CG-AUDSUMM-SKIPPED             TO CG-TOT-COUNT
090980     WRITE CHRGRPT-RECORD FROM CG-TOTAL-LINE
091000     IF CG-UNDATED-COUNT > ZERO
091100         MOVE "ROWS WITHOUT A READABLE DATE, SKIPPED:"
091200             TO CG-TOT-LABEL
091300         MOVE CG-UNDATED-COUNT           TO CG-TOT-COUNT
091400         WRITE CHRGRPT-RECORD FROM CG-TOTAL-LINE
091500     END-IF
091600     IF CG-UNPRICED-COUNT > ZERO
091700         DISPLAY "CONDCHRG: " CG-UNPRICED-COUNT
091800             " FEED(S) HAVE NO RATE AND WERE NOT BILLED"
091900         MOVE "FEEDS WITH NO RATE, NOT BILLED:" TO CG-TOT-LABEL
092000         MOVE CG-UNPRICED-COUNT          TO CG-TOT-COUNT
092100         WRITE CHRGRPT-RECORD FROM CG-TOTAL-LINE
092200     END-IF
092300     MOVE SPACES             TO GL-TRAILER-RECORD
092400     MOVE "T"                TO GT-REC-TYPE
092500     MOVE CG-PERIOD          TO GT-PERIOD
092600     MOVE CG-GL-DETAIL-COUNT TO GT-DETAIL-COUNT
092700     MOVE CG-GRAND-AMOUNT    TO GT-TOTAL-AMOUNT
092800     WRITE GL-TRAILER-RECORD.
092900 7900-EXIT.
093000     EXIT.
093100
093200*----------------------------------------------------------
093300 8100-READ-RUNHIST.
093400*----------------------------------------------------------
093500     READ RUNHIST
093600         AT END MOVE "Y" TO CG-EOF-SWITCH
093700         NOT AT END ADD 1 TO CG-RUNHIST-READ
093800     END-READ.
093900 8100-EXIT.
094000     EXIT.
094100
095200*----------------------------------------------------------
095300 8300-READ-REPAIRS.
095400*----------------------------------------------------------
095500     READ REPAIRS
095600         AT END MOVE "Y" TO CG-EOF-SWITCH
095700         NOT AT END ADD 1 TO CG-REPAIR-READ
095800     END-READ.
095900 8300-EXIT.
096000     EXIT.
096100
096200*----------------------------------------------------------
096300 8400-READ-AUDSUMM.
096400*----------------------------------------------------------
096500     READ AUDSUMM
096600         AT END MOVE "Y" TO CG-EOF-SWITCH
096700         NOT AT END ADD 1 TO CG-AUDSUMM-READ
096800     END-READ.
096900 8400-EXIT.
097000     EXIT.
097100
097200*----------------------------------------------------------
097300 8500-READ-RATEFILE.
097400*----------------------------------------------------------
097500     READ RATEFILE
097600         AT END MOVE "Y" TO CG-EOF-SWITCH
097700     END-READ.
097800 8500-EXIT.
097900     EXIT.
098000
098100*----------------------------------------------------------
098200* RETURN CODES: 0 NORMAL, 4 WHEN A FEED HAD NO RATE AND WAS
098300* LEFT OFF THE EXTRACT, 8 WHEN NOTHING AT ALL FELL IN THE
098400* BILLING MONTH (USUALLY THE WRONG GENERATIONS ON THE DDS).
098500*----------------------------------------------------------
098600 9000-TERMINATE.
098700*----------------------------------------------------------
098800     CLOSE CHRGRPT
098900     CLOSE GLEXTR
099000     EVALUATE TRUE
099100         WHEN CG-FEED-COUNT = ZERO
099200             DISPLAY "CONDCHRG: NOTHING ON FILE FOR PERIOD "
099300                 CG-PERIOD
099400             MOVE 8 TO RETURN-CODE
099500         WHEN CG-UNPRICED-COUNT > ZERO
099600             MOVE 4 TO RETURN-CODE
099700         WHEN OTHER
099800             MOVE 0 TO RETURN-CODE
099900     END-EVALUATE.
100000 9000-EXIT.
100100     EXIT.
