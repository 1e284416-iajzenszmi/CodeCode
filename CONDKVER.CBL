000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CONDKVER.
000300 AUTHOR.  M. COUGHLAN.
000400 INSTALLATION.  DATA ENTRY CONTROL.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15-OCT-2026  MC   INITIAL VERSION.  KEY/VERIFY COMPARISON
001100*                   FOR FEEDS KEYED TWICE.  A SECOND OPERATOR
001200*                   KEYS THE SAME SOURCE INDEPENDENTLY INTO
001300*                   VERFILE; THIS RUN COMPARES IT WITH THE
001400*                   PRIMARY CHARFILE RECORD BY RECORD AND
001500*                   CHARACTER BY CHARACTER, RE-ALIGNING THE
001600*                   TWO AFTER AN INSERTED OR DROPPED RECORD
001700*                   INSTEAD OF FLAGGING EVERYTHING AFTER IT.
001800*                   EVERY DISAGREEMENT IS LISTED WITH BOTH
001900*                   OPERATOR IDS, BOTH VALUES AND THE CHARTYPE
002000*                   CLASS OF EACH, AND IS WRITTEN AS A REJECT
002100*                   ("K" IN RJ-REJECT-TYPE, OR "M" FOR A
002200*                   CHARACTER ONLY THE VERIFY OPERATOR KEYED)
002300*                   ONTO A NEW REJECT GENERATION THAT CARRIES
002400*                   THE CURRENT ONE FORWARD, SO IT IS CORRECTED
002500*                   BY CONDREPR AND AGED BY CONDRAGE LIKE ANY
002600*                   OTHER REJECT.  EACH OPERATOR'S DISAGREEMENT
002700*                   RATE IS APPENDED TO THE PERMANENT KVHIST
002800*                   DATASET FOR THE CONDOPER SUPERVISOR REPORT.
002900*----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CHARFILE ASSIGN TO CHARFILE
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900     SELECT VERFILE  ASSIGN TO VERFILE
004000         ORGANIZATION IS SEQUENTIAL.
004100
004200     SELECT OPTIONAL REJIN ASSIGN TO REJIN
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500     SELECT REJFILE  ASSIGN TO REJFILE
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800     SELECT KVRPT    ASSIGN TO KVRPT
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100     SELECT OPTIONAL KVHIST ASSIGN TO KVHIST
005200         ORGANIZATION IS SEQUENTIAL.
005300
005400     SELECT SYSIN-FILE ASSIGN TO SYSIN
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900*----------------------------------------------------------
006000* CHARFILE - THE PRIMARY KEYING OF THE BATCH, THE FILE
006100*   CONDBTCH CLASSIFIES.  VERFILE - THE VERIFY KEYING OF THE
006200*   SAME SOURCE.  BOTH IN THE SAME FORMAT, CLASSIC OR
006300*   PACKED, EITHER ONE ENDED BY AN OPTIONAL *TRAILER.
006400*----------------------------------------------------------
006500 FD  CHARFILE
006600     RECORDING MODE IS F.
006700 01  CHARFILE-RECORD             PIC X(80).
006800 01  CHARFILE-PACKED-RECORD.
006900     05  CFP-CHAR-COUNT          PIC 9(02).
007000     05  CFP-CHAR-DATA           PIC X(78).
007100 01  CHARFILE-TRAILER-RECORD.
007200     05  CFT-TRAILER-ID          PIC X(08).
007300         88  CFT-TRAILER-PRESENT         VALUE "*TRAILER".
007400     05  FILLER                  PIC X(72).
007500
007600 FD  VERFILE
007700     RECORDING MODE IS F.
007800 01  VERFILE-RECORD              PIC X(80).
007900 01  VERFILE-PACKED-RECORD.
008000     05  VFP-CHAR-COUNT          PIC 9(02).
008100     05  VFP-CHAR-DATA           PIC X(78).
008200 01  VERFILE-TRAILER-RECORD.
008300     05  VFT-TRAILER-ID          PIC X(08).
008400         88  VFT-TRAILER-PRESENT         VALUE "*TRAILER".
008500     05  FILLER                  PIC X(72).
008600
008700*----------------------------------------------------------
008800* REJIN - THE CURRENT REJECT GENERATION (THE NIGHT'S CONDBTCH
008900*   REJFILE, OR THE REJOUT OF THE LAST CONDREPR PASS), COPIED
009000*   FORWARD UNCHANGED AHEAD OF THE DISAGREEMENTS.
009100*----------------------------------------------------------
009200 FD  REJIN
009300     RECORDING MODE IS F.
009400 01  REJIN-RECORD.
009500     05  RI-RECORD-NUMBER        PIC 9(07).
009600     05  FILLER                  PIC X(01).
009700     05  RI-SOURCE-RECORD        PIC X(80).
009800     05  RI-FEED-ID              PIC X(08).
009900     05  RI-ORIG-DATE            PIC 9(08).
010000     05  RI-CYCLE-COUNT          PIC 9(03).
010100     05  RI-REJECT-TYPE          PIC X(01).
010200         88  RI-KEY-VERIFY               VALUE "K", "M".
010300     05  FILLER                  PIC X(04).
010400
010500*----------------------------------------------------------
010600* REJFILE - THE NEW REJECT GENERATION, CONDBTCH'S LAYOUT.
010700*   RJ-REJECT-TYPE IS SPACE FOR A CLASSIFICATION REJECT, "K"
010800*   FOR A KEY/VERIFY DISAGREEMENT ON A PRIMARY CHARACTER
010900*   (RJ-RECORD-NUMBER IS THAT CHARACTER'S NUMBER IN THE RUN,
011000*   AS CONDBTCH NUMBERS IT) AND "M" FOR A CHARACTER ONLY THE
011100*   VERIFY OPERATOR KEYED (RJ-RECORD-NUMBER IS THE PRIMARY
011200*   CHARACTER IT FOLLOWS).  THE PRIMARY VALUE -- OR, FOR "M",
011300*   THE VERIFY VALUE -- IS IN RJ-SOURCE-CHAR FOR CORRECTION.
011400*----------------------------------------------------------
011500 FD  REJFILE
011600     RECORDING MODE IS F.
011700 01  REJFILE-RECORD.
011800     05  RJ-RECORD-NUMBER        PIC 9(07).
011900     05  FILLER                  PIC X(01).
012000     05  RJ-SOURCE-RECORD.
012100         10  RJ-SOURCE-CHAR      PIC X(01).
012200         10  FILLER              PIC X(79).
012300     05  RJ-FEED-ID              PIC X(08).
012400     05  RJ-ORIG-DATE            PIC 9(08).
012500     05  RJ-CYCLE-COUNT          PIC 9(03).
012600     05  RJ-REJECT-TYPE          PIC X(01).
012700     05  FILLER                  PIC X(04).
012800
012900 FD  KVRPT
013000     RECORDING MODE IS F.
013100 01  KVRPT-RECORD                PIC X(80).
013200
013300*----------------------------------------------------------
013400* KVHIST - PERMANENT KEY/VERIFY HISTORY, NOT A GDG.  TWO ROWS
013500*   PER COMPARISON, ONE FOR EACH OPERATOR: CHARACTERS THAT
013600*   OPERATOR KEYED AND THE DISAGREEMENTS IN THE BATCH.  A
013700*   DISAGREEMENT IS NOT YET EITHER OPERATOR'S FAULT, SO BOTH
013800*   ROWS CARRY THE SAME COUNT.
013900*----------------------------------------------------------
014000 FD  KVHIST
014100     RECORDING MODE IS F.
014200 01  KVHIST-RECORD.
014300     05  KH-RUN-DATE             PIC 9(08).
014400     05  FILLER                  PIC X(01).
014500     05  KH-FEED-ID              PIC X(08).
014600     05  FILLER                  PIC X(01).
014700     05  KH-OPERATOR-ID          PIC X(08).
014800     05  FILLER                  PIC X(01).
014900     05  KH-ROLE                 PIC X(01).
015000     05  FILLER                  PIC X(01).
015100     05  KH-CHARS-KEYED          PIC 9(07).
015200     05  FILLER                  PIC X(01).
015300     05  KH-DISAGREEMENTS        PIC 9(07).
015400     05  FILLER                  PIC X(01).
015500     05  KH-OTHER-OPERATOR       PIC X(08).
015600     05  FILLER                  PIC X(27).
015700
015800 FD  SYSIN-FILE.
015900 01  CTL-CARD.
016000*----------------------------------------------------------
016100* SYSIN CONTROL CARD LAYOUT.
016200*   COLUMNS  1- 8   PRIMARY OPERATOR ID (KEYED CHARFILE)
016300*   COLUMNS 10-17   VERIFY OPERATOR ID (KEYED VERFILE)
016400*   COLUMNS 19-26   FEED ID, AS ON THE CONDBTCH CARD
016500*                   (BLANK = "DEFAULT")
016600*   COLUMN     28   FEED FORMAT ("P" = PACKED, BLANK =
016700*                   CLASSIC)
016800*----------------------------------------------------------
016900     05  CTL-PRIMARY-OPER        PIC X(08).
017000     05  FILLER                  PIC X(01).
017100     05  CTL-VERIFY-OPER         PIC X(08).
017200     05  FILLER                  PIC X(01).
017300     05  CTL-FEED-ID             PIC X(08).
017400     05  FILLER                  PIC X(01).
017500     05  CTL-FORMAT-FLAG         PIC X(01).
017600         88  CTL-PACKED-FEED             VALUE "P", "p".
017700     05  FILLER                  PIC X(52).
017800
017900 WORKING-STORAGE SECTION.
018000*----------------------------------------------------------
018100* SHARED CLASSIFICATION FIELD AND 88-LEVELS, SO EACH
018200* DISAGREEING VALUE IS NAMED BY THE SHOP'S OWN CLASSES.
018300*----------------------------------------------------------
018400     COPY CHARTYPE.
018500
018600 01  KV-SWITCHES.
018700     05  KV-P-EOF-SWITCH         PIC X(01)   VALUE "N".
018800         88  KV-P-END-OF-FILE                VALUE "Y".
018900     05  KV-V-EOF-SWITCH         PIC X(01)   VALUE "N".
019000         88  KV-V-END-OF-FILE                VALUE "Y".
019100     05  KV-REJIN-EOF-SWITCH     PIC X(01)   VALUE "N".
019200         88  KV-REJIN-END-OF-FILE            VALUE "Y".
019300     05  KV-SYSIN-SWITCH         PIC X(01)   VALUE "N".
019400         88  KV-SYSIN-PRESENT                VALUE "Y".
019500     05  KV-FORMAT-SWITCH        PIC X(01)   VALUE "N".
019600         88  KV-PACKED-FORMAT                VALUE "Y".
019700     05  KV-RESYNC-SWITCH        PIC X(01)   VALUE "N".
019800         88  KV-RESYNC-FOUND                 VALUE "Y".
019900     05  KV-MATCH-SWITCH         PIC X(01)   VALUE "N".
020000         88  KV-RUN-MATCHES                  VALUE "Y", "E".
020100     05  KV-P-PRESENT-SWITCH     PIC X(01)   VALUE "N".
020200         88  KV-P-CHAR-PRESENT               VALUE "Y".
020300     05  KV-V-PRESENT-SWITCH     PIC X(01)   VALUE "N".
020400         88  KV-V-CHAR-PRESENT               VALUE "Y".
020500     05  KV-ON-FILE-SWITCH       PIC X(01)   VALUE "N".
020600         88  KV-ALREADY-ON-FILE              VALUE "Y".
020700
020800 01  KV-PRIMARY-OPER             PIC X(08)   VALUE SPACES.
020900 01  KV-VERIFY-OPER              PIC X(08)   VALUE SPACES.
021000 01  KV-FEED-ID                  PIC X(08)   VALUE SPACES.
021100 01  KV-RUN-DATE                 PIC 9(08)   VALUE ZERO.
021200
021300*----------------------------------------------------------
021400* LOOK-AHEAD BUFFERS, ONE PER KEYING.  ENTRY 1 IS THE RECORD
021500* UNDER COMPARISON; THE REST ARE THE NEXT RECORDS OF THE SAME
021600* FILE, KEPT TOPPED UP TO 10 UNTIL THE FILE ENDS.  KV-xE-KEY
021700* IS THE RECORD'S KEYED CONTENT ONLY (THE COUNT AND THE
021800* CHARACTERS IT COVERS, BLANK BEYOND THEM), SO TWO RECORDS
021900* AGREE WHEN THEIR KEYS ARE EQUAL.  KV-xE-BASE IS THE NUMBER
022000* OF CHARACTERS IN THE FILE BEFORE THIS RECORD.
022100*----------------------------------------------------------
022200 01  KV-P-FILL                   PIC 9(02)   COMP VALUE ZERO.
022300 01  KV-P-BUFFER.
022400     05  KV-P-ENTRY              OCCURS 10 TIMES.
022500         10  KV-PE-KEY.
022600             15  KV-PE-COUNT     PIC 9(02).
022700             15  KV-PE-DATA      PIC X(78).
022800         10  KV-PE-RECNO         PIC 9(07).
022900         10  KV-PE-BASE          PIC 9(09).
023000
023100 01  KV-V-FILL                   PIC 9(02)   COMP VALUE ZERO.
023200 01  KV-V-BUFFER.
023300     05  KV-V-ENTRY              OCCURS 10 TIMES.
023400         10  KV-VE-KEY.
023500             15  KV-VE-COUNT     PIC 9(02).
023600             15  KV-VE-DATA      PIC X(78).
023700         10  KV-VE-RECNO         PIC 9(07).
023800         10  KV-VE-BASE          PIC 9(09).
023900
024000*----------------------------------------------------------
024100* RE-ALIGNMENT.  AFTER A DISAGREEING PAIR OF RECORDS THE RUN
024200* LOOKS UP TO KV-WINDOW RECORDS AHEAD IN EITHER FILE FOR THE
024300* POINT WHERE KV-LONG-RUN RECORDS IN A ROW AGREE AGAIN (OR
024400* BOTH FILES END TOGETHER).  A SHORTER RUN WOULD LET TWO
024500* CLASSIC ONE-CHARACTER RECORDS THAT HAPPEN TO BE EQUAL PASS
024600* FOR A RE-ALIGNMENT, SO A SHORTER RUN IS ONLY ACCEPTED WHEN
024700* NO LONGER ONE IS FOUND -- AS WHEN A DROPPED RECORD AND A
024800* MIS-KEYED ONE SIT SIDE BY SIDE.
024900*----------------------------------------------------------
025000 01  KV-WINDOW                   PIC 9(02)   COMP VALUE 5.
025100 01  KV-LONG-RUN                 PIC 9(02)   COMP VALUE 3.
025200 01  KV-RUN-LENGTH               PIC 9(02)   COMP VALUE ZERO.
025300 01  KV-D                        PIC 9(02)   COMP VALUE ZERO.
025400 01  KV-R                        PIC 9(02)   COMP VALUE ZERO.
025500 01  KV-A                        PIC 9(02)   COMP VALUE ZERO.
025600 01  KV-B                        PIC 9(02)   COMP VALUE ZERO.
025700 01  KV-PA                       PIC 9(02)   COMP VALUE ZERO.
025800 01  KV-VB                       PIC 9(02)   COMP VALUE ZERO.
025900 01  KV-SKIP-P                   PIC 9(02)   COMP VALUE ZERO.
026000 01  KV-SKIP-V                   PIC 9(02)   COMP VALUE ZERO.
026100 01  KV-PAIRS                    PIC 9(02)   COMP VALUE ZERO.
026200 01  KV-FROM                     PIC 9(02)   COMP VALUE ZERO.
026300 01  KV-K                        PIC 9(02)   COMP VALUE ZERO.
026400 01  KV-POS                      PIC 9(02)   COMP VALUE ZERO.
026500 01  KV-MAX-POS                  PIC 9(02)   COMP VALUE ZERO.
026600 01  KV-SUB                      PIC 9(02)   COMP VALUE ZERO.
026700 01  KV-SUB-2                    PIC 9(02)   COMP VALUE ZERO.
026800
026900*----------------------------------------------------------
027000* THE DISAGREEMENT BEING RECORDED.  KV-P-LAST-SEQ IS THE
027100* NUMBER OF THE LAST PRIMARY CHARACTER COMPARED, WHICH IS
027200* WHERE A CHARACTER ONLY THE VERIFY OPERATOR KEYED BELONGS.
027300*----------------------------------------------------------
027400 01  KV-DIS-P-CHAR               PIC X(01)   VALUE SPACE.
027500 01  KV-DIS-V-CHAR               PIC X(01)   VALUE SPACE.
027600 01  KV-DIS-P-SEQ                PIC 9(09)   VALUE ZERO.
027700 01  KV-DIS-V-SEQ                PIC 9(09)   VALUE ZERO.
027800 01  KV-P-LAST-SEQ               PIC 9(09)   VALUE ZERO.
027900 01  KV-CLASS-NAME               PIC X(10)   VALUE SPACES.
028000
028100*----------------------------------------------------------
028200* CHARACTER NUMBERS ALREADY ON THE CURRENT REJECT GENERATION
028300* FOR THIS FEED AND NIGHT.  A DISAGREEMENT ON ONE OF THEM IS
028400* LISTED BUT NOT WRITTEN AGAIN -- THE REJECT ALREADY ON FILE
028500* BRINGS THE CHARACTER BEFORE DATA CONTROL.
028600*----------------------------------------------------------
028700 01  KV-NIGHT-REJ-COUNT          PIC 9(05)   COMP VALUE ZERO.
028800 01  KV-NIGHT-REJ-TABLE.
028900     05  KV-NIGHT-REJ            OCCURS 1 TO 5000 TIMES
029000                                 DEPENDING ON KV-NIGHT-REJ-COUNT
029100                                 INDEXED BY KV-NR-IDX
029200                                 PIC 9(07).
029300
029400 01  KV-COUNTS.
029500     05  KV-P-RECS               PIC 9(07)   COMP-3 VALUE ZERO.
029600     05  KV-V-RECS               PIC 9(07)   COMP-3 VALUE ZERO.
029700     05  KV-P-CHARS              PIC 9(09)   COMP-3 VALUE ZERO.
029800     05  KV-V-CHARS              PIC 9(09)   COMP-3 VALUE ZERO.
029900     05  KV-MATCHED-RECS         PIC 9(07)   COMP-3 VALUE ZERO.
030000     05  KV-CHANGED-RECS         PIC 9(07)   COMP-3 VALUE ZERO.
030100     05  KV-PRI-ONLY-RECS        PIC 9(07)   COMP-3 VALUE ZERO.
030200     05  KV-VER-ONLY-RECS        PIC 9(07)   COMP-3 VALUE ZERO.
030300     05  KV-DISAGREE-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
030400     05  KV-CARRIED-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
030500     05  KV-REJ-WRITTEN          PIC 9(07)   COMP-3 VALUE ZERO.
030600     05  KV-REJ-ON-FILE          PIC 9(07)   COMP-3 VALUE ZERO.
030700
030800 01  KV-PCT-WORK                 PIC 9(03)V9(02) COMP-3
030900                                             VALUE ZERO.
031000 01  KV-COUNT-EDIT               PIC ZZZZZZZZ9.
031100
031200 01  KV-TITLE-LINE.
031300     05  FILLER                  PIC X(30)
031400             VALUE "KEY/VERIFY COMPARISON         ".
031500     05  FILLER                  PIC X(05)   VALUE "FEED ".
031600     05  KV-TL-FEED              PIC X(08).
031700     05  FILLER                  PIC X(04)   VALUE SPACES.
031800     05  FILLER                  PIC X(09)   VALUE "RUN DATE ".
031900     05  KV-TL-DATE              PIC 9(08).
032000     05  FILLER                  PIC X(16)   VALUE SPACES.
032100
032200 01  KV-OPERATOR-LINE.
032300     05  FILLER                  PIC X(17)
032400             VALUE "PRIMARY OPERATOR ".
032500     05  KV-OL-PRIMARY           PIC X(08).
032600     05  FILLER                  PIC X(04)   VALUE SPACES.
032700     05  FILLER                  PIC X(16)
032800             VALUE "VERIFY OPERATOR ".
032900     05  KV-OL-VERIFY            PIC X(08).
033000     05  FILLER                  PIC X(04)   VALUE SPACES.
033100     05  KV-OL-FORMAT            PIC X(14).
033200     05  FILLER                  PIC X(09)   VALUE SPACES.
033300
033400 01  KV-COLUMN-HEADER.
033500     05  FILLER                  PIC X(09)   VALUE "KIND     ".
033600     05  FILLER                  PIC X(08)   VALUE "PRI-SEQ ".
033700     05  FILLER                  PIC X(09)   VALUE "OPERATOR ".
033800     05  FILLER                  PIC X(02)   VALUE "V ".
033900     05  FILLER                  PIC X(11)   VALUE "CLASS      ".
034000     05  FILLER                  PIC X(09)   VALUE "OPERATOR ".
034100     05  FILLER                  PIC X(02)   VALUE "V ".
034200     05  FILLER                  PIC X(11)   VALUE "CLASS      ".
034300     05  FILLER                  PIC X(08)   VALUE "VER-SEQ ".
034400     05  FILLER                  PIC X(11)   VALUE " NOTE".
034500
034600*----------------------------------------------------------
034700* ONE LINE PER DISAGREEING CHARACTER: THE PRIMARY SIDE
034800* (CHARACTER NUMBER, OPERATOR, VALUE, CLASS), THEN THE
034900* VERIFY SIDE, THEN WHETHER A REJECT WAS WRITTEN.  A SIDE
035000* THAT KEYED NOTHING THERE SHOWS CLASS "MISSING".
035100*----------------------------------------------------------
035200 01  KV-DETAIL-LINE.
035300     05  KV-DL-KIND              PIC X(08).
035400     05  FILLER                  PIC X(01)   VALUE SPACE.
035500     05  KV-DL-P-SEQ             PIC ZZZZZZ9 BLANK WHEN ZERO.
035600     05  FILLER                  PIC X(01)   VALUE SPACE.
035700     05  KV-DL-P-OPER            PIC X(08).
035800     05  FILLER                  PIC X(01)   VALUE SPACE.
035900     05  KV-DL-P-CHAR            PIC X(01).
036000     05  FILLER                  PIC X(01)   VALUE SPACE.
036100     05  KV-DL-P-CLASS           PIC X(10).
036200     05  FILLER                  PIC X(01)   VALUE SPACE.
036300     05  KV-DL-V-OPER            PIC X(08).
036400     05  FILLER                  PIC X(01)   VALUE SPACE.
036500     05  KV-DL-V-CHAR            PIC X(01).
036600     05  FILLER                  PIC X(01)   VALUE SPACE.
036700     05  KV-DL-V-CLASS           PIC X(10).
036800     05  FILLER                  PIC X(01)   VALUE SPACE.
036900     05  KV-DL-V-SEQ             PIC ZZZZZZ9 BLANK WHEN ZERO.
037000     05  FILLER                  PIC X(01)   VALUE SPACE.
037100     05  KV-DL-NOTE              PIC X(07).
037200     05  FILLER                  PIC X(04)   VALUE SPACES.
037300
037400 01  KV-TOTAL-LINE.
037500     05  KV-TOT-LABEL            PIC X(40).
037600     05  KV-TOT-COUNT            PIC ZZZZZZZZ9.
037700     05  FILLER                  PIC X(31)   VALUE SPACES.
037800
037900 01  KV-RATE-HEADER.
038000     05  FILLER                  PIC X(18)
038100             VALUE "ROLE     OPERATOR ".
038200     05  FILLER                  PIC X(22)
038300             VALUE "    KEYED  DISAGREED  ".
038400     05  FILLER                  PIC X(07)   VALUE "  RATE ".
038500     05  FILLER                  PIC X(33)   VALUE SPACES.
038600
038700 01  KV-RATE-LINE.
038800     05  KV-RL-ROLE              PIC X(08).
038900     05  FILLER                  PIC X(01)   VALUE SPACE.
039000     05  KV-RL-OPER              PIC X(08).
039100     05  FILLER                  PIC X(01)   VALUE SPACE.
039200     05  KV-RL-KEYED             PIC ZZZZZZZZ9.
039300     05  FILLER                  PIC X(02)   VALUE SPACES.
039400     05  KV-RL-DISAGREED         PIC ZZZZZZZZ9.
039500     05  FILLER                  PIC X(02)   VALUE SPACES.
039600     05  KV-RL-PCT               PIC ZZ9.99.
039700     05  FILLER                  PIC X(01)   VALUE "%".
039800     05  FILLER                  PIC X(33)   VALUE SPACES.
039900
040000 PROCEDURE DIVISION.
040100*----------------------------------------------------------
040200 0000-MAINLINE.
040300*----------------------------------------------------------
040400     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
040500     PERFORM 2000-COMPARE-NEXT     THRU 2000-EXIT
040600         UNTIL KV-P-FILL = ZERO AND KV-V-FILL = ZERO
040700     PERFORM 7000-PRINT-SUMMARY    THRU 7000-EXIT
040800     PERFORM 7500-WRITE-HISTORY    THRU 7500-EXIT
040900     PERFORM 9000-TERMINATE        THRU 9000-EXIT
041000     STOP RUN.
041100
041200*----------------------------------------------------------
041300 1000-INITIALIZE.
041400*----------------------------------------------------------
041500     ACCEPT KV-RUN-DATE FROM DATE YYYYMMDD
041600     PERFORM 1100-READ-SYSIN       THRU 1100-EXIT
041700     PERFORM 1300-LOAD-NIGHT-REJECTS THRU 1300-EXIT
041800     OPEN INPUT  CHARFILE
041900     OPEN INPUT  VERFILE
042000     OPEN OUTPUT REJFILE
042100     OPEN OUTPUT KVRPT
042200     PERFORM 1400-CARRY-REJECTS    THRU 1400-EXIT
042300     MOVE KV-FEED-ID      TO KV-TL-FEED
042400     MOVE KV-RUN-DATE     TO KV-TL-DATE
042500     WRITE KVRPT-RECORD FROM KV-TITLE-LINE
042600     MOVE KV-PRIMARY-OPER TO KV-OL-PRIMARY
042700     MOVE KV-VERIFY-OPER  TO KV-OL-VERIFY
042800     IF KV-PACKED-FORMAT
042900         MOVE "PACKED FEED"  TO KV-OL-FORMAT
043000     ELSE
043100         MOVE "CLASSIC FEED" TO KV-OL-FORMAT
043200     END-IF
043300     WRITE KVRPT-RECORD FROM KV-OPERATOR-LINE
043400     MOVE SPACES TO KVRPT-RECORD
043500     WRITE KVRPT-RECORD
043600     MOVE "DISAGREEMENTS" TO KVRPT-RECORD
043700     WRITE KVRPT-RECORD
043800     WRITE KVRPT-RECORD FROM KV-COLUMN-HEADER
043900     PERFORM 2950-FILL-BUFFERS     THRU 2950-EXIT.
044000 1000-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------
044400* KEY/VERIFY MEANS TWO DIFFERENT PEOPLE: A CARD WITHOUT BOTH
044500* OPERATOR IDS, OR WITH THE SAME ONE TWICE, STOPS THE RUN.
044600*----------------------------------------------------------
044700 1100-READ-SYSIN.
044800*----------------------------------------------------------
044900     OPEN INPUT SYSIN-FILE
045000     READ SYSIN-FILE
045100         AT END MOVE "N" TO KV-SYSIN-SWITCH
045200         NOT AT END MOVE "Y" TO KV-SYSIN-SWITCH
045300     END-READ
045400     CLOSE SYSIN-FILE
045500     IF KV-SYSIN-PRESENT
045600         MOVE CTL-PRIMARY-OPER TO KV-PRIMARY-OPER
045700         MOVE CTL-VERIFY-OPER  TO KV-VERIFY-OPER
045800         MOVE CTL-FEED-ID      TO KV-FEED-ID
045900         IF CTL-PACKED-FEED
046000             MOVE "Y" TO KV-FORMAT-SWITCH
046100         END-IF
046200     END-IF
046300     IF KV-FEED-ID = SPACES
046400         MOVE "DEFAULT" TO KV-FEED-ID
046500     END-IF
046600     IF KV-PRIMARY-OPER = SPACES OR KV-VERIFY-OPER = SPACES
046700         DISPLAY "CONDKVER: SYSIN MUST NAME BOTH THE PRIMARY AND "
046800             "THE VERIFY OPERATOR -- RUN ABENDED"
046900         MOVE 16 TO RETURN-CODE
047000         STOP RUN
047100     END-IF
047200     IF KV-PRIMARY-OPER = KV-VERIFY-OPER
047300         DISPLAY "CONDKVER: PRIMARY AND VERIFY OPERATOR ARE BOTH "
047400             KV-PRIMARY-OPER " -- RUN ABENDED"
047500         MOVE 16 TO RETURN-CODE
047600         STOP RUN
047700     END-IF.
047800 1100-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------
048200* FIRST READ OF THE CURRENT REJECT GENERATION: NOTES THE
048300* CHARACTER NUMBERS ALREADY REJECTED FOR THIS FEED TONIGHT.
048400* IF THE GENERATION ALREADY HOLDS KEY/VERIFY REJECTS FOR THIS
048500* FEED AND NIGHT, THE BATCH HAS BEEN COMPARED ONCE AND A
048600* SECOND COMPARISON WOULD DOUBLE EVERY DISAGREEMENT, SO THE
048700* RUN STOPS BEFORE ANYTHING IS WRITTEN.
048800*----------------------------------------------------------
048900 1300-LOAD-NIGHT-REJECTS.
049000*----------------------------------------------------------
049100     MOVE "N" TO KV-REJIN-EOF-SWITCH
049200     OPEN INPUT REJIN
049300     PERFORM 1310-NOTE-ONE-REJECT  THRU 1310-EXIT
049400         UNTIL KV-REJIN-END-OF-FILE
049500     CLOSE REJIN.
049600 1300-EXIT.
049700     EXIT.
049800
049900*----------------------------------------------------------
050000 1310-NOTE-ONE-REJECT.
050100*----------------------------------------------------------
050200     READ REJIN
050300         AT END
050400             MOVE "Y" TO KV-REJIN-EOF-SWITCH
050500             GO TO 1310-EXIT
050600     END-READ
050700     IF RI-FEED-ID NOT = KV-FEED-ID
050800         OR RI-ORIG-DATE IS NOT NUMERIC
050900         OR RI-ORIG-DATE NOT = KV-RUN-DATE
051000         GO TO 1310-EXIT
051100     END-IF
051200     IF RI-KEY-VERIFY
051300         DISPLAY "CONDKVER: REJIN ALREADY HOLDS KEY/VERIFY "
051400             "REJECTS FOR FEED " KV-FEED-ID " -- RUN ABENDED"
051500         CLOSE REJIN
051600         MOVE 16 TO RETURN-CODE
051700         STOP RUN
051800     END-IF
051900     IF KV-NIGHT-REJ-COUNT NOT LESS THAN 5000
052000         DISPLAY "CONDKVER: MORE THAN 5000 REJECTS FOR THE "
052100             "NIGHT -- RUN ABENDED"
052200         CLOSE REJIN
052300         MOVE 16 TO RETURN-CODE
052400         STOP RUN
052500     END-IF
052600     ADD 1 TO KV-NIGHT-REJ-COUNT
052700     MOVE RI-RECORD-NUMBER TO KV-NIGHT-REJ(KV-NIGHT-REJ-COUNT).
052800 1310-EXIT.
052900     EXIT.
053000
053100*----------------------------------------------------------
053200* SECOND READ: EVERY OUTSTANDING REJECT GOES ONTO THE NEW
053300* GENERATION UNCHANGED, SO NOTHING DROPS OUT OF THE REPAIR
053400* CYCLE BECAUSE THIS RUN CAME BETWEEN TWO PASSES.
053500*----------------------------------------------------------
053600 1400-CARRY-REJECTS.
053700*----------------------------------------------------------
053800     MOVE "N" TO KV-REJIN-EOF-SWITCH
053900     OPEN INPUT REJIN
054000     PERFORM 1410-CARRY-ONE-REJECT THRU 1410-EXIT
054100         UNTIL KV-REJIN-END-OF-FILE
054200     CLOSE REJIN.
054300 1400-EXIT.
054400     EXIT.
054500
054600*----------------------------------------------------------
054700 1410-CARRY-ONE-REJECT.
054800*----------------------------------------------------------
054900     READ REJIN
055000         AT END
055100             MOVE "Y" TO KV-REJIN-EOF-SWITCH
055200             GO TO 1410-EXIT
055300     END-READ
055400     WRITE REJFILE-RECORD FROM REJIN-RECORD
055500     ADD 1 TO KV-CARRIED-COUNT.
055600 1410-EXIT.
055700     EXIT.
055800
055900*----------------------------------------------------------
056000* ONE STEP OF THE COMPARISON.  AGREEING HEAD RECORDS ARE
056100* SIMPLY CONSUMED.  OTHERWISE 2100 DECIDES HOW MANY RECORDS
056200* OF EACH FILE THE DIFFERENCE COVERS, 2300 REPORTS THEM AND
056300* 2900 CONSUMES THEM.  ONCE ONE FILE HAS ENDED, EVERY
056400* REMAINING RECORD OF THE OTHER IS KEYED BY ONE SIDE ONLY.
056500*----------------------------------------------------------
056600 2000-COMPARE-NEXT.
056700*----------------------------------------------------------
056800     IF KV-P-FILL > ZERO AND KV-V-FILL > ZERO
056900         AND KV-PE-KEY(1) = KV-VE-KEY(1)
057000         ADD 1 TO KV-MATCHED-RECS
057100         COMPUTE KV-P-LAST-SEQ = KV-PE-BASE(1) + KV-PE-COUNT(1)
057200         MOVE 1 TO KV-SKIP-P
057300         MOVE 1 TO KV-SKIP-V
057400         PERFORM 2900-CONSUME-RECORDS THRU 2900-EXIT
057500         GO TO 2000-EXIT
057600     END-IF
057700     MOVE ZERO TO KV-SKIP-P
057800     MOVE ZERO TO KV-SKIP-V
057900     EVALUATE TRUE
058000         WHEN KV-V-FILL = ZERO
058100             MOVE 1 TO KV-SKIP-P
058200         WHEN KV-P-FILL = ZERO
058300             MOVE 1 TO KV-SKIP-V
058400         WHEN OTHER
058500             PERFORM 2100-FIND-RESYNC THRU 2100-EXIT
058600     END-EVALUATE
058700     PERFORM 2300-REPORT-DIFFERENCE THRU 2300-EXIT
058800     PERFORM 2900-CONSUME-RECORDS  THRU 2900-EXIT.
058900 2000-EXIT.
059000     EXIT.
059100
059200*----------------------------------------------------------
059300* THE LONGEST AGREEING RUN, THEN THE SMALLEST OFFSET, WINS.
059400* AT EACH OFFSET D A CHANGE OF D RECORDS ON BOTH SIDES IS
059500* TRIED FIRST, THEN D RECORDS THE VERIFY OPERATOR KEYED THAT
059600* THE PRIMARY DID NOT, THEN D THE PRIMARY KEYED THAT THE
059700* VERIFY DID NOT.  WITH NO AGREEMENT INSIDE THE WINDOW THE
059800* HEAD PAIR IS TAKEN AS A CHANGE AND THE SEARCH STARTS AGAIN
059900* ONE RECORD ON.
060000*----------------------------------------------------------
060100 2100-FIND-RESYNC.
060200*----------------------------------------------------------
060300     MOVE "N" TO KV-RESYNC-SWITCH
060400     PERFORM 2105-SEARCH-WINDOW    THRU 2105-EXIT
060500         VARYING KV-RUN-LENGTH FROM KV-LONG-RUN BY -1
060600         UNTIL KV-RUN-LENGTH < 1 OR KV-RESYNC-FOUND
060700     IF NOT KV-RESYNC-FOUND
060800         MOVE 1 TO KV-SKIP-P
060900         MOVE 1 TO KV-SKIP-V
061000     END-IF
061100     IF KV-SKIP-P > KV-P-FILL
061200         MOVE KV-P-FILL TO KV-SKIP-P
061300     END-IF
061400     IF KV-SKIP-V > KV-V-FILL
061500         MOVE KV-V-FILL TO KV-SKIP-V
061600     END-IF.
061700 2100-EXIT.
061800     EXIT.
061900
062000*----------------------------------------------------------
062100 2105-SEARCH-WINDOW.
062200*----------------------------------------------------------
062300     PERFORM 2110-TRY-OFFSET       THRU 2110-EXIT
062400         VARYING KV-D FROM 1 BY 1
062500         UNTIL KV-D > KV-WINDOW OR KV-RESYNC-FOUND.
062600 2105-EXIT.
062700     EXIT.
062800
062900*----------------------------------------------------------
063000 2110-TRY-OFFSET.
063100*----------------------------------------------------------
063200     COMPUTE KV-A = KV-D + 1
063300     COMPUTE KV-B = KV-D + 1
063400     PERFORM 2200-MATCH-RUN        THRU 2200-EXIT
063500     IF KV-RUN-MATCHES
063600         MOVE KV-D TO KV-SKIP-P
063700         MOVE KV-D TO KV-SKIP-V
063800         MOVE "Y"  TO KV-RESYNC-SWITCH
063900         GO TO 2110-EXIT
064000     END-IF
064100     MOVE 1 TO KV-A
064200     COMPUTE KV-B = KV-D + 1
064300     PERFORM 2200-MATCH-RUN        THRU 2200-EXIT
064400     IF KV-RUN-MATCHES
064500         MOVE ZERO TO KV-SKIP-P
064600         MOVE KV-D TO KV-SKIP-V
064700         MOVE "Y"  TO KV-RESYNC-SWITCH
064800         GO TO 2110-EXIT
064900     END-IF
065000     COMPUTE KV-A = KV-D + 1
065100     MOVE 1 TO KV-B
065200     PERFORM 2200-MATCH-RUN        THRU 2200-EXIT
065300     IF KV-RUN-MATCHES
065400         MOVE KV-D TO KV-SKIP-P
065500         MOVE ZERO TO KV-SKIP-V
065600         MOVE "Y"  TO KV-RESYNC-SWITCH
065700     END-IF.
065800 2110-EXIT.
065900     EXIT.
066000
066100*----------------------------------------------------------
066200* DO KV-RUN-LENGTH RECORDS AGREE FROM PRIMARY ENTRY KV-A AND
066300* VERIFY ENTRY KV-B ON?  BOTH FILES RUNNING OUT AT THE SAME
066400* POINT AFTER AT LEAST ONE AGREEING RECORD ALSO COUNTS AS
066500* AGREEMENT ("E").
066600*----------------------------------------------------------
066700 2200-MATCH-RUN.
066800*----------------------------------------------------------
066900     MOVE "Y" TO KV-MATCH-SWITCH
067000     PERFORM 2210-MATCH-ONE        THRU 2210-EXIT
067100         VARYING KV-R FROM 0 BY 1
067200         UNTIL KV-R NOT < KV-RUN-LENGTH
067300             OR KV-MATCH-SWITCH NOT = "Y".
067400 2200-EXIT.
067500     EXIT.
067600
067700*----------------------------------------------------------
067800 2210-MATCH-ONE.
067900*----------------------------------------------------------
068000     COMPUTE KV-PA = KV-A + KV-R
068100     COMPUTE KV-VB = KV-B + KV-R
068200     IF KV-PA > KV-P-FILL AND KV-VB > KV-V-FILL AND KV-R > ZERO
068300         MOVE "E" TO KV-MATCH-SWITCH
068400         GO TO 2210-EXIT
068500     END-IF
068600     IF KV-PA > KV-P-FILL OR KV-VB > KV-V-FILL
068700         MOVE "N" TO KV-MATCH-SWITCH
068800         GO TO 2210-EXIT
068900     END-IF
069000     IF KV-PE-KEY(KV-PA) NOT = KV-VE-KEY(KV-VB)
069100         MOVE "N" TO KV-MATCH-SWITCH
069200     END-IF.
069300 2210-EXIT.
069400     EXIT.
069500
069600*----------------------------------------------------------
069700* THE FIRST MIN(SKIP-P, SKIP-V) RECORDS ARE PAIRED AND
069800* COMPARED CHARACTER BY CHARACTER; ANY FURTHER PRIMARY
069900* RECORDS WERE KEYED BY THE PRIMARY OPERATOR ONLY AND ANY
070000* FURTHER VERIFY RECORDS BY THE VERIFY OPERATOR ONLY.
070100*----------------------------------------------------------
070200 2300-REPORT-DIFFERENCE.
070300*----------------------------------------------------------
070400     IF KV-SKIP-P < KV-SKIP-V
070500         MOVE KV-SKIP-P TO KV-PAIRS
070600     ELSE
070700         MOVE KV-SKIP-V TO KV-PAIRS
070800     END-IF
070900     PERFORM 2310-COMPARE-PAIR     THRU 2310-EXIT
071000         VARYING KV-K FROM 1 BY 1
071100         UNTIL KV-K > KV-PAIRS
071200     COMPUTE KV-FROM = KV-PAIRS + 1
071300     PERFORM 2320-PRIMARY-ONLY     THRU 2320-EXIT
071400         VARYING KV-K FROM KV-FROM BY 1
071500         UNTIL KV-K > KV-SKIP-P
071600     PERFORM 2330-VERIFY-ONLY      THRU 2330-EXIT
071700         VARYING KV-K FROM KV-FROM BY 1
071800         UNTIL KV-K > KV-SKIP-V.
071900 2300-EXIT.
072000     EXIT.
072100
072200*----------------------------------------------------------
072300 2310-COMPARE-PAIR.
072400*----------------------------------------------------------
072500     IF KV-PE-KEY(KV-K) = KV-VE-KEY(KV-K)
072600         ADD 1 TO KV-MATCHED-RECS
072700         COMPUTE KV-P-LAST-SEQ =
072800             KV-PE-BASE(KV-K) + KV-PE-COUNT(KV-K)
072900         GO TO 2310-EXIT
073000     END-IF
073100     ADD 1 TO KV-CHANGED-RECS
073200     IF KV-PE-COUNT(KV-K) > KV-VE-COUNT(KV-K)
073300         MOVE KV-PE-COUNT(KV-K) TO KV-MAX-POS
073400     ELSE
073500         MOVE KV-VE-COUNT(KV-K) TO KV-MAX-POS
073600     END-IF
073700     PERFORM 2340-COMPARE-ONE-CHAR THRU 2340-EXIT
073800         VARYING KV-POS FROM 1 BY 1
073900         UNTIL KV-POS > KV-MAX-POS.
074000 2310-EXIT.
074100     EXIT.
074200
074300*----------------------------------------------------------
074400 2320-PRIMARY-ONLY.
074500*----------------------------------------------------------
074600     ADD 1 TO KV-PRI-ONLY-RECS
074700     PERFORM 2350-PRIMARY-ONLY-CHAR THRU 2350-EXIT
074800         VARYING KV-POS FROM 1 BY 1
074900         UNTIL KV-POS > KV-PE-COUNT(KV-K).
075000 2320-EXIT.
075100     EXIT.
075200
075300*----------------------------------------------------------
075400 2330-VERIFY-ONLY.
075500*----------------------------------------------------------
075600     ADD 1 TO KV-VER-ONLY-RECS
075700     PERFORM 2360-VERIFY-ONLY-CHAR THRU 2360-EXIT
075800         VARYING KV-POS FROM 1 BY 1
075900         UNTIL KV-POS > KV-VE-COUNT(KV-K).
076000 2330-EXIT.
076100     EXIT.
076200
076300*----------------------------------------------------------
076400* POSITION KV-POS OF PAIRED RECORDS KV-K.  A PACKED RECORD
076500* SHORTER THAN ITS PARTNER HAS NOTHING KEYED PAST ITS COUNT.
076600*----------------------------------------------------------
076700 2340-COMPARE-ONE-CHAR.
076800*----------------------------------------------------------
076900     MOVE "N" TO KV-P-PRESENT-SWITCH
077000     MOVE "N" TO KV-V-PRESENT-SWITCH
077100     IF KV-POS NOT > KV-PE-COUNT(KV-K)
077200         MOVE "Y" TO KV-P-PRESENT-SWITCH
077300         MOVE KV-PE-DATA(KV-K)(KV-POS:1) TO KV-DIS-P-CHAR
077400         COMPUTE KV-DIS-P-SEQ = KV-PE-BASE(KV-K) + KV-POS
077500         MOVE KV-DIS-P-SEQ TO KV-P-LAST-SEQ
077600     END-IF
077700     IF KV-POS NOT > KV-VE-COUNT(KV-K)
077800         MOVE "Y" TO KV-V-PRESENT-SWITCH
077900         MOVE KV-VE-DATA(KV-K)(KV-POS:1) TO KV-DIS-V-CHAR
078000         COMPUTE KV-DIS-V-SEQ = KV-VE-BASE(KV-K) + KV-POS
078100     END-IF
078200     IF KV-P-CHAR-PRESENT AND KV-V-CHAR-PRESENT
078300         AND KV-DIS-P-CHAR = KV-DIS-V-CHAR
078400         GO TO 2340-EXIT
078500     END-IF
078600     PERFORM 2700-RECORD-DISAGREEMENT THRU 2700-EXIT.
078700 2340-EXIT.
078800     EXIT.
078900
079000*----------------------------------------------------------
079100 2350-PRIMARY-ONLY-CHAR.
079200*----------------------------------------------------------
079300     MOVE "Y" TO KV-P-PRESENT-SWITCH
079400     MOVE "N" TO KV-V-PRESENT-SWITCH
079500     MOVE KV-PE-DATA(KV-K)(KV-POS:1) TO KV-DIS-P-CHAR
079600     COMPUTE KV-DIS-P-SEQ = KV-PE-BASE(KV-K) + KV-POS
079700     MOVE KV-DIS-P-SEQ TO KV-P-LAST-SEQ
079800     PERFORM 2700-RECORD-DISAGREEMENT THRU 2700-EXIT.
079900 2350-EXIT.
080000     EXIT.
080100
080200*----------------------------------------------------------
080300 2360-VERIFY-ONLY-CHAR.
080400*----------------------------------------------------------
080500     MOVE "N" TO KV-P-PRESENT-SWITCH
080600     MOVE "Y" TO KV-V-PRESENT-SWITCH
080700     MOVE KV-VE-DATA(KV-K)(KV-POS:1) TO KV-DIS-V-CHAR
080800     COMPUTE KV-DIS-V-SEQ = KV-VE-BASE(KV-K) + KV-POS
080900     PERFORM 2700-RECORD-DISAGREEMENT THRU 2700-EXIT.
081000 2360-EXIT.
081100     EXIT.
081200
081300*----------------------------------------------------------
081400* LISTS ONE DISAGREEING CHARACTER AND PUTS IT ON REJFILE.
081500*----------------------------------------------------------
081600 2700-RECORD-DISAGREEMENT.
081700*----------------------------------------------------------
081800     ADD 1 TO KV-DISAGREE-COUNT
081900     MOVE SPACES          TO KV-DETAIL-LINE
082000     MOVE KV-PRIMARY-OPER TO KV-DL-P-OPER
082100     MOVE KV-VERIFY-OPER  TO KV-DL-V-OPER
082200     MOVE ZERO            TO KV-DL-P-SEQ
082300     MOVE ZERO            TO KV-DL-V-SEQ
082400     MOVE "MISSING"       TO KV-DL-P-CLASS
082500     MOVE "MISSING"       TO KV-DL-V-CLASS
082600     EVALUATE TRUE
082700         WHEN KV-P-CHAR-PRESENT AND KV-V-CHAR-PRESENT
082800             MOVE "CHANGED"  TO KV-DL-KIND
082900         WHEN KV-P-CHAR-PRESENT
083000             MOVE "PRI ONLY" TO KV-DL-KIND
083100         WHEN OTHER
083200             MOVE "VER ONLY" TO KV-DL-KIND
083300     END-EVALUATE
083400     IF KV-P-CHAR-PRESENT
083500         MOVE KV-DIS-P-SEQ    TO KV-DL-P-SEQ
083600         MOVE KV-DIS-P-CHAR   TO KV-DL-P-CHAR
083700         MOVE KV-DIS-P-CHAR   TO Char
083800         PERFORM 2800-NAME-CLASS THRU 2800-EXIT
083900         MOVE KV-CLASS-NAME   TO KV-DL-P-CLASS
084000     END-IF
084100     IF KV-V-CHAR-PRESENT
084200         MOVE KV-DIS-V-SEQ    TO KV-DL-V-SEQ
084300         MOVE KV-DIS-V-CHAR   TO KV-DL-V-CHAR
084400         MOVE KV-DIS-V-CHAR   TO Char
084500         PERFORM 2800-NAME-CLASS THRU 2800-EXIT
084600         MOVE KV-CLASS-NAME   TO KV-DL-V-CLASS
084700     END-IF
084800     PERFORM 2750-WRITE-REJECT     THRU 2750-EXIT
084900     WRITE KVRPT-RECORD FROM KV-DETAIL-LINE.
085000 2700-EXIT.
085100     EXIT.
085200
085300*----------------------------------------------------------
085400 2750-WRITE-REJECT.
085500*----------------------------------------------------------
085600     MOVE SPACES TO REJFILE-RECORD
085700     IF NOT KV-P-CHAR-PRESENT
085800         MOVE "M"            TO RJ-REJECT-TYPE
085900         MOVE KV-P-LAST-SEQ  TO RJ-RECORD-NUMBER
086000         MOVE KV-DIS-V-CHAR  TO RJ-SOURCE-CHAR
086100         GO TO 2750-WRITE
086200     END-IF
086300     MOVE "N" TO KV-ON-FILE-SWITCH
086400     IF KV-NIGHT-REJ-COUNT > ZERO
086500         SET KV-NR-IDX TO 1
086600         SEARCH KV-NIGHT-REJ
086700             AT END MOVE "N" TO KV-ON-FILE-SWITCH
086800             WHEN KV-NIGHT-REJ(KV-NR-IDX) = KV-DIS-P-SEQ
086900                 MOVE "Y" TO KV-ON-FILE-SWITCH
087000         END-SEARCH
087100     END-IF
087200     IF KV-ALREADY-ON-FILE
087300         MOVE "ON FILE" TO KV-DL-NOTE
087400         ADD 1 TO KV-REJ-ON-FILE
087500         GO TO 2750-EXIT
087600     END-IF
087700     MOVE "K"                TO RJ-REJECT-TYPE
087800     MOVE KV-DIS-P-SEQ       TO RJ-RECORD-NUMBER
087900     MOVE KV-DIS-P-CHAR      TO RJ-SOURCE-CHAR.
088000 2750-WRITE.
088100     MOVE KV-FEED-ID         TO RJ-FEED-ID
088200     MOVE KV-RUN-DATE        TO RJ-ORIG-DATE
088300     MOVE ZERO               TO RJ-CYCLE-COUNT
088400     WRITE REJFILE-RECORD
088500     ADD 1 TO KV-REJ-WRITTEN
088600     MOVE "REJECT" TO KV-DL-NOTE.
088700 2750-EXIT.
088800     EXIT.
088900
089000*----------------------------------------------------------
089100* THE CHARTYPE CLASS OF THE VALUE IN Char, BY NAME.
089200*----------------------------------------------------------
089300 2800-NAME-CLASS.
089400*----------------------------------------------------------
089500     EVALUATE TRUE
089600         WHEN Vowel
089700             MOVE "VOWEL"      TO KV-CLASS-NAME
089800         WHEN Consonant
089900             MOVE "CONSONANT"  TO KV-CLASS-NAME
090000         WHEN Digit
090100             MOVE "DIGIT"      TO KV-CLASS-NAME
090200         WHEN Whitespace
090300             MOVE "WHITESPACE" TO KV-CLASS-NAME
090400         WHEN SpecialChar
090500             MOVE "SPECIAL"    TO KV-CLASS-NAME
090600         WHEN OTHER
090700             MOVE "INVALID"    TO KV-CLASS-NAME
090800     END-EVALUATE.
090900 2800-EXIT.
091000     EXIT.
091100
091200*----------------------------------------------------------
091300* DROPS THE FIRST KV-SKIP-P / KV-SKIP-V ENTRIES OF EACH
091400* BUFFER AND TOPS BOTH BUFFERS UP AGAIN.
091500*----------------------------------------------------------
091600 2900-CONSUME-RECORDS.
091700*----------------------------------------------------------
091800     IF KV-SKIP-P > ZERO
091900         PERFORM 2910-SHIFT-ONE-PRIMARY THRU 2910-EXIT
092000             VARYING KV-SUB FROM 1 BY 1
092100             UNTIL KV-SUB > KV-P-FILL - KV-SKIP-P
092200         SUBTRACT KV-SKIP-P FROM KV-P-FILL
092300     END-IF
092400     IF KV-SKIP-V > ZERO
092500         PERFORM 2920-SHIFT-ONE-VERIFY THRU 2920-EXIT
092600             VARYING KV-SUB FROM 1 BY 1
092700             UNTIL KV-SUB > KV-V-FILL - KV-SKIP-V
092800         SUBTRACT KV-SKIP-V FROM KV-V-FILL
092900     END-IF
093000     PERFORM 2950-FILL-BUFFERS     THRU 2950-EXIT.
093100 2900-EXIT.
093200     EXIT.
093300
093400*----------------------------------------------------------
093500 2910-SHIFT-ONE-PRIMARY.
093600*----------------------------------------------------------
093700     COMPUTE KV-SUB-2 = KV-SUB + KV-SKIP-P
093800     MOVE KV-P-ENTRY(KV-SUB-2) TO KV-P-ENTRY(KV-SUB).
093900 2910-EXIT.
094000     EXIT.
094100
094200*----------------------------------------------------------
094300 2920-SHIFT-ONE-VERIFY.
094400*----------------------------------------------------------
094500     COMPUTE KV-SUB-2 = KV-SUB + KV-SKIP-V
094600     MOVE KV-V-ENTRY(KV-SUB-2) TO KV-V-ENTRY(KV-SUB).
094700 2920-EXIT.
094800     EXIT.
094900
095000*----------------------------------------------------------
095100 2950-FILL-BUFFERS.
095200*----------------------------------------------------------
095300     PERFORM 8000-READ-CHARFILE    THRU 8000-EXIT
095400         UNTIL KV-P-FILL = 10 OR KV-P-END-OF-FILE
095500     PERFORM 8100-READ-VERFILE     THRU 8100-EXIT
095600         UNTIL KV-V-FILL = 10 OR KV-V-END-OF-FILE.
095700 2950-EXIT.
095800     EXIT.
095900
096000*----------------------------------------------------------
096100 7000-PRINT-SUMMARY.
096200*----------------------------------------------------------
096300     IF KV-DISAGREE-COUNT = ZERO
096400         MOVE "  NONE -- THE TWO KEYINGS AGREE" TO KVRPT-RECORD
096500         WRITE KVRPT-RECORD
096600     END-IF
096700     MOVE SPACES TO KVRPT-RECORD
096800     WRITE KVRPT-RECORD
096900     MOVE "COMPARISON TOTALS" TO KVRPT-RECORD
097000     WRITE KVRPT-RECORD
097100     MOVE "PRIMARY RECORDS READ"             TO KV-TOT-LABEL
097200     MOVE KV-P-RECS                          TO KV-TOT-COUNT
097300     WRITE KVRPT-RECORD FROM KV-TOTAL-LINE
097400     MOVE "VERIFY RECORDS READ"              TO KV-TOT-LABEL
097500     MOVE KV-V-RECS                          TO KV-TOT-COUNT
097600     WRITE KVRPT-RECORD FROM KV-TOTAL-LINE
097700     MOVE "RECORDS IN AGREEMENT"             TO KV-TOT-LABEL
097800     MOVE KV-MATCHED-RECS                    TO KV-TOT-COUNT
097900     WRITE KVRPT-RECORD FROM KV-TOTAL-LINE
098000     MOVE "RECORDS KEYED DIFFERENTLY"        TO KV-TOT-LABEL
098100     MOVE KV-CHANGED-RECS                    TO KV-TOT-COUNT
098200     WRITE KVRPT-RECORD FROM KV-TOTAL-LINE
098300     MOVE "RECORDS KEYED BY PRIMARY ONLY"    TO KV-TOT-LABEL
098400     MOVE KV-PRI-ONLY-RECS                   TO KV-TOT-COUNT
098500     WRITE KVRPT-RECORD FROM KV-TOTAL-LINE
098600     MOVE "RECORDS KEYED BY VERIFY ONLY"     TO KV-TOT-LABEL
098700     MOVE KV-VER-ONLY-RECS                   TO KV-TOT-COUNT
098800     WRITE KVRPT-RECORD FROM KV-TOTAL-LINE
098900     MOVE "CHARACTER DISAGREEMENTS"          TO KV-TOT-LABEL
099000     MOVE KV-DISAGREE-COUNT                  TO KV-TOT-COUNT
099100     WRITE KVRPT-RECORD FROM KV-TOTAL-LINE
099200     MOVE "REJECTS CARRIED FORWARD"          TO KV-TOT-LABEL
099300     MOVE KV-CARRIED-COUNT                   TO KV-TOT-COUNT
099400     WRITE KVRPT-RECORD FROM KV-TOTAL-LINE
099500     MOVE "DISAGREEMENT REJECTS WRITTEN"     TO KV-TOT-LABEL
099600     MOVE KV-REJ-WRITTEN                     TO KV-TOT-COUNT
099700     WRITE KVRPT-RECORD FROM KV-TOTAL-LINE
099800     MOVE "DISAGREEMENTS ALREADY ON REJFILE" TO KV-TOT-LABEL
099900     MOVE KV-REJ-ON-FILE                     TO KV-TOT-COUNT
100000     WRITE KVRPT-RECORD FROM KV-TOTAL-LINE
100100     MOVE SPACES TO KVRPT-RECORD
100200     WRITE KVRPT-RECORD
100300     MOVE "DISAGREEMENT RATE BY OPERATOR" TO KVRPT-RECORD
100400     WRITE KVRPT-RECORD
100500     WRITE KVRPT-RECORD FROM KV-RATE-HEADER
100600     MOVE "PRIMARY"       TO KV-RL-ROLE
100700     MOVE KV-PRIMARY-OPER TO KV-RL-OPER
100800     MOVE KV-P-CHARS      TO KV-RL-KEYED
100900     PERFORM 7100-PRINT-RATE       THRU 7100-EXIT
101000     MOVE "VERIFY"        TO KV-RL-ROLE
101100     MOVE KV-VERIFY-OPER  TO KV-RL-OPER
101200     MOVE KV-V-CHARS      TO KV-RL-KEYED
101300     PERFORM 7100-PRINT-RATE       THRU 7100-EXIT
101400     MOVE SPACES TO KVRPT-RECORD
101500     WRITE KVRPT-RECORD
101600     EVALUATE TRUE
101700         WHEN KV-P-RECS = ZERO OR KV-V-RECS = ZERO
101800             MOVE "A KEYING IS EMPTY -- NOTHING TO COMPARE"
101900                 TO KVRPT-RECORD
102000         WHEN KV-DISAGREE-COUNT > ZERO
102100             MOVE "DISAGREEMENTS ON REJFILE -- HOLD FOR REPAIR"
102200                 TO KVRPT-RECORD
102300         WHEN OTHER
102400             MOVE "KEYINGS AGREE -- BATCH MAY BE RELEASED"
102500                 TO KVRPT-RECORD
102600     END-EVALUATE
102700     WRITE KVRPT-RECORD
102800     DISPLAY "CONDKVER: FEED " KV-FEED-ID " " KVRPT-RECORD.
102900 7000-EXIT.
103000     EXIT.
103100
103200*----------------------------------------------------------
103300* KV-RL-KEYED HOLDS THE OPERATOR'S CHARACTER COUNT; THE
103400* RATE IS THE BATCH'S DISAGREEMENTS PER HUNDRED OF THEM.
103500*----------------------------------------------------------
103600 7100-PRINT-RATE.
103700*----------------------------------------------------------
103800     MOVE KV-DISAGREE-COUNT TO KV-RL-DISAGREED
103900     MOVE ZERO TO KV-PCT-WORK
104000     IF KV-RL-ROLE = "PRIMARY" AND KV-P-CHARS > ZERO
104100         COMPUTE KV-PCT-WORK ROUNDED =
104200             KV-DISAGREE-COUNT / KV-P-CHARS * 100
104300             ON SIZE ERROR MOVE 999.99 TO KV-PCT-WORK
104400         END-COMPUTE
104500     END-IF
104600     IF KV-RL-ROLE = "VERIFY" AND KV-V-CHARS > ZERO
104700         COMPUTE KV-PCT-WORK ROUNDED =
104800             KV-DISAGREE-COUNT / KV-V-CHARS * 100
104900             ON SIZE ERROR MOVE 999.99 TO KV-PCT-WORK
105000         END-COMPUTE
105100     END-IF
105200     MOVE KV-PCT-WORK TO KV-RL-PCT
105300     WRITE KVRPT-RECORD FROM KV-RATE-LINE.
105400 7100-EXIT.
105500     EXIT.
105600
105700*----------------------------------------------------------
105800* ONE KVHIST ROW PER OPERATOR, FOR THE CONDOPER SUPERVISOR
105900* REPORT.  A COMPARISON WITH NOTHING KEYED ON EITHER SIDE
106000* LEAVES NO HISTORY.
106100*----------------------------------------------------------
106200 7500-WRITE-HISTORY.
106300*----------------------------------------------------------
106400     IF KV-P-CHARS = ZERO AND KV-V-CHARS = ZERO
106500         GO TO 7500-EXIT
106600     END-IF
106700     OPEN EXTEND KVHIST
106800     MOVE SPACES            TO KVHIST-RECORD
106900     MOVE KV-RUN-DATE       TO KH-RUN-DATE
107000     MOVE KV-FEED-ID        TO KH-FEED-ID
107100     MOVE KV-PRIMARY-OPER   TO KH-OPERATOR-ID
107200     MOVE "P"               TO KH-ROLE
107300     MOVE KV-P-CHARS        TO KH-CHARS-KEYED
107400     MOVE KV-DISAGREE-COUNT TO KH-DISAGREEMENTS
107500     MOVE KV-VERIFY-OPER    TO KH-OTHER-OPERATOR
107600     WRITE KVHIST-RECORD
107700     MOVE KV-VERIFY-OPER    TO KH-OPERATOR-ID
107800     MOVE "V"               TO KH-ROLE
107900     MOVE KV-V-CHARS        TO KH-CHARS-KEYED
108000     MOVE KV-PRIMARY-OPER   TO KH-OTHER-OPERATOR
108100     WRITE KVHIST-RECORD
108200     CLOSE KVHIST.
108300 7500-EXIT.
108400     EXIT.
108500
108600*----------------------------------------------------------
108700* ADDS THE NEXT PRIMARY RECORD TO THE END OF ITS BUFFER.
108800* THE *TRAILER ENDS THE FILE, AS IN CONDBTCH.
108900*----------------------------------------------------------
109000 8000-READ-CHARFILE.
109100*----------------------------------------------------------
109200     READ CHARFILE
109300         AT END
109400             MOVE "Y" TO KV-P-EOF-SWITCH
109500             GO TO 8000-EXIT
109600     END-READ
109700     IF CFT-TRAILER-PRESENT
109800         MOVE "Y" TO KV-P-EOF-SWITCH
109900         GO TO 8000-EXIT
110000     END-IF
110100     ADD 1 TO KV-P-RECS
110200     ADD 1 TO KV-P-FILL
110300     MOVE SPACES    TO KV-P-ENTRY(KV-P-FILL)
110400     MOVE KV-P-RECS TO KV-PE-RECNO(KV-P-FILL)
110500     MOVE KV-P-CHARS TO KV-PE-BASE(KV-P-FILL)
110600     IF NOT KV-PACKED-FORMAT
110700         MOVE 1 TO KV-PE-COUNT(KV-P-FILL)
110800         MOVE CHARFILE-RECORD(1:1) TO KV-PE-DATA(KV-P-FILL)(1:1)
110900         ADD 1 TO KV-P-CHARS
111000         GO TO 8000-EXIT
111100     END-IF
111200     IF CFP-CHAR-COUNT IS NOT NUMERIC
111300         OR CFP-CHAR-COUNT = ZERO
111400         OR CFP-CHAR-COUNT > 78
111500         MOVE KV-P-RECS TO KV-COUNT-EDIT
111600         DISPLAY "CONDKVER: PACKED CHARFILE RECORD "
111700             KV-COUNT-EDIT " HAS AN INVALID CHARACTER"
111800         DISPLAY "          COUNT IN COLS 1-2 -- RUN ABENDED"
111900         PERFORM 8900-CLOSE-FILES  THRU 8900-EXIT
112000         MOVE 16 TO RETURN-CODE
112100         STOP RUN
112200     END-IF
112300     MOVE CFP-CHAR-COUNT TO KV-PE-COUNT(KV-P-FILL)
112400     MOVE CFP-CHAR-DATA(1:CFP-CHAR-COUNT)
112500         TO KV-PE-DATA(KV-P-FILL)(1:CFP-CHAR-COUNT)
112600     ADD CFP-CHAR-COUNT TO KV-P-CHARS.
112700 8000-EXIT.
112800     EXIT.
112900
113000*----------------------------------------------------------
113100 8100-READ-VERFILE.
113200*----------------------------------------------------------
113300     READ VERFILE
113400         AT END
113500             MOVE "Y" TO KV-V-EOF-SWITCH
113600             GO TO 8100-EXIT
113700     END-READ
113800     IF VFT-TRAILER-PRESENT
113900         MOVE "Y" TO KV-V-EOF-SWITCH
114000         GO TO 8100-EXIT
114100     END-IF
114200     ADD 1 TO KV-V-RECS
114300     ADD 1 TO KV-V-FILL
114400     MOVE SPACES    TO KV-V-ENTRY(KV-V-FILL)
114500     MOVE KV-V-RECS TO KV-VE-RECNO(KV-V-FILL)
114600     MOVE KV-V-CHARS TO KV-VE-BASE(KV-V-FILL)
114700     IF NOT KV-PACKED-FORMAT
114800         MOVE 1 TO KV-VE-COUNT(KV-V-FILL)
114900         MOVE VERFILE-RECORD(1:1) TO KV-VE-DATA(KV-V-FILL)(1:1)
115000         ADD 1 TO KV-V-CHARS
115100         GO TO 8100-EXIT
115200     END-IF
115300     IF VFP-CHAR-COUNT IS NOT NUMERIC
115400         OR VFP-CHAR-COUNT = ZERO
115500         OR VFP-CHAR-COUNT > 78
115600         MOVE KV-V-RECS TO KV-COUNT-EDIT
115700         DISPLAY "CONDKVER: PACKED VERFILE RECORD "
115800             KV-COUNT-EDIT " HAS AN INVALID CHARACTER"
115900         DISPLAY "          COUNT IN COLS 1-2 -- RUN ABENDED"
116000         PERFORM 8900-CLOSE-FILES  THRU 8900-EXIT
116100         MOVE 16 TO RETURN-CODE
116200         STOP RUN
116300     END-IF
116400     MOVE VFP-CHAR-COUNT TO KV-VE-COUNT(KV-V-FILL)
116500     MOVE VFP-CHAR-DATA(1:VFP-CHAR-COUNT)
116600         TO KV-VE-DATA(KV-V-FILL)(1:VFP-CHAR-COUNT)
116700     ADD VFP-CHAR-COUNT TO KV-V-CHARS.
116800 8100-EXIT.
116900     EXIT.
117000
117100*----------------------------------------------------------
117200 8900-CLOSE-FILES.
117300*----------------------------------------------------------
117400     CLOSE CHARFILE
117500     CLOSE VERFILE
117600     CLOSE REJFILE
117700     CLOSE KVRPT.
117800 8900-EXIT.
117900     EXIT.
118000
118100*----------------------------------------------------------
118200* RC 4 MEANS THE KEYINGS DISAGREE: THE BATCH IS NOT TO BE
118300* CERTIFIED OR SENT UNTIL THE DISAGREEMENT REJECTS HAVE BEEN
118400* THROUGH CONDREPR.
118500*----------------------------------------------------------
118600 9000-TERMINATE.
118700*----------------------------------------------------------
118800     PERFORM 8900-CLOSE-FILES      THRU 8900-EXIT
118900     MOVE KV-DISAGREE-COUNT TO KV-COUNT-EDIT
119000     DISPLAY "CONDKVER: " KV-COUNT-EDIT " DISAGREEMENTS"
119100     MOVE KV-REJ-WRITTEN    TO KV-COUNT-EDIT
119200     DISPLAY "CONDKVER: " KV-COUNT-EDIT " REJECTS WRITTEN"
119300     EVALUATE TRUE
119400         WHEN KV-P-RECS = ZERO OR KV-V-RECS = ZERO
119500             MOVE 8 TO RETURN-CODE
119600         WHEN KV-DISAGREE-COUNT > ZERO
119700             MOVE 4 TO RETURN-CODE
119800         WHEN OTHER
119900             MOVE 0 TO RETURN-CODE
120000     END-EVALUATE.
120100 9000-EXIT.
120200     EXIT.
