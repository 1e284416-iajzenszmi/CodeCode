000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CONDMORN.
000300 AUTHOR.  M. COUGHLAN.
000400 INSTALLATION.  DATA ENTRY CONTROL.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15-OCT-2026  MC   INITIAL VERSION.  MORNING OPERATIONS
001100*                   STATUS BOARD.  THE SHIFT LEAD USED TO
001200*                   PIECE THE NIGHT TOGETHER FROM THE JOB
001300*                   LOG, CONDSTAT, CONDCERT AND CONDRAGE ONE
001400*                   FEED AT A TIME, AND A FEED THAT NEVER
001500*                   ARRIVED LEFT NOTHING BEHIND TO NOTICE.
001600*                   THIS RUN READS THE MAINTAINED FEEDCAL
001700*                   CALENDAR TO LEARN WHICH FEEDS WERE DUE
001800*                   FOR THE BOARD DATE AND PRINTS ONE LINE
001900*                   PER DUE FEED: WHETHER IT RAN OR IS
002000*                   MISSING, ITS LAST CHECKPOINT, WHETHER IT
002100*                   COMPLETED OR QUIESCED AT THE CUTOFF
002200*                   (RC=2), ITS CERTFILE VERDICT, ITS
002300*                   OUTSTANDING REJECT BACKLOG AND WHETHER
002400*                   CONDCCHK RELEASED IT.  A DUE FEED WITH
002500*                   NO CERTIFICATE ONCE ITS CUTOFF HAS
002600*                   PASSED ENDS THE STEP RC=8.
002610* 15-OCT-2026  MC   A CERTIFICATE REVOKED BY A CONDBKOT NIGHT
002620*                   BACKOUT (VERDICT "REVK") IS NOW SHOWN AS
002630*                   "CERT REVOKED" AND COUNTED WITH THE FAILED
002640*                   CERTIFICATES.
002650* 15-OCT-2026  MC   CONDCCHK NOW LOGS "PASSED" FROM THE GATE AND
002660*                   "RELEASED" ONLY AFTER THE TRANSMIT, AND A
002670*                   RECEIPT IS REGISTERED ONLY AT A CLEAN END
002680*                   OF RUN.  THE BOARD READS BOTH AS BEFORE.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT FEEDCAL  ASSIGN TO FEEDCAL
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700     SELECT OPTIONAL RCPTREG  ASSIGN TO RCPTREG
003800         ORGANIZATION IS SEQUENTIAL.
003900
004000     SELECT OPTIONAL CKPTFILE ASSIGN TO CKPTFILE
004100         ORGANIZATION IS SEQUENTIAL.
004200
004300     SELECT OPTIONAL RUNHIST  ASSIGN TO RUNHIST
004400         ORGANIZATION IS SEQUENTIAL.
004500
004600     SELECT OPTIONAL CERTFILE ASSIGN TO CERTFILE
004700         ORGANIZATION IS SEQUENTIAL.
004800
004900     SELECT OPTIONAL REJFILE  ASSIGN TO REJFILE
005000         ORGANIZATION IS SEQUENTIAL.
005100
005200     SELECT OPTIONAL RELSLOG  ASSIGN TO RELSLOG
005300         ORGANIZATION IS SEQUENTIAL.
005400
005500     SELECT MORNRPT  ASSIGN TO MORNRPT
005600         ORGANIZATION IS SEQUENTIAL.
005700
005800     SELECT SYSIN-FILE ASSIGN TO SYSIN
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300*----------------------------------------------------------
006400* FEEDCAL - THE EXPECTED-FEED CALENDAR, MAINTAINED BY DATA
006500*   CONTROL LIKE OPERMAST.  TWO KINDS OF ROW:
006600*     "W" - A FEED'S WEEKLY PATTERN.  CAL-WEEK-MASK HOLDS
006700*           ONE BYTE PER DAY, MONDAY FIRST; "Y" MEANS THE
006800*           FEED IS DUE ON THAT DAY.
006900*     "D" - A SINGLE-DATE EXCEPTION.  CAL-EXPECTED "N" SAYS
007000*           THE FEED IS NOT DUE ON CAL-DATE (A HOLIDAY); "Y"
007100*           SAYS IT IS DUE EVEN THOUGH THE PATTERN SAYS NOT
007200*           (AN EXTRA RUN).  AN EXCEPTION BEATS THE PATTERN.
007300*   CAL-CUTOFF IS THE TIME (HHMM) BY WHICH THE FEED MUST
007400*   HOLD A CERTIFICATE.  BLANK FALLS BACK TO THE SYSIN
007500*   DEFAULT; ON A "D" ROW IT APPLIES TO THAT DATE ONLY.
007600*----------------------------------------------------------
007700 FD  FEEDCAL
007800     RECORDING MODE IS F.
007900 01  FEEDCAL-RECORD.
008000     05  CAL-FEED-ID             PIC X(08).
008100     05  FILLER                  PIC X(01).
008200     05  CAL-ROW-TYPE            PIC X(01).
008300         88  CAL-WEEKLY-ROW                  VALUE "W".
008400         88  CAL-DATED-ROW                   VALUE "D".
008500     05  FILLER                  PIC X(01).
008600     05  CAL-WEEK-MASK           PIC X(07).
008700     05  CAL-WEEK-DAYS REDEFINES CAL-WEEK-MASK.
008800         10  CAL-WEEK-DAY        PIC X(01)   OCCURS 7 TIMES.
008900     05  FILLER                  PIC X(01).
009000     05  CAL-DATE                PIC X(08).
009100     05  FILLER                  PIC X(01).
009200     05  CAL-EXPECTED            PIC X(01).
009300     05  FILLER                  PIC X(01).
009400     05  CAL-CUTOFF              PIC X(04).
009500     05  FILLER                  PIC X(01).
009600     05  CAL-DESCRIPTION         PIC X(20).
009700     05  FILLER                  PIC X(25).
009800
009900*----------------------------------------------------------
010000* RCPTREG - THE PERMANENT FEED RECEIPT REGISTER CONDBTCH AND
010100*   CONDSPLT APPEND TO.  A ROW FOR THE BOARD DATE MEANS A
010200*   RUN OF THE FEED FINISHED CLEANLY -- COUNTS AGREED AND
010250*   NOT QUIESCED.
010300*----------------------------------------------------------
010400 FD  RCPTREG
010500     RECORDING MODE IS F.
010600 01  RCPTREG-RECORD.
010700     05  RG-FEED-ID              PIC X(08).
010800     05  FILLER                  PIC X(01).
010900     05  RG-RUN-DATE             PIC 9(08).
011000     05  FILLER                  PIC X(223).
011100
011200*----------------------------------------------------------
011300* CKPTFILE - THE NIGHT'S CHECKPOINT GENERATION(S).  ON A
011400*   PARALLEL NIGHT THE JCL CONCATENATES THE STREAM
011500*   GENERATIONS.  CKPT-STATUS "Q" MARKS A QUIESCE.
011600*----------------------------------------------------------
011700 FD  CKPTFILE
011800     RECORDING MODE IS F.
011900 01  CKPT-RECORD.
012000     05  CKPT-RECORD-COUNT       PIC 9(07).
012100     05  FILLER                  PIC X(42).
012200     05  CKPT-DATE               PIC 9(08).
012300     05  CKPT-TIME               PIC 9(08).
012400     05  CKPT-FEED-ID            PIC X(08).
012500     05  CKPT-STATUS             PIC X(01).
012600         88  CKPT-QUIESCED                   VALUE "Q".
012700     05  FILLER                  PIC X(06).
012800
012900*----------------------------------------------------------
013000* RUNHIST - THE PERMANENT RUN-HISTORY DATASET.  A ROW IS
013100*   ONLY WRITTEN WHEN A RUN COMPLETES.
013200*----------------------------------------------------------
013300 FD  RUNHIST
013400     RECORDING MODE IS F.
013500 01  RUNHIST-RECORD.
013600     05  RH-DATE                 PIC 9(08).
013700     05  FILLER                  PIC X(01).
013800     05  RH-OPERATOR-ID          PIC X(08).
013900     05  FILLER                  PIC X(01).
014000     05  RH-VOWEL-COUNT          PIC 9(07).
014100     05  RH-CONSONANT-COUNT      PIC 9(07).
014200     05  RH-DIGIT-COUNT          PIC 9(07).
014300     05  RH-SPECIAL-COUNT        PIC 9(07).
014400     05  RH-REJECT-COUNT         PIC 9(07).
014500     05  RH-TOTAL-COUNT          PIC 9(07).
014600     05  FILLER                  PIC X(01).
014700     05  RH-FEED-ID              PIC X(08).
014800     05  FILLER                  PIC X(11).
014900
015000 FD  CERTFILE
015100     RECORDING MODE IS F.
015200 01  CERT-RECORD.
015300     05  CERT-DATE               PIC 9(08).
015400     05  FILLER                  PIC X(01).
015500     05  CERT-FEED-ID            PIC X(08).
015600     05  FILLER                  PIC X(01).
015700     05  CERT-OPERATOR-ID        PIC X(08).
015800     05  FILLER                  PIC X(01).
015900     05  CERT-TOTAL-COUNT        PIC 9(07).
016000     05  CERT-REJECT-COUNT       PIC 9(07).
016100     05  FILLER                  PIC X(01).
016200     05  CERT-FOOTER-CHECK       PIC X(01).
016300     05  CERT-TRAILER-CHECK      PIC X(01).
016400     05  CERT-BALANCE-CHECK      PIC X(01).
016500     05  FILLER                  PIC X(01).
016600     05  CERT-VERDICT            PIC X(04).
016700     05  FILLER                  PIC X(30).
016800
016900*----------------------------------------------------------
017000* REJFILE - THE CURRENT OUTSTANDING REJECT GENERATION (THE
017100*   SAME ONE CONDRAGE AGES), 112-BYTE LAYOUT.
017200*----------------------------------------------------------
017300 FD  REJFILE
017400     RECORDING MODE IS F.
017500 01  REJFILE-RECORD.
017600     05  RJ-RECORD-NUMBER        PIC 9(07).
017700     05  FILLER                  PIC X(01).
017800     05  RJ-SOURCE-RECORD        PIC X(80).
017900     05  RJ-FEED-ID              PIC X(08).
018000     05  RJ-ORIG-DATE            PIC 9(08).
018100     05  RJ-CYCLE-COUNT          PIC 9(03).
018200     05  FILLER                  PIC X(05).
018300
018400*----------------------------------------------------------
018500* RELSLOG - THE PERMANENT RELEASE LOG CONDCCHK APPENDS TO:
018600*   "PASSED" OR "HELD" FROM THE GATE, THEN "RELEASED" ONCE
018700*   THE TRANSMIT HAS ENDED RC=0.  A ROW WITH A BLANK FEED
018710*   WAS A CHECK FOR ANY FEED AND IS TAKEN AS APPLYING TO
018730*   EVERY FEED ON THE BOARD.
018800*----------------------------------------------------------
018900 FD  RELSLOG
019000     RECORDING MODE IS F.
019100 01  RELSLOG-RECORD.
019200     05  RL-RUN-DATE             PIC X(08).
019300     05  FILLER                  PIC X(01).
019400     05  RL-FEED-ID              PIC X(08).
019500     05  FILLER                  PIC X(01).
019600     05  RL-CHECK-DATE           PIC 9(08).
019700     05  FILLER                  PIC X(01).
019800     05  RL-CHECK-TIME           PIC 9(08).
019900     05  FILLER                  PIC X(01).
020000     05  RL-DECISION             PIC X(08).
020100     05  FILLER                  PIC X(01).
020200     05  RL-VERDICT              PIC X(04).
020300     05  FILLER                  PIC X(31).
020400
020500 FD  MORNRPT
020600     RECORDING MODE IS F.
020700 01  MORNRPT-RECORD              PIC X(80).
020800
020900 FD  SYSIN-FILE.
021000 01  CTL-CARD.
021100*----------------------------------------------------------
021200* SYSIN CONTROL CARD LAYOUT (OPTIONAL).
021300*   COLUMNS  1- 8   BOARD DATE (YYYYMMDD, BLANK = TODAY) --
021400*                   THE RUN DATE THE NIGHT'S CERTIFICATES,
021500*                   RUNHIST ROWS AND CHECKPOINTS CARRY
021600*   COLUMNS 10-13   DEFAULT CERTIFICATE CUTOFF (HHMM) FOR A
021700*                   FEED WHOSE CALENDAR ROW GIVES NONE.
021800*                   BLANK = NO CUTOFF: EVERY DUE FEED MUST
021900*                   ALREADY HOLD A CERTIFICATE WHEN THE
022000*                   BOARD RUNS
022100*----------------------------------------------------------
022200     05  CTL-BOARD-DATE          PIC X(08).
022300     05  FILLER                  PIC X(01).
022400     05  CTL-CUTOFF              PIC X(04).
022500     05  FILLER                  PIC X(67).
022600
022700 WORKING-STORAGE SECTION.
022800 01  MN-SWITCHES.
022900     05  MN-EOF-SWITCH           PIC X(01)   VALUE "N".
023000         88  MN-END-OF-FILE                  VALUE "Y".
023100     05  MN-SYSIN-SWITCH         PIC X(01)   VALUE "N".
023200         88  MN-SYSIN-PRESENT                VALUE "Y".
023300     05  MN-FOUND-SWITCH         PIC X(01)   VALUE "N".
023400         88  MN-FEED-FOUND                   VALUE "Y".
023500     05  MN-CUTOFF-SWITCH        PIC X(01)   VALUE "N".
023600         88  MN-CUTOFF-PASSED                VALUE "Y".
023700
023800 01  MN-BOARD-DATE               PIC X(08)   VALUE SPACES.
023900 01  MN-TODAY-DATE               PIC X(08)   VALUE SPACES.
024000 01  MN-DEFAULT-CUTOFF           PIC X(04)   VALUE SPACES.
024100 01  MN-RECORD-DATE-X            PIC X(08).
024200 01  MN-SEARCH-FEED              PIC X(08).
024300
024400 01  MN-NOW-TIME.
024500     05  MN-NOW-HHMM             PIC X(04).
024600     05  FILLER                  PIC X(04).
024700
024800 01  MN-TIME-WORK.
024900     05  MN-TW-HH                PIC X(02).
025000     05  MN-TW-MM                PIC X(02).
025100     05  FILLER                  PIC X(04).
025200
025300*----------------------------------------------------------
025400* YYYYMMDD-TO-DAY-SERIAL WORK AREA, AS IN CONDRAGE.  THE
025500* SERIAL PLUS 2, DIVIDED BY 7, LEAVES 1 FOR MONDAY THROUGH
025600* 6 FOR SATURDAY AND 0 FOR SUNDAY.
025700*----------------------------------------------------------
025800 01  MN-DATE-X.
025900     05  MN-DX-YYYY              PIC 9(04).
026000     05  MN-DX-MM                PIC 9(02).
026100     05  MN-DX-DD                PIC 9(02).
026200
026300 01  MN-SERIAL-WORK.
026400     05  MN-SW-YY                PIC S9(05)  COMP-3 VALUE ZERO.
026500     05  MN-SW-MM                PIC S9(03)  COMP-3 VALUE ZERO.
026600     05  MN-SW-LEAP4             PIC S9(05)  COMP-3 VALUE ZERO.
026700     05  MN-SW-LEAP100           PIC S9(05)  COMP-3 VALUE ZERO.
026800     05  MN-SW-LEAP400           PIC S9(05)  COMP-3 VALUE ZERO.
026900     05  MN-SW-MDAYS             PIC S9(05)  COMP-3 VALUE ZERO.
027000
027100 01  MN-DATE-SERIAL              PIC S9(09)  COMP-3 VALUE ZERO.
027200 01  MN-WEEK-COUNT               PIC S9(09)  COMP-3 VALUE ZERO.
027300 01  MN-DAY-OF-WEEK              PIC 9(01)   COMP VALUE ZERO.
027400
027500 01  MN-DAY-NAMES-X.
027600     05  FILLER                  PIC X(09)   VALUE "MONDAY   ".
027700     05  FILLER                  PIC X(09)   VALUE "TUESDAY  ".
027800     05  FILLER                  PIC X(09)   VALUE "WEDNESDAY".
027900     05  FILLER                  PIC X(09)   VALUE "THURSDAY ".
028000     05  FILLER                  PIC X(09)   VALUE "FRIDAY   ".
028100     05  FILLER                  PIC X(09)   VALUE "SATURDAY ".
028200     05  FILLER                  PIC X(09)   VALUE "SUNDAY   ".
028300 01  MN-DAY-NAMES REDEFINES MN-DAY-NAMES-X.
028400     05  MN-DAY-NAME             PIC X(09)   OCCURS 7 TIMES.
028500
028600*----------------------------------------------------------
028700* ONE ENTRY PER FEED NAMED ON THE CALENDAR.  A CALENDAR
028800* BIGGER THAN THE TABLE STOPS THE RUN: A BOARD THAT QUIETLY
028900* LEAVES A FEED OFF IS WORSE THAN NO BOARD.
029000*----------------------------------------------------------
029100 01  MN-FEED-COUNT               PIC 9(03)   COMP VALUE ZERO.
029200 01  MN-FEED-TABLE.
029300     05  MN-FEED-ENTRY           OCCURS 1 TO 50 TIMES
029400                                 DEPENDING ON MN-FEED-COUNT
029500                                 INDEXED BY MN-IDX.
029600         10  MN-FD-FEED          PIC X(08).
029700         10  MN-FD-WEEKLY        PIC X(01).
029800         10  MN-FD-OVERRIDE      PIC X(01).
029900         10  MN-FD-CUTOFF        PIC X(04).
030000         10  MN-FD-DATE-CUTOFF   PIC X(04).
030100         10  MN-FD-RECEIVED      PIC X(01).
030200         10  MN-FD-COMPLETED     PIC X(01).
030300         10  MN-FD-CKPT-SEEN     PIC X(01).
030400         10  MN-FD-CKPT-STATUS   PIC X(01).
030500         10  MN-FD-CKPT-TIME     PIC X(08).
030600         10  MN-FD-CKPT-COUNT    PIC 9(07).
030700         10  MN-FD-VERDICT       PIC X(04).
030800         10  MN-FD-BACKLOG       PIC 9(07)   COMP-3.
030900         10  MN-FD-RELEASE       PIC X(08).
031000
031100 01  MN-SUB                      PIC 9(03)   COMP VALUE ZERO.
031200
031300 01  MN-COUNTS.
031400     05  MN-DUE-COUNT            PIC 9(05)   COMP-3 VALUE ZERO.
031500     05  MN-COMPLETE-COUNT       PIC 9(05)   COMP-3 VALUE ZERO.
031600     05  MN-QUIESCED-COUNT       PIC 9(05)   COMP-3 VALUE ZERO.
031700     05  MN-INCOMPLETE-COUNT     PIC 9(05)   COMP-3 VALUE ZERO.
031800     05  MN-MISSING-COUNT        PIC 9(05)   COMP-3 VALUE ZERO.
031900     05  MN-PASS-COUNT           PIC 9(05)   COMP-3 VALUE ZERO.
032000     05  MN-FAIL-COUNT           PIC 9(05)   COMP-3 VALUE ZERO.
032100     05  MN-OVERDUE-COUNT        PIC 9(05)   COMP-3 VALUE ZERO.
032200     05  MN-RELEASED-COUNT       PIC 9(05)   COMP-3 VALUE ZERO.
032300     05  MN-BACKLOG-TOTAL        PIC 9(07)   COMP-3 VALUE ZERO.
032400     05  MN-IGNORED-COUNT        PIC 9(05)   COMP-3 VALUE ZERO.
032500
032600 01  MN-TITLE-LINE.
032700     05  FILLER                  PIC X(30)
032800             VALUE "MORNING OPERATIONS STATUS BOAR".
032900     05  FILLER                  PIC X(06)   VALUE "D FOR ".
033000     05  MN-TL-DATE              PIC X(08).
033100     05  FILLER                  PIC X(01)   VALUE SPACE.
033200     05  MN-TL-DAY               PIC X(09).
033300     05  FILLER                  PIC X(08)   VALUE "  AS AT ".
033400     05  MN-TL-HH                PIC X(02).
033500     05  FILLER                  PIC X(01)   VALUE ":".
033600     05  MN-TL-MM                PIC X(02).
033700     05  FILLER                  PIC X(13)   VALUE SPACES.
033800
033900 01  MN-COLUMN-HEADER.
034000     05  FILLER                  PIC X(09)   VALUE "FEED     ".
034100     05  FILLER                  PIC X(04)   VALUE "RAN ".
034200     05  FILLER                  PIC X(11)   VALUE "STATUS     ".
034300     05  FILLER                  PIC X(14)
034400             VALUE "LAST CKPT     ".
034500     05  FILLER                  PIC X(05)   VALUE "CERT ".
034600     05  FILLER                  PIC X(08)   VALUE "BACKLOG ".
034700     05  FILLER                  PIC X(09)   VALUE "RELEASE  ".
034800     05  FILLER                  PIC X(20)   VALUE "ALERT".
034900
035000 01  MN-DETAIL-LINE.
035100     05  MN-DL-FEED              PIC X(08).
035200     05  FILLER                  PIC X(01)   VALUE SPACE.
035300     05  MN-DL-RAN               PIC X(03).
035400     05  FILLER                  PIC X(01)   VALUE SPACE.
035500     05  MN-DL-STATUS            PIC X(10).
035600     05  FILLER                  PIC X(01)   VALUE SPACE.
035700     05  MN-DL-CKPT-TIME         PIC X(05).
035800     05  FILLER                  PIC X(01)   VALUE SPACE.
035900     05  MN-DL-CKPT-COUNT        PIC X(07).
036000     05  FILLER                  PIC X(01)   VALUE SPACE.
036100     05  MN-DL-CERT              PIC X(04).
036200     05  FILLER                  PIC X(01)   VALUE SPACE.
036300     05  MN-DL-BACKLOG           PIC ZZZZZZ9.
036400     05  FILLER                  PIC X(01)   VALUE SPACE.
036500     05  MN-DL-RELEASE           PIC X(08).
036600     05  FILLER                  PIC X(01)   VALUE SPACE.
036700     05  MN-DL-ALERT             PIC X(20).
036800
036900 01  MN-CKPT-TIME-EDIT.
037000     05  MN-CTE-HH               PIC X(02).
037100     05  FILLER                  PIC X(01)   VALUE ":".
037200     05  MN-CTE-MM               PIC X(02).
037300
037400 01  MN-COUNT-EDIT               PIC ZZZZZZ9.
037500
037600 01  MN-TOTAL-LINE.
037700     05  MN-TL-LABEL             PIC X(32).
037800     05  MN-TL-COUNT             PIC ZZZZZZ9.
037900     05  FILLER                  PIC X(41)   VALUE SPACES.
038000
038100 PROCEDURE DIVISION.
038200*----------------------------------------------------------
038300 0000-MAINLINE.
038400*----------------------------------------------------------
038500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
038600     PERFORM 2000-LOAD-CALENDAR    THRU 2000-EXIT
038700     PERFORM 3000-SCAN-RECEIPTS    THRU 3000-EXIT
038800     PERFORM 3100-SCAN-CHECKPOINTS THRU 3100-EXIT
038900     PERFORM 3200-SCAN-RUNHIST     THRU 3200-EXIT
039000     PERFORM 3300-SCAN-CERTFILE    THRU 3300-EXIT
039100     PERFORM 3400-SCAN-REJECTS     THRU 3400-EXIT
039200     PERFORM 3500-SCAN-RELEASES    THRU 3500-EXIT
039300     PERFORM 4000-PRINT-BOARD      THRU 4000-EXIT
039400     PERFORM 5000-PRINT-TOTALS     THRU 5000-EXIT
039500     PERFORM 9000-TERMINATE        THRU 9000-EXIT
039600     STOP RUN.
039700
039800*----------------------------------------------------------
039900 1000-INITIALIZE.
040000*----------------------------------------------------------
040100     OPEN OUTPUT MORNRPT
040200     PERFORM 1100-READ-SYSIN       THRU 1100-EXIT
040300     ACCEPT MN-TODAY-DATE FROM DATE YYYYMMDD
040400     ACCEPT MN-NOW-TIME FROM TIME
040500     IF MN-BOARD-DATE = SPACES
040600         MOVE MN-TODAY-DATE TO MN-BOARD-DATE
040700     END-IF
040800     IF MN-BOARD-DATE IS NOT NUMERIC
040900         DISPLAY "CONDMORN: BOARD DATE " MN-BOARD-DATE
041000             " IS NOT A YYYYMMDD DATE"
041100         CLOSE MORNRPT
041200         MOVE 16 TO RETURN-CODE
041300         STOP RUN
041400     END-IF
041500     MOVE MN-BOARD-DATE TO MN-DATE-X
041600     PERFORM 8100-DATE-TO-SERIAL   THRU 8100-EXIT
041700     COMPUTE MN-DATE-SERIAL = MN-DATE-SERIAL + 2
041800     DIVIDE 7 INTO MN-DATE-SERIAL GIVING MN-WEEK-COUNT
041900         REMAINDER MN-DAY-OF-WEEK
042000     IF MN-DAY-OF-WEEK = ZERO
042100         MOVE 7 TO MN-DAY-OF-WEEK
042200     END-IF
042300     MOVE MN-BOARD-DATE            TO MN-TL-DATE
042400     MOVE MN-DAY-NAME(MN-DAY-OF-WEEK) TO MN-TL-DAY
042500     MOVE MN-NOW-TIME              TO MN-TIME-WORK
042600     MOVE MN-TW-HH                 TO MN-TL-HH
042700     MOVE MN-TW-MM                 TO MN-TL-MM
042800     WRITE MORNRPT-RECORD FROM MN-TITLE-LINE.
042900 1000-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------
043300 1100-READ-SYSIN.
043400*----------------------------------------------------------
043500     OPEN INPUT SYSIN-FILE
043600     READ SYSIN-FILE
043700         AT END MOVE "N" TO MN-SYSIN-SWITCH
043800         NOT AT END MOVE "Y" TO MN-SYSIN-SWITCH
043900     END-READ
044000     CLOSE SYSIN-FILE
044100     IF NOT MN-SYSIN-PRESENT
044200         GO TO 1100-EXIT
044300     END-IF
044400     MOVE CTL-BOARD-DATE TO MN-BOARD-DATE
044500     IF CTL-CUTOFF IS NUMERIC
044600         MOVE CTL-CUTOFF TO MN-DEFAULT-CUTOFF
044700     END-IF.
044800 1100-EXIT.
044900     EXIT.
045000
045100*----------------------------------------------------------
045200* THE WHOLE CALENDAR IS READ SO A FEED'S PATTERN AND ITS
045300* EXCEPTIONS MAY SIT IN ANY ORDER.  ONLY EXCEPTIONS FOR THE
045400* BOARD DATE MATTER; THE OTHERS ARE PASSED OVER.
045500*----------------------------------------------------------
045600 2000-LOAD-CALENDAR.
045700*----------------------------------------------------------
045800     OPEN INPUT FEEDCAL
045900     MOVE "N" TO MN-EOF-SWITCH
046000     PERFORM 8000-READ-FEEDCAL     THRU 8000-EXIT
046100     PERFORM 2100-LOAD-ONE-ROW     THRU 2100-EXIT
046200         UNTIL MN-END-OF-FILE
046300     CLOSE FEEDCAL.
046400 2000-EXIT.
046500     EXIT.
046600
046700*----------------------------------------------------------
046800 2100-LOAD-ONE-ROW.
046900*----------------------------------------------------------
047000     PERFORM 2110-POST-CALENDAR-ROW THRU 2110-EXIT
047100     PERFORM 8000-READ-FEEDCAL     THRU 8000-EXIT.
047200 2100-EXIT.
047300     EXIT.
047400
047500*----------------------------------------------------------
047600 2110-POST-CALENDAR-ROW.
047700*----------------------------------------------------------
047800     IF CAL-FEED-ID = SPACES
047900         OR NOT (CAL-WEEKLY-ROW OR CAL-DATED-ROW)
048000         ADD 1 TO MN-IGNORED-COUNT
048100         GO TO 2110-EXIT
048200     END-IF
048300     IF CAL-DATED-ROW AND CAL-DATE NOT = MN-BOARD-DATE
048400         GO TO 2110-EXIT
048500     END-IF
048600     MOVE CAL-FEED-ID TO MN-SEARCH-FEED
048700     PERFORM 8900-FIND-FEED        THRU 8900-EXIT
048800     IF NOT MN-FEED-FOUND
048900         PERFORM 2200-ADD-FEED     THRU 2200-EXIT
049000     END-IF
049100     IF CAL-WEEKLY-ROW
049200         MOVE CAL-WEEK-DAY(MN-DAY-OF-WEEK)
049300                                   TO MN-FD-WEEKLY(MN-IDX)
049400         IF CAL-CUTOFF IS NUMERIC
049500             MOVE CAL-CUTOFF       TO MN-FD-CUTOFF(MN-IDX)
049600         END-IF
049700     ELSE
049800         MOVE CAL-EXPECTED         TO MN-FD-OVERRIDE(MN-IDX)
049900         IF CAL-CUTOFF IS NUMERIC
050000             MOVE CAL-CUTOFF       TO MN-FD-DATE-CUTOFF(MN-IDX)
050100         END-IF
050200     END-IF.
050300 2110-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------
050700 2200-ADD-FEED.
050800*----------------------------------------------------------
050900     IF MN-FEED-COUNT = 50
051000         DISPLAY "CONDMORN: FEEDCAL NAMES MORE THAN 50 FEEDS -- "
051100             "BOARD NOT PRODUCED"
051200         CLOSE FEEDCAL
051300         CLOSE MORNRPT
051400         MOVE 16 TO RETURN-CODE
051500         STOP RUN
051600     END-IF
051700     ADD 1 TO MN-FEED-COUNT
051800     SET MN-IDX TO MN-FEED-COUNT
051900     MOVE SPACES                   TO MN-FEED-ENTRY(MN-IDX)
052000     MOVE CAL-FEED-ID              TO MN-FD-FEED(MN-IDX)
052100     MOVE "N"                      TO MN-FD-WEEKLY(MN-IDX)
052200     MOVE ZERO                     TO MN-FD-CKPT-COUNT(MN-IDX)
052300     MOVE ZERO                     TO MN-FD-BACKLOG(MN-IDX).
052400 2200-EXIT.
052500     EXIT.
052600
052700*----------------------------------------------------------
052800* EACH SOURCE IS SCANNED ONCE, END TO END, AND EVERY ROW FOR
052900* THE BOARD DATE IS POSTED TO ITS FEED'S ENTRY.  WHERE A FEED
053000* HAS SEVERAL ROWS THE LAST ON FILE WINS, THE SAME KEEP-LAST
053100* RULE CONDCCHK APPLIES TO CERTFILE.
053200*----------------------------------------------------------
053300 3000-SCAN-RECEIPTS.
053400*----------------------------------------------------------
053500     OPEN INPUT RCPTREG
053600     MOVE "N" TO MN-EOF-SWITCH
053700     PERFORM 3010-READ-RECEIPT     THRU 3010-EXIT
053800         UNTIL MN-END-OF-FILE
053900     CLOSE RCPTREG.
054000 3000-EXIT.
054100     EXIT.
054200
054300*----------------------------------------------------------
054400 3010-READ-RECEIPT.
054500*----------------------------------------------------------
054600     READ RCPTREG
054700         AT END MOVE "Y" TO MN-EOF-SWITCH
054800     END-READ
054900     IF MN-END-OF-FILE
055000         GO TO 3010-EXIT
055100     END-IF
055200     MOVE RG-RUN-DATE TO MN-RECORD-DATE-X
055300     IF MN-RECORD-DATE-X NOT = MN-BOARD-DATE
055400         GO TO 3010-EXIT
055500     END-IF
055600     MOVE RG-FEED-ID TO MN-SEARCH-FEED
055700     PERFORM 8900-FIND-FEED        THRU 8900-EXIT
055800     IF MN-FEED-FOUND
055900         MOVE "Y" TO MN-FD-RECEIVED(MN-IDX)
056000     END-IF.
056100 3010-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------
056500 3100-SCAN-CHECKPOINTS.
056600*----------------------------------------------------------
056700     OPEN INPUT CKPTFILE
056800     MOVE "N" TO MN-EOF-SWITCH
056900     PERFORM 3110-READ-CHECKPOINT  THRU 3110-EXIT
057000         UNTIL MN-END-OF-FILE
057100     CLOSE CKPTFILE.
057200 3100-EXIT.
057300     EXIT.
057400
057500*----------------------------------------------------------
057600 3110-READ-CHECKPOINT.
057700*----------------------------------------------------------
057800     READ CKPTFILE
057900         AT END MOVE "Y" TO MN-EOF-SWITCH
058000     END-READ
058100     IF MN-END-OF-FILE
058200         GO TO 3110-EXIT
058300     END-IF
058400     MOVE CKPT-DATE TO MN-RECORD-DATE-X
058500     IF MN-RECORD-DATE-X NOT = MN-BOARD-DATE
058600         GO TO 3110-EXIT
058700     END-IF
058800     MOVE CKPT-FEED-ID TO MN-SEARCH-FEED
058900     PERFORM 8900-FIND-FEED        THRU 8900-EXIT
059000     IF MN-FEED-FOUND
059100         MOVE "Y"               TO MN-FD-CKPT-SEEN(MN-IDX)
059200         MOVE CKPT-STATUS       TO MN-FD-CKPT-STATUS(MN-IDX)
059300         MOVE CKPT-TIME         TO MN-FD-CKPT-TIME(MN-IDX)
059400         MOVE CKPT-RECORD-COUNT TO MN-FD-CKPT-COUNT(MN-IDX)
059500     END-IF.
059600 3110-EXIT.
059700     EXIT.
059800
059900*----------------------------------------------------------
060000 3200-SCAN-RUNHIST.
060100*----------------------------------------------------------
060200     OPEN INPUT RUNHIST
060300     MOVE "N" TO MN-EOF-SWITCH
060400     PERFORM 3210-READ-RUNHIST     THRU 3210-EXIT
060500         UNTIL MN-END-OF-FILE
060600     CLOSE RUNHIST.
060700 3200-EXIT.
060800     EXIT.
060900
061000*----------------------------------------------------------
061100 3210-READ-RUNHIST.
061200*----------------------------------------------------------
061300     READ RUNHIST
061400         AT END MOVE "Y" TO MN-EOF-SWITCH
061500     END-READ
061600     IF MN-END-OF-FILE
061700         GO TO 3210-EXIT
061800     END-IF
061900     MOVE RH-DATE TO MN-RECORD-DATE-X
062000     IF MN-RECORD-DATE-X NOT = MN-BOARD-DATE
062100         GO TO 3210-EXIT
062200     END-IF
062300     MOVE RH-FEED-ID TO MN-SEARCH-FEED
062400     PERFORM 8900-FIND-FEED        THRU 8900-EXIT
062500     IF MN-FEED-FOUND
062600         MOVE "Y" TO MN-FD-COMPLETED(MN-IDX)
062700     END-IF.
062800 3210-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------
063200 3300-SCAN-CERTFILE.
063300*----------------------------------------------------------
063400     OPEN INPUT CERTFILE
063500     MOVE "N" TO MN-EOF-SWITCH
063600     PERFORM 3310-READ-CERT        THRU 3310-EXIT
063700         UNTIL MN-END-OF-FILE
063800     CLOSE CERTFILE.
063900 3300-EXIT.
064000     EXIT.
064100
064200*----------------------------------------------------------
064300 3310-READ-CERT.
064400*----------------------------------------------------------
064500     READ CERTFILE
064600         AT END MOVE "Y" TO MN-EOF-SWITCH
064700     END-READ
064800     IF MN-END-OF-FILE
064900         GO TO 3310-EXIT
065000     END-IF
065100     MOVE CERT-DATE TO MN-RECORD-DATE-X
065200     IF MN-RECORD-DATE-X NOT = MN-BOARD-DATE
065300         GO TO 3310-EXIT
065400     END-IF
065500     MOVE CERT-FEED-ID TO MN-SEARCH-FEED
065600     PERFORM 8900-FIND-FEED        THRU 8900-EXIT
065700     IF MN-FEED-FOUND
065800         MOVE CERT-VERDICT TO MN-FD-VERDICT(MN-IDX)
065900     END-IF.
066000 3310-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------
066400* THE BACKLOG IS EVERYTHING STILL OUTSTANDING FOR THE FEED,
066500* WHATEVER NIGHT IT WAS FIRST REJECTED -- THE SAME FIGURE
066600* CONDRAGE TOTALS -- SO NO DATE TEST IS MADE HERE.
066700*----------------------------------------------------------
066800 3400-SCAN-REJECTS.
066900*----------------------------------------------------------
067000     OPEN INPUT REJFILE
067100     MOVE "N" TO MN-EOF-SWITCH
067200     PERFORM 3410-READ-REJECT      THRU 3410-EXIT
067300         UNTIL MN-END-OF-FILE
067400     CLOSE REJFILE.
067500 3400-EXIT.
067600     EXIT.
067700
067800*----------------------------------------------------------
067900 3410-READ-REJECT.
068000*----------------------------------------------------------
068100     READ REJFILE
068200         AT END MOVE "Y" TO MN-EOF-SWITCH
068300     END-READ
068400     IF MN-END-OF-FILE
068500         GO TO 3410-EXIT
068600     END-IF
068700     MOVE RJ-FEED-ID TO MN-SEARCH-FEED
068800     PERFORM 8900-FIND-FEED        THRU 8900-EXIT
068900     IF MN-FEED-FOUND
069000         ADD 1 TO MN-FD-BACKLOG(MN-IDX)
069100     END-IF.
069200 3410-EXIT.
069300     EXIT.
069400
069500*----------------------------------------------------------
069600 3500-SCAN-RELEASES.
069700*----------------------------------------------------------
069800     OPEN INPUT RELSLOG
069900     MOVE "N" TO MN-EOF-SWITCH
070000     PERFORM 3510-READ-RELEASE     THRU 3510-EXIT
070100         UNTIL MN-END-OF-FILE
070200     CLOSE RELSLOG.
070300 3500-EXIT.
070400     EXIT.
070500
070600*----------------------------------------------------------
070700 3510-READ-RELEASE.
070800*----------------------------------------------------------
070900     READ RELSLOG
071000         AT END MOVE "Y" TO MN-EOF-SWITCH
071100     END-READ
071200     IF MN-END-OF-FILE
071300         GO TO 3510-EXIT
071400     END-IF
071500     IF RL-RUN-DATE NOT = MN-BOARD-DATE
071600         GO TO 3510-EXIT
071700     END-IF
071800     IF RL-FEED-ID = SPACES
071900         PERFORM 3520-RELEASE-ANY-FEED THRU 3520-EXIT
072000             VARYING MN-SUB FROM 1 BY 1
072100             UNTIL MN-SUB > MN-FEED-COUNT
072200         GO TO 3510-EXIT
072300     END-IF
072400     MOVE RL-FEED-ID TO MN-SEARCH-FEED
072500     PERFORM 8900-FIND-FEED        THRU 8900-EXIT
072600     IF MN-FEED-FOUND
072700         MOVE RL-DECISION TO MN-FD-RELEASE(MN-IDX)
072800     END-IF.
072900 3510-EXIT.
073000     EXIT.
073100
073200*----------------------------------------------------------
073300 3520-RELEASE-ANY-FEED.
073400*----------------------------------------------------------
073500     MOVE RL-DECISION TO MN-FD-RELEASE(MN-SUB).
073600 3520-EXIT.
073700     EXIT.
073800
073900*----------------------------------------------------------
074000 4000-PRINT-BOARD.
074100*----------------------------------------------------------
074200     MOVE SPACES TO MORNRPT-RECORD
074300     WRITE MORNRPT-RECORD
074400     WRITE MORNRPT-RECORD FROM MN-COLUMN-HEADER
074500     PERFORM 4100-PRINT-ONE-FEED   THRU 4100-EXIT
074600         VARYING MN-SUB FROM 1 BY 1
074700         UNTIL MN-SUB > MN-FEED-COUNT.
074800 4000-EXIT.
074900     EXIT.
075000
075100*----------------------------------------------------------
075200* A DATED EXCEPTION BEATS THE WEEKLY PATTERN, BOTH FOR
075300* WHETHER THE FEED IS DUE AND FOR ITS CUTOFF.  THE STATUS
075400* IS TAKEN FROM THE STRONGEST EVIDENCE ON FILE: A RUNHIST
075500* ROW MEANS THE RUN COMPLETED; FAILING THAT A "Q" LAST
075600* CHECKPOINT MEANS IT QUIESCED AT THE CUTOFF; ANY OTHER
075700* TRACE (A RECEIPT, A CHECKPOINT, A CERTIFICATE) MEANS IT
075800* STARTED BUT DID NOT FINISH; NO TRACE AT ALL IS MISSING.
075900*----------------------------------------------------------
076000 4100-PRINT-ONE-FEED.
076100*----------------------------------------------------------
076200     IF MN-FD-OVERRIDE(MN-SUB) = "Y" OR "N"
076300         MOVE MN-FD-OVERRIDE(MN-SUB) TO MN-FD-WEEKLY(MN-SUB)
076400     END-IF
076500     IF MN-FD-WEEKLY(MN-SUB) NOT = "Y"
076600         GO TO 4100-EXIT
076700     END-IF
076800     IF MN-FD-DATE-CUTOFF(MN-SUB) NOT = SPACES
076900         MOVE MN-FD-DATE-CUTOFF(MN-SUB) TO MN-FD-CUTOFF(MN-SUB)
077000     END-IF
077100     IF MN-FD-CUTOFF(MN-SUB) = SPACES
077200         MOVE MN-DEFAULT-CUTOFF TO MN-FD-CUTOFF(MN-SUB)
077300     END-IF
077400     ADD 1 TO MN-DUE-COUNT
077500     MOVE SPACES                   TO MN-DETAIL-LINE
077600     MOVE MN-FD-FEED(MN-SUB)       TO MN-DL-FEED
077700     EVALUATE TRUE
077800         WHEN MN-FD-COMPLETED(MN-SUB) = "Y"
077900             MOVE "COMPLETE"       TO MN-DL-STATUS
078000             ADD 1 TO MN-COMPLETE-COUNT
078100         WHEN MN-FD-CKPT-STATUS(MN-SUB) = "Q"
078200             MOVE "QUIESCED"       TO MN-DL-STATUS
078300             ADD 1 TO MN-QUIESCED-COUNT
078400         WHEN MN-FD-RECEIVED(MN-SUB) = "Y"
078500             OR MN-FD-CKPT-SEEN(MN-SUB) = "Y"
078600             OR MN-FD-VERDICT(MN-SUB) NOT = SPACES
078700             MOVE "INCOMPLETE"     TO MN-DL-STATUS
078800             ADD 1 TO MN-INCOMPLETE-COUNT
078900         WHEN OTHER
079000             MOVE "MISSING"        TO MN-DL-STATUS
079100             ADD 1 TO MN-MISSING-COUNT
079200     END-EVALUATE
079300     IF MN-DL-STATUS = "MISSING"
079400         MOVE "NO"                 TO MN-DL-RAN
079500     ELSE
079600         MOVE "YES"                TO MN-DL-RAN
079700     END-IF
079800     IF MN-FD-CKPT-SEEN(MN-SUB) = "Y"
079900         MOVE MN-FD-CKPT-TIME(MN-SUB) TO MN-TIME-WORK
080000         MOVE MN-TW-HH             TO MN-CTE-HH
080100         MOVE MN-TW-MM             TO MN-CTE-MM
080200         MOVE MN-CKPT-TIME-EDIT    TO MN-DL-CKPT-TIME
080300         MOVE MN-FD-CKPT-COUNT(MN-SUB) TO MN-COUNT-EDIT
080400         MOVE MN-COUNT-EDIT        TO MN-DL-CKPT-COUNT
080500     ELSE
080600         MOVE "NONE"               TO MN-DL-CKPT-TIME
080700     END-IF
080800     IF MN-FD-VERDICT(MN-SUB) = SPACES
080900         MOVE "NONE"               TO MN-DL-CERT
081000     ELSE
081100         MOVE MN-FD-VERDICT(MN-SUB) TO MN-DL-CERT
081200     END-IF
081300     MOVE MN-FD-BACKLOG(MN-SUB)    TO MN-DL-BACKLOG
081400     ADD MN-FD-BACKLOG(MN-SUB)     TO MN-BACKLOG-TOTAL
081500     IF MN-FD-RELEASE(MN-SUB) = SPACES
081600         MOVE "NOT RUN"            TO MN-DL-RELEASE
081700     ELSE
081800         MOVE MN-FD-RELEASE(MN-SUB) TO MN-DL-RELEASE
081900     END-IF
082000     IF MN-FD-RELEASE(MN-SUB) = "RELEASED"
082100         ADD 1 TO MN-RELEASED-COUNT
082200     END-IF
082300     PERFORM 4200-SET-ALERT        THRU 4200-EXIT
082400     WRITE MORNRPT-RECORD FROM MN-DETAIL-LINE.
082500 4100-EXIT.
082600     EXIT.
082700
082800*----------------------------------------------------------
082900* A FEED WITH NO CERTIFICATE IS ONLY OVERDUE ONCE ITS CUTOFF
083000* HAS PASSED: ALWAYS FOR AN EARLIER BOARD DATE, BY THE CLOCK
083100* FOR TODAY'S, AND AT ONCE WHEN NO CUTOFF APPLIES AT ALL.
083110* A CERTIFICATE REVOKED BY A NIGHT BACKOUT COUNTS WITH THE
083120* FAILED ONES BUT IS NAMED FOR WHAT IT IS.
083200*----------------------------------------------------------
083300 4200-SET-ALERT.
083400*----------------------------------------------------------
083500     MOVE "N" TO MN-CUTOFF-SWITCH
083600     EVALUATE TRUE
083700         WHEN MN-FD-CUTOFF(MN-SUB) = SPACES
083800             MOVE "Y" TO MN-CUTOFF-SWITCH
083900         WHEN MN-BOARD-DATE < MN-TODAY-DATE
084000             MOVE "Y" TO MN-CUTOFF-SWITCH
084100         WHEN MN-BOARD-DATE = MN-TODAY-DATE
084200             AND MN-NOW-HHMM NOT < MN-FD-CUTOFF(MN-SUB)
084300             MOVE "Y" TO MN-CUTOFF-SWITCH
084400     END-EVALUATE
084500     EVALUATE TRUE
084600         WHEN MN-FD-VERDICT(MN-SUB) = "PASS"
084700             ADD 1 TO MN-PASS-COUNT
084800             IF MN-FD-RELEASE(MN-SUB) NOT = "RELEASED"
084900                 MOVE "PASSED, NOT RELEASED" TO MN-DL-ALERT
085000             END-IF
085010         WHEN MN-FD-VERDICT(MN-SUB) = "REVK"
085020             ADD 1 TO MN-FAIL-COUNT
085030             MOVE "CERT REVOKED"         TO MN-DL-ALERT
085100         WHEN MN-FD-VERDICT(MN-SUB) NOT = SPACES
085200             ADD 1 TO MN-FAIL-COUNT
085300             MOVE "CERTIFICATE FAILED"   TO MN-DL-ALERT
085400         WHEN MN-CUTOFF-PASSED
085500             ADD 1 TO MN-OVERDUE-COUNT
085600             MOVE "NO CERT BY CUTOFF"    TO MN-DL-ALERT
085700         WHEN OTHER
085800             MOVE "AWAITING CERT"        TO MN-DL-ALERT
085900     END-EVALUATE.
086000 4200-EXIT.
086100     EXIT.
086200
086300*----------------------------------------------------------
086400 5000-PRINT-TOTALS.
086500*----------------------------------------------------------
086600     MOVE SPACES TO MORNRPT-RECORD
086700     WRITE MORNRPT-RECORD
086800     IF MN-DUE-COUNT = ZERO
086900         MOVE "NO FEEDS DUE ON THE BOARD DATE" TO MORNRPT-RECORD
087000         WRITE MORNRPT-RECORD
087100         GO TO 5000-EXIT
087200     END-IF
087300     MOVE "FEEDS DUE:                      " TO MN-TL-LABEL
087400     MOVE MN-DUE-COUNT TO MN-TL-COUNT
087500     WRITE MORNRPT-RECORD FROM MN-TOTAL-LINE
087600     MOVE "  COMPLETE:                     " TO MN-TL-LABEL
087700     MOVE MN-COMPLETE-COUNT TO MN-TL-COUNT
087800     WRITE MORNRPT-RECORD FROM MN-TOTAL-LINE
087900     MOVE "  QUIESCED AT CUTOFF (RC=2):    " TO MN-TL-LABEL
088000     MOVE MN-QUIESCED-COUNT TO MN-TL-COUNT
088100     WRITE MORNRPT-RECORD FROM MN-TOTAL-LINE
088200     MOVE "  STARTED, NOT FINISHED:        " TO MN-TL-LABEL
088300     MOVE MN-INCOMPLETE-COUNT TO MN-TL-COUNT
088400     WRITE MORNRPT-RECORD FROM MN-TOTAL-LINE
088500     MOVE "  MISSING:                      " TO MN-TL-LABEL
088600     MOVE MN-MISSING-COUNT TO MN-TL-COUNT
088700     WRITE MORNRPT-RECORD FROM MN-TOTAL-LINE
088800     MOVE "CERTIFICATES PASSED:            " TO MN-TL-LABEL
088900     MOVE MN-PASS-COUNT TO MN-TL-COUNT
089000     WRITE MORNRPT-RECORD FROM MN-TOTAL-LINE
089100     MOVE "CERTIFICATES FAILED:            " TO MN-TL-LABEL
089200     MOVE MN-FAIL-COUNT TO MN-TL-COUNT
089300     WRITE MORNRPT-RECORD FROM MN-TOTAL-LINE
089400     MOVE "NO CERTIFICATE BY CUTOFF:       " TO MN-TL-LABEL
089500     MOVE MN-OVERDUE-COUNT TO MN-TL-COUNT
089600     WRITE MORNRPT-RECORD FROM MN-TOTAL-LINE
089700     MOVE "RELEASED BY CONDCCHK:           " TO MN-TL-LABEL
089800     MOVE MN-RELEASED-COUNT TO MN-TL-COUNT
089900     WRITE MORNRPT-RECORD FROM MN-TOTAL-LINE
090000     MOVE "OUTSTANDING REJECT BACKLOG:     " TO MN-TL-LABEL
090100     MOVE MN-BACKLOG-TOTAL TO MN-TL-COUNT
090200     WRITE MORNRPT-RECORD FROM MN-TOTAL-LINE
090300     IF MN-IGNORED-COUNT > ZERO
090400         MOVE "CALENDAR ROWS NOT UNDERSTOOD:   " TO MN-TL-LABEL
090500         MOVE MN-IGNORED-COUNT TO MN-TL-COUNT
090600         WRITE MORNRPT-RECORD FROM MN-TOTAL-LINE
090700     END-IF.
090800 5000-EXIT.
090900     EXIT.
091000
091100*----------------------------------------------------------
091200 8000-READ-FEEDCAL.
091300*----------------------------------------------------------
091400     READ FEEDCAL
091500         AT END MOVE "Y" TO MN-EOF-SWITCH
091600     END-READ.
091700 8000-EXIT.
091800     EXIT.
091900
092000*----------------------------------------------------------
092100* CONVERTS THE YYYYMMDD IN MN-DATE-X TO A DAY SERIAL -- THE
092200* SAME ARITHMETIC AS CONDRAGE'S 8100-DATE-TO-SERIAL.
092300*----------------------------------------------------------
092400 8100-DATE-TO-SERIAL.
092500*----------------------------------------------------------
092600     MOVE MN-DX-YYYY TO MN-SW-YY
092700     MOVE MN-DX-MM   TO MN-SW-MM
092800     IF MN-SW-MM < 3
092900         ADD 9 TO MN-SW-MM
093000         SUBTRACT 1 FROM MN-SW-YY
093100     ELSE
093200         SUBTRACT 3 FROM MN-SW-MM
093300     END-IF
093400     COMPUTE MN-SW-LEAP4   = MN-SW-YY / 4
093500     COMPUTE MN-SW-LEAP100 = MN-SW-YY / 100
093600     COMPUTE MN-SW-LEAP400 = MN-SW-YY / 400
093700     COMPUTE MN-SW-MDAYS   = (153 * MN-SW-MM + 2) / 5
093800     COMPUTE MN-DATE-SERIAL =
093900         365 * MN-SW-YY + MN-SW-LEAP4 - MN-SW-LEAP100
094000         + MN-SW-LEAP400 + MN-SW-MDAYS + MN-DX-DD.
094100 8100-EXIT.
094200     EXIT.
094300
094400*----------------------------------------------------------
094500 8900-FIND-FEED.
094600*----------------------------------------------------------
094700     MOVE "N" TO MN-FOUND-SWITCH
094800     IF MN-FEED-COUNT = ZERO
094900         GO TO 8900-EXIT
095000     END-IF
095100     SET MN-IDX TO 1
095200     SEARCH MN-FEED-ENTRY
095300         AT END MOVE "N" TO MN-FOUND-SWITCH
095400         WHEN MN-FD-FEED(MN-IDX) = MN-SEARCH-FEED
095500             MOVE "Y" TO MN-FOUND-SWITCH
095600     END-SEARCH.
095700 8900-EXIT.
095800     EXIT.
095900
096000*----------------------------------------------------------
096100 9000-TERMINATE.
096200*----------------------------------------------------------
096300     MOVE MN-DUE-COUNT TO MN-COUNT-EDIT
096400     DISPLAY "CONDMORN: FEEDS DUE ON " MN-BOARD-DATE "     "
096500         MN-COUNT-EDIT
096600     MOVE MN-OVERDUE-COUNT TO MN-COUNT-EDIT
096700     DISPLAY "CONDMORN: NO CERTIFICATE BY CUTOFF " MN-COUNT-EDIT
096800     MOVE MN-FAIL-COUNT TO MN-COUNT-EDIT
096900     DISPLAY "CONDMORN: CERTIFICATES FAILED      " MN-COUNT-EDIT
097000     CLOSE MORNRPT
097100     EVALUATE TRUE
097200         WHEN MN-OVERDUE-COUNT > ZERO
097300             MOVE 8 TO RETURN-CODE
097400         WHEN MN-FAIL-COUNT > ZERO
097500             MOVE 4 TO RETURN-CODE
097600         WHEN OTHER
097700             MOVE 0 TO RETURN-CODE
097800     END-EVALUATE.
097900 9000-EXIT.
098000     EXIT.
