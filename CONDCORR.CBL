000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CONDCORR.
000300 AUTHOR.  M. COUGHLAN.
000400 INSTALLATION.  DATA ENTRY CONTROL.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15-OCT-2026  MC   INITIAL VERSION.  REJECT CORRECTION
001100*                   SCREEN.  DATA CONTROL HAS BEEN CORRECTING
001200*                   REJFILE AND FLDREJ GENERATIONS WITH A
001300*                   DATASET EDITOR BEFORE EACH CONDREPR OR
001400*                   CONDFREP PASS, WHICH LETS A TYPO IN ONE
001500*                   COLUMN SHIFT THE NEXT AND LEAVES NO RECORD
001600*                   OF WHO CHANGED WHAT.  THIS SESSION, IN THE
001700*                   SAME PROMPT-AND-ACCEPT STYLE AS
001800*                   CONDITIONS, WALKS ONE REJECT GENERATION A
001900*                   RECORD AT A TIME, SHOWS ITS RECORD NUMBER,
002000*                   FEED, ORIGINAL RUN DATE AND REPAIR-CYCLE
002100*                   COUNT, AND TAKES A CORRECTED VALUE ONLY
002200*                   AFTER IT PASSES THE SAME CHARTYPE/CHARRULE
002300*                   OR FLDDICT RULES THE REPAIR RUN WILL JUDGE
002400*                   IT BY.  EVERY ACCEPTED CHANGE IS APPENDED
002500*                   TO THE PERMANENT CORRJRNL JOURNAL WITH
002600*                   THE OPERATOR ID, A TIMESTAMP AND THE OLD
002700*                   AND NEW VALUES.
002720* 15-OCT-2026  MC   A KEY/VERIFY REJECT FROM CONDKVER IS SHOWN
002740*                   AS SUCH, AND CORRECTING IT RECORDS DATA
002760*                   CONTROL'S DECISION IN RJ-KV-DECIDED, WHICH
002780*                   CONDREPR WAITS FOR BEFORE IT CLEARS ONE.
002785* 15-OCT-2026  MC   A VERIFY-ONLY ("M") CHARACTER CONFIRMED HERE
002790*                   IS NOW SENT BY CONDOUTB AFTER THE PRIMARY
002795*                   CHARACTER IT FOLLOWS; THE PROMPT SAYS SO.
002796* 15-OCT-2026  MC   A KEY/VERIFY REJECT CAN NOW BE DISCARDED
002797*                   WHEN THE SOURCE DOCUMENT SHOWS NO SUCH
002798*                   CHARACTER.  THE DISCARD IS JOURNALED AND
002799*                   RECORDED AS RJ-KV-DECIDED "D"; CONDREPR AND
002800*                   CONDOUTB THEN LEAVE THE CHARACTER OUT.
002801* 15-OCT-2026  MC   EACH CORRJRNL RECORD IS CLEARED TO SPACES
002802*                   BEFORE IT IS BUILT, SO NO FILLER BYTE CARRIES
002803*                   WHAT THE RECORD AREA LAST HELD.
002804*----------------------------------------------------------
002900* DD NAMES (ALLOCATED BY THE TSO LOGON PROC OR CLIST):
003000*   REJFILE  - CHARACTER REJECT GENERATION, UPDATED IN
003100*              PLACE (C SESSIONS ONLY)
003200*   FLDREJ   - FIELD REJECT GENERATION, UPDATED IN PLACE
003300*              (F SESSIONS ONLY)
003400*   FLDDICT  - FIELD DICTIONARY CONDFLD AND CONDFREP USE
003500*              (F SESSIONS ONLY, REQUIRED)
003600*   CHARRULE - OPTIONAL FEED CHARACTER RULES, AS CONDREPR
003700*   CORRJRNL - PERMANENT CORRECTION JOURNAL, DISP=MOD
003800*----------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.  IBM-370.
004200 OBJECT-COMPUTER.  IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT REJFILE  ASSIGN TO REJFILE
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800     SELECT FLDREJ   ASSIGN TO FLDREJ
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100     SELECT FLDDICT  ASSIGN TO FLDDICT
005200         ORGANIZATION IS SEQUENTIAL.
005300
005400     SELECT OPTIONAL CHARRULE ASSIGN TO CHARRULE
005500         ORGANIZATION IS SEQUENTIAL.
005600
005700     SELECT OPTIONAL CORRJRNL ASSIGN TO CORRJRNL
005800         ORGANIZATION IS SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200*----------------------------------------------------------
006300* REJFILE - SAME LAYOUT CONDBTCH WRITES AND CONDREPR READS.
006400*----------------------------------------------------------
006500 FD  REJFILE
006600     RECORDING MODE IS F.
006700 01  REJFILE-RECORD.
006800     05  RJ-RECORD-NUMBER        PIC 9(07).
006900     05  FILLER                  PIC X(01).
007000     05  RJ-SOURCE-RECORD.
007100         10  RJ-CHAR             PIC X(01).
007200         10  FILLER              PIC X(79).
007300     05  RJ-FEED-ID              PIC X(08).
007400     05  RJ-ORIG-DATE            PIC 9(08).
007500     05  RJ-CYCLE-COUNT          PIC 9(03).
007533     05  RJ-REJECT-TYPE          PIC X(01).
007566         88  RJ-KEY-VERIFY                   VALUE "K", "M".
007599         88  RJ-VERIFY-ONLY                  VALUE "M".
007632     05  RJ-KV-DECIDED           PIC X(01).
007640         88  RJ-KV-DECISION-MADE             VALUE "Y", "D".
007650         88  RJ-KV-DISCARDED                 VALUE "D".
007665     05  FILLER                  PIC X(03).
007700
007800*----------------------------------------------------------
007900* FLDREJ - SAME LAYOUT CONDFLD WRITES AND CONDFREP READS.
008000*----------------------------------------------------------
008100 FD  FLDREJ
008200     RECORDING MODE IS F.
008300 01  FLDREJ-RECORD.
008400     05  FR-RECORD-NUMBER         PIC 9(07).
008500     05  FILLER                   PIC X(01).
008600     05  FR-FIELD-NAME            PIC X(10).
008700     05  FILLER                   PIC X(01).
008800     05  FR-FAIL-POS              PIC 9(03).
008900     05  FILLER                   PIC X(01).
009000     05  FR-SOURCE-RECORD         PIC X(80).
009100     05  FILLER                   PIC X(01).
009200     05  FR-FEED-ID               PIC X(08).
009300     05  FR-ORIG-DATE             PIC 9(08).
009400     05  FR-CYCLE-COUNT           PIC 9(03).
009500     05  FILLER                   PIC X(05).
009600
009700 FD  FLDDICT
009800     RECORDING MODE IS F.
009900 01  FLDDICT-RECORD.
010000     05  DIC-FIELD-NAME           PIC X(10).
010100     05  FILLER                   PIC X(01).
010200     05  DIC-START-POS            PIC 9(03).
010300     05  FILLER                   PIC X(01).
010400     05  DIC-LENGTH               PIC 9(02).
010500     05  FILLER                   PIC X(01).
010600     05  DIC-EXPECTED-TYPE        PIC X(01).
010700         88  DIC-TYPE-VALID               VALUE "A", "N", "M".
010800     05  FILLER                   PIC X(01).
010900     05  DIC-PATTERN-MASK         PIC X(20).
011000     05  FILLER                   PIC X(40).
011100
011200 FD  CHARRULE
011300     RECORDING MODE IS F.
011400 01  CHARRULE-RECORD.
011500     05  CRR-CHAR                PIC X(01).
011600     05  CRR-CLASS               PIC X(01).
011700     05  FILLER                  PIC X(78).
011800
011900*----------------------------------------------------------
012000* CORRJRNL - ONE RECORD PER ACCEPTED CORRECTION, NEVER
012100*   REWRITTEN OR PRUNED.  CJ-FILE-TYPE "C" IS A REJFILE
012200*   CHARACTER (START 001, LENGTH 01); "F" IS A FLDREJ FIELD,
012300*   WITH ITS DICTIONARY NAME, START COLUMN AND LENGTH.  THE
012400*   ORIGINAL RUN DATE AND CYCLE COUNT ARE CARRIED AS KEYED
012500*   SO A REJECT WRITTEN BEFORE THOSE FIELDS EXISTED STILL
012600*   JOURNALS CLEANLY.
012620*   A DISCARDED KEY/VERIFY CHARACTER IS JOURNALED WITH
012640*   "*DISCARDED" AS ITS NEW VALUE.
012700*----------------------------------------------------------
012800 FD  CORRJRNL
012900     RECORDING MODE IS F.
013000 01  CORRJRNL-RECORD.
013100     05  CJ-DATE                 PIC 9(08).
013200     05  FILLER                  PIC X(01).
013300     05  CJ-TIME                 PIC 9(08).
013400     05  FILLER                  PIC X(01).
013500     05  CJ-OPERATOR-ID          PIC X(08).
013600     05  FILLER                  PIC X(01).
013700     05  CJ-FILE-TYPE            PIC X(01).
013800     05  FILLER                  PIC X(01).
013900     05  CJ-FEED-ID              PIC X(08).
014000     05  FILLER                  PIC X(01).
014100     05  CJ-RECORD-NUMBER        PIC 9(07).
014200     05  FILLER                  PIC X(01).
014300     05  CJ-ORIG-DATE            PIC X(08).
014400     05  FILLER                  PIC X(01).
014500     05  CJ-CYCLE-COUNT          PIC X(03).
014600     05  FILLER                  PIC X(01).
014700     05  CJ-FIELD-NAME           PIC X(10).
014800     05  FILLER                  PIC X(01).
014900     05  CJ-START-POS            PIC 9(03).
015000     05  FILLER                  PIC X(01).
015100     05  CJ-LENGTH               PIC 9(02).
015200     05  FILLER                  PIC X(01).
015300     05  CJ-OLD-VALUE            PIC X(80).
015400     05  FILLER                  PIC X(01).
015500     05  CJ-NEW-VALUE            PIC X(80).
015600     05  FILLER                  PIC X(02).
015700
015800 WORKING-STORAGE SECTION.
015900*----------------------------------------------------------
016000* SHARED CLASSIFICATION FIELD AND RULE TABLE, SO A VALUE
016100* ACCEPTED HERE IS JUDGED BY EXACTLY THE RULES THE REPAIR
016200* RUN WILL JUDGE IT BY.
016300*----------------------------------------------------------
016400     COPY CHARTYPE.
016500     COPY CHARRULE.
016600
016700 01  CO-SWITCHES.
016800     05  CO-EOF-SWITCH            PIC X(01)   VALUE "N".
016900         88  CO-END-OF-FILE                   VALUE "Y".
017000     05  CO-QUIT-SWITCH           PIC X(01)   VALUE "N".
017100         88  CO-QUIT-SESSION                  VALUE "Y".
017200     05  CO-RULE-EOF-SWITCH       PIC X(01)   VALUE "N".
017300         88  CO-RULE-END-OF-FILE              VALUE "Y".
017400     05  CO-DICT-EOF-SWITCH       PIC X(01)   VALUE "N".
017500         88  CO-DICT-END-OF-FILE              VALUE "Y".
017600     05  CO-MATCH-SWITCH          PIC X(01)   VALUE "N".
017700         88  CO-FEED-MATCHED                  VALUE "Y".
017800     05  CO-DONE-SWITCH           PIC X(01)   VALUE "N".
017900         88  CO-RECORD-DONE                   VALUE "Y".
018000     05  CO-CHANGED-SWITCH        PIC X(01)   VALUE "N".
018100         88  CO-RECORD-CHANGED                VALUE "Y", "D".
018150         88  CO-RECORD-DISCARDED              VALUE "D".
018200     05  CO-VALUE-SWITCH          PIC X(01)   VALUE "N".
018300         88  CO-VALUE-ACCEPTED                VALUE "Y".
018400         88  CO-VALUE-ABANDONED               VALUE "A".
018420     05  CO-KV-SWITCH             PIC X(01)   VALUE "N".
018440         88  CO-KV-REJECT                     VALUE "Y".
018500
018600 01  CO-OPERATOR-ID              PIC X(08)   VALUE SPACES.
018700 01  CO-FEED-FILTER              PIC X(08)   VALUE SPACES.
018800 01  CO-MODE                     PIC X(01)   VALUE SPACE.
018900     88  CO-CHAR-MODE                        VALUE "C", "c".
019000     88  CO-FIELD-MODE                       VALUE "F", "f".
019100 01  CO-ACTION                   PIC X(01)   VALUE SPACE.
019200     88  CO-ACTION-CORRECT                   VALUE "C", "c".
019300     88  CO-ACTION-QUIT                      VALUE "Q", "q".
019350     88  CO-ACTION-DISCARD                   VALUE "D", "d".
019400 01  CO-REPLY                    PIC X(80)   VALUE SPACES.
019500 01  CO-WORK-RECORD              PIC X(80)   VALUE SPACES.
019600 01  CO-EFFECTIVE-CLASS          PIC X(01)   VALUE SPACE.
019700     88  CO-CLASS-INVALID                    VALUE "I".
019800
019900*----------------------------------------------------------
020000* THE DICTIONARY TABLE, SAME 50-FIELD CAP AS CONDFLD AND
020100* CONDFREP -- KEEP ALL THREE IN STEP IF THE CAP EVER MOVES.
020200*----------------------------------------------------------
020300 01  CO-DICT-COUNT               PIC 9(03)   COMP VALUE ZERO.
020400 01  CO-DICT-TABLE.
020500     05  CO-DICT-ENTRY           OCCURS 1 TO 50 TIMES
020600                                 DEPENDING ON CO-DICT-COUNT
020700                                 INDEXED BY CO-DE-IDX.
020800         10  CO-DE-NAME          PIC X(10).
020900         10  CO-DE-START         PIC 9(03)   COMP.
021000         10  CO-DE-LENGTH        PIC 9(02)   COMP.
021100         10  CO-DE-TYPE          PIC X(01).
021200             88  CO-DE-ALPHA-ONLY        VALUE "A".
021300             88  CO-DE-NUMERIC-ONLY      VALUE "N".
021400         10  CO-DE-MASK          PIC X(20).
021500
021600 01  CO-FIELD-SUB                PIC 9(03)   COMP VALUE ZERO.
021700 01  CO-CORR-SUB                 PIC 9(03)   COMP VALUE ZERO.
021800 01  CO-POS-SUB                  PIC 9(02)   COMP VALUE ZERO.
021900 01  CO-ABS-POS                  PIC 9(03)   COMP VALUE ZERO.
022000 01  CO-START                    PIC 9(03)   COMP VALUE ZERO.
022100 01  CO-LENGTH                   PIC 9(02)   COMP VALUE ZERO.
022200 01  CO-MASK-CHAR                PIC X(01)   VALUE SPACE.
022300 01  CO-FAIL-POS                 PIC 9(03)   VALUE ZERO.
022400 01  CO-FAIL-REASON              PIC X(30)   VALUE SPACES.
022500 01  CO-REC-FAIL-FIELD           PIC X(10)   VALUE SPACES.
022600 01  CO-LENGTH-EDIT              PIC Z9.
022700
022800 01  CO-COUNTS.
022900     05  CO-SHOWN-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.
023000     05  CO-CORRECTED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
023100     05  CO-SKIPPED-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
023150     05  CO-DISCARDED-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.
023200     05  CO-JOURNAL-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.
023300
023400 01  CO-SUMMARY-LINE.
023500     05  CO-SL-LABEL             PIC X(24).
023600     05  CO-SL-COUNT             PIC ZZZZZZ9.
023700
023800 PROCEDURE DIVISION.
023900*----------------------------------------------------------
024000 0000-MAINLINE.
024100*----------------------------------------------------------
024200     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
024300     PERFORM 2000-WORK-ONE-REJECT  THRU 2000-EXIT
024400         UNTIL CO-END-OF-FILE
024500             OR CO-QUIT-SESSION
024600     PERFORM 8500-PRINT-TOTALS     THRU 8500-EXIT
024700     PERFORM 9000-TERMINATE        THRU 9000-EXIT
024800     STOP RUN.
024900
025000*----------------------------------------------------------
025100* OPERATOR ID IS PROMPTED FOR EXACTLY AS CONDITIONS DOES,
025200* WITH THE SAME FALLBACKS.  NO FILE IS OPENED UNTIL THE
025300* OPERATOR HAS CHOSEN WHICH GENERATION TO WORK.
025400*----------------------------------------------------------
025500 1000-INITIALIZE.
025600*----------------------------------------------------------
025700     DISPLAY "Enter your operator id: "
025800     ACCEPT CO-OPERATOR-ID
025900     IF CO-OPERATOR-ID = SPACES
026000         ACCEPT CO-OPERATOR-ID FROM ENVIRONMENT "USER"
026100     END-IF
026200     IF CO-OPERATOR-ID = SPACES
026300         MOVE "UNKNOWN" TO CO-OPERATOR-ID
026400     END-IF
026500     DISPLAY "Enter C for character rejects, F for field "
026600         "rejects. No data ends."
026700     ACCEPT CO-MODE
026800     IF NOT CO-CHAR-MODE AND NOT CO-FIELD-MODE
026900         DISPLAY "No reject file selected."
027000         MOVE "Y" TO CO-EOF-SWITCH
027100         GO TO 1000-EXIT
027200     END-IF
027300     DISPLAY "Enter feed id to work. No data works every feed."
027400     ACCEPT CO-FEED-FILTER
027500     IF CO-CHAR-MODE
027600         PERFORM 1400-LOAD-CHAR-RULES THRU 1400-EXIT
027700         OPEN I-O REJFILE
027800     ELSE
027900         PERFORM 1500-LOAD-DICTIONARY THRU 1500-EXIT
028000         OPEN I-O FLDREJ
028100     END-IF
028200     OPEN EXTEND CORRJRNL
028300     PERFORM 8000-READ-NEXT-REJECT THRU 8000-EXIT.
028400 1000-EXIT.
028500     EXIT.
028600
028700*----------------------------------------------------------
028800 1400-LOAD-CHAR-RULES.
028900*----------------------------------------------------------
029000     MOVE ZERO TO CR-RULE-COUNT
029100     OPEN INPUT CHARRULE
029200     PERFORM 1410-LOAD-ONE-RULE THRU 1410-EXIT
029300         UNTIL CO-RULE-END-OF-FILE
029400             OR CR-RULE-COUNT NOT LESS THAN 128
029500     IF NOT CO-RULE-END-OF-FILE
029600         DISPLAY "CONDCORR: CHARRULE HAS MORE THAN 128 RULES -- "
029700             "RULES AFTER THE 128TH WERE NOT LOADED"
029800     END-IF
029900     CLOSE CHARRULE
030000     IF CR-RULE-COUNT > ZERO
030100         SET CR-RULES-LOADED TO TRUE
030200     END-IF.
030300 1400-EXIT.
030400     EXIT.
030500
030600*----------------------------------------------------------
030700 1410-LOAD-ONE-RULE.
030800*----------------------------------------------------------
030900     READ CHARRULE
031000         AT END MOVE "Y" TO CO-RULE-EOF-SWITCH
031100         NOT AT END
031200             ADD 1 TO CR-RULE-COUNT
031300             MOVE CRR-CHAR  TO CR-RULE-CHAR(CR-RULE-COUNT)
031400             MOVE CRR-CLASS TO CR-RULE-CLASS(CR-RULE-COUNT)
031500     END-READ.
031600 1410-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------
032000* A FIELD CORRECTION CANNOT BE JUDGED WITHOUT THE
032100* DICTIONARY, SO A MISSING OR UNTRUSTWORTHY FLDDICT ENDS
032200* THE SESSION RC=16, AS IT ABENDS CONDFLD AND CONDFREP.
032300*----------------------------------------------------------
032400 1500-LOAD-DICTIONARY.
032500*----------------------------------------------------------
032600     OPEN INPUT FLDDICT
032700     PERFORM 1510-LOAD-ONE-FIELD THRU 1510-EXIT
032800         UNTIL CO-DICT-END-OF-FILE
032900             OR CO-DICT-COUNT NOT LESS THAN 50
033000     IF NOT CO-DICT-END-OF-FILE
033100         DISPLAY "CONDCORR: FLDDICT DEFINES MORE THAN 50 "
033200             "FIELDS -- SESSION ENDED"
033300         PERFORM 1550-ABEND-BAD-DICTIONARY THRU 1550-EXIT
033400     END-IF
033500     CLOSE FLDDICT
033600     IF CO-DICT-COUNT = ZERO
033700         DISPLAY "CONDCORR: NO FLDDICT ENTRIES -- NOTHING TO"
033800         DISPLAY "          VALIDATE AGAINST, SESSION ENDED"
033900         MOVE 16 TO RETURN-CODE
034000         STOP RUN
034100     END-IF.
034200 1500-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------
034600 1510-LOAD-ONE-FIELD.
034700*----------------------------------------------------------
034800     READ FLDDICT
034900         AT END MOVE "Y" TO CO-DICT-EOF-SWITCH
035000         NOT AT END
035100             IF DIC-START-POS IS NOT NUMERIC
035200                 OR DIC-LENGTH IS NOT NUMERIC
035300                 OR NOT DIC-TYPE-VALID
035400                 OR DIC-START-POS = ZERO
035500                 OR DIC-LENGTH = ZERO
035600                 OR DIC-START-POS + DIC-LENGTH - 1 > 80
035700                 DISPLAY "CONDCORR: BAD FLDDICT ENTRY FOR FIELD "
035800                     DIC-FIELD-NAME " -- SESSION ENDED"
035900                 PERFORM 1550-ABEND-BAD-DICTIONARY THRU 1550-EXIT
036000             END-IF
036100             ADD 1 TO CO-DICT-COUNT
036200             MOVE DIC-FIELD-NAME    TO CO-DE-NAME(CO-DICT-COUNT)
036300             MOVE DIC-START-POS     TO CO-DE-START(CO-DICT-COUNT)
036400             MOVE DIC-LENGTH        TO CO-DE-LENGTH(CO-DICT-COUNT)
036500             MOVE DIC-EXPECTED-TYPE TO CO-DE-TYPE(CO-DICT-COUNT)
036600             MOVE DIC-PATTERN-MASK  TO CO-DE-MASK(CO-DICT-COUNT)
036700     END-READ.
036800 1510-EXIT.
036900     EXIT.
037000
037100*----------------------------------------------------------
037200 1550-ABEND-BAD-DICTIONARY.
037300*----------------------------------------------------------
037400     CLOSE FLDDICT
037500     MOVE 16 TO RETURN-CODE
037600     STOP RUN.
037700 1550-EXIT.
037800     EXIT.
037900
038000*----------------------------------------------------------
038100* ONE REJECT IS PRESENTED UNTIL THE OPERATOR MOVES OFF IT.
038200* A FIELD REJECT THAT STILL FAILS ANOTHER FIELD AFTER A
038300* CORRECTION IS RESTAMPED AND PRESENTED AGAIN, SO ALL ITS
038400* FAULTS CAN BE CLEARED IN ONE VISIT.  THE RECORD IS
038500* REWRITTEN ONCE, WHEN THE OPERATOR LEAVES IT.
038600*----------------------------------------------------------
038700 2000-WORK-ONE-REJECT.
038800*----------------------------------------------------------
038900     ADD 1 TO CO-SHOWN-COUNT
039000     MOVE "N" TO CO-DONE-SWITCH
039100     MOVE "N" TO CO-CHANGED-SWITCH
039200     PERFORM 2100-PRESENT-REJECT   THRU 2100-EXIT
039300         UNTIL CO-RECORD-DONE
039400     IF CO-RECORD-CHANGED
039500         IF CO-RECORD-DISCARDED
039520             ADD 1 TO CO-DISCARDED-COUNT
039540         ELSE
039560             ADD 1 TO CO-CORRECTED-COUNT
039580         END-IF
039600         IF CO-CHAR-MODE
039700             REWRITE REJFILE-RECORD
039800         ELSE
039900             REWRITE FLDREJ-RECORD
040000         END-IF
040100     ELSE
040200         ADD 1 TO CO-SKIPPED-COUNT
040300     END-IF
040400     IF NOT CO-QUIT-SESSION
040500         PERFORM 8000-READ-NEXT-REJECT THRU 8000-EXIT
040600     END-IF.
040700 2000-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------
041100 2100-PRESENT-REJECT.
041200*----------------------------------------------------------
041300     DISPLAY " "
041350     MOVE "N" TO CO-KV-SWITCH
041400     IF CO-CHAR-MODE
041500         DISPLAY "Record " RJ-RECORD-NUMBER
041600             "  feed " RJ-FEED-ID
041700             "  run date " RJ-ORIG-DATE
041800             "  cycles " RJ-CYCLE-COUNT
041900         DISPLAY "Source: " RJ-SOURCE-RECORD
042000         DISPLAY "Character under test: " RJ-CHAR
042009         IF RJ-VERIFY-ONLY
042018             DISPLAY "Keyed by the verify operator only, after "
042027                 "primary character " RJ-RECORD-NUMBER "."
042036             DISPLAY "Correcting it confirms it and it is sent "
042045                 "there; if the source shows none, "
042050                 "discard it."
042054         END-IF
042063         IF RJ-KEY-VERIFY AND NOT RJ-VERIFY-ONLY
042072             DISPLAY "Key/verify disagreement -- enter the "
042081                 "character the source document shows, or "
042085                 "discard it if it shows none."
042090         END-IF
042093         IF RJ-KEY-VERIFY
042095             MOVE "Y" TO CO-KV-SWITCH
042097         END-IF
042100     ELSE
042200         DISPLAY "Record " FR-RECORD-NUMBER
042300             "  feed " FR-FEED-ID
042400             "  run date " FR-ORIG-DATE
042500             "  cycles " FR-CYCLE-COUNT
042600         DISPLAY "Source: " FR-SOURCE-RECORD
042700         DISPLAY "Field " FR-FIELD-NAME
042800             " fails at column " FR-FAIL-POS
042900     END-IF
043000     IF CO-KV-REJECT
043020         DISPLAY "Enter C to correct, D to discard, S to skip, "
043035             "Q to quit."
043050     ELSE
043065         DISPLAY "Enter C to correct, S to skip, Q to quit."
043080     END-IF
043100     ACCEPT CO-ACTION
043200     EVALUATE TRUE
043300         WHEN CO-ACTION-CORRECT AND CO-CHAR-MODE
043400             PERFORM 2200-CORRECT-CHARACTER THRU 2200-EXIT
043500             MOVE "Y" TO CO-DONE-SWITCH
043530         WHEN CO-ACTION-DISCARD AND CO-KV-REJECT
043560             PERFORM 2400-DISCARD-CHARACTER THRU 2400-EXIT
043600         WHEN CO-ACTION-CORRECT
043700             PERFORM 2300-CORRECT-FIELD     THRU 2300-EXIT
043800         WHEN CO-ACTION-QUIT
043900             MOVE "Y" TO CO-QUIT-SWITCH
044000             MOVE "Y" TO CO-DONE-SWITCH
044100         WHEN OTHER
044200             MOVE "Y" TO CO-DONE-SWITCH
044300     END-EVALUATE.
044400 2100-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------
044800* THE NEW CHARACTER IS CLASSIFIED BY THE FEED'S CHARRULE
044900* TABLE WHEN ONE WAS SUPPLIED, OTHERWISE BY CHARTYPE, JUST
045000* AS CONDREPR WILL CLASSIFY IT.  A VALUE CONDREPR WOULD
045100* REJECT AGAIN IS REFUSED AND THE OPERATOR RE-PROMPTED.
045200*----------------------------------------------------------
045300 2200-CORRECT-CHARACTER.
045400*----------------------------------------------------------
045500     MOVE "N" TO CO-VALUE-SWITCH
045600     PERFORM 2210-PROMPT-CHARACTER THRU 2210-EXIT
045700         UNTIL CO-VALUE-ACCEPTED
045800             OR CO-VALUE-ABANDONED
045900     IF CO-VALUE-ABANDONED
046000         GO TO 2200-EXIT
046100     END-IF
046150     MOVE SPACES              TO CORRJRNL-RECORD
046200     MOVE RJ-FEED-ID          TO CJ-FEED-ID
046300     MOVE RJ-RECORD-NUMBER    TO CJ-RECORD-NUMBER
046400     MOVE RJ-ORIG-DATE        TO CJ-ORIG-DATE
046500     MOVE RJ-CYCLE-COUNT      TO CJ-CYCLE-COUNT
046600     MOVE SPACES              TO CJ-FIELD-NAME
046700     MOVE 1                   TO CJ-START-POS
046800     MOVE 1                   TO CJ-LENGTH
046900     MOVE RJ-CHAR             TO CJ-OLD-VALUE
047000     MOVE Char                TO CJ-NEW-VALUE
047100     MOVE "C"                 TO CJ-FILE-TYPE
047200     PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT
047300     MOVE Char                TO RJ-CHAR
047325     IF RJ-KEY-VERIFY
047350         MOVE "Y"             TO RJ-KV-DECIDED
047375     END-IF
047400     MOVE "Y"                 TO CO-CHANGED-SWITCH
047500     DISPLAY "Corrected.".
047600 2200-EXIT.
047700     EXIT.
047800
047900*----------------------------------------------------------
048000 2210-PROMPT-CHARACTER.
048100*----------------------------------------------------------
048200     DISPLAY "Enter the corrected character. No data abandons."
048300     MOVE SPACES TO CO-REPLY
048400     ACCEPT CO-REPLY
048500     IF CO-REPLY = SPACES
048600         MOVE "A" TO CO-VALUE-SWITCH
048700         GO TO 2210-EXIT
048800     END-IF
048900     IF CO-REPLY(2:79) NOT = SPACES
049000         DISPLAY "Enter one character only."
049100         GO TO 2210-EXIT
049200     END-IF
049300     MOVE CO-REPLY(1:1) TO Char
049400     IF CR-RULES-LOADED
049500         PERFORM 2250-CLASSIFY-VIA-RULE-TABLE THRU 2250-EXIT
049600     ELSE
049700         PERFORM 2260-CLASSIFY-VIA-CHARTYPE   THRU 2260-EXIT
049800     END-IF
049900     IF CO-CLASS-INVALID
050000         DISPLAY "problems found -- " Char
050100             " is not a valid character for this feed."
050200     ELSE
050300         MOVE "Y" TO CO-VALUE-SWITCH
050400     END-IF.
050500 2210-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------
050900 2250-CLASSIFY-VIA-RULE-TABLE.
051000*----------------------------------------------------------
051100     SET CR-IDX TO 1
051200     SEARCH CR-RULE-ENTRY
051300         AT END MOVE "I" TO CO-EFFECTIVE-CLASS
051400         WHEN CR-RULE-CHAR(CR-IDX) = Char
051500             MOVE CR-RULE-CLASS(CR-IDX) TO CO-EFFECTIVE-CLASS
051600     END-SEARCH.
051700 2250-EXIT.
051800     EXIT.
051900
052000*----------------------------------------------------------
052100 2260-CLASSIFY-VIA-CHARTYPE.
052200*----------------------------------------------------------
052300     EVALUATE TRUE
052400         WHEN Vowel
052500             MOVE "V" TO CO-EFFECTIVE-CLASS
052600         WHEN Consonant
052700             MOVE "C" TO CO-EFFECTIVE-CLASS
052800         WHEN Digit
052900             MOVE "D" TO CO-EFFECTIVE-CLASS
053000         WHEN Whitespace OR SpecialChar
053100             MOVE "S" TO CO-EFFECTIVE-CLASS
053200         WHEN OTHER
053300             MOVE "I" TO CO-EFFECTIVE-CLASS
053400     END-EVALUATE.
053500 2260-EXIT.
053600     EXIT.
053700
053800*----------------------------------------------------------
053900* THE FAILING FIELD IS LOOKED UP IN FLDDICT AND THE NEW
054000* VALUE CHECKED POSITION BY POSITION WITH CONDFREP'S RULES
054100* BEFORE IT IS ACCEPTED.  THE WHOLE CORRECTED RECORD IS
054200* THEN RE-CHECKED; IF ANOTHER FIELD STILL FAILS THE REJECT
054300* IS RESTAMPED WITH THAT FAILURE AND PRESENTED AGAIN.
054400*----------------------------------------------------------
054500 2300-CORRECT-FIELD.
054600*----------------------------------------------------------
054700     SET CO-DE-IDX TO 1
054800     SEARCH CO-DICT-ENTRY
054900         AT END
055000             DISPLAY "Field " FR-FIELD-NAME
055100                 " is not in FLDDICT -- cannot correct here."
055200             MOVE "Y" TO CO-DONE-SWITCH
055300             GO TO 2300-EXIT
055400         WHEN CO-DE-NAME(CO-DE-IDX) = FR-FIELD-NAME
055500             SET CO-CORR-SUB TO CO-DE-IDX
055600     END-SEARCH
055700     MOVE CO-DE-START(CO-CORR-SUB)  TO CO-START
055800     MOVE CO-DE-LENGTH(CO-CORR-SUB) TO CO-LENGTH
055900     MOVE "N" TO CO-VALUE-SWITCH
056000     PERFORM 2310-PROMPT-FIELD-VALUE THRU 2310-EXIT
056100         UNTIL CO-VALUE-ACCEPTED
056200             OR CO-VALUE-ABANDONED
056300     IF CO-VALUE-ABANDONED
056400         MOVE "Y" TO CO-DONE-SWITCH
056500         GO TO 2300-EXIT
056600     END-IF
056650     MOVE SPACES              TO CORRJRNL-RECORD
056700     MOVE FR-FEED-ID          TO CJ-FEED-ID
056800     MOVE FR-RECORD-NUMBER    TO CJ-RECORD-NUMBER
056900     MOVE FR-ORIG-DATE        TO CJ-ORIG-DATE
057000     MOVE FR-CYCLE-COUNT      TO CJ-CYCLE-COUNT
057100     MOVE FR-FIELD-NAME       TO CJ-FIELD-NAME
057200     MOVE CO-START            TO CJ-START-POS
057300     MOVE CO-LENGTH           TO CJ-LENGTH
057400     MOVE FR-SOURCE-RECORD(CO-START:CO-LENGTH) TO CJ-OLD-VALUE
057500     MOVE CO-WORK-RECORD(CO-START:CO-LENGTH)   TO CJ-NEW-VALUE
057600     MOVE "F"                 TO CJ-FILE-TYPE
057700     PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT
057800     MOVE CO-WORK-RECORD      TO FR-SOURCE-RECORD
057900     MOVE "Y"                 TO CO-CHANGED-SWITCH
058000     MOVE ZERO   TO CO-FAIL-POS
058100     PERFORM 3000-CHECK-ONE-FIELD THRU 3000-EXIT
058200         VARYING CO-FIELD-SUB FROM 1 BY 1
058300         UNTIL CO-FIELD-SUB > CO-DICT-COUNT
058400             OR CO-FAIL-POS > ZERO
058500     IF CO-FAIL-POS > ZERO
058600         MOVE CO-REC-FAIL-FIELD TO FR-FIELD-NAME
058700         MOVE CO-FAIL-POS       TO FR-FAIL-POS
058800         DISPLAY "Corrected, but field " FR-FIELD-NAME
058900             " still fails at column " FR-FAIL-POS
059000             ": " CO-FAIL-REASON
059100     ELSE
059200         DISPLAY "Corrected.  Record now passes every field."
059300         MOVE "Y" TO CO-DONE-SWITCH
059400     END-IF.
059500 2300-EXIT.
059600     EXIT.
059700
059800*----------------------------------------------------------
059900* THE REPLY IS LAID OVER A WORK COPY OF THE SOURCE RECORD
060000* AT THE FIELD'S COLUMNS; THE FLDREJ RECORD ITSELF IS NOT
060100* TOUCHED UNTIL THE VALUE HAS PASSED.
060200*----------------------------------------------------------
060300 2310-PROMPT-FIELD-VALUE.
060400*----------------------------------------------------------
060500     MOVE CO-LENGTH TO CO-LENGTH-EDIT
060600     DISPLAY "Current value: "
060700         FR-SOURCE-RECORD(CO-START:CO-LENGTH)
060800     DISPLAY "Enter the corrected value (" CO-LENGTH-EDIT
060900         " characters). No data abandons."
061000     MOVE SPACES TO CO-REPLY
061100     ACCEPT CO-REPLY
061200     IF CO-REPLY = SPACES
061300         MOVE "A" TO CO-VALUE-SWITCH
061400         GO TO 2310-EXIT
061500     END-IF
061600     IF CO-LENGTH < 80
061700         IF CO-REPLY(CO-LENGTH + 1:80 - CO-LENGTH) NOT = SPACES
061800             DISPLAY "Value is longer than the field."
061900             GO TO 2310-EXIT
062000         END-IF
062100     END-IF
062200     MOVE FR-SOURCE-RECORD TO CO-WORK-RECORD
062300     MOVE CO-REPLY(1:CO-LENGTH)
062400         TO CO-WORK-RECORD(CO-START:CO-LENGTH)
062500     MOVE CO-CORR-SUB TO CO-FIELD-SUB
062600     MOVE ZERO TO CO-FAIL-POS
062700     PERFORM 3000-CHECK-ONE-FIELD THRU 3000-EXIT
062800     IF CO-FAIL-POS > ZERO
062900         DISPLAY "problems found at column " CO-FAIL-POS
063000             ": " CO-FAIL-REASON
063100     ELSE
063200         MOVE "Y" TO CO-VALUE-SWITCH
063300     END-IF.
063400 2310-EXIT.
063500     EXIT.
063600
063610*----------------------------------------------------------
063612* A KEY/VERIFY CHARACTER THE SOURCE DOCUMENT DOES NOT SHOW
063614* AT ALL -- A VERIFY-ONLY ONE, OR ONE ONLY THE PRIMARY
063616* OPERATOR KEYED -- IS DISCARDED RATHER THAN CORRECTED.  THE
063618* NEXT CONDREPR PASS LOGS IT CLASS "X" AND CONDOUTB LEAVES IT
063620* OUT OF THE OUTBOUND FEED.  NOTHING IS CHANGED WITHOUT A "Y".
063622*----------------------------------------------------------
063624 2400-DISCARD-CHARACTER.
063626*----------------------------------------------------------
063628     DISPLAY "Discard this character? Enter Y to confirm."
063630     MOVE SPACES TO CO-REPLY
063632     ACCEPT CO-REPLY
063634     IF CO-REPLY NOT = "Y" AND CO-REPLY NOT = "y"
063636         DISPLAY "Not discarded."
063638         GO TO 2400-EXIT
063640     END-IF
063641     MOVE SPACES              TO CORRJRNL-RECORD
063642     MOVE RJ-FEED-ID          TO CJ-FEED-ID
063644     MOVE RJ-RECORD-NUMBER    TO CJ-RECORD-NUMBER
063646     MOVE RJ-ORIG-DATE        TO CJ-ORIG-DATE
063648     MOVE RJ-CYCLE-COUNT      TO CJ-CYCLE-COUNT
063650     MOVE SPACES              TO CJ-FIELD-NAME
063652     MOVE 1                   TO CJ-START-POS
063654     MOVE 1                   TO CJ-LENGTH
063656     MOVE RJ-CHAR             TO CJ-OLD-VALUE
063658     MOVE "*DISCARDED"        TO CJ-NEW-VALUE
063660     MOVE "C"                 TO CJ-FILE-TYPE
063662     PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT
063664     MOVE "D"                 TO RJ-KV-DECIDED
063666     MOVE "D"                 TO CO-CHANGED-SWITCH
063667     MOVE "Y"                 TO CO-DONE-SWITCH
063668     DISPLAY "Discarded.".
063670 2400-EXIT.
063672     EXIT.
063674
063700*----------------------------------------------------------
063800* CHECKS DICTIONARY FIELD CO-FIELD-SUB OF CO-WORK-RECORD.
063900* ON RETURN CO-FAIL-POS IS THE FIRST FAILING COLUMN (ZERO
064000* IF THE FIELD PASSED), WITH ITS REASON AND FIELD NAME.
064100*----------------------------------------------------------
064200 3000-CHECK-ONE-FIELD.
064300*----------------------------------------------------------
064400     MOVE SPACES TO CO-FAIL-REASON
064500     PERFORM 3100-CHECK-ONE-POSITION THRU 3100-EXIT
064600         VARYING CO-POS-SUB FROM 1 BY 1
064700         UNTIL CO-POS-SUB > CO-DE-LENGTH(CO-FIELD-SUB)
064800             OR CO-FAIL-POS > ZERO
064900     IF CO-FAIL-POS > ZERO
065000         MOVE CO-DE-NAME(CO-FIELD-SUB) TO CO-REC-FAIL-FIELD
065100     END-IF.
065200 3000-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------
065600* SAME POSITION CHECKS AS CONDFREP 2600 -- KEEP IN STEP.
065700*----------------------------------------------------------
065800 3100-CHECK-ONE-POSITION.
065900*----------------------------------------------------------
066000     COMPUTE CO-ABS-POS =
066100         CO-DE-START(CO-FIELD-SUB) + CO-POS-SUB - 1
066200     MOVE CO-WORK-RECORD(CO-ABS-POS:1) TO Char
066300     IF CO-POS-SUB > 20
066400         MOVE SPACE TO CO-MASK-CHAR
066500     ELSE
066600         MOVE CO-DE-MASK(CO-FIELD-SUB)(CO-POS-SUB:1)
066700             TO CO-MASK-CHAR
066800     END-IF
066900     EVALUATE TRUE
067000         WHEN NOT Vowel AND NOT Consonant AND NOT Digit
067100                 AND NOT Whitespace AND NOT SpecialChar
067200             MOVE "INVALID CHARACTER" TO CO-FAIL-REASON
067300         WHEN CO-MASK-CHAR = "A"
067400                 AND NOT Vowel AND NOT Consonant
067500             MOVE "MASK EXPECTS A LETTER" TO CO-FAIL-REASON
067600         WHEN CO-MASK-CHAR = "N" AND NOT Digit
067700             MOVE "MASK EXPECTS A DIGIT" TO CO-FAIL-REASON
067800         WHEN CO-MASK-CHAR NOT = SPACE
067900                 AND CO-MASK-CHAR NOT = "A"
068000                 AND CO-MASK-CHAR NOT = "N"
068100                 AND Char NOT = CO-MASK-CHAR
068200             MOVE "MASK LITERAL NOT MATCHED" TO CO-FAIL-REASON
068300         WHEN CO-DE-ALPHA-ONLY(CO-FIELD-SUB) AND Digit
068400             MOVE "DIGIT IN ALPHA FIELD" TO CO-FAIL-REASON
068500         WHEN CO-DE-NUMERIC-ONLY(CO-FIELD-SUB)
068600                 AND (Vowel OR Consonant)
068700             MOVE "LETTER IN NUMERIC FIELD" TO CO-FAIL-REASON
068800     END-EVALUATE
068900     IF CO-FAIL-REASON NOT = SPACES
069000         MOVE CO-ABS-POS TO CO-FAIL-POS
069100     END-IF.
069200 3100-EXIT.
069300     EXIT.
069400
069500*----------------------------------------------------------
069600* READS FORWARD TO THE NEXT REJECT FOR THE CHOSEN FEED.
069700* RECORDS FOR OTHER FEEDS ARE LEFT EXACTLY AS THEY ARE.
069800*----------------------------------------------------------
069900 8000-READ-NEXT-REJECT.
070000*----------------------------------------------------------
070100     MOVE "N" TO CO-MATCH-SWITCH
070200     PERFORM 8100-READ-ONE-REJECT THRU 8100-EXIT
070300         UNTIL CO-END-OF-FILE
070400             OR CO-FEED-MATCHED.
070500 8000-EXIT.
070600     EXIT.
070700
070800*----------------------------------------------------------
070900 8100-READ-ONE-REJECT.
071000*----------------------------------------------------------
071100     IF CO-CHAR-MODE
071200         READ REJFILE
071300             AT END MOVE "Y" TO CO-EOF-SWITCH
071400             NOT AT END
071500                 IF CO-FEED-FILTER = SPACES
071600                     OR CO-FEED-FILTER = RJ-FEED-ID
071700                     MOVE "Y" TO CO-MATCH-SWITCH
071800                 END-IF
071900         END-READ
072000     ELSE
072100         READ FLDREJ
072200             AT END MOVE "Y" TO CO-EOF-SWITCH
072300             NOT AT END
072400                 IF CO-FEED-FILTER = SPACES
072500                     OR CO-FEED-FILTER = FR-FEED-ID
072600                     MOVE "Y" TO CO-MATCH-SWITCH
072700                 END-IF
072800         END-READ
072900     END-IF.
073000 8100-EXIT.
073100     EXIT.
073200
073300*----------------------------------------------------------
073400 8200-WRITE-JOURNAL.
073500*----------------------------------------------------------
073600     ACCEPT CJ-DATE FROM DATE YYYYMMDD
073700     ACCEPT CJ-TIME FROM TIME
073800     MOVE CO-OPERATOR-ID TO CJ-OPERATOR-ID
073900     WRITE CORRJRNL-RECORD
074000     ADD 1 TO CO-JOURNAL-COUNT.
074100 8200-EXIT.
074200     EXIT.
074300
074400*----------------------------------------------------------
074500 8500-PRINT-TOTALS.
074600*----------------------------------------------------------
074700     DISPLAY " "
074800     DISPLAY "----- SESSION TOTALS -----"
074900     IF CO-SHOWN-COUNT = ZERO
075000         DISPLAY "No rejects were shown."
075100         GO TO 8500-EXIT
075200     END-IF
075300     MOVE "Rejects shown"          TO CO-SL-LABEL
075400     MOVE CO-SHOWN-COUNT           TO CO-SL-COUNT
075500     DISPLAY CO-SUMMARY-LINE
075600     MOVE "Rejects corrected"      TO CO-SL-LABEL
075700     MOVE CO-CORRECTED-COUNT       TO CO-SL-COUNT
075800     DISPLAY CO-SUMMARY-LINE
075820     MOVE "Rejects discarded"      TO CO-SL-LABEL
075840     MOVE CO-DISCARDED-COUNT       TO CO-SL-COUNT
075860     DISPLAY CO-SUMMARY-LINE
075900     MOVE "Rejects left unchanged"   TO CO-SL-LABEL
076000     MOVE CO-SKIPPED-COUNT         TO CO-SL-COUNT
076100     DISPLAY CO-SUMMARY-LINE
076200     MOVE "Journal entries written" TO CO-SL-LABEL
076300     MOVE CO-JOURNAL-COUNT         TO CO-SL-COUNT
076400     DISPLAY CO-SUMMARY-LINE.
076500 8500-EXIT.
076600     EXIT.
076700
076800*----------------------------------------------------------
076900 9000-TERMINATE.
077000*----------------------------------------------------------
077100     IF CO-CHAR-MODE
077200         CLOSE REJFILE
077300         CLOSE CORRJRNL
077400     END-IF
077500     IF CO-FIELD-MODE
077600         CLOSE FLDREJ
077700         CLOSE CORRJRNL
077800     END-IF
077900     MOVE 0 TO RETURN-CODE.
078000 9000-EXIT.
078100     EXIT.
