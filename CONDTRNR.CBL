000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CONDTRNR.
000300 AUTHOR.  M. COUGHLAN.
000400 INSTALLATION.  DATA ENTRY CONTROL.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15-OCT-2026  MC   INITIAL VERSION.  TRAINEE PROGRESS AND
001100*                   SIGN-OFF REPORT FOR THE DATA-ENTRY
001200*                   SUPERVISOR.  READS THE TRAINHST HISTORY
001300*                   CONDITIONS WRITES IN TRAINING MODE AND
001400*                   PRINTS, FOR EACH TRAINEE, EVERY SESSION
001500*                   IN THE ORDER IT WAS KEYED WITH ITS
001600*                   ACCURACY AND SPEED, THEN A PROGRESS LINE
001700*                   (FIRST, LATEST AND BEST ACCURACY) AND
001800*                   WHETHER THE TRAINEE HAS MET THE SHOP'S
001900*                   STANDARD FOR SIGN-OFF TO PRODUCTION
002000*                   KEYING: THE REQUIRED NUMBER OF MOST RECENT
002100*                   SESSIONS IN A ROW AT OR ABOVE THE SYSIN
002200*                   ACCURACY STANDARD AND AT OR UNDER THE
002300*                   RESPONSE-TIME STANDARD.  A CLOSING SECTION
002400*                   LISTS THE TRAINEES READY FOR SIGN-OFF.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT TRAINHST ASSIGN TO TRAINHST
003300         ORGANIZATION IS SEQUENTIAL.
003400
003500     SELECT TRNRPT   ASSIGN TO TRNRPT
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800     SELECT SYSIN-FILE ASSIGN TO SYSIN
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300*----------------------------------------------------------
004400* TRAINHST - ONE RECORD PER CONDITIONS TRAINING SESSION, IN
004500*   THE ORDER THE SESSIONS WERE KEYED.  SAME LAYOUT AS THE
004600*   TRAINHST FD IN CONDITIONS.
004700*----------------------------------------------------------
004800 FD  TRAINHST
004900     RECORDING MODE IS F.
005000 01  TRAINHST-RECORD.
005100     05  TH-OPERATOR-ID          PIC X(08).
005200     05  FILLER                  PIC X(01).
005300     05  TH-DATE                 PIC 9(08).
005400     05  FILLER                  PIC X(01).
005500     05  TH-TIME                 PIC 9(08).
005600     05  FILLER                  PIC X(01).
005700     05  TH-DRILL-ID             PIC X(08).
005800     05  FILLER                  PIC X(01).
005900     05  TH-ITEM-COUNT           PIC 9(05).
006000     05  FILLER                  PIC X(01).
006100     05  TH-CORRECT-COUNT        PIC 9(05).
006200     05  FILLER                  PIC X(01).
006300     05  TH-ACCURACY-PCT         PIC 9(03)V9(02).
006400     05  FILLER                  PIC X(01).
006500     05  TH-AVG-RESPONSE         PIC 9(03)V9(02).
006600     05  FILLER                  PIC X(01).
006700     05  TH-CHARS-PER-MIN        PIC 9(05).
006800     05  FILLER                  PIC X(15).
006900
007000 FD  TRNRPT
007100     RECORDING MODE IS F.
007200 01  TRNRPT-RECORD               PIC X(80).
007300
007400 FD  SYSIN-FILE.
007500 01  CTL-CARD.
007600*----------------------------------------------------------
007700* SYSIN CONTROL CARD LAYOUT (OPTIONAL).
007800*   COLUMNS  1- 3   ACCURACY STANDARD IN WHOLE PERCENT
007900*                   (DEFAULT 098)
008000*   COLUMNS  5- 8   RESPONSE STANDARD, AVERAGE SECONDS PER
008100*                   ITEM IN HUNDREDTHS (DEFAULT 0150 = 1.50)
008200*   COLUMNS 10-11   SESSIONS IN A ROW REQUIRED (DEFAULT 03)
008300*   COLUMNS 13-20   ONE OPERATOR ID TO REPORT (BLANK = ALL)
008400*----------------------------------------------------------
008500     05  CTL-ACCURACY            PIC X(03).
008600     05  FILLER                  PIC X(01).
008700     05  CTL-RESPONSE            PIC X(04).
008800     05  FILLER                  PIC X(01).
008900     05  CTL-RUN-LENGTH          PIC X(02).
009000     05  FILLER                  PIC X(01).
009100     05  CTL-OPERATOR-ID         PIC X(08).
009200     05  FILLER                  PIC X(60).
009300
009400 WORKING-STORAGE SECTION.
009500 01  TN-SWITCHES.
009600     05  TN-EOF-SWITCH           PIC X(01)   VALUE "N".
009700         88  TN-END-OF-FILE                  VALUE "Y".
009800     05  TN-SYSIN-SWITCH         PIC X(01)   VALUE "N".
009900         88  TN-SYSIN-PRESENT                VALUE "Y".
010000     05  TN-MET-SWITCH           PIC X(01)   VALUE "N".
010100         88  TN-SESSION-MET                  VALUE "Y".
010200
010300*----------------------------------------------------------
010400* THE SIGN-OFF STANDARD, FROM SYSIN OR THE SHOP DEFAULTS.
010500*----------------------------------------------------------
010600 01  TN-STD-ACCURACY             PIC 9(03)V9(02) COMP-3
010700                                             VALUE 98.
010800 01  TN-STD-RESPONSE             PIC 9(03)V9(02) COMP-3
010900                                             VALUE 1.50.
011000 01  TN-STD-RUN-LENGTH           PIC 9(02)   COMP VALUE 3.
011100 01  TN-OPERATOR-FILTER          PIC X(08)   VALUE SPACES.
011200 01  TN-CTL-ACCURACY-X.
011300     05  TN-CTL-ACCURACY         PIC 9(03).
011400 01  TN-CTL-RESPONSE-X.
011500     05  TN-CTL-RESPONSE         PIC 9(02)V9(02).
011600 01  TN-CTL-RUN-LENGTH-X.
011700     05  TN-CTL-RUN-LENGTH       PIC 9(02).
011800
011900*----------------------------------------------------------
012000* ONE ENTRY PER TRAINEE SEEN, IN ORDER OF FIRST SESSION.
012100* TN-TE-RUN IS THE NUMBER OF SESSIONS IN A ROW, ENDING WITH
012200* THE LATEST, THAT MET THE STANDARD.  ROWS FOR TRAINEES
012300* PAST THE 100TH ARE REPORTED TO SYSOUT AND LEFT OUT.
012400*----------------------------------------------------------
012500 01  TN-TRAINEE-COUNT            PIC 9(03)   COMP VALUE ZERO.
012600 01  TN-TRAINEE-TABLE.
012700     05  TN-TRAINEE-ENTRY        OCCURS 1 TO 100 TIMES
012800                                 DEPENDING ON TN-TRAINEE-COUNT
012900                                 INDEXED BY TN-T-IDX.
013000         10  TN-TE-ID            PIC X(08).
013100         10  TN-TE-SESSIONS      PIC 9(05)   COMP-3.
013200         10  TN-TE-FIRST-PCT     PIC 9(03)V9(02) COMP-3.
013300         10  TN-TE-LATEST-PCT    PIC 9(03)V9(02) COMP-3.
013400         10  TN-TE-BEST-PCT      PIC 9(03)V9(02) COMP-3.
013500         10  TN-TE-RUN           PIC 9(05)   COMP-3.
013600
013700*----------------------------------------------------------
013800* THE SESSIONS THEMSELVES, HELD SO EACH TRAINEE'S CAN BE
013900* PRINTED TOGETHER.  SESSIONS PAST THE 2000TH ARE COUNTED
014000* IN THE TRAINEE TOTALS BUT NOT LISTED.
014100*----------------------------------------------------------
014200 01  TN-SESSION-COUNT            PIC 9(05)   COMP VALUE ZERO.
014300 01  TN-SESSION-TABLE.
014400     05  TN-SESSION-ENTRY        OCCURS 1 TO 2000 TIMES
014500                                 DEPENDING ON TN-SESSION-COUNT.
014600         10  TN-SE-TRAINEE       PIC 9(03)   COMP.
014700         10  TN-SE-DATE          PIC 9(08).
014800         10  TN-SE-TIME          PIC 9(08).
014900         10  TN-SE-DRILL-ID      PIC X(08).
015000         10  TN-SE-ITEMS         PIC 9(05).
015100         10  TN-SE-PCT           PIC 9(03)V9(02).
015200         10  TN-SE-RESPONSE      PIC 9(03)V9(02).
015300         10  TN-SE-CPM           PIC 9(05).
015400         10  TN-SE-MET           PIC X(01).
015500
015600 01  TN-CURRENT-TRAINEE          PIC 9(03)   COMP VALUE ZERO.
015700 01  TN-SUB                      PIC 9(03)   COMP VALUE ZERO.
015800 01  TN-SESS-SUB                 PIC 9(05)   COMP VALUE ZERO.
015900
016000 01  TN-COUNTS.
016100     05  TN-READ-COUNT           PIC 9(07)   COMP-3 VALUE ZERO.
016200     05  TN-UNLISTED-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
016300     05  TN-OVERFLOW-COUNT       PIC 9(07)   COMP-3 VALUE ZERO.
016400     05  TN-READY-COUNT          PIC 9(05)   COMP-3 VALUE ZERO.
016500
016600 01  TN-RUN-DATE                 PIC 9(08)   VALUE ZERO.
016700
016800 01  TN-TITLE-LINE.
016900     05  FILLER                  PIC X(34)
017000             VALUE "TRAINEE PROGRESS AND SIGN-OFF    ".
017100     05  FILLER                  PIC X(09)   VALUE "RUN DATE ".
017200     05  TN-TL-DATE              PIC 9(08).
017300     05  FILLER                  PIC X(29)   VALUE SPACES.
017400
017500 01  TN-STANDARD-LINE.
017600     05  FILLER                  PIC X(19)
017700             VALUE "STANDARD: ACCURACY ".
017800     05  TN-SL-ACCURACY          PIC ZZ9.99.
017900     05  FILLER                  PIC X(12)   VALUE "%  RESPONSE ".
018000     05  TN-SL-RESPONSE          PIC ZZ9.99.
018100     05  FILLER                  PIC X(10)   VALUE " SEC  FOR ".
018200     05  TN-SL-RUN-LENGTH        PIC Z9.
018300     05  FILLER                  PIC X(17)
018400             VALUE " SESSIONS IN A RO".
018500     05  FILLER                  PIC X(08)   VALUE "W       ".
018600
018700 01  TN-TRAINEE-HEADER.
018800     05  FILLER                  PIC X(09)   VALUE "TRAINEE  ".
018900     05  TN-TH-ID                PIC X(08).
019000     05  FILLER                  PIC X(63)   VALUE SPACES.
019100
019200 01  TN-COLUMN-HEADER.
019300     05  FILLER                  PIC X(20)
019400             VALUE "  DATE      TIME    ".
019500     05  FILLER                  PIC X(20)
019600             VALUE "  DRILL     ITEMS  A".
019700     05  FILLER                  PIC X(20)
019800             VALUE "CCURACY  AVG SEC  CP".
019900     05  FILLER                  PIC X(20)
020000             VALUE "M   STD             ".
020100
020200 01  TN-SESSION-LINE.
020300     05  FILLER                  PIC X(02)   VALUE SPACES.
020400     05  TN-DL-DATE              PIC 9(08).
020500     05  FILLER                  PIC X(02)   VALUE SPACES.
020600     05  TN-DL-TIME              PIC 9(08).
020700     05  FILLER                  PIC X(02)   VALUE SPACES.
020800     05  TN-DL-DRILL-ID          PIC X(08).
020900     05  FILLER                  PIC X(01)   VALUE SPACE.
021000     05  TN-DL-ITEMS             PIC ZZZZ9.
021100     05  FILLER                  PIC X(02)   VALUE SPACES.
021200     05  TN-DL-PCT               PIC ZZ9.99.
021300     05  FILLER                  PIC X(01)   VALUE "%".
021400     05  FILLER                  PIC X(02)   VALUE SPACES.
021500     05  TN-DL-RESPONSE          PIC ZZ9.99.
021600     05  FILLER                  PIC X(02)   VALUE SPACES.
021700     05  TN-DL-CPM               PIC ZZZZ9.
021800     05  FILLER                  PIC X(03)   VALUE SPACES.
021900     05  TN-DL-MET               PIC X(03).
022000     05  FILLER                  PIC X(14)   VALUE SPACES.
022100
022200 01  TN-PROGRESS-LINE.
022300     05  FILLER                  PIC X(02)   VALUE SPACES.
022400     05  TN-PL-SESSIONS          PIC ZZZZ9.
022500     05  FILLER                  PIC X(16)
022600             VALUE " SESSIONS  FIRST".
022700     05  TN-PL-FIRST             PIC ZZ9.99.
022800     05  FILLER                  PIC X(10)   VALUE "%  LATEST ".
022900     05  TN-PL-LATEST            PIC ZZ9.99.
023000     05  FILLER                  PIC X(08)   VALUE "%  BEST ".
023100     05  TN-PL-BEST              PIC ZZ9.99.
023200     05  FILLER                  PIC X(01)   VALUE "%".
023300     05  FILLER                  PIC X(20)   VALUE SPACES.
023400
023500 01  TN-VERDICT-LINE.
023600     05  FILLER                  PIC X(02)   VALUE SPACES.
023700     05  TN-VL-TEXT              PIC X(30).
023800     05  TN-VL-RUN               PIC ZZZZ9.
023900     05  FILLER                  PIC X(04)   VALUE " OF ".
024000     05  TN-VL-NEEDED            PIC Z9.
024100     05  FILLER                  PIC X(37)
024200             VALUE " REQUIRED SESSIONS IN A ROW AT STD".
024300
024400 01  TN-READY-LINE.
024500     05  FILLER                  PIC X(02)   VALUE SPACES.
024600     05  TN-RL-ID                PIC X(08).
024700     05  FILLER                  PIC X(02)   VALUE SPACES.
024800     05  TN-RL-SESSIONS          PIC ZZZZ9.
024900     05  FILLER                  PIC X(10)   VALUE " SESSIONS ".
025000     05  FILLER                  PIC X(07)   VALUE "LATEST ".
025100     05  TN-RL-LATEST            PIC ZZ9.99.
025200     05  FILLER                  PIC X(01)   VALUE "%".
025300     05  FILLER                  PIC X(39)   VALUE SPACES.
025400
025500 01  TN-TOTAL-LINE.
025600     05  TN-TOT-LABEL            PIC X(30).
025700     05  TN-TOT-COUNT            PIC ZZZZZZ9.
025800     05  FILLER                  PIC X(43)   VALUE SPACES.
025900
026000 PROCEDURE DIVISION.
026100*----------------------------------------------------------
026200 0000-MAINLINE.
026300*----------------------------------------------------------
026400     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
026500     PERFORM 2000-LOAD-SESSION     THRU 2000-EXIT
026600         UNTIL TN-END-OF-FILE
026700     PERFORM 3000-PRINT-TRAINEE    THRU 3000-EXIT
026800         VARYING TN-SUB FROM 1 BY 1
026900         UNTIL TN-SUB > TN-TRAINEE-COUNT
027000     PERFORM 4000-PRINT-SIGN-OFF   THRU 4000-EXIT
027100     PERFORM 9000-TERMINATE        THRU 9000-EXIT
027200     STOP RUN.
027300
027400*----------------------------------------------------------
027500 1000-INITIALIZE.
027600*----------------------------------------------------------
027700     OPEN INPUT  TRAINHST
027800     OPEN OUTPUT TRNRPT
027900     PERFORM 1100-READ-SYSIN       THRU 1100-EXIT
028000     ACCEPT TN-RUN-DATE FROM DATE YYYYMMDD
028100     MOVE TN-RUN-DATE       TO TN-TL-DATE
028200     WRITE TRNRPT-RECORD FROM TN-TITLE-LINE
028300     MOVE TN-STD-ACCURACY   TO TN-SL-ACCURACY
028400     MOVE TN-STD-RESPONSE   TO TN-SL-RESPONSE
028500     MOVE TN-STD-RUN-LENGTH TO TN-SL-RUN-LENGTH
028600     WRITE TRNRPT-RECORD FROM TN-STANDARD-LINE
028700     PERFORM 8000-READ-TRAINHST    THRU 8000-EXIT.
028800 1000-EXIT.
028900     EXIT.
029000
029100*----------------------------------------------------------
029200 1100-READ-SYSIN.
029300*----------------------------------------------------------
029400     OPEN INPUT SYSIN-FILE
029500     READ SYSIN-FILE
029600         AT END MOVE "N" TO TN-SYSIN-SWITCH
029700         NOT AT END MOVE "Y" TO TN-SYSIN-SWITCH
029800     END-READ
029900     CLOSE SYSIN-FILE
030000     IF NOT TN-SYSIN-PRESENT
030100         GO TO 1100-EXIT
030200     END-IF
030300     MOVE CTL-ACCURACY TO TN-CTL-ACCURACY-X
030400     IF TN-CTL-ACCURACY IS NUMERIC
030500         AND TN-CTL-ACCURACY > ZERO
030600         MOVE TN-CTL-ACCURACY TO TN-STD-ACCURACY
030700     END-IF
030800     MOVE CTL-RESPONSE TO TN-CTL-RESPONSE-X
030900     IF TN-CTL-RESPONSE IS NUMERIC
031000         AND TN-CTL-RESPONSE > ZERO
031100         MOVE TN-CTL-RESPONSE TO TN-STD-RESPONSE
031200     END-IF
031300     MOVE CTL-RUN-LENGTH TO TN-CTL-RUN-LENGTH-X
031400     IF TN-CTL-RUN-LENGTH IS NUMERIC
031500         AND TN-CTL-RUN-LENGTH > ZERO
031600         MOVE TN-CTL-RUN-LENGTH TO TN-STD-RUN-LENGTH
031700     END-IF
031800     MOVE CTL-OPERATOR-ID TO TN-OPERATOR-FILTER.
031900 1100-EXIT.
032000     EXIT.
032100
032200*----------------------------------------------------------
032300* EACH SESSION IS JUDGED AGAINST THE STANDARD AS IT IS
032400* LOADED.  THE HISTORY IS IN KEYING ORDER, SO A FAILED
032500* SESSION RESETS THE TRAINEE'S RUN AND THE RUN LEFT AT END
032600* OF FILE IS THE ONE ENDING WITH THE LATEST SESSION.
032700*----------------------------------------------------------
032800 2000-LOAD-SESSION.
032900*----------------------------------------------------------
033000     IF TN-OPERATOR-FILTER NOT = SPACES
033100         AND TN-OPERATOR-FILTER NOT = TH-OPERATOR-ID
033200         GO TO 2000-NEXT
033300     END-IF
033400     PERFORM 2100-FIND-TRAINEE     THRU 2100-EXIT
033500     IF TN-CURRENT-TRAINEE = ZERO
033600         ADD 1 TO TN-OVERFLOW-COUNT
033700         GO TO 2000-NEXT
033800     END-IF
033900     IF TH-ACCURACY-PCT NOT LESS THAN TN-STD-ACCURACY
034000         AND TH-AVG-RESPONSE NOT GREATER THAN TN-STD-RESPONSE
034100         MOVE "Y" TO TN-MET-SWITCH
034200     ELSE
034300         MOVE "N" TO TN-MET-SWITCH
034400     END-IF
034500     ADD 1 TO TN-TE-SESSIONS(TN-CURRENT-TRAINEE)
034600     IF TN-TE-SESSIONS(TN-CURRENT-TRAINEE) = 1
034700         MOVE TH-ACCURACY-PCT
034800             TO TN-TE-FIRST-PCT(TN-CURRENT-TRAINEE)
034900     END-IF
035000     MOVE TH-ACCURACY-PCT TO TN-TE-LATEST-PCT(TN-CURRENT-TRAINEE)
035100     IF TH-ACCURACY-PCT > TN-TE-BEST-PCT(TN-CURRENT-TRAINEE)
035200         MOVE TH-ACCURACY-PCT
035300             TO TN-TE-BEST-PCT(TN-CURRENT-TRAINEE)
035400     END-IF
035500     IF TN-SESSION-MET
035600         ADD 1 TO TN-TE-RUN(TN-CURRENT-TRAINEE)
035700     ELSE
035800         MOVE ZERO TO TN-TE-RUN(TN-CURRENT-TRAINEE)
035900     END-IF
036000     IF TN-SESSION-COUNT NOT LESS THAN 2000
036100         ADD 1 TO TN-UNLISTED-COUNT
036200         GO TO 2000-NEXT
036300     END-IF
036400     ADD 1 TO TN-SESSION-COUNT
036500     MOVE TN-CURRENT-TRAINEE TO TN-SE-TRAINEE(TN-SESSION-COUNT)
036600     MOVE TH-DATE            TO TN-SE-DATE(TN-SESSION-COUNT)
036700     MOVE TH-TIME            TO TN-SE-TIME(TN-SESSION-COUNT)
036800     MOVE TH-DRILL-ID        TO TN-SE-DRILL-ID(TN-SESSION-COUNT)
036900     MOVE TH-ITEM-COUNT      TO TN-SE-ITEMS(TN-SESSION-COUNT)
037000     MOVE TH-ACCURACY-PCT    TO TN-SE-PCT(TN-SESSION-COUNT)
037100     MOVE TH-AVG-RESPONSE    TO TN-SE-RESPONSE(TN-SESSION-COUNT)
037200     MOVE TH-CHARS-PER-MIN   TO TN-SE-CPM(TN-SESSION-COUNT)
037300     MOVE TN-MET-SWITCH      TO TN-SE-MET(TN-SESSION-COUNT).
037400 2000-NEXT.
037500     PERFORM 8000-READ-TRAINHST    THRU 8000-EXIT.
037600 2000-EXIT.
037700     EXIT.
037800
037900*----------------------------------------------------------
038000* SETS TN-CURRENT-TRAINEE TO THE ENTRY FOR TH-OPERATOR-ID,
038100* ADDING ONE IF THERE IS ROOM; ZERO MEANS THE TABLE IS FULL.
038200*----------------------------------------------------------
038300 2100-FIND-TRAINEE.
038400*----------------------------------------------------------
038500     MOVE ZERO TO TN-CURRENT-TRAINEE
038600     SET TN-T-IDX TO 1
038700     SEARCH TN-TRAINEE-ENTRY
038800         AT END
038900             IF TN-TRAINEE-COUNT < 100
039000                 ADD 1 TO TN-TRAINEE-COUNT
039100                 MOVE TN-TRAINEE-COUNT TO TN-CURRENT-TRAINEE
039200                 MOVE TH-OPERATOR-ID
039300                     TO TN-TE-ID(TN-CURRENT-TRAINEE)
039400                 MOVE ZERO TO TN-TE-SESSIONS(TN-CURRENT-TRAINEE)
039500                 MOVE ZERO TO TN-TE-FIRST-PCT(TN-CURRENT-TRAINEE)
039600                 MOVE ZERO TO TN-TE-LATEST-PCT(TN-CURRENT-TRAINEE)
039700                 MOVE ZERO TO TN-TE-BEST-PCT(TN-CURRENT-TRAINEE)
039800                 MOVE ZERO TO TN-TE-RUN(TN-CURRENT-TRAINEE)
039900             END-IF
040000         WHEN TN-TE-ID(TN-T-IDX) = TH-OPERATOR-ID
040100             SET TN-CURRENT-TRAINEE TO TN-T-IDX
040200     END-SEARCH.
040300 2100-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------
040700 3000-PRINT-TRAINEE.
040800*----------------------------------------------------------
040900     MOVE SPACES TO TRNRPT-RECORD
041000     WRITE TRNRPT-RECORD
041100     MOVE TN-TE-ID(TN-SUB) TO TN-TH-ID
041200     WRITE TRNRPT-RECORD FROM TN-TRAINEE-HEADER
041300     WRITE TRNRPT-RECORD FROM TN-COLUMN-HEADER
041400     PERFORM 3100-PRINT-SESSION    THRU 3100-EXIT
041500         VARYING TN-SESS-SUB FROM 1 BY 1
041600         UNTIL TN-SESS-SUB > TN-SESSION-COUNT
041700     MOVE TN-TE-SESSIONS(TN-SUB)   TO TN-PL-SESSIONS
041800     MOVE TN-TE-FIRST-PCT(TN-SUB)  TO TN-PL-FIRST
041900     MOVE TN-TE-LATEST-PCT(TN-SUB) TO TN-PL-LATEST
042000     MOVE TN-TE-BEST-PCT(TN-SUB)   TO TN-PL-BEST
042100     WRITE TRNRPT-RECORD FROM TN-PROGRESS-LINE
042200     IF TN-TE-RUN(TN-SUB) NOT LESS THAN TN-STD-RUN-LENGTH
042300         MOVE "READY FOR SIGN-OFF --" TO TN-VL-TEXT
042400         ADD 1 TO TN-READY-COUNT
042500     ELSE
042600         MOVE "NOT YET READY --" TO TN-VL-TEXT
042700     END-IF
042800     MOVE TN-TE-RUN(TN-SUB)  TO TN-VL-RUN
042900     MOVE TN-STD-RUN-LENGTH  TO TN-VL-NEEDED
043000     WRITE TRNRPT-RECORD FROM TN-VERDICT-LINE.
043100 3000-EXIT.
043200     EXIT.
043300
043400*----------------------------------------------------------
043500 3100-PRINT-SESSION.
043600*----------------------------------------------------------
043700     IF TN-SE-TRAINEE(TN-SESS-SUB) NOT = TN-SUB
043800         GO TO 3100-EXIT
043900     END-IF
044000     MOVE TN-SE-DATE(TN-SESS-SUB)     TO TN-DL-DATE
044100     MOVE TN-SE-TIME(TN-SESS-SUB)     TO TN-DL-TIME
044200     MOVE TN-SE-DRILL-ID(TN-SESS-SUB) TO TN-DL-DRILL-ID
044300     MOVE TN-SE-ITEMS(TN-SESS-SUB)    TO TN-DL-ITEMS
044400     MOVE TN-SE-PCT(TN-SESS-SUB)      TO TN-DL-PCT
044500     MOVE TN-SE-RESPONSE(TN-SESS-SUB) TO TN-DL-RESPONSE
044600     MOVE TN-SE-CPM(TN-SESS-SUB)      TO TN-DL-CPM
044700     IF TN-SE-MET(TN-SESS-SUB) = "Y"
044800         MOVE "MET" TO TN-DL-MET
044900     ELSE
045000         MOVE "---" TO TN-DL-MET
045100     END-IF
045200     WRITE TRNRPT-RECORD FROM TN-SESSION-LINE.
045300 3100-EXIT.
045400     EXIT.
045500
045600*----------------------------------------------------------
045700 4000-PRINT-SIGN-OFF.
045800*----------------------------------------------------------
045900     MOVE SPACES TO TRNRPT-RECORD
046000     WRITE TRNRPT-RECORD
046100     MOVE "TRAINEES READY FOR SIGN-OFF TO PRODUCTION KEYING"
046200         TO TRNRPT-RECORD
046300     WRITE TRNRPT-RECORD
046400     IF TN-READY-COUNT = ZERO
046500         MOVE "  NONE." TO TRNRPT-RECORD
046600         WRITE TRNRPT-RECORD
046700     ELSE
046800         PERFORM 4100-PRINT-READY-TRAINEE THRU 4100-EXIT
046900             VARYING TN-SUB FROM 1 BY 1
047000             UNTIL TN-SUB > TN-TRAINEE-COUNT
047100     END-IF
047200     MOVE SPACES TO TRNRPT-RECORD
047300     WRITE TRNRPT-RECORD
047400     MOVE "SESSIONS READ:"             TO TN-TOT-LABEL
047500     MOVE TN-READ-COUNT                TO TN-TOT-COUNT
047600     WRITE TRNRPT-RECORD FROM TN-TOTAL-LINE
047700     MOVE "TRAINEES REPORTED:"         TO TN-TOT-LABEL
047800     MOVE TN-TRAINEE-COUNT             TO TN-TOT-COUNT
047900     WRITE TRNRPT-RECORD FROM TN-TOTAL-LINE
048000     MOVE "TRAINEES READY:"            TO TN-TOT-LABEL
048100     MOVE TN-READY-COUNT               TO TN-TOT-COUNT
048200     WRITE TRNRPT-RECORD FROM TN-TOTAL-LINE
048300     IF TN-UNLISTED-COUNT > ZERO
048400         MOVE "SESSIONS COUNTED, NOT LISTED:" TO TN-TOT-LABEL
048500         MOVE TN-UNLISTED-COUNT        TO TN-TOT-COUNT
048600         WRITE TRNRPT-RECORD FROM TN-TOTAL-LINE
048700     END-IF
048800     IF TN-OVERFLOW-COUNT > ZERO
048900         DISPLAY "CONDTRNR: MORE THAN 100 TRAINEES -- "
049000             TN-OVERFLOW-COUNT " SESSIONS LEFT OUT"
049100         MOVE "SESSIONS LEFT OUT (TABLE FULL):" TO TN-TOT-LABEL
049200         MOVE TN-OVERFLOW-COUNT        TO TN-TOT-COUNT
049300         WRITE TRNRPT-RECORD FROM TN-TOTAL-LINE
049400     END-IF.
049500 4000-EXIT.
049600     EXIT.
049700
049800*----------------------------------------------------------
049900 4100-PRINT-READY-TRAINEE.
050000*----------------------------------------------------------
050100     IF TN-TE-RUN(TN-SUB) < TN-STD-RUN-LENGTH
050200         GO TO 4100-EXIT
050300     END-IF
050400     MOVE TN-TE-ID(TN-SUB)         TO TN-RL-ID
050500     MOVE TN-TE-SESSIONS(TN-SUB)   TO TN-RL-SESSIONS
050600     MOVE TN-TE-LATEST-PCT(TN-SUB) TO TN-RL-LATEST
050700     WRITE TRNRPT-RECORD FROM TN-READY-LINE.
050800 4100-EXIT.
050900     EXIT.
051000
051100*----------------------------------------------------------
051200 8000-READ-TRAINHST.
051300*----------------------------------------------------------
051400     READ TRAINHST
051500         AT END MOVE "Y" TO TN-EOF-SWITCH
051600         NOT AT END ADD 1 TO TN-READ-COUNT
051700     END-READ.
051800 8000-EXIT.
051900     EXIT.
052000
052100*----------------------------------------------------------
052200 9000-TERMINATE.
052300*----------------------------------------------------------
052400     CLOSE TRAINHST
052500     CLOSE TRNRPT
052600     IF TN-READ-COUNT = ZERO
052700         MOVE 8 TO RETURN-CODE
052800     ELSE
052900         MOVE 0 TO RETURN-CODE
053000     END-IF.
053100 9000-EXIT.
053200     EXIT.
