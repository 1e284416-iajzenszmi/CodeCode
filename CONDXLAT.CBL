000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CONDXLAT.
000300 AUTHOR.  M. COUGHLAN.
000400 INSTALLATION.  DATA ENTRY CONTROL.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15-OCT-2026  MC   INITIAL VERSION.  CODE-PAGE TRANSLATION
001100*                   PRE-STEP FOR FEEDS PRODUCED OFF THE
001200*                   MAINFRAME.  THE CHARTYPE 88-LEVELS ARE
001300*                   WRITTEN FOR THE SHOP'S CODE PAGE, SO A
001400*                   NIGHT OF AN ASCII-ORIGIN FEED CAME OUT OF
001500*                   CONDBTCH ALMOST ENTIRELY REJECTED.  THIS
001600*                   RUN TRANSLATES THE NIGHT'S CHARFILE, BYTE
001700*                   BY BYTE, THROUGH THE FEED'S ROWS OF THE
001800*                   MAINTAINED XLATTBL TRANSLATION TABLE,
001900*                   IN EITHER THE CLASSIC OR THE PACKED
002000*                   FORMAT, AND WRITES THE RESULT TO CHAROUT
002100*                   FOR CONDBTCH OR CONDSPLT TO READ.  THE
002200*                   *TRAILER RECORD IS NEVER TREATED AS DATA.
002300*                   EVERY DATA BYTE WITH NO MAPPING IS LISTED
002400*                   BY RECORD AND COLUMN AND COUNTED BY BYTE
002500*                   VALUE, AND MORE OF THEM THAN THE SYSIN
002600*                   THRESHOLD ENDS RC=12 SO THE NIGHT IS
002700*                   HELD BEFORE CLASSIFICATION STARTS.
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
003800     SELECT CHAROUT  ASSIGN TO CHAROUT
003900         ORGANIZATION IS SEQUENTIAL.
004000
004100     SELECT XLATTBL  ASSIGN TO XLATTBL
004200         ORGANIZATION IS SEQUENTIAL.
004300
004400     SELECT XLATRPT  ASSIGN TO XLATRPT
004500         ORGANIZATION IS SEQUENTIAL.
004600
004700     SELECT SYSIN-FILE ASSIGN TO SYSIN
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200*----------------------------------------------------------
005300* CHARFILE - THE NIGHT'S FEED AS THE PARTNER SENT IT, IN
005400*   THE PARTNER'S CODE PAGE.  CLASSIC (ONE CHARACTER IN COL
005500*   1) OR PACKED (A TWO-DIGIT COUNT IN COLS 1-2 AND UP TO 78
005600*   CHARACTERS), AS CONDBTCH READS IT.
005700*----------------------------------------------------------
005800 FD  CHARFILE
005900     RECORDING MODE IS F.
006000 01  CHARFILE-RECORD             PIC X(80).
006100*----------------------------------------------------------
006200* ALTERNATE VIEW OF THE UPSTREAM "*TRAILER" END-OF-FEED
006300* MARKER, SAME AS CONDBTCH'S.
006400*----------------------------------------------------------
006500 01  CHARFILE-TRAILER-RECORD.
006600     05  CFT-TRAILER-ID          PIC X(08).
006700         88  CFT-TRAILER-PRESENT         VALUE "*TRAILER".
006800     05  FILLER                  PIC X(01).
006900     05  CFT-RECORD-COUNT        PIC 9(09).
007000     05  FILLER                  PIC X(62).
007100
007200*----------------------------------------------------------
007300* CHAROUT - THE SAME FEED IN THE SHOP'S CODE PAGE, RECORD
007400*   FOR RECORD, READY FOR CONDBTCH OR CONDSPLT.
007500*----------------------------------------------------------
007600 FD  CHAROUT
007700     RECORDING MODE IS F.
007800 01  CHAROUT-RECORD              PIC X(80).
007900
008000*----------------------------------------------------------
008100* XLATTBL - THE MAINTAINED TRANSLATION TABLE.  ONE ROW PER
008200*   BYTE VALUE PER FEED: THE PARTNER'S BYTE AND THE SHOP'S
008300*   BYTE FOR IT, EACH AS TWO HEX DIGITS, SO THE TABLE CAN BE
008400*   KEPT WITH THE ORDINARY EDITOR.  ROWS FOR FEED "********"
008500*   ARE THE BASE TABLE EVERY FEED STARTS FROM; A FEED'S OWN
008600*   ROWS OVERRIDE THEM BYTE FOR BYTE.  A BYTE VALUE WITH NO
008700*   ROW IN EITHER HAS NO MAPPING.
008800*----------------------------------------------------------
008900 FD  XLATTBL
009000     RECORDING MODE IS F.
009100 01  XLATTBL-RECORD.
009200     05  XT-FEED-ID              PIC X(08).
009300     05  FILLER                  PIC X(01).
009400     05  XT-FROM-HEX             PIC X(02).
009500     05  FILLER                  PIC X(01).
009600     05  XT-TO-HEX               PIC X(02).
009700     05  FILLER                  PIC X(01).
009800     05  XT-DESCRIPTION          PIC X(30).
009900     05  FILLER                  PIC X(35).
010000
010100 FD  XLATRPT
010200     RECORDING MODE IS F.
010300 01  XLATRPT-RECORD              PIC X(80).
010400
010500 FD  SYSIN-FILE.
010600 01  CTL-CARD.
010700*----------------------------------------------------------
010800* SYSIN CONTROL CARD LAYOUT.
010900*   COLUMNS  1- 8   FEED ID WHOSE XLATTBL ROWS APPLY
011000*                   (BLANK = "DEFAULT")
011100*   COLUMN     10   FEED FORMAT ("P" = PACKED, AS ON THE
011200*                   CONDBTCH CARD; BLANK = CLASSIC)
011300*   COLUMNS 12-18   UNMAPPED-BYTE THRESHOLD.  MORE UNMAPPED
011400*                   DATA BYTES THAN THIS ENDS RC=12 (BLANK =
011500*                   ZERO -- ANY UNMAPPED BYTE HOLDS THE FEED)
011600*----------------------------------------------------------
011700     05  CTL-FEED-ID             PIC X(08).
011800     05  FILLER                  PIC X(01).
011900     05  CTL-FORMAT-FLAG         PIC X(01).
012000         88  CTL-PACKED-FEED             VALUE "P", "p".
012100     05  FILLER                  PIC X(01).
012200     05  CTL-THRESHOLD           PIC X(07).
012300     05  FILLER                  PIC X(62).
012400
012500 WORKING-STORAGE SECTION.
012600 01  XL-SWITCHES.
012700     05  XL-EOF-SWITCH           PIC X(01)   VALUE "N".
012800         88  XL-END-OF-FILE                  VALUE "Y".
012900     05  XL-TBL-EOF-SWITCH       PIC X(01)   VALUE "N".
013000         88  XL-TBL-END-OF-FILE              VALUE "Y".
013100     05  XL-SYSIN-SWITCH         PIC X(01)   VALUE "N".
013200         88  XL-SYSIN-PRESENT                VALUE "Y".
013300     05  XL-FORMAT-SWITCH        PIC X(01)   VALUE "N".
013400         88  XL-PACKED-FORMAT                VALUE "Y".
013500     05  XL-TRAILER-SWITCH       PIC X(01)   VALUE "N".
013600         88  XL-TRAILER-AS-RECEIVED          VALUE "R".
013700         88  XL-TRAILER-TRANSLATED           VALUE "T".
013800         88  XL-TRAILER-FOUND                VALUE "R", "T".
013900     05  XL-HEX-SWITCH           PIC X(01)   VALUE "Y".
014000         88  XL-HEX-VALID                    VALUE "Y".
014100
014200 01  XL-FEED-ID                  PIC X(08)   VALUE SPACES.
014300 01  XL-RUN-DATE                 PIC 9(08)   VALUE ZERO.
014400 01  XL-THRESHOLD                PIC 9(07)   VALUE ZERO.
014500 01  XL-CTL-THRESHOLD-X.
014600     05  XL-CTL-THRESHOLD        PIC 9(07).
014700
014800*----------------------------------------------------------
014900* THE TRANSLATION IN FORCE FOR THIS FEED, ONE ENTRY PER BYTE
015000* VALUE (ENTRY 1 IS X'00', ENTRY 256 IS X'FF').  XL-ME-FROM
015100* SAYS WHICH XLATTBL ROWS SET IT; XL-ME-UNMAPPED COUNTS THE
015200* DATA BYTES OF THAT VALUE THAT HAD NO MAPPING.
015300*----------------------------------------------------------
015400 01  XL-MAP-TABLE.
015500     05  XL-MAP-ENTRY            OCCURS 256 TIMES.
015600         10  XL-ME-TO            PIC X(01).
015700         10  XL-ME-FROM          PIC X(01).
015800             88  XL-ME-UNSET             VALUE SPACE.
015900             88  XL-ME-BY-FEED           VALUE "F".
016000             88  XL-ME-BY-BASE           VALUE "B".
016100         10  XL-ME-UNMAPPED      PIC 9(09)   COMP-3.
016200 01  XL-MAP-SUB                  PIC 9(03)   COMP VALUE ZERO.
016300
016400*----------------------------------------------------------
016500* BYTE-TO-NUMBER WORK AREA, THE SAME HALFWORD OVERLAY
016600* CONDSPLT HASHES WITH: A BYTE MOVED INTO THE LOW HALF OF A
016700* ZEROED HALFWORD READS BACK AS ITS VALUE, 0-255, AND A
016800* VALUE MOVED IN READS OUT OF THE LOW HALF AS ITS BYTE.
016900*----------------------------------------------------------
017000 01  XL-BYTE-WORK.
017100     05  XL-BYTE-VALUE           PIC 9(04)   COMP.
017200 01  XL-BYTE-CHARS REDEFINES XL-BYTE-WORK.
017300     05  XL-BYTE-HIGH            PIC X(01).
017400     05  XL-BYTE-LOW             PIC X(01).
017500
017600 01  XL-HEX-DIGITS               PIC X(16)
017700                                 VALUE "0123456789ABCDEF".
017800 01  XL-HEX-TABLE REDEFINES XL-HEX-DIGITS.
017900     05  XL-HEX-DIGIT            OCCURS 16 TIMES
018000                                 INDEXED BY XL-H-IDX
018100                                 PIC X(01).
018200 01  XL-HEX-PAIR                 PIC X(02)   VALUE SPACES.
018300 01  XL-HEX-VALUE                PIC 9(03)   COMP VALUE ZERO.
018400 01  XL-NIBBLE                   PIC 9(02)   COMP VALUE ZERO.
018500 01  XL-FROM-VALUE               PIC 9(03)   COMP VALUE ZERO.
018600 01  XL-TO-BYTE                  PIC X(01)   VALUE SPACE.
018700
018800*----------------------------------------------------------
018900* THE RECORD BEING BUILT FOR CHAROUT.  XL-SIG-LIMIT IS THE
019000* LAST COLUMN THAT CARRIES DATA: COL 1 IN THE CLASSIC
019100* FORMAT, 2 PLUS THE COUNT IN THE PACKED ONE.  BYTES PAST IT
019200* ARE TRANSLATED WHERE THEY CAN BE BUT NEVER REPORTED.
019300*----------------------------------------------------------
019400 01  XL-OUT-RECORD               PIC X(80)   VALUE SPACES.
019500 01  XL-OUT-PACKED REDEFINES XL-OUT-RECORD.
019600     05  XL-OP-CHAR-COUNT        PIC 9(02).
019700     05  FILLER                  PIC X(78).
019800 01  XL-POS                      PIC 9(02)   COMP VALUE ZERO.
019900 01  XL-SIG-LIMIT                PIC 9(02)   COMP VALUE ZERO.
020000
020100 01  XL-COUNTS.
020200     05  XL-RECORD-COUNT         PIC 9(09)   COMP-3 VALUE ZERO.
020300     05  XL-TRANSLATED-COUNT     PIC 9(09)   COMP-3 VALUE ZERO.
020400     05  XL-UNMAPPED-COUNT       PIC 9(09)   COMP-3 VALUE ZERO.
020500     05  XL-BAD-COUNT-RECS       PIC 9(07)   COMP-3 VALUE ZERO.
020600     05  XL-FEED-ROWS            PIC 9(05)   COMP-3 VALUE ZERO.
020700     05  XL-BASE-ROWS            PIC 9(05)   COMP-3 VALUE ZERO.
020800     05  XL-MAPPED-VALUES        PIC 9(05)   COMP-3 VALUE ZERO.
020900     05  XL-LISTED-COUNT         PIC 9(05)   COMP-3 VALUE ZERO.
021000
021100*----------------------------------------------------------
021200* A FEED SENT ENTIRELY IN THE WRONG CODE PAGE WOULD LIST
021300* EVERY BYTE OF THE NIGHT; THE POSITION LISTING STOPS AT
021400* THIS MANY AND THE COUNTS BY BYTE VALUE CARRY THE REST.
021500*----------------------------------------------------------
021600 01  XL-LIST-LIMIT               PIC 9(05)   COMP-3 VALUE 500.
021700
021800 01  XL-TITLE-LINE.
021900     05  FILLER                  PIC X(30)
022000             VALUE "CODE-PAGE TRANSLATION         ".
022100     05  FILLER                  PIC X(05)   VALUE "FEED ".
022200     05  XL-TL-FEED              PIC X(08).
022300     05  FILLER                  PIC X(04)   VALUE SPACES.
022400     05  FILLER                  PIC X(09)   VALUE "RUN DATE ".
022500     05  XL-TL-DATE              PIC 9(08).
022600     05  FILLER                  PIC X(16)   VALUE SPACES.
022700
022800 01  XL-FORMAT-LINE.
022900     05  FILLER                  PIC X(13)
023000             VALUE "FEED FORMAT: ".
023100     05  XL-FL-FORMAT            PIC X(07).
023200     05  FILLER                  PIC X(60)   VALUE SPACES.
023300
023400 01  XL-POSITION-LINE.
023500     05  FILLER                  PIC X(09)   VALUE "  RECORD ".
023600     05  XL-PL-RECORD            PIC ZZZZZZZZ9.
023700     05  FILLER                  PIC X(09)   VALUE "  COLUMN ".
023800     05  XL-PL-COLUMN            PIC Z9.
023900     05  FILLER                  PIC X(09)   VALUE "  BYTE X'".
024000     05  XL-PL-HEX               PIC X(02).
024100     05  FILLER                  PIC X(01)   VALUE "'".
024200     05  FILLER                  PIC X(39)   VALUE SPACES.
024300
024400 01  XL-VALUE-LINE.
024500     05  FILLER                  PIC X(09)   VALUE "  BYTE X'".
024600     05  XL-VL-HEX               PIC X(02).
024700     05  FILLER                  PIC X(01)   VALUE "'".
024800     05  FILLER                  PIC X(04)   VALUE SPACES.
024900     05  XL-VL-COUNT             PIC ZZZZZZZZ9.
025000     05  FILLER                  PIC X(55)   VALUE SPACES.
025100
025200 01  XL-TOTAL-LINE.
025300     05  XL-TOT-LABEL            PIC X(40).
025400     05  XL-TOT-COUNT            PIC ZZZZZZZZ9.
025500     05  FILLER                  PIC X(31)   VALUE SPACES.
025600
025700 PROCEDURE DIVISION.
025800*----------------------------------------------------------
025900 0000-MAINLINE.
026000*----------------------------------------------------------
026100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
026200     PERFORM 2000-TRANSLATE-RECORD THRU 2000-EXIT
026300         UNTIL XL-END-OF-FILE
026400     PERFORM 7000-PRINT-SUMMARY    THRU 7000-EXIT
026500     PERFORM 9000-TERMINATE        THRU 9000-EXIT
026600     STOP RUN.
026700
026800*----------------------------------------------------------
026900 1000-INITIALIZE.
027000*----------------------------------------------------------
027100     ACCEPT XL-RUN-DATE FROM DATE YYYYMMDD
027200     PERFORM 1100-READ-SYSIN       THRU 1100-EXIT
027300     IF XL-SYSIN-PRESENT
027400         MOVE CTL-FEED-ID TO XL-FEED-ID
027500         IF CTL-PACKED-FEED
027600             MOVE "Y" TO XL-FORMAT-SWITCH
027700         END-IF
027800         MOVE CTL-THRESHOLD TO XL-CTL-THRESHOLD-X
027900         IF XL-CTL-THRESHOLD IS NUMERIC
028000             MOVE XL-CTL-THRESHOLD TO XL-THRESHOLD
028100         END-IF
028200     END-IF
028300     IF XL-FEED-ID = SPACES
028400         MOVE "DEFAULT" TO XL-FEED-ID
028500     END-IF
028600     PERFORM 1200-CLEAR-ONE-ENTRY  THRU 1200-EXIT
028700         VARYING XL-MAP-SUB FROM 1 BY 1
028800         UNTIL XL-MAP-SUB > 256
028900     PERFORM 1300-LOAD-TABLE       THRU 1300-EXIT
029000     OPEN INPUT  CHARFILE
029100     OPEN OUTPUT CHAROUT
029200     OPEN OUTPUT XLATRPT
029300     MOVE XL-FEED-ID  TO XL-TL-FEED
029400     MOVE XL-RUN-DATE TO XL-TL-DATE
029500     WRITE XLATRPT-RECORD FROM XL-TITLE-LINE
029600     IF XL-PACKED-FORMAT
029700         MOVE "PACKED"  TO XL-FL-FORMAT
029800     ELSE
029900         MOVE "CLASSIC" TO XL-FL-FORMAT
030000     END-IF
030100     WRITE XLATRPT-RECORD FROM XL-FORMAT-LINE
030200     MOVE "XLATTBL ROWS FOR THIS FEED"      TO XL-TOT-LABEL
030300     MOVE XL-FEED-ROWS                      TO XL-TOT-COUNT
030400     WRITE XLATRPT-RECORD FROM XL-TOTAL-LINE
030500     MOVE "XLATTBL BASE (********) ROWS"    TO XL-TOT-LABEL
030600     MOVE XL-BASE-ROWS                      TO XL-TOT-COUNT
030700     WRITE XLATRPT-RECORD FROM XL-TOTAL-LINE
030800     MOVE "BYTE VALUES WITH A MAPPING"      TO XL-TOT-LABEL
030900     MOVE XL-MAPPED-VALUES                  TO XL-TOT-COUNT
031000     WRITE XLATRPT-RECORD FROM XL-TOTAL-LINE
031100     MOVE SPACES TO XLATRPT-RECORD
031200     WRITE XLATRPT-RECORD
031300     MOVE "UNMAPPED DATA BYTES BY POSITION" TO XLATRPT-RECORD
031400     WRITE XLATRPT-RECORD
031500     PERFORM 8000-READ-CHARFILE    THRU 8000-EXIT.
031600 1000-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------
032000 1100-READ-SYSIN.
032100*----------------------------------------------------------
032200     OPEN INPUT SYSIN-FILE
032300     READ SYSIN-FILE
032400         AT END MOVE "N" TO XL-SYSIN-SWITCH
032500         NOT AT END MOVE "Y" TO XL-SYSIN-SWITCH
032600     END-READ
032700     CLOSE SYSIN-FILE.
032800 1100-EXIT.
032900     EXIT.
033000
033100*----------------------------------------------------------
033200 1200-CLEAR-ONE-ENTRY.
033300*----------------------------------------------------------
033400     MOVE SPACE TO XL-ME-TO(XL-MAP-SUB)
033500     MOVE SPACE TO XL-ME-FROM(XL-MAP-SUB)
033600     MOVE ZERO  TO XL-ME-UNMAPPED(XL-MAP-SUB).
033700 1200-EXIT.
033800     EXIT.
033900
034000*----------------------------------------------------------
034100* A TABLE ROW THAT CANNOT BE READ, OR TWO ROWS OF THE SAME
034200* FEED MAPPING ONE BYTE TWO WAYS, STOPS THE RUN: A FEED
034300* TRANSLATED BY A TABLE NOBODY CAN VOUCH FOR IS WORSE THAN
034400* ONE NOT TRANSLATED AT ALL.  SO DOES A FEED WITH NO TABLE.
034500*----------------------------------------------------------
034600 1300-LOAD-TABLE.
034700*----------------------------------------------------------
034800     OPEN INPUT XLATTBL
034900     PERFORM 8100-READ-XLATTBL     THRU 8100-EXIT
035000     PERFORM 1310-LOAD-ONE-ROW     THRU 1310-EXIT
035100         UNTIL XL-TBL-END-OF-FILE
035200     CLOSE XLATTBL
035300     IF XL-FEED-ROWS = ZERO AND XL-BASE-ROWS = ZERO
035400         DISPLAY "CONDXLAT: NO XLATTBL ROWS FOR FEED " XL-FEED-ID
035500             " AND NO BASE TABLE -- RUN ABENDED"
035600         MOVE 16 TO RETURN-CODE
035700         STOP RUN
035800     END-IF.
035900 1300-EXIT.
036000     EXIT.
036100
036200*----------------------------------------------------------
036300 1310-LOAD-ONE-ROW.
036400*----------------------------------------------------------
036500     IF XT-FEED-ID NOT = XL-FEED-ID
036600         AND XT-FEED-ID NOT = "********"
036700         GO TO 1310-NEXT
036800     END-IF
036900     MOVE XT-FROM-HEX TO XL-HEX-PAIR
037000     PERFORM 1320-DECODE-HEX       THRU 1320-EXIT
037100     MOVE XL-HEX-VALUE TO XL-FROM-VALUE
037200     IF XL-HEX-VALID
037300         MOVE XT-TO-HEX TO XL-HEX-PAIR
037400         PERFORM 1320-DECODE-HEX   THRU 1320-EXIT
037500     END-IF
037600     IF NOT XL-HEX-VALID
037700         DISPLAY "CONDXLAT: XLATTBL ROW " XT-FEED-ID " "
037800             XT-FROM-HEX " " XT-TO-HEX
037900             " IS NOT A PAIR OF HEX BYTES -- RUN ABENDED"
038000         CLOSE XLATTBL
038100         MOVE 16 TO RETURN-CODE
038200         STOP RUN
038300     END-IF
038400     MOVE XL-HEX-VALUE TO XL-BYTE-VALUE
038500     MOVE XL-BYTE-LOW  TO XL-TO-BYTE
038600     COMPUTE XL-MAP-SUB = XL-FROM-VALUE + 1
038700     IF XT-FEED-ID = "********"
038800         ADD 1 TO XL-BASE-ROWS
038900         IF XL-ME-BY-FEED(XL-MAP-SUB)
039000             GO TO 1310-NEXT
039100         END-IF
039200         IF XL-ME-UNSET(XL-MAP-SUB)
039300             ADD 1 TO XL-MAPPED-VALUES
039400         END-IF
039500         MOVE "B" TO XL-ME-FROM(XL-MAP-SUB)
039600         MOVE XL-TO-BYTE TO XL-ME-TO(XL-MAP-SUB)
039700         GO TO 1310-NEXT
039800     END-IF
039900     ADD 1 TO XL-FEED-ROWS
040000     IF XL-ME-BY-FEED(XL-MAP-SUB)
040100         AND XL-ME-TO(XL-MAP-SUB) NOT = XL-TO-BYTE
040200         DISPLAY "CONDXLAT: XLATTBL MAPS BYTE " XT-FROM-HEX
040300             " TWO WAYS FOR FEED " XL-FEED-ID " -- RUN ABENDED"
040400         CLOSE XLATTBL
040500         MOVE 16 TO RETURN-CODE
040600         STOP RUN
040700     END-IF
040800     IF XL-ME-UNSET(XL-MAP-SUB)
040900         ADD 1 TO XL-MAPPED-VALUES
041000     END-IF
041100     MOVE "F" TO XL-ME-FROM(XL-MAP-SUB)
041200     MOVE XL-TO-BYTE TO XL-ME-TO(XL-MAP-SUB).
041300 1310-NEXT.
041400     PERFORM 8100-READ-XLATTBL     THRU 8100-EXIT.
041500 1310-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------
041900* TWO HEX DIGITS IN XL-HEX-PAIR TO A VALUE 0-255 IN
042000* XL-HEX-VALUE.  LOWER-CASE DIGITS ARE ACCEPTED.
042100*----------------------------------------------------------
042200 1320-DECODE-HEX.
042300*----------------------------------------------------------
042400     MOVE "Y"  TO XL-HEX-SWITCH
042500     MOVE ZERO TO XL-HEX-VALUE
042600     INSPECT XL-HEX-PAIR CONVERTING "abcdef" TO "ABCDEF"
042700     SET XL-H-IDX TO 1
042800     SEARCH XL-HEX-DIGIT
042900         AT END
043000             MOVE "N" TO XL-HEX-SWITCH
043100             GO TO 1320-EXIT
043200         WHEN XL-HEX-DIGIT(XL-H-IDX) = XL-HEX-PAIR(1:1)
043300             SET XL-NIBBLE TO XL-H-IDX
043400     END-SEARCH
043500     COMPUTE XL-HEX-VALUE = (XL-NIBBLE - 1) * 16
043600     SET XL-H-IDX TO 1
043700     SEARCH XL-HEX-DIGIT
043800         AT END
043900             MOVE "N" TO XL-HEX-SWITCH
044000             GO TO 1320-EXIT
044100         WHEN XL-HEX-DIGIT(XL-H-IDX) = XL-HEX-PAIR(2:1)
044200             SET XL-NIBBLE TO XL-H-IDX
044300     END-SEARCH
044400     COMPUTE XL-HEX-VALUE = XL-HEX-VALUE + XL-NIBBLE - 1.
044500 1320-EXIT.
044600     EXIT.
044700
044800*----------------------------------------------------------
044900* THE *TRAILER RECORD IS TESTED FOR BEFORE ANYTHING ELSE: IN
045000* THE SHOP'S CODE PAGE ALREADY (AN EXTRACT WHOSE TRAILER IS
045100* ADDED ON THE MAINFRAME SIDE) IT IS COPIED AS IT STANDS;
045200* IN THE PARTNER'S CODE PAGE IT IS TRANSLATED WHOLE SO
045300* CONDBTCH CAN READ ITS ID AND COUNT.  EITHER WAY IT IS NOT
045400* DATA -- ITS BYTES ARE NEVER COUNTED OR REPORTED -- AND, AS
045500* IN CONDBTCH, IT ENDS THE FEED.
045600*----------------------------------------------------------
045700 2000-TRANSLATE-RECORD.
045800*----------------------------------------------------------
045900     IF CFT-TRAILER-PRESENT
046000         MOVE "R" TO XL-TRAILER-SWITCH
046100         WRITE CHAROUT-RECORD FROM CHARFILE-RECORD
046200         MOVE "Y" TO XL-EOF-SWITCH
046300         GO TO 2000-EXIT
046400     END-IF
046500     MOVE CHARFILE-RECORD TO XL-OUT-RECORD
046600     MOVE ZERO TO XL-SIG-LIMIT
046700     PERFORM 2500-TRANSLATE-ONE-BYTE THRU 2500-EXIT
046800         VARYING XL-POS FROM 1 BY 1
046900         UNTIL XL-POS > 8
047000     IF XL-OUT-RECORD(1:8) = "*TRAILER"
047100         PERFORM 2500-TRANSLATE-ONE-BYTE THRU 2500-EXIT
047200             VARYING XL-POS FROM 9 BY 1
047300             UNTIL XL-POS > 80
047400         MOVE "T" TO XL-TRAILER-SWITCH
047500         WRITE CHAROUT-RECORD FROM XL-OUT-RECORD
047600         MOVE "Y" TO XL-EOF-SWITCH
047700         GO TO 2000-EXIT
047800     END-IF
047900     ADD 1 TO XL-RECORD-COUNT
048000     MOVE CHARFILE-RECORD TO XL-OUT-RECORD
048100     IF XL-PACKED-FORMAT
048200         PERFORM 2100-SET-PACKED-LIMIT THRU 2100-EXIT
048300     ELSE
048400         MOVE 1 TO XL-SIG-LIMIT
048500         PERFORM 2500-TRANSLATE-ONE-BYTE THRU 2500-EXIT
048600             VARYING XL-POS FROM 1 BY 1
048700             UNTIL XL-POS > 80
048800     END-IF
048900     WRITE CHAROUT-RECORD FROM XL-OUT-RECORD
049000     PERFORM 8000-READ-CHARFILE    THRU 8000-EXIT.
049100 2000-EXIT.
049200     EXIT.
049300
049400*----------------------------------------------------------
049500* THE PACKED COUNT IN COLS 1-2 IS ITSELF IN THE PARTNER'S
049600* CODE PAGE, SO IT IS TRANSLATED (AND ITS BYTES REPORTED
049700* LIKE ANY OTHER DATA) BEFORE IT CAN SAY HOW MANY COLUMNS
049800* FOLLOW.  A COUNT THAT STILL IS NOT 01-78 AFTERWARDS IS
049900* WHAT CONDBTCH WOULD ABEND ON: THE RECORD IS COUNTED, ALL
050000* 78 COLUMNS ARE TREATED AS DATA, AND THE RUN ENDS RC=12.
050100*----------------------------------------------------------
050200 2100-SET-PACKED-LIMIT.
050300*----------------------------------------------------------
050400     MOVE 2 TO XL-SIG-LIMIT
050500     PERFORM 2500-TRANSLATE-ONE-BYTE THRU 2500-EXIT
050600         VARYING XL-POS FROM 1 BY 1
050700         UNTIL XL-POS > 2
050800     IF XL-OP-CHAR-COUNT IS NUMERIC
050900         AND XL-OP-CHAR-COUNT > ZERO
051000         AND XL-OP-CHAR-COUNT NOT > 78
051100         COMPUTE XL-SIG-LIMIT = XL-OP-CHAR-COUNT + 2
051200     ELSE
051300         ADD 1 TO XL-BAD-COUNT-RECS
051400         MOVE XL-RECORD-COUNT TO XL-TOT-COUNT
051500         MOVE "  PACKED COUNT UNREADABLE IN RECORD"
051600             TO XL-TOT-LABEL
051700         WRITE XLATRPT-RECORD FROM XL-TOTAL-LINE
051800         MOVE 80 TO XL-SIG-LIMIT
051900     END-IF
052000     PERFORM 2500-TRANSLATE-ONE-BYTE THRU 2500-EXIT
052100         VARYING XL-POS FROM 3 BY 1
052200         UNTIL XL-POS > 80.
052300 2100-EXIT.
052400     EXIT.
052500
052600*----------------------------------------------------------
052700* ONE BYTE OF CHARFILE-RECORD INTO XL-OUT-RECORD.  A BYTE
052800* WITH NO MAPPING IS LEFT AS RECEIVED, SO CONDBTCH REJECTS
052900* IT INTO THE ORDINARY REPAIR CYCLE IF THE FEED IS RELEASED
053000* WITHIN THRESHOLD; IN A DATA COLUMN IT IS ALSO LISTED AND
053100* COUNTED.
053200*----------------------------------------------------------
053300 2500-TRANSLATE-ONE-BYTE.
053400*----------------------------------------------------------
053500     MOVE ZERO TO XL-BYTE-VALUE
053600     MOVE CHARFILE-RECORD(XL-POS:1) TO XL-BYTE-LOW
053700     COMPUTE XL-MAP-SUB = XL-BYTE-VALUE + 1
053800     IF NOT XL-ME-UNSET(XL-MAP-SUB)
053900         MOVE XL-ME-TO(XL-MAP-SUB) TO XL-OUT-RECORD(XL-POS:1)
054000         IF XL-POS NOT > XL-SIG-LIMIT
054100             ADD 1 TO XL-TRANSLATED-COUNT
054200         END-IF
054300         GO TO 2500-EXIT
054400     END-IF
054500     IF XL-POS > XL-SIG-LIMIT
054600         GO TO 2500-EXIT
054700     END-IF
054800     ADD 1 TO XL-UNMAPPED-COUNT
054900     ADD 1 TO XL-ME-UNMAPPED(XL-MAP-SUB)
055000     PERFORM 2600-LIST-POSITION    THRU 2600-EXIT.
055100 2500-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------
055500 2600-LIST-POSITION.
055600*----------------------------------------------------------
055700     IF XL-LISTED-COUNT > XL-LIST-LIMIT
055800         GO TO 2600-EXIT
055900     END-IF
056000     ADD 1 TO XL-LISTED-COUNT
056100     IF XL-LISTED-COUNT > XL-LIST-LIMIT
056200         MOVE "  FURTHER POSITIONS NOT LISTED -- SEE THE"
056300             TO XLATRPT-RECORD
056400         WRITE XLATRPT-RECORD
056500         MOVE "  COUNTS BY BYTE VALUE BELOW" TO XLATRPT-RECORD
056600         WRITE XLATRPT-RECORD
056700         GO TO 2600-EXIT
056800     END-IF
056900     COMPUTE XL-HEX-VALUE = XL-MAP-SUB - 1
057000     PERFORM 7300-ENCODE-HEX       THRU 7300-EXIT
057100     MOVE XL-RECORD-COUNT TO XL-PL-RECORD
057200     MOVE XL-POS          TO XL-PL-COLUMN
057300     MOVE XL-HEX-PAIR     TO XL-PL-HEX
057400     WRITE XLATRPT-RECORD FROM XL-POSITION-LINE.
057500 2600-EXIT.
057600     EXIT.
057700
057800*----------------------------------------------------------
057900* COUNTS BY BYTE VALUE, THE TOTALS, THE TRAILER DISPOSITION
058000* AND THE THRESHOLD VERDICT.
058100*----------------------------------------------------------
058200 7000-PRINT-SUMMARY.
058300*----------------------------------------------------------
058400     IF XL-LISTED-COUNT = ZERO
058500         MOVE "  NONE" TO XLATRPT-RECORD
058600         WRITE XLATRPT-RECORD
058700     END-IF
058800     MOVE SPACES TO XLATRPT-RECORD
058900     WRITE XLATRPT-RECORD
059000     MOVE "UNMAPPED DATA BYTES BY VALUE" TO XLATRPT-RECORD
059100     WRITE XLATRPT-RECORD
059200     IF XL-UNMAPPED-COUNT = ZERO
059300         MOVE "  NONE" TO XLATRPT-RECORD
059400         WRITE XLATRPT-RECORD
059500     END-IF
059600     PERFORM 7100-PRINT-ONE-VALUE  THRU 7100-EXIT
059700         VARYING XL-MAP-SUB FROM 1 BY 1
059800         UNTIL XL-MAP-SUB > 256
059900     MOVE SPACES TO XLATRPT-RECORD
060000     WRITE XLATRPT-RECORD
060100     MOVE "DATA RECORDS READ"               TO XL-TOT-LABEL
060200     MOVE XL-RECORD-COUNT                   TO XL-TOT-COUNT
060300     WRITE XLATRPT-RECORD FROM XL-TOTAL-LINE
060400     MOVE "DATA BYTES TRANSLATED"           TO XL-TOT-LABEL
060500     MOVE XL-TRANSLATED-COUNT               TO XL-TOT-COUNT
060600     WRITE XLATRPT-RECORD FROM XL-TOTAL-LINE
060700     MOVE "DATA BYTES WITH NO MAPPING"      TO XL-TOT-LABEL
060800     MOVE XL-UNMAPPED-COUNT                 TO XL-TOT-COUNT
060900     WRITE XLATRPT-RECORD FROM XL-TOTAL-LINE
061000     MOVE "UNMAPPED-BYTE THRESHOLD"         TO XL-TOT-LABEL
061100     MOVE XL-THRESHOLD                      TO XL-TOT-COUNT
061200     WRITE XLATRPT-RECORD FROM XL-TOTAL-LINE
061300     IF XL-PACKED-FORMAT
061400         MOVE "PACKED RECORDS WITH UNREADABLE COUNT"
061500             TO XL-TOT-LABEL
061600         MOVE XL-BAD-COUNT-RECS             TO XL-TOT-COUNT
061700         WRITE XLATRPT-RECORD FROM XL-TOTAL-LINE
061800     END-IF
061900     MOVE SPACES TO XLATRPT-RECORD
062000     WRITE XLATRPT-RECORD
062100     EVALUATE TRUE
062200         WHEN XL-TRAILER-AS-RECEIVED
062300             MOVE "UPSTREAM TRAILER COPIED AS RECEIVED"
062400                 TO XLATRPT-RECORD
062500         WHEN XL-TRAILER-TRANSLATED
062600             MOVE "UPSTREAM TRAILER TRANSLATED WITH THE FEED"
062700                 TO XLATRPT-RECORD
062800         WHEN OTHER
062900             MOVE "NO UPSTREAM TRAILER RECORD"
063000                 TO XLATRPT-RECORD
063100     END-EVALUATE
063200     WRITE XLATRPT-RECORD
063300     EVALUATE TRUE
063400         WHEN XL-BAD-COUNT-RECS > ZERO
063500             MOVE "PACKED COUNTS UNREADABLE -- DO NOT CLASSIFY"
063600                 TO XLATRPT-RECORD
063700         WHEN XL-UNMAPPED-COUNT > XL-THRESHOLD
063800             MOVE "UNMAPPED OVER THRESHOLD -- DO NOT CLASSIFY"
063900                 TO XLATRPT-RECORD
064000         WHEN OTHER
064100             MOVE "WITHIN THRESHOLD -- CHAROUT RELEASED"
064200                 TO XLATRPT-RECORD
064300     END-EVALUATE
064400     WRITE XLATRPT-RECORD
064500     DISPLAY "CONDXLAT: FEED " XL-FEED-ID " " XLATRPT-RECORD.
064600 7000-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------
065000 7100-PRINT-ONE-VALUE.
065100*----------------------------------------------------------
065200     IF XL-ME-UNMAPPED(XL-MAP-SUB) = ZERO
065300         GO TO 7100-EXIT
065400     END-IF
065500     COMPUTE XL-HEX-VALUE = XL-MAP-SUB - 1
065600     PERFORM 7300-ENCODE-HEX       THRU 7300-EXIT
065700     MOVE XL-HEX-PAIR                TO XL-VL-HEX
065800     MOVE XL-ME-UNMAPPED(XL-MAP-SUB) TO XL-VL-COUNT
065900     WRITE XLATRPT-RECORD FROM XL-VALUE-LINE.
066000 7100-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------
066400* A VALUE 0-255 IN XL-HEX-VALUE TO TWO HEX DIGITS IN
066500* XL-HEX-PAIR, FOR THE REPORT.
066600*----------------------------------------------------------
066700 7300-ENCODE-HEX.
066800*----------------------------------------------------------
066900     DIVIDE XL-HEX-VALUE BY 16 GIVING XL-NIBBLE
067000     SET XL-H-IDX TO XL-NIBBLE
067100     SET XL-H-IDX UP BY 1
067200     MOVE XL-HEX-DIGIT(XL-H-IDX) TO XL-HEX-PAIR(1:1)
067300     COMPUTE XL-NIBBLE = XL-HEX-VALUE - XL-NIBBLE * 16
067400     SET XL-H-IDX TO XL-NIBBLE
067500     SET XL-H-IDX UP BY 1
067600     MOVE XL-HEX-DIGIT(XL-H-IDX) TO XL-HEX-PAIR(2:1).
067700 7300-EXIT.
067800     EXIT.
067900
068000*----------------------------------------------------------
068100 8000-READ-CHARFILE.
068200*----------------------------------------------------------
068300     READ CHARFILE
068400         AT END MOVE "Y" TO XL-EOF-SWITCH
068500     END-READ.
068600 8000-EXIT.
068700     EXIT.
068800
068900*----------------------------------------------------------
069000 8100-READ-XLATTBL.
069100*----------------------------------------------------------
069200     READ XLATTBL
069300         AT END MOVE "Y" TO XL-TBL-EOF-SWITCH
069400     END-READ.
069500 8100-EXIT.
069600     EXIT.
069700
069800*----------------------------------------------------------
069900* RC 12 HOLDS THE NIGHT: THE SCHEDULER RELEASES CONDBTCH OR
070000* CONDSPLT ON CHAROUT ONLY AT RC 4 OR BELOW.
070100*----------------------------------------------------------
070200 9000-TERMINATE.
070300*----------------------------------------------------------
070400     CLOSE CHARFILE
070500     CLOSE CHAROUT
070600     CLOSE XLATRPT
070700     EVALUATE TRUE
070800         WHEN XL-BAD-COUNT-RECS > ZERO
070900             MOVE 12 TO RETURN-CODE
071000         WHEN XL-UNMAPPED-COUNT > XL-THRESHOLD
071100             MOVE 12 TO RETURN-CODE
071200         WHEN XL-RECORD-COUNT = ZERO
071300             MOVE 8 TO RETURN-CODE
071400         WHEN XL-UNMAPPED-COUNT > ZERO
071500             MOVE 4 TO RETURN-CODE
071600         WHEN OTHER
071700             MOVE 0 TO RETURN-CODE
071800     END-EVALUATE.
071900 9000-EXIT.
072000     EXIT.
