000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CONDBKOT.
000300 AUTHOR.  M. COUGHLAN.
000400 INSTALLATION.  DATA ENTRY CONTROL.
000500 DATE-WRITTEN.  15-OCT-2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15-OCT-2026  MC   INITIAL VERSION.  CONTROLLED BACKOUT OF A
001100*                   NIGHT THAT WAS CERTIFIED AND LATER FOUND
001200*                   BAD -- WRONG CHARRULE SET, MISLABELLED
001300*                   FEED ID OR AN UPSTREAM RECALL.  FOR THE
001400*                   RUN DATE AND FEED ON SYSIN, WITH A REASON
001500*                   CODE AND THE AUTHORISING SUPERVISOR, IT
001600*                   APPENDS A REVOCATION ("REVK") CERTIFICATE
001700*                   TO CERTFILE, WHICH CONDCCHK AND CONDOUTB
001800*                   TAKE AS THE LATEST VERDICT AND HOLD ON;
001900*                   MARKS THE NIGHT'S RUNHIST ROWS REVERSED
002000*                   ("X" IN RH-REVERSED-FLAG) SO CONDTRND,
002100*                   CONDSTAT AND CONDBTCH LEAVE THEM OUT OF
002200*                   THEIR AVERAGES; AND COPIES THE CURRENT
002300*                   REJECT GENERATION FORWARD WITHOUT THE
002400*                   NIGHT'S OUTSTANDING REJECTS, TAKING THEM
002500*                   OUT OF THE CONDREPR / CONDRAGE CYCLE.
002600*                   EVERYTHING DONE IS LISTED ON BKOTRPT FOR
002700*                   THE AUDIT FILE.  WITH "F" IN SYSIN COLUMN
002800*                   33 THE NIGHT IS A CONDFLD FIELD FEED: THE
002900*                   FIELD CERTIFICATE IS REVOKED AND THE
003000*                   REJECTS ARE WITHDRAWN FROM FLDREJ.
003010* 15-OCT-2026  MC   THE REVOCATION ROW NOW CARRIES THE REVOKED
003020*                   CERTIFICATE'S CERT-KEYVER-CHECK AS WELL.
003100*----------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CERTFILE ASSIGN TO CERTFILE
003900         ORGANIZATION IS SEQUENTIAL.
004000
004100     SELECT RUNHIST  ASSIGN TO RUNHIST
004200         ORGANIZATION IS SEQUENTIAL.
004300
004400     SELECT OPTIONAL REJIN ASSIGN TO REJIN
004500         ORGANIZATION IS SEQUENTIAL.
004600
004700     SELECT REJFILE  ASSIGN TO REJFILE
004800         ORGANIZATION IS SEQUENTIAL.
004900
005000     SELECT OPTIONAL FLDREJ ASSIGN TO FLDREJ
005100         ORGANIZATION IS SEQUENTIAL.
005200
005300     SELECT FLDREJO  ASSIGN TO FLDREJO
005400         ORGANIZATION IS SEQUENTIAL.
005500
005600     SELECT BKOTRPT  ASSIGN TO BKOTRPT
005700         ORGANIZATION IS SEQUENTIAL.
005800
005900     SELECT SYSIN-FILE ASSIGN TO SYSIN
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400*----------------------------------------------------------
006500* CERTFILE - THE PERMANENT CERTIFICATE DATASET CONDCERT
006600*   APPENDS TO.  A REVOCATION IS ONE MORE ROW FOR THE SAME
006700*   RUN DATE, FEED AND FEED TYPE WITH VERDICT "REVK", THE
006800*   SUPERVISOR IN CERT-OPERATOR-ID AND THE REASON AND DATE
006900*   OF THE BACKOUT IN WHAT WAS FILLER.  THE COUNTS AND CHECK
007000*   FLAGS, CERT-KEYVER-CHECK INCLUDED, ARE THOSE OF THE
007050*   CERTIFICATE BEING REVOKED.
007100*----------------------------------------------------------
007200 FD  CERTFILE
007300     RECORDING MODE IS F.
007400 01  CERT-RECORD.
007500     05  CERT-DATE               PIC 9(08).
007600     05  FILLER                  PIC X(01).
007700     05  CERT-FEED-ID            PIC X(08).
007800     05  FILLER                  PIC X(01).
007900     05  CERT-OPERATOR-ID        PIC X(08).
008000     05  FILLER                  PIC X(01).
008100     05  CERT-TOTAL-COUNT        PIC 9(07).
008200     05  CERT-REJECT-COUNT       PIC 9(07).
008300     05  FILLER                  PIC X(01).
008400     05  CERT-FOOTER-CHECK       PIC X(01).
008500     05  CERT-TRAILER-CHECK      PIC X(01).
008600     05  CERT-BALANCE-CHECK      PIC X(01).
008700     05  FILLER                  PIC X(01).
008800     05  CERT-VERDICT            PIC X(04).
008900         88  CERT-REVOKED                    VALUE "REVK".
009000     05  FILLER                  PIC X(01).
009100     05  CERT-FEED-TYPE          PIC X(01).
009200         88  CERT-FIELD-FEED                 VALUE "F".
009300     05  FILLER                  PIC X(01).
009400     05  CERT-REVOKE-REASON      PIC X(04).
009500     05  FILLER                  PIC X(01).
009600     05  CERT-REVOKE-DATE        PIC X(08).
009700     05  FILLER                  PIC X(01).
009720     05  CERT-KEYVER-CHECK       PIC X(01).
009740     05  FILLER                  PIC X(12).
009800
009900*----------------------------------------------------------
010000* RUNHIST - PERMANENT RUN-HISTORY DATASET, SAME LAYOUT AS THE
010100*   RUNHIST FD IN CONDBTCH.  OPENED I-O: THE NIGHT'S ROWS ARE
010200*   REWRITTEN IN PLACE WITH RH-REVERSED-FLAG SET, NOT DELETED,
010300*   SO THE HISTORY STILL SHOWS THE NIGHT RAN.
010400*----------------------------------------------------------
010500 FD  RUNHIST
010600     RECORDING MODE IS F.
010700 01  RUNHIST-RECORD.
010800     05  RH-DATE                 PIC 9(08).
010900     05  FILLER                  PIC X(01).
011000     05  RH-OPERATOR-ID          PIC X(08).
011100     05  FILLER                  PIC X(01).
011200     05  RH-VOWEL-COUNT          PIC 9(07).
011300     05  RH-CONSONANT-COUNT      PIC 9(07).
011400     05  RH-DIGIT-COUNT          PIC 9(07).
011500     05  RH-SPECIAL-COUNT        PIC 9(07).
011600     05  RH-REJECT-COUNT         PIC 9(07).
011700     05  RH-TOTAL-COUNT          PIC 9(07).
011800     05  FILLER                  PIC X(01).
011900     05  RH-FEED-ID              PIC X(08).
012000     05  FILLER                  PIC X(01).
012100     05  RH-RESTART-FLAG         PIC X(01).
012200         88  RH-RESTART-NIGHT            VALUE "R".
012300     05  RH-FEED-TYPE            PIC X(01).
012400         88  RH-FIELD-FEED               VALUE "F".
012500     05  RH-REVERSED-FLAG        PIC X(01).
012600         88  RH-REVERSED                 VALUE "X".
012700     05  FILLER                  PIC X(07).
012800
012900*----------------------------------------------------------
013000* REJIN - THE CURRENT REJECT GENERATION.  REJFILE - THE NEW
013100*   ONE: EVERY REJECT NOT FROM THE NIGHT BEING BACKED OUT IS
013200*   COPIED ACROSS UNCHANGED.  CHARACTER FEEDS ONLY.
013300*----------------------------------------------------------
013400 FD  REJIN
013500     RECORDING MODE IS F.
013600 01  REJIN-RECORD.
013700     05  RI-RECORD-NUMBER        PIC 9(07).
013800     05  FILLER                  PIC X(01).
013900     05  RI-SOURCE-RECORD.
014000         10  RI-SOURCE-CHAR      PIC X(01).
014100         10  FILLER              PIC X(79).
014200     05  RI-FEED-ID              PIC X(08).
014300     05  RI-ORIG-DATE            PIC 9(08).
014400     05  RI-CYCLE-COUNT          PIC 9(03).
014500     05  RI-REJECT-TYPE          PIC X(01).
014600         88  RI-KEY-VERIFY               VALUE "K", "M".
014700     05  FILLER                  PIC X(04).
014800
014900 FD  REJFILE
015000     RECORDING MODE IS F.
015100 01  REJFILE-RECORD              PIC X(112).
015200
015300*----------------------------------------------------------
015400* FLDREJ / FLDREJO - THE SAME FOR A FIELD FEED: THE CURRENT
015500*   AND THE NEW FLDREJ GENERATION, CONDFLD'S LAYOUT.
015600*----------------------------------------------------------
015700 FD  FLDREJ
015800     RECORDING MODE IS F.
015900 01  FLDREJ-RECORD.
016000     05  FR-RECORD-NUMBER        PIC 9(07).
016100     05  FILLER                  PIC X(01).
016200     05  FR-FIELD-NAME           PIC X(10).
016300     05  FILLER                  PIC X(01).
016400     05  FR-FAIL-POS             PIC 9(03).
016500     05  FILLER                  PIC X(01).
016600     05  FR-SOURCE-RECORD        PIC X(80).
016700     05  FILLER                  PIC X(01).
016800     05  FR-FEED-ID              PIC X(08).
016900     05  FR-ORIG-DATE            PIC 9(08).
017000     05  FR-CYCLE-COUNT          PIC 9(03).
017100     05  FILLER                  PIC X(05).
017200
017300 FD  FLDREJO
017400     RECORDING MODE IS F.
017500 01  FLDREJO-RECORD              PIC X(128).
017600
017700 FD  BKOTRPT
017800     RECORDING MODE IS F.
017900 01  BKOTRPT-RECORD              PIC X(80).
018000
018100 FD  SYSIN-FILE.
018200 01  CTL-CARD.
018300*----------------------------------------------------------
018400* SYSIN CONTROL CARD LAYOUT.
018500*   COLUMNS  1- 8   RUN DATE OF THE NIGHT TO BACK OUT
018600*                   (YYYYMMDD, AS ON ITS CERTIFICATE)
018700*   COLUMNS 10-17   FEED ID (BLANK = "DEFAULT")
018800*   COLUMNS 19-22   REASON CODE:  RULE = WRONG CHARRULE SET
018900*                                 FEED = MISLABELLED FEED ID
019000*                                 RCAL = UPSTREAM RECALL
019100*                                 OTHR = OTHER (NOTE NEEDED)
019200*   COLUMNS 24-31   AUTHORISING SUPERVISOR ID
019300*   COLUMN     33   FEED TYPE ("F" = A CONDFLD FIELD FEED,
019400*                   BLANK = A CHARACTER FEED)
019500*   COLUMNS 35-74   NOTE FOR THE AUDIT FILE
019600*----------------------------------------------------------
019700     05  CTL-RUN-DATE            PIC X(08).
019800     05  FILLER                  PIC X(01).
019900     05  CTL-FEED-ID             PIC X(08).
020000     05  FILLER                  PIC X(01).
020100     05  CTL-REASON              PIC X(04).
020200     05  FILLER                  PIC X(01).
020300     05  CTL-SUPERVISOR          PIC X(08).
020400     05  FILLER                  PIC X(01).
020500     05  CTL-FEED-TYPE           PIC X(01).
020600         88  CTL-FIELD-FEED              VALUE "F", "f".
020700     05  FILLER                  PIC X(01).
020800     05  CTL-NOTE                PIC X(40).
020900     05  FILLER                  PIC X(06).
021000
021100 WORKING-STORAGE SECTION.
021200 01  BK-SWITCHES.
021300     05  BK-CERT-EOF-SWITCH      PIC X(01)   VALUE "N".
021400         88  BK-CERT-END-OF-FILE             VALUE "Y".
021500     05  BK-HIST-EOF-SWITCH      PIC X(01)   VALUE "N".
021600         88  BK-HIST-END-OF-FILE             VALUE "Y".
021700     05  BK-REJ-EOF-SWITCH       PIC X(01)   VALUE "N".
021800         88  BK-REJ-END-OF-FILE              VALUE "Y".
021900     05  BK-SYSIN-SWITCH         PIC X(01)   VALUE "N".
022000         88  BK-SYSIN-PRESENT                VALUE "Y".
022100     05  BK-FOUND-SWITCH         PIC X(01)   VALUE "N".
022200         88  BK-CERT-FOUND                   VALUE "Y".
022300
022400 01  BK-RUN-DATE                 PIC 9(08)   VALUE ZERO.
022500 01  BK-FEED-ID                  PIC X(08)   VALUE SPACES.
022600 01  BK-REASON                   PIC X(04)   VALUE SPACES.
022700 01  BK-REASON-DESC              PIC X(24)   VALUE SPACES.
022800 01  BK-SUPERVISOR               PIC X(08)   VALUE SPACES.
022900 01  BK-NOTE                     PIC X(40)   VALUE SPACES.
023000
023100*----------------------------------------------------------
023200* THE CERT-FEED-TYPE / RH-FEED-TYPE THE NIGHT CARRIES: SPACE
023300* FOR A CHARACTER FEED, "F" FOR A FIELD FEED.
023400*----------------------------------------------------------
023500 01  BK-FEED-TYPE                PIC X(01)   VALUE SPACE.
023600     88  BK-FIELD-FEED                       VALUE "F".
023700
023800 01  BK-TODAY                    PIC 9(08)   VALUE ZERO.
023900 01  BK-NOW                      PIC 9(08)   VALUE ZERO.
024000 01  BK-NOW-X                    REDEFINES BK-NOW.
024100     05  BK-NOW-HH               PIC 9(02).
024200     05  BK-NOW-MM               PIC 9(02).
024300     05  FILLER                  PIC X(04).
024400
024500*----------------------------------------------------------
024600* THE LATEST CERTIFICATE ON FILE FOR THE NIGHT -- LAST ON
024700* FILE WINS, THE RULE CONDCCHK APPLIES.
024800*----------------------------------------------------------
024900 01  BK-KEPT-CERT.
025000     05  BK-KC-OPERATOR          PIC X(08)   VALUE SPACES.
025100     05  BK-KC-TOTAL             PIC 9(07)   VALUE ZERO.
025200     05  BK-KC-REJECTS           PIC 9(07)   VALUE ZERO.
025300     05  BK-KC-FOOTER            PIC X(01)   VALUE SPACE.
025400     05  BK-KC-TRAILER           PIC X(01)   VALUE SPACE.
025500     05  BK-KC-BALANCE           PIC X(01)   VALUE SPACE.
025550     05  BK-KC-KEYVER            PIC X(01)   VALUE SPACE.
025600     05  BK-KC-VERDICT           PIC X(04)   VALUE SPACES.
025700     05  BK-KC-REVOKE-DATE       PIC X(08)   VALUE SPACES.
025800
025900 01  BK-COUNTS.
026000     05  BK-CERT-ROWS            PIC 9(05)   COMP-3 VALUE ZERO.
026100     05  BK-HIST-REVERSED        PIC 9(05)   COMP-3 VALUE ZERO.
026200     05  BK-HIST-CHARS           PIC 9(09)   COMP-3 VALUE ZERO.
026300     05  BK-REJ-READ             PIC 9(07)   COMP-3 VALUE ZERO.
026400     05  BK-REJ-WITHDRAWN        PIC 9(07)   COMP-3 VALUE ZERO.
026500     05  BK-REJ-CARRIED          PIC 9(07)   COMP-3 VALUE ZERO.
026600
026700 01  BK-COUNT-EDIT               PIC ZZZZZZZZ9.
026800
026900 01  BK-TITLE-LINE.
027000     05  FILLER                  PIC X(30)
027100             VALUE "NIGHT BACKOUT                 ".
027200     05  FILLER                  PIC X(05)   VALUE "FEED ".
027300     05  BK-TL-FEED              PIC X(08).
027400     05  FILLER                  PIC X(04)   VALUE SPACES.
027500     05  FILLER                  PIC X(09)   VALUE "RUN DATE ".
027600     05  BK-TL-DATE              PIC 9(08).
027700     05  FILLER                  PIC X(02)   VALUE SPACES.
027800     05  BK-TL-TYPE              PIC X(14).
027900
028000 01  BK-AUTH-LINE.
028100     05  FILLER                  PIC X(14)
028200             VALUE "AUTHORISED BY ".
028300     05  BK-AL-SUPERVISOR        PIC X(08).
028400     05  FILLER                  PIC X(04)   VALUE SPACES.
028500     05  FILLER                  PIC X(11)   VALUE "BACKED OUT ".
028600     05  BK-AL-DATE              PIC 9(08).
028700     05  FILLER                  PIC X(01)   VALUE SPACE.
028800     05  BK-AL-HH                PIC 9(02).
028900     05  FILLER                  PIC X(01)   VALUE ":".
029000     05  BK-AL-MM                PIC 9(02).
029100     05  FILLER                  PIC X(29)   VALUE SPACES.
029200
029300 01  BK-REASON-LINE.
029400     05  FILLER                  PIC X(14)
029500             VALUE "REASON        ".
029600     05  BK-RL-CODE              PIC X(04).
029700     05  FILLER                  PIC X(03)   VALUE " - ".
029800     05  BK-RL-DESC              PIC X(24).
029900     05  FILLER                  PIC X(35)   VALUE SPACES.
030000
030100 01  BK-NOTE-LINE.
030200     05  FILLER                  PIC X(14)
030300             VALUE "NOTE          ".
030400     05  BK-NL-NOTE              PIC X(40).
030500     05  FILLER                  PIC X(26)   VALUE SPACES.
030600
030700 01  BK-CERT-LINE.
030800     05  FILLER                  PIC X(20)
030900             VALUE "REVOKED CERTIFICATE ".
031000     05  BK-CL-VERDICT           PIC X(04).
031100     05  FILLER                  PIC X(04)   VALUE " BY ".
031200     05  BK-CL-OPERATOR          PIC X(08).
031300     05  FILLER                  PIC X(07)   VALUE " TOTAL ".
031400     05  BK-CL-TOTAL             PIC ZZZZZZ9.
031500     05  FILLER                  PIC X(09)   VALUE " REJECTS ".
031600     05  BK-CL-REJECTS           PIC ZZZZZZ9.
031700     05  FILLER                  PIC X(14)   VALUE SPACES.
031800
031900 01  BK-HIST-HEADER.
032000     05  FILLER                  PIC X(10)   VALUE "DATE      ".
032100     05  FILLER                  PIC X(10)   VALUE "OPERATOR  ".
032200     05  FILLER                  PIC X(09)   VALUE "   TOTAL ".
032300     05  FILLER                  PIC X(09)   VALUE " REJECTS ".
032400     05  FILLER                  PIC X(09)   VALUE " NIGHT   ".
032500     05  FILLER                  PIC X(33)   VALUE SPACES.
032600
032700 01  BK-HIST-LINE.
032800     05  BK-HL-DATE              PIC 9(08).
032900     05  FILLER                  PIC X(02)   VALUE SPACES.
033000     05  BK-HL-OPERATOR          PIC X(08).
033100     05  FILLER                  PIC X(02)   VALUE SPACES.
033200     05  BK-HL-TOTAL             PIC ZZZZZZ9.
033300     05  FILLER                  PIC X(02)   VALUE SPACES.
033400     05  BK-HL-REJECTS           PIC ZZZZZZ9.
033500     05  FILLER                  PIC X(02)   VALUE SPACES.
033600     05  BK-HL-NIGHT             PIC X(08).
033700     05  FILLER                  PIC X(34)   VALUE SPACES.
033800
033900 01  BK-REJ-HEADER.
034000     05  FILLER                  PIC X(11)   VALUE "RECORD-NO  ".
034100     05  FILLER                  PIC X(12)   VALUE "CHAR/FIELD  ".
034200     05  FILLER                  PIC X(08)   VALUE "CYCLES  ".
034300     05  FILLER                  PIC X(12)   VALUE "KIND        ".
034400     05  FILLER                  PIC X(37)   VALUE SPACES.
034500
034600 01  BK-REJ-LINE.
034700     05  FILLER                  PIC X(02)   VALUE SPACES.
034800     05  BK-JL-RECNO             PIC ZZZZZZ9.
034900     05  FILLER                  PIC X(02)   VALUE SPACES.
035000     05  BK-JL-WHAT              PIC X(10).
035100     05  FILLER                  PIC X(05)   VALUE SPACES.
035200     05  BK-JL-CYCLES            PIC ZZ9.
035300     05  FILLER                  PIC X(02)   VALUE SPACES.
035400     05  BK-JL-KIND              PIC X(12).
035500     05  FILLER                  PIC X(37)   VALUE SPACES.
035600
035700 01  BK-TOTAL-LINE.
035800     05  BK-TOT-LABEL            PIC X(40).
035900     05  BK-TOT-COUNT            PIC ZZZZZZZZ9.
036000     05  FILLER                  PIC X(31)   VALUE SPACES.
036100
036200 01  BK-SIGN-LINE.
036300     05  FILLER                  PIC X(40)
036400             VALUE "SUPERVISOR SIGNATURE  ________________  ".
036500     05  FILLER                  PIC X(40)
036600             VALUE "DATE  ____________                      ".
036700
036800 PROCEDURE DIVISION.
036900*----------------------------------------------------------
037000 0000-MAINLINE.
037100*----------------------------------------------------------
037200     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
037300     PERFORM 2000-REVERSE-RUNHIST  THRU 2000-EXIT
037400     PERFORM 3000-WITHDRAW-REJECTS THRU 3000-EXIT
037500     PERFORM 4000-APPEND-REVOCATION THRU 4000-EXIT
037600     PERFORM 7000-PRINT-SUMMARY    THRU 7000-EXIT
037700     PERFORM 9000-TERMINATE        THRU 9000-EXIT
037800     STOP RUN.
037900
038000*----------------------------------------------------------
038100* NOTHING IS WRITTEN OR REWRITTEN UNTIL THE CARD HAS BEEN
038200* CHECKED AND CERTFILE HAS SHOWN THE NIGHT IS NOT ALREADY
038300* BACKED OUT.
038400*----------------------------------------------------------
038500 1000-INITIALIZE.
038600*----------------------------------------------------------
038700     ACCEPT BK-TODAY FROM DATE YYYYMMDD
038800     ACCEPT BK-NOW   FROM TIME
038900     PERFORM 1100-READ-SYSIN       THRU 1100-EXIT
039000     PERFORM 1200-SCAN-CERTFILE    THRU 1200-EXIT
039100     OPEN OUTPUT BKOTRPT
039200     MOVE BK-FEED-ID       TO BK-TL-FEED
039300     MOVE BK-RUN-DATE      TO BK-TL-DATE
039400     IF BK-FIELD-FEED
039500         MOVE "FIELD FEED"     TO BK-TL-TYPE
039600     ELSE
039700         MOVE "CHARACTER FEED" TO BK-TL-TYPE
039800     END-IF
039900     WRITE BKOTRPT-RECORD FROM BK-TITLE-LINE
040000     MOVE BK-SUPERVISOR    TO BK-AL-SUPERVISOR
040100     MOVE BK-TODAY         TO BK-AL-DATE
040200     MOVE BK-NOW-HH        TO BK-AL-HH
040300     MOVE BK-NOW-MM        TO BK-AL-MM
040400     WRITE BKOTRPT-RECORD FROM BK-AUTH-LINE
040500     MOVE BK-REASON        TO BK-RL-CODE
040600     MOVE BK-REASON-DESC   TO BK-RL-DESC
040700     WRITE BKOTRPT-RECORD FROM BK-REASON-LINE
040800     IF BK-NOTE NOT = SPACES
040900         MOVE BK-NOTE      TO BK-NL-NOTE
041000         WRITE BKOTRPT-RECORD FROM BK-NOTE-LINE
041100     END-IF
041200     MOVE SPACES TO BKOTRPT-RECORD
041300     WRITE BKOTRPT-RECORD
041400     MOVE BK-KC-VERDICT    TO BK-CL-VERDICT
041500     MOVE BK-KC-OPERATOR   TO BK-CL-OPERATOR
041600     MOVE BK-KC-TOTAL      TO BK-CL-TOTAL
041700     MOVE BK-KC-REJECTS    TO BK-CL-REJECTS
041800     WRITE BKOTRPT-RECORD FROM BK-CERT-LINE
041900     IF BK-KC-VERDICT NOT = "PASS"
042000         MOVE "LATEST CERTIFICATE HAD NOT PASSED -- NOT RELEASED"
042100             TO BKOTRPT-RECORD
042200         WRITE BKOTRPT-RECORD
042300     END-IF.
042400 1000-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------
042800* A BACKOUT NEEDS A NIGHT, A REASON AND A NAME: A CARD
042900* WITHOUT A VALID RUN DATE, A KNOWN REASON CODE AND THE
043000* AUTHORISING SUPERVISOR STOPS THE RUN, AS DOES "OTHR"
043100* WITHOUT A NOTE SAYING WHAT THE OTHER REASON WAS.
043200*----------------------------------------------------------
043300 1100-READ-SYSIN.
043400*----------------------------------------------------------
043500     OPEN INPUT SYSIN-FILE
043600     READ SYSIN-FILE
043700         AT END MOVE "N" TO BK-SYSIN-SWITCH
043800         NOT AT END MOVE "Y" TO BK-SYSIN-SWITCH
043900     END-READ
044000     CLOSE SYSIN-FILE
044100     IF NOT BK-SYSIN-PRESENT
044200         DISPLAY "CONDBKOT: NO SYSIN CARD -- RUN ABENDED"
044300         MOVE 16 TO RETURN-CODE
044400         STOP RUN
044500     END-IF
044600     IF CTL-RUN-DATE IS NOT NUMERIC
044700         DISPLAY "CONDBKOT: RUN DATE " CTL-RUN-DATE
044800             " IS NOT YYYYMMDD -- RUN ABENDED"
044900         MOVE 16 TO RETURN-CODE
045000         STOP RUN
045100     END-IF
045200     MOVE CTL-RUN-DATE   TO BK-RUN-DATE
045300     MOVE CTL-FEED-ID    TO BK-FEED-ID
045400     MOVE CTL-REASON     TO BK-REASON
045500     MOVE CTL-SUPERVISOR TO BK-SUPERVISOR
045600     MOVE CTL-NOTE       TO BK-NOTE
045700     IF CTL-FIELD-FEED
045800         MOVE "F" TO BK-FEED-TYPE
045900     END-IF
046000     IF BK-FEED-ID = SPACES
046100         MOVE "DEFAULT" TO BK-FEED-ID
046200     END-IF
046300     EVALUATE BK-REASON
046400         WHEN "RULE"
046500             MOVE "WRONG CHARRULE SET"  TO BK-REASON-DESC
046600         WHEN "FEED"
046700             MOVE "MISLABELLED FEED ID" TO BK-REASON-DESC
046800         WHEN "RCAL"
046900             MOVE "UPSTREAM RECALL"     TO BK-REASON-DESC
047000         WHEN "OTHR"
047100             MOVE "OTHER -- SEE NOTE"   TO BK-REASON-DESC
047200         WHEN OTHER
047300             DISPLAY "CONDBKOT: REASON CODE " BK-REASON
047400                 " IS NOT RULE, FEED, RCAL OR OTHR -- RUN ABENDED"
047500             MOVE 16 TO RETURN-CODE
047600             STOP RUN
047700     END-EVALUATE
047800     IF BK-REASON = "OTHR" AND BK-NOTE = SPACES
047900         DISPLAY "CONDBKOT: REASON OTHR NEEDS A NOTE IN COLUMNS "
048000             "35-74 -- RUN ABENDED"
048100         MOVE 16 TO RETURN-CODE
048200         STOP RUN
048300     END-IF
048400     IF BK-SUPERVISOR = SPACES
048500         DISPLAY "CONDBKOT: NO AUTHORISING SUPERVISOR ID ON "
048600             "SYSIN -- RUN ABENDED"
048700         MOVE 16 TO RETURN-CODE
048800         STOP RUN
048900     END-IF.
049000 1100-EXIT.
049100     EXIT.
049200
049300*----------------------------------------------------------
049400* FINDS THE LATEST CERTIFICATE FOR THE NIGHT.  WITH NONE ON
049500* FILE THE CARD NAMES A NIGHT THAT WAS NEVER CERTIFIED --
049600* MOST LIKELY A WRONG DATE OR FEED -- AND THE RUN STOPS.  IF
049700* THE LATEST IS ALREADY A REVOCATION THE NIGHT HAS BEEN
049800* BACKED OUT ONCE AND THE RUN STOPS TOO.  A CERTIFICATE
049900* WRITTEN AFTER THE REVOCATION (A CORRECTED RERUN OF THE
050000* NIGHT) CAN ITSELF BE BACKED OUT.
050100*----------------------------------------------------------
050200 1200-SCAN-CERTFILE.
050300*----------------------------------------------------------
050400     MOVE "N" TO BK-CERT-EOF-SWITCH
050500     OPEN INPUT CERTFILE
050600     PERFORM 1210-READ-CERTFILE    THRU 1210-EXIT
050700         UNTIL BK-CERT-END-OF-FILE
050800     CLOSE CERTFILE
050900     IF NOT BK-CERT-FOUND
051000         DISPLAY "CONDBKOT: NO CERTIFICATE ON FILE FOR FEED "
051100             BK-FEED-ID " RUN DATE " BK-RUN-DATE
051200         DISPLAY "CONDBKOT: NOTHING TO BACK OUT -- RUN ABENDED"
051300         MOVE 16 TO RETURN-CODE
051400         STOP RUN
051500     END-IF
051600     IF BK-KC-VERDICT = "REVK"
051700         DISPLAY "CONDBKOT: FEED " BK-FEED-ID " RUN DATE "
051800             BK-RUN-DATE " WAS BACKED OUT ON " BK-KC-REVOKE-DATE
051900         DISPLAY "CONDBKOT: BY " BK-KC-OPERATOR
052000             " -- RUN ABENDED"
052100         MOVE 16 TO RETURN-CODE
052200         STOP RUN
052300     END-IF.
052400 1200-EXIT.
052500     EXIT.
052600
052700*----------------------------------------------------------
052800 1210-READ-CERTFILE.
052900*----------------------------------------------------------
053000     READ CERTFILE
053100         AT END
053200             MOVE "Y" TO BK-CERT-EOF-SWITCH
053300             GO TO 1210-EXIT
053400     END-READ
053500     IF CERT-DATE NOT = BK-RUN-DATE
053600         OR CERT-FEED-ID NOT = BK-FEED-ID
053700         OR CERT-FEED-TYPE NOT = BK-FEED-TYPE
053800         GO TO 1210-EXIT
053900     END-IF
054000     ADD 1 TO BK-CERT-ROWS
054100     MOVE "Y"                TO BK-FOUND-SWITCH
054200     MOVE CERT-OPERATOR-ID   TO BK-KC-OPERATOR
054300     MOVE CERT-TOTAL-COUNT   TO BK-KC-TOTAL
054400     MOVE CERT-REJECT-COUNT  TO BK-KC-REJECTS
054500     MOVE CERT-FOOTER-CHECK  TO BK-KC-FOOTER
054600     MOVE CERT-TRAILER-CHECK TO BK-KC-TRAILER
054700     MOVE CERT-BALANCE-CHECK TO BK-KC-BALANCE
054750     MOVE CERT-KEYVER-CHECK  TO BK-KC-KEYVER
054800     MOVE CERT-VERDICT       TO BK-KC-VERDICT
054900     MOVE CERT-REVOKE-DATE   TO BK-KC-REVOKE-DATE.
055000 1210-EXIT.
055100     EXIT.
055200
055300*----------------------------------------------------------
055400* EVERY RUNHIST ROW FOR THE NIGHT -- A RESTARTED NIGHT OR A
055500* RERUN CAN HAVE MORE THAN ONE -- IS REWRITTEN WITH THE
055600* REVERSED FLAG SET.  A ROW ALREADY REVERSED BELONGS TO AN
055700* EARLIER BACKOUT OF THE SAME NIGHT AND IS LEFT ALONE.
055800*----------------------------------------------------------
055900 2000-REVERSE-RUNHIST.
056000*----------------------------------------------------------
056100     MOVE SPACES TO BKOTRPT-RECORD
056200     WRITE BKOTRPT-RECORD
056300     MOVE "RUNHIST ROWS REVERSED" TO BKOTRPT-RECORD
056400     WRITE BKOTRPT-RECORD
056500     WRITE BKOTRPT-RECORD FROM BK-HIST-HEADER
056600     MOVE "N" TO BK-HIST-EOF-SWITCH
056700     OPEN I-O RUNHIST
056800     PERFORM 2010-REVERSE-ONE-ROW  THRU 2010-EXIT
056900         UNTIL BK-HIST-END-OF-FILE
057000     CLOSE RUNHIST
057100     IF BK-HIST-REVERSED = ZERO
057200         MOVE "  NONE -- NO RUNHIST ROW ON FILE FOR THE NIGHT"
057300             TO BKOTRPT-RECORD
057400         WRITE BKOTRPT-RECORD
057500     END-IF.
057600 2000-EXIT.
057700     EXIT.
057800
057900*----------------------------------------------------------
058000 2010-REVERSE-ONE-ROW.
058100*----------------------------------------------------------
058200     READ RUNHIST
058300         AT END
058400             MOVE "Y" TO BK-HIST-EOF-SWITCH
058500             GO TO 2010-EXIT
058600     END-READ
058700     IF RH-DATE NOT = BK-RUN-DATE
058800         OR RH-FEED-ID NOT = BK-FEED-ID
058900         OR RH-FEED-TYPE NOT = BK-FEED-TYPE
059000         OR RH-REVERSED
059100         GO TO 2010-EXIT
059200     END-IF
059300     MOVE "X" TO RH-REVERSED-FLAG
059400     REWRITE RUNHIST-RECORD
059500     ADD 1 TO BK-HIST-REVERSED
059600     IF RH-TOTAL-COUNT IS NUMERIC
059700         ADD RH-TOTAL-COUNT TO BK-HIST-CHARS
059800     END-IF
059900     MOVE RH-DATE            TO BK-HL-DATE
060000     MOVE RH-OPERATOR-ID     TO BK-HL-OPERATOR
060100     MOVE RH-TOTAL-COUNT     TO BK-HL-TOTAL
060200     MOVE RH-REJECT-COUNT    TO BK-HL-REJECTS
060300     IF RH-RESTART-NIGHT
060400         MOVE "RESTART"      TO BK-HL-NIGHT
060500     ELSE
060600         MOVE SPACES         TO BK-HL-NIGHT
060700     END-IF
060800     WRITE BKOTRPT-RECORD FROM BK-HIST-LINE.
060900 2010-EXIT.
061000     EXIT.
061100
061200*----------------------------------------------------------
061300* THE NIGHT'S OUTSTANDING REJECTS ARE THOSE ON THE CURRENT
061400* GENERATION STAMPED WITH ITS FEED AND ORIGINAL RUN DATE,
061500* WHATEVER REPAIR CYCLE THEY HAVE REACHED.  THEY ARE LISTED
061600* AND LEFT OFF THE NEW GENERATION; EVERY OTHER REJECT IS
061700* CARRIED ACROSS UNCHANGED.  A CHARACTER FEED'S ARE ON THE
061800* REJECT GDG, A FIELD FEED'S ON FLDREJ.
061900*----------------------------------------------------------
062000 3000-WITHDRAW-REJECTS.
062100*----------------------------------------------------------
062200     MOVE SPACES TO BKOTRPT-RECORD
062300     WRITE BKOTRPT-RECORD
062400     MOVE "REJECTS WITHDRAWN FROM THE REPAIR CYCLE"
062500         TO BKOTRPT-RECORD
062600     WRITE BKOTRPT-RECORD
062700     WRITE BKOTRPT-RECORD FROM BK-REJ-HEADER
062800     MOVE "N" TO BK-REJ-EOF-SWITCH
062900     IF BK-FIELD-FEED
063000         OPEN INPUT  FLDREJ
063100         OPEN OUTPUT FLDREJO
063200         PERFORM 3200-SORT-ONE-FLDREJ THRU 3200-EXIT
063300             UNTIL BK-REJ-END-OF-FILE
063400         CLOSE FLDREJ
063500         CLOSE FLDREJO
063600     ELSE
063700         OPEN INPUT  REJIN
063800         OPEN OUTPUT REJFILE
063900         PERFORM 3100-SORT-ONE-REJECT THRU 3100-EXIT
064000             UNTIL BK-REJ-END-OF-FILE
064100         CLOSE REJIN
064200         CLOSE REJFILE
064300     END-IF
064400     IF BK-REJ-WITHDRAWN = ZERO
064500         MOVE "  NONE -- NO REJECTS OUTSTANDING FOR THE NIGHT"
064600             TO BKOTRPT-RECORD
064700         WRITE BKOTRPT-RECORD
064800     END-IF.
064900 3000-EXIT.
065000     EXIT.
065100
065200*----------------------------------------------------------
065300 3100-SORT-ONE-REJECT.
065400*----------------------------------------------------------
065500     READ REJIN
065600         AT END
065700             MOVE "Y" TO BK-REJ-EOF-SWITCH
065800             GO TO 3100-EXIT
065900     END-READ
066000     ADD 1 TO BK-REJ-READ
066100     IF RI-FEED-ID NOT = BK-FEED-ID
066200         OR RI-ORIG-DATE IS NOT NUMERIC
066300         OR RI-ORIG-DATE NOT = BK-RUN-DATE
066400         WRITE REJFILE-RECORD FROM REJIN-RECORD
066500         ADD 1 TO BK-REJ-CARRIED
066600         GO TO 3100-EXIT
066700     END-IF
066800     ADD 1 TO BK-REJ-WITHDRAWN
066900     MOVE RI-RECORD-NUMBER   TO BK-JL-RECNO
067000     MOVE RI-SOURCE-CHAR     TO BK-JL-WHAT
067100     MOVE ZERO               TO BK-JL-CYCLES
067200     IF RI-CYCLE-COUNT IS NUMERIC
067300         MOVE RI-CYCLE-COUNT TO BK-JL-CYCLES
067400     END-IF
067500     IF RI-KEY-VERIFY
067600         MOVE "KEY/VERIFY"   TO BK-JL-KIND
067700     ELSE
067800         MOVE "CLASSIFY"     TO BK-JL-KIND
067900     END-IF
068000     WRITE BKOTRPT-RECORD FROM BK-REJ-LINE.
068100 3100-EXIT.
068200     EXIT.
068300
068400*----------------------------------------------------------
068500 3200-SORT-ONE-FLDREJ.
068600*----------------------------------------------------------
068700     READ FLDREJ
068800         AT END
068900             MOVE "Y" TO BK-REJ-EOF-SWITCH
069000             GO TO 3200-EXIT
069100     END-READ
069200     ADD 1 TO BK-REJ-READ
069300     IF FR-FEED-ID NOT = BK-FEED-ID
069400         OR FR-ORIG-DATE IS NOT NUMERIC
069500         OR FR-ORIG-DATE NOT = BK-RUN-DATE
069600         WRITE FLDREJO-RECORD FROM FLDREJ-RECORD
069700         ADD 1 TO BK-REJ-CARRIED
069800         GO TO 3200-EXIT
069900     END-IF
070000     ADD 1 TO BK-REJ-WITHDRAWN
070100     MOVE FR-RECORD-NUMBER   TO BK-JL-RECNO
070200     MOVE FR-FIELD-NAME      TO BK-JL-WHAT
070300     MOVE ZERO               TO BK-JL-CYCLES
070400     IF FR-CYCLE-COUNT IS NUMERIC
070500         MOVE FR-CYCLE-COUNT TO BK-JL-CYCLES
070600     END-IF
070700     MOVE "FIELD"            TO BK-JL-KIND
070800     WRITE BKOTRPT-RECORD FROM BK-REJ-LINE.
070900 3200-EXIT.
071000     EXIT.
071100
071200*----------------------------------------------------------
071300* THE REVOCATION GOES ON LAST, ONCE RUNHIST AND THE REJECTS
071400* HAVE BEEN DEALT WITH.  IT IS WRITTEN EVEN WHEN THE LATEST
071500* CERTIFICATE HAD FAILED, SO THE NIGHT CANNOT BE BACKED OUT
071600* TWICE AND CONDMORN SHOWS THAT IT WAS.
071700*----------------------------------------------------------
071800 4000-APPEND-REVOCATION.
071900*----------------------------------------------------------
072000     OPEN EXTEND CERTFILE
072100     MOVE SPACES             TO CERT-RECORD
072200     MOVE BK-RUN-DATE        TO CERT-DATE
072300     MOVE BK-FEED-ID         TO CERT-FEED-ID
072400     MOVE BK-SUPERVISOR      TO CERT-OPERATOR-ID
072500     MOVE BK-KC-TOTAL        TO CERT-TOTAL-COUNT
072600     MOVE BK-KC-REJECTS      TO CERT-REJECT-COUNT
072700     MOVE BK-KC-FOOTER       TO CERT-FOOTER-CHECK
072800     MOVE BK-KC-TRAILER      TO CERT-TRAILER-CHECK
072900     MOVE BK-KC-BALANCE      TO CERT-BALANCE-CHECK
072950     MOVE BK-KC-KEYVER       TO CERT-KEYVER-CHECK
073000     MOVE "REVK"             TO CERT-VERDICT
073100     MOVE BK-FEED-TYPE       TO CERT-FEED-TYPE
073200     MOVE BK-REASON          TO CERT-REVOKE-REASON
073300     MOVE BK-TODAY           TO CERT-REVOKE-DATE
073400     WRITE CERT-RECORD
073500     CLOSE CERTFILE.
073600 4000-EXIT.
073700     EXIT.
073800
073900*----------------------------------------------------------
074000 7000-PRINT-SUMMARY.
074100*----------------------------------------------------------
074200     MOVE SPACES TO BKOTRPT-RECORD
074300     WRITE BKOTRPT-RECORD
074400     MOVE "REVOCATION APPENDED TO CERTFILE -- NIGHT HELD"
074500         TO BKOTRPT-RECORD
074600     WRITE BKOTRPT-RECORD
074700     MOVE SPACES TO BKOTRPT-RECORD
074800     WRITE BKOTRPT-RECORD
074900     MOVE "CERTIFICATES ON FILE FOR THE NIGHT:"  TO BK-TOT-LABEL
075000     MOVE BK-CERT-ROWS                   TO BK-TOT-COUNT
075100     WRITE BKOTRPT-RECORD FROM BK-TOTAL-LINE
075200     MOVE "RUNHIST ROWS REVERSED:"       TO BK-TOT-LABEL
075300     MOVE BK-HIST-REVERSED               TO BK-TOT-COUNT
075400     WRITE BKOTRPT-RECORD FROM BK-TOTAL-LINE
075500     MOVE "  VOLUME TAKEN OUT OF THE AVERAGES:" TO BK-TOT-LABEL
075600     MOVE BK-HIST-CHARS                  TO BK-TOT-COUNT
075700     WRITE BKOTRPT-RECORD FROM BK-TOTAL-LINE
075800     MOVE "REJECTS READ:"                TO BK-TOT-LABEL
075900     MOVE BK-REJ-READ                    TO BK-TOT-COUNT
076000     WRITE BKOTRPT-RECORD FROM BK-TOTAL-LINE
076100     MOVE "  WITHDRAWN:"                 TO BK-TOT-LABEL
076200     MOVE BK-REJ-WITHDRAWN               TO BK-TOT-COUNT
076300     WRITE BKOTRPT-RECORD FROM BK-TOTAL-LINE
076400     MOVE "  CARRIED FORWARD:"           TO BK-TOT-LABEL
076500     MOVE BK-REJ-CARRIED                 TO BK-TOT-COUNT
076600     WRITE BKOTRPT-RECORD FROM BK-TOTAL-LINE
076700     MOVE SPACES TO BKOTRPT-RECORD
076800     WRITE BKOTRPT-RECORD
076900     WRITE BKOTRPT-RECORD
077000     WRITE BKOTRPT-RECORD FROM BK-SIGN-LINE
077100     CLOSE BKOTRPT.
077200 7000-EXIT.
077300     EXIT.
077400
077500*----------------------------------------------------------
077600* RC 4 MEANS THE BACKOUT RAN BUT FOUND LESS THAN A RELEASED
077700* NIGHT TO UNDO -- THE LATEST CERTIFICATE HAD FAILED, OR NO
077800* RUNHIST ROW -- SO THE CARD SHOULD BE CHECKED.
077900*----------------------------------------------------------
078000 9000-TERMINATE.
078100*----------------------------------------------------------
078200     MOVE BK-HIST-REVERSED TO BK-COUNT-EDIT
078300     DISPLAY "CONDBKOT: FEED " BK-FEED-ID " RUN DATE "
078400         BK-RUN-DATE " BACKED OUT BY " BK-SUPERVISOR
078500     DISPLAY "CONDBKOT: " BK-COUNT-EDIT " RUNHIST ROWS REVERSED"
078600     MOVE BK-REJ-WITHDRAWN TO BK-COUNT-EDIT
078700     DISPLAY "CONDBKOT: " BK-COUNT-EDIT " REJECTS WITHDRAWN"
078800     IF BK-KC-VERDICT = "PASS" AND BK-HIST-REVERSED > ZERO
078900         MOVE 0 TO RETURN-CODE
079000     ELSE
079100         DISPLAY "CONDBKOT: CERTIFICATE HAD NOT PASSED OR NO "
079200             "RUNHIST ROW FOR THE NIGHT -- CHECK THE CARD"
079300         MOVE 4 TO RETURN-CODE
079400     END-IF.
079500 9000-EXIT.
079600     EXIT.
