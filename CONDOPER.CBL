002150*                   TO ONE FEED, SO TWO EXTRACTS RUN BACK
002160*                   TO BACK CAN BE READ APART.  BLANK KEEPS
002170*                   THE LEGACY ALL-ROWS BEHAVIOUR.
002171* 15-OCT-2026  MC   ADDED THE KEY/VERIFY DISAGREEMENT RATE
002172*                   SECTION FROM THE PERMANENT KVHIST DATASET
002173*                   CONDKVER WRITES (OPTIONAL DD).  A RATE OVER
002174*                   THE SYSIN THRESHOLD IS FLAGGED AND COUNTS AS
002175*                   AN EXCEPTION.
002181* 02-SEP-2026  MC   ADDED SUMMARY-INPUT MODE ("S" IN SYSIN
002182*                   COLUMN 13).  WHEN THE DETAIL AUDITLOG
002183*                   GENERATION HAS BEEN ROLLED UP BY
003510
003520     SELECT OPTIONAL OPERMAST ASSIGN TO OPERMAST
003530         ORGANIZATION IS SEQUENTIAL.
003540
003545     SELECT OPTIONAL KVHIST ASSIGN TO KVHIST
003550         ORGANIZATION IS SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
006507     05  OM-EFF-DATE             PIC 9(08).
006508     05  FILLER                  PIC X(25).
006509
006510*----------------------------------------------------------
006513* KVHIST - PERMANENT KEY/VERIFY HISTORY WRITTEN BY CONDKVER,
006516*   ONE ROW PER OPERATOR PER COMPARISON: CHARACTERS KEYED AND
006519*   THE DISAGREEMENTS FOUND IN THAT BATCH.  THE DD IS
006522*   OPTIONAL; WITHOUT IT THE SECTION IS LEFT OFF.
006525*----------------------------------------------------------
006528 FD  KVHIST
006531     RECORDING MODE IS F.
006534 01  KVHIST-RECORD.
006537     05  KH-RUN-DATE             PIC 9(08).
006540     05  FILLER                  PIC X(01).
006543     05  KH-FEED-ID              PIC X(08).
006546     05  FILLER                  PIC X(01).
006549     05  KH-OPERATOR-ID          PIC X(08).
006552     05  FILLER                  PIC X(01).
006555     05  KH-ROLE                 PIC X(01).
006558     05  FILLER                  PIC X(01).
006561     05  KH-CHARS-KEYED          PIC 9(07).
006564     05  FILLER                  PIC X(01).
006567     05  KH-DISAGREEMENTS        PIC 9(07).
006570     05  FILLER                  PIC X(01).
006573     05  KH-OTHER-OPERATOR       PIC X(08).
006576     05  FILLER                  PIC X(27).
006579
006600 WORKING-STORAGE SECTION.
006700 01  OP-SWITCHES.
006800     05  OP-EOF-SWITCH           PIC X(01)   VALUE "N".
007700         88  OP-SWAPPED                      VALUE "Y".
007710     05  OP-MODE-SWITCH          PIC X(01)   VALUE "N".
007720         88  OP-SUMMARY-MODE                 VALUE "Y".
007730     05  OP-KV-EXCP-SWITCH       PIC X(01)   VALUE "N".
007740         88  OP-KV-EXCEPTIONS-FOUND          VALUE "Y".
007800
007900 01  OP-THRESHOLD                PIC 9(02)   COMP-3 VALUE 10.
008000 01  OP-CTL-THRESHOLD-X.
008248     88  OP-LOOKUP-FOUND                 VALUE "Y".
008249 01  OP-GROUP-KEY                PIC X(08)   VALUE SPACES.
008250
008251*----------------------------------------------------------
008253* KEY/VERIFY TOTALS PER OPERATOR, FROM KVHIST.  AS WITH THE
008255* OPERATOR TABLE, IDS PAST THE 50TH ARE COUNTED AND LEFT OUT.
008257*----------------------------------------------------------
008259 01  OP-KV-COUNT                 PIC 9(03)   COMP VALUE ZERO.
008261 01  OP-KV-TABLE.
008263     05  OP-KV-ENTRY             OCCURS 1 TO 50 TIMES
008265                                 DEPENDING ON OP-KV-COUNT
008267                                 INDEXED BY OP-K-IDX.
008269         10  OP-KE-ID            PIC X(08).
008271         10  OP-KE-RUNS          PIC 9(05)   COMP-3.
008273         10  OP-KE-KEYED         PIC 9(09)   COMP-3.
008275         10  OP-KE-DISAGREE      PIC 9(09)   COMP-3.
008277
008279 01  OP-KV-EOF-SWITCH            PIC X(01)   VALUE "N".
008281     88  OP-KV-END-OF-FILE               VALUE "Y".
008283 01  OP-KV-OVERFLOW              PIC 9(05)   COMP-3 VALUE ZERO.
008285
008300*----------------------------------------------------------
008400* ONE ENTRY PER DISTINCT OPERATOR ID SEEN IN THE AUDIT
008500* TRAIL.  AUDIT ROWS BEYOND THE 50TH DISTINCT OPERATOR ARE
014978     05  FILLER                  PIC X(01)   VALUE "%".
014979     05  FILLER                  PIC X(45)   VALUE SPACES.
015000
015002*----------------------------------------------------------
015005* KEY/VERIFY RATE LINES.  RUNS IS THE NUMBER OF COMPARISONS
015008* THE OPERATOR TOOK PART IN, ON EITHER SIDE.
015011*----------------------------------------------------------
015014 01  OP-KV-HEADER.
015017     05  FILLER                  PIC X(10)   VALUE "OPERATOR  ".
015020     05  FILLER                  PIC X(06)   VALUE "RUNS  ".
015023     05  FILLER                  PIC X(10)   VALUE "   KEYED  ".
015026     05  FILLER                  PIC X(09)   VALUE "  DIFFS  ".
015029     05  FILLER                  PIC X(08)   VALUE "  RATE% ".
015032     05  FILLER                  PIC X(37)   VALUE SPACES.
015035
015038 01  OP-KV-LINE.
015041     05  OP-KL-ID                PIC X(08).
015044     05  FILLER                  PIC X(02)   VALUE SPACES.
015047     05  OP-KL-RUNS              PIC ZZZ9.
015050     05  FILLER                  PIC X(02)   VALUE SPACES.
015053     05  OP-KL-KEYED             PIC ZZZZZZZ9.
015056     05  FILLER                  PIC X(02)   VALUE SPACES.
015059     05  OP-KL-DISAGREE          PIC ZZZZZZ9.
015062     05  FILLER                  PIC X(02)   VALUE SPACES.
015065     05  OP-KL-PCT               PIC ZZ9.99.
015068     05  FILLER                  PIC X(01)   VALUE "%".
015071     05  FILLER                  PIC X(01)   VALUE SPACE.
015074     05  OP-KL-NAME              PIC X(20).
015077     05  FILLER                  PIC X(01)   VALUE SPACE.
015080     05  OP-KL-FLAG              PIC X(16).
015083
015100 PROCEDURE DIVISION.
015200*----------------------------------------------------------
015300 0000-MAINLINE.
015900     PERFORM 4000-PRINT-HOURS      THRU 4000-EXIT
015910     PERFORM 4500-PRINT-TEAMS      THRU 4500-EXIT
015920     PERFORM 4600-PRINT-SHIFTS     THRU 4600-EXIT
015950     PERFORM 5500-PRINT-KEY-VERIFY THRU 5500-EXIT
016000     PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT
016100     PERFORM 9000-TERMINATE        THRU 9000-EXIT
016200     STOP RUN.
035100     PERFORM 5200-PRINT-ONE-EXCEPTION THRU 5200-EXIT
035200         VARYING OP-SUB FROM 1 BY 1
035300         UNTIL OP-SUB > OP-OPER-COUNT
035400     IF NOT OP-EXCEPTIONS-FOUND AND NOT OP-KV-EXCEPTIONS-FOUND
035500         MOVE "NO OPERATOR OVER THRESHOLD" TO OPERRPT-RECORD
035600         WRITE OPERRPT-RECORD
035700     END-IF
035710     IF OP-KV-EXCEPTIONS-FOUND
035720         MOVE "KEY/VERIFY RATE OVER THRESHOLD -- SEE ABOVE"
035730             TO OPERRPT-RECORD
035740         WRITE OPERRPT-RECORD
035750     END-IF.
035800 5000-EXIT.
035900     EXIT.
036000
040800     WRITE OPERRPT-RECORD FROM OP-OPER-LINE.
040900 5200-EXIT.
041000     EXIT.
041001
041002*----------------------------------------------------------
041003* KEY/VERIFY DISAGREEMENT RATES.  EACH OPERATOR'S RATE IS
041004* THE DISAGREEMENTS IN THE BATCHES THEY KEYED, EITHER SIDE,
041005* PER HUNDRED CHARACTERS THEY KEYED.  THE FEED SELECTED ON
041006* SYSIN APPLIES; NOTHING PRINTS WHEN KVHIST HAS NO ROWS.
041007*----------------------------------------------------------
041008 5500-PRINT-KEY-VERIFY.
041009*----------------------------------------------------------
041010     MOVE ZERO TO OP-KV-COUNT
041011     MOVE "N"  TO OP-KV-EOF-SWITCH
041012     OPEN INPUT KVHIST
041013     PERFORM 5510-TALLY-ONE-KVHIST THRU 5510-EXIT
041014         UNTIL OP-KV-END-OF-FILE
041015     CLOSE KVHIST
041016     IF OP-KV-COUNT = ZERO
041017         GO TO 5500-EXIT
041018     END-IF
041019     MOVE SPACES TO OPERRPT-RECORD
041020     WRITE OPERRPT-RECORD
041021     MOVE "KEY/VERIFY DISAGREEMENT RATES" TO OPERRPT-RECORD
041022     WRITE OPERRPT-RECORD
041023     WRITE OPERRPT-RECORD FROM OP-KV-HEADER
041024     PERFORM 5520-PRINT-ONE-KV THRU 5520-EXIT
041025         VARYING OP-SUB FROM 1 BY 1
041026         UNTIL OP-SUB > OP-KV-COUNT.
041027 5500-EXIT.
041028     EXIT.
041100
041101*----------------------------------------------------------
041102 5510-TALLY-ONE-KVHIST.
041103*----------------------------------------------------------
041104     READ KVHIST
041105         AT END
041106             MOVE "Y" TO OP-KV-EOF-SWITCH
041107             GO TO 5510-EXIT
041108     END-READ
041109     IF OP-FEED-ID NOT = SPACES
041110         AND KH-FEED-ID NOT = OP-FEED-ID
041111         GO TO 5510-EXIT
041112     END-IF
041113     IF KH-CHARS-KEYED IS NOT NUMERIC
041114         OR KH-DISAGREEMENTS IS NOT NUMERIC
041115         GO TO 5510-EXIT
041116     END-IF
041117     MOVE "N" TO OP-FOUND-SWITCH
041118     IF OP-KV-COUNT > ZERO
041119         SET OP-K-IDX TO 1
041120         SEARCH OP-KV-ENTRY
041121             AT END MOVE "N" TO OP-FOUND-SWITCH
041122             WHEN OP-KE-ID(OP-K-IDX) = KH-OPERATOR-ID
041123                 MOVE "Y" TO OP-FOUND-SWITCH
041124         END-SEARCH
041125     END-IF
041126     IF NOT OP-OPERATOR-FOUND
041127         IF OP-KV-COUNT = 50
041128             ADD 1 TO OP-KV-OVERFLOW
041129             GO TO 5510-EXIT
041130         END-IF
041131         ADD 1 TO OP-KV-COUNT
041132         SET OP-K-IDX TO OP-KV-COUNT
041133         MOVE KH-OPERATOR-ID TO OP-KE-ID(OP-K-IDX)
041134         MOVE ZERO           TO OP-KE-RUNS(OP-K-IDX)
041135         MOVE ZERO           TO OP-KE-KEYED(OP-K-IDX)
041136         MOVE ZERO           TO OP-KE-DISAGREE(OP-K-IDX)
041137     END-IF
041138     ADD 1                TO OP-KE-RUNS(OP-K-IDX)
041139     ADD KH-CHARS-KEYED   TO OP-KE-KEYED(OP-K-IDX)
041140     ADD KH-DISAGREEMENTS TO OP-KE-DISAGREE(OP-K-IDX).
041141 5510-EXIT.
041142     EXIT.
041143
041144*----------------------------------------------------------
041145* A RATE OVER THE SYSIN THRESHOLD IS FLAGGED, CALLED OUT IN
041146* THE EXCEPTIONS SECTION AND COUNTED FOR THE RETURN CODE.
041147*----------------------------------------------------------
041148 5520-PRINT-ONE-KV.
041149*----------------------------------------------------------
041150     MOVE ZERO TO OP-PCT-WORK
041151     IF OP-KE-KEYED(OP-SUB) > ZERO
041152         COMPUTE OP-PCT-WORK ROUNDED =
041153             OP-KE-DISAGREE(OP-SUB) / OP-KE-KEYED(OP-SUB) * 100
041154             ON SIZE ERROR MOVE 999.99 TO OP-PCT-WORK
041155         END-COMPUTE
041156     END-IF
041157     MOVE OP-KE-ID(OP-SUB)       TO OP-KL-ID
041158     MOVE OP-KE-RUNS(OP-SUB)     TO OP-KL-RUNS
041159     MOVE OP-KE-KEYED(OP-SUB)    TO OP-KL-KEYED
041160     MOVE OP-KE-DISAGREE(OP-SUB) TO OP-KL-DISAGREE
041161     MOVE OP-PCT-WORK            TO OP-KL-PCT
041162     MOVE OP-KE-ID(OP-SUB)       TO OP-LOOKUP-ID
041163     PERFORM 3150-RESOLVE-OPERATOR THRU 3150-EXIT
041164     MOVE OP-LOOKUP-NAME         TO OP-KL-NAME
041165     EVALUATE TRUE
041166         WHEN OP-PCT-WORK > OP-THRESHOLD
041167             MOVE "*OVER THRESHOLD*" TO OP-KL-FLAG
041168             MOVE "Y" TO OP-KV-EXCP-SWITCH
041169         WHEN OP-MASTER-LOADED AND NOT OP-LOOKUP-FOUND
041170             MOVE "*NOT ON MASTER*"  TO OP-KL-FLAG
041171         WHEN OTHER
041172             MOVE SPACES             TO OP-KL-FLAG
041173     END-EVALUATE
041174     WRITE OPERRPT-RECORD FROM OP-KV-LINE.
041175 5520-EXIT.
041176     EXIT.
041177
041200*----------------------------------------------------------
041300 8000-READ-AUDITLOG.
041400*----------------------------------------------------------
042720         DISPLAY "CONDOPER: OPERATOR IDS NOT ON THE MASTER "
042730             "WERE FLAGGED ON THE REPORT"
042740     END-IF
042750     IF OP-KV-OVERFLOW > ZERO
042760         DISPLAY "CONDOPER: MORE THAN 50 KEY/VERIFY OPERATORS -- "
042770             "SOME KVHIST ROWS LEFT OUT"
042780     END-IF
042800     CLOSE AUDITLOG
042900     CLOSE OPERRPT
043000     EVALUATE TRUE
043100         WHEN OP-ROW-COUNT = ZERO
043200             MOVE 8 TO RETURN-CODE
043300         WHEN OP-EXCEPTIONS-FOUND OR OP-KV-EXCEPTIONS-FOUND
043400             MOVE 4 TO RETURN-CODE
043500         WHEN OTHER
043600             MOVE 0 TO RETURN-CODE
