004292*                   SINGLE-FIELD MODE, WHICH HAS NO RECORD
004293*                   IDENTITY TO RECYCLE ON, IS UNCHANGED
004294*                   TOO.
004303* 15-OCT-2026  MC   FLDREJ NOW CARRIES THE FEED ID, THE
004312*                   ORIGINAL RUN DATE AND A REPAIR-CYCLE
004321*                   COUNT (128-BYTE RECORD), THE SAME THREE
004330*                   FIELDS REJFILE GAINED, SO THE CONDCORR
004339*                   CORRECTION SCREEN CAN SHOW WHERE AND
004348*                   WHEN A FIELD REJECT CAME FROM AND HOW
004357*                   MANY PASSES IT HAS HAD.  THE FEED ID
004366*                   COMES FROM A NEW OPTIONAL SYSIN CARD
004375*                   (BLANK = "DEFAULT", AS IN CONDBTCH).
004376* 15-OCT-2026  MC   DICTIONARY RUNS NOW COME UNDER THE
004377*                   RELEASE-CERTIFICATION GATE.  A "*TRAILER"
004378*                   RECORD ENDS FIELDFILE AND ITS UPSTREAM
004379*                   COUNT IS VERIFIED EXACTLY AS CONDBTCH
004380*                   VERIFIES CHARFILE'S ("T" IN SYSIN COLUMN
004381*                   19 MAKES THE TRAILER MANDATORY; A SHORT
004382*                   FEED ENDS RC=12).  EXCPFILE GAINS A
004383*                   CONTROL-TOTALS FOOTER -- RECORDS READ,
004384*                   PASSED AND FAILED, FAILURES BY FIELD AND
004385*                   A RECOVERED LINE THAT CONDFREP ADDS TO --
004386*                   FOR CONDCERT TO BALANCE AND CERTIFY AS A
004387*                   FIELD-FEED CERTIFICATE, AND A VERIFIED
004388*                   RUN APPENDS ITS RUNHIST ROW, MARKED AS A
004389*                   FIELD FEED.  SYSIN COLUMNS 10-17 CARRY THE
004390*                   OPERATOR ID FOR THAT ROW.  THE CLASSIC
004391*                   SINGLE-FIELD MODE IS UNCHANGED.
004392* 15-OCT-2026  MC   RUNHIST FD NAMES RH-REVERSED-FLAG, AS THE
004393*                   OTHER RUNHIST READERS AND WRITERS DO.
004395*----------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.  IBM-370.
005600     SELECT OPTIONAL FLDDICT ASSIGN TO FLDDICT
005700         ORGANIZATION IS SEQUENTIAL.
005710
005713     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
005716         ORGANIZATION IS SEQUENTIAL.
005718
005720     SELECT FLDREJ   ASSIGN TO FLDREJ
005730         ORGANIZATION IS SEQUENTIAL.
005740
005750     SELECT SYSIN-FILE ASSIGN TO SYSIN
005760         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
007700     05  FLD-VALUE                PIC X(20).
007800     05  FILLER                   PIC X(59).
007900 01  FIELDFILE-FULL-RECORD        PIC X(80).
007908*----------------------------------------------------------
007916* ALTERNATE VIEW OF THE LAST RECORD OF THE FEED.  AS ON
007924* CHARFILE, THE UPSTREAM EXTRACT MARKS IT WITH "*TRAILER" IN
007932* COLS 1-8 AND PUTS ITS OWN RECORD COUNT IN COLS 10-18.
007940*----------------------------------------------------------
007948 01  FIELDFILE-TRAILER-RECORD.
007956     05  FFT-TRAILER-ID           PIC X(08).
007964         88  FFT-TRAILER-PRESENT          VALUE "*TRAILER".
007972     05  FILLER                   PIC X(01).
007980     05  FFT-RECORD-COUNT         PIC 9(09).
007988     05  FILLER                   PIC X(62).
008000
008100 FD  EXCPFILE
008200     RECORDING MODE IS F.
011199     05  FILLER                   PIC X(01).
011200     05  FR-SOURCE-RECORD         PIC X(80).
011210     05  FILLER                   PIC X(01).
011211     05  FR-FEED-ID               PIC X(08).
011212     05  FR-ORIG-DATE             PIC 9(08).
011213     05  FR-CYCLE-COUNT           PIC 9(03).
011214     05  FILLER                   PIC X(05).
011220
011221*----------------------------------------------------------
011222* RUNHIST - PERMANENT RUN-HISTORY DATASET, SAME LAYOUT AS THE
011223* RUNHIST FD IN CONDBTCH.  A DICTIONARY RUN'S ROW CARRIES
011224* RECORDS READ AS ITS TOTAL AND RECORDS FAILED AS ITS
011225* REJECTS, WITH NO CHARACTER-CLASS COUNTS, AND IS MARKED "F"
011226* IN RH-FEED-TYPE SO THE CHARACTER-VOLUME READERS PASS IT BY.
011227* RH-REVERSED-FLAG IS WRITTEN BLANK; CONDBKOT SETS IT TO "X"
011228* WHEN IT BACKS THE NIGHT OUT.
011229*----------------------------------------------------------
011230 FD  RUNHIST
011231     RECORDING MODE IS F.
011232 01  RUNHIST-RECORD.
011233     05  RH-DATE                  PIC 9(08).
011234     05  FILLER                   PIC X(01).
011235     05  RH-OPERATOR-ID           PIC X(08).
011236     05  FILLER                   PIC X(01).
011237     05  RH-VOWEL-COUNT           PIC 9(07).
011238     05  RH-CONSONANT-COUNT       PIC 9(07).
011239     05  RH-DIGIT-COUNT           PIC 9(07).
011240     05  RH-SPECIAL-COUNT         PIC 9(07).
011241     05  RH-REJECT-COUNT          PIC 9(07).
011242     05  RH-TOTAL-COUNT           PIC 9(07).
011243     05  FILLER                   PIC X(01).
011244     05  RH-FEED-ID               PIC X(08).
011245     05  FILLER                   PIC X(01).
011246     05  RH-RESTART-FLAG          PIC X(01).
011247     05  RH-FEED-TYPE             PIC X(01).
011248     05  RH-REVERSED-FLAG         PIC X(01).
011249         88  RH-REVERSED                  VALUE "X".
011250     05  FILLER                   PIC X(07).
011251
011252 FD  SYSIN-FILE.
011253 01  CTL-CARD.
011254*----------------------------------------------------------
011255* SYSIN CONTROL CARD LAYOUT (OPTIONAL).
011256*   COLUMNS  1- 8   FEED ID STAMPED ON EVERY FLDREJ RECORD
011257*                   AND ON THE RUNHIST ROW (BLANK =
011258*                   "DEFAULT")
011259*   COLUMNS 10-17   OPERATOR ID FOR THE RUNHIST ROW (BLANK =
011260*                   THE SUBMITTING USER, ELSE "BATCH")
011261*   COLUMN     19   TRAILER POLICY ("T" = THE FEED IS
011262*                   CONTRACTED TO SEND A *TRAILER RECORD,
011263*                   SO A MISSING ONE IS A SHORT FEED; BLANK
011264*                   = TRAILER OPTIONAL), AS IN CONDBTCH
011265*----------------------------------------------------------
011266     05  CTL-FEED-ID              PIC X(08).
011267     05  FILLER                   PIC X(01).
011268     05  CTL-OPERATOR-ID          PIC X(08).
011269     05  FILLER                   PIC X(01).
011270     05  CTL-TRAILER-FLAG         PIC X(01).
011271         88  CTL-TRAILER-REQUIRED         VALUE "T", "t".
011272     05  FILLER                   PIC X(61).
011273
011300 WORKING-STORAGE SECTION.
011400*----------------------------------------------------------
011500* SHARED CLASSIFICATION FIELD AND 88-LEVELS, SO A FIELD IS
012700         88  CF-DICT-LOADED                   VALUE "Y".
012710     05  CF-REC-REJ-SWITCH        PIC X(01)   VALUE "N".
012720         88  CF-RECORD-REJECTED               VALUE "Y".
012730     05  CF-SYSIN-SWITCH          PIC X(01)   VALUE "N".
012740         88  CF-SYSIN-PRESENT                 VALUE "Y".
012741     05  CF-TRAILER-SWITCH        PIC X(01)   VALUE "N".
012742         88  CF-TRAILER-FOUND                 VALUE "Y".
012743     05  CF-TRAILER-REQ-SWITCH    PIC X(01)   VALUE "N".
012744         88  CF-TRAILER-REQUIRED              VALUE "Y".
012745     05  CF-COUNT-MATCH-SWITCH    PIC X(01)   VALUE "Y".
012746         88  CF-COUNTS-AGREE                  VALUE "Y".
012750
012760 01  CF-FEED-ID                   PIC X(08)   VALUE SPACES.
012770 01  CF-RUN-DATE                  PIC 9(08)   VALUE ZERO.
012785 01  CF-OPERATOR-ID               PIC X(08)   VALUE SPACES.
012800
012900 01  CF-FIELD-LENGTH              PIC 9(02)   COMP VALUE 20.
013000 01  CF-SUBSCRIPT                 PIC 9(02)   COMP VALUE ZERO.
013700
013800 01  CF-RECORD-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.
013900 01  CF-EXCEPTION-COUNT           PIC 9(07)   COMP-3 VALUE ZERO.
013907
013914*----------------------------------------------------------
013921* DICTIONARY-MODE CONTROL TOTALS.  EVERY RECORD READ EITHER
013928* PASSED EVERY FIELD OR FAILED AT LEAST ONE, SO READ MUST
013935* EQUAL PASSED PLUS FAILED; THE PER-FIELD COUNTS IN THE
013942* DICTIONARY TABLE CAN ADD TO MORE THAN FAILED, SINCE ONE
013949* RECORD MAY FAIL SEVERAL FIELDS.
013956*----------------------------------------------------------
013963 01  CF-PASSED-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.
013970 01  CF-FAILED-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.
013977 01  CF-TRAILER-COUNT             PIC 9(09)   COMP-3 VALUE ZERO.
013984 01  CF-TRAILER-COUNT-EDIT        PIC ZZZZZZZZ9.
013991 01  CF-RECORD-COUNT-EDIT         PIC ZZZZZZZZ9.
014000
014100*----------------------------------------------------------
014200* THE FEED'S RECORD LAYOUT AS LOADED FROM FLDDICT.  EVERY
015400             88  CF-DE-ALPHA-ONLY         VALUE "A".
015500             88  CF-DE-NUMERIC-ONLY       VALUE "N".
015600         10  CF-DE-MASK           PIC X(20).
015650         10  CF-DE-FAIL-COUNT     PIC 9(07)   COMP-3.
015700
015800 01  CF-FIELD-SUB                 PIC 9(03)   COMP VALUE ZERO.
015900 01  CF-POS-SUB                   PIC 9(02)   COMP VALUE ZERO.
017800     05  CF-DX-REASON             PIC X(30).
017900     05  FILLER                   PIC X(07)   VALUE SPACES.
018000
018009*----------------------------------------------------------
018018* FOOTER LINE: LABEL IN COLS 1-15, COUNT (ZZZZZZ9) IN COLS
018027* 16-22 -- THE SAME SHAPE AS THE REPTFILE SUMMARY LINES, SO
018036* CONDCERT READS BOTH FOOTERS WITH THE ONE DE-EDIT.
018045*----------------------------------------------------------
018054 01  CF-FOOTER-LINE.
018063     05  CF-FL-LABEL              PIC X(15).
018072     05  CF-FL-COUNT              PIC ZZZZZZ9.
018081     05  FILLER                   PIC X(58)   VALUE SPACES.
018090
018100 PROCEDURE DIVISION.
018200*----------------------------------------------------------
018300 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
018600     PERFORM 2000-PROCESS-RECORD   THRU 2000-EXIT
018700         UNTIL CF-END-OF-FILE
018725     PERFORM 8500-PRINT-CONTROL-TOTALS THRU 8500-EXIT
018750     PERFORM 8600-VERIFY-TRAILER-COUNT THRU 8600-EXIT
018775     PERFORM 8700-WRITE-RUN-HISTORY THRU 8700-EXIT
018800     PERFORM 9000-TERMINATE        THRU 9000-EXIT
018900     STOP RUN.
019000
019400     OPEN INPUT  FIELDFILE
019500     OPEN OUTPUT EXCPFILE
019510     OPEN OUTPUT FLDREJ
019520     PERFORM 1100-READ-SYSIN      THRU 1100-EXIT
019530     IF CF-SYSIN-PRESENT
019531         MOVE CTL-FEED-ID     TO CF-FEED-ID
019532         MOVE CTL-OPERATOR-ID TO CF-OPERATOR-ID
019533     ELSE
019534         ACCEPT CF-OPERATOR-ID FROM ENVIRONMENT "USER"
019535     END-IF
019536     IF CF-OPERATOR-ID = SPACES
019537         MOVE "BATCH" TO CF-OPERATOR-ID
019538     END-IF
019539     IF CF-SYSIN-PRESENT AND CTL-TRAILER-REQUIRED
019540         MOVE "Y" TO CF-TRAILER-REQ-SWITCH
019550     END-IF
019560     IF CF-FEED-ID = SPACES
019570         MOVE "DEFAULT" TO CF-FEED-ID
019580     END-IF
019590     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
019600     PERFORM 1400-LOAD-DICTIONARY THRU 1400-EXIT
019700     PERFORM 8000-READ-FIELDFILE  THRU 8000-EXIT.
019800 1000-EXIT.
019900     EXIT.
020000
020010*----------------------------------------------------------
020020 1100-READ-SYSIN.
020030*----------------------------------------------------------
020040     OPEN INPUT SYSIN-FILE
020050     READ SYSIN-FILE
020060         AT END MOVE "N" TO CF-SYSIN-SWITCH
020070         NOT AT END MOVE "Y" TO CF-SYSIN-SWITCH
020080     END-READ
020090     CLOSE SYSIN-FILE.
020091 1100-EXIT.
020092     EXIT.
020093
020100*----------------------------------------------------------
020200 1400-LOAD-DICTIONARY.
020300*----------------------------------------------------------
024400             MOVE DIC-LENGTH        TO CF-DE-LENGTH(CF-DICT-COUNT)
024500             MOVE DIC-EXPECTED-TYPE TO CF-DE-TYPE(CF-DICT-COUNT)
024600             MOVE DIC-PATTERN-MASK  TO CF-DE-MASK(CF-DICT-COUNT)
024650             MOVE ZERO TO CF-DE-FAIL-COUNT(CF-DICT-COUNT)
024700     END-READ.
024800 1410-EXIT.
024900     EXIT.
026700         PERFORM 2500-VALIDATE-ONE-FIELD THRU 2500-EXIT
026800             VARYING CF-FIELD-SUB FROM 1 BY 1
026900             UNTIL CF-FIELD-SUB > CF-DICT-COUNT
026916         IF CF-RECORD-REJECTED
026932             ADD 1 TO CF-FAILED-COUNT
026948         ELSE
026964             ADD 1 TO CF-PASSED-COUNT
026980         END-IF
027000         PERFORM 8000-READ-FIELDFILE  THRU 8000-EXIT
027100         GO TO 2000-EXIT
027200     END-IF
033900             OR CF-FAIL-POS > ZERO
034000     IF CF-FAIL-POS > ZERO
034100         ADD 1 TO CF-EXCEPTION-COUNT
034150         ADD 1 TO CF-DE-FAIL-COUNT(CF-FIELD-SUB)
034200         MOVE CF-RECORD-COUNT          TO CF-DX-RECORD
034300         MOVE CF-DE-NAME(CF-FIELD-SUB) TO CF-DX-FIELD
034400         MOVE CF-FAIL-POS              TO CF-DX-POS
034994     MOVE CF-DE-NAME(CF-FIELD-SUB) TO FR-FIELD-NAME
034995     MOVE CF-FAIL-POS              TO FR-FAIL-POS
034996     MOVE FIELDFILE-FULL-RECORD    TO FR-SOURCE-RECORD
035009     MOVE CF-FEED-ID               TO FR-FEED-ID
035022     MOVE CF-RUN-DATE              TO FR-ORIG-DATE
035035     MOVE ZERO                     TO FR-CYCLE-COUNT
035048     WRITE FLDREJ-RECORD.
035061 2550-EXIT.
035074     EXIT.
035087
035100*----------------------------------------------------------
035200 2600-CHECK-ONE-POSITION.
035300*----------------------------------------------------------
039100     EXIT.
039200
039300*----------------------------------------------------------
039322* IN DICTIONARY MODE A "*TRAILER" RECORD IS THE UPSTREAM
039333* EXTRACT'S END-OF-FEED MARKER, NOT DATA: ITS COUNT IS KEPT
039344* FOR 8600 AND IT ENDS THE FILE, AS IN CONDBTCH.  A COUNT
039355* FIELD THAT IS NOT NUMERIC IS LEFT AT ZERO SO THE CHECK
039366* FAILS LOUDLY.  THE CLASSIC MODE READS EVERY RECORD AS A
039377* FIELD, AS IT ALWAYS HAS.
039388*----------------------------------------------------------
039400 8000-READ-FIELDFILE.
039500*----------------------------------------------------------
039600     READ FIELDFILE
039700         AT END MOVE "Y" TO CF-EOF-SWITCH
039711         NOT AT END
039722             IF CF-DICT-LOADED AND FFT-TRAILER-PRESENT
039733                 MOVE "Y" TO CF-TRAILER-SWITCH
039744                 MOVE "Y" TO CF-EOF-SWITCH
039755                 IF FFT-RECORD-COUNT IS NUMERIC
039766                     MOVE FFT-RECORD-COUNT TO CF-TRAILER-COUNT
039777                 END-IF
039788             END-IF
039800     END-READ.
039900 8000-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------
040202* THE DICTIONARY-MODE FOOTER CONDCERT CERTIFIES FROM.  THE
040203* RECOVERED LINE STARTS AT ZERO; EACH CONDFREP PASS APPENDS
040204* ONE OF ITS OWN TO THE SAME EXCPFILE GENERATION AND CONDCERT
040205* ADDS THEM UP, AS IT DOES CONDREPR'S SUPPLEMENTAL FOOTERS.
040206*----------------------------------------------------------
040207 8500-PRINT-CONTROL-TOTALS.
040208*----------------------------------------------------------
040209     IF NOT CF-DICT-LOADED
040210         GO TO 8500-EXIT
040211     END-IF
040212     MOVE SPACES TO EXCPFILE-RECORD
040213     WRITE EXCPFILE-RECORD
040214     MOVE "CONTROL TOTALS" TO EXCPFILE-RECORD
040215     WRITE EXCPFILE-RECORD
040216     MOVE "Records read"    TO CF-FL-LABEL
040217     MOVE CF-RECORD-COUNT   TO CF-FL-COUNT
040218     WRITE EXCPFILE-RECORD FROM CF-FOOTER-LINE
040219     MOVE "Records passed"  TO CF-FL-LABEL
040220     MOVE CF-PASSED-COUNT   TO CF-FL-COUNT
040221     WRITE EXCPFILE-RECORD FROM CF-FOOTER-LINE
040222     MOVE "Records failed"  TO CF-FL-LABEL
040223     MOVE CF-FAILED-COUNT   TO CF-FL-COUNT
040224     WRITE EXCPFILE-RECORD FROM CF-FOOTER-LINE
040225     MOVE "Recovered"       TO CF-FL-LABEL
040226     MOVE ZERO              TO CF-FL-COUNT
040227     WRITE EXCPFILE-RECORD FROM CF-FOOTER-LINE
040228     MOVE SPACES TO EXCPFILE-RECORD
040229     WRITE EXCPFILE-RECORD
040230     MOVE "FAILURES BY FIELD" TO EXCPFILE-RECORD
040231     WRITE EXCPFILE-RECORD
040232     PERFORM 8510-PRINT-FIELD-TOTAL THRU 8510-EXIT
040233         VARYING CF-FIELD-SUB FROM 1 BY 1
040234         UNTIL CF-FIELD-SUB > CF-DICT-COUNT.
040235 8500-EXIT.
040236     EXIT.
040237
040238*----------------------------------------------------------
040239* FIELD LINES ARE INDENTED TWO SO NO FIELD NAME CAN BE READ
040240* AS ONE OF THE TOTALS LABELS ABOVE.
040241*----------------------------------------------------------
040242 8510-PRINT-FIELD-TOTAL.
040243*----------------------------------------------------------
040244     MOVE SPACES TO CF-FL-LABEL
040245     MOVE CF-DE-NAME(CF-FIELD-SUB) TO CF-FL-LABEL(3:10)
040246     MOVE CF-DE-FAIL-COUNT(CF-FIELD-SUB) TO CF-FL-COUNT
040247     WRITE EXCPFILE-RECORD FROM CF-FOOTER-LINE.
040248 8510-EXIT.
040249     EXIT.
040250
040251*----------------------------------------------------------
040252* SAME CHECK AND THE SAME VERDICT LINES AS CONDBTCH'S
040253* 8600-VERIFY-TRAILER-COUNT, SO CONDCERT JUDGES THE TRAILER
040254* OF A FIELD FEED EXACTLY AS IT JUDGES A CHARACTER FEED'S.
040255*----------------------------------------------------------
040256 8600-VERIFY-TRAILER-COUNT.
040257*----------------------------------------------------------
040258     IF NOT CF-DICT-LOADED
040259         GO TO 8600-EXIT
040260     END-IF
040261     MOVE SPACES TO EXCPFILE-RECORD
040262     WRITE EXCPFILE-RECORD
040263     MOVE "UPSTREAM RECORD COUNT CHECK" TO EXCPFILE-RECORD
040264     WRITE EXCPFILE-RECORD
040265     IF NOT CF-TRAILER-FOUND AND CF-TRAILER-REQUIRED
040266         MOVE "N" TO CF-COUNT-MATCH-SWITCH
040267         MOVE "TRAILER EXPECTED, NONE RECEIVED -- DO NOT RELEASE"
040268             TO EXCPFILE-RECORD
040269         WRITE EXCPFILE-RECORD
040270         GO TO 8600-EXIT
040271     END-IF
040272     IF NOT CF-TRAILER-FOUND
040273         MOVE "NO UPSTREAM TRAILER RECORD -- COUNT NOT VERIFIED"
040274             TO EXCPFILE-RECORD
040275         WRITE EXCPFILE-RECORD
040276         GO TO 8600-EXIT
040277     END-IF
040278     MOVE SPACES TO EXCPFILE-RECORD
040279     MOVE CF-TRAILER-COUNT TO CF-TRAILER-COUNT-EDIT
040280     STRING "Upstream trailer count: " DELIMITED BY SIZE
040281         CF-TRAILER-COUNT-EDIT DELIMITED BY SIZE
040282         INTO EXCPFILE-RECORD
040283     WRITE EXCPFILE-RECORD
040284     MOVE SPACES TO EXCPFILE-RECORD
040285     MOVE CF-RECORD-COUNT TO CF-RECORD-COUNT-EDIT
040286     STRING "Records read this run:    " DELIMITED BY SIZE
040287         CF-RECORD-COUNT-EDIT DELIMITED BY SIZE
040288         INTO EXCPFILE-RECORD
040289     WRITE EXCPFILE-RECORD
040290     IF CF-TRAILER-COUNT = CF-RECORD-COUNT
040291         MOVE "RECORD COUNTS AGREE" TO EXCPFILE-RECORD
040292     ELSE
040293         MOVE "N" TO CF-COUNT-MATCH-SWITCH
040294         MOVE "SHORT FEED -- COUNTS DISAGREE, DO NOT RELEASE"
040295             TO EXCPFILE-RECORD
040296     END-IF
040297     WRITE EXCPFILE-RECORD.
040298 8600-EXIT.
040299     EXIT.
040300
040301*----------------------------------------------------------
040302* A SHORT FEED'S TOTALS ARE NOT HISTORY, AS IN CONDBTCH.
040303*----------------------------------------------------------
040304 8700-WRITE-RUN-HISTORY.
040305*----------------------------------------------------------
040306     IF NOT CF-DICT-LOADED
040307         OR NOT CF-COUNTS-AGREE
040308         GO TO 8700-EXIT
040309     END-IF
040310     OPEN EXTEND RUNHIST
040311     MOVE SPACES              TO RUNHIST-RECORD
040312     MOVE CF-RUN-DATE         TO RH-DATE
040313     MOVE CF-OPERATOR-ID      TO RH-OPERATOR-ID
040314     MOVE CF-FEED-ID          TO RH-FEED-ID
040315     MOVE ZERO                TO RH-VOWEL-COUNT
040316     MOVE ZERO                TO RH-CONSONANT-COUNT
040317     MOVE ZERO                TO RH-DIGIT-COUNT
040318     MOVE ZERO                TO RH-SPECIAL-COUNT
040319     MOVE CF-FAILED-COUNT     TO RH-REJECT-COUNT
040320     MOVE CF-RECORD-COUNT     TO RH-TOTAL-COUNT
040321     MOVE "F"                 TO RH-FEED-TYPE
040322     WRITE RUNHIST-RECORD
040323     CLOSE RUNHIST.
040324 8700-EXIT.
040325     EXIT.
040330
040340*----------------------------------------------------------
040350 9000-TERMINATE.
040400*----------------------------------------------------------
040500     MOVE SPACES TO EXCPFILE-RECORD
040600     WRITE EXCPFILE-RECORD
040900     CLOSE FIELDFILE
041000     CLOSE EXCPFILE
041010     CLOSE FLDREJ
041063     EVALUATE TRUE
041116         WHEN NOT CF-COUNTS-AGREE
041169             MOVE 12 TO RETURN-CODE
041222         WHEN CF-DICT-LOADED AND CF-RECORD-COUNT = ZERO
041275             MOVE 8 TO RETURN-CODE
041328         WHEN CF-EXCEPTION-COUNT > ZERO
041381             MOVE 4 TO RETURN-CODE
041434         WHEN OTHER
041487             MOVE 0 TO RETURN-CODE
041540     END-EVALUATE.
041600 9000-EXIT.
041700     EXIT.
