003900*                   ENVIRONMENT VARIABLE AND "UNKNOWN" REMAIN
004000*                   AS FALLBACKS ONLY IF THE OPERATOR KEYS
004100*                   NOTHING.
004106* 15-OCT-2026  MC   ADDED TRAINING MODE.  WHEN THE SESSION IS
004112*                   STARTED WITH A DRILLFILE ALLOCATED (THE
004118*                   TRAINING CLIST DOES, THE PRODUCTION LOGON
004124*                   DOES NOT), Begin PRESENTS EACH DRILL ITEM
004130*                   IN TURN, COMPARES WHAT THE TRAINEE KEYS
004136*                   AGAINST THE EXPECTED CHARACTER, TIMES THE
004142*                   RESPONSE AND ENDS WITH ACCURACY AND SPEED
004148*                   SCORES.  THE SESSION IS APPENDED TO THE
004154*                   TRAINHST TRAINING HISTORY UNDER THE
004160*                   OPERATOR ID FOR THE CONDTRNR SIGN-OFF
004166*                   REPORT.  AUDITLOG IS NEITHER OPENED NOR
004172*                   WRITTEN IN TRAINING MODE, SO PRACTICE
004178*                   NEVER REACHES THE PRODUCTION AUDIT TRAIL
004184*                   OR CONDOPER'S ERROR RATES.
004200*----------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT AUDITLOG ASSIGN TO AUDITLOG
004614         ORGANIZATION IS SEQUENTIAL.
004628
004642     SELECT OPTIONAL DRILLFILE ASSIGN TO DRILLFILE
004656         ORGANIZATION IS SEQUENTIAL.
004670
004684     SELECT OPTIONAL TRAINHST ASSIGN TO TRAINHST
004700         ORGANIZATION IS SEQUENTIAL.
004800
004900 DATA DIVISION.
006000     05  FILLER                  PIC X(01)   VALUE SPACE.
006100     05  AUD-CLASSIFICATION      PIC X(11).
006200     05  FILLER                  PIC X(41)   VALUE SPACES.
006202
006204*----------------------------------------------------------
006206* DRILLFILE - A TRAINING DRILL SCRIPT, ONE ITEM PER RECORD:
006208*   COLS  1- 8  DRILL ID (THE SAME ON EVERY ITEM)
006210*   COL     10  THE CHARACTER THE TRAINEE MUST KEY
006212*   COLS 12-51  OPTIONAL CUE SHOWN INSTEAD OF THE CHARACTER
006214*               (E.G. "THE DIGIT SEVEN", OR FOR A BLANK)
006216*----------------------------------------------------------
006218 FD  DRILLFILE
006220     RECORDING MODE IS F.
006222 01  DRILL-RECORD.
006224     05  DRL-DRILL-ID            PIC X(08).
006226     05  FILLER                  PIC X(01).
006228     05  DRL-EXPECTED-CHAR       PIC X(01).
006230     05  FILLER                  PIC X(01).
006232     05  DRL-CUE                 PIC X(40).
006234     05  FILLER                  PIC X(29).
006236
006238*----------------------------------------------------------
006240* TRAINHST - PERMANENT TRAINING HISTORY, ONE RECORD PER
006242*   SESSION, APPENDED.  ACCURACY IS THE PERCENTAGE KEYED
006244*   CORRECTLY; RESPONSE IS THE AVERAGE SECONDS PER ITEM.
006246*----------------------------------------------------------
006248 FD  TRAINHST
006250     RECORDING MODE IS F.
006252 01  TRAINHST-RECORD.
006254     05  TH-OPERATOR-ID          PIC X(08).
006256     05  FILLER                  PIC X(01).
006258     05  TH-DATE                 PIC 9(08).
006260     05  FILLER                  PIC X(01).
006262     05  TH-TIME                 PIC 9(08).
006264     05  FILLER                  PIC X(01).
006266     05  TH-DRILL-ID             PIC X(08).
006268     05  FILLER                  PIC X(01).
006270     05  TH-ITEM-COUNT           PIC 9(05).
006272     05  FILLER                  PIC X(01).
006274     05  TH-CORRECT-COUNT        PIC 9(05).
006276     05  FILLER                  PIC X(01).
006278     05  TH-ACCURACY-PCT         PIC 9(03)V9(02).
006280     05  FILLER                  PIC X(01).
006282     05  TH-AVG-RESPONSE         PIC 9(03)V9(02).
006284     05  FILLER                  PIC X(01).
006286     05  TH-CHARS-PER-MIN        PIC 9(05).
006288     05  FILLER                  PIC X(15).
006300
006400 WORKING-STORAGE SECTION.
006500     COPY CHARTYPE.
008200
008300 01  CD-OPERATOR-ID              PIC X(08)   VALUE SPACES.
008400
008403*----------------------------------------------------------
008406* TRAINING MODE.  RESPONSE TIMES ARE KEPT IN HUNDREDTHS OF
008409* A SECOND, THE RESOLUTION OF ACCEPT ... FROM TIME.
008412*----------------------------------------------------------
008415 01  CD-TRAINING-SWITCHES.
008418     05  CD-DRILL-EOF-SWITCH     PIC X(01)   VALUE "N".
008421         88  CD-DRILL-END-OF-FILE            VALUE "Y".
008424     05  CD-TRAINING-SWITCH      PIC X(01)   VALUE "N".
008427         88  CD-TRAINING-MODE                VALUE "Y".
008430
008433 01  CD-TRAINING-TOTALS.
008436     05  CD-ITEM-COUNT           PIC 9(05)   COMP-3 VALUE ZERO.
008439     05  CD-CORRECT-COUNT        PIC 9(05)   COMP-3 VALUE ZERO.
008442     05  CD-TOTAL-HUNDREDTHS     PIC 9(09)   COMP-3 VALUE ZERO.
008445
008448 01  CD-DRILL-ID                 PIC X(08)   VALUE SPACES.
008451 01  CD-KEYED-CHAR               PIC X(01)   VALUE SPACE.
008454 01  CD-START-TIME               PIC 9(08)   VALUE ZERO.
008457 01  CD-END-TIME                 PIC 9(08)   VALUE ZERO.
008460 01  CD-CLOCK.
008463     05  CD-CLOCK-HH             PIC 9(02).
008466     05  CD-CLOCK-MM             PIC 9(02).
008469     05  CD-CLOCK-SS             PIC 9(02).
008472     05  CD-CLOCK-CC             PIC 9(02).
008475 01  CD-START-HUNDREDTHS         PIC 9(07)   COMP-3 VALUE ZERO.
008478 01  CD-END-HUNDREDTHS           PIC 9(07)   COMP-3 VALUE ZERO.
008481 01  CD-AVG-RESPONSE             PIC 9(03)V9(02) VALUE ZERO.
008484 01  CD-CHARS-PER-MIN            PIC 9(05)   VALUE ZERO.
008487 01  CD-SCORE-EDIT               PIC ZZ9.99.
008490 01  CD-CPM-EDIT                 PIC ZZZZ9.
008493
008500 PROCEDURE DIVISION.
008600*----------------------------------------------------------
008700 Begin.
008800*----------------------------------------------------------
008833     OPEN INPUT DRILLFILE
008866     PERFORM 8300-READ-DRILL-ITEM THRU 8300-EXIT
008899     IF NOT CD-DRILL-END-OF-FILE
008932         MOVE "Y" TO CD-TRAINING-SWITCH
008965     END-IF
009000     DISPLAY "Enter your operator id: "
009100     ACCEPT CD-OPERATOR-ID
009200     IF CD-OPERATOR-ID = SPACES
009500     IF CD-OPERATOR-ID = SPACES
009600         MOVE "UNKNOWN" TO CD-OPERATOR-ID
009700     END-IF
009712     IF CD-TRAINING-MODE
009724         PERFORM 8200-TRAINING-SESSION THRU 8200-EXIT
009736         CLOSE DRILLFILE
009748         STOP RUN
009760     END-IF
009772     CLOSE DRILLFILE
009784     OPEN OUTPUT AUDITLOG
009800     DISPLAY "Enter lower case character or digit. No data ends.".
009900     ACCEPT Char.
010000     PERFORM UNTIL Char = SPACE
018100 8100-EXIT.
018200     EXIT.
018300
018400*----------------------------------------------------------
018500* A TRAINING SESSION WORKS THROUGH THE WHOLE DRILL SCRIPT.
018600* THERE IS NO NO-DATA EXIT HERE AS THERE IS IN LIVE WORK --
018700* A BLANK CAN BE A DRILL ITEM -- SO EVERY SESSION IS SCORED
018800* OVER THE SAME ITEMS AND SESSIONS COMPARE FAIRLY.
018900*----------------------------------------------------------
019000 8200-TRAINING-SESSION.
019100*----------------------------------------------------------
019200     MOVE DRL-DRILL-ID TO CD-DRILL-ID
019300     DISPLAY "Training mode -- drill " CD-DRILL-ID
019400     DISPLAY "Key each character as it is shown."
019500     PERFORM 8400-PRESENT-DRILL-ITEM THRU 8400-EXIT
019600         UNTIL CD-DRILL-END-OF-FILE
019700     PERFORM 8500-PRINT-TRAINING-SCORES THRU 8500-EXIT
019800     PERFORM 8600-WRITE-TRAINING-HISTORY THRU 8600-EXIT.
019900 8200-EXIT.
020000     EXIT.
020100
020200*----------------------------------------------------------
020300 8300-READ-DRILL-ITEM.
020400*----------------------------------------------------------
020500     READ DRILLFILE
020600         AT END MOVE "Y" TO CD-DRILL-EOF-SWITCH
020700     END-READ.
020800 8300-EXIT.
020900     EXIT.
021000
021100*----------------------------------------------------------
021200* THE RESPONSE IS TIMED FROM THE PROMPT TO THE TRAINEE'S
021300* ENTER.  A SESSION RUNNING PAST MIDNIGHT GETS A DAY ADDED
021400* TO THE END TIME.
021500*----------------------------------------------------------
021600 8400-PRESENT-DRILL-ITEM.
021700*----------------------------------------------------------
021800     IF DRL-CUE = SPACES
021900         DISPLAY "Key: " DRL-EXPECTED-CHAR
022000     ELSE
022100         DISPLAY "Key: " DRL-CUE
022200     END-IF
022300     ACCEPT CD-START-TIME FROM TIME
022400     MOVE SPACE TO CD-KEYED-CHAR
022500     ACCEPT CD-KEYED-CHAR
022600     ACCEPT CD-END-TIME FROM TIME
022700     MOVE CD-START-TIME TO CD-CLOCK
022800     COMPUTE CD-START-HUNDREDTHS =
022900         ((CD-CLOCK-HH * 60 + CD-CLOCK-MM) * 60 + CD-CLOCK-SS)
023000             * 100 + CD-CLOCK-CC
023100     MOVE CD-END-TIME TO CD-CLOCK
023200     COMPUTE CD-END-HUNDREDTHS =
023300         ((CD-CLOCK-HH * 60 + CD-CLOCK-MM) * 60 + CD-CLOCK-SS)
023400             * 100 + CD-CLOCK-CC
023500     IF CD-END-HUNDREDTHS < CD-START-HUNDREDTHS
023600         ADD 8640000 TO CD-END-HUNDREDTHS
023700     END-IF
023800     COMPUTE CD-TOTAL-HUNDREDTHS = CD-TOTAL-HUNDREDTHS
023900         + CD-END-HUNDREDTHS - CD-START-HUNDREDTHS
024000     ADD 1 TO CD-ITEM-COUNT
024100     IF CD-KEYED-CHAR = DRL-EXPECTED-CHAR
024200         ADD 1 TO CD-CORRECT-COUNT
024300         DISPLAY "Correct."
024400     ELSE
024500         DISPLAY "problems found -- expected " DRL-EXPECTED-CHAR
024600             ", keyed " CD-KEYED-CHAR
024700     END-IF
024800     PERFORM 8300-READ-DRILL-ITEM THRU 8300-EXIT.
024900 8400-EXIT.
025000     EXIT.
025100
025200*----------------------------------------------------------
025300 8500-PRINT-TRAINING-SCORES.
025400*----------------------------------------------------------
025500     DISPLAY " "
025600     DISPLAY "----- TRAINING SCORES -----"
025700     COMPUTE CD-PERCENT-WORK ROUNDED =
025800         CD-CORRECT-COUNT / CD-ITEM-COUNT * 100
025900     COMPUTE CD-AVG-RESPONSE ROUNDED =
026000         CD-TOTAL-HUNDREDTHS / CD-ITEM-COUNT / 100
026100     IF CD-TOTAL-HUNDREDTHS > ZERO
026200         COMPUTE CD-CHARS-PER-MIN ROUNDED =
026300             CD-ITEM-COUNT * 6000 / CD-TOTAL-HUNDREDTHS
026400             ON SIZE ERROR MOVE 99999 TO CD-CHARS-PER-MIN
026500         END-COMPUTE
026600     ELSE
026700         MOVE 99999 TO CD-CHARS-PER-MIN
026800     END-IF
026900     DISPLAY "Drill items keyed: " CD-ITEM-COUNT
027000     DISPLAY "Keyed correctly:   " CD-CORRECT-COUNT
027100     MOVE CD-PERCENT-WORK TO CD-SCORE-EDIT
027200     DISPLAY "Accuracy:          " CD-SCORE-EDIT "%"
027300     MOVE CD-AVG-RESPONSE TO CD-SCORE-EDIT
027400     DISPLAY "Average response:  " CD-SCORE-EDIT " seconds"
027500     MOVE CD-CHARS-PER-MIN TO CD-CPM-EDIT
027600     DISPLAY "Speed:             " CD-CPM-EDIT
027700         " characters per minute".
027800 8500-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------
028200 8600-WRITE-TRAINING-HISTORY.
028300*----------------------------------------------------------
028400     OPEN EXTEND TRAINHST
028500     MOVE SPACES TO TRAINHST-RECORD
028600     ACCEPT TH-DATE FROM DATE YYYYMMDD
028700     ACCEPT TH-TIME FROM TIME
028800     MOVE CD-OPERATOR-ID   TO TH-OPERATOR-ID
028900     MOVE CD-DRILL-ID      TO TH-DRILL-ID
029000     MOVE CD-ITEM-COUNT    TO TH-ITEM-COUNT
029100     MOVE CD-CORRECT-COUNT TO TH-CORRECT-COUNT
029200     MOVE CD-PERCENT-WORK  TO TH-ACCURACY-PCT
029300     MOVE CD-AVG-RESPONSE  TO TH-AVG-RESPONSE
029400     MOVE CD-CHARS-PER-MIN TO TH-CHARS-PER-MIN
029500     WRITE TRAINHST-RECORD
029600     CLOSE TRAINHST.
029700 8600-EXIT.
029800     EXIT.
029900
