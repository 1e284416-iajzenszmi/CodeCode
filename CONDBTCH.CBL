011577*                   ADDED ON TOP BY CONDRCON'S SCAN AND
011578*                   EVERY QUIESCED-THEN-COMPLETED NIGHT
011579*                   CAME OUT ROUGHLY HALF AGAIN OVER.
011580* 15-OCT-2026  MC   ADDED THE RCPTREG FEED RECEIPT REGISTER: A
011581*                   FEED WHOSE CHARFILE FINGERPRINT IS ALREADY
011582*                   REGISTERED (LAST NIGHT'S FILE RESENT UNDER
011583*                   TONIGHT'S NAME) STOPS RC=20 UNLESS SYSIN
011584*                   COLUMN 30 IS "D", THE REPROCESS OVERRIDE.
011585* 15-OCT-2026  MC   CHECKPOINTS CARRY THE FEED ID, AND A
011586*                   QUIESCED RUN ENDS WITH ONE MARKED "Q".
011587* 15-OCT-2026  MC   A RESTART'S RUNHIST ROW IS MARKED "R".
011588* 15-OCT-2026  MC   RUNHIST ROWS MARKED "F" (CONDFLD) OR "X"
011589*                   (REVERSED BY CONDBKOT) ARE LEFT OUT OF THE
011590*                   EXPECTED-VOLUME AVERAGES.
011591* 15-OCT-2026  MC   THE FEED IS NOW REGISTERED ONLY AT A CLEAN
011592*                   END OF RUN -- COUNTS AGREED, NOT QUIESCED --
011593*                   SO A RUN THAT ABENDS OR ENDS RC=12 CAN BE
011594*                   RERUN; A COMPLETING RESTART REGISTERS IT.
011595*                   THE "Q" CHECKPOINT IS WRITTEN AT TERMINATION.
011599*----------------------------------------------------------
011600 ENVIRONMENT DIVISION.
011700 CONFIGURATION SECTION.
011800 SOURCE-COMPUTER.  IBM-370.
014200
014300     SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
014400         ORGANIZATION IS SEQUENTIAL.
014410
014420     SELECT OPTIONAL RCPTREG ASSIGN TO RCPTREG
014430         ORGANIZATION IS SEQUENTIAL.
014500
014600 DATA DIVISION.
014700 FILE SECTION.
021983*                   THE RUN QUIESCES AT THE NEXT CHECKPOINT
021984*                   BOUNDARY WITH RC=2 INSTEAD OF RUNNING
021985*                   INTO THE WINDOW.  BLANK = NO CUTOFF.
021986*   COLUMN     30   REPROCESS OVERRIDE ("D" = DATA CONTROL
021987*                   IS DELIBERATELY REPROCESSING A FEED
021988*                   ALREADY ON THE RCPTREG REGISTER -- THE
021989*                   MATCH IS NOTED ON REPTFILE AND THE RUN
021990*                   GOES AHEAD; BLANK = A MATCH ENDS RC=20)
022000*----------------------------------------------------------
022100     05  CTL-OPERATOR-ID         PIC X(08).
022200     05  FILLER                  PIC X(01).
022750     05  CTL-FEED-ID             PIC X(08).
022760     05  FILLER                  PIC X(01).
022770     05  CTL-CUTOFF-TIME         PIC X(04).
022780     05  FILLER                  PIC X(01).
022790     05  CTL-REPROCESS-FLAG      PIC X(01).
022791        88  CTL-REPROCESS-OVERRIDE      VALUE "D", "d".
022800     05  FILLER                  PIC X(50).
022900
023000 FD  CKPTFILE
023100    RECORDING MODE IS F.
025500*----------------------------------------------------------
025600     05  CKPT-DATE               PIC 9(08).
025700     05  CKPT-TIME               PIC 9(08).
025710*----------------------------------------------------------
025720* CKPT-FEED-ID NAMES THE FEED THE CHECKPOINT BELONGS TO AND
025730* CKPT-STATUS IS "Q" ON THE MARKER CHECKPOINT A QUIESCE
025740* WRITES.  BOTH ARE BLANK ON CHECKPOINTS TAKEN BEFORE THEY
025750* EXISTED; THE RESTART LOAD IGNORES THEM EITHER WAY.
025760*----------------------------------------------------------
025770     05  CKPT-FEED-ID            PIC X(08).
025780     05  CKPT-STATUS             PIC X(01).
025790         88  CKPT-QUIESCED                   VALUE "Q".
025800     05  FILLER                  PIC X(06).
025900
026000*----------------------------------------------------------
026100* CHARRULE - OPTIONAL EXTERNAL VALID-CHARACTER/CLASSIFICATION
029200     05  RH-TOTAL-COUNT          PIC 9(07).
029210     05  FILLER                  PIC X(01).
029220     05  RH-FEED-ID              PIC X(08).
029229*----------------------------------------------------------
029238* RH-RESTART-FLAG IS "R" WHEN THE NIGHT WAS COMPLETED BY A
029247* RESTART RUN -- IT QUIESCED AT THE CUTOFF OR ABENDED FIRST.
029256* ROWS WRITTEN BEFORE THE FLAG EXISTED CARRY A BLANK.
029258* RH-FEED-TYPE IS "F" ON A ROW WRITTEN BY A CONDFLD
029260* DICTIONARY RUN (RECORDS, NOT CHARACTERS) AND BLANK ON ONE
029262* WRITTEN HERE OR BY CONDMRGE.
029263* RH-REVERSED-FLAG IS "X" ONCE CONDBKOT HAS BACKED THE
029264* NIGHT OUT; BLANK ON EVERY ROW AS FIRST WRITTEN.
029265*----------------------------------------------------------
029274     05  FILLER                  PIC X(01).
029283     05  RH-RESTART-FLAG         PIC X(01).
029292         88  RH-RESTART-NIGHT            VALUE "R".
029296     05  RH-FEED-TYPE            PIC X(01).
029300         88  RH-FIELD-FEED               VALUE "F".
029304     05  RH-REVERSED-FLAG        PIC X(01).
029306         88  RH-REVERSED                 VALUE "X".
029308     05  FILLER                  PIC X(07).
029400
029401*----------------------------------------------------------
029402* RCPTREG - PERMANENT FEED RECEIPT REGISTER, NOT A GDG.  ONE
029403*   ROW IS APPENDED FOR EVERY CHARFILE A RUN FINISHES
029404*   CLEANLY, CARRYING THE FEED'S FINGERPRINT: DATA
029405*   RECORD COUNT (THE *TRAILER IS NOT DATA), A HASH TOTAL
029406*   OF EVERY DATA BYTE WEIGHTED BY ITS COLUMN, AND THE FIRST
029407*   AND LAST DATA RECORDS IN FULL.  CONDSPLT WRITES THE SAME
029408*   ROW FOR A PARALLEL NIGHT, SO A FEED SPLIT ONE NIGHT AND
029409*   RESENT TO A SINGLE-STREAM RUN THE NEXT IS STILL CAUGHT.
029410*   RG-REPROCESS-FLAG IS "D" WHEN THE ROW WAS WRITTEN UNDER
029411*   DATA CONTROL'S DELIBERATE-REPROCESS OVERRIDE.
029412*----------------------------------------------------------
029413 FD  RCPTREG
029414     RECORDING MODE IS F.
029415 01  RCPTREG-RECORD.
029416     05  RG-FEED-ID              PIC X(08).
029417     05  FILLER                  PIC X(01).
029418     05  RG-RUN-DATE             PIC 9(08).
029419     05  FILLER                  PIC X(01).
029420     05  RG-RUN-TIME             PIC 9(08).
029421     05  FILLER                  PIC X(01).
029422     05  RG-OPERATOR-ID          PIC X(08).
029423     05  FILLER                  PIC X(01).
029424     05  RG-PROGRAM-ID           PIC X(08).
029425     05  FILLER                  PIC X(01).
029426     05  RG-RECORD-COUNT         PIC 9(09).
029427     05  FILLER                  PIC X(01).
029428     05  RG-HASH-TOTAL           PIC 9(15).
029429     05  FILLER                  PIC X(01).
029430     05  RG-REPROCESS-FLAG       PIC X(01).
029431     05  FILLER                  PIC X(08).
029432     05  RG-FIRST-RECORD         PIC X(80).
029433     05  RG-LAST-RECORD          PIC X(80).
029434
029500 WORKING-STORAGE SECTION.
029600*----------------------------------------------------------
029700* SHARED CLASSIFICATION FIELD AND 88-LEVELS, SO THE BATCH
033540         88  CB-HIST-END-OF-FILE             VALUE "Y".
033550     05  CB-FIRST-CKPT-SWITCH    PIC X(01)   VALUE "N".
033560         88  CB-FIRST-CKPT-SET               VALUE "Y".
033570     05  CB-FP-EOF-SWITCH        PIC X(01)   VALUE "N".
033571         88  CB-FP-END-OF-FILE               VALUE "Y".
033572     05  CB-REG-EOF-SWITCH       PIC X(01)   VALUE "N".
033573         88  CB-REG-END-OF-FILE              VALUE "Y".
033574     05  CB-DUP-SWITCH           PIC X(01)   VALUE "N".
033575         88  CB-DUPLICATE-FOUND              VALUE "Y".
033576     05  CB-REPROCESS-SWITCH     PIC X(01)   VALUE "N".
033577         88  CB-REPROCESS-ALLOWED            VALUE "Y".
033584     05  CB-RESTART-SWITCH       PIC X(01)   VALUE "N".
033591         88  CB-RESTART-RUN                  VALUE "Y".
033600
033700 01  CB-OPERATOR-ID              PIC X(08)   VALUE SPACES.
033710 01  CB-FEED-ID                  PIC X(08)   VALUE SPACES.
037200 01  CB-TRAILER-COUNT            PIC 9(09)   COMP-3 VALUE ZERO.
037300 01  CB-TRAILER-COUNT-EDIT       PIC ZZZZZZZZ9.
037400
037401*----------------------------------------------------------
037402* THIS FEED'S FINGERPRINT, TAKEN BY THE PRE-SCAN IN 1710,
037403* AND THE EARLIER RECEIPT IT MATCHED ON RCPTREG (THE LAST
037404* MATCHING ROW ON FILE, SO A FEED ALREADY REPROCESSED ONCE
037405* NAMES ITS MOST RECENT RUN).
037406*----------------------------------------------------------
037407 01  CB-FINGERPRINT.
037408     05  CB-FP-RECORD-COUNT      PIC 9(09)   COMP-3 VALUE ZERO.
037409     05  CB-FP-HASH-TOTAL        PIC 9(15)   COMP-3 VALUE ZERO.
037410     05  CB-FP-FIRST-RECORD      PIC X(80)   VALUE SPACES.
037411     05  CB-FP-LAST-RECORD       PIC X(80)   VALUE SPACES.
037412
037413 01  CB-EARLIER-RECEIPT.
037414     05  CB-ER-FEED-ID           PIC X(08)   VALUE SPACES.
037415     05  CB-ER-RUN-DATE          PIC 9(08)   VALUE ZERO.
037416     05  CB-ER-RUN-TIME          PIC 9(08)   VALUE ZERO.
037417     05  CB-ER-OPERATOR-ID       PIC X(08)   VALUE SPACES.
037418     05  CB-ER-PROGRAM-ID        PIC X(08)   VALUE SPACES.
037419
037420*----------------------------------------------------------
037421* ONE DATA BYTE IS DROPPED INTO THE LOW-ORDER HALF OF A
037422* BINARY HALFWORD SO ITS CODE-POINT VALUE CAN BE ADDED INTO
037423* THE HASH TOTAL.
037424*----------------------------------------------------------
037425 01  CB-BYTE-WORK.
037426     05  CB-BYTE-VALUE           PIC 9(04)   COMP.
037427 01  CB-BYTE-CHARS REDEFINES CB-BYTE-WORK.
037428     05  CB-BYTE-HIGH            PIC X(01).
037429     05  CB-BYTE-LOW             PIC X(01).
037430 01  CB-HASH-SUB                 PIC 9(02)   COMP   VALUE ZERO.
037431 01  CB-FP-COUNT-EDIT            PIC ZZZZZZZZ9.
037432
037500 PROCEDURE DIVISION.
037600*----------------------------------------------------------
037700 0000-MAINLINE.
038200     PERFORM 8500-PRINT-TOTALS    THRU 8500-EXIT
038300     PERFORM 8600-VERIFY-TRAILER-COUNT THRU 8600-EXIT
038400     PERFORM 8700-WRITE-RUN-HISTORY THRU 8700-EXIT
038450     PERFORM 8850-WRITE-RECEIPT   THRU 8850-EXIT
038500     PERFORM 9000-TERMINATE       THRU 9000-EXIT
038600     STOP RUN.
038700
040100     IF CB-SYSIN-PRESENT AND CTL-PACKED-FEED
040200         MOVE "Y" TO CB-FORMAT-SWITCH
040300     END-IF
040310     IF CB-SYSIN-PRESENT AND CTL-REPROCESS-OVERRIDE
040320         MOVE "Y" TO CB-REPROCESS-SWITCH
040330     END-IF
040350     PERFORM 1700-CHECK-RECEIPT   THRU 1700-EXIT
040400     IF CB-SYSIN-PRESENT AND CTL-RESTART-RUN
040450         MOVE "Y" TO CB-RESTART-SWITCH
040500         PERFORM 1200-LOAD-CHECKPOINT     THRU 1200-EXIT
040600         IF NOT CB-CKPT-FOUND
040700             PERFORM 1250-ABEND-NO-CHECKPOINT THRU 1250-EXIT
041400         OPEN OUTPUT REPTFILE
041500         OPEN OUTPUT AUDITLOG
041600         OPEN OUTPUT REJFILE
041610         IF CB-DUPLICATE-FOUND
041620             PERFORM 1270-NOTE-REPROCESS THRU 1270-EXIT
041630         END-IF
041700     END-IF
041800     COMPUTE CB-NEXT-CHECKPOINT =
041900         CB-TOTAL-COUNT + CB-CHECKPOINT-INTERVAL
047900     STOP RUN.
048000 1250-EXIT.
048100     EXIT.
048101
048102*----------------------------------------------------------
048103* THE FEED'S FINGERPRINT IS ALREADY ON RCPTREG AND NO
048104* REPROCESS OVERRIDE WAS GIVEN.  NOTHING HAS BEEN CLASSIFIED
048105* OR AUDITED; REPTFILE CARRIES ONLY THE NOTICE BELOW, SO
048106* CONDCERT CAN NEVER CERTIFY IT, AND NO RECEIPT ROW IS
048107* WRITTEN FOR THE RESEND.
048108*----------------------------------------------------------
048109 1260-STOP-DUPLICATE-FEED.
048110*----------------------------------------------------------
048111     OPEN OUTPUT REPTFILE
048112     MOVE "DUPLICATE TRANSMISSION -- FEED NOT PROCESSED"
048113         TO REPTFILE-RECORD
048114     WRITE REPTFILE-RECORD
048115     PERFORM 1280-WRITE-MATCH-LINES THRU 1280-EXIT
048116     MOVE "RESUBMIT WITH D IN SYSIN COLUMN 30 ONLY FOR A "
048117         TO REPTFILE-RECORD
048118     WRITE REPTFILE-RECORD
048119     MOVE "DELIBERATE REPROCESS AUTHORISED BY DATA CONTROL"
048120         TO REPTFILE-RECORD
048121     WRITE REPTFILE-RECORD
048122     CLOSE REPTFILE
048123     DISPLAY "CONDBTCH: CHARFILE MATCHES FEED " CB-ER-FEED-ID
048124         " RECEIVED " CB-ER-RUN-DATE " -- DUPLICATE, NOT "
048125         "PROCESSED"
048126     CLOSE CHARFILE
048127     MOVE 20 TO RETURN-CODE
048128     STOP RUN.
048129 1260-EXIT.
048130     EXIT.
048131
048132*----------------------------------------------------------
048133* A DELIBERATE REPROCESS GOES AHEAD, BUT THE MATCH IS PUT AT
048134* THE HEAD OF REPTFILE SO THE MORNING REVIEW SEES IT.
048135*----------------------------------------------------------
048136 1270-NOTE-REPROCESS.
048137*----------------------------------------------------------
048138     MOVE "DELIBERATE REPROCESS -- FEED ALREADY ON REGISTER"
048139         TO REPTFILE-RECORD
048140     WRITE REPTFILE-RECORD
048141     PERFORM 1280-WRITE-MATCH-LINES THRU 1280-EXIT
048142     MOVE SPACES TO REPTFILE-RECORD
048143     WRITE REPTFILE-RECORD
048144     DISPLAY "CONDBTCH: CHARFILE MATCHES FEED " CB-ER-FEED-ID
048145         " RECEIVED " CB-ER-RUN-DATE " -- REPROCESS OVERRIDE "
048146         "IN EFFECT".
048147 1270-EXIT.
048148     EXIT.
048149
048150*----------------------------------------------------------
048151 1280-WRITE-MATCH-LINES.
048152*----------------------------------------------------------
048153     MOVE SPACES TO REPTFILE-RECORD
048154     MOVE CB-FP-RECORD-COUNT TO CB-FP-COUNT-EDIT
048155     STRING "This feed:       " DELIMITED BY SIZE
048156         CB-FEED-ID DELIMITED BY SIZE
048157         "  data records " DELIMITED BY SIZE
048158         CB-FP-COUNT-EDIT DELIMITED BY SIZE
048159         INTO REPTFILE-RECORD
048160     WRITE REPTFILE-RECORD
048161     MOVE SPACES TO REPTFILE-RECORD
048162     STRING "Earlier receipt: " DELIMITED BY SIZE
048163         CB-ER-FEED-ID DELIMITED BY SIZE
048164         "  run " DELIMITED BY SIZE
048165         CB-ER-RUN-DATE DELIMITED BY SIZE
048166         " " DELIMITED BY SIZE
048167         CB-ER-RUN-TIME DELIMITED BY SIZE
048168         "  by " DELIMITED BY SIZE
048169         CB-ER-OPERATOR-ID DELIMITED BY SIZE
048170         " (" DELIMITED BY SIZE
048171         CB-ER-PROGRAM-ID DELIMITED BY SPACE
048172         ")" DELIMITED BY SIZE
048173         INTO REPTFILE-RECORD
048174     WRITE REPTFILE-RECORD
048175     MOVE "Same record count, first/last record and hash total"
048176         TO REPTFILE-RECORD
048177     WRITE REPTFILE-RECORD.
048178 1280-EXIT.
048179     EXIT.
048200
048300*----------------------------------------------------------
048400 1300-SKIP-PROCESSED-RECS.
053515     READ RUNHIST
053516         AT END MOVE "Y" TO CB-HIST-EOF-SWITCH
053517         NOT AT END
053518             IF RH-TOTAL-COUNT IS NUMERIC AND NOT RH-FIELD-FEED
053519                 AND RH-TOTAL-COUNT > ZERO AND NOT RH-REVERSED
053520                 ADD 1 TO CB-HIST-ALL-RUNS
053521                 ADD RH-TOTAL-COUNT TO CB-HIST-ALL-TOTAL
053522                 IF RH-FEED-ID = CB-FEED-ID
053528 1610-EXIT.
053529     EXIT.
053530
053531*----------------------------------------------------------
053532* DUPLICATE-TRANSMISSION GATE, RUN BEFORE ANYTHING IS
053533* CLASSIFIED.  CHARFILE IS READ THROUGH ONCE TO TAKE ITS
053534* FINGERPRINT, THEN REOPENED SO THE RUN PROPER STARTS FROM
053535* RECORD ONE.  A MATCH ON RCPTREG STOPS THE RUN (1260)
053536* UNLESS THE REPROCESS OVERRIDE IS SET.  A RESTART ONLY
053537* TAKES THE FINGERPRINT: THE RUN IT RESUMES ALREADY PASSED
053538* THE GATE; WHICHEVER RUN FINISHES THE FEED REGISTERS IT
053539* (8850).  AN EMPTY CHARFILE HAS NO FINGERPRINT, IS NOT
053540* REGISTERED, AND ENDS RC=8 AS IT ALWAYS HAS.
053541*----------------------------------------------------------
053542 1700-CHECK-RECEIPT.
053543*----------------------------------------------------------
053544     MOVE "N" TO CB-FP-EOF-SWITCH
053545     PERFORM 1710-FINGERPRINT-ONE-RECORD THRU 1710-EXIT
053546         UNTIL CB-FP-END-OF-FILE
053547     CLOSE CHARFILE
053548     OPEN INPUT CHARFILE
053549     IF CB-FP-RECORD-COUNT = ZERO
053550         OR (CB-SYSIN-PRESENT AND CTL-RESTART-RUN)
053551         GO TO 1700-EXIT
053552     END-IF
053553     PERFORM 8800-SCAN-RECEIPT-REGISTER THRU 8800-EXIT
053554     IF CB-DUPLICATE-FOUND AND NOT CB-REPROCESS-ALLOWED
053555         PERFORM 1260-STOP-DUPLICATE-FEED THRU 1260-EXIT
053556     END-IF.
053557 1700-EXIT.
053558     EXIT.
053559
053560*----------------------------------------------------------
053561* THE *TRAILER IS THE UPSTREAM'S CONTROL RECORD, NOT DATA,
053562* AND IS LEFT OUT OF THE FINGERPRINT: A RESEND WITH A
053563* RESTAMPED TRAILER IS STILL THE SAME DATA.
053564*----------------------------------------------------------
053565 1710-FINGERPRINT-ONE-RECORD.
053566*----------------------------------------------------------
053567     READ CHARFILE
053568         AT END MOVE "Y" TO CB-FP-EOF-SWITCH
053569         NOT AT END
053570             IF CFT-TRAILER-PRESENT
053571                 MOVE "Y" TO CB-FP-EOF-SWITCH
053572             ELSE
053573                 ADD 1 TO CB-FP-RECORD-COUNT
053574                 IF CB-FP-RECORD-COUNT = 1
053575                     MOVE CHARFILE-RECORD TO CB-FP-FIRST-RECORD
053576                 END-IF
053577                 MOVE CHARFILE-RECORD TO CB-FP-LAST-RECORD
053578                 PERFORM 1720-HASH-ONE-BYTE THRU 1720-EXIT
053579                     VARYING CB-HASH-SUB FROM 1 BY 1
053580                     UNTIL CB-HASH-SUB > 80
053581             END-IF
053582     END-READ.
053583 1710-EXIT.
053584     EXIT.
053585
053586*----------------------------------------------------------
053587* EACH BYTE'S CODE-POINT VALUE IS WEIGHTED BY ITS COLUMN, SO
053588* TWO FEEDS HOLDING THE SAME CHARACTERS IN A DIFFERENT
053589* ORDER WITHIN THEIR RECORDS DO NOT HASH ALIKE.
053590*----------------------------------------------------------
053591 1720-HASH-ONE-BYTE.
053592*----------------------------------------------------------
053593     MOVE ZERO TO CB-BYTE-VALUE
053594     MOVE CHARFILE-RECORD(CB-HASH-SUB:1) TO CB-BYTE-LOW
053595     COMPUTE CB-FP-HASH-TOTAL =
053596         CB-FP-HASH-TOTAL + CB-BYTE-VALUE * CB-HASH-SUB.
053597 1720-EXIT.
053598     EXIT.
053599
053600*----------------------------------------------------------
053700 2000-PROCESS-RECORD.
053800*----------------------------------------------------------
072800     MOVE CB-CHARFILE-RECS    TO CKPT-CHARFILE-RECS
072900     ACCEPT CKPT-DATE FROM DATE YYYYMMDD
073000     ACCEPT CKPT-TIME FROM TIME
073001     MOVE CB-FEED-ID          TO CKPT-FEED-ID
073002     IF CB-QUIESCED
073003         MOVE "Q"             TO CKPT-STATUS
073004     END-IF
073010*----------------------------------------------------------
073020* THE FIRST CHECKPOINT OF THIS EXECUTION ANCHORS THE
073030* CUTOFF PROJECTION: THE RATE IS MEASURED FROM HERE, SO A
087700     MOVE CB-SPECIAL-COUNT    TO RH-SPECIAL-COUNT
087800     MOVE CB-REJECT-COUNT     TO RH-REJECT-COUNT
087900     MOVE CB-TOTAL-COUNT      TO RH-TOTAL-COUNT
087925     IF CB-RESTART-RUN
087950         MOVE "R"             TO RH-RESTART-FLAG
087975     END-IF
088000     WRITE RUNHIST-RECORD
088100     CLOSE RUNHIST.
088200 8700-EXIT.
088300     EXIT.
088301
088302*----------------------------------------------------------
088303* KEEP-LAST SCAN OF THE RECEIPT REGISTER, THE SAME WAY
088304* CONDCCHK READS CERTFILE: EVERY ROW WHOSE FINGERPRINT
088305* MATCHES THIS FEED'S OVERWRITES THE EARLIER-RECEIPT FIELDS,
088306* SO THE RUN NAMED IS THE MOST RECENT ONE ON FILE.  THE
088307* FEED ID IS NOT PART OF THE MATCH -- A RESEND MAY ARRIVE
088308* UNDER ANY NAME.
088309*----------------------------------------------------------
088310 8800-SCAN-RECEIPT-REGISTER.
088311*----------------------------------------------------------
088312     MOVE "N" TO CB-REG-EOF-SWITCH
088313     OPEN INPUT RCPTREG
088314     PERFORM 8810-CHECK-ONE-RECEIPT THRU 8810-EXIT
088315         UNTIL CB-REG-END-OF-FILE
088316     CLOSE RCPTREG.
088317 8800-EXIT.
088318     EXIT.
088319
088320*----------------------------------------------------------
088321 8810-CHECK-ONE-RECEIPT.
088322*----------------------------------------------------------
088323     READ RCPTREG
088324         AT END MOVE "Y" TO CB-REG-EOF-SWITCH
088325         NOT AT END
088326             IF RG-RECORD-COUNT IS NUMERIC
088327                 AND RG-HASH-TOTAL IS NUMERIC
088328                 AND RG-RECORD-COUNT = CB-FP-RECORD-COUNT
088329                 AND RG-HASH-TOTAL   = CB-FP-HASH-TOTAL
088330                 AND RG-FIRST-RECORD = CB-FP-FIRST-RECORD
088331                 AND RG-LAST-RECORD  = CB-FP-LAST-RECORD
088332                 MOVE "Y"            TO CB-DUP-SWITCH
088333                 MOVE RG-FEED-ID     TO CB-ER-FEED-ID
088334                 MOVE RG-RUN-DATE    TO CB-ER-RUN-DATE
088335                 MOVE RG-RUN-TIME    TO CB-ER-RUN-TIME
088336                 MOVE RG-OPERATOR-ID TO CB-ER-OPERATOR-ID
088337                 MOVE RG-PROGRAM-ID  TO CB-ER-PROGRAM-ID
088338             END-IF
088339     END-READ.
088340 8810-EXIT.
088341     EXIT.
088342
088343*----------------------------------------------------------
088344* THE FEED GOES ON THE REGISTER ONLY WHEN THE RUN FINISHED
088345* IT CLEANLY: NOT QUIESCED AND THE TRAILER COUNT AGREED.  A
088346* RUN THAT ABENDS, QUIESCES OR ENDS RC=12 LEAVES NO ROW, SO
088347* THE RERUN OR RESTART IS NOT TAKEN FOR A DUPLICATE.
088348*----------------------------------------------------------
088349 8850-WRITE-RECEIPT.
088350*----------------------------------------------------------
088351     IF CB-QUIESCED OR NOT CB-COUNTS-AGREE
088352         OR CB-FP-RECORD-COUNT = ZERO
088353         GO TO 8850-EXIT
088354     END-IF
088355     OPEN EXTEND RCPTREG
088356     MOVE SPACES              TO RCPTREG-RECORD
088357     MOVE CB-FEED-ID          TO RG-FEED-ID
088358     ACCEPT RG-RUN-DATE FROM DATE YYYYMMDD
088359     ACCEPT RG-RUN-TIME FROM TIME
088360     MOVE CB-OPERATOR-ID      TO RG-OPERATOR-ID
088361     MOVE "CONDBTCH"          TO RG-PROGRAM-ID
088362     MOVE CB-FP-RECORD-COUNT  TO RG-RECORD-COUNT
088363     MOVE CB-FP-HASH-TOTAL    TO RG-HASH-TOTAL
088364     MOVE CB-FP-FIRST-RECORD  TO RG-FIRST-RECORD
088365     MOVE CB-FP-LAST-RECORD   TO RG-LAST-RECORD
088366     IF CB-DUPLICATE-FOUND
088367         MOVE "D"             TO RG-REPROCESS-FLAG
088368     END-IF
088369     WRITE RCPTREG-RECORD
088370     CLOSE RCPTREG.
088371 8850-EXIT.
088372     EXIT.
088400
088500*----------------------------------------------------------
088510* A QUIESCED RUN ENDS WITH ONE FURTHER CHECKPOINT AT THE
088520* COUNTS IT STOPPED ON, MARKED "Q" (8200), SO THE RESTART
088530* LOAD LANDS ON THE SAME BOUNDARY AND CONDMORN CAN TELL A
088540* QUIESCE FROM A RUN THAT DIED.
088550*----------------------------------------------------------
088600 9000-TERMINATE.
088700*----------------------------------------------------------
088710     IF CB-QUIESCED
088720         PERFORM 8200-WRITE-CHECKPOINT THRU 8200-EXIT
088730     END-IF
088800     CLOSE CHARFILE
088900     CLOSE AUDITLOG
089000     CLOSE REPTFILE
