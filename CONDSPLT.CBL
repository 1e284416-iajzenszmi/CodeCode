002300*                   TRAILERLESS FEED ON A CONTRACTED-
002400*                   TRAILER RUN ENDS RC=12 BEFORE ANY
002500*                   STREAM JOB IS RELEASED.
002510* 15-OCT-2026  MC   ADDED THE RCPTREG FEED RECEIPT REGISTER
002520*                   CHECK CONDBTCH MAKES.  BEFORE ANY RECORD
002530*                   IS DEALT, CHARFILE IS FINGERPRINTED
002540*                   (DATA RECORD COUNT, FIRST AND LAST DATA
002550*                   RECORD, POSITION-WEIGHTED HASH TOTAL) AND
002560*                   A FEED ALREADY ON THE REGISTER ENDS RC=20
002570*                   WITH SYSOUT NAMING THE EARLIER RUN, SO A
002580*                   RESENT FILE NEVER REACHES THE STREAM
002590*                   JOBS.  THE SYSIN CARD NOW CARRIES THE
002591*                   FEED ID (COLS 5-12) FOR THE REGISTER ROW
002592*                   AND DATA CONTROL'S "D" DELIBERATE-
002593*                   REPROCESS OVERRIDE (COL 14).
002594* 15-OCT-2026  MC   THE FEED IS REGISTERED ONLY AFTER THE
002595*                   TRAILER CHECK AGREES, SO AN RC=12 OR AN
002596*                   ABENDED SPLIT CAN SIMPLY BE RERUN.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
005000
005100     SELECT SYSIN-FILE ASSIGN TO SYSIN
005200         ORGANIZATION IS LINE SEQUENTIAL.
005210
005220     SELECT OPTIONAL RCPTREG ASSIGN TO RCPTREG
005230         ORGANIZATION IS SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
011300*                   CONTRACTED TO SEND A *TRAILER, SO A
011400*                   MISSING ONE ENDS RC=12; BLANK = THE
011500*                   LEGACY COUNT-NOT-VERIFIED BEHAVIOUR)
011510*   COLUMNS  5-12   FEED / SOURCE-SYSTEM ID FOR THE RCPTREG
011520*                   RECEIPT ROW (BLANK = "DEFAULT")
011530*   COLUMN     14   REPROCESS OVERRIDE ("D" = DATA CONTROL
011540*                   IS DELIBERATELY REPROCESSING A FEED
011550*                   ALREADY ON THE REGISTER; BLANK = A
011560*                   MATCH ENDS RC=20)
011600*----------------------------------------------------------
011700     05  CTL-STREAM-COUNT        PIC X(01).
011800     05  FILLER                  PIC X(01).
011900     05  CTL-TRAILER-FLAG        PIC X(01).
012000        88  CTL-TRAILER-REQUIRED        VALUE "T", "t".
012010     05  FILLER                  PIC X(01).
012020     05  CTL-FEED-ID             PIC X(08).
012030     05  FILLER                  PIC X(01).
012040     05  CTL-REPROCESS-FLAG      PIC X(01).
012050        88  CTL-REPROCESS-OVERRIDE      VALUE "D", "d".
012100     05  FILLER                  PIC X(66).
012200
012201*----------------------------------------------------------
012202* RCPTREG - PERMANENT FEED RECEIPT REGISTER, SHARED WITH
012203*   CONDBTCH AND IN THE SAME LAYOUT.  ONE ROW PER CHARFILE
012204*   SPLIT TO A CLEAN END; SEE CONDBTCH FOR THE FIELDS.
012205*----------------------------------------------------------
012206 FD  RCPTREG
012207     RECORDING MODE IS F.
012208 01  RCPTREG-RECORD.
012209     05  RG-FEED-ID              PIC X(08).
012210     05  FILLER                  PIC X(01).
012211     05  RG-RUN-DATE             PIC 9(08).
012212     05  FILLER                  PIC X(01).
012213     05  RG-RUN-TIME             PIC 9(08).
012214     05  FILLER                  PIC X(01).
012215     05  RG-OPERATOR-ID          PIC X(08).
012216     05  FILLER                  PIC X(01).
012217     05  RG-PROGRAM-ID           PIC X(08).
012218     05  FILLER                  PIC X(01).
012219     05  RG-RECORD-COUNT         PIC 9(09).
012220     05  FILLER                  PIC X(01).
012221     05  RG-HASH-TOTAL           PIC 9(15).
012222     05  FILLER                  PIC X(01).
012223     05  RG-REPROCESS-FLAG       PIC X(01).
012224     05  FILLER                  PIC X(08).
012225     05  RG-FIRST-RECORD         PIC X(80).
012226     05  RG-LAST-RECORD          PIC X(80).
012227
012300 WORKING-STORAGE SECTION.
012400 01  SP-SWITCHES.
012500     05  SP-EOF-SWITCH           PIC X(01)   VALUE "N".
013200         88  SP-TRAILER-REQUIRED             VALUE "Y".
013300     05  SP-COUNT-MATCH-SWITCH   PIC X(01)   VALUE "Y".
013400         88  SP-COUNTS-AGREE                 VALUE "Y".
013410     05  SP-FP-EOF-SWITCH        PIC X(01)   VALUE "N".
013420         88  SP-FP-END-OF-FILE               VALUE "Y".
013430     05  SP-REG-EOF-SWITCH       PIC X(01)   VALUE "N".
013440         88  SP-REG-END-OF-FILE              VALUE "Y".
013450     05  SP-DUP-SWITCH           PIC X(01)   VALUE "N".
013460         88  SP-DUPLICATE-FOUND              VALUE "Y".
013470     05  SP-REPROCESS-SWITCH     PIC X(01)   VALUE "N".
013480         88  SP-REPROCESS-ALLOWED            VALUE "Y".
013500
013501 01  SP-FEED-ID                  PIC X(08)   VALUE SPACES.
013502 01  SP-OPERATOR-ID              PIC X(08)   VALUE SPACES.
013503
013504*----------------------------------------------------------
013505* THIS FEED'S FINGERPRINT AND THE EARLIER RECEIPT IT MATCHED
013506* ON RCPTREG, TAKEN THE SAME WAY CONDBTCH TAKES THEM.
013507*----------------------------------------------------------
013508 01  SP-FINGERPRINT.
013509     05  SP-FP-RECORD-COUNT      PIC 9(09)   COMP-3 VALUE ZERO.
013510     05  SP-FP-HASH-TOTAL        PIC 9(15)   COMP-3 VALUE ZERO.
013511     05  SP-FP-FIRST-RECORD      PIC X(80)   VALUE SPACES.
013512     05  SP-FP-LAST-RECORD       PIC X(80)   VALUE SPACES.
013513
013514 01  SP-EARLIER-RECEIPT.
013515     05  SP-ER-FEED-ID           PIC X(08)   VALUE SPACES.
013516     05  SP-ER-RUN-DATE          PIC 9(08)   VALUE ZERO.
013517     05  SP-ER-RUN-TIME          PIC 9(08)   VALUE ZERO.
013518     05  SP-ER-OPERATOR-ID       PIC X(08)   VALUE SPACES.
013519     05  SP-ER-PROGRAM-ID        PIC X(08)   VALUE SPACES.
013520
013521 01  SP-BYTE-WORK.
013522     05  SP-BYTE-VALUE           PIC 9(04)   COMP.
013523 01  SP-BYTE-CHARS REDEFINES SP-BYTE-WORK.
013524     05  SP-BYTE-HIGH            PIC X(01).
013525     05  SP-BYTE-LOW             PIC X(01).
013526 01  SP-HASH-SUB                 PIC 9(02)   COMP   VALUE ZERO.
013527
013600 01  SP-STREAM-COUNT             PIC 9(01)   VALUE 4.
013700 01  SP-NEXT-STREAM              PIC 9(01)   VALUE 1.
013800 01  SP-SUB                      PIC 9(01)   VALUE ZERO.
016600     PERFORM 3000-WRITE-STREAM-TRAILERS THRU 3000-EXIT
016700     PERFORM 4000-VERIFY-TRAILER-COUNT  THRU 4000-EXIT
016800     PERFORM 5000-WRITE-CONTROL-RECORD  THRU 5000-EXIT
016850     PERFORM 8850-WRITE-RECEIPT    THRU 8850-EXIT
016900     PERFORM 9000-TERMINATE        THRU 9000-EXIT
017000     STOP RUN.
017100
018400         IF CTL-TRAILER-REQUIRED
018500             MOVE "Y" TO SP-TRAILER-REQ-SWITCH
018600         END-IF
018610         MOVE CTL-FEED-ID TO SP-FEED-ID
018620         IF CTL-REPROCESS-OVERRIDE
018630             MOVE "Y" TO SP-REPROCESS-SWITCH
018640         END-IF
018700     END-IF
018710     IF SP-FEED-ID = SPACES
018720         MOVE "DEFAULT" TO SP-FEED-ID
018730     END-IF
018740     ACCEPT SP-OPERATOR-ID FROM ENVIRONMENT "USER"
018750     IF SP-OPERATOR-ID = SPACES
018760         MOVE "BATCH" TO SP-OPERATOR-ID
018770     END-IF
018780     PERFORM 1300-CHECK-RECEIPT    THRU 1300-EXIT
018800     OPEN OUTPUT STREAM01
018900     OPEN OUTPUT STREAM02
019000     IF SP-STREAM-COUNT > 2
021800     MOVE ZERO TO SP-REC-COUNT(SP-SUB).
021900 1200-EXIT.
022000     EXIT.
022001
022002*----------------------------------------------------------
022003* DUPLICATE-TRANSMISSION GATE, AS IN CONDBTCH: CHARFILE IS
022004* READ THROUGH ONCE FOR ITS FINGERPRINT AND REOPENED, AND A
022005* MATCH ON RCPTREG ENDS THE SPLIT BEFORE ANY STREAM IS
022006* WRITTEN UNLESS THE REPROCESS OVERRIDE IS SET.  THE FEED IS
022007* REGISTERED AT THE END OF THE SPLIT (8850).  AN EMPTY
022008* CHARFILE IS NOT REGISTERED AND ENDS RC=8 AS BEFORE.
022009*----------------------------------------------------------
022010 1300-CHECK-RECEIPT.
022011*----------------------------------------------------------
022012     MOVE "N" TO SP-FP-EOF-SWITCH
022013     PERFORM 1310-FINGERPRINT-ONE-RECORD THRU 1310-EXIT
022014         UNTIL SP-FP-END-OF-FILE
022015     CLOSE CHARFILE
022016     OPEN INPUT CHARFILE
022017     IF SP-FP-RECORD-COUNT = ZERO
022018         GO TO 1300-EXIT
022019     END-IF
022020     PERFORM 8800-SCAN-RECEIPT-REGISTER THRU 8800-EXIT
022021     IF SP-DUPLICATE-FOUND AND NOT SP-REPROCESS-ALLOWED
022022         PERFORM 1350-STOP-DUPLICATE-FEED THRU 1350-EXIT
022023     END-IF
022024     IF SP-DUPLICATE-FOUND
022025         DISPLAY "CONDSPLT: CHARFILE MATCHES FEED " SP-ER-FEED-ID
022026             " RECEIVED " SP-ER-RUN-DATE " " SP-ER-RUN-TIME
022027             " BY " SP-ER-PROGRAM-ID
022028         DISPLAY "CONDSPLT: DELIBERATE REPROCESS OVERRIDE IN "
022029             "EFFECT -- SPLIT GOES AHEAD"
022030     END-IF.
022031 1300-EXIT.
022032     EXIT.
022033
022034*----------------------------------------------------------
022035 1310-FINGERPRINT-ONE-RECORD.
022036*----------------------------------------------------------
022037     READ CHARFILE
022038         AT END MOVE "Y" TO SP-FP-EOF-SWITCH
022039         NOT AT END
022040             IF CFT-TRAILER-PRESENT
022041                 MOVE "Y" TO SP-FP-EOF-SWITCH
022042             ELSE
022043                 ADD 1 TO SP-FP-RECORD-COUNT
022044                 IF SP-FP-RECORD-COUNT = 1
022045                     MOVE CHARFILE-RECORD TO SP-FP-FIRST-RECORD
022046                 END-IF
022047                 MOVE CHARFILE-RECORD TO SP-FP-LAST-RECORD
022048                 PERFORM 1320-HASH-ONE-BYTE THRU 1320-EXIT
022049                     VARYING SP-HASH-SUB FROM 1 BY 1
022050                     UNTIL SP-HASH-SUB > 80
022051             END-IF
022052     END-READ.
022053 1310-EXIT.
022054     EXIT.
022055
022056*----------------------------------------------------------
022057 1320-HASH-ONE-BYTE.
022058*----------------------------------------------------------
022059     MOVE ZERO TO SP-BYTE-VALUE
022060     MOVE CHARFILE-RECORD(SP-HASH-SUB:1) TO SP-BYTE-LOW
022061     COMPUTE SP-FP-HASH-TOTAL =
022062         SP-FP-HASH-TOTAL + SP-BYTE-VALUE * SP-HASH-SUB.
022063 1320-EXIT.
022064     EXIT.
022065
022066*----------------------------------------------------------
022067* NO STREAM HAS BEEN OPENED AND SPLTCTL IS LEFT EMPTY, SO
022068* NEITHER THE STREAM JOBS NOR CONDMRGE CAN RUN ON IT.
022069*----------------------------------------------------------
022070 1350-STOP-DUPLICATE-FEED.
022071*----------------------------------------------------------
022072     MOVE SP-FP-RECORD-COUNT TO SP-COUNT-EDIT
022073     DISPLAY "CONDSPLT: DUPLICATE TRANSMISSION -- FEED NOT SPLIT"
022074     DISPLAY "CONDSPLT: THIS FEED       " SP-FEED-ID
022075         "  DATA RECORDS " SP-COUNT-EDIT
022076     DISPLAY "CONDSPLT: EARLIER RECEIPT " SP-ER-FEED-ID
022077         "  RUN " SP-ER-RUN-DATE " " SP-ER-RUN-TIME
022078         "  BY " SP-ER-OPERATOR-ID " (" SP-ER-PROGRAM-ID ")"
022079     DISPLAY "CONDSPLT: SAME RECORD COUNT, FIRST/LAST RECORD "
022080         "AND HASH TOTAL"
022081     DISPLAY "CONDSPLT: RESUBMIT WITH D IN SYSIN COLUMN 14 ONLY "
022082         "FOR A DELIBERATE REPROCESS"
022083     CLOSE CHARFILE
022084     CLOSE SPLTCTL
022085     MOVE 20 TO RETURN-CODE
022086     STOP RUN.
022087 1350-EXIT.
022088     EXIT.
022100
022200*----------------------------------------------------------
022300* ROUND-ROBIN ON WHOLE RECORDS: EITHER FEED FORMAT RIDES
033100     END-READ.
033200 8000-EXIT.
033300     EXIT.
033301
033302*----------------------------------------------------------
033303* KEEP-LAST SCAN OF THE RECEIPT REGISTER; THE FEED ID IS NOT
033304* PART OF THE MATCH.  SAME RULES AS CONDBTCH.
033305*----------------------------------------------------------
033306 8800-SCAN-RECEIPT-REGISTER.
033307*----------------------------------------------------------
033308     MOVE "N" TO SP-REG-EOF-SWITCH
033309     OPEN INPUT RCPTREG
033310     PERFORM 8810-CHECK-ONE-RECEIPT THRU 8810-EXIT
033311         UNTIL SP-REG-END-OF-FILE
033312     CLOSE RCPTREG.
033313 8800-EXIT.
033314     EXIT.
033315
033316*----------------------------------------------------------
033317 8810-CHECK-ONE-RECEIPT.
033318*----------------------------------------------------------
033319     READ RCPTREG
033320         AT END MOVE "Y" TO SP-REG-EOF-SWITCH
033321         NOT AT END
033322             IF RG-RECORD-COUNT IS NUMERIC
033323                 AND RG-HASH-TOTAL IS NUMERIC
033324                 AND RG-RECORD-COUNT = SP-FP-RECORD-COUNT
033325                 AND RG-HASH-TOTAL   = SP-FP-HASH-TOTAL
033326                 AND RG-FIRST-RECORD = SP-FP-FIRST-RECORD
033327                 AND RG-LAST-RECORD  = SP-FP-LAST-RECORD
033328                 MOVE "Y"            TO SP-DUP-SWITCH
033329                 MOVE RG-FEED-ID     TO SP-ER-FEED-ID
033330                 MOVE RG-RUN-DATE    TO SP-ER-RUN-DATE
033331                 MOVE RG-RUN-TIME    TO SP-ER-RUN-TIME
033332                 MOVE RG-OPERATOR-ID TO SP-ER-OPERATOR-ID
033333                 MOVE RG-PROGRAM-ID  TO SP-ER-PROGRAM-ID
033334             END-IF
033335     END-READ.
033336 8810-EXIT.
033337     EXIT.
033338
033339*----------------------------------------------------------
033340* THE FEED GOES ON THE REGISTER ONLY ONCE THE TRAILER CHECK
033341* HAS AGREED, SO A SPLIT THAT ABENDS OR ENDS RC=12 LEAVES NO
033342* ROW AND ITS RERUN IS NOT TAKEN FOR A DUPLICATE.
033343*----------------------------------------------------------
033344 8850-WRITE-RECEIPT.
033345*----------------------------------------------------------
033346     IF NOT SP-COUNTS-AGREE OR SP-FP-RECORD-COUNT = ZERO
033347         GO TO 8850-EXIT
033348     END-IF
033349     OPEN EXTEND RCPTREG
033350     MOVE SPACES              TO RCPTREG-RECORD
033351     MOVE SP-FEED-ID          TO RG-FEED-ID
033352     ACCEPT RG-RUN-DATE FROM DATE YYYYMMDD
033353     ACCEPT RG-RUN-TIME FROM TIME
033354     MOVE SP-OPERATOR-ID      TO RG-OPERATOR-ID
033355     MOVE "CONDSPLT"          TO RG-PROGRAM-ID
033356     MOVE SP-FP-RECORD-COUNT  TO RG-RECORD-COUNT
033357     MOVE SP-FP-HASH-TOTAL    TO RG-HASH-TOTAL
033358     MOVE SP-FP-FIRST-RECORD  TO RG-FIRST-RECORD
033359     MOVE SP-FP-LAST-RECORD   TO RG-LAST-RECORD
033360     IF SP-DUPLICATE-FOUND
033361         MOVE "D"             TO RG-REPROCESS-FLAG
033362     END-IF
033363     WRITE RCPTREG-RECORD
033364     CLOSE RCPTREG.
033365 8850-EXIT.
033366     EXIT.
033400
033500*----------------------------------------------------------
033600 9000-TERMINATE.
