002600*                   RECYCLE LOOP THE CHARACTER SIDE GOT,
002700*                   INSTEAD OF RESUBMITTING A WHOLE FEED
002800*                   OVER ONE BAD COLUMN.
002810* 15-OCT-2026  MC   FLDREJ GROWS TO 128 BYTES: FEED ID,
002820*                   ORIGINAL RUN DATE AND A REPAIR-CYCLE
002830*                   COUNT RIDE THE RECORD AS THEY DO ON
002840*                   REJFILE.  A RECORD THAT STILL FAILS HAS
002850*                   ITS COUNT BUMPED BY ONE BEFORE IT GOES
002860*                   TO FLDREJO, AS CONDREPR DOES; ONE
002870*                   WRITTEN BEFORE THE FIELDS EXISTED STARTS
002880*                   AT ONE.
002884* 15-OCT-2026  MC   THE SECTION NOW ENDS WITH A "RECOVERED"
002888*                   LINE IN CONDFLD'S FOOTER FORMAT SO
002892*                   CONDCERT CREDITS THE REPAIRS WHEN IT
002896*                   CERTIFIES A FIELD FEED.
002900*----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
005100* FLDREJ - THE CORRECTED REJECT EXTRACT, SAME LAYOUT
005200*   CONDFLD WROTE: RECORD NUMBER, FIRST FAILING FIELD AND
005300*   COLUMN FROM THE PROFILE RUN, AND THE FULL SOURCE
005400*   RECORD IN COLS 24-103, THEN FEED ID, ORIGINAL RUN DATE
005410*   AND REPAIR-CYCLE COUNT.
005500*----------------------------------------------------------
005600 FD  FLDREJ
005700     RECORDING MODE IS F.
006400     05  FILLER                   PIC X(01).
006500     05  FR-SOURCE-RECORD         PIC X(80).
006600     05  FILLER                   PIC X(01).
006610     05  FR-FEED-ID               PIC X(08).
006620     05  FR-ORIG-DATE             PIC 9(08).
006630     05  FR-CYCLE-COUNT           PIC 9(03).
006640     05  FILLER                   PIC X(05).
006700
006800 FD  FLDREJO
006900     RECORDING MODE IS F.
007000 01  FLDREJO-RECORD               PIC X(128).
007100
007200 FD  EXCPFILE
007300     RECORDING MODE IS F.
014200     05  FP-TL-LABEL              PIC X(30).
014300     05  FP-TL-COUNT              PIC ZZZZZZ9.
014400     05  FILLER                   PIC X(43)   VALUE SPACES.
014410
014420*----------------------------------------------------------
014430* CONDFLD'S FOOTER LINE SHAPE: LABEL IN COLS 1-15, COUNT
014440* (ZZZZZZ9) IN COLS 16-22, FOR CONDCERT'S FOOTER SCAN.
014450*----------------------------------------------------------
014460 01  FP-FOOTER-LINE.
014470     05  FP-FL-LABEL              PIC X(15).
014480     05  FP-FL-COUNT              PIC ZZZZZZ9.
014490     05  FILLER                   PIC X(58)   VALUE SPACES.
014500
014600 PROCEDURE DIVISION.
014700*----------------------------------------------------------
025000         ADD 1 TO FP-STILL-BAD-COUNT
025100         MOVE FP-REC-FAIL-FIELD TO FR-FIELD-NAME
025200         MOVE FP-REC-FAIL-POS   TO FR-FAIL-POS
025210         IF FR-CYCLE-COUNT IS NUMERIC
025220             ADD 1 TO FR-CYCLE-COUNT
025230         ELSE
025240             MOVE 1 TO FR-CYCLE-COUNT
025250         END-IF
025300         WRITE FLDREJO-RECORD FROM FLDREJ-RECORD
025400     ELSE
025500         ADD 1 TO FP-REPAIRED-COUNT
033000* EXCPFILE, THE WAY CONDREPR APPENDS ITS FOOTER TO THE
033100* OVERNIGHT REPTFILE, SO ONE LISTING TELLS THE WHOLE STORY
033200* OF THE FEED AND ITS REPAIRS.
033225* THE CLOSING "RECOVERED" LINE IS WHAT CONDCERT ADDS TO THE
033250* PROFILE RUN'S OWN "RECOVERED" FOOTER LINE; IT IS WRITTEN
033275* EVEN WHEN FLDREJ WAS EMPTY, AT ZERO.
033300*----------------------------------------------------------
033400 8500-PRINT-TOTALS.
033500*----------------------------------------------------------
034100         MOVE "NO RECORDS WERE READ FROM FLDREJ."
034200             TO EXCPFILE-RECORD
034300         WRITE EXCPFILE-RECORD
034400         GO TO 8500-RECOVERED
034500     END-IF
034600     MOVE "REJECTS READ:                 " TO FP-TL-LABEL
034700     MOVE FP-READ-COUNT TO FP-TL-COUNT
035200     MOVE "STILL FAILING, OUT FOR REWORK:" TO FP-TL-LABEL
035300     MOVE FP-STILL-BAD-COUNT TO FP-TL-COUNT
035400     WRITE EXCPFILE-RECORD FROM FP-TOTAL-LINE.
035420 8500-RECOVERED.
035440     MOVE "Recovered"       TO FP-FL-LABEL
035460     MOVE FP-REPAIRED-COUNT TO FP-FL-COUNT
035480     WRITE EXCPFILE-RECORD FROM FP-FOOTER-LINE.
035500 8500-EXIT.
035600     EXIT.
035700
