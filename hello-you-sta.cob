001210*DEPARTMENT. THE MIX USES THE CUSTOMER MASTER AS IT STANDS AT
001220*RUN TIME, KEYED THE SAME WAY THE GREETERS KEY THEIR LOOKUPS.
001230*PRODUCED FOR THE MONTHLY STAFFING REVIEW THAT SETS FRONT-DESK
001240*COVERAGE BY SHIFT. A LAST SECTION COUNTS HOW THE RANGE'S VISITS
001250*ENDED ON THE VISITOR MASTER, INCLUDING THE MISSED CHECK-OUTS
001260*THE OVERNIGHT OVERSTAY RUN (HelloOvs) HAD TO FORCE-CLOSE.
001300*=================================================================
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
003040         RECORD KEY IS PC-CODE
003050         FILE STATUS IS WS-PURPOSE-STATUS.
003060
003061     SELECT VISITOR-MASTER ASSIGN TO VISITOR
003062         ORGANIZATION IS INDEXED
003063         ACCESS MODE IS DYNAMIC
003064         RECORD KEY IS VR-VISITOR-ID
003065         FILE STATUS IS WS-VISITOR-STATUS.
003066
003100     SELECT PRINT-FILE ASSIGN TO "STATRPT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PRINT-STATUS.
004310
004320 FD  PURPOSE-MASTER.
004330     COPY PURPOSE.
004331
004332 FD  VISITOR-MASTER.
004333     COPY VISITOR.
004400
004500 FD  PRINT-FILE.
004600 01  PRINT-LINE                  PIC X(80).
005030 01  WS-PURPOSE-STATUS           PIC XX.
005040 01  WS-PURPOSE-AVAILABLE        PIC X VALUE "N".
005050     88  PURPOSE-FILE-OPEN       VALUE "Y".
005051 01  WS-VISITOR-STATUS           PIC XX.
005052 01  WS-VISITOR-EOF-SWITCH       PIC X VALUE "N".
005053     88  END-OF-VISITORS         VALUE "Y".
005100 01  WS-PRINT-STATUS             PIC XX.
005200 01  WS-START-DATE               PIC X(8) VALUE SPACES.
005300 01  WS-END-DATE                 PIC X(8) VALUE SPACES.
008600 01  WS-REJECT-RECN              PIC 9(7) VALUE ZERO.
008610 01  WS-REJECT-BARR              PIC 9(7) VALUE ZERO.
008620 01  WS-REJECT-PURP              PIC 9(7) VALUE ZERO.
008630 01  WS-REJECT-PASS              PIC 9(7) VALUE ZERO.
008631 01  WS-REJECT-HOST              PIC 9(7) VALUE ZERO.
008632 01  WS-REJECT-FULL              PIC 9(7) VALUE ZERO.
008700 01  WS-REJECT-OTHER             PIC 9(7) VALUE ZERO.
008800
008810 01  WS-PURP-TABLE.
008870 01  WS-PURP-MATCH-SUB           PIC 9(2).
008880 01  WS-PURP-OVERFLOW            PIC 9(7) VALUE ZERO.
008890
008891 01  WS-VISITS-CHECKED-OUT       PIC 9(7) VALUE ZERO.
008892 01  WS-VISITS-FORCE-CLOSED      PIC 9(7) VALUE ZERO.
008893 01  WS-VISITS-STILL-IN          PIC 9(7) VALUE ZERO.
008894
008900 01  WS-MIX-VIP                  PIC 9(7) VALUE ZERO.
009000 01  WS-MIX-RETURNING            PIC 9(7) VALUE ZERO.
009100 01  WS-MIX-FIRST-TIME           PIC 9(7) VALUE ZERO.
011330     END-IF
011800     PERFORM TALLY-AUDIT-TRAIL
011900     PERFORM TALLY-SUSPENSE-LOG
011901     PERFORM TALLY-CHECK-OUTS
012000     PERFORM PRINT-DAY-SECTION
012100     PERFORM PRINT-HOUR-SECTION
012200     PERFORM PRINT-OPERATOR-SECTION
012300     PERFORM PRINT-REJECT-SECTION
012400     PERFORM PRINT-MIX-SECTION
012410     PERFORM PRINT-PURPOSE-SECTION
012411     PERFORM PRINT-CHECK-OUT-SECTION
012500     IF CUSTOMER-FILE-OPEN
012510         CLOSE CUSTOMER-MASTER
012520     END-IF
025800             WHEN "RECN" ADD 1 TO WS-REJECT-RECN
025810             WHEN "BARR" ADD 1 TO WS-REJECT-BARR
025820             WHEN "PURP" ADD 1 TO WS-REJECT-PURP
025830             WHEN "PASS" ADD 1 TO WS-REJECT-PASS
025831             WHEN "HOST" ADD 1 TO WS-REJECT-HOST
025832             WHEN "FULL" ADD 1 TO WS-REJECT-FULL
025900             WHEN OTHER ADD 1 TO WS-REJECT-OTHER
026000         END-EVALUATE
026100     END-IF
032340     MOVE "PURP BAD PURPOSE  " TO WS-S-LABEL
032350     MOVE WS-REJECT-PURP TO WS-S-COUNT
032360     WRITE PRINT-LINE FROM WS-STAT-LINE
032370     MOVE "PASS PASS REFUSED " TO WS-S-LABEL
032380     MOVE WS-REJECT-PASS TO WS-S-COUNT
032390     WRITE PRINT-LINE FROM WS-STAT-LINE
032391     MOVE "HOST BAD HOST     " TO WS-S-LABEL
032392     MOVE WS-REJECT-HOST TO WS-S-COUNT
032393     WRITE PRINT-LINE FROM WS-STAT-LINE
032394     MOVE "FULL SITE AT LIMIT" TO WS-S-LABEL
032395     MOVE WS-REJECT-FULL TO WS-S-COUNT
032396     WRITE PRINT-LINE FROM WS-STAT-LINE
032400     IF WS-REJECT-OTHER > ZERO
032500         MOVE "OTHER             " TO WS-S-LABEL
032600         MOVE WS-REJECT-OTHER TO WS-S-COUNT
037900                 MOVE PC-DEPARTMENT TO WS-S-LABEL (6:8)
038000         END-READ
038100     END-IF.
038101
038102*=================================================================
038103*HOW VISITS ENDED, FROM THE VISITOR MASTER, FOR VISITS THAT
038104*BEGAN IN THE REPORT RANGE: CHECKED OUT AT THE DESK OR BY BADGE
038105*SCAN, FORCE-CLOSED BY THE OVERNIGHT OVERSTAY RUN BECAUSE NOBODY
038106*SIGNED THE VISITOR OUT, OR STILL ON PREMISES. THE MASTER HOLDS
038107*THE 90-DAY RETENTION ONLY, SO A RANGE REACHING FURTHER BACK
038108*THAN HelloHkp's LAST ARCHIVE COUNTS ONLY THE VISITS STILL LIVE.
038109*=================================================================
038110 TALLY-CHECK-OUTS.
038111     OPEN INPUT VISITOR-MASTER
038112     IF WS-VISITOR-STATUS = "35"
038113         DISPLAY "No visitor master on file - check-outs not "
038114             "counted."
038115     ELSE
038116         MOVE LOW-VALUES TO VR-VISITOR-ID
038117         START VISITOR-MASTER KEY IS NOT LESS THAN VR-VISITOR-ID
038118             INVALID KEY MOVE "Y" TO WS-VISITOR-EOF-SWITCH
038119         END-START
038120         PERFORM TALLY-ONE-CHECK-OUT UNTIL END-OF-VISITORS
038121         CLOSE VISITOR-MASTER
038122     END-IF.
038123
038124 TALLY-ONE-CHECK-OUT.
038125     READ VISITOR-MASTER NEXT RECORD
038126         AT END MOVE "Y" TO WS-VISITOR-EOF-SWITCH
038127     END-READ
038128     IF NOT END-OF-VISITORS
038129         IF VR-VISITOR-ID (1:8) >= WS-START-DATE
038130                 AND VR-VISITOR-ID (1:8) <= WS-END-DATE
038131             EVALUATE TRUE
038132                 WHEN VR-DEPARTED
038133                     ADD 1 TO WS-VISITS-CHECKED-OUT
038134                 WHEN VR-FORCE-CLOSED
038135                     ADD 1 TO WS-VISITS-FORCE-CLOSED
038136                 WHEN OTHER
038137                     ADD 1 TO WS-VISITS-STILL-IN
038138             END-EVALUATE
038139         END-IF
038140     END-IF.
038141
038142 PRINT-CHECK-OUT-SECTION.
038143     MOVE "HOW VISITS ENDED" TO WS-SECTION-LINE
038144     PERFORM PRINT-SECTION-HEADING
038145     MOVE "CHECKED OUT       " TO WS-S-LABEL
038146     MOVE WS-VISITS-CHECKED-OUT TO WS-S-COUNT
038147     WRITE PRINT-LINE FROM WS-STAT-LINE
038148     MOVE "MISSED CHECK-OUT  " TO WS-S-LABEL
038149     MOVE WS-VISITS-FORCE-CLOSED TO WS-S-COUNT
038150     WRITE PRINT-LINE FROM WS-STAT-LINE
038151     MOVE "STILL ON PREMISES " TO WS-S-LABEL
038152     MOVE WS-VISITS-STILL-IN TO WS-S-COUNT
038153     WRITE PRINT-LINE FROM WS-STAT-LINE.
