000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloVfy.
000300*=================================================================
000400*NIGHTLY AUDIT-TRAIL VERIFICATION. WALKS THE AUDARCH ARCHIVE
000500*GENERATIONS, OLDEST FIRST, AND THEN THE LIVE AUDIT TRAIL AS ONE
000600*CHAIN OF RECORDS AND CHECKS EACH AGAINST THE ONE BEFORE IT:
000700*  - ITS SEQUENCE NUMBER MUST BE ONE MORE, SO A GREETING DELETED
000800*    FROM OR INSERTED INTO THE FILE SHOWS AS A BREAK;
000900*  - ITS CHECK VALUE, WORKED OUT AGAIN FROM THE PREVIOUS RECORD'S
001000*    AS AUDIT.CPY DESCRIBES, MUST MATCH THE ONE STORED, SO AN
001100*    EDITED RECORD FAILS;
001200*  - ITS TIMESTAMP MAY NOT BE MORE THAN A MINUTE EARLIER THAN THE
001210*    PREVIOUS RECORD'S. DESKS GREETING AT THE SAME MOMENT CAN TAKE
001220*    THEIR SEQUENCE NUMBERS THE OTHER WAY ROUND FROM THEIR CLOCK
001230*    TIMES, SO A SMALLER STEP BACK IS NOT AN EXCEPTION.
001300*RECORDS WRITTEN BEFORE THE CHAIN EXISTED CARRY NO SEQUENCE
001400*NUMBER AND ARE ONLY COUNTED UNTIL THE FIRST SEQUENCED RECORD;
001500*ONE WITHOUT A NUMBER AFTER THAT IS AN EXCEPTION. THE FIRST
001600*SEQUENCED RECORD ANCHORS THE CHAIN AND CAN ONLY HAVE ITS CHECK
001700*VALUE PROVED WHEN IT IS SEQUENCE 1 - ONCE THE OLDEST GENERATIONS
001800*HAVE ROLLED OFF, THE CHAIN IS PROVED FROM THERE ON.
001900*PRINTS EVERY EXCEPTION AND THE CONTROL TOTALS, AND ENDS WITH
002000*RETURN CODE 8 WHEN THERE ARE ANY SO THE SCHEDULER ALERTS
002100*SECURITY.
002200*=================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT AUDIT-ARCHIVE ASSIGN TO AUDARCH
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-AUDARCH-STATUS.
002900
003000     SELECT AUDIT-FILE ASSIGN TO AUDITIN
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-AUDIT-STATUS.
003300
003400     SELECT PRINT-FILE ASSIGN TO "VFYRPT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PRINT-STATUS.
003700
003800     SELECT RUN-LOG ASSIGN TO RUNLOG
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RUNLOG-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  AUDIT-ARCHIVE.
004400 01  AUDIT-ARCHIVE-RECORD        PIC X(108).
004500
004600 FD  AUDIT-FILE.
004700 01  AUDIT-FILE-RECORD           PIC X(108).
004800
004900 FD  PRINT-FILE.
005000 01  PRINT-LINE                  PIC X(80).
005100
005200 FD  RUN-LOG.
005300     COPY RUNLOG.
005400 WORKING-STORAGE SECTION.
005500*BOTH FILES ARE READ INTO THE ONE AUDIT LAYOUT.
005600     COPY AUDIT.
005700 01  WS-AUDARCH-STATUS           PIC XX.
005800 01  WS-AUDIT-STATUS             PIC XX.
005900 01  WS-PRINT-STATUS             PIC XX.
006000 01  WS-RUNLOG-STATUS            PIC XX.
006100 01  WS-EOF-SWITCH               PIC X VALUE "N".
006200     88  END-OF-FILE             VALUE "Y".
006300 01  WS-CHAIN-SWITCH             PIC X VALUE "N".
006400     88  CHAIN-STARTED           VALUE "Y".
006500 01  WS-SOURCE                   PIC X(7).
006600 01  WS-RUN-DATE                 PIC X(8).
006700
006800 01  WS-PREV-SEQUENCE            PIC 9(9) VALUE ZERO.
006900 01  WS-PREV-CHECK               PIC 9(9) VALUE ZERO.
007000 01  WS-PREV-MINUTE              PIC 9(11) VALUE ZERO.
007010 01  WS-STAMP-DATE-9             PIC 9(8).
007020 01  WS-STAMP-HH                 PIC 99.
007030 01  WS-STAMP-MM                 PIC 99.
007040 01  WS-STAMP-MINUTE             PIC 9(11).
007100 01  WS-EXPECTED-SEQUENCE        PIC 9(9).
007200 01  WS-FIRST-SEQUENCE           PIC 9(9) VALUE ZERO.
007300 01  WS-EXCEPTION-REASON         PIC X(26).
007400
007500 01  WS-CHAIN-VALUE              PIC 9(11).
007600 01  WS-CHAIN-SUB                PIC 9(2).
007700 01  WS-CHAIN-DATA.
007800     05  WS-CD-VISITOR-ID        PIC X(19).
007900     05  WS-CD-TIMESTAMP         PIC X(26).
008000     05  WS-CD-OPERATOR-ID       PIC X(8).
008100     05  WS-CD-SITE-CODE         PIC X(1).
008200     05  WS-CD-PURPOSE-CODE      PIC X(4).
008300     05  WS-CD-SEQUENCE          PIC 9(9).
008400 01  WS-CHAIN-CHARS REDEFINES WS-CHAIN-DATA.
008500     05  WS-CHAIN-CHAR           PIC X(1) OCCURS 67 TIMES.
008600
008700 01  WS-ARCHIVE-COUNT            PIC 9(7) VALUE ZERO.
008800 01  WS-LIVE-COUNT               PIC 9(7) VALUE ZERO.
008900 01  WS-UNCHAINED-COUNT          PIC 9(7) VALUE ZERO.
009000 01  WS-BREAK-COUNT              PIC 9(7) VALUE ZERO.
009100 01  WS-CHAIN-FAIL-COUNT         PIC 9(7) VALUE ZERO.
009200 01  WS-ORDER-COUNT              PIC 9(7) VALUE ZERO.
009300 01  WS-UNSEQUENCED-COUNT        PIC 9(7) VALUE ZERO.
009400 01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZERO.
009500
009600 01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
009700 01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
009800 01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 50.
009900
010000 01  WS-HEADING-1.
010100     05  FILLER                  PIC X(36) VALUE
010200         "HELLOYOU AUDIT TRAIL VERIFICATION".
010300     05  WS-H1-DATE              PIC X(8).
010400     05  FILLER                  PIC X(6) VALUE " PAGE ".
010500     05  WS-H1-PAGE              PIC ZZZ9.
010600
010700 01  WS-HEADING-2.
010800     05  FILLER                  PIC X(8) VALUE "SOURCE".
010900     05  FILLER                  PIC X(10) VALUE "SEQUENCE".
011000     05  FILLER                  PIC X(20) VALUE "VISITOR ID".
011100     05  FILLER                  PIC X(15) VALUE "TIMESTAMP".
011200     05  FILLER                  PIC X(26) VALUE "EXCEPTION".
011300
011400 01  WS-DETAIL-LINE.
011500     05  WS-D-SOURCE             PIC X(7).
011600     05  FILLER                  PIC X(1) VALUE SPACE.
011700     05  WS-D-SEQUENCE           PIC X(9).
011800     05  FILLER                  PIC X(1) VALUE SPACE.
011900     05  WS-D-VISITOR-ID         PIC X(19).
012000     05  FILLER                  PIC X(1) VALUE SPACE.
012100     05  WS-D-TIMESTAMP          PIC X(14).
012200     05  FILLER                  PIC X(1) VALUE SPACE.
012300     05  WS-D-REASON             PIC X(26).
012400
012500 01  WS-TOTAL-LINE.
012600     05  WS-T-LABEL              PIC X(34).
012700     05  WS-T-COUNT              PIC ZZZZZZZZ9.
012800
012900 01  WS-NONE-LINE                PIC X(40) VALUE
013000     "No exceptions - audit trail verified.".
013100 01  WS-NO-ARCHIVE-LINE          PIC X(40) VALUE
013200     "No audit archive on file.".
013300 01  WS-FAILED-LINE              PIC X(40) VALUE
013400     "*** AUDIT TRAIL FAILED VERIFICATION ***".
013500 PROCEDURE DIVISION.
013600 MAIN-PARA.
013700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
013800     OPEN OUTPUT PRINT-FILE
013900     PERFORM PRINT-HEADINGS
014000     PERFORM VERIFY-ARCHIVE
014100     PERFORM VERIFY-LIVE-TRAIL
014200     IF WS-EXCEPTION-COUNT = ZERO
014300         WRITE PRINT-LINE FROM WS-NONE-LINE
014400     END-IF
014500     PERFORM PRINT-TOTALS
014600     CLOSE PRINT-FILE
014700     PERFORM WRITE-RUN-LOG-TOTALS
014800     IF WS-EXCEPTION-COUNT > ZERO
014900         DISPLAY "HelloVfy: AUDIT TRAIL FAILED VERIFICATION - "
015000             "see the verification report"
015100         MOVE 8 TO RETURN-CODE
015200     ELSE
015300         DISPLAY "HelloVfy: audit trail verified"
015400     END-IF
015500     STOP RUN.
015600
015700*=================================================================
015800*THE ARCHIVE GENERATIONS COME FIRST - THE JCL CONCATENATES THEM
015900*OLDEST FIRST - THEN THE LIVE TRAIL, WHOSE FIRST RECORD CARRIES
016000*ON FROM THE LAST ONE HelloHkp ARCHIVED.
016100*=================================================================
016200 VERIFY-ARCHIVE.
016300     MOVE "ARCHIVE" TO WS-SOURCE
016400     OPEN INPUT AUDIT-ARCHIVE
016500     IF WS-AUDARCH-STATUS NOT = "00"
016600         WRITE PRINT-LINE FROM WS-NO-ARCHIVE-LINE
016700         ADD 1 TO WS-LINE-COUNT
016800     ELSE
016900         MOVE "N" TO WS-EOF-SWITCH
017000         PERFORM READ-ARCHIVE
017100         PERFORM VERIFY-ONE-ARCHIVE UNTIL END-OF-FILE
017200         CLOSE AUDIT-ARCHIVE
017300     END-IF.
017400
017500 READ-ARCHIVE.
017600     READ AUDIT-ARCHIVE INTO AUDIT-RECORD
017700         AT END MOVE "Y" TO WS-EOF-SWITCH
017800     END-READ.
017900
018000 VERIFY-ONE-ARCHIVE.
018100     ADD 1 TO WS-ARCHIVE-COUNT
018200     PERFORM VERIFY-ONE-RECORD
018300     PERFORM READ-ARCHIVE.
018400
018500 VERIFY-LIVE-TRAIL.
018600     MOVE "LIVE" TO WS-SOURCE
018700     OPEN INPUT AUDIT-FILE
018800     IF WS-AUDIT-STATUS = "00"
018900         MOVE "N" TO WS-EOF-SWITCH
019000         PERFORM READ-LIVE
019100         PERFORM VERIFY-ONE-LIVE UNTIL END-OF-FILE
019200         CLOSE AUDIT-FILE
019300     END-IF.
019400
019500 READ-LIVE.
019600     READ AUDIT-FILE INTO AUDIT-RECORD
019700         AT END MOVE "Y" TO WS-EOF-SWITCH
019800     END-READ.
019900
020000 VERIFY-ONE-LIVE.
020100     ADD 1 TO WS-LIVE-COUNT
020200     PERFORM VERIFY-ONE-RECORD
020300     PERFORM READ-LIVE.
020400
020500*=================================================================
020600*ONE RECORD AGAINST THE ONE BEFORE IT. AFTER A BREAK OR A FAILED
020700*CHECK VALUE THE CHAIN PICKS UP AGAIN FROM THIS RECORD, SO EACH
020800*DAMAGED SPOT IS REPORTED ONCE RATHER THAN EVERY RECORD AFTER IT.
020900*=================================================================
021000 VERIFY-ONE-RECORD.
021100     IF AR-SEQUENCE-NUMBER IS NOT NUMERIC
021200             OR AR-CHECK-VALUE IS NOT NUMERIC
021300         IF CHAIN-STARTED
021400             ADD 1 TO WS-UNSEQUENCED-COUNT
021500             MOVE "NO SEQUENCE NUMBER" TO WS-EXCEPTION-REASON
021600             PERFORM PRINT-EXCEPTION
021700         ELSE
021800             ADD 1 TO WS-UNCHAINED-COUNT
021900         END-IF
022000     ELSE
022100         PERFORM VERIFY-CHAIN-LINK
022200     END-IF
022300     IF AR-TIMESTAMP (1:12) IS NUMERIC
022400         PERFORM CHECK-TIMESTAMP-ORDER
022500     END-IF.
022600
022610 CHECK-TIMESTAMP-ORDER.
022620     MOVE AR-TIMESTAMP (1:8) TO WS-STAMP-DATE-9
022630     MOVE AR-TIMESTAMP (9:2) TO WS-STAMP-HH
022640     MOVE AR-TIMESTAMP (11:2) TO WS-STAMP-MM
022650     COMPUTE WS-STAMP-MINUTE =
022660         FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-9) * 1440
022670         + WS-STAMP-HH * 60 + WS-STAMP-MM
022680     IF WS-STAMP-MINUTE + 1 < WS-PREV-MINUTE
022690         ADD 1 TO WS-ORDER-COUNT
022700         MOVE "TIMESTAMP OUT OF ORDER" TO WS-EXCEPTION-REASON
022710         PERFORM PRINT-EXCEPTION
022720     END-IF
022800     MOVE WS-STAMP-MINUTE TO WS-PREV-MINUTE.
022900
023000 VERIFY-CHAIN-LINK.
023100     IF CHAIN-STARTED
023200         COMPUTE WS-EXPECTED-SEQUENCE = WS-PREV-SEQUENCE + 1
023300         IF AR-SEQUENCE-NUMBER NOT = WS-EXPECTED-SEQUENCE
023400             ADD 1 TO WS-BREAK-COUNT
023500             MOVE SPACES TO WS-EXCEPTION-REASON
023600             STRING "BREAK - EXPECTED " WS-EXPECTED-SEQUENCE
023700                 DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
023800             PERFORM PRINT-EXCEPTION
023900         END-IF
024000         PERFORM CHECK-CHAIN-VALUE
024100     ELSE
024200         MOVE "Y" TO WS-CHAIN-SWITCH
024300         MOVE AR-SEQUENCE-NUMBER TO WS-FIRST-SEQUENCE
024400         IF AR-SEQUENCE-NUMBER = 1
024500             MOVE ZERO TO WS-PREV-CHECK
024600             PERFORM CHECK-CHAIN-VALUE
024700         END-IF
024800     END-IF
024900     MOVE AR-SEQUENCE-NUMBER TO WS-PREV-SEQUENCE
025000     MOVE AR-CHECK-VALUE TO WS-PREV-CHECK.
025100
025200*=================================================================
025300*THE CHECK VALUE IS WORKED OUT EXACTLY AS THE GREETERS STAMP IT.
025400*=================================================================
025500 CHECK-CHAIN-VALUE.
025600     MOVE AR-VISITOR-ID TO WS-CD-VISITOR-ID
025700     MOVE AR-TIMESTAMP TO WS-CD-TIMESTAMP
025800     MOVE AR-OPERATOR-ID TO WS-CD-OPERATOR-ID
025900     MOVE AR-SITE-CODE TO WS-CD-SITE-CODE
026000     MOVE AR-PURPOSE-CODE TO WS-CD-PURPOSE-CODE
026100     MOVE AR-SEQUENCE-NUMBER TO WS-CD-SEQUENCE
026200     MOVE WS-PREV-CHECK TO WS-CHAIN-VALUE
026300     PERFORM CHAIN-ONE-CHARACTER
026400         VARYING WS-CHAIN-SUB FROM 1 BY 1 UNTIL WS-CHAIN-SUB > 67
026500     IF WS-CHAIN-VALUE NOT = AR-CHECK-VALUE
026600         ADD 1 TO WS-CHAIN-FAIL-COUNT
026700         MOVE "CHECK VALUE FAILED" TO WS-EXCEPTION-REASON
026800         PERFORM PRINT-EXCEPTION
026900     END-IF.
027000
027100 CHAIN-ONE-CHARACTER.
027200     COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(WS-CHAIN-VALUE * 31
027300         + FUNCTION ORD(WS-CHAIN-CHAR (WS-CHAIN-SUB)), 999999937).
027400
027500 PRINT-EXCEPTION.
027600     ADD 1 TO WS-EXCEPTION-COUNT
027700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
027800         PERFORM PRINT-HEADINGS
027900     END-IF
028000     MOVE WS-SOURCE TO WS-D-SOURCE
028100     MOVE AR-SEQUENCE-NUMBER TO WS-D-SEQUENCE
028200     MOVE AR-VISITOR-ID TO WS-D-VISITOR-ID
028300     MOVE AR-TIMESTAMP (1:14) TO WS-D-TIMESTAMP
028400     MOVE WS-EXCEPTION-REASON TO WS-D-REASON
028500     WRITE PRINT-LINE FROM WS-DETAIL-LINE
028600     ADD 1 TO WS-LINE-COUNT.
028700
028800 PRINT-HEADINGS.
028900     ADD 1 TO WS-PAGE-NUMBER
029000     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
029100     MOVE WS-RUN-DATE TO WS-H1-DATE
029200     IF WS-PAGE-NUMBER > 1
029300         WRITE PRINT-LINE FROM SPACES
029400     END-IF
029500     WRITE PRINT-LINE FROM WS-HEADING-1
029600     WRITE PRINT-LINE FROM WS-HEADING-2
029700     MOVE ZERO TO WS-LINE-COUNT.
029800
029900 PRINT-TOTALS.
030000     WRITE PRINT-LINE FROM SPACES
030100     MOVE "ARCHIVE RECORDS READ" TO WS-T-LABEL
030200     MOVE WS-ARCHIVE-COUNT TO WS-T-COUNT
030300     WRITE PRINT-LINE FROM WS-TOTAL-LINE
030400     MOVE "LIVE TRAIL RECORDS READ" TO WS-T-LABEL
030500     MOVE WS-LIVE-COUNT TO WS-T-COUNT
030600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
030700     MOVE "WRITTEN BEFORE THE CHAIN BEGAN" TO WS-T-LABEL
030800     MOVE WS-UNCHAINED-COUNT TO WS-T-COUNT
030900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
031000     MOVE "FIRST SEQUENCE NUMBER" TO WS-T-LABEL
031100     MOVE WS-FIRST-SEQUENCE TO WS-T-COUNT
031200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
031300     MOVE "LAST SEQUENCE NUMBER" TO WS-T-LABEL
031400     MOVE WS-PREV-SEQUENCE TO WS-T-COUNT
031500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
031600     MOVE "SEQUENCE BREAKS" TO WS-T-LABEL
031700     MOVE WS-BREAK-COUNT TO WS-T-COUNT
031800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
031900     MOVE "FAILED CHECK VALUES" TO WS-T-LABEL
032000     MOVE WS-CHAIN-FAIL-COUNT TO WS-T-COUNT
032100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
032200     MOVE "TIMESTAMPS OUT OF ORDER" TO WS-T-LABEL
032300     MOVE WS-ORDER-COUNT TO WS-T-COUNT
032400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
032500     MOVE "RECORDS WITHOUT A SEQUENCE NUMBER" TO WS-T-LABEL
032600     MOVE WS-UNSEQUENCED-COUNT TO WS-T-COUNT
032700     WRITE PRINT-LINE FROM WS-TOTAL-LINE
032800     IF WS-EXCEPTION-COUNT > ZERO
032900         WRITE PRINT-LINE FROM SPACES
033000         WRITE PRINT-LINE FROM WS-FAILED-LINE
033100     END-IF.
033200
033300 OPEN-RUN-LOG.
033400     OPEN EXTEND RUN-LOG
033500     IF WS-RUNLOG-STATUS = "35"
033600         OPEN OUTPUT RUN-LOG
033700     END-IF.
033800
033900 WRITE-RUN-LOG-TOTALS.
034000     PERFORM OPEN-RUN-LOG
034100     MOVE SPACES TO RL-TEXT
034200     STRING "ENDED SEQ=" WS-PREV-SEQUENCE
034300         " BRK=" WS-BREAK-COUNT
034400         " CHK=" WS-CHAIN-FAIL-COUNT
034500         " ORD=" WS-ORDER-COUNT
034600         DELIMITED BY SIZE INTO RL-TEXT
034700     MOVE "HELLOVFY" TO RL-PROGRAM
034800     MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP
034900     WRITE RUNLOG-RECORD
035000     CLOSE RUN-LOG.
