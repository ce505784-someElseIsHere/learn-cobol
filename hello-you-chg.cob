000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloChg.
000300*=================================================================
000400*MONTHLY DEPARTMENT CHARGE-BACK. PRICES EVERY VISIT THAT BEGAN
000500*IN THE BILLING MONTH ON THE TIME THE VISITOR SPENT ON SITE - THE
000600*ARRIVAL TIME IN VR-VISITOR-ID TO VR-DEPARTURE-TIMESTAMP - AND
000700*BILLS IT TO THE DEPARTMENT ON THE VISIT'S PURPOSE CODE, SO
000800*FACILITIES NO LONGER KEYS CHARGES INTO THE LEDGER FROM THE
000900*HelloSta PURPOSE SECTION BY HAND. VISITS ARE READ FROM THE LIVE
001000*VISITOR-MASTER AND FROM THE VISARCH ARCHIVE GENERATIONS HelloHkp
001100*WRITES, SO A MONTH PART-ARCHIVED BEFORE THE RUN IS STILL BILLED
001200*IN FULL - POINT VISARCH AT EVERY GENERATION THAT CAN HOLD THE
001300*MONTH. EACH VISIT IS PRICED FROM THE RATE TABLE HelloRat
001400*MAINTAINS: THE PURPOSE'S RATE PER VISIT PLUS ITS RATE PER HOUR,
001500*PRO RATA TO THE MINUTE, ROUNDED TO THE CENT. OUTPUTS:
001600*  - A GENERAL-LEDGER JOURNAL (GLJRNL.CPY): ONE DEBIT PER
001700*    DEPARTMENT TO THE GLDEBIT ACCOUNT AND ONE BALANCING CREDIT
001800*    TO THE GLCREDIT ACCOUNT, BOTH FROM THE RUN-CONTROL CARDS.
001900*  - A DETAIL LISTING BY DEPARTMENT WITH DEPARTMENT SUBTOTALS, A
002000*    DEPARTMENT TOTALS PAGE, AND CONTROL TOTALS.
002100*  - AN EXCEPTIONS PAGE FOR EVERY VISIT THAT COULD NOT BE BILLED:
002200*    NO DEPARTURE (STILL ON PREMISES, FORCE-CLOSED BY THE
002300*    OVERSTAY RUN, OR NEVER STAMPED), A PURPOSE WITH NO KNOWN
002400*    DEPARTMENT OR NO RATE, OR A DEPARTURE BEFORE THE ARRIVAL.
002500*    NOTHING IS BILLED AT A GUESS AND NOTHING IS DROPPED.
002600*THE BILLING MONTH IS THE PERIOD CARD (YYYYMM), DEFAULT LAST
002700*MONTH. A BAD PERIOD, A MISSING GL ACCOUNT, OR AN UNKNOWN CARD
002800*REFUSES THE RUN (RC=8, REASON ON THE RUN LOG). THE RUN LOG
002900*RECORDS EVERY PERIOD BILLED SO OPERATIONS CAN CHECK A MONTH IS
002950*NOT JOURNALLED TWICE.
003000*=================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT VISITOR-MASTER ASSIGN TO VISITOR
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS VR-VISITOR-ID
003800         FILE STATUS IS WS-VISITOR-STATUS.
003900
004000     SELECT VISITOR-ARCHIVE ASSIGN TO VISARCH
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-VISARCH-STATUS.
004300
004400     SELECT PURPOSE-MASTER ASSIGN TO PURPCODE
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PC-CODE
004800         FILE STATUS IS WS-PURPOSE-STATUS.
004900
005000     SELECT RATE-MASTER ASSIGN TO RATES
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS RT-PURPOSE-CODE
005400         FILE STATUS IS WS-RATE-STATUS.
005500
005600     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-GLJRNL-STATUS.
005900
006000     SELECT CHARGE-SORT ASSIGN TO SORTWK01.
006100
006200     SELECT PRINT-FILE ASSIGN TO "CHGRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-PRINT-STATUS.
006500
006600     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RUNPARM-STATUS.
006900
007000     SELECT RUN-LOG ASSIGN TO RUNLOG
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-RUNLOG-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  VISITOR-MASTER.
007600     COPY VISITOR.
007700
007800*THE ARCHIVE RECORD MIRRORS THE LIVE LAYOUT. RECORDS ARCHIVED
007900*UNDER EARLIER, SHORTER LAYOUTS READ BACK WITH SPACES IN THE
008000*FIELDS THAT DID NOT EXIST YET.
008100 FD  VISITOR-ARCHIVE.
008200 01  ARCH-VISITOR-RECORD.
008300     05  AV-VISITOR-ID           PIC X(19).
008400     05  AV-NAME                 PIC X(32).
008500     05  AV-DEPARTURE-TIMESTAMP  PIC X(26).
008600     05  AV-PREMISES-STATUS      PIC X(1).
008700     05  AV-GROUP-ID             PIC X(19).
008800     05  AV-HOST                 PIC X(32).
008900     05  AV-SITE-CODE            PIC X(1).
009000     05  AV-PURPOSE-CODE         PIC X(4).
009100     05  AV-HOST-EMPLOYEE-ID     PIC X(8).
009200
009300 FD  PURPOSE-MASTER.
009400     COPY PURPOSE.
009500
009600 FD  RATE-MASTER.
009700     COPY RATE.
009800
009900 FD  GL-JOURNAL-FILE.
010000     COPY GLJRNL.
010100
010200*=================================================================
010300*ONE SORT RECORD PER VISIT IN THE PERIOD. BILLED VISITS ("B")
010400*SORT AHEAD OF EXCEPTIONS ("X"), EACH BY DEPARTMENT, SO THE
010500*OUTPUT PROCEDURE CAN BREAK ON DEPARTMENT FOR THE SUBTOTALS AND
010600*THE JOURNAL AND THEN PRINT THE EXCEPTIONS PAGE LAST.
010700*=================================================================
010800 SD  CHARGE-SORT.
010900 01  CHARGE-SORT-RECORD.
011000     05  CS-TYPE                 PIC X(1).
011100         88  CS-BILLED           VALUE "B".
011200         88  CS-EXCEPTION        VALUE "X".
011300     05  CS-DEPARTMENT           PIC X(8).
011400     05  CS-VISITOR-ID           PIC X(19).
011500     05  CS-NAME                 PIC X(32).
011600     05  CS-PURPOSE-CODE         PIC X(4).
011700     05  CS-MINUTES              PIC 9(7).
011800     05  CS-AMOUNT               PIC 9(7)V99.
011900     05  CS-REASON               PIC X(24).
012000
012100 FD  PRINT-FILE.
012200 01  PRINT-LINE                  PIC X(80).
012300
012400 FD  RUN-PARM-FILE.
012500     COPY RUNPARM.
012600
012700 FD  RUN-LOG.
012800     COPY RUNLOG.
012900 WORKING-STORAGE SECTION.
013000 01  WS-VISITOR-STATUS           PIC XX.
013100 01  WS-VISARCH-STATUS           PIC XX.
013200 01  WS-PURPOSE-STATUS           PIC XX.
013300 01  WS-PURPOSE-AVAILABLE        PIC X VALUE "N".
013400     88  PURPOSE-FILE-OPEN       VALUE "Y".
013500 01  WS-RATE-STATUS              PIC XX.
013600 01  WS-RATE-AVAILABLE           PIC X VALUE "N".
013700     88  RATE-FILE-OPEN          VALUE "Y".
013800 01  WS-GLJRNL-STATUS            PIC XX.
013900 01  WS-PRINT-STATUS             PIC XX.
014000 01  WS-RUNPARM-STATUS           PIC XX.
014100 01  WS-RUNLOG-STATUS            PIC XX.
014200 01  WS-RUNPARM-EOF-SWITCH       PIC X VALUE "N".
014300     88  END-OF-RUN-PARMS        VALUE "Y".
014400 01  WS-REFUSE-REASON            PIC X(46).
014500 01  WS-VISITOR-EOF-SWITCH       PIC X VALUE "N".
014600     88  END-OF-VISITORS         VALUE "Y".
014700 01  WS-VISARCH-EOF-SWITCH       PIC X VALUE "N".
014800     88  END-OF-VISARCH          VALUE "Y".
014900 01  WS-SORT-EOF-SWITCH          PIC X VALUE "N".
015000     88  END-OF-CHARGES          VALUE "Y".
015100
015200 01  WS-PERIOD-ENTRY             PIC X(6) VALUE SPACES.
015300 01  WS-PERIOD                   PIC X(6).
015400 01  WS-PERIOD-9 REDEFINES WS-PERIOD.
015500     05  WS-PERIOD-YEAR          PIC 9(4).
015600     05  WS-PERIOD-MONTH         PIC 99.
015700 01  WS-GL-DEBIT-ACCOUNT         PIC X(10) VALUE SPACES.
015800 01  WS-GL-CREDIT-ACCOUNT        PIC X(10) VALUE SPACES.
015900 01  WS-RUN-DATE                 PIC X(8).
016000
016100*=================================================================
016200*ONE VISIT FROM EITHER SOURCE, MOVED HERE SO LIVE AND ARCHIVED
016300*VISITS ARE PRICED BY THE SAME PARAGRAPHS.
016400*=================================================================
016500 01  WS-VISIT.
016600     05  WS-VISIT-ID             PIC X(19).
016700     05  WS-VISIT-NAME           PIC X(32).
016800     05  WS-VISIT-DEPARTURE      PIC X(26).
016900     05  WS-VISIT-STATUS         PIC X(1).
017000     05  WS-VISIT-PURPOSE        PIC X(4).
017100 01  WS-ARRIVAL-DATE-9           PIC 9(8).
017200 01  WS-ARRIVAL-HH               PIC 99.
017300 01  WS-ARRIVAL-MM               PIC 99.
017400 01  WS-ARRIVAL-MINUTE           PIC 9(11).
017500 01  WS-DEPART-DATE-9            PIC 9(8).
017600 01  WS-DEPART-HH                PIC 99.
017700 01  WS-DEPART-MM                PIC 99.
017800 01  WS-DEPART-MINUTE            PIC 9(11).
017900
018000 01  WS-LIVE-READ-COUNT          PIC 9(7) VALUE ZERO.
018100 01  WS-ARCH-READ-COUNT          PIC 9(7) VALUE ZERO.
018200 01  WS-PERIOD-VISIT-COUNT       PIC 9(7) VALUE ZERO.
018300 01  WS-BILLED-COUNT             PIC 9(7) VALUE ZERO.
018400 01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZERO.
018500 01  WS-JOURNAL-COUNT            PIC 9(7) VALUE ZERO.
018600 01  WS-BILLED-TOTAL             PIC 9(9)V99 VALUE ZERO.
018700
018800 01  WS-CURRENT-DEPT             PIC X(8).
018900 01  WS-DEPT-VISITS              PIC 9(7).
019000 01  WS-DEPT-AMOUNT              PIC 9(9)V99.
019100 01  WS-BILLING-SWITCH           PIC X VALUE "N".
019200     88  BILLING-FINISHED        VALUE "Y".
019300 01  WS-FIRST-DEPT-SWITCH        PIC X VALUE "Y".
019400     88  FIRST-DEPARTMENT        VALUE "Y".
019500
019600 01  WS-DEPT-TABLE.
019700     05  WS-DT-ENTRY             OCCURS 100 TIMES.
019800         10  WS-DT-DEPARTMENT    PIC X(8).
019900         10  WS-DT-VISITS        PIC 9(7).
020000         10  WS-DT-AMOUNT        PIC 9(9)V99.
020100 01  WS-DEPTS-USED               PIC 9(3) VALUE ZERO.
020200 01  WS-DEPT-SUB                 PIC 9(3).
020300 01  WS-DEPT-OVERFLOW            PIC 9(7) VALUE ZERO.
020400
020500 01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
020600 01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
020700 01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 50.
020800
020900 01  WS-HEADING-1.
021000     05  FILLER                  PIC X(34) VALUE
021100         "HELLOYOU DEPARTMENT CHARGE-BACK".
021200     05  FILLER                  PIC X(7) VALUE "PERIOD ".
021300     05  WS-H1-PERIOD            PIC X(6).
021400     05  FILLER                  PIC X(2) VALUE SPACES.
021500     05  WS-H1-TITLE             PIC X(20).
021600     05  FILLER                  PIC X(5) VALUE "PAGE ".
021700     05  WS-H1-PAGE              PIC ZZZ9.
021800
021900 01  WS-DETAIL-HEADING.
022000     05  FILLER                  PIC X(20) VALUE "VISITOR ID".
022100     05  FILLER                  PIC X(5) VALUE "PURP".
022200     05  FILLER                  PIC X(25) VALUE "NAME".
022300     05  FILLER                  PIC X(9) VALUE "    HOURS".
022400     05  FILLER                  PIC X(12) VALUE "      AMOUNT".
022500
022600 01  WS-DEPT-LINE.
022700     05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
022800     05  WS-DL-DEPT              PIC X(8).
022900
023000 01  WS-DETAIL-LINE.
023100     05  WS-D-VISITOR-ID         PIC X(19).
023200     05  FILLER                  PIC X(1) VALUE SPACE.
023300     05  WS-D-PURPOSE            PIC X(4).
023400     05  FILLER                  PIC X(1) VALUE SPACE.
023500     05  WS-D-NAME               PIC X(24).
023600     05  FILLER                  PIC X(1) VALUE SPACE.
023700     05  WS-D-HOURS              PIC ZZZZ9.99.
023800     05  FILLER                  PIC X(1) VALUE SPACE.
023900     05  WS-D-AMOUNT             PIC ZZZ,ZZ9.99.
024000
024100 01  WS-SUBTOTAL-LINE.
024200     05  FILLER                  PIC X(20) VALUE SPACES.
024300     05  FILLER                  PIC X(10) VALUE "TOTAL FOR ".
024400     05  WS-SL-DEPT              PIC X(8).
024500     05  FILLER                  PIC X(1) VALUE SPACE.
024600     05  WS-SL-VISITS            PIC ZZZZZZ9.
024700     05  FILLER                  PIC X(7) VALUE " VISITS".
024800     05  FILLER                  PIC X(1) VALUE SPACE.
024900     05  WS-SL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
025000
025100 01  WS-DEPT-TOTAL-HEADING.
025200     05  FILLER                  PIC X(10) VALUE "DEPARTMENT".
025300     05  FILLER                  PIC X(10) VALUE "    VISITS".
025400     05  FILLER                  PIC X(16) VALUE
025500         "          AMOUNT".
025600
025700 01  WS-DEPT-TOTAL-LINE.
025800     05  WS-DT-L-DEPT            PIC X(8).
025900     05  FILLER                  PIC X(2) VALUE SPACES.
026000     05  WS-DT-L-VISITS          PIC ZZZZZZZZZ9.
026100     05  FILLER                  PIC X(2) VALUE SPACES.
026200     05  WS-DT-L-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
026300
026400 01  WS-EXCEPTION-HEADING.
026500     05  FILLER                  PIC X(20) VALUE "VISITOR ID".
026600     05  FILLER                  PIC X(5) VALUE "PURP".
026700     05  FILLER                  PIC X(9) VALUE "DEPT".
026800     05  FILLER                  PIC X(20) VALUE "NAME".
026900     05  FILLER                  PIC X(24) VALUE "REASON".
027000
027100 01  WS-EXCEPTION-LINE.
027200     05  WS-X-VISITOR-ID         PIC X(19).
027300     05  FILLER                  PIC X(1) VALUE SPACE.
027400     05  WS-X-PURPOSE            PIC X(4).
027500     05  FILLER                  PIC X(1) VALUE SPACE.
027600     05  WS-X-DEPT               PIC X(8).
027700     05  FILLER                  PIC X(1) VALUE SPACE.
027800     05  WS-X-NAME               PIC X(19).
027900     05  FILLER                  PIC X(1) VALUE SPACE.
028000     05  WS-X-REASON             PIC X(24).
028100
028200 01  WS-TOTAL-LINE.
028300     05  WS-T-LABEL              PIC X(22).
028400     05  WS-T-COUNT              PIC ZZZZZZ9.
028500
028600 01  WS-AMOUNT-LINE.
028700     05  WS-A-LABEL              PIC X(22).
028800     05  WS-A-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
028900
029000 01  WS-NONE-LINE                PIC X(40) VALUE
029100     "  (none)".
029200 PROCEDURE DIVISION.
029300 MAIN-PARA.
029400     PERFORM READ-RUN-CONTROL
029500     OPEN OUTPUT PRINT-FILE
029600     OPEN OUTPUT GL-JOURNAL-FILE
029700     OPEN INPUT PURPOSE-MASTER
029800     IF WS-PURPOSE-STATUS = "00"
029900         MOVE "Y" TO WS-PURPOSE-AVAILABLE
030000     ELSE
030100         DISPLAY "No purpose reference file - every visit will "
030200             "go to exceptions as unknown department."
030300     END-IF
030400     OPEN INPUT RATE-MASTER
030500     IF WS-RATE-STATUS = "00"
030600         MOVE "Y" TO WS-RATE-AVAILABLE
030700     ELSE
030800         DISPLAY "No rate table on file - every visit will go "
030900             "to exceptions as unpriced."
031000     END-IF
031100     SORT CHARGE-SORT
031200         ON ASCENDING KEY CS-TYPE CS-DEPARTMENT CS-VISITOR-ID
031300         INPUT PROCEDURE IS PRICE-PERIOD-VISITS
031400         OUTPUT PROCEDURE IS PRINT-CHARGES
031500     PERFORM PRINT-CONTROL-TOTALS
031600     IF PURPOSE-FILE-OPEN
031700         CLOSE PURPOSE-MASTER
031800     END-IF
031900     IF RATE-FILE-OPEN
032000         CLOSE RATE-MASTER
032100     END-IF
032200     CLOSE GL-JOURNAL-FILE
032300     CLOSE PRINT-FILE
032400     PERFORM WRITE-RUN-LOG-TOTALS
032500     DISPLAY "HelloChg complete. Billed: " WS-BILLED-COUNT
032600         " Exceptions: " WS-EXCEPTION-COUNT
032700     STOP RUN.
032800
032900*=================================================================
033000*UNATTENDED RUN CONTROL. GLDEBIT AND GLCREDIT ARE REQUIRED;
033100*PERIOD IS OPTIONAL AND DEFAULTS TO LAST MONTH. A MISSING
033200*ACCOUNT, A BAD PERIOD, OR AN UNKNOWN KEYWORD REFUSES THE RUN
033300*WITH RETURN CODE 8 AND THE REASON ON THE RUN LOG, AND AN
033400*ACCEPTED RUN LOGS THE PERIOD IT BILLED.
033500*=================================================================
033600 READ-RUN-CONTROL.
033700     OPEN INPUT RUN-PARM-FILE
033800     IF WS-RUNPARM-STATUS NOT = "00"
033900         MOVE "RUN-CONTROL FILE MISSING OR UNREADABLE"
034000             TO WS-REFUSE-REASON
034100         PERFORM REFUSE-RUN
034200     END-IF
034300     PERFORM READ-RUN-PARM
034400     PERFORM APPLY-RUN-PARM UNTIL END-OF-RUN-PARMS
034500     CLOSE RUN-PARM-FILE
034600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
034700     IF WS-PERIOD-ENTRY = SPACES
034800         MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
034900         IF WS-PERIOD-MONTH = 1
035000             SUBTRACT 1 FROM WS-PERIOD-YEAR
035100             MOVE 12 TO WS-PERIOD-MONTH
035200         ELSE
035300             SUBTRACT 1 FROM WS-PERIOD-MONTH
035400         END-IF
035500     ELSE
035600         MOVE WS-PERIOD-ENTRY TO WS-PERIOD
035700         IF WS-PERIOD IS NOT NUMERIC
035800                 OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
035900             MOVE "PERIOD PARAMETER NOT YYYYMM"
036000                 TO WS-REFUSE-REASON
036100             PERFORM REFUSE-RUN
036200         END-IF
036300     END-IF
036400     IF WS-GL-DEBIT-ACCOUNT = SPACES
036500         MOVE "GLDEBIT PARAMETER MISSING" TO WS-REFUSE-REASON
036600         PERFORM REFUSE-RUN
036700     END-IF
036800     IF WS-GL-CREDIT-ACCOUNT = SPACES
036900         MOVE "GLCREDIT PARAMETER MISSING" TO WS-REFUSE-REASON
037000         PERFORM REFUSE-RUN
037100     END-IF
037200     PERFORM WRITE-RUN-LOG-PARMS.
037300
037400 READ-RUN-PARM.
037500     READ RUN-PARM-FILE
037600         AT END MOVE "Y" TO WS-RUNPARM-EOF-SWITCH
037700     END-READ.
037800
037900 APPLY-RUN-PARM.
038000     IF RP-KEYWORD (1:1) = "*"
038100         CONTINUE
038200     ELSE
038300         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEYWORD))
038400             WHEN "PERIOD"
038500                 MOVE RP-VALUE (1:6) TO WS-PERIOD-ENTRY
038600             WHEN "GLDEBIT"
038700                 MOVE RP-VALUE (1:10) TO WS-GL-DEBIT-ACCOUNT
038800             WHEN "GLCREDIT"
038900                 MOVE RP-VALUE (1:10) TO WS-GL-CREDIT-ACCOUNT
039000             WHEN OTHER
039100                 MOVE SPACES TO WS-REFUSE-REASON
039200                 STRING "UNKNOWN PARAMETER " RP-KEYWORD
039300                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
039400                 PERFORM REFUSE-RUN
039500         END-EVALUATE
039600     END-IF
039700     PERFORM READ-RUN-PARM.
039800
039900 REFUSE-RUN.
040000     DISPLAY "HelloChg run refused: " WS-REFUSE-REASON
040100     PERFORM OPEN-RUN-LOG
040200     MOVE SPACES TO RL-TEXT
040300     STRING "REFUSED: " WS-REFUSE-REASON DELIMITED BY SIZE
040400         INTO RL-TEXT
040500     PERFORM WRITE-RUN-LOG-LINE
040600     CLOSE RUN-LOG
040700     MOVE 8 TO RETURN-CODE
040800     STOP RUN.
040900
041000 OPEN-RUN-LOG.
041100     OPEN EXTEND RUN-LOG
041200     IF WS-RUNLOG-STATUS = "35"
041300         OPEN OUTPUT RUN-LOG
041400     END-IF.
041500
041600 WRITE-RUN-LOG-LINE.
041700     MOVE "HELLOCHG" TO RL-PROGRAM
041800     MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP
041900     WRITE RUNLOG-RECORD.
042000
042100 WRITE-RUN-LOG-PARMS.
042200     PERFORM OPEN-RUN-LOG
042300     MOVE SPACES TO RL-TEXT
042400     STRING "STARTED PERIOD=" WS-PERIOD
042500         " GLDEBIT=" WS-GL-DEBIT-ACCOUNT
042600         " GLCREDIT=" WS-GL-CREDIT-ACCOUNT
042700         DELIMITED BY SIZE INTO RL-TEXT
042800     PERFORM WRITE-RUN-LOG-LINE
042900     CLOSE RUN-LOG.
043000
043100 WRITE-RUN-LOG-TOTALS.
043200     PERFORM OPEN-RUN-LOG
043300     MOVE SPACES TO RL-TEXT
043400     STRING "ENDED PERIOD=" WS-PERIOD
043500         " BILLED=" WS-BILLED-COUNT
043600         " EXCEPTIONS=" WS-EXCEPTION-COUNT
043700         DELIMITED BY SIZE INTO RL-TEXT
043800     PERFORM WRITE-RUN-LOG-LINE
043900     CLOSE RUN-LOG.
044000
044100*=================================================================
044200*SORT INPUT: EVERY LIVE VISIT, THEN EVERY ARCHIVED VISIT. ONLY
044300*VISITS WHOSE ARRIVAL FALLS IN THE PERIOD ARE PRICED.
044400*=================================================================
044500 PRICE-PERIOD-VISITS.
044600     OPEN INPUT VISITOR-MASTER
044700     IF WS-VISITOR-STATUS = "35"
044800         DISPLAY "No visitor master on file - live visits "
044900             "not billed."
045000     ELSE
045100         MOVE LOW-VALUES TO VR-VISITOR-ID
045200         START VISITOR-MASTER KEY IS NOT LESS THAN VR-VISITOR-ID
045300             INVALID KEY MOVE "Y" TO WS-VISITOR-EOF-SWITCH
045400         END-START
045500         PERFORM PRICE-ONE-LIVE-VISIT UNTIL END-OF-VISITORS
045600         CLOSE VISITOR-MASTER
045700     END-IF
045800     OPEN INPUT VISITOR-ARCHIVE
045900     IF WS-VISARCH-STATUS = "35"
046000         DISPLAY "No visitor archive on file - archived visits "
046100             "not billed."
046200     ELSE
046300         PERFORM READ-VISARCH
046400         PERFORM PRICE-ONE-ARCHIVED-VISIT UNTIL END-OF-VISARCH
046500         CLOSE VISITOR-ARCHIVE
046600     END-IF.
046700
046800 PRICE-ONE-LIVE-VISIT.
046900     READ VISITOR-MASTER NEXT RECORD
047000         AT END MOVE "Y" TO WS-VISITOR-EOF-SWITCH
047100     END-READ
047200     IF NOT END-OF-VISITORS
047300         ADD 1 TO WS-LIVE-READ-COUNT
047400         MOVE VR-VISITOR-ID TO WS-VISIT-ID
047500         MOVE VR-NAME TO WS-VISIT-NAME
047600         MOVE VR-DEPARTURE-TIMESTAMP TO WS-VISIT-DEPARTURE
047700         MOVE VR-PREMISES-STATUS TO WS-VISIT-STATUS
047800         MOVE VR-PURPOSE-CODE TO WS-VISIT-PURPOSE
047900         PERFORM PRICE-VISIT
048000     END-IF.
048100
048200 READ-VISARCH.
048300     READ VISITOR-ARCHIVE
048400         AT END MOVE "Y" TO WS-VISARCH-EOF-SWITCH
048500     END-READ.
048600
048700 PRICE-ONE-ARCHIVED-VISIT.
048800     ADD 1 TO WS-ARCH-READ-COUNT
048900     MOVE AV-VISITOR-ID TO WS-VISIT-ID
049000     MOVE AV-NAME TO WS-VISIT-NAME
049100     MOVE AV-DEPARTURE-TIMESTAMP TO WS-VISIT-DEPARTURE
049200     MOVE AV-PREMISES-STATUS TO WS-VISIT-STATUS
049300     MOVE AV-PURPOSE-CODE TO WS-VISIT-PURPOSE
049400     PERFORM PRICE-VISIT
049500     PERFORM READ-VISARCH.
049600
049700*=================================================================
049800*ONE VISIT IN THE PERIOD BECOMES EITHER A BILLED SORT RECORD OR
049900*AN EXCEPTION. THE DEPARTURE IS CHECKED FIRST, THEN THE
050000*DEPARTMENT, THEN THE RATE, SO EACH EXCEPTION SHOWS THE FIRST
050100*THING FACILITIES HAS TO FIX.
050200*=================================================================
050300 PRICE-VISIT.
050400     IF WS-VISIT-ID (1:6) = WS-PERIOD
050500         ADD 1 TO WS-PERIOD-VISIT-COUNT
050600         MOVE SPACES TO CHARGE-SORT-RECORD
050700         MOVE ZERO TO CS-MINUTES CS-AMOUNT
050800         MOVE "X" TO CS-TYPE
050900         MOVE WS-VISIT-ID TO CS-VISITOR-ID
051000         MOVE WS-VISIT-NAME TO CS-NAME
051100         MOVE WS-VISIT-PURPOSE TO CS-PURPOSE-CODE
051200         PERFORM LOOKUP-VISIT-DEPARTMENT
051300         EVALUATE TRUE
051400             WHEN WS-VISIT-DEPARTURE = SPACES
051500                 PERFORM SET-NO-DEPARTURE-REASON
051600             WHEN WS-VISIT-DEPARTURE (1:12) IS NOT NUMERIC
051700                 MOVE "DEPARTURE TIME UNREADABLE" TO CS-REASON
051800             WHEN CS-DEPARTMENT = SPACES
051900                 MOVE "UNKNOWN DEPARTMENT" TO CS-REASON
052000             WHEN OTHER
052100                 PERFORM PRICE-TIMED-VISIT
052200         END-EVALUATE
052300         IF CS-BILLED
052400             ADD 1 TO WS-BILLED-COUNT
052500             ADD CS-AMOUNT TO WS-BILLED-TOTAL
052600         ELSE
052700             ADD 1 TO WS-EXCEPTION-COUNT
052800         END-IF
052900         RELEASE CHARGE-SORT-RECORD
053000     END-IF.
053100
053200 LOOKUP-VISIT-DEPARTMENT.
053300     IF PURPOSE-FILE-OPEN AND WS-VISIT-PURPOSE NOT = SPACES
053400         MOVE WS-VISIT-PURPOSE TO PC-CODE
053500         READ PURPOSE-MASTER
053600             INVALID KEY CONTINUE
053700             NOT INVALID KEY
053800                 MOVE PC-DEPARTMENT TO CS-DEPARTMENT
053900         END-READ
054000     END-IF.
054100
054200 SET-NO-DEPARTURE-REASON.
054300     EVALUATE WS-VISIT-STATUS
054400         WHEN "P"
054500             MOVE "NO DEPARTURE - ON PREM" TO CS-REASON
054600         WHEN "F"
054700             MOVE "NO DEPARTURE - FORCED" TO CS-REASON
054800         WHEN OTHER
054900             MOVE "NO DEPARTURE RECORDED" TO CS-REASON
055000     END-EVALUATE.
055100
055200 PRICE-TIMED-VISIT.
055300     MOVE WS-VISIT-ID (1:8) TO WS-ARRIVAL-DATE-9
055400     MOVE WS-VISIT-ID (9:2) TO WS-ARRIVAL-HH
055500     MOVE WS-VISIT-ID (11:2) TO WS-ARRIVAL-MM
055600     MOVE WS-VISIT-DEPARTURE (1:8) TO WS-DEPART-DATE-9
055700     MOVE WS-VISIT-DEPARTURE (9:2) TO WS-DEPART-HH
055800     MOVE WS-VISIT-DEPARTURE (11:2) TO WS-DEPART-MM
055900     COMPUTE WS-ARRIVAL-MINUTE =
056000         FUNCTION INTEGER-OF-DATE(WS-ARRIVAL-DATE-9) * 1440
056100         + WS-ARRIVAL-HH * 60 + WS-ARRIVAL-MM
056200     COMPUTE WS-DEPART-MINUTE =
056300         FUNCTION INTEGER-OF-DATE(WS-DEPART-DATE-9) * 1440
056400         + WS-DEPART-HH * 60 + WS-DEPART-MM
056500     EVALUATE TRUE
056600         WHEN WS-DEPART-MINUTE < WS-ARRIVAL-MINUTE
056700             MOVE "DEPARTS BEFORE ARRIVAL" TO CS-REASON
056800         WHEN NOT RATE-FILE-OPEN
056900             MOVE "NO RATE FOR PURPOSE" TO CS-REASON
057000         WHEN OTHER
057100             MOVE WS-VISIT-PURPOSE TO RT-PURPOSE-CODE
057200             READ RATE-MASTER
057300                 INVALID KEY
057400                     MOVE "NO RATE FOR PURPOSE" TO CS-REASON
057500                 NOT INVALID KEY
057600                     COMPUTE CS-MINUTES =
057700                         WS-DEPART-MINUTE - WS-ARRIVAL-MINUTE
057800                     COMPUTE CS-AMOUNT ROUNDED =
057900                         RT-PER-VISIT
058000                         + RT-PER-HOUR * CS-MINUTES / 60
058100                     MOVE "B" TO CS-TYPE
058200             END-READ
058300     END-EVALUATE.
058400
058500*=================================================================
058600*SORT OUTPUT: THE DETAIL LISTING WITH A SUBTOTAL AND A JOURNAL
058700*DEBIT AT EVERY CHANGE OF DEPARTMENT, THEN - ONCE THE BILLED
058800*VISITS RUN OUT - THE BALANCING CREDIT, THE DEPARTMENT TOTALS
058900*PAGE, AND FINALLY THE EXCEPTIONS PAGE.
059000*=================================================================
059100 PRINT-CHARGES.
059200     MOVE "DETAIL BY DEPARTMENT" TO WS-H1-TITLE
059300     PERFORM PRINT-HEADINGS
059400     WRITE PRINT-LINE FROM WS-DETAIL-HEADING
059500     PERFORM RETURN-CHARGE
059600     PERFORM PRINT-ONE-CHARGE UNTIL END-OF-CHARGES
059700     IF NOT BILLING-FINISHED
059800         PERFORM FINISH-BILLING
059900         MOVE "EXCEPTIONS" TO WS-H1-TITLE
060000         PERFORM PRINT-HEADINGS
060100         WRITE PRINT-LINE FROM WS-NONE-LINE
060200     END-IF.
060300
060400 RETURN-CHARGE.
060500     RETURN CHARGE-SORT
060600         AT END MOVE "Y" TO WS-SORT-EOF-SWITCH
060700     END-RETURN.
060800
060900 PRINT-ONE-CHARGE.
061000     IF CS-BILLED
061100         PERFORM PRINT-BILLED-VISIT
061200     ELSE
061300         IF NOT BILLING-FINISHED
061400             PERFORM FINISH-BILLING
061500             MOVE "EXCEPTIONS" TO WS-H1-TITLE
061600             PERFORM PRINT-HEADINGS
061700             WRITE PRINT-LINE FROM WS-EXCEPTION-HEADING
061800         END-IF
061900         PERFORM PRINT-EXCEPTION-VISIT
062000     END-IF
062100     PERFORM RETURN-CHARGE.
062200
062300 PRINT-BILLED-VISIT.
062400     IF FIRST-DEPARTMENT OR CS-DEPARTMENT NOT = WS-CURRENT-DEPT
062500         IF NOT FIRST-DEPARTMENT
062600             PERFORM CLOSE-DEPARTMENT
062700         END-IF
062800         MOVE "N" TO WS-FIRST-DEPT-SWITCH
062900         MOVE CS-DEPARTMENT TO WS-CURRENT-DEPT
063000         MOVE ZERO TO WS-DEPT-VISITS WS-DEPT-AMOUNT
063100         MOVE CS-DEPARTMENT TO WS-DL-DEPT
063200         WRITE PRINT-LINE FROM SPACES
063300         WRITE PRINT-LINE FROM WS-DEPT-LINE
063400         ADD 2 TO WS-LINE-COUNT
063500     END-IF
063600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
063700         PERFORM PRINT-HEADINGS
063800         WRITE PRINT-LINE FROM WS-DETAIL-HEADING
063900     END-IF
064000     MOVE CS-VISITOR-ID TO WS-D-VISITOR-ID
064100     MOVE CS-PURPOSE-CODE TO WS-D-PURPOSE
064200     MOVE CS-NAME TO WS-D-NAME
064300     COMPUTE WS-D-HOURS ROUNDED = CS-MINUTES / 60
064400     MOVE CS-AMOUNT TO WS-D-AMOUNT
064500     WRITE PRINT-LINE FROM WS-DETAIL-LINE
064600     ADD 1 TO WS-LINE-COUNT
064700     ADD 1 TO WS-DEPT-VISITS
064800     ADD CS-AMOUNT TO WS-DEPT-AMOUNT.
064900
065000*=================================================================
065100*END OF ONE DEPARTMENT: SUBTOTAL LINE, ONE JOURNAL DEBIT, AND AN
065200*ENTRY ON THE DEPARTMENT TOTALS TABLE. THE TABLE HOLDS 100
065300*DEPARTMENTS; ANY BEYOND THAT ARE STILL JOURNALLED AND
065400*SUBTOTALLED, AND COUNTED ON THE TOTALS PAGE.
065500*=================================================================
065600 CLOSE-DEPARTMENT.
065700     MOVE WS-CURRENT-DEPT TO WS-SL-DEPT
065800     MOVE WS-DEPT-VISITS TO WS-SL-VISITS
065900     MOVE WS-DEPT-AMOUNT TO WS-SL-AMOUNT
066000     WRITE PRINT-LINE FROM WS-SUBTOTAL-LINE
066100     ADD 1 TO WS-LINE-COUNT
066200     MOVE SPACES TO GL-JOURNAL-RECORD
066300     MOVE WS-CURRENT-DEPT TO GJ-DEPARTMENT
066400     MOVE WS-GL-DEBIT-ACCOUNT TO GJ-ACCOUNT
066500     MOVE "D" TO GJ-DEBIT-CREDIT
066600     MOVE WS-DEPT-AMOUNT TO GJ-AMOUNT
066700     MOVE WS-DEPT-VISITS TO GJ-VISIT-COUNT
066800     PERFORM WRITE-JOURNAL-LINE
066900     IF WS-DEPTS-USED < 100
067000         ADD 1 TO WS-DEPTS-USED
067100         MOVE WS-CURRENT-DEPT TO WS-DT-DEPARTMENT (WS-DEPTS-USED)
067200         MOVE WS-DEPT-VISITS TO WS-DT-VISITS (WS-DEPTS-USED)
067300         MOVE WS-DEPT-AMOUNT TO WS-DT-AMOUNT (WS-DEPTS-USED)
067400     ELSE
067500         ADD 1 TO WS-DEPT-OVERFLOW
067600     END-IF.
067700
067800 WRITE-JOURNAL-LINE.
067900     MOVE "HELLOCHG" TO GJ-SOURCE
068000     MOVE WS-PERIOD TO GJ-PERIOD
068100     MOVE WS-RUN-DATE TO GJ-POSTING-DATE
068200     STRING "VISITOR CHARGE-BACK " WS-PERIOD
068300         DELIMITED BY SIZE INTO GJ-DESCRIPTION
068400     WRITE GL-JOURNAL-RECORD
068500     ADD 1 TO WS-JOURNAL-COUNT.
068600
068700*=================================================================
068800*ALL BILLED VISITS DONE: CLOSE THE LAST DEPARTMENT, POST THE ONE
068900*BALANCING CREDIT FOR THE PERIOD TOTAL, AND PRINT THE
069000*DEPARTMENT TOTALS PAGE. A PERIOD WITH NOTHING BILLED WRITES NO
069100*JOURNAL LINES AT ALL.
069200*=================================================================
069300 FINISH-BILLING.
069400     MOVE "Y" TO WS-BILLING-SWITCH
069500     IF NOT FIRST-DEPARTMENT
069600         PERFORM CLOSE-DEPARTMENT
069700         MOVE SPACES TO GL-JOURNAL-RECORD
069800         MOVE WS-GL-CREDIT-ACCOUNT TO GJ-ACCOUNT
069900         MOVE "C" TO GJ-DEBIT-CREDIT
070000         MOVE WS-BILLED-TOTAL TO GJ-AMOUNT
070100         MOVE WS-BILLED-COUNT TO GJ-VISIT-COUNT
070200         PERFORM WRITE-JOURNAL-LINE
070300     ELSE
070400         WRITE PRINT-LINE FROM WS-NONE-LINE
070500     END-IF
070600     MOVE "DEPARTMENT TOTALS" TO WS-H1-TITLE
070700     PERFORM PRINT-HEADINGS
070800     WRITE PRINT-LINE FROM WS-DEPT-TOTAL-HEADING
070900     PERFORM PRINT-ONE-DEPT-TOTAL
071000         VARYING WS-DEPT-SUB FROM 1 BY 1
071100         UNTIL WS-DEPT-SUB > WS-DEPTS-USED
071200     IF WS-DEPT-OVERFLOW > ZERO
071300         MOVE "OTHERS" TO WS-DT-L-DEPT
071400         MOVE WS-DEPT-OVERFLOW TO WS-DT-L-VISITS
071500         MOVE ZERO TO WS-DT-L-AMOUNT
071600         WRITE PRINT-LINE FROM WS-DEPT-TOTAL-LINE
071700         DISPLAY "HelloChg: more departments than the totals "
071800             "page can carry - see the detail subtotals."
071900     END-IF
072000     WRITE PRINT-LINE FROM SPACES
072100     MOVE "TOTAL BILLED" TO WS-A-LABEL
072200     MOVE WS-BILLED-TOTAL TO WS-A-AMOUNT
072300     WRITE PRINT-LINE FROM WS-AMOUNT-LINE.
072400
072500 PRINT-ONE-DEPT-TOTAL.
072600     MOVE WS-DT-DEPARTMENT (WS-DEPT-SUB) TO WS-DT-L-DEPT
072700     MOVE WS-DT-VISITS (WS-DEPT-SUB) TO WS-DT-L-VISITS
072800     MOVE WS-DT-AMOUNT (WS-DEPT-SUB) TO WS-DT-L-AMOUNT
072900     WRITE PRINT-LINE FROM WS-DEPT-TOTAL-LINE.
073000
073100 PRINT-EXCEPTION-VISIT.
073200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
073300         PERFORM PRINT-HEADINGS
073400         WRITE PRINT-LINE FROM WS-EXCEPTION-HEADING
073500     END-IF
073600     MOVE CS-VISITOR-ID TO WS-X-VISITOR-ID
073700     MOVE CS-PURPOSE-CODE TO WS-X-PURPOSE
073800     MOVE CS-DEPARTMENT TO WS-X-DEPT
073900     MOVE CS-NAME TO WS-X-NAME
074000     MOVE CS-REASON TO WS-X-REASON
074100     WRITE PRINT-LINE FROM WS-EXCEPTION-LINE
074200     ADD 1 TO WS-LINE-COUNT.
074300
074400 PRINT-HEADINGS.
074500     ADD 1 TO WS-PAGE-NUMBER
074600     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
074700     MOVE WS-PERIOD TO WS-H1-PERIOD
074800     IF WS-PAGE-NUMBER > 1
074900         WRITE PRINT-LINE FROM SPACES
075000     END-IF
075100     WRITE PRINT-LINE FROM WS-HEADING-1
075200     WRITE PRINT-LINE FROM SPACES
075300     MOVE ZERO TO WS-LINE-COUNT.
075400
075500 PRINT-CONTROL-TOTALS.
075600     MOVE "CONTROL TOTALS" TO WS-H1-TITLE
075700     PERFORM PRINT-HEADINGS
075800     MOVE "LIVE RECORDS READ" TO WS-T-LABEL
075900     MOVE WS-LIVE-READ-COUNT TO WS-T-COUNT
076000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
076100     MOVE "ARCHIVE RECORDS READ" TO WS-T-LABEL
076200     MOVE WS-ARCH-READ-COUNT TO WS-T-COUNT
076300     WRITE PRINT-LINE FROM WS-TOTAL-LINE
076400     MOVE "VISITS IN PERIOD" TO WS-T-LABEL
076500     MOVE WS-PERIOD-VISIT-COUNT TO WS-T-COUNT
076600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
076700     MOVE "VISITS BILLED" TO WS-T-LABEL
076800     MOVE WS-BILLED-COUNT TO WS-T-COUNT
076900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
077000     MOVE "EXCEPTIONS" TO WS-T-LABEL
077100     MOVE WS-EXCEPTION-COUNT TO WS-T-COUNT
077200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
077300     MOVE "JOURNAL LINES WRITTEN" TO WS-T-LABEL
077400     MOVE WS-JOURNAL-COUNT TO WS-T-COUNT
077500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
077600     MOVE "TOTAL BILLED" TO WS-A-LABEL
077700     MOVE WS-BILLED-TOTAL TO WS-A-AMOUNT
077800     WRITE PRINT-LINE FROM WS-AMOUNT-LINE.
