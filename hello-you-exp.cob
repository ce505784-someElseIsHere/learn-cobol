000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloExp.
000300*=================================================================
000400*WEEKLY PASS-EXPIRY REPORT. READS THE CONTRACTOR AND RECURRING-
000500*VISITOR PASS MASTER HelloPas MAINTAINS AND LISTS EVERY ACTIVE
000600*PASS WHOSE VALID-TO DATE FALLS IN THE NEXT 14 DAYS (OR AS MANY
000700*AS A WARNDAYS CARD SAYS), WITH ITS SPONSORING
000800*HOST, SO SPONSORS CAN RENEW PASSES BEFORE THE GREETERS START
000900*REFUSING THEM. A SECOND SECTION LISTS ACTIVE PASSES THAT HAVE
001000*ALREADY LAPSED AND ARE BEING REFUSED AT THE DESK. A BAD CARD
001100*REFUSES THE RUN (RC=8, REASON ON THE RUN LOG).
001200*=================================================================
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
001500 FILE-CONTROL.
001600     SELECT PASS-MASTER ASSIGN TO PASSES
001700         ORGANIZATION IS INDEXED
001800         ACCESS MODE IS DYNAMIC
001900         RECORD KEY IS PS-NAME
002000         FILE STATUS IS WS-PASS-STATUS.
002100
002200     SELECT PRINT-FILE ASSIGN TO "EXPRPRT"
002300         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS WS-PRINT-STATUS.
002500
002600     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-RUNPARM-STATUS.
002900
003000     SELECT RUN-LOG ASSIGN TO RUNLOG
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-RUNLOG-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  PASS-MASTER.
003600     COPY PASS.
003700
003800 FD  PRINT-FILE.
003900 01  PRINT-LINE                  PIC X(80).
004000
004100 FD  RUN-PARM-FILE.
004200     COPY RUNPARM.
004300
004400 FD  RUN-LOG.
004500     COPY RUNLOG.
004600 WORKING-STORAGE SECTION.
004700 01  WS-PASS-STATUS              PIC XX.
004800 01  WS-PRINT-STATUS             PIC XX.
004900 01  WS-RUNPARM-STATUS           PIC XX.
005000 01  WS-RUNLOG-STATUS            PIC XX.
005100 01  WS-RUNPARM-EOF-SWITCH       PIC X VALUE "N".
005200     88  END-OF-RUN-PARMS        VALUE "Y".
005300 01  WS-REFUSE-REASON            PIC X(46).
005400 01  WS-WARNING-DAYS             PIC 9(3) VALUE 14.
005500 01  WS-WARNDAYS-ENTRY           PIC X(3) VALUE SPACES.
005600 01  WS-RUN-DATE                 PIC X(8).
005700 01  WS-RUN-DATE-9               PIC 9(8).
005800 01  WS-WARN-DATE                PIC X(8).
005900 01  WS-WARN-DATE-INT            PIC 9(8).
006000 01  WS-WARN-DATE-9              PIC 9(8).
006100 01  WS-EOF-SWITCH               PIC X VALUE "N".
006200     88  END-OF-PASSES           VALUE "Y".
006300 01  WS-PASS-COUNT               PIC 9(7) VALUE ZERO.
006400 01  WS-ACTIVE-COUNT             PIC 9(7) VALUE ZERO.
006500 01  WS-EXPIRING-COUNT           PIC 9(7) VALUE ZERO.
006600 01  WS-LAPSED-COUNT             PIC 9(7) VALUE ZERO.
006700
006800 01  WS-HEADING-1.
006900     05  FILLER                  PIC X(34) VALUE
007000         "HELLOYOU PASS EXPIRY REPORT".
007100     05  WS-H1-DATE              PIC X(8).
007200     05  FILLER                  PIC X(9) VALUE "  THROUGH".
007300     05  FILLER                  PIC X(1) VALUE SPACE.
007400     05  WS-H1-WARN-DATE         PIC X(8).
007500
007600 01  WS-COLUMN-LINE.
007700     05  FILLER                  PIC X(9) VALUE "PASS".
007800     05  FILLER                  PIC X(9) VALUE "VALID TO".
007900     05  FILLER                  PIC X(31) VALUE "PASS HOLDER".
008000     05  FILLER                  PIC X(30) VALUE "SPONSOR".
008100
008200 01  WS-PASS-LINE.
008300     05  WS-L-PASS-NUMBER        PIC X(8).
008400     05  FILLER                  PIC X(1) VALUE SPACE.
008500     05  WS-L-VALID-TO           PIC X(8).
008600     05  FILLER                  PIC X(1) VALUE SPACE.
008700     05  WS-L-NAME               PIC X(30).
008800     05  FILLER                  PIC X(1) VALUE SPACE.
008900     05  WS-L-SPONSOR            PIC X(30).
009000
009100 01  WS-SECTION-LINE             PIC X(80).
009200
009300 01  WS-TOTAL-LINE.
009400     05  WS-T-LABEL              PIC X(18).
009500     05  WS-T-COUNT              PIC ZZZZZZ9.
009600 PROCEDURE DIVISION.
009700 MAIN-PARA.
009800     PERFORM READ-RUN-CONTROL
009900     OPEN INPUT PASS-MASTER
010000     IF WS-PASS-STATUS = "35"
010100         DISPLAY "No pass master on file - nothing to report."
010200     END-IF
010300     OPEN OUTPUT PRINT-FILE
010400     MOVE WS-RUN-DATE TO WS-H1-DATE
010500     MOVE WS-WARN-DATE TO WS-H1-WARN-DATE
010600     WRITE PRINT-LINE FROM WS-HEADING-1
010700     MOVE "PASSES DUE TO EXPIRE - SPONSOR TO RENEW"
010800         TO WS-SECTION-LINE
010900     PERFORM PRINT-SECTION-HEADING
011000     IF WS-PASS-STATUS NOT = "35"
011100         PERFORM START-PASS-BROWSE
011200         PERFORM CHECK-ONE-EXPIRING UNTIL END-OF-PASSES
011300     END-IF
011400     MOVE "ACTIVE PASSES ALREADY LAPSED - REFUSED AT THE DESK"
011500         TO WS-SECTION-LINE
011600     PERFORM PRINT-SECTION-HEADING
011700     IF WS-PASS-STATUS NOT = "35"
011800         PERFORM START-PASS-BROWSE
011900         PERFORM CHECK-ONE-LAPSED UNTIL END-OF-PASSES
012000         CLOSE PASS-MASTER
012100     END-IF
012200     PERFORM PRINT-TOTALS
012300     CLOSE PRINT-FILE
012400     DISPLAY "HelloExp complete. Expiring: " WS-EXPIRING-COUNT
012500         " Lapsed: " WS-LAPSED-COUNT
012600     STOP RUN.
012700
012800*=================================================================
012900*UNATTENDED RUN CONTROL. THE WARNDAYS CARD IS OPTIONAL; WITHOUT
013000*IT THE REPORT LOOKS 14 DAYS AHEAD. WARNDAYS IS THREE DIGITS
013100*LIKE PURGEDAYS. A NON-NUMERIC WARNDAYS OR AN UNKNOWN KEYWORD
013200*REFUSES THE RUN WITH RETURN CODE 8 AND THE REASON ON THE RUN
013300*LOG, AND AN ACCEPTED RUN LOGS THE WINDOW IT REPORTED ON.
013500*=================================================================
013600 READ-RUN-CONTROL.
013700     OPEN INPUT RUN-PARM-FILE
013800     IF WS-RUNPARM-STATUS NOT = "00"
013900         MOVE "RUN-CONTROL FILE MISSING OR UNREADABLE"
014000             TO WS-REFUSE-REASON
014100         PERFORM REFUSE-RUN
014200     END-IF
014300     PERFORM READ-RUN-PARM
014400     PERFORM APPLY-RUN-PARM UNTIL END-OF-RUN-PARMS
014500     CLOSE RUN-PARM-FILE
014600     IF WS-WARNDAYS-ENTRY NOT = SPACES
014700         IF WS-WARNDAYS-ENTRY IS NUMERIC
014800             MOVE WS-WARNDAYS-ENTRY TO WS-WARNING-DAYS
014900         ELSE
015000             MOVE "WARNDAYS PARAMETER NOT NUMERIC"
015100                 TO WS-REFUSE-REASON
015200             PERFORM REFUSE-RUN
015300         END-IF
015400     END-IF
015500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
015600     MOVE WS-RUN-DATE TO WS-RUN-DATE-9
015700     COMPUTE WS-WARN-DATE-INT =
015800         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-9) + WS-WARNING-DAYS
015900     COMPUTE WS-WARN-DATE-9 =
016000         FUNCTION DATE-OF-INTEGER(WS-WARN-DATE-INT)
016100     MOVE WS-WARN-DATE-9 TO WS-WARN-DATE
016200     PERFORM WRITE-RUN-LOG-PARMS.
016300
016400 READ-RUN-PARM.
016500     READ RUN-PARM-FILE
016600         AT END MOVE "Y" TO WS-RUNPARM-EOF-SWITCH
016700     END-READ.
016800
016900 APPLY-RUN-PARM.
017000     IF RP-KEYWORD (1:1) = "*"
017100         CONTINUE
017200     ELSE
017300         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEYWORD))
017400             WHEN "WARNDAYS"
017500                 MOVE RP-VALUE (1:3) TO WS-WARNDAYS-ENTRY
017600             WHEN OTHER
017700                 MOVE SPACES TO WS-REFUSE-REASON
017800                 STRING "UNKNOWN PARAMETER " RP-KEYWORD
017900                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
018000                 PERFORM REFUSE-RUN
018100         END-EVALUATE
018200     END-IF
018300     PERFORM READ-RUN-PARM.
018400
018500 REFUSE-RUN.
018600     DISPLAY "HelloExp run refused: " WS-REFUSE-REASON
018700     PERFORM OPEN-RUN-LOG
018800     MOVE SPACES TO RL-TEXT
018900     STRING "REFUSED: " WS-REFUSE-REASON DELIMITED BY SIZE
019000         INTO RL-TEXT
019100     PERFORM WRITE-RUN-LOG-LINE
019200     CLOSE RUN-LOG
019300     MOVE 8 TO RETURN-CODE
019400     STOP RUN.
019500
019600 OPEN-RUN-LOG.
019700     OPEN EXTEND RUN-LOG
019800     IF WS-RUNLOG-STATUS = "35"
019900         OPEN OUTPUT RUN-LOG
020000     END-IF.
020100
020200 WRITE-RUN-LOG-LINE.
020300     MOVE "HELLOEXP" TO RL-PROGRAM
020400     MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP
020500     WRITE RUNLOG-RECORD.
020600
020700 WRITE-RUN-LOG-PARMS.
020800     PERFORM OPEN-RUN-LOG
020900     MOVE SPACES TO RL-TEXT
021000     STRING "STARTED WARNDAYS=" WS-WARNING-DAYS
021100         " THROUGH=" WS-WARN-DATE
021200         DELIMITED BY SIZE INTO RL-TEXT
021300     PERFORM WRITE-RUN-LOG-LINE
021400     CLOSE RUN-LOG.
021500
021600 START-PASS-BROWSE.
021700     MOVE "N" TO WS-EOF-SWITCH
021800     MOVE LOW-VALUES TO PS-NAME
021900     START PASS-MASTER KEY IS NOT LESS THAN PS-NAME
022000         INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
022100     END-START.
022200
022300 READ-NEXT-PASS.
022400     READ PASS-MASTER NEXT RECORD
022500         AT END MOVE "Y" TO WS-EOF-SWITCH
022600     END-READ.
022700
022800*=================================================================
022900*ONLY ACTIVE PASSES ARE REPORTED - A SUSPENDED OR REVOKED PASS
023000*HAS BEEN STOPPED ON PURPOSE AND IS NOT A RENEWAL. THE FILE
023100*TOTALS ARE TAKEN ON THE FIRST BROWSE ONLY.
023200*=================================================================
023300 CHECK-ONE-EXPIRING.
023400     PERFORM READ-NEXT-PASS
023500     IF NOT END-OF-PASSES
023600         ADD 1 TO WS-PASS-COUNT
023700         IF PS-IS-ACTIVE
023800             ADD 1 TO WS-ACTIVE-COUNT
023900             IF PS-VALID-TO >= WS-RUN-DATE
024000                     AND PS-VALID-TO <= WS-WARN-DATE
024100                 ADD 1 TO WS-EXPIRING-COUNT
024200                 PERFORM PRINT-PASS-LINE
024300             END-IF
024400         END-IF
024500     END-IF.
024600
024700 CHECK-ONE-LAPSED.
024800     PERFORM READ-NEXT-PASS
024900     IF NOT END-OF-PASSES
025000         IF PS-IS-ACTIVE AND PS-VALID-TO < WS-RUN-DATE
025100             ADD 1 TO WS-LAPSED-COUNT
025200             PERFORM PRINT-PASS-LINE
025300         END-IF
025400     END-IF.
025500
025600 PRINT-PASS-LINE.
025700     MOVE PS-PASS-NUMBER TO WS-L-PASS-NUMBER
025800     MOVE PS-VALID-TO TO WS-L-VALID-TO
025900     MOVE PS-NAME TO WS-L-NAME
026000     MOVE PS-SPONSOR-HOST TO WS-L-SPONSOR
026100     WRITE PRINT-LINE FROM WS-PASS-LINE.
026200
026300 PRINT-SECTION-HEADING.
026400     WRITE PRINT-LINE FROM SPACES
026500     WRITE PRINT-LINE FROM WS-SECTION-LINE
026600     WRITE PRINT-LINE FROM WS-COLUMN-LINE.
026700
026800 PRINT-TOTALS.
026900     WRITE PRINT-LINE FROM SPACES
027000     MOVE "PASSES ON FILE    " TO WS-T-LABEL
027100     MOVE WS-PASS-COUNT TO WS-T-COUNT
027200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
027300     MOVE "ACTIVE            " TO WS-T-LABEL
027400     MOVE WS-ACTIVE-COUNT TO WS-T-COUNT
027500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
027600     MOVE "DUE TO EXPIRE     " TO WS-T-LABEL
027700     MOVE WS-EXPIRING-COUNT TO WS-T-COUNT
027800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
027900     MOVE "ALREADY LAPSED    " TO WS-T-LABEL
028000     MOVE WS-LAPSED-COUNT TO WS-T-COUNT
028100     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
