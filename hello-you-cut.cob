000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloCut.
000300*=================================================================
000400*NIGHTLY EXPECTED-ARRIVALS CUT. READS THE PRE-REGISTRATION
000500*(APPOINTMENT) MASTER HelloApt MAINTAINS AND WRITES ONE
000600*EXPECTED-ARRIVALS TRANSACTION PER BOOKING FOR TOMORROW, IN THE
000700*TRANSACT LAYOUT HelloBat GREETS FROM AND HelloNsh MATCHES NO-
000800*SHOWS AGAINST, SO RECEPTION NO LONGER KEYS THE MORNING FILE BY
000900*HAND. BOOKINGS COME OFF THE MASTER IN KEY ORDER - INDIVIDUALS
001000*FIRST, THEN EACH PARTY AS AN UNBROKEN RUN OF ITS GROUP NAME -
001100*WHICH IS WHAT HelloBat NEEDS TO STAMP A PARTY WITH ONE GROUP
001200*ID. THE RUN-CONTROL PARAMETER FILE MAY CARRY A SITE CARD TO CUT
001300*ONE BUILDING'S FILE (BOOKINGS FOR ANY SITE GO INTO EVERY CUT)
001400*AND A CUTDATE CARD TO RE-CUT A GIVEN DAY; A BAD CARD REFUSES
001500*THE RUN (RC=8, REASON ON THE RUN LOG). PRINTS CONTROL TOTALS SO
001600*OPERATIONS CAN BALANCE THE CUT AGAINST THE BOOKINGS LIST.
001700*=================================================================
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT APPOINT-MASTER ASSIGN TO APPOINT
002200         ORGANIZATION IS INDEXED
002300         ACCESS MODE IS DYNAMIC
002400         RECORD KEY IS AP-KEY
002500         FILE STATUS IS WS-APPOINT-STATUS.
002600
002700     SELECT TRANS-FILE ASSIGN TO TRANSOUT
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-TRANS-STATUS.
003000
003100     SELECT PRINT-FILE ASSIGN TO "CUTRPRT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PRINT-STATUS.
003400
003500     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RUNPARM-STATUS.
003800
003900     SELECT RUN-LOG ASSIGN TO RUNLOG
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RUNLOG-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  APPOINT-MASTER.
004500     COPY APPOINT.
004600
004700 FD  TRANS-FILE.
004800     COPY TRANSACT.
004900
005000 FD  PRINT-FILE.
005100 01  PRINT-LINE                  PIC X(80).
005200
005300 FD  RUN-PARM-FILE.
005400     COPY RUNPARM.
005500
005600 FD  RUN-LOG.
005700     COPY RUNLOG.
005800 WORKING-STORAGE SECTION.
005900 01  WS-APPOINT-STATUS           PIC XX.
006000 01  WS-TRANS-STATUS             PIC XX.
006100 01  WS-PRINT-STATUS             PIC XX.
006200 01  WS-RUNPARM-STATUS           PIC XX.
006300 01  WS-RUNLOG-STATUS            PIC XX.
006400 01  WS-RUNPARM-EOF-SWITCH       PIC X VALUE "N".
006500     88  END-OF-RUN-PARMS        VALUE "Y".
006600 01  WS-REFUSE-REASON            PIC X(46).
006700 01  WS-CUT-SITE                 PIC X VALUE SPACE.
006800 01  WS-CUT-DATE-ENTRY           PIC X(8) VALUE SPACES.
006900 01  WS-CUT-DATE                 PIC X(8).
007000 01  WS-RUN-DATE-9               PIC 9(8).
007100 01  WS-CUT-DATE-INT             PIC 9(8).
007200 01  WS-CUT-DATE-9               PIC 9(8).
007300 01  WS-EOF-SWITCH               PIC X VALUE "N".
007400     88  END-OF-APPOINTMENTS     VALUE "Y".
007500 01  WS-BOOKED-COUNT             PIC 9(7) VALUE ZERO.
007600 01  WS-CUT-COUNT                PIC 9(7) VALUE ZERO.
007700 01  WS-OTHER-SITE-COUNT         PIC 9(7) VALUE ZERO.
007800 01  WS-GROUP-COUNT              PIC 9(7) VALUE ZERO.
007900 01  WS-LAST-GROUP               PIC X(32) VALUE SPACES.
008000
008100 01  WS-HEADING-1.
008200     05  FILLER                  PIC X(34) VALUE
008300         "HELLOYOU EXPECTED-ARRIVALS CUT".
008400     05  WS-H1-DATE              PIC X(8).
008500     05  FILLER                  PIC X(7) VALUE "  SITE ".
008600     05  WS-H1-SITE              PIC X(3).
008700
008800 01  WS-CUT-LINE.
008900     05  WS-L-WINDOW-FROM        PIC X(4).
009000     05  FILLER                  PIC X(1) VALUE "-".
009100     05  WS-L-WINDOW-TO          PIC X(4).
009200     05  FILLER                  PIC X(1) VALUE SPACE.
009300     05  WS-L-NAME               PIC X(32).
009400     05  FILLER                  PIC X(1) VALUE SPACE.
009500     05  WS-L-GROUP-NAME         PIC X(32).
009600
009700 01  WS-TOTAL-LINE.
009800     05  WS-T-LABEL              PIC X(18).
009900     05  WS-T-COUNT              PIC ZZZZZZ9.
010000 PROCEDURE DIVISION.
010100 MAIN-PARA.
010200     PERFORM READ-RUN-CONTROL
010300     OPEN INPUT APPOINT-MASTER
010400     IF WS-APPOINT-STATUS = "35"
010500         DISPLAY "No pre-registration master on file - an "
010600             "empty arrivals file will be cut."
010700     END-IF
010800     OPEN OUTPUT TRANS-FILE
010900     OPEN OUTPUT PRINT-FILE
011000     MOVE WS-CUT-DATE TO WS-H1-DATE
011100     IF WS-CUT-SITE = SPACE
011200         MOVE "ALL" TO WS-H1-SITE
011300     ELSE
011400         MOVE WS-CUT-SITE TO WS-H1-SITE
011500     END-IF
011600     WRITE PRINT-LINE FROM WS-HEADING-1
011700     WRITE PRINT-LINE FROM SPACES
011800     IF WS-APPOINT-STATUS NOT = "35"
011900         MOVE WS-CUT-DATE TO AP-EXPECTED-DATE
012000         MOVE LOW-VALUES TO AP-GROUP-NAME AP-NAME
012100         START APPOINT-MASTER KEY IS NOT LESS THAN AP-KEY
012200             INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
012300         END-START
012400         PERFORM CUT-ONE-APPOINTMENT UNTIL END-OF-APPOINTMENTS
012500         CLOSE APPOINT-MASTER
012600     END-IF
012700     PERFORM PRINT-TOTALS
012800     CLOSE TRANS-FILE
012900     CLOSE PRINT-FILE
013000     DISPLAY "HelloCut complete. Booked: " WS-BOOKED-COUNT
013100         " Cut: " WS-CUT-COUNT
013200         " Other sites: " WS-OTHER-SITE-COUNT
013300     STOP RUN.
013400
013500*=================================================================
013600*UNATTENDED RUN CONTROL. BOTH CARDS ARE OPTIONAL: NO CUTDATE
013700*MEANS TOMORROW, NO SITE MEANS EVERY BUILDING'S BOOKINGS. A
013800*NON-NUMERIC CUTDATE OR AN UNKNOWN KEYWORD REFUSES THE RUN WITH
013900*RETURN CODE 8 AND THE REASON ON THE RUN LOG, AND AN ACCEPTED
014000*RUN LOGS THE DATE AND SITE IT CUT FOR.
014100*=================================================================
014200 READ-RUN-CONTROL.
014300     OPEN INPUT RUN-PARM-FILE
014400     IF WS-RUNPARM-STATUS NOT = "00"
014500         MOVE "RUN-CONTROL FILE MISSING OR UNREADABLE"
014600             TO WS-REFUSE-REASON
014700         PERFORM REFUSE-RUN
014800     END-IF
014900     PERFORM READ-RUN-PARM
015000     PERFORM APPLY-RUN-PARM UNTIL END-OF-RUN-PARMS
015100     CLOSE RUN-PARM-FILE
015200     IF WS-CUT-DATE-ENTRY = SPACES
015300         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-9
015400         COMPUTE WS-CUT-DATE-INT =
015500             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-9) + 1
015600         COMPUTE WS-CUT-DATE-9 =
015700             FUNCTION DATE-OF-INTEGER(WS-CUT-DATE-INT)
015800         MOVE WS-CUT-DATE-9 TO WS-CUT-DATE
015900     ELSE
016000         IF WS-CUT-DATE-ENTRY IS NUMERIC
016100             MOVE WS-CUT-DATE-ENTRY TO WS-CUT-DATE
016200         ELSE
016300             MOVE "CUTDATE PARAMETER NOT NUMERIC"
016400                 TO WS-REFUSE-REASON
016500             PERFORM REFUSE-RUN
016600         END-IF
016700     END-IF
016800     PERFORM WRITE-RUN-LOG-PARMS.
016900
017000 READ-RUN-PARM.
017100     READ RUN-PARM-FILE
017200         AT END MOVE "Y" TO WS-RUNPARM-EOF-SWITCH
017300     END-READ.
017400
017500 APPLY-RUN-PARM.
017600     IF RP-KEYWORD (1:1) = "*"
017700         CONTINUE
017800     ELSE
017900         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEYWORD))
018000             WHEN "SITE"
018100                 MOVE FUNCTION UPPER-CASE(RP-VALUE (1:1))
018200                     TO WS-CUT-SITE
018300             WHEN "CUTDATE"
018400                 MOVE RP-VALUE (1:8) TO WS-CUT-DATE-ENTRY
018500             WHEN OTHER
018600                 MOVE SPACES TO WS-REFUSE-REASON
018700                 STRING "UNKNOWN PARAMETER " RP-KEYWORD
018800                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
018900                 PERFORM REFUSE-RUN
019000         END-EVALUATE
019100     END-IF
019200     PERFORM READ-RUN-PARM.
019300
019400 REFUSE-RUN.
019500     DISPLAY "HelloCut run refused: " WS-REFUSE-REASON
019600     PERFORM OPEN-RUN-LOG
019700     MOVE SPACES TO RL-TEXT
019800     STRING "REFUSED: " WS-REFUSE-REASON DELIMITED BY SIZE
019900         INTO RL-TEXT
020000     PERFORM WRITE-RUN-LOG-LINE
020100     CLOSE RUN-LOG
020200     MOVE 8 TO RETURN-CODE
020300     STOP RUN.
020400
020500 OPEN-RUN-LOG.
020600     OPEN EXTEND RUN-LOG
020700     IF WS-RUNLOG-STATUS = "35"
020800         OPEN OUTPUT RUN-LOG
020900     END-IF.
021000
021100 WRITE-RUN-LOG-LINE.
021200     MOVE "HELLOCUT" TO RL-PROGRAM
021300     MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP
021400     WRITE RUNLOG-RECORD.
021500
021600 WRITE-RUN-LOG-PARMS.
021700     PERFORM OPEN-RUN-LOG
021800     MOVE SPACES TO RL-TEXT
021900     STRING "STARTED CUTDATE=" WS-CUT-DATE
022000         " SITE=" WS-CUT-SITE
022100         DELIMITED BY SIZE INTO RL-TEXT
022200     PERFORM WRITE-RUN-LOG-LINE
022300     CLOSE RUN-LOG.
022400
022500 CUT-ONE-APPOINTMENT.
022600     READ APPOINT-MASTER NEXT RECORD
022700         AT END MOVE "Y" TO WS-EOF-SWITCH
022800     END-READ
022900     IF NOT END-OF-APPOINTMENTS
023000         IF AP-EXPECTED-DATE NOT = WS-CUT-DATE
023100             MOVE "Y" TO WS-EOF-SWITCH
023200         ELSE
023300             ADD 1 TO WS-BOOKED-COUNT
023400             IF WS-CUT-SITE = SPACE
023500                     OR AP-SITE-CODE = SPACE
023600                     OR AP-SITE-CODE = WS-CUT-SITE
023700                 PERFORM WRITE-EXPECTED-ARRIVAL
023800             ELSE
023900                 ADD 1 TO WS-OTHER-SITE-COUNT
024000             END-IF
024100         END-IF
024200     END-IF.
024300
024400*=================================================================
024500*ONE TRANSACTION PER BOOKING. A CHANGE OF GROUP NAME BETWEEN
024600*CONSECUTIVE BOOKINGS STARTS A NEW PARTY, WHICH IS COUNTED SO
024700*THE TOTALS SHOW HOW MANY GROUP IDS HelloBat WILL ISSUE.
024800*=================================================================
024900 WRITE-EXPECTED-ARRIVAL.
025000     MOVE AP-NAME TO TRANS-NAME
025100     MOVE AP-GROUP-NAME TO TRANS-GROUP-NAME
025200     MOVE AP-HOST TO TRANS-HOST
025300     MOVE AP-PURPOSE-CODE TO TRANS-PURPOSE-CODE
025400     WRITE TRANS-RECORD
025500     ADD 1 TO WS-CUT-COUNT
025600     IF AP-GROUP-NAME NOT = SPACES
025700             AND AP-GROUP-NAME NOT = WS-LAST-GROUP
025800         ADD 1 TO WS-GROUP-COUNT
025900     END-IF
026000     MOVE AP-GROUP-NAME TO WS-LAST-GROUP
026100     MOVE AP-WINDOW-FROM TO WS-L-WINDOW-FROM
026200     MOVE AP-WINDOW-TO TO WS-L-WINDOW-TO
026300     MOVE AP-NAME TO WS-L-NAME
026400     MOVE AP-GROUP-NAME TO WS-L-GROUP-NAME
026500     WRITE PRINT-LINE FROM WS-CUT-LINE.
026600
026700 PRINT-TOTALS.
026800     WRITE PRINT-LINE FROM SPACES
026900     MOVE "BOOKED FOR DATE   " TO WS-T-LABEL
027000     MOVE WS-BOOKED-COUNT TO WS-T-COUNT
027100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
027200     MOVE "CUT TO ARRIVALS   " TO WS-T-LABEL
027300     MOVE WS-CUT-COUNT TO WS-T-COUNT
027400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
027500     MOVE "GROUPS            " TO WS-T-LABEL
027600     MOVE WS-GROUP-COUNT TO WS-T-COUNT
027700     WRITE PRINT-LINE FROM WS-TOTAL-LINE
027800     MOVE "OTHER SITES       " TO WS-T-LABEL
027900     MOVE WS-OTHER-SITE-COUNT TO WS-T-COUNT
028000     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
