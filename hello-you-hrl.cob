000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloHrl.
000300*=================================================================
000400*NIGHTLY HOST-DIRECTORY LOAD. READS THE HR TEAM'S EXTRACT OF
000500*ADD/CHANGE/LEAVER TRANSACTIONS AND APPLIES THEM TO THE EMPLOYEE
000600*HOST DIRECTORY THE GREETERS VALIDATE HOSTS AGAINST. HOST NAMES
000700*ARE UPPER-CASED THE SAME WAY THE GREETERS UPPER-CASE THE HOST
000800*TYPED AT THE DESK, AND THE HOST NAME CROSS-REFERENCE IS KEPT IN
000900*STEP ON EVERY ADD AND NAME CHANGE. A CHANGE REPLACES THE NAME,
001000*DEPARTMENT, AND SITE. A LEAVER IS FLAGGED, NOT DELETED, SO A
001100*VISITOR NAMING THEM IS REFUSED AS DEPARTED RATHER THAN UNKNOWN;
001200*AN ADD FOR A LEAVER'S ID REINSTATES THEM. PRINTS A
001300*CONTROL-TOTALS REPORT (READ, APPLIED BY TYPE, REJECTED) SO
001400*OPERATIONS CAN BALANCE THE RUN AGAINST HR'S OWN COUNTS.
001500*=================================================================
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900     SELECT HR-FILE ASSIGN TO HRIN
002000         ORGANIZATION IS LINE SEQUENTIAL
002100         FILE STATUS IS WS-HR-STATUS.
002200
002300     SELECT HOST-DIRECTORY ASSIGN TO HOSTDIR
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS HD-EMPLOYEE-ID
002700         FILE STATUS IS WS-HOSTDIR-STATUS.
002800
002900     SELECT HOST-XREF ASSIGN TO HOSTXREF
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS HX-KEY
003300         FILE STATUS IS WS-HOSTXREF-STATUS.
003400
003500     SELECT PRINT-FILE ASSIGN TO "LOADRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PRINT-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  HR-FILE.
004100 01  HR-RECORD.
004200     05  HR-TRANS-CODE           PIC X(1).
004300     05  HR-EMPLOYEE-ID          PIC X(8).
004400     05  HR-NAME                 PIC X(32).
004500     05  HR-DEPARTMENT           PIC X(8).
004600     05  HR-SITE-CODE            PIC X(1).
004700
004800 FD  HOST-DIRECTORY.
004900     COPY HOSTDIR.
005000
005100 FD  HOST-XREF.
005200     COPY HOSTXREF.
005300
005400 FD  PRINT-FILE.
005500 01  PRINT-LINE                  PIC X(80).
005600 WORKING-STORAGE SECTION.
005700 01  WS-HR-STATUS                PIC XX.
005800 01  WS-HOSTDIR-STATUS           PIC XX.
005900 01  WS-HOSTXREF-STATUS          PIC XX.
006000 01  WS-PRINT-STATUS             PIC XX.
006100 01  WS-EOF-SWITCH               PIC X VALUE "N".
006200     88  END-OF-EXTRACT          VALUE "Y".
006300 01  WS-LOAD-ID                  PIC X(8).
006400 01  WS-LOAD-NAME                PIC X(32).
006500 01  WS-OLD-NAME                 PIC X(32).
006600 01  WS-READ-COUNT               PIC 9(7) VALUE ZERO.
006700 01  WS-ADD-COUNT                PIC 9(7) VALUE ZERO.
006800 01  WS-CHANGE-COUNT             PIC 9(7) VALUE ZERO.
006900 01  WS-LEAVER-COUNT             PIC 9(7) VALUE ZERO.
007000 01  WS-REJECT-COUNT             PIC 9(7) VALUE ZERO.
007100
007200 01  WS-HEADING-1.
007300     05  FILLER                  PIC X(36) VALUE
007400         "HELLOYOU HOST DIRECTORY LOAD".
007500     05  WS-H1-DATE              PIC X(8).
007600
007700 01  WS-REJECT-LINE.
007800     05  FILLER                  PIC X(9) VALUE "REJECTED ".
007900     05  WS-RJ-CODE              PIC X(1).
008000     05  FILLER                  PIC X(1) VALUE SPACE.
008100     05  WS-RJ-ID                PIC X(8).
008200     05  FILLER                  PIC X(1) VALUE SPACE.
008300     05  WS-RJ-NAME              PIC X(32).
008400     05  FILLER                  PIC X(1) VALUE SPACE.
008500     05  WS-RJ-REASON            PIC X(24).
008600
008700 01  WS-TOTAL-LINE.
008800     05  WS-T-LABEL              PIC X(18).
008900     05  WS-T-COUNT              PIC ZZZZZZ9.
009000 PROCEDURE DIVISION.
009100 MAIN-PARA.
009200     PERFORM OPEN-FILES
009300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-H1-DATE
009400     WRITE PRINT-LINE FROM WS-HEADING-1
009500     WRITE PRINT-LINE FROM SPACES
009600     PERFORM READ-EXTRACT
009700     PERFORM APPLY-TRANSACTION UNTIL END-OF-EXTRACT
009800     PERFORM PRINT-CONTROL-TOTALS
009900     PERFORM CLOSE-FILES
010000     DISPLAY "HelloHrl complete. Read: " WS-READ-COUNT
010100         " Rejected: " WS-REJECT-COUNT
010200     STOP RUN.
010300
010400 OPEN-FILES.
010500     OPEN INPUT HR-FILE
010600     OPEN OUTPUT PRINT-FILE
010700     OPEN I-O HOST-DIRECTORY
010800     IF WS-HOSTDIR-STATUS = "35"
010900         OPEN OUTPUT HOST-DIRECTORY
011000         CLOSE HOST-DIRECTORY
011100         OPEN I-O HOST-DIRECTORY
011200     END-IF
011300     OPEN I-O HOST-XREF
011400     IF WS-HOSTXREF-STATUS = "35"
011500         OPEN OUTPUT HOST-XREF
011600         CLOSE HOST-XREF
011700         OPEN I-O HOST-XREF
011800     END-IF.
011900
012000 CLOSE-FILES.
012100     CLOSE HR-FILE
012200     CLOSE HOST-DIRECTORY
012300     CLOSE HOST-XREF
012400     CLOSE PRINT-FILE.
012500
012600 READ-EXTRACT.
012700     READ HR-FILE
012800         AT END MOVE "Y" TO WS-EOF-SWITCH
012900     END-READ.
013000
013100 APPLY-TRANSACTION.
013200     ADD 1 TO WS-READ-COUNT
013300     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HR-EMPLOYEE-ID))
013400         TO WS-LOAD-ID
013500     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HR-NAME))
013600         TO WS-LOAD-NAME
013700     EVALUATE TRUE
013800         WHEN WS-LOAD-ID = SPACES
013900             MOVE "Blank employee ID" TO WS-RJ-REASON
014000             PERFORM REJECT-TRANSACTION
014100         WHEN WS-LOAD-NAME = SPACES AND HR-TRANS-CODE NOT = "L"
014200             MOVE "Blank host name" TO WS-RJ-REASON
014300             PERFORM REJECT-TRANSACTION
014400         WHEN OTHER
014500             EVALUATE HR-TRANS-CODE
014600                 WHEN "A" PERFORM APPLY-ADD
014700                 WHEN "C" PERFORM APPLY-CHANGE
014800                 WHEN "L" PERFORM APPLY-LEAVER
014900                 WHEN OTHER
015000                     MOVE "Unknown transaction code"
015100                         TO WS-RJ-REASON
015200                     PERFORM REJECT-TRANSACTION
015300             END-EVALUATE
015400     END-EVALUATE
015500     PERFORM READ-EXTRACT.
015600
015700 APPLY-ADD.
015800     MOVE WS-LOAD-ID TO HD-EMPLOYEE-ID
015900     READ HOST-DIRECTORY
016000         INVALID KEY
016100             PERFORM MOVE-HOST-DETAILS
016200             WRITE HOST-RECORD
016300             PERFORM WRITE-HOST-XREF
016400             ADD 1 TO WS-ADD-COUNT
016500         NOT INVALID KEY
016600             IF HD-HAS-LEFT
016700                 PERFORM REPLACE-HOST-DETAILS
016800                 ADD 1 TO WS-ADD-COUNT
016900             ELSE
017000                 MOVE "Already on file" TO WS-RJ-REASON
017100                 PERFORM REJECT-TRANSACTION
017200             END-IF
017300     END-READ.
017400
017500 APPLY-CHANGE.
017600     MOVE WS-LOAD-ID TO HD-EMPLOYEE-ID
017700     READ HOST-DIRECTORY
017800         INVALID KEY
017900             MOVE "Not on file" TO WS-RJ-REASON
018000             PERFORM REJECT-TRANSACTION
018100         NOT INVALID KEY
018200             PERFORM REPLACE-HOST-DETAILS
018300             ADD 1 TO WS-CHANGE-COUNT
018400     END-READ.
018500
018600 APPLY-LEAVER.
018700     MOVE WS-LOAD-ID TO HD-EMPLOYEE-ID
018800     READ HOST-DIRECTORY
018900         INVALID KEY
019000             MOVE "Not on file" TO WS-RJ-REASON
019100             PERFORM REJECT-TRANSACTION
019200         NOT INVALID KEY
019300             IF HD-HAS-LEFT
019400                 MOVE "Already a leaver" TO WS-RJ-REASON
019500                 PERFORM REJECT-TRANSACTION
019600             ELSE
019700                 MOVE "L" TO HD-ACTIVE-FLAG
019800                 REWRITE HOST-RECORD
019900                 ADD 1 TO WS-LEAVER-COUNT
020000             END-IF
020100     END-READ.
020200
020300 MOVE-HOST-DETAILS.
020400     MOVE WS-LOAD-ID TO HD-EMPLOYEE-ID
020500     MOVE WS-LOAD-NAME TO HD-NAME
020600     MOVE FUNCTION UPPER-CASE(HR-DEPARTMENT) TO HD-DEPARTMENT
020700     MOVE FUNCTION UPPER-CASE(HR-SITE-CODE) TO HD-SITE-CODE
020800     MOVE "A" TO HD-ACTIVE-FLAG.
020900
021000*=================================================================
021100*A CHANGE OR A REINSTATEMENT REWRITES THE DIRECTORY RECORD IN
021200*PLACE. WHEN THE NAME HAS CHANGED THE OLD CROSS-REFERENCE ENTRY
021300*IS DELETED AND A NEW ONE WRITTEN, SO THE HOST IS FOUND UNDER
021400*THE NEW NAME ONLY. A CHANGE LEAVES THE ACTIVE FLAG AS IT WAS.
021500*=================================================================
021600 REPLACE-HOST-DETAILS.
021700     MOVE HD-NAME TO WS-OLD-NAME
021800     MOVE WS-LOAD-NAME TO HD-NAME
021900     MOVE FUNCTION UPPER-CASE(HR-DEPARTMENT) TO HD-DEPARTMENT
022000     MOVE FUNCTION UPPER-CASE(HR-SITE-CODE) TO HD-SITE-CODE
022100     IF HR-TRANS-CODE = "A"
022200         MOVE "A" TO HD-ACTIVE-FLAG
022300     END-IF
022400     REWRITE HOST-RECORD
022500     IF WS-OLD-NAME NOT = HD-NAME
022600         MOVE WS-OLD-NAME TO HX-NAME
022700         MOVE HD-EMPLOYEE-ID TO HX-EMPLOYEE-ID
022800         DELETE HOST-XREF RECORD
022900             INVALID KEY CONTINUE
023000         END-DELETE
023100         PERFORM WRITE-HOST-XREF
023200     END-IF.
023300
023400 WRITE-HOST-XREF.
023500     MOVE HD-NAME TO HX-NAME
023600     MOVE HD-EMPLOYEE-ID TO HX-EMPLOYEE-ID
023700     WRITE HOST-XREF-RECORD
023800         INVALID KEY CONTINUE
023900     END-WRITE.
024000
024100 REJECT-TRANSACTION.
024200     ADD 1 TO WS-REJECT-COUNT
024300     MOVE HR-TRANS-CODE TO WS-RJ-CODE
024400     MOVE HR-EMPLOYEE-ID TO WS-RJ-ID
024500     MOVE HR-NAME TO WS-RJ-NAME
024600     WRITE PRINT-LINE FROM WS-REJECT-LINE.
024700
024800 PRINT-CONTROL-TOTALS.
024900     WRITE PRINT-LINE FROM SPACES
025000     MOVE "RECORDS READ      " TO WS-T-LABEL
025100     MOVE WS-READ-COUNT TO WS-T-COUNT
025200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
025300     MOVE "ADDS APPLIED      " TO WS-T-LABEL
025400     MOVE WS-ADD-COUNT TO WS-T-COUNT
025500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
025600     MOVE "CHANGES APPLIED   " TO WS-T-LABEL
025700     MOVE WS-CHANGE-COUNT TO WS-T-COUNT
025800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
025900     MOVE "LEAVERS APPLIED   " TO WS-T-LABEL
026000     MOVE WS-LEAVER-COUNT TO WS-T-COUNT
026100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
026200     MOVE "REJECTED          " TO WS-T-LABEL
026300     MOVE WS-REJECT-COUNT TO WS-T-COUNT
026400     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
