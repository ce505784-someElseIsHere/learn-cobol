000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloRat.
000300*=================================================================
000400*MENU-DRIVEN MAINTENANCE FRONT-END FOR THE CHARGE-BACK RATE
000500*TABLE. LETS FACILITIES SET THE PER-VISIT AND PER-HOUR RATES FOR
000600*A VISIT-PURPOSE CODE, CHANGE THEM, OR DELETE A RETIRED CODE'S
000700*RATES. A RATE CAN ONLY BE ADDED FOR A CODE ON THE PURPOSE
000800*REFERENCE FILE, SINCE THAT IS WHERE THE DEPARTMENT TO BILL
000900*COMES FROM. THE MONTHLY CHARGE-BACK RUN, HelloChg, PRICES EVERY
001000*VISIT FROM THIS FILE; A PURPOSE WITH NO RATE GOES ON ITS
001100*EXCEPTIONS PAGE INSTEAD OF BEING BILLED AT ZERO.
001200*=================================================================
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
001500 FILE-CONTROL.
001600     SELECT RATE-MASTER ASSIGN TO
001700         "PROD.HELLOYOU.RATE.MASTER"
001800         ORGANIZATION IS INDEXED
001900         ACCESS MODE IS DYNAMIC
002000         RECORD KEY IS RT-PURPOSE-CODE
002100         FILE STATUS IS WS-RATE-STATUS.
002200
002300     SELECT PURPOSE-MASTER ASSIGN TO
002400         "PROD.HELLOYOU.PURPOSE.MASTER"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS PC-CODE
002800         FILE STATUS IS WS-PURPOSE-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  RATE-MASTER.
003200     COPY RATE.
003300
003400 FD  PURPOSE-MASTER.
003500     COPY PURPOSE.
003600 WORKING-STORAGE SECTION.
003700 01  WS-RATE-STATUS              PIC XX.
003800 01  WS-PURPOSE-STATUS           PIC XX.
003900 01  WS-PURPOSE-AVAILABLE        PIC X VALUE "N".
004000     88  PURPOSE-FILE-OPEN       VALUE "Y".
004100 01  WS-MENU-CHOICE              PIC X.
004200 01  WS-DONE-SWITCH              PIC X VALUE "N".
004300     88  MAINTENANCE-DONE        VALUE "Y".
004400 01  WS-CODE-ENTRY               PIC X(4).
004500 01  WS-AMOUNT-INPUT             PIC X(12).
004600 01  WS-AMOUNT-WHOLE-X           PIC X(12).
004700 01  WS-AMOUNT-CENTS-X           PIC X(12).
004800 01  WS-AMOUNT-WHOLE-CHECK       PIC X(5) JUSTIFIED RIGHT.
004900 01  WS-AMOUNT-CENTS-CHECK       PIC X(2).
005000 01  WS-AMOUNT-WHOLE             PIC 9(5).
005100 01  WS-AMOUNT-CENTS             PIC 99.
005200 01  WS-AMOUNT-VALUE             PIC 9(5)V99.
005300 01  WS-AMOUNT-SWITCH            PIC X.
005400     88  AMOUNT-IS-VALID         VALUE "Y".
005500     88  AMOUNT-IS-BLANK         VALUE "B".
005600 01  WS-PER-VISIT-VALUE          PIC 9(5)V99.
005700 01  WS-RATE-DISPLAY             PIC ZZZZ9.99.
005800 01  WS-HOUR-DISPLAY             PIC ZZZZ9.99.
005900 01  WS-FOUND-SWITCH             PIC X.
006000     88  RECORD-WAS-FOUND        VALUE "Y".
006100 01  WS-PURPOSE-SWITCH           PIC X.
006200     88  PURPOSE-IS-KNOWN        VALUE "Y".
006300 01  WS-LIST-EOF-SWITCH          PIC X.
006400     88  END-OF-RATES            VALUE "Y".
006500 01  WS-LIST-COUNT               PIC 9(4).
006600 PROCEDURE DIVISION.
006700 MAIN-PARA.
006800     PERFORM OPEN-RATE-MASTER
006900     OPEN INPUT PURPOSE-MASTER
007000     IF WS-PURPOSE-STATUS = "00"
007100         MOVE "Y" TO WS-PURPOSE-AVAILABLE
007200     ELSE
007300         DISPLAY "No purpose reference file - rates can be "
007400             "listed and changed but not added."
007500     END-IF
007600     PERFORM DISPLAY-MENU UNTIL MAINTENANCE-DONE
007700     IF PURPOSE-FILE-OPEN
007800         CLOSE PURPOSE-MASTER
007900     END-IF
008000     CLOSE RATE-MASTER
008100     STOP RUN.
008200
008300 OPEN-RATE-MASTER.
008400     OPEN I-O RATE-MASTER
008500     IF WS-RATE-STATUS = "35"
008600         OPEN OUTPUT RATE-MASTER
008700         CLOSE RATE-MASTER
008800         OPEN I-O RATE-MASTER
008900     END-IF.
009000
009100 DISPLAY-MENU.
009200     DISPLAY " "
009300     DISPLAY "HelloYou Charge-Back Rate Maintenance"
009400     DISPLAY "1. Add rates for a purpose code"
009500     DISPLAY "2. Update rates"
009600     DISPLAY "3. Delete rates"
009700     DISPLAY "4. List rates"
009800     DISPLAY "5. Exit"
009900     DISPLAY "Choice ? "
010000     ACCEPT WS-MENU-CHOICE
010100     EVALUATE WS-MENU-CHOICE
010200         WHEN "1" PERFORM ADD-RATE
010300         WHEN "2" PERFORM UPDATE-RATE
010400         WHEN "3" PERFORM DELETE-RATE
010500         WHEN "4" PERFORM LIST-RATES
010600         WHEN "5" MOVE "Y" TO WS-DONE-SWITCH
010700         WHEN OTHER DISPLAY "Invalid choice, try again."
010800     END-EVALUATE.
010900
011000*=================================================================
011100*BOTH RATES ARE REQUIRED ON AN ADD; ZERO IS A VALID RATE (A
011200*PURPOSE BILLED ONLY BY THE HOUR, OR ONLY PER VISIT).
011300*=================================================================
011400 ADD-RATE.
011500     DISPLAY "Purpose code (4 characters) ? "
011600     ACCEPT WS-CODE-ENTRY
011700     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CODE-ENTRY))
011800         TO WS-CODE-ENTRY
011900     PERFORM CHECK-PURPOSE-CODE
012000     IF PURPOSE-IS-KNOWN
012100         DISPLAY "Rate per visit (e.g. 12.50) ? "
012200         PERFORM GET-AMOUNT-ENTRY
012300         MOVE WS-AMOUNT-VALUE TO WS-PER-VISIT-VALUE
012400         IF AMOUNT-IS-VALID
012500             DISPLAY "Rate per hour (e.g. 30.00) ? "
012600             PERFORM GET-AMOUNT-ENTRY
012700         END-IF
012800         IF AMOUNT-IS-VALID
012900             MOVE WS-CODE-ENTRY TO RT-PURPOSE-CODE
013000             MOVE WS-PER-VISIT-VALUE TO RT-PER-VISIT
013100             MOVE WS-AMOUNT-VALUE TO RT-PER-HOUR
013200             WRITE RATE-RECORD
013300                 INVALID KEY
013400                     DISPLAY "Rates for " WS-CODE-ENTRY
013500                         " already exist, add cancelled."
013600                 NOT INVALID KEY
013700                     DISPLAY "Added rates for " WS-CODE-ENTRY "."
013800             END-WRITE
013900         ELSE
014000             DISPLAY "Both rates are required, add cancelled."
014100         END-IF
014200     END-IF.
014300
014400 CHECK-PURPOSE-CODE.
014500     MOVE "N" TO WS-PURPOSE-SWITCH
014600     EVALUATE TRUE
014700         WHEN WS-CODE-ENTRY = SPACES
014800             DISPLAY "Code cannot be blank, add cancelled."
014900         WHEN NOT PURPOSE-FILE-OPEN
015000             DISPLAY "No purpose reference file, add cancelled."
015100         WHEN OTHER
015200             MOVE WS-CODE-ENTRY TO PC-CODE
015300             READ PURPOSE-MASTER
015400                 INVALID KEY
015500                     DISPLAY "Code " WS-CODE-ENTRY " is not a "
015600                         "purpose code, add it with HelloPur "
015700                         "first."
015800                 NOT INVALID KEY
015900                     MOVE "Y" TO WS-PURPOSE-SWITCH
016000             END-READ
016100     END-EVALUATE.
016200
016300*=================================================================
016400*A BLANK ENTRY KEEPS THE CURRENT RATE; A BAD ONE CANCELS THE
016500*WHOLE UPDATE SO HALF A CHANGE IS NEVER WRITTEN.
016600*=================================================================
016700 UPDATE-RATE.
016800     PERFORM READ-BY-CODE
016900     IF RECORD-WAS-FOUND
017000         PERFORM SHOW-CURRENT-RATES
017100         DISPLAY "New rate per visit (blank to keep) ? "
017200         PERFORM GET-AMOUNT-ENTRY
017300         MOVE RT-PER-VISIT TO WS-PER-VISIT-VALUE
017400         IF AMOUNT-IS-VALID
017500             MOVE WS-AMOUNT-VALUE TO WS-PER-VISIT-VALUE
017600         END-IF
017700         IF AMOUNT-IS-VALID OR AMOUNT-IS-BLANK
017800             DISPLAY "New rate per hour (blank to keep) ? "
017900             PERFORM GET-AMOUNT-ENTRY
018000         END-IF
018100         EVALUATE TRUE
018200             WHEN AMOUNT-IS-VALID
018300                 MOVE WS-AMOUNT-VALUE TO RT-PER-HOUR
018400             WHEN AMOUNT-IS-BLANK
018500                 CONTINUE
018600             WHEN OTHER
018700                 DISPLAY "Update cancelled."
018800         END-EVALUATE
018900         IF AMOUNT-IS-VALID OR AMOUNT-IS-BLANK
019000             MOVE WS-PER-VISIT-VALUE TO RT-PER-VISIT
019100             REWRITE RATE-RECORD
019110                 INVALID KEY
019120                     DISPLAY "Rate not updated - status "
019130                         WS-RATE-STATUS
019140                 NOT INVALID KEY
019200                     DISPLAY "Rates for " RT-PURPOSE-CODE
019210                         " updated."
019220             END-REWRITE
019300         END-IF
019400     END-IF.
019500
019600 DELETE-RATE.
019700     PERFORM READ-BY-CODE
019800     IF RECORD-WAS-FOUND
019900         PERFORM SHOW-CURRENT-RATES
020000         DISPLAY "Delete rates for " RT-PURPOSE-CODE " ? Y/N "
020100         ACCEPT WS-MENU-CHOICE
020200         IF WS-MENU-CHOICE = "Y" OR WS-MENU-CHOICE = "y"
020300             DELETE RATE-MASTER RECORD
020400             DISPLAY "Rates deleted."
020500         ELSE
020600             DISPLAY "Delete cancelled."
020700         END-IF
020800     END-IF.
020900
021000 READ-BY-CODE.
021100     DISPLAY "Purpose code ? "
021200     ACCEPT WS-CODE-ENTRY
021300     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CODE-ENTRY))
021400         TO WS-CODE-ENTRY
021500     MOVE WS-CODE-ENTRY TO RT-PURPOSE-CODE
021600     MOVE "N" TO WS-FOUND-SWITCH
021700     READ RATE-MASTER
021800         INVALID KEY
021900             DISPLAY "No rates on file for that code."
022000         NOT INVALID KEY
022100             MOVE "Y" TO WS-FOUND-SWITCH
022200     END-READ.
022300
022400 SHOW-CURRENT-RATES.
022500     MOVE RT-PER-VISIT TO WS-RATE-DISPLAY
022600     MOVE RT-PER-HOUR TO WS-HOUR-DISPLAY
022700     DISPLAY "Current rate per visit: " WS-RATE-DISPLAY
022800     DISPLAY "Current rate per hour:  " WS-HOUR-DISPLAY.
022900
023000*=================================================================
023100*AN AMOUNT IS UP TO FIVE WHOLE DIGITS WITH AN OPTIONAL POINT AND
023200*ONE OR TWO DECIMALS. SETS WS-AMOUNT-SWITCH: "Y" VALID, "B"
023300*BLANK, "N" BAD.
023400*=================================================================
023500 GET-AMOUNT-ENTRY.
023600     ACCEPT WS-AMOUNT-INPUT
023700     MOVE "N" TO WS-AMOUNT-SWITCH
023800     IF WS-AMOUNT-INPUT = SPACES
023900         MOVE "B" TO WS-AMOUNT-SWITCH
024000     ELSE
024100         MOVE SPACES TO WS-AMOUNT-WHOLE-X WS-AMOUNT-CENTS-X
024150         MOVE FUNCTION TRIM(WS-AMOUNT-INPUT) TO WS-AMOUNT-INPUT
024200         UNSTRING WS-AMOUNT-INPUT DELIMITED BY "."
024300             INTO WS-AMOUNT-WHOLE-X WS-AMOUNT-CENTS-X
024400         END-UNSTRING
024500         IF WS-AMOUNT-WHOLE-X (6:) NOT = SPACES
024600                 OR WS-AMOUNT-CENTS-X (3:) NOT = SPACES
024700             DISPLAY "Not an amount."
024800         ELSE
024900             MOVE FUNCTION TRIM(WS-AMOUNT-WHOLE-X)
024950                 TO WS-AMOUNT-WHOLE-CHECK
025000             INSPECT WS-AMOUNT-WHOLE-CHECK
025100                 REPLACING LEADING SPACE BY "0"
025200             MOVE WS-AMOUNT-CENTS-X TO WS-AMOUNT-CENTS-CHECK
025300             INSPECT WS-AMOUNT-CENTS-CHECK
025400                 REPLACING ALL SPACE BY "0"
025500             IF WS-AMOUNT-WHOLE-CHECK IS NUMERIC
025600                     AND WS-AMOUNT-CENTS-CHECK IS NUMERIC
025700                 MOVE WS-AMOUNT-WHOLE-CHECK TO WS-AMOUNT-WHOLE
025800                 MOVE WS-AMOUNT-CENTS-CHECK TO WS-AMOUNT-CENTS
025900                 COMPUTE WS-AMOUNT-VALUE =
026000                     WS-AMOUNT-WHOLE + WS-AMOUNT-CENTS / 100
026100                 MOVE "Y" TO WS-AMOUNT-SWITCH
026200             ELSE
026300                 DISPLAY "Not an amount."
026400             END-IF
026500         END-IF
026600     END-IF.
026700
026800 LIST-RATES.
026900     MOVE "N" TO WS-LIST-EOF-SWITCH
027000     MOVE ZERO TO WS-LIST-COUNT
027100     MOVE LOW-VALUES TO RT-PURPOSE-CODE
027200     START RATE-MASTER KEY IS NOT LESS THAN RT-PURPOSE-CODE
027300         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SWITCH
027400     END-START
027500     PERFORM LIST-ONE-RATE UNTIL END-OF-RATES
027600     IF WS-LIST-COUNT = ZERO
027700         DISPLAY "No rates on file."
027800     END-IF.
027900
028000 LIST-ONE-RATE.
028100     READ RATE-MASTER NEXT RECORD
028200         AT END MOVE "Y" TO WS-LIST-EOF-SWITCH
028300     END-READ
028400     IF NOT END-OF-RATES
028500         ADD 1 TO WS-LIST-COUNT
028600         MOVE RT-PER-VISIT TO WS-RATE-DISPLAY
028700         MOVE RT-PER-HOUR TO WS-HOUR-DISPLAY
028800         DISPLAY RT-PURPOSE-CODE " PER VISIT " WS-RATE-DISPLAY
028900             " PER HOUR " WS-HOUR-DISPLAY
029000     END-IF.
