000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloApt.
000300*=================================================================
000400*MENU-DRIVEN MAINTENANCE FRONT-END FOR THE PRE-REGISTRATION
000500*(APPOINTMENT) MASTER. LETS THE FRONT DESK BOOK A VISITOR IN
000600*AHEAD OF TIME - EXPECTED DATE, ARRIVAL WINDOW, HOST, VISIT
000700*PURPOSE, SITE, AND THE PARTY THEY ARRIVE WITH - CHANGE OR
000800*CANCEL A BOOKING, OR LIST ONE DAY'S BOOKINGS. THE NIGHTLY
000900*HelloCut RUN TURNS TOMORROW'S BOOKINGS INTO THE EXPECTED-
001000*ARRIVALS FILE HelloBat GREETS FROM, AND HelloYou PICKS UP A
001100*WALK-IN'S BOOKING SO THE DESK IS NOT ASKED FOR THE HOST AND
001200*PURPOSE AGAIN. PURPOSE CODES ARE CHECKED AGAINST THE PURPOSE
001300*REFERENCE FILE WHEN IT IS ON DISK, SO A BOOKING CANNOT CARRY A
001400*CODE THE GREETERS WOULD SEND TO SUSPENSE.
001500*=================================================================
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900     SELECT APPOINT-MASTER ASSIGN TO
002000         "PROD.HELLOYOU.APPOINT.MASTER"
002100         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS DYNAMIC
002300         RECORD KEY IS AP-KEY
002400         FILE STATUS IS WS-APPOINT-STATUS.
002500
002600     SELECT PURPOSE-MASTER ASSIGN TO
002700         "PROD.HELLOYOU.PURPOSE.MASTER"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS PC-CODE
003100         FILE STATUS IS WS-PURPOSE-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  APPOINT-MASTER.
003500     COPY APPOINT.
003600
003700 FD  PURPOSE-MASTER.
003800     COPY PURPOSE.
003900 WORKING-STORAGE SECTION.
004000 01  WS-APPOINT-STATUS           PIC XX.
004100 01  WS-PURPOSE-STATUS           PIC XX.
004200 01  WS-PURPOSE-AVAILABLE        PIC X VALUE "N".
004300     88  PURPOSE-FILE-OPEN       VALUE "Y".
004400 01  WS-MENU-CHOICE              PIC X.
004500 01  WS-DONE-SWITCH              PIC X VALUE "N".
004600     88  MAINTENANCE-DONE        VALUE "Y".
004700 01  WS-DATE-ENTRY               PIC X(8).
004800 01  WS-GROUP-ENTRY              PIC X(32).
004900 01  WS-NAME-ENTRY               PIC X(32).
005000 01  WS-FROM-ENTRY               PIC X(4).
005100 01  WS-TO-ENTRY                 PIC X(4).
005200 01  WS-HOST-ENTRY               PIC X(32).
005300 01  WS-PURPOSE-ENTRY            PIC X(4).
005400 01  WS-SITE-ENTRY               PIC X(1).
005500 01  WS-ENTRY-VALID              PIC X.
005600     88  ENTRY-IS-VALID          VALUE "Y".
005700 01  WS-FOUND-SWITCH             PIC X.
005800     88  RECORD-WAS-FOUND        VALUE "Y".
005900 01  WS-LIST-DATE                PIC X(8).
006000 01  WS-LIST-EOF-SWITCH          PIC X.
006100     88  END-OF-APPOINTMENTS     VALUE "Y".
006200 01  WS-LIST-COUNT               PIC 9(4).
006300 PROCEDURE DIVISION.
006400 MAIN-PARA.
006500     PERFORM OPEN-APPOINT-MASTER
006600     OPEN INPUT PURPOSE-MASTER
006700     IF WS-PURPOSE-STATUS = "00"
006800         MOVE "Y" TO WS-PURPOSE-AVAILABLE
006900     ELSE
007000         DISPLAY "No purpose reference file - purpose codes "
007100             "will be taken as entered."
007200     END-IF
007300     PERFORM DISPLAY-MENU UNTIL MAINTENANCE-DONE
007400     CLOSE APPOINT-MASTER
007500     IF PURPOSE-FILE-OPEN
007600         CLOSE PURPOSE-MASTER
007700     END-IF
007800     STOP RUN.
007900
008000 OPEN-APPOINT-MASTER.
008100     OPEN I-O APPOINT-MASTER
008200     IF WS-APPOINT-STATUS = "35"
008300         OPEN OUTPUT APPOINT-MASTER
008400         CLOSE APPOINT-MASTER
008500         OPEN I-O APPOINT-MASTER
008600     END-IF.
008700
008800 DISPLAY-MENU.
008900     DISPLAY " "
009000     DISPLAY "HelloYou Pre-Registration Maintenance"
009100     DISPLAY "1. Book a visitor"
009200     DISPLAY "2. Change a booking"
009300     DISPLAY "3. Cancel a booking"
009400     DISPLAY "4. List a day's bookings"
009500     DISPLAY "5. Exit"
009600     DISPLAY "Choice ? "
009700     ACCEPT WS-MENU-CHOICE
009800     EVALUATE WS-MENU-CHOICE
009900         WHEN "1" PERFORM ADD-APPOINTMENT
010000         WHEN "2" PERFORM UPDATE-APPOINTMENT
010100         WHEN "3" PERFORM DELETE-APPOINTMENT
010200         WHEN "4" PERFORM LIST-APPOINTMENTS
010300         WHEN "5" MOVE "Y" TO WS-DONE-SWITCH
010400         WHEN OTHER DISPLAY "Invalid choice, try again."
010500     END-EVALUATE.
010600
010700 ADD-APPOINTMENT.
010800     PERFORM GET-APPOINTMENT-KEY
010900     IF NOT ENTRY-IS-VALID
011000         DISPLAY "Booking cancelled."
011100     ELSE
011200         MOVE SPACES TO AP-WINDOW-FROM AP-WINDOW-TO
011300             AP-HOST AP-PURPOSE-CODE AP-SITE-CODE
011400         PERFORM GET-ARRIVAL-WINDOW
011500         IF ENTRY-IS-VALID
011600             DISPLAY "Host name or ID ? "
011700             ACCEPT WS-HOST-ENTRY
011800             MOVE FUNCTION TRIM(WS-HOST-ENTRY) TO AP-HOST
011900             PERFORM GET-BOOKED-PURPOSE
012000         END-IF
012100         IF ENTRY-IS-VALID
012200             DISPLAY "Site code (blank for any site) ? "
012300             ACCEPT WS-SITE-ENTRY
012400             MOVE FUNCTION UPPER-CASE(WS-SITE-ENTRY)
012500                 TO AP-SITE-CODE
012600             WRITE APPOINTMENT-RECORD
012700                 INVALID KEY
012800                     DISPLAY "That visitor is already booked in "
012900                         "for that date, booking cancelled."
013000                 NOT INVALID KEY
013100                     DISPLAY "Booked " FUNCTION TRIM(AP-NAME)
013200                         " for " AP-EXPECTED-DATE "."
013300             END-WRITE
013400         ELSE
013500             DISPLAY "Booking cancelled."
013600         END-IF
013700     END-IF.
013800
013900*=================================================================
014000*THE KEY IS EXPECTED DATE, GROUP NAME, AND VISITOR NAME. THE
014100*NAMES ARE UPPER-CASED AND TRIMMED BEFORE THEY GO INTO THE KEY
014200*SO A BOOKING IS FOUND HOWEVER THE NAME IS TYPED AT THE DESK.
014300*=================================================================
014400 GET-APPOINTMENT-KEY.
014500     MOVE "N" TO WS-ENTRY-VALID
014600     DISPLAY "Expected date (YYYYMMDD) ? "
014700     ACCEPT WS-DATE-ENTRY
014800     DISPLAY "Group name (blank for a single visitor) ? "
014900     ACCEPT WS-GROUP-ENTRY
015000     DISPLAY "Visitor name ? "
015100     ACCEPT WS-NAME-ENTRY
015200     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GROUP-ENTRY))
015300         TO WS-GROUP-ENTRY
015400     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NAME-ENTRY))
015500         TO WS-NAME-ENTRY
015600     IF WS-DATE-ENTRY NOT NUMERIC
015700         DISPLAY "Date must be 8 digits, YYYYMMDD."
015800     ELSE
015900         IF WS-NAME-ENTRY = SPACES
016000             DISPLAY "Name cannot be blank."
016100         ELSE
016200             MOVE "Y" TO WS-ENTRY-VALID
016300             MOVE WS-DATE-ENTRY TO AP-EXPECTED-DATE
016400             MOVE WS-GROUP-ENTRY TO AP-GROUP-NAME
016500             MOVE WS-NAME-ENTRY TO AP-NAME
016600         END-IF
016700     END-IF.
016800
016900 GET-ARRIVAL-WINDOW.
017000     MOVE "N" TO WS-ENTRY-VALID
017100     DISPLAY "Expected from (HHMM) ? "
017200     ACCEPT WS-FROM-ENTRY
017300     DISPLAY "Expected until (HHMM) ? "
017400     ACCEPT WS-TO-ENTRY
017500     IF WS-FROM-ENTRY NOT NUMERIC OR WS-TO-ENTRY NOT NUMERIC
017600         DISPLAY "Times must be 4 digits, HHMM."
017700     ELSE
017800         IF WS-FROM-ENTRY > "2359" OR WS-TO-ENTRY > "2359"
017900                 OR WS-FROM-ENTRY > WS-TO-ENTRY
018000             DISPLAY "Arrival window is not a valid time range."
018100         ELSE
018200             MOVE "Y" TO WS-ENTRY-VALID
018300             MOVE WS-FROM-ENTRY TO AP-WINDOW-FROM
018400             MOVE WS-TO-ENTRY TO AP-WINDOW-TO
018500         END-IF
018600     END-IF.
018700
018800 GET-BOOKED-PURPOSE.
018900     DISPLAY "Visit purpose code ? "
019000     ACCEPT WS-PURPOSE-ENTRY
019100     MOVE FUNCTION UPPER-CASE(WS-PURPOSE-ENTRY)
019200         TO WS-PURPOSE-ENTRY
019300     PERFORM VALIDATE-BOOKED-PURPOSE
019400     IF ENTRY-IS-VALID
019500         MOVE WS-PURPOSE-ENTRY TO AP-PURPOSE-CODE
019600     ELSE
019700         DISPLAY "Unknown purpose code " WS-PURPOSE-ENTRY "."
019800     END-IF.
019900
020000 VALIDATE-BOOKED-PURPOSE.
020100     IF NOT PURPOSE-FILE-OPEN
020200         MOVE "Y" TO WS-ENTRY-VALID
020300     ELSE
020400         MOVE "N" TO WS-ENTRY-VALID
020500         MOVE WS-PURPOSE-ENTRY TO PC-CODE
020600         READ PURPOSE-MASTER
020700             INVALID KEY CONTINUE
020800             NOT INVALID KEY MOVE "Y" TO WS-ENTRY-VALID
020900         END-READ
021000     END-IF.
021100
021200 UPDATE-APPOINTMENT.
021300     PERFORM READ-BY-KEY
021400     IF RECORD-WAS-FOUND
021500         DISPLAY "Current window:  " AP-WINDOW-FROM "-"
021600             AP-WINDOW-TO
021700         DISPLAY "Current host:    " AP-HOST
021800         DISPLAY "Current purpose: " AP-PURPOSE-CODE
021900         DISPLAY "Current site:    " AP-SITE-CODE
022000         DISPLAY "New window from (blank to keep) ? "
022100         ACCEPT WS-FROM-ENTRY
022200         DISPLAY "New window until (blank to keep) ? "
022300         ACCEPT WS-TO-ENTRY
022400         IF WS-FROM-ENTRY = SPACES
022500             MOVE AP-WINDOW-FROM TO WS-FROM-ENTRY
022600         END-IF
022700         IF WS-TO-ENTRY = SPACES
022800             MOVE AP-WINDOW-TO TO WS-TO-ENTRY
022900         END-IF
023000         IF WS-FROM-ENTRY NOT NUMERIC OR WS-TO-ENTRY NOT NUMERIC
023100                 OR WS-FROM-ENTRY > "2359" OR WS-TO-ENTRY > "2359"
023200                 OR WS-FROM-ENTRY > WS-TO-ENTRY
023300             DISPLAY "Arrival window is not a valid time range, "
023400                 "window kept."
023500         ELSE
023600             MOVE WS-FROM-ENTRY TO AP-WINDOW-FROM
023700             MOVE WS-TO-ENTRY TO AP-WINDOW-TO
023800         END-IF
023900         DISPLAY "New host (blank to keep) ? "
024000         ACCEPT WS-HOST-ENTRY
024100         IF FUNCTION TRIM(WS-HOST-ENTRY) NOT = SPACES
024200             MOVE FUNCTION TRIM(WS-HOST-ENTRY) TO AP-HOST
024300         END-IF
024400         DISPLAY "New purpose code (blank to keep) ? "
024500         ACCEPT WS-PURPOSE-ENTRY
024600         MOVE FUNCTION UPPER-CASE(WS-PURPOSE-ENTRY)
024700             TO WS-PURPOSE-ENTRY
024800         IF WS-PURPOSE-ENTRY NOT = SPACES
024900             PERFORM VALIDATE-BOOKED-PURPOSE
025000             IF ENTRY-IS-VALID
025100                 MOVE WS-PURPOSE-ENTRY TO AP-PURPOSE-CODE
025200             ELSE
025300                 DISPLAY "Unknown purpose code, purpose kept."
025400             END-IF
025500         END-IF
025600         DISPLAY "New site code (blank to keep) ? "
025700         ACCEPT WS-SITE-ENTRY
025800         IF WS-SITE-ENTRY NOT = SPACE
025900             MOVE FUNCTION UPPER-CASE(WS-SITE-ENTRY)
026000                 TO AP-SITE-CODE
026100         END-IF
026200         REWRITE APPOINTMENT-RECORD
026300         DISPLAY "Booking for " FUNCTION TRIM(AP-NAME)
026400             " updated."
026500     END-IF.
026600
026700 DELETE-APPOINTMENT.
026800     PERFORM READ-BY-KEY
026900     IF RECORD-WAS-FOUND
027000         DISPLAY "Cancel booking for " FUNCTION TRIM(AP-NAME)
027100             " on " AP-EXPECTED-DATE " ? Y/N "
027200         ACCEPT WS-MENU-CHOICE
027300         IF WS-MENU-CHOICE = "Y" OR WS-MENU-CHOICE = "y"
027400             DELETE APPOINT-MASTER RECORD
027500             DISPLAY "Booking cancelled."
027600         ELSE
027700             DISPLAY "Booking kept."
027800         END-IF
027900     END-IF.
028000
028100 READ-BY-KEY.
028200     MOVE "N" TO WS-FOUND-SWITCH
028300     PERFORM GET-APPOINTMENT-KEY
028400     IF ENTRY-IS-VALID
028500         READ APPOINT-MASTER
028600             INVALID KEY
028700                 DISPLAY "No booking on file for that visitor, "
028800                     "group, and date."
028900             NOT INVALID KEY
029000                 MOVE "Y" TO WS-FOUND-SWITCH
029100         END-READ
029200     END-IF.
029300
029400 LIST-APPOINTMENTS.
029500     DISPLAY "Date to list (YYYYMMDD) ? "
029600     ACCEPT WS-LIST-DATE
029700     MOVE "N" TO WS-LIST-EOF-SWITCH
029800     MOVE ZERO TO WS-LIST-COUNT
029900     MOVE WS-LIST-DATE TO AP-EXPECTED-DATE
030000     MOVE LOW-VALUES TO AP-GROUP-NAME AP-NAME
030100     START APPOINT-MASTER KEY IS NOT LESS THAN AP-KEY
030200         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SWITCH
030300     END-START
030400     PERFORM LIST-ONE-APPOINTMENT UNTIL END-OF-APPOINTMENTS
030500     IF WS-LIST-COUNT = ZERO
030600         DISPLAY "No bookings on file for " WS-LIST-DATE "."
030700     END-IF.
030800
030900 LIST-ONE-APPOINTMENT.
031000     READ APPOINT-MASTER NEXT RECORD
031100         AT END MOVE "Y" TO WS-LIST-EOF-SWITCH
031200     END-READ
031300     IF NOT END-OF-APPOINTMENTS
031400         IF AP-EXPECTED-DATE NOT = WS-LIST-DATE
031500             MOVE "Y" TO WS-LIST-EOF-SWITCH
031600         ELSE
031700             ADD 1 TO WS-LIST-COUNT
031800             DISPLAY AP-WINDOW-FROM "-" AP-WINDOW-TO " "
031900                 AP-SITE-CODE " " AP-PURPOSE-CODE " "
032000                 FUNCTION TRIM(AP-NAME) " / "
032100                 FUNCTION TRIM(AP-HOST) " "
032200                 FUNCTION TRIM(AP-GROUP-NAME)
032300         END-IF
032400     END-IF.
