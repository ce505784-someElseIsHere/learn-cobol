000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloPas.
000300*=================================================================
000400*MENU-DRIVEN MAINTENANCE FRONT-END FOR THE CONTRACTOR AND
000500*RECURRING-VISITOR PASS MASTER. LETS SECURITY ISSUE A PASS TO A
000600*CONTRACTOR, CLEANER, OR OTHER REGULAR VISITOR - PASS NUMBER,
000700*VALIDITY DATES, SITES COVERED, SPONSORING HOST, AND VISIT
000800*PURPOSE - RENEW OR CHANGE IT, SUSPEND OR REVOKE IT, WITHDRAW
000900*IT, OR LIST THE PASSES ON FILE WITH THEIR LAST USE. NAMES ARE
001000*STORED UPPER-CASED AND TRIMMED, THE SAME NORMALIZATION THE
001100*GREETERS APPLY AT LOOKUP TIME. PURPOSE CODES ARE CHECKED
001200*AGAINST THE PURPOSE REFERENCE FILE WHEN IT IS ON DISK, SO A
001300*PASS CANNOT CARRY A CODE THE GREETERS WOULD REFUSE.
001400*=================================================================
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800     SELECT PASS-MASTER ASSIGN TO
001900         "PROD.HELLOYOU.PASS.MASTER"
002000         ORGANIZATION IS INDEXED
002100         ACCESS MODE IS DYNAMIC
002200         RECORD KEY IS PS-NAME
002300         FILE STATUS IS WS-PASS-STATUS.
002400
002500     SELECT PURPOSE-MASTER ASSIGN TO
002600         "PROD.HELLOYOU.PURPOSE.MASTER"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS PC-CODE
003000         FILE STATUS IS WS-PURPOSE-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  PASS-MASTER.
003400     COPY PASS.
003500
003600 FD  PURPOSE-MASTER.
003700     COPY PURPOSE.
003800 WORKING-STORAGE SECTION.
003900 01  WS-PASS-STATUS              PIC XX.
004000 01  WS-PURPOSE-STATUS           PIC XX.
004100 01  WS-PURPOSE-AVAILABLE        PIC X VALUE "N".
004200     88  PURPOSE-FILE-OPEN       VALUE "Y".
004300 01  WS-MENU-CHOICE              PIC X.
004400 01  WS-DONE-SWITCH              PIC X VALUE "N".
004500     88  MAINTENANCE-DONE        VALUE "Y".
004600 01  WS-NAME-ENTRY               PIC X(32).
004700 01  WS-NUMBER-ENTRY             PIC X(8).
004800 01  WS-FROM-ENTRY               PIC X(8).
004900 01  WS-TO-ENTRY                 PIC X(8).
005000 01  WS-SITES-ENTRY              PIC X(10).
005100 01  WS-HOST-ENTRY               PIC X(32).
005200 01  WS-PURPOSE-ENTRY            PIC X(4).
005300 01  WS-STATUS-ENTRY             PIC X(1).
005400 01  WS-ENTRY-VALID              PIC X.
005500     88  ENTRY-IS-VALID          VALUE "Y".
005600 01  WS-FOUND-SWITCH             PIC X.
005700     88  RECORD-WAS-FOUND        VALUE "Y".
005800 01  WS-LIST-EOF-SWITCH          PIC X.
005900     88  END-OF-PASSES           VALUE "Y".
006000 01  WS-LIST-COUNT               PIC 9(4).
006100 PROCEDURE DIVISION.
006200 MAIN-PARA.
006300     PERFORM OPEN-PASS-MASTER
006400     OPEN INPUT PURPOSE-MASTER
006500     IF WS-PURPOSE-STATUS = "00"
006600         MOVE "Y" TO WS-PURPOSE-AVAILABLE
006700     ELSE
006800         DISPLAY "No purpose reference file - purpose codes "
006900             "will be taken as entered."
007000     END-IF
007100     PERFORM DISPLAY-MENU UNTIL MAINTENANCE-DONE
007200     CLOSE PASS-MASTER
007300     IF PURPOSE-FILE-OPEN
007400         CLOSE PURPOSE-MASTER
007500     END-IF
007600     STOP RUN.
007700
007800 OPEN-PASS-MASTER.
007900     OPEN I-O PASS-MASTER
008000     IF WS-PASS-STATUS = "35"
008100         OPEN OUTPUT PASS-MASTER
008200         CLOSE PASS-MASTER
008300         OPEN I-O PASS-MASTER
008400     END-IF.
008500
008600 DISPLAY-MENU.
008700     DISPLAY " "
008800     DISPLAY "HelloYou Visitor Pass Maintenance"
008900     DISPLAY "1. Issue a pass"
009000     DISPLAY "2. Renew or change a pass"
009100     DISPLAY "3. Withdraw a pass"
009200     DISPLAY "4. List passes"
009300     DISPLAY "5. Exit"
009400     DISPLAY "Choice ? "
009500     ACCEPT WS-MENU-CHOICE
009600     EVALUATE WS-MENU-CHOICE
009700         WHEN "1" PERFORM ADD-PASS
009800         WHEN "2" PERFORM UPDATE-PASS
009900         WHEN "3" PERFORM DELETE-PASS
010000         WHEN "4" PERFORM LIST-PASSES
010100         WHEN "5" MOVE "Y" TO WS-DONE-SWITCH
010200         WHEN OTHER DISPLAY "Invalid choice, try again."
010300     END-EVALUATE.
010400
010500 ADD-PASS.
010600     DISPLAY "Pass holder name ? "
010700     ACCEPT WS-NAME-ENTRY
010800     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NAME-ENTRY))
010900         TO WS-NAME-ENTRY
011000     IF WS-NAME-ENTRY = SPACES
011100         DISPLAY "Name cannot be blank, pass not issued."
011200     ELSE
011300         MOVE WS-NAME-ENTRY TO PS-NAME
011400         MOVE SPACES TO PS-PASS-NUMBER PS-SITES PS-SPONSOR-HOST
011500             PS-PURPOSE-CODE PS-LAST-USED-DATE
011600         MOVE ZERO TO PS-ENTRY-COUNT
011700         MOVE "A" TO PS-STATUS
011800         DISPLAY "Pass number ? "
011900         ACCEPT WS-NUMBER-ENTRY
012000         MOVE FUNCTION UPPER-CASE(WS-NUMBER-ENTRY)
012100             TO PS-PASS-NUMBER
012200         PERFORM GET-VALIDITY-DATES
012300         IF ENTRY-IS-VALID
012400             PERFORM GET-SITES-COVERED
012500         END-IF
012600         IF ENTRY-IS-VALID
012700             DISPLAY "Sponsoring host name or ID ? "
012800             ACCEPT WS-HOST-ENTRY
012900             MOVE FUNCTION TRIM(WS-HOST-ENTRY) TO PS-SPONSOR-HOST
013000             PERFORM GET-PASS-PURPOSE
013100         END-IF
013200         IF ENTRY-IS-VALID
013300             WRITE PASS-RECORD
013400                 INVALID KEY
013500                     DISPLAY "That name already holds a pass - "
013600                         "use option 2 to renew it."
013700                 NOT INVALID KEY
013800                     DISPLAY "Pass " PS-PASS-NUMBER " issued to "
013900                         FUNCTION TRIM(PS-NAME) "."
014000             END-WRITE
014100         ELSE
014200             DISPLAY "Pass not issued."
014300         END-IF
014400     END-IF.
014500
014600*=================================================================
014700*VALIDITY DATES ARE YYYYMMDD AND INCLUSIVE AT BOTH ENDS. A PASS
014800*MAY BE ISSUED AHEAD OF ITS START DATE; THE GREETERS REFUSE IT
014900*UNTIL THE VALID-FROM DATE COMES ROUND.
015000*=================================================================
015100 GET-VALIDITY-DATES.
015200     MOVE "N" TO WS-ENTRY-VALID
015300     DISPLAY "Valid from (YYYYMMDD) ? "
015400     ACCEPT WS-FROM-ENTRY
015500     DISPLAY "Valid to (YYYYMMDD) ? "
015600     ACCEPT WS-TO-ENTRY
015700     IF WS-FROM-ENTRY NOT NUMERIC OR WS-TO-ENTRY NOT NUMERIC
015800         DISPLAY "Dates must be 8 digits, YYYYMMDD."
015900     ELSE
016000         IF WS-FROM-ENTRY > WS-TO-ENTRY
016100             DISPLAY "Valid-to date is before valid-from date."
016200         ELSE
016300             MOVE "Y" TO WS-ENTRY-VALID
016400             MOVE WS-FROM-ENTRY TO PS-VALID-FROM
016500             MOVE WS-TO-ENTRY TO PS-VALID-TO
016600         END-IF
016700     END-IF.
016800
016900 GET-SITES-COVERED.
017000     MOVE "N" TO WS-ENTRY-VALID
017100     DISPLAY "Sites covered (site codes run together, "
017200         "* for all sites) ? "
017300     ACCEPT WS-SITES-ENTRY
017400     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SITES-ENTRY))
017500         TO WS-SITES-ENTRY
017600     IF WS-SITES-ENTRY = SPACES
017700         DISPLAY "At least one site, or *, must be given."
017800     ELSE
017900         MOVE "Y" TO WS-ENTRY-VALID
018000         IF WS-SITES-ENTRY (1:1) = "*"
018100             MOVE "*" TO PS-SITES
018200         ELSE
018300             MOVE WS-SITES-ENTRY TO PS-SITES
018400         END-IF
018500     END-IF.
018600
018700 GET-PASS-PURPOSE.
018800     DISPLAY "Visit purpose code ? "
018900     ACCEPT WS-PURPOSE-ENTRY
019000     MOVE FUNCTION UPPER-CASE(WS-PURPOSE-ENTRY)
019100         TO WS-PURPOSE-ENTRY
019200     PERFORM VALIDATE-PASS-PURPOSE
019300     IF ENTRY-IS-VALID
019400         MOVE WS-PURPOSE-ENTRY TO PS-PURPOSE-CODE
019500     ELSE
019600         DISPLAY "Unknown purpose code " WS-PURPOSE-ENTRY "."
019700     END-IF.
019800
019900 VALIDATE-PASS-PURPOSE.
020000     IF NOT PURPOSE-FILE-OPEN
020100         MOVE "Y" TO WS-ENTRY-VALID
020200     ELSE
020300         MOVE "N" TO WS-ENTRY-VALID
020400         MOVE WS-PURPOSE-ENTRY TO PC-CODE
020500         READ PURPOSE-MASTER
020600             INVALID KEY CONTINUE
020700             NOT INVALID KEY MOVE "Y" TO WS-ENTRY-VALID
020800         END-READ
020900     END-IF.
021000
021100*=================================================================
021200*RENEWAL IS A CHANGE OF VALID-TO DATE. SUSPENDING ("S") OR
021300*REVOKING ("R") A PASS STOPS THE GREETERS ADMITTING AGAINST IT
021400*BUT KEEPS THE RECORD AND ITS USAGE; WITHDRAWING IT (OPTION 3)
021500*REMOVES IT SO THE HOLDER IS GREETED AS AN ORDINARY VISITOR.
021600*=================================================================
021700 UPDATE-PASS.
021800     PERFORM READ-BY-NAME
021900     IF RECORD-WAS-FOUND
022000         DISPLAY "Pass number:  " PS-PASS-NUMBER
022100         DISPLAY "Valid:        " PS-VALID-FROM " to " PS-VALID-TO
022200         DISPLAY "Sites:        " PS-SITES
022300         DISPLAY "Sponsor:      " PS-SPONSOR-HOST
022400         DISPLAY "Purpose:      " PS-PURPOSE-CODE
022500         DISPLAY "Status:       " PS-STATUS
022600         DISPLAY "New valid-to date (blank to keep) ? "
022700         ACCEPT WS-TO-ENTRY
022800         IF WS-TO-ENTRY NOT = SPACES
022900             IF WS-TO-ENTRY NOT NUMERIC
023000                     OR WS-TO-ENTRY < PS-VALID-FROM
023100                 DISPLAY "Not a valid date after the valid-from "
023200                     "date, valid-to kept."
023300             ELSE
023400                 MOVE WS-TO-ENTRY TO PS-VALID-TO
023500             END-IF
023600         END-IF
023700         DISPLAY "New sites covered (blank to keep) ? "
023800         ACCEPT WS-SITES-ENTRY
023900         IF FUNCTION TRIM(WS-SITES-ENTRY) NOT = SPACES
024000             PERFORM GET-NEW-SITES
024100         END-IF
024200         DISPLAY "New sponsoring host (blank to keep) ? "
024300         ACCEPT WS-HOST-ENTRY
024400         IF FUNCTION TRIM(WS-HOST-ENTRY) NOT = SPACES
024500             MOVE FUNCTION TRIM(WS-HOST-ENTRY) TO PS-SPONSOR-HOST
024600         END-IF
024700         DISPLAY "New purpose code (blank to keep) ? "
024800         ACCEPT WS-PURPOSE-ENTRY
024900         MOVE FUNCTION UPPER-CASE(WS-PURPOSE-ENTRY)
025000             TO WS-PURPOSE-ENTRY
025100         IF WS-PURPOSE-ENTRY NOT = SPACES
025200             PERFORM VALIDATE-PASS-PURPOSE
025300             IF ENTRY-IS-VALID
025400                 MOVE WS-PURPOSE-ENTRY TO PS-PURPOSE-CODE
025500             ELSE
025600                 DISPLAY "Unknown purpose code, purpose kept."
025700             END-IF
025800         END-IF
025900         DISPLAY "New status A/S/R (blank to keep) ? "
026000         ACCEPT WS-STATUS-ENTRY
026100         MOVE FUNCTION UPPER-CASE(WS-STATUS-ENTRY)
026200             TO WS-STATUS-ENTRY
026300         IF WS-STATUS-ENTRY NOT = SPACE
026400             IF WS-STATUS-ENTRY = "A" OR WS-STATUS-ENTRY = "S"
026500                     OR WS-STATUS-ENTRY = "R"
026600                 MOVE WS-STATUS-ENTRY TO PS-STATUS
026700             ELSE
026800                 DISPLAY "Status must be A, S, or R - "
026900                     "status kept."
027000             END-IF
027100         END-IF
027200         REWRITE PASS-RECORD
027300         DISPLAY "Pass for " FUNCTION TRIM(PS-NAME) " updated."
027400     END-IF.
027500
027600 GET-NEW-SITES.
027700     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SITES-ENTRY))
027800         TO WS-SITES-ENTRY
027900     IF WS-SITES-ENTRY (1:1) = "*"
028000         MOVE "*" TO PS-SITES
028100     ELSE
028200         MOVE WS-SITES-ENTRY TO PS-SITES
028300     END-IF.
028400
028500 DELETE-PASS.
028600     PERFORM READ-BY-NAME
028700     IF RECORD-WAS-FOUND
028800         DISPLAY "Withdraw pass " PS-PASS-NUMBER " from "
028900             FUNCTION TRIM(PS-NAME) " ? Y/N "
029000         ACCEPT WS-MENU-CHOICE
029100         IF WS-MENU-CHOICE = "Y" OR WS-MENU-CHOICE = "y"
029200             DELETE PASS-MASTER RECORD
029300             DISPLAY "Pass withdrawn."
029400         ELSE
029500             DISPLAY "Pass kept."
029600         END-IF
029700     END-IF.
029800
029900 READ-BY-NAME.
030000     DISPLAY "Pass holder name ? "
030100     ACCEPT WS-NAME-ENTRY
030200     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NAME-ENTRY))
030300         TO WS-NAME-ENTRY
030400     MOVE WS-NAME-ENTRY TO PS-NAME
030500     MOVE "N" TO WS-FOUND-SWITCH
030600     READ PASS-MASTER
030700         INVALID KEY
030800             DISPLAY "No pass on file for that name."
030900         NOT INVALID KEY
031000             MOVE "Y" TO WS-FOUND-SWITCH
031100     END-READ.
031200
031300 LIST-PASSES.
031400     MOVE "N" TO WS-LIST-EOF-SWITCH
031500     MOVE ZERO TO WS-LIST-COUNT
031600     MOVE LOW-VALUES TO PS-NAME
031700     START PASS-MASTER KEY IS NOT LESS THAN PS-NAME
031800         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SWITCH
031900     END-START
032000     PERFORM LIST-ONE-PASS UNTIL END-OF-PASSES
032100     IF WS-LIST-COUNT = ZERO
032200         DISPLAY "No passes on file."
032300     END-IF.
032400
032500 LIST-ONE-PASS.
032600     READ PASS-MASTER NEXT RECORD
032700         AT END MOVE "Y" TO WS-LIST-EOF-SWITCH
032800     END-READ
032900     IF NOT END-OF-PASSES
033000         ADD 1 TO WS-LIST-COUNT
033100         DISPLAY PS-PASS-NUMBER " " PS-STATUS " "
033200             PS-VALID-FROM "-" PS-VALID-TO " " PS-SITES " "
033300             FUNCTION TRIM(PS-NAME) " / "
033400             FUNCTION TRIM(PS-SPONSOR-HOST)
033500         IF PS-LAST-USED-DATE NOT = SPACES
033600             DISPLAY "         last used " PS-LAST-USED-DATE
033700                 ", entries " PS-ENTRY-COUNT
033800         END-IF
033900     END-IF.
