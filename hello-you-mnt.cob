000400*MENU-DRIVEN MAINTENANCE FRONT-END FOR VISITOR-MASTER. LETS THE
000500*FRONT DESK ADD, UPDATE, OR DELETE A VISITOR RECORD FROM THE
000600*SAME DAY WITHOUT A PROGRAMMER EDITING THE FILE DIRECTLY.
000601*EVERY CHANGE IT MAKES TO THE MASTER IS JOURNALLED (JOURNAL.CPY).
000700*=================================================================
000800 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
001620         "PROD.HELLOYOU.SESSION.LOG"
001621         ORGANIZATION IS LINE SEQUENTIAL
001622         FILE STATUS IS WS-SESSION-STATUS.
001623
001624     SELECT CHANGE-JOURNAL ASSIGN TO
001625         "PROD.HELLOYOU.VISITOR.JOURNAL"
001626         ORGANIZATION IS LINE SEQUENTIAL
001627         FILE STATUS IS WS-JOURNAL-STATUS.
001700 DATA DIVISION.
001800 FILE SECTION.
001900 FD  VISITOR-MASTER.
002014
002015 FD  SESSION-LOG.
002016     COPY SESSION.
002017
002018 FD  CHANGE-JOURNAL.
002019     COPY JOURNAL.
002100 WORKING-STORAGE SECTION.
002200 01  WS-VISITOR-STATUS           PIC XX.
002201 01  WS-OPERATOR-STATUS          PIC XX.
002209     88  SHIFT-WINDOW-OK         VALUE "Y".
002210 01  WS-OVERRIDE-ID              PIC X(8) VALUE SPACES.
002211 01  WS-HOUR-X                   PIC X(2).
002212 01  WS-JOURNAL-STATUS           PIC XX.
002300 01  WS-MENU-CHOICE              PIC X.
002400 01  WS-DONE-SWITCH              PIC X VALUE "N".
002500     88  MAINTENANCE-DONE        VALUE "Y".
004200     PERFORM DISPLAY-MENU UNTIL MAINTENANCE-DONE
004300     CLOSE VISITOR-MASTER
004301     CLOSE VISITOR-XREF
004302     CLOSE CHANGE-JOURNAL
004303     PERFORM WRITE-SIGN-OFF
004400     STOP RUN.
004500
004600 OPEN-VISITOR-MASTER.
005203         OPEN OUTPUT VISITOR-XREF
005204         CLOSE VISITOR-XREF
005205         OPEN I-O VISITOR-XREF
005206     END-IF
005207     OPEN EXTEND CHANGE-JOURNAL
005208     IF WS-JOURNAL-STATUS = "35"
005209         OPEN OUTPUT CHANGE-JOURNAL
005210     END-IF.
005211
005212 SIGN-ON-OPERATOR.
005213     OPEN INPUT OPERATOR-MASTER
005690         MOVE SPACES TO VR-HOST
005700         MOVE WS-SITE-CODE TO VR-SITE-CODE
005710         MOVE SPACES TO VR-PURPOSE-CODE
005715         MOVE SPACES TO VR-HOST-EMPLOYEE-ID
005720         PERFORM BUILD-AND-WRITE-VISITOR
005730     END-IF.
005740
005890             NOT INVALID KEY
005900                 MOVE "Y" TO WS-VISITOR-WRITTEN
005910                 PERFORM WRITE-VISITOR-XREF
005911                 MOVE "A" TO JR-ACTION
005912                 MOVE SPACES TO JR-BEFORE-IMAGE
005913                 MOVE VISITOR-RECORD TO JR-AFTER-IMAGE
005914                 PERFORM WRITE-JOURNAL-RECORD
005920                 DISPLAY "Added visitor " VR-VISITOR-ID
005930         END-WRITE
005940     END-PERFORM.
006040             DISPLAY "Name cannot be blank, update cancelled."
006050         ELSE
006060             PERFORM DELETE-VISITOR-XREF
006061             MOVE VISITOR-RECORD TO JR-BEFORE-IMAGE
006070             MOVE WS-NAME-ENTRY TO VR-NAME
006080             REWRITE VISITOR-RECORD
006081             MOVE "U" TO JR-ACTION
006082             MOVE VISITOR-RECORD TO JR-AFTER-IMAGE
006083             PERFORM JOURNAL-IF-CHANGED
006090             PERFORM WRITE-VISITOR-XREF
006100             DISPLAY "Visitor " VR-VISITOR-ID " updated."
006110         END-IF
006180         ACCEPT WS-MENU-CHOICE
006190         IF WS-MENU-CHOICE = "Y" OR WS-MENU-CHOICE = "y"
006200             PERFORM DELETE-VISITOR-XREF
006201             MOVE VISITOR-RECORD TO JR-BEFORE-IMAGE
006210             DELETE VISITOR-MASTER RECORD
006211             MOVE "D" TO JR-ACTION
006212             MOVE SPACES TO JR-AFTER-IMAGE
006213             PERFORM JOURNAL-IF-CHANGED
006220             DISPLAY "Visitor deleted."
006230         ELSE
006240             DISPLAY "Delete cancelled."
006330                 " already checked out at "
006340                 VR-DEPARTURE-TIMESTAMP
006350         ELSE
006351             MOVE VISITOR-RECORD TO JR-BEFORE-IMAGE
006360             MOVE FUNCTION CURRENT-DATE
006370                 TO VR-DEPARTURE-TIMESTAMP
006380             MOVE "D" TO VR-PREMISES-STATUS
006390             REWRITE VISITOR-RECORD
006391             MOVE "C" TO JR-ACTION
006392             MOVE VISITOR-RECORD TO JR-AFTER-IMAGE
006393             PERFORM JOURNAL-IF-CHANGED
006400             DISPLAY "Checked out " VR-NAME " ("
006410                 VR-VISITOR-ID ")."
006420         END-IF
006790     END-READ
006800     IF NOT GROUP-SCAN-DONE
006810         IF VR-GROUP-ID = WS-GROUP-ID AND VR-ON-PREMISES
006811             MOVE VISITOR-RECORD TO JR-BEFORE-IMAGE
006820             MOVE WS-TIMESTAMP TO VR-DEPARTURE-TIMESTAMP
006830             MOVE "D" TO VR-PREMISES-STATUS
006840             REWRITE VISITOR-RECORD
006841             MOVE "C" TO JR-ACTION
006842             MOVE VISITOR-RECORD TO JR-AFTER-IMAGE
006843             PERFORM JOURNAL-IF-CHANGED
006850             ADD 1 TO WS-GROUP-CHECKED-OUT
006860         END-IF
006870     END-IF.
007580         INVALID KEY CONTINUE
007590         NOT INVALID KEY DELETE VISITOR-XREF RECORD
007600     END-READ.
007601
007602*=================================================================
007603*ONE CHANGE-JOURNAL RECORD PER CHANGE TO THE MASTER, SO A MASTER
007604*RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY HelloRcv. THE
007605*CALLER SETS JR-ACTION AND THE BEFORE AND AFTER IMAGES; A
007606*REWRITE OR DELETE THAT DID NOT TAKE IS NOT JOURNALLED.
007607*=================================================================
007608 JOURNAL-IF-CHANGED.
007609     IF WS-VISITOR-STATUS = "00"
007610         PERFORM WRITE-JOURNAL-RECORD
007611     END-IF.
007612
007613 WRITE-JOURNAL-RECORD.
007614     MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
007615     MOVE "HELLOMNT" TO JR-PROGRAM
007616     MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID
007617     WRITE JOURNAL-RECORD.
