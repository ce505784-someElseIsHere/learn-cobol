000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloSit.
000300*=================================================================
000400*MENU-DRIVEN MAINTENANCE FRONT-END FOR THE SITE REFERENCE FILE.
000500*LETS FACILITIES ADD A BUILDING UNDER ITS ONE-LETTER SITE CODE,
000600*CORRECT ITS NAME, ADDRESS, OPENING HOURS, FIRE-CERTIFIED
000700*MAXIMUM OCCUPANCY, OR NEAR-CAPACITY WARNING LEVEL, OR DELETE A
000800*BUILDING THAT HAS CLOSED. THE GREETERS READ THE LIMIT FOR THEIR
000900*OWN SITE BEFORE EVERY GREETING, SO A NEW FIRE CERTIFICATE TAKES
001000*EFFECT AT THE DESK AS SOON AS IT IS KEYED HERE.
001100*=================================================================
001200 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
001400 FILE-CONTROL.
001500     SELECT SITE-MASTER ASSIGN TO
001600         "PROD.HELLOYOU.SITE.MASTER"
001700         ORGANIZATION IS INDEXED
001800         ACCESS MODE IS DYNAMIC
001900         RECORD KEY IS ST-SITE-CODE
002000         FILE STATUS IS WS-SITE-STATUS.
002100 DATA DIVISION.
002200 FILE SECTION.
002300 FD  SITE-MASTER.
002400     COPY SITE.
002500 WORKING-STORAGE SECTION.
002600 01  WS-SITE-STATUS              PIC XX.
002700 01  WS-MENU-CHOICE              PIC X.
002800 01  WS-DONE-SWITCH              PIC X VALUE "N".
002900     88  MAINTENANCE-DONE        VALUE "Y".
003000 01  WS-CODE-ENTRY               PIC X.
003100 01  WS-TEXT-ENTRY               PIC X(32).
003200 01  WS-NUMBER-INPUT             PIC X(10).
003300 01  WS-NUMBER-CHECK             PIC X(5) JUSTIFIED RIGHT.
003400 01  WS-NUMBER-VALUE             PIC 9(5).
003500 01  WS-NUMBER-SWITCH            PIC X.
003600     88  NUMBER-IS-VALID         VALUE "Y".
003700     88  NUMBER-IS-BLANK         VALUE "B".
003800 01  WS-TIME-VALUE               PIC 9(4).
003900 01  WS-TIME-PARTS REDEFINES WS-TIME-VALUE.
004000     05  WS-TIME-HOURS           PIC 99.
004100     05  WS-TIME-MINUTES         PIC 99.
004200 01  WS-FOUND-SWITCH             PIC X.
004300     88  RECORD-WAS-FOUND        VALUE "Y".
004400 01  WS-LIST-EOF-SWITCH          PIC X.
004500     88  END-OF-SITES            VALUE "Y".
004600 01  WS-LIST-COUNT               PIC 9(4).
004700 PROCEDURE DIVISION.
004800 MAIN-PARA.
004900     PERFORM OPEN-SITE-MASTER
005000     PERFORM DISPLAY-MENU UNTIL MAINTENANCE-DONE
005100     CLOSE SITE-MASTER
005200     STOP RUN.
005300
005400 OPEN-SITE-MASTER.
005500     OPEN I-O SITE-MASTER
005600     IF WS-SITE-STATUS = "35"
005700         OPEN OUTPUT SITE-MASTER
005800         CLOSE SITE-MASTER
005900         OPEN I-O SITE-MASTER
006000     END-IF.
006100
006200 DISPLAY-MENU.
006300     DISPLAY " "
006400     DISPLAY "HelloYou Site Maintenance"
006500     DISPLAY "1. Add site"
006600     DISPLAY "2. Update site"
006700     DISPLAY "3. Delete site"
006800     DISPLAY "4. List sites"
006900     DISPLAY "5. Exit"
007000     DISPLAY "Choice ? "
007100     ACCEPT WS-MENU-CHOICE
007200     EVALUATE WS-MENU-CHOICE
007300         WHEN "1" PERFORM ADD-SITE
007400         WHEN "2" PERFORM UPDATE-SITE
007500         WHEN "3" PERFORM DELETE-SITE
007600         WHEN "4" PERFORM LIST-SITES
007700         WHEN "5" MOVE "Y" TO WS-DONE-SWITCH
007800         WHEN OTHER DISPLAY "Invalid choice, try again."
007900     END-EVALUATE.
008000
008100*=================================================================
008200*A NEW SITE IS KEYED IN FULL. THE OPENING HOURS MUST BE VALID
008300*HHMM TIMES AND THE LIMIT A WHOLE NUMBER; THE WARNING LEVEL
008400*DEFAULTS TO 90 PERCENT OF THE LIMIT WHEN LEFT BLANK.
008500*=================================================================
008600 ADD-SITE.
008700     DISPLAY "Site code (1 character) ? "
008800     ACCEPT WS-CODE-ENTRY
008900     MOVE FUNCTION UPPER-CASE(WS-CODE-ENTRY) TO WS-CODE-ENTRY
009000     IF WS-CODE-ENTRY = SPACE
009100         DISPLAY "Code cannot be blank, add cancelled."
009200     ELSE
009300         MOVE SPACES TO SITE-RECORD
009400         MOVE WS-CODE-ENTRY TO ST-SITE-CODE
009500         DISPLAY "Building name ? "
009600         ACCEPT WS-TEXT-ENTRY
009700         MOVE FUNCTION TRIM(WS-TEXT-ENTRY) TO ST-NAME
009800         DISPLAY "Address line 1 ? "
009900         ACCEPT WS-TEXT-ENTRY
010000         MOVE FUNCTION TRIM(WS-TEXT-ENTRY) TO ST-ADDRESS-1
010100         DISPLAY "Address line 2 ? "
010200         ACCEPT WS-TEXT-ENTRY
010300         MOVE FUNCTION TRIM(WS-TEXT-ENTRY) TO ST-ADDRESS-2
010400         DISPLAY "Address line 3 ? "
010500         ACCEPT WS-TEXT-ENTRY
010600         MOVE FUNCTION TRIM(WS-TEXT-ENTRY) TO ST-ADDRESS-3
010700         MOVE ZERO TO ST-OPENS-AT ST-CLOSES-AT
010800         MOVE ZERO TO ST-MAX-OCCUPANCY
010900         MOVE 90 TO ST-WARN-PERCENT
011000         DISPLAY "Opens at (HHMM) ? "
011100         PERFORM GET-TIME-ENTRY
011200         IF NUMBER-IS-VALID
011300             MOVE WS-TIME-VALUE TO ST-OPENS-AT
011400             DISPLAY "Closes at (HHMM) ? "
011500             PERFORM GET-TIME-ENTRY
011600         END-IF
011700         IF NUMBER-IS-VALID
011800             MOVE WS-TIME-VALUE TO ST-CLOSES-AT
011900             DISPLAY "Fire-certified maximum occupancy "
012000                 "(0 for no limit) ? "
012100             PERFORM GET-NUMBER-ENTRY
012200         END-IF
012300         IF NUMBER-IS-VALID
012400             MOVE WS-NUMBER-VALUE TO ST-MAX-OCCUPANCY
012500             DISPLAY "Warn at what percent of the limit "
012600                 "(blank for 90) ? "
012700             PERFORM GET-PERCENT-ENTRY
012800             EVALUATE TRUE
012900                 WHEN NUMBER-IS-VALID
013000                     MOVE WS-NUMBER-VALUE TO ST-WARN-PERCENT
013100                 WHEN NUMBER-IS-BLANK
013200                     MOVE "Y" TO WS-NUMBER-SWITCH
013300             END-EVALUATE
013400         END-IF
013500         IF NUMBER-IS-VALID
013600             WRITE SITE-RECORD
013700                 INVALID KEY
013800                     DISPLAY "Site " WS-CODE-ENTRY
013900                         " already exists, add cancelled."
014000                 NOT INVALID KEY
014100                     DISPLAY "Added site " WS-CODE-ENTRY "."
014200             END-WRITE
014300         ELSE
014400             DISPLAY "Add cancelled."
014500         END-IF
014600     END-IF.
014700
014800*=================================================================
014900*EVERY FIELD CAN BE KEPT BY LEAVING IT BLANK. A BAD TIME OR
015000*NUMBER CANCELS THE WHOLE UPDATE SO A HALF-CHANGED SITE IS
015100*NEVER WRITTEN BACK.
015200*=================================================================
015300 UPDATE-SITE.
015400     PERFORM READ-BY-CODE
015500     IF RECORD-WAS-FOUND
015600         PERFORM SHOW-SITE
015700         DISPLAY "New building name (blank to keep) ? "
015800         ACCEPT WS-TEXT-ENTRY
015900         IF FUNCTION TRIM(WS-TEXT-ENTRY) NOT = SPACES
016000             MOVE FUNCTION TRIM(WS-TEXT-ENTRY) TO ST-NAME
016100         END-IF
016200         DISPLAY "New address line 1 (blank to keep) ? "
016300         ACCEPT WS-TEXT-ENTRY
016400         IF FUNCTION TRIM(WS-TEXT-ENTRY) NOT = SPACES
016500             MOVE FUNCTION TRIM(WS-TEXT-ENTRY) TO ST-ADDRESS-1
016600         END-IF
016700         DISPLAY "New address line 2 (blank to keep) ? "
016800         ACCEPT WS-TEXT-ENTRY
016900         IF FUNCTION TRIM(WS-TEXT-ENTRY) NOT = SPACES
017000             MOVE FUNCTION TRIM(WS-TEXT-ENTRY) TO ST-ADDRESS-2
017100         END-IF
017200         DISPLAY "New address line 3 (blank to keep) ? "
017300         ACCEPT WS-TEXT-ENTRY
017400         IF FUNCTION TRIM(WS-TEXT-ENTRY) NOT = SPACES
017500             MOVE FUNCTION TRIM(WS-TEXT-ENTRY) TO ST-ADDRESS-3
017600         END-IF
017700         DISPLAY "New opening time HHMM (blank to keep) ? "
017800         PERFORM GET-TIME-ENTRY
017900         IF NUMBER-IS-VALID
018000             MOVE WS-TIME-VALUE TO ST-OPENS-AT
018100         END-IF
018200         IF NUMBER-IS-VALID OR NUMBER-IS-BLANK
018300             DISPLAY "New closing time HHMM (blank to keep) ? "
018400             PERFORM GET-TIME-ENTRY
018500         END-IF
018600         IF NUMBER-IS-VALID
018700             MOVE WS-TIME-VALUE TO ST-CLOSES-AT
018800         END-IF
018900         IF NUMBER-IS-VALID OR NUMBER-IS-BLANK
019000             DISPLAY "New maximum occupancy (blank to keep) ? "
019100             PERFORM GET-NUMBER-ENTRY
019200         END-IF
019300         IF NUMBER-IS-VALID
019400             MOVE WS-NUMBER-VALUE TO ST-MAX-OCCUPANCY
019500         END-IF
019600         IF NUMBER-IS-VALID OR NUMBER-IS-BLANK
019700             DISPLAY "New warning percent (blank to keep) ? "
019800             PERFORM GET-PERCENT-ENTRY
019900         END-IF
020000         IF NUMBER-IS-VALID
020100             MOVE WS-NUMBER-VALUE TO ST-WARN-PERCENT
020200         END-IF
020300         IF NUMBER-IS-VALID OR NUMBER-IS-BLANK
020400             REWRITE SITE-RECORD
020500             DISPLAY "Site " ST-SITE-CODE " updated."
020600         ELSE
020700             DISPLAY "Update cancelled, site left unchanged."
020800         END-IF
020900     END-IF.
021000
021100 DELETE-SITE.
021200     PERFORM READ-BY-CODE
021300     IF RECORD-WAS-FOUND
021400         DISPLAY "Delete " ST-SITE-CODE " " ST-NAME " ? Y/N "
021500         ACCEPT WS-MENU-CHOICE
021600         IF WS-MENU-CHOICE = "Y" OR WS-MENU-CHOICE = "y"
021700             DELETE SITE-MASTER RECORD
021800             DISPLAY "Site deleted."
021900         ELSE
022000             DISPLAY "Delete cancelled."
022100         END-IF
022200     END-IF.
022300
022400 READ-BY-CODE.
022500     DISPLAY "Site code ? "
022600     ACCEPT WS-CODE-ENTRY
022700     MOVE FUNCTION UPPER-CASE(WS-CODE-ENTRY) TO WS-CODE-ENTRY
022800     MOVE WS-CODE-ENTRY TO ST-SITE-CODE
022900     MOVE "N" TO WS-FOUND-SWITCH
023000     READ SITE-MASTER
023100         INVALID KEY
023200             DISPLAY "No site on file with that code."
023300         NOT INVALID KEY
023400             MOVE "Y" TO WS-FOUND-SWITCH
023500     END-READ.
023600
023700 SHOW-SITE.
023800     DISPLAY "Building:  " ST-NAME
023900     DISPLAY "Address:   " ST-ADDRESS-1
024000     DISPLAY "           " ST-ADDRESS-2
024100     DISPLAY "           " ST-ADDRESS-3
024200     DISPLAY "Open:      " ST-OPENS-AT "-" ST-CLOSES-AT
024300     DISPLAY "Limit:     " ST-MAX-OCCUPANCY
024400         "  warn at " ST-WARN-PERCENT "%".
024500
024600*=================================================================
024700*NUMERIC ENTRY. THE TYPED VALUE IS TRIMMED, RIGHT-JUSTIFIED, AND
024800*ZERO-FILLED THE WAY HelloSus TAKES AN ENTRY NUMBER. THE SWITCH
024900*COMES BACK "Y" FOR A GOOD VALUE, "B" FOR A BLANK ENTRY, AND "N"
025000*(WITH A MESSAGE) FOR ANYTHING ELSE.
025100*=================================================================
025200 GET-NUMBER-ENTRY.
025300     ACCEPT WS-NUMBER-INPUT
025400     MOVE "N" TO WS-NUMBER-SWITCH
025500     IF WS-NUMBER-INPUT = SPACES
025600         MOVE "B" TO WS-NUMBER-SWITCH
025700     ELSE
025800         IF FUNCTION TRIM(WS-NUMBER-INPUT) (6:) NOT = SPACES
025900             DISPLAY "Too many digits."
026000         ELSE
026100             MOVE FUNCTION TRIM(WS-NUMBER-INPUT)
026200                 TO WS-NUMBER-CHECK
026300             INSPECT WS-NUMBER-CHECK
026400                 REPLACING LEADING SPACE BY "0"
026500             IF WS-NUMBER-CHECK IS NUMERIC
026600                 MOVE WS-NUMBER-CHECK TO WS-NUMBER-VALUE
026700                 MOVE "Y" TO WS-NUMBER-SWITCH
026800             ELSE
026900                 DISPLAY "Not a number."
027000             END-IF
027100         END-IF
027200     END-IF.
027300
027400 GET-TIME-ENTRY.
027500     PERFORM GET-NUMBER-ENTRY
027600     IF NUMBER-IS-VALID
027700         IF WS-NUMBER-VALUE > 2359
027800             MOVE "N" TO WS-NUMBER-SWITCH
027900         ELSE
028000             MOVE WS-NUMBER-VALUE TO WS-TIME-VALUE
028100             IF WS-TIME-MINUTES > 59
028200                 MOVE "N" TO WS-NUMBER-SWITCH
028300             END-IF
028400         END-IF
028500         IF NOT NUMBER-IS-VALID
028600             DISPLAY "Not a valid HHMM time."
028700         END-IF
028800     END-IF.
028900
029000 GET-PERCENT-ENTRY.
029100     PERFORM GET-NUMBER-ENTRY
029200     IF NUMBER-IS-VALID
029300         IF WS-NUMBER-VALUE < 1 OR WS-NUMBER-VALUE > 100
029400             DISPLAY "Percent must be 1 to 100."
029500             MOVE "N" TO WS-NUMBER-SWITCH
029600         END-IF
029700     END-IF.
029800
029900 LIST-SITES.
030000     MOVE "N" TO WS-LIST-EOF-SWITCH
030100     MOVE ZERO TO WS-LIST-COUNT
030200     MOVE LOW-VALUES TO ST-SITE-CODE
030300     START SITE-MASTER KEY IS NOT LESS THAN ST-SITE-CODE
030400         INVALID KEY MOVE "Y" TO WS-LIST-EOF-SWITCH
030500     END-START
030600     PERFORM LIST-ONE-SITE UNTIL END-OF-SITES
030700     IF WS-LIST-COUNT = ZERO
030800         DISPLAY "No sites on file."
030900     END-IF.
031000
031100 LIST-ONE-SITE.
031200     READ SITE-MASTER NEXT RECORD
031300         AT END MOVE "Y" TO WS-LIST-EOF-SWITCH
031400     END-READ
031500     IF NOT END-OF-SITES
031600         ADD 1 TO WS-LIST-COUNT
031700         DISPLAY ST-SITE-CODE " " ST-NAME " "
031800             ST-OPENS-AT "-" ST-CLOSES-AT
031900             " LIMIT " ST-MAX-OCCUPANCY
032000     END-IF.
