000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloOvs.
000300*=================================================================
000400*OVERNIGHT OVERSTAY RUN. READS VISITOR-MASTER FOR EVERY VISIT
000500*STILL FLAGGED ON PREMISES THAT BEGAN BEFORE THE CUT-OFF TIME
000600*ON THE CUTOFF CARD IN THE RUN-CONTROL PARAMETER FILE - THE
000700*MOST RECENT TIME THE CLOCK PASSED THAT HOUR, SO A 2000 CUT-OFF
000800*IN A RUN AT 0200 MEANS 20:00 YESTERDAY - AND TREATS EACH AS A
000900*VISITOR NOBODY SIGNED OUT. EVERY OVERSTAY WHOSE VISIT NAMED A
001000*HOST GETS AN ESCALATION NOTICE ON THE NOTIFY EXTRACT SO THE
001100*MESSAGE GATEWAY TELLS THE HOST THEIR VISITOR WAS NEVER SIGNED
001200*OUT. A VISIT STILL ON PREMISES THE NUMBER OF HOURS ON THE
001300*FORCEHOURS CARD AFTER ARRIVAL IS FORCE-CLOSED: ITS PREMISES
001400*STATUS BECOMES "F", WHICH TAKES IT OFF THE FIRE LIST WITHOUT
001500*PRETENDING IT WAS A REAL CHECK-OUT - THE DEPARTURE TIMESTAMP
001600*STAYS BLANK BECAUSE NOBODY KNOWS WHEN THE VISITOR LEFT - AND
001700*HelloSta COUNTS THE FORCE-CLOSED VISITS AS MISSED CHECK-OUTS.
001800*THE EXCEPTION REPORT LISTS EVERY OVERSTAY BY SITE, HOST, AND
001900*GROUP WITH THE HOURS ON PREMISES AND WHAT THE RUN DID ABOUT IT.
002000*A MISSING OR BAD CUTOFF, OR A BAD FORCEHOURS, REFUSES THE RUN
002100*(RC=8, REASON ON THE RUN LOG). EACH FORCE-CLOSE IS JOURNALLED
002101*(JOURNAL.CPY) UNDER THE JOB NAME.
002200*=================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT VISITOR-MASTER ASSIGN TO VISITOR
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS VR-VISITOR-ID
003000         FILE STATUS IS WS-VISITOR-STATUS.
003100
003200     SELECT HOST-DIRECTORY ASSIGN TO HOSTDIR
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS HD-EMPLOYEE-ID
003600         FILE STATUS IS WS-HOSTDIR-STATUS.
003700
003800     SELECT NOTIFY-FILE ASSIGN TO NOTIFY
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-NOTIFY-STATUS.
004001
004002     SELECT CHANGE-JOURNAL ASSIGN TO JOURNAL
004003         ORGANIZATION IS LINE SEQUENTIAL
004004         FILE STATUS IS WS-JOURNAL-STATUS.
004100
004200     SELECT OVERSTAY-SORT ASSIGN TO SORTWK01.
004300
004400     SELECT PRINT-FILE ASSIGN TO "OVSRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PRINT-STATUS.
004700
004800     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RUNPARM-STATUS.
005100
005200     SELECT RUN-LOG ASSIGN TO RUNLOG
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RUNLOG-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  VISITOR-MASTER.
005800     COPY VISITOR.
005900
006000 FD  HOST-DIRECTORY.
006100     COPY HOSTDIR.
006200
006300 FD  NOTIFY-FILE.
006400     COPY NOTIFY.
006401
006402 FD  CHANGE-JOURNAL.
006403     COPY JOURNAL.
006500
006600*=================================================================
006700*ONE SORT RECORD PER OVERSTAY, CARRYING WHAT THE REPORT PRINTS,
006800*SO THE EXCEPTIONS COME OUT BY SITE, HOST, AND GROUP WHATEVER
006900*ORDER THE VISITS WERE GREETED IN.
007000*=================================================================
007100 SD  OVERSTAY-SORT.
007200 01  OVERSTAY-SORT-RECORD.
007300     05  OS-SITE-CODE            PIC X(1).
007400     05  OS-HOST                 PIC X(32).
007500     05  OS-GROUP-ID             PIC X(19).
007600     05  OS-VISITOR-ID           PIC X(19).
007700     05  OS-NAME                 PIC X(32).
007800     05  OS-HOURS                PIC 9(5).
007900     05  OS-ACTION               PIC X(12).
008000
008100 FD  PRINT-FILE.
008200 01  PRINT-LINE                  PIC X(80).
008300
008400 FD  RUN-PARM-FILE.
008500     COPY RUNPARM.
008600
008700 FD  RUN-LOG.
008800     COPY RUNLOG.
008900 WORKING-STORAGE SECTION.
009000 01  WS-VISITOR-STATUS           PIC XX.
009100 01  WS-HOSTDIR-STATUS           PIC XX.
009200 01  WS-HOSTDIR-AVAILABLE        PIC X VALUE "N".
009300     88  HOSTDIR-FILE-OPEN       VALUE "Y".
009400 01  WS-NOTIFY-STATUS            PIC XX.
009401 01  WS-JOURNAL-STATUS           PIC XX.
009500 01  WS-PRINT-STATUS             PIC XX.
009600 01  WS-RUNPARM-STATUS           PIC XX.
009700 01  WS-RUNLOG-STATUS            PIC XX.
009800 01  WS-RUNPARM-EOF-SWITCH       PIC X VALUE "N".
009900     88  END-OF-RUN-PARMS        VALUE "Y".
010000 01  WS-REFUSE-REASON            PIC X(46).
010100 01  WS-EOF-SWITCH               PIC X VALUE "N".
010200     88  END-OF-VISITORS         VALUE "Y".
010300 01  WS-SORT-EOF-SWITCH          PIC X VALUE "N".
010400     88  END-OF-OVERSTAYS        VALUE "Y".
010500 01  WS-MASTER-SWITCH            PIC X VALUE "N".
010600     88  VISITOR-MASTER-OPEN     VALUE "Y".
010700
010800 01  WS-CUTOFF-ENTRY             PIC X(4) VALUE SPACES.
010900 01  WS-CUTOFF-HHMM              PIC 9(4).
011000 01  WS-FORCE-ENTRY              PIC X(3) VALUE SPACES.
011100 01  WS-FORCE-HOURS              PIC 9(3) VALUE 48.
011200 01  WS-RUN-TIMESTAMP            PIC X(26).
011300 01  WS-RUN-DATE-9               PIC 9(8).
011400 01  WS-RUN-HHMM                 PIC 9(4).
011500 01  WS-RUN-HH                   PIC 99.
011600 01  WS-RUN-MM                   PIC 99.
011700 01  WS-CUTOFF-DATE-9            PIC 9(8).
011800 01  WS-CUTOFF-DATE-INT          PIC 9(7).
011900 01  WS-CUTOFF-STAMP             PIC X(12).
012000 01  WS-RUN-MINUTE               PIC 9(11).
012100 01  WS-ARRIVAL-DATE-9           PIC 9(8).
012200 01  WS-ARRIVAL-HH               PIC 99.
012300 01  WS-ARRIVAL-MM               PIC 99.
012400 01  WS-ARRIVAL-MINUTE           PIC 9(11).
012500 01  WS-MINUTES-ON-SITE          PIC 9(11).
012600 01  WS-HOURS-ON-SITE            PIC 9(5).
012700
012800 01  WS-READ-COUNT               PIC 9(7) VALUE ZERO.
012900 01  WS-ON-PREMISES-COUNT        PIC 9(7) VALUE ZERO.
013000 01  WS-OVERSTAY-COUNT           PIC 9(7) VALUE ZERO.
013100 01  WS-NOTICE-COUNT             PIC 9(7) VALUE ZERO.
013200 01  WS-NO-HOST-COUNT            PIC 9(7) VALUE ZERO.
013300 01  WS-FORCE-COUNT              PIC 9(7) VALUE ZERO.
013400
013500 01  WS-PREV-SITE                PIC X(1).
013600 01  WS-PREV-HOST                PIC X(32).
013700 01  WS-PREV-GROUP               PIC X(19).
013800 01  WS-FIRST-LINE-SWITCH        PIC X VALUE "Y".
013900     88  FIRST-OVERSTAY          VALUE "Y".
014000 01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
014100 01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
014200 01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 50.
014300
014400 01  WS-HEADING-1.
014500     05  FILLER                  PIC X(26) VALUE
014600         "HELLOYOU OVERSTAY REPORT".
014700     05  FILLER                  PIC X(8) VALUE "CUT-OFF ".
014800     05  WS-H1-CUTOFF            PIC X(12).
014900     05  FILLER                  PIC X(8) VALUE "  FORCE ".
015000     05  WS-H1-FORCE             PIC ZZ9.
015100     05  FILLER                  PIC X(4) VALUE " HRS".
015200     05  FILLER                  PIC X(6) VALUE " PAGE ".
015300     05  WS-H1-PAGE              PIC ZZZ9.
015400
015500 01  WS-HEADING-2.
015600     05  FILLER                  PIC X(20) VALUE "VISITOR ID".
015700     05  FILLER                  PIC X(33) VALUE "NAME".
015800     05  FILLER                  PIC X(6) VALUE " HOURS".
015900     05  FILLER                  PIC X(1) VALUE SPACE.
016000     05  FILLER                  PIC X(12) VALUE "ACTION".
016100
016200 01  WS-SITE-LINE.
016300     05  FILLER                  PIC X(5) VALUE "BLDG ".
016400     05  WS-S-SITE               PIC X(1).
016500
016600 01  WS-HOST-LINE.
016700     05  FILLER                  PIC X(7) VALUE "  HOST ".
016800     05  WS-HL-HOST              PIC X(32).
016900
017000 01  WS-GROUP-LINE.
017100     05  FILLER                  PIC X(10) VALUE "    GROUP ".
017200     05  WS-G-GROUP              PIC X(19).
017300
017400 01  WS-DETAIL-LINE.
017500     05  WS-D-VISITOR-ID         PIC X(19).
017600     05  FILLER                  PIC X(1) VALUE SPACE.
017700     05  WS-D-NAME               PIC X(32).
017800     05  FILLER                  PIC X(1) VALUE SPACE.
017900     05  WS-D-HOURS              PIC ZZZZ9.
018000     05  FILLER                  PIC X(2) VALUE SPACES.
018100     05  WS-D-ACTION             PIC X(12).
018200
018300 01  WS-TOTAL-LINE.
018400     05  WS-T-LABEL              PIC X(18).
018500     05  WS-T-COUNT              PIC ZZZZZZ9.
018600
018700 01  WS-NONE-LINE                PIC X(40) VALUE
018800     "No visitors on premises past cut-off.".
018900 PROCEDURE DIVISION.
019000 MAIN-PARA.
019100     PERFORM READ-RUN-CONTROL
019200     OPEN OUTPUT PRINT-FILE
019300     OPEN I-O VISITOR-MASTER
019400     IF WS-VISITOR-STATUS = "35"
019500         DISPLAY "No visitor master on file - nobody to check."
019600     ELSE
019700         MOVE "Y" TO WS-MASTER-SWITCH
019800     END-IF
019900     OPEN INPUT HOST-DIRECTORY
020000     IF WS-HOSTDIR-STATUS = "00"
020100         MOVE "Y" TO WS-HOSTDIR-AVAILABLE
020200     END-IF
020300     OPEN EXTEND NOTIFY-FILE
020400     IF WS-NOTIFY-STATUS = "35"
020500         OPEN OUTPUT NOTIFY-FILE
020600     END-IF
020601     OPEN EXTEND CHANGE-JOURNAL
020602     IF WS-JOURNAL-STATUS = "35"
020603         OPEN OUTPUT CHANGE-JOURNAL
020604     END-IF
020700     SORT OVERSTAY-SORT
020800         ON ASCENDING KEY OS-SITE-CODE OS-HOST OS-GROUP-ID
020900                          OS-VISITOR-ID
021000         INPUT PROCEDURE IS SELECT-OVERSTAYS
021100         OUTPUT PROCEDURE IS PRINT-OVERSTAYS
021200     PERFORM PRINT-TOTALS
021300     CLOSE NOTIFY-FILE
021301     CLOSE CHANGE-JOURNAL
021400     IF HOSTDIR-FILE-OPEN
021500         CLOSE HOST-DIRECTORY
021600     END-IF
021700     IF VISITOR-MASTER-OPEN
021800         CLOSE VISITOR-MASTER
021900     END-IF
022000     CLOSE PRINT-FILE
022100     PERFORM WRITE-RUN-LOG-TOTALS
022200     DISPLAY "HelloOvs complete. Overstays: " WS-OVERSTAY-COUNT
022300         " Notices: " WS-NOTICE-COUNT
022400         " Force-closed: " WS-FORCE-COUNT
022500     STOP RUN.
022600
022700*=================================================================
022800*UNATTENDED RUN CONTROL. CUTOFF (HHMM) IS REQUIRED; FORCEHOURS
022900*(THREE DIGITS) IS OPTIONAL AND DEFAULTS TO 048. A MISSING OR
023000*BAD CUTOFF, A BAD OR ZERO FORCEHOURS, OR AN UNKNOWN KEYWORD
023100*REFUSES THE RUN WITH RETURN CODE 8 AND THE REASON ON THE RUN
023200*LOG, AND AN ACCEPTED RUN LOGS THE CUT-OFF IT USED.
023300*=================================================================
023400 READ-RUN-CONTROL.
023500     OPEN INPUT RUN-PARM-FILE
023600     IF WS-RUNPARM-STATUS NOT = "00"
023700         MOVE "RUN-CONTROL FILE MISSING OR UNREADABLE"
023800             TO WS-REFUSE-REASON
023900         PERFORM REFUSE-RUN
024000     END-IF
024100     PERFORM READ-RUN-PARM
024200     PERFORM APPLY-RUN-PARM UNTIL END-OF-RUN-PARMS
024300     CLOSE RUN-PARM-FILE
024400     IF WS-CUTOFF-ENTRY = SPACES
024500         MOVE "CUTOFF PARAMETER MISSING" TO WS-REFUSE-REASON
024600         PERFORM REFUSE-RUN
024700     END-IF
024800     IF WS-CUTOFF-ENTRY IS NOT NUMERIC
024900         MOVE "CUTOFF PARAMETER NOT HHMM" TO WS-REFUSE-REASON
025000         PERFORM REFUSE-RUN
025100     END-IF
025200     MOVE WS-CUTOFF-ENTRY TO WS-CUTOFF-HHMM
025300     IF WS-CUTOFF-HHMM > 2359 OR WS-CUTOFF-ENTRY (3:2) > "59"
025400         MOVE "CUTOFF PARAMETER NOT HHMM" TO WS-REFUSE-REASON
025500         PERFORM REFUSE-RUN
025600     END-IF
025700     IF WS-FORCE-ENTRY NOT = SPACES
025800         IF WS-FORCE-ENTRY IS NUMERIC AND WS-FORCE-ENTRY > "000"
025900             MOVE WS-FORCE-ENTRY TO WS-FORCE-HOURS
026000         ELSE
026100             MOVE "FORCEHOURS PARAMETER NOT 001-999"
026200                 TO WS-REFUSE-REASON
026300             PERFORM REFUSE-RUN
026400         END-IF
026500     END-IF
026600     PERFORM SET-CUTOFF-STAMP
026700     PERFORM WRITE-RUN-LOG-PARMS.
026800
026900 READ-RUN-PARM.
027000     READ RUN-PARM-FILE
027100         AT END MOVE "Y" TO WS-RUNPARM-EOF-SWITCH
027200     END-READ.
027300
027400 APPLY-RUN-PARM.
027500     IF RP-KEYWORD (1:1) = "*"
027600         CONTINUE
027700     ELSE
027800         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEYWORD))
027900             WHEN "CUTOFF"
028000                 MOVE RP-VALUE (1:4) TO WS-CUTOFF-ENTRY
028100             WHEN "FORCEHOURS"
028200                 MOVE RP-VALUE (1:3) TO WS-FORCE-ENTRY
028300             WHEN OTHER
028400                 MOVE SPACES TO WS-REFUSE-REASON
028500                 STRING "UNKNOWN PARAMETER " RP-KEYWORD
028600                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
028700                 PERFORM REFUSE-RUN
028800         END-EVALUATE
028900     END-IF
029000     PERFORM READ-RUN-PARM.
029100
029200*=================================================================
029300*THE CUT-OFF IS THE LAST TIME THE CLOCK READ THE CUTOFF HOUR:
029400*TODAY IF THE RUN STARTED AT OR AFTER IT, OTHERWISE YESTERDAY.
029500*IT IS HELD AS YYYYMMDDHHMM, THE SAME FORM AS THE FIRST TWELVE
029600*CHARACTERS OF A VISITOR ID, SO THE TEST IS ONE COMPARE.
029700*=================================================================
029800 SET-CUTOFF-STAMP.
029900     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
030000     MOVE WS-RUN-TIMESTAMP (1:8) TO WS-RUN-DATE-9
030100     MOVE WS-RUN-TIMESTAMP (9:4) TO WS-RUN-HHMM
030200     MOVE WS-RUN-TIMESTAMP (9:2) TO WS-RUN-HH
030300     MOVE WS-RUN-TIMESTAMP (11:2) TO WS-RUN-MM
030400     IF WS-RUN-HHMM >= WS-CUTOFF-HHMM
030500         MOVE WS-RUN-DATE-9 TO WS-CUTOFF-DATE-9
030600     ELSE
030700         COMPUTE WS-CUTOFF-DATE-INT =
030800             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-9) - 1
030900         COMPUTE WS-CUTOFF-DATE-9 =
031000             FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DATE-INT)
031100     END-IF
031200     MOVE WS-CUTOFF-DATE-9 TO WS-CUTOFF-STAMP (1:8)
031300     MOVE WS-CUTOFF-ENTRY TO WS-CUTOFF-STAMP (9:4)
031400     COMPUTE WS-RUN-MINUTE =
031500         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-9) * 1440
031600         + WS-RUN-HH * 60 + WS-RUN-MM.
031700
031800 REFUSE-RUN.
031900     DISPLAY "HelloOvs run refused: " WS-REFUSE-REASON
032000     PERFORM OPEN-RUN-LOG
032100     MOVE SPACES TO RL-TEXT
032200     STRING "REFUSED: " WS-REFUSE-REASON DELIMITED BY SIZE
032300         INTO RL-TEXT
032400     PERFORM WRITE-RUN-LOG-LINE
032500     CLOSE RUN-LOG
032600     MOVE 8 TO RETURN-CODE
032700     STOP RUN.
032800
032900 OPEN-RUN-LOG.
033000     OPEN EXTEND RUN-LOG
033100     IF WS-RUNLOG-STATUS = "35"
033200         OPEN OUTPUT RUN-LOG
033300     END-IF.
033400
033500 WRITE-RUN-LOG-LINE.
033600     MOVE "HELLOOVS" TO RL-PROGRAM
033700     MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP
033800     WRITE RUNLOG-RECORD.
033900
034000 WRITE-RUN-LOG-PARMS.
034100     PERFORM OPEN-RUN-LOG
034200     MOVE SPACES TO RL-TEXT
034300     STRING "STARTED CUTOFF=" WS-CUTOFF-STAMP
034400         " FORCEHOURS=" WS-FORCE-HOURS
034500         DELIMITED BY SIZE INTO RL-TEXT
034600     PERFORM WRITE-RUN-LOG-LINE
034700     CLOSE RUN-LOG.
034800
034900 WRITE-RUN-LOG-TOTALS.
035000     PERFORM OPEN-RUN-LOG
035100     MOVE SPACES TO RL-TEXT
035200     STRING "ENDED OVERSTAYS=" WS-OVERSTAY-COUNT
035300         " NOTICES=" WS-NOTICE-COUNT
035400         " FORCED=" WS-FORCE-COUNT
035500         DELIMITED BY SIZE INTO RL-TEXT
035600     PERFORM WRITE-RUN-LOG-LINE
035700     CLOSE RUN-LOG.
035800
035900*=================================================================
036000*SORT INPUT: ONE PASS OVER THE MASTER. EACH ON-PREMISES VISIT
036100*THAT BEGAN BEFORE THE CUT-OFF IS AN OVERSTAY: ITS HOST IS SENT
036200*AN ESCALATION NOTICE, IT IS FORCE-CLOSED ONCE IT HAS BEEN ON
036300*PREMISES FORCEHOURS OR LONGER, AND IT IS PASSED TO THE SORT
036400*FOR THE REPORT.
036500*=================================================================
036600 SELECT-OVERSTAYS.
036700     IF VISITOR-MASTER-OPEN
036800         MOVE LOW-VALUES TO VR-VISITOR-ID
036900         START VISITOR-MASTER KEY IS NOT LESS THAN VR-VISITOR-ID
037000             INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
037100         END-START
037200         PERFORM CHECK-ONE-VISITOR UNTIL END-OF-VISITORS
037300     END-IF.
037400
037500 CHECK-ONE-VISITOR.
037600     READ VISITOR-MASTER NEXT RECORD
037700         AT END MOVE "Y" TO WS-EOF-SWITCH
037800     END-READ
037900     IF NOT END-OF-VISITORS
038000         ADD 1 TO WS-READ-COUNT
038100         IF VR-ON-PREMISES
038200             ADD 1 TO WS-ON-PREMISES-COUNT
038300             IF VR-VISITOR-ID (1:12) < WS-CUTOFF-STAMP
038400                 PERFORM HANDLE-OVERSTAY
038500             END-IF
038600         END-IF
038700     END-IF.
038800
038900 HANDLE-OVERSTAY.
039000     ADD 1 TO WS-OVERSTAY-COUNT
039100     MOVE VR-VISITOR-ID (1:8) TO WS-ARRIVAL-DATE-9
039200     MOVE VR-VISITOR-ID (9:2) TO WS-ARRIVAL-HH
039300     MOVE VR-VISITOR-ID (11:2) TO WS-ARRIVAL-MM
039400     COMPUTE WS-ARRIVAL-MINUTE =
039500         FUNCTION INTEGER-OF-DATE(WS-ARRIVAL-DATE-9) * 1440
039600         + WS-ARRIVAL-HH * 60 + WS-ARRIVAL-MM
039700     IF WS-RUN-MINUTE > WS-ARRIVAL-MINUTE
039800         COMPUTE WS-MINUTES-ON-SITE =
039900             WS-RUN-MINUTE - WS-ARRIVAL-MINUTE
040000     ELSE
040100         MOVE ZERO TO WS-MINUTES-ON-SITE
040200     END-IF
040300     COMPUTE WS-HOURS-ON-SITE = WS-MINUTES-ON-SITE / 60
040400     MOVE VR-SITE-CODE TO OS-SITE-CODE
040500     MOVE VR-HOST TO OS-HOST
040600     MOVE VR-GROUP-ID TO OS-GROUP-ID
040700     MOVE VR-VISITOR-ID TO OS-VISITOR-ID
040800     MOVE VR-NAME TO OS-NAME
040900     MOVE WS-HOURS-ON-SITE TO OS-HOURS
041000     IF VR-HOST = SPACES
041100         ADD 1 TO WS-NO-HOST-COUNT
041200         MOVE "NO HOST" TO OS-ACTION
041300     ELSE
041400         PERFORM WRITE-OVERSTAY-NOTICE
041500         MOVE "HOST TOLD" TO OS-ACTION
041600     END-IF
041700     IF WS-HOURS-ON-SITE >= WS-FORCE-HOURS
041800         PERFORM FORCE-CLOSE-VISIT
041900     END-IF
042000     RELEASE OVERSTAY-SORT-RECORD.
042100
042200*=================================================================
042300*ONE ESCALATION NOTICE PER OVERSTAY THAT NAMED A HOST, ON THE
042400*SAME EXTRACT THE ARRIVAL NOTICES GO TO. THE NOTICE TYPE TELLS
042500*THE GATEWAY THIS IS A VISITOR NEVER SIGNED OUT, NOT AN ARRIVAL.
042600*THE HOST'S DEPARTMENT COMES FROM THE HOST DIRECTORY WHEN ONE IS
042700*ON FILE AND THE VISIT WAS RESOLVED TO AN EMPLOYEE ID.
042800*=================================================================
042900 WRITE-OVERSTAY-NOTICE.
043000     MOVE VR-HOST TO NF-HOST
043100     MOVE VR-NAME TO NF-VISITOR-NAME
043200     MOVE WS-RUN-TIMESTAMP TO NF-TIMESTAMP
043300     MOVE "HELLOOVS" TO NF-OPERATOR-ID
043400     MOVE VR-HOST-EMPLOYEE-ID TO NF-HOST-EMPLOYEE-ID
043500     MOVE SPACES TO NF-HOST-DEPARTMENT
043600     IF HOSTDIR-FILE-OPEN AND VR-HOST-EMPLOYEE-ID NOT = SPACES
043700         MOVE VR-HOST-EMPLOYEE-ID TO HD-EMPLOYEE-ID
043800         READ HOST-DIRECTORY
043900             INVALID KEY CONTINUE
044000             NOT INVALID KEY
044100                 MOVE HD-DEPARTMENT TO NF-HOST-DEPARTMENT
044200         END-READ
044300     END-IF
044400     MOVE "O" TO NF-NOTICE-TYPE
044500     WRITE NOTIFY-RECORD
044600     ADD 1 TO WS-NOTICE-COUNT.
044700
044800 FORCE-CLOSE-VISIT.
044801     MOVE VISITOR-RECORD TO JR-BEFORE-IMAGE
044900     MOVE "F" TO VR-PREMISES-STATUS
045000     REWRITE VISITOR-RECORD
045100         INVALID KEY
045200             DISPLAY "HelloOvs: could not force-close "
045300                 VR-VISITOR-ID
045400         NOT INVALID KEY
045500             ADD 1 TO WS-FORCE-COUNT
045600             MOVE "FORCE-CLOSED" TO OS-ACTION
045601             PERFORM JOURNAL-FORCE-CLOSE
045700     END-REWRITE.
045701
045702*ONE CHANGE-JOURNAL RECORD PER FORCE-CLOSE, FOR HelloRcv.
045703 JOURNAL-FORCE-CLOSE.
045704     MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
045705     MOVE "HELLOOVS" TO JR-PROGRAM
045706     MOVE "HELLOOVS" TO JR-OPERATOR-ID
045707     MOVE "F" TO JR-ACTION
045708     MOVE VISITOR-RECORD TO JR-AFTER-IMAGE
045709     WRITE JOURNAL-RECORD.
045800
045900*=================================================================
046000*SORT OUTPUT: THE EXCEPTION REPORT, WITH A LINE EACH TIME THE
046100*SITE, HOST, OR GROUP CHANGES. WALK-INS CARRY NO GROUP AND GET
046200*NO GROUP LINE.
046300*=================================================================
046400 PRINT-OVERSTAYS.
046500     PERFORM RETURN-OVERSTAY
046600     PERFORM PRINT-ONE-OVERSTAY UNTIL END-OF-OVERSTAYS
046700     IF WS-OVERSTAY-COUNT = ZERO
046800         PERFORM PRINT-HEADINGS
046900         WRITE PRINT-LINE FROM WS-NONE-LINE
047000     END-IF.
047100
047200 RETURN-OVERSTAY.
047300     RETURN OVERSTAY-SORT
047400         AT END MOVE "Y" TO WS-SORT-EOF-SWITCH
047500     END-RETURN.
047600
047700 PRINT-ONE-OVERSTAY.
047800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
047900         PERFORM PRINT-HEADINGS
048000     END-IF
048100     IF FIRST-OVERSTAY OR OS-SITE-CODE NOT = WS-PREV-SITE
048200         MOVE OS-SITE-CODE TO WS-S-SITE
048300         WRITE PRINT-LINE FROM SPACES
048400         WRITE PRINT-LINE FROM WS-SITE-LINE
048500         ADD 2 TO WS-LINE-COUNT
048600         MOVE HIGH-VALUES TO WS-PREV-HOST
048700     END-IF
048800     IF OS-HOST NOT = WS-PREV-HOST
048900         IF OS-HOST = SPACES
049000             MOVE "(NONE NAMED)" TO WS-HL-HOST
049100         ELSE
049200             MOVE OS-HOST TO WS-HL-HOST
049300         END-IF
049400         WRITE PRINT-LINE FROM WS-HOST-LINE
049500         ADD 1 TO WS-LINE-COUNT
049600         MOVE HIGH-VALUES TO WS-PREV-GROUP
049700     END-IF
049800     IF OS-GROUP-ID NOT = WS-PREV-GROUP
049900             AND OS-GROUP-ID NOT = SPACES
050000         MOVE OS-GROUP-ID TO WS-G-GROUP
050100         WRITE PRINT-LINE FROM WS-GROUP-LINE
050200         ADD 1 TO WS-LINE-COUNT
050300     END-IF
050400     MOVE "N" TO WS-FIRST-LINE-SWITCH
050500     MOVE OS-SITE-CODE TO WS-PREV-SITE
050600     MOVE OS-HOST TO WS-PREV-HOST
050700     MOVE OS-GROUP-ID TO WS-PREV-GROUP
050800     MOVE OS-VISITOR-ID TO WS-D-VISITOR-ID
050900     MOVE OS-NAME TO WS-D-NAME
051000     MOVE OS-HOURS TO WS-D-HOURS
051100     MOVE OS-ACTION TO WS-D-ACTION
051200     WRITE PRINT-LINE FROM WS-DETAIL-LINE
051300     ADD 1 TO WS-LINE-COUNT
051400     PERFORM RETURN-OVERSTAY.
051500
051600 PRINT-HEADINGS.
051700     ADD 1 TO WS-PAGE-NUMBER
051800     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
051900     MOVE WS-CUTOFF-STAMP TO WS-H1-CUTOFF
052000     MOVE WS-FORCE-HOURS TO WS-H1-FORCE
052100     IF WS-PAGE-NUMBER > 1
052200         WRITE PRINT-LINE FROM SPACES
052300     END-IF
052400     WRITE PRINT-LINE FROM WS-HEADING-1
052500     WRITE PRINT-LINE FROM WS-HEADING-2
052600     MOVE ZERO TO WS-LINE-COUNT
052700     MOVE HIGH-VALUES TO WS-PREV-SITE.
052800
052900 PRINT-TOTALS.
053000     WRITE PRINT-LINE FROM SPACES
053100     MOVE "RECORDS READ      " TO WS-T-LABEL
053200     MOVE WS-READ-COUNT TO WS-T-COUNT
053300     WRITE PRINT-LINE FROM WS-TOTAL-LINE
053400     MOVE "ON PREMISES       " TO WS-T-LABEL
053500     MOVE WS-ON-PREMISES-COUNT TO WS-T-COUNT
053600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
053700     MOVE "OVERSTAYS         " TO WS-T-LABEL
053800     MOVE WS-OVERSTAY-COUNT TO WS-T-COUNT
053900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
054000     MOVE "HOST NOTICES      " TO WS-T-LABEL
054100     MOVE WS-NOTICE-COUNT TO WS-T-COUNT
054200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
054300     MOVE "NO HOST NAMED     " TO WS-T-LABEL
054400     MOVE WS-NO-HOST-COUNT TO WS-T-COUNT
054500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
054600     MOVE "FORCE-CLOSED      " TO WS-T-LABEL
054700     MOVE WS-FORCE-COUNT TO WS-T-COUNT
054800     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
