000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloMus.
000300*=================================================================
000400*MUSTER-POINT ROLL-CALL RECONCILIATION. HelloEvc TELLS THE FIRE
000500*WARDENS WHO SHOULD BE OUTSIDE; THIS PROGRAM TELLS THEM WHO IS
000600*STILL UNACCOUNTED FOR. IT TAKES THE MUSTER FILES THE WARDENS
000700*BUILD AS PEOPLE CHECK IN AT EACH BUILDING'S MUSTER POINT
000800*(MUSTER.CPY - BADGE VISITOR ID AND THE BUILDING THE POINT
000900*SERVES), MATCHES THEM TO THE VISITOR-MASTER RECORDS STILL
001000*FLAGGED ON PREMISES, AND PRINTS THREE LISTS:
001100*  1. UNACCOUNTED FOR - ON PREMISES AND NOT CHECKED IN AT ANY
001200*     MUSTER POINT, BY SITE, HOST, AND GROUP. THIS IS THE LIST
001300*     THE WARDENS AND THE FIRE SERVICE ACT ON.
001400*  2. MUSTERED BUT NOT ON THE LIST - NO VISITOR RECORD, OR A
001500*     VISIT ALREADY CHECKED OUT OR FORCE-CLOSED.
001600*  3. MUSTERED AT THE WRONG BUILDING - SAFE, BUT THE WARDEN OF
001700*     THE BUILDING THEY WERE GREETED AT IS STILL LOOKING.
001800*A VISITOR RECORD WRITTEN BEFORE SITES EXISTED CARRIES A BLANK
001900*SITE CODE AND IS ACCOUNTED FOR AT ANY MUSTER POINT. A SUMMARY
002000*PAGE GIVES EACH BUILDING'S COUNTS AND ITS LATEST CHECK-IN TIME.
002100*THE PROGRAM ONLY READS, SO IT IS RUN AGAIN AND AGAIN AS MORE
002200*MUSTER FILES COME IN - EACH RUN STARTS FROM THE FILES AS THEY
002300*STAND. EVERY RUN WRITES ITS COUNTS, IN TOTAL AND PER BUILDING,
002400*TO THE RUN LOG, SO THE LOG'S TIMESTAMPS GIVE THE SAFETY OFFICER
002500*A TIMED RECORD OF HOW QUICKLY EVERYONE WAS ACCOUNTED FOR. THE
002600*OPTIONAL INCIDENT CARD TAGS THE LOG LINES WITH THE INCIDENT OR
002700*DRILL REFERENCE. UNLIKE THE SCHEDULED JOBS, A MISSING RUN-
002800*CONTROL FILE DOES NOT STOP THE RUN - NOBODY SHOULD HAVE TO
002900*FIND A CARD DECK MID-EVACUATION. THE RUN ENDS WITH RETURN CODE
003000*4 WHILE ANYONE IS UNACCOUNTED FOR.
003100*=================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MUSTER-FILE ASSIGN TO MUSTER
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-MUSTER-STATUS.
003800
003900     SELECT MUSTER-WORK ASSIGN TO MUSTWK
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-MUSTWK-STATUS.
004200
004300     SELECT MUSTER-SORT ASSIGN TO SORTWK01.
004400
004500     SELECT ROLL-CALL-SORT ASSIGN TO SORTWK02.
004600
004700     SELECT VISITOR-MASTER ASSIGN TO VISITOR
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS VR-VISITOR-ID
005100         FILE STATUS IS WS-VISITOR-STATUS.
005200
005300     SELECT PRINT-FILE ASSIGN TO "MUSRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PRINT-STATUS.
005600
005700     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RUNPARM-STATUS.
006000
006100     SELECT RUN-LOG ASSIGN TO RUNLOG
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-RUNLOG-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  MUSTER-FILE.
006700     COPY MUSTER.
006800
006900*THE MUSTER FILES SORTED INTO VISITOR-ID ORDER, SO THEY CAN BE
007000*MATCHED TO THE MASTER IN ONE SEQUENTIAL PASS.
007100 FD  MUSTER-WORK.
007200 01  MUSTER-WORK-RECORD.
007300     05  MW-SITE-CODE            PIC X(1).
007400     05  MW-VISITOR-ID           PIC X(19).
007500     05  MW-CHECKED-IN           PIC X(14).
007600
007700 SD  MUSTER-SORT.
007800 01  MUSTER-SORT-RECORD.
007900     05  MS-SITE-CODE            PIC X(1).
008000     05  MS-VISITOR-ID           PIC X(19).
008100     05  MS-CHECKED-IN           PIC X(14).
008200
008300*=================================================================
008400*ONE SORT RECORD PER LINE OF THE THREE LISTS. RS-LIST ORDERS THE
008500*LISTS; RS-SITE IS THE BUILDING THE VISITOR WAS GREETED AT, OR
008600*FOR LIST 2 THE MUSTER POINT, SO EACH LIST RUNS BUILDING BY
008700*BUILDING.
008800*=================================================================
008900 SD  ROLL-CALL-SORT.
009000 01  ROLL-CALL-SORT-RECORD.
009100     05  RS-LIST                 PIC 9(1).
009200     05  RS-SITE                 PIC X(1).
009300     05  RS-HOST                 PIC X(32).
009400     05  RS-GROUP-ID             PIC X(19).
009500     05  RS-VISITOR-ID           PIC X(19).
009600     05  RS-NAME                 PIC X(32).
009700     05  RS-MUSTER-SITE          PIC X(1).
009800     05  RS-REMARK               PIC X(20).
009900
010000 FD  VISITOR-MASTER.
010100     COPY VISITOR.
010200
010300 FD  PRINT-FILE.
010400 01  PRINT-LINE                  PIC X(80).
010500
010600 FD  RUN-PARM-FILE.
010700     COPY RUNPARM.
010800
010900 FD  RUN-LOG.
011000     COPY RUNLOG.
011100 WORKING-STORAGE SECTION.
011200 01  WS-MUSTER-STATUS            PIC XX.
011300 01  WS-MUSTER-AVAILABLE         PIC X VALUE "N".
011400     88  MUSTER-FILES-IN         VALUE "Y".
011500 01  WS-MUSTWK-STATUS            PIC XX.
011600 01  WS-VISITOR-STATUS           PIC XX.
011700 01  WS-PRINT-STATUS             PIC XX.
011800 01  WS-RUNPARM-STATUS           PIC XX.
011900 01  WS-RUNLOG-STATUS            PIC XX.
012000 01  WS-RUNPARM-EOF-SWITCH       PIC X VALUE "N".
012100     88  END-OF-RUN-PARMS        VALUE "Y".
012200 01  WS-REFUSE-REASON            PIC X(46).
012300 01  WS-INCIDENT                 PIC X(20) VALUE SPACES.
012400 01  WS-RUN-TIMESTAMP            PIC X(26).
012500 01  WS-SORT-EOF-SWITCH          PIC X VALUE "N".
012600     88  END-OF-ROLL-CALL        VALUE "Y".
012700
012800*MATCH KEYS - HIGH-VALUES ONCE A FILE IS EXHAUSTED.
012900 01  WS-MASTER-KEY               PIC X(19).
013000 01  WS-MUSTER-KEY               PIC X(19).
013100 01  WS-COLLECT-ID               PIC X(19).
013200 01  WS-MUSTERED-AT              PIC X(1).
013300 01  WS-RIGHT-SITE-SWITCH        PIC X.
013400     88  MUSTERED-AT-RIGHT-SITE  VALUE "Y".
013500 01  WS-FIND-SITE-CODE           PIC X(1).
013600
013700 01  WS-ON-PREMISES-COUNT        PIC 9(7) VALUE ZERO.
013800 01  WS-ACCOUNTED-COUNT          PIC 9(7) VALUE ZERO.
013900 01  WS-WRONG-SITE-COUNT         PIC 9(7) VALUE ZERO.
014000 01  WS-MISSING-COUNT            PIC 9(7) VALUE ZERO.
014100 01  WS-NOT-LISTED-COUNT         PIC 9(7) VALUE ZERO.
014200 01  WS-CHECK-IN-COUNT           PIC 9(7) VALUE ZERO.
014300 01  WS-BLANK-COUNT              PIC 9(7) VALUE ZERO.
014400 01  WS-LATEST-CHECK-IN          PIC X(14) VALUE SPACES.
014500
014600*=================================================================
014700*ONE ENTRY PER BUILDING CODE FOUND ON AN ON-PREMISES RECORD OR A
014800*MUSTER RECORD. FORTY IS FAR MORE BUILDINGS THAN RECEPTION
014900*STAFFS; ANY BEYOND THE THIRTY-NINTH SHARE THE LAST ENTRY, ARE
015000*STILL ON THE LISTS, AND SUMMARISE AS "OTHER BUILDINGS".
015100*=================================================================
015200 01  WS-SITE-TABLE.
015300     05  WS-SITE-ENTRY           OCCURS 40 TIMES.
015400         10  WS-SM-CODE          PIC X(1).
015500         10  WS-SM-ON-PREMISES   PIC 9(7).
015600         10  WS-SM-ACCOUNTED     PIC 9(7).
015700         10  WS-SM-WRONG-SITE    PIC 9(7).
015800         10  WS-SM-MISSING       PIC 9(7).
015900         10  WS-SM-CHECK-INS     PIC 9(7).
016000         10  WS-SM-LATEST        PIC X(14).
016100 01  WS-SITES-USED               PIC 9(2) VALUE ZERO.
016200 01  WS-SITE-SUB                 PIC 9(2).
016300 01  WS-SITE-MATCH-SUB           PIC 9(2).
016400 01  WS-SITE-OVERFLOW            PIC 9(7) VALUE ZERO.
016500
016600 01  WS-CURRENT-LIST             PIC 9(1) VALUE ZERO.
016700 01  WS-LIST-LINES               PIC 9(7) VALUE ZERO.
016800 01  WS-CURRENT-SITE             PIC X(1).
016900 01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
017000 01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
017100 01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 50.
017200
017300 01  WS-LIST-TITLES.
017400     05  FILLER                  PIC X(24) VALUE
017500         "UNACCOUNTED FOR - URGENT".
017600     05  FILLER                  PIC X(24) VALUE
017700         "MUSTERED - NOT ON LIST".
017800     05  FILLER                  PIC X(24) VALUE
017900         "MUSTERED AT WRONG BLDG".
018000     05  FILLER                  PIC X(24) VALUE
018100         "ROLL-CALL SUMMARY".
018200 01  WS-LIST-TITLE-TABLE REDEFINES WS-LIST-TITLES.
018300     05  WS-LIST-TITLE           PIC X(24) OCCURS 4 TIMES.
018400
018500 01  WS-HEADING-1.
018600     05  FILLER                  PIC X(26) VALUE
018700         "HELLOYOU MUSTER ROLL-CALL".
018800     05  WS-H1-TITLE             PIC X(24).
018900     05  FILLER                  PIC X(6) VALUE "AS AT ".
019000     05  WS-H1-TIMESTAMP         PIC X(12).
019100     05  FILLER                  PIC X(6) VALUE " PAGE ".
019200     05  WS-H1-PAGE              PIC ZZZ9.
019300
019400 01  WS-MISSING-HEADING.
019500     05  FILLER                  PIC X(2) VALUE "B".
019600     05  FILLER                  PIC X(19) VALUE "HOST".
019700     05  FILLER                  PIC X(20) VALUE "GROUP".
019800     05  FILLER                  PIC X(20) VALUE "VISITOR ID".
019900     05  FILLER                  PIC X(19) VALUE "NAME".
020000
020100 01  WS-MISSING-LINE.
020200     05  WS-M-SITE               PIC X(1).
020300     05  FILLER                  PIC X(1) VALUE SPACE.
020400     05  WS-M-HOST               PIC X(18).
020500     05  FILLER                  PIC X(1) VALUE SPACE.
020600     05  WS-M-GROUP-ID           PIC X(19).
020700     05  FILLER                  PIC X(1) VALUE SPACE.
020800     05  WS-M-VISITOR-ID         PIC X(19).
020900     05  FILLER                  PIC X(1) VALUE SPACE.
021000     05  WS-M-NAME               PIC X(19).
021100
021200 01  WS-SITE-BREAK-LINE.
021300     05  FILLER                  PIC X(9) VALUE "BUILDING ".
021400     05  WS-SB-SITE              PIC X(1).
021500
021600 01  WS-NOT-LISTED-HEADING.
021700     05  FILLER                  PIC X(4) VALUE "AT".
021800     05  FILLER                  PIC X(20) VALUE "VISITOR ID".
021900     05  FILLER                  PIC X(33) VALUE "NAME".
022000     05  FILLER                  PIC X(20) VALUE "REMARK".
022100
022200 01  WS-NOT-LISTED-LINE.
022300     05  WS-N-MUSTER-SITE        PIC X(1).
022400     05  FILLER                  PIC X(3) VALUE SPACES.
022500     05  WS-N-VISITOR-ID         PIC X(19).
022600     05  FILLER                  PIC X(1) VALUE SPACE.
022700     05  WS-N-NAME               PIC X(32).
022800     05  FILLER                  PIC X(1) VALUE SPACE.
022900     05  WS-N-REMARK             PIC X(20).
023000
023100 01  WS-WRONG-SITE-HEADING.
023200     05  FILLER                  PIC X(5) VALUE "BLDG".
023300     05  FILLER                  PIC X(5) VALUE "AT".
023400     05  FILLER                  PIC X(20) VALUE "VISITOR ID".
023500     05  FILLER                  PIC X(25) VALUE "NAME".
023600     05  FILLER                  PIC X(24) VALUE "HOST".
023700
023800 01  WS-WRONG-SITE-LINE.
023900     05  WS-W-SITE               PIC X(1).
024000     05  FILLER                  PIC X(4) VALUE SPACES.
024100     05  WS-W-MUSTER-SITE        PIC X(1).
024200     05  FILLER                  PIC X(4) VALUE SPACES.
024300     05  WS-W-VISITOR-ID         PIC X(19).
024400     05  FILLER                  PIC X(1) VALUE SPACE.
024500     05  WS-W-NAME               PIC X(24).
024600     05  FILLER                  PIC X(1) VALUE SPACE.
024700     05  WS-W-HOST               PIC X(24).
024800
024900 01  WS-SUMMARY-HEADING.
025000     05  FILLER                  PIC X(6) VALUE "BLDG".
025100     05  FILLER                  PIC X(10) VALUE "   ON PREM".
025200     05  FILLER                  PIC X(10) VALUE " ACCOUNTED".
025300     05  FILLER                  PIC X(10) VALUE " WRONG BLD".
025400     05  FILLER                  PIC X(10) VALUE "   MISSING".
025500     05  FILLER                  PIC X(10) VALUE " CHECK-INS".
025600     05  FILLER                  PIC X(16) VALUE
025700         "   LAST CHECK-IN".
025800
025900 01  WS-SUMMARY-LINE.
026000     05  WS-S-SITE               PIC X(1).
026100     05  FILLER                  PIC X(5) VALUE SPACES.
026200     05  WS-S-ON-PREMISES        PIC ZZZZZZZZZ9.
026300     05  WS-S-ACCOUNTED          PIC ZZZZZZZZZ9.
026400     05  WS-S-WRONG-SITE         PIC ZZZZZZZZZ9.
026500     05  WS-S-MISSING            PIC ZZZZZZZZZ9.
026600     05  WS-S-CHECK-INS          PIC ZZZZZZZZZ9.
026700     05  FILLER                  PIC X(3) VALUE SPACES.
026800     05  WS-S-LATEST             PIC X(14).
026900
027000 01  WS-TOTAL-LINE.
027100     05  WS-T-LABEL              PIC X(22).
027200     05  WS-T-COUNT              PIC ZZZZZZ9.
027300
027400 01  WS-MISSING-ALERT-LINE.
027500     05  FILLER                  PIC X(4) VALUE "*** ".
027600     05  WS-MA-COUNT             PIC ZZZZZZ9.
027700     05  FILLER                  PIC X(30) VALUE
027800         " STILL UNACCOUNTED FOR ***".
027900
028000 01  WS-ALL-CLEAR-LINE           PIC X(44) VALUE
028100     "EVERYONE ON PREMISES IS ACCOUNTED FOR.".
028200
028300 01  WS-NONE-LINE                PIC X(40) VALUE
028400     "  (none)".
028500 PROCEDURE DIVISION.
028600 MAIN-PARA.
028700     PERFORM READ-RUN-CONTROL
028800     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
028900     MOVE WS-RUN-TIMESTAMP (1:12) TO WS-H1-TIMESTAMP
029000     OPEN INPUT MUSTER-FILE
029100     IF WS-MUSTER-STATUS = "00"
029200         MOVE "Y" TO WS-MUSTER-AVAILABLE
029300         CLOSE MUSTER-FILE
029400         SORT MUSTER-SORT
029500             ON ASCENDING KEY MS-VISITOR-ID MS-CHECKED-IN
029600             USING MUSTER-FILE
029700             GIVING MUSTER-WORK
029800     ELSE
029900         DISPLAY "No muster files in yet - everyone on premises "
030000             "is unaccounted for."
030100     END-IF
030200     OPEN OUTPUT PRINT-FILE
030300     SORT ROLL-CALL-SORT
030400         ON ASCENDING KEY RS-LIST RS-SITE RS-HOST RS-GROUP-ID
030500             RS-VISITOR-ID
030600         INPUT PROCEDURE IS MATCH-MUSTERS
030700         OUTPUT PROCEDURE IS PRINT-ROLL-CALL
030800     CLOSE PRINT-FILE
030900     PERFORM WRITE-RUN-LOG-TOTALS
031000     DISPLAY "HelloMus complete. On premises: "
031100         WS-ON-PREMISES-COUNT " Unaccounted for: "
031200         WS-MISSING-COUNT
031300     IF WS-MISSING-COUNT > ZERO
031400         MOVE 4 TO RETURN-CODE
031500     END-IF
031600     STOP RUN.
031700
031800*=================================================================
031900*RUN CONTROL IS OPTIONAL HERE: THE ONLY CARD IS INCIDENT, THE
032000*INCIDENT OR DRILL REFERENCE FOR THE RUN LOG. AN UNKNOWN KEYWORD
032100*STILL REFUSES THE RUN (RC=8) SO A BAD DECK IS CAUGHT AT A DRILL.
032200*=================================================================
032300 READ-RUN-CONTROL.
032400     OPEN INPUT RUN-PARM-FILE
032500     IF WS-RUNPARM-STATUS = "00"
032600         PERFORM READ-RUN-PARM
032700         PERFORM APPLY-RUN-PARM UNTIL END-OF-RUN-PARMS
032800         CLOSE RUN-PARM-FILE
032900     END-IF
033000     PERFORM WRITE-RUN-LOG-PARMS.
033100
033200 READ-RUN-PARM.
033300     READ RUN-PARM-FILE
033400         AT END MOVE "Y" TO WS-RUNPARM-EOF-SWITCH
033500     END-READ.
033600
033700 APPLY-RUN-PARM.
033800     IF RP-KEYWORD (1:1) = "*"
033900         CONTINUE
034000     ELSE
034100         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEYWORD))
034200             WHEN "INCIDENT"
034300                 MOVE RP-VALUE (1:20) TO WS-INCIDENT
034400             WHEN OTHER
034500                 MOVE SPACES TO WS-REFUSE-REASON
034600                 STRING "UNKNOWN PARAMETER " RP-KEYWORD
034700                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
034800                 PERFORM REFUSE-RUN
034900         END-EVALUATE
035000     END-IF
035100     PERFORM READ-RUN-PARM.
035200
035300 REFUSE-RUN.
035400     DISPLAY "HelloMus run refused: " WS-REFUSE-REASON
035500     PERFORM OPEN-RUN-LOG
035600     MOVE SPACES TO RL-TEXT
035700     STRING "REFUSED: " WS-REFUSE-REASON DELIMITED BY SIZE
035800         INTO RL-TEXT
035900     PERFORM WRITE-RUN-LOG-LINE
036000     CLOSE RUN-LOG
036100     MOVE 8 TO RETURN-CODE
036200     STOP RUN.
036300
036400 OPEN-RUN-LOG.
036500     OPEN EXTEND RUN-LOG
036600     IF WS-RUNLOG-STATUS = "35"
036700         OPEN OUTPUT RUN-LOG
036800     END-IF.
036900
037000 WRITE-RUN-LOG-LINE.
037100     MOVE "HELLOMUS" TO RL-PROGRAM
037200     MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP
037300     WRITE RUNLOG-RECORD.
037400
037500 WRITE-RUN-LOG-PARMS.
037600     PERFORM OPEN-RUN-LOG
037700     MOVE SPACES TO RL-TEXT
037800     STRING "STARTED INCIDENT=" WS-INCIDENT
037900         DELIMITED BY SIZE INTO RL-TEXT
038000     PERFORM WRITE-RUN-LOG-LINE
038100     CLOSE RUN-LOG.
038200
038300*=================================================================
038400*ONE LOG LINE PER BUILDING AND TWO FOR THE WHOLE RUN. THE LINES'
038500*OWN TIMESTAMPS ARE THE TIMED RECORD FOR THE DRILL REPORT.
038600*=================================================================
038700 WRITE-RUN-LOG-TOTALS.
038800     PERFORM OPEN-RUN-LOG
038900     PERFORM WRITE-RUN-LOG-SITE
039000         VARYING WS-SITE-SUB FROM 1 BY 1
039100         UNTIL WS-SITE-SUB > WS-SITES-USED
039200     IF WS-SITE-OVERFLOW > ZERO
039300         MOVE 40 TO WS-SITE-SUB
039400         MOVE "*" TO WS-SM-CODE (WS-SITE-SUB)
039500         PERFORM WRITE-RUN-LOG-SITE
039600     END-IF
039700     MOVE SPACES TO RL-TEXT
039800     STRING "CHECKINS=" WS-CHECK-IN-COUNT
039900         " NOTLISTED=" WS-NOT-LISTED-COUNT
040000         " LAST=" WS-LATEST-CHECK-IN
040100         DELIMITED BY SIZE INTO RL-TEXT
040200     PERFORM WRITE-RUN-LOG-LINE
040300     MOVE SPACES TO RL-TEXT
040400     STRING "ENDED IN=" WS-ON-PREMISES-COUNT
040500         " OK=" WS-ACCOUNTED-COUNT
040600         " WRONG=" WS-WRONG-SITE-COUNT
040700         " MISSING=" WS-MISSING-COUNT
040800         DELIMITED BY SIZE INTO RL-TEXT
040900     PERFORM WRITE-RUN-LOG-LINE
041000     CLOSE RUN-LOG.
041100
041200 WRITE-RUN-LOG-SITE.
041300     MOVE SPACES TO RL-TEXT
041400     STRING "BLDG " WS-SM-CODE (WS-SITE-SUB)
041500         " IN=" WS-SM-ON-PREMISES (WS-SITE-SUB)
041600         " OK=" WS-SM-ACCOUNTED (WS-SITE-SUB)
041700         " WRONG=" WS-SM-WRONG-SITE (WS-SITE-SUB)
041800         " MISSING=" WS-SM-MISSING (WS-SITE-SUB)
041900         DELIMITED BY SIZE INTO RL-TEXT
042000     PERFORM WRITE-RUN-LOG-LINE.
042100
042200*=================================================================
042300*SORT INPUT: A CLASSIC TWO-FILE MATCH OF THE MASTER (READ IN KEY
042400*ORDER) AGAINST THE SORTED MUSTER RECORDS. A PERSON CHECKED IN
042500*MORE THAN ONCE - AT TWO POINTS, OR SCANNED TWICE - IS TAKEN AS
042600*ACCOUNTED FOR IF ANY CHECK-IN WAS AT THEIR OWN BUILDING.
042700*=================================================================
042800 MATCH-MUSTERS.
042900     MOVE 40 TO WS-SITE-MATCH-SUB
043000     PERFORM CLEAR-SITE-ENTRY
043100     OPEN INPUT VISITOR-MASTER
043200     IF WS-VISITOR-STATUS = "35"
043300         DISPLAY "No visitor master on file - every check-in is "
043400             "listed as not on the list."
043500         MOVE HIGH-VALUES TO WS-MASTER-KEY
043600     ELSE
043700         MOVE LOW-VALUES TO VR-VISITOR-ID
043701         MOVE SPACES TO WS-MASTER-KEY
043800         START VISITOR-MASTER KEY IS NOT LESS THAN VR-VISITOR-ID
043900             INVALID KEY MOVE HIGH-VALUES TO WS-MASTER-KEY
044000         END-START
044100         IF WS-MASTER-KEY NOT = HIGH-VALUES
044200             PERFORM READ-MASTER
044300         END-IF
044400     END-IF
044500     IF MUSTER-FILES-IN
044600         OPEN INPUT MUSTER-WORK
044700         PERFORM READ-MUSTER-WORK
044800     ELSE
044900         MOVE HIGH-VALUES TO WS-MUSTER-KEY
045000     END-IF
045100     PERFORM MATCH-ONE-KEY
045200         UNTIL WS-MASTER-KEY = HIGH-VALUES
045300           AND WS-MUSTER-KEY = HIGH-VALUES
045400     IF MUSTER-FILES-IN
045500         CLOSE MUSTER-WORK
045600     END-IF
045700     IF WS-VISITOR-STATUS NOT = "35"
045800         CLOSE VISITOR-MASTER
045900     END-IF.
046000
046100 READ-MASTER.
046200     READ VISITOR-MASTER NEXT RECORD
046300         AT END MOVE HIGH-VALUES TO WS-MASTER-KEY
046400         NOT AT END MOVE VR-VISITOR-ID TO WS-MASTER-KEY
046500     END-READ.
046600
046700*BLANK IDS (EMPTY LINES, A SCANNER MISREAD) SORT FIRST AND ARE
046800*COUNTED AND SKIPPED.
046900 READ-MUSTER-WORK.
047000     PERFORM READ-ONE-MUSTER
047100     PERFORM READ-ONE-MUSTER
047200         UNTIL WS-MUSTER-KEY NOT = SPACES.
047300
047400 READ-ONE-MUSTER.
047500     READ MUSTER-WORK
047600         AT END MOVE HIGH-VALUES TO WS-MUSTER-KEY
047700         NOT AT END
047800             MOVE MW-VISITOR-ID TO WS-MUSTER-KEY
047900             IF MW-VISITOR-ID = SPACES
048000                 ADD 1 TO WS-BLANK-COUNT
048100             END-IF
048200     END-READ.
048300
048400 MATCH-ONE-KEY.
048500     EVALUATE TRUE
048600         WHEN WS-MASTER-KEY < WS-MUSTER-KEY
048700             IF VR-ON-PREMISES
048800                 PERFORM COUNT-ON-PREMISES
048900                 PERFORM RELEASE-MISSING
049000             END-IF
049100             PERFORM READ-MASTER
049200         WHEN WS-MASTER-KEY > WS-MUSTER-KEY
049300             MOVE "?" TO WS-RIGHT-SITE-SWITCH
049400             PERFORM COLLECT-MUSTERS
049500             PERFORM RELEASE-NOT-LISTED
049600         WHEN OTHER
049700             MOVE "N" TO WS-RIGHT-SITE-SWITCH
049800             PERFORM COLLECT-MUSTERS
049900             IF VR-ON-PREMISES
050000                 PERFORM COUNT-ON-PREMISES
050100                 IF MUSTERED-AT-RIGHT-SITE
050200                     ADD 1 TO WS-ACCOUNTED-COUNT
050300                     ADD 1 TO WS-SM-ACCOUNTED (WS-SITE-SUB)
050400                 ELSE
050500                     PERFORM RELEASE-WRONG-SITE
050600                 END-IF
050700             ELSE
050800                 PERFORM RELEASE-NOT-LISTED
050900             END-IF
051000             PERFORM READ-MASTER
051100     END-EVALUATE.
051200
051300*=================================================================
051400*TAKE EVERY MUSTER RECORD FOR THE CURRENT ID. THE FIRST MUSTER
051500*POINT IS KEPT FOR THE LISTS; THE RIGHT-SITE SWITCH IS SET WHEN
051600*ANY CHECK-IN WAS AT THE BUILDING ON THE MASTER RECORD (OR THE
051700*RECORD HAS NO BUILDING). EACH CHECK-IN IS TALLIED AGAINST THE
051800*MUSTER POINT THAT TOOK IT.
051900*=================================================================
052000 COLLECT-MUSTERS.
052100     MOVE WS-MUSTER-KEY TO WS-COLLECT-ID
052200     MOVE MW-SITE-CODE TO WS-MUSTERED-AT
052300     PERFORM COLLECT-ONE-MUSTER
052400         UNTIL WS-MUSTER-KEY NOT = WS-COLLECT-ID.
052500
052600 COLLECT-ONE-MUSTER.
052700     IF WS-RIGHT-SITE-SWITCH = "N"
052800         IF MW-SITE-CODE = VR-SITE-CODE OR VR-SITE-CODE = SPACES
052900             MOVE "Y" TO WS-RIGHT-SITE-SWITCH
053000         END-IF
053100     END-IF
053200     ADD 1 TO WS-CHECK-IN-COUNT
053300     MOVE MW-SITE-CODE TO WS-FIND-SITE-CODE
053400     PERFORM FIND-SITE
053500     ADD 1 TO WS-SM-CHECK-INS (WS-SITE-MATCH-SUB)
053600     IF MW-CHECKED-IN > WS-SM-LATEST (WS-SITE-MATCH-SUB)
053700         MOVE MW-CHECKED-IN TO WS-SM-LATEST (WS-SITE-MATCH-SUB)
053800     END-IF
053900     IF MW-CHECKED-IN > WS-LATEST-CHECK-IN
054000         MOVE MW-CHECKED-IN TO WS-LATEST-CHECK-IN
054100     END-IF
054200     PERFORM READ-MUSTER-WORK.
054300
054400*AN ON-PREMISES VISITOR: COUNTED AGAINST THEIR BUILDING, WHOSE
054500*TABLE ENTRY IS LEFT IN WS-SITE-SUB FOR THE CALLER.
054600 COUNT-ON-PREMISES.
054700     ADD 1 TO WS-ON-PREMISES-COUNT
054800     MOVE VR-SITE-CODE TO WS-FIND-SITE-CODE
054900     PERFORM FIND-SITE
055000     MOVE WS-SITE-MATCH-SUB TO WS-SITE-SUB
055100     ADD 1 TO WS-SM-ON-PREMISES (WS-SITE-SUB).
055200
055300 RELEASE-MISSING.
055400     ADD 1 TO WS-MISSING-COUNT
055500     ADD 1 TO WS-SM-MISSING (WS-SITE-SUB)
055600     MOVE SPACES TO ROLL-CALL-SORT-RECORD
055700     MOVE 1 TO RS-LIST
055800     MOVE VR-SITE-CODE TO RS-SITE
055900     MOVE VR-HOST TO RS-HOST
056000     MOVE VR-GROUP-ID TO RS-GROUP-ID
056100     MOVE VR-VISITOR-ID TO RS-VISITOR-ID
056200     MOVE VR-NAME TO RS-NAME
056300     RELEASE ROLL-CALL-SORT-RECORD.
056400
056500 RELEASE-NOT-LISTED.
056600     ADD 1 TO WS-NOT-LISTED-COUNT
056700     MOVE SPACES TO ROLL-CALL-SORT-RECORD
056800     MOVE 2 TO RS-LIST
056900     MOVE WS-MUSTERED-AT TO RS-SITE
057000     MOVE WS-MUSTERED-AT TO RS-MUSTER-SITE
057100     MOVE WS-COLLECT-ID TO RS-VISITOR-ID
057200     IF WS-RIGHT-SITE-SWITCH = "?"
057300         MOVE "NO VISITOR RECORD" TO RS-REMARK
057400     ELSE
057500         MOVE VR-NAME TO RS-NAME
057600         IF VR-FORCE-CLOSED
057700             MOVE "VISIT FORCE-CLOSED" TO RS-REMARK
057800         ELSE
057900             MOVE "ALREADY CHECKED OUT" TO RS-REMARK
058000         END-IF
058100     END-IF
058200     RELEASE ROLL-CALL-SORT-RECORD.
058300
058400 RELEASE-WRONG-SITE.
058500     ADD 1 TO WS-WRONG-SITE-COUNT
058600     ADD 1 TO WS-SM-WRONG-SITE (WS-SITE-SUB)
058700     MOVE SPACES TO ROLL-CALL-SORT-RECORD
058800     MOVE 3 TO RS-LIST
058900     MOVE VR-SITE-CODE TO RS-SITE
059000     MOVE VR-HOST TO RS-HOST
059100     MOVE VR-GROUP-ID TO RS-GROUP-ID
059200     MOVE VR-VISITOR-ID TO RS-VISITOR-ID
059300     MOVE VR-NAME TO RS-NAME
059400     MOVE WS-MUSTERED-AT TO RS-MUSTER-SITE
059500     RELEASE ROLL-CALL-SORT-RECORD.
059600
059700*=================================================================
059800*FIND (OR ADD) THE TABLE ENTRY FOR WS-FIND-SITE-CODE. THE LAST
059900*ENTRY IS HELD BACK FOR EVERY BUILDING THAT DID NOT FIT, AND
060000*PRINTS ON THE SUMMARY AS "OTHER BUILDINGS".
060100*=================================================================
060200 FIND-SITE.
060300     MOVE ZERO TO WS-SITE-MATCH-SUB
060400     PERFORM MATCH-ONE-SITE
060500         VARYING WS-SITE-SUB FROM 1 BY 1
060600         UNTIL WS-SITE-SUB > WS-SITES-USED
060700     IF WS-SITE-MATCH-SUB = ZERO
060800         IF WS-SITES-USED < 39
060900             ADD 1 TO WS-SITES-USED
061000             MOVE WS-SITES-USED TO WS-SITE-MATCH-SUB
061100             PERFORM CLEAR-SITE-ENTRY
061200             MOVE WS-FIND-SITE-CODE
061300                 TO WS-SM-CODE (WS-SITE-MATCH-SUB)
061400         ELSE
061500             MOVE 40 TO WS-SITE-MATCH-SUB
061600             ADD 1 TO WS-SITE-OVERFLOW
061700         END-IF
061800     END-IF.
061900
062000 MATCH-ONE-SITE.
062100     IF WS-SM-CODE (WS-SITE-SUB) = WS-FIND-SITE-CODE
062200         MOVE WS-SITE-SUB TO WS-SITE-MATCH-SUB
062300     END-IF.
062400
062500 CLEAR-SITE-ENTRY.
062600     MOVE SPACES TO WS-SM-CODE (WS-SITE-MATCH-SUB)
062700     MOVE ZERO TO WS-SM-ON-PREMISES (WS-SITE-MATCH-SUB)
062800         WS-SM-ACCOUNTED (WS-SITE-MATCH-SUB)
062900         WS-SM-WRONG-SITE (WS-SITE-MATCH-SUB)
063000         WS-SM-MISSING (WS-SITE-MATCH-SUB)
063100         WS-SM-CHECK-INS (WS-SITE-MATCH-SUB)
063200     MOVE SPACES TO WS-SM-LATEST (WS-SITE-MATCH-SUB).
063300
063400*=================================================================
063500*SORT OUTPUT: THE THREE LISTS IN TURN, EACH STARTING ON A NEW
063600*PAGE AND SAYING "(none)" WHEN IT IS EMPTY, THEN THE SUMMARY.
063700*THE UNACCOUNTED-FOR LIST BREAKS BY BUILDING SO EACH WARDEN CAN
063800*TEAR OFF THEIR OWN PART.
063900*=================================================================
064000 PRINT-ROLL-CALL.
064100     PERFORM RETURN-ROLL-CALL
064200     PERFORM PRINT-ONE-ROLL-CALL UNTIL END-OF-ROLL-CALL
064300     PERFORM START-NEXT-LIST UNTIL WS-CURRENT-LIST = 4
064400     PERFORM PRINT-SUMMARY.
064500
064600 RETURN-ROLL-CALL.
064700     RETURN ROLL-CALL-SORT
064800         AT END MOVE "Y" TO WS-SORT-EOF-SWITCH
064900     END-RETURN.
065000
065100 PRINT-ONE-ROLL-CALL.
065200     PERFORM START-NEXT-LIST UNTIL WS-CURRENT-LIST = RS-LIST
065300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
065400         PERFORM PRINT-LIST-HEADINGS
065500     END-IF
065600     EVALUATE RS-LIST
065700         WHEN 1
065800             PERFORM PRINT-MISSING-LINE
065900         WHEN 2
066000             MOVE RS-MUSTER-SITE TO WS-N-MUSTER-SITE
066100             MOVE RS-VISITOR-ID TO WS-N-VISITOR-ID
066200             MOVE RS-NAME TO WS-N-NAME
066300             MOVE RS-REMARK TO WS-N-REMARK
066400             WRITE PRINT-LINE FROM WS-NOT-LISTED-LINE
066500         WHEN 3
066600             MOVE RS-SITE TO WS-W-SITE
066700             MOVE RS-MUSTER-SITE TO WS-W-MUSTER-SITE
066800             MOVE RS-VISITOR-ID TO WS-W-VISITOR-ID
066900             MOVE RS-NAME TO WS-W-NAME
067000             MOVE RS-HOST TO WS-W-HOST
067100             WRITE PRINT-LINE FROM WS-WRONG-SITE-LINE
067200     END-EVALUATE
067300     ADD 1 TO WS-LINE-COUNT
067400     ADD 1 TO WS-LIST-LINES
067500     PERFORM RETURN-ROLL-CALL.
067600
067700 PRINT-MISSING-LINE.
067800     IF RS-SITE NOT = WS-CURRENT-SITE
067900         MOVE RS-SITE TO WS-CURRENT-SITE
068000         MOVE RS-SITE TO WS-SB-SITE
068100         WRITE PRINT-LINE FROM SPACES
068200         WRITE PRINT-LINE FROM WS-SITE-BREAK-LINE
068300         ADD 2 TO WS-LINE-COUNT
068400     END-IF
068500     MOVE RS-SITE TO WS-M-SITE
068600     MOVE RS-HOST TO WS-M-HOST
068700     MOVE RS-GROUP-ID TO WS-M-GROUP-ID
068800     MOVE RS-VISITOR-ID TO WS-M-VISITOR-ID
068900     MOVE RS-NAME TO WS-M-NAME
069000     WRITE PRINT-LINE FROM WS-MISSING-LINE.
069100
069200 START-NEXT-LIST.
069300     IF WS-CURRENT-LIST > ZERO AND WS-LIST-LINES = ZERO
069400         WRITE PRINT-LINE FROM WS-NONE-LINE
069500     END-IF
069600     ADD 1 TO WS-CURRENT-LIST
069700     MOVE ZERO TO WS-LIST-LINES
069800     MOVE LOW-VALUE TO WS-CURRENT-SITE
069900     PERFORM PRINT-LIST-HEADINGS.
070000
070100 PRINT-LIST-HEADINGS.
070200     MOVE WS-LIST-TITLE (WS-CURRENT-LIST) TO WS-H1-TITLE
070300     ADD 1 TO WS-PAGE-NUMBER
070400     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
070500     IF WS-PAGE-NUMBER > 1
070600         WRITE PRINT-LINE FROM SPACES
070700     END-IF
070800     WRITE PRINT-LINE FROM WS-HEADING-1
070900     WRITE PRINT-LINE FROM SPACES
071000     EVALUATE WS-CURRENT-LIST
071100         WHEN 1
071200             WRITE PRINT-LINE FROM WS-MISSING-HEADING
071300         WHEN 2
071400             WRITE PRINT-LINE FROM WS-NOT-LISTED-HEADING
071500         WHEN 3
071600             WRITE PRINT-LINE FROM WS-WRONG-SITE-HEADING
071700         WHEN OTHER
071800             WRITE PRINT-LINE FROM WS-SUMMARY-HEADING
071900     END-EVALUATE
072000     MOVE 1 TO WS-LINE-COUNT.
072100
072200*=================================================================
072300*SUMMARY PAGE: ONE LINE PER BUILDING, THE OTHER-BUILDINGS LINE
072400*WHEN THE TABLE OVERFLOWED, THE RUN TOTALS, AND THE BOTTOM LINE.
072500*=================================================================
072600 PRINT-SUMMARY.
072700     PERFORM PRINT-ONE-SITE-SUMMARY
072800         VARYING WS-SITE-SUB FROM 1 BY 1
072900         UNTIL WS-SITE-SUB > WS-SITES-USED
073000     IF WS-SITE-OVERFLOW > ZERO
073100         MOVE 40 TO WS-SITE-SUB
073200         MOVE "*" TO WS-SM-CODE (WS-SITE-SUB)
073300         PERFORM PRINT-ONE-SITE-SUMMARY
073400         MOVE "* = OTHER BUILDINGS" TO PRINT-LINE
073500         WRITE PRINT-LINE
073600     END-IF
073700     WRITE PRINT-LINE FROM SPACES
073800     MOVE "ON PREMISES" TO WS-T-LABEL
073900     MOVE WS-ON-PREMISES-COUNT TO WS-T-COUNT
074000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
074100     MOVE "ACCOUNTED FOR" TO WS-T-LABEL
074200     MOVE WS-ACCOUNTED-COUNT TO WS-T-COUNT
074300     WRITE PRINT-LINE FROM WS-TOTAL-LINE
074400     MOVE "AT WRONG BUILDING" TO WS-T-LABEL
074500     MOVE WS-WRONG-SITE-COUNT TO WS-T-COUNT
074600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
074700     MOVE "UNACCOUNTED FOR" TO WS-T-LABEL
074800     MOVE WS-MISSING-COUNT TO WS-T-COUNT
074900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
075000     MOVE "MUSTERED, NOT ON LIST" TO WS-T-LABEL
075100     MOVE WS-NOT-LISTED-COUNT TO WS-T-COUNT
075200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
075300     MOVE "CHECK-INS RECEIVED" TO WS-T-LABEL
075400     MOVE WS-CHECK-IN-COUNT TO WS-T-COUNT
075500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
075600     MOVE "BLANK CHECK-INS" TO WS-T-LABEL
075700     MOVE WS-BLANK-COUNT TO WS-T-COUNT
075800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
075900     WRITE PRINT-LINE FROM SPACES
076000     IF WS-MISSING-COUNT > ZERO
076100         MOVE WS-MISSING-COUNT TO WS-MA-COUNT
076200         WRITE PRINT-LINE FROM WS-MISSING-ALERT-LINE
076300     ELSE
076400         WRITE PRINT-LINE FROM WS-ALL-CLEAR-LINE
076500     END-IF.
076600
076700 PRINT-ONE-SITE-SUMMARY.
076800     MOVE WS-SM-CODE (WS-SITE-SUB) TO WS-S-SITE
076900     MOVE WS-SM-ON-PREMISES (WS-SITE-SUB) TO WS-S-ON-PREMISES
077000     MOVE WS-SM-ACCOUNTED (WS-SITE-SUB) TO WS-S-ACCOUNTED
077100     MOVE WS-SM-WRONG-SITE (WS-SITE-SUB) TO WS-S-WRONG-SITE
077200     MOVE WS-SM-MISSING (WS-SITE-SUB) TO WS-S-MISSING
077300     MOVE WS-SM-CHECK-INS (WS-SITE-SUB) TO WS-S-CHECK-INS
077400     MOVE WS-SM-LATEST (WS-SITE-SUB) TO WS-S-LATEST
077500     WRITE PRINT-LINE FROM WS-SUMMARY-LINE.
