000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloOcc.
000300*=================================================================
000400*DAILY HOURLY OCCUPANCY PROFILE. READS VISITOR-MASTER AND, FOR
000500*ONE DAY, WORKS OUT HOW MANY VISITORS WERE IN EACH BUILDING
000600*DURING EACH HOUR - FROM THE ARRIVAL TIME IN VR-VISITOR-ID TO THE
000700*DEPARTURE IN VR-DEPARTURE-TIMESTAMP, OR TO THE END OF THE DAY
000800*FOR A VISITOR STILL ON PREMISES - AND PRINTS THE 24 HOURLY HEAD
000900*COUNTS PER SITE AGAINST THE FIRE-CERTIFIED MAXIMUM OCCUPANCY ON
001000*THE SITE MASTER HelloSit MAINTAINS, SO FACILITIES CAN SEE THE
001100*PEAK LOADS AGAINST THE FIRE LIMIT. A VISITOR COUNTS IN EVERY
001200*HOUR THEY WERE IN THE BUILDING FOR ANY PART OF. EVERY SITE ON
001300*THE SITE MASTER IS PRINTED, BUSY OR NOT; VISITORS AT A SITE
001400*CODE NOT ON THE MASTER PRINT UNDER THAT CODE AS AN UNLISTED
001410*BUILDING WITH NO LIMIT. A VISIT HelloOvs FORCE-CLOSED HAS NO
001420*DEPARTURE TIME - NOBODY SAW THE VISITOR LEAVE - SO ON ITS
001430*ARRIVAL DAY IT COUNTS FROM THE ARRIVAL HOUR TO THE END OF THE
001440*DAY, AS FOR A VISITOR STILL ON PREMISES, AND IS ALSO COUNTED
001450*UNDER NO DEPARTURE TIME; ON LATER DAYS IT IS LEFT OUT, SINCE
001460*THE FORCE-CLOSE IS TAKEN AS THE END OF THE VISIT.
001500*THE RUN-CONTROL PARAMETER FILE MAY CARRY A REPORTDATE CARD
001600*(YYYYMMDD) TO REPORT A PAST DAY; WITHOUT IT THE REPORT COVERS
001700*TODAY UP TO THE CURRENT HOUR.
001800*=================================================================
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT VISITOR-MASTER ASSIGN TO VISITOR
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS VR-VISITOR-ID
002600         FILE STATUS IS WS-VISITOR-STATUS.
002700
002800     SELECT SITE-MASTER ASSIGN TO SITES
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS ST-SITE-CODE
003200         FILE STATUS IS WS-SITE-STATUS.
003300
003400     SELECT PRINT-FILE ASSIGN TO "OCCRPT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PRINT-STATUS.
003700
003800     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RUNPARM-STATUS.
004100
004200     SELECT RUN-LOG ASSIGN TO RUNLOG
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RUNLOG-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  VISITOR-MASTER.
004800     COPY VISITOR.
004900
005000 FD  SITE-MASTER.
005100     COPY SITE.
005200
005300 FD  PRINT-FILE.
005400 01  PRINT-LINE                  PIC X(80).
005500
005600 FD  RUN-PARM-FILE.
005700     COPY RUNPARM.
005800
005900 FD  RUN-LOG.
006000     COPY RUNLOG.
006100 WORKING-STORAGE SECTION.
006200 01  WS-VISITOR-STATUS           PIC XX.
006300 01  WS-SITE-STATUS              PIC XX.
006400 01  WS-PRINT-STATUS             PIC XX.
006500 01  WS-RUNPARM-STATUS           PIC XX.
006600 01  WS-RUNLOG-STATUS            PIC XX.
006700 01  WS-RUNPARM-EOF-SWITCH       PIC X VALUE "N".
006800     88  END-OF-RUN-PARMS        VALUE "Y".
006900 01  WS-REFUSE-REASON            PIC X(46).
007000 01  WS-REPORT-DATE-ENTRY        PIC X(8) VALUE SPACES.
007100 01  WS-REPORT-DATE              PIC X(8).
007200 01  WS-TODAY                    PIC X(8).
007300 01  WS-NOW-HOUR                 PIC 99.
007400 01  WS-EOF-SWITCH               PIC X VALUE "N".
007500     88  END-OF-VISITORS         VALUE "Y".
007600 01  WS-SITE-EOF-SWITCH          PIC X VALUE "N".
007700     88  END-OF-SITES            VALUE "Y".
007800 01  WS-READ-COUNT               PIC 9(7) VALUE ZERO.
007900 01  WS-VISIT-COUNT              PIC 9(7) VALUE ZERO.
008000 01  WS-NO-DEPARTURE-COUNT       PIC 9(7) VALUE ZERO.
008100 01  WS-SITE-OVERFLOW            PIC 9(7) VALUE ZERO.
008200
008300*=================================================================
008400*ONE ENTRY PER BUILDING: THE SITE MASTER'S BUILDINGS FIRST, THEN
008500*ANY UNLISTED SITE CODE FOUND ON A VISITOR RECORD. FORTY ENTRIES
008600*IS FAR MORE BUILDINGS THAN RECEPTION STAFFS; VISITS AT A SITE
008700*BEYOND THE FORTIETH ARE COUNTED IN THE CONTROL TOTALS AND
008800*FLAGGED ON THE CONSOLE.
008900*=================================================================
009000 01  WS-SITE-TABLE.
009100     05  WS-SO-ENTRY             OCCURS 40 TIMES.
009200         10  WS-SO-CODE          PIC X(1).
009300         10  WS-SO-NAME          PIC X(32).
009400         10  WS-SO-OPENS-AT      PIC 9(4).
009500         10  WS-SO-CLOSES-AT     PIC 9(4).
009600         10  WS-SO-LIMIT         PIC 9(5).
009700         10  WS-SO-WARN-PERCENT  PIC 9(3).
009800         10  WS-SO-HOUR-COUNT    PIC 9(5) OCCURS 24 TIMES.
009900 01  WS-SITES-USED               PIC 9(2) VALUE ZERO.
010000 01  WS-SITE-SUB                 PIC 9(2).
010100 01  WS-SITE-MATCH-SUB           PIC 9(2).
010200 01  WS-HOUR-SUB                 PIC 9(2).
010300 01  WS-FIRST-HOUR               PIC 9(2).
010400 01  WS-LAST-HOUR                PIC 9(2).
010500 01  WS-ARRIVAL-DATE             PIC X(8).
010600 01  WS-ARRIVAL-HOUR             PIC 99.
010700 01  WS-DEPARTURE-DATE           PIC X(8).
010800 01  WS-DEPARTURE-HOUR           PIC 99.
010900 01  WS-COUNT-VISIT-SWITCH       PIC X.
011000     88  VISIT-IS-COUNTED        VALUE "Y".
011100 01  WS-HOUR-START               PIC 9(4).
011200 01  WS-HOUR-END                 PIC 9(4).
011300 01  WS-WARN-LEVEL               PIC 9(5).
011400 01  WS-PEAK-COUNT               PIC 9(5).
011500 01  WS-PEAK-HOUR                PIC 99.
011600
011700 01  WS-HEADING-1.
011800     05  FILLER                  PIC X(30) VALUE
011900         "HELLOYOU HOURLY OCCUPANCY".
012000     05  FILLER                  PIC X(5) VALUE "DATE ".
012100     05  WS-H1-DATE              PIC X(8).
012200     05  FILLER                  PIC X(7) VALUE "  BLDG ".
012300     05  WS-H1-SITE              PIC X(1).
012400
012500 01  WS-HEADING-2.
012600     05  WS-H2-NAME              PIC X(32).
012700     05  FILLER                  PIC X(6) VALUE " OPEN ".
012800     05  WS-H2-OPENS-AT          PIC 9(4).
012900     05  FILLER                  PIC X(1) VALUE "-".
013000     05  WS-H2-CLOSES-AT         PIC 9(4).
013100     05  FILLER                  PIC X(13) VALUE
013200         "  FIRE LIMIT ".
013300     05  WS-H2-LIMIT             PIC ZZZZ9.
013400
013500 01  WS-HEADING-3.
013600     05  FILLER                  PIC X(13) VALUE "HOUR".
013700     05  FILLER                  PIC X(6) VALUE "OPEN".
013800     05  FILLER                  PIC X(12) VALUE "HEAD COUNT".
013900     05  FILLER                  PIC X(10) VALUE "% LIMIT".
014000
014100 01  WS-HOUR-LINE.
014200     05  WS-L-FROM-HOUR          PIC 99.
014300     05  FILLER                  PIC X(4) VALUE ":00-".
014400     05  WS-L-TO-HOUR            PIC 99.
014500     05  FILLER                  PIC X(5) VALUE ":59  ".
014600     05  WS-L-OPEN               PIC X(6).
014700     05  WS-L-COUNT              PIC ZZZZ9.
014800     05  FILLER                  PIC X(7) VALUE SPACES.
014900     05  WS-L-PERCENT            PIC ZZZ9.
015000     05  FILLER                  PIC X(6) VALUE SPACES.
015100     05  WS-L-FLAG               PIC X(12).
015200
015300 01  WS-PEAK-LINE.
015400     05  FILLER                  PIC X(18) VALUE
015500         "PEAK HEAD COUNT   ".
015600     05  WS-P-COUNT              PIC ZZZZ9.
015700     05  FILLER                  PIC X(9) VALUE " AT HOUR ".
015800     05  WS-P-HOUR               PIC 99.
015900     05  FILLER                  PIC X(3) VALUE ":00".
016000
016100 01  WS-TOTAL-LINE.
016200     05  WS-T-LABEL              PIC X(18).
016300     05  WS-T-COUNT              PIC ZZZZZZ9.
016400 PROCEDURE DIVISION.
016500 MAIN-PARA.
016600     PERFORM READ-RUN-CONTROL
016700     OPEN OUTPUT PRINT-FILE
016800     PERFORM LOAD-SITES
016900     OPEN INPUT VISITOR-MASTER
017000     IF WS-VISITOR-STATUS = "35"
017100         DISPLAY "No visitor master on file - every site will "
017200             "show an empty profile."
017300     ELSE
017400         MOVE LOW-VALUES TO VR-VISITOR-ID
017500         START VISITOR-MASTER KEY IS NOT LESS THAN VR-VISITOR-ID
017600             INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
017700         END-START
017800         PERFORM PROFILE-ONE-VISITOR UNTIL END-OF-VISITORS
017900         CLOSE VISITOR-MASTER
018000     END-IF
018100     PERFORM PRINT-SITE-PROFILE
018200         VARYING WS-SITE-SUB FROM 1 BY 1
018300         UNTIL WS-SITE-SUB > WS-SITES-USED
018400     PERFORM PRINT-TOTALS
018500     CLOSE PRINT-FILE
018600     DISPLAY "HelloOcc complete. Records read: " WS-READ-COUNT
018700         " Visits on " WS-REPORT-DATE ": " WS-VISIT-COUNT
018800     IF WS-SITE-OVERFLOW > ZERO
018900         DISPLAY "HelloOcc: more sites than the profile table "
019000             "can carry - " WS-SITE-OVERFLOW
019100             " visits left out of the hourly counts."
019200     END-IF
019300     STOP RUN.
019400
019500*=================================================================
019600*UNATTENDED RUN CONTROL. THE REPORTDATE CARD IS OPTIONAL: NO
019700*CARD MEANS TODAY. A NON-NUMERIC DATE OR AN UNKNOWN KEYWORD
019800*REFUSES THE RUN WITH RETURN CODE 8 AND THE REASON ON THE RUN
019900*LOG, AND AN ACCEPTED RUN LOGS THE DATE IT REPORTED ON.
020000*=================================================================
020100 READ-RUN-CONTROL.
020200     OPEN INPUT RUN-PARM-FILE
020300     IF WS-RUNPARM-STATUS NOT = "00"
020400         MOVE "RUN-CONTROL FILE MISSING OR UNREADABLE"
020500             TO WS-REFUSE-REASON
020600         PERFORM REFUSE-RUN
020700     END-IF
020800     PERFORM READ-RUN-PARM
020900     PERFORM APPLY-RUN-PARM UNTIL END-OF-RUN-PARMS
021000     CLOSE RUN-PARM-FILE
021100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
021200     MOVE FUNCTION CURRENT-DATE (9:2) TO WS-NOW-HOUR
021300     IF WS-REPORT-DATE-ENTRY = SPACES
021400         MOVE WS-TODAY TO WS-REPORT-DATE
021500     ELSE
021600         IF WS-REPORT-DATE-ENTRY IS NUMERIC
021700             MOVE WS-REPORT-DATE-ENTRY TO WS-REPORT-DATE
021800         ELSE
021900             MOVE "REPORTDATE PARAMETER NOT NUMERIC"
022000                 TO WS-REFUSE-REASON
022100             PERFORM REFUSE-RUN
022200         END-IF
022300     END-IF
022400     PERFORM WRITE-RUN-LOG-PARMS.
022500
022600 READ-RUN-PARM.
022700     READ RUN-PARM-FILE
022800         AT END MOVE "Y" TO WS-RUNPARM-EOF-SWITCH
022900     END-READ.
023000
023100 APPLY-RUN-PARM.
023200     IF RP-KEYWORD (1:1) = "*"
023300         CONTINUE
023400     ELSE
023500         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEYWORD))
023600             WHEN "REPORTDATE"
023700                 MOVE RP-VALUE (1:8) TO WS-REPORT-DATE-ENTRY
023800             WHEN OTHER
023900                 MOVE SPACES TO WS-REFUSE-REASON
024000                 STRING "UNKNOWN PARAMETER " RP-KEYWORD
024100                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
024200                 PERFORM REFUSE-RUN
024300         END-EVALUATE
024400     END-IF
024500     PERFORM READ-RUN-PARM.
024600
024700 REFUSE-RUN.
024800     DISPLAY "HelloOcc run refused: " WS-REFUSE-REASON
024900     PERFORM OPEN-RUN-LOG
025000     MOVE SPACES TO RL-TEXT
025100     STRING "REFUSED: " WS-REFUSE-REASON DELIMITED BY SIZE
025200         INTO RL-TEXT
025300     PERFORM WRITE-RUN-LOG-LINE
025400     CLOSE RUN-LOG
025500     MOVE 8 TO RETURN-CODE
025600     STOP RUN.
025700
025800 OPEN-RUN-LOG.
025900     OPEN EXTEND RUN-LOG
026000     IF WS-RUNLOG-STATUS = "35"
026100         OPEN OUTPUT RUN-LOG
026200     END-IF.
026300
026400 WRITE-RUN-LOG-LINE.
026500     MOVE "HELLOOCC" TO RL-PROGRAM
026600     MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP
026700     WRITE RUNLOG-RECORD.
026800
026900 WRITE-RUN-LOG-PARMS.
027000     PERFORM OPEN-RUN-LOG
027100     MOVE SPACES TO RL-TEXT
027200     STRING "STARTED REPORTDATE=" WS-REPORT-DATE
027300         DELIMITED BY SIZE INTO RL-TEXT
027400     PERFORM WRITE-RUN-LOG-LINE
027500     CLOSE RUN-LOG.
027600
027700*=================================================================
027800*EVERY BUILDING ON THE SITE MASTER GETS A TABLE ENTRY UP FRONT
027900*SO ITS PROFILE PRINTS EVEN ON A DAY NOBODY VISITED. NO SITE
028000*MASTER ON FILE MEANS EVERY SITE PRINTS AS UNLISTED.
028100*=================================================================
028200 LOAD-SITES.
028300     OPEN INPUT SITE-MASTER
028400     IF WS-SITE-STATUS = "00"
028500         MOVE LOW-VALUES TO ST-SITE-CODE
028600         START SITE-MASTER KEY IS NOT LESS THAN ST-SITE-CODE
028700             INVALID KEY MOVE "Y" TO WS-SITE-EOF-SWITCH
028800         END-START
028900         PERFORM LOAD-ONE-SITE UNTIL END-OF-SITES
029000         CLOSE SITE-MASTER
029100     ELSE
029200         DISPLAY "No site master on file - sites will print "
029300             "without names or limits."
029400     END-IF.
029500
029600 LOAD-ONE-SITE.
029700     READ SITE-MASTER NEXT RECORD
029800         AT END MOVE "Y" TO WS-SITE-EOF-SWITCH
029900     END-READ
030000     IF NOT END-OF-SITES
030100         IF WS-SITES-USED < 40
030200             ADD 1 TO WS-SITES-USED
030300             MOVE WS-SITES-USED TO WS-SITE-SUB
030400             PERFORM CLEAR-SITE-ENTRY
030500             MOVE ST-SITE-CODE TO WS-SO-CODE (WS-SITE-SUB)
030600             MOVE ST-NAME TO WS-SO-NAME (WS-SITE-SUB)
030700             MOVE ST-OPENS-AT TO WS-SO-OPENS-AT (WS-SITE-SUB)
030800             MOVE ST-CLOSES-AT TO WS-SO-CLOSES-AT (WS-SITE-SUB)
030900             MOVE ST-MAX-OCCUPANCY TO WS-SO-LIMIT (WS-SITE-SUB)
031000             MOVE ST-WARN-PERCENT
031100                 TO WS-SO-WARN-PERCENT (WS-SITE-SUB)
031200         END-IF
031300     END-IF.
031400
031500 CLEAR-SITE-ENTRY.
031600     MOVE SPACES TO WS-SO-CODE (WS-SITE-SUB)
031700     MOVE "UNLISTED BUILDING" TO WS-SO-NAME (WS-SITE-SUB)
031800     MOVE ZERO TO WS-SO-OPENS-AT (WS-SITE-SUB)
031900     MOVE 2359 TO WS-SO-CLOSES-AT (WS-SITE-SUB)
032000     MOVE ZERO TO WS-SO-LIMIT (WS-SITE-SUB)
032100     MOVE ZERO TO WS-SO-WARN-PERCENT (WS-SITE-SUB)
032200     PERFORM CLEAR-ONE-HOUR
032300         VARYING WS-HOUR-SUB FROM 1 BY 1 UNTIL WS-HOUR-SUB > 24.
032400
032500 CLEAR-ONE-HOUR.
032600     MOVE ZERO TO WS-SO-HOUR-COUNT (WS-SITE-SUB, WS-HOUR-SUB).
032700
032800*=================================================================
032900*ONE VISITOR RECORD. THE VISIT COUNTS ON THE REPORT DATE WHEN IT
033000*BEGAN ON OR BEFORE THAT DAY AND ENDED ON OR AFTER IT. IT COVERS
033100*FROM THE ARRIVAL HOUR (MIDNIGHT IF THE VISITOR ARRIVED ON AN
033200*EARLIER DAY) TO THE DEPARTURE HOUR (THE LAST HOUR OF THE DAY IF
033300*THEY LEFT ON A LATER DAY OR ARE STILL ON PREMISES - OR THE
033400*CURRENT HOUR WHEN THE REPORT IS FOR TODAY). A RECORD NO LONGER
033500*ON PREMISES BUT WITH NO DEPARTURE TIME - A FORCE-CLOSED VISIT -
033600*IS TAKEN AS ON PREMISES FOR THE REST OF ITS ARRIVAL DAY AND
033610*COUNTED IN THE NO DEPARTURE TIME TOTAL FOR THAT DAY ONLY.
033700*=================================================================
033800 PROFILE-ONE-VISITOR.
033900     READ VISITOR-MASTER NEXT RECORD
034000         AT END MOVE "Y" TO WS-EOF-SWITCH
034100     END-READ
034200     IF NOT END-OF-VISITORS
034300         ADD 1 TO WS-READ-COUNT
034400         PERFORM WORK-OUT-VISIT-HOURS
034500         IF VISIT-IS-COUNTED
034600             ADD 1 TO WS-VISIT-COUNT
034700             PERFORM FIND-VISITOR-SITE
034800             IF WS-SITE-MATCH-SUB = ZERO
034900                 ADD 1 TO WS-SITE-OVERFLOW
035000             ELSE
035100                 MOVE WS-SITE-MATCH-SUB TO WS-SITE-SUB
035200                 PERFORM COUNT-ONE-HOUR
035300                     VARYING WS-HOUR-SUB FROM WS-FIRST-HOUR BY 1
035400                     UNTIL WS-HOUR-SUB > WS-LAST-HOUR
035500             END-IF
035600         END-IF
035700     END-IF.
035800
035900 WORK-OUT-VISIT-HOURS.
036000     MOVE "N" TO WS-COUNT-VISIT-SWITCH
036100     MOVE VR-VISITOR-ID (1:8) TO WS-ARRIVAL-DATE
036200     MOVE VR-VISITOR-ID (9:2) TO WS-ARRIVAL-HOUR
036300     IF WS-ARRIVAL-DATE <= WS-REPORT-DATE
036400         IF WS-ARRIVAL-DATE < WS-REPORT-DATE
036500             MOVE 1 TO WS-FIRST-HOUR
036600         ELSE
036700             COMPUTE WS-FIRST-HOUR = WS-ARRIVAL-HOUR + 1
036800         END-IF
036900         MOVE 24 TO WS-LAST-HOUR
037000         IF WS-REPORT-DATE = WS-TODAY
037100             COMPUTE WS-LAST-HOUR = WS-NOW-HOUR + 1
037200         END-IF
037300         EVALUATE TRUE
037400             WHEN VR-DEPARTURE-TIMESTAMP = SPACES
037500                 IF VR-ON-PREMISES
037600                     MOVE "Y" TO WS-COUNT-VISIT-SWITCH
037700                 ELSE
037710                     IF WS-ARRIVAL-DATE = WS-REPORT-DATE
037720                         MOVE "Y" TO WS-COUNT-VISIT-SWITCH
037800                         ADD 1 TO WS-NO-DEPARTURE-COUNT
037810                     ELSE
037820                         CONTINUE
037830                     END-IF
037900                 END-IF
038000             WHEN VR-DEPARTURE-TIMESTAMP (1:8) < WS-REPORT-DATE
038100                 CONTINUE
038200             WHEN VR-DEPARTURE-TIMESTAMP (1:8) > WS-REPORT-DATE
038300                 MOVE "Y" TO WS-COUNT-VISIT-SWITCH
038400             WHEN OTHER
038500                 MOVE VR-DEPARTURE-TIMESTAMP (9:2)
038600                     TO WS-DEPARTURE-HOUR
038700                 COMPUTE WS-LAST-HOUR = WS-DEPARTURE-HOUR + 1
038800                 MOVE "Y" TO WS-COUNT-VISIT-SWITCH
038900         END-EVALUATE
039000     END-IF.
039100
039200 FIND-VISITOR-SITE.
039300     MOVE ZERO TO WS-SITE-MATCH-SUB
039400     PERFORM MATCH-ONE-SITE
039500         VARYING WS-SITE-SUB FROM 1 BY 1
039600         UNTIL WS-SITE-SUB > WS-SITES-USED
039700     IF WS-SITE-MATCH-SUB = ZERO AND WS-SITES-USED < 40
039800         ADD 1 TO WS-SITES-USED
039900         MOVE WS-SITES-USED TO WS-SITE-SUB
040000         PERFORM CLEAR-SITE-ENTRY
040100         MOVE VR-SITE-CODE TO WS-SO-CODE (WS-SITE-SUB)
040200         MOVE WS-SITE-SUB TO WS-SITE-MATCH-SUB
040300     END-IF.
040400
040500 MATCH-ONE-SITE.
040600     IF WS-SO-CODE (WS-SITE-SUB) = VR-SITE-CODE
040700         MOVE WS-SITE-SUB TO WS-SITE-MATCH-SUB
040800     END-IF.
040900
041000 COUNT-ONE-HOUR.
041100     ADD 1 TO WS-SO-HOUR-COUNT (WS-SITE-SUB, WS-HOUR-SUB).
041200
041300*=================================================================
041400*ONE PROFILE PER BUILDING: 24 HOURLY LINES WITH THE HEAD COUNT,
041500*ITS PERCENTAGE OF THE FIRE LIMIT, WHETHER THE BUILDING WAS OPEN
041600*THAT HOUR, AND A FLAG AT THE WARNING LEVEL AND ABOVE, THEN THE
041700*DAY'S PEAK.
041800*=================================================================
041900 PRINT-SITE-PROFILE.
042000     MOVE WS-REPORT-DATE TO WS-H1-DATE
042100     MOVE WS-SO-CODE (WS-SITE-SUB) TO WS-H1-SITE
042200     MOVE WS-SO-NAME (WS-SITE-SUB) TO WS-H2-NAME
042300     MOVE WS-SO-OPENS-AT (WS-SITE-SUB) TO WS-H2-OPENS-AT
042400     MOVE WS-SO-CLOSES-AT (WS-SITE-SUB) TO WS-H2-CLOSES-AT
042500     MOVE WS-SO-LIMIT (WS-SITE-SUB) TO WS-H2-LIMIT
042600     WRITE PRINT-LINE FROM WS-HEADING-1
042700     WRITE PRINT-LINE FROM WS-HEADING-2
042800     WRITE PRINT-LINE FROM SPACES
042900     WRITE PRINT-LINE FROM WS-HEADING-3
043000     COMPUTE WS-WARN-LEVEL = WS-SO-LIMIT (WS-SITE-SUB)
043100         * WS-SO-WARN-PERCENT (WS-SITE-SUB) / 100
043200     MOVE ZERO TO WS-PEAK-COUNT WS-PEAK-HOUR
043300     PERFORM PRINT-ONE-HOUR
043400         VARYING WS-HOUR-SUB FROM 1 BY 1 UNTIL WS-HOUR-SUB > 24
043500     WRITE PRINT-LINE FROM SPACES
043600     MOVE WS-PEAK-COUNT TO WS-P-COUNT
043700     MOVE WS-PEAK-HOUR TO WS-P-HOUR
043800     WRITE PRINT-LINE FROM WS-PEAK-LINE
043900     WRITE PRINT-LINE FROM SPACES.
044000
044100 PRINT-ONE-HOUR.
044200     COMPUTE WS-L-FROM-HOUR = WS-HOUR-SUB - 1
044300     MOVE WS-L-FROM-HOUR TO WS-L-TO-HOUR
044400     COMPUTE WS-HOUR-START = WS-L-FROM-HOUR * 100
044500     COMPUTE WS-HOUR-END = WS-HOUR-START + 59
044600     IF WS-HOUR-END >= WS-SO-OPENS-AT (WS-SITE-SUB)
044700             AND WS-HOUR-START < WS-SO-CLOSES-AT (WS-SITE-SUB)
044800         MOVE "YES" TO WS-L-OPEN
044900     ELSE
045000         MOVE "NO" TO WS-L-OPEN
045100     END-IF
045200     MOVE WS-SO-HOUR-COUNT (WS-SITE-SUB, WS-HOUR-SUB)
045300         TO WS-L-COUNT
045400     MOVE SPACES TO WS-L-FLAG
045500     IF WS-SO-LIMIT (WS-SITE-SUB) = ZERO
045600         MOVE ZERO TO WS-L-PERCENT
045700     ELSE
045800         COMPUTE WS-L-PERCENT =
045900             WS-SO-HOUR-COUNT (WS-SITE-SUB, WS-HOUR-SUB) * 100
046000             / WS-SO-LIMIT (WS-SITE-SUB)
046100         EVALUATE TRUE
046200             WHEN WS-SO-HOUR-COUNT (WS-SITE-SUB, WS-HOUR-SUB)
046300                     > WS-SO-LIMIT (WS-SITE-SUB)
046400                 MOVE "OVER LIMIT" TO WS-L-FLAG
046500             WHEN WS-SO-HOUR-COUNT (WS-SITE-SUB, WS-HOUR-SUB)
046600                     = WS-SO-LIMIT (WS-SITE-SUB)
046700                 MOVE "AT LIMIT" TO WS-L-FLAG
046800             WHEN WS-SO-HOUR-COUNT (WS-SITE-SUB, WS-HOUR-SUB)
046900                     >= WS-WARN-LEVEL
047000                 MOVE "NEAR LIMIT" TO WS-L-FLAG
047100             WHEN OTHER
047200                 CONTINUE
047300         END-EVALUATE
047400     END-IF
047500     IF WS-SO-HOUR-COUNT (WS-SITE-SUB, WS-HOUR-SUB)
047550             > WS-PEAK-COUNT
047600         MOVE WS-SO-HOUR-COUNT (WS-SITE-SUB, WS-HOUR-SUB)
047700             TO WS-PEAK-COUNT
047800         MOVE WS-L-FROM-HOUR TO WS-PEAK-HOUR
047900     END-IF
048000     WRITE PRINT-LINE FROM WS-HOUR-LINE.
048100
048200 PRINT-TOTALS.
048300     MOVE "RECORDS READ      " TO WS-T-LABEL
048400     MOVE WS-READ-COUNT TO WS-T-COUNT
048500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
048600     MOVE "VISITS ON DATE    " TO WS-T-LABEL
048700     MOVE WS-VISIT-COUNT TO WS-T-COUNT
048800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
048900     MOVE "NO DEPARTURE TIME " TO WS-T-LABEL
049000     MOVE WS-NO-DEPARTURE-COUNT TO WS-T-COUNT
049100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
049200     MOVE "SITE TABLE SPILL  " TO WS-T-LABEL
049300     MOVE WS-SITE-OVERFLOW TO WS-T-COUNT
049400     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
