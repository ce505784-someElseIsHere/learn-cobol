000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloRcv.
000300*=================================================================
000400*VISITOR-MASTER FORWARD RECOVERY. RUN AGAINST A VISITOR MASTER
000500*JUST RESTORED FROM BACKUP, IT REPLAYS THE CHANGE JOURNAL
000600*(JOURNAL.CPY) ONTO IT IN THE ORDER THE CHANGES WERE MADE, FROM
000700*THE TIME THE BACKUP WAS TAKEN (FROM CARD) UP TO THE CHOSEN
000800*POINT IN TIME (UNTIL CARD - DEFAULT THE END OF THE JOURNAL),
000900*THEN REBUILDS THE NAME CROSS-REFERENCE FROM THE RECOVERED
001000*MASTER THE SAME WAY HelloXrf DOES.
001100*EACH CHANGE IS APPLIED FROM ITS AFTER IMAGE (OR, FOR A DELETE
001200*OR A RETENTION REMOVAL, BY DELETING THE RECORD) AND THE RECORD
001300*ON FILE IS CHECKED AGAINST THE BEFORE IMAGE FIRST. A CHANGE
001400*THE RESTORED MASTER ALREADY HOLDS - ONE MADE WHILE THE BACKUP
001500*WAS RUNNING - IS COUNTED AS ALREADY APPLIED; ANY OTHER MISMATCH
001600*IS APPLIED ANYWAY, SINCE THE JOURNAL IS THE LATER WORD, AND
001700*LISTED ON THE EXCEPTIONS PAGE. A RECORD THAT DIFFERS FROM THE
001710*BEFORE IMAGE ONLY IN THE NAME, WHERE A HelloPrv ERASURE HAS PUT
001720*ITS PSEUDONYM ON THE JOURNAL, IS NOT AN EXCEPTION.
001800*THE REPORT COUNTS THE CHANGES REPLAYED BY PROGRAM AND ACTION
001900*AND GIVES THE RECOVERED MASTER'S RECORD COUNT AND ITS COUNT OF
002000*VISITOR RECORDS FOR THE RECOVERY DATE, WHICH HelloBal SHOULD
002100*THEN AGREE TO. A MISSING OR BAD FROM, A BAD UNTIL, OR NO
002200*RESTORED MASTER REFUSES THE RUN (RC=8, REASON ON THE RUN LOG);
002300*A RUN WITH EXCEPTIONS ENDS WITH RC=4.
002400*=================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT VISITOR-MASTER ASSIGN TO VISITOR
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS VR-VISITOR-ID
003200         FILE STATUS IS WS-VISITOR-STATUS.
003300
003400     SELECT VISITOR-XREF ASSIGN TO XREF
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS VX-KEY
003800         FILE STATUS IS WS-XREF-STATUS.
003900
004000     SELECT CHANGE-JOURNAL ASSIGN TO JOURNAL
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-JOURNAL-STATUS.
004300
004400     SELECT PRINT-FILE ASSIGN TO "RCVRPT"
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
006000 FD  VISITOR-XREF.
006100     COPY XREF.
006200
006300 FD  CHANGE-JOURNAL.
006400     COPY JOURNAL.
006500
006600 FD  PRINT-FILE.
006700 01  PRINT-LINE                  PIC X(80).
006800
006900 FD  RUN-PARM-FILE.
007000     COPY RUNPARM.
007100
007200 FD  RUN-LOG.
007300     COPY RUNLOG.
007400 WORKING-STORAGE SECTION.
007500 01  WS-VISITOR-STATUS           PIC XX.
007600 01  WS-XREF-STATUS              PIC XX.
007700 01  WS-JOURNAL-STATUS           PIC XX.
007800 01  WS-PRINT-STATUS             PIC XX.
007900 01  WS-RUNPARM-STATUS           PIC XX.
008000 01  WS-RUNLOG-STATUS            PIC XX.
008100 01  WS-RUNPARM-EOF-SWITCH       PIC X VALUE "N".
008200     88  END-OF-RUN-PARMS        VALUE "Y".
008300 01  WS-REFUSE-REASON            PIC X(46).
008400 01  WS-JOURNAL-EOF-SWITCH       PIC X VALUE "N".
008500     88  END-OF-JOURNAL          VALUE "Y".
008600 01  WS-EOF-SWITCH               PIC X VALUE "N".
008700     88  END-OF-VISITORS         VALUE "Y".
008800 01  WS-ON-FILE-SWITCH           PIC X VALUE "N".
008900     88  RECORD-ON-FILE          VALUE "Y".
009000
009100 01  WS-FROM-STAMP               PIC X(14) VALUE SPACES.
009200 01  WS-UNTIL-STAMP              PIC X(14) VALUE SPACES.
009300 01  WS-UNTIL-SHOWN              PIC X(14).
009400 01  WS-RECOVERY-DATE            PIC X(8).
009500 01  WS-CHANGE-STAMP             PIC X(14).
009600 01  WS-EXCEPTION-REASON         PIC X(30).
009700
009800 01  WS-JOURNAL-COUNT            PIC 9(7) VALUE ZERO.
009900 01  WS-BEFORE-BACKUP-COUNT      PIC 9(7) VALUE ZERO.
010000 01  WS-AFTER-UNTIL-COUNT        PIC 9(7) VALUE ZERO.
010100 01  WS-REPLAYED-COUNT           PIC 9(7) VALUE ZERO.
010200 01  WS-APPLIED-COUNT            PIC 9(7) VALUE ZERO.
010300 01  WS-ALREADY-COUNT            PIC 9(7) VALUE ZERO.
010400 01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZERO.
010500 01  WS-MASTER-COUNT             PIC 9(7) VALUE ZERO.
010600 01  WS-XREF-COUNT               PIC 9(7) VALUE ZERO.
010700 01  WS-DATED-COUNT              PIC 9(7) VALUE ZERO.
010800
010900*=================================================================
011000*CHANGES REPLAYED BY PROGRAM AND ACTION. THE ACTION COLUMNS RUN
011100*IN THE ORDER OF WS-ACTION-CODES; THE LAST PROGRAM ENTRY IS HELD
011200*BACK FOR ANY PROGRAM THAT DID NOT FIT AND PRINTS AS "OTHERS".
011300*=================================================================
011400 01  WS-ACTION-CODES             PIC X(7) VALUE "AUCFEDR".
011500 01  WS-ACTION-TABLE REDEFINES WS-ACTION-CODES.
011600     05  WS-ACTION-CODE          PIC X(1) OCCURS 7 TIMES.
011700 01  WS-PROGRAM-TABLE.
011800     05  WS-PT-ENTRY             OCCURS 20 TIMES.
011900         10  WS-PT-PROGRAM       PIC X(8).
012000         10  WS-PT-COUNT         PIC 9(7) OCCURS 7 TIMES.
012100         10  WS-PT-TOTAL         PIC 9(7).
012200 01  WS-PROGRAMS-USED            PIC 9(2) VALUE ZERO.
012300 01  WS-PROGRAM-SUB              PIC 9(2).
012400 01  WS-PROGRAM-MATCH-SUB        PIC 9(2).
012500 01  WS-PROGRAM-OVERFLOW         PIC 9(7) VALUE ZERO.
012600 01  WS-ACTION-SUB               PIC 9(2).
012700 01  WS-ACTION-MATCH-SUB         PIC 9(2).
012800 01  WS-ACTION-TOTALS.
012900     05  WS-AT-COUNT             PIC 9(7) OCCURS 7 TIMES.
013000
013100 01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
013200 01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
013300 01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 50.
013400
013500 01  WS-HEADING-1.
013600     05  FILLER                  PIC X(26) VALUE
013700         "HELLOYOU MASTER RECOVERY".
013800     05  FILLER                  PIC X(5) VALUE "FROM ".
013900     05  WS-H1-FROM              PIC X(14).
014000     05  FILLER                  PIC X(7) VALUE " UNTIL ".
014100     05  WS-H1-UNTIL             PIC X(14).
014200     05  FILLER                  PIC X(6) VALUE " PAGE ".
014300     05  WS-H1-PAGE              PIC ZZZ9.
014400
014500 01  WS-EXCEPTION-HEADING.
014600     05  FILLER                  PIC X(15) VALUE "CHANGE MADE".
014700     05  FILLER                  PIC X(9) VALUE "PROGRAM".
014800     05  FILLER                  PIC X(2) VALUE "A".
014900     05  FILLER                  PIC X(20) VALUE "VISITOR ID".
015000     05  FILLER                  PIC X(30) VALUE "EXCEPTION".
015100
015200 01  WS-EXCEPTION-LINE.
015300     05  WS-E-STAMP              PIC X(14).
015400     05  FILLER                  PIC X(1) VALUE SPACE.
015500     05  WS-E-PROGRAM            PIC X(8).
015600     05  FILLER                  PIC X(1) VALUE SPACE.
015700     05  WS-E-ACTION             PIC X(1).
015800     05  FILLER                  PIC X(1) VALUE SPACE.
015900     05  WS-E-VISITOR-ID         PIC X(19).
016000     05  FILLER                  PIC X(1) VALUE SPACE.
016100     05  WS-E-REASON             PIC X(30).
016200
016300 01  WS-COUNT-HEADING.
016400     05  FILLER                  PIC X(8) VALUE "PROGRAM".
016500     05  FILLER                  PIC X(8) VALUE "   ADDED".
016600     05  FILLER                  PIC X(8) VALUE " UPDATED".
016700     05  FILLER                  PIC X(8) VALUE " CHK-OUT".
016800     05  FILLER                  PIC X(8) VALUE "  FORCED".
016900     05  FILLER                  PIC X(8) VALUE "  ERASED".
017000     05  FILLER                  PIC X(8) VALUE " DELETED".
017100     05  FILLER                  PIC X(8) VALUE " REMOVED".
017200     05  FILLER                  PIC X(8) VALUE "   TOTAL".
017300
017400 01  WS-COUNT-LINE.
017500     05  WS-C-PROGRAM            PIC X(8).
017600     05  WS-C-ACTION-COUNT       OCCURS 7 TIMES.
017700         10  FILLER              PIC X(1).
017800         10  WS-C-COUNT          PIC ZZZZZZ9.
017900     05  FILLER                  PIC X(1).
018000     05  WS-C-TOTAL              PIC ZZZZZZ9.
018100
018200 01  WS-TOTAL-LINE.
018300     05  WS-T-LABEL              PIC X(36).
018400     05  WS-T-COUNT              PIC ZZZZZZ9.
018500
018600 01  WS-NONE-LINE                PIC X(40) VALUE
018700     "No exceptions - every change replayed.".
018800 PROCEDURE DIVISION.
018900 MAIN-PARA.
019000     PERFORM READ-RUN-CONTROL
019100     INITIALIZE WS-ACTION-TOTALS
019200     OPEN I-O VISITOR-MASTER
019300     IF WS-VISITOR-STATUS NOT = "00"
019400         MOVE "NO RESTORED VISITOR MASTER ON FILE"
019500             TO WS-REFUSE-REASON
019600         PERFORM REFUSE-RUN
019700     END-IF
019800     OPEN INPUT CHANGE-JOURNAL
019900     IF WS-JOURNAL-STATUS NOT = "00"
020000         MOVE "CHANGE JOURNAL MISSING OR UNREADABLE"
020100             TO WS-REFUSE-REASON
020200         PERFORM REFUSE-RUN
020300     END-IF
020400     PERFORM WRITE-RUN-LOG-PARMS
020500     OPEN OUTPUT PRINT-FILE
020600     PERFORM PRINT-HEADINGS
020700     WRITE PRINT-LINE FROM WS-EXCEPTION-HEADING
020800     ADD 1 TO WS-LINE-COUNT
020900     PERFORM READ-JOURNAL
021000     PERFORM REPLAY-ONE-CHANGE UNTIL END-OF-JOURNAL
021100     CLOSE CHANGE-JOURNAL
021200     IF WS-EXCEPTION-COUNT = ZERO
021300         WRITE PRINT-LINE FROM WS-NONE-LINE
021400     END-IF
021500     PERFORM REBUILD-XREF
021600     CLOSE VISITOR-MASTER
021700     PERFORM PRINT-COUNTS
021800     PERFORM PRINT-TOTALS
021900     CLOSE PRINT-FILE
022000     PERFORM WRITE-RUN-LOG-TOTALS
022100     IF WS-EXCEPTION-COUNT > ZERO
022200         MOVE 4 TO RETURN-CODE
022300     END-IF
022400     DISPLAY "HelloRcv complete. Changes replayed: "
022500         WS-REPLAYED-COUNT " Exceptions: " WS-EXCEPTION-COUNT
022600         " Master records: " WS-MASTER-COUNT
022700     STOP RUN.
022800
022900*=================================================================
023000*UNATTENDED RUN CONTROL. FROM (YYYYMMDDHHMMSS, WHEN THE BACKUP
023100*THAT WAS RESTORED WAS TAKEN) IS REQUIRED: CHANGES AT OR BEFORE
023200*IT ARE ALREADY IN THE BACKUP. UNTIL (YYYYMMDDHHMMSS, THE POINT
023300*IN TIME TO RECOVER TO) IS OPTIONAL AND DEFAULTS TO THE END OF
023400*THE JOURNAL. A MISSING OR BAD FROM, A BAD UNTIL, AN UNTIL
023500*BEFORE THE FROM, OR AN UNKNOWN KEYWORD REFUSES THE RUN.
023600*=================================================================
023700 READ-RUN-CONTROL.
023800     OPEN INPUT RUN-PARM-FILE
023900     IF WS-RUNPARM-STATUS NOT = "00"
024000         MOVE "RUN-CONTROL FILE MISSING OR UNREADABLE"
024100             TO WS-REFUSE-REASON
024200         PERFORM REFUSE-RUN
024300     END-IF
024400     PERFORM READ-RUN-PARM
024500     PERFORM APPLY-RUN-PARM UNTIL END-OF-RUN-PARMS
024600     CLOSE RUN-PARM-FILE
024700     IF WS-FROM-STAMP = SPACES
024800         MOVE "FROM PARAMETER MISSING" TO WS-REFUSE-REASON
024900         PERFORM REFUSE-RUN
025000     END-IF
025100     IF WS-FROM-STAMP IS NOT NUMERIC
025200         MOVE "FROM PARAMETER NOT YYYYMMDDHHMMSS"
025300             TO WS-REFUSE-REASON
025400         PERFORM REFUSE-RUN
025500     END-IF
025600     IF WS-UNTIL-STAMP = SPACES
025700         MOVE "END" TO WS-UNTIL-SHOWN
025800         MOVE ALL "9" TO WS-UNTIL-STAMP
025900         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RECOVERY-DATE
026000     ELSE
026100         IF WS-UNTIL-STAMP IS NOT NUMERIC
026200             MOVE "UNTIL PARAMETER NOT YYYYMMDDHHMMSS"
026300                 TO WS-REFUSE-REASON
026400             PERFORM REFUSE-RUN
026500         END-IF
026600         IF WS-UNTIL-STAMP < WS-FROM-STAMP
026700             MOVE "UNTIL PARAMETER BEFORE FROM PARAMETER"
026800                 TO WS-REFUSE-REASON
026900             PERFORM REFUSE-RUN
027000         END-IF
027100         MOVE WS-UNTIL-STAMP TO WS-UNTIL-SHOWN
027200         MOVE WS-UNTIL-STAMP (1:8) TO WS-RECOVERY-DATE
027300     END-IF.
027400
027500 READ-RUN-PARM.
027600     READ RUN-PARM-FILE
027700         AT END MOVE "Y" TO WS-RUNPARM-EOF-SWITCH
027800     END-READ.
027900
028000 APPLY-RUN-PARM.
028100     IF RP-KEYWORD (1:1) = "*"
028200         CONTINUE
028300     ELSE
028400         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEYWORD))
028500             WHEN "FROM"
028600                 MOVE RP-VALUE (1:14) TO WS-FROM-STAMP
028700             WHEN "UNTIL"
028800                 MOVE RP-VALUE (1:14) TO WS-UNTIL-STAMP
028900             WHEN OTHER
029000                 MOVE SPACES TO WS-REFUSE-REASON
029100                 STRING "UNKNOWN PARAMETER " RP-KEYWORD
029200                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
029300                 PERFORM REFUSE-RUN
029400         END-EVALUATE
029500     END-IF
029600     PERFORM READ-RUN-PARM.
029700
029800 REFUSE-RUN.
029900     DISPLAY "HelloRcv run refused: " WS-REFUSE-REASON
030000     PERFORM OPEN-RUN-LOG
030100     MOVE SPACES TO RL-TEXT
030200     STRING "REFUSED: " WS-REFUSE-REASON DELIMITED BY SIZE
030300         INTO RL-TEXT
030400     PERFORM WRITE-RUN-LOG-LINE
030500     CLOSE RUN-LOG
030600     MOVE 8 TO RETURN-CODE
030700     STOP RUN.
030800
030900 OPEN-RUN-LOG.
031000     OPEN EXTEND RUN-LOG
031100     IF WS-RUNLOG-STATUS = "35"
031200         OPEN OUTPUT RUN-LOG
031300     END-IF.
031400
031500 WRITE-RUN-LOG-LINE.
031600     MOVE "HELLORCV" TO RL-PROGRAM
031700     MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP
031800     WRITE RUNLOG-RECORD.
031900
032000 WRITE-RUN-LOG-PARMS.
032100     PERFORM OPEN-RUN-LOG
032200     MOVE SPACES TO RL-TEXT
032300     STRING "STARTED FROM=" WS-FROM-STAMP
032400         " UNTIL=" WS-UNTIL-SHOWN
032500         DELIMITED BY SIZE INTO RL-TEXT
032600     PERFORM WRITE-RUN-LOG-LINE
032700     CLOSE RUN-LOG.
032800
032900 WRITE-RUN-LOG-TOTALS.
033000     PERFORM OPEN-RUN-LOG
033100     MOVE SPACES TO RL-TEXT
033200     STRING "REPLAYED=" WS-REPLAYED-COUNT
033300         " APPLIED=" WS-APPLIED-COUNT
033400         " ALREADY=" WS-ALREADY-COUNT
033500         " EXCEPTIONS=" WS-EXCEPTION-COUNT
033600         DELIMITED BY SIZE INTO RL-TEXT
033700     PERFORM WRITE-RUN-LOG-LINE
033800     MOVE SPACES TO RL-TEXT
033900     STRING "ENDED MASTER=" WS-MASTER-COUNT
034000         " XREF=" WS-XREF-COUNT
034100         " DATED " WS-RECOVERY-DATE "=" WS-DATED-COUNT
034200         DELIMITED BY SIZE INTO RL-TEXT
034300     PERFORM WRITE-RUN-LOG-LINE
034400     CLOSE RUN-LOG.
034500
034600*=================================================================
034700*ONE PASS OVER THE JOURNAL. ONLY CHANGES MADE AFTER THE BACKUP
034800*AND NO LATER THAN THE POINT IN TIME ARE REPLAYED AND COUNTED.
034900*=================================================================
035000 READ-JOURNAL.
035100     READ CHANGE-JOURNAL
035200         AT END MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
035300     END-READ.
035400
035500 REPLAY-ONE-CHANGE.
035600     ADD 1 TO WS-JOURNAL-COUNT
035700     MOVE JR-TIMESTAMP (1:14) TO WS-CHANGE-STAMP
035800     EVALUATE TRUE
035900         WHEN WS-CHANGE-STAMP NOT > WS-FROM-STAMP
036000             ADD 1 TO WS-BEFORE-BACKUP-COUNT
036100         WHEN WS-CHANGE-STAMP > WS-UNTIL-STAMP
036200             ADD 1 TO WS-AFTER-UNTIL-COUNT
036300         WHEN OTHER
036400             PERFORM REPLAY-CHANGE
036500     END-EVALUATE
036600     PERFORM READ-JOURNAL.
036700
036800 REPLAY-CHANGE.
036900     ADD 1 TO WS-REPLAYED-COUNT
037000     PERFORM COUNT-CHANGE
037100     EVALUATE TRUE
037200         WHEN JR-DELETED OR JR-REMOVED
037300             PERFORM REPLAY-REMOVAL
037400         WHEN JR-ADDED OR JR-UPDATED OR JR-CHECKED-OUT
037500                 OR JR-FORCE-CLOSED OR JR-ERASED
037600             PERFORM REPLAY-AFTER-IMAGE
037700         WHEN OTHER
037800             MOVE JR-AFTER-IMAGE (1:19) TO VR-VISITOR-ID
037900             MOVE "UNKNOWN ACTION - NOT REPLAYED"
038000                 TO WS-EXCEPTION-REASON
038100             PERFORM PRINT-EXCEPTION
038200     END-EVALUATE.
038300
038400*=================================================================
038500*ADDS AND EVERY KIND OF REWRITE: THE AFTER IMAGE BECOMES THE
038600*RECORD, WRITTEN IF THE KEY IS NOT ON FILE, REWRITTEN IF IT IS.
038700*=================================================================
038800 REPLAY-AFTER-IMAGE.
038900     MOVE JR-AFTER-IMAGE (1:19) TO VR-VISITOR-ID
039000     PERFORM READ-RECORD-ON-FILE
039100     IF RECORD-ON-FILE
039200         IF VISITOR-RECORD = JR-AFTER-IMAGE
039300             ADD 1 TO WS-ALREADY-COUNT
039400         ELSE
039500             IF JR-ADDED
039600                 MOVE "ADDED RECORD ALREADY ON FILE"
039700                     TO WS-EXCEPTION-REASON
039800                 PERFORM PRINT-EXCEPTION
039900             ELSE
040000                 IF VISITOR-RECORD NOT = JR-BEFORE-IMAGE
040100                     PERFORM CHECK-BEFORE-IMAGE
040400                 END-IF
040500             END-IF
040600             MOVE JR-AFTER-IMAGE TO VISITOR-RECORD
040700             REWRITE VISITOR-RECORD
040800                 INVALID KEY
040900                     MOVE "REWRITE FAILED" TO WS-EXCEPTION-REASON
041000                     PERFORM PRINT-EXCEPTION
041100                 NOT INVALID KEY
041200                     ADD 1 TO WS-APPLIED-COUNT
041300             END-REWRITE
041400         END-IF
041500     ELSE
041600         IF NOT JR-ADDED
041700             MOVE "NOT ON FILE - AFTER IMAGE ADDED"
041800                 TO WS-EXCEPTION-REASON
041900             PERFORM PRINT-EXCEPTION
042000         END-IF
042100         MOVE JR-AFTER-IMAGE TO VISITOR-RECORD
042200         WRITE VISITOR-RECORD
042300             INVALID KEY
042400                 MOVE "WRITE FAILED" TO WS-EXCEPTION-REASON
042500                 PERFORM PRINT-EXCEPTION
042600             NOT INVALID KEY
042700                 ADD 1 TO WS-APPLIED-COUNT
042800         END-WRITE
042900     END-IF.
042910
042920*=================================================================
042930*AN ERASURE CHANGES ONLY THE NAME, AND HelloPrv PUTS ITS
042940*PSEUDONYM IN BOTH IMAGES OF EVERY EARLIER JOURNAL RECORD FOR THE
042950*VISIT AS WELL. A MASTER BACKED UP BEFORE THE ERASURE STILL HOLDS
042960*THE REAL NAME, SO A RECORD THAT DIFFERS FROM THE BEFORE IMAGE
042970*ONLY THERE - ON THE ERASURE ITSELF OR WHERE THE BEFORE IMAGE
042975*CARRIES A PSEUDONYM - IS EXPECTED. ANY OTHER DIFFERENCE IS AN
042980*EXCEPTION.
042985*=================================================================
042990 CHECK-BEFORE-IMAGE.
042991     IF VISITOR-RECORD (1:19) = JR-BEFORE-IMAGE (1:19)
042992             AND VISITOR-RECORD (52:) = JR-BEFORE-IMAGE (52:)
042993             AND (JR-ERASED OR JR-BEFORE-IMAGE (20:7) = "ERASED-")
042994         CONTINUE
042995     ELSE
042996         MOVE "ON FILE DIFFERS FROM BEFORE IMAGE"
042997             TO WS-EXCEPTION-REASON
042998         PERFORM PRINT-EXCEPTION
042999     END-IF.
043000
043100*=================================================================
043200*HelloMnt DELETES AND HelloHkp REMOVALS: THE KEY COMES FROM THE
043300*BEFORE IMAGE. A RECORD ALREADY GONE IS ALREADY APPLIED.
043400*=================================================================
043500 REPLAY-REMOVAL.
043600     MOVE JR-BEFORE-IMAGE (1:19) TO VR-VISITOR-ID
043700     PERFORM READ-RECORD-ON-FILE
043800     IF RECORD-ON-FILE
043900         IF VISITOR-RECORD NOT = JR-BEFORE-IMAGE
044000             PERFORM CHECK-BEFORE-IMAGE
044300         END-IF
044400         DELETE VISITOR-MASTER RECORD
044500             INVALID KEY
044600                 MOVE "DELETE FAILED" TO WS-EXCEPTION-REASON
044700                 PERFORM PRINT-EXCEPTION
044800             NOT INVALID KEY
044900                 ADD 1 TO WS-APPLIED-COUNT
045000         END-DELETE
045100     ELSE
045200         ADD 1 TO WS-ALREADY-COUNT
045300     END-IF.
045400
045500 READ-RECORD-ON-FILE.
045600     READ VISITOR-MASTER
045700         INVALID KEY MOVE "N" TO WS-ON-FILE-SWITCH
045800         NOT INVALID KEY MOVE "Y" TO WS-ON-FILE-SWITCH
045900     END-READ.
046000
046100*=================================================================
046200*ADD THE CHANGE TO ITS PROGRAM'S ROW AND ITS ACTION'S COLUMN. AN
046300*ACTION CODE NOT IN WS-ACTION-CODES IS COUNTED IN THE ROW TOTAL
046400*ONLY.
046500*=================================================================
046600 COUNT-CHANGE.
046700     MOVE ZERO TO WS-PROGRAM-MATCH-SUB
046800     PERFORM MATCH-ONE-PROGRAM
046900         VARYING WS-PROGRAM-SUB FROM 1 BY 1
047000         UNTIL WS-PROGRAM-SUB > WS-PROGRAMS-USED
047100     IF WS-PROGRAM-MATCH-SUB = ZERO
047200         IF WS-PROGRAMS-USED < 19
047300             ADD 1 TO WS-PROGRAMS-USED
047400             MOVE WS-PROGRAMS-USED TO WS-PROGRAM-MATCH-SUB
047500             PERFORM CLEAR-PROGRAM-ENTRY
047600             MOVE JR-PROGRAM
047700                 TO WS-PT-PROGRAM (WS-PROGRAM-MATCH-SUB)
047800         ELSE
047900             MOVE 20 TO WS-PROGRAM-MATCH-SUB
048000             IF WS-PROGRAM-OVERFLOW = ZERO
048100                 PERFORM CLEAR-PROGRAM-ENTRY
048200                 MOVE "OTHERS"
048300                     TO WS-PT-PROGRAM (WS-PROGRAM-MATCH-SUB)
048400             END-IF
048500             ADD 1 TO WS-PROGRAM-OVERFLOW
048600         END-IF
048700     END-IF
048800     MOVE ZERO TO WS-ACTION-MATCH-SUB
048900     PERFORM MATCH-ONE-ACTION
049000         VARYING WS-ACTION-SUB FROM 1 BY 1
049100         UNTIL WS-ACTION-SUB > 7
049200     IF WS-ACTION-MATCH-SUB > ZERO
049300         ADD 1 TO WS-PT-COUNT (WS-PROGRAM-MATCH-SUB,
049400             WS-ACTION-MATCH-SUB)
049500         ADD 1 TO WS-AT-COUNT (WS-ACTION-MATCH-SUB)
049600     END-IF
049700     ADD 1 TO WS-PT-TOTAL (WS-PROGRAM-MATCH-SUB).
049800
049900 MATCH-ONE-PROGRAM.
050000     IF WS-PT-PROGRAM (WS-PROGRAM-SUB) = JR-PROGRAM
050100         MOVE WS-PROGRAM-SUB TO WS-PROGRAM-MATCH-SUB
050200     END-IF.
050300
050400 MATCH-ONE-ACTION.
050500     IF WS-ACTION-CODE (WS-ACTION-SUB) = JR-ACTION
050600         MOVE WS-ACTION-SUB TO WS-ACTION-MATCH-SUB
050700     END-IF.
050800
050900 CLEAR-PROGRAM-ENTRY.
051000     MOVE SPACES TO WS-PT-PROGRAM (WS-PROGRAM-MATCH-SUB)
051100     PERFORM CLEAR-PROGRAM-COUNT
051200         VARYING WS-ACTION-SUB FROM 1 BY 1
051300         UNTIL WS-ACTION-SUB > 7
051400     MOVE ZERO TO WS-PT-TOTAL (WS-PROGRAM-MATCH-SUB).
051500
051600 CLEAR-PROGRAM-COUNT.
051700     MOVE ZERO TO WS-PT-COUNT (WS-PROGRAM-MATCH-SUB,
051800         WS-ACTION-SUB).
051900
052000 PRINT-EXCEPTION.
052100     ADD 1 TO WS-EXCEPTION-COUNT
052200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
052300         PERFORM PRINT-HEADINGS
052400         WRITE PRINT-LINE FROM WS-EXCEPTION-HEADING
052500         ADD 1 TO WS-LINE-COUNT
052600     END-IF
052700     MOVE WS-CHANGE-STAMP TO WS-E-STAMP
052800     MOVE JR-PROGRAM TO WS-E-PROGRAM
052900     MOVE JR-ACTION TO WS-E-ACTION
053000     MOVE VR-VISITOR-ID TO WS-E-VISITOR-ID
053100     MOVE WS-EXCEPTION-REASON TO WS-E-REASON
053200     WRITE PRINT-LINE FROM WS-EXCEPTION-LINE
053300     ADD 1 TO WS-LINE-COUNT.
053400
053500*=================================================================
053600*REBUILD THE NAME CROSS-REFERENCE FROM THE RECOVERED MASTER,
053700*ENTRY FOR ENTRY AS HelloXrf BUILDS IT, COUNTING THE MASTER AND
053800*ITS VISITOR RECORDS FOR THE RECOVERY DATE ON THE WAY.
053900*=================================================================
054000 REBUILD-XREF.
054100     OPEN OUTPUT VISITOR-XREF
054200     MOVE LOW-VALUES TO VR-VISITOR-ID
054300     START VISITOR-MASTER KEY IS NOT LESS THAN VR-VISITOR-ID
054400         INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
054500     END-START
054600     PERFORM BUILD-XREF-ENTRY UNTIL END-OF-VISITORS
054700     CLOSE VISITOR-XREF.
054800
054900 BUILD-XREF-ENTRY.
055000     READ VISITOR-MASTER NEXT RECORD
055100         AT END MOVE "Y" TO WS-EOF-SWITCH
055200     END-READ
055300     IF NOT END-OF-VISITORS
055400         ADD 1 TO WS-MASTER-COUNT
055500         IF VR-VISITOR-ID (1:8) = WS-RECOVERY-DATE
055600             ADD 1 TO WS-DATED-COUNT
055700         END-IF
055800         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(VR-NAME))
055900             TO VX-NAME
056000         MOVE VR-VISITOR-ID TO VX-VISITOR-ID
056100         WRITE VISITOR-XREF-RECORD
056200             INVALID KEY
056300                 DISPLAY "Duplicate cross-reference key for "
056400                     VR-VISITOR-ID ", skipped"
056500             NOT INVALID KEY
056600                 ADD 1 TO WS-XREF-COUNT
056700         END-WRITE
056800     END-IF.
056900
057000 PRINT-HEADINGS.
057100     ADD 1 TO WS-PAGE-NUMBER
057200     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
057300     MOVE WS-FROM-STAMP TO WS-H1-FROM
057400     MOVE WS-UNTIL-SHOWN TO WS-H1-UNTIL
057500     IF WS-PAGE-NUMBER > 1
057600         WRITE PRINT-LINE FROM SPACES
057700     END-IF
057800     WRITE PRINT-LINE FROM WS-HEADING-1
057900     MOVE ZERO TO WS-LINE-COUNT.
058000
058100*=================================================================
058200*CHANGES REPLAYED BY PROGRAM AND ACTION, WITH A TOTALS ROW.
058300*=================================================================
058400 PRINT-COUNTS.
058500     PERFORM PRINT-HEADINGS
058600     WRITE PRINT-LINE FROM WS-COUNT-HEADING
058700     PERFORM PRINT-ONE-PROGRAM
058800         VARYING WS-PROGRAM-SUB FROM 1 BY 1
058900         UNTIL WS-PROGRAM-SUB > WS-PROGRAMS-USED
059000     IF WS-PROGRAM-OVERFLOW > ZERO
059100         MOVE 20 TO WS-PROGRAM-SUB
059200         PERFORM PRINT-ONE-PROGRAM
059300     END-IF
059400     MOVE SPACES TO WS-COUNT-LINE
059500     MOVE "TOTAL" TO WS-C-PROGRAM
059600     PERFORM MOVE-ONE-ACTION-TOTAL
059700         VARYING WS-ACTION-SUB FROM 1 BY 1
059800         UNTIL WS-ACTION-SUB > 7
059900     MOVE WS-REPLAYED-COUNT TO WS-C-TOTAL
060000     WRITE PRINT-LINE FROM WS-COUNT-LINE.
060100
060200 PRINT-ONE-PROGRAM.
060300     MOVE SPACES TO WS-COUNT-LINE
060400     MOVE WS-PT-PROGRAM (WS-PROGRAM-SUB) TO WS-C-PROGRAM
060500     PERFORM MOVE-ONE-ACTION-COUNT
060600         VARYING WS-ACTION-SUB FROM 1 BY 1
060700         UNTIL WS-ACTION-SUB > 7
060800     MOVE WS-PT-TOTAL (WS-PROGRAM-SUB) TO WS-C-TOTAL
060900     WRITE PRINT-LINE FROM WS-COUNT-LINE.
061000
061100 MOVE-ONE-ACTION-COUNT.
061200     MOVE WS-PT-COUNT (WS-PROGRAM-SUB, WS-ACTION-SUB)
061300         TO WS-C-COUNT (WS-ACTION-SUB).
061400
061500 MOVE-ONE-ACTION-TOTAL.
061600     MOVE WS-AT-COUNT (WS-ACTION-SUB)
061700         TO WS-C-COUNT (WS-ACTION-SUB).
061800
061900 PRINT-TOTALS.
062000     WRITE PRINT-LINE FROM SPACES
062100     MOVE "JOURNAL RECORDS READ" TO WS-T-LABEL
062200     MOVE WS-JOURNAL-COUNT TO WS-T-COUNT
062300     WRITE PRINT-LINE FROM WS-TOTAL-LINE
062400     MOVE "ALREADY IN BACKUP (AT/BEFORE FROM)" TO WS-T-LABEL
062500     MOVE WS-BEFORE-BACKUP-COUNT TO WS-T-COUNT
062600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
062700     MOVE "AFTER THE POINT IN TIME (UNTIL)" TO WS-T-LABEL
062800     MOVE WS-AFTER-UNTIL-COUNT TO WS-T-COUNT
062900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
063000     MOVE "CHANGES REPLAYED" TO WS-T-LABEL
063100     MOVE WS-REPLAYED-COUNT TO WS-T-COUNT
063200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
063300     MOVE "  APPLIED" TO WS-T-LABEL
063400     MOVE WS-APPLIED-COUNT TO WS-T-COUNT
063500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
063600     MOVE "  ALREADY ON THE RESTORED MASTER" TO WS-T-LABEL
063700     MOVE WS-ALREADY-COUNT TO WS-T-COUNT
063800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
063900     MOVE "EXCEPTIONS" TO WS-T-LABEL
064000     MOVE WS-EXCEPTION-COUNT TO WS-T-COUNT
064100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
064200     WRITE PRINT-LINE FROM SPACES
064300     MOVE "RECOVERED MASTER RECORDS" TO WS-T-LABEL
064400     MOVE WS-MASTER-COUNT TO WS-T-COUNT
064500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
064600     MOVE "CROSS-REFERENCE ENTRIES REBUILT" TO WS-T-LABEL
064700     MOVE WS-XREF-COUNT TO WS-T-COUNT
064800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
064900     MOVE SPACES TO WS-T-LABEL
065000     STRING "VISITOR RECORDS DATED " WS-RECOVERY-DATE
065100         DELIMITED BY SIZE INTO WS-T-LABEL
065200     MOVE WS-DATED-COUNT TO WS-T-COUNT
065300     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
