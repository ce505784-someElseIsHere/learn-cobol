001100*THE TRIMMED AUDIT TRAIL IS WRITTEN TO A NEW FILE FOR THE
001200*FOLLOWING JOB STEP TO SWAP OVER THE OLD ONE. PRINTS
001210*BEFORE/AFTER RECORD COUNTS FOR EVERY FILE SO OPERATIONS CAN
001220*VERIFY EACH RUN. EACH VISITOR RECORD REMOVED TO THE ARCHIVE IS
001221*JOURNALLED (JOURNAL.CPY) UNDER THE JOB NAME. AUDIT RECORDS ARE
001222*COPIED AS THEY STAND, SEQUENCE NUMBER AND CHECK VALUE AND ALL,
001223*AND ONLY AN UNBROKEN RUN FROM THE FRONT OF THE TRAIL IS
001224*ARCHIVED, SO THE AUDIT CHAIN RUNS ON FROM THE NEWEST ARCHIVE
001225*GENERATION INTO THE TRIMMED TRAIL FOR HelloVfy TO FOLLOW.
001300*=================================================================
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
005360     SELECT RUN-LOG ASSIGN TO RUNLOG
005370         ORGANIZATION IS LINE SEQUENTIAL
005380         FILE STATUS IS WS-RUNLOG-STATUS.
005381
005382     SELECT CHANGE-JOURNAL ASSIGN TO JOURNAL
005383         ORGANIZATION IS LINE SEQUENTIAL
005384         FILE STATUS IS WS-JOURNAL-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  VISITOR-MASTER.
006000     COPY XREF.
006100
006200 FD  VISITOR-ARCHIVE.
006300 01  VISITOR-ARCHIVE-RECORD      PIC X(142).
006400
006500 FD  AUDIT-FILE.
006600     COPY AUDIT.
006700
006800 FD  AUDIT-ARCHIVE.
006900 01  AUDIT-ARCHIVE-RECORD        PIC X(108).
007000
007100 FD  AUDIT-NEW.
007200 01  AUDIT-NEW-RECORD            PIC X(108).
007300
007400 FD  DUPCHECK-FILE.
007500     COPY DUPCHECK.
007840
007850 FD  RUN-LOG.
007860     COPY RUNLOG.
007861
007862 FD  CHANGE-JOURNAL.
007863     COPY JOURNAL.
007900 WORKING-STORAGE SECTION.
008000 01  WS-VISITOR-STATUS           PIC XX.
008100 01  WS-XREF-STATUS              PIC XX.
009000 01  WS-PURGE-DAYS               PIC 9(3).
009010 01  WS-RUNPARM-STATUS           PIC XX.
009020 01  WS-RUNLOG-STATUS            PIC XX.
009021 01  WS-JOURNAL-STATUS           PIC XX.
009030 01  WS-RUNPARM-EOF-SWITCH       PIC X VALUE "N".
009040     88  END-OF-RUN-PARMS        VALUE "Y".
009050 01  WS-REFUSE-REASON            PIC X(46).
009700     88  END-OF-VISITORS         VALUE "Y".
009800 01  WS-AUDIT-EOF-SWITCH         PIC X VALUE "N".
009900     88  END-OF-AUDIT            VALUE "Y".
009901 01  WS-AUDIT-KEEP-SWITCH        PIC X VALUE "N".
009902     88  KEEPING-AUDIT           VALUE "Y".
009903 01  WS-LAST-ARCHIVED-SEQUENCE   PIC X(9) VALUE "NONE".
009904 01  WS-FIRST-KEPT-SEQUENCE      PIC X(9) VALUE "NONE".
010000 01  WS-DUPCHECK-EOF-SWITCH      PIC X VALUE "N".
010100     88  END-OF-DUPCHECK         VALUE "Y".
010200 01  WS-VISITOR-BEFORE           PIC 9(7) VALUE ZERO.
012000     05  WS-K-FILE               PIC X(10).
012100     05  WS-K-LABEL              PIC X(10).
012200     05  WS-K-COUNT              PIC ZZZZZZ9.
012201
012202 01  WS-CHAIN-LINE.
012203     05  WS-N-FILE               PIC X(10) VALUE SPACES.
012204     05  WS-N-LABEL              PIC X(12).
012205     05  WS-N-SEQUENCE           PIC X(9).
012300 PROCEDURE DIVISION.
012400 MAIN-PARA.
012500     OPEN OUTPUT PRINT-FILE
018397             MOVE "Y" TO WS-XREF-OPEN-SWITCH
018398         END-IF
018500         OPEN OUTPUT VISITOR-ARCHIVE
018501         OPEN EXTEND CHANGE-JOURNAL
018502         IF WS-JOURNAL-STATUS = "35"
018503             OPEN OUTPUT CHANGE-JOURNAL
018504         END-IF
018600         MOVE LOW-VALUES TO VR-VISITOR-ID
018700         START VISITOR-MASTER KEY IS NOT LESS THAN VR-VISITOR-ID
018800             INVALID KEY MOVE "Y" TO WS-VISITOR-EOF-SWITCH
018900         END-START
019000         PERFORM ARCHIVE-ONE-VISITOR UNTIL END-OF-VISITORS
019100         CLOSE VISITOR-ARCHIVE
019101         CLOSE CHANGE-JOURNAL
019191         IF XREF-FILE-OPEN
019192             CLOSE VISITOR-XREF
019193         END-IF
021470                     NOT INVALID KEY DELETE VISITOR-XREF RECORD
021480                 END-READ
021490             END-IF
021491             MOVE VISITOR-RECORD TO JR-BEFORE-IMAGE
022100             DELETE VISITOR-MASTER RECORD
022200             ADD 1 TO WS-VISITOR-ARCHIVED
022201             IF WS-VISITOR-STATUS = "00"
022202                 PERFORM JOURNAL-REMOVAL
022203             END-IF
022300         END-IF
022400     END-IF.
022500
022501*ONE CHANGE-JOURNAL RECORD PER VISITOR REMOVED, FOR HelloRcv.
022502 JOURNAL-REMOVAL.
022503     MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
022504     MOVE "HELLOHKP" TO JR-PROGRAM
022505     MOVE "HELLOHKP" TO JR-OPERATOR-ID
022506     MOVE "R" TO JR-ACTION
022508     MOVE SPACES TO JR-AFTER-IMAGE
022509     WRITE JOURNAL-RECORD.
022510
022600*=================================================================
022700*THE AUDIT TRAIL IS A LINE-SEQUENTIAL LOG, SO IT IS SPLIT
022800*RATHER THAN DELETED IN PLACE: RECORDS OLDER THAN THE CUTOFF
022900*GO TO THE ARCHIVE, THE REST GO TO THE NEW TRAIL THE NEXT JOB
023000*STEP SWAPS OVER THE OLD FILE. THE FIRST RECORD KEPT ENDS THE
023001*ARCHIVING - AN OLD RECORD OUT OF ORDER BEHIND IT STAYS ON THE
023002*TRAIL - SO THE ARCHIVE TAKES A WHOLE STRETCH OF THE AUDIT CHAIN
023003*AND THE NEW TRAIL CARRIES ON FROM WHERE IT ENDS. THE SEQUENCE
023004*NUMBERS EITHER SIDE OF THE HAND-OFF GO ON THE REPORT.
023100*=================================================================
023200 ARCHIVE-AUDIT-TRAIL.
023300     OPEN INPUT AUDIT-FILE
025100     WRITE PRINT-LINE FROM WS-COUNT-LINE
025200     COMPUTE WS-AFTER-COUNT =
025300         WS-AUDIT-BEFORE - WS-AUDIT-ARCHIVED
025400     PERFORM PRINT-AFTER-LINE
025401     MOVE "CHAIN     " TO WS-N-FILE
025402     MOVE "LAST ARCHIVE" TO WS-N-LABEL
025403     MOVE WS-LAST-ARCHIVED-SEQUENCE TO WS-N-SEQUENCE
025404     WRITE PRINT-LINE FROM WS-CHAIN-LINE
025405     MOVE SPACES TO WS-N-FILE
025406     MOVE "FIRST KEPT  " TO WS-N-LABEL
025407     MOVE WS-FIRST-KEPT-SEQUENCE TO WS-N-SEQUENCE
025408     WRITE PRINT-LINE FROM WS-CHAIN-LINE.
025500
025600 READ-AUDIT.
025700     READ AUDIT-FILE
026100 ARCHIVE-ONE-AUDIT.
026200     ADD 1 TO WS-AUDIT-BEFORE
026300     IF AR-TIMESTAMP (1:8) < WS-ARCHIVE-CUTOFF
026301             AND NOT KEEPING-AUDIT
026400         WRITE AUDIT-ARCHIVE-RECORD FROM AUDIT-RECORD
026500         ADD 1 TO WS-AUDIT-ARCHIVED
026501         MOVE AR-SEQUENCE-NUMBER TO WS-LAST-ARCHIVED-SEQUENCE
026600     ELSE
026601         IF NOT KEEPING-AUDIT
026602             MOVE "Y" TO WS-AUDIT-KEEP-SWITCH
026603             MOVE AR-SEQUENCE-NUMBER TO WS-FIRST-KEPT-SEQUENCE
026604         END-IF
026700         WRITE AUDIT-NEW-RECORD FROM AUDIT-RECORD
026800     END-IF
026900     PERFORM READ-AUDIT.
