001000*MERGED WITH ANYTHING THE GREETERS FILED DURING THE SESSION,
001100*AND REWRITTEN IN FULL ON EXIT, SO DISPOSITIONS STICK WITHOUT
001150*ANYONE EDITING THE FILE DIRECTLY.
001151*A RESUBMITTED VISITOR IS ASKED FOR THEIR HOST, CHECKED AGAINST
001152*THE EMPLOYEE HOST DIRECTORY, AND ANNOUNCED ON THE ARRIVAL
001153*NOTICE EXTRACT THE SAME WAY THE DESK ANNOUNCES A WALK-IN.
001200*=================================================================
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
002700     SELECT AUDIT-FILE ASSIGN TO "PROD.HELLOYOU.AUDIT.LOG"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-AUDIT-STATUS.
002912
002924     SELECT AUDIT-CONTROL ASSIGN TO
002936         "PROD.HELLOYOU.AUDIT.CONTROL"
002948         ORGANIZATION IS INDEXED
002960         ACCESS MODE IS DYNAMIC
002972         RECORD KEY IS AC-KEY
002984         FILE STATUS IS WS-AUDCTL-STATUS.
003000
003100     SELECT CUSTOMER-MASTER ASSIGN TO
003200         "PROD.HELLOYOU.CUSTOMER.MASTER"
004328         "PROD.HELLOYOU.SESSION.LOG"
004329         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS WS-SESSION-STATUS.
004331
004332     SELECT NOTIFY-FILE ASSIGN TO
004333         "PROD.HELLOYOU.NOTIFY.EXTRACT"
004334         ORGANIZATION IS LINE SEQUENTIAL
004335         FILE STATUS IS WS-NOTIFY-STATUS.
004336
004337     SELECT HOST-DIRECTORY ASSIGN TO
004338         "PROD.HELLOYOU.HOST.DIRECTORY"
004339         ORGANIZATION IS INDEXED
004340         ACCESS MODE IS DYNAMIC
004341         RECORD KEY IS HD-EMPLOYEE-ID
004342         FILE STATUS IS WS-HOSTDIR-STATUS.
004343
004344     SELECT HOST-XREF ASSIGN TO
004345         "PROD.HELLOYOU.HOST.XREF"
004346         ORGANIZATION IS INDEXED
004347         ACCESS MODE IS DYNAMIC
004348         RECORD KEY IS HX-KEY
004349         FILE STATUS IS WS-HOSTXREF-STATUS.
004350
004351     SELECT CHANGE-JOURNAL ASSIGN TO
004352         "PROD.HELLOYOU.VISITOR.JOURNAL"
004353         ORGANIZATION IS LINE SEQUENTIAL
004354         FILE STATUS IS WS-JOURNAL-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SUSPENSE-FILE.
005100
005200 FD  AUDIT-FILE.
005300     COPY AUDIT.
005324
005348 FD  AUDIT-CONTROL.
005372     COPY AUDCTL.
005400
005500 FD  CUSTOMER-MASTER.
005600     COPY CUSTOMER.
005913
005914 FD  SESSION-LOG.
005915     COPY SESSION.
005916
005917 FD  NOTIFY-FILE.
005918     COPY NOTIFY.
005919
005920 FD  HOST-DIRECTORY.
005921     COPY HOSTDIR.
005922
005923 FD  HOST-XREF.
005924     COPY HOSTXREF.
005925
005926 FD  CHANGE-JOURNAL.
005927     COPY JOURNAL.
006000 WORKING-STORAGE SECTION.
006100 COPY NAME.
006200 01  WS-SUSPENSE-STATUS          PIC XX.
006317     05  FILLER                  PIC X(2) VALUE SPACES.
006318     05  WS-B-VIP-MARK           PIC X(5).
006400 01  WS-AUDIT-STATUS             PIC XX.
006401 01  WS-AUDCTL-STATUS            PIC XX.
006402 01  WS-AUDCTL-KEY               PIC X(8) VALUE "AUDITSEQ".
006403 01  WS-JOURNAL-STATUS           PIC XX.
006404 01  WS-AUDIT-EOF-SWITCH         PIC X VALUE "N".
006405     88  END-OF-AUDIT            VALUE "Y".
006406 01  WS-AUDIT-SEQUENCE           PIC 9(9) VALUE ZERO.
006407 01  WS-AUDIT-CHECK              PIC 9(9) VALUE ZERO.
006408 01  WS-CHAIN-VALUE              PIC 9(11).
006409 01  WS-CHAIN-SUB                PIC 9(2).
006410 01  WS-CHAIN-DATA.
006411     05  WS-CD-VISITOR-ID        PIC X(19).
006412     05  WS-CD-TIMESTAMP         PIC X(26).
006413     05  WS-CD-OPERATOR-ID       PIC X(8).
006414     05  WS-CD-SITE-CODE         PIC X(1).
006415     05  WS-CD-PURPOSE-CODE      PIC X(4).
006416     05  WS-CD-SEQUENCE          PIC 9(9).
006417 01  WS-CHAIN-CHARS REDEFINES WS-CHAIN-DATA.
006418     05  WS-CHAIN-CHAR           PIC X(1) OCCURS 67 TIMES.
006500 01  WS-CUSTOMER-STATUS          PIC XX.
006600 01  WS-DUPCHECK-STATUS          PIC XX.
006601 01  WS-OPERATOR-STATUS          PIC XX.
006610 01  WS-PURPOSE-CODE             PIC X(4).
006611 01  WS-PURPOSE-VALID            PIC X.
006612     88  PURPOSE-IS-VALID        VALUE "Y".
006613 01  WS-NOTIFY-STATUS            PIC XX.
006614 01  WS-HOST                     PIC X(32) VALUE SPACES.
006615 01  WS-HOSTDIR-STATUS           PIC XX.
006616 01  WS-HOSTXREF-STATUS          PIC XX.
006617 01  WS-HOST-AVAILABLE           PIC X VALUE "N".
006618     88  HOST-DIRECTORY-OPEN     VALUE "Y".
006619 01  WS-HOST-RESULT              PIC X VALUE "N".
006620     88  HOST-IS-RESOLVED        VALUE "V".
006621     88  HOST-IS-UNKNOWN         VALUE "U".
006622     88  HOST-HAS-LEFT           VALUE "L".
006623     88  HOST-IS-AMBIGUOUS       VALUE "M".
006624 01  WS-HOST-KEY                 PIC X(32).
006625 01  WS-HOST-EMPLOYEE-ID         PIC X(8) VALUE SPACES.
006626 01  WS-HOST-DEPARTMENT          PIC X(8) VALUE SPACES.
006627 01  WS-HOST-MATCHES             PIC 9(3).
006628 01  WS-HOST-LEFT-SWITCH         PIC X.
006629     88  HOST-LEFT-SEEN          VALUE "Y".
006630 01  WS-HOST-SCAN-SWITCH         PIC X.
006631     88  HOST-SCAN-DONE          VALUE "Y".
006632 01  WS-FOUND-HOST-NAME          PIC X(32).
006633 01  WS-FOUND-HOST-ID            PIC X(8).
006634 01  WS-FOUND-HOST-DEPT          PIC X(8).
006700 01  WS-MENU-CHOICE              PIC X.
006800 01  WS-DONE-SWITCH              PIC X VALUE "N".
006900     88  WORKBENCH-DONE          VALUE "Y".
018004         CLOSE VISITOR-XREF
018005         OPEN I-O VISITOR-XREF
018006     END-IF
018017     OPEN I-O AUDIT-CONTROL
018028     IF WS-AUDCTL-STATUS = "35"
018039         OPEN OUTPUT AUDIT-CONTROL
018050         CLOSE AUDIT-CONTROL
018061         OPEN I-O AUDIT-CONTROL
018072     END-IF
018083     PERFORM SET-UP-AUDIT-CONTROL
018100     OPEN EXTEND AUDIT-FILE
018200     IF WS-AUDIT-STATUS = "35"
018300         OPEN OUTPUT AUDIT-FILE
018800         CLOSE CUSTOMER-MASTER
018900         OPEN I-O CUSTOMER-MASTER
019000     END-IF
019001     OPEN EXTEND CHANGE-JOURNAL
019002     IF WS-JOURNAL-STATUS = "35"
019003         OPEN OUTPUT CHANGE-JOURNAL
019004     END-IF
019100     OPEN I-O DUPCHECK-FILE
019200     IF WS-DUPCHECK-STATUS = "35"
019300         OPEN OUTPUT DUPCHECK-FILE
019609     OPEN INPUT PURPOSE-MASTER
019610     IF WS-PURPOSE-STATUS = "00"
019611         MOVE "Y" TO WS-PURPOSE-AVAILABLE
019612     END-IF
019613     OPEN EXTEND NOTIFY-FILE
019614     IF WS-NOTIFY-STATUS = "35"
019615         OPEN OUTPUT NOTIFY-FILE
019616     END-IF
019617     OPEN INPUT HOST-DIRECTORY
019618     IF WS-HOSTDIR-STATUS = "00"
019619         OPEN INPUT HOST-XREF
019620         IF WS-HOSTXREF-STATUS = "00"
019621             MOVE "Y" TO WS-HOST-AVAILABLE
019622         ELSE
019623             CLOSE HOST-DIRECTORY
019624         END-IF
019625     END-IF.
019700
019800 CLOSE-GREETING-FILES.
019900     CLOSE VISITOR-MASTER
019901     CLOSE VISITOR-XREF
019902     CLOSE CHANGE-JOURNAL
020000     CLOSE AUDIT-FILE
020049     CLOSE AUDIT-CONTROL
020100     CLOSE CUSTOMER-MASTER
020200     CLOSE DUPCHECK-FILE
020201     CLOSE BADGE-FILE
020204     END-IF
020205     IF PURPOSE-FILE-OPEN
020206         CLOSE PURPOSE-MASTER
020207     END-IF
020208     CLOSE NOTIFY-FILE
020209     IF HOST-DIRECTORY-OPEN
020210         CLOSE HOST-DIRECTORY
020211         CLOSE HOST-XREF
020212     END-IF.
020300
020400 SIGN-ON-OPERATOR.
020401     OPEN INPUT OPERATOR-MASTER
022500     END-EVALUATE.
022600
022700 BROWSE-BY-REASON.
022800     DISPLAY "Reason code (BLNK/CTRL/DUPG/RECN/BARR/PURP/PASS/"
022900         "HOST/FULL, blank for all) ? "
023000     ACCEPT WS-BROWSE-REASON
023100     MOVE FUNCTION UPPER-CASE(WS-BROWSE-REASON)
023200         TO WS-BROWSE-REASON
028950                 MOVE "N" TO WS-PURPOSE-VALID
028960                 PERFORM GET-PURPOSE-CODE
028970                     UNTIL PURPOSE-IS-VALID
028971                 MOVE "N" TO WS-HOST-RESULT
028972                 PERFORM GET-RESUBMIT-HOST
028973                     UNTIL HOST-IS-RESOLVED
029000                 PERFORM GREET-RESUBMITTED-NAME
029010             END-IF
029100         ELSE
032400*RECORDS. A CORRECTED NAME THAT TURNS OUT TO BE A SAME-DAY
032500*DUPLICATE IS FILED BACK TO SUSPENSE AS A NEW OPEN DUPG ENTRY,
032600*EXACTLY AS THE GREETERS WOULD FILE IT. EITHER WAY THE ORIGINAL
032700*ENTRY IS CLOSED AS RESUBMITTED. A STORED GREETING WITH A HOST
032701*CARRIES THE HOST'S EMPLOYEE ID AND SENDS THE HOST AN ARRIVAL
032702*NOTICE.
032800*=================================================================
032900 GREET-RESUBMITTED-NAME.
033000     PERFORM PARSE-NAME
046001     MOVE SPACES TO VR-DEPARTURE-TIMESTAMP
046002     MOVE "P" TO VR-PREMISES-STATUS
046003     MOVE SPACES TO VR-GROUP-ID
046004     MOVE WS-HOST TO VR-HOST
046005     MOVE WS-SITE-CODE TO VR-SITE-CODE
046006     MOVE WS-PURPOSE-CODE TO VR-PURPOSE-CODE
046007     MOVE WS-HOST-EMPLOYEE-ID TO VR-HOST-EMPLOYEE-ID
046100     PERFORM BUILD-AND-WRITE-VISITOR
046200     MOVE VR-VISITOR-ID TO AR-VISITOR-ID
046300     MOVE WN-RAW-NAME TO AR-NAME
046500     MOVE WS-OPERATOR-ID TO AR-OPERATOR-ID
046510     MOVE WS-SITE-CODE TO AR-SITE-CODE
046520     MOVE WS-PURPOSE-CODE TO AR-PURPOSE-CODE
046521     PERFORM STAMP-AUDIT-CHAIN
046600     WRITE AUDIT-RECORD
046601     PERFORM SAVE-AUDIT-CHAIN
046602     IF WS-HOST NOT = SPACES
046603         PERFORM WRITE-ARRIVAL-NOTICE
046604     END-IF
046605     PERFORM WRITE-BADGE.
046606
046607*=================================================================
046608*THE AUDIT CHAIN IS SHARED BY EVERY DESK AND THE BATCH RUN, SO
046609*THE LAST SEQUENCE NUMBER AND CHECK VALUE WRITTEN ARE KEPT ON
046610*THE ONE-RECORD AUDIT CONTROL FILE (AUDCTL.CPY) RATHER THAN IN
046611*THIS PROGRAM. EACH GREETING READS IT FOR UPDATE, STAMPS ITS
046612*AUDIT RECORD WITH THE NEXT NUMBER AND THE CHECK VALUE CHAINED
046613*FROM THE ONE BEFORE, AS AUDIT.CPY DESCRIBES, WRITES THE AUDIT
046614*RECORD, AND ONLY THEN REWRITES THE CONTROL RECORD, SO ANOTHER
046615*GREETER WAITS FOR IT AND CARRIES ON FROM ITS RECORD. THE FIRST
046616*TIME THERE IS NO CONTROL RECORD IT IS SET UP FROM THE LAST
046617*RECORD ON THE TRAIL - ZERO FOR AN EMPTY TRAIL OR ONE WRITTEN
046618*BEFORE THE CHAIN EXISTED.
046619*=================================================================
046620 SET-UP-AUDIT-CONTROL.
046621     MOVE WS-AUDCTL-KEY TO AC-KEY
046622     READ AUDIT-CONTROL
046623         INVALID KEY
046624             PERFORM FIND-AUDIT-CHAIN-END
046625             MOVE WS-AUDCTL-KEY TO AC-KEY
046626             MOVE WS-AUDIT-SEQUENCE TO AC-LAST-SEQUENCE
046627             MOVE WS-AUDIT-CHECK TO AC-LAST-CHECK
046628             WRITE AUDIT-CONTROL-RECORD
046629                 INVALID KEY CONTINUE
046630             END-WRITE
046631     END-READ.
046632
046633 FIND-AUDIT-CHAIN-END.
046634     OPEN INPUT AUDIT-FILE
046635     IF WS-AUDIT-STATUS = "00"
046636         PERFORM READ-AUDIT-CHAIN-END UNTIL END-OF-AUDIT
046637         CLOSE AUDIT-FILE
046638     END-IF.
046639
046640 READ-AUDIT-CHAIN-END.
046641     READ AUDIT-FILE
046642         AT END MOVE "Y" TO WS-AUDIT-EOF-SWITCH
046643         NOT AT END
046644             IF AR-SEQUENCE-NUMBER IS NUMERIC
046645                     AND AR-CHECK-VALUE IS NUMERIC
046646                 MOVE AR-SEQUENCE-NUMBER TO WS-AUDIT-SEQUENCE
046647                 MOVE AR-CHECK-VALUE TO WS-AUDIT-CHECK
046648             ELSE
046649                 MOVE ZERO TO WS-AUDIT-SEQUENCE WS-AUDIT-CHECK
046650             END-IF
046651     END-READ.
046652
046653 STAMP-AUDIT-CHAIN.
046654     MOVE WS-AUDCTL-KEY TO AC-KEY
046655     READ AUDIT-CONTROL
046656         NOT INVALID KEY
046657             MOVE AC-LAST-SEQUENCE TO WS-AUDIT-SEQUENCE
046658             MOVE AC-LAST-CHECK TO WS-AUDIT-CHECK
046659     END-READ
046660     ADD 1 TO WS-AUDIT-SEQUENCE
046661     MOVE WS-AUDIT-SEQUENCE TO AR-SEQUENCE-NUMBER
046662     MOVE AR-VISITOR-ID TO WS-CD-VISITOR-ID
046663     MOVE AR-TIMESTAMP TO WS-CD-TIMESTAMP
046664     MOVE AR-OPERATOR-ID TO WS-CD-OPERATOR-ID
046665     MOVE AR-SITE-CODE TO WS-CD-SITE-CODE
046666     MOVE AR-PURPOSE-CODE TO WS-CD-PURPOSE-CODE
046667     MOVE AR-SEQUENCE-NUMBER TO WS-CD-SEQUENCE
046668     MOVE WS-AUDIT-CHECK TO WS-CHAIN-VALUE
046669     PERFORM CHAIN-ONE-CHARACTER
046670         VARYING WS-CHAIN-SUB FROM 1 BY 1 UNTIL WS-CHAIN-SUB > 67
046671     MOVE WS-CHAIN-VALUE TO AR-CHECK-VALUE
046672     MOVE WS-CHAIN-VALUE TO WS-AUDIT-CHECK.
046673
046674 CHAIN-ONE-CHARACTER.
046675     COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(WS-CHAIN-VALUE * 31
046676         + FUNCTION ORD(WS-CHAIN-CHAR (WS-CHAIN-SUB)), 999999937).
046677
046678 SAVE-AUDIT-CHAIN.
046679     MOVE WS-AUDCTL-KEY TO AC-KEY
046680     MOVE WS-AUDIT-SEQUENCE TO AC-LAST-SEQUENCE
046681     MOVE WS-AUDIT-CHECK TO AC-LAST-CHECK
046682     REWRITE AUDIT-CONTROL-RECORD
046683         INVALID KEY
046684             WRITE AUDIT-CONTROL-RECORD
046685                 INVALID KEY CONTINUE
046686             END-WRITE
046687     END-REWRITE.
046700
046800 BUILD-AND-WRITE-VISITOR.
046900     MOVE "N" TO WS-VISITOR-WRITTEN
048200             NOT INVALID KEY
048300                 MOVE "Y" TO WS-VISITOR-WRITTEN
048301                 PERFORM WRITE-VISITOR-XREF
048302                 PERFORM JOURNAL-VISITOR-ADD
048400         END-WRITE
048500     END-PERFORM.
048600
049100     WRITE VISITOR-XREF-RECORD
049200         INVALID KEY CONTINUE
049300     END-WRITE.
049301
049302*=================================================================
049303*ONE CHANGE-JOURNAL RECORD PER VISITOR STORED, SO A MASTER
049304*RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY HelloRcv.
049305*=================================================================
049306 JOURNAL-VISITOR-ADD.
049307     MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
049308     MOVE "HELLOSUS" TO JR-PROGRAM
049309     MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID
049310     MOVE "A" TO JR-ACTION
049311     MOVE SPACES TO JR-BEFORE-IMAGE
049312     MOVE VISITOR-RECORD TO JR-AFTER-IMAGE
049313     WRITE JOURNAL-RECORD.
049400
049500*=================================================================
049600*ONE PRINT-READY BADGE PER SUCCESSFUL GREETING, LAID OUT FOR THE
051500     WRITE BADGE-LINE FROM WS-BADGE-ID-LINE
051600     WRITE BADGE-LINE FROM WS-BADGE-STARS
051700     WRITE BADGE-LINE FROM SPACES.
051701
051702*=================================================================
051703*HOST CAPTURE ON RESUBMIT. THE HOST IS ASKED FOR AND LOOKED UP IN
051704*THE EMPLOYEE HOST DIRECTORY HelloHrl LOADS FROM HR, FIRST AS AN
051705*EMPLOYEE ID AND THEN BY NAME THROUGH THE HOST NAME
051706*CROSS-REFERENCE, THE SAME WAY THE GREETERS LOOK IT UP. A HOST
051707*WHO IS NOT IN THE DIRECTORY, HAS LEFT, OR WHOSE NAME MATCHES
051708*MORE THAN ONE CURRENT EMPLOYEE IS FILED TO THE SUSPENSE TABLE
051709*UNDER REASON "HOST" AND THE OPERATOR IS ASKED AGAIN. A BLANK HOST
051710*IS ALLOWED, AND WITH NO DIRECTORY ON DISK THE HOST IS TAKEN AS
051711*ENTERED.
051712*=================================================================
051713 GET-RESUBMIT-HOST.
051714     DISPLAY "Visiting (host name or ID, blank if none) ? "
051715     ACCEPT WS-HOST
051716     MOVE FUNCTION TRIM(WS-HOST) TO WS-HOST
051717     PERFORM RESOLVE-HOST
051718     IF NOT HOST-IS-RESOLVED
051719         PERFORM REPORT-HOST-PROBLEM
051720         PERFORM FILE-HOST-TO-TABLE
051721     END-IF.
051722
051723 RESOLVE-HOST.
051724     MOVE "V" TO WS-HOST-RESULT
051725     MOVE SPACES TO WS-HOST-EMPLOYEE-ID WS-HOST-DEPARTMENT
051726     IF WS-HOST NOT = SPACES AND HOST-DIRECTORY-OPEN
051727         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOST))
051728             TO WS-HOST-KEY
051729         MOVE ZERO TO WS-HOST-MATCHES
051730         MOVE "N" TO WS-HOST-LEFT-SWITCH
051731         IF WS-HOST-KEY (9:) = SPACES
051732             MOVE WS-HOST-KEY TO HD-EMPLOYEE-ID
051733             READ HOST-DIRECTORY
051734                 INVALID KEY CONTINUE
051735                 NOT INVALID KEY PERFORM TAKE-HOST-ENTRY
051736             END-READ
051737         END-IF
051738         IF WS-HOST-MATCHES = ZERO AND NOT HOST-LEFT-SEEN
051739             PERFORM SCAN-HOST-NAMES
051740         END-IF
051741         EVALUATE TRUE
051742             WHEN WS-HOST-MATCHES = 1
051743                 MOVE WS-FOUND-HOST-NAME TO WS-HOST
051744                 MOVE WS-FOUND-HOST-ID TO WS-HOST-EMPLOYEE-ID
051745                 MOVE WS-FOUND-HOST-DEPT TO WS-HOST-DEPARTMENT
051746             WHEN WS-HOST-MATCHES > 1
051747                 MOVE "M" TO WS-HOST-RESULT
051748             WHEN HOST-LEFT-SEEN
051749                 MOVE "L" TO WS-HOST-RESULT
051750             WHEN OTHER
051751                 MOVE "U" TO WS-HOST-RESULT
051752         END-EVALUATE
051753     END-IF.
051754
051755 SCAN-HOST-NAMES.
051756     MOVE WS-HOST-KEY TO HX-NAME
051757     MOVE LOW-VALUES TO HX-EMPLOYEE-ID
051758     MOVE "N" TO WS-HOST-SCAN-SWITCH
051759     START HOST-XREF KEY IS NOT LESS THAN HX-KEY
051760         INVALID KEY MOVE "Y" TO WS-HOST-SCAN-SWITCH
051761     END-START
051762     PERFORM CHECK-NEXT-HOST-NAME UNTIL HOST-SCAN-DONE.
051763
051764 CHECK-NEXT-HOST-NAME.
051765     READ HOST-XREF NEXT RECORD
051766         AT END MOVE "Y" TO WS-HOST-SCAN-SWITCH
051767     END-READ
051768     IF NOT HOST-SCAN-DONE
051769         IF HX-NAME NOT = WS-HOST-KEY
051770             MOVE "Y" TO WS-HOST-SCAN-SWITCH
051771         ELSE
051772             MOVE HX-EMPLOYEE-ID TO HD-EMPLOYEE-ID
051773             READ HOST-DIRECTORY
051774                 INVALID KEY CONTINUE
051775                 NOT INVALID KEY PERFORM TAKE-HOST-ENTRY
051776             END-READ
051777         END-IF
051778     END-IF.
051779
051780 TAKE-HOST-ENTRY.
051781     IF HD-IS-ACTIVE
051782         ADD 1 TO WS-HOST-MATCHES
051783         IF WS-HOST-MATCHES = 1
051784             MOVE HD-NAME TO WS-FOUND-HOST-NAME
051785             MOVE HD-EMPLOYEE-ID TO WS-FOUND-HOST-ID
051786             MOVE HD-DEPARTMENT TO WS-FOUND-HOST-DEPT
051787         END-IF
051788     ELSE
051789         MOVE "Y" TO WS-HOST-LEFT-SWITCH
051790     END-IF.
051791
051792 REPORT-HOST-PROBLEM.
051793     EVALUATE TRUE
051794         WHEN HOST-HAS-LEFT
051795             DISPLAY "Host " FUNCTION TRIM(WS-HOST)
051796                 " has left the company, try again."
051797         WHEN HOST-IS-AMBIGUOUS
051798             DISPLAY "More than one employee is called "
051799                 FUNCTION TRIM(WS-HOST)
051800                 " - give the employee ID instead."
051801         WHEN OTHER
051802             DISPLAY "Host " FUNCTION TRIM(WS-HOST)
051803                 " is not in the staff directory, try again."
051804     END-EVALUATE.
051805
051806 FILE-HOST-TO-TABLE.
051807     IF WS-SUS-COUNT >= 5000
051808         DISPLAY "Suspense table full - entry not refiled."
051809     ELSE
051810         ADD 1 TO WS-SUS-COUNT
051811         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
051812         MOVE WN-RAW-NAME TO WS-SUS-NAME (WS-SUS-COUNT)
051813         MOVE "HOST" TO WS-SUS-REASON (WS-SUS-COUNT)
051814         MOVE WS-TIMESTAMP TO WS-SUS-TIMESTAMP (WS-SUS-COUNT)
051815         MOVE WS-OPERATOR-ID TO WS-SUS-OPERATOR (WS-SUS-COUNT)
051816         MOVE "O" TO WS-SUS-DISPOSITION (WS-SUS-COUNT)
051817     END-IF.
051818
051819*=================================================================
051820*ONE ARRIVAL NOTICE PER STORED RESUBMISSION THAT NAMED A HOST,
051821*APPENDED TO THE EXTRACT THE MESSAGE GATEWAY POLLS.
051822*=================================================================
051823 WRITE-ARRIVAL-NOTICE.
051824     MOVE WS-HOST TO NF-HOST
051825     MOVE WN-RAW-NAME TO NF-VISITOR-NAME
051826     MOVE WS-TIMESTAMP TO NF-TIMESTAMP
051827     MOVE WS-OPERATOR-ID TO NF-OPERATOR-ID
051828     MOVE WS-HOST-EMPLOYEE-ID TO NF-HOST-EMPLOYEE-ID
051829     MOVE WS-HOST-DEPARTMENT TO NF-HOST-DEPARTMENT
051830     MOVE "A" TO NF-NOTICE-TYPE
051831     WRITE NOTIFY-RECORD.
