002300     SELECT AUDIT-FILE ASSIGN TO AUDIT
002400         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS WS-AUDIT-STATUS.
002514
002528     SELECT AUDIT-CONTROL ASSIGN TO AUDITCTL
002542         ORGANIZATION IS INDEXED
002556         ACCESS MODE IS DYNAMIC
002570         RECORD KEY IS AC-KEY
002584         FILE STATUS IS WS-AUDCTL-STATUS.
002600
002700     SELECT RESTART-FILE ASSIGN TO RESTART
002800         ORGANIZATION IS LINE SEQUENTIAL
004536     SELECT RUN-LOG ASSIGN TO RUNLOG
004537         ORGANIZATION IS LINE SEQUENTIAL
004538         FILE STATUS IS WS-RUNLOG-STATUS.
004539
004540     SELECT PASS-MASTER ASSIGN TO PASSES
004541         ORGANIZATION IS INDEXED
004542         ACCESS MODE IS DYNAMIC
004543         RECORD KEY IS PS-NAME
004544         FILE STATUS IS WS-PASS-STATUS.
004545
004546     SELECT HOST-DIRECTORY ASSIGN TO HOSTDIR
004547         ORGANIZATION IS INDEXED
004548         ACCESS MODE IS DYNAMIC
004549         RECORD KEY IS HD-EMPLOYEE-ID
004550         FILE STATUS IS WS-HOSTDIR-STATUS.
004551
004552     SELECT HOST-XREF ASSIGN TO HOSTXREF
004553         ORGANIZATION IS INDEXED
004554         ACCESS MODE IS DYNAMIC
004555         RECORD KEY IS HX-KEY
004556         FILE STATUS IS WS-HOSTXREF-STATUS.
004557
004558     SELECT SITE-MASTER ASSIGN TO SITES
004559         ORGANIZATION IS INDEXED
004560         ACCESS MODE IS DYNAMIC
004561         RECORD KEY IS ST-SITE-CODE
004562         FILE STATUS IS WS-SITE-STATUS.
004563
004564     SELECT CHANGE-JOURNAL ASSIGN TO JOURNAL
004565         ORGANIZATION IS LINE SEQUENTIAL
004566         FILE STATUS IS WS-JOURNAL-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  TRANS-FILE.
005400
005500 FD  AUDIT-FILE.
005600     COPY AUDIT.
005624
005648 FD  AUDIT-CONTROL.
005672     COPY AUDCTL.
005700
005800 FD  RESTART-FILE.
005900     COPY RESTART.
006822
006823 FD  RUN-LOG.
006824     COPY RUNLOG.
006825
006826 FD  PASS-MASTER.
006827     COPY PASS.
006828
006829 FD  HOST-DIRECTORY.
006830     COPY HOSTDIR.
006831
006832 FD  HOST-XREF.
006833     COPY HOSTXREF.
006834
006835 FD  SITE-MASTER.
006836     COPY SITE.
006837
006838 FD  CHANGE-JOURNAL.
006839     COPY JOURNAL.
006900 WORKING-STORAGE SECTION.
007000 COPY NAME.
007100 01  WS-TRANS-STATUS             PIC XX.
007223     05  FILLER                  PIC X(6) VALUE "GROUP ".
007224     05  WS-B-GROUP-NAME         PIC X(32).
007300 01  WS-AUDIT-STATUS             PIC XX.
007301 01  WS-AUDCTL-STATUS            PIC XX.
007302 01  WS-AUDCTL-KEY               PIC X(8) VALUE "AUDITSEQ".
007303 01  WS-JOURNAL-STATUS           PIC XX.
007304 01  WS-AUDIT-EOF-SWITCH         PIC X VALUE "N".
007305     88  END-OF-AUDIT            VALUE "Y".
007306 01  WS-AUDIT-SEQUENCE           PIC 9(9) VALUE ZERO.
007307 01  WS-AUDIT-CHECK              PIC 9(9) VALUE ZERO.
007308 01  WS-CHAIN-VALUE              PIC 9(11).
007309 01  WS-CHAIN-SUB                PIC 9(2).
007310 01  WS-CHAIN-DATA.
007311     05  WS-CD-VISITOR-ID        PIC X(19).
007312     05  WS-CD-TIMESTAMP         PIC X(26).
007313     05  WS-CD-OPERATOR-ID       PIC X(8).
007314     05  WS-CD-SITE-CODE         PIC X(1).
007315     05  WS-CD-PURPOSE-CODE      PIC X(4).
007316     05  WS-CD-SEQUENCE          PIC 9(9).
007317 01  WS-CHAIN-CHARS REDEFINES WS-CHAIN-DATA.
007318     05  WS-CHAIN-CHAR           PIC X(1) OCCURS 67 TIMES.
007400 01  WS-RESTART-STATUS           PIC XX.
007500 01  WS-EOF-SWITCH               PIC X VALUE "N".
007600     88  END-OF-TRANSACTIONS     VALUE "Y".
010594 01  WS-PURPOSE-CODE             PIC X(4).
010595 01  WS-PURPOSE-VALID            PIC X.
010596     88  PURPOSE-IS-VALID        VALUE "Y".
010597 01  WS-PASS-STATUS              PIC XX.
010598 01  WS-PASS-AVAILABLE           PIC X VALUE "N".
010599     88  PASS-FILE-OPEN          VALUE "Y".
010600 01  WS-PASS-RESULT              PIC X VALUE "N".
010601     88  PASS-IS-VALID           VALUE "V".
010602     88  PASS-IS-REFUSED         VALUE "R".
010603 01  WS-PASS-REFUSAL             PIC X(32).
010604 01  WS-PASS-TODAY               PIC X(8).
010605 01  WS-PASS-SITE-HITS           PIC 9(2).
010606 01  WS-HOSTDIR-STATUS           PIC XX.
010607 01  WS-HOSTXREF-STATUS          PIC XX.
010608 01  WS-HOST-AVAILABLE           PIC X VALUE "N".
010609     88  HOST-DIRECTORY-OPEN     VALUE "Y".
010610 01  WS-HOST-RESULT              PIC X VALUE "N".
010611     88  HOST-IS-RESOLVED        VALUE "V".
010612     88  HOST-IS-UNKNOWN         VALUE "U".
010613     88  HOST-HAS-LEFT           VALUE "L".
010614     88  HOST-IS-AMBIGUOUS       VALUE "M".
010615 01  WS-HOST-KEY                 PIC X(32).
010616 01  WS-HOST-EMPLOYEE-ID         PIC X(8) VALUE SPACES.
010617 01  WS-HOST-DEPARTMENT          PIC X(8) VALUE SPACES.
010618 01  WS-HOST-MATCHES             PIC 9(3).
010619 01  WS-HOST-LEFT-SWITCH         PIC X.
010620     88  HOST-LEFT-SEEN          VALUE "Y".
010621 01  WS-HOST-SCAN-SWITCH         PIC X.
010622     88  HOST-SCAN-DONE          VALUE "Y".
010623 01  WS-FOUND-HOST-NAME          PIC X(32).
010624 01  WS-FOUND-HOST-ID            PIC X(8).
010625 01  WS-FOUND-HOST-DEPT          PIC X(8).
010626 01  WS-SITE-STATUS              PIC XX.
010627 01  WS-SITE-AVAILABLE           PIC X VALUE "N".
010628     88  SITE-FILE-OPEN          VALUE "Y".
010629 01  WS-SITE-FULL-SWITCH         PIC X VALUE "N".
010630     88  SITE-IS-FULL            VALUE "Y".
010631 01  WS-SITE-COUNTED-SWITCH      PIC X VALUE "N".
010632     88  SITE-HEADCOUNT-TAKEN    VALUE "Y".
010633 01  WS-SITE-HEADCOUNT           PIC 9(5) VALUE ZERO.
010634 01  WS-SITE-WARN-LEVEL          PIC 9(5).
010635 01  WS-SITE-EOF-SWITCH          PIC X.
010636     88  END-OF-SITE-COUNT       VALUE "Y".
010637 01  WS-CAPACITY-WARNED          PIC X VALUE "N".
010638     88  CAPACITY-WARNING-GIVEN  VALUE "Y".
010639 PROCEDURE DIVISION.
010700 MAIN-PARA.
010800     PERFORM OPEN-FILES
010900     PERFORM READ-RESTART-CHECKPOINT
013104         CLOSE VISITOR-XREF
013105         OPEN I-O VISITOR-XREF
013106     END-IF
013117     OPEN I-O AUDIT-CONTROL
013128     IF WS-AUDCTL-STATUS = "35"
013139         OPEN OUTPUT AUDIT-CONTROL
013150         CLOSE AUDIT-CONTROL
013161         OPEN I-O AUDIT-CONTROL
013172     END-IF
013183     PERFORM SET-UP-AUDIT-CONTROL
013200     OPEN EXTEND AUDIT-FILE
013300     IF WS-AUDIT-STATUS = "35"
013400         OPEN OUTPUT AUDIT-FILE
014900     IF WS-SUSPENSE-STATUS = "35"
015000         OPEN OUTPUT SUSPENSE-FILE
015100     END-IF
015101     OPEN EXTEND CHANGE-JOURNAL
015102     IF WS-JOURNAL-STATUS = "35"
015103         OPEN OUTPUT CHANGE-JOURNAL
015104     END-IF
015110     OPEN INPUT OPERATOR-MASTER
015120     IF WS-OPERATOR-STATUS = "35"
015130         DISPLAY "Operator master not found - run cancelled."
015173     ELSE
015174         DISPLAY "No purpose reference file - purpose codes "
015175             "will be taken as transmitted."
015176     END-IF
015177     OPEN I-O PASS-MASTER
015178     IF WS-PASS-STATUS = "00"
015179         MOVE "Y" TO WS-PASS-AVAILABLE
015180     END-IF
015181     OPEN INPUT HOST-DIRECTORY
015182     IF WS-HOSTDIR-STATUS = "00"
015183         OPEN INPUT HOST-XREF
015184         IF WS-HOSTXREF-STATUS = "00"
015185             MOVE "Y" TO WS-HOST-AVAILABLE
015186         ELSE
015187             CLOSE HOST-DIRECTORY
015188         END-IF
015189     END-IF
015190     IF NOT HOST-DIRECTORY-OPEN
015191         DISPLAY "No host directory - hosts will be taken as "
015192             "transmitted."
015193     END-IF
015194     OPEN INPUT SITE-MASTER
015195     IF WS-SITE-STATUS = "00"
015196         MOVE "Y" TO WS-SITE-AVAILABLE
015197     END-IF.
015200
015300 READ-RESTART-CHECKPOINT.
015400     MOVE ZERO TO WS-RESTART-COUNT
020320         IF VISITOR-IS-BARRED
020330             PERFORM REFUSE-BARRED-VISITOR
020340         ELSE
020341             PERFORM CHECK-SITE-CAPACITY
020342             PERFORM CHECK-VISITOR-PASS
020343             EVALUATE TRUE
020344                 WHEN SITE-IS-FULL
020345                     PERFORM REFUSE-SITE-FULL
020346                 WHEN PASS-IS-VALID
020347                     PERFORM ADMIT-PASS-HOLDER
020400                 WHEN PASS-IS-REFUSED
020500                     PERFORM REFUSE-PASS-HOLDER
020600                 WHEN OTHER
020700                     PERFORM GREET-TRANSACTION
020800             END-EVALUATE
021220         END-IF
021300     END-IF
021400     IF FUNCTION MOD(WS-RECORDS-READ, WS-CHECKPOINT-INTERVAL) = 0
035804     MOVE WS-HOST TO VR-HOST
035805     MOVE WS-SITE-CODE TO VR-SITE-CODE
035806     MOVE WS-PURPOSE-CODE TO VR-PURPOSE-CODE
035807     MOVE WS-HOST-EMPLOYEE-ID TO VR-HOST-EMPLOYEE-ID
035900     PERFORM BUILD-AND-WRITE-VISITOR
035901     ADD 1 TO WS-SITE-HEADCOUNT
036000     MOVE VR-VISITOR-ID TO AR-VISITOR-ID
036100     MOVE WN-RAW-NAME TO AR-NAME
036200     MOVE WS-TIMESTAMP TO AR-TIMESTAMP
036300     MOVE WS-OPERATOR-ID TO AR-OPERATOR-ID
036310     MOVE WS-SITE-CODE TO AR-SITE-CODE
036320     MOVE WS-PURPOSE-CODE TO AR-PURPOSE-CODE
036321     PERFORM STAMP-AUDIT-CHAIN
036400     WRITE AUDIT-RECORD
036401     PERFORM SAVE-AUDIT-CHAIN
036402     IF WS-HOST NOT = SPACES
036403         PERFORM WRITE-ARRIVAL-NOTICE
036404     END-IF
036405     IF BADGES-REQUESTED
036406         PERFORM WRITE-BADGE
036407     END-IF
036500     ADD 1 TO WS-RECORD-COUNT.
036501
036502*=================================================================
036503*THE AUDIT CHAIN IS SHARED BY EVERY DESK AND THE BATCH RUN, SO
036504*THE LAST SEQUENCE NUMBER AND CHECK VALUE WRITTEN ARE KEPT ON
036505*THE ONE-RECORD AUDIT CONTROL FILE (AUDCTL.CPY) RATHER THAN IN
036506*THIS PROGRAM. EACH GREETING READS IT FOR UPDATE, STAMPS ITS
036507*AUDIT RECORD WITH THE NEXT NUMBER AND THE CHECK VALUE CHAINED
036508*FROM THE ONE BEFORE, AS AUDIT.CPY DESCRIBES, WRITES THE AUDIT
036509*RECORD, AND ONLY THEN REWRITES THE CONTROL RECORD, SO ANOTHER
036510*GREETER WAITS FOR IT AND CARRIES ON FROM ITS RECORD. THE FIRST
036511*TIME THERE IS NO CONTROL RECORD IT IS SET UP FROM THE LAST
036512*RECORD ON THE TRAIL - ZERO FOR AN EMPTY TRAIL OR ONE WRITTEN
036513*BEFORE THE CHAIN EXISTED.
036514*=================================================================
036515 SET-UP-AUDIT-CONTROL.
036516     MOVE WS-AUDCTL-KEY TO AC-KEY
036517     READ AUDIT-CONTROL
036518         INVALID KEY
036519             PERFORM FIND-AUDIT-CHAIN-END
036520             MOVE WS-AUDCTL-KEY TO AC-KEY
036521             MOVE WS-AUDIT-SEQUENCE TO AC-LAST-SEQUENCE
036522             MOVE WS-AUDIT-CHECK TO AC-LAST-CHECK
036523             WRITE AUDIT-CONTROL-RECORD
036524                 INVALID KEY CONTINUE
036525             END-WRITE
036526     END-READ.
036527
036528 FIND-AUDIT-CHAIN-END.
036529     OPEN INPUT AUDIT-FILE
036530     IF WS-AUDIT-STATUS = "00"
036531         PERFORM READ-AUDIT-CHAIN-END UNTIL END-OF-AUDIT
036532         CLOSE AUDIT-FILE
036533     END-IF.
036534
036535 READ-AUDIT-CHAIN-END.
036536     READ AUDIT-FILE
036537         AT END MOVE "Y" TO WS-AUDIT-EOF-SWITCH
036538         NOT AT END
036539             IF AR-SEQUENCE-NUMBER IS NUMERIC
036540                     AND AR-CHECK-VALUE IS NUMERIC
036541                 MOVE AR-SEQUENCE-NUMBER TO WS-AUDIT-SEQUENCE
036542                 MOVE AR-CHECK-VALUE TO WS-AUDIT-CHECK
036543             ELSE
036544                 MOVE ZERO TO WS-AUDIT-SEQUENCE WS-AUDIT-CHECK
036545             END-IF
036546     END-READ.
036547
036548 STAMP-AUDIT-CHAIN.
036549     MOVE WS-AUDCTL-KEY TO AC-KEY
036550     READ AUDIT-CONTROL
036551         NOT INVALID KEY
036552             MOVE AC-LAST-SEQUENCE TO WS-AUDIT-SEQUENCE
036553             MOVE AC-LAST-CHECK TO WS-AUDIT-CHECK
036554     END-READ
036555     ADD 1 TO WS-AUDIT-SEQUENCE
036556     MOVE WS-AUDIT-SEQUENCE TO AR-SEQUENCE-NUMBER
036557     MOVE AR-VISITOR-ID TO WS-CD-VISITOR-ID
036558     MOVE AR-TIMESTAMP TO WS-CD-TIMESTAMP
036559     MOVE AR-OPERATOR-ID TO WS-CD-OPERATOR-ID
036560     MOVE AR-SITE-CODE TO WS-CD-SITE-CODE
036561     MOVE AR-PURPOSE-CODE TO WS-CD-PURPOSE-CODE
036562     MOVE AR-SEQUENCE-NUMBER TO WS-CD-SEQUENCE
036563     MOVE WS-AUDIT-CHECK TO WS-CHAIN-VALUE
036564     PERFORM CHAIN-ONE-CHARACTER
036565         VARYING WS-CHAIN-SUB FROM 1 BY 1 UNTIL WS-CHAIN-SUB > 67
036566     MOVE WS-CHAIN-VALUE TO AR-CHECK-VALUE
036567     MOVE WS-CHAIN-VALUE TO WS-AUDIT-CHECK.
036568
036569 CHAIN-ONE-CHARACTER.
036570     COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(WS-CHAIN-VALUE * 31
036571         + FUNCTION ORD(WS-CHAIN-CHAR (WS-CHAIN-SUB)), 999999937).
036572
036573 SAVE-AUDIT-CHAIN.
036574     MOVE WS-AUDCTL-KEY TO AC-KEY
036575     MOVE WS-AUDIT-SEQUENCE TO AC-LAST-SEQUENCE
036576     MOVE WS-AUDIT-CHECK TO AC-LAST-CHECK
036577     REWRITE AUDIT-CONTROL-RECORD
036578         INVALID KEY
036579             WRITE AUDIT-CONTROL-RECORD
036580                 INVALID KEY CONTINUE
036581             END-WRITE
036582     END-REWRITE.
036600
036700 BUILD-AND-WRITE-VISITOR.
036800     MOVE "N" TO WS-VISITOR-WRITTEN
038100             NOT INVALID KEY
038200                 MOVE "Y" TO WS-VISITOR-WRITTEN
038201                 PERFORM WRITE-VISITOR-XREF
038202                 PERFORM JOURNAL-VISITOR-ADD
038300         END-WRITE
038400     END-PERFORM.
038500
040000     CLOSE VISITOR-MASTER
040001     CLOSE VISITOR-XREF
040100     CLOSE AUDIT-FILE
040149     CLOSE AUDIT-CONTROL
040200     CLOSE CUSTOMER-MASTER
040300     CLOSE DUPCHECK-FILE
040400     CLOSE SUSPENSE-FILE
040401     CLOSE CHANGE-JOURNAL
040500     CLOSE OPERATOR-MASTER
040501     CLOSE BADGE-FILE
040502     CLOSE NOTIFY-FILE
040505     END-IF
040506     IF PURPOSE-FILE-OPEN
040507         CLOSE PURPOSE-MASTER
040508     END-IF
040509     IF PASS-FILE-OPEN
040510         CLOSE PASS-MASTER
040511     END-IF
040512     IF HOST-DIRECTORY-OPEN
040513         CLOSE HOST-DIRECTORY
040514         CLOSE HOST-XREF
040515     END-IF
040516     IF SITE-FILE-OPEN
040517         CLOSE SITE-MASTER
040518     END-IF.
040600
040601*=================================================================
040602*ONE ARRIVAL NOTICE PER STORED GREETING OF A VISITOR WHOSE
040609     MOVE WN-RAW-NAME TO NF-VISITOR-NAME
040610     MOVE WS-TIMESTAMP TO NF-TIMESTAMP
040611     MOVE WS-OPERATOR-ID TO NF-OPERATOR-ID
040612     MOVE WS-HOST-EMPLOYEE-ID TO NF-HOST-EMPLOYEE-ID
040613     MOVE WS-HOST-DEPARTMENT TO NF-HOST-DEPARTMENT
040614     MOVE "A" TO NF-NOTICE-TYPE
040615     WRITE NOTIFY-RECORD.
040616
040620*=================================================================
040625*A PASS WHOSE USAGE COULD NOT BE UPDATED IS LOGGED ON THE RUN
040630*LOG, SINCE HelloExp REPORTS FROM THE LAST-USED DATE AND ENTRY
040635*COUNT. THE GREETING ITSELF STANDS.
040640*=================================================================
040645 REWRITE-PASS-RECORD.
040650     REWRITE PASS-RECORD
040655     IF WS-PASS-STATUS NOT = "00"
040660         DISPLAY "Pass " PS-PASS-NUMBER " usage not updated - "
040665             "status " WS-PASS-STATUS
040670         PERFORM OPEN-RUN-LOG
040675         MOVE SPACES TO RL-TEXT
040680         STRING "PASS USAGE NOT UPDATED PASS=" PS-PASS-NUMBER
040685             " STATUS=" WS-PASS-STATUS
040690             DELIMITED BY SIZE INTO RL-TEXT
040693         PERFORM WRITE-RUN-LOG-LINE
040696         CLOSE RUN-LOG
040698     END-IF.
040699
040700 WRITE-VISITOR-XREF.
040800     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(VR-NAME))
040900         TO VX-NAME
041100     WRITE VISITOR-XREF-RECORD
041200         INVALID KEY CONTINUE
041300     END-WRITE.
041301
041302*=================================================================
041303*ONE CHANGE-JOURNAL RECORD PER VISITOR STORED, SO A MASTER
041304*RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY HelloRcv.
041305*=================================================================
041306 JOURNAL-VISITOR-ADD.
041307     MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
041308     MOVE "HELLOBAT" TO JR-PROGRAM
041309     MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID
041310     MOVE "A" TO JR-ACTION
041311     MOVE SPACES TO JR-BEFORE-IMAGE
041312     MOVE VISITOR-RECORD TO JR-AFTER-IMAGE
041313     WRITE JOURNAL-RECORD.
041400
041500*=================================================================
041600*ONE PRINT-READY BADGE PER SUCCESSFUL GREETING, LAID OUT FOR THE
043600     WRITE BADGE-LINE FROM WS-BADGE-ID-LINE
043700     WRITE BADGE-LINE FROM WS-BADGE-STARS
043800     WRITE BADGE-LINE FROM SPACES.
043801
043802 GREET-TRANSACTION.
043803     PERFORM VALIDATE-PURPOSE-CODE
043804     IF PURPOSE-IS-VALID
043805         PERFORM RESOLVE-HOST
043806     END-IF
043807     EVALUATE TRUE
043808         WHEN NOT PURPOSE-IS-VALID
043809             PERFORM REJECT-BAD-PURPOSE
043810         WHEN NOT HOST-IS-RESOLVED
043811             PERFORM REJECT-BAD-HOST
043812         WHEN OTHER
043813             PERFORM GREET-VALIDATED-TRANSACTION
043814     END-EVALUATE.
043817
043818*=================================================================
043819*CONTRACTOR AND RECURRING-VISITOR PASSES. EVERY VALIDATED
043820*TRANSACTION NAME THAT IS NOT BARRED IS LOOKED UP ON THE PASS
043821*MASTER HelloPas MAINTAINS, KEYED UPPER-CASED AND TRIMMED. AN
043822*ACTIVE PASS INSIDE ITS VALIDITY DATES THAT COVERS THE RUN
043823*OPERATOR'S SITE ADMITS THE HOLDER AGAINST THE PASS: SPONSORING
043824*HOST AND VISIT PURPOSE COME FROM THE PASS, A SAME-DAY RE-ENTRY
043825*IS NOT FILED AS A DUPLICATE, AND THE PASS'S LAST-USED DATE AND
043826*ENTRY COUNT ARE UPDATED. THE VISITOR RECORD, AUDIT RECORD, AND
043827*BADGE ARE STILL PRODUCED SO THE HOLDER IS ON THE FIRE LIST,
043828*AND THE DUPCHECK COUNT IS STILL KEPT SO HelloBal BALANCES. A
043829*PASS THAT IS SUSPENDED, REVOKED, EXPIRED, NOT YET VALID, OR FOR
043830*ANOTHER SITE IS REFUSED UNDER SUSPENSE REASON "PASS". NO PASS
043831*MASTER ON FILE MEANS EVERY TRANSACTION IS GREETED THE ORDINARY
043832*WAY.
043833*=================================================================
043834 CHECK-VISITOR-PASS.
043835     MOVE "N" TO WS-PASS-RESULT
043836     IF PASS-FILE-OPEN
043837         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WN-RAW-NAME))
043838             TO PS-NAME
043839         READ PASS-MASTER
043840             INVALID KEY CONTINUE
043841             NOT INVALID KEY PERFORM VALIDATE-VISITOR-PASS
043842         END-READ
043843     END-IF.
043844
043845 VALIDATE-VISITOR-PASS.
043846     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PASS-TODAY
043847     MOVE SPACES TO WS-PASS-REFUSAL
043848     EVALUATE TRUE
043849         WHEN NOT PS-IS-ACTIVE
043850             MOVE "pass is suspended or revoked"
043851                 TO WS-PASS-REFUSAL
043852         WHEN WS-PASS-TODAY < PS-VALID-FROM
043853             MOVE "pass is not valid yet" TO WS-PASS-REFUSAL
043854         WHEN WS-PASS-TODAY > PS-VALID-TO
043855             MOVE "pass has expired" TO WS-PASS-REFUSAL
043856         WHEN PS-SITES (1:1) = "*"
043857             CONTINUE
043858         WHEN OTHER
043859             MOVE ZERO TO WS-PASS-SITE-HITS
043860             INSPECT PS-SITES TALLYING WS-PASS-SITE-HITS
043861                 FOR ALL WS-SITE-CODE
043862             IF WS-PASS-SITE-HITS = ZERO
043863                 MOVE "pass does not cover this site"
043864                     TO WS-PASS-REFUSAL
043865             END-IF
043866     END-EVALUATE
043867     IF WS-PASS-REFUSAL = SPACES
043868         MOVE "V" TO WS-PASS-RESULT
043869     ELSE
043870         MOVE "R" TO WS-PASS-RESULT
043871     END-IF.
043872
043873 ADMIT-PASS-HOLDER.
043874     MOVE PS-SPONSOR-HOST TO WS-HOST
043875     MOVE PS-PURPOSE-CODE TO WS-PURPOSE-CODE
043876     PERFORM VALIDATE-PURPOSE-CODE
043877     IF PURPOSE-IS-VALID
043878         PERFORM RESOLVE-HOST
043879     END-IF
043880     EVALUATE TRUE
043881         WHEN NOT PURPOSE-IS-VALID
043882             PERFORM REJECT-BAD-PURPOSE
043883         WHEN NOT HOST-IS-RESOLVED
043884             PERFORM REJECT-BAD-HOST
043885         WHEN OTHER
043886             PERFORM ADMIT-VALIDATED-PASS-HOLDER
043887     END-EVALUATE.
043888
043889 LOG-PASS-ENTRY.
043890     MOVE WS-TIMESTAMP (1:8) TO PS-LAST-USED-DATE
043891     ADD 1 TO PS-ENTRY-COUNT
043892     PERFORM REWRITE-PASS-RECORD.
043893
043894 REFUSE-PASS-HOLDER.
043895     DISPLAY "Rejected pass " PS-PASS-NUMBER " for "
043896         FUNCTION TRIM(WN-RAW-NAME) " - "
043897         FUNCTION TRIM(WS-PASS-REFUSAL)
043898     ADD 1 TO WS-REJECT-COUNT
043899     PERFORM WRITE-SUSPENSE-PASS.
043900
043901 WRITE-SUSPENSE-PASS.
043902     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
043903     MOVE WN-RAW-NAME TO SS-NAME
043904     MOVE "PASS" TO SS-REASON-CODE
043905     MOVE WS-TIMESTAMP TO SS-TIMESTAMP
043906     MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID
043907     MOVE "O" TO SS-DISPOSITION
043908     WRITE SUSPENSE-RECORD.
043909
043910 GREET-VALIDATED-TRANSACTION.
043911     PERFORM PARSE-NAME
043912     PERFORM CHECK-DUPLICATE-GREETING
043913     PERFORM LOOKUP-CUSTOMER
043914     PERFORM DISPLAY-GREETING
043915     IF DUPLICATE-GREETING-TODAY
043916         PERFORM WRITE-SUSPENSE-DUPLICATE
043917     ELSE
043918         PERFORM GREET-AND-STORE
043919     END-IF.
043920
043921 ADMIT-VALIDATED-PASS-HOLDER.
043922     PERFORM PARSE-NAME
043923     PERFORM CHECK-DUPLICATE-GREETING
043924     MOVE "N" TO WS-CUSTOMER-FOUND
043925     DISPLAY "Welcome back, " FUNCTION TRIM(WN-RAW-NAME)
043926         " - pass " PS-PASS-NUMBER " valid to " PS-VALID-TO
043927     PERFORM GREET-AND-STORE
043928     PERFORM LOG-PASS-ENTRY.
043929
043930*=================================================================
043931*HOST VALIDATION. THE HOST ON EACH TRANSACTION, OR THE SPONSOR ON
043932*A PASS, IS LOOKED UP IN THE EMPLOYEE HOST DIRECTORY HelloHrl
043933*LOADS FROM HR, FIRST AS AN EMPLOYEE ID AND THEN BY NAME THROUGH
043934*THE HOST NAME CROSS-REFERENCE, UPPER-CASED AND TRIMMED. A
043935*CURRENT EMPLOYEE RESOLVES: THE DIRECTORY'S SPELLING OF THE NAME
043936*GOES ON THE VISITOR RECORD WITH THE EMPLOYEE ID, AND THE
043937*DEPARTMENT GOES ON THE ARRIVAL NOTICE. A HOST WHO IS NOT IN THE
043938*DIRECTORY, HAS LEFT, OR WHOSE NAME MATCHES MORE THAN ONE CURRENT
043939*EMPLOYEE IS REJECTED TO SUSPENSE UNDER REASON "HOST". A BLANK
043940*HOST IS STILL ALLOWED, AND WITH NO DIRECTORY ON FILE THE HOST
043941*IS TAKEN AS TRANSMITTED.
043942*=================================================================
043943 RESOLVE-HOST.
043944     MOVE "V" TO WS-HOST-RESULT
043945     MOVE SPACES TO WS-HOST-EMPLOYEE-ID WS-HOST-DEPARTMENT
043946     IF WS-HOST NOT = SPACES AND HOST-DIRECTORY-OPEN
043947         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOST))
043948             TO WS-HOST-KEY
043949         MOVE ZERO TO WS-HOST-MATCHES
043950         MOVE "N" TO WS-HOST-LEFT-SWITCH
043951         IF WS-HOST-KEY (9:) = SPACES
043952             MOVE WS-HOST-KEY TO HD-EMPLOYEE-ID
043953             READ HOST-DIRECTORY
043954                 INVALID KEY CONTINUE
043955                 NOT INVALID KEY PERFORM TAKE-HOST-ENTRY
043956             END-READ
043957         END-IF
043958         IF WS-HOST-MATCHES = ZERO AND NOT HOST-LEFT-SEEN
043959             PERFORM SCAN-HOST-NAMES
043960         END-IF
043961         EVALUATE TRUE
043962             WHEN WS-HOST-MATCHES = 1
043963                 MOVE WS-FOUND-HOST-NAME TO WS-HOST
043964                 MOVE WS-FOUND-HOST-ID TO WS-HOST-EMPLOYEE-ID
043965                 MOVE WS-FOUND-HOST-DEPT TO WS-HOST-DEPARTMENT
043966             WHEN WS-HOST-MATCHES > 1
043967                 MOVE "M" TO WS-HOST-RESULT
043968             WHEN HOST-LEFT-SEEN
043969                 MOVE "L" TO WS-HOST-RESULT
043970             WHEN OTHER
043971                 MOVE "U" TO WS-HOST-RESULT
043972         END-EVALUATE
043973     END-IF.
043974
043975 SCAN-HOST-NAMES.
043976     MOVE WS-HOST-KEY TO HX-NAME
043977     MOVE LOW-VALUES TO HX-EMPLOYEE-ID
043978     MOVE "N" TO WS-HOST-SCAN-SWITCH
043979     START HOST-XREF KEY IS NOT LESS THAN HX-KEY
043980         INVALID KEY MOVE "Y" TO WS-HOST-SCAN-SWITCH
043981     END-START
043982     PERFORM CHECK-NEXT-HOST-NAME UNTIL HOST-SCAN-DONE.
043983
043984 CHECK-NEXT-HOST-NAME.
043985     READ HOST-XREF NEXT RECORD
043986         AT END MOVE "Y" TO WS-HOST-SCAN-SWITCH
043987     END-READ
043988     IF NOT HOST-SCAN-DONE
043989         IF HX-NAME NOT = WS-HOST-KEY
043990             MOVE "Y" TO WS-HOST-SCAN-SWITCH
043991         ELSE
043992             MOVE HX-EMPLOYEE-ID TO HD-EMPLOYEE-ID
043993             READ HOST-DIRECTORY
043994                 INVALID KEY CONTINUE
043995                 NOT INVALID KEY PERFORM TAKE-HOST-ENTRY
043996             END-READ
043997         END-IF
043998     END-IF.
043999
044000 TAKE-HOST-ENTRY.
044001     IF HD-IS-ACTIVE
044002         ADD 1 TO WS-HOST-MATCHES
044003         IF WS-HOST-MATCHES = 1
044004             MOVE HD-NAME TO WS-FOUND-HOST-NAME
044005             MOVE HD-EMPLOYEE-ID TO WS-FOUND-HOST-ID
044006             MOVE HD-DEPARTMENT TO WS-FOUND-HOST-DEPT
044007         END-IF
044008     ELSE
044009         MOVE "Y" TO WS-HOST-LEFT-SWITCH
044010     END-IF.
044011
044012 REJECT-BAD-HOST.
044013     EVALUATE TRUE
044014         WHEN HOST-HAS-LEFT
044015             DISPLAY "Rejected transaction for departed host "
044016                 FUNCTION TRIM(WS-HOST)
044017         WHEN HOST-IS-AMBIGUOUS
044018             DISPLAY "Rejected transaction for ambiguous host "
044019                 FUNCTION TRIM(WS-HOST)
044020         WHEN OTHER
044021             DISPLAY "Rejected transaction with unknown host "
044022                 FUNCTION TRIM(WS-HOST)
044023     END-EVALUATE
044024     ADD 1 TO WS-REJECT-COUNT
044025     PERFORM WRITE-SUSPENSE-HOST.
044026
044027 WRITE-SUSPENSE-HOST.
044028     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
044029     MOVE WN-RAW-NAME TO SS-NAME
044030     MOVE "HOST" TO SS-REASON-CODE
044031     MOVE WS-TIMESTAMP TO SS-TIMESTAMP
044032     MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID
044033     MOVE "O" TO SS-DISPOSITION
044034     WRITE SUSPENSE-RECORD.
044035
044036*=================================================================
044037*BUILDING CAPACITY. THE FIRST TRANSACTION OF THE RUN COUNTS THE
044038*VISITOR MASTER FOR EVERYONE STILL ON PREMISES AT THE RUN
044039*OPERATOR'S SITE, AND EVERY GREETING THE RUN STORES ADDS ONE, SO
044040*THE MASTER IS NOT RE-READ FOR EACH TRANSACTION. THE COUNT IS SET
044041*AGAINST THE FIRE-CERTIFIED MAXIMUM OCCUPANCY ON THE SITE MASTER
044042*HelloSit MAINTAINS: FROM THE SITE'S WARNING PERCENTAGE UPWARDS
044043*THE RUN WARNS ONCE ON THE CONSOLE, AND AT THE LIMIT EVERY
044044*FURTHER TRANSACTION IS REJECTED TO SUSPENSE UNDER REASON "FULL"
044045*FOR RECEPTION TO RESUBMIT AS PEOPLE LEAVE. NO SITE MASTER ON
044046*FILE, A SITE NOT ON IT, OR A ZERO LIMIT MEANS NOTHING IS REFUSED.
044047*=================================================================
044048 CHECK-SITE-CAPACITY.
044049     MOVE "N" TO WS-SITE-FULL-SWITCH
044050     IF SITE-FILE-OPEN
044051         MOVE WS-SITE-CODE TO ST-SITE-CODE
044052         READ SITE-MASTER
044053             INVALID KEY MOVE ZERO TO ST-MAX-OCCUPANCY
044054         END-READ
044055         IF ST-MAX-OCCUPANCY > ZERO
044056             IF NOT SITE-HEADCOUNT-TAKEN
044057                 PERFORM COUNT-SITE-HEADCOUNT
044058             END-IF
044059             PERFORM COMPARE-SITE-HEADCOUNT
044060         END-IF
044061     END-IF.
044062
044063 COUNT-SITE-HEADCOUNT.
044064     MOVE ZERO TO WS-SITE-HEADCOUNT
044065     MOVE "N" TO WS-SITE-EOF-SWITCH
044066     MOVE LOW-VALUES TO VR-VISITOR-ID
044067     START VISITOR-MASTER KEY IS NOT LESS THAN VR-VISITOR-ID
044068         INVALID KEY MOVE "Y" TO WS-SITE-EOF-SWITCH
044069     END-START
044070     PERFORM COUNT-ONE-SITE-VISITOR UNTIL END-OF-SITE-COUNT
044071     MOVE "Y" TO WS-SITE-COUNTED-SWITCH.
044072
044073 COUNT-ONE-SITE-VISITOR.
044074     READ VISITOR-MASTER NEXT RECORD
044075         AT END MOVE "Y" TO WS-SITE-EOF-SWITCH
044076     END-READ
044077     IF NOT END-OF-SITE-COUNT
044078         IF VR-ON-PREMISES AND VR-SITE-CODE = WS-SITE-CODE
044079             ADD 1 TO WS-SITE-HEADCOUNT
044080         END-IF
044081     END-IF.
044082
044083 COMPARE-SITE-HEADCOUNT.
044084     COMPUTE WS-SITE-WARN-LEVEL =
044085         ST-MAX-OCCUPANCY * ST-WARN-PERCENT / 100
044086     EVALUATE TRUE
044087         WHEN WS-SITE-HEADCOUNT >= ST-MAX-OCCUPANCY
044088             MOVE "Y" TO WS-SITE-FULL-SWITCH
044089         WHEN WS-SITE-HEADCOUNT >= WS-SITE-WARN-LEVEL
044090             IF NOT CAPACITY-WARNING-GIVEN
044091                 DISPLAY "*** " FUNCTION TRIM(ST-NAME)
044092                     " is nearing capacity: " WS-SITE-HEADCOUNT
044093                     " on premises, limit " ST-MAX-OCCUPANCY
044094                 MOVE "Y" TO WS-CAPACITY-WARNED
044095             END-IF
044096         WHEN OTHER
044097             CONTINUE
044098     END-EVALUATE.
044099
044100 REFUSE-SITE-FULL.
044101     DISPLAY "Rejected transaction for "
044102         FUNCTION TRIM(WN-RAW-NAME)
044103         " - " FUNCTION TRIM(ST-NAME) " is full"
044104     ADD 1 TO WS-REJECT-COUNT
044105     PERFORM WRITE-SUSPENSE-FULL.
044106
044107 WRITE-SUSPENSE-FULL.
044108     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
044109     MOVE WN-RAW-NAME TO SS-NAME
044110     MOVE "FULL" TO SS-REASON-CODE
044111     MOVE WS-TIMESTAMP TO SS-TIMESTAMP
044112     MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID
044113     MOVE "O" TO SS-DISPOSITION
044114     WRITE SUSPENSE-RECORD.
