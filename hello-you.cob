001300     SELECT AUDIT-FILE ASSIGN TO "PROD.HELLOYOU.AUDIT.LOG"
001400         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS WS-AUDIT-STATUS.
001512
001524     SELECT AUDIT-CONTROL ASSIGN TO
001536         "PROD.HELLOYOU.AUDIT.CONTROL"
001548         ORGANIZATION IS INDEXED
001560         ACCESS MODE IS DYNAMIC
001572         RECORD KEY IS AC-KEY
001584         FILE STATUS IS WS-AUDCTL-STATUS.
001600
001700     SELECT CUSTOMER-MASTER ASSIGN TO
001800         "PROD.HELLOYOU.CUSTOMER.MASTER"
003333         "PROD.HELLOYOU.SESSION.LOG"
003334         ORGANIZATION IS LINE SEQUENTIAL
003335         FILE STATUS IS WS-SESSION-STATUS.
003336
003337     SELECT APPOINT-MASTER ASSIGN TO
003338         "PROD.HELLOYOU.APPOINT.MASTER"
003339         ORGANIZATION IS INDEXED
003340         ACCESS MODE IS DYNAMIC
003341         RECORD KEY IS AP-KEY
003342         FILE STATUS IS WS-APPOINT-STATUS.
003343
003344     SELECT PASS-MASTER ASSIGN TO
003345         "PROD.HELLOYOU.PASS.MASTER"
003346         ORGANIZATION IS INDEXED
003347         ACCESS MODE IS DYNAMIC
003348         RECORD KEY IS PS-NAME
003349         FILE STATUS IS WS-PASS-STATUS.
003350
003351     SELECT HOST-DIRECTORY ASSIGN TO
003352         "PROD.HELLOYOU.HOST.DIRECTORY"
003353         ORGANIZATION IS INDEXED
003354         ACCESS MODE IS DYNAMIC
003355         RECORD KEY IS HD-EMPLOYEE-ID
003356         FILE STATUS IS WS-HOSTDIR-STATUS.
003357
003358     SELECT HOST-XREF ASSIGN TO
003359         "PROD.HELLOYOU.HOST.XREF"
003360         ORGANIZATION IS INDEXED
003361         ACCESS MODE IS DYNAMIC
003362         RECORD KEY IS HX-KEY
003363         FILE STATUS IS WS-HOSTXREF-STATUS.
003364
003365     SELECT SITE-MASTER ASSIGN TO
003366         "PROD.HELLOYOU.SITE.MASTER"
003367         ORGANIZATION IS INDEXED
003368         ACCESS MODE IS DYNAMIC
003369         RECORD KEY IS ST-SITE-CODE
003370         FILE STATUS IS WS-SITE-STATUS.
003371
003372     SELECT CHANGE-JOURNAL ASSIGN TO
003373         "PROD.HELLOYOU.VISITOR.JOURNAL"
003374         ORGANIZATION IS LINE SEQUENTIAL
003375         FILE STATUS IS WS-JOURNAL-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  VISITOR-MASTER.
003800
003900 FD  AUDIT-FILE.
004000     COPY AUDIT.
004024
004048 FD  AUDIT-CONTROL.
004072     COPY AUDCTL.
004100
004200 FD  CUSTOMER-MASTER.
004300     COPY CUSTOMER.
004916
004917 FD  SESSION-LOG.
004918     COPY SESSION.
004919
004920 FD  APPOINT-MASTER.
004921     COPY APPOINT.
004922
004923 FD  PASS-MASTER.
004924     COPY PASS.
004925
004926 FD  HOST-DIRECTORY.
004927     COPY HOSTDIR.
004928
004929 FD  HOST-XREF.
004930     COPY HOSTXREF.
004931
004932 FD  SITE-MASTER.
004933     COPY SITE.
004934
004935 FD  CHANGE-JOURNAL.
004936     COPY JOURNAL.
005000 WORKING-STORAGE SECTION.
005100 COPY NAME.
005200 01  WS-VISITOR-STATUS PIC XX.
005221     05  FILLER PIC X(6) VALUE "GROUP ".
005222     05  WS-B-GROUP-NAME PIC X(32).
005300 01  WS-AUDIT-STATUS PIC XX.
005301 01  WS-AUDCTL-STATUS PIC XX.
005302 01  WS-AUDCTL-KEY PIC X(8) VALUE "AUDITSEQ".
005303 01  WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
005304     88  END-OF-AUDIT VALUE "Y".
005305 01  WS-AUDIT-SEQUENCE PIC 9(9) VALUE ZERO.
005306 01  WS-AUDIT-CHECK PIC 9(9) VALUE ZERO.
005307 01  WS-CHAIN-VALUE PIC 9(11).
005308 01  WS-CHAIN-SUB PIC 9(2).
005309 01  WS-CHAIN-DATA.
005310     05  WS-CD-VISITOR-ID PIC X(19).
005311     05  WS-CD-TIMESTAMP PIC X(26).
005312     05  WS-CD-OPERATOR-ID PIC X(8).
005313     05  WS-CD-SITE-CODE PIC X(1).
005314     05  WS-CD-PURPOSE-CODE PIC X(4).
005315     05  WS-CD-SEQUENCE PIC 9(9).
005316 01  WS-CHAIN-CHARS REDEFINES WS-CHAIN-DATA.
005317     05  WS-CHAIN-CHAR PIC X(1) OCCURS 67 TIMES.
005400 01  WS-NAME-VALID PIC X VALUE "N".
005500     88  NAME-IS-VALID VALUE "Y".
005600 01  WS-OPERATOR-ID PIC X(8).
007616 01  WS-GROUP-MEMBER-COUNT PIC 9(3) VALUE ZERO.
007617 01  WS-GROUP-DONE-SWITCH PIC X VALUE "N".
007618     88  GROUP-CHECK-IN-DONE VALUE "Y".
007619 01  WS-APPOINT-STATUS PIC XX.
007620 01  WS-APPOINT-AVAILABLE PIC X VALUE "N".
007621     88  APPOINT-FILE-OPEN VALUE "Y".
007622 01  WS-APPOINT-FOUND PIC X VALUE "N".
007623     88  APPOINTMENT-FOUND VALUE "Y".
007624 01  WS-APPOINT-EOF-SWITCH PIC X VALUE "N".
007625     88  END-OF-APPOINTMENTS VALUE "Y".
007626 01  WS-APPOINT-DATE PIC X(8).
007627 01  WS-APPOINT-NAME PIC X(32).
007628 01  WS-PASS-STATUS PIC XX.
007629 01  WS-PASS-AVAILABLE PIC X VALUE "N".
007630     88  PASS-FILE-OPEN VALUE "Y".
007631 01  WS-PASS-RESULT PIC X VALUE "N".
007632     88  PASS-IS-VALID VALUE "V".
007633     88  PASS-IS-REFUSED VALUE "R".
007634 01  WS-PASS-REFUSAL PIC X(32).
007635 01  WS-PASS-TODAY PIC X(8).
007636 01  WS-PASS-SITE-HITS PIC 9(2).
007637 01  WS-SAVED-HOST PIC X(32).
007638 01  WS-SAVED-PURPOSE PIC X(4).
007639 01  WS-HOSTDIR-STATUS PIC XX.
007640 01  WS-HOSTXREF-STATUS PIC XX.
007641 01  WS-HOST-AVAILABLE PIC X VALUE "N".
007642     88  HOST-DIRECTORY-OPEN VALUE "Y".
007643 01  WS-HOST-RESULT PIC X VALUE "N".
007644     88  HOST-IS-RESOLVED VALUE "V".
007645     88  HOST-IS-UNKNOWN VALUE "U".
007646     88  HOST-HAS-LEFT VALUE "L".
007647     88  HOST-IS-AMBIGUOUS VALUE "M".
007648 01  WS-HOST-KEY PIC X(32).
007649 01  WS-HOST-EMPLOYEE-ID PIC X(8) VALUE SPACES.
007650 01  WS-HOST-DEPARTMENT PIC X(8) VALUE SPACES.
007651 01  WS-HOST-MATCHES PIC 9(3).
007652 01  WS-HOST-LEFT-SWITCH PIC X.
007653     88  HOST-LEFT-SEEN VALUE "Y".
007654 01  WS-HOST-SCAN-SWITCH PIC X.
007655     88  HOST-SCAN-DONE VALUE "Y".
007656 01  WS-FOUND-HOST-NAME PIC X(32).
007657 01  WS-FOUND-HOST-ID PIC X(8).
007658 01  WS-FOUND-HOST-DEPT PIC X(8).
007659 01  WS-SAVED-HOST-ID PIC X(8).
007660 01  WS-SAVED-HOST-DEPT PIC X(8).
007661 01  WS-SITE-STATUS PIC XX.
007662 01  WS-SITE-AVAILABLE PIC X VALUE "N".
007663     88  SITE-FILE-OPEN VALUE "Y".
007664 01  WS-SITE-FULL-SWITCH PIC X VALUE "N".
007665     88  SITE-IS-FULL VALUE "Y".
007666 01  WS-SITE-HEADCOUNT PIC 9(5).
007667 01  WS-SITE-WARN-LEVEL PIC 9(5).
007668 01  WS-SITE-EOF-SWITCH PIC X.
007669     88  END-OF-SITE-COUNT VALUE "Y".
007670 01  WS-JOURNAL-STATUS PIC XX.
007700 PROCEDURE DIVISION.
007800 MAIN-PARA.
007801     PERFORM SIGN-ON-OPERATOR
008404         CLOSE VISITOR-XREF
008405         OPEN I-O VISITOR-XREF
008406     END-IF
008417     OPEN I-O AUDIT-CONTROL
008428     IF WS-AUDCTL-STATUS = "35"
008439         OPEN OUTPUT AUDIT-CONTROL
008450         CLOSE AUDIT-CONTROL
008461         OPEN I-O AUDIT-CONTROL
008472     END-IF
008483     PERFORM SET-UP-AUDIT-CONTROL
008500     OPEN EXTEND AUDIT-FILE
008600     IF WS-AUDIT-STATUS = "35"
008700         OPEN OUTPUT AUDIT-FILE
010417         DISPLAY "No purpose reference file - purpose codes "
010418             "will be taken as entered."
010419     END-IF
010420     OPEN INPUT APPOINT-MASTER
010421     IF WS-APPOINT-STATUS = "00"
010422         MOVE "Y" TO WS-APPOINT-AVAILABLE
010423     END-IF
010424     OPEN I-O PASS-MASTER
010425     IF WS-PASS-STATUS = "00"
010426         MOVE "Y" TO WS-PASS-AVAILABLE
010427     END-IF
010428     OPEN INPUT HOST-DIRECTORY
010429     IF WS-HOSTDIR-STATUS = "00"
010430         OPEN INPUT HOST-XREF
010431         IF WS-HOSTXREF-STATUS = "00"
010432             MOVE "Y" TO WS-HOST-AVAILABLE
010433         ELSE
010434             CLOSE HOST-DIRECTORY
010435         END-IF
010436     END-IF
010437     IF NOT HOST-DIRECTORY-OPEN
010438         DISPLAY "No host directory - hosts will be taken as "
010439             "entered."
010440     END-IF
010441     OPEN INPUT SITE-MASTER
010442     IF WS-SITE-STATUS = "00"
010443         MOVE "Y" TO WS-SITE-AVAILABLE
010444     END-IF
010445     OPEN EXTEND CHANGE-JOURNAL
010446     IF WS-JOURNAL-STATUS = "35"
010447         OPEN OUTPUT CHANGE-JOURNAL
010448     END-IF
010600     PERFORM GET-GROUP-NAME
010610     IF WS-GROUP-NAME = SPACES
010620         PERFORM GREET-SINGLE-VISITOR
010650     END-IF
011600     CLOSE VISITOR-MASTER
011601     CLOSE VISITOR-XREF
011602     IF APPOINT-FILE-OPEN
011603         CLOSE APPOINT-MASTER
011604     END-IF
011605     IF PASS-FILE-OPEN
011606         CLOSE PASS-MASTER
011607     END-IF
011608     IF HOST-DIRECTORY-OPEN
011609         CLOSE HOST-DIRECTORY
011610         CLOSE HOST-XREF
011611     END-IF
011612     IF SITE-FILE-OPEN
011613         CLOSE SITE-MASTER
011614     END-IF
011615     CLOSE CHANGE-JOURNAL
011700     CLOSE AUDIT-FILE
011749     CLOSE AUDIT-CONTROL
011800     CLOSE CUSTOMER-MASTER
011900     CLOSE DUPCHECK-FILE
012000     CLOSE SUSPENSE-FILE
012110     IF VISITOR-IS-BARRED
012111         PERFORM REFUSE-BARRED-VISITOR
012112     ELSE
012113         PERFORM CHECK-SITE-CAPACITY
012114         PERFORM CHECK-VISITOR-PASS
012115         EVALUATE TRUE
012116             WHEN SITE-IS-FULL
012117                 PERFORM REFUSE-SITE-FULL
012118             WHEN PASS-IS-VALID
012119                 PERFORM ADMIT-PASS-HOLDER
012120             WHEN PASS-IS-REFUSED
012121                 PERFORM REFUSE-PASS-HOLDER
012122             WHEN OTHER
012123                 PERFORM GREET-WALK-IN
012124         END-EVALUATE
012125     END-IF.
012126
012127*=================================================================
012142         INTO WS-GROUP-ID
012143     MOVE ZERO TO WS-GROUP-MEMBER-COUNT
012144     MOVE "N" TO WS-GROUP-DONE-SWITCH
012145     MOVE WS-GROUP-NAME TO WN-RAW-NAME
012146     PERFORM CAPTURE-HOST
012147     MOVE "N" TO WS-PURPOSE-VALID
012148     PERFORM GET-PURPOSE-CODE UNTIL PURPOSE-IS-VALID
012149     PERFORM WRITE-GROUP-BANNER
012175     END-IF.
012176
012177 GREET-ONE-MEMBER.
012178     PERFORM CHECK-SITE-CAPACITY
012179     IF SITE-IS-FULL
012180         PERFORM REFUSE-SITE-FULL
012181     ELSE
012182         PERFORM ADMIT-OR-GREET-MEMBER
012183     END-IF.
012188
012189 WRITE-GROUP-BANNER.
012190     MOVE WS-GROUP-NAME TO WS-B-GROUP-NAME
012198     ACCEPT WS-HOST
012199     MOVE FUNCTION TRIM(WS-HOST) TO WS-HOST.
012200
012201*=================================================================
012202*PRE-REGISTERED WALK-INS. TODAY'S BOOKINGS ON THE APPOINTMENT
012203*MASTER HelloApt MAINTAINS ARE SEARCHED FOR THE VISITOR'S NAME,
012204*UPPER-CASED AND TRIMMED THE WAY THE BOOKING WAS KEYED, AT THIS
012205*DESK'S SITE OR BOOKED FOR ANY SITE. A BOOKING SUPPLIES THE HOST
012206*AND VISIT PURPOSE SO THE DESK IS NOT ASKED FOR THEM; A BOOKED
012207*PURPOSE CODE SINCE RETIRED FROM THE REFERENCE FILE IS ASKED FOR
012208*AGAIN. NO APPOINTMENT MASTER ON FILE MEANS EVERY VISITOR IS
012209*TREATED AS AN UNBOOKED WALK-IN.
012210*=================================================================
012211 CAPTURE-HOST-AND-PURPOSE.
012212     PERFORM FIND-TODAYS-APPOINTMENT
012213     IF APPOINTMENT-FOUND
012214         PERFORM USE-APPOINTMENT
012215     ELSE
012216         PERFORM CAPTURE-HOST
012217         MOVE "N" TO WS-PURPOSE-VALID
012218         PERFORM GET-PURPOSE-CODE UNTIL PURPOSE-IS-VALID
012219     END-IF.
012220
012221 FIND-TODAYS-APPOINTMENT.
012222     MOVE "N" TO WS-APPOINT-FOUND
012223     IF APPOINT-FILE-OPEN
012224         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-APPOINT-DATE
012225         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WN-RAW-NAME))
012226             TO WS-APPOINT-NAME
012227         MOVE WS-APPOINT-DATE TO AP-EXPECTED-DATE
012228         MOVE LOW-VALUES TO AP-GROUP-NAME AP-NAME
012229         MOVE "N" TO WS-APPOINT-EOF-SWITCH
012230         START APPOINT-MASTER KEY IS NOT LESS THAN AP-KEY
012231             INVALID KEY MOVE "Y" TO WS-APPOINT-EOF-SWITCH
012232         END-START
012233         PERFORM CHECK-NEXT-APPOINTMENT
012234             UNTIL END-OF-APPOINTMENTS OR APPOINTMENT-FOUND
012235     END-IF.
012236
012237 CHECK-NEXT-APPOINTMENT.
012238     READ APPOINT-MASTER NEXT RECORD
012239         AT END MOVE "Y" TO WS-APPOINT-EOF-SWITCH
012240     END-READ
012241     IF NOT END-OF-APPOINTMENTS
012242         IF AP-EXPECTED-DATE NOT = WS-APPOINT-DATE
012243             MOVE "Y" TO WS-APPOINT-EOF-SWITCH
012244         ELSE
012245             IF AP-NAME = WS-APPOINT-NAME
012246                     AND (AP-SITE-CODE = WS-SITE-CODE
012247                          OR AP-SITE-CODE = SPACE)
012248                 MOVE "Y" TO WS-APPOINT-FOUND
012249             END-IF
012250         END-IF
012251     END-IF.
012252
012253 USE-APPOINTMENT.
012254     DISPLAY "Pre-registered visitor, expected "
012255         AP-WINDOW-FROM "-" AP-WINDOW-TO
012256     MOVE AP-HOST TO WS-HOST
012257     PERFORM CHECK-GIVEN-HOST
012260     MOVE AP-PURPOSE-CODE TO WS-PURPOSE-CODE
012261     PERFORM VALIDATE-PURPOSE-CODE
012262     IF NOT PURPOSE-IS-VALID
012263         DISPLAY "Booked purpose code " WS-PURPOSE-CODE
012264             " is no longer in use."
012265         PERFORM GET-PURPOSE-CODE UNTIL PURPOSE-IS-VALID
012266     END-IF.
012267
012268 GREET-WALK-IN.
012269     PERFORM CAPTURE-HOST-AND-PURPOSE
012270     PERFORM PARSE-NAME
012271     PERFORM CHECK-DUPLICATE-GREETING
012272     PERFORM LOOKUP-CUSTOMER
012273     PERFORM DISPLAY-GREETING
012274     IF DUPLICATE-GREETING-TODAY
012275         PERFORM WRITE-SUSPENSE-DUPLICATE
012276     ELSE
012277         PERFORM STAMP-AND-STORE
012278     END-IF.
012279
012280 GREET-GROUP-WALK-IN.
012281     PERFORM PARSE-NAME
012282     PERFORM CHECK-DUPLICATE-GREETING
012283     PERFORM LOOKUP-CUSTOMER
012284     PERFORM DISPLAY-GREETING
012285     IF DUPLICATE-GREETING-TODAY
012286         PERFORM WRITE-SUSPENSE-DUPLICATE
012287     ELSE
012288         PERFORM STAMP-AND-STORE
012289         ADD 1 TO WS-GROUP-MEMBER-COUNT
012290     END-IF.
012291
012300 SIGN-ON-OPERATOR.
012301     OPEN INPUT OPERATOR-MASTER
012302     IF WS-OPERATOR-STATUS = "35"
012426     MOVE WS-OVERRIDE-ID TO SL-OVERRIDE-ID
012427     MOVE "HELLOYOU" TO SL-PROGRAM
012428     WRITE SESSION-RECORD.
012429
012430*=================================================================
012431*CONTRACTOR AND RECURRING-VISITOR PASSES. EVERY VALIDATED NAME
012432*THAT IS NOT BARRED IS LOOKED UP ON THE PASS MASTER HelloPas
012433*MAINTAINS, KEYED UPPER-CASED AND TRIMMED. AN ACTIVE PASS INSIDE
012434*ITS VALIDITY DATES THAT COVERS THIS DESK'S SITE ADMITS THE
012435*HOLDER AGAINST THE PASS: THE SPONSORING HOST AND VISIT PURPOSE
012436*COME FROM THE PASS, A SAME-DAY RE-ENTRY IS NOT FILED AS A
012437*DUPLICATE, AND THE PASS'S LAST-USED DATE AND ENTRY COUNT ARE
012438*UPDATED. THE VISITOR RECORD, AUDIT RECORD, AND BADGE ARE STILL
012439*PRODUCED SO THE HOLDER IS ON THE FIRE LIST, AND THE DUPCHECK
012440*COUNT IS STILL KEPT SO HelloBal BALANCES. A PASS THAT IS
012441*SUSPENDED, REVOKED, EXPIRED, NOT YET VALID, OR FOR ANOTHER SITE
012442*IS REFUSED AND FILED TO SUSPENSE UNDER REASON "PASS". NO PASS
012443*MASTER ON FILE MEANS EVERY VISITOR IS GREETED THE ORDINARY WAY.
012444*=================================================================
012445 CHECK-VISITOR-PASS.
012446     MOVE "N" TO WS-PASS-RESULT
012447     IF PASS-FILE-OPEN
012448         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WN-RAW-NAME))
012449             TO PS-NAME
012450         READ PASS-MASTER
012451             INVALID KEY CONTINUE
012452             NOT INVALID KEY PERFORM VALIDATE-VISITOR-PASS
012453         END-READ
012454     END-IF.
012455
012456 VALIDATE-VISITOR-PASS.
012457     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PASS-TODAY
012458     MOVE SPACES TO WS-PASS-REFUSAL
012459     EVALUATE TRUE
012460         WHEN NOT PS-IS-ACTIVE
012461             MOVE "pass is suspended or revoked"
012462                 TO WS-PASS-REFUSAL
012463         WHEN WS-PASS-TODAY < PS-VALID-FROM
012464             MOVE "pass is not valid yet" TO WS-PASS-REFUSAL
012465         WHEN WS-PASS-TODAY > PS-VALID-TO
012466             MOVE "pass has expired" TO WS-PASS-REFUSAL
012467         WHEN PS-SITES (1:1) = "*"
012468             CONTINUE
012469         WHEN OTHER
012470             MOVE ZERO TO WS-PASS-SITE-HITS
012471             INSPECT PS-SITES TALLYING WS-PASS-SITE-HITS
012472                 FOR ALL WS-SITE-CODE
012473             IF WS-PASS-SITE-HITS = ZERO
012474                 MOVE "pass does not cover this site"
012475                     TO WS-PASS-REFUSAL
012476             END-IF
012477     END-EVALUATE
012478     IF WS-PASS-REFUSAL = SPACES
012479         MOVE "V" TO WS-PASS-RESULT
012480     ELSE
012481         MOVE "R" TO WS-PASS-RESULT
012482     END-IF.
012483
012484 ADMIT-PASS-HOLDER.
012485     PERFORM TAKE-PASS-SPONSOR
012486     MOVE PS-PURPOSE-CODE TO WS-PURPOSE-CODE
012487     PERFORM VALIDATE-PURPOSE-CODE
012488     IF NOT PURPOSE-IS-VALID
012489         DISPLAY "Pass purpose code " WS-PURPOSE-CODE
012490             " is no longer in use."
012491         PERFORM GET-PURPOSE-CODE UNTIL PURPOSE-IS-VALID
012492     END-IF
012493     PERFORM PARSE-NAME
012494     PERFORM CHECK-DUPLICATE-GREETING
012495     MOVE "N" TO WS-CUSTOMER-FOUND
012496     DISPLAY "Welcome back, " FUNCTION TRIM(WN-RAW-NAME)
012497         " - pass " PS-PASS-NUMBER " valid to " PS-VALID-TO
012498     IF DUPLICATE-GREETING-TODAY
012499         DISPLAY "Re-entry today, logged against the pass."
012500     END-IF
012501     PERFORM STAMP-AND-STORE
012502     PERFORM LOG-PASS-ENTRY.
012503
012504*=================================================================
012505*A PASS HOLDER ARRIVING WITH A PARTY IS STILL LOGGED AGAINST
012506*THE PASS'S OWN SPONSOR AND PURPOSE; THE PARTY'S HOST AND
012507*PURPOSE ARE PUT BACK FOR THE MEMBERS WHO FOLLOW.
012508*=================================================================
012509 ADMIT-GROUP-PASS-HOLDER.
012510     PERFORM SAVE-PARTY-HOST
012511     MOVE WS-PURPOSE-CODE TO WS-SAVED-PURPOSE
012512     PERFORM ADMIT-PASS-HOLDER
012513     ADD 1 TO WS-GROUP-MEMBER-COUNT
012514     PERFORM RESTORE-PARTY-HOST
012515     MOVE WS-SAVED-PURPOSE TO WS-PURPOSE-CODE.
012516
012517 LOG-PASS-ENTRY.
012518     MOVE WS-TIMESTAMP (1:8) TO PS-LAST-USED-DATE
012519     ADD 1 TO PS-ENTRY-COUNT
012520     PERFORM REWRITE-PASS-RECORD.
012521
012522 REFUSE-PASS-HOLDER.
012523     DISPLAY "Pass " PS-PASS-NUMBER " for "
012524         FUNCTION TRIM(WN-RAW-NAME) " refused - "
012525         FUNCTION TRIM(WS-PASS-REFUSAL) "."
012526     DISPLAY "Pass valid " PS-VALID-FROM " to " PS-VALID-TO
012527         ", sites " PS-SITES ", status " PS-STATUS
012528     DISPLAY "Refer the visitor to the sponsor, "
012529         FUNCTION TRIM(PS-SPONSOR-HOST) ". No badge has been "
012530         "printed."
012531     PERFORM WRITE-SUSPENSE-PASS.
012532
012533 WRITE-SUSPENSE-PASS.
012534     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
012535     MOVE WN-RAW-NAME TO SS-NAME
012536     MOVE "PASS" TO SS-REASON-CODE
012537     MOVE WS-TIMESTAMP TO SS-TIMESTAMP
012538     MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID
012539     MOVE "O" TO SS-DISPOSITION
012540     WRITE SUSPENSE-RECORD.
012545
012550 REWRITE-PASS-RECORD.
012555     REWRITE PASS-RECORD
012560     IF WS-PASS-STATUS NOT = "00"
012565         DISPLAY "Pass " PS-PASS-NUMBER " usage not updated - "
012570             "status " WS-PASS-STATUS
012575     END-IF.
012600
012700 VALIDATE-NAME.
012800     DISPLAY "What's your name ? "
028604     MOVE WS-HOST TO VR-HOST
028605     MOVE WS-SITE-CODE TO VR-SITE-CODE
028606     MOVE WS-PURPOSE-CODE TO VR-PURPOSE-CODE
028607     MOVE WS-HOST-EMPLOYEE-ID TO VR-HOST-EMPLOYEE-ID
028700     PERFORM BUILD-AND-WRITE-VISITOR
028800     MOVE VR-VISITOR-ID TO AR-VISITOR-ID
028900     MOVE WN-RAW-NAME TO AR-NAME
029100     MOVE WS-OPERATOR-ID TO AR-OPERATOR-ID
029110     MOVE WS-SITE-CODE TO AR-SITE-CODE
029120     MOVE WS-PURPOSE-CODE TO AR-PURPOSE-CODE
029121     PERFORM STAMP-AUDIT-CHAIN
029200     WRITE AUDIT-RECORD
029201     PERFORM SAVE-AUDIT-CHAIN
029202     IF WS-HOST NOT = SPACES
029203         PERFORM WRITE-ARRIVAL-NOTICE
029204     END-IF
029205     PERFORM WRITE-BADGE.
029206
029207*=================================================================
029208*THE AUDIT CHAIN IS SHARED BY EVERY DESK AND THE BATCH RUN, SO
029209*THE LAST SEQUENCE NUMBER AND CHECK VALUE WRITTEN ARE KEPT ON
029210*THE ONE-RECORD AUDIT CONTROL FILE (AUDCTL.CPY) RATHER THAN IN
029211*THIS PROGRAM. EACH GREETING READS IT FOR UPDATE, STAMPS ITS
029212*AUDIT RECORD WITH THE NEXT NUMBER AND THE CHECK VALUE CHAINED
029213*FROM THE ONE BEFORE, AS AUDIT.CPY DESCRIBES, WRITES THE AUDIT
029214*RECORD, AND ONLY THEN REWRITES THE CONTROL RECORD, SO ANOTHER
029215*GREETER WAITS FOR IT AND CARRIES ON FROM ITS RECORD. THE FIRST
029216*TIME THERE IS NO CONTROL RECORD IT IS SET UP FROM THE LAST
029217*RECORD ON THE TRAIL - ZERO FOR AN EMPTY TRAIL OR ONE WRITTEN
029218*BEFORE THE CHAIN EXISTED.
029219*=================================================================
029220 SET-UP-AUDIT-CONTROL.
029221     MOVE WS-AUDCTL-KEY TO AC-KEY
029222     READ AUDIT-CONTROL
029223         INVALID KEY
029224             PERFORM FIND-AUDIT-CHAIN-END
029225             MOVE WS-AUDCTL-KEY TO AC-KEY
029226             MOVE WS-AUDIT-SEQUENCE TO AC-LAST-SEQUENCE
029227             MOVE WS-AUDIT-CHECK TO AC-LAST-CHECK
029228             WRITE AUDIT-CONTROL-RECORD
029229                 INVALID KEY CONTINUE
029230             END-WRITE
029231     END-READ.
029232
029233 FIND-AUDIT-CHAIN-END.
029234     OPEN INPUT AUDIT-FILE
029235     IF WS-AUDIT-STATUS = "00"
029236         PERFORM READ-AUDIT-CHAIN-END UNTIL END-OF-AUDIT
029237         CLOSE AUDIT-FILE
029238     END-IF.
029239
029240 READ-AUDIT-CHAIN-END.
029241     READ AUDIT-FILE
029242         AT END MOVE "Y" TO WS-AUDIT-EOF-SWITCH
029243         NOT AT END
029244             IF AR-SEQUENCE-NUMBER IS NUMERIC
029245                     AND AR-CHECK-VALUE IS NUMERIC
029246                 MOVE AR-SEQUENCE-NUMBER TO WS-AUDIT-SEQUENCE
029247                 MOVE AR-CHECK-VALUE TO WS-AUDIT-CHECK
029248             ELSE
029249                 MOVE ZERO TO WS-AUDIT-SEQUENCE WS-AUDIT-CHECK
029250             END-IF
029251     END-READ.
029252
029253 STAMP-AUDIT-CHAIN.
029254     MOVE WS-AUDCTL-KEY TO AC-KEY
029255     READ AUDIT-CONTROL
029256         NOT INVALID KEY
029257             MOVE AC-LAST-SEQUENCE TO WS-AUDIT-SEQUENCE
029258             MOVE AC-LAST-CHECK TO WS-AUDIT-CHECK
029259     END-READ
029260     ADD 1 TO WS-AUDIT-SEQUENCE
029261     MOVE WS-AUDIT-SEQUENCE TO AR-SEQUENCE-NUMBER
029262     MOVE AR-VISITOR-ID TO WS-CD-VISITOR-ID
029263     MOVE AR-TIMESTAMP TO WS-CD-TIMESTAMP
029264     MOVE AR-OPERATOR-ID TO WS-CD-OPERATOR-ID
029265     MOVE AR-SITE-CODE TO WS-CD-SITE-CODE
029266     MOVE AR-PURPOSE-CODE TO WS-CD-PURPOSE-CODE
029267     MOVE AR-SEQUENCE-NUMBER TO WS-CD-SEQUENCE
029268     MOVE WS-AUDIT-CHECK TO WS-CHAIN-VALUE
029269     PERFORM CHAIN-ONE-CHARACTER
029270         VARYING WS-CHAIN-SUB FROM 1 BY 1 UNTIL WS-CHAIN-SUB > 67
029271     MOVE WS-CHAIN-VALUE TO AR-CHECK-VALUE
029272     MOVE WS-CHAIN-VALUE TO WS-AUDIT-CHECK.
029273
029274 CHAIN-ONE-CHARACTER.
029275     COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(WS-CHAIN-VALUE * 31
029276         + FUNCTION ORD(WS-CHAIN-CHAR (WS-CHAIN-SUB)), 999999937).
029277
029278 SAVE-AUDIT-CHAIN.
029279     MOVE WS-AUDCTL-KEY TO AC-KEY
029280     MOVE WS-AUDIT-SEQUENCE TO AC-LAST-SEQUENCE
029281     MOVE WS-AUDIT-CHECK TO AC-LAST-CHECK
029282     REWRITE AUDIT-CONTROL-RECORD
029283         INVALID KEY
029284             WRITE AUDIT-CONTROL-RECORD
029285                 INVALID KEY CONTINUE
029286             END-WRITE
029287     END-REWRITE.
029300
029400 BUILD-AND-WRITE-VISITOR.
029500     MOVE "N" TO WS-VISITOR-WRITTEN
030800             NOT INVALID KEY
030900                 MOVE "Y" TO WS-VISITOR-WRITTEN
030901                 PERFORM WRITE-VISITOR-XREF
030902                 PERFORM JOURNAL-VISITOR-ADD
031000         END-WRITE
031100     END-PERFORM.
031200
031272     MOVE WN-RAW-NAME TO NF-VISITOR-NAME
031273     MOVE WS-TIMESTAMP TO NF-TIMESTAMP
031274     MOVE WS-OPERATOR-ID TO NF-OPERATOR-ID
031275     MOVE WS-HOST-EMPLOYEE-ID TO NF-HOST-EMPLOYEE-ID
031276     MOVE WS-HOST-DEPARTMENT TO NF-HOST-DEPARTMENT
031277     MOVE "A" TO NF-NOTICE-TYPE
031278     WRITE NOTIFY-RECORD.
031279
031300 WRITE-VISITOR-XREF.
031400     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(VR-NAME))
031500         TO VX-NAME
031700     WRITE VISITOR-XREF-RECORD
031800         INVALID KEY CONTINUE
031900     END-WRITE.
031901
031902*=================================================================
031903*ONE CHANGE-JOURNAL RECORD PER VISITOR STORED, SO A MASTER
031904*RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY HelloRcv.
031905*=================================================================
031906 JOURNAL-VISITOR-ADD.
031907     MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
031908     MOVE "HELLOYOU" TO JR-PROGRAM
031909     MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID
031910     MOVE "A" TO JR-ACTION
031911     MOVE SPACES TO JR-BEFORE-IMAGE
031912     MOVE VISITOR-RECORD TO JR-AFTER-IMAGE
031913     WRITE JOURNAL-RECORD.
032000
032100*=================================================================
032200*ONE PRINT-READY BADGE PER SUCCESSFUL GREETING, LAID OUT FOR THE
034100     WRITE BADGE-LINE FROM WS-BADGE-ID-LINE
034200     WRITE BADGE-LINE FROM WS-BADGE-STARS
034300     WRITE BADGE-LINE FROM SPACES.
034301
034302*=================================================================
034303*HOST VALIDATION. THE HOST NAMED FOR A VISIT - TYPED AT THE DESK,
034304*BOOKED ON THE APPOINTMENT, OR THE SPONSOR ON A PASS - IS LOOKED
034305*UP IN THE EMPLOYEE HOST DIRECTORY HelloHrl LOADS FROM HR, FIRST
034306*AS AN EMPLOYEE ID AND THEN BY NAME THROUGH THE HOST NAME
034307*CROSS-REFERENCE, UPPER-CASED AND TRIMMED. A CURRENT EMPLOYEE
034308*RESOLVES: THE DIRECTORY'S SPELLING OF THE NAME GOES ON THE
034309*VISITOR RECORD WITH THE EMPLOYEE ID, AND THE DEPARTMENT GOES ON
034310*THE ARRIVAL NOTICE. A HOST WHO IS NOT IN THE DIRECTORY, HAS
034311*LEFT, OR WHOSE NAME MATCHES MORE THAN ONE CURRENT EMPLOYEE IS
034312*FILED TO SUSPENSE UNDER REASON "HOST" AND THE OPERATOR IS ASKED
034313*AGAIN, THE SAME WAY AN UNKNOWN PURPOSE CODE IS HANDLED. A BLANK
034314*HOST IS STILL ALLOWED, AND WITH NO DIRECTORY ON FILE THE HOST
034315*IS TAKEN AS ENTERED.
034316*=================================================================
034317 CAPTURE-HOST.
034318     MOVE "N" TO WS-HOST-RESULT
034319     PERFORM ASK-FOR-HOST UNTIL HOST-IS-RESOLVED.
034320
034321 ASK-FOR-HOST.
034322     PERFORM GET-HOST-NAME
034323     PERFORM RESOLVE-HOST
034324     IF NOT HOST-IS-RESOLVED
034325         PERFORM REPORT-HOST-PROBLEM
034326         PERFORM WRITE-SUSPENSE-HOST
034327     END-IF.
034328
034329 CHECK-GIVEN-HOST.
034330     PERFORM RESOLVE-HOST
034331     IF HOST-IS-RESOLVED
034332         IF WS-HOST NOT = SPACES
034333             DISPLAY "Visiting " FUNCTION TRIM(WS-HOST)
034334         END-IF
034335     ELSE
034336         PERFORM REPORT-HOST-PROBLEM
034337         PERFORM WRITE-SUSPENSE-HOST
034338         PERFORM CAPTURE-HOST
034339     END-IF.
034340
034341 TAKE-PASS-SPONSOR.
034342     MOVE PS-SPONSOR-HOST TO WS-HOST
034343     PERFORM CHECK-GIVEN-HOST.
034344
034345 SAVE-PARTY-HOST.
034346     MOVE WS-HOST TO WS-SAVED-HOST
034347     MOVE WS-HOST-EMPLOYEE-ID TO WS-SAVED-HOST-ID
034348     MOVE WS-HOST-DEPARTMENT TO WS-SAVED-HOST-DEPT.
034349
034350 RESTORE-PARTY-HOST.
034351     MOVE WS-SAVED-HOST TO WS-HOST
034352     MOVE WS-SAVED-HOST-ID TO WS-HOST-EMPLOYEE-ID
034353     MOVE WS-SAVED-HOST-DEPT TO WS-HOST-DEPARTMENT.
034354
034355 RESOLVE-HOST.
034356     MOVE "V" TO WS-HOST-RESULT
034357     MOVE SPACES TO WS-HOST-EMPLOYEE-ID WS-HOST-DEPARTMENT
034358     IF WS-HOST NOT = SPACES AND HOST-DIRECTORY-OPEN
034359         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOST))
034360             TO WS-HOST-KEY
034361         MOVE ZERO TO WS-HOST-MATCHES
034362         MOVE "N" TO WS-HOST-LEFT-SWITCH
034363         IF WS-HOST-KEY (9:) = SPACES
034364             MOVE WS-HOST-KEY TO HD-EMPLOYEE-ID
034365             READ HOST-DIRECTORY
034366                 INVALID KEY CONTINUE
034367                 NOT INVALID KEY PERFORM TAKE-HOST-ENTRY
034368             END-READ
034369         END-IF
034370         IF WS-HOST-MATCHES = ZERO AND NOT HOST-LEFT-SEEN
034371             PERFORM SCAN-HOST-NAMES
034372         END-IF
034373         EVALUATE TRUE
034374             WHEN WS-HOST-MATCHES = 1
034375                 MOVE WS-FOUND-HOST-NAME TO WS-HOST
034376                 MOVE WS-FOUND-HOST-ID TO WS-HOST-EMPLOYEE-ID
034377                 MOVE WS-FOUND-HOST-DEPT TO WS-HOST-DEPARTMENT
034378             WHEN WS-HOST-MATCHES > 1
034379                 MOVE "M" TO WS-HOST-RESULT
034380             WHEN HOST-LEFT-SEEN
034381                 MOVE "L" TO WS-HOST-RESULT
034382             WHEN OTHER
034383                 MOVE "U" TO WS-HOST-RESULT
034384         END-EVALUATE
034385     END-IF.
034386
034387 SCAN-HOST-NAMES.
034388     MOVE WS-HOST-KEY TO HX-NAME
034389     MOVE LOW-VALUES TO HX-EMPLOYEE-ID
034390     MOVE "N" TO WS-HOST-SCAN-SWITCH
034391     START HOST-XREF KEY IS NOT LESS THAN HX-KEY
034392         INVALID KEY MOVE "Y" TO WS-HOST-SCAN-SWITCH
034393     END-START
034394     PERFORM CHECK-NEXT-HOST-NAME UNTIL HOST-SCAN-DONE.
034395
034396 CHECK-NEXT-HOST-NAME.
034397     READ HOST-XREF NEXT RECORD
034398         AT END MOVE "Y" TO WS-HOST-SCAN-SWITCH
034399     END-READ
034400     IF NOT HOST-SCAN-DONE
034401         IF HX-NAME NOT = WS-HOST-KEY
034402             MOVE "Y" TO WS-HOST-SCAN-SWITCH
034403         ELSE
034404             MOVE HX-EMPLOYEE-ID TO HD-EMPLOYEE-ID
034405             READ HOST-DIRECTORY
034406                 INVALID KEY CONTINUE
034407                 NOT INVALID KEY PERFORM TAKE-HOST-ENTRY
034408             END-READ
034409         END-IF
034410     END-IF.
034411
034412 TAKE-HOST-ENTRY.
034413     IF HD-IS-ACTIVE
034414         ADD 1 TO WS-HOST-MATCHES
034415         IF WS-HOST-MATCHES = 1
034416             MOVE HD-NAME TO WS-FOUND-HOST-NAME
034417             MOVE HD-EMPLOYEE-ID TO WS-FOUND-HOST-ID
034418             MOVE HD-DEPARTMENT TO WS-FOUND-HOST-DEPT
034419         END-IF
034420     ELSE
034421         MOVE "Y" TO WS-HOST-LEFT-SWITCH
034422     END-IF.
034423
034424 REPORT-HOST-PROBLEM.
034425     EVALUATE TRUE
034426         WHEN HOST-HAS-LEFT
034427             DISPLAY "Host " FUNCTION TRIM(WS-HOST)
034428                 " has left the company - sent to suspense."
034429         WHEN HOST-IS-AMBIGUOUS
034430             DISPLAY "More than one employee is called "
034431                 FUNCTION TRIM(WS-HOST)
034432                 " - give the employee ID instead."
034433         WHEN OTHER
034434             DISPLAY "Host " FUNCTION TRIM(WS-HOST)
034435                 " is not in the staff directory - sent to "
034436                 "suspense."
034437     END-EVALUATE.
034438
034439 WRITE-SUSPENSE-HOST.
034440     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
034441     MOVE WN-RAW-NAME TO SS-NAME
034442     MOVE "HOST" TO SS-REASON-CODE
034443     MOVE WS-TIMESTAMP TO SS-TIMESTAMP
034444     MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID
034445     MOVE "O" TO SS-DISPOSITION
034446     WRITE SUSPENSE-RECORD.
034447
034448*=================================================================
034449*BUILDING CAPACITY. BEFORE EVERY GREETING THE VISITOR MASTER IS
034450*COUNTED FOR EVERYONE STILL ON PREMISES AT THIS DESK'S SITE AND
034451*THE COUNT IS SET AGAINST THE FIRE-CERTIFIED MAXIMUM OCCUPANCY
034452*ON THE SITE MASTER HelloSit MAINTAINS. FROM THE SITE'S WARNING
034453*PERCENTAGE UPWARDS THE OPERATOR IS WARNED; AT THE LIMIT THE
034454*GREETING IS REFUSED AND FILED TO SUSPENSE UNDER REASON "FULL"
034455*UNTIL SOMEONE CHECKS OUT. PASS HOLDERS AND GROUP MEMBERS COUNT
034456*THE SAME AS WALK-INS. NO SITE MASTER ON FILE, A SITE NOT ON IT,
034457*OR A ZERO LIMIT MEANS THE DESK IS NEVER REFUSED.
034458*=================================================================
034459 CHECK-SITE-CAPACITY.
034460     MOVE "N" TO WS-SITE-FULL-SWITCH
034461     IF SITE-FILE-OPEN
034462         MOVE WS-SITE-CODE TO ST-SITE-CODE
034463         READ SITE-MASTER
034464             INVALID KEY MOVE ZERO TO ST-MAX-OCCUPANCY
034465         END-READ
034466         IF ST-MAX-OCCUPANCY > ZERO
034467             PERFORM COUNT-SITE-HEADCOUNT
034468             PERFORM COMPARE-SITE-HEADCOUNT
034469         END-IF
034470     END-IF.
034471
034472 COUNT-SITE-HEADCOUNT.
034473     MOVE ZERO TO WS-SITE-HEADCOUNT
034474     MOVE "N" TO WS-SITE-EOF-SWITCH
034475     MOVE LOW-VALUES TO VR-VISITOR-ID
034476     START VISITOR-MASTER KEY IS NOT LESS THAN VR-VISITOR-ID
034477         INVALID KEY MOVE "Y" TO WS-SITE-EOF-SWITCH
034478     END-START
034479     PERFORM COUNT-ONE-SITE-VISITOR UNTIL END-OF-SITE-COUNT.
034480
034481 COUNT-ONE-SITE-VISITOR.
034482     READ VISITOR-MASTER NEXT RECORD
034483         AT END MOVE "Y" TO WS-SITE-EOF-SWITCH
034484     END-READ
034485     IF NOT END-OF-SITE-COUNT
034486         IF VR-ON-PREMISES AND VR-SITE-CODE = WS-SITE-CODE
034487             ADD 1 TO WS-SITE-HEADCOUNT
034488         END-IF
034489     END-IF.
034490
034491 COMPARE-SITE-HEADCOUNT.
034492     COMPUTE WS-SITE-WARN-LEVEL =
034493         ST-MAX-OCCUPANCY * ST-WARN-PERCENT / 100
034494     EVALUATE TRUE
034495         WHEN WS-SITE-HEADCOUNT >= ST-MAX-OCCUPANCY
034496             MOVE "Y" TO WS-SITE-FULL-SWITCH
034497         WHEN WS-SITE-HEADCOUNT >= WS-SITE-WARN-LEVEL
034498             DISPLAY "*** " FUNCTION TRIM(ST-NAME)
034499                 " is nearing capacity: " WS-SITE-HEADCOUNT
034500                 " on premises, limit " ST-MAX-OCCUPANCY
034501         WHEN OTHER
034502             CONTINUE
034503     END-EVALUATE.
034504
034505 ADMIT-OR-GREET-MEMBER.
034506     PERFORM CHECK-VISITOR-PASS
034507     EVALUATE TRUE
034508         WHEN PASS-IS-VALID
034509             PERFORM ADMIT-GROUP-PASS-HOLDER
034510         WHEN PASS-IS-REFUSED
034511             PERFORM REFUSE-PASS-HOLDER
034512         WHEN OTHER
034513             PERFORM GREET-GROUP-WALK-IN
034514     END-EVALUATE.
034515
034516 REFUSE-SITE-FULL.
034517     DISPLAY "*** " FUNCTION TRIM(ST-NAME) " is full ("
034518         ST-MAX-OCCUPANCY " on premises) - "
034519         FUNCTION TRIM(WN-RAW-NAME) " cannot be admitted until "
034520         "someone checks out."
034521     PERFORM WRITE-SUSPENSE-FULL.
034522
034523 WRITE-SUSPENSE-FULL.
034524     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
034525     MOVE WN-RAW-NAME TO SS-NAME
034526     MOVE "FULL" TO SS-REASON-CODE
034527     MOVE WS-TIMESTAMP TO SS-TIMESTAMP
034528     MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID
034529     MOVE "O" TO SS-DISPOSITION
034530     WRITE SUSPENSE-RECORD.
