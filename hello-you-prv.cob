000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HelloPrv.
000300*=================================================================
000400*VISITOR DATA-PRIVACY REQUESTS: SUBJECT-ACCESS REPORT AND
000500*ERASURE. TAKES ONE NAME AND FINDS EVERY RECORD HELD FOR THAT
000600*PERSON, WHERE HelloHst ONLY COVERS THE VISITOR MASTER AND THE
000700*ARCHIVES:
000800*  - VISITOR-MASTER, THROUGH THE XREF NAME CROSS-REFERENCE,
000900*  - THE LIVE AUDIT TRAIL AND AN AUDARCH ARCHIVE GENERATION,
001000*  - A VISARCH ARCHIVE GENERATION,
001100*  - THE SUSPENSE LOG, DUPCHECK, AND THE NOTIFY EXTRACT,
001200*  - THE BADGE PRINT SPOOL (BADGES ARE MATCHED ON THE VISITOR ID
001300*    PRINTED ON THEM, FROM THE VISITS FOUND ABOVE),
001400*  - CUSTOMER, AND THE BARRED-VISITOR WATCH LIST,
001424*  - APPOINT PRE-REGISTRATIONS AND THE PASSES MASTER,
001448*  - THE VISITOR-MASTER CHANGE JOURNAL (A RECORD IS MATCHED ON
001472*    THE VISITOR IDS FOUND ABOVE OR ON THE NAME IN EITHER IMAGE).
001500*NAMES ARE MATCHED UPPER-CASED AND TRIMMED, THE SAME
001600*NORMALIZATION THE GREETERS APPLY. THE REQUEST COMES FROM THE
001700*RUN-CONTROL CARDS: SUBJECT, REQUEST (THE PRIVACY REQUEST
001800*REFERENCE), OPERATOR, MODE (ACCESS, THE DEFAULT, OR ERASE), AND
001900*FOR AN ERASURE SUPERVISOR - A SECOND, ACTIVE OPERATOR ID ON THE
002000*OPERATOR MASTER. ANYTHING MISSING OR BAD REFUSES THE RUN (RC=8)
002100*AND THE REFUSAL IS LOGGED.
002200*ACCESS MODE ONLY READS AND PRINTS THE SUBJECT-ACCESS REPORT.
002300*ERASE MODE PRINTS THE SAME REPORT AND REPLACES THE NAME ON EVERY
002400*RECORD FOUND WITH THE PSEUDONYM "ERASED-" PLUS THE REQUEST
002500*REFERENCE. A PSEUDONYM RATHER THAN SPACES, BECAUSE XREF,
002600*DUPCHECK, CUSTOMER, APPOINT, AND PASSES ARE KEYED ON THE NAME
002650*AND A BLANK NAME READS AS A REJECTED ENTRY. RECORDS ARE NEVER
002700*DELETED AND NO COUNT, DATE, OR TIMESTAMP IS TOUCHED, SO HelloBal
002800*AND HelloSta STILL BALANCE AFTERWARDS. THE INDEXED FILES ARE
002900*UPDATED IN PLACE; EACH SEQUENTIAL FILE IS COPIED TO A NEW FILE
003000*WITH THE NAMES REPLACED, WHICH THE FOLLOWING JOB STEPS COPY BACK
003100*OVER IT THE WAY HelloHkp SWAPS THE AUDIT TRAIL. WATCH-LIST
003200*ENTRIES ARE REPORTED BUT NEVER ERASED. EVERY REQUEST AND ITS
003300*OUTCOME GOES TO THE PRIVACY REQUEST LOG (PRIVLOG.CPY). RC=4 WHEN
003400*AN ERASURE COULD NOT BE COMPLETED FOR EVERY RECORD FOUND. THE
003500*CHANGE JOURNAL (JOURNAL.CPY) IS COPIED LIKE THE OTHER SEQUENTIAL
003501*FILES, AND EVERY RENAMED VISITOR-MASTER RECORD IS JOURNALLED ON
003502*THE END OF THE COPY WITH THE PSEUDONYM IN BOTH IMAGES, SO THE
003503*REAL NAME IS LEFT NOWHERE ON THE JOURNAL.
003600*=================================================================
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT VISITOR-MASTER ASSIGN TO VISITOR
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS VR-VISITOR-ID
004400         FILE STATUS IS WS-VISITOR-STATUS.
004500
004600     SELECT VISITOR-XREF ASSIGN TO XREF
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS VX-KEY
005000         FILE STATUS IS WS-XREF-STATUS.
005100
005200     SELECT AUDIT-FILE ASSIGN TO AUDITIN
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-AUDIT-STATUS.
005500
005600     SELECT AUDIT-NEW ASSIGN TO AUDNEW
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-AUDNEW-STATUS.
005900
006000     SELECT VISITOR-ARCHIVE ASSIGN TO VISARCH
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-VISARCH-STATUS.
006300
006400     SELECT VISITOR-ARCHIVE-NEW ASSIGN TO VISANEW
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-VISANEW-STATUS.
006700
006800     SELECT AUDIT-ARCHIVE ASSIGN TO AUDARCH
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-AUDARCH-STATUS.
007100
007200     SELECT AUDIT-ARCHIVE-NEW ASSIGN TO AUDANEW
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-AUDANEW-STATUS.
007500
007600     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-SUSPENSE-STATUS.
007900
008000     SELECT SUSPENSE-NEW ASSIGN TO SUSNEW
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-SUSNEW-STATUS.
008300
008400     SELECT DUPCHECK-FILE ASSIGN TO DUPCHECK
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS DC-KEY
008800         FILE STATUS IS WS-DUPCHECK-STATUS.
008900
009000     SELECT NOTIFY-FILE ASSIGN TO NOTIFY
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-NOTIFY-STATUS.
009300
009400     SELECT NOTIFY-NEW ASSIGN TO NOTNEW
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-NOTNEW-STATUS.
009700
009800     SELECT BADGE-FILE ASSIGN TO BADGES
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-BADGE-STATUS.
010100
010200     SELECT BADGE-NEW ASSIGN TO BADGNEW
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-BADGNEW-STATUS.
010500
010600     SELECT CUSTOMER-MASTER ASSIGN TO CUSTOMER
010700         ORGANIZATION IS INDEXED
010800         ACCESS MODE IS DYNAMIC
010900         RECORD KEY IS CM-CUSTOMER-NAME
011000         FILE STATUS IS WS-CUSTOMER-STATUS.
011100
011200     SELECT WATCH-LIST ASSIGN TO WATCHLST
011300         ORGANIZATION IS INDEXED
011400         ACCESS MODE IS DYNAMIC
011500         RECORD KEY IS WL-NAME
011600         FILE STATUS IS WS-WATCH-STATUS.
011700
011800     SELECT OPERATOR-MASTER ASSIGN TO OPERATOR
011900         ORGANIZATION IS INDEXED
012000         ACCESS MODE IS DYNAMIC
012100         RECORD KEY IS OP-OPERATOR-ID
012200         FILE STATUS IS WS-OPERATOR-STATUS.
012300
012400     SELECT PRIVACY-LOG ASSIGN TO PRIVLOG
012500         ORGANIZATION IS LINE SEQUENTIAL
012600         FILE STATUS IS WS-PRIVLOG-STATUS.
012700
012800     SELECT PRINT-FILE ASSIGN TO "PRVRPT"
012900         ORGANIZATION IS LINE SEQUENTIAL
013000         FILE STATUS IS WS-PRINT-STATUS.
013100
013200     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
013300         ORGANIZATION IS LINE SEQUENTIAL
013400         FILE STATUS IS WS-RUNPARM-STATUS.
013500
013600     SELECT RUN-LOG ASSIGN TO RUNLOG
013700         ORGANIZATION IS LINE SEQUENTIAL
013800         FILE STATUS IS WS-RUNLOG-STATUS.
013801
013802     SELECT CHANGE-JOURNAL ASSIGN TO JOURNAL
013803         ORGANIZATION IS LINE SEQUENTIAL
013804         FILE STATUS IS WS-JOURNAL-STATUS.
013805
013806     SELECT CHANGE-JOURNAL-NEW ASSIGN TO JRNNEW
013807         ORGANIZATION IS LINE SEQUENTIAL
013808         FILE STATUS IS WS-JRNNEW-STATUS.
013809
013810     SELECT APPOINT-MASTER ASSIGN TO APPOINT
013811         ORGANIZATION IS INDEXED
013812         ACCESS MODE IS DYNAMIC
013813         RECORD KEY IS AP-KEY
013814         FILE STATUS IS WS-APPOINT-STATUS.
013815
013816     SELECT PASS-MASTER ASSIGN TO PASSES
013817         ORGANIZATION IS INDEXED
013818         ACCESS MODE IS DYNAMIC
013819         RECORD KEY IS PS-NAME
013820         FILE STATUS IS WS-PASS-STATUS.
013900 DATA DIVISION.
014000 FILE SECTION.
014100 FD  VISITOR-MASTER.
014200     COPY VISITOR.
014300
014400 FD  VISITOR-XREF.
014500     COPY XREF.
014600
014700 FD  AUDIT-FILE.
014800     COPY AUDIT.
014900
015000 FD  AUDIT-NEW.
015100 01  AUDIT-NEW-RECORD            PIC X(108).
015200
015300*THE ARCHIVE RECORDS MIRROR THE LIVE LAYOUTS. RECORDS ARCHIVED
015400*UNDER EARLIER, SHORTER LAYOUTS READ BACK WITH SPACES IN THE
015500*FIELDS THAT DID NOT EXIST YET.
015600 FD  VISITOR-ARCHIVE.
015700 01  ARCH-VISITOR-RECORD.
015800     05  AV-VISITOR-ID           PIC X(19).
015900     05  AV-NAME                 PIC X(32).
016000     05  AV-DEPARTURE-TIMESTAMP  PIC X(26).
016100     05  AV-PREMISES-STATUS      PIC X(1).
016200     05  AV-GROUP-ID             PIC X(19).
016300     05  AV-HOST                 PIC X(32).
016400     05  AV-SITE-CODE            PIC X(1).
016500     05  AV-PURPOSE-CODE         PIC X(4).
016600     05  AV-HOST-EMPLOYEE-ID     PIC X(8).
016700
016800 FD  VISITOR-ARCHIVE-NEW.
016900 01  VISITOR-ARCHIVE-NEW-RECORD  PIC X(142).
017000
017100 FD  AUDIT-ARCHIVE.
017200 01  ARCH-AUDIT-RECORD.
017300     05  AA-VISITOR-ID           PIC X(19).
017400     05  AA-NAME                 PIC X(32).
017500     05  AA-TIMESTAMP            PIC X(26).
017600     05  AA-OPERATOR-ID          PIC X(8).
017700     05  AA-SITE-CODE            PIC X(1).
017800     05  AA-PURPOSE-CODE         PIC X(4).
017801     05  AA-SEQUENCE-NUMBER      PIC 9(9).
017802     05  AA-CHECK-VALUE          PIC 9(9).
017900
018000 FD  AUDIT-ARCHIVE-NEW.
018100 01  AUDIT-ARCHIVE-NEW-RECORD    PIC X(108).
018200
018300 FD  SUSPENSE-FILE.
018400     COPY SUSPENSE.
018500
018600 FD  SUSPENSE-NEW.
018700 01  SUSPENSE-NEW-RECORD         PIC X(71).
018800
018900 FD  DUPCHECK-FILE.
019000     COPY DUPCHECK.
019100
019200 FD  NOTIFY-FILE.
019300     COPY NOTIFY.
019400
019500 FD  NOTIFY-NEW.
019600 01  NOTIFY-NEW-RECORD           PIC X(115).
019700
019800 FD  BADGE-FILE.
019900 01  BADGE-LINE                  PIC X(40).
020000
020100 FD  BADGE-NEW.
020200 01  BADGE-NEW-LINE              PIC X(40).
020300
020400 FD  CUSTOMER-MASTER.
020500     COPY CUSTOMER.
020600
020700 FD  WATCH-LIST.
020800     COPY WATCHLST.
020900
021000 FD  OPERATOR-MASTER.
021100     COPY OPERATOR.
021200
021300 FD  PRIVACY-LOG.
021400     COPY PRIVLOG.
021500
021600 FD  PRINT-FILE.
021700 01  PRINT-LINE                  PIC X(80).
021800
021900 FD  RUN-PARM-FILE.
022000     COPY RUNPARM.
022100
022200 FD  RUN-LOG.
022300     COPY RUNLOG.
022301
022302 FD  CHANGE-JOURNAL.
022303     COPY JOURNAL.
022312
022321 FD  CHANGE-JOURNAL-NEW.
022330 01  JOURNAL-NEW-RECORD          PIC X(327).
022339
022348 FD  APPOINT-MASTER.
022357     COPY APPOINT.
022366
022375 FD  PASS-MASTER.
022384     COPY PASS.
022400 WORKING-STORAGE SECTION.
022500 01  WS-VISITOR-STATUS           PIC XX.
022600 01  WS-XREF-STATUS              PIC XX.
022700 01  WS-AUDIT-STATUS             PIC XX.
022800 01  WS-AUDNEW-STATUS            PIC XX.
022900 01  WS-VISARCH-STATUS           PIC XX.
023000 01  WS-VISANEW-STATUS           PIC XX.
023100 01  WS-AUDARCH-STATUS           PIC XX.
023200 01  WS-AUDANEW-STATUS           PIC XX.
023300 01  WS-SUSPENSE-STATUS          PIC XX.
023400 01  WS-SUSNEW-STATUS            PIC XX.
023500 01  WS-DUPCHECK-STATUS          PIC XX.
023600 01  WS-NOTIFY-STATUS            PIC XX.
023700 01  WS-NOTNEW-STATUS            PIC XX.
023800 01  WS-BADGE-STATUS             PIC XX.
023900 01  WS-BADGNEW-STATUS           PIC XX.
024000 01  WS-CUSTOMER-STATUS          PIC XX.
024100 01  WS-WATCH-STATUS             PIC XX.
024200 01  WS-OPERATOR-STATUS          PIC XX.
024300 01  WS-PRIVLOG-STATUS           PIC XX.
024400 01  WS-PRINT-STATUS             PIC XX.
024500 01  WS-RUNPARM-STATUS           PIC XX.
024600 01  WS-RUNLOG-STATUS            PIC XX.
024601 01  WS-JOURNAL-STATUS           PIC XX.
024625 01  WS-JRNNEW-STATUS            PIC XX.
024649 01  WS-APPOINT-STATUS           PIC XX.
024673 01  WS-PASS-STATUS              PIC XX.
024700 01  WS-RUNPARM-EOF-SWITCH       PIC X VALUE "N".
024800     88  END-OF-RUN-PARMS        VALUE "Y".
024900 01  WS-REFUSE-REASON            PIC X(46).
025000 01  WS-EOF-SWITCH               PIC X.
025100     88  END-OF-FILE             VALUE "Y".
025200 01  WS-XREF-DONE-SWITCH         PIC X.
025300     88  XREF-SCAN-DONE          VALUE "Y".
025400
025500*=================================================================
025600*THE REQUEST, FROM THE RUN-CONTROL CARDS.
025700*=================================================================
025800 01  WS-SUBJECT                  PIC X(32) VALUE SPACES.
025900 01  WS-REQUEST-REF              PIC X(12) VALUE SPACES.
026000 01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
026100 01  WS-SUPERVISOR-ID            PIC X(8) VALUE SPACES.
026200 01  WS-MODE-ENTRY               PIC X(8) VALUE SPACES.
026300 01  WS-MODE                     PIC X VALUE "A".
026400     88  ACCESS-ONLY             VALUE "A".
026500     88  ERASE-REQUESTED         VALUE "E".
026600 01  WS-PSEUDONYM                PIC X(32).
026700 01  WS-ID-VALID-SWITCH          PIC X.
026800     88  ID-IS-VALID             VALUE "Y".
026900 01  WS-CHECK-ID                 PIC X(8).
027000 01  WS-ACTION                   PIC X(8).
027100
027200*=================================================================
027300*WHAT WAS FOUND AND ERASED, ONE ENTRY PER FILE IN THE ORDER
027400*SEARCHED. THE NAMES ARE THE DD NAMES, AS ON THE PRIVACY LOG.
027500*=================================================================
027600 01  WS-FILE-NAMES.
027700     05  FILLER                  PIC X(8) VALUE "VISITOR".
027800     05  FILLER                  PIC X(8) VALUE "XREF".
027900     05  FILLER                  PIC X(8) VALUE "AUDITIN".
028000     05  FILLER                  PIC X(8) VALUE "VISARCH".
028100     05  FILLER                  PIC X(8) VALUE "AUDARCH".
028200     05  FILLER                  PIC X(8) VALUE "SUSPENSE".
028300     05  FILLER                  PIC X(8) VALUE "DUPCHECK".
028400     05  FILLER                  PIC X(8) VALUE "NOTIFY".
028500     05  FILLER                  PIC X(8) VALUE "BADGES".
028600     05  FILLER                  PIC X(8) VALUE "CUSTOMER".
028700     05  FILLER                  PIC X(8) VALUE "WATCHLST".
028724     05  FILLER                  PIC X(8) VALUE "APPOINT".
028748     05  FILLER                  PIC X(8) VALUE "PASSES".
028772     05  FILLER                  PIC X(8) VALUE "JOURNAL".
028800 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
028900     05  WS-FILE-NAME            PIC X(8) OCCURS 14 TIMES.
029000 01  WS-FILE-COUNTS.
029100     05  WS-FILE-ENTRY           OCCURS 14 TIMES.
029200         10  WS-FILE-FOUND       PIC 9(7).
029300         10  WS-FILE-ERASED      PIC 9(7).
029400         10  WS-FILE-FAILED      PIC 9(7).
029500 01  WS-FILE-SUB                 PIC 9(2).
029600 01  WS-FOUND-TOTAL              PIC 9(7) VALUE ZERO.
029700 01  WS-ERASED-TOTAL             PIC 9(7) VALUE ZERO.
029800 01  WS-FAILED-TOTAL             PIC 9(7) VALUE ZERO.
029900
030000*=================================================================
030100*THE SUBJECT'S LIVE VISITS, TAKEN FROM XREF BEFORE ANY ENTRY IS
030200*RE-KEYED, AND EVERY VISITOR ID FOUND FOR THE SUBJECT ANYWHERE,
030300*USED TO PICK THEIR BADGES OFF THE PRINT SPOOL AND THEIR CHANGES
030400*OFF THE CHANGE JOURNAL. A VISITOR KEEPS FAR FEWER VISITS INSIDE
030500*THE 90-DAY RETENTION THAN THE LIVE TABLE HOLDS; AN OVERFLOW OF
030550*EITHER TABLE IS REPORTED.
030600*=================================================================
030700 01  WS-LIVE-TABLE.
030800     05  WS-LIVE-ID              PIC X(19) OCCURS 200 TIMES.
030900 01  WS-LIVE-USED                PIC 9(3) VALUE ZERO.
031000 01  WS-LIVE-SUB                 PIC 9(3).
031100 01  WS-SUBJECT-ID-TABLE.
031200     05  WS-SUBJECT-ID           PIC X(19) OCCURS 500 TIMES.
031300 01  WS-IDS-USED                 PIC 9(3) VALUE ZERO.
031400 01  WS-ID-SUB                   PIC 9(3).
031500 01  WS-NEW-ID                   PIC X(19).
031600 01  WS-ID-FOUND-SWITCH          PIC X.
031700     88  ID-ALREADY-HELD         VALUE "Y".
031800 01  WS-TABLE-OVERFLOW           PIC 9(7) VALUE ZERO.
031900
032000*THE SUBJECT'S DUPCHECK DAYS, COLLECTED BEFORE ANY IS RE-KEYED.
032100 01  WS-DUP-TABLE.
032200     05  WS-DUP-ENTRY            OCCURS 400 TIMES.
032300         10  WS-DUP-DATE         PIC X(8).
032400         10  WS-DUP-COUNT        PIC 9(3).
032500 01  WS-DUPS-USED                PIC 9(3) VALUE ZERO.
032600 01  WS-DUP-SUB                  PIC 9(3).
032601
032602*THE SUBJECT'S APPOINT BOOKINGS, COLLECTED BEFORE ANY IS RE-KEYED.
032603 01  WS-APPT-TABLE.
032604     05  WS-APPT-RECORD          PIC X(117) OCCURS 100 TIMES.
032605 01  WS-APPTS-USED               PIC 9(3) VALUE ZERO.
032606 01  WS-APPT-SUB                 PIC 9(3).
032607
032608*ONE IMAGE FROM A CHANGE-JOURNAL RECORD, AND THE VISIT IT MATCHED.
032609 01  WS-JOURNAL-IMAGE.
032610     05  WS-JI-VISITOR-ID        PIC X(19).
032611     05  WS-JI-NAME              PIC X(32).
032612     05  FILLER                  PIC X(91).
032613 01  WS-JOURNAL-ID               PIC X(19).
032614 01  WS-JOURNAL-MATCH-SWITCH     PIC X.
032615     88  JOURNAL-IS-SUBJECTS     VALUE "Y".
032616
032617*THE VISITS AS RENAMED, HELD UNTIL THE CHANGE JOURNAL HAS BEEN
032618*COPIED SO THEIR ERASURE RECORDS GO ON THE END OF THE COPY. ONE
032619*ENTRY PER LIVE VISIT AT MOST.
032620 01  WS-ERASED-TABLE.
032621     05  WS-ERASED-ENTRY         OCCURS 200 TIMES.
032622         10  WS-ERASED-STAMP     PIC X(26).
032623         10  WS-ERASED-IMAGE     PIC X(142).
032624 01  WS-ERASED-USED              PIC 9(3) VALUE ZERO.
032625 01  WS-ERASED-SUB               PIC 9(3).
032626 01  WS-ERASURE-JOURNAL.
032627     05  WS-EJ-TIMESTAMP         PIC X(26).
032628     05  WS-EJ-PROGRAM           PIC X(8) VALUE "HELLOPRV".
032629     05  WS-EJ-OPERATOR-ID       PIC X(8).
032630     05  WS-EJ-ACTION            PIC X VALUE "E".
032631     05  WS-EJ-BEFORE-IMAGE      PIC X(142).
032632     05  WS-EJ-AFTER-IMAGE       PIC X(142).
032700
032800*ONE BADGE FROM THE PRINT SPOOL, UP TO ITS BLANK SEPARATOR LINE.
032900 01  WS-BADGE-BLOCK.
033000     05  WS-BADGE-BLOCK-LINE     PIC X(40) OCCURS 10 TIMES.
033100 01  WS-BLOCK-LINES              PIC 9(2) VALUE ZERO.
033200 01  WS-BLOCK-SUB                PIC 9(2).
033300 01  WS-BADGE-ID                 PIC X(19).
033400 01  WS-BADGE-MATCH-SWITCH       PIC X.
033500     88  BADGE-IS-SUBJECTS       VALUE "Y".
033600 01  WS-BADGE-STARS              PIC X(40) VALUE ALL "*".
033700 01  WS-BADGE-PSEUDONYM-LINE.
033800     05  FILLER                  PIC X(2) VALUE SPACES.
033900     05  WS-BP-NAME              PIC X(32).
034000
034100 01  WS-HEADING-1.
034200     05  FILLER                  PIC X(26) VALUE
034300         "HELLOYOU PRIVACY REQUEST  ".
034400     05  WS-H1-REQUEST-REF       PIC X(12).
034500     05  FILLER                  PIC X(2) VALUE SPACES.
034600     05  WS-H1-MODE              PIC X(16).
034700     05  FILLER                  PIC X(2) VALUE SPACES.
034800     05  WS-H1-DATE              PIC X(8).
034900
035000 01  WS-HEADING-2.
035100     05  FILLER                  PIC X(9) VALUE "SUBJECT: ".
035200     05  WS-H2-SUBJECT           PIC X(32).
035300     05  FILLER                  PIC X(11) VALUE " OPERATOR: ".
035400     05  WS-H2-OPERATOR          PIC X(8).
035500
035600 01  WS-HEADING-3.
035700     05  FILLER                  PIC X(12) VALUE "SUPERVISOR: ".
035800     05  WS-H3-SUPERVISOR        PIC X(8).
035900     05  FILLER                  PIC X(13) VALUE " PSEUDONYM: ".
036000     05  WS-H3-PSEUDONYM         PIC X(32).
036100
036200 01  WS-SECTION-LINE             PIC X(60).
036300
036400 01  WS-DETAIL-LINE.
036500     05  WS-D-KEY                PIC X(19).
036600     05  FILLER                  PIC X(1) VALUE SPACE.
036700     05  WS-D-WHEN               PIC X(26).
036800     05  FILLER                  PIC X(1) VALUE SPACE.
036900     05  WS-D-DETAIL             PIC X(24).
037000     05  FILLER                  PIC X(1) VALUE SPACE.
037100     05  WS-D-ACTION             PIC X(8).
037200
037300 01  WS-NONE-LINE                PIC X(40) VALUE
037400     "  (none)".
037500 01  WS-NOT-ON-FILE-LINE         PIC X(40) VALUE
037600     "  (file not on file - not searched)".
037700
037800 01  WS-TOTAL-HEADING.
037900     05  FILLER                  PIC X(10) VALUE "FILE".
038000     05  FILLER                  PIC X(10) VALUE "     FOUND".
038100     05  FILLER                  PIC X(10) VALUE "    ERASED".
038200     05  FILLER                  PIC X(10) VALUE "    FAILED".
038300
038400 01  WS-TOTAL-LINE.
038500     05  WS-T-FILE               PIC X(10).
038600     05  WS-T-FOUND              PIC ZZZZZZZZZ9.
038700     05  WS-T-ERASED             PIC ZZZZZZZZZ9.
038800     05  WS-T-FAILED             PIC ZZZZZZZZZ9.
038900
039000 01  WS-OVERFLOW-LINE.
039100     05  FILLER                  PIC X(40) VALUE
039200         "RECORDS BEYOND THE MATCHING TABLES     ".
039300     05  WS-O-COUNT              PIC ZZZZZZ9.
039400 PROCEDURE DIVISION.
039500 MAIN-PARA.
039600     PERFORM READ-RUN-CONTROL
039700     IF ERASE-REQUESTED
039800         PERFORM OPEN-ERASURE-COPIES
039900     END-IF
040000     OPEN OUTPUT PRINT-FILE
040100     PERFORM PRINT-REPORT-HEADING
040200     INITIALIZE WS-FILE-COUNTS
040300     PERFORM SEARCH-VISITOR-MASTER
040400     PERFORM SEARCH-AUDIT-TRAIL
040500     PERFORM SEARCH-VISITOR-ARCHIVE
040600     PERFORM SEARCH-AUDIT-ARCHIVE
040700     PERFORM SEARCH-SUSPENSE
040800     PERFORM SEARCH-DUPCHECK
040900     PERFORM SEARCH-NOTIFY
041000     PERFORM SEARCH-BADGES
041100     PERFORM SEARCH-CUSTOMER
041200     PERFORM SEARCH-WATCH-LIST
041224     PERFORM SEARCH-APPOINTMENTS
041248     PERFORM SEARCH-PASSES
041272     PERFORM SEARCH-CHANGE-JOURNAL
041300     IF ERASE-REQUESTED
041400         PERFORM CLOSE-ERASURE-COPIES
041500     END-IF
041600     PERFORM PRINT-REQUEST-TOTALS
041700     CLOSE PRINT-FILE
041800     PERFORM WRITE-PRIVACY-LOG
041900     PERFORM WRITE-RUN-LOG-TOTALS
042000     DISPLAY "HelloPrv complete. Request " WS-REQUEST-REF
042100         " Found: " WS-FOUND-TOTAL " Erased: " WS-ERASED-TOTAL
042200     IF WS-FAILED-TOTAL > ZERO
042300         DISPLAY "HelloPrv: " WS-FAILED-TOTAL " record(s) could "
042400             "not be erased - see the privacy report."
042500         MOVE 4 TO RETURN-CODE
042600     END-IF
042700     STOP RUN.
042800
042900*=================================================================
043000*RUN CONTROL. SUBJECT, REQUEST, AND OPERATOR ARE REQUIRED; MODE
043100*DEFAULTS TO ACCESS. AN ERASURE ALSO NEEDS A SUPERVISOR: AN
043200*ACTIVE OPERATOR ID ON THE OPERATOR MASTER OTHER THAN THE RUN
043300*OPERATOR'S OWN. THE SUBJECT'S NAME IS KEPT OFF THE RUN LOG.
043400*=================================================================
043500 READ-RUN-CONTROL.
043600     OPEN INPUT RUN-PARM-FILE
043700     IF WS-RUNPARM-STATUS NOT = "00"
043800         MOVE "RUN-CONTROL FILE MISSING OR UNREADABLE"
043900             TO WS-REFUSE-REASON
044000         PERFORM REFUSE-RUN
044100     END-IF
044200     PERFORM READ-RUN-PARM
044300     PERFORM APPLY-RUN-PARM UNTIL END-OF-RUN-PARMS
044400     CLOSE RUN-PARM-FILE
044500     IF WS-REQUEST-REF = SPACES
044600         MOVE "REQUEST PARAMETER MISSING" TO WS-REFUSE-REASON
044700         PERFORM REFUSE-RUN
044800     END-IF
044900     IF WS-SUBJECT = SPACES
045000         MOVE "SUBJECT PARAMETER MISSING" TO WS-REFUSE-REASON
045100         PERFORM REFUSE-RUN
045200     END-IF
045300     EVALUATE WS-MODE-ENTRY
045400         WHEN SPACES
045500         WHEN "ACCESS"
045600             MOVE "A" TO WS-MODE
045700         WHEN "ERASE"
045800             MOVE "E" TO WS-MODE
045900         WHEN OTHER
046000             MOVE "MODE MUST BE ACCESS OR ERASE"
046100                 TO WS-REFUSE-REASON
046200             PERFORM REFUSE-RUN
046300     END-EVALUATE
046400     MOVE SPACES TO WS-PSEUDONYM
046500     STRING "ERASED-" WS-REQUEST-REF DELIMITED BY SPACE
046600         INTO WS-PSEUDONYM
046700     IF WS-SUBJECT (1:7) = "ERASED-"
046800         MOVE "SUBJECT IS ALREADY A PSEUDONYM" TO WS-REFUSE-REASON
046900         PERFORM REFUSE-RUN
047000     END-IF
047100     PERFORM CHECK-OPERATORS
047200     PERFORM WRITE-RUN-LOG-PARMS.
047300
047400 READ-RUN-PARM.
047500     READ RUN-PARM-FILE
047600         AT END MOVE "Y" TO WS-RUNPARM-EOF-SWITCH
047700     END-READ.
047800
047900 APPLY-RUN-PARM.
048000     IF RP-KEYWORD (1:1) = "*"
048100         CONTINUE
048200     ELSE
048300         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEYWORD))
048400             WHEN "SUBJECT"
048500                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-VALUE))
048600                     TO WS-SUBJECT
048700             WHEN "REQUEST"
048800                 MOVE FUNCTION UPPER-CASE(RP-VALUE (1:12))
048900                     TO WS-REQUEST-REF
049000             WHEN "OPERATOR"
049100                 MOVE FUNCTION UPPER-CASE(RP-VALUE (1:8))
049200                     TO WS-OPERATOR-ID
049300             WHEN "SUPERVISOR"
049400                 MOVE FUNCTION UPPER-CASE(RP-VALUE (1:8))
049500                     TO WS-SUPERVISOR-ID
049600             WHEN "MODE"
049700                 MOVE FUNCTION UPPER-CASE(RP-VALUE (1:8))
049800                     TO WS-MODE-ENTRY
049900             WHEN OTHER
050000                 MOVE SPACES TO WS-REFUSE-REASON
050100                 STRING "UNKNOWN PARAMETER " RP-KEYWORD
050200                     DELIMITED BY SIZE INTO WS-REFUSE-REASON
050300                 PERFORM REFUSE-RUN
050400         END-EVALUATE
050500     END-IF
050600     PERFORM READ-RUN-PARM.
050700
050800 CHECK-OPERATORS.
050900     OPEN INPUT OPERATOR-MASTER
051000     IF WS-OPERATOR-STATUS NOT = "00"
051100         MOVE "OPERATOR MASTER NOT ON FILE" TO WS-REFUSE-REASON
051200         PERFORM REFUSE-RUN
051300     END-IF
051400     MOVE WS-OPERATOR-ID TO WS-CHECK-ID
051500     PERFORM CHECK-ONE-OPERATOR
051600     IF NOT ID-IS-VALID
051700         CLOSE OPERATOR-MASTER
051800         MOVE "OPERATOR MISSING, UNKNOWN, OR INACTIVE"
051900             TO WS-REFUSE-REASON
052000         PERFORM REFUSE-RUN
052100     END-IF
052200     IF ERASE-REQUESTED
052300         MOVE WS-SUPERVISOR-ID TO WS-CHECK-ID
052400         PERFORM CHECK-ONE-OPERATOR
052500         IF NOT ID-IS-VALID
052600             CLOSE OPERATOR-MASTER
052700             MOVE "SUPERVISOR MISSING, UNKNOWN, OR INACTIVE"
052800                 TO WS-REFUSE-REASON
052900             PERFORM REFUSE-RUN
053000         END-IF
053100         IF WS-SUPERVISOR-ID = WS-OPERATOR-ID
053200             CLOSE OPERATOR-MASTER
053300             MOVE "SUPERVISOR MUST NOT BE THE RUN OPERATOR"
053400                 TO WS-REFUSE-REASON
053500             PERFORM REFUSE-RUN
053600         END-IF
053700     ELSE
053800         MOVE SPACES TO WS-SUPERVISOR-ID
053900     END-IF
054000     CLOSE OPERATOR-MASTER.
054100
054200 CHECK-ONE-OPERATOR.
054300     MOVE "N" TO WS-ID-VALID-SWITCH
054400     IF WS-CHECK-ID NOT = SPACES
054500         MOVE WS-CHECK-ID TO OP-OPERATOR-ID
054600         READ OPERATOR-MASTER
054700             INVALID KEY CONTINUE
054800             NOT INVALID KEY
054900                 IF OP-IS-ACTIVE
055000                     MOVE "Y" TO WS-ID-VALID-SWITCH
055100                 END-IF
055200         END-READ
055300     END-IF.
055400
055500*A REFUSED REQUEST IS LOGGED TO THE PRIVACY LOG AS WELL AS THE
055600*RUN LOG, SO THE AUDITORS SEE IT.
055700 REFUSE-RUN.
055800     DISPLAY "HelloPrv run refused: " WS-REFUSE-REASON
055900     PERFORM OPEN-RUN-LOG
056000     MOVE SPACES TO RL-TEXT
056100     STRING "REFUSED: " WS-REFUSE-REASON DELIMITED BY SIZE
056200         INTO RL-TEXT
056300     PERFORM WRITE-RUN-LOG-LINE
056400     CLOSE RUN-LOG
056500     PERFORM OPEN-PRIVACY-LOG
056600     MOVE "REQUEST" TO PL-FILE
056700     MOVE ZERO TO PL-FOUND PL-ERASED
056800     MOVE "R" TO PL-OUTCOME
056900     MOVE WS-REFUSE-REASON TO PL-NOTE
057000     PERFORM WRITE-PRIVACY-LOG-RECORD
057100     CLOSE PRIVACY-LOG
057200     MOVE 8 TO RETURN-CODE
057300     STOP RUN.
057400
057500 OPEN-RUN-LOG.
057600     OPEN EXTEND RUN-LOG
057700     IF WS-RUNLOG-STATUS = "35"
057800         OPEN OUTPUT RUN-LOG
057900     END-IF.
058000
058100 WRITE-RUN-LOG-LINE.
058200     MOVE "HELLOPRV" TO RL-PROGRAM
058300     MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP
058400     WRITE RUNLOG-RECORD.
058500
058600 WRITE-RUN-LOG-PARMS.
058700     PERFORM OPEN-RUN-LOG
058800     MOVE SPACES TO RL-TEXT
058900     STRING "STARTED REQUEST=" WS-REQUEST-REF
059000         " MODE=" WS-MODE
059100         " OPERATOR=" WS-OPERATOR-ID
059200         " SUPERVISOR=" WS-SUPERVISOR-ID
059300         DELIMITED BY SIZE INTO RL-TEXT
059400     PERFORM WRITE-RUN-LOG-LINE
059500     CLOSE RUN-LOG.
059600
059700 WRITE-RUN-LOG-TOTALS.
059800     PERFORM OPEN-RUN-LOG
059900     MOVE SPACES TO RL-TEXT
060000     STRING "ENDED REQUEST=" WS-REQUEST-REF
060100         " FOUND=" WS-FOUND-TOTAL
060200         " ERASED=" WS-ERASED-TOTAL
060300         " FAILED=" WS-FAILED-TOTAL
060400         DELIMITED BY SIZE INTO RL-TEXT
060500     PERFORM WRITE-RUN-LOG-LINE
060600     CLOSE RUN-LOG.
060700
060800 OPEN-PRIVACY-LOG.
060900     OPEN EXTEND PRIVACY-LOG
061000     IF WS-PRIVLOG-STATUS = "35"
061100         OPEN OUTPUT PRIVACY-LOG
061200     END-IF.
061300
061400 WRITE-PRIVACY-LOG-RECORD.
061500     MOVE WS-REQUEST-REF TO PL-REQUEST-REF
061600     MOVE FUNCTION CURRENT-DATE TO PL-TIMESTAMP
061700     MOVE WS-MODE TO PL-MODE
061800     MOVE WS-OPERATOR-ID TO PL-OPERATOR-ID
061900     MOVE WS-SUPERVISOR-ID TO PL-SUPERVISOR-ID
062000     WRITE PRIVACY-LOG-RECORD.
062100
062200*=================================================================
062300*ONE PRIVACY-LOG RECORD PER FILE AND ONE FOR THE WHOLE REQUEST.
062400*=================================================================
062500 WRITE-PRIVACY-LOG.
062600     PERFORM OPEN-PRIVACY-LOG
062700     PERFORM LOG-ONE-FILE
062800         VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL WS-FILE-SUB > 14
062900     MOVE "REQUEST" TO PL-FILE
063000     MOVE WS-FOUND-TOTAL TO PL-FOUND
063100     MOVE WS-ERASED-TOTAL TO PL-ERASED
063200     MOVE SPACES TO PL-NOTE
063300     IF WS-FAILED-TOTAL > ZERO
063400         MOVE "P" TO PL-OUTCOME
063500         STRING WS-FAILED-TOTAL " RECORD(S) NOT ERASED"
063600             DELIMITED BY SIZE INTO PL-NOTE
063700     ELSE
063800         MOVE "C" TO PL-OUTCOME
063900         IF WS-TABLE-OVERFLOW > ZERO
064000             MOVE "P" TO PL-OUTCOME
064100             MOVE "MATCHING TABLES OVERFLOWED - SEE THE REPORT"
064200                 TO PL-NOTE
064300         END-IF
064400     END-IF
064500     PERFORM WRITE-PRIVACY-LOG-RECORD
064600     CLOSE PRIVACY-LOG.
064700
064800 LOG-ONE-FILE.
064900     MOVE WS-FILE-NAME (WS-FILE-SUB) TO PL-FILE
065000     MOVE WS-FILE-FOUND (WS-FILE-SUB) TO PL-FOUND
065100     MOVE WS-FILE-ERASED (WS-FILE-SUB) TO PL-ERASED
065200     MOVE SPACES TO PL-NOTE
065300     EVALUATE TRUE
065400         WHEN WS-FILE-FAILED (WS-FILE-SUB) > ZERO
065500             MOVE "P" TO PL-OUTCOME
065600             STRING WS-FILE-FAILED (WS-FILE-SUB)
065700                 " RECORD(S) NOT ERASED"
065800                 DELIMITED BY SIZE INTO PL-NOTE
065900         WHEN WS-FILE-NAME (WS-FILE-SUB) = "WATCHLST"
066000                 AND WS-FILE-FOUND (WS-FILE-SUB) > ZERO
066100             MOVE "K" TO PL-OUTCOME
066200             MOVE "WATCH-LIST ENTRY REPORTED, NEVER ERASED"
066300                 TO PL-NOTE
066400         WHEN OTHER
066500             MOVE "C" TO PL-OUTCOME
066600     END-EVALUATE
066700     PERFORM WRITE-PRIVACY-LOG-RECORD.
066800
066900*=================================================================
067000*AN ERASURE WRITES A NEW COPY OF EVERY SEQUENTIAL FILE, SO ALL
067100*OF THEM ARE OPENED BEFORE ANYTHING IS CHANGED: A MISSING OUTPUT
067200*REFUSES THE RUN WHILE EVERY FILE IS STILL UNTOUCHED.
067300*=================================================================
067400 OPEN-ERASURE-COPIES.
067500     OPEN OUTPUT AUDIT-NEW
067600     OPEN OUTPUT VISITOR-ARCHIVE-NEW
067700     OPEN OUTPUT AUDIT-ARCHIVE-NEW
067800     OPEN OUTPUT SUSPENSE-NEW
067900     OPEN OUTPUT NOTIFY-NEW
068000     OPEN OUTPUT BADGE-NEW
068001     OPEN OUTPUT CHANGE-JOURNAL-NEW
068100     IF WS-AUDNEW-STATUS NOT = "00"
068200             OR WS-VISANEW-STATUS NOT = "00"
068300             OR WS-AUDANEW-STATUS NOT = "00"
068400             OR WS-SUSNEW-STATUS NOT = "00"
068500             OR WS-NOTNEW-STATUS NOT = "00"
068600             OR WS-BADGNEW-STATUS NOT = "00"
068601             OR WS-JRNNEW-STATUS NOT = "00"
068700         MOVE "ERASURE OUTPUT FILE MISSING" TO WS-REFUSE-REASON
068800         PERFORM REFUSE-RUN
068900     END-IF.
069000
069100 CLOSE-ERASURE-COPIES.
069200     CLOSE AUDIT-NEW
069300     CLOSE VISITOR-ARCHIVE-NEW
069400     CLOSE AUDIT-ARCHIVE-NEW
069500     CLOSE SUSPENSE-NEW
069600     CLOSE NOTIFY-NEW
069700     CLOSE BADGE-NEW
069701     CLOSE CHANGE-JOURNAL-NEW.
069800
069900 PRINT-REPORT-HEADING.
070000     MOVE WS-REQUEST-REF TO WS-H1-REQUEST-REF
070100     IF ERASE-REQUESTED
070200         MOVE "ERASURE" TO WS-H1-MODE
070300     ELSE
070400         MOVE "SUBJECT ACCESS" TO WS-H1-MODE
070500     END-IF
070600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-H1-DATE
070700     MOVE WS-SUBJECT TO WS-H2-SUBJECT
070800     MOVE WS-OPERATOR-ID TO WS-H2-OPERATOR
070900     WRITE PRINT-LINE FROM WS-HEADING-1
071000     WRITE PRINT-LINE FROM WS-HEADING-2
071100     IF ERASE-REQUESTED
071200         MOVE WS-SUPERVISOR-ID TO WS-H3-SUPERVISOR
071300         MOVE WS-PSEUDONYM TO WS-H3-PSEUDONYM
071400         WRITE PRINT-LINE FROM WS-HEADING-3
071500     END-IF.
071600
071700 PRINT-SECTION-HEADING.
071800     WRITE PRINT-LINE FROM SPACES
071900     WRITE PRINT-LINE FROM WS-SECTION-LINE.
072000
072100*ONE FOUND RECORD: COUNT IT AND PRINT IT WITH WHAT WAS DONE.
072200 PRINT-FOUND-RECORD.
072300     ADD 1 TO WS-FILE-FOUND (WS-FILE-SUB)
072400     ADD 1 TO WS-FOUND-TOTAL
072500     EVALUATE WS-ACTION
072600         WHEN "ERASED"
072700             ADD 1 TO WS-FILE-ERASED (WS-FILE-SUB)
072800             ADD 1 TO WS-ERASED-TOTAL
072900         WHEN "FAILED"
073000             ADD 1 TO WS-FILE-FAILED (WS-FILE-SUB)
073100             ADD 1 TO WS-FAILED-TOTAL
073200         WHEN OTHER
073300             CONTINUE
073400     END-EVALUATE
073500     MOVE WS-ACTION TO WS-D-ACTION
073600     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
073700
073800 SET-ERASE-ACTION.
073900     IF ERASE-REQUESTED
074000         MOVE "ERASED" TO WS-ACTION
074100     ELSE
074200         MOVE "HELD" TO WS-ACTION
074300     END-IF.
074400
074500*=================================================================
074600*KEEP EVERY VISITOR ID FOUND FOR THE SUBJECT, ONCE EACH, FOR THE
074700*BADGE SEARCH.
074800*=================================================================
074900 REMEMBER-SUBJECT-ID.
075000     MOVE "N" TO WS-ID-FOUND-SWITCH
075100     PERFORM MATCH-ONE-SUBJECT-ID
075200         VARYING WS-ID-SUB FROM 1 BY 1
075300         UNTIL WS-ID-SUB > WS-IDS-USED OR ID-ALREADY-HELD
075400     IF NOT ID-ALREADY-HELD
075500         IF WS-IDS-USED < 500
075600             ADD 1 TO WS-IDS-USED
075700             MOVE WS-NEW-ID TO WS-SUBJECT-ID (WS-IDS-USED)
075800         ELSE
075900             ADD 1 TO WS-TABLE-OVERFLOW
076000         END-IF
076100     END-IF.
076200
076300 MATCH-ONE-SUBJECT-ID.
076400     IF WS-SUBJECT-ID (WS-ID-SUB) = WS-NEW-ID
076500         MOVE "Y" TO WS-ID-FOUND-SWITCH
076600     END-IF.
076700
076800*=================================================================
076900*LIVE VISITS, FOUND THROUGH THE NAME CROSS-REFERENCE THE WAY
077000*HelloHst FINDS THEM. THE SUBJECT'S ENTRIES ARE COLLECTED FIRST,
077100*THEN EACH VISIT IS PRINTED AND - ON AN ERASURE - RENAMED, AND
077200*ITS XREF ENTRY RE-KEYED UNDER THE PSEUDONYM, SO THE CROSS-
077300*REFERENCE STAYS IN STEP WITH THE MASTER.
077400*=================================================================
077500 SEARCH-VISITOR-MASTER.
077600     MOVE "VISITOR MASTER (LIVE VISITS)" TO WS-SECTION-LINE
077700     PERFORM PRINT-SECTION-HEADING
077800     IF ERASE-REQUESTED
077900         OPEN I-O VISITOR-MASTER
078000         OPEN I-O VISITOR-XREF
078100     ELSE
078200         OPEN INPUT VISITOR-MASTER
078300         OPEN INPUT VISITOR-XREF
078400     END-IF
078500     IF WS-VISITOR-STATUS NOT = "00" OR WS-XREF-STATUS NOT = "00"
078600         WRITE PRINT-LINE FROM WS-NOT-ON-FILE-LINE
078700     ELSE
078800         PERFORM COLLECT-LIVE-VISITS
078900         PERFORM REPORT-ONE-LIVE-VISIT
079000             VARYING WS-LIVE-SUB FROM 1 BY 1
079100             UNTIL WS-LIVE-SUB > WS-LIVE-USED
079200         IF WS-LIVE-USED = ZERO
079300             WRITE PRINT-LINE FROM WS-NONE-LINE
079400         END-IF
079500     END-IF
079600     IF WS-VISITOR-STATUS NOT = "35"
079700         CLOSE VISITOR-MASTER
079800     END-IF
079900     IF WS-XREF-STATUS NOT = "35"
080000         CLOSE VISITOR-XREF
080100     END-IF.
080200
080300 COLLECT-LIVE-VISITS.
080400     MOVE "N" TO WS-XREF-DONE-SWITCH
080500     MOVE WS-SUBJECT TO VX-NAME
080600     MOVE LOW-VALUES TO VX-VISITOR-ID
080700     START VISITOR-XREF KEY IS NOT LESS THAN VX-KEY
080800         INVALID KEY MOVE "Y" TO WS-XREF-DONE-SWITCH
080900     END-START
081000     PERFORM COLLECT-ONE-XREF UNTIL XREF-SCAN-DONE.
081100
081200 COLLECT-ONE-XREF.
081300     READ VISITOR-XREF NEXT RECORD
081400         AT END MOVE "Y" TO WS-XREF-DONE-SWITCH
081500     END-READ
081600     IF NOT XREF-SCAN-DONE
081700         IF VX-NAME = WS-SUBJECT
081800             IF WS-LIVE-USED < 200
081900                 ADD 1 TO WS-LIVE-USED
082000                 MOVE VX-VISITOR-ID TO WS-LIVE-ID (WS-LIVE-USED)
082100             ELSE
082200                 ADD 1 TO WS-TABLE-OVERFLOW
082300             END-IF
082400         ELSE
082500             MOVE "Y" TO WS-XREF-DONE-SWITCH
082600         END-IF
082700     END-IF.
082800
082900 REPORT-ONE-LIVE-VISIT.
083000     MOVE WS-LIVE-ID (WS-LIVE-SUB) TO WS-NEW-ID
083100     PERFORM REMEMBER-SUBJECT-ID
083200     MOVE 1 TO WS-FILE-SUB
083300     MOVE WS-LIVE-ID (WS-LIVE-SUB) TO VR-VISITOR-ID
083400     MOVE SPACES TO WS-DETAIL-LINE
083500     MOVE WS-LIVE-ID (WS-LIVE-SUB) TO WS-D-KEY
083600     READ VISITOR-MASTER
083700         INVALID KEY
083800             MOVE "XREF ENTRY ONLY" TO WS-D-DETAIL
083900         NOT INVALID KEY
084000             MOVE VR-DEPARTURE-TIMESTAMP TO WS-D-WHEN
084100             STRING "HOST " VR-HOST DELIMITED BY SIZE
084200                 INTO WS-D-DETAIL
084300             PERFORM SET-ERASE-ACTION
084400             IF ERASE-REQUESTED
084500                 MOVE WS-PSEUDONYM TO VR-NAME
084600                 REWRITE VISITOR-RECORD
084700                     INVALID KEY MOVE "FAILED" TO WS-ACTION
084701                     NOT INVALID KEY PERFORM JOURNAL-ERASURE
084800                 END-REWRITE
084900             END-IF
085000             PERFORM PRINT-FOUND-RECORD
085100     END-READ
085200     MOVE 2 TO WS-FILE-SUB
085300     PERFORM SET-ERASE-ACTION
085400     IF ERASE-REQUESTED
085500         PERFORM REKEY-XREF-ENTRY
085600     END-IF
085700     ADD 1 TO WS-FILE-FOUND (WS-FILE-SUB)
085800     ADD 1 TO WS-FOUND-TOTAL
085900     IF WS-ACTION = "ERASED"
086000         ADD 1 TO WS-FILE-ERASED (WS-FILE-SUB)
086100         ADD 1 TO WS-ERASED-TOTAL
086200     END-IF
086300     IF WS-ACTION = "FAILED"
086400         ADD 1 TO WS-FILE-FAILED (WS-FILE-SUB)
086500         ADD 1 TO WS-FAILED-TOTAL
086600     END-IF.
086700
086701*ONE CHANGE-JOURNAL RECORD PER VISIT RENAMED, FOR HelloRcv. THE
086702*VISIT IS HELD HERE AND JOURNALLED BY SEARCH-CHANGE-JOURNAL.
086703 JOURNAL-ERASURE.
086704     ADD 1 TO WS-ERASED-USED
086705     MOVE FUNCTION CURRENT-DATE
086706         TO WS-ERASED-STAMP (WS-ERASED-USED)
086707     MOVE VISITOR-RECORD TO WS-ERASED-IMAGE (WS-ERASED-USED).
086709
086800 REKEY-XREF-ENTRY.
086900     MOVE WS-PSEUDONYM TO VX-NAME
087000     MOVE WS-LIVE-ID (WS-LIVE-SUB) TO VX-VISITOR-ID
087100     WRITE VISITOR-XREF-RECORD
087200         INVALID KEY MOVE "FAILED" TO WS-ACTION
087300     END-WRITE
087400     IF WS-ACTION NOT = "FAILED"
087500         MOVE WS-SUBJECT TO VX-NAME
087600         MOVE WS-LIVE-ID (WS-LIVE-SUB) TO VX-VISITOR-ID
087700         DELETE VISITOR-XREF
087800             INVALID KEY MOVE "FAILED" TO WS-ACTION
087900         END-DELETE
088000     END-IF.
088100
088200*=================================================================
088300*THE LIVE AUDIT TRAIL. ON AN ERASURE EVERY RECORD IS COPIED TO
088400*AUDNEW, THE SUBJECT'S WITH THE PSEUDONYM IN AR-NAME. THE NAME
088410*IS THE ONE FIELD LEFT OUT OF THE AUDIT CHAIN (AUDIT.CPY), SO
088420*SEQUENCE NUMBERS AND CHECK VALUES STILL VERIFY AFTERWARDS.
088500*=================================================================
088600 SEARCH-AUDIT-TRAIL.
088700     MOVE "GREETINGS - LIVE AUDIT TRAIL" TO WS-SECTION-LINE
088800     PERFORM PRINT-SECTION-HEADING
088900     MOVE 3 TO WS-FILE-SUB
089000     OPEN INPUT AUDIT-FILE
089100     IF WS-AUDIT-STATUS NOT = "00"
089200         WRITE PRINT-LINE FROM WS-NOT-ON-FILE-LINE
089300     ELSE
089400         MOVE "N" TO WS-EOF-SWITCH
089500         PERFORM READ-AUDIT
089600         PERFORM MATCH-ONE-AUDIT UNTIL END-OF-FILE
089700         CLOSE AUDIT-FILE
089800         IF WS-FILE-FOUND (WS-FILE-SUB) = ZERO
089900             WRITE PRINT-LINE FROM WS-NONE-LINE
090000         END-IF
090100     END-IF.
090200
090300 READ-AUDIT.
090400     READ AUDIT-FILE
090500         AT END MOVE "Y" TO WS-EOF-SWITCH
090600     END-READ.
090700
090800 MATCH-ONE-AUDIT.
090900     IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-NAME)) = WS-SUBJECT
091000         MOVE AR-VISITOR-ID TO WS-NEW-ID
091100         PERFORM REMEMBER-SUBJECT-ID
091200         MOVE SPACES TO WS-DETAIL-LINE
091300         MOVE AR-VISITOR-ID TO WS-D-KEY
091400         MOVE AR-TIMESTAMP TO WS-D-WHEN
091500         STRING "OPERATOR " AR-OPERATOR-ID " SITE " AR-SITE-CODE
091600             DELIMITED BY SIZE INTO WS-D-DETAIL
091700         PERFORM SET-ERASE-ACTION
091800         IF ERASE-REQUESTED
091900             MOVE WS-PSEUDONYM TO AR-NAME
092000         END-IF
092100         PERFORM PRINT-FOUND-RECORD
092200     END-IF
092300     IF ERASE-REQUESTED
092400         WRITE AUDIT-NEW-RECORD FROM AUDIT-RECORD
092500     END-IF
092600     PERFORM READ-AUDIT.
092700
092800*=================================================================
092900*THE VISARCH AND AUDARCH GENERATIONS ON THE DDS. AN ERASURE
093000*COPIES EACH TO ITS NEW FILE WITH THE SUBJECT'S NAMES REPLACED.
093100*=================================================================
093200 SEARCH-VISITOR-ARCHIVE.
093300     MOVE "ARCHIVED VISITOR RECORDS" TO WS-SECTION-LINE
093400     PERFORM PRINT-SECTION-HEADING
093500     MOVE 4 TO WS-FILE-SUB
093600     OPEN INPUT VISITOR-ARCHIVE
093700     IF WS-VISARCH-STATUS NOT = "00"
093800         WRITE PRINT-LINE FROM WS-NOT-ON-FILE-LINE
093900     ELSE
094000         MOVE "N" TO WS-EOF-SWITCH
094100         PERFORM READ-VISARCH
094200         PERFORM MATCH-ONE-VISARCH UNTIL END-OF-FILE
094300         CLOSE VISITOR-ARCHIVE
094400         IF WS-FILE-FOUND (WS-FILE-SUB) = ZERO
094500             WRITE PRINT-LINE FROM WS-NONE-LINE
094600         END-IF
094700     END-IF.
094800
094900 READ-VISARCH.
095000     READ VISITOR-ARCHIVE
095100         AT END MOVE "Y" TO WS-EOF-SWITCH
095200     END-READ.
095300
095400 MATCH-ONE-VISARCH.
095500     IF FUNCTION UPPER-CASE(FUNCTION TRIM(AV-NAME)) = WS-SUBJECT
095600         MOVE AV-VISITOR-ID TO WS-NEW-ID
095700         PERFORM REMEMBER-SUBJECT-ID
095800         MOVE SPACES TO WS-DETAIL-LINE
095900         MOVE AV-VISITOR-ID TO WS-D-KEY
096000         MOVE AV-DEPARTURE-TIMESTAMP TO WS-D-WHEN
096100         STRING "HOST " AV-HOST DELIMITED BY SIZE
096200             INTO WS-D-DETAIL
096300         PERFORM SET-ERASE-ACTION
096400         IF ERASE-REQUESTED
096500             MOVE WS-PSEUDONYM TO AV-NAME
096600         END-IF
096700         PERFORM PRINT-FOUND-RECORD
096800     END-IF
096900     IF ERASE-REQUESTED
097000         WRITE VISITOR-ARCHIVE-NEW-RECORD FROM ARCH-VISITOR-RECORD
097100     END-IF
097200     PERFORM READ-VISARCH.
097300
097400 SEARCH-AUDIT-ARCHIVE.
097500     MOVE "GREETINGS - ARCHIVED AUDIT TRAIL" TO WS-SECTION-LINE
097600     PERFORM PRINT-SECTION-HEADING
097700     MOVE 5 TO WS-FILE-SUB
097800     OPEN INPUT AUDIT-ARCHIVE
097900     IF WS-AUDARCH-STATUS NOT = "00"
098000         WRITE PRINT-LINE FROM WS-NOT-ON-FILE-LINE
098100     ELSE
098200         MOVE "N" TO WS-EOF-SWITCH
098300         PERFORM READ-AUDARCH
098400         PERFORM MATCH-ONE-AUDARCH UNTIL END-OF-FILE
098500         CLOSE AUDIT-ARCHIVE
098600         IF WS-FILE-FOUND (WS-FILE-SUB) = ZERO
098700             WRITE PRINT-LINE FROM WS-NONE-LINE
098800         END-IF
098900     END-IF.
099000
099100 READ-AUDARCH.
099200     READ AUDIT-ARCHIVE
099300         AT END MOVE "Y" TO WS-EOF-SWITCH
099400     END-READ.
099500
099600 MATCH-ONE-AUDARCH.
099700     IF FUNCTION UPPER-CASE(FUNCTION TRIM(AA-NAME)) = WS-SUBJECT
099800         MOVE AA-VISITOR-ID TO WS-NEW-ID
099900         PERFORM REMEMBER-SUBJECT-ID
100000         MOVE SPACES TO WS-DETAIL-LINE
100100         MOVE AA-VISITOR-ID TO WS-D-KEY
100200         MOVE AA-TIMESTAMP TO WS-D-WHEN
100300         STRING "OPERATOR " AA-OPERATOR-ID " SITE " AA-SITE-CODE
100400             DELIMITED BY SIZE INTO WS-D-DETAIL
100500         PERFORM SET-ERASE-ACTION
100600         IF ERASE-REQUESTED
100700             MOVE WS-PSEUDONYM TO AA-NAME
100800         END-IF
100900         PERFORM PRINT-FOUND-RECORD
101000     END-IF
101100     IF ERASE-REQUESTED
101200         WRITE AUDIT-ARCHIVE-NEW-RECORD FROM ARCH-AUDIT-RECORD
101300     END-IF
101400     PERFORM READ-AUDARCH.
101500
101600*=================================================================
101700*THE SUSPENSE LOG - EVERY REJECTED OR HELD ENTRY UNDER THE NAME,
101800*WHATEVER ITS REASON OR DISPOSITION.
101900*=================================================================
102000 SEARCH-SUSPENSE.
102100     MOVE "SUSPENSE LOG" TO WS-SECTION-LINE
102200     PERFORM PRINT-SECTION-HEADING
102300     MOVE 6 TO WS-FILE-SUB
102400     OPEN INPUT SUSPENSE-FILE
102500     IF WS-SUSPENSE-STATUS NOT = "00"
102600         WRITE PRINT-LINE FROM WS-NOT-ON-FILE-LINE
102700     ELSE
102800         MOVE "N" TO WS-EOF-SWITCH
102900         PERFORM READ-SUSPENSE
103000         PERFORM MATCH-ONE-SUSPENSE UNTIL END-OF-FILE
103100         CLOSE SUSPENSE-FILE
103200         IF WS-FILE-FOUND (WS-FILE-SUB) = ZERO
103300             WRITE PRINT-LINE FROM WS-NONE-LINE
103400         END-IF
103500     END-IF.
103600
103700 READ-SUSPENSE.
103800     READ SUSPENSE-FILE
103900         AT END MOVE "Y" TO WS-EOF-SWITCH
104000     END-READ.
104100
104200 MATCH-ONE-SUSPENSE.
104300     IF FUNCTION UPPER-CASE(FUNCTION TRIM(SS-NAME)) = WS-SUBJECT
104400         MOVE SPACES TO WS-DETAIL-LINE
104500         MOVE SS-REASON-CODE TO WS-D-KEY
104600         MOVE SS-TIMESTAMP TO WS-D-WHEN
104700         STRING "OPERATOR " SS-OPERATOR-ID " DISP "
104800             SS-DISPOSITION DELIMITED BY SIZE INTO WS-D-DETAIL
104900         PERFORM SET-ERASE-ACTION
105000         IF ERASE-REQUESTED
105100             MOVE WS-PSEUDONYM TO SS-NAME
105200         END-IF
105300         PERFORM PRINT-FOUND-RECORD
105400     END-IF
105500     IF ERASE-REQUESTED
105600         WRITE SUSPENSE-NEW-RECORD FROM SUSPENSE-RECORD
105700     END-IF
105800     PERFORM READ-SUSPENSE.
105900
106000*=================================================================
106100*DUPCHECK IS KEYED ON NAME AND DATE, SO THE SUBJECT'S DAYS ARE
106200*READ BY KEY. ON AN ERASURE EACH DAY IS WRITTEN UNDER THE
106300*PSEUDONYM WITH ITS COUNT UNCHANGED BEFORE THE OLD KEY IS
106400*DELETED, SO THE DAY'S GREETING COUNTS STILL BALANCE.
106500*=================================================================
106600 SEARCH-DUPCHECK.
106700     MOVE "SAME-DAY DUPLICATE CHECK (DUPCHECK)" TO WS-SECTION-LINE
106800     PERFORM PRINT-SECTION-HEADING
106900     MOVE 7 TO WS-FILE-SUB
107000     IF ERASE-REQUESTED
107100         OPEN I-O DUPCHECK-FILE
107200     ELSE
107300         OPEN INPUT DUPCHECK-FILE
107400     END-IF
107500     IF WS-DUPCHECK-STATUS NOT = "00"
107600         WRITE PRINT-LINE FROM WS-NOT-ON-FILE-LINE
107700     ELSE
107800         MOVE "N" TO WS-EOF-SWITCH
107900         MOVE WS-SUBJECT TO DC-NAME
108000         MOVE LOW-VALUES TO DC-GREET-DATE
108100         START DUPCHECK-FILE KEY IS NOT LESS THAN DC-KEY
108200             INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
108300         END-START
108400         PERFORM COLLECT-ONE-DUPCHECK UNTIL END-OF-FILE
108500         PERFORM REPORT-ONE-DUPCHECK
108600             VARYING WS-DUP-SUB FROM 1 BY 1
108700             UNTIL WS-DUP-SUB > WS-DUPS-USED
108800         CLOSE DUPCHECK-FILE
108900         IF WS-FILE-FOUND (WS-FILE-SUB) = ZERO
109000             WRITE PRINT-LINE FROM WS-NONE-LINE
109100         END-IF
109200     END-IF.
109300
109400 COLLECT-ONE-DUPCHECK.
109500     READ DUPCHECK-FILE NEXT RECORD
109600         AT END MOVE "Y" TO WS-EOF-SWITCH
109700     END-READ
109800     IF NOT END-OF-FILE
109900         IF DC-NAME = WS-SUBJECT AND WS-DUPS-USED < 400
110000             ADD 1 TO WS-DUPS-USED
110100             MOVE DC-GREET-DATE TO WS-DUP-DATE (WS-DUPS-USED)
110200             MOVE DC-GREETING-COUNT TO WS-DUP-COUNT (WS-DUPS-USED)
110300         ELSE
110400             IF DC-NAME = WS-SUBJECT
110500                 ADD 1 TO WS-TABLE-OVERFLOW
110600             ELSE
110700                 MOVE "Y" TO WS-EOF-SWITCH
110800             END-IF
110900         END-IF
111000     END-IF.
111100
111200 REPORT-ONE-DUPCHECK.
111300     MOVE SPACES TO WS-DETAIL-LINE
111400     MOVE WS-DUP-DATE (WS-DUP-SUB) TO WS-D-KEY
111500     STRING "GREETINGS " WS-DUP-COUNT (WS-DUP-SUB)
111600         DELIMITED BY SIZE INTO WS-D-DETAIL
111700     PERFORM SET-ERASE-ACTION
111800     IF ERASE-REQUESTED
111900         MOVE WS-PSEUDONYM TO DC-NAME
112000         MOVE WS-DUP-DATE (WS-DUP-SUB) TO DC-GREET-DATE
112100         MOVE WS-DUP-COUNT (WS-DUP-SUB) TO DC-GREETING-COUNT
112200         WRITE DUPCHECK-RECORD
112300             INVALID KEY MOVE "FAILED" TO WS-ACTION
112400         END-WRITE
112500         IF WS-ACTION NOT = "FAILED"
112600             MOVE WS-SUBJECT TO DC-NAME
112700             MOVE WS-DUP-DATE (WS-DUP-SUB) TO DC-GREET-DATE
112800             DELETE DUPCHECK-FILE
112900                 INVALID KEY MOVE "FAILED" TO WS-ACTION
113000             END-DELETE
113100         END-IF
113200     END-IF
113300     PERFORM PRINT-FOUND-RECORD.
113400
113500*=================================================================
113600*HOST NOTICES NAMING THE SUBJECT - ARRIVALS AND OVERSTAYS.
113700*=================================================================
113800 SEARCH-NOTIFY.
113900     MOVE "HOST NOTIFICATIONS (NOTIFY EXTRACT)" TO WS-SECTION-LINE
114000     PERFORM PRINT-SECTION-HEADING
114100     MOVE 8 TO WS-FILE-SUB
114200     OPEN INPUT NOTIFY-FILE
114300     IF WS-NOTIFY-STATUS NOT = "00"
114400         WRITE PRINT-LINE FROM WS-NOT-ON-FILE-LINE
114500     ELSE
114600         MOVE "N" TO WS-EOF-SWITCH
114700         PERFORM READ-NOTIFY
114800         PERFORM MATCH-ONE-NOTIFY UNTIL END-OF-FILE
114900         CLOSE NOTIFY-FILE
115000         IF WS-FILE-FOUND (WS-FILE-SUB) = ZERO
115100             WRITE PRINT-LINE FROM WS-NONE-LINE
115200         END-IF
115300     END-IF.
115400
115500 READ-NOTIFY.
115600     READ NOTIFY-FILE
115700         AT END MOVE "Y" TO WS-EOF-SWITCH
115800     END-READ.
115900
116000 MATCH-ONE-NOTIFY.
116100     IF FUNCTION UPPER-CASE(FUNCTION TRIM(NF-VISITOR-NAME))
116200             = WS-SUBJECT
116300         MOVE SPACES TO WS-DETAIL-LINE
116400         MOVE NF-HOST-EMPLOYEE-ID TO WS-D-KEY
116500         MOVE NF-TIMESTAMP TO WS-D-WHEN
116600         STRING "HOST " NF-HOST DELIMITED BY SIZE
116700             INTO WS-D-DETAIL
116800         PERFORM SET-ERASE-ACTION
116900         IF ERASE-REQUESTED
117000             MOVE WS-PSEUDONYM TO NF-VISITOR-NAME
117100         END-IF
117200         PERFORM PRINT-FOUND-RECORD
117300     END-IF
117400     IF ERASE-REQUESTED
117500         WRITE NOTIFY-NEW-RECORD FROM NOTIFY-RECORD
117600     END-IF
117700     PERFORM READ-NOTIFY.
117800
117900*=================================================================
118000*THE BADGE PRINT SPOOL. EACH BADGE IS A BLOCK OF LINES ENDED BY
118100*A BLANK LINE; A BADGE IS THE SUBJECT'S WHEN THE VISITOR ID LINE
118200*CARRIES ONE OF THE IDS FOUND ABOVE. ON AN ERASURE EVERY NAME
118300*LINE OF THE SUBJECT'S BADGES - ANYTHING BUT THE STAR RULES AND
118400*THE ID LINE - IS REPLACED BY THE PSEUDONYM. GROUP BANNERS CARRY
118500*NO VISITOR ID AND ARE NEVER MATCHED.
118600*=================================================================
118700 SEARCH-BADGES.
118800     MOVE "BADGE PRINT SPOOL" TO WS-SECTION-LINE
118900     PERFORM PRINT-SECTION-HEADING
119000     MOVE 9 TO WS-FILE-SUB
119100     OPEN INPUT BADGE-FILE
119200     IF WS-BADGE-STATUS NOT = "00"
119300         WRITE PRINT-LINE FROM WS-NOT-ON-FILE-LINE
119400     ELSE
119500         MOVE "N" TO WS-EOF-SWITCH
119600         MOVE ZERO TO WS-BLOCK-LINES
119700         PERFORM READ-BADGE-LINE
119800         PERFORM TAKE-ONE-BADGE-LINE UNTIL END-OF-FILE
119900         IF WS-BLOCK-LINES > ZERO
120000             PERFORM CHECK-BADGE-BLOCK
120100         END-IF
120200         CLOSE BADGE-FILE
120300         IF WS-FILE-FOUND (WS-FILE-SUB) = ZERO
120400             WRITE PRINT-LINE FROM WS-NONE-LINE
120500         END-IF
120600     END-IF.
120700
120800 READ-BADGE-LINE.
120900     READ BADGE-FILE
121000         AT END MOVE "Y" TO WS-EOF-SWITCH
121100     END-READ.
121200
121300 TAKE-ONE-BADGE-LINE.
121400     ADD 1 TO WS-BLOCK-LINES
121500     MOVE BADGE-LINE TO WS-BADGE-BLOCK-LINE (WS-BLOCK-LINES)
121600     IF BADGE-LINE = SPACES OR WS-BLOCK-LINES = 10
121700         PERFORM CHECK-BADGE-BLOCK
121800     END-IF
121900     PERFORM READ-BADGE-LINE.
122000
122100 CHECK-BADGE-BLOCK.
122200     MOVE "N" TO WS-BADGE-MATCH-SWITCH
122300     PERFORM CHECK-ONE-BADGE-LINE
122400         VARYING WS-BLOCK-SUB FROM 1 BY 1
122500         UNTIL WS-BLOCK-SUB > WS-BLOCK-LINES
122600     IF BADGE-IS-SUBJECTS
122700         MOVE SPACES TO WS-DETAIL-LINE
122800         MOVE WS-BADGE-ID TO WS-D-KEY
122900         MOVE "BADGE PRINTED" TO WS-D-DETAIL
123000         PERFORM SET-ERASE-ACTION
123100         IF ERASE-REQUESTED
123200             MOVE WS-PSEUDONYM TO WS-BP-NAME
123300             PERFORM ERASE-ONE-BADGE-LINE
123400                 VARYING WS-BLOCK-SUB FROM 1 BY 1
123500                 UNTIL WS-BLOCK-SUB > WS-BLOCK-LINES
123600         END-IF
123700         PERFORM PRINT-FOUND-RECORD
123800     END-IF
123900     IF ERASE-REQUESTED
124000         PERFORM COPY-ONE-BADGE-LINE
124100             VARYING WS-BLOCK-SUB FROM 1 BY 1
124200             UNTIL WS-BLOCK-SUB > WS-BLOCK-LINES
124300     END-IF
124400     MOVE ZERO TO WS-BLOCK-LINES.
124500
124600 CHECK-ONE-BADGE-LINE.
124700     MOVE WS-BADGE-BLOCK-LINE (WS-BLOCK-SUB) (3:19) TO WS-NEW-ID
124800     IF WS-NEW-ID NOT = SPACES
124900         MOVE "N" TO WS-ID-FOUND-SWITCH
125000         PERFORM MATCH-ONE-SUBJECT-ID
125100             VARYING WS-ID-SUB FROM 1 BY 1
125200             UNTIL WS-ID-SUB > WS-IDS-USED OR ID-ALREADY-HELD
125300         IF ID-ALREADY-HELD
125400             MOVE "Y" TO WS-BADGE-MATCH-SWITCH
125500             MOVE WS-NEW-ID TO WS-BADGE-ID
125600         END-IF
125700     END-IF.
125800
125900 ERASE-ONE-BADGE-LINE.
126000     IF WS-BADGE-BLOCK-LINE (WS-BLOCK-SUB) NOT = SPACES
126100         AND WS-BADGE-BLOCK-LINE (WS-BLOCK-SUB)
126200             NOT = WS-BADGE-STARS
126300         AND WS-BADGE-BLOCK-LINE (WS-BLOCK-SUB) (3:19)
126400             NOT = WS-BADGE-ID
126500         MOVE WS-BADGE-PSEUDONYM-LINE
126600             TO WS-BADGE-BLOCK-LINE (WS-BLOCK-SUB)
126700     END-IF.
126800
126900 COPY-ONE-BADGE-LINE.
127000     WRITE BADGE-NEW-LINE FROM WS-BADGE-BLOCK-LINE (WS-BLOCK-SUB).
127100
127200*=================================================================
127300*CUSTOMER IS KEYED ON THE NAME. ON AN ERASURE THE RECORD IS
127400*WRITTEN UNDER THE PSEUDONYM WITH ITS STATUS AND VISIT COUNT
127500*UNCHANGED BEFORE THE OLD KEY IS DELETED.
127600*=================================================================
127700 SEARCH-CUSTOMER.
127800     MOVE "CUSTOMER MASTER" TO WS-SECTION-LINE
127900     PERFORM PRINT-SECTION-HEADING
128000     MOVE 10 TO WS-FILE-SUB
128100     IF ERASE-REQUESTED
128200         OPEN I-O CUSTOMER-MASTER
128300     ELSE
128400         OPEN INPUT CUSTOMER-MASTER
128500     END-IF
128600     IF WS-CUSTOMER-STATUS NOT = "00"
128700         WRITE PRINT-LINE FROM WS-NOT-ON-FILE-LINE
128800     ELSE
128900         MOVE WS-SUBJECT TO CM-CUSTOMER-NAME
129000         READ CUSTOMER-MASTER
129100             INVALID KEY
129200                 WRITE PRINT-LINE FROM WS-NONE-LINE
129300                 END-WRITE
129400             NOT INVALID KEY
129500                 PERFORM REPORT-CUSTOMER
129600         END-READ
129700         CLOSE CUSTOMER-MASTER
129800     END-IF.
129900
130000 REPORT-CUSTOMER.
130100     MOVE SPACES TO WS-DETAIL-LINE
130200     MOVE "ACCOUNT" TO WS-D-KEY
130300     STRING "STATUS " CM-ACCOUNT-STATUS " VISITS "
130400         CM-VISIT-COUNT DELIMITED BY SIZE INTO WS-D-DETAIL
130500     PERFORM SET-ERASE-ACTION
130600     IF ERASE-REQUESTED
130700         MOVE WS-PSEUDONYM TO CM-CUSTOMER-NAME
130800         WRITE CUSTOMER-RECORD
130900             INVALID KEY MOVE "FAILED" TO WS-ACTION
131000         END-WRITE
131100         IF WS-ACTION NOT = "FAILED"
131200             MOVE WS-SUBJECT TO CM-CUSTOMER-NAME
131300             DELETE CUSTOMER-MASTER
131400                 INVALID KEY MOVE "FAILED" TO WS-ACTION
131500             END-DELETE
131600         END-IF
131700     END-IF
131800     PERFORM PRINT-FOUND-RECORD.
131900
132000*=================================================================
132100*THE BARRED-VISITOR WATCH LIST IS REPORTED BUT NEVER ERASED -
132200*THE BAR STANDS WHATEVER THE REQUEST.
132300*=================================================================
132400 SEARCH-WATCH-LIST.
132500     MOVE "BARRED-VISITOR WATCH LIST (NEVER ERASED)"
132600         TO WS-SECTION-LINE
132700     PERFORM PRINT-SECTION-HEADING
132800     MOVE 11 TO WS-FILE-SUB
132900     OPEN INPUT WATCH-LIST
133000     IF WS-WATCH-STATUS NOT = "00"
133100         WRITE PRINT-LINE FROM WS-NOT-ON-FILE-LINE
133200     ELSE
133300         MOVE WS-SUBJECT TO WL-NAME
133400         READ WATCH-LIST
133500             INVALID KEY
133600                 WRITE PRINT-LINE FROM WS-NONE-LINE
133700                 END-WRITE
133800             NOT INVALID KEY
133900                 MOVE SPACES TO WS-DETAIL-LINE
134000                 MOVE WL-ADDED-BY TO WS-D-KEY
134100                 MOVE WL-ADDED-DATE TO WS-D-WHEN
134200                 MOVE WL-REASON TO WS-D-DETAIL
134300                 IF ERASE-REQUESTED
134400                     MOVE "KEPT" TO WS-ACTION
134500                 ELSE
134600                     MOVE "HELD" TO WS-ACTION
134700                 END-IF
134800                 PERFORM PRINT-FOUND-RECORD
134900         END-READ
135000         CLOSE WATCH-LIST
135100     END-IF.
135101
135102*=================================================================
135103*APPOINT IS KEYED ON EXPECTED DATE, GROUP NAME, AND VISITOR NAME,
135104*SO THE WHOLE FILE IS BROWSED AND THE SUBJECT'S BOOKINGS ARE
135105*COLLECTED BEFORE ANY IS RE-KEYED. ON AN ERASURE EACH BOOKING IS
135106*WRITTEN UNDER THE PSEUDONYM WITH ITS DATE, PARTY, AND WINDOW
135107*UNCHANGED BEFORE THE OLD KEY IS DELETED.
135108*=================================================================
135109 SEARCH-APPOINTMENTS.
135110     MOVE "PRE-REGISTERED APPOINTMENTS (APPOINT)"
135111         TO WS-SECTION-LINE
135112     PERFORM PRINT-SECTION-HEADING
135113     MOVE 12 TO WS-FILE-SUB
135114     IF ERASE-REQUESTED
135115         OPEN I-O APPOINT-MASTER
135116     ELSE
135117         OPEN INPUT APPOINT-MASTER
135118     END-IF
135119     IF WS-APPOINT-STATUS NOT = "00"
135120         WRITE PRINT-LINE FROM WS-NOT-ON-FILE-LINE
135121     ELSE
135122         MOVE "N" TO WS-EOF-SWITCH
135123         PERFORM COLLECT-ONE-APPOINTMENT UNTIL END-OF-FILE
135124         PERFORM REPORT-ONE-APPOINTMENT
135125             VARYING WS-APPT-SUB FROM 1 BY 1
135126             UNTIL WS-APPT-SUB > WS-APPTS-USED
135127         CLOSE APPOINT-MASTER
135128         IF WS-FILE-FOUND (WS-FILE-SUB) = ZERO
135129             WRITE PRINT-LINE FROM WS-NONE-LINE
135130         END-IF
135131     END-IF.
135132
135133 COLLECT-ONE-APPOINTMENT.
135134     READ APPOINT-MASTER NEXT RECORD
135135         AT END MOVE "Y" TO WS-EOF-SWITCH
135136     END-READ
135137     IF NOT END-OF-FILE AND AP-NAME = WS-SUBJECT
135138         IF WS-APPTS-USED < 100
135139             ADD 1 TO WS-APPTS-USED
135140             MOVE APPOINTMENT-RECORD
135141                 TO WS-APPT-RECORD (WS-APPTS-USED)
135142         ELSE
135143             ADD 1 TO WS-TABLE-OVERFLOW
135144         END-IF
135145     END-IF.
135146
135147 REPORT-ONE-APPOINTMENT.
135148     MOVE WS-APPT-RECORD (WS-APPT-SUB) TO APPOINTMENT-RECORD
135149     MOVE SPACES TO WS-DETAIL-LINE
135150     MOVE AP-EXPECTED-DATE TO WS-D-KEY
135151     STRING "WINDOW " AP-WINDOW-FROM "-" AP-WINDOW-TO
135152         DELIMITED BY SIZE INTO WS-D-WHEN
135153     STRING "HOST " AP-HOST DELIMITED BY SIZE
135154         INTO WS-D-DETAIL
135155     PERFORM SET-ERASE-ACTION
135156     IF ERASE-REQUESTED
135157         MOVE WS-PSEUDONYM TO AP-NAME
135158         WRITE APPOINTMENT-RECORD
135159             INVALID KEY MOVE "FAILED" TO WS-ACTION
135160         END-WRITE
135161         IF WS-ACTION NOT = "FAILED"
135162             MOVE WS-SUBJECT TO AP-NAME
135163             DELETE APPOINT-MASTER
135164                 INVALID KEY MOVE "FAILED" TO WS-ACTION
135165             END-DELETE
135166         END-IF
135167     END-IF
135168     PERFORM PRINT-FOUND-RECORD.
135169
135170*=================================================================
135171*PASSES IS KEYED ON THE HOLDER'S NAME. ON AN ERASURE THE PASS IS
135172*WRITTEN UNDER THE PSEUDONYM WITH ITS NUMBER, DATES, STATUS, AND
135173*ENTRY COUNT UNCHANGED BEFORE THE OLD KEY IS DELETED.
135174*=================================================================
135175 SEARCH-PASSES.
135176     MOVE "CONTRACTOR AND RECURRING-VISITOR PASSES (PASSES)"
135177         TO WS-SECTION-LINE
135178     PERFORM PRINT-SECTION-HEADING
135179     MOVE 13 TO WS-FILE-SUB
135180     IF ERASE-REQUESTED
135181         OPEN I-O PASS-MASTER
135182     ELSE
135183         OPEN INPUT PASS-MASTER
135184     END-IF
135185     IF WS-PASS-STATUS NOT = "00"
135186         WRITE PRINT-LINE FROM WS-NOT-ON-FILE-LINE
135187     ELSE
135188         MOVE WS-SUBJECT TO PS-NAME
135189         READ PASS-MASTER
135190             INVALID KEY
135191                 WRITE PRINT-LINE FROM WS-NONE-LINE
135192                 END-WRITE
135193             NOT INVALID KEY
135194                 PERFORM REPORT-PASS
135195         END-READ
135196         CLOSE PASS-MASTER
135197     END-IF.
135198
135199 REPORT-PASS.
135200     MOVE SPACES TO WS-DETAIL-LINE
135201     MOVE PS-PASS-NUMBER TO WS-D-KEY
135202     STRING "VALID " PS-VALID-FROM "-" PS-VALID-TO
135203         DELIMITED BY SIZE INTO WS-D-WHEN
135204     STRING "STATUS " PS-STATUS " ENTRIES " PS-ENTRY-COUNT
135205         DELIMITED BY SIZE INTO WS-D-DETAIL
135206     PERFORM SET-ERASE-ACTION
135207     IF ERASE-REQUESTED
135208         MOVE WS-PSEUDONYM TO PS-NAME
135209         WRITE PASS-RECORD
135210             INVALID KEY MOVE "FAILED" TO WS-ACTION
135211         END-WRITE
135212         IF WS-ACTION NOT = "FAILED"
135213             MOVE WS-SUBJECT TO PS-NAME
135214             DELETE PASS-MASTER
135215                 INVALID KEY MOVE "FAILED" TO WS-ACTION
135216             END-DELETE
135217         END-IF
135218     END-IF
135219     PERFORM PRINT-FOUND-RECORD.
135220
135300*=================================================================
135400*WHAT WAS FOUND, ERASED, AND NOT ERASED IN EACH FILE.
135500*=================================================================
135600 PRINT-REQUEST-TOTALS.
135700     WRITE PRINT-LINE FROM SPACES
135800     WRITE PRINT-LINE FROM WS-TOTAL-HEADING
135900     PERFORM PRINT-ONE-FILE-TOTAL
136000         VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL WS-FILE-SUB > 14
136100     MOVE "TOTAL" TO WS-T-FILE
136200     MOVE WS-FOUND-TOTAL TO WS-T-FOUND
136300     MOVE WS-ERASED-TOTAL TO WS-T-ERASED
136400     MOVE WS-FAILED-TOTAL TO WS-T-FAILED
136500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
136600     IF WS-TABLE-OVERFLOW > ZERO
136700         MOVE WS-TABLE-OVERFLOW TO WS-O-COUNT
136800         WRITE PRINT-LINE FROM WS-OVERFLOW-LINE
136900     END-IF.
137000
137100 PRINT-ONE-FILE-TOTAL.
137200     MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-T-FILE
137300     MOVE WS-FILE-FOUND (WS-FILE-SUB) TO WS-T-FOUND
137400     MOVE WS-FILE-ERASED (WS-FILE-SUB) TO WS-T-ERASED
137500     MOVE WS-FILE-FAILED (WS-FILE-SUB) TO WS-T-FAILED
137600     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
137700
137800*=================================================================
137900*THE VISITOR-MASTER CHANGE JOURNAL, SEARCHED LAST SO EVERY VISITOR
138000*ID FOUND ABOVE IS KNOWN. A RECORD IS THE SUBJECT'S WHEN ITS
138100*BEFORE OR AFTER IMAGE CARRIES ONE OF THOSE IDS OR THE SUBJECT'S
138200*NAME. ON AN ERASURE EVERY RECORD IS COPIED TO JRNNEW, THE
138300*SUBJECT'S WITH THE PSEUDONYM IN THE NAME OF BOTH IMAGES, AND
138400*THEN THE VISITS RENAMED ABOVE ARE JOURNALLED ON THE END OF THE
138500*COPY WITH THE PSEUDONYM IN BOTH IMAGES - HelloRcv EXPECTS A
138600*RESTORED MASTER TO DIFFER FROM THEM ONLY IN THE NAME.
138700*=================================================================
138800 SEARCH-CHANGE-JOURNAL.
138900     MOVE "VISITOR-MASTER CHANGE JOURNAL" TO WS-SECTION-LINE
139000     PERFORM PRINT-SECTION-HEADING
139100     MOVE 14 TO WS-FILE-SUB
139200     OPEN INPUT CHANGE-JOURNAL
139300     IF WS-JOURNAL-STATUS NOT = "00"
139400         WRITE PRINT-LINE FROM WS-NOT-ON-FILE-LINE
139500     ELSE
139600         MOVE "N" TO WS-EOF-SWITCH
139700         PERFORM READ-JOURNAL
139800         PERFORM MATCH-ONE-JOURNAL UNTIL END-OF-FILE
139900         CLOSE CHANGE-JOURNAL
140000         IF WS-FILE-FOUND (WS-FILE-SUB) = ZERO
140100             WRITE PRINT-LINE FROM WS-NONE-LINE
140200         END-IF
140300     END-IF
140400     IF ERASE-REQUESTED
140500         PERFORM WRITE-ERASURE-JOURNAL
140600             VARYING WS-ERASED-SUB FROM 1 BY 1
140700             UNTIL WS-ERASED-SUB > WS-ERASED-USED
140800     END-IF.
140900
141000 READ-JOURNAL.
141100     READ CHANGE-JOURNAL
141200         AT END MOVE "Y" TO WS-EOF-SWITCH
141300     END-READ.
141400
141500 MATCH-ONE-JOURNAL.
141600     MOVE "N" TO WS-JOURNAL-MATCH-SWITCH
141700     MOVE JR-BEFORE-IMAGE TO WS-JOURNAL-IMAGE
141800     PERFORM CHECK-JOURNAL-IMAGE
141900     MOVE WS-JOURNAL-IMAGE TO JR-BEFORE-IMAGE
142000     MOVE JR-AFTER-IMAGE TO WS-JOURNAL-IMAGE
142100     PERFORM CHECK-JOURNAL-IMAGE
142200     MOVE WS-JOURNAL-IMAGE TO JR-AFTER-IMAGE
142300     IF JOURNAL-IS-SUBJECTS
142400         MOVE SPACES TO WS-DETAIL-LINE
142500         MOVE WS-JOURNAL-ID TO WS-D-KEY
142600         MOVE JR-TIMESTAMP TO WS-D-WHEN
142700         STRING "ACTION " JR-ACTION " BY " JR-PROGRAM
142800             DELIMITED BY SIZE INTO WS-D-DETAIL
142900         PERFORM SET-ERASE-ACTION
143000         PERFORM PRINT-FOUND-RECORD
143100     END-IF
143200     IF ERASE-REQUESTED
143300         WRITE JOURNAL-NEW-RECORD FROM JOURNAL-RECORD
143400     END-IF
143500     PERFORM READ-JOURNAL.
143600
143700*AN IMAGE IS THE SUBJECT'S WHEN IT CARRIES ONE OF THEIR VISITOR
143800*IDS OR THEIR NAME. SPACES (THE BEFORE IMAGE OF AN ADD, THE AFTER
143900*IMAGE OF A DELETE) NEVER MATCH.
144000 CHECK-JOURNAL-IMAGE.
144100     IF WS-JI-VISITOR-ID NOT = SPACES
144200         MOVE WS-JI-VISITOR-ID TO WS-NEW-ID
144300         MOVE "N" TO WS-ID-FOUND-SWITCH
144400         PERFORM MATCH-ONE-SUBJECT-ID
144500             VARYING WS-ID-SUB FROM 1 BY 1
144600             UNTIL WS-ID-SUB > WS-IDS-USED OR ID-ALREADY-HELD
144700         IF ID-ALREADY-HELD
144800                 OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JI-NAME))
144900                 = WS-SUBJECT
145000             MOVE "Y" TO WS-JOURNAL-MATCH-SWITCH
145100             MOVE WS-JI-VISITOR-ID TO WS-JOURNAL-ID
145200             IF ERASE-REQUESTED
145300                 MOVE WS-PSEUDONYM TO WS-JI-NAME
145400             END-IF
145500         END-IF
145600     END-IF.
145700
145800 WRITE-ERASURE-JOURNAL.
145900     MOVE WS-ERASED-STAMP (WS-ERASED-SUB) TO WS-EJ-TIMESTAMP
146000     MOVE WS-OPERATOR-ID TO WS-EJ-OPERATOR-ID
146100     MOVE WS-ERASED-IMAGE (WS-ERASED-SUB) TO WS-EJ-BEFORE-IMAGE
146200     MOVE WS-ERASED-IMAGE (WS-ERASED-SUB) TO WS-EJ-AFTER-IMAGE
146300     WRITE JOURNAL-NEW-RECORD FROM WS-ERASURE-JOURNAL.
