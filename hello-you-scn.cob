001000*ON-PREMISES LIST WITHOUT ANYONE WORKING THE HelloMnt MENU.
001100*SCANS THAT MATCH NO MASTER RECORD, OR A RECORD ALREADY STAMPED
001200*DEPARTED, GO ON AN EXCEPTION REPORT WITH CONTROL TOTALS SO
001300*OPERATIONS CAN BALANCE EACH NIGHT'S FEED. EACH CHECK-OUT IS
001301*JOURNALLED (JOURNAL.CPY) UNDER THE JOB NAME, THERE BEING NO
001302*OPERATOR AT THE READERS.
001400*=================================================================
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
002800     SELECT PRINT-FILE ASSIGN TO "SCANRPRT"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-PRINT-STATUS.
003001
003002     SELECT CHANGE-JOURNAL ASSIGN TO JOURNAL
003003         ORGANIZATION IS LINE SEQUENTIAL
003004         FILE STATUS IS WS-JOURNAL-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  SCAN-FILE.
003900
004000 FD  PRINT-FILE.
004100 01  PRINT-LINE                  PIC X(80).
004101
004102 FD  CHANGE-JOURNAL.
004103     COPY JOURNAL.
004200 WORKING-STORAGE SECTION.
004300 01  WS-SCAN-STATUS              PIC XX.
004400 01  WS-VISITOR-STATUS           PIC XX.
004500 01  WS-PRINT-STATUS             PIC XX.
004501 01  WS-JOURNAL-STATUS           PIC XX.
004600 01  WS-TIMESTAMP                PIC X(26).
004700 01  WS-EOF-SWITCH               PIC X VALUE "N".
004800     88  END-OF-SCANS            VALUE "Y".
007800         STOP RUN
007900     END-IF
008000     OPEN OUTPUT PRINT-FILE
008001     OPEN EXTEND CHANGE-JOURNAL
008002     IF WS-JOURNAL-STATUS = "35"
008003         OPEN OUTPUT CHANGE-JOURNAL
008004     END-IF
008100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-H1-DATE
008200     WRITE PRINT-LINE FROM WS-HEADING-1
008300     WRITE PRINT-LINE FROM SPACES
008800     CLOSE SCAN-FILE
008900     CLOSE VISITOR-MASTER
009000     CLOSE PRINT-FILE
009001     CLOSE CHANGE-JOURNAL
009100     DISPLAY "HelloScn complete. Scans: " WS-SCAN-COUNT
009200         " Checked out: " WS-CHECKED-OUT-COUNT
009300         " Exceptions: " WS-NOT-FOUND-COUNT " + "
012700                 MOVE "Already checked out" TO WS-E-REASON
012800                 PERFORM WRITE-EXCEPTION
012900             ELSE
012901                 MOVE VISITOR-RECORD TO JR-BEFORE-IMAGE
013000                 MOVE WS-TIMESTAMP TO VR-DEPARTURE-TIMESTAMP
013100                 MOVE "D" TO VR-PREMISES-STATUS
013200                 REWRITE VISITOR-RECORD
013300                 ADD 1 TO WS-CHECKED-OUT-COUNT
013301                 IF WS-VISITOR-STATUS = "00"
013302                     PERFORM JOURNAL-CHECK-OUT
013303                 END-IF
013400             END-IF
013500     END-READ.
013600
013601*ONE CHANGE-JOURNAL RECORD PER CHECK-OUT, FOR HelloRcv.
013602 JOURNAL-CHECK-OUT.
013603     MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
013604     MOVE "HELLOSCN" TO JR-PROGRAM
013605     MOVE "HELLOSCN" TO JR-OPERATOR-ID
013606     MOVE "C" TO JR-ACTION
013607     MOVE VISITOR-RECORD TO JR-AFTER-IMAGE
013608     WRITE JOURNAL-RECORD.
013609
013700 WRITE-EXCEPTION.
013710     MOVE SC-VISITOR-ID TO WS-E-VISITOR-ID
013720     WRITE PRINT-LINE FROM WS-EXCEPTION-LINE.
