007400     05  AV-HOST                 PIC X(32).
007500     05  AV-SITE-CODE            PIC X(1).
007510     05  AV-PURPOSE-CODE         PIC X(4).
007520     05  AV-HOST-EMPLOYEE-ID     PIC X(8).
007600
007700 FD  AUDIT-ARCHIVE.
007800 01  ARCH-AUDIT-RECORD.
008200     05  AA-OPERATOR-ID          PIC X(8).
008300     05  AA-SITE-CODE            PIC X(1).
008310     05  AA-PURPOSE-CODE         PIC X(4).
008320     05  AA-SEQUENCE-NUMBER      PIC 9(9).
008330     05  AA-CHECK-VALUE          PIC 9(9).
008400
008500 FD  PRINT-FILE.
008600 01  PRINT-LINE                  PIC X(80).
022600             ADD 1 TO WS-LIVE-COUNT
022700             MOVE VR-VISITOR-ID TO WS-V-VISITOR-ID
022800             MOVE VR-DEPARTURE-TIMESTAMP TO WS-V-DEPARTURE
022900             EVALUATE TRUE
023000                 WHEN VR-ON-PREMISES
023100                     MOVE "ON PREM" TO WS-V-STATUS
023110                 WHEN VR-FORCE-CLOSED
023120                     MOVE "NO EXIT" TO WS-V-STATUS
023200                 WHEN OTHER
023210                     MOVE "DEPARTED" TO WS-V-STATUS
023300             END-EVALUATE
023400             MOVE VR-SITE-CODE TO WS-V-SITE
023500             PERFORM WRITE-VISIT-LINE
023600     END-READ.
029700         ADD 1 TO WS-ARCH-VISIT-COUNT
029800         MOVE AV-VISITOR-ID TO WS-V-VISITOR-ID
029900         MOVE AV-DEPARTURE-TIMESTAMP TO WS-V-DEPARTURE
030000         EVALUATE AV-PREMISES-STATUS
030100             WHEN "P"
030110                 MOVE "ON PREM" TO WS-V-STATUS
030120             WHEN "F"
030130                 MOVE "NO EXIT" TO WS-V-STATUS
030200             WHEN OTHER
030300                 MOVE "DEPARTED" TO WS-V-STATUS
030400         END-EVALUATE
030500         MOVE AV-SITE-CODE TO WS-V-SITE
030600         PERFORM WRITE-VISIT-LINE
030700     END-IF
