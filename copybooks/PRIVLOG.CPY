000100*=================================================================
000200*PRIVLOG.CPY
000300*PRIVACY REQUEST LOG, APPENDED BY HelloPrv FOR EVERY SUBJECT-
000400*ACCESS OR ERASURE REQUEST IT IS RUN FOR - INCLUDING REQUESTS IT
000500*REFUSED - SO THE AUDITORS CAN SEE EACH REQUEST AND WHAT BECAME
000600*OF IT. ONE RECORD PER FILE SEARCHED (PL-FILE IS THE DD NAME)
000700*GIVES WHAT WAS FOUND AND WHAT WAS ERASED THERE, THEN ONE RECORD
000800*WITH PL-FILE "REQUEST" GIVES THE TOTALS AND THE OUTCOME. THE
000900*SUBJECT'S NAME IS NEVER WRITTEN HERE - THE REQUEST REFERENCE
001000*TIES THE LOG TO THE PAPER REQUEST - SO THE LOG ITSELF NEVER
001100*HAS TO BE ERASED. PL-OUTCOME:
001200*  C - COMPLETED.
001300*  P - PARTLY COMPLETED; SEE THE NOTE AND THE HelloPrv REPORT.
001400*  K - ENTRIES FOUND AND KEPT (THE BARRED-VISITOR WATCH LIST IS
001500*      REPORTED BUT NEVER ERASED).
001600*  R - REFUSED BEFORE ANYTHING WAS SEARCHED; REASON IN THE NOTE.
001700*=================================================================
001800 01  PRIVACY-LOG-RECORD.
001900     05  PL-REQUEST-REF          PIC X(12).
002000     05  PL-TIMESTAMP            PIC X(26).
002100     05  PL-MODE                 PIC X(1).
002200         88  PL-SUBJECT-ACCESS   VALUE "A".
002300         88  PL-ERASURE          VALUE "E".
002400     05  PL-OPERATOR-ID          PIC X(8).
002500     05  PL-SUPERVISOR-ID        PIC X(8).
002600     05  PL-FILE                 PIC X(8).
002700     05  PL-FOUND                PIC 9(7).
002800     05  PL-ERASED               PIC 9(7).
002900     05  PL-OUTCOME              PIC X(1).
003000         88  PL-COMPLETED        VALUE "C".
003100         88  PL-PARTLY-DONE      VALUE "P".
003200         88  PL-KEPT             VALUE "K".
003300         88  PL-REFUSED          VALUE "R".
003400     05  PL-NOTE                 PIC X(46).
