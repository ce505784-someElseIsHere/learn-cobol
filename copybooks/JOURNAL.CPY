000100*=================================================================
000200*JOURNAL.CPY
000300*VISITOR-MASTER CHANGE JOURNAL. EVERY PROGRAM THAT WRITES,
000400*REWRITES, OR DELETES A VISITOR-MASTER RECORD APPENDS ONE OF
000500*THESE AS SOON AS THE CHANGE IS MADE, SO A MASTER DAMAGED
000600*MID-DAY CAN BE RESTORED FROM THE LAST BACKUP AND ROLLED FORWARD
000700*BY HelloRcv. JR-TIMESTAMP IS THE CLOCK WHEN THE CHANGE WAS MADE
000800*(FUNCTION CURRENT-DATE); JR-PROGRAM IS THE PROGRAM NAME AS ON
000900*THE RUN LOG; JR-OPERATOR-ID IS THE SIGNED-ON OR RUN OPERATOR,
001000*OR THE JOB NAME FOR THE UNATTENDED JOBS THAT HAVE NONE.
001100*JR-BEFORE-IMAGE IS THE RECORD AS IT WAS (SPACES FOR AN ADD);
001200*JR-AFTER-IMAGE IS THE RECORD AS WRITTEN (SPACES FOR A DELETE).
001300*JR-ACTION:
001400*  A - ADDED (A GREETING, OR A RECORD KEYED IN BY HelloMnt).
001500*  U - UPDATED BY HelloMnt.
001600*  C - CHECKED OUT (HelloMnt, SINGLY OR BY GROUP, OR HelloScn).
001700*  F - FORCE-CLOSED BY THE HelloOvs OVERSTAY RUN.
001800*  E - NAME ERASED BY A HelloPrv PRIVACY ERASURE.
001900*  D - DELETED BY HelloMnt.
002000*  R - REMOVED TO THE ARCHIVE BY HelloHkp RETENTION HOUSEKEEPING.
002100*=================================================================
002200 01  JOURNAL-RECORD.
002300     05  JR-TIMESTAMP            PIC X(26).
002400     05  JR-PROGRAM              PIC X(8).
002500     05  JR-OPERATOR-ID          PIC X(8).
002600     05  JR-ACTION               PIC X(1).
002700         88  JR-ADDED            VALUE "A".
002800         88  JR-UPDATED          VALUE "U".
002900         88  JR-CHECKED-OUT      VALUE "C".
003000         88  JR-FORCE-CLOSED     VALUE "F".
003100         88  JR-ERASED           VALUE "E".
003200         88  JR-DELETED          VALUE "D".
003300         88  JR-REMOVED          VALUE "R".
003400     05  JR-BEFORE-IMAGE         PIC X(142).
003500     05  JR-AFTER-IMAGE          PIC X(142).
