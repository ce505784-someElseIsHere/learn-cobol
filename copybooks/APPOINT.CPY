000100*=================================================================
000200*APPOINT.CPY
000300*PRE-REGISTRATION (APPOINTMENT) RECORD, ONE PER VISITOR A HOST
000400*HAS BOOKED IN AHEAD OF TIME. KEYED BY EXPECTED DATE, GROUP
000500*NAME, AND VISITOR NAME, SO ONE DAY'S BOOKINGS READ TOGETHER -
000600*INDIVIDUALS (GROUP NAME SPACES) FIRST, THEN EACH PARTY AS AN
000700*UNBROKEN RUN - WHICH IS THE ORDER HelloCut WRITES THEM TO THE
000800*NEXT MORNING'S EXPECTED-ARRIVALS FILE AND THE ORDER HelloBat
000900*NEEDS TO STAMP A PARTY WITH ONE GROUP ID. NAMES ARE STORED
001000*UPPER-CASED AND TRIMMED, THE SAME NORMALIZATION THE GREETERS
001100*APPLY TO THEIR OTHER NAME-KEYED LOOKUPS. AP-WINDOW-FROM AND
001200*AP-WINDOW-TO ARE THE EXPECTED ARRIVAL WINDOW AS HHMM.
001300*AP-HOST AND AP-PURPOSE-CODE ARE WHAT HelloYou FILLS IN FOR A
001400*PRE-REGISTERED WALK-IN INSTEAD OF PROMPTING THE DESK FOR THEM.
001500*AP-SITE-CODE IS THE BUILDING THE VISITOR IS BOOKED INTO; SPACE
001600*MEANS ANY SITE. MAINTAINED BY THE FRONT DESK THROUGH HelloApt.
001700*=================================================================
001800 01  APPOINTMENT-RECORD.
001900     05  AP-KEY.
002000         10  AP-EXPECTED-DATE    PIC X(8).
002100         10  AP-GROUP-NAME       PIC X(32).
002200         10  AP-NAME             PIC X(32).
002300     05  AP-WINDOW-FROM          PIC X(4).
002400     05  AP-WINDOW-TO            PIC X(4).
002500     05  AP-HOST                 PIC X(32).
002600     05  AP-PURPOSE-CODE         PIC X(4).
002700     05  AP-SITE-CODE            PIC X(1).
