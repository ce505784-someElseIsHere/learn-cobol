000500*EXTRACT FILE AND DELIVERS THE NOTICE TO THE HOST, SO THE HOST
000600*HEARS ABOUT THE ARRIVAL WITHIN A MINUTE INSTEAD OF WHENEVER
000700*THE SWITCHBOARD IS FREE. NF-OPERATOR-ID NAMES THE DESK THAT
000800*GREETED THE VISITOR. NF-HOST-EMPLOYEE-ID AND NF-HOST-DEPARTMENT
000810*COME FROM THE HOST DIRECTORY HelloHrl LOADS FROM HR, SO THE
000820*GATEWAY CAN ROUTE THE NOTICE BY EMPLOYEE ID INSTEAD OF BY THE
000830*TYPED NAME; BOTH ARE SPACES WHEN NO DIRECTORY WAS ON FILE.
000840*NF-NOTICE-TYPE TELLS THE GATEWAY WHAT TO SAY: "A" FOR AN
000850*ARRIVAL, "O" FOR THE OVERSTAY ESCALATION HelloOvs WRITES WHEN A
000860*VISITOR WAS NEVER SIGNED OUT - ON THOSE, NF-TIMESTAMP IS THE
000870*RUN TIME AND NF-OPERATOR-ID IS "HELLOOVS".
000900*=================================================================
001000 01  NOTIFY-RECORD.
001100     05  NF-HOST                 PIC X(32).
001200     05  NF-VISITOR-NAME         PIC X(32).
001300     05  NF-TIMESTAMP            PIC X(26).
001400     05  NF-OPERATOR-ID          PIC X(8).
001500     05  NF-HOST-EMPLOYEE-ID     PIC X(8).
001600     05  NF-HOST-DEPARTMENT      PIC X(8).
001700     05  NF-NOTICE-TYPE          PIC X(1).
001800         88  NF-ARRIVAL-NOTICE   VALUE "A".
001900         88  NF-OVERSTAY-NOTICE  VALUE "O".
