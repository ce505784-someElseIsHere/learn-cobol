000490*BEFORE SITES EXISTED. VR-PURPOSE-CODE IS THE VISIT-PURPOSE
000491*CODE CAPTURED AT GREETING TIME AND VALIDATED AGAINST THE
000492*PURPOSE REFERENCE FILE HelloPur MAINTAINS.
000493*VR-HOST-EMPLOYEE-ID IS THE EMPLOYEE ID VR-HOST WAS RESOLVED TO
000494*IN THE HOST DIRECTORY HelloHrl LOADS FROM HR, AND VR-HOST THEN
000495*HOLDS THE DIRECTORY'S SPELLING OF THE NAME. SPACES WHEN NO HOST
000496*WAS NAMED, NO DIRECTORY WAS ON FILE, OR THE RECORD PREDATES THE
000497*DIRECTORY. APPENDED AFTER THE EXISTING FIELDS: THE INDEXED
000498*RECORD GROWS FROM 134 TO 142 BYTES, SO THE MASTER MUST BE
000499*CONVERTED WITH HelloCnv AT ROLLOUT.
000500*A VISIT STILL ON PREMISES LONG AFTER IT SHOULD HAVE ENDED IS
000501*FORCE-CLOSED BY THE OVERNIGHT OVERSTAY RUN, HelloOvs: STATUS
000502*"F" TAKES IT OFF THE FIRE LIST BUT, UNLIKE "D", SAYS NOBODY
000503*SAW THE VISITOR LEAVE, SO THE DEPARTURE TIMESTAMP STAYS BLANK.
000504*=================================================================
000600 01  VISITOR-RECORD.
000700     05  VR-VISITOR-ID           PIC X(19).
000800     05  VR-NAME                 PIC X(32).
000820     05  VR-PREMISES-STATUS      PIC X(1).
000830         88  VR-ON-PREMISES      VALUE "P".
000840         88  VR-DEPARTED         VALUE "D".
000845         88  VR-FORCE-CLOSED     VALUE "F".
000850     05  VR-GROUP-ID             PIC X(19).
000860     05  VR-HOST                 PIC X(32).
000870     05  VR-SITE-CODE            PIC X(1).
000880     05  VR-PURPOSE-CODE         PIC X(4).
000890     05  VR-HOST-EMPLOYEE-ID     PIC X(8).
000900
