000200 PROGRAM-ID. HelloCnv.
000300*=================================================================
000400*ONE-TIME VISITOR-MASTER LAYOUT CONVERSION. THE VISITOR RECORD
000500*GROWS FROM 134 TO 142 BYTES WITH THE HOST'S EMPLOYEE ID FROM
000600*THE HOST DIRECTORY, SO A MASTER WRITTEN UNDER THE OLD LAYOUT
000700*CANNOT BE OPENED BY THE NEW PROGRAMS. THIS PROGRAM READS THE
000800*OLD-LAYOUT MASTER FRONT TO BACK AND LOADS A NEW MASTER IN THE
000900*CURRENT LAYOUT, CARRYING EVERY EXISTING FIELD ACROSS UNCHANGED
001000*- THE EVACUATION LIST MUST READ THE SAME BEFORE AND AFTER THE
001100*CONVERSION - AND INITIALIZING ONLY THE NEW EMPLOYEE ID TO
001200*SPACES. RUN ONCE AT ROLLOUT, SWAP THE NEW FILE OVER THE OLD,
001300*THEN RUN THE CROSS-REFERENCE REBUILD.
001400*=================================================================
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
003400     05  VO-NAME                 PIC X(32).
003410     05  VO-DEPARTURE-TIMESTAMP  PIC X(26).
003420     05  VO-PREMISES-STATUS      PIC X(1).
003430     05  VO-GROUP-ID             PIC X(19).
003440     05  VO-HOST                 PIC X(32).
003450     05  VO-SITE-CODE            PIC X(1).
003460     05  VO-PURPOSE-CODE         PIC X(4).
003500
003600 FD  VISITOR-MASTER.
003700     COPY VISITOR.
007500         MOVE VO-NAME TO VR-NAME
007600         MOVE VO-DEPARTURE-TIMESTAMP TO VR-DEPARTURE-TIMESTAMP
007700         MOVE VO-PREMISES-STATUS TO VR-PREMISES-STATUS
007710         MOVE VO-GROUP-ID TO VR-GROUP-ID
007720         MOVE VO-HOST TO VR-HOST
007730         MOVE VO-SITE-CODE TO VR-SITE-CODE
007740         MOVE VO-PURPOSE-CODE TO VR-PURPOSE-CODE
007750         MOVE SPACES TO VR-HOST-EMPLOYEE-ID
007800         WRITE VISITOR-RECORD
007900             INVALID KEY
008000                 DISPLAY "Duplicate visitor ID " VR-VISITOR-ID
