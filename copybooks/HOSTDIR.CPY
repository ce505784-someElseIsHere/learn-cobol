000100*=================================================================
000200*HOSTDIR.CPY
000300*EMPLOYEE HOST DIRECTORY, ONE RECORD PER MEMBER OF STAFF A
000400*VISITOR CAN NAME AS THEIR HOST, KEYED BY THE HR EMPLOYEE ID.
000500*LOADED NIGHTLY FROM THE HR EXTRACT BY HelloHrl - NOBODY KEYS
000600*THIS FILE BY HAND. HD-NAME IS STORED UPPER-CASED AND TRIMMED,
000700*THE SAME NORMALIZATION THE GREETERS APPLY TO THEIR OTHER NAME
000800*LOOKUPS, AND THE HOST NAME CROSS-REFERENCE (HOSTXREF.CPY) IS
000900*KEPT IN STEP WITH IT SO A HOST TYPED BY NAME IS FOUND KEYED.
001000*HD-DEPARTMENT IS THE HR DEPARTMENT CODE, CARRIED ONTO THE
001100*ARRIVAL NOTICE FOR THE MESSAGE GATEWAY. HD-SITE-CODE IS THE
001200*BUILDING THE EMPLOYEE IS BASED IN. A LEAVER STAYS ON FILE
001300*FLAGGED "L" SO THE GREETERS CAN TELL A DEPARTED HOST FROM A
001400*MISSPELT ONE; AN ADD FOR A LEAVER'S ID REINSTATES THEM.
001500*=================================================================
001600 01  HOST-RECORD.
001700     05  HD-EMPLOYEE-ID          PIC X(8).
001800     05  HD-NAME                 PIC X(32).
001900     05  HD-DEPARTMENT           PIC X(8).
002000     05  HD-SITE-CODE            PIC X(1).
002100     05  HD-ACTIVE-FLAG          PIC X(1).
002200         88  HD-IS-ACTIVE        VALUE "A".
002300         88  HD-HAS-LEFT         VALUE "L".
