000100*=================================================================
000200*SITE.CPY
000300*SITE (BUILDING) REFERENCE RECORD, KEYED BY THE ONE-LETTER SITE
000400*CODE CARRIED IN OP-SITE-CODE, VR-SITE-CODE, AND AR-SITE-CODE.
000500*MAINTAINED BY FACILITIES THROUGH HelloSit. ST-OPENS-AT AND
000600*ST-CLOSES-AT ARE THE BUILDING'S OPENING HOURS AS HHMM.
000700*ST-MAX-OCCUPANCY IS THE FIRE-CERTIFIED MAXIMUM NUMBER OF
000800*VISITORS ON PREMISES AT ONCE: HelloYou AND HelloBat COUNT WHO
000900*IS ON PREMISES AT THE DESK'S SITE BEFORE EVERY GREETING, WARN
001000*THE OPERATOR ONCE THE COUNT REACHES ST-WARN-PERCENT OF THE
001100*LIMIT, AND REFUSE THE GREETING TO SUSPENSE (REASON "FULL") ONCE
001200*THE LIMIT IS REACHED. A ZERO LIMIT MEANS THE BUILDING HAS NO
001300*CERTIFIED LIMIT AND IS NEVER REFUSED. HelloOcc PRINTS EACH
001400*SITE'S HOUR-BY-HOUR HEAD COUNT AGAINST THE SAME LIMIT.
001500*=================================================================
001600 01  SITE-RECORD.
001700     05  ST-SITE-CODE            PIC X(1).
001800     05  ST-NAME                 PIC X(32).
001900     05  ST-ADDRESS-1            PIC X(32).
002000     05  ST-ADDRESS-2            PIC X(32).
002100     05  ST-ADDRESS-3            PIC X(32).
002200     05  ST-OPENS-AT             PIC 9(4).
002300     05  ST-CLOSES-AT            PIC 9(4).
002400     05  ST-MAX-OCCUPANCY        PIC 9(5).
002500     05  ST-WARN-PERCENT         PIC 9(3).
