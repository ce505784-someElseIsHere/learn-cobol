000100*=================================================================
000200*MUSTER.CPY
000300*MUSTER-POINT CHECK-IN RECORD. DURING AN EVACUATION OR DRILL THE
000400*WARDEN AT EACH BUILDING'S MUSTER POINT SCANS OR KEYS THE
000500*19-CHARACTER VISITOR ID PRINTED ON EVERY BADGE AS EACH PERSON
000600*CHECKS IN, ONE FILE PER MUSTER POINT. MU-SITE-CODE IS THE
000700*BUILDING THE MUSTER POINT SERVES (THE SAME ONE-LETTER CODE AS
000800*VR-SITE-CODE). MU-CHECKED-IN IS THE SCANNER'S CLOCK AS
000900*YYYYMMDDHHMMSS - BLANK WHEN THE ID WAS KEYED FROM A PAPER LIST.
001000*HelloMus MATCHES THE FILES TO THE ON-PREMISES VISITORS.
001100*=================================================================
001200 01  MUSTER-RECORD.
001300     05  MU-SITE-CODE            PIC X(1).
001400     05  MU-VISITOR-ID           PIC X(19).
001500     05  MU-CHECKED-IN           PIC X(14).
