000300*VISIT-PURPOSE REFERENCE RECORD, KEYED BY THE 4-CHARACTER
000400*PURPOSE CODE CAPTURED AT GREETING TIME (E.G. COUR COURIER,
000500*INTV INTERVIEW, AUDT AUDITOR, MEET MEETING). PC-DEPARTMENT IS
000600*THE DEPARTMENT THE VISIT IS CHARGED TO. HelloChg BILLS EACH
000700*VISIT TO IT MONTHLY AT THE PURPOSE'S RATE (RATE.CPY); A CODE
000800*WITH NO DEPARTMENT GOES TO ITS EXCEPTIONS. THE GREETERS VALIDATE
000900*EVERY CAPTURED CODE AGAINST THIS FILE - AN UNKNOWN CODE GOES
001000*TO SUSPENSE UNDER REASON "PURP" THE WAY BAD NAMES GO TODAY.
001100*MAINTAINED BY THE FRONT-DESK SUPERVISOR THROUGH HelloPur.
