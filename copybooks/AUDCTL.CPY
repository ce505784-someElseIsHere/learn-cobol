000100*=================================================================
000200*AUDCTL.CPY
000300*AUDIT-CHAIN CONTROL FILE. ONE RECORD, KEY "AUDITSEQ", HOLDING
000400*THE SEQUENCE NUMBER AND CHECK VALUE OF THE LAST RECORD WRITTEN
000500*TO THE GREETING AUDIT TRAIL. EVERY GREETER READS IT FOR UPDATE
000600*JUST BEFORE IT STAMPS AN AUDIT RECORD AND REWRITES IT JUST
000700*AFTER THE AUDIT WRITE, SO DESKS AND THE BATCH RUN GREETING AT
000800*THE SAME TIME TAKE THEIR SEQUENCE NUMBERS ONE AFTER ANOTHER.
000900*THE FIRST GREETER TO FIND THE RECORD MISSING SETS IT UP FROM
001000*THE LAST RECORD ON THE TRAIL.
001100*=================================================================
001200 01  AUDIT-CONTROL-RECORD.
001300     05  AC-KEY                  PIC X(8).
001400     05  AC-LAST-SEQUENCE        PIC 9(9).
001500     05  AC-LAST-CHECK           PIC 9(9).
