000840*TRANS-PURPOSE-CODE IS THE VISIT-PURPOSE CODE, VALIDATED BY
000850*HelloBat AGAINST THE PURPOSE REFERENCE FILE - AN UNKNOWN CODE
000860*SENDS THE TRANSACTION TO SUSPENSE THE WAY A BAD NAME DOES.
000861*THE FILE IS CUT EACH NIGHT FROM THE PRE-REGISTRATION MASTER BY
000862*HelloCut, ONE TRANSACTION PER BOOKING FOR THE NEXT DAY.
000900*=================================================================
001000 01  TRANS-RECORD.
001100     05  TRANS-NAME              PIC X(32).
