001200*             OUTSIDE THE OPERATOR'S ROSTERED SHIFT)
001300*  HelloHkp - PURGEDAYS (DUPCHECK PURGE AGE IN DAYS)
001400*  HelloSta - STARTDATE, ENDDATE (YYYYMMDD RANGE)
001401*  HelloCut - SITE (ONE BUILDING'S CUT, OPTIONAL), CUTDATE
001402*             (YYYYMMDD TO RE-CUT, OPTIONAL - DEFAULT TOMORROW)
001403*  HelloExp - WARNDAYS (DAYS AHEAD TO REPORT EXPIRING PASSES,
001404*             THREE DIGITS, OPTIONAL - DEFAULT 014)
001405*  HelloOcc - REPORTDATE (YYYYMMDD, OPTIONAL - DEFAULT TODAY)
001406*  HelloOvs - CUTOFF (HHMM, REQUIRED), FORCEHOURS (HOURS ON
001407*             PREMISES BEFORE FORCE-CLOSE, OPTIONAL - DEFAULT 048)
001408*  HelloChg - PERIOD (YYYYMM, OPTIONAL - DEFAULT LAST MONTH),
001409*             GLDEBIT, GLCREDIT (LEDGER ACCOUNTS, REQUIRED)
001410*  HelloMus - INCIDENT (INCIDENT OR DRILL REFERENCE, OPTIONAL -
001411*             THE WHOLE DECK IS OPTIONAL FOR THIS ONE JOB)
001412*  HelloPrv - REQUEST (PRIVACY REQUEST REFERENCE), SUBJECT (THE
001413*             NAME), OPERATOR (ALL REQUIRED), MODE (ACCESS OR
001414*             ERASE, OPTIONAL - DEFAULT ACCESS), SUPERVISOR
001415*             (SECOND OPERATOR ID, REQUIRED FOR AN ERASURE)
001416*  HelloRcv - FROM (YYYYMMDDHHMMSS THE RESTORED BACKUP WAS TAKEN,
001417*             REQUIRED), UNTIL (YYYYMMDDHHMMSS POINT IN TIME TO
001418*             RECOVER TO, OPTIONAL - DEFAULT END OF JOURNAL)
001500*=================================================================
001600 01  RUNPARM-RECORD.
001700     05  RP-KEYWORD              PIC X(12).
