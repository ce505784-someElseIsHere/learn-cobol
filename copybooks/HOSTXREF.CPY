000100*=================================================================
000200*HOSTXREF.CPY
000300*NAME CROSS-REFERENCE FOR THE HOST DIRECTORY, KEYED ON THE HOST
000400*NAME (UPPER-CASED AND TRIMMED) PLUS THE EMPLOYEE ID, SO TWO
000500*MEMBERS OF STAFF WITH THE SAME NAME EACH HAVE AN ENTRY. HelloHrl
000600*MAINTAINS IT ALONGSIDE THE DIRECTORY ON EVERY ADD AND NAME
000700*CHANGE; THE GREETERS READ IT TO RESOLVE A HOST TYPED BY NAME
000800*TO AN EMPLOYEE ID WITHOUT A FULL-FILE SCAN.
000900*=================================================================
001000 01  HOST-XREF-RECORD.
001100     05  HX-KEY.
001200         10  HX-NAME             PIC X(32).
001300         10  HX-EMPLOYEE-ID      PIC X(8).
