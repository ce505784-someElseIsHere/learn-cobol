000100*=================================================================
000200*RATE.CPY
000300*CHARGE-BACK RATE RECORD, KEYED BY THE 4-CHARACTER VISIT-PURPOSE
000400*CODE ON PURPOSE.CPY. RT-PER-VISIT IS CHARGED ONCE FOR EVERY
000500*VISIT UNDER THE CODE AND RT-PER-HOUR FOR EVERY HOUR BETWEEN
000600*ARRIVAL AND DEPARTURE, PRO RATA TO THE MINUTE, SO A MEETING
000700*ROOM CAN BE BILLED ON TIME USED AND A COURIER DROP AT A FLAT
000800*RATE. THE MONTHLY CHARGE-BACK RUN, HelloChg, PRICES EACH VISIT
000900*FROM THIS FILE AND BILLS IT TO THE PC-DEPARTMENT ON THE PURPOSE
001000*RECORD. MAINTAINED BY FACILITIES THROUGH HelloRat.
001100*=================================================================
001200 01  RATE-RECORD.
001300     05  RT-PURPOSE-CODE         PIC X(4).
001400     05  RT-PER-VISIT            PIC 9(5)V99.
001500     05  RT-PER-HOUR             PIC 9(5)V99.
