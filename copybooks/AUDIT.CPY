000540*EXISTED. AR-PURPOSE-CODE IS THE VISIT-PURPOSE CODE CAPTURED
000550*AT GREETING TIME, SO HelloSta CAN SUMMARIZE GREETINGS BY
000560*PURPOSE AND DEPARTMENT.
000570*AR-SEQUENCE-NUMBER RUNS ON BY ONE FROM RECORD TO RECORD ACROSS
000571*EVERY GREETER, AND AR-CHECK-VALUE IS CHAINED FROM THE RECORD
000572*BEFORE, SO A GREETING DELETED, INSERTED, OR EDITED IN THE FILE
000573*SHOWS UP WHEN HelloVfy WALKS THE TRAIL. THE CHECK VALUE STARTS
000574*FROM THE PREVIOUS RECORD'S CHECK VALUE (ZERO BEFORE SEQUENCE 1)
000575*AND, FOR EACH CHARACTER IN TURN OF AR-VISITOR-ID, AR-TIMESTAMP,
000576*AR-OPERATOR-ID, AR-SITE-CODE, AR-PURPOSE-CODE, AND
000577*AR-SEQUENCE-NUMBER, BECOMES (VALUE * 31 + ORD OF THE CHARACTER)
000578*MODULO 999999937. AR-NAME IS LEFT OUT OF THE CHAIN SO A HelloPrv
000579*PRIVACY ERASURE CAN PSEUDONYMISE IT WITHOUT BREAKING THE CHAIN.
000580*BOTH ARE SPACES ON RECORDS WRITTEN BEFORE THE CHAIN EXISTED.
000585*THE LAST NUMBER AND CHECK VALUE WRITTEN ARE KEPT ON THE AUDIT
000590*CONTROL RECORD (AUDCTL.CPY) THE GREETERS SHARE.
000600*=================================================================
000700 01  AUDIT-RECORD.
000800     05  AR-VISITOR-ID           PIC X(19).
001100     05  AR-OPERATOR-ID          PIC X(8).
001110     05  AR-SITE-CODE            PIC X(1).
001120     05  AR-PURPOSE-CODE         PIC X(4).
001130     05  AR-SEQUENCE-NUMBER      PIC 9(9).
001140     05  AR-CHECK-VALUE          PIC 9(9).
001200
