000100*=================================================================
000200*GLJRNL.CPY
000300*GENERAL-LEDGER JOURNAL RECORD WRITTEN BY THE MONTHLY CHARGE-BACK
000400*RUN, HelloChg, FOR THE LEDGER'S JOURNAL IMPORT. ONE DEBIT LINE
000500*PER DEPARTMENT CHARGED FOR THE PERIOD'S VISITS, AND ONE CREDIT
000600*LINE TO THE FACILITIES RECOVERY ACCOUNT FOR THE TOTAL, SO EACH
000700*RUN'S JOURNAL BALANCES. THE ACCOUNTS COME FROM THE GLDEBIT AND
000800*GLCREDIT CARDS IN THE RUN-CONTROL PARAMETER FILE. GJ-AMOUNT IS
000900*ALWAYS POSITIVE; GJ-DEBIT-CREDIT SAYS WHICH SIDE IT POSTS TO.
001000*=================================================================
001100 01  GL-JOURNAL-RECORD.
001200     05  GJ-SOURCE               PIC X(8).
001300     05  GJ-PERIOD               PIC X(6).
001400     05  GJ-POSTING-DATE         PIC X(8).
001500     05  GJ-ACCOUNT              PIC X(10).
001600     05  GJ-DEPARTMENT           PIC X(8).
001700     05  GJ-DEBIT-CREDIT         PIC X(1).
001800         88  GJ-DEBIT            VALUE "D".
001900         88  GJ-CREDIT           VALUE "C".
002000     05  GJ-AMOUNT               PIC 9(9)V99.
002100     05  GJ-VISIT-COUNT          PIC 9(7).
002200     05  GJ-DESCRIPTION          PIC X(30).
