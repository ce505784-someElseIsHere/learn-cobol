000100*=================================================================
000200*PASS.CPY
000300*LONG-TERM CONTRACTOR AND RECURRING-VISITOR PASS, ONE PER PASS
000400*HOLDER, KEYED BY NAME UPPER-CASED AND TRIMMED THE WAY THE
000500*GREETERS KEY THEIR OTHER NAME LOOKUPS. A VALIDATED NAME THAT
000600*MATCHES AN ACTIVE PASS IS ADMITTED BY HelloYou AND HelloBat
000700*AGAINST THE PASS - SPONSORING HOST AND VISIT PURPOSE COME FROM
000800*HERE AND A SAME-DAY RE-ENTRY IS NOT A DUPLICATE. PS-VALID-FROM
000900*AND PS-VALID-TO ARE YYYYMMDD AND INCLUSIVE. PS-SITES HOLDS UP TO
001000*TEN SITE CODES THE PASS IS GOOD FOR, OR "*" IN THE FIRST BYTE
001100*FOR EVERY SITE. PS-STATUS IS ACTIVE ("A"), SUSPENDED ("S"), OR
001200*REVOKED ("R"); ONLY AN ACTIVE PASS INSIDE ITS DATES AT A COVERED
001300*SITE ADMITS ANYONE. PS-LAST-USED-DATE AND PS-ENTRY-COUNT ARE
001400*KEPT BY THE GREETERS ON EVERY ADMISSION. MAINTAINED BY SECURITY
001500*THROUGH HelloPas; HelloExp LISTS PASSES DUE TO EXPIRE.
001600*=================================================================
001700 01  PASS-RECORD.
001800     05  PS-NAME                 PIC X(32).
001900     05  PS-PASS-NUMBER          PIC X(8).
002000     05  PS-VALID-FROM           PIC X(8).
002100     05  PS-VALID-TO             PIC X(8).
002200     05  PS-SITES                PIC X(10).
002300     05  PS-SPONSOR-HOST         PIC X(32).
002400     05  PS-PURPOSE-CODE         PIC X(4).
002500     05  PS-STATUS               PIC X(1).
002600         88  PS-IS-ACTIVE        VALUE "A".
002700         88  PS-IS-SUSPENDED     VALUE "S".
002800         88  PS-IS-REVOKED       VALUE "R".
002900     05  PS-LAST-USED-DATE       PIC X(8).
003000     05  PS-ENTRY-COUNT          PIC 9(5).
