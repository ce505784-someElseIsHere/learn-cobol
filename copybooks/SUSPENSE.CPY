000400*NAMES, SAME-NAME/SAME-DAY DUPLICATE GREETINGS, AND NAMES
000410*REFUSED OFF THE BARRED-VISITOR WATCH LIST ("BARR") - SO THEY
000420*CAN BE RECONCILED LATER INSTEAD OF SILENTLY DROPPED.
000430*CONTRACTOR AND RECURRING-VISITOR PASSES THAT ARE EXPIRED, NOT
000440*YET VALID, SUSPENDED, REVOKED, OR USED AT A SITE THEY DO NOT
000450*COVER ARE REFUSED UNDER REASON "PASS". A HOST WHO IS NOT IN THE
000460*EMPLOYEE HOST DIRECTORY, HAS LEFT, OR CANNOT BE TOLD APART FROM
000470*A NAMESAKE IS HELD UNDER REASON "HOST". A GREETING REFUSED
000480*BECAUSE THE BUILDING HAD REACHED ITS FIRE-CERTIFIED OCCUPANCY
000490*LIMIT IS HELD UNDER REASON "FULL".
000510*SS-DISPOSITION SAYS WHERE THE ENTRY STANDS IN THE WORKBENCH:
000520*EVERY WRITER FILES A NEW ENTRY AS OPEN ("O"), AND HelloSus
000530*MOVES IT TO RESOLVED ("R"), IGNORED ("I"), OR RESUBMITTED
