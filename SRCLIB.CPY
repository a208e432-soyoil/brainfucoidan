000050* BY MEMBER NAME PLUS LINE NUMBER.  LINE NUMBER 00000 IS THE
000060* MEMBER'S DIRECTORY HEADER, CARRYING ITS VERSION NUMBER AND
000070* THE DATE IT WAS ADDED OR LAST REPLACED; LINES 00001 AND UP
000080* CARRY THE SOURCE TEXT.  THE SRCTEST TEST LIBRARY HAS THE SAME
000081* LAYOUT; A PROGRAM OPENING BOTH COPIES THIS MEMBER A SECOND TIME
000082* WITH REPLACING LEADING ==SL-== BY ==ST-==.  A MEMBER DELETED
000083* FROM SRCTEST LEAVES ITS HEADER BEHIND, MARKED DELETED IN THE
000084* TEXT, SO ITS VERSION NUMBERS ARE NEVER HANDED OUT TWICE; EVERY
000085* READER TREATS SUCH A HEADER AS NOT CATALOGED.
000090*---------------------------------------------------------------
000100 01  SL-RECORD.
000110     03  SL-KEY.
000140     03  SL-VERSION              PIC 9(005).
000150     03  SL-DATE-ADDED           PIC 9(008).
000160     03  SL-TEXT                 PIC X(250).
000170         88  SL-MEMBER-DELETED       VALUE "*DELETED*".
