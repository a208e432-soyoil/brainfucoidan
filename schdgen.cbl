000190*                  STEP ORDER, AND A MAINTENANCE LISTING SHOWS
000200*                  EVERY ENTRY AS SELECTED OR SKIPPED (AND WHY)
000210*                  FOR THE SHIFT SUPERVISOR TO SIGN OFF.
000211* 10/15/2026 DJ    CARD IMAGES WIDENED TO 237 BYTES FOR THE NEW
000212*                  SOURCE-LIBRARY FIELD ON THE CONTROL CARD.
000220*---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000530         88  S1-FREQ-MONTH-END       VALUE "M".
000540         88  S1-FREQ-QUARTER-END     VALUE "Q".
000550     03  S1-DAY-OF-WEEK          PIC X(001).
000560     03  S1-CARD-IMAGE           PIC X(237).
000570
000580 FD  S2
000590     LABEL RECORDS ARE STANDARD.
000640 FD  S3
000650     LABEL RECORDS ARE STANDARD.
000660 01  S3-RECORD.
000670     03  S3-CARD-IMAGE           PIC X(237).
000680
000690 FD  S4
000700     LABEL RECORDS ARE STANDARD.
001260         05  SCH-ENT-ORDER       PIC 9(005).
001270         05  SCH-ENT-FREQUENCY   PIC X(001).
001280         05  SCH-ENT-DAY         PIC X(001).
001290         05  SCH-ENT-CARD        PIC X(237).
001300
001310 01  SCH-SKIP-REASON             PIC X(040) VALUE SPACES.
001320
