000253*                  WRITES (SOURCE, JOB ID AND STEP NAME PLUS
000254*                  ".CKPT") NOW THAT CONCURRENT STREAMS KEEP
000255*                  SEPARATE CHECKPOINTS.
000256* 10/15/2026 DJ    CARD IMAGES WIDENED TO 237 BYTES FOR THE NEW
000257*                  SOURCE-LIBRARY FIELD ON THE CONTROL CARD.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
001110     03  G3-SNAP-SW              PIC X(001).
001120     03  G3-PRELOAD-FILE         PIC X(080).
001130     03  G3-PROFILE-SW           PIC X(001).
001131     03  G3-LIBRARY              PIC X(001).
001140
001150 FD  G4
001160     LABEL RECORDS ARE STANDARD.
001200 FD  G5
001210     LABEL RECORDS ARE STANDARD.
001220 01  G5-RECORD.
001230     03  G5-CARD-IMAGE           PIC X(237).
001240
001250 FD  G6
001260     LABEL RECORDS ARE STANDARD.
001800 01  RRG-CARD-TABLE.
001810     03  RRG-CARD-COUNT          PIC 9(005) COMP VALUE ZERO.
001820     03  RRG-CARD-ENTRY OCCURS 500 TIMES.
001830         05  RRG-CARD-IMAGE      PIC X(237).
001840 01  RRG-WORK-CARD.
001850     03  RRG-WC-SRC-FILE         PIC X(080).
001860     03  RRG-WC-TAPE-SIZE        PIC X(005).
002010     03  RRG-WC-SNAP-SW          PIC X(001).
002020     03  RRG-WC-PRELOAD-FILE     PIC X(080).
002030     03  RRG-WC-PROFILE-SW       PIC X(001).
002031     03  RRG-WC-LIBRARY          PIC X(001).
002040
002050*---------------------------------------------------------------
002060* SYMBOLIC-SUBSTITUTION WORK AREAS - THE SAME &DATE, &DATE6,
