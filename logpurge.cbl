000247*                  THE ARCHIVE GENERATION NOW OPENS EXTEND SO A
000248*                  RERUN AFTER A PARTIAL FAILURE APPENDS TO THE
000249*                  SAME DAY'S GENERATION INSTEAD OF WIPING IT.
000251* 10/15/2026 DJ    RECORD AREAS WIDENED TO 400 BYTES - THE RUN-LOG
000253*                  RECORD NOW CARRIES THE INCLUDED MEMBERS AND
000255*                  THEIR VERSIONS PAST THE OLD 236-BYTE LIMIT.
000257*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000800 FD  U3
000810     LABEL RECORDS ARE STANDARD.
000820 01  U3-RECORD.
000830     03  U3-TEXT                 PIC X(400).
000840
000850 FD  U4
000860     LABEL RECORDS ARE STANDARD.
000870 01  U4-RECORD.
000880     03  U4-TEXT                 PIC X(400).
000890
000900 FD  U5
000910     LABEL RECORDS ARE STANDARD.
000920 01  U5-RECORD.
000930     03  U5-TEXT                 PIC X(400).
000940
000950 FD  U6
000960     LABEL RECORDS ARE STANDARD.
000970 01  U6-RECORD.
000980     03  U6-TEXT                 PIC X(400).
000990
001000 FD  U7
001010     LABEL RECORDS ARE STANDARD.
001380 01  PUR-ARCH-FILENAME           PIC X(020).
001390 01  PUR-TEMP-FILENAME           PIC X(020).
001400 01  PUR-BASE-NAME               PIC X(008) VALUE SPACES.
001410 01  PUR-WORK-RECORD             PIC X(400) VALUE SPACES.
001420 01  PUR-WORK-DATE               PIC X(008) VALUE SPACES.
001430
001440*---------------------------------------------------------------
