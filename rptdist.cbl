000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RPTDIST.
000030 AUTHOR. D JARRETT.
000040 INSTALLATION. DATALOGIC SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------------
000120* 10/15/2026 DJ    ORIGINAL - REPORT DISTRIBUTION.  READS THE
000130*                  NIGHT'S RUN LOG AND ROUTES EVERY STEP THAT
000140*                  ENDED RC 00 THROUGH THE DISTRIBUTION MASTER
000150*                  (SOURCE NAME OR LIBRARY MEMBER TO RECIPIENT,
000160*                  DESTINATION, COPIES AND PRINT OR HEX MODE).
000170*                  WITH THE FAILED-STEP OPTION ON, A STEP THAT
000180*                  ENDED NONZERO GOES TO THE RECIPIENTS MARKED AS
000190*                  THE DECK'S OWNER.  ONE BUNDLE IS BUILT PER
000200*                  RECIPIENT AND DESTINATION - A BANNER PAGE, EACH
000210*                  STEP'S .OUT DATASET FORMATTED IN OUTPRINT'S
000220*                  LAYOUT, AND A TRAILER OF WHAT WAS INCLUDED -
000230*                  AND A CONTROL REPORT LISTS EVERY DELIVERY AND
000240*                  EVERY STEP THAT HAD NO RECIPIENT, SO NOBODY
000250*                  HAS TO RUN OUTPRINT STEP BY STEP AND HAND-SORT
000260*                  THE PAPER.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310*    D1 - THE DISTRIBUTION MASTER, ONE RECORD PER SOURCE OR
000320*    MEMBER AND RECIPIENT.
000330     SELECT D1 ASSIGN TO "DISTMAST"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS DST-FS-D1.
000360*    D2 - THE RUN-LOG AUDIT TRAIL WRITTEN BY THE INTERPRETER.
000370     SELECT D2 ASSIGN TO "RUNLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS DST-FS-D2.
000400*    D3 - OPTIONAL PARAMETER CARD - THE RUN DATE TO DISTRIBUTE
000410*    (TODAY WHEN BLANK) AND Y TO SEND FAILED STEPS TO THE DECK
000420*    OWNER.
000430     SELECT D3 ASSIGN TO "DISTPARM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS DST-FS-D3.
000460*    D4 - ONE STEP'S RAW OUTPUT DATASET AT A TIME, ONE BYTE PER
000470*    RECORD AS F2 WRITES IT - THE SOURCE NAME PLUS ".OUT".
000480     SELECT D4 ASSIGN TO DYNAMIC DST-OUT-FILENAME
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS DST-FS-D4.
000510*    D5 - ONE RECIPIENT'S BUNDLE AT A TIME, 132-COLUMN PRINT,
000520*    NAMED DIST.RECIPIENT.NNN.
000530     SELECT D5 ASSIGN TO DYNAMIC DST-BUNDLE-FILENAME
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DST-FS-D5.
000560*    D6 - THE DISTRIBUTION CONTROL REPORT.
000570     SELECT D6 ASSIGN TO "DISTRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS DST-FS-D6.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*    A ROUTING - M AND A LIBRARY MEMBER NAME, OR S AND A SOURCE
000630*    FILE NAME AS THE CONTROL CARD NAMES IT; THE RECIPIENT AND
000640*    DESTINATION; COPIES (BLANK OR ZERO - ONE); C OR BLANK FOR
000650*    CHARACTER MODE, H FOR HEX; AND Y WHEN THE RECIPIENT OWNS THE
000660*    DECK AND IS TO GET ITS FAILED STEPS TOO.
000670 FD  D1
000680     LABEL RECORDS ARE STANDARD.
000690 01  D1-RECORD.
000700     03  D1-SOURCE-TYPE          PIC X(001).
000710         88  D1-TYPE-MEMBER          VALUE "M".
000720         88  D1-TYPE-SOURCE          VALUE "S".
000730     03  D1-SOURCE-NAME          PIC X(080).
000740     03  D1-RECIPIENT            PIC X(008).
000750     03  D1-DESTINATION          PIC X(030).
000760     03  D1-COPIES               PIC X(002).
000770     03  D1-COPIES-N REDEFINES D1-COPIES
000780                                 PIC 9(002).
000790     03  D1-MODE                 PIC X(001).
000800         88  D1-MODE-VALID           VALUE "C" "H" " ".
000810     03  D1-OWNER                PIC X(001).
000820     03  FILLER                  PIC X(007).
000830
000840 FD  D2
000850     LABEL RECORDS ARE STANDARD.
000860 01  D2-RECORD.
000870     03  D2-SRC-FILE             PIC X(080).
000880     03  FILLER                  PIC X(001).
000890     03  D2-START-DATE           PIC X(008).
000900     03  FILLER                  PIC X(001).
000910     03  D2-START-TIME           PIC X(008).
000920     03  FILLER                  PIC X(001).
000930     03  D2-END-DATE             PIC X(008).
000940     03  FILLER                  PIC X(001).
000950     03  D2-END-TIME             PIC X(008).
000960     03  FILLER                  PIC X(001).
000970     03  D2-RETURN-CODE          PIC X(002).
000980     03  FILLER                  PIC X(001).
000990     03  D2-OPERATOR-ID          PIC X(008).
001000     03  FILLER                  PIC X(001).
001010     03  D2-JOB-ID               PIC X(008).
001020     03  FILLER                  PIC X(001).
001030     03  D2-MEMBER-NAME          PIC X(008).
001040     03  FILLER                  PIC X(001).
001050     03  D2-VERSION              PIC X(005).
001060     03  FILLER                  PIC X(001).
001070     03  D2-DISPOSITION          PIC X(008).
001080     03  FILLER                  PIC X(001).
001090     03  D2-STEP-NAME            PIC X(008).
001100
001110 FD  D3
001120     LABEL RECORDS ARE STANDARD.
001130 01  D3-RECORD.
001140     03  D3-RUN-DATE             PIC X(008).
001150     03  FILLER                  PIC X(001).
001160     03  D3-SEND-FAILED          PIC X(001).
001170     03  FILLER                  PIC X(070).
001180
001190 FD  D4
001200     LABEL RECORDS ARE STANDARD.
001210 01  D4-RECORD.
001220     03  D4-CHAR                 PIC X(001).
001230
001240 FD  D5
001250     LABEL RECORDS ARE STANDARD.
001260 01  D5-RECORD.
001270     03  D5-TEXT                 PIC X(132).
001280
001290 FD  D6
001300     LABEL RECORDS ARE STANDARD.
001310 01  D6-RECORD.
001320     03  D6-TEXT                 PIC X(132).
001330 WORKING-STORAGE SECTION.
001340*---------------------------------------------------------------
001350* STANDALONE COUNTERS AND SWITCHES.
001360*---------------------------------------------------------------
001370 77  DST-RUNS-READ               PIC 9(007) COMP VALUE ZERO.
001380 77  DST-DELIVERED-COUNT         PIC 9(005) COMP VALUE ZERO.
001390 77  DST-NO-RECIPIENT-COUNT      PIC 9(005) COMP VALUE ZERO.
001400 77  DST-FAILED-COUNT            PIC 9(005) COMP VALUE ZERO.
001410 77  DST-MISSING-COUNT           PIC 9(005) COMP VALUE ZERO.
001420 77  DST-BUNDLES-WRITTEN         PIC 9(005) COMP VALUE ZERO.
001430 77  DST-RETURN-CODE             PIC 9(002) COMP VALUE ZERO.
001440 77  DST-IX                      PIC 9(005) COMP VALUE ZERO.
001450 77  DST-IY                      PIC 9(005) COMP VALUE ZERO.
001460 77  DST-BX                      PIC 9(005) COMP VALUE ZERO.
001470 77  DST-DX                      PIC 9(005) COMP VALUE ZERO.
001480 77  DST-FOUND                   PIC 9(005) COMP VALUE ZERO.
001490 77  DST-COPY                    PIC 9(003) COMP VALUE ZERO.
001500 77  DST-ROUTED                  PIC 9(005) COMP VALUE ZERO.
001510 77  DST-NAME-LEN                PIC 9(005) COMP VALUE ZERO.
001520 77  DST-TRAIL-SPACES            PIC 9(005) COMP VALUE ZERO.
001530 77  DST-BYTES-READ              PIC 9(010) COMP VALUE ZERO.
001540 77  DST-PAGE-NO                 PIC 9(005) COMP VALUE ZERO.
001550 77  DST-PAGE-LINES              PIC 9(003) COMP VALUE ZERO.
001560 77  DST-COL                     PIC 9(003) COMP VALUE ZERO.
001570 77  DST-BYTE-VALUE              PIC 9(003) COMP VALUE ZERO.
001580 77  DST-HEX-HI                  PIC 9(003) COMP VALUE ZERO.
001590 77  DST-HEX-LO                  PIC 9(003) COMP VALUE ZERO.
001600 77  DST-HEX-COUNT               PIC 9(003) COMP VALUE ZERO.
001610 77  DST-HEX-POS                 PIC 9(003) COMP VALUE ZERO.
001620 77  DST-OFFSET                  PIC 9(010) COMP VALUE ZERO.
001630 77  DST-LINES-PER-PAGE          PIC 9(003) COMP VALUE 56.
001640
001650 01  DST-SWITCHES.
001660     03  DST-EOF-D1-SW           PIC X(001) VALUE "N".
001670         88  DST-EOF-D1              VALUE "Y".
001680     03  DST-EOF-D2-SW           PIC X(001) VALUE "N".
001690         88  DST-EOF-D2              VALUE "Y".
001700     03  DST-EOF-D4-SW           PIC X(001) VALUE "N".
001710         88  DST-EOF-D4              VALUE "Y".
001720     03  DST-SEND-FAILED-SW      PIC X(001) VALUE "N".
001730         88  DST-SEND-FAILED         VALUE "Y".
001740
001750 01  DST-FILE-STATUSES.
001760     03  DST-FS-D1               PIC X(002).
001770     03  DST-FS-D2               PIC X(002).
001780     03  DST-FS-D3               PIC X(002).
001790     03  DST-FS-D4               PIC X(002).
001800     03  DST-FS-D5               PIC X(002).
001810     03  DST-FS-D6               PIC X(002).
001820
001830 01  DST-OUT-FILENAME            PIC X(080).
001840 01  DST-BUNDLE-FILENAME         PIC X(080).
001850 01  DST-RUN-DATE                PIC 9(008) VALUE ZERO.
001860 01  DST-REPORT-MODE             PIC X(001) VALUE "C".
001870     88  DST-CHARACTER-MODE          VALUE "C".
001880     88  DST-HEX-MODE                VALUE "H".
001890 01  DST-CURRENT-BYTE            PIC X(001) VALUE SPACE.
001900 01  DST-BUNDLE-SEQ              PIC 9(003) VALUE ZERO.
001910
001920*---------------------------------------------------------------
001930* THE NEWLINE BYTE THAT ENDS AN ASSEMBLED LINE, AND THE HEX
001940* DIGIT TABLE THE DUMP LINES ARE BUILT FROM - AS IN OUTPRINT.
001950*---------------------------------------------------------------
001960 01  DST-NEWLINE-BYTE            PIC X(001) VALUE X"0A".
001970 01  DST-HEX-DIGITS              PIC X(016)
001980     VALUE "0123456789ABCDEF".
001990 01  DST-PRINT-BODY              PIC X(132) VALUE SPACES.
002000 01  DST-PRINT-BODY-SAVE         PIC X(132) VALUE SPACES.
002010
002020*---------------------------------------------------------------
002030* THE ROUTINGS, LOADED ONCE.  EACH IS TIED TO THE BUNDLE FOR
002040* ITS RECIPIENT AND DESTINATION.
002050*---------------------------------------------------------------
002060 01  DST-MAP-TABLE.
002070     03  DST-MAP-COUNT           PIC 9(005) COMP VALUE ZERO.
002080     03  DST-MAP-ENTRY OCCURS 500 TIMES.
002090         05  DST-MAP-TYPE        PIC X(001).
002100         05  DST-MAP-NAME        PIC X(080).
002110         05  DST-MAP-COPIES      PIC 9(002).
002120         05  DST-MAP-MODE        PIC X(001).
002130         05  DST-MAP-OWNER       PIC X(001).
002140         05  DST-MAP-BUNDLE      PIC 9(005) COMP.
002150
002160 01  DST-BUNDLE-TABLE.
002170     03  DST-BUNDLE-COUNT        PIC 9(005) COMP VALUE ZERO.
002180     03  DST-BUNDLE-ENTRY OCCURS 200 TIMES.
002190         05  DST-BDL-RECIPIENT   PIC X(008).
002200         05  DST-BDL-DESTINATION PIC X(030).
002210         05  DST-BDL-FILENAME    PIC X(080).
002220         05  DST-BDL-REPORTS     PIC 9(005) COMP.
002230
002240*---------------------------------------------------------------
002250* THE RUN DATE'S EXECUTED STEPS.  A STEP RUN AGAIN LATER THE
002260* SAME NIGHT (A RESTART) REPLACES ITS EARLIER RECORD - ITS .OUT
002270* DATASET NOW HOLDS THE RERUN'S OUTPUT.  STATUS D - DELIVERED,
002280* N - NO RECIPIENT, F - FAILED AND NOT SENT.
002290*---------------------------------------------------------------
002300 01  DST-STEP-TABLE.
002310     03  DST-STEP-COUNT          PIC 9(005) COMP VALUE ZERO.
002320     03  DST-STEP-ENTRY OCCURS 2000 TIMES.
002330         05  DST-STP-JOB         PIC X(008).
002340         05  DST-STP-STEP        PIC X(008).
002350         05  DST-STP-SRC         PIC X(080).
002360         05  DST-STP-MEMBER      PIC X(008).
002370         05  DST-STP-RC          PIC X(002).
002380         05  DST-STP-STATUS      PIC X(001).
002390
002400*---------------------------------------------------------------
002410* ONE ROW PER STEP ROUTED TO A BUNDLE, WITH THE PAGES IT MADE.
002420*---------------------------------------------------------------
002430 01  DST-DELIV-TABLE.
002440     03  DST-DELIV-COUNT         PIC 9(005) COMP VALUE ZERO.
002450     03  DST-DELIV-ENTRY OCCURS 5000 TIMES.
002460         05  DST-DLV-STEP        PIC 9(005) COMP.
002470         05  DST-DLV-MAP         PIC 9(005) COMP.
002480         05  DST-DLV-BUNDLE      PIC 9(005) COMP.
002490         05  DST-DLV-PAGES       PIC 9(005) COMP.
002500         05  DST-DLV-FOUND       PIC X(001).
002510
002520*---------------------------------------------------------------
002530* OUTPRINT'S PAGE HEADING AND HEX-DUMP LINES, UNCHANGED, SO A
002540* BUNDLED REPORT READS THE SAME AS ONE FORMATTED BY HAND.
002550*---------------------------------------------------------------
002560 01  DST-LINE-HEX.
002570     03  FILLER                  PIC X(007) VALUE "OFFSET ".
002580     03  DST-PRT-OFFSET          PIC 9(010).
002590     03  FILLER                  PIC X(002) VALUE SPACES.
002600     03  DST-PRT-HEX-AREA        PIC X(048).
002610     03  FILLER                  PIC X(002) VALUE SPACES.
002620     03  FILLER                  PIC X(001) VALUE "*".
002630     03  DST-PRT-CHAR-AREA       PIC X(016).
002640     03  FILLER                  PIC X(001) VALUE "*".
002650     03  FILLER                  PIC X(045) VALUE SPACES.
002660 01  DST-LINE-HEADING.
002670     03  FILLER                  PIC X(012) VALUE "DECK OUTPUT ".
002680     03  DST-PRT-SRC             PIC X(080).
002690     03  FILLER                  PIC X(010) VALUE " RUN DATE ".
002700     03  DST-PRT-DATE            PIC 9(008).
002710     03  FILLER                  PIC X(006) VALUE " PAGE ".
002720     03  DST-PRT-PAGE            PIC Z(004)9.
002730     03  FILLER                  PIC X(011) VALUE SPACES.
002740
002750*---------------------------------------------------------------
002760* BUNDLE BANNER AND TRAILER LINES.
002770*---------------------------------------------------------------
002780 01  DST-LINE-STARS              PIC X(132) VALUE ALL "*".
002790 01  DST-LINE-BANNER.
002800     03  FILLER                  PIC X(004) VALUE "*   ".
002810     03  DST-BNR-LABEL           PIC X(014).
002820     03  DST-BNR-VALUE           PIC X(080).
002830     03  FILLER                  PIC X(033) VALUE SPACES.
002840     03  FILLER                  PIC X(001) VALUE "*".
002850 01  DST-LINE-TRAILER.
002860     03  FILLER                  PIC X(002) VALUE SPACES.
002870     03  DST-TRL-JOB             PIC X(008).
002880     03  FILLER                  PIC X(001) VALUE SPACE.
002890     03  DST-TRL-STEP            PIC X(008).
002900     03  FILLER                  PIC X(001) VALUE SPACE.
002910     03  DST-TRL-SRC             PIC X(060).
002920     03  FILLER                  PIC X(004) VALUE " RC ".
002930     03  DST-TRL-RC              PIC X(002).
002940     03  FILLER                  PIC X(001) VALUE SPACE.
002950     03  DST-TRL-MODE            PIC X(004).
002960     03  FILLER                  PIC X(008) VALUE " COPIES ".
002970     03  DST-TRL-COPIES          PIC Z9.
002980     03  FILLER                  PIC X(007) VALUE " PAGES ".
002990     03  DST-TRL-PAGES           PIC Z(004)9.
003000     03  FILLER                  PIC X(001) VALUE SPACE.
003010     03  DST-TRL-NOTE            PIC X(018).
003020
003030*---------------------------------------------------------------
003040* CONTROL REPORT LINES.
003050*---------------------------------------------------------------
003060 01  DST-LINE-BLANK              PIC X(132) VALUE SPACES.
003070 01  DST-LINE-TITLE.
003080     03  FILLER                  PIC X(041)
003090         VALUE "REPORT DISTRIBUTION CONTROL FOR RUN DATE ".
003100     03  DST-PRT-TITLE-DATE      PIC 9(008).
003110     03  FILLER                  PIC X(083) VALUE SPACES.
003120 01  DST-LINE-DLV-HEADER.
003130     03  FILLER                  PIC X(040)
003140         VALUE "RECIPIENT DESTINATION                   ".
003150     03  FILLER                  PIC X(018)
003160         VALUE "JOB      STEP     ".
003170     03  FILLER                  PIC X(041) VALUE "SOURCE".
003180     03  FILLER                  PIC X(033)
003190         VALUE "RC MODE CP PAGES STATUS".
003200 01  DST-LINE-DELIVERY.
003210     03  DST-DLP-RECIPIENT       PIC X(008).
003220     03  FILLER                  PIC X(002) VALUE SPACES.
003230     03  DST-DLP-DESTINATION     PIC X(030).
003240     03  FILLER                  PIC X(001) VALUE SPACE.
003250     03  DST-DLP-JOB             PIC X(008).
003260     03  FILLER                  PIC X(001) VALUE SPACE.
003270     03  DST-DLP-STEP            PIC X(008).
003280     03  FILLER                  PIC X(001) VALUE SPACE.
003290     03  DST-DLP-SRC             PIC X(040).
003300     03  FILLER                  PIC X(001) VALUE SPACE.
003310     03  DST-DLP-RC              PIC X(002).
003320     03  FILLER                  PIC X(001) VALUE SPACE.
003330     03  DST-DLP-MODE            PIC X(004).
003340     03  FILLER                  PIC X(001) VALUE SPACE.
003350     03  DST-DLP-COPIES          PIC Z9.
003360     03  FILLER                  PIC X(001) VALUE SPACE.
003370     03  DST-DLP-PAGES           PIC Z(004)9.
003380     03  FILLER                  PIC X(001) VALUE SPACE.
003390     03  DST-DLP-STATUS          PIC X(015).
003400 01  DST-LINE-UNSENT.
003410     03  FILLER                  PIC X(002) VALUE SPACES.
003420     03  DST-UNS-JOB             PIC X(008).
003430     03  FILLER                  PIC X(001) VALUE SPACE.
003440     03  DST-UNS-STEP            PIC X(008).
003450     03  FILLER                  PIC X(001) VALUE SPACE.
003460     03  DST-UNS-SRC             PIC X(080).
003470     03  FILLER                  PIC X(004) VALUE " RC ".
003480     03  DST-UNS-RC              PIC X(002).
003490     03  FILLER                  PIC X(026) VALUE SPACES.
003500 01  DST-LINE-TOTALS.
003510     03  FILLER                  PIC X(011) VALUE "DELIVERIES ".
003520     03  DST-PRT-TOT-DELIVERED   PIC Z(004)9.
003530     03  FILLER                  PIC X(011) VALUE "   BUNDLES ".
003540     03  DST-PRT-TOT-BUNDLES     PIC Z(004)9.
003550     03  FILLER                  PIC X(016)
003560         VALUE "   NO RECIPIENT ".
003570     03  DST-PRT-TOT-NO-RECIP    PIC Z(004)9.
003580     03  FILLER                  PIC X(019)
003590         VALUE "   FAILED NOT SENT ".
003600     03  DST-PRT-TOT-FAILED      PIC Z(004)9.
003610     03  FILLER                  PIC X(018)
003620         VALUE "   OUTPUT MISSING ".
003630     03  DST-PRT-TOT-MISSING     PIC Z(004)9.
003640     03  FILLER                  PIC X(032) VALUE SPACES.
003650 PROCEDURE DIVISION.
003660
003670*=================================================================
003680* 0000-MAINLINE
003690* LOADS THE ROUTINGS AND THE NIGHT'S STEPS, ROUTES EVERY STEP,
003700* BUILDS EACH BUNDLE, THEN LISTS WHAT WAS NOT SENT.
003710*=================================================================
003720 0000-MAINLINE.
003730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003740     PERFORM 2000-LOAD-ONE-STEP THRU 2000-EXIT
003750             UNTIL DST-EOF-D2.
003760     PERFORM 3000-ROUTE-ONE-STEP THRU 3000-EXIT
003770             VARYING DST-IX FROM 1 BY 1
003780             UNTIL DST-IX > DST-STEP-COUNT.
003790     MOVE DST-LINE-DLV-HEADER TO D6-TEXT.
003800     WRITE D6-RECORD.
003810     PERFORM 4000-BUILD-ONE-BUNDLE THRU 4000-EXIT
003820             VARYING DST-BX FROM 1 BY 1
003830             UNTIL DST-BX > DST-BUNDLE-COUNT.
003840     PERFORM 6000-LIST-UNSENT THRU 6000-EXIT.
003850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003860     STOP RUN.
003870
003880*=================================================================
003890* 1000-INITIALIZE
003900* OPENS THE FILES, PICKS UP THE OPTIONAL PARAMETER CARD AND
003910* LOADS THE DISTRIBUTION MASTER.
003920*=================================================================
003930 1000-INITIALIZE.
003940     OPEN INPUT D1.
003950     IF NOT (DST-FS-D1 = "00")
003960         DISPLAY "RPTDIST: UNABLE TO OPEN DISTRIBUTION MASTER"
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000     OPEN INPUT D2.
004010     IF NOT (DST-FS-D2 = "00")
004020         DISPLAY "RPTDIST: UNABLE TO OPEN RUN LOG"
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060     OPEN OUTPUT D6.
004070     IF NOT (DST-FS-D6 = "00")
004080         DISPLAY "RPTDIST: UNABLE TO OPEN CONTROL REPORT"
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     ACCEPT DST-RUN-DATE FROM DATE YYYYMMDD.
004130     OPEN INPUT D3.
004140     IF DST-FS-D3 = "00"
004150         READ D3
004160             AT END
004170                 CONTINUE
004180             NOT AT END
004190                 IF D3-RUN-DATE NUMERIC
004200                    AND D3-RUN-DATE NOT = ZERO
004210                     MOVE D3-RUN-DATE TO DST-RUN-DATE
004220                 END-IF
004230                 IF D3-SEND-FAILED = "Y"
004240                     SET DST-SEND-FAILED TO TRUE
004250                 END-IF
004260         END-READ
004270         CLOSE D3
004280     END-IF.
004290     MOVE DST-RUN-DATE TO DST-PRT-TITLE-DATE.
004300     MOVE DST-LINE-TITLE TO D6-TEXT.
004310     WRITE D6-RECORD.
004320     MOVE DST-LINE-BLANK TO D6-TEXT.
004330     WRITE D6-RECORD.
004340     PERFORM 1110-READ-MASTER THRU 1110-EXIT.
004350     PERFORM 1100-LOAD-ONE-ROUTING THRU 1100-EXIT
004360             UNTIL DST-EOF-D1.
004370     CLOSE D1.
004380     IF DST-MAP-COUNT < DST-IY
004390         MOVE DST-LINE-BLANK TO D6-TEXT
004400         WRITE D6-RECORD
004410     END-IF.
004420     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
004430     GO TO 1000-EXIT.
004440 1000-EXIT.
004450     EXIT.
004460
004470*=================================================================
004480* 1100-LOAD-ONE-ROUTING
004490* CHECKS ONE MASTER RECORD, TIES IT TO THE BUNDLE FOR ITS
004500* RECIPIENT AND DESTINATION (STARTING ONE WHEN IT IS THE FIRST)
004510* AND ADDS IT TO THE TABLE.  A BAD RECORD IS LISTED AND DROPPED.
004520* DST-IY COUNTS THE RECORDS READ.
004530*=================================================================
004540 1100-LOAD-ONE-ROUTING.
004550     ADD 1 TO DST-IY.
004560     INSPECT D1-COPIES REPLACING LEADING SPACE BY ZERO.
004570     IF (NOT D1-TYPE-MEMBER AND NOT D1-TYPE-SOURCE)
004580        OR D1-SOURCE-NAME = SPACES
004590        OR D1-RECIPIENT = SPACES
004600        OR NOT D1-MODE-VALID
004610        OR (D1-COPIES NOT = SPACES AND D1-COPIES NOT NUMERIC)
004620        OR (D1-TYPE-MEMBER AND D1-SOURCE-NAME(9:72) NOT = SPACES)
004630         MOVE SPACES TO D6-TEXT
004640         STRING "ROUTING DROPPED - " DELIMITED BY SIZE
004650             D1-RECORD(1:100) DELIMITED BY SIZE
004660             INTO D6-TEXT
004670         END-STRING
004680         WRITE D6-RECORD
004690         IF DST-RETURN-CODE < 4
004700             MOVE 4 TO DST-RETURN-CODE
004710         END-IF
004720         PERFORM 1110-READ-MASTER THRU 1110-EXIT
004730         GO TO 1100-EXIT
004740     END-IF.
004750     IF DST-MAP-COUNT >= 500
004760         DISPLAY "RPTDIST: DISTRIBUTION MASTER EXCEEDS 500 "
004770                 "ROUTINGS"
004780         MOVE 8 TO DST-RETURN-CODE
004790         SET DST-EOF-D1 TO TRUE
004800         GO TO 1100-EXIT
004810     END-IF.
004820     MOVE ZERO TO DST-FOUND.
004830     PERFORM 1120-FIND-BUNDLE THRU 1120-EXIT
004840             VARYING DST-BX FROM 1 BY 1
004850             UNTIL DST-BX > DST-BUNDLE-COUNT OR DST-FOUND > ZERO.
004860     IF DST-FOUND = ZERO
004870         IF DST-BUNDLE-COUNT >= 200
004880             DISPLAY "RPTDIST: MORE THAN 200 RECIPIENT BUNDLES"
004890             MOVE 8 TO DST-RETURN-CODE
004900             PERFORM 1110-READ-MASTER THRU 1110-EXIT
004910             GO TO 1100-EXIT
004920         END-IF
004930         PERFORM 1130-START-BUNDLE THRU 1130-EXIT
004940     END-IF.
004950     ADD 1 TO DST-MAP-COUNT.
004960     MOVE D1-SOURCE-TYPE TO DST-MAP-TYPE(DST-MAP-COUNT).
004970     MOVE D1-SOURCE-NAME TO DST-MAP-NAME(DST-MAP-COUNT).
004980     MOVE 1 TO DST-MAP-COPIES(DST-MAP-COUNT).
004990     IF D1-COPIES NUMERIC AND D1-COPIES-N > ZERO
005000         MOVE D1-COPIES-N TO DST-MAP-COPIES(DST-MAP-COUNT)
005010     END-IF.
005020     MOVE D1-MODE TO DST-MAP-MODE(DST-MAP-COUNT).
005030     IF D1-MODE = SPACE
005040         MOVE "C" TO DST-MAP-MODE(DST-MAP-COUNT)
005050     END-IF.
005060     MOVE D1-OWNER TO DST-MAP-OWNER(DST-MAP-COUNT).
005070     MOVE DST-FOUND TO DST-MAP-BUNDLE(DST-MAP-COUNT).
005080     PERFORM 1110-READ-MASTER THRU 1110-EXIT.
005090     GO TO 1100-EXIT.
005100 1100-EXIT.
005110     EXIT.
005120
005130 1110-READ-MASTER.
005140     READ D1
005150         AT END
005160             SET DST-EOF-D1 TO TRUE
005170     END-READ.
005180     GO TO 1110-EXIT.
005190 1110-EXIT.
005200     EXIT.
005210
005220 1120-FIND-BUNDLE.
005230     IF DST-BDL-RECIPIENT(DST-BX) = D1-RECIPIENT
005240        AND DST-BDL-DESTINATION(DST-BX) = D1-DESTINATION
005250         MOVE DST-BX TO DST-FOUND
005260     END-IF.
005270     GO TO 1120-EXIT.
005280 1120-EXIT.
005290     EXIT.
005300
005310*-----------------------------------------------------------------
005320* 1130-START-BUNDLE - A NEW RECIPIENT AND DESTINATION.  THE
005330* BUNDLE DATASET IS DIST.RECIPIENT.NNN, NNN NUMBERING THE
005340* BUNDLES IN MASTER ORDER SO A RECIPIENT WITH TWO DESTINATIONS
005350* GETS TWO DATASETS.
005360*-----------------------------------------------------------------
005370 1130-START-BUNDLE.
005380     ADD 1 TO DST-BUNDLE-COUNT.
005390     MOVE DST-BUNDLE-COUNT TO DST-FOUND.
005400     MOVE D1-RECIPIENT TO DST-BDL-RECIPIENT(DST-FOUND).
005410     MOVE D1-DESTINATION TO DST-BDL-DESTINATION(DST-FOUND).
005420     MOVE ZERO TO DST-BDL-REPORTS(DST-FOUND).
005430     MOVE DST-BUNDLE-COUNT TO DST-BUNDLE-SEQ.
005440     MOVE 8 TO DST-NAME-LEN.
005450     MOVE ZERO TO DST-TRAIL-SPACES.
005460     INSPECT D1-RECIPIENT TALLYING DST-TRAIL-SPACES
005470             FOR TRAILING SPACES.
005480     SUBTRACT DST-TRAIL-SPACES FROM DST-NAME-LEN.
005490     MOVE SPACES TO DST-BDL-FILENAME(DST-FOUND).
005500     STRING "DIST." DELIMITED BY SIZE
005510         D1-RECIPIENT(1:DST-NAME-LEN) DELIMITED BY SIZE
005520         "." DELIMITED BY SIZE
005530         DST-BUNDLE-SEQ DELIMITED BY SIZE
005540         INTO DST-BDL-FILENAME(DST-FOUND)
005550     END-STRING.
005560     GO TO 1130-EXIT.
005570 1130-EXIT.
005580     EXIT.
005590
005600*=================================================================
005610* 2000-LOAD-ONE-STEP
005620* KEEPS EACH STEP EXECUTED ON THE RUN DATE.  SKIPPED AND REFUSED
005630* STEPS PRODUCED NO OUTPUT AND THE RESTART MARKER IS NOT A STEP.
005640*=================================================================
005650 2000-LOAD-ONE-STEP.
005660     ADD 1 TO DST-RUNS-READ.
005670     IF D2-DISPOSITION NOT = "EXECUTED"
005680        OR D2-START-DATE NOT = DST-RUN-DATE
005690         PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT
005700         GO TO 2000-EXIT
005710     END-IF.
005720     MOVE ZERO TO DST-FOUND.
005730     PERFORM 2200-FIND-STEP THRU 2200-EXIT
005740             VARYING DST-IY FROM 1 BY 1
005750             UNTIL DST-IY > DST-STEP-COUNT OR DST-FOUND > ZERO.
005760     IF DST-FOUND = ZERO
005770         IF DST-STEP-COUNT >= 2000
005780             DISPLAY "RPTDIST: MORE THAN 2000 STEPS ON THE RUN "
005790                     "DATE"
005800             MOVE 8 TO DST-RETURN-CODE
005810             SET DST-EOF-D2 TO TRUE
005820             GO TO 2000-EXIT
005830         END-IF
005840         ADD 1 TO DST-STEP-COUNT
005850         MOVE DST-STEP-COUNT TO DST-FOUND
005860     END-IF.
005870     MOVE D2-JOB-ID TO DST-STP-JOB(DST-FOUND).
005880     MOVE D2-STEP-NAME TO DST-STP-STEP(DST-FOUND).
005890     MOVE D2-SRC-FILE TO DST-STP-SRC(DST-FOUND).
005900     MOVE D2-MEMBER-NAME TO DST-STP-MEMBER(DST-FOUND).
005910     MOVE D2-RETURN-CODE TO DST-STP-RC(DST-FOUND).
005920     MOVE SPACE TO DST-STP-STATUS(DST-FOUND).
005930     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
005940     GO TO 2000-EXIT.
005950 2000-EXIT.
005960     EXIT.
005970
005980 2100-READ-RUN-LOG.
005990     READ D2
006000         AT END
006010             SET DST-EOF-D2 TO TRUE
006020     END-READ.
006030     GO TO 2100-EXIT.
006040 2100-EXIT.
006050     EXIT.
006060
006070 2200-FIND-STEP.
006080     IF DST-STP-JOB(DST-IY) = D2-JOB-ID
006090        AND DST-STP-STEP(DST-IY) = D2-STEP-NAME
006100        AND D2-STEP-NAME NOT = SPACES
006110         MOVE DST-IY TO DST-FOUND
006120     END-IF.
006130     GO TO 2200-EXIT.
006140 2200-EXIT.
006150     EXIT.
006160
006170*=================================================================
006180* 3000-ROUTE-ONE-STEP
006190* A STEP THAT ENDED RC 00 GOES TO EVERY ROUTING FOR ITS MEMBER
006200* (OR, FOR A LOOSE SOURCE FILE, ITS SOURCE NAME).  A FAILED STEP
006210* GOES ONLY TO THE OWNER ROUTINGS, AND ONLY WHEN THE FAILED-STEP
006220* OPTION IS ON; OTHERWISE IT IS HELD BACK AND LISTED.
006230*=================================================================
006240 3000-ROUTE-ONE-STEP.
006250     IF DST-STP-RC(DST-IX) NOT = "00" AND NOT DST-SEND-FAILED
006260         MOVE "F" TO DST-STP-STATUS(DST-IX)
006270         ADD 1 TO DST-FAILED-COUNT
006280         GO TO 3000-EXIT
006290     END-IF.
006300     MOVE ZERO TO DST-ROUTED.
006310     PERFORM 3100-MATCH-ONE-ROUTING THRU 3100-EXIT
006320             VARYING DST-IY FROM 1 BY 1
006330             UNTIL DST-IY > DST-MAP-COUNT.
006340     IF DST-ROUTED = ZERO
006350         MOVE "N" TO DST-STP-STATUS(DST-IX)
006360         ADD 1 TO DST-NO-RECIPIENT-COUNT
006370     ELSE
006380         MOVE "D" TO DST-STP-STATUS(DST-IX)
006390     END-IF.
006400     GO TO 3000-EXIT.
006410 3000-EXIT.
006420     EXIT.
006430
006440 3100-MATCH-ONE-ROUTING.
006450     IF DST-STP-RC(DST-IX) NOT = "00"
006460        AND DST-MAP-OWNER(DST-IY) NOT = "Y"
006470         GO TO 3100-EXIT
006480     END-IF.
006490     IF DST-STP-MEMBER(DST-IX) NOT = SPACES
006500         IF DST-MAP-TYPE(DST-IY) NOT = "M"
006510            OR DST-MAP-NAME(DST-IY) NOT = DST-STP-MEMBER(DST-IX)
006520             GO TO 3100-EXIT
006530         END-IF
006540     ELSE
006550         IF DST-MAP-TYPE(DST-IY) NOT = "S"
006560            OR DST-MAP-NAME(DST-IY) NOT = DST-STP-SRC(DST-IX)
006570             GO TO 3100-EXIT
006580         END-IF
006590     END-IF.
006600     IF DST-DELIV-COUNT >= 5000
006610         DISPLAY "RPTDIST: MORE THAN 5000 DELIVERIES"
006620         MOVE 8 TO DST-RETURN-CODE
006630         GO TO 3100-EXIT
006640     END-IF.
006650     ADD 1 TO DST-DELIV-COUNT.
006660     ADD 1 TO DST-ROUTED.
006670     MOVE DST-IX TO DST-DLV-STEP(DST-DELIV-COUNT).
006680     MOVE DST-IY TO DST-DLV-MAP(DST-DELIV-COUNT).
006690     MOVE DST-MAP-BUNDLE(DST-IY)
006700         TO DST-DLV-BUNDLE(DST-DELIV-COUNT).
006710     MOVE ZERO TO DST-DLV-PAGES(DST-DELIV-COUNT).
006720     MOVE "N" TO DST-DLV-FOUND(DST-DELIV-COUNT).
006730     ADD 1 TO DST-BDL-REPORTS(DST-MAP-BUNDLE(DST-IY)).
006740     GO TO 3100-EXIT.
006750 3100-EXIT.
006760     EXIT.
006770
006780*=================================================================
006790* 4000-BUILD-ONE-BUNDLE
006800* WRITES ONE RECIPIENT'S BUNDLE - BANNER PAGE, EVERY REPORT
006810* ROUTED TO IT (EACH COPY STARTING ON A NEW PAGE), TRAILER - AND
006820* LISTS EACH DELIVERY ON THE CONTROL REPORT.  A RECIPIENT WITH
006830* NOTHING ROUTED TO IT TONIGHT GETS NO BUNDLE.
006840*=================================================================
006850 4000-BUILD-ONE-BUNDLE.
006860     IF DST-BDL-REPORTS(DST-BX) = ZERO
006870         GO TO 4000-EXIT
006880     END-IF.
006890     MOVE DST-BDL-FILENAME(DST-BX) TO DST-BUNDLE-FILENAME.
006900     OPEN OUTPUT D5.
006910     IF NOT (DST-FS-D5 = "00")
006920         DISPLAY "RPTDIST: UNABLE TO OPEN BUNDLE "
006930                 DST-BUNDLE-FILENAME " STATUS " DST-FS-D5
006940         MOVE 8 TO DST-RETURN-CODE
006950         GO TO 4000-EXIT
006960     END-IF.
006970     ADD 1 TO DST-BUNDLES-WRITTEN.
006980     PERFORM 4100-WRITE-BANNER THRU 4100-EXIT.
006990     PERFORM 4200-BUNDLE-ONE-DELIVERY THRU 4200-EXIT
007000             VARYING DST-DX FROM 1 BY 1
007010             UNTIL DST-DX > DST-DELIV-COUNT.
007020     PERFORM 4300-WRITE-TRAILER THRU 4300-EXIT.
007030     CLOSE D5.
007040     GO TO 4000-EXIT.
007050 4000-EXIT.
007060     EXIT.
007070
007080 4100-WRITE-BANNER.
007090     MOVE DST-LINE-STARS TO D5-TEXT.
007100     WRITE D5-RECORD.
007110     MOVE SPACES TO DST-BNR-LABEL.
007120     MOVE "REPORT DISTRIBUTION" TO DST-BNR-VALUE.
007130     MOVE DST-LINE-BANNER TO D5-TEXT.
007140     WRITE D5-RECORD.
007150     MOVE "RECIPIENT" TO DST-BNR-LABEL.
007160     MOVE DST-BDL-RECIPIENT(DST-BX) TO DST-BNR-VALUE.
007170     MOVE DST-LINE-BANNER TO D5-TEXT.
007180     WRITE D5-RECORD.
007190     MOVE "DESTINATION" TO DST-BNR-LABEL.
007200     MOVE DST-BDL-DESTINATION(DST-BX) TO DST-BNR-VALUE.
007210     MOVE DST-LINE-BANNER TO D5-TEXT.
007220     WRITE D5-RECORD.
007230     MOVE "RUN DATE" TO DST-BNR-LABEL.
007240     MOVE DST-RUN-DATE TO DST-BNR-VALUE.
007250     MOVE DST-LINE-BANNER TO D5-TEXT.
007260     WRITE D5-RECORD.
007270     MOVE "BUNDLE" TO DST-BNR-LABEL.
007280     MOVE DST-BDL-FILENAME(DST-BX) TO DST-BNR-VALUE.
007290     MOVE DST-LINE-BANNER TO D5-TEXT.
007300     WRITE D5-RECORD.
007310     MOVE "REPORTS" TO DST-BNR-LABEL.
007320     MOVE DST-BDL-REPORTS(DST-BX) TO DST-TRL-PAGES.
007330     MOVE DST-TRL-PAGES TO DST-BNR-VALUE.
007340     MOVE DST-LINE-BANNER TO D5-TEXT.
007350     WRITE D5-RECORD.
007360     MOVE DST-LINE-STARS TO D5-TEXT.
007370     WRITE D5-RECORD.
007380     GO TO 4100-EXIT.
007390 4100-EXIT.
007400     EXIT.
007410
007420*-----------------------------------------------------------------
007430* 4200-BUNDLE-ONE-DELIVERY - FORMATS ONE STEP'S .OUT DATASET
007440* INTO THE BUNDLE AS MANY TIMES AS ITS ROUTING ASKS, IN ITS
007450* ROUTING'S MODE, AND LISTS THE DELIVERY.  A MISSING DATASET IS
007460* NOTED IN THE BUNDLE AND ON THE CONTROL REPORT.
007470*-----------------------------------------------------------------
007480 4200-BUNDLE-ONE-DELIVERY.
007490     IF DST-DLV-BUNDLE(DST-DX) NOT = DST-BX
007500         GO TO 4200-EXIT
007510     END-IF.
007520     MOVE DST-DLV-STEP(DST-DX) TO DST-IX.
007530     MOVE DST-DLV-MAP(DST-DX) TO DST-IY.
007540     MOVE DST-MAP-MODE(DST-IY) TO DST-REPORT-MODE.
007550     MOVE 80 TO DST-NAME-LEN.
007560     MOVE ZERO TO DST-TRAIL-SPACES.
007570     INSPECT DST-STP-SRC(DST-IX) TALLYING DST-TRAIL-SPACES
007580             FOR TRAILING SPACES.
007590     SUBTRACT DST-TRAIL-SPACES FROM DST-NAME-LEN.
007600     MOVE SPACES TO DST-OUT-FILENAME.
007610     STRING DST-STP-SRC(DST-IX)(1:DST-NAME-LEN) DELIMITED BY SIZE
007620         ".out" DELIMITED BY SIZE
007630         INTO DST-OUT-FILENAME
007640     END-STRING.
007650     MOVE "Y" TO DST-DLV-FOUND(DST-DX).
007660     PERFORM 5000-FORMAT-ONE-COPY THRU 5000-EXIT
007670             VARYING DST-COPY FROM 1 BY 1
007680             UNTIL DST-COPY > DST-MAP-COPIES(DST-IY)
007690                OR DST-DLV-FOUND(DST-DX) = "N".
007700     MOVE DST-BDL-RECIPIENT(DST-BX) TO DST-DLP-RECIPIENT.
007710     MOVE DST-BDL-DESTINATION(DST-BX) TO DST-DLP-DESTINATION.
007720     MOVE DST-STP-JOB(DST-IX) TO DST-DLP-JOB.
007730     MOVE DST-STP-STEP(DST-IX) TO DST-DLP-STEP.
007740     MOVE DST-STP-SRC(DST-IX) TO DST-DLP-SRC.
007750     MOVE DST-STP-RC(DST-IX) TO DST-DLP-RC.
007760     IF DST-HEX-MODE
007770         MOVE "HEX" TO DST-DLP-MODE
007780     ELSE
007790         MOVE "CHAR" TO DST-DLP-MODE
007800     END-IF.
007810     MOVE DST-MAP-COPIES(DST-IY) TO DST-DLP-COPIES.
007820     MOVE DST-DLV-PAGES(DST-DX) TO DST-DLP-PAGES.
007830     IF DST-DLV-FOUND(DST-DX) = "N"
007840         MOVE "OUTPUT MISSING" TO DST-DLP-STATUS
007850         ADD 1 TO DST-MISSING-COUNT
007860         IF DST-RETURN-CODE < 4
007870             MOVE 4 TO DST-RETURN-CODE
007880         END-IF
007890     ELSE
007900         IF DST-STP-RC(DST-IX) = "00"
007910             MOVE "DELIVERED" TO DST-DLP-STATUS
007920         ELSE
007930             MOVE "FAILED - OWNER" TO DST-DLP-STATUS
007940         END-IF
007950         ADD 1 TO DST-DELIVERED-COUNT
007960     END-IF.
007970     MOVE DST-LINE-DELIVERY TO D6-TEXT.
007980     WRITE D6-RECORD.
007990     GO TO 4200-EXIT.
008000 4200-EXIT.
008010     EXIT.
008020
008030*-----------------------------------------------------------------
008040* 4300-WRITE-TRAILER - CLOSES THE BUNDLE WITH THE LIST OF WHAT
008050* IT HOLDS, FOR THE RECIPIENT TO CHECK AGAINST.
008060*-----------------------------------------------------------------
008070 4300-WRITE-TRAILER.
008080     MOVE DST-LINE-STARS TO D5-TEXT.
008090     WRITE D5-RECORD.
008100     MOVE SPACES TO D5-TEXT.
008110     STRING "END OF BUNDLE " DELIMITED BY SIZE
008120         DST-BDL-FILENAME(DST-BX) DELIMITED BY SPACE
008130         " FOR " DELIMITED BY SIZE
008140         DST-BDL-RECIPIENT(DST-BX) DELIMITED BY SPACE
008150         " - REPORTS INCLUDED" DELIMITED BY SIZE
008160         INTO D5-TEXT
008170     END-STRING.
008180     WRITE D5-RECORD.
008190     PERFORM 4310-TRAILER-ONE-DELIVERY THRU 4310-EXIT
008200             VARYING DST-DX FROM 1 BY 1
008210             UNTIL DST-DX > DST-DELIV-COUNT.
008220     MOVE DST-LINE-STARS TO D5-TEXT.
008230     WRITE D5-RECORD.
008240     GO TO 4300-EXIT.
008250 4300-EXIT.
008260     EXIT.
008270
008280 4310-TRAILER-ONE-DELIVERY.
008290     IF DST-DLV-BUNDLE(DST-DX) NOT = DST-BX
008300         GO TO 4310-EXIT
008310     END-IF.
008320     MOVE DST-DLV-STEP(DST-DX) TO DST-IX.
008330     MOVE DST-DLV-MAP(DST-DX) TO DST-IY.
008340     MOVE DST-STP-JOB(DST-IX) TO DST-TRL-JOB.
008350     MOVE DST-STP-STEP(DST-IX) TO DST-TRL-STEP.
008360     MOVE DST-STP-SRC(DST-IX) TO DST-TRL-SRC.
008370     MOVE DST-STP-RC(DST-IX) TO DST-TRL-RC.
008380     IF DST-MAP-MODE(DST-IY) = "H"
008390         MOVE "HEX" TO DST-TRL-MODE
008400     ELSE
008410         MOVE "CHAR" TO DST-TRL-MODE
008420     END-IF.
008430     MOVE DST-MAP-COPIES(DST-IY) TO DST-TRL-COPIES.
008440     MOVE DST-DLV-PAGES(DST-DX) TO DST-TRL-PAGES.
008450     IF DST-DLV-FOUND(DST-DX) = "N"
008460         MOVE "OUTPUT MISSING" TO DST-TRL-NOTE
008470     ELSE
008480         MOVE SPACES TO DST-TRL-NOTE
008490     END-IF.
008500     MOVE DST-LINE-TRAILER TO D5-TEXT.
008510     WRITE D5-RECORD.
008520     GO TO 4310-EXIT.
008530 4310-EXIT.
008540     EXIT.
008550
008560*=================================================================
008570* 5000-FORMAT-ONE-COPY
008580* ONE COPY OF ONE STEP'S OUTPUT, FORMATTED EXACTLY AS OUTPRINT
008590* FORMATS IT - CHARACTER MODE ASSEMBLES LINES ON THE NEWLINE
008600* BYTE, FOLDS AT THE PRINT WIDTH AND MASKS NON-PRINTABLE BYTES;
008610* HEX MODE DUMPS SIXTEEN BYTES PER LINE - UNDER OUTPRINT'S PAGE
008620* HEADING, PAGES NUMBERED FROM 1 FOR EACH COPY.
008630*=================================================================
008640 5000-FORMAT-ONE-COPY.
008650     OPEN INPUT D4.
008660     IF NOT (DST-FS-D4 = "00")
008670         MOVE SPACES TO D5-TEXT
008680         STRING "*** OUTPUT DATASET NOT FOUND - "
008690             DELIMITED BY SIZE
008700             DST-OUT-FILENAME DELIMITED BY SIZE
008710             INTO D5-TEXT
008720         END-STRING
008730         WRITE D5-RECORD
008740         MOVE "N" TO DST-DLV-FOUND(DST-DX)
008750         GO TO 5000-EXIT
008760     END-IF.
008770     MOVE "N" TO DST-EOF-D4-SW.
008780     MOVE ZERO TO DST-PAGE-NO.
008790     MOVE ZERO TO DST-COL.
008800     MOVE ZERO TO DST-HEX-COUNT.
008810     MOVE ZERO TO DST-OFFSET.
008820     MOVE SPACES TO DST-PRINT-BODY.
008830     MOVE SPACES TO D5-TEXT.
008840     PERFORM 5800-PAGE-HEADING THRU 5800-EXIT.
008850     IF DST-HEX-MODE
008860         PERFORM 5300-FORMAT-HEX THRU 5300-EXIT
008870                 UNTIL DST-EOF-D4
008880         PERFORM 5400-FLUSH-HEX-LINE THRU 5400-EXIT
008890     ELSE
008900         PERFORM 5100-FORMAT-CHARACTER THRU 5100-EXIT
008910                 UNTIL DST-EOF-D4
008920         PERFORM 5200-FLUSH-PRINT-LINE THRU 5200-EXIT
008930     END-IF.
008940     CLOSE D4.
008950     IF DST-COPY = 1
008960         MOVE DST-PAGE-NO TO DST-DLV-PAGES(DST-DX)
008970     END-IF.
008980     GO TO 5000-EXIT.
008990 5000-EXIT.
009000     EXIT.
009010
009020 5100-FORMAT-CHARACTER.
009030     PERFORM 5110-READ-BYTE THRU 5110-EXIT.
009040     IF DST-EOF-D4
009050         GO TO 5100-EXIT
009060     END-IF.
009070     IF DST-CURRENT-BYTE = DST-NEWLINE-BYTE
009080         PERFORM 5200-FLUSH-PRINT-LINE THRU 5200-EXIT
009090         GO TO 5100-EXIT
009100     END-IF.
009110     IF DST-COL >= 132
009120         PERFORM 5200-FLUSH-PRINT-LINE THRU 5200-EXIT
009130     END-IF.
009140     ADD 1 TO DST-COL.
009150     PERFORM 5500-MASK-UNPRINTABLE THRU 5500-EXIT.
009160     MOVE DST-CURRENT-BYTE TO DST-PRINT-BODY(DST-COL:1).
009170     GO TO 5100-EXIT.
009180 5100-EXIT.
009190     EXIT.
009200
009210 5110-READ-BYTE.
009220     READ D4
009230         AT END
009240             SET DST-EOF-D4 TO TRUE
009250             GO TO 5110-EXIT
009260     END-READ.
009270     MOVE D4-CHAR TO DST-CURRENT-BYTE.
009280     ADD 1 TO DST-BYTES-READ.
009290     GO TO 5110-EXIT.
009300 5110-EXIT.
009310     EXIT.
009320
009330 5200-FLUSH-PRINT-LINE.
009340     IF DST-EOF-D4 AND DST-COL = ZERO
009350         GO TO 5200-EXIT
009360     END-IF.
009370     MOVE DST-PRINT-BODY TO D5-TEXT.
009380     PERFORM 5700-WRITE-PRINT-LINE THRU 5700-EXIT.
009390     MOVE SPACES TO DST-PRINT-BODY.
009400     MOVE ZERO TO DST-COL.
009410     GO TO 5200-EXIT.
009420 5200-EXIT.
009430     EXIT.
009440
009450 5300-FORMAT-HEX.
009460     PERFORM 5110-READ-BYTE THRU 5110-EXIT.
009470     IF DST-EOF-D4
009480         GO TO 5300-EXIT
009490     END-IF.
009500     IF DST-HEX-COUNT = ZERO
009510         MOVE DST-OFFSET TO DST-PRT-OFFSET
009520         MOVE SPACES TO DST-PRT-HEX-AREA
009530         MOVE SPACES TO DST-PRT-CHAR-AREA
009540     END-IF.
009550     ADD 1 TO DST-HEX-COUNT.
009560     ADD 1 TO DST-OFFSET.
009570     COMPUTE DST-BYTE-VALUE =
009580         FUNCTION ORD(DST-CURRENT-BYTE) - 1.
009590     DIVIDE DST-BYTE-VALUE BY 16
009600             GIVING DST-HEX-HI REMAINDER DST-HEX-LO.
009610     COMPUTE DST-HEX-POS = (DST-HEX-COUNT - 1) * 3 + 1.
009620     MOVE DST-HEX-DIGITS(DST-HEX-HI + 1:1)
009630         TO DST-PRT-HEX-AREA(DST-HEX-POS:1).
009640     MOVE DST-HEX-DIGITS(DST-HEX-LO + 1:1)
009650         TO DST-PRT-HEX-AREA(DST-HEX-POS + 1:1).
009660     PERFORM 5500-MASK-UNPRINTABLE THRU 5500-EXIT.
009670     MOVE DST-CURRENT-BYTE
009680         TO DST-PRT-CHAR-AREA(DST-HEX-COUNT:1).
009690     IF DST-HEX-COUNT >= 16
009700         PERFORM 5400-FLUSH-HEX-LINE THRU 5400-EXIT
009710     END-IF.
009720     GO TO 5300-EXIT.
009730 5300-EXIT.
009740     EXIT.
009750
009760 5400-FLUSH-HEX-LINE.
009770     IF DST-HEX-COUNT = ZERO
009780         GO TO 5400-EXIT
009790     END-IF.
009800     MOVE DST-LINE-HEX TO D5-TEXT.
009810     PERFORM 5700-WRITE-PRINT-LINE THRU 5700-EXIT.
009820     MOVE ZERO TO DST-HEX-COUNT.
009830     GO TO 5400-EXIT.
009840 5400-EXIT.
009850     EXIT.
009860
009870*-----------------------------------------------------------------
009880* 5500-MASK-UNPRINTABLE - AS IN OUTPRINT, FUNCTION ORD IS USED
009890* BECAUSE NO ORDINARY VERB TURNS A CHARACTER INTO ITS BYTE VALUE.
009900*-----------------------------------------------------------------
009910 5500-MASK-UNPRINTABLE.
009920     COMPUTE DST-BYTE-VALUE =
009930         FUNCTION ORD(DST-CURRENT-BYTE) - 1.
009940     IF DST-BYTE-VALUE < 32 OR DST-BYTE-VALUE > 126
009950         MOVE "." TO DST-CURRENT-BYTE
009960     END-IF.
009970     GO TO 5500-EXIT.
009980 5500-EXIT.
009990     EXIT.
010000
010010 5700-WRITE-PRINT-LINE.
010020     IF DST-PAGE-LINES >= DST-LINES-PER-PAGE
010030         PERFORM 5800-PAGE-HEADING THRU 5800-EXIT
010040     END-IF.
010050     WRITE D5-RECORD.
010060     ADD 1 TO DST-PAGE-LINES.
010070     GO TO 5700-EXIT.
010080 5700-EXIT.
010090     EXIT.
010100
010110 5800-PAGE-HEADING.
010120     MOVE D5-TEXT TO DST-PRINT-BODY-SAVE.
010130     ADD 1 TO DST-PAGE-NO.
010140     MOVE DST-OUT-FILENAME TO DST-PRT-SRC.
010150     MOVE DST-RUN-DATE TO DST-PRT-DATE.
010160     MOVE DST-PAGE-NO TO DST-PRT-PAGE.
010170     MOVE DST-LINE-HEADING TO D5-TEXT.
010180     WRITE D5-RECORD.
010190     MOVE SPACES TO D5-TEXT.
010200     WRITE D5-RECORD.
010210     MOVE 2 TO DST-PAGE-LINES.
010220     MOVE DST-PRINT-BODY-SAVE TO D5-TEXT.
010230     GO TO 5800-EXIT.
010240 5800-EXIT.
010250     EXIT.
010260
010270*=================================================================
010280* 6000-LIST-UNSENT
010290* LISTS EVERY STEP THAT HAD NO RECIPIENT, THEN EVERY FAILED STEP
010300* HELD BACK BECAUSE THE FAILED-STEP OPTION WAS OFF.
010310*=================================================================
010320 6000-LIST-UNSENT.
010330     MOVE DST-LINE-BLANK TO D6-TEXT.
010340     WRITE D6-RECORD.
010350     MOVE "STEPS WITH NO RECIPIENT" TO D6-TEXT.
010360     WRITE D6-RECORD.
010370     IF DST-NO-RECIPIENT-COUNT = ZERO
010380         MOVE "  NONE" TO D6-TEXT
010390         WRITE D6-RECORD
010400     END-IF.
010410     PERFORM 6100-LIST-NO-RECIPIENT THRU 6100-EXIT
010420             VARYING DST-IX FROM 1 BY 1
010430             UNTIL DST-IX > DST-STEP-COUNT.
010440     IF DST-FAILED-COUNT > ZERO
010450         MOVE DST-LINE-BLANK TO D6-TEXT
010460         WRITE D6-RECORD
010470         MOVE "FAILED STEPS NOT DISTRIBUTED" TO D6-TEXT
010480         WRITE D6-RECORD
010490         PERFORM 6200-LIST-FAILED THRU 6200-EXIT
010500                 VARYING DST-IX FROM 1 BY 1
010510                 UNTIL DST-IX > DST-STEP-COUNT
010520     END-IF.
010530     GO TO 6000-EXIT.
010540 6000-EXIT.
010550     EXIT.
010560
010570 6100-LIST-NO-RECIPIENT.
010580     IF DST-STP-STATUS(DST-IX) NOT = "N"
010590         GO TO 6100-EXIT
010600     END-IF.
010610     PERFORM 6900-WRITE-UNSENT THRU 6900-EXIT.
010620     GO TO 6100-EXIT.
010630 6100-EXIT.
010640     EXIT.
010650
010660 6200-LIST-FAILED.
010670     IF DST-STP-STATUS(DST-IX) NOT = "F"
010680         GO TO 6200-EXIT
010690     END-IF.
010700     PERFORM 6900-WRITE-UNSENT THRU 6900-EXIT.
010710     GO TO 6200-EXIT.
010720 6200-EXIT.
010730     EXIT.
010740
010750 6900-WRITE-UNSENT.
010760     MOVE DST-STP-JOB(DST-IX) TO DST-UNS-JOB.
010770     MOVE DST-STP-STEP(DST-IX) TO DST-UNS-STEP.
010780     MOVE DST-STP-SRC(DST-IX) TO DST-UNS-SRC.
010790     MOVE DST-STP-RC(DST-IX) TO DST-UNS-RC.
010800     MOVE DST-LINE-UNSENT TO D6-TEXT.
010810     WRITE D6-RECORD.
010820     GO TO 6900-EXIT.
010830 6900-EXIT.
010840     EXIT.
010850
010860*=================================================================
010870* 9000-TERMINATE
010880* PRINTS THE TOTALS, CLOSES THE FILES AND PASSES BACK THE WORST
010890* CONDITION SEEN - 4 FOR A DROPPED ROUTING OR A MISSING OUTPUT
010900* DATASET.
010910*=================================================================
010920 9000-TERMINATE.
010930     MOVE DST-LINE-BLANK TO D6-TEXT.
010940     WRITE D6-RECORD.
010950     MOVE DST-DELIVERED-COUNT TO DST-PRT-TOT-DELIVERED.
010960     MOVE DST-BUNDLES-WRITTEN TO DST-PRT-TOT-BUNDLES.
010970     MOVE DST-NO-RECIPIENT-COUNT TO DST-PRT-TOT-NO-RECIP.
010980     MOVE DST-FAILED-COUNT TO DST-PRT-TOT-FAILED.
010990     MOVE DST-MISSING-COUNT TO DST-PRT-TOT-MISSING.
011000     MOVE DST-LINE-TOTALS TO D6-TEXT.
011010     WRITE D6-RECORD.
011020     CLOSE D2.
011030     CLOSE D6.
011040     IF DST-RETURN-CODE > ZERO
011050         MOVE DST-RETURN-CODE TO RETURN-CODE
011060     END-IF.
011070     GO TO 9000-EXIT.
011080 9000-EXIT.
011090     EXIT.
