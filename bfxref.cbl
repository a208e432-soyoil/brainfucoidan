000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BFXREF.
000030 AUTHOR. D JARRETT.
000040 INSTALLATION. DATALOGIC SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------------
000120* 10/15/2026 DJ    ORIGINAL - STATIC CROSS-REFERENCE AND LINT
000130*                  LISTING FOR A LOOSE SOURCE FILE OR A CATALOGED
000140*                  LIBRARY MEMBER, ONE LISTING PER PARAMETER
000150*                  CARD, WITHOUT RUNNING THE PROGRAM.  EVERY
000160*                  SOURCE LINE IS PRINTED WITH ITS LINE NUMBER
000170*                  AND BRACKET NESTING DEPTH; EVERY LOOP GETS A
000180*                  NUMBER WITH ITS OPENING AND CLOSING LINE AND
000190*                  COLUMN; THE SUMMARY GIVES A STATIC COUNT OF
000200*                  EACH OF THE EIGHT OPCODES AND THE COMMENT-TO-
000210*                  CODE RATIO.  WARNS ON AN EMPTY LOOP, A < AHEAD
000220*                  OF ANY >, A COMMA IN A PROGRAM WHOSE CONTROL
000230*                  CARD HAS NO INPUT TAPE OR PIPE, AND NESTING
000240*                  DEEPER THAN THE INTERPRETER'S BRACKET STACK;
000250*                  UNMATCHED BRACKETS ARE ERRORS, AS THE
000260*                  INTERPRETER'S PRE-FLIGHT PASS TREATS THEM.
000261* 10/15/2026 DJ    A ++INCLUDE LINE IN A LIBRARY MEMBER IS LISTED
000262*                  BUT NOT SCANNED - IT IS A DIRECTIVE, NOT CODE.
000263*                  THE INCLUDED TEXT IS NOT EXPANDED HERE, SO
000264*                  THE MEMBER IS CHECKED AS WRITTEN.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310*    X1 - PARAMETER CARDS, ONE PER PROGRAM TO BE LISTED - A
000320*    LOOSE SOURCE FILE NAME, OR A LIBRARY MEMBER NAME.
000330     SELECT X1 ASSIGN TO "XRFPARM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS XRF-FS-X1.
000360*    X2 - A LOOSE SOURCE FILE, READ AS TEXT LINES THE SAME WAY
000370*    THE INTERPRETER'S F1 READS IT.
000380     SELECT X2 ASSIGN TO DYNAMIC XRF-SRC-FILENAME
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS XRF-FS-X2.
000410*    X3 - THE CATALOGED SOURCE LIBRARY, READ WHEN THE CARD NAMES
000420*    A MEMBER.
000430     SELECT X3 ASSIGN TO "SRCLIB"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SL-KEY
000470         FILE STATUS IS XRF-FS-X3.
000480*    X4 - THE CONTROL DECK, READ ONLY TO FIND THE STEPS THAT RUN
000490*    THE LISTED PROGRAM WHEN IT READS INPUT.  A DECK THAT IS NOT
000500*    THERE SIMPLY MEANS THAT CHECK IS NOT MADE.
000510     SELECT X4 ASSIGN TO "CONTROL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS XRF-FS-X4.
000540*    X5 - EXISTENCE PROBE - A STEP'S INPUT TAPE IS OPENED UNDER
000550*    THIS DYNAMIC NAME AND CLOSED AGAIN, NEVER READ.
000560     SELECT X5 ASSIGN TO DYNAMIC XRF-PROBE-FILENAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS XRF-FS-X5.
000590*    X6 - THE PRINTED CROSS-REFERENCE LISTING.
000600     SELECT X6 ASSIGN TO "XREFLIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS XRF-FS-X6.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  X1
000660     LABEL RECORDS ARE STANDARD.
000670 01  X1-RECORD.
000680     03  X1-SRC-FILE             PIC X(080).
000690     03  X1-MEMBER-NAME          PIC X(008).
000700     03  FILLER                  PIC X(012).
000710
000720 FD  X2
000730     LABEL RECORDS ARE STANDARD.
000740 01  X2-RECORD.
000750     03  X2-TEXT                 PIC X(250).
000760
000770 FD  X3
000780     LABEL RECORDS ARE STANDARD.
000790     COPY SRCLIB.
000800
000810 FD  X4
000820     LABEL RECORDS ARE STANDARD.
000830 01  X4-RECORD.
000840     03  X4-SRC-FILE             PIC X(080).
000850     03  FILLER                  PIC X(041).
000860     03  X4-MEMBER-NAME          PIC X(008).
000870     03  X4-STEP-NAME            PIC X(008).
000880     03  FILLER                  PIC X(009).
000890     03  X4-PIPE-STEP            PIC X(008).
000900     03  FILLER                  PIC X(082).
000910
000920 FD  X5
000930     LABEL RECORDS ARE STANDARD.
000940 01  X5-RECORD.
000950     03  X5-TEXT                 PIC X(250).
000960
000970 FD  X6
000980     LABEL RECORDS ARE STANDARD.
000990 01  X6-RECORD.
001000     03  X6-TEXT                 PIC X(132).
001010 WORKING-STORAGE SECTION.
001020*---------------------------------------------------------------
001030* STANDALONE COUNTERS AND SWITCHES.
001040*---------------------------------------------------------------
001050 77  XRF-LINE-NO                 PIC 9(005) COMP VALUE ZERO.
001060 77  XRF-LINES-READ              PIC 9(005) COMP VALUE ZERO.
001070 77  XRF-LINE-LENGTH             PIC 9(005) COMP VALUE ZERO.
001080 77  XRF-TRAIL-SPACES            PIC 9(005) COMP VALUE ZERO.
001090 77  XRF-COL                     PIC 9(005) COMP VALUE ZERO.
001100 77  XRF-CHUNK-POS               PIC 9(005) COMP VALUE ZERO.
001110 77  XRF-DEPTH                   PIC 9(005) COMP VALUE ZERO.
001120 77  XRF-MAX-DEPTH               PIC 9(005) COMP VALUE ZERO.
001130 77  XRF-LOOP-IX                 PIC 9(005) COMP VALUE ZERO.
001140 77  XRF-CODE-CHARS              PIC 9(010) COMP VALUE ZERO.
001150 77  XRF-COMMENT-CHARS           PIC 9(010) COMP VALUE ZERO.
001160 77  XRF-WARNINGS                PIC 9(005) COMP VALUE ZERO.
001170 77  XRF-ERRORS                  PIC 9(005) COMP VALUE ZERO.
001180 77  XRF-FIRST-COMMA-LINE        PIC 9(005) COMP VALUE ZERO.
001190 77  XRF-FIRST-COMMA-COL         PIC 9(005) COMP VALUE ZERO.
001200 77  XRF-STEPS-CHECKED           PIC 9(005) COMP VALUE ZERO.
001210 77  XRF-PAGE-NO                 PIC 9(005) COMP VALUE ZERO.
001220 77  XRF-PAGE-LINES              PIC 9(003) COMP VALUE ZERO.
001230 77  XRF-LINES-PER-PAGE          PIC 9(003) COMP VALUE 56.
001240 77  XRF-RETURN-CODE             PIC 9(002) COMP VALUE ZERO.
001250*    THE INTERPRETER'S BRACKET STACK DEPTH (BF-BRACKET-STACK).
001260 77  XRF-STACK-LIMIT             PIC 9(005) COMP VALUE 10000.
001270*    THE MOST LOOPS THE LARGEST PROGRAM THE INTERPRETER CAN
001280*    LOAD (65500 SOURCE BYTES) COULD HOLD.
001290 77  XRF-LOOP-LIMIT              PIC 9(005) COMP VALUE 32750.
001300
001310 01  XRF-SWITCHES.
001320     03  XRF-EOF-X1-SW           PIC X(001) VALUE "N".
001330         88  XRF-EOF-X1              VALUE "Y".
001340     03  XRF-EOF-SOURCE-SW       PIC X(001) VALUE "N".
001350         88  XRF-EOF-SOURCE          VALUE "Y".
001360     03  XRF-EOF-X4-SW           PIC X(001) VALUE "N".
001370         88  XRF-EOF-X4              VALUE "Y".
001380     03  XRF-LIB-OPEN-SW         PIC X(001) VALUE "N".
001390         88  XRF-LIB-OPEN            VALUE "Y".
001400     03  XRF-SOURCE-OPEN-SW      PIC X(001) VALUE "N".
001410         88  XRF-SOURCE-OPEN         VALUE "Y".
001420     03  XRF-SEEN-GT-SW          PIC X(001) VALUE "N".
001430         88  XRF-SEEN-GT             VALUE "Y".
001440     03  XRF-DEPTH-WARNED-SW     PIC X(001) VALUE "N".
001450         88  XRF-DEPTH-WARNED        VALUE "Y".
001460     03  XRF-TABLE-FULL-SW       PIC X(001) VALUE "N".
001470         88  XRF-TABLE-FULL          VALUE "Y".
001480     03  XRF-FROM-LIBRARY-SW     PIC X(001) VALUE "N".
001490         88  XRF-FROM-LIBRARY        VALUE "Y".
001500
001510 01  XRF-FILE-STATUSES.
001520     03  XRF-FS-X1               PIC X(002).
001530     03  XRF-FS-X2               PIC X(002).
001540     03  XRF-FS-X3               PIC X(002).
001550     03  XRF-FS-X4               PIC X(002).
001560     03  XRF-FS-X5               PIC X(002).
001570     03  XRF-FS-X6               PIC X(002).
001580
001590*---------------------------------------------------------------
001600* THE PROGRAM BEING LISTED AND THE LINE CURRENTLY IN HAND.
001610*---------------------------------------------------------------
001620 01  XRF-SRC-FILENAME            PIC X(080) VALUE SPACES.
001630 01  XRF-MEMBER-NAME             PIC X(008) VALUE SPACES.
001640 01  XRF-MEMBER-VERSION          PIC 9(005) VALUE ZERO.
001650 01  XRF-MEMBER-DATE             PIC 9(008) VALUE ZERO.
001660 01  XRF-SRC-TEXT                PIC X(250) VALUE SPACES.
001670 01  XRF-CURRENT-BYTE            PIC X(001) VALUE SPACE.
001680 01  XRF-PROBE-FILENAME          PIC X(080) VALUE SPACES.
001690 01  XRF-RUN-DATE                PIC 9(008) VALUE ZERO.
001700 01  XRF-RATIO                   PIC 9(005)V99 VALUE ZERO.
001710 01  XRF-EDIT-NUMBER             PIC 9(005) VALUE ZERO.
001720
001730*---------------------------------------------------------------
001740* STATIC OPCODE COUNTS, IN THE ORDER THE STATISTICS REPORT
001750* CARRIES THEM.
001760*---------------------------------------------------------------
001770 01  XRF-OPCODE-COUNTS.
001780     03  XRF-CNT-PLUS            PIC 9(010) COMP VALUE ZERO.
001790     03  XRF-CNT-MINUS           PIC 9(010) COMP VALUE ZERO.
001800     03  XRF-CNT-LT              PIC 9(010) COMP VALUE ZERO.
001810     03  XRF-CNT-GT              PIC 9(010) COMP VALUE ZERO.
001820     03  XRF-CNT-DOT             PIC 9(010) COMP VALUE ZERO.
001830     03  XRF-CNT-COMMA           PIC 9(010) COMP VALUE ZERO.
001840     03  XRF-CNT-LBRACKET        PIC 9(010) COMP VALUE ZERO.
001850     03  XRF-CNT-RBRACKET        PIC 9(010) COMP VALUE ZERO.
001860
001870*---------------------------------------------------------------
001880* LOOP TABLE - ONE ENTRY PER [ IN SOURCE ORDER, SO THE ENTRY
001890* NUMBER IS THE LOOP NUMBER.  THE CLOSING LINE STAYS ZERO FOR A
001900* LOOP THAT IS NEVER CLOSED.
001910*---------------------------------------------------------------
001920 01  XRF-LOOP-TABLE.
001930     03  XRF-LOOP-COUNT          PIC 9(005) COMP VALUE ZERO.
001940     03  XRF-LOOP-ENTRY OCCURS 32750 TIMES.
001950         05  XRF-LOOP-DEPTH      PIC 9(005) COMP.
001960         05  XRF-LOOP-OPEN-LINE  PIC 9(005) COMP.
001970         05  XRF-LOOP-OPEN-COL   PIC 9(005) COMP.
001980         05  XRF-LOOP-CLOSE-LINE PIC 9(005) COMP.
001990         05  XRF-LOOP-CLOSE-COL  PIC 9(005) COMP.
002000
002010*---------------------------------------------------------------
002020* OPEN-LOOP STACK - THE LOOP NUMBER OF EACH [ NOT YET CLOSED,
002030* AND THE CODE CHARACTER COUNT JUST PAST IT, SO A ] THAT FINDS
002040* THE COUNT UNCHANGED KNOWS ITS LOOP BODY IS EMPTY.
002050*---------------------------------------------------------------
002060 01  XRF-STACK.
002070     03  XRF-STACK-ENTRY OCCURS 32750 TIMES.
002080         05  XRF-STACK-LOOP      PIC 9(005) COMP.
002090         05  XRF-STACK-CODE      PIC 9(010) COMP.
002100
002110*---------------------------------------------------------------
002120* LISTING PRINT LINES.
002130*---------------------------------------------------------------
002140 01  XRF-LINE-HEADING.
002150     03  FILLER                  PIC X(023)
002160         VALUE "SOURCE CROSS-REFERENCE ".
002170     03  XRF-PRT-SRC             PIC X(080).
002180     03  FILLER                  PIC X(010) VALUE " RUN DATE ".
002190     03  XRF-PRT-DATE            PIC 9(008).
002200     03  FILLER                  PIC X(006) VALUE " PAGE ".
002210     03  XRF-PRT-PAGE            PIC Z(004)9.
002220 01  XRF-LINE-MEMBER.
002230     03  FILLER                  PIC X(007) VALUE "MEMBER ".
002240     03  XRF-PRT-MEMBER          PIC X(008).
002250     03  FILLER                  PIC X(010) VALUE "   VERSION".
002260     03  XRF-PRT-VERSION         PIC Z(004)9.
002270     03  FILLER                  PIC X(009) VALUE "   ADDED ".
002280     03  XRF-PRT-MEMBER-DATE     PIC 9(008).
002290     03  FILLER                  PIC X(085) VALUE SPACES.
002300 01  XRF-LINE-COLUMNS.
002310     03  FILLER                  PIC X(013) VALUE " LINE  DEPTH ".
002320     03  FILLER                  PIC X(011) VALUE "SOURCE TEXT".
002330     03  FILLER                  PIC X(108) VALUE SPACES.
002340 01  XRF-LINE-SOURCE.
002350     03  XRF-PRT-LINE-NO         PIC Z(004)9.
002360     03  FILLER                  PIC X(001) VALUE SPACES.
002370     03  XRF-PRT-DEPTH           PIC Z(004)9.
002380     03  FILLER                  PIC X(002) VALUE SPACES.
002390     03  XRF-PRT-TEXT            PIC X(110).
002400     03  FILLER                  PIC X(009) VALUE SPACES.
002410 01  XRF-LINE-FINDING.
002420     03  FILLER                  PIC X(010) VALUE "      *** ".
002430     03  XRF-PRT-SEVERITY        PIC X(007).
002440     03  FILLER                  PIC X(006) VALUE " LINE ".
002450     03  XRF-PRT-FIND-LINE       PIC Z(004)9.
002460     03  FILLER                  PIC X(005) VALUE " COL ".
002470     03  XRF-PRT-FIND-COL        PIC ZZ9.
002480     03  FILLER                  PIC X(003) VALUE " - ".
002490     03  XRF-PRT-MESSAGE         PIC X(093).
002500 01  XRF-LINE-LOOP.
002510     03  FILLER                  PIC X(005) VALUE "LOOP ".
002520     03  XRF-PRT-LOOP-NO         PIC Z(004)9.
002530     03  FILLER                  PIC X(008) VALUE "  DEPTH ".
002540     03  XRF-PRT-LOOP-DEPTH      PIC Z(004)9.
002550     03  FILLER                  PIC X(013)
002560         VALUE "  OPENS LINE ".
002570     03  XRF-PRT-OPEN-LINE       PIC Z(004)9.
002580     03  FILLER                  PIC X(005) VALUE " COL ".
002590     03  XRF-PRT-OPEN-COL        PIC ZZ9.
002600     03  FILLER                  PIC X(014)
002610         VALUE "  CLOSES LINE ".
002620     03  XRF-PRT-CLOSE-LINE      PIC Z(004)9.
002630     03  FILLER                  PIC X(005) VALUE " COL ".
002640     03  XRF-PRT-CLOSE-COL       PIC ZZ9.
002650     03  FILLER                  PIC X(057) VALUE SPACES.
002660 01  XRF-LINE-COUNT.
002670     03  FILLER                  PIC X(002) VALUE SPACES.
002680     03  XRF-PRT-COUNT-LABEL     PIC X(030).
002690     03  XRF-PRT-COUNT           PIC Z(009)9.
002700     03  FILLER                  PIC X(090) VALUE SPACES.
002710 01  XRF-LINE-RATIO.
002720     03  FILLER                  PIC X(002) VALUE SPACES.
002730     03  FILLER                  PIC X(030)
002740         VALUE "COMMENT-TO-CODE RATIO".
002750     03  FILLER                  PIC X(003) VALUE SPACES.
002760     03  XRF-PRT-RATIO           PIC Z(004)9.99.
002770     03  FILLER                  PIC X(089) VALUE SPACES.
002780 01  XRF-PRINT-BODY-SAVE         PIC X(132) VALUE SPACES.
002790 PROCEDURE DIVISION.
002800
002810*=================================================================
002820* 0000-MAINLINE
002830* PRODUCES ONE CROSS-REFERENCE LISTING PER PARAMETER CARD UNTIL
002840* THE CARDS ARE EXHAUSTED.
002850*=================================================================
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880     PERFORM 2000-LIST-ONE-PROGRAM THRU 2000-EXIT
002890             UNTIL XRF-EOF-X1.
002900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002910     STOP RUN.
002920
002930*=================================================================
002940* 1000-INITIALIZE
002950* OPENS THE PARAMETER CARDS AND THE LISTING, TRIES THE SOURCE
002960* LIBRARY (CARDS THAT NAME ONLY LOOSE FILES LIST FINE WITHOUT
002970* ONE), AND PRIMES THE FIRST CARD.
002980*=================================================================
002990 1000-INITIALIZE.
003000     OPEN INPUT X1.
003010     IF NOT (XRF-FS-X1 = "00")
003020         DISPLAY "BFXREF: UNABLE TO OPEN PARAMETER FILE"
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     OPEN OUTPUT X6.
003070     IF NOT (XRF-FS-X6 = "00")
003080         DISPLAY "BFXREF: UNABLE TO OPEN LISTING FILE"
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     OPEN INPUT X3.
003130     IF XRF-FS-X3 = "00"
003140         SET XRF-LIB-OPEN TO TRUE
003150     END-IF.
003160     ACCEPT XRF-RUN-DATE FROM DATE YYYYMMDD.
003170     PERFORM 2100-READ-PARM-CARD THRU 2100-EXIT.
003180     IF XRF-EOF-X1
003190         DISPLAY "BFXREF: PARAMETER FILE IS EMPTY"
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     GO TO 1000-EXIT.
003240 1000-EXIT.
003250     EXIT.
003260
003270*=================================================================
003280* 2000-LIST-ONE-PROGRAM
003290* LISTS THE PROGRAM NAMED ON THE CURRENT CARD: THE NUMBERED
003300* SOURCE LINES WITH THEIR FINDINGS, THEN THE LOOP TABLE, THEN
003310* THE STATIC COUNTS.  EACH PROGRAM STARTS A NEW PAGE.
003320*=================================================================
003330 2000-LIST-ONE-PROGRAM.
003340     IF X1-SRC-FILE = SPACES AND X1-MEMBER-NAME = SPACES
003350         PERFORM 2100-READ-PARM-CARD THRU 2100-EXIT
003360         GO TO 2000-EXIT
003370     END-IF.
003380     PERFORM 2200-RESET-PROGRAM THRU 2200-EXIT.
003390     PERFORM 4100-PAGE-HEADING THRU 4100-EXIT.
003400     IF XRF-FROM-LIBRARY
003410         PERFORM 2300-OPEN-MEMBER THRU 2300-EXIT
003420     ELSE
003430         PERFORM 2400-OPEN-SOURCE-FILE THRU 2400-EXIT
003440     END-IF.
003450     IF NOT XRF-SOURCE-OPEN
003460         PERFORM 2100-READ-PARM-CARD THRU 2100-EXIT
003470         GO TO 2000-EXIT
003480     END-IF.
003490     MOVE XRF-LINE-COLUMNS TO X6-TEXT.
003500     PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT.
003510     PERFORM 3000-LIST-ONE-LINE THRU 3000-EXIT
003520             UNTIL XRF-EOF-SOURCE.
003530     MOVE XRF-LINE-NO TO XRF-LINES-READ.
003540     IF XRF-FROM-LIBRARY
003550         CONTINUE
003560     ELSE
003570         CLOSE X2
003580     END-IF.
003590     PERFORM 5000-CHECK-UNCLOSED-LOOPS THRU 5000-EXIT.
003600     IF XRF-CNT-COMMA > ZERO
003610         PERFORM 5100-CHECK-INPUT-TAPES THRU 5100-EXIT
003620     END-IF.
003630     PERFORM 6000-PRINT-LOOP-TABLE THRU 6000-EXIT.
003640     PERFORM 6500-PRINT-SUMMARY THRU 6500-EXIT.
003650     PERFORM 2100-READ-PARM-CARD THRU 2100-EXIT.
003660     GO TO 2000-EXIT.
003670 2000-EXIT.
003680     EXIT.
003690
003700 2100-READ-PARM-CARD.
003710     READ X1
003720         AT END
003730             SET XRF-EOF-X1 TO TRUE
003740     END-READ.
003750     GO TO 2100-EXIT.
003760 2100-EXIT.
003770     EXIT.
003780
003790*-----------------------------------------------------------------
003800* 2200-RESET-PROGRAM - CLEARS EVERY COUNT, TABLE AND SWITCH SO
003810* ONE LISTING'S FIGURES NEVER LEAK INTO THE NEXT.
003820*-----------------------------------------------------------------
003830 2200-RESET-PROGRAM.
003840     MOVE X1-SRC-FILE TO XRF-SRC-FILENAME.
003850     MOVE X1-MEMBER-NAME TO XRF-MEMBER-NAME.
003860     IF XRF-MEMBER-NAME NOT = SPACES
003870         SET XRF-FROM-LIBRARY TO TRUE
003880     ELSE
003890         MOVE "N" TO XRF-FROM-LIBRARY-SW
003900     END-IF.
003910     MOVE ZERO TO XRF-MEMBER-VERSION.
003920     MOVE ZERO TO XRF-MEMBER-DATE.
003930     MOVE ZERO TO XRF-LINE-NO.
003940     MOVE ZERO TO XRF-LINES-READ.
003950     MOVE ZERO TO XRF-COL.
003960     MOVE ZERO TO XRF-DEPTH.
003970     MOVE ZERO TO XRF-MAX-DEPTH.
003980     MOVE ZERO TO XRF-LOOP-COUNT.
003990     MOVE ZERO TO XRF-CODE-CHARS.
004000     MOVE ZERO TO XRF-COMMENT-CHARS.
004010     MOVE ZERO TO XRF-WARNINGS.
004020     MOVE ZERO TO XRF-ERRORS.
004030     MOVE ZERO TO XRF-FIRST-COMMA-LINE.
004040     MOVE ZERO TO XRF-FIRST-COMMA-COL.
004050     MOVE ZERO TO XRF-STEPS-CHECKED.
004060     INITIALIZE XRF-OPCODE-COUNTS.
004070     MOVE "N" TO XRF-EOF-SOURCE-SW.
004080     MOVE "N" TO XRF-SOURCE-OPEN-SW.
004090     MOVE "N" TO XRF-SEEN-GT-SW.
004100     MOVE "N" TO XRF-DEPTH-WARNED-SW.
004110     MOVE "N" TO XRF-TABLE-FULL-SW.
004120     GO TO 2200-EXIT.
004130 2200-EXIT.
004140     EXIT.
004150
004160*-----------------------------------------------------------------
004170* 2300-OPEN-MEMBER - READS THE MEMBER'S DIRECTORY HEADER, PRINTS
004180* ITS VERSION AND DATE UNDER THE PAGE HEADING, AND LEAVES THE
004190* LIBRARY POSITIONED FOR 3010 TO READ THE SOURCE LINES.
004200*-----------------------------------------------------------------
004210 2300-OPEN-MEMBER.
004220     IF NOT XRF-LIB-OPEN
004230         MOVE "SOURCE LIBRARY NOT AVAILABLE" TO XRF-PRT-MESSAGE
004240         PERFORM 3910-WRITE-ERROR THRU 3910-EXIT
004250         GO TO 2300-EXIT
004260     END-IF.
004270     MOVE XRF-MEMBER-NAME TO SL-MEMBER.
004280     MOVE ZERO TO SL-LINE-NO.
004290     READ X3
004300         INVALID KEY
004310             MOVE "MEMBER NOT CATALOGED" TO XRF-PRT-MESSAGE
004320             PERFORM 3910-WRITE-ERROR THRU 3910-EXIT
004330             GO TO 2300-EXIT
004340     END-READ.
004350     MOVE SL-VERSION TO XRF-MEMBER-VERSION.
004360     MOVE SL-DATE-ADDED TO XRF-MEMBER-DATE.
004370     MOVE XRF-MEMBER-NAME TO XRF-PRT-MEMBER.
004380     MOVE XRF-MEMBER-VERSION TO XRF-PRT-VERSION.
004390     MOVE XRF-MEMBER-DATE TO XRF-PRT-MEMBER-DATE.
004400     MOVE XRF-LINE-MEMBER TO X6-TEXT.
004410     PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT.
004420     MOVE SPACES TO X6-TEXT.
004430     PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT.
004440     SET XRF-SOURCE-OPEN TO TRUE.
004450     GO TO 2300-EXIT.
004460 2300-EXIT.
004470     EXIT.
004480
004490 2400-OPEN-SOURCE-FILE.
004500     OPEN INPUT X2.
004510     IF NOT (XRF-FS-X2 = "00")
004520         MOVE "SOURCE FILE NOT FOUND" TO XRF-PRT-MESSAGE
004530         PERFORM 3910-WRITE-ERROR THRU 3910-EXIT
004540         GO TO 2400-EXIT
004550     END-IF.
004560     SET XRF-SOURCE-OPEN TO TRUE.
004570     GO TO 2400-EXIT.
004580 2400-EXIT.
004590     EXIT.
004600
004610*=================================================================
004620* 3000-LIST-ONE-LINE
004630* PRINTS ONE SOURCE LINE WITH ITS NUMBER AND THE NESTING DEPTH
004640* IN FORCE AT ITS FIRST COLUMN, THEN SCANS IT CHARACTER BY
004650* CHARACTER, PRINTING ANY FINDING UNDER THE LINE IT CONCERNS.
004660* TRAILING BLANKS ARE TRIMMED AS THE INTERPRETER TRIMS THEM.
004670*=================================================================
004680 3000-LIST-ONE-LINE.
004690     PERFORM 3010-READ-SOURCE-LINE THRU 3010-EXIT.
004700     IF XRF-EOF-SOURCE
004710         GO TO 3000-EXIT
004720     END-IF.
004730     ADD 1 TO XRF-LINE-NO.
004740     MOVE 250 TO XRF-LINE-LENGTH.
004750     MOVE ZERO TO XRF-TRAIL-SPACES.
004760     INSPECT XRF-SRC-TEXT TALLYING XRF-TRAIL-SPACES
004770             FOR TRAILING SPACES.
004780     SUBTRACT XRF-TRAIL-SPACES FROM XRF-LINE-LENGTH.
004790     PERFORM 3100-PRINT-SOURCE-LINE THRU 3100-EXIT.
004791     IF XRF-FROM-LIBRARY AND XRF-SRC-TEXT(1:10) = "++INCLUDE "
004792         GO TO 3000-EXIT
004793     END-IF.
004800     PERFORM 3200-SCAN-CHAR THRU 3200-EXIT
004810             VARYING XRF-COL FROM 1 BY 1
004820             UNTIL XRF-COL > XRF-LINE-LENGTH.
004830     GO TO 3000-EXIT.
004840 3000-EXIT.
004850     EXIT.
004860
004870*-----------------------------------------------------------------
004880* 3010-READ-SOURCE-LINE - THE NEXT LINE OF THE LOOSE FILE, OR OF
004890* THE MEMBER UNTIL THE LIBRARY KEY MOVES ON TO ANOTHER MEMBER.
004900*-----------------------------------------------------------------
004910 3010-READ-SOURCE-LINE.
004920     IF XRF-FROM-LIBRARY
004930         READ X3 NEXT RECORD
004940             AT END
004950                 SET XRF-EOF-SOURCE TO TRUE
004960                 GO TO 3010-EXIT
004970         END-READ
004980         IF SL-MEMBER NOT = XRF-MEMBER-NAME
004990             SET XRF-EOF-SOURCE TO TRUE
005000             GO TO 3010-EXIT
005010         END-IF
005020         MOVE SL-TEXT TO XRF-SRC-TEXT
005030     ELSE
005040         READ X2
005050             AT END
005060                 SET XRF-EOF-SOURCE TO TRUE
005070                 GO TO 3010-EXIT
005080         END-READ
005090         MOVE X2-TEXT TO XRF-SRC-TEXT
005100     END-IF.
005110     GO TO 3010-EXIT.
005120 3010-EXIT.
005130     EXIT.
005140
005150*-----------------------------------------------------------------
005160* 3100-PRINT-SOURCE-LINE - THE NUMBERED LINE, FOLDED ONTO
005170* UN-NUMBERED CONTINUATION LINES WHEN IT IS WIDER THAN THE
005180* TEXT COLUMN.
005190*-----------------------------------------------------------------
005200 3100-PRINT-SOURCE-LINE.
005210     MOVE XRF-LINE-NO TO XRF-PRT-LINE-NO.
005220     MOVE XRF-DEPTH TO XRF-PRT-DEPTH.
005230     MOVE XRF-SRC-TEXT(1:110) TO XRF-PRT-TEXT.
005240     MOVE XRF-LINE-SOURCE TO X6-TEXT.
005250     PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT.
005260     PERFORM 3110-PRINT-CONTINUATION THRU 3110-EXIT
005270             VARYING XRF-CHUNK-POS FROM 111 BY 110
005280             UNTIL XRF-CHUNK-POS > XRF-LINE-LENGTH.
005290     GO TO 3100-EXIT.
005300 3100-EXIT.
005310     EXIT.
005320
005330 3110-PRINT-CONTINUATION.
005340     IF XRF-CHUNK-POS > 140
005350         MOVE XRF-SRC-TEXT(XRF-CHUNK-POS:) TO XRF-PRT-TEXT
005360     ELSE
005370         MOVE XRF-SRC-TEXT(XRF-CHUNK-POS:110) TO XRF-PRT-TEXT
005380     END-IF.
005390     MOVE XRF-LINE-SOURCE TO X6-TEXT.
005400     MOVE SPACES TO X6-TEXT(1:11).
005410     PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT.
005420     GO TO 3110-EXIT.
005430 3110-EXIT.
005440     EXIT.
005450
005460*-----------------------------------------------------------------
005470* 3200-SCAN-CHAR - COUNTS ONE CHARACTER AS AN OPCODE OR AS
005480* COMMENT TEXT (BLANKS ARE LAYOUT, NOT COMMENT) AND MAKES THE
005490* PER-CHARACTER CHECKS.
005500*-----------------------------------------------------------------
005510 3200-SCAN-CHAR.
005520     MOVE XRF-SRC-TEXT(XRF-COL:1) TO XRF-CURRENT-BYTE.
005530     EVALUATE XRF-CURRENT-BYTE
005540         WHEN "+"
005550             ADD 1 TO XRF-CNT-PLUS XRF-CODE-CHARS
005560         WHEN "-"
005570             ADD 1 TO XRF-CNT-MINUS XRF-CODE-CHARS
005580         WHEN "<"
005590             ADD 1 TO XRF-CNT-LT XRF-CODE-CHARS
005600             IF NOT XRF-SEEN-GT
005610                 MOVE "< AHEAD OF ANY > CAN MOVE BELOW CELL 1"
005620                     TO XRF-PRT-MESSAGE
005630                 PERFORM 3900-WRITE-WARNING THRU 3900-EXIT
005640             END-IF
005650         WHEN ">"
005660             ADD 1 TO XRF-CNT-GT XRF-CODE-CHARS
005670             SET XRF-SEEN-GT TO TRUE
005680         WHEN "."
005690             ADD 1 TO XRF-CNT-DOT XRF-CODE-CHARS
005700         WHEN ","
005710             ADD 1 TO XRF-CNT-COMMA XRF-CODE-CHARS
005720             IF XRF-FIRST-COMMA-LINE = ZERO
005730                 MOVE XRF-LINE-NO TO XRF-FIRST-COMMA-LINE
005740                 MOVE XRF-COL TO XRF-FIRST-COMMA-COL
005750             END-IF
005760         WHEN "["
005770             ADD 1 TO XRF-CNT-LBRACKET XRF-CODE-CHARS
005780             PERFORM 3300-OPEN-LOOP THRU 3300-EXIT
005790         WHEN "]"
005800             ADD 1 TO XRF-CNT-RBRACKET XRF-CODE-CHARS
005810             PERFORM 3400-CLOSE-LOOP THRU 3400-EXIT
005820         WHEN SPACE
005830             CONTINUE
005840         WHEN OTHER
005850             ADD 1 TO XRF-COMMENT-CHARS
005860     END-EVALUATE.
005870     GO TO 3200-EXIT.
005880 3200-EXIT.
005890     EXIT.
005900
005910*-----------------------------------------------------------------
005920* 3300-OPEN-LOOP - NUMBERS THE LOOP, NOTES WHERE IT OPENS AND
005930* STACKS IT.  THE FIRST TIME THE DEPTH PASSES THE INTERPRETER'S
005940* BRACKET STACK THE PROGRAM IS FLAGGED - IT WOULD BE REJECTED AT
005950* RUN TIME.
005960*-----------------------------------------------------------------
005970 3300-OPEN-LOOP.
005980     IF XRF-TABLE-FULL
005990         GO TO 3300-EXIT
006000     END-IF.
006010     IF XRF-LOOP-COUNT >= XRF-LOOP-LIMIT
006020         SET XRF-TABLE-FULL TO TRUE
006030         MOVE "TOO MANY LOOPS - CROSS-REFERENCE ENDS HERE"
006040             TO XRF-PRT-MESSAGE
006050         PERFORM 3910-WRITE-ERROR THRU 3910-EXIT
006060         GO TO 3300-EXIT
006070     END-IF.
006080     ADD 1 TO XRF-LOOP-COUNT.
006090     ADD 1 TO XRF-DEPTH.
006100     IF XRF-DEPTH > XRF-MAX-DEPTH
006110         MOVE XRF-DEPTH TO XRF-MAX-DEPTH
006120     END-IF.
006130     MOVE XRF-DEPTH TO XRF-LOOP-DEPTH(XRF-LOOP-COUNT).
006140     MOVE XRF-LINE-NO TO XRF-LOOP-OPEN-LINE(XRF-LOOP-COUNT).
006150     MOVE XRF-COL TO XRF-LOOP-OPEN-COL(XRF-LOOP-COUNT).
006160     MOVE ZERO TO XRF-LOOP-CLOSE-LINE(XRF-LOOP-COUNT).
006170     MOVE ZERO TO XRF-LOOP-CLOSE-COL(XRF-LOOP-COUNT).
006180     MOVE XRF-LOOP-COUNT TO XRF-STACK-LOOP(XRF-DEPTH).
006190     MOVE XRF-CODE-CHARS TO XRF-STACK-CODE(XRF-DEPTH).
006200     IF XRF-DEPTH > XRF-STACK-LIMIT AND NOT XRF-DEPTH-WARNED
006210         SET XRF-DEPTH-WARNED TO TRUE
006220         MOVE "NESTING DEEPER THAN THE INTERPRETER BRACKET STACK"
006230             TO XRF-PRT-MESSAGE
006240         PERFORM 3900-WRITE-WARNING THRU 3900-EXIT
006250     END-IF.
006260     GO TO 3300-EXIT.
006270 3300-EXIT.
006280     EXIT.
006290
006300*-----------------------------------------------------------------
006310* 3400-CLOSE-LOOP - PAIRS A ] WITH THE INNERMOST OPEN LOOP.  NO
006320* CODE CHARACTER SINCE THE [ MEANS THE LOOP BODY IS EMPTY - ONCE
006330* ENTERED ON A NONZERO CELL IT CAN NEVER EXIT.
006340*-----------------------------------------------------------------
006350 3400-CLOSE-LOOP.
006360     IF XRF-TABLE-FULL
006370         GO TO 3400-EXIT
006380     END-IF.
006390     IF XRF-DEPTH = ZERO
006400         MOVE "] WITH NO MATCHING [" TO XRF-PRT-MESSAGE
006410         PERFORM 3910-WRITE-ERROR THRU 3910-EXIT
006420         GO TO 3400-EXIT
006430     END-IF.
006440     MOVE XRF-STACK-LOOP(XRF-DEPTH) TO XRF-LOOP-IX.
006450     MOVE XRF-LINE-NO TO XRF-LOOP-CLOSE-LINE(XRF-LOOP-IX).
006460     MOVE XRF-COL TO XRF-LOOP-CLOSE-COL(XRF-LOOP-IX).
006470     IF XRF-CODE-CHARS = XRF-STACK-CODE(XRF-DEPTH) + 1
006480         MOVE SPACES TO XRF-PRT-MESSAGE
006490         MOVE XRF-LOOP-IX TO XRF-EDIT-NUMBER
006500         STRING "EMPTY LOOP [] CAN NEVER EXIT - LOOP "
006510                    DELIMITED BY SIZE
006520                XRF-EDIT-NUMBER DELIMITED BY SIZE
006530             INTO XRF-PRT-MESSAGE
006540         END-STRING
006550         PERFORM 3900-WRITE-WARNING THRU 3900-EXIT
006560     END-IF.
006570     SUBTRACT 1 FROM XRF-DEPTH.
006580     GO TO 3400-EXIT.
006590 3400-EXIT.
006600     EXIT.
006610
006620*-----------------------------------------------------------------
006630* 3900-WRITE-WARNING AND 3910-WRITE-ERROR - ONE FINDING LINE AT
006640* THE CURRENT LINE AND COLUMN, COUNTED AND CARRIED INTO THE
006650* RETURN CODE - 4 FOR A WARNING, 8 FOR AN ERROR.
006660*-----------------------------------------------------------------
006670 3900-WRITE-WARNING.
006680     MOVE "WARNING" TO XRF-PRT-SEVERITY.
006690     ADD 1 TO XRF-WARNINGS.
006700     IF XRF-RETURN-CODE < 4
006710         MOVE 4 TO XRF-RETURN-CODE
006720     END-IF.
006730     PERFORM 3920-WRITE-FINDING THRU 3920-EXIT.
006740     GO TO 3900-EXIT.
006750 3900-EXIT.
006760     EXIT.
006770
006780 3910-WRITE-ERROR.
006790     MOVE "ERROR" TO XRF-PRT-SEVERITY.
006800     ADD 1 TO XRF-ERRORS.
006810     IF XRF-RETURN-CODE < 8
006820         MOVE 8 TO XRF-RETURN-CODE
006830     END-IF.
006840     PERFORM 3920-WRITE-FINDING THRU 3920-EXIT.
006850     GO TO 3910-EXIT.
006860 3910-EXIT.
006870     EXIT.
006880
006890 3920-WRITE-FINDING.
006900     MOVE XRF-LINE-NO TO XRF-PRT-FIND-LINE.
006910     MOVE XRF-COL TO XRF-PRT-FIND-COL.
006920     MOVE XRF-LINE-FINDING TO X6-TEXT.
006930     PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT.
006940     MOVE SPACES TO XRF-PRT-MESSAGE.
006950     GO TO 3920-EXIT.
006960 3920-EXIT.
006970     EXIT.
006980
006990*-----------------------------------------------------------------
007000* 4000-WRITE-PRINT-LINE - WRITES ONE DETAIL LINE, STARTING A NEW
007010* PAGE WITH ITS HEADING WHEN THE CURRENT PAGE IS FULL.
007020*-----------------------------------------------------------------
007030 4000-WRITE-PRINT-LINE.
007040     IF XRF-PAGE-LINES >= XRF-LINES-PER-PAGE
007050         PERFORM 4100-PAGE-HEADING THRU 4100-EXIT
007060     END-IF.
007070     WRITE X6-RECORD.
007080     ADD 1 TO XRF-PAGE-LINES.
007090     GO TO 4000-EXIT.
007100 4000-EXIT.
007110     EXIT.
007120
007130*-----------------------------------------------------------------
007140* 4100-PAGE-HEADING - STARTS A NEW PAGE: HEADING LINE WITH THE
007150* MEMBER OR SOURCE FILE NAME, RUN DATE AND PAGE NUMBER, THEN ONE
007160* BLANK LINE.  THE DETAIL LINE ALREADY BUILT IN X6-TEXT IS
007170* PRESERVED AROUND THE HEADING WRITES.
007180*-----------------------------------------------------------------
007190 4100-PAGE-HEADING.
007200     MOVE X6-TEXT TO XRF-PRINT-BODY-SAVE.
007210     ADD 1 TO XRF-PAGE-NO.
007220     IF XRF-FROM-LIBRARY
007230         MOVE XRF-MEMBER-NAME TO XRF-PRT-SRC
007240     ELSE
007250         MOVE XRF-SRC-FILENAME TO XRF-PRT-SRC
007260     END-IF.
007270     MOVE XRF-RUN-DATE TO XRF-PRT-DATE.
007280     MOVE XRF-PAGE-NO TO XRF-PRT-PAGE.
007290     MOVE XRF-LINE-HEADING TO X6-TEXT.
007300     WRITE X6-RECORD.
007310     MOVE SPACES TO X6-TEXT.
007320     WRITE X6-RECORD.
007330     MOVE 2 TO XRF-PAGE-LINES.
007340     MOVE XRF-PRINT-BODY-SAVE TO X6-TEXT.
007350     GO TO 4100-EXIT.
007360 4100-EXIT.
007370     EXIT.
007380
007390*=================================================================
007400* 5000-CHECK-UNCLOSED-LOOPS
007410* EVERY LOOP STILL ON THE STACK AT END OF SOURCE IS AN ERROR,
007420* REPORTED AT THE LINE AND COLUMN OF ITS [.
007430*=================================================================
007440 5000-CHECK-UNCLOSED-LOOPS.
007450     PERFORM 5010-REPORT-UNCLOSED THRU 5010-EXIT
007460             UNTIL XRF-DEPTH = ZERO.
007470     GO TO 5000-EXIT.
007480 5000-EXIT.
007490     EXIT.
007500
007510 5010-REPORT-UNCLOSED.
007520     MOVE XRF-STACK-LOOP(XRF-DEPTH) TO XRF-LOOP-IX.
007530     MOVE XRF-LOOP-OPEN-LINE(XRF-LOOP-IX) TO XRF-LINE-NO.
007540     MOVE XRF-LOOP-OPEN-COL(XRF-LOOP-IX) TO XRF-COL.
007550     MOVE SPACES TO XRF-PRT-MESSAGE.
007560     MOVE XRF-LOOP-IX TO XRF-EDIT-NUMBER.
007570     STRING "[ WITH NO MATCHING ] - LOOP " DELIMITED BY SIZE
007580            XRF-EDIT-NUMBER DELIMITED BY SIZE
007590         INTO XRF-PRT-MESSAGE
007600     END-STRING.
007610     PERFORM 3910-WRITE-ERROR THRU 3910-EXIT.
007620     SUBTRACT 1 FROM XRF-DEPTH.
007630     GO TO 5010-EXIT.
007640 5010-EXIT.
007650     EXIT.
007660
007670*=================================================================
007680* 5100-CHECK-INPUT-TAPES
007690* THE PROGRAM READS INPUT, SO EVERY CONTROL CARD THAT RUNS IT
007700* MUST GIVE IT SOME: A PIPE STEP, OR AN INPUT TAPE UNDER THE
007710* CARD'S SOURCE NAME PLUS ".in" - THE NAME THE INTERPRETER OPENS.
007720* A CARD MATCHES ON MEMBER NAME FOR A MEMBER, OR ON SOURCE FILE
007730* NAME FOR A LOOSE FILE RUN WITHOUT A MEMBER.  EACH CARD THAT
007740* FAILS IS FLAGGED AT THE FIRST COMMA.
007750*=================================================================
007760 5100-CHECK-INPUT-TAPES.
007770     OPEN INPUT X4.
007780     IF NOT (XRF-FS-X4 = "00")
007790         MOVE "CONTROL DECK NOT AVAILABLE - TAPES NOT CHECKED"
007800             TO X6-TEXT
007810         PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT
007820         GO TO 5100-EXIT
007830     END-IF.
007840     MOVE "N" TO XRF-EOF-X4-SW.
007850     PERFORM 5110-CHECK-ONE-CARD THRU 5110-EXIT
007860             UNTIL XRF-EOF-X4.
007870     CLOSE X4.
007880     GO TO 5100-EXIT.
007890 5100-EXIT.
007900     EXIT.
007910
007920 5110-CHECK-ONE-CARD.
007930     READ X4
007940         AT END
007950             SET XRF-EOF-X4 TO TRUE
007960             GO TO 5110-EXIT
007970     END-READ.
007980     IF XRF-FROM-LIBRARY
007990         IF X4-MEMBER-NAME NOT = XRF-MEMBER-NAME
008000             GO TO 5110-EXIT
008010         END-IF
008020     ELSE
008030         IF X4-MEMBER-NAME NOT = SPACES
008040            OR X4-SRC-FILE NOT = XRF-SRC-FILENAME
008050             GO TO 5110-EXIT
008060         END-IF
008070     END-IF.
008080     ADD 1 TO XRF-STEPS-CHECKED.
008090     IF X4-PIPE-STEP NOT = SPACES
008100         GO TO 5110-EXIT
008110     END-IF.
008120     MOVE SPACES TO XRF-PROBE-FILENAME.
008125     IF X4-MEMBER-NAME NOT = SPACES
008130         STRING X4-MEMBER-NAME DELIMITED BY SPACE
008135                ".in" DELIMITED BY SIZE
008140             INTO XRF-PROBE-FILENAME
008145         END-STRING
008150     ELSE
008152         STRING X4-SRC-FILE DELIMITED BY SPACE
008154                ".in" DELIMITED BY SIZE
008156             INTO XRF-PROBE-FILENAME
008158         END-STRING
008160     END-IF.
008170     OPEN INPUT X5.
008180     IF XRF-FS-X5 = "00"
008190         CLOSE X5
008200         GO TO 5110-EXIT
008210     END-IF.
008220     MOVE XRF-FIRST-COMMA-LINE TO XRF-LINE-NO.
008230     MOVE XRF-FIRST-COMMA-COL TO XRF-COL.
008240     MOVE SPACES TO XRF-PRT-MESSAGE.
008250     STRING ", READS INPUT BUT STEP " DELIMITED BY SIZE
008260            X4-STEP-NAME DELIMITED BY SPACE
008270            " HAS NO INPUT TAPE OR PIPE" DELIMITED BY SIZE
008280         INTO XRF-PRT-MESSAGE
008290     END-STRING.
008300     PERFORM 3900-WRITE-WARNING THRU 3900-EXIT.
008310     GO TO 5110-EXIT.
008320 5110-EXIT.
008330     EXIT.
008340
008350*=================================================================
008360* 6000-PRINT-LOOP-TABLE
008370* ONE LINE PER LOOP IN LOOP-NUMBER ORDER WITH ITS DEPTH AND THE
008380* LINE AND COLUMN OF EACH BRACKET.
008390*=================================================================
008400 6000-PRINT-LOOP-TABLE.
008410     MOVE SPACES TO X6-TEXT.
008420     PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT.
008430     MOVE "LOOP CROSS-REFERENCE" TO X6-TEXT.
008440     PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT.
008450     IF XRF-LOOP-COUNT = ZERO
008460         MOVE "  NO LOOPS" TO X6-TEXT
008470         PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT
008480         GO TO 6000-EXIT
008490     END-IF.
008500     PERFORM 6010-PRINT-ONE-LOOP THRU 6010-EXIT
008510             VARYING XRF-LOOP-IX FROM 1 BY 1
008520             UNTIL XRF-LOOP-IX > XRF-LOOP-COUNT.
008530     GO TO 6000-EXIT.
008540 6000-EXIT.
008550     EXIT.
008560
008570 6010-PRINT-ONE-LOOP.
008580     MOVE XRF-LOOP-IX TO XRF-PRT-LOOP-NO.
008590     MOVE XRF-LOOP-DEPTH(XRF-LOOP-IX) TO XRF-PRT-LOOP-DEPTH.
008600     MOVE XRF-LOOP-OPEN-LINE(XRF-LOOP-IX) TO XRF-PRT-OPEN-LINE.
008610     MOVE XRF-LOOP-OPEN-COL(XRF-LOOP-IX) TO XRF-PRT-OPEN-COL.
008620     MOVE XRF-LOOP-CLOSE-LINE(XRF-LOOP-IX) TO XRF-PRT-CLOSE-LINE.
008630     MOVE XRF-LOOP-CLOSE-COL(XRF-LOOP-IX) TO XRF-PRT-CLOSE-COL.
008640     MOVE XRF-LINE-LOOP TO X6-TEXT.
008650     IF XRF-LOOP-CLOSE-LINE(XRF-LOOP-IX) = ZERO
008660         MOVE "  NEVER CLOSED" TO X6-TEXT(50:)
008670     END-IF.
008680     PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT.
008690     GO TO 6010-EXIT.
008700 6010-EXIT.
008710     EXIT.
008720
008730*=================================================================
008740* 6500-PRINT-SUMMARY
008750* THE STATIC OPCODE COUNTS, THE COMMENT-TO-CODE RATIO (COMMENT
008760* CHARACTERS PER OPCODE, BLANKS EXCLUDED) AND THE FINDING TOTALS.
008770*=================================================================
008780 6500-PRINT-SUMMARY.
008790     MOVE SPACES TO X6-TEXT.
008800     PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT.
008810     MOVE "STATIC SUMMARY" TO X6-TEXT.
008820     PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT.
008830     MOVE "SOURCE LINES" TO XRF-PRT-COUNT-LABEL.
008840     MOVE XRF-LINES-READ TO XRF-PRT-COUNT.
008850     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
008860     MOVE "OPCODE +" TO XRF-PRT-COUNT-LABEL.
008870     MOVE XRF-CNT-PLUS TO XRF-PRT-COUNT.
008880     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
008890     MOVE "OPCODE -" TO XRF-PRT-COUNT-LABEL.
008900     MOVE XRF-CNT-MINUS TO XRF-PRT-COUNT.
008910     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
008920     MOVE "OPCODE <" TO XRF-PRT-COUNT-LABEL.
008930     MOVE XRF-CNT-LT TO XRF-PRT-COUNT.
008940     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
008950     MOVE "OPCODE >" TO XRF-PRT-COUNT-LABEL.
008960     MOVE XRF-CNT-GT TO XRF-PRT-COUNT.
008970     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
008980     MOVE "OPCODE ." TO XRF-PRT-COUNT-LABEL.
008990     MOVE XRF-CNT-DOT TO XRF-PRT-COUNT.
009000     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
009010     MOVE "OPCODE ," TO XRF-PRT-COUNT-LABEL.
009020     MOVE XRF-CNT-COMMA TO XRF-PRT-COUNT.
009030     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
009040     MOVE "OPCODE [" TO XRF-PRT-COUNT-LABEL.
009050     MOVE XRF-CNT-LBRACKET TO XRF-PRT-COUNT.
009060     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
009070     MOVE "OPCODE ]" TO XRF-PRT-COUNT-LABEL.
009080     MOVE XRF-CNT-RBRACKET TO XRF-PRT-COUNT.
009090     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
009100     MOVE "TOTAL OPCODES" TO XRF-PRT-COUNT-LABEL.
009110     MOVE XRF-CODE-CHARS TO XRF-PRT-COUNT.
009120     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
009130     MOVE "COMMENT CHARACTERS" TO XRF-PRT-COUNT-LABEL.
009140     MOVE XRF-COMMENT-CHARS TO XRF-PRT-COUNT.
009150     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
009160     MOVE ZERO TO XRF-RATIO.
009170     IF XRF-CODE-CHARS > ZERO
009180         COMPUTE XRF-RATIO ROUNDED =
009190             XRF-COMMENT-CHARS / XRF-CODE-CHARS
009200     END-IF.
009210     MOVE XRF-RATIO TO XRF-PRT-RATIO.
009220     MOVE XRF-LINE-RATIO TO X6-TEXT.
009230     PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT.
009240     MOVE "LOOPS" TO XRF-PRT-COUNT-LABEL.
009250     MOVE XRF-LOOP-COUNT TO XRF-PRT-COUNT.
009260     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
009270     MOVE "MAXIMUM NESTING DEPTH" TO XRF-PRT-COUNT-LABEL.
009280     MOVE XRF-MAX-DEPTH TO XRF-PRT-COUNT.
009290     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
009300     IF XRF-CNT-COMMA > ZERO
009310         MOVE "CONTROL CARDS RUNNING IT" TO XRF-PRT-COUNT-LABEL
009320         MOVE XRF-STEPS-CHECKED TO XRF-PRT-COUNT
009330         PERFORM 6510-PRINT-COUNT THRU 6510-EXIT
009340     END-IF.
009350     MOVE "WARNINGS" TO XRF-PRT-COUNT-LABEL.
009360     MOVE XRF-WARNINGS TO XRF-PRT-COUNT.
009370     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
009380     MOVE "ERRORS" TO XRF-PRT-COUNT-LABEL.
009390     MOVE XRF-ERRORS TO XRF-PRT-COUNT.
009400     PERFORM 6510-PRINT-COUNT THRU 6510-EXIT.
009410     GO TO 6500-EXIT.
009420 6500-EXIT.
009430     EXIT.
009440
009450 6510-PRINT-COUNT.
009460     MOVE XRF-LINE-COUNT TO X6-TEXT.
009470     PERFORM 4000-WRITE-PRINT-LINE THRU 4000-EXIT.
009480     GO TO 6510-EXIT.
009490 6510-EXIT.
009500     EXIT.
009510
009520*=================================================================
009530* 9000-TERMINATE
009540* CLOSES EVERY FILE AND PASSES THE WORST CONDITION SEEN BACK AS
009550* THE PROGRAM'S RETURN CODE.
009560*=================================================================
009570 9000-TERMINATE.
009580     CLOSE X1.
009590     CLOSE X6.
009600     IF XRF-LIB-OPEN
009610         CLOSE X3
009620     END-IF.
009630     IF XRF-RETURN-CODE > ZERO
009640         MOVE XRF-RETURN-CODE TO RETURN-CODE
009650     END-IF.
009660     GO TO 9000-EXIT.
009670 9000-EXIT.
009680     EXIT.
