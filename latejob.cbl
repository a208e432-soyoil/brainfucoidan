000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LATEJOB.
000030 AUTHOR. D JARRETT.
000040 INSTALLATION. DATALOGIC SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------------
000120* 10/15/2026 DJ    ORIGINAL - LATE-JOB REPORT AGAINST THE SERVICE
000130*                  LEVEL MASTER.  EACH SLAMAST ENTRY COMMITS A
000140*                  JOB, OR ONE STEP OF IT, TO A MUST-START-BY
000150*                  AND/OR MUST-END-BY TIME FOR A BUSINESS OWNER.
000160*                  THE RUN LOG'S START AND END TIMES FOR THE RUN
000170*                  DATE ARE MEASURED AGAINST EVERY COMMITMENT AND
000180*                  EACH ONE MISSED, OR MET WITH LESS THAN THE
000190*                  AT-RISK MARGIN TO SPARE, IS PRINTED WITH HOW
000200*                  LATE (OR HOW CLOSE) IT WAS, THE LONGEST STEP
000210*                  AND WHETHER THAT STEP ENDED IN A GOVERNOR STOP
000220*                  OR WAS RESTARTED.  MISSES AND AT-RISK RESULTS
000230*                  ARE KEPT ON SLAHIST SO THE FOOT OF THE REPORT
000240*                  CAN GIVE MONTH-TO-DATE COUNTS PER OWNER FOR
000250*                  THE MONTHLY SERVICE REVIEW.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300*    T1 - THE SERVICE LEVEL MASTER, ONE RECORD PER COMMITMENT,
000310*    KEYED BY JOB ID AND (OPTIONALLY) STEP NAME.
000320     SELECT T1 ASSIGN TO "SLAMAST"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS LTJ-FS-T1.
000350*    T2 - THE RUN-LOG AUDIT TRAIL WRITTEN BY THE INTERPRETER.
000360     SELECT T2 ASSIGN TO "RUNLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS LTJ-FS-T2.
000390*    T3 - OPTIONAL PARAMETER CARD - THE RUN DATE TO REPORT ON
000400*    (TODAY WHEN BLANK) AND THE AT-RISK MARGIN IN MINUTES (THE
000410*    SHOP DEFAULT OF 30 WHEN BLANK).
000420     SELECT T3 ASSIGN TO "SLAPARM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS LTJ-FS-T3.
000450*    T4 - THE BREACH HISTORY, ONE RECORD PER COMMITMENT MISSED
000460*    OR AT RISK ON A RUN DATE.  READ AT THE START, REWRITTEN AT
000470*    THE END WITH THE RUN DATE'S RESULTS REPLACING ANY EARLIER
000480*    ONES, SO A RERUN FOR THE SAME DATE NEVER COUNTS TWICE.
000490     SELECT T4 ASSIGN TO "SLAHIST"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS LTJ-FS-T4.
000520*    T5 - THE PRINTED LATE-JOB REPORT.
000530     SELECT T5 ASSIGN TO "LATERPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS LTJ-FS-T5.
000560 DATA DIVISION.
000570 FILE SECTION.
000580*    A COMMITMENT - JOB ID, STEP NAME (BLANK FOR THE WHOLE JOB),
000590*    MUST-START-BY AND MUST-END-BY AS HHMM (BLANK WHEN THERE IS
000600*    NO SUCH COMMITMENT), EACH WITH THE NUMBER OF DAYS AFTER THE
000610*    RUN DATE IT FALLS ON (BLANK OR 0 - THE RUN DATE ITSELF; 1 -
000620*    THE NEXT MORNING, AS FOR A DECK THAT MUST BE DONE BY 05:00),
000630*    AND THE BUSINESS OWNER.
000640 FD  T1
000650     LABEL RECORDS ARE STANDARD.
000660 01  T1-RECORD.
000670     03  T1-JOB-ID               PIC X(008).
000680     03  T1-STEP-NAME            PIC X(008).
000690     03  T1-START-BY             PIC X(004).
000700     03  T1-START-BY-R REDEFINES T1-START-BY.
000710         05  T1-START-HH         PIC 9(002).
000720         05  T1-START-MM         PIC 9(002).
000730     03  T1-START-DAYS           PIC X(001).
000740     03  T1-END-BY               PIC X(004).
000750     03  T1-END-BY-R REDEFINES T1-END-BY.
000760         05  T1-END-HH           PIC 9(002).
000770         05  T1-END-MM           PIC 9(002).
000780     03  T1-END-DAYS             PIC X(001).
000790     03  T1-OWNER                PIC X(020).
000800     03  FILLER                  PIC X(034).
000810
000820 FD  T2
000830     LABEL RECORDS ARE STANDARD.
000840 01  T2-RECORD.
000850     03  T2-SRC-FILE             PIC X(080).
000860     03  FILLER                  PIC X(001).
000870     03  T2-START-DATE           PIC X(008).
000880     03  T2-START-DATE-N REDEFINES T2-START-DATE
000890                                 PIC 9(008).
000900     03  FILLER                  PIC X(001).
000910     03  T2-START-TIME.
000920         05  T2-START-HH         PIC 9(002).
000930         05  T2-START-MM         PIC 9(002).
000940         05  T2-START-SS         PIC 9(002).
000950         05  FILLER              PIC X(002).
000960     03  FILLER                  PIC X(001).
000970     03  T2-END-DATE             PIC X(008).
000980     03  T2-END-DATE-N REDEFINES T2-END-DATE
000990                                 PIC 9(008).
001000     03  FILLER                  PIC X(001).
001010     03  T2-END-TIME.
001020         05  T2-END-HH           PIC 9(002).
001030         05  T2-END-MM           PIC 9(002).
001040         05  T2-END-SS           PIC 9(002).
001050         05  FILLER              PIC X(002).
001060     03  FILLER                  PIC X(001).
001070     03  T2-RETURN-CODE          PIC X(002).
001080     03  FILLER                  PIC X(001).
001090     03  T2-OPERATOR-ID          PIC X(008).
001100     03  FILLER                  PIC X(001).
001110     03  T2-JOB-ID               PIC X(008).
001120     03  FILLER                  PIC X(001).
001130     03  T2-MEMBER-NAME          PIC X(008).
001140     03  FILLER                  PIC X(001).
001150     03  T2-VERSION              PIC X(005).
001160     03  FILLER                  PIC X(001).
001170     03  T2-DISPOSITION          PIC X(008).
001180     03  FILLER                  PIC X(001).
001190     03  T2-STEP-NAME            PIC X(008).
001200
001210 FD  T3
001220     LABEL RECORDS ARE STANDARD.
001230 01  T3-RECORD.
001240     03  T3-RUN-DATE             PIC X(008).
001250     03  FILLER                  PIC X(001).
001260     03  T3-MARGIN               PIC X(003).
001270     03  FILLER                  PIC X(068).
001280
001290 FD  T4
001300     LABEL RECORDS ARE STANDARD.
001310 01  T4-RECORD.
001320     03  T4-RUN-DATE             PIC 9(008).
001330     03  T4-JOB-ID               PIC X(008).
001340     03  T4-STEP-NAME            PIC X(008).
001350     03  T4-OWNER                PIC X(020).
001360     03  T4-RESULT               PIC X(001).
001370     03  T4-MINUTES              PIC 9(006).
001380     03  FILLER                  PIC X(029).
001390
001400 FD  T5
001410     LABEL RECORDS ARE STANDARD.
001420 01  T5-RECORD.
001430     03  T5-TEXT                 PIC X(132).
001440 WORKING-STORAGE SECTION.
001450*---------------------------------------------------------------
001460* STANDALONE COUNTERS AND SWITCHES.
001470*---------------------------------------------------------------
001480 77  LTJ-MARGIN                  PIC 9(003) COMP VALUE 30.
001490 77  LTJ-SLA-READ                PIC 9(005) COMP VALUE ZERO.
001500 77  LTJ-RUNS-READ               PIC 9(007) COMP VALUE ZERO.
001510 77  LTJ-MET-COUNT               PIC 9(005) COMP VALUE ZERO.
001520 77  LTJ-MISSED-COUNT            PIC 9(005) COMP VALUE ZERO.
001530 77  LTJ-AT-RISK-COUNT           PIC 9(005) COMP VALUE ZERO.
001540 77  LTJ-NOT-RUN-COUNT           PIC 9(005) COMP VALUE ZERO.
001550 77  LTJ-RETURN-CODE             PIC 9(002) COMP VALUE ZERO.
001560 77  LTJ-IX                      PIC 9(005) COMP VALUE ZERO.
001570 77  LTJ-IY                      PIC 9(005) COMP VALUE ZERO.
001580 77  LTJ-FOUND                   PIC 9(005) COMP VALUE ZERO.
001590 77  LTJ-DAY-NUMBER              PIC 9(007) COMP VALUE ZERO.
001600 77  LTJ-WORK-DAYS               PIC S9(007) COMP VALUE ZERO.
001610 77  LTJ-WINDOW-BEGIN            PIC 9(007) COMP VALUE ZERO.
001620 77  LTJ-WINDOW-END              PIC 9(007) COMP VALUE ZERO.
001630 77  LTJ-ACT-START               PIC 9(007) COMP VALUE ZERO.
001640 77  LTJ-ACT-END                 PIC 9(007) COMP VALUE ZERO.
001650 77  LTJ-LONG-IX                 PIC 9(005) COMP VALUE ZERO.
001660 77  LTJ-LONG-SECS               PIC 9(007) COMP VALUE ZERO.
001670 77  LTJ-WORK-SECS               PIC 9(007) COMP VALUE ZERO.
001680 77  LTJ-DUE                     PIC 9(007) COMP VALUE ZERO.
001690 77  LTJ-ACTUAL                  PIC 9(007) COMP VALUE ZERO.
001700 77  LTJ-DIFF                    PIC S9(007) COMP VALUE ZERO.
001710 77  LTJ-MINUTES                 PIC 9(006) COMP VALUE ZERO.
001720 77  LTJ-WORST-MINUTES           PIC 9(006) COMP VALUE ZERO.
001730 77  LTJ-STAMP-SECS              PIC 9(007) COMP VALUE ZERO.
001740 77  LTJ-STAMP-DAYS              PIC 9(007) COMP VALUE ZERO.
001750 77  LTJ-STAMP-REM               PIC 9(007) COMP VALUE ZERO.
001760 77  LTJ-STAMP-HOURS             PIC 9(002) VALUE ZERO.
001770 77  LTJ-STAMP-MINS              PIC 9(002) VALUE ZERO.
001780
001790 01  LTJ-SWITCHES.
001800     03  LTJ-EOF-T1-SW           PIC X(001) VALUE "N".
001810         88  LTJ-EOF-T1              VALUE "Y".
001820     03  LTJ-EOF-T2-SW           PIC X(001) VALUE "N".
001830         88  LTJ-EOF-T2              VALUE "Y".
001840     03  LTJ-EOF-T4-SW           PIC X(001) VALUE "N".
001850         88  LTJ-EOF-T4              VALUE "Y".
001860     03  LTJ-RAN-SW              PIC X(001) VALUE "N".
001870         88  LTJ-RAN                 VALUE "Y".
001880     03  LTJ-RESTART-SW          PIC X(001) VALUE "N".
001890         88  LTJ-RESTARTED           VALUE "Y".
001900     03  LTJ-RESULT              PIC X(001) VALUE SPACE.
001910         88  LTJ-RESULT-MET          VALUE "O".
001920         88  LTJ-RESULT-AT-RISK      VALUE "A".
001930         88  LTJ-RESULT-MISSED       VALUE "M".
001940
001950 01  LTJ-FILE-STATUSES.
001960     03  LTJ-FS-T1               PIC X(002).
001970     03  LTJ-FS-T2               PIC X(002).
001980     03  LTJ-FS-T3               PIC X(002).
001990     03  LTJ-FS-T4               PIC X(002).
002000     03  LTJ-FS-T5               PIC X(002).
002010
002020*---------------------------------------------------------------
002030* THE RUN DATE, THE DAY AFTER IT (A DECK THAT RUNS PAST MIDNIGHT
002040* LOGS ITS LATER STEPS UNDER THE NEXT DATE), AND THE FIRST DAYS
002050* OF THIS MONTH AND LAST MONTH - THE MONTH-TO-DATE WINDOW AND
002060* THE OLDEST HISTORY KEPT.
002070*---------------------------------------------------------------
002080 01  LTJ-RUN-DATE                PIC 9(008) VALUE ZERO.
002090 01  LTJ-RUN-DATE-X REDEFINES LTJ-RUN-DATE.
002100     03  LTJ-RUN-YEAR            PIC 9(004).
002110     03  LTJ-RUN-MONTH           PIC 9(002).
002120     03  LTJ-RUN-DAY             PIC 9(002).
002130 01  LTJ-NEXT-DATE               PIC 9(008) VALUE ZERO.
002140 01  LTJ-MONTH-START             PIC 9(008) VALUE ZERO.
002150 01  LTJ-MONTH-START-X REDEFINES LTJ-MONTH-START.
002160     03  LTJ-MONTH-START-YEAR    PIC 9(004).
002170     03  LTJ-MONTH-START-MONTH   PIC 9(002).
002180     03  LTJ-MONTH-START-DAY     PIC 9(002).
002190 01  LTJ-KEEP-FROM               PIC 9(008) VALUE ZERO.
002200 01  LTJ-KEEP-FROM-X REDEFINES LTJ-KEEP-FROM.
002210     03  LTJ-KEEP-FROM-YEAR      PIC 9(004).
002220     03  LTJ-KEEP-FROM-MONTH     PIC 9(002).
002230     03  LTJ-KEEP-FROM-DAY       PIC 9(002).
002240 01  LTJ-STAMP-DATE              PIC 9(008) VALUE ZERO.
002250 01  LTJ-STAMP-TIME.
002260     03  LTJ-STAMP-TIME-HH       PIC 9(002).
002270     03  FILLER                  PIC X(001) VALUE ":".
002280     03  LTJ-STAMP-TIME-MM       PIC 9(002).
002290 01  LTJ-DROP-REASON             PIC X(040) VALUE SPACES.
002300 01  LTJ-WHAT                    PIC X(005) VALUE SPACES.
002310
002320*---------------------------------------------------------------
002330* THE SERVICE LEVEL MASTER, LOADED ONCE.  EACH DEADLINE IS HELD
002340* AS SECONDS FROM MIDNIGHT STARTING THE RUN DATE, THE SAME SCALE
002350* THE RUN TABLE'S TIMES ARE HELD ON.
002360*---------------------------------------------------------------
002370 01  LTJ-SLA-TABLE.
002380     03  LTJ-SLA-COUNT           PIC 9(005) COMP VALUE ZERO.
002390     03  LTJ-SLA-ENTRY OCCURS 500 TIMES.
002400         05  LTJ-SLA-JOB         PIC X(008).
002410         05  LTJ-SLA-STEP        PIC X(008).
002420         05  LTJ-SLA-OWNER       PIC X(020).
002430         05  LTJ-SLA-HAS-START   PIC X(001).
002440         05  LTJ-SLA-START-DUE   PIC 9(007) COMP.
002450         05  LTJ-SLA-HAS-END     PIC X(001).
002460         05  LTJ-SLA-END-DUE     PIC 9(007) COMP.
002470         05  LTJ-SLA-RESULT      PIC X(001).
002480
002490*---------------------------------------------------------------
002500* THE RUN-LOG RECORDS OF THE COMMITTED JOBS STARTED ON THE RUN
002510* DATE OR THE DAY AFTER, TIMES IN SECONDS FROM MIDNIGHT STARTING
002520* THE RUN DATE.  DISPOSITION E - EXECUTED, F - REFUSED, R - THE
002530* MARKER A JOB RESTART LOGS AHEAD OF ITS RESTART STEP.  SKIPPED
002540* STEPS NEVER RAN AND ARE NOT LOADED.
002550*---------------------------------------------------------------
002560 01  LTJ-RUN-TABLE.
002570     03  LTJ-RUN-COUNT           PIC 9(005) COMP VALUE ZERO.
002580     03  LTJ-RUN-ENTRY OCCURS 5000 TIMES.
002590         05  LTJ-RUN-JOB         PIC X(008).
002600         05  LTJ-RUN-STEP        PIC X(008).
002610         05  LTJ-RUN-DISP        PIC X(001).
002620         05  LTJ-RUN-RC          PIC X(002).
002630         05  LTJ-RUN-START-DAY   PIC 9(001).
002640         05  LTJ-RUN-START       PIC 9(007) COMP.
002650         05  LTJ-RUN-END         PIC 9(007) COMP.
002660
002670*---------------------------------------------------------------
002680* THE BREACH HISTORY - LAST MONTH AND THIS, LESS ANY EARLIER
002690* RESULTS FOR THE RUN DATE - AND THE MONTH-TO-DATE TOTALS BY
002700* OWNER BUILT FROM IT.
002710*---------------------------------------------------------------
002720 01  LTJ-HIST-TABLE.
002730     03  LTJ-HIST-COUNT          PIC 9(005) COMP VALUE ZERO.
002740     03  LTJ-HIST-ENTRY OCCURS 5000 TIMES.
002750         05  LTJ-HIST-DATE       PIC 9(008).
002760         05  LTJ-HIST-JOB        PIC X(008).
002770         05  LTJ-HIST-STEP       PIC X(008).
002780         05  LTJ-HIST-OWNER      PIC X(020).
002790         05  LTJ-HIST-RESULT     PIC X(001).
002800         05  LTJ-HIST-MINUTES    PIC 9(006).
002810
002820 01  LTJ-OWNER-TABLE.
002830     03  LTJ-OWNER-COUNT         PIC 9(005) COMP VALUE ZERO.
002840     03  LTJ-OWNER-ENTRY OCCURS 500 TIMES.
002850         05  LTJ-OWNER-NAME      PIC X(020).
002860         05  LTJ-OWNER-MISSED    PIC 9(005) COMP.
002870         05  LTJ-OWNER-AT-RISK   PIC 9(005) COMP.
002880
002890*---------------------------------------------------------------
002900* REPORT PRINT LINES.
002910*---------------------------------------------------------------
002920 01  LTJ-LINE-BLANK              PIC X(132) VALUE SPACES.
002930 01  LTJ-LINE-TITLE.
002940     03  FILLER                  PIC X(034)
002950         VALUE "SERVICE LEVEL REPORT FOR RUN DATE ".
002960     03  LTJ-PRT-TITLE-DATE      PIC 9(008).
002970     03  FILLER                  PIC X(018)
002980         VALUE "   AT-RISK MARGIN ".
002990     03  LTJ-PRT-TITLE-MARGIN    PIC ZZ9.
003000     03  FILLER                  PIC X(008) VALUE " MINUTES".
003010     03  FILLER                  PIC X(061) VALUE SPACES.
003020 01  LTJ-LINE-HEADER.
003030     03  FILLER                  PIC X(018)
003040         VALUE "JOB      STEP     ".
003050     03  FILLER                  PIC X(029)
003060         VALUE "OWNER                STATUS  ".
003070     03  FILLER                  PIC X(036)
003080         VALUE "WHAT  DUE            ACTUAL         ".
003090     03  FILLER                  PIC X(024)
003100         VALUE "   MIN LONGEST     SECS ".
003110     03  FILLER                  PIC X(025) VALUE "ENDED".
003120 01  LTJ-LINE-DETAIL.
003130     03  LTJ-PRT-JOB             PIC X(008).
003140     03  FILLER                  PIC X(001) VALUE SPACE.
003150     03  LTJ-PRT-STEP            PIC X(008).
003160     03  FILLER                  PIC X(001) VALUE SPACE.
003170     03  LTJ-PRT-OWNER           PIC X(020).
003180     03  FILLER                  PIC X(001) VALUE SPACE.
003190     03  LTJ-PRT-STATUS          PIC X(007).
003200     03  FILLER                  PIC X(001) VALUE SPACE.
003210     03  LTJ-PRT-WHAT            PIC X(005).
003220     03  FILLER                  PIC X(001) VALUE SPACE.
003230     03  LTJ-PRT-DUE-DATE        PIC 9(008).
003240     03  FILLER                  PIC X(001) VALUE SPACE.
003250     03  LTJ-PRT-DUE-TIME        PIC X(005).
003260     03  FILLER                  PIC X(001) VALUE SPACE.
003270     03  LTJ-PRT-ACT-DATE        PIC 9(008).
003280     03  FILLER                  PIC X(001) VALUE SPACE.
003290     03  LTJ-PRT-ACT-TIME        PIC X(005).
003300     03  FILLER                  PIC X(001) VALUE SPACE.
003310     03  LTJ-PRT-MINUTES         PIC Z(005)9.
003320     03  FILLER                  PIC X(001) VALUE SPACE.
003330     03  LTJ-PRT-LONG-STEP       PIC X(008).
003340     03  FILLER                  PIC X(001) VALUE SPACE.
003350     03  LTJ-PRT-LONG-SECS       PIC Z(006)9.
003360     03  FILLER                  PIC X(001) VALUE SPACE.
003370     03  LTJ-PRT-ENDED           PIC X(016).
003380     03  FILLER                  PIC X(009) VALUE SPACES.
003390 01  LTJ-LINE-NOT-RUN.
003400     03  FILLER                  PIC X(002) VALUE SPACES.
003410     03  LTJ-PRT-NR-JOB          PIC X(008).
003420     03  FILLER                  PIC X(001) VALUE SPACE.
003430     03  LTJ-PRT-NR-STEP         PIC X(008).
003440     03  FILLER                  PIC X(001) VALUE SPACE.
003450     03  LTJ-PRT-NR-OWNER        PIC X(020).
003460     03  FILLER                  PIC X(092) VALUE SPACES.
003470 01  LTJ-LINE-OWNER.
003480     03  FILLER                  PIC X(002) VALUE SPACES.
003490     03  LTJ-PRT-OWN-NAME        PIC X(020).
003500     03  FILLER                  PIC X(010) VALUE "  MISSED  ".
003510     03  LTJ-PRT-OWN-MISSED      PIC Z(004)9.
003520     03  FILLER                  PIC X(011) VALUE "   AT RISK ".
003530     03  LTJ-PRT-OWN-AT-RISK     PIC Z(004)9.
003540     03  FILLER                  PIC X(079) VALUE SPACES.
003550 01  LTJ-LINE-TOTALS.
003560     03  FILLER                  PIC X(012) VALUE "COMMITMENTS ".
003570     03  LTJ-PRT-TOT-SLA         PIC Z(004)9.
003580     03  FILLER                  PIC X(007) VALUE "   MET ".
003590     03  LTJ-PRT-TOT-MET         PIC Z(004)9.
003600     03  FILLER                  PIC X(011) VALUE "   AT RISK ".
003610     03  LTJ-PRT-TOT-AT-RISK     PIC Z(004)9.
003620     03  FILLER                  PIC X(010) VALUE "   MISSED ".
003630     03  LTJ-PRT-TOT-MISSED      PIC Z(004)9.
003640     03  FILLER                  PIC X(011) VALUE "   NOT RUN ".
003650     03  LTJ-PRT-TOT-NOT-RUN     PIC Z(004)9.
003660     03  FILLER                  PIC X(056) VALUE SPACES.
003670 PROCEDURE DIVISION.
003680
003690*=================================================================
003700* 0000-MAINLINE
003710* LOADS THE COMMITMENTS AND THE RUN DATE'S RUN-LOG RECORDS,
003720* JUDGES EVERY COMMITMENT, THEN LISTS THOSE WITH NO RUN AND THE
003730* MONTH-TO-DATE TOTALS BY OWNER.
003740*=================================================================
003750 0000-MAINLINE.
003760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003770     PERFORM 2000-LOAD-ONE-RUN THRU 2000-EXIT
003780             UNTIL LTJ-EOF-T2.
003790     PERFORM 3100-PRINT-HEADER THRU 3100-EXIT.
003800     PERFORM 4000-JUDGE-ONE-SLA THRU 4000-EXIT
003810             VARYING LTJ-IX FROM 1 BY 1
003820             UNTIL LTJ-IX > LTJ-SLA-COUNT.
003830     PERFORM 5000-LIST-NOT-RUN THRU 5000-EXIT.
003840     PERFORM 6000-MONTH-TO-DATE THRU 6000-EXIT.
003850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003860     STOP RUN.
003870
003880*=================================================================
003890* 1000-INITIALIZE
003900* OPENS THE FILES, PICKS UP THE OPTIONAL RUN DATE AND MARGIN,
003910* WORKS OUT THE CALENDAR DATES NEEDED, THEN LOADS THE SERVICE
003920* LEVEL MASTER AND THE BREACH HISTORY.
003930*=================================================================
003940 1000-INITIALIZE.
003950     OPEN INPUT T1.
003960     IF NOT (LTJ-FS-T1 = "00")
003970         DISPLAY "LATEJOB: UNABLE TO OPEN SERVICE LEVEL MASTER"
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     OPEN INPUT T2.
004020     IF NOT (LTJ-FS-T2 = "00")
004030         DISPLAY "LATEJOB: UNABLE TO OPEN RUN LOG"
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070     OPEN OUTPUT T5.
004080     IF NOT (LTJ-FS-T5 = "00")
004090         DISPLAY "LATEJOB: UNABLE TO OPEN REPORT FILE"
004100         MOVE 16 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130     ACCEPT LTJ-RUN-DATE FROM DATE YYYYMMDD.
004140     OPEN INPUT T3.
004150     IF LTJ-FS-T3 = "00"
004160         READ T3
004170             AT END
004180                 CONTINUE
004190             NOT AT END
004200                 IF T3-RUN-DATE NUMERIC
004210                    AND T3-RUN-DATE NOT = ZERO
004220                     MOVE T3-RUN-DATE TO LTJ-RUN-DATE
004230                 END-IF
004240                 IF T3-MARGIN NUMERIC
004250                     MOVE T3-MARGIN TO LTJ-MARGIN
004260                 END-IF
004270         END-READ
004280         CLOSE T3
004290     END-IF.
004300     PERFORM 1050-DERIVE-CALENDAR THRU 1050-EXIT.
004310     PERFORM 3000-PRINT-TITLE THRU 3000-EXIT.
004320     PERFORM 1110-READ-SLA THRU 1110-EXIT.
004330     PERFORM 1100-LOAD-ONE-SLA THRU 1100-EXIT
004340             UNTIL LTJ-EOF-T1.
004350     CLOSE T1.
004360     OPEN INPUT T4.
004370     IF LTJ-FS-T4 = "00"
004380         PERFORM 1200-LOAD-ONE-HISTORY THRU 1200-EXIT
004390                 UNTIL LTJ-EOF-T4
004400         CLOSE T4
004410     END-IF.
004420     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
004430     GO TO 1000-EXIT.
004440 1000-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------------
004480* 1050-DERIVE-CALENDAR - THE DAY AFTER THE RUN DATE, AND THE
004490* FIRST OF THIS MONTH AND OF LAST MONTH.  FUNCTION
004500* INTEGER-OF-DATE AND DATE-OF-INTEGER ARE USED, AS IN SCHDGEN,
004510* BECAUSE NO ORDINARY VERB WALKS THE CALENDAR.
004520*-----------------------------------------------------------------
004530 1050-DERIVE-CALENDAR.
004540     COMPUTE LTJ-DAY-NUMBER =
004550         FUNCTION INTEGER-OF-DATE(LTJ-RUN-DATE).
004560     IF LTJ-DAY-NUMBER = ZERO
004570         DISPLAY "LATEJOB: RUN DATE IS NOT A VALID DATE - "
004580                 LTJ-RUN-DATE
004590         MOVE 16 TO RETURN-CODE
004600         STOP RUN
004610     END-IF.
004620     COMPUTE LTJ-NEXT-DATE =
004630         FUNCTION DATE-OF-INTEGER(LTJ-DAY-NUMBER + 1).
004640     MOVE LTJ-RUN-DATE TO LTJ-MONTH-START.
004650     MOVE 1 TO LTJ-MONTH-START-DAY.
004660     MOVE LTJ-MONTH-START TO LTJ-KEEP-FROM.
004670     IF LTJ-KEEP-FROM-MONTH = 1
004680         MOVE 12 TO LTJ-KEEP-FROM-MONTH
004690         SUBTRACT 1 FROM LTJ-KEEP-FROM-YEAR
004700     ELSE
004710         SUBTRACT 1 FROM LTJ-KEEP-FROM-MONTH
004720     END-IF.
004730     GO TO 1050-EXIT.
004740 1050-EXIT.
004750     EXIT.
004760
004770*=================================================================
004780* 1100-LOAD-ONE-SLA
004790* CHECKS ONE MASTER RECORD AND ADDS IT TO THE TABLE.  A RECORD
004800* WITH NO JOB, NO COMMITMENT, A BAD TIME OR DAY, OR THE SAME KEY
004810* AS AN EARLIER ONE IS LISTED AND DROPPED.
004820*=================================================================
004830 1100-LOAD-ONE-SLA.
004840     ADD 1 TO LTJ-SLA-READ.
004850     MOVE SPACES TO LTJ-DROP-REASON.
004860     IF T1-START-BY = SPACES AND T1-END-BY = SPACES
004870         MOVE "NO START-BY OR END-BY TIME" TO LTJ-DROP-REASON
004880     END-IF.
004890     IF T1-START-BY NOT = SPACES
004900         IF T1-START-BY NOT NUMERIC
004910            OR T1-START-HH > 23 OR T1-START-MM > 59
004920             MOVE "START-BY IS NOT A VALID HHMM"
004930                 TO LTJ-DROP-REASON
004940         END-IF
004950     END-IF.
004960     IF T1-END-BY NOT = SPACES
004970         IF T1-END-BY NOT NUMERIC
004980            OR T1-END-HH > 23 OR T1-END-MM > 59
004990             MOVE "END-BY IS NOT A VALID HHMM"
005000                 TO LTJ-DROP-REASON
005010         END-IF
005020     END-IF.
005030     IF (T1-START-DAYS NOT = SPACE AND T1-START-DAYS NOT NUMERIC)
005040        OR (T1-END-DAYS NOT = SPACE AND T1-END-DAYS NOT NUMERIC)
005050         MOVE "DAYS AFTER RUN DATE IS NOT 0-9" TO LTJ-DROP-REASON
005060     END-IF.
005070     IF T1-JOB-ID = SPACES
005080         MOVE "NO JOB ID" TO LTJ-DROP-REASON
005090     END-IF.
005100     IF LTJ-DROP-REASON = SPACES
005110         MOVE ZERO TO LTJ-FOUND
005120         PERFORM 1120-FIND-DUPLICATE THRU 1120-EXIT
005130                 VARYING LTJ-IY FROM 1 BY 1
005140                 UNTIL LTJ-IY > LTJ-SLA-COUNT OR LTJ-FOUND > ZERO
005150         IF LTJ-FOUND > ZERO
005160             MOVE "DUPLICATE JOB AND STEP" TO LTJ-DROP-REASON
005170         END-IF
005180     END-IF.
005190     IF LTJ-DROP-REASON NOT = SPACES
005200         MOVE SPACES TO T5-TEXT
005210         STRING "SLA ENTRY DROPPED - " DELIMITED BY SIZE
005220             T1-JOB-ID DELIMITED BY SIZE
005230             " " DELIMITED BY SIZE
005240             T1-STEP-NAME DELIMITED BY SIZE
005250             " - " DELIMITED BY SIZE
005260             LTJ-DROP-REASON DELIMITED BY SIZE
005270             INTO T5-TEXT
005280         END-STRING
005290         WRITE T5-RECORD
005300         IF LTJ-RETURN-CODE < 4
005310             MOVE 4 TO LTJ-RETURN-CODE
005320         END-IF
005330         PERFORM 1110-READ-SLA THRU 1110-EXIT
005340         GO TO 1100-EXIT
005350     END-IF.
005360     IF LTJ-SLA-COUNT >= 500
005370         DISPLAY "LATEJOB: SERVICE LEVEL MASTER EXCEEDS 500 "
005380                 "ENTRIES"
005390         MOVE 8 TO LTJ-RETURN-CODE
005400         SET LTJ-EOF-T1 TO TRUE
005410         GO TO 1100-EXIT
005420     END-IF.
005430     ADD 1 TO LTJ-SLA-COUNT.
005440     MOVE T1-JOB-ID TO LTJ-SLA-JOB(LTJ-SLA-COUNT).
005450     MOVE T1-STEP-NAME TO LTJ-SLA-STEP(LTJ-SLA-COUNT).
005460     MOVE T1-OWNER TO LTJ-SLA-OWNER(LTJ-SLA-COUNT).
005470     MOVE SPACE TO LTJ-SLA-RESULT(LTJ-SLA-COUNT).
005480     MOVE "N" TO LTJ-SLA-HAS-START(LTJ-SLA-COUNT).
005490     MOVE ZERO TO LTJ-SLA-START-DUE(LTJ-SLA-COUNT).
005500     IF T1-START-BY NOT = SPACES
005510         MOVE "Y" TO LTJ-SLA-HAS-START(LTJ-SLA-COUNT)
005520         MOVE ZERO TO LTJ-WORK-DAYS
005530         IF T1-START-DAYS NUMERIC
005540             MOVE T1-START-DAYS TO LTJ-WORK-DAYS
005550         END-IF
005560         COMPUTE LTJ-SLA-START-DUE(LTJ-SLA-COUNT) =
005570             LTJ-WORK-DAYS * 86400
005580             + T1-START-HH * 3600 + T1-START-MM * 60
005590     END-IF.
005600     MOVE "N" TO LTJ-SLA-HAS-END(LTJ-SLA-COUNT).
005610     MOVE ZERO TO LTJ-SLA-END-DUE(LTJ-SLA-COUNT).
005620     IF T1-END-BY NOT = SPACES
005630         MOVE "Y" TO LTJ-SLA-HAS-END(LTJ-SLA-COUNT)
005640         MOVE ZERO TO LTJ-WORK-DAYS
005650         IF T1-END-DAYS NUMERIC
005660             MOVE T1-END-DAYS TO LTJ-WORK-DAYS
005670         END-IF
005680         COMPUTE LTJ-SLA-END-DUE(LTJ-SLA-COUNT) =
005690             LTJ-WORK-DAYS * 86400
005700             + T1-END-HH * 3600 + T1-END-MM * 60
005710     END-IF.
005720     PERFORM 1110-READ-SLA THRU 1110-EXIT.
005730     GO TO 1100-EXIT.
005740 1100-EXIT.
005750     EXIT.
005760
005770 1110-READ-SLA.
005780     READ T1
005790         AT END
005800             SET LTJ-EOF-T1 TO TRUE
005810     END-READ.
005820     GO TO 1110-EXIT.
005830 1110-EXIT.
005840     EXIT.
005850
005860 1120-FIND-DUPLICATE.
005870     IF LTJ-SLA-JOB(LTJ-IY) = T1-JOB-ID
005880        AND LTJ-SLA-STEP(LTJ-IY) = T1-STEP-NAME
005890         MOVE LTJ-IY TO LTJ-FOUND
005900     END-IF.
005910     GO TO 1120-EXIT.
005920 1120-EXIT.
005930     EXIT.
005940
005950*-----------------------------------------------------------------
005960* 1200-LOAD-ONE-HISTORY - KEEPS A HISTORY RECORD FROM THE FIRST
005970* OF LAST MONTH ON, EXCEPT THOSE FOR THE RUN DATE ITSELF, WHICH
005980* THIS RUN IS ABOUT TO REPLACE.
005990*-----------------------------------------------------------------
006000 1200-LOAD-ONE-HISTORY.
006010     READ T4
006020         AT END
006030             SET LTJ-EOF-T4 TO TRUE
006040             GO TO 1200-EXIT
006050     END-READ.
006060     IF T4-RUN-DATE NOT NUMERIC
006070        OR T4-RUN-DATE < LTJ-KEEP-FROM
006080        OR T4-RUN-DATE = LTJ-RUN-DATE
006090         GO TO 1200-EXIT
006100     END-IF.
006110     IF LTJ-HIST-COUNT >= 5000
006120         DISPLAY "LATEJOB: BREACH HISTORY EXCEEDS 5000 RECORDS"
006130         MOVE 8 TO LTJ-RETURN-CODE
006140         SET LTJ-EOF-T4 TO TRUE
006150         GO TO 1200-EXIT
006160     END-IF.
006170     ADD 1 TO LTJ-HIST-COUNT.
006180     MOVE T4-RUN-DATE TO LTJ-HIST-DATE(LTJ-HIST-COUNT).
006190     MOVE T4-JOB-ID TO LTJ-HIST-JOB(LTJ-HIST-COUNT).
006200     MOVE T4-STEP-NAME TO LTJ-HIST-STEP(LTJ-HIST-COUNT).
006210     MOVE T4-OWNER TO LTJ-HIST-OWNER(LTJ-HIST-COUNT).
006220     MOVE T4-RESULT TO LTJ-HIST-RESULT(LTJ-HIST-COUNT).
006230     MOVE T4-MINUTES TO LTJ-HIST-MINUTES(LTJ-HIST-COUNT).
006240     GO TO 1200-EXIT.
006250 1200-EXIT.
006260     EXIT.
006270
006280*=================================================================
006290* 2000-LOAD-ONE-RUN
006300* KEEPS A RUN-LOG RECORD WHEN ITS JOB HAS A COMMITMENT AND IT
006310* STARTED ON THE RUN DATE OR THE DAY AFTER, CONVERTING ITS START
006320* AND END TO SECONDS FROM MIDNIGHT STARTING THE RUN DATE.
006330*=================================================================
006340 2000-LOAD-ONE-RUN.
006350     ADD 1 TO LTJ-RUNS-READ.
006360     IF T2-DISPOSITION NOT = "EXECUTED"
006370        AND T2-DISPOSITION NOT = "REFUSED"
006380        AND T2-DISPOSITION NOT = "RESTART"
006390         PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT
006400         GO TO 2000-EXIT
006410     END-IF.
006420     IF T2-START-DATE-N NOT = LTJ-RUN-DATE
006430        AND T2-START-DATE-N NOT = LTJ-NEXT-DATE
006440         PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT
006450         GO TO 2000-EXIT
006460     END-IF.
006470     IF T2-START-TIME(1:6) NOT NUMERIC
006480        OR T2-END-TIME(1:6) NOT NUMERIC
006490        OR T2-END-DATE NOT NUMERIC
006500         PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT
006510         GO TO 2000-EXIT
006520     END-IF.
006530     MOVE ZERO TO LTJ-FOUND.
006540     PERFORM 2200-FIND-SLA-JOB THRU 2200-EXIT
006550             VARYING LTJ-IY FROM 1 BY 1
006560             UNTIL LTJ-IY > LTJ-SLA-COUNT OR LTJ-FOUND > ZERO.
006570     IF LTJ-FOUND = ZERO
006580         PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT
006590         GO TO 2000-EXIT
006600     END-IF.
006610     IF LTJ-RUN-COUNT >= 5000
006620         DISPLAY "LATEJOB: MORE THAN 5000 RUN-LOG RECORDS FOR "
006630                 "THE RUN DATE"
006640         MOVE 8 TO LTJ-RETURN-CODE
006650         SET LTJ-EOF-T2 TO TRUE
006660         GO TO 2000-EXIT
006670     END-IF.
006680     ADD 1 TO LTJ-RUN-COUNT.
006690     MOVE T2-JOB-ID TO LTJ-RUN-JOB(LTJ-RUN-COUNT).
006700     MOVE T2-STEP-NAME TO LTJ-RUN-STEP(LTJ-RUN-COUNT).
006710     MOVE T2-RETURN-CODE TO LTJ-RUN-RC(LTJ-RUN-COUNT).
006720     EVALUATE T2-DISPOSITION
006730         WHEN "EXECUTED"
006740             MOVE "E" TO LTJ-RUN-DISP(LTJ-RUN-COUNT)
006750         WHEN "REFUSED"
006760             MOVE "F" TO LTJ-RUN-DISP(LTJ-RUN-COUNT)
006770         WHEN OTHER
006780             MOVE "R" TO LTJ-RUN-DISP(LTJ-RUN-COUNT)
006790     END-EVALUATE.
006800     IF T2-START-DATE-N = LTJ-RUN-DATE
006810         MOVE ZERO TO LTJ-RUN-START-DAY(LTJ-RUN-COUNT)
006820     ELSE
006830         MOVE 1 TO LTJ-RUN-START-DAY(LTJ-RUN-COUNT)
006840     END-IF.
006850     COMPUTE LTJ-RUN-START(LTJ-RUN-COUNT) =
006860         LTJ-RUN-START-DAY(LTJ-RUN-COUNT) * 86400
006870         + T2-START-HH * 3600 + T2-START-MM * 60 + T2-START-SS.
006880     COMPUTE LTJ-WORK-DAYS =
006890         FUNCTION INTEGER-OF-DATE(T2-END-DATE-N)
006900         - LTJ-DAY-NUMBER.
006910     IF LTJ-WORK-DAYS < LTJ-RUN-START-DAY(LTJ-RUN-COUNT)
006920         MOVE LTJ-RUN-START-DAY(LTJ-RUN-COUNT) TO LTJ-WORK-DAYS
006930     END-IF.
006940     COMPUTE LTJ-RUN-END(LTJ-RUN-COUNT) =
006950         LTJ-WORK-DAYS * 86400
006960         + T2-END-HH * 3600 + T2-END-MM * 60 + T2-END-SS.
006970     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
006980     GO TO 2000-EXIT.
006990 2000-EXIT.
007000     EXIT.
007010
007020 2100-READ-RUN-LOG.
007030     READ T2
007040         AT END
007050             SET LTJ-EOF-T2 TO TRUE
007060     END-READ.
007070     GO TO 2100-EXIT.
007080 2100-EXIT.
007090     EXIT.
007100
007110 2200-FIND-SLA-JOB.
007120     IF LTJ-SLA-JOB(LTJ-IY) = T2-JOB-ID
007130         MOVE LTJ-IY TO LTJ-FOUND
007140     END-IF.
007150     GO TO 2200-EXIT.
007160 2200-EXIT.
007170     EXIT.
007180
007190*-----------------------------------------------------------------
007200* 3000-PRINT-TITLE - THE REPORT TITLE, AHEAD OF ANY MASTER ENTRY
007210* DROPPED WHILE LOADING; 3100-PRINT-HEADER - THE COLUMN HEADINGS
007220* OVER THE COMMITMENTS MISSED OR AT RISK.
007230*-----------------------------------------------------------------
007240 3000-PRINT-TITLE.
007250     MOVE LTJ-RUN-DATE TO LTJ-PRT-TITLE-DATE.
007260     MOVE LTJ-MARGIN TO LTJ-PRT-TITLE-MARGIN.
007270     MOVE LTJ-LINE-TITLE TO T5-TEXT.
007280     WRITE T5-RECORD.
007290     MOVE LTJ-LINE-BLANK TO T5-TEXT.
007300     WRITE T5-RECORD.
007310     GO TO 3000-EXIT.
007320 3000-EXIT.
007330     EXIT.
007340
007350 3100-PRINT-HEADER.
007360     IF LTJ-SLA-COUNT < LTJ-SLA-READ
007370         MOVE LTJ-LINE-BLANK TO T5-TEXT
007380         WRITE T5-RECORD
007390     END-IF.
007400     MOVE LTJ-LINE-HEADER TO T5-TEXT.
007410     WRITE T5-RECORD.
007420     GO TO 3100-EXIT.
007430 3100-EXIT.
007440     EXIT.
007450
007460*=================================================================
007470* 4000-JUDGE-ONE-SLA
007480* THE JOB'S RUN FOR THE RUN DATE BEGINS WITH ITS FIRST RECORD
007490* STARTED THAT DATE AND TAKES IN EVERYTHING STARTED WITHIN 24
007500* HOURS OF IT, SO A DECK RUNNING PAST MIDNIGHT IS MEASURED WHOLE.
007510* A WHOLE-JOB COMMITMENT IS MEASURED FROM THE FIRST START TO THE
007520* LAST END IN THAT RUN; A STEP COMMITMENT FROM THE STEP'S FIRST
007530* START TO ITS LAST END (A RESTARTED STEP ENDS WHEN ITS RERUN
007540* ENDS).  EACH COMMITMENT MISSED OR AT RISK IS PRINTED AND
007550* POSTED TO THE BREACH HISTORY.
007560*=================================================================
007570 4000-JUDGE-ONE-SLA.
007580     MOVE "N" TO LTJ-RAN-SW.
007590     MOVE 999999 TO LTJ-WINDOW-BEGIN.
007600     PERFORM 4100-FIND-WINDOW-START THRU 4100-EXIT
007610             VARYING LTJ-IY FROM 1 BY 1
007620             UNTIL LTJ-IY > LTJ-RUN-COUNT.
007630     IF NOT LTJ-RAN
007640         MOVE "N" TO LTJ-SLA-RESULT(LTJ-IX)
007650         ADD 1 TO LTJ-NOT-RUN-COUNT
007660         GO TO 4000-EXIT
007670     END-IF.
007680     COMPUTE LTJ-WINDOW-END = LTJ-WINDOW-BEGIN + 86400.
007690     MOVE "N" TO LTJ-RAN-SW.
007700     MOVE 9999999 TO LTJ-ACT-START.
007710     MOVE ZERO TO LTJ-ACT-END.
007720     MOVE ZERO TO LTJ-LONG-IX.
007730     MOVE ZERO TO LTJ-LONG-SECS.
007740     PERFORM 4200-MEASURE-ONE-RUN THRU 4200-EXIT
007750             VARYING LTJ-IY FROM 1 BY 1
007760             UNTIL LTJ-IY > LTJ-RUN-COUNT.
007770     IF NOT LTJ-RAN
007780         MOVE "N" TO LTJ-SLA-RESULT(LTJ-IX)
007790         ADD 1 TO LTJ-NOT-RUN-COUNT
007800         GO TO 4000-EXIT
007810     END-IF.
007820     MOVE "N" TO LTJ-RESTART-SW.
007830     IF LTJ-LONG-IX > ZERO
007840         PERFORM 4300-CHECK-RESTART THRU 4300-EXIT
007850                 VARYING LTJ-IY FROM 1 BY 1
007860                 UNTIL LTJ-IY > LTJ-RUN-COUNT
007870     END-IF.
007880     SET LTJ-RESULT-MET TO TRUE.
007890     MOVE ZERO TO LTJ-WORST-MINUTES.
007900     IF LTJ-SLA-HAS-START(LTJ-IX) = "Y"
007910         MOVE "START" TO LTJ-WHAT
007920         MOVE LTJ-SLA-START-DUE(LTJ-IX) TO LTJ-DUE
007930         MOVE LTJ-ACT-START TO LTJ-ACTUAL
007940         PERFORM 4400-JUDGE-COMMITMENT THRU 4400-EXIT
007950     END-IF.
007960     IF LTJ-SLA-HAS-END(LTJ-IX) = "Y"
007970         MOVE "END" TO LTJ-WHAT
007980         MOVE LTJ-SLA-END-DUE(LTJ-IX) TO LTJ-DUE
007990         MOVE LTJ-ACT-END TO LTJ-ACTUAL
008000         PERFORM 4400-JUDGE-COMMITMENT THRU 4400-EXIT
008010     END-IF.
008020     MOVE LTJ-RESULT TO LTJ-SLA-RESULT(LTJ-IX).
008030     EVALUATE TRUE
008040         WHEN LTJ-RESULT-MISSED
008050             ADD 1 TO LTJ-MISSED-COUNT
008060             IF LTJ-RETURN-CODE < 4
008070                 MOVE 4 TO LTJ-RETURN-CODE
008080             END-IF
008090             PERFORM 4500-POST-HISTORY THRU 4500-EXIT
008100         WHEN LTJ-RESULT-AT-RISK
008110             ADD 1 TO LTJ-AT-RISK-COUNT
008120             PERFORM 4500-POST-HISTORY THRU 4500-EXIT
008130         WHEN OTHER
008140             ADD 1 TO LTJ-MET-COUNT
008150     END-EVALUATE.
008160     GO TO 4000-EXIT.
008170 4000-EXIT.
008180     EXIT.
008190
008200 4100-FIND-WINDOW-START.
008210     IF LTJ-RUN-JOB(LTJ-IY) = LTJ-SLA-JOB(LTJ-IX)
008220        AND LTJ-RUN-START-DAY(LTJ-IY) = ZERO
008230        AND LTJ-RUN-START(LTJ-IY) < LTJ-WINDOW-BEGIN
008240         MOVE LTJ-RUN-START(LTJ-IY) TO LTJ-WINDOW-BEGIN
008250         SET LTJ-RAN TO TRUE
008260     END-IF.
008270     GO TO 4100-EXIT.
008280 4100-EXIT.
008290     EXIT.
008300
008310*-----------------------------------------------------------------
008320* 4200-MEASURE-ONE-RUN - FOLDS ONE RECORD OF THE JOB'S RUN (OR
008330* OF THE COMMITTED STEP) INTO THE ACTUAL START AND END, AND KEEPS
008340* THE EXECUTED STEP WITH THE MOST ELAPSED SECONDS.  THE RESTART
008350* MARKER IS NOT A RUN OF ANYTHING AND IS PASSED OVER HERE.
008360*-----------------------------------------------------------------
008370 4200-MEASURE-ONE-RUN.
008380     IF LTJ-RUN-JOB(LTJ-IY) NOT = LTJ-SLA-JOB(LTJ-IX)
008390        OR LTJ-RUN-DISP(LTJ-IY) = "R"
008400        OR LTJ-RUN-START(LTJ-IY) < LTJ-WINDOW-BEGIN
008410        OR LTJ-RUN-START(LTJ-IY) NOT < LTJ-WINDOW-END
008420         GO TO 4200-EXIT
008430     END-IF.
008440     IF LTJ-SLA-STEP(LTJ-IX) NOT = SPACES
008450        AND LTJ-RUN-STEP(LTJ-IY) NOT = LTJ-SLA-STEP(LTJ-IX)
008460         GO TO 4200-EXIT
008470     END-IF.
008480     SET LTJ-RAN TO TRUE.
008490     IF LTJ-RUN-START(LTJ-IY) < LTJ-ACT-START
008500         MOVE LTJ-RUN-START(LTJ-IY) TO LTJ-ACT-START
008510     END-IF.
008520     IF LTJ-RUN-END(LTJ-IY) > LTJ-ACT-END
008530         MOVE LTJ-RUN-END(LTJ-IY) TO LTJ-ACT-END
008540     END-IF.
008550     IF LTJ-RUN-DISP(LTJ-IY) = "E"
008560         COMPUTE LTJ-WORK-SECS =
008570             LTJ-RUN-END(LTJ-IY) - LTJ-RUN-START(LTJ-IY)
008580         IF LTJ-LONG-IX = ZERO OR LTJ-WORK-SECS > LTJ-LONG-SECS
008590             MOVE LTJ-IY TO LTJ-LONG-IX
008600             MOVE LTJ-WORK-SECS TO LTJ-LONG-SECS
008610         END-IF
008620     END-IF.
008630     GO TO 4200-EXIT.
008640 4200-EXIT.
008650     EXIT.
008660
008670*-----------------------------------------------------------------
008680* 4300-CHECK-RESTART - THE LONGEST STEP WAS RESTARTED WHEN A JOB
008690* RESTART MARKER NAMES IT, OR WHEN IT RAN MORE THAN ONCE IN THE
008700* SAME RUN OF THE JOB.
008710*-----------------------------------------------------------------
008720 4300-CHECK-RESTART.
008730     IF LTJ-IY = LTJ-LONG-IX
008740        OR LTJ-RUN-JOB(LTJ-IY) NOT = LTJ-SLA-JOB(LTJ-IX)
008750        OR LTJ-RUN-STEP(LTJ-IY) NOT = LTJ-RUN-STEP(LTJ-LONG-IX)
008760        OR LTJ-RUN-START(LTJ-IY) < LTJ-WINDOW-BEGIN
008770        OR LTJ-RUN-START(LTJ-IY) NOT < LTJ-WINDOW-END
008780         GO TO 4300-EXIT
008790     END-IF.
008800     IF LTJ-RUN-DISP(LTJ-IY) = "R" OR LTJ-RUN-DISP(LTJ-IY) = "E"
008810         SET LTJ-RESTARTED TO TRUE
008820     END-IF.
008830     GO TO 4300-EXIT.
008840 4300-EXIT.
008850     EXIT.
008860
008870*-----------------------------------------------------------------
008880* 4400-JUDGE-COMMITMENT - COMPARES ONE ACTUAL TIME WITH ITS
008890* DEADLINE.  LATER THAN THE DEADLINE IS MISSED (MINUTES LATE,
008900* ROUNDED UP); WITHIN THE MARGIN SHORT OF IT IS AT RISK (WHOLE
008910* MINUTES TO SPARE).  EITHER IS PRINTED.
008920*-----------------------------------------------------------------
008930 4400-JUDGE-COMMITMENT.
008940     COMPUTE LTJ-DIFF = LTJ-ACTUAL - LTJ-DUE.
008950     IF LTJ-DIFF > ZERO
008960         COMPUTE LTJ-MINUTES = (LTJ-DIFF + 59) / 60
008970         MOVE "MISSED" TO LTJ-PRT-STATUS
008980         SET LTJ-RESULT-MISSED TO TRUE
008990         IF LTJ-MINUTES > LTJ-WORST-MINUTES
009000             MOVE LTJ-MINUTES TO LTJ-WORST-MINUTES
009010         END-IF
009020     ELSE
009030         IF (ZERO - LTJ-DIFF) NOT < LTJ-MARGIN * 60
009040             GO TO 4400-EXIT
009050         END-IF
009060         COMPUTE LTJ-MINUTES = (ZERO - LTJ-DIFF) / 60
009070         MOVE "AT RISK" TO LTJ-PRT-STATUS
009080         IF NOT LTJ-RESULT-MISSED
009090             SET LTJ-RESULT-AT-RISK TO TRUE
009100         END-IF
009110     END-IF.
009120     MOVE LTJ-SLA-JOB(LTJ-IX) TO LTJ-PRT-JOB.
009130     MOVE LTJ-SLA-STEP(LTJ-IX) TO LTJ-PRT-STEP.
009140     MOVE LTJ-SLA-OWNER(LTJ-IX) TO LTJ-PRT-OWNER.
009150     MOVE LTJ-WHAT TO LTJ-PRT-WHAT.
009160     MOVE LTJ-DUE TO LTJ-STAMP-SECS.
009170     PERFORM 7000-SECS-TO-STAMP THRU 7000-EXIT.
009180     MOVE LTJ-STAMP-DATE TO LTJ-PRT-DUE-DATE.
009190     MOVE LTJ-STAMP-TIME TO LTJ-PRT-DUE-TIME.
009200     MOVE LTJ-ACTUAL TO LTJ-STAMP-SECS.
009210     PERFORM 7000-SECS-TO-STAMP THRU 7000-EXIT.
009220     MOVE LTJ-STAMP-DATE TO LTJ-PRT-ACT-DATE.
009230     MOVE LTJ-STAMP-TIME TO LTJ-PRT-ACT-TIME.
009240     MOVE LTJ-MINUTES TO LTJ-PRT-MINUTES.
009250     MOVE SPACES TO LTJ-PRT-LONG-STEP.
009260     MOVE ZERO TO LTJ-PRT-LONG-SECS.
009270     MOVE SPACES TO LTJ-PRT-ENDED.
009280     IF LTJ-LONG-IX > ZERO
009290         MOVE LTJ-RUN-STEP(LTJ-LONG-IX) TO LTJ-PRT-LONG-STEP
009300         MOVE LTJ-LONG-SECS TO LTJ-PRT-LONG-SECS
009310         IF LTJ-RUN-RC(LTJ-LONG-IX) = "06"
009320             IF LTJ-RESTARTED
009330                 MOVE "GOVERNOR+RESTART" TO LTJ-PRT-ENDED
009340             ELSE
009350                 MOVE "GOVERNOR STOP" TO LTJ-PRT-ENDED
009360             END-IF
009370         ELSE
009380             IF LTJ-RESTARTED
009390                 MOVE "RESTARTED" TO LTJ-PRT-ENDED
009400             END-IF
009410         END-IF
009420     END-IF.
009430     MOVE LTJ-LINE-DETAIL TO T5-TEXT.
009440     WRITE T5-RECORD.
009450     GO TO 4400-EXIT.
009460 4400-EXIT.
009470     EXIT.
009480
009490*-----------------------------------------------------------------
009500* 4500-POST-HISTORY - RECORDS THE COMMITMENT'S RESULT FOR THE
009510* RUN DATE IN THE BREACH HISTORY, WITH THE WORST MINUTES LATE.
009520*-----------------------------------------------------------------
009530 4500-POST-HISTORY.
009540     IF LTJ-HIST-COUNT >= 5000
009550         DISPLAY "LATEJOB: BREACH HISTORY FULL - "
009560                 LTJ-SLA-JOB(LTJ-IX) " NOT POSTED"
009570         MOVE 8 TO LTJ-RETURN-CODE
009580         GO TO 4500-EXIT
009590     END-IF.
009600     ADD 1 TO LTJ-HIST-COUNT.
009610     MOVE LTJ-RUN-DATE TO LTJ-HIST-DATE(LTJ-HIST-COUNT).
009620     MOVE LTJ-SLA-JOB(LTJ-IX) TO LTJ-HIST-JOB(LTJ-HIST-COUNT).
009630     MOVE LTJ-SLA-STEP(LTJ-IX) TO LTJ-HIST-STEP(LTJ-HIST-COUNT).
009640     MOVE LTJ-SLA-OWNER(LTJ-IX)
009650         TO LTJ-HIST-OWNER(LTJ-HIST-COUNT).
009660     MOVE LTJ-RESULT TO LTJ-HIST-RESULT(LTJ-HIST-COUNT).
009670     MOVE LTJ-WORST-MINUTES
009680         TO LTJ-HIST-MINUTES(LTJ-HIST-COUNT).
009690     GO TO 4500-EXIT.
009700 4500-EXIT.
009710     EXIT.
009720
009730*=================================================================
009740* 5000-LIST-NOT-RUN
009750* LISTS THE COMMITMENTS WITH NO RUN ON THE RUN DATE.  THE MASTER
009760* DOES NOT KNOW WHICH DAYS A JOB IS SCHEDULED, SO THESE ARE
009770* SHOWN FOR THE SHIFT TO CHECK BUT ARE NOT COUNTED AS BREACHES.
009780*=================================================================
009790 5000-LIST-NOT-RUN.
009800     IF LTJ-NOT-RUN-COUNT = ZERO
009810         GO TO 5000-EXIT
009820     END-IF.
009830     MOVE LTJ-LINE-BLANK TO T5-TEXT.
009840     WRITE T5-RECORD.
009850     MOVE "COMMITMENTS WITH NO RUN ON THE RUN DATE" TO T5-TEXT.
009860     WRITE T5-RECORD.
009870     PERFORM 5100-LIST-ONE-NOT-RUN THRU 5100-EXIT
009880             VARYING LTJ-IX FROM 1 BY 1
009890             UNTIL LTJ-IX > LTJ-SLA-COUNT.
009900     GO TO 5000-EXIT.
009910 5000-EXIT.
009920     EXIT.
009930
009940 5100-LIST-ONE-NOT-RUN.
009950     IF LTJ-SLA-RESULT(LTJ-IX) NOT = "N"
009960         GO TO 5100-EXIT
009970     END-IF.
009980     MOVE LTJ-SLA-JOB(LTJ-IX) TO LTJ-PRT-NR-JOB.
009990     MOVE LTJ-SLA-STEP(LTJ-IX) TO LTJ-PRT-NR-STEP.
010000     MOVE LTJ-SLA-OWNER(LTJ-IX) TO LTJ-PRT-NR-OWNER.
010010     MOVE LTJ-LINE-NOT-RUN TO T5-TEXT.
010020     WRITE T5-RECORD.
010030     GO TO 5100-EXIT.
010040 5100-EXIT.
010050     EXIT.
010060
010070*=================================================================
010080* 6000-MONTH-TO-DATE
010090* TOTALS THE BREACH HISTORY FROM THE FIRST OF THE RUN DATE'S
010100* MONTH THROUGH THE RUN DATE BY OWNER, FOR THE MONTHLY SERVICE
010110* REVIEW.
010120*=================================================================
010130 6000-MONTH-TO-DATE.
010140     PERFORM 6100-TALLY-ONE-HISTORY THRU 6100-EXIT
010150             VARYING LTJ-IX FROM 1 BY 1
010160             UNTIL LTJ-IX > LTJ-HIST-COUNT.
010170     MOVE LTJ-LINE-BLANK TO T5-TEXT.
010180     WRITE T5-RECORD.
010190     MOVE SPACES TO T5-TEXT.
010200     STRING "MONTH-TO-DATE BY OWNER, " DELIMITED BY SIZE
010210         LTJ-MONTH-START DELIMITED BY SIZE
010220         " THROUGH " DELIMITED BY SIZE
010230         LTJ-RUN-DATE DELIMITED BY SIZE
010240         INTO T5-TEXT
010250     END-STRING.
010260     WRITE T5-RECORD.
010270     IF LTJ-OWNER-COUNT = ZERO
010280         MOVE "  NO COMMITMENTS MISSED OR AT RISK" TO T5-TEXT
010290         WRITE T5-RECORD
010300     END-IF.
010310     PERFORM 6200-PRINT-ONE-OWNER THRU 6200-EXIT
010320             VARYING LTJ-IX FROM 1 BY 1
010330             UNTIL LTJ-IX > LTJ-OWNER-COUNT.
010340     GO TO 6000-EXIT.
010350 6000-EXIT.
010360     EXIT.
010370
010380 6100-TALLY-ONE-HISTORY.
010390     IF LTJ-HIST-DATE(LTJ-IX) < LTJ-MONTH-START
010400        OR LTJ-HIST-DATE(LTJ-IX) > LTJ-RUN-DATE
010410         GO TO 6100-EXIT
010420     END-IF.
010430     MOVE ZERO TO LTJ-FOUND.
010440     PERFORM 6110-FIND-OWNER THRU 6110-EXIT
010450             VARYING LTJ-IY FROM 1 BY 1
010460             UNTIL LTJ-IY > LTJ-OWNER-COUNT OR LTJ-FOUND > ZERO.
010470     IF LTJ-FOUND = ZERO
010480         IF LTJ-OWNER-COUNT >= 500
010490             GO TO 6100-EXIT
010500         END-IF
010510         ADD 1 TO LTJ-OWNER-COUNT
010520         MOVE LTJ-OWNER-COUNT TO LTJ-FOUND
010530         MOVE LTJ-HIST-OWNER(LTJ-IX) TO LTJ-OWNER-NAME(LTJ-FOUND)
010540         MOVE ZERO TO LTJ-OWNER-MISSED(LTJ-FOUND)
010550         MOVE ZERO TO LTJ-OWNER-AT-RISK(LTJ-FOUND)
010560     END-IF.
010570     IF LTJ-HIST-RESULT(LTJ-IX) = "M"
010580         ADD 1 TO LTJ-OWNER-MISSED(LTJ-FOUND)
010590     ELSE
010600         ADD 1 TO LTJ-OWNER-AT-RISK(LTJ-FOUND)
010610     END-IF.
010620     GO TO 6100-EXIT.
010630 6100-EXIT.
010640     EXIT.
010650
010660 6110-FIND-OWNER.
010670     IF LTJ-OWNER-NAME(LTJ-IY) = LTJ-HIST-OWNER(LTJ-IX)
010680         MOVE LTJ-IY TO LTJ-FOUND
010690     END-IF.
010700     GO TO 6110-EXIT.
010710 6110-EXIT.
010720     EXIT.
010730
010740 6200-PRINT-ONE-OWNER.
010750     MOVE LTJ-OWNER-NAME(LTJ-IX) TO LTJ-PRT-OWN-NAME.
010760     MOVE LTJ-OWNER-MISSED(LTJ-IX) TO LTJ-PRT-OWN-MISSED.
010770     MOVE LTJ-OWNER-AT-RISK(LTJ-IX) TO LTJ-PRT-OWN-AT-RISK.
010780     MOVE LTJ-LINE-OWNER TO T5-TEXT.
010790     WRITE T5-RECORD.
010800     GO TO 6200-EXIT.
010810 6200-EXIT.
010820     EXIT.
010830
010840*-----------------------------------------------------------------
010850* 7000-SECS-TO-STAMP - TURNS SECONDS FROM MIDNIGHT STARTING THE
010860* RUN DATE BACK INTO A CALENDAR DATE AND HH:MM FOR PRINTING.
010870*-----------------------------------------------------------------
010880 7000-SECS-TO-STAMP.
010890     DIVIDE LTJ-STAMP-SECS BY 86400 GIVING LTJ-STAMP-DAYS
010900         REMAINDER LTJ-STAMP-REM.
010910     DIVIDE LTJ-STAMP-REM BY 3600 GIVING LTJ-STAMP-HOURS
010920         REMAINDER LTJ-STAMP-REM.
010930     DIVIDE LTJ-STAMP-REM BY 60 GIVING LTJ-STAMP-MINS.
010940     MOVE LTJ-STAMP-HOURS TO LTJ-STAMP-TIME-HH.
010950     MOVE LTJ-STAMP-MINS TO LTJ-STAMP-TIME-MM.
010960     IF LTJ-STAMP-DAYS = ZERO
010970         MOVE LTJ-RUN-DATE TO LTJ-STAMP-DATE
010980     ELSE
010990         COMPUTE LTJ-STAMP-DATE = FUNCTION DATE-OF-INTEGER(
011000             LTJ-DAY-NUMBER + LTJ-STAMP-DAYS)
011010     END-IF.
011020     GO TO 7000-EXIT.
011030 7000-EXIT.
011040     EXIT.
011050
011060*=================================================================
011070* 8000-REWRITE-HISTORY
011080* WRITES THE BREACH HISTORY BACK OUT - LAST MONTH AND THIS, WITH
011090* THE RUN DATE'S RESULTS IN PLACE OF ANY EARLIER ONES.
011100*=================================================================
011110 8000-REWRITE-HISTORY.
011120     OPEN OUTPUT T4.
011130     IF NOT (LTJ-FS-T4 = "00")
011140         DISPLAY "LATEJOB: UNABLE TO REWRITE BREACH HISTORY, "
011150                 "STATUS " LTJ-FS-T4
011160         MOVE 8 TO LTJ-RETURN-CODE
011170         GO TO 8000-EXIT
011180     END-IF.
011190     PERFORM 8100-WRITE-ONE-HISTORY THRU 8100-EXIT
011200             VARYING LTJ-IX FROM 1 BY 1
011210             UNTIL LTJ-IX > LTJ-HIST-COUNT.
011220     CLOSE T4.
011230     GO TO 8000-EXIT.
011240 8000-EXIT.
011250     EXIT.
011260
011270 8100-WRITE-ONE-HISTORY.
011280     MOVE SPACES TO T4-RECORD.
011290     MOVE LTJ-HIST-DATE(LTJ-IX) TO T4-RUN-DATE.
011300     MOVE LTJ-HIST-JOB(LTJ-IX) TO T4-JOB-ID.
011310     MOVE LTJ-HIST-STEP(LTJ-IX) TO T4-STEP-NAME.
011320     MOVE LTJ-HIST-OWNER(LTJ-IX) TO T4-OWNER.
011330     MOVE LTJ-HIST-RESULT(LTJ-IX) TO T4-RESULT.
011340     MOVE LTJ-HIST-MINUTES(LTJ-IX) TO T4-MINUTES.
011350     WRITE T4-RECORD.
011360     GO TO 8100-EXIT.
011370 8100-EXIT.
011380     EXIT.
011390
011400*=================================================================
011410* 9000-TERMINATE
011420* REWRITES THE BREACH HISTORY, PRINTS THE TOTALS, CLOSES THE
011430* FILES AND PASSES BACK THE WORST CONDITION SEEN - 4 WHEN ANY
011440* COMMITMENT WAS MISSED OR A MASTER ENTRY WAS DROPPED.
011450*=================================================================
011460 9000-TERMINATE.
011470     PERFORM 8000-REWRITE-HISTORY THRU 8000-EXIT.
011480     MOVE LTJ-LINE-BLANK TO T5-TEXT.
011490     WRITE T5-RECORD.
011500     MOVE LTJ-SLA-COUNT TO LTJ-PRT-TOT-SLA.
011510     MOVE LTJ-MET-COUNT TO LTJ-PRT-TOT-MET.
011520     MOVE LTJ-AT-RISK-COUNT TO LTJ-PRT-TOT-AT-RISK.
011530     MOVE LTJ-MISSED-COUNT TO LTJ-PRT-TOT-MISSED.
011540     MOVE LTJ-NOT-RUN-COUNT TO LTJ-PRT-TOT-NOT-RUN.
011550     MOVE LTJ-LINE-TOTALS TO T5-TEXT.
011560     WRITE T5-RECORD.
011570     CLOSE T2.
011580     CLOSE T5.
011590     IF LTJ-RETURN-CODE > ZERO
011600         MOVE LTJ-RETURN-CODE TO RETURN-CODE
011610     END-IF.
011620     GO TO 9000-EXIT.
011630 9000-EXIT.
011640     EXIT.
