000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DSCLEAN.
000030 AUTHOR. D JARRETT.
000040 INSTALLATION. DATALOGIC SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------------
000120* 10/15/2026 DJ    ORIGINAL - WORK-VOLUME HOUSEKEEPING.  READS
000130*                  THE WORK-DATASET INVENTORY THE INTERPRETER
000140*                  KEEPS (EVERY .OUT, .TRC, .PRF, .TAPE AND
000150*                  CHECKPOINT A STEP WRITES AND EVERY LOG
000160*                  PARTITION A JOB CREATES), REPORTS WHAT IS
000170*                  STILL ON THE VOLUME, AND SCRATCHES WHAT HAS
000180*                  OUTLIVED THE RETENTION THE DSRETAIN MASTER
000190*                  SETS FOR ITS TYPE.  A CHECKPOINT LEFT BY A
000200*                  FAILED RUN IS KEPT UNTIL THE RUN LOG SHOWS A
000210*                  SUCCESSFUL RERUN OF THAT STEP, A SNAPSHOT
000220*                  TAPE IS KEPT WHILE A PRELOAD FIELD IN THE
000230*                  CURRENT CONTROL DECK OR THE SCHEDULE MASTER
000240*                  NAMES IT, AND A LOG PARTITION IS KEPT UNTIL
000250*                  LOGMERGE HAS EMPTIED IT.  THE INVENTORY IS
000260*                  REWRITTEN WITH ONLY THE DATASETS LEFT.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310*    W1 - THE SHARED WORK-DATASET INVENTORY, FOLDED TOGETHER
000320*    FROM THE JOB PARTITIONS BY LOGMERGE.  READ AT THE START,
000330*    REWRITTEN AT THE END WITH THE DATASETS STILL ON THE VOLUME.
000340     SELECT W1 ASSIGN TO "DSINVENT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS DSC-FS-W1.
000370*    W2 - THE RUN-LOG AUDIT TRAIL WRITTEN BY THE INTERPRETER.
000380     SELECT W2 ASSIGN TO "RUNLOG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS DSC-FS-W2.
000410*    W3 - THE CURRENT CONTROL DECK, READ FOR ITS PRELOAD FIELDS.
000420     SELECT W3 ASSIGN TO "CONTROL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS DSC-FS-W3.
000450*    W4 - THE SCHEDULE MASTER, READ FOR THE PRELOAD FIELDS OF
000460*    THE CARD IMAGES IT WILL PUNCH ON LATER NIGHTS.
000470     SELECT W4 ASSIGN TO "SCHDMAST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS DSC-FS-W4.
000500*    W5 - THE RETENTION MASTER, ONE RECORD PER DATASET TYPE.
000510     SELECT W5 ASSIGN TO "DSRETAIN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DSC-FS-W5.
000540*    W6 - OPTIONAL PARAMETER CARD - THE RUN DATE AGES ARE TAKEN
000550*    FROM (TODAY WHEN BLANK) AND AN OPTIONAL MODE - R FOR A
000560*    REPORT-ONLY PASS THAT SCRATCHES NOTHING.
000570     SELECT W6 ASSIGN TO "DSCPARM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS DSC-FS-W6.
000600*    W7 - ONE INVENTORIED DATASET AT A TIME, OPENED UNDER ITS
000610*    OWN NAME TO SEE WHETHER IT IS STILL THERE AND, FOR A LOG
000620*    PARTITION, WHETHER IT STILL HOLDS ANYTHING.
000630     SELECT W7 ASSIGN TO DYNAMIC DSC-PROBE-FILENAME
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS DSC-FS-W7.
000660*    W8 - THE PRINTED HOUSEKEEPING REPORT.
000670     SELECT W8 ASSIGN TO "DSCRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS DSC-FS-W8.
000700 DATA DIVISION.
000710 FILE SECTION.
000720*    AN INVENTORY RECORD - THE DATASET NAME, ITS TYPE, THE JOB
000730*    AND STEP THAT WROTE IT (NO STEP FOR A LOG PARTITION), THE
000740*    CREATION DATE AND TIME, THE RETURN CODE OF THE RUN (THE
000750*    JOB'S WORST FOR A PARTITION) AND THE SOURCE THE STEP RAN.
000760 FD  W1
000770     LABEL RECORDS ARE STANDARD.
000780 01  W1-RECORD.
000790     03  W1-DSNAME               PIC X(110).
000800     03  FILLER                  PIC X(001).
000810     03  W1-DS-TYPE              PIC X(008).
000820     03  FILLER                  PIC X(001).
000830     03  W1-JOB-ID               PIC X(008).
000840     03  FILLER                  PIC X(001).
000850     03  W1-STEP-NAME            PIC X(008).
000860     03  FILLER                  PIC X(001).
000870     03  W1-CREATE-DATE          PIC X(008).
000880     03  FILLER                  PIC X(001).
000890     03  W1-CREATE-TIME          PIC X(008).
000900     03  FILLER                  PIC X(001).
000910     03  W1-RETURN-CODE          PIC X(002).
000920     03  FILLER                  PIC X(001).
000930     03  W1-SRC-FILE             PIC X(080).
000940
000950 FD  W2
000960     LABEL RECORDS ARE STANDARD.
000970 01  W2-RECORD.
000980     03  W2-SRC-FILE             PIC X(080).
000990     03  FILLER                  PIC X(001).
001000     03  W2-START-DATE           PIC X(008).
001010     03  FILLER                  PIC X(001).
001020     03  W2-START-TIME           PIC X(008).
001030     03  FILLER                  PIC X(001).
001040     03  W2-END-DATE             PIC X(008).
001050     03  FILLER                  PIC X(001).
001060     03  W2-END-TIME             PIC X(008).
001070     03  FILLER                  PIC X(001).
001080     03  W2-RETURN-CODE          PIC X(002).
001090     03  FILLER                  PIC X(001).
001100     03  W2-OPERATOR-ID          PIC X(008).
001110     03  FILLER                  PIC X(001).
001120     03  W2-JOB-ID               PIC X(008).
001130     03  FILLER                  PIC X(001).
001140     03  W2-MEMBER-NAME          PIC X(008).
001150     03  FILLER                  PIC X(001).
001160     03  W2-VERSION              PIC X(005).
001170     03  FILLER                  PIC X(001).
001180     03  W2-DISPOSITION          PIC X(008).
001190     03  FILLER                  PIC X(001).
001200     03  W2-STEP-NAME            PIC X(008).
001210
001220*    A CONTROL CARD - ONLY THE PRELOAD FIELD IS WANTED HERE.
001230 FD  W3
001240     LABEL RECORDS ARE STANDARD.
001250 01  W3-RECORD.
001260     03  FILLER                  PIC X(155).
001270     03  W3-PRELOAD-FILE         PIC X(080).
001280     03  FILLER                  PIC X(002).
001290
001300*    A SCHEDULE MASTER RECORD - STEP ORDER, FREQUENCY AND DAY
001310*    AHEAD OF THE CARD IMAGE, WHOSE PRELOAD FIELD IS WANTED.
001320 FD  W4
001330     LABEL RECORDS ARE STANDARD.
001340 01  W4-RECORD.
001350     03  FILLER                  PIC X(007).
001360     03  FILLER                  PIC X(155).
001370     03  W4-PRELOAD-FILE         PIC X(080).
001380     03  FILLER                  PIC X(002).
001390
001400*    A RETENTION - THE DATASET TYPE AS THE INVENTORY CARRIES IT
001410*    (OUT, TRC, PRF, TAPE, CKPT, RUNLOG, STATSRPT, VERIFRPT,
001420*    DSINVENT) AND THE DAYS (RIGHT-JUSTIFIED) A DATASET OF THAT
001430*    TYPE IS KEPT AFTER ITS CREATION DATE.  A TYPE WITH NO RECORD
001440*    IS NEVER SCRATCHED.
001450 FD  W5
001460     LABEL RECORDS ARE STANDARD.
001470 01  W5-RECORD.
001480     03  W5-DS-TYPE              PIC X(008).
001490     03  FILLER                  PIC X(001).
001500     03  W5-DAYS                 PIC X(004).
001510     03  FILLER                  PIC X(067).
001520
001530 FD  W6
001540     LABEL RECORDS ARE STANDARD.
001550 01  W6-RECORD.
001560     03  W6-RUN-DATE             PIC X(008).
001570     03  FILLER                  PIC X(001).
001580     03  W6-MODE                 PIC X(001).
001590         88  W6-REPORT-ONLY          VALUE "R".
001600     03  FILLER                  PIC X(070).
001610
001620 FD  W7
001630     LABEL RECORDS ARE STANDARD.
001640 01  W7-RECORD.
001650     03  W7-TEXT                 PIC X(080).
001660
001670 FD  W8
001680     LABEL RECORDS ARE STANDARD.
001690 01  W8-RECORD.
001700     03  W8-TEXT                 PIC X(132).
001710 WORKING-STORAGE SECTION.
001720*---------------------------------------------------------------
001730* STANDALONE COUNTERS AND SWITCHES.
001740*---------------------------------------------------------------
001750 77  DSC-INV-READ                PIC 9(007) COMP VALUE ZERO.
001760 77  DSC-RETAIN-READ             PIC 9(005) COMP VALUE ZERO.
001770 77  DSC-RETURN-CODE             PIC 9(002) COMP VALUE ZERO.
001780 77  DSC-IX                      PIC 9(005) COMP VALUE ZERO.
001790 77  DSC-IY                      PIC 9(005) COMP VALUE ZERO.
001800 77  DSC-FOUND                   PIC 9(005) COMP VALUE ZERO.
001810 77  DSC-TYPE-IX                 PIC 9(005) COMP VALUE ZERO.
001820 77  DSC-DAY-NUMBER              PIC 9(007) COMP VALUE ZERO.
001830 77  DSC-CREATE-DAY              PIC 9(007) COMP VALUE ZERO.
001840 77  DSC-AGE                     PIC S9(007) COMP VALUE ZERO.
001850 77  DSC-NAME-LEN                PIC 9(005) COMP VALUE ZERO.
001860 77  DSC-TRAIL-SPACES            PIC 9(005) COMP VALUE ZERO.
001870 77  DSC-SYMBOL-COUNT            PIC 9(005) COMP VALUE ZERO.
001880 77  DSC-DELETE-STATUS           PIC S9(009) COMP VALUE ZERO.
001890
001900 01  DSC-SWITCHES.
001910     03  DSC-EOF-W1-SW           PIC X(001) VALUE "N".
001920         88  DSC-EOF-W1              VALUE "Y".
001930     03  DSC-EOF-W2-SW           PIC X(001) VALUE "N".
001940         88  DSC-EOF-W2              VALUE "Y".
001950     03  DSC-EOF-W3-SW           PIC X(001) VALUE "N".
001960         88  DSC-EOF-W3              VALUE "Y".
001970     03  DSC-EOF-W4-SW           PIC X(001) VALUE "N".
001980         88  DSC-EOF-W4              VALUE "Y".
001990     03  DSC-EOF-W5-SW           PIC X(001) VALUE "N".
002000         88  DSC-EOF-W5              VALUE "Y".
002010     03  DSC-MODE-SW             PIC X(001) VALUE "S".
002020         88  DSC-SCRATCH-MODE        VALUE "S".
002030         88  DSC-REPORT-MODE         VALUE "R".
002040     03  DSC-OVERFLOW-SW         PIC X(001) VALUE "N".
002050         88  DSC-INV-OVERFLOW        VALUE "Y".
002060     03  DSC-EXISTS-SW           PIC X(001) VALUE "N".
002070         88  DSC-DATASET-EXISTS      VALUE "Y".
002080     03  DSC-EMPTY-SW            PIC X(001) VALUE "N".
002090         88  DSC-DATASET-EMPTY       VALUE "Y".
002100     03  DSC-MATCH-SW            PIC X(001) VALUE "N".
002110         88  DSC-MATCHED             VALUE "Y".
002120
002130 01  DSC-FILE-STATUSES.
002140     03  DSC-FS-W1               PIC X(002).
002150     03  DSC-FS-W2               PIC X(002).
002160     03  DSC-FS-W3               PIC X(002).
002170     03  DSC-FS-W4               PIC X(002).
002180     03  DSC-FS-W5               PIC X(002).
002190     03  DSC-FS-W6               PIC X(002).
002200     03  DSC-FS-W7               PIC X(002).
002210     03  DSC-FS-W8               PIC X(002).
002220
002230 01  DSC-RUN-DATE                PIC 9(008) VALUE ZERO.
002240 01  DSC-CREATE-DATE             PIC X(008) VALUE SPACES.
002250 01  DSC-CREATE-DATE-N REDEFINES DSC-CREATE-DATE
002260                                 PIC 9(008).
002270 01  DSC-PROBE-FILENAME          PIC X(110) VALUE SPACES.
002280 01  DSC-DELETE-NAME             PIC X(111) VALUE SPACES.
002290 01  DSC-WORK-PRELOAD            PIC X(080) VALUE SPACES.
002300 01  DSC-WORK-TYPE               PIC X(008) VALUE SPACES.
002310 01  DSC-ACTION                  PIC X(024) VALUE SPACES.
002320 01  DSC-DROP-REASON             PIC X(040) VALUE SPACES.
002330 01  DSC-CREATE-STAMP            PIC X(016) VALUE SPACES.
002340 01  DSC-RUN-STAMP               PIC X(016) VALUE SPACES.
002350 01  DSC-NUM-WORK                PIC X(004) VALUE SPACES.
002360 01  DSC-NUM-WORK-N REDEFINES DSC-NUM-WORK
002370                                 PIC 9(004).
002380
002390*---------------------------------------------------------------
002400* THE RETENTION BY TYPE, LOADED FROM DSRETAIN, PLUS ANY TYPE
002410* MET IN THE INVENTORY WITH NO RETENTION SET, AND THE COUNTS
002420* FOR THE SUMMARY AT THE FOOT OF THE REPORT.
002430*---------------------------------------------------------------
002440 01  DSC-TYPE-TABLE.
002450     03  DSC-TYPE-COUNT          PIC 9(005) COMP VALUE ZERO.
002460     03  DSC-TYPE-ENTRY OCCURS 50 TIMES.
002470         05  DSC-TYPE-NAME       PIC X(008).
002480         05  DSC-TYPE-HAS-DAYS   PIC X(001).
002490         05  DSC-TYPE-DAYS       PIC 9(004) COMP.
002500         05  DSC-TYPE-ON-FILE    PIC 9(007) COMP.
002510         05  DSC-TYPE-KEPT       PIC 9(007) COMP.
002520         05  DSC-TYPE-SCRATCHED  PIC 9(007) COMP.
002530         05  DSC-TYPE-GONE       PIC 9(007) COMP.
002540
002550*---------------------------------------------------------------
002560* THE SNAPSHOT NAMES THE CONTROL DECK AND SCHEDULE MASTER STILL
002570* PRELOAD FROM.  A NAME CARRYING AN &-SYMBOL IS RESOLVED BY THE
002580* INTERPRETER ONLY AS ITS CARD IS READ, SO IT IS HELD AS THE
002590* FIXED TEXT AHEAD OF THE FIRST & AND PROTECTS EVERY SNAPSHOT
002600* WHOSE NAME BEGINS WITH THAT TEXT.
002610*---------------------------------------------------------------
002620 01  DSC-PRELOAD-TABLE.
002630     03  DSC-PRELOAD-COUNT       PIC 9(005) COMP VALUE ZERO.
002640     03  DSC-PRELOAD-ENTRY OCCURS 1000 TIMES.
002650         05  DSC-PRELOAD-NAME    PIC X(080).
002660         05  DSC-PRELOAD-LEN     PIC 9(005) COMP.
002670         05  DSC-PRELOAD-PREFIX  PIC X(001).
002680
002690*---------------------------------------------------------------
002700* EVERY SUCCESSFUL (RETURN CODE 00) EXECUTED RUN IN THE RUN LOG
002710* - THE REFERENCE FOR WHETHER A FAILED RUN'S CHECKPOINT HAS BEEN
002720* RERUN CLEAN.
002730*---------------------------------------------------------------
002740 01  DSC-RUN-TABLE.
002750     03  DSC-RUN-COUNT           PIC 9(005) COMP VALUE ZERO.
002760     03  DSC-RUN-ENTRY OCCURS 10000 TIMES.
002770         05  DSC-RUN-SRC         PIC X(080).
002780         05  DSC-RUN-JOB         PIC X(008).
002790         05  DSC-RUN-STEP        PIC X(008).
002800         05  DSC-RUN-START       PIC X(016).
002810
002820*---------------------------------------------------------------
002830* THE INVENTORY, HELD IN TYPE AND DATASET NAME ORDER.  A NAME
002840* WRITTEN AGAIN BY A LATER RUN KEEPS ONLY ITS NEWEST RECORD -
002850* THE ONE DESCRIBING WHAT IS ON THE VOLUME NOW.
002860*---------------------------------------------------------------
002870 01  DSC-INV-TABLE.
002880     03  DSC-INV-COUNT           PIC 9(005) COMP VALUE ZERO.
002890     03  DSC-INV-ENTRY OCCURS 5000 TIMES.
002900         05  DSC-INV-KEY.
002910             07  DSC-INV-TYPE    PIC X(008).
002920             07  DSC-INV-NAME    PIC X(110).
002930         05  DSC-INV-JOB         PIC X(008).
002940         05  DSC-INV-STEP        PIC X(008).
002950         05  DSC-INV-DATE        PIC X(008).
002960         05  DSC-INV-TIME        PIC X(008).
002970         05  DSC-INV-RC          PIC X(002).
002980         05  DSC-INV-SRC         PIC X(080).
002990         05  DSC-INV-KEEP        PIC X(001).
003000 01  DSC-NEW-KEY.
003010     03  DSC-NEW-TYPE            PIC X(008).
003020     03  DSC-NEW-NAME            PIC X(110).
003030
003040*---------------------------------------------------------------
003050* REPORT PRINT LINES.
003060*---------------------------------------------------------------
003070 01  DSC-LINE-BLANK              PIC X(132) VALUE SPACES.
003080 01  DSC-LINE-TITLE.
003090     03  FILLER                  PIC X(039)
003100         VALUE "WORK DATASET HOUSEKEEPING FOR RUN DATE ".
003110     03  DSC-PRT-TITLE-DATE      PIC 9(008).
003120     03  FILLER                  PIC X(008) VALUE "   MODE ".
003130     03  DSC-PRT-TITLE-MODE      PIC X(011).
003140     03  FILLER                  PIC X(066) VALUE SPACES.
003150 01  DSC-LINE-HEADER.
003160     03  FILLER                  PIC X(034)
003170         VALUE "TYPE     ACTION                   ".
003180     03  FILLER                  PIC X(036)
003190         VALUE "JOB      STEP     CREATED  RC   AGE ".
003200     03  FILLER                  PIC X(062) VALUE "DATASET".
003210 01  DSC-LINE-DETAIL.
003220     03  DSC-PRT-TYPE            PIC X(008).
003230     03  FILLER                  PIC X(001) VALUE SPACE.
003240     03  DSC-PRT-ACTION          PIC X(024).
003250     03  FILLER                  PIC X(001) VALUE SPACE.
003260     03  DSC-PRT-JOB             PIC X(008).
003270     03  FILLER                  PIC X(001) VALUE SPACE.
003280     03  DSC-PRT-STEP            PIC X(008).
003290     03  FILLER                  PIC X(001) VALUE SPACE.
003300     03  DSC-PRT-DATE            PIC X(008).
003310     03  FILLER                  PIC X(001) VALUE SPACE.
003320     03  DSC-PRT-RC              PIC X(002).
003330     03  FILLER                  PIC X(001) VALUE SPACE.
003340     03  DSC-PRT-AGE             PIC Z(004)9.
003350     03  FILLER                  PIC X(001) VALUE SPACE.
003360     03  DSC-PRT-NAME            PIC X(062).
003370 01  DSC-LINE-TYPE-HEADER.
003380     03  FILLER                  PIC X(036)
003390         VALUE "TYPE      ON FILE     KEPT SCRATCHED".
003400     03  FILLER                  PIC X(096)
003410         VALUE "     GONE  RETENTION".
003420 01  DSC-LINE-TYPE.
003430     03  DSC-PRT-SUM-TYPE        PIC X(008).
003440     03  FILLER                  PIC X(001) VALUE SPACE.
003450     03  DSC-PRT-SUM-ON-FILE     PIC Z(007)9.
003460     03  FILLER                  PIC X(001) VALUE SPACE.
003470     03  DSC-PRT-SUM-KEPT        PIC Z(007)9.
003480     03  FILLER                  PIC X(002) VALUE SPACES.
003490     03  DSC-PRT-SUM-SCRATCHED   PIC Z(007)9.
003500     03  FILLER                  PIC X(001) VALUE SPACE.
003510     03  DSC-PRT-SUM-GONE        PIC Z(007)9.
003520     03  FILLER                  PIC X(002) VALUE SPACES.
003530     03  DSC-PRT-SUM-DAYS        PIC X(009).
003540     03  FILLER                  PIC X(076) VALUE SPACES.
003550 01  DSC-PRT-DAYS-TEXT.
003560     03  DSC-PRT-DAYS-NUM        PIC Z(003)9.
003570     03  FILLER                  PIC X(005) VALUE " DAYS".
003580 PROCEDURE DIVISION.
003590
003600*=================================================================
003610* 0000-MAINLINE
003620* LOADS THE RETENTIONS, THE PRELOAD NAMES, THE SUCCESSFUL RUNS
003630* AND THE INVENTORY, JUDGES EVERY INVENTORIED DATASET, THEN
003640* REWRITES THE INVENTORY AND PRINTS THE SUMMARY BY TYPE.
003650*=================================================================
003660 0000-MAINLINE.
003670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003680     PERFORM 3000-PRINT-HEADER THRU 3000-EXIT.
003690     PERFORM 2000-JUDGE-ONE-DATASET THRU 2000-EXIT
003700             VARYING DSC-IX FROM 1 BY 1
003710             UNTIL DSC-IX > DSC-INV-COUNT.
003720     PERFORM 8000-REWRITE-INVENTORY THRU 8000-EXIT.
003730     PERFORM 8500-PRINT-SUMMARY THRU 8500-EXIT.
003740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003750     STOP RUN.
003760
003770*=================================================================
003780* 1000-INITIALIZE
003790* OPENS THE FILES, PICKS UP THE OPTIONAL RUN DATE AND MODE, AND
003800* LOADS EVERYTHING THE JUDGEMENT NEEDS.  THE CONTROL DECK AND
003810* SCHEDULE MASTER ARE OPTIONAL - ONE THAT IS NOT THERE NAMES NO
003820* SNAPSHOT, AND THE REPORT SAYS SO.
003830*=================================================================
003840 1000-INITIALIZE.
003850     OPEN INPUT W1.
003860     IF NOT (DSC-FS-W1 = "00")
003870         DISPLAY "DSCLEAN: UNABLE TO OPEN DATASET INVENTORY"
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910     OPEN INPUT W2.
003920     IF NOT (DSC-FS-W2 = "00")
003930         DISPLAY "DSCLEAN: UNABLE TO OPEN RUN LOG"
003940         MOVE 16 TO RETURN-CODE
003950         STOP RUN
003960     END-IF.
003970     OPEN INPUT W5.
003980     IF NOT (DSC-FS-W5 = "00")
003990         DISPLAY "DSCLEAN: UNABLE TO OPEN RETENTION MASTER"
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030     OPEN OUTPUT W8.
004040     IF NOT (DSC-FS-W8 = "00")
004050         DISPLAY "DSCLEAN: UNABLE TO OPEN REPORT FILE"
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     ACCEPT DSC-RUN-DATE FROM DATE YYYYMMDD.
004100     OPEN INPUT W6.
004110     IF DSC-FS-W6 = "00"
004120         READ W6
004130             AT END
004140                 CONTINUE
004150             NOT AT END
004160                 IF W6-RUN-DATE NUMERIC
004170                    AND W6-RUN-DATE NOT = ZERO
004180                     MOVE W6-RUN-DATE TO DSC-RUN-DATE
004190                 END-IF
004200                 IF W6-REPORT-ONLY
004210                     SET DSC-REPORT-MODE TO TRUE
004220                 END-IF
004230         END-READ
004240         CLOSE W6
004250     END-IF.
004260     COMPUTE DSC-DAY-NUMBER =
004270         FUNCTION INTEGER-OF-DATE(DSC-RUN-DATE).
004280     IF DSC-DAY-NUMBER = ZERO
004290         DISPLAY "DSCLEAN: RUN DATE IS NOT A VALID DATE - "
004300                 DSC-RUN-DATE
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF.
004340     PERFORM 1050-PRINT-TITLE THRU 1050-EXIT.
004350     PERFORM 1110-READ-RETENTION THRU 1110-EXIT.
004360     PERFORM 1100-LOAD-ONE-RETENTION THRU 1100-EXIT
004370             UNTIL DSC-EOF-W5.
004380     CLOSE W5.
004390     PERFORM 1200-LOAD-PRELOADS THRU 1200-EXIT.
004400     PERFORM 1300-LOAD-ONE-RUN THRU 1300-EXIT
004410             UNTIL DSC-EOF-W2.
004420     CLOSE W2.
004430     PERFORM 1400-LOAD-ONE-INVENTORY THRU 1400-EXIT
004440             UNTIL DSC-EOF-W1.
004450     CLOSE W1.
004460     GO TO 1000-EXIT.
004470 1000-EXIT.
004480     EXIT.
004490
004500*-----------------------------------------------------------------
004510* 1050-PRINT-TITLE - THE REPORT TITLE, AHEAD OF ANY RETENTION
004520* ENTRY DROPPED OR PRELOAD SOURCE MISSED WHILE LOADING.
004530*-----------------------------------------------------------------
004540 1050-PRINT-TITLE.
004550     MOVE DSC-RUN-DATE TO DSC-PRT-TITLE-DATE.
004560     IF DSC-REPORT-MODE
004570         MOVE "REPORT ONLY" TO DSC-PRT-TITLE-MODE
004580     ELSE
004590         MOVE "SCRATCH" TO DSC-PRT-TITLE-MODE
004600     END-IF.
004610     MOVE DSC-LINE-TITLE TO W8-TEXT.
004620     WRITE W8-RECORD.
004630     MOVE DSC-LINE-BLANK TO W8-TEXT.
004640     WRITE W8-RECORD.
004650     GO TO 1050-EXIT.
004660 1050-EXIT.
004670     EXIT.
004680
004690*=================================================================
004700* 1100-LOAD-ONE-RETENTION
004710* CHECKS ONE RETENTION RECORD AND ADDS IT TO THE TYPE TABLE.  A
004720* RECORD WITH NO TYPE, A DAYS FIELD THAT IS NOT A NUMBER, OR THE
004730* SAME TYPE AS AN EARLIER ONE IS LISTED AND DROPPED - ITS TYPE
004740* IS THEN NEVER SCRATCHED, WHICH IS THE SAFE SIDE TO ERR ON.
004750*=================================================================
004760 1100-LOAD-ONE-RETENTION.
004770     ADD 1 TO DSC-RETAIN-READ.
004780     MOVE SPACES TO DSC-DROP-REASON.
004790     MOVE W5-DAYS TO DSC-NUM-WORK.
004800     INSPECT DSC-NUM-WORK REPLACING LEADING SPACES BY ZERO.
004810     IF W5-DAYS = SPACES OR DSC-NUM-WORK NOT NUMERIC
004820         MOVE "DAYS IS NOT A NUMBER" TO DSC-DROP-REASON
004830     END-IF.
004840     IF W5-DS-TYPE = SPACES
004850         MOVE "NO DATASET TYPE" TO DSC-DROP-REASON
004860     END-IF.
004870     IF DSC-DROP-REASON = SPACES
004880         MOVE W5-DS-TYPE TO DSC-WORK-TYPE
004890         PERFORM 1120-LOCATE-TYPE THRU 1120-EXIT
004900         IF DSC-TYPE-IX > ZERO
004910             MOVE "DUPLICATE DATASET TYPE" TO DSC-DROP-REASON
004920         END-IF
004930     END-IF.
004940     IF DSC-DROP-REASON NOT = SPACES
004950         MOVE SPACES TO W8-TEXT
004960         STRING "RETENTION ENTRY DROPPED - " DELIMITED BY SIZE
004970             W5-DS-TYPE DELIMITED BY SIZE
004980             " - " DELIMITED BY SIZE
004990             DSC-DROP-REASON DELIMITED BY SIZE
005000             INTO W8-TEXT
005010         END-STRING
005020         WRITE W8-RECORD
005030         IF DSC-RETURN-CODE < 4
005040             MOVE 4 TO DSC-RETURN-CODE
005050         END-IF
005060         PERFORM 1110-READ-RETENTION THRU 1110-EXIT
005070         GO TO 1100-EXIT
005080     END-IF.
005090     PERFORM 1130-ADD-TYPE THRU 1130-EXIT.
005100     IF DSC-TYPE-IX > ZERO
005110         MOVE "Y" TO DSC-TYPE-HAS-DAYS(DSC-TYPE-IX)
005120         MOVE DSC-NUM-WORK-N TO DSC-TYPE-DAYS(DSC-TYPE-IX)
005130     END-IF.
005140     PERFORM 1110-READ-RETENTION THRU 1110-EXIT.
005150     GO TO 1100-EXIT.
005160 1100-EXIT.
005170     EXIT.
005180
005190 1110-READ-RETENTION.
005200     READ W5
005210         AT END
005220             SET DSC-EOF-W5 TO TRUE
005230     END-READ.
005240     GO TO 1110-EXIT.
005250 1110-EXIT.
005260     EXIT.
005270
005280*-----------------------------------------------------------------
005290* 1120-LOCATE-TYPE - POINTS DSC-TYPE-IX AT THE TYPE TABLE ENTRY
005300* FOR DSC-WORK-TYPE, ZERO WHEN THERE IS NONE; 1130-ADD-TYPE
005310* ADDS ONE WITH NO RETENTION SET (DSC-TYPE-IX ZERO WHEN THE
005320* TABLE IS FULL).
005330*-----------------------------------------------------------------
005340 1120-LOCATE-TYPE.
005350     MOVE ZERO TO DSC-TYPE-IX.
005360     PERFORM 1125-MATCH-TYPE THRU 1125-EXIT
005370             VARYING DSC-IY FROM 1 BY 1
005380             UNTIL DSC-IY > DSC-TYPE-COUNT OR DSC-TYPE-IX > ZERO.
005390     GO TO 1120-EXIT.
005400 1120-EXIT.
005410     EXIT.
005420
005430 1125-MATCH-TYPE.
005440     IF DSC-TYPE-NAME(DSC-IY) = DSC-WORK-TYPE
005450         MOVE DSC-IY TO DSC-TYPE-IX
005460     END-IF.
005470     GO TO 1125-EXIT.
005480 1125-EXIT.
005490     EXIT.
005500
005510 1130-ADD-TYPE.
005520     IF DSC-TYPE-COUNT >= 50
005530         DISPLAY "DSCLEAN: MORE THAN 50 DATASET TYPES - "
005540                 DSC-WORK-TYPE
005550         MOVE 8 TO DSC-RETURN-CODE
005560         MOVE ZERO TO DSC-TYPE-IX
005570         GO TO 1130-EXIT
005580     END-IF.
005590     ADD 1 TO DSC-TYPE-COUNT.
005600     MOVE DSC-TYPE-COUNT TO DSC-TYPE-IX.
005610     MOVE DSC-WORK-TYPE TO DSC-TYPE-NAME(DSC-TYPE-IX).
005620     MOVE "N" TO DSC-TYPE-HAS-DAYS(DSC-TYPE-IX).
005630     MOVE ZERO TO DSC-TYPE-DAYS(DSC-TYPE-IX).
005640     MOVE ZERO TO DSC-TYPE-ON-FILE(DSC-TYPE-IX).
005650     MOVE ZERO TO DSC-TYPE-KEPT(DSC-TYPE-IX).
005660     MOVE ZERO TO DSC-TYPE-SCRATCHED(DSC-TYPE-IX).
005670     MOVE ZERO TO DSC-TYPE-GONE(DSC-TYPE-IX).
005680     GO TO 1130-EXIT.
005690 1130-EXIT.
005700     EXIT.
005710
005720*=================================================================
005730* 1200-LOAD-PRELOADS
005740* COLLECTS EVERY PRELOAD NAME FROM THE CURRENT CONTROL DECK AND
005750* FROM THE CARD IMAGES ON THE SCHEDULE MASTER.
005760*=================================================================
005770 1200-LOAD-PRELOADS.
005780     OPEN INPUT W3.
005790     IF DSC-FS-W3 = "00"
005800         PERFORM 1210-LOAD-ONE-CONTROL THRU 1210-EXIT
005810                 UNTIL DSC-EOF-W3
005820         CLOSE W3
005830     ELSE
005840         MOVE "CONTROL DECK NOT AVAILABLE - NO PRELOADS TAKEN"
005850             TO W8-TEXT
005860         WRITE W8-RECORD
005870     END-IF.
005880     OPEN INPUT W4.
005890     IF DSC-FS-W4 = "00"
005900         PERFORM 1220-LOAD-ONE-SCHEDULE THRU 1220-EXIT
005910                 UNTIL DSC-EOF-W4
005920         CLOSE W4
005930     ELSE
005940         MOVE SPACES TO W8-TEXT
005950         STRING "SCHEDULE MASTER NOT AVAILABLE - "
005960                 DELIMITED BY SIZE
005970             "NO PRELOADS TAKEN" DELIMITED BY SIZE
005980             INTO W8-TEXT
005990         END-STRING
006000         WRITE W8-RECORD
006010     END-IF.
006020     GO TO 1200-EXIT.
006030 1200-EXIT.
006040     EXIT.
006050
006060 1210-LOAD-ONE-CONTROL.
006070     READ W3
006080         AT END
006090             SET DSC-EOF-W3 TO TRUE
006100             GO TO 1210-EXIT
006110     END-READ.
006120     MOVE W3-PRELOAD-FILE TO DSC-WORK-PRELOAD.
006130     PERFORM 1230-ADD-PRELOAD THRU 1230-EXIT.
006140     GO TO 1210-EXIT.
006150 1210-EXIT.
006160     EXIT.
006170
006180 1220-LOAD-ONE-SCHEDULE.
006190     READ W4
006200         AT END
006210             SET DSC-EOF-W4 TO TRUE
006220             GO TO 1220-EXIT
006230     END-READ.
006240     MOVE W4-PRELOAD-FILE TO DSC-WORK-PRELOAD.
006250     PERFORM 1230-ADD-PRELOAD THRU 1230-EXIT.
006260     GO TO 1220-EXIT.
006270 1220-EXIT.
006280     EXIT.
006290
006300*-----------------------------------------------------------------
006310* 1230-ADD-PRELOAD - HOLDS ONE NON-BLANK PRELOAD NAME.  A NAME
006320* WITH AN &-SYMBOL IS CUT BACK TO THE TEXT AHEAD OF THE FIRST &
006330* AND MARKED AS A PREFIX.  IF THE TABLE FILLS, EVERY SNAPSHOT
006340* IS KEPT RATHER THAN RISK SCRATCHING ONE STILL NAMED.
006350*-----------------------------------------------------------------
006360 1230-ADD-PRELOAD.
006370     IF DSC-WORK-PRELOAD = SPACES
006380         GO TO 1230-EXIT
006390     END-IF.
006400     IF DSC-PRELOAD-COUNT >= 1000
006410         DISPLAY "DSCLEAN: MORE THAN 1000 PRELOAD NAMES - EVERY "
006420                 "SNAPSHOT IS KEPT"
006430         MOVE 8 TO DSC-RETURN-CODE
006440         MOVE SPACES TO DSC-WORK-PRELOAD
006450         MOVE "&" TO DSC-WORK-PRELOAD(1:1)
006460         MOVE 1 TO DSC-PRELOAD-COUNT
006470     ELSE
006480         ADD 1 TO DSC-PRELOAD-COUNT
006490     END-IF.
006500     MOVE ZERO TO DSC-SYMBOL-COUNT.
006510     INSPECT DSC-WORK-PRELOAD TALLYING DSC-SYMBOL-COUNT
006520             FOR CHARACTERS BEFORE INITIAL "&".
006530     IF DSC-SYMBOL-COUNT < 80
006540         MOVE "Y" TO DSC-PRELOAD-PREFIX(DSC-PRELOAD-COUNT)
006550         MOVE DSC-SYMBOL-COUNT
006560             TO DSC-PRELOAD-LEN(DSC-PRELOAD-COUNT)
006570     ELSE
006580         MOVE "N" TO DSC-PRELOAD-PREFIX(DSC-PRELOAD-COUNT)
006590         MOVE 80 TO DSC-PRELOAD-LEN(DSC-PRELOAD-COUNT)
006600     END-IF.
006610     MOVE DSC-WORK-PRELOAD TO DSC-PRELOAD-NAME(DSC-PRELOAD-COUNT).
006620     GO TO 1230-EXIT.
006630 1230-EXIT.
006640     EXIT.
006650
006660*=================================================================
006670* 1300-LOAD-ONE-RUN
006680* KEEPS EVERY EXECUTED RUN-LOG RECORD THAT ENDED RETURN CODE 00.
006690*=================================================================
006700 1300-LOAD-ONE-RUN.
006710     READ W2
006720         AT END
006730             SET DSC-EOF-W2 TO TRUE
006740             GO TO 1300-EXIT
006750     END-READ.
006760     IF W2-DISPOSITION NOT = "EXECUTED"
006770        OR W2-RETURN-CODE NOT = "00"
006780         GO TO 1300-EXIT
006790     END-IF.
006800     IF DSC-RUN-COUNT >= 10000
006810         DISPLAY "DSCLEAN: MORE THAN 10000 SUCCESSFUL RUNS IN "
006820                 "THE RUN LOG"
006830         MOVE 8 TO DSC-RETURN-CODE
006840         SET DSC-EOF-W2 TO TRUE
006850         GO TO 1300-EXIT
006860     END-IF.
006870     ADD 1 TO DSC-RUN-COUNT.
006880     MOVE W2-SRC-FILE TO DSC-RUN-SRC(DSC-RUN-COUNT).
006890     MOVE W2-JOB-ID TO DSC-RUN-JOB(DSC-RUN-COUNT).
006900     MOVE W2-STEP-NAME TO DSC-RUN-STEP(DSC-RUN-COUNT).
006910     MOVE SPACES TO DSC-RUN-START(DSC-RUN-COUNT).
006920     STRING W2-START-DATE DELIMITED BY SIZE
006930            W2-START-TIME DELIMITED BY SIZE
006940         INTO DSC-RUN-START(DSC-RUN-COUNT)
006950     END-STRING.
006960     GO TO 1300-EXIT.
006970 1300-EXIT.
006980     EXIT.
006990
007000*=================================================================
007010* 1400-LOAD-ONE-INVENTORY
007020* SLOTS ONE INVENTORY RECORD INTO THE TABLE IN TYPE AND NAME
007030* ORDER.  A RECORD FOR A NAME ALREADY HELD REPLACES IT UNLESS IT
007040* IS OLDER.  A RECORD WITH NO NAME OR TYPE IS PASSED OVER.  IF
007050* THE TABLE FILLS, THE REST IS NOT JUDGED AND THE INVENTORY IS
007060* LEFT AS IT IS RATHER THAN REWRITTEN SHORT.
007070*=================================================================
007080 1400-LOAD-ONE-INVENTORY.
007090     READ W1
007100         AT END
007110             SET DSC-EOF-W1 TO TRUE
007120             GO TO 1400-EXIT
007130     END-READ.
007140     ADD 1 TO DSC-INV-READ.
007150     IF W1-DSNAME = SPACES OR W1-DS-TYPE = SPACES
007160         IF DSC-RETURN-CODE < 4
007170             MOVE 4 TO DSC-RETURN-CODE
007180         END-IF
007190         GO TO 1400-EXIT
007200     END-IF.
007210     MOVE W1-DS-TYPE TO DSC-NEW-TYPE.
007220     MOVE W1-DSNAME TO DSC-NEW-NAME.
007230     MOVE ZERO TO DSC-FOUND.
007240     PERFORM 1410-FIND-INVENTORY-SLOT THRU 1410-EXIT
007250             VARYING DSC-IX FROM 1 BY 1
007260             UNTIL DSC-IX > DSC-INV-COUNT OR DSC-FOUND > ZERO.
007270     IF DSC-FOUND > ZERO
007280         IF DSC-INV-KEY(DSC-FOUND) = DSC-NEW-KEY
007290             MOVE SPACES TO DSC-CREATE-STAMP
007300             STRING W1-CREATE-DATE DELIMITED BY SIZE
007310                    W1-CREATE-TIME DELIMITED BY SIZE
007320                 INTO DSC-CREATE-STAMP
007330             END-STRING
007340             MOVE SPACES TO DSC-RUN-STAMP
007350             STRING DSC-INV-DATE(DSC-FOUND) DELIMITED BY SIZE
007360                    DSC-INV-TIME(DSC-FOUND) DELIMITED BY SIZE
007370                 INTO DSC-RUN-STAMP
007380             END-STRING
007390             IF DSC-CREATE-STAMP NOT < DSC-RUN-STAMP
007400                 PERFORM 1430-FILL-ENTRY THRU 1430-EXIT
007410             END-IF
007420             GO TO 1400-EXIT
007430         END-IF
007440     END-IF.
007450     IF DSC-INV-COUNT >= 5000
007460         DISPLAY "DSCLEAN: INVENTORY EXCEEDS 5000 DATASETS - IT "
007470                 "WILL NOT BE REWRITTEN"
007480         MOVE 8 TO DSC-RETURN-CODE
007490         SET DSC-INV-OVERFLOW TO TRUE
007500         SET DSC-EOF-W1 TO TRUE
007510         GO TO 1400-EXIT
007520     END-IF.
007530     ADD 1 TO DSC-INV-COUNT.
007540     IF DSC-FOUND = ZERO
007550         MOVE DSC-INV-COUNT TO DSC-FOUND
007560     ELSE
007570         PERFORM 1420-SHIFT-ENTRY-DOWN THRU 1420-EXIT
007580                 VARYING DSC-IY FROM DSC-INV-COUNT BY -1
007590                 UNTIL DSC-IY <= DSC-FOUND
007600     END-IF.
007610     PERFORM 1430-FILL-ENTRY THRU 1430-EXIT.
007620     GO TO 1400-EXIT.
007630 1400-EXIT.
007640     EXIT.
007650
007660 1410-FIND-INVENTORY-SLOT.
007670     IF DSC-NEW-KEY NOT > DSC-INV-KEY(DSC-IX)
007680         MOVE DSC-IX TO DSC-FOUND
007690     END-IF.
007700     GO TO 1410-EXIT.
007710 1410-EXIT.
007720     EXIT.
007730
007740 1420-SHIFT-ENTRY-DOWN.
007750     MOVE DSC-INV-ENTRY(DSC-IY - 1) TO DSC-INV-ENTRY(DSC-IY).
007760     GO TO 1420-EXIT.
007770 1420-EXIT.
007780     EXIT.
007790
007800 1430-FILL-ENTRY.
007810     MOVE DSC-NEW-KEY TO DSC-INV-KEY(DSC-FOUND).
007820     MOVE W1-JOB-ID TO DSC-INV-JOB(DSC-FOUND).
007830     MOVE W1-STEP-NAME TO DSC-INV-STEP(DSC-FOUND).
007840     MOVE W1-CREATE-DATE TO DSC-INV-DATE(DSC-FOUND).
007850     MOVE W1-CREATE-TIME TO DSC-INV-TIME(DSC-FOUND).
007860     MOVE W1-RETURN-CODE TO DSC-INV-RC(DSC-FOUND).
007870     MOVE W1-SRC-FILE TO DSC-INV-SRC(DSC-FOUND).
007880     MOVE "Y" TO DSC-INV-KEEP(DSC-FOUND).
007890     GO TO 1430-EXIT.
007900 1430-EXIT.
007910     EXIT.
007920
007930*=================================================================
007940* 2000-JUDGE-ONE-DATASET
007950* DECIDES WHAT HAPPENS TO ONE INVENTORIED DATASET, IN THIS ORDER:
007960*   GONE      - NO LONGER ON THE VOLUME; DROPPED FROM THE
007970*               INVENTORY.
007980*   KEPT      - A BAD CREATION DATE; A LOG PARTITION NOT YET
007990*               EMPTIED BY LOGMERGE; A CHECKPOINT FROM A FAILED
008000*               RUN WITH NO SUCCESSFUL RUN OF THE SAME SOURCE,
008010*               JOB AND STEP STARTED SINCE; A SNAPSHOT A PRELOAD
008020*               FIELD STILL NAMES; A TYPE WITH NO RETENTION SET;
008030*               OR ONE NOT OLDER THAN ITS TYPE'S RETENTION DAYS.
008040*   SCRATCHED - EVERYTHING ELSE (WOULD SCRATCH IN A REPORT-ONLY
008050*               PASS).
008060*=================================================================
008070 2000-JUDGE-ONE-DATASET.
008080     MOVE DSC-INV-TYPE(DSC-IX) TO DSC-WORK-TYPE.
008090     PERFORM 1120-LOCATE-TYPE THRU 1120-EXIT.
008100     IF DSC-TYPE-IX = ZERO
008110         PERFORM 1130-ADD-TYPE THRU 1130-EXIT
008120     END-IF.
008130     MOVE ZERO TO DSC-AGE.
008140     PERFORM 2100-PROBE-DATASET THRU 2100-EXIT.
008150     IF NOT DSC-DATASET-EXISTS
008160         MOVE "GONE" TO DSC-ACTION
008170         MOVE "N" TO DSC-INV-KEEP(DSC-IX)
008180         IF DSC-TYPE-IX > ZERO
008190             ADD 1 TO DSC-TYPE-GONE(DSC-TYPE-IX)
008200         END-IF
008210         PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
008220         GO TO 2000-EXIT
008230     END-IF.
008240     IF DSC-TYPE-IX > ZERO
008250         ADD 1 TO DSC-TYPE-ON-FILE(DSC-TYPE-IX)
008260     END-IF.
008270     MOVE DSC-INV-DATE(DSC-IX) TO DSC-CREATE-DATE.
008280     MOVE ZERO TO DSC-CREATE-DAY.
008290     IF DSC-CREATE-DATE NUMERIC
008300         COMPUTE DSC-CREATE-DAY =
008310             FUNCTION INTEGER-OF-DATE(DSC-CREATE-DATE-N)
008320     END-IF.
008330     IF DSC-CREATE-DAY = ZERO
008340         MOVE "KEPT - BAD CREATE DATE" TO DSC-ACTION
008350         IF DSC-RETURN-CODE < 4
008360             MOVE 4 TO DSC-RETURN-CODE
008370         END-IF
008380         GO TO 2000-KEEP
008390     END-IF.
008400     COMPUTE DSC-AGE = DSC-DAY-NUMBER - DSC-CREATE-DAY.
008410     IF DSC-AGE < ZERO
008420         MOVE ZERO TO DSC-AGE
008430     END-IF.
008440     IF (DSC-WORK-TYPE = "RUNLOG" OR DSC-WORK-TYPE = "STATSRPT"
008450        OR DSC-WORK-TYPE = "VERIFRPT"
008460        OR DSC-WORK-TYPE = "DSINVENT")
008470        AND NOT DSC-DATASET-EMPTY
008480         MOVE "KEPT - NOT YET MERGED" TO DSC-ACTION
008490         GO TO 2000-KEEP
008500     END-IF.
008510     IF DSC-WORK-TYPE = "CKPT" AND DSC-INV-RC(DSC-IX) NOT = "00"
008520         PERFORM 2200-CHECK-RERUN THRU 2200-EXIT
008530         IF NOT DSC-MATCHED
008540             MOVE "KEPT - FAILED, NOT RERUN" TO DSC-ACTION
008550             GO TO 2000-KEEP
008560         END-IF
008570     END-IF.
008580     IF DSC-WORK-TYPE = "TAPE"
008590         PERFORM 2300-CHECK-PRELOAD THRU 2300-EXIT
008600         IF DSC-MATCHED
008610             MOVE "KEPT - NAMED BY PRELOAD" TO DSC-ACTION
008620             GO TO 2000-KEEP
008630         END-IF
008640     END-IF.
008650     IF DSC-TYPE-IX = ZERO
008660         MOVE "KEPT - NO RETENTION SET" TO DSC-ACTION
008670         GO TO 2000-KEEP
008680     END-IF.
008690     IF DSC-TYPE-HAS-DAYS(DSC-TYPE-IX) NOT = "Y"
008700         MOVE "KEPT - NO RETENTION SET" TO DSC-ACTION
008710         GO TO 2000-KEEP
008720     END-IF.
008730     IF DSC-AGE NOT > DSC-TYPE-DAYS(DSC-TYPE-IX)
008740         MOVE "KEPT - WITHIN RETENTION" TO DSC-ACTION
008750         GO TO 2000-KEEP
008760     END-IF.
008770     PERFORM 2400-SCRATCH-DATASET THRU 2400-EXIT.
008780     PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT.
008790     GO TO 2000-EXIT.
008800 2000-KEEP.
008810     IF DSC-TYPE-IX > ZERO
008820         ADD 1 TO DSC-TYPE-KEPT(DSC-TYPE-IX)
008830     END-IF.
008840     PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT.
008850     GO TO 2000-EXIT.
008860 2000-EXIT.
008870     EXIT.
008880
008890*-----------------------------------------------------------------
008900* 2100-PROBE-DATASET - OPENS THE DATASET UNDER ITS OWN NAME TO
008910* SEE WHETHER IT IS STILL THERE, AND READS ONE RECORD TO SEE
008920* WHETHER IT HOLDS ANYTHING.
008930*-----------------------------------------------------------------
008940 2100-PROBE-DATASET.
008950     MOVE "N" TO DSC-EXISTS-SW.
008960     MOVE "N" TO DSC-EMPTY-SW.
008970     MOVE DSC-INV-NAME(DSC-IX) TO DSC-PROBE-FILENAME.
008980     OPEN INPUT W7.
008990     IF NOT (DSC-FS-W7 = "00")
009000         GO TO 2100-EXIT
009010     END-IF.
009020     SET DSC-DATASET-EXISTS TO TRUE.
009030     READ W7
009040         AT END
009050             SET DSC-DATASET-EMPTY TO TRUE
009060     END-READ.
009070     CLOSE W7.
009080     GO TO 2100-EXIT.
009090 2100-EXIT.
009100     EXIT.
009110
009120*-----------------------------------------------------------------
009130* 2200-CHECK-RERUN - A FAILED RUN'S CHECKPOINT HAS BEEN RERUN
009140* CLEAN WHEN THE RUN LOG HOLDS A SUCCESSFUL RUN OF THE SAME
009150* SOURCE, JOB AND STEP STARTED AFTER THE FAILED RUN STARTED.
009160*-----------------------------------------------------------------
009170 2200-CHECK-RERUN.
009180     MOVE "N" TO DSC-MATCH-SW.
009190     MOVE SPACES TO DSC-CREATE-STAMP.
009200     STRING DSC-INV-DATE(DSC-IX) DELIMITED BY SIZE
009210            DSC-INV-TIME(DSC-IX) DELIMITED BY SIZE
009220         INTO DSC-CREATE-STAMP
009230     END-STRING.
009240     PERFORM 2210-MATCH-RERUN THRU 2210-EXIT
009250             VARYING DSC-IY FROM 1 BY 1
009260             UNTIL DSC-IY > DSC-RUN-COUNT OR DSC-MATCHED.
009270     GO TO 2200-EXIT.
009280 2200-EXIT.
009290     EXIT.
009300
009310 2210-MATCH-RERUN.
009320     IF DSC-RUN-JOB(DSC-IY) = DSC-INV-JOB(DSC-IX)
009330        AND DSC-RUN-STEP(DSC-IY) = DSC-INV-STEP(DSC-IX)
009340        AND DSC-RUN-SRC(DSC-IY) = DSC-INV-SRC(DSC-IX)
009350        AND DSC-RUN-START(DSC-IY) > DSC-CREATE-STAMP
009360         SET DSC-MATCHED TO TRUE
009370     END-IF.
009380     GO TO 2210-EXIT.
009390 2210-EXIT.
009400     EXIT.
009410
009420*-----------------------------------------------------------------
009430* 2300-CHECK-PRELOAD - A SNAPSHOT IS STILL NAMED WHEN A PRELOAD
009440* FIELD HOLDS ITS NAME, OR HOLDS A SYMBOLIC NAME WHOSE FIXED
009450* TEXT THE SNAPSHOT'S NAME BEGINS WITH.
009460*-----------------------------------------------------------------
009470 2300-CHECK-PRELOAD.
009480     MOVE "N" TO DSC-MATCH-SW.
009490     PERFORM 2310-MATCH-PRELOAD THRU 2310-EXIT
009500             VARYING DSC-IY FROM 1 BY 1
009510             UNTIL DSC-IY > DSC-PRELOAD-COUNT OR DSC-MATCHED.
009520     GO TO 2300-EXIT.
009530 2300-EXIT.
009540     EXIT.
009550
009560 2310-MATCH-PRELOAD.
009570     IF DSC-PRELOAD-PREFIX(DSC-IY) = "N"
009580         IF DSC-PRELOAD-NAME(DSC-IY) = DSC-INV-NAME(DSC-IX)
009590             SET DSC-MATCHED TO TRUE
009600         END-IF
009610         GO TO 2310-EXIT
009620     END-IF.
009630     MOVE DSC-PRELOAD-LEN(DSC-IY) TO DSC-NAME-LEN.
009640     IF DSC-NAME-LEN = ZERO
009650         SET DSC-MATCHED TO TRUE
009660         GO TO 2310-EXIT
009670     END-IF.
009680     IF DSC-PRELOAD-NAME(DSC-IY)(1:DSC-NAME-LEN) =
009690        DSC-INV-NAME(DSC-IX)(1:DSC-NAME-LEN)
009700         SET DSC-MATCHED TO TRUE
009710     END-IF.
009720     GO TO 2310-EXIT.
009730 2310-EXIT.
009740     EXIT.
009750
009760*-----------------------------------------------------------------
009770* 2400-SCRATCH-DATASET - DELETES THE DATASET FROM THE VOLUME AND
009780* DROPS IT FROM THE INVENTORY.  A REPORT-ONLY PASS ONLY SAYS IT
009790* WOULD.  A DATASET THAT WILL NOT DELETE STAYS ON THE INVENTORY
009800* FOR THE NEXT PASS AND SETS RETURN CODE 8.
009810*-----------------------------------------------------------------
009820 2400-SCRATCH-DATASET.
009830     IF DSC-REPORT-MODE
009840         MOVE "WOULD SCRATCH" TO DSC-ACTION
009850         ADD 1 TO DSC-TYPE-SCRATCHED(DSC-TYPE-IX)
009860         GO TO 2400-EXIT
009870     END-IF.
009880     MOVE DSC-INV-NAME(DSC-IX) TO DSC-DELETE-NAME.
009890     CALL "CBL_DELETE_FILE" USING DSC-DELETE-NAME.
009900     MOVE RETURN-CODE TO DSC-DELETE-STATUS.
009910     MOVE ZERO TO RETURN-CODE.
009920     IF DSC-DELETE-STATUS NOT = ZERO
009930         MOVE "KEPT - SCRATCH FAILED" TO DSC-ACTION
009940         ADD 1 TO DSC-TYPE-KEPT(DSC-TYPE-IX)
009950         MOVE 8 TO DSC-RETURN-CODE
009960         GO TO 2400-EXIT
009970     END-IF.
009980     MOVE "SCRATCHED" TO DSC-ACTION.
009990     MOVE "N" TO DSC-INV-KEEP(DSC-IX).
010000     ADD 1 TO DSC-TYPE-SCRATCHED(DSC-TYPE-IX).
010010     GO TO 2400-EXIT.
010020 2400-EXIT.
010030     EXIT.
010040
010050 2500-PRINT-DETAIL.
010060     MOVE DSC-INV-TYPE(DSC-IX) TO DSC-PRT-TYPE.
010070     MOVE DSC-ACTION TO DSC-PRT-ACTION.
010080     MOVE DSC-INV-JOB(DSC-IX) TO DSC-PRT-JOB.
010090     MOVE DSC-INV-STEP(DSC-IX) TO DSC-PRT-STEP.
010100     MOVE DSC-INV-DATE(DSC-IX) TO DSC-PRT-DATE.
010110     MOVE DSC-INV-RC(DSC-IX) TO DSC-PRT-RC.
010120     MOVE DSC-AGE TO DSC-PRT-AGE.
010130     MOVE DSC-INV-NAME(DSC-IX) TO DSC-PRT-NAME.
010140     MOVE DSC-LINE-DETAIL TO W8-TEXT.
010150     WRITE W8-RECORD.
010160     GO TO 2500-EXIT.
010170 2500-EXIT.
010180     EXIT.
010190
010200*-----------------------------------------------------------------
010210* 3000-PRINT-HEADER - THE COLUMN HEADINGS OVER THE DATASETS.
010220*-----------------------------------------------------------------
010230 3000-PRINT-HEADER.
010240     MOVE DSC-LINE-BLANK TO W8-TEXT.
010250     WRITE W8-RECORD.
010260     MOVE DSC-LINE-HEADER TO W8-TEXT.
010270     WRITE W8-RECORD.
010280     GO TO 3000-EXIT.
010290 3000-EXIT.
010300     EXIT.
010310
010320*=================================================================
010330* 8000-REWRITE-INVENTORY
010340* WRITES THE INVENTORY BACK OUT WITH ONLY THE DATASETS STILL ON
010350* THE VOLUME, ONE RECORD EACH.  A REPORT-ONLY PASS, OR ONE THAT
010360* COULD NOT HOLD THE WHOLE INVENTORY, LEAVES IT UNTOUCHED.
010370*=================================================================
010380 8000-REWRITE-INVENTORY.
010390     IF DSC-REPORT-MODE OR DSC-INV-OVERFLOW
010400         GO TO 8000-EXIT
010410     END-IF.
010420     OPEN OUTPUT W1.
010430     IF NOT (DSC-FS-W1 = "00")
010440         DISPLAY "DSCLEAN: UNABLE TO REWRITE DATASET INVENTORY, "
010450                 "STATUS " DSC-FS-W1
010460         MOVE 8 TO DSC-RETURN-CODE
010470         GO TO 8000-EXIT
010480     END-IF.
010490     PERFORM 8100-WRITE-ONE-INVENTORY THRU 8100-EXIT
010500             VARYING DSC-IX FROM 1 BY 1
010510             UNTIL DSC-IX > DSC-INV-COUNT.
010520     CLOSE W1.
010530     GO TO 8000-EXIT.
010540 8000-EXIT.
010550     EXIT.
010560
010570 8100-WRITE-ONE-INVENTORY.
010580     IF DSC-INV-KEEP(DSC-IX) NOT = "Y"
010590         GO TO 8100-EXIT
010600     END-IF.
010610     MOVE SPACES TO W1-RECORD.
010620     MOVE DSC-INV-NAME(DSC-IX) TO W1-DSNAME.
010630     MOVE DSC-INV-TYPE(DSC-IX) TO W1-DS-TYPE.
010640     MOVE DSC-INV-JOB(DSC-IX) TO W1-JOB-ID.
010650     MOVE DSC-INV-STEP(DSC-IX) TO W1-STEP-NAME.
010660     MOVE DSC-INV-DATE(DSC-IX) TO W1-CREATE-DATE.
010670     MOVE DSC-INV-TIME(DSC-IX) TO W1-CREATE-TIME.
010680     MOVE DSC-INV-RC(DSC-IX) TO W1-RETURN-CODE.
010690     MOVE DSC-INV-SRC(DSC-IX) TO W1-SRC-FILE.
010700     WRITE W1-RECORD.
010710     GO TO 8100-EXIT.
010720 8100-EXIT.
010730     EXIT.
010740
010750*=================================================================
010760* 8500-PRINT-SUMMARY
010770* ONE LINE PER DATASET TYPE - DATASETS FOUND ON THE VOLUME, HOW
010780* MANY WERE KEPT AND SCRATCHED, HOW MANY INVENTORIED DATASETS
010790* WERE ALREADY GONE, AND THE RETENTION THAT APPLIED.
010800*=================================================================
010810 8500-PRINT-SUMMARY.
010820     MOVE DSC-LINE-BLANK TO W8-TEXT.
010830     WRITE W8-RECORD.
010840     MOVE DSC-LINE-TYPE-HEADER TO W8-TEXT.
010850     WRITE W8-RECORD.
010860     PERFORM 8510-PRINT-ONE-TYPE THRU 8510-EXIT
010870             VARYING DSC-IX FROM 1 BY 1
010880             UNTIL DSC-IX > DSC-TYPE-COUNT.
010890     GO TO 8500-EXIT.
010900 8500-EXIT.
010910     EXIT.
010920
010930 8510-PRINT-ONE-TYPE.
010940     MOVE DSC-TYPE-NAME(DSC-IX) TO DSC-PRT-SUM-TYPE.
010950     MOVE DSC-TYPE-ON-FILE(DSC-IX) TO DSC-PRT-SUM-ON-FILE.
010960     MOVE DSC-TYPE-KEPT(DSC-IX) TO DSC-PRT-SUM-KEPT.
010970     MOVE DSC-TYPE-SCRATCHED(DSC-IX) TO DSC-PRT-SUM-SCRATCHED.
010980     MOVE DSC-TYPE-GONE(DSC-IX) TO DSC-PRT-SUM-GONE.
010990     IF DSC-TYPE-HAS-DAYS(DSC-IX) = "Y"
011000         MOVE DSC-TYPE-DAYS(DSC-IX) TO DSC-PRT-DAYS-NUM
011010         MOVE DSC-PRT-DAYS-TEXT TO DSC-PRT-SUM-DAYS
011020     ELSE
011030         MOVE "NONE SET" TO DSC-PRT-SUM-DAYS
011040     END-IF.
011050     MOVE DSC-LINE-TYPE TO W8-TEXT.
011060     WRITE W8-RECORD.
011070     GO TO 8510-EXIT.
011080 8510-EXIT.
011090     EXIT.
011100
011110*=================================================================
011120* 9000-TERMINATE
011130* CLOSES THE REPORT AND PASSES BACK THE WORST CONDITION SEEN -
011140* 4 WHEN A RETENTION ENTRY OR INVENTORY RECORD WAS BAD, 8 WHEN A
011150* DATASET WOULD NOT SCRATCH OR A TABLE FILLED.
011160*=================================================================
011170 9000-TERMINATE.
011180     CLOSE W8.
011190     IF DSC-RETURN-CODE > ZERO
011200         MOVE DSC-RETURN-CODE TO RETURN-CODE
011210     END-IF.
011220     GO TO 9000-EXIT.
011230 9000-EXIT.
011240     EXIT.
