000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHGBACK.
000030 AUTHOR. D JARRETT.
000040 INSTALLATION. DATALOGIC SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------------
000120* 10/15/2026 DJ    ORIGINAL - MONTH-END CHARGEBACK.  JOINS EVERY
000130*                  EXECUTED RUN-LOG RECORD FOR THE BILLING MONTH
000140*                  TO ITS STATISTICS LINE (SOURCE NAME, END DATE
000150*                  AND JOB ID, AS RECONCIL MATCHES THEM), PRICES
000160*                  THE RUN FROM THE CHGRATE RATE TABLE - PER
000170*                  MILLION INSTRUCTIONS, PER ELAPSED SECOND AND
000180*                  PER STEP, PLUS A PERCENTAGE SURCHARGE FOR A
000190*                  TRACED OR PROFILED RUN - AND BILLS IT TO THE
000200*                  DEPARTMENT THE COSTCTR MASTER NAMES FOR ITS
000210*                  MEMBER OR, FAILING THAT, ITS JOB.  PRINTS ONE
000220*                  INVOICE PER DEPARTMENT WITH THE DETAIL BY JOB
000230*                  AND MEMBER, WRITES THE GENERAL LEDGER EXTRACT,
000240*                  AND LISTS EVERY RUN IT CANNOT BILL ON THE
000250*                  SUSPENSE REPORT RATHER THAN DROPPING IT.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300*    B1 - THE RATE TABLE, ONE RECORD PER EFFECTIVE MONTH.
000310     SELECT B1 ASSIGN TO "CHGRATE"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS CHG-FS-B1.
000340*    B2 - THE COST-CENTER MASTER - DEPARTMENTS AND THE JOB IDS
000350*    AND MEMBER NAMES EACH ONE PAYS FOR.
000360     SELECT B2 ASSIGN TO "COSTCTR"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS CHG-FS-B2.
000390*    B3 - OPTIONAL PARAMETER CARD - THE BILLING MONTH, LAST
000400*    MONTH WHEN BLANK.
000410     SELECT B3 ASSIGN TO "CHGPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CHG-FS-B3.
000440*    B4 - THE RUN-LOG AUDIT TRAIL WRITTEN BY THE INTERPRETER.
000450     SELECT B4 ASSIGN TO "RUNLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CHG-FS-B4.
000480*    B5 - THE STATISTICS FILE WRITTEN BY THE INTERPRETER.
000490     SELECT B5 ASSIGN TO "STATSRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CHG-FS-B5.
000520*    B6 - THE PRINTED DEPARTMENT INVOICES.
000530     SELECT B6 ASSIGN TO "INVOICE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CHG-FS-B6.
000560*    B7 - THE PRINTED SUSPENSE REPORT.
000570     SELECT B7 ASSIGN TO "CHGSUSP"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CHG-FS-B7.
000600*    B8 - THE GENERAL LEDGER CHARGEBACK EXTRACT.
000610     SELECT B8 ASSIGN TO "CHGGLEXT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CHG-FS-B8.
000640 DATA DIVISION.
000650 FILE SECTION.
000660*    A RATE - THE FIRST BILLING MONTH IT APPLIES TO (YYYYMM),
000670*    THE CHARGE PER MILLION INSTRUCTIONS (4 DECIMALS), PER
000680*    ELAPSED SECOND (4 DECIMALS) AND PER STEP (2 DECIMALS), THE
000690*    TRACE AND PROFILE SURCHARGES AS PERCENTAGES OF THE USAGE
000700*    CHARGE (2 DECIMALS, BLANK - NONE), AND THE DATA PROCESSING
000710*    RECOVERY ACCOUNT THE LEDGER CREDITS.  THE LATEST RATE NOT
000720*    AFTER THE BILLING MONTH IS THE ONE IN EFFECT.
000730 FD  B1
000740     LABEL RECORDS ARE STANDARD.
000750 01  B1-RECORD.
000760     03  B1-EFFECTIVE            PIC X(006).
000770     03  B1-EFFECTIVE-N REDEFINES B1-EFFECTIVE
000780                                 PIC 9(006).
000790     03  FILLER                  PIC X(001).
000800     03  B1-PER-MILLION          PIC X(009).
000810     03  B1-PER-MILLION-N REDEFINES B1-PER-MILLION
000820                                 PIC 9(005)V9(004).
000830     03  FILLER                  PIC X(001).
000840     03  B1-PER-SECOND           PIC X(007).
000850     03  B1-PER-SECOND-N REDEFINES B1-PER-SECOND
000860                                 PIC 9(003)V9(004).
000870     03  FILLER                  PIC X(001).
000880     03  B1-PER-STEP             PIC X(005).
000890     03  B1-PER-STEP-N REDEFINES B1-PER-STEP
000900                                 PIC 9(003)V9(002).
000910     03  FILLER                  PIC X(001).
000920     03  B1-TRACE-PCT            PIC X(005).
000930     03  B1-TRACE-PCT-N REDEFINES B1-TRACE-PCT
000940                                 PIC 9(003)V9(002).
000950     03  FILLER                  PIC X(001).
000960     03  B1-PROFILE-PCT          PIC X(005).
000970     03  B1-PROFILE-PCT-N REDEFINES B1-PROFILE-PCT
000980                                 PIC 9(003)V9(002).
000990     03  FILLER                  PIC X(001).
001000     03  B1-RECOVERY-ACCOUNT     PIC X(016).
001010     03  FILLER                  PIC X(021).
001020
001030*    A COST-CENTER RECORD.  D DEFINES A DEPARTMENT - ITS CODE,
001040*    NAME AND THE LEDGER ACCOUNT ITS CHARGES ARE DEBITED TO.  J
001050*    AND M ASSIGN A JOB ID OR A LIBRARY MEMBER NAME (THE KEY) TO
001060*    A DEPARTMENT.  A MEMBER'S ASSIGNMENT WINS OVER ITS JOB'S.
001070 FD  B2
001080     LABEL RECORDS ARE STANDARD.
001090 01  B2-RECORD.
001100     03  B2-TYPE                 PIC X(001).
001110         88  B2-TYPE-DEPARTMENT      VALUE "D".
001120         88  B2-TYPE-JOB             VALUE "J".
001130         88  B2-TYPE-MEMBER          VALUE "M".
001140     03  FILLER                  PIC X(001).
001150     03  B2-KEY                  PIC X(008).
001160     03  FILLER                  PIC X(001).
001170     03  B2-DEPARTMENT           PIC X(008).
001180     03  FILLER                  PIC X(001).
001190     03  B2-DEPT-NAME            PIC X(030).
001200     03  FILLER                  PIC X(001).
001210     03  B2-GL-ACCOUNT           PIC X(016).
001220     03  FILLER                  PIC X(013).
001230
001240 FD  B3
001250     LABEL RECORDS ARE STANDARD.
001260 01  B3-RECORD.
001270     03  B3-BILLING-MONTH        PIC X(006).
001280     03  B3-BILLING-MONTH-N REDEFINES B3-BILLING-MONTH
001290                                 PIC 9(006).
001300     03  FILLER                  PIC X(074).
001310
001320 FD  B4
001330     LABEL RECORDS ARE STANDARD.
001340 01  B4-RECORD.
001350     03  B4-SRC-FILE             PIC X(080).
001360     03  FILLER                  PIC X(001).
001370     03  B4-START-DATE           PIC X(008).
001380     03  FILLER                  PIC X(001).
001390     03  B4-START-TIME           PIC X(008).
001400     03  FILLER                  PIC X(001).
001410     03  B4-END-DATE             PIC X(008).
001420     03  FILLER                  PIC X(001).
001430     03  B4-END-TIME             PIC X(008).
001440     03  FILLER                  PIC X(001).
001450     03  B4-RETURN-CODE          PIC X(002).
001460     03  FILLER                  PIC X(001).
001470     03  B4-OPERATOR-ID          PIC X(008).
001480     03  FILLER                  PIC X(001).
001490     03  B4-JOB-ID               PIC X(008).
001500     03  FILLER                  PIC X(001).
001510     03  B4-MEMBER-NAME          PIC X(008).
001520     03  FILLER                  PIC X(001).
001530     03  B4-VERSION              PIC X(005).
001540     03  FILLER                  PIC X(001).
001550     03  B4-DISPOSITION          PIC X(008).
001560     03  FILLER                  PIC X(001).
001570     03  B4-STEP-NAME            PIC X(008).
001580*    INCLUDE COUNT AND THE TEN INCLUDED MEMBER/VERSION PAIRS.
001590     03  FILLER                  PIC X(153).
001600     03  FILLER                  PIC X(001).
001610     03  B4-LIBRARY              PIC X(001).
001620     03  FILLER                  PIC X(001).
001630     03  B4-TRACE-RUN            PIC X(001).
001640     03  FILLER                  PIC X(001).
001650     03  B4-PROFILE-RUN          PIC X(001).
001660
001670 FD  B5
001680     LABEL RECORDS ARE STANDARD.
001690 01  B5-RECORD.
001700     03  B5-SRC-FILE             PIC X(080).
001710     03  FILLER                  PIC X(001).
001720     03  B5-CNT-TOTAL            PIC X(010).
001730*    THE EIGHT OPCODE COUNTS, HIGH CELL AND FINAL POSITION.
001740     03  FILLER                  PIC X(101).
001750     03  B5-ELAPSED-SECONDS      PIC X(007).
001760     03  FILLER                  PIC X(001).
001770     03  B5-END-DATE             PIC X(008).
001780     03  FILLER                  PIC X(001).
001790     03  B5-JOB-ID               PIC X(008).
001800
001810 FD  B6
001820     LABEL RECORDS ARE STANDARD.
001830 01  B6-RECORD.
001840     03  B6-TEXT                 PIC X(132).
001850
001860 FD  B7
001870     LABEL RECORDS ARE STANDARD.
001880 01  B7-RECORD.
001890     03  B7-TEXT                 PIC X(132).
001900
001910*    THE LEDGER EXTRACT - A D (DEBIT) RECORD PER DEPARTMENT
001920*    BILLED, ONE C (CREDIT) RECORD TO THE RECOVERY ACCOUNT FOR
001930*    THE SAME TOTAL, AND A T (TRAILER) RECORD WITH THE CONTROL
001940*    TOTALS.
001950 FD  B8
001960     LABEL RECORDS ARE STANDARD.
001970 01  B8-RECORD.
001980     03  B8-RECORD-TYPE          PIC X(001).
001990     03  B8-BILLING-MONTH        PIC 9(006).
002000     03  B8-GL-ACCOUNT           PIC X(016).
002010     03  B8-DEPARTMENT           PIC X(008).
002020     03  B8-AMOUNT               PIC 9(009)V9(002).
002030     03  B8-RUN-COUNT            PIC 9(007).
002040     03  B8-DESCRIPTION          PIC X(030).
002050     03  FILLER                  PIC X(001).
002060 01  B8-TRAILER-RECORD.
002070     03  B8-TRL-RECORD-TYPE      PIC X(001).
002080     03  B8-TRL-BILLING-MONTH    PIC 9(006).
002090     03  B8-TRL-RECORD-COUNT     PIC 9(007).
002100     03  B8-TRL-DEBIT-TOTAL      PIC 9(011)V9(002).
002110     03  B8-TRL-CREDIT-TOTAL     PIC 9(011)V9(002).
002120     03  FILLER                  PIC X(040).
002130 WORKING-STORAGE SECTION.
002140*---------------------------------------------------------------
002150* STANDALONE COUNTERS AND SWITCHES.
002160*---------------------------------------------------------------
002170 77  CHG-LOG-READ                PIC 9(007) COMP VALUE ZERO.
002180 77  CHG-STATS-READ              PIC 9(007) COMP VALUE ZERO.
002190 77  CHG-RUNS-BILLED             PIC 9(007) COMP VALUE ZERO.
002200 77  CHG-SUSPENSE-COUNT          PIC 9(007) COMP VALUE ZERO.
002210 77  CHG-DROPPED-COUNT           PIC 9(005) COMP VALUE ZERO.
002220 77  CHG-EXTRACT-COUNT           PIC 9(007) COMP VALUE ZERO.
002230 77  CHG-RETURN-CODE             PIC 9(002) COMP VALUE ZERO.
002240 77  CHG-IX                      PIC 9(005) COMP VALUE ZERO.
002250 77  CHG-IY                      PIC 9(005) COMP VALUE ZERO.
002260 77  CHG-DX                      PIC 9(005) COMP VALUE ZERO.
002270 77  CHG-FOUND                   PIC 9(005) COMP VALUE ZERO.
002280 77  CHG-PAGE-NO                 PIC 9(005) COMP VALUE ZERO.
002290 77  CHG-PAGE-LINES              PIC 9(003) COMP VALUE ZERO.
002300 77  CHG-LINES-PER-PAGE          PIC 9(003) COMP VALUE 56.
002310
002320 01  CHG-SWITCHES.
002330     03  CHG-EOF-B1-SW           PIC X(001) VALUE "N".
002340         88  CHG-EOF-B1              VALUE "Y".
002350     03  CHG-EOF-B2-SW           PIC X(001) VALUE "N".
002360         88  CHG-EOF-B2              VALUE "Y".
002370     03  CHG-EOF-B4-SW           PIC X(001) VALUE "N".
002380         88  CHG-EOF-B4              VALUE "Y".
002390     03  CHG-EOF-B5-SW           PIC X(001) VALUE "N".
002400         88  CHG-EOF-B5              VALUE "Y".
002410     03  CHG-RATE-FOUND-SW       PIC X(001) VALUE "N".
002420         88  CHG-RATE-FOUND          VALUE "Y".
002430
002440 01  CHG-FILE-STATUSES.
002450     03  CHG-FS-B1               PIC X(002).
002460     03  CHG-FS-B2               PIC X(002).
002470     03  CHG-FS-B3               PIC X(002).
002480     03  CHG-FS-B4               PIC X(002).
002490     03  CHG-FS-B5               PIC X(002).
002500     03  CHG-FS-B6               PIC X(002).
002510     03  CHG-FS-B7               PIC X(002).
002520     03  CHG-FS-B8               PIC X(002).
002530
002540 01  CHG-TODAY-DATE.
002550     03  CHG-TODAY-YYYY          PIC 9(004).
002560     03  CHG-TODAY-MM            PIC 9(002).
002570     03  CHG-TODAY-DD            PIC 9(002).
002580 01  CHG-BILLING-MONTH.
002590     03  CHG-BILL-YYYY           PIC 9(004).
002600     03  CHG-BILL-MM             PIC 9(002).
002610 01  CHG-BILLING-MONTH-N REDEFINES CHG-BILLING-MONTH
002620                                 PIC 9(006).
002630
002640*---------------------------------------------------------------
002650* THE RATE IN EFFECT FOR THE BILLING MONTH.
002660*---------------------------------------------------------------
002670 01  CHG-RATE.
002680     03  CHG-RATE-EFFECTIVE      PIC 9(006) VALUE ZERO.
002690     03  CHG-RATE-PER-MILLION    PIC 9(005)V9(004) VALUE ZERO.
002700     03  CHG-RATE-PER-SECOND     PIC 9(003)V9(004) VALUE ZERO.
002710     03  CHG-RATE-PER-STEP       PIC 9(003)V9(002) VALUE ZERO.
002720     03  CHG-RATE-TRACE-PCT      PIC 9(003)V9(002) VALUE ZERO.
002730     03  CHG-RATE-PROFILE-PCT    PIC 9(003)V9(002) VALUE ZERO.
002740     03  CHG-RATE-RECOVERY       PIC X(016) VALUE SPACES.
002750
002760*---------------------------------------------------------------
002770* NUMERIC CONVERSION WORK AREA - THE STATISTICS FILE CARRIES
002780* BLANK-PADDED EDITED NUMBERS, SO EACH IS COPIED HERE, LEADING
002790* SPACES REPLACED BY ZEROS, AND PICKED UP THROUGH THE REDEFINES.
002800*---------------------------------------------------------------
002810 01  CHG-NUM-WORK                PIC X(010).
002820 01  CHG-NUM-WORK-9 REDEFINES CHG-NUM-WORK
002830                                 PIC 9(010).
002840
002850*---------------------------------------------------------------
002860* ONE RUN'S FIGURES AND PRICE.
002870*---------------------------------------------------------------
002880 01  CHG-WORK-INSTR              PIC 9(010) VALUE ZERO.
002890 01  CHG-WORK-ELAPSED            PIC 9(007) VALUE ZERO.
002900 01  CHG-WORK-PCT                PIC 9(004)V9(002) VALUE ZERO.
002910 01  CHG-WORK-USAGE              PIC 9(009)V9(002) VALUE ZERO.
002920 01  CHG-WORK-SURCHARGE          PIC 9(009)V9(002) VALUE ZERO.
002930 01  CHG-WORK-CHARGE             PIC 9(009)V9(002) VALUE ZERO.
002940 01  CHG-WORK-NAME               PIC X(040) VALUE SPACES.
002950 01  CHG-WORK-DEPT-CODE          PIC X(008) VALUE SPACES.
002960 01  CHG-WORK-MAP-TYPE           PIC X(001) VALUE SPACE.
002970 01  CHG-WORK-MAP-KEY            PIC X(008) VALUE SPACES.
002980 01  CHG-WORK-TOTAL              PIC 9(011)V9(002) VALUE ZERO.
002990 01  CHG-LINE-SAVE               PIC X(132) VALUE SPACES.
003000 01  CHG-TOTAL-BILLED            PIC 9(011)V9(002) VALUE ZERO.
003010 01  CHG-TOTAL-SUSPENSE          PIC 9(011)V9(002) VALUE ZERO.
003020
003030*---------------------------------------------------------------
003040* THE DEPARTMENTS AND WHAT THEY ARE BILLED FOR THE MONTH.
003050*---------------------------------------------------------------
003060 01  CHG-DEPT-TABLE.
003070     03  CHG-DEPT-COUNT          PIC 9(005) COMP VALUE ZERO.
003080     03  CHG-DEPT-ENTRY OCCURS 200 TIMES.
003090         05  CHG-DPT-CODE        PIC X(008).
003100         05  CHG-DPT-NAME        PIC X(030).
003110         05  CHG-DPT-ACCOUNT     PIC X(016).
003120         05  CHG-DPT-RUNS        PIC 9(007) COMP.
003130         05  CHG-DPT-INSTR       PIC 9(015) COMP.
003140         05  CHG-DPT-ELAPSED     PIC 9(011) COMP.
003150         05  CHG-DPT-USAGE       PIC 9(011)V9(002).
003160         05  CHG-DPT-SURCHARGE   PIC 9(011)V9(002).
003170
003180*---------------------------------------------------------------
003190* THE JOB AND MEMBER ASSIGNMENTS, EACH TIED TO ITS DEPARTMENT.
003200*---------------------------------------------------------------
003210 01  CHG-MAP-TABLE.
003220     03  CHG-MAP-COUNT           PIC 9(005) COMP VALUE ZERO.
003230     03  CHG-MAP-ENTRY OCCURS 1000 TIMES.
003240         05  CHG-MAP-TYPE        PIC X(001).
003250         05  CHG-MAP-KEY         PIC X(008).
003260         05  CHG-MAP-DEPT-CODE   PIC X(008).
003270         05  CHG-MAP-DEPT        PIC 9(005) COMP.
003280
003290*---------------------------------------------------------------
003300* THE MONTH'S EXECUTED RUNS, KEYED AS RECONCIL KEYS THEM - A
003310* STATISTICS LINE PAIRS WITH THE FIRST RUN OF ITS KEY NOT YET
003320* PAIRED, SO A PROGRAM RUN TWICE IN ONE JOB ON ONE DAY PAIRS
003330* IN ORDER.
003340*---------------------------------------------------------------
003350 01  CHG-RUN-TABLE.
003360     03  CHG-RUN-COUNT           PIC 9(005) COMP VALUE ZERO.
003370     03  CHG-RUN-ENTRY OCCURS 5000 TIMES.
003380         05  CHG-RUN-KEY.
003390             07  CHG-RUN-NAME    PIC X(080).
003400             07  CHG-RUN-DATE    PIC X(008).
003410             07  CHG-RUN-JOB     PIC X(008).
003420         05  CHG-RUN-STEP        PIC X(008).
003430         05  CHG-RUN-MEMBER      PIC X(008).
003440         05  CHG-RUN-TRACE       PIC X(001).
003450         05  CHG-RUN-PROFILE     PIC X(001).
003460         05  CHG-RUN-PAIRED      PIC X(001).
003470         05  CHG-RUN-INSTR       PIC 9(010) COMP.
003480         05  CHG-RUN-ELAPSED     PIC 9(007) COMP.
003490
003500 01  CHG-WORK-KEY.
003510     03  CHG-WK-NAME             PIC X(080).
003520     03  CHG-WK-DATE             PIC X(008).
003530     03  CHG-WK-JOB              PIC X(008).
003540
003550*---------------------------------------------------------------
003560* INVOICE DETAIL - ONE ROW PER DEPARTMENT, JOB AND MEMBER (OR
003570* LOOSE SOURCE NAME), KEPT IN KEY ORDER AS IT IS BUILT.
003580*---------------------------------------------------------------
003590 01  CHG-DETAIL-TABLE.
003600     03  CHG-DTL-COUNT           PIC 9(005) COMP VALUE ZERO.
003610     03  CHG-DTL-ENTRY OCCURS 2000 TIMES.
003620         05  CHG-DTL-KEY.
003630             07  CHG-DTL-DEPT    PIC 9(003).
003640             07  CHG-DTL-JOB     PIC X(008).
003650             07  CHG-DTL-NAME    PIC X(040).
003660         05  CHG-DTL-RUNS        PIC 9(007) COMP.
003670         05  CHG-DTL-INSTR       PIC 9(015) COMP.
003680         05  CHG-DTL-ELAPSED     PIC 9(011) COMP.
003690         05  CHG-DTL-USAGE       PIC 9(011)V9(002).
003700         05  CHG-DTL-SURCHARGE   PIC 9(011)V9(002).
003710
003720 01  CHG-DTL-WORK-KEY.
003730     03  CHG-DWK-DEPT            PIC 9(003).
003740     03  CHG-DWK-JOB             PIC X(008).
003750     03  CHG-DWK-NAME            PIC X(040).
003760
003770*---------------------------------------------------------------
003780* INVOICE PRINT LINES.
003790*---------------------------------------------------------------
003800 01  CHG-LINE-BLANK              PIC X(132) VALUE SPACES.
003810 01  CHG-LINE-INV-TITLE.
003820     03  FILLER                  PIC X(044)
003830         VALUE "DEPARTMENT CHARGEBACK INVOICE  BILLING MONTH".
003840     03  FILLER                  PIC X(001) VALUE SPACE.
003850     03  CHG-PRT-INV-MONTH       PIC 9(006).
003860     03  FILLER                  PIC X(069) VALUE SPACES.
003870     03  FILLER                  PIC X(007) VALUE "PAGE   ".
003880     03  CHG-PRT-INV-PAGE        PIC Z(004)9.
003890 01  CHG-LINE-INV-DEPT.
003900     03  FILLER                  PIC X(011) VALUE "DEPARTMENT ".
003910     03  CHG-PRT-DEPT-CODE       PIC X(008).
003920     03  FILLER                  PIC X(002) VALUE SPACES.
003930     03  CHG-PRT-DEPT-NAME       PIC X(030).
003940     03  FILLER                  PIC X(013) VALUE "  GL ACCOUNT ".
003950     03  CHG-PRT-DEPT-ACCOUNT    PIC X(016).
003960     03  FILLER                  PIC X(052) VALUE SPACES.
003970 01  CHG-LINE-INV-RATES.
003980     03  FILLER                  PIC X(023)
003990         VALUE "RATE PER MILLION INSTR ".
004000     03  CHG-PRT-PER-MILLION     PIC Z(004)9.9(004).
004010     03  FILLER                  PIC X(012) VALUE " PER SECOND ".
004020     03  CHG-PRT-PER-SECOND      PIC ZZ9.9(004).
004030     03  FILLER                  PIC X(010) VALUE " PER STEP ".
004040     03  CHG-PRT-PER-STEP        PIC ZZ9.99.
004050     03  FILLER                  PIC X(017)
004060         VALUE " TRACE SURCHARGE ".
004070     03  CHG-PRT-TRACE-PCT       PIC ZZ9.99.
004080     03  FILLER                  PIC X(020)
004090         VALUE "% PROFILE SURCHARGE ".
004100     03  CHG-PRT-PROFILE-PCT     PIC ZZ9.99.
004110     03  FILLER                  PIC X(001) VALUE "%".
004120     03  FILLER                  PIC X(013) VALUE SPACES.
004130 01  CHG-LINE-INV-HEADER.
004140     03  FILLER                  PIC X(050)
004150         VALUE "JOB      MEMBER OR SOURCE".
004160     03  FILLER                  PIC X(039)
004170         VALUE "   RUNS     INSTRUCTIONS  ELAPSED SEC  ".
004180     03  FILLER                  PIC X(043)
004190         VALUE " USAGE CHARGE      SURCHARGE   TOTAL CHARGE".
004200 01  CHG-LINE-INV-DETAIL.
004210     03  CHG-PRT-JOB             PIC X(008).
004220     03  FILLER                  PIC X(001) VALUE SPACE.
004230     03  CHG-PRT-NAME            PIC X(040).
004240     03  FILLER                  PIC X(001) VALUE SPACE.
004250     03  CHG-PRT-RUNS            PIC Z(006)9.
004260     03  FILLER                  PIC X(002) VALUE SPACES.
004270     03  CHG-PRT-INSTR           PIC Z(014)9.
004280     03  FILLER                  PIC X(002) VALUE SPACES.
004290     03  CHG-PRT-ELAPSED         PIC Z(010)9.
004300     03  FILLER                  PIC X(002) VALUE SPACES.
004310     03  CHG-PRT-USAGE           PIC Z(009)9.99.
004320     03  FILLER                  PIC X(002) VALUE SPACES.
004330     03  CHG-PRT-SURCHARGE       PIC Z(009)9.99.
004340     03  FILLER                  PIC X(002) VALUE SPACES.
004350     03  CHG-PRT-CHARGE          PIC Z(009)9.99.
004360
004370*---------------------------------------------------------------
004380* SUSPENSE REPORT PRINT LINES.
004390*---------------------------------------------------------------
004400 01  CHG-LINE-SUS-TITLE.
004410     03  FILLER                  PIC X(041)
004420         VALUE "CHARGEBACK SUSPENSE REPORT  BILLING MONTH".
004430     03  FILLER                  PIC X(001) VALUE SPACE.
004440     03  CHG-PRT-SUS-MONTH       PIC 9(006).
004450     03  FILLER                  PIC X(084) VALUE SPACES.
004460 01  CHG-LINE-SUS-HEADER.
004470     03  FILLER                  PIC X(018)
004480         VALUE "JOB      STEP     ".
004490     03  FILLER                  PIC X(041) VALUE "SOURCE".
004500     03  FILLER                  PIC X(018)
004510         VALUE "MEMBER   END DATE ".
004520     03  FILLER                  PIC X(021) VALUE "REASON".
004530     03  FILLER                  PIC X(034)
004540         VALUE " INSTRUCTIONS ELAPSED       CHARGE".
004550 01  CHG-LINE-SUSPENSE.
004560     03  CHG-SUS-JOB             PIC X(008).
004570     03  FILLER                  PIC X(001) VALUE SPACE.
004580     03  CHG-SUS-STEP            PIC X(008).
004590     03  FILLER                  PIC X(001) VALUE SPACE.
004600     03  CHG-SUS-SRC             PIC X(040).
004610     03  FILLER                  PIC X(001) VALUE SPACE.
004620     03  CHG-SUS-MEMBER          PIC X(008).
004630     03  FILLER                  PIC X(001) VALUE SPACE.
004640     03  CHG-SUS-DATE            PIC X(008).
004650     03  FILLER                  PIC X(001) VALUE SPACE.
004660     03  CHG-SUS-REASON          PIC X(020).
004670     03  FILLER                  PIC X(001) VALUE SPACE.
004680     03  CHG-SUS-INSTR           PIC Z(012)9.
004690     03  FILLER                  PIC X(001) VALUE SPACE.
004700     03  CHG-SUS-ELAPSED         PIC Z(006)9.
004710     03  FILLER                  PIC X(001) VALUE SPACE.
004720     03  CHG-SUS-CHARGE          PIC Z(008)9.99.
004730 01  CHG-LINE-TOTALS.
004740     03  FILLER                  PIC X(012) VALUE "RUNS BILLED ".
004750     03  CHG-PRT-TOT-BILLED      PIC Z(006)9.
004760     03  FILLER                  PIC X(010) VALUE "   AMOUNT ".
004770     03  CHG-PRT-TOT-AMOUNT      PIC Z(010)9.99.
004780     03  FILLER                  PIC X(020)
004790         VALUE "   RUNS IN SUSPENSE ".
004800     03  CHG-PRT-TOT-SUSPENSE    PIC Z(006)9.
004810     03  FILLER                  PIC X(010) VALUE "   AMOUNT ".
004820     03  CHG-PRT-TOT-SUS-AMOUNT  PIC Z(010)9.99.
004830     03  FILLER                  PIC X(038) VALUE SPACES.
004840 PROCEDURE DIVISION.
004850
004860*=================================================================
004870* 0000-MAINLINE
004880* LOADS THE RATE, THE COST-CENTER MASTER AND THE MONTH'S RUNS,
004890* PAIRS THE STATISTICS LINES WITH THEM, PRICES AND ASSIGNS EVERY
004900* RUN, THEN PRINTS THE INVOICES AND WRITES THE LEDGER EXTRACT.
004910*=================================================================
004920 0000-MAINLINE.
004930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004940     PERFORM 2000-LOAD-ONE-RUN THRU 2000-EXIT
004950             UNTIL CHG-EOF-B4.
004960     PERFORM 3000-PAIR-ONE-STATS THRU 3000-EXIT
004970             UNTIL CHG-EOF-B5.
004980     PERFORM 4000-PRICE-ONE-RUN THRU 4000-EXIT
004990             VARYING CHG-IX FROM 1 BY 1
005000             UNTIL CHG-IX > CHG-RUN-COUNT.
005010     PERFORM 5000-PRINT-ONE-INVOICE THRU 5000-EXIT
005020             VARYING CHG-DX FROM 1 BY 1
005030             UNTIL CHG-DX > CHG-DEPT-COUNT.
005040     PERFORM 6000-WRITE-RECOVERY THRU 6000-EXIT.
005050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005060     STOP RUN.
005070
005080*=================================================================
005090* 1000-INITIALIZE
005100* OPENS THE FILES, SETTLES THE BILLING MONTH, PICKS THE RATE IN
005110* EFFECT AND LOADS THE COST-CENTER MASTER.  NO RATE FOR THE
005120* MONTH ENDS THE RUN - NOTHING CAN BE PRICED WITHOUT ONE.
005130*=================================================================
005140 1000-INITIALIZE.
005150     OPEN INPUT B1.
005160     IF NOT (CHG-FS-B1 = "00")
005170         DISPLAY "CHGBACK: UNABLE TO OPEN RATE TABLE"
005180         MOVE 16 TO RETURN-CODE
005190         STOP RUN
005200     END-IF.
005210     OPEN INPUT B2.
005220     IF NOT (CHG-FS-B2 = "00")
005230         DISPLAY "CHGBACK: UNABLE TO OPEN COST-CENTER MASTER"
005240         MOVE 16 TO RETURN-CODE
005250         STOP RUN
005260     END-IF.
005270     OPEN INPUT B4.
005280     IF NOT (CHG-FS-B4 = "00")
005290         DISPLAY "CHGBACK: UNABLE TO OPEN RUN LOG"
005300         MOVE 16 TO RETURN-CODE
005310         STOP RUN
005320     END-IF.
005330     OPEN INPUT B5.
005340     IF NOT (CHG-FS-B5 = "00")
005350         DISPLAY "CHGBACK: UNABLE TO OPEN STATISTICS FILE"
005360         MOVE 16 TO RETURN-CODE
005370         STOP RUN
005380     END-IF.
005390     OPEN OUTPUT B6.
005400     IF NOT (CHG-FS-B6 = "00")
005410         DISPLAY "CHGBACK: UNABLE TO OPEN INVOICE FILE"
005420         MOVE 16 TO RETURN-CODE
005430         STOP RUN
005440     END-IF.
005450     OPEN OUTPUT B7.
005460     IF NOT (CHG-FS-B7 = "00")
005470         DISPLAY "CHGBACK: UNABLE TO OPEN SUSPENSE REPORT"
005480         MOVE 16 TO RETURN-CODE
005490         STOP RUN
005500     END-IF.
005510     OPEN OUTPUT B8.
005520     IF NOT (CHG-FS-B8 = "00")
005530         DISPLAY "CHGBACK: UNABLE TO OPEN LEDGER EXTRACT"
005540         MOVE 16 TO RETURN-CODE
005550         STOP RUN
005560     END-IF.
005570     PERFORM 1050-SET-BILLING-MONTH THRU 1050-EXIT.
005580     MOVE CHG-BILLING-MONTH-N TO CHG-PRT-SUS-MONTH.
005590     MOVE CHG-LINE-SUS-TITLE TO B7-TEXT.
005600     WRITE B7-RECORD.
005610     MOVE CHG-LINE-BLANK TO B7-TEXT.
005620     WRITE B7-RECORD.
005630     PERFORM 1110-READ-RATE THRU 1110-EXIT.
005640     PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
005650             UNTIL CHG-EOF-B1.
005660     CLOSE B1.
005670     IF NOT CHG-RATE-FOUND
005680         DISPLAY "CHGBACK: NO RATE IN EFFECT FOR BILLING MONTH "
005690                 CHG-BILLING-MONTH
005700         MOVE 16 TO RETURN-CODE
005710         STOP RUN
005720     END-IF.
005730     PERFORM 1210-READ-MASTER THRU 1210-EXIT.
005740     PERFORM 1200-LOAD-ONE-MASTER THRU 1200-EXIT
005750             UNTIL CHG-EOF-B2.
005760     CLOSE B2.
005770     PERFORM 1300-RESOLVE-ONE-MAP THRU 1300-EXIT
005780             VARYING CHG-IX FROM 1 BY 1
005790             UNTIL CHG-IX > CHG-MAP-COUNT.
005800     IF CHG-DROPPED-COUNT > ZERO
005810         MOVE CHG-LINE-BLANK TO B7-TEXT
005820         WRITE B7-RECORD
005830     END-IF.
005840     MOVE CHG-LINE-SUS-HEADER TO B7-TEXT.
005850     WRITE B7-RECORD.
005860     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
005870     PERFORM 3100-READ-STATS THRU 3100-EXIT.
005880     GO TO 1000-EXIT.
005890 1000-EXIT.
005900     EXIT.
005910
005920*-----------------------------------------------------------------
005930* 1050-SET-BILLING-MONTH - THE MONTH PUNCHED ON CHGPARM, OR THE
005940* MONTH BEFORE TODAY'S WHEN THERE IS NO CARD OR IT IS BLANK.
005950*-----------------------------------------------------------------
005960 1050-SET-BILLING-MONTH.
005970     ACCEPT CHG-TODAY-DATE FROM DATE YYYYMMDD.
005980     MOVE CHG-TODAY-YYYY TO CHG-BILL-YYYY.
005990     MOVE CHG-TODAY-MM TO CHG-BILL-MM.
006000     IF CHG-BILL-MM = 1
006010         MOVE 12 TO CHG-BILL-MM
006020         SUBTRACT 1 FROM CHG-BILL-YYYY
006030     ELSE
006040         SUBTRACT 1 FROM CHG-BILL-MM
006050     END-IF.
006060     OPEN INPUT B3.
006070     IF NOT (CHG-FS-B3 = "00")
006080         GO TO 1050-EXIT
006090     END-IF.
006100     READ B3
006110         AT END
006120             CLOSE B3
006130             GO TO 1050-EXIT
006140     END-READ.
006150     CLOSE B3.
006160     IF B3-BILLING-MONTH = SPACES
006170         GO TO 1050-EXIT
006180     END-IF.
006190     IF B3-BILLING-MONTH NOT NUMERIC
006200        OR B3-BILLING-MONTH(5:2) < "01"
006210        OR B3-BILLING-MONTH(5:2) > "12"
006220         DISPLAY "CHGBACK: INVALID BILLING MONTH ON CHGPARM - "
006230                 B3-BILLING-MONTH
006240         MOVE 16 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.
006270     MOVE B3-BILLING-MONTH-N TO CHG-BILLING-MONTH-N.
006280     GO TO 1050-EXIT.
006290 1050-EXIT.
006300     EXIT.
006310
006320*=================================================================
006330* 1100-LOAD-ONE-RATE
006340* CHECKS ONE RATE RECORD AND KEEPS IT WHEN IT IS THE LATEST SO
006350* FAR THAT IS NOT AFTER THE BILLING MONTH.  A BAD RECORD IS
006360* LISTED AND DROPPED.
006370*=================================================================
006380 1100-LOAD-ONE-RATE.
006390     IF B1-EFFECTIVE NOT NUMERIC
006400        OR B1-EFFECTIVE(5:2) < "01"
006410        OR B1-EFFECTIVE(5:2) > "12"
006420        OR B1-PER-MILLION NOT NUMERIC
006430        OR B1-PER-SECOND NOT NUMERIC
006440        OR B1-PER-STEP NOT NUMERIC
006450        OR (B1-TRACE-PCT NOT = SPACES
006460            AND B1-TRACE-PCT NOT NUMERIC)
006470        OR (B1-PROFILE-PCT NOT = SPACES
006480            AND B1-PROFILE-PCT NOT NUMERIC)
006490        OR B1-RECOVERY-ACCOUNT = SPACES
006500         MOVE SPACES TO B7-TEXT
006510         STRING "RATE RECORD DROPPED - " DELIMITED BY SIZE
006520             B1-RECORD DELIMITED BY SIZE
006530             INTO B7-TEXT
006540         END-STRING
006550         PERFORM 1900-WRITE-DROPPED THRU 1900-EXIT
006560         PERFORM 1110-READ-RATE THRU 1110-EXIT
006570         GO TO 1100-EXIT
006580     END-IF.
006590     IF B1-EFFECTIVE-N > CHG-BILLING-MONTH-N
006600        OR (CHG-RATE-FOUND
006610            AND B1-EFFECTIVE-N <= CHG-RATE-EFFECTIVE)
006620         PERFORM 1110-READ-RATE THRU 1110-EXIT
006630         GO TO 1100-EXIT
006640     END-IF.
006650     SET CHG-RATE-FOUND TO TRUE.
006660     MOVE B1-EFFECTIVE-N TO CHG-RATE-EFFECTIVE.
006670     MOVE B1-PER-MILLION-N TO CHG-RATE-PER-MILLION.
006680     MOVE B1-PER-SECOND-N TO CHG-RATE-PER-SECOND.
006690     MOVE B1-PER-STEP-N TO CHG-RATE-PER-STEP.
006700     MOVE ZERO TO CHG-RATE-TRACE-PCT.
006710     IF B1-TRACE-PCT NOT = SPACES
006720         MOVE B1-TRACE-PCT-N TO CHG-RATE-TRACE-PCT
006730     END-IF.
006740     MOVE ZERO TO CHG-RATE-PROFILE-PCT.
006750     IF B1-PROFILE-PCT NOT = SPACES
006760         MOVE B1-PROFILE-PCT-N TO CHG-RATE-PROFILE-PCT
006770     END-IF.
006780     MOVE B1-RECOVERY-ACCOUNT TO CHG-RATE-RECOVERY.
006790     PERFORM 1110-READ-RATE THRU 1110-EXIT.
006800     GO TO 1100-EXIT.
006810 1100-EXIT.
006820     EXIT.
006830
006840 1110-READ-RATE.
006850     READ B1
006860         AT END
006870             SET CHG-EOF-B1 TO TRUE
006880     END-READ.
006890     GO TO 1110-EXIT.
006900 1110-EXIT.
006910     EXIT.
006920
006930*=================================================================
006940* 1200-LOAD-ONE-MASTER
006950* CHECKS ONE COST-CENTER RECORD AND ADDS IT TO THE DEPARTMENT OR
006960* ASSIGNMENT TABLE.  A BAD OR DUPLICATE RECORD IS LISTED AND
006970* DROPPED - THE FIRST OF TWO WITH THE SAME KEY STANDS.
006980*=================================================================
006990 1200-LOAD-ONE-MASTER.
007000     IF B2-TYPE-DEPARTMENT
007010         PERFORM 1220-ADD-DEPARTMENT THRU 1220-EXIT
007020         PERFORM 1210-READ-MASTER THRU 1210-EXIT
007030         GO TO 1200-EXIT
007040     END-IF.
007050     IF (NOT B2-TYPE-JOB AND NOT B2-TYPE-MEMBER)
007060        OR B2-KEY = SPACES
007070        OR B2-DEPARTMENT = SPACES
007080         PERFORM 1290-DROP-MASTER THRU 1290-EXIT
007090         PERFORM 1210-READ-MASTER THRU 1210-EXIT
007100         GO TO 1200-EXIT
007110     END-IF.
007120     MOVE B2-TYPE TO CHG-WORK-MAP-TYPE.
007130     MOVE B2-KEY TO CHG-WORK-MAP-KEY.
007140     MOVE ZERO TO CHG-FOUND.
007150     PERFORM 1230-FIND-MAP THRU 1230-EXIT
007160             VARYING CHG-IY FROM 1 BY 1
007170             UNTIL CHG-IY > CHG-MAP-COUNT OR CHG-FOUND > ZERO.
007180     IF CHG-FOUND > ZERO
007190         PERFORM 1290-DROP-MASTER THRU 1290-EXIT
007200         PERFORM 1210-READ-MASTER THRU 1210-EXIT
007210         GO TO 1200-EXIT
007220     END-IF.
007230     IF CHG-MAP-COUNT >= 1000
007240         DISPLAY "CHGBACK: COST-CENTER MASTER EXCEEDS 1000 "
007250                 "ASSIGNMENTS"
007260         MOVE 8 TO CHG-RETURN-CODE
007270         SET CHG-EOF-B2 TO TRUE
007280         GO TO 1200-EXIT
007290     END-IF.
007300     ADD 1 TO CHG-MAP-COUNT.
007310     MOVE B2-TYPE TO CHG-MAP-TYPE(CHG-MAP-COUNT).
007320     MOVE B2-KEY TO CHG-MAP-KEY(CHG-MAP-COUNT).
007330     MOVE B2-DEPARTMENT TO CHG-MAP-DEPT-CODE(CHG-MAP-COUNT).
007340     MOVE ZERO TO CHG-MAP-DEPT(CHG-MAP-COUNT).
007350     PERFORM 1210-READ-MASTER THRU 1210-EXIT.
007360     GO TO 1200-EXIT.
007370 1200-EXIT.
007380     EXIT.
007390
007400 1210-READ-MASTER.
007410     READ B2
007420         AT END
007430             SET CHG-EOF-B2 TO TRUE
007440     END-READ.
007450     GO TO 1210-EXIT.
007460 1210-EXIT.
007470     EXIT.
007480
007490 1220-ADD-DEPARTMENT.
007500     IF B2-DEPARTMENT = SPACES OR B2-GL-ACCOUNT = SPACES
007510         PERFORM 1290-DROP-MASTER THRU 1290-EXIT
007520         GO TO 1220-EXIT
007530     END-IF.
007540     MOVE B2-DEPARTMENT TO CHG-WORK-DEPT-CODE.
007550     PERFORM 7100-FIND-DEPARTMENT THRU 7100-EXIT.
007560     IF CHG-FOUND > ZERO
007570         PERFORM 1290-DROP-MASTER THRU 1290-EXIT
007580         GO TO 1220-EXIT
007590     END-IF.
007600     IF CHG-DEPT-COUNT >= 200
007610         DISPLAY "CHGBACK: COST-CENTER MASTER EXCEEDS 200 "
007620                 "DEPARTMENTS"
007630         MOVE 8 TO CHG-RETURN-CODE
007640         GO TO 1220-EXIT
007650     END-IF.
007660     ADD 1 TO CHG-DEPT-COUNT.
007670     MOVE B2-DEPARTMENT TO CHG-DPT-CODE(CHG-DEPT-COUNT).
007680     MOVE B2-DEPT-NAME TO CHG-DPT-NAME(CHG-DEPT-COUNT).
007690     MOVE B2-GL-ACCOUNT TO CHG-DPT-ACCOUNT(CHG-DEPT-COUNT).
007700     MOVE ZERO TO CHG-DPT-RUNS(CHG-DEPT-COUNT).
007710     MOVE ZERO TO CHG-DPT-INSTR(CHG-DEPT-COUNT).
007720     MOVE ZERO TO CHG-DPT-ELAPSED(CHG-DEPT-COUNT).
007730     MOVE ZERO TO CHG-DPT-USAGE(CHG-DEPT-COUNT).
007740     MOVE ZERO TO CHG-DPT-SURCHARGE(CHG-DEPT-COUNT).
007750     GO TO 1220-EXIT.
007760 1220-EXIT.
007770     EXIT.
007780
007790 1230-FIND-MAP.
007800     IF CHG-MAP-TYPE(CHG-IY) = CHG-WORK-MAP-TYPE
007810        AND CHG-MAP-KEY(CHG-IY) = CHG-WORK-MAP-KEY
007820         MOVE CHG-IY TO CHG-FOUND
007830     END-IF.
007840     GO TO 1230-EXIT.
007850 1230-EXIT.
007860     EXIT.
007870
007880 1290-DROP-MASTER.
007890     MOVE SPACES TO B7-TEXT.
007900     STRING "COST-CENTER RECORD DROPPED - " DELIMITED BY SIZE
007910         B2-RECORD DELIMITED BY SIZE
007920         INTO B7-TEXT
007930     END-STRING.
007940     PERFORM 1900-WRITE-DROPPED THRU 1900-EXIT.
007950     GO TO 1290-EXIT.
007960 1290-EXIT.
007970     EXIT.
007980
007990*-----------------------------------------------------------------
008000* 1300-RESOLVE-ONE-MAP - TIES AN ASSIGNMENT TO ITS DEPARTMENT
008010* ONCE THE WHOLE MASTER IS IN, SO D RECORDS MAY COME IN ANY
008020* ORDER.  AN ASSIGNMENT TO A DEPARTMENT NOT DEFINED IS LISTED;
008030* ITS RUNS FALL TO THE JOB'S ASSIGNMENT OR TO SUSPENSE.
008040*-----------------------------------------------------------------
008050 1300-RESOLVE-ONE-MAP.
008060     MOVE CHG-MAP-DEPT-CODE(CHG-IX) TO CHG-WORK-DEPT-CODE.
008070     PERFORM 7100-FIND-DEPARTMENT THRU 7100-EXIT.
008080     MOVE CHG-FOUND TO CHG-MAP-DEPT(CHG-IX).
008090     IF CHG-FOUND = ZERO
008100         MOVE SPACES TO B7-TEXT
008110         STRING "ASSIGNMENT TO UNDEFINED DEPARTMENT - "
008120             DELIMITED BY SIZE
008130             CHG-MAP-TYPE(CHG-IX) DELIMITED BY SIZE
008140             " " DELIMITED BY SIZE
008150             CHG-MAP-KEY(CHG-IX) DELIMITED BY SIZE
008160             " " DELIMITED BY SIZE
008170             CHG-MAP-DEPT-CODE(CHG-IX) DELIMITED BY SIZE
008180             INTO B7-TEXT
008190         END-STRING
008200         PERFORM 1900-WRITE-DROPPED THRU 1900-EXIT
008210     END-IF.
008220     GO TO 1300-EXIT.
008230 1300-EXIT.
008240     EXIT.
008250
008260 1900-WRITE-DROPPED.
008270     WRITE B7-RECORD.
008280     ADD 1 TO CHG-DROPPED-COUNT.
008290     IF CHG-RETURN-CODE < 4
008300         MOVE 4 TO CHG-RETURN-CODE
008310     END-IF.
008320     GO TO 1900-EXIT.
008330 1900-EXIT.
008340     EXIT.
008350
008360*=================================================================
008370* 2000-LOAD-ONE-RUN
008380* KEEPS EACH EXECUTED RUN THAT ENDED IN THE BILLING MONTH.
008390* SKIPPED AND REFUSED STEPS USED NO MACHINE TIME AND THE RESTART
008400* MARKER IS NOT A RUN.  A RUN BILLS WHATEVER ITS RETURN CODE.
008410*=================================================================
008420 2000-LOAD-ONE-RUN.
008430     ADD 1 TO CHG-LOG-READ.
008440     IF B4-DISPOSITION NOT = "EXECUTED"
008450        OR B4-END-DATE(1:6) NOT = CHG-BILLING-MONTH
008460         PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT
008470         GO TO 2000-EXIT
008480     END-IF.
008490     IF CHG-RUN-COUNT >= 5000
008500         DISPLAY "CHGBACK: MORE THAN 5000 RUNS IN THE MONTH"
008510         MOVE 8 TO CHG-RETURN-CODE
008520         SET CHG-EOF-B4 TO TRUE
008530         GO TO 2000-EXIT
008540     END-IF.
008550     ADD 1 TO CHG-RUN-COUNT.
008560     MOVE B4-SRC-FILE TO CHG-RUN-NAME(CHG-RUN-COUNT).
008570     MOVE B4-END-DATE TO CHG-RUN-DATE(CHG-RUN-COUNT).
008580     MOVE B4-JOB-ID TO CHG-RUN-JOB(CHG-RUN-COUNT).
008590     MOVE B4-STEP-NAME TO CHG-RUN-STEP(CHG-RUN-COUNT).
008600     MOVE B4-MEMBER-NAME TO CHG-RUN-MEMBER(CHG-RUN-COUNT).
008610     MOVE B4-TRACE-RUN TO CHG-RUN-TRACE(CHG-RUN-COUNT).
008620     MOVE B4-PROFILE-RUN TO CHG-RUN-PROFILE(CHG-RUN-COUNT).
008630     MOVE "N" TO CHG-RUN-PAIRED(CHG-RUN-COUNT).
008640     MOVE ZERO TO CHG-RUN-INSTR(CHG-RUN-COUNT).
008650     MOVE ZERO TO CHG-RUN-ELAPSED(CHG-RUN-COUNT).
008660     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
008670     GO TO 2000-EXIT.
008680 2000-EXIT.
008690     EXIT.
008700
008710 2100-READ-RUN-LOG.
008720     READ B4
008730         AT END
008740             SET CHG-EOF-B4 TO TRUE
008750     END-READ.
008760     GO TO 2100-EXIT.
008770 2100-EXIT.
008780     EXIT.
008790
008800*=================================================================
008810* 3000-PAIR-ONE-STATS
008820* GIVES ONE STATISTICS LINE FOR THE MONTH TO THE FIRST UNPAIRED
008830* RUN WITH ITS SOURCE NAME, END DATE AND JOB ID.  A LINE NO RUN
008840* CLAIMS IS PRICED WITHOUT A SURCHARGE AND PUT IN SUSPENSE - THE
008850* LOG DOES NOT SAY WHO RAN IT.
008860*=================================================================
008870 3000-PAIR-ONE-STATS.
008880     ADD 1 TO CHG-STATS-READ.
008890     IF B5-END-DATE(1:6) NOT = CHG-BILLING-MONTH
008900         PERFORM 3100-READ-STATS THRU 3100-EXIT
008910         GO TO 3000-EXIT
008920     END-IF.
008930     MOVE B5-CNT-TOTAL TO CHG-NUM-WORK.
008940     INSPECT CHG-NUM-WORK REPLACING LEADING SPACES BY ZERO.
008950     MOVE CHG-NUM-WORK-9 TO CHG-WORK-INSTR.
008960     MOVE SPACES TO CHG-NUM-WORK.
008970     MOVE B5-ELAPSED-SECONDS TO CHG-NUM-WORK(4:7).
008980     INSPECT CHG-NUM-WORK REPLACING LEADING SPACES BY ZERO.
008990     MOVE CHG-NUM-WORK-9 TO CHG-WORK-ELAPSED.
009000     MOVE B5-SRC-FILE TO CHG-WK-NAME.
009010     MOVE B5-END-DATE TO CHG-WK-DATE.
009020     MOVE B5-JOB-ID TO CHG-WK-JOB.
009030     MOVE ZERO TO CHG-FOUND.
009040     PERFORM 3200-FIND-UNPAIRED-RUN THRU 3200-EXIT
009050             VARYING CHG-IY FROM 1 BY 1
009060             UNTIL CHG-IY > CHG-RUN-COUNT OR CHG-FOUND > ZERO.
009070     IF CHG-FOUND > ZERO
009080         MOVE "Y" TO CHG-RUN-PAIRED(CHG-FOUND)
009090         MOVE CHG-WORK-INSTR TO CHG-RUN-INSTR(CHG-FOUND)
009100         MOVE CHG-WORK-ELAPSED TO CHG-RUN-ELAPSED(CHG-FOUND)
009110         PERFORM 3100-READ-STATS THRU 3100-EXIT
009120         GO TO 3000-EXIT
009130     END-IF.
009140     MOVE ZERO TO CHG-WORK-PCT.
009150     PERFORM 7000-PRICE-RUN THRU 7000-EXIT.
009160     MOVE B5-JOB-ID TO CHG-SUS-JOB.
009170     MOVE SPACES TO CHG-SUS-STEP.
009180     MOVE B5-SRC-FILE TO CHG-SUS-SRC.
009190     MOVE SPACES TO CHG-SUS-MEMBER.
009200     MOVE B5-END-DATE TO CHG-SUS-DATE.
009210     MOVE "NO RUN LOG RECORD" TO CHG-SUS-REASON.
009220     PERFORM 8000-WRITE-SUSPENSE THRU 8000-EXIT.
009230     PERFORM 3100-READ-STATS THRU 3100-EXIT.
009240     GO TO 3000-EXIT.
009250 3000-EXIT.
009260     EXIT.
009270
009280 3100-READ-STATS.
009290     READ B5
009300         AT END
009310             SET CHG-EOF-B5 TO TRUE
009320     END-READ.
009330     GO TO 3100-EXIT.
009340 3100-EXIT.
009350     EXIT.
009360
009370 3200-FIND-UNPAIRED-RUN.
009380     IF CHG-RUN-KEY(CHG-IY) = CHG-WORK-KEY
009390        AND CHG-RUN-PAIRED(CHG-IY) = "N"
009400         MOVE CHG-IY TO CHG-FOUND
009410     END-IF.
009420     GO TO 3200-EXIT.
009430 3200-EXIT.
009440     EXIT.
009450
009460*=================================================================
009470* 4000-PRICE-ONE-RUN
009480* PRICES ONE RUN AND BILLS IT TO ITS MEMBER'S DEPARTMENT, ELSE
009490* ITS JOB'S.  A RUN WITH NO STATISTICS LINE CANNOT BE PRICED AND
009500* A RUN NO DEPARTMENT CLAIMS CANNOT BE BILLED - BOTH GO TO
009510* SUSPENSE.
009520*=================================================================
009530 4000-PRICE-ONE-RUN.
009540     MOVE CHG-RUN-JOB(CHG-IX) TO CHG-SUS-JOB.
009550     MOVE CHG-RUN-STEP(CHG-IX) TO CHG-SUS-STEP.
009560     MOVE CHG-RUN-NAME(CHG-IX) TO CHG-SUS-SRC.
009570     MOVE CHG-RUN-MEMBER(CHG-IX) TO CHG-SUS-MEMBER.
009580     MOVE CHG-RUN-DATE(CHG-IX) TO CHG-SUS-DATE.
009590     IF CHG-RUN-PAIRED(CHG-IX) = "N"
009600         MOVE ZERO TO CHG-WORK-INSTR
009610         MOVE ZERO TO CHG-WORK-ELAPSED
009620         MOVE ZERO TO CHG-WORK-USAGE
009630         MOVE ZERO TO CHG-WORK-SURCHARGE
009640         MOVE ZERO TO CHG-WORK-CHARGE
009650         MOVE "NO STATISTICS LINE" TO CHG-SUS-REASON
009660         PERFORM 8000-WRITE-SUSPENSE THRU 8000-EXIT
009670         GO TO 4000-EXIT
009680     END-IF.
009690     MOVE CHG-RUN-INSTR(CHG-IX) TO CHG-WORK-INSTR.
009700     MOVE CHG-RUN-ELAPSED(CHG-IX) TO CHG-WORK-ELAPSED.
009710     MOVE ZERO TO CHG-WORK-PCT.
009720     IF CHG-RUN-TRACE(CHG-IX) = "Y"
009730         ADD CHG-RATE-TRACE-PCT TO CHG-WORK-PCT
009740     END-IF.
009750     IF CHG-RUN-PROFILE(CHG-IX) = "Y"
009760         ADD CHG-RATE-PROFILE-PCT TO CHG-WORK-PCT
009770     END-IF.
009780     PERFORM 7000-PRICE-RUN THRU 7000-EXIT.
009790     MOVE ZERO TO CHG-DX.
009800     IF CHG-RUN-MEMBER(CHG-IX) NOT = SPACES
009810         MOVE "M" TO CHG-WORK-MAP-TYPE
009820         MOVE CHG-RUN-MEMBER(CHG-IX) TO CHG-WORK-MAP-KEY
009830         PERFORM 4100-FIND-ASSIGNMENT THRU 4100-EXIT
009840     END-IF.
009850     IF CHG-DX = ZERO
009860         MOVE "J" TO CHG-WORK-MAP-TYPE
009870         MOVE CHG-RUN-JOB(CHG-IX) TO CHG-WORK-MAP-KEY
009880         PERFORM 4100-FIND-ASSIGNMENT THRU 4100-EXIT
009890     END-IF.
009900     IF CHG-DX = ZERO
009910         MOVE "NO DEPARTMENT" TO CHG-SUS-REASON
009920         PERFORM 8000-WRITE-SUSPENSE THRU 8000-EXIT
009930         GO TO 4000-EXIT
009940     END-IF.
009950     ADD 1 TO CHG-RUNS-BILLED.
009960     ADD CHG-WORK-CHARGE TO CHG-TOTAL-BILLED.
009970     ADD 1 TO CHG-DPT-RUNS(CHG-DX).
009980     ADD CHG-WORK-INSTR TO CHG-DPT-INSTR(CHG-DX).
009990     ADD CHG-WORK-ELAPSED TO CHG-DPT-ELAPSED(CHG-DX).
010000     ADD CHG-WORK-USAGE TO CHG-DPT-USAGE(CHG-DX).
010010     ADD CHG-WORK-SURCHARGE TO CHG-DPT-SURCHARGE(CHG-DX).
010020     PERFORM 4200-POST-DETAIL THRU 4200-EXIT.
010030     GO TO 4000-EXIT.
010040 4000-EXIT.
010050     EXIT.
010060
010070*-----------------------------------------------------------------
010080* 4100-FIND-ASSIGNMENT - LOOKS UP THE TYPE AND KEY SET UP IN
010090* CHG-WORK-MAP-TYPE AND CHG-WORK-MAP-KEY AND RETURNS THE
010100* DEPARTMENT IN CHG-DX, ZERO WHEN THERE IS NO ASSIGNMENT OR ITS
010110* DEPARTMENT IS UNDEFINED.
010120*-----------------------------------------------------------------
010130 4100-FIND-ASSIGNMENT.
010140     MOVE ZERO TO CHG-FOUND.
010150     PERFORM 1230-FIND-MAP THRU 1230-EXIT
010160             VARYING CHG-IY FROM 1 BY 1
010170             UNTIL CHG-IY > CHG-MAP-COUNT OR CHG-FOUND > ZERO.
010180     IF CHG-FOUND > ZERO
010190         MOVE CHG-MAP-DEPT(CHG-FOUND) TO CHG-DX
010200     END-IF.
010210     GO TO 4100-EXIT.
010220 4100-EXIT.
010230     EXIT.
010240
010250*-----------------------------------------------------------------
010260* 4200-POST-DETAIL - ADDS THE RUN TO ITS DEPARTMENT, JOB AND
010270* MEMBER ROW, INSERTING THE ROW IN KEY ORDER WHEN IT IS NEW.
010280* A LOOSE SOURCE FILE IS SHOWN BY ITS SOURCE NAME.
010290*-----------------------------------------------------------------
010300 4200-POST-DETAIL.
010310     MOVE CHG-DX TO CHG-DWK-DEPT.
010320     MOVE CHG-RUN-JOB(CHG-IX) TO CHG-DWK-JOB.
010330     IF CHG-RUN-MEMBER(CHG-IX) NOT = SPACES
010340         MOVE CHG-RUN-MEMBER(CHG-IX) TO CHG-DWK-NAME
010350     ELSE
010360         MOVE CHG-RUN-NAME(CHG-IX) TO CHG-DWK-NAME
010370     END-IF.
010380     MOVE ZERO TO CHG-FOUND.
010390     PERFORM 4210-FIND-DETAIL-SLOT THRU 4210-EXIT
010400             VARYING CHG-IY FROM 1 BY 1
010410             UNTIL CHG-IY > CHG-DTL-COUNT OR CHG-FOUND > ZERO.
010420     IF CHG-FOUND > ZERO
010430         IF CHG-DTL-KEY(CHG-FOUND) = CHG-DTL-WORK-KEY
010440             PERFORM 4230-ADD-TO-DETAIL THRU 4230-EXIT
010450             GO TO 4200-EXIT
010460         END-IF
010470     END-IF.
010480     IF CHG-DTL-COUNT >= 2000
010490         DISPLAY "CHGBACK: MORE THAN 2000 INVOICE DETAIL ROWS"
010500         MOVE 8 TO CHG-RETURN-CODE
010510         GO TO 4200-EXIT
010520     END-IF.
010530     ADD 1 TO CHG-DTL-COUNT.
010540     IF CHG-FOUND = ZERO
010550         MOVE CHG-DTL-COUNT TO CHG-FOUND
010560     ELSE
010570         PERFORM 4220-SHIFT-DETAIL-DOWN THRU 4220-EXIT
010580                 VARYING CHG-IY FROM CHG-DTL-COUNT BY -1
010590                 UNTIL CHG-IY <= CHG-FOUND
010600     END-IF.
010610     MOVE CHG-DTL-WORK-KEY TO CHG-DTL-KEY(CHG-FOUND).
010620     MOVE ZERO TO CHG-DTL-RUNS(CHG-FOUND).
010630     MOVE ZERO TO CHG-DTL-INSTR(CHG-FOUND).
010640     MOVE ZERO TO CHG-DTL-ELAPSED(CHG-FOUND).
010650     MOVE ZERO TO CHG-DTL-USAGE(CHG-FOUND).
010660     MOVE ZERO TO CHG-DTL-SURCHARGE(CHG-FOUND).
010670     PERFORM 4230-ADD-TO-DETAIL THRU 4230-EXIT.
010680     GO TO 4200-EXIT.
010690 4200-EXIT.
010700     EXIT.
010710
010720 4210-FIND-DETAIL-SLOT.
010730     IF CHG-DTL-KEY(CHG-IY) NOT < CHG-DTL-WORK-KEY
010740         MOVE CHG-IY TO CHG-FOUND
010750     END-IF.
010760     GO TO 4210-EXIT.
010770 4210-EXIT.
010780     EXIT.
010790
010800 4220-SHIFT-DETAIL-DOWN.
010810     MOVE CHG-DTL-ENTRY(CHG-IY - 1) TO CHG-DTL-ENTRY(CHG-IY).
010820     GO TO 4220-EXIT.
010830 4220-EXIT.
010840     EXIT.
010850
010860 4230-ADD-TO-DETAIL.
010870     ADD 1 TO CHG-DTL-RUNS(CHG-FOUND).
010880     ADD CHG-WORK-INSTR TO CHG-DTL-INSTR(CHG-FOUND).
010890     ADD CHG-WORK-ELAPSED TO CHG-DTL-ELAPSED(CHG-FOUND).
010900     ADD CHG-WORK-USAGE TO CHG-DTL-USAGE(CHG-FOUND).
010910     ADD CHG-WORK-SURCHARGE TO CHG-DTL-SURCHARGE(CHG-FOUND).
010920     GO TO 4230-EXIT.
010930 4230-EXIT.
010940     EXIT.
010950
010960*=================================================================
010970* 5000-PRINT-ONE-INVOICE
010980* PRINTS ONE DEPARTMENT'S INVOICE, STARTING ON A NEW PAGE - ITS
010990* DETAIL ROWS BY JOB AND MEMBER AND THE DEPARTMENT TOTAL - AND
011000* WRITES ITS DEBIT TO THE LEDGER EXTRACT.  A DEPARTMENT WITH NO
011010* RUNS IN THE MONTH GETS NEITHER.
011020*=================================================================
011030 5000-PRINT-ONE-INVOICE.
011040     IF CHG-DPT-RUNS(CHG-DX) = ZERO
011050         GO TO 5000-EXIT
011060     END-IF.
011070     MOVE ZERO TO CHG-PAGE-NO.
011080     PERFORM 5100-INVOICE-HEADING THRU 5100-EXIT.
011090     PERFORM 5200-PRINT-ONE-DETAIL THRU 5200-EXIT
011100             VARYING CHG-IY FROM 1 BY 1
011110             UNTIL CHG-IY > CHG-DTL-COUNT.
011120     MOVE CHG-LINE-BLANK TO B6-TEXT.
011130     PERFORM 5300-WRITE-INVOICE-LINE THRU 5300-EXIT.
011140     MOVE SPACES TO CHG-PRT-JOB.
011150     MOVE "DEPARTMENT TOTAL" TO CHG-PRT-NAME.
011160     MOVE CHG-DPT-RUNS(CHG-DX) TO CHG-PRT-RUNS.
011170     MOVE CHG-DPT-INSTR(CHG-DX) TO CHG-PRT-INSTR.
011180     MOVE CHG-DPT-ELAPSED(CHG-DX) TO CHG-PRT-ELAPSED.
011190     MOVE CHG-DPT-USAGE(CHG-DX) TO CHG-PRT-USAGE.
011200     MOVE CHG-DPT-SURCHARGE(CHG-DX) TO CHG-PRT-SURCHARGE.
011210     COMPUTE CHG-WORK-TOTAL =
011220         CHG-DPT-USAGE(CHG-DX) + CHG-DPT-SURCHARGE(CHG-DX).
011230     MOVE CHG-WORK-TOTAL TO CHG-PRT-CHARGE.
011240     MOVE CHG-LINE-INV-DETAIL TO B6-TEXT.
011250     PERFORM 5300-WRITE-INVOICE-LINE THRU 5300-EXIT.
011260     MOVE SPACES TO B8-RECORD.
011270     MOVE "D" TO B8-RECORD-TYPE.
011280     MOVE CHG-BILLING-MONTH-N TO B8-BILLING-MONTH.
011290     MOVE CHG-DPT-ACCOUNT(CHG-DX) TO B8-GL-ACCOUNT.
011300     MOVE CHG-DPT-CODE(CHG-DX) TO B8-DEPARTMENT.
011310     MOVE CHG-WORK-TOTAL TO B8-AMOUNT.
011320     MOVE CHG-DPT-RUNS(CHG-DX) TO B8-RUN-COUNT.
011330     MOVE "MACHINE TIME CHARGEBACK" TO B8-DESCRIPTION.
011340     WRITE B8-RECORD.
011350     ADD 1 TO CHG-EXTRACT-COUNT.
011360     GO TO 5000-EXIT.
011370 5000-EXIT.
011380     EXIT.
011390
011400 5100-INVOICE-HEADING.
011410     ADD 1 TO CHG-PAGE-NO.
011420     MOVE CHG-BILLING-MONTH-N TO CHG-PRT-INV-MONTH.
011430     MOVE CHG-PAGE-NO TO CHG-PRT-INV-PAGE.
011440     MOVE CHG-LINE-INV-TITLE TO B6-TEXT.
011450     WRITE B6-RECORD.
011460     MOVE CHG-DPT-CODE(CHG-DX) TO CHG-PRT-DEPT-CODE.
011470     MOVE CHG-DPT-NAME(CHG-DX) TO CHG-PRT-DEPT-NAME.
011480     MOVE CHG-DPT-ACCOUNT(CHG-DX) TO CHG-PRT-DEPT-ACCOUNT.
011490     MOVE CHG-LINE-INV-DEPT TO B6-TEXT.
011500     WRITE B6-RECORD.
011510     MOVE CHG-RATE-PER-MILLION TO CHG-PRT-PER-MILLION.
011520     MOVE CHG-RATE-PER-SECOND TO CHG-PRT-PER-SECOND.
011530     MOVE CHG-RATE-PER-STEP TO CHG-PRT-PER-STEP.
011540     MOVE CHG-RATE-TRACE-PCT TO CHG-PRT-TRACE-PCT.
011550     MOVE CHG-RATE-PROFILE-PCT TO CHG-PRT-PROFILE-PCT.
011560     MOVE CHG-LINE-INV-RATES TO B6-TEXT.
011570     WRITE B6-RECORD.
011580     MOVE CHG-LINE-BLANK TO B6-TEXT.
011590     WRITE B6-RECORD.
011600     MOVE CHG-LINE-INV-HEADER TO B6-TEXT.
011610     WRITE B6-RECORD.
011620     MOVE 5 TO CHG-PAGE-LINES.
011630     GO TO 5100-EXIT.
011640 5100-EXIT.
011650     EXIT.
011660
011670 5200-PRINT-ONE-DETAIL.
011680     IF CHG-DTL-DEPT(CHG-IY) NOT = CHG-DX
011690         GO TO 5200-EXIT
011700     END-IF.
011710     MOVE CHG-DTL-JOB(CHG-IY) TO CHG-PRT-JOB.
011720     MOVE CHG-DTL-NAME(CHG-IY) TO CHG-PRT-NAME.
011730     MOVE CHG-DTL-RUNS(CHG-IY) TO CHG-PRT-RUNS.
011740     MOVE CHG-DTL-INSTR(CHG-IY) TO CHG-PRT-INSTR.
011750     MOVE CHG-DTL-ELAPSED(CHG-IY) TO CHG-PRT-ELAPSED.
011760     MOVE CHG-DTL-USAGE(CHG-IY) TO CHG-PRT-USAGE.
011770     MOVE CHG-DTL-SURCHARGE(CHG-IY) TO CHG-PRT-SURCHARGE.
011780     COMPUTE CHG-WORK-TOTAL =
011790         CHG-DTL-USAGE(CHG-IY) + CHG-DTL-SURCHARGE(CHG-IY).
011800     MOVE CHG-WORK-TOTAL TO CHG-PRT-CHARGE.
011810     MOVE CHG-LINE-INV-DETAIL TO B6-TEXT.
011820     PERFORM 5300-WRITE-INVOICE-LINE THRU 5300-EXIT.
011830     GO TO 5200-EXIT.
011840 5200-EXIT.
011850     EXIT.
011860
011870 5300-WRITE-INVOICE-LINE.
011880     IF CHG-PAGE-LINES >= CHG-LINES-PER-PAGE
011890         MOVE B6-TEXT TO CHG-LINE-SAVE
011900         PERFORM 5100-INVOICE-HEADING THRU 5100-EXIT
011910         MOVE CHG-LINE-SAVE TO B6-TEXT
011920     END-IF.
011930     WRITE B6-RECORD.
011940     ADD 1 TO CHG-PAGE-LINES.
011950     GO TO 5300-EXIT.
011960 5300-EXIT.
011970     EXIT.
011980
011990*=================================================================
012000* 6000-WRITE-RECOVERY
012010* CREDITS THE MONTH'S BILLED TOTAL TO THE RECOVERY ACCOUNT AND
012020* CLOSES THE EXTRACT WITH ITS CONTROL TOTALS, SO THE LEDGER CAN
012030* PROVE THE DEBITS AND THE CREDIT BALANCE BEFORE POSTING.
012040*=================================================================
012050 6000-WRITE-RECOVERY.
012060     IF CHG-TOTAL-BILLED > ZERO
012070         MOVE SPACES TO B8-RECORD
012080         MOVE "C" TO B8-RECORD-TYPE
012090         MOVE CHG-BILLING-MONTH-N TO B8-BILLING-MONTH
012100         MOVE CHG-RATE-RECOVERY TO B8-GL-ACCOUNT
012110         MOVE CHG-TOTAL-BILLED TO B8-AMOUNT
012120         MOVE CHG-RUNS-BILLED TO B8-RUN-COUNT
012130         MOVE "MACHINE TIME RECOVERY" TO B8-DESCRIPTION
012140         WRITE B8-RECORD
012150         ADD 1 TO CHG-EXTRACT-COUNT
012160     END-IF.
012170     MOVE SPACES TO B8-TRAILER-RECORD.
012180     MOVE "T" TO B8-TRL-RECORD-TYPE.
012190     MOVE CHG-BILLING-MONTH-N TO B8-TRL-BILLING-MONTH.
012200     MOVE CHG-EXTRACT-COUNT TO B8-TRL-RECORD-COUNT.
012210     MOVE CHG-TOTAL-BILLED TO B8-TRL-DEBIT-TOTAL.
012220     MOVE CHG-TOTAL-BILLED TO B8-TRL-CREDIT-TOTAL.
012230     WRITE B8-TRAILER-RECORD.
012240     GO TO 6000-EXIT.
012250 6000-EXIT.
012260     EXIT.
012270
012280*=================================================================
012290* 7000-PRICE-RUN
012300* PRICES THE RUN IN CHG-WORK-INSTR AND CHG-WORK-ELAPSED AT THE
012310* RATE IN EFFECT, ADDING CHG-WORK-PCT PERCENT OF THE USAGE
012320* CHARGE AS THE SURCHARGE.  EACH FIGURE IS ROUNDED TO THE CENT
012330* PER RUN SO THE INVOICES, THE SUSPENSE REPORT AND THE LEDGER
012340* ALL ADD UP FROM THE SAME AMOUNTS.
012350*=================================================================
012360 7000-PRICE-RUN.
012370     COMPUTE CHG-WORK-USAGE ROUNDED =
012380         CHG-WORK-INSTR * CHG-RATE-PER-MILLION / 1000000
012390         + CHG-WORK-ELAPSED * CHG-RATE-PER-SECOND
012400         + CHG-RATE-PER-STEP.
012410     COMPUTE CHG-WORK-SURCHARGE ROUNDED =
012420         CHG-WORK-USAGE * CHG-WORK-PCT / 100.
012430     COMPUTE CHG-WORK-CHARGE =
012440         CHG-WORK-USAGE + CHG-WORK-SURCHARGE.
012450     GO TO 7000-EXIT.
012460 7000-EXIT.
012470     EXIT.
012480
012490 7100-FIND-DEPARTMENT.
012500     MOVE ZERO TO CHG-FOUND.
012510     PERFORM 7110-MATCH-DEPARTMENT THRU 7110-EXIT
012520             VARYING CHG-IY FROM 1 BY 1
012530             UNTIL CHG-IY > CHG-DEPT-COUNT OR CHG-FOUND > ZERO.
012540     GO TO 7100-EXIT.
012550 7100-EXIT.
012560     EXIT.
012570
012580 7110-MATCH-DEPARTMENT.
012590     IF CHG-DPT-CODE(CHG-IY) = CHG-WORK-DEPT-CODE
012600         MOVE CHG-IY TO CHG-FOUND
012610     END-IF.
012620     GO TO 7110-EXIT.
012630 7110-EXIT.
012640     EXIT.
012650
012660*=================================================================
012670* 8000-WRITE-SUSPENSE
012680* LISTS ONE RUN THAT COULD NOT BE BILLED, WITH WHATEVER FIGURES
012690* AND CHARGE ARE KNOWN, SO FINANCE CAN BILL IT BY HAND.
012700*=================================================================
012710 8000-WRITE-SUSPENSE.
012720     MOVE CHG-WORK-INSTR TO CHG-SUS-INSTR.
012730     MOVE CHG-WORK-ELAPSED TO CHG-SUS-ELAPSED.
012740     MOVE CHG-WORK-CHARGE TO CHG-SUS-CHARGE.
012750     MOVE CHG-LINE-SUSPENSE TO B7-TEXT.
012760     WRITE B7-RECORD.
012770     ADD 1 TO CHG-SUSPENSE-COUNT.
012780     ADD CHG-WORK-CHARGE TO CHG-TOTAL-SUSPENSE.
012790     IF CHG-RETURN-CODE < 4
012800         MOVE 4 TO CHG-RETURN-CODE
012810     END-IF.
012820     GO TO 8000-EXIT.
012830 8000-EXIT.
012840     EXIT.
012850
012860*=================================================================
012870* 9000-TERMINATE
012880* PRINTS THE TOTALS, CLOSES THE FILES AND PASSES BACK THE WORST
012890* CONDITION SEEN - 4 WHEN ANYTHING IS IN SUSPENSE OR A MASTER
012900* RECORD WAS DROPPED.
012910*=================================================================
012920 9000-TERMINATE.
012930     IF CHG-SUSPENSE-COUNT = ZERO
012940         MOVE "  NONE" TO B7-TEXT
012950         WRITE B7-RECORD
012960     END-IF.
012970     MOVE CHG-LINE-BLANK TO B7-TEXT.
012980     WRITE B7-RECORD.
012990     MOVE CHG-RUNS-BILLED TO CHG-PRT-TOT-BILLED.
013000     MOVE CHG-TOTAL-BILLED TO CHG-PRT-TOT-AMOUNT.
013010     MOVE CHG-SUSPENSE-COUNT TO CHG-PRT-TOT-SUSPENSE.
013020     MOVE CHG-TOTAL-SUSPENSE TO CHG-PRT-TOT-SUS-AMOUNT.
013030     MOVE CHG-LINE-TOTALS TO B7-TEXT.
013040     WRITE B7-RECORD.
013050     CLOSE B4.
013060     CLOSE B5.
013070     CLOSE B6.
013080     CLOSE B7.
013090     CLOSE B8.
013100     IF CHG-RETURN-CODE > ZERO
013110         MOVE CHG-RETURN-CODE TO RETURN-CODE
013120     END-IF.
013130     GO TO 9000-EXIT.
013140 9000-EXIT.
013150     EXIT.
