001257*                  AND REUSED BY THE RUN-LOG WRITE, SO A STEP
001258*                  FINISHING ACROSS MIDNIGHT NO LONGER DATES F6
001259*                  AND F7 DIFFERENTLY.
001260* 10/15/2026 DJ    ADDED JCL-STYLE JOB RESTART FROM A NAMED STEP -
001261*                  A RESTART=STEPNAME CARD ON THE OPTIONAL BFPARM
001262*                  PARAMETER FILE BYPASSES EVERY CONTROL CARD
001263*                  AHEAD OF THE NAMED STEP AND RELOADS THE
001264*                  BYPASSED STEPS' NAMES, RETURN CODES AND OUTPUT
001265*                  DATASETS INTO THE HISTORY TABLE FROM THE
001266*                  ORIGINAL RUN'S RUN-LOG RECORDS, SO CONDITIONS
001267*                  AND PIPES RESOLVE AS THEY DID IN THE FAILED
001268*                  RUN.  THE RESTART IS LOGGED TO F7 WITH A
001269*                  RESTART DISPOSITION, AND EVERY F7 RECORD NOW
001270*                  CARRIES THE STEP NAME APPENDED PAST THE END OF
001271*                  THE OLD RECORD.
001272* 10/15/2026 DJ    A VALIDATED PROGRAM IS NOW COMPILED BY 3500
001273*                  INTO A RUN-LENGTH OPERATION TABLE - ONE ENTRY
001274*                  PER RUN OF + - < OR >, ONE CLEAR-CELL ENTRY FOR
001275*                  [-] AND [+] - AND 4000 NOW RUNS FROM THE TABLE,
001276*                  APPLYING A WHOLE RUN OR CLEAR LOOP IN ONE PASS.
001277*                  AN ENTRY THAT WOULD CROSS THE GOVERNOR BUDGET,
001278*                  A CHECKPOINT BOUNDARY OR A TAPE BOUND, OR ANY
001279*                  ENTRY WHILE TRACE OR PROFILE IS ON, IS STEPPED
001280*                  THROUGH 4100 ONE INSTRUCTION AT A TIME, AND
001281*                  COMMENT TEXT ONE CHARACTER AT A TIME, SO THE
001282*                  STATISTICS, GOVERNOR, CHECKPOINT, TRACE AND
001283*                  PROFILE FIGURES ARE UNCHANGED.
001284* 10/15/2026 DJ    A LIBRARY MEMBER MAY NOW PULL IN OTHER MEMBERS
001285*                  WITH A ++INCLUDE MEMBER LINE IN COLUMN 1.  2222
001286*                  EXPANDS THEM IN PLACE, NESTED UP TO 8 DEEP; A
001287*                  MEMBER THAT INCLUDES ITSELF DIRECTLY OR
001288*                  THROUGH ANOTHER MEMBER, AN INCLUDE OF A MEMBER
001289*                  NOT CATALOGED, OR NESTING PAST 8 LEVELS REJECTS
001290*                  THE STEP LIKE AN UNBALANCED BRACKET.  THE F7
001291*                  RECORD NOW ALSO CARRIES EVERY INCLUDED MEMBER
001292*                  AND THE VERSION OF IT THAT WAS EXPANDED, PAST
001293*                  THE END OF THE OLD RECORD.
001294* 10/15/2026 DJ    A MEMBER RUN CAN NOW COME FROM THE SRCTEST
001295*                  TEST LIBRARY - A T IN THE NEW LIBRARY FIELD
001296*                  AT THE END OF THE CONTROL CARD SELECTS IT, P
001297*                  OR BLANK THE PRODUCTION SRCLIB.  THE LIBRARY
001298*                  USED IS LOGGED TO F7, AND EVERY VERIFICATION
001299*                  LINE NOW CARRIES THE MEMBER, LIBRARY, VERSION,
001300*                  RUN TIMESTAMP, JOB AND STEP PAST COLUMN 132 SO
001301*                  LIBMAINT CAN CHECK A PASS BEFORE A PROMOTE.
001302* 10/15/2026 DJ    EVERY CARD IS NOW CHECKED AGAINST THE OPERAUTH
001303*                  OPERATOR AUTHORIZATION MASTER BEFORE ITS STEP
001304*                  RUNS - THE OPERATOR MUST BE ON FILE AND ACTIVE,
001305*                  CLEARED FOR THE MEMBER OR SOURCE FILE, FOR ANY
001306*                  RESTART, PRELOAD OR SNAPSHOT ASKED FOR, AND FOR
001307*                  THE INSTRUCTION BUDGET PUNCHED.  A CARD THAT
001308*                  FAILS IS NOT RUN; IT ENDS RC 10 AND IS LOGGED
001309*                  TO F7 WITH A REFUSED DISPOSITION.
001310* 10/15/2026 DJ    AN EXECUTED STEP'S F7 RECORD NOW ENDS WITH ITS
001311*                  TRACE AND PROFILE FLAGS (Y OR N) SO THE
001312*                  MONTH-END CHARGEBACK CAN PRICE THE SURCHARGE
001313*                  FOR A TRACED OR PROFILED RUN.
001314* 10/15/2026 DJ    EVERY WORK DATASET IS NOW INVENTORIED ON F18
001315*                  (DSINVENT, PARTITIONED PER JOB LIKE THE RUN
001316*                  LOG) - EACH .OUT, .TRC, .PRF, .TAPE AND
001317*                  CHECKPOINT A STEP WRITES, WITH ITS TYPE, JOB,
001318*                  STEP, CREATION STAMP AND THE STEP'S RETURN
001319*                  CODE, AND EACH LOG PARTITION THE JOB CREATES,
001320*                  WITH THE JOB'S WORST RETURN CODE, SO DSCLEAN
001321*                  CAN SCRATCH WHAT HAS PASSED ITS RETENTION.
001322*---------------------------------------------------------------
001323 ENVIRONMENT DIVISION.
001324 INPUT-OUTPUT SECTION.
001325 FILE-CONTROL.
001326*    F1 - THE BRAINFUCK SOURCE PROGRAM FOR THE CURRENT JOB STEP.
001327*    THE ACTUAL DATASET NAME COMES FROM THE CONTROL CARD (F4),
001328*    NOT FROM THIS ASSIGN CLAUSE, SO THE SAME LOAD MODULE CAN
001329*    RUN ANY NUMBER OF DIFFERENT PROGRAMS IN ONE BATCH JOB.
001330     SELECT F1 ASSIGN TO DYNAMIC BF-SRC-FILENAME
001331         ORGANIZATION IS LINE SEQUENTIAL
001332         FILE STATUS IS BF-FS-F1.
001340*    F2 - OUTPUT FOR THE CURRENT JOB STEP, ONE BYTE PER RECORD.
001350*    ASSIGNED DYNAMICALLY FROM BF-OUT-FILENAME (THE SOURCE NAME
001360*    WITH ".OUT" APPENDED, BUILT BY 2212-BUILD-OUTPUT-FILENAME)
001890         FILE STATUS IS BF-FS-F10.
001900*    F11 - THE CATALOGED SOURCE LIBRARY, MAINTAINED BY LIBMAINT.
001910*    READ WHEN THE CONTROL CARD NAMES A MEMBER INSTEAD OF A
001920*    SOURCE FILE.  ASSIGNED DYNAMICALLY FROM BF-LIB-FILENAME -
001921*    SRCLIB FOR PRODUCTION, SRCTEST WHEN THE CARD ASKS FOR THE
001922*    TEST LIBRARY (SET BY 2222).
001930     SELECT F11 ASSIGN TO DYNAMIC BF-LIB-FILENAME
001940         ORGANIZATION IS INDEXED
001950         ACCESS MODE IS DYNAMIC
001960         RECORD KEY IS SL-KEY
002150     SELECT F14 ASSIGN TO DYNAMIC BF-PRF-FILENAME
002160         ORGANIZATION IS LINE SEQUENTIAL
002170         FILE STATUS IS BF-FS-F14.
002171*    F15 - OPTIONAL JOB PARAMETER CARDS (RESTART=STEPNAME).  AN
002172*    ABSENT OR EMPTY FILE MEANS A NORMAL RUN FROM THE FIRST CARD.
002173     SELECT F15 ASSIGN TO "BFPARM"
002174         ORGANIZATION IS LINE SEQUENTIAL
002175         FILE STATUS IS BF-FS-F15.
002176*    F16 - THE ORIGINAL RUN'S RUN LOG, READ ON A JOB RESTART TO
002177*    REBUILD THE HISTORY OF THE BYPASSED STEPS - FIRST THE SHARED
002178*    TRAIL, THEN THIS JOB'S OWN PARTITION, SO THE NEWEST RECORD
002179*    FOR A STEP IS THE LAST ONE SEEN.
002180     SELECT F16 ASSIGN TO DYNAMIC BF-RST-LOG-FILENAME
002181         ORGANIZATION IS LINE SEQUENTIAL
002182         FILE STATUS IS BF-FS-F16.
002183*    F17 - THE OPERATOR AUTHORIZATION MASTER, MAINTAINED BY
002184*    OPRMAINT AND READ BY OPERATOR ID BEFORE EACH STEP RUNS.
002185     SELECT F17 ASSIGN TO "OPERAUTH"
002186         ORGANIZATION IS INDEXED
002187         ACCESS MODE IS RANDOM
002188         RECORD KEY IS OA-KEY
002189         FILE STATUS IS BF-FS-F17.
002190*    F18 - THE WORK-DATASET INVENTORY, ONE RECORD FOR EVERY .OUT,
002191*    .TRC, .PRF, .TAPE AND CHECKPOINT DATASET A STEP WRITES AND
002192*    EVERY LOG PARTITION THE JOB CREATES, SO DSCLEAN CAN TELL
002193*    WHAT IS ON THE WORK VOLUME AND WHY.  PARTITIONED PER JOB THE
002194*    SAME WAY AS F6, AND FOLDED INTO THE SHARED FILE BY LOGMERGE.
002195     SELECT F18 ASSIGN TO DYNAMIC BF-INV-FILENAME
002196         ORGANIZATION IS LINE SEQUENTIAL
002197         FILE STATUS IS BF-FS-F18.
002198 DATA DIVISION.
002199 FILE SECTION.
002200 FD  F1
002210     LABEL RECORDS ARE STANDARD.
002220 01  F1-RECORD.
002650     03  F4-PRELOAD-FILE         PIC X(080).
002660     03  F4-PROFILE-SW           PIC X(001).
002670         88  F4-PROFILE-YES          VALUE "Y".
002671     03  F4-LIBRARY              PIC X(001).
002672         88  F4-LIB-TEST             VALUE "T".
002673         88  F4-LIB-PROD             VALUE "P" " ".
002680
002690 FD  F5
002700     LABEL RECORDS ARE STANDARD.
003480     03  F7-VERSION              PIC 9(005).
003490     03  FILLER                  PIC X(001).
003500     03  F7-DISPOSITION          PIC X(008).
003501     03  FILLER                  PIC X(001).
003502     03  F7-STEP-NAME            PIC X(008).
003503     03  FILLER                  PIC X(001).
003504     03  F7-INCLUDE-COUNT        PIC 9(002).
003505     03  F7-INCLUDE-ENTRY OCCURS 10 TIMES.
003506         05  FILLER              PIC X(001).
003507         05  F7-INCLUDE-MEMBER   PIC X(008).
003508         05  FILLER              PIC X(001).
003509         05  F7-INCLUDE-VERSION  PIC 9(005).
003510     03  FILLER                  PIC X(001).
003511     03  F7-LIBRARY              PIC X(001).
003512     03  FILLER                  PIC X(001).
003513     03  F7-TRACE-RUN            PIC X(001).
003514     03  FILLER                  PIC X(001).
003515     03  F7-PROFILE-RUN          PIC X(001).
003516
003520 FD  F8
003530     LABEL RECORDS ARE STANDARD.
003540 01  F8-RECORD.
003630     LABEL RECORDS ARE STANDARD.
003640 01  F10-RECORD.
003650     03  F10-TEXT                PIC X(132).
003651     03  FILLER                  PIC X(001).
003652     03  F10-MEMBER-NAME         PIC X(008).
003653     03  FILLER                  PIC X(001).
003654     03  F10-LIBRARY             PIC X(001).
003655     03  FILLER                  PIC X(001).
003656     03  F10-VERSION             PIC 9(005).
003657     03  FILLER                  PIC X(001).
003658     03  F10-RUN-DATE            PIC 9(008).
003659     03  FILLER                  PIC X(001).
003660     03  F10-RUN-TIME            PIC 9(008).
003661     03  FILLER                  PIC X(001).
003662     03  F10-JOB-ID              PIC X(008).
003663     03  FILLER                  PIC X(001).
003664     03  F10-STEP-NAME           PIC X(008).
003665
003670 FD  F11
003680     LABEL RECORDS ARE STANDARD.
003690     COPY SRCLIB.
003880     LABEL RECORDS ARE STANDARD.
003890 01  F14-RECORD.
003900     03  F14-TEXT                PIC X(132).
003901
003902 FD  F15
003903     LABEL RECORDS ARE STANDARD.
003904 01  F15-RECORD.
003905     03  F15-KEYWORD             PIC X(008).
003906     03  F15-VALUE               PIC X(008).
003907     03  FILLER                  PIC X(064).
003908
003909 FD  F16
003910     LABEL RECORDS ARE STANDARD.
003911 01  F16-RECORD.
003912     03  F16-SRC-FILE            PIC X(080).
003913     03  FILLER                  PIC X(001).
003914     03  F16-START-DATE          PIC X(008).
003915     03  FILLER                  PIC X(001).
003916     03  F16-START-TIME          PIC X(008).
003917     03  FILLER                  PIC X(001).
003918     03  F16-END-DATE            PIC X(008).
003919     03  FILLER                  PIC X(001).
003920     03  F16-END-TIME            PIC X(008).
003921     03  FILLER                  PIC X(001).
003922     03  F16-RETURN-CODE         PIC 9(002).
003923     03  FILLER                  PIC X(001).
003924     03  F16-OPERATOR-ID         PIC X(008).
003925     03  FILLER                  PIC X(001).
003926     03  F16-JOB-ID              PIC X(008).
003927     03  FILLER                  PIC X(001).
003928     03  F16-MEMBER-NAME         PIC X(008).
003929     03  FILLER                  PIC X(001).
003930     03  F16-VERSION             PIC X(005).
003931     03  FILLER                  PIC X(001).
003932     03  F16-DISPOSITION         PIC X(008).
003933     03  FILLER                  PIC X(001).
003934     03  F16-STEP-NAME           PIC X(008).
003935     03  FILLER                  PIC X(001).
003936     03  F16-INCLUDE-COUNT       PIC X(002).
003937     03  F16-INCLUDE-LIST        PIC X(150).
003938     03  FILLER                  PIC X(002).
003939
003940 FD  F17
003941     LABEL RECORDS ARE STANDARD.
003942     COPY OPERAUTH.
003943
003944 FD  F18
003945     LABEL RECORDS ARE STANDARD.
003946 01  F18-RECORD.
003947     03  F18-DSNAME              PIC X(110).
003948     03  FILLER                  PIC X(001).
003949     03  F18-DS-TYPE             PIC X(008).
003950     03  FILLER                  PIC X(001).
003951     03  F18-JOB-ID              PIC X(008).
003952     03  FILLER                  PIC X(001).
003953     03  F18-STEP-NAME           PIC X(008).
003954     03  FILLER                  PIC X(001).
003955     03  F18-CREATE-DATE         PIC X(008).
003956     03  FILLER                  PIC X(001).
003957     03  F18-CREATE-TIME         PIC X(008).
003958     03  FILLER                  PIC X(001).
003959     03  F18-RETURN-CODE         PIC 9(002).
003960     03  FILLER                  PIC X(001).
003961     03  F18-SRC-FILE            PIC X(080).
003962 WORKING-STORAGE SECTION.
003963*---------------------------------------------------------------
003964* CONTROL-CARD IMAGE - MOVED IN FROM F4-RECORD EACH JOB STEP.
003965*---------------------------------------------------------------
003966 01  BF-CONTROL-CARD.
003967     03  BF-SRC-FILENAME         PIC X(080).
003970     03  BF-TAPE-SIZE            PIC 9(005).
003980     03  BF-CELL-MODE            PIC X(001).
003990         88  BF-MODE-BYTE            VALUE "B".
004230     03  BF-PRELOAD-FILE         PIC X(080).
004240     03  BF-PROFILE-SW           PIC X(001).
004250         88  BF-PROFILE-YES          VALUE "Y".
004251     03  BF-LIBRARY              PIC X(001).
004252         88  BF-LIB-TEST             VALUE "T".
004253         88  BF-LIB-PROD             VALUE "P" " ".
004254 01  BF-LIB-FILENAME             PIC X(008) VALUE "SRCLIB".
004260
004270*---------------------------------------------------------------
004280* THE INTERPRETED SOURCE PROGRAM AND ITS DATA TAPE.
004460     88  BF-RC-GOVERNOR-STOP         VALUE 6.
004470     88  BF-RC-VERIFY-FAIL           VALUE 7.
004480     88  BF-RC-OVERFLOW-ABEND        VALUE 8.
004485     88  BF-RC-NOT-AUTHORIZED        VALUE 10.
004490     88  BF-RC-FILE-ERROR            VALUE 12.
004500 77  BF-WORST-RC                 PIC 9(002) COMP VALUE ZERO.
004510 77  BF-SRC-LENGTH               PIC 9(010) COMP VALUE ZERO.
005090         88  BF-PROF-ON               VALUE "Y".
005100     03  BF-EOF-F12-SW           PIC X(001) VALUE "N".
005110         88  BF-EOF-F12               VALUE "Y".
005111     03  BF-JOB-RESTART-SW       PIC X(001) VALUE "N".
005112         88  BF-JOB-RESTART           VALUE "Y".
005113     03  BF-EOF-F15-SW           PIC X(001) VALUE "N".
005114         88  BF-EOF-F15               VALUE "Y".
005115     03  BF-EOF-F16-SW           PIC X(001) VALUE "N".
005116         88  BF-EOF-F16               VALUE "Y".
005117     03  BF-INCLUDE-ERROR-SW     PIC X(001) VALUE "N".
005118         88  BF-INCLUDE-ERROR         VALUE "Y".
005119     03  BF-AUTH-OPEN-SW         PIC X(001) VALUE "N".
005120         88  BF-AUTH-OPEN             VALUE "Y".
005121     03  BF-AUTH-SW              PIC X(001) VALUE "Y".
005122         88  BF-AUTHORIZED            VALUE "Y".
005123         88  BF-NOT-AUTHORIZED        VALUE "N".
005124     03  BF-INV-OPEN-SW          PIC X(001) VALUE "N".
005125         88  BF-INV-OPEN              VALUE "Y".
005126     03  BF-PARTITIONED-SW       PIC X(001) VALUE "N".
005127         88  BF-PARTITIONED           VALUE "Y".
005128
005130 01  BF-FILE-STATUSES.
005140     03  BF-FS-F1                PIC X(002).
005150         88  BF-FS-F1-OK             VALUE "00".
005310     03  BF-FS-F12               PIC X(002).
005320     03  BF-FS-F13               PIC X(002).
005330     03  BF-FS-F14               PIC X(002).
005331     03  BF-FS-F15               PIC X(002).
005332     03  BF-FS-F16               PIC X(002).
005333     03  BF-FS-F17               PIC X(002).
005334     03  BF-FS-F18               PIC X(002).
005340
005350*---------------------------------------------------------------
005360* BRACKET-MATCH VALIDATION STACK, USED BY THE PRE-FLIGHT CHECK.
005650         05  BF-STEP-HIST-NAME   PIC X(008).
005660         05  BF-STEP-HIST-RC     PIC 9(002) COMP.
005670         05  BF-STEP-HIST-OUT    PIC X(080).
005671
005672*---------------------------------------------------------------
005673* JOB-RESTART WORK AREAS - THE STEP NAMED ON THE RESTART=
005674* PARAMETER, THE RUN-LOG PARTITION BEING SCANNED, AND THE STEP
005675* NAMES BYPASSED AHEAD OF THE RESTART STEP WITH WHAT THE
005676* ORIGINAL RUN'S NEWEST LOG RECORD SAYS BECAME OF EACH.  ONLY
005677* AN EXECUTED ONE IS RELOADED INTO THE HISTORY TABLE, SO A STEP
005678* THE ORIGINAL RUN SKIPPED STAYS UNRECORDED, AS IT WAS THEN.
005679*---------------------------------------------------------------
005680 01  BF-RESTART-STEP             PIC X(008) VALUE SPACES.
005681 01  BF-RST-LOG-FILENAME         PIC X(088).
005682 01  BF-RST-TABLE.
005683     03  BF-RST-COUNT            PIC 9(005) COMP VALUE ZERO.
005684     03  BF-RST-ENTRY OCCURS 500 TIMES.
005685         05  BF-RST-NAME         PIC X(008).
005686         05  BF-RST-DISPOSITION  PIC X(008).
005687         05  BF-RST-RC           PIC 9(002) COMP.
005688         05  BF-RST-SRC          PIC X(080).
005689 77  BF-RST-INDEX                PIC 9(005) COMP VALUE ZERO.
005690 77  BF-RST-CARDS-BYPASSED       PIC 9(005) COMP VALUE ZERO.
005691 77  BF-RST-RELOADED             PIC 9(005) COMP VALUE ZERO.
005692 01  BF-RST-BYPASSED-EDIT        PIC Z(004)9.
005693 01  BF-RST-RELOADED-EDIT        PIC Z(004)9.
005694
005695*---------------------------------------------------------------
005696* OPERATION TABLE - SRC COMPILED BY 3500 AFTER A CLEAN PRE-FLIGHT
005697* PASS.  ONE ENTRY PER RUN OF + - < OR > (THE REPEAT COUNT AND
005698* THE SRC POSITIONS OF ITS FIRST AND LAST CHARACTER), ONE "Z"
005699* ENTRY PER [-] OR [+] CLEAR LOOP, AND ONE ENTRY PER REMAINING
005700* OPCODE; A BRACKET ENTRY CARRIES ITS PARTNER'S ENTRY NUMBER.
005701* COMMENT TEXT GETS NO ENTRY.  A RUN MAY SPAN COMMENT TEXT, SO
005702* ITS CHARACTERS ARE NOT ALWAYS ADJACENT IN SRC.
005703*---------------------------------------------------------------
005704 01  BF-OP-TABLE.
005705     03  BF-OP-COUNT             PIC 9(005) COMP VALUE ZERO.
005706     03  BF-OP-ENTRY OCCURS 65500 TIMES.
005707         05  BF-OP-CODE          PIC X(001).
005708             88  BF-OP-IS-RUN        VALUE "+" "-" "<" ">".
005709             88  BF-OP-IS-CLEAR      VALUE "Z".
005710         05  BF-OP-REPEAT        PIC 9(005) COMP.
005711         05  BF-OP-START         PIC 9(010) COMP.
005712         05  BF-OP-END           PIC 9(010) COMP.
005713         05  BF-OP-JUMP          PIC 9(005) COMP.
005714 77  BF-OP-IX                    PIC 9(005) COMP VALUE ZERO.
005715 77  BF-OP-FOUND                 PIC 9(005) COMP VALUE ZERO.
005716 77  BF-OP-UNITS                 PIC 9(010) COMP VALUE ZERO.
005717 77  BF-OP-CYCLES                PIC 9(010) COMP VALUE ZERO.
005718 77  BF-OP-OFFSET                PIC 9(010) COMP VALUE ZERO.
005719 77  BF-OP-POSITION              PIC 9(010) COMP VALUE ZERO.
005720 77  BF-OP-NEXT-CKPT             PIC 9(010) COMP VALUE ZERO.
005721 77  BF-CELL-TOP                 PIC 9(003) COMP VALUE ZERO.
005722 77  BF-CELL-MODULUS             PIC 9(003) COMP VALUE ZERO.
005723 77  BF-CELL-WORK                PIC 9(010) COMP VALUE ZERO.
005724 77  BF-CELL-QUOTIENT            PIC 9(010) COMP VALUE ZERO.
005725 77  BF-CELL-REMAINDER           PIC 9(010) COMP VALUE ZERO.
005726 77  BF-OP-BULK-SW               PIC X(001) VALUE "N".
005727     88  BF-OP-BULK                  VALUE "Y".
005728
005729*---------------------------------------------------------------
005730* INPUT-TAPE WORK AREA FOR THE COMMA INSTRUCTION.
005731*---------------------------------------------------------------
005732 01  BF-IN-BUFFER                PIC X(250) VALUE SPACES.
005733 01  BF-IN-BUFFER-LEN            PIC 9(005) COMP VALUE ZERO.
005740 01  BF-IN-POS                   PIC 9(005) COMP VALUE ZERO.
005750 01  BF-IN-RECS-READ             PIC 9(010) COMP VALUE ZERO.
005760*---------------------------------------------------------------
006290     03  BF-LINE-ENTRY OCCURS 5000 TIMES.
006300         05  BF-LINE-START       PIC 9(010) COMP.
006310         05  BF-LINE-CHARS       PIC 9(005) COMP.
006311
006312*---------------------------------------------------------------
006313* INCLUDE EXPANSION - THE MEMBER BEING READ AT EACH NESTING
006314* LEVEL (WITH THE ++INCLUDE LINE TO RESUME AFTER), AND EVERY
006315* DISTINCT MEMBER INCLUDED WITH THE VERSION EXPANDED, FOR F7.
006316*---------------------------------------------------------------
006317 01  BF-INC-STACK.
006318     03  BF-INC-DEPTH            PIC 9(005) COMP VALUE ZERO.
006319     03  BF-INC-LEVEL OCCURS 8 TIMES.
006320         05  BF-INC-LVL-MEMBER   PIC X(008).
006321         05  BF-INC-LVL-LINE     PIC 9(005).
006322 01  BF-INC-USED.
006323     03  BF-INC-COUNT            PIC 9(005) COMP VALUE ZERO.
006324     03  BF-INC-USED-ENTRY OCCURS 10 TIMES.
006325         05  BF-INC-USED-MEMBER  PIC X(008).
006326         05  BF-INC-USED-VERSION PIC 9(005).
006327 01  BF-INC-CURRENT              PIC X(008) VALUE SPACES.
006328 01  BF-INC-VERB                 PIC X(010) VALUE SPACES.
006329 01  BF-INC-WORD                 PIC X(020) VALUE SPACES.
006330 01  BF-INC-NAME                 PIC X(008) VALUE SPACES.
006331 77  BF-INC-IX                   PIC 9(005) COMP VALUE ZERO.
006332 77  BF-INC-FOUND                PIC 9(005) COMP VALUE ZERO.
006333
006334*---------------------------------------------------------------
006335* AUTHORIZATION CHECK - THE NAME THE CARD RUNS (MEMBER OR SOURCE
006336* FILE), THE RUN ENTRY BEING MATCHED AGAINST IT, THE BUDGET
006337* CEILING THAT APPLIES, AND WHY A CARD WAS REFUSED.
006338*---------------------------------------------------------------
006339 01  BF-AUTH-NAME                PIC X(080) VALUE SPACES.
006340 01  BF-AUTH-REASON              PIC X(060) VALUE SPACES.
006341 77  BF-AUTH-IX                  PIC 9(005) COMP VALUE ZERO.
006342 77  BF-AUTH-FOUND               PIC 9(005) COMP VALUE ZERO.
006343 77  BF-AUTH-LEN                 PIC 9(005) COMP VALUE ZERO.
006344 77  BF-AUTH-LIMIT               PIC 9(010) COMP VALUE ZERO.
006345
006346*---------------------------------------------------------------
006347* PROFILING WORK AREAS - THE PER-POSITION EXECUTION COUNTS AND
006350* THE RANKED TABLE OF THE HOTTEST BRACKET LOOPS, KEPT FOR THE
006360* END-OF-RUN PROFILE REPORT.
006370*---------------------------------------------------------------
006852 77  BF-CKPT-PTR                 PIC 9(005) COMP VALUE ZERO.
006853 77  BF-JOB-NAME-LEN             PIC 9(005) COMP VALUE ZERO.
006854 77  BF-SRC-NAME-LEN             PIC 9(005) COMP VALUE ZERO.
006855
006856*---------------------------------------------------------------
006857* THE WORK-DATASET INVENTORY.  EVERY DATASET A STEP WRITES IS
006858* NOTED IN THE STEP LIST AS IT IS OPENED AND POSTED TO F18 WITH
006859* THE STEP'S RETURN CODE WHEN THE STEP IS LOGGED; THE LOG
006860* PARTITIONS THE JOB CREATES ARE NOTED IN THE JOB LIST AND
006861* POSTED WITH THE JOB'S WORST RETURN CODE AT TERMINATION.
006862*---------------------------------------------------------------
006863 01  BF-INV-FILENAME             PIC X(088).
006864 01  BF-INV-NAME                 PIC X(110) VALUE SPACES.
006865 01  BF-INV-TYPE                 PIC X(008) VALUE SPACES.
006866 01  BF-INV-JOB-TIME             PIC X(008) VALUE SPACES.
006867 77  BF-INV-IX                   PIC 9(003) COMP VALUE ZERO.
006868 77  BF-INV-FOUND                PIC 9(003) COMP VALUE ZERO.
006869 01  BF-INV-STEP-LIST.
006870     03  BF-INV-STEP-COUNT       PIC 9(003) COMP VALUE ZERO.
006871     03  BF-INV-STEP-ENTRY OCCURS 10 TIMES.
006872         05  BF-INV-STEP-DSNAME  PIC X(110).
006873         05  BF-INV-STEP-TYPE    PIC X(008).
006874 01  BF-INV-JOB-LIST.
006875     03  BF-INV-JOB-COUNT        PIC 9(003) COMP VALUE ZERO.
006876     03  BF-INV-JOB-ENTRY OCCURS 10 TIMES.
006877         05  BF-INV-JOB-DSNAME   PIC X(110).
006878         05  BF-INV-JOB-TYPE     PIC X(008).
006879
006880*---------------------------------------------------------------
006881* SYMBOLIC-SUBSTITUTION WORK AREAS - THE RUN DATE ACCEPTED ONCE
006882* AT JOB START, AND THE SCAN/BUILD BUFFERS 2116 USES TO RESOLVE
006883* &DATE, &DATE6, &JOBID AND &STEP IN THE CONTROL-CARD FILENAME
006884* FIELDS.  THE INPUT BUFFER IS PADDED SIX BYTES PAST THE 80-BYTE
006885* FIELD SO A SYMBOL COMPARISON NEAR THE END OF THE FIELD NEVER
006886* REACHES OUTSIDE THE BUFFER.
006887*---------------------------------------------------------------
006888 01  BF-RUN-DATE                 PIC 9(008) VALUE ZERO.
006889 01  BF-SYM-INPUT                PIC X(086) VALUE SPACES.
006890 01  BF-SYM-OUTPUT               PIC X(080) VALUE SPACES.
006891 01  BF-SYM-VALUE                PIC X(080) VALUE SPACES.
006892 77  BF-SYM-IN-PTR               PIC 9(005) COMP VALUE ZERO.
006893 77  BF-SYM-OUT-PTR              PIC 9(005) COMP VALUE ZERO.
006894 77  BF-SYM-SKIP                 PIC 9(005) COMP VALUE ZERO.
006895 77  BF-SYM-VALUE-LEN            PIC 9(005) COMP VALUE ZERO.
006896
006897*---------------------------------------------------------------
006898* TIMESTAMPS FOR THE STATISTICS REPORT AND THE RUN LOG.
006899*---------------------------------------------------------------
006900 01  BF-START-DATE               PIC 9(008).
006910 01  BF-START-TIME               PIC 9(008).
006920 01  BF-END-DATE                 PIC 9(008).
007340         MOVE 16 TO RETURN-CODE
007350         STOP RUN
007360     END-IF.
007362     ACCEPT BF-RUN-DATE FROM DATE YYYYMMDD.
007364     PERFORM 1050-READ-JOB-PARAMETERS THRU 1050-EXIT.
007366     PERFORM 2100-READ-CONTROL-CARD THRU 2100-EXIT.
007368     PERFORM 1100-OPEN-JOB-LOGS THRU 1100-EXIT.
007370     OPEN INPUT F17.
007372     IF BF-FS-F17 = "00"
007374         SET BF-AUTH-OPEN TO TRUE
007376     ELSE
007378         DISPLAY "BRAINFUCOIDAN: OPERATOR AUTHORIZATION MASTER "
007380                 "NOT AVAILABLE, STATUS " BF-FS-F17
007382                 " - NO STEP WILL RUN"
007384     END-IF.
007386     IF BF-JOB-RESTART
007388         PERFORM 2430-LOG-RESTART THRU 2430-EXIT
007390     END-IF.
007392     GO TO 1000-EXIT.
007394 1000-EXIT.
007396     EXIT.
007398
007400*=================================================================
007402* 1050-READ-JOB-PARAMETERS
007404* READS THE OPTIONAL BFPARM PARAMETER CARDS.  RESTART=STEPNAME
007406* (KEYWORD IN COLUMNS 1-8, STEP NAME IN 9-16) ASKS FOR A JOB
007408* RESTART AT THAT STEP.  NO FILE, OR AN EMPTY ONE, IS A NORMAL
007410* RUN; A KEYWORD THAT IS NOT RECOGNIZED, OR A RESTART WITH NO
007412* STEP NAME, STOPS THE JOB BEFORE ANY STEP RUNS, AS A BAD JCL
007414* PARM WOULD.
007416*=================================================================
007418 1050-READ-JOB-PARAMETERS.
007420     OPEN INPUT F15.
007422     IF NOT (BF-FS-F15 = "00")
007424         GO TO 1050-EXIT
007426     END-IF.
007428     MOVE "N" TO BF-EOF-F15-SW.
007430     PERFORM 1055-READ-PARM-CARD THRU 1055-EXIT
007432             UNTIL BF-EOF-F15.
007434     CLOSE F15.
007436     GO TO 1050-EXIT.
007438 1050-EXIT.
007440     EXIT.
007442
007444 1055-READ-PARM-CARD.
007446     READ F15
007448         AT END
007450             SET BF-EOF-F15 TO TRUE
007452             GO TO 1055-EXIT
007454     END-READ.
007456     EVALUATE F15-KEYWORD
007458         WHEN SPACES
007460             CONTINUE
007462         WHEN "RESTART="
007464             IF F15-VALUE = SPACES
007466                 DISPLAY "BRAINFUCOIDAN: RESTART PARAMETER NAMES "
007468                         "NO STEP"
007470                 MOVE 16 TO RETURN-CODE
007472                 STOP RUN
007474             END-IF
007476             MOVE F15-VALUE TO BF-RESTART-STEP
007478             SET BF-JOB-RESTART TO TRUE
007480         WHEN OTHER
007482             DISPLAY "BRAINFUCOIDAN: UNRECOGNIZED PARAMETER - "
007484                     F15-RECORD
007486             MOVE 16 TO RETURN-CODE
007488             STOP RUN
007490     END-EVALUATE.
007492     GO TO 1055-EXIT.
007494 1055-EXIT.
007496     EXIT.
007498
007500*=================================================================
007502* 1100-OPEN-JOB-LOGS
007504* OPENS THE RUN LOG, STATISTICS AND VERIFICATION FILES UNDER
007506* THIS JOB'S OWN PARTITION NAMES - THE SHARED BASE NAME PLUS THE
007508* FIRST CONTROL CARD'S JOB ID - SO CONCURRENT JOBS NEVER APPEND
007510* TO THE SAME DATASET.  A DECK WITH NO JOB ID (OR NO CARDS AT
007512* ALL) FALLS BACK TO THE BARE BASE NAMES, THE OLD SINGLE-STREAM
007522* BEHAVIOR.  ON A JOB RESTART THE DECK IS POSITIONED AT THE
007532* RESTART STEP ONCE THE NAMES ARE KNOWN AND BEFORE F7 IS OPENED,
007533* SO THE ORIGINAL RUN'S LOG IS READ BEFORE ANYTHING IS ADDED.
007534*=================================================================
007535 1100-OPEN-JOB-LOGS.
007536     MOVE "RUNLOG" TO BF-LOG-FILENAME.
007537     MOVE "STATSRPT" TO BF-STATS-FILENAME.
007538     MOVE "VERIFRPT" TO BF-VRPT-FILENAME.
007539     MOVE "DSINVENT" TO BF-INV-FILENAME.
007540     ACCEPT BF-INV-JOB-TIME FROM TIME.
007541     IF NOT BF-EOF-F4 AND BF-JOB-ID NOT = SPACES
007542         MOVE 8 TO BF-JOB-NAME-LEN
007543         MOVE ZERO TO BF-TRAIL-SPACES
007544         INSPECT BF-JOB-ID TALLYING BF-TRAIL-SPACES
007545                 FOR TRAILING SPACES
007546         SUBTRACT BF-TRAIL-SPACES FROM BF-JOB-NAME-LEN
007547                 GIVING BF-JOB-NAME-LEN
007548         MOVE SPACES TO BF-LOG-FILENAME
007549         STRING "RUNLOG." DELIMITED BY SIZE
007550                BF-JOB-ID(1:BF-JOB-NAME-LEN) DELIMITED BY SIZE
007551             INTO BF-LOG-FILENAME
007552         END-STRING
007553         MOVE SPACES TO BF-STATS-FILENAME
007554         STRING "STATSRPT." DELIMITED BY SIZE
007555                BF-JOB-ID(1:BF-JOB-NAME-LEN) DELIMITED BY SIZE
007556             INTO BF-STATS-FILENAME
007557         END-STRING
007558         MOVE SPACES TO BF-VRPT-FILENAME
007559         STRING "VERIFRPT." DELIMITED BY SIZE
007560                BF-JOB-ID(1:BF-JOB-NAME-LEN) DELIMITED BY SIZE
007561             INTO BF-VRPT-FILENAME
007562         END-STRING
007563         MOVE SPACES TO BF-INV-FILENAME
007564         STRING "DSINVENT." DELIMITED BY SIZE
007565                BF-JOB-ID(1:BF-JOB-NAME-LEN) DELIMITED BY SIZE
007566             INTO BF-INV-FILENAME
007567         END-STRING
007568         SET BF-PARTITIONED TO TRUE
007569     END-IF.
007570     IF BF-JOB-RESTART
007571         PERFORM 1200-POSITION-FOR-RESTART THRU 1200-EXIT
007572     END-IF.
007573     OPEN EXTEND F6.
007574     IF NOT (BF-FS-F6 = "00" OR BF-FS-F6 = "05")
007575         OPEN OUTPUT F6
007576         IF BF-FS-F6 = "00"
007577             MOVE BF-STATS-FILENAME TO BF-INV-NAME
007578             MOVE "STATSRPT" TO BF-INV-TYPE
007579             PERFORM 1110-NOTE-JOB-DATASET THRU 1110-EXIT
007580         END-IF
007581     END-IF.
007582     IF NOT (BF-FS-F6 = "00")
007583         DISPLAY "BRAINFUCOIDAN: UNABLE TO OPEN STATISTICS FILE"
007584         MOVE 16 TO RETURN-CODE
007585         STOP RUN
007586     END-IF.
007587     OPEN EXTEND F7.
007588     IF NOT (BF-FS-F7 = "00" OR BF-FS-F7 = "05")
007589         OPEN OUTPUT F7
007590         IF BF-FS-F7 = "00"
007591             MOVE BF-LOG-FILENAME TO BF-INV-NAME
007592             MOVE "RUNLOG" TO BF-INV-TYPE
007593             PERFORM 1110-NOTE-JOB-DATASET THRU 1110-EXIT
007594         END-IF
007595     END-IF.
007596     OPEN EXTEND F10.
007597     IF NOT (BF-FS-F10 = "00" OR BF-FS-F10 = "05")
007598         OPEN OUTPUT F10
007599         IF BF-FS-F10 = "00"
007600             MOVE BF-VRPT-FILENAME TO BF-INV-NAME
007601             MOVE "VERIFRPT" TO BF-INV-TYPE
007602             PERFORM 1110-NOTE-JOB-DATASET THRU 1110-EXIT
007603         END-IF
007604     END-IF.
007605     OPEN EXTEND F18.
007606     IF NOT (BF-FS-F18 = "00" OR BF-FS-F18 = "05")
007607         OPEN OUTPUT F18
007608         IF BF-FS-F18 = "00"
007609             MOVE BF-INV-FILENAME TO BF-INV-NAME
007610             MOVE "DSINVENT" TO BF-INV-TYPE
007611             PERFORM 1110-NOTE-JOB-DATASET THRU 1110-EXIT
007612         END-IF
007613     END-IF.
007614     IF BF-FS-F18 = "00" OR BF-FS-F18 = "05"
007615         SET BF-INV-OPEN TO TRUE
007616     ELSE
007617         DISPLAY "BRAINFUCOIDAN: DATASET INVENTORY NOT "
007618                 "AVAILABLE, STATUS " BF-FS-F18
007619                 " - NO INVENTORY RECORDS WILL BE WRITTEN"
007620     END-IF.
007621     GO TO 1100-EXIT.
007622 1100-EXIT.
007623     EXIT.
007624
007625*-----------------------------------------------------------------
007626* 1110-NOTE-JOB-DATASET - ADDS A LOG PARTITION THIS JOB HAS JUST
007627* CREATED TO THE JOB LIST, POSTED TO THE INVENTORY AT TERMINATION.
007628* THE BARE SHARED NAMES OF AN UNPARTITIONED DECK ARE THE
007629* PERMANENT TRAIL, NOT WORK DATASETS, AND ARE NOT NOTED.
007630*-----------------------------------------------------------------
007631 1110-NOTE-JOB-DATASET.
007632     IF NOT BF-PARTITIONED OR BF-INV-JOB-COUNT >= 10
007633         GO TO 1110-EXIT
007634     END-IF.
007635     ADD 1 TO BF-INV-JOB-COUNT.
007636     MOVE BF-INV-NAME TO BF-INV-JOB-DSNAME(BF-INV-JOB-COUNT).
007637     MOVE BF-INV-TYPE TO BF-INV-JOB-TYPE(BF-INV-JOB-COUNT).
007638     GO TO 1110-EXIT.
007639 1110-EXIT.
007640     EXIT.
007641
007642*=================================================================
007643* 1200-POSITION-FOR-RESTART
007644* JOB RESTART - BYPASSES EVERY CONTROL CARD AHEAD OF THE RESTART
007645* STEP, NOTING EACH BYPASSED STEP NAME, THEN REBUILDS THOSE
007646* STEPS' HISTORY FROM THE ORIGINAL RUN'S LOG (THE SHARED TRAIL
007647* AND THEN THIS JOB'S PARTITION, NEWEST RECORD WINNING) SO THE
007648* CONDITIONS AND PIPES ON THE REMAINING CARDS RESOLVE EXACTLY AS
007649* THEY DID BEFORE.  THE BYPASSED STEPS' RETURN CODES ARE NOT
007650* FOLDED INTO THIS RUN'S WORST CODE - THEY WERE REPORTED BY THE
007651* ORIGINAL RUN.  A RESTART STEP THAT IS NOT IN THE DECK STOPS
007652* THE JOB BEFORE ANY STEP RUNS.
007653*=================================================================
007654 1200-POSITION-FOR-RESTART.
007655     MOVE ZERO TO BF-RST-COUNT.
007656     MOVE ZERO TO BF-RST-CARDS-BYPASSED.
007657     MOVE ZERO TO BF-RST-RELOADED.
007658     PERFORM 1210-BYPASS-ONE-CARD THRU 1210-EXIT
007659             UNTIL BF-EOF-F4
007660                OR BF-STEP-NAME = BF-RESTART-STEP.
007661     IF BF-EOF-F4
007662         DISPLAY "BRAINFUCOIDAN: RESTART STEP NOT FOUND IN "
007663                 "CONTROL DECK - " BF-RESTART-STEP
007664         MOVE 16 TO RETURN-CODE
007665         STOP RUN
007666     END-IF.
007667     MOVE "RUNLOG" TO BF-RST-LOG-FILENAME.
007668     PERFORM 1220-SCAN-RUN-LOG THRU 1220-EXIT.
007669     IF BF-LOG-FILENAME NOT = "RUNLOG"
007670         MOVE BF-LOG-FILENAME TO BF-RST-LOG-FILENAME
007671         PERFORM 1220-SCAN-RUN-LOG THRU 1220-EXIT
007672     END-IF.
007673     PERFORM 1240-RELOAD-BYPASSED-STEP THRU 1240-EXIT
007674             VARYING BF-RST-INDEX FROM 1 BY 1
007675             UNTIL BF-RST-INDEX > BF-RST-COUNT.
007676     MOVE BF-RST-CARDS-BYPASSED TO BF-RST-BYPASSED-EDIT.
007677     MOVE BF-RST-RELOADED TO BF-RST-RELOADED-EDIT.
007678     DISPLAY "BRAINFUCOIDAN: RESTARTING JOB " BF-JOB-ID
007679             " AT STEP " BF-RESTART-STEP " - "
007680             BF-RST-BYPASSED-EDIT " CARD(S) BYPASSED, "
007681             BF-RST-RELOADED-EDIT " STEP(S) RELOADED FROM LOG".
007682     GO TO 1200-EXIT.
007683 1200-EXIT.
007684     EXIT.
007685
007686 1210-BYPASS-ONE-CARD.
007687     ADD 1 TO BF-RST-CARDS-BYPASSED.
007688     IF BF-STEP-NAME NOT = SPACES AND BF-RST-COUNT < 500
007689         ADD 1 TO BF-RST-COUNT
007690         MOVE BF-STEP-NAME TO BF-RST-NAME(BF-RST-COUNT)
007691         MOVE SPACES TO BF-RST-DISPOSITION(BF-RST-COUNT)
007692         MOVE ZERO TO BF-RST-RC(BF-RST-COUNT)
007693         MOVE SPACES TO BF-RST-SRC(BF-RST-COUNT)
007694     END-IF.
007695     PERFORM 2100-READ-CONTROL-CARD THRU 2100-EXIT.
007696     GO TO 1210-EXIT.
007697 1210-EXIT.
007698     EXIT.
007699
007700*-----------------------------------------------------------------
007701* 1220-SCAN-RUN-LOG - READS ONE RUN-LOG DATASET THROUGH F16 AND
007702* POSTS EVERY RECORD FOR THIS JOB AGAINST THE BYPASSED STEPS.  A
007703* DATASET THAT IS NOT THERE (ALREADY MERGED AND EMPTIED, OR NEVER
007704* WRITTEN) SIMPLY CONTRIBUTES NOTHING.
007705*-----------------------------------------------------------------
007706 1220-SCAN-RUN-LOG.
007707     OPEN INPUT F16.
007708     IF NOT (BF-FS-F16 = "00")
007709         GO TO 1220-EXIT
007710     END-IF.
007711     MOVE "N" TO BF-EOF-F16-SW.
007712     PERFORM 1230-MATCH-LOG-RECORD THRU 1230-EXIT
007713             UNTIL BF-EOF-F16.
007714     CLOSE F16.
007715     GO TO 1220-EXIT.
007716 1220-EXIT.
007717     EXIT.
007718
007719*-----------------------------------------------------------------
007720* 1230-MATCH-LOG-RECORD - A RECORD OF THIS JOB CARRYING A STEP
007721* NAME OVERWRITES WHAT IS KNOWN ABOUT EVERY BYPASSED STEP OF THAT
007722* NAME, SO THE NEWEST RECORD WINS.  AN EARLIER RESTART'S OWN
007723* RECORD DESCRIBES NO STEP AND IS PASSED OVER.
007724*-----------------------------------------------------------------
007725 1230-MATCH-LOG-RECORD.
007726     READ F16
007727         AT END
007728             SET BF-EOF-F16 TO TRUE
007729             GO TO 1230-EXIT
007730     END-READ.
007731     IF F16-JOB-ID NOT = BF-JOB-ID
007732        OR F16-STEP-NAME = SPACES
007733        OR F16-DISPOSITION = "RESTART"
007734         GO TO 1230-EXIT
007735     END-IF.
007736     PERFORM 1231-POST-LOG-RECORD THRU 1231-EXIT
007737             VARYING BF-RST-INDEX FROM 1 BY 1
007738             UNTIL BF-RST-INDEX > BF-RST-COUNT.
007739     GO TO 1230-EXIT.
007740 1230-EXIT.
007741     EXIT.
007742
007743 1231-POST-LOG-RECORD.
007744     IF BF-RST-NAME(BF-RST-INDEX) = F16-STEP-NAME
007745         MOVE F16-DISPOSITION TO BF-RST-DISPOSITION(BF-RST-INDEX)
007746         MOVE F16-SRC-FILE TO BF-RST-SRC(BF-RST-INDEX)
007747         IF F16-RETURN-CODE NUMERIC
007748             MOVE F16-RETURN-CODE TO BF-RST-RC(BF-RST-INDEX)
007749         ELSE
007750             MOVE 12 TO BF-RST-RC(BF-RST-INDEX)
007751         END-IF
007752     END-IF.
007753     GO TO 1231-EXIT.
007754 1231-EXIT.
007755     EXIT.
007756
007757*-----------------------------------------------------------------
007758* 1240-RELOAD-BYPASSED-STEP - ENTERS ONE BYPASSED STEP IN THE
007759* HISTORY TABLE, IN DECK ORDER, IF THE ORIGINAL RUN EXECUTED OR
007760* REFUSED IT (A REFUSED STEP IS RECORDED WITH ITS RC 10):
007761* ITS NAME, RETURN CODE AND OUTPUT DATASET (THE LOGGED SOURCE
007762* NAME PLUS ".OUT", AS 2212 BUILT IT AT THE TIME).
007763*-----------------------------------------------------------------
007764 1240-RELOAD-BYPASSED-STEP.
007765     IF (BF-RST-DISPOSITION(BF-RST-INDEX) NOT = "EXECUTED"
007766         AND BF-RST-DISPOSITION(BF-RST-INDEX) NOT = "REFUSED")
007767        OR BF-RST-SRC(BF-RST-INDEX) = SPACES
007768        OR BF-STEP-COUNT >= 500
007769         GO TO 1240-EXIT
007770     END-IF.
007771     ADD 1 TO BF-STEP-COUNT.
007772     MOVE BF-RST-NAME(BF-RST-INDEX)
007773         TO BF-STEP-HIST-NAME(BF-STEP-COUNT).
007774     MOVE BF-RST-RC(BF-RST-INDEX)
007775         TO BF-STEP-HIST-RC(BF-STEP-COUNT).
007776     MOVE 80 TO BF-SRC-NAME-LEN.
007777     MOVE ZERO TO BF-TRAIL-SPACES.
007778     INSPECT BF-RST-SRC(BF-RST-INDEX) TALLYING BF-TRAIL-SPACES
007779             FOR TRAILING SPACES.
007780     SUBTRACT BF-TRAIL-SPACES FROM BF-SRC-NAME-LEN
007781             GIVING BF-SRC-NAME-LEN.
007782     MOVE SPACES TO BF-STEP-HIST-OUT(BF-STEP-COUNT).
007783     STRING BF-RST-SRC(BF-RST-INDEX)(1:BF-SRC-NAME-LEN)
007784                DELIMITED BY SIZE
007785            ".out" DELIMITED BY SIZE
007786         INTO BF-STEP-HIST-OUT(BF-STEP-COUNT)
007787     END-STRING.
007788     ADD 1 TO BF-RST-RELOADED.
007789     GO TO 1240-EXIT.
007790 1240-EXIT.
007791     EXIT.
007792*=================================================================
007793* 2000-PROCESS-ONE-STEP
007794* RUNS ONE SOURCE PROGRAM (ONE F4 CONTROL CARD) UNLESS ITS
007795* CONDITION FIELD SAYS TO SKIP IT OR ITS OPERATOR IS NOT
007796* AUTHORIZED FOR WHAT IT ASKS, FOLDS ITS RETURN CODE INTO THE
007797* WORST CODE SEEN SO FAR FOR THE WHOLE JOB, RECORDS THE STEP IN
007798* THE HISTORY TABLE, AND ADVANCES TO THE NEXT CARD.
007799*=================================================================
007800 2000-PROCESS-ONE-STEP.
007801     PERFORM 2400-EVALUATE-CONDITION THRU 2400-EXIT.
007802     IF BF-STEP-SKIPPED
007803         PERFORM 2410-LOG-SKIPPED-STEP THRU 2410-EXIT
007804     ELSE
007805         PERFORM 2500-CHECK-AUTHORIZATION THRU 2500-EXIT
007806         IF BF-NOT-AUTHORIZED
007807             PERFORM 2440-LOG-REFUSED-STEP THRU 2440-EXIT
007808         ELSE
007809             PERFORM 2200-RUN-ONE-PROGRAM THRU 2200-EXIT
007810         END-IF
007811         IF BF-RETURN-CODE > BF-WORST-RC
007812             MOVE BF-RETURN-CODE TO BF-WORST-RC
007813         END-IF
007814         PERFORM 2420-RECORD-STEP THRU 2420-EXIT
007815     END-IF.
007816     PERFORM 2100-READ-CONTROL-CARD THRU 2100-EXIT.
007817     GO TO 2000-EXIT.
007818 2000-EXIT.
007819     EXIT.
007820
007821 2100-READ-CONTROL-CARD.
007822     READ F4 INTO BF-CONTROL-CARD
007830         AT END
007840             SET BF-EOF-F4 TO TRUE
007841         NOT AT END
008020         PERFORM 2290-LOG-RUN THRU 2290-EXIT
008030         GO TO 2200-EXIT
008040     END-IF.
008050     IF BF-SRC-OVERFLOW OR BF-INCLUDE-ERROR
008060         SET BF-RC-VALIDATION-REJECT TO TRUE
008070         DISPLAY "BRAINFUCOIDAN: REJECTED - " BF-MESSAGE
008080         PERFORM 2219-CLOSE-INPUT THRU 2219-EXIT
008160         PERFORM 2290-LOG-RUN THRU 2290-EXIT
008170         GO TO 2200-EXIT
008180     END-IF.
008181     PERFORM 3500-BUILD-OPERATION-TABLE THRU 3500-EXIT.
008190     IF BF-RESTART-YES
008200         IF BF-PIPE-ON
008210             DISPLAY "BRAINFUCOIDAN: RESTART NOT SUPPORTED WITH "
009230                 UNTIL BF-PRF-IX > 65500
009240     END-IF.
009250     MOVE "N" TO BF-EOF-F12-SW.
009251     MOVE "N" TO BF-INCLUDE-ERROR-SW.
009252     MOVE ZERO TO BF-INC-DEPTH.
009253     MOVE ZERO TO BF-INC-COUNT.
009254     MOVE ZERO TO BF-INV-STEP-COUNT.
009260     MOVE ZERO TO BF-LINE-COUNT.
009270     MOVE 1 TO BF-RING-NEXT.
009280     MOVE ZERO TO BF-RING-USED.
010000     END-IF.
010010     IF NOT (BF-FS-F2 = "00")
010020         SET BF-FILE-MISSING TO TRUE
010021         GO TO 2213-EXIT
010030     END-IF.
010031     MOVE BF-OUT-FILENAME TO BF-INV-NAME.
010032     MOVE "OUT" TO BF-INV-TYPE.
010033     PERFORM 2296-NOTE-STEP-DATASET THRU 2296-EXIT.
010040     GO TO 2213-EXIT.
010050 2213-EXIT.
010060     EXIT.
010680     END-IF.
010690     IF BF-FS-F8 = "00"
010700         SET BF-TRACE-ON TO TRUE
010701         MOVE BF-TRC-FILENAME TO BF-INV-NAME
010702         MOVE "TRC" TO BF-INV-TYPE
010703         PERFORM 2296-NOTE-STEP-DATASET THRU 2296-EXIT
010710     ELSE
010720         DISPLAY "BRAINFUCOIDAN: UNABLE TO OPEN TRACE FILE - "
010730                 BF-TRC-FILENAME
012490* 2222-LOAD-FROM-LIBRARY - PULLS THE NAMED MEMBER'S CATALOGED
012500* TEXT OUT OF THE F11 SOURCE LIBRARY INTO SRC, LINE BY LINE, THE
012510* SAME WAY 2221 CONCATENATES A LOOSE FILE, AND NOTES THE VERSION
012520* THAT EXECUTED FOR THE RUN LOG.  ++INCLUDE LINES ARE EXPANDED
012521* IN PLACE AS THEY ARE MET (SEE 2227).  THE CARD'S LIBRARY FIELD
012522* PICKS THE PRODUCTION SRCLIB OR THE SRCTEST TEST LIBRARY; THE
012523* INCLUDED MEMBERS COME FROM THE SAME LIBRARY AS THE MEMBER RUN.
012524* A HEADER LEFT MARKED DELETED IN SRCTEST IS NOT CATALOGED.
012530*-----------------------------------------------------------------
012540 2222-LOAD-FROM-LIBRARY.
012541     IF BF-LIB-TEST
012542         MOVE "SRCTEST" TO BF-LIB-FILENAME
012543     ELSE
012544         MOVE "SRCLIB" TO BF-LIB-FILENAME
012545     END-IF.
012546     IF NOT BF-LIB-TEST AND NOT BF-LIB-PROD
012547         DISPLAY "BRAINFUCOIDAN: LIBRARY FIELD IS NOT P, T OR "
012548                 "BLANK - " BF-LIBRARY
012549         SET BF-FILE-MISSING TO TRUE
012550         GO TO 2222-EXIT
012551     END-IF.
012552     OPEN INPUT F11.
012560     IF NOT (BF-FS-F11 = "00")
012570         DISPLAY "BRAINFUCOIDAN: SOURCE LIBRARY NOT AVAILABLE, "
012580                 BF-LIB-FILENAME " STATUS " BF-FS-F11
012590         SET BF-FILE-MISSING TO TRUE
012600         GO TO 2222-EXIT
012610     END-IF.
012640     READ F11
012650         INVALID KEY
012660             DISPLAY "BRAINFUCOIDAN: MEMBER NOT CATALOGED - "
012670                     BF-MEMBER-NAME " IN " BF-LIB-FILENAME
012680             SET BF-FILE-MISSING TO TRUE
012690             CLOSE F11
012700             GO TO 2222-EXIT
012710     END-READ.
012711     IF SL-MEMBER-DELETED
012712         DISPLAY "BRAINFUCOIDAN: MEMBER NOT CATALOGED - "
012713                 BF-MEMBER-NAME " IN " BF-LIB-FILENAME
012714         SET BF-FILE-MISSING TO TRUE
012715         CLOSE F11
012716         GO TO 2222-EXIT
012717     END-IF.
012720     MOVE SL-VERSION TO BF-MEMBER-VERSION.
012721     MOVE BF-MEMBER-NAME TO BF-INC-CURRENT.
012730     MOVE "N" TO BF-EOF-F11-SW.
012740     PERFORM 2223-READ-MEMBER-LINE THRU 2223-EXIT
012750             UNTIL BF-EOF-F11.
012790 2222-EXIT.
012800     EXIT.
012810
012811*-----------------------------------------------------------------
012812* 2223-READ-MEMBER-LINE - ONE LINE OF THE MEMBER NOW BEING READ.
012813* THE END OF AN INCLUDED MEMBER RESUMES THE MEMBER THAT INCLUDED
012814* IT (2228).  A ++INCLUDE LINE TAKES A LINE-TABLE ENTRY OF ITS
012815* OWN, WITH NO CHARACTERS, SO THE POST-MORTEM LINE NUMBERS COUNT
012816* IT THE WAY A LISTING OF THE EXPANDED SOURCE WOULD.
012817*-----------------------------------------------------------------
012820 2223-READ-MEMBER-LINE.
012830     READ F11 NEXT RECORD
012840         AT END
012850             PERFORM 2228-RESUME-INCLUDING-MEMBER THRU 2228-EXIT
012860             GO TO 2223-EXIT
012870     END-READ.
012880     IF SL-MEMBER NOT = BF-INC-CURRENT
012890         PERFORM 2228-RESUME-INCLUDING-MEMBER THRU 2228-EXIT
012900         GO TO 2223-EXIT
012910     END-IF.
012920     MOVE 250 TO BF-LINE-LENGTH.
012950             FOR TRAILING SPACES.
012960     SUBTRACT BF-TRAIL-SPACES FROM BF-LINE-LENGTH
012970             GIVING BF-LINE-LENGTH.
012971     IF SL-TEXT(1:10) = "++INCLUDE "
012972         MOVE ZERO TO BF-LINE-LENGTH
012973     END-IF.
012980     IF BF-LINE-COUNT < 5000
012990         ADD 1 TO BF-LINE-COUNT
013000         MOVE BF-SRC-LENGTH
013020         MOVE BF-LINE-LENGTH
013030             TO BF-LINE-CHARS(BF-LINE-COUNT)
013040     END-IF.
013041     IF SL-TEXT(1:10) = "++INCLUDE "
013042         PERFORM 2227-EXPAND-INCLUDE THRU 2227-EXIT
013043         GO TO 2223-EXIT
013044     END-IF.
013050     IF BF-LINE-LENGTH > ZERO
013060         STRING SL-TEXT(1:BF-LINE-LENGTH)
013070             DELIMITED BY SIZE
013120                 STRING BF-MEMBER-NAME DELIMITED BY SPACE
013130                     " IS TOO LARGE FOR THE SOURCE BUFFER"
013140                         DELIMITED BY SIZE
013141                     INTO BF-MESSAGE
013142                 END-STRING
013143         END-STRING
013144     END-IF.
013145     GO TO 2223-EXIT.
013146 2223-EXIT.
013147     EXIT.
013148
013149*-----------------------------------------------------------------
013150* 2227-EXPAND-INCLUDE - A ++INCLUDE MEMBER LINE.  THE MEMBER
013151* BEING READ AND THE INCLUDE LINE'S NUMBER ARE STACKED, AND THE
013152* LIBRARY IS POSITIONED ON THE INCLUDED MEMBER'S DIRECTORY
013153* HEADER SO THE NEXT READ NEXT RETURNS ITS FIRST LINE.  A
013154* MISSING OR INVALID NAME, A MEMBER ALREADY ON THE STACK (AN
013155* INCLUDE LOOP), NESTING PAST 8 LEVELS, OR MORE THAN 10 DISTINCT
013156* INCLUDED MEMBERS (THE MOST F7 CAN RECORD) ENDS THE LOAD WITH
013157* BF-INCLUDE-ERROR SET AND THE REASON IN BF-MESSAGE.
013158*-----------------------------------------------------------------
013159 2227-EXPAND-INCLUDE.
013160     MOVE SPACES TO BF-INC-VERB.
013161     MOVE SPACES TO BF-INC-WORD.
013162     MOVE SPACES TO BF-MESSAGE.
013163     UNSTRING SL-TEXT DELIMITED BY ALL SPACE
013164         INTO BF-INC-VERB BF-INC-WORD
013165     END-UNSTRING.
013166     IF BF-INC-WORD = SPACES OR BF-INC-WORD(9:12) NOT = SPACES
013167         STRING BF-INC-CURRENT DELIMITED BY SPACE
013168             " HAS A ++INCLUDE WITH NO VALID MEMBER NAME"
013169                 DELIMITED BY SIZE
013170             INTO BF-MESSAGE
013171         END-STRING
013172         SET BF-INCLUDE-ERROR TO TRUE
013173         SET BF-EOF-F11 TO TRUE
013174         GO TO 2227-EXIT
013175     END-IF.
013176     MOVE BF-INC-WORD TO BF-INC-NAME.
013177     MOVE ZERO TO BF-INC-FOUND.
013178     IF BF-INC-NAME = BF-INC-CURRENT
013179         MOVE 1 TO BF-INC-FOUND
013180     END-IF.
013181     PERFORM 2229-CHECK-INCLUDE-LEVEL THRU 2229-EXIT
013182             VARYING BF-INC-IX FROM 1 BY 1
013183             UNTIL BF-INC-IX > BF-INC-DEPTH.
013184     IF BF-INC-FOUND NOT = ZERO
013185         STRING "INCLUDE LOOP - " DELIMITED BY SIZE
013186             BF-INC-CURRENT DELIMITED BY SPACE
013187             " INCLUDES " DELIMITED BY SIZE
013188             BF-INC-NAME DELIMITED BY SPACE
013189             ", WHICH IS ALREADY BEING EXPANDED"
013190                 DELIMITED BY SIZE
013191             INTO BF-MESSAGE
013192         END-STRING
013193         SET BF-INCLUDE-ERROR TO TRUE
013194         SET BF-EOF-F11 TO TRUE
013195         GO TO 2227-EXIT
013196     END-IF.
013197     IF BF-INC-DEPTH NOT < 8
013198         STRING BF-INC-CURRENT DELIMITED BY SPACE
013199             " NESTS ++INCLUDE MEMBERS MORE THAN 8 DEEP"
013200                 DELIMITED BY SIZE
013201             INTO BF-MESSAGE
013202         END-STRING
013203         SET BF-INCLUDE-ERROR TO TRUE
013204         SET BF-EOF-F11 TO TRUE
013205         GO TO 2227-EXIT
013206     END-IF.
013207     ADD 1 TO BF-INC-DEPTH.
013208     MOVE BF-INC-CURRENT TO BF-INC-LVL-MEMBER(BF-INC-DEPTH).
013209     MOVE SL-LINE-NO     TO BF-INC-LVL-LINE(BF-INC-DEPTH).
013210     MOVE BF-INC-NAME TO SL-MEMBER.
013211     MOVE ZERO TO SL-LINE-NO.
013212     READ F11
013213         INVALID KEY
013214             STRING BF-INC-CURRENT DELIMITED BY SPACE
013215                 " INCLUDES " DELIMITED BY SIZE
013216                 BF-INC-NAME DELIMITED BY SPACE
013217                 ", WHICH IS NOT CATALOGED" DELIMITED BY SIZE
013218                 INTO BF-MESSAGE
013219             END-STRING
013220             SET BF-INCLUDE-ERROR TO TRUE
013221             SET BF-EOF-F11 TO TRUE
013222             GO TO 2227-EXIT
013223     END-READ.
013224     IF SL-MEMBER-DELETED
013225         STRING BF-INC-CURRENT DELIMITED BY SPACE
013226             " INCLUDES " DELIMITED BY SIZE
013227             BF-INC-NAME DELIMITED BY SPACE
013228             ", WHICH IS NOT CATALOGED" DELIMITED BY SIZE
013229             INTO BF-MESSAGE
013230         END-STRING
013231         SET BF-INCLUDE-ERROR TO TRUE
013232         SET BF-EOF-F11 TO TRUE
013233         GO TO 2227-EXIT
013234     END-IF.
013235     MOVE BF-INC-NAME TO BF-INC-CURRENT.
013236     MOVE ZERO TO BF-INC-FOUND.
013237     PERFORM 2233-CHECK-INCLUDE-USED THRU 2233-EXIT
013238             VARYING BF-INC-IX FROM 1 BY 1
013239             UNTIL BF-INC-IX > BF-INC-COUNT.
013240     IF BF-INC-FOUND NOT = ZERO
013241         GO TO 2227-EXIT
013242     END-IF.
013243     IF BF-INC-COUNT NOT < 10
013244         STRING BF-MEMBER-NAME DELIMITED BY SPACE
013245             " INCLUDES MORE THAN 10 DISTINCT MEMBERS"
013246                 DELIMITED BY SIZE
013247             INTO BF-MESSAGE
013248         END-STRING
013249         SET BF-INCLUDE-ERROR TO TRUE
013250         SET BF-EOF-F11 TO TRUE
013251         GO TO 2227-EXIT
013252     END-IF.
013253     ADD 1 TO BF-INC-COUNT.
013254     MOVE BF-INC-NAME TO BF-INC-USED-MEMBER(BF-INC-COUNT).
013255     MOVE SL-VERSION  TO BF-INC-USED-VERSION(BF-INC-COUNT).
013256     GO TO 2227-EXIT.
013257 2227-EXIT.
013258     EXIT.
013259
013260*-----------------------------------------------------------------
013261* 2228-RESUME-INCLUDING-MEMBER - THE MEMBER BEING READ HAS RUN
013262* OUT.  AT THE TOP LEVEL THAT ENDS THE LOAD; OTHERWISE THE
013263* INCLUDING MEMBER IS UNSTACKED AND THE LIBRARY IS POSITIONED
013264* BACK ON ITS ++INCLUDE LINE, SO THE NEXT READ NEXT CARRIES ON
013265* WITH THE LINE AFTER IT.
013266*-----------------------------------------------------------------
013267 2228-RESUME-INCLUDING-MEMBER.
013268     IF BF-INC-DEPTH = ZERO
013269         SET BF-EOF-F11 TO TRUE
013270         GO TO 2228-EXIT
013271     END-IF.
013272     MOVE BF-INC-LVL-MEMBER(BF-INC-DEPTH) TO BF-INC-CURRENT.
013273     MOVE BF-INC-LVL-MEMBER(BF-INC-DEPTH) TO SL-MEMBER.
013274     MOVE BF-INC-LVL-LINE(BF-INC-DEPTH)   TO SL-LINE-NO.
013275     SUBTRACT 1 FROM BF-INC-DEPTH.
013276     READ F11
013277         INVALID KEY
013278             MOVE SPACES TO BF-MESSAGE
013279             STRING BF-INC-CURRENT DELIMITED BY SPACE
013280                 " CHANGED IN THE LIBRARY WHILE BEING LOADED"
013281                     DELIMITED BY SIZE
013282                 INTO BF-MESSAGE
013283             END-STRING
013284             SET BF-INCLUDE-ERROR TO TRUE
013285             SET BF-EOF-F11 TO TRUE
013286     END-READ.
013287     GO TO 2228-EXIT.
013288 2228-EXIT.
013289     EXIT.
013290
013291 2229-CHECK-INCLUDE-LEVEL.
013292     IF BF-INC-LVL-MEMBER(BF-INC-IX) = BF-INC-NAME
013293         MOVE BF-INC-IX TO BF-INC-FOUND
013294     END-IF.
013295     GO TO 2229-EXIT.
013296 2229-EXIT.
013297     EXIT.
013298
013299 2233-CHECK-INCLUDE-USED.
013300     IF BF-INC-USED-MEMBER(BF-INC-IX) = BF-INC-NAME
013301         MOVE BF-INC-IX TO BF-INC-FOUND
013302     END-IF.
013303     GO TO 2233-EXIT.
013304 2233-EXIT.
013305     EXIT.
013306*=================================================================
013307* 2230-LOAD-CHECKPOINT
013308* RESTART MODE - RESTORES I, POS, THE MEME TABLE AND (WHERE THE
013309* FEATURE EXISTS) THE ORIGINAL START TIMESTAMP AND RUNNING
013310* INSTRUCTION COUNTS FROM THE LAST CHECKPOINT WRITTEN FOR THIS
013311* SOURCE PROGRAM, SO RESUMED RUN REPORTS COVER THE WHOLE RUN AND
013312* NOT JUST THE TAIL SINCE THE RESTART.  A CHECKPOINT TAKEN AT A
013313* DIFFERENT TAPE SIZE THAN THIS STEP'S CONTROL CARD IS REJECTED
013314* RATHER THAN RISK AN ODO-SIZE MISMATCH ON THE MEM RESTORE.
013315*=================================================================
013320 2230-LOAD-CHECKPOINT.
013321     PERFORM 2232-BUILD-CKPT-FILENAME THRU 2232-EXIT.
013330     OPEN INPUT F5.
014250     MOVE BF-MEMBER-NAME  TO F7-MEMBER-NAME.
014260     MOVE BF-MEMBER-VERSION TO F7-VERSION.
014270     MOVE "EXECUTED"      TO F7-DISPOSITION.
014271     MOVE BF-STEP-NAME    TO F7-STEP-NAME.
014272     MOVE BF-INC-COUNT    TO F7-INCLUDE-COUNT.
014273     PERFORM 2291-LOG-ONE-INCLUDE THRU 2291-EXIT
014274             VARYING BF-INC-IX FROM 1 BY 1
014275             UNTIL BF-INC-IX > BF-INC-COUNT.
014276     IF BF-MEMBER-NAME NOT = SPACES
014277         IF BF-LIBRARY = SPACE
014278             MOVE "P" TO F7-LIBRARY
014279         ELSE
014280             MOVE BF-LIBRARY TO F7-LIBRARY
014281         END-IF
014282     END-IF.
014283     MOVE "N" TO F7-TRACE-RUN.
014284     IF BF-TRACE-ON
014285         MOVE "Y" TO F7-TRACE-RUN
014286     END-IF.
014287     MOVE "N" TO F7-PROFILE-RUN.
014288     IF BF-PROF-ON
014289         MOVE "Y" TO F7-PROFILE-RUN
014290     END-IF.
014291     WRITE F7-RECORD.
014292     PERFORM 2295-POST-STEP-INVENTORY THRU 2295-EXIT
014293             VARYING BF-INV-IX FROM 1 BY 1
014294             UNTIL BF-INV-IX > BF-INV-STEP-COUNT.
014295     MOVE ZERO TO BF-INV-STEP-COUNT.
014296     GO TO 2290-EXIT.
014300 2290-EXIT.
014310     EXIT.
014311
014312 2291-LOG-ONE-INCLUDE.
014313     MOVE BF-INC-USED-MEMBER(BF-INC-IX)
014314         TO F7-INCLUDE-MEMBER(BF-INC-IX).
014315     MOVE BF-INC-USED-VERSION(BF-INC-IX)
014316         TO F7-INCLUDE-VERSION(BF-INC-IX).
014317     GO TO 2291-EXIT.
014318 2291-EXIT.
014319     EXIT.
014320
014321*-----------------------------------------------------------------
014322* 2295-POST-STEP-INVENTORY - WRITES ONE INVENTORY RECORD FOR A
014323* DATASET THE STEP WROTE, CARRYING THE STEP'S RETURN CODE, SO A
014324* CHECKPOINT LEFT BY A FAILED RUN CAN BE TOLD FROM ONE LEFT BY A
014325* GOOD ONE.  THE CREATION STAMP IS THE STEP'S START.
014326*-----------------------------------------------------------------
014327 2295-POST-STEP-INVENTORY.
014328     IF NOT BF-INV-OPEN
014329         GO TO 2295-EXIT
014330     END-IF.
014331     MOVE SPACES TO F18-RECORD.
014332     MOVE BF-INV-STEP-DSNAME(BF-INV-IX) TO F18-DSNAME.
014333     MOVE BF-INV-STEP-TYPE(BF-INV-IX) TO F18-DS-TYPE.
014334     MOVE BF-JOB-ID       TO F18-JOB-ID.
014335     MOVE BF-STEP-NAME    TO F18-STEP-NAME.
014336     MOVE BF-START-DATE   TO F18-CREATE-DATE.
014337     MOVE BF-START-TIME   TO F18-CREATE-TIME.
014338     MOVE BF-RETURN-CODE  TO F18-RETURN-CODE.
014339     MOVE BF-SRC-FILENAME TO F18-SRC-FILE.
014340     WRITE F18-RECORD.
014341     GO TO 2295-EXIT.
014342 2295-EXIT.
014343     EXIT.
014344
014345*-----------------------------------------------------------------
014346* 2296-NOTE-STEP-DATASET - ADDS A DATASET THE STEP HAS JUST
014347* OPENED FOR OUTPUT TO THE STEP LIST.  A CHECKPOINT REWRITTEN
014348* EVERY INTERVAL IS ONE DATASET AND IS NOTED ONCE.
014349*-----------------------------------------------------------------
014350 2296-NOTE-STEP-DATASET.
014351     MOVE ZERO TO BF-INV-FOUND.
014352     PERFORM 2297-FIND-STEP-DATASET THRU 2297-EXIT
014353             VARYING BF-INV-IX FROM 1 BY 1
014354             UNTIL BF-INV-IX > BF-INV-STEP-COUNT
014355                OR BF-INV-FOUND > ZERO.
014356     IF BF-INV-FOUND > ZERO OR BF-INV-STEP-COUNT >= 10
014357         GO TO 2296-EXIT
014358     END-IF.
014359     ADD 1 TO BF-INV-STEP-COUNT.
014360     MOVE BF-INV-NAME TO BF-INV-STEP-DSNAME(BF-INV-STEP-COUNT).
014361     MOVE BF-INV-TYPE TO BF-INV-STEP-TYPE(BF-INV-STEP-COUNT).
014362     GO TO 2296-EXIT.
014363 2296-EXIT.
014364     EXIT.
014365
014366 2297-FIND-STEP-DATASET.
014367     IF BF-INV-STEP-DSNAME(BF-INV-IX) = BF-INV-NAME
014368         MOVE BF-INV-IX TO BF-INV-FOUND
014369     END-IF.
014370     GO TO 2297-EXIT.
014371 2297-EXIT.
014372     EXIT.
014373
014374*=================================================================
014375* 2400-EVALUATE-CONDITION
014376* DECIDES WHETHER THIS CONTROL CARD RUNS.  A BLANK CONDITION
014377* ALWAYS RUNS.  OTHERWISE THE NAMED EARLIER STEP IS LOOKED UP IN
014378* THE HISTORY TABLE (LATEST ENTRY WINS): TYPE Z RUNS ONLY IF IT
014380* ENDED RC ZERO, TYPE F ONLY IF IT FAILED.  A CONDITION NAMING A
014390* STEP THAT NEVER EXECUTED - NEVER SEEN, OR ITSELF SKIPPED -
014400* SKIPS THIS STEP.  A BLANK OR UNRECOGNIZED TYPE IS TREATED AS Z,
015000     MOVE BF-MEMBER-NAME  TO F7-MEMBER-NAME.
015010     MOVE ZERO            TO F7-VERSION.
015020     MOVE "SKIPPED"       TO F7-DISPOSITION.
015021     MOVE BF-STEP-NAME    TO F7-STEP-NAME.
015022     MOVE ZERO            TO F7-INCLUDE-COUNT.
015023     WRITE F7-RECORD.
015024     GO TO 2410-EXIT.
015025 2410-EXIT.
015026     EXIT.
015027
015028*=================================================================
015029* 2430-LOG-RESTART
015030* WRITES THE F7 RECORD THAT MARKS THIS RUN AS A JOB RESTART - THE
015031* RESTART STEP'S SOURCE AND STEP NAME WITH A RESTART DISPOSITION
015032* - AHEAD OF THE RESTART STEP'S OWN RECORD, SO THE AUDIT TRAIL
015033* SHOWS THE JOB WAS RESUMED AND NOT RERUN FROM THE TOP.
015034*=================================================================
015035 2430-LOG-RESTART.
015036     ACCEPT BF-START-DATE FROM DATE YYYYMMDD.
015037     ACCEPT BF-START-TIME FROM TIME.
015038     MOVE SPACES TO F7-RECORD.
015039     IF BF-MEMBER-NAME NOT = SPACES
015040         MOVE BF-MEMBER-NAME TO F7-SRC-FILE
015041     ELSE
015042         MOVE BF-SRC-FILENAME TO F7-SRC-FILE
015043     END-IF.
015044     MOVE BF-START-DATE   TO F7-START-DATE.
015045     MOVE BF-START-TIME   TO F7-START-TIME.
015046     MOVE BF-START-DATE   TO F7-END-DATE.
015047     MOVE BF-START-TIME   TO F7-END-TIME.
015048     MOVE ZERO            TO F7-RETURN-CODE.
015049     MOVE BF-OPERATOR-ID  TO F7-OPERATOR-ID.
015050     MOVE BF-JOB-ID       TO F7-JOB-ID.
015051     MOVE BF-MEMBER-NAME  TO F7-MEMBER-NAME.
015052     MOVE ZERO            TO F7-VERSION.
015053     MOVE "RESTART"       TO F7-DISPOSITION.
015054     MOVE BF-RESTART-STEP TO F7-STEP-NAME.
015055     MOVE ZERO            TO F7-INCLUDE-COUNT.
015056     WRITE F7-RECORD.
015057     GO TO 2430-EXIT.
015058 2430-EXIT.
015059     EXIT.
015060
015061*=================================================================
015062* 2440-LOG-REFUSED-STEP
015063* WRITES THE F7 RECORD FOR A CARD 2500 REFUSED - NOTHING WAS
015064* LOADED OR RUN, SO NO STATISTICS LINE IS WRITTEN, AS FOR A
015065* SKIPPED CARD - AND SETS THE STEP'S RC 10 SO THE HISTORY TABLE
015066* AND THE JOB'S WORST CODE SHOW THE REFUSAL.
015067*=================================================================
015068 2440-LOG-REFUSED-STEP.
015069     IF BF-MEMBER-NAME NOT = SPACES
015070         MOVE BF-MEMBER-NAME TO BF-SRC-FILENAME
015071     END-IF.
015072     SET BF-RC-NOT-AUTHORIZED TO TRUE.
015073     DISPLAY "BRAINFUCOIDAN: REFUSED " BF-SRC-FILENAME.
015074     DISPLAY "BRAINFUCOIDAN: OPERATOR " BF-OPERATOR-ID " - "
015075             BF-AUTH-REASON.
015076     ACCEPT BF-START-DATE FROM DATE YYYYMMDD.
015077     ACCEPT BF-START-TIME FROM TIME.
015078     MOVE SPACES TO F7-RECORD.
015079     MOVE BF-SRC-FILENAME TO F7-SRC-FILE.
015080     MOVE BF-START-DATE   TO F7-START-DATE.
015081     MOVE BF-START-TIME   TO F7-START-TIME.
015082     MOVE BF-START-DATE   TO F7-END-DATE.
015083     MOVE BF-START-TIME   TO F7-END-TIME.
015084     MOVE BF-RETURN-CODE  TO F7-RETURN-CODE.
015085     MOVE BF-OPERATOR-ID  TO F7-OPERATOR-ID.
015086     MOVE BF-JOB-ID       TO F7-JOB-ID.
015087     MOVE BF-MEMBER-NAME  TO F7-MEMBER-NAME.
015088     MOVE ZERO            TO F7-VERSION.
015089     MOVE "REFUSED"       TO F7-DISPOSITION.
015090     MOVE BF-STEP-NAME    TO F7-STEP-NAME.
015091     MOVE ZERO            TO F7-INCLUDE-COUNT.
015092     IF BF-MEMBER-NAME NOT = SPACES
015093         IF BF-LIBRARY = SPACE
015094             MOVE "P" TO F7-LIBRARY
015095         ELSE
015096             MOVE BF-LIBRARY TO F7-LIBRARY
015097         END-IF
015098     END-IF.
015099     WRITE F7-RECORD.
015100     GO TO 2440-EXIT.
015101 2440-EXIT.
015102     EXIT.
015103
015104*=================================================================
015105* 2420-RECORD-STEP
015106* RECORDS AN EXECUTED OR REFUSED STEP'S NAME AND FINAL RETURN
015107* CODE IN THE
015110* HISTORY TABLE FOR LATER CARDS' CONDITION FIELDS.  A CARD WITH
015120* NO STEP NAME IS NOT RECORDED - NOTHING CAN REFER TO IT.
015130*=================================================================
015260     GO TO 2420-EXIT.
015270 2420-EXIT.
015280     EXIT.
015281
015282*=================================================================
015283* 2500-CHECK-AUTHORIZATION
015284* LOOKS THE CARD'S OPERATOR UP ON THE AUTHORIZATION MASTER AND
015285* CLEARS THE CARD ONLY IF THE OPERATOR IS ACTIVE, HAS A RUN
015286* ENTRY COVERING THE MEMBER (OR, FOR A LOOSE-FILE CARD, THE
015287* SOURCE FILE NAME AS RESOLVED), IS ALLOWED EVERY RESTART,
015288* PRELOAD AND SNAPSHOT THE CARD ASKS FOR, AND HAS NOT PUNCHED A
015289* BUDGET ABOVE THE OPERATOR'S CEILING.  A BLANK OR ZERO BUDGET
015290* TAKES THE SHOP DEFAULT AND IS ALWAYS ALLOWED; A ZERO CEILING
015291* ON THE MASTER MEANS THE SHOP DEFAULT.  THE FIRST FAILURE
015292* FOUND IS LEFT IN BF-AUTH-REASON.  WITH NO MASTER OPEN EVERY
015293* CARD IS REFUSED.
015294*=================================================================
015295 2500-CHECK-AUTHORIZATION.
015296     SET BF-AUTHORIZED TO TRUE.
015297     MOVE SPACES TO BF-AUTH-REASON.
015298     IF BF-OPERATOR-ID = SPACES
015299         MOVE "CARD CARRIES NO OPERATOR ID" TO BF-AUTH-REASON
015300         SET BF-NOT-AUTHORIZED TO TRUE
015301         GO TO 2500-EXIT
015302     END-IF.
015303     IF NOT BF-AUTH-OPEN
015304         MOVE "AUTHORIZATION MASTER NOT AVAILABLE"
015305             TO BF-AUTH-REASON
015306         SET BF-NOT-AUTHORIZED TO TRUE
015307         GO TO 2500-EXIT
015308     END-IF.
015309     MOVE BF-OPERATOR-ID TO OA-OPERATOR-ID.
015310     READ F17
015311         INVALID KEY
015312             MOVE "NOT ON THE AUTHORIZATION MASTER"
015313                 TO BF-AUTH-REASON
015314             SET BF-NOT-AUTHORIZED TO TRUE
015315             GO TO 2500-EXIT
015316     END-READ.
015317     IF NOT OA-ACTIVE
015318         MOVE "AUTHORIZATION REVOKED" TO BF-AUTH-REASON
015319         SET BF-NOT-AUTHORIZED TO TRUE
015320         GO TO 2500-EXIT
015321     END-IF.
015322     IF BF-MEMBER-NAME NOT = SPACES
015323         MOVE BF-MEMBER-NAME TO BF-AUTH-NAME
015324     ELSE
015325         MOVE BF-SRC-FILENAME TO BF-AUTH-NAME
015326     END-IF.
015327     MOVE ZERO TO BF-AUTH-FOUND.
015328     PERFORM 2510-MATCH-RUN-ENTRY THRU 2510-EXIT
015329             VARYING BF-AUTH-IX FROM 1 BY 1
015330             UNTIL BF-AUTH-IX > 10
015331                OR BF-AUTH-FOUND > ZERO.
015332     IF BF-AUTH-FOUND = ZERO
015333         IF BF-MEMBER-NAME NOT = SPACES
015334             MOVE "NOT AUTHORIZED FOR THIS MEMBER"
015335                 TO BF-AUTH-REASON
015336         ELSE
015337             MOVE "NOT AUTHORIZED FOR THIS SOURCE FILE"
015338                 TO BF-AUTH-REASON
015339         END-IF
015340         SET BF-NOT-AUTHORIZED TO TRUE
015341         GO TO 2500-EXIT
015342     END-IF.
015343     IF BF-RESTART-YES AND NOT OA-RESTART-ALLOWED
015344         MOVE "NOT AUTHORIZED TO REQUEST A RESTART"
015345             TO BF-AUTH-REASON
015346         SET BF-NOT-AUTHORIZED TO TRUE
015347         GO TO 2500-EXIT
015348     END-IF.
015349     IF BF-PRELOAD-FILE NOT = SPACES AND NOT OA-PRELOAD-ALLOWED
015350         MOVE "NOT AUTHORIZED TO PRELOAD A TAPE" TO BF-AUTH-REASON
015351         SET BF-NOT-AUTHORIZED TO TRUE
015352         GO TO 2500-EXIT
015353     END-IF.
015354     IF BF-SNAP-YES AND NOT OA-SNAPSHOT-ALLOWED
015355         MOVE "NOT AUTHORIZED TO SNAPSHOT THE TAPE"
015356             TO BF-AUTH-REASON
015357         SET BF-NOT-AUTHORIZED TO TRUE
015358         GO TO 2500-EXIT
015359     END-IF.
015360     IF BF-MAX-INSTR NOT NUMERIC OR BF-MAX-INSTR = ZERO
015361         GO TO 2500-EXIT
015362     END-IF.
015363     IF OA-MAX-BUDGET NUMERIC AND OA-MAX-BUDGET > ZERO
015364         MOVE OA-MAX-BUDGET TO BF-AUTH-LIMIT
015365     ELSE
015366         MOVE BF-DEFAULT-BUDGET TO BF-AUTH-LIMIT
015367     END-IF.
015368     IF BF-MAX-INSTR > BF-AUTH-LIMIT
015369         MOVE "INSTRUCTION BUDGET ABOVE THE OPERATOR'S LIMIT"
015370             TO BF-AUTH-REASON
015371         SET BF-NOT-AUTHORIZED TO TRUE
015372     END-IF.
015373     GO TO 2500-EXIT.
015374 2500-EXIT.
015375     EXIT.
015376
015377*-----------------------------------------------------------------
015378* 2510-MATCH-RUN-ENTRY - TRIES ONE RUN ENTRY OF THE OPERATOR'S
015379* MASTER RECORD AGAINST BF-AUTH-NAME.  A MEMBER CARD ONLY
015380* MATCHES TYPE M ENTRIES, A LOOSE-FILE CARD ONLY TYPE S.  A NAME
015381* ENDING IN * MATCHES ON THE CHARACTERS BEFORE IT (* ALONE
015382* MATCHES ANY NAME); ANY OTHER NAME MUST MATCH IN FULL.
015383*-----------------------------------------------------------------
015384 2510-MATCH-RUN-ENTRY.
015385     IF OA-RUN-NAME(BF-AUTH-IX) = SPACES
015386         GO TO 2510-EXIT
015387     END-IF.
015388     IF BF-MEMBER-NAME NOT = SPACES
015389         IF NOT OA-RUN-MEMBER(BF-AUTH-IX)
015390             GO TO 2510-EXIT
015391         END-IF
015392     ELSE
015393         IF NOT OA-RUN-SOURCE(BF-AUTH-IX)
015394             GO TO 2510-EXIT
015395         END-IF
015396     END-IF.
015397     MOVE 40 TO BF-AUTH-LEN.
015398     MOVE ZERO TO BF-TRAIL-SPACES.
015399     INSPECT OA-RUN-NAME(BF-AUTH-IX) TALLYING BF-TRAIL-SPACES
015400             FOR TRAILING SPACES.
015401     SUBTRACT BF-TRAIL-SPACES FROM BF-AUTH-LEN
015402             GIVING BF-AUTH-LEN.
015403     IF OA-RUN-NAME(BF-AUTH-IX)(BF-AUTH-LEN:1) NOT = "*"
015404         IF OA-RUN-NAME(BF-AUTH-IX) = BF-AUTH-NAME
015405             MOVE BF-AUTH-IX TO BF-AUTH-FOUND
015406         END-IF
015407         GO TO 2510-EXIT
015408     END-IF.
015409     SUBTRACT 1 FROM BF-AUTH-LEN.
015410     IF BF-AUTH-LEN = ZERO
015411         MOVE BF-AUTH-IX TO BF-AUTH-FOUND
015412         GO TO 2510-EXIT
015413     END-IF.
015414     IF OA-RUN-NAME(BF-AUTH-IX)(1:BF-AUTH-LEN)
015415             = BF-AUTH-NAME(1:BF-AUTH-LEN)
015416         MOVE BF-AUTH-IX TO BF-AUTH-FOUND
015417     END-IF.
015418     GO TO 2510-EXIT.
015419 2510-EXIT.
015420     EXIT.
015421
015422*=================================================================
015423* 3000-VALIDATE-PROGRAM
015424* PRE-FLIGHT PASS OVER SRC - REJECTS A SOURCE PROGRAM WHOSE
015425* SQUARE BRACKETS DO NOT BALANCE BEFORE A SINGLE INSTRUCTION IS
015426* EXECUTED, SO A BAD DECK NEVER GETS NEAR THE EXECUTION LOOP.
015427* AS A SIDE EFFECT OF THE PAIRING, EACH BRACKET'S PARTNER
015428* POSITION IS RECORDED IN BF-JUMP-TABLE FOR THE LOOP OPCODES.
015429*=================================================================
015430 3000-VALIDATE-PROGRAM.
015431     MOVE "Y" TO BF-VALID-SW.
015432     MOVE ZERO TO BF-BRACKET-DEPTH.
015433     PERFORM 3100-VALIDATE-CHAR THRU 3100-EXIT
015434             VARYING BF-SCAN-POINTER FROM 1 BY 1
015435             UNTIL BF-SCAN-POINTER > BF-SRC-LENGTH
015440                OR BF-PROGRAM-INVALID.
015450     IF BF-PROGRAM-VALID AND BF-BRACKET-DEPTH NOT = ZERO
015460         SET BF-PROGRAM-INVALID TO TRUE
015840             CONTINUE
015850     END-EVALUATE.
015860     GO TO 3100-EXIT.
015861 3100-EXIT.
015862     EXIT.
015863
015864*=================================================================
015865* 3500-BUILD-OPERATION-TABLE
015866* COMPILES THE VALIDATED SRC INTO THE OPERATION TABLE THE
015867* EXECUTOR RUNS FROM.  THE BRACKETS ARE KNOWN TO BALANCE, SO THE
015868* BRACKET STACK IS REUSED HERE TO PAIR THE BRACKET ENTRIES.
015869*=================================================================
015870 3500-BUILD-OPERATION-TABLE.
015871     MOVE ZERO TO BF-OP-COUNT.
015872     MOVE ZERO TO BF-BRACKET-DEPTH.
015873     PERFORM 3510-COMPILE-CHAR THRU 3510-EXIT
015874             VARYING BF-SCAN-POINTER FROM 1 BY 1
015875             UNTIL BF-SCAN-POINTER > BF-SRC-LENGTH.
015876     GO TO 3500-EXIT.
015877 3500-EXIT.
015878     EXIT.
015879
015880*-----------------------------------------------------------------
015881* 3510-COMPILE-CHAR - ONE SRC CHARACTER.  A + - < OR > EXTENDS
015882* THE PREVIOUS ENTRY WHEN THAT ENTRY IS A RUN OF THE SAME OPCODE
015883* (ONLY COMMENT TEXT CAN LIE BETWEEN THEM), OTHERWISE STARTS A
015884* NEW ONE.  A [ IMMEDIATELY FOLLOWED BY - OR + AND ] BECOMES ONE
015885* CLEAR ENTRY AND THE SCAN STEPS PAST ITS LAST TWO CHARACTERS.
015886*-----------------------------------------------------------------
015887 3510-COMPILE-CHAR.
015888     MOVE SRC(BF-SCAN-POINTER:1) TO BF-CURRENT-BYTE.
015889     EVALUATE BF-CURRENT-BYTE
015890         WHEN "+"
015891         WHEN "-"
015892         WHEN "<"
015893         WHEN ">"
015894             IF BF-OP-COUNT > ZERO
015895                AND BF-OP-CODE(BF-OP-COUNT) = BF-CURRENT-BYTE
015896                 ADD 1 TO BF-OP-REPEAT(BF-OP-COUNT)
015897                 MOVE BF-SCAN-POINTER TO BF-OP-END(BF-OP-COUNT)
015898             ELSE
015899                 PERFORM 3520-ADD-OPERATION THRU 3520-EXIT
015900             END-IF
015901         WHEN "."
015902         WHEN ","
015903             PERFORM 3520-ADD-OPERATION THRU 3520-EXIT
015904         WHEN "["
015905             PERFORM 3520-ADD-OPERATION THRU 3520-EXIT
015906             IF BF-SCAN-POINTER + 2 <= BF-SRC-LENGTH
015907                AND (SRC(BF-SCAN-POINTER + 1:1) = "-"
015908                  OR SRC(BF-SCAN-POINTER + 1:1) = "+")
015909                AND SRC(BF-SCAN-POINTER + 2:1) = "]"
015910                 MOVE "Z" TO BF-OP-CODE(BF-OP-COUNT)
015911                 ADD 2 TO BF-SCAN-POINTER
015912                 MOVE BF-SCAN-POINTER TO BF-OP-END(BF-OP-COUNT)
015913             ELSE
015914                 ADD 1 TO BF-BRACKET-DEPTH
015915                 MOVE BF-OP-COUNT
015916                     TO BF-BRACKET-ENTRY(BF-BRACKET-DEPTH)
015917             END-IF
015918         WHEN "]"
015919             PERFORM 3520-ADD-OPERATION THRU 3520-EXIT
015920             MOVE BF-BRACKET-ENTRY(BF-BRACKET-DEPTH)
015921                 TO BF-OP-JUMP(BF-OP-COUNT)
015922             MOVE BF-OP-COUNT TO BF-OP-JUMP
015923                 (BF-BRACKET-ENTRY(BF-BRACKET-DEPTH))
015924             SUBTRACT 1 FROM BF-BRACKET-DEPTH
015925         WHEN OTHER
015926             CONTINUE
015927     END-EVALUATE.
015928     GO TO 3510-EXIT.
015929 3510-EXIT.
015930     EXIT.
015931
015932 3520-ADD-OPERATION.
015933     ADD 1 TO BF-OP-COUNT.
015934     MOVE BF-CURRENT-BYTE TO BF-OP-CODE(BF-OP-COUNT).
015935     MOVE 1 TO BF-OP-REPEAT(BF-OP-COUNT).
015936     MOVE BF-SCAN-POINTER TO BF-OP-START(BF-OP-COUNT).
015937     MOVE BF-SCAN-POINTER TO BF-OP-END(BF-OP-COUNT).
015938     MOVE ZERO TO BF-OP-JUMP(BF-OP-COUNT).
015939     GO TO 3520-EXIT.
015940 3520-EXIT.
015941     EXIT.
015942*=================================================================
015943* 4000-EXECUTE-PROGRAM
015944* THE INTERPRETER PROPER - WALKS THE OPERATION TABLE FROM THE
015945* ENTRY HOLDING THE CURRENT I (POSITION 1 ON A FRESH RUN, OR A
015946* RESTORED CHECKPOINT POSITION) AND APPLIES EACH ENTRY AGAINST
015947* MEM AND POS.  I KEEPS ITS OLD MEANING THROUGHOUT - THE SRC
015950* POSITION JUST PAST THE LAST INSTRUCTION EXECUTED - SO THE
015951* GOVERNOR, CHECKPOINT AND POST-MORTEM SEE WHAT THEY ALWAYS DID.
015952* COMMENT TEXT BETWEEN AND AFTER THE ENTRIES IS STILL PASSED A
015953* CHARACTER AT A TIME (4095).
015960*=================================================================
015970 4000-EXECUTE-PROGRAM.
015971     PERFORM 4010-LOCATE-OPERATION THRU 4010-EXIT.
015980     PERFORM 4050-EXECUTE-OPERATION THRU 4050-EXIT
015990             UNTIL BF-OP-IX > BF-OP-COUNT OR BF-RUN-ERROR
016000                OR BF-BUDGET-EXHAUSTED.
016001     IF NOT BF-RUN-ERROR AND NOT BF-BUDGET-EXHAUSTED
016002         COMPUTE BF-OP-POSITION = BF-SRC-LENGTH + 1
016003         PERFORM 4095-PASS-COMMENT-TEXT THRU 4095-EXIT
016004     END-IF.
016010     GO TO 4000-EXIT.
016020 4000-EXIT.
016021     EXIT.
016022
016023*-----------------------------------------------------------------
016024* 4010-LOCATE-OPERATION - FINDS THE FIRST TABLE ENTRY THAT ENDS AT
016025* OR PAST I.  ON A FRESH RUN THAT IS ENTRY 1; ON A RESUMED RUN I
016026* MAY FALL BETWEEN ENTRIES (ON COMMENT TEXT) OR PART WAY THROUGH
016027* A RUN OR CLEAR ENTRY, WHICH 4090 THEN STEPS FROM I ONWARD.
016028*-----------------------------------------------------------------
016029 4010-LOCATE-OPERATION.
016030     MOVE ZERO TO BF-OP-FOUND.
016031     PERFORM 4011-MATCH-OPERATION THRU 4011-EXIT
016032             VARYING BF-OP-IX FROM 1 BY 1
016033             UNTIL BF-OP-IX > BF-OP-COUNT
016034                OR BF-OP-FOUND > ZERO.
016035     IF BF-OP-FOUND = ZERO
016036         COMPUTE BF-OP-IX = BF-OP-COUNT + 1
016037     ELSE
016038         MOVE BF-OP-FOUND TO BF-OP-IX
016039     END-IF.
016040     GO TO 4010-EXIT.
016041 4010-EXIT.
016042     EXIT.
016043
016044 4011-MATCH-OPERATION.
016045     IF BF-OP-END(BF-OP-IX) >= I
016046         MOVE BF-OP-IX TO BF-OP-FOUND
016047     END-IF.
016048     GO TO 4011-EXIT.
016049 4011-EXIT.
016050     EXIT.
016051
016052*-----------------------------------------------------------------
016053* 4050-EXECUTE-OPERATION - APPLIES THE CURRENT TABLE ENTRY IN ONE
016054* PASS WHEN NOTHING THAT WATCHES SINGLE INSTRUCTIONS COULD FIRE
016055* PART WAY THROUGH IT; OTHERWISE STEPS ONE INSTRUCTION OF IT.
016056* ANY COMMENT TEXT AHEAD OF THE ENTRY IS PASSED FIRST.
016057*-----------------------------------------------------------------
016058 4050-EXECUTE-OPERATION.
016059     MOVE "N" TO BF-OP-BULK-SW.
016060     IF I < BF-OP-START(BF-OP-IX)
016061         MOVE BF-OP-START(BF-OP-IX) TO BF-OP-POSITION
016062         PERFORM 4095-PASS-COMMENT-TEXT THRU 4095-EXIT
016063         IF BF-RUN-ERROR OR BF-BUDGET-EXHAUSTED
016064             GO TO 4050-EXIT
016065         END-IF
016066     END-IF.
016068     IF BF-TRACE-ON OR BF-PROF-ON
016069        OR I > BF-OP-START(BF-OP-IX)
016070         GO TO 4050-STEP
016071     END-IF.
016072     IF BF-OP-IS-RUN(BF-OP-IX) AND BF-OP-REPEAT(BF-OP-IX) > 1
016073         PERFORM 4060-CHECK-RUN-BULK THRU 4060-EXIT
016074     END-IF.
016075     IF BF-OP-IS-CLEAR(BF-OP-IX)
016076         PERFORM 4070-CHECK-CLEAR-BULK THRU 4070-EXIT
016077     END-IF.
016078     IF BF-OP-BULK
016079         PERFORM 4080-EXECUTE-BULK THRU 4080-EXIT
016080         GO TO 4050-EXIT
016081     END-IF.
016082 4050-STEP.
016083     PERFORM 4090-EXECUTE-ONE-STEP THRU 4090-EXIT.
016084     GO TO 4050-EXIT.
016085 4050-EXIT.
016086     EXIT.
016087
016088*-----------------------------------------------------------------
016089* 4060-CHECK-RUN-BULK - A RUN CAN GO IN ONE PASS UNLESS A POINTER
016090* RUN WOULD LEAVE THE TAPE (STEPPING TRAPS IT AT THE EXACT
016091* INSTRUCTION) OR THE RUN CROSSES A BUDGET OR CHECKPOINT MARK.
016092*-----------------------------------------------------------------
016093 4060-CHECK-RUN-BULK.
016094     MOVE BF-OP-REPEAT(BF-OP-IX) TO BF-OP-UNITS.
016095     MOVE ZERO TO BF-OP-CYCLES.
016096     IF BF-OP-CODE(BF-OP-IX) = ">"
016097        AND POS + BF-OP-UNITS > BF-TAPE-SIZE
016098         GO TO 4060-EXIT
016099     END-IF.
016100     IF BF-OP-CODE(BF-OP-IX) = "<"
016101        AND POS <= BF-OP-UNITS
016102         GO TO 4060-EXIT
016103     END-IF.
016104     PERFORM 4065-CHECK-BOUNDARIES THRU 4065-EXIT.
016105     GO TO 4060-EXIT.
016106 4060-EXIT.
016107     EXIT.
016108
016109*-----------------------------------------------------------------
016110* 4065-CHECK-BOUNDARIES - THE ENTRY'S BF-OP-UNITS INSTRUCTIONS MAY
016111* GO IN ONE PASS ONLY IF NONE BUT THE LAST OF THEM REACHES THE
016112* BUDGET OR A CHECKPOINT MULTIPLE - THE LAST ONE IS CHECKED AFTER
016113* THE PASS EXACTLY AS 4100 CHECKS A SINGLE INSTRUCTION.
016114*-----------------------------------------------------------------
016115 4065-CHECK-BOUNDARIES.
016116     DIVIDE CNT BY BF-CHECKPOINT-INTERVAL
016117             GIVING BF-CKPT-QUOTIENT.
016118     COMPUTE BF-OP-NEXT-CKPT =
016119         (BF-CKPT-QUOTIENT + 1) * BF-CHECKPOINT-INTERVAL.
016120     IF CNT + BF-OP-UNITS <= BF-INSTR-BUDGET
016121        AND CNT + BF-OP-UNITS <= BF-OP-NEXT-CKPT
016122         SET BF-OP-BULK TO TRUE
016123     END-IF.
016124     GO TO 4065-EXIT.
016125 4065-EXIT.
016126     EXIT.
016127
016128*-----------------------------------------------------------------
016129* 4070-CHECK-CLEAR-BULK - WORKS OUT HOW MANY TIMES THE [-] OR [+]
016130* BODY WOULD RUN FROM THE CURRENT CELL (NONE FOR A ZERO CELL) AND
016131* SO HOW MANY INSTRUCTIONS THE LOOP COSTS: THE [ ONCE, THEN THE
016132* BODY AND THE ] ONCE PER PASS.
016133*-----------------------------------------------------------------
016134 4070-CHECK-CLEAR-BULK.
016135     PERFORM 4085-SET-CELL-LIMITS THRU 4085-EXIT.
016136     EVALUATE TRUE
016137         WHEN MEME(POS) = ZERO
016138             MOVE ZERO TO BF-OP-CYCLES
016139         WHEN SRC(BF-OP-START(BF-OP-IX) + 1:1) = "-"
016140             MOVE MEME(POS) TO BF-OP-CYCLES
016141         WHEN MEME(POS) >= BF-CELL-TOP
016142             MOVE 1 TO BF-OP-CYCLES
016143         WHEN OTHER
016144             COMPUTE BF-OP-CYCLES = BF-CELL-MODULUS - MEME(POS)
016145     END-EVALUATE.
016146     COMPUTE BF-OP-UNITS = 1 + (2 * BF-OP-CYCLES).
016147     PERFORM 4065-CHECK-BOUNDARIES THRU 4065-EXIT.
016148     GO TO 4070-EXIT.
016149 4070-EXIT.
016150     EXIT.
016151
016152*-----------------------------------------------------------------
016153* 4080-EXECUTE-BULK - APPLIES A WHOLE RUN OR CLEAR ENTRY, COUNTS
016154* EVERY INSTRUCTION IT STANDS FOR AGAINST ITS OWN OPCODE AND CNT,
016155* LEAVES I JUST PAST THE ENTRY'S LAST CHARACTER, AND THEN MAKES
016156* THE SAME HIGH-WATER, GOVERNOR AND CHECKPOINT CHECKS 4100 MAKES
016157* AFTER ONE INSTRUCTION.
016158*-----------------------------------------------------------------
016159 4080-EXECUTE-BULK.
016160     EVALUATE BF-OP-CODE(BF-OP-IX)
016161         WHEN "+"
016162             PERFORM 4081-ADD-RUN-TO-CELL THRU 4081-EXIT
016163             ADD BF-OP-UNITS TO BF-CNT-PLUS CNT
016164         WHEN "-"
016165             PERFORM 4082-SUBTRACT-RUN-FROM-CELL THRU 4082-EXIT
016166             ADD BF-OP-UNITS TO BF-CNT-MINUS CNT
016167         WHEN ">"
016168             ADD BF-OP-UNITS TO POS
016169             ADD BF-OP-UNITS TO BF-CNT-GT CNT
016170         WHEN "<"
016171             SUBTRACT BF-OP-UNITS FROM POS
016172             ADD BF-OP-UNITS TO BF-CNT-LT CNT
016173         WHEN "Z"
016174             MOVE ZERO TO MEME(POS)
016175             ADD 1 TO BF-CNT-LBRACKET
016176             ADD BF-OP-CYCLES TO BF-CNT-RBRACKET
016177             IF SRC(BF-OP-START(BF-OP-IX) + 1:1) = "-"
016178                 ADD BF-OP-CYCLES TO BF-CNT-MINUS
016179             ELSE
016180                 ADD BF-OP-CYCLES TO BF-CNT-PLUS
016181             END-IF
016182             ADD BF-OP-UNITS TO CNT
016183     END-EVALUATE.
016184     COMPUTE I = BF-OP-END(BF-OP-IX) + 1.
016185     ADD 1 TO BF-OP-IX.
016186     IF POS > BF-HIGH-CELL
016187         MOVE POS TO BF-HIGH-CELL
016188     END-IF.
016189     IF CNT >= BF-INSTR-BUDGET AND I <= BF-SRC-LENGTH
016190         PERFORM 4195-GOVERNOR-STOP THRU 4195-EXIT
016191     ELSE
016192         PERFORM 4190-CHECKPOINT-IF-DUE THRU 4190-EXIT
016193     END-IF.
016194     GO TO 4080-EXIT.
016195 4080-EXIT.
016196     EXIT.
016197
016198*-----------------------------------------------------------------
016199* 4081-ADD-RUN-TO-CELL AND 4082-SUBTRACT-RUN-FROM-CELL - THE NET
016200* EFFECT OF BF-OP-UNITS PLUSES OR MINUSES, WRAPPING THE SAME WAY
016201* 4110 AND 4120 DO ONE AT A TIME.  A CELL ABOVE THE MODE'S TOP
016202* VALUE (A BYTE READ INTO A NIBBLE-MODE CELL) WRAPS TO ZERO ON
016203* ITS FIRST PLUS, AS IN 4110.
016204*-----------------------------------------------------------------
016205 4081-ADD-RUN-TO-CELL.
016206     PERFORM 4085-SET-CELL-LIMITS THRU 4085-EXIT.
016207     MOVE BF-OP-UNITS TO BF-CELL-WORK.
016208     IF MEME(POS) > BF-CELL-TOP
016209         MOVE ZERO TO MEME(POS)
016210         SUBTRACT 1 FROM BF-CELL-WORK
016211     END-IF.
016212     ADD MEME(POS) TO BF-CELL-WORK.
016213     DIVIDE BF-CELL-WORK BY BF-CELL-MODULUS
016214             GIVING BF-CELL-QUOTIENT
016215             REMAINDER BF-CELL-REMAINDER.
016216     MOVE BF-CELL-REMAINDER TO MEME(POS).
016217     GO TO 4081-EXIT.
016218 4081-EXIT.
016219     EXIT.
016220
016221 4082-SUBTRACT-RUN-FROM-CELL.
016222     PERFORM 4085-SET-CELL-LIMITS THRU 4085-EXIT.
016223     IF BF-OP-UNITS <= MEME(POS)
016224         SUBTRACT BF-OP-UNITS FROM MEME(POS)
016225         GO TO 4082-EXIT
016226     END-IF.
016227     COMPUTE BF-CELL-WORK = BF-OP-UNITS - MEME(POS) - 1.
016228     DIVIDE BF-CELL-WORK BY BF-CELL-MODULUS
016229             GIVING BF-CELL-QUOTIENT
016230             REMAINDER BF-CELL-REMAINDER.
016231     COMPUTE MEME(POS) = BF-CELL-TOP - BF-CELL-REMAINDER.
016232     GO TO 4082-EXIT.
016233 4082-EXIT.
016234     EXIT.
016235
016236 4085-SET-CELL-LIMITS.
016237     IF BF-MODE-NIBBLE
016238         MOVE 9 TO BF-CELL-TOP
016239     ELSE
016240         MOVE 255 TO BF-CELL-TOP
016241     END-IF.
016242     COMPUTE BF-CELL-MODULUS = BF-CELL-TOP + 1.
016243     GO TO 4085-EXIT.
016244 4085-EXIT.
016245     EXIT.
016246
016247*-----------------------------------------------------------------
016248* 4090-EXECUTE-ONE-STEP - EXECUTES THE CURRENT ENTRY'S NEXT SINGLE
016249* INSTRUCTION THROUGH 4100, EXACTLY AS THE OLD CHARACTER-AT-A-
016250* TIME LOOP DID, THEN MOVES TO THE NEXT ENTRY WHEN THIS ONE IS
016251* FINISHED - FOLLOWING A BRACKET'S JUMP TO THE ENTRY AFTER ITS
016252* PARTNER.  THE NEXT INSTRUCTION OF A RUN IS THE FIRST OF ITS
016253* OPCODE AT OR PAST I; OF A CLEAR ENTRY, THE CHARACTER AT I.
016254*-----------------------------------------------------------------
016255 4090-EXECUTE-ONE-STEP.
016256     MOVE BF-OP-START(BF-OP-IX) TO BF-OP-POSITION.
016257     IF I > BF-OP-START(BF-OP-IX)
016258         IF BF-OP-IS-RUN(BF-OP-IX)
016259             MOVE ZERO TO BF-OP-OFFSET
016260             INSPECT SRC(I:BF-OP-END(BF-OP-IX) - I + 1)
016261                     TALLYING BF-OP-OFFSET FOR CHARACTERS
016262                     BEFORE INITIAL BF-OP-CODE(BF-OP-IX)
016263             COMPUTE BF-OP-POSITION = I + BF-OP-OFFSET
016264         ELSE
016265             MOVE I TO BF-OP-POSITION
016266         END-IF
016267     END-IF.
016268     PERFORM 4095-PASS-COMMENT-TEXT THRU 4095-EXIT.
016269     IF BF-RUN-ERROR OR BF-BUDGET-EXHAUSTED
016270         GO TO 4090-EXIT
016271     END-IF.
016272     PERFORM 4100-EXECUTE-INSTRUCTION THRU 4100-EXIT.
016273     IF BF-RUN-ERROR
016274         GO TO 4090-EXIT
016275     END-IF.
016276     EVALUATE BF-OP-CODE(BF-OP-IX)
016277         WHEN "["
016278             IF I > BF-OP-POSITION + 1
016279                 MOVE BF-OP-JUMP(BF-OP-IX) TO BF-OP-IX
016280             END-IF
016281             ADD 1 TO BF-OP-IX
016282         WHEN "]"
016283             IF I <= BF-OP-POSITION
016284                 MOVE BF-OP-JUMP(BF-OP-IX) TO BF-OP-IX
016285             END-IF
016286             ADD 1 TO BF-OP-IX
016287         WHEN "Z"
016288             IF I > BF-OP-END(BF-OP-IX)
016289                 ADD 1 TO BF-OP-IX
016290             END-IF
016291         WHEN OTHER
016292             IF BF-OP-POSITION >= BF-OP-END(BF-OP-IX)
016293                 ADD 1 TO BF-OP-IX
016294             END-IF
016295     END-EVALUATE.
016296     GO TO 4090-EXIT.
016297 4090-EXIT.
016298     EXIT.
016299
016300*-----------------------------------------------------------------
016301* 4095-PASS-COMMENT-TEXT - CARRIES I OVER THE COMMENT TEXT
016302* AHEAD OF BF-OP-POSITION ONE CHARACTER AT A TIME THROUGH 4100,
016303* AS THE OLD CHARACTER-AT-A-TIME LOOP DID, SO THE GOVERNOR AND
016304* CHECKPOINT CHECKS STILL FALL ON EVERY SRC CHARACTER AND A
016305* CHECKPOINT IS WRITTEN AT THE SAME POINTS WITH THE SAME I.
016306*-----------------------------------------------------------------
016307 4095-PASS-COMMENT-TEXT.
016308     PERFORM 4100-EXECUTE-INSTRUCTION THRU 4100-EXIT
016309             UNTIL I >= BF-OP-POSITION OR BF-RUN-ERROR
016310                OR BF-BUDGET-EXHAUSTED.
016311     GO TO 4095-EXIT.
016312 4095-EXIT.
016313     EXIT.
016314
016315 4100-EXECUTE-INSTRUCTION.
016316     MOVE SRC(I:1) TO BF-CURRENT-BYTE.
016317     IF BF-TRACE-ON OR BF-PROF-ON
016318         MOVE I TO BF-TRC-SAVE-I
016319     END-IF.
016320     EVALUATE BF-CURRENT-BYTE
016321         WHEN "+"
016322             PERFORM 4110-INCREMENT-CELL THRU 4110-EXIT
016323         WHEN "-"
016324             PERFORM 4120-DECREMENT-CELL THRU 4120-EXIT
016325         WHEN ">"
016326             PERFORM 4130-MOVE-POINTER-RIGHT THRU 4130-EXIT
016327         WHEN "<"
016328             PERFORM 4140-MOVE-POINTER-LEFT THRU 4140-EXIT
016329         WHEN "."
016330             PERFORM 4150-OUTPUT-CELL THRU 4150-EXIT
016331         WHEN ","
016332             PERFORM 4160-INPUT-CELL THRU 4160-EXIT
016333         WHEN "["
016334             PERFORM 4170-LOOP-START THRU 4170-EXIT
016335         WHEN "]"
016336             PERFORM 4180-LOOP-END THRU 4180-EXIT
016337         WHEN OTHER
016338             CONTINUE
016339     END-EVALUATE.
016340     IF BF-TRACE-ON
016341         PERFORM 4200-TRACE-INSTRUCTION THRU 4200-EXIT
016342     END-IF.
016343     IF BF-PROF-ON
016344         PERFORM 4205-PROFILE-INSTRUCTION THRU 4205-EXIT
016350     END-IF.
016360     IF POS > BF-HIGH-CELL
016370         MOVE POS TO BF-HIGH-CELL
020940                 BF-PRF-FILENAME
020950         GO TO 5100-EXIT
020960     END-IF.
020961     MOVE BF-PRF-FILENAME TO BF-INV-NAME.
020962     MOVE "PRF" TO BF-INV-TYPE.
020963     PERFORM 2296-NOTE-STEP-DATASET THRU 2296-EXIT.
020970     MOVE SPACES TO F14-TEXT.
020980     STRING "EXECUTION PROFILE - " DELIMITED BY SIZE
020990             BF-SRC-FILENAME DELIMITED BY SPACE
023140     OPEN OUTPUT F5.
023150     WRITE F5-RECORD.
023160     CLOSE F5.
023161     IF BF-FS-F5 = "00"
023162         MOVE BF-CKPT-FILENAME TO BF-INV-NAME
023163         MOVE "CKPT" TO BF-INV-TYPE
023164         PERFORM 2296-NOTE-STEP-DATASET THRU 2296-EXIT
023165     END-IF.
023170     GO TO 6000-EXIT.
023180 6000-EXIT.
023190     EXIT.
023370     IF NOT (BF-FS-F13 = "00")
023380         DISPLAY "BRAINFUCOIDAN: SNAPSHOT WRITE FAILED, STATUS "
023390                 BF-FS-F13 " - " BF-SNAP-FILENAME
023391     ELSE
023392         MOVE BF-SNAP-FILENAME TO BF-INV-NAME
023393         MOVE "TAPE" TO BF-INV-TYPE
023394         PERFORM 2296-NOTE-STEP-DATASET THRU 2296-EXIT
023400     END-IF.
023410     CLOSE F13.
023420     GO TO 6100-EXIT.
023930* THE VERIFICATION REPORT.  A FAIL RAISES RC 07 UNLESS THE STEP
023940* ALREADY ENDED WORSE.  A STEP STOPPED BY THE GOVERNOR IS NOT
023950* COMPARED AT ALL - ITS OUTPUT IS KNOWN TO BE CUT SHORT AND ITS
023960* RC 06 IS THE CODE THE SCHEDULER NEEDS TO SEE.  EVERY LINE
023961* CARRIES, PAST COLUMN 132, THE MEMBER, LIBRARY AND VERSION RUN
023962* AND THE RUN'S START TIMESTAMP, JOB AND STEP, SO LIBMAINT CAN
023963* TELL WHICH VERIFY RUN PASSED WHICH TEST VERSION OF A MEMBER.
023970*=================================================================
023980 7000-VERIFY-OUTPUT.
023981     MOVE SPACES TO F10-RECORD.
023982     IF BF-MEMBER-NAME NOT = SPACES
023983         MOVE BF-MEMBER-NAME TO F10-MEMBER-NAME
023984         IF BF-LIBRARY = SPACE
023985             MOVE "P" TO F10-LIBRARY
023986         ELSE
023987             MOVE BF-LIBRARY TO F10-LIBRARY
023988         END-IF
023989     END-IF.
023990     MOVE BF-MEMBER-VERSION TO F10-VERSION.
023991     MOVE BF-START-DATE TO F10-RUN-DATE.
023992     MOVE BF-START-TIME TO F10-RUN-TIME.
023993     MOVE BF-JOB-ID TO F10-JOB-ID.
023994     MOVE BF-STEP-NAME TO F10-STEP-NAME.
023995     IF BF-BUDGET-EXHAUSTED
024000         MOVE SPACES TO F10-TEXT
024010         STRING "SKIP " DELIMITED BY SIZE
024020                 BF-SRC-FILENAME DELIMITED BY SPACE
025140     CLOSE F10.
025150     CLOSE F6.
025160     CLOSE F7.
025161     IF BF-INV-OPEN
025162         PERFORM 9010-POST-JOB-INVENTORY THRU 9010-EXIT
025163                 VARYING BF-INV-IX FROM 1 BY 1
025164                 UNTIL BF-INV-IX > BF-INV-JOB-COUNT
025165         CLOSE F18
025166     END-IF.
025167     IF BF-AUTH-OPEN
025168         CLOSE F17
025169     END-IF.
025170     IF BF-WORST-RC > ZERO
025180         MOVE BF-WORST-RC TO RETURN-CODE
025190     END-IF.
025200     GO TO 9000-EXIT.
025210 9000-EXIT.
025220     EXIT.
025230
025240*-----------------------------------------------------------------
025250* 9010-POST-JOB-INVENTORY - WRITES ONE INVENTORY RECORD FOR A LOG
025260* PARTITION THIS JOB CREATED, CARRYING THE JOB'S WORST RETURN
025270* CODE AND NO STEP NAME.  THE CREATION STAMP IS THE JOB'S START.
025280*-----------------------------------------------------------------
025290 9010-POST-JOB-INVENTORY.
025300     MOVE SPACES TO F18-RECORD.
025310     MOVE BF-INV-JOB-DSNAME(BF-INV-IX) TO F18-DSNAME.
025320     MOVE BF-INV-JOB-TYPE(BF-INV-IX) TO F18-DS-TYPE.
025330     MOVE BF-JOB-ID       TO F18-JOB-ID.
025340     MOVE BF-RUN-DATE     TO F18-CREATE-DATE.
025350     MOVE BF-INV-JOB-TIME TO F18-CREATE-TIME.
025360     MOVE BF-WORST-RC     TO F18-RETURN-CODE.
025370     WRITE F18-RECORD.
025380     GO TO 9010-EXIT.
025390 9010-EXIT.
025400     EXIT.
