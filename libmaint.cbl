000198*                  NUMBER SO THE RUN LOG SHOWS AN HONEST
000199*                  LINEAGE; A NEW LISTVERS COMMAND PRINTS THE
000200*                  RETAINED VERSIONS PER MEMBER.
000201* 10/15/2026 DJ    MEMBERS CAN NOW ++INCLUDE OTHER MEMBERS.  A NEW
000202*                  WHEREUSED COMMAND LISTS EVERY MEMBER THAT
000203*                  INCLUDES THE NAMED MEMBER, AND DELETE NOW
000204*                  REFUSES A MEMBER THAT ANOTHER MEMBER STILL
000205*                  INCLUDES, LISTING THE INCLUDERS INSTEAD.
000206* 10/15/2026 DJ    ADDED THE SRCTEST TEST LIBRARY.  A T IN COLUMN
000207*                  24 OF AN ADD, REPLACE, DELETE, LIST OR
000208*                  WHEREUSED CARD WORKS ON SRCTEST INSTEAD OF
000209*                  SRCLIB (TEST VERSIONS ARE NOT ARCHIVED; A
000210*                  DELETE KEEPS THE HEADER SO NONE IS REUSED).  A
000211*                  NEW PROMOTE COMMAND COPIES A MEMBER'S TEST
000212*                  VERSION INTO PRODUCTION, ARCHIVING THE OUTGOING
000213*                  PRODUCTION VERSION AS REPLACE DOES, BUT ONLY
000214*                  WHEN VERIFRPT HOLDS A PASS FOR THAT MEMBER AND
000215*                  TEST VERSION DATED ON OR AFTER ITS LAST CHANGE;
000216*                  THE LISTING RECORDS THE PROMOTING OPERATOR, THE
000217*                  VERIFY RUN THAT JUSTIFIED IT AND WHEN.
000218*---------------------------------------------------------------
000219 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240*    L1 - THE CATALOGED SOURCE LIBRARY THE CURRENT CARD WORKS ON -
000241*    SRCLIB (PRODUCTION) OR SRCTEST (TEST), SWITCHED BY 2300.
000250     SELECT L1 ASSIGN TO DYNAMIC LIB-LIB-FILENAME
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS SL-KEY
000375         ACCESS MODE IS DYNAMIC
000376         RECORD KEY IS SA-KEY
000377         FILE STATUS IS LIB-FS-L4.
000378*    L5 - THE TEST LIBRARY, READ BY PROMOTE WHILE L1 IS SRCLIB.
000379     SELECT L5 ASSIGN TO "SRCTEST"
000380         ORGANIZATION IS INDEXED
000381         ACCESS MODE IS DYNAMIC
000382         RECORD KEY IS ST-KEY
000383         FILE STATUS IS LIB-FS-L5.
000384*    L6 - THE MERGED VERIFICATION REPORT, SEARCHED BY PROMOTE FOR
000385*    THE PASS THAT CLEARS A TEST VERSION FOR PRODUCTION.
000386     SELECT L6 ASSIGN TO "VERIFRPT"
000387         ORGANIZATION IS LINE SEQUENTIAL
000388         FILE STATUS IS LIB-FS-L6.
000389 DATA DIVISION.
000390 FILE SECTION.
000400 FD  L1
000410     LABEL RECORDS ARE STANDARD.
000490     03  L2-COMMAND              PIC X(008).
000500     03  L2-MEMBER               PIC X(008).
000510     03  L2-VERSION              PIC X(005).
000511     03  L2-LIBRARY              PIC X(001).
000512         88  L2-LIB-TEST             VALUE "T".
000513         88  L2-LIB-PROD             VALUE "P" " ".
000514     03  L2-OPERATOR-ID          PIC X(008).
000515     03  FILLER                  PIC X(048).
000520 01  L2-DATA-RECORD REDEFINES L2-RECORD.
000530     03  L2-TEXT                 PIC X(080).
000531*    WHEREUSED IS ONE COLUMN LONGER THAN THE COMMAND FIELD, SO ITS
000532*    MEMBER NAME STARTS ONE COLUMN FURTHER RIGHT.
000533 01  L2-LONG-COMMAND-RECORD REDEFINES L2-RECORD.
000534     03  FILLER                  PIC X(002).
000535     03  L2-LONG-COMMAND         PIC X(009).
000536     03  L2-LONG-MEMBER          PIC X(008).
000537     03  FILLER                  PIC X(061).
000540
000550 FD  L3
000560     LABEL RECORDS ARE STANDARD.
000582 FD  L4
000583     LABEL RECORDS ARE STANDARD.
000584     COPY SRCARCH.
000585
000586 FD  L5
000587     LABEL RECORDS ARE STANDARD.
000588     COPY SRCLIB REPLACING LEADING ==SL-== BY ==ST-==.
000589
000590*    THE VERIFICATION LINE AS THE INTERPRETER WRITES IT - FREE
000591*    TEXT IN THE FIRST 132 COLUMNS, THE RUN'S IDENTIFYING FIELDS
000592*    AFTER IT.  LINES WRITTEN BEFORE THE FIELDS WERE ADDED CARRY
000593*    BLANKS THERE AND NEVER MATCH.
000594 FD  L6
000595     LABEL RECORDS ARE STANDARD.
000596 01  L6-RECORD.
000597     03  L6-DISPOSITION          PIC X(004).
000598     03  FILLER                  PIC X(128).
000599     03  FILLER                  PIC X(001).
000600     03  L6-MEMBER-NAME          PIC X(008).
000601     03  FILLER                  PIC X(001).
000602     03  L6-LIBRARY              PIC X(001).
000603     03  FILLER                  PIC X(001).
000604     03  L6-VERSION              PIC X(005).
000605     03  L6-VERSION-N REDEFINES L6-VERSION
000606                                 PIC 9(005).
000607     03  FILLER                  PIC X(001).
000608     03  L6-RUN-DATE             PIC X(008).
000609     03  L6-RUN-DATE-N REDEFINES L6-RUN-DATE
000610                                 PIC 9(008).
000611     03  FILLER                  PIC X(001).
000612     03  L6-RUN-TIME             PIC X(008).
000613     03  L6-RUN-TIME-N REDEFINES L6-RUN-TIME
000614                                 PIC 9(008).
000615     03  FILLER                  PIC X(001).
000616     03  L6-JOB-ID               PIC X(008).
000617     03  FILLER                  PIC X(001).
000618     03  L6-STEP-NAME            PIC X(008).
000619 WORKING-STORAGE SECTION.
000620*---------------------------------------------------------------
000621* STANDALONE COUNTERS AND SWITCHES.
000622*---------------------------------------------------------------
000630 77  LIB-LINE-NO                 PIC 9(005) COMP VALUE ZERO.
000640 77  LIB-NEW-VERSION             PIC 9(005) COMP VALUE ZERO.
000650 77  LIB-MEMBERS-LISTED          PIC 9(005) COMP VALUE ZERO.
000651 77  LIB-VERSIONS-LISTED         PIC 9(005) COMP VALUE ZERO.
000652 77  LIB-RESTORE-VERSION         PIC 9(005) COMP VALUE ZERO.
000653 77  LIB-MAX-ARCH-VERSION        PIC 9(005) COMP VALUE ZERO.
000654 77  LIB-INCLUDES-FOUND          PIC 9(005) COMP VALUE ZERO.
000655 77  LIB-INCLUDES-MISSING        PIC 9(005) COMP VALUE ZERO.
000656 77  LIB-TEST-VERSION            PIC 9(005) COMP VALUE ZERO.
000657 77  LIB-TEST-DATE               PIC 9(008) COMP VALUE ZERO.
000660 77  LIB-RETURN-CODE             PIC 9(002) COMP VALUE ZERO.
000670
000680 01  LIB-SWITCHES.
000740         88  LIB-ADDING               VALUE "Y".
000750     03  LIB-MEMBER-FOUND-SW     PIC X(001) VALUE "N".
000760         88  LIB-MEMBER-FOUND         VALUE "Y".
000761     03  LIB-LIST-USES-SW        PIC X(001) VALUE "N".
000762         88  LIB-LIST-USES            VALUE "Y".
000763     03  LIB-EOF-L5-SW           PIC X(001) VALUE "N".
000764         88  LIB-EOF-L5               VALUE "Y".
000765     03  LIB-EOF-L6-SW           PIC X(001) VALUE "N".
000766         88  LIB-EOF-L6               VALUE "Y".
000767     03  LIB-CARD-OK-SW          PIC X(001) VALUE "Y".
000768         88  LIB-CARD-OK              VALUE "Y".
000769     03  LIB-PASS-FOUND-SW       PIC X(001) VALUE "N".
000770         88  LIB-PASS-FOUND           VALUE "Y".
000771     03  LIB-TOMBSTONE-SW        PIC X(001) VALUE "N".
000772         88  LIB-TOMBSTONE-FOUND      VALUE "Y".
000773
000780 01  LIB-FILE-STATUSES.
000790     03  LIB-FS-L1               PIC X(002).
000800     03  LIB-FS-L2               PIC X(002).
000810     03  LIB-FS-L3               PIC X(002).
000811     03  LIB-FS-L4               PIC X(002).
000812     03  LIB-FS-L5               PIC X(002).
000813     03  LIB-FS-L6               PIC X(002).
000820
000830*---------------------------------------------------------------
000840* THE MEMBER AND VERSION CURRENTLY BEING BUILT BY AN ADD OR A
000860*---------------------------------------------------------------
000870 01  LIB-WORK-MEMBER             PIC X(008) VALUE SPACES.
000880 01  LIB-RUN-DATE                PIC 9(008) VALUE ZERO.
000881 01  LIB-RUN-TIME                PIC 9(008) VALUE ZERO.
000882
000883*---------------------------------------------------------------
000884* THE LIBRARY L1 IS OPEN ON, THE ONE THE CURRENT CARD ASKS FOR,
000885* AND THE PROMOTE WORK AREAS - THE VERIFY RUN THAT CLEARED THE
000886* TEST VERSION AND THE REASON FOR A REFUSAL.
000887*---------------------------------------------------------------
000888 01  LIB-LIB-FILENAME            PIC X(008) VALUE "SRCLIB".
000889     88  LIB-ON-TEST                 VALUE "SRCTEST".
000890 01  LIB-WANT-FILENAME           PIC X(008) VALUE SPACES.
000891 01  LIB-VFY-DATE                PIC 9(008) VALUE ZERO.
000892 01  LIB-VFY-TIME                PIC 9(008) VALUE ZERO.
000893 01  LIB-VFY-JOB-ID              PIC X(008) VALUE SPACES.
000894 01  LIB-VFY-STEP-NAME           PIC X(008) VALUE SPACES.
000895 01  LIB-REFUSE-REASON           PIC X(060) VALUE SPACES.
000896
000897*---------------------------------------------------------------
000898* THE MEMBER A WHERE-USED SCAN LOOKS FOR, AND THE TWO WORDS OF
000899* A ++INCLUDE LINE AS THE SCAN SPLITS THEM.
000900*---------------------------------------------------------------
000901 01  LIB-USED-MEMBER             PIC X(008) VALUE SPACES.
000902 01  LIB-INC-VERB                PIC X(010) VALUE SPACES.
000903 01  LIB-INC-WORD                PIC X(020) VALUE SPACES.
000904
000905*---------------------------------------------------------------
000910* LISTING PRINT LINE.
000920*---------------------------------------------------------------
000930 01  LIB-LINE-DIR.
001006     03  FILLER                  PIC X(012) VALUE "   ARCHIVED ".
001007     03  LIB-PRT-ARC-DATE        PIC 9(008).
001008     03  FILLER                  PIC X(087) VALUE SPACES.
001009 01  LIB-LINE-USE.
001010     03  FILLER                  PIC X(002) VALUE SPACES.
001011     03  LIB-PRT-USE-MEMBER      PIC X(008).
001012     03  FILLER                  PIC X(010) VALUE "   VERSION".
001013     03  LIB-PRT-USE-VERSION     PIC Z(004)9.
001014     03  FILLER                  PIC X(008) VALUE "   LINE ".
001015     03  LIB-PRT-USE-LINE        PIC Z(004)9.
001016     03  FILLER                  PIC X(094) VALUE SPACES.
001017 01  LIB-LINE-PROMOTED.
001018     03  FILLER                  PIC X(002) VALUE SPACES.
001019     03  LIB-PRT-PRM-MEMBER      PIC X(008).
001020     03  FILLER                  PIC X(015) VALUE
001021                                     "   TEST VERSION".
001022     03  LIB-PRT-PRM-TEST-VER    PIC Z(004)9.
001023     03  FILLER                  PIC X(016) VALUE
001024                                     "   PROD VERSION ".
001025     03  LIB-PRT-PRM-PROD-VER    PIC Z(004)9.
001026     03  FILLER                  PIC X(017) VALUE
001027                                     "   PROMOTED BY ".
001028     03  LIB-PRT-PRM-OPERATOR    PIC X(008).
001029     03  FILLER                  PIC X(004) VALUE " ON ".
001030     03  LIB-PRT-PRM-DATE        PIC 9(008).
001031     03  FILLER                  PIC X(001) VALUE SPACE.
001032     03  LIB-PRT-PRM-TIME        PIC 9(008).
001033     03  FILLER                  PIC X(035) VALUE SPACES.
001034 01  LIB-LINE-JUSTIFIED.
001035     03  FILLER                  PIC X(010) VALUE SPACES.
001036     03  FILLER                  PIC X(023) VALUE
001037                                     "   VERIFY PASS BY JOB ".
001038     03  LIB-PRT-VFY-JOB-ID      PIC X(008).
001039     03  FILLER                  PIC X(006) VALUE " STEP ".
001040     03  LIB-PRT-VFY-STEP        PIC X(008).
001041     03  FILLER                  PIC X(008) VALUE " RUN OF ".
001042     03  LIB-PRT-VFY-DATE        PIC 9(008).
001043     03  FILLER                  PIC X(001) VALUE SPACE.
001044     03  LIB-PRT-VFY-TIME        PIC 9(008).
001045     03  FILLER                  PIC X(052) VALUE SPACES.
001046 PROCEDURE DIVISION.
001047
001048*=================================================================
001049* 0000-MAINLINE
001050* DRIVES THE COMMAND CARDS, ONE MAINTENANCE ACTION PER "./"
001060* CARD, UNTIL THE CARD FILE IS EXHAUSTED.
001070*=================================================================
001180* AND THE LISTING, THEN PRIMES THE FIRST CARD.
001190*=================================================================
001200 1000-INITIALIZE.
001210     PERFORM 1100-OPEN-LIBRARY THRU 1100-EXIT.
001321     OPEN I-O L4.
001322     IF LIB-FS-L4 = "35"
001323         OPEN OUTPUT L4
001470     GO TO 1000-EXIT.
001480 1000-EXIT.
001490     EXIT.
001491
001492*-----------------------------------------------------------------
001493* 1100-OPEN-LIBRARY - OPENS L1 ON THE LIBRARY NAMED IN
001494* LIB-LIB-FILENAME, CREATING IT ON FIRST USE.
001495*-----------------------------------------------------------------
001496 1100-OPEN-LIBRARY.
001497     OPEN I-O L1.
001498     IF LIB-FS-L1 = "35"
001499         OPEN OUTPUT L1
001500         CLOSE L1
001501         OPEN I-O L1
001502     END-IF.
001503     IF NOT (LIB-FS-L1 = "00")
001504         DISPLAY "LIBMAINT: UNABLE TO OPEN SOURCE LIBRARY "
001505                 LIB-LIB-FILENAME ", STATUS " LIB-FS-L1
001506         MOVE 16 TO RETURN-CODE
001507         STOP RUN
001508     END-IF.
001509     GO TO 1100-EXIT.
001510 1100-EXIT.
001511     EXIT.
001512
001513*=================================================================
001520* 2000-PROCESS-ONE-CARD
001530* DISPATCHES ONE COMMAND CARD.  A DATA CARD ARRIVING WITH NO
001540* ADD OR REPLACE IN PROGRESS IS FLAGGED AND SKIPPED.
001560 2000-PROCESS-ONE-CARD.
001570     IF L2-COMMAND-CARD
001580         MOVE "N" TO LIB-ADDING-SW
001581         PERFORM 2300-SELECT-LIBRARY THRU 2300-EXIT
001582         IF NOT LIB-CARD-OK
001583             PERFORM 2100-READ-CARD THRU 2100-EXIT
001584             GO TO 2000-EXIT
001585         END-IF
001590         EVALUATE L2-COMMAND
001600             WHEN "ADD     "
001610                 PERFORM 3000-ADD-MEMBER THRU 3000-EXIT
001672                 PERFORM 6500-RESTORE-MEMBER THRU 6500-EXIT
001673             WHEN "LISTVERS"
001674                 PERFORM 6700-LIST-VERSIONS THRU 6700-EXIT
001675             WHEN "PROMOTE "
001676                 PERFORM 6900-PROMOTE-MEMBER THRU 6900-EXIT
001677             WHEN "WHEREUSE"
001678                 IF L2-LONG-COMMAND = "WHEREUSED"
001679                     PERFORM 6800-WHERE-USED THRU 6800-EXIT
001680                 ELSE
001681                     DISPLAY "LIBMAINT: UNKNOWN COMMAND - "
001682                             L2-LONG-COMMAND
001683                     MOVE 8 TO LIB-RETURN-CODE
001684                 END-IF
001685             WHEN OTHER
001690                 DISPLAY "LIBMAINT: UNKNOWN COMMAND - "
001700                         L2-COMMAND
001710                 MOVE 8 TO LIB-RETURN-CODE
002140     GO TO 2200-EXIT.
002150 2200-EXIT.
002160     EXIT.
002161
002162*-----------------------------------------------------------------
002163* 2300-SELECT-LIBRARY - POINTS L1 AT THE LIBRARY THE COMMAND CARD
002164* ASKS FOR, REOPENING IT ONLY WHEN THAT CHANGES.  RESTORE AND
002165* LISTVERS WORK ON THE PRODUCTION ARCHIVE AND PROMOTE WRITES TO
002166* PRODUCTION, SO THOSE THREE ALWAYS GET SRCLIB; A T ON A RESTORE
002167* OR LISTVERS CARD IS AN ERROR.
002168*-----------------------------------------------------------------
002169 2300-SELECT-LIBRARY.
002170     MOVE "Y" TO LIB-CARD-OK-SW.
002171     IF NOT L2-LIB-TEST AND NOT L2-LIB-PROD
002172         DISPLAY "LIBMAINT: LIBRARY IS NOT P, T OR BLANK - "
002173                 L2-LIBRARY
002174         MOVE "N" TO LIB-CARD-OK-SW
002175         MOVE 8 TO LIB-RETURN-CODE
002176         GO TO 2300-EXIT
002177     END-IF.
002178     IF L2-LIB-TEST
002179        AND (L2-COMMAND = "RESTORE " OR L2-COMMAND = "LISTVERS")
002180         DISPLAY "LIBMAINT: " L2-COMMAND " WORKS ON THE "
002181                 "PRODUCTION LIBRARY ONLY"
002182         MOVE "N" TO LIB-CARD-OK-SW
002183         MOVE 8 TO LIB-RETURN-CODE
002184         GO TO 2300-EXIT
002185     END-IF.
002186     IF L2-LIB-TEST AND L2-COMMAND NOT = "PROMOTE "
002187         MOVE "SRCTEST" TO LIB-WANT-FILENAME
002188     ELSE
002189         MOVE "SRCLIB" TO LIB-WANT-FILENAME
002190     END-IF.
002191     IF LIB-WANT-FILENAME NOT = LIB-LIB-FILENAME
002192         CLOSE L1
002193         MOVE LIB-WANT-FILENAME TO LIB-LIB-FILENAME
002194         PERFORM 1100-OPEN-LIBRARY THRU 1100-EXIT
002195     END-IF.
002196     GO TO 2300-EXIT.
002197 2300-EXIT.
002198     EXIT.
002199
002200*=================================================================
002201* 3000-ADD-MEMBER
002202* CATALOGS A NEW MEMBER AT VERSION 1.  AN EXISTING MEMBER IS
002210* REJECTED - REPLACE IS THE COMMAND THAT SUPERSEDES ONE.  A
002211* MEMBER DELETED FROM SRCTEST COMES BACK ONE VERSION PAST THE
002212* DELETED ONE, REPLACING THE HEADER LEFT BEHIND BY THE DELETE.
002220*=================================================================
002230 3000-ADD-MEMBER.
002240     PERFORM 7000-LOOK-UP-MEMBER THRU 7000-EXIT.
002290         GO TO 3000-EXIT
002300     END-IF.
002310     MOVE L2-MEMBER TO LIB-WORK-MEMBER.
002320     IF LIB-TOMBSTONE-FOUND
002321         ADD 1 TO SL-VERSION GIVING LIB-NEW-VERSION
002322         PERFORM 7200-DELETE-ALL-LINES THRU 7200-EXIT
002323     ELSE
002324         MOVE 1 TO LIB-NEW-VERSION
002325     END-IF.
002330     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
002340     MOVE ZERO TO LIB-LINE-NO.
002350     SET LIB-ADDING TO TRUE.
002410* 4000-REPLACE-MEMBER
002420* SUPERSEDES A CATALOGED MEMBER - THE OLD LINES ARE ARCHIVED TO
002430* SRCARCH, THEN DELETED, AND THE VERSION NUMBER IS RAISED.  A
002440* MEMBER NOT YET CATALOGED IS ACCEPTED AS A NEW ONE AT VERSION 1,
002441* OR AS ADD TAKES IT WHEN SRCTEST HOLDS A DELETED MEMBER'S HEADER.
002450*=================================================================
002460 4000-REPLACE-MEMBER.
002470     PERFORM 7000-LOOK-UP-MEMBER THRU 7000-EXIT.
002491         PERFORM 7300-ARCHIVE-MEMBER THRU 7300-EXIT
002500         PERFORM 7200-DELETE-ALL-LINES THRU 7200-EXIT
002510     ELSE
002520         IF LIB-TOMBSTONE-FOUND
002521             ADD 1 TO SL-VERSION GIVING LIB-NEW-VERSION
002522             PERFORM 7200-DELETE-ALL-LINES THRU 7200-EXIT
002523         ELSE
002524             MOVE 1 TO LIB-NEW-VERSION
002525         END-IF
002530     END-IF.
002540     MOVE L2-MEMBER TO LIB-WORK-MEMBER.
002550     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
002620*=================================================================
002630* 5000-DELETE-MEMBER
002640* REMOVES A MEMBER AND ALL ITS LINES FROM THE LIBRARY, ARCHIVING
002650* THE OUTGOING VERSION FIRST SO RESTORE CAN BRING IT BACK.  A
002651* MEMBER STILL PULLED IN BY ANOTHER MEMBER'S ++INCLUDE IS NOT
002652* DELETED - THE INCLUDERS ARE LISTED AND THE CARD IS FAILED.
002653* SRCTEST KEEPS NO ARCHIVE, SO THERE THE HEADER IS WRITTEN BACK
002654* MARKED DELETED (7150) TO CARRY THE VERSION NUMBER FORWARD.
002655*=================================================================
002660 5000-DELETE-MEMBER.
002670     PERFORM 7000-LOOK-UP-MEMBER THRU 7000-EXIT.
002671     MOVE SL-VERSION TO LIB-NEW-VERSION.
002680     IF NOT LIB-MEMBER-FOUND
002690         DISPLAY "LIBMAINT: " L2-MEMBER " NOT CATALOGED"
002700         MOVE 8 TO LIB-RETURN-CODE
002710         GO TO 5000-EXIT
002720     END-IF.
002721     MOVE L2-MEMBER TO LIB-USED-MEMBER.
002722     MOVE "N" TO LIB-LIST-USES-SW.
002723     PERFORM 7600-FIND-INCLUDES THRU 7600-EXIT.
002724     IF LIB-INCLUDES-FOUND > ZERO
002725         DISPLAY "LIBMAINT: " L2-MEMBER " STILL INCLUDED BY "
002726                 "OTHER MEMBERS - NOT DELETED"
002727         MOVE SPACES TO L3-TEXT
002728         STRING "DELETE REFUSED - STILL INCLUDED - MEMBER "
002729                 DELIMITED BY SIZE
002730             L2-MEMBER DELIMITED BY SPACE
002731             INTO L3-TEXT
002732         END-STRING
002733         WRITE L3-RECORD
002734         SET LIB-LIST-USES TO TRUE
002735         PERFORM 7600-FIND-INCLUDES THRU 7600-EXIT
002736         MOVE 8 TO LIB-RETURN-CODE
002737         GO TO 5000-EXIT
002738     END-IF.
002739     MOVE L2-MEMBER TO LIB-WORK-MEMBER.
002740     PERFORM 7300-ARCHIVE-MEMBER THRU 7300-EXIT.
002745     PERFORM 7200-DELETE-ALL-LINES THRU 7200-EXIT.
002746     IF LIB-ON-TEST
002747         PERFORM 7150-WRITE-TOMBSTONE THRU 7150-EXIT
002748     END-IF.
002750     GO TO 5000-EXIT.
002760 5000-EXIT.
002770     EXIT.
002790*=================================================================
002800* 6000-LIST-DIRECTORY
002810* PRINTS EVERY MEMBER'S DIRECTORY HEADER - NAME, VERSION AND
002820* DATE ADDED - TO THE LISTING FILE.  A DELETED MEMBER'S HEADER
002821* LEFT IN SRCTEST IS NOT LISTED.
002830*=================================================================
002840 6000-LIST-DIRECTORY.
002850     IF LIB-ON-TEST
002851         MOVE "TEST LIBRARY DIRECTORY - SRCTEST" TO L3-TEXT
002852     ELSE
002853         MOVE "SOURCE LIBRARY DIRECTORY" TO L3-TEXT
002854     END-IF.
002860     WRITE L3-RECORD.
002870     MOVE ZERO TO LIB-MEMBERS-LISTED.
002880     MOVE "N" TO LIB-EOF-L1-SW.
003090             SET LIB-EOF-L1 TO TRUE
003100             GO TO 6100-EXIT
003110     END-READ.
003120     IF SL-LINE-NO = ZERO AND NOT SL-MEMBER-DELETED
003130         MOVE SL-MEMBER TO LIB-PRT-MEMBER
003140         MOVE SL-VERSION TO LIB-PRT-VERSION
003150         MOVE SL-DATE-ADDED TO LIB-PRT-DATE
003319 6710-EXIT.
003320     EXIT.
003321
003322*=================================================================
003323* 6800-WHERE-USED
003324* PRINTS EVERY ++INCLUDE OF THE MEMBER NAMED ON THE COMMAND CARD -
003325* THE INCLUDING MEMBER, ITS VERSION AND THE LINE - SO A FIX TO A
003326* SHARED MEMBER CAN BE CHECKED AGAINST EVERY MEMBER PULLING IT IN.
003327*=================================================================
003328 6800-WHERE-USED.
003329     IF L2-LONG-MEMBER = SPACES
003330         DISPLAY "LIBMAINT: WHEREUSED NEEDS A MEMBER NAME"
003331         MOVE 8 TO LIB-RETURN-CODE
003332         GO TO 6800-EXIT
003333     END-IF.
003334     MOVE SPACES TO L3-TEXT.
003335     STRING "SOURCE LIBRARY WHERE USED - MEMBER "
003336             DELIMITED BY SIZE
003337         L2-LONG-MEMBER DELIMITED BY SPACE
003338         INTO L3-TEXT
003339     END-STRING.
003340     WRITE L3-RECORD.
003341     MOVE L2-LONG-MEMBER TO LIB-USED-MEMBER.
003342     SET LIB-LIST-USES TO TRUE.
003343     PERFORM 7600-FIND-INCLUDES THRU 7600-EXIT.
003344     IF LIB-INCLUDES-FOUND = ZERO
003345         MOVE "  NOT INCLUDED BY ANY MEMBER" TO L3-TEXT
003346         WRITE L3-RECORD
003347     END-IF.
003348     GO TO 6800-EXIT.
003349 6800-EXIT.
003350     EXIT.
003351
003352*=================================================================
003353* 6900-PROMOTE-MEMBER
003354* COPIES THE MEMBER'S CURRENT TEST-LIBRARY VERSION INTO THE
003355* PRODUCTION LIBRARY.  REFUSED UNLESS VERIFRPT HOLDS A PASS FOR
003356* THAT MEMBER RUN FROM THE TEST LIBRARY AT THAT VERSION, DATED
003357* ON OR AFTER THE TEST VERSION WAS LAST CHANGED, AND UNLESS EVERY
003358* MEMBER IT ++INCLUDES IS ALREADY IN PRODUCTION.  THE OUTGOING
003359* PRODUCTION VERSION IS ARCHIVED AND DELETED AS REPLACE DOES,
003360* AND THE PROMOTED TEXT IS CATALOGED UNDER A RAISED PRODUCTION
003361* VERSION NUMBER.  THE CARD NAMES THE MEMBER, OPTIONALLY THE
003362* TEST VERSION EXPECTED, AND THE PROMOTING OPERATOR'S ID.
003363*=================================================================
003364 6900-PROMOTE-MEMBER.
003365     IF L2-MEMBER = SPACES
003366         DISPLAY "LIBMAINT: PROMOTE NEEDS A MEMBER NAME"
003367         MOVE 8 TO LIB-RETURN-CODE
003368         GO TO 6900-EXIT
003369     END-IF.
003370     IF L2-OPERATOR-ID = SPACES
003371         DISPLAY "LIBMAINT: PROMOTE NEEDS THE PROMOTING "
003372                 "OPERATOR ID"
003373         MOVE 8 TO LIB-RETURN-CODE
003374         GO TO 6900-EXIT
003375     END-IF.
003376     MOVE SPACES TO L3-TEXT.
003377     STRING "SOURCE LIBRARY PROMOTION - MEMBER "
003378             DELIMITED BY SIZE
003379         L2-MEMBER DELIMITED BY SPACE
003380         INTO L3-TEXT
003381     END-STRING.
003382     WRITE L3-RECORD.
003383     OPEN INPUT L5.
003384     IF NOT (LIB-FS-L5 = "00")
003385         MOVE "TEST LIBRARY NOT AVAILABLE" TO LIB-REFUSE-REASON
003386         PERFORM 6990-REFUSE-PROMOTE THRU 6990-EXIT
003387         GO TO 6900-EXIT
003388     END-IF.
003389     PERFORM 6910-PROMOTE-FROM-TEST THRU 6910-EXIT.
003390     CLOSE L5.
003391     GO TO 6900-EXIT.
003392 6900-EXIT.
003393     EXIT.
003394
003395*-----------------------------------------------------------------
003396* 6910-PROMOTE-FROM-TEST - THE PROMOTE ITSELF, WITH THE TEST
003397* LIBRARY OPEN ON L5 AND L1 ON PRODUCTION.
003398*-----------------------------------------------------------------
003399 6910-PROMOTE-FROM-TEST.
003400     MOVE L2-MEMBER TO ST-MEMBER.
003401     MOVE ZERO TO ST-LINE-NO.
003402     READ L5
003403         INVALID KEY
003404             MOVE "NOT CATALOGED IN THE TEST LIBRARY"
003405                 TO LIB-REFUSE-REASON
003406             PERFORM 6990-REFUSE-PROMOTE THRU 6990-EXIT
003407             GO TO 6910-EXIT
003408     END-READ.
003409     IF ST-MEMBER-DELETED
003410         MOVE "NOT CATALOGED IN THE TEST LIBRARY"
003411             TO LIB-REFUSE-REASON
003412         PERFORM 6990-REFUSE-PROMOTE THRU 6990-EXIT
003413         GO TO 6910-EXIT
003414     END-IF.
003415     MOVE ST-VERSION TO LIB-TEST-VERSION.
003416     MOVE ST-DATE-ADDED TO LIB-TEST-DATE.
003417     IF L2-VERSION NOT = SPACES
003418         IF L2-VERSION NOT NUMERIC
003419             MOVE "VERSION ON THE CARD IS NOT NUMERIC"
003420                 TO LIB-REFUSE-REASON
003421             PERFORM 6990-REFUSE-PROMOTE THRU 6990-EXIT
003422             GO TO 6910-EXIT
003423         END-IF
003424         IF L2-VERSION NOT = ST-VERSION
003425             MOVE "TEST LIBRARY HOLDS A DIFFERENT VERSION"
003426                 TO LIB-REFUSE-REASON
003427             PERFORM 6990-REFUSE-PROMOTE THRU 6990-EXIT
003428             GO TO 6910-EXIT
003429         END-IF
003430     END-IF.
003431     PERFORM 7700-FIND-VERIFY-PASS THRU 7700-EXIT.
003432     IF NOT LIB-PASS-FOUND
003433         MOVE "NO VERIFY PASS FOR THIS VERSION SINCE LAST CHANGE"
003434             TO LIB-REFUSE-REASON
003435         PERFORM 6990-REFUSE-PROMOTE THRU 6990-EXIT
003436         GO TO 6910-EXIT
003437     END-IF.
003438     PERFORM 7900-CHECK-PROMOTE-INCLUDES THRU 7900-EXIT.
003439     IF LIB-INCLUDES-MISSING > ZERO
003440         MOVE "AN INCLUDED MEMBER IS NOT IN PRODUCTION"
003441             TO LIB-REFUSE-REASON
003442         PERFORM 6990-REFUSE-PROMOTE THRU 6990-EXIT
003443         GO TO 6910-EXIT
003444     END-IF.
003445     PERFORM 7000-LOOK-UP-MEMBER THRU 7000-EXIT.
003446     IF LIB-MEMBER-FOUND
003447         ADD 1 TO SL-VERSION GIVING LIB-NEW-VERSION
003448         PERFORM 7300-ARCHIVE-MEMBER THRU 7300-EXIT
003449         PERFORM 7200-DELETE-ALL-LINES THRU 7200-EXIT
003450     ELSE
003451         PERFORM 7400-FIND-MAX-ARCHIVED THRU 7400-EXIT
003452         ADD 1 TO LIB-MAX-ARCH-VERSION GIVING LIB-NEW-VERSION
003453     END-IF.
003454     MOVE L2-MEMBER TO LIB-WORK-MEMBER.
003455     PERFORM 7100-WRITE-HEADER THRU 7100-EXIT.
003456     PERFORM 7800-COPY-TEST-VERSION THRU 7800-EXIT.
003457     ACCEPT LIB-RUN-TIME FROM TIME.
003458     MOVE L2-MEMBER TO LIB-PRT-PRM-MEMBER.
003459     MOVE LIB-TEST-VERSION TO LIB-PRT-PRM-TEST-VER.
003460     MOVE LIB-NEW-VERSION TO LIB-PRT-PRM-PROD-VER.
003461     MOVE L2-OPERATOR-ID TO LIB-PRT-PRM-OPERATOR.
003462     MOVE LIB-RUN-DATE TO LIB-PRT-PRM-DATE.
003463     MOVE LIB-RUN-TIME TO LIB-PRT-PRM-TIME.
003464     MOVE LIB-LINE-PROMOTED TO L3-TEXT.
003465     WRITE L3-RECORD.
003466     MOVE LIB-VFY-JOB-ID TO LIB-PRT-VFY-JOB-ID.
003467     MOVE LIB-VFY-STEP-NAME TO LIB-PRT-VFY-STEP.
003468     MOVE LIB-VFY-DATE TO LIB-PRT-VFY-DATE.
003469     MOVE LIB-VFY-TIME TO LIB-PRT-VFY-TIME.
003470     MOVE LIB-LINE-JUSTIFIED TO L3-TEXT.
003471     WRITE L3-RECORD.
003472     DISPLAY "LIBMAINT: PROMOTED " L2-MEMBER " TEST VERSION "
003473             LIB-TEST-VERSION " AS VERSION " LIB-NEW-VERSION
003474             " BY " L2-OPERATOR-ID.
003475     GO TO 6910-EXIT.
003476 6910-EXIT.
003477     EXIT.
003478
003479*-----------------------------------------------------------------
003480* 6990-REFUSE-PROMOTE - REPORTS A REFUSED PROMOTE, WITH THE
003481* REASON IN LIB-REFUSE-REASON, AND FAILS THE CARD.
003482*-----------------------------------------------------------------
003483 6990-REFUSE-PROMOTE.
003484     DISPLAY "LIBMAINT: PROMOTE OF " L2-MEMBER " REFUSED - "
003485             LIB-REFUSE-REASON.
003486     MOVE SPACES TO L3-TEXT.
003487     STRING "  PROMOTE REFUSED BY " DELIMITED BY SIZE
003488         L2-OPERATOR-ID DELIMITED BY SPACE
003489         " - " DELIMITED BY SIZE
003490         LIB-REFUSE-REASON DELIMITED BY SIZE
003491         INTO L3-TEXT
003492     END-STRING.
003493     WRITE L3-RECORD.
003494     MOVE 8 TO LIB-RETURN-CODE.
003495     GO TO 6990-EXIT.
003496 6990-EXIT.
003497     EXIT.
003498
003499*-----------------------------------------------------------------
003500* 7000-LOOK-UP-MEMBER - READS THE DIRECTORY HEADER FOR THE
003501* MEMBER NAMED ON THE COMMAND CARD.  THE HEADER, WHEN FOUND, IS
003502* LEFT IN SL-RECORD FOR THE CALLER.  A HEADER MARKED DELETED
003503* COUNTS AS NOT FOUND BUT SETS LIB-TOMBSTONE-FOUND, SO ADD AND
003504* REPLACE CAN NUMBER ON FROM ITS VERSION.
003505*-----------------------------------------------------------------
003506 7000-LOOK-UP-MEMBER.
003507     MOVE "N" TO LIB-MEMBER-FOUND-SW.
003508     MOVE "N" TO LIB-TOMBSTONE-SW.
003509     MOVE L2-MEMBER TO SL-MEMBER.
003510     MOVE ZERO TO SL-LINE-NO.
003511     READ L1
003512         INVALID KEY
003513             CONTINUE
003514         NOT INVALID KEY
003515             SET LIB-MEMBER-FOUND TO TRUE
003516     END-READ.
003517     IF LIB-MEMBER-FOUND AND SL-MEMBER-DELETED
003518         MOVE "N" TO LIB-MEMBER-FOUND-SW
003519         SET LIB-TOMBSTONE-FOUND TO TRUE
003520     END-IF.
003521     GO TO 7000-EXIT.
003522 7000-EXIT.
003523     EXIT.
003524
003525*-----------------------------------------------------------------
003526* 7100-WRITE-HEADER - WRITES THE DIRECTORY HEADER (LINE 00000)
003530* FOR THE MEMBER BEING BUILT.
003540*-----------------------------------------------------------------
003550 7100-WRITE-HEADER.
003670     END-IF.
003680     GO TO 7100-EXIT.
003690 7100-EXIT.
003691     EXIT.
003692
003693*-----------------------------------------------------------------
003694* 7150-WRITE-TOMBSTONE - WRITES BACK THE HEADER OF A MEMBER JUST
003695* DELETED FROM SRCTEST, MARKED DELETED, AT THE VERSION IN
003696* LIB-NEW-VERSION AND DATED THE DAY OF THE DELETE.
003697*-----------------------------------------------------------------
003698 7150-WRITE-TOMBSTONE.
003699     MOVE SPACES TO SL-RECORD.
003700     MOVE L2-MEMBER TO SL-MEMBER.
003701     MOVE ZERO TO SL-LINE-NO.
003702     MOVE LIB-NEW-VERSION TO SL-VERSION.
003703     MOVE LIB-RUN-DATE TO SL-DATE-ADDED.
003704     SET SL-MEMBER-DELETED TO TRUE.
003705     WRITE SL-RECORD.
003706     IF NOT (LIB-FS-L1 = "00" OR LIB-FS-L1 = "02")
003707         DISPLAY "LIBMAINT: HEADER WRITE FAILED FOR " L2-MEMBER
003708                 " STATUS " LIB-FS-L1
003709         MOVE 8 TO LIB-RETURN-CODE
003710     END-IF.
003711     GO TO 7150-EXIT.
003712 7150-EXIT.
003713     EXIT.
003714
003720*-----------------------------------------------------------------
003730* 7200-DELETE-ALL-LINES - DELETES THE HEADER AND EVERY SOURCE
003740* LINE OF THE MEMBER NAMED ON THE COMMAND CARD.
004060* 7300-ARCHIVE-MEMBER - COPIES THE HEADER AND EVERY SOURCE LINE
004070* OF THE MEMBER NAMED ON THE COMMAND CARD INTO THE VERSION
004080* ARCHIVE UNDER THE VERSION EACH RECORD ALREADY CARRIES, BEFORE
004090* THE CALLER DELETES THEM OUT OF THE LIBRARY.  THE ARCHIVE HOLDS
004091* PRODUCTION VERSIONS ONLY - A TEST-LIBRARY VERSION IS SIMPLY
004092* DELETED.
004100*-----------------------------------------------------------------
004110 7300-ARCHIVE-MEMBER.
004111     IF LIB-ON-TEST
004112         GO TO 7300-EXIT
004113     END-IF.
004120     MOVE "N" TO LIB-EOF-L1-SW.
004130     MOVE L2-MEMBER TO SL-MEMBER.
004140     MOVE ZERO TO SL-LINE-NO.
005450 7510-EXIT.
005460     EXIT.
005470
005480*-----------------------------------------------------------------
005490* 7600-FIND-INCLUDES - READS THE WHOLE LIBRARY AND COUNTS THE
005500* ++INCLUDE LINES IN OTHER MEMBERS THAT NAME LIB-USED-MEMBER,
005510* PRINTING EACH ONE WHEN LIB-LIST-USES IS ON.
005520*-----------------------------------------------------------------
005530 7600-FIND-INCLUDES.
005540     MOVE ZERO TO LIB-INCLUDES-FOUND.
005550     MOVE "N" TO LIB-EOF-L1-SW.
005560     MOVE SPACES TO SL-KEY.
005570     MOVE LOW-VALUES TO SL-MEMBER.
005580     MOVE ZERO TO SL-LINE-NO.
005590     START L1 KEY >= SL-KEY
005600         INVALID KEY
005610             SET LIB-EOF-L1 TO TRUE
005620     END-START.
005630     PERFORM 7610-CHECK-ONE-LINE THRU 7610-EXIT
005640             UNTIL LIB-EOF-L1.
005650     GO TO 7600-EXIT.
005660 7600-EXIT.
005670     EXIT.
005680
005690 7610-CHECK-ONE-LINE.
005700     READ L1 NEXT RECORD
005710         AT END
005720             SET LIB-EOF-L1 TO TRUE
005730             GO TO 7610-EXIT
005740     END-READ.
005750     IF SL-LINE-NO = ZERO
005760        OR SL-MEMBER = LIB-USED-MEMBER
005770        OR SL-TEXT(1:10) NOT = "++INCLUDE "
005780         GO TO 7610-EXIT
005790     END-IF.
005800     MOVE SPACES TO LIB-INC-VERB.
005810     MOVE SPACES TO LIB-INC-WORD.
005820     UNSTRING SL-TEXT DELIMITED BY ALL SPACE
005830         INTO LIB-INC-VERB LIB-INC-WORD
005840     END-UNSTRING.
005850     IF LIB-INC-WORD NOT = LIB-USED-MEMBER
005860         GO TO 7610-EXIT
005870     END-IF.
005880     ADD 1 TO LIB-INCLUDES-FOUND.
005890     IF LIB-LIST-USES
005900         MOVE SL-MEMBER TO LIB-PRT-USE-MEMBER
005910         MOVE SL-VERSION TO LIB-PRT-USE-VERSION
005920         MOVE SL-LINE-NO TO LIB-PRT-USE-LINE
005930         MOVE LIB-LINE-USE TO L3-TEXT
005940         WRITE L3-RECORD
005950     END-IF.
005960     GO TO 7610-EXIT.
005970 7610-EXIT.
005980     EXIT.
005990
006000*-----------------------------------------------------------------
006010* 7700-FIND-VERIFY-PASS - SEARCHES VERIFRPT FOR A PASS OF THE
006020* PROMOTE CARD'S MEMBER, RUN FROM THE TEST LIBRARY AT
006030* LIB-TEST-VERSION, ON OR AFTER LIB-TEST-DATE.  THE LATEST SUCH
006040* RUN IS KEPT AS THE ONE THAT JUSTIFIES THE PROMOTE.
006050*-----------------------------------------------------------------
006060 7700-FIND-VERIFY-PASS.
006070     MOVE "N" TO LIB-PASS-FOUND-SW.
006080     MOVE ZERO TO LIB-VFY-DATE.
006090     MOVE ZERO TO LIB-VFY-TIME.
006100     MOVE SPACES TO LIB-VFY-JOB-ID.
006110     MOVE SPACES TO LIB-VFY-STEP-NAME.
006120     OPEN INPUT L6.
006130     IF NOT (LIB-FS-L6 = "00")
006140         DISPLAY "LIBMAINT: VERIFICATION REPORT NOT AVAILABLE, "
006150                 "STATUS " LIB-FS-L6
006160         GO TO 7700-EXIT
006170     END-IF.
006180     MOVE "N" TO LIB-EOF-L6-SW.
006190     PERFORM 7710-CHECK-ONE-VERIFY THRU 7710-EXIT
006200             UNTIL LIB-EOF-L6.
006210     CLOSE L6.
006220     GO TO 7700-EXIT.
006230 7700-EXIT.
006240     EXIT.
006250
006260 7710-CHECK-ONE-VERIFY.
006270     READ L6
006280         AT END
006290             SET LIB-EOF-L6 TO TRUE
006300             GO TO 7710-EXIT
006310     END-READ.
006320     IF L6-DISPOSITION NOT = "PASS"
006330        OR L6-MEMBER-NAME NOT = L2-MEMBER
006340        OR L6-LIBRARY NOT = "T"
006350        OR L6-VERSION NOT NUMERIC
006360        OR L6-RUN-DATE NOT NUMERIC
006370        OR L6-RUN-TIME NOT NUMERIC
006380         GO TO 7710-EXIT
006390     END-IF.
006400     IF L6-VERSION-N NOT = LIB-TEST-VERSION
006410        OR L6-RUN-DATE-N < LIB-TEST-DATE
006420         GO TO 7710-EXIT
006430     END-IF.
006440     IF L6-RUN-DATE-N < LIB-VFY-DATE
006450        OR (L6-RUN-DATE-N = LIB-VFY-DATE
006460            AND L6-RUN-TIME-N < LIB-VFY-TIME)
006470         GO TO 7710-EXIT
006480     END-IF.
006490     SET LIB-PASS-FOUND TO TRUE.
006500     MOVE L6-RUN-DATE-N TO LIB-VFY-DATE.
006510     MOVE L6-RUN-TIME-N TO LIB-VFY-TIME.
006520     MOVE L6-JOB-ID TO LIB-VFY-JOB-ID.
006530     MOVE L6-STEP-NAME TO LIB-VFY-STEP-NAME.
006540     GO TO 7710-EXIT.
006550 7710-EXIT.
006560     EXIT.
006570
006580*-----------------------------------------------------------------
006590* 7800-COPY-TEST-VERSION - CATALOGS THE TEST VERSION'S SOURCE
006600* LINES INTO PRODUCTION UNDER LIB-NEW-VERSION AND TODAY'S DATE.
006610* THE HEADER WAS ALREADY WRITTEN BY 7100.
006620*-----------------------------------------------------------------
006630 7800-COPY-TEST-VERSION.
006640     MOVE "N" TO LIB-EOF-L5-SW.
006650     MOVE L2-MEMBER TO ST-MEMBER.
006660     MOVE 1 TO ST-LINE-NO.
006670     START L5 KEY >= ST-KEY
006680         INVALID KEY
006690             SET LIB-EOF-L5 TO TRUE
006700     END-START.
006710     PERFORM 7810-COPY-ONE-LINE THRU 7810-EXIT
006720             UNTIL LIB-EOF-L5.
006730     GO TO 7800-EXIT.
006740 7800-EXIT.
006750     EXIT.
006760
006770 7810-COPY-ONE-LINE.
006780     READ L5 NEXT RECORD
006790         AT END
006800             SET LIB-EOF-L5 TO TRUE
006810             GO TO 7810-EXIT
006820     END-READ.
006830     IF ST-MEMBER NOT = L2-MEMBER
006840         SET LIB-EOF-L5 TO TRUE
006850         GO TO 7810-EXIT
006860     END-IF.
006870     MOVE SPACES TO SL-RECORD.
006880     MOVE ST-MEMBER TO SL-MEMBER.
006890     MOVE ST-LINE-NO TO SL-LINE-NO.
006900     MOVE LIB-NEW-VERSION TO SL-VERSION.
006910     MOVE LIB-RUN-DATE TO SL-DATE-ADDED.
006920     MOVE ST-TEXT TO SL-TEXT.
006930     WRITE SL-RECORD.
006940     IF NOT (LIB-FS-L1 = "00" OR LIB-FS-L1 = "02")
006950         DISPLAY "LIBMAINT: PROMOTE WRITE FAILED FOR "
006960                 ST-MEMBER " LINE " ST-LINE-NO
006970                 " STATUS " LIB-FS-L1
006980         MOVE 8 TO LIB-RETURN-CODE
006990     END-IF.
007000     GO TO 7810-EXIT.
007010 7810-EXIT.
007020     EXIT.
007030
007040*-----------------------------------------------------------------
007050* 7900-CHECK-PROMOTE-INCLUDES - COUNTS THE ++INCLUDE LINES OF THE
007060* TEST VERSION THAT NAME A MEMBER NOT CATALOGED IN PRODUCTION,
007070* NAMING EACH ON THE LISTING - ONCE PROMOTED, THE MEMBER WILL
007080* EXPAND ITS INCLUDES FROM PRODUCTION.
007090*-----------------------------------------------------------------
007100 7900-CHECK-PROMOTE-INCLUDES.
007110     MOVE ZERO TO LIB-INCLUDES-MISSING.
007120     MOVE "N" TO LIB-EOF-L5-SW.
007130     MOVE L2-MEMBER TO ST-MEMBER.
007140     MOVE 1 TO ST-LINE-NO.
007150     START L5 KEY >= ST-KEY
007160         INVALID KEY
007170             SET LIB-EOF-L5 TO TRUE
007180     END-START.
007190     PERFORM 7910-CHECK-ONE-INCLUDE THRU 7910-EXIT
007200             UNTIL LIB-EOF-L5.
007210     GO TO 7900-EXIT.
007220 7900-EXIT.
007230     EXIT.
007240
007250 7910-CHECK-ONE-INCLUDE.
007260     READ L5 NEXT RECORD
007270         AT END
007280             SET LIB-EOF-L5 TO TRUE
007290             GO TO 7910-EXIT
007300     END-READ.
007310     IF ST-MEMBER NOT = L2-MEMBER
007320         SET LIB-EOF-L5 TO TRUE
007330         GO TO 7910-EXIT
007340     END-IF.
007350     IF ST-TEXT(1:10) NOT = "++INCLUDE "
007360         GO TO 7910-EXIT
007370     END-IF.
007380     MOVE SPACES TO LIB-INC-VERB.
007390     MOVE SPACES TO LIB-INC-WORD.
007400     UNSTRING ST-TEXT DELIMITED BY ALL SPACE
007410         INTO LIB-INC-VERB LIB-INC-WORD
007420     END-UNSTRING.
007430     MOVE LIB-INC-WORD TO SL-MEMBER.
007440     MOVE ZERO TO SL-LINE-NO.
007450     READ L1
007460         INVALID KEY
007470             ADD 1 TO LIB-INCLUDES-MISSING
007480             MOVE SPACES TO L3-TEXT
007490             STRING "  INCLUDED MEMBER NOT IN PRODUCTION - "
007500                     DELIMITED BY SIZE
007510                 LIB-INC-WORD DELIMITED BY SPACE
007520                 INTO L3-TEXT
007530             END-STRING
007540             WRITE L3-RECORD
007550     END-READ.
007560     GO TO 7910-EXIT.
007570 7910-EXIT.
007580     EXIT.
007590
007600*=================================================================
007610* 9000-TERMINATE
007620* CLOSES EVERY FILE AND PASSES THE WORST CONDITION SEEN BACK AS
007630* THE PROGRAM'S RETURN CODE.
007640*=================================================================
007650 9000-TERMINATE.
007660     CLOSE L1.
007670     CLOSE L2.
007680     CLOSE L3.
007690     CLOSE L4.
007700     IF LIB-RETURN-CODE > ZERO
007710         MOVE LIB-RETURN-CODE TO RETURN-CODE
007720     END-IF.
007730     GO TO 9000-EXIT.
007740 9000-EXIT.
007750     EXIT.
