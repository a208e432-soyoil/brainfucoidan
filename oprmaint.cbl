000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPRMAINT.
000030 AUTHOR. D JARRETT.
000040 INSTALLATION. DATALOGIC SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------------
000120* 10/15/2026 DJ    ORIGINAL - MAINTAINS THE OPERAUTH OPERATOR
000130*                  AUTHORIZATION MASTER FROM CARD INPUT.  COMMAND
000140*                  CARDS START WITH "./" IN COLUMNS 1-2 (ADD,
000150*                  CHANGE, REVOKE, LIST); THE CARDS FOLLOWING AN
000160*                  ADD OR CHANGE ARE THE OPERATOR'S RUN ENTRIES.
000170*                  EVERY COMMAND, APPLIED OR REFUSED, IS PRINTED
000180*                  ON THE AUTHLIST LISTING WITH THE SECURITY
000190*                  OFFICER WHO ENTERED IT AND EACH FIELD'S VALUE
000200*                  BEFORE AND AFTER, FOR THE SECURITY REVIEW.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250*    K1 - THE OPERATOR AUTHORIZATION MASTER.
000260     SELECT K1 ASSIGN TO "OPERAUTH"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS OA-KEY
000300         FILE STATUS IS OPM-FS-K1.
000310*    K2 - MAINTENANCE COMMAND AND RUN-ENTRY CARDS.
000320     SELECT K2 ASSIGN TO "AUTHIN"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS OPM-FS-K2.
000350*    K3 - THE CHANGE LISTING FOR THE SECURITY OFFICER.
000360     SELECT K3 ASSIGN TO "AUTHLIST"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS OPM-FS-K3.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  K1
000420     LABEL RECORDS ARE STANDARD.
000430     COPY OPERAUTH.
000440
000450*    A COMMAND CARD - COMMAND, OPERATOR ID, THE SECURITY OFFICER
000460*    ENTERING THE CHANGE, THEN THE OPERATOR'S NAME, THE RESTART,
000470*    PRELOAD AND SNAPSHOT PERMISSIONS (Y OR N) AND THE BUDGET
000480*    CEILING.  ON A CHANGE, A BLANK FIELD LEAVES THE MASTER AS IT
000490*    IS.  A RUN-ENTRY CARD CARRIES M (MEMBER) OR S (SOURCE FILE)
000500*    IN COLUMN 1 AND THE NAME OR PREFIX* IN COLUMNS 3-42.
000510 FD  K2
000520     LABEL RECORDS ARE STANDARD.
000530 01  K2-RECORD.
000540     03  K2-FLAG                 PIC X(002).
000550         88  K2-COMMAND-CARD         VALUE "./".
000560     03  K2-COMMAND              PIC X(008).
000570     03  K2-OPERATOR-ID          PIC X(008).
000580     03  K2-OFFICER-ID           PIC X(008).
000590     03  K2-OPERATOR-NAME        PIC X(030).
000600     03  K2-MAY-RESTART          PIC X(001).
000610     03  K2-MAY-PRELOAD          PIC X(001).
000620     03  K2-MAY-SNAPSHOT         PIC X(001).
000630     03  K2-MAX-BUDGET           PIC X(010).
000640     03  K2-MAX-BUDGET-N REDEFINES K2-MAX-BUDGET
000650                                 PIC 9(010).
000660     03  FILLER                  PIC X(011).
000670 01  K2-ENTRY-RECORD REDEFINES K2-RECORD.
000680     03  K2-RUN-TYPE             PIC X(001).
000690     03  FILLER                  PIC X(001).
000700     03  K2-RUN-NAME             PIC X(040).
000710     03  FILLER                  PIC X(038).
000720
000730 FD  K3
000740     LABEL RECORDS ARE STANDARD.
000750 01  K3-RECORD.
000760     03  K3-TEXT                 PIC X(132).
000770 WORKING-STORAGE SECTION.
000780*---------------------------------------------------------------
000790* STANDALONE COUNTERS AND SWITCHES.
000800*---------------------------------------------------------------
000810 77  OPM-APPLIED                 PIC 9(005) COMP VALUE ZERO.
000820 77  OPM-REFUSED                 PIC 9(005) COMP VALUE ZERO.
000830 77  OPM-LISTED                  PIC 9(005) COMP VALUE ZERO.
000840 77  OPM-ENTRY-COUNT             PIC 9(005) COMP VALUE ZERO.
000850 77  OPM-ENTRIES-USED            PIC 9(005) COMP VALUE ZERO.
000860 77  OPM-IX                      PIC 9(005) COMP VALUE ZERO.
000870 77  OPM-RETURN-CODE             PIC 9(002) COMP VALUE ZERO.
000880
000890 01  OPM-SWITCHES.
000900     03  OPM-EOF-K2-SW           PIC X(001) VALUE "N".
000910         88  OPM-EOF-K2              VALUE "Y".
000920     03  OPM-EOF-K1-SW           PIC X(001) VALUE "N".
000930         88  OPM-EOF-K1              VALUE "Y".
000940     03  OPM-PENDING-SW          PIC X(001) VALUE "N".
000950         88  OPM-PENDING             VALUE "Y".
000960     03  OPM-REWRITE-SW          PIC X(001) VALUE "N".
000970         88  OPM-REWRITE             VALUE "Y".
000980     03  OPM-CARD-OK-SW          PIC X(001) VALUE "Y".
000990         88  OPM-CARD-OK             VALUE "Y".
001000     03  OPM-FOUND-SW            PIC X(001) VALUE "N".
001010         88  OPM-FOUND               VALUE "Y".
001020
001030 01  OPM-FILE-STATUSES.
001040     03  OPM-FS-K1               PIC X(002).
001050     03  OPM-FS-K2               PIC X(002).
001060     03  OPM-FS-K3               PIC X(002).
001070
001080*---------------------------------------------------------------
001090* THE MASTER ENTRY AS IT STOOD BEFORE THE COMMAND (ALL SPACES
001100* FOR A NEW OPERATOR) AND AS THE COMMAND LEAVES IT - THE NEW
001110* IMAGE IS BUILT HERE WHILE THE RUN-ENTRY CARDS ARE READ, AND
001120* WRITTEN WHEN THE NEXT COMMAND CARD OR END OF FILE ARRIVES.
001130*---------------------------------------------------------------
001140     COPY OPERAUTH REPLACING LEADING ==OA-== BY ==OO-==.
001150     COPY OPERAUTH REPLACING LEADING ==OA-== BY ==ON-==.
001160
001170 01  OPM-RUN-DATE                PIC 9(008) VALUE ZERO.
001180 01  OPM-RUN-TIME                PIC 9(008) VALUE ZERO.
001190 01  OPM-ACTION                  PIC X(010) VALUE SPACES.
001200 01  OPM-REFUSE-REASON           PIC X(060) VALUE SPACES.
001210 01  OPM-BUDGET-EDIT             PIC Z(009)9.
001220 01  OPM-ENTRY-EDIT              PIC 99.
001230
001240*---------------------------------------------------------------
001250* LISTING PRINT LINES.
001260*---------------------------------------------------------------
001270 01  OPM-LINE-ACTION.
001280     03  OPM-PRT-ACTION          PIC X(010).
001290     03  FILLER                  PIC X(009) VALUE "OPERATOR ".
001300     03  OPM-PRT-OPERATOR        PIC X(008).
001310     03  FILLER                  PIC X(004) VALUE " BY ".
001320     03  OPM-PRT-OFFICER         PIC X(008).
001330     03  FILLER                  PIC X(004) VALUE " ON ".
001340     03  OPM-PRT-DATE            PIC 9(008).
001350     03  FILLER                  PIC X(001) VALUE SPACE.
001360     03  OPM-PRT-TIME            PIC 9(008).
001370     03  FILLER                  PIC X(072) VALUE SPACES.
001380 01  OPM-LINE-CHANGE.
001390     03  FILLER                  PIC X(004) VALUE SPACES.
001400     03  OPM-PRT-FIELD           PIC X(014).
001410     03  OPM-PRT-BEFORE          PIC X(045).
001420     03  FILLER                  PIC X(004) VALUE " -> ".
001430     03  OPM-PRT-AFTER           PIC X(045).
001440     03  FILLER                  PIC X(020) VALUE SPACES.
001450 01  OPM-LINE-MASTER.
001460     03  FILLER                  PIC X(002) VALUE SPACES.
001470     03  OPM-PRT-M-OPERATOR      PIC X(008).
001480     03  FILLER                  PIC X(002) VALUE SPACES.
001490     03  OPM-PRT-M-NAME          PIC X(030).
001500     03  FILLER                  PIC X(002) VALUE SPACES.
001510     03  OPM-PRT-M-STATUS        PIC X(001).
001520     03  FILLER                  PIC X(010) VALUE "  RESTART ".
001530     03  OPM-PRT-M-RESTART       PIC X(001).
001540     03  FILLER                  PIC X(010) VALUE "  PRELOAD ".
001550     03  OPM-PRT-M-PRELOAD       PIC X(001).
001560     03  FILLER                  PIC X(011) VALUE "  SNAPSHOT ".
001570     03  OPM-PRT-M-SNAPSHOT      PIC X(001).
001580     03  FILLER                  PIC X(009) VALUE "  BUDGET ".
001590     03  OPM-PRT-M-BUDGET        PIC Z(009)9.
001600     03  FILLER                  PIC X(010) VALUE "  CHANGED ".
001610     03  OPM-PRT-M-DATE          PIC 9(008).
001620     03  FILLER                  PIC X(004) VALUE " BY ".
001630     03  OPM-PRT-M-BY            PIC X(008).
001640     03  FILLER                  PIC X(004) VALUE SPACES.
001650 01  OPM-LINE-RUN.
001660     03  FILLER                  PIC X(014) VALUE SPACES.
001670     03  FILLER                  PIC X(004) VALUE "RUN ".
001680     03  OPM-PRT-R-TYPE          PIC X(001).
001690     03  FILLER                  PIC X(001) VALUE SPACE.
001700     03  OPM-PRT-R-NAME          PIC X(040).
001710     03  FILLER                  PIC X(072) VALUE SPACES.
001720 01  OPM-LINE-TOTALS.
001730     03  FILLER                  PIC X(016)
001740         VALUE "CHANGES APPLIED ".
001750     03  OPM-PRT-APPLIED         PIC Z(004)9.
001760     03  FILLER                  PIC X(011) VALUE "   REFUSED ".
001770     03  OPM-PRT-REFUSED         PIC Z(004)9.
001780     03  FILLER                  PIC X(095) VALUE SPACES.
001790 PROCEDURE DIVISION.
001800
001810*=================================================================
001820* 0000-MAINLINE
001830* DRIVES THE COMMAND CARDS, ONE MAINTENANCE ACTION PER "./"
001840* CARD, UNTIL THE CARD FILE IS EXHAUSTED.
001850*=================================================================
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
001890             UNTIL OPM-EOF-K2.
001900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001910     STOP RUN.
001920
001930*=================================================================
001940* 1000-INITIALIZE
001950* OPENS THE MASTER (CREATING IT ON FIRST USE), THE CARD FILE AND
001960* THE LISTING, THEN PRIMES THE FIRST CARD.
001970*=================================================================
001980 1000-INITIALIZE.
001990     OPEN I-O K1.
002000     IF OPM-FS-K1 = "35"
002010         OPEN OUTPUT K1
002020         CLOSE K1
002030         OPEN I-O K1
002040     END-IF.
002050     IF NOT (OPM-FS-K1 = "00")
002060         DISPLAY "OPRMAINT: UNABLE TO OPEN AUTHORIZATION MASTER, "
002070                 "STATUS " OPM-FS-K1
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     OPEN INPUT K2.
002120     IF NOT (OPM-FS-K2 = "00")
002130         DISPLAY "OPRMAINT: UNABLE TO OPEN COMMAND FILE"
002140         MOVE 16 TO RETURN-CODE
002150         STOP RUN
002160     END-IF.
002170     OPEN OUTPUT K3.
002180     IF NOT (OPM-FS-K3 = "00")
002190         DISPLAY "OPRMAINT: UNABLE TO OPEN LISTING FILE"
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230     ACCEPT OPM-RUN-DATE FROM DATE YYYYMMDD.
002240     ACCEPT OPM-RUN-TIME FROM TIME.
002250     MOVE SPACES TO K3-TEXT.
002260     STRING "OPERATOR AUTHORIZATION MAINTENANCE - RUN "
002270             DELIMITED BY SIZE
002280         OPM-RUN-DATE DELIMITED BY SIZE
002290         " " DELIMITED BY SIZE
002300         OPM-RUN-TIME DELIMITED BY SIZE
002310         INTO K3-TEXT
002320     END-STRING.
002330     WRITE K3-RECORD.
002340     MOVE SPACES TO K3-TEXT.
002350     WRITE K3-RECORD.
002360     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002370     GO TO 1000-EXIT.
002380 1000-EXIT.
002390     EXIT.
002400
002410*=================================================================
002420* 2000-PROCESS-ONE-CARD
002430* A COMMAND CARD FIRST COMPLETES THE ADD OR CHANGE BEFORE IT,
002440* THEN IS DISPATCHED.  AN UNKNOWN COMMAND IS LISTED WITH ITS CARD
002450* AND REFUSED.  A RUN-ENTRY CARD ARRIVING WITH NO ADD OR CHANGE
002455* IN PROGRESS IS FLAGGED AND SKIPPED.
002460*=================================================================
002470 2000-PROCESS-ONE-CARD.
002480     IF K2-COMMAND-CARD
002490         PERFORM 2500-APPLY-PENDING THRU 2500-EXIT
002500         EVALUATE K2-COMMAND
002510             WHEN "ADD     "
002520                 PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
002530             WHEN "CHANGE  "
002540                 PERFORM 4000-CHANGE-OPERATOR THRU 4000-EXIT
002550             WHEN "REVOKE  "
002560                 PERFORM 5000-REVOKE-OPERATOR THRU 5000-EXIT
002570             WHEN "LIST    "
002580                 PERFORM 6000-LIST-MASTER THRU 6000-EXIT
002590             WHEN OTHER
002600                 MOVE K2-COMMAND TO OPM-ACTION
002602                 PERFORM 2450-PRINT-ACTION THRU 2450-EXIT
002604                 MOVE SPACES TO K3-TEXT
002606                 STRING "  CARD - " DELIMITED BY SIZE
002608                     K2-RECORD DELIMITED BY SIZE
002610                     INTO K3-TEXT
002612                 END-STRING
002614                 WRITE K3-RECORD
002616                 MOVE "UNKNOWN COMMAND" TO OPM-REFUSE-REASON
002620                 PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
002630         END-EVALUATE
002640     ELSE
002650         IF OPM-PENDING
002660             PERFORM 2200-ADD-RUN-ENTRY THRU 2200-EXIT
002670         ELSE
002680             DISPLAY "OPRMAINT: DATA CARD OUTSIDE ADD/CHANGE "
002690                     "SKIPPED"
002700             IF OPM-RETURN-CODE < 4
002710                 MOVE 4 TO OPM-RETURN-CODE
002720             END-IF
002730         END-IF
002740     END-IF.
002750     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002760     GO TO 2000-EXIT.
002770 2000-EXIT.
002780     EXIT.
002790
002800 2100-READ-CARD.
002810     READ K2
002820         AT END
002830             SET OPM-EOF-K2 TO TRUE
002840     END-READ.
002850     GO TO 2100-EXIT.
002860 2100-EXIT.
002870     EXIT.
002880
002890*-----------------------------------------------------------------
002900* 2200-ADD-RUN-ENTRY - ADDS ONE RUN-ENTRY CARD TO THE ENTRY BEING
002910* BUILT.  THE FIRST GOOD ENTRY CARD AFTER A CHANGE REPLACES THE
002920* OPERATOR'S WHOLE ENTRY LIST.  A BAD CARD, OR AN ELEVENTH, IS
002930* LISTED AND LEFT OUT.
002940*-----------------------------------------------------------------
002950 2200-ADD-RUN-ENTRY.
002960     MOVE SPACES TO OPM-REFUSE-REASON.
002970     IF K2-RUN-TYPE NOT = "M" AND K2-RUN-TYPE NOT = "S"
002980         MOVE "RUN ENTRY TYPE IS NOT M OR S" TO OPM-REFUSE-REASON
002990     END-IF.
003000     IF K2-RUN-NAME = SPACES
003010         MOVE "RUN ENTRY NAMES NOTHING" TO OPM-REFUSE-REASON
003020     END-IF.
003030     IF K2-RUN-TYPE = "M" AND K2-RUN-NAME(10:31) NOT = SPACES
003040         MOVE "MEMBER NAME LONGER THAN 8" TO OPM-REFUSE-REASON
003050     END-IF.
003060     IF K2-RUN-TYPE = "M" AND K2-RUN-NAME(9:1) NOT = SPACE
003070        AND K2-RUN-NAME(9:1) NOT = "*"
003080         MOVE "MEMBER NAME LONGER THAN 8" TO OPM-REFUSE-REASON
003090     END-IF.
003092     IF OPM-REFUSE-REASON = SPACES AND OPM-ENTRY-COUNT = ZERO
003094         PERFORM 2210-CLEAR-RUN-ENTRY THRU 2210-EXIT
003096                 VARYING OPM-IX FROM 1 BY 1
003097                 UNTIL OPM-IX > 10
003098         MOVE ZERO TO OPM-ENTRIES-USED
003099     END-IF.
003100     IF OPM-REFUSE-REASON = SPACES AND OPM-ENTRIES-USED >= 10
003110         MOVE "MORE THAN 10 RUN ENTRIES" TO OPM-REFUSE-REASON
003120     END-IF.
003130     IF OPM-REFUSE-REASON NOT = SPACES
003140         MOVE SPACES TO K3-TEXT
003150         STRING "    RUN ENTRY LEFT OUT - " DELIMITED BY SIZE
003160             OPM-REFUSE-REASON DELIMITED BY SIZE
003170             INTO K3-TEXT
003180         END-STRING
003190         WRITE K3-RECORD
003200         MOVE 8 TO OPM-RETURN-CODE
003210         GO TO 2200-EXIT
003220     END-IF.
003290     ADD 1 TO OPM-ENTRY-COUNT.
003300     ADD 1 TO OPM-ENTRIES-USED.
003310     MOVE K2-RUN-TYPE TO ON-RUN-TYPE(OPM-ENTRIES-USED).
003320     MOVE K2-RUN-NAME TO ON-RUN-NAME(OPM-ENTRIES-USED).
003330     GO TO 2200-EXIT.
003340 2200-EXIT.
003350     EXIT.
003360
003370 2210-CLEAR-RUN-ENTRY.
003380     MOVE SPACES TO ON-RUN-ENTRY(OPM-IX).
003390     GO TO 2210-EXIT.
003400 2210-EXIT.
003410     EXIT.
003420
003430*-----------------------------------------------------------------
003440* 2300-COUNT-RUN-ENTRIES - COUNTS THE ENTRIES ALREADY ON THE NEW
003450* IMAGE, SO A CHANGE THAT CARRIES NO ENTRY CARDS KEEPS THEM.
003460*-----------------------------------------------------------------
003470 2300-COUNT-RUN-ENTRIES.
003480     IF ON-RUN-NAME(OPM-IX) NOT = SPACES
003490         MOVE OPM-IX TO OPM-ENTRIES-USED
003500     END-IF.
003510     GO TO 2300-EXIT.
003520 2300-EXIT.
003530     EXIT.
003540
003550*-----------------------------------------------------------------
003560* 2400-VALIDATE-CARD - THE CHECKS EVERY ADD, CHANGE AND REVOKE
003570* CARD MUST PASS: AN OPERATOR ID, THE OFFICER'S OWN ID, Y, N OR
003580* BLANK IN THE THREE PERMISSION COLUMNS, AND A NUMERIC OR BLANK
003590* BUDGET.  THE FIRST FAILURE IS LEFT IN OPM-REFUSE-REASON.
003600*-----------------------------------------------------------------
003610 2400-VALIDATE-CARD.
003620     MOVE "Y" TO OPM-CARD-OK-SW.
003630     MOVE SPACES TO OPM-REFUSE-REASON.
003640     IF K2-OPERATOR-ID = SPACES
003650         MOVE "NO OPERATOR ID ON THE CARD" TO OPM-REFUSE-REASON
003660     END-IF.
003670     IF K2-OFFICER-ID = SPACES AND OPM-REFUSE-REASON = SPACES
003680         MOVE "NO SECURITY OFFICER ID ON THE CARD"
003690             TO OPM-REFUSE-REASON
003700     END-IF.
003710     IF (K2-MAY-RESTART NOT = "Y" AND K2-MAY-RESTART NOT = "N"
003720         AND K2-MAY-RESTART NOT = SPACE)
003730        OR (K2-MAY-PRELOAD NOT = "Y" AND K2-MAY-PRELOAD NOT = "N"
003740         AND K2-MAY-PRELOAD NOT = SPACE)
003750        OR (K2-MAY-SNAPSHOT NOT = "Y"
003760         AND K2-MAY-SNAPSHOT NOT = "N"
003770         AND K2-MAY-SNAPSHOT NOT = SPACE)
003780         IF OPM-REFUSE-REASON = SPACES
003790             MOVE "A PERMISSION IS NOT Y, N OR BLANK"
003800                 TO OPM-REFUSE-REASON
003810         END-IF
003820     END-IF.
003830     IF K2-MAX-BUDGET NOT = SPACES AND K2-MAX-BUDGET NOT NUMERIC
003840         IF OPM-REFUSE-REASON = SPACES
003850             MOVE "BUDGET CEILING IS NOT NUMERIC"
003860                 TO OPM-REFUSE-REASON
003870         END-IF
003880     END-IF.
003890     IF OPM-REFUSE-REASON NOT = SPACES
003900         MOVE "N" TO OPM-CARD-OK-SW
003910     END-IF.
003920     GO TO 2400-EXIT.
003930 2400-EXIT.
003940     EXIT.
003950
003960*-----------------------------------------------------------------
003970* 2450-PRINT-ACTION - STARTS A COMMAND'S BLOCK ON THE LISTING:
003980* WHAT WAS ASKED, FOR WHICH OPERATOR, BY WHICH OFFICER, WHEN.
003990*-----------------------------------------------------------------
004000 2450-PRINT-ACTION.
004010     ACCEPT OPM-RUN-TIME FROM TIME.
004020     MOVE OPM-ACTION TO OPM-PRT-ACTION.
004030     MOVE K2-OPERATOR-ID TO OPM-PRT-OPERATOR.
004040     MOVE K2-OFFICER-ID TO OPM-PRT-OFFICER.
004050     MOVE OPM-RUN-DATE TO OPM-PRT-DATE.
004060     MOVE OPM-RUN-TIME TO OPM-PRT-TIME.
004070     MOVE OPM-LINE-ACTION TO K3-TEXT.
004080     WRITE K3-RECORD.
004090     GO TO 2450-EXIT.
004100 2450-EXIT.
004110     EXIT.
004120
004130*=================================================================
004140* 2500-APPLY-PENDING
004150* WRITES THE ENTRY AN ADD OR CHANGE HAS BEEN BUILDING AND LISTS
004160* EVERY FIELD THE COMMAND ALTERED.  AN ACTIVE OPERATOR LEFT WITH
004170* NO RUN ENTRIES CAN RUN NOTHING, WHICH IS WORTH A WARNING.
004180*=================================================================
004190 2500-APPLY-PENDING.
004200     IF NOT OPM-PENDING
004210         GO TO 2500-EXIT
004220     END-IF.
004230     MOVE "N" TO OPM-PENDING-SW.
004240     MOVE ON-RECORD TO OA-RECORD.
004250     IF OPM-REWRITE
004260         REWRITE OA-RECORD
004270     ELSE
004280         WRITE OA-RECORD
004290     END-IF.
004300     IF NOT (OPM-FS-K1 = "00")
004310         DISPLAY "OPRMAINT: UPDATE FAILED FOR " ON-OPERATOR-ID
004320                 " STATUS " OPM-FS-K1
004330         MOVE SPACES TO K3-TEXT
004340         STRING "  UPDATE FAILED, STATUS " DELIMITED BY SIZE
004350             OPM-FS-K1 DELIMITED BY SIZE
004360             INTO K3-TEXT
004370         END-STRING
004380         WRITE K3-RECORD
004390         ADD 1 TO OPM-REFUSED
004400         MOVE 8 TO OPM-RETURN-CODE
004410         GO TO 2500-EXIT
004420     END-IF.
004430     PERFORM 2600-PRINT-CHANGES THRU 2600-EXIT.
004440     ADD 1 TO OPM-APPLIED.
004450     DISPLAY "OPRMAINT: " OPM-ACTION " OF " ON-OPERATOR-ID
004460             " APPLIED".
004470     IF ON-ACTIVE AND OPM-ENTRIES-USED = ZERO
004480         MOVE "  NOTE - NO RUN ENTRIES, OPERATOR CAN RUN NOTHING"
004490             TO K3-TEXT
004500         WRITE K3-RECORD
004510         IF OPM-RETURN-CODE < 4
004520             MOVE 4 TO OPM-RETURN-CODE
004530         END-IF
004540     END-IF.
004550     GO TO 2500-EXIT.
004560 2500-EXIT.
004570     EXIT.
004580
004590*-----------------------------------------------------------------
004600* 2600-PRINT-CHANGES - ONE LISTING LINE PER FIELD THAT DIFFERS
004610* BETWEEN THE BEFORE AND AFTER IMAGES.
004620*-----------------------------------------------------------------
004630 2600-PRINT-CHANGES.
004640     IF OO-OPERATOR-NAME NOT = ON-OPERATOR-NAME
004650         MOVE "NAME" TO OPM-PRT-FIELD
004660         MOVE OO-OPERATOR-NAME TO OPM-PRT-BEFORE
004670         MOVE ON-OPERATOR-NAME TO OPM-PRT-AFTER
004680         PERFORM 2690-WRITE-CHANGE THRU 2690-EXIT
004690     END-IF.
004700     IF OO-STATUS NOT = ON-STATUS
004710         MOVE "STATUS" TO OPM-PRT-FIELD
004720         MOVE OO-STATUS TO OPM-PRT-BEFORE
004730         MOVE ON-STATUS TO OPM-PRT-AFTER
004740         PERFORM 2690-WRITE-CHANGE THRU 2690-EXIT
004750     END-IF.
004760     IF OO-MAY-RESTART NOT = ON-MAY-RESTART
004770         MOVE "MAY RESTART" TO OPM-PRT-FIELD
004780         MOVE OO-MAY-RESTART TO OPM-PRT-BEFORE
004790         MOVE ON-MAY-RESTART TO OPM-PRT-AFTER
004800         PERFORM 2690-WRITE-CHANGE THRU 2690-EXIT
004810     END-IF.
004820     IF OO-MAY-PRELOAD NOT = ON-MAY-PRELOAD
004830         MOVE "MAY PRELOAD" TO OPM-PRT-FIELD
004840         MOVE OO-MAY-PRELOAD TO OPM-PRT-BEFORE
004850         MOVE ON-MAY-PRELOAD TO OPM-PRT-AFTER
004860         PERFORM 2690-WRITE-CHANGE THRU 2690-EXIT
004870     END-IF.
004880     IF OO-MAY-SNAPSHOT NOT = ON-MAY-SNAPSHOT
004890         MOVE "MAY SNAPSHOT" TO OPM-PRT-FIELD
004900         MOVE OO-MAY-SNAPSHOT TO OPM-PRT-BEFORE
004910         MOVE ON-MAY-SNAPSHOT TO OPM-PRT-AFTER
004920         PERFORM 2690-WRITE-CHANGE THRU 2690-EXIT
004930     END-IF.
004940     IF OO-MAX-BUDGET(1:10) NOT = ON-MAX-BUDGET(1:10)
004950         MOVE "BUDGET CEILING" TO OPM-PRT-FIELD
004960         MOVE SPACES TO OPM-PRT-BEFORE
004970         IF OO-MAX-BUDGET NUMERIC
004980             MOVE OO-MAX-BUDGET TO OPM-BUDGET-EDIT
004990             MOVE OPM-BUDGET-EDIT TO OPM-PRT-BEFORE
005000         END-IF
005010         MOVE ON-MAX-BUDGET TO OPM-BUDGET-EDIT
005020         MOVE OPM-BUDGET-EDIT TO OPM-PRT-AFTER
005030         PERFORM 2690-WRITE-CHANGE THRU 2690-EXIT
005040     END-IF.
005050     PERFORM 2610-COMPARE-RUN-ENTRY THRU 2610-EXIT
005060             VARYING OPM-IX FROM 1 BY 1
005070             UNTIL OPM-IX > 10.
005080     GO TO 2600-EXIT.
005090 2600-EXIT.
005100     EXIT.
005110
005120 2610-COMPARE-RUN-ENTRY.
005130     IF OO-RUN-ENTRY(OPM-IX) = ON-RUN-ENTRY(OPM-IX)
005140         GO TO 2610-EXIT
005150     END-IF.
005160     MOVE OPM-IX TO OPM-ENTRY-EDIT.
005170     MOVE SPACES TO OPM-PRT-FIELD.
005180     STRING "RUN ENTRY " DELIMITED BY SIZE
005190         OPM-ENTRY-EDIT DELIMITED BY SIZE
005200         INTO OPM-PRT-FIELD
005210     END-STRING.
005220     MOVE SPACES TO OPM-PRT-BEFORE.
005230     STRING OO-RUN-TYPE(OPM-IX) DELIMITED BY SIZE
005240         " " DELIMITED BY SIZE
005250         OO-RUN-NAME(OPM-IX) DELIMITED BY SIZE
005260         INTO OPM-PRT-BEFORE
005270     END-STRING.
005280     MOVE SPACES TO OPM-PRT-AFTER.
005290     STRING ON-RUN-TYPE(OPM-IX) DELIMITED BY SIZE
005300         " " DELIMITED BY SIZE
005310         ON-RUN-NAME(OPM-IX) DELIMITED BY SIZE
005320         INTO OPM-PRT-AFTER
005330     END-STRING.
005340     PERFORM 2690-WRITE-CHANGE THRU 2690-EXIT.
005350     GO TO 2610-EXIT.
005360 2610-EXIT.
005370     EXIT.
005380
005390 2690-WRITE-CHANGE.
005400     MOVE OPM-LINE-CHANGE TO K3-TEXT.
005410     WRITE K3-RECORD.
005420     GO TO 2690-EXIT.
005430 2690-EXIT.
005440     EXIT.
005450
005460*-----------------------------------------------------------------
005470* 2900-REFUSE-CARD - REPORTS A REFUSED COMMAND, WITH THE REASON
005480* IN OPM-REFUSE-REASON, UNDER ITS ACTION LINE AND FAILS THE CARD.
005490*-----------------------------------------------------------------
005500 2900-REFUSE-CARD.
005510     DISPLAY "OPRMAINT: " OPM-ACTION " OF " K2-OPERATOR-ID
005520             " REFUSED - " OPM-REFUSE-REASON.
005530     MOVE SPACES TO K3-TEXT.
005540     STRING "  REFUSED - " DELIMITED BY SIZE
005550         OPM-REFUSE-REASON DELIMITED BY SIZE
005560         INTO K3-TEXT
005570     END-STRING.
005580     WRITE K3-RECORD.
005590     ADD 1 TO OPM-REFUSED.
005600     MOVE 8 TO OPM-RETURN-CODE.
005610     GO TO 2900-EXIT.
005620 2900-EXIT.
005630     EXIT.
005640
005650*=================================================================
005660* 3000-ADD-OPERATOR
005670* STARTS A NEW MASTER ENTRY FROM THE CARD - PERMISSIONS LEFT
005680* BLANK ARE N, A BLANK CEILING IS ZERO (THE SHOP DEFAULT) - FOR
005690* THE RUN-ENTRY CARDS THAT FOLLOW TO FILL IN.  AN ACTIVE OPERATOR
005700* ALREADY ON FILE IS REFUSED (CHANGE IS THE COMMAND FOR THAT); A
005710* REVOKED ONE IS REINSTATED FROM SCRATCH.
005720*=================================================================
005730 3000-ADD-OPERATOR.
005740     MOVE "ADD" TO OPM-ACTION.
005750     PERFORM 2450-PRINT-ACTION THRU 2450-EXIT.
005760     PERFORM 2400-VALIDATE-CARD THRU 2400-EXIT.
005770     IF NOT OPM-CARD-OK
005780         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
005790         GO TO 3000-EXIT
005800     END-IF.
005810     PERFORM 7000-LOOK-UP-OPERATOR THRU 7000-EXIT.
005820     IF OPM-FOUND AND OA-ACTIVE
005830         MOVE "ALREADY ON FILE - USE CHANGE" TO OPM-REFUSE-REASON
005840         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
005850         GO TO 3000-EXIT
005860     END-IF.
005870     IF OPM-FOUND
005880         MOVE "REINSTATE" TO OPM-ACTION
005890         MOVE OA-RECORD TO OO-RECORD
005900         SET OPM-REWRITE TO TRUE
005910     ELSE
005920         MOVE SPACES TO OO-RECORD
005930         MOVE "N" TO OPM-REWRITE-SW
005940     END-IF.
005950     MOVE SPACES TO ON-RECORD.
005960     MOVE K2-OPERATOR-ID TO ON-OPERATOR-ID.
005970     MOVE K2-OPERATOR-NAME TO ON-OPERATOR-NAME.
005980     SET ON-ACTIVE TO TRUE.
005990     MOVE "N" TO ON-MAY-RESTART.
006000     MOVE "N" TO ON-MAY-PRELOAD.
006010     MOVE "N" TO ON-MAY-SNAPSHOT.
006020     MOVE ZERO TO ON-MAX-BUDGET.
006030     PERFORM 7100-APPLY-CARD-FIELDS THRU 7100-EXIT.
006040     MOVE ZERO TO OPM-ENTRY-COUNT.
006050     MOVE ZERO TO OPM-ENTRIES-USED.
006060     SET OPM-PENDING TO TRUE.
006070     GO TO 3000-EXIT.
006080 3000-EXIT.
006090     EXIT.
006100
006110*=================================================================
006120* 4000-CHANGE-OPERATOR
006130* ALTERS AN ACTIVE OPERATOR'S ENTRY - EVERY NON-BLANK FIELD ON
006140* THE CARD REPLACES THE MASTER'S, AND ANY RUN-ENTRY CARDS THAT
006150* FOLLOW REPLACE THE WHOLE ENTRY LIST.  A REVOKED OPERATOR MUST
006160* BE REINSTATED WITH ADD, SO A REVOCATION IS NEVER UNDONE BY A
006170* ROUTINE CHANGE.
006180*=================================================================
006190 4000-CHANGE-OPERATOR.
006200     MOVE "CHANGE" TO OPM-ACTION.
006210     PERFORM 2450-PRINT-ACTION THRU 2450-EXIT.
006220     PERFORM 2400-VALIDATE-CARD THRU 2400-EXIT.
006230     IF NOT OPM-CARD-OK
006240         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
006250         GO TO 4000-EXIT
006260     END-IF.
006270     PERFORM 7000-LOOK-UP-OPERATOR THRU 7000-EXIT.
006280     IF NOT OPM-FOUND
006290         MOVE "NOT ON FILE - USE ADD" TO OPM-REFUSE-REASON
006300         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
006310         GO TO 4000-EXIT
006320     END-IF.
006330     IF NOT OA-ACTIVE
006340         MOVE "REVOKED - USE ADD TO REINSTATE"
006350             TO OPM-REFUSE-REASON
006360         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
006370         GO TO 4000-EXIT
006380     END-IF.
006390     MOVE OA-RECORD TO OO-RECORD.
006400     MOVE OA-RECORD TO ON-RECORD.
006410     IF K2-OPERATOR-NAME NOT = SPACES
006420         MOVE K2-OPERATOR-NAME TO ON-OPERATOR-NAME
006430     END-IF.
006440     PERFORM 7100-APPLY-CARD-FIELDS THRU 7100-EXIT.
006450     MOVE ZERO TO OPM-ENTRY-COUNT.
006460     MOVE ZERO TO OPM-ENTRIES-USED.
006470     PERFORM 2300-COUNT-RUN-ENTRIES THRU 2300-EXIT
006480             VARYING OPM-IX FROM 1 BY 1
006490             UNTIL OPM-IX > 10.
006500     SET OPM-REWRITE TO TRUE.
006510     SET OPM-PENDING TO TRUE.
006520     GO TO 4000-EXIT.
006530 4000-EXIT.
006540     EXIT.
006550
006560*=================================================================
006570* 5000-REVOKE-OPERATOR
006580* WITHDRAWS AN OPERATOR'S AUTHORIZATION.  THE ENTRY STAYS ON THE
006590* MASTER WITH STATUS R SO THE HISTORY IS KEPT; THE INTERPRETER
006600* REFUSES EVERY CARD CARRYING THE ID FROM THEN ON.
006610*=================================================================
006620 5000-REVOKE-OPERATOR.
006630     MOVE "REVOKE" TO OPM-ACTION.
006640     PERFORM 2450-PRINT-ACTION THRU 2450-EXIT.
006650     PERFORM 2400-VALIDATE-CARD THRU 2400-EXIT.
006660     IF NOT OPM-CARD-OK
006670         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
006680         GO TO 5000-EXIT
006690     END-IF.
006700     PERFORM 7000-LOOK-UP-OPERATOR THRU 7000-EXIT.
006710     IF NOT OPM-FOUND
006720         MOVE "NOT ON FILE" TO OPM-REFUSE-REASON
006730         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
006740         GO TO 5000-EXIT
006750     END-IF.
006760     IF NOT OA-ACTIVE
006770         MOVE "ALREADY REVOKED" TO OPM-REFUSE-REASON
006780         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
006790         GO TO 5000-EXIT
006800     END-IF.
006810     MOVE OA-RECORD TO OO-RECORD.
006820     MOVE OA-RECORD TO ON-RECORD.
006830     SET ON-REVOKED TO TRUE.
006840     MOVE OPM-RUN-DATE TO ON-CHANGE-DATE.
006850     MOVE OPM-RUN-TIME TO ON-CHANGE-TIME.
006860     MOVE K2-OFFICER-ID TO ON-CHANGE-BY.
006870     SET OPM-REWRITE TO TRUE.
006880     SET OPM-PENDING TO TRUE.
006890     PERFORM 2500-APPLY-PENDING THRU 2500-EXIT.
006900     GO TO 5000-EXIT.
006910 5000-EXIT.
006920     EXIT.
006930
006940*=================================================================
006950* 6000-LIST-MASTER
006960* PRINTS EVERY ENTRY ON THE MASTER, ACTIVE AND REVOKED, WITH ITS
006970* PERMISSIONS, CEILING, LAST CHANGE AND RUN ENTRIES.
006980*=================================================================
006990 6000-LIST-MASTER.
007000     MOVE SPACES TO K3-TEXT.
007010     WRITE K3-RECORD.
007020     MOVE "OPERATOR AUTHORIZATION MASTER" TO K3-TEXT.
007030     WRITE K3-RECORD.
007040     MOVE ZERO TO OPM-LISTED.
007050     MOVE "N" TO OPM-EOF-K1-SW.
007060     MOVE LOW-VALUES TO OA-KEY.
007070     START K1 KEY >= OA-KEY
007080         INVALID KEY
007090             SET OPM-EOF-K1 TO TRUE
007100     END-START.
007110     PERFORM 6100-LIST-ONE-OPERATOR THRU 6100-EXIT
007120             UNTIL OPM-EOF-K1.
007130     IF OPM-LISTED = ZERO
007140         MOVE "  MASTER IS EMPTY" TO K3-TEXT
007150         WRITE K3-RECORD
007160     END-IF.
007170     MOVE SPACES TO K3-TEXT.
007180     WRITE K3-RECORD.
007190     GO TO 6000-EXIT.
007200 6000-EXIT.
007210     EXIT.
007220
007230 6100-LIST-ONE-OPERATOR.
007240     READ K1 NEXT RECORD
007250         AT END
007260             SET OPM-EOF-K1 TO TRUE
007270             GO TO 6100-EXIT
007280     END-READ.
007290     MOVE OA-OPERATOR-ID TO OPM-PRT-M-OPERATOR.
007300     MOVE OA-OPERATOR-NAME TO OPM-PRT-M-NAME.
007310     MOVE OA-STATUS TO OPM-PRT-M-STATUS.
007320     MOVE OA-MAY-RESTART TO OPM-PRT-M-RESTART.
007330     MOVE OA-MAY-PRELOAD TO OPM-PRT-M-PRELOAD.
007340     MOVE OA-MAY-SNAPSHOT TO OPM-PRT-M-SNAPSHOT.
007350     MOVE OA-MAX-BUDGET TO OPM-PRT-M-BUDGET.
007360     MOVE OA-CHANGE-DATE TO OPM-PRT-M-DATE.
007370     MOVE OA-CHANGE-BY TO OPM-PRT-M-BY.
007380     MOVE OPM-LINE-MASTER TO K3-TEXT.
007390     WRITE K3-RECORD.
007400     ADD 1 TO OPM-LISTED.
007410     PERFORM 6110-LIST-ONE-RUN-ENTRY THRU 6110-EXIT
007420             VARYING OPM-IX FROM 1 BY 1
007430             UNTIL OPM-IX > 10.
007440     GO TO 6100-EXIT.
007450 6100-EXIT.
007460     EXIT.
007470
007480 6110-LIST-ONE-RUN-ENTRY.
007490     IF OA-RUN-NAME(OPM-IX) = SPACES
007500         GO TO 6110-EXIT
007510     END-IF.
007520     MOVE OA-RUN-TYPE(OPM-IX) TO OPM-PRT-R-TYPE.
007530     MOVE OA-RUN-NAME(OPM-IX) TO OPM-PRT-R-NAME.
007540     MOVE OPM-LINE-RUN TO K3-TEXT.
007550     WRITE K3-RECORD.
007560     GO TO 6110-EXIT.
007570 6110-EXIT.
007580     EXIT.
007590
007600*-----------------------------------------------------------------
007610* 7000-LOOK-UP-OPERATOR - READS THE MASTER ENTRY FOR THE OPERATOR
007620* NAMED ON THE COMMAND CARD, LEAVING IT IN OA-RECORD WHEN FOUND.
007630*-----------------------------------------------------------------
007640 7000-LOOK-UP-OPERATOR.
007650     MOVE "N" TO OPM-FOUND-SW.
007660     MOVE K2-OPERATOR-ID TO OA-OPERATOR-ID.
007670     READ K1
007680         INVALID KEY
007690             CONTINUE
007700         NOT INVALID KEY
007710             SET OPM-FOUND TO TRUE
007720     END-READ.
007730     GO TO 7000-EXIT.
007740 7000-EXIT.
007750     EXIT.
007760
007770*-----------------------------------------------------------------
007780* 7100-APPLY-CARD-FIELDS - COPIES THE CARD'S NON-BLANK PERMISSION
007790* AND CEILING FIELDS ONTO THE NEW IMAGE AND STAMPS WHO CHANGED
007800* IT AND WHEN.
007810*-----------------------------------------------------------------
007820 7100-APPLY-CARD-FIELDS.
007830     IF K2-MAY-RESTART NOT = SPACE
007840         MOVE K2-MAY-RESTART TO ON-MAY-RESTART
007850     END-IF.
007860     IF K2-MAY-PRELOAD NOT = SPACE
007870         MOVE K2-MAY-PRELOAD TO ON-MAY-PRELOAD
007880     END-IF.
007890     IF K2-MAY-SNAPSHOT NOT = SPACE
007900         MOVE K2-MAY-SNAPSHOT TO ON-MAY-SNAPSHOT
007910     END-IF.
007920     IF K2-MAX-BUDGET NOT = SPACES
007930         MOVE K2-MAX-BUDGET-N TO ON-MAX-BUDGET
007940     END-IF.
007950     MOVE OPM-RUN-DATE TO ON-CHANGE-DATE.
007960     MOVE OPM-RUN-TIME TO ON-CHANGE-TIME.
007970     MOVE K2-OFFICER-ID TO ON-CHANGE-BY.
007980     GO TO 7100-EXIT.
007990 7100-EXIT.
008000     EXIT.
008010
008020*=================================================================
008030* 9000-TERMINATE
008040* COMPLETES ANY ADD OR CHANGE STILL IN PROGRESS, PRINTS THE
008050* TOTALS, CLOSES EVERY FILE AND PASSES THE WORST CONDITION SEEN
008060* BACK AS THE PROGRAM'S RETURN CODE.
008070*=================================================================
008080 9000-TERMINATE.
008090     PERFORM 2500-APPLY-PENDING THRU 2500-EXIT.
008100     MOVE SPACES TO K3-TEXT.
008110     WRITE K3-RECORD.
008120     MOVE OPM-APPLIED TO OPM-PRT-APPLIED.
008130     MOVE OPM-REFUSED TO OPM-PRT-REFUSED.
008140     MOVE OPM-LINE-TOTALS TO K3-TEXT.
008150     WRITE K3-RECORD.
008160     CLOSE K1.
008170     CLOSE K2.
008180     CLOSE K3.
008190     IF OPM-RETURN-CODE > ZERO
008200         MOVE OPM-RETURN-CODE TO RETURN-CODE
008210     END-IF.
008220     GO TO 9000-EXIT.
008230 9000-EXIT.
008240     EXIT.
