000212*                  SYMBOLS THE INTERPRETER RESOLVES WHEN IT READS
000213*                  A CARD, SO THE EXISTENCE PROBE AND THE LISTING
000214*                  SEE THE SAME DATASET NAMES THE RUN WILL USE.
000215* 10/15/2026 DJ    CHECKS THE NEW LIBRARY FIELD (P, T OR BLANK)
000216*                  AND LOOKS A TEST-LIBRARY MEMBER UP IN SRCTEST
000217*                  INSTEAD OF SRCLIB.
000218* 10/15/2026 DJ    EVERY CARD IS NOW CHECKED AGAINST THE OPERAUTH
000219*                  OPERATOR AUTHORIZATION MASTER BY THE SAME RULES
000220*                  THE INTERPRETER APPLIES, AND EACH VIOLATION -
000221*                  OPERATOR, MEMBER OR SOURCE, RESTART, PRELOAD,
000222*                  SNAPSHOT, BUDGET - IS FLAGGED ON THE CARD.
000223*---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS SL-KEY
000460         FILE STATUS IS AUD-FS-A4.
000461*    A5 - THE SRCTEST TEST LIBRARY, PROBED THE SAME WAY FOR A
000462*    CARD THAT RUNS ITS MEMBER FROM TEST.
000463     SELECT A5 ASSIGN TO "SRCTEST"
000464         ORGANIZATION IS INDEXED
000465         ACCESS MODE IS DYNAMIC
000466         RECORD KEY IS ST-KEY
000467         FILE STATUS IS AUD-FS-A5.
000468*    A6 - THE OPERATOR AUTHORIZATION MASTER, READ BY EACH CARD'S
000469*    OPERATOR ID.
000470     SELECT A6 ASSIGN TO "OPERAUTH"
000471         ORGANIZATION IS INDEXED
000472         ACCESS MODE IS RANDOM
000473         RECORD KEY IS OA-KEY
000474         FILE STATUS IS AUD-FS-A6.
000475 DATA DIVISION.
000480 FILE SECTION.
000490 FD  A1
000500     LABEL RECORDS ARE STANDARD.
000570     03  A1-OPERATOR-ID          PIC X(008).
000580     03  A1-JOB-ID               PIC X(008).
000590     03  A1-MAX-INSTR            PIC X(010).
000595     03  A1-MAX-INSTR-N REDEFINES A1-MAX-INSTR
000596                                 PIC 9(010).
000600     03  A1-TRACE-SW             PIC X(001).
000610     03  A1-TRACE-INTERVAL       PIC X(005).
000620     03  A1-VERIFY-SW            PIC X(001).
000680     03  A1-SNAP-SW              PIC X(001).
000690     03  A1-PRELOAD-FILE         PIC X(080).
000700     03  A1-PROFILE-SW           PIC X(001).
000701     03  A1-LIBRARY              PIC X(001).
000710
000720 FD  A2
000730     LABEL RECORDS ARE STANDARD.
000820 FD  A4
000830     LABEL RECORDS ARE STANDARD.
000840     COPY SRCLIB.
000841
000842 FD  A5
000843     LABEL RECORDS ARE STANDARD.
000844     COPY SRCLIB REPLACING LEADING ==SL-== BY ==ST-==.
000845
000846 FD  A6
000847     LABEL RECORDS ARE STANDARD.
000848     COPY OPERAUTH.
000850 WORKING-STORAGE SECTION.
000860*---------------------------------------------------------------
000870* STANDALONE COUNTERS AND SWITCHES.
000920 77  AUD-RETURN-CODE             PIC 9(002) COMP VALUE ZERO.
000930 77  AUD-STEP-INDEX              PIC 9(005) COMP VALUE ZERO.
000940 77  AUD-STEP-FOUND              PIC 9(005) COMP VALUE ZERO.
000941 77  AUD-AUTH-IX                 PIC 9(005) COMP VALUE ZERO.
000942 77  AUD-AUTH-FOUND              PIC 9(005) COMP VALUE ZERO.
000943 77  AUD-AUTH-LEN                PIC 9(005) COMP VALUE ZERO.
000944 77  AUD-AUTH-LIMIT              PIC 9(010) COMP VALUE ZERO.
000945 77  AUD-DEFAULT-BUDGET          PIC 9(010) COMP
000946                                     VALUE 2000000000.
000950
000960 01  AUD-SWITCHES.
000970     03  AUD-EOF-A1-SW           PIC X(001) VALUE "N".
000980         88  AUD-EOF-A1              VALUE "Y".
000990     03  AUD-LIB-OPEN-SW         PIC X(001) VALUE "N".
001000         88  AUD-LIB-OPEN            VALUE "Y".
001001     03  AUD-TEST-OPEN-SW        PIC X(001) VALUE "N".
001002         88  AUD-TEST-OPEN           VALUE "Y".
001003     03  AUD-AUTH-OPEN-SW        PIC X(001) VALUE "N".
001004         88  AUD-AUTH-OPEN           VALUE "Y".
001010
001020 01  AUD-FILE-STATUSES.
001030     03  AUD-FS-A1               PIC X(002).
001040     03  AUD-FS-A2               PIC X(002).
001050     03  AUD-FS-A3               PIC X(002).
001060     03  AUD-FS-A4               PIC X(002).
001061     03  AUD-FS-A5               PIC X(002).
001062     03  AUD-FS-A6               PIC X(002).
001070
001080*---------------------------------------------------------------
001090* STEP NAMES SEEN SO FAR IN THE DECK, IN CARD ORDER - THE SAME
001160         05  AUD-STEP-HIST-NAME  PIC X(008).
001170
001180 01  AUD-PROBE-FILENAME          PIC X(080).
001183 01  AUD-LOOKUP-NAME             PIC X(008).
001186 01  AUD-AUTH-NAME               PIC X(080).
001191
001192*---------------------------------------------------------------
001193* SYMBOLIC-SUBSTITUTION WORK AREAS - THE SAME &DATE, &DATE6,
001770     IF AUD-FS-A4 = "00"
001780         SET AUD-LIB-OPEN TO TRUE
001790     END-IF.
001791     OPEN INPUT A5.
001792     IF AUD-FS-A5 = "00"
001793         SET AUD-TEST-OPEN TO TRUE
001794     END-IF.
001795     OPEN INPUT A6.
001796     IF AUD-FS-A6 = "00"
001797         SET AUD-AUTH-OPEN TO TRUE
001798     END-IF.
001800     MOVE "CONTROL DECK PRE-AUDIT" TO A2-TEXT.
001810     WRITE A2-RECORD.
001820     MOVE SPACES TO A2-TEXT.
002090     PERFORM 3200-CHECK-STEP-NAME THRU 3200-EXIT.
002100     PERFORM 3300-CHECK-CONDITIONS THRU 3300-EXIT.
002110     PERFORM 3400-CHECK-SOURCE THRU 3400-EXIT.
002111     PERFORM 3500-CHECK-AUTHORIZATION THRU 3500-EXIT.
002120     IF AUD-CARD-ERRORS = ZERO
002130         MOVE "  OK" TO A2-TEXT
002140         WRITE A2-RECORD
003230             TO AUD-PRT-MESSAGE
003240         PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
003250     END-IF.
003251     IF A1-LIBRARY NOT = "P" AND A1-LIBRARY NOT = "T"
003252        AND A1-LIBRARY NOT = SPACE
003253         MOVE "LIBRARY IS NOT P, T OR BLANK" TO AUD-PRT-MESSAGE
003254         PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
003255     END-IF.
003260     GO TO 3100-EXIT.
003270 3100-EXIT.
003280     EXIT.
004030*=================================================================
004040* 3400-CHECK-SOURCE
004050* A CARD NAMING A LIBRARY MEMBER MUST FIND ITS DIRECTORY HEADER
004060* IN SRCLIB, OR IN SRCTEST WHEN THE CARD'S LIBRARY FIELD IS T;
004061* A HEADER LEFT MARKED DELETED IN SRCTEST DOES NOT COUNT.  ANY
004070* OTHER CARD'S SOURCE FILE MUST OPEN.  A CARD NAMING NEITHER HAS
004071* NOTHING TO RUN AT ALL.
004080*=================================================================
004090 3400-CHECK-SOURCE.
004100     IF A1-MEMBER-NAME NOT = SPACES
004300     EXIT.
004310
004320 3410-CHECK-MEMBER.
004321     IF A1-LIBRARY = "T"
004322         PERFORM 3420-CHECK-TEST-MEMBER THRU 3420-EXIT
004323         GO TO 3410-EXIT
004324     END-IF.
004330     IF NOT AUD-LIB-OPEN
004340         MOVE "SOURCE LIBRARY NOT AVAILABLE FOR MEMBER CHECK"
004350             TO AUD-PRT-MESSAGE
004460     GO TO 3410-EXIT.
004470 3410-EXIT.
004480     EXIT.
004481
004482 3420-CHECK-TEST-MEMBER.
004483     IF NOT AUD-TEST-OPEN
004484         MOVE "TEST LIBRARY NOT AVAILABLE FOR MEMBER CHECK"
004485             TO AUD-PRT-MESSAGE
004486         PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
004487         GO TO 3420-EXIT
004488     END-IF.
004489     MOVE A1-MEMBER-NAME TO ST-MEMBER.
004490     MOVE ZERO TO ST-LINE-NO.
004491     READ A5
004492         INVALID KEY
004493             MOVE "MEMBER NOT CATALOGED IN TEST LIBRARY"
004494                 TO AUD-PRT-MESSAGE
004495             PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
004496             GO TO 3420-EXIT
004497     END-READ.
004498     IF ST-MEMBER-DELETED
004499         MOVE "MEMBER NOT CATALOGED IN TEST LIBRARY"
004500             TO AUD-PRT-MESSAGE
004501         PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
004502     END-IF.
004503     GO TO 3420-EXIT.
004504 3420-EXIT.
004505     EXIT.
004506
004507*=================================================================
004508* 3500-CHECK-AUTHORIZATION
004509* THE CARD'S OPERATOR MUST BE ACTIVE ON THE AUTHORIZATION MASTER
004510* WITH A RUN ENTRY COVERING THE MEMBER (OR THE RESOLVED SOURCE
004511* FILE NAME), LEAVE TO ASK FOR EVERY RESTART, PRELOAD AND
004512* SNAPSHOT THE CARD PUNCHES, AND A CEILING AT OR ABOVE THE
004513* BUDGET PUNCHED - THE RULES THE INTERPRETER REFUSES A CARD ON.
004514* UNLIKE THE INTERPRETER, WHICH STOPS AT THE FIRST, EVERY
004515* VIOLATION ON THE CARD IS FLAGGED.
004516*=================================================================
004517 3500-CHECK-AUTHORIZATION.
004518     IF A1-OPERATOR-ID = SPACES
004519         MOVE "CARD CARRIES NO OPERATOR ID" TO AUD-PRT-MESSAGE
004520         PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
004521         GO TO 3500-EXIT
004522     END-IF.
004523     IF NOT AUD-AUTH-OPEN
004524         MOVE "OPERAUTH NOT AVAILABLE FOR OPERATOR CHECK"
004525             TO AUD-PRT-MESSAGE
004526         PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
004527         GO TO 3500-EXIT
004528     END-IF.
004529     MOVE A1-OPERATOR-ID TO OA-OPERATOR-ID.
004530     READ A6
004531         INVALID KEY
004532             MOVE "OPERATOR NOT ON THE AUTHORIZATION MASTER"
004533                 TO AUD-PRT-MESSAGE
004534             PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
004535             GO TO 3500-EXIT
004536     END-READ.
004537     IF NOT OA-ACTIVE
004538         MOVE "OPERATOR AUTHORIZATION REVOKED" TO AUD-PRT-MESSAGE
004539         PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
004540         GO TO 3500-EXIT
004541     END-IF.
004542     IF A1-MEMBER-NAME NOT = SPACES
004543         MOVE A1-MEMBER-NAME TO AUD-AUTH-NAME
004544     ELSE
004545         MOVE A1-SRC-FILE TO AUD-AUTH-NAME
004546     END-IF.
004547     MOVE ZERO TO AUD-AUTH-FOUND.
004548     PERFORM 3510-MATCH-RUN-ENTRY THRU 3510-EXIT
004549             VARYING AUD-AUTH-IX FROM 1 BY 1
004550             UNTIL AUD-AUTH-IX > 10
004551                OR AUD-AUTH-FOUND > ZERO.
004552     IF AUD-AUTH-FOUND = ZERO
004553         IF A1-MEMBER-NAME NOT = SPACES
004554             MOVE "OPERATOR NOT AUTHORIZED FOR THIS MEMBER"
004555                 TO AUD-PRT-MESSAGE
004556         ELSE
004557             MOVE "OPERATOR NOT AUTHORIZED FOR THIS SOURCE FILE"
004558                 TO AUD-PRT-MESSAGE
004559         END-IF
004560         PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
004561     END-IF.
004562     IF A1-RESTART-SW = "Y" AND NOT OA-RESTART-ALLOWED
004563         MOVE "OPERATOR NOT AUTHORIZED TO REQUEST A RESTART"
004564             TO AUD-PRT-MESSAGE
004565         PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
004566     END-IF.
004567     IF A1-PRELOAD-FILE NOT = SPACES AND NOT OA-PRELOAD-ALLOWED
004568         MOVE "OPERATOR NOT AUTHORIZED TO PRELOAD A TAPE"
004569             TO AUD-PRT-MESSAGE
004570         PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
004571     END-IF.
004572     IF A1-SNAP-SW = "Y" AND NOT OA-SNAPSHOT-ALLOWED
004573         MOVE "OPERATOR NOT AUTHORIZED TO SNAPSHOT THE TAPE"
004574             TO AUD-PRT-MESSAGE
004575         PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
004576     END-IF.
004577     IF A1-MAX-INSTR NOT NUMERIC
004578         GO TO 3500-EXIT
004579     END-IF.
004580     IF OA-MAX-BUDGET NUMERIC AND OA-MAX-BUDGET > ZERO
004581         MOVE OA-MAX-BUDGET TO AUD-AUTH-LIMIT
004582     ELSE
004583         MOVE AUD-DEFAULT-BUDGET TO AUD-AUTH-LIMIT
004584     END-IF.
004585     IF A1-MAX-INSTR-N > AUD-AUTH-LIMIT
004586         MOVE "INSTRUCTION BUDGET ABOVE THE OPERATOR'S LIMIT"
004587             TO AUD-PRT-MESSAGE
004588         PERFORM 2200-FLAG-ERROR THRU 2200-EXIT
004589     END-IF.
004590     GO TO 3500-EXIT.
004591 3500-EXIT.
004592     EXIT.
004593
004594*-----------------------------------------------------------------
004595* 3510-MATCH-RUN-ENTRY - TRIES ONE RUN ENTRY AGAINST
004596* AUD-AUTH-NAME BY THE INTERPRETER'S RULE: TYPE M FOR A MEMBER
004597* CARD, TYPE S FOR A LOOSE FILE; A TRAILING * IS A PREFIX, *
004598* ALONE MATCHES ANYTHING, ANY OTHER NAME MUST MATCH IN FULL.
004599*-----------------------------------------------------------------
004600 3510-MATCH-RUN-ENTRY.
004601     IF OA-RUN-NAME(AUD-AUTH-IX) = SPACES
004602         GO TO 3510-EXIT
004603     END-IF.
004604     IF A1-MEMBER-NAME NOT = SPACES
004605         IF NOT OA-RUN-MEMBER(AUD-AUTH-IX)
004606             GO TO 3510-EXIT
004607         END-IF
004608     ELSE
004609         IF NOT OA-RUN-SOURCE(AUD-AUTH-IX)
004610             GO TO 3510-EXIT
004611         END-IF
004612     END-IF.
004613     MOVE 40 TO AUD-AUTH-LEN.
004614     MOVE ZERO TO AUD-TRAIL-SPACES.
004615     INSPECT OA-RUN-NAME(AUD-AUTH-IX) TALLYING AUD-TRAIL-SPACES
004616             FOR TRAILING SPACES.
004617     SUBTRACT AUD-TRAIL-SPACES FROM AUD-AUTH-LEN
004618             GIVING AUD-AUTH-LEN.
004619     IF OA-RUN-NAME(AUD-AUTH-IX)(AUD-AUTH-LEN:1) NOT = "*"
004620         IF OA-RUN-NAME(AUD-AUTH-IX) = AUD-AUTH-NAME
004621             MOVE AUD-AUTH-IX TO AUD-AUTH-FOUND
004622         END-IF
004623         GO TO 3510-EXIT
004624     END-IF.
004625     SUBTRACT 1 FROM AUD-AUTH-LEN.
004626     IF AUD-AUTH-LEN = ZERO
004627         MOVE AUD-AUTH-IX TO AUD-AUTH-FOUND
004628         GO TO 3510-EXIT
004629     END-IF.
004630     IF OA-RUN-NAME(AUD-AUTH-IX)(1:AUD-AUTH-LEN)
004631             = AUD-AUTH-NAME(1:AUD-AUTH-LEN)
004632         MOVE AUD-AUTH-IX TO AUD-AUTH-FOUND
004633     END-IF.
004634     GO TO 3510-EXIT.
004635 3510-EXIT.
004636     EXIT.
004637
004638*=================================================================
004639* 9000-TERMINATE
004640* PRINTS THE DECK TOTALS, CLOSES EVERY FILE AND PASSES A NONZERO
004641* RETURN CODE BACK WHEN ANY CARD FAILED, SO THE JCL CAN STOP THE
004642* INTERPRETER STEP FROM EVER STARTING.
004643*=================================================================
004644 9000-TERMINATE.
004645     MOVE SPACES TO A2-TEXT.
004646     WRITE A2-RECORD.
004647     MOVE AUD-CARD-NO TO AUD-PRT-CARDS.
004648     MOVE AUD-ERROR-COUNT TO AUD-PRT-ERRORS.
004649     MOVE AUD-LINE-TOTALS TO A2-TEXT.
004650     WRITE A2-RECORD.
004651     CLOSE A1.
004652     CLOSE A2.
004653     IF AUD-LIB-OPEN
004660         CLOSE A4
004670     END-IF.
004671     IF AUD-TEST-OPEN
004672         CLOSE A5
004673     END-IF.
004674     IF AUD-AUTH-OPEN
004675         CLOSE A6
004676     END-IF.
004680     IF AUD-ERROR-COUNT > ZERO
004690         MOVE 8 TO AUD-RETURN-CODE
004700     END-IF.
