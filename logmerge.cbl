000180*                  AFTER JOBS HAVE RUN IN PARALLEL.  EACH MERGED
000190*                  PARTITION IS EMPTIED AFTERWARDS SO A SECOND
000200*                  MERGE PASS CANNOT DUPLICATE ITS RECORDS.
000201* 10/15/2026 DJ    RECORD AREAS WIDENED TO 400 BYTES - THE RUN-LOG
000202*                  RECORD NOW CARRIES THE INCLUDED MEMBERS AND
000203*                  THEIR VERSIONS PAST THE OLD 236-BYTE LIMIT.
000204* 10/15/2026 DJ    THE INTERPRETER'S WORK-DATASET INVENTORY IS
000205*                  PARTITIONED PER JOB TOO - ITS DSINVENT
000206*                  PARTITION IS NOW MERGED INTO THE SHARED
000207*                  DSINVENT FILE DSCLEAN READS, AND EMPTIED,
000208*                  ALONG WITH THE OTHER THREE.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000470     SELECT M6 ASSIGN TO "MRGLIST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS MRG-FS-M6.
000491*    M7 - THE SHARED WORK-DATASET INVENTORY.
000492     SELECT M7 ASSIGN TO "DSINVENT"
000493         ORGANIZATION IS LINE SEQUENTIAL
000494         FILE STATUS IS MRG-FS-M7.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  M1
000530     LABEL RECORDS ARE STANDARD.
000540 01  M1-RECORD.
000550     03  M1-TEXT                 PIC X(400).
000560
000570 FD  M2
000580     LABEL RECORDS ARE STANDARD.
000590 01  M2-RECORD.
000600     03  M2-TEXT                 PIC X(400).
000610
000620 FD  M3
000630     LABEL RECORDS ARE STANDARD.
000640 01  M3-RECORD.
000650     03  M3-TEXT                 PIC X(400).
000660
000670 FD  M4
000680     LABEL RECORDS ARE STANDARD.
000690 01  M4-RECORD.
000700     03  M4-TEXT                 PIC X(400).
000710
000720 FD  M5
000730     LABEL RECORDS ARE STANDARD.
000790     LABEL RECORDS ARE STANDARD.
000800 01  M6-RECORD.
000810     03  M6-TEXT                 PIC X(132).
000812
000814 FD  M7
000816     LABEL RECORDS ARE STANDARD.
000818 01  M7-RECORD.
000819     03  M7-TEXT                 PIC X(400).
000820 WORKING-STORAGE SECTION.
000830*---------------------------------------------------------------
000840* STANDALONE COUNTERS AND SWITCHES.
001030     03  MRG-FS-M4               PIC X(002).
001040     03  MRG-FS-M5               PIC X(002).
001050     03  MRG-FS-M6               PIC X(002).
001055     03  MRG-FS-M7               PIC X(002).
001060
001070 01  MRG-PART-FILENAME           PIC X(088).
001080 01  MRG-BASE-NAME               PIC X(008) VALUE SPACES.
001240
001250*=================================================================
001260* 0000-MAINLINE
001270* MERGES EVERY PARAMETERIZED JOB'S FOUR PARTITIONS INTO THE
001280* SHARED FILES, ONE JOB PER PARAMETER CARD.
001290*=================================================================
001300 0000-MAINLINE.
001650     IF NOT (MRG-FS-M4 = "00" OR MRG-FS-M4 = "05")
001660         OPEN OUTPUT M4
001670     END-IF.
001672     OPEN EXTEND M7.
001674     IF NOT (MRG-FS-M7 = "00" OR MRG-FS-M7 = "05")
001676         OPEN OUTPUT M7
001678     END-IF.
001680     MOVE "RUN TRAIL MERGE" TO M6-TEXT.
001690     WRITE M6-RECORD.
001700     MOVE SPACES TO M6-TEXT.
001760
001770*=================================================================
001780* 2000-MERGE-ONE-JOB
001790* MERGES ONE JOB'S RUN-LOG, STATISTICS, VERIFICATION AND
001800* INVENTORY PARTITIONS AND ADVANCES TO THE NEXT PARAMETER CARD.
001810* A BLANK CARD IS PASSED OVER.
001820*=================================================================
001830 2000-MERGE-ONE-JOB.
001840     IF M5-JOB-ID = SPACES
001950     MOVE "VERIFRPT" TO MRG-BASE-NAME.
001960     MOVE 3 TO MRG-TARGET.
001970     PERFORM 3000-MERGE-ONE-FILE THRU 3000-EXIT.
001972     MOVE "DSINVENT" TO MRG-BASE-NAME.
001974     MOVE 4 TO MRG-TARGET.
001976     PERFORM 3000-MERGE-ONE-FILE THRU 3000-EXIT.
001980     PERFORM 2100-READ-PARM THRU 2100-EXIT.
001990     GO TO 2000-EXIT.
002000 2000-EXIT.
002720         WHEN 3
002730             MOVE M1-TEXT TO M4-TEXT
002740             WRITE M4-RECORD
002745         WHEN 4
002746             MOVE M1-TEXT TO M7-TEXT
002747             WRITE M7-RECORD
002750     END-EVALUATE.
002760     ADD 1 TO MRG-RECORDS-COPIED.
002770     GO TO 3100-EXIT.
002870     CLOSE M2.
002880     CLOSE M3.
002890     CLOSE M4.
002895     CLOSE M7.
002900     CLOSE M5.
002910     CLOSE M6.
002920     IF MRG-RETURN-CODE > ZERO
