000010*---------------------------------------------------------------
000020* OPERAUTH - OPERATOR AUTHORIZATION MASTER RECORD, MAINTAINED BY
000030* OPRMAINT AND READ BY THE INTERPRETER (BRAINFUCOIDAN) AND THE
000040* DECK PRE-AUDIT (CTLAUDIT).  AN INDEXED DATASET KEYED BY
000050* OPERATOR ID.  EACH ENTRY SAYS WHICH LIBRARY MEMBERS (TYPE M)
000060* OR SOURCE FILES (TYPE S) THE OPERATOR MAY RUN - A NAME ENDING
000070* IN * IS A PREFIX, * ALONE IS ANYTHING OF THAT TYPE - WHETHER
000080* THE OPERATOR MAY ASK FOR A CHECKPOINT RESTART, A TAPE PRELOAD
000090* OR A TAPE SNAPSHOT, AND THE HIGHEST INSTRUCTION BUDGET THE
000100* OPERATOR MAY PUNCH (ZERO - NONE ABOVE THE SHOP DEFAULT).  A
000110* REVOKED ENTRY IS KEPT, STATUS R, SO THE HISTORY STAYS ON FILE.
000120*---------------------------------------------------------------
000130 01  OA-RECORD.
000140     03  OA-KEY.
000150         05  OA-OPERATOR-ID      PIC X(008).
000160     03  OA-OPERATOR-NAME        PIC X(030).
000170     03  OA-STATUS               PIC X(001).
000180         88  OA-ACTIVE               VALUE "A".
000190         88  OA-REVOKED              VALUE "R".
000200     03  OA-MAY-RESTART          PIC X(001).
000210         88  OA-RESTART-ALLOWED      VALUE "Y".
000220     03  OA-MAY-PRELOAD          PIC X(001).
000230         88  OA-PRELOAD-ALLOWED      VALUE "Y".
000240     03  OA-MAY-SNAPSHOT         PIC X(001).
000250         88  OA-SNAPSHOT-ALLOWED     VALUE "Y".
000260     03  OA-MAX-BUDGET           PIC 9(010).
000270     03  OA-RUN-ENTRY OCCURS 10 TIMES.
000280         05  OA-RUN-TYPE         PIC X(001).
000290             88  OA-RUN-MEMBER       VALUE "M".
000300             88  OA-RUN-SOURCE       VALUE "S".
000310         05  OA-RUN-NAME         PIC X(040).
000320     03  OA-CHANGE-DATE          PIC 9(008).
000330     03  OA-CHANGE-TIME          PIC 9(008).
000340     03  OA-CHANGE-BY            PIC X(008).
