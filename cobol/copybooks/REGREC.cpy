000100******************************************************************
000200*    COPYBOOK:    REGREC
000300*    DESCRIPTION: RECORD LAYOUT FOR THE SPARTACUS REQUEST
000400*                 REGISTER, A KSDS KEYED ON THE REQUESTING
000500*                 DEPARTMENT, THE REQUESTOR REFERENCE AND THE
000600*                 ORIGINATING BATCH DATE AND NUMBER.  NEEDEDIT
000700*                 WRITES ONE RECORD PER ACCEPTED REQUEST, AND THE
000800*                 SEARCH, THE RESPONSE SPLIT AND THE EXTRACT
000900*                 RECONCILIATION UPDATE IT AS THE REQUEST MOVES
001000*                 THROUGH THE CYCLE, SO ONE READ ANSWERS "WHAT
001100*                 HAPPENED TO REFERENCE X".  THE STATE CODE IS
001200*                 WHERE THE REQUEST STANDS NOW AND THE STATE DATE
001300*                 IS WHEN IT GOT THERE; EACH STAGE ALSO KEEPS THE
001400*                 DATE IT WAS REACHED, ZERO UNTIL THEN.
001500*                   A  ACCEPTED BY NEEDEDIT, NOT YET SEARCHED
001600*                   S  SEARCHED AND ANSWERED, NOT YET SENT
001700*                   P  NOT FOUND, HELD ON THE PENDING RECYCLE
001800*                   E  NOT FOUND AFTER RECYCLE_MAX ATTEMPTS
001900*                   R  REJECTED BY THE SEARCH NEEDLE EDIT
002000*                   T  ANSWER TRANSMITTED TO THE BRANCH
002100*                   I  POSTED BY INVENTORY
002200*                   J  REJECTED BY INVENTORY
002210*                   W  WITHDRAWN BY THE EXCEPTIONS DESK
002300*    MAINTENANCE HISTORY.
002400*      DATE       BY     DESCRIPTION
002500*      ---------- ------ ------------------------------------
002600*      2025-09-08 JQ     ORIGINAL COPYBOOK.
002610*      2026-01-26 JQ     ADDED THE WITHDRAWN STATE, SET BY
002620*                        SPARTACUS-PNDCORR WHEN THE EXCEPTIONS
002630*                        DESK WITHDRAWS A PENDING REQUEST.
002700******************************************************************
002800 01  REQUEST-REG-REC.
002900     05  RG-KEY.
003000         10  RG-DEPT-CODE         PIC X(04).
003100         10  RG-REQ-REF           PIC X(10).
003200         10  RG-BATCH-DATE        PIC 9(08).
003300         10  RG-BATCH-NUMBER      PIC 9(04).
003400     05  RG-SEARCH-TYPE           PIC X(01).
003500     05  RG-VALUE                 PIC X(05).
003600     05  RG-VALUE-2               PIC X(05).
003700     05  RG-STATE-CODE            PIC X(01).
003800         88  RG-STATE-ACCEPTED            VALUE "A".
003900         88  RG-STATE-SEARCHED            VALUE "S".
004000         88  RG-STATE-PENDING             VALUE "P".
004100         88  RG-STATE-EXPIRED             VALUE "E".
004200         88  RG-STATE-REJECTED            VALUE "R".
004300         88  RG-STATE-ANSWERED            VALUE "T".
004400         88  RG-STATE-POSTED              VALUE "I".
004500         88  RG-STATE-INV-REJECTED        VALUE "J".
004510         88  RG-STATE-WITHDRAWN           VALUE "W".
004600     05  RG-STATE-DATE            PIC 9(08).
004700     05  RG-ACCEPTED-DATE         PIC 9(08).
004800     05  RG-FIRST-SEARCH-DATE     PIC 9(08).
004900     05  RG-LAST-SEARCH-DATE      PIC 9(08).
005000     05  RG-ATTEMPT-COUNT         PIC 9(02).
005100     05  RG-LAST-OUTCOME          PIC X(01).
005200     05  RG-EXPIRED-DATE          PIC 9(08).
005300     05  RG-ANSWERED-DATE         PIC 9(08).
005400     05  RG-DISPOSED-DATE         PIC 9(08).
005500     05  RG-DISPOSITION-REASON    PIC X(04).
005600     05  RG-LAST-JOB-NAME         PIC X(08).
