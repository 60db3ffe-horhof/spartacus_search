000100******************************************************************
000200*    COPYBOOK:    PCJREC
000300*    DESCRIPTION: RECORD LAYOUT FOR THE PENDING-FILE CORRECTION
000400*                 JOURNAL.  SPARTACUS-PNDCORR APPENDS ONE RECORD
000500*                 FOR EVERY CORRECTION OR WITHDRAWAL IT APPLIES TO
000600*                 A PENDING NEEDLE, CARRYING THE RUN DATE AND
000700*                 TIME, THE JOB AND THE DESK USER WHO RAN IT, THE
000800*                 REQUEST'S IDENTITY AND ITS VALUES BEFORE AND
000900*                 AFTER THE CHANGE (SPACES AFTER A WITHDRAWAL), SO
001000*                 EVERY ANSWER GIVEN ON A CORRECTED VALUE CAN BE
001100*                 TRACED BACK TO WHO CHANGED IT AND FROM WHAT.
001200*    MAINTENANCE HISTORY.
001300*      DATE       BY     DESCRIPTION
001400*      ---------- ------ ------------------------------------
001500*      2026-01-26 JQ     ORIGINAL COPYBOOK.
001600******************************************************************
001700 01  PENDING-CORR-JRNL-REC.
001800     05  PJ-RUN-DATE              PIC 9(08).
001900     05  PJ-RUN-TIME              PIC 9(08).
002000     05  PJ-JOB-NAME              PIC X(08).
002100     05  PJ-USER-ID               PIC X(08).
002200     05  PJ-ACTION-CODE           PIC X(01).
002300         88  PJ-ACTION-CORRECT            VALUE "C".
002400         88  PJ-ACTION-WITHDRAW           VALUE "W".
002500     05  PJ-DEPT-CODE             PIC X(04).
002600     05  PJ-REQ-REF               PIC X(10).
002700     05  PJ-BATCH-DATE            PIC 9(08).
002800     05  PJ-BATCH-NUMBER          PIC 9(04).
002900     05  PJ-SEARCH-TYPE           PIC X(01).
003000     05  PJ-FIRST-SEEN-DATE       PIC 9(08).
003100     05  PJ-BEFORE-VALUE          PIC X(05).
003200     05  PJ-BEFORE-VALUE-2        PIC X(05).
003300     05  PJ-AFTER-VALUE           PIC X(05).
003400     05  PJ-AFTER-VALUE-2         PIC X(05).
