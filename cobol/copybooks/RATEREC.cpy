000100******************************************************************
000200*    COPYBOOK:    RATEREC
000300*    DESCRIPTION: RECORD LAYOUT FOR THE SPARTACUS CHARGEBACK RATE
000400*                 TABLE READ BY THE MONTHLY CHARGEBACK RUN.  THREE
000500*                 RECORD TYPES SHARE THE FILE:
000600*                   R  ONE RATE PER SEARCH TYPE (E, R, P) AND
000700*                      AUDIT OUTCOME (F, X, N, U, R -- SEE
000800*                      AUDREC).  ALL FIFTEEN MUST BE PRESENT; A
000900*                      RATE OF ZERO IS ALLOWED BUT MUST BE SAID.
001000*                   D  ONE PER DEPARTMENT, GIVING THE COST CENTER
001100*                      ITS CHARGES ARE DEBITED TO.
001200*                   C  ONE CONTROL RECORD GIVING THE DATA
001300*                      CENTER RECOVERY ACCOUNT CREDITED WITH THE
001400*                      TOTAL AND THE SUSPENSE COST CENTER DEBITED
001500*                      FOR A DEPARTMENT WITH NO D RECORD.
001600*                 RATES ARE IN DOLLARS AND CENTS PER AUDIT RECORD.
001700*    MAINTENANCE HISTORY.
001800*      DATE       BY     DESCRIPTION
001900*      ---------- ------ ------------------------------------
002000*      2025-10-20 JQ     ORIGINAL COPYBOOK.
002100******************************************************************
002200 01  CHARGE-RATE-REC.
002300     05  CR-REC-TYPE              PIC X(01).
002400         88  CR-RATE-REC                  VALUE "R".
002500         88  CR-DEPT-REC                  VALUE "D".
002600         88  CR-CONTROL-REC               VALUE "C".
002700     05  CR-REC-BODY              PIC X(39).
002800     05  CR-RATE-BODY REDEFINES CR-REC-BODY.
002900         10  CR-RATE-SEARCH-TYPE  PIC X(01).
003000         10  CR-RATE-OUTCOME      PIC X(01).
003100         10  CR-RATE-AMOUNT       PIC 9(03)V99.
003200         10  FILLER               PIC X(32).
003300     05  CR-DEPT-BODY REDEFINES CR-REC-BODY.
003400         10  CR-DEPT-CODE         PIC X(04).
003500         10  CR-DEPT-COST-CENTER  PIC X(10).
003600         10  CR-DEPT-NAME         PIC X(20).
003700         10  FILLER               PIC X(05).
003800     05  CR-CONTROL-BODY REDEFINES CR-REC-BODY.
003900         10  CR-RECOVERY-ACCOUNT  PIC X(10).
004000         10  CR-SUSPENSE-CENTER   PIC X(10).
004100         10  FILLER               PIC X(19).
