000100******************************************************************
000200*    COPYBOOK:    PCTREC
000300*    DESCRIPTION: RECORD LAYOUT FOR THE PENDING-FILE CORRECTION
000400*                 TRANSACTIONS KEYED BY THE EXCEPTIONS DESK AND
000500*                 APPLIED BY SPARTACUS-PNDCORR.  EACH ONE NAMES A
000600*                 PENDING NEEDLE BY ITS REQUESTING DEPARTMENT,
000700*                 REQUESTOR REFERENCE AND THE VALUE NOW PENDING,
000800*                 AND EITHER CORRECTS THAT VALUE (ACTION C) OR
000900*                 WITHDRAWS THE REQUEST (ACTION W).  THE SECOND
001000*                 CORRECTED VALUE IS THE NEW UPPER BOUND OF A
001100*                 RANGE OR PREFIX REQUEST; SPACES LEAVE THE
001200*                 PENDING ONE AS IT IS.  BOTH CORRECTED
001300*                 VALUES ARE SPACES ON A WITHDRAWAL.
001400*    MAINTENANCE HISTORY.
001500*      DATE       BY     DESCRIPTION
001600*      ---------- ------ ------------------------------------
001700*      2026-01-26 JQ     ORIGINAL COPYBOOK.
001800******************************************************************
001900 01  PENDING-CORR-TRN-REC.
002000     05  PT-KEY.
002100         10  PT-DEPT-CODE         PIC X(04).
002200         10  PT-REQ-REF           PIC X(10).
002300         10  PT-PENDING-VALUE     PIC X(05).
002400     05  PT-ACTION-CODE           PIC X(01).
002500         88  PT-ACTION-CORRECT            VALUE "C".
002600         88  PT-ACTION-WITHDRAW           VALUE "W".
002700     05  PT-CORRECTED-VALUE       PIC X(05).
002800     05  PT-CORRECTED-VALUE-2     PIC X(05).
