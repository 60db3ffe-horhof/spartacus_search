000100******************************************************************
000200*    COPYBOOK:    HMHREC
000300*    DESCRIPTION: RECORD LAYOUT FOR THE SPARTACUS HAYSTACK
000400*                 MAINTENANCE HELD-FOR-APPROVAL FILE.  HAYSUBMT
000500*                 APPENDS ONE RECORD PER SUBMITTED HMTREC
000600*                 TRANSACTION, STAMPED WITH THE SUBMITTING USER
000700*                 AND JOB AND KEYED ON THE SUBMIT DATE, SUBMIT
000800*                 TIME AND ITEM NUMBER WITHIN THE SUBMISSION.
000900*                 HAYAPPRV CARRIES EVERY ITEM NOT YET DECIDED
001000*                 FORWARD TO THE NEXT GENERATION OF THE FILE;
001100*                 A RELEASED ITEM GOES ON TO HAYMAINT AND A
001200*                 RETURNED ITEM GOES BACK TO THE SUBMITTER IN
001300*                 THIS SAME LAYOUT WITH THE DECIDING USER, THE
001400*                 DECISION DATE AND THE REASON FILLED IN (ZERO
001500*                 AND SPACES WHILE THE ITEM IS STILL HELD).  THE
001600*                 TRANSACTION ITSELF IS THE HMTREC IMAGE, SO IT
001700*                 MOVES TO HAYTRANS AS A GROUP.
001800*    MAINTENANCE HISTORY.
001900*      DATE       BY     DESCRIPTION
002000*      ---------- ------ ------------------------------------
002100*      2025-09-22 JQ     ORIGINAL COPYBOOK.
002200******************************************************************
002300 01  HAYMAINT-HELD-REC.
002400     05  HH-HELD-KEY.
002500         10  HH-SUBMIT-DATE       PIC 9(08).
002600         10  HH-SUBMIT-TIME       PIC 9(08).
002700         10  HH-ITEM-NUMBER       PIC 9(04).
002800     05  HH-SUBMIT-USER           PIC X(08).
002900     05  HH-SUBMIT-JOB            PIC X(08).
003000     05  HH-TRANSACTION.
003100         10  HH-ACTION-CODE       PIC X(01).
003200         10  HH-VALUE             PIC X(05).
003300         10  HH-STATUS-CODE       PIC X(01).
003400         10  HH-EFF-DATE          PIC X(08).
003500         10  HH-EXP-DATE          PIC X(08).
003600         10  HH-SOURCE-CODE       PIC X(04).
003700     05  HH-DECIDED-DATE          PIC 9(08).
003800     05  HH-DECIDED-USER          PIC X(08).
003900     05  HH-RETURN-REASON         PIC X(30).
