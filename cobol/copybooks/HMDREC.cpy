000100******************************************************************
000200*    COPYBOOK:    HMDREC
000300*    DESCRIPTION: RECORD LAYOUT FOR THE SPARTACUS HAYSTACK
000400*                 MAINTENANCE APPROVAL DECISION FILE READ BY
000500*                 HAYAPPRV.  ONE RECORD PER HELD ITEM BEING
000600*                 DECIDED, NAMING THE ITEM BY ITS HELD KEY (SEE
000700*                 HMHREC) AND CARRYING THE DECISION:
000800*                   R  RELEASE THE ITEM TO HAYMAINT
000900*                   X  RETURN THE ITEM TO THE SUBMITTER
001000*                 A RETURN MUST CARRY A REASON.  THE APPROVER IS
001100*                 NOT KEYED ON THE RECORD -- IT IS THE USER
001200*                 RUNNING THE APPROVAL, SO IT CANNOT BE CLAIMED
001300*                 FOR SOMEONE ELSE.
001400*    MAINTENANCE HISTORY.
001500*      DATE       BY     DESCRIPTION
001600*      ---------- ------ ------------------------------------
001700*      2025-09-22 JQ     ORIGINAL COPYBOOK.
001800******************************************************************
001900 01  HAYMAINT-DECISION-REC.
002000     05  HD-HELD-KEY.
002100         10  HD-SUBMIT-DATE       PIC 9(08).
002200         10  HD-SUBMIT-TIME       PIC 9(08).
002300         10  HD-ITEM-NUMBER       PIC 9(04).
002400     05  HD-DECISION-CODE         PIC X(01).
002500         88  HD-DECISION-RELEASE          VALUE "R".
002600         88  HD-DECISION-RETURN           VALUE "X".
002700     05  HD-RETURN-REASON         PIC X(30).
