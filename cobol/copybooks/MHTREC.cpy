000100******************************************************************
000200*    COPYBOOK:    MHTREC
000300*    DESCRIPTION: RECORD LAYOUT FOR THE MATCH-MERGE HIT FILE
000400*                 WRITTEN BY THE SEQUENTIAL HAYSTACK PASS IN
000500*                 SPARTACUS-SEARCH.  EACH RECORD CARRIES THE
000600*                 ARRIVAL SEQUENCE NUMBER OF THE REQUEST IT
000700*                 ANSWERS (SEE MRQREC).  A NEIGHBOR RECORD GIVES
000800*                 AN EXACT REQUEST'S NEAREST HAYSTACK VALUES BELOW
000900*                 AND ABOVE IT ("NONE " WHEN THERE IS NONE); A HIT
001000*                 RECORD GIVES ONE HAYSTACK ENTRY THAT MATCHES THE
001100*                 REQUEST OR FALLS WITHIN ITS BOUNDS.  THE
001200*                 NEIGHBOR RECORD SORTS AHEAD OF THE HITS.
001300*    MAINTENANCE HISTORY.
001400*      DATE       BY     DESCRIPTION
001500*      ---------- ------ ------------------------------------
001600*      2026-01-12 JQ     ORIGINAL COPYBOOK.
001700******************************************************************
001800 01  MERGE-HIT-REC.
001900     05  MH-SEQ                   PIC 9(08).
002000     05  MH-REC-TYPE              PIC X(01).
002100         88  MH-NEIGHBOR-REC              VALUE "1".
002200         88  MH-HIT-REC                   VALUE "2".
002300     05  MH-VALUE                 PIC 9(05).
002400     05  MH-REC-BODY              PIC X(21).
002500     05  MH-HIT-BODY REDEFINES MH-REC-BODY.
002600         10  MH-STATUS-CODE       PIC X(01).
002700         10  MH-EFF-DATE          PIC 9(08).
002800         10  MH-EXP-DATE          PIC 9(08).
002900         10  MH-SOURCE-CODE       PIC X(04).
003000     05  MH-NEIGHBOR-BODY REDEFINES MH-REC-BODY.
003100         10  MH-BELOW-VALUE       PIC X(05).
003200         10  MH-ABOVE-VALUE       PIC X(05).
003300         10  FILLER               PIC X(11).
