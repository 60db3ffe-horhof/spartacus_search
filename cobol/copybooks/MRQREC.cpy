000100******************************************************************
000200*    COPYBOOK:    MRQREC
000300*    DESCRIPTION: RECORD LAYOUT FOR THE MATCH-MERGE REQUEST WORK
000400*                 FILE WRITTEN BY SPARTACUS-SEARCH.  EVERY NEEDLE
000500*                 AND PENDING NEEDLE A MATCH-MERGE RUN IS TO
000600*                 SEARCH IS STAGED HERE WITH ITS ARRIVAL SEQUENCE
000700*                 NUMBER AND THE FILE IT CAME IN ON.  THE FILE IS
000800*                 SORTED INTO VALUE ORDER FOR THE HAYSTACK PASS
000900*                 AND READ BACK IN ARRIVAL ORDER FOR REPORTING.
001000*    MAINTENANCE HISTORY.
001100*      DATE       BY     DESCRIPTION
001200*      ---------- ------ ------------------------------------
001300*      2026-01-12 JQ     ORIGINAL COPYBOOK.
001310*      2026-01-26 JQ     ADDED THE CORRECTED FLAG AND THE
001320*                        ORIGINAL VALUE STAGED FROM THE
001330*                        PENDING FILE (SEE PNDREC).
001400******************************************************************
001500 01  MERGE-REQUEST-REC.
001600     05  MQ-VALUE                 PIC X(05).
001700     05  MQ-SEQ                   PIC 9(08).
001800     05  MQ-ORIGIN                PIC X(01).
001900         88  MQ-FROM-NEEDLES              VALUE "N".
002000         88  MQ-FROM-PENDING              VALUE "P".
002100     05  MQ-DEPT-CODE             PIC X(04).
002200     05  MQ-REQ-REF               PIC X(10).
002300     05  MQ-FIRST-SEEN-DATE       PIC 9(08).
002400     05  MQ-ATTEMPT-COUNT         PIC 9(02).
002500     05  MQ-BATCH-DATE            PIC 9(08).
002600     05  MQ-BATCH-NUMBER          PIC 9(04).
002700     05  MQ-SEARCH-TYPE           PIC X(01).
002800         88  MQ-TYPE-RANGE                VALUE "R".
002900         88  MQ-TYPE-PREFIX               VALUE "P".
003000     05  MQ-VALUE-2               PIC X(05).
003100     05  MQ-CORRECTED-FLAG        PIC X(01).
003200     05  MQ-ORIGINAL-VALUE        PIC X(05).
