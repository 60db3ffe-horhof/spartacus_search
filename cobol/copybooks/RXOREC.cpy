000100******************************************************************
000200*    COPYBOOK:    RXOREC
000300*    DESCRIPTION: RECORD LAYOUT FOR THE OUTSTANDING RESPONSE FILE
000400*                 KEPT BY SPARTACUS-ACKRECON.  EVERY RESPONSE
000500*                 TRANSMISSION RECORD (SEE RXMREC) OF A BATCH SET
000600*                 NOT YET ACKNOWLEDGED IS HELD HERE WHOLE, SO THE
000700*                 SET CAN BE SENT AGAIN WITHOUT REBUILDING IT FROM
000800*                 THE RESULTS FILE.  EACH RECORD CARRIES ITS BATCH
000900*                 SET'S KEY, A CLASS THAT SORTS THE HEADER AND
001000*                 TRAILER AHEAD OF THE DETAILS, ITS ORIGINAL
001100*                 POSITION IN THE SET, THE NUMBER OF CYCLES THE
001200*                 SET HAS WAITED FOR AN ACKNOWLEDGMENT AND THE
001300*                 NUMBER OF TIMES IT HAS BEEN SENT AGAIN.
001400*    MAINTENANCE HISTORY.
001500*      DATE       BY     DESCRIPTION
001600*      ---------- ------ ------------------------------------
001700*      2025-12-15 JQ     ORIGINAL COPYBOOK.
001800******************************************************************
001900 01  RESPONSE-OPEN-REC.
002000     05  RO-KEY.
002100         10  RO-DEPT-CODE         PIC X(04).
002200         10  RO-BATCH-DATE        PIC 9(08).
002300         10  RO-BATCH-NUMBER      PIC 9(04).
002400         10  RO-RESPONSE-DATE     PIC 9(08).
002500     05  RO-REC-CLASS             PIC X(01).
002600         88  RO-CLASS-HEADER              VALUE "1".
002700         88  RO-CLASS-TRAILER             VALUE "2".
002800         88  RO-CLASS-DETAIL              VALUE "3".
002900     05  RO-REC-SEQ               PIC 9(08).
003000     05  RO-CYCLES                PIC 9(02).
003100     05  RO-RESEND-COUNT          PIC 9(02).
003200     05  RO-XMIT-IMAGE            PIC X(30).
