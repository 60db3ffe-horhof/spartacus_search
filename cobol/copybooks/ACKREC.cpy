000100******************************************************************
000200*    COPYBOOK:    ACKREC
000300*    DESCRIPTION: RECORD LAYOUT FOR THE BRANCH ACKNOWLEDGMENT FILE
000400*                 RETURNED FOR THE RESPONSE TRANSMISSION (SEE
000500*                 RXMREC).  ONE RECORD PER RESPONSE BATCH SET THE
000600*                 BRANCH RECEIVED, KEYED BY THE DEPARTMENT, THE
000700*                 ORIGINATING BATCH DATE AND NUMBER AND THE
000800*                 RESPONSE DATE FROM THE BATCH HEADER (A RECYCLED
000900*                 REQUEST CAN BE ANSWERED FOR THE SAME BATCH ON A
001000*                 LATER NIGHT).  THE BRANCH RETURNS THE RECORD
001100*                 COUNT AND HASH TOTAL IT STRUCK ON THE DETAILS IT
001200*                 LOADED AND WHETHER IT ACCEPTED OR REJECTED THE
001300*                 BATCH.
001400*    MAINTENANCE HISTORY.
001500*      DATE       BY     DESCRIPTION
001600*      ---------- ------ ------------------------------------
001700*      2025-12-15 JQ     ORIGINAL COPYBOOK.
001800******************************************************************
001900 01  BRANCH-ACK-REC.
002000     05  AK-KEY.
002100         10  AK-DEPT-CODE         PIC X(04).
002200         10  AK-BATCH-DATE        PIC 9(08).
002300         10  AK-BATCH-NUMBER      PIC 9(04).
002400         10  AK-RESPONSE-DATE     PIC 9(08).
002500     05  AK-RECORD-COUNT          PIC 9(08).
002600     05  AK-HASH-TOTAL            PIC 9(10).
002700     05  AK-LOAD-FLAG             PIC X(01).
002800         88  AK-ACCEPTED                  VALUE "A".
002900         88  AK-REJECTED                  VALUE "R".
003000     05  AK-ACK-DATE              PIC 9(08).
