001380*      2024-12-16 JQ     ADDED THE REQUESTING-DEPARTMENT CODE
001390*                        AND REQUESTOR REFERENCE CARRIED IN
001391*                        FROM THE NEEDLES RECORD (SEE NEEDREC).
001392*      2025-09-08 JQ     ADDED THE ORIGINATING BATCH DATE AND
001393*                        NUMBER SO THE RECONCILIATION CAN POST
001394*                        THE INVENTORY OUTCOME TO THE REQUEST
001395*                        REGISTER (SEE REGREC).
001400******************************************************************
001500 01  MATCH-XTR-REC.
001600     05  MX-NEEDLE                PIC 9(05).
001800     05  MX-RUN-DATE              PIC 9(08).
001900     05  MX-DEPT-CODE             PIC X(04).
002000     05  MX-REQ-REF               PIC X(10).
002100     05  MX-BATCH-DATE            PIC 9(08).
002200     05  MX-BATCH-NUMBER          PIC 9(04).
