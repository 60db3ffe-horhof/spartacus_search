001400*      DATE       BY     DESCRIPTION
001500*      ---------- ------ ------------------------------------
001600*      2025-03-17 JQ     ORIGINAL COPYBOOK.
001610*      2025-12-15 JQ     THE HEADER NOW CARRIES A RESEND FLAG.
001620*                        A BATCH SET SENT AGAIN BY
001630*                        SPARTACUS-ACKRECON BECAUSE IT WAS NOT
001640*                        ACKNOWLEDGED, OR ITS ACKNOWLEDGMENT
001650*                        DISAGREED, IS FLAGGED R AND KEEPS ITS
001660*                        ORIGINAL RESPONSE DATE, SO THE BRANCH
001670*                        REPLACES THE ANSWERS IT MAY ALREADY
001680*                        HOLD FOR THAT SET INSTEAD OF ADDING
001690*                        THEM TWICE.  A FIRST SENDING CARRIES A
001695*                        SPACE.
001696*      2026-01-26 JQ     THE DETAIL NOW CARRIES THE CORRECTED
001697*                        FLAG AND THE ORIGINAL VALUE OUT OF ITS
001698*                        FILLER (SEE RESREC), SO THE BRANCH
001699*                        SEES THAT AN ANSWER CAME FROM A VALUE
001700*                        THE EXCEPTIONS DESK CORRECTED AND WHAT
001701*                        IT SENT IN THE FIRST PLACE.
001702******************************************************************
001800 01  RESPONSE-XMIT-REC.
001900     05  RX-REC-TYPE              PIC X(01).
002000         88  RX-HEADER-REC                VALUE "H".
002600         10  RX-HDR-BATCH-DATE    PIC 9(08).
002700         10  RX-HDR-BATCH-NUMBER  PIC 9(04).
002800         10  RX-HDR-RESPONSE-DATE PIC 9(08).
002850         10  RX-HDR-RESEND-FLAG   PIC X(01).
002860             88  RX-HDR-ORIGINAL          VALUE SPACE.
002870             88  RX-HDR-RESEND            VALUE "R".
002900         10  FILLER               PIC X(04).
003000     05  RX-DETAIL-BODY REDEFINES RX-REC-BODY.
003100         10  RX-DTL-NEEDLE        PIC 9(05).
003200         10  RX-DTL-FOUND-FLAG    PIC X(01).
003300         10  RX-DTL-POSITION      PIC 9(04).
003400         10  RX-DTL-REQ-REF       PIC X(10).
003500         10  RX-DTL-CORR-FLAG     PIC X(01).
003510             88  RX-DTL-CORRECTED         VALUE "C".
003520         10  RX-DTL-ORIG-VALUE    PIC X(05).
003530         10  FILLER               PIC X(03).
003600     05  RX-TRAILER-BODY REDEFINES RX-REC-BODY.
003700         10  RX-TRL-RECORD-COUNT  PIC 9(08).
003800         10  RX-TRL-HASH-TOTAL    PIC 9(10).
