000100******************************************************************
000200*    COPYBOOK:    SRFREC
000300*    DESCRIPTION: RECORD LAYOUT FOR A SOURCE REFRESH FEED -- THE
000400*                 FULL LIST OF THE VALUES ONE OWNING SOURCE SAYS
000500*                 IT CURRENTLY HAS, WITH THEIR STATUS AND
000600*                 EFFECTIVE/EXPIRY DATES.  THE FEED MUST START
000700*                 WITH ONE HEADER NAMING THE SOURCE AND END WITH
000800*                 ONE TRAILER WHOSE RECORD COUNT AND HASH TOTAL
000900*                 OF THE DETAIL VALUES PROVE THE FEED ARRIVED
001000*                 WHOLE (THE SAME PROOF AS XMTREC).  THE DETAIL
001100*                 FIELDS ARE CARRIED ALPHANUMERIC SO A BAD ONE
001200*                 CAN BE CAPTURED AS-IS ON THE REFRESH REPORT.  A
001300*                 BLANK STATUS MEANS ACTIVE AND A BLANK DATE
001400*                 MEANS ZERO, AS ON A HAYMAINT ADD.
001500*    MAINTENANCE HISTORY.
001600*      DATE       BY     DESCRIPTION
001700*      ---------- ------ ------------------------------------
001800*      2025-11-17 JQ     ORIGINAL COPYBOOK.
001900******************************************************************
002000 01  SOURCE-REFRESH-REC.
002100     05  SF-REC-TYPE              PIC X(01).
002200         88  SF-HEADER-REC                VALUE "H".
002300         88  SF-DETAIL-REC                VALUE "D".
002400         88  SF-TRAILER-REC               VALUE "T".
002500     05  SF-REC-BODY              PIC X(29).
002600     05  SF-HEADER-BODY REDEFINES SF-REC-BODY.
002700         10  SF-HDR-SOURCE-CODE   PIC X(04).
002800         10  SF-HDR-FEED-DATE     PIC 9(08).
002900         10  FILLER               PIC X(17).
003000     05  SF-DETAIL-BODY REDEFINES SF-REC-BODY.
003100         10  SF-DTL-VALUE         PIC X(05).
003200         10  SF-DTL-STATUS-CODE   PIC X(01).
003300         10  SF-DTL-EFF-DATE      PIC X(08).
003400         10  SF-DTL-EXP-DATE      PIC X(08).
003500         10  FILLER               PIC X(07).
003600     05  SF-TRAILER-BODY REDEFINES SF-REC-BODY.
003700         10  SF-TRL-RECORD-COUNT  PIC 9(08).
003800         10  SF-TRL-HASH-TOTAL    PIC 9(10).
003900         10  FILLER               PIC X(11).
