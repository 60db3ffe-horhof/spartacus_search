000100******************************************************************
000200*    COPYBOOK:    GLJREC
000300*    DESCRIPTION: RECORD LAYOUT FOR THE GENERAL LEDGER JOURNAL
000400*                 INTERFACE FILE WRITTEN BY THE MONTHLY CHARGEBACK
000500*                 RUN.  ONE HEADER NAMING THE BILLING PERIOD, ONE
000600*                 DEBIT LINE PER CHARGED DEPARTMENT TO ITS COST
000700*                 CENTER, ONE CREDIT LINE TO THE DATA CENTER
000800*                 RECOVERY ACCOUNT, AND A TRAILER WHOSE LINE COUNT
000900*                 AND DEBIT AND CREDIT TOTALS LET THE LEDGER PROVE
001000*                 THE JOURNAL ARRIVED WHOLE AND BALANCED.
001100*    MAINTENANCE HISTORY.
001200*      DATE       BY     DESCRIPTION
001300*      ---------- ------ ------------------------------------
001400*      2025-10-20 JQ     ORIGINAL COPYBOOK.
001500******************************************************************
001600 01  GL-JOURNAL-REC.
001700     05  GJ-REC-TYPE              PIC X(01).
001800         88  GJ-HEADER-REC                VALUE "H".
001900         88  GJ-DETAIL-REC                VALUE "D".
002000         88  GJ-TRAILER-REC               VALUE "T".
002100     05  GJ-REC-BODY              PIC X(59).
002200     05  GJ-HEADER-BODY REDEFINES GJ-REC-BODY.
002300         10  GJ-HDR-SOURCE        PIC X(08).
002400         10  GJ-HDR-PERIOD        PIC 9(06).
002500         10  GJ-HDR-JOURNAL-DATE  PIC 9(08).
002600         10  FILLER               PIC X(37).
002700     05  GJ-DETAIL-BODY REDEFINES GJ-REC-BODY.
002800         10  GJ-DTL-ACCOUNT       PIC X(10).
002900         10  GJ-DTL-DEPT-CODE     PIC X(04).
003000         10  GJ-DTL-DR-CR         PIC X(01).
003100             88  GJ-DTL-DEBIT             VALUE "D".
003200             88  GJ-DTL-CREDIT            VALUE "C".
003300         10  GJ-DTL-AMOUNT        PIC 9(09)V99.
003400         10  GJ-DTL-DESCRIPTION   PIC X(30).
003500         10  FILLER               PIC X(03).
003600     05  GJ-TRAILER-BODY REDEFINES GJ-REC-BODY.
003700         10  GJ-TRL-LINE-COUNT    PIC 9(06).
003800         10  GJ-TRL-DEBIT-TOTAL   PIC 9(11)V99.
003900         10  GJ-TRL-CREDIT-TOTAL  PIC 9(11)V99.
004000         10  FILLER               PIC X(27).
