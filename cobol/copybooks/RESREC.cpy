001119*                        SPACES WHEN NOTHING MATCHED, SO EACH
001121*                        AREA'S ANSWERS SHOW WHOSE VALUE WAS
001122*                        CONFIRMED.
001123*      2026-01-26 JQ     ADDED THE CORRECTED FLAG AND THE
001124*                        ORIGINAL VALUE CARRIED IN FROM THE
001125*                        PENDING FILE (SEE PNDREC).  C WHEN THE
001126*                        NEEDLE SEARCHED IS A VALUE CORRECTED
001127*                        BY THE EXCEPTIONS DESK, WITH THE VALUE
001128*                        THE BRANCH FIRST SENT; SPACES
001129*                        OTHERWISE.
001130******************************************************************
001200 01  RESULTS-REC.
001300     05  RS-NEEDLE                PIC 9(05).
002100     05  RS-BATCH-DATE             PIC 9(08).
002200     05  RS-BATCH-NUMBER           PIC 9(04).
002300     05  RS-SOURCE-CODE            PIC X(04).
002400     05  RS-CORRECTED-FLAG         PIC X(01).
002500         88  RS-FROM-CORRECTED             VALUE "C".
002600     05  RS-ORIGINAL-VALUE         PIC X(05).
