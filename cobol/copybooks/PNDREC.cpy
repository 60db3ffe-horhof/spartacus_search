001470*                        OR PREFIX REQUEST THAT FOUND NOTHING
001480*                        RECYCLES AS THE SAME REQUEST, NOT AS
001490*                        AN EXACT SEARCH OF ITS LOW BOUND.
001491*      2026-01-26 JQ     ADDED THE CORRECTED FLAG AND THE
001492*                        ORIGINAL VALUE.  SPARTACUS-PNDCORR
001493*                        SETS THE FLAG TO C WHEN THE EXCEPTIONS
001494*                        DESK CORRECTS THE PENDING VALUE AND
001495*                        KEEPS THE VALUE THE BRANCH FIRST SENT,
001496*                        SO THE ANSWER CAN BE SHOWN AS COMING
001497*                        FROM A CORRECTED VALUE.  SPACES UNTIL
001498*                        A CORRECTION IS APPLIED.
001500******************************************************************
001600 01  PENDING-REC.
001700     05  PN-VALUE                 PIC 9(05).
002300     05  PN-BATCH-NUMBER          PIC 9(04).
002400     05  PN-SEARCH-TYPE           PIC X(01).
002500     05  PN-VALUE-2               PIC 9(05).
002600     05  PN-CORRECTED-FLAG        PIC X(01).
002700         88  PN-VALUE-CORRECTED           VALUE "C".
002800     05  PN-ORIGINAL-VALUE        PIC X(05).
