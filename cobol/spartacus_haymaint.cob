002209*                        STILL OPEN, AND STAMPS ITS OWN START
002211*                        AND END RECORDS FOR THE CYCLE STATUS
002212*                        REPORT.
002219*      2025-09-22 JQ     HAYTRANS IS NOW WRITTEN BY THE HAYAPPRV
002226*                        APPROVAL RUN, WHICH RELEASES A HELD
002233*                        TRANSACTION (SEE HMHREC) ONLY ON THE
002240*                        DECISION OF A USER OTHER THAN ITS
002247*                        SUBMITTER.  THE RUN NOW REFUSES TO
002254*                        START UNTIL HAYAPPRV HAS ENDED FOR THE
002261*                        CYCLE DATE, SO THIS STEP CANNOT RUN
002268*                        AHEAD OF THE APPROVAL.  THE JOURNAL'S
002275*                        USER IS STILL THE USER RUNNING THIS
002282*                        STEP; THE SUBMITTER AND APPROVER OF
002289*                        EACH CHANGE ARE ON THE HAYAPPRV REPORT.
002291*      2025-10-06 JQ     THE RUN NOW ALSO REFUSES TO START WHILE
002293*                        A HAYBACK BACKOUT RUN IS OPEN AGAINST
002295*                        THE HAYSTACK FOR THE CYCLE DATE.
002299******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
004958 01  WS-SELF-LAST-EVENT          PIC X(01) VALUE SPACE.
004960 01  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
004962     88  RESTART-REQUESTED               VALUE "Y".
004981 01  WS-AP-LAST-EVENT            PIC X(01) VALUE SPACE.
004990 01  WS-HB-LAST-EVENT            PIC X(01) VALUE SPACE.
005000 01  WS-TRANS-READ-COUNT         PIC 9(04) COMP VALUE 0.
005100 01  WS-ADD-APPLIED-COUNT        PIC 9(04) COMP VALUE 0.
005200 01  WS-ADD-REJECT-COUNT         PIC 9(04) COMP VALUE 0.
022620*    REFUSAL -- A START WITH NO END IS ALSO WHAT A CRASHED RUN
022630*    LEAVES BEHIND, AND THE OPERATOR'S RESTART ASSERTS THAT IS
022640*    WHAT HAPPENED.  AN OPEN SEARCH STILL REFUSES THE RUN.
022660*    THE RUN IS ALSO REFUSED UNTIL THE HAYAPPRV APPROVAL RUN
022680*    THAT WRITES HAYTRANS HAS ENDED FOR THE CYCLE.
022690*    AN OPEN HAYBACK BACKOUT RUN REFUSES IT AS WELL.
022700*    THE OPEN EXTEND/CLOSE PAIR UP FRONT CREATES THE FILE ON
022800*    THE FIRST CYCLE IT IS EVER USED.
022900******************************************************************
024000         MOVE 16 TO RETURN-CODE
024100         STOP RUN
024200     END-IF.
024214     IF WS-AP-LAST-EVENT NOT = "E"
024228         DISPLAY "RUN CONTROL - HAYAPPRV HAS NOT ENDED CLEAN FOR "
024242             "CYCLE " WS-RUN-DATE " -- RUN REFUSED"
024256         MOVE 16 TO RETURN-CODE
024270         STOP RUN
024284     END-IF.
024286     IF WS-HB-LAST-EVENT = "S"
024288         DISPLAY "RUN CONTROL - A HAYBACK RUN IS OPEN FOR "
024290             "CYCLE " WS-RUN-DATE " -- RUN REFUSED"
024292         MOVE 16 TO RETURN-CODE
024294         STOP RUN
024296     END-IF.
024300     IF WS-SELF-LAST-EVENT = "S"
024310         IF RESTART-REQUESTED
024320             DISPLAY "RUN CONTROL - PRIOR HAYMAINT LEFT OPEN "
027100     IF RN-PROGRAM-ID = "HAYMAINT"
027200         MOVE RN-EVENT-CODE TO WS-SELF-LAST-EVENT
027300     END-IF.
027325     IF RN-PROGRAM-ID = "HAYAPPRV"
027350         MOVE RN-EVENT-CODE TO WS-AP-LAST-EVENT
027375     END-IF.
027381     IF RN-PROGRAM-ID = "HAYBACK"
027387         MOVE RN-EVENT-CODE TO WS-HB-LAST-EVENT
027393     END-IF.
027400 1110-EXIT.
027500     EXIT.
027600******************************************************************
