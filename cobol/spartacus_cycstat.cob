002100*                        CYCLE WITH ANY STEP FAILED OR STILL
002200*                        IN FLIGHT SO OPERATIONS SEES IT ON
002300*                        THE JOB CONDITION CODE TOO.
002325*      2025-09-22 JQ     ADDED THE HAYAPPRV MAINTENANCE APPROVAL
002350*                        STEP, WHICH NOW RUNS AHEAD OF HAYMAINT,
002375*                        AS THE SEVENTH STEP REPORTED.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003700 01  CYCLE-RPT-LINE              PIC X(80).
003800 WORKING-STORAGE SECTION.
003900 01  STEP-STATUS-TABLE.
004000     05  STEP-STATUS-ENTRY       OCCURS 7 TIMES.
004100         10  SS-PROGRAM-ID       PIC X(08).
004200         10  SS-START-TIME       PIC 9(08).
004300         10  SS-START-SEEN       PIC X(01).
008100******************************************************************
008200*    1000-INITIALIZE
008300*    PICKS UP THE CYCLE DATE PARAMETER (DEFAULT TODAY), SEEDS
008400*    THE STEP TABLE WITH THE SEVEN SUITE STEPS, OPENS THE FILES
008500*    AND WRITES THE REPORT HEADING.  THE OPEN EXTEND/CLOSE
008600*    PAIR CREATES THE RUN-CONTROL FILE IF NO STEP HAS EVER
008700*    STAMPED IT.
010100     MOVE "SEARCH  " TO SS-PROGRAM-ID(4).
010200     MOVE "RECON   " TO SS-PROGRAM-ID(5).
010300     MOVE "RESSPLIT" TO SS-PROGRAM-ID(6).
010350     MOVE "HAYAPPRV" TO SS-PROGRAM-ID(7).
010400     PERFORM 1100-CLEAR-STEP-ENTRY THRU 1100-EXIT
010500         VARYING WS-STEP-SUB FROM 1 BY 1
010600         UNTIL WS-STEP-SUB > 7.
010700     OPEN EXTEND SPARTACUS-RUN-CONTROL.
010800     CLOSE SPARTACUS-RUN-CONTROL.
010900     OPEN INPUT SPARTACUS-RUN-CONTROL.
014400     END-IF.
014500     PERFORM 3100-POST-STEP-EVENT THRU 3100-EXIT
014600         VARYING WS-STEP-SUB FROM 1 BY 1
014700         UNTIL WS-STEP-SUB > 7.
014800 3000-EXIT.
014900     EXIT.
015000******************************************************************
018100 8000-TERMINATE.
018200     PERFORM 8100-WRITE-STEP-LINE THRU 8100-EXIT
018300         VARYING WS-STEP-SUB FROM 1 BY 1
018400         UNTIL WS-STEP-SUB > 7.
018500     MOVE WS-RECORDS-READ-COUNT TO CY-COUNT-VALUE.
018600     WRITE CYCLE-RPT-LINE FROM CY-COUNT-LINE.
018700     CLOSE SPARTACUS-RUN-CONTROL.
