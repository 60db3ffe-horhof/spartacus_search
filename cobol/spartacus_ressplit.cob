002107*                        STILL OPEN, AND STAMPS ITS OWN START
002108*                        AND END RECORDS FOR THE CYCLE STATUS
002109*                        REPORT.
002110*      2025-09-08 JQ     EACH REQUEST ANSWERED ON THE RESPONSE
002111*                        TRANSMISSION NOW STAMPS ITS ANSWERED
002112*                        DATE ON THE REQUEST REGISTER (SEE
002113*                        REGREC) AND MOVES FROM SEARCHED TO
002114*                        TRANSMITTED.  A REQUEST STILL PENDING
002115*                        OR EXPIRED KEEPS THAT STATE.
002116*      2026-01-26 JQ     AN ANSWER SEARCHED ON A VALUE THE
002117*                        EXCEPTIONS DESK CORRECTED (SEE RESREC)
002118*                        NOW SHOWS THE VALUE THE BRANCH FIRST
002119*                        SENT ON THE DEPARTMENT SECTION, AND
002120*                        CARRIES THE CORRECTED FLAG AND THAT
002121*                        VALUE ON ITS RESPONSE DETAIL.
002122******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
003120         ORGANIZATION IS LINE SEQUENTIAL.
003130     SELECT SPARTACUS-RUN-CONTROL ASSIGN TO "RUNCTL"
003140         ORGANIZATION IS LINE SEQUENTIAL.
003150     SELECT SPARTACUS-REQUEST-REG ASSIGN TO "REQREG"
003160         ORGANIZATION IS INDEXED
003170         ACCESS MODE IS RANDOM
003180         RECORD KEY IS RG-KEY.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  SPARTACUS-RESULTS-FILE.
004320     COPY RXMREC.
004330 FD  SPARTACUS-RUN-CONTROL.
004340     COPY RUNREC.
004350 FD  SPARTACUS-REQUEST-REG.
004360     COPY REGREC.
004400 WORKING-STORAGE SECTION.
004500 01  WS-WORK-EOF-SWITCH          PIC X(01) VALUE "N".
004600     88  WORK-EOF                        VALUE "Y".
005270 01  WS-SELF-LAST-EVENT          PIC X(01) VALUE SPACE.
005280 01  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
005290     88  RESTART-REQUESTED               VALUE "Y".
005291 01  WS-REG-LAST-KEY.
005292     05  WS-REG-LAST-DEPT        PIC X(04) VALUE SPACES.
005293     05  WS-REG-LAST-REF         PIC X(10) VALUE SPACES.
005294     05  WS-REG-LAST-BATCH-DATE  PIC 9(08) VALUE 0.
005295     05  WS-REG-LAST-BATCH-NUMBER
005296                                 PIC 9(04) VALUE 0.
005297 01  WS-REG-UPDATED-COUNT        PIC 9(06) COMP VALUE 0.
005298 01  WS-REG-MISSING-COUNT        PIC 9(06) COMP VALUE 0.
005300 01  SPL-HEADING-LINE.
005400     05  FILLER                  PIC X(33) VALUE
005500         "SPARTACUS RESULTS BY DEPARTMENT ".
005800     05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
005900     05  SPL-DEPT-HEADER-CODE    PIC X(04).
006000 01  SPL-COLUMN-LINE             PIC X(80) VALUE
006100     "REFERENCE  NEEDLE OUTCOME   POSITION CORRECTED FROM".
006200 01  SPL-DETAIL-LINE.
006300     05  SPL-DETAIL-REF          PIC X(10).
006400     05  FILLER                  PIC X(01) VALUE SPACES.
006700     05  SPL-DETAIL-OUTCOME      PIC X(09).
006800     05  FILLER                  PIC X(01) VALUE SPACES.
006900     05  SPL-DETAIL-POSITION     PIC 9(04).
006910     05  FILLER                  PIC X(05) VALUE SPACES.
006920     05  SPL-DETAIL-CORRECTED    PIC X(09).
006930     05  FILLER                  PIC X(01) VALUE SPACES.
006940     05  SPL-DETAIL-ORIG-VALUE   PIC X(05).
007000 01  SPL-DEPT-TOTAL-LINE.
007100     05  FILLER                  PIC X(17) VALUE
007200         "DEPARTMENT TOTAL ".
007500     05  FILLER                  PIC X(17) VALUE
007600         "ALL DEPARTMENTS  ".
007700     05  SPL-GRAND-TOTAL-COUNT   PIC ZZZZZ9.
007710 01  SPL-REG-COUNT-LINE.
007720     05  SPL-REG-COUNT-LABEL     PIC X(24).
007730     05  SPL-REG-COUNT-VALUE     PIC ZZZZZ9.
007800 PROCEDURE DIVISION.
007900 0000-MAINLINE.
008000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009320*    ENDED CLEAN AND NO OTHER RESSPLIT IS OPEN, STAMPS THIS
009330*    RUN'S START RECORD, THEN
009400*    OPENS THE DEPARTMENT RESULTS AND RESPONSE TRANSMISSION
009500*    FILES AND THE REQUEST REGISTER AND WRITES THE RUN
009510*    HEADING.
009600******************************************************************
009700 1000-INITIALIZE.
009710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009740     PERFORM 1100-RUN-CONTROL-INIT THRU 1100-EXIT.
009800     OPEN OUTPUT SPARTACUS-DEPT-RESULTS.
009810     OPEN OUTPUT SPARTACUS-RESPONSE-XMIT.
009820     OPEN I-O SPARTACUS-REQUEST-REG.
010000     MOVE WS-RUN-DATE TO SPL-HEADING-DATE.
010100     WRITE DEPT-RESULTS-LINE FROM SPL-HEADING-LINE.
010200 1000-EXIT.
011910*    OR ORIGINATING BATCH TO CLOSE THE PRIOR RESPONSE
011920*    TRANSMISSION BATCH SET AND OPEN A NEW ONE, THEN WRITES ONE
012000*    DETAIL LINE AND ONE RESPONSE DETAIL FOR THE RESULT JUST
012010*    READ.  THE FIRST LINE OF EACH REQUEST ALSO POSTS THE
012020*    ANSWER TO THE REQUEST REGISTER.
012100******************************************************************
012200 3000-PROCESS-RECORD.
012300     IF FIRST-RECORD
014300         END-IF
014400     END-IF.
014500     MOVE WRK-POSITION TO SPL-DETAIL-POSITION.
014510     IF WRK-FROM-CORRECTED
014520         MOVE "CORRECTED" TO SPL-DETAIL-CORRECTED
014530         MOVE WRK-ORIGINAL-VALUE TO SPL-DETAIL-ORIG-VALUE
014540     ELSE
014550         MOVE SPACES TO SPL-DETAIL-CORRECTED
014560         MOVE SPACES TO SPL-DETAIL-ORIG-VALUE
014570     END-IF.
014600     WRITE DEPT-RESULTS-LINE FROM SPL-DETAIL-LINE.
014700     ADD 1 TO WS-DEPT-COUNT WS-GRAND-COUNT.
014710     PERFORM 3400-WRITE-XMIT-DETAIL THRU 3400-EXIT.
014720     IF WRK-DEPT-CODE NOT = WS-REG-LAST-DEPT
014730         OR WRK-REQ-REF NOT = WS-REG-LAST-REF
014740         OR WRK-BATCH-DATE NOT = WS-REG-LAST-BATCH-DATE
014750         OR WRK-BATCH-NUMBER NOT = WS-REG-LAST-BATCH-NUMBER
014760         PERFORM 3600-UPDATE-REGISTER THRU 3600-EXIT
014770     END-IF.
014800     PERFORM 2000-READ-WORK THRU 2000-EXIT.
014900 3000-EXIT.
015000     EXIT.
017410     MOVE WRK-FOUND-FLAG TO RX-DTL-FOUND-FLAG.
017420     MOVE WRK-POSITION TO RX-DTL-POSITION.
017430     MOVE WRK-REQ-REF TO RX-DTL-REQ-REF.
017432     MOVE WRK-CORRECTED-FLAG TO RX-DTL-CORR-FLAG.
017434     MOVE WRK-ORIGINAL-VALUE TO RX-DTL-ORIG-VALUE.
017440     WRITE RESPONSE-XMIT-REC.
017450     ADD 1 TO WS-XMIT-DETAIL-COUNT.
017460     ADD WRK-NEEDLE TO WS-XMIT-HASH-TOTAL.
017630     WRITE RESPONSE-XMIT-REC.
017640 3500-EXIT.
017650     EXIT.
017660******************************************************************
017665*    8000-TERMINATE
017670*    CLOSES THE LAST DEPARTMENT SECTION AND RESPONSE BATCH SET
017675*    (IF ANY RECORDS WERE READ), WRITES THE GRAND TOTAL AND
017680*    CLOSES THE FILES.  THE REQUEST REGISTER COUNTS FOLLOW
017685*    THE GRAND TOTAL.
017690******************************************************************
017700 8000-TERMINATE.
017800     IF NOT FIRST-RECORD
017900         PERFORM 3200-WRITE-DEPT-TOTAL THRU 3200-EXIT
018000     END-IF.
018100     MOVE WS-GRAND-COUNT TO SPL-GRAND-TOTAL-COUNT.
018200     WRITE DEPT-RESULTS-LINE FROM SPL-GRAND-TOTAL-LINE.
018201     MOVE "REQUESTS ANSWERED       " TO SPL-REG-COUNT-LABEL.
018202     MOVE WS-REG-UPDATED-COUNT TO SPL-REG-COUNT-VALUE.
018203     WRITE DEPT-RESULTS-LINE FROM SPL-REG-COUNT-LINE.
018204     MOVE "NOT ON REQUEST REGISTER " TO SPL-REG-COUNT-LABEL.
018205     MOVE WS-REG-MISSING-COUNT TO SPL-REG-COUNT-VALUE.
018206     WRITE DEPT-RESULTS-LINE FROM SPL-REG-COUNT-LINE.
018210     PERFORM 1160-STAMP-END THRU 1160-EXIT.
018300     CLOSE SPARTACUS-SPLIT-WORK.
018400     CLOSE SPARTACUS-DEPT-RESULTS.
018410     CLOSE SPARTACUS-RESPONSE-XMIT.
018420     CLOSE SPARTACUS-REQUEST-REG.
018500 8000-EXIT.
018600     EXIT.
018700******************************************************************
027500     CLOSE SPARTACUS-RUN-CONTROL.
027600 1160-EXIT.
027700     EXIT.
027800******************************************************************
027900*    3600-UPDATE-REGISTER
028000*    POSTS THE ANSWER JUST TRANSMITTED TO THE REQUEST'S REGISTER
028100*    ENTRY.  THE ANSWERED DATE IS ALWAYS STAMPED; A SEARCHED
028200*    REQUEST MOVES TO TRANSMITTED, WHILE A PENDING OR EXPIRED
028300*    REQUEST KEEPS ITS STATE SO THE RECYCLE STILL SHOWS ON THE
028400*    REGISTER.  A REQUEST WITH NO ENTRY IS COUNTED AND SHOWN ON
028500*    THE CONSOLE.
028600******************************************************************
028700 3600-UPDATE-REGISTER.
028800     MOVE WRK-DEPT-CODE TO WS-REG-LAST-DEPT.
028900     MOVE WRK-REQ-REF TO WS-REG-LAST-REF.
029000     MOVE WRK-BATCH-DATE TO WS-REG-LAST-BATCH-DATE.
029100     MOVE WRK-BATCH-NUMBER TO WS-REG-LAST-BATCH-NUMBER.
029200     MOVE WS-REG-LAST-KEY TO RG-KEY.
029300     READ SPARTACUS-REQUEST-REG
029400         INVALID KEY
029500             ADD 1 TO WS-REG-MISSING-COUNT
029600             DISPLAY "REQUEST REGISTER - NOT ON FILE "
029700                 WRK-DEPT-CODE " " WRK-REQ-REF " " WRK-BATCH-DATE
029800                 " " WRK-BATCH-NUMBER
029900             GO TO 3600-EXIT
030000     END-READ.
030100     MOVE WS-RUN-DATE TO RG-ANSWERED-DATE.
030200     IF RG-STATE-SEARCHED
030300         SET RG-STATE-ANSWERED TO TRUE
030400         MOVE WS-RUN-DATE TO RG-STATE-DATE
030500     END-IF.
030600     MOVE WS-JOB-NAME TO RG-LAST-JOB-NAME.
030700     REWRITE REQUEST-REG-REC
030800         INVALID KEY
030900             DISPLAY "REQUEST REGISTER - REWRITE FAILED "
031000                 RG-DEPT-CODE " " RG-REQ-REF
031100             GO TO 3600-EXIT
031200     END-REWRITE.
031300     ADD 1 TO WS-REG-UPDATED-COUNT.
031400 3600-EXIT.
031500     EXIT.
