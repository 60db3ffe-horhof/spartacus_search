002621*                        THE SAME DATE.  THE SEARCH KEYS ITS
002622*                        OWN PREREQUISITE CHECK OFF THESE
002623*                        RECORDS.
002624*      2025-09-08 JQ     EVERY RELEASED NEEDLE NOW OPENS ITS
002625*                        ENTRY ON THE REQUEST REGISTER (SEE
002626*                        REGREC) IN THE ACCEPTED STATE.  A KEY
002627*                        ALREADY ON THE REGISTER IS COUNTED AND
002628*                        LEFT ALONE; THE NEEDLE IS STILL
002629*                        RELEASED TO THE SEARCH.
002630******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003500         ORGANIZATION IS LINE SEQUENTIAL.
003510     SELECT SPARTACUS-RUN-CONTROL ASSIGN TO "RUNCTL"
003520         ORGANIZATION IS LINE SEQUENTIAL.
003530     SELECT SPARTACUS-REQUEST-REG ASSIGN TO "REQREG"
003540         ORGANIZATION IS INDEXED
003550         ACCESS MODE IS RANDOM
003560         RECORD KEY IS RG-KEY.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  SPARTACUS-XMIT-FILE.
004300 01  EDIT-RPT-LINE               PIC X(80).
004310 FD  SPARTACUS-RUN-CONTROL.
004320     COPY RUNREC.
004330 FD  SPARTACUS-REQUEST-REG.
004340     COPY REGREC.
004400 WORKING-STORAGE SECTION.
004500 01  ACCEPTED-VALUE-TABLE.
004600     05  ACCEPTED-VALUE-ENTRY    OCCURS 1 TO 10000 TIMES
006850 01  WS-SELF-LAST-EVENT          PIC X(01) VALUE SPACE.
006860 01  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
006870     88  RESTART-REQUESTED               VALUE "Y".
006880 01  WS-REQREG-ADDED-COUNT       PIC 9(08) COMP VALUE 0.
006890 01  WS-REQREG-DUP-COUNT         PIC 9(08) COMP VALUE 0.
006900 01  ED-HEADING-LINE.
007000     05  FILLER                  PIC X(24) VALUE
007100         "SPARTACUS NEEDEDIT RUN ".
009800*    1000-INITIALIZE
009900*    STAMPS THE RUN-CONTROL FILE AFTER PROVING NO OTHER
009910*    NEEDEDIT RUN IS OPEN FOR THE CYCLE DATE, THEN OPENS THE
010000*    TRANSMISSION, NEEDLES, EDIT REPORT AND REQUEST REGISTER
010005*    FILES AND WRITES THE REPORT HEADING.  THE RUN-CONTROL
010010*    CHECK COMES FIRST SO A REFUSED RUN NEVER CLOBBERS THE
010020*    NEEDLES FILE.
010100******************************************************************
010200 1000-INITIALIZE.
010210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
010300     OPEN INPUT SPARTACUS-XMIT-FILE.
010400     OPEN OUTPUT SPARTACUS-NEEDLES-FILE.
010500     OPEN OUTPUT SPARTACUS-EDIT-RPT.
010600     OPEN I-O SPARTACUS-REQUEST-REG.
010700     MOVE WS-RUN-DATE TO ED-HEADING-DATE.
010800     WRITE EDIT-RPT-LINE FROM ED-HEADING-LINE.
010900 1000-EXIT.
035000******************************************************************
035100*    3750-RELEASE-NEEDLE
035200*    WRITES ONE HELD DETAIL OF THE BALANCED BATCH TO THE CLEAN
035300*    NEEDLES FILE AND OPENS ITS REQUEST REGISTER ENTRY.
035400******************************************************************
035500 3750-RELEASE-NEEDLE.
035600     MOVE AV-VALUE(WS-RELEASE-SUB) TO ND-VALUE.
036010     MOVE AV-SEARCH-TYPE(WS-RELEASE-SUB) TO ND-SEARCH-TYPE.
036020     MOVE AV-VALUE-2(WS-RELEASE-SUB) TO ND-VALUE-2.
036100     WRITE NEEDLES-REC.
036110     PERFORM 3760-REGISTER-REQUEST THRU 3760-EXIT.
036200 3750-EXIT.
036300     EXIT.
036302******************************************************************
036304*    3760-REGISTER-REQUEST
036306*    WRITES THE REQUEST REGISTER ENTRY FOR THE NEEDLE JUST
036308*    RELEASED, ACCEPTED AS OF TONIGHT'S RUN DATE.  A KEY
036310*    ALREADY ON THE REGISTER (A BRANCH RESENDING A BATCH IT HAS
036312*    SENT BEFORE) IS COUNTED AND THE EXISTING ENTRY IS KEPT SO
036314*    ITS HISTORY IS NOT LOST.
036316******************************************************************
036318 3760-REGISTER-REQUEST.
036320     MOVE ND-DEPT-CODE TO RG-DEPT-CODE.
036322     MOVE ND-REQ-REF TO RG-REQ-REF.
036324     MOVE ND-BATCH-DATE TO RG-BATCH-DATE.
036326     MOVE ND-BATCH-NUMBER TO RG-BATCH-NUMBER.
036328     MOVE ND-SEARCH-TYPE TO RG-SEARCH-TYPE.
036330     MOVE ND-VALUE TO RG-VALUE.
036332     IF ND-TYPE-RANGE OR ND-TYPE-PREFIX
036334         MOVE ND-VALUE-2 TO RG-VALUE-2
036336     ELSE
036338         MOVE SPACES TO RG-VALUE-2
036340     END-IF.
036342     SET RG-STATE-ACCEPTED TO TRUE.
036344     MOVE WS-RUN-DATE TO RG-STATE-DATE.
036346     MOVE WS-RUN-DATE TO RG-ACCEPTED-DATE.
036348     MOVE 0 TO RG-FIRST-SEARCH-DATE.
036350     MOVE 0 TO RG-LAST-SEARCH-DATE.
036352     MOVE 0 TO RG-ATTEMPT-COUNT.
036354     MOVE SPACE TO RG-LAST-OUTCOME.
036356     MOVE 0 TO RG-EXPIRED-DATE.
036358     MOVE 0 TO RG-ANSWERED-DATE.
036360     MOVE 0 TO RG-DISPOSED-DATE.
036362     MOVE SPACES TO RG-DISPOSITION-REASON.
036364     MOVE WS-JOB-NAME TO RG-LAST-JOB-NAME.
036366     WRITE REQUEST-REG-REC
036368         INVALID KEY
036370             ADD 1 TO WS-REQREG-DUP-COUNT
036372             DISPLAY "REQUEST REGISTER - ALREADY ON FILE "
036374                 ND-DEPT-CODE " " ND-REQ-REF " " ND-BATCH-DATE
036376                 " " ND-BATCH-NUMBER
036378             GO TO 3760-EXIT
036380     END-WRITE.
036382     ADD 1 TO WS-REQREG-ADDED-COUNT.
036384 3760-EXIT.
036386     EXIT.
036400******************************************************************
036500*    8000-TERMINATE
036600*    CLOSES A BATCH LEFT OPEN AT END OF FILE (REJECTING IT FOR
040300     MOVE "BATCHES REJECTED        " TO ED-COUNT-LABEL.
040400     MOVE WS-BATCHES-REJECTED-COUNT TO ED-COUNT-VALUE.
040500     WRITE EDIT-RPT-LINE FROM ED-COUNT-LINE.
040510     MOVE "REQUESTS REGISTERED     " TO ED-COUNT-LABEL.
040520     MOVE WS-REQREG-ADDED-COUNT TO ED-COUNT-VALUE.
040530     WRITE EDIT-RPT-LINE FROM ED-COUNT-LINE.
040540     MOVE "ALREADY ON REGISTER     " TO ED-COUNT-LABEL.
040550     MOVE WS-REQREG-DUP-COUNT TO ED-COUNT-VALUE.
040560     WRITE EDIT-RPT-LINE FROM ED-COUNT-LINE.
040600     IF STRUCTURE-BAD
040700         OR (WS-BATCH-COUNT > 0
040800             AND WS-BATCHES-ACCEPTED-COUNT = 0)
041400     CLOSE SPARTACUS-XMIT-FILE.
041500     CLOSE SPARTACUS-NEEDLES-FILE.
041600     CLOSE SPARTACUS-EDIT-RPT.
041610     CLOSE SPARTACUS-REQUEST-REG.
041700     MOVE WS-MAX-RETURN-CODE TO RETURN-CODE.
041800 8000-EXIT.
041900     EXIT.
