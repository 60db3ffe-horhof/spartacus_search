002600*                        EXCEPTION EXISTS, SO A DROPPED
002700*                        INTERFACE RECORD SURFACES THE NEXT
002800*                        MORNING INSTEAD OF AT MONTH END.
002810*      2025-09-08 JQ     EVERY MATCHED KEY NOW POSTS INVENTORY'S
002820*                        DISPOSITION TO THE REQUEST REGISTER
002830*                        (SEE REGREC) -- POSTED, OR REJECTED
002840*                        WITH INVENTORY'S REASON CODE -- FOUND
002850*                        BY THE DEPARTMENT AND BATCH NOW
002860*                        CARRIED ON THE EXTRACT.  THE REGISTER
002870*                        COUNTS ARE SHOWN OUTSIDE THE CROSS-
002880*                        FOOT.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT SPARTACUS-XTRRECON-RPT ASSIGN TO "XRCNRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004410     SELECT SPARTACUS-REQUEST-REG ASSIGN TO "REQREG"
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS RANDOM
004440         RECORD KEY IS RG-KEY.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  SPARTACUS-MATCH-XTRACT.
006200                          LEADING ==DS-== BY ==WD-==.
006300 FD  SPARTACUS-XTRRECON-RPT.
006400 01  XTRRECON-RPT-LINE           PIC X(80).
006410 FD  SPARTACUS-REQUEST-REG.
006420     COPY REGREC.
006500 WORKING-STORAGE SECTION.
006600 01  WS-XTR-EOF-SWITCH           PIC X(01) VALUE "N".
006700     88  XTR-EOF                         VALUE "Y".
007600     05  WS-DSP-KEY-RUN-DATE     PIC 9(08).
007700     05  WS-DSP-KEY-REQ-REF      PIC X(10).
007800 01  WS-RUN-DATE                 PIC 9(08).
007810 01  WS-JOB-NAME                 PIC X(08).
007900 01  WS-XTR-READ-COUNT           PIC 9(08) COMP VALUE 0.
008000 01  WS-DSP-READ-COUNT           PIC 9(08) COMP VALUE 0.
008100 01  WS-MATCHED-COUNT            PIC 9(08) COMP VALUE 0.
008600 01  WS-XTR-CROSSFOOT            PIC 9(08) COMP VALUE 0.
008700 01  WS-DSP-CROSSFOOT            PIC 9(08) COMP VALUE 0.
008800 01  WS-MATCH-CROSSFOOT          PIC 9(08) COMP VALUE 0.
008810 01  WS-REG-UPDATED-COUNT        PIC 9(08) COMP VALUE 0.
008820 01  WS-REG-MISSING-COUNT        PIC 9(08) COMP VALUE 0.
008900 01  XR-HEADING-LINE.
009000     05  FILLER                  PIC X(24) VALUE
009100         "SPARTACUS XTRRECON RUN ".
012900     STOP RUN.
013000******************************************************************
013100*    1000-INITIALIZE
013200*    OPENS THE REPORT FILE AND THE REQUEST REGISTER AND
013210*    WRITES THE RUN HEADING.
013300******************************************************************
013400 1000-INITIALIZE.
013500     OPEN OUTPUT SPARTACUS-XTRRECON-RPT.
013600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013610     DISPLAY "JOB_NAME" UPON ENVIRONMENT-NAME.
013620     ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE.
013630     OPEN I-O SPARTACUS-REQUEST-REG.
013700     MOVE WS-RUN-DATE TO XR-HEADING-DATE.
013800     WRITE XTRRECON-RPT-LINE FROM XR-HEADING-LINE.
013900 1000-EXIT.
017800*    SORTED DISPOSITIONS ON NEEDLE, RUN DATE AND REFERENCE.  A
017900*    KEY ONLY ON THE EXTRACT HAS NO DISPOSITION; A KEY ONLY ON
018000*    THE DISPOSITION FILE WAS NEVER EXTRACTED; A MATCHED KEY
018100*    INVENTORY REJECTED IS THE THIRD EXCEPTION CLASS.  EVERY
018110*    MATCHED KEY IS POSTED TO THE REQUEST REGISTER.
018200******************************************************************
018300 3000-MATCH-FILES.
018400     IF XTR-EOF
019800         ELSE
019900             ADD 1 TO WS-POSTED-COUNT
020000         END-IF
020050         PERFORM 3400-UPDATE-REGISTER THRU 3400-EXIT
020100         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT
020200         PERFORM 2100-READ-DISPOSITION THRU 2100-EXIT
020300         GO TO 3000-EXIT
025400     ADD 1 TO WS-REJECTED-COUNT.
025500 3300-EXIT.
025600     EXIT.
025602******************************************************************
025604*    3400-UPDATE-REGISTER
025606*    POSTS INVENTORY'S DISPOSITION OF A MATCHED KEY TO THE
025608*    REQUEST'S REGISTER ENTRY.  A REJECTION CARRIES INVENTORY'S
025610*    REASON CODE AND IS NOT OVERTURNED BY A LATER POSTING OF
025612*    THE SAME REQUEST (A RANGE OR PREFIX REQUEST CAN EXTRACT
025614*    SEVERAL VALUES).  AN EXTRACT RECORD WITH NO ENTRY IS
025616*    COUNTED AND SHOWN ON THE CONSOLE.
025618******************************************************************
025620 3400-UPDATE-REGISTER.
025622     MOVE WX-DEPT-CODE TO RG-DEPT-CODE.
025624     MOVE WX-REQ-REF TO RG-REQ-REF.
025626     MOVE WX-BATCH-DATE TO RG-BATCH-DATE.
025628     MOVE WX-BATCH-NUMBER TO RG-BATCH-NUMBER.
025630     READ SPARTACUS-REQUEST-REG
025632         INVALID KEY
025634             ADD 1 TO WS-REG-MISSING-COUNT
025636             DISPLAY "REQUEST REGISTER - NOT ON FILE "
025638                 WX-DEPT-CODE " " WX-REQ-REF " " WX-BATCH-DATE
025640                 " " WX-BATCH-NUMBER
025642             GO TO 3400-EXIT
025644     END-READ.
025646     IF WD-POSTED-FLAG = "R"
025648         IF NOT RG-STATE-INV-REJECTED
025650             SET RG-STATE-INV-REJECTED TO TRUE
025652             MOVE WS-RUN-DATE TO RG-STATE-DATE
025654         END-IF
025656         MOVE WD-REASON-CODE TO RG-DISPOSITION-REASON
025658     ELSE
025660         IF NOT RG-STATE-INV-REJECTED
025662             AND NOT RG-STATE-POSTED
025664             SET RG-STATE-POSTED TO TRUE
025666             MOVE WS-RUN-DATE TO RG-STATE-DATE
025668         END-IF
025670     END-IF.
025672     MOVE WS-RUN-DATE TO RG-DISPOSED-DATE.
025674     MOVE WS-JOB-NAME TO RG-LAST-JOB-NAME.
025676     REWRITE REQUEST-REG-REC
025678         INVALID KEY
025680             DISPLAY "REQUEST REGISTER - REWRITE FAILED "
025682                 RG-DEPT-CODE " " RG-REQ-REF
025684             GO TO 3400-EXIT
025686     END-REWRITE.
025688     ADD 1 TO WS-REG-UPDATED-COUNT.
025690 3400-EXIT.
025692     EXIT.
025700******************************************************************
025800*    8000-TERMINATE
025900*    WRITES THE CROSS-FOOTED TOTALS PAGE AND SETS THE FINAL
026000*    CONDITION CODE: 8 FOR ANY EXCEPTION, 16 IF THE COUNTS
026100*    THEMSELVES DO NOT CROSS-FOOT.
026110*    THE REQUEST REGISTER COUNTS ARE SHOWN FOR INFORMATION AND
026120*    ARE NOT PART OF THE CROSS-FOOT.
026200******************************************************************
026300 8000-TERMINATE.
026400     MOVE "EXTRACT RECORDS READ      " TO XR-COUNT-LABEL.
028200     MOVE "DISPOSITION NOT EXTRACTED " TO XR-COUNT-LABEL.
028300     MOVE WS-NOT-XTR-COUNT TO XR-COUNT-VALUE.
028400     WRITE XTRRECON-RPT-LINE FROM XR-COUNT-LINE.
028410     MOVE "REGISTER ENTRIES UPDATED  " TO XR-COUNT-LABEL.
028420     MOVE WS-REG-UPDATED-COUNT TO XR-COUNT-VALUE.
028430     WRITE XTRRECON-RPT-LINE FROM XR-COUNT-LINE.
028440     MOVE "NOT ON REQUEST REGISTER   " TO XR-COUNT-LABEL.
028450     MOVE WS-REG-MISSING-COUNT TO XR-COUNT-VALUE.
028460     WRITE XTRRECON-RPT-LINE FROM XR-COUNT-LINE.
028500     COMPUTE WS-XTR-CROSSFOOT =
028600         WS-MATCHED-COUNT + WS-NO-DISP-COUNT.
028700     COMPUTE WS-DSP-CROSSFOOT =
030800     CLOSE SPARTACUS-XTR-SORTED.
030900     CLOSE SPARTACUS-DSP-SORTED.
031000     CLOSE SPARTACUS-XTRRECON-RPT.
031010     CLOSE SPARTACUS-REQUEST-REG.
031100 8000-EXIT.
031200     EXIT.
