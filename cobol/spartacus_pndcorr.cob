000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPARTACUS-PNDCORR.
000300 AUTHOR. J QUILLEN.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 01/26/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MAINTENANCE HISTORY.
000900*      DATE       BY     DESCRIPTION
001000*      ---------- ------ ------------------------------------
001100*      2026-01-26 JQ     ORIGINAL PROGRAM.  APPLIES THE
001200*                        EXCEPTIONS DESK'S CORRECTION
001300*                        TRANSACTIONS (SEE PCTREC) TO THE PENDING
001400*                        RECYCLE FILE AHEAD OF THE NEXT SEARCH.
001500*                        A MISKEYED VALUE USED TO SIT ON THE
001600*                        PENDING FILE UNTIL IT EXPIRED.  NOW THE
001700*                        DESK NAMES THE PENDING NEEDLE BY ITS
001800*                        DEPARTMENT, REFERENCE AND PENDING VALUE
001900*                        AND EITHER CORRECTS THE VALUE OR
002000*                        WITHDRAWS THE REQUEST.  A CORRECTED
002100*                        NEEDLE IS WRITTEN TO THE NEXT GENERATION
002200*                        OF THE PENDING FILE UNDER ITS ORIGINAL
002300*                        REFERENCE AND FIRST-SEEN DATE, FLAGGED
002400*                        CORRECTED WITH THE VALUE THE BRANCH
002500*                        FIRST SENT (SEE PNDREC) AND WITH ITS
002600*                        ATTEMPT COUNT STARTED AGAIN, SO THE NEXT
002700*                        SEARCH RE-SEARCHES IT AND THE ANSWER
002800*                        SHOWS IT CAME FROM A CORRECTED VALUE.  A
002900*                        WITHDRAWN NEEDLE IS DROPPED AND ITS
003000*                        REQUEST REGISTER ENTRY (SEE REGREC) IS
003100*                        CLOSED OUT AS WITHDRAWN.  EVERY CHANGE IS
003200*                        JOURNALED WITH THE DESK USER AND THE
003300*                        BEFORE AND AFTER VALUES (SEE PCJREC).  A
003400*                        CORRECTION NAMING NO NEEDLE ON THE
003500*                        PENDING FILE, A DUPLICATE CORRECTION OR
003600*                        A BADLY KEYED ONE GOES TO THE EXCEPTION
003700*                        REPORT AND CHANGES NOTHING.  THE RUN
003800*                        STAMPS THE SHARED RUN-CONTROL FILE (SEE
003900*                        RUNREC) AND SEARCH WILL NOT START WHILE
004000*                        IT IS OPEN.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SPARTACUS-PENDING-IN ASSIGN TO "PNDFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT SPARTACUS-PNDCORR-TRANS ASSIGN TO "PNDCTRN"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT SPARTACUS-PENDING-OUT ASSIGN TO "PNDCOUT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT SPARTACUS-PNDCORR-JRNL ASSIGN TO "PNDCJRNL"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT SPARTACUS-PNDCORR-EXC ASSIGN TO "PNDCEXC"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT SPARTACUS-PNDCORR-RPT ASSIGN TO "PNDCRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT SPARTACUS-REQUEST-REG ASSIGN TO "REQREG"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS RG-KEY.
006100     SELECT SPARTACUS-RUN-CONTROL ASSIGN TO "RUNCTL"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  SPARTACUS-PENDING-IN.
006600     COPY PNDREC.
006700 FD  SPARTACUS-PNDCORR-TRANS.
006800     COPY PCTREC.
006900 FD  SPARTACUS-PENDING-OUT.
007000     COPY PNDREC REPLACING ==PENDING-REC== BY ==PENDING-OUT-REC==
007100                           LEADING ==PN-== BY ==PO-==.
007200 FD  SPARTACUS-PNDCORR-JRNL.
007300     COPY PCJREC.
007400 FD  SPARTACUS-PNDCORR-EXC.
007500 01  PNDCORR-EXC-LINE            PIC X(80).
007600 FD  SPARTACUS-PNDCORR-RPT.
007700 01  PNDCORR-RPT-LINE            PIC X(80).
007800 FD  SPARTACUS-REQUEST-REG.
007900     COPY REGREC.
008000 FD  SPARTACUS-RUN-CONTROL.
008100     COPY RUNREC.
008200 WORKING-STORAGE SECTION.
008300 01  CORRECTION-TABLE.
008400     05  CORRECTION-ENTRY        OCCURS 1 TO 2000 TIMES
008500                                 DEPENDING ON WS-CORRECTION-COUNT
008600                                 INDEXED BY CT-IDX.
008700         10  CT-KEY              PIC X(19).
008800         10  CT-ACTION-CODE      PIC X(01).
008900         10  CT-CORRECTED-VALUE  PIC X(05).
009000         10  CT-CORRECTED-VALUE-2
009100                                 PIC X(05).
009200         10  CT-USED-SWITCH      PIC X(01).
009300 01  WS-CORRECTION-COUNT         PIC 9(04) COMP VALUE 0.
009400 01  WS-PENDING-KEY.
009500     05  WS-PK-DEPT-CODE         PIC X(04).
009600     05  WS-PK-REQ-REF           PIC X(10).
009700     05  WS-PK-VALUE             PIC X(05).
009800 01  WS-CORRECTION-EOF-SWITCH    PIC X(01) VALUE "N".
009900     88  CORRECTION-EOF                  VALUE "Y".
010000 01  WS-PENDING-EOF-SWITCH       PIC X(01) VALUE "N".
010100     88  PENDING-EOF                     VALUE "Y".
010200 01  WS-RUN-DATE                 PIC 9(08).
010300 01  WS-RUN-TIME                 PIC 9(08).
010400 01  WS-JOB-NAME                 PIC X(08).
010500 01  WS-USER-ID                  PIC X(08).
010600 01  WS-RUNCTL-EOF-SWITCH        PIC X(01) VALUE "N".
010700     88  RUNCTL-EOF                      VALUE "Y".
010800 01  WS-SE-LAST-EVENT            PIC X(01) VALUE SPACE.
010900 01  WS-SELF-LAST-EVENT          PIC X(01) VALUE SPACE.
011000 01  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
011100     88  RESTART-REQUESTED               VALUE "Y".
011200 01  WS-CORRECTION-READ-COUNT    PIC 9(04) COMP VALUE 0.
011300 01  WS-PENDING-READ-COUNT       PIC 9(08) COMP VALUE 0.
011400 01  WS-CORRECTED-COUNT          PIC 9(08) COMP VALUE 0.
011500 01  WS-WITHDRAWN-COUNT          PIC 9(08) COMP VALUE 0.
011600 01  WS-UNCHANGED-COUNT          PIC 9(08) COMP VALUE 0.
011700 01  WS-PENDING-WRITTEN-COUNT    PIC 9(08) COMP VALUE 0.
011800 01  WS-JOURNAL-WRITTEN-COUNT    PIC 9(08) COMP VALUE 0.
011900 01  WS-REG-UPDATED-COUNT        PIC 9(08) COMP VALUE 0.
012000 01  WS-REG-MISSING-COUNT        PIC 9(08) COMP VALUE 0.
012100 01  WS-EXCEPTION-COUNT          PIC 9(08) COMP VALUE 0.
012200 01  WS-BALANCE-TOTAL            PIC 9(08) COMP VALUE 0.
012300 01  WS-NEW-VALUE                PIC X(05).
012400 01  WS-NEW-VALUE-2              PIC X(05).
012500 01  WS-BOUNDS-BAD-SWITCH        PIC X(01) VALUE "N".
012600     88  BOUNDS-BAD                      VALUE "Y".
012700 01  WS-PREFIX-TAIL-SWITCH       PIC X(01) VALUE "N".
012800     88  PREFIX-TAIL-SEEN                VALUE "Y".
012900 01  WS-PREFIX-SUB               PIC 9(02) COMP VALUE 0.
013000 01  WS-PREFIX-DIGIT-COUNT       PIC 9(02) COMP VALUE 0.
013100 01  PC-HEADING-LINE.
013200     05  FILLER                  PIC X(24) VALUE
013300         "SPARTACUS PNDCORR RUN  ".
013400     05  PC-HEADING-DATE         PIC 9(08).
013500 01  PC-USER-LINE.
013600     05  FILLER                  PIC X(14) VALUE
013700         "CORRECTED BY ".
013800     05  PC-USER-ID              PIC X(08).
013900     05  FILLER                  PIC X(06) VALUE " JOB ".
014000     05  PC-JOB-NAME             PIC X(08).
014100 01  PC-COLUMN-LINE.
014200     05  FILLER                  PIC X(32) VALUE
014300         "DEPT REFERENCE  BATCH DT BTCH T ".
014400     05  FILLER                  PIC X(48) VALUE
014500         "BEFORE       AFTER        DISPOSN".
014600 01  PC-DETAIL-LINE.
014700     05  PC-DETAIL-DEPT          PIC X(04).
014800     05  FILLER                  PIC X(01) VALUE SPACE.
014900     05  PC-DETAIL-REF           PIC X(10).
015000     05  FILLER                  PIC X(01) VALUE SPACE.
015100     05  PC-DETAIL-BATCH-DATE    PIC 9(08).
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  PC-DETAIL-BATCH-NUMBER  PIC 9(04).
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  PC-DETAIL-TYPE          PIC X(01).
015600     05  FILLER                  PIC X(01) VALUE SPACE.
015700     05  PC-DETAIL-BEFORE        PIC X(05).
015800     05  FILLER                  PIC X(01) VALUE SPACE.
015900     05  PC-DETAIL-BEFORE-2      PIC X(05).
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  PC-DETAIL-AFTER         PIC X(05).
016200     05  FILLER                  PIC X(01) VALUE SPACE.
016300     05  PC-DETAIL-AFTER-2       PIC X(05).
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  PC-DETAIL-DISPOSITION   PIC X(09).
016600 01  PC-EXC-COLUMN-LINE          PIC X(80) VALUE
016700     "DEPT REFERENCE  PENDG A CORR  CORR2 REASON".
016800 01  PC-EXC-DETAIL-LINE.
016900     05  PC-EXC-DEPT             PIC X(04).
017000     05  FILLER                  PIC X(01) VALUE SPACE.
017100     05  PC-EXC-REF              PIC X(10).
017200     05  FILLER                  PIC X(01) VALUE SPACE.
017300     05  PC-EXC-PENDING-VALUE    PIC X(05).
017400     05  FILLER                  PIC X(01) VALUE SPACE.
017500     05  PC-EXC-ACTION           PIC X(01).
017600     05  FILLER                  PIC X(01) VALUE SPACE.
017700     05  PC-EXC-CORRECTED-VALUE  PIC X(05).
017800     05  FILLER                  PIC X(01) VALUE SPACE.
017900     05  PC-EXC-CORRECTED-VALUE-2
018000                                 PIC X(05).
018100     05  FILLER                  PIC X(01) VALUE SPACE.
018200     05  PC-EXC-REASON           PIC X(32).
018300 01  PC-COUNT-LINE.
018400     05  PC-COUNT-LABEL          PIC X(24).
018500     05  PC-COUNT-VALUE          PIC ZZZZZZZ9.
018600 PROCEDURE DIVISION.
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018900     PERFORM 1200-LOAD-CORRECTIONS THRU 1200-EXIT
019000         UNTIL CORRECTION-EOF.
019100     PERFORM 3000-PROCESS-PENDING THRU 3000-EXIT
019200         UNTIL PENDING-EOF.
019300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019400     STOP RUN.
019500******************************************************************
019600*    1000-INITIALIZE
019700*    STAMPS THE RUN IDENTIFICATION AND REFUSES THE RUN WHEN NO
019800*    DESK USER IS IDENTIFIED -- EVERY CORRECTION IS JOURNALED
019900*    AGAINST THE USER WHO MADE IT.  THEN PROVES AGAINST THE
020000*    RUN-CONTROL FILE THAT NEITHER SEARCH NOR ANOTHER
020100*    CORRECTION RUN IS OPEN FOR THE CYCLE, OPENS THE FILES AND
020200*    WRITES THE REPORT HEADINGS.
020300******************************************************************
020400 1000-INITIALIZE.
020500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020600     ACCEPT WS-RUN-TIME FROM TIME.
020700     DISPLAY "JOB_NAME" UPON ENVIRONMENT-NAME.
020800     ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE.
020900     DISPLAY "USER" UPON ENVIRONMENT-NAME.
021000     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
021100     IF WS-USER-ID = SPACES
021200         DISPLAY "PNDCORR - NO DESK USER IDENTIFIED "
021300             "-- RUN REFUSED"
021400         MOVE 16 TO RETURN-CODE
021500         STOP RUN
021600     END-IF.
021700     PERFORM 1100-RUN-CONTROL-INIT THRU 1100-EXIT.
021800     OPEN INPUT SPARTACUS-PENDING-IN.
021900     OPEN INPUT SPARTACUS-PNDCORR-TRANS.
022000     OPEN OUTPUT SPARTACUS-PENDING-OUT.
022100     OPEN EXTEND SPARTACUS-PNDCORR-JRNL.
022200     OPEN OUTPUT SPARTACUS-PNDCORR-EXC.
022300     OPEN OUTPUT SPARTACUS-PNDCORR-RPT.
022400     OPEN I-O SPARTACUS-REQUEST-REG.
022500     MOVE WS-RUN-DATE TO PC-HEADING-DATE.
022600     WRITE PNDCORR-EXC-LINE FROM PC-HEADING-LINE.
022700     WRITE PNDCORR-EXC-LINE FROM PC-EXC-COLUMN-LINE.
022800     WRITE PNDCORR-RPT-LINE FROM PC-HEADING-LINE.
022900     MOVE WS-USER-ID TO PC-USER-ID.
023000     MOVE WS-JOB-NAME TO PC-JOB-NAME.
023100     WRITE PNDCORR-RPT-LINE FROM PC-USER-LINE.
023200     WRITE PNDCORR-RPT-LINE FROM PC-COLUMN-LINE.
023300 1000-EXIT.
023400     EXIT.
023500******************************************************************
023600*    1200-LOAD-CORRECTIONS
023700*    READS ONE CORRECTION TRANSACTION INTO THE CORRECTION
023800*    TABLE.  A BAD ACTION CODE, A NON-NUMERIC VALUE, A
023900*    CORRECTION THAT CHANGES NOTHING OR A SECOND CORRECTION
024000*    FOR A PENDING NEEDLE ALREADY IN THE TABLE IS REPORTED AND
024100*    IGNORED -- THE FIRST ONE KEYED STANDS.  THE TABLE HOLDS AT
024200*    MOST 2000 CORRECTIONS; A LARGER FILE ABORTS THE RUN BEFORE
024300*    ANY PENDING NEEDLE HAS BEEN WRITTEN.
024400******************************************************************
024500 1200-LOAD-CORRECTIONS.
024600     READ SPARTACUS-PNDCORR-TRANS
024700         AT END
024800             SET CORRECTION-EOF TO TRUE
024900             GO TO 1200-EXIT
025000     END-READ.
025100     ADD 1 TO WS-CORRECTION-READ-COUNT.
025200     IF NOT PT-ACTION-CORRECT AND NOT PT-ACTION-WITHDRAW
025300         MOVE "ACTION CODE IS NOT C OR W" TO PC-EXC-REASON
025400         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
025500         GO TO 1200-EXIT
025600     END-IF.
025700     IF PT-PENDING-VALUE IS NOT NUMERIC
025800         MOVE "PENDING VALUE IS NOT NUMERIC" TO PC-EXC-REASON
025900         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
026000         GO TO 1200-EXIT
026100     END-IF.
026200     IF PT-ACTION-WITHDRAW
026300         MOVE SPACES TO PT-CORRECTED-VALUE
026400         MOVE SPACES TO PT-CORRECTED-VALUE-2
026500         GO TO 1200-ADD
026600     END-IF.
026700     IF PT-CORRECTED-VALUE IS NOT NUMERIC
026800         MOVE "CORRECTED VALUE IS NOT NUMERIC" TO PC-EXC-REASON
026900         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
027000         GO TO 1200-EXIT
027100     END-IF.
027200     IF PT-CORRECTED-VALUE-2 NOT = SPACES
027300         AND PT-CORRECTED-VALUE-2 IS NOT NUMERIC
027400         MOVE "SECOND VALUE IS NOT NUMERIC" TO PC-EXC-REASON
027500         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
027600         GO TO 1200-EXIT
027700     END-IF.
027800     IF PT-CORRECTED-VALUE = PT-PENDING-VALUE
027900         AND PT-CORRECTED-VALUE-2 = SPACES
028000         MOVE "CORRECTION CHANGES NOTHING" TO PC-EXC-REASON
028100         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
028200         GO TO 1200-EXIT
028300     END-IF.
028400 1200-ADD.
028500     SET CT-IDX TO 1.
028600     SEARCH CORRECTION-ENTRY
028700         AT END
028800             CONTINUE
028900         WHEN CT-KEY(CT-IDX) = PT-KEY
029000             MOVE "DUPLICATE CORRECTION FOR NEEDLE"
029100                 TO PC-EXC-REASON
029200             PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
029300             GO TO 1200-EXIT
029400     END-SEARCH.
029500     IF WS-CORRECTION-COUNT >= 2000
029600         DISPLAY "CORRECTION FILE EXCEEDS THE 2000-ENTRY TABLE "
029700             "LIMIT -- RUN ABORTED"
029800         MOVE 90 TO RETURN-CODE
029900         STOP RUN
030000     END-IF.
030100     ADD 1 TO WS-CORRECTION-COUNT.
030200     MOVE PT-KEY TO CT-KEY(WS-CORRECTION-COUNT).
030300     MOVE PT-ACTION-CODE TO CT-ACTION-CODE(WS-CORRECTION-COUNT).
030400     MOVE PT-CORRECTED-VALUE
030500         TO CT-CORRECTED-VALUE(WS-CORRECTION-COUNT).
030600     MOVE PT-CORRECTED-VALUE-2
030700         TO CT-CORRECTED-VALUE-2(WS-CORRECTION-COUNT).
030800     MOVE "N" TO CT-USED-SWITCH(WS-CORRECTION-COUNT).
030900 1200-EXIT.
031000     EXIT.
031100******************************************************************
031200*    3000-PROCESS-PENDING
031300*    READS ONE PENDING NEEDLE AND LOOKS UP A CORRECTION FOR ITS
031400*    DEPARTMENT, REFERENCE AND VALUE.  A NEEDLE WITH NO
031500*    CORRECTION IS CARRIED FORWARD UNCHANGED; OTHERWISE IT IS
031600*    CORRECTED OR WITHDRAWN.  ONE CORRECTION APPLIES TO EVERY
031700*    PENDING NEEDLE IT NAMES, WHICHEVER BATCH IT CAME IN ON.
031800******************************************************************
031900 3000-PROCESS-PENDING.
032000     READ SPARTACUS-PENDING-IN
032100         AT END
032200             SET PENDING-EOF TO TRUE
032300             GO TO 3000-EXIT
032400     END-READ.
032500     ADD 1 TO WS-PENDING-READ-COUNT.
032600     MOVE PN-DEPT-CODE TO WS-PK-DEPT-CODE.
032700     MOVE PN-REQ-REF TO WS-PK-REQ-REF.
032800     MOVE PN-VALUE TO WS-PK-VALUE.
032900     SET CT-IDX TO 1.
033000     SEARCH CORRECTION-ENTRY
033100         AT END
033200             PERFORM 3300-CARRY-FORWARD THRU 3300-EXIT
033300             GO TO 3000-EXIT
033400         WHEN CT-KEY(CT-IDX) = WS-PENDING-KEY
033500             MOVE "Y" TO CT-USED-SWITCH(CT-IDX)
033600     END-SEARCH.
033700     IF CT-ACTION-CODE(CT-IDX) = "W"
033800         PERFORM 3200-WITHDRAW-PENDING THRU 3200-EXIT
033900     ELSE
034000         PERFORM 3100-CORRECT-PENDING THRU 3100-EXIT
034100     END-IF.
034200 3000-EXIT.
034300     EXIT.
034400******************************************************************
034500*    3050-STAGE-CORRECTION
034600*    COPIES THE CORRECTION TABLE ENTRY AT CT-IDX BACK INTO THE
034700*    TRANSACTION RECORD AREA SO IT CAN BE LISTED ON THE
034800*    EXCEPTION REPORT.
034900******************************************************************
035000 3050-STAGE-CORRECTION.
035100     MOVE CT-KEY(CT-IDX) TO PT-KEY.
035200     MOVE CT-ACTION-CODE(CT-IDX) TO PT-ACTION-CODE.
035300     MOVE CT-CORRECTED-VALUE(CT-IDX) TO PT-CORRECTED-VALUE.
035400     MOVE CT-CORRECTED-VALUE-2(CT-IDX) TO PT-CORRECTED-VALUE-2.
035500 3050-EXIT.
035600     EXIT.
035700******************************************************************
035800*    3100-CORRECT-PENDING
035900*    REPLACES THE PENDING VALUE (AND THE SECOND VALUE OF A RANGE
036000*    OR PREFIX REQUEST WHEN ONE WAS KEYED), FLAGS THE NEEDLE
036100*    CORRECTED AND KEEPS THE VALUE THE BRANCH FIRST SENT -- A
036200*    NEEDLE CORRECTED TWICE STILL SHOWS THE BRANCH'S VALUE.
036300*    THE FIRST-SEEN DATE AND REFERENCE ARE KEPT AND THE ATTEMPT
036400*    COUNT STARTS AGAIN, SO THE CORRECTED VALUE GETS THE FULL
036500*    RECYCLE.  A SECOND VALUE KEYED FOR AN EXACT REQUEST, OR A
036600*    RANGE OR PREFIX WHOSE NEW BOUNDS FAIL THE SAME EDIT THE
036700*    BRANCH'S REQUEST PASSED IN NEEDEDIT, IS REPORTED AND THE
036800*    NEEDLE IS CARRIED FORWARD UNCHANGED.
036900******************************************************************
037000 3100-CORRECT-PENDING.
037100     IF CT-CORRECTED-VALUE-2(CT-IDX) NOT = SPACES
037200         AND PN-SEARCH-TYPE NOT = "R"
037300         AND PN-SEARCH-TYPE NOT = "P"
037400         PERFORM 3050-STAGE-CORRECTION THRU 3050-EXIT
037500         MOVE "SECOND VALUE ON AN EXACT REQUEST" TO PC-EXC-REASON
037600         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
037700         PERFORM 3300-CARRY-FORWARD THRU 3300-EXIT
037800         GO TO 3100-EXIT
037900     END-IF.
038000     MOVE CT-CORRECTED-VALUE(CT-IDX) TO WS-NEW-VALUE.
038100     MOVE PN-VALUE-2 TO WS-NEW-VALUE-2.
038200     IF CT-CORRECTED-VALUE-2(CT-IDX) NOT = SPACES
038300         MOVE CT-CORRECTED-VALUE-2(CT-IDX) TO WS-NEW-VALUE-2
038400     END-IF.
038500     IF PN-SEARCH-TYPE = "R" OR PN-SEARCH-TYPE = "P"
038600         PERFORM 3110-CHECK-BOUNDS THRU 3110-EXIT
038700         IF BOUNDS-BAD
038800             PERFORM 3050-STAGE-CORRECTION THRU 3050-EXIT
038900             PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
039000             PERFORM 3300-CARRY-FORWARD THRU 3300-EXIT
039100             GO TO 3100-EXIT
039200         END-IF
039300     END-IF.
039400     MOVE SPACES TO PENDING-CORR-JRNL-REC.
039500     SET PJ-ACTION-CORRECT TO TRUE.
039600     MOVE PN-VALUE TO PJ-BEFORE-VALUE.
039700     IF PN-SEARCH-TYPE = "R" OR PN-SEARCH-TYPE = "P"
039800         MOVE PN-VALUE-2 TO PJ-BEFORE-VALUE-2
039900     END-IF.
040000     IF NOT PN-VALUE-CORRECTED
040100         MOVE PN-VALUE TO PN-ORIGINAL-VALUE
040200         SET PN-VALUE-CORRECTED TO TRUE
040300     END-IF.
040400     MOVE WS-NEW-VALUE TO PN-VALUE.
040500     IF PN-SEARCH-TYPE = "R" OR PN-SEARCH-TYPE = "P"
040600         MOVE WS-NEW-VALUE-2 TO PN-VALUE-2
040700     END-IF.
040800     MOVE 0 TO PN-ATTEMPT-COUNT.
040900     MOVE PN-VALUE TO PJ-AFTER-VALUE.
041000     IF PN-SEARCH-TYPE = "R" OR PN-SEARCH-TYPE = "P"
041100         MOVE PN-VALUE-2 TO PJ-AFTER-VALUE-2
041200     END-IF.
041300     PERFORM 3400-WRITE-JOURNAL THRU 3400-EXIT.
041400     MOVE PENDING-REC TO PENDING-OUT-REC.
041500     WRITE PENDING-OUT-REC.
041600     ADD 1 TO WS-PENDING-WRITTEN-COUNT.
041700     ADD 1 TO WS-CORRECTED-COUNT.
041800     PERFORM 3600-UPDATE-REGISTER THRU 3600-EXIT.
041900     MOVE "CORRECTED" TO PC-DETAIL-DISPOSITION.
042000     PERFORM 3700-WRITE-DETAIL THRU 3700-EXIT.
042100 3100-EXIT.
042200     EXIT.
042300******************************************************************
042400*    3110-CHECK-BOUNDS
042500*    EDITS THE NEW BOUNDS OF A RANGE OR PREFIX NEEDLE.  A LOW
042600*    BOUND ABOVE THE HIGH ONE WOULD NEVER MATCH ANYTHING AND
042700*    WOULD ONLY RECYCLE UNTIL IT EXPIRED.  A PREFIX MUST ALSO
042800*    STILL BE THE LOW/HIGH PAIR NEEDEDIT BUILDS FROM ONE -- AT
042900*    LEAST ONE LEADING DIGIT THE SAME IN BOTH BOUNDS, THEN ZEROS
043000*    IN THE LOW BOUND AGAINST NINES IN THE HIGH.  ON A FAILURE
043100*    THE EXCEPTION REASON IS LEFT FOR THE CALLER.
043200******************************************************************
043300 3110-CHECK-BOUNDS.
043400     MOVE "N" TO WS-BOUNDS-BAD-SWITCH.
043500     IF WS-NEW-VALUE > WS-NEW-VALUE-2
043600         SET BOUNDS-BAD TO TRUE
043700         MOVE "CORRECTED RANGE IS INVERTED" TO PC-EXC-REASON
043800         GO TO 3110-EXIT
043900     END-IF.
044000     IF PN-SEARCH-TYPE NOT = "P"
044100         GO TO 3110-EXIT
044200     END-IF.
044300     MOVE "N" TO WS-PREFIX-TAIL-SWITCH.
044400     MOVE 0 TO WS-PREFIX-DIGIT-COUNT.
044500     PERFORM 3120-CHECK-PREFIX-CHAR THRU 3120-EXIT
044600         VARYING WS-PREFIX-SUB FROM 1 BY 1
044700         UNTIL WS-PREFIX-SUB > 5.
044800     IF WS-PREFIX-DIGIT-COUNT = 0
044900         SET BOUNDS-BAD TO TRUE
045000     END-IF.
045100     IF BOUNDS-BAD
045200         MOVE "CORRECTED BOUNDS NOT A PREFIX" TO PC-EXC-REASON
045300     END-IF.
045400 3110-EXIT.
045500     EXIT.
045600******************************************************************
045700*    3120-CHECK-PREFIX-CHAR
045800*    EDITS ONE POSITION OF THE NEW PREFIX BOUNDS.  WHILE THE TWO
045900*    BOUNDS AGREE THE POSITION IS PART OF THE PREFIX; FROM THE
046000*    FIRST POSITION WHERE THEY DIFFER EVERY POSITION MUST BE A
046100*    ZERO IN THE LOW BOUND AND A NINE IN THE HIGH.
046200******************************************************************
046300 3120-CHECK-PREFIX-CHAR.
046400     IF NOT PREFIX-TAIL-SEEN
046500         AND WS-NEW-VALUE(WS-PREFIX-SUB:1)
046600             = WS-NEW-VALUE-2(WS-PREFIX-SUB:1)
046700         ADD 1 TO WS-PREFIX-DIGIT-COUNT
046800         GO TO 3120-EXIT
046900     END-IF.
047000     SET PREFIX-TAIL-SEEN TO TRUE.
047100     IF WS-NEW-VALUE(WS-PREFIX-SUB:1) NOT = "0"
047200         OR WS-NEW-VALUE-2(WS-PREFIX-SUB:1) NOT = "9"
047300         SET BOUNDS-BAD TO TRUE
047400     END-IF.
047500 3120-EXIT.
047600     EXIT.
047700******************************************************************
047800*    3200-WITHDRAW-PENDING
047900*    DROPS THE NEEDLE FROM THE NEXT GENERATION OF THE PENDING
048000*    FILE, JOURNALS IT WITH NO AFTER VALUE AND CLOSES OUT ITS
048100*    REQUEST REGISTER ENTRY AS WITHDRAWN.
048200******************************************************************
048300 3200-WITHDRAW-PENDING.
048400     MOVE SPACES TO PENDING-CORR-JRNL-REC.
048500     SET PJ-ACTION-WITHDRAW TO TRUE.
048600     MOVE PN-VALUE TO PJ-BEFORE-VALUE.
048700     IF PN-SEARCH-TYPE = "R" OR PN-SEARCH-TYPE = "P"
048800         MOVE PN-VALUE-2 TO PJ-BEFORE-VALUE-2
048900     END-IF.
049000     PERFORM 3400-WRITE-JOURNAL THRU 3400-EXIT.
049100     ADD 1 TO WS-WITHDRAWN-COUNT.
049200     PERFORM 3600-UPDATE-REGISTER THRU 3600-EXIT.
049300     MOVE "WITHDRAWN" TO PC-DETAIL-DISPOSITION.
049400     PERFORM 3700-WRITE-DETAIL THRU 3700-EXIT.
049500 3200-EXIT.
049600     EXIT.
049700******************************************************************
049800*    3300-CARRY-FORWARD
049900*    WRITES THE NEEDLE UNCHANGED TO THE NEXT GENERATION OF THE
050000*    PENDING FILE FOR THE NEXT SEARCH.
050100******************************************************************
050200 3300-CARRY-FORWARD.
050300     MOVE PENDING-REC TO PENDING-OUT-REC.
050400     WRITE PENDING-OUT-REC.
050500     ADD 1 TO WS-PENDING-WRITTEN-COUNT.
050600     ADD 1 TO WS-UNCHANGED-COUNT.
050700 3300-EXIT.
050800     EXIT.
050900******************************************************************
051000*    3400-WRITE-JOURNAL
051100*    COMPLETES AND APPENDS THE JOURNAL RECORD FOR THE PENDING
051200*    NEEDLE JUST CHANGED.  THE CALLER HAS ALREADY SET THE
051300*    ACTION AND THE BEFORE AND AFTER VALUES.
051400******************************************************************
051500 3400-WRITE-JOURNAL.
051600     MOVE WS-RUN-DATE TO PJ-RUN-DATE.
051700     MOVE WS-RUN-TIME TO PJ-RUN-TIME.
051800     MOVE WS-JOB-NAME TO PJ-JOB-NAME.
051900     MOVE WS-USER-ID TO PJ-USER-ID.
052000     MOVE PN-DEPT-CODE TO PJ-DEPT-CODE.
052100     MOVE PN-REQ-REF TO PJ-REQ-REF.
052200     MOVE PN-BATCH-DATE TO PJ-BATCH-DATE.
052300     MOVE PN-BATCH-NUMBER TO PJ-BATCH-NUMBER.
052400     MOVE PN-SEARCH-TYPE TO PJ-SEARCH-TYPE.
052500     MOVE PN-FIRST-SEEN-DATE TO PJ-FIRST-SEEN-DATE.
052600     WRITE PENDING-CORR-JRNL-REC.
052700     ADD 1 TO WS-JOURNAL-WRITTEN-COUNT.
052800 3400-EXIT.
052900     EXIT.
053000******************************************************************
053100*    3500-WRITE-EXCEPTION
053200*    WRITES ONE EXCEPTION LINE FOR THE CORRECTION IN THE
053300*    TRANSACTION RECORD AREA.  THE CALLER HAS ALREADY SET THE
053400*    REASON TEXT.
053500******************************************************************
053600 3500-WRITE-EXCEPTION.
053700     MOVE PT-DEPT-CODE TO PC-EXC-DEPT.
053800     MOVE PT-REQ-REF TO PC-EXC-REF.
053900     MOVE PT-PENDING-VALUE TO PC-EXC-PENDING-VALUE.
054000     MOVE PT-ACTION-CODE TO PC-EXC-ACTION.
054100     MOVE PT-CORRECTED-VALUE TO PC-EXC-CORRECTED-VALUE.
054200     MOVE PT-CORRECTED-VALUE-2 TO PC-EXC-CORRECTED-VALUE-2.
054300     WRITE PNDCORR-EXC-LINE FROM PC-EXC-DETAIL-LINE.
054400     ADD 1 TO WS-EXCEPTION-COUNT.
054500 3500-EXIT.
054600     EXIT.
054700******************************************************************
054800*    3600-UPDATE-REGISTER
054900*    BRINGS THE REQUEST'S REGISTER ENTRY INTO LINE WITH THE
055000*    CHANGE: A CORRECTION REPLACES THE REGISTERED VALUE SO THE
055100*    INQUIRY SHOWS WHAT IS NOW BEING SEARCHED, AND A WITHDRAWAL
055200*    MOVES THE REQUEST TO WITHDRAWN, WHICH IS FINAL.  A REQUEST
055300*    WITH NO ENTRY IS COUNTED AND SHOWN ON THE CONSOLE.
055400******************************************************************
055500 3600-UPDATE-REGISTER.
055600     MOVE PN-DEPT-CODE TO RG-DEPT-CODE.
055700     MOVE PN-REQ-REF TO RG-REQ-REF.
055800     MOVE PN-BATCH-DATE TO RG-BATCH-DATE.
055900     MOVE PN-BATCH-NUMBER TO RG-BATCH-NUMBER.
056000     READ SPARTACUS-REQUEST-REG
056100         INVALID KEY
056200             ADD 1 TO WS-REG-MISSING-COUNT
056300             DISPLAY "REQUEST REGISTER - NOT ON FILE "
056400                 PN-DEPT-CODE " " PN-REQ-REF " " PN-BATCH-DATE
056500                 " " PN-BATCH-NUMBER
056600             GO TO 3600-EXIT
056700     END-READ.
056800     IF PJ-ACTION-WITHDRAW
056900         SET RG-STATE-WITHDRAWN TO TRUE
057000         MOVE WS-RUN-DATE TO RG-STATE-DATE
057100     ELSE
057200         MOVE PN-VALUE TO RG-VALUE
057300         IF PN-SEARCH-TYPE = "R" OR PN-SEARCH-TYPE = "P"
057400             MOVE PN-VALUE-2 TO RG-VALUE-2
057500         END-IF
057600     END-IF.
057700     MOVE WS-JOB-NAME TO RG-LAST-JOB-NAME.
057800     REWRITE REQUEST-REG-REC
057900         INVALID KEY
058000             DISPLAY "REQUEST REGISTER - REWRITE FAILED "
058100                 RG-DEPT-CODE " " RG-REQ-REF
058200             GO TO 3600-EXIT
058300     END-REWRITE.
058400     ADD 1 TO WS-REG-UPDATED-COUNT.
058500 3600-EXIT.
058600     EXIT.
058700******************************************************************
058800*    3700-WRITE-DETAIL
058900*    LISTS THE CHANGE JUST JOURNALED ON THE CORRECTION REPORT.
059000*    THE CALLER HAS ALREADY SET THE DISPOSITION.
059100******************************************************************
059200 3700-WRITE-DETAIL.
059300     MOVE PJ-DEPT-CODE TO PC-DETAIL-DEPT.
059400     MOVE PJ-REQ-REF TO PC-DETAIL-REF.
059500     MOVE PJ-BATCH-DATE TO PC-DETAIL-BATCH-DATE.
059600     MOVE PJ-BATCH-NUMBER TO PC-DETAIL-BATCH-NUMBER.
059700     MOVE PJ-SEARCH-TYPE TO PC-DETAIL-TYPE.
059800     MOVE PJ-BEFORE-VALUE TO PC-DETAIL-BEFORE.
059900     MOVE PJ-BEFORE-VALUE-2 TO PC-DETAIL-BEFORE-2.
060000     MOVE PJ-AFTER-VALUE TO PC-DETAIL-AFTER.
060100     MOVE PJ-AFTER-VALUE-2 TO PC-DETAIL-AFTER-2.
060200     WRITE PNDCORR-RPT-LINE FROM PC-DETAIL-LINE.
060300 3700-EXIT.
060400     EXIT.
060500******************************************************************
060600*    8000-TERMINATE
060700*    REPORTS EVERY CORRECTION THAT NEVER FOUND ITS PENDING
060800*    NEEDLE, WRITES THE CORRECTION TOTALS AND PROVES EVERY
060900*    PENDING NEEDLE READ WAS EITHER WRITTEN FORWARD OR
061000*    WITHDRAWN, STAMPS THE RUN'S END RECORD, CLOSES THE FILES
061100*    AND SETS A WARNING CONDITION CODE WHEN ANY CORRECTION WENT
061200*    TO THE EXCEPTION REPORT.
061300******************************************************************
061400 8000-TERMINATE.
061500     PERFORM 8100-CHECK-CORRECTION-USED THRU 8100-EXIT
061600         VARYING CT-IDX FROM 1 BY 1
061700         UNTIL CT-IDX > WS-CORRECTION-COUNT.
061800     MOVE "CORRECTIONS READ        " TO PC-COUNT-LABEL.
061900     MOVE WS-CORRECTION-READ-COUNT TO PC-COUNT-VALUE.
062000     WRITE PNDCORR-RPT-LINE FROM PC-COUNT-LINE.
062100     MOVE "CORRECTIONS IN ERROR    " TO PC-COUNT-LABEL.
062200     MOVE WS-EXCEPTION-COUNT TO PC-COUNT-VALUE.
062300     WRITE PNDCORR-RPT-LINE FROM PC-COUNT-LINE.
062400     MOVE "PENDING NEEDLES READ    " TO PC-COUNT-LABEL.
062500     MOVE WS-PENDING-READ-COUNT TO PC-COUNT-VALUE.
062600     WRITE PNDCORR-RPT-LINE FROM PC-COUNT-LINE.
062700     MOVE "NEEDLES CORRECTED       " TO PC-COUNT-LABEL.
062800     MOVE WS-CORRECTED-COUNT TO PC-COUNT-VALUE.
062900     WRITE PNDCORR-RPT-LINE FROM PC-COUNT-LINE.
063000     MOVE "NEEDLES WITHDRAWN       " TO PC-COUNT-LABEL.
063100     MOVE WS-WITHDRAWN-COUNT TO PC-COUNT-VALUE.
063200     WRITE PNDCORR-RPT-LINE FROM PC-COUNT-LINE.
063300     MOVE "NEEDLES UNCHANGED       " TO PC-COUNT-LABEL.
063400     MOVE WS-UNCHANGED-COUNT TO PC-COUNT-VALUE.
063500     WRITE PNDCORR-RPT-LINE FROM PC-COUNT-LINE.
063600     MOVE "PENDING NEEDLES WRITTEN " TO PC-COUNT-LABEL.
063700     MOVE WS-PENDING-WRITTEN-COUNT TO PC-COUNT-VALUE.
063800     WRITE PNDCORR-RPT-LINE FROM PC-COUNT-LINE.
063900     MOVE "JOURNAL RECORDS WRITTEN " TO PC-COUNT-LABEL.
064000     MOVE WS-JOURNAL-WRITTEN-COUNT TO PC-COUNT-VALUE.
064100     WRITE PNDCORR-RPT-LINE FROM PC-COUNT-LINE.
064200     MOVE "REGISTER ENTRIES UPDATED" TO PC-COUNT-LABEL.
064300     MOVE WS-REG-UPDATED-COUNT TO PC-COUNT-VALUE.
064400     WRITE PNDCORR-RPT-LINE FROM PC-COUNT-LINE.
064500     MOVE "REGISTER ENTRIES MISSING" TO PC-COUNT-LABEL.
064600     MOVE WS-REG-MISSING-COUNT TO PC-COUNT-VALUE.
064700     WRITE PNDCORR-RPT-LINE FROM PC-COUNT-LINE.
064800     COMPUTE WS-BALANCE-TOTAL =
064900         WS-PENDING-WRITTEN-COUNT + WS-WITHDRAWN-COUNT.
065000     IF WS-BALANCE-TOTAL NOT = WS-PENDING-READ-COUNT
065100         DISPLAY "PNDCORR - PENDING NEEDLES READ DO NOT EQUAL "
065200             "WRITTEN PLUS WITHDRAWN -- OUT OF BALANCE"
065300         MOVE 16 TO RETURN-CODE
065400     END-IF.
065500     PERFORM 1160-STAMP-END THRU 1160-EXIT.
065600     CLOSE SPARTACUS-PENDING-IN.
065700     CLOSE SPARTACUS-PNDCORR-TRANS.
065800     CLOSE SPARTACUS-PENDING-OUT.
065900     CLOSE SPARTACUS-PNDCORR-JRNL.
066000     CLOSE SPARTACUS-PNDCORR-EXC.
066100     CLOSE SPARTACUS-PNDCORR-RPT.
066200     CLOSE SPARTACUS-REQUEST-REG.
066300     IF WS-EXCEPTION-COUNT > 0
066400         AND RETURN-CODE < 4
066500         MOVE 4 TO RETURN-CODE
066600     END-IF.
066700 8000-EXIT.
066800     EXIT.
066900******************************************************************
067000*    8100-CHECK-CORRECTION-USED
067100*    REPORTS ONE CORRECTION TABLE ENTRY THAT NO PENDING NEEDLE
067200*    MATCHED -- A MISKEYED REFERENCE OR VALUE, OR A NEEDLE
067300*    ALREADY FOUND, EXPIRED OR WITHDRAWN.
067400******************************************************************
067500 8100-CHECK-CORRECTION-USED.
067600     IF CT-USED-SWITCH(CT-IDX) = "Y"
067700         GO TO 8100-EXIT
067800     END-IF.
067900     PERFORM 3050-STAGE-CORRECTION THRU 3050-EXIT.
068000     MOVE "REFERENCE NOT ON PENDING FILE" TO PC-EXC-REASON.
068100     PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT.
068200 8100-EXIT.
068300     EXIT.
068400******************************************************************
068500*    1100-RUN-CONTROL-INIT
068600*    SCANS THE SHARED RUN-CONTROL FILE FOR THIS CYCLE DATE AND
068700*    REFUSES THE RUN WHILE SEARCH IS OPEN (IT IS READING THE
068800*    PENDING FILE THIS RUN REWRITES) OR WHILE ANOTHER
068900*    CORRECTION RUN IS STILL OPEN, THEN STAMPS THIS RUN'S START
069000*    RECORD.  RESTART_IND OVERRIDES ONLY THE CORRECTION-IN-
069100*    FLIGHT REFUSAL, AS IN HAYAPPRV.  THE OPEN EXTEND/CLOSE
069200*    PAIR UP FRONT CREATES THE FILE ON THE FIRST CYCLE IT IS
069300*    EVER USED.
069400******************************************************************
069500 1100-RUN-CONTROL-INIT.
069600     DISPLAY "RESTART_IND" UPON ENVIRONMENT-NAME.
069700     ACCEPT WS-RESTART-SWITCH FROM ENVIRONMENT-VALUE.
069800     OPEN EXTEND SPARTACUS-RUN-CONTROL.
069900     CLOSE SPARTACUS-RUN-CONTROL.
070000     OPEN INPUT SPARTACUS-RUN-CONTROL.
070100     PERFORM 1110-SCAN-RUN-CONTROL THRU 1110-EXIT
070200         UNTIL RUNCTL-EOF.
070300     CLOSE SPARTACUS-RUN-CONTROL.
070400     IF WS-SE-LAST-EVENT = "S"
070500         DISPLAY "RUN CONTROL - A SEARCH RUN IS OPEN FOR "
070600             "CYCLE " WS-RUN-DATE " -- RUN REFUSED"
070700         MOVE 16 TO RETURN-CODE
070800         STOP RUN
070900     END-IF.
071000     IF WS-SELF-LAST-EVENT = "S"
071100         IF RESTART-REQUESTED
071200             DISPLAY "RUN CONTROL - PRIOR PNDCORR LEFT OPEN "
071300                 "FOR CYCLE " WS-RUN-DATE " -- RESTART HONORED"
071400         ELSE
071500             DISPLAY "RUN CONTROL - A PNDCORR RUN IS ALREADY "
071600                 "OPEN FOR CYCLE " WS-RUN-DATE " -- RUN REFUSED"
071700             MOVE 16 TO RETURN-CODE
071800             STOP RUN
071900         END-IF
072000     END-IF.
072100     OPEN EXTEND SPARTACUS-RUN-CONTROL.
072200     PERFORM 1150-STAMP-START THRU 1150-EXIT.
072300 1100-EXIT.
072400     EXIT.
072500******************************************************************
072600*    1110-SCAN-RUN-CONTROL
072700*    READS ONE RUN-CONTROL RECORD AND, FOR THIS CYCLE DATE,
072800*    REMEMBERS THE LAST EVENT STAMPED BY THE SEARCH AND
072900*    PNDCORR STEPS.  THE LAST RECORD ON THE FILE WINS.
073000******************************************************************
073100 1110-SCAN-RUN-CONTROL.
073200     READ SPARTACUS-RUN-CONTROL
073300         AT END
073400             SET RUNCTL-EOF TO TRUE
073500             GO TO 1110-EXIT
073600     END-READ.
073700     IF RN-CYCLE-DATE NOT = WS-RUN-DATE
073800         GO TO 1110-EXIT
073900     END-IF.
074000     IF RN-PROGRAM-ID = "SEARCH"
074100         MOVE RN-EVENT-CODE TO WS-SE-LAST-EVENT
074200     END-IF.
074300     IF RN-PROGRAM-ID = "PNDCORR"
074400         MOVE RN-EVENT-CODE TO WS-SELF-LAST-EVENT
074500     END-IF.
074600 1110-EXIT.
074700     EXIT.
074800******************************************************************
074900*    1150-STAMP-START
075000*    APPENDS THIS RUN'S START RECORD TO THE RUN-CONTROL FILE.
075100******************************************************************
075200 1150-STAMP-START.
075300     MOVE WS-RUN-DATE TO RN-CYCLE-DATE.
075400     MOVE "PNDCORR" TO RN-PROGRAM-ID.
075500     SET RN-EVENT-START TO TRUE.
075600     MOVE SPACE TO RN-CONDITION-CODE.
075700     MOVE WS-RUN-TIME TO RN-RUN-TIME.
075800     MOVE WS-JOB-NAME TO RN-JOB-NAME.
075900     WRITE RUN-CONTROL-REC.
076000 1150-EXIT.
076100     EXIT.
076200******************************************************************
076300*    1160-STAMP-END
076400*    APPENDS THIS RUN'S END RECORD AND CLOSES THE RUN-CONTROL
076500*    FILE.  AN OUT-OF-BALANCE RUN ENDS FAILED SO ITS PENDING
076600*    FILE IS NOT PROMOTED; CORRECTIONS ON THE EXCEPTION REPORT
076700*    ARE A WARNING, NOT A FAILURE -- EVERY PENDING NEEDLE IS
076800*    STILL ACCOUNTED FOR.
076900******************************************************************
077000 1160-STAMP-END.
077100     MOVE WS-RUN-DATE TO RN-CYCLE-DATE.
077200     MOVE "PNDCORR" TO RN-PROGRAM-ID.
077300     SET RN-EVENT-END TO TRUE.
077400     IF RETURN-CODE = 16
077500         SET RN-COND-FAILED TO TRUE
077600     ELSE
077700         SET RN-COND-CLEAN TO TRUE
077800     END-IF.
077900     ACCEPT WS-RUN-TIME FROM TIME.
078000     MOVE WS-RUN-TIME TO RN-RUN-TIME.
078100     MOVE WS-JOB-NAME TO RN-JOB-NAME.
078200     WRITE RUN-CONTROL-REC.
078300     CLOSE SPARTACUS-RUN-CONTROL.
078400 1160-EXIT.
078500     EXIT.
