000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPARTACUS-HAYAPPRV.
000300 AUTHOR. J QUILLEN.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 09/22/2025.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MAINTENANCE HISTORY.
000900*      DATE       BY     DESCRIPTION
001000*      ---------- ------ ------------------------------------
001100*      2025-09-22 JQ     ORIGINAL PROGRAM.  SECOND HALF OF THE
001200*                        MAKER-CHECKER STEP IN FRONT OF
001300*                        HAYMAINT.  READS THE HELD-FOR-APPROVAL
001400*                        FILE (SEE HMHREC) AGAINST THE
001500*                        APPROVER'S DECISIONS (SEE HMDREC).  A
001600*                        RELEASED ITEM IS WRITTEN TO HAYTRANS,
001700*                        THE ONLY TRANSACTIONS HAYMAINT NOW
001800*                        SEES; A RETURNED ITEM GOES TO THE
001900*                        RETURN FILE FOR ITS SUBMITTER WITH THE
002000*                        APPROVER'S REASON; EVERY ITEM NOT YET
002100*                        DECIDED IS CARRIED FORWARD TO THE NEXT
002200*                        GENERATION OF THE HELD FILE.  THE
002300*                        APPROVER IS THE USER RUNNING THIS JOB
002400*                        AND MAY NOT RELEASE AN ITEM THEY
002500*                        SUBMITTED THEMSELVES -- THE SAME USER
002600*                        IDENTIFICATION HAYMAINT STAMPS ON ITS
002700*                        JOURNAL IS COMPARED WITH THE ITEM'S
002800*                        SUBMITTING USER, AND A SELF-RELEASE
002900*                        STAYS HELD AND IS REPORTED.  A
003000*                        DECISION FOR AN ITEM NOT ON THE HELD
003100*                        FILE, A DUPLICATE DECISION, A BAD
003200*                        DECISION CODE OR A RETURN WITH NO
003300*                        REASON IS REPORTED AND CHANGES
003400*                        NOTHING.  THE RUN STAMPS THE SHARED
003500*                        RUN-CONTROL FILE (SEE RUNREC) AND
003600*                        HAYMAINT WILL NOT RUN FOR THE CYCLE
003700*                        UNTIL THIS STEP HAS ENDED CLEAN.
003710*      2026-02-02 JQ     THE RUN NOW ALSO REFUSES TO START WHEN
003720*                        AN EARLIER APPROVAL RUN HAS ALREADY
003730*                        ENDED FOR THE CYCLE AND NO HAYMAINT HAS
003740*                        ENDED CLEAN SINCE.  A SECOND RUN WOULD
003750*                        REWRITE HAYTRANS BEFORE HAYMAINT HAD
003760*                        APPLIED THE FIRST RUN'S RELEASES, AND
003770*                        THOSE ITEMS ARE NO LONGER ON THE HELD
003780*                        FILE EITHER.  RESTART_IND OVERRIDES IT.
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT SPARTACUS-HAYMAINT-HELD ASSIGN TO "HELDFILE"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT SPARTACUS-HAYAPPRV-DECISION ASSIGN TO "HAYDEC"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT SPARTACUS-HAYMAINT-HELD-OUT ASSIGN TO "HELDOUT"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT SPARTACUS-HAYMAINT-TRANS ASSIGN TO "HAYTRANS"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT SPARTACUS-HAYMAINT-RETURN ASSIGN TO "HAYRTN"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT SPARTACUS-HAYAPPRV-RPT ASSIGN TO "HAPPRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT SPARTACUS-RUN-CONTROL ASSIGN TO "RUNCTL"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  SPARTACUS-HAYMAINT-HELD.
005900     COPY HMHREC.
006000 FD  SPARTACUS-HAYAPPRV-DECISION.
006100     COPY HMDREC.
006200 FD  SPARTACUS-HAYMAINT-HELD-OUT.
006300     COPY HMHREC REPLACING ==HAYMAINT-HELD-REC==
006400                        BY ==HAYMAINT-HELD-OUT-REC==
006500                        LEADING ==HH-== BY ==HO-==.
006600 FD  SPARTACUS-HAYMAINT-TRANS.
006700     COPY HMTREC.
006800 FD  SPARTACUS-HAYMAINT-RETURN.
006900     COPY HMHREC REPLACING ==HAYMAINT-HELD-REC==
007000                        BY ==HAYMAINT-RETURN-REC==
007100                        LEADING ==HH-== BY ==HR-==.
007200 FD  SPARTACUS-HAYAPPRV-RPT.
007300 01  HAYAPPRV-RPT-LINE           PIC X(80).
007400 FD  SPARTACUS-RUN-CONTROL.
007500     COPY RUNREC.
007600 WORKING-STORAGE SECTION.
007700 01  DECISION-TABLE.
007800     05  DECISION-ENTRY          OCCURS 1 TO 2000 TIMES
007900                                 DEPENDING ON WS-DECISION-COUNT
008000                                 INDEXED BY DT-IDX.
008100         10  DT-HELD-KEY         PIC X(20).
008200         10  DT-DECISION-CODE    PIC X(01).
008300         10  DT-RETURN-REASON    PIC X(30).
008400         10  DT-USED-SWITCH      PIC X(01).
008500 01  WS-DECISION-COUNT           PIC 9(04) COMP VALUE 0.
008600 01  WS-DECISION-EOF-SWITCH      PIC X(01) VALUE "N".
008700     88  DECISION-EOF                    VALUE "Y".
008800 01  WS-HELD-EOF-SWITCH          PIC X(01) VALUE "N".
008900     88  HELD-EOF                        VALUE "Y".
009000 01  WS-RUN-DATE                 PIC 9(08).
009100 01  WS-RUN-TIME                 PIC 9(08).
009200 01  WS-JOB-NAME                 PIC X(08).
009300 01  WS-USER-ID                  PIC X(08).
009400 01  WS-RUNCTL-EOF-SWITCH        PIC X(01) VALUE "N".
009500     88  RUNCTL-EOF                      VALUE "Y".
009600 01  WS-HM-LAST-EVENT            PIC X(01) VALUE SPACE.
009700 01  WS-SELF-LAST-EVENT          PIC X(01) VALUE SPACE.
009710 01  WS-UNAPPLIED-SWITCH         PIC X(01) VALUE "N".
009720     88  RELEASES-UNAPPLIED              VALUE "Y".
009800 01  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
009900     88  RESTART-REQUESTED               VALUE "Y".
010000 01  WS-HELD-READ-COUNT          PIC 9(04) COMP VALUE 0.
010100 01  WS-DECISION-READ-COUNT      PIC 9(04) COMP VALUE 0.
010200 01  WS-RELEASED-COUNT           PIC 9(04) COMP VALUE 0.
010300 01  WS-RETURNED-COUNT           PIC 9(04) COMP VALUE 0.
010400 01  WS-STILL-HELD-COUNT         PIC 9(04) COMP VALUE 0.
010500 01  WS-SELF-REFUSED-COUNT       PIC 9(04) COMP VALUE 0.
010600 01  WS-DECISION-ERROR-COUNT     PIC 9(04) COMP VALUE 0.
010700 01  AP-HEADING-LINE.
010800     05  FILLER                  PIC X(24) VALUE
010900         "SPARTACUS HAYAPPRV RUN ".
011000     05  AP-HEADING-DATE         PIC 9(08).
011100 01  AP-USER-LINE.
011200     05  FILLER                  PIC X(14) VALUE
011300         "APPROVED BY  ".
011400     05  AP-USER-ID              PIC X(08).
011500     05  FILLER                  PIC X(06) VALUE " JOB ".
011600     05  AP-JOB-NAME             PIC X(08).
011700 01  AP-COLUMN-LINE              PIC X(80) VALUE
011800     "SUBMIT DT SUBMIT TM ITEM A VALUE SUBMITBY DISPOSN  REASON".
011900 01  AP-DETAIL-LINE.
012000     05  AP-DETAIL-DATE          PIC 9(08).
012100     05  FILLER                  PIC X(01) VALUE SPACE.
012200     05  AP-DETAIL-TIME          PIC 9(08).
012300     05  FILLER                  PIC X(01) VALUE SPACE.
012400     05  AP-DETAIL-ITEM          PIC 9(04).
012500     05  FILLER                  PIC X(01) VALUE SPACE.
012600     05  AP-DETAIL-ACTION        PIC X(01).
012700     05  FILLER                  PIC X(01) VALUE SPACE.
012800     05  AP-DETAIL-VALUE         PIC X(05).
012900     05  FILLER                  PIC X(01) VALUE SPACE.
013000     05  AP-DETAIL-SUBMITTER     PIC X(08).
013100     05  FILLER                  PIC X(01) VALUE SPACE.
013200     05  AP-DETAIL-DISPOSITION   PIC X(08).
013300     05  FILLER                  PIC X(01) VALUE SPACE.
013400     05  AP-DETAIL-REASON        PIC X(30).
013500 01  AP-COUNT-LINE.
013600     05  AP-COUNT-LABEL          PIC X(24).
013700     05  AP-COUNT-VALUE          PIC ZZZ9.
013800 PROCEDURE DIVISION.
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 1200-LOAD-DECISIONS THRU 1200-EXIT
014200         UNTIL DECISION-EOF.
014300     PERFORM 3000-PROCESS-HELD THRU 3000-EXIT
014400         UNTIL HELD-EOF.
014500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
014600     STOP RUN.
014700******************************************************************
014800*    1000-INITIALIZE
014900*    STAMPS THE RUN IDENTIFICATION AND REFUSES THE RUN WHEN NO
015000*    APPROVING USER IS IDENTIFIED -- WITHOUT ONE THERE IS
015100*    NOTHING TO HOLD AGAINST THE SUBMITTER.  THEN PROVES
015200*    AGAINST THE RUN-CONTROL FILE THAT NEITHER HAYMAINT NOR
015300*    ANOTHER APPROVAL RUN IS OPEN FOR THE CYCLE, OPENS THE
015400*    FILES AND WRITES THE REPORT HEADINGS.
015500******************************************************************
015600 1000-INITIALIZE.
015700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015800     ACCEPT WS-RUN-TIME FROM TIME.
015900     DISPLAY "JOB_NAME" UPON ENVIRONMENT-NAME.
016000     ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE.
016100     DISPLAY "USER" UPON ENVIRONMENT-NAME.
016200     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
016300     IF WS-USER-ID = SPACES
016400         DISPLAY "HAYAPPRV - NO APPROVING USER IDENTIFIED "
016500             "-- RUN REFUSED"
016600         MOVE 16 TO RETURN-CODE
016700         STOP RUN
016800     END-IF.
016900     PERFORM 1100-RUN-CONTROL-INIT THRU 1100-EXIT.
017000     OPEN INPUT SPARTACUS-HAYMAINT-HELD.
017100     OPEN INPUT SPARTACUS-HAYAPPRV-DECISION.
017200     OPEN OUTPUT SPARTACUS-HAYMAINT-HELD-OUT.
017300     OPEN OUTPUT SPARTACUS-HAYMAINT-TRANS.
017400     OPEN OUTPUT SPARTACUS-HAYMAINT-RETURN.
017500     OPEN OUTPUT SPARTACUS-HAYAPPRV-RPT.
017600     MOVE WS-RUN-DATE TO AP-HEADING-DATE.
017700     WRITE HAYAPPRV-RPT-LINE FROM AP-HEADING-LINE.
017800     MOVE WS-USER-ID TO AP-USER-ID.
017900     MOVE WS-JOB-NAME TO AP-JOB-NAME.
018000     WRITE HAYAPPRV-RPT-LINE FROM AP-USER-LINE.
018100     WRITE HAYAPPRV-RPT-LINE FROM AP-COLUMN-LINE.
018200 1000-EXIT.
018300     EXIT.
018400******************************************************************
018500*    1200-LOAD-DECISIONS
018600*    READS ONE APPROVAL DECISION INTO THE DECISION TABLE.  A
018700*    SECOND DECISION FOR A KEY ALREADY IN THE TABLE IS REPORTED
018800*    AND IGNORED -- THE FIRST ONE KEYED STANDS.  THE TABLE HOLDS
018900*    AT MOST 2000 DECISIONS; A LARGER FILE ABORTS THE RUN
019000*    BEFORE ANY ITEM HAS BEEN RELEASED OR RETURNED.
019100******************************************************************
019200 1200-LOAD-DECISIONS.
019300     READ SPARTACUS-HAYAPPRV-DECISION
019400         AT END
019500             SET DECISION-EOF TO TRUE
019600             GO TO 1200-EXIT
019700     END-READ.
019800     ADD 1 TO WS-DECISION-READ-COUNT.
019900     SET DT-IDX TO 1.
020000     SEARCH DECISION-ENTRY
020100         AT END
020200             CONTINUE
020300         WHEN DT-HELD-KEY(DT-IDX) = HD-HELD-KEY
020400             ADD 1 TO WS-DECISION-ERROR-COUNT
020500             MOVE HD-HELD-KEY TO HH-HELD-KEY
020600             MOVE SPACES TO HH-TRANSACTION
020700             MOVE SPACES TO HH-SUBMIT-USER
020800             MOVE "IGNORED " TO AP-DETAIL-DISPOSITION
020900             MOVE "DUPLICATE DECISION FOR ITEM"
021000                 TO AP-DETAIL-REASON
021100             PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT
021200             GO TO 1200-EXIT
021300     END-SEARCH.
021400     IF WS-DECISION-COUNT >= 2000
021500         DISPLAY "DECISION FILE EXCEEDS THE 2000-ENTRY TABLE "
021600             "LIMIT -- RUN ABORTED"
021700         MOVE 90 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000     ADD 1 TO WS-DECISION-COUNT.
022100     MOVE HD-HELD-KEY TO DT-HELD-KEY(WS-DECISION-COUNT).
022200     MOVE HD-DECISION-CODE TO DT-DECISION-CODE(WS-DECISION-COUNT).
022300     MOVE HD-RETURN-REASON TO DT-RETURN-REASON(WS-DECISION-COUNT).
022400     MOVE "N" TO DT-USED-SWITCH(WS-DECISION-COUNT).
022500 1200-EXIT.
022600     EXIT.
022700******************************************************************
022800*    3000-PROCESS-HELD
022900*    READS ONE HELD ITEM AND LOOKS UP ITS DECISION.  AN ITEM
023000*    WITH NO DECISION IS CARRIED FORWARD STILL HELD.  A
023100*    RELEASE BY THE SUBMITTING USER, A RETURN WITH NO REASON
023200*    OR AN UNKNOWN DECISION CODE IS REPORTED AND THE ITEM IS
023300*    CARRIED FORWARD UNCHANGED; OTHERWISE THE ITEM IS RELEASED
023400*    OR RETURNED.
023500******************************************************************
023600 3000-PROCESS-HELD.
023700     READ SPARTACUS-HAYMAINT-HELD
023800         AT END
023900             SET HELD-EOF TO TRUE
024000             GO TO 3000-EXIT
024100     END-READ.
024200     ADD 1 TO WS-HELD-READ-COUNT.
024300     SET DT-IDX TO 1.
024400     SEARCH DECISION-ENTRY
024500         AT END
024600             PERFORM 3300-CARRY-FORWARD THRU 3300-EXIT
024700             GO TO 3000-EXIT
024800         WHEN DT-HELD-KEY(DT-IDX) = HH-HELD-KEY
024900             MOVE "Y" TO DT-USED-SWITCH(DT-IDX)
025000     END-SEARCH.
025100     IF DT-DECISION-CODE(DT-IDX) = "R"
025200         IF HH-SUBMIT-USER = WS-USER-ID
025300             ADD 1 TO WS-SELF-REFUSED-COUNT
025400             MOVE "HELD    " TO AP-DETAIL-DISPOSITION
025500             MOVE "APPROVER IS THE SUBMITTER" TO AP-DETAIL-REASON
025600             PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT
025700             PERFORM 3300-CARRY-FORWARD THRU 3300-EXIT
025800         ELSE
025900             PERFORM 3100-RELEASE-ITEM THRU 3100-EXIT
026000         END-IF
026100         GO TO 3000-EXIT
026200     END-IF.
026300     IF DT-DECISION-CODE(DT-IDX) = "X"
026400         IF DT-RETURN-REASON(DT-IDX) = SPACES
026500             ADD 1 TO WS-DECISION-ERROR-COUNT
026600             MOVE "HELD    " TO AP-DETAIL-DISPOSITION
026700             MOVE "RETURN CARRIES NO REASON" TO AP-DETAIL-REASON
026800             PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT
026900             PERFORM 3300-CARRY-FORWARD THRU 3300-EXIT
027000         ELSE
027100             PERFORM 3200-RETURN-ITEM THRU 3200-EXIT
027200         END-IF
027300         GO TO 3000-EXIT
027400     END-IF.
027500     ADD 1 TO WS-DECISION-ERROR-COUNT.
027600     MOVE "HELD    " TO AP-DETAIL-DISPOSITION.
027700     MOVE "DECISION CODE IS NOT R OR X" TO AP-DETAIL-REASON.
027800     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
027900     PERFORM 3300-CARRY-FORWARD THRU 3300-EXIT.
028000 3000-EXIT.
028100     EXIT.
028200******************************************************************
028300*    3100-RELEASE-ITEM
028400*    WRITES THE HELD TRANSACTION TO HAYTRANS FOR HAYMAINT AND
028500*    LISTS THE RELEASE WITH ITS SUBMITTER, SO THE REPORT SHOWS
028600*    BOTH PAIRS OF EYES ON EVERY CHANGE THAT GOES THROUGH.
028700******************************************************************
028800 3100-RELEASE-ITEM.
028900     MOVE HH-TRANSACTION TO HAYMAINT-TRN-REC.
029000     WRITE HAYMAINT-TRN-REC.
029100     ADD 1 TO WS-RELEASED-COUNT.
029200     MOVE "RELEASED" TO AP-DETAIL-DISPOSITION.
029300     MOVE SPACES TO AP-DETAIL-REASON.
029400     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
029500 3100-EXIT.
029600     EXIT.
029700******************************************************************
029800*    3200-RETURN-ITEM
029900*    SENDS THE ITEM BACK TO ITS SUBMITTER ON THE RETURN FILE,
030000*    STAMPED WITH THE APPROVER, THE DECISION DATE AND THE
030100*    APPROVER'S REASON.
030200******************************************************************
030300 3200-RETURN-ITEM.
030400     MOVE WS-RUN-DATE TO HH-DECIDED-DATE.
030500     MOVE WS-USER-ID TO HH-DECIDED-USER.
030600     MOVE DT-RETURN-REASON(DT-IDX) TO HH-RETURN-REASON.
030700     MOVE HAYMAINT-HELD-REC TO HAYMAINT-RETURN-REC.
030800     WRITE HAYMAINT-RETURN-REC.
030900     ADD 1 TO WS-RETURNED-COUNT.
031000     MOVE "RETURNED" TO AP-DETAIL-DISPOSITION.
031100     MOVE HH-RETURN-REASON TO AP-DETAIL-REASON.
031200     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
031300 3200-EXIT.
031400     EXIT.
031500******************************************************************
031600*    3300-CARRY-FORWARD
031700*    WRITES THE ITEM UNCHANGED TO THE NEXT GENERATION OF THE
031800*    HELD FILE, WHERE IT WAITS FOR A DECISION AND AGES ONTO
031900*    THE OUTSTANDING-APPROVALS REPORT (HELDAGE).
032000******************************************************************
032100 3300-CARRY-FORWARD.
032200     MOVE HAYMAINT-HELD-REC TO HAYMAINT-HELD-OUT-REC.
032300     WRITE HAYMAINT-HELD-OUT-REC.
032400     ADD 1 TO WS-STILL-HELD-COUNT.
032500 3300-EXIT.
032600     EXIT.
032700******************************************************************
032800*    3500-WRITE-DETAIL
032900*    WRITES ONE REPORT LINE FOR THE ITEM IN THE HELD RECORD
033000*    AREA.  THE CALLER HAS ALREADY SET THE DISPOSITION AND
033100*    REASON TEXT.
033200******************************************************************
033300 3500-WRITE-DETAIL.
033400     MOVE HH-SUBMIT-DATE TO AP-DETAIL-DATE.
033500     MOVE HH-SUBMIT-TIME TO AP-DETAIL-TIME.
033600     MOVE HH-ITEM-NUMBER TO AP-DETAIL-ITEM.
033700     MOVE HH-ACTION-CODE TO AP-DETAIL-ACTION.
033800     MOVE HH-VALUE TO AP-DETAIL-VALUE.
033900     MOVE HH-SUBMIT-USER TO AP-DETAIL-SUBMITTER.
034000     WRITE HAYAPPRV-RPT-LINE FROM AP-DETAIL-LINE.
034100 3500-EXIT.
034200     EXIT.
034300******************************************************************
034400*    8000-TERMINATE
034500*    REPORTS EVERY DECISION THAT NEVER FOUND ITS HELD ITEM,
034600*    WRITES THE APPROVAL TOTALS, STAMPS THE RUN'S END RECORD,
034700*    CLOSES THE FILES AND SETS A WARNING CONDITION CODE WHEN
034800*    ANY SELF-RELEASE WAS REFUSED OR ANY DECISION WAS IN
034900*    ERROR.
035000******************************************************************
035100 8000-TERMINATE.
035200     PERFORM 8100-CHECK-DECISION-USED THRU 8100-EXIT
035300         VARYING DT-IDX FROM 1 BY 1
035400         UNTIL DT-IDX > WS-DECISION-COUNT.
035500     MOVE "HELD ITEMS READ         " TO AP-COUNT-LABEL.
035600     MOVE WS-HELD-READ-COUNT TO AP-COUNT-VALUE.
035700     WRITE HAYAPPRV-RPT-LINE FROM AP-COUNT-LINE.
035800     MOVE "DECISIONS READ          " TO AP-COUNT-LABEL.
035900     MOVE WS-DECISION-READ-COUNT TO AP-COUNT-VALUE.
036000     WRITE HAYAPPRV-RPT-LINE FROM AP-COUNT-LINE.
036100     MOVE "ITEMS RELEASED          " TO AP-COUNT-LABEL.
036200     MOVE WS-RELEASED-COUNT TO AP-COUNT-VALUE.
036300     WRITE HAYAPPRV-RPT-LINE FROM AP-COUNT-LINE.
036400     MOVE "ITEMS RETURNED          " TO AP-COUNT-LABEL.
036500     MOVE WS-RETURNED-COUNT TO AP-COUNT-VALUE.
036600     WRITE HAYAPPRV-RPT-LINE FROM AP-COUNT-LINE.
036700     MOVE "ITEMS STILL HELD        " TO AP-COUNT-LABEL.
036800     MOVE WS-STILL-HELD-COUNT TO AP-COUNT-VALUE.
036900     WRITE HAYAPPRV-RPT-LINE FROM AP-COUNT-LINE.
037000     MOVE "SELF-RELEASES REFUSED   " TO AP-COUNT-LABEL.
037100     MOVE WS-SELF-REFUSED-COUNT TO AP-COUNT-VALUE.
037200     WRITE HAYAPPRV-RPT-LINE FROM AP-COUNT-LINE.
037300     MOVE "DECISIONS IN ERROR      " TO AP-COUNT-LABEL.
037400     MOVE WS-DECISION-ERROR-COUNT TO AP-COUNT-VALUE.
037500     WRITE HAYAPPRV-RPT-LINE FROM AP-COUNT-LINE.
037600     PERFORM 1160-STAMP-END THRU 1160-EXIT.
037700     CLOSE SPARTACUS-HAYMAINT-HELD.
037800     CLOSE SPARTACUS-HAYAPPRV-DECISION.
037900     CLOSE SPARTACUS-HAYMAINT-HELD-OUT.
038000     CLOSE SPARTACUS-HAYMAINT-TRANS.
038100     CLOSE SPARTACUS-HAYMAINT-RETURN.
038200     CLOSE SPARTACUS-HAYAPPRV-RPT.
038300     IF WS-SELF-REFUSED-COUNT > 0
038400         OR WS-DECISION-ERROR-COUNT > 0
038500         MOVE 4 TO RETURN-CODE
038600     END-IF.
038700 8000-EXIT.
038800     EXIT.
038900******************************************************************
039000*    8100-CHECK-DECISION-USED
039100*    REPORTS ONE DECISION TABLE ENTRY THAT NO HELD ITEM
039200*    MATCHED -- A MISKEYED ITEM KEY, OR AN ITEM ALREADY
039300*    RELEASED OR RETURNED BY AN EARLIER RUN.
039400******************************************************************
039500 8100-CHECK-DECISION-USED.
039600     IF DT-USED-SWITCH(DT-IDX) = "Y"
039700         GO TO 8100-EXIT
039800     END-IF.
039900     ADD 1 TO WS-DECISION-ERROR-COUNT.
040000     MOVE DT-HELD-KEY(DT-IDX) TO HH-HELD-KEY.
040100     MOVE SPACES TO HH-TRANSACTION.
040200     MOVE SPACES TO HH-SUBMIT-USER.
040300     MOVE "IGNORED " TO AP-DETAIL-DISPOSITION.
040400     MOVE "NO SUCH ITEM ON HELD FILE" TO AP-DETAIL-REASON.
040500     PERFORM 3500-WRITE-DETAIL THRU 3500-EXIT.
040600 8100-EXIT.
040700     EXIT.
040800******************************************************************
040900*    1100-RUN-CONTROL-INIT
041000*    SCANS THE SHARED RUN-CONTROL FILE FOR THIS CYCLE DATE AND
041100*    REFUSES THE RUN WHILE HAYMAINT IS OPEN (IT IS READING THE
041200*    HAYTRANS THIS RUN REWRITES) OR WHILE ANOTHER APPROVAL RUN
041300*    IS STILL OPEN, OR WHILE AN EARLIER APPROVAL RUN'S
041310*    RELEASES ARE STILL WAITING ON HAYTRANS FOR HAYMAINT, THEN
041320*    STAMPS THIS RUN'S START RECORD.  RESTART_IND OVERRIDES
041400*    ONLY THE TWO APPROVAL REFUSALS -- NEVER AN OPEN HAYMAINT
041500*    -- AS IN HAYMAINT.  THE OPEN EXTEND/CLOSE PAIR UP
041600*    FRONT CREATES THE FILE ON THE FIRST CYCLE IT IS EVER USED.
041700******************************************************************
041800 1100-RUN-CONTROL-INIT.
041900     DISPLAY "RESTART_IND" UPON ENVIRONMENT-NAME.
042000     ACCEPT WS-RESTART-SWITCH FROM ENVIRONMENT-VALUE.
042100     OPEN EXTEND SPARTACUS-RUN-CONTROL.
042200     CLOSE SPARTACUS-RUN-CONTROL.
042300     OPEN INPUT SPARTACUS-RUN-CONTROL.
042400     PERFORM 1110-SCAN-RUN-CONTROL THRU 1110-EXIT
042500         UNTIL RUNCTL-EOF.
042600     CLOSE SPARTACUS-RUN-CONTROL.
042700     IF WS-HM-LAST-EVENT = "S"
042800         DISPLAY "RUN CONTROL - A HAYMAINT RUN IS OPEN FOR "
042900             "CYCLE " WS-RUN-DATE " -- RUN REFUSED"
043000         MOVE 16 TO RETURN-CODE
043100         STOP RUN
043200     END-IF.
043300     IF WS-SELF-LAST-EVENT = "S"
043400         IF RESTART-REQUESTED
043500             DISPLAY "RUN CONTROL - PRIOR HAYAPPRV LEFT OPEN "
043600                 "FOR CYCLE " WS-RUN-DATE " -- RESTART HONORED"
043700         ELSE
043800             DISPLAY "RUN CONTROL - A HAYAPPRV RUN IS ALREADY "
043900                 "OPEN FOR CYCLE " WS-RUN-DATE " -- RUN REFUSED"
044000             MOVE 16 TO RETURN-CODE
044100             STOP RUN
044200         END-IF
044300     END-IF.
044310     IF RELEASES-UNAPPLIED
044320         IF RESTART-REQUESTED
044330             DISPLAY "RUN CONTROL - HAYAPPRV ALREADY ENDED FOR "
044340                 "CYCLE " WS-RUN-DATE " -- RESTART HONORED"
044350         ELSE
044360             DISPLAY "RUN CONTROL - HAYAPPRV ALREADY ENDED FOR "
044370                 "CYCLE " WS-RUN-DATE " AND HAYMAINT HAS NOT "
044380                 "APPLIED HAYTRANS -- RUN REFUSED"
044385             MOVE 16 TO RETURN-CODE
044390             STOP RUN
044395         END-IF
044397     END-IF.
044400     OPEN EXTEND SPARTACUS-RUN-CONTROL.
044500     PERFORM 1150-STAMP-START THRU 1150-EXIT.
044600 1100-EXIT.
044700     EXIT.
044800******************************************************************
044900*    1110-SCAN-RUN-CONTROL
045000*    READS ONE RUN-CONTROL RECORD AND, FOR THIS CYCLE DATE,
045100*    REMEMBERS THE LAST EVENT STAMPED BY THE HAYMAINT AND
045200*    HAYAPPRV STEPS.  THE LAST RECORD ON THE FILE WINS.  AN
045210*    APPROVAL END MARKS ITS RELEASES UNAPPLIED UNTIL A LATER
045220*    CLEAN HAYMAINT END CLEARS THEM.
045300******************************************************************
045400 1110-SCAN-RUN-CONTROL.
045500     READ SPARTACUS-RUN-CONTROL
045600         AT END
045700             SET RUNCTL-EOF TO TRUE
045800             GO TO 1110-EXIT
045900     END-READ.
046000     IF RN-CYCLE-DATE NOT = WS-RUN-DATE
046100         GO TO 1110-EXIT
046200     END-IF.
046300     IF RN-PROGRAM-ID = "HAYMAINT"
046400         MOVE RN-EVENT-CODE TO WS-HM-LAST-EVENT
046410         IF RN-EVENT-END AND RN-COND-CLEAN
046420             MOVE "N" TO WS-UNAPPLIED-SWITCH
046430         END-IF
046500     END-IF.
046600     IF RN-PROGRAM-ID = "HAYAPPRV"
046700         MOVE RN-EVENT-CODE TO WS-SELF-LAST-EVENT
046710         IF RN-EVENT-END
046720             SET RELEASES-UNAPPLIED TO TRUE
046730         END-IF
046800     END-IF.
046900 1110-EXIT.
047000     EXIT.
047100******************************************************************
047200*    1150-STAMP-START
047300*    APPENDS THIS RUN'S START RECORD TO THE RUN-CONTROL FILE.
047400******************************************************************
047500 1150-STAMP-START.
047600     MOVE WS-RUN-DATE TO RN-CYCLE-DATE.
047700     MOVE "HAYAPPRV" TO RN-PROGRAM-ID.
047800     SET RN-EVENT-START TO TRUE.
047900     MOVE SPACE TO RN-CONDITION-CODE.
048000     MOVE WS-RUN-TIME TO RN-RUN-TIME.
048100     MOVE WS-JOB-NAME TO RN-JOB-NAME.
048200     WRITE RUN-CONTROL-REC.
048300 1150-EXIT.
048400     EXIT.
048500******************************************************************
048600*    1160-STAMP-END
048700*    APPENDS THIS RUN'S CLEAN END RECORD AND CLOSES THE
048800*    RUN-CONTROL FILE.  REFUSED OR MISKEYED DECISIONS ARE A
048900*    WARNING, NOT A FAILURE -- EVERY ITEM IS STILL ACCOUNTED
049000*    FOR ON ONE OF THE OUTPUT FILES.
049100******************************************************************
049200 1160-STAMP-END.
049300     MOVE WS-RUN-DATE TO RN-CYCLE-DATE.
049400     MOVE "HAYAPPRV" TO RN-PROGRAM-ID.
049500     SET RN-EVENT-END TO TRUE.
049600     SET RN-COND-CLEAN TO TRUE.
049700     ACCEPT WS-RUN-TIME FROM TIME.
049800     MOVE WS-RUN-TIME TO RN-RUN-TIME.
049900     MOVE WS-JOB-NAME TO RN-JOB-NAME.
050000     WRITE RUN-CONTROL-REC.
050100     CLOSE SPARTACUS-RUN-CONTROL.
050200 1160-EXIT.
050300     EXIT.
