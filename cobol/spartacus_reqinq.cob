000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPARTACUS-REQINQ.
000300 AUTHOR. J QUILLEN.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 09/08/2025.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MAINTENANCE HISTORY.
000900*      DATE       BY     DESCRIPTION
001000*      ---------- ------ ------------------------------------
001100*      2025-09-08 JQ     ORIGINAL PROGRAM.  STATUS INQUIRY OVER
001200*                        THE REQUEST REGISTER (SEE REGREC).
001300*                        ANSWERING "WHAT HAPPENED TO REFERENCE
001400*                        X" USED TO MEAN GREPPING THE EDIT
001500*                        REPORT, THE RESULTS, THE PENDING FILE,
001600*                        THE EXPIRED REPORT AND THE RESPONSE
001700*                        TRANSMISSION BY HAND.  THIS JOB PRINTS
001800*                        EACH SELECTED REQUEST'S HISTORY --
001900*                        ACCEPTED, SEARCHED, ANSWERED AND
002000*                        DISPOSED DATES, ATTEMPTS, OUTCOME --
002100*                        AND ITS CURRENT STATE, FOLLOWED BY THE
002200*                        REQUESTS STUCK IN ONE STATE LONGER
002300*                        THAN STUCK_DAYS DAYS (DEFAULT 5).
002400*                        INQ_DEPT AND INQ_REF NARROW THE RUN TO
002500*                        ONE DEPARTMENT AND/OR ONE REFERENCE;
002600*                        WITH NEITHER SET THE WHOLE REGISTER IS
002700*                        PRINTED.  RETURN-CODE 4 FLAGS STUCK
002800*                        REQUESTS; 16 FLAGS A SELECTION THAT
002900*                        MATCHED NOTHING ON THE REGISTER.
002910*      2026-01-26 JQ     ADDED THE WITHDRAWN STATE (SEE REGREC)
002920*                        SET WHEN THE EXCEPTIONS DESK WITHDRAWS
002930*                        A PENDING REQUEST.  IT IS COUNTED ON
002940*                        THE STATE TOTALS AND, LIKE EXPIRED, IS
002950*                        FINISHED AND NEVER STUCK.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SPARTACUS-REQUEST-REG ASSIGN TO "REQREG"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS RG-KEY.
003800     SELECT SPARTACUS-REQINQ-RPT ASSIGN TO "REQIRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SPARTACUS-REQUEST-REG.
004300     COPY REGREC.
004400 FD  SPARTACUS-REQINQ-RPT.
004500 01  REQINQ-RPT-LINE             PIC X(80).
004600 WORKING-STORAGE SECTION.
004700 01  STATE-TABLE.
004800     05  STATE-ENTRY             OCCURS 9 TIMES
004900                                 INDEXED BY ST-IDX.
005000         10  ST-CODE             PIC X(01).
005100         10  ST-NAME             PIC X(12).
005200         10  ST-COUNT            PIC 9(08) COMP.
005300 01  WS-STATE-SUB                PIC 9(02) COMP VALUE 0.
005400 01  WS-STATE-NAME               PIC X(12).
005500 01  WS-REG-EOF-SWITCH           PIC X(01) VALUE "N".
005600     88  REG-EOF                         VALUE "Y".
005700 01  WS-SELECTED-SWITCH          PIC X(01) VALUE "N".
005800     88  REQUEST-SELECTED                VALUE "Y".
005900 01  WS-INQ-DEPT                 PIC X(04) VALUE SPACES.
006000 01  WS-INQ-REF                  PIC X(10) VALUE SPACES.
006100 01  WS-STUCK-DAYS-PARM          PIC X(03).
006200 01  WS-STUCK-DAYS               PIC 9(03) COMP VALUE 5.
006300 01  WS-SHIFT-COUNT              PIC 9(01) COMP VALUE 0.
006400 01  WS-RUN-DATE                 PIC 9(08).
006500 01  WS-RUN-DATE-INT             PIC S9(09) COMP VALUE 0.
006600 01  WS-STATE-DATE-INT           PIC S9(09) COMP VALUE 0.
006700 01  WS-DAYS-OUT                 PIC S9(04) COMP VALUE 0.
006800 01  WS-DATE-IN                  PIC 9(08).
006900 01  WS-DATE-OUT                 PIC X(08).
007000 01  WS-SELECTED-COUNT           PIC 9(08) COMP VALUE 0.
007100 01  WS-STUCK-COUNT              PIC 9(08) COMP VALUE 0.
007200 01  WS-UNKNOWN-STATE-COUNT      PIC 9(08) COMP VALUE 0.
007300 01  WS-MAX-RETURN-CODE          PIC 9(03) COMP VALUE 0.
007400 01  RQ-HEADING-LINE.
007500     05  FILLER                  PIC X(27) VALUE
007600         "SPARTACUS REQUEST INQUIRY  ".
007700     05  RQ-HEADING-DATE         PIC 9(08).
007800 01  RQ-SELECTION-LINE.
007900     05  FILLER                  PIC X(16) VALUE
008000         "SELECTION DEPT  ".
008100     05  RQ-SELECTION-DEPT       PIC X(04).
008200     05  FILLER                  PIC X(06) VALUE "  REF ".
008300     05  RQ-SELECTION-REF        PIC X(10).
008400 01  RQ-REQUEST-LINE.
008500     05  FILLER                  PIC X(08) VALUE "REQUEST ".
008600     05  RQ-REQ-DEPT             PIC X(04).
008700     05  FILLER                  PIC X(01) VALUE SPACES.
008800     05  RQ-REQ-REF              PIC X(10).
008900     05  FILLER                  PIC X(08) VALUE "  BATCH ".
009000     05  RQ-REQ-BATCH-DATE       PIC 9(08).
009100     05  FILLER                  PIC X(01) VALUE "/".
009200     05  RQ-REQ-BATCH-NUMBER     PIC 9(04).
009300     05  FILLER                  PIC X(07) VALUE "  TYPE ".
009400     05  RQ-REQ-TYPE             PIC X(01).
009500     05  FILLER                  PIC X(08) VALUE "  VALUE ".
009600     05  RQ-REQ-VALUE            PIC X(05).
009700     05  FILLER                  PIC X(01) VALUE SPACES.
009800     05  RQ-REQ-VALUE-2          PIC X(05).
009900 01  RQ-STATE-LINE.
010000     05  FILLER                  PIC X(08) VALUE "  STATE ".
010100     05  RQ-STATE-NAME           PIC X(12).
010200     05  FILLER                  PIC X(07) VALUE " SINCE ".
010300     05  RQ-STATE-DATE           PIC X(08).
010400     05  FILLER                  PIC X(11) VALUE "  LAST JOB ".
010500     05  RQ-STATE-JOB            PIC X(08).
010600 01  RQ-SEARCH-LINE.
010700     05  FILLER                  PIC X(11) VALUE "  ACCEPTED ".
010800     05  RQ-ACCEPTED-DATE        PIC X(08).
010900     05  FILLER                  PIC X(15) VALUE
011000         "  FIRST SEARCH ".
011100     05  RQ-FIRST-SEARCH-DATE    PIC X(08).
011200     05  FILLER                  PIC X(14) VALUE
011300         "  LAST SEARCH ".
011400     05  RQ-LAST-SEARCH-DATE     PIC X(08).
011500 01  RQ-OUTCOME-LINE.
011600     05  FILLER                  PIC X(11) VALUE "  ATTEMPTS ".
011700     05  RQ-ATTEMPTS             PIC Z9.
011800     05  FILLER                  PIC X(10) VALUE "  OUTCOME ".
011900     05  RQ-OUTCOME              PIC X(01).
012000     05  FILLER                  PIC X(10) VALUE "  EXPIRED ".
012100     05  RQ-EXPIRED-DATE         PIC X(08).
012200     05  FILLER                  PIC X(11) VALUE "  ANSWERED ".
012300     05  RQ-ANSWERED-DATE        PIC X(08).
012400 01  RQ-DISPOSED-LINE.
012500     05  FILLER                  PIC X(11) VALUE "  DISPOSED ".
012600     05  RQ-DISPOSED-DATE        PIC X(08).
012700     05  FILLER                  PIC X(09) VALUE "  REASON ".
012800     05  RQ-DISPOSED-REASON      PIC X(04).
012900 01  RQ-STUCK-HEADING-LINE.
013000     05  FILLER                  PIC X(32) VALUE
013100         "REQUESTS IN ONE STATE MORE THAN ".
013200     05  RQ-STUCK-HEADING-DAYS   PIC ZZ9.
013300     05  FILLER                  PIC X(05) VALUE " DAYS".
013400 01  RQ-STUCK-COLUMN-LINE        PIC X(80) VALUE
013500     "DEPT REFERENCE  BATCH    NBR  STATE        SINCE     DAYS".
013600 01  RQ-STUCK-LINE.
013700     05  RQ-STUCK-DEPT           PIC X(04).
013800     05  FILLER                  PIC X(01) VALUE SPACES.
013900     05  RQ-STUCK-REF            PIC X(10).
014000     05  FILLER                  PIC X(01) VALUE SPACES.
014100     05  RQ-STUCK-BATCH-DATE     PIC 9(08).
014200     05  FILLER                  PIC X(01) VALUE SPACES.
014300     05  RQ-STUCK-BATCH-NUMBER   PIC 9(04).
014400     05  FILLER                  PIC X(01) VALUE SPACES.
014500     05  RQ-STUCK-STATE          PIC X(12).
014600     05  FILLER                  PIC X(01) VALUE SPACES.
014700     05  RQ-STUCK-SINCE          PIC 9(08).
014800     05  FILLER                  PIC X(01) VALUE SPACES.
014900     05  RQ-STUCK-DAYS           PIC ZZZ9.
015000 01  RQ-COUNT-LINE.
015100     05  RQ-COUNT-LABEL          PIC X(26).
015200     05  RQ-COUNT-VALUE          PIC ZZZZZZZ9.
015300 01  RQ-MESSAGE-LINE             PIC X(80).
015400 PROCEDURE DIVISION.
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015700     PERFORM 2000-POSITION-REGISTER THRU 2000-EXIT.
015800     PERFORM 3000-LIST-REQUEST THRU 3000-EXIT
015900         UNTIL REG-EOF.
016000     MOVE WS-STUCK-DAYS TO RQ-STUCK-HEADING-DAYS.
016100     WRITE REQINQ-RPT-LINE FROM RQ-STUCK-HEADING-LINE.
016200     WRITE REQINQ-RPT-LINE FROM RQ-STUCK-COLUMN-LINE.
016300     PERFORM 2000-POSITION-REGISTER THRU 2000-EXIT.
016400     PERFORM 4000-CHECK-STUCK THRU 4000-EXIT
016500         UNTIL REG-EOF.
016600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
016700     STOP RUN.
016800******************************************************************
016900*    1000-INITIALIZE
017000*    PICKS UP THE SELECTION AND STUCK-DAYS PARAMETERS, SEEDS THE
017100*    STATE TABLE WITH THE NINE REGISTER STATES, OPENS THE FILES
017200*    AND WRITES THE REPORT HEADING AND SELECTION LINES.
017300******************************************************************
017400 1000-INITIALIZE.
017500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017600     COMPUTE WS-RUN-DATE-INT =
017700         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
017800     DISPLAY "INQ_DEPT" UPON ENVIRONMENT-NAME.
017900     ACCEPT WS-INQ-DEPT FROM ENVIRONMENT-VALUE.
018000     DISPLAY "INQ_REF" UPON ENVIRONMENT-NAME.
018100     ACCEPT WS-INQ-REF FROM ENVIRONMENT-VALUE.
018200     DISPLAY "STUCK_DAYS" UPON ENVIRONMENT-NAME.
018300     ACCEPT WS-STUCK-DAYS-PARM FROM ENVIRONMENT-VALUE.
018400     PERFORM 1100-JUSTIFY-STUCK-PARM THRU 1100-EXIT
018500         VARYING WS-SHIFT-COUNT FROM 1 BY 1
018600         UNTIL WS-SHIFT-COUNT > 2.
018700     IF WS-STUCK-DAYS-PARM IS NUMERIC
018800         AND WS-STUCK-DAYS-PARM NOT = "000"
018900         MOVE WS-STUCK-DAYS-PARM TO WS-STUCK-DAYS
019000     END-IF.
019100     MOVE "A" TO ST-CODE(1).
019200     MOVE "ACCEPTED    " TO ST-NAME(1).
019300     MOVE "S" TO ST-CODE(2).
019400     MOVE "SEARCHED    " TO ST-NAME(2).
019500     MOVE "P" TO ST-CODE(3).
019600     MOVE "PENDING     " TO ST-NAME(3).
019700     MOVE "E" TO ST-CODE(4).
019800     MOVE "EXPIRED     " TO ST-NAME(4).
019900     MOVE "R" TO ST-CODE(5).
020000     MOVE "REJECTED    " TO ST-NAME(5).
020100     MOVE "T" TO ST-CODE(6).
020200     MOVE "TRANSMITTED " TO ST-NAME(6).
020300     MOVE "I" TO ST-CODE(7).
020400     MOVE "POSTED      " TO ST-NAME(7).
020500     MOVE "J" TO ST-CODE(8).
020600     MOVE "INV REJECTED" TO ST-NAME(8).
020610     MOVE "W" TO ST-CODE(9).
020620     MOVE "WITHDRAWN   " TO ST-NAME(9).
020700     PERFORM 1200-CLEAR-STATE-COUNT THRU 1200-EXIT
020800         VARYING WS-STATE-SUB FROM 1 BY 1
020900         UNTIL WS-STATE-SUB > 9.
021000     OPEN INPUT SPARTACUS-REQUEST-REG.
021100     OPEN OUTPUT SPARTACUS-REQINQ-RPT.
021200     MOVE WS-RUN-DATE TO RQ-HEADING-DATE.
021300     WRITE REQINQ-RPT-LINE FROM RQ-HEADING-LINE.
021400     MOVE "ALL " TO RQ-SELECTION-DEPT.
021500     MOVE "ALL       " TO RQ-SELECTION-REF.
021600     IF WS-INQ-DEPT NOT = SPACES
021700         MOVE WS-INQ-DEPT TO RQ-SELECTION-DEPT
021800     END-IF.
021900     IF WS-INQ-REF NOT = SPACES
022000         MOVE WS-INQ-REF TO RQ-SELECTION-REF
022100     END-IF.
022200     WRITE REQINQ-RPT-LINE FROM RQ-SELECTION-LINE.
022300 1000-EXIT.
022400     EXIT.
022500******************************************************************
022600*    1100-JUSTIFY-STUCK-PARM
022700*    SHIFTS THE STUCK-DAYS PARAMETER ONE PLACE RIGHT WHEN IT
022800*    WAS KEYED LEFT-JUSTIFIED, SO "5  " AND "005" EDIT THE SAME.
022900******************************************************************
023000 1100-JUSTIFY-STUCK-PARM.
023100     IF WS-STUCK-DAYS-PARM(3:1) = SPACE
023200         MOVE WS-STUCK-DAYS-PARM(2:1) TO WS-STUCK-DAYS-PARM(3:1)
023300         MOVE WS-STUCK-DAYS-PARM(1:1) TO WS-STUCK-DAYS-PARM(2:1)
023400         MOVE "0" TO WS-STUCK-DAYS-PARM(1:1)
023500     END-IF.
023600 1100-EXIT.
023700     EXIT.
023800******************************************************************
023900*    1200-CLEAR-STATE-COUNT
024000*    CLEARS ONE STATE TABLE ENTRY'S COUNT.
024100******************************************************************
024200 1200-CLEAR-STATE-COUNT.
024300     MOVE 0 TO ST-COUNT(WS-STATE-SUB).
024400 1200-EXIT.
024500     EXIT.
024600******************************************************************
024700*    2000-POSITION-REGISTER
024800*    POSITIONS THE REGISTER AT THE FIRST ENTRY OF THE SELECTED
024900*    DEPARTMENT (OR THE START OF THE FILE WHEN NO DEPARTMENT WAS
025000*    GIVEN) AND READS IT.  EACH PASS OVER THE REGISTER STARTS
025100*    HERE.
025200******************************************************************
025300 2000-POSITION-REGISTER.
025400     MOVE "N" TO WS-REG-EOF-SWITCH.
025500     MOVE LOW-VALUES TO RG-KEY.
025600     IF WS-INQ-DEPT NOT = SPACES
025700         MOVE WS-INQ-DEPT TO RG-DEPT-CODE
025800     END-IF.
025900     START SPARTACUS-REQUEST-REG
026000         KEY IS NOT LESS THAN RG-KEY
026100         INVALID KEY
026200             SET REG-EOF TO TRUE
026300             GO TO 2000-EXIT
026400     END-START.
026500     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
026600 2000-EXIT.
026700     EXIT.
026800******************************************************************
026900*    2100-READ-REGISTER
027000*    READS THE NEXT REGISTER ENTRY IN KEY ORDER AND DECIDES
027100*    WHETHER IT IS SELECTED.  ONCE THE KEYS PASS THE SELECTED
027200*    DEPARTMENT THE PASS IS OVER.
027300******************************************************************
027400 2100-READ-REGISTER.
027500     READ SPARTACUS-REQUEST-REG NEXT
027600         AT END
027700             SET REG-EOF TO TRUE
027800             GO TO 2100-EXIT
027900     END-READ.
028000     IF WS-INQ-DEPT NOT = SPACES
028100         AND RG-DEPT-CODE > WS-INQ-DEPT
028200         SET REG-EOF TO TRUE
028300         GO TO 2100-EXIT
028400     END-IF.
028500     MOVE "Y" TO WS-SELECTED-SWITCH.
028600     IF WS-INQ-DEPT NOT = SPACES
028700         AND RG-DEPT-CODE NOT = WS-INQ-DEPT
028800         MOVE "N" TO WS-SELECTED-SWITCH
028900     END-IF.
029000     IF WS-INQ-REF NOT = SPACES
029100         AND RG-REQ-REF NOT = WS-INQ-REF
029200         MOVE "N" TO WS-SELECTED-SWITCH
029300     END-IF.
029400 2100-EXIT.
029500     EXIT.
029600******************************************************************
029700*    2200-FIND-STATE
029800*    LOOKS UP THE CURRENT ENTRY'S STATE CODE IN THE STATE TABLE
029900*    AND STAGES ITS NAME AND SUBSCRIPT.  A CODE NOT IN THE
030000*    TABLE LEAVES THE SUBSCRIPT ZERO AND THE NAME UNKNOWN.
030100******************************************************************
030200 2200-FIND-STATE.
030300     MOVE "UNKNOWN     " TO WS-STATE-NAME.
030400     MOVE 0 TO WS-STATE-SUB.
030500     SET ST-IDX TO 1.
030600     SEARCH STATE-ENTRY
030700         WHEN ST-CODE(ST-IDX) = RG-STATE-CODE
030800             SET WS-STATE-SUB TO ST-IDX
030900             MOVE ST-NAME(ST-IDX) TO WS-STATE-NAME
031000     END-SEARCH.
031100 2200-EXIT.
031200     EXIT.
031300******************************************************************
031400*    3000-LIST-REQUEST
031500*    WRITES THE HISTORY BLOCK FOR ONE SELECTED REQUEST: ITS
031600*    IDENTITY, CURRENT STATE AND SINCE-DATE, AND EVERY STAGE
031700*    DATE (DASHES WHERE THE STAGE HAS NOT BEEN REACHED), AND
031800*    ROLLS IT INTO ITS STATE COUNT.
031900******************************************************************
032000 3000-LIST-REQUEST.
032100     IF NOT REQUEST-SELECTED
032200         GO TO 3000-READ
032300     END-IF.
032400     ADD 1 TO WS-SELECTED-COUNT.
032500     PERFORM 2200-FIND-STATE THRU 2200-EXIT.
032600     IF WS-STATE-SUB > 0
032700         ADD 1 TO ST-COUNT(WS-STATE-SUB)
032800     ELSE
032900         ADD 1 TO WS-UNKNOWN-STATE-COUNT
033000     END-IF.
033100     MOVE RG-DEPT-CODE TO RQ-REQ-DEPT.
033200     MOVE RG-REQ-REF TO RQ-REQ-REF.
033300     MOVE RG-BATCH-DATE TO RQ-REQ-BATCH-DATE.
033400     MOVE RG-BATCH-NUMBER TO RQ-REQ-BATCH-NUMBER.
033500     MOVE RG-SEARCH-TYPE TO RQ-REQ-TYPE.
033600     MOVE RG-VALUE TO RQ-REQ-VALUE.
033700     MOVE RG-VALUE-2 TO RQ-REQ-VALUE-2.
033800     WRITE REQINQ-RPT-LINE FROM RQ-REQUEST-LINE.
033900     MOVE WS-STATE-NAME TO RQ-STATE-NAME.
034000     MOVE RG-STATE-DATE TO WS-DATE-IN.
034100     PERFORM 5000-FORMAT-DATE THRU 5000-EXIT.
034200     MOVE WS-DATE-OUT TO RQ-STATE-DATE.
034300     MOVE RG-LAST-JOB-NAME TO RQ-STATE-JOB.
034400     WRITE REQINQ-RPT-LINE FROM RQ-STATE-LINE.
034500     MOVE RG-ACCEPTED-DATE TO WS-DATE-IN.
034600     PERFORM 5000-FORMAT-DATE THRU 5000-EXIT.
034700     MOVE WS-DATE-OUT TO RQ-ACCEPTED-DATE.
034800     MOVE RG-FIRST-SEARCH-DATE TO WS-DATE-IN.
034900     PERFORM 5000-FORMAT-DATE THRU 5000-EXIT.
035000     MOVE WS-DATE-OUT TO RQ-FIRST-SEARCH-DATE.
035100     MOVE RG-LAST-SEARCH-DATE TO WS-DATE-IN.
035200     PERFORM 5000-FORMAT-DATE THRU 5000-EXIT.
035300     MOVE WS-DATE-OUT TO RQ-LAST-SEARCH-DATE.
035400     WRITE REQINQ-RPT-LINE FROM RQ-SEARCH-LINE.
035500     MOVE RG-ATTEMPT-COUNT TO RQ-ATTEMPTS.
035600     MOVE RG-LAST-OUTCOME TO RQ-OUTCOME.
035700     MOVE RG-EXPIRED-DATE TO WS-DATE-IN.
035800     PERFORM 5000-FORMAT-DATE THRU 5000-EXIT.
035900     MOVE WS-DATE-OUT TO RQ-EXPIRED-DATE.
036000     MOVE RG-ANSWERED-DATE TO WS-DATE-IN.
036100     PERFORM 5000-FORMAT-DATE THRU 5000-EXIT.
036200     MOVE WS-DATE-OUT TO RQ-ANSWERED-DATE.
036300     WRITE REQINQ-RPT-LINE FROM RQ-OUTCOME-LINE.
036400     MOVE RG-DISPOSED-DATE TO WS-DATE-IN.
036500     PERFORM 5000-FORMAT-DATE THRU 5000-EXIT.
036600     MOVE WS-DATE-OUT TO RQ-DISPOSED-DATE.
036700     MOVE RG-DISPOSITION-REASON TO RQ-DISPOSED-REASON.
036800     WRITE REQINQ-RPT-LINE FROM RQ-DISPOSED-LINE.
036900 3000-READ.
037000     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
037100 3000-EXIT.
037200     EXIT.
037300******************************************************************
037400*    4000-CHECK-STUCK
037500*    LISTS A SELECTED REQUEST THAT IS STILL WAITING ON THE
037600*    CYCLE -- ACCEPTED, SEARCHED, PENDING, OR TRANSMITTED WITH
037700*    A FOUND ANSWER INVENTORY HAS NOT YET DISPOSED OF -- WHEN
037800*    IT HAS SAT IN THAT STATE MORE THAN STUCK_DAYS DAYS.
037900*    EXPIRED, REJECTED, WITHDRAWN AND DISPOSED REQUESTS ARE
038000*    FINISHED AND ARE NEVER STUCK.
038100******************************************************************
038200 4000-CHECK-STUCK.
038300     IF NOT REQUEST-SELECTED
038400         GO TO 4000-READ
038500     END-IF.
038600     IF NOT RG-STATE-ACCEPTED
038700         AND NOT RG-STATE-SEARCHED
038800         AND NOT RG-STATE-PENDING
038900         AND NOT (RG-STATE-ANSWERED AND RG-LAST-OUTCOME = "F")
039000         GO TO 4000-READ
039100     END-IF.
039200     IF RG-STATE-DATE = 0
039300         GO TO 4000-READ
039400     END-IF.
039500     COMPUTE WS-STATE-DATE-INT =
039600         FUNCTION INTEGER-OF-DATE(RG-STATE-DATE).
039700     COMPUTE WS-DAYS-OUT = WS-RUN-DATE-INT - WS-STATE-DATE-INT.
039800     IF WS-DAYS-OUT <= WS-STUCK-DAYS
039900         GO TO 4000-READ
040000     END-IF.
040100     PERFORM 2200-FIND-STATE THRU 2200-EXIT.
040200     MOVE RG-DEPT-CODE TO RQ-STUCK-DEPT.
040300     MOVE RG-REQ-REF TO RQ-STUCK-REF.
040400     MOVE RG-BATCH-DATE TO RQ-STUCK-BATCH-DATE.
040500     MOVE RG-BATCH-NUMBER TO RQ-STUCK-BATCH-NUMBER.
040600     MOVE WS-STATE-NAME TO RQ-STUCK-STATE.
040700     MOVE RG-STATE-DATE TO RQ-STUCK-SINCE.
040800     MOVE WS-DAYS-OUT TO RQ-STUCK-DAYS.
040900     WRITE REQINQ-RPT-LINE FROM RQ-STUCK-LINE.
041000     ADD 1 TO WS-STUCK-COUNT.
041100 4000-READ.
041200     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
041300 4000-EXIT.
041400     EXIT.
041500******************************************************************
041600*    5000-FORMAT-DATE
041700*    EDITS ONE REGISTER DATE FOR PRINTING.  A ZERO DATE MEANS
041800*    THE STAGE HAS NOT BEEN REACHED AND PRINTS AS DASHES.
041900******************************************************************
042000 5000-FORMAT-DATE.
042100     IF WS-DATE-IN = 0
042200         MOVE "--------" TO WS-DATE-OUT
042300     ELSE
042400         MOVE WS-DATE-IN TO WS-DATE-OUT
042500     END-IF.
042600 5000-EXIT.
042700     EXIT.
042800******************************************************************
042900*    8000-TERMINATE
043000*    WRITES THE TOTALS PAGE -- REQUESTS SELECTED, THE COUNT IN
043100*    EACH STATE AND THE STUCK COUNT -- CLOSES THE FILES AND SETS
043200*    THE CONDITION CODE: 4 WHEN ANY REQUEST IS STUCK, 16 WHEN A
043300*    DEPARTMENT OR REFERENCE WAS ASKED FOR AND NOTHING ON THE
043400*    REGISTER MATCHED IT.
043500******************************************************************
043600 8000-TERMINATE.
043700     MOVE "REQUESTS SELECTED         " TO RQ-COUNT-LABEL.
043800     MOVE WS-SELECTED-COUNT TO RQ-COUNT-VALUE.
043900     WRITE REQINQ-RPT-LINE FROM RQ-COUNT-LINE.
044000     PERFORM 8100-WRITE-STATE-COUNT THRU 8100-EXIT
044100         VARYING WS-STATE-SUB FROM 1 BY 1
044200         UNTIL WS-STATE-SUB > 9.
044300     MOVE "  UNKNOWN STATE           " TO RQ-COUNT-LABEL.
044400     MOVE WS-UNKNOWN-STATE-COUNT TO RQ-COUNT-VALUE.
044500     WRITE REQINQ-RPT-LINE FROM RQ-COUNT-LINE.
044600     MOVE "STUCK REQUESTS            " TO RQ-COUNT-LABEL.
044700     MOVE WS-STUCK-COUNT TO RQ-COUNT-VALUE.
044800     WRITE REQINQ-RPT-LINE FROM RQ-COUNT-LINE.
044900     IF WS-STUCK-COUNT > 0
045000         MOVE 4 TO WS-MAX-RETURN-CODE
045100     END-IF.
045200     IF WS-SELECTED-COUNT = 0
045300         AND (WS-INQ-DEPT NOT = SPACES OR WS-INQ-REF NOT = SPACES)
045400         MOVE "NO REQUEST ON THE REGISTER MATCHES THE SELECTION"
045500             TO RQ-MESSAGE-LINE
045600         WRITE REQINQ-RPT-LINE FROM RQ-MESSAGE-LINE
045700         MOVE 16 TO WS-MAX-RETURN-CODE
045800     END-IF.
045900     CLOSE SPARTACUS-REQUEST-REG.
046000     CLOSE SPARTACUS-REQINQ-RPT.
046100     MOVE WS-MAX-RETURN-CODE TO RETURN-CODE.
046200 8000-EXIT.
046300     EXIT.
046400******************************************************************
046500*    8100-WRITE-STATE-COUNT
046600*    WRITES ONE STATE'S COUNT OF SELECTED REQUESTS.
046700******************************************************************
046800 8100-WRITE-STATE-COUNT.
046900     MOVE SPACES TO RQ-COUNT-LABEL.
047000     MOVE ST-NAME(WS-STATE-SUB) TO RQ-COUNT-LABEL(3:12).
047100     MOVE ST-COUNT(WS-STATE-SUB) TO RQ-COUNT-VALUE.
047200     WRITE REQINQ-RPT-LINE FROM RQ-COUNT-LINE.
047300 8100-EXIT.
047400     EXIT.
