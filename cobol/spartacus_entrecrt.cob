000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPARTACUS-ENTRECRT.
000300 AUTHOR. J QUILLEN.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 11/03/2025.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MAINTENANCE HISTORY.
000900*      DATE       BY     DESCRIPTION
001000*      ---------- ------ ------------------------------------
001100*      2025-11-03 JQ     ORIGINAL PROGRAM.  QUARTERLY
001200*                        RECERTIFICATION OF THE ENTITLEMENT KSDS
001300*                        (SEE ENTREC), WHICH ENTMAINT ONLY EVER
001400*                        ADDS TO.  THE CURRENT AUDIT LOG AND AN
001500*                        ARCHIVE GENERATION FROM AUDARCH ARE
001600*                        SORTED TOGETHER BY DEPARTMENT AND
001700*                        SOURCE, AND EVERY DEPARTMENT/SOURCE
001800*                        PAIR ON FILE IS LISTED WITH THE DATE IT
001900*                        WAS ADDED, THE LAST DATE THE DEPARTMENT
002000*                        ACTUALLY HIT A VALUE OF THAT SOURCE (A
002100*                        FOUND OR INACTIVE OUTCOME CARRYING
002200*                        AL-SOURCE-CODE) AND ITS HIT COUNT.  A
002300*                        PAIR IDLE LONGER THAN RECERT_IDLE_DAYS
002400*                        (DEFAULT 90), COUNTED FROM ITS LAST HIT
002500*                        OR, NEVER HIT, FROM THE DATE IT WAS
002600*                        ADDED, IS WRITTEN AS A PROPOSED DELETE
002700*                        IN ENTMAINT TRANSACTION FORMAT (SEE
002800*                        EMTREC) SO THE FILE CAN BE FED STRAIGHT
002900*                        TO ENTMAINT ONCE THE DEPARTMENT OWNER
003000*                        HAS SIGNED OFF.  A SECOND SECTION LISTS
003100*                        EACH DEPARTMENT'S NOT-AVAILABLE ATTEMPTS
003200*                        AGAINST SOURCES IT IS STILL NOT ENTITLED
003300*                        TO.  RETURN-CODE 4 FLAGS A RUN THAT
003400*                        PROPOSED ANY DELETE.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SPARTACUS-ENTITLE-FILE ASSIGN TO "ENTFILE"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS ET-KEY.
004300     SELECT SPARTACUS-AUDIT-LOG ASSIGN TO "AUDFILE"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT SPARTACUS-AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT SPARTACUS-RECERT-SORTWORK ASSIGN TO "ERCSRT".
004800     SELECT SPARTACUS-RECERT-SORTED ASSIGN TO "ERCSORTD"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT SPARTACUS-RECERT-PROPOSED ASSIGN TO "ENTPROP"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT SPARTACUS-RECERT-RPT ASSIGN TO "ERCRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SPARTACUS-ENTITLE-FILE.
005700     COPY ENTREC.
005800 FD  SPARTACUS-AUDIT-LOG.
005900     COPY AUDREC.
006000 FD  SPARTACUS-AUDIT-ARCHIVE.
006100     COPY AUDREC REPLACING ==AUDIT-REC==      BY ==ARCHIVE-REC==
006200                          LEADING ==AL-==    BY ==AR-==.
006300 SD  SPARTACUS-RECERT-SORTWORK.
006400     COPY AUDREC REPLACING ==AUDIT-REC==      BY ==SORT-REC==
006500                          LEADING ==AL-==    BY ==SRT-==.
006600 FD  SPARTACUS-RECERT-SORTED.
006700     COPY AUDREC REPLACING ==AUDIT-REC==      BY ==WORK-REC==
006800                          LEADING ==AL-==    BY ==WRK-==.
006900 FD  SPARTACUS-RECERT-PROPOSED.
007000     COPY EMTREC.
007100 FD  SPARTACUS-RECERT-RPT.
007200 01  RECERT-RPT-LINE             PIC X(80).
007300 WORKING-STORAGE SECTION.
007400 01  ENTITLE-PAIR-TABLE.
007500     05  ENTITLE-PAIR-ENTRY      OCCURS 1 TO 2000 TIMES
007600                                 DEPENDING ON WS-PAIR-COUNT
007700                                 ASCENDING KEY IS EP-KEY
007800                                 INDEXED BY EP-IDX.
007900         10  EP-KEY.
008000             15  EP-DEPT-CODE    PIC X(04).
008100             15  EP-SOURCE-CODE  PIC X(04).
008200         10  EP-ADDED-DATE       PIC 9(08).
008300         10  EP-LAST-HIT-DATE    PIC 9(08).
008400         10  EP-HIT-COUNT        PIC 9(08) COMP.
008500 01  WS-PAIR-COUNT               PIC 9(04) COMP VALUE 0.
008600 01  WS-PAIR-SUB                 PIC 9(04) COMP VALUE 0.
008700 01  NOTAVAIL-TABLE.
008800     05  NOTAVAIL-ENTRY          OCCURS 2000 TIMES.
008900         10  NA-DEPT-CODE        PIC X(04).
009000         10  NA-SOURCE-CODE      PIC X(04).
009100         10  NA-ATTEMPT-COUNT    PIC 9(08) COMP.
009200         10  NA-LAST-DATE        PIC 9(08).
009300 01  WS-NOTAVAIL-COUNT           PIC 9(04) COMP VALUE 0.
009400 01  WS-NOTAVAIL-SUB             PIC 9(04) COMP VALUE 0.
009500 01  WS-ENTITLE-EOF-SWITCH       PIC X(01) VALUE "N".
009600     88  ENTITLE-EOF                     VALUE "Y".
009700 01  WS-SORTED-EOF-SWITCH        PIC X(01) VALUE "N".
009800     88  SORTED-EOF                      VALUE "Y".
009900 01  WS-FIRST-RECORD-SWITCH      PIC X(01) VALUE "Y".
010000     88  FIRST-RECORD                    VALUE "Y".
010100 01  WS-PAIR-FOUND-SWITCH        PIC X(01) VALUE "N".
010200     88  PAIR-ON-FILE                    VALUE "Y".
010300 01  WS-IDLE-DAYS-PARM           PIC X(03).
010400 01  WS-IDLE-DAYS                PIC 9(03) COMP VALUE 90.
010500 01  WS-SHIFT-COUNT              PIC 9(01) COMP VALUE 0.
010600 01  WS-RUN-DATE                 PIC 9(08).
010700 01  WS-RUN-DATE-INT             PIC S9(09) COMP VALUE 0.
010800 01  WS-BASE-DATE-INT            PIC S9(09) COMP VALUE 0.
010900 01  WS-DAYS-IDLE                PIC S9(05) COMP VALUE 0.
011000 01  WS-CURRENT-KEY.
011100     05  WS-CURRENT-DEPT         PIC X(04).
011200     05  WS-CURRENT-SOURCE       PIC X(04).
011300 01  WS-LAST-DEPT                PIC X(04) VALUE SPACES.
011400 01  WS-GROUP-HIT-COUNT          PIC 9(08) COMP VALUE 0.
011500 01  WS-GROUP-HIT-DATE           PIC 9(08) VALUE 0.
011600 01  WS-GROUP-NA-COUNT           PIC 9(08) COMP VALUE 0.
011700 01  WS-GROUP-NA-DATE            PIC 9(08) VALUE 0.
011800 01  WS-AUDIT-READ-COUNT         PIC 9(08) COMP VALUE 0.
011900 01  WS-AUDIT-USED-COUNT         PIC 9(08) COMP VALUE 0.
012000 01  WS-AUDIT-SKIPPED-COUNT      PIC 9(08) COMP VALUE 0.
012100 01  WS-PAIRS-USED-COUNT         PIC 9(08) COMP VALUE 0.
012200 01  WS-PROPOSED-COUNT           PIC 9(08) COMP VALUE 0.
012300 01  WS-NA-ATTEMPT-TOTAL         PIC 9(08) COMP VALUE 0.
012400 01  RC-HEADING-LINE.
012500     05  FILLER                  PIC X(38) VALUE
012600         "SPARTACUS ENTITLEMENT RECERTIFICATION ".
012700     05  RC-HEADING-DATE         PIC 9(08).
012800 01  RC-THRESHOLD-LINE.
012900     05  FILLER                  PIC X(33) VALUE
013000         "PROPOSE DELETE WHEN IDLE OVER    ".
013100     05  RC-THRESHOLD-DAYS       PIC ZZ9.
013200     05  FILLER                  PIC X(05) VALUE " DAYS".
013300 01  RC-PAIR-HEADING-LINE        PIC X(80) VALUE
013400     "ENTITLED DEPARTMENT/SOURCE PAIRS".
013500 01  RC-PAIR-COLUMN-LINE         PIC X(80) VALUE
013600     "DEPT SRCE ADDED    LAST HIT  DAYS IDLE     HITS  ACTION".
013700 01  RC-PAIR-LINE.
013800     05  RC-PAIR-DEPT            PIC X(04).
013900     05  FILLER                  PIC X(01) VALUE SPACES.
014000     05  RC-PAIR-SOURCE          PIC X(04).
014100     05  FILLER                  PIC X(01) VALUE SPACES.
014200     05  RC-PAIR-ADDED           PIC 9(08).
014300     05  FILLER                  PIC X(01) VALUE SPACES.
014400     05  RC-PAIR-LAST-HIT        PIC X(08).
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  RC-PAIR-DAYS-IDLE       PIC ZZZZ9.
014700     05  FILLER                  PIC X(04) VALUE SPACES.
014800     05  RC-PAIR-HITS            PIC ZZZZZZZ9.
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  RC-PAIR-ACTION          PIC X(15).
015100 01  RC-SIGNOFF-LINE.
015200     05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
015300     05  RC-SIGNOFF-DEPT         PIC X(04).
015400     05  FILLER                  PIC X(42) VALUE
015500         " OWNER SIGN-OFF ________________ DATE ____".
015600 01  RC-NA-HEADING-LINE          PIC X(80) VALUE
015700     "NOT-AVAILABLE ATTEMPTS ON SOURCES NOT ENTITLED".
015800 01  RC-NA-COLUMN-LINE           PIC X(80) VALUE
015900     "DEPT SRCE  ATTEMPTS  LAST TRY".
016000 01  RC-NA-LINE.
016100     05  RC-NA-DEPT              PIC X(04).
016200     05  FILLER                  PIC X(01) VALUE SPACES.
016300     05  RC-NA-SOURCE            PIC X(04).
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  RC-NA-ATTEMPTS          PIC ZZZZZZZ9.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  RC-NA-LAST-DATE         PIC 9(08).
016800 01  RC-COUNT-LINE.
016900     05  RC-COUNT-LABEL          PIC X(24).
017000     05  RC-COUNT-VALUE          PIC ZZZZZZZ9.
017100 PROCEDURE DIVISION.
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017400     PERFORM 2000-LOAD-ENTITLEMENTS THRU 2000-EXIT
017500         UNTIL ENTITLE-EOF.
017600     SORT SPARTACUS-RECERT-SORTWORK
017700         ON ASCENDING KEY SRT-DEPT-CODE
017800                          SRT-SOURCE-CODE
017900                          SRT-RUN-DATE
018000         USING SPARTACUS-AUDIT-LOG
018100               SPARTACUS-AUDIT-ARCHIVE
018200         GIVING SPARTACUS-RECERT-SORTED.
018300     OPEN INPUT SPARTACUS-RECERT-SORTED.
018400     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
018500     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
018600         UNTIL SORTED-EOF.
018700     IF NOT FIRST-RECORD
018800         PERFORM 3200-POST-GROUP THRU 3200-EXIT
018900     END-IF.
019000     PERFORM 4000-WRITE-PAIRS THRU 4000-EXIT.
019100     PERFORM 5000-WRITE-NOTAVAIL THRU 5000-EXIT.
019200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019300     STOP RUN.
019400******************************************************************
019500*    1000-INITIALIZE
019600*    PICKS UP THE OPTIONAL IDLE-DAYS THRESHOLD, OPENS THE
019700*    ENTITLEMENT FILE, THE PROPOSED-DELETE FILE AND THE REPORT,
019800*    AND WRITES THE REPORT HEADINGS.
019900******************************************************************
020000 1000-INITIALIZE.
020100     DISPLAY "RECERT_IDLE_DAYS" UPON ENVIRONMENT-NAME.
020200     ACCEPT WS-IDLE-DAYS-PARM FROM ENVIRONMENT-VALUE.
020300     PERFORM 1100-JUSTIFY-DAYS-PARM THRU 1100-EXIT
020400         VARYING WS-SHIFT-COUNT FROM 1 BY 1
020500         UNTIL WS-SHIFT-COUNT > 2.
020600     IF WS-IDLE-DAYS-PARM IS NUMERIC
020700         AND WS-IDLE-DAYS-PARM NOT = "000"
020800         MOVE WS-IDLE-DAYS-PARM TO WS-IDLE-DAYS
020900     END-IF.
021000     OPEN INPUT SPARTACUS-ENTITLE-FILE.
021100     OPEN OUTPUT SPARTACUS-RECERT-PROPOSED.
021200     OPEN OUTPUT SPARTACUS-RECERT-RPT.
021300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021400     COMPUTE WS-RUN-DATE-INT =
021500         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
021600     MOVE WS-RUN-DATE TO RC-HEADING-DATE.
021700     WRITE RECERT-RPT-LINE FROM RC-HEADING-LINE.
021800     MOVE WS-IDLE-DAYS TO RC-THRESHOLD-DAYS.
021900     WRITE RECERT-RPT-LINE FROM RC-THRESHOLD-LINE.
022000 1000-EXIT.
022100     EXIT.
022200******************************************************************
022300*    1100-JUSTIFY-DAYS-PARM
022400*    SHIFTS THE IDLE-DAYS PARAMETER ONE PLACE RIGHT WHEN IT WAS
022500*    KEYED LEFT-JUSTIFIED, SO "90 " AND "090" EDIT THE SAME.
022600******************************************************************
022700 1100-JUSTIFY-DAYS-PARM.
022800     IF WS-IDLE-DAYS-PARM(3:1) = SPACE
022900         MOVE WS-IDLE-DAYS-PARM(2:1) TO WS-IDLE-DAYS-PARM(3:1)
023000         MOVE WS-IDLE-DAYS-PARM(1:1) TO WS-IDLE-DAYS-PARM(2:1)
023100         MOVE "0" TO WS-IDLE-DAYS-PARM(1:1)
023200     END-IF.
023300 1100-EXIT.
023400     EXIT.
023500******************************************************************
023600*    2000-LOAD-ENTITLEMENTS
023700*    READS THE ENTITLEMENT KSDS IN ASCENDING KEY SEQUENCE AND
023800*    BUILDS THE PAIR TABLE, EACH PAIR STARTING WITH NO HITS.
023900******************************************************************
024000 2000-LOAD-ENTITLEMENTS.
024100     READ SPARTACUS-ENTITLE-FILE
024200         AT END
024300             SET ENTITLE-EOF TO TRUE
024400             GO TO 2000-EXIT
024500     END-READ.
024600     IF WS-PAIR-COUNT >= 2000
024700         DISPLAY "ENTITLEMENT FILE EXCEEDS THE 2000-ENTRY TABLE "
024800             "LIMIT -- RUN ABORTED"
024900         MOVE 90 TO RETURN-CODE
025000         STOP RUN
025100     END-IF.
025200     ADD 1 TO WS-PAIR-COUNT.
025300     MOVE ET-DEPT-CODE TO EP-DEPT-CODE(WS-PAIR-COUNT).
025400     MOVE ET-SOURCE-CODE TO EP-SOURCE-CODE(WS-PAIR-COUNT).
025500     MOVE ET-ADDED-DATE TO EP-ADDED-DATE(WS-PAIR-COUNT).
025600     MOVE 0 TO EP-LAST-HIT-DATE(WS-PAIR-COUNT).
025700     MOVE 0 TO EP-HIT-COUNT(WS-PAIR-COUNT).
025800 2000-EXIT.
025900     EXIT.
026000******************************************************************
026100*    2100-READ-SORTED
026200*    READS THE NEXT RECORD FROM THE DEPARTMENT/SOURCE-SORTED
026300*    AUDIT WORK FILE.
026400******************************************************************
026500 2100-READ-SORTED.
026600     READ SPARTACUS-RECERT-SORTED
026700         AT END
026800             SET SORTED-EOF TO TRUE
026900     END-READ.
027000 2100-EXIT.
027100     EXIT.
027200******************************************************************
027300*    3000-PROCESS-RECORD
027400*    COUNTS ONE SORTED AUDIT RECORD.  ONLY A FOUND, INACTIVE OR
027500*    NOT-AVAILABLE OUTCOME CARRYING A SOURCE CODE SAYS ANYTHING
027600*    ABOUT A DEPARTMENT'S USE OF A SOURCE; ANYTHING ELSE IS
027700*    SKIPPED.  BREAKS ON A CHANGE OF DEPARTMENT OR SOURCE TO
027800*    POST THE PRIOR GROUP, THEN ROLLS THE RECORD INTO THE
027900*    CURRENT GROUP'S HITS OR NOT-AVAILABLE ATTEMPTS.  THE WORK
028000*    FILE IS IN RUN-DATE ORDER WITHIN THE GROUP, SO THE LAST
028100*    RECORD SEEN CARRIES THE LATEST DATE.
028200******************************************************************
028300 3000-PROCESS-RECORD.
028400     ADD 1 TO WS-AUDIT-READ-COUNT.
028500     IF WRK-SOURCE-CODE = SPACES
028600         ADD 1 TO WS-AUDIT-SKIPPED-COUNT
028700         GO TO 3000-READ
028800     END-IF.
028900     IF NOT WRK-WAS-FOUND
029000         AND NOT WRK-WAS-INACTIVE
029100         AND NOT WRK-WAS-NOTAVAIL
029200         ADD 1 TO WS-AUDIT-SKIPPED-COUNT
029300         GO TO 3000-READ
029400     END-IF.
029500     ADD 1 TO WS-AUDIT-USED-COUNT.
029600     IF FIRST-RECORD
029700         MOVE "N" TO WS-FIRST-RECORD-SWITCH
029800         MOVE WRK-DEPT-CODE TO WS-CURRENT-DEPT
029900         MOVE WRK-SOURCE-CODE TO WS-CURRENT-SOURCE
030000         PERFORM 3100-CLEAR-GROUP THRU 3100-EXIT
030100     END-IF.
030200     IF WRK-DEPT-CODE NOT = WS-CURRENT-DEPT
030300         OR WRK-SOURCE-CODE NOT = WS-CURRENT-SOURCE
030400         PERFORM 3200-POST-GROUP THRU 3200-EXIT
030500         MOVE WRK-DEPT-CODE TO WS-CURRENT-DEPT
030600         MOVE WRK-SOURCE-CODE TO WS-CURRENT-SOURCE
030700         PERFORM 3100-CLEAR-GROUP THRU 3100-EXIT
030800     END-IF.
030900     IF WRK-WAS-NOTAVAIL
031000         ADD 1 TO WS-GROUP-NA-COUNT
031100         MOVE WRK-RUN-DATE TO WS-GROUP-NA-DATE
031200     ELSE
031300         ADD 1 TO WS-GROUP-HIT-COUNT
031400         MOVE WRK-RUN-DATE TO WS-GROUP-HIT-DATE
031500     END-IF.
031600 3000-READ.
031700     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
031800 3000-EXIT.
031900     EXIT.
032000******************************************************************
032100*    3100-CLEAR-GROUP
032200*    CLEARS THE DEPARTMENT/SOURCE GROUP ACCUMULATORS.
032300******************************************************************
032400 3100-CLEAR-GROUP.
032500     MOVE 0 TO WS-GROUP-HIT-COUNT.
032600     MOVE 0 TO WS-GROUP-HIT-DATE.
032700     MOVE 0 TO WS-GROUP-NA-COUNT.
032800     MOVE 0 TO WS-GROUP-NA-DATE.
032900 3100-EXIT.
033000     EXIT.
033100******************************************************************
033200*    3200-POST-GROUP
033300*    POSTS THE DEPARTMENT/SOURCE GROUP JUST COMPLETED.  HITS ARE
033400*    POSTED TO THE PAIR ON FILE; HITS FOR A PAIR SINCE DELETED
033500*    HAVE NOWHERE TO GO AND ARE DROPPED.  NOT-AVAILABLE ATTEMPTS
033600*    ARE LISTED ONLY WHILE THE DEPARTMENT IS STILL NOT ENTITLED
033700*    TO THE SOURCE -- ONCE THE PAIR HAS BEEN ADDED THE OLD
033800*    REFUSALS ARE ANSWERED.
033900******************************************************************
034000 3200-POST-GROUP.
034100     MOVE "N" TO WS-PAIR-FOUND-SWITCH.
034200     IF WS-PAIR-COUNT > 0
034300         SEARCH ALL ENTITLE-PAIR-ENTRY
034400             WHEN EP-KEY(EP-IDX) = WS-CURRENT-KEY
034500                 MOVE "Y" TO WS-PAIR-FOUND-SWITCH
034600         END-SEARCH
034700     END-IF.
034800     IF PAIR-ON-FILE AND WS-GROUP-HIT-COUNT > 0
034900         ADD WS-GROUP-HIT-COUNT TO EP-HIT-COUNT(EP-IDX)
035000         MOVE WS-GROUP-HIT-DATE TO EP-LAST-HIT-DATE(EP-IDX)
035100     END-IF.
035200     IF PAIR-ON-FILE OR WS-GROUP-NA-COUNT = 0
035300         GO TO 3200-EXIT
035400     END-IF.
035500     IF WS-NOTAVAIL-COUNT >= 2000
035600         DISPLAY "NOT-AVAILABLE ATTEMPTS EXCEED THE 2000-ENTRY "
035700             "TABLE LIMIT -- RUN ABORTED"
035800         MOVE 90 TO RETURN-CODE
035900         STOP RUN
036000     END-IF.
036100     ADD 1 TO WS-NOTAVAIL-COUNT.
036200     MOVE WS-CURRENT-DEPT TO NA-DEPT-CODE(WS-NOTAVAIL-COUNT).
036300     MOVE WS-CURRENT-SOURCE TO NA-SOURCE-CODE(WS-NOTAVAIL-COUNT).
036400     MOVE WS-GROUP-NA-COUNT
036500         TO NA-ATTEMPT-COUNT(WS-NOTAVAIL-COUNT).
036600     MOVE WS-GROUP-NA-DATE TO NA-LAST-DATE(WS-NOTAVAIL-COUNT).
036700     ADD WS-GROUP-NA-COUNT TO WS-NA-ATTEMPT-TOTAL.
036800 3200-EXIT.
036900     EXIT.
037000******************************************************************
037100*    4000-WRITE-PAIRS
037200*    WRITES THE ENTITLED-PAIRS SECTION, ONE LINE PER PAIR IN
037300*    DEPARTMENT AND SOURCE ORDER, WITH A SIGN-OFF LINE CLOSING
037400*    EACH DEPARTMENT.
037500******************************************************************
037600 4000-WRITE-PAIRS.
037700     WRITE RECERT-RPT-LINE FROM RC-PAIR-HEADING-LINE.
037800     WRITE RECERT-RPT-LINE FROM RC-PAIR-COLUMN-LINE.
037900     PERFORM 4100-WRITE-PAIR THRU 4100-EXIT
038000         VARYING WS-PAIR-SUB FROM 1 BY 1
038100         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
038200     IF WS-LAST-DEPT NOT = SPACES
038300         MOVE WS-LAST-DEPT TO RC-SIGNOFF-DEPT
038400         WRITE RECERT-RPT-LINE FROM RC-SIGNOFF-LINE
038500     END-IF.
038600 4000-EXIT.
038700     EXIT.
038800******************************************************************
038900*    4100-WRITE-PAIR
039000*    WORKS OUT HOW LONG ONE PAIR HAS BEEN IDLE -- FROM ITS LAST
039100*    HIT, OR FROM THE DATE IT WAS ADDED WHEN IT WAS NEVER HIT --
039200*    AND LISTS IT.  A PAIR IDLE LONGER THAN THE THRESHOLD IS
039300*    WRITTEN TO THE PROPOSED-DELETE FILE AS AN ENTMAINT DELETE
039400*    TRANSACTION.
039500******************************************************************
039600 4100-WRITE-PAIR.
039700     IF EP-DEPT-CODE(WS-PAIR-SUB) NOT = WS-LAST-DEPT
039800         AND WS-LAST-DEPT NOT = SPACES
039900         MOVE WS-LAST-DEPT TO RC-SIGNOFF-DEPT
040000         WRITE RECERT-RPT-LINE FROM RC-SIGNOFF-LINE
040100     END-IF.
040200     MOVE EP-DEPT-CODE(WS-PAIR-SUB) TO WS-LAST-DEPT.
040300     IF EP-HIT-COUNT(WS-PAIR-SUB) > 0
040400         ADD 1 TO WS-PAIRS-USED-COUNT
040500         MOVE EP-LAST-HIT-DATE(WS-PAIR-SUB) TO RC-PAIR-LAST-HIT
040600         COMPUTE WS-BASE-DATE-INT = FUNCTION INTEGER-OF-DATE
040700             (EP-LAST-HIT-DATE(WS-PAIR-SUB))
040800     ELSE
040900         MOVE "NEVER   " TO RC-PAIR-LAST-HIT
041000         COMPUTE WS-BASE-DATE-INT = FUNCTION INTEGER-OF-DATE
041100             (EP-ADDED-DATE(WS-PAIR-SUB))
041200     END-IF.
041300     COMPUTE WS-DAYS-IDLE = WS-RUN-DATE-INT - WS-BASE-DATE-INT.
041400     IF WS-DAYS-IDLE < 0
041500         MOVE 0 TO WS-DAYS-IDLE
041600     END-IF.
041700     MOVE EP-DEPT-CODE(WS-PAIR-SUB) TO RC-PAIR-DEPT.
041800     MOVE EP-SOURCE-CODE(WS-PAIR-SUB) TO RC-PAIR-SOURCE.
041900     MOVE EP-ADDED-DATE(WS-PAIR-SUB) TO RC-PAIR-ADDED.
042000     MOVE WS-DAYS-IDLE TO RC-PAIR-DAYS-IDLE.
042100     MOVE EP-HIT-COUNT(WS-PAIR-SUB) TO RC-PAIR-HITS.
042200     MOVE SPACES TO RC-PAIR-ACTION.
042300     IF WS-DAYS-IDLE > WS-IDLE-DAYS
042400         MOVE "PROPOSED DELETE" TO RC-PAIR-ACTION
042500         SET EM-ACTION-DELETE TO TRUE
042600         MOVE EP-DEPT-CODE(WS-PAIR-SUB) TO EM-DEPT-CODE
042700         MOVE EP-SOURCE-CODE(WS-PAIR-SUB) TO EM-SOURCE-CODE
042800         WRITE ENTMAINT-TRN-REC
042900         ADD 1 TO WS-PROPOSED-COUNT
043000     END-IF.
043100     WRITE RECERT-RPT-LINE FROM RC-PAIR-LINE.
043200 4100-EXIT.
043300     EXIT.
043400******************************************************************
043500*    5000-WRITE-NOTAVAIL
043600*    WRITES THE NOT-AVAILABLE SECTION, ONE LINE PER DEPARTMENT
043700*    AND SOURCE IT TRIED BUT IS NOT ENTITLED TO, IN DEPARTMENT
043800*    AND SOURCE ORDER.
043900******************************************************************
044000 5000-WRITE-NOTAVAIL.
044100     WRITE RECERT-RPT-LINE FROM RC-NA-HEADING-LINE.
044200     WRITE RECERT-RPT-LINE FROM RC-NA-COLUMN-LINE.
044300     PERFORM 5100-WRITE-NOTAVAIL-LINE THRU 5100-EXIT
044400         VARYING WS-NOTAVAIL-SUB FROM 1 BY 1
044500         UNTIL WS-NOTAVAIL-SUB > WS-NOTAVAIL-COUNT.
044600 5000-EXIT.
044700     EXIT.
044800******************************************************************
044900*    5100-WRITE-NOTAVAIL-LINE
045000*    WRITES ONE NOT-AVAILABLE LINE.
045100******************************************************************
045200 5100-WRITE-NOTAVAIL-LINE.
045300     MOVE NA-DEPT-CODE(WS-NOTAVAIL-SUB) TO RC-NA-DEPT.
045400     MOVE NA-SOURCE-CODE(WS-NOTAVAIL-SUB) TO RC-NA-SOURCE.
045500     MOVE NA-ATTEMPT-COUNT(WS-NOTAVAIL-SUB) TO RC-NA-ATTEMPTS.
045600     MOVE NA-LAST-DATE(WS-NOTAVAIL-SUB) TO RC-NA-LAST-DATE.
045700     WRITE RECERT-RPT-LINE FROM RC-NA-LINE.
045800 5100-EXIT.
045900     EXIT.
046000******************************************************************
046100*    8000-TERMINATE
046200*    WRITES THE RUN TOTALS, CLOSES THE FILES AND SETS
046300*    RETURN-CODE 4 WHEN ANY DELETE WAS PROPOSED.
046400******************************************************************
046500 8000-TERMINATE.
046600     MOVE "AUDIT RECORDS READ      " TO RC-COUNT-LABEL.
046700     MOVE WS-AUDIT-READ-COUNT TO RC-COUNT-VALUE.
046800     WRITE RECERT-RPT-LINE FROM RC-COUNT-LINE.
046900     MOVE "AUDIT RECORDS USED      " TO RC-COUNT-LABEL.
047000     MOVE WS-AUDIT-USED-COUNT TO RC-COUNT-VALUE.
047100     WRITE RECERT-RPT-LINE FROM RC-COUNT-LINE.
047200     MOVE "AUDIT RECORDS SKIPPED   " TO RC-COUNT-LABEL.
047300     MOVE WS-AUDIT-SKIPPED-COUNT TO RC-COUNT-VALUE.
047400     WRITE RECERT-RPT-LINE FROM RC-COUNT-LINE.
047500     MOVE "PAIRS ON FILE           " TO RC-COUNT-LABEL.
047600     MOVE WS-PAIR-COUNT TO RC-COUNT-VALUE.
047700     WRITE RECERT-RPT-LINE FROM RC-COUNT-LINE.
047800     MOVE "PAIRS WITH HITS         " TO RC-COUNT-LABEL.
047900     MOVE WS-PAIRS-USED-COUNT TO RC-COUNT-VALUE.
048000     WRITE RECERT-RPT-LINE FROM RC-COUNT-LINE.
048100     MOVE "DELETES PROPOSED        " TO RC-COUNT-LABEL.
048200     MOVE WS-PROPOSED-COUNT TO RC-COUNT-VALUE.
048300     WRITE RECERT-RPT-LINE FROM RC-COUNT-LINE.
048400     MOVE "NOT-AVAILABLE PAIRS     " TO RC-COUNT-LABEL.
048500     MOVE WS-NOTAVAIL-COUNT TO RC-COUNT-VALUE.
048600     WRITE RECERT-RPT-LINE FROM RC-COUNT-LINE.
048700     MOVE "NOT-AVAILABLE ATTEMPTS  " TO RC-COUNT-LABEL.
048800     MOVE WS-NA-ATTEMPT-TOTAL TO RC-COUNT-VALUE.
048900     WRITE RECERT-RPT-LINE FROM RC-COUNT-LINE.
049000     CLOSE SPARTACUS-ENTITLE-FILE.
049100     CLOSE SPARTACUS-RECERT-SORTED.
049200     CLOSE SPARTACUS-RECERT-PROPOSED.
049300     CLOSE SPARTACUS-RECERT-RPT.
049400     IF WS-PROPOSED-COUNT > 0
049500         MOVE 4 TO RETURN-CODE
049600     END-IF.
049700 8000-EXIT.
049800     EXIT.
