000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPARTACUS-AUDVRFY.
000300 AUTHOR. J QUILLEN.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 12/01/2025.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MAINTENANCE HISTORY.
000900*      DATE       BY     DESCRIPTION
001000*      ---------- ------ ------------------------------------
001100*      2025-12-01 JQ     ORIGINAL PROGRAM.  RE-PROVES THE AUDIT
001200*                        LOG RUN BY RUN.  THE CURRENT LOG AND ANY
001300*                        ARCHIVE GENERATIONS ON AUDARCH (THE SAME
001400*                        AUDREC LAYOUT) ARE SORTED TOGETHER BY
001500*                        RUN ID AND SEQUENCE NUMBER.  EVERY RUN'S
001600*                        SEQUENCE MUST RUN FROM 1 WITHOUT A GAP
001700*                        OR A DUPLICATE AND END WITH ONE CONTROL
001800*                        RECORD WHOSE RECORD COUNT, NEEDLE HASH
001900*                        TOTAL AND OUTCOME COUNTS AGREE WITH THE
002000*                        DETAIL RECORDS ACTUALLY ON THE LOG.  A
002100*                        GAP, A DUPLICATE, AN ALTERED TOTAL OR A
002200*                        RUN WITH NO CONTROL RECORD IS A BREAK
002300*                        AND ENDS THE JOB WITH RETURN-CODE 16.
002400*                        A RUN CLOSED BY A RESTARTED SEARCH (TYPE
002500*                        A CONTROL RECORD) IS PROVED THE SAME WAY
002600*                        AND LISTED AS CLOSED AT RESTART.  RECORDS
002700*                        WRITTEN BEFORE RUN IDS WERE CARRIED ARE
002800*                        COUNTED BUT CANNOT BE PROVED.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SPARTACUS-AUDIT-LOG ASSIGN TO "AUDFILE"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT SPARTACUS-AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT SPARTACUS-AVF-SORTWORK ASSIGN TO "AVFSRT".
003800     SELECT SPARTACUS-AVF-SORTED ASSIGN TO "AVFSORTD"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT SPARTACUS-VERIFY-RPT ASSIGN TO "AUDVRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  SPARTACUS-AUDIT-LOG.
004500     COPY AUDREC.
004600 FD  SPARTACUS-AUDIT-ARCHIVE.
004700     COPY AUDREC REPLACING ==AUDIT-REC==      BY ==ARCHIVE-REC==
004800                          LEADING ==AL-==    BY ==AR-==.
004900 SD  SPARTACUS-AVF-SORTWORK.
005000     COPY AUDREC REPLACING ==AUDIT-REC==      BY ==SORT-REC==
005100                          LEADING ==AL-==    BY ==SRT-==.
005200 FD  SPARTACUS-AVF-SORTED.
005300     COPY AUDREC REPLACING ==AUDIT-REC==      BY ==WORK-REC==
005400                          LEADING ==AL-==    BY ==WRK-==.
005500 FD  SPARTACUS-VERIFY-RPT.
005600 01  VERIFY-RPT-LINE             PIC X(80).
005700 WORKING-STORAGE SECTION.
005800 01  WS-SORTED-EOF-SWITCH        PIC X(01) VALUE "N".
005900     88  SORTED-EOF                      VALUE "Y".
006000 01  WS-FIRST-RUN-SWITCH         PIC X(01) VALUE "Y".
006100     88  FIRST-RUN                       VALUE "Y".
006200 01  WS-CONTROL-SEEN-SWITCH      PIC X(01) VALUE "N".
006300     88  CONTROL-SEEN                    VALUE "Y".
006400 01  WS-CONTROL-TYPE             PIC X(01) VALUE SPACE.
006500     88  CONTROL-RESTART-CLOSE           VALUE "A".
006600 01  WS-RUN-DATE                 PIC 9(08).
006700 01  WS-CURRENT-RUN-ID.
006800     05  WS-CUR-JOB-NAME         PIC X(08).
006900     05  WS-CUR-DATE             PIC 9(08).
007000     05  WS-CUR-TIME             PIC 9(08).
007100 01  WS-EXPECT-SEQ               PIC 9(08) COMP VALUE 0.
007200 01  WS-LAST-SEQ                 PIC 9(08) COMP VALUE 0.
007300 01  WS-GAP-END                  PIC 9(08) COMP VALUE 0.
007400 01  WS-HASH-NEEDLE              PIC 9(05) VALUE 0.
007500 01  WS-RUN-RECORDS              PIC 9(08) COMP VALUE 0.
007600 01  WS-RUN-BREAKS               PIC 9(08) COMP VALUE 0.
007700 01  WS-RUN-TOTALS.
007800     05  WS-RT-RECORD-COUNT      PIC 9(08) COMP.
007900     05  WS-RT-NEEDLE-HASH       PIC 9(13) COMP.
008000     05  WS-RT-FOUND-COUNT       PIC 9(08) COMP.
008100     05  WS-RT-INACTIVE-COUNT    PIC 9(08) COMP.
008200     05  WS-RT-NOTFOUND-COUNT    PIC 9(08) COMP.
008300     05  WS-RT-NOTAVAIL-COUNT    PIC 9(08) COMP.
008400     05  WS-RT-REJECTED-COUNT    PIC 9(08) COMP.
008500 01  WS-CONTROL-TOTALS.
008600     05  WS-CT-RECORD-COUNT      PIC 9(08).
008700     05  WS-CT-NEEDLE-HASH       PIC 9(13).
008800     05  WS-CT-FOUND-COUNT       PIC 9(08).
008900     05  WS-CT-INACTIVE-COUNT    PIC 9(08).
009000     05  WS-CT-NOTFOUND-COUNT    PIC 9(08).
009100     05  WS-CT-NOTAVAIL-COUNT    PIC 9(08).
009200     05  WS-CT-REJECTED-COUNT    PIC 9(08).
009300 01  WS-READ-COUNT               PIC 9(08) COMP VALUE 0.
009400 01  WS-LEGACY-COUNT             PIC 9(08) COMP VALUE 0.
009500 01  WS-RUN-RECORD-TOTAL         PIC 9(08) COMP VALUE 0.
009600 01  WS-RUN-COUNT                PIC 9(08) COMP VALUE 0.
009700 01  WS-CLEAN-RUN-COUNT          PIC 9(08) COMP VALUE 0.
009800 01  WS-BROKEN-RUN-COUNT         PIC 9(08) COMP VALUE 0.
009900 01  WS-RESTART-RUN-COUNT        PIC 9(08) COMP VALUE 0.
010000 01  WS-BREAK-COUNT              PIC 9(08) COMP VALUE 0.
010100 01  WS-BALANCE-COUNT            PIC 9(08) COMP VALUE 0.
010200 01  VR-HEADING-LINE.
010300     05  FILLER                  PIC X(34) VALUE
010400         "SPARTACUS AUDIT LOG VERIFICATION  ".
010500     05  VR-HEADING-DATE         PIC 9(08).
010600 01  VR-RUN-LINE.
010700     05  FILLER                  PIC X(04) VALUE "RUN ".
010800     05  VR-RUN-JOB-NAME         PIC X(08).
010900     05  FILLER                  PIC X(01) VALUE SPACES.
011000     05  VR-RUN-DATE             PIC 9(08).
011100     05  FILLER                  PIC X(01) VALUE SPACES.
011200     05  VR-RUN-TIME             PIC 9(08).
011300 01  VR-RESULT-LINE.
011400     05  FILLER                  PIC X(12) VALUE
011500         "    RECORDS ".
011600     05  VR-RESULT-RECORDS       PIC ZZZZZZZ9.
011700     05  FILLER                  PIC X(02) VALUE SPACES.
011800     05  VR-RESULT-TEXT          PIC X(30).
011900 01  VR-BREAK-LINE.
012000     05  FILLER                  PIC X(04) VALUE SPACES.
012100     05  VR-BREAK-TEXT           PIC X(30).
012200     05  VR-BREAK-FIGURES.
012300         10  VR-BREAK-VALUE-1    PIC ZZZZZZZZZZZZ9.
012400         10  VR-BREAK-JOIN       PIC X(04).
012500         10  VR-BREAK-VALUE-2    PIC ZZZZZZZZZZZZ9.
012600 01  VR-COUNT-LINE.
012700     05  VR-COUNT-LABEL          PIC X(24).
012800     05  VR-COUNT-VALUE          PIC ZZZZZZZ9.
012900 01  VR-BALANCE-LINE             PIC X(80).
013000 PROCEDURE DIVISION.
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013300     SORT SPARTACUS-AVF-SORTWORK
013400         ON ASCENDING KEY SRT-RUN-ID SRT-SEQ-NUMBER
013500         USING SPARTACUS-AUDIT-LOG
013600               SPARTACUS-AUDIT-ARCHIVE
013700         GIVING SPARTACUS-AVF-SORTED.
013800     OPEN INPUT SPARTACUS-AVF-SORTED.
013900     PERFORM 2000-READ-SORTED THRU 2000-EXIT.
014000     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
014100         UNTIL SORTED-EOF.
014200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
014300     STOP RUN.
014400******************************************************************
014500*    1000-INITIALIZE
014600*    OPENS THE REPORT AND WRITES ITS HEADINGS.
014700******************************************************************
014800 1000-INITIALIZE.
014900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015000     OPEN OUTPUT SPARTACUS-VERIFY-RPT.
015100     MOVE WS-RUN-DATE TO VR-HEADING-DATE.
015200     WRITE VERIFY-RPT-LINE FROM VR-HEADING-LINE.
015300 1000-EXIT.
015400     EXIT.
015500******************************************************************
015600*    2000-READ-SORTED
015700*    READS THE NEXT SORTED AUDIT RECORD.
015800******************************************************************
015900 2000-READ-SORTED.
016000     READ SPARTACUS-AVF-SORTED
016100         AT END
016200             SET SORTED-EOF TO TRUE
016300     END-READ.
016400 2000-EXIT.
016500     EXIT.
016600******************************************************************
016700*    3000-PROCESS-RECORD
016800*    COUNTS ONE SORTED AUDIT RECORD.  A RECORD WITH NO RUN ID IS
016900*    COUNTED AS WRITTEN BEFORE RUN IDS AND PASSED OVER.
017000*    OTHERWISE BREAKS ON A CHANGE OF RUN ID TO PROVE THE PRIOR
017100*    RUN, CHECKS THE SEQUENCE NUMBER FOLLOWS THE LAST ONE, AND
017200*    EITHER HOLDS THE RUN'S CONTROL RECORD OR ADDS THE DETAIL TO
017300*    THE TOTALS RECOMPUTED FOR THE RUN.  A DUPLICATE SEQUENCE
017400*    NUMBER IS REPORTED AND LEFT OUT OF THE RECOMPUTED TOTALS.
017500******************************************************************
017600 3000-PROCESS-RECORD.
017700     ADD 1 TO WS-READ-COUNT.
017800     IF WRK-RUN-ID = SPACES
017900         ADD 1 TO WS-LEGACY-COUNT
018000         GO TO 3000-READ
018100     END-IF.
018200     IF FIRST-RUN
018300         MOVE "N" TO WS-FIRST-RUN-SWITCH
018400         PERFORM 3100-START-RUN THRU 3100-EXIT
018500     END-IF.
018600     IF WRK-RUN-ID NOT = WS-CURRENT-RUN-ID
018700         PERFORM 3200-CLOSE-RUN THRU 3200-EXIT
018800         PERFORM 3100-START-RUN THRU 3100-EXIT
018900     END-IF.
019000     ADD 1 TO WS-RUN-RECORDS.
019100     IF WRK-SEQ-NUMBER < WS-EXPECT-SEQ
019200         MOVE "DUPLICATE SEQUENCE NUMBER" TO VR-BREAK-TEXT
019300         MOVE SPACES TO VR-BREAK-FIGURES
019400         MOVE WRK-SEQ-NUMBER TO VR-BREAK-VALUE-1
019500         PERFORM 3300-WRITE-BREAK THRU 3300-EXIT
019600         GO TO 3000-READ
019700     END-IF.
019800     IF WRK-SEQ-NUMBER > WS-EXPECT-SEQ
019900         SUBTRACT 1 FROM WRK-SEQ-NUMBER GIVING WS-GAP-END
020000         MOVE "SEQUENCE GAP - MISSING" TO VR-BREAK-TEXT
020100         MOVE WS-EXPECT-SEQ TO VR-BREAK-VALUE-1
020200         MOVE " TO " TO VR-BREAK-JOIN
020300         MOVE WS-GAP-END TO VR-BREAK-VALUE-2
020400         PERFORM 3300-WRITE-BREAK THRU 3300-EXIT
020500     END-IF.
020600     MOVE WRK-SEQ-NUMBER TO WS-LAST-SEQ.
020700     ADD 1 TO WRK-SEQ-NUMBER GIVING WS-EXPECT-SEQ.
020800     IF WRK-CONTROL-REC
020900         PERFORM 3400-TAKE-CONTROL THRU 3400-EXIT
021000         GO TO 3000-READ
021100     END-IF.
021200     IF CONTROL-SEEN
021300         MOVE "DETAIL AFTER CONTROL AT SEQ" TO VR-BREAK-TEXT
021400         MOVE SPACES TO VR-BREAK-FIGURES
021500         MOVE WRK-SEQ-NUMBER TO VR-BREAK-VALUE-1
021600         PERFORM 3300-WRITE-BREAK THRU 3300-EXIT
021700     END-IF.
021800     ADD 1 TO WS-RT-RECORD-COUNT.
021900     IF WRK-NEEDLE IS NUMERIC
022000         MOVE WRK-NEEDLE TO WS-HASH-NEEDLE
022100         ADD WS-HASH-NEEDLE TO WS-RT-NEEDLE-HASH
022200     END-IF.
022300     IF WRK-WAS-FOUND
022400         ADD 1 TO WS-RT-FOUND-COUNT
022500     END-IF.
022600     IF WRK-WAS-INACTIVE
022700         ADD 1 TO WS-RT-INACTIVE-COUNT
022800     END-IF.
022900     IF WRK-WAS-NOT-FOUND
023000         ADD 1 TO WS-RT-NOTFOUND-COUNT
023100     END-IF.
023200     IF WRK-WAS-NOTAVAIL
023300         ADD 1 TO WS-RT-NOTAVAIL-COUNT
023400     END-IF.
023500     IF WRK-WAS-REJECTED
023600         ADD 1 TO WS-RT-REJECTED-COUNT
023700     END-IF.
023800 3000-READ.
023900     PERFORM 2000-READ-SORTED THRU 2000-EXIT.
024000 3000-EXIT.
024100     EXIT.
024200******************************************************************
024300*    3100-START-RUN
024400*    OPENS A NEW RUN: REMEMBERS ITS ID, CLEARS ITS EXPECTED
024500*    SEQUENCE, RECOMPUTED TOTALS AND CONTROL RECORD, AND WRITES
024600*    THE RUN LINE ITS BREAKS ARE LISTED UNDER.
024700******************************************************************
024800 3100-START-RUN.
024900     MOVE WRK-RUN-ID TO WS-CURRENT-RUN-ID.
025000     MOVE 1 TO WS-EXPECT-SEQ.
025100     MOVE 0 TO WS-LAST-SEQ.
025200     MOVE 0 TO WS-RUN-RECORDS.
025300     MOVE 0 TO WS-RUN-BREAKS.
025400     MOVE "N" TO WS-CONTROL-SEEN-SWITCH.
025500     MOVE SPACE TO WS-CONTROL-TYPE.
025600     MOVE 0 TO WS-RT-RECORD-COUNT WS-RT-NEEDLE-HASH
025700         WS-RT-FOUND-COUNT WS-RT-INACTIVE-COUNT
025800         WS-RT-NOTFOUND-COUNT WS-RT-NOTAVAIL-COUNT
025900         WS-RT-REJECTED-COUNT.
026000     MOVE ZEROS TO WS-CONTROL-TOTALS.
026100     ADD 1 TO WS-RUN-COUNT.
026200     MOVE WS-CUR-JOB-NAME TO VR-RUN-JOB-NAME.
026300     MOVE WS-CUR-DATE TO VR-RUN-DATE.
026400     MOVE WS-CUR-TIME TO VR-RUN-TIME.
026500     WRITE VERIFY-RPT-LINE FROM VR-RUN-LINE.
026600 3100-EXIT.
026700     EXIT.
026800******************************************************************
026900*    3200-CLOSE-RUN
027000*    PROVES THE RUN JUST ENDED.  A RUN WITH NO CONTROL RECORD IS
027100*    A BREAK; OTHERWISE EACH CONTROL TOTAL IS COMPARED WITH THE
027200*    TOTAL RECOMPUTED FROM THE RUN'S DETAIL RECORDS, AND EACH ONE
027300*    THAT DIFFERS IS REPORTED AS ALTERED -- CONTROL FIGURE FIRST,
027400*    LOG FIGURE SECOND.  THE RUN'S RESULT LINE CLOSES ITS LIST.
027500******************************************************************
027600 3200-CLOSE-RUN.
027700     ADD WS-RUN-RECORDS TO WS-RUN-RECORD-TOTAL.
027800     MOVE " VS " TO VR-BREAK-JOIN.
027900     IF NOT CONTROL-SEEN
028000         MOVE "NO CONTROL RECORD FOR RUN" TO VR-BREAK-TEXT
028100         MOVE SPACES TO VR-BREAK-FIGURES
028200         PERFORM 3300-WRITE-BREAK THRU 3300-EXIT
028300         GO TO 3200-RESULT
028400     END-IF.
028500     IF WS-CT-RECORD-COUNT NOT = WS-RT-RECORD-COUNT
028600         MOVE "ALTERED TOTAL - RECORD COUNT" TO VR-BREAK-TEXT
028700         MOVE WS-CT-RECORD-COUNT TO VR-BREAK-VALUE-1
028800         MOVE WS-RT-RECORD-COUNT TO VR-BREAK-VALUE-2
028900         PERFORM 3300-WRITE-BREAK THRU 3300-EXIT
029000     END-IF.
029100     IF WS-CT-NEEDLE-HASH NOT = WS-RT-NEEDLE-HASH
029200         MOVE "ALTERED TOTAL - NEEDLE HASH" TO VR-BREAK-TEXT
029300         MOVE WS-CT-NEEDLE-HASH TO VR-BREAK-VALUE-1
029400         MOVE WS-RT-NEEDLE-HASH TO VR-BREAK-VALUE-2
029500         PERFORM 3300-WRITE-BREAK THRU 3300-EXIT
029600     END-IF.
029700     IF WS-CT-FOUND-COUNT NOT = WS-RT-FOUND-COUNT
029800         MOVE "ALTERED TOTAL - FOUND ACTIVE" TO VR-BREAK-TEXT
029900         MOVE WS-CT-FOUND-COUNT TO VR-BREAK-VALUE-1
030000         MOVE WS-RT-FOUND-COUNT TO VR-BREAK-VALUE-2
030100         PERFORM 3300-WRITE-BREAK THRU 3300-EXIT
030200     END-IF.
030300     IF WS-CT-INACTIVE-COUNT NOT = WS-RT-INACTIVE-COUNT
030400         MOVE "ALTERED TOTAL - INACTIVE" TO VR-BREAK-TEXT
030500         MOVE WS-CT-INACTIVE-COUNT TO VR-BREAK-VALUE-1
030600         MOVE WS-RT-INACTIVE-COUNT TO VR-BREAK-VALUE-2
030700         PERFORM 3300-WRITE-BREAK THRU 3300-EXIT
030800     END-IF.
030900     IF WS-CT-NOTFOUND-COUNT NOT = WS-RT-NOTFOUND-COUNT
031000         MOVE "ALTERED TOTAL - NOT FOUND" TO VR-BREAK-TEXT
031100         MOVE WS-CT-NOTFOUND-COUNT TO VR-BREAK-VALUE-1
031200         MOVE WS-RT-NOTFOUND-COUNT TO VR-BREAK-VALUE-2
031300         PERFORM 3300-WRITE-BREAK THRU 3300-EXIT
031400     END-IF.
031500     IF WS-CT-NOTAVAIL-COUNT NOT = WS-RT-NOTAVAIL-COUNT
031600         MOVE "ALTERED TOTAL - NOT AVAILABLE" TO VR-BREAK-TEXT
031700         MOVE WS-CT-NOTAVAIL-COUNT TO VR-BREAK-VALUE-1
031800         MOVE WS-RT-NOTAVAIL-COUNT TO VR-BREAK-VALUE-2
031900         PERFORM 3300-WRITE-BREAK THRU 3300-EXIT
032000     END-IF.
032100     IF WS-CT-REJECTED-COUNT NOT = WS-RT-REJECTED-COUNT
032200         MOVE "ALTERED TOTAL - REJECTED" TO VR-BREAK-TEXT
032300         MOVE WS-CT-REJECTED-COUNT TO VR-BREAK-VALUE-1
032400         MOVE WS-RT-REJECTED-COUNT TO VR-BREAK-VALUE-2
032500         PERFORM 3300-WRITE-BREAK THRU 3300-EXIT
032600     END-IF.
032700 3200-RESULT.
032800     MOVE WS-RUN-RECORDS TO VR-RESULT-RECORDS.
032900     IF CONTROL-RESTART-CLOSE
033000         ADD 1 TO WS-RESTART-RUN-COUNT
033100     END-IF.
033200     IF WS-RUN-BREAKS > 0
033300         ADD 1 TO WS-BROKEN-RUN-COUNT
033400         MOVE "BROKEN" TO VR-RESULT-TEXT
033500     ELSE
033600         ADD 1 TO WS-CLEAN-RUN-COUNT
033700         IF CONTROL-RESTART-CLOSE
033800             MOVE "PROVED - CLOSED AT RESTART" TO VR-RESULT-TEXT
033900         ELSE
034000             MOVE "PROVED" TO VR-RESULT-TEXT
034100         END-IF
034200     END-IF.
034300     WRITE VERIFY-RPT-LINE FROM VR-RESULT-LINE.
034400 3200-EXIT.
034500     EXIT.
034600******************************************************************
034700*    3300-WRITE-BREAK
034800*    WRITES ONE BREAK LINE, STAGED BY THE CALLER, AND COUNTS IT
034900*    AGAINST THE RUN AND THE JOB.
035000******************************************************************
035100 3300-WRITE-BREAK.
035200     WRITE VERIFY-RPT-LINE FROM VR-BREAK-LINE.
035300     ADD 1 TO WS-RUN-BREAKS.
035400     ADD 1 TO WS-BREAK-COUNT.
035500 3300-EXIT.
035600     EXIT.
035700******************************************************************
035800*    3400-TAKE-CONTROL
035900*    HOLDS THE RUN'S CONTROL RECORD UNTIL THE RUN ENDS.  A SECOND
036000*    CONTROL RECORD FOR THE SAME RUN IS A BREAK AND IS NOT USED.
036100******************************************************************
036200 3400-TAKE-CONTROL.
036300     IF CONTROL-SEEN
036400         MOVE "SECOND CONTROL RECORD AT SEQ" TO VR-BREAK-TEXT
036500         MOVE SPACES TO VR-BREAK-FIGURES
036600         MOVE WRK-SEQ-NUMBER TO VR-BREAK-VALUE-1
036700         PERFORM 3300-WRITE-BREAK THRU 3300-EXIT
036800         GO TO 3400-EXIT
036900     END-IF.
037000     SET CONTROL-SEEN TO TRUE.
037100     MOVE WRK-REC-TYPE TO WS-CONTROL-TYPE.
037200     MOVE WRK-CONTROL-TOTALS TO WS-CONTROL-TOTALS.
037300 3400-EXIT.
037400     EXIT.
037500******************************************************************
037600*    8000-TERMINATE
037700*    PROVES THE LAST RUN, WRITES THE TOTALS PAGE AND CLOSES THE
037800*    FILES.  THE TOTALS PAGE CROSS-FOOTS
037900*      RECORDS READ = BEFORE RUN IDS + RECORDS IN RUNS
038000*      RUNS = RUNS PROVED + RUNS WITH BREAKS
038100*    ANY BREAK, OR A FAILED CROSS-FOOT, SETS RETURN-CODE 16.  A
038200*    LOG WITH NO RUN TO PROVE ENDS WITH RETURN-CODE 4.
038300******************************************************************
038400 8000-TERMINATE.
038500     IF NOT FIRST-RUN
038600         PERFORM 3200-CLOSE-RUN THRU 3200-EXIT
038700     END-IF.
038800     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
038900     CLOSE SPARTACUS-AVF-SORTED.
039000     CLOSE SPARTACUS-VERIFY-RPT.
039100 8000-EXIT.
039200     EXIT.
039300******************************************************************
039400*    8200-WRITE-TOTALS
039500*    WRITES THE CONTROL TOTALS PAGE, PROVES THE CROSS-FOOTS
039600*    LISTED UNDER 8000-TERMINATE AND SETS THE RETURN CODE.
039700******************************************************************
039800 8200-WRITE-TOTALS.
039900     MOVE "AUDIT RECORDS READ      " TO VR-COUNT-LABEL.
040000     MOVE WS-READ-COUNT TO VR-COUNT-VALUE.
040100     WRITE VERIFY-RPT-LINE FROM VR-COUNT-LINE.
040200     MOVE "BEFORE RUN IDS          " TO VR-COUNT-LABEL.
040300     MOVE WS-LEGACY-COUNT TO VR-COUNT-VALUE.
040400     WRITE VERIFY-RPT-LINE FROM VR-COUNT-LINE.
040500     MOVE "RECORDS IN RUNS         " TO VR-COUNT-LABEL.
040600     MOVE WS-RUN-RECORD-TOTAL TO VR-COUNT-VALUE.
040700     WRITE VERIFY-RPT-LINE FROM VR-COUNT-LINE.
040800     MOVE "RUNS                    " TO VR-COUNT-LABEL.
040900     MOVE WS-RUN-COUNT TO VR-COUNT-VALUE.
041000     WRITE VERIFY-RPT-LINE FROM VR-COUNT-LINE.
041100     MOVE "RUNS PROVED             " TO VR-COUNT-LABEL.
041200     MOVE WS-CLEAN-RUN-COUNT TO VR-COUNT-VALUE.
041300     WRITE VERIFY-RPT-LINE FROM VR-COUNT-LINE.
041400     MOVE "RUNS WITH BREAKS        " TO VR-COUNT-LABEL.
041500     MOVE WS-BROKEN-RUN-COUNT TO VR-COUNT-VALUE.
041600     WRITE VERIFY-RPT-LINE FROM VR-COUNT-LINE.
041700     MOVE "RUNS CLOSED AT RESTART  " TO VR-COUNT-LABEL.
041800     MOVE WS-RESTART-RUN-COUNT TO VR-COUNT-VALUE.
041900     WRITE VERIFY-RPT-LINE FROM VR-COUNT-LINE.
042000     MOVE "BREAKS FOUND            " TO VR-COUNT-LABEL.
042100     MOVE WS-BREAK-COUNT TO VR-COUNT-VALUE.
042200     WRITE VERIFY-RPT-LINE FROM VR-COUNT-LINE.
042300     COMPUTE WS-BALANCE-COUNT =
042400         WS-LEGACY-COUNT + WS-RUN-RECORD-TOTAL.
042500     IF WS-BALANCE-COUNT NOT = WS-READ-COUNT
042600         ADD 1 TO WS-BREAK-COUNT
042700     END-IF.
042800     COMPUTE WS-BALANCE-COUNT =
042900         WS-CLEAN-RUN-COUNT + WS-BROKEN-RUN-COUNT.
043000     IF WS-BALANCE-COUNT NOT = WS-RUN-COUNT
043100         ADD 1 TO WS-BREAK-COUNT
043200     END-IF.
043300     IF WS-BREAK-COUNT > 0
043400         MOVE "AUDIT LOG BREAKS FOUND - INVESTIGATE"
043500             TO VR-BALANCE-LINE
043600         WRITE VERIFY-RPT-LINE FROM VR-BALANCE-LINE
043700         MOVE 16 TO RETURN-CODE
043800         GO TO 8200-EXIT
043900     END-IF.
044000     IF WS-RUN-COUNT = 0
044100         MOVE "NO AUDIT RUN CARRIES A RUN ID - NOTHING PROVED"
044200             TO VR-BALANCE-LINE
044300         WRITE VERIFY-RPT-LINE FROM VR-BALANCE-LINE
044400         MOVE 4 TO RETURN-CODE
044500         GO TO 8200-EXIT
044600     END-IF.
044700     MOVE "AUDIT LOG PROVED - EVERY RUN IN SEQUENCE AND BALANCE"
044800         TO VR-BALANCE-LINE.
044900     WRITE VERIFY-RPT-LINE FROM VR-BALANCE-LINE.
045000 8200-EXIT.
045100     EXIT.
