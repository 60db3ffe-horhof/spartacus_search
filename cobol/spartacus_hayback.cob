000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPARTACUS-HAYBACK.
000300 AUTHOR. J QUILLEN.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 10/06/2025.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MAINTENANCE HISTORY.
000900*      DATE       BY     DESCRIPTION
001000*      ---------- ------ ------------------------------------
001100*      2025-10-06 JQ     ORIGINAL PROGRAM.  BACKS OUT ONE
001200*                        HAYMAINT RUN FROM THE MAINTENANCE
001300*                        JOURNAL (SEE HMJREC) INSTEAD OF
001400*                        RELOADING THE WHOLE KSDS FROM THE
001500*                        LAST HAYSNAP SNAPSHOT AND LOSING EVERY
001600*                        GOOD CHANGE MADE SINCE.  THE RUN IS
001700*                        NAMED BY ITS JOURNAL RUN DATE, RUN
001800*                        TIME AND JOB NAME (BACKOUT_RUN_DATE,
001900*                        BACKOUT_RUN_TIME, BACKOUT_JOB).  ITS
002000*                        ADDS, CHANGES AND DELETES ARE REVERSED
002100*                        AGAINST THE HAYSTACK KSDS IN REVERSE
002200*                        ORDER FROM THEIR BEFORE IMAGES.  A
002300*                        VALUE THE JOURNAL SHOWS WAS TOUCHED
002400*                        AGAIN BY A LATER RUN, OR WHOSE RECORD
002500*                        NO LONGER MATCHES THE RUN'S AFTER
002600*                        IMAGE, IS NOT OVERWRITTEN -- IT GOES
002700*                        TO THE CONFLICT REPORT.  EVERY
002800*                        REVERSAL IS JOURNALED UNDER THIS RUN'S
002900*                        OWN DATE, TIME, JOB AND USER, THE RUN
003000*                        FOLLOWS THE SAME RUN-CONTROL RULES AS
003100*                        HAYMAINT, AND THE TOTALS PAGE PROVES
003200*                        REVERSED PLUS CONFLICTS EQUALS THE
003300*                        JOURNAL ENTRIES SELECTED.
003310*      2026-02-02 JQ     A LATER RUN NOW MARKS EVERY SELECTED
003320*                        ENTRY FOR THE VALUE IT TOUCHED, NOT
003330*                        ONLY THE FIRST, SO A VALUE CHANGED
003340*                        TWICE BY THE SELECTED RUN AND AGAIN
003350*                        AFTERWARDS CANNOT HAVE ITS EARLIER
003360*                        CHANGE REVERSED OVER THE LATER ONE.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT SPARTACUS-HAYSTACK-FILE ASSIGN TO "HAYFILE"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS HS-VALUE.
004200     SELECT SPARTACUS-HAYMAINT-JRNL ASSIGN TO "HAYMJRNL"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT SPARTACUS-HAYBACK-CNF ASSIGN TO "HBAKCNF"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT SPARTACUS-HAYBACK-RPT ASSIGN TO "HBAKRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT SPARTACUS-RUN-CONTROL ASSIGN TO "RUNCTL"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  SPARTACUS-HAYSTACK-FILE.
005300     COPY HAYREC.
005400 FD  SPARTACUS-HAYMAINT-JRNL.
005500     COPY HMJREC.
005600 FD  SPARTACUS-HAYBACK-CNF.
005700 01  HAYBACK-CNF-LINE            PIC X(80).
005800 FD  SPARTACUS-HAYBACK-RPT.
005900 01  HAYBACK-RPT-LINE            PIC X(80).
006000 FD  SPARTACUS-RUN-CONTROL.
006100     COPY RUNREC.
006200 WORKING-STORAGE SECTION.
006300 01  BACKOUT-TABLE.
006400     05  BACKOUT-ENTRY           OCCURS 1 TO 9999 TIMES
006500                                 DEPENDING ON WS-SELECTED-COUNT
006600                                 INDEXED BY BT-IDX.
006700         10  BT-VALUE            PIC X(05).
006800         10  BT-LATER-SWITCH     PIC X(01).
006900         10  BT-JRNL-IMAGE       PIC X(90).
007000     COPY HMJREC REPLACING ==HAYMAINT-JRNL-REC==
007100                        BY ==BK-JRNL-ENTRY==
007200                        LEADING ==JN-== BY ==BJ-==.
007300 01  WS-SELECTED-COUNT           PIC 9(04) COMP VALUE 0.
007400 01  WS-ENTRY-SUB                PIC S9(04) COMP VALUE 0.
007500 01  WS-JRNL-EOF-SWITCH          PIC X(01) VALUE "N".
007600     88  JRNL-EOF                        VALUE "Y".
007700 01  WS-ON-FILE-SWITCH           PIC X(01) VALUE "N".
007800     88  HAYSTACK-ON-FILE                VALUE "Y".
007900 01  WS-BACKOUT-DATE-PARM        PIC X(08).
008000 01  WS-BACKOUT-TIME-PARM        PIC X(08).
008100 01  WS-BACKOUT-JOB              PIC X(08).
008200 01  WS-BACKOUT-DATE             PIC 9(08) VALUE 0.
008300 01  WS-BACKOUT-TIME             PIC 9(08) VALUE 0.
008400 01  WS-RUN-DATE                 PIC 9(08).
008500 01  WS-RUN-TIME                 PIC 9(08).
008600 01  WS-JOB-NAME                 PIC X(08).
008700 01  WS-USER-ID                  PIC X(08).
008800 01  WS-BACKOUT-ACTION           PIC X(01).
008900 01  WS-BEFORE-IMAGE             PIC X(26).
009000 01  WS-AFTER-IMAGE              PIC X(26).
009100 01  WS-RUNCTL-EOF-SWITCH        PIC X(01) VALUE "N".
009200     88  RUNCTL-EOF                      VALUE "Y".
009300 01  WS-SE-LAST-EVENT            PIC X(01) VALUE SPACE.
009400 01  WS-HM-LAST-EVENT            PIC X(01) VALUE SPACE.
009500 01  WS-SELF-LAST-EVENT          PIC X(01) VALUE SPACE.
009600 01  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
009700     88  RESTART-REQUESTED               VALUE "Y".
009800 01  WS-JRNL-READ-COUNT          PIC 9(08) COMP VALUE 0.
009900 01  WS-ADD-REVERSED-COUNT       PIC 9(04) COMP VALUE 0.
010000 01  WS-CHG-REVERSED-COUNT       PIC 9(04) COMP VALUE 0.
010100 01  WS-DEL-REVERSED-COUNT       PIC 9(04) COMP VALUE 0.
010200 01  WS-CONFLICT-COUNT           PIC 9(04) COMP VALUE 0.
010300 01  WS-REVERSED-TOTAL           PIC 9(04) COMP VALUE 0.
010400 01  WS-JOURNAL-WRITTEN-COUNT    PIC 9(04) COMP VALUE 0.
010500 01  WS-CROSSFOOT-COUNT          PIC 9(04) COMP VALUE 0.
010600 01  HB-HEADING-LINE.
010700     05  FILLER                  PIC X(24) VALUE
010800         "SPARTACUS HAYBACK RUN  ".
010900     05  HB-HEADING-DATE         PIC 9(08).
011000 01  HB-SELECTION-LINE.
011100     05  FILLER                  PIC X(20) VALUE
011200         "BACKING OUT RUN OF ".
011300     05  HB-SELECTION-DATE       PIC 9(08).
011400     05  FILLER                  PIC X(01) VALUE SPACE.
011500     05  HB-SELECTION-TIME       PIC 9(08).
011600     05  FILLER                  PIC X(06) VALUE " JOB ".
011700     05  HB-SELECTION-JOB        PIC X(08).
011800 01  HB-CNF-DETAIL-LINE.
011900     05  HB-CNF-ACTION           PIC X(01).
012000     05  FILLER                  PIC X(07) VALUE " VALUE ".
012100     05  HB-CNF-VALUE            PIC X(05).
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  HB-CNF-REASON           PIC X(30).
012400 01  HB-COUNT-LINE.
012500     05  HB-COUNT-LABEL          PIC X(24).
012600     05  HB-COUNT-VALUE          PIC ZZZZZZZ9.
012700 01  HB-BALANCE-LINE             PIC X(80).
012800 PROCEDURE DIVISION.
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013100     PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT
013200         UNTIL JRNL-EOF.
013300     CLOSE SPARTACUS-HAYMAINT-JRNL.
013400     OPEN EXTEND SPARTACUS-HAYMAINT-JRNL.
013500     PERFORM 3000-REVERSE-ENTRY THRU 3000-EXIT
013600         VARYING WS-ENTRY-SUB FROM WS-SELECTED-COUNT BY -1
013700         UNTIL WS-ENTRY-SUB < 1.
013800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
013900     STOP RUN.
014000******************************************************************
014100*    1000-INITIALIZE
014200*    STAMPS THE RUN IDENTIFICATION, PICKS UP AND CHECKS THE RUN
014300*    TO BE BACKED OUT -- ALL THREE PARAMETERS ARE REQUIRED, A
014400*    BACKOUT OF "WHATEVER MATCHES" IS NOT SOMETHING TO GUESS
014500*    AT -- PROVES AGAINST THE RUN-CONTROL FILE THAT THE
014600*    HAYSTACK IS FREE, THEN OPENS THE HAYSTACK FOR UPDATE, THE
014700*    JOURNAL FOR THE SELECTION PASS AND THE REPORTS.
014800******************************************************************
014900 1000-INITIALIZE.
015000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015100     ACCEPT WS-RUN-TIME FROM TIME.
015200     DISPLAY "JOB_NAME" UPON ENVIRONMENT-NAME.
015300     ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE.
015400     DISPLAY "USER" UPON ENVIRONMENT-NAME.
015500     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
015600     DISPLAY "BACKOUT_RUN_DATE" UPON ENVIRONMENT-NAME.
015700     ACCEPT WS-BACKOUT-DATE-PARM FROM ENVIRONMENT-VALUE.
015800     DISPLAY "BACKOUT_RUN_TIME" UPON ENVIRONMENT-NAME.
015900     ACCEPT WS-BACKOUT-TIME-PARM FROM ENVIRONMENT-VALUE.
016000     DISPLAY "BACKOUT_JOB" UPON ENVIRONMENT-NAME.
016100     ACCEPT WS-BACKOUT-JOB FROM ENVIRONMENT-VALUE.
016200     IF WS-BACKOUT-DATE-PARM IS NOT NUMERIC
016300         OR WS-BACKOUT-TIME-PARM IS NOT NUMERIC
016400         OR WS-BACKOUT-JOB = SPACES
016500         DISPLAY "HAYBACK - BACKOUT_RUN_DATE, BACKOUT_RUN_TIME "
016600             "AND BACKOUT_JOB MUST ALL BE GIVEN -- RUN REFUSED"
016700         MOVE 16 TO RETURN-CODE
016800         STOP RUN
016900     END-IF.
017000     MOVE WS-BACKOUT-DATE-PARM TO WS-BACKOUT-DATE.
017100     MOVE WS-BACKOUT-TIME-PARM TO WS-BACKOUT-TIME.
017200     PERFORM 1100-RUN-CONTROL-INIT THRU 1100-EXIT.
017300     OPEN I-O SPARTACUS-HAYSTACK-FILE.
017400     OPEN INPUT SPARTACUS-HAYMAINT-JRNL.
017500     OPEN OUTPUT SPARTACUS-HAYBACK-CNF.
017600     OPEN OUTPUT SPARTACUS-HAYBACK-RPT.
017700     MOVE WS-RUN-DATE TO HB-HEADING-DATE.
017800     WRITE HAYBACK-CNF-LINE FROM HB-HEADING-LINE.
017900     WRITE HAYBACK-RPT-LINE FROM HB-HEADING-LINE.
018000     MOVE WS-BACKOUT-DATE TO HB-SELECTION-DATE.
018100     MOVE WS-BACKOUT-TIME TO HB-SELECTION-TIME.
018200     MOVE WS-BACKOUT-JOB TO HB-SELECTION-JOB.
018300     WRITE HAYBACK-CNF-LINE FROM HB-SELECTION-LINE.
018400     WRITE HAYBACK-RPT-LINE FROM HB-SELECTION-LINE.
018500 1000-EXIT.
018600     EXIT.
018700******************************************************************
018800*    2000-LOAD-JOURNAL
018900*    READS ONE JOURNAL RECORD.  A RECORD OF THE RUN BEING
019000*    BACKED OUT IS ADDED TO THE BACKOUT TABLE IN JOURNAL ORDER.
019100*    A RECORD OF ANY OTHER RUN THAT FOLLOWS THE SELECTED RUN ON
019200*    THE JOURNAL AND TOUCHES A VALUE ALREADY IN THE TABLE MARKS
019300*    EVERY SUCH ENTRY AS CHANGED AGAIN SINCE -- INCLUDING A PRIOR
019400*    BACKOUT OF THE SAME RUN, SO A RUN CANNOT BE BACKED OUT
019500*    TWICE.  HAYMAINT COUNTS A RUN IN FOUR DIGITS, SO THE
019600*    9999-ENTRY TABLE HOLDS ANY ONE RUN.
019700******************************************************************
019800 2000-LOAD-JOURNAL.
019900     READ SPARTACUS-HAYMAINT-JRNL
020000         AT END
020100             SET JRNL-EOF TO TRUE
020200             GO TO 2000-EXIT
020300     END-READ.
020400     ADD 1 TO WS-JRNL-READ-COUNT.
020500     IF JN-RUN-DATE = WS-BACKOUT-DATE
020600         AND JN-RUN-TIME = WS-BACKOUT-TIME
020700         AND JN-JOB-NAME = WS-BACKOUT-JOB
020800         IF WS-SELECTED-COUNT >= 9999
020900             DISPLAY "SELECTED RUN EXCEEDS THE 9999-ENTRY "
021000                 "BACKOUT TABLE -- RUN ABORTED"
021100             MOVE 90 TO RETURN-CODE
021200             STOP RUN
021300         END-IF
021400         ADD 1 TO WS-SELECTED-COUNT
021500         MOVE JN-VALUE TO BT-VALUE(WS-SELECTED-COUNT)
021600         MOVE "N" TO BT-LATER-SWITCH(WS-SELECTED-COUNT)
021700         MOVE HAYMAINT-JRNL-REC
021800             TO BT-JRNL-IMAGE(WS-SELECTED-COUNT)
021900         GO TO 2000-EXIT
022000     END-IF.
022100     IF WS-SELECTED-COUNT = 0
022200         GO TO 2000-EXIT
022300     END-IF.
022400     PERFORM 2100-MARK-LATER THRU 2100-EXIT
022500         VARYING BT-IDX FROM 1 BY 1
022600         UNTIL BT-IDX > WS-SELECTED-COUNT.
023100 2000-EXIT.
023200     EXIT.
023205******************************************************************
023210*    2100-MARK-LATER
023215*    MARKS ONE BACKOUT TABLE ENTRY CHANGED AGAIN SINCE WHEN IT
023220*    HOLDS THE VALUE OF THE LATER JOURNAL RECORD.  EVERY ENTRY
023225*    IS TESTED -- THE SELECTED RUN MAY HAVE TOUCHED THE SAME
023230*    VALUE MORE THAN ONCE, AND EACH OF THOSE ENTRIES MUST BE
023235*    HELD BACK FROM REVERSAL, NOT JUST THE FIRST.
023240******************************************************************
023245 2100-MARK-LATER.
023250     IF BT-VALUE(BT-IDX) = JN-VALUE
023255         MOVE "Y" TO BT-LATER-SWITCH(BT-IDX)
023260     END-IF.
023265 2100-EXIT.
023270     EXIT.
023300******************************************************************
023400*    3000-REVERSE-ENTRY
023500*    REVERSES ONE SELECTED JOURNAL ENTRY, LAST ONE FIRST, SO A
023600*    VALUE ADDED AND THEN CHANGED IN THE SAME RUN UNWINDS IN
023700*    THE RIGHT ORDER.  THE CURRENT HAYSTACK RECORD IS READ
023800*    FIRST; THE ACTION ROUTINES DECIDE FROM IT WHETHER THE
023900*    REVERSAL IS SAFE OR IS A CONFLICT.
024000******************************************************************
024100 3000-REVERSE-ENTRY.
024200     MOVE BT-JRNL-IMAGE(WS-ENTRY-SUB) TO BK-JRNL-ENTRY.
024300     IF BT-LATER-SWITCH(WS-ENTRY-SUB) = "Y"
024400         MOVE "CHANGED AGAIN BY A LATER RUN" TO HB-CNF-REASON
024500         PERFORM 3300-WRITE-CONFLICT THRU 3300-EXIT
024600         GO TO 3000-EXIT
024700     END-IF.
024800     MOVE "Y" TO WS-ON-FILE-SWITCH.
024900     MOVE BJ-VALUE TO HS-VALUE.
025000     READ SPARTACUS-HAYSTACK-FILE
025100         INVALID KEY
025200             MOVE "N" TO WS-ON-FILE-SWITCH
025300     END-READ.
025400     IF BJ-ACTION-ADD
025500         PERFORM 3100-REVERSE-ADD THRU 3100-EXIT
025600     ELSE
025700         IF BJ-ACTION-CHANGE
025800             PERFORM 3150-REVERSE-CHANGE THRU 3150-EXIT
025900         ELSE
026000             IF BJ-ACTION-DELETE
026100                 PERFORM 3200-REVERSE-DELETE THRU 3200-EXIT
026200             ELSE
026300                 MOVE "JOURNAL ACTION IS NOT A, C OR D"
026400                     TO HB-CNF-REASON
026500                 PERFORM 3300-WRITE-CONFLICT THRU 3300-EXIT
026600             END-IF
026700         END-IF
026800     END-IF.
026900 3000-EXIT.
027000     EXIT.
027100******************************************************************
027200*    3100-REVERSE-ADD
027300*    REVERSES AN ADD BY DELETING THE VALUE, BUT ONLY WHILE THE
027400*    RECORD ON FILE IS STILL EXACTLY WHAT THE RUN ADDED.
027500******************************************************************
027600 3100-REVERSE-ADD.
027700     IF NOT HAYSTACK-ON-FILE
027800         MOVE "ADDED VALUE NO LONGER ON FILE" TO HB-CNF-REASON
027900         PERFORM 3300-WRITE-CONFLICT THRU 3300-EXIT
028000         GO TO 3100-EXIT
028100     END-IF.
028200     IF HAYSTACK-REC NOT = BJ-AFTER-IMAGE
028300         MOVE "RECORD CHANGED SINCE THE RUN" TO HB-CNF-REASON
028400         PERFORM 3300-WRITE-CONFLICT THRU 3300-EXIT
028500         GO TO 3100-EXIT
028600     END-IF.
028700     MOVE HAYSTACK-REC TO WS-BEFORE-IMAGE.
028800     DELETE SPARTACUS-HAYSTACK-FILE
028900         INVALID KEY
029000             MOVE "DELETE FAILED ON FILE" TO HB-CNF-REASON
029100             PERFORM 3300-WRITE-CONFLICT THRU 3300-EXIT
029200             GO TO 3100-EXIT
029300     END-DELETE.
029400     ADD 1 TO WS-ADD-REVERSED-COUNT.
029500     MOVE "D" TO WS-BACKOUT-ACTION.
029600     MOVE SPACES TO WS-AFTER-IMAGE.
029700     PERFORM 3400-WRITE-JOURNAL THRU 3400-EXIT.
029800 3100-EXIT.
029900     EXIT.
030000******************************************************************
030100*    3150-REVERSE-CHANGE
030200*    REVERSES A CHANGE BY REWRITING THE RECORD FROM ITS BEFORE
030300*    IMAGE, BUT ONLY WHILE THE RECORD ON FILE IS STILL EXACTLY
030400*    THE RUN'S AFTER IMAGE.
030500******************************************************************
030600 3150-REVERSE-CHANGE.
030700     IF NOT HAYSTACK-ON-FILE
030800         MOVE "CHANGED VALUE NO LONGER ON FILE" TO HB-CNF-REASON
030900         PERFORM 3300-WRITE-CONFLICT THRU 3300-EXIT
031000         GO TO 3150-EXIT
031100     END-IF.
031200     IF HAYSTACK-REC NOT = BJ-AFTER-IMAGE
031300         MOVE "RECORD CHANGED SINCE THE RUN" TO HB-CNF-REASON
031400         PERFORM 3300-WRITE-CONFLICT THRU 3300-EXIT
031500         GO TO 3150-EXIT
031600     END-IF.
031700     MOVE HAYSTACK-REC TO WS-BEFORE-IMAGE.
031800     MOVE BJ-BEFORE-IMAGE TO HAYSTACK-REC.
031900     REWRITE HAYSTACK-REC
032000         INVALID KEY
032100             MOVE "REWRITE FAILED ON FILE" TO HB-CNF-REASON
032200             PERFORM 3300-WRITE-CONFLICT THRU 3300-EXIT
032300             GO TO 3150-EXIT
032400     END-REWRITE.
032500     ADD 1 TO WS-CHG-REVERSED-COUNT.
032600     MOVE "C" TO WS-BACKOUT-ACTION.
032700     MOVE HAYSTACK-REC TO WS-AFTER-IMAGE.
032800     PERFORM 3400-WRITE-JOURNAL THRU 3400-EXIT.
032900 3150-EXIT.
033000     EXIT.
033100******************************************************************
033200*    3200-REVERSE-DELETE
033300*    REVERSES A DELETE BY WRITING THE RECORD BACK FROM ITS
033400*    BEFORE IMAGE, BUT ONLY WHILE THE VALUE IS STILL OFF THE
033500*    FILE -- A VALUE ADDED BACK SINCE IS LEFT AS IT IS.
033600******************************************************************
033700 3200-REVERSE-DELETE.
033800     IF HAYSTACK-ON-FILE
033900         MOVE "DELETED VALUE IS BACK ON FILE" TO HB-CNF-REASON
034000         PERFORM 3300-WRITE-CONFLICT THRU 3300-EXIT
034100         GO TO 3200-EXIT
034200     END-IF.
034300     MOVE BJ-BEFORE-IMAGE TO HAYSTACK-REC.
034400     WRITE HAYSTACK-REC
034500         INVALID KEY
034600             MOVE "WRITE FAILED ON FILE" TO HB-CNF-REASON
034700             PERFORM 3300-WRITE-CONFLICT THRU 3300-EXIT
034800             GO TO 3200-EXIT
034900     END-WRITE.
035000     ADD 1 TO WS-DEL-REVERSED-COUNT.
035100     MOVE "A" TO WS-BACKOUT-ACTION.
035200     MOVE SPACES TO WS-BEFORE-IMAGE.
035300     MOVE HAYSTACK-REC TO WS-AFTER-IMAGE.
035400     PERFORM 3400-WRITE-JOURNAL THRU 3400-EXIT.
035500 3200-EXIT.
035600     EXIT.
035700******************************************************************
035800*    3300-WRITE-CONFLICT
035900*    WRITES ONE CONFLICT LINE FOR A JOURNAL ENTRY THAT WAS NOT
036000*    REVERSED.  THE CALLER HAS ALREADY SET THE REASON TEXT.
036100******************************************************************
036200 3300-WRITE-CONFLICT.
036300     ADD 1 TO WS-CONFLICT-COUNT.
036400     MOVE BJ-ACTION-CODE TO HB-CNF-ACTION.
036500     MOVE BJ-VALUE TO HB-CNF-VALUE.
036600     WRITE HAYBACK-CNF-LINE FROM HB-CNF-DETAIL-LINE.
036700 3300-EXIT.
036800     EXIT.
036900******************************************************************
037000*    3400-WRITE-JOURNAL
037100*    APPENDS ONE MAINTENANCE JOURNAL RECORD FOR THE REVERSAL
037200*    JUST APPLIED, STAMPED WITH THIS RUN'S OWN IDENTIFICATION.
037300*    THE ACTION IS THE ONE ACTUALLY APPLIED -- A REVERSED ADD
037400*    JOURNALS AS A DELETE -- SO THE BACKOUT CAN ITSELF BE BACKED
037500*    OUT.  THE CALLER HAS ALREADY STAGED THE IMAGES.
037600******************************************************************
037700 3400-WRITE-JOURNAL.
037800     MOVE WS-RUN-DATE TO JN-RUN-DATE.
037900     MOVE WS-RUN-TIME TO JN-RUN-TIME.
038000     MOVE WS-BACKOUT-ACTION TO JN-ACTION-CODE.
038100     MOVE BJ-VALUE TO JN-VALUE.
038200     MOVE WS-JOB-NAME TO JN-JOB-NAME.
038300     MOVE WS-USER-ID TO JN-USER-ID.
038400     MOVE WS-BEFORE-IMAGE TO JN-BEFORE-IMAGE.
038500     MOVE WS-AFTER-IMAGE TO JN-AFTER-IMAGE.
038600     WRITE HAYMAINT-JRNL-REC.
038700     ADD 1 TO WS-JOURNAL-WRITTEN-COUNT.
038800 3400-EXIT.
038900     EXIT.
039000******************************************************************
039100*    8000-TERMINATE
039200*    WRITES THE TOTALS PAGE AND CROSS-FOOTS IT: ENTRIES
039300*    SELECTED MUST EQUAL ENTRIES REVERSED PLUS CONFLICTS.  AN
039400*    OUT-OF-BALANCE RUN ENDS WITH RETURN-CODE 91, A RUN WITH
039500*    CONFLICTS WITH 8, AND A SELECTION THAT MATCHED NO JOURNAL
039600*    ENTRY WITH 12.
039700******************************************************************
039800 8000-TERMINATE.
039900     MOVE "JOURNAL RECORDS READ    " TO HB-COUNT-LABEL.
040000     MOVE WS-JRNL-READ-COUNT TO HB-COUNT-VALUE.
040100     WRITE HAYBACK-RPT-LINE FROM HB-COUNT-LINE.
040200     MOVE "JOURNAL ENTRIES SELECTED" TO HB-COUNT-LABEL.
040300     MOVE WS-SELECTED-COUNT TO HB-COUNT-VALUE.
040400     WRITE HAYBACK-RPT-LINE FROM HB-COUNT-LINE.
040500     MOVE "ADDS REVERSED           " TO HB-COUNT-LABEL.
040600     MOVE WS-ADD-REVERSED-COUNT TO HB-COUNT-VALUE.
040700     WRITE HAYBACK-RPT-LINE FROM HB-COUNT-LINE.
040800     MOVE "CHANGES REVERSED        " TO HB-COUNT-LABEL.
040900     MOVE WS-CHG-REVERSED-COUNT TO HB-COUNT-VALUE.
041000     WRITE HAYBACK-RPT-LINE FROM HB-COUNT-LINE.
041100     MOVE "DELETES REVERSED        " TO HB-COUNT-LABEL.
041200     MOVE WS-DEL-REVERSED-COUNT TO HB-COUNT-VALUE.
041300     WRITE HAYBACK-RPT-LINE FROM HB-COUNT-LINE.
041400     COMPUTE WS-REVERSED-TOTAL =
041500         WS-ADD-REVERSED-COUNT + WS-CHG-REVERSED-COUNT
041600         + WS-DEL-REVERSED-COUNT.
041700     MOVE "TOTAL REVERSED          " TO HB-COUNT-LABEL.
041800     MOVE WS-REVERSED-TOTAL TO HB-COUNT-VALUE.
041900     WRITE HAYBACK-RPT-LINE FROM HB-COUNT-LINE.
042000     MOVE "CONFLICTS NOT REVERSED  " TO HB-COUNT-LABEL.
042100     MOVE WS-CONFLICT-COUNT TO HB-COUNT-VALUE.
042200     WRITE HAYBACK-RPT-LINE FROM HB-COUNT-LINE.
042300     MOVE "JOURNAL RECORDS WRITTEN " TO HB-COUNT-LABEL.
042400     MOVE WS-JOURNAL-WRITTEN-COUNT TO HB-COUNT-VALUE.
042500     WRITE HAYBACK-RPT-LINE FROM HB-COUNT-LINE.
042600     COMPUTE WS-CROSSFOOT-COUNT =
042700         WS-REVERSED-TOTAL + WS-CONFLICT-COUNT.
042800     IF WS-CROSSFOOT-COUNT = WS-SELECTED-COUNT
042900         AND WS-JOURNAL-WRITTEN-COUNT = WS-REVERSED-TOTAL
043000         MOVE "BACKOUT IN BALANCE"
043100             TO HB-BALANCE-LINE
043200     ELSE
043300         MOVE "BACKOUT OUT OF BALANCE - INVESTIGATE"
043400             TO HB-BALANCE-LINE
043500     END-IF.
043600     WRITE HAYBACK-RPT-LINE FROM HB-BALANCE-LINE.
043700     PERFORM 1160-STAMP-END THRU 1160-EXIT.
043800     CLOSE SPARTACUS-HAYSTACK-FILE.
043900     CLOSE SPARTACUS-HAYMAINT-JRNL.
044000     CLOSE SPARTACUS-HAYBACK-CNF.
044100     CLOSE SPARTACUS-HAYBACK-RPT.
044200     IF WS-SELECTED-COUNT = 0
044300         DISPLAY "HAYBACK - NO JOURNAL ENTRIES FOR RUN "
044400             WS-BACKOUT-DATE " " WS-BACKOUT-TIME " "
044500             WS-BACKOUT-JOB
044600         MOVE 12 TO RETURN-CODE
044700     END-IF.
044800     IF WS-CONFLICT-COUNT > 0
044900         MOVE 8 TO RETURN-CODE
045000     END-IF.
045100     IF WS-CROSSFOOT-COUNT NOT = WS-SELECTED-COUNT
045200         OR WS-JOURNAL-WRITTEN-COUNT NOT = WS-REVERSED-TOTAL
045300         MOVE 91 TO RETURN-CODE
045400     END-IF.
045500 8000-EXIT.
045600     EXIT.
045700******************************************************************
045800*    1100-RUN-CONTROL-INIT
045900*    SCANS THE SHARED RUN-CONTROL FILE FOR THIS CYCLE DATE AND
046000*    REFUSES THE RUN ON THE SAME TERMS AS HAYMAINT: WHILE A
046100*    SEARCH IS OPEN AGAINST THE HAYSTACK, WHILE A HAYMAINT RUN
046200*    IS OPEN, OR WHILE ANOTHER HAYBACK RUN IS STILL OPEN, THEN
046300*    STAMPS THIS RUN'S START RECORD.  RESTART_IND OVERRIDES
046400*    ONLY THE HAYBACK-IN-FLIGHT REFUSAL; ANY ENTRY A CRASHED
046500*    BACKOUT ALREADY REVERSED IS ON THE JOURNAL AFTER THE RUN
046600*    AND COMES OUT AS A CONFLICT, NOT AS A SECOND REVERSAL.
046700*    THE APPROVAL GATE HAYMAINT ALSO CHECKS DOES NOT APPLY --
046800*    A BACKOUT APPLIES NO SUBMITTED TRANSACTIONS.  THE OPEN
046900*    EXTEND/CLOSE PAIR UP FRONT CREATES THE FILE ON THE FIRST
047000*    CYCLE IT IS EVER USED.
047100******************************************************************
047200 1100-RUN-CONTROL-INIT.
047300     DISPLAY "RESTART_IND" UPON ENVIRONMENT-NAME.
047400     ACCEPT WS-RESTART-SWITCH FROM ENVIRONMENT-VALUE.
047500     OPEN EXTEND SPARTACUS-RUN-CONTROL.
047600     CLOSE SPARTACUS-RUN-CONTROL.
047700     OPEN INPUT SPARTACUS-RUN-CONTROL.
047800     PERFORM 1110-SCAN-RUN-CONTROL THRU 1110-EXIT
047900         UNTIL RUNCTL-EOF.
048000     CLOSE SPARTACUS-RUN-CONTROL.
048100     IF WS-SE-LAST-EVENT = "S"
048200         DISPLAY "RUN CONTROL - A SEARCH IS OPEN AGAINST THE "
048300             "HAYSTACK FOR CYCLE " WS-RUN-DATE " -- RUN REFUSED"
048400         MOVE 16 TO RETURN-CODE
048500         STOP RUN
048600     END-IF.
048700     IF WS-HM-LAST-EVENT = "S"
048800         DISPLAY "RUN CONTROL - A HAYMAINT RUN IS OPEN FOR "
048900             "CYCLE " WS-RUN-DATE " -- RUN REFUSED"
049000         MOVE 16 TO RETURN-CODE
049100         STOP RUN
049200     END-IF.
049300     IF WS-SELF-LAST-EVENT = "S"
049400         IF RESTART-REQUESTED
049500             DISPLAY "RUN CONTROL - PRIOR HAYBACK LEFT OPEN "
049600                 "FOR CYCLE " WS-RUN-DATE " -- RESTART HONORED"
049700         ELSE
049800             DISPLAY "RUN CONTROL - A HAYBACK RUN IS ALREADY "
049900                 "OPEN FOR CYCLE " WS-RUN-DATE " -- RUN REFUSED"
050000             MOVE 16 TO RETURN-CODE
050100             STOP RUN
050200         END-IF
050300     END-IF.
050400     OPEN EXTEND SPARTACUS-RUN-CONTROL.
050500     PERFORM 1150-STAMP-START THRU 1150-EXIT.
050600 1100-EXIT.
050700     EXIT.
050800******************************************************************
050900*    1110-SCAN-RUN-CONTROL
051000*    READS ONE RUN-CONTROL RECORD AND, FOR THIS CYCLE DATE,
051100*    REMEMBERS THE LAST EVENT STAMPED BY THE SEARCH, HAYMAINT
051200*    AND HAYBACK STEPS.  THE LAST RECORD ON THE FILE WINS.
051300******************************************************************
051400 1110-SCAN-RUN-CONTROL.
051500     READ SPARTACUS-RUN-CONTROL
051600         AT END
051700             SET RUNCTL-EOF TO TRUE
051800             GO TO 1110-EXIT
051900     END-READ.
052000     IF RN-CYCLE-DATE NOT = WS-RUN-DATE
052100         GO TO 1110-EXIT
052200     END-IF.
052300     IF RN-PROGRAM-ID = "SEARCH"
052400         MOVE RN-EVENT-CODE TO WS-SE-LAST-EVENT
052500     END-IF.
052600     IF RN-PROGRAM-ID = "HAYMAINT"
052700         MOVE RN-EVENT-CODE TO WS-HM-LAST-EVENT
052800     END-IF.
052900     IF RN-PROGRAM-ID = "HAYBACK"
053000         MOVE RN-EVENT-CODE TO WS-SELF-LAST-EVENT
053100     END-IF.
053200 1110-EXIT.
053300     EXIT.
053400******************************************************************
053500*    1150-STAMP-START
053600*    APPENDS THIS RUN'S START RECORD TO THE RUN-CONTROL FILE.
053700******************************************************************
053800 1150-STAMP-START.
053900     MOVE WS-RUN-DATE TO RN-CYCLE-DATE.
054000     MOVE "HAYBACK" TO RN-PROGRAM-ID.
054100     SET RN-EVENT-START TO TRUE.
054200     MOVE SPACE TO RN-CONDITION-CODE.
054300     MOVE WS-RUN-TIME TO RN-RUN-TIME.
054400     MOVE WS-JOB-NAME TO RN-JOB-NAME.
054500     WRITE RUN-CONTROL-REC.
054600 1150-EXIT.
054700     EXIT.
054800******************************************************************
054900*    1160-STAMP-END
055000*    APPENDS THIS RUN'S CLEAN END RECORD AND CLOSES THE
055100*    RUN-CONTROL FILE.  CONFLICTS ARE A WARNING, NOT A FAILURE
055200*    -- EVERY SELECTED ENTRY IS ACCOUNTED FOR ON THE TOTALS
055300*    PAGE.  AN ABORTED RUN NEVER GETS HERE, WHICH IS HOW THE
055400*    NEXT RUN SEES IT WAS LEFT OPEN.
055500******************************************************************
055600 1160-STAMP-END.
055700     MOVE WS-RUN-DATE TO RN-CYCLE-DATE.
055800     MOVE "HAYBACK" TO RN-PROGRAM-ID.
055900     SET RN-EVENT-END TO TRUE.
056000     SET RN-COND-CLEAN TO TRUE.
056100     ACCEPT WS-RUN-TIME FROM TIME.
056200     MOVE WS-RUN-TIME TO RN-RUN-TIME.
056300     MOVE WS-JOB-NAME TO RN-JOB-NAME.
056400     WRITE RUN-CONTROL-REC.
056500     CLOSE SPARTACUS-RUN-CONTROL.
056600 1160-EXIT.
056700     EXIT.
