000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPARTACUS-CHGBACK.
000300 AUTHOR. J QUILLEN.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 10/20/2025.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MAINTENANCE HISTORY.
000900*      DATE       BY     DESCRIPTION
001000*      ---------- ------ ------------------------------------
001100*      2025-10-20 JQ     ORIGINAL PROGRAM.  MONTHLY DEPARTMENTAL
001200*                        CHARGEBACK OVER THE AUDIT LOG.  THE
001300*                        CURRENT LOG AND AN ARCHIVE GENERATION
001400*                        FROM AUDARCH (THE SAME AUDREC LAYOUT)
001500*                        ARE SORTED TOGETHER BY REQUESTING
001600*                        DEPARTMENT, AND EVERY AUDIT RECORD RUN
001700*                        IN THE BILLING MONTH IS PRICED FROM THE
001800*                        RATE TABLE (SEE RATEREC) BY ITS SEARCH
001900*                        TYPE AND OUTCOME -- SO A RANGE OR
002000*                        PREFIX REQUEST IS BILLED PER VALUE IT
002100*                        RETURNED, AS THE AUDIT LOG RECORDS IT.
002200*                        AUDIT RECORDS FROM BEFORE THE SEARCH
002300*                        TYPE WAS CARRIED SHOW A SPACE AND ARE
002400*                        PRICED AS EXACT.  PRINTS ONE STATEMENT
002500*                        PER DEPARTMENT AND WRITES A BALANCED
002600*                        GENERAL LEDGER JOURNAL (SEE GLJREC): A
002700*                        DEBIT PER DEPARTMENT TO ITS COST
002800*                        CENTER AND ONE CREDIT TO THE DATA
002900*                        CENTER RECOVERY ACCOUNT.  BILL_MONTH
003000*                        (YYYYMM) NAMES THE PERIOD, DEFAULTING
003100*                        TO THE MONTH BEFORE THE RUN DATE.  THE
003200*                        TOTALS PAGE TIES THE RECORDS PRICED
003300*                        BACK TO THE AUDIT RECORDS READ FOR THE
003400*                        PERIOD AND THE DEBITS TO THE CREDITS;
003500*                        OUT OF BALANCE SETS RETURN-CODE 16 AND
003600*                        THE JOURNAL MUST NOT BE POSTED.
003620*      2025-12-01 JQ     THE CONTROL RECORD EACH SEARCH RUN NOW
003640*                        APPENDS TO THE AUDIT LOG IS NOT A
003660*                        SEARCH.  IT IS COUNTED ON THE TOTALS
003680*                        PAGE AND NEVER PRICED.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT SPARTACUS-RATE-TABLE ASSIGN TO "RATEFILE"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT SPARTACUS-AUDIT-LOG ASSIGN TO "AUDFILE"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT SPARTACUS-AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT SPARTACUS-CHG-SORTWORK ASSIGN TO "CHGSRT".
004800     SELECT SPARTACUS-CHG-SORTED ASSIGN TO "CHGSORTD"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT SPARTACUS-GL-JOURNAL ASSIGN TO "GLJRNL"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT SPARTACUS-CHGBACK-RPT ASSIGN TO "CHGSTMT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SPARTACUS-RATE-TABLE.
005700     COPY RATEREC.
005800 FD  SPARTACUS-AUDIT-LOG.
005900     COPY AUDREC.
006000 FD  SPARTACUS-AUDIT-ARCHIVE.
006100     COPY AUDREC REPLACING ==AUDIT-REC==      BY ==ARCHIVE-REC==
006200                          LEADING ==AL-==    BY ==AR-==.
006300 SD  SPARTACUS-CHG-SORTWORK.
006400     COPY AUDREC REPLACING ==AUDIT-REC==      BY ==SORT-REC==
006500                          LEADING ==AL-==    BY ==SRT-==.
006600 FD  SPARTACUS-CHG-SORTED.
006700     COPY AUDREC REPLACING ==AUDIT-REC==      BY ==WORK-REC==
006800                          LEADING ==AL-==    BY ==WRK-==.
006900 FD  SPARTACUS-GL-JOURNAL.
007000     COPY GLJREC.
007100 FD  SPARTACUS-CHGBACK-RPT.
007200 01  CHGBACK-RPT-LINE            PIC X(80).
007300 WORKING-STORAGE SECTION.
007400 01  WS-RATE-EOF-SWITCH          PIC X(01) VALUE "N".
007500     88  RATE-EOF                        VALUE "Y".
007600 01  WS-SORTED-EOF-SWITCH        PIC X(01) VALUE "N".
007700     88  SORTED-EOF                      VALUE "Y".
007800 01  WS-FIRST-RECORD-SWITCH      PIC X(01) VALUE "Y".
007900     88  FIRST-RECORD                    VALUE "Y".
008000 01  WS-RATE-ERROR-SWITCH        PIC X(01) VALUE "N".
008100     88  RATE-TABLE-IN-ERROR             VALUE "Y".
008200 01  WS-CONTROL-LOADED-SWITCH    PIC X(01) VALUE "N".
008300     88  CONTROL-LOADED                  VALUE "Y".
008400 01  WS-SUSPENSE-SWITCH          PIC X(01) VALUE "N".
008500     88  DEPT-IN-SUSPENSE                VALUE "Y".
008600 01  WS-BALANCE-SWITCH           PIC X(01) VALUE "Y".
008700     88  CHARGEBACK-IN-BALANCE           VALUE "Y".
008800 01  WS-MONTH-PARM               PIC X(06).
008900 01  WS-BILL-PERIOD.
009000     05  WS-BILL-YEAR            PIC 9(04).
009100     05  WS-BILL-MONTH           PIC 9(02).
009200 01  WS-BILL-PERIOD-NUM REDEFINES WS-BILL-PERIOD
009300                                 PIC 9(06).
009400 01  WS-RUN-DATE                 PIC 9(08).
009500 01  WS-FROM-DATE                PIC 9(08) VALUE 0.
009600 01  WS-TO-DATE                  PIC 9(08) VALUE 0.
009700 01  WS-RECOVERY-ACCOUNT         PIC X(10) VALUE SPACES.
009800 01  WS-SUSPENSE-CENTER          PIC X(10) VALUE SPACES.
009900 01  RATE-TABLE.
010000     05  RATE-TYPE-ENTRY         OCCURS 3 TIMES.
010100         10  RATE-OUTCOME-ENTRY  OCCURS 5 TIMES.
010200             15  RA-RATE         PIC 9(03)V99.
010300             15  RA-LOADED-FLAG  PIC X(01).
010400 01  DEPT-CENTER-TABLE.
010500     05  DEPT-CENTER-ENTRY       OCCURS 1 TO 500 TIMES
010600                                 DEPENDING ON WS-DEPT-CENTER-COUNT
010700                                 INDEXED BY DC-IDX.
010800         10  DC-DEPT-CODE        PIC X(04).
010900         10  DC-COST-CENTER      PIC X(10).
011000         10  DC-DEPT-NAME        PIC X(20).
011100 01  WS-DEPT-CENTER-COUNT        PIC 9(04) COMP VALUE 0.
011200 01  DEPT-ACTIVITY-TABLE.
011300     05  DA-TYPE-ENTRY           OCCURS 3 TIMES.
011400         10  DA-OUTCOME-ENTRY    OCCURS 5 TIMES.
011500             15  DA-COUNT        PIC 9(08) COMP.
011600 01  ALL-ACTIVITY-TABLE.
011700     05  AA-TYPE-ENTRY           OCCURS 3 TIMES.
011800         10  AA-OUTCOME-ENTRY    OCCURS 5 TIMES.
011900             15  AA-COUNT        PIC 9(08) COMP.
012000 01  WS-TYPE-SUB                 PIC 9(02) COMP VALUE 0.
012100 01  WS-OUTCOME-SUB              PIC 9(02) COMP VALUE 0.
012200 01  WS-CLASS-TYPE               PIC X(01).
012300 01  WS-CLASS-OUTCOME            PIC X(01).
012400 01  WS-TYPE-LABEL               PIC X(06).
012500 01  WS-OUTCOME-LABEL            PIC X(13).
012600 01  WS-CURRENT-DEPT             PIC X(04).
012700 01  WS-CURRENT-CENTER           PIC X(10).
012800 01  WS-CURRENT-NAME             PIC X(20).
012900 01  WS-CELL-AMOUNT              PIC 9(09)V99 VALUE 0.
013000 01  WS-DEPT-AMOUNT              PIC 9(09)V99 VALUE 0.
013100 01  WS-DEPT-REQUESTS            PIC 9(08) COMP VALUE 0.
013200 01  WS-DEPT-UNPRICED            PIC 9(08) COMP VALUE 0.
013300 01  WS-STATEMENT-TOTAL          PIC 9(11)V99 VALUE 0.
013400 01  WS-ALL-AMOUNT               PIC 9(11)V99 VALUE 0.
013500 01  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE 0.
013600 01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE 0.
013700 01  WS-RATE-RECORD-COUNT        PIC 9(08) COMP VALUE 0.
013800 01  WS-READ-COUNT               PIC 9(08) COMP VALUE 0.
013900 01  WS-OUTSIDE-COUNT            PIC 9(08) COMP VALUE 0.
013950 01  WS-CONTROL-COUNT            PIC 9(08) COMP VALUE 0.
014000 01  WS-PERIOD-COUNT             PIC 9(08) COMP VALUE 0.
014100 01  WS-PRICED-COUNT             PIC 9(08) COMP VALUE 0.
014200 01  WS-UNPRICED-COUNT           PIC 9(08) COMP VALUE 0.
014300 01  WS-STATEMENT-REQUESTS       PIC 9(08) COMP VALUE 0.
014400 01  WS-ALL-REQUESTS             PIC 9(08) COMP VALUE 0.
014500 01  WS-DEPT-COUNT               PIC 9(08) COMP VALUE 0.
014600 01  WS-SUSPENSE-COUNT           PIC 9(08) COMP VALUE 0.
014700 01  WS-GL-LINE-COUNT            PIC 9(06) COMP VALUE 0.
014800 01  WS-BALANCE-COUNT            PIC 9(08) COMP VALUE 0.
014900 01  CB-HEADING-LINE.
015000     05  FILLER                  PIC X(36) VALUE
015100         "SPARTACUS DEPARTMENTAL CHARGEBACK   ".
015200     05  CB-HEADING-DATE         PIC 9(08).
015300 01  CB-PERIOD-LINE.
015400     05  FILLER                  PIC X(15) VALUE
015500         "BILLING PERIOD ".
015600     05  CB-PERIOD               PIC 9(06).
015700     05  FILLER                  PIC X(02) VALUE " (".
015800     05  CB-PERIOD-FROM          PIC 9(08).
015900     05  FILLER                  PIC X(09) VALUE " THROUGH ".
016000     05  CB-PERIOD-TO            PIC 9(08).
016100     05  FILLER                  PIC X(01) VALUE ")".
016200 01  CB-DEPT-HEADER-LINE.
016300     05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
016400     05  CB-DEPT-HEADER-CODE     PIC X(04).
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  CB-DEPT-HEADER-NAME     PIC X(20).
016700 01  CB-CENTER-LINE.
016800     05  FILLER                  PIC X(12) VALUE "COST CENTER ".
016900     05  CB-CENTER-CODE          PIC X(10).
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  CB-CENTER-NOTE          PIC X(40).
017200 01  CB-ALL-HEADER-LINE          PIC X(80) VALUE
017300     "ALL DEPARTMENTS".
017400 01  CB-COLUMN-LINE              PIC X(80) VALUE
017500     "TYPE   OUTCOME        REQUESTS    RATE          AMOUNT".
017600 01  CB-DETAIL-LINE.
017700     05  CB-DETAIL-TYPE          PIC X(06).
017800     05  FILLER                  PIC X(01) VALUE SPACES.
017900     05  CB-DETAIL-OUTCOME       PIC X(13).
018000     05  FILLER                  PIC X(01) VALUE SPACES.
018100     05  CB-DETAIL-REQUESTS      PIC ZZZZZZZ9.
018200     05  FILLER                  PIC X(02) VALUE SPACES.
018300     05  CB-DETAIL-RATE          PIC ZZ9.99.
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  CB-DETAIL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
018600 01  CB-TOTAL-LINE.
018700     05  CB-TOTAL-LABEL          PIC X(20).
018800     05  FILLER                  PIC X(01) VALUE SPACES.
018900     05  CB-TOTAL-REQUESTS       PIC ZZZZZZZ9.
019000     05  FILLER                  PIC X(10) VALUE SPACES.
019100     05  CB-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
019200 01  CB-COUNT-LINE.
019300     05  CB-COUNT-LABEL          PIC X(24).
019400     05  CB-COUNT-VALUE          PIC ZZZZZZZ9.
019500 01  CB-AMOUNT-LINE.
019600     05  CB-AMOUNT-LABEL         PIC X(24).
019700     05  CB-AMOUNT-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019800 01  CB-BALANCE-LINE             PIC X(80).
019900 01  GL-DESCRIPTION.
020000     05  FILLER                  PIC X(21) VALUE
020100         "SPARTACUS CHARGEBACK ".
020200     05  GL-DESC-PERIOD          PIC 9(06).
020300     05  FILLER                  PIC X(03) VALUE SPACES.
020400 PROCEDURE DIVISION.
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020700     SORT SPARTACUS-CHG-SORTWORK
020800         ON ASCENDING KEY SRT-DEPT-CODE
020900         USING SPARTACUS-AUDIT-LOG
021000               SPARTACUS-AUDIT-ARCHIVE
021100         GIVING SPARTACUS-CHG-SORTED.
021200     OPEN INPUT SPARTACUS-CHG-SORTED.
021300     PERFORM 2000-READ-SORTED THRU 2000-EXIT.
021400     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
021500         UNTIL SORTED-EOF.
021600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021700     STOP RUN.
021800******************************************************************
021900*    1000-INITIALIZE
022000*    PICKS UP AND EDITS THE BILLING MONTH, LOADS AND PROVES THE
022100*    RATE TABLE, OPENS THE OUTPUT FILES AND WRITES THE STATEMENT
022200*    HEADINGS AND THE JOURNAL HEADER.  A BAD BILLING MONTH OR AN
022300*    INCOMPLETE RATE TABLE ABORTS THE RUN BEFORE ANYTHING IS
022400*    PRICED -- A DEPARTMENT MUST NEVER BE BILLED AT A RATE
022500*    NOBODY SET.
022600******************************************************************
022700 1000-INITIALIZE.
022800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022900     DISPLAY "BILL_MONTH" UPON ENVIRONMENT-NAME.
023000     ACCEPT WS-MONTH-PARM FROM ENVIRONMENT-VALUE.
023100     IF WS-MONTH-PARM = SPACES
023200         COMPUTE WS-BILL-PERIOD-NUM = WS-RUN-DATE / 100
023300         IF WS-BILL-MONTH = 1
023400             MOVE 12 TO WS-BILL-MONTH
023500             SUBTRACT 1 FROM WS-BILL-YEAR
023600         ELSE
023700             SUBTRACT 1 FROM WS-BILL-MONTH
023800         END-IF
023900     ELSE
024000         IF WS-MONTH-PARM IS NOT NUMERIC
024100             DISPLAY "BILL_MONTH PARAMETER IS NOT A YYYYMM "
024200                 "PERIOD -- RUN ABORTED"
024300             MOVE 16 TO RETURN-CODE
024400             STOP RUN
024500         END-IF
024600         MOVE WS-MONTH-PARM TO WS-BILL-PERIOD
024700     END-IF.
024800     IF WS-BILL-MONTH < 1 OR WS-BILL-MONTH > 12
024900         DISPLAY "BILL_MONTH PARAMETER IS NOT A YYYYMM "
025000             "PERIOD -- RUN ABORTED"
025100         MOVE 16 TO RETURN-CODE
025200         STOP RUN
025300     END-IF.
025400     COMPUTE WS-FROM-DATE = WS-BILL-PERIOD-NUM * 100 + 1.
025500     COMPUTE WS-TO-DATE = WS-BILL-PERIOD-NUM * 100 + 31.
025600     OPEN INPUT SPARTACUS-RATE-TABLE.
025700     PERFORM 1200-LOAD-RATES THRU 1200-EXIT
025800         UNTIL RATE-EOF.
025900     CLOSE SPARTACUS-RATE-TABLE.
026000     PERFORM 1300-CHECK-RATES THRU 1300-EXIT.
026100     OPEN OUTPUT SPARTACUS-GL-JOURNAL.
026200     OPEN OUTPUT SPARTACUS-CHGBACK-RPT.
026300     MOVE WS-RUN-DATE TO CB-HEADING-DATE.
026400     WRITE CHGBACK-RPT-LINE FROM CB-HEADING-LINE.
026500     MOVE WS-BILL-PERIOD-NUM TO CB-PERIOD.
026600     MOVE WS-FROM-DATE TO CB-PERIOD-FROM.
026700     MOVE WS-TO-DATE TO CB-PERIOD-TO.
026800     WRITE CHGBACK-RPT-LINE FROM CB-PERIOD-LINE.
026900     MOVE WS-BILL-PERIOD-NUM TO GL-DESC-PERIOD.
027000     MOVE SPACES TO GL-JOURNAL-REC.
027100     SET GJ-HEADER-REC TO TRUE.
027200     MOVE "SPARTACS" TO GJ-HDR-SOURCE.
027300     MOVE WS-BILL-PERIOD-NUM TO GJ-HDR-PERIOD.
027400     MOVE WS-RUN-DATE TO GJ-HDR-JOURNAL-DATE.
027500     WRITE GL-JOURNAL-REC.
027600 1000-EXIT.
027700     EXIT.
027800******************************************************************
027900*    1200-LOAD-RATES
028000*    READS ONE RATE TABLE RECORD AND FILES IT BY TYPE: A RATE
028100*    INTO ITS SEARCH TYPE AND OUTCOME CELL, A DEPARTMENT INTO
028200*    THE COST CENTER TABLE, THE CONTROL RECORD INTO THE
028300*    RECOVERY AND SUSPENSE ACCOUNTS.  AN UNRECOGNISED, INVALID
028400*    OR DUPLICATED RECORD IS LISTED AND MARKS THE TABLE IN
028500*    ERROR; THE WHOLE FILE IS STILL READ SO EVERY FAULT SHOWS
028600*    ON ONE RUN.
028700******************************************************************
028800 1200-LOAD-RATES.
028900     READ SPARTACUS-RATE-TABLE
029000         AT END
029100             SET RATE-EOF TO TRUE
029200             GO TO 1200-EXIT
029300     END-READ.
029400     ADD 1 TO WS-RATE-RECORD-COUNT.
029500     IF CR-RATE-REC
029600         PERFORM 1210-LOAD-RATE THRU 1210-EXIT
029700         GO TO 1200-EXIT
029800     END-IF.
029900     IF CR-DEPT-REC
030000         PERFORM 1220-LOAD-DEPT THRU 1220-EXIT
030100         GO TO 1200-EXIT
030200     END-IF.
030300     IF CR-CONTROL-REC
030400         IF CONTROL-LOADED
030500             DISPLAY "RATE TABLE CARRIES MORE THAN ONE CONTROL "
030600                 "RECORD"
030700             SET RATE-TABLE-IN-ERROR TO TRUE
030800             GO TO 1200-EXIT
030900         END-IF
031000         MOVE CR-RECOVERY-ACCOUNT TO WS-RECOVERY-ACCOUNT
031100         MOVE CR-SUSPENSE-CENTER TO WS-SUSPENSE-CENTER
031200         SET CONTROL-LOADED TO TRUE
031300         GO TO 1200-EXIT
031400     END-IF.
031500     DISPLAY "RATE TABLE RECORD TYPE " CR-REC-TYPE
031600         " NOT RECOGNISED".
031700     SET RATE-TABLE-IN-ERROR TO TRUE.
031800 1200-EXIT.
031900     EXIT.
032000******************************************************************
032100*    1210-LOAD-RATE
032200*    FILES ONE RATE INTO THE CELL FOR ITS SEARCH TYPE AND
032300*    OUTCOME.  A CELL MAY BE SET ONLY ONCE.
032400******************************************************************
032500 1210-LOAD-RATE.
032600     MOVE CR-RATE-SEARCH-TYPE TO WS-CLASS-TYPE.
032700     MOVE CR-RATE-OUTCOME TO WS-CLASS-OUTCOME.
032800     PERFORM 2500-CLASSIFY-ACTIVITY THRU 2500-EXIT.
032900     IF WS-TYPE-SUB = 0 OR WS-OUTCOME-SUB = 0
033000         OR CR-RATE-AMOUNT IS NOT NUMERIC
033100         DISPLAY "RATE TABLE RATE FOR TYPE " CR-RATE-SEARCH-TYPE
033200             " OUTCOME " CR-RATE-OUTCOME " IS NOT VALID"
033300         SET RATE-TABLE-IN-ERROR TO TRUE
033400         GO TO 1210-EXIT
033500     END-IF.
033600     IF RA-LOADED-FLAG(WS-TYPE-SUB, WS-OUTCOME-SUB) = "Y"
033700         DISPLAY "RATE TABLE RATE FOR TYPE " CR-RATE-SEARCH-TYPE
033800             " OUTCOME " CR-RATE-OUTCOME " IS DUPLICATED"
033900         SET RATE-TABLE-IN-ERROR TO TRUE
034000         GO TO 1210-EXIT
034100     END-IF.
034200     MOVE CR-RATE-AMOUNT TO RA-RATE(WS-TYPE-SUB, WS-OUTCOME-SUB).
034300     MOVE "Y" TO RA-LOADED-FLAG(WS-TYPE-SUB, WS-OUTCOME-SUB).
034400 1210-EXIT.
034500     EXIT.
034600******************************************************************
034700*    1220-LOAD-DEPT
034800*    ADDS ONE DEPARTMENT AND ITS COST CENTER TO THE COST CENTER
034900*    TABLE.  A DEPARTMENT MAY APPEAR ONLY ONCE.
035000******************************************************************
035100 1220-LOAD-DEPT.
035200     IF CR-DEPT-COST-CENTER = SPACES
035300         DISPLAY "RATE TABLE DEPARTMENT " CR-DEPT-CODE
035400             " HAS NO COST CENTER"
035500         SET RATE-TABLE-IN-ERROR TO TRUE
035600         GO TO 1220-EXIT
035700     END-IF.
035800     IF WS-DEPT-CENTER-COUNT > 0
035900         SET DC-IDX TO 1
036000         SEARCH DEPT-CENTER-ENTRY
036100             WHEN DC-DEPT-CODE(DC-IDX) = CR-DEPT-CODE
036200                 DISPLAY "RATE TABLE DEPARTMENT " CR-DEPT-CODE
036300                     " IS DUPLICATED"
036400                 SET RATE-TABLE-IN-ERROR TO TRUE
036500                 GO TO 1220-EXIT
036600         END-SEARCH
036700     END-IF.
036800     IF WS-DEPT-CENTER-COUNT >= 500
036900         DISPLAY "RATE TABLE EXCEEDS THE 500-DEPARTMENT TABLE "
037000             "LIMIT -- RUN ABORTED"
037100         MOVE 90 TO RETURN-CODE
037200         STOP RUN
037300     END-IF.
037400     ADD 1 TO WS-DEPT-CENTER-COUNT.
037500     MOVE CR-DEPT-CODE TO DC-DEPT-CODE(WS-DEPT-CENTER-COUNT).
037600     MOVE CR-DEPT-COST-CENTER
037700         TO DC-COST-CENTER(WS-DEPT-CENTER-COUNT).
037800     MOVE CR-DEPT-NAME TO DC-DEPT-NAME(WS-DEPT-CENTER-COUNT).
037900 1220-EXIT.
038000     EXIT.
038100******************************************************************
038200*    1300-CHECK-RATES
038300*    PROVES THE LOADED RATE TABLE IS COMPLETE: A RATE FOR EVERY
038400*    SEARCH TYPE AND OUTCOME, AND A CONTROL RECORD NAMING BOTH
038500*    THE RECOVERY ACCOUNT AND THE SUSPENSE COST CENTER.  ANY
038600*    FAULT HERE OR FROM THE LOAD ABORTS THE RUN.  THE COST
038700*    CENTER TABLE NEED NOT BE COMPLETE -- A DEPARTMENT MISSING
038800*    FROM IT IS BILLED TO SUSPENSE AND FLAGGED.
038900******************************************************************
039000 1300-CHECK-RATES.
039100     PERFORM 1310-CHECK-RATE-CELL THRU 1310-EXIT
039200         VARYING WS-TYPE-SUB FROM 1 BY 1
039300             UNTIL WS-TYPE-SUB > 3
039400         AFTER WS-OUTCOME-SUB FROM 1 BY 1
039500             UNTIL WS-OUTCOME-SUB > 5.
039600     IF NOT CONTROL-LOADED
039700         OR WS-RECOVERY-ACCOUNT = SPACES
039800         OR WS-SUSPENSE-CENTER = SPACES
039900         DISPLAY "RATE TABLE HAS NO COMPLETE CONTROL RECORD"
040000         SET RATE-TABLE-IN-ERROR TO TRUE
040100     END-IF.
040200     IF RATE-TABLE-IN-ERROR
040300         DISPLAY "CHARGEBACK RATE TABLE IS NOT COMPLETE OR NOT "
040400             "VALID -- RUN ABORTED"
040500         MOVE 16 TO RETURN-CODE
040600         STOP RUN
040700     END-IF.
040800 1300-EXIT.
040900     EXIT.
041000******************************************************************
041100*    1310-CHECK-RATE-CELL
041200*    LISTS AND FLAGS ONE SEARCH TYPE AND OUTCOME CELL THE RATE
041300*    TABLE LEFT UNSET.
041400******************************************************************
041500 1310-CHECK-RATE-CELL.
041600     IF RA-LOADED-FLAG(WS-TYPE-SUB, WS-OUTCOME-SUB) = "Y"
041700         GO TO 1310-EXIT
041800     END-IF.
041900     PERFORM 2600-SET-CELL-LABELS THRU 2600-EXIT.
042000     DISPLAY "RATE TABLE HAS NO RATE FOR " WS-TYPE-LABEL " "
042100         WS-OUTCOME-LABEL.
042200     SET RATE-TABLE-IN-ERROR TO TRUE.
042300 1310-EXIT.
042400     EXIT.
042500******************************************************************
042600*    2000-READ-SORTED
042700*    READS THE NEXT RECORD FROM THE DEPARTMENT-SORTED AUDIT
042800*    WORK FILE.
042900******************************************************************
043000 2000-READ-SORTED.
043100     READ SPARTACUS-CHG-SORTED
043200         AT END
043300             SET SORTED-EOF TO TRUE
043400     END-READ.
043500 2000-EXIT.
043600     EXIT.
043700******************************************************************
043800*    2500-CLASSIFY-ACTIVITY
043900*    TURNS THE SEARCH TYPE AND OUTCOME STAGED IN WS-CLASS-TYPE
044000*    AND WS-CLASS-OUTCOME INTO RATE TABLE SUBSCRIPTS.  A SPACE
044100*    TYPE IS EXACT.  A CODE NOT RECOGNISED RETURNS A ZERO
044200*    SUBSCRIPT.
044300******************************************************************
044400 2500-CLASSIFY-ACTIVITY.
044500     MOVE 0 TO WS-TYPE-SUB.
044600     MOVE 0 TO WS-OUTCOME-SUB.
044700     IF WS-CLASS-TYPE = "E" OR WS-CLASS-TYPE = SPACE
044800         MOVE 1 TO WS-TYPE-SUB
044900     END-IF.
045000     IF WS-CLASS-TYPE = "R"
045100         MOVE 2 TO WS-TYPE-SUB
045200     END-IF.
045300     IF WS-CLASS-TYPE = "P"
045400         MOVE 3 TO WS-TYPE-SUB
045500     END-IF.
045600     IF WS-CLASS-OUTCOME = "F"
045700         MOVE 1 TO WS-OUTCOME-SUB
045800     END-IF.
045900     IF WS-CLASS-OUTCOME = "X"
046000         MOVE 2 TO WS-OUTCOME-SUB
046100     END-IF.
046200     IF WS-CLASS-OUTCOME = "N"
046300         MOVE 3 TO WS-OUTCOME-SUB
046400     END-IF.
046500     IF WS-CLASS-OUTCOME = "U"
046600         MOVE 4 TO WS-OUTCOME-SUB
046700     END-IF.
046800     IF WS-CLASS-OUTCOME = "R"
046900         MOVE 5 TO WS-OUTCOME-SUB
047000     END-IF.
047100 2500-EXIT.
047200     EXIT.
047300******************************************************************
047400*    2600-SET-CELL-LABELS
047500*    SETS THE PRINTED SEARCH TYPE AND OUTCOME NAMES FOR THE CELL
047600*    IN WS-TYPE-SUB AND WS-OUTCOME-SUB.
047700******************************************************************
047800 2600-SET-CELL-LABELS.
047900     IF WS-TYPE-SUB = 1
048000         MOVE "EXACT " TO WS-TYPE-LABEL
048100     END-IF.
048200     IF WS-TYPE-SUB = 2
048300         MOVE "RANGE " TO WS-TYPE-LABEL
048400     END-IF.
048500     IF WS-TYPE-SUB = 3
048600         MOVE "PREFIX" TO WS-TYPE-LABEL
048700     END-IF.
048800     IF WS-OUTCOME-SUB = 1
048900         MOVE "FOUND        " TO WS-OUTCOME-LABEL
049000     END-IF.
049100     IF WS-OUTCOME-SUB = 2
049200         MOVE "INACTIVE     " TO WS-OUTCOME-LABEL
049300     END-IF.
049400     IF WS-OUTCOME-SUB = 3
049500         MOVE "NOT FOUND    " TO WS-OUTCOME-LABEL
049600     END-IF.
049700     IF WS-OUTCOME-SUB = 4
049800         MOVE "NOT AVAILABLE" TO WS-OUTCOME-LABEL
049900     END-IF.
050000     IF WS-OUTCOME-SUB = 5
050100         MOVE "REJECTED     " TO WS-OUTCOME-LABEL
050200     END-IF.
050300 2600-EXIT.
050400     EXIT.
050500******************************************************************
050600*    3000-PROCESS-RECORD
050700*    COUNTS ONE SORTED AUDIT RECORD AND SKIPS IT WHEN ITS RUN
050800*    DATE IS OUTSIDE THE BILLING MONTH.  OTHERWISE BREAKS ON A
050900*    CHANGE OF DEPARTMENT TO CLOSE THE PRIOR STATEMENT AND OPEN
051000*    A NEW ONE, THEN COUNTS THE RECORD INTO ITS SEARCH TYPE AND
051100*    OUTCOME CELL FOR THE DEPARTMENT AND FOR THE RUN.  A RECORD
051200*    WHOSE TYPE OR OUTCOME HAS NO RATE CELL IS COUNTED AS NOT
051300*    PRICEABLE, NOT GUESSED.
051350*    AN AUDIT RUN CONTROL RECORD IS COUNTED AND PASSED OVER.
051400******************************************************************
051500 3000-PROCESS-RECORD.
051600     ADD 1 TO WS-READ-COUNT.
051620     IF WRK-CONTROL-REC
051640         ADD 1 TO WS-CONTROL-COUNT
051660         GO TO 3000-READ
051680     END-IF.
051700     IF WRK-RUN-DATE < WS-FROM-DATE OR WRK-RUN-DATE > WS-TO-DATE
051800         ADD 1 TO WS-OUTSIDE-COUNT
051900         GO TO 3000-READ
052000     END-IF.
052100     ADD 1 TO WS-PERIOD-COUNT.
052200     IF FIRST-RECORD
052300         MOVE "N" TO WS-FIRST-RECORD-SWITCH
052400         MOVE WRK-DEPT-CODE TO WS-CURRENT-DEPT
052500         PERFORM 3100-START-DEPT THRU 3100-EXIT
052600     END-IF.
052700     IF WRK-DEPT-CODE NOT = WS-CURRENT-DEPT
052800         PERFORM 3200-CLOSE-DEPT THRU 3200-EXIT
052900         MOVE WRK-DEPT-CODE TO WS-CURRENT-DEPT
053000         PERFORM 3100-START-DEPT THRU 3100-EXIT
053100     END-IF.
053200     MOVE WRK-SEARCH-TYPE TO WS-CLASS-TYPE.
053300     MOVE WRK-FOUND-FLAG TO WS-CLASS-OUTCOME.
053400     PERFORM 2500-CLASSIFY-ACTIVITY THRU 2500-EXIT.
053500     IF WS-TYPE-SUB = 0 OR WS-OUTCOME-SUB = 0
053600         ADD 1 TO WS-UNPRICED-COUNT WS-DEPT-UNPRICED
053700         GO TO 3000-READ
053800     END-IF.
053900     ADD 1 TO DA-COUNT(WS-TYPE-SUB, WS-OUTCOME-SUB)
054000         AA-COUNT(WS-TYPE-SUB, WS-OUTCOME-SUB).
054100     ADD 1 TO WS-PRICED-COUNT.
054200 3000-READ.
054300     PERFORM 2000-READ-SORTED THRU 2000-EXIT.
054400 3000-EXIT.
054500     EXIT.
054600******************************************************************
054700*    3100-START-DEPT
054800*    OPENS A NEW DEPARTMENT STATEMENT: CLEARS ITS ACTIVITY
054900*    CELLS, LOOKS UP ITS COST CENTER (SUSPENSE WHEN THE RATE
055000*    TABLE DOES NOT NAME ONE) AND WRITES THE STATEMENT HEADER
055100*    AND COLUMN LINES.
055200******************************************************************
055300 3100-START-DEPT.
055400     PERFORM 3110-CLEAR-DEPT-CELL THRU 3110-EXIT
055500         VARYING WS-TYPE-SUB FROM 1 BY 1
055600             UNTIL WS-TYPE-SUB > 3
055700         AFTER WS-OUTCOME-SUB FROM 1 BY 1
055800             UNTIL WS-OUTCOME-SUB > 5.
055900     MOVE 0 TO WS-DEPT-UNPRICED.
056000     MOVE "Y" TO WS-SUSPENSE-SWITCH.
056100     MOVE WS-SUSPENSE-CENTER TO WS-CURRENT-CENTER.
056200     MOVE SPACES TO WS-CURRENT-NAME.
056300     IF WS-DEPT-CENTER-COUNT > 0
056400         SET DC-IDX TO 1
056500         SEARCH DEPT-CENTER-ENTRY
056600             WHEN DC-DEPT-CODE(DC-IDX) = WS-CURRENT-DEPT
056700                 MOVE "N" TO WS-SUSPENSE-SWITCH
056800                 MOVE DC-COST-CENTER(DC-IDX) TO WS-CURRENT-CENTER
056900                 MOVE DC-DEPT-NAME(DC-IDX) TO WS-CURRENT-NAME
057000         END-SEARCH
057100     END-IF.
057200     MOVE WS-CURRENT-DEPT TO CB-DEPT-HEADER-CODE.
057300     MOVE WS-CURRENT-NAME TO CB-DEPT-HEADER-NAME.
057400     WRITE CHGBACK-RPT-LINE FROM CB-DEPT-HEADER-LINE.
057500     MOVE WS-CURRENT-CENTER TO CB-CENTER-CODE.
057600     MOVE SPACES TO CB-CENTER-NOTE.
057700     IF DEPT-IN-SUSPENSE
057800         MOVE "SUSPENSE -- NO COST CENTER ON RATE TABLE"
057900             TO CB-CENTER-NOTE
058000     END-IF.
058100     WRITE CHGBACK-RPT-LINE FROM CB-CENTER-LINE.
058200     WRITE CHGBACK-RPT-LINE FROM CB-COLUMN-LINE.
058300 3100-EXIT.
058400     EXIT.
058500******************************************************************
058600*    3110-CLEAR-DEPT-CELL
058700*    CLEARS ONE DEPARTMENT ACTIVITY CELL.
058800******************************************************************
058900 3110-CLEAR-DEPT-CELL.
059000     MOVE 0 TO DA-COUNT(WS-TYPE-SUB, WS-OUTCOME-SUB).
059100 3110-EXIT.
059200     EXIT.
059300******************************************************************
059400*    3200-CLOSE-DEPT
059500*    CLOSES THE DEPARTMENT STATEMENT JUST COMPLETED: PRICES AND
059600*    LISTS EACH CELL WITH ACTIVITY, WRITES THE STATEMENT TOTAL,
059700*    AND DEBITS THE TOTAL TO THE DEPARTMENT'S COST CENTER ON
059800*    THE JOURNAL.  A DEPARTMENT WITH NOTHING TO PAY GETS ITS
059900*    STATEMENT BUT NO JOURNAL LINE.
060000******************************************************************
060100 3200-CLOSE-DEPT.
060200     MOVE 0 TO WS-DEPT-AMOUNT.
060300     MOVE 0 TO WS-DEPT-REQUESTS.
060400     PERFORM 3210-WRITE-DEPT-CELL THRU 3210-EXIT
060500         VARYING WS-TYPE-SUB FROM 1 BY 1
060600             UNTIL WS-TYPE-SUB > 3
060700         AFTER WS-OUTCOME-SUB FROM 1 BY 1
060800             UNTIL WS-OUTCOME-SUB > 5.
060900     MOVE "DEPARTMENT TOTAL    " TO CB-TOTAL-LABEL.
061000     MOVE WS-DEPT-REQUESTS TO CB-TOTAL-REQUESTS.
061100     MOVE WS-DEPT-AMOUNT TO CB-TOTAL-AMOUNT.
061200     WRITE CHGBACK-RPT-LINE FROM CB-TOTAL-LINE.
061300     IF WS-DEPT-UNPRICED > 0
061400         MOVE "NOT PRICEABLE       " TO CB-TOTAL-LABEL
061500         MOVE WS-DEPT-UNPRICED TO CB-TOTAL-REQUESTS
061600         MOVE 0 TO CB-TOTAL-AMOUNT
061700         WRITE CHGBACK-RPT-LINE FROM CB-TOTAL-LINE
061800     END-IF.
061900     ADD 1 TO WS-DEPT-COUNT.
062000     IF DEPT-IN-SUSPENSE
062100         ADD 1 TO WS-SUSPENSE-COUNT
062200     END-IF.
062300     ADD WS-DEPT-REQUESTS TO WS-STATEMENT-REQUESTS.
062400     ADD WS-DEPT-AMOUNT TO WS-STATEMENT-TOTAL.
062500     IF WS-DEPT-AMOUNT = 0
062600         GO TO 3200-EXIT
062700     END-IF.
062800     MOVE SPACES TO GL-JOURNAL-REC.
062900     SET GJ-DETAIL-REC TO TRUE.
063000     MOVE WS-CURRENT-CENTER TO GJ-DTL-ACCOUNT.
063100     MOVE WS-CURRENT-DEPT TO GJ-DTL-DEPT-CODE.
063200     SET GJ-DTL-DEBIT TO TRUE.
063300     MOVE WS-DEPT-AMOUNT TO GJ-DTL-AMOUNT.
063400     MOVE GL-DESCRIPTION TO GJ-DTL-DESCRIPTION.
063500     WRITE GL-JOURNAL-REC.
063600     ADD 1 TO WS-GL-LINE-COUNT.
063700     ADD WS-DEPT-AMOUNT TO WS-DEBIT-TOTAL.
063800 3200-EXIT.
063900     EXIT.
064000******************************************************************
064100*    3210-WRITE-DEPT-CELL
064200*    PRICES ONE DEPARTMENT ACTIVITY CELL AT ITS RATE AND LISTS
064300*    IT ON THE STATEMENT.  A CELL WITH NO ACTIVITY IS NOT
064400*    LISTED.
064500******************************************************************
064600 3210-WRITE-DEPT-CELL.
064700     IF DA-COUNT(WS-TYPE-SUB, WS-OUTCOME-SUB) = 0
064800         GO TO 3210-EXIT
064900     END-IF.
065000     COMPUTE WS-CELL-AMOUNT =
065100         DA-COUNT(WS-TYPE-SUB, WS-OUTCOME-SUB)
065200         * RA-RATE(WS-TYPE-SUB, WS-OUTCOME-SUB).
065300     ADD WS-CELL-AMOUNT TO WS-DEPT-AMOUNT.
065400     ADD DA-COUNT(WS-TYPE-SUB, WS-OUTCOME-SUB)
065500         TO WS-DEPT-REQUESTS.
065600     PERFORM 2600-SET-CELL-LABELS THRU 2600-EXIT.
065700     MOVE WS-TYPE-LABEL TO CB-DETAIL-TYPE.
065800     MOVE WS-OUTCOME-LABEL TO CB-DETAIL-OUTCOME.
065900     MOVE DA-COUNT(WS-TYPE-SUB, WS-OUTCOME-SUB)
066000         TO CB-DETAIL-REQUESTS.
066100     MOVE RA-RATE(WS-TYPE-SUB, WS-OUTCOME-SUB) TO CB-DETAIL-RATE.
066200     MOVE WS-CELL-AMOUNT TO CB-DETAIL-AMOUNT.
066300     WRITE CHGBACK-RPT-LINE FROM CB-DETAIL-LINE.
066400 3210-EXIT.
066500     EXIT.
066600******************************************************************
066700*    8000-TERMINATE
066800*    CLOSES THE LAST DEPARTMENT STATEMENT (IF ANY RECORD FELL IN
066900*    THE PERIOD), WRITES THE ALL-DEPARTMENTS SUMMARY PRICED
067000*    AFRESH FROM THE RUN'S OWN CELLS, CREDITS THAT TOTAL TO THE
067100*    RECOVERY ACCOUNT AND CLOSES THE JOURNAL WITH ITS TRAILER.
067200*    THE TOTALS PAGE THEN PROVES THE RUN:
067300*      RECORDS READ = RUN CONTROL + OUTSIDE + IN THE PERIOD
067400*      IN THE PERIOD = PRICED + NOT PRICEABLE
067500*      PRICED = STATEMENT REQUESTS = SUMMARY REQUESTS
067600*      STATEMENT TOTAL = JOURNAL DEBITS = JOURNAL CREDITS
067700*    ANY BREAK SETS RETURN-CODE 16 -- THE JOURNAL MUST NOT BE
067800*    POSTED.  OTHERWISE RETURN-CODE 4 FLAGS A RUN WITH RECORDS
067900*    NOT PRICEABLE, A DEPARTMENT BILLED TO SUSPENSE, OR NO
068000*    ACTIVITY IN THE PERIOD AT ALL.
068100******************************************************************
068200 8000-TERMINATE.
068300     IF NOT FIRST-RECORD
068400         PERFORM 3200-CLOSE-DEPT THRU 3200-EXIT
068500     END-IF.
068600     WRITE CHGBACK-RPT-LINE FROM CB-ALL-HEADER-LINE.
068700     WRITE CHGBACK-RPT-LINE FROM CB-COLUMN-LINE.
068800     PERFORM 8100-WRITE-ALL-CELL THRU 8100-EXIT
068900         VARYING WS-TYPE-SUB FROM 1 BY 1
069000             UNTIL WS-TYPE-SUB > 3
069100         AFTER WS-OUTCOME-SUB FROM 1 BY 1
069200             UNTIL WS-OUTCOME-SUB > 5.
069300     MOVE "ALL DEPARTMENTS     " TO CB-TOTAL-LABEL.
069400     MOVE WS-ALL-REQUESTS TO CB-TOTAL-REQUESTS.
069500     MOVE WS-ALL-AMOUNT TO CB-TOTAL-AMOUNT.
069600     WRITE CHGBACK-RPT-LINE FROM CB-TOTAL-LINE.
069700     IF WS-ALL-AMOUNT > 0
069800         MOVE SPACES TO GL-JOURNAL-REC
069900         SET GJ-DETAIL-REC TO TRUE
070000         MOVE WS-RECOVERY-ACCOUNT TO GJ-DTL-ACCOUNT
070100         SET GJ-DTL-CREDIT TO TRUE
070200         MOVE WS-ALL-AMOUNT TO GJ-DTL-AMOUNT
070300         MOVE GL-DESCRIPTION TO GJ-DTL-DESCRIPTION
070400         WRITE GL-JOURNAL-REC
070500         ADD 1 TO WS-GL-LINE-COUNT
070600         ADD WS-ALL-AMOUNT TO WS-CREDIT-TOTAL
070700     END-IF.
070800     MOVE SPACES TO GL-JOURNAL-REC.
070900     SET GJ-TRAILER-REC TO TRUE.
071000     MOVE WS-GL-LINE-COUNT TO GJ-TRL-LINE-COUNT.
071100     MOVE WS-DEBIT-TOTAL TO GJ-TRL-DEBIT-TOTAL.
071200     MOVE WS-CREDIT-TOTAL TO GJ-TRL-CREDIT-TOTAL.
071300     WRITE GL-JOURNAL-REC.
071400     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
071500     CLOSE SPARTACUS-CHG-SORTED.
071600     CLOSE SPARTACUS-GL-JOURNAL.
071700     CLOSE SPARTACUS-CHGBACK-RPT.
071800 8000-EXIT.
071900     EXIT.
072000******************************************************************
072100*    8100-WRITE-ALL-CELL
072200*    PRICES ONE RUN-WIDE ACTIVITY CELL AT ITS RATE AND LISTS IT
072300*    ON THE ALL-DEPARTMENTS SUMMARY.  A CELL WITH NO ACTIVITY
072400*    IS NOT LISTED.
072500******************************************************************
072600 8100-WRITE-ALL-CELL.
072700     IF AA-COUNT(WS-TYPE-SUB, WS-OUTCOME-SUB) = 0
072800         GO TO 8100-EXIT
072900     END-IF.
073000     COMPUTE WS-CELL-AMOUNT =
073100         AA-COUNT(WS-TYPE-SUB, WS-OUTCOME-SUB)
073200         * RA-RATE(WS-TYPE-SUB, WS-OUTCOME-SUB).
073300     ADD WS-CELL-AMOUNT TO WS-ALL-AMOUNT.
073400     ADD AA-COUNT(WS-TYPE-SUB, WS-OUTCOME-SUB)
073500         TO WS-ALL-REQUESTS.
073600     PERFORM 2600-SET-CELL-LABELS THRU 2600-EXIT.
073700     MOVE WS-TYPE-LABEL TO CB-DETAIL-TYPE.
073800     MOVE WS-OUTCOME-LABEL TO CB-DETAIL-OUTCOME.
073900     MOVE AA-COUNT(WS-TYPE-SUB, WS-OUTCOME-SUB)
074000         TO CB-DETAIL-REQUESTS.
074100     MOVE RA-RATE(WS-TYPE-SUB, WS-OUTCOME-SUB) TO CB-DETAIL-RATE.
074200     MOVE WS-CELL-AMOUNT TO CB-DETAIL-AMOUNT.
074300     WRITE CHGBACK-RPT-LINE FROM CB-DETAIL-LINE.
074400 8100-EXIT.
074500     EXIT.
074600******************************************************************
074700*    8200-WRITE-TOTALS
074800*    WRITES THE CONTROL TOTALS PAGE, PROVES THE CROSS-FOOTS
074900*    LISTED UNDER 8000-TERMINATE AND SETS THE RETURN CODE.
075000******************************************************************
075100 8200-WRITE-TOTALS.
075200     MOVE "AUDIT RECORDS READ      " TO CB-COUNT-LABEL.
075300     MOVE WS-READ-COUNT TO CB-COUNT-VALUE.
075400     WRITE CHGBACK-RPT-LINE FROM CB-COUNT-LINE.
075425     MOVE "RUN CONTROL RECORDS     " TO CB-COUNT-LABEL.
075450     MOVE WS-CONTROL-COUNT TO CB-COUNT-VALUE.
075475     WRITE CHGBACK-RPT-LINE FROM CB-COUNT-LINE.
075500     MOVE "OUTSIDE BILLING PERIOD  " TO CB-COUNT-LABEL.
075600     MOVE WS-OUTSIDE-COUNT TO CB-COUNT-VALUE.
075700     WRITE CHGBACK-RPT-LINE FROM CB-COUNT-LINE.
075800     MOVE "IN BILLING PERIOD       " TO CB-COUNT-LABEL.
075900     MOVE WS-PERIOD-COUNT TO CB-COUNT-VALUE.
076000     WRITE CHGBACK-RPT-LINE FROM CB-COUNT-LINE.
076100     MOVE "RECORDS PRICED          " TO CB-COUNT-LABEL.
076200     MOVE WS-PRICED-COUNT TO CB-COUNT-VALUE.
076300     WRITE CHGBACK-RPT-LINE FROM CB-COUNT-LINE.
076400     MOVE "RECORDS NOT PRICEABLE   " TO CB-COUNT-LABEL.
076500     MOVE WS-UNPRICED-COUNT TO CB-COUNT-VALUE.
076600     WRITE CHGBACK-RPT-LINE FROM CB-COUNT-LINE.
076700     MOVE "DEPARTMENTS BILLED      " TO CB-COUNT-LABEL.
076800     MOVE WS-DEPT-COUNT TO CB-COUNT-VALUE.
076900     WRITE CHGBACK-RPT-LINE FROM CB-COUNT-LINE.
077000     MOVE "BILLED TO SUSPENSE      " TO CB-COUNT-LABEL.
077100     MOVE WS-SUSPENSE-COUNT TO CB-COUNT-VALUE.
077200     WRITE CHGBACK-RPT-LINE FROM CB-COUNT-LINE.
077300     MOVE "JOURNAL LINES WRITTEN   " TO CB-COUNT-LABEL.
077400     MOVE WS-GL-LINE-COUNT TO CB-COUNT-VALUE.
077500     WRITE CHGBACK-RPT-LINE FROM CB-COUNT-LINE.
077600     MOVE "STATEMENT TOTAL         " TO CB-AMOUNT-LABEL.
077700     MOVE WS-STATEMENT-TOTAL TO CB-AMOUNT-VALUE.
077800     WRITE CHGBACK-RPT-LINE FROM CB-AMOUNT-LINE.
077900     MOVE "JOURNAL DEBITS          " TO CB-AMOUNT-LABEL.
078000     MOVE WS-DEBIT-TOTAL TO CB-AMOUNT-VALUE.
078100     WRITE CHGBACK-RPT-LINE FROM CB-AMOUNT-LINE.
078200     MOVE "JOURNAL CREDITS         " TO CB-AMOUNT-LABEL.
078300     MOVE WS-CREDIT-TOTAL TO CB-AMOUNT-VALUE.
078400     WRITE CHGBACK-RPT-LINE FROM CB-AMOUNT-LINE.
078500     COMPUTE WS-BALANCE-COUNT =
078600         WS-CONTROL-COUNT + WS-OUTSIDE-COUNT + WS-PERIOD-COUNT.
078700     IF WS-BALANCE-COUNT NOT = WS-READ-COUNT
078800         MOVE "N" TO WS-BALANCE-SWITCH
078900     END-IF.
079000     COMPUTE WS-BALANCE-COUNT =
079100         WS-PRICED-COUNT + WS-UNPRICED-COUNT.
079200     IF WS-BALANCE-COUNT NOT = WS-PERIOD-COUNT
079300         MOVE "N" TO WS-BALANCE-SWITCH
079400     END-IF.
079500     IF WS-STATEMENT-REQUESTS NOT = WS-PRICED-COUNT
079600         OR WS-ALL-REQUESTS NOT = WS-PRICED-COUNT
079700         MOVE "N" TO WS-BALANCE-SWITCH
079800     END-IF.
079900     IF WS-DEBIT-TOTAL NOT = WS-STATEMENT-TOTAL
080000         OR WS-CREDIT-TOTAL NOT = WS-DEBIT-TOTAL
080100         MOVE "N" TO WS-BALANCE-SWITCH
080200     END-IF.
080300     IF NOT CHARGEBACK-IN-BALANCE
080400         MOVE "CHARGEBACK OUT OF BALANCE - DO NOT POST JOURNAL"
080500             TO CB-BALANCE-LINE
080600         WRITE CHGBACK-RPT-LINE FROM CB-BALANCE-LINE
080700         MOVE 16 TO RETURN-CODE
080800         GO TO 8200-EXIT
080900     END-IF.
081000     MOVE "CONTROL TOTALS IN BALANCE - JOURNAL MAY BE POSTED"
081100         TO CB-BALANCE-LINE.
081200     WRITE CHGBACK-RPT-LINE FROM CB-BALANCE-LINE.
081300     IF WS-UNPRICED-COUNT > 0
081400         OR WS-SUSPENSE-COUNT > 0
081500         OR WS-PERIOD-COUNT = 0
081600         MOVE 4 TO RETURN-CODE
081700     END-IF.
081800 8200-EXIT.
081900     EXIT.
