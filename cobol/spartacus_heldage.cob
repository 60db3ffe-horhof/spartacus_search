000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPARTACUS-HELDAGE.
000300 AUTHOR. J QUILLEN.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 09/22/2025.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MAINTENANCE HISTORY.
000900*      DATE       BY     DESCRIPTION
001000*      ---------- ------ ------------------------------------
001100*      2025-09-22 JQ     ORIGINAL PROGRAM.  OUTSTANDING-
001200*                        APPROVALS REPORT OVER THE HAYSTACK
001300*                        MAINTENANCE HELD-FOR-APPROVAL FILE
001400*                        (SEE HMHREC), BUILT THE SAME WAY AS
001500*                        PENDAGE.  EVERY ITEM HAYAPPRV HAS NOT
001600*                        YET RELEASED OR RETURNED IS SHOWN BY
001700*                        SUBMITTING USER IN AGE BUCKETS
001800*                        COMPUTED FROM THE SUBMIT DATE -- ONE
001900*                        DAY, TWO TO THREE DAYS, FOUR OR MORE
002000*                        -- EACH SECTION LISTING THE HELD KEYS,
002100*                        ACTIONS AND VALUES WITH THEIR DAYS
002200*                        WAITING, WITH A SUITE-WIDE SUMMARY
002300*                        LINE, SO A CHANGE NOBODY HAS APPROVED
002400*                        DOES NOT SIT UNSEEN.  RETURN-CODE 4
002500*                        FLAGS A RUN WITH ANY ITEM IN THE FOUR-
002600*                        OR-MORE BUCKET.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SPARTACUS-HAYMAINT-HELD ASSIGN TO "HELDFILE"
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT SPARTACUS-HELD-SORTWORK ASSIGN TO "HELDSRT".
003400     SELECT SPARTACUS-HELD-SORTED ASSIGN TO "HELDSRTD"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT SPARTACUS-HELDAGE-RPT ASSIGN TO "HAGERPT"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  SPARTACUS-HAYMAINT-HELD.
004100     COPY HMHREC.
004200 SD  SPARTACUS-HELD-SORTWORK.
004300     COPY HMHREC REPLACING ==HAYMAINT-HELD-REC== BY ==HSORT-REC==
004400                          LEADING ==HH-== BY ==SH-==.
004500 FD  SPARTACUS-HELD-SORTED.
004600     COPY HMHREC REPLACING ==HAYMAINT-HELD-REC== BY ==HWORK-REC==
004700                          LEADING ==HH-== BY ==WH-==.
004800 FD  SPARTACUS-HELDAGE-RPT.
004900 01  HELDAGE-RPT-LINE            PIC X(80).
005000 WORKING-STORAGE SECTION.
005100 01  WS-SORTED-EOF-SWITCH        PIC X(01) VALUE "N".
005200     88  SORTED-EOF                      VALUE "Y".
005300 01  WS-FIRST-RECORD-SWITCH      PIC X(01) VALUE "Y".
005400     88  FIRST-RECORD                    VALUE "Y".
005500 01  WS-CURRENT-USER             PIC X(08).
005600 01  WS-RUN-DATE                 PIC 9(08).
005700 01  WS-RUN-DATE-INT             PIC S9(09) COMP VALUE 0.
005800 01  WS-SUBMIT-DATE-INT          PIC S9(09) COMP VALUE 0.
005900 01  WS-DAYS-OUT                 PIC S9(04) COMP VALUE 0.
006000 01  WS-USER-1DAY-COUNT          PIC 9(06) COMP VALUE 0.
006100 01  WS-USER-23DAY-COUNT         PIC 9(06) COMP VALUE 0.
006200 01  WS-USER-4PLUS-COUNT         PIC 9(06) COMP VALUE 0.
006300 01  WS-USER-TOTAL-COUNT         PIC 9(06) COMP VALUE 0.
006400 01  WS-ALL-1DAY-COUNT           PIC 9(06) COMP VALUE 0.
006500 01  WS-ALL-23DAY-COUNT          PIC 9(06) COMP VALUE 0.
006600 01  WS-ALL-4PLUS-COUNT          PIC 9(06) COMP VALUE 0.
006700 01  WS-ALL-TOTAL-COUNT          PIC 9(06) COMP VALUE 0.
006800 01  HA-HEADING-LINE.
006900     05  FILLER                  PIC X(32) VALUE
007000         "SPARTACUS OUTSTANDING APPROVALS ".
007100     05  HA-HEADING-DATE         PIC 9(08).
007200 01  HA-USER-HEADER-LINE.
007300     05  FILLER                  PIC X(10) VALUE "SUBMITTER ".
007400     05  HA-USER-HEADER-ID       PIC X(08).
007500 01  HA-COLUMN-LINE              PIC X(80) VALUE
007600     "SUBMIT DT SUBMIT TM ITEM  A VALUE  DAYS".
007700 01  HA-DETAIL-LINE.
007800     05  HA-DETAIL-DATE          PIC 9(08).
007900     05  FILLER                  PIC X(02) VALUE SPACES.
008000     05  HA-DETAIL-TIME          PIC 9(08).
008100     05  FILLER                  PIC X(02) VALUE SPACES.
008200     05  HA-DETAIL-ITEM          PIC 9(04).
008300     05  FILLER                  PIC X(02) VALUE SPACES.
008400     05  HA-DETAIL-ACTION        PIC X(01).
008500     05  FILLER                  PIC X(01) VALUE SPACE.
008600     05  HA-DETAIL-VALUE         PIC X(05).
008700     05  FILLER                  PIC X(02) VALUE SPACES.
008800     05  HA-DETAIL-DAYS          PIC ZZZ9.
008900 01  HA-BUCKET-LINE.
009000     05  HA-BUCKET-LABEL         PIC X(10).
009100     05  FILLER                  PIC X(07) VALUE " 1 DAY ".
009200     05  HA-BUCKET-1DAY          PIC ZZZZZ9.
009300     05  FILLER                  PIC X(10) VALUE "  2-3 DAYS".
009400     05  FILLER                  PIC X(01) VALUE SPACES.
009500     05  HA-BUCKET-23DAY         PIC ZZZZZ9.
009600     05  FILLER                  PIC X(09) VALUE "  4+ DAYS".
009700     05  FILLER                  PIC X(01) VALUE SPACES.
009800     05  HA-BUCKET-4PLUS         PIC ZZZZZ9.
009900     05  FILLER                  PIC X(07) VALUE "  TOTAL".
010000     05  FILLER                  PIC X(01) VALUE SPACES.
010100     05  HA-BUCKET-TOTAL         PIC ZZZZZ9.
010200 PROCEDURE DIVISION.
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010500     SORT SPARTACUS-HELD-SORTWORK
010600         ON ASCENDING KEY SH-SUBMIT-USER
010700                          SH-SUBMIT-DATE
010800                          SH-SUBMIT-TIME
010900                          SH-ITEM-NUMBER
011000         USING SPARTACUS-HAYMAINT-HELD
011100         GIVING SPARTACUS-HELD-SORTED.
011200     OPEN INPUT SPARTACUS-HELD-SORTED.
011300     PERFORM 2000-READ-SORTED THRU 2000-EXIT.
011400     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
011500         UNTIL SORTED-EOF.
011600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
011700     STOP RUN.
011800******************************************************************
011900*    1000-INITIALIZE
012000*    OPENS THE REPORT FILE AND WRITES THE RUN HEADING.
012100******************************************************************
012200 1000-INITIALIZE.
012300     OPEN OUTPUT SPARTACUS-HELDAGE-RPT.
012400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012500     COMPUTE WS-RUN-DATE-INT =
012600         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
012700     MOVE WS-RUN-DATE TO HA-HEADING-DATE.
012800     WRITE HELDAGE-RPT-LINE FROM HA-HEADING-LINE.
012900 1000-EXIT.
013000     EXIT.
013100******************************************************************
013200*    2000-READ-SORTED
013300*    READS THE NEXT RECORD FROM THE SUBMITTER-SORTED HELD WORK
013400*    FILE.
013500******************************************************************
013600 2000-READ-SORTED.
013700     READ SPARTACUS-HELD-SORTED
013800         AT END
013900             SET SORTED-EOF TO TRUE
014000     END-READ.
014100 2000-EXIT.
014200     EXIT.
014300******************************************************************
014400*    3000-PROCESS-RECORD
014500*    BREAKS ON A CHANGE OF SUBMITTING USER TO CLOSE THE PRIOR
014600*    SECTION WITH ITS BUCKET TOTALS AND OPEN A NEW ONE, THEN
014700*    WRITES ONE DETAIL LINE WITH THE ITEM'S DAYS WAITING AND
014800*    ROLLS IT INTO ITS AGE BUCKET.
014900******************************************************************
015000 3000-PROCESS-RECORD.
015100     IF FIRST-RECORD
015200         MOVE "N" TO WS-FIRST-RECORD-SWITCH
015300         MOVE WH-SUBMIT-USER TO WS-CURRENT-USER
015400         PERFORM 3100-WRITE-USER-HEADER THRU 3100-EXIT
015500     END-IF.
015600     IF WH-SUBMIT-USER NOT = WS-CURRENT-USER
015700         PERFORM 3200-WRITE-USER-TOTALS THRU 3200-EXIT
015800         MOVE WH-SUBMIT-USER TO WS-CURRENT-USER
015900         PERFORM 3100-WRITE-USER-HEADER THRU 3100-EXIT
016000     END-IF.
016100     COMPUTE WS-SUBMIT-DATE-INT =
016200         FUNCTION INTEGER-OF-DATE(WH-SUBMIT-DATE).
016300     COMPUTE WS-DAYS-OUT = WS-RUN-DATE-INT - WS-SUBMIT-DATE-INT.
016400     IF WS-DAYS-OUT < 0
016500         MOVE 0 TO WS-DAYS-OUT
016600     END-IF.
016700     MOVE WH-SUBMIT-DATE TO HA-DETAIL-DATE.
016800     MOVE WH-SUBMIT-TIME TO HA-DETAIL-TIME.
016900     MOVE WH-ITEM-NUMBER TO HA-DETAIL-ITEM.
017000     MOVE WH-ACTION-CODE TO HA-DETAIL-ACTION.
017100     MOVE WH-VALUE TO HA-DETAIL-VALUE.
017200     MOVE WS-DAYS-OUT TO HA-DETAIL-DAYS.
017300     WRITE HELDAGE-RPT-LINE FROM HA-DETAIL-LINE.
017400     IF WS-DAYS-OUT <= 1
017500         ADD 1 TO WS-USER-1DAY-COUNT WS-ALL-1DAY-COUNT
017600     ELSE
017700         IF WS-DAYS-OUT <= 3
017800             ADD 1 TO WS-USER-23DAY-COUNT WS-ALL-23DAY-COUNT
017900         ELSE
018000             ADD 1 TO WS-USER-4PLUS-COUNT WS-ALL-4PLUS-COUNT
018100         END-IF
018200     END-IF.
018300     ADD 1 TO WS-USER-TOTAL-COUNT WS-ALL-TOTAL-COUNT.
018400     PERFORM 2000-READ-SORTED THRU 2000-EXIT.
018500 3000-EXIT.
018600     EXIT.
018700******************************************************************
018800*    3100-WRITE-USER-HEADER
018900*    OPENS A NEW SUBMITTER SECTION WITH ITS HEADER AND COLUMN
019000*    LINES.
019100******************************************************************
019200 3100-WRITE-USER-HEADER.
019300     MOVE WS-CURRENT-USER TO HA-USER-HEADER-ID.
019400     WRITE HELDAGE-RPT-LINE FROM HA-USER-HEADER-LINE.
019500     WRITE HELDAGE-RPT-LINE FROM HA-COLUMN-LINE.
019600 3100-EXIT.
019700     EXIT.
019800******************************************************************
019900*    3200-WRITE-USER-TOTALS
020000*    CLOSES THE SUBMITTER SECTION JUST COMPLETED WITH ITS AGE
020100*    BUCKET COUNTS AND CLEARS THEM FOR THE NEXT SECTION.
020200******************************************************************
020300 3200-WRITE-USER-TOTALS.
020400     MOVE "SUBMITTER " TO HA-BUCKET-LABEL.
020500     MOVE WS-USER-1DAY-COUNT TO HA-BUCKET-1DAY.
020600     MOVE WS-USER-23DAY-COUNT TO HA-BUCKET-23DAY.
020700     MOVE WS-USER-4PLUS-COUNT TO HA-BUCKET-4PLUS.
020800     MOVE WS-USER-TOTAL-COUNT TO HA-BUCKET-TOTAL.
020900     WRITE HELDAGE-RPT-LINE FROM HA-BUCKET-LINE.
021000     MOVE 0 TO WS-USER-1DAY-COUNT.
021100     MOVE 0 TO WS-USER-23DAY-COUNT.
021200     MOVE 0 TO WS-USER-4PLUS-COUNT.
021300     MOVE 0 TO WS-USER-TOTAL-COUNT.
021400 3200-EXIT.
021500     EXIT.
021600******************************************************************
021700*    8000-TERMINATE
021800*    CLOSES THE LAST SUBMITTER SECTION (IF ANY RECORDS WERE
021900*    READ), WRITES THE SUITE-WIDE SUMMARY LINE, CLOSES THE
022000*    FILES AND SETS A WARNING CONDITION CODE WHEN ANY ITEM HAS
022100*    WAITED FOUR DAYS OR MORE.
022200******************************************************************
022300 8000-TERMINATE.
022400     IF NOT FIRST-RECORD
022500         PERFORM 3200-WRITE-USER-TOTALS THRU 3200-EXIT
022600     END-IF.
022700     MOVE "ALL USERS " TO HA-BUCKET-LABEL.
022800     MOVE WS-ALL-1DAY-COUNT TO HA-BUCKET-1DAY.
022900     MOVE WS-ALL-23DAY-COUNT TO HA-BUCKET-23DAY.
023000     MOVE WS-ALL-4PLUS-COUNT TO HA-BUCKET-4PLUS.
023100     MOVE WS-ALL-TOTAL-COUNT TO HA-BUCKET-TOTAL.
023200     WRITE HELDAGE-RPT-LINE FROM HA-BUCKET-LINE.
023300     CLOSE SPARTACUS-HELD-SORTED.
023400     CLOSE SPARTACUS-HELDAGE-RPT.
023500     IF WS-ALL-4PLUS-COUNT > 0
023600         MOVE 4 TO RETURN-CODE
023700     END-IF.
023800 8000-EXIT.
023900     EXIT.
