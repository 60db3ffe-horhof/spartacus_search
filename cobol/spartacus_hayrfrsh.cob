000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPARTACUS-HAYRFRSH.
000300 AUTHOR. J QUILLEN.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 11/17/2025.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MAINTENANCE HISTORY.
000900*      DATE       BY     DESCRIPTION
001000*      ---------- ------ ------------------------------------
001100*      2025-11-17 JQ     ORIGINAL PROGRAM.  FULL-REFRESH FEED
001200*                        FROM AN OWNING SOURCE.  THE SOURCE
001300*                        SENDS ITS WHOLE CURRENT LIST OF VALUES
001400*                        (SEE SRFREC); THE FEED IS PROVED
001500*                        AGAINST ITS TRAILER COUNT AND HASH,
001600*                        SORTED BY VALUE AND COMPARED, BALANCED-
001700*                        LINE, WITH THE HAYSTACK KSDS RECORDS
001800*                        CARRYING THAT SOURCE CODE.  THE
001900*                        DIFFERENCE IS WRITTEN AS HAYSTACK
002000*                        MAINTENANCE TRANSACTIONS (SEE HMTREC):
002100*                        AN ADD FOR A VALUE ONLY IN THE FEED, A
002200*                        CHANGE FOR A VALUE WHOSE STATUS OR
002300*                        DATES DIFFER, A DELETE FOR A VALUE THE
002400*                        SOURCE NO LONGER SENDS.  THE RELEASED
002500*                        FILE IS SUBMITTED THROUGH HAYSUBMT AND
002600*                        HAYAPPRV LIKE ANY OTHER MAINTENANCE, SO
002700*                        HAYMAINT APPLIES IT ONLY ONCE APPROVED.
002800*                        WHEN THE CHANGES AND DELETES TOGETHER
002900*                        EXCEED REFRESH_MAX_PCT (DEFAULT 10) OF
003000*                        THE VALUES THE SOURCE NOW OWNS, OR THE
003100*                        FEED WOULD DELETE EVERY ONE OF THEM,
003200*                        THE WHOLE DIFFERENCE GOES TO THE HELD
003300*                        FILE INSTEAD AND NOTHING IS RELEASED.
003400*                        A FEED THAT FAILS ITS PROOF OR CARRIES
003500*                        A BAD OR DUPLICATE DETAIL IS REJECTED
003600*                        WHOLE WITH RETURN-CODE 16 -- A SKIPPED
003700*                        DETAIL WOULD OTHERWISE TURN INTO A
003800*                        DELETE.  A VALUE ON FILE UNDER ANOTHER
003900*                        SOURCE IS NEVER TAKEN OVER; IT IS
004000*                        LISTED AS A CONFLICT WITH RETURN-CODE 4.
004100*                        RETURN-CODE 8 FLAGS A HELD DIFFERENCE.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT SPARTACUS-REFRESH-FEED ASSIGN TO "REFFEED"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT SPARTACUS-REFRESH-WORK ASSIGN TO "REFWORK"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT SPARTACUS-REFRESH-SORTWORK ASSIGN TO "REFSRT".
005100     SELECT SPARTACUS-REFRESH-SORTED ASSIGN TO "REFSORTD"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT SPARTACUS-HAYSTACK-FILE ASSIGN TO "HAYFILE"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS HS-VALUE.
005700     SELECT SPARTACUS-REFRESH-GEN ASSIGN TO "REFGEN"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT SPARTACUS-REFRESH-TRANS ASSIGN TO "REFTRANS"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT SPARTACUS-REFRESH-HELD ASSIGN TO "REFHELD"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT SPARTACUS-REFRESH-RPT ASSIGN TO "REFRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  SPARTACUS-REFRESH-FEED.
006800     COPY SRFREC.
006900 FD  SPARTACUS-REFRESH-WORK.
007000     COPY SRFREC REPLACING ==SOURCE-REFRESH-REC== BY ==WORK-REC==
007100                          LEADING ==SF-==      BY ==RW-==.
007200 SD  SPARTACUS-REFRESH-SORTWORK.
007300     COPY SRFREC REPLACING ==SOURCE-REFRESH-REC== BY ==SORT-REC==
007400                          LEADING ==SF-==      BY ==SRT-==.
007500 FD  SPARTACUS-REFRESH-SORTED.
007600     COPY SRFREC REPLACING ==SOURCE-REFRESH-REC== BY ==SRTD-REC==
007700                          LEADING ==SF-==      BY ==RS-==.
007800 FD  SPARTACUS-HAYSTACK-FILE.
007900     COPY HAYREC.
008000 FD  SPARTACUS-REFRESH-GEN.
008100     COPY HMTREC REPLACING ==HAYMAINT-TRN-REC== BY ==GEN-REC==
008200                          LEADING ==HM-==      BY ==GN-==.
008300 FD  SPARTACUS-REFRESH-TRANS.
008400     COPY HMTREC.
008500 FD  SPARTACUS-REFRESH-HELD.
008600     COPY HMTREC REPLACING ==HAYMAINT-TRN-REC== BY ==HELD-REC==
008700                          LEADING ==HM-==      BY ==HD-==.
008800 FD  SPARTACUS-REFRESH-RPT.
008900 01  REFRESH-RPT-LINE            PIC X(80).
009000 WORKING-STORAGE SECTION.
009100 01  WS-FEED-EOF-SWITCH          PIC X(01) VALUE "N".
009200     88  FEED-EOF                        VALUE "Y".
009300 01  WS-SORTED-EOF-SWITCH        PIC X(01) VALUE "N".
009400     88  SORTED-EOF                      VALUE "Y".
009500 01  WS-HAYSTACK-EOF-SWITCH      PIC X(01) VALUE "N".
009600     88  HAYSTACK-EOF                    VALUE "Y".
009700 01  WS-GEN-EOF-SWITCH           PIC X(01) VALUE "N".
009800     88  GEN-EOF                         VALUE "Y".
009900 01  WS-HEADER-SEEN-SWITCH       PIC X(01) VALUE "N".
010000     88  HEADER-SEEN                     VALUE "Y".
010100 01  WS-TRAILER-SEEN-SWITCH      PIC X(01) VALUE "N".
010200     88  TRAILER-SEEN                    VALUE "Y".
010300 01  WS-REJECT-SWITCH            PIC X(01) VALUE "N".
010400     88  FEED-REJECTED                   VALUE "Y".
010500 01  WS-HOLD-SWITCH              PIC X(01) VALUE "N".
010600     88  DIFFERENCE-HELD                 VALUE "Y".
010700 01  WS-MAX-PCT-PARM             PIC X(03).
010800 01  WS-MAX-PCT                  PIC 9(03) COMP VALUE 10.
010900 01  WS-SHIFT-COUNT              PIC 9(01) COMP VALUE 0.
011000 01  WS-RUN-DATE                 PIC 9(08).
011100 01  WS-FEED-SOURCE              PIC X(04) VALUE SPACES.
011200 01  WS-FEED-DATE                PIC 9(08) VALUE 0.
011300 01  WS-LAST-FEED-VALUE          PIC X(05) VALUE SPACES.
011400 01  WS-DETAIL-VALUE             PIC 9(05) VALUE 0.
011500 01  WS-HASH-TOTAL               PIC 9(11) COMP VALUE 0.
011600 01  WS-TRL-RECORD-COUNT         PIC 9(08) VALUE 0.
011700 01  WS-TRL-HASH-TOTAL           PIC 9(10) VALUE 0.
011800 01  WS-FEED-READ-COUNT          PIC 9(08) COMP VALUE 0.
011900 01  WS-FEED-DETAIL-COUNT        PIC 9(08) COMP VALUE 0.
012000 01  WS-FEED-ERROR-COUNT         PIC 9(08) COMP VALUE 0.
012100 01  WS-OWNED-COUNT              PIC 9(08) COMP VALUE 0.
012200 01  WS-UNCHANGED-COUNT          PIC 9(08) COMP VALUE 0.
012300 01  WS-ADD-COUNT                PIC 9(08) COMP VALUE 0.
012400 01  WS-CHANGE-COUNT             PIC 9(08) COMP VALUE 0.
012500 01  WS-DELETE-COUNT             PIC 9(08) COMP VALUE 0.
012600 01  WS-CONFLICT-COUNT           PIC 9(08) COMP VALUE 0.
012700 01  WS-DESTRUCTIVE-COUNT        PIC 9(08) COMP VALUE 0.
012800 01  WS-RELEASED-COUNT           PIC 9(08) COMP VALUE 0.
012900 01  WS-HELD-COUNT               PIC 9(08) COMP VALUE 0.
013000 01  WS-GUARD-LEFT               PIC 9(11) COMP VALUE 0.
013100 01  WS-GUARD-RIGHT              PIC 9(11) COMP VALUE 0.
013200 01  WS-CHANGE-PCT               PIC 9(03)V9 VALUE 0.
013300 01  RF-HEADING-LINE.
013400     05  FILLER                  PIC X(34) VALUE
013500         "SPARTACUS HAYSTACK SOURCE REFRESH ".
013600     05  RF-HEADING-DATE         PIC 9(08).
013700 01  RF-FEED-LINE.
013800     05  FILLER                  PIC X(08) VALUE "SOURCE  ".
013900     05  RF-FEED-SOURCE          PIC X(04).
014000     05  FILLER                  PIC X(13) VALUE "  FEED DATE  ".
014100     05  RF-FEED-DATE            PIC 9(08).
014200     05  FILLER                  PIC X(17) VALUE
014300         "  HOLD WHEN OVER ".
014400     05  RF-FEED-MAX-PCT         PIC ZZ9.
014500     05  FILLER                  PIC X(01) VALUE "%".
014600 01  RF-ERROR-LINE.
014700     05  FILLER                  PIC X(07) VALUE "REJECT ".
014800     05  RF-ERROR-REASON         PIC X(30).
014900     05  FILLER                  PIC X(01) VALUE SPACES.
015000     05  RF-ERROR-RECORD         PIC X(30).
015100 01  RF-DIFF-HEADING-LINE        PIC X(80) VALUE
015200     "PROPOSED DIFFERENCE".
015300 01  RF-DIFF-COLUMN-LINE.
015400     05  FILLER                  PIC X(39) VALUE
015500         "ACTION   VALUE  OLD S EFF      EXP     ".
015600     05  FILLER                  PIC X(38) VALUE
015700         "   NEW S EFF      EXP       NOTE      ".
015800 01  RF-DIFF-LINE.
015900     05  RF-DIFF-ACTION          PIC X(08).
016000     05  FILLER                  PIC X(01) VALUE SPACES.
016100     05  RF-DIFF-VALUE           PIC X(05).
016200     05  FILLER                  PIC X(06) VALUE SPACES.
016300     05  RF-DIFF-OLD-STATUS      PIC X(01).
016400     05  FILLER                  PIC X(01) VALUE SPACES.
016500     05  RF-DIFF-OLD-EFF         PIC X(08).
016600     05  FILLER                  PIC X(01) VALUE SPACES.
016700     05  RF-DIFF-OLD-EXP         PIC X(08).
016800     05  FILLER                  PIC X(07) VALUE SPACES.
016900     05  RF-DIFF-NEW-STATUS      PIC X(01).
017000     05  FILLER                  PIC X(01) VALUE SPACES.
017100     05  RF-DIFF-NEW-EFF         PIC X(08).
017200     05  FILLER                  PIC X(01) VALUE SPACES.
017300     05  RF-DIFF-NEW-EXP         PIC X(08).
017400     05  FILLER                  PIC X(02) VALUE SPACES.
017500     05  RF-DIFF-NOTE            PIC X(13).
017600 01  RF-COUNT-LINE.
017700     05  RF-COUNT-LABEL          PIC X(24).
017800     05  RF-COUNT-VALUE          PIC ZZZZZZZ9.
017900 01  RF-PCT-LINE.
018000     05  FILLER                  PIC X(24) VALUE
018100         "CHANGE+DELETE PERCENT".
018200     05  RF-PCT-VALUE            PIC ZZZZZ9.9.
018300 01  RF-DISPOSITION-LINE         PIC X(80).
018400 PROCEDURE DIVISION.
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018700     PERFORM 2000-EDIT-FEED THRU 2000-EXIT
018800         UNTIL FEED-EOF.
018900     PERFORM 2500-PROVE-FEED THRU 2500-EXIT.
019000     IF NOT FEED-REJECTED
019100         PERFORM 3000-BUILD-DIFFERENCE THRU 3000-EXIT
019200     END-IF.
019300     IF NOT FEED-REJECTED
019400         PERFORM 5000-ROUTE-DIFFERENCE THRU 5000-EXIT
019500     END-IF.
019600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019700     STOP RUN.
019800******************************************************************
019900*    1000-INITIALIZE
020000*    PICKS UP THE OPTIONAL HOLD PERCENTAGE, OPENS THE FEED, THE
020100*    EDITED WORK FILE, BOTH TRANSACTION OUTPUTS AND THE REPORT,
020200*    AND WRITES THE REPORT HEADING.  BOTH OUTPUTS ARE OPENED
020300*    EVERY RUN SO A HELD OR REJECTED REFRESH LEAVES AN EMPTY
020400*    RELEASED FILE BEHIND, NEVER A STALE ONE.
020500******************************************************************
020600 1000-INITIALIZE.
020700     DISPLAY "REFRESH_MAX_PCT" UPON ENVIRONMENT-NAME.
020800     ACCEPT WS-MAX-PCT-PARM FROM ENVIRONMENT-VALUE.
020900     PERFORM 1100-JUSTIFY-PCT-PARM THRU 1100-EXIT
021000         VARYING WS-SHIFT-COUNT FROM 1 BY 1
021100         UNTIL WS-SHIFT-COUNT > 2.
021200     IF WS-MAX-PCT-PARM IS NUMERIC
021300         AND WS-MAX-PCT-PARM NOT > "100"
021400         MOVE WS-MAX-PCT-PARM TO WS-MAX-PCT
021500     END-IF.
021600     OPEN INPUT SPARTACUS-REFRESH-FEED.
021700     OPEN OUTPUT SPARTACUS-REFRESH-WORK.
021800     OPEN OUTPUT SPARTACUS-REFRESH-TRANS.
021900     OPEN OUTPUT SPARTACUS-REFRESH-HELD.
022000     OPEN OUTPUT SPARTACUS-REFRESH-RPT.
022100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022200     MOVE WS-RUN-DATE TO RF-HEADING-DATE.
022300     WRITE REFRESH-RPT-LINE FROM RF-HEADING-LINE.
022400 1000-EXIT.
022500     EXIT.
022600******************************************************************
022700*    1100-JUSTIFY-PCT-PARM
022800*    SHIFTS THE HOLD PERCENTAGE ONE PLACE RIGHT WHEN IT WAS
022900*    KEYED LEFT-JUSTIFIED, SO "10 " AND "010" EDIT THE SAME.
023000******************************************************************
023100 1100-JUSTIFY-PCT-PARM.
023200     IF WS-MAX-PCT-PARM(3:1) = SPACE
023300         MOVE WS-MAX-PCT-PARM(2:1) TO WS-MAX-PCT-PARM(3:1)
023400         MOVE WS-MAX-PCT-PARM(1:1) TO WS-MAX-PCT-PARM(2:1)
023500         MOVE "0" TO WS-MAX-PCT-PARM(1:1)
023600     END-IF.
023700 1100-EXIT.
023800     EXIT.
023900******************************************************************
024000*    2000-EDIT-FEED
024100*    READS ONE FEED RECORD AND ROUTES IT BY RECORD TYPE.  THE
024200*    FEED MUST BE EXACTLY ONE HEADER, ITS DETAILS AND ONE
024300*    TRAILER; ANYTHING OUT OF THAT SHAPE REJECTS THE FEED.
024400******************************************************************
024500 2000-EDIT-FEED.
024600     READ SPARTACUS-REFRESH-FEED
024700         AT END
024800             SET FEED-EOF TO TRUE
024900             GO TO 2000-EXIT
025000     END-READ.
025100     ADD 1 TO WS-FEED-READ-COUNT.
025200     IF TRAILER-SEEN
025300         MOVE "RECORD AFTER THE TRAILER" TO RF-ERROR-REASON
025400         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
025500         GO TO 2000-EXIT
025600     END-IF.
025700     IF SF-HEADER-REC
025800         PERFORM 2100-EDIT-HEADER THRU 2100-EXIT
025900         GO TO 2000-EXIT
026000     END-IF.
026100     IF NOT HEADER-SEEN
026200         MOVE "FEED DOES NOT START WITH HEADER" TO RF-ERROR-REASON
026300         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
026400         GO TO 2000-EXIT
026500     END-IF.
026600     IF SF-DETAIL-REC
026700         PERFORM 2200-EDIT-DETAIL THRU 2200-EXIT
026800         GO TO 2000-EXIT
026900     END-IF.
027000     IF SF-TRAILER-REC
027100         PERFORM 2300-EDIT-TRAILER THRU 2300-EXIT
027200         GO TO 2000-EXIT
027300     END-IF.
027400     MOVE "UNKNOWN RECORD TYPE" TO RF-ERROR-REASON.
027500     PERFORM 2400-WRITE-ERROR THRU 2400-EXIT.
027600 2000-EXIT.
027700     EXIT.
027800******************************************************************
027900*    2100-EDIT-HEADER
028000*    TAKES THE SOURCE CODE AND FEED DATE FROM THE HEADER.  ONE
028100*    FEED CARRIES ONE SOURCE, SO A SECOND HEADER IS AN ERROR.
028200******************************************************************
028300 2100-EDIT-HEADER.
028400     IF HEADER-SEEN
028500         MOVE "SECOND HEADER IN ONE FEED" TO RF-ERROR-REASON
028600         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
028700         GO TO 2100-EXIT
028800     END-IF.
028900     SET HEADER-SEEN TO TRUE.
029000     MOVE SF-HDR-SOURCE-CODE TO WS-FEED-SOURCE.
029100     IF SF-HDR-FEED-DATE IS NUMERIC
029200         MOVE SF-HDR-FEED-DATE TO WS-FEED-DATE
029300     END-IF.
029400     IF SF-HDR-SOURCE-CODE = SPACES
029500         MOVE "HEADER HAS NO SOURCE CODE" TO RF-ERROR-REASON
029600         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
029700     END-IF.
029800 2100-EXIT.
029900     EXIT.
030000******************************************************************
030100*    2200-EDIT-DETAIL
030200*    COUNTS AND HASHES ONE DETAIL AS TRANSMITTED, EDITS IT THE
030300*    WAY HAYMAINT EDITS AN ADD, AND WRITES THE CLEAN DETAIL,
030400*    WITH A BLANK STATUS MADE ACTIVE AND BLANK DATES MADE
030500*    ZERO, TO THE WORK FILE FOR SORTING.  A BAD DETAIL REJECTS
030600*    THE WHOLE FEED.
030700******************************************************************
030800 2200-EDIT-DETAIL.
030900     ADD 1 TO WS-FEED-DETAIL-COUNT.
031000     IF SF-DTL-VALUE IS NOT NUMERIC
031100         MOVE "VALUE IS NOT NUMERIC" TO RF-ERROR-REASON
031200         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
031300         GO TO 2200-EXIT
031400     END-IF.
031500     MOVE SF-DTL-VALUE TO WS-DETAIL-VALUE.
031600     ADD WS-DETAIL-VALUE TO WS-HASH-TOTAL.
031700     IF WS-HASH-TOTAL > 9999999999
031800         SUBTRACT 10000000000 FROM WS-HASH-TOTAL
031900     END-IF.
032000     IF SF-DTL-STATUS-CODE = SPACE
032100         MOVE "A" TO SF-DTL-STATUS-CODE
032200     END-IF.
032300     IF SF-DTL-EFF-DATE = SPACES
032400         MOVE "00000000" TO SF-DTL-EFF-DATE
032500     END-IF.
032600     IF SF-DTL-EXP-DATE = SPACES
032700         MOVE "00000000" TO SF-DTL-EXP-DATE
032800     END-IF.
032900     IF SF-DTL-STATUS-CODE NOT = "A"
033000         AND SF-DTL-STATUS-CODE NOT = "I"
033100         MOVE "STATUS CODE IS NOT A OR I" TO RF-ERROR-REASON
033200         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
033300         GO TO 2200-EXIT
033400     END-IF.
033500     IF SF-DTL-EFF-DATE IS NOT NUMERIC
033600         OR SF-DTL-EXP-DATE IS NOT NUMERIC
033700         MOVE "EFF/EXP DATE IS NOT NUMERIC" TO RF-ERROR-REASON
033800         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
033900         GO TO 2200-EXIT
034000     END-IF.
034100     WRITE WORK-REC FROM SOURCE-REFRESH-REC.
034200 2200-EXIT.
034300     EXIT.
034400******************************************************************
034500*    2300-EDIT-TRAILER
034600*    KEEPS THE TRAILER'S RECORD COUNT AND HASH TOTAL FOR THE
034700*    PROOF IN 2500-PROVE-FEED.
034800******************************************************************
034900 2300-EDIT-TRAILER.
035000     SET TRAILER-SEEN TO TRUE.
035100     IF SF-TRL-RECORD-COUNT IS NOT NUMERIC
035200         OR SF-TRL-HASH-TOTAL IS NOT NUMERIC
035300         MOVE "TRAILER TOTALS NOT NUMERIC" TO RF-ERROR-REASON
035400         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
035500         GO TO 2300-EXIT
035600     END-IF.
035700     MOVE SF-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
035800     MOVE SF-TRL-HASH-TOTAL TO WS-TRL-HASH-TOTAL.
035900 2300-EXIT.
036000     EXIT.
036100******************************************************************
036200*    2400-WRITE-ERROR
036300*    LISTS ONE FEED ERROR WITH THE RECORD AS RECEIVED AND MARKS
036400*    THE FEED REJECTED.
036500******************************************************************
036600 2400-WRITE-ERROR.
036700     MOVE SOURCE-REFRESH-REC TO RF-ERROR-RECORD.
036800     WRITE REFRESH-RPT-LINE FROM RF-ERROR-LINE.
036900     ADD 1 TO WS-FEED-ERROR-COUNT.
037000     SET FEED-REJECTED TO TRUE.
037100 2400-EXIT.
037200     EXIT.
037300******************************************************************
037400*    2500-PROVE-FEED
037500*    CLOSES THE FEED AND THE WORK FILE AND PROVES THE FEED
037600*    ARRIVED WHOLE: IT MUST HAVE HAD A HEADER AND A TRAILER,
037700*    AND THE TRAILER'S COUNT AND HASH MUST MATCH THE DETAILS
037800*    ACTUALLY RECEIVED.  A SHORT FEED FAILS HERE, BEFORE ANY
037900*    DIFFERENCE IS TAKEN.
038000******************************************************************
038100 2500-PROVE-FEED.
038200     CLOSE SPARTACUS-REFRESH-FEED.
038300     CLOSE SPARTACUS-REFRESH-WORK.
038400     MOVE SPACES TO SOURCE-REFRESH-REC.
038500     MOVE WS-FEED-SOURCE TO RF-FEED-SOURCE.
038600     MOVE WS-FEED-DATE TO RF-FEED-DATE.
038700     MOVE WS-MAX-PCT TO RF-FEED-MAX-PCT.
038800     WRITE REFRESH-RPT-LINE FROM RF-FEED-LINE.
038900     IF NOT HEADER-SEEN
039000         MOVE "FEED HAS NO HEADER" TO RF-ERROR-REASON
039100         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
039200         GO TO 2500-EXIT
039300     END-IF.
039400     IF NOT TRAILER-SEEN
039500         MOVE "FEED HAS NO TRAILER" TO RF-ERROR-REASON
039600         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
039700         GO TO 2500-EXIT
039800     END-IF.
039900     IF WS-TRL-RECORD-COUNT NOT = WS-FEED-DETAIL-COUNT
040000         MOVE "TRAILER COUNT OUT OF BALANCE" TO RF-ERROR-REASON
040100         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
040200     END-IF.
040300     IF WS-TRL-HASH-TOTAL NOT = WS-HASH-TOTAL
040400         MOVE "TRAILER HASH OUT OF BALANCE" TO RF-ERROR-REASON
040500         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
040600     END-IF.
040700 2500-EXIT.
040800     EXIT.
040900******************************************************************
041000*    3000-BUILD-DIFFERENCE
041100*    SORTS THE PROVED DETAILS BY VALUE AND WALKS THEM AGAINST
041200*    THE HAYSTACK KSDS IN KEY SEQUENCE, WRITING THE DIFFERENCE
041300*    TO THE GENERATED-TRANSACTION WORK FILE.
041400******************************************************************
041500 3000-BUILD-DIFFERENCE.
041600     SORT SPARTACUS-REFRESH-SORTWORK
041700         ON ASCENDING KEY SRT-DTL-VALUE
041800         USING SPARTACUS-REFRESH-WORK
041900         GIVING SPARTACUS-REFRESH-SORTED.
042000     OPEN INPUT SPARTACUS-REFRESH-SORTED.
042100     OPEN INPUT SPARTACUS-HAYSTACK-FILE.
042200     OPEN OUTPUT SPARTACUS-REFRESH-GEN.
042300     WRITE REFRESH-RPT-LINE FROM RF-DIFF-HEADING-LINE.
042400     WRITE REFRESH-RPT-LINE FROM RF-DIFF-COLUMN-LINE.
042500     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
042600     PERFORM 3200-READ-HAYSTACK THRU 3200-EXIT.
042700     PERFORM 3300-MATCH-VALUES THRU 3300-EXIT
042800         UNTIL SORTED-EOF AND HAYSTACK-EOF.
042900     CLOSE SPARTACUS-REFRESH-SORTED.
043000     CLOSE SPARTACUS-HAYSTACK-FILE.
043100     CLOSE SPARTACUS-REFRESH-GEN.
043200 3000-EXIT.
043300     EXIT.
043400******************************************************************
043500*    3100-READ-SORTED
043600*    READS THE NEXT VALUE FROM THE SORTED FEED.  A VALUE SENT
043700*    TWICE CANNOT SAY WHICH OF ITS ATTRIBUTES IS MEANT, SO IT
043800*    IS LISTED, SKIPPED AND THE FEED REJECTED.
043900******************************************************************
044000 3100-READ-SORTED.
044100     READ SPARTACUS-REFRESH-SORTED
044200         AT END
044300             SET SORTED-EOF TO TRUE
044400             GO TO 3100-EXIT
044500     END-READ.
044600     IF RS-DTL-VALUE = WS-LAST-FEED-VALUE
044700         MOVE SRTD-REC TO SOURCE-REFRESH-REC
044800         MOVE "VALUE SENT MORE THAN ONCE" TO RF-ERROR-REASON
044900         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
045000         GO TO 3100-READ-SORTED
045100     END-IF.
045200     MOVE RS-DTL-VALUE TO WS-LAST-FEED-VALUE.
045300 3100-EXIT.
045400     EXIT.
045500******************************************************************
045600*    3200-READ-HAYSTACK
045700*    READS THE NEXT RECORD FROM THE HAYSTACK KSDS.
045800******************************************************************
045900 3200-READ-HAYSTACK.
046000     READ SPARTACUS-HAYSTACK-FILE
046100         AT END
046200             SET HAYSTACK-EOF TO TRUE
046300     END-READ.
046400 3200-EXIT.
046500     EXIT.
046600******************************************************************
046700*    3300-MATCH-VALUES
046800*    BALANCED-LINE COMPARE OF THE SORTED FEED AGAINST THE
046900*    HAYSTACK, BOTH IN ASCENDING VALUE SEQUENCE.  A VALUE ONLY
047000*    IN THE FEED IS ADDED; A VALUE ONLY ON THE HAYSTACK IS
047100*    DELETED IF THIS SOURCE OWNS IT AND OTHERWISE LEFT ALONE;
047200*    A VALUE ON BOTH IS COMPARED IN 3600-MATCHED-VALUE.
047300******************************************************************
047400 3300-MATCH-VALUES.
047500     IF HAYSTACK-EOF
047600         PERFORM 3400-FEED-ONLY THRU 3400-EXIT
047700         PERFORM 3100-READ-SORTED THRU 3100-EXIT
047800         GO TO 3300-EXIT
047900     END-IF.
048000     IF SORTED-EOF
048100         PERFORM 3500-HAYSTACK-ONLY THRU 3500-EXIT
048200         PERFORM 3200-READ-HAYSTACK THRU 3200-EXIT
048300         GO TO 3300-EXIT
048400     END-IF.
048500     IF HS-VALUE = RS-DTL-VALUE
048600         PERFORM 3600-MATCHED-VALUE THRU 3600-EXIT
048700         PERFORM 3100-READ-SORTED THRU 3100-EXIT
048800         PERFORM 3200-READ-HAYSTACK THRU 3200-EXIT
048900     ELSE
049000         IF RS-DTL-VALUE < HS-VALUE
049100             PERFORM 3400-FEED-ONLY THRU 3400-EXIT
049200             PERFORM 3100-READ-SORTED THRU 3100-EXIT
049300         ELSE
049400             PERFORM 3500-HAYSTACK-ONLY THRU 3500-EXIT
049500             PERFORM 3200-READ-HAYSTACK THRU 3200-EXIT
049600         END-IF
049700     END-IF.
049800 3300-EXIT.
049900     EXIT.
050000******************************************************************
050100*    3400-FEED-ONLY
050200*    THE SOURCE SENDS A VALUE THE HAYSTACK DOES NOT HAVE --
050300*    GENERATES AN ADD CARRYING THE FEED'S ATTRIBUTES AND THE
050400*    SOURCE CODE.
050500******************************************************************
050600 3400-FEED-ONLY.
050700     MOVE SPACES TO GEN-REC.
050800     SET GN-ACTION-ADD TO TRUE.
050900     MOVE RS-DTL-VALUE TO GN-VALUE.
051000     MOVE RS-DTL-STATUS-CODE TO GN-STATUS-CODE.
051100     MOVE RS-DTL-EFF-DATE TO GN-EFF-DATE.
051200     MOVE RS-DTL-EXP-DATE TO GN-EXP-DATE.
051300     MOVE WS-FEED-SOURCE TO GN-SOURCE-CODE.
051400     WRITE GEN-REC.
051500     ADD 1 TO WS-ADD-COUNT.
051600     MOVE SPACES TO RF-DIFF-LINE.
051700     MOVE "ADD" TO RF-DIFF-ACTION.
051800     PERFORM 3700-WRITE-NEW-SIDE THRU 3700-EXIT.
051900 3400-EXIT.
052000     EXIT.
052100******************************************************************
052200*    3500-HAYSTACK-ONLY
052300*    A HAYSTACK VALUE THE FEED DID NOT SEND.  IF THIS SOURCE
052400*    OWNS IT, THE SOURCE NO LONGER HAS IT AND A DELETE IS
052500*    GENERATED; A VALUE OWNED BY ANY OTHER SOURCE IS NONE OF
052600*    THIS FEED'S BUSINESS.
052700******************************************************************
052800 3500-HAYSTACK-ONLY.
052900     IF HS-SOURCE-CODE NOT = WS-FEED-SOURCE
053000         GO TO 3500-EXIT
053100     END-IF.
053200     ADD 1 TO WS-OWNED-COUNT.
053300     MOVE SPACES TO GEN-REC.
053400     SET GN-ACTION-DELETE TO TRUE.
053500     MOVE HS-VALUE TO GN-VALUE.
053600     WRITE GEN-REC.
053700     ADD 1 TO WS-DELETE-COUNT.
053800     MOVE SPACES TO RF-DIFF-LINE.
053900     MOVE "DELETE" TO RF-DIFF-ACTION.
054000     MOVE HS-VALUE TO RF-DIFF-VALUE.
054100     PERFORM 3800-WRITE-OLD-SIDE THRU 3800-EXIT.
054200 3500-EXIT.
054300     EXIT.
054400******************************************************************
054500*    3600-MATCHED-VALUE
054600*    A VALUE BOTH IN THE FEED AND ON THE HAYSTACK.  UNDER
054700*    ANOTHER SOURCE IT IS A CONFLICT -- ONE SOURCE'S REFRESH
054800*    NEVER TAKES OVER ANOTHER'S VALUE -- AND IS ONLY LISTED.
054900*    UNDER THIS SOURCE, A DIFFERENT STATUS OR DATE GENERATES A
055000*    CHANGE CARRYING ALL THREE FROM THE FEED; THE SOURCE FIELD
055100*    IS LEFT BLANK SO HAYMAINT KEEPS THE OWNER AS IT IS.
055200******************************************************************
055300 3600-MATCHED-VALUE.
055400     IF HS-SOURCE-CODE NOT = WS-FEED-SOURCE
055500         ADD 1 TO WS-CONFLICT-COUNT
055600         MOVE SPACES TO RF-DIFF-LINE
055700         MOVE "CONFLICT" TO RF-DIFF-ACTION
055800         MOVE "OWNED BY" TO RF-DIFF-NOTE
055900         MOVE HS-SOURCE-CODE TO RF-DIFF-NOTE(10:4)
056000         PERFORM 3700-WRITE-NEW-SIDE THRU 3700-EXIT
056100         GO TO 3600-EXIT
056200     END-IF.
056300     ADD 1 TO WS-OWNED-COUNT.
056400     IF HS-STATUS-CODE = RS-DTL-STATUS-CODE
056500         AND HS-EFF-DATE = RS-DTL-EFF-DATE
056600         AND HS-EXP-DATE = RS-DTL-EXP-DATE
056700         ADD 1 TO WS-UNCHANGED-COUNT
056800         GO TO 3600-EXIT
056900     END-IF.
057000     MOVE SPACES TO GEN-REC.
057100     SET GN-ACTION-CHANGE TO TRUE.
057200     MOVE RS-DTL-VALUE TO GN-VALUE.
057300     MOVE RS-DTL-STATUS-CODE TO GN-STATUS-CODE.
057400     MOVE RS-DTL-EFF-DATE TO GN-EFF-DATE.
057500     MOVE RS-DTL-EXP-DATE TO GN-EXP-DATE.
057600     WRITE GEN-REC.
057700     ADD 1 TO WS-CHANGE-COUNT.
057800     MOVE SPACES TO RF-DIFF-LINE.
057900     MOVE "CHANGE" TO RF-DIFF-ACTION.
058000     MOVE HS-STATUS-CODE TO RF-DIFF-OLD-STATUS.
058100     MOVE HS-EFF-DATE TO RF-DIFF-OLD-EFF.
058200     MOVE HS-EXP-DATE TO RF-DIFF-OLD-EXP.
058300     PERFORM 3700-WRITE-NEW-SIDE THRU 3700-EXIT.
058400 3600-EXIT.
058500     EXIT.
058600******************************************************************
058700*    3700-WRITE-NEW-SIDE
058800*    FILLS THE FEED'S SIDE OF A DIFFERENCE LINE AND WRITES IT.
058900******************************************************************
059000 3700-WRITE-NEW-SIDE.
059100     MOVE RS-DTL-VALUE TO RF-DIFF-VALUE.
059200     MOVE RS-DTL-STATUS-CODE TO RF-DIFF-NEW-STATUS.
059300     MOVE RS-DTL-EFF-DATE TO RF-DIFF-NEW-EFF.
059400     MOVE RS-DTL-EXP-DATE TO RF-DIFF-NEW-EXP.
059500     WRITE REFRESH-RPT-LINE FROM RF-DIFF-LINE.
059600 3700-EXIT.
059700     EXIT.
059800******************************************************************
059900*    3800-WRITE-OLD-SIDE
060000*    FILLS THE HAYSTACK'S SIDE OF A DIFFERENCE LINE AND WRITES
060100*    IT.
060200******************************************************************
060300 3800-WRITE-OLD-SIDE.
060400     MOVE HS-STATUS-CODE TO RF-DIFF-OLD-STATUS.
060500     MOVE HS-EFF-DATE TO RF-DIFF-OLD-EFF.
060600     MOVE HS-EXP-DATE TO RF-DIFF-OLD-EXP.
060700     WRITE REFRESH-RPT-LINE FROM RF-DIFF-LINE.
060800 3800-EXIT.
060900     EXIT.
061000******************************************************************
061100*    5000-ROUTE-DIFFERENCE
061200*    APPLIES THE SAFETY GUARD AND COPIES THE GENERATED
061300*    DIFFERENCE, WHOLE, TO EITHER THE RELEASED FILE OR THE HELD
061400*    FILE -- A REFRESH IS NEVER PARTLY RELEASED.  THE GUARD
061500*    HOLDS IT WHEN CHANGES PLUS DELETES EXCEED THE HOLD
061600*    PERCENTAGE OF THE VALUES THE SOURCE OWNS TODAY, AND
061700*    ALWAYS WHEN IT WOULD DELETE EVERY ONE OF THEM, WHATEVER
061800*    THE PERCENTAGE.  THE TEST IS KEPT IN WHOLE NUMBERS.
061900******************************************************************
062000 5000-ROUTE-DIFFERENCE.
062100     COMPUTE WS-DESTRUCTIVE-COUNT =
062200         WS-CHANGE-COUNT + WS-DELETE-COUNT.
062300     IF WS-OWNED-COUNT > 0
062400         COMPUTE WS-CHANGE-PCT ROUNDED =
062500             WS-DESTRUCTIVE-COUNT * 100 / WS-OWNED-COUNT
062600     END-IF.
062700     COMPUTE WS-GUARD-LEFT = WS-DESTRUCTIVE-COUNT * 100.
062800     COMPUTE WS-GUARD-RIGHT = WS-MAX-PCT * WS-OWNED-COUNT.
062900     IF WS-GUARD-LEFT > WS-GUARD-RIGHT
063000         SET DIFFERENCE-HELD TO TRUE
063100         MOVE "DIFFERENCE HELD -- OVER THE HOLD PERCENTAGE"
063200             TO RF-DISPOSITION-LINE
063300     END-IF.
063400     IF WS-OWNED-COUNT > 0
063500         AND WS-DELETE-COUNT = WS-OWNED-COUNT
063600         SET DIFFERENCE-HELD TO TRUE
063700         MOVE "DIFFERENCE HELD -- WOULD DELETE EVERY VALUE"
063800             TO RF-DISPOSITION-LINE
063900     END-IF.
064000     IF NOT DIFFERENCE-HELD
064100         MOVE "DIFFERENCE RELEASED FOR SUBMISSION TO HAYSUBMT"
064200             TO RF-DISPOSITION-LINE
064300     END-IF.
064400     OPEN INPUT SPARTACUS-REFRESH-GEN.
064500     PERFORM 5100-COPY-GENERATED THRU 5100-EXIT
064600         UNTIL GEN-EOF.
064700     CLOSE SPARTACUS-REFRESH-GEN.
064800 5000-EXIT.
064900     EXIT.
065000******************************************************************
065100*    5100-COPY-GENERATED
065200*    COPIES ONE GENERATED TRANSACTION TO THE FILE CHOSEN BY THE
065300*    GUARD.
065400******************************************************************
065500 5100-COPY-GENERATED.
065600     READ SPARTACUS-REFRESH-GEN
065700         AT END
065800             SET GEN-EOF TO TRUE
065900             GO TO 5100-EXIT
066000     END-READ.
066100     IF DIFFERENCE-HELD
066200         WRITE HELD-REC FROM GEN-REC
066300         ADD 1 TO WS-HELD-COUNT
066400     ELSE
066500         WRITE HAYMAINT-TRN-REC FROM GEN-REC
066600         ADD 1 TO WS-RELEASED-COUNT
066700     END-IF.
066800 5100-EXIT.
066900     EXIT.
067000******************************************************************
067100*    8000-TERMINATE
067200*    WRITES THE COUNTS, THE CHANGE PERCENTAGE AND THE
067300*    DISPOSITION, SETS THE RETURN CODE AND CLOSES THE FILES.
067400*    RETURN-CODE 16 IS A REJECTED FEED, 8 A HELD DIFFERENCE, 4
067500*    A RELEASED DIFFERENCE THAT LEFT CONFLICTS BEHIND.
067600******************************************************************
067700 8000-TERMINATE.
067800     IF FEED-REJECTED
067900         MOVE "FEED REJECTED -- NO TRANSACTIONS WRITTEN"
068000             TO RF-DISPOSITION-LINE
068100     END-IF.
068200     MOVE "FEED RECORDS READ" TO RF-COUNT-LABEL.
068300     MOVE WS-FEED-READ-COUNT TO RF-COUNT-VALUE.
068400     WRITE REFRESH-RPT-LINE FROM RF-COUNT-LINE.
068500     MOVE "FEED DETAILS" TO RF-COUNT-LABEL.
068600     MOVE WS-FEED-DETAIL-COUNT TO RF-COUNT-VALUE.
068700     WRITE REFRESH-RPT-LINE FROM RF-COUNT-LINE.
068800     MOVE "FEED ERRORS" TO RF-COUNT-LABEL.
068900     MOVE WS-FEED-ERROR-COUNT TO RF-COUNT-VALUE.
069000     WRITE REFRESH-RPT-LINE FROM RF-COUNT-LINE.
069100     MOVE "VALUES OWNED ON FILE" TO RF-COUNT-LABEL.
069200     MOVE WS-OWNED-COUNT TO RF-COUNT-VALUE.
069300     WRITE REFRESH-RPT-LINE FROM RF-COUNT-LINE.
069400     MOVE "UNCHANGED" TO RF-COUNT-LABEL.
069500     MOVE WS-UNCHANGED-COUNT TO RF-COUNT-VALUE.
069600     WRITE REFRESH-RPT-LINE FROM RF-COUNT-LINE.
069700     MOVE "ADDS" TO RF-COUNT-LABEL.
069800     MOVE WS-ADD-COUNT TO RF-COUNT-VALUE.
069900     WRITE REFRESH-RPT-LINE FROM RF-COUNT-LINE.
070000     MOVE "CHANGES" TO RF-COUNT-LABEL.
070100     MOVE WS-CHANGE-COUNT TO RF-COUNT-VALUE.
070200     WRITE REFRESH-RPT-LINE FROM RF-COUNT-LINE.
070300     MOVE "DELETES" TO RF-COUNT-LABEL.
070400     MOVE WS-DELETE-COUNT TO RF-COUNT-VALUE.
070500     WRITE REFRESH-RPT-LINE FROM RF-COUNT-LINE.
070600     MOVE "CONFLICTS" TO RF-COUNT-LABEL.
070700     MOVE WS-CONFLICT-COUNT TO RF-COUNT-VALUE.
070800     WRITE REFRESH-RPT-LINE FROM RF-COUNT-LINE.
070900     MOVE WS-CHANGE-PCT TO RF-PCT-VALUE.
071000     WRITE REFRESH-RPT-LINE FROM RF-PCT-LINE.
071100     MOVE "TRANSACTIONS RELEASED" TO RF-COUNT-LABEL.
071200     MOVE WS-RELEASED-COUNT TO RF-COUNT-VALUE.
071300     WRITE REFRESH-RPT-LINE FROM RF-COUNT-LINE.
071400     MOVE "TRANSACTIONS HELD" TO RF-COUNT-LABEL.
071500     MOVE WS-HELD-COUNT TO RF-COUNT-VALUE.
071600     WRITE REFRESH-RPT-LINE FROM RF-COUNT-LINE.
071700     WRITE REFRESH-RPT-LINE FROM RF-DISPOSITION-LINE.
071800     IF WS-CONFLICT-COUNT > 0
071900         MOVE 4 TO RETURN-CODE
072000     END-IF.
072100     IF DIFFERENCE-HELD
072200         MOVE 8 TO RETURN-CODE
072300     END-IF.
072400     IF FEED-REJECTED
072500         MOVE 16 TO RETURN-CODE
072600     END-IF.
072700     CLOSE SPARTACUS-REFRESH-TRANS.
072800     CLOSE SPARTACUS-REFRESH-HELD.
072900     CLOSE SPARTACUS-REFRESH-RPT.
073000 8000-EXIT.
073100     EXIT.
