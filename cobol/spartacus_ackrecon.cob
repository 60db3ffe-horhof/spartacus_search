000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPARTACUS-ACKRECON.
000300 AUTHOR. J QUILLEN.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 12/15/2025.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MAINTENANCE HISTORY.
000900*      DATE       BY     DESCRIPTION
001000*      ---------- ------ ------------------------------------
001100*      2025-12-15 JQ     ORIGINAL PROGRAM.  THE RESPONSE
001200*                        TRANSMISSION WAS FIRE-AND-FORGET -- WHEN
001300*                        A BRANCH NEVER LOADED ITS ANSWERS THEY
001400*                        WERE REBUILT FROM RESFILE BY HAND.  RUN
001500*                        EACH CYCLE AFTER SPARTACUS-RESSPLIT,
001600*                        THIS JOB ADDS THE CYCLE'S RESPONSE BATCH
001700*                        SETS (RESXMIT) TO THE SETS STILL WAITING
001800*                        FOR AN ACKNOWLEDGMENT (SEE RXOREC) AND
001900*                        MATCHES THEM AGAINST THE BRANCHES'
002000*                        ACKNOWLEDGMENT FILE (SEE ACKREC).  A SET
002100*                        ACKNOWLEDGED AS ACCEPTED WITH OUR RECORD
002200*                        COUNT AND HASH TOTAL IS CLOSED.  A SET
002300*                        WHOSE ACKNOWLEDGMENT DISAGREES OR SAYS
002400*                        THE BRANCH REJECTED IT, OR THAT HAS GONE
002500*                        ACK_MAX_CYCLES CYCLES (DEFAULT 3, THE
002600*                        CYCLE IT WAS SENT COUNTING AS THE FIRST)
002700*                        WITHOUT ONE, IS REPORTED AND WRITTEN TO
002800*                        THE RETRANSMISSION FILE WITH ITS HEADER
002900*                        FLAGGED AS A RESEND, AND IS KEPT WAITING
003000*                        FOR AN ACKNOWLEDGMENT OF THE RESEND.  AN
003100*                        ACKNOWLEDGMENT FOR A SET NOT WAITING --
003200*                        NEVER SENT, OR ALREADY CLOSED -- IS
003300*                        REPORTED, AS IS A SECOND ONE FOR THE
003400*                        SAME SET.  THE NEW OUTSTANDING FILE
003500*                        (ACKOPNO) BECOMES THE NEXT CYCLE'S
003600*                        ACKOPEN.  RETURN-CODE 8 FLAGS ANY
003700*                        EXCEPTION, 16 A RESPONSE FILE THAT DOES
003800*                        NOT PROVE OR A RUN THAT DOES NOT
003900*                        CROSS-FOOT.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT SPARTACUS-OPEN-RESPONSES ASSIGN TO "ACKOPEN"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT SPARTACUS-RESPONSE-XMIT ASSIGN TO "RESXMIT"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT SPARTACUS-ACK-WORK ASSIGN TO "ACKWORK"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT SPARTACUS-OPEN-SORTWORK ASSIGN TO "ACKSRT".
005100     SELECT SPARTACUS-OPEN-SORTED ASSIGN TO "ACKSORTD"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT SPARTACUS-BRANCH-ACKS ASSIGN TO "ACKFILE"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT SPARTACUS-ACK-SORTWORK ASSIGN TO "AKSRT".
005600     SELECT SPARTACUS-ACK-SORTED ASSIGN TO "AKSORTD"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT SPARTACUS-NEW-OPEN ASSIGN TO "ACKOPNO"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT SPARTACUS-RESEND-XMIT ASSIGN TO "RESENDX"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT SPARTACUS-ACKRECON-RPT ASSIGN TO "ACKRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  SPARTACUS-OPEN-RESPONSES.
006700     COPY RXOREC.
006800 FD  SPARTACUS-RESPONSE-XMIT.
006900     COPY RXMREC.
007000 FD  SPARTACUS-ACK-WORK.
007100     COPY RXOREC REPLACING ==RESPONSE-OPEN-REC== BY ==AWK-REC==
007200                          LEADING ==RO-== BY ==AW-==.
007300 SD  SPARTACUS-OPEN-SORTWORK.
007400     COPY RXOREC REPLACING ==RESPONSE-OPEN-REC== BY ==OSORT-REC==
007500                          LEADING ==RO-== BY ==SO-==.
007600 FD  SPARTACUS-OPEN-SORTED.
007700     COPY RXOREC REPLACING ==RESPONSE-OPEN-REC== BY ==OWORK-REC==
007800                          LEADING ==RO-== BY ==WO-==.
007900 FD  SPARTACUS-BRANCH-ACKS.
008000     COPY ACKREC.
008100 SD  SPARTACUS-ACK-SORTWORK.
008200     COPY ACKREC REPLACING ==BRANCH-ACK-REC== BY ==ASORT-REC==
008300                          LEADING ==AK-== BY ==SA-==.
008400 FD  SPARTACUS-ACK-SORTED.
008500     COPY ACKREC REPLACING ==BRANCH-ACK-REC== BY ==AWORK-REC==
008600                          LEADING ==AK-== BY ==WA-==.
008700 FD  SPARTACUS-NEW-OPEN.
008800     COPY RXOREC REPLACING ==RESPONSE-OPEN-REC== BY ==NOP-REC==
008900                          LEADING ==RO-== BY ==NO-==.
009000 FD  SPARTACUS-RESEND-XMIT.
009100     COPY RXMREC REPLACING ==RESPONSE-XMIT-REC== BY ==RSX-REC==
009200                          LEADING ==RX-== BY ==RS-==.
009300 FD  SPARTACUS-ACKRECON-RPT.
009400 01  ACKRECON-RPT-LINE           PIC X(80).
009500 WORKING-STORAGE SECTION.
009600     COPY RXMREC REPLACING ==RESPONSE-XMIT-REC== BY ==WS-XMIT==
009700                          LEADING ==RX-== BY ==XI-==.
009800 01  WS-OPEN-EOF-SWITCH          PIC X(01) VALUE "N".
009900     88  OPEN-EOF                        VALUE "Y".
010000 01  WS-XMIT-EOF-SWITCH          PIC X(01) VALUE "N".
010100     88  XMIT-EOF                        VALUE "Y".
010200 01  WS-SORTED-EOF-SWITCH        PIC X(01) VALUE "N".
010300     88  SORTED-EOF                      VALUE "Y".
010400 01  WS-ACK-EOF-SWITCH           PIC X(01) VALUE "N".
010500     88  ACK-EOF                         VALUE "Y".
010600 01  WS-SET-OPEN-SWITCH          PIC X(01) VALUE "N".
010700     88  SET-OPEN                        VALUE "Y".
010800 01  WS-ACK-MATCH-SWITCH         PIC X(01) VALUE "N".
010900     88  ACK-MATCHED                     VALUE "Y".
011000 01  WS-SET-DISPOSITION          PIC X(01) VALUE SPACE.
011100     88  SET-ACKNOWLEDGED                VALUE "A".
011200     88  SET-DISPUTED                    VALUE "D".
011300     88  SET-BRANCH-REJECTED             VALUE "J".
011400     88  SET-UNACKNOWLEDGED              VALUE "U".
011500     88  SET-AWAITING                    VALUE "W".
011600     88  SET-TO-RESEND                   VALUE "D" "J" "U".
011700     88  SET-TO-KEEP                     VALUE "D" "J" "U" "W".
011800 01  WS-MAX-CYCLES-PARM          PIC X(02).
011900 01  WS-MAX-CYCLES               PIC 9(02) COMP VALUE 3.
012000 01  WS-RUN-DATE                 PIC 9(08).
012100 01  WS-SET-KEY.
012200     05  WS-SET-DEPT-CODE        PIC X(04).
012300     05  WS-SET-BATCH-DATE       PIC 9(08).
012400     05  WS-SET-BATCH-NUMBER     PIC 9(04).
012500     05  WS-SET-RESPONSE-DATE    PIC 9(08).
012600 01  WS-SET-SEQ                  PIC 9(08) COMP VALUE 0.
012700 01  WS-SET-COUNT                PIC 9(08) COMP VALUE 0.
012800 01  WS-SET-HASH                 PIC 9(11) COMP VALUE 0.
012900 01  WS-SET-CYCLES               PIC 9(02) VALUE 0.
013000 01  WS-SET-RESENDS              PIC 9(02) VALUE 0.
013100 01  WS-SET-HEADER               PIC X(30).
013200 01  WS-SET-HEADER-SEQ           PIC 9(08) VALUE 0.
013300 01  WS-SET-TRAILER              PIC X(30).
013400 01  WS-SET-TRAILER-SEQ          PIC 9(08) VALUE 0.
013500 01  WS-SENT-COUNT               PIC 9(08) VALUE 0.
013600 01  WS-SENT-HASH                PIC 9(10) VALUE 0.
013700 01  WS-OPEN-READ-COUNT          PIC 9(08) COMP VALUE 0.
013800 01  WS-XMIT-READ-COUNT          PIC 9(08) COMP VALUE 0.
013900 01  WS-ACK-READ-COUNT           PIC 9(08) COMP VALUE 0.
014000 01  WS-CARRIED-COUNT            PIC 9(08) COMP VALUE 0.
014100 01  WS-SENT-BATCH-COUNT         PIC 9(08) COMP VALUE 0.
014200 01  WS-RECONCILED-COUNT         PIC 9(08) COMP VALUE 0.
014300 01  WS-ACKNOWLEDGED-COUNT       PIC 9(08) COMP VALUE 0.
014400 01  WS-DISPUTED-COUNT           PIC 9(08) COMP VALUE 0.
014500 01  WS-REJECTED-COUNT           PIC 9(08) COMP VALUE 0.
014600 01  WS-UNACKED-COUNT            PIC 9(08) COMP VALUE 0.
014700 01  WS-AWAITING-COUNT           PIC 9(08) COMP VALUE 0.
014800 01  WS-NOT-SENT-COUNT           PIC 9(08) COMP VALUE 0.
014900 01  WS-DUPLICATE-COUNT          PIC 9(08) COMP VALUE 0.
015000 01  WS-RESENT-COUNT             PIC 9(08) COMP VALUE 0.
015100 01  WS-RESEND-WRITTEN           PIC 9(08) COMP VALUE 0.
015200 01  WS-KEPT-COUNT               PIC 9(08) COMP VALUE 0.
015300 01  WS-OPEN-WRITTEN             PIC 9(08) COMP VALUE 0.
015400 01  WS-CROSSFOOT-COUNT          PIC 9(08) COMP VALUE 0.
015500 01  WS-BALANCE-SWITCH           PIC X(01) VALUE "Y".
015600     88  RECON-IN-BALANCE                VALUE "Y".
015700 01  AR-HEADING-LINE.
015800     05  FILLER                  PIC X(34) VALUE
015900         "SPARTACUS RESPONSE ACKNOWLEDGMENTS".
016000     05  FILLER                  PIC X(01) VALUE SPACES.
016100     05  AR-HEADING-DATE         PIC 9(08).
016200 01  AR-DETAIL-LINE.
016300     05  AR-DETAIL-CLASS         PIC X(16).
016400     05  AR-DETAIL-DEPT          PIC X(04).
016500     05  FILLER                  PIC X(01) VALUE SPACES.
016600     05  AR-DETAIL-BATCH-DATE    PIC 9(08).
016700     05  FILLER                  PIC X(01) VALUE "/".
016800     05  AR-DETAIL-BATCH-NUMBER  PIC 9(04).
016900     05  FILLER                  PIC X(06) VALUE " RESP ".
017000     05  AR-DETAIL-RESP-DATE     PIC 9(08).
017100     05  FILLER                  PIC X(08) VALUE " CYCLES ".
017200     05  AR-DETAIL-CYCLES        PIC Z9.
017300     05  FILLER                  PIC X(08) VALUE " RESENT ".
017400     05  AR-DETAIL-RESENDS       PIC Z9.
017500 01  AR-FIGURES-LINE.
017600     05  FILLER                  PIC X(15) VALUE
017700         "    SENT COUNT ".
017800     05  AR-SENT-COUNT           PIC ZZZZZZZ9.
017900     05  FILLER                  PIC X(06) VALUE " HASH ".
018000     05  AR-SENT-HASH            PIC ZZZZZZZZZ9.
018100     05  FILLER                  PIC X(13) VALUE
018200         "   ACK COUNT ".
018300     05  AR-ACK-COUNT            PIC ZZZZZZZ9.
018400     05  FILLER                  PIC X(06) VALUE " HASH ".
018500     05  AR-ACK-HASH             PIC ZZZZZZZZZ9.
018600 01  AR-COUNT-LINE.
018700     05  AR-COUNT-LABEL          PIC X(26).
018800     05  AR-COUNT-VALUE          PIC ZZZZZZZ9.
018900 01  AR-BALANCE-LINE             PIC X(80).
019000 PROCEDURE DIVISION.
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019300     PERFORM 2000-LOAD-OUTSTANDING THRU 2000-EXIT
019400         UNTIL OPEN-EOF.
019500     PERFORM 2100-LOAD-RESPONSE THRU 2100-EXIT
019600         UNTIL XMIT-EOF.
019700     CLOSE SPARTACUS-OPEN-RESPONSES.
019800     CLOSE SPARTACUS-RESPONSE-XMIT.
019900     CLOSE SPARTACUS-ACK-WORK.
020000     SORT SPARTACUS-OPEN-SORTWORK
020100         ON ASCENDING KEY SO-KEY
020200                          SO-REC-CLASS
020300                          SO-REC-SEQ
020400         USING SPARTACUS-ACK-WORK
020500         GIVING SPARTACUS-OPEN-SORTED.
020600     SORT SPARTACUS-ACK-SORTWORK
020700         ON ASCENDING KEY SA-KEY
020800         USING SPARTACUS-BRANCH-ACKS
020900         GIVING SPARTACUS-ACK-SORTED.
021000     OPEN INPUT SPARTACUS-OPEN-SORTED.
021100     OPEN INPUT SPARTACUS-ACK-SORTED.
021200     PERFORM 2500-READ-OPEN THRU 2500-EXIT.
021300     PERFORM 2600-READ-ACK THRU 2600-EXIT.
021400     PERFORM 3000-MATCH-FILES THRU 3000-EXIT
021500         UNTIL SORTED-EOF AND ACK-EOF.
021600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021700     STOP RUN.
021800******************************************************************
021900*    1000-INITIALIZE
022000*    PICKS UP THE CYCLE LIMIT, OPENS THE FILES AND WRITES THE
022100*    RUN HEADING.  ACK_MAX_CYCLES MAY BE KEYED AS ONE OR TWO
022200*    DIGITS; ANYTHING ELSE LEAVES THE DEFAULT OF 3.
022300******************************************************************
022400 1000-INITIALIZE.
022500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022600     DISPLAY "ACK_MAX_CYCLES" UPON ENVIRONMENT-NAME.
022700     ACCEPT WS-MAX-CYCLES-PARM FROM ENVIRONMENT-VALUE.
022800     IF WS-MAX-CYCLES-PARM(2:1) = SPACE
022900         MOVE WS-MAX-CYCLES-PARM(1:1) TO WS-MAX-CYCLES-PARM(2:1)
023000         MOVE "0" TO WS-MAX-CYCLES-PARM(1:1)
023100     END-IF.
023200     IF WS-MAX-CYCLES-PARM IS NUMERIC
023300         AND WS-MAX-CYCLES-PARM NOT = "00"
023400         MOVE WS-MAX-CYCLES-PARM TO WS-MAX-CYCLES
023500     END-IF.
023600     OPEN INPUT SPARTACUS-OPEN-RESPONSES.
023700     OPEN INPUT SPARTACUS-RESPONSE-XMIT.
023800     OPEN OUTPUT SPARTACUS-ACK-WORK.
023900     OPEN OUTPUT SPARTACUS-NEW-OPEN.
024000     OPEN OUTPUT SPARTACUS-RESEND-XMIT.
024100     OPEN OUTPUT SPARTACUS-ACKRECON-RPT.
024200     MOVE WS-RUN-DATE TO AR-HEADING-DATE.
024300     WRITE ACKRECON-RPT-LINE FROM AR-HEADING-LINE.
024400 1000-EXIT.
024500     EXIT.
024600******************************************************************
024700*    2000-LOAD-OUTSTANDING
024800*    COPIES ONE RECORD OF THE SETS STILL WAITING FROM THE PRIOR
024900*    CYCLE TO THE WORK FILE AS IT STANDS.
025000******************************************************************
025100 2000-LOAD-OUTSTANDING.
025200     READ SPARTACUS-OPEN-RESPONSES
025300         AT END
025400             SET OPEN-EOF TO TRUE
025500             GO TO 2000-EXIT
025600     END-READ.
025700     ADD 1 TO WS-OPEN-READ-COUNT.
025800     IF RO-CLASS-HEADER
025900         ADD 1 TO WS-CARRIED-COUNT
026000     END-IF.
026100     WRITE AWK-REC FROM RESPONSE-OPEN-REC.
026200 2000-EXIT.
026300     EXIT.
026400******************************************************************
026500*    2100-LOAD-RESPONSE
026600*    READS ONE RECORD OF THE CYCLE'S RESPONSE TRANSMISSION AND
026700*    WRITES IT TO THE WORK FILE UNDER ITS BATCH SET'S KEY.  EVERY
026800*    SET MUST BE ONE HEADER, ITS DETAILS AND ONE TRAILER WHOSE
026900*    RECORD COUNT AND HASH TOTAL PROVE THE DETAILS; A FILE OUT OF
027000*    THAT SHAPE ABORTS THE RUN BEFORE ANYTHING IS MATCHED.
027100******************************************************************
027200 2100-LOAD-RESPONSE.
027300     READ SPARTACUS-RESPONSE-XMIT
027400         AT END
027500             SET XMIT-EOF TO TRUE
027600             IF SET-OPEN
027700                 DISPLAY "RESPONSE FILE ENDS INSIDE BATCH SET "
027800                     WS-SET-KEY
027900                 GO TO 2100-ABORT
028000             END-IF
028100             GO TO 2100-EXIT
028200     END-READ.
028300     ADD 1 TO WS-XMIT-READ-COUNT.
028400     IF RX-HEADER-REC
028500         IF SET-OPEN
028600             DISPLAY "RESPONSE FILE HEADER INSIDE BATCH SET "
028700                 WS-SET-KEY
028800             GO TO 2100-ABORT
028900         END-IF
029000         SET SET-OPEN TO TRUE
029100         MOVE RX-HDR-DEPT-CODE TO WS-SET-DEPT-CODE
029200         MOVE RX-HDR-BATCH-DATE TO WS-SET-BATCH-DATE
029300         MOVE RX-HDR-BATCH-NUMBER TO WS-SET-BATCH-NUMBER
029400         MOVE RX-HDR-RESPONSE-DATE TO WS-SET-RESPONSE-DATE
029500         MOVE 0 TO WS-SET-SEQ WS-SET-COUNT WS-SET-HASH
029600         ADD 1 TO WS-SENT-BATCH-COUNT
029700         MOVE "1" TO AW-REC-CLASS
029800         GO TO 2100-WRITE
029900     END-IF.
030000     IF NOT SET-OPEN
030100         DISPLAY "RESPONSE FILE RECORD OUTSIDE A BATCH SET AT "
030200             "RECORD " WS-XMIT-READ-COUNT
030300         GO TO 2100-ABORT
030400     END-IF.
030500     IF RX-DETAIL-REC
030600         ADD 1 TO WS-SET-COUNT
030700         ADD RX-DTL-NEEDLE TO WS-SET-HASH
030800         IF WS-SET-HASH > 9999999999
030900             SUBTRACT 10000000000 FROM WS-SET-HASH
031000         END-IF
031100         MOVE "3" TO AW-REC-CLASS
031200         GO TO 2100-WRITE
031300     END-IF.
031400     IF RX-TRAILER-REC
031500         IF RX-TRL-RECORD-COUNT NOT = WS-SET-COUNT
031600             OR RX-TRL-HASH-TOTAL NOT = WS-SET-HASH
031700             DISPLAY "RESPONSE BATCH SET " WS-SET-KEY
031800                 " DOES NOT PROVE TO ITS TRAILER"
031900             GO TO 2100-ABORT
032000         END-IF
032100         MOVE "N" TO WS-SET-OPEN-SWITCH
032200         MOVE "2" TO AW-REC-CLASS
032300         GO TO 2100-WRITE
032400     END-IF.
032500     DISPLAY "RESPONSE FILE RECORD TYPE " RX-REC-TYPE
032600         " NOT RECOGNISED AT RECORD " WS-XMIT-READ-COUNT.
032700 2100-ABORT.
032800     DISPLAY "RESPONSE TRANSMISSION REJECTED -- RUN ABORTED".
032900     MOVE 16 TO RETURN-CODE.
033000     STOP RUN.
033100 2100-WRITE.
033200     ADD 1 TO WS-SET-SEQ.
033300     MOVE WS-SET-KEY TO AW-KEY.
033400     MOVE WS-SET-SEQ TO AW-REC-SEQ.
033500     MOVE 0 TO AW-CYCLES.
033600     MOVE 0 TO AW-RESEND-COUNT.
033700     MOVE RESPONSE-XMIT-REC TO AW-XMIT-IMAGE.
033800     WRITE AWK-REC.
033900 2100-EXIT.
034000     EXIT.
034100******************************************************************
034200*    2500-READ-OPEN
034300*    READS THE NEXT RECORD OF THE SORTED WAITING SETS.
034400******************************************************************
034500 2500-READ-OPEN.
034600     READ SPARTACUS-OPEN-SORTED
034700         AT END
034800             SET SORTED-EOF TO TRUE
034900     END-READ.
035000 2500-EXIT.
035100     EXIT.
035200******************************************************************
035300*    2600-READ-ACK
035400*    READS THE NEXT SORTED ACKNOWLEDGMENT.
035500******************************************************************
035600 2600-READ-ACK.
035700     READ SPARTACUS-ACK-SORTED
035800         AT END
035900             SET ACK-EOF TO TRUE
036000             GO TO 2600-EXIT
036100     END-READ.
036200     ADD 1 TO WS-ACK-READ-COUNT.
036300 2600-EXIT.
036400     EXIT.
036500******************************************************************
036600*    3000-MATCH-FILES
036700*    BALANCED-LINE COMPARE OF THE WAITING BATCH SETS AGAINST THE
036800*    ACKNOWLEDGMENTS ON DEPARTMENT, BATCH DATE, BATCH NUMBER AND
036900*    RESPONSE DATE.  A SET WITH OR WITHOUT AN ACKNOWLEDGMENT IS
037000*    SETTLED WHOLE BY 3100-PROCESS-SET; AN ACKNOWLEDGMENT WITH NO
037100*    SET WAITING IS REPORTED, AND SO IS ANY FURTHER ONE FOR A SET
037200*    ALREADY MATCHED.
037300******************************************************************
037400 3000-MATCH-FILES.
037500     IF SORTED-EOF
037600         PERFORM 3600-REPORT-NOT-SENT THRU 3600-EXIT
037700         PERFORM 2600-READ-ACK THRU 2600-EXIT
037800         GO TO 3000-EXIT
037900     END-IF.
038000     IF ACK-EOF
038100         MOVE "N" TO WS-ACK-MATCH-SWITCH
038200         PERFORM 3100-PROCESS-SET THRU 3100-EXIT
038300         GO TO 3000-EXIT
038400     END-IF.
038500     IF WO-KEY = WA-KEY
038600         SET ACK-MATCHED TO TRUE
038700         PERFORM 3100-PROCESS-SET THRU 3100-EXIT
038800         PERFORM 2600-READ-ACK THRU 2600-EXIT
038900         PERFORM 3700-REPORT-DUPLICATE THRU 3700-EXIT
039000             UNTIL ACK-EOF OR WA-KEY NOT = WS-SET-KEY
039100         GO TO 3000-EXIT
039200     END-IF.
039300     IF WO-KEY < WA-KEY
039400         MOVE "N" TO WS-ACK-MATCH-SWITCH
039500         PERFORM 3100-PROCESS-SET THRU 3100-EXIT
039600     ELSE
039700         PERFORM 3600-REPORT-NOT-SENT THRU 3600-EXIT
039800         PERFORM 2600-READ-ACK THRU 2600-EXIT
039900     END-IF.
040000 3000-EXIT.
040100     EXIT.
040200******************************************************************
040300*    3100-PROCESS-SET
040400*    SETTLES ONE WAITING BATCH SET.  THE SORT BRINGS ITS HEADER
040500*    AND TRAILER AHEAD OF ITS DETAILS, SO THE TRAILER'S COUNT AND
040600*    HASH ARE IN HAND BEFORE THE DISPOSITION IS DECIDED; THE SET
040700*    IS THEN COPIED IN ITS ORIGINAL ORDER TO THE RETRANSMISSION
040800*    FILE, THE NEW OUTSTANDING FILE, BOTH OR NEITHER.
040900******************************************************************
041000 3100-PROCESS-SET.
041100     MOVE WO-KEY TO WS-SET-KEY.
041200     ADD 1 TO WS-RECONCILED-COUNT.
041300     IF NOT WO-CLASS-HEADER
041400         DISPLAY "OUTSTANDING BATCH SET " WS-SET-KEY
041500             " HAS NO HEADER"
041600         GO TO 3100-ABORT
041700     END-IF.
041800     MOVE WO-XMIT-IMAGE TO WS-SET-HEADER.
041900     MOVE WO-REC-SEQ TO WS-SET-HEADER-SEQ.
042000     MOVE WO-CYCLES TO WS-SET-CYCLES.
042100     MOVE WO-RESEND-COUNT TO WS-SET-RESENDS.
042200     PERFORM 2500-READ-OPEN THRU 2500-EXIT.
042300     IF SORTED-EOF
042400         OR WO-KEY NOT = WS-SET-KEY
042500         OR NOT WO-CLASS-TRAILER
042600         DISPLAY "OUTSTANDING BATCH SET " WS-SET-KEY
042700             " HAS NO TRAILER"
042800         GO TO 3100-ABORT
042900     END-IF.
043000     MOVE WO-XMIT-IMAGE TO WS-SET-TRAILER.
043100     MOVE WO-REC-SEQ TO WS-SET-TRAILER-SEQ.
043200     MOVE WS-SET-TRAILER TO WS-XMIT.
043300     MOVE XI-TRL-RECORD-COUNT TO WS-SENT-COUNT.
043400     MOVE XI-TRL-HASH-TOTAL TO WS-SENT-HASH.
043500     PERFORM 2500-READ-OPEN THRU 2500-EXIT.
043600     PERFORM 3200-DECIDE-SET THRU 3200-EXIT.
043700     PERFORM 3300-WRITE-SET-HEADER THRU 3300-EXIT.
043800     PERFORM 3400-COPY-DETAIL THRU 3400-EXIT
043900         UNTIL SORTED-EOF OR WO-KEY NOT = WS-SET-KEY.
044000     PERFORM 3500-WRITE-SET-TRAILER THRU 3500-EXIT.
044100     GO TO 3100-EXIT.
044200 3100-ABORT.
044300     DISPLAY "OUTSTANDING RESPONSE FILE OUT OF SHAPE -- RUN "
044400         "ABORTED".
044500     MOVE 16 TO RETURN-CODE.
044600     STOP RUN.
044700 3100-EXIT.
044800     EXIT.
044900******************************************************************
045000*    3200-DECIDE-SET
045100*    DECIDES WHAT BECOMES OF THE SET.  WITH AN ACKNOWLEDGMENT:
045200*    ACCEPTED WITH OUR COUNT AND HASH CLOSES IT; A COUNT OR HASH
045300*    THAT DISAGREES IS DISPUTED; OTHERWISE THE BRANCH REJECTED
045400*    IT.  WITHOUT ONE THE SET WAITS ANOTHER CYCLE UNTIL IT HAS
045500*    WAITED ACK_MAX_CYCLES, WHEN IT IS UNACKNOWLEDGED.  A SET
045600*    THAT IS DISPUTED, REJECTED OR UNACKNOWLEDGED IS REPORTED
045700*    AND SENT AGAIN, AND ITS CYCLE COUNT STARTS OVER.
045800******************************************************************
045900 3200-DECIDE-SET.
046000     IF ACK-MATCHED
046100         IF WA-RECORD-COUNT = WS-SENT-COUNT
046200             AND WA-HASH-TOTAL = WS-SENT-HASH
046300             IF WA-ACCEPTED
046400                 SET SET-ACKNOWLEDGED TO TRUE
046500                 ADD 1 TO WS-ACKNOWLEDGED-COUNT
046600                 GO TO 3200-EXIT
046700             END-IF
046800             SET SET-BRANCH-REJECTED TO TRUE
046900             ADD 1 TO WS-REJECTED-COUNT
047000             MOVE "REJECTED BY BR  " TO AR-DETAIL-CLASS
047100         ELSE
047200             SET SET-DISPUTED TO TRUE
047300             ADD 1 TO WS-DISPUTED-COUNT
047400             MOVE "COUNT/HASH DIFF " TO AR-DETAIL-CLASS
047500         END-IF
047600         GO TO 3200-REPORT
047700     END-IF.
047800     ADD 1 TO WS-SET-CYCLES.
047900     IF WS-SET-CYCLES < WS-MAX-CYCLES
048000         SET SET-AWAITING TO TRUE
048100         ADD 1 TO WS-AWAITING-COUNT
048200         GO TO 3200-EXIT
048300     END-IF.
048400     SET SET-UNACKNOWLEDGED TO TRUE.
048500     ADD 1 TO WS-UNACKED-COUNT.
048600     MOVE "UNACKNOWLEDGED  " TO AR-DETAIL-CLASS.
048700 3200-REPORT.
048800     MOVE WS-SET-DEPT-CODE TO AR-DETAIL-DEPT.
048900     MOVE WS-SET-BATCH-DATE TO AR-DETAIL-BATCH-DATE.
049000     MOVE WS-SET-BATCH-NUMBER TO AR-DETAIL-BATCH-NUMBER.
049100     MOVE WS-SET-RESPONSE-DATE TO AR-DETAIL-RESP-DATE.
049200     MOVE WS-SET-CYCLES TO AR-DETAIL-CYCLES.
049300     MOVE WS-SET-RESENDS TO AR-DETAIL-RESENDS.
049400     WRITE ACKRECON-RPT-LINE FROM AR-DETAIL-LINE.
049500     MOVE WS-SENT-COUNT TO AR-SENT-COUNT.
049600     MOVE WS-SENT-HASH TO AR-SENT-HASH.
049700     IF ACK-MATCHED
049800         MOVE WA-RECORD-COUNT TO AR-ACK-COUNT
049900         MOVE WA-HASH-TOTAL TO AR-ACK-HASH
050000     ELSE
050100         MOVE 0 TO AR-ACK-COUNT AR-ACK-HASH
050200     END-IF.
050300     WRITE ACKRECON-RPT-LINE FROM AR-FIGURES-LINE.
050400     MOVE 0 TO WS-SET-CYCLES.
050500     ADD 1 TO WS-SET-RESENDS.
050600     ADD 1 TO WS-RESENT-COUNT.
050700 3200-EXIT.
050800     EXIT.
050900******************************************************************
051000*    3300-WRITE-SET-HEADER
051100*    WRITES THE SET'S HEADER TO THE RETRANSMISSION FILE, FLAGGED
051200*    AS A RESEND, AND/OR TO THE NEW OUTSTANDING FILE WITH ITS
051300*    UPDATED CYCLE AND RESEND COUNTS.
051400******************************************************************
051500 3300-WRITE-SET-HEADER.
051600     IF SET-TO-RESEND
051700         MOVE WS-SET-HEADER TO RSX-REC
051800         SET RS-HDR-RESEND TO TRUE
051900         WRITE RSX-REC
052000         ADD 1 TO WS-RESEND-WRITTEN
052100     END-IF.
052200     IF SET-TO-KEEP
052300         MOVE WS-SET-KEY TO NO-KEY
052400         MOVE "1" TO NO-REC-CLASS
052500         MOVE WS-SET-HEADER-SEQ TO NO-REC-SEQ
052600         MOVE WS-SET-CYCLES TO NO-CYCLES
052700         MOVE WS-SET-RESENDS TO NO-RESEND-COUNT
052800         MOVE WS-SET-HEADER TO NO-XMIT-IMAGE
052900         WRITE NOP-REC
053000         ADD 1 TO WS-OPEN-WRITTEN
053100         ADD 1 TO WS-KEPT-COUNT
053200     END-IF.
053300 3300-EXIT.
053400     EXIT.
053500******************************************************************
053600*    3400-COPY-DETAIL
053700*    COPIES ONE DETAIL OF THE SET TO WHICHEVER FILES THE SET IS
053800*    GOING TO AND READS THE NEXT WAITING RECORD.
053900******************************************************************
054000 3400-COPY-DETAIL.
054100     IF NOT WO-CLASS-DETAIL
054200         DISPLAY "OUTSTANDING BATCH SET " WS-SET-KEY
054300             " HAS A SECOND HEADER OR TRAILER"
054400         GO TO 3100-ABORT
054500     END-IF.
054600     IF SET-TO-RESEND
054700         MOVE WO-XMIT-IMAGE TO RSX-REC
054800         WRITE RSX-REC
054900         ADD 1 TO WS-RESEND-WRITTEN
055000     END-IF.
055100     IF SET-TO-KEEP
055200         MOVE OWORK-REC TO NOP-REC
055300         MOVE WS-SET-CYCLES TO NO-CYCLES
055400         MOVE WS-SET-RESENDS TO NO-RESEND-COUNT
055500         WRITE NOP-REC
055600         ADD 1 TO WS-OPEN-WRITTEN
055700     END-IF.
055800     PERFORM 2500-READ-OPEN THRU 2500-EXIT.
055900 3400-EXIT.
056000     EXIT.
056100******************************************************************
056200*    3500-WRITE-SET-TRAILER
056300*    CLOSES THE SET ON WHICHEVER FILES IT WENT TO WITH ITS
056400*    ORIGINAL TRAILER.
056500******************************************************************
056600 3500-WRITE-SET-TRAILER.
056700     IF SET-TO-RESEND
056800         MOVE WS-SET-TRAILER TO RSX-REC
056900         WRITE RSX-REC
057000         ADD 1 TO WS-RESEND-WRITTEN
057100     END-IF.
057200     IF SET-TO-KEEP
057300         MOVE WS-SET-KEY TO NO-KEY
057400         MOVE "2" TO NO-REC-CLASS
057500         MOVE WS-SET-TRAILER-SEQ TO NO-REC-SEQ
057600         MOVE WS-SET-CYCLES TO NO-CYCLES
057700         MOVE WS-SET-RESENDS TO NO-RESEND-COUNT
057800         MOVE WS-SET-TRAILER TO NO-XMIT-IMAGE
057900         WRITE NOP-REC
058000         ADD 1 TO WS-OPEN-WRITTEN
058100     END-IF.
058200 3500-EXIT.
058300     EXIT.
058400******************************************************************
058500*    3600-REPORT-NOT-SENT
058600*    REPORTS AN ACKNOWLEDGMENT FOR WHICH NO SET IS WAITING --
058700*    A BATCH WE NEVER SENT, OR ONE ALREADY CLOSED.
058800******************************************************************
058900 3600-REPORT-NOT-SENT.
059000     MOVE "ACK NOT SENT    " TO AR-DETAIL-CLASS.
059100     PERFORM 3800-WRITE-ACK-EXCEPTION THRU 3800-EXIT.
059200     ADD 1 TO WS-NOT-SENT-COUNT.
059300 3600-EXIT.
059400     EXIT.
059500******************************************************************
059600*    3700-REPORT-DUPLICATE
059700*    REPORTS A FURTHER ACKNOWLEDGMENT FOR THE SET JUST SETTLED
059800*    AND READS THE NEXT ONE.
059900******************************************************************
060000 3700-REPORT-DUPLICATE.
060100     MOVE "DUPLICATE ACK   " TO AR-DETAIL-CLASS.
060200     PERFORM 3800-WRITE-ACK-EXCEPTION THRU 3800-EXIT.
060300     ADD 1 TO WS-DUPLICATE-COUNT.
060400     PERFORM 2600-READ-ACK THRU 2600-EXIT.
060500 3700-EXIT.
060600     EXIT.
060700******************************************************************
060800*    3800-WRITE-ACK-EXCEPTION
060900*    WRITES THE REPORT LINES FOR AN ACKNOWLEDGMENT THAT MATCHED
061000*    NO WAITING SET, WITH THE BRANCH'S OWN FIGURES.
061100******************************************************************
061200 3800-WRITE-ACK-EXCEPTION.
061300     MOVE WA-DEPT-CODE TO AR-DETAIL-DEPT.
061400     MOVE WA-BATCH-DATE TO AR-DETAIL-BATCH-DATE.
061500     MOVE WA-BATCH-NUMBER TO AR-DETAIL-BATCH-NUMBER.
061600     MOVE WA-RESPONSE-DATE TO AR-DETAIL-RESP-DATE.
061700     MOVE 0 TO AR-DETAIL-CYCLES AR-DETAIL-RESENDS.
061800     WRITE ACKRECON-RPT-LINE FROM AR-DETAIL-LINE.
061900     MOVE 0 TO AR-SENT-COUNT AR-SENT-HASH.
062000     MOVE WA-RECORD-COUNT TO AR-ACK-COUNT.
062100     MOVE WA-HASH-TOTAL TO AR-ACK-HASH.
062200     WRITE ACKRECON-RPT-LINE FROM AR-FIGURES-LINE.
062300 3800-EXIT.
062400     EXIT.
062500******************************************************************
062600*    8000-TERMINATE
062700*    WRITES THE CROSS-FOOTED TOTALS PAGE, CLOSES THE FILES AND
062800*    SETS THE FINAL CONDITION CODE.  THE CROSS-FOOTS ARE
062900*      CARRIED IN + SENT THIS CYCLE = SETS RECONCILED
063000*      SETS RECONCILED = ACKNOWLEDGED + DISPUTED + REJECTED
063100*                        + UNACKNOWLEDGED + AWAITING
063200*      ACKS READ = ACKNOWLEDGED + DISPUTED + REJECTED
063300*                  + NOT SENT + DUPLICATE
063400*      SETS KEPT = DISPUTED + REJECTED + UNACKNOWLEDGED
063500*                  + AWAITING
063600*    16 IF THEY FAIL, OTHERWISE 8 FOR ANY EXCEPTION.
063700******************************************************************
063800 8000-TERMINATE.
063900     MOVE "OUTSTANDING RECORDS READ  " TO AR-COUNT-LABEL.
064000     MOVE WS-OPEN-READ-COUNT TO AR-COUNT-VALUE.
064100     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
064200     MOVE "RESPONSE RECORDS READ     " TO AR-COUNT-LABEL.
064300     MOVE WS-XMIT-READ-COUNT TO AR-COUNT-VALUE.
064400     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
064500     MOVE "ACKNOWLEDGMENTS READ      " TO AR-COUNT-LABEL.
064600     MOVE WS-ACK-READ-COUNT TO AR-COUNT-VALUE.
064700     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
064800     MOVE "SETS CARRIED IN           " TO AR-COUNT-LABEL.
064900     MOVE WS-CARRIED-COUNT TO AR-COUNT-VALUE.
065000     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
065100     MOVE "SETS SENT THIS CYCLE      " TO AR-COUNT-LABEL.
065200     MOVE WS-SENT-BATCH-COUNT TO AR-COUNT-VALUE.
065300     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
065400     MOVE "SETS RECONCILED           " TO AR-COUNT-LABEL.
065500     MOVE WS-RECONCILED-COUNT TO AR-COUNT-VALUE.
065600     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
065700     MOVE "ACKNOWLEDGED              " TO AR-COUNT-LABEL.
065800     MOVE WS-ACKNOWLEDGED-COUNT TO AR-COUNT-VALUE.
065900     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
066000     MOVE "COUNT OR HASH DISPUTED    " TO AR-COUNT-LABEL.
066100     MOVE WS-DISPUTED-COUNT TO AR-COUNT-VALUE.
066200     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
066300     MOVE "REJECTED BY BRANCH        " TO AR-COUNT-LABEL.
066400     MOVE WS-REJECTED-COUNT TO AR-COUNT-VALUE.
066500     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
066600     MOVE "UNACKNOWLEDGED            " TO AR-COUNT-LABEL.
066700     MOVE WS-UNACKED-COUNT TO AR-COUNT-VALUE.
066800     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
066900     MOVE "AWAITING ACKNOWLEDGMENT   " TO AR-COUNT-LABEL.
067000     MOVE WS-AWAITING-COUNT TO AR-COUNT-VALUE.
067100     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
067200     MOVE "ACK FOR SET NOT SENT      " TO AR-COUNT-LABEL.
067300     MOVE WS-NOT-SENT-COUNT TO AR-COUNT-VALUE.
067400     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
067500     MOVE "DUPLICATE ACKNOWLEDGMENTS " TO AR-COUNT-LABEL.
067600     MOVE WS-DUPLICATE-COUNT TO AR-COUNT-VALUE.
067700     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
067800     MOVE "SETS SENT AGAIN           " TO AR-COUNT-LABEL.
067900     MOVE WS-RESENT-COUNT TO AR-COUNT-VALUE.
068000     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
068100     MOVE "RESEND RECORDS WRITTEN    " TO AR-COUNT-LABEL.
068200     MOVE WS-RESEND-WRITTEN TO AR-COUNT-VALUE.
068300     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
068400     MOVE "SETS STILL OUTSTANDING    " TO AR-COUNT-LABEL.
068500     MOVE WS-KEPT-COUNT TO AR-COUNT-VALUE.
068600     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
068700     MOVE "OUTSTANDING RECS WRITTEN  " TO AR-COUNT-LABEL.
068800     MOVE WS-OPEN-WRITTEN TO AR-COUNT-VALUE.
068900     WRITE ACKRECON-RPT-LINE FROM AR-COUNT-LINE.
069000     COMPUTE WS-CROSSFOOT-COUNT =
069100         WS-CARRIED-COUNT + WS-SENT-BATCH-COUNT.
069200     IF WS-CROSSFOOT-COUNT NOT = WS-RECONCILED-COUNT
069300         MOVE "N" TO WS-BALANCE-SWITCH
069400     END-IF.
069500     COMPUTE WS-CROSSFOOT-COUNT =
069600         WS-ACKNOWLEDGED-COUNT + WS-DISPUTED-COUNT
069700         + WS-REJECTED-COUNT + WS-UNACKED-COUNT
069800         + WS-AWAITING-COUNT.
069900     IF WS-CROSSFOOT-COUNT NOT = WS-RECONCILED-COUNT
070000         MOVE "N" TO WS-BALANCE-SWITCH
070100     END-IF.
070200     COMPUTE WS-CROSSFOOT-COUNT =
070300         WS-ACKNOWLEDGED-COUNT + WS-DISPUTED-COUNT
070400         + WS-REJECTED-COUNT + WS-NOT-SENT-COUNT
070500         + WS-DUPLICATE-COUNT.
070600     IF WS-CROSSFOOT-COUNT NOT = WS-ACK-READ-COUNT
070700         MOVE "N" TO WS-BALANCE-SWITCH
070800     END-IF.
070900     COMPUTE WS-CROSSFOOT-COUNT =
071000         WS-DISPUTED-COUNT + WS-REJECTED-COUNT
071100         + WS-UNACKED-COUNT + WS-AWAITING-COUNT.
071200     IF WS-CROSSFOOT-COUNT NOT = WS-KEPT-COUNT
071300         MOVE "N" TO WS-BALANCE-SWITCH
071400     END-IF.
071500     IF RECON-IN-BALANCE
071600         MOVE "RECONCILIATION CROSS-FOOTS" TO AR-BALANCE-LINE
071700         WRITE ACKRECON-RPT-LINE FROM AR-BALANCE-LINE
071800     ELSE
071900         MOVE "RECONCILIATION DOES NOT CROSS-FOOT - INVESTIGATE"
072000             TO AR-BALANCE-LINE
072100         WRITE ACKRECON-RPT-LINE FROM AR-BALANCE-LINE
072200         MOVE 16 TO RETURN-CODE
072300     END-IF.
072400     IF RETURN-CODE = 0
072500         AND (WS-DISPUTED-COUNT > 0
072600             OR WS-REJECTED-COUNT > 0
072700             OR WS-UNACKED-COUNT > 0
072800             OR WS-NOT-SENT-COUNT > 0
072900             OR WS-DUPLICATE-COUNT > 0)
073000         MOVE 8 TO RETURN-CODE
073100     END-IF.
073200     CLOSE SPARTACUS-OPEN-SORTED.
073300     CLOSE SPARTACUS-ACK-SORTED.
073400     CLOSE SPARTACUS-NEW-OPEN.
073500     CLOSE SPARTACUS-RESEND-XMIT.
073600     CLOSE SPARTACUS-ACKRECON-RPT.
073700 8000-EXIT.
073800     EXIT.
