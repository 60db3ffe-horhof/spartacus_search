000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPARTACUS-HAYSUBMT.
000300 AUTHOR. J QUILLEN.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 09/22/2025.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MAINTENANCE HISTORY.
000900*      DATE       BY     DESCRIPTION
001000*      ---------- ------ ------------------------------------
001100*      2025-09-22 JQ     ORIGINAL PROGRAM.  FIRST HALF OF THE
001200*                        MAKER-CHECKER STEP IN FRONT OF
001300*                        HAYMAINT.  A SUBMITTER'S HAYSTACK
001400*                        MAINTENANCE TRANSACTIONS (HMTREC) NO
001500*                        LONGER GO STRAIGHT TO HAYTRANS: THIS
001600*                        RUN APPENDS EACH ONE TO THE HELD-FOR-
001700*                        APPROVAL FILE (SEE HMHREC) STAMPED
001800*                        WITH THE SUBMITTING USER AND JOB, THE
001900*                        SUBMIT DATE AND TIME AND AN ITEM
002000*                        NUMBER, AND LISTS THE HELD KEYS SO THE
002100*                        SUBMITTER CAN QUOTE THEM TO THE
002200*                        APPROVER.  NOTHING REACHES THE
002300*                        HAYSTACK UNTIL A DIFFERENT USER
002400*                        RELEASES IT THROUGH HAYAPPRV.  A RUN
002500*                        WITH NO USER IDENTIFICATION IS REFUSED
002600*                        -- AN ANONYMOUS SUBMISSION COULD NEVER
002700*                        BE PROVED TO HAVE A SECOND PAIR OF
002800*                        EYES ON IT.
002810*      2026-02-02 JQ     A SUBMISSION OF MORE THAN 9999 ITEMS
002820*                        IS NOW COUNTED AND REFUSED BEFORE
002830*                        ANYTHING IS HELD, RATHER THAN REUSING
002840*                        ITEM NUMBERS, WHICH WOULD HAVE HELD TWO
002850*                        ITEMS UNDER THE SAME KEY.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SPARTACUS-HAYSUBMT-TRANS ASSIGN TO "HAYSUBM"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT SPARTACUS-HAYMAINT-HELD ASSIGN TO "HELDFILE"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT SPARTACUS-HAYSUBMT-RPT ASSIGN TO "HSUBRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  SPARTACUS-HAYSUBMT-TRANS.
004200     COPY HMTREC.
004300 FD  SPARTACUS-HAYMAINT-HELD.
004400     COPY HMHREC.
004500 FD  SPARTACUS-HAYSUBMT-RPT.
004600 01  HAYSUBMT-RPT-LINE           PIC X(80).
004700 WORKING-STORAGE SECTION.
004800 01  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE "N".
004900     88  TRANS-EOF                       VALUE "Y".
005000 01  WS-RUN-DATE                 PIC 9(08).
005100 01  WS-RUN-TIME                 PIC 9(08).
005200 01  WS-JOB-NAME                 PIC X(08).
005300 01  WS-USER-ID                  PIC X(08).
005400 01  WS-TRANS-READ-COUNT         PIC 9(04) COMP VALUE 0.
005500 01  WS-HELD-WRITTEN-COUNT       PIC 9(04) COMP VALUE 0.
005510 01  WS-SUBMIT-COUNT             PIC 9(05) COMP VALUE 0.
005600 01  SB-HEADING-LINE.
005700     05  FILLER                  PIC X(24) VALUE
005800         "SPARTACUS HAYSUBMT RUN ".
005900     05  SB-HEADING-DATE         PIC 9(08).
006000 01  SB-USER-LINE.
006100     05  FILLER                  PIC X(14) VALUE
006200         "SUBMITTED BY ".
006300     05  SB-USER-ID              PIC X(08).
006400     05  FILLER                  PIC X(06) VALUE " JOB ".
006500     05  SB-JOB-NAME             PIC X(08).
006600 01  SB-COLUMN-LINE              PIC X(80) VALUE
006700     "SUBMIT DT SUBMIT TM ITEM  A VALUE".
006800 01  SB-DETAIL-LINE.
006900     05  SB-DETAIL-DATE          PIC 9(08).
007000     05  FILLER                  PIC X(02) VALUE SPACES.
007100     05  SB-DETAIL-TIME          PIC 9(08).
007200     05  FILLER                  PIC X(02) VALUE SPACES.
007300     05  SB-DETAIL-ITEM          PIC 9(04).
007400     05  FILLER                  PIC X(02) VALUE SPACES.
007500     05  SB-DETAIL-ACTION        PIC X(01).
007600     05  FILLER                  PIC X(01) VALUE SPACE.
007700     05  SB-DETAIL-VALUE         PIC X(05).
007800 01  SB-COUNT-LINE.
007900     05  SB-COUNT-LABEL          PIC X(24).
008000     05  SB-COUNT-VALUE          PIC ZZZ9.
008100 PROCEDURE DIVISION.
008200 0000-MAINLINE.
008300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008400     PERFORM 3000-PROCESS-TRANS THRU 3000-EXIT
008500         UNTIL TRANS-EOF.
008600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008700     STOP RUN.
008800******************************************************************
008900*    1000-INITIALIZE
009000*    STAMPS THE SUBMISSION IDENTIFICATION -- RUN DATE AND TIME,
009100*    JOB AND USER -- AND REFUSES THE RUN WHEN NO USER IS
009200*    IDENTIFIED.  A PRE-PASS COUNTS THE SUBMITTED TRANSACTIONS
009210*    AND REFUSES A SUBMISSION OF MORE THAN 9999 (THE ITEM
009220*    NUMBER IS FOUR DIGITS) BEFORE THE HELD FILE IS OPENED, SO
009230*    AN OVERSIZED SUBMISSION HOLDS NOTHING.  IT THEN REOPENS
009240*    THE SUBMITTED TRANSACTIONS AND OPENS THE HELD FILE FOR
009300*    APPEND AND THE REPORT AND WRITES THE REPORT HEADINGS.
009500******************************************************************
009600 1000-INITIALIZE.
009700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009800     ACCEPT WS-RUN-TIME FROM TIME.
009900     DISPLAY "JOB_NAME" UPON ENVIRONMENT-NAME.
010000     ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE.
010100     DISPLAY "USER" UPON ENVIRONMENT-NAME.
010200     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
010300     IF WS-USER-ID = SPACES
010400         DISPLAY "HAYSUBMT - NO SUBMITTING USER IDENTIFIED "
010500             "-- RUN REFUSED"
010600         MOVE 16 TO RETURN-CODE
010700         STOP RUN
010800     END-IF.
010900     OPEN INPUT SPARTACUS-HAYSUBMT-TRANS.
010905     PERFORM 1100-COUNT-TRANS THRU 1100-EXIT
010910         UNTIL TRANS-EOF.
010915     CLOSE SPARTACUS-HAYSUBMT-TRANS.
010920     IF WS-SUBMIT-COUNT > 9999
010925         DISPLAY "SUBMISSION EXCEEDS THE 9999-ITEM NUMBER "
010930             "LIMIT -- RUN ABORTED, NOTHING HELD"
010935         MOVE 90 TO RETURN-CODE
010940         STOP RUN
010945     END-IF.
010950     MOVE "N" TO WS-TRANS-EOF-SWITCH.
010955     OPEN INPUT SPARTACUS-HAYSUBMT-TRANS.
011000     OPEN EXTEND SPARTACUS-HAYMAINT-HELD.
011100     OPEN OUTPUT SPARTACUS-HAYSUBMT-RPT.
011200     MOVE WS-RUN-DATE TO SB-HEADING-DATE.
011300     WRITE HAYSUBMT-RPT-LINE FROM SB-HEADING-LINE.
011400     MOVE WS-USER-ID TO SB-USER-ID.
011500     MOVE WS-JOB-NAME TO SB-JOB-NAME.
011600     WRITE HAYSUBMT-RPT-LINE FROM SB-USER-LINE.
011700     WRITE HAYSUBMT-RPT-LINE FROM SB-COLUMN-LINE.
011800 1000-EXIT.
011900     EXIT.
011905******************************************************************
011910*    1100-COUNT-TRANS
011915*    COUNTS ONE SUBMITTED TRANSACTION IN THE PRE-PASS.  THE
011920*    COUNT STOPS AS SOON AS IT PASSES THE 9999 ITEM NUMBERS A
011925*    SUBMISSION CAN CARRY -- THE REST OF THE FILE NEED NOT BE
011930*    READ TO REFUSE IT.
011935******************************************************************
011940 1100-COUNT-TRANS.
011945     READ SPARTACUS-HAYSUBMT-TRANS
011950         AT END
011955             SET TRANS-EOF TO TRUE
011960             GO TO 1100-EXIT
011965     END-READ.
011970     ADD 1 TO WS-SUBMIT-COUNT.
011975     IF WS-SUBMIT-COUNT > 9999
011980         SET TRANS-EOF TO TRUE
011985     END-IF.
011990 1100-EXIT.
011995     EXIT.
012000******************************************************************
012100*    3000-PROCESS-TRANS
012200*    READS ONE SUBMITTED TRANSACTION AND APPENDS IT TO THE HELD
012300*    FILE UNDER THE NEXT ITEM NUMBER OF THIS SUBMISSION.  THE
012400*    TRANSACTION IS HELD AS KEYED -- ITS CONTENT IS EDITED BY
012500*    HAYMAINT WHEN IT IS APPLIED, EXACTLY AS BEFORE.  A
012510*    SUBMISSION TOO LARGE FOR THE FOUR-DIGIT ITEM NUMBER HAS
012520*    ALREADY BEEN REFUSED BEFORE ANYTHING WAS HELD.
012600******************************************************************
012700 3000-PROCESS-TRANS.
012800     READ SPARTACUS-HAYSUBMT-TRANS
012900         AT END
013000             SET TRANS-EOF TO TRUE
013100             GO TO 3000-EXIT
013200     END-READ.
013300     ADD 1 TO WS-TRANS-READ-COUNT.
013400     MOVE WS-RUN-DATE TO HH-SUBMIT-DATE.
013500     MOVE WS-RUN-TIME TO HH-SUBMIT-TIME.
013600     MOVE WS-TRANS-READ-COUNT TO HH-ITEM-NUMBER.
013700     MOVE WS-USER-ID TO HH-SUBMIT-USER.
013800     MOVE WS-JOB-NAME TO HH-SUBMIT-JOB.
013900     MOVE HAYMAINT-TRN-REC TO HH-TRANSACTION.
014000     MOVE 0 TO HH-DECIDED-DATE.
014100     MOVE SPACES TO HH-DECIDED-USER.
014200     MOVE SPACES TO HH-RETURN-REASON.
014300     WRITE HAYMAINT-HELD-REC.
014400     ADD 1 TO WS-HELD-WRITTEN-COUNT.
014500     MOVE HH-SUBMIT-DATE TO SB-DETAIL-DATE.
014600     MOVE HH-SUBMIT-TIME TO SB-DETAIL-TIME.
014700     MOVE HH-ITEM-NUMBER TO SB-DETAIL-ITEM.
014800     MOVE HH-ACTION-CODE TO SB-DETAIL-ACTION.
014900     MOVE HH-VALUE TO SB-DETAIL-VALUE.
015000     WRITE HAYSUBMT-RPT-LINE FROM SB-DETAIL-LINE.
015100 3000-EXIT.
015200     EXIT.
015300******************************************************************
015400*    8000-TERMINATE
015500*    WRITES THE SUBMISSION TOTALS, CLOSES THE FILES AND SETS A
015600*    WARNING CONDITION CODE WHEN THE SUBMISSION WAS EMPTY.
015700******************************************************************
015800 8000-TERMINATE.
015900     MOVE "TRANSACTIONS READ       " TO SB-COUNT-LABEL.
016000     MOVE WS-TRANS-READ-COUNT TO SB-COUNT-VALUE.
016100     WRITE HAYSUBMT-RPT-LINE FROM SB-COUNT-LINE.
016200     MOVE "ITEMS HELD FOR APPROVAL " TO SB-COUNT-LABEL.
016300     MOVE WS-HELD-WRITTEN-COUNT TO SB-COUNT-VALUE.
016400     WRITE HAYSUBMT-RPT-LINE FROM SB-COUNT-LINE.
016500     CLOSE SPARTACUS-HAYSUBMT-TRANS.
016600     CLOSE SPARTACUS-HAYMAINT-HELD.
016700     CLOSE SPARTACUS-HAYSUBMT-RPT.
016800     IF WS-HELD-WRITTEN-COUNT = 0
016900         MOVE 4 TO RETURN-CODE
017000     END-IF.
017100 8000-EXIT.
017200     EXIT.
