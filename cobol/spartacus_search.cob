001731*                        NOTHING MATCHED, SO THE NEW SOURCE
001732*                        ACTIVITY ROLLUP CAN ANSWER WHICH
001733*                        SOURCES' VALUES ARE SEARCHED AND HIT.
001734*      2025-09-08 JQ     EVERY REQUEST SEARCHED ON A LIVE RUN
001735*                        NOW UPDATES ITS REQUEST REGISTER ENTRY
001736*                        (SEE REGREC) WITH THE SEARCH DATES,
001737*                        ATTEMPT COUNT, OUTCOME AND STATE --
001738*                        SEARCHED, PENDING, EXPIRED OR
001739*                        REJECTED.  A REQUEST WITH NO ENTRY
001741*                        (RECYCLED FROM BEFORE THE REGISTER
001742*                        EXISTED) IS ADDED.  THE MATCH EXTRACT
001743*                        NOW CARRIES THE BATCH DATE AND NUMBER
001744*                        SO THE RECONCILIATION CAN FIND THE
001745*                        ENTRY.  AN AS-OF RERUN LEAVES THE
001746*                        REGISTER ALONE.
001747*      2025-10-06 JQ     THE RUN NOW ALSO REFUSES TO START WHILE
001748*                        A HAYBACK BACKOUT RUN IS OPEN AGAINST
001749*                        THE HAYSTACK FOR THE CYCLE DATE.
001751*      2025-10-20 JQ     BOTH AUDIT WRITES NOW RECORD THE
001752*                        REQUEST'S SEARCH TYPE (SEE AUDREC) FOR
001753*                        THE MONTHLY DEPARTMENTAL CHARGEBACK.
001754*      2025-12-01 JQ     EVERY AUDIT RECORD NOW CARRIES THE RUN
001755*                        ID (JOB NAME, RUN START DATE AND TIME)
001756*                        AND ITS SEQUENCE NUMBER WITHIN THE RUN,
001757*                        AND THE RUN ENDS BY APPENDING A CONTROL
001758*                        RECORD WITH ITS AUDIT RECORD COUNT,
001759*                        NEEDLE HASH TOTAL AND OUTCOME COUNTS --
001761*                        THE SAME FIGURES AS THE BALANCING PAGE,
001762*                        WHICH NOW ALSO SHOWS THE HASH TOTAL.  A
001763*                        RESTARTED RUN FIRST CLOSES THE AUDIT
001764*                        RECORDS LEFT BY THE RUN THAT FAILED WITH
001765*                        A RESTART CONTROL RECORD.  THE NEW
001766*                        SPARTACUS-AUDVRFY JOB RE-PROVES THEM.
001767*      2026-01-12 JQ     NEW SEQUENTIAL MATCH-MERGE SEARCH MODE,
001768*                        CHOSEN WITH SEARCH_MODE=MERGE OR TAKEN
001769*                        AUTOMATICALLY WHEN A RUN HEADED FOR THE
001771*                        DIRECT MODE HAS MORE NEEDLES AND PENDING
001772*                        NEEDLES THAN MERGE_THRESHOLD (DEFAULT
001773*                        10000).  THE REQUESTS ARE STAGED IN
001774*                        ARRIVAL ORDER (SEE MRQREC), SORTED BY
001775*                        VALUE AND MATCHED IN ONE SEQUENTIAL PASS
001776*                        OF THE HAYSTACK KSDS; THE HITS AND
001777*                        NEIGHBORS (SEE MHTREC) ARE SORTED BACK
001778*                        INTO ARRIVAL ORDER AND REPORTED THROUGH
001779*                        THE USUAL PATH, SO STATUS, ENTITLEMENT,
001781*                        RANGE/PREFIX, RECYCLE, REGISTER,
001782*                        CHECKPOINT AND AUDIT HANDLING ARE
001783*                        UNCHANGED AND THE OUTPUTS COME OUT IN THE
001784*                        SAME ORDER.  THE POSITION IS ZERO AS IN
001785*                        DIRECT MODE; THE NEAR-MATCH LINE SHOWS
001786*                        BOTH NEIGHBORS.
001787*      2026-01-26 JQ     A PENDING NEEDLE WHOSE VALUE THE
001788*                        EXCEPTIONS DESK CORRECTED (SEE PNDREC
001789*                        AND SPARTACUS-PNDCORR) NOW CARRIES ITS
001791*                        CORRECTED FLAG AND ORIGINAL VALUE ONTO
001792*                        ITS RESULTS RECORDS AND, IF STILL NOT
001793*                        FOUND, BACK ONTO THE PENDING FILE, SO
001794*                        THE ANSWER SENT TO THE BRANCH SHOWS IT
001795*                        CAME FROM A CORRECTED VALUE.  THE RUN
001796*                        ALSO REFUSES TO START WHILE A PNDCORR
001797*                        RUN IS OPEN AGAINST THE PENDING FILE.
001798******************************************************************
001704 ENVIRONMENT DIVISION.
001705 INPUT-OUTPUT SECTION.
001706 FILE-CONTROL.
001920         ORGANIZATION IS LINE SEQUENTIAL.
001930     SELECT SPARTACUS-EXPIRED-RPT ASSIGN TO "EXPRPT"
001940         ORGANIZATION IS LINE SEQUENTIAL.
001941     SELECT SPARTACUS-MERGE-REQUESTS ASSIGN TO "MRGREQ"
001942         ORGANIZATION IS LINE SEQUENTIAL.
001943     SELECT SPARTACUS-MERGE-SORTWORK ASSIGN TO "MRGSRT".
001944     SELECT SPARTACUS-MERGE-SORTED ASSIGN TO "MRGSORTD"
001945         ORGANIZATION IS LINE SEQUENTIAL.
001950     SELECT SPARTACUS-BALANCE-RPT ASSIGN TO "BALRPT"
001960         ORGANIZATION IS LINE SEQUENTIAL.
001961     SELECT SPARTACUS-MERGE-HITS ASSIGN TO "MRGHIT"
001962         ORGANIZATION IS LINE SEQUENTIAL.
001963     SELECT SPARTACUS-HIT-SORTWORK ASSIGN TO "MHTSRT".
001964     SELECT SPARTACUS-HITS-SORTED ASSIGN TO "MHTSORTD"
001965         ORGANIZATION IS LINE SEQUENTIAL.
001970     SELECT SPARTACUS-HAYSTACK-SNAPSHOT ASSIGN TO "SNAPFILE"
001980         ORGANIZATION IS LINE SEQUENTIAL.
001982     SELECT SPARTACUS-ENTITLE-FILE ASSIGN TO "ENTFILE"
001988         RECORD KEY IS ET-KEY.
001992     SELECT SPARTACUS-RUN-CONTROL ASSIGN TO "RUNCTL"
001994         ORGANIZATION IS LINE SEQUENTIAL.
001995     SELECT SPARTACUS-REQUEST-REG ASSIGN TO "REQREG"
001996         ORGANIZATION IS INDEXED
001997         ACCESS MODE IS RANDOM
001998         RECORD KEY IS RG-KEY.
001990 DATA DIVISION.
002000 FILE SECTION.
002010 FD  SPARTACUS-HAYSTACK-FILE.
002210                          LEADING ==PN-== BY ==PO-==.
002220 FD  SPARTACUS-EXPIRED-RPT.
002230 01  EXPIRED-RPT-LINE            PIC X(80).
002231 FD  SPARTACUS-MERGE-REQUESTS.
002232     COPY MRQREC.
002233 SD  SPARTACUS-MERGE-SORTWORK.
002234     COPY MRQREC REPLACING ==MERGE-REQUEST-REC== BY ==MQS-REC==
002235                          LEADING ==MQ-== BY ==SQ-==.
002236 FD  SPARTACUS-MERGE-SORTED.
002237     COPY MRQREC REPLACING ==MERGE-REQUEST-REC== BY ==MQW-REC==
002238                          LEADING ==MQ-== BY ==WQ-==.
002240 FD  SPARTACUS-BALANCE-RPT.
002250 01  BALANCE-RPT-LINE            PIC X(80).
002251 FD  SPARTACUS-MERGE-HITS.
002252     COPY MHTREC.
002253 SD  SPARTACUS-HIT-SORTWORK.
002254     COPY MHTREC REPLACING ==MERGE-HIT-REC== BY ==MHS-REC==
002255                          LEADING ==MH-== BY ==SH-==.
002256 FD  SPARTACUS-HITS-SORTED.
002257     COPY MHTREC REPLACING ==MERGE-HIT-REC== BY ==MHW-REC==
002258                          LEADING ==MH-== BY ==WH-==.
002260 FD  SPARTACUS-HAYSTACK-SNAPSHOT.
002270     COPY HAYREC REPLACING ==HAYSTACK-REC== BY ==SNAPSHOT-REC==
002280                          LEADING ==HS-== BY ==SNAP-==.
002282 FD  SPARTACUS-ENTITLE-FILE.
002284     COPY ENTREC.
002286 FD  SPARTACUS-RUN-CONTROL.
002287     COPY RUNREC.
002288 FD  SPARTACUS-REQUEST-REG.
002289     COPY REGREC.
002290 WORKING-STORAGE SECTION.
002300 01  HAYSTACK-TABLE.
002310     05  HAYSTACK-ENTRY          OCCURS 1 TO 5000 TIMES
002410     88  HAYSTACK-EOF                    VALUE "Y".
002420 01  WS-NEEDLES-EOF-SWITCH       PIC X(01) VALUE "N".
002430     88  NEEDLES-EOF                     VALUE "Y".
002431 01  WS-MERGE-REQ-EOF-SWITCH     PIC X(01) VALUE "N".
002432     88  MERGE-REQ-EOF                   VALUE "Y".
002433 01  WS-MERGE-SORTED-EOF-SWITCH  PIC X(01) VALUE "N".
002434     88  MERGE-SORTED-EOF                VALUE "Y".
002435 01  WS-HIT-EOF-SWITCH           PIC X(01) VALUE "N".
002436     88  HIT-EOF                         VALUE "Y".
002440 01  NEEDLE                      PIC 9(05).
002450 01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
002460     88  NEEDLE-FOUND                    VALUE "Y".
002500 01  WS-SEARCH-MODE              PIC X(06) VALUE "TABLE ".
002510     88  TABLE-MODE                      VALUE "TABLE ".
002520     88  DIRECT-MODE                     VALUE "DIRECT".
002525     88  MERGE-MODE                      VALUE "MERGE ".
002530 01  WS-MODE-PARM                PIC X(06).
002531 01  WS-MERGE-THRESHOLD-PARM     PIC X(06).
002532 01  WS-MERGE-THRESHOLD          PIC 9(08) COMP VALUE 10000.
002533 01  WS-JUSTIFY-HOLD             PIC X(05).
002534 01  WS-SHIFT-COUNT              PIC 9(01) COMP VALUE 0.
002535 01  WS-REQUEST-COUNT            PIC 9(08) COMP VALUE 0.
002536 01  WS-MERGE-SEQ                PIC 9(08) VALUE 0.
002537 01  WS-MERGE-HIT-COUNT          PIC 9(08) COMP VALUE 0.
002538 01  WS-MERGE-KEY                PIC X(05).
002539 01  WS-MERGE-PREV               PIC X(05) VALUE "NONE ".
002540 01  WS-AS-OF-MODE-SWITCH        PIC X(01) VALUE "N".
002550     88  AS-OF-MODE                      VALUE "Y".
002560 01  WS-AS-OF-PARM               PIC X(08).
002645 01  WS-SE-LAST-EVENT            PIC X(01) VALUE SPACE.
002646 01  WS-SE-LAST-COND             PIC X(01) VALUE SPACE.
002647 01  WS-HM-LAST-EVENT            PIC X(01) VALUE SPACE.
002648 01  WS-HB-LAST-EVENT            PIC X(01) VALUE SPACE.
002649 01  WS-PC-LAST-EVENT            PIC X(01) VALUE SPACE.
002640 01  WS-PENDING-EOF-SWITCH       PIC X(01) VALUE "N".
002650     88  PENDING-EOF                     VALUE "Y".
002660 01  WS-CUR-SOURCE               PIC X(01) VALUE "N".
002670     88  CUR-FROM-NEEDLES                VALUE "N".
002680     88  CUR-FROM-PENDING                VALUE "P".
002690 01  WS-CUR-VALUE                PIC X(05).
002693 01  WS-CUR-CORRECTED-FLAG       PIC X(01) VALUE SPACE.
002696 01  WS-CUR-ORIGINAL-VALUE       PIC X(05) VALUE SPACES.
002700 01  WS-CUR-DEPT-CODE            PIC X(04).
002710 01  WS-CUR-REQ-REF              PIC X(10).
002720 01  WS-CUR-FIRST-SEEN           PIC 9(08) VALUE 0.
002730 01  WS-CUR-ATTEMPTS             PIC 9(02) VALUE 0.
002731 01  WS-CUR-SEQ                  PIC 9(08) VALUE 0.
002732 01  WS-CUR-BATCH-DATE           PIC 9(08) VALUE 0.
002734 01  WS-CUR-BATCH-NUMBER         PIC 9(04) VALUE 0.
002736 01  WS-CUR-SEARCH-TYPE          PIC X(01) VALUE "E".
002890 01  WS-XTR-WRITTEN              PIC 9(08) COMP VALUE 0.
002900 01  WS-CROSSFOOT-COUNT          PIC 9(08) COMP VALUE 0.
002910 01  WS-XTR-EXPECTED             PIC 9(08) COMP VALUE 0.
002911 01  WS-REG-STATE                PIC X(01) VALUE SPACE.
002912 01  WS-REG-OUTCOME              PIC X(01) VALUE SPACE.
002913 01  WS-REG-ON-FILE-SWITCH       PIC X(01) VALUE "N".
002914     88  REG-ON-FILE                     VALUE "Y".
002915 01  WS-REG-UPDATED-COUNT        PIC 9(08) COMP VALUE 0.
002916 01  WS-REG-ADDED-COUNT          PIC 9(08) COMP VALUE 0.
002920 01  BL-HEADING-LINE.
002930     05  FILLER                  PIC X(28) VALUE
002940         "SPARTACUS SEARCH BALANCING  ".
002970     05  BL-COUNT-LABEL          PIC X(26).
002980     05  BL-COUNT-VALUE          PIC ZZZZZZZ9.
002990 01  BL-BALANCE-LINE             PIC X(80).
002991 01  BL-HASH-LINE.
002992     05  BL-HASH-LABEL           PIC X(26).
002993     05  BL-HASH-VALUE           PIC ZZZZZZZZZZZZ9.
002994 01  WS-OPEN-RUN-SWITCH          PIC X(01) VALUE "N".
002995     88  OPEN-RUN-CLOSED                 VALUE "Y".
002996 01  WS-HASH-NEEDLE              PIC 9(05) VALUE 0.
003000 01  EX-HEADING-LINE.
003010     05  FILLER                  PIC X(26) VALUE
003020         "SPARTACUS EXPIRED NEEDLES ".
003150 01  WS-NEAR-SUB                 PIC 9(04) COMP VALUE 0.
003160 01  WS-BELOW-SUB                PIC 9(04) COMP VALUE 0.
003170 01  WS-ABOVE-SUB                PIC 9(04) COMP VALUE 0.
003171 01  MERGE-RANGE-TABLE.
003172     05  MERGE-RANGE-ENTRY OCCURS 1000 TIMES.
003173         10  MR-SEQ              PIC 9(08).
003174         10  MR-HIGH             PIC 9(05).
003175 01  WS-MERGE-RANGE-COUNT        PIC 9(04) COMP VALUE 0.
003176 01  WS-RANGE-SUB                PIC 9(04) COMP VALUE 0.
003177 01  WS-RANGE-KEEP               PIC 9(04) COMP VALUE 0.
003178 01  WS-MERGE-HIGH               PIC 9(05) VALUE 0.
003179 01  WS-HIT-SEQ                  PIC 9(08) VALUE 0.
003180 01  WS-NEAR-DIST                PIC 9(05) VALUE 0.
003182 01  WS-MERGE-BELOW              PIC X(05) VALUE "NONE ".
003184 01  WS-MERGE-BELOW-NUM REDEFINES WS-MERGE-BELOW PIC 9(05).
003186 01  WS-MERGE-ABOVE              PIC X(05) VALUE "NONE ".
003188 01  WS-MERGE-ABOVE-NUM REDEFINES WS-MERGE-ABOVE PIC 9(05).
003190 01  NM-HEADING-LINE.
003200     05  FILLER                  PIC X(30) VALUE
003210         "SPARTACUS NEAR-MATCH ANALYSIS ".
003340 01  WS-RUN-TIME                 PIC 9(08).
003350 01  WS-JOB-NAME                 PIC X(08).
003360 01  WS-USER-ID                  PIC X(08).
003361 01  WS-AUDIT-RUN-ID.
003362     05  WS-ARI-JOB-NAME         PIC X(08).
003363     05  WS-ARI-DATE             PIC 9(08).
003364     05  WS-ARI-TIME             PIC 9(08).
003365 01  WS-AUDIT-SEQ                PIC 9(08) COMP VALUE 0.
003366 01  WS-NEEDLE-HASH              PIC 9(13) COMP VALUE 0.
003367 01  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
003368     88  AUDIT-EOF                       VALUE "Y".
003369 01  WS-OPEN-RUN-ID              PIC X(24) VALUE SPACES.
003370 01  WS-REJECT-SWITCH            PIC X(01) VALUE "N".
003380     88  NEEDLE-REJECTED                 VALUE "Y".
003390 01  WS-MAX-RETURN-CODE          PIC 9(03) COMP VALUE 0.
003460 01  WS-NEEDLE-RECORD-COUNT      PIC 9(08) COMP VALUE 0.
003470 01  WS-RESTART-SKIP-COUNT       PIC 9(08) COMP VALUE 0.
003480 01  WS-SKIP-INDEX               PIC 9(08) COMP VALUE 0.
003481 01  WS-OPEN-RUN-LAST-SEQ        PIC 9(08) COMP VALUE 0.
003482 01  WS-OPEN-RUN-TOTALS.
003483     05  WS-OR-RECORD-COUNT      PIC 9(08).
003484     05  WS-OR-NEEDLE-HASH       PIC 9(13).
003485     05  WS-OR-FOUND-COUNT       PIC 9(08).
003486     05  WS-OR-INACTIVE-COUNT    PIC 9(08).
003487     05  WS-OR-NOTFOUND-COUNT    PIC 9(08).
003488     05  WS-OR-NOTAVAIL-COUNT    PIC 9(08).
003489     05  WS-OR-REJECTED-COUNT    PIC 9(08).
003490 PROCEDURE DIVISION.
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003580                 UNTIL HAYSTACK-EOF
003590         END-IF
003600     END-IF.
003604     IF DIRECT-MODE
003605         PERFORM 1600-CHECK-MERGE-THRESHOLD THRU 1600-EXIT
003606     END-IF.
003610     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT.
003612     IF MERGE-MODE
003614         PERFORM 2700-PREPARE-MERGE THRU 2700-EXIT
003616         PERFORM 3600-PROCESS-MERGED THRU 3600-EXIT
003618             UNTIL MERGE-REQ-EOF
003619     ELSE
003620         PERFORM 3000-PROCESS-NEEDLES THRU 3000-EXIT
003630             UNTIL NEEDLES-EOF
003640         PERFORM 3500-PROCESS-PENDING THRU 3500-EXIT
003650             UNTIL PENDING-EOF
003655     END-IF.
003660     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003670     STOP RUN.
003680******************************************************************
003702*    RUN ONLY -- AN AS-OF RERUN IS OUTSIDE THE CYCLE), THEN
003710*    OPENS THE HAYSTACK, NEEDLES, RESULTS AND AUDIT LOG FILES.
003711*    THE RUN-CONTROL CHECK COMES BEFORE ANY OUTPUT FILE OPENS
003712*    SO A REFUSED RUN NEVER CLOBBERS TONIGHT'S OUTPUTS.  A
003713*    LIVE RUN ALSO OPENS THE REQUEST REGISTER FOR UPDATE.
003730******************************************************************
003740 1000-INITIALIZE.
003750     DISPLAY "AS_OF_DATE" UPON ENVIRONMENT-NAME.
003950     OPEN OUTPUT SPARTACUS-PENDING-OUT.
003960     OPEN OUTPUT SPARTACUS-EXPIRED-RPT.
003970     OPEN OUTPUT SPARTACUS-BALANCE-RPT.
003972     IF RESTART-REQUESTED AND NOT AS-OF-MODE
003974         PERFORM 1500-SCAN-OPEN-RUN THRU 1500-EXIT
003976     END-IF.
003980     OPEN EXTEND SPARTACUS-AUDIT-LOG.
003990     IF NOT AS-OF-MODE
003992         OPEN I-O SPARTACUS-REQUEST-REG
003994     END-IF.
003995     MOVE WS-JOB-NAME TO WS-ARI-JOB-NAME.
003996     MOVE WS-RUN-DATE TO WS-ARI-DATE.
003997     MOVE WS-RUN-TIME TO WS-ARI-TIME.
003998     PERFORM 1520-CLOSE-OPEN-RUN THRU 1520-EXIT.
004000     MOVE WS-RUN-DATE TO NM-HEADING-DATE.
004010     WRITE NEARMATCH-RPT-LINE FROM NM-HEADING-LINE.
004020     MOVE WS-RUN-DATE TO EX-HEADING-DATE.
004190             DISPLAY "SEARCH MODE IS DIRECT KEYED READ"
004200         END-IF
004210     END-IF.
004211     IF WS-MODE-PARM = "MERGE "
004212         IF AS-OF-MODE
004213             DISPLAY "SEARCH_MODE MERGE IGNORED - AN AS-OF RUN "
004214                 "SEARCHES THE SNAPSHOT TABLE"
004215         ELSE
004216             SET MERGE-MODE TO TRUE
004217             DISPLAY "SEARCH MODE IS SEQUENTIAL MATCH-MERGE"
004218         END-IF
004219     END-IF.
004220     IF AS-OF-MODE
004230         MOVE WS-AS-OF-DATE TO WS-SEARCH-DATE
004240     ELSE
005772     MOVE ND-BATCH-DATE TO WS-CUR-BATCH-DATE.
005774     MOVE ND-BATCH-NUMBER TO WS-CUR-BATCH-NUMBER.
005776     MOVE ND-SEARCH-TYPE TO WS-CUR-SEARCH-TYPE.
005777     MOVE ND-VALUE-2 TO WS-CUR-VALUE-2.
005778     MOVE SPACE TO WS-CUR-CORRECTED-FLAG.
005779     MOVE SPACES TO WS-CUR-ORIGINAL-VALUE.
005780     MOVE WS-RUN-DATE TO WS-CUR-FIRST-SEEN.
005790     MOVE 0 TO WS-CUR-ATTEMPTS.
005800     PERFORM 3050-SEARCH-CURRENT THRU 3050-EXIT.
005870*    WS-CUR FIELDS.  BOTH THE NEEDLES FILE AND THE PENDING
005880*    RECYCLE FILE FEED THIS ONE PATH, SO EVERY NEEDLE GETS THE
005890*    SAME VALIDATION, SEARCH, REPORTING AND RECYCLING
005900*    WHICHEVER FILE IT CAME IN ON.  ON A LIVE RUN THE
005901*    REQUEST'S REGISTER ENTRY IS UPDATED ONCE THE OUTCOME OF
005902*    THE WHOLE REQUEST IS KNOWN.
005910******************************************************************
005920 3050-SEARCH-CURRENT.
005930     ADD 1 TO WS-PROCESSED-COUNT.
005931     MOVE "S" TO WS-REG-STATE.
005932     MOVE SPACE TO WS-REG-OUTCOME.
005940     PERFORM 2500-VALIDATE-NEEDLE THRU 2500-EXIT.
005950     IF NEEDLE-REJECTED
005951         GO TO 3050-REGISTER
005952     END-IF.
005953     IF CUR-TYPE-EXACT
005960         MOVE WS-CUR-VALUE TO NEEDLE
006011     ELSE
006012         PERFORM 3160-SEARCH-BOUNDED THRU 3160-EXIT
006020     END-IF.
006021 3050-REGISTER.
006022     IF NOT AS-OF-MODE
006023         PERFORM 7000-UPDATE-REGISTER THRU 7000-EXIT
006024     END-IF.
006030 3050-EXIT.
006040     EXIT.
006050******************************************************************
006262     MOVE PN-BATCH-DATE TO WS-CUR-BATCH-DATE.
006264     MOVE PN-BATCH-NUMBER TO WS-CUR-BATCH-NUMBER.
006266     MOVE PN-SEARCH-TYPE TO WS-CUR-SEARCH-TYPE.
006267     MOVE PN-VALUE-2 TO WS-CUR-VALUE-2.
006268     MOVE PN-CORRECTED-FLAG TO WS-CUR-CORRECTED-FLAG.
006269     MOVE PN-ORIGINAL-VALUE TO WS-CUR-ORIGINAL-VALUE.
006270     PERFORM 3050-SEARCH-CURRENT THRU 3050-EXIT.
006280 3500-EXIT.
006290     EXIT.
006480*    THE AUDIT LOG STILL SHOWS EVERY NEEDLE THE RUN WAS ASKED
006490*    TO SEARCH FOR, EVEN ONES THAT NEVER MADE IT TO A SEARCH.
006491*    THE CALLER HAS ALREADY SET THE REASON CODE AND TEXT.
006492*    THE REQUEST REGISTER WILL SHOW THE REQUEST REJECTED.
006500******************************************************************
006510 2600-WRITE-REJECT.
006520     MOVE WS-CUR-VALUE TO RJ-NEEDLE-RAW.
006550     WRITE REJECTS-REC.
006560     ADD 1 TO WS-REJECTED-COUNT.
006570     ADD 1 TO WS-REJECTS-WRITTEN.
006572     MOVE "R" TO WS-REG-STATE.
006574     MOVE "R" TO WS-REG-OUTCOME.
006590     MOVE WS-RUN-DATE TO AL-RUN-DATE.
006600     MOVE WS-RUN-TIME TO AL-RUN-TIME.
006610     MOVE RJ-NEEDLE-RAW TO AL-NEEDLE.
006650     MOVE WS-CUR-REQ-REF TO AL-REQ-REF.
006660     MOVE WS-AS-OF-DATE TO AL-AS-OF-DATE.
006662     MOVE SPACES TO AL-SOURCE-CODE.
006666     MOVE WS-CUR-SEARCH-TYPE TO AL-SEARCH-TYPE.
006670     SET AL-WAS-REJECTED TO TRUE.
006680     MOVE 0 TO AL-POSITION.
006685     PERFORM 4900-STAMP-AUDIT-DETAIL THRU 4900-EXIT.
006690     WRITE AUDIT-REC.
006700     ADD 1 TO WS-AUDIT-WRITTEN.
006710     IF 20 > WS-MAX-RETURN-CODE
006970*    NEEDLE -- THE TABLE IS LOADED IN ASCENDING KEY ORDER FROM
006980*    THE HAYSTACK KSDS SO SEARCH ALL CAN BE USED INSTEAD OF A
006990*    LINEAR SCAN.  IN DIRECT MODE THE NEEDLE IS READ STRAIGHT
007000*    FROM THE KSDS BY KEY INSTEAD.  IN MATCH-MERGE MODE THE
007005*    ANSWER COMES FROM THE HIT FILE OF THE HAYSTACK PASS.
007010******************************************************************
007020 3100-SEARCH-HAYSTACK.
007022     IF MERGE-MODE
007024         PERFORM 3130-MATCH-MERGED THRU 3130-EXIT
007026         GO TO 3100-EXIT
007028     END-IF.
007030     IF DIRECT-MODE
007040         PERFORM 3120-READ-HAYSTACK-DIRECT THRU 3120-EXIT
007050         GO TO 3100-EXIT
007820     MOVE WS-AS-OF-DATE TO RS-AS-OF-DATE.
007822     MOVE WS-CUR-BATCH-DATE TO RS-BATCH-DATE.
007824     MOVE WS-CUR-BATCH-NUMBER TO RS-BATCH-NUMBER.
007826     MOVE WS-CUR-CORRECTED-FLAG TO RS-CORRECTED-FLAG.
007828     MOVE WS-CUR-ORIGINAL-VALUE TO RS-ORIGINAL-VALUE.
007830     MOVE WS-RUN-DATE TO AL-RUN-DATE.
007840     MOVE WS-RUN-TIME TO AL-RUN-TIME.
007850     MOVE NEEDLE TO AL-NEEDLE.
007870     MOVE WS-USER-ID TO AL-USER-ID.
007880     MOVE WS-CUR-DEPT-CODE TO AL-DEPT-CODE.
007890     MOVE WS-CUR-REQ-REF TO AL-REQ-REF.
007895     MOVE WS-CUR-SEARCH-TYPE TO AL-SEARCH-TYPE.
007900     MOVE WS-AS-OF-DATE TO AL-AS-OF-DATE.
007901     MOVE SPACES TO RS-SOURCE-CODE AL-SOURCE-CODE.
007902     IF NEEDLE-FOUND
008140                 MOVE WS-RUN-DATE TO MX-RUN-DATE
008150                 MOVE WS-CUR-DEPT-CODE TO MX-DEPT-CODE
008160                 MOVE WS-CUR-REQ-REF TO MX-REQ-REF
008162                 MOVE WS-CUR-BATCH-DATE TO MX-BATCH-DATE
008164                 MOVE WS-CUR-BATCH-NUMBER TO MX-BATCH-NUMBER
008170                 WRITE MATCH-XTR-REC
008180                 ADD 1 TO WS-XTR-WRITTEN
008190             END-IF
008355 4000-WRITE.
008360     WRITE RESULTS-REC.
008370     ADD 1 TO WS-RESULTS-WRITTEN.
008375     PERFORM 4900-STAMP-AUDIT-DETAIL THRU 4900-EXIT.
008380     WRITE AUDIT-REC.
008390     ADD 1 TO WS-AUDIT-WRITTEN.
008392     IF RS-WAS-FOUND OR WS-REG-OUTCOME = SPACE
008394         MOVE RS-FOUND-FLAG TO WS-REG-OUTCOME
008396     END-IF.
008400 4000-EXIT.
008410     EXIT.
008420******************************************************************
008470*    THE NEIGHBORS COME FROM THE IN-STORAGE TABLE, WHICH IS
008480*    ALREADY IN ASCENDING KEY ORDER; IN DIRECT MODE THE VALUE
008490*    ABOVE COMES FROM A START/READ NEXT ON THE KSDS AND THE
008500*    VALUE BELOW IS NOT AVAILABLE.  IN MATCH-MERGE MODE BOTH
008505*    COME FROM THE NEIGHBOR RECORD OF THE HAYSTACK PASS.
008510******************************************************************
008520 5000-REPORT-NEAR-MATCH.
008530     MOVE NEEDLE TO NM-NEEDLE.
008540     MOVE "NONE " TO NM-BELOW-VALUE NM-ABOVE-VALUE.
008550     MOVE SPACES TO NM-BELOW-DIST NM-ABOVE-DIST.
008552     IF MERGE-MODE
008554         PERFORM 5300-NEAR-MATCH-MERGED THRU 5300-EXIT
008556         GO TO 5000-WRITE
008558     END-IF.
008560     IF DIRECT-MODE
008570         PERFORM 5200-NEAR-MATCH-DIRECT THRU 5200-EXIT
008580         GO TO 5000-WRITE
009220*    WITH ITS ATTEMPT COUNT STEPPED, SO THE NEXT RUN RETRIES IT
009230*    AUTOMATICALLY.  A NEEDLE THAT HAS NOW BEEN TRIED
009240*    RECYCLE_MAX TIMES GOES TO THE EXPIRED-NEEDLES REPORT
009250*    INSTEAD OF RECYCLING FOREVER.  THE REGISTER STATE IS SET
009255*    TO PENDING OR EXPIRED TO MATCH.
009260******************************************************************
009270 6000-RECYCLE-NEEDLE.
009280     COMPUTE WS-THIS-ATTEMPT = WS-CUR-ATTEMPTS + 1.
009340         MOVE WS-THIS-ATTEMPT TO EX-DETAIL-ATTEMPTS
009350         WRITE EXPIRED-RPT-LINE FROM EX-DETAIL-LINE
009360         ADD 1 TO WS-EXPIRED-COUNT
009365         MOVE "E" TO WS-REG-STATE
009370         GO TO 6000-EXIT
009380     END-IF.
009385     MOVE "P" TO WS-REG-STATE.
009390     MOVE WS-CUR-VALUE TO PO-VALUE.
009400     MOVE WS-CUR-DEPT-CODE TO PO-DEPT-CODE.
009410     MOVE WS-CUR-REQ-REF TO PO-REQ-REF.
009432     MOVE WS-CUR-BATCH-DATE TO PO-BATCH-DATE.
009434     MOVE WS-CUR-BATCH-NUMBER TO PO-BATCH-NUMBER.
009436     MOVE WS-CUR-SEARCH-TYPE TO PO-SEARCH-TYPE.
009437     MOVE WS-CUR-VALUE-2 TO PO-VALUE-2.
009438     MOVE WS-CUR-CORRECTED-FLAG TO PO-CORRECTED-FLAG.
009439     MOVE WS-CUR-ORIGINAL-VALUE TO PO-ORIGINAL-VALUE.
009440     WRITE PENDING-OUT-REC.
009450     ADD 1 TO WS-RECYCLED-COUNT.
009460 6000-EXIT.
009510*    BALANCING PAGE WITH ITS CROSS-FOOT CHECK, CLOSES THE FILES
009520*    AND SETS THE FINAL CONDITION CODE.  AN OUT-OF-BALANCE RUN
009530*    ENDS WITH RETURN-CODE 91.
009535*    THE RUN'S AUDIT CONTROL RECORD IS WRITTEN AFTER THE PAGE.
009540******************************************************************
009550 8000-TERMINATE.
009560     IF NOT AS-OF-MODE
009590         WRITE CHECKPOINT-REC
009600     END-IF.
009610     PERFORM 8100-WRITE-BALANCE-PAGE THRU 8100-EXIT.
009611     PERFORM 8200-WRITE-AUDIT-CONTROL THRU 8200-EXIT.
009612     IF NOT AS-OF-MODE
009614         PERFORM 1460-STAMP-END THRU 1460-EXIT
009616     END-IF.
009740     CLOSE SPARTACUS-PENDING-IN.
009750     CLOSE SPARTACUS-PENDING-OUT.
009760     CLOSE SPARTACUS-EXPIRED-RPT.
009762     IF MERGE-MODE
009764         CLOSE SPARTACUS-MERGE-REQUESTS
009766         CLOSE SPARTACUS-HITS-SORTED
009768     END-IF.
009770     CLOSE SPARTACUS-BALANCE-RPT.
009772     IF NOT AS-OF-MODE
009774         CLOSE SPARTACUS-REQUEST-REG
009776     END-IF.
009780     MOVE WS-MAX-RETURN-CODE TO RETURN-CODE.
009790 8000-EXIT.
009800     EXIT.
009870*    WHICH SUPPRESSES THE EXTRACT), AND THE RESULTS COUNT MUST
009880*    EQUAL THE SEARCHED COUNT.  ON A RESTARTED RUN THE
009890*    PAGE COVERS ONLY THE NEEDLES THIS RUN ACTUALLY PROCESSED.
009895*    THE REQUEST REGISTER COUNTS ARE SHOWN FOR INFORMATION AND
009896*    ARE NOT PART OF THE CROSS-FOOT.
009897*    THE AUDIT NEEDLE HASH TOTAL TIES THE PAGE TO THE RUN'S
009898*    CONTROL RECORD ON THE AUDIT LOG.
009900******************************************************************
009910 8100-WRITE-BALANCE-PAGE.
009920     MOVE WS-RUN-DATE TO BL-HEADING-DATE.
010180     MOVE "AUDIT RECORDS WRITTEN     " TO BL-COUNT-LABEL.
010190     MOVE WS-AUDIT-WRITTEN TO BL-COUNT-VALUE.
010200     WRITE BALANCE-RPT-LINE FROM BL-COUNT-LINE.
010202     MOVE "AUDIT NEEDLE HASH TOTAL   " TO BL-HASH-LABEL.
010204     MOVE WS-NEEDLE-HASH TO BL-HASH-VALUE.
010206     WRITE BALANCE-RPT-LINE FROM BL-HASH-LINE.
010210     MOVE "REJECT RECORDS WRITTEN    " TO BL-COUNT-LABEL.
010220     MOVE WS-REJECTS-WRITTEN TO BL-COUNT-VALUE.
010230     WRITE BALANCE-RPT-LINE FROM BL-COUNT-LINE.
010321     MOVE "RANGE/PREFIX EXTRA LINES  " TO BL-COUNT-LABEL.
010322     MOVE WS-EXTRA-LINE-COUNT TO BL-COUNT-VALUE.
010323     WRITE BALANCE-RPT-LINE FROM BL-COUNT-LINE.
010324     MOVE "REGISTER ENTRIES UPDATED  " TO BL-COUNT-LABEL.
010325     MOVE WS-REG-UPDATED-COUNT TO BL-COUNT-VALUE.
010326     WRITE BALANCE-RPT-LINE FROM BL-COUNT-LINE.
010327     MOVE "REGISTER ENTRIES ADDED    " TO BL-COUNT-LABEL.
010328     MOVE WS-REG-ADDED-COUNT TO BL-COUNT-VALUE.
010329     WRITE BALANCE-RPT-LINE FROM BL-COUNT-LINE.
010330     COMPUTE WS-CROSSFOOT-COUNT =
010340         WS-FOUND-COUNT + WS-INACTIVE-COUNT
010341         + WS-NOTAVAIL-COUNT
010680     MOVE WS-CUR-VALUE-2 TO WS-BOUND-HIGH.
010690     MOVE 0 TO WS-QUALIFY-COUNT.
010700     MOVE "N" TO WS-BOUND-DONE-SWITCH.
010705     IF MERGE-MODE
010706         PERFORM 3195-BOUNDED-MERGED THRU 3195-EXIT
010707     ELSE
010710         IF DIRECT-MODE
010720             PERFORM 3180-BOUNDED-DIRECT THRU 3180-EXIT
010730         ELSE
010740             PERFORM 3165-BOUNDED-TABLE THRU 3165-EXIT
010750         END-IF
010755     END-IF.
010760     IF WS-QUALIFY-COUNT = 0
010770         MOVE WS-BOUND-LOW TO NEEDLE
010780         MOVE "N" TO WS-FOUND-SWITCH
012270*    1400-RUN-CONTROL-INIT
012280*    PROVES THIS RUN'S PLACE IN THE NIGHTLY CYCLE AGAINST THE
012290*    SHARED RUN-CONTROL FILE: TODAY'S NEEDEDIT MUST HAVE ENDED
012300*    CLEAN, NO HAYMAINT OR HAYBACK MAY BE OPEN AGAINST THE
012301*    HAYSTACK, NO PNDCORR MAY BE OPEN AGAINST THE PENDING
012302*    FILE, NO OTHER SEARCH MAY BE IN FLIGHT, AND A SEARCH
012310*    THAT ALREADY ENDED CLEAN MAY NOT RUN AGAIN.  RESTART_IND
012320*    IS HONORED ONLY WHEN THE PRIOR RUN FAILED OR WAS LEFT
012330*    OPEN BY A CRASH -- SET AGAINST A CLEAN OR ABSENT RUN IT
012430         UNTIL RUNCTL-EOF.
012440     CLOSE SPARTACUS-RUN-CONTROL.
012450     IF WS-NE-LAST-EVENT NOT = "E"
012453         OR WS-NE-LAST-COND NOT = "C"
012456         DISPLAY "RUN CONTROL - NEEDEDIT HAS NOT ENDED CLEAN "
012459             "FOR CYCLE " WS-RUN-DATE " -- SEARCH REFUSED"
012462         MOVE 16 TO RETURN-CODE
012465         STOP RUN
012468     END-IF.
012471     IF WS-HM-LAST-EVENT = "S" OR WS-HB-LAST-EVENT = "S"
012474         DISPLAY "RUN CONTROL - A HAYMAINT/HAYBACK RUN IS OPEN "
012477             "AGAINST THE HAYSTACK FOR CYCLE " WS-RUN-DATE
012480             " -- SEARCH REFUSED"
012483         MOVE 16 TO RETURN-CODE
012486         STOP RUN
012489     END-IF.
012492     IF WS-PC-LAST-EVENT = "S"
012495         DISPLAY "RUN CONTROL - A PNDCORR RUN IS OPEN AGAINST "
012498             "THE PENDING FILE FOR CYCLE " WS-RUN-DATE
012501             " -- SEARCH REFUSED"
012504         MOVE 16 TO RETURN-CODE
012507         STOP RUN
012510     END-IF.
012520     IF WS-SE-LAST-EVENT = "S"
012530         IF RESTART-REQUESTED
012540             DISPLAY "RUN CONTROL - PRIOR SEARCH LEFT OPEN FOR "
012800*    1410-SCAN-RUN-CONTROL
012810*    READS ONE RUN-CONTROL RECORD AND, FOR THIS CYCLE DATE,
012820*    REMEMBERS THE LAST EVENT AND CONDITION STAMPED BY THE
012830*    NEEDEDIT, HAYMAINT, HAYBACK, PNDCORR AND SEARCH STEPS.
012840*    THE LAST RECORD ON THE FILE WINS.
012850******************************************************************
012860 1410-SCAN-RUN-CONTROL.
012870     READ SPARTACUS-RUN-CONTROL
012982     IF RN-PROGRAM-ID = "HAYMAINT"
012984         MOVE RN-EVENT-CODE TO WS-HM-LAST-EVENT
012986     END-IF.
012987     IF RN-PROGRAM-ID = "HAYBACK"
012988         MOVE RN-EVENT-CODE TO WS-HB-LAST-EVENT
012989     END-IF.
012990     IF RN-PROGRAM-ID = "SEARCH"
013000         MOVE RN-EVENT-CODE TO WS-SE-LAST-EVENT
013010         MOVE RN-CONDITION-CODE TO WS-SE-LAST-COND
013020     END-IF.
013022     IF RN-PROGRAM-ID = "PNDCORR"
013024         MOVE RN-EVENT-CODE TO WS-PC-LAST-EVENT
013026     END-IF.
013030 1410-EXIT.
013040     EXIT.
013050******************************************************************
013390     CLOSE SPARTACUS-RUN-CONTROL.
013400 1460-EXIT.
013410     EXIT.
013420******************************************************************
013430*    7000-UPDATE-REGISTER
013440*    POSTS THE OUTCOME OF THE REQUEST JUST SEARCHED TO ITS
013450*    REQUEST REGISTER ENTRY: SEARCH DATES, ATTEMPT COUNT, THE
013460*    BEST OUTCOME (A FOUND LINE OUTRANKS ANY OTHER LINE OF A
013470*    RANGE OR PREFIX REQUEST) AND THE NEW STATE.  THE STATE
013480*    DATE MOVES ONLY WHEN THE STATE ITSELF CHANGES, SO A
013490*    REQUEST RECYCLING NIGHT AFTER NIGHT SHOWS HOW LONG IT HAS
013500*    BEEN PENDING.  A REQUEST WITH NO ENTRY IS ADDED AS IF IT
013510*    HAD BEEN ACCEPTED ON ITS FIRST-SEEN DATE.
013520******************************************************************
013530 7000-UPDATE-REGISTER.
013540     MOVE WS-CUR-DEPT-CODE TO RG-DEPT-CODE.
013550     MOVE WS-CUR-REQ-REF TO RG-REQ-REF.
013560     MOVE WS-CUR-BATCH-DATE TO RG-BATCH-DATE.
013570     MOVE WS-CUR-BATCH-NUMBER TO RG-BATCH-NUMBER.
013580     MOVE "Y" TO WS-REG-ON-FILE-SWITCH.
013590     READ SPARTACUS-REQUEST-REG
013600         INVALID KEY
013610             MOVE "N" TO WS-REG-ON-FILE-SWITCH
013620     END-READ.
013630     IF NOT REG-ON-FILE
013640         MOVE WS-CUR-SEARCH-TYPE TO RG-SEARCH-TYPE
013650         MOVE WS-CUR-VALUE TO RG-VALUE
013660         IF CUR-TYPE-RANGE OR CUR-TYPE-PREFIX
013670             MOVE WS-CUR-VALUE-2 TO RG-VALUE-2
013680         ELSE
013690             MOVE SPACES TO RG-VALUE-2
013700         END-IF
013710         SET RG-STATE-ACCEPTED TO TRUE
013720         MOVE WS-CUR-FIRST-SEEN TO RG-STATE-DATE
013730         MOVE WS-CUR-FIRST-SEEN TO RG-ACCEPTED-DATE
013740         MOVE 0 TO RG-FIRST-SEARCH-DATE
013750         MOVE 0 TO RG-EXPIRED-DATE
013760         MOVE 0 TO RG-ANSWERED-DATE
013770         MOVE 0 TO RG-DISPOSED-DATE
013780         MOVE SPACES TO RG-DISPOSITION-REASON
013790     END-IF.
013800     IF RG-FIRST-SEARCH-DATE = 0
013810         MOVE WS-RUN-DATE TO RG-FIRST-SEARCH-DATE
013820     END-IF.
013830     MOVE WS-RUN-DATE TO RG-LAST-SEARCH-DATE.
013840     COMPUTE RG-ATTEMPT-COUNT = WS-CUR-ATTEMPTS + 1.
013850     MOVE WS-REG-OUTCOME TO RG-LAST-OUTCOME.
013860     IF RG-STATE-CODE NOT = WS-REG-STATE
013870         MOVE WS-REG-STATE TO RG-STATE-CODE
013880         MOVE WS-RUN-DATE TO RG-STATE-DATE
013890     END-IF.
013900     IF RG-STATE-EXPIRED
013910         MOVE WS-RUN-DATE TO RG-EXPIRED-DATE
013920     END-IF.
013930     MOVE WS-JOB-NAME TO RG-LAST-JOB-NAME.
013940     IF REG-ON-FILE
013950         REWRITE REQUEST-REG-REC
013960             INVALID KEY
013970                 DISPLAY "REQUEST REGISTER - REWRITE FAILED "
013980                     RG-DEPT-CODE " " RG-REQ-REF
013990                 GO TO 7000-EXIT
014000         END-REWRITE
014010         ADD 1 TO WS-REG-UPDATED-COUNT
014020     ELSE
014030         WRITE REQUEST-REG-REC
014040             INVALID KEY
014050                 DISPLAY "REQUEST REGISTER - WRITE FAILED "
014060                     RG-DEPT-CODE " " RG-REQ-REF
014070                 GO TO 7000-EXIT
014080         END-WRITE
014090         ADD 1 TO WS-REG-ADDED-COUNT
014100     END-IF.
014110 7000-EXIT.
014120     EXIT.
014130******************************************************************
014140*    1500-SCAN-OPEN-RUN
014150*    ON A RESTARTED RUN, READS THE AUDIT LOG FOR THE LAST RUN OF
014160*    THIS JOB AND TOTALS WHAT IT WROTE -- RECORD COUNT, NEEDLE
014170*    HASH, OUTCOME COUNTS AND HIGHEST SEQUENCE NUMBER -- SO THE
014180*    RUN THAT FAILED CAN BE CLOSED ONCE THE LOG IS OPENED FOR
014190*    THIS RUN.  A RUN THAT ALREADY HAS ITS CONTROL RECORD IS
014200*    LEFT ALONE.
014210******************************************************************
014220 1500-SCAN-OPEN-RUN.
014230     MOVE SPACES TO WS-OPEN-RUN-ID.
014240     MOVE "N" TO WS-AUDIT-EOF-SWITCH.
014250     OPEN INPUT SPARTACUS-AUDIT-LOG.
014260     PERFORM 1510-READ-AUDIT THRU 1510-EXIT
014270         UNTIL AUDIT-EOF.
014280     CLOSE SPARTACUS-AUDIT-LOG.
014290 1500-EXIT.
014300     EXIT.
014310******************************************************************
014320*    1510-READ-AUDIT
014330*    READS ONE AUDIT RECORD AND, WHEN IT BELONGS TO THIS JOB,
014340*    ADDS IT TO THE TOTALS OF ITS RUN.  A NEW RUN ID STARTS THE
014350*    TOTALS OVER, SO THE LAST RUN ON THE LOG WINS.  RECORDS
014360*    WRITTEN BEFORE RUN IDS WERE CARRIED ARE PASSED OVER.
014370******************************************************************
014380 1510-READ-AUDIT.
014390     READ SPARTACUS-AUDIT-LOG
014400         AT END
014410             SET AUDIT-EOF TO TRUE
014420             GO TO 1510-EXIT
014430     END-READ.
014440     IF AL-RUN-ID = SPACES
014450         OR AL-RID-JOB-NAME NOT = WS-JOB-NAME
014460         GO TO 1510-EXIT
014470     END-IF.
014480     IF AL-RUN-ID NOT = WS-OPEN-RUN-ID
014490         MOVE AL-RUN-ID TO WS-OPEN-RUN-ID
014500         MOVE "N" TO WS-OPEN-RUN-SWITCH
014510         MOVE 0 TO WS-OPEN-RUN-LAST-SEQ
014520         MOVE ZEROS TO WS-OPEN-RUN-TOTALS
014530     END-IF.
014540     IF AL-CONTROL-REC
014550         SET OPEN-RUN-CLOSED TO TRUE
014560         GO TO 1510-EXIT
014570     END-IF.
014580     IF AL-SEQ-NUMBER > WS-OPEN-RUN-LAST-SEQ
014590         MOVE AL-SEQ-NUMBER TO WS-OPEN-RUN-LAST-SEQ
014600     END-IF.
014610     ADD 1 TO WS-OR-RECORD-COUNT.
014620     IF AL-NEEDLE IS NUMERIC
014630         MOVE AL-NEEDLE TO WS-HASH-NEEDLE
014640         ADD WS-HASH-NEEDLE TO WS-OR-NEEDLE-HASH
014650     END-IF.
014660     IF AL-WAS-FOUND
014670         ADD 1 TO WS-OR-FOUND-COUNT
014680     END-IF.
014690     IF AL-WAS-INACTIVE
014700         ADD 1 TO WS-OR-INACTIVE-COUNT
014710     END-IF.
014720     IF AL-WAS-NOT-FOUND
014730         ADD 1 TO WS-OR-NOTFOUND-COUNT
014740     END-IF.
014750     IF AL-WAS-NOTAVAIL
014760         ADD 1 TO WS-OR-NOTAVAIL-COUNT
014770     END-IF.
014780     IF AL-WAS-REJECTED
014790         ADD 1 TO WS-OR-REJECTED-COUNT
014800     END-IF.
014810 1510-EXIT.
014820     EXIT.
014830******************************************************************
014840*    1520-CLOSE-OPEN-RUN
014850*    APPENDS A RESTART CONTROL RECORD (TYPE A) FOR THE FAILED RUN
014860*    FOUND BY 1500-SCAN-OPEN-RUN, STRUCK FROM WHAT THAT RUN LEFT
014870*    ON THE LOG AND NUMBERED ONE PAST ITS LAST RECORD.  THE
014880*    RECORD BELONGS TO THE FAILED RUN AND IS NOT COUNTED ON THIS
014890*    RUN'S BALANCING PAGE.  NOTHING IS WRITTEN WHEN THERE WAS NO
014900*    SCAN OR THE LAST RUN ALREADY ENDED WITH ITS CONTROL RECORD.
014910******************************************************************
014920 1520-CLOSE-OPEN-RUN.
014930     IF WS-OPEN-RUN-ID = SPACES OR OPEN-RUN-CLOSED
014940         GO TO 1520-EXIT
014950     END-IF.
014960     MOVE SPACES TO AUDIT-REC.
014970     MOVE WS-OPEN-RUN-ID TO AL-RUN-ID.
014980     MOVE AL-RID-DATE TO AL-RUN-DATE.
014990     MOVE AL-RID-TIME TO AL-RUN-TIME.
015000     MOVE AL-RID-JOB-NAME TO AL-JOB-NAME.
015010     MOVE WS-USER-ID TO AL-USER-ID.
015020     MOVE 0 TO AL-POSITION.
015030     MOVE 0 TO AL-AS-OF-DATE.
015040     ADD 1 TO WS-OPEN-RUN-LAST-SEQ.
015050     MOVE WS-OPEN-RUN-LAST-SEQ TO AL-SEQ-NUMBER.
015060     SET AL-CTL-RESTART-CLOSE TO TRUE.
015070     MOVE WS-OPEN-RUN-TOTALS TO AL-CONTROL-TOTALS.
015080     WRITE AUDIT-REC.
015090     SET OPEN-RUN-CLOSED TO TRUE.
015100     DISPLAY "RESTART - AUDIT RUN " WS-OPEN-RUN-ID
015110         " CLOSED AFTER " WS-OR-RECORD-COUNT " RECORDS".
015120 1520-EXIT.
015130     EXIT.
015140******************************************************************
015150*    4900-STAMP-AUDIT-DETAIL
015160*    STAMPS THE AUDIT RECORD ABOUT TO BE WRITTEN WITH THIS RUN'S
015170*    ID AND NEXT SEQUENCE NUMBER AND ADDS ITS NEEDLE TO THE RUN'S
015180*    HASH TOTAL.  A REJECTED NEEDLE THAT IS NOT NUMERIC ADDS
015190*    NOTHING TO THE HASH.
015200******************************************************************
015210 4900-STAMP-AUDIT-DETAIL.
015220     ADD 1 TO WS-AUDIT-SEQ.
015230     MOVE WS-AUDIT-RUN-ID TO AL-RUN-ID.
015240     MOVE WS-AUDIT-SEQ TO AL-SEQ-NUMBER.
015250     SET AL-DETAIL-REC TO TRUE.
015260     MOVE ZEROS TO AL-CONTROL-TOTALS.
015270     IF AL-NEEDLE IS NUMERIC
015280         MOVE AL-NEEDLE TO WS-HASH-NEEDLE
015290         ADD WS-HASH-NEEDLE TO WS-NEEDLE-HASH
015300     END-IF.
015310 4900-EXIT.
015320     EXIT.
015330******************************************************************
015340*    8200-WRITE-AUDIT-CONTROL
015350*    APPENDS THIS RUN'S CONTROL RECORD (TYPE C) TO THE AUDIT LOG,
015360*    NUMBERED ONE PAST ITS LAST AUDIT RECORD AND CARRYING THE
015370*    AUDIT RECORD COUNT, NEEDLE HASH TOTAL AND OUTCOME COUNTS
015380*    JUST PRINTED ON THE BALANCING PAGE.  AN AS-OF RERUN WRITES
015390*    ONE TOO, SINCE ITS AUDIT RECORDS GO TO THE SAME LOG.
015400******************************************************************
015410 8200-WRITE-AUDIT-CONTROL.
015420     MOVE SPACES TO AUDIT-REC.
015430     ADD 1 TO WS-AUDIT-SEQ.
015440     MOVE WS-AUDIT-RUN-ID TO AL-RUN-ID.
015450     MOVE WS-AUDIT-SEQ TO AL-SEQ-NUMBER.
015460     MOVE WS-ARI-DATE TO AL-RUN-DATE.
015470     MOVE WS-ARI-TIME TO AL-RUN-TIME.
015480     MOVE WS-JOB-NAME TO AL-JOB-NAME.
015490     MOVE WS-USER-ID TO AL-USER-ID.
015500     MOVE WS-AS-OF-DATE TO AL-AS-OF-DATE.
015510     MOVE 0 TO AL-POSITION.
015520     SET AL-CTL-RUN-END TO TRUE.
015530     MOVE WS-AUDIT-WRITTEN TO AL-CTL-RECORD-COUNT.
015540     MOVE WS-NEEDLE-HASH TO AL-CTL-NEEDLE-HASH.
015550     MOVE WS-FOUND-COUNT TO AL-CTL-FOUND-COUNT.
015560     MOVE WS-INACTIVE-COUNT TO AL-CTL-INACTIVE-COUNT.
015570     MOVE WS-NOTFOUND-COUNT TO AL-CTL-NOTFOUND-COUNT.
015580     MOVE WS-NOTAVAIL-COUNT TO AL-CTL-NOTAVAIL-COUNT.
015590     MOVE WS-REJECTED-COUNT TO AL-CTL-REJECTED-COUNT.
015600     WRITE AUDIT-REC.
015610 8200-EXIT.
015620     EXIT.
015630******************************************************************
015640*    1600-CHECK-MERGE-THRESHOLD
015650*    A RUN HEADED FOR THE DIRECT KEYED-READ MODE COUNTS ITS
015660*    NEEDLES AND PENDING NEEDLES FIRST.  MORE OF THEM THAN
015670*    MERGE_THRESHOLD (ONE TO SIX DIGITS, DEFAULT 10000) SWITCHES
015680*    THE RUN TO THE SEQUENTIAL MATCH-MERGE MODE, WHERE ONE PASS
015690*    OF THE KSDS COSTS LESS THAN A RANDOM READ PER NEEDLE.  BOTH
015700*    FILES ARE REOPENED AFTER THE COUNT SO THE RESTART SKIP AND
015710*    THE SEARCH START FROM THE TOP.
015720******************************************************************
015730 1600-CHECK-MERGE-THRESHOLD.
015740     DISPLAY "MERGE_THRESHOLD" UPON ENVIRONMENT-NAME.
015750     ACCEPT WS-MERGE-THRESHOLD-PARM FROM ENVIRONMENT-VALUE.
015760     PERFORM 1610-JUSTIFY-THRESHOLD-PARM THRU 1610-EXIT
015770         VARYING WS-SHIFT-COUNT FROM 1 BY 1
015780         UNTIL WS-SHIFT-COUNT > 5.
015790     IF WS-MERGE-THRESHOLD-PARM IS NUMERIC
015800         AND WS-MERGE-THRESHOLD-PARM NOT = "000000"
015810         MOVE WS-MERGE-THRESHOLD-PARM TO WS-MERGE-THRESHOLD
015820     END-IF.
015830     PERFORM 1620-COUNT-NEEDLE THRU 1620-EXIT
015840         UNTIL NEEDLES-EOF.
015850     PERFORM 1630-COUNT-PENDING THRU 1630-EXIT
015860         UNTIL PENDING-EOF.
015870     CLOSE SPARTACUS-NEEDLES-FILE.
015880     CLOSE SPARTACUS-PENDING-IN.
015890     OPEN INPUT SPARTACUS-NEEDLES-FILE.
015900     OPEN INPUT SPARTACUS-PENDING-IN.
015910     MOVE "N" TO WS-NEEDLES-EOF-SWITCH.
015920     MOVE "N" TO WS-PENDING-EOF-SWITCH.
015930     IF WS-REQUEST-COUNT > WS-MERGE-THRESHOLD
015940         SET MERGE-MODE TO TRUE
015950         DISPLAY WS-REQUEST-COUNT " NEEDLES EXCEED "
015960             "MERGE_THRESHOLD -- SEARCH MODE IS SEQUENTIAL "
015970             "MATCH-MERGE"
015980     END-IF.
015990 1600-EXIT.
016000     EXIT.
016010******************************************************************
016020*    1610-JUSTIFY-THRESHOLD-PARM
016030*    SHIFTS A SHORT MERGE_THRESHOLD VALUE ONE PLACE TO THE
016040*    RIGHT, ZERO-FILLING ON THE LEFT, SO "20000" IS TAKEN AS
016050*    020000.
016060******************************************************************
016070 1610-JUSTIFY-THRESHOLD-PARM.
016080     IF WS-MERGE-THRESHOLD-PARM(6:1) = SPACE
016090         MOVE WS-MERGE-THRESHOLD-PARM(1:5) TO WS-JUSTIFY-HOLD
016100         MOVE "0" TO WS-MERGE-THRESHOLD-PARM(1:1)
016110         MOVE WS-JUSTIFY-HOLD TO WS-MERGE-THRESHOLD-PARM(2:5)
016120     END-IF.
016130 1610-EXIT.
016140     EXIT.
016150******************************************************************
016160*    1620-COUNT-NEEDLE
016170*    COUNTS ONE NEEDLES FILE RECORD TOWARD MERGE_THRESHOLD.
016180******************************************************************
016190 1620-COUNT-NEEDLE.
016200     READ SPARTACUS-NEEDLES-FILE
016210         AT END
016220             SET NEEDLES-EOF TO TRUE
016230             GO TO 1620-EXIT
016240     END-READ.
016250     ADD 1 TO WS-REQUEST-COUNT.
016260 1620-EXIT.
016270     EXIT.
016280******************************************************************
016290*    1630-COUNT-PENDING
016300*    COUNTS ONE PENDING NEEDLE TOWARD MERGE_THRESHOLD.
016310******************************************************************
016320 1630-COUNT-PENDING.
016330     READ SPARTACUS-PENDING-IN
016340         AT END
016350             SET PENDING-EOF TO TRUE
016360             GO TO 1630-EXIT
016370     END-READ.
016380     ADD 1 TO WS-REQUEST-COUNT.
016390 1630-EXIT.
016400     EXIT.
016410******************************************************************
016420*    2700-PREPARE-MERGE
016430*    THE MATCH-MERGE HAYSTACK PASS.  THE NEEDLES LEFT AFTER ANY
016440*    RESTART SKIP, THEN THE PENDING NEEDLES, ARE STAGED TO THE
016450*    REQUEST WORK FILE IN ARRIVAL ORDER, SORTED INTO VALUE
016460*    ORDER AND MATCHED AGAINST ONE FORWARD PASS OF THE HAYSTACK
016470*    KSDS.  THE PASS WRITES A HIT RECORD FOR EVERY HAYSTACK
016480*    ENTRY A REQUEST MATCHES OR BOUNDS AND A NEIGHBOR RECORD
016490*    FOR EVERY EXACT REQUEST.  THE HIT FILE IS THEN SORTED BACK
016500*    INTO ARRIVAL ORDER SO 3600-PROCESS-MERGED CAN REPORT THE
016510*    REQUESTS IN THE ORDER THEY CAME IN.  THE PASS STOPS AS
016520*    SOON AS NO REQUEST IS LEFT TO MATCH.
016530******************************************************************
016540 2700-PREPARE-MERGE.
016550     OPEN OUTPUT SPARTACUS-MERGE-REQUESTS.
016560     PERFORM 2710-STAGE-NEEDLE THRU 2710-EXIT
016570         UNTIL NEEDLES-EOF.
016580     PERFORM 2720-STAGE-PENDING THRU 2720-EXIT
016590         UNTIL PENDING-EOF.
016600     CLOSE SPARTACUS-MERGE-REQUESTS.
016610     SORT SPARTACUS-MERGE-SORTWORK
016620         ON ASCENDING KEY SQ-VALUE SQ-SEQ
016630         USING SPARTACUS-MERGE-REQUESTS
016640         GIVING SPARTACUS-MERGE-SORTED.
016650     OPEN INPUT SPARTACUS-MERGE-SORTED.
016660     OPEN OUTPUT SPARTACUS-MERGE-HITS.
016670     MOVE "NONE " TO WS-MERGE-PREV.
016680     MOVE 0 TO WS-MERGE-RANGE-COUNT.
016690     MOVE "N" TO WS-EOF-SWITCH.
016700     MOVE 0 TO HS-VALUE.
016710     START SPARTACUS-HAYSTACK-FILE
016720         KEY IS NOT LESS THAN HS-VALUE
016730         INVALID KEY
016740             SET HAYSTACK-EOF TO TRUE
016750     END-START.
016760     IF NOT HAYSTACK-EOF
016770         PERFORM 2740-READ-HAYSTACK-NEXT THRU 2740-EXIT
016780     END-IF.
016790     PERFORM 2730-READ-MERGE-REQUEST THRU 2730-EXIT.
016800     PERFORM 2750-MERGE-STEP THRU 2750-EXIT
016810         UNTIL HAYSTACK-EOF
016820             OR (MERGE-SORTED-EOF AND WS-MERGE-RANGE-COUNT = 0).
016830     PERFORM 2770-ACTIVATE-REQUEST THRU 2770-EXIT
016840         UNTIL MERGE-SORTED-EOF.
016850     CLOSE SPARTACUS-MERGE-SORTED.
016860     CLOSE SPARTACUS-MERGE-HITS.
016870     SORT SPARTACUS-HIT-SORTWORK
016880         ON ASCENDING KEY SH-SEQ SH-REC-TYPE SH-VALUE
016890         USING SPARTACUS-MERGE-HITS
016900         GIVING SPARTACUS-HITS-SORTED.
016910     OPEN INPUT SPARTACUS-MERGE-REQUESTS.
016920     OPEN INPUT SPARTACUS-HITS-SORTED.
016930     PERFORM 2795-READ-HIT THRU 2795-EXIT.
016940     DISPLAY "MATCH-MERGE PASS COMPLETE - " WS-MERGE-SEQ
016950         " NEEDLES STAGED, " WS-MERGE-HIT-COUNT " HITS".
016960 2700-EXIT.
016970     EXIT.
016980******************************************************************
016990*    2710-STAGE-NEEDLE
017000*    COPIES ONE NEEDLES FILE RECORD TO THE REQUEST WORK FILE
017010*    UNDER THE NEXT ARRIVAL SEQUENCE NUMBER, WITH THE FIRST-SEEN
017020*    DATE AND ATTEMPT COUNT 3000-PROCESS-NEEDLES WOULD GIVE IT.
017030******************************************************************
017040 2710-STAGE-NEEDLE.
017050     READ SPARTACUS-NEEDLES-FILE
017060         AT END
017070             SET NEEDLES-EOF TO TRUE
017080             GO TO 2710-EXIT
017090     END-READ.
017100     ADD 1 TO WS-NEEDLES-READ-COUNT.
017110     ADD 1 TO WS-MERGE-SEQ.
017120     MOVE SPACES TO MERGE-REQUEST-REC.
017130     MOVE ND-VALUE TO MQ-VALUE.
017140     MOVE WS-MERGE-SEQ TO MQ-SEQ.
017150     SET MQ-FROM-NEEDLES TO TRUE.
017160     MOVE ND-DEPT-CODE TO MQ-DEPT-CODE.
017170     MOVE ND-REQ-REF TO MQ-REQ-REF.
017180     MOVE WS-RUN-DATE TO MQ-FIRST-SEEN-DATE.
017190     MOVE 0 TO MQ-ATTEMPT-COUNT.
017200     MOVE ND-BATCH-DATE TO MQ-BATCH-DATE.
017210     MOVE ND-BATCH-NUMBER TO MQ-BATCH-NUMBER.
017220     MOVE ND-SEARCH-TYPE TO MQ-SEARCH-TYPE.
017230     MOVE ND-VALUE-2 TO MQ-VALUE-2.
017240     WRITE MERGE-REQUEST-REC.
017250 2710-EXIT.
017260     EXIT.
017270******************************************************************
017280*    2720-STAGE-PENDING
017290*    COPIES ONE PENDING NEEDLE TO THE REQUEST WORK FILE, KEEPING
017300*    ITS FIRST-SEEN DATE AND ATTEMPT COUNT.
017310******************************************************************
017320 2720-STAGE-PENDING.
017330     READ SPARTACUS-PENDING-IN
017340         AT END
017350             SET PENDING-EOF TO TRUE
017360             GO TO 2720-EXIT
017370     END-READ.
017380     ADD 1 TO WS-PENDING-READ-COUNT.
017390     ADD 1 TO WS-MERGE-SEQ.
017400     MOVE SPACES TO MERGE-REQUEST-REC.
017410     MOVE PN-VALUE TO MQ-VALUE.
017420     MOVE WS-MERGE-SEQ TO MQ-SEQ.
017430     SET MQ-FROM-PENDING TO TRUE.
017440     MOVE PN-DEPT-CODE TO MQ-DEPT-CODE.
017450     MOVE PN-REQ-REF TO MQ-REQ-REF.
017460     MOVE PN-FIRST-SEEN-DATE TO MQ-FIRST-SEEN-DATE.
017470     MOVE PN-ATTEMPT-COUNT TO MQ-ATTEMPT-COUNT.
017480     MOVE PN-BATCH-DATE TO MQ-BATCH-DATE.
017490     MOVE PN-BATCH-NUMBER TO MQ-BATCH-NUMBER.
017500     MOVE PN-SEARCH-TYPE TO MQ-SEARCH-TYPE.
017510     MOVE PN-VALUE-2 TO MQ-VALUE-2.
017512     MOVE PN-CORRECTED-FLAG TO MQ-CORRECTED-FLAG.
017514     MOVE PN-ORIGINAL-VALUE TO MQ-ORIGINAL-VALUE.
017520     WRITE MERGE-REQUEST-REC.
017530 2720-EXIT.
017540     EXIT.
017550******************************************************************
017560*    2730-READ-MERGE-REQUEST
017570*    READS THE NEXT REQUEST IN VALUE ORDER FOR THE HAYSTACK
017580*    PASS.
017590******************************************************************
017600 2730-READ-MERGE-REQUEST.
017610     READ SPARTACUS-MERGE-SORTED
017620         AT END
017630             SET MERGE-SORTED-EOF TO TRUE
017640     END-READ.
017650 2730-EXIT.
017660     EXIT.
017670******************************************************************
017680*    2740-READ-HAYSTACK-NEXT
017690*    READS THE NEXT HAYSTACK RECORD OF THE MATCH-MERGE PASS.
017700******************************************************************
017710 2740-READ-HAYSTACK-NEXT.
017720     READ SPARTACUS-HAYSTACK-FILE NEXT
017730         AT END
017740             SET HAYSTACK-EOF TO TRUE
017750     END-READ.
017760 2740-EXIT.
017770     EXIT.
017780******************************************************************
017790*    2750-MERGE-STEP
017800*    MATCHES ONE HAYSTACK RECORD.  OPEN RANGE/PREFIX REQUESTS
017810*    WHOSE HIGH BOUND IT HAS PASSED ARE DROPPED AND EVERY ONE
017820*    STILL OPEN GETS A HIT FOR IT; THEN EVERY REQUEST WHOSE
017830*    VALUE IT HAS REACHED IS TAKEN UP BY 2770-ACTIVATE-REQUEST.
017840******************************************************************
017850 2750-MERGE-STEP.
017860     MOVE HS-VALUE TO WS-MERGE-KEY.
017870     MOVE 0 TO WS-RANGE-KEEP.
017880     PERFORM 2780-SWEEP-RANGE THRU 2780-EXIT
017890         VARYING WS-RANGE-SUB FROM 1 BY 1
017900         UNTIL WS-RANGE-SUB > WS-MERGE-RANGE-COUNT.
017910     MOVE WS-RANGE-KEEP TO WS-MERGE-RANGE-COUNT.
017920     PERFORM 2770-ACTIVATE-REQUEST THRU 2770-EXIT
017930         UNTIL MERGE-SORTED-EOF
017940             OR WQ-VALUE > WS-MERGE-KEY.
017950     MOVE WS-MERGE-KEY TO WS-MERGE-PREV.
017960     PERFORM 2740-READ-HAYSTACK-NEXT THRU 2740-EXIT.
017970 2750-EXIT.
017980     EXIT.
017990******************************************************************
018000*    2770-ACTIVATE-REQUEST
018010*    TAKES UP ONE SORTED REQUEST ONCE THE PASS HAS REACHED ITS
018020*    VALUE -- THE CURRENT HAYSTACK RECORD IS THE FIRST NOT
018030*    BELOW IT, OR THE HAYSTACK HAS RUN OUT.  AN EXACT REQUEST
018040*    GETS A NEIGHBOR RECORD (THE LAST VALUE PASSED AND THE
018050*    CURRENT ONE) AND A HIT WHEN THE CURRENT VALUE IS ITS OWN.
018060*    A RANGE OR PREFIX REQUEST WHOSE HIGH BOUND REACHES THE
018070*    CURRENT VALUE GETS A HIT FOR IT AND, WHEN ITS BOUND RUNS
018080*    PAST IT, STAYS OPEN FOR THE RECORDS THAT FOLLOW.  A
018090*    REQUEST 2500-VALIDATE-NEEDLE WILL REJECT GETS NOTHING.
018100******************************************************************
018110 2770-ACTIVATE-REQUEST.
018120     IF WQ-VALUE IS NOT NUMERIC
018130         GO TO 2770-READ
018140     END-IF.
018150     IF WQ-TYPE-RANGE OR WQ-TYPE-PREFIX
018160         GO TO 2770-BOUNDED
018170     END-IF.
018180     MOVE SPACES TO MERGE-HIT-REC.
018190     MOVE WQ-SEQ TO MH-SEQ.
018200     SET MH-NEIGHBOR-REC TO TRUE.
018210     MOVE WQ-VALUE TO MH-VALUE.
018220     MOVE WS-MERGE-PREV TO MH-BELOW-VALUE.
018230     IF HAYSTACK-EOF
018240         MOVE "NONE " TO MH-ABOVE-VALUE
018250     ELSE
018260         MOVE WS-MERGE-KEY TO MH-ABOVE-VALUE
018270     END-IF.
018280     WRITE MERGE-HIT-REC.
018290     IF NOT HAYSTACK-EOF
018300         AND WQ-VALUE = WS-MERGE-KEY
018310         MOVE WQ-SEQ TO WS-HIT-SEQ
018320         PERFORM 2790-WRITE-HIT THRU 2790-EXIT
018330     END-IF.
018340     GO TO 2770-READ.
018350 2770-BOUNDED.
018360     IF WQ-VALUE-2 IS NOT NUMERIC
018370         OR HAYSTACK-EOF
018380         GO TO 2770-READ
018390     END-IF.
018400     MOVE WQ-VALUE-2 TO WS-MERGE-HIGH.
018410     IF WS-MERGE-HIGH < HS-VALUE
018420         GO TO 2770-READ
018430     END-IF.
018440     MOVE WQ-SEQ TO WS-HIT-SEQ.
018450     PERFORM 2790-WRITE-HIT THRU 2790-EXIT.
018460     IF WS-MERGE-HIGH = HS-VALUE
018470         GO TO 2770-READ
018480     END-IF.
018490     IF WS-MERGE-RANGE-COUNT NOT < 1000
018500         DISPLAY "MORE THAN 1000 RANGE/PREFIX REQUESTS OPEN AT "
018510             "HAYSTACK VALUE " WS-MERGE-KEY " -- RUN ABORTED"
018520         MOVE 90 TO RETURN-CODE
018530         STOP RUN
018540     END-IF.
018550     ADD 1 TO WS-MERGE-RANGE-COUNT.
018560     MOVE WQ-SEQ TO MR-SEQ(WS-MERGE-RANGE-COUNT).
018570     MOVE WS-MERGE-HIGH TO MR-HIGH(WS-MERGE-RANGE-COUNT).
018580 2770-READ.
018590     PERFORM 2730-READ-MERGE-REQUEST THRU 2730-EXIT.
018600 2770-EXIT.
018610     EXIT.
018620******************************************************************
018630*    2780-SWEEP-RANGE
018640*    LOOKS AT ONE OPEN RANGE/PREFIX REQUEST.  ONE WHOSE HIGH
018650*    BOUND IS BELOW THE CURRENT HAYSTACK VALUE IS DONE AND
018660*    DROPS OUT; ANY OTHER IS MOVED DOWN OVER THE GAPS AND GETS
018670*    A HIT FOR THE CURRENT VALUE.
018680******************************************************************
018690 2780-SWEEP-RANGE.
018700     IF MR-HIGH(WS-RANGE-SUB) < HS-VALUE
018710         GO TO 2780-EXIT
018720     END-IF.
018730     ADD 1 TO WS-RANGE-KEEP.
018740     MOVE MERGE-RANGE-ENTRY(WS-RANGE-SUB)
018750         TO MERGE-RANGE-ENTRY(WS-RANGE-KEEP).
018760     MOVE MR-SEQ(WS-RANGE-KEEP) TO WS-HIT-SEQ.
018770     PERFORM 2790-WRITE-HIT THRU 2790-EXIT.
018780 2780-EXIT.
018790     EXIT.
018800******************************************************************
018810*    2790-WRITE-HIT
018820*    WRITES A HIT RECORD CARRYING THE CURRENT HAYSTACK RECORD
018830*    FOR THE REQUEST WHOSE ARRIVAL SEQUENCE IS IN WS-HIT-SEQ.
018840******************************************************************
018850 2790-WRITE-HIT.
018860     MOVE SPACES TO MERGE-HIT-REC.
018870     MOVE WS-HIT-SEQ TO MH-SEQ.
018880     SET MH-HIT-REC TO TRUE.
018890     MOVE HS-VALUE TO MH-VALUE.
018900     MOVE HS-STATUS-CODE TO MH-STATUS-CODE.
018910     MOVE HS-EFF-DATE TO MH-EFF-DATE.
018920     MOVE HS-EXP-DATE TO MH-EXP-DATE.
018930     MOVE HS-SOURCE-CODE TO MH-SOURCE-CODE.
018940     WRITE MERGE-HIT-REC.
018950     ADD 1 TO WS-MERGE-HIT-COUNT.
018960 2790-EXIT.
018970     EXIT.
018980******************************************************************
018990*    2795-READ-HIT
019000*    READS THE NEXT RECORD OF THE HIT FILE IN ARRIVAL ORDER.
019010******************************************************************
019020 2795-READ-HIT.
019030     READ SPARTACUS-HITS-SORTED
019040         AT END
019050             SET HIT-EOF TO TRUE
019060     END-READ.
019070 2795-EXIT.
019080     EXIT.
019090******************************************************************
019100*    3130-MATCH-MERGED
019110*    TAKES THE ANSWER FOR THE EXACT REQUEST IN HAND FROM THE
019120*    SORTED HIT FILE: ITS NEIGHBOR RECORD, KEPT FOR THE
019130*    NEAR-MATCH LINE, AND ITS HIT RECORD WHEN THE HAYSTACK PASS
019140*    FOUND THE VALUE.  THERE IS NO TABLE IN THIS MODE, SO A
019150*    MATCH HAS NO TABLE POSITION AND THE REPORTED POSITION
019160*    STAYS ZERO.
019170******************************************************************
019180 3130-MATCH-MERGED.
019190     MOVE "NONE " TO WS-MERGE-BELOW WS-MERGE-ABOVE.
019200     IF HIT-EOF OR WH-SEQ NOT = WS-CUR-SEQ
019210         GO TO 3130-EXIT
019220     END-IF.
019230     IF WH-NEIGHBOR-REC
019240         MOVE WH-BELOW-VALUE TO WS-MERGE-BELOW
019250         MOVE WH-ABOVE-VALUE TO WS-MERGE-ABOVE
019260         PERFORM 2795-READ-HIT THRU 2795-EXIT
019270     END-IF.
019280     IF HIT-EOF OR WH-SEQ NOT = WS-CUR-SEQ
019290         GO TO 3130-EXIT
019300     END-IF.
019310     SET NEEDLE-FOUND TO TRUE.
019320     MOVE 0 TO WS-FOUND-AT.
019330     MOVE WH-STATUS-CODE TO WS-CHK-STATUS-CODE.
019340     MOVE WH-EFF-DATE TO WS-CHK-EFF-DATE.
019350     MOVE WH-EXP-DATE TO WS-CHK-EXP-DATE.
019360     MOVE WH-SOURCE-CODE TO WS-CHK-SOURCE-CODE.
019370     PERFORM 2795-READ-HIT THRU 2795-EXIT.
019380     PERFORM 3150-CHECK-MATCH-STATUS THRU 3150-EXIT.
019390 3130-EXIT.
019400     EXIT.
019410******************************************************************
019420*    3195-BOUNDED-MERGED
019430*    REPORTS EVERY HIT THE HAYSTACK PASS WROTE FOR THE RANGE OR
019440*    PREFIX REQUEST IN HAND, IN ASCENDING VALUE ORDER.
019450******************************************************************
019460 3195-BOUNDED-MERGED.
019470     PERFORM 3196-NEXT-MERGED-QUALIFIER THRU 3196-EXIT
019480         UNTIL HIT-EOF OR WH-SEQ NOT = WS-CUR-SEQ.
019490 3195-EXIT.
019500     EXIT.
019510******************************************************************
019520*    3196-NEXT-MERGED-QUALIFIER
019530*    REPORTS ONE HIT OF A MATCH-MERGE BOUNDED REQUEST.  THERE IS
019540*    NO TABLE IN THIS MODE, SO THE REPORTED POSITION STAYS ZERO.
019550******************************************************************
019560 3196-NEXT-MERGED-QUALIFIER.
019570     MOVE WH-VALUE TO NEEDLE.
019580     MOVE 0 TO WS-FOUND-AT.
019590     MOVE WH-STATUS-CODE TO WS-CHK-STATUS-CODE.
019600     MOVE WH-EFF-DATE TO WS-CHK-EFF-DATE.
019610     MOVE WH-EXP-DATE TO WS-CHK-EXP-DATE.
019620     MOVE WH-SOURCE-CODE TO WS-CHK-SOURCE-CODE.
019630     PERFORM 2795-READ-HIT THRU 2795-EXIT.
019640     PERFORM 3190-REPORT-QUALIFIER THRU 3190-EXIT.
019650 3196-EXIT.
019660     EXIT.
019670******************************************************************
019680*    3600-PROCESS-MERGED
019690*    READS THE NEXT REQUEST BACK FROM THE REQUEST WORK FILE IN
019700*    ARRIVAL ORDER -- NEEDLES FIRST, THEN PENDING NEEDLES, AS IN
019710*    THE OTHER MODES -- AND RUNS IT THROUGH THE COMMON SEARCH/
019720*    REPORT PATH, WHICH TAKES ITS ANSWER FROM THE HIT FILE.  THE
019730*    RESULTS, AUDIT LOG, PENDING RECYCLE AND REGISTER THEREFORE
019740*    SEE THE REQUESTS IN THE SAME ORDER AS A TABLE OR DIRECT
019750*    RUN WOULD, AND CHECKPOINTS COUNT NEEDLES FILE RECORDS
019760*    EXACTLY AS 3000-PROCESS-NEEDLES DOES, SO A RESTART SKIPS
019770*    THE SAME NEEDLES WHICHEVER MODE EITHER RUN USED.
019780******************************************************************
019790 3600-PROCESS-MERGED.
019800     READ SPARTACUS-MERGE-REQUESTS
019810         AT END
019820             SET MERGE-REQ-EOF TO TRUE
019830             GO TO 3600-EXIT
019840     END-READ.
019850     MOVE MQ-SEQ TO WS-CUR-SEQ.
019860     MOVE MQ-ORIGIN TO WS-CUR-SOURCE.
019870     MOVE MQ-VALUE TO WS-CUR-VALUE.
019880     MOVE MQ-DEPT-CODE TO WS-CUR-DEPT-CODE.
019890     MOVE MQ-REQ-REF TO WS-CUR-REQ-REF.
019900     MOVE MQ-FIRST-SEEN-DATE TO WS-CUR-FIRST-SEEN.
019910     MOVE MQ-ATTEMPT-COUNT TO WS-CUR-ATTEMPTS.
019920     MOVE MQ-BATCH-DATE TO WS-CUR-BATCH-DATE.
019930     MOVE MQ-BATCH-NUMBER TO WS-CUR-BATCH-NUMBER.
019940     MOVE MQ-SEARCH-TYPE TO WS-CUR-SEARCH-TYPE.
019950     MOVE MQ-VALUE-2 TO WS-CUR-VALUE-2.
019952     MOVE MQ-CORRECTED-FLAG TO WS-CUR-CORRECTED-FLAG.
019954     MOVE MQ-ORIGINAL-VALUE TO WS-CUR-ORIGINAL-VALUE.
019960     PERFORM 2795-READ-HIT THRU 2795-EXIT
019970         UNTIL HIT-EOF OR WH-SEQ NOT < WS-CUR-SEQ.
019980     IF CUR-FROM-NEEDLES
019990         ADD 1 TO WS-NEEDLE-RECORD-COUNT
020000     END-IF.
020010     PERFORM 3050-SEARCH-CURRENT THRU 3050-EXIT.
020020     IF CUR-FROM-NEEDLES
020030         PERFORM 3400-TAKE-CHECKPOINT THRU 3400-EXIT
020040     END-IF.
020050 3600-EXIT.
020060     EXIT.
020070******************************************************************
020080*    5300-NEAR-MATCH-MERGED
020090*    FILLS IN THE NEAR-MATCH LINE FROM THE NEIGHBOR VALUES THE
020100*    HAYSTACK PASS RECORDED FOR THE MISS.  THE PASS SEES THE
020110*    KSDS IN KEY ORDER, SO UNLIKE THE DIRECT MODE BOTH THE
020120*    VALUE BELOW AND THE VALUE ABOVE ARE KNOWN.
020130******************************************************************
020140 5300-NEAR-MATCH-MERGED.
020150     IF WS-MERGE-BELOW NOT = "NONE "
020160         MOVE WS-MERGE-BELOW TO NM-BELOW-VALUE
020170         COMPUTE WS-NEAR-DIST = NEEDLE - WS-MERGE-BELOW-NUM
020180         MOVE WS-NEAR-DIST TO NM-BELOW-DIST
020190     END-IF.
020200     IF WS-MERGE-ABOVE NOT = "NONE "
020210         MOVE WS-MERGE-ABOVE TO NM-ABOVE-VALUE
020220         COMPUTE WS-NEAR-DIST = WS-MERGE-ABOVE-NUM - NEEDLE
020230         MOVE WS-NEAR-DIST TO NM-ABOVE-DIST
020240     END-IF.
020250 5300-EXIT.
020260     EXIT.
