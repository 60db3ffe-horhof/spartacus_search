001254*                        WHICH SOURCES' VALUES ARE ACTUALLY
001255*                        BEING SEARCHED AND HIT.  RECORDS
001256*                        WRITTEN BEFORE THIS DATE CARRY SPACES.
001257*      2025-10-20 JQ     ADDED THE SEARCH TYPE OF THE REQUEST
001258*                        (EXACT, RANGE OR PREFIX -- SEE
001259*                        NEEDREC) SO THE MONTHLY CHARGEBACK CAN
001260*                        PRICE EACH TYPE AT ITS OWN RATE.
001261*                        RECORDS WRITTEN BEFORE THIS DATE CARRY
001262*                        A SPACE AND ARE BILLED AS EXACT.
001263*      2025-12-01 JQ     EVERY RECORD NOW CARRIES THE RUN ID OF
001264*                        THE SEARCH RUN THAT WROTE IT (JOB NAME
001265*                        AND RUN START DATE AND TIME) AND A
001266*                        SEQUENCE NUMBER RUNNING FROM 1 WITHIN
001267*                        THE RUN.  THE RECORD TYPE TELLS A
001268*                        DETAIL FROM THE RUN'S CONTROL RECORD,
001269*                        WRITTEN LAST WITH THE NEXT SEQUENCE
001270*                        NUMBER AND CARRYING THE RUN'S RECORD
001271*                        COUNT, NEEDLE HASH TOTAL AND OUTCOME
001272*                        COUNTS AS PRINTED ON ITS BALANCING
001273*                        PAGE.  A RESTARTED RUN CLOSES THE RUN
001274*                        THAT FAILED WITH A RESTART CONTROL
001275*                        RECORD (TYPE A) STRUCK FROM WHAT THAT
001276*                        RUN LEFT ON THE LOG.  THE CONTROL
001277*                        TOTALS ARE ZERO ON A DETAIL.  A
001278*                        CONTROL RECORD IS NOT A SEARCH --
001279*                        READERS OF THE LOG SKIP IT.  RECORDS
001280*                        WRITTEN BEFORE THIS DATE CARRY SPACES.
001290******************************************************************
001300 01  AUDIT-REC.
001400     05  AL-RUN-DATE              PIC 9(08).
001500     05  AL-RUN-TIME              PIC 9(08).
002400     05  AL-REQ-REF               PIC X(10).
002500     05  AL-AS-OF-DATE            PIC 9(08).
002600     05  AL-SOURCE-CODE           PIC X(04).
002601     05  AL-SEARCH-TYPE           PIC X(01).
002602         88  AL-TYPE-EXACT                VALUE "E".
002603         88  AL-TYPE-RANGE                VALUE "R".
002604         88  AL-TYPE-PREFIX               VALUE "P".
002610     05  AL-RUN-ID.
002620         10  AL-RID-JOB-NAME      PIC X(08).
002630         10  AL-RID-DATE          PIC 9(08).
002640         10  AL-RID-TIME          PIC 9(08).
002650     05  AL-SEQ-NUMBER            PIC 9(08).
002660     05  AL-REC-TYPE              PIC X(01).
002670         88  AL-DETAIL-REC                VALUE "D" SPACE.
002680         88  AL-CONTROL-REC               VALUE "C" "A".
002690         88  AL-CTL-RUN-END               VALUE "C".
002700         88  AL-CTL-RESTART-CLOSE         VALUE "A".
002710     05  AL-CONTROL-TOTALS.
002720         10  AL-CTL-RECORD-COUNT  PIC 9(08).
002730         10  AL-CTL-NEEDLE-HASH   PIC 9(13).
002740         10  AL-CTL-FOUND-COUNT   PIC 9(08).
002750         10  AL-CTL-INACTIVE-COUNT PIC 9(08).
002760         10  AL-CTL-NOTFOUND-COUNT PIC 9(08).
002770         10  AL-CTL-NOTAVAIL-COUNT PIC 9(08).
002780         10  AL-CTL-REJECTED-COUNT PIC 9(08).
