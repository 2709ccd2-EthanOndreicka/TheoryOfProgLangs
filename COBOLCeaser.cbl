001466*                BURNING THE SHORTLIST DECODE FIRST.  THE
001467*                CLASSIFICATION SHOWS ON THE RESULT RECORD STATUS
001468*                AND IN THE SUMMRPT COUNTS.
001469* 10/15/26  RH   A GARBLED SEGMENT CHAIN -- SEGMENT NUMBER NOT
001470*                NUMERIC, OUT OF SEQUENCE, BROKEN BY ANOTHER
001471*                MESSAGE-ID, PAST 5 SEGMENTS, OR CUT OFF BY EOF --
001472*                NO LONGER STOPS THE WHOLE NIGHT AT RETURN CODE
001473*                12.  THE BAD MESSAGE'S RAW QUEUE RECORDS ARE
001474*                MOVED TO A SUSPENSE FILE (SUSPENSE) WITH A
001475*                REASON CODE AND THE RUN CARRIES ON WITH THE NEXT
001476*                GOOD MESSAGE.  THE SUSPENSE COUNT PRINTS ON
001477*                SUMMRPT AND RIDES THE MSGRESLT TRAILER, AND ANY
001478*                SUSPENSION ENDS THE RUN AT RETURN CODE 4.  THE
001479*                SUSPENSEMAINT COMPANION PROGRAM LISTS THE FILE
001480*                AND RESUBMITS THE INTERCEPT DESK'S CORRECTIONS
001481*                AS A FRESH MSGQUEUE BATCH.
001482* 10/15/26  RH   MANUAL IS NOW A RESOLVED STATUS.  A MESSAGE THE
001483*                MANUALRESOLVE PROGRAM HAS POSTED TO THE MASTER
001484*                AT MANUAL COUNTS AS ALREADY DECODED IN THE
001485*                DUPLICATE CHECK, AND IS DROPPED FROM THE RETRY
001486*                PASS -- NO ATTEMPT CHARGED, NOT REQUEUED, NEVER
001487*                RETIRED TO PERMFAIL -- WITH THE COUNT ON SUMMRPT.
001488* 10/15/26  RH   MSGQUEUE MAY NOW CARRY SEVERAL CONCATENATED
001489*                FEEDS, EACH WITH ITS OWN HEADER AND TRAILER, SO
001490*                ONE RUN TAKES EVERY SOURCE SYSTEM'S INTERCEPT.
001491*                EACH FEED IS RECONCILED ON ITS OWN AND A SHORT
001492*                OR UNTERMINATED FEED IS NAMED IN THE ABEND
001493*                MESSAGE.  THE SOURCE SYSTEM NOW RIDES EVERY
001494*                MSGRESLT DETAIL AND THE RESLTMST RECORD AND
001495*                DRIVES THE KEYLIB LOOKUP PER MESSAGE (RETRIES
001496*                TAKE IT FROM THE MASTER).  SUMMRPT BREAKS THE
001497*                STATUS COUNTS AND UNRESOLVED RATE OUT BY SOURCE.
001498*                THE MSGRESLT HEADER SAYS MULTIPLE ON A MIXED RUN.
001499* 10/15/26  RH   A VIGENERE DECODE NOW RECORDS THE KEYWORD THAT
001500*                BROKE IT ON THE MSGRESLT DETAIL, SO KEYCHANGE
001501*                CAN FOLLOW EACH SOURCE'S KEYWORD FROM NIGHT TO
001502*                NIGHT.  THE RECORD GROWS TO 147 BYTES.
001503* 10/15/26  RH   EVERY AUDIT RECORD NOW CARRIES A SEQUENCE NUMBER
001504*                RUNNING ACROSS ALL RUNS AND WRITERS, THE PREVIOUS
001505*                RECORD'S CHECK VALUE AND ITS OWN, STAMPED BY THE
001506*                AUDITCHAIN MODULE JUST BEFORE THE WRITE; THE
001507*                CHAIN POSITION IS PICKED UP AT START AND SAVED TO
001508*                AUDITCTL AT END.  THE AUDIT RECORD GROWS TO 603
001509*                BYTES.
001510* 10/15/26  RH   MONOALPHABETIC TRAFFIC NO CAESAR SHIFT CAN READ
001511*                NOW TRIES THE ATBASH (REVERSED) ALPHABET AND THEN
001512*                EVERY AFFINE KEY BEFORE THE VIGENERE FALLBACK.  A
001513*                DECODE UNDER EITHER POSTS WITH ITS OWN STATUS,
001514*                ATBASH OR AFFINE, AND ITS KEY: THE DECODE
001515*                MULTIPLIER IN A NEW FIELD ON THE MSGRESLT DETAIL
001516*                AND THE RESLTMST RECORD, THE ADDITIVE PART IN THE
001517*                SHIFT FIELD, AND BOTH IN THE AUDIT RECORD'S
001518*                SHIFTS-TRIED TEXT.  SUMMRPT COUNTS BOTH STATUSES,
001519*                IN TOTAL AND BY SOURCE.  MSGRESLT GROWS TO 149
001520*                BYTES AND RESLTMST TO 544.
001521* 10/15/26  RH   MSGRESLT HEADER CARRIES THE DATE THE RUN POSTED
001522*                THE RESULTS MASTER, SO A FORWARD RECOVERY CAN
001523*                REPOST EACH GENERATION UNDER THE PROCESSING DATE
001524*                IT ORIGINALLY HAD.
001525* 10/15/26  RH   EVERY RUN IS RECORDED ON THE SHARED RUN LEDGER
001526*                (RUNLEDGR) THROUGH THE RUNLEDGER MODULE -- A
001527*                START RECORD ONCE THE QUEUE HAS RECONCILED AND AN
001528*                END RECORD WITH THE RETURN CODE, RECORDS READ,
001529*                RESULTS WRITTEN AND MESSAGES SUSPENDED.  A
001530*                RESULTS MASTER THAT WOULD NOT OPEN ENDS THE RUN
001531*                AT RETURN CODE 4 AGAIN; THE AUDIT CHAIN CALLS HAD
001532*                BEEN RESETTING IT.
001533* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
001534*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
001535*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
001536*                RUN STOPS.  A QUEUE THAT FAILS ITS FEED CONTROLS
001537*                IS RECORDED THE SAME WAY, UNDER THE FIRST FEED'S
001538*                BATCH DATE, SO THE CYCLE SHOWS CAESARCIPHER
001539*                FAILED RATHER THAN NOT RUN.
001540* 10/15/26  RH   ON A CHECKPOINT RESTART, A CHAIN THE ABENDED RUN
001541*                ALREADY SUSPENDED IS NOT WRITTEN TO SUSPENSE A
001542*                SECOND TIME WHEN THE RESTART MEETS IT AGAIN
001543*                BEHIND THE CHECKPOINT, SO IT IS NOT RESUBMITTED
001544*                TWICE OR COUNTED TWICE IN THE TRAILER AND ON THE
001545*                RUN LEDGER.
001546*----------------------------------------------------------------
001547 ENVIRONMENT DIVISION.
001548 CONFIGURATION SECTION.
001549 SOURCE-COMPUTER.   IBM-370.
001550 OBJECT-COMPUTER.   IBM-370.
001551 INPUT-OUTPUT SECTION.
001552 FILE-CONTROL.
001553     SELECT MSG-QUEUE ASSIGN TO "MSGQUEUE"
001554         ORGANIZATION IS SEQUENTIAL
001555         FILE STATUS IS CC-WS-QUEUE-STATUS.
001556     SELECT SORT-WORK ASSIGN TO "SORTWK01".
001557     SELECT SORTED-QUEUE ASSIGN TO "SORTQUE"
001560         ORGANIZATION IS SEQUENTIAL
001570         FILE STATUS IS CC-WS-SORTED-STATUS.
001580     SELECT MSG-RESULTS ASSIGN TO "MSGRESLT"
001790     SELECT PERM-FAIL ASSIGN TO "PERMFAIL"
001800         ORGANIZATION IS SEQUENTIAL
001810         FILE STATUS IS CC-WS-PERMFAIL-STATUS.
001812     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
001814         ORGANIZATION IS SEQUENTIAL
001816         FILE STATUS IS CC-WS-SUSPENSE-STATUS.
001820     SELECT RESULTS-MASTER ASSIGN TO "RESLTMST"
001830         ORGANIZATION IS INDEXED
001840         ACCESS MODE IS RANDOM
002180 01  CC-SORT-RECORD.
002190     05  CC-SW-PRIORITY        PIC 9(01).
002200     05  CC-SW-ARRIVAL-SEQ     PIC 9(07).
002205     05  CC-SW-FEED-NO         PIC 9(02).
002210     05  CC-SW-QUEUE-DETAIL.
002220         10  FILLER            PIC X(14).
002230         10  CC-SW-DETAIL-PRI  PIC 9(01).
002290 01  CC-SORTED-RECORD.
002300     05  CC-SQ-PRIORITY        PIC 9(01).
002310     05  CC-SQ-ARRIVAL-SEQ     PIC 9(07).
002315     05  CC-SQ-FEED-NO         PIC 9(02).
002320     05  CC-SQ-DETAIL.
002330         10  CC-QR-REC-TYPE    PIC X(01).
002340         10  CC-QR-MESSAGE-ID  PIC X(10).
002520     05  CC-RR-SHIFT           PIC 9(03).
002530     05  CC-RR-STATUS          PIC X(10).
002540     05  CC-RR-TEXT            PIC X(100).
002545     05  CC-RR-SOURCE-SYSTEM   PIC X(08).
002547     05  CC-RR-KEYWORD         PIC X(10).
002548     05  CC-RR-MULTIPLIER      PIC 9(02).
002550 01  CC-RESULTS-HDR-RECORD.
002560     05  CC-RH-REC-TYPE        PIC X(01).
002570     05  CC-RH-BATCH-DATE      PIC X(08).
002580     05  CC-RH-SOURCE-SYSTEM   PIC X(08).
002590     05  CC-RH-JOB-ID          PIC X(08).
002595     05  CC-RH-POST-DATE       PIC X(08).
002600     05  FILLER                PIC X(116).
002610 01  CC-RESULTS-TRL-RECORD.
002620     05  CC-RT-REC-TYPE        PIC X(01).
002630     05  CC-RT-RECORD-COUNT    PIC 9(07).
002635     05  CC-RT-SUSPENSE-COUNT  PIC 9(07).
002640     05  FILLER                PIC X(134).
002650*
002660 FD  CONTROL-CARD
002670     RECORDING MODE IS F
002890     05  CC-AL-SHIFTS-TRIED    PIC X(20).
002900     05  CC-AL-SHIFT-SELECTED  PIC 9(03).
002910     05  CC-AL-MODE            PIC X(09).
002912     05  CC-AL-SEQUENCE        PIC 9(09).
002914     05  CC-AL-PREV-CHAIN      PIC 9(09).
002916     05  CC-AL-CHECK-VALUE     PIC 9(09).
002920*
002930 FD  CHECKPOINT-FILE
002940     RECORDING MODE IS F
003470     05  CC-PF-LANGUAGE        PIC X(01).
003480     05  CC-PF-TEXT            PIC X(500).
003490*
003491 FD  SUSPENSE-FILE
003492     RECORDING MODE IS F
003493     LABEL RECORDS ARE STANDARD.
003494 01  CC-SUSPENSE-RECORD.
003495     05  CC-SP-BATCH-DATE      PIC X(08).
003496     05  CC-SP-SOURCE-SYSTEM   PIC X(08).
003497     05  CC-SP-REASON          PIC X(02).
003498         88  CC-SP-SEG-NOT-NUMERIC       VALUE "NN".
003499         88  CC-SP-OUT-OF-SEQUENCE       VALUE "SQ".
003500         88  CC-SP-CHAIN-BROKEN          VALUE "BK".
003501         88  CC-SP-TOO-MANY-SEGMENTS     VALUE "OV".
003502         88  CC-SP-TRUNCATED-AT-EOF      VALUE "TR".
003503     05  CC-SP-CHAIN-ID        PIC X(10).
003504     05  CC-SP-CHAIN-SEQ       PIC 9(02).
003505     05  CC-SP-ARRIVAL-SEQ     PIC 9(07).
003506     05  CC-SP-QUEUE-DETAIL    PIC X(116).
003507*
003508 FD  RESULTS-MASTER
003510     LABEL RECORDS ARE STANDARD.
003520 01  CC-MASTER-RECORD.
003530     05  CC-MR-MESSAGE-ID      PIC X(10).
003550     05  CC-MR-PRIORITY        PIC 9(01).
003560     05  CC-MR-SHIFT           PIC 9(03).
003570     05  CC-MR-STATUS          PIC X(10).
003572         88  CC-MR-RESOLVED              VALUE "BEST MATCH"
003574                                             "VIGENERE  "
003575                                             "ATBASH    "
003576                                             "AFFINE    "
003577                                             "PLAINTEXT "
003578                                             "MANUAL    ".
003580     05  CC-MR-SEG-COUNT       PIC 9(02).
003590     05  CC-MR-TEXT            PIC X(500).
003595     05  CC-MR-SOURCE-SYSTEM   PIC X(08).
003597     05  CC-MR-MULTIPLIER      PIC 9(02).
003600*
003610 FD  SUMMARY-REPORT
003620     RECORDING MODE IS F
003760 01  CC-WS-RETRYIN-STATUS      PIC X(02) VALUE SPACES.
003770 01  CC-WS-RETRYOUT-STATUS     PIC X(02) VALUE SPACES.
003780 01  CC-WS-PERMFAIL-STATUS     PIC X(02) VALUE SPACES.
003785 01  CC-WS-SUSPENSE-STATUS     PIC X(02) VALUE SPACES.
003790 01  CC-WS-MASTER-STATUS       PIC X(02) VALUE SPACES.
003800 01  CC-WS-MASTER-OPEN-FLAG    PIC X(01) VALUE "N".
003810     88  CC-WS-MASTER-OPEN               VALUE "Y".
003820 01  CC-WS-SORTED-STATUS       PIC X(02) VALUE SPACES.
003830 01  CC-WS-CHECKPOINT-ID       PIC X(10) VALUE SPACES.
003831*----------------------------------------------------------------
003832* AUDIT CHAIN REQUEST.  EVERY AUDIT RECORD IS NUMBERED AND CHAINED
003833* TO THE ONE BEFORE BY THE AUDITCHAIN MODULE JUST BEFORE IT IS
003834* WRITTEN.
003835*----------------------------------------------------------------
003836 01  CC-CHAIN-REQUEST.
003837     05  CC-CH-FUNCTION        PIC X(01).
003838     05  CC-CH-PROGRAM         PIC X(16) VALUE "CAESARCIPHER".
003839     05  CC-CH-JOB-ID          PIC X(08).
003840     05  CC-CH-RETURN          PIC X(02).
003841     05  CC-CH-CHECK-VALUE     PIC 9(09).
003842*----------------------------------------------------------------
003843* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
003844* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
003845* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
003846* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
003847*----------------------------------------------------------------
003848 01  CC-LEDGER-REQUEST.
003849     05  CC-LQ-FUNCTION        PIC X(01).
003850     05  CC-LQ-PROGRAM         PIC X(16) VALUE "CAESARCIPHER".
003851     05  CC-LQ-JOB-ID          PIC X(08) VALUE SPACES.
003852     05  CC-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
003853     05  CC-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
003854     05  CC-LQ-READ            PIC 9(09) VALUE 0.
003855     05  CC-LQ-WRITTEN         PIC 9(09) VALUE 0.
003856     05  CC-LQ-REJECTED        PIC 9(09) VALUE 0.
003857     05  CC-LQ-START-TS        PIC X(14) VALUE SPACES.
003858     05  CC-LQ-RESULT          PIC X(01) VALUE SPACES.
003859         88  CC-LQ-CLEARED               VALUE "Y".
003860     05  CC-LQ-MESSAGE         PIC X(80) VALUE SPACES.
003861*----------------------------------------------------------------
003862* PRIORITY-ORDER AND BATCH-WINDOW CUTOFF WORK AREAS.  THE QUEUE
003863* IS SORTED PRIORITY-FIRST (ARRIVAL SEQUENCE WITHIN PRIORITY, SO
003870* SEGMENT CHAINS STAY TOGETHER) AND, ONCE THE CUTOFF TIME HAS
003880* PASSED, EVERYTHING BELOW FLASH IS LEFT CHECKPOINTED FOR THE
003890* NEXT WINDOW INSTEAD OF BLOWING THE SCHEDULE.
004030*----------------------------------------------------------------
004040 01  CC-WS-BATCH-DATE          PIC X(08) VALUE SPACES.
004050 01  CC-WS-SOURCE-SYSTEM       PIC X(08) VALUE SPACES.
004056 01  CC-WS-RUN-SOURCE          PIC X(08) VALUE SPACES.
004062 01  CC-WS-MSG-BATCH-DATE      PIC X(08) VALUE SPACES.
004070 01  CC-WS-HDR-SEEN-FLAG       PIC X(01) VALUE "N".
004080     88  CC-WS-HDR-SEEN                  VALUE "Y".
004081*----------------------------------------------------------------
004082* ONE ENTRY PER FEED ON THE QUEUE.  SEVERAL SOURCE SYSTEMS' FEEDS
004083* ARRIVE CONCATENATED ON ONE MSGQUEUE, EACH WITH ITS OWN HEADER
004084* AND TRAILER, AND EACH FEED IS RECONCILED ON ITS OWN.  THE FEED
004085* NUMBER RIDES THE SORTED QUEUE SO EVERY MESSAGE KEEPS ITS SOURCE
004086* SYSTEM AND BATCH DATE THROUGH THE PRIORITY SORT.
004087*----------------------------------------------------------------
004088 01  CC-MAX-FEEDS              PIC 9(02) VALUE 20.
004089 01  CC-WS-FEED-COUNT          PIC 9(02) VALUE 0.
004090 01  CC-WS-FEED-IDX            PIC 9(02) VALUE 0.
004091 01  CC-WS-FEED-OPEN-FLAG      PIC X(01) VALUE "N".
004092     88  CC-WS-FEED-OPEN                 VALUE "Y".
004093 01  CC-WS-FEED-ERRORS         PIC 9(02) VALUE 0.
004094 01  CC-WS-STRAY-RECORDS       PIC 9(07) VALUE 0.
004095 01  CC-FEED-TABLE.
004096     05  CC-FEED-ENTRY  OCCURS 20 TIMES.
004097         10  CC-FT-BATCH-DATE  PIC X(08).
004098         10  CC-FT-SOURCE-SYSTEM
004099                               PIC X(08).
004100         10  CC-FT-TRL-SEEN    PIC X(01).
004101         10  CC-FT-TRL-COUNT   PIC 9(07).
004102         10  CC-FT-DETAIL-COUNT
004103                               PIC 9(07).
004110 01  CC-WS-NEED-RH-FLAG        PIC X(01) VALUE "N".
004120     88  CC-WS-NEED-RESULTS-HDR          VALUE "Y".
004130 01  CC-WS-RESULTS-EOF-FLAG    PIC X(01) VALUE "N".
004760 01  CC-WS-MSG-DONE-FLAG       PIC X(01) VALUE "N".
004770     88  CC-WS-MSG-DONE                  VALUE "Y".
004780 01  CC-WS-MSGS-PROCESSED      PIC 9(07) VALUE 0.
004781*----------------------------------------------------------------
004782* SUSPENSE WORK AREAS.  EVERY RAW QUEUE RECORD OF THE MESSAGE
004783* BEING GATHERED IS HELD HERE UNTIL ITS CHAIN CLOSES CLEANLY, SO
004784* A CHAIN THAT TURNS OUT GARBLED CAN BE MOVED WHOLE TO THE
004785* SUSPENSE FILE INSTEAD OF ENDING THE RUN.  THE REASON CODES ARE
004786* THE 88-LEVELS UNDER CC-SP-REASON.
004787*----------------------------------------------------------------
004788 01  CC-HELD-SEGMENT-TABLE.
004789     05  CC-HELD-ENTRY  OCCURS 5 TIMES.
004790         10  CC-HELD-ARRIVAL-SEQ
004791                               PIC 9(07).
004792         10  CC-HELD-DETAIL    PIC X(116).
004793 01  CC-WS-SUSPEND-FLAG        PIC X(01) VALUE "N".
004794     88  CC-WS-MSG-SUSPENDED             VALUE "Y".
004795 01  CC-WS-SUSP-MORE-FLAG      PIC X(01) VALUE "N".
004796     88  CC-WS-SUSP-MORE                 VALUE "Y".
004797 01  CC-WS-SUSP-EOF-FLAG       PIC X(01) VALUE "N".
004798     88  CC-WS-SUSP-EOF                  VALUE "Y".
004799 01  CC-WS-SUSP-REASON         PIC X(02) VALUE SPACES.
004800 01  CC-WS-SUSP-CHAIN-SEQ      PIC 9(02) VALUE 0.
004801 01  CC-WS-SUSP-PRIOR          PIC 9(07) VALUE 0.
004802 01  CC-WS-CNT-SUSPENDED       PIC 9(07) VALUE 0.
004803 01  CC-WS-CNT-SUSP-RECORDS    PIC 9(07) VALUE 0.
004804*----------------------------------------------------------------
004805* CHAINS ALREADY ON SUSPENSE AT A CHECKPOINT RESTART, BY THE
004806* ARRIVAL SEQUENCE OF EACH CHAIN'S FIRST RECORD.  THE SAME QUEUE
004807* RELEASES IN THE SAME ORDER ON THE RERUN, SO A CHAIN SUSPENDED
004808* BEHIND THE CHECKPOINT IS KNOWN WHEN THE RESTART MEETS IT AGAIN.
004809*----------------------------------------------------------------
004810 01  CC-WS-PRIOR-SUSP-MAX      PIC 9(05) VALUE 2000.
004811 01  CC-WS-PRIOR-SUSP-COUNT    PIC 9(05) VALUE 0.
004812 01  CC-WS-PRIOR-SUSP-IDX      PIC 9(05) VALUE 0.
004813 01  CC-WS-PRIOR-SUSP-LOST     PIC 9(05) VALUE 0.
004814 01  CC-WS-PRIOR-SUSP-TABLE.
004815     05  CC-WS-PRIOR-SUSP-SEQ  PIC 9(07) OCCURS 2000 TIMES.
004816 01  CC-WS-CHAIN-FIRST-SEQ     PIC 9(07) VALUE 0.
004817 01  CC-WS-ALREADY-SUSP-FLAG   PIC X(01) VALUE "N".
004818     88  CC-WS-ALREADY-SUSPENDED         VALUE "Y".
004819*----------------------------------------------------------------
004820* RETRY MESSAGES ALREADY RESOLVED BY AN ANALYST (MASTER STATUS
004821* MANUAL) ARE DROPPED FROM THE RETRY PASS, NOT RE-DECODED.
004822*----------------------------------------------------------------
004823 01  CC-WS-RETRY-MANUAL-FLAG   PIC X(01) VALUE "N".
004824     88  CC-WS-RETRY-MANUAL              VALUE "Y".
004825 01  CC-WS-CNT-MANUAL-DROPPED  PIC 9(07) VALUE 0.
004826*----------------------------------------------------------------
004827* RUN-SUMMARY ACCUMULATORS AND OPERATOR-REPORT WORK AREAS.  THE
004828* STATUS COUNTS AND WINNING-SHIFT DISTRIBUTION ARE TALLIED AS
004829* EACH RESULT RECORD IS WRITTEN AND PRINTED AT 9000-TERMINATE.
004830*----------------------------------------------------------------
004840 01  CC-WS-RECORDS-READ        PIC 9(07) VALUE 0.
004850 01  CC-WS-CNT-BEST-MATCH      PIC 9(07) VALUE 0.
004860 01  CC-WS-CNT-VIGENERE        PIC 9(07) VALUE 0.
004863 01  CC-WS-CNT-ATBASH          PIC 9(07) VALUE 0.
004866 01  CC-WS-CNT-AFFINE          PIC 9(07) VALUE 0.
004870 01  CC-WS-CNT-UNRESOLVED      PIC 9(07) VALUE 0.
004880 01  CC-WS-CNT-ENCIPHERED      PIC 9(07) VALUE 0.
004882 01  CC-WS-CNT-DUPLICATE       PIC 9(07) VALUE 0.
005270     05  FILLER                PIC X(11) VALUE "  MESSAGES ".
005280     05  CC-RPT-SL-COUNT       PIC Z,ZZZ,ZZ9.
005290     05  FILLER                PIC X(98) VALUE SPACES.
005291*----------------------------------------------------------------
005292* RESULT-STATUS COUNTS BY SOURCE SYSTEM, TALLIED ALONGSIDE THE RUN
005293* TOTALS ABOVE SO A MULTI-FEED NIGHT'S SUMMARY SHOWS EACH SOURCE
005294* ON ITS OWN LINE, WITH THE RUN TOTALS AS THE GRAND-TOTAL LINE.
005295*----------------------------------------------------------------
005296 01  CC-MAX-SOURCES            PIC 9(02) VALUE 20.
005297 01  CC-WS-SRC-COUNT           PIC 9(02) VALUE 0.
005298 01  CC-WS-SRC-IDX             PIC 9(02) VALUE 0.
005299 01  CC-WS-SRC-FOUND           PIC 9(02) VALUE 0.
005300 01  CC-WS-SRC-FULL-FLAG       PIC X(01) VALUE "N".
005301 01  CC-WS-SRC-PCT             PIC 9(03)V9 VALUE 0.
005302 01  CC-SOURCE-STATS-TABLE.
005303     05  CC-SRC-ENTRY  OCCURS 20 TIMES.
005304         10  CC-SRC-SOURCE-SYSTEM
005305                               PIC X(08).
005306         10  CC-SRC-PROCESSED  PIC 9(07).
005307         10  CC-SRC-BEST-MATCH PIC 9(07).
005308         10  CC-SRC-VIGENERE   PIC 9(07).
005309         10  CC-SRC-ATBASH     PIC 9(07).
005310         10  CC-SRC-AFFINE     PIC 9(07).
005311         10  CC-SRC-PLAINTEXT  PIC 9(07).
005312         10  CC-SRC-UNRESOLVED PIC 9(07).
005313         10  CC-SRC-ENCIPHERED PIC 9(07).
005314         10  CC-SRC-DUPLICATE  PIC 9(07).
005315 01  CC-RPT-SOURCE-HDG.
005316     05  FILLER                PIC X(05) VALUE SPACES.
005317     05  FILLER                PIC X(11) VALUE "SOURCE".
005318     05  FILLER                PIC X(11) VALUE "  PROCESSED".
005319     05  FILLER                PIC X(11) VALUE " BEST MATCH".
005320     05  FILLER                PIC X(11) VALUE "   VIGENERE".
005321     05  FILLER                PIC X(11) VALUE "     ATBASH".
005322     05  FILLER                PIC X(11) VALUE "     AFFINE".
005323     05  FILLER                PIC X(11) VALUE "  PLAINTEXT".
005324     05  FILLER                PIC X(11) VALUE " UNRESOLVED".
005325     05  FILLER                PIC X(11) VALUE " ENCIPHERED".
005326     05  FILLER                PIC X(11) VALUE "  DUPLICATE".
005327     05  FILLER                PIC X(11) VALUE "  UNRES PCT".
005328     05  FILLER                PIC X(06) VALUE SPACES.
005329 01  CC-RPT-SOURCE-LINE.
005330     05  FILLER                PIC X(05) VALUE SPACES.
005331     05  CC-RPT-SR-SOURCE      PIC X(11).
005332     05  FILLER                PIC X(02) VALUE SPACES.
005333     05  CC-RPT-SR-PROCESSED   PIC Z,ZZZ,ZZ9.
005334     05  FILLER                PIC X(02) VALUE SPACES.
005335     05  CC-RPT-SR-BEST-MATCH  PIC Z,ZZZ,ZZ9.
005336     05  FILLER                PIC X(02) VALUE SPACES.
005337     05  CC-RPT-SR-VIGENERE    PIC Z,ZZZ,ZZ9.
005338     05  FILLER                PIC X(02) VALUE SPACES.
005339     05  CC-RPT-SR-ATBASH      PIC Z,ZZZ,ZZ9.
005340     05  FILLER                PIC X(02) VALUE SPACES.
005341     05  CC-RPT-SR-AFFINE      PIC Z,ZZZ,ZZ9.
005342     05  FILLER                PIC X(02) VALUE SPACES.
005343     05  CC-RPT-SR-PLAINTEXT   PIC Z,ZZZ,ZZ9.
005344     05  FILLER                PIC X(02) VALUE SPACES.
005345     05  CC-RPT-SR-UNRESOLVED  PIC Z,ZZZ,ZZ9.
005346     05  FILLER                PIC X(02) VALUE SPACES.
005347     05  CC-RPT-SR-ENCIPHERED  PIC Z,ZZZ,ZZ9.
005348     05  FILLER                PIC X(02) VALUE SPACES.
005349     05  CC-RPT-SR-DUPLICATE   PIC Z,ZZZ,ZZ9.
005350     05  FILLER                PIC X(06) VALUE SPACES.
005351     05  CC-RPT-SR-PCT         PIC ZZ9.9.
005352     05  FILLER                PIC X(06) VALUE SPACES.
005353*----------------------------------------------------------------
005354* GARBLED-DECODE VALIDATION WORK AREAS
005355*----------------------------------------------------------------
005356 01  CC-WS-VALID-FLAG          PIC X(01) VALUE "Y".
005357     88  CC-WS-VALID                     VALUE "Y".
005358     88  CC-WS-NOT-VALID                 VALUE "N".
005360 01  CC-WS-RESULT-STATUS       PIC X(10) VALUE SPACES.
005370 01  CC-WS-ALPHA-COUNT         PIC 9(03) VALUE 0.
005380 01  CC-WS-VOWEL-PCT           PIC 9(03) VALUE 0.
005820 01  CC-WS-VIGENERE-VALID      PIC X(01) VALUE "N".
005821 01  CC-WS-KEYWORD-USED        PIC X(10) VALUE SPACES.
005822*----------------------------------------------------------------
005823* SUBSTITUTION-FAMILY FALLBACK WORK AREAS -- USED WHEN NO CAESAR
005824* SHIFT CLEARS VALIDATION ON TRAFFIC THAT LOOKS MONOALPHABETIC.
005825* EVERY KEY IS HELD IN DECODE FORM: PLAIN = (MULTIPLIER * CIPHER
005826* + SHIFT) MOD 26, LETTERS COUNTED FROM A = 0.  A CAESAR SHIFT IS
005827* MULTIPLIER 1; ATBASH, THE REVERSED ALPHABET, IS MULTIPLIER 25
005828* SHIFT 25.  ONLY THE TWELVE MULTIPLIERS PRIME TO 26 GIVE A
005829* READABLE ALPHABET.  THE AFFINE SEARCH SKIPS MULTIPLIER 1 --
005830* THOSE ARE THE CAESAR SHIFTS ALREADY TRIED -- AND, LIKE THE
005831* CAESAR PASS, SCORES A PREFIX AT EVERY KEY BEFORE DECODING THE
005832* SHORTLISTED FEW FULL-LENGTH.
005833*----------------------------------------------------------------
005834 01  CC-AF-MULT-VALUES         PIC X(24) VALUE
005835     "010305070911151719212325".
005836 01  CC-AF-MULT-TABLE REDEFINES CC-AF-MULT-VALUES.
005837     05  CC-AF-MULT            PIC 9(02) OCCURS 12 TIMES.
005838 01  CC-AF-KEY-COUNT           PIC 9(03) VALUE 286.
005839 01  CC-AF-SHORTLIST-SIZE      PIC 9(02) VALUE 5.
005840 01  CC-ATBASH-KEY             PIC 9(02) VALUE 25.
005841 01  CC-WS-AF-MULT-IDX         PIC 9(02) VALUE 0.
005842 01  CC-WS-AF-MULT             PIC 9(02) VALUE 0.
005843 01  CC-WS-AF-SHIFT            PIC 9(02) VALUE 0.
005844 01  CC-WS-AF-SLOT             PIC 9(03) VALUE 0.
005845 01  CC-WS-AF-SCAN             PIC 9(03) VALUE 0.
005846 01  CC-WS-AF-PICK             PIC 9(03) VALUE 0.
005847 01  CC-WS-AF-BEST-SCORE       PIC S9(05) VALUE -9999.
005848 01  CC-WS-AF-BEST-MULT        PIC 9(02) VALUE 0.
005849 01  CC-WS-AF-BEST-SHIFT       PIC 9(02) VALUE 0.
005850 01  CC-WS-AF-BEST-TEXT        PIC X(500) VALUE SPACES.
005851 01  CC-WS-AF-ANY-VALID-FLAG   PIC X(01) VALUE "N".
005852     88  CC-WS-AF-ANY-VALID              VALUE "Y".
005853 01  CC-WS-FAMILY-TRIED-FLAG   PIC X(01) VALUE "N".
005854     88  CC-WS-FAMILY-TRIED              VALUE "Y".
005855 01  CC-WS-BEST-MULT           PIC 9(02) VALUE 0.
005856 01  CC-AF-SCORE-TABLE         VALUE ZEROES.
005857     05  CC-AF-P1-SCORE        PIC S9(05) OCCURS 286 TIMES.
005858 01  CC-AF-TAKEN-TABLE         VALUE SPACES.
005859     05  CC-AF-TAKEN           PIC X(01) OCCURS 286 TIMES.
005860*----------------------------------------------------------------
005861* APPROVED-KEYWORD LIBRARY, LOADED AT INITIALIZATION FROM THE
005862* KEYLIB FILE KEYWORDPROMOTE MAINTAINS.  ENTRIES ARE KEYED BY
005863* SOURCE SYSTEM PLUS AN OPTIONAL MESSAGE-ID PREFIX (SPACES MATCH
005864* ANYTHING), SO KEYWORD TRAFFIC FROM DIFFERENT SOURCES RESOLVES
005865* IN ONE RUN WITHOUT RE-PUNCHING THE CONTROL CARD.  A MISSING
005866* KEYLIB JUST MEANS AN EMPTY LIBRARY, LIKE A MISSING LANGTAB.
005867*----------------------------------------------------------------
005868 01  CC-MAX-KEYLIB-ENTRIES     PIC 9(02) VALUE 50.
005869 01  CC-WS-KEYLIB-COUNT        PIC 9(02) VALUE 0.
005870 01  CC-WS-KEYLIB-IDX          PIC 9(02) VALUE 0.
005871 01  CC-WS-KEYLIB-EOF-FLAG     PIC X(01) VALUE "N".
005872     88  CC-WS-KEYLIB-EOF                VALUE "Y".
005873 01  CC-WS-KEYLIB-FULL-FLAG    PIC X(01) VALUE "N".
005874 01  CC-WS-PREFIX-LEN          PIC 9(02) VALUE 0.
005875 01  CC-WS-PREFIX-POS          PIC 9(02) VALUE 0.
005876 01  CC-KEYLIB-TABLE.
005877     05  CC-KEYLIB-ENTRY  OCCURS 50 TIMES.
005878         10  CC-KLT-SOURCE-SYSTEM PIC X(08).
005879         10  CC-KLT-MSGID-PREFIX  PIC X(10).
005880         10  CC-KLT-KEYWORD       PIC X(10).
005881*----------------------------------------------------------------
005882* CIPHER WORK AREAS
005883*----------------------------------------------------------------
005884 01  CC-WS-WORK-TEXT           PIC X(500) VALUE SPACES.
005885 01  CC-MAX-SHIFT-VALUE        PIC 9(03) VALUE 26.
005886 01  CC-SHIFT-VALUE            PIC 9(03) VALUE 0.
005890 01  CC-OUTPUT-TEXT            PIC X(500) VALUE SPACES.
005900 01  CC-CHAR-INDEX             PIC 9(03) VALUE 0.
005910 01  CC-CURRENT-CHAR           PIC X(01) VALUE SPACE.
006690         UNTIL CC-WS-EOF-YES OR CC-WS-CUTOFF-REACHED.
006700     PERFORM 8000-PROCESS-RETRY-QUEUE THRU 8000-EXIT.
006710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006715     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
006720     STOP RUN.
006730 0000-EXIT.
006740     EXIT.
006930         GIVING SORTED-QUEUE.
006940     CLOSE MSG-QUEUE.
006950     PERFORM 1700-RECONCILE-QUEUE-COUNTS THRU 1700-EXIT.
006955     PERFORM 1750-BEGIN-LEDGER-STEP THRU 1750-EXIT.
006960     MOVE "N" TO CC-WS-EOF-SWITCH.
006970     OPEN INPUT SORTED-QUEUE.
006980     IF CC-WS-SORTED-STATUS NOT = "00"
006990         DISPLAY "CAESARCIPHER: SORTED-QUEUE OPEN FAILED, STATUS "
007000             CC-WS-SORTED-STATUS
007010         MOVE 16 TO RETURN-CODE
007020         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007030     END-IF.
007040     IF CC-WS-CHECKPOINT-ID NOT = SPACES
007050         PERFORM 1400-COUNT-PRIOR-RESULTS THRU 1400-EXIT
007170         DISPLAY "CAESARCIPHER: MSG-RESULTS OPEN FAILED, STATUS "
007180             CC-WS-RESULTS-STATUS
007190         MOVE 16 TO RETURN-CODE
007200         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007210     END-IF.
007220*    THE RETRY QUEUE FOLLOWS THE SAME RESTART RULE AS MSGRESLT --
007230*    A CHECKPOINTED RERUN EXTENDS WHAT THE ABENDED RUN ALREADY
007340         DISPLAY "CAESARCIPHER: RETRY-OUT OPEN FAILED, STATUS "
007350             CC-WS-RETRYOUT-STATUS
007360         MOVE 16 TO RETURN-CODE
007370         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007380     END-IF.
007381*    SUSPENSE FOLLOWS THE SAME RULE AGAIN, AND A RESTART FIRST
007382*    COUNTS THE MESSAGES ALREADY SUSPENDED SO THE TRAILER CONTROL
007383*    COVERS THE WHOLE FILE.
007384     IF CC-WS-CHECKPOINT-ID NOT = SPACES
007385         PERFORM 1450-COUNT-PRIOR-SUSPENSE THRU 1450-EXIT
007386         OPEN EXTEND SUSPENSE-FILE
007387         IF CC-WS-SUSPENSE-STATUS NOT = "00"
007388             OPEN OUTPUT SUSPENSE-FILE
007389             MOVE 0 TO CC-WS-SUSP-PRIOR
007390             MOVE 0 TO CC-WS-PRIOR-SUSP-COUNT
007391         END-IF
007392     ELSE
007393         OPEN OUTPUT SUSPENSE-FILE
007394     END-IF.
007395     IF CC-WS-SUSPENSE-STATUS NOT = "00"
007396         DISPLAY "CAESARCIPHER: SUSPENSE OPEN FAILED, STATUS "
007397             CC-WS-SUSPENSE-STATUS
007398         MOVE 16 TO RETURN-CODE
007399         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007400     END-IF.
007401     OPEN EXTEND PERM-FAIL.
007402     IF CC-WS-PERMFAIL-STATUS NOT = "00"
007410         OPEN OUTPUT PERM-FAIL
007420     END-IF.
007430     IF CC-WS-PERMFAIL-STATUS NOT = "00"
007440         DISPLAY "CAESARCIPHER: PERM-FAIL OPEN FAILED, STATUS "
007450             CC-WS-PERMFAIL-STATUS
007460         MOVE 16 TO RETURN-CODE
007470         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007480     END-IF.
007490*    THE RESULTS MASTER ACCUMULATES ACROSS DAYS -- OPEN I-O AND
007500*    ONLY CREATE IT FRESH THE FIRST TIME IT IS EVER MOUNTED.  A
007690             MOVE 4 TO RETURN-CODE
007700         END-IF
007710     END-IF.
007712     MOVE "O" TO CC-CH-FUNCTION.
007714     CALL "AuditChain" USING CC-CHAIN-REQUEST
007716                             CC-AUDIT-RECORD.
007720     OPEN EXTEND AUDIT-LOG.
007730     IF CC-WS-AUDIT-STATUS NOT = "00"
007740         OPEN OUTPUT AUDIT-LOG
007770         DISPLAY "CAESARCIPHER: AUDIT-LOG OPEN FAILED, STATUS "
007780             CC-WS-AUDIT-STATUS
007790         MOVE 16 TO RETURN-CODE
007800         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007810     END-IF.
007820     MOVE FUNCTION CURRENT-DATE TO CC-WS-RUN-TIMESTAMP.
007830     OPEN OUTPUT SUMMARY-REPORT.
007850         DISPLAY "CAESARCIPHER: SUMMARY-REPORT OPEN FAILED, "
007860             "STATUS " CC-WS-SUMMARY-STATUS
007870         MOVE 16 TO RETURN-CODE
007880         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007890     END-IF.
007900     PERFORM 2900-READ-QUEUE-RECORD THRU 2900-EXIT.
007910     IF CC-WS-NEED-RESULTS-HDR
008310                 CC-WS-CHECKPOINT-ID
008320                 " NOT FOUND IN MSG-QUEUE BEFORE EOF -- ABANDONED"
008330             MOVE 20 TO RETURN-CODE
008340             PERFORM 9950-ABEND-STEP THRU 9950-EXIT
008350         END-IF
008360         PERFORM 2900-READ-QUEUE-RECORD THRU 2900-EXIT
008370     END-IF.
008730     END-READ.
008740 1410-EXIT.
008750     EXIT.
008751*----------------------------------------------------------------
008752 1450-COUNT-PRIOR-SUSPENSE.
008753*    ON A CHECKPOINT RESTART, COUNT THE MESSAGES THE ABENDED RUN
008754*    ALREADY SUSPENDED.  EACH SUSPENDED MESSAGE STARTS AT CHAIN
008755*    SEQUENCE 1, AND THAT RECORD'S ARRIVAL SEQUENCE IS TABLED SO
008756*    2120 CAN PASS THE CHAIN OVER WHEN THE RESTART MEETS IT AGAIN.
008757*----------------------------------------------------------------
008758     MOVE 0 TO CC-WS-SUSP-PRIOR.
008759     MOVE 0 TO CC-WS-PRIOR-SUSP-COUNT.
008760     MOVE 0 TO CC-WS-PRIOR-SUSP-LOST.
008761     MOVE "N" TO CC-WS-SUSP-EOF-FLAG.
008762     OPEN INPUT SUSPENSE-FILE.
008763     IF CC-WS-SUSPENSE-STATUS = "00"
008764         PERFORM 1460-COUNT-ONE-SUSPENSE THRU 1460-EXIT
008765             UNTIL CC-WS-SUSP-EOF
008766         CLOSE SUSPENSE-FILE
008767     END-IF.
008768     IF CC-WS-PRIOR-SUSP-LOST > 0
008769         DISPLAY "CAESARCIPHER: " CC-WS-PRIOR-SUSP-LOST
008770             " SUSPENDED CHAINS BEYOND THE RESTART TABLE -- ANY"
008771             " BEHIND THE CHECKPOINT WILL BE SUSPENDED AGAIN"
008772     END-IF.
008773 1450-EXIT.
008774     EXIT.
008775*----------------------------------------------------------------
008776 1460-COUNT-ONE-SUSPENSE.
008777*----------------------------------------------------------------
008778     READ SUSPENSE-FILE
008779         AT END
008780             MOVE "Y" TO CC-WS-SUSP-EOF-FLAG
008781         NOT AT END
008782             IF CC-SP-CHAIN-SEQ = 1
008783                 ADD 1 TO CC-WS-SUSP-PRIOR
008784                 PERFORM 1470-TABLE-PRIOR-CHAIN THRU 1470-EXIT
008785             END-IF
008786     END-READ.
008787 1460-EXIT.
008788     EXIT.
008789*----------------------------------------------------------------
008790 1470-TABLE-PRIOR-CHAIN.
008791*----------------------------------------------------------------
008792     IF CC-WS-PRIOR-SUSP-COUNT >= CC-WS-PRIOR-SUSP-MAX
008793         ADD 1 TO CC-WS-PRIOR-SUSP-LOST
008794         GO TO 1470-EXIT
008795     END-IF.
008796     ADD 1 TO CC-WS-PRIOR-SUSP-COUNT.
008797     MOVE CC-SP-ARRIVAL-SEQ
008798         TO CC-WS-PRIOR-SUSP-SEQ(CC-WS-PRIOR-SUSP-COUNT).
008799 1470-EXIT.
008800     EXIT.
008801*----------------------------------------------------------------
008802 1500-WRITE-RESULTS-HEADER.
008803*    STAMP THE FRESH RESULTS FILE WITH THE BATCH DATE AND SOURCE
008804*    SYSTEM CARRIED ON THE QUEUE HEADER, PLUS OUR OWN JOB ID, SO
008805*    THE ROUTING JOB CAN TELL WHOSE OUTPUT IT IS LOOKING AT.
008806*    WITH SEVERAL FEEDS ON THE QUEUE THE DATE IS THE FIRST FEED'S
008807*    AND THE SOURCE IS MULTIPLE UNLESS EVERY FEED SHARES ONE --
008808*    EACH DETAIL RECORD CARRIES ITS OWN SOURCE SYSTEM.
008810*----------------------------------------------------------------
008820     MOVE SPACES TO CC-RESULTS-HDR-RECORD.
008830     MOVE "H" TO CC-RH-REC-TYPE.
008840     MOVE CC-WS-BATCH-DATE TO CC-RH-BATCH-DATE.
008850     MOVE CC-WS-RUN-SOURCE TO CC-RH-SOURCE-SYSTEM.
008860     MOVE CC-WS-JOB-ID TO CC-RH-JOB-ID.
008865     MOVE CC-WS-RUN-TIMESTAMP(1:8) TO CC-RH-POST-DATE.
008870     WRITE CC-RESULTS-HDR-RECORD.
008880 1500-EXIT.
008890     EXIT.
008950*    ARRIVAL SEQUENCE.  SORTING ON ARRIVAL SEQUENCE WITHIN
008960*    PRIORITY KEEPS THE SEGMENTS OF A SPLIT TRANSMISSION
008970*    CONSECUTIVE AND IN ORDER ON THE SORTED WORK FILE.
008972*    THE QUEUE MAY HOLD SEVERAL FEEDS BACK TO BACK, EACH ITS OWN
008974*    HEADER, DETAILS AND TRAILER.  EVERY DETAIL IS STAMPED WITH
008976*    THE NUMBER OF THE FEED IT ARRIVED IN.
008980*----------------------------------------------------------------
008990     PERFORM 1610-RELEASE-ONE-RECORD THRU 1610-EXIT
009000         UNTIL CC-WS-EOF-YES.
009040 1610-RELEASE-ONE-RECORD.
009050*    A DETAIL WITH A BLANK OR UNREADABLE PRIORITY RUNS AT THE
009060*    BACK OF THE QUEUE AS CLASS 9 ROUTINE TRAFFIC -- THE FEED
009070*    PREDATES THE PRIORITY FIELD AND MUST KEEP MOVING.  A DETAIL
009073*    OUTSIDE ANY OPEN FEED IS NOT RELEASED; IT IS COUNTED AS A
009076*    STRAY FOR 1700 TO REPORT.
009080*----------------------------------------------------------------
009090     READ MSG-QUEUE
009100         AT END
009120         NOT AT END
009130             EVALUATE TRUE
009140                 WHEN CC-QI-HEADER
009150                     PERFORM 1620-OPEN-FEED THRU 1620-EXIT
009190                 WHEN CC-QI-TRAILER
009200                     PERFORM 1630-CLOSE-FEED THRU 1630-EXIT
009210                 WHEN CC-QI-DETAIL AND NOT CC-WS-FEED-OPEN
009220                     ADD 1 TO CC-WS-STRAY-RECORDS
009230                 WHEN CC-QI-DETAIL
009240                     ADD 1 TO CC-WS-RECORDS-READ
009245                     ADD 1 TO CC-FT-DETAIL-COUNT(CC-WS-FEED-COUNT)
009250                     ADD 1 TO CC-WS-ARRIVAL-SEQ
009260                     MOVE CC-QUEUE-RECORD TO CC-SW-QUEUE-DETAIL
009270                     IF CC-QI-PRIORITY IS NUMERIC
009310                     END-IF
009320                     MOVE CC-SW-PRIORITY TO CC-SW-DETAIL-PRI
009330                     MOVE CC-WS-ARRIVAL-SEQ TO CC-SW-ARRIVAL-SEQ
009335                     MOVE CC-WS-FEED-COUNT TO CC-SW-FEED-NO
009340                     RELEASE CC-SORT-RECORD
009350                 WHEN OTHER
009360                     DISPLAY "CAESARCIPHER: UNKNOWN QUEUE RECORD "
009370                         "TYPE " CC-QI-REC-TYPE " -- FEED GARBLED"
009380                     MOVE 12 TO RETURN-CODE
009390                     PERFORM 1760-ABEND-FEED-CONTROL
009395                         THRU 1760-EXIT
009400             END-EVALUATE
009410     END-READ.
009420 1610-EXIT.
009430     EXIT.
009431*----------------------------------------------------------------
009432 1620-OPEN-FEED.
009433*    A HEADER OPENS THE NEXT FEED.  A HEADER ARRIVING WHILE THE
009434*    PRIOR FEED IS STILL OPEN MEANS THAT FEED LOST ITS TRAILER --
009435*    IT IS LEFT UNCLOSED FOR 1700 TO NAME.
009436*----------------------------------------------------------------
009437     IF CC-WS-FEED-COUNT >= CC-MAX-FEEDS
009438         DISPLAY "CAESARCIPHER: MORE THAN " CC-MAX-FEEDS
009439             " FEEDS ON MSG-QUEUE -- SPLIT THE RUN"
009440         MOVE 12 TO RETURN-CODE
009441         PERFORM 1760-ABEND-FEED-CONTROL THRU 1760-EXIT
009442     END-IF.
009443     ADD 1 TO CC-WS-FEED-COUNT.
009444     MOVE CC-QH-BATCH-DATE TO CC-FT-BATCH-DATE(CC-WS-FEED-COUNT).
009445     MOVE CC-QH-SOURCE-SYSTEM
009446         TO CC-FT-SOURCE-SYSTEM(CC-WS-FEED-COUNT).
009447     MOVE "N" TO CC-FT-TRL-SEEN(CC-WS-FEED-COUNT).
009448     MOVE 0 TO CC-FT-TRL-COUNT(CC-WS-FEED-COUNT).
009449     MOVE 0 TO CC-FT-DETAIL-COUNT(CC-WS-FEED-COUNT).
009450     MOVE "Y" TO CC-WS-FEED-OPEN-FLAG.
009451     MOVE "Y" TO CC-WS-HDR-SEEN-FLAG.
009452 1620-EXIT.
009453     EXIT.
009454*----------------------------------------------------------------
009455 1630-CLOSE-FEED.
009456*    A TRAILER CLOSES THE OPEN FEED.  A TRAILER WITH NO FEED OPEN
009457*    IS A STRAY, COUNTED FOR 1700.
009458*----------------------------------------------------------------
009459     IF NOT CC-WS-FEED-OPEN
009460         ADD 1 TO CC-WS-STRAY-RECORDS
009461         GO TO 1630-EXIT
009462     END-IF.
009463     MOVE CC-QT-RECORD-COUNT TO CC-FT-TRL-COUNT(CC-WS-FEED-COUNT).
009464     MOVE "Y" TO CC-FT-TRL-SEEN(CC-WS-FEED-COUNT).
009465     MOVE "N" TO CC-WS-FEED-OPEN-FLAG.
009466 1630-EXIT.
009467     EXIT.
009468*----------------------------------------------------------------
009469 1700-RECONCILE-QUEUE-COUNTS.
009470*    THE WHOLE QUEUE HAS JUST BEEN READ THROUGH THE SORT, SO A
009471*    TRUNCATED TRANSFER -- TRAILER MISSING, OR DISAGREEING WITH
009480*    THE DETAIL RECORDS ACTUALLY READ -- IS CAUGHT HERE BEFORE A
009490*    SINGLE MESSAGE IS PROCESSED.  ABEND WITH RETURN CODE 12 SO
009500*    SCHEDULING HOLDS THE ROUTING JOB.
009502*    EVERY FEED IS RECONCILED AND EVERY FAILING FEED NAMED BEFORE
009504*    THE ABEND, SO ONE SHORT FEED CAN BE RE-REQUESTED WITHOUT
009506*    GUESSING WHICH SOURCE SENT IT.
009510*----------------------------------------------------------------
009520     IF NOT CC-WS-HDR-SEEN
009530         DISPLAY "CAESARCIPHER: MSG-QUEUE HEADER RECORD MISSING"
009540         MOVE 12 TO RETURN-CODE
009550         PERFORM 1760-ABEND-FEED-CONTROL THRU 1760-EXIT
009560     END-IF.
009570     MOVE 0 TO CC-WS-FEED-ERRORS.
009580     PERFORM 1710-RECONCILE-ONE-FEED THRU 1710-EXIT
009590         VARYING CC-WS-FEED-IDX FROM 1 BY 1
009600         UNTIL CC-WS-FEED-IDX > CC-WS-FEED-COUNT.
009610     IF CC-WS-STRAY-RECORDS > 0
009620         DISPLAY "CAESARCIPHER: MSG-QUEUE HAS "
009625             CC-WS-STRAY-RECORDS
009630             " RECORDS OUTSIDE ANY HEADER/TRAILER PAIR"
009640         ADD 1 TO CC-WS-FEED-ERRORS
009650     END-IF.
009660     IF CC-WS-FEED-ERRORS > 0
009670         MOVE 12 TO RETURN-CODE
009680         PERFORM 1760-ABEND-FEED-CONTROL THRU 1760-EXIT
009690     END-IF.
009695     PERFORM 1720-SET-RUN-SOURCE THRU 1720-EXIT.
009700 1700-EXIT.
009710     EXIT.
009711*----------------------------------------------------------------
009712 1710-RECONCILE-ONE-FEED.
009713*----------------------------------------------------------------
009714     IF CC-FT-TRL-SEEN(CC-WS-FEED-IDX) NOT = "Y"
009715         DISPLAY "CAESARCIPHER: MSG-QUEUE FEED " CC-WS-FEED-IDX
009716             " SOURCE " CC-FT-SOURCE-SYSTEM(CC-WS-FEED-IDX)
009717             " BATCH " CC-FT-BATCH-DATE(CC-WS-FEED-IDX)
009718             " TRAILER RECORD MISSING -- TRANSFER PRESUMED "
009719             "TRUNCATED"
009720         ADD 1 TO CC-WS-FEED-ERRORS
009721         GO TO 1710-EXIT
009722     END-IF.
009723     IF CC-FT-TRL-COUNT(CC-WS-FEED-IDX) NOT =
009724         CC-FT-DETAIL-COUNT(CC-WS-FEED-IDX)
009725         DISPLAY "CAESARCIPHER: MSG-QUEUE FEED " CC-WS-FEED-IDX
009726             " SOURCE " CC-FT-SOURCE-SYSTEM(CC-WS-FEED-IDX)
009727             " BATCH " CC-FT-BATCH-DATE(CC-WS-FEED-IDX)
009728             " TRAILER EXPECTED " CC-FT-TRL-COUNT(CC-WS-FEED-IDX)
009729             " MESSAGES BUT "
009730             CC-FT-DETAIL-COUNT(CC-WS-FEED-IDX)
009731             " DETAIL RECORDS WERE READ"
009732         ADD 1 TO CC-WS-FEED-ERRORS
009733     END-IF.
009734 1710-EXIT.
009735     EXIT.
009736*----------------------------------------------------------------
009737 1720-SET-RUN-SOURCE.
009738*    THE RESULTS HEADER CARRIES THE FIRST FEED'S BATCH DATE, AND
009739*    THE SOURCE SYSTEM ALL THE FEEDS SHARE -- OR MULTIPLE WHEN
009740*    THEY DIFFER.
009741*----------------------------------------------------------------
009742     MOVE CC-FT-BATCH-DATE(1) TO CC-WS-BATCH-DATE.
009743     MOVE CC-FT-SOURCE-SYSTEM(1) TO CC-WS-RUN-SOURCE.
009744     PERFORM 1730-COMPARE-ONE-SOURCE THRU 1730-EXIT
009745         VARYING CC-WS-FEED-IDX FROM 2 BY 1
009746         UNTIL CC-WS-FEED-IDX > CC-WS-FEED-COUNT.
009747 1720-EXIT.
009748     EXIT.
009749*----------------------------------------------------------------
009750 1730-COMPARE-ONE-SOURCE.
009751*----------------------------------------------------------------
009752     IF CC-FT-SOURCE-SYSTEM(CC-WS-FEED-IDX) NOT =
009753         CC-FT-SOURCE-SYSTEM(1)
009754         MOVE "MULTIPLE" TO CC-WS-RUN-SOURCE
009755     END-IF.
009756 1730-EXIT.
009757     EXIT.
009758*----------------------------------------------------------------
009759 1750-BEGIN-LEDGER-STEP.
009760*    RECORD THE STEP'S START ON THE RUN LEDGER ONCE THE QUEUE HAS
009761*    RECONCILED AND ITS BATCH DATE IS KNOWN, BEFORE ANY OUTPUT IS
009762*    OPENED.
009763*----------------------------------------------------------------
009764     MOVE "B" TO CC-LQ-FUNCTION.
009765     MOVE CC-WS-JOB-ID TO CC-LQ-JOB-ID.
009766     MOVE CC-WS-BATCH-DATE TO CC-LQ-BATCH-DATE.
009767     MOVE RETURN-CODE TO CC-LQ-RETURN-CODE.
009768     CALL "RunLedger" USING CC-LEDGER-REQUEST.
009769     IF NOT CC-LQ-CLEARED
009770         DISPLAY "CAESARCIPHER: RUN REFUSED -- " CC-LQ-MESSAGE
009771         MOVE 12 TO RETURN-CODE
009772         STOP RUN
009773     END-IF.
009774 1750-EXIT.
009775     EXIT.
009776*----------------------------------------------------------------
009777 1760-ABEND-FEED-CONTROL.
009778*    A QUEUE THAT FAILS ITS FEED CONTROLS ABENDS BEFORE THE STEP
009779*    WOULD NORMALLY START.  ITS START AND END ARE STILL RECORDED
009780*    ON THE RUN LEDGER, UNDER THE FIRST FEED'S BATCH DATE -- OR
009781*    THE RUN DATE WHEN NO HEADER WAS READ -- SO THE CYCLE SHOWS
009782*    THE STEP FAILED RATHER THAN NOT RUN.  THE RETURN CODE ALREADY
009783*    SET RIDES THROUGH BOTH LEDGER CALLS.
009784*----------------------------------------------------------------
009785     IF CC-WS-FEED-COUNT > 0
009786         MOVE CC-FT-BATCH-DATE(1) TO CC-WS-BATCH-DATE
009787     ELSE
009788         MOVE FUNCTION CURRENT-DATE(1:8) TO CC-WS-BATCH-DATE
009789     END-IF.
009790     PERFORM 1750-BEGIN-LEDGER-STEP THRU 1750-EXIT.
009791     PERFORM 9950-ABEND-STEP THRU 9950-EXIT.
009792 1760-EXIT.
009793     EXIT.
009794*----------------------------------------------------------------
009795 1800-LOAD-LANGUAGE-TABLES.
009796*    ENTRY 1 IS ALWAYS THE BUILT-IN ENGLISH TABLE -- THE SAME
009797*    WORDS, VOWELS AND THRESHOLDS THE SCORER HAS ALWAYS USED --
009798*    SO A RUN WITH NO LANGTAB MOUNTED BEHAVES EXACTLY AS BEFORE.
009799*    LANGTAB RECORDS THEN ADD LANGUAGES, OR REPLACE ONE WHOSE
009800*    CODE IS ALREADY ON THE TABLE: AN "H" RECORD OPENS A
009801*    LANGUAGE WITH ITS VOWEL SET AND THRESHOLDS, AND EACH "W"
009802*    RECORD BEHIND IT ADDS ONE COMMON WORD.
009810*----------------------------------------------------------------
009820     MOVE 1 TO CC-WS-LANG-COUNT.
009830     MOVE "E" TO CC-LANG-CODE(1).
012300         GO TO 2000-EXIT
012310     END-IF.
012320     PERFORM 2100-GATHER-MESSAGE THRU 2100-EXIT.
012321*    A SUSPENDED MESSAGE IS NOT DECODED, POSTED OR CHECKPOINTED,
012322*    AND THE QUEUE IS ALREADY ON THE NEXT MESSAGE.  A RESTART
012323*    THAT MEETS IT AGAIN FINDS IT ALREADY ON SUSPENSE (2125).
012324     IF CC-WS-MSG-SUSPENDED
012325         GO TO 2000-EXIT
012326     END-IF.
012330     EVALUATE CC-WS-MODE
012340         WHEN "ENCIPHER "
012350             PERFORM 3600-ENCIPHER-MESSAGE THRU 3600-EXIT
012405                             THRU 3000-EXIT
012410                         PERFORM 4500-VALIDATE-BEST-CANDIDATE
012415                             THRU 4500-EXIT
012416                         PERFORM 4700-TRY-SUBSTITUTION-FAMILIES
012417                             THRU 4700-EXIT
012420                         PERFORM 4600-TRY-VIGENERE-FALLBACK
012425                             THRU 4600-EXIT
012430                         PERFORM 3400-DISPLAY-CANDIDATES
012550*    PULL IN EVERY CONTINUATION SEGMENT BEHIND IT -- CONSECUTIVE,
012560*    SAME MESSAGE-ID, SEGMENT NUMBERS RUNNING 1 UP -- SO THE
012570*    DECODE WORKS THE WHOLE TRANSMISSION AT ONCE.  A CHAIN THAT
012580*    BREAKS MID-MESSAGE IS MOVED TO THE SUSPENSE FILE AND FLAGGED
012590*    SO 2000 SKIPS IT.
012600*----------------------------------------------------------------
012610     MOVE CC-QR-MESSAGE-ID TO CC-WS-MSG-ID.
012612     MOVE CC-FT-SOURCE-SYSTEM(CC-SQ-FEED-NO)
012614         TO CC-WS-SOURCE-SYSTEM.
012616     MOVE CC-FT-BATCH-DATE(CC-SQ-FEED-NO) TO CC-WS-MSG-BATCH-DATE.
012620     MOVE CC-QR-PRIORITY TO CC-WS-MSG-PRIORITY.
012630     MOVE CC-QR-LANGUAGE TO CC-WS-MSG-LANGUAGE.
012640     PERFORM 2150-SET-MESSAGE-LANGUAGE THRU 2150-EXIT.
012660     MOVE 0 TO CC-WS-SEG-COUNT.
012670     MOVE 1 TO CC-WS-CUR-ATTEMPTS.
012680     MOVE "N" TO CC-WS-MSG-DONE-FLAG.
012685     MOVE "N" TO CC-WS-SUSPEND-FLAG.
012690     PERFORM 2110-ADD-ONE-SEGMENT THRU 2110-EXIT
012700         UNTIL CC-WS-MSG-DONE.
012710     COMPUTE CC-WS-MSG-LEN = CC-WS-SEG-COUNT * 100.
012720 2100-EXIT.
012730     EXIT.
012740*----------------------------------------------------------------
012743 2110-ADD-ONE-SEGMENT.
012746*    EACH RAW RECORD IS HELD AS IT IS ACCEPTED SO A CHAIN THAT
012749*    GOES BAD PART-WAY CAN STILL BE SUSPENDED WHOLE.  A GARBLED
012752*    CHAIN SUSPENDS THE MESSAGE AND ENDS THE GATHER; THE RUN
012755*    CARRIES ON WITH THE NEXT MESSAGE.
012758*----------------------------------------------------------------
012761     IF CC-QR-SEGMENT-NO IS NOT NUMERIC
012764         DISPLAY "CAESARCIPHER: MESSAGE " CC-WS-MSG-ID
012767             " SEGMENT NUMBER NOT NUMERIC -- SUSPENDED"
012770         MOVE "NN" TO CC-WS-SUSP-REASON
012773         PERFORM 2120-SUSPEND-MESSAGE THRU 2120-EXIT
012776         GO TO 2110-EXIT
012779     END-IF.
012782     IF CC-QR-SEGMENT-NO NOT = CC-WS-SEG-COUNT + 1
012785         DISPLAY "CAESARCIPHER: MESSAGE " CC-WS-MSG-ID
012788             " SEGMENT " CC-QR-SEGMENT-NO " OUT OF SEQUENCE, "
012791             "EXPECTED " CC-WS-SEG-COUNT " + 1 -- SUSPENDED"
012794         MOVE "SQ" TO CC-WS-SUSP-REASON
012797         PERFORM 2120-SUSPEND-MESSAGE THRU 2120-EXIT
012800         GO TO 2110-EXIT
012803     END-IF.
012806     IF CC-WS-SEG-COUNT >= CC-MAX-SEGMENTS
012809         DISPLAY "CAESARCIPHER: MESSAGE " CC-WS-MSG-ID
012812             " EXCEEDS " CC-MAX-SEGMENTS " SEGMENTS -- SUSPENDED"
012815         MOVE "OV" TO CC-WS-SUSP-REASON
012818         PERFORM 2120-SUSPEND-MESSAGE THRU 2120-EXIT
012821         GO TO 2110-EXIT
012824     END-IF.
012827     ADD 1 TO CC-WS-SEG-COUNT.
012830     MOVE CC-SQ-ARRIVAL-SEQ
012831         TO CC-HELD-ARRIVAL-SEQ(CC-WS-SEG-COUNT).
012833     MOVE CC-SQ-DETAIL TO CC-HELD-DETAIL(CC-WS-SEG-COUNT).
012836     COMPUTE CC-WS-SEG-OFFSET = ((CC-WS-SEG-COUNT - 1) * 100) + 1.
012839     MOVE CC-QR-TEXT TO CC-WS-MSG-TEXT(CC-WS-SEG-OFFSET:100).
012842     IF NOT CC-QR-CONTINUED
012845         MOVE "Y" TO CC-WS-MSG-DONE-FLAG
012848         GO TO 2110-EXIT
012851     END-IF.
012854     PERFORM 2900-READ-QUEUE-RECORD THRU 2900-EXIT.
012857     IF CC-WS-EOF-YES
012860         DISPLAY "CAESARCIPHER: MESSAGE " CC-WS-MSG-ID
012863             " TRUNCATED MID-CHAIN AT EOF -- SUSPENDED"
012866         MOVE "TR" TO CC-WS-SUSP-REASON
012869         PERFORM 2120-SUSPEND-MESSAGE THRU 2120-EXIT
012872         GO TO 2110-EXIT
012875     END-IF.
012878     IF CC-QR-MESSAGE-ID NOT = CC-WS-MSG-ID
012881         DISPLAY "CAESARCIPHER: MESSAGE " CC-WS-MSG-ID
012884             " SEGMENT CHAIN BROKEN BY " CC-QR-MESSAGE-ID
012887             " -- SUSPENDED"
012890         MOVE "BK" TO CC-WS-SUSP-REASON
012893         PERFORM 2120-SUSPEND-MESSAGE THRU 2120-EXIT
012896     END-IF.
012899 2110-EXIT.
012902     EXIT.
012905*----------------------------------------------------------------
012908 2120-SUSPEND-MESSAGE.
012911*    MOVE THE SEGMENTS HELD SO FAR TO THE SUSPENSE FILE.  WHEN THE
012914*    CURRENT RECORD BELONGS TO THIS MESSAGE (BAD SEGMENT NUMBER,
012917*    OUT OF SEQUENCE, TOO MANY SEGMENTS) IT AND THE REST OF ITS
012920*    CHAIN FOLLOW.  A CHAIN BROKEN BY ANOTHER MESSAGE-ID LEAVES
012923*    THAT RECORD CURRENT AS THE START OF THE NEXT MESSAGE, AND A
012926*    CHAIN CUT OFF BY EOF HAS NOTHING MORE TO TAKE.  EITHER WAY
012929*    THE QUEUE IS LEFT ON THE NEXT UNPROCESSED RECORD, SO 2000
012932*    SKIPS ITS OWN READ-AHEAD FOR A SUSPENDED MESSAGE.
012935*----------------------------------------------------------------
012938     MOVE "Y" TO CC-WS-SUSPEND-FLAG.
012941     MOVE "Y" TO CC-WS-MSG-DONE-FLAG.
012942     PERFORM 2125-CHECK-PRIOR-SUSPENSE THRU 2125-EXIT.
012943     IF NOT CC-WS-ALREADY-SUSPENDED
012944         ADD 1 TO CC-WS-CNT-SUSPENDED
012945     END-IF.
012947     MOVE 0 TO CC-WS-SUSP-CHAIN-SEQ.
012950     PERFORM 2130-SUSPEND-HELD-SEGMENT THRU 2130-EXIT
012953         VARYING CC-WS-SEG-IDX FROM 1 BY 1
012956         UNTIL CC-WS-SEG-IDX > CC-WS-SEG-COUNT.
012959     IF CC-WS-SUSP-REASON = "BK" OR "TR"
012962         GO TO 2120-EXIT
012965     END-IF.
012968     MOVE "Y" TO CC-WS-SUSP-MORE-FLAG.
012971     PERFORM 2135-SUSPEND-CHAIN-RECORD THRU 2135-EXIT
012974         UNTIL NOT CC-WS-SUSP-MORE.
012977 2120-EXIT.
012980     EXIT.
012981*----------------------------------------------------------------
012982 2125-CHECK-PRIOR-SUSPENSE.
012983*    ON A RESTART, A CHAIN WHOSE FIRST RECORD IS ALREADY ON
012984*    SUSPENSE FROM THE ABENDED RUN IS STILL READ PAST, BUT 2140
012985*    WRITES NONE OF IT AND IT IS NOT COUNTED AGAIN.
012986*----------------------------------------------------------------
012987     MOVE "N" TO CC-WS-ALREADY-SUSP-FLAG.
012988     IF CC-WS-PRIOR-SUSP-COUNT = 0
012989         GO TO 2125-EXIT
012990     END-IF.
012991     IF CC-WS-SEG-COUNT > 0
012992         MOVE CC-HELD-ARRIVAL-SEQ(1) TO CC-WS-CHAIN-FIRST-SEQ
012993     ELSE
012994         MOVE CC-SQ-ARRIVAL-SEQ TO CC-WS-CHAIN-FIRST-SEQ
012995     END-IF.
012996     PERFORM 2126-MATCH-PRIOR-CHAIN THRU 2126-EXIT
012997         VARYING CC-WS-PRIOR-SUSP-IDX FROM 1 BY 1
012998         UNTIL CC-WS-PRIOR-SUSP-IDX > CC-WS-PRIOR-SUSP-COUNT
012999         OR CC-WS-ALREADY-SUSPENDED.
013000     IF CC-WS-ALREADY-SUSPENDED
013001         DISPLAY "CAESARCIPHER: MESSAGE " CC-WS-MSG-ID
013002             " ALREADY ON SUSPENSE FROM THE ABENDED RUN -- NOT "
013003             "WRITTEN AGAIN"
013004     END-IF.
013005 2125-EXIT.
013006     EXIT.
013007*----------------------------------------------------------------
013008 2126-MATCH-PRIOR-CHAIN.
013009*----------------------------------------------------------------
013010     IF CC-WS-PRIOR-SUSP-SEQ(CC-WS-PRIOR-SUSP-IDX) =
013011         CC-WS-CHAIN-FIRST-SEQ
013012         MOVE "Y" TO CC-WS-ALREADY-SUSP-FLAG
013013     END-IF.
013014 2126-EXIT.
013015     EXIT.
013016*----------------------------------------------------------------
013017 2130-SUSPEND-HELD-SEGMENT.
013018*----------------------------------------------------------------
013019     MOVE CC-HELD-ARRIVAL-SEQ(CC-WS-SEG-IDX) TO CC-SP-ARRIVAL-SEQ.
013020     MOVE CC-HELD-DETAIL(CC-WS-SEG-IDX) TO CC-SP-QUEUE-DETAIL.
013021     PERFORM 2140-WRITE-SUSPENSE-RECORD THRU 2140-EXIT.
013022 2130-EXIT.
013023     EXIT.
013024*----------------------------------------------------------------
013025 2135-SUSPEND-CHAIN-RECORD.
013026*    SUSPEND THE CURRENT RECORD AND READ ON.  THE CHAIN ENDS AFTER
013027*    A RECORD WITHOUT THE CONTINUATION FLAG, AT A RECORD FOR
013028*    ANOTHER MESSAGE-ID (LEFT CURRENT FOR THE NEXT MESSAGE), OR
013029*    AT EOF.
013030*----------------------------------------------------------------
013031     MOVE CC-SQ-ARRIVAL-SEQ TO CC-SP-ARRIVAL-SEQ.
013032     MOVE CC-SQ-DETAIL TO CC-SP-QUEUE-DETAIL.
013034     PERFORM 2140-WRITE-SUSPENSE-RECORD THRU 2140-EXIT.
013037     IF NOT CC-QR-CONTINUED
013040         MOVE "N" TO CC-WS-SUSP-MORE-FLAG
013043     END-IF.
013046     PERFORM 2900-READ-QUEUE-RECORD THRU 2900-EXIT.
013049     IF CC-WS-EOF-YES
013052         MOVE "N" TO CC-WS-SUSP-MORE-FLAG
013055         GO TO 2135-EXIT
013058     END-IF.
013061     IF CC-QR-MESSAGE-ID NOT = CC-WS-MSG-ID
013064         MOVE "N" TO CC-WS-SUSP-MORE-FLAG
013067     END-IF.
013070 2135-EXIT.
013073     EXIT.
013076*----------------------------------------------------------------
013079 2140-WRITE-SUSPENSE-RECORD.
013082*    STAMP ONE RAW QUEUE RECORD WITH THE BATCH, THE REASON AND ITS
013085*    PLACE IN THE SUSPENDED CHAIN, AND WRITE IT -- UNLESS THE
013086*    CHAIN IS ALREADY ON SUSPENSE FROM AN ABENDED RUN.
013088*----------------------------------------------------------------
013089     IF CC-WS-ALREADY-SUSPENDED
013090         GO TO 2140-EXIT
013091     END-IF.
013092     ADD 1 TO CC-WS-SUSP-CHAIN-SEQ.
013094     MOVE CC-WS-MSG-BATCH-DATE TO CC-SP-BATCH-DATE.
013097     MOVE CC-WS-SOURCE-SYSTEM TO CC-SP-SOURCE-SYSTEM.
013100     MOVE CC-WS-SUSP-REASON TO CC-SP-REASON.
013103     MOVE CC-WS-MSG-ID TO CC-SP-CHAIN-ID.
013106     MOVE CC-WS-SUSP-CHAIN-SEQ TO CC-SP-CHAIN-SEQ.
013109     WRITE CC-SUSPENSE-RECORD.
013112     IF CC-WS-SUSPENSE-STATUS NOT = "00"
013115         DISPLAY "CAESARCIPHER: SUSPENSE WRITE FAILED, STATUS "
013118             CC-WS-SUSPENSE-STATUS
013121         MOVE 16 TO RETURN-CODE
013124         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
013127     END-IF.
013130     ADD 1 TO CC-WS-CNT-SUSP-RECORDS.
013133 2140-EXIT.
013136     EXIT.
013190*----------------------------------------------------------------
013200 2150-SET-MESSAGE-LANGUAGE.
013210*    PICK THE LANGUAGE TABLE ENTRY THE MESSAGE'S CODE SELECTS.
013657         INVALID KEY
013658             CONTINUE
013659         NOT INVALID KEY
013660             IF CC-MR-RESOLVED
013663                 MOVE "Y" TO CC-WS-DUP-FLAG
013664                 MOVE CC-MR-SHIFT TO CC-WS-BEST-SHIFT
013665                 MOVE CC-MR-TEXT TO CC-WS-BEST-TEXT
013900     MOVE 0 TO CC-WS-BEST-VALID-SHIFT.
013910     MOVE SPACES TO CC-WS-BEST-VALID-TEXT.
013920     MOVE "N" TO CC-WS-ANY-VALID-FLAG.
013925     MOVE "N" TO CC-WS-FAMILY-TRIED-FLAG.
013930     IF CC-WS-VERBOSE
013940         PERFORM 3100-TRY-ONE-SHIFT THRU 3100-EXIT
013950             VARYING CC-SHIFT-VALUE FROM 0 BY 1
016709     EXIT.
016710*----------------------------------------------------------------
016711 4660-TRY-ONE-LIBRARY-KEY.
016712*    AN ENTRY APPLIES WHEN ITS SOURCE SYSTEM MATCHES THE
016713*    MESSAGE'S OWN (SPACES MATCH ANY SOURCE) AND ITS MESSAGE-ID
016714*    PREFIX, IF ANY, LEADS THIS MESSAGE'S ID.
016715*----------------------------------------------------------------
016716     IF CC-KLT-SOURCE-SYSTEM(CC-WS-KEYLIB-IDX) NOT = SPACES
016717         AND CC-KLT-SOURCE-SYSTEM(CC-WS-KEYLIB-IDX) NOT =
016761 4680-EXIT.
016762     EXIT.
016763*----------------------------------------------------------------
016764 4700-TRY-SUBSTITUTION-FAMILIES.
016765*    A MESSAGE WHOSE INDEX OF COINCIDENCE SAYS ONE SUBSTITUTION
016766*    ALPHABET, BUT WHICH NO CAESAR SHIFT CAN READ, IS MOST OFTEN
016767*    ATBASH OR AFFINE TRAFFIC.  ATBASH IS A SINGLE DECODE AND IS
016768*    TRIED FIRST; THEN EVERY AFFINE KEY.  ONLY TRAFFIC TRIAGED TO
016769*    THE CAESAR PATH COMES HERE -- KEYWORD TRAFFIC WENT STRAIGHT
016770*    TO VIGENERE -- AND THE VIGENERE FALLBACK STILL FOLLOWS IF
016771*    NEITHER FAMILY CAN READ IT.
016772*----------------------------------------------------------------
016773     IF CC-WS-VALID OR NOT CC-WS-TRIAGE-CAESAR
016774         GO TO 4700-EXIT
016775     END-IF.
016776     MOVE "Y" TO CC-WS-FAMILY-TRIED-FLAG.
016777     MOVE CC-ATBASH-KEY TO CC-WS-AF-MULT.
016778     MOVE CC-ATBASH-KEY TO CC-WS-AF-SHIFT.
016779     MOVE SPACES TO CC-OUTPUT-TEXT.
016780     PERFORM 4760-AFFINE-ONE-CHARACTER THRU 4760-EXIT
016781         VARYING CC-CHAR-INDEX FROM 1 BY 1
016782         UNTIL CC-CHAR-INDEX > CC-WS-MSG-LEN.
016783     PERFORM 3300-SCORE-CANDIDATE THRU 3300-EXIT.
016784     PERFORM 3320-VALIDATE-CANDIDATE THRU 3320-EXIT.
016785     IF CC-WS-CAND-IS-VALID
016786         MOVE CC-ATBASH-KEY TO CC-WS-BEST-MULT
016787         MOVE CC-ATBASH-KEY TO CC-WS-BEST-SHIFT
016788         MOVE CC-OUTPUT-TEXT TO CC-WS-BEST-TEXT
016789         MOVE "Y" TO CC-WS-VALID-FLAG
016790         MOVE "ATBASH    " TO CC-WS-RESULT-STATUS
016791         GO TO 4700-EXIT
016792     END-IF.
016793     MOVE -9999 TO CC-WS-AF-BEST-SCORE.
016794     MOVE "N" TO CC-WS-AF-ANY-VALID-FLAG.
016795     MOVE CC-WS-MSG-LEN TO CC-WS-PASS1-LEN.
016796     IF CC-WS-PASS1-LEN > CC-PREFIX-LEN
016797         MOVE CC-PREFIX-LEN TO CC-WS-PASS1-LEN
016798     END-IF.
016799     MOVE 0 TO CC-WS-AF-SLOT.
016800     PERFORM 4710-SCORE-ONE-MULTIPLIER THRU 4710-EXIT
016801         VARYING CC-WS-AF-MULT-IDX FROM 2 BY 1
016802         UNTIL CC-WS-AF-MULT-IDX > 12.
016803     MOVE SPACES TO CC-AF-TAKEN-TABLE.
016804     PERFORM 4730-RUN-ONE-AFFINE-SHORTLIST THRU 4730-EXIT
016805         VARYING CC-WS-SL-IDX FROM 1 BY 1
016806         UNTIL CC-WS-SL-IDX > CC-AF-SHORTLIST-SIZE.
016807     IF CC-WS-AF-ANY-VALID
016808         MOVE CC-WS-AF-BEST-MULT TO CC-WS-BEST-MULT
016809         MOVE CC-WS-AF-BEST-SHIFT TO CC-WS-BEST-SHIFT
016810         MOVE CC-WS-AF-BEST-TEXT TO CC-WS-BEST-TEXT
016811         MOVE "Y" TO CC-WS-VALID-FLAG
016812         MOVE "AFFINE    " TO CC-WS-RESULT-STATUS
016813     END-IF.
016814 4700-EXIT.
016815     EXIT.
016816*----------------------------------------------------------------
016817 4710-SCORE-ONE-MULTIPLIER.
016818*----------------------------------------------------------------
016819     MOVE CC-AF-MULT(CC-WS-AF-MULT-IDX) TO CC-WS-AF-MULT.
016820     PERFORM 4720-SCORE-ONE-AFFINE-PREFIX THRU 4720-EXIT
016821         VARYING CC-WS-AF-SHIFT FROM 0 BY 1
016822         UNTIL CC-WS-AF-SHIFT > 25.
016823 4710-EXIT.
016824     EXIT.
016825*----------------------------------------------------------------
016826 4720-SCORE-ONE-AFFINE-PREFIX.
016827*    PASS 1, AS 3050 DOES FOR THE CAESAR SHIFTS.  THE SLOTS RUN
016828*    MULTIPLIER BY MULTIPLIER, 26 SHIFTS EACH.
016829*----------------------------------------------------------------
016830     ADD 1 TO CC-WS-AF-SLOT.
016831     MOVE SPACES TO CC-OUTPUT-TEXT.
016832     PERFORM 4760-AFFINE-ONE-CHARACTER THRU 4760-EXIT
016833         VARYING CC-CHAR-INDEX FROM 1 BY 1
016834         UNTIL CC-CHAR-INDEX > CC-WS-PASS1-LEN.
016835     PERFORM 3300-SCORE-CANDIDATE THRU 3300-EXIT.
016836     MOVE CC-WS-CAND-SCORE TO CC-AF-P1-SCORE(CC-WS-AF-SLOT).
016837 4720-EXIT.
016838     EXIT.
016839*----------------------------------------------------------------
016840 4730-RUN-ONE-AFFINE-SHORTLIST.
016841*    PASS 2.  THE BEST PREFIX SCORE NOT YET RUN GETS THE FULL-
016842*    LENGTH DECODE, SCORE AND VALIDATION; THE HIGHEST-SCORING KEY
016843*    THAT VALIDATES IS KEPT.
016844*----------------------------------------------------------------
016845     MOVE 0 TO CC-WS-AF-PICK.
016846     MOVE -9999 TO CC-WS-SL-BEST-SCORE.
016847     PERFORM 4740-COMPARE-ONE-AFFINE-PREFIX THRU 4740-EXIT
016848         VARYING CC-WS-AF-SCAN FROM 1 BY 1
016849         UNTIL CC-WS-AF-SCAN > CC-AF-KEY-COUNT.
016850     IF CC-WS-AF-PICK = 0
016851         GO TO 4730-EXIT
016852     END-IF.
016853     MOVE "Y" TO CC-AF-TAKEN(CC-WS-AF-PICK).
016854     COMPUTE CC-WS-AF-SLOT = CC-WS-AF-PICK - 1.
016855     DIVIDE CC-WS-AF-SLOT BY 26
016856         GIVING CC-WS-AF-MULT-IDX
016857         REMAINDER CC-WS-AF-SHIFT.
016858     ADD 2 TO CC-WS-AF-MULT-IDX.
016859     MOVE CC-AF-MULT(CC-WS-AF-MULT-IDX) TO CC-WS-AF-MULT.
016860     MOVE SPACES TO CC-OUTPUT-TEXT.
016861     PERFORM 4760-AFFINE-ONE-CHARACTER THRU 4760-EXIT
016862         VARYING CC-CHAR-INDEX FROM 1 BY 1
016863         UNTIL CC-CHAR-INDEX > CC-WS-MSG-LEN.
016864     PERFORM 3300-SCORE-CANDIDATE THRU 3300-EXIT.
016865     PERFORM 3320-VALIDATE-CANDIDATE THRU 3320-EXIT.
016866     IF CC-WS-CAND-IS-VALID
016867         AND CC-WS-CAND-SCORE > CC-WS-AF-BEST-SCORE
016868         MOVE "Y" TO CC-WS-AF-ANY-VALID-FLAG
016869         MOVE CC-WS-CAND-SCORE TO CC-WS-AF-BEST-SCORE
016870         MOVE CC-WS-AF-MULT TO CC-WS-AF-BEST-MULT
016871         MOVE CC-WS-AF-SHIFT TO CC-WS-AF-BEST-SHIFT
016872         MOVE CC-OUTPUT-TEXT TO CC-WS-AF-BEST-TEXT
016873     END-IF.
016874 4730-EXIT.
016875     EXIT.
016876*----------------------------------------------------------------
016877 4740-COMPARE-ONE-AFFINE-PREFIX.
016878*----------------------------------------------------------------
016879     IF CC-AF-TAKEN(CC-WS-AF-SCAN) NOT = "Y"
016880         AND CC-AF-P1-SCORE(CC-WS-AF-SCAN) > CC-WS-SL-BEST-SCORE
016881         MOVE CC-AF-P1-SCORE(CC-WS-AF-SCAN) TO CC-WS-SL-BEST-SCORE
016882         MOVE CC-WS-AF-SCAN TO CC-WS-AF-PICK
016883     END-IF.
016884 4740-EXIT.
016885     EXIT.
016886*----------------------------------------------------------------
016887 4760-AFFINE-ONE-CHARACTER.
016888*    DECODE ONE CHARACTER UNDER THE CURRENT MULTIPLIER AND SHIFT.
016889*    UPPER AND LOWER CASE EACH STAY WITHIN THEIR OWN ALPHABET, AS
016890*    IN 3200; DIGITS PASS THROUGH -- THESE FAMILIES ARE LETTERS
016891*    ONLY, EXTENDED ALPHABET OR NOT.
016892*----------------------------------------------------------------
016893     MOVE CC-WS-WORK-TEXT(CC-CHAR-INDEX:1) TO CC-CURRENT-CHAR.
016894     IF CC-CURRENT-CHAR >= "A" AND CC-CURRENT-CHAR <= "Z"
016895         COMPUTE CC-CHAR-VALUE =
016896             FUNCTION MOD((CC-WS-AF-MULT *
016897             (FUNCTION ORD(CC-CURRENT-CHAR) - FUNCTION ORD("A")))
016898             + CC-WS-AF-SHIFT, 26) + FUNCTION ORD("A")
016899         MOVE FUNCTION CHAR(CC-CHAR-VALUE) TO CC-CURRENT-CHAR
016900     ELSE
016901         IF CC-CURRENT-CHAR >= "a" AND CC-CURRENT-CHAR <= "z"
016902             COMPUTE CC-CHAR-VALUE =
016903                 FUNCTION MOD((CC-WS-AF-MULT *
016904                 (FUNCTION ORD(CC-CURRENT-CHAR)
016905                 - FUNCTION ORD("a"))) + CC-WS-AF-SHIFT, 26)
016906                 + FUNCTION ORD("a")
016907             MOVE FUNCTION CHAR(CC-CHAR-VALUE) TO CC-CURRENT-CHAR
016908         END-IF
016909     END-IF.
016910     MOVE CC-CURRENT-CHAR TO CC-OUTPUT-TEXT(CC-CHAR-INDEX:1).
016911 4760-EXIT.
016912     EXIT.
016913*----------------------------------------------------------------
016914 3400-DISPLAY-CANDIDATES.
016915*----------------------------------------------------------------
016916     IF CC-WS-VALID
016917         IF CC-WS-RESULT-STATUS NOT = "VIGENERE"
016918             AND CC-WS-RESULT-STATUS NOT = "ATBASH    "
016919             AND CC-WS-RESULT-STATUS NOT = "AFFINE    "
016920             MOVE "BEST MATCH" TO CC-WS-RESULT-STATUS
016921         END-IF
016922     ELSE
016923         MOVE "UNRESOLVED" TO CC-WS-RESULT-STATUS
016924     END-IF.
016925     EVALUATE CC-WS-RESULT-STATUS
016926         WHEN "VIGENERE"
016927             DISPLAY CC-WS-RESULT-STATUS "  Vigenere "
016928                 CC-WS-KEYWORD-USED " : " CC-WS-BEST-TEXT
016929         WHEN "ATBASH    "
016930             DISPLAY CC-WS-RESULT-STATUS "  Atbash : "
016931                 CC-WS-BEST-TEXT
016932         WHEN "AFFINE    "
016933             DISPLAY CC-WS-RESULT-STATUS "  Affine "
016934                 CC-WS-BEST-MULT "/" CC-WS-BEST-SHIFT " : "
016935                 CC-WS-BEST-TEXT
016936         WHEN OTHER
016937             DISPLAY CC-WS-RESULT-STATUS "  Caesar "
016938                 CC-WS-BEST-SHIFT " : " CC-WS-BEST-TEXT
016939     END-EVALUATE.
016940*    THE 27-CANDIDATE BACKUP LIST ONLY PRINTS ON A VERBOSE RUN --
016941*    THE DESK ONLY EVER READS IT FOR DISPUTED MESSAGES, AND ON A
016942*    PRODUCTION RUN ONLY THE SHORTLIST WAS FULLY DECODED ANYWAY.
016943     IF CC-WS-VERBOSE
016944         PERFORM 3410-DISPLAY-ONE-BACKUP THRU 3410-EXIT
016945             VARYING CC-CAND-IDX FROM 1 BY 1
016946             UNTIL CC-CAND-IDX > 27
016950     END-IF.
016960 3400-EXIT.
016970     EXIT.
017340     MOVE CC-WS-RESULT-STATUS TO CC-RR-STATUS.
017350     COMPUTE CC-WS-SEG-OFFSET = ((CC-WS-SEG-IDX - 1) * 100) + 1.
017360     MOVE CC-WS-BEST-TEXT(CC-WS-SEG-OFFSET:100) TO CC-RR-TEXT.
017365     MOVE CC-WS-SOURCE-SYSTEM TO CC-RR-SOURCE-SYSTEM.
017367     IF CC-WS-RESULT-STATUS = "VIGENERE"
017369         MOVE CC-WS-KEYWORD-USED TO CC-RR-KEYWORD
017371     ELSE
017373         MOVE SPACES TO CC-RR-KEYWORD
017375     END-IF.
017376     IF CC-WS-RESULT-STATUS = "ATBASH    "
017377         OR CC-WS-RESULT-STATUS = "AFFINE    "
017378         MOVE CC-WS-BEST-MULT TO CC-RR-MULTIPLIER
017379     ELSE
017380         MOVE 0 TO CC-RR-MULTIPLIER
017381     END-IF.
017382     WRITE CC-RESULTS-RECORD.
017383     ADD 1 TO CC-WS-RESULTS-WRITTEN.
017390 5010-EXIT.
017400     EXIT.
017410*----------------------------------------------------------------
017490             ADD 1 TO CC-SHIFT-DIST-COUNT(CC-WS-BEST-SHIFT + 1)
017500         WHEN "VIGENERE"
017510             ADD 1 TO CC-WS-CNT-VIGENERE
017512         WHEN "ATBASH    "
017514             ADD 1 TO CC-WS-CNT-ATBASH
017516         WHEN "AFFINE    "
017518             ADD 1 TO CC-WS-CNT-AFFINE
017520         WHEN "UNRESOLVED"
017530             ADD 1 TO CC-WS-CNT-UNRESOLVED
017540         WHEN "ENCIPHERED"
017556         WHEN "PLAINTEXT "
017558             ADD 1 TO CC-WS-CNT-PLAINTEXT
017560     END-EVALUATE.
017565     PERFORM 5110-TALLY-BY-SOURCE THRU 5110-EXIT.
017570 5100-EXIT.
017580     EXIT.
017581*----------------------------------------------------------------
017582 5110-TALLY-BY-SOURCE.
017583*    THE SAME COUNTS AGAIN UNDER THE MESSAGE'S SOURCE SYSTEM FOR
017584*    THE BY-SOURCE BREAKOUT ON SUMMRPT.  PAST CC-MAX-SOURCES
017585*    DISTINCT SOURCES THE EXTRAS COUNT IN THE RUN TOTALS ONLY.
017586*----------------------------------------------------------------
017587     MOVE 0 TO CC-WS-SRC-FOUND.
017588     PERFORM 5120-MATCH-ONE-SOURCE THRU 5120-EXIT
017589         VARYING CC-WS-SRC-IDX FROM 1 BY 1
017590         UNTIL CC-WS-SRC-IDX > CC-WS-SRC-COUNT
017591         OR CC-WS-SRC-FOUND > 0.
017592     IF CC-WS-SRC-FOUND = 0
017593         PERFORM 5130-ADD-SOURCE-ENTRY THRU 5130-EXIT
017594     END-IF.
017595     IF CC-WS-SRC-FOUND = 0
017596         GO TO 5110-EXIT
017597     END-IF.
017598     ADD 1 TO CC-SRC-PROCESSED(CC-WS-SRC-FOUND).
017599     EVALUATE CC-WS-RESULT-STATUS
017600         WHEN "BEST MATCH"
017601             ADD 1 TO CC-SRC-BEST-MATCH(CC-WS-SRC-FOUND)
017602         WHEN "VIGENERE"
017603             ADD 1 TO CC-SRC-VIGENERE(CC-WS-SRC-FOUND)
017604         WHEN "ATBASH    "
017605             ADD 1 TO CC-SRC-ATBASH(CC-WS-SRC-FOUND)
017606         WHEN "AFFINE    "
017607             ADD 1 TO CC-SRC-AFFINE(CC-WS-SRC-FOUND)
017608         WHEN "UNRESOLVED"
017609             ADD 1 TO CC-SRC-UNRESOLVED(CC-WS-SRC-FOUND)
017610         WHEN "ENCIPHERED"
017611             ADD 1 TO CC-SRC-ENCIPHERED(CC-WS-SRC-FOUND)
017612         WHEN "DUPLICATE "
017613             ADD 1 TO CC-SRC-DUPLICATE(CC-WS-SRC-FOUND)
017614         WHEN "PLAINTEXT "
017615             ADD 1 TO CC-SRC-PLAINTEXT(CC-WS-SRC-FOUND)
017616     END-EVALUATE.
017617 5110-EXIT.
017618     EXIT.
017619*----------------------------------------------------------------
017620 5120-MATCH-ONE-SOURCE.
017621*----------------------------------------------------------------
017622     IF CC-SRC-SOURCE-SYSTEM(CC-WS-SRC-IDX) = CC-WS-SOURCE-SYSTEM
017623         MOVE CC-WS-SRC-IDX TO CC-WS-SRC-FOUND
017624     END-IF.
017625 5120-EXIT.
017626     EXIT.
017627*----------------------------------------------------------------
017628 5130-ADD-SOURCE-ENTRY.
017629*----------------------------------------------------------------
017630     IF CC-WS-SRC-COUNT >= CC-MAX-SOURCES
017631         IF CC-WS-SRC-FULL-FLAG NOT = "Y"
017632             MOVE "Y" TO CC-WS-SRC-FULL-FLAG
017633             DISPLAY "CAESARCIPHER: MORE THAN " CC-MAX-SOURCES
017634                 " SOURCE SYSTEMS -- EXCESS IN RUN TOTALS ONLY"
017635         END-IF
017636         GO TO 5130-EXIT
017637     END-IF.
017638     ADD 1 TO CC-WS-SRC-COUNT.
017639     MOVE CC-WS-SRC-COUNT TO CC-WS-SRC-FOUND.
017640     MOVE CC-WS-SOURCE-SYSTEM
017641         TO CC-SRC-SOURCE-SYSTEM(CC-WS-SRC-FOUND).
017642     MOVE 0 TO CC-SRC-PROCESSED(CC-WS-SRC-FOUND).
017643     MOVE 0 TO CC-SRC-BEST-MATCH(CC-WS-SRC-FOUND).
017644     MOVE 0 TO CC-SRC-VIGENERE(CC-WS-SRC-FOUND).
017645     MOVE 0 TO CC-SRC-ATBASH(CC-WS-SRC-FOUND).
017646     MOVE 0 TO CC-SRC-AFFINE(CC-WS-SRC-FOUND).
017647     MOVE 0 TO CC-SRC-PLAINTEXT(CC-WS-SRC-FOUND).
017648     MOVE 0 TO CC-SRC-UNRESOLVED(CC-WS-SRC-FOUND).
017649     MOVE 0 TO CC-SRC-ENCIPHERED(CC-WS-SRC-FOUND).
017650     MOVE 0 TO CC-SRC-DUPLICATE(CC-WS-SRC-FOUND).
017651 5130-EXIT.
017652     EXIT.
017653*----------------------------------------------------------------
017654 5200-WRITE-RETRY-RECORD.
017655*    AN UNRESOLVED MESSAGE GOES BACK OUT ON THE RETRY QUEUE WITH
017656*    ITS ATTEMPT COUNT, UNLESS THE ATTEMPT LIMIT IS REACHED --
017657*    THEN IT IS RETIRED TO THE PERMANENT-FAILURES FILE WHERE THE
017658*    DESK CAN REVIEW IT WITHOUT IT CYCLING EVERY NIGHT.
017659*----------------------------------------------------------------
017660     IF CC-WS-RESULT-STATUS = "UNRESOLVED"
017670         IF CC-WS-CUR-ATTEMPTS >= CC-WS-MAX-ATTEMPTS
017680             MOVE CC-WS-MSG-ID TO CC-PF-MESSAGE-ID
018030     MOVE CC-WS-RESULT-STATUS TO CC-MR-STATUS.
018040     MOVE CC-WS-SEG-COUNT TO CC-MR-SEG-COUNT.
018050     MOVE CC-WS-BEST-TEXT TO CC-MR-TEXT.
018055     MOVE CC-WS-SOURCE-SYSTEM TO CC-MR-SOURCE-SYSTEM.
018057     MOVE CC-RR-MULTIPLIER TO CC-MR-MULTIPLIER.
018060     WRITE CC-MASTER-RECORD
018070         INVALID KEY
018080             REWRITE CC-MASTER-RECORD
018110                     "FAILED FOR " CC-WS-MSG-ID ", STATUS "
018120                     CC-WS-MASTER-STATUS
018130                 MOVE 16 TO RETURN-CODE
018140                 PERFORM 9950-ABEND-STEP THRU 9950-EXIT
018150             END-IF
018160     END-WRITE.
018170 5300-EXIT.
018335             MOVE "NONE -- PLAINTEXT" TO CC-AL-SHIFTS-TRIED
018340         WHEN CC-WS-TRIAGE-KEYWORD
018345             MOVE "VIGKEY ONLY" TO CC-AL-SHIFTS-TRIED
018346         WHEN CC-WS-RESULT-STATUS = "ATBASH    "
018347             MOVE "000-026+ATBASH" TO CC-AL-SHIFTS-TRIED
018348         WHEN CC-WS-RESULT-STATUS = "AFFINE    "
018349             MOVE SPACES TO CC-AL-SHIFTS-TRIED
018350             STRING "000-026+AFFINE M=" DELIMITED BY SIZE
018351                    CC-WS-BEST-MULT DELIMITED BY SIZE
018352                 INTO CC-AL-SHIFTS-TRIED
018353         WHEN CC-WS-RESULT-STATUS = "VIGENERE"
018354             AND CC-WS-FAMILY-TRIED
018355             MOVE "000-026+ATB+AFF+VIG" TO CC-AL-SHIFTS-TRIED
018356         WHEN CC-WS-RESULT-STATUS = "VIGENERE"
018357             MOVE "000-026+VIGKEY" TO CC-AL-SHIFTS-TRIED
018358         WHEN CC-WS-FAMILY-TRIED
018359             MOVE "000-026+ATB+AFFINE" TO CC-AL-SHIFTS-TRIED
018360         WHEN OTHER
018365             MOVE "000 THRU 026" TO CC-AL-SHIFTS-TRIED
018380     END-EVALUATE.
018382     MOVE "C" TO CC-CH-FUNCTION.
018384     CALL "AuditChain" USING CC-CHAIN-REQUEST
018386                             CC-AUDIT-RECORD.
018390     WRITE CC-AUDIT-RECORD.
018400 6000-EXIT.
018410     EXIT.
018490         DISPLAY "CAESARCIPHER: CHECKPOINT OPEN FAILED, STATUS "
018500             CC-WS-CHECKPOINT-STATUS
018510         MOVE 16 TO RETURN-CODE
018520         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
018530     END-IF.
018540     MOVE CC-WS-MSG-ID TO CC-CK-LAST-MESSAGE-ID.
018550     WRITE CC-CHECKPOINT-RECORD.
018840*    PAST THE BATCH-WINDOW CUTOFF THE REMAINING RETRY TRAFFIC IS
018850*    PASSED THROUGH TO THE NEXT WINDOW'S QUEUE UNTOUCHED -- NO
018860*    ATTEMPT IS CHARGED FOR A RUN THAT NEVER LOOKED AT IT.
018863*    A MESSAGE AN ANALYST HAS SINCE RESOLVED BY HAND IS DROPPED
018866*    OUTRIGHT, CUTOFF OR NOT.
018870*----------------------------------------------------------------
018880     READ RETRY-IN
018890         AT END
018900             MOVE "Y" TO CC-WS-RETRY-EOF-FLAG
018910         NOT AT END
018915             PERFORM 8040-CHECK-MANUAL-RESOLVED THRU 8040-EXIT
018920             PERFORM 8030-CHECK-RETRY-CUTOFF THRU 8030-EXIT
018926             EVALUATE TRUE
018932                 WHEN CC-WS-RETRY-MANUAL
018938                     ADD 1 TO CC-WS-CNT-MANUAL-DROPPED
018944                 WHEN CC-WS-CUTOFF-REACHED
018950                     MOVE CC-RETRY-IN-RECORD
018956                         TO CC-RETRY-OUT-RECORD
018962                     WRITE CC-RETRY-OUT-RECORD
018968                     ADD 1 TO CC-WS-CNT-RETRY-QUEUED
018974                 WHEN OTHER
018980                     PERFORM 8020-RETRY-ONE-MESSAGE
018986                         THRU 8020-EXIT
018992             END-EVALUATE
019000     END-READ.
019010 8010-EXIT.
019020     EXIT.
019200     PERFORM 1900-PREPARE-WORK-TEXT THRU 1900-EXIT.
019210     PERFORM 3000-TRY-ALL-SHIFTS THRU 3000-EXIT.
019220     PERFORM 4500-VALIDATE-BEST-CANDIDATE THRU 4500-EXIT.
019225     PERFORM 4700-TRY-SUBSTITUTION-FAMILIES THRU 4700-EXIT.
019230     PERFORM 4600-TRY-VIGENERE-FALLBACK THRU 4600-EXIT.
019240     PERFORM 3400-DISPLAY-CANDIDATES THRU 3400-EXIT.
019250     PERFORM 5000-WRITE-RESULT-SEGMENTS THRU 5000-EXIT.
019410     END-IF.
019420 8030-EXIT.
019430     EXIT.
019431*----------------------------------------------------------------
019432 8040-CHECK-MANUAL-RESOLVED.
019433*    NO MASTER, NO CHECK -- THE MESSAGE RETRIES AS BEFORE.
019434*    THE SAME READ SUPPLIES THE SOURCE SYSTEM THE MESSAGE WAS
019435*    POSTED UNDER -- THE RETRY QUEUE DOES NOT CARRY ONE -- FOR THE
019436*    KEYLIB LOOKUP, THE RESULT RECORDS AND THE REPOST.  WITHOUT
019437*    IT THE RUN'S OWN SOURCE STANDS IN, UNLESS THE FEEDS WERE
019438*    MIXED.
019439*----------------------------------------------------------------
019440     MOVE "N" TO CC-WS-RETRY-MANUAL-FLAG.
019441     IF CC-WS-RUN-SOURCE = "MULTIPLE"
019442         MOVE SPACES TO CC-WS-SOURCE-SYSTEM
019443     ELSE
019444         MOVE CC-WS-RUN-SOURCE TO CC-WS-SOURCE-SYSTEM
019445     END-IF.
019446     IF NOT CC-WS-MASTER-OPEN
019447         GO TO 8040-EXIT
019448     END-IF.
019449     MOVE CC-RI-MESSAGE-ID TO CC-MR-MESSAGE-ID.
019450     READ RESULTS-MASTER
019451         INVALID KEY
019452             CONTINUE
019453         NOT INVALID KEY
019454             IF CC-MR-SOURCE-SYSTEM NOT = SPACES
019455                 MOVE CC-MR-SOURCE-SYSTEM TO CC-WS-SOURCE-SYSTEM
019456             END-IF
019457             IF CC-MR-STATUS = "MANUAL    "
019458                 MOVE "Y" TO CC-WS-RETRY-MANUAL-FLAG
019459             END-IF
019460     END-READ.
019461 8040-EXIT.
019462     EXIT.
019463*----------------------------------------------------------------
019464 9000-TERMINATE.
019465*    A RUN THAT FINISHED THE QUEUE NORMALLY NO LONGER NEEDS ITS
019470*    CHECKPOINT -- CLEAR IT BACK TO EMPTY SO THE NEXT INVOCATION'S
019480*    1200-READ-CHECKPOINT TREATS A FRESH MSGQUEUE AS A FRESH RUN.
019490*    A RUN CUT OFF BEFORE THE QUEUE WAS DONE LEAVES THE CHECKPOINT
019650         PERFORM 9200-WRITE-RESULTS-TRAILER THRU 9200-EXIT
019660     END-IF.
019670     CLOSE RETRY-OUT.
019675     CLOSE SUSPENSE-FILE.
019680     IF CC-WS-MASTER-OPEN
019690         CLOSE RESULTS-MASTER
019700     END-IF.
019710     CLOSE PERM-FAIL.
019720     CLOSE MSG-RESULTS.
019730     CLOSE AUDIT-LOG.
019732     MOVE "S" TO CC-CH-FUNCTION.
019734     MOVE CC-WS-JOB-ID TO CC-CH-JOB-ID.
019736     CALL "AuditChain" USING CC-CHAIN-REQUEST
019738                             CC-AUDIT-RECORD.
019740     PERFORM 9100-WRITE-SUMMARY-REPORT THRU 9100-EXIT.
019750     CLOSE SUMMARY-REPORT.
019760     IF CC-WS-UNRESOLVED-PCT > CC-WS-UNRES-THRESHOLD
019770         AND RETURN-CODE < 4
019780         MOVE 4 TO RETURN-CODE
019790     END-IF.
019791*    A MASTER THAT WOULD NOT OPEN WAS FLAGGED AT START-UP, BUT THE
019792*    CALLS SINCE HAVE RESET THE RETURN CODE -- SET IT AGAIN HERE.
019793     IF NOT CC-WS-MASTER-OPEN
019794         AND RETURN-CODE < 4
019795         MOVE 4 TO RETURN-CODE
019796     END-IF.
019797     IF CC-WS-CNT-SUSPENDED > 0
019798         AND RETURN-CODE < 4
019799         MOVE 4 TO RETURN-CODE
019800     END-IF.
019801     IF CC-WS-CUTOFF-REACHED
019810         IF RETURN-CODE < 8
019820             MOVE 8 TO RETURN-CODE
019830         END-IF
019900         DISPLAY "CAESARCIPHER: CHECKPOINT CLEAR FAILED, STATUS "
019910             CC-WS-CHECKPOINT-STATUS
019920         MOVE 16 TO RETURN-CODE
019930         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
019940     END-IF.
019950     CLOSE CHECKPOINT-FILE.
019960 9000-EXIT.
020270     MOVE CC-WS-CNT-VIGENERE TO CC-RPT-CL-COUNT.
020280     MOVE CC-RPT-COUNT-LINE TO CC-REPORT-LINE.
020290     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
020291     MOVE "ATBASH" TO CC-RPT-CL-LABEL.
020292     MOVE CC-WS-CNT-ATBASH TO CC-RPT-CL-COUNT.
020293     MOVE CC-RPT-COUNT-LINE TO CC-REPORT-LINE.
020294     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
020295     MOVE "AFFINE" TO CC-RPT-CL-LABEL.
020296     MOVE CC-WS-CNT-AFFINE TO CC-RPT-CL-COUNT.
020297     MOVE CC-RPT-COUNT-LINE TO CC-REPORT-LINE.
020298     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
020300     MOVE "UNRESOLVED" TO CC-RPT-CL-LABEL.
020310     MOVE CC-WS-CNT-UNRESOLVED TO CC-RPT-CL-COUNT.
020320     MOVE CC-RPT-COUNT-LINE TO CC-REPORT-LINE.
020510     MOVE CC-WS-CNT-DEFERRED TO CC-RPT-CL-COUNT.
020520     MOVE CC-RPT-COUNT-LINE TO CC-REPORT-LINE.
020530     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
020531     MOVE "MESSAGES SUSPENDED" TO CC-RPT-CL-LABEL.
020532     MOVE CC-WS-CNT-SUSPENDED TO CC-RPT-CL-COUNT.
020533     MOVE CC-RPT-COUNT-LINE TO CC-REPORT-LINE.
020534     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
020535     MOVE "SUSPENSE RECORDS WRITTEN" TO CC-RPT-CL-LABEL.
020536     MOVE CC-WS-CNT-SUSP-RECORDS TO CC-RPT-CL-COUNT.
020537     MOVE CC-RPT-COUNT-LINE TO CC-REPORT-LINE.
020538     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
020540     MOVE "MANUAL DROPPED FROM RETRY" TO CC-RPT-CL-LABEL.
020542     MOVE CC-WS-CNT-MANUAL-DROPPED TO CC-RPT-CL-COUNT.
020544     MOVE CC-RPT-COUNT-LINE TO CC-REPORT-LINE.
020546     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
020548     MOVE "UNRESOLVED RATE" TO CC-RPT-PL-LABEL.
020550     MOVE CC-WS-UNRESOLVED-PCT TO CC-RPT-PL-PCT.
020560     MOVE CC-RPT-PCT-LINE TO CC-REPORT-LINE.
020570     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
020575     PERFORM 9140-WRITE-SOURCE-SECTION THRU 9140-EXIT.
020580     MOVE SPACES TO CC-REPORT-LINE.
020590     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
020600     MOVE "WINNING SHIFT DISTRIBUTION" TO CC-RPT-SH-TITLE.
021070     END-IF.
021080 9130-EXIT.
021090     EXIT.
021091*----------------------------------------------------------------
021092 9140-WRITE-SOURCE-SECTION.
021093*    THE STATUS COUNTS AND UNRESOLVED RATE AGAIN, ONE LINE PER
021094*    SOURCE SYSTEM IN THE ORDER FIRST SEEN, CLOSED BY AN ALL
021095*    SOURCES LINE THAT CROSS-FOOTS TO THE RUN TOTALS ABOVE.
021096*----------------------------------------------------------------
021097     MOVE SPACES TO CC-REPORT-LINE.
021098     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
021099     MOVE "STATUS COUNTS BY SOURCE SYSTEM" TO CC-RPT-SH-TITLE.
021100     MOVE CC-RPT-SECTION-HDG TO CC-REPORT-LINE.
021101     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
021102     MOVE CC-RPT-SOURCE-HDG TO CC-REPORT-LINE.
021103     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
021104     PERFORM 9150-WRITE-ONE-SOURCE-LINE THRU 9150-EXIT
021105         VARYING CC-WS-SRC-IDX FROM 1 BY 1
021106         UNTIL CC-WS-SRC-IDX > CC-WS-SRC-COUNT.
021107     MOVE "ALL SOURCES" TO CC-RPT-SR-SOURCE.
021108     MOVE CC-WS-MSGS-PROCESSED TO CC-RPT-SR-PROCESSED.
021109     MOVE CC-WS-CNT-BEST-MATCH TO CC-RPT-SR-BEST-MATCH.
021110     MOVE CC-WS-CNT-VIGENERE TO CC-RPT-SR-VIGENERE.
021111     MOVE CC-WS-CNT-ATBASH TO CC-RPT-SR-ATBASH.
021112     MOVE CC-WS-CNT-AFFINE TO CC-RPT-SR-AFFINE.
021113     MOVE CC-WS-CNT-PLAINTEXT TO CC-RPT-SR-PLAINTEXT.
021114     MOVE CC-WS-CNT-UNRESOLVED TO CC-RPT-SR-UNRESOLVED.
021115     MOVE CC-WS-CNT-ENCIPHERED TO CC-RPT-SR-ENCIPHERED.
021116     MOVE CC-WS-CNT-DUPLICATE TO CC-RPT-SR-DUPLICATE.
021117     MOVE CC-WS-UNRESOLVED-PCT TO CC-RPT-SR-PCT.
021118     MOVE CC-RPT-SOURCE-LINE TO CC-REPORT-LINE.
021119     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
021120 9140-EXIT.
021121     EXIT.
021122*----------------------------------------------------------------
021123 9150-WRITE-ONE-SOURCE-LINE.
021124*    A BLANK SOURCE -- RETRY TRAFFIC POSTED BEFORE THE MASTER
021125*    CARRIED ONE, ON A MIXED NIGHT -- PRINTS AS UNKNOWN.
021126*----------------------------------------------------------------
021127     MOVE 0 TO CC-WS-SRC-PCT.
021128     IF CC-SRC-PROCESSED(CC-WS-SRC-IDX) > 0
021129         COMPUTE CC-WS-SRC-PCT ROUNDED =
021130             (CC-SRC-UNRESOLVED(CC-WS-SRC-IDX) * 100)
021131             / CC-SRC-PROCESSED(CC-WS-SRC-IDX)
021132     END-IF.
021133     IF CC-SRC-SOURCE-SYSTEM(CC-WS-SRC-IDX) = SPACES
021134         MOVE "UNKNOWN" TO CC-RPT-SR-SOURCE
021135     ELSE
021136         MOVE CC-SRC-SOURCE-SYSTEM(CC-WS-SRC-IDX)
021137             TO CC-RPT-SR-SOURCE
021138     END-IF.
021139     MOVE CC-SRC-PROCESSED(CC-WS-SRC-IDX) TO CC-RPT-SR-PROCESSED.
021140     MOVE CC-SRC-BEST-MATCH(CC-WS-SRC-IDX)
021141         TO CC-RPT-SR-BEST-MATCH.
021142     MOVE CC-SRC-VIGENERE(CC-WS-SRC-IDX) TO CC-RPT-SR-VIGENERE.
021143     MOVE CC-SRC-ATBASH(CC-WS-SRC-IDX) TO CC-RPT-SR-ATBASH.
021144     MOVE CC-SRC-AFFINE(CC-WS-SRC-IDX) TO CC-RPT-SR-AFFINE.
021145     MOVE CC-SRC-PLAINTEXT(CC-WS-SRC-IDX) TO CC-RPT-SR-PLAINTEXT.
021146     MOVE CC-SRC-UNRESOLVED(CC-WS-SRC-IDX)
021147         TO CC-RPT-SR-UNRESOLVED.
021148     MOVE CC-SRC-ENCIPHERED(CC-WS-SRC-IDX)
021149         TO CC-RPT-SR-ENCIPHERED.
021150     MOVE CC-SRC-DUPLICATE(CC-WS-SRC-IDX) TO CC-RPT-SR-DUPLICATE.
021151     MOVE CC-WS-SRC-PCT TO CC-RPT-SR-PCT.
021152     MOVE CC-RPT-SOURCE-LINE TO CC-REPORT-LINE.
021153     PERFORM 9110-WRITE-REPORT-LINE THRU 9110-EXIT.
021154 9150-EXIT.
021155     EXIT.
021156*----------------------------------------------------------------
021157 9200-WRITE-RESULTS-TRAILER.
021158*    CLOSE OUT MSGRESLT WITH THE COUNT OF RESULT RECORDS ON THE
021159*    FILE SO THE DOWNSTREAM ROUTING JOB CAN RECONCILE ITS OWN
021160*    READS THE SAME WAY THIS PROGRAM RECONCILES MSGQUEUE.  THE
021161*    COUNT OF MESSAGES MOVED TO SUSPENSE RIDES ALONG SO THE DESK
021162*    CAN SEE TRAFFIC THAT NEVER REACHED A RESULT RECORD.
021163*----------------------------------------------------------------
021164     MOVE SPACES TO CC-RESULTS-TRL-RECORD.
021170     MOVE "T" TO CC-RT-REC-TYPE.
021180     MOVE CC-WS-RESULTS-WRITTEN TO CC-RT-RECORD-COUNT.
021183     COMPUTE CC-RT-SUSPENSE-COUNT =
021186         CC-WS-SUSP-PRIOR + CC-WS-CNT-SUSPENDED.
021190     WRITE CC-RESULTS-TRL-RECORD.
021200 9200-EXIT.
021210     EXIT.
021390     PERFORM 2900-READ-QUEUE-RECORD THRU 2900-EXIT.
021400 9310-EXIT.
021410     EXIT.
021420*----------------------------------------------------------------
021430 9900-END-LEDGER-STEP.
021440*    WRITTEN IS THE MSGRESLT DETAIL RECORDS ON THE FILE -- WHAT
021450*    KEYCHANGE, RESULTBALANCE AND MSGDISPATCH EACH READ NEXT.
021460*    REJECTED IS THE MESSAGES MOVED TO SUSPENSE.
021470*----------------------------------------------------------------
021480     MOVE "E" TO CC-LQ-FUNCTION.
021490     MOVE RETURN-CODE TO CC-LQ-RETURN-CODE.
021500     MOVE CC-WS-RECORDS-READ TO CC-LQ-READ.
021510     MOVE CC-WS-RESULTS-WRITTEN TO CC-LQ-WRITTEN.
021520     COMPUTE CC-LQ-REJECTED =
021530         CC-WS-SUSP-PRIOR + CC-WS-CNT-SUSPENDED.
021540     CALL "RunLedger" USING CC-LEDGER-REQUEST.
021550 9900-EXIT.
021560     EXIT.
021570*----------------------------------------------------------------
021580 9950-ABEND-STEP.
021590*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
021600*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
021610*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
021620*    STEP ENDED RATHER THAN A START WITH NO END.
021630*----------------------------------------------------------------
021640     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
021650     STOP RUN.
021660 9950-EXIT.
021670     EXIT.
