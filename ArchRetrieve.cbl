000220*                STYLE -- TIMESTAMP, JOB, SHIFT RANGE TRIED AND
000230*                SHIFT SELECTED FOR EVERY MATCHING RECORD, WITH A
000240*                FOUND/NOT-FOUND TALLY PER REQUEST.
000241* 10/15/26  RH   ARCHIVE RECORD NOW 603 BYTES WITH THE AUDIT CHAIN
000242*                FIELDS; THE *ARCHHDR AND *ARCHTRL STAMPS
000243*                AUDITARCHIVE NOW WRITES ARE READ, NEVER MATCHED.
000244*                EVERY RECORD'S CHECK VALUE IS RECOMPUTED THROUGH
000245*                AUDITCHAIN AND ITS LINK TO THE RECORD BEFORE
000246*                TESTED FROM THE DATASET HEADER ON.  EACH EVIDENCE
000247*                LINE SAYS WHETHER ITS RECORD SITS ON AN UNBROKEN
000248*                CHAIN, THE TALLY LISTS EVERY DATASET AS VERIFIED
000249*                OR NOT, AND A RECORD CITED FROM AN UNVERIFIED
000250*                CHAIN ENDS THE JOB AT RETURN CODE 4.
000251* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000252*                THROUGH THE RUNLEDGER MODULE, UNDER THE BATCH
000253*                DATE OF THE CURRENT CYCLE, WITH THE RECORDS READ
000254*                AND MATCHED AND THE UNVERIFIED EVIDENCE.
000255* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000256*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000257*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000258*                RUN STOPS.
000259* 10/15/26  RH   EACH EVIDENCE LINE NOW CARRIES THE NUMBER OF THE
000260*                ARCHIVE DATASET IT CAME FROM, AND ITS LINK STATUS
000261*                READS LINK OK RATHER THAN CHAIN OK, SINCE IT ONLY
000262*                SPEAKS FOR THE CHAIN UP TO THAT RECORD.  WHEN A
000263*                DATASET IS LATER SETTLED AS NOT VERIFIED OR
000264*                UNCHAINED, A LINE UNDER THE EVIDENCE SAYS THAT
000265*                THE LINES CITED FROM IT ARE UNVERIFIED.
000266*----------------------------------------------------------------
000267 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000550     05  AR-AL-SHIFTS-TRIED    PIC X(20).
000560     05  AR-AL-SHIFT-SELECTED  PIC 9(03).
000570     05  AR-AL-MODE            PIC X(09).
000571     05  AR-AL-SEQUENCE        PIC 9(09).
000572     05  AR-AL-PREV-CHAIN      PIC 9(09).
000573     05  AR-AL-CHECK-VALUE     PIC 9(09).
000574*----------------------------------------------------------------
000575* ARCHIVE HEADER AND TRAILER, AS AUDITARCHIVE WRITES THEM.
000576*----------------------------------------------------------------
000577 01  AR-ARCHIVE-CONTROL.
000578     05  AR-AH-REC-ID          PIC X(08).
000579         88  AR-AH-HEADER                VALUE "*ARCHHDR".
000580         88  AR-AH-TRAILER               VALUE "*ARCHTRL".
000581     05  AR-AH-SEQUENCE        PIC 9(09).
000582     05  AR-AH-CHAIN           PIC 9(09).
000583     05  AR-AH-RECORD-COUNT    PIC 9(07).
000584     05  AR-AH-CUTOFF-DATE     PIC 9(08).
000585     05  AR-AH-CREATED         PIC X(14).
000586     05  FILLER                PIC X(548).
000587*
000590 FD  REQUEST-CARDS
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000830 01  AR-WS-RUN-TIMESTAMP       PIC X(26) VALUE SPACES.
000840 01  AR-WS-RECORDS-READ        PIC 9(07) VALUE 0.
000850 01  AR-WS-RECORDS-MATCHED     PIC 9(07) VALUE 0.
000851*----------------------------------------------------------------
000852* AUDIT CHAIN REQUEST.  ONLY THE K FUNCTION IS USED HERE -- THE
000853* CHECK VALUE IS RECOMPUTED BY THE SAME MODULE THAT STAMPED IT.
000854*----------------------------------------------------------------
000855 01  AR-CHAIN-REQUEST.
000856     05  AR-CH-FUNCTION        PIC X(01).
000857     05  AR-CH-PROGRAM         PIC X(16) VALUE "ARCHRETRIEVE".
000858     05  AR-CH-JOB-ID          PIC X(08).
000859     05  AR-CH-RETURN          PIC X(02).
000860     05  AR-CH-CHECK-VALUE     PIC 9(09).
000861*----------------------------------------------------------------
000862* CHAIN STATE OF THE ARCHIVE DATASET BEING READ.  THE DATASET IS
000863* VERIFIED WHEN IT HAS ITS HEADER AND TRAILER, EVERY RECORD
000864* MATCHES ITS CHECK VALUE, AND EVERY RECORD LINKS TO THE ONE
000865* BEFORE IT FROM THE HEADER'S STAMP TO THE TRAILER'S.
000866*----------------------------------------------------------------
000867 01  AR-WS-DS-OPEN-FLAG        PIC X(01) VALUE "N".
000868     88  AR-WS-DS-OPEN                   VALUE "Y".
000869 01  AR-WS-DS-HEADER-FLAG      PIC X(01) VALUE "N".
000870     88  AR-WS-DS-HEADER-PRESENT         VALUE "Y".
000871 01  AR-WS-DS-TRAILER-FLAG     PIC X(01) VALUE "N".
000872     88  AR-WS-DS-TRAILER-SEEN           VALUE "Y".
000873 01  AR-WS-DS-CLEAN-FLAG       PIC X(01) VALUE "N".
000874     88  AR-WS-DS-CLEAN                  VALUE "Y".
000875 01  AR-WS-DS-CREATED          PIC X(14) VALUE SPACES.
000876 01  AR-WS-DS-HDR-SEQUENCE     PIC 9(09) VALUE 0.
000877 01  AR-WS-DS-HDR-CHAIN        PIC 9(09) VALUE 0.
000878 01  AR-WS-DS-FIRST-SEQ        PIC 9(09) VALUE 0.
000879 01  AR-WS-DS-LAST-SEQ         PIC 9(09) VALUE 0.
000880 01  AR-WS-DS-LAST-CHAIN       PIC 9(09) VALUE 0.
000881 01  AR-WS-DS-NEXT-SEQ         PIC 9(10) VALUE 0.
000882 01  AR-WS-DS-RECORDS          PIC 9(07) VALUE 0.
000883 01  AR-WS-DS-CHAINED          PIC 9(07) VALUE 0.
000884 01  AR-WS-DS-CITED            PIC 9(07) VALUE 0.
000885 01  AR-WS-DS-CITED-OK         PIC 9(07) VALUE 0.
000886 01  AR-WS-DS-STATUS           PIC X(10) VALUE SPACES.
000887 01  AR-WS-REC-CHAIN-STATUS    PIC X(10) VALUE SPACES.
000888 01  AR-WS-DATASETS-READ       PIC 9(05) VALUE 0.
000889 01  AR-WS-DATASETS-UNVERIFIED PIC 9(05) VALUE 0.
000890 01  AR-WS-CITED-VERIFIED      PIC 9(07) VALUE 0.
000891 01  AR-WS-CITED-UNVERIFIED    PIC 9(07) VALUE 0.
000892*----------------------------------------------------------------
000893* DATASET TABLE, FOR THE CHAIN VERIFICATION SECTION OF THE TALLY.
000894*----------------------------------------------------------------
000895 01  AR-WS-DS-MAX              PIC 9(03) VALUE 100.
000896 01  AR-WS-DS-COUNT            PIC 9(03) VALUE 0.
000897 01  AR-WS-DS-IDX              PIC 9(03) VALUE 0.
000898 01  AR-DATASET-TABLE.
000899     05  AR-DS-ENTRY  OCCURS 100 TIMES.
000900         10  AR-DS-CREATED     PIC X(14).
000901         10  AR-DS-FIRST-SEQ   PIC 9(09).
000902         10  AR-DS-LAST-SEQ    PIC 9(09).
000903         10  AR-DS-RECORDS     PIC 9(07).
000904         10  AR-DS-CITED       PIC 9(07).
000905         10  AR-DS-STATUS      PIC X(10).
000906*----------------------------------------------------------------
000907* REQUEST TABLE.  EVERY SYSIN CARD BECOMES ONE REQUEST; BLANK
000908* FIELDS ARE WILDCARDS AND EVERY PUNCHED FIELD MUST MATCH.  THE
000909* WHOLE ARCHIVE CONCATENATION IS THEN READ ONCE, EVERY RECORD
000910* TESTED AGAINST EVERY REQUEST -- ONE PASS ANSWERS THE WHOLE
000911* PILE OF COMPLIANCE REQUESTS AT ONCE.
000920*----------------------------------------------------------------
000930 01  AR-WS-REQ-MAX             PIC 9(02) VALUE 50.
000940 01  AR-WS-REQ-COUNT           PIC 9(02) VALUE 0.
001010         10  AR-RT-DATE-TO     PIC 9(08).
001020         10  AR-RT-MODE        PIC X(09).
001030         10  AR-RT-FOUND       PIC 9(07).
001031*----------------------------------------------------------------
001032* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
001033* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
001034* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
001035* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
001036*----------------------------------------------------------------
001037 01  AR-LEDGER-REQUEST.
001038     05  AR-LQ-FUNCTION        PIC X(01).
001039     05  AR-LQ-PROGRAM         PIC X(16) VALUE "ARCHRETRIEVE".
001040     05  AR-LQ-JOB-ID          PIC X(08) VALUE SPACES.
001041     05  AR-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
001042     05  AR-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
001043     05  AR-LQ-READ            PIC 9(09) VALUE 0.
001044     05  AR-LQ-WRITTEN         PIC 9(09) VALUE 0.
001045     05  AR-LQ-REJECTED        PIC 9(09) VALUE 0.
001046     05  AR-LQ-START-TS        PIC X(14) VALUE SPACES.
001047     05  AR-LQ-RESULT          PIC X(01) VALUE SPACES.
001048         88  AR-LQ-CLEARED               VALUE "Y".
001049     05  AR-LQ-MESSAGE         PIC X(80) VALUE SPACES.
001050*----------------------------------------------------------------
001051* REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED STYLE AS
001060* THE AUDITARCHIVE COMPLIANCE REPORT.
001070*----------------------------------------------------------------
001080 01  AR-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
001460     05  AR-RPT-RQ-FLAG        PIC X(13).
001470     05  FILLER                PIC X(06) VALUE SPACES.
001480 01  AR-RPT-EVIDENCE-LINE.
001490     05  FILLER                PIC X(01) VALUE SPACES.
001500     05  FILLER                PIC X(04) VALUE "REQ ".
001510     05  AR-RPT-EV-REQ-NO      PIC Z9.
001513     05  FILLER                PIC X(04) VALUE " DS ".
001516     05  AR-RPT-EV-DS-NO       PIC ZZ9.
001520     05  FILLER                PIC X(02) VALUE SPACES.
001530     05  AR-RPT-EV-TIMESTAMP   PIC X(26).
001540     05  FILLER                PIC X(05) VALUE " JOB ".
001550     05  AR-RPT-EV-JOB-ID      PIC X(08).
001560     05  FILLER                PIC X(05) VALUE " MSG ".
001570     05  AR-RPT-EV-MESSAGE-ID  PIC X(10).
001580     05  FILLER                PIC X(06) VALUE " MODE ".
001590     05  AR-RPT-EV-MODE        PIC X(09).
001600     05  FILLER                PIC X(07) VALUE " TRIED ".
001610     05  AR-RPT-EV-TRIED       PIC X(20).
001620     05  FILLER                PIC X(05) VALUE " SEL ".
001630     05  AR-RPT-EV-SELECTED    PIC 9(03).
001631     05  FILLER                PIC X(02) VALUE SPACES.
001632     05  AR-RPT-EV-CHAIN       PIC X(10).
001633 01  AR-RPT-UNVERIFIED-LINE.
001634     05  FILLER                PIC X(03) VALUE SPACES.
001635     05  FILLER                PIC X(12) VALUE "*** ARCHIVE ".
001636     05  AR-RPT-UV-DS-NO       PIC ZZ9.
001637     05  FILLER                PIC X(02) VALUE SPACES.
001638     05  AR-RPT-UV-STATUS      PIC X(10).
001639     05  FILLER                PIC X(04) VALUE " -- ".
001640     05  AR-RPT-UV-CITED       PIC Z,ZZZ,ZZ9.
001641     05  FILLER                PIC X(45) VALUE
001642         " EVIDENCE LINES CITED FROM IT ARE UNVERIFIED".
001643     05  FILLER                PIC X(44) VALUE SPACES.
001644 01  AR-RPT-DATASET-LINE.
001645     05  FILLER                PIC X(05) VALUE SPACES.
001646     05  FILLER                PIC X(08) VALUE "ARCHIVE ".
001647     05  AR-RPT-DS-NO          PIC ZZ9.
001648     05  FILLER                PIC X(10) VALUE "  CREATED ".
001649     05  AR-RPT-DS-CREATED     PIC X(14).
001650     05  FILLER                PIC X(10) VALUE "  RECORDS ".
001651     05  AR-RPT-DS-RECORDS     PIC Z,ZZZ,ZZ9.
001652     05  FILLER                PIC X(06) VALUE "  SEQ ".
001653     05  AR-RPT-DS-FIRST-SEQ   PIC 9(09).
001654     05  FILLER                PIC X(01) VALUE "-".
001655     05  AR-RPT-DS-LAST-SEQ    PIC 9(09).
001656     05  FILLER                PIC X(08) VALUE "  CITED ".
001657     05  AR-RPT-DS-CITED       PIC Z,ZZZ,ZZ9.
001658     05  FILLER                PIC X(02) VALUE SPACES.
001659     05  AR-RPT-DS-STATUS      PIC X(10).
001660     05  FILLER                PIC X(19) VALUE SPACES.
001661*
001662 PROCEDURE DIVISION.
001670*----------------------------------------------------------------
001680 0000-MAINLINE.
001690*----------------------------------------------------------------
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     PERFORM 2000-SEARCH-ONE-RECORD THRU 2000-EXIT
001720         UNTIL AR-WS-EOF-YES.
001725     PERFORM 2800-CLOSE-DATASET THRU 2800-EXIT.
001730     PERFORM 5000-WRITE-TALLY THRU 5000-EXIT.
001740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001745     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
001750     STOP RUN.
001760 0000-EXIT.
001770     EXIT.
001790 1000-INITIALIZE.
001800*----------------------------------------------------------------
001810     MOVE FUNCTION CURRENT-DATE TO AR-WS-RUN-TIMESTAMP.
001815     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
001820     OPEN OUTPUT EVIDENCE-REPORT.
001830     IF AR-WS-REPORT-STATUS NOT = "00"
001840         DISPLAY "ARCHRETRIEVE: REPORT OPEN FAILED, STATUS "
001850             AR-WS-REPORT-STATUS
001860         MOVE 16 TO RETURN-CODE
001870         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
001880     END-IF.
001890     PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT.
001900     OPEN INPUT ARCHIVE-IN.
001920         DISPLAY "ARCHRETRIEVE: ARCHIVE OPEN FAILED, STATUS "
001930             AR-WS-ARCHIVE-STATUS
001940         MOVE 16 TO RETURN-CODE
001950         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
001960     END-IF.
001970     MOVE "MATCHING ARCHIVE RECORDS" TO AR-RPT-SH-TITLE.
001980     MOVE AR-RPT-SECTION-HDG TO AR-REPORT-LINE.
002080         DISPLAY "ARCHRETRIEVE: NO REQUEST CARDS ON SYSIN, "
002090             "STATUS " AR-WS-CARD-STATUS
002100         MOVE 16 TO RETURN-CODE
002110         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002120     END-IF.
002130     MOVE "N" TO AR-WS-EOF-SWITCH.
002140     PERFORM 1110-LOAD-ONE-REQUEST THRU 1110-EXIT
002190         DISPLAY "ARCHRETRIEVE: NO USABLE REQUEST CARDS -- "
002200             "NOTHING TO SEARCH FOR"
002210         MOVE 16 TO RETURN-CODE
002220         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002230     END-IF.
002240 1100-EXIT.
002250     EXIT.
002810     END-IF.
002820 1110-EXIT.
002830     EXIT.
002831*----------------------------------------------------------------
002832 1900-BEGIN-LEDGER-STEP.
002833*    RECORD THE STEP'S START ON THE RUN LEDGER.  THE STEP HAS NO
002834*    BATCH DATE OF ITS OWN AND JOINS THE CURRENT CYCLE.
002835*----------------------------------------------------------------
002836     MOVE "B" TO AR-LQ-FUNCTION.
002837     MOVE RETURN-CODE TO AR-LQ-RETURN-CODE.
002838     CALL "RunLedger" USING AR-LEDGER-REQUEST.
002839     IF NOT AR-LQ-CLEARED
002840         DISPLAY "ARCHRETRIEVE: RUN REFUSED -- " AR-LQ-MESSAGE
002841         MOVE 12 TO RETURN-CODE
002842         STOP RUN
002843     END-IF.
002844 1900-EXIT.
002845     EXIT.
002846*----------------------------------------------------------------
002850 2000-SEARCH-ONE-RECORD.
002853*    ARCHIVE HEADER AND TRAILER RECORDS BOUND EACH DATASET'S CHAIN
002856*    AND ARE NEVER MATCHED AGAINST A REQUEST.
002860*----------------------------------------------------------------
002863     EVALUATE TRUE
002866         WHEN AR-AH-HEADER
002869             MOVE "Y" TO AR-WS-DS-HEADER-FLAG
002872             PERFORM 2600-START-DATASET THRU 2600-EXIT
002875         WHEN AR-AH-TRAILER
002878             PERFORM 2700-END-DATASET THRU 2700-EXIT
002881         WHEN OTHER
002884             ADD 1 TO AR-WS-RECORDS-READ
002887             PERFORM 2500-VERIFY-CHAIN THRU 2500-EXIT
002890             PERFORM 2100-TEST-ONE-REQUEST THRU 2100-EXIT
002893                 VARYING AR-WS-REQ-IDX FROM 1 BY 1
002896                 UNTIL AR-WS-REQ-IDX > AR-WS-REQ-COUNT
002899     END-EVALUATE.
002910     PERFORM 2900-READ-ARCHIVE-RECORD THRU 2900-EXIT.
002920 2000-EXIT.
002930     EXIT.
003190     END-IF.
003200     ADD 1 TO AR-RT-FOUND(AR-WS-REQ-IDX).
003210     ADD 1 TO AR-WS-RECORDS-MATCHED.
003211     ADD 1 TO AR-WS-DS-CITED.
003212     IF AR-WS-REC-CHAIN-STATUS = "LINK OK"
003213         ADD 1 TO AR-WS-DS-CITED-OK
003214     END-IF.
003215     MOVE AR-WS-REC-CHAIN-STATUS TO AR-RPT-EV-CHAIN.
003220     MOVE AR-WS-REQ-IDX TO AR-RPT-EV-REQ-NO.
003225     MOVE AR-WS-DATASETS-READ TO AR-RPT-EV-DS-NO.
003230     MOVE AR-AL-TIMESTAMP TO AR-RPT-EV-TIMESTAMP.
003240     MOVE AR-AL-JOB-ID TO AR-RPT-EV-JOB-ID.
003250     MOVE AR-AL-MESSAGE-ID TO AR-RPT-EV-MESSAGE-ID.
003340     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003350 2100-EXIT.
003360     EXIT.
003361*----------------------------------------------------------------
003362 2500-VERIFY-CHAIN.
003363*    RECOMPUTE THE RECORD'S CHECK VALUE AND TEST ITS LINK: THE
003364*    FIRST CHAINED RECORD OF A DATASET AGAINST THE HEADER STAMP
003365*    (A ZERO STAMP ONLY ADMITS THE VERY FIRST RECORD OF THE
003366*    CHAIN), EVERY LATER ONE AGAINST THE RECORD BEFORE IT.  ONE
003367*    FAILURE LEAVES THE REST OF THE DATASET UNVERIFIED.
003368*    LINK OK ONLY SPEAKS FOR THE CHAIN UP TO THIS RECORD; THE
003369*    DATASET'S TRAILER CAN STILL FAIL IT WHEN 2800 SETTLES IT.
003370*----------------------------------------------------------------
003371     IF NOT AR-WS-DS-OPEN
003372         MOVE "N" TO AR-WS-DS-HEADER-FLAG
003373         PERFORM 2600-START-DATASET THRU 2600-EXIT
003374     END-IF.
003375     ADD 1 TO AR-WS-DS-RECORDS.
003376     IF AR-AL-SEQUENCE IS NOT NUMERIC
003377         OR AR-AL-PREV-CHAIN IS NOT NUMERIC
003378         OR AR-AL-CHECK-VALUE IS NOT NUMERIC
003379         OR AR-AL-SEQUENCE = 0
003380         MOVE "UNCHAINED" TO AR-WS-REC-CHAIN-STATUS
003381         GO TO 2500-EXIT
003382     END-IF.
003383     ADD 1 TO AR-WS-DS-CHAINED.
003384     MOVE "K" TO AR-CH-FUNCTION.
003385     CALL "AuditChain" USING AR-CHAIN-REQUEST
003386                             AR-ARCHIVE-RECORD.
003387     IF AR-CH-CHECK-VALUE NOT = AR-AL-CHECK-VALUE
003388         MOVE "N" TO AR-WS-DS-CLEAN-FLAG
003389     END-IF.
003390     IF AR-WS-DS-LAST-SEQ = 0
003391         MOVE AR-AL-SEQUENCE TO AR-WS-DS-FIRST-SEQ
003392         IF AR-WS-DS-HDR-SEQUENCE = 0
003393             IF AR-AL-SEQUENCE NOT = 1
003394                 OR AR-AL-PREV-CHAIN NOT = 0
003395                 MOVE "N" TO AR-WS-DS-CLEAN-FLAG
003396             END-IF
003397         ELSE
003398             IF AR-AL-SEQUENCE NOT = AR-WS-DS-HDR-SEQUENCE
003399                 OR AR-AL-PREV-CHAIN NOT = AR-WS-DS-HDR-CHAIN
003400                 MOVE "N" TO AR-WS-DS-CLEAN-FLAG
003401             END-IF
003402         END-IF
003403     ELSE
003404         COMPUTE AR-WS-DS-NEXT-SEQ = AR-WS-DS-LAST-SEQ + 1
003405         IF AR-AL-SEQUENCE NOT = AR-WS-DS-NEXT-SEQ
003406             OR AR-AL-PREV-CHAIN NOT = AR-WS-DS-LAST-CHAIN
003407             MOVE "N" TO AR-WS-DS-CLEAN-FLAG
003408         END-IF
003409     END-IF.
003410     MOVE AR-AL-SEQUENCE TO AR-WS-DS-LAST-SEQ.
003411     MOVE AR-AL-CHECK-VALUE TO AR-WS-DS-LAST-CHAIN.
003412     IF AR-WS-DS-CLEAN
003413         MOVE "LINK OK" TO AR-WS-REC-CHAIN-STATUS
003414     ELSE
003415         MOVE "NOT VERIFD" TO AR-WS-REC-CHAIN-STATUS
003416     END-IF.
003417 2500-EXIT.
003418     EXIT.
003419*----------------------------------------------------------------
003420 2600-START-DATASET.
003421*    A HEADER STARTS A DATASET.  SO DOES A RECORD WITH NO HEADER
003422*    BEFORE IT, BUT THAT DATASET CAN NEVER BE VERIFIED.
003423*----------------------------------------------------------------
003424     IF AR-WS-DS-OPEN
003425         PERFORM 2800-CLOSE-DATASET THRU 2800-EXIT
003426     END-IF.
003427     ADD 1 TO AR-WS-DATASETS-READ.
003428     MOVE "Y" TO AR-WS-DS-OPEN-FLAG.
003429     MOVE "N" TO AR-WS-DS-TRAILER-FLAG.
003430     MOVE 0 TO AR-WS-DS-FIRST-SEQ.
003431     MOVE 0 TO AR-WS-DS-LAST-SEQ.
003432     MOVE 0 TO AR-WS-DS-LAST-CHAIN.
003433     MOVE 0 TO AR-WS-DS-RECORDS.
003434     MOVE 0 TO AR-WS-DS-CHAINED.
003435     MOVE 0 TO AR-WS-DS-CITED.
003436     MOVE 0 TO AR-WS-DS-CITED-OK.
003437     IF AR-WS-DS-HEADER-PRESENT
003438         MOVE "Y" TO AR-WS-DS-CLEAN-FLAG
003439         MOVE AR-AH-CREATED TO AR-WS-DS-CREATED
003440         MOVE AR-AH-SEQUENCE TO AR-WS-DS-HDR-SEQUENCE
003441         MOVE AR-AH-CHAIN TO AR-WS-DS-HDR-CHAIN
003442     ELSE
003443         MOVE "N" TO AR-WS-DS-CLEAN-FLAG
003444         MOVE SPACES TO AR-WS-DS-CREATED
003445         MOVE 0 TO AR-WS-DS-HDR-SEQUENCE
003446         MOVE 0 TO AR-WS-DS-HDR-CHAIN
003447     END-IF.
003448 2600-EXIT.
003449     EXIT.
003450*----------------------------------------------------------------
003451 2700-END-DATASET.
003452*    THE TRAILER MUST AGREE WITH WHAT THE DATASET ACTUALLY HELD.
003453*----------------------------------------------------------------
003454     IF NOT AR-WS-DS-OPEN
003455         DISPLAY "ARCHRETRIEVE: ARCHIVE TRAILER WITH NO HEADER "
003456             "-- IGNORED"
003457         GO TO 2700-EXIT
003458     END-IF.
003459     MOVE "Y" TO AR-WS-DS-TRAILER-FLAG.
003460     IF AR-AH-RECORD-COUNT NOT = AR-WS-DS-RECORDS
003461         OR AR-AH-SEQUENCE NOT = AR-WS-DS-LAST-SEQ
003462         OR AR-AH-CHAIN NOT = AR-WS-DS-LAST-CHAIN
003463         MOVE "N" TO AR-WS-DS-CLEAN-FLAG
003464     END-IF.
003465     PERFORM 2800-CLOSE-DATASET THRU 2800-EXIT.
003466 2700-EXIT.
003467     EXIT.
003468*----------------------------------------------------------------
003469 2800-CLOSE-DATASET.
003470*    SETTLE THE DATASET'S STATUS AND WHAT ITS CITED RECORDS COUNT
003471*    AS.  A RECORD CITED FROM A VERIFIED DATASET ONLY COUNTS AS
003472*    VERIFIED IF IT IS ITSELF CHAINED.
003473*    EVIDENCE LINES ALREADY PRINTED FROM A DATASET THAT FAILS ARE
003474*    FLAGGED WITH A LINE SAYING THEY ARE UNVERIFIED, WHATEVER LINK
003475*    STATUS THEY SHOWED WHEN THEY WERE READ.
003476*----------------------------------------------------------------
003477     IF NOT AR-WS-DS-OPEN
003478         GO TO 2800-EXIT
003479     END-IF.
003480     IF NOT AR-WS-DS-TRAILER-SEEN
003481         MOVE "N" TO AR-WS-DS-CLEAN-FLAG
003482     END-IF.
003483     EVALUATE TRUE
003484         WHEN AR-WS-DS-CHAINED = 0
003485             AND AR-WS-DS-RECORDS > 0
003486             MOVE "UNCHAINED" TO AR-WS-DS-STATUS
003487             ADD 1 TO AR-WS-DATASETS-UNVERIFIED
003488             ADD AR-WS-DS-CITED TO AR-WS-CITED-UNVERIFIED
003489         WHEN AR-WS-DS-CLEAN
003490             MOVE "VERIFIED" TO AR-WS-DS-STATUS
003491             ADD AR-WS-DS-CITED-OK TO AR-WS-CITED-VERIFIED
003492             COMPUTE AR-WS-CITED-UNVERIFIED =
003493                 AR-WS-CITED-UNVERIFIED + AR-WS-DS-CITED
003494                 - AR-WS-DS-CITED-OK
003495         WHEN OTHER
003496             MOVE "NOT VERIFD" TO AR-WS-DS-STATUS
003497             ADD 1 TO AR-WS-DATASETS-UNVERIFIED
003498             ADD AR-WS-DS-CITED TO AR-WS-CITED-UNVERIFIED
003499     END-EVALUATE.
003500     IF AR-WS-DS-STATUS NOT = "VERIFIED"
003501         AND AR-WS-DS-CITED > 0
003502         MOVE AR-WS-DATASETS-READ TO AR-RPT-UV-DS-NO
003503         MOVE AR-WS-DS-STATUS TO AR-RPT-UV-STATUS
003504         MOVE AR-WS-DS-CITED TO AR-RPT-UV-CITED
003505         MOVE AR-RPT-UNVERIFIED-LINE TO AR-REPORT-LINE
003506         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
003507     END-IF.
003508     IF AR-WS-DS-COUNT < AR-WS-DS-MAX
003509         ADD 1 TO AR-WS-DS-COUNT
003510         MOVE AR-WS-DS-CREATED TO AR-DS-CREATED(AR-WS-DS-COUNT)
003511         MOVE AR-WS-DS-FIRST-SEQ
003512             TO AR-DS-FIRST-SEQ(AR-WS-DS-COUNT)
003513         MOVE AR-WS-DS-LAST-SEQ TO AR-DS-LAST-SEQ(AR-WS-DS-COUNT)
003514         MOVE AR-WS-DS-RECORDS TO AR-DS-RECORDS(AR-WS-DS-COUNT)
003515         MOVE AR-WS-DS-CITED TO AR-DS-CITED(AR-WS-DS-COUNT)
003516         MOVE AR-WS-DS-STATUS TO AR-DS-STATUS(AR-WS-DS-COUNT)
003517     END-IF.
003518     MOVE "N" TO AR-WS-DS-OPEN-FLAG.
003519 2800-EXIT.
003520     EXIT.
003521*----------------------------------------------------------------
003522 2900-READ-ARCHIVE-RECORD.
003523*----------------------------------------------------------------
003524     READ ARCHIVE-IN
003525         AT END
003526             MOVE "Y" TO AR-WS-EOF-SWITCH
003527     END-READ.
003528 2900-EXIT.
003529     EXIT.
003530*----------------------------------------------------------------
003531 5000-WRITE-TALLY.
003532*----------------------------------------------------------------
003533     MOVE SPACES TO AR-REPORT-LINE.
003534     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003535     MOVE "REQUEST TALLY" TO AR-RPT-SH-TITLE.
003536     MOVE AR-RPT-SECTION-HDG TO AR-REPORT-LINE.
003537     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003540     PERFORM 5100-WRITE-ONE-TALLY THRU 5100-EXIT
003550         VARYING AR-WS-REQ-IDX FROM 1 BY 1
003560         UNTIL AR-WS-REQ-IDX > AR-WS-REQ-COUNT.
003640     MOVE AR-WS-RECORDS-MATCHED TO AR-RPT-CL-COUNT.
003650     MOVE AR-RPT-COUNT-LINE TO AR-REPORT-LINE.
003660     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003661     MOVE "CITED FROM A VERIFIED CHAIN" TO AR-RPT-CL-LABEL.
003662     MOVE AR-WS-CITED-VERIFIED TO AR-RPT-CL-COUNT.
003663     MOVE AR-RPT-COUNT-LINE TO AR-REPORT-LINE.
003664     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003665     MOVE "CITED NOT FROM VERIFIED CHAIN" TO AR-RPT-CL-LABEL.
003666     MOVE AR-WS-CITED-UNVERIFIED TO AR-RPT-CL-COUNT.
003667     MOVE AR-RPT-COUNT-LINE TO AR-REPORT-LINE.
003668     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003669     MOVE SPACES TO AR-REPORT-LINE.
003670     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003671     MOVE "ARCHIVE CHAIN VERIFICATION" TO AR-RPT-SH-TITLE.
003672     MOVE AR-RPT-SECTION-HDG TO AR-REPORT-LINE.
003673     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003674     PERFORM 5200-WRITE-ONE-DATASET THRU 5200-EXIT
003675         VARYING AR-WS-DS-IDX FROM 1 BY 1
003676         UNTIL AR-WS-DS-IDX > AR-WS-DS-COUNT.
003677     MOVE "ARCHIVE DATASETS READ" TO AR-RPT-CL-LABEL.
003678     MOVE AR-WS-DATASETS-READ TO AR-RPT-CL-COUNT.
003679     MOVE AR-RPT-COUNT-LINE TO AR-REPORT-LINE.
003680     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003681     MOVE "DATASETS NOT VERIFIED" TO AR-RPT-CL-LABEL.
003682     MOVE AR-WS-DATASETS-UNVERIFIED TO AR-RPT-CL-COUNT.
003683     MOVE AR-RPT-COUNT-LINE TO AR-REPORT-LINE.
003684     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003685 5000-EXIT.
003686     EXIT.
003690*----------------------------------------------------------------
003700 5100-WRITE-ONE-TALLY.
003710*----------------------------------------------------------------
003870     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003880 5100-EXIT.
003890     EXIT.
003891*----------------------------------------------------------------
003892 5200-WRITE-ONE-DATASET.
003893*----------------------------------------------------------------
003894     MOVE AR-WS-DS-IDX TO AR-RPT-DS-NO.
003895     MOVE AR-DS-CREATED(AR-WS-DS-IDX) TO AR-RPT-DS-CREATED.
003896     MOVE AR-DS-RECORDS(AR-WS-DS-IDX) TO AR-RPT-DS-RECORDS.
003897     MOVE AR-DS-FIRST-SEQ(AR-WS-DS-IDX) TO AR-RPT-DS-FIRST-SEQ.
003898     MOVE AR-DS-LAST-SEQ(AR-WS-DS-IDX) TO AR-RPT-DS-LAST-SEQ.
003899     MOVE AR-DS-CITED(AR-WS-DS-IDX) TO AR-RPT-DS-CITED.
003900     MOVE AR-DS-STATUS(AR-WS-DS-IDX) TO AR-RPT-DS-STATUS.
003901     MOVE AR-RPT-DATASET-LINE TO AR-REPORT-LINE.
003902     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003903 5200-EXIT.
003904     EXIT.
003905*----------------------------------------------------------------
003910 5900-WRITE-REPORT-LINE.
003920*    WRITE ONE FORMATTED LINE, BREAKING TO A FRESH PAGE HEADING
003930*    EVERY 55 LINES SO THE REPORT FILES CLEANLY.
004190*    A REQUEST THAT FOUND NOTHING ENDS THE JOB AT RETURN CODE 4
004200*    SO THE DESK KNOWS TO PULL OLDER ARCHIVES INTO THE
004210*    CONCATENATION AND RERUN.
004215*    SO DOES EVIDENCE CITED FROM A CHAIN THAT DID NOT VERIFY.
004220*----------------------------------------------------------------
004230     CLOSE ARCHIVE-IN.
004240     CLOSE EVIDENCE-REPORT.
004250     PERFORM 9100-CHECK-ONE-REQUEST THRU 9100-EXIT
004260         VARYING AR-WS-REQ-IDX FROM 1 BY 1
004270         UNTIL AR-WS-REQ-IDX > AR-WS-REQ-COUNT.
004272     IF AR-WS-CITED-UNVERIFIED > 0
004274         AND RETURN-CODE < 4
004276         MOVE 4 TO RETURN-CODE
004278     END-IF.
004280     DISPLAY "ARCHRETRIEVE: " AR-WS-RECORDS-READ " READ, "
004290         AR-WS-RECORDS-MATCHED " MATCHED, "
004300         AR-WS-REQ-COUNT " REQUESTS".
004390     END-IF.
004400 9100-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430 9900-END-LEDGER-STEP.
004440*    WRITTEN IS THE RECORDS MATCHED TO A REQUEST; REJECTED IS THE
004450*    EVIDENCE CITED FROM A CHAIN THAT DID NOT VERIFY.
004460*----------------------------------------------------------------
004470     MOVE "E" TO AR-LQ-FUNCTION.
004480     MOVE RETURN-CODE TO AR-LQ-RETURN-CODE.
004490     MOVE AR-WS-RECORDS-READ TO AR-LQ-READ.
004500     MOVE AR-WS-RECORDS-MATCHED TO AR-LQ-WRITTEN.
004510     MOVE AR-WS-CITED-UNVERIFIED TO AR-LQ-REJECTED.
004520     CALL "RunLedger" USING AR-LEDGER-REQUEST.
004530 9900-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560 9950-ABEND-STEP.
004570*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
004580*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
004590*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
004600*    STEP ENDED RATHER THAN A START WITH NO END.
004610*----------------------------------------------------------------
004620     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
004630     STOP RUN.
004640 9950-EXIT.
004650     EXIT.
