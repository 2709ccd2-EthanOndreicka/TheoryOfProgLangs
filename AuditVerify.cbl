000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AuditVerify.
000030 AUTHOR.        R HALVERSEN.
000040 INSTALLATION.  CRYPTO OPERATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/26  RH   ORIGINAL VERSION.  WALKS THE AUDIT CHAIN FROM
000120*                THE OLDEST ARCHIVE SUPPLIED (ARCHIN, THE DATED
000130*                ARCHOUT DATASETS CONCATENATED IN DATE ORDER)
000140*                THROUGH THE LIVE LOG, RECOMPUTES EVERY RECORD'S
000150*                CHECK VALUE THROUGH AUDITCHAIN, AND REPORTS
000160*                SEQUENCE GAPS, RECORDS OUT OF ORDER, BROKEN
000170*                LINKS, RECORDS THAT DO NOT MATCH THEIR CHECK
000180*                VALUE, ARCHIVE HEADER AND TRAILER STAMPS THAT DO
000190*                NOT MATCH WHAT THE DATASET HOLDS, AND A LOG THAT
000200*                ENDS SHORT OF THE AUDITCTL POSITION.  ANY FINDING
000210*                ENDS THE JOB AT RETURN CODE 8; NOTHING CHAINED
000220*                TO VERIFY ENDS IT AT 4.
000221* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000222*                THROUGH THE RUNLEDGER MODULE, UNDER THE BATCH
000223*                DATE OF THE CURRENT CYCLE, WITH THE RECORDS
000224*                WALKED AND THE FINDINGS.  THE RETURN CODE 8 THIS
000225*                JOB ENDS AT ON ANY FINDING NOW HOLDS AUDITARCHIVE
000226*                THROUGH THE LEDGER.
000228* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000230*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000232*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000234*                RUN STOPS.
000236*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ARCHIVE-IN ASSIGN TO "ARCHIN"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS AV-WS-ARCHIVE-STATUS.
000330     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS AV-WS-AUDIT-STATUS.
000360     SELECT AUDIT-CONTROL ASSIGN TO "AUDITCTL"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS AV-WS-CONTROL-STATUS.
000390     SELECT VERIFY-REPORT ASSIGN TO "VFYRPT"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS AV-WS-REPORT-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ARCHIVE-IN
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480 01  AV-ARCHIVE-RECORD         PIC X(603).
000490*----------------------------------------------------------------
000500* ARCHIVE HEADER AND TRAILER, AS AUDITARCHIVE WRITES THEM.
000510*----------------------------------------------------------------
000520 01  AV-ARCHIVE-CONTROL.
000530     05  AV-AH-REC-ID          PIC X(08).
000540         88  AV-AH-HEADER                VALUE "*ARCHHDR".
000550         88  AV-AH-TRAILER               VALUE "*ARCHTRL".
000560     05  AV-AH-SEQUENCE        PIC 9(09).
000570     05  AV-AH-CHAIN           PIC 9(09).
000580     05  AV-AH-RECORD-COUNT    PIC 9(07).
000590     05  AV-AH-CUTOFF-DATE     PIC 9(08).
000600     05  AV-AH-CREATED         PIC X(14).
000610     05  FILLER                PIC X(548).
000620*
000630 FD  AUDIT-LOG
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  AV-LOG-RECORD             PIC X(603).
000670*
000680 FD  AUDIT-CONTROL
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 01  AV-CONTROL-RECORD.
000720     05  AV-CT-LAST-SEQUENCE   PIC 9(09).
000730     05  AV-CT-LAST-CHAIN      PIC 9(09).
000740     05  AV-CT-UPDATED-TS      PIC X(14).
000750     05  AV-CT-PROGRAM         PIC X(16).
000760     05  AV-CT-JOB-ID          PIC X(08).
000770     05  FILLER                PIC X(24).
000780*
000790 FD  VERIFY-REPORT
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  AV-REPORT-LINE            PIC X(132).
000830*
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------
000860* FILE STATUS AND END-OF-FILE SWITCHES
000870*----------------------------------------------------------------
000880 01  AV-WS-ARCHIVE-STATUS      PIC X(02) VALUE SPACES.
000890 01  AV-WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
000900 01  AV-WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
000910 01  AV-WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
000920 01  AV-WS-EOF-SWITCH          PIC X(01) VALUE "N".
000930     88  AV-WS-EOF-YES                   VALUE "Y".
000940 01  AV-WS-ARCHIVE-OPEN-FLAG   PIC X(01) VALUE "N".
000950     88  AV-WS-ARCHIVE-OPEN              VALUE "Y".
000960 01  AV-WS-RUN-TIMESTAMP       PIC X(26) VALUE SPACES.
000970*----------------------------------------------------------------
000980* THE RECORD UNDER TEST.  ARCHIVE AND LIVE-LOG RECORDS ARE BOTH
000990* READ INTO THIS ONE AREA SO ONE PARAGRAPH VERIFIES THEM ALL.
001000*----------------------------------------------------------------
001010 01  AV-AUDIT-RECORD.
001020     05  AV-AL-TIMESTAMP       PIC X(26).
001030     05  AV-AL-JOB-ID          PIC X(08).
001040     05  AV-AL-MESSAGE-ID      PIC X(10).
001050     05  AV-AL-RAW-TEXT        PIC X(500).
001060     05  AV-AL-SHIFTS-TRIED    PIC X(20).
001070     05  AV-AL-SHIFT-SELECTED  PIC 9(03).
001080     05  AV-AL-MODE            PIC X(09).
001090     05  AV-AL-SEQUENCE        PIC 9(09).
001100     05  AV-AL-PREV-CHAIN      PIC 9(09).
001110     05  AV-AL-CHECK-VALUE     PIC 9(09).
001120*----------------------------------------------------------------
001130* AUDIT CHAIN REQUEST.  ONLY THE K FUNCTION IS USED HERE -- THE
001140* CHECK VALUE IS RECOMPUTED BY THE SAME MODULE THAT STAMPED IT.
001150*----------------------------------------------------------------
001160 01  AV-CHAIN-REQUEST.
001170     05  AV-CH-FUNCTION        PIC X(01).
001180     05  AV-CH-PROGRAM         PIC X(16) VALUE "AUDITVERIFY".
001190     05  AV-CH-JOB-ID          PIC X(08).
001200     05  AV-CH-RETURN          PIC X(02).
001210     05  AV-CH-CHECK-VALUE     PIC 9(09).
001220*----------------------------------------------------------------
001230* WHERE THE WALK STANDS.  THE FIRST CHAINED RECORD SEEN ANCHORS
001240* THE WALK; AFTER ANY FINDING THE WALK PICKS UP AGAIN FROM THE
001250* RECORD'S OWN VALUES, SO ONE BAD RECORD IS REPORTED ONCE.
001260*----------------------------------------------------------------
001270 01  AV-WS-CHAIN-SWITCH        PIC X(01) VALUE "N".
001280     88  AV-WS-CHAIN-STARTED             VALUE "Y".
001290 01  AV-WS-LAST-SEQUENCE       PIC 9(09) VALUE 0.
001300 01  AV-WS-LAST-CHAIN          PIC 9(09) VALUE 0.
001310 01  AV-WS-FIRST-SEQUENCE      PIC 9(09) VALUE 0.
001320 01  AV-WS-NEXT-SEQUENCE       PIC 9(10) VALUE 0.
001330 01  AV-WS-REC-SEQUENCE        PIC 9(09) VALUE 0.
001340 01  AV-WS-REC-PREV-CHAIN      PIC 9(09) VALUE 0.
001350 01  AV-WS-REC-CHECK-VALUE     PIC 9(09) VALUE 0.
001360 01  AV-WS-UNCHAINED-FLAG      PIC X(01) VALUE "N".
001370     88  AV-WS-UNCHAINED                 VALUE "Y".
001380 01  AV-WS-FAULT-FLAG          PIC X(01) VALUE "N".
001390     88  AV-WS-RECORD-FAULT              VALUE "Y".
001400*----------------------------------------------------------------
001410* THE DATASET BEING WALKED -- ONE ARCHIVE BETWEEN ITS HEADER AND
001420* TRAILER, OR THE LIVE LOG.
001430*----------------------------------------------------------------
001440 01  AV-WS-DATASET-FLAG        PIC X(01) VALUE "N".
001450     88  AV-WS-IN-DATASET                VALUE "Y".
001460 01  AV-WS-HEADER-FLAG         PIC X(01) VALUE "N".
001470     88  AV-WS-HEADER-PRESENT            VALUE "Y".
001480 01  AV-WS-SOURCE-NAME         PIC X(08) VALUE SPACES.
001490 01  AV-WS-DATASET-NO          PIC 9(03) VALUE 0.
001500 01  AV-WS-DS-CREATED          PIC X(14) VALUE SPACES.
001510 01  AV-WS-DS-HDR-SEQUENCE     PIC 9(09) VALUE 0.
001520 01  AV-WS-DS-HDR-CHAIN        PIC 9(09) VALUE 0.
001530 01  AV-WS-DS-RECORDS          PIC 9(07) VALUE 0.
001540 01  AV-WS-DS-FIRST-SEQ        PIC 9(09) VALUE 0.
001550 01  AV-WS-DS-CHAIN-IN         PIC 9(09) VALUE 0.
001560 01  AV-WS-DS-LAST-SEQ         PIC 9(09) VALUE 0.
001570 01  AV-WS-DS-CHAIN-OUT        PIC 9(09) VALUE 0.
001580*----------------------------------------------------------------
001590* AUDIT CONTROL POSITION, IF ONE WAS SAVED
001600*----------------------------------------------------------------
001610 01  AV-WS-CONTROL-FLAG        PIC X(01) VALUE "N".
001620     88  AV-WS-CONTROL-READ              VALUE "Y".
001630 01  AV-WS-CONTROL-SEQUENCE    PIC 9(09) VALUE 0.
001640 01  AV-WS-CONTROL-CHAIN       PIC 9(09) VALUE 0.
001650*----------------------------------------------------------------
001660* FINDING WORK AREAS AND COUNTERS
001670*----------------------------------------------------------------
001680 01  AV-WS-FINDING-TEXT        PIC X(50) VALUE SPACES.
001690 01  AV-WS-FINDING-SEQ         PIC 9(09) VALUE 0.
001700 01  AV-WS-FINDING-ID          PIC X(10) VALUE SPACES.
001710 01  AV-WS-FINDING-COUNT       PIC 9(09) VALUE 0.
001720 01  AV-WS-MISSING             PIC 9(09) VALUE 0.
001730 01  AV-WS-DATASETS-READ       PIC 9(07) VALUE 0.
001740 01  AV-WS-ARCHIVED-READ       PIC 9(07) VALUE 0.
001750 01  AV-WS-LIVE-READ           PIC 9(07) VALUE 0.
001760 01  AV-WS-PRE-CHAIN-COUNT     PIC 9(07) VALUE 0.
001770 01  AV-WS-VERIFIED-COUNT      PIC 9(07) VALUE 0.
001780 01  AV-WS-MISMATCH-COUNT      PIC 9(07) VALUE 0.
001790 01  AV-WS-BROKEN-COUNT        PIC 9(07) VALUE 0.
001800 01  AV-WS-GAP-COUNT           PIC 9(07) VALUE 0.
001810 01  AV-WS-MISSING-COUNT       PIC 9(09) VALUE 0.
001820 01  AV-WS-ORDER-COUNT         PIC 9(07) VALUE 0.
001830 01  AV-WS-UNCHAINED-COUNT     PIC 9(07) VALUE 0.
001840 01  AV-WS-STAMP-COUNT         PIC 9(07) VALUE 0.
001850 01  AV-WS-FINDINGS-TOTAL      PIC 9(07) VALUE 0.
001851*----------------------------------------------------------------
001852* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
001853* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
001854* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
001855* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
001856*----------------------------------------------------------------
001857 01  AV-LEDGER-REQUEST.
001858     05  AV-LQ-FUNCTION        PIC X(01).
001859     05  AV-LQ-PROGRAM         PIC X(16) VALUE "AUDITVERIFY".
001860     05  AV-LQ-JOB-ID          PIC X(08) VALUE SPACES.
001861     05  AV-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
001862     05  AV-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
001863     05  AV-LQ-READ            PIC 9(09) VALUE 0.
001864     05  AV-LQ-WRITTEN         PIC 9(09) VALUE 0.
001865     05  AV-LQ-REJECTED        PIC 9(09) VALUE 0.
001866     05  AV-LQ-START-TS        PIC X(14) VALUE SPACES.
001867     05  AV-LQ-RESULT          PIC X(01) VALUE SPACES.
001868         88  AV-LQ-CLEARED               VALUE "Y".
001869     05  AV-LQ-MESSAGE         PIC X(80) VALUE SPACES.
001870*----------------------------------------------------------------
001871* REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED STYLE AS
001880* THE AUDITARCHIVE COMPLIANCE REPORT.
001890*----------------------------------------------------------------
001900 01  AV-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
001910 01  AV-WS-RPT-PAGE-COUNT      PIC 9(03) VALUE 0.
001920 01  AV-WS-RPT-HOLD-LINE       PIC X(132) VALUE SPACES.
001930 01  AV-RPT-HEADING-1.
001940     05  FILLER                PIC X(38) VALUE
001950         "AUDITVERIFY  AUDIT CHAIN VERIFICATION ".
001960     05  FILLER                PIC X(07) VALUE SPACES.
001970     05  FILLER                PIC X(04) VALUE "RUN ".
001980     05  AV-RPT-H1-TIMESTAMP   PIC X(21).
001990     05  FILLER                PIC X(07) VALUE "  PAGE ".
002000     05  AV-RPT-H1-PAGE        PIC ZZ9.
002010     05  FILLER                PIC X(52) VALUE SPACES.
002020 01  AV-RPT-SECTION-HDG.
002030     05  FILLER                PIC X(03) VALUE SPACES.
002040     05  AV-RPT-SH-TITLE       PIC X(40).
002050     05  FILLER                PIC X(89) VALUE SPACES.
002060 01  AV-RPT-COUNT-LINE.
002070     05  FILLER                PIC X(05) VALUE SPACES.
002080     05  AV-RPT-CL-LABEL       PIC X(30).
002090     05  AV-RPT-CL-COUNT       PIC Z,ZZZ,ZZ9.
002100     05  FILLER                PIC X(88) VALUE SPACES.
002110 01  AV-RPT-CHAIN-LINE.
002120     05  FILLER                PIC X(05) VALUE SPACES.
002130     05  AV-RPT-CH-LABEL       PIC X(30).
002140     05  AV-RPT-CH-VALUE       PIC 9(09).
002150     05  FILLER                PIC X(88) VALUE SPACES.
002160 01  AV-RPT-DATASET-LINE.
002170     05  FILLER                PIC X(05) VALUE SPACES.
002180     05  AV-RPT-DS-SOURCE      PIC X(08).
002190     05  AV-RPT-DS-NO          PIC ZZZ.
002200     05  FILLER                PIC X(10) VALUE "  CREATED ".
002210     05  AV-RPT-DS-CREATED     PIC X(14).
002220     05  FILLER                PIC X(10) VALUE "  RECORDS ".
002230     05  AV-RPT-DS-RECORDS     PIC Z,ZZZ,ZZ9.
002240     05  FILLER                PIC X(06) VALUE "  SEQ ".
002250     05  AV-RPT-DS-FIRST-SEQ   PIC 9(09).
002260     05  FILLER                PIC X(01) VALUE "-".
002270     05  AV-RPT-DS-LAST-SEQ    PIC 9(09).
002280     05  FILLER                PIC X(11) VALUE "  CHAIN IN ".
002290     05  AV-RPT-DS-CHAIN-IN    PIC 9(09).
002300     05  FILLER                PIC X(05) VALUE " OUT ".
002310     05  AV-RPT-DS-CHAIN-OUT   PIC 9(09).
002320     05  FILLER                PIC X(14) VALUE SPACES.
002330 01  AV-RPT-FINDING-LINE.
002340     05  FILLER                PIC X(07) VALUE SPACES.
002350     05  AV-RPT-FD-SOURCE      PIC X(08).
002360     05  AV-RPT-FD-NO          PIC ZZZ.
002370     05  FILLER                PIC X(06) VALUE "  SEQ ".
002380     05  AV-RPT-FD-SEQ         PIC 9(09).
002390     05  FILLER                PIC X(06) VALUE "  MSG ".
002400     05  AV-RPT-FD-MESSAGE-ID  PIC X(10).
002410     05  FILLER                PIC X(02) VALUE SPACES.
002420     05  AV-RPT-FD-TEXT        PIC X(50).
002430     05  AV-RPT-FD-COUNT       PIC ZZZ,ZZZ,ZZZ.
002440     05  FILLER                PIC X(20) VALUE SPACES.
002450*
002460 PROCEDURE DIVISION.
002470*----------------------------------------------------------------
002480 0000-MAINLINE.
002490*----------------------------------------------------------------
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510     IF AV-WS-ARCHIVE-OPEN
002520         PERFORM 2000-WALK-ONE-ARCHIVE-RECORD THRU 2000-EXIT
002530             UNTIL AV-WS-EOF-YES
002540         PERFORM 2800-END-OF-ARCHIVES THRU 2800-EXIT
002550     END-IF.
002560     PERFORM 3000-WALK-LIVE-LOG THRU 3000-EXIT.
002570     PERFORM 4000-CHECK-CONTROL THRU 4000-EXIT.
002580     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
002590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002595     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
002600     STOP RUN.
002610 0000-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------
002640 1000-INITIALIZE.
002650*    THE ARCHIVES ARE OPTIONAL -- WITH NONE SUPPLIED THE LIVE LOG
002660*    IS VERIFIED ON ITS OWN, ANCHORED ON ITS FIRST RECORD.
002670*----------------------------------------------------------------
002680     MOVE FUNCTION CURRENT-DATE TO AV-WS-RUN-TIMESTAMP.
002685     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
002690     OPEN OUTPUT VERIFY-REPORT.
002700     IF AV-WS-REPORT-STATUS NOT = "00"
002710         DISPLAY "AUDITVERIFY: REPORT OPEN FAILED, STATUS "
002720             AV-WS-REPORT-STATUS
002730         MOVE 16 TO RETURN-CODE
002740         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002750     END-IF.
002760     OPEN INPUT AUDIT-LOG.
002770     IF AV-WS-AUDIT-STATUS NOT = "00"
002780         DISPLAY "AUDITVERIFY: AUDIT-LOG OPEN FAILED, STATUS "
002790             AV-WS-AUDIT-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002820     END-IF.
002830     OPEN INPUT ARCHIVE-IN.
002840     IF AV-WS-ARCHIVE-STATUS = "00"
002850         MOVE "Y" TO AV-WS-ARCHIVE-OPEN-FLAG
002860     ELSE
002870         DISPLAY "AUDITVERIFY: NO ARCHIVES SUPPLIED, STATUS "
002880             AV-WS-ARCHIVE-STATUS " -- LIVE LOG ONLY"
002890     END-IF.
002900     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
002910     MOVE "CHAIN WALK" TO AV-RPT-SH-TITLE.
002920     MOVE AV-RPT-SECTION-HDG TO AV-REPORT-LINE.
002930     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
002940     IF AV-WS-ARCHIVE-OPEN
002950         PERFORM 2900-READ-ARCHIVE-RECORD THRU 2900-EXIT
002960     END-IF.
002970 1000-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000 1100-READ-CONTROL.
003010*----------------------------------------------------------------
003020     OPEN INPUT AUDIT-CONTROL.
003030     IF AV-WS-CONTROL-STATUS NOT = "00"
003040         GO TO 1100-EXIT
003050     END-IF.
003060     READ AUDIT-CONTROL
003070         AT END
003080             CONTINUE
003090         NOT AT END
003100             IF AV-CT-LAST-SEQUENCE IS NUMERIC
003110                 AND AV-CT-LAST-CHAIN IS NUMERIC
003120                 MOVE "Y" TO AV-WS-CONTROL-FLAG
003130                 MOVE AV-CT-LAST-SEQUENCE
003140                     TO AV-WS-CONTROL-SEQUENCE
003150                 MOVE AV-CT-LAST-CHAIN TO AV-WS-CONTROL-CHAIN
003160             END-IF
003170     END-READ.
003180     CLOSE AUDIT-CONTROL.
003190 1100-EXIT.
003200     EXIT.
003201*----------------------------------------------------------------
003202 1900-BEGIN-LEDGER-STEP.
003203*    RECORD THE STEP'S START ON THE RUN LEDGER.  THE STEP HAS NO
003204*    BATCH DATE OF ITS OWN AND JOINS THE CURRENT CYCLE.
003205*----------------------------------------------------------------
003206     MOVE "B" TO AV-LQ-FUNCTION.
003207     MOVE RETURN-CODE TO AV-LQ-RETURN-CODE.
003208     CALL "RunLedger" USING AV-LEDGER-REQUEST.
003209     IF NOT AV-LQ-CLEARED
003210         DISPLAY "AUDITVERIFY: RUN REFUSED -- " AV-LQ-MESSAGE
003211         MOVE 12 TO RETURN-CODE
003212         STOP RUN
003213     END-IF.
003214 1900-EXIT.
003215     EXIT.
003216*----------------------------------------------------------------
003220 2000-WALK-ONE-ARCHIVE-RECORD.
003230*    EACH ARCHIVE DATASET OPENS WITH A *ARCHHDR RECORD AND CLOSES
003240*    WITH A *ARCHTRL.  A DATA RECORD WITH NO HEADER BEFORE IT
003250*    STARTS A DATASET OF ITS OWN, REPORTED AS HEADERLESS.
003260*----------------------------------------------------------------
003270     IF AV-AH-HEADER
003280         MOVE "Y" TO AV-WS-HEADER-FLAG
003290         PERFORM 2100-START-DATASET THRU 2100-EXIT
003300         GO TO 2000-READ-NEXT
003310     END-IF.
003320     IF AV-AH-TRAILER
003330         PERFORM 2200-END-DATASET THRU 2200-EXIT
003340         GO TO 2000-READ-NEXT
003350     END-IF.
003360     IF NOT AV-WS-IN-DATASET
003370         MOVE "N" TO AV-WS-HEADER-FLAG
003380         PERFORM 2100-START-DATASET THRU 2100-EXIT
003390         MOVE "ARCHIVE DATASET HAS NO HEADER RECORD"
003400             TO AV-WS-FINDING-TEXT
003410         MOVE 0 TO AV-WS-FINDING-SEQ
003420         MOVE SPACES TO AV-WS-FINDING-ID
003430         ADD 1 TO AV-WS-STAMP-COUNT
003440         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
003450     END-IF.
003460     ADD 1 TO AV-WS-ARCHIVED-READ.
003470     PERFORM 3400-TAKE-RECORD-CHAIN THRU 3400-EXIT.
003480     IF AV-WS-DS-RECORDS = 0
003490         AND AV-WS-HEADER-PRESENT
003500         PERFORM 2300-CHECK-HEADER-STAMP THRU 2300-EXIT
003510     END-IF.
003520     PERFORM 3500-VERIFY-ONE-RECORD THRU 3500-EXIT.
003530 2000-READ-NEXT.
003540     PERFORM 2900-READ-ARCHIVE-RECORD THRU 2900-EXIT.
003550 2000-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580 2100-START-DATASET.
003590*----------------------------------------------------------------
003600     IF AV-WS-IN-DATASET
003610         PERFORM 2250-NO-TRAILER THRU 2250-EXIT
003620     END-IF.
003630     ADD 1 TO AV-WS-DATASETS-READ.
003640     MOVE "Y" TO AV-WS-DATASET-FLAG.
003650     MOVE "ARCHIVE " TO AV-WS-SOURCE-NAME.
003660     MOVE AV-WS-DATASETS-READ TO AV-WS-DATASET-NO.
003670     PERFORM 2150-CLEAR-DATASET THRU 2150-EXIT.
003680     IF AV-WS-HEADER-PRESENT
003690         MOVE AV-AH-CREATED TO AV-WS-DS-CREATED
003700         MOVE AV-AH-SEQUENCE TO AV-WS-DS-HDR-SEQUENCE
003710         MOVE AV-AH-CHAIN TO AV-WS-DS-HDR-CHAIN
003720     END-IF.
003730 2100-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760 2150-CLEAR-DATASET.
003770*----------------------------------------------------------------
003780     MOVE SPACES TO AV-WS-DS-CREATED.
003790     MOVE 0 TO AV-WS-DS-HDR-SEQUENCE.
003800     MOVE 0 TO AV-WS-DS-HDR-CHAIN.
003810     MOVE 0 TO AV-WS-DS-RECORDS.
003820     MOVE 0 TO AV-WS-DS-FIRST-SEQ.
003830     MOVE 0 TO AV-WS-DS-CHAIN-IN.
003840     MOVE 0 TO AV-WS-DS-LAST-SEQ.
003850     MOVE 0 TO AV-WS-DS-CHAIN-OUT.
003860 2150-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890 2200-END-DATASET.
003900*    THE TRAILER MUST AGREE WITH WHAT THE DATASET ACTUALLY HELD:
003910*    ITS RECORD COUNT, LAST SEQUENCE AND ENDING CHAIN VALUE.
003920*----------------------------------------------------------------
003930     MOVE 0 TO AV-WS-FINDING-SEQ.
003940     MOVE SPACES TO AV-WS-FINDING-ID.
003950     IF NOT AV-WS-IN-DATASET
003960         MOVE "ARCHIVE TRAILER WITH NO HEADER BEFORE IT"
003970             TO AV-WS-FINDING-TEXT
003980         ADD 1 TO AV-WS-STAMP-COUNT
003990         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004000         GO TO 2200-EXIT
004010     END-IF.
004020     IF AV-AH-RECORD-COUNT NOT = AV-WS-DS-RECORDS
004030         MOVE "ARCHIVE TRAILER RECORD COUNT DOES NOT MATCH"
004040             TO AV-WS-FINDING-TEXT
004050         MOVE AV-AH-RECORD-COUNT TO AV-WS-FINDING-COUNT
004060         ADD 1 TO AV-WS-STAMP-COUNT
004070         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004080     END-IF.
004090     IF AV-AH-SEQUENCE NOT = AV-WS-DS-LAST-SEQ
004100         OR AV-AH-CHAIN NOT = AV-WS-DS-CHAIN-OUT
004110         MOVE AV-AH-SEQUENCE TO AV-WS-FINDING-SEQ
004120         MOVE "ARCHIVE TRAILER CHAIN STAMP DOES NOT MATCH"
004130             TO AV-WS-FINDING-TEXT
004140         ADD 1 TO AV-WS-STAMP-COUNT
004150         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004160     END-IF.
004170     PERFORM 2400-PRINT-DATASET-LINE THRU 2400-EXIT.
004180     MOVE "N" TO AV-WS-DATASET-FLAG.
004190 2200-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220 2250-NO-TRAILER.
004230*----------------------------------------------------------------
004240     MOVE "ARCHIVE DATASET HAS NO TRAILER RECORD"
004250         TO AV-WS-FINDING-TEXT.
004260     MOVE 0 TO AV-WS-FINDING-SEQ.
004270     MOVE SPACES TO AV-WS-FINDING-ID.
004280     ADD 1 TO AV-WS-STAMP-COUNT.
004290     PERFORM 3900-WRITE-FINDING THRU 3900-EXIT.
004300     PERFORM 2400-PRINT-DATASET-LINE THRU 2400-EXIT.
004310     MOVE "N" TO AV-WS-DATASET-FLAG.
004320 2250-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350 2300-CHECK-HEADER-STAMP.
004360*    THE HEADER NAMES THE FIRST SEQUENCE IN THE DATASET AND THE
004370*    CHAIN VALUE IT CONTINUES FROM.
004380*----------------------------------------------------------------
004390     IF AV-WS-DS-HDR-SEQUENCE NOT = AV-WS-REC-SEQUENCE
004400         OR AV-WS-DS-HDR-CHAIN NOT = AV-WS-REC-PREV-CHAIN
004410         MOVE "ARCHIVE HEADER CHAIN STAMP DOES NOT MATCH"
004420             TO AV-WS-FINDING-TEXT
004430         MOVE AV-WS-DS-HDR-SEQUENCE TO AV-WS-FINDING-SEQ
004440         MOVE SPACES TO AV-WS-FINDING-ID
004450         ADD 1 TO AV-WS-STAMP-COUNT
004460         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
004470         MOVE AV-WS-REC-SEQUENCE TO AV-WS-FINDING-SEQ
004480         MOVE AV-AL-MESSAGE-ID TO AV-WS-FINDING-ID
004490     END-IF.
004500 2300-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530 2400-PRINT-DATASET-LINE.
004540*----------------------------------------------------------------
004550     MOVE AV-WS-SOURCE-NAME TO AV-RPT-DS-SOURCE.
004560     MOVE AV-WS-DATASET-NO TO AV-RPT-DS-NO.
004570     MOVE AV-WS-DS-CREATED TO AV-RPT-DS-CREATED.
004580     MOVE AV-WS-DS-RECORDS TO AV-RPT-DS-RECORDS.
004590     MOVE AV-WS-DS-FIRST-SEQ TO AV-RPT-DS-FIRST-SEQ.
004600     MOVE AV-WS-DS-LAST-SEQ TO AV-RPT-DS-LAST-SEQ.
004610     MOVE AV-WS-DS-CHAIN-IN TO AV-RPT-DS-CHAIN-IN.
004620     MOVE AV-WS-DS-CHAIN-OUT TO AV-RPT-DS-CHAIN-OUT.
004630     MOVE AV-RPT-DATASET-LINE TO AV-REPORT-LINE.
004640     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
004650 2400-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------
004680 2800-END-OF-ARCHIVES.
004690*----------------------------------------------------------------
004700     IF AV-WS-IN-DATASET
004710         PERFORM 2250-NO-TRAILER THRU 2250-EXIT
004720     END-IF.
004730     CLOSE ARCHIVE-IN.
004740 2800-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------
004770 2900-READ-ARCHIVE-RECORD.
004780*----------------------------------------------------------------
004790     READ ARCHIVE-IN INTO AV-AUDIT-RECORD
004800         AT END
004810             MOVE "Y" TO AV-WS-EOF-SWITCH
004820     END-READ.
004830 2900-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860 3000-WALK-LIVE-LOG.
004870*    THE LIVE LOG CONTINUES THE CHAIN WHERE THE NEWEST ARCHIVE
004880*    SUPPLIED LEFT IT.
004890*----------------------------------------------------------------
004900     MOVE "LIVE LOG" TO AV-WS-SOURCE-NAME.
004910     MOVE 0 TO AV-WS-DATASET-NO.
004920     PERFORM 2150-CLEAR-DATASET THRU 2150-EXIT.
004930     MOVE "N" TO AV-WS-HEADER-FLAG.
004940     MOVE "N" TO AV-WS-EOF-SWITCH.
004950     PERFORM 3100-WALK-ONE-LOG-RECORD THRU 3100-EXIT
004960         UNTIL AV-WS-EOF-YES.
004970     CLOSE AUDIT-LOG.
004980     PERFORM 2400-PRINT-DATASET-LINE THRU 2400-EXIT.
004990 3000-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
005020 3100-WALK-ONE-LOG-RECORD.
005030*----------------------------------------------------------------
005040     READ AUDIT-LOG INTO AV-AUDIT-RECORD
005050         AT END
005060             MOVE "Y" TO AV-WS-EOF-SWITCH
005070             GO TO 3100-EXIT
005080     END-READ.
005090     ADD 1 TO AV-WS-LIVE-READ.
005100     PERFORM 3400-TAKE-RECORD-CHAIN THRU 3400-EXIT.
005110     PERFORM 3500-VERIFY-ONE-RECORD THRU 3500-EXIT.
005120 3100-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150 3400-TAKE-RECORD-CHAIN.
005160*    A RECORD WRITTEN BEFORE THE CHAIN WENT IN CARRIES NO
005170*    SEQUENCE; ITS CHAIN FIELDS ARE TAKEN AS ZERO.
005180*----------------------------------------------------------------
005190     IF AV-AL-SEQUENCE IS NUMERIC
005200         AND AV-AL-PREV-CHAIN IS NUMERIC
005210         AND AV-AL-CHECK-VALUE IS NUMERIC
005220         AND AV-AL-SEQUENCE > 0
005230         MOVE "N" TO AV-WS-UNCHAINED-FLAG
005240         MOVE AV-AL-SEQUENCE TO AV-WS-REC-SEQUENCE
005250         MOVE AV-AL-PREV-CHAIN TO AV-WS-REC-PREV-CHAIN
005260         MOVE AV-AL-CHECK-VALUE TO AV-WS-REC-CHECK-VALUE
005270     ELSE
005280         MOVE "Y" TO AV-WS-UNCHAINED-FLAG
005290         MOVE 0 TO AV-WS-REC-SEQUENCE
005300         MOVE 0 TO AV-WS-REC-PREV-CHAIN
005310         MOVE 0 TO AV-WS-REC-CHECK-VALUE
005320     END-IF.
005330     MOVE AV-WS-REC-SEQUENCE TO AV-WS-FINDING-SEQ.
005340     MOVE AV-AL-MESSAGE-ID TO AV-WS-FINDING-ID.
005350 3400-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380 3500-VERIFY-ONE-RECORD.
005390*    RECOMPUTE THE CHECK VALUE, THEN TEST THE RECORD AGAINST THE
005400*    ONE BEFORE: NEXT SEQUENCE NUMBER, AND ITS PREVIOUS-VALUE
005410*    FIELD EQUAL TO THAT RECORD'S CHECK VALUE.
005420*----------------------------------------------------------------
005430     MOVE "N" TO AV-WS-FAULT-FLAG.
005440     ADD 1 TO AV-WS-DS-RECORDS.
005450     IF AV-WS-UNCHAINED
005460         IF NOT AV-WS-CHAIN-STARTED
005470             ADD 1 TO AV-WS-PRE-CHAIN-COUNT
005480         ELSE
005490             MOVE "UNCHAINED RECORD AFTER THE CHAIN BEGAN"
005500                 TO AV-WS-FINDING-TEXT
005510             ADD 1 TO AV-WS-UNCHAINED-COUNT
005520             PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005530         END-IF
005540         GO TO 3500-EXIT
005550     END-IF.
005560     MOVE "K" TO AV-CH-FUNCTION.
005570     CALL "AuditChain" USING AV-CHAIN-REQUEST
005580                             AV-AUDIT-RECORD.
005590     IF AV-CH-CHECK-VALUE NOT = AV-WS-REC-CHECK-VALUE
005600         MOVE "RECORD DOES NOT MATCH ITS CHECK VALUE"
005610             TO AV-WS-FINDING-TEXT
005620         ADD 1 TO AV-WS-MISMATCH-COUNT
005630         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005640     END-IF.
005650     IF NOT AV-WS-CHAIN-STARTED
005660         MOVE "Y" TO AV-WS-CHAIN-SWITCH
005670         MOVE AV-WS-REC-SEQUENCE TO AV-WS-FIRST-SEQUENCE
005680         IF AV-WS-REC-SEQUENCE = 1
005690             AND AV-WS-REC-PREV-CHAIN NOT = 0
005700             MOVE "CHAIN BROKEN -- PREVIOUS VALUE DIFFERS"
005710                 TO AV-WS-FINDING-TEXT
005720             ADD 1 TO AV-WS-BROKEN-COUNT
005730             PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005740         END-IF
005750         GO TO 3500-TAKE-POSITION
005760     END-IF.
005770     COMPUTE AV-WS-NEXT-SEQUENCE = AV-WS-LAST-SEQUENCE + 1.
005780     EVALUATE TRUE
005790         WHEN AV-WS-REC-SEQUENCE = AV-WS-NEXT-SEQUENCE
005800             IF AV-WS-REC-PREV-CHAIN NOT = AV-WS-LAST-CHAIN
005810                 MOVE "CHAIN BROKEN -- PREVIOUS VALUE DIFFERS"
005820                     TO AV-WS-FINDING-TEXT
005830                 ADD 1 TO AV-WS-BROKEN-COUNT
005840                 PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005850             END-IF
005860         WHEN AV-WS-REC-SEQUENCE > AV-WS-NEXT-SEQUENCE
005870             COMPUTE AV-WS-MISSING =
005880                 AV-WS-REC-SEQUENCE - AV-WS-NEXT-SEQUENCE
005890             MOVE
005900                 "SEQUENCE GAP -- RECORDS MISSING BEFORE THIS ONE"
005910                 TO AV-WS-FINDING-TEXT
005920             MOVE AV-WS-MISSING TO AV-WS-FINDING-COUNT
005930             ADD 1 TO AV-WS-GAP-COUNT
005940             ADD AV-WS-MISSING TO AV-WS-MISSING-COUNT
005950             PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
005960         WHEN OTHER
005970             MOVE "SEQUENCE OUT OF ORDER OR REPEATED"
005980                 TO AV-WS-FINDING-TEXT
005990             ADD 1 TO AV-WS-ORDER-COUNT
006000             PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
006010     END-EVALUATE.
006020 3500-TAKE-POSITION.
006030     IF NOT AV-WS-RECORD-FAULT
006040         ADD 1 TO AV-WS-VERIFIED-COUNT
006050     END-IF.
006060     MOVE AV-WS-REC-SEQUENCE TO AV-WS-LAST-SEQUENCE.
006070     MOVE AV-WS-REC-CHECK-VALUE TO AV-WS-LAST-CHAIN.
006080     IF AV-WS-DS-FIRST-SEQ = 0
006090         MOVE AV-WS-REC-SEQUENCE TO AV-WS-DS-FIRST-SEQ
006100         MOVE AV-WS-REC-PREV-CHAIN TO AV-WS-DS-CHAIN-IN
006110     END-IF.
006120     MOVE AV-WS-REC-SEQUENCE TO AV-WS-DS-LAST-SEQ.
006130     MOVE AV-WS-REC-CHECK-VALUE TO AV-WS-DS-CHAIN-OUT.
006140 3500-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------
006170 3900-WRITE-FINDING.
006180*    ONE LINE PER FINDING, PRINTED IN WALK ORDER UNDER THE DATASET
006190*    IT WAS FOUND IN.
006200*----------------------------------------------------------------
006210     ADD 1 TO AV-WS-FINDINGS-TOTAL.
006220     MOVE "Y" TO AV-WS-FAULT-FLAG.
006230     PERFORM 3950-WRITE-NOTE THRU 3950-EXIT.
006240 3900-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270 3950-WRITE-NOTE.
006280*----------------------------------------------------------------
006290     MOVE AV-WS-SOURCE-NAME TO AV-RPT-FD-SOURCE.
006300     MOVE AV-WS-DATASET-NO TO AV-RPT-FD-NO.
006310     MOVE AV-WS-FINDING-SEQ TO AV-RPT-FD-SEQ.
006320     MOVE AV-WS-FINDING-ID TO AV-RPT-FD-MESSAGE-ID.
006330     MOVE AV-WS-FINDING-TEXT TO AV-RPT-FD-TEXT.
006340     MOVE AV-WS-FINDING-COUNT TO AV-RPT-FD-COUNT.
006350     MOVE AV-RPT-FINDING-LINE TO AV-REPORT-LINE.
006360     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006370     MOVE 0 TO AV-WS-FINDING-COUNT.
006380 3950-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------
006410 4000-CHECK-CONTROL.
006420*    AUDITCTL HOLDS THE LAST SEQUENCE AND CHECK VALUE ANY WRITER
006430*    ISSUED.  A LOG ENDING SHORT OF IT HAS LOST RECORDS FROM ITS
006440*    END -- THE ONE HOLE THE CHAIN ITSELF CANNOT SHOW.  A CONTROL
006450*    RECORD BEHIND THE LOG ONLY MEANS A RUN DID NOT SAVE ITS
006460*    POSITION, AND IS NOTED.
006470*----------------------------------------------------------------
006480     MOVE "AUDITCTL" TO AV-WS-SOURCE-NAME.
006490     MOVE 0 TO AV-WS-DATASET-NO.
006500     MOVE AV-WS-CONTROL-SEQUENCE TO AV-WS-FINDING-SEQ.
006510     MOVE SPACES TO AV-WS-FINDING-ID.
006520     IF NOT AV-WS-CONTROL-READ
006530         MOVE "NO AUDIT CONTROL RECORD -- END OF LOG UNCONFIRMED"
006540             TO AV-WS-FINDING-TEXT
006550         PERFORM 3950-WRITE-NOTE THRU 3950-EXIT
006560         GO TO 4000-EXIT
006570     END-IF.
006580     EVALUATE TRUE
006590         WHEN AV-WS-CONTROL-SEQUENCE > AV-WS-LAST-SEQUENCE
006600             COMPUTE AV-WS-MISSING =
006610                 AV-WS-CONTROL-SEQUENCE - AV-WS-LAST-SEQUENCE
006620             MOVE "LOG ENDS BEFORE AUDIT CONTROL -- RECORDS LOST"
006630                 TO AV-WS-FINDING-TEXT
006640             MOVE AV-WS-MISSING TO AV-WS-FINDING-COUNT
006650             ADD 1 TO AV-WS-GAP-COUNT
006660             ADD AV-WS-MISSING TO AV-WS-MISSING-COUNT
006670             PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
006680         WHEN AV-WS-CONTROL-SEQUENCE < AV-WS-LAST-SEQUENCE
006690             MOVE "AUDIT CONTROL BEHIND LOG -- POSITION NOT SAVED"
006700                 TO AV-WS-FINDING-TEXT
006710             PERFORM 3950-WRITE-NOTE THRU 3950-EXIT
006720         WHEN AV-WS-CONTROL-CHAIN NOT = AV-WS-LAST-CHAIN
006730             MOVE "AUDIT CONTROL CHAIN VALUE DOES NOT MATCH LOG"
006740                 TO AV-WS-FINDING-TEXT
006750             ADD 1 TO AV-WS-BROKEN-COUNT
006760             PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
006770         WHEN OTHER
006780             CONTINUE
006790     END-EVALUATE.
006800 4000-EXIT.
006810     EXIT.
006820*----------------------------------------------------------------
006830 5000-WRITE-SUMMARY.
006840*----------------------------------------------------------------
006850     MOVE SPACES TO AV-REPORT-LINE.
006860     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006870     MOVE "VERIFICATION SUMMARY" TO AV-RPT-SH-TITLE.
006880     MOVE AV-RPT-SECTION-HDG TO AV-REPORT-LINE.
006890     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006900     MOVE "ARCHIVE DATASETS READ" TO AV-RPT-CL-LABEL.
006910     MOVE AV-WS-DATASETS-READ TO AV-RPT-CL-COUNT.
006920     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
006930     MOVE "ARCHIVED RECORDS READ" TO AV-RPT-CL-LABEL.
006940     MOVE AV-WS-ARCHIVED-READ TO AV-RPT-CL-COUNT.
006950     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
006960     MOVE "LIVE LOG RECORDS READ" TO AV-RPT-CL-LABEL.
006970     MOVE AV-WS-LIVE-READ TO AV-RPT-CL-COUNT.
006980     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
006990     MOVE "RECORDS BEFORE CHAIN BEGAN" TO AV-RPT-CL-LABEL.
007000     MOVE AV-WS-PRE-CHAIN-COUNT TO AV-RPT-CL-COUNT.
007010     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
007020     MOVE "CHAINED RECORDS VERIFIED" TO AV-RPT-CL-LABEL.
007030     MOVE AV-WS-VERIFIED-COUNT TO AV-RPT-CL-COUNT.
007040     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
007050     MOVE "CHECK VALUE MISMATCHES" TO AV-RPT-CL-LABEL.
007060     MOVE AV-WS-MISMATCH-COUNT TO AV-RPT-CL-COUNT.
007070     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
007080     MOVE "BROKEN CHAIN LINKS" TO AV-RPT-CL-LABEL.
007090     MOVE AV-WS-BROKEN-COUNT TO AV-RPT-CL-COUNT.
007100     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
007110     MOVE "SEQUENCE GAPS" TO AV-RPT-CL-LABEL.
007120     MOVE AV-WS-GAP-COUNT TO AV-RPT-CL-COUNT.
007130     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
007140     MOVE "RECORDS MISSING IN GAPS" TO AV-RPT-CL-LABEL.
007150     MOVE AV-WS-MISSING-COUNT TO AV-RPT-CL-COUNT.
007160     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
007170     MOVE "OUT OF ORDER OR REPEATED" TO AV-RPT-CL-LABEL.
007180     MOVE AV-WS-ORDER-COUNT TO AV-RPT-CL-COUNT.
007190     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
007200     MOVE "UNCHAINED AFTER CHAIN BEGAN" TO AV-RPT-CL-LABEL.
007210     MOVE AV-WS-UNCHAINED-COUNT TO AV-RPT-CL-COUNT.
007220     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
007230     MOVE "ARCHIVE STAMP FINDINGS" TO AV-RPT-CL-LABEL.
007240     MOVE AV-WS-STAMP-COUNT TO AV-RPT-CL-COUNT.
007250     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
007260     MOVE "TOTAL FINDINGS" TO AV-RPT-CL-LABEL.
007270     MOVE AV-WS-FINDINGS-TOTAL TO AV-RPT-CL-COUNT.
007280     PERFORM 5100-WRITE-COUNT THRU 5100-EXIT.
007290     MOVE "FIRST SEQUENCE IN CHAIN" TO AV-RPT-CH-LABEL.
007300     MOVE AV-WS-FIRST-SEQUENCE TO AV-RPT-CH-VALUE.
007310     PERFORM 5200-WRITE-CHAIN-VALUE THRU 5200-EXIT.
007320     MOVE "LAST SEQUENCE IN CHAIN" TO AV-RPT-CH-LABEL.
007330     MOVE AV-WS-LAST-SEQUENCE TO AV-RPT-CH-VALUE.
007340     PERFORM 5200-WRITE-CHAIN-VALUE THRU 5200-EXIT.
007350     MOVE "ENDING CHAIN VALUE" TO AV-RPT-CH-LABEL.
007360     MOVE AV-WS-LAST-CHAIN TO AV-RPT-CH-VALUE.
007370     PERFORM 5200-WRITE-CHAIN-VALUE THRU 5200-EXIT.
007380     MOVE "AUDIT CONTROL SEQUENCE" TO AV-RPT-CH-LABEL.
007390     MOVE AV-WS-CONTROL-SEQUENCE TO AV-RPT-CH-VALUE.
007400     PERFORM 5200-WRITE-CHAIN-VALUE THRU 5200-EXIT.
007410     MOVE SPACES TO AV-REPORT-LINE.
007420     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007430     EVALUATE TRUE
007440         WHEN AV-WS-FINDINGS-TOTAL > 0
007450             MOVE "CHAIN NOT VERIFIED -- SEE FINDINGS"
007460                 TO AV-RPT-SH-TITLE
007470         WHEN AV-WS-VERIFIED-COUNT = 0
007480             MOVE "NO CHAINED RECORDS TO VERIFY"
007490                 TO AV-RPT-SH-TITLE
007500         WHEN OTHER
007510             MOVE "CHAIN VERIFIED -- NO FINDINGS"
007520                 TO AV-RPT-SH-TITLE
007530     END-EVALUATE.
007540     MOVE AV-RPT-SECTION-HDG TO AV-REPORT-LINE.
007550     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007560 5000-EXIT.
007570     EXIT.
007580*----------------------------------------------------------------
007590 5100-WRITE-COUNT.
007600*----------------------------------------------------------------
007610     MOVE AV-RPT-COUNT-LINE TO AV-REPORT-LINE.
007620     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007630 5100-EXIT.
007640     EXIT.
007650*----------------------------------------------------------------
007660 5200-WRITE-CHAIN-VALUE.
007670*----------------------------------------------------------------
007680     MOVE AV-RPT-CHAIN-LINE TO AV-REPORT-LINE.
007690     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007700 5200-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------
007730 5900-WRITE-REPORT-LINE.
007740*    WRITE ONE FORMATTED LINE, BREAKING TO A FRESH PAGE HEADING
007750*    EVERY 55 LINES SO THE REPORT FILES CLEANLY.
007760*----------------------------------------------------------------
007770     IF AV-WS-RPT-LINE-COUNT > 55
007780         PERFORM 5910-WRITE-PAGE-HEADING THRU 5910-EXIT
007790     END-IF.
007800     WRITE AV-REPORT-LINE AFTER ADVANCING 1 LINE.
007810     ADD 1 TO AV-WS-RPT-LINE-COUNT.
007820 5900-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------
007850 5910-WRITE-PAGE-HEADING.
007860*----------------------------------------------------------------
007870     MOVE AV-REPORT-LINE TO AV-WS-RPT-HOLD-LINE.
007880     ADD 1 TO AV-WS-RPT-PAGE-COUNT.
007890     MOVE AV-WS-RUN-TIMESTAMP(1:21) TO AV-RPT-H1-TIMESTAMP.
007900     MOVE AV-WS-RPT-PAGE-COUNT TO AV-RPT-H1-PAGE.
007910     MOVE AV-RPT-HEADING-1 TO AV-REPORT-LINE.
007920     WRITE AV-REPORT-LINE AFTER ADVANCING PAGE.
007930     MOVE SPACES TO AV-REPORT-LINE.
007940     WRITE AV-REPORT-LINE AFTER ADVANCING 1 LINE.
007950     MOVE 2 TO AV-WS-RPT-LINE-COUNT.
007960     MOVE AV-WS-RPT-HOLD-LINE TO AV-REPORT-LINE.
007970 5910-EXIT.
007980     EXIT.
007990*----------------------------------------------------------------
008000 9000-TERMINATE.
008010*    ANY FINDING ENDS THE JOB AT RETURN CODE 8 SO THE SCHEDULER
008020*    HOLDS THE ARCHIVE STEP; NOTHING CHAINED TO VERIFY IS 4.
008030*----------------------------------------------------------------
008040     CLOSE VERIFY-REPORT.
008050     IF AV-WS-FINDINGS-TOTAL > 0
008060         MOVE 8 TO RETURN-CODE
008070     ELSE
008080         IF AV-WS-VERIFIED-COUNT = 0
008090             MOVE 4 TO RETURN-CODE
008100         END-IF
008110     END-IF.
008120     DISPLAY "AUDITVERIFY: " AV-WS-VERIFIED-COUNT " VERIFIED, "
008130         AV-WS-FINDINGS-TOTAL " FINDINGS, LAST SEQUENCE "
008140         AV-WS-LAST-SEQUENCE.
008150 9000-EXIT.
008160     EXIT.
008170*----------------------------------------------------------------
008180 9900-END-LEDGER-STEP.
008190*    READ IS THE ARCHIVED AND LIVE AUDIT RECORDS WALKED; REJECTED
008200*    IS THE FINDINGS.
008210*----------------------------------------------------------------
008220     MOVE "E" TO AV-LQ-FUNCTION.
008230     MOVE RETURN-CODE TO AV-LQ-RETURN-CODE.
008240     COMPUTE AV-LQ-READ =
008250         AV-WS-ARCHIVED-READ + AV-WS-LIVE-READ.
008260     MOVE 0 TO AV-LQ-WRITTEN.
008270     MOVE AV-WS-FINDINGS-TOTAL TO AV-LQ-REJECTED.
008280     CALL "RunLedger" USING AV-LEDGER-REQUEST.
008290 9900-EXIT.
008300     EXIT.
008310*----------------------------------------------------------------
008320 9950-ABEND-STEP.
008330*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
008340*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
008350*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
008360*    STEP ENDED RATHER THAN A START WITH NO END.
008370*----------------------------------------------------------------
008380     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
008390     STOP RUN.
008400 9950-EXIT.
008410     EXIT.
