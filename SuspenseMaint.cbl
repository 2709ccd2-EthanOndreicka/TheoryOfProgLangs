000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SuspenseMaint.
000030 AUTHOR.        R HALVERSEN.
000040 INSTALLATION.  CRYPTO OPERATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/26  RH   ORIGINAL VERSION.  CAESARCIPHER NOW MOVES A
000120*                GARBLED SEGMENT CHAIN TO THE SUSPENSE FILE
000130*                INSTEAD OF ENDING THE RUN.  THIS PROGRAM LISTS
000140*                EVERY SUSPENDED RECORD WITH ITS REASON FOR THE
000150*                INTERCEPT DESK, TAKES THE DESK'S CORRECTED QUEUE
000160*                RECORDS (CORRECTN), CHECKS EACH CORRECTED CHAIN
000170*                THE WAY 2110-ADD-ONE-SEGMENT WILL, AND WRITES
000180*                THE GOOD ONES AS A FRESH MSGQUEUE BATCH
000190*                (RESUBQ) WITH ITS OWN HEADER AND TRAILER, READY
000200*                FOR THE NEXT CAESARCIPHER WINDOW.  A CHAIN THAT
000210*                STILL FAILS, OR THAT ANSWERS NO SUSPENDED
000220*                MESSAGE, IS REJECTED ON THE LISTING.  WITH NO
000230*                CORRECTIONS THE RUN IS A LISTING ONLY.
000231* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000232*                THROUGH THE RUNLEDGER MODULE, UNDER THE BATCH
000233*                DATE OF THE CURRENT CYCLE, WITH THE SUSPENSE AND
000234*                CORRECTION RECORDS READ, RESUBMISSION RECORDS
000235*                WRITTEN AND CORRECTIONS REJECTED.
000236* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000237*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000238*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000239*                RUN STOPS.
000240* 10/15/26  RH   CORRECTED CHAINS ARE NO LONGER WRITTEN TO RESUBQ
000241*                AS ONE BATCH UNDER ONE DATE.  THEY GO THROUGH A
000242*                SORT BY THE BATCH DATE AND SOURCE SYSTEM OF THE
000243*                SUSPENDED MESSAGE THEY REPAIR, AND EACH DATE AND
000244*                SOURCE GETS ITS OWN HEADER AND TRAILER, SO EVERY
000245*                DECODE POSTS UNDER THE NIGHT ITS TRAFFIC ARRIVED.
000246*                THE SYSIN CARD NOW ONLY FILLS IN A SUSPENDED
000247*                MESSAGE RECORDED WITHOUT A DATE OR SOURCE, AND
000248*                DATES THE EMPTY BATCH WRITTEN WHEN NOTHING IS
000249*                RESUBMITTED.
000250*----------------------------------------------------------------
000251 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS SM-WS-SUSPENSE-STATUS.
000340     SELECT CORRECTIONS ASSIGN TO "CORRECTN"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS SM-WS-CORRECT-STATUS.
000370     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS SM-WS-CONTROL-STATUS.
000400     SELECT RESUBMIT-QUEUE ASSIGN TO "RESUBQ"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS SM-WS-RESUBQ-STATUS.
000425     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000430     SELECT SUSPENSE-REPORT ASSIGN TO "SUSPRPT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS SM-WS-REPORT-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SUSPENSE-FILE
000500     RECORDING MODE IS F
000510     LABEL RECORDS ARE STANDARD.
000520 01  SM-SUSPENSE-RECORD.
000530     05  SM-SP-BATCH-DATE      PIC X(08).
000540     05  SM-SP-SOURCE-SYSTEM   PIC X(08).
000550     05  SM-SP-REASON          PIC X(02).
000560         88  SM-SP-SEG-NOT-NUMERIC       VALUE "NN".
000570         88  SM-SP-OUT-OF-SEQUENCE       VALUE "SQ".
000580         88  SM-SP-CHAIN-BROKEN          VALUE "BK".
000590         88  SM-SP-TOO-MANY-SEGMENTS     VALUE "OV".
000600         88  SM-SP-TRUNCATED-AT-EOF      VALUE "TR".
000610     05  SM-SP-CHAIN-ID        PIC X(10).
000620     05  SM-SP-CHAIN-SEQ       PIC 9(02).
000630     05  SM-SP-ARRIVAL-SEQ     PIC 9(07).
000640     05  SM-SP-QUEUE-DETAIL.
000650         10  SM-SP-REC-TYPE    PIC X(01).
000660         10  SM-SP-MESSAGE-ID  PIC X(10).
000670         10  SM-SP-SEGMENT-NO  PIC X(02).
000680         10  SM-SP-CONT-FLAG   PIC X(01).
000690         10  SM-SP-PRIORITY    PIC X(01).
000700         10  SM-SP-LANGUAGE    PIC X(01).
000710         10  SM-SP-TEXT        PIC X(100).
000720*
000730 FD  CORRECTIONS
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  SM-CORRECTION-RECORD.
000770     05  SM-CR-REC-TYPE        PIC X(01).
000780         88  SM-CR-DETAIL                VALUE "D".
000790     05  SM-CR-MESSAGE-ID      PIC X(10).
000800     05  SM-CR-SEGMENT-NO      PIC 9(02).
000810     05  SM-CR-CONT-FLAG       PIC X(01).
000820         88  SM-CR-CONTINUED             VALUE "C".
000830     05  SM-CR-PRIORITY        PIC X(01).
000840     05  SM-CR-LANGUAGE        PIC X(01).
000850     05  SM-CR-TEXT            PIC X(100).
000860*
000870 FD  CONTROL-CARD
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  SM-CONTROL-RECORD.
000910     05  SM-CTL-BATCH-DATE     PIC X(08).
000920     05  SM-CTL-SOURCE-SYSTEM  PIC X(08).
000930     05  FILLER                PIC X(64).
000940*
000950 FD  RESUBMIT-QUEUE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  SM-RESUBMIT-RECORD        PIC X(116).
000990 01  SM-RESUBMIT-HDR-RECORD.
001000     05  SM-RQH-REC-TYPE       PIC X(01).
001010     05  SM-RQH-BATCH-DATE     PIC X(08).
001020     05  SM-RQH-SOURCE-SYSTEM  PIC X(08).
001030     05  FILLER                PIC X(99).
001040 01  SM-RESUBMIT-TRL-RECORD.
001050     05  SM-RQT-REC-TYPE       PIC X(01).
001060     05  SM-RQT-RECORD-COUNT   PIC 9(07).
001070     05  FILLER                PIC X(108).
001080*
001081 SD  SORT-WORK.
001082 01  SM-SORT-RECORD.
001083     05  SM-SW-BATCH-DATE      PIC X(08).
001084     05  SM-SW-SOURCE-SYSTEM   PIC X(08).
001085     05  SM-SW-RELEASE-SEQ     PIC 9(07).
001086     05  SM-SW-QUEUE-DETAIL    PIC X(116).
001087*
001090 FD  SUSPENSE-REPORT
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  SM-REPORT-LINE            PIC X(132).
001130*
001140 WORKING-STORAGE SECTION.
001150*----------------------------------------------------------------
001160* FILE STATUS AND END-OF-FILE SWITCHES
001170*----------------------------------------------------------------
001180 01  SM-WS-SUSPENSE-STATUS     PIC X(02) VALUE SPACES.
001190 01  SM-WS-CORRECT-STATUS      PIC X(02) VALUE SPACES.
001200 01  SM-WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
001210 01  SM-WS-RESUBQ-STATUS       PIC X(02) VALUE SPACES.
001220 01  SM-WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
001230 01  SM-WS-SUSP-EOF-FLAG       PIC X(01) VALUE "N".
001240     88  SM-WS-SUSP-EOF                  VALUE "Y".
001250 01  SM-WS-CORR-EOF-FLAG       PIC X(01) VALUE "N".
001260     88  SM-WS-CORR-EOF                  VALUE "Y".
001270 01  SM-WS-CORR-OPEN-FLAG      PIC X(01) VALUE "N".
001280     88  SM-WS-CORR-OPEN                 VALUE "Y".
001290 01  SM-WS-RUN-TIMESTAMP       PIC X(26) VALUE SPACES.
001300*----------------------------------------------------------------
001305* RESUBMISSION BATCH CONTROLS.  RESUBQ CARRIES ONE HEADER AND
001310* TRAILER FOR EACH BATCH DATE AND SOURCE SYSTEM AMONG THE CHAINS
001315* RESUBMITTED, TAKEN FROM THE SUSPENDED MESSAGE EACH CHAIN
001320* REPAIRS, SO THE DECODE POSTS UNDER THE NIGHT THE TRAFFIC
001325* ORIGINALLY ARRIVED.  THE DEFAULT DATE AND SOURCE -- FROM THE
001330* SYSIN CARD WHEN ONE IS SUPPLIED, OTHERWISE THE FIRST SUSPENDED
001335* MESSAGE'S -- FILL IN A MESSAGE SUSPENDED WITHOUT THEM AND DATE
001340* THE EMPTY BATCH WRITTEN WHEN NOTHING IS RESUBMITTED.
001350*----------------------------------------------------------------
001360 01  SM-WS-BATCH-DATE          PIC X(08) VALUE SPACES.
001370 01  SM-WS-SOURCE-SYSTEM       PIC X(08) VALUE SPACES.
001380 01  SM-WS-RESUB-WRITTEN       PIC 9(07) VALUE 0.
001381 01  SM-WS-GROUP-DATE          PIC X(08) VALUE SPACES.
001382 01  SM-WS-GROUP-SOURCE        PIC X(08) VALUE SPACES.
001383 01  SM-WS-GROUP-WRITTEN       PIC 9(07) VALUE 0.
001384 01  SM-WS-RESUB-BATCHES       PIC 9(05) VALUE 0.
001385 01  SM-WS-RELEASE-SEQ         PIC 9(07) VALUE 0.
001386 01  SM-WS-SORT-EOF-FLAG       PIC X(01) VALUE "N".
001387     88  SM-WS-SORT-EOF                  VALUE "Y".
001390*----------------------------------------------------------------
001400* SUSPENDED-MESSAGE TABLE, ONE ENTRY PER SUSPENDED CHAIN, SO A
001410* CORRECTION CAN BE MATCHED TO THE MESSAGE IT REPAIRS AND NOT
001420* RESUBMITTED TWICE.
001430*----------------------------------------------------------------
001440 01  SM-MAX-SUSPENDED          PIC 9(04) VALUE 500.
001450 01  SM-WS-SUSP-COUNT          PIC 9(04) VALUE 0.
001460 01  SM-WS-SUSP-IDX            PIC 9(04) VALUE 0.
001470 01  SM-WS-SUSP-FOUND          PIC 9(04) VALUE 0.
001480 01  SM-WS-SUSP-FULL-FLAG      PIC X(01) VALUE "N".
001490     88  SM-WS-SUSP-FULL                 VALUE "Y".
001500 01  SM-SUSPENDED-TABLE.
001510     05  SM-SU-ENTRY  OCCURS 500 TIMES.
001520         10  SM-SU-CHAIN-ID    PIC X(10).
001530         10  SM-SU-REASON      PIC X(02).
001533         10  SM-SU-BATCH-DATE  PIC X(08).
001536         10  SM-SU-SOURCE      PIC X(08).
001540         10  SM-SU-RECORDS     PIC 9(02).
001550         10  SM-SU-RESUB-FLAG  PIC X(01).
001560*----------------------------------------------------------------
001570* CORRECTED-CHAIN BUILD AREA.  CONSECUTIVE CORRECTION RECORDS
001580* UNDER ONE MESSAGE-ID ARE GATHERED HERE AND CHECKED WHOLE
001590* BEFORE ANY OF THEM GOES TO RESUBQ -- SEGMENTS NUMERIC AND
001600* RUNNING 1 UP, CONTINUATION FLAG ON EVERY SEGMENT BUT THE LAST,
001610* NO MORE THAN 5 SEGMENTS, PRIORITY PRESENT.
001620*----------------------------------------------------------------
001630 01  SM-MAX-SEGMENTS           PIC 9(02) VALUE 5.
001640 01  SM-MAX-HELD               PIC 9(02) VALUE 9.
001650 01  SM-WS-CHAIN-ID            PIC X(10) VALUE SPACES.
001660 01  SM-WS-CHAIN-COUNT         PIC 9(02) VALUE 0.
001670 01  SM-WS-CHAIN-IDX           PIC 9(02) VALUE 0.
001680 01  SM-WS-CHAIN-BAD-FLAG      PIC X(01) VALUE "N".
001690     88  SM-WS-CHAIN-BAD                 VALUE "Y".
001700 01  SM-WS-CHAIN-REASON        PIC X(40) VALUE SPACES.
001710 01  SM-CHAIN-TABLE.
001720     05  SM-CH-ENTRY  OCCURS 9 TIMES.
001730         10  SM-CH-RECORD      PIC X(116).
001740 01  SM-WS-CHECK-RECORD.
001750     05  SM-CK-REC-TYPE        PIC X(01).
001760     05  SM-CK-MESSAGE-ID      PIC X(10).
001770     05  SM-CK-SEGMENT-NO      PIC 9(02).
001780     05  SM-CK-CONT-FLAG       PIC X(01).
001790         88  SM-CK-CONTINUED             VALUE "C".
001800     05  SM-CK-PRIORITY        PIC X(01).
001810     05  SM-CK-LANGUAGE        PIC X(01).
001820     05  SM-CK-TEXT            PIC X(100).
001830*----------------------------------------------------------------
001840* RUN COUNTERS
001850*----------------------------------------------------------------
001860 01  SM-WS-SUSP-RECS-READ      PIC 9(07) VALUE 0.
001870 01  SM-WS-CORR-RECS-READ      PIC 9(07) VALUE 0.
001880 01  SM-WS-CNT-RESUBMITTED     PIC 9(07) VALUE 0.
001890 01  SM-WS-CNT-REJECTED        PIC 9(07) VALUE 0.
001900 01  SM-WS-CNT-OUTSTANDING     PIC 9(07) VALUE 0.
001901*----------------------------------------------------------------
001902* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
001903* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
001904* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
001905* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
001906*----------------------------------------------------------------
001907 01  SM-LEDGER-REQUEST.
001908     05  SM-LQ-FUNCTION        PIC X(01).
001909     05  SM-LQ-PROGRAM         PIC X(16) VALUE "SUSPENSEMAINT".
001910     05  SM-LQ-JOB-ID          PIC X(08) VALUE SPACES.
001911     05  SM-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
001912     05  SM-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
001913     05  SM-LQ-READ            PIC 9(09) VALUE 0.
001914     05  SM-LQ-WRITTEN         PIC 9(09) VALUE 0.
001915     05  SM-LQ-REJECTED        PIC 9(09) VALUE 0.
001916     05  SM-LQ-START-TS        PIC X(14) VALUE SPACES.
001917     05  SM-LQ-RESULT          PIC X(01) VALUE SPACES.
001918         88  SM-LQ-CLEARED               VALUE "Y".
001919     05  SM-LQ-MESSAGE         PIC X(80) VALUE SPACES.
001920*----------------------------------------------------------------
001921* REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED STYLE AS
001930* THE CAESARCIPHER OPERATOR SUMMARY.
001940*----------------------------------------------------------------
001950 01  SM-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
001960 01  SM-WS-RPT-PAGE-COUNT      PIC 9(03) VALUE 0.
001970 01  SM-WS-RPT-HOLD-LINE       PIC X(132) VALUE SPACES.
001980 01  SM-RPT-HEADING-1.
001990     05  FILLER                PIC X(38) VALUE
002000         "SUSPENSEMAINT  SUSPENSE FILE LISTING  ".
002010     05  FILLER                PIC X(07) VALUE SPACES.
002020     05  FILLER                PIC X(04) VALUE "RUN ".
002030     05  SM-RPT-H1-TIMESTAMP   PIC X(21).
002040     05  FILLER                PIC X(07) VALUE "  PAGE ".
002050     05  SM-RPT-H1-PAGE        PIC ZZ9.
002060     05  FILLER                PIC X(52) VALUE SPACES.
002070 01  SM-RPT-SECTION-HDG.
002080     05  FILLER                PIC X(03) VALUE SPACES.
002090     05  SM-RPT-SH-TITLE       PIC X(40).
002100     05  FILLER                PIC X(89) VALUE SPACES.
002110 01  SM-RPT-COUNT-LINE.
002120     05  FILLER                PIC X(05) VALUE SPACES.
002130     05  SM-RPT-CL-LABEL       PIC X(30).
002140     05  SM-RPT-CL-COUNT       PIC Z,ZZZ,ZZ9.
002150     05  FILLER                PIC X(88) VALUE SPACES.
002160 01  SM-RPT-SUSP-CAPTION.
002170     05  FILLER                PIC X(05) VALUE SPACES.
002180     05  FILLER                PIC X(14) VALUE "MESSAGE-ID  SQ".
002190     05  FILLER                PIC X(02) VALUE SPACES.
002200     05  FILLER                PIC X(24) VALUE "REASON".
002210     05  FILLER                PIC X(02) VALUE SPACES.
002220     05  FILLER                PIC X(04) VALUE "SG C".
002230     05  FILLER                PIC X(02) VALUE SPACES.
002240     05  FILLER                PIC X(60) VALUE "TEXT".
002250     05  FILLER                PIC X(19) VALUE SPACES.
002260 01  SM-RPT-SUSP-LINE.
002270     05  FILLER                PIC X(05) VALUE SPACES.
002280     05  SM-RPT-SL-CHAIN-ID    PIC X(10).
002290     05  FILLER                PIC X(02) VALUE SPACES.
002300     05  SM-RPT-SL-SEQ         PIC Z9.
002310     05  FILLER                PIC X(02) VALUE SPACES.
002320     05  SM-RPT-SL-REASON      PIC X(24).
002330     05  FILLER                PIC X(02) VALUE SPACES.
002340     05  SM-RPT-SL-SEGMENT     PIC X(02).
002350     05  FILLER                PIC X(01) VALUE SPACES.
002360     05  SM-RPT-SL-CONT        PIC X(01).
002370     05  FILLER                PIC X(02) VALUE SPACES.
002380     05  SM-RPT-SL-TEXT        PIC X(60).
002390     05  FILLER                PIC X(19) VALUE SPACES.
002400 01  SM-RPT-CORR-LINE.
002410     05  FILLER                PIC X(05) VALUE SPACES.
002420     05  SM-RPT-CR-MSG-ID      PIC X(10).
002430     05  FILLER                PIC X(02) VALUE SPACES.
002440     05  SM-RPT-CR-SEGS        PIC Z9.
002450     05  FILLER                PIC X(11) VALUE " SEGMENTS  ".
002460     05  SM-RPT-CR-TEXT        PIC X(40).
002470     05  FILLER                PIC X(62) VALUE SPACES.
002480*
002490 PROCEDURE DIVISION.
002500*----------------------------------------------------------------
002510 0000-MAINLINE.
002520*----------------------------------------------------------------
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540     PERFORM 3000-LIST-SUSPENSE THRU 3000-EXIT.
002550     IF SM-WS-CORR-OPEN
002565         PERFORM 2500-SORT-RESUBMISSIONS THRU 2500-EXIT
002580     END-IF.
002590     PERFORM 3500-LIST-COUNTS THRU 3500-EXIT.
002600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002605     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
002610     STOP RUN.
002620 0000-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650 1000-INITIALIZE.
002660*    THE SUSPENSE FILE IS REQUIRED.  CORRECTIONS AND THE SYSIN
002670*    CARD ARE OPTIONAL: WITH NO CORRECTIONS THE RUN LISTS THE
002680*    SUSPENSE FILE AND WRITES NO RESUBMISSION BATCH AT ALL.
002690*----------------------------------------------------------------
002700     MOVE FUNCTION CURRENT-DATE TO SM-WS-RUN-TIMESTAMP.
002705     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
002710     OPEN OUTPUT SUSPENSE-REPORT.
002720     IF SM-WS-REPORT-STATUS NOT = "00"
002730         DISPLAY "SUSPENSEMAINT: REPORT OPEN FAILED, STATUS "
002740             SM-WS-REPORT-STATUS
002750         MOVE 16 TO RETURN-CODE
002760         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002770     END-IF.
002780     OPEN INPUT SUSPENSE-FILE.
002790     IF SM-WS-SUSPENSE-STATUS NOT = "00"
002800         DISPLAY "SUSPENSEMAINT: SUSPENSE OPEN FAILED, STATUS "
002810             SM-WS-SUSPENSE-STATUS
002820         MOVE 16 TO RETURN-CODE
002830         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002840     END-IF.
002850     OPEN INPUT CONTROL-CARD.
002860     IF SM-WS-CONTROL-STATUS = "00"
002870         READ CONTROL-CARD
002880             AT END
002890                 MOVE SPACES TO SM-CONTROL-RECORD
002900         END-READ
002910         MOVE SM-CTL-BATCH-DATE TO SM-WS-BATCH-DATE
002920         MOVE SM-CTL-SOURCE-SYSTEM TO SM-WS-SOURCE-SYSTEM
002930         CLOSE CONTROL-CARD
002940     END-IF.
002950     OPEN INPUT CORRECTIONS.
002960     IF SM-WS-CORRECT-STATUS = "00"
002970         MOVE "Y" TO SM-WS-CORR-OPEN-FLAG
002980         PERFORM 2900-READ-CORRECTION THRU 2900-EXIT
002990     ELSE
003000         DISPLAY "SUSPENSEMAINT: NO CORRECTIONS, STATUS "
003010             SM-WS-CORRECT-STATUS " -- LISTING ONLY"
003020     END-IF.
003030     PERFORM 2950-READ-SUSPENSE THRU 2950-EXIT.
003040     IF SM-WS-BATCH-DATE = SPACES AND NOT SM-WS-SUSP-EOF
003050         MOVE SM-SP-BATCH-DATE TO SM-WS-BATCH-DATE
003060     END-IF.
003070     IF SM-WS-SOURCE-SYSTEM = SPACES AND NOT SM-WS-SUSP-EOF
003080         MOVE SM-SP-SOURCE-SYSTEM TO SM-WS-SOURCE-SYSTEM
003090     END-IF.
003100     IF NOT SM-WS-CORR-OPEN
003110         GO TO 1000-EXIT
003120     END-IF.
003130     OPEN OUTPUT RESUBMIT-QUEUE.
003140     IF SM-WS-RESUBQ-STATUS NOT = "00"
003150         DISPLAY "SUSPENSEMAINT: RESUBQ OPEN FAILED, STATUS "
003160             SM-WS-RESUBQ-STATUS
003170         MOVE 16 TO RETURN-CODE
003180         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003190     END-IF.
003250 1000-EXIT.
003260     EXIT.
003261*----------------------------------------------------------------
003262 1900-BEGIN-LEDGER-STEP.
003263*    RECORD THE STEP'S START ON THE RUN LEDGER.  THE STEP HAS NO
003264*    BATCH DATE OF ITS OWN AND JOINS THE CURRENT CYCLE.
003265*----------------------------------------------------------------
003266     MOVE "B" TO SM-LQ-FUNCTION.
003267     MOVE RETURN-CODE TO SM-LQ-RETURN-CODE.
003268     CALL "RunLedger" USING SM-LEDGER-REQUEST.
003269     IF NOT SM-LQ-CLEARED
003270         DISPLAY "SUSPENSEMAINT: RUN REFUSED -- " SM-LQ-MESSAGE
003271         MOVE 12 TO RETURN-CODE
003272         STOP RUN
003273     END-IF.
003274 1900-EXIT.
003275     EXIT.
003276*----------------------------------------------------------------
003280 2000-PROCESS-ONE-CHAIN.
003290*    GATHER THE CORRECTION RECORDS FOR ONE MESSAGE-ID, CHECK THE
003296*    CHAIN WHOLE, AND EITHER RELEASE IT TO THE RESUBMISSION SORT
003302*    OR REJECT IT.
003310*    THE READ-AHEAD THAT ENDS THE GATHER IS ALREADY THE FIRST
003320*    RECORD OF THE NEXT CHAIN.
003330*----------------------------------------------------------------
003340     MOVE SM-CR-MESSAGE-ID TO SM-WS-CHAIN-ID.
003350     MOVE 0 TO SM-WS-CHAIN-COUNT.
003360     MOVE "N" TO SM-WS-CHAIN-BAD-FLAG.
003370     MOVE SPACES TO SM-WS-CHAIN-REASON.
003380     PERFORM 2100-GATHER-ONE-RECORD THRU 2100-EXIT
003390         UNTIL SM-WS-CORR-EOF
003400         OR SM-CR-MESSAGE-ID NOT = SM-WS-CHAIN-ID.
003410     IF NOT SM-WS-CHAIN-BAD
003420         PERFORM 2200-VALIDATE-CHAIN THRU 2200-EXIT
003430     END-IF.
003440     IF SM-WS-CHAIN-BAD
003450         ADD 1 TO SM-WS-CNT-REJECTED
003460         MOVE SM-WS-CHAIN-REASON TO SM-RPT-CR-TEXT
003470         PERFORM 3900-WRITE-CORRECTION-LINE THRU 3900-EXIT
003480         GO TO 2000-EXIT
003490     END-IF.
003500     PERFORM 2300-RELEASE-ONE-RESUBMIT THRU 2300-EXIT
003510         VARYING SM-WS-CHAIN-IDX FROM 1 BY 1
003520         UNTIL SM-WS-CHAIN-IDX > SM-WS-CHAIN-COUNT.
003530     MOVE "Y" TO SM-SU-RESUB-FLAG(SM-WS-SUSP-FOUND).
003540     ADD 1 TO SM-WS-CNT-RESUBMITTED.
003550     MOVE "RESUBMITTED" TO SM-RPT-CR-TEXT.
003560     PERFORM 3900-WRITE-CORRECTION-LINE THRU 3900-EXIT.
003570 2000-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------
003600 2100-GATHER-ONE-RECORD.
003610*    HOLD ONE CORRECTION RECORD AND READ AHEAD.  A CHAIN LONGER
003620*    THAN THE HOLD AREA IS ALREADY PAST THE SEGMENT LIMIT, SO THE
003630*    EXCESS IS COUNTED OFF RATHER THAN HELD.
003640*----------------------------------------------------------------
003650     IF NOT SM-CR-DETAIL
003660         MOVE "Y" TO SM-WS-CHAIN-BAD-FLAG
003670         MOVE "NOT A QUEUE DETAIL RECORD"
003680             TO SM-WS-CHAIN-REASON
003690     END-IF.
003700     IF SM-WS-CHAIN-COUNT < SM-MAX-HELD
003710         ADD 1 TO SM-WS-CHAIN-COUNT
003720         MOVE SM-CORRECTION-RECORD
003730             TO SM-CH-RECORD(SM-WS-CHAIN-COUNT)
003740     ELSE
003750         MOVE "Y" TO SM-WS-CHAIN-BAD-FLAG
003760         MOVE "MORE THAN 5 SEGMENTS" TO SM-WS-CHAIN-REASON
003770     END-IF.
003780     PERFORM 2900-READ-CORRECTION THRU 2900-EXIT.
003790 2100-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------
003820 2200-VALIDATE-CHAIN.
003830*    THE SAME TESTS 2110-ADD-ONE-SEGMENT WILL APPLY WHEN THE
003840*    BATCH IS RUN, SO A CHAIN THAT PASSES HERE CANNOT GO STRAIGHT
003850*    BACK TO SUSPENSE.  THE MESSAGE MUST ALSO BE ONE THAT WAS
003860*    SUSPENDED AND NOT ALREADY RESUBMITTED THIS RUN.
003870*----------------------------------------------------------------
003880     IF SM-WS-CHAIN-COUNT > SM-MAX-SEGMENTS
003890         MOVE "Y" TO SM-WS-CHAIN-BAD-FLAG
003900         MOVE "MORE THAN 5 SEGMENTS" TO SM-WS-CHAIN-REASON
003910         GO TO 2200-EXIT
003920     END-IF.
003930     PERFORM 2210-CHECK-ONE-SEGMENT THRU 2210-EXIT
003940         VARYING SM-WS-CHAIN-IDX FROM 1 BY 1
003950         UNTIL SM-WS-CHAIN-IDX > SM-WS-CHAIN-COUNT
003960         OR SM-WS-CHAIN-BAD.
003970     IF SM-WS-CHAIN-BAD
003980         GO TO 2200-EXIT
003990     END-IF.
004000     PERFORM 2800-FIND-SUSPENDED THRU 2800-EXIT.
004010     IF SM-WS-SUSP-FOUND = 0
004020         MOVE "Y" TO SM-WS-CHAIN-BAD-FLAG
004030         MOVE "MESSAGE-ID NOT ON SUSPENSE FILE"
004040             TO SM-WS-CHAIN-REASON
004050         GO TO 2200-EXIT
004060     END-IF.
004070     IF SM-SU-RESUB-FLAG(SM-WS-SUSP-FOUND) = "Y"
004080         MOVE "Y" TO SM-WS-CHAIN-BAD-FLAG
004090         MOVE "MESSAGE ALREADY RESUBMITTED THIS RUN"
004100             TO SM-WS-CHAIN-REASON
004110     END-IF.
004120 2200-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150 2210-CHECK-ONE-SEGMENT.
004160*----------------------------------------------------------------
004170     MOVE SM-CH-RECORD(SM-WS-CHAIN-IDX) TO SM-WS-CHECK-RECORD.
004180     IF SM-CK-SEGMENT-NO IS NOT NUMERIC
004190         MOVE "Y" TO SM-WS-CHAIN-BAD-FLAG
004200         MOVE "SEGMENT NUMBER NOT NUMERIC" TO SM-WS-CHAIN-REASON
004210         GO TO 2210-EXIT
004220     END-IF.
004230     IF SM-CK-SEGMENT-NO NOT = SM-WS-CHAIN-IDX
004240         MOVE "Y" TO SM-WS-CHAIN-BAD-FLAG
004250         MOVE "SEGMENT OUT OF SEQUENCE" TO SM-WS-CHAIN-REASON
004260         GO TO 2210-EXIT
004270     END-IF.
004280     IF SM-CK-PRIORITY IS NOT NUMERIC
004290         MOVE "Y" TO SM-WS-CHAIN-BAD-FLAG
004300         MOVE "PRIORITY NOT NUMERIC" TO SM-WS-CHAIN-REASON
004310         GO TO 2210-EXIT
004320     END-IF.
004330     IF SM-WS-CHAIN-IDX < SM-WS-CHAIN-COUNT
004340         IF NOT SM-CK-CONTINUED
004350             MOVE "Y" TO SM-WS-CHAIN-BAD-FLAG
004360             MOVE "CONTINUATION FLAG MISSING MID-CHAIN"
004370                 TO SM-WS-CHAIN-REASON
004380         END-IF
004390     ELSE
004400         IF SM-CK-CONTINUED
004410             MOVE "Y" TO SM-WS-CHAIN-BAD-FLAG
004420             MOVE "LAST SEGMENT FLAGGED AS CONTINUED"
004430                 TO SM-WS-CHAIN-REASON
004440         END-IF
004450     END-IF.
004460 2210-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004483 2300-RELEASE-ONE-RESUBMIT.
004486*    RELEASE ONE CORRECTED RECORD UNDER THE BATCH DATE AND SOURCE
004489*    SYSTEM OF THE SUSPENDED MESSAGE IT REPAIRS.  THE RELEASE
004492*    SEQUENCE KEEPS EACH CHAIN'S SEGMENTS TOGETHER AND IN ORDER.
004495*----------------------------------------------------------------
004498     MOVE SM-SU-BATCH-DATE(SM-WS-SUSP-FOUND) TO SM-SW-BATCH-DATE.
004501     IF SM-SW-BATCH-DATE = SPACES
004504         MOVE SM-WS-BATCH-DATE TO SM-SW-BATCH-DATE
004507     END-IF.
004510     MOVE SM-SU-SOURCE(SM-WS-SUSP-FOUND) TO SM-SW-SOURCE-SYSTEM.
004513     IF SM-SW-SOURCE-SYSTEM = SPACES
004516         MOVE SM-WS-SOURCE-SYSTEM TO SM-SW-SOURCE-SYSTEM
004519     END-IF.
004522     ADD 1 TO SM-WS-RELEASE-SEQ.
004525     MOVE SM-WS-RELEASE-SEQ TO SM-SW-RELEASE-SEQ.
004528     MOVE SM-CH-RECORD(SM-WS-CHAIN-IDX) TO SM-SW-QUEUE-DETAIL.
004531     RELEASE SM-SORT-RECORD.
004534 2300-EXIT.
004537     EXIT.
004540*----------------------------------------------------------------
004543 2500-SORT-RESUBMISSIONS.
004546*    THE CORRECTIONS ARE CHECKED AND RELEASED IN DESK ORDER AND
004549*    COME BACK GROUPED BY BATCH DATE AND SOURCE SYSTEM, ONE RESUBQ
004552*    BATCH TO EACH GROUP.
004555*----------------------------------------------------------------
004558     SORT SORT-WORK
004561         ON ASCENDING KEY SM-SW-BATCH-DATE
004564         ON ASCENDING KEY SM-SW-SOURCE-SYSTEM
004567         ON ASCENDING KEY SM-SW-RELEASE-SEQ
004570         INPUT PROCEDURE IS 2600-RELEASE-CORRECTIONS
004571             THRU 2600-EXIT
004573         OUTPUT PROCEDURE IS 4000-WRITE-RESUBMISSIONS
004574             THRU 4000-EXIT.
004576 2500-EXIT.
004579     EXIT.
004582*----------------------------------------------------------------
004585 2600-RELEASE-CORRECTIONS.
004588*    SORT INPUT PROCEDURE.
004591*----------------------------------------------------------------
004594     PERFORM 2000-PROCESS-ONE-CHAIN THRU 2000-EXIT
004597         UNTIL SM-WS-CORR-EOF.
004600 2600-EXIT.
004603     EXIT.
004620*----------------------------------------------------------------
004630 2800-FIND-SUSPENDED.
004640*----------------------------------------------------------------
004650     MOVE 0 TO SM-WS-SUSP-FOUND.
004660     PERFORM 2810-MATCH-ONE-SUSPENDED THRU 2810-EXIT
004670         VARYING SM-WS-SUSP-IDX FROM 1 BY 1
004680         UNTIL SM-WS-SUSP-IDX > SM-WS-SUSP-COUNT
004690         OR SM-WS-SUSP-FOUND > 0.
004700 2800-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730 2810-MATCH-ONE-SUSPENDED.
004740*----------------------------------------------------------------
004750     IF SM-SU-CHAIN-ID(SM-WS-SUSP-IDX) = SM-WS-CHAIN-ID
004760         MOVE SM-WS-SUSP-IDX TO SM-WS-SUSP-FOUND
004770     END-IF.
004780 2810-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------
004810 2900-READ-CORRECTION.
004820*----------------------------------------------------------------
004830     READ CORRECTIONS
004840         AT END
004850             MOVE "Y" TO SM-WS-CORR-EOF-FLAG
004860         NOT AT END
004870             ADD 1 TO SM-WS-CORR-RECS-READ
004880     END-READ.
004890 2900-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920 2950-READ-SUSPENSE.
004930*----------------------------------------------------------------
004940     READ SUSPENSE-FILE
004950         AT END
004960             MOVE "Y" TO SM-WS-SUSP-EOF-FLAG
004970         NOT AT END
004980             ADD 1 TO SM-WS-SUSP-RECS-READ
004990     END-READ.
005000 2950-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030 3000-LIST-SUSPENSE.
005040*    LIST EVERY SUSPENDED RECORD WITH ITS REASON, AND LOAD ONE
005050*    TABLE ENTRY PER SUSPENDED MESSAGE (CHAIN SEQUENCE 1) FOR
005060*    MATCHING THE CORRECTIONS AGAINST.
005070*----------------------------------------------------------------
005080     MOVE "SUSPENDED QUEUE RECORDS" TO SM-RPT-SH-TITLE.
005090     MOVE SM-RPT-SECTION-HDG TO SM-REPORT-LINE.
005100     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005110     IF SM-WS-SUSP-EOF
005120         MOVE "SUSPENSE FILE IS EMPTY" TO SM-RPT-CL-LABEL
005130         MOVE 0 TO SM-RPT-CL-COUNT
005140         MOVE SM-RPT-COUNT-LINE TO SM-REPORT-LINE
005150         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
005160     ELSE
005170         MOVE SM-RPT-SUSP-CAPTION TO SM-REPORT-LINE
005180         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
005190     END-IF.
005200     PERFORM 3100-LIST-ONE-SUSPENDED THRU 3100-EXIT
005210         UNTIL SM-WS-SUSP-EOF.
005220     MOVE SPACES TO SM-REPORT-LINE.
005230     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005240     IF SM-WS-CORR-OPEN
005250         MOVE "CORRECTIONS FROM THE INTERCEPT DESK"
005260             TO SM-RPT-SH-TITLE
005270         MOVE SM-RPT-SECTION-HDG TO SM-REPORT-LINE
005280         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
005290     END-IF.
005300 3000-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------
005330 3100-LIST-ONE-SUSPENDED.
005340*----------------------------------------------------------------
005350     IF SM-SP-CHAIN-SEQ = 1
005360         PERFORM 3110-LOAD-ONE-SUSPENDED THRU 3110-EXIT
005370     ELSE
005380         IF SM-WS-SUSP-COUNT > 0
005390             AND SM-SU-CHAIN-ID(SM-WS-SUSP-COUNT) = SM-SP-CHAIN-ID
005400             ADD 1 TO SM-SU-RECORDS(SM-WS-SUSP-COUNT)
005410         END-IF
005420     END-IF.
005430     MOVE SM-SP-CHAIN-ID TO SM-RPT-SL-CHAIN-ID.
005440     MOVE SM-SP-CHAIN-SEQ TO SM-RPT-SL-SEQ.
005450     PERFORM 3120-SET-REASON-TEXT THRU 3120-EXIT.
005460     MOVE SM-SP-SEGMENT-NO TO SM-RPT-SL-SEGMENT.
005470     MOVE SM-SP-CONT-FLAG TO SM-RPT-SL-CONT.
005480     MOVE SM-SP-TEXT TO SM-RPT-SL-TEXT.
005490     MOVE SM-RPT-SUSP-LINE TO SM-REPORT-LINE.
005500     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005510     PERFORM 2950-READ-SUSPENSE THRU 2950-EXIT.
005520 3100-EXIT.
005530     EXIT.
005540*----------------------------------------------------------------
005550 3110-LOAD-ONE-SUSPENDED.
005560*----------------------------------------------------------------
005570     IF SM-WS-SUSP-COUNT >= SM-MAX-SUSPENDED
005580         IF NOT SM-WS-SUSP-FULL
005590             DISPLAY "SUSPENSEMAINT: MORE THAN " SM-MAX-SUSPENDED
005600                 " SUSPENDED MESSAGES -- EXCESS CANNOT BE "
005610                 "RESUBMITTED THIS RUN"
005620             MOVE "Y" TO SM-WS-SUSP-FULL-FLAG
005630         END-IF
005640         GO TO 3110-EXIT
005650     END-IF.
005660     ADD 1 TO SM-WS-SUSP-COUNT.
005670     MOVE SM-SP-CHAIN-ID TO SM-SU-CHAIN-ID(SM-WS-SUSP-COUNT).
005680     MOVE SM-SP-REASON TO SM-SU-REASON(SM-WS-SUSP-COUNT).
005683     MOVE SM-SP-BATCH-DATE TO SM-SU-BATCH-DATE(SM-WS-SUSP-COUNT).
005686     MOVE SM-SP-SOURCE-SYSTEM TO SM-SU-SOURCE(SM-WS-SUSP-COUNT).
005690     MOVE 1 TO SM-SU-RECORDS(SM-WS-SUSP-COUNT).
005700     MOVE "N" TO SM-SU-RESUB-FLAG(SM-WS-SUSP-COUNT).
005710 3110-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740 3120-SET-REASON-TEXT.
005750*----------------------------------------------------------------
005760     EVALUATE TRUE
005770         WHEN SM-SP-SEG-NOT-NUMERIC
005780             MOVE "SEGMENT NO NOT NUMERIC" TO SM-RPT-SL-REASON
005790         WHEN SM-SP-OUT-OF-SEQUENCE
005800             MOVE "SEGMENT OUT OF SEQUENCE" TO SM-RPT-SL-REASON
005810         WHEN SM-SP-CHAIN-BROKEN
005820             MOVE "CHAIN BROKEN BY OTHER ID" TO SM-RPT-SL-REASON
005830         WHEN SM-SP-TOO-MANY-SEGMENTS
005840             MOVE "MORE THAN 5 SEGMENTS" TO SM-RPT-SL-REASON
005850         WHEN SM-SP-TRUNCATED-AT-EOF
005860             MOVE "TRUNCATED AT END OF FEED" TO SM-RPT-SL-REASON
005870         WHEN OTHER
005880             MOVE SPACES TO SM-RPT-SL-REASON
005890             STRING "REASON CODE " SM-SP-REASON
005900                 DELIMITED BY SIZE INTO SM-RPT-SL-REASON
005910     END-EVALUATE.
005920 3120-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950 3500-LIST-COUNTS.
005960*    CLOSE THE LISTING WITH THE CONTROL COUNTS, INCLUDING HOW
005970*    MANY SUSPENDED MESSAGES ARE STILL WAITING ON THE DESK.
005980*----------------------------------------------------------------
005990     PERFORM 3510-COUNT-ONE-OUTSTANDING THRU 3510-EXIT
006000         VARYING SM-WS-SUSP-IDX FROM 1 BY 1
006010         UNTIL SM-WS-SUSP-IDX > SM-WS-SUSP-COUNT.
006020     IF SM-WS-CORR-OPEN
006030         MOVE SPACES TO SM-REPORT-LINE
006040         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
006050     END-IF.
006060     MOVE "SUSPENSE CONTROL COUNTS" TO SM-RPT-SH-TITLE.
006070     MOVE SM-RPT-SECTION-HDG TO SM-REPORT-LINE.
006080     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006090     MOVE "SUSPENSE RECORDS READ" TO SM-RPT-CL-LABEL.
006100     MOVE SM-WS-SUSP-RECS-READ TO SM-RPT-CL-COUNT.
006110     MOVE SM-RPT-COUNT-LINE TO SM-REPORT-LINE.
006120     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006130     MOVE "MESSAGES IN SUSPENSE" TO SM-RPT-CL-LABEL.
006140     MOVE SM-WS-SUSP-COUNT TO SM-RPT-CL-COUNT.
006150     MOVE SM-RPT-COUNT-LINE TO SM-REPORT-LINE.
006160     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006170     MOVE "CORRECTION RECORDS READ" TO SM-RPT-CL-LABEL.
006180     MOVE SM-WS-CORR-RECS-READ TO SM-RPT-CL-COUNT.
006190     MOVE SM-RPT-COUNT-LINE TO SM-REPORT-LINE.
006200     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006210     MOVE "MESSAGES RESUBMITTED" TO SM-RPT-CL-LABEL.
006220     MOVE SM-WS-CNT-RESUBMITTED TO SM-RPT-CL-COUNT.
006230     MOVE SM-RPT-COUNT-LINE TO SM-REPORT-LINE.
006240     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006250     MOVE "QUEUE RECORDS RESUBMITTED" TO SM-RPT-CL-LABEL.
006260     MOVE SM-WS-RESUB-WRITTEN TO SM-RPT-CL-COUNT.
006270     MOVE SM-RPT-COUNT-LINE TO SM-REPORT-LINE.
006280     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006282     MOVE "RESUBMISSION BATCHES WRITTEN" TO SM-RPT-CL-LABEL.
006284     MOVE SM-WS-RESUB-BATCHES TO SM-RPT-CL-COUNT.
006286     MOVE SM-RPT-COUNT-LINE TO SM-REPORT-LINE.
006288     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006290     MOVE "CORRECTIONS REJECTED" TO SM-RPT-CL-LABEL.
006300     MOVE SM-WS-CNT-REJECTED TO SM-RPT-CL-COUNT.
006310     MOVE SM-RPT-COUNT-LINE TO SM-REPORT-LINE.
006320     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006330     MOVE "STILL OUTSTANDING" TO SM-RPT-CL-LABEL.
006340     MOVE SM-WS-CNT-OUTSTANDING TO SM-RPT-CL-COUNT.
006350     MOVE SM-RPT-COUNT-LINE TO SM-REPORT-LINE.
006360     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006370 3500-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------
006400 3510-COUNT-ONE-OUTSTANDING.
006410*----------------------------------------------------------------
006420     IF SM-SU-RESUB-FLAG(SM-WS-SUSP-IDX) NOT = "Y"
006430         ADD 1 TO SM-WS-CNT-OUTSTANDING
006440     END-IF.
006450 3510-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480 3900-WRITE-CORRECTION-LINE.
006490*----------------------------------------------------------------
006500     MOVE SM-WS-CHAIN-ID TO SM-RPT-CR-MSG-ID.
006510     MOVE SM-WS-CHAIN-COUNT TO SM-RPT-CR-SEGS.
006520     MOVE SM-RPT-CORR-LINE TO SM-REPORT-LINE.
006530     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006540 3900-EXIT.
006550     EXIT.
006551*----------------------------------------------------------------
006552 4000-WRITE-RESUBMISSIONS.
006553*    SORT OUTPUT PROCEDURE.  EACH BATCH DATE AND SOURCE SYSTEM
006554*    BECOMES ONE MSGQUEUE BATCH, HEADER, DETAIL AND TRAILER, ONE
006555*    AFTER ANOTHER ON RESUBQ AS CAESARCIPHER TAKES CONCATENATED
006556*    FEEDS.  WITH NOTHING RESUBMITTED AN EMPTY BATCH IS STILL
006557*    WRITTEN UNDER THE DEFAULT DATE AND SOURCE, SO THE NEXT WINDOW
006558*    FINDS A WELL-FORMED FEED.
006559*----------------------------------------------------------------
006560     PERFORM 4900-RETURN-RESUBMIT THRU 4900-EXIT.
006561     PERFORM 4100-WRITE-ONE-BATCH THRU 4100-EXIT
006562         UNTIL SM-WS-SORT-EOF.
006563     IF SM-WS-RESUB-BATCHES = 0
006564         MOVE SM-WS-BATCH-DATE TO SM-WS-GROUP-DATE
006565         MOVE SM-WS-SOURCE-SYSTEM TO SM-WS-GROUP-SOURCE
006566         MOVE 0 TO SM-WS-GROUP-WRITTEN
006567         PERFORM 4300-WRITE-BATCH-HEADER THRU 4300-EXIT
006568         PERFORM 4400-WRITE-BATCH-TRAILER THRU 4400-EXIT
006569     END-IF.
006570 4000-EXIT.
006571     EXIT.
006572*----------------------------------------------------------------
006573 4100-WRITE-ONE-BATCH.
006574*    ONE HEADER, THE RECORDS FOR ONE BATCH DATE AND SOURCE SYSTEM,
006575*    AND A TRAILER COUNTING THEM AS 1700-RECONCILE-QUEUE-COUNTS
006576*    WILL CHECK IT.
006577*----------------------------------------------------------------
006578     MOVE SM-SW-BATCH-DATE TO SM-WS-GROUP-DATE.
006579     MOVE SM-SW-SOURCE-SYSTEM TO SM-WS-GROUP-SOURCE.
006580     MOVE 0 TO SM-WS-GROUP-WRITTEN.
006581     PERFORM 4300-WRITE-BATCH-HEADER THRU 4300-EXIT.
006582     PERFORM 4200-WRITE-ONE-RESUBMIT THRU 4200-EXIT
006583         UNTIL SM-WS-SORT-EOF
006584         OR SM-SW-BATCH-DATE NOT = SM-WS-GROUP-DATE
006585         OR SM-SW-SOURCE-SYSTEM NOT = SM-WS-GROUP-SOURCE.
006586     PERFORM 4400-WRITE-BATCH-TRAILER THRU 4400-EXIT.
006587 4100-EXIT.
006588     EXIT.
006589*----------------------------------------------------------------
006590 4200-WRITE-ONE-RESUBMIT.
006591*----------------------------------------------------------------
006592     MOVE SM-SW-QUEUE-DETAIL TO SM-RESUBMIT-RECORD.
006593     WRITE SM-RESUBMIT-RECORD.
006594     IF SM-WS-RESUBQ-STATUS NOT = "00"
006595         DISPLAY "SUSPENSEMAINT: RESUBQ WRITE FAILED, STATUS "
006596             SM-WS-RESUBQ-STATUS
006597         MOVE 16 TO RETURN-CODE
006598         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
006599     END-IF.
006600     ADD 1 TO SM-WS-GROUP-WRITTEN.
006601     ADD 1 TO SM-WS-RESUB-WRITTEN.
006602     PERFORM 4900-RETURN-RESUBMIT THRU 4900-EXIT.
006603 4200-EXIT.
006604     EXIT.
006605*----------------------------------------------------------------
006606 4300-WRITE-BATCH-HEADER.
006607*----------------------------------------------------------------
006608     MOVE SPACES TO SM-RESUBMIT-HDR-RECORD.
006609     MOVE "H" TO SM-RQH-REC-TYPE.
006610     MOVE SM-WS-GROUP-DATE TO SM-RQH-BATCH-DATE.
006611     MOVE SM-WS-GROUP-SOURCE TO SM-RQH-SOURCE-SYSTEM.
006612     WRITE SM-RESUBMIT-HDR-RECORD.
006613     IF SM-WS-RESUBQ-STATUS NOT = "00"
006614         DISPLAY "SUSPENSEMAINT: RESUBQ WRITE FAILED, STATUS "
006615             SM-WS-RESUBQ-STATUS
006616         MOVE 16 TO RETURN-CODE
006617         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
006618     END-IF.
006619 4300-EXIT.
006620     EXIT.
006621*----------------------------------------------------------------
006622 4400-WRITE-BATCH-TRAILER.
006623*----------------------------------------------------------------
006624     MOVE SPACES TO SM-RESUBMIT-TRL-RECORD.
006625     MOVE "T" TO SM-RQT-REC-TYPE.
006626     MOVE SM-WS-GROUP-WRITTEN TO SM-RQT-RECORD-COUNT.
006627     WRITE SM-RESUBMIT-TRL-RECORD.
006628     IF SM-WS-RESUBQ-STATUS NOT = "00"
006629         DISPLAY "SUSPENSEMAINT: RESUBQ WRITE FAILED, STATUS "
006630             SM-WS-RESUBQ-STATUS
006631         MOVE 16 TO RETURN-CODE
006632         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
006633     END-IF.
006634     ADD 1 TO SM-WS-RESUB-BATCHES.
006635 4400-EXIT.
006636     EXIT.
006637*----------------------------------------------------------------
006638 4900-RETURN-RESUBMIT.
006639*----------------------------------------------------------------
006640     RETURN SORT-WORK
006641         AT END
006642             MOVE "Y" TO SM-WS-SORT-EOF-FLAG
006643     END-RETURN.
006644 4900-EXIT.
006645     EXIT.
006646*----------------------------------------------------------------
006647 5900-WRITE-REPORT-LINE.
006648*    WRITE ONE FORMATTED LINE, BREAKING TO A FRESH PAGE HEADING
006649*    EVERY 55 LINES SO THE REPORT FILES CLEANLY.
006650*----------------------------------------------------------------
006651     IF SM-WS-RPT-LINE-COUNT > 55
006652         PERFORM 5910-WRITE-PAGE-HEADING THRU 5910-EXIT
006653     END-IF.
006654     WRITE SM-REPORT-LINE AFTER ADVANCING 1 LINE.
006655     ADD 1 TO SM-WS-RPT-LINE-COUNT.
006660 5900-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------
006690 5910-WRITE-PAGE-HEADING.
006700*----------------------------------------------------------------
006710     MOVE SM-REPORT-LINE TO SM-WS-RPT-HOLD-LINE.
006720     ADD 1 TO SM-WS-RPT-PAGE-COUNT.
006730     MOVE SM-WS-RUN-TIMESTAMP(1:21) TO SM-RPT-H1-TIMESTAMP.
006740     MOVE SM-WS-RPT-PAGE-COUNT TO SM-RPT-H1-PAGE.
006750     MOVE SM-RPT-HEADING-1 TO SM-REPORT-LINE.
006760     WRITE SM-REPORT-LINE AFTER ADVANCING PAGE.
006770     MOVE SPACES TO SM-REPORT-LINE.
006780     WRITE SM-REPORT-LINE AFTER ADVANCING 1 LINE.
006790     MOVE 2 TO SM-WS-RPT-LINE-COUNT.
006800     MOVE SM-WS-RPT-HOLD-LINE TO SM-REPORT-LINE.
006810 5910-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------
006840 9000-TERMINATE.
006852*    THE RESUBMISSION BATCHES ARE ALREADY TRAILED BY THE SORT
006864*    OUTPUT PROCEDURE.  ANY REJECTED CORRECTION ENDS AT RETURN
006876*    CODE 4 SO THE DESK LOOKS AT THE LISTING.
006890*----------------------------------------------------------------
006900     CLOSE SUSPENSE-FILE.
006910     IF SM-WS-CORR-OPEN
006960         CLOSE RESUBMIT-QUEUE
006970         CLOSE CORRECTIONS
006980     END-IF.
006990     CLOSE SUSPENSE-REPORT.
007000     DISPLAY "SUSPENSEMAINT: " SM-WS-SUSP-COUNT " SUSPENDED, "
007010         SM-WS-CNT-RESUBMITTED " RESUBMITTED, "
007020         SM-WS-CNT-REJECTED " REJECTED, "
007030         SM-WS-CNT-OUTSTANDING " OUTSTANDING".
007040     IF SM-WS-CNT-REJECTED > 0
007050         MOVE 4 TO RETURN-CODE
007060     END-IF.
007070 9000-EXIT.
007080     EXIT.
007090*----------------------------------------------------------------
007100 9900-END-LEDGER-STEP.
007110*    READ IS THE SUSPENSE AND CORRECTION RECORDS; WRITTEN IS THE
007120*    RESUBMISSION DETAIL RECORDS, AS THEIR TRAILERS COUNT THEM.
007130*----------------------------------------------------------------
007140     MOVE "E" TO SM-LQ-FUNCTION.
007150     MOVE RETURN-CODE TO SM-LQ-RETURN-CODE.
007160     COMPUTE SM-LQ-READ =
007170         SM-WS-SUSP-RECS-READ + SM-WS-CORR-RECS-READ.
007180     MOVE SM-WS-RESUB-WRITTEN TO SM-LQ-WRITTEN.
007190     MOVE SM-WS-CNT-REJECTED TO SM-LQ-REJECTED.
007200     CALL "RunLedger" USING SM-LEDGER-REQUEST.
007210 9900-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240 9950-ABEND-STEP.
007250*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
007260*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
007270*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
007280*    STEP ENDED RATHER THAN A START WITH NO END.
007290*----------------------------------------------------------------
007300     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
007310     STOP RUN.
007320 9950-EXIT.
007330     EXIT.
