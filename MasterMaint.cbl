000240*                SPLIT -- BEFORE THE MASTER BLOWS ITS SPACE
000250*                ALLOCATION IN THE MIDDLE OF THE NIGHT POSTING
000260*                CYCLE.
000263* 10/15/26  RH   MASTER RECORD NOW ENDS WITH THE MESSAGE'S SOURCE
000266*                SYSTEM; OFFLOAD AND WORK FILES WIDEN TO 542.
000267* 10/15/26  RH   MASTER RECORD NOW ENDS WITH THE ATBASH OR AFFINE
000268*                DECODE MULTIPLIER; OFFLOAD AND WORK FILES WIDEN
000269*                TO 544.
000270* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000271*                THROUGH THE RUNLEDGER MODULE, UNDER THE BATCH
000272*                DATE OF THE CURRENT CYCLE, WITH THE RECORDS READ
000273*                AND RETAINED.
000274* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000275*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000276*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000277*                RUN STOPS.
000278*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000610     05  MM-MR-STATUS          PIC X(10).
000620     05  MM-MR-SEG-COUNT       PIC 9(02).
000630     05  MM-MR-TEXT            PIC X(500).
000635     05  MM-MR-SOURCE-SYSTEM   PIC X(08).
000637     05  MM-MR-MULTIPLIER      PIC 9(02).
000640*
000650 FD  OFFLOAD-OUT
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  MM-OFFLOAD-RECORD         PIC X(544).
000690*
000700 FD  WORK-MASTER
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 01  MM-WORK-RECORD            PIC X(544).
000740*
000750 FD  CONTROL-CARD
000760     RECORDING MODE IS F
001360         10  MM-DY-COUNT       PIC 9(07).
001370         10  MM-DY-OFFLOADED   PIC 9(07).
001380         10  MM-DY-TAKEN       PIC X(01).
001381*----------------------------------------------------------------
001382* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
001383* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
001384* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
001385* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
001386*----------------------------------------------------------------
001387 01  MM-LEDGER-REQUEST.
001388     05  MM-LQ-FUNCTION        PIC X(01).
001389     05  MM-LQ-PROGRAM         PIC X(16) VALUE "MASTERMAINT".
001390     05  MM-LQ-JOB-ID          PIC X(08) VALUE SPACES.
001391     05  MM-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
001392     05  MM-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
001393     05  MM-LQ-READ            PIC 9(09) VALUE 0.
001394     05  MM-LQ-WRITTEN         PIC 9(09) VALUE 0.
001395     05  MM-LQ-REJECTED        PIC 9(09) VALUE 0.
001396     05  MM-LQ-START-TS        PIC X(14) VALUE SPACES.
001397     05  MM-LQ-RESULT          PIC X(01) VALUE SPACES.
001398         88  MM-LQ-CLEARED               VALUE "Y".
001399     05  MM-LQ-MESSAGE         PIC X(80) VALUE SPACES.
001400*----------------------------------------------------------------
001401* REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED STYLE AS
001410* THE AUDITARCHIVE COMPLIANCE REPORT.
001420*----------------------------------------------------------------
001430 01  MM-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
001950     PERFORM 3000-REBUILD-MASTER THRU 3000-EXIT.
001960     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
001970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001975     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
001980     STOP RUN.
001990 0000-EXIT.
002000     EXIT.
002030*----------------------------------------------------------------
002040     MOVE FUNCTION CURRENT-DATE TO MM-WS-RUN-TIMESTAMP.
002050     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002055     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
002060     OPEN INPUT RESULTS-MASTER.
002070     IF MM-WS-MASTER-STATUS NOT = "00"
002080         DISPLAY "MASTERMAINT: RESULTS-MASTER OPEN FAILED, "
002090             "STATUS " MM-WS-MASTER-STATUS
002100         MOVE 16 TO RETURN-CODE
002110         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002120     END-IF.
002130     OPEN OUTPUT OFFLOAD-OUT.
002140     IF MM-WS-OFFLOAD-STATUS NOT = "00"
002150         DISPLAY "MASTERMAINT: OFFLOAD OPEN FAILED, STATUS "
002160             MM-WS-OFFLOAD-STATUS
002170         MOVE 16 TO RETURN-CODE
002180         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002190     END-IF.
002200     OPEN OUTPUT WORK-MASTER.
002210     IF MM-WS-WORK-STATUS NOT = "00"
002220         DISPLAY "MASTERMAINT: WORK-MASTER OPEN FAILED, STATUS "
002230             MM-WS-WORK-STATUS
002240         MOVE 16 TO RETURN-CODE
002250         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002260     END-IF.
002270     OPEN OUTPUT STATS-REPORT.
002280     IF MM-WS-REPORT-STATUS NOT = "00"
002290         DISPLAY "MASTERMAINT: REPORT OPEN FAILED, STATUS "
002300             MM-WS-REPORT-STATUS
002310         MOVE 16 TO RETURN-CODE
002320         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002330     END-IF.
002340     PERFORM 2900-READ-MASTER-RECORD THRU 2900-EXIT.
002350 1000-EXIT.
002560     END-IF.
002570 1100-EXIT.
002580     EXIT.
002581*----------------------------------------------------------------
002582 1900-BEGIN-LEDGER-STEP.
002583*    RECORD THE STEP'S START ON THE RUN LEDGER.  MAINTENANCE HAS
002584*    NO BATCH DATE OF ITS OWN AND JOINS THE CURRENT CYCLE.
002585*----------------------------------------------------------------
002586     MOVE "B" TO MM-LQ-FUNCTION.
002587     MOVE RETURN-CODE TO MM-LQ-RETURN-CODE.
002588     CALL "RunLedger" USING MM-LEDGER-REQUEST.
002589     IF NOT MM-LQ-CLEARED
002590         DISPLAY "MASTERMAINT: RUN REFUSED -- " MM-LQ-MESSAGE
002591         MOVE 12 TO RETURN-CODE
002592         STOP RUN
002593     END-IF.
002594 1900-EXIT.
002595     EXIT.
002596*----------------------------------------------------------------
002600 2000-SPLIT-ONE-RECORD.
002610*    A RECORD PROCESSED BEFORE THE CUTOFF GOES TO THE OFFLOAD;
002620*    THE REST GO TO THE WORK COPY THAT BECOMES THE REBUILT
003890         DISPLAY "MASTERMAINT: WORK-MASTER REOPEN FAILED, "
003900             "STATUS " MM-WS-WORK-STATUS
003910         MOVE 16 TO RETURN-CODE
003920         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003930     END-IF.
003940     OPEN OUTPUT RESULTS-MASTER.
003950     IF MM-WS-MASTER-STATUS NOT = "00"
003960         DISPLAY "MASTERMAINT: MASTER REBUILD OPEN FAILED, "
003970             "STATUS " MM-WS-MASTER-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
004000     END-IF.
004010     MOVE "N" TO MM-WS-EOF-SWITCH.
004020     PERFORM 3100-RELOAD-ONE-RECORD THRU 3100-EXIT
004190                         MM-MR-MESSAGE-ID ", STATUS "
004200                         MM-WS-MASTER-STATUS
004210                     MOVE 16 TO RETURN-CODE
004220                     PERFORM 9950-ABEND-STEP THRU 9950-EXIT
004230             END-WRITE
004240     END-READ.
004250 3100-EXIT.
005600         MM-WS-RECORDS-RETAINED " RETAINED".
005610 9000-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------
005640 9900-END-LEDGER-STEP.
005650*    WRITTEN IS THE RECORDS RELOADED TO THE MASTER; THOSE
005660*    OFFLOADED ARE PAST RETENTION, NOT REJECTED.
005670*----------------------------------------------------------------
005680     MOVE "E" TO MM-LQ-FUNCTION.
005690     MOVE RETURN-CODE TO MM-LQ-RETURN-CODE.
005700     MOVE MM-WS-RECORDS-READ TO MM-LQ-READ.
005710     MOVE MM-WS-RECORDS-RETAINED TO MM-LQ-WRITTEN.
005720     MOVE 0 TO MM-LQ-REJECTED.
005730     CALL "RunLedger" USING MM-LEDGER-REQUEST.
005740 9900-EXIT.
005750     EXIT.
005760*----------------------------------------------------------------
005770 9950-ABEND-STEP.
005780*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
005790*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
005800*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
005810*    STEP ENDED RATHER THAN A START WITH NO END.
005820*----------------------------------------------------------------
005830     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
005840     STOP RUN.
005850 9950-EXIT.
005860     EXIT.
