000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CycleReport.
000030 AUTHOR.        R HALVERSEN.
000040 INSTALLATION.  CRYPTO OPERATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/26  RH   ORIGINAL VERSION.  PRINTS THE STATUS OF THE
000120*                NIGHTLY CYCLE FOR ONE BATCH DATE FROM THE SHARED
000130*                RUN LEDGER (RUNLEDGR): EVERY STEP RECORDED FOR
000140*                THE DATE IN THE ORDER IT STARTED, WITH ITS JOB,
000150*                START AND END TIMES, ELAPSED TIME, RETURN CODE
000160*                AND THE READ, WRITTEN AND REJECTED COUNTS IT
000170*                REPORTED.  THE COUNTS ARE THEN CARRIED FROM EACH
000180*                STEP TO THE STEPS THAT READ ITS OUTPUT, SO THE
000190*                HANDOFFS CROSS-FOOT ON THE PAGE.  THE DATE COMES
000200*                FROM SYSIN COLUMNS 1-8 (CCYYMMDD); NO CARD MEANS
000210*                THE LATEST BATCH DATE ON THE LEDGER.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT RUN-LEDGER ASSIGN TO "RUNLEDGR"
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS CR-WS-LEDGER-STATUS.
000320     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS CR-WS-CONTROL-STATUS.
000350     SELECT CYCLE-REPORT ASSIGN TO "CYCRPT"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS CR-WS-REPORT-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410*----------------------------------------------------------------
000420* RUN LEDGER -- THE RUNLEDGER MODULE'S LAYOUT.  ONE RECORD WHEN A
000430* STEP STARTS (TYPE S) AND ONE WHEN IT ENDS (TYPE E); A STEP
000440* REFUSED AT THE GATE HAS AN END RECORD ONLY.
000450*----------------------------------------------------------------
000460 FD  RUN-LEDGER
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490 01  CR-LEDGER-RECORD.
000500     05  CR-LR-REC-TYPE        PIC X(01).
000510         88  CR-LR-STEP-START            VALUE "S".
000520         88  CR-LR-STEP-END              VALUE "E".
000530     05  CR-LR-JOB-ID          PIC X(08).
000540     05  CR-LR-PROGRAM         PIC X(16).
000550     05  CR-LR-BATCH-DATE      PIC X(08).
000560     05  CR-LR-START-TS        PIC X(14).
000570     05  CR-LR-END-TS          PIC X(14).
000580     05  CR-LR-RETURN-CODE     PIC 9(03).
000590     05  CR-LR-READ            PIC 9(09).
000600     05  CR-LR-WRITTEN         PIC 9(09).
000610     05  CR-LR-REJECTED        PIC 9(09).
000620     05  CR-LR-NOTE            PIC X(24).
000630     05  FILLER                PIC X(05).
000640*
000650 FD  CONTROL-CARD
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  CR-CONTROL-RECORD.
000690     05  CR-CTL-BATCH-DATE     PIC X(08).
000700     05  FILLER                PIC X(72).
000710*
000720 FD  CYCLE-REPORT
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  CR-REPORT-LINE            PIC X(132).
000760*
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------
000790* FILE STATUS AND END-OF-FILE SWITCHES
000800*----------------------------------------------------------------
000810 01  CR-WS-LEDGER-STATUS       PIC X(02) VALUE SPACES.
000820 01  CR-WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
000830 01  CR-WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
000840 01  CR-WS-EOF-SWITCH          PIC X(01) VALUE "N".
000850     88  CR-WS-EOF-YES                   VALUE "Y".
000860 01  CR-WS-RUN-TIMESTAMP       PIC X(26) VALUE SPACES.
000870 01  CR-WS-BATCH-DATE          PIC X(08) VALUE SPACES.
000880 01  CR-WS-LATEST-DATE         PIC X(08) VALUE SPACES.
000890*----------------------------------------------------------------
000900* STEPS RECORDED FOR THE BATCH DATE, IN THE ORDER THEY STARTED.
000910* AN END RECORD CLOSES THE LATEST OPEN STEP OF THE SAME PROGRAM
000920* AND JOB; ONE WITH NO START (A REFUSAL) IS A STEP OF ITS OWN.
000930*----------------------------------------------------------------
000940 01  CR-WS-STEP-MAX            PIC 9(03) VALUE 100.
000950 01  CR-WS-STEP-COUNT          PIC 9(03) VALUE 0.
000960 01  CR-WS-STEP-IDX            PIC 9(03) VALUE 0.
000970 01  CR-WS-FOUND-IDX           PIC 9(03) VALUE 0.
000980 01  CR-WS-STEPS-DROPPED       PIC 9(05) VALUE 0.
000990 01  CR-STEP-TABLE.
001000     05  CR-STEP-ENTRY   OCCURS 100 TIMES.
001010         10  CR-ST-PROGRAM     PIC X(16).
001020         10  CR-ST-JOB-ID      PIC X(08).
001030         10  CR-ST-START-TS    PIC X(14).
001040         10  CR-ST-END-TS      PIC X(14).
001050         10  CR-ST-ENDED       PIC X(01).
001060         10  CR-ST-RETURN-CODE PIC 9(03).
001070         10  CR-ST-READ        PIC 9(09).
001080         10  CR-ST-WRITTEN     PIC 9(09).
001090         10  CR-ST-REJECTED    PIC 9(09).
001100         10  CR-ST-NOTE        PIC X(24).
001110         10  CR-ST-ELAPSED     PIC 9(07).
001120*----------------------------------------------------------------
001130* HANDOFFS.  WHAT THE FIRST STEP REPORTS WRITTEN THE SECOND MUST
001140* REPORT READ -- CAESARCIPHER'S RESULT DETAILS ARE READ BY EACH
001150* OF THE THREE MSGRESLT READERS, AND MSGDISPATCH'S REGISTER
001160* ENTRIES BY ACKTRACK.
001170*----------------------------------------------------------------
001180 01  CR-WS-HANDOFF-DATA.
001190     05  FILLER                PIC X(32) VALUE
001200         "CAESARCIPHER    KEYCHANGE       ".
001210     05  FILLER                PIC X(32) VALUE
001220         "CAESARCIPHER    RESULTBALANCE   ".
001230     05  FILLER                PIC X(32) VALUE
001240         "CAESARCIPHER    MSGDISPATCH     ".
001250     05  FILLER                PIC X(32) VALUE
001260         "MSGDISPATCH     ACKTRACK        ".
001270 01  CR-WS-HANDOFFS REDEFINES CR-WS-HANDOFF-DATA.
001280     05  CR-WS-HANDOFF         OCCURS 4 TIMES.
001290         10  CR-WS-HO-FROM     PIC X(16).
001300         10  CR-WS-HO-TO       PIC X(16).
001310 01  CR-WS-HANDOFF-COUNT       PIC 9(02) VALUE 4.
001320 01  CR-WS-HO-IX               PIC 9(02) VALUE 0.
001330 01  CR-WS-HO-FROM-IDX         PIC 9(03) VALUE 0.
001340 01  CR-WS-HO-TO-IDX           PIC 9(03) VALUE 0.
001350 01  CR-WS-HO-DIFFERENCE       PIC S9(09) VALUE 0.
001360 01  CR-WS-SEEK-PROGRAM        PIC X(16) VALUE SPACES.
001370 01  CR-WS-SEEK-IDX            PIC 9(03) VALUE 0.
001380*----------------------------------------------------------------
001390* ELAPSED-TIME WORK AREAS.  A LEDGER TIMESTAMP IS TURNED INTO
001400* SECONDS SINCE THE CALENDAR EPOCH SO A STEP THAT RUNS OVER
001410* MIDNIGHT STILL TIMES CORRECTLY.
001420*----------------------------------------------------------------
001430 01  CR-WS-TS-WORK             PIC X(14) VALUE SPACES.
001440 01  CR-WS-TS-PARTS REDEFINES CR-WS-TS-WORK.
001450     05  CR-WS-TS-DATE         PIC 9(08).
001460     05  CR-WS-TS-HH           PIC 9(02).
001470     05  CR-WS-TS-MI           PIC 9(02).
001480     05  CR-WS-TS-SS           PIC 9(02).
001490 01  CR-WS-TS-SECONDS          PIC 9(11) VALUE 0.
001500 01  CR-WS-FROM-SECONDS        PIC 9(11) VALUE 0.
001510 01  CR-WS-ELAPSED-SECS        PIC 9(07) VALUE 0.
001520 01  CR-WS-ELAPSED-WORK        PIC 9(07) VALUE 0.
001530 01  CR-WS-HMS.
001540     05  CR-WS-HMS-HH          PIC 9(02).
001550     05  FILLER                PIC X(01) VALUE ":".
001560     05  CR-WS-HMS-MI          PIC 9(02).
001570     05  FILLER                PIC X(01) VALUE ":".
001580     05  CR-WS-HMS-SS          PIC 9(02).
001590 01  CR-WS-STATUS-WORD         PIC X(08) VALUE SPACES.
001600 01  CR-WS-CYCLE-FIRST-TS      PIC X(14) VALUE HIGH-VALUES.
001610 01  CR-WS-CYCLE-LAST-TS       PIC X(14) VALUE LOW-VALUES.
001620*----------------------------------------------------------------
001630* CYCLE TOTALS FOR THE SUMMARY AND THE RETURN CODE
001640*----------------------------------------------------------------
001650 01  CR-WS-LEDGER-READ         PIC 9(07) VALUE 0.
001660 01  CR-WS-CNT-OK              PIC 9(05) VALUE 0.
001670 01  CR-WS-CNT-WARNING         PIC 9(05) VALUE 0.
001680 01  CR-WS-CNT-FAILED          PIC 9(05) VALUE 0.
001690 01  CR-WS-CNT-REFUSED         PIC 9(05) VALUE 0.
001700 01  CR-WS-CNT-NO-END          PIC 9(05) VALUE 0.
001710 01  CR-WS-CNT-OVERRIDDEN      PIC 9(05) VALUE 0.
001720 01  CR-WS-HO-AGREE            PIC 9(05) VALUE 0.
001730 01  CR-WS-HO-DIFFER           PIC 9(05) VALUE 0.
001740 01  CR-WS-HO-NOT-RUN          PIC 9(05) VALUE 0.
001750*----------------------------------------------------------------
001760* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THIS STEP ON
001770* THE SHARED RUN LEDGER AT START-UP AND AGAIN AT TERMINATION.
001780* THE REPORT LEAVES ITS OWN RECORDS OUT OF THE CYCLE IT PRINTS.
001790*----------------------------------------------------------------
001800 01  CR-LEDGER-REQUEST.
001810     05  CR-LQ-FUNCTION        PIC X(01).
001820     05  CR-LQ-PROGRAM         PIC X(16) VALUE "CYCLEREPORT".
001830     05  CR-LQ-JOB-ID          PIC X(08) VALUE SPACES.
001840     05  CR-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
001850     05  CR-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
001860     05  CR-LQ-READ            PIC 9(09) VALUE 0.
001870     05  CR-LQ-WRITTEN         PIC 9(09) VALUE 0.
001880     05  CR-LQ-REJECTED        PIC 9(09) VALUE 0.
001890     05  CR-LQ-START-TS        PIC X(14) VALUE SPACES.
001900     05  CR-LQ-RESULT          PIC X(01) VALUE SPACES.
001910         88  CR-LQ-CLEARED               VALUE "Y".
001920     05  CR-LQ-MESSAGE         PIC X(80) VALUE SPACES.
001930*----------------------------------------------------------------
001940* REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED STYLE AS
001950* THE MASTERMAINT STATISTICS REPORT.
001960*----------------------------------------------------------------
001970 01  CR-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
001980 01  CR-WS-RPT-PAGE-COUNT      PIC 9(03) VALUE 0.
001990 01  CR-WS-RPT-HOLD-LINE       PIC X(132) VALUE SPACES.
002000 01  CR-RPT-HEADING-1.
002010     05  FILLER                PIC X(38) VALUE
002020         "CYCLEREPORT  NIGHTLY CYCLE STATUS".
002030     05  FILLER                PIC X(07) VALUE SPACES.
002040     05  FILLER                PIC X(04) VALUE "RUN ".
002050     05  CR-RPT-H1-TIMESTAMP   PIC X(21).
002060     05  FILLER                PIC X(07) VALUE "  PAGE ".
002070     05  CR-RPT-H1-PAGE        PIC ZZ9.
002080     05  FILLER                PIC X(52) VALUE SPACES.
002090 01  CR-RPT-SECTION-HDG.
002100     05  FILLER                PIC X(03) VALUE SPACES.
002110     05  CR-RPT-SH-TITLE       PIC X(40).
002120     05  FILLER                PIC X(89) VALUE SPACES.
002130 01  CR-RPT-COUNT-LINE.
002140     05  FILLER                PIC X(05) VALUE SPACES.
002150     05  CR-RPT-CL-LABEL       PIC X(30).
002160     05  CR-RPT-CL-COUNT       PIC Z,ZZZ,ZZ9.
002170     05  FILLER                PIC X(88) VALUE SPACES.
002180 01  CR-RPT-DATE-LINE.
002190     05  FILLER                PIC X(05) VALUE SPACES.
002200     05  CR-RPT-DL-LABEL       PIC X(30).
002210     05  CR-RPT-DL-DATE        PIC X(08).
002220     05  FILLER                PIC X(89) VALUE SPACES.
002230 01  CR-RPT-TEXT-LINE.
002240     05  FILLER                PIC X(05) VALUE SPACES.
002250     05  CR-RPT-TL-TEXT        PIC X(100).
002260     05  FILLER                PIC X(27) VALUE SPACES.
002270 01  CR-RPT-STEP-HDG.
002280     05  FILLER                PIC X(02) VALUE SPACES.
002290     05  FILLER                PIC X(17) VALUE "PROGRAM".
002300     05  FILLER                PIC X(09) VALUE "JOB".
002310     05  FILLER                PIC X(09) VALUE "START".
002320     05  FILLER                PIC X(09) VALUE "END".
002330     05  FILLER                PIC X(10) VALUE "ELAPSED".
002340     05  FILLER                PIC X(05) VALUE "RC".
002350     05  FILLER                PIC X(13) VALUE "       READ".
002360     05  FILLER                PIC X(13) VALUE "    WRITTEN".
002370     05  FILLER                PIC X(13) VALUE "   REJECTED".
002380     05  FILLER                PIC X(24) VALUE "STATUS".
002390     05  FILLER                PIC X(08) VALUE SPACES.
002400 01  CR-RPT-STEP-LINE.
002410     05  FILLER                PIC X(02) VALUE SPACES.
002420     05  CR-RPT-SL-PROGRAM     PIC X(16).
002430     05  FILLER                PIC X(01) VALUE SPACES.
002440     05  CR-RPT-SL-JOB-ID      PIC X(08).
002450     05  FILLER                PIC X(01) VALUE SPACES.
002460     05  CR-RPT-SL-START       PIC X(08).
002470     05  FILLER                PIC X(01) VALUE SPACES.
002480     05  CR-RPT-SL-END         PIC X(08).
002490     05  FILLER                PIC X(01) VALUE SPACES.
002500     05  CR-RPT-SL-ELAPSED     PIC X(08).
002510     05  FILLER                PIC X(02) VALUE SPACES.
002520     05  CR-RPT-SL-RC          PIC ZZ9.
002530     05  FILLER                PIC X(02) VALUE SPACES.
002540     05  CR-RPT-SL-READ        PIC ZZZ,ZZZ,ZZ9.
002550     05  FILLER                PIC X(02) VALUE SPACES.
002560     05  CR-RPT-SL-WRITTEN     PIC ZZZ,ZZZ,ZZ9.
002570     05  FILLER                PIC X(02) VALUE SPACES.
002580     05  CR-RPT-SL-REJECTED    PIC ZZZ,ZZZ,ZZ9.
002590     05  FILLER                PIC X(02) VALUE SPACES.
002600     05  CR-RPT-SL-STATUS      PIC X(24).
002610     05  FILLER                PIC X(08) VALUE SPACES.
002620 01  CR-RPT-HANDOFF-HDG.
002630     05  FILLER                PIC X(02) VALUE SPACES.
002640     05  FILLER                PIC X(17) VALUE "FROM STEP".
002650     05  FILLER                PIC X(13) VALUE "    WRITTEN".
002660     05  FILLER                PIC X(17) VALUE "TO STEP".
002670     05  FILLER                PIC X(13) VALUE "       READ".
002680     05  FILLER                PIC X(14) VALUE "   DIFFERENCE".
002690     05  FILLER                PIC X(10) VALUE "RESULT".
002700     05  FILLER                PIC X(46) VALUE SPACES.
002710 01  CR-RPT-HANDOFF-LINE.
002720     05  FILLER                PIC X(02) VALUE SPACES.
002730     05  CR-RPT-HL-FROM        PIC X(16).
002740     05  FILLER                PIC X(01) VALUE SPACES.
002750     05  CR-RPT-HL-WRITTEN     PIC ZZZ,ZZZ,ZZ9.
002760     05  FILLER                PIC X(02) VALUE SPACES.
002770     05  CR-RPT-HL-TO          PIC X(16).
002780     05  FILLER                PIC X(01) VALUE SPACES.
002790     05  CR-RPT-HL-READ        PIC ZZZ,ZZZ,ZZ9.
002800     05  FILLER                PIC X(02) VALUE SPACES.
002810     05  CR-RPT-HL-DIFFERENCE  PIC ---,---,--9.
002820     05  FILLER                PIC X(02) VALUE SPACES.
002830     05  CR-RPT-HL-RESULT      PIC X(10).
002840     05  FILLER                PIC X(46) VALUE SPACES.
002850*
002860 PROCEDURE DIVISION.
002870*----------------------------------------------------------------
002880 0000-MAINLINE.
002890*----------------------------------------------------------------
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002910     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
002920         UNTIL CR-WS-EOF-YES.
002930     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
002940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002950     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
002960     STOP RUN.
002970 0000-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000 1000-INITIALIZE.
003010*    THE BATCH DATE IS SETTLED BEFORE THE STEP IS RECORDED, SO
003020*    THE REPORT'S OWN LEDGER RECORDS CARRY THE DATE IT PRINTS.
003030*----------------------------------------------------------------
003040     MOVE FUNCTION CURRENT-DATE TO CR-WS-RUN-TIMESTAMP.
003050     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003060     IF CR-WS-BATCH-DATE = SPACES
003070         PERFORM 1200-FIND-LATEST-DATE THRU 1200-EXIT
003080     END-IF.
003090     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
003100     OPEN INPUT RUN-LEDGER.
003110     IF CR-WS-LEDGER-STATUS NOT = "00"
003120         DISPLAY "CYCLEREPORT: RUN-LEDGER OPEN FAILED, STATUS "
003130             CR-WS-LEDGER-STATUS
003140         MOVE 16 TO RETURN-CODE
003150         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003160     END-IF.
003170     OPEN OUTPUT CYCLE-REPORT.
003180     IF CR-WS-REPORT-STATUS NOT = "00"
003190         DISPLAY "CYCLEREPORT: REPORT OPEN FAILED, STATUS "
003200             CR-WS-REPORT-STATUS
003210         MOVE 16 TO RETURN-CODE
003215         CLOSE RUN-LEDGER
003220         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003230     END-IF.
003240     PERFORM 2900-READ-LEDGER THRU 2900-EXIT.
003250 1000-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280 1100-READ-CONTROL-CARD.
003290*    COLUMNS 1-8 NAME THE BATCH DATE, CCYYMMDD.  NO CARD, OR A
003300*    BLANK ONE, LEAVES THE DATE TO BE TAKEN FROM THE LEDGER.
003310*----------------------------------------------------------------
003320     OPEN INPUT CONTROL-CARD.
003330     IF CR-WS-CONTROL-STATUS = "00"
003340         READ CONTROL-CARD
003350             AT END
003360                 CONTINUE
003370             NOT AT END
003380                 MOVE CR-CTL-BATCH-DATE TO CR-WS-BATCH-DATE
003390         END-READ
003400         CLOSE CONTROL-CARD
003410     END-IF.
003420     IF CR-WS-BATCH-DATE NOT = SPACES
003430         AND CR-WS-BATCH-DATE IS NOT NUMERIC
003440         DISPLAY "CYCLEREPORT: CONTROL CARD DATE NOT NUMERIC -- "
003450             CR-WS-BATCH-DATE
003460         MOVE 12 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490 1100-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520 1200-FIND-LATEST-DATE.
003530*    THE LATEST BATCH DATE ANY STEP HAS RECORDED.  AN EMPTY OR
003540*    MISSING LEDGER FALLS BACK TO TODAY.
003550*----------------------------------------------------------------
003560     MOVE CR-WS-RUN-TIMESTAMP(1:8) TO CR-WS-BATCH-DATE.
003570     OPEN INPUT RUN-LEDGER.
003580     IF CR-WS-LEDGER-STATUS NOT = "00"
003590         GO TO 1200-EXIT
003600     END-IF.
003610     MOVE "N" TO CR-WS-EOF-SWITCH.
003620     PERFORM 1210-SCAN-FOR-LATEST THRU 1210-EXIT
003630         UNTIL CR-WS-EOF-YES.
003640     CLOSE RUN-LEDGER.
003650     MOVE "N" TO CR-WS-EOF-SWITCH.
003660     IF CR-WS-LATEST-DATE NOT = SPACES
003670         MOVE CR-WS-LATEST-DATE TO CR-WS-BATCH-DATE
003680     END-IF.
003690 1200-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720 1210-SCAN-FOR-LATEST.
003730*----------------------------------------------------------------
003740     READ RUN-LEDGER
003750         AT END
003760             MOVE "Y" TO CR-WS-EOF-SWITCH
003770             GO TO 1210-EXIT
003780     END-READ.
003790     IF CR-LR-BATCH-DATE IS NUMERIC
003800         AND CR-LR-BATCH-DATE > CR-WS-LATEST-DATE
003810         MOVE CR-LR-BATCH-DATE TO CR-WS-LATEST-DATE
003820     END-IF.
003830 1210-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860 1900-BEGIN-LEDGER-STEP.
003870*    RECORD THE STEP'S START ON THE RUN LEDGER UNDER THE BATCH
003880*    DATE BEING REPORTED.
003890*----------------------------------------------------------------
003900     MOVE "B" TO CR-LQ-FUNCTION.
003910     MOVE CR-WS-BATCH-DATE TO CR-LQ-BATCH-DATE.
003920     MOVE RETURN-CODE TO CR-LQ-RETURN-CODE.
003930     CALL "RunLedger" USING CR-LEDGER-REQUEST.
003940     IF NOT CR-LQ-CLEARED
003950         DISPLAY "CYCLEREPORT: RUN REFUSED -- " CR-LQ-MESSAGE
003960         MOVE 12 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990 1900-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020 2000-LOAD-ONE-RECORD.
004030*    ONLY THE BATCH DATE ASKED FOR IS LOADED, AND NOT THIS
004040*    REPORT'S OWN RECORDS.
004050*----------------------------------------------------------------
004060     ADD 1 TO CR-WS-LEDGER-READ.
004070     IF CR-LR-BATCH-DATE NOT = CR-WS-BATCH-DATE
004080         OR CR-LR-PROGRAM = "CYCLEREPORT"
004090         GO TO 2000-READ-NEXT
004100     END-IF.
004110     EVALUATE TRUE
004120         WHEN CR-LR-STEP-START
004130             PERFORM 2100-ADD-STEP THRU 2100-EXIT
004140         WHEN CR-LR-STEP-END
004150             PERFORM 2200-CLOSE-STEP THRU 2200-EXIT
004160     END-EVALUATE.
004170 2000-READ-NEXT.
004180     PERFORM 2900-READ-LEDGER THRU 2900-EXIT.
004190 2000-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220 2100-ADD-STEP.
004230*    OPEN A NEW STEP FROM THE RECORD IN HAND.  CR-WS-FOUND-IDX IS
004240*    LEFT ON IT, OR AT ZERO WHEN THE TABLE IS FULL.
004250*----------------------------------------------------------------
004260     MOVE 0 TO CR-WS-FOUND-IDX.
004270     IF CR-WS-STEP-COUNT NOT < CR-WS-STEP-MAX
004280         ADD 1 TO CR-WS-STEPS-DROPPED
004290         GO TO 2100-EXIT
004300     END-IF.
004310     ADD 1 TO CR-WS-STEP-COUNT.
004320     MOVE CR-WS-STEP-COUNT TO CR-WS-FOUND-IDX.
004330     MOVE CR-LR-PROGRAM TO CR-ST-PROGRAM(CR-WS-FOUND-IDX).
004340     MOVE CR-LR-JOB-ID TO CR-ST-JOB-ID(CR-WS-FOUND-IDX).
004350     MOVE CR-LR-START-TS TO CR-ST-START-TS(CR-WS-FOUND-IDX).
004360     MOVE SPACES TO CR-ST-END-TS(CR-WS-FOUND-IDX).
004370     MOVE "N" TO CR-ST-ENDED(CR-WS-FOUND-IDX).
004380     MOVE 0 TO CR-ST-RETURN-CODE(CR-WS-FOUND-IDX).
004390     MOVE 0 TO CR-ST-READ(CR-WS-FOUND-IDX).
004400     MOVE 0 TO CR-ST-WRITTEN(CR-WS-FOUND-IDX).
004410     MOVE 0 TO CR-ST-REJECTED(CR-WS-FOUND-IDX).
004420     MOVE CR-LR-NOTE TO CR-ST-NOTE(CR-WS-FOUND-IDX).
004430     MOVE 0 TO CR-ST-ELAPSED(CR-WS-FOUND-IDX).
004440     IF CR-LR-START-TS IS NUMERIC
004450         AND CR-LR-START-TS < CR-WS-CYCLE-FIRST-TS
004460         MOVE CR-LR-START-TS TO CR-WS-CYCLE-FIRST-TS
004470     END-IF.
004480 2100-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510 2200-CLOSE-STEP.
004520*    CLOSE THE LATEST STEP STILL OPEN FOR THE SAME PROGRAM AND
004530*    JOB.  AN END RECORD WITH NO OPEN STEP IS A REFUSAL, AND IS
004540*    ENTERED AS A STEP OF ITS OWN.
004550*----------------------------------------------------------------
004560     MOVE 0 TO CR-WS-FOUND-IDX.
004570     PERFORM 2210-MATCH-OPEN-STEP THRU 2210-EXIT
004580         VARYING CR-WS-STEP-IDX FROM CR-WS-STEP-COUNT BY -1
004590         UNTIL CR-WS-STEP-IDX < 1
004600         OR CR-WS-FOUND-IDX > 0.
004610     IF CR-WS-FOUND-IDX = 0
004620         PERFORM 2100-ADD-STEP THRU 2100-EXIT
004630     END-IF.
004640     IF CR-WS-FOUND-IDX = 0
004650         GO TO 2200-EXIT
004660     END-IF.
004670     MOVE CR-LR-END-TS TO CR-ST-END-TS(CR-WS-FOUND-IDX).
004680     MOVE "Y" TO CR-ST-ENDED(CR-WS-FOUND-IDX).
004690     MOVE CR-LR-RETURN-CODE TO CR-ST-RETURN-CODE(CR-WS-FOUND-IDX).
004700     MOVE CR-LR-READ TO CR-ST-READ(CR-WS-FOUND-IDX).
004710     MOVE CR-LR-WRITTEN TO CR-ST-WRITTEN(CR-WS-FOUND-IDX).
004720     MOVE CR-LR-REJECTED TO CR-ST-REJECTED(CR-WS-FOUND-IDX).
004730     MOVE CR-LR-NOTE TO CR-ST-NOTE(CR-WS-FOUND-IDX).
004740     IF CR-LR-END-TS IS NUMERIC
004750         AND CR-LR-END-TS > CR-WS-CYCLE-LAST-TS
004760         MOVE CR-LR-END-TS TO CR-WS-CYCLE-LAST-TS
004770     END-IF.
004780     MOVE CR-ST-START-TS(CR-WS-FOUND-IDX) TO CR-WS-TS-WORK.
004790     PERFORM 2400-TIMESTAMP-SECONDS THRU 2400-EXIT.
004800     MOVE CR-WS-TS-SECONDS TO CR-WS-FROM-SECONDS.
004810     MOVE CR-LR-END-TS TO CR-WS-TS-WORK.
004820     PERFORM 2400-TIMESTAMP-SECONDS THRU 2400-EXIT.
004830     PERFORM 2300-ELAPSED-SECONDS THRU 2300-EXIT.
004840     MOVE CR-WS-ELAPSED-SECS TO CR-ST-ELAPSED(CR-WS-FOUND-IDX).
004850 2200-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880 2210-MATCH-OPEN-STEP.
004890*----------------------------------------------------------------
004900     IF CR-ST-ENDED(CR-WS-STEP-IDX) = "N"
004910         AND CR-ST-PROGRAM(CR-WS-STEP-IDX) = CR-LR-PROGRAM
004920         AND CR-ST-JOB-ID(CR-WS-STEP-IDX) = CR-LR-JOB-ID
004930         MOVE CR-WS-STEP-IDX TO CR-WS-FOUND-IDX
004940     END-IF.
004950 2210-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980 2300-ELAPSED-SECONDS.
004990*    SECONDS FROM CR-WS-FROM-SECONDS TO CR-WS-TS-SECONDS.  AN
005000*    UNREADABLE TIMESTAMP ON EITHER SIDE, OR A CLOCK THAT WENT
005010*    BACKWARD, GIVES ZERO.
005020*----------------------------------------------------------------
005030     MOVE 0 TO CR-WS-ELAPSED-SECS.
005040     IF CR-WS-FROM-SECONDS = 0 OR CR-WS-TS-SECONDS = 0
005050         GO TO 2300-EXIT
005060     END-IF.
005070     IF CR-WS-TS-SECONDS < CR-WS-FROM-SECONDS
005080         GO TO 2300-EXIT
005090     END-IF.
005100     COMPUTE CR-WS-ELAPSED-SECS =
005110         CR-WS-TS-SECONDS - CR-WS-FROM-SECONDS.
005120 2300-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150 2400-TIMESTAMP-SECONDS.
005160*    SECONDS SINCE THE CALENDAR EPOCH FOR CR-WS-TS-WORK.  A
005170*    TIMESTAMP THAT IS NOT A VALID DATE AND TIME GIVES ZERO.
005180*----------------------------------------------------------------
005190     MOVE 0 TO CR-WS-TS-SECONDS.
005200     IF CR-WS-TS-DATE IS NOT NUMERIC
005210         OR CR-WS-TS-HH IS NOT NUMERIC
005220         OR CR-WS-TS-MI IS NOT NUMERIC
005230         OR CR-WS-TS-SS IS NOT NUMERIC
005240         GO TO 2400-EXIT
005250     END-IF.
005260     IF CR-WS-TS-DATE < 16010101
005270         GO TO 2400-EXIT
005280     END-IF.
005290     COMPUTE CR-WS-TS-SECONDS =
005300         FUNCTION INTEGER-OF-DATE(CR-WS-TS-DATE) * 86400
005310         + CR-WS-TS-HH * 3600 + CR-WS-TS-MI * 60 + CR-WS-TS-SS.
005320 2400-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350 2900-READ-LEDGER.
005360*----------------------------------------------------------------
005370     READ RUN-LEDGER
005380         AT END
005390             MOVE "Y" TO CR-WS-EOF-SWITCH
005400     END-READ.
005410 2900-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------
005440 3000-FIND-LATEST-STEP.
005450*    THE LATEST STEP ENTERED FOR CR-WS-SEEK-PROGRAM, INTO
005460*    CR-WS-SEEK-IDX, OR ZERO WHEN IT HAS NOT RUN FOR THE DATE.
005470*----------------------------------------------------------------
005480     MOVE 0 TO CR-WS-SEEK-IDX.
005490     PERFORM 3010-MATCH-PROGRAM THRU 3010-EXIT
005500         VARYING CR-WS-STEP-IDX FROM CR-WS-STEP-COUNT BY -1
005510         UNTIL CR-WS-STEP-IDX < 1
005520         OR CR-WS-SEEK-IDX > 0.
005530 3000-EXIT.
005540     EXIT.
005550*----------------------------------------------------------------
005560 3010-MATCH-PROGRAM.
005570*----------------------------------------------------------------
005580     IF CR-ST-PROGRAM(CR-WS-STEP-IDX) = CR-WS-SEEK-PROGRAM
005590         MOVE CR-WS-STEP-IDX TO CR-WS-SEEK-IDX
005600     END-IF.
005610 3010-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------
005640 5000-WRITE-REPORT.
005650*----------------------------------------------------------------
005660     MOVE 99 TO CR-WS-RPT-LINE-COUNT.
005670     MOVE 0 TO CR-WS-RPT-PAGE-COUNT.
005680     MOVE "CYCLE STEPS" TO CR-RPT-SH-TITLE.
005690     MOVE CR-RPT-SECTION-HDG TO CR-REPORT-LINE.
005700     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005710     MOVE "BATCH DATE" TO CR-RPT-DL-LABEL.
005720     MOVE CR-WS-BATCH-DATE TO CR-RPT-DL-DATE.
005730     MOVE CR-RPT-DATE-LINE TO CR-REPORT-LINE.
005740     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005750     MOVE SPACES TO CR-REPORT-LINE.
005760     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005770     IF CR-WS-STEP-COUNT = 0
005780         MOVE "NO STEPS RECORDED ON THE LEDGER FOR THIS DATE"
005790             TO CR-RPT-TL-TEXT
005800         MOVE CR-RPT-TEXT-LINE TO CR-REPORT-LINE
005810         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
005820     ELSE
005830         MOVE CR-RPT-STEP-HDG TO CR-REPORT-LINE
005840         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
005850         PERFORM 5100-WRITE-ONE-STEP THRU 5100-EXIT
005860             VARYING CR-WS-STEP-IDX FROM 1 BY 1
005870             UNTIL CR-WS-STEP-IDX > CR-WS-STEP-COUNT
005880     END-IF.
005890     IF CR-WS-STEPS-DROPPED > 0
005900         MOVE "MORE STEPS THAN THE TABLE HOLDS -- REST NOT SHOWN"
005910             TO CR-RPT-TL-TEXT
005920         MOVE CR-RPT-TEXT-LINE TO CR-REPORT-LINE
005930         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
005940     END-IF.
005950     MOVE SPACES TO CR-REPORT-LINE.
005960     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005970     MOVE "HANDOFF CROSS-FOOT" TO CR-RPT-SH-TITLE.
005980     MOVE CR-RPT-SECTION-HDG TO CR-REPORT-LINE.
005990     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006000     MOVE CR-RPT-HANDOFF-HDG TO CR-REPORT-LINE.
006010     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006020     PERFORM 5200-WRITE-ONE-HANDOFF THRU 5200-EXIT
006030         VARYING CR-WS-HO-IX FROM 1 BY 1
006040         UNTIL CR-WS-HO-IX > CR-WS-HANDOFF-COUNT.
006050     MOVE SPACES TO CR-REPORT-LINE.
006060     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006070     PERFORM 5300-WRITE-SUMMARY THRU 5300-EXIT.
006080 5000-EXIT.
006090     EXIT.
006100*----------------------------------------------------------------
006110 5100-WRITE-ONE-STEP.
006120*    ONE LINE PER STEP.  THE STATUS IS TAKEN FROM THE END RECORD:
006130*    A REFUSAL CARRIES ITS OWN NOTE, RETURN CODE 0 IS OK, UP TO 4
006140*    A WARNING AND ANYTHING HIGHER A FAILURE.  A STEP WITH NO END
006150*    RECORD STOPPED WITHOUT TERMINATING -- OR IS STILL RUNNING.
006160*----------------------------------------------------------------
006170     MOVE SPACES TO CR-RPT-STEP-LINE.
006180     MOVE CR-ST-PROGRAM(CR-WS-STEP-IDX) TO CR-RPT-SL-PROGRAM.
006190     MOVE CR-ST-JOB-ID(CR-WS-STEP-IDX) TO CR-RPT-SL-JOB-ID.
006200     MOVE CR-ST-START-TS(CR-WS-STEP-IDX) TO CR-WS-TS-WORK.
006210     PERFORM 5110-FORMAT-TIME THRU 5110-EXIT.
006220     MOVE CR-WS-HMS TO CR-RPT-SL-START.
006230     IF CR-ST-ENDED(CR-WS-STEP-IDX) = "N"
006240         MOVE "STARTED, NO END RECORD" TO CR-RPT-SL-STATUS
006250         ADD 1 TO CR-WS-CNT-NO-END
006260         MOVE CR-RPT-STEP-LINE TO CR-REPORT-LINE
006270         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
006280         GO TO 5100-EXIT
006290     END-IF.
006300     MOVE CR-ST-END-TS(CR-WS-STEP-IDX) TO CR-WS-TS-WORK.
006310     PERFORM 5110-FORMAT-TIME THRU 5110-EXIT.
006320     MOVE CR-WS-HMS TO CR-RPT-SL-END.
006330     MOVE CR-ST-ELAPSED(CR-WS-STEP-IDX) TO CR-WS-ELAPSED-SECS.
006340     PERFORM 5120-FORMAT-ELAPSED THRU 5120-EXIT.
006350     MOVE CR-WS-HMS TO CR-RPT-SL-ELAPSED.
006360     MOVE CR-ST-RETURN-CODE(CR-WS-STEP-IDX) TO CR-RPT-SL-RC.
006370     MOVE CR-ST-READ(CR-WS-STEP-IDX) TO CR-RPT-SL-READ.
006380     MOVE CR-ST-WRITTEN(CR-WS-STEP-IDX) TO CR-RPT-SL-WRITTEN.
006390     MOVE CR-ST-REJECTED(CR-WS-STEP-IDX) TO CR-RPT-SL-REJECTED.
006400     IF CR-ST-NOTE(CR-WS-STEP-IDX)(1:8) = "REFUSED "
006410         MOVE CR-ST-NOTE(CR-WS-STEP-IDX) TO CR-RPT-SL-STATUS
006420         ADD 1 TO CR-WS-CNT-REFUSED
006430         MOVE CR-RPT-STEP-LINE TO CR-REPORT-LINE
006440         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
006450         GO TO 5100-EXIT
006460     END-IF.
006470     EVALUATE TRUE
006480         WHEN CR-ST-RETURN-CODE(CR-WS-STEP-IDX) = 0
006490             MOVE "OK" TO CR-RPT-SL-STATUS
006500             ADD 1 TO CR-WS-CNT-OK
006510         WHEN CR-ST-RETURN-CODE(CR-WS-STEP-IDX) NOT > 4
006520             MOVE "WARNING" TO CR-RPT-SL-STATUS
006530             ADD 1 TO CR-WS-CNT-WARNING
006540         WHEN OTHER
006550             MOVE "FAILED" TO CR-RPT-SL-STATUS
006560             ADD 1 TO CR-WS-CNT-FAILED
006570     END-EVALUATE.
006580     IF CR-ST-NOTE(CR-WS-STEP-IDX) = "GATE OVERRIDDEN"
006590         MOVE CR-RPT-SL-STATUS TO CR-WS-STATUS-WORD
006600         MOVE SPACES TO CR-RPT-SL-STATUS
006610         STRING CR-WS-STATUS-WORD DELIMITED BY SPACE
006620             ", GATE OVERRIDDEN" DELIMITED BY SIZE
006630             INTO CR-RPT-SL-STATUS
006640         ADD 1 TO CR-WS-CNT-OVERRIDDEN
006650     END-IF.
006660     MOVE CR-RPT-STEP-LINE TO CR-REPORT-LINE.
006670     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006680 5100-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710 5110-FORMAT-TIME.
006720*    HH:MM:SS FROM THE TIMESTAMP IN CR-WS-TS-WORK.
006730*----------------------------------------------------------------
006740     IF CR-WS-TS-HH IS NUMERIC
006750         AND CR-WS-TS-MI IS NUMERIC
006760         AND CR-WS-TS-SS IS NUMERIC
006770         MOVE CR-WS-TS-HH TO CR-WS-HMS-HH
006780         MOVE CR-WS-TS-MI TO CR-WS-HMS-MI
006790         MOVE CR-WS-TS-SS TO CR-WS-HMS-SS
006800     ELSE
006810         MOVE 0 TO CR-WS-HMS-HH
006820         MOVE 0 TO CR-WS-HMS-MI
006830         MOVE 0 TO CR-WS-HMS-SS
006840     END-IF.
006850 5110-EXIT.
006860     EXIT.
006870*----------------------------------------------------------------
006880 5120-FORMAT-ELAPSED.
006890*    HH:MM:SS FROM CR-WS-ELAPSED-SECS.  99 HOURS IS THE MOST THE
006900*    COLUMN SHOWS.
006910*----------------------------------------------------------------
006920     IF CR-WS-ELAPSED-SECS > 359999
006930         MOVE 359999 TO CR-WS-ELAPSED-SECS
006940     END-IF.
006950     DIVIDE CR-WS-ELAPSED-SECS BY 3600 GIVING CR-WS-HMS-HH
006960         REMAINDER CR-WS-ELAPSED-WORK.
006970     DIVIDE CR-WS-ELAPSED-WORK BY 60 GIVING CR-WS-HMS-MI
006980         REMAINDER CR-WS-HMS-SS.
006990 5120-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------
007020 5200-WRITE-ONE-HANDOFF.
007030*    THE LATEST RUN OF EACH SIDE IS COMPARED.  A SIDE THAT HAS NOT
007040*    RUN, WAS REFUSED OR NEVER ENDED HAS NO COUNT TO CARRY, AND
007050*    THE HANDOFF IS SHOWN NOT RUN.
007060*----------------------------------------------------------------
007070     MOVE SPACES TO CR-RPT-HANDOFF-LINE.
007080     MOVE CR-WS-HO-FROM(CR-WS-HO-IX) TO CR-RPT-HL-FROM.
007090     MOVE CR-WS-HO-TO(CR-WS-HO-IX) TO CR-RPT-HL-TO.
007100     MOVE CR-WS-HO-FROM(CR-WS-HO-IX) TO CR-WS-SEEK-PROGRAM.
007110     PERFORM 3000-FIND-LATEST-STEP THRU 3000-EXIT.
007120     PERFORM 5210-CHECK-SIDE-USABLE THRU 5210-EXIT.
007130     MOVE CR-WS-SEEK-IDX TO CR-WS-HO-FROM-IDX.
007140     MOVE CR-WS-HO-TO(CR-WS-HO-IX) TO CR-WS-SEEK-PROGRAM.
007150     PERFORM 3000-FIND-LATEST-STEP THRU 3000-EXIT.
007160     PERFORM 5210-CHECK-SIDE-USABLE THRU 5210-EXIT.
007170     MOVE CR-WS-SEEK-IDX TO CR-WS-HO-TO-IDX.
007180     IF CR-WS-HO-FROM-IDX > 0
007190         MOVE CR-ST-WRITTEN(CR-WS-HO-FROM-IDX)
007200             TO CR-RPT-HL-WRITTEN
007210     END-IF.
007220     IF CR-WS-HO-TO-IDX > 0
007230         MOVE CR-ST-READ(CR-WS-HO-TO-IDX) TO CR-RPT-HL-READ
007240     END-IF.
007250     IF CR-WS-HO-FROM-IDX = 0 OR CR-WS-HO-TO-IDX = 0
007260         MOVE "NOT RUN" TO CR-RPT-HL-RESULT
007270         ADD 1 TO CR-WS-HO-NOT-RUN
007280     ELSE
007290         COMPUTE CR-WS-HO-DIFFERENCE =
007300             CR-ST-READ(CR-WS-HO-TO-IDX)
007310             - CR-ST-WRITTEN(CR-WS-HO-FROM-IDX)
007320         MOVE CR-WS-HO-DIFFERENCE TO CR-RPT-HL-DIFFERENCE
007330         IF CR-WS-HO-DIFFERENCE = 0
007340             MOVE "AGREES" TO CR-RPT-HL-RESULT
007350             ADD 1 TO CR-WS-HO-AGREE
007360         ELSE
007370             MOVE "DIFFERS" TO CR-RPT-HL-RESULT
007380             ADD 1 TO CR-WS-HO-DIFFER
007390         END-IF
007400     END-IF.
007410     MOVE CR-RPT-HANDOFF-LINE TO CR-REPORT-LINE.
007420     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007430 5200-EXIT.
007440     EXIT.
007450*----------------------------------------------------------------
007460 5210-CHECK-SIDE-USABLE.
007470*    CLEAR CR-WS-SEEK-IDX WHEN THE STEP FOUND HAS NO COUNTS.
007480*----------------------------------------------------------------
007490     IF CR-WS-SEEK-IDX = 0
007500         GO TO 5210-EXIT
007510     END-IF.
007520     IF CR-ST-ENDED(CR-WS-SEEK-IDX) = "N"
007530         OR CR-ST-NOTE(CR-WS-SEEK-IDX)(1:8) = "REFUSED "
007540         MOVE 0 TO CR-WS-SEEK-IDX
007550     END-IF.
007560 5210-EXIT.
007570     EXIT.
007580*----------------------------------------------------------------
007590 5300-WRITE-SUMMARY.
007600*    THE CYCLE'S ELAPSED TIME RUNS FROM THE FIRST STEP'S START TO
007610*    THE LAST STEP'S END.
007620*----------------------------------------------------------------
007630     MOVE "CYCLE SUMMARY" TO CR-RPT-SH-TITLE.
007640     MOVE CR-RPT-SECTION-HDG TO CR-REPORT-LINE.
007650     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007660     MOVE "STEPS RECORDED" TO CR-RPT-CL-LABEL.
007670     MOVE CR-WS-STEP-COUNT TO CR-RPT-CL-COUNT.
007680     PERFORM 5310-WRITE-COUNT-LINE THRU 5310-EXIT.
007690     MOVE "  ENDED OK" TO CR-RPT-CL-LABEL.
007700     MOVE CR-WS-CNT-OK TO CR-RPT-CL-COUNT.
007710     PERFORM 5310-WRITE-COUNT-LINE THRU 5310-EXIT.
007720     MOVE "  ENDED WITH A WARNING" TO CR-RPT-CL-LABEL.
007730     MOVE CR-WS-CNT-WARNING TO CR-RPT-CL-COUNT.
007740     PERFORM 5310-WRITE-COUNT-LINE THRU 5310-EXIT.
007750     MOVE "  FAILED" TO CR-RPT-CL-LABEL.
007760     MOVE CR-WS-CNT-FAILED TO CR-RPT-CL-COUNT.
007770     PERFORM 5310-WRITE-COUNT-LINE THRU 5310-EXIT.
007780     MOVE "  REFUSED AT THE GATE" TO CR-RPT-CL-LABEL.
007790     MOVE CR-WS-CNT-REFUSED TO CR-RPT-CL-COUNT.
007800     PERFORM 5310-WRITE-COUNT-LINE THRU 5310-EXIT.
007810     MOVE "  STARTED, NO END RECORD" TO CR-RPT-CL-LABEL.
007820     MOVE CR-WS-CNT-NO-END TO CR-RPT-CL-COUNT.
007830     PERFORM 5310-WRITE-COUNT-LINE THRU 5310-EXIT.
007840     MOVE "GATES OVERRIDDEN" TO CR-RPT-CL-LABEL.
007850     MOVE CR-WS-CNT-OVERRIDDEN TO CR-RPT-CL-COUNT.
007860     PERFORM 5310-WRITE-COUNT-LINE THRU 5310-EXIT.
007870     MOVE "HANDOFFS AGREEING" TO CR-RPT-CL-LABEL.
007880     MOVE CR-WS-HO-AGREE TO CR-RPT-CL-COUNT.
007890     PERFORM 5310-WRITE-COUNT-LINE THRU 5310-EXIT.
007900     MOVE "HANDOFFS DIFFERING" TO CR-RPT-CL-LABEL.
007910     MOVE CR-WS-HO-DIFFER TO CR-RPT-CL-COUNT.
007920     PERFORM 5310-WRITE-COUNT-LINE THRU 5310-EXIT.
007930     MOVE "HANDOFFS NOT RUN" TO CR-RPT-CL-LABEL.
007940     MOVE CR-WS-HO-NOT-RUN TO CR-RPT-CL-COUNT.
007950     PERFORM 5310-WRITE-COUNT-LINE THRU 5310-EXIT.
007960     MOVE CR-WS-CYCLE-FIRST-TS TO CR-WS-TS-WORK.
007970     PERFORM 2400-TIMESTAMP-SECONDS THRU 2400-EXIT.
007980     MOVE CR-WS-TS-SECONDS TO CR-WS-FROM-SECONDS.
007990     MOVE CR-WS-CYCLE-LAST-TS TO CR-WS-TS-WORK.
008000     PERFORM 2400-TIMESTAMP-SECONDS THRU 2400-EXIT.
008010     PERFORM 2300-ELAPSED-SECONDS THRU 2300-EXIT.
008020     PERFORM 5120-FORMAT-ELAPSED THRU 5120-EXIT.
008030     MOVE "CYCLE ELAPSED (HH:MM:SS)" TO CR-RPT-DL-LABEL.
008040     MOVE CR-WS-HMS TO CR-RPT-DL-DATE.
008050     MOVE CR-RPT-DATE-LINE TO CR-REPORT-LINE.
008060     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008070 5300-EXIT.
008080     EXIT.
008090*----------------------------------------------------------------
008100 5310-WRITE-COUNT-LINE.
008110*----------------------------------------------------------------
008120     MOVE CR-RPT-COUNT-LINE TO CR-REPORT-LINE.
008130     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008140 5310-EXIT.
008150     EXIT.
008160*----------------------------------------------------------------
008170 5900-WRITE-REPORT-LINE.
008180*    WRITE ONE FORMATTED LINE, BREAKING TO A FRESH PAGE HEADING
008190*    EVERY 55 LINES SO THE REPORT FILES CLEANLY.
008200*----------------------------------------------------------------
008210     IF CR-WS-RPT-LINE-COUNT > 55
008220         PERFORM 5910-WRITE-PAGE-HEADING THRU 5910-EXIT
008230     END-IF.
008240     WRITE CR-REPORT-LINE AFTER ADVANCING 1 LINE.
008250     ADD 1 TO CR-WS-RPT-LINE-COUNT.
008260 5900-EXIT.
008270     EXIT.
008280*----------------------------------------------------------------
008290 5910-WRITE-PAGE-HEADING.
008300*----------------------------------------------------------------
008310     MOVE CR-REPORT-LINE TO CR-WS-RPT-HOLD-LINE.
008320     ADD 1 TO CR-WS-RPT-PAGE-COUNT.
008330     MOVE CR-WS-RUN-TIMESTAMP(1:21) TO CR-RPT-H1-TIMESTAMP.
008340     MOVE CR-WS-RPT-PAGE-COUNT TO CR-RPT-H1-PAGE.
008350     MOVE CR-RPT-HEADING-1 TO CR-REPORT-LINE.
008360     WRITE CR-REPORT-LINE AFTER ADVANCING PAGE.
008370     MOVE SPACES TO CR-REPORT-LINE.
008380     WRITE CR-REPORT-LINE AFTER ADVANCING 1 LINE.
008390     MOVE 2 TO CR-WS-RPT-LINE-COUNT.
008400     MOVE CR-WS-RPT-HOLD-LINE TO CR-REPORT-LINE.
008410 5910-EXIT.
008420     EXIT.
008430*----------------------------------------------------------------
008440 9000-TERMINATE.
008450*    RETURN CODE 8 WHEN A STEP FAILED, WAS REFUSED OR NEVER ENDED,
008460*    OR NOTHING RAN FOR THE DATE; 4 WHEN A HANDOFF DIFFERS OR
008470*    COULD NOT BE CHECKED, OR STEPS WERE LEFT OFF THE REPORT.
008480*----------------------------------------------------------------
008490     CLOSE RUN-LEDGER.
008500     CLOSE CYCLE-REPORT.
008510     DISPLAY "CYCLEREPORT: BATCH DATE " CR-WS-BATCH-DATE ", "
008520         CR-WS-STEP-COUNT " STEPS, " CR-WS-CNT-FAILED
008530         " FAILED, " CR-WS-HO-DIFFER " HANDOFFS DIFFER".
008540     IF CR-WS-STEP-COUNT = 0
008550         OR CR-WS-CNT-FAILED > 0
008560         OR CR-WS-CNT-REFUSED > 0
008570         OR CR-WS-CNT-NO-END > 0
008580         MOVE 8 TO RETURN-CODE
008590     ELSE
008600         IF CR-WS-HO-DIFFER > 0
008610             OR CR-WS-HO-NOT-RUN > 0
008620             OR CR-WS-STEPS-DROPPED > 0
008630             MOVE 4 TO RETURN-CODE
008640         END-IF
008650     END-IF.
008660 9000-EXIT.
008670     EXIT.
008680*----------------------------------------------------------------
008690 9900-END-LEDGER-STEP.
008700*    READ IS THE LEDGER RECORDS READ; WRITTEN IS THE STEPS
008710*    REPORTED; REJECTED IS THE STEPS LEFT OFF A FULL TABLE.
008720*----------------------------------------------------------------
008730     MOVE "E" TO CR-LQ-FUNCTION.
008740     MOVE RETURN-CODE TO CR-LQ-RETURN-CODE.
008750     MOVE CR-WS-LEDGER-READ TO CR-LQ-READ.
008760     MOVE CR-WS-STEP-COUNT TO CR-LQ-WRITTEN.
008770     MOVE CR-WS-STEPS-DROPPED TO CR-LQ-REJECTED.
008780     CALL "RunLedger" USING CR-LEDGER-REQUEST.
008790 9900-EXIT.
008800     EXIT.
008810*----------------------------------------------------------------
008820 9950-ABEND-STEP.
008830*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
008840*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
008850*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
008860*    STEP ENDED RATHER THAN A START WITH NO END.
008870*----------------------------------------------------------------
008880     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
008890     STOP RUN.
008900 9950-EXIT.
008910     EXIT.
