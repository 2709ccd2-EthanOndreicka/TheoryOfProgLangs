000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ResultRecover.
000030 AUTHOR.        R HALVERSEN.
000040 INSTALLATION.  CRYPTO OPERATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/26  RH   ORIGINAL VERSION.  WHEN RESLTMST IS LOST OR
000120*                DAMAGED THE ONLY WAY BACK HAS BEEN TO RESTORE THE
000130*                LAST BACKUP AND RERUN EVERY NIGHT SINCE THROUGH
000140*                CAESARCIPHER, WHICH RE-DECODES TRAFFIC THAT WAS
000150*                ALREADY SETTLED AND CANNOT REPRODUCE WHAT THE
000160*                ANALYSTS RESOLVED BY HAND.  THIS JOB REBUILDS THE
000170*                MASTER FORWARD INSTEAD: IT LOADS THE LATEST
000180*                OFFLOAD OR BACKUP IMAGE (MASTERMAINT'S MSTROFLD
000190*                LAYOUT) AND THEN APPLIES THE RETAINED MSGRESLT
000200*                GENERATIONS IN DATE ORDER -- MANRESLT
000210*                GENERATIONS SHARE THE LAYOUT AND MAY BE
000220*                INTERLEAVED -- POSTING EACH MESSAGE EXACTLY AS
000230*                CAESARCIPHER WOULD HAVE: SEGMENTS REASSEMBLED,
000240*                THE LATEST PROCESSING DATE WINS, AND DUPLICATES
000250*                ARE NOT REPOSTED.  A RECOVERY REPORT SHOWS WHAT
000260*                EACH INPUT RESTORED, THE CONFLICTS RESOLVED AND
000270*                THE DATES COVERED.  THE JOB WILL NOT WRITE OVER A
000280*                MASTER THAT STILL HOLDS RECORDS UNLESS THE
000290*                CONTROL CARD SAYS REPLACE.
000291* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000292*                THROUGH THE RUNLEDGER MODULE, UNDER THE BATCH
000293*                DATE OF THE CURRENT CYCLE, WITH THE IMAGE AND
000294*                GENERATION RECORDS READ, MASTER RECORDS RESTORED
000295*                AND DETAILS REJECTED.
000296* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000297*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000298*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000299*                RUN STOPS.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RESULTS-MASTER ASSIGN TO "RESLTMST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS RV-MR-MESSAGE-ID
000410         FILE STATUS IS RV-WS-MASTER-STATUS.
000420     SELECT MASTER-IMAGE ASSIGN TO "MSTRIMG"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS RV-WS-IMAGE-STATUS.
000450     SELECT RESULT-GENS ASSIGN TO "RESLTGEN"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS RV-WS-GEN-STATUS.
000480     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS RV-WS-CONTROL-STATUS.
000510     SELECT RECOVERY-REPORT ASSIGN TO "RCVRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS RV-WS-REPORT-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  RESULTS-MASTER
000580     LABEL RECORDS ARE STANDARD.
000590 01  RV-MASTER-RECORD.
000600     05  RV-MR-MESSAGE-ID      PIC X(10).
000610     05  RV-MR-PROC-DATE       PIC 9(08).
000620     05  RV-MR-PRIORITY        PIC 9(01).
000630     05  RV-MR-SHIFT           PIC 9(03).
000640     05  RV-MR-STATUS          PIC X(10).
000650     05  RV-MR-SEG-COUNT       PIC 9(02).
000660     05  RV-MR-TEXT            PIC X(500).
000670     05  RV-MR-SOURCE-SYSTEM   PIC X(08).
000680     05  RV-MR-MULTIPLIER      PIC 9(02).
000690*----------------------------------------------------------------
000700* OFFLOAD OR BACKUP IMAGE OF THE MASTER, ONE MASTER RECORD PER
000710* LINE.  SEVERAL IMAGES MAY BE CONCATENATED OLDEST FIRST.
000720*----------------------------------------------------------------
000730 FD  MASTER-IMAGE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  RV-IMAGE-RECORD           PIC X(544).
000770*----------------------------------------------------------------
000780* RETAINED MSGRESLT (AND MANRESLT) GENERATIONS, CONCATENATED IN
000790* DATE ORDER, EACH WITH ITS OWN HEADER AND TRAILER.
000800*----------------------------------------------------------------
000810 FD  RESULT-GENS
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  RV-RESULTS-RECORD.
000850     05  RV-RR-REC-TYPE        PIC X(01).
000860     05  RV-RR-MESSAGE-ID      PIC X(10).
000870     05  RV-RR-SEGMENT-NO      PIC 9(02).
000880     05  RV-RR-CONT-FLAG       PIC X(01).
000890         88  RV-RR-CONTINUED             VALUE "C".
000900     05  RV-RR-PRIORITY        PIC 9(01).
000910     05  RV-RR-LANGUAGE        PIC X(01).
000920     05  RV-RR-SHIFT           PIC 9(03).
000930     05  RV-RR-STATUS          PIC X(10).
000940     05  RV-RR-TEXT            PIC X(100).
000950     05  RV-RR-SOURCE-SYSTEM   PIC X(08).
000960     05  RV-RR-KEYWORD         PIC X(10).
000970     05  RV-RR-MULTIPLIER      PIC 9(02).
000980 01  RV-RESULTS-HDR-RECORD.
000990     05  RV-RH-REC-TYPE        PIC X(01).
001000     05  RV-RH-BATCH-DATE      PIC X(08).
001010     05  RV-RH-SOURCE-SYSTEM   PIC X(08).
001020     05  RV-RH-JOB-ID          PIC X(08).
001030     05  RV-RH-POST-DATE       PIC X(08).
001040     05  FILLER                PIC X(116).
001050 01  RV-RESULTS-TRL-RECORD.
001060     05  RV-RT-REC-TYPE        PIC X(01).
001070     05  RV-RT-RECORD-COUNT    PIC 9(07).
001080     05  RV-RT-SUSPENSE-COUNT  PIC 9(07).
001090     05  FILLER                PIC X(134).
001100*
001110 FD  CONTROL-CARD
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  RV-CONTROL-RECORD.
001150     05  RV-CTL-OPTION         PIC X(07).
001160         88  RV-CTL-REPLACE              VALUE "REPLACE".
001170*
001180 FD  RECOVERY-REPORT
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  RV-REPORT-LINE            PIC X(132).
001220*
001230 WORKING-STORAGE SECTION.
001240*----------------------------------------------------------------
001250* FILE STATUS AND END-OF-FILE SWITCHES
001260*----------------------------------------------------------------
001270 01  RV-WS-MASTER-STATUS       PIC X(02) VALUE SPACES.
001280 01  RV-WS-IMAGE-STATUS        PIC X(02) VALUE SPACES.
001290 01  RV-WS-GEN-STATUS          PIC X(02) VALUE SPACES.
001300 01  RV-WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
001310 01  RV-WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
001320 01  RV-WS-EOF-SWITCH          PIC X(01) VALUE "N".
001330     88  RV-WS-EOF-YES                   VALUE "Y".
001340 01  RV-WS-IMAGE-OPEN-FLAG     PIC X(01) VALUE "N".
001350     88  RV-WS-IMAGE-OPEN                VALUE "Y".
001360 01  RV-WS-GEN-OPEN-FLAG       PIC X(01) VALUE "N".
001370     88  RV-WS-GEN-OPEN                  VALUE "Y".
001380 01  RV-WS-REPLACE-FLAG        PIC X(01) VALUE "N".
001390     88  RV-WS-REPLACE-MASTER            VALUE "Y".
001400 01  RV-WS-MASTER-HELD-FLAG    PIC X(01) VALUE "N".
001410     88  RV-WS-MASTER-HELD               VALUE "Y".
001420 01  RV-WS-RUN-TIMESTAMP       PIC X(26) VALUE SPACES.
001430*----------------------------------------------------------------
001440* THE MASTER RECORD BEING POSTED, BUILT HERE FROM AN IMAGE RECORD
001450* OR A REASSEMBLED MESSAGE AND COMPARED WITH WHAT THE REBUILT
001460* MASTER ALREADY HOLDS FOR THE SAME MESSAGE-ID.
001470*----------------------------------------------------------------
001480 01  RV-POST-RECORD.
001490     05  RV-PR-MESSAGE-ID      PIC X(10).
001500     05  RV-PR-PROC-DATE       PIC 9(08).
001510     05  RV-PR-PRIORITY        PIC 9(01).
001520     05  RV-PR-SHIFT           PIC 9(03).
001530     05  RV-PR-STATUS          PIC X(10).
001540     05  RV-PR-SEG-COUNT       PIC 9(02).
001550     05  RV-PR-TEXT            PIC X(500).
001560     05  RV-PR-SOURCE-SYSTEM   PIC X(08).
001570     05  RV-PR-MULTIPLIER      PIC 9(02).
001580 01  RV-WS-POST-RESULT         PIC X(01) VALUE SPACE.
001590     88  RV-WS-POSTED-NEW                VALUE "N".
001600     88  RV-WS-POSTED-REPLACED           VALUE "R".
001610     88  RV-WS-POSTED-OLDER              VALUE "O".
001620     88  RV-WS-POSTED-CURRENT            VALUE "C".
001630*----------------------------------------------------------------
001640* MESSAGE REASSEMBLY.  A MESSAGE'S SEGMENTS ARRIVE CONSECUTIVELY,
001650* NUMBERED FROM 1, EVERY ONE BUT THE LAST FLAGGED CONTINUED --
001660* EXACTLY AS CAESARCIPHER WRITES THEM.  A CHAIN THAT BREAKS IS
001670* NOT POSTED: A PART-MESSAGE ON THE MASTER WOULD BE WORSE THAN
001680* THE EARLIER DISPOSITION IT REPLACED.
001690*----------------------------------------------------------------
001700 01  RV-MAX-SEGMENTS           PIC 9(02) VALUE 5.
001710 01  RV-WS-ASM-FLAG            PIC X(01) VALUE "N".
001720     88  RV-WS-ASSEMBLING                VALUE "Y".
001730 01  RV-WS-ASM-SEG-COUNT       PIC 9(02) VALUE 0.
001740 01  RV-WS-ASM-OFFSET          PIC 9(03) VALUE 0.
001750*----------------------------------------------------------------
001760* CURRENT GENERATION.  ITS PROCESSING DATE IS THE DATE THE RUN
001770* POSTED THE MASTER, FROM THE HEADER; A GENERATION WRITTEN BEFORE
001780* THE HEADER CARRIED THAT DATE FALLS BACK TO ITS BATCH DATE.
001790*----------------------------------------------------------------
001800 01  RV-WS-IN-GEN-FLAG         PIC X(01) VALUE "N".
001810     88  RV-WS-IN-GENERATION             VALUE "Y".
001820 01  RV-WS-GEN-DATE            PIC 9(08) VALUE 0.
001830 01  RV-WS-GEN-DATE-X REDEFINES RV-WS-GEN-DATE
001840                               PIC X(08).
001850 01  RV-WS-PRIOR-GEN-DATE      PIC 9(08) VALUE 0.
001860 01  RV-WS-GEN-DETAILS         PIC 9(07) VALUE 0.
001870*----------------------------------------------------------------
001880* PER-INPUT TALLY.  ENTRY 1 IS THE IMAGE; EACH GENERATION TAKES
001890* THE NEXT ENTRY WHEN ITS HEADER IS READ.  THE CURRENT INPUT'S
001900* COUNTS BUILD IN RV-CUR-TALLY AND ARE FILED WHEN IT ENDS.
001910*----------------------------------------------------------------
001920 01  RV-WS-INPUT-MAX           PIC 9(03) VALUE 200.
001930 01  RV-WS-INPUT-COUNT         PIC 9(03) VALUE 0.
001940 01  RV-WS-INPUT-IDX           PIC 9(03) VALUE 0.
001950 01  RV-WS-INPUT-FULL-FLAG     PIC X(01) VALUE "N".
001960 01  RV-WS-GEN-NUMBER          PIC 9(03) VALUE 0.
001970 01  RV-CUR-TALLY.
001980     05  RV-CT-LABEL           PIC X(08).
001990     05  RV-CT-DATE            PIC X(08).
002000     05  RV-CT-SOURCE          PIC X(08).
002010     05  RV-CT-JOB-ID          PIC X(08).
002020     05  RV-CT-READ            PIC 9(07).
002030     05  RV-CT-NEW             PIC 9(07).
002040     05  RV-CT-REPLACED        PIC 9(07).
002050     05  RV-CT-OLDER           PIC 9(07).
002060     05  RV-CT-CURRENT         PIC 9(07).
002070     05  RV-CT-DUPLICATE       PIC 9(07).
002080     05  RV-CT-REJECTED        PIC 9(07).
002090     05  RV-CT-NOTE            PIC X(10).
002100 01  RV-INPUT-TABLE.
002110     05  RV-INPUT-ENTRY  OCCURS 200 TIMES.
002120         10  RV-IN-LABEL       PIC X(08).
002130         10  RV-IN-DATE        PIC X(08).
002140         10  RV-IN-SOURCE      PIC X(08).
002150         10  RV-IN-JOB-ID      PIC X(08).
002160         10  RV-IN-READ        PIC 9(07).
002170         10  RV-IN-NEW         PIC 9(07).
002180         10  RV-IN-REPLACED    PIC 9(07).
002190         10  RV-IN-OLDER       PIC 9(07).
002200         10  RV-IN-CURRENT     PIC 9(07).
002210         10  RV-IN-DUPLICATE   PIC 9(07).
002220         10  RV-IN-REJECTED    PIC 9(07).
002230         10  RV-IN-NOTE        PIC X(10).
002240*----------------------------------------------------------------
002250* RUN TOTALS AND THE DATE RANGE COVERED
002260*----------------------------------------------------------------
002270 01  RV-WS-IMAGE-READ          PIC 9(07) VALUE 0.
002280 01  RV-WS-GEN-RECORDS-READ    PIC 9(07) VALUE 0.
002290 01  RV-WS-GENERATIONS         PIC 9(05) VALUE 0.
002300 01  RV-WS-TOT-NEW             PIC 9(07) VALUE 0.
002310 01  RV-WS-TOT-REPLACED        PIC 9(07) VALUE 0.
002320 01  RV-WS-TOT-OLDER           PIC 9(07) VALUE 0.
002330 01  RV-WS-TOT-CURRENT         PIC 9(07) VALUE 0.
002340 01  RV-WS-TOT-DUPLICATE       PIC 9(07) VALUE 0.
002350 01  RV-WS-TOT-REJECTED        PIC 9(07) VALUE 0.
002360 01  RV-WS-TOT-BROKEN          PIC 9(07) VALUE 0.
002370 01  RV-WS-TOT-STRAY           PIC 9(07) VALUE 0.
002380 01  RV-WS-TOT-TRL-BAD         PIC 9(05) VALUE 0.
002390 01  RV-WS-TOT-OUT-OF-ORDER    PIC 9(05) VALUE 0.
002400 01  RV-WS-TOT-NO-DATE         PIC 9(05) VALUE 0.
002410 01  RV-WS-CONFLICTS           PIC 9(07) VALUE 0.
002420 01  RV-WS-MASTER-RECORDS      PIC 9(07) VALUE 0.
002430 01  RV-WS-IMAGE-OLDEST        PIC 9(08) VALUE 99999999.
002440 01  RV-WS-IMAGE-NEWEST        PIC 9(08) VALUE 0.
002450 01  RV-WS-GEN-FIRST           PIC 9(08) VALUE 99999999.
002460 01  RV-WS-GEN-LAST            PIC 9(08) VALUE 0.
002470 01  RV-WS-RANGE-FROM          PIC 9(08) VALUE 0.
002480 01  RV-WS-RANGE-TO            PIC 9(08) VALUE 0.
002481*----------------------------------------------------------------
002482* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
002483* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
002484* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
002485* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
002486*----------------------------------------------------------------
002487 01  RV-LEDGER-REQUEST.
002488     05  RV-LQ-FUNCTION        PIC X(01).
002489     05  RV-LQ-PROGRAM         PIC X(16) VALUE "RESULTRECOVER".
002490     05  RV-LQ-JOB-ID          PIC X(08) VALUE SPACES.
002491     05  RV-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
002492     05  RV-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
002493     05  RV-LQ-READ            PIC 9(09) VALUE 0.
002494     05  RV-LQ-WRITTEN         PIC 9(09) VALUE 0.
002495     05  RV-LQ-REJECTED        PIC 9(09) VALUE 0.
002496     05  RV-LQ-START-TS        PIC X(14) VALUE SPACES.
002497     05  RV-LQ-RESULT          PIC X(01) VALUE SPACES.
002498         88  RV-LQ-CLEARED               VALUE "Y".
002499     05  RV-LQ-MESSAGE         PIC X(80) VALUE SPACES.
002500*----------------------------------------------------------------
002501* REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED STYLE AS
002510* THE MASTERMAINT STATISTICS REPORT.
002520*----------------------------------------------------------------
002530 01  RV-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
002540 01  RV-WS-RPT-PAGE-COUNT      PIC 9(03) VALUE 0.
002550 01  RV-WS-RPT-HOLD-LINE       PIC X(132) VALUE SPACES.
002560 01  RV-RPT-HEADING-1.
002570     05  FILLER                PIC X(38) VALUE
002580         "RESULTRECOVER  RESULTS-MASTER RECOVERY".
002590     05  FILLER                PIC X(07) VALUE SPACES.
002600     05  FILLER                PIC X(04) VALUE "RUN ".
002610     05  RV-RPT-H1-TIMESTAMP   PIC X(21).
002620     05  FILLER                PIC X(07) VALUE "  PAGE ".
002630     05  RV-RPT-H1-PAGE        PIC ZZ9.
002640     05  FILLER                PIC X(52) VALUE SPACES.
002650 01  RV-RPT-SECTION-HDG.
002660     05  FILLER                PIC X(03) VALUE SPACES.
002670     05  RV-RPT-SH-TITLE       PIC X(40).
002680     05  FILLER                PIC X(89) VALUE SPACES.
002690 01  RV-RPT-COUNT-LINE.
002700     05  FILLER                PIC X(05) VALUE SPACES.
002710     05  RV-RPT-CL-LABEL       PIC X(30).
002720     05  RV-RPT-CL-COUNT       PIC Z,ZZZ,ZZ9.
002730     05  FILLER                PIC X(88) VALUE SPACES.
002740 01  RV-RPT-DATE-LINE.
002750     05  FILLER                PIC X(05) VALUE SPACES.
002760     05  RV-RPT-DL-LABEL       PIC X(30).
002770     05  RV-RPT-DL-DATE        PIC 9(08).
002780     05  FILLER                PIC X(89) VALUE SPACES.
002790 01  RV-RPT-TEXT-LINE.
002800     05  FILLER                PIC X(05) VALUE SPACES.
002810     05  RV-RPT-TL-TEXT        PIC X(100).
002820     05  FILLER                PIC X(27) VALUE SPACES.
002830 01  RV-RPT-INPUT-HDG.
002840     05  FILLER                PIC X(05) VALUE SPACES.
002850     05  FILLER                PIC X(10) VALUE "INPUT".
002860     05  FILLER                PIC X(10) VALUE "DATE".
002870     05  FILLER                PIC X(10) VALUE "SOURCE".
002880     05  FILLER                PIC X(08) VALUE "JOB".
002890     05  FILLER                PIC X(09) VALUE "     READ".
002900     05  FILLER                PIC X(09) VALUE "      NEW".
002910     05  FILLER                PIC X(09) VALUE " REPLACED".
002920     05  FILLER                PIC X(09) VALUE "    OLDER".
002930     05  FILLER                PIC X(09) VALUE "  CURRENT".
002940     05  FILLER                PIC X(09) VALUE "     DUPS".
002950     05  FILLER                PIC X(09) VALUE " REJECTED".
002960     05  FILLER                PIC X(02) VALUE SPACES.
002970     05  FILLER                PIC X(10) VALUE "NOTE".
002980     05  FILLER                PIC X(14) VALUE SPACES.
002990 01  RV-RPT-INPUT-LINE.
003000     05  FILLER                PIC X(05) VALUE SPACES.
003010     05  RV-RPT-IL-LABEL       PIC X(08).
003020     05  FILLER                PIC X(02) VALUE SPACES.
003030     05  RV-RPT-IL-DATE        PIC X(08).
003040     05  FILLER                PIC X(02) VALUE SPACES.
003050     05  RV-RPT-IL-SOURCE      PIC X(08).
003060     05  FILLER                PIC X(02) VALUE SPACES.
003070     05  RV-RPT-IL-JOB-ID      PIC X(08).
003080     05  FILLER                PIC X(02) VALUE SPACES.
003090     05  RV-RPT-IL-READ        PIC ZZZ,ZZ9.
003100     05  FILLER                PIC X(02) VALUE SPACES.
003110     05  RV-RPT-IL-NEW         PIC ZZZ,ZZ9.
003120     05  FILLER                PIC X(02) VALUE SPACES.
003130     05  RV-RPT-IL-REPLACED    PIC ZZZ,ZZ9.
003140     05  FILLER                PIC X(02) VALUE SPACES.
003150     05  RV-RPT-IL-OLDER       PIC ZZZ,ZZ9.
003160     05  FILLER                PIC X(02) VALUE SPACES.
003170     05  RV-RPT-IL-CURRENT     PIC ZZZ,ZZ9.
003180     05  FILLER                PIC X(02) VALUE SPACES.
003190     05  RV-RPT-IL-DUPLICATE   PIC ZZZ,ZZ9.
003200     05  FILLER                PIC X(02) VALUE SPACES.
003210     05  RV-RPT-IL-REJECTED    PIC ZZZ,ZZ9.
003220     05  FILLER                PIC X(02) VALUE SPACES.
003230     05  RV-RPT-IL-NOTE        PIC X(10).
003240     05  FILLER                PIC X(14) VALUE SPACES.
003250*
003260 PROCEDURE DIVISION.
003270*----------------------------------------------------------------
003280 0000-MAINLINE.
003290*----------------------------------------------------------------
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003310     PERFORM 2000-LOAD-IMAGE THRU 2000-EXIT.
003320     PERFORM 3000-APPLY-GENERATIONS THRU 3000-EXIT.
003330     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
003340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003345     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
003350     STOP RUN.
003360 0000-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390 1000-INITIALIZE.
003400*    NOTHING IS WRITTEN UNTIL THE MASTER HAS BEEN FOUND EMPTY, OR
003410*    THE CONTROL CARD HAS SAID TO REPLACE WHAT IS ON IT.
003420*----------------------------------------------------------------
003430     MOVE FUNCTION CURRENT-DATE TO RV-WS-RUN-TIMESTAMP.
003440     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003445     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
003450     PERFORM 1200-CHECK-MASTER-EMPTY THRU 1200-EXIT.
003460     IF RV-WS-MASTER-HELD AND NOT RV-WS-REPLACE-MASTER
003470         DISPLAY "RESULTRECOVER: RESULTS-MASTER IS NOT EMPTY -- "
003480             "RUN WITH REPLACE ON SYSIN TO REBUILD OVER IT"
003490         MOVE 12 TO RETURN-CODE
003500         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003510     END-IF.
003520     OPEN INPUT MASTER-IMAGE.
003530     IF RV-WS-IMAGE-STATUS = "00"
003540         MOVE "Y" TO RV-WS-IMAGE-OPEN-FLAG
003550     ELSE
003560         DISPLAY "RESULTRECOVER: NO MASTER IMAGE, STATUS "
003570             RV-WS-IMAGE-STATUS
003580     END-IF.
003590     OPEN INPUT RESULT-GENS.
003600     IF RV-WS-GEN-STATUS = "00"
003610         MOVE "Y" TO RV-WS-GEN-OPEN-FLAG
003620     ELSE
003630         DISPLAY "RESULTRECOVER: NO MSGRESLT GENERATIONS, STATUS "
003640             RV-WS-GEN-STATUS
003650     END-IF.
003660     IF NOT RV-WS-IMAGE-OPEN AND NOT RV-WS-GEN-OPEN
003670         DISPLAY "RESULTRECOVER: NEITHER AN IMAGE NOR A "
003680             "GENERATION TO RECOVER FROM -- MASTER NOT TOUCHED"
003690         MOVE 12 TO RETURN-CODE
003700         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003710     END-IF.
003720     OPEN OUTPUT RESULTS-MASTER.
003730     IF RV-WS-MASTER-STATUS NOT = "00"
003740         DISPLAY "RESULTRECOVER: MASTER REBUILD OPEN FAILED, "
003750             "STATUS " RV-WS-MASTER-STATUS
003760         MOVE 16 TO RETURN-CODE
003770         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003780     END-IF.
003790     CLOSE RESULTS-MASTER.
003800     OPEN I-O RESULTS-MASTER.
003810     IF RV-WS-MASTER-STATUS NOT = "00"
003820         DISPLAY "RESULTRECOVER: RESULTS-MASTER OPEN FAILED, "
003830             "STATUS " RV-WS-MASTER-STATUS
003840         MOVE 16 TO RETURN-CODE
003850         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003860     END-IF.
003870     OPEN OUTPUT RECOVERY-REPORT.
003880     IF RV-WS-REPORT-STATUS NOT = "00"
003890         DISPLAY "RESULTRECOVER: REPORT OPEN FAILED, STATUS "
003900             RV-WS-REPORT-STATUS
003910         MOVE 16 TO RETURN-CODE
003920         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003930     END-IF.
003940 1000-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970 1100-READ-CONTROL-CARD.
003980*    COLUMNS 1-7 "REPLACE" LET THE JOB REBUILD OVER A MASTER THAT
003990*    STILL HOLDS RECORDS.  NO CARD, OR ANYTHING ELSE ON IT, MEANS
004000*    THE MASTER MUST BE EMPTY OR ABSENT.
004010*----------------------------------------------------------------
004020     MOVE "N" TO RV-WS-REPLACE-FLAG.
004030     OPEN INPUT CONTROL-CARD.
004040     IF RV-WS-CONTROL-STATUS = "00"
004050         READ CONTROL-CARD
004060             AT END
004070                 CONTINUE
004080             NOT AT END
004090                 IF RV-CTL-REPLACE
004100                     MOVE "Y" TO RV-WS-REPLACE-FLAG
004110                 END-IF
004120         END-READ
004130         CLOSE CONTROL-CARD
004140     END-IF.
004150 1100-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180 1200-CHECK-MASTER-EMPTY.
004190*    A MASTER THAT DOES NOT EXIST YET IS EMPTY.  ONE THAT OPENS
004200*    IS EMPTY ONLY IF ITS FIRST READ IS END OF FILE.
004210*----------------------------------------------------------------
004220     MOVE "N" TO RV-WS-MASTER-HELD-FLAG.
004230     OPEN INPUT RESULTS-MASTER.
004240     IF RV-WS-MASTER-STATUS = "35"
004250         GO TO 1200-EXIT
004260     END-IF.
004270     IF RV-WS-MASTER-STATUS NOT = "00"
004280         DISPLAY "RESULTRECOVER: RESULTS-MASTER OPEN FAILED, "
004290             "STATUS " RV-WS-MASTER-STATUS
004300         MOVE 16 TO RETURN-CODE
004310         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
004320     END-IF.
004330     READ RESULTS-MASTER NEXT RECORD
004340         AT END
004350             CONTINUE
004360         NOT AT END
004370             MOVE "Y" TO RV-WS-MASTER-HELD-FLAG
004380     END-READ.
004390     CLOSE RESULTS-MASTER.
004400 1200-EXIT.
004410     EXIT.
004411*----------------------------------------------------------------
004412 1900-BEGIN-LEDGER-STEP.
004413*    RECORD THE STEP'S START ON THE RUN LEDGER.  THE STEP HAS NO
004414*    BATCH DATE OF ITS OWN AND JOINS THE CURRENT CYCLE.
004415*----------------------------------------------------------------
004416     MOVE "B" TO RV-LQ-FUNCTION.
004417     MOVE RETURN-CODE TO RV-LQ-RETURN-CODE.
004418     CALL "RunLedger" USING RV-LEDGER-REQUEST.
004419     IF NOT RV-LQ-CLEARED
004420         DISPLAY "RESULTRECOVER: RUN REFUSED -- " RV-LQ-MESSAGE
004421         MOVE 12 TO RETURN-CODE
004422         STOP RUN
004423     END-IF.
004424 1900-EXIT.
004425     EXIT.
004426*----------------------------------------------------------------
004430 2000-LOAD-IMAGE.
004440*    EVERY IMAGE RECORD IS POSTED UNDER ITS OWN PROCESSING DATE,
004450*    SO WHERE CONCATENATED IMAGES OVERLAP THE LATER DISPOSITION
004460*    STILL WINS.
004470*----------------------------------------------------------------
004480     IF NOT RV-WS-IMAGE-OPEN
004490         GO TO 2000-EXIT
004500     END-IF.
004510     PERFORM 7000-CLEAR-CUR-TALLY THRU 7000-EXIT.
004520     MOVE "IMAGE" TO RV-CT-LABEL.
004530     MOVE "MSTRIMG" TO RV-CT-SOURCE.
004540     MOVE "N" TO RV-WS-EOF-SWITCH.
004550     PERFORM 2100-LOAD-ONE-IMAGE THRU 2100-EXIT
004560         UNTIL RV-WS-EOF-YES.
004570     CLOSE MASTER-IMAGE.
004580     IF RV-WS-IMAGE-READ > 0
004590         MOVE RV-WS-IMAGE-OLDEST TO RV-CT-DATE
004600     END-IF.
004610     PERFORM 7100-FILE-CUR-TALLY THRU 7100-EXIT.
004620 2000-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650 2100-LOAD-ONE-IMAGE.
004660*----------------------------------------------------------------
004670     READ MASTER-IMAGE INTO RV-POST-RECORD
004680         AT END
004690             MOVE "Y" TO RV-WS-EOF-SWITCH
004700             GO TO 2100-EXIT
004710     END-READ.
004720     ADD 1 TO RV-WS-IMAGE-READ.
004730     ADD 1 TO RV-CT-READ.
004740     IF RV-PR-MESSAGE-ID = SPACES
004750         OR RV-PR-PROC-DATE IS NOT NUMERIC
004760         ADD 1 TO RV-CT-REJECTED
004770         ADD 1 TO RV-WS-TOT-REJECTED
004780         DISPLAY "RESULTRECOVER: IMAGE RECORD " RV-WS-IMAGE-READ
004790             " HAS NO MESSAGE-ID OR PROCESSING DATE -- SKIPPED"
004800         GO TO 2100-EXIT
004810     END-IF.
004820     IF RV-PR-PROC-DATE < RV-WS-IMAGE-OLDEST
004830         MOVE RV-PR-PROC-DATE TO RV-WS-IMAGE-OLDEST
004840     END-IF.
004850     IF RV-PR-PROC-DATE > RV-WS-IMAGE-NEWEST
004860         MOVE RV-PR-PROC-DATE TO RV-WS-IMAGE-NEWEST
004870     END-IF.
004880     PERFORM 4000-POST-ONE-MESSAGE THRU 4000-EXIT.
004890 2100-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920 3000-APPLY-GENERATIONS.
004930*    HEADER, DETAILS AND TRAILER PER GENERATION.  A DETAIL OUTSIDE
004940*    A GENERATION IS A STRAY AND IS NOT POSTED.
004950*----------------------------------------------------------------
004960     IF NOT RV-WS-GEN-OPEN
004970         GO TO 3000-EXIT
004980     END-IF.
004990     MOVE "N" TO RV-WS-EOF-SWITCH.
005000     MOVE "N" TO RV-WS-IN-GEN-FLAG.
005010     MOVE "N" TO RV-WS-ASM-FLAG.
005020     PERFORM 3100-APPLY-ONE-RECORD THRU 3100-EXIT
005030         UNTIL RV-WS-EOF-YES.
005040     IF RV-WS-IN-GENERATION
005050         DISPLAY "RESULTRECOVER: GENERATION " RV-WS-GEN-NUMBER
005060             " HAS NO TRAILER"
005070         MOVE "NO TRAILER" TO RV-CT-NOTE
005080         ADD 1 TO RV-WS-TOT-TRL-BAD
005090         PERFORM 3400-END-GENERATION THRU 3400-EXIT
005100     END-IF.
005110     CLOSE RESULT-GENS.
005120 3000-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150 3100-APPLY-ONE-RECORD.
005160*----------------------------------------------------------------
005170     READ RESULT-GENS
005180         AT END
005190             MOVE "Y" TO RV-WS-EOF-SWITCH
005200             GO TO 3100-EXIT
005210     END-READ.
005220     ADD 1 TO RV-WS-GEN-RECORDS-READ.
005230     EVALUATE RV-RR-REC-TYPE
005240         WHEN "H"
005250             PERFORM 3200-START-GENERATION THRU 3200-EXIT
005260         WHEN "D"
005270             PERFORM 3300-TAKE-ONE-DETAIL THRU 3300-EXIT
005280         WHEN "T"
005290             PERFORM 3500-CHECK-TRAILER THRU 3500-EXIT
005300         WHEN OTHER
005310             ADD 1 TO RV-WS-TOT-STRAY
005320     END-EVALUATE.
005330 3100-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360 3200-START-GENERATION.
005370*    A HEADER WHILE A GENERATION IS STILL OPEN MEANS THE LAST ONE
005380*    LOST ITS TRAILER.  A GENERATION OLDER THAN THE ONE BEFORE IT
005390*    IS STILL APPLIED -- THE PROCESSING-DATE TEST KEEPS THE LATER
005400*    DISPOSITION -- BUT THE ORDER IS FLAGGED FOR THE OPERATOR.
005410*----------------------------------------------------------------
005420     IF RV-WS-IN-GENERATION
005430         DISPLAY "RESULTRECOVER: GENERATION " RV-WS-GEN-NUMBER
005440             " HAS NO TRAILER"
005450         MOVE "NO TRAILER" TO RV-CT-NOTE
005460         ADD 1 TO RV-WS-TOT-TRL-BAD
005470         PERFORM 3400-END-GENERATION THRU 3400-EXIT
005480     END-IF.
005490     ADD 1 TO RV-WS-GEN-NUMBER.
005500     ADD 1 TO RV-WS-GENERATIONS.
005510     PERFORM 7000-CLEAR-CUR-TALLY THRU 7000-EXIT.
005520     MOVE "Y" TO RV-WS-IN-GEN-FLAG.
005530     MOVE 0 TO RV-WS-GEN-DETAILS.
005540     MOVE SPACES TO RV-CT-LABEL.
005550     STRING "GEN " DELIMITED BY SIZE
005560         RV-WS-GEN-NUMBER DELIMITED BY SIZE
005570         INTO RV-CT-LABEL.
005580     MOVE RV-RH-SOURCE-SYSTEM TO RV-CT-SOURCE.
005590     MOVE RV-RH-JOB-ID TO RV-CT-JOB-ID.
005600     IF RV-RH-POST-DATE IS NUMERIC
005610         MOVE RV-RH-POST-DATE TO RV-WS-GEN-DATE-X
005620     ELSE
005630         MOVE RV-RH-BATCH-DATE TO RV-WS-GEN-DATE-X
005640     END-IF.
005650     IF RV-WS-GEN-DATE-X IS NOT NUMERIC
005660         MOVE 0 TO RV-WS-GEN-DATE
005670     END-IF.
005680     IF RV-WS-GEN-DATE = 0
005690         MOVE "NO DATE" TO RV-CT-NOTE
005700         ADD 1 TO RV-WS-TOT-NO-DATE
005710         DISPLAY "RESULTRECOVER: GENERATION " RV-WS-GEN-NUMBER
005720             " HEADER HAS NO USABLE DATE -- NOT APPLIED"
005730         GO TO 3200-EXIT
005740     END-IF.
005750     MOVE RV-WS-GEN-DATE-X TO RV-CT-DATE.
005760     IF RV-WS-GEN-DATE < RV-WS-PRIOR-GEN-DATE
005770         MOVE "OUT OF SEQ" TO RV-CT-NOTE
005780         ADD 1 TO RV-WS-TOT-OUT-OF-ORDER
005790         DISPLAY "RESULTRECOVER: GENERATION " RV-WS-GEN-NUMBER
005800             " DATED " RV-WS-GEN-DATE " FOLLOWS "
005810             RV-WS-PRIOR-GEN-DATE
005820     ELSE
005830         MOVE RV-WS-GEN-DATE TO RV-WS-PRIOR-GEN-DATE
005840     END-IF.
005850     IF RV-WS-GEN-DATE < RV-WS-GEN-FIRST
005860         MOVE RV-WS-GEN-DATE TO RV-WS-GEN-FIRST
005870     END-IF.
005880     IF RV-WS-GEN-DATE > RV-WS-GEN-LAST
005890         MOVE RV-WS-GEN-DATE TO RV-WS-GEN-LAST
005900     END-IF.
005910 3200-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940 3300-TAKE-ONE-DETAIL.
005950*    SEGMENT 1 STARTS A MESSAGE; EACH FURTHER SEGMENT MUST BE THE
005960*    NEXT NUMBER UNDER THE SAME MESSAGE-ID.  THE SEGMENT WITHOUT
005970*    THE CONTINUATION FLAG COMPLETES THE MESSAGE AND POSTS IT.
005980*----------------------------------------------------------------
005990     IF NOT RV-WS-IN-GENERATION
006000         ADD 1 TO RV-WS-TOT-STRAY
006010         GO TO 3300-EXIT
006020     END-IF.
006030     ADD 1 TO RV-WS-GEN-DETAILS.
006040     ADD 1 TO RV-CT-READ.
006050     IF RV-WS-GEN-DATE = 0
006060         ADD 1 TO RV-CT-REJECTED
006070         ADD 1 TO RV-WS-TOT-REJECTED
006080         GO TO 3300-EXIT
006090     END-IF.
006100     IF RV-RR-SEGMENT-NO = 1
006110         IF RV-WS-ASSEMBLING
006120             PERFORM 3390-DROP-BROKEN-CHAIN THRU 3390-EXIT
006130         END-IF
006140         PERFORM 3310-BEGIN-MESSAGE THRU 3310-EXIT
006150     ELSE
006160         IF NOT RV-WS-ASSEMBLING
006170             OR RV-RR-MESSAGE-ID NOT = RV-PR-MESSAGE-ID
006180             OR RV-RR-SEGMENT-NO NOT = RV-WS-ASM-SEG-COUNT + 1
006190             OR RV-RR-SEGMENT-NO > RV-MAX-SEGMENTS
006200             IF RV-WS-ASSEMBLING
006210                 PERFORM 3390-DROP-BROKEN-CHAIN THRU 3390-EXIT
006220             END-IF
006230             ADD 1 TO RV-CT-REJECTED
006240             ADD 1 TO RV-WS-TOT-REJECTED
006250             ADD 1 TO RV-WS-TOT-BROKEN
006260             DISPLAY "RESULTRECOVER: MESSAGE " RV-RR-MESSAGE-ID
006270                 " SEGMENT " RV-RR-SEGMENT-NO " OUT OF SEQUENCE"
006280             GO TO 3300-EXIT
006290         END-IF
006300     END-IF.
006310     ADD 1 TO RV-WS-ASM-SEG-COUNT.
006320     COMPUTE RV-WS-ASM-OFFSET = ((RV-WS-ASM-SEG-COUNT - 1) * 100)
006330         + 1.
006340     MOVE RV-RR-TEXT TO RV-PR-TEXT(RV-WS-ASM-OFFSET:100).
006350     IF RV-RR-CONTINUED
006360         GO TO 3300-EXIT
006370     END-IF.
006380     MOVE RV-WS-ASM-SEG-COUNT TO RV-PR-SEG-COUNT.
006390     MOVE "N" TO RV-WS-ASM-FLAG.
006400     PERFORM 3320-POST-MESSAGE THRU 3320-EXIT.
006410 3300-EXIT.
006420     EXIT.
006430*----------------------------------------------------------------
006440 3310-BEGIN-MESSAGE.
006450*    THE MASTER FIELDS COME FROM THE FIRST SEGMENT, AS THEY ARE
006460*    THE SAME ON EVERY SEGMENT OF ONE DECODE.
006470*----------------------------------------------------------------
006480     MOVE SPACES TO RV-POST-RECORD.
006490     MOVE RV-RR-MESSAGE-ID TO RV-PR-MESSAGE-ID.
006500     MOVE RV-WS-GEN-DATE TO RV-PR-PROC-DATE.
006510     MOVE RV-RR-PRIORITY TO RV-PR-PRIORITY.
006520     MOVE RV-RR-SHIFT TO RV-PR-SHIFT.
006530     MOVE RV-RR-STATUS TO RV-PR-STATUS.
006540     MOVE RV-RR-SOURCE-SYSTEM TO RV-PR-SOURCE-SYSTEM.
006550     MOVE RV-RR-MULTIPLIER TO RV-PR-MULTIPLIER.
006560     MOVE 0 TO RV-WS-ASM-SEG-COUNT.
006570     MOVE "Y" TO RV-WS-ASM-FLAG.
006580 3310-EXIT.
006590     EXIT.
006600*----------------------------------------------------------------
006610 3320-POST-MESSAGE.
006620*    A DUPLICATE WAS NEVER POSTED BY CAESARCIPHER -- THE MASTER
006630*    ALREADY HELD THE REAL DISPOSITION -- AND IS NOT POSTED HERE.
006640*----------------------------------------------------------------
006650     IF RV-PR-STATUS = "DUPLICATE "
006660         ADD 1 TO RV-CT-DUPLICATE
006670         ADD 1 TO RV-WS-TOT-DUPLICATE
006680         GO TO 3320-EXIT
006690     END-IF.
006700     PERFORM 4000-POST-ONE-MESSAGE THRU 4000-EXIT.
006710 3320-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740 3390-DROP-BROKEN-CHAIN.
006750*----------------------------------------------------------------
006760     DISPLAY "RESULTRECOVER: MESSAGE " RV-PR-MESSAGE-ID
006770         " SEGMENT CHAIN INCOMPLETE -- NOT POSTED".
006780     ADD 1 TO RV-CT-REJECTED.
006790     ADD 1 TO RV-WS-TOT-REJECTED.
006800     ADD 1 TO RV-WS-TOT-BROKEN.
006810     MOVE "N" TO RV-WS-ASM-FLAG.
006820 3390-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850 3400-END-GENERATION.
006860*----------------------------------------------------------------
006870     IF RV-WS-ASSEMBLING
006880         PERFORM 3390-DROP-BROKEN-CHAIN THRU 3390-EXIT
006890     END-IF.
006900     PERFORM 7100-FILE-CUR-TALLY THRU 7100-EXIT.
006910     MOVE "N" TO RV-WS-IN-GEN-FLAG.
006920 3400-EXIT.
006930     EXIT.
006940*----------------------------------------------------------------
006950 3500-CHECK-TRAILER.
006960*    THE TRAILER COUNTS THE GENERATION'S DETAIL RECORDS.  A
006970*    SHORTFALL MEANS THE RETAINED COPY IS INCOMPLETE -- WHAT IT
006980*    DOES HOLD IS STILL POSTED, BUT THE RECOVERY IS NOT CLEAN.
006990*----------------------------------------------------------------
007000     IF NOT RV-WS-IN-GENERATION
007010         ADD 1 TO RV-WS-TOT-STRAY
007020         GO TO 3500-EXIT
007030     END-IF.
007040     IF RV-RT-RECORD-COUNT IS NOT NUMERIC
007050         OR RV-RT-RECORD-COUNT NOT = RV-WS-GEN-DETAILS
007060         DISPLAY "RESULTRECOVER: GENERATION " RV-WS-GEN-NUMBER
007070             " TRAILER COUNT " RV-RT-RECORD-COUNT " BUT "
007080             RV-WS-GEN-DETAILS " DETAILS READ"
007090         MOVE "TRL COUNT" TO RV-CT-NOTE
007100         ADD 1 TO RV-WS-TOT-TRL-BAD
007110     END-IF.
007120     PERFORM 3400-END-GENERATION THRU 3400-EXIT.
007130 3500-EXIT.
007140     EXIT.
007150*----------------------------------------------------------------
007160 4000-POST-ONE-MESSAGE.
007170*    THE SAME RULE CAESARCIPHER APPLIES NIGHT BY NIGHT: ONE MASTER
007180*    RECORD PER MESSAGE-ID, REWRITTEN IN PLACE BY A LATER POSTING.
007190*    A POSTING DATED BEFORE THE ONE ALREADY REBUILT IS OLDER
007200*    HISTORY AND IS NOT APPLIED; A SAME-DAY POSTING IS A RERUN AND
007210*    REPLACES, UNLESS IT IS IDENTICAL.
007220*----------------------------------------------------------------
007230     MOVE RV-PR-MESSAGE-ID TO RV-MR-MESSAGE-ID.
007240     READ RESULTS-MASTER
007250         INVALID KEY
007260             MOVE "N" TO RV-WS-POST-RESULT
007270     END-READ.
007280     IF RV-WS-MASTER-STATUS NOT = "00"
007290         AND RV-WS-MASTER-STATUS NOT = "23"
007300         DISPLAY "RESULTRECOVER: MASTER READ FAILED FOR "
007310             RV-PR-MESSAGE-ID ", STATUS " RV-WS-MASTER-STATUS
007320         MOVE 16 TO RETURN-CODE
007330         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007340     END-IF.
007350     IF RV-WS-MASTER-STATUS = "00"
007360         EVALUATE TRUE
007370             WHEN RV-PR-PROC-DATE < RV-MR-PROC-DATE
007380                 MOVE "O" TO RV-WS-POST-RESULT
007390             WHEN RV-MASTER-RECORD = RV-POST-RECORD
007400                 MOVE "C" TO RV-WS-POST-RESULT
007410             WHEN OTHER
007420                 MOVE "R" TO RV-WS-POST-RESULT
007430         END-EVALUATE
007440     END-IF.
007450     EVALUATE TRUE
007460         WHEN RV-WS-POSTED-NEW
007470             MOVE RV-POST-RECORD TO RV-MASTER-RECORD
007480             WRITE RV-MASTER-RECORD
007490                 INVALID KEY
007500                     DISPLAY "RESULTRECOVER: MASTER WRITE FAILED "
007510                         "FOR " RV-PR-MESSAGE-ID ", STATUS "
007520                         RV-WS-MASTER-STATUS
007530                     MOVE 16 TO RETURN-CODE
007540                     PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007550             END-WRITE
007560             ADD 1 TO RV-CT-NEW
007570             ADD 1 TO RV-WS-TOT-NEW
007580             ADD 1 TO RV-WS-MASTER-RECORDS
007590         WHEN RV-WS-POSTED-REPLACED
007600             MOVE RV-POST-RECORD TO RV-MASTER-RECORD
007610             REWRITE RV-MASTER-RECORD
007620                 INVALID KEY
007630                     DISPLAY "RESULTRECOVER: MASTER REWRITE "
007640                         "FAILED FOR " RV-PR-MESSAGE-ID
007650                         ", STATUS "
007660                         RV-WS-MASTER-STATUS
007670                     MOVE 16 TO RETURN-CODE
007680                     PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007690             END-REWRITE
007700             ADD 1 TO RV-CT-REPLACED
007710             ADD 1 TO RV-WS-TOT-REPLACED
007720             ADD 1 TO RV-WS-CONFLICTS
007730         WHEN RV-WS-POSTED-OLDER
007740             ADD 1 TO RV-CT-OLDER
007750             ADD 1 TO RV-WS-TOT-OLDER
007760             ADD 1 TO RV-WS-CONFLICTS
007770         WHEN RV-WS-POSTED-CURRENT
007780             ADD 1 TO RV-CT-CURRENT
007790             ADD 1 TO RV-WS-TOT-CURRENT
007800     END-EVALUATE.
007810 4000-EXIT.
007820     EXIT.
007830*----------------------------------------------------------------
007840 5000-WRITE-REPORT.
007850*----------------------------------------------------------------
007860     MOVE 99 TO RV-WS-RPT-LINE-COUNT.
007870     MOVE 0 TO RV-WS-RPT-PAGE-COUNT.
007880     MOVE "RECOVERY SUMMARY" TO RV-RPT-SH-TITLE.
007890     MOVE RV-RPT-SECTION-HDG TO RV-REPORT-LINE.
007900     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007910     IF RV-WS-MASTER-HELD
007920         MOVE "CONTROL CARD REPLACE -- PRIOR MASTER DROPPED"
007930             TO RV-RPT-TL-TEXT
007940     ELSE
007950         MOVE "MASTER WAS EMPTY AT START" TO RV-RPT-TL-TEXT
007960     END-IF.
007970     MOVE RV-RPT-TEXT-LINE TO RV-REPORT-LINE.
007980     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007990     MOVE "IMAGE RECORDS READ" TO RV-RPT-CL-LABEL.
008000     MOVE RV-WS-IMAGE-READ TO RV-RPT-CL-COUNT.
008010     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008020     MOVE "GENERATIONS APPLIED" TO RV-RPT-CL-LABEL.
008030     MOVE RV-WS-GENERATIONS TO RV-RPT-CL-COUNT.
008040     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008050     MOVE "GENERATION RECORDS READ" TO RV-RPT-CL-LABEL.
008060     MOVE RV-WS-GEN-RECORDS-READ TO RV-RPT-CL-COUNT.
008070     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008080     MOVE "MESSAGES RESTORED (NEW)" TO RV-RPT-CL-LABEL.
008090     MOVE RV-WS-TOT-NEW TO RV-RPT-CL-COUNT.
008100     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008110     MOVE "EARLIER POSTING REPLACED" TO RV-RPT-CL-LABEL.
008120     MOVE RV-WS-TOT-REPLACED TO RV-RPT-CL-COUNT.
008130     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008140     MOVE "OLDER POSTING NOT APPLIED" TO RV-RPT-CL-LABEL.
008150     MOVE RV-WS-TOT-OLDER TO RV-RPT-CL-COUNT.
008160     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008170     MOVE "CONFLICTS RESOLVED" TO RV-RPT-CL-LABEL.
008180     MOVE RV-WS-CONFLICTS TO RV-RPT-CL-COUNT.
008190     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008200     MOVE "ALREADY CURRENT" TO RV-RPT-CL-LABEL.
008210     MOVE RV-WS-TOT-CURRENT TO RV-RPT-CL-COUNT.
008220     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008230     MOVE "DUPLICATES NOT REPOSTED" TO RV-RPT-CL-LABEL.
008240     MOVE RV-WS-TOT-DUPLICATE TO RV-RPT-CL-COUNT.
008250     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008260     MOVE "RECORDS REJECTED" TO RV-RPT-CL-LABEL.
008270     MOVE RV-WS-TOT-REJECTED TO RV-RPT-CL-COUNT.
008280     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008290     MOVE "  BROKEN SEGMENT CHAINS" TO RV-RPT-CL-LABEL.
008300     MOVE RV-WS-TOT-BROKEN TO RV-RPT-CL-COUNT.
008310     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008320     MOVE "STRAY RECORDS" TO RV-RPT-CL-LABEL.
008330     MOVE RV-WS-TOT-STRAY TO RV-RPT-CL-COUNT.
008340     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008350     MOVE "TRAILERS MISSING OR SHORT" TO RV-RPT-CL-LABEL.
008360     MOVE RV-WS-TOT-TRL-BAD TO RV-RPT-CL-COUNT.
008370     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008380     MOVE "GENERATIONS OUT OF DATE ORDER" TO RV-RPT-CL-LABEL.
008390     MOVE RV-WS-TOT-OUT-OF-ORDER TO RV-RPT-CL-COUNT.
008400     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008410     MOVE "GENERATIONS WITH NO DATE" TO RV-RPT-CL-LABEL.
008420     MOVE RV-WS-TOT-NO-DATE TO RV-RPT-CL-COUNT.
008430     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008440     MOVE "MASTER RECORDS AFTER RECOVERY" TO RV-RPT-CL-LABEL.
008450     MOVE RV-WS-MASTER-RECORDS TO RV-RPT-CL-COUNT.
008460     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
008470     MOVE SPACES TO RV-REPORT-LINE.
008480     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008490     PERFORM 5200-WRITE-DATE-RANGE THRU 5200-EXIT.
008500     MOVE SPACES TO RV-REPORT-LINE.
008510     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008520     MOVE "RECORDS RESTORED BY INPUT" TO RV-RPT-SH-TITLE.
008530     MOVE RV-RPT-SECTION-HDG TO RV-REPORT-LINE.
008540     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008550     MOVE RV-RPT-INPUT-HDG TO RV-REPORT-LINE.
008560     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008570     PERFORM 5300-WRITE-ONE-INPUT THRU 5300-EXIT
008580         VARYING RV-WS-INPUT-IDX FROM 1 BY 1
008590         UNTIL RV-WS-INPUT-IDX > RV-WS-INPUT-COUNT.
008600     IF RV-WS-INPUT-FULL-FLAG = "Y"
008610         MOVE "MORE INPUTS THAN THE TABLE HOLDS -- THE REST"
008620             TO RV-RPT-TL-TEXT
008630         MOVE RV-RPT-TEXT-LINE TO RV-REPORT-LINE
008640         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
008650         MOVE "ARE IN THE SUMMARY TOTALS ONLY" TO RV-RPT-TL-TEXT
008660         MOVE RV-RPT-TEXT-LINE TO RV-REPORT-LINE
008670         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
008680     END-IF.
008690 5000-EXIT.
008700     EXIT.
008710*----------------------------------------------------------------
008720 5100-WRITE-COUNT-LINE.
008730*----------------------------------------------------------------
008740     MOVE RV-RPT-COUNT-LINE TO RV-REPORT-LINE.
008750     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008760 5100-EXIT.
008770     EXIT.
008780*----------------------------------------------------------------
008790 5200-WRITE-DATE-RANGE.
008800*    THE RANGE COVERED RUNS FROM THE OLDEST PROCESSING DATE ON THE
008810*    IMAGE (OR THE FIRST GENERATION, WITH NO IMAGE) TO THE LATEST
008820*    GENERATION (OR THE NEWEST IMAGE RECORD, WITH NONE APPLIED).
008830*----------------------------------------------------------------
008840     MOVE "DATE RANGE COVERED" TO RV-RPT-SH-TITLE.
008850     MOVE RV-RPT-SECTION-HDG TO RV-REPORT-LINE.
008860     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008870     MOVE 99999999 TO RV-WS-RANGE-FROM.
008880     MOVE 0 TO RV-WS-RANGE-TO.
008890     IF RV-WS-IMAGE-NEWEST > 0
008900         MOVE "IMAGE OLDEST PROCESSING DATE" TO RV-RPT-DL-LABEL
008910         MOVE RV-WS-IMAGE-OLDEST TO RV-RPT-DL-DATE
008920         PERFORM 5210-WRITE-DATE-LINE THRU 5210-EXIT
008930         MOVE "IMAGE NEWEST PROCESSING DATE" TO RV-RPT-DL-LABEL
008940         MOVE RV-WS-IMAGE-NEWEST TO RV-RPT-DL-DATE
008950         PERFORM 5210-WRITE-DATE-LINE THRU 5210-EXIT
008960         MOVE RV-WS-IMAGE-OLDEST TO RV-WS-RANGE-FROM
008970         MOVE RV-WS-IMAGE-NEWEST TO RV-WS-RANGE-TO
008980     END-IF.
008990     IF RV-WS-GEN-LAST > 0
009000         MOVE "FIRST GENERATION DATE" TO RV-RPT-DL-LABEL
009010         MOVE RV-WS-GEN-FIRST TO RV-RPT-DL-DATE
009020         PERFORM 5210-WRITE-DATE-LINE THRU 5210-EXIT
009030         MOVE "LAST GENERATION DATE" TO RV-RPT-DL-LABEL
009040         MOVE RV-WS-GEN-LAST TO RV-RPT-DL-DATE
009050         PERFORM 5210-WRITE-DATE-LINE THRU 5210-EXIT
009060         IF RV-WS-GEN-FIRST < RV-WS-RANGE-FROM
009070             MOVE RV-WS-GEN-FIRST TO RV-WS-RANGE-FROM
009080         END-IF
009090         IF RV-WS-GEN-LAST > RV-WS-RANGE-TO
009100             MOVE RV-WS-GEN-LAST TO RV-WS-RANGE-TO
009110         END-IF
009120     END-IF.
009130     IF RV-WS-RANGE-TO = 0
009140         MOVE "NOTHING POSTED -- NO DATES COVERED"
009150             TO RV-RPT-TL-TEXT
009160         MOVE RV-RPT-TEXT-LINE TO RV-REPORT-LINE
009170         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
009180         GO TO 5200-EXIT
009190     END-IF.
009200     MOVE "MASTER RECOVERED FROM" TO RV-RPT-DL-LABEL.
009210     MOVE RV-WS-RANGE-FROM TO RV-RPT-DL-DATE.
009220     PERFORM 5210-WRITE-DATE-LINE THRU 5210-EXIT.
009230     MOVE "MASTER RECOVERED THROUGH" TO RV-RPT-DL-LABEL.
009240     MOVE RV-WS-RANGE-TO TO RV-RPT-DL-DATE.
009250     PERFORM 5210-WRITE-DATE-LINE THRU 5210-EXIT.
009260 5200-EXIT.
009270     EXIT.
009280*----------------------------------------------------------------
009290 5210-WRITE-DATE-LINE.
009300*----------------------------------------------------------------
009310     MOVE RV-RPT-DATE-LINE TO RV-REPORT-LINE.
009320     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009330 5210-EXIT.
009340     EXIT.
009350*----------------------------------------------------------------
009360 5300-WRITE-ONE-INPUT.
009370*----------------------------------------------------------------
009380     MOVE RV-IN-LABEL(RV-WS-INPUT-IDX) TO RV-RPT-IL-LABEL.
009390     MOVE RV-IN-DATE(RV-WS-INPUT-IDX) TO RV-RPT-IL-DATE.
009400     MOVE RV-IN-SOURCE(RV-WS-INPUT-IDX) TO RV-RPT-IL-SOURCE.
009410     MOVE RV-IN-JOB-ID(RV-WS-INPUT-IDX) TO RV-RPT-IL-JOB-ID.
009420     MOVE RV-IN-READ(RV-WS-INPUT-IDX) TO RV-RPT-IL-READ.
009430     MOVE RV-IN-NEW(RV-WS-INPUT-IDX) TO RV-RPT-IL-NEW.
009440     MOVE RV-IN-REPLACED(RV-WS-INPUT-IDX) TO RV-RPT-IL-REPLACED.
009450     MOVE RV-IN-OLDER(RV-WS-INPUT-IDX) TO RV-RPT-IL-OLDER.
009460     MOVE RV-IN-CURRENT(RV-WS-INPUT-IDX) TO RV-RPT-IL-CURRENT.
009470     MOVE RV-IN-DUPLICATE(RV-WS-INPUT-IDX)
009480         TO RV-RPT-IL-DUPLICATE.
009490     MOVE RV-IN-REJECTED(RV-WS-INPUT-IDX) TO RV-RPT-IL-REJECTED.
009500     MOVE RV-IN-NOTE(RV-WS-INPUT-IDX) TO RV-RPT-IL-NOTE.
009510     MOVE RV-RPT-INPUT-LINE TO RV-REPORT-LINE.
009520     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009530 5300-EXIT.
009540     EXIT.
009550*----------------------------------------------------------------
009560 5900-WRITE-REPORT-LINE.
009570*    WRITE ONE FORMATTED LINE, BREAKING TO A FRESH PAGE HEADING
009580*    EVERY 55 LINES SO THE REPORT FILES CLEANLY.
009590*----------------------------------------------------------------
009600     IF RV-WS-RPT-LINE-COUNT > 55
009610         PERFORM 5910-WRITE-PAGE-HEADING THRU 5910-EXIT
009620     END-IF.
009630     WRITE RV-REPORT-LINE AFTER ADVANCING 1 LINE.
009640     ADD 1 TO RV-WS-RPT-LINE-COUNT.
009650 5900-EXIT.
009660     EXIT.
009670*----------------------------------------------------------------
009680 5910-WRITE-PAGE-HEADING.
009690*----------------------------------------------------------------
009700     MOVE RV-REPORT-LINE TO RV-WS-RPT-HOLD-LINE.
009710     ADD 1 TO RV-WS-RPT-PAGE-COUNT.
009720     MOVE RV-WS-RUN-TIMESTAMP(1:21) TO RV-RPT-H1-TIMESTAMP.
009730     MOVE RV-WS-RPT-PAGE-COUNT TO RV-RPT-H1-PAGE.
009740     MOVE RV-RPT-HEADING-1 TO RV-REPORT-LINE.
009750     WRITE RV-REPORT-LINE AFTER ADVANCING PAGE.
009760     MOVE SPACES TO RV-REPORT-LINE.
009770     WRITE RV-REPORT-LINE AFTER ADVANCING 1 LINE.
009780     MOVE 2 TO RV-WS-RPT-LINE-COUNT.
009790     MOVE RV-WS-RPT-HOLD-LINE TO RV-REPORT-LINE.
009800 5910-EXIT.
009810     EXIT.
009820*----------------------------------------------------------------
009830 7000-CLEAR-CUR-TALLY.
009840*----------------------------------------------------------------
009850     MOVE SPACES TO RV-CT-LABEL.
009860     MOVE SPACES TO RV-CT-DATE.
009870     MOVE SPACES TO RV-CT-SOURCE.
009880     MOVE SPACES TO RV-CT-JOB-ID.
009890     MOVE 0 TO RV-CT-READ.
009900     MOVE 0 TO RV-CT-NEW.
009910     MOVE 0 TO RV-CT-REPLACED.
009920     MOVE 0 TO RV-CT-OLDER.
009930     MOVE 0 TO RV-CT-CURRENT.
009940     MOVE 0 TO RV-CT-DUPLICATE.
009950     MOVE 0 TO RV-CT-REJECTED.
009960     MOVE SPACES TO RV-CT-NOTE.
009970 7000-EXIT.
009980     EXIT.
009990*----------------------------------------------------------------
010000 7100-FILE-CUR-TALLY.
010010*    INPUTS PAST THE TABLE ARE STILL IN THE RUN TOTALS; ONLY THEIR
010020*    OWN REPORT LINES ARE LOST.
010030*----------------------------------------------------------------
010040     IF RV-WS-INPUT-COUNT >= RV-WS-INPUT-MAX
010050         IF RV-WS-INPUT-FULL-FLAG NOT = "Y"
010060             MOVE "Y" TO RV-WS-INPUT-FULL-FLAG
010070             DISPLAY "RESULTRECOVER: MORE THAN " RV-WS-INPUT-MAX
010080                 " INPUTS -- EXCESS NOT BROKEN OUT"
010090         END-IF
010100         GO TO 7100-EXIT
010110     END-IF.
010120     ADD 1 TO RV-WS-INPUT-COUNT.
010130     MOVE RV-CUR-TALLY TO RV-INPUT-ENTRY(RV-WS-INPUT-COUNT).
010140 7100-EXIT.
010150     EXIT.
010160*----------------------------------------------------------------
010170 9000-TERMINATE.
010180*    RETURN CODE 8 WHEN A GENERATION'S TRAILER IS MISSING OR
010190*    SHORT (THE RETAINED COPY IS INCOMPLETE), 4 WHEN ANYTHING WAS
010200*    REJECTED, STRAY, UNDATED OR OUT OF DATE ORDER.
010210*----------------------------------------------------------------
010220     CLOSE RESULTS-MASTER.
010230     CLOSE RECOVERY-REPORT.
010240     DISPLAY "RESULTRECOVER: " RV-WS-MASTER-RECORDS " RESTORED, "
010250         RV-WS-CONFLICTS " CONFLICTS, " RV-WS-GENERATIONS
010260         " GENERATIONS".
010270     IF RV-WS-TOT-TRL-BAD > 0
010280         MOVE 8 TO RETURN-CODE
010290     ELSE
010300         IF RV-WS-TOT-REJECTED > 0
010310             OR RV-WS-TOT-STRAY > 0
010320             OR RV-WS-TOT-NO-DATE > 0
010330             OR RV-WS-TOT-OUT-OF-ORDER > 0
010340             MOVE 4 TO RETURN-CODE
010350         END-IF
010360     END-IF.
010370 9000-EXIT.
010380     EXIT.
010390*----------------------------------------------------------------
010400 9900-END-LEDGER-STEP.
010410*    READ IS THE IMAGE AND GENERATION RECORDS; WRITTEN IS THE
010420*    MASTER RECORDS RESTORED.
010430*----------------------------------------------------------------
010440     MOVE "E" TO RV-LQ-FUNCTION.
010450     MOVE RETURN-CODE TO RV-LQ-RETURN-CODE.
010460     COMPUTE RV-LQ-READ =
010470         RV-WS-IMAGE-READ + RV-WS-GEN-RECORDS-READ.
010480     MOVE RV-WS-MASTER-RECORDS TO RV-LQ-WRITTEN.
010490     MOVE RV-WS-TOT-REJECTED TO RV-LQ-REJECTED.
010500     CALL "RunLedger" USING RV-LEDGER-REQUEST.
010510 9900-EXIT.
010520     EXIT.
010530*----------------------------------------------------------------
010540 9950-ABEND-STEP.
010550*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
010560*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
010570*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
010580*    STEP ENDED RATHER THAN A START WITH NO END.
010590*----------------------------------------------------------------
010600     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
010610     STOP RUN.
010620 9950-EXIT.
010630     EXIT.
