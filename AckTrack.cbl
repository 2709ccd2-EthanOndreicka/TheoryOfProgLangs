000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AckTrack.
000030 AUTHOR.        R HALVERSEN.
000040 INSTALLATION.  CRYPTO OPERATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/26  RH   ORIGINAL VERSION.  MSGDISPATCH HANDS TRAFFIC TO
000120*                THE DESKS BUT NOTHING PROVED A DESK EVER PICKED
000130*                IT UP, AND FLASH TRAFFIC HAS SAT UNREAD FOR HOURS
000140*                UNNOTICED.  THIS JOB MATCHES THE DESKS' RETURNED
000150*                ACKNOWLEDGEMENT FILES AGAINST THE DISPATCH
000160*                REGISTER (TONIGHT'S DISPREG PLUS EVERYTHING STILL
000170*                OPEN FROM EARLIER NIGHTS), PRINTS AN AGING REPORT
000180*                OF UNACKNOWLEDGED TRAFFIC BY DESK, ESCALATES
000190*                FLASH AND HIGH-PRIORITY ITEMS PAST THE CONTROL-
000200*                CARD DEADLINES AT RETURN CODE 8 SO SCHEDULING
000210*                PAGES THE DUTY OFFICER, AND LISTS ACKNOWLEDGE-
000220*                MENTS FOR MESSAGES THAT WERE NEVER DISPATCHED.
000221* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000222*                THROUGH THE RUNLEDGER MODULE, UNDER THE BATCH
000223*                DATE OF THE CURRENT CYCLE, WITH THE DISPATCH
000224*                REGISTER ENTRIES READ, ENTRIES CARRIED OPEN AND
000225*                ORPHAN ACKNOWLEDGEMENTS.
000226* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000227*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000228*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000229*                RUN STOPS.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT NEW-REGISTER ASSIGN TO "DISPREG"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS AK-WS-NEWREG-STATUS.
000330     SELECT OPEN-REGISTER ASSIGN TO "REGOPEN"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS AK-WS-OPENREG-STATUS.
000360     SELECT ACK-FILE ASSIGN TO "ACKIN"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS AK-WS-ACK-STATUS.
000390     SELECT OPEN-REGISTER-OUT ASSIGN TO "REGOPNNW"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS AK-WS-REGOUT-STATUS.
000420     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS AK-WS-CONTROL-STATUS.
000450     SELECT AGING-REPORT ASSIGN TO "ACKRPT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS AK-WS-REPORT-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510*----------------------------------------------------------------
000520* DISPATCH REGISTER, AS MSGDISPATCH WRITES IT.  REGOPEN AND
000530* REGOPNNW ARE THIS JOB'S OWN CARRY-FORWARD GENERATIONS IN THE
000540* SAME LAYOUT, WITH THE ACKNOWLEDGEMENT FIELDS FILLED IN.
000550*----------------------------------------------------------------
000560 FD  NEW-REGISTER
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  AK-NEWREG-RECORD          PIC X(80).
000600*
000610 FD  OPEN-REGISTER
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  AK-OPENREG-RECORD         PIC X(80).
000650*
000660 FD  OPEN-REGISTER-OUT
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  AK-REGOUT-RECORD          PIC X(80).
000700*----------------------------------------------------------------
000710* DESK ACKNOWLEDGEMENT.  EACH DESK RETURNS ONE RECORD PER
000720* MESSAGE-ID RECEIVED; THE DESKS' FILES ARE CONCATENATED ON
000730* ACKIN.  A BLANK ACKNOWLEDGEMENT TIME IS TAKEN AS THIS RUN'S.
000740*----------------------------------------------------------------
000750 FD  ACK-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  AK-ACK-RECORD.
000790     05  AK-AI-MESSAGE-ID      PIC X(10).
000800     05  AK-AI-DESK            PIC X(08).
000810     05  AK-AI-ACK-TS          PIC X(14).
000820     05  FILLER                PIC X(08).
000830*
000840 FD  CONTROL-CARD
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  AK-CONTROL-RECORD.
000880     05  AK-CTL-FLASH-MINUTES  PIC 9(04).
000890     05  AK-CTL-HIGH-LIMIT     PIC 9(01).
000900     05  AK-CTL-HIGH-MINUTES   PIC 9(04).
000910     05  AK-CTL-RETAIN-DAYS    PIC 9(02).
000920*
000930 FD  AGING-REPORT
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 01  AK-REPORT-LINE            PIC X(132).
000970*
000980 WORKING-STORAGE SECTION.
000990*----------------------------------------------------------------
001000* FILE STATUS AND END-OF-FILE SWITCHES
001010*----------------------------------------------------------------
001020 01  AK-WS-NEWREG-STATUS       PIC X(02) VALUE SPACES.
001030 01  AK-WS-OPENREG-STATUS      PIC X(02) VALUE SPACES.
001040 01  AK-WS-ACK-STATUS          PIC X(02) VALUE SPACES.
001050 01  AK-WS-REGOUT-STATUS       PIC X(02) VALUE SPACES.
001060 01  AK-WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
001070 01  AK-WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
001080 01  AK-WS-EOF-SWITCH          PIC X(01) VALUE "N".
001090     88  AK-WS-EOF-YES                   VALUE "Y".
001100 01  AK-WS-RUN-TIMESTAMP       PIC X(26) VALUE SPACES.
001110*----------------------------------------------------------------
001120* REGISTER RECORD WORK AREA -- EVERY REGISTER FILE IS READ INTO
001130* AND WRITTEN FROM HERE.
001140*----------------------------------------------------------------
001150 01  AK-REGISTER-WORK.
001160     05  AK-DR-MESSAGE-ID      PIC X(10).
001170     05  AK-DR-DEST-NO         PIC 9(01).
001180     05  AK-DR-DEST-NAME       PIC X(08).
001190     05  AK-DR-PRIORITY        PIC 9(01).
001200     05  AK-DR-SOURCE-SYSTEM   PIC X(08).
001210     05  AK-DR-BATCH-DATE      PIC X(08).
001220     05  AK-DR-DISPATCH-TS     PIC X(14).
001230     05  AK-DR-ACK-FLAG        PIC X(01).
001240     05  AK-DR-ACK-TS          PIC X(14).
001250     05  AK-DR-ACK-DESK        PIC X(08).
001260     05  FILLER                PIC X(07).
001270*----------------------------------------------------------------
001280* CONTROL-CARD SETTINGS.  PRIORITY 1 IS FLASH; PRIORITIES 2 UP
001290* TO THE HIGH-PRIORITY LIMIT ARE HIGH.  EITHER CLASS STILL
001300* UNACKNOWLEDGED PAST ITS DEADLINE (MINUTES SINCE DISPATCH) IS
001310* ESCALATED.  ACKNOWLEDGED ENTRIES STAY ON THE REGISTER FOR THE
001320* RETENTION DAYS SO A LATE REPEAT ACK IS NOT TAKEN FOR TRAFFIC
001330* THAT WAS NEVER SENT.
001340*----------------------------------------------------------------
001350 01  AK-WS-FLASH-MINUTES       PIC 9(04) VALUE 60.
001360 01  AK-WS-HIGH-LIMIT          PIC 9(01) VALUE 3.
001370 01  AK-WS-HIGH-MINUTES        PIC 9(04) VALUE 240.
001380 01  AK-WS-RETAIN-DAYS         PIC 9(02) VALUE 7.
001390*----------------------------------------------------------------
001400* AGE ARITHMETIC.  A TIMESTAMP (CCYYMMDDHHMMSS) IS TURNED INTO
001410* MINUTES SINCE THE CALENDAR EPOCH SO AGES SPAN MIDNIGHT.
001420*----------------------------------------------------------------
001430 01  AK-WS-TS-WORK             PIC X(14) VALUE SPACES.
001440 01  AK-WS-TS-PARTS REDEFINES AK-WS-TS-WORK.
001450     05  AK-WS-TS-DATE         PIC 9(08).
001460     05  AK-WS-TS-HH           PIC 9(02).
001470     05  AK-WS-TS-MI           PIC 9(02).
001480     05  AK-WS-TS-SS           PIC 9(02).
001490 01  AK-WS-TS-MINUTES          PIC 9(09) VALUE 0.
001500 01  AK-WS-RUN-MINUTES         PIC 9(09) VALUE 0.
001510 01  AK-WS-RUN-DAY-INT         PIC 9(07) VALUE 0.
001520 01  AK-WS-ACK-DAY-INT         PIC 9(07) VALUE 0.
001530 01  AK-WS-AGE-MINUTES         PIC 9(07) VALUE 0.
001540*----------------------------------------------------------------
001550* RUN COUNTERS
001560*----------------------------------------------------------------
001570 01  AK-WS-CARRIED-IN          PIC 9(07) VALUE 0.
001580 01  AK-WS-DISPATCHED-NEW      PIC 9(07) VALUE 0.
001590 01  AK-WS-DUP-REGISTER        PIC 9(07) VALUE 0.
001600 01  AK-WS-ACKS-READ           PIC 9(07) VALUE 0.
001610 01  AK-WS-ACKS-MATCHED        PIC 9(07) VALUE 0.
001620 01  AK-WS-ACKS-REPEATED       PIC 9(07) VALUE 0.
001630 01  AK-WS-OUTSTANDING         PIC 9(07) VALUE 0.
001640 01  AK-WS-ESCALATED           PIC 9(07) VALUE 0.
001650 01  AK-WS-CARRIED-OUT         PIC 9(07) VALUE 0.
001660 01  AK-WS-RETIRED             PIC 9(07) VALUE 0.
001670*----------------------------------------------------------------
001680* REGISTER TABLE.  EVERY OPEN OR RECENTLY ACKNOWLEDGED DISPATCH.
001690* A REGISTER TOO BIG FOR THE TABLE CANNOT BE TRACKED SAFELY, SO
001700* THE RUN STOPS RATHER THAN DROP ENTRIES.
001710*----------------------------------------------------------------
001720 01  AK-WS-REG-MAX             PIC 9(04) VALUE 5000.
001730 01  AK-WS-REG-COUNT           PIC 9(04) VALUE 0.
001740 01  AK-WS-REG-IDX             PIC 9(04) VALUE 0.
001750 01  AK-WS-REG-FOUND           PIC 9(04) VALUE 0.
001760 01  AK-WS-REG-OPEN-FOUND      PIC 9(04) VALUE 0.
001770 01  AK-REGISTER-TABLE.
001780     05  AK-REG-ENTRY  OCCURS 5000 TIMES.
001790         10  AK-RG-MESSAGE-ID  PIC X(10).
001800         10  AK-RG-DEST-NO     PIC 9(01).
001810         10  AK-RG-DEST-NAME   PIC X(08).
001820         10  AK-RG-PRIORITY    PIC 9(01).
001830         10  AK-RG-SOURCE-SYSTEM
001840                               PIC X(08).
001850         10  AK-RG-BATCH-DATE  PIC X(08).
001860         10  AK-RG-DISPATCH-TS PIC X(14).
001870         10  AK-RG-ACK-FLAG    PIC X(01).
001880         10  AK-RG-ACK-TS      PIC X(14).
001890         10  AK-RG-ACK-DESK    PIC X(08).
001900         10  AK-RG-AGE-MINUTES PIC 9(07).
001910         10  AK-RG-ESCALATE    PIC X(01).
001920*----------------------------------------------------------------
001930* PER-DESK AGING COUNTS.  THE BUCKETS ARE UNDER 1 HOUR, 1 TO 4
001940* HOURS, 4 TO 24 HOURS AND OVER 24 HOURS SINCE DISPATCH.
001950*----------------------------------------------------------------
001960 01  AK-WS-DEST-IDX            PIC 9(01) VALUE 0.
001970 01  AK-WS-BUCKET-IDX          PIC 9(01) VALUE 0.
001980 01  AK-DEST-TABLE.
001990     05  AK-DEST-ENTRY  OCCURS 5 TIMES.
002000         10  AK-DS-NAME        PIC X(08).
002010         10  AK-DS-SENT        PIC 9(07).
002020         10  AK-DS-ACKED       PIC 9(07).
002030         10  AK-DS-OUTSTANDING PIC 9(07).
002040         10  AK-DS-BUCKET      PIC 9(07) OCCURS 4 TIMES.
002050         10  AK-DS-ESCALATED   PIC 9(07).
002060*----------------------------------------------------------------
002070* ACKNOWLEDGEMENTS FOR MESSAGE-IDS NOT ON THE REGISTER
002080*----------------------------------------------------------------
002090 01  AK-WS-ORPHAN-MAX          PIC 9(03) VALUE 100.
002100 01  AK-WS-ORPHAN-COUNT        PIC 9(07) VALUE 0.
002110 01  AK-WS-ORPHAN-KEPT         PIC 9(03) VALUE 0.
002120 01  AK-WS-ORPHAN-IDX          PIC 9(03) VALUE 0.
002130 01  AK-ORPHAN-TABLE.
002140     05  AK-ORPHAN-ENTRY  OCCURS 100 TIMES.
002150         10  AK-OA-MESSAGE-ID  PIC X(10).
002160         10  AK-OA-DESK        PIC X(08).
002170         10  AK-OA-ACK-TS      PIC X(14).
002171*----------------------------------------------------------------
002172* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
002173* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
002174* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
002175* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
002176*----------------------------------------------------------------
002177 01  AK-LEDGER-REQUEST.
002178     05  AK-LQ-FUNCTION        PIC X(01).
002179     05  AK-LQ-PROGRAM         PIC X(16) VALUE "ACKTRACK".
002180     05  AK-LQ-JOB-ID          PIC X(08) VALUE SPACES.
002181     05  AK-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
002182     05  AK-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
002183     05  AK-LQ-READ            PIC 9(09) VALUE 0.
002184     05  AK-LQ-WRITTEN         PIC 9(09) VALUE 0.
002185     05  AK-LQ-REJECTED        PIC 9(09) VALUE 0.
002186     05  AK-LQ-START-TS        PIC X(14) VALUE SPACES.
002187     05  AK-LQ-RESULT          PIC X(01) VALUE SPACES.
002188         88  AK-LQ-CLEARED               VALUE "Y".
002189     05  AK-LQ-MESSAGE         PIC X(80) VALUE SPACES.
002190*----------------------------------------------------------------
002191* REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED STYLE AS
002200* THE CAESARCIPHER OPERATOR SUMMARY.
002210*----------------------------------------------------------------
002220 01  AK-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
002230 01  AK-WS-RPT-PAGE-COUNT      PIC 9(03) VALUE 0.
002240 01  AK-WS-RPT-HOLD-LINE       PIC X(132) VALUE SPACES.
002250 01  AK-RPT-HEADING-1.
002260     05  FILLER                PIC X(38) VALUE
002270         "ACKTRACK  DISPATCH ACKNOWLEDGEMENT AGE".
002280     05  FILLER                PIC X(07) VALUE SPACES.
002290     05  FILLER                PIC X(04) VALUE "RUN ".
002300     05  AK-RPT-H1-TIMESTAMP   PIC X(21).
002310     05  FILLER                PIC X(07) VALUE "  PAGE ".
002320     05  AK-RPT-H1-PAGE        PIC ZZ9.
002330     05  FILLER                PIC X(52) VALUE SPACES.
002340 01  AK-RPT-SECTION-HDG.
002350     05  FILLER                PIC X(03) VALUE SPACES.
002360     05  AK-RPT-SH-TITLE       PIC X(40).
002370     05  FILLER                PIC X(89) VALUE SPACES.
002380 01  AK-RPT-COUNT-LINE.
002390     05  FILLER                PIC X(05) VALUE SPACES.
002400     05  AK-RPT-CL-LABEL       PIC X(30).
002410     05  AK-RPT-CL-COUNT       PIC Z,ZZZ,ZZ9.
002420     05  FILLER                PIC X(88) VALUE SPACES.
002430 01  AK-RPT-DEST-HDG.
002440     05  FILLER                PIC X(05) VALUE SPACES.
002450     05  FILLER                PIC X(16) VALUE "DESK".
002460     05  FILLER                PIC X(11) VALUE "       SENT".
002470     05  FILLER                PIC X(11) VALUE "      ACKED".
002480     05  FILLER                PIC X(11) VALUE "       OPEN".
002490     05  FILLER                PIC X(11) VALUE "   UNDER 1H".
002500     05  FILLER                PIC X(11) VALUE "      1-4 H".
002510     05  FILLER                PIC X(11) VALUE "     4-24 H".
002520     05  FILLER                PIC X(11) VALUE "    OVER 24".
002530     05  FILLER                PIC X(11) VALUE "  ESCALATED".
002540     05  FILLER                PIC X(23) VALUE SPACES.
002550 01  AK-RPT-DEST-LINE.
002560     05  FILLER                PIC X(05) VALUE SPACES.
002570     05  FILLER                PIC X(05) VALUE "DESK ".
002580     05  AK-RPT-DL-DEST-NO     PIC 9(01).
002590     05  FILLER                PIC X(02) VALUE SPACES.
002600     05  AK-RPT-DL-NAME        PIC X(08).
002610     05  FILLER                PIC X(02) VALUE SPACES.
002620     05  AK-RPT-DL-SENT        PIC Z,ZZZ,ZZ9.
002630     05  FILLER                PIC X(02) VALUE SPACES.
002640     05  AK-RPT-DL-ACKED       PIC Z,ZZZ,ZZ9.
002650     05  FILLER                PIC X(02) VALUE SPACES.
002660     05  AK-RPT-DL-OPEN        PIC Z,ZZZ,ZZ9.
002670     05  FILLER                PIC X(02) VALUE SPACES.
002680     05  AK-RPT-DL-BUCKET-1    PIC Z,ZZZ,ZZ9.
002690     05  FILLER                PIC X(02) VALUE SPACES.
002700     05  AK-RPT-DL-BUCKET-2    PIC Z,ZZZ,ZZ9.
002710     05  FILLER                PIC X(02) VALUE SPACES.
002720     05  AK-RPT-DL-BUCKET-3    PIC Z,ZZZ,ZZ9.
002730     05  FILLER                PIC X(02) VALUE SPACES.
002740     05  AK-RPT-DL-BUCKET-4    PIC Z,ZZZ,ZZ9.
002750     05  FILLER                PIC X(02) VALUE SPACES.
002760     05  AK-RPT-DL-ESCALATED   PIC Z,ZZZ,ZZ9.
002770     05  FILLER                PIC X(23) VALUE SPACES.
002780 01  AK-RPT-ITEM-LINE.
002790     05  FILLER                PIC X(05) VALUE SPACES.
002800     05  FILLER                PIC X(08) VALUE "MESSAGE ".
002810     05  AK-RPT-IL-MESSAGE-ID  PIC X(10).
002820     05  FILLER                PIC X(07) VALUE "  DESK ".
002830     05  AK-RPT-IL-DEST-NO     PIC 9(01).
002840     05  FILLER                PIC X(01) VALUE SPACES.
002850     05  AK-RPT-IL-DEST-NAME   PIC X(08).
002860     05  FILLER                PIC X(11) VALUE "  PRIORITY ".
002870     05  AK-RPT-IL-PRIORITY    PIC 9(01).
002880     05  FILLER                PIC X(09) VALUE "  SOURCE ".
002890     05  AK-RPT-IL-SOURCE      PIC X(08).
002900     05  FILLER                PIC X(13) VALUE "  DISPATCHED ".
002910     05  AK-RPT-IL-DISPATCH-TS PIC X(14).
002920     05  FILLER                PIC X(06) VALUE "  AGE ".
002930     05  AK-RPT-IL-AGE-HOURS   PIC ZZZZ9.
002940     05  FILLER                PIC X(01) VALUE "H".
002950     05  AK-RPT-IL-AGE-MINS    PIC 99.
002960     05  FILLER                PIC X(01) VALUE "M".
002970     05  FILLER                PIC X(02) VALUE SPACES.
002980     05  AK-RPT-IL-CLASS       PIC X(09).
002990     05  FILLER                PIC X(10) VALUE SPACES.
003000 01  AK-RPT-ORPHAN-LINE.
003010     05  FILLER                PIC X(05) VALUE SPACES.
003020     05  FILLER                PIC X(08) VALUE "MESSAGE ".
003030     05  AK-RPT-OL-MESSAGE-ID  PIC X(10).
003040     05  FILLER                PIC X(15) VALUE "  ACKED BY DESK".
003050     05  FILLER                PIC X(01) VALUE SPACES.
003060     05  AK-RPT-OL-DESK        PIC X(08).
003070     05  FILLER                PIC X(04) VALUE "  AT".
003080     05  FILLER                PIC X(01) VALUE SPACES.
003090     05  AK-RPT-OL-ACK-TS      PIC X(14).
003100     05  FILLER                PIC X(66) VALUE SPACES.
003110*
003120 PROCEDURE DIVISION.
003130*----------------------------------------------------------------
003140 0000-MAINLINE.
003150*----------------------------------------------------------------
003160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003170     PERFORM 2000-LOAD-REGISTERS THRU 2000-EXIT.
003180     PERFORM 3000-APPLY-ACKS THRU 3000-EXIT.
003190     PERFORM 4000-AGE-ONE-ENTRY THRU 4000-EXIT
003200         VARYING AK-WS-REG-IDX FROM 1 BY 1
003210         UNTIL AK-WS-REG-IDX > AK-WS-REG-COUNT.
003220     PERFORM 4500-CARRY-ONE-ENTRY THRU 4500-EXIT
003230         VARYING AK-WS-REG-IDX FROM 1 BY 1
003240         UNTIL AK-WS-REG-IDX > AK-WS-REG-COUNT.
003250     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
003260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003265     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
003270     STOP RUN.
003280 0000-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310 1000-INITIALIZE.
003320*----------------------------------------------------------------
003330     MOVE FUNCTION CURRENT-DATE TO AK-WS-RUN-TIMESTAMP.
003340     MOVE AK-WS-RUN-TIMESTAMP(1:14) TO AK-WS-TS-WORK.
003350     PERFORM 3900-TIMESTAMP-MINUTES THRU 3900-EXIT.
003360     MOVE AK-WS-TS-MINUTES TO AK-WS-RUN-MINUTES.
003370     COMPUTE AK-WS-RUN-DAY-INT =
003380         FUNCTION INTEGER-OF-DATE(AK-WS-TS-DATE).
003390     PERFORM 1050-CLEAR-ONE-DEST THRU 1050-EXIT
003400         VARYING AK-WS-DEST-IDX FROM 1 BY 1
003410         UNTIL AK-WS-DEST-IDX > 5.
003420     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003425     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
003430     OPEN OUTPUT OPEN-REGISTER-OUT.
003440     IF AK-WS-REGOUT-STATUS NOT = "00"
003450         DISPLAY "ACKTRACK: REGISTER-OUT OPEN FAILED, STATUS "
003460             AK-WS-REGOUT-STATUS
003470         MOVE 16 TO RETURN-CODE
003480         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003490     END-IF.
003500     OPEN OUTPUT AGING-REPORT.
003510     IF AK-WS-REPORT-STATUS NOT = "00"
003520         DISPLAY "ACKTRACK: REPORT OPEN FAILED, STATUS "
003530             AK-WS-REPORT-STATUS
003540         MOVE 16 TO RETURN-CODE
003550         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003560     END-IF.
003570 1000-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------
003600 1050-CLEAR-ONE-DEST.
003610*----------------------------------------------------------------
003620     MOVE SPACES TO AK-DS-NAME(AK-WS-DEST-IDX).
003630     MOVE 0 TO AK-DS-SENT(AK-WS-DEST-IDX).
003640     MOVE 0 TO AK-DS-ACKED(AK-WS-DEST-IDX).
003650     MOVE 0 TO AK-DS-OUTSTANDING(AK-WS-DEST-IDX).
003660     MOVE 0 TO AK-DS-BUCKET(AK-WS-DEST-IDX, 1).
003670     MOVE 0 TO AK-DS-BUCKET(AK-WS-DEST-IDX, 2).
003680     MOVE 0 TO AK-DS-BUCKET(AK-WS-DEST-IDX, 3).
003690     MOVE 0 TO AK-DS-BUCKET(AK-WS-DEST-IDX, 4).
003700     MOVE 0 TO AK-DS-ESCALATED(AK-WS-DEST-IDX).
003710 1050-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740 1100-READ-CONTROL-CARD.
003750*    THE CARD IS OPTIONAL.  COLUMNS 1-4 FLASH DEADLINE IN
003760*    MINUTES, 5 HIGHEST PRIORITY CLASS COUNTED AS HIGH (2-9),
003770*    6-9 HIGH-PRIORITY DEADLINE IN MINUTES, 10-11 DAYS AN
003780*    ACKNOWLEDGED ENTRY STAYS ON THE REGISTER.  A BLANK OR
003790*    OUT-OF-RANGE FIELD KEEPS ITS DEFAULT.
003800*----------------------------------------------------------------
003810     OPEN INPUT CONTROL-CARD.
003820     IF AK-WS-CONTROL-STATUS NOT = "00"
003830         GO TO 1100-EXIT
003840     END-IF.
003850     READ CONTROL-CARD
003860         AT END
003870             CLOSE CONTROL-CARD
003880             GO TO 1100-EXIT
003890     END-READ.
003900     IF AK-CTL-FLASH-MINUTES IS NUMERIC
003910         AND AK-CTL-FLASH-MINUTES > 0
003920         MOVE AK-CTL-FLASH-MINUTES TO AK-WS-FLASH-MINUTES
003930     END-IF.
003940     IF AK-CTL-HIGH-LIMIT IS NUMERIC
003950         AND AK-CTL-HIGH-LIMIT > 1
003960         MOVE AK-CTL-HIGH-LIMIT TO AK-WS-HIGH-LIMIT
003970     END-IF.
003980     IF AK-CTL-HIGH-MINUTES IS NUMERIC
003990         AND AK-CTL-HIGH-MINUTES > 0
004000         MOVE AK-CTL-HIGH-MINUTES TO AK-WS-HIGH-MINUTES
004010     END-IF.
004020     IF AK-CTL-RETAIN-DAYS IS NUMERIC
004030         AND AK-CTL-RETAIN-DAYS > 0
004040         MOVE AK-CTL-RETAIN-DAYS TO AK-WS-RETAIN-DAYS
004050     END-IF.
004060     CLOSE CONTROL-CARD.
004070 1100-EXIT.
004080     EXIT.
004081*----------------------------------------------------------------
004082 1900-BEGIN-LEDGER-STEP.
004083*    RECORD THE STEP'S START ON THE RUN LEDGER.  THE STEP HAS NO
004084*    BATCH DATE OF ITS OWN AND JOINS THE CURRENT CYCLE.  IT IS NOT
004085*    HELD BEHIND MSGDISPATCH: AGING AND ESCALATION MUST GO ON
004086*    WHETHER OR NOT TONIGHT'S TRAFFIC WAS DISPATCHED.
004087*----------------------------------------------------------------
004088     MOVE "B" TO AK-LQ-FUNCTION.
004089     MOVE RETURN-CODE TO AK-LQ-RETURN-CODE.
004090     CALL "RunLedger" USING AK-LEDGER-REQUEST.
004091     IF NOT AK-LQ-CLEARED
004092         DISPLAY "ACKTRACK: RUN REFUSED -- " AK-LQ-MESSAGE
004093         MOVE 12 TO RETURN-CODE
004094         STOP RUN
004095     END-IF.
004096 1900-EXIT.
004097     EXIT.
004098*----------------------------------------------------------------
004100 2000-LOAD-REGISTERS.
004110*    EARLIER NIGHTS' OPEN ENTRIES FIRST, THEN TONIGHT'S DISPATCH.
004120*    EITHER FILE MAY BE ABSENT -- THE FIRST NIGHT HAS NO REGOPEN,
004130*    AND A NIGHT WITH NO DISPATCH RUN HAS NO DISPREG.
004140*----------------------------------------------------------------
004150     OPEN INPUT OPEN-REGISTER.
004160     IF AK-WS-OPENREG-STATUS = "00"
004170         MOVE "N" TO AK-WS-EOF-SWITCH
004180         PERFORM 2100-LOAD-ONE-OPEN THRU 2100-EXIT
004190             UNTIL AK-WS-EOF-YES
004200         CLOSE OPEN-REGISTER
004210     ELSE
004220         DISPLAY "ACKTRACK: NO OPEN REGISTER MOUNTED -- "
004230             "STARTING FROM TONIGHT'S DISPATCH ONLY"
004240     END-IF.
004250     OPEN INPUT NEW-REGISTER.
004260     IF AK-WS-NEWREG-STATUS = "00"
004270         MOVE "N" TO AK-WS-EOF-SWITCH
004280         PERFORM 2200-LOAD-ONE-NEW THRU 2200-EXIT
004290             UNTIL AK-WS-EOF-YES
004300         CLOSE NEW-REGISTER
004310     ELSE
004320         DISPLAY "ACKTRACK: NO DISPATCH REGISTER MOUNTED -- "
004330             "NO NEW TRAFFIC TONIGHT"
004340     END-IF.
004350 2000-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380 2100-LOAD-ONE-OPEN.
004390*----------------------------------------------------------------
004400     READ OPEN-REGISTER INTO AK-REGISTER-WORK
004410         AT END
004420             MOVE "Y" TO AK-WS-EOF-SWITCH
004430             GO TO 2100-EXIT
004440     END-READ.
004450     ADD 1 TO AK-WS-CARRIED-IN.
004460     PERFORM 2300-TABLE-ONE-ENTRY THRU 2300-EXIT.
004470 2100-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------
004500 2200-LOAD-ONE-NEW.
004510*    A MESSAGE ALREADY ON THE REGISTER FOR THE SAME DESK -- A
004520*    DISPATCH RERUN -- IS NOT ENTERED TWICE.
004530*----------------------------------------------------------------
004540     READ NEW-REGISTER INTO AK-REGISTER-WORK
004550         AT END
004560             MOVE "Y" TO AK-WS-EOF-SWITCH
004570             GO TO 2200-EXIT
004580     END-READ.
004590     MOVE 0 TO AK-WS-REG-FOUND.
004600     PERFORM 2210-MATCH-ONE-DISPATCH THRU 2210-EXIT
004610         VARYING AK-WS-REG-IDX FROM 1 BY 1
004620         UNTIL AK-WS-REG-IDX > AK-WS-REG-COUNT
004630         OR AK-WS-REG-FOUND > 0.
004640     IF AK-WS-REG-FOUND > 0
004650         ADD 1 TO AK-WS-DUP-REGISTER
004660         GO TO 2200-EXIT
004670     END-IF.
004680     ADD 1 TO AK-WS-DISPATCHED-NEW.
004690     PERFORM 2300-TABLE-ONE-ENTRY THRU 2300-EXIT.
004700     ADD 1 TO AK-DS-SENT(AK-DR-DEST-NO).
004710 2200-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740 2210-MATCH-ONE-DISPATCH.
004750*----------------------------------------------------------------
004760     IF AK-RG-MESSAGE-ID(AK-WS-REG-IDX) = AK-DR-MESSAGE-ID
004770         AND AK-RG-DEST-NO(AK-WS-REG-IDX) = AK-DR-DEST-NO
004780         MOVE AK-WS-REG-IDX TO AK-WS-REG-FOUND
004790     END-IF.
004800 2210-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830 2300-TABLE-ONE-ENTRY.
004840*    A REGISTER RECORD WITH NO VALID DESK CAME FROM NO DISPATCH
004850*    RUN AND THE FILE IS PRESUMED GARBLED.
004860*----------------------------------------------------------------
004870     IF AK-DR-DEST-NO IS NOT NUMERIC
004880         OR AK-DR-DEST-NO < 1 OR AK-DR-DEST-NO > 5
004890         OR AK-DR-PRIORITY IS NOT NUMERIC
004900         DISPLAY "ACKTRACK: REGISTER ENTRY FOR " AK-DR-MESSAGE-ID
004910             " HAS NO VALID DESK OR PRIORITY -- REGISTER "
004920             "PRESUMED GARBLED"
004930         MOVE 12 TO RETURN-CODE
004940         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
004950     END-IF.
004960     IF AK-WS-REG-COUNT >= AK-WS-REG-MAX
004970         DISPLAY "ACKTRACK: MORE THAN " AK-WS-REG-MAX
004980             " REGISTER ENTRIES -- CLEAR THE BACKLOG OR ENLARGE "
004990             "THE TABLE"
005000         MOVE 12 TO RETURN-CODE
005010         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
005020     END-IF.
005030     ADD 1 TO AK-WS-REG-COUNT.
005040     MOVE AK-DR-MESSAGE-ID TO AK-RG-MESSAGE-ID(AK-WS-REG-COUNT).
005050     MOVE AK-DR-DEST-NO TO AK-RG-DEST-NO(AK-WS-REG-COUNT).
005060     MOVE AK-DR-DEST-NAME TO AK-RG-DEST-NAME(AK-WS-REG-COUNT).
005070     MOVE AK-DR-PRIORITY TO AK-RG-PRIORITY(AK-WS-REG-COUNT).
005080     MOVE AK-DR-SOURCE-SYSTEM
005090         TO AK-RG-SOURCE-SYSTEM(AK-WS-REG-COUNT).
005100     MOVE AK-DR-BATCH-DATE TO AK-RG-BATCH-DATE(AK-WS-REG-COUNT).
005110     MOVE AK-DR-DISPATCH-TS
005120         TO AK-RG-DISPATCH-TS(AK-WS-REG-COUNT).
005130     MOVE AK-DR-ACK-FLAG TO AK-RG-ACK-FLAG(AK-WS-REG-COUNT).
005140     IF AK-DR-ACK-FLAG NOT = "Y"
005150         MOVE "N" TO AK-RG-ACK-FLAG(AK-WS-REG-COUNT)
005160     END-IF.
005170     MOVE AK-DR-ACK-TS TO AK-RG-ACK-TS(AK-WS-REG-COUNT).
005180     MOVE AK-DR-ACK-DESK TO AK-RG-ACK-DESK(AK-WS-REG-COUNT).
005190     MOVE 0 TO AK-RG-AGE-MINUTES(AK-WS-REG-COUNT).
005200     MOVE "N" TO AK-RG-ESCALATE(AK-WS-REG-COUNT).
005210     IF AK-DR-DEST-NAME NOT = SPACES
005220         MOVE AK-DR-DEST-NAME TO AK-DS-NAME(AK-DR-DEST-NO)
005230     END-IF.
005240 2300-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270 3000-APPLY-ACKS.
005280*    NO ACKIN MOUNTED MEANS NO DESK HAS ANSWERED -- EVERYTHING
005290*    STAYS OPEN AND AGES.
005300*----------------------------------------------------------------
005310     OPEN INPUT ACK-FILE.
005320     IF AK-WS-ACK-STATUS NOT = "00"
005330         DISPLAY "ACKTRACK: NO ACKNOWLEDGEMENT FILE MOUNTED -- "
005340             "ALL TRAFFIC TREATED AS UNACKNOWLEDGED"
005350         GO TO 3000-EXIT
005360     END-IF.
005370     MOVE "N" TO AK-WS-EOF-SWITCH.
005380     PERFORM 3100-APPLY-ONE-ACK THRU 3100-EXIT
005390         UNTIL AK-WS-EOF-YES.
005400     CLOSE ACK-FILE.
005410 3000-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------
005440 3100-APPLY-ONE-ACK.
005450*    THE ACK CLOSES THE FIRST OPEN ENTRY FOR ITS MESSAGE-ID.  AN
005460*    ID ON THE REGISTER WITH NOTHING LEFT OPEN IS A REPEAT; AN ID
005470*    NOT ON THE REGISTER AT ALL WAS NEVER DISPATCHED.
005480*----------------------------------------------------------------
005490     READ ACK-FILE
005500         AT END
005510             MOVE "Y" TO AK-WS-EOF-SWITCH
005520             GO TO 3100-EXIT
005530     END-READ.
005540     IF AK-AI-MESSAGE-ID = SPACES
005550         GO TO 3100-EXIT
005560     END-IF.
005570     ADD 1 TO AK-WS-ACKS-READ.
005580     IF AK-AI-ACK-TS = SPACES
005590         MOVE AK-WS-RUN-TIMESTAMP(1:14) TO AK-AI-ACK-TS
005600     END-IF.
005610     MOVE 0 TO AK-WS-REG-FOUND.
005620     MOVE 0 TO AK-WS-REG-OPEN-FOUND.
005630     PERFORM 3110-MATCH-ONE-ACK THRU 3110-EXIT
005640         VARYING AK-WS-REG-IDX FROM 1 BY 1
005650         UNTIL AK-WS-REG-IDX > AK-WS-REG-COUNT
005660         OR AK-WS-REG-OPEN-FOUND > 0.
005670     IF AK-WS-REG-OPEN-FOUND > 0
005680         MOVE "Y" TO AK-RG-ACK-FLAG(AK-WS-REG-OPEN-FOUND)
005690         MOVE AK-AI-ACK-TS TO AK-RG-ACK-TS(AK-WS-REG-OPEN-FOUND)
005700         MOVE AK-AI-DESK TO AK-RG-ACK-DESK(AK-WS-REG-OPEN-FOUND)
005710         ADD 1 TO AK-WS-ACKS-MATCHED
005720         ADD 1 TO AK-DS-ACKED(AK-RG-DEST-NO(AK-WS-REG-OPEN-FOUND))
005730         GO TO 3100-EXIT
005740     END-IF.
005750     IF AK-WS-REG-FOUND > 0
005760         ADD 1 TO AK-WS-ACKS-REPEATED
005770         GO TO 3100-EXIT
005780     END-IF.
005790     ADD 1 TO AK-WS-ORPHAN-COUNT.
005800     IF AK-WS-ORPHAN-KEPT < AK-WS-ORPHAN-MAX
005810         ADD 1 TO AK-WS-ORPHAN-KEPT
005820         MOVE AK-AI-MESSAGE-ID
005830             TO AK-OA-MESSAGE-ID(AK-WS-ORPHAN-KEPT)
005840         MOVE AK-AI-DESK TO AK-OA-DESK(AK-WS-ORPHAN-KEPT)
005850         MOVE AK-AI-ACK-TS TO AK-OA-ACK-TS(AK-WS-ORPHAN-KEPT)
005860     END-IF.
005870 3100-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900 3110-MATCH-ONE-ACK.
005910*----------------------------------------------------------------
005920     IF AK-RG-MESSAGE-ID(AK-WS-REG-IDX) = AK-AI-MESSAGE-ID
005930         MOVE AK-WS-REG-IDX TO AK-WS-REG-FOUND
005940         IF AK-RG-ACK-FLAG(AK-WS-REG-IDX) NOT = "Y"
005950             MOVE AK-WS-REG-IDX TO AK-WS-REG-OPEN-FOUND
005960         END-IF
005970     END-IF.
005980 3110-EXIT.
005990     EXIT.
006000*----------------------------------------------------------------
006010 3900-TIMESTAMP-MINUTES.
006020*    MINUTES SINCE THE CALENDAR EPOCH FOR AK-WS-TS-WORK.  A
006030*    TIMESTAMP THAT IS NOT A DATE AND TIME GIVES ZERO.
006040*----------------------------------------------------------------
006050     MOVE 0 TO AK-WS-TS-MINUTES.
006060     IF AK-WS-TS-DATE IS NOT NUMERIC
006070         OR AK-WS-TS-HH IS NOT NUMERIC
006080         OR AK-WS-TS-MI IS NOT NUMERIC
006090         GO TO 3900-EXIT
006100     END-IF.
006110     IF AK-WS-TS-DATE < 16010101
006120         GO TO 3900-EXIT
006130     END-IF.
006140     COMPUTE AK-WS-TS-MINUTES =
006150         FUNCTION INTEGER-OF-DATE(AK-WS-TS-DATE) * 1440
006160         + AK-WS-TS-HH * 60 + AK-WS-TS-MI.
006170 3900-EXIT.
006180     EXIT.
006190*----------------------------------------------------------------
006200 4000-AGE-ONE-ENTRY.
006210*    EVERY ENTRY STILL OPEN IS AGED FROM ITS DISPATCH TIME TO
006220*    THE START OF THIS RUN, BUCKETED FOR ITS DESK, AND ESCALATED
006230*    IF IT IS FLASH OR HIGH PRIORITY AND PAST ITS DEADLINE.
006240*----------------------------------------------------------------
006250     IF AK-RG-ACK-FLAG(AK-WS-REG-IDX) = "Y"
006260         GO TO 4000-EXIT
006270     END-IF.
006280     MOVE AK-RG-DEST-NO(AK-WS-REG-IDX) TO AK-WS-DEST-IDX.
006290     ADD 1 TO AK-WS-OUTSTANDING.
006300     ADD 1 TO AK-DS-OUTSTANDING(AK-WS-DEST-IDX).
006310     MOVE AK-RG-DISPATCH-TS(AK-WS-REG-IDX) TO AK-WS-TS-WORK.
006320     PERFORM 3900-TIMESTAMP-MINUTES THRU 3900-EXIT.
006330     IF AK-WS-TS-MINUTES > 0
006340         AND AK-WS-TS-MINUTES < AK-WS-RUN-MINUTES
006350         COMPUTE AK-WS-AGE-MINUTES =
006360             AK-WS-RUN-MINUTES - AK-WS-TS-MINUTES
006370     ELSE
006380         MOVE 0 TO AK-WS-AGE-MINUTES
006390     END-IF.
006400     MOVE AK-WS-AGE-MINUTES TO AK-RG-AGE-MINUTES(AK-WS-REG-IDX).
006410     EVALUATE TRUE
006420         WHEN AK-WS-AGE-MINUTES < 60
006430             MOVE 1 TO AK-WS-BUCKET-IDX
006440         WHEN AK-WS-AGE-MINUTES < 240
006450             MOVE 2 TO AK-WS-BUCKET-IDX
006460         WHEN AK-WS-AGE-MINUTES < 1440
006470             MOVE 3 TO AK-WS-BUCKET-IDX
006480         WHEN OTHER
006490             MOVE 4 TO AK-WS-BUCKET-IDX
006500     END-EVALUATE.
006510     ADD 1 TO AK-DS-BUCKET(AK-WS-DEST-IDX, AK-WS-BUCKET-IDX).
006520     IF AK-RG-PRIORITY(AK-WS-REG-IDX) = 1
006530         AND AK-WS-AGE-MINUTES > AK-WS-FLASH-MINUTES
006540         MOVE "Y" TO AK-RG-ESCALATE(AK-WS-REG-IDX)
006550     END-IF.
006560     IF AK-RG-PRIORITY(AK-WS-REG-IDX) > 1
006570         AND AK-RG-PRIORITY(AK-WS-REG-IDX) NOT > AK-WS-HIGH-LIMIT
006580         AND AK-WS-AGE-MINUTES > AK-WS-HIGH-MINUTES
006590         MOVE "Y" TO AK-RG-ESCALATE(AK-WS-REG-IDX)
006600     END-IF.
006610     IF AK-RG-ESCALATE(AK-WS-REG-IDX) = "Y"
006620         ADD 1 TO AK-WS-ESCALATED
006630         ADD 1 TO AK-DS-ESCALATED(AK-WS-DEST-IDX)
006640     END-IF.
006650 4000-EXIT.
006660     EXIT.
006670*----------------------------------------------------------------
006680 4500-CARRY-ONE-ENTRY.
006690*    OPEN ENTRIES ALWAYS GO FORWARD.  AN ACKNOWLEDGED ENTRY GOES
006700*    FORWARD UNTIL IT IS OLDER THAN THE RETENTION DAYS, THEN IS
006710*    RETIRED.
006720*----------------------------------------------------------------
006730     IF AK-RG-ACK-FLAG(AK-WS-REG-IDX) = "Y"
006740         MOVE AK-RG-ACK-TS(AK-WS-REG-IDX) TO AK-WS-TS-WORK
006750         MOVE 0 TO AK-WS-ACK-DAY-INT
006760         IF AK-WS-TS-DATE IS NUMERIC
006770             AND AK-WS-TS-DATE NOT < 16010101
006780             COMPUTE AK-WS-ACK-DAY-INT =
006790                 FUNCTION INTEGER-OF-DATE(AK-WS-TS-DATE)
006800         END-IF
006810         IF AK-WS-ACK-DAY-INT + AK-WS-RETAIN-DAYS
006820             < AK-WS-RUN-DAY-INT
006830             ADD 1 TO AK-WS-RETIRED
006840             GO TO 4500-EXIT
006850         END-IF
006860     END-IF.
006870     MOVE SPACES TO AK-REGISTER-WORK.
006880     MOVE AK-RG-MESSAGE-ID(AK-WS-REG-IDX) TO AK-DR-MESSAGE-ID.
006890     MOVE AK-RG-DEST-NO(AK-WS-REG-IDX) TO AK-DR-DEST-NO.
006900     MOVE AK-RG-DEST-NAME(AK-WS-REG-IDX) TO AK-DR-DEST-NAME.
006910     MOVE AK-RG-PRIORITY(AK-WS-REG-IDX) TO AK-DR-PRIORITY.
006920     MOVE AK-RG-SOURCE-SYSTEM(AK-WS-REG-IDX)
006930         TO AK-DR-SOURCE-SYSTEM.
006940     MOVE AK-RG-BATCH-DATE(AK-WS-REG-IDX) TO AK-DR-BATCH-DATE.
006950     MOVE AK-RG-DISPATCH-TS(AK-WS-REG-IDX) TO AK-DR-DISPATCH-TS.
006960     MOVE AK-RG-ACK-FLAG(AK-WS-REG-IDX) TO AK-DR-ACK-FLAG.
006970     MOVE AK-RG-ACK-TS(AK-WS-REG-IDX) TO AK-DR-ACK-TS.
006980     MOVE AK-RG-ACK-DESK(AK-WS-REG-IDX) TO AK-DR-ACK-DESK.
006990     WRITE AK-REGOUT-RECORD FROM AK-REGISTER-WORK.
007000     ADD 1 TO AK-WS-CARRIED-OUT.
007010 4500-EXIT.
007020     EXIT.
007030*----------------------------------------------------------------
007040 5000-WRITE-REPORT.
007050*----------------------------------------------------------------
007060     MOVE 99 TO AK-WS-RPT-LINE-COUNT.
007070     MOVE 0 TO AK-WS-RPT-PAGE-COUNT.
007080     MOVE "ACKNOWLEDGEMENT CONTROL" TO AK-RPT-SH-TITLE.
007090     MOVE AK-RPT-SECTION-HDG TO AK-REPORT-LINE.
007100     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007110     MOVE "ENTRIES OPEN FROM EARLIER" TO AK-RPT-CL-LABEL.
007120     MOVE AK-WS-CARRIED-IN TO AK-RPT-CL-COUNT.
007130     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007140     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007150     MOVE "DISPATCHED TONIGHT" TO AK-RPT-CL-LABEL.
007160     MOVE AK-WS-DISPATCHED-NEW TO AK-RPT-CL-COUNT.
007170     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007180     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007190     MOVE "DISPATCH ENTRIES REPEATED" TO AK-RPT-CL-LABEL.
007200     MOVE AK-WS-DUP-REGISTER TO AK-RPT-CL-COUNT.
007210     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007220     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007230     MOVE "ACKNOWLEDGEMENTS READ" TO AK-RPT-CL-LABEL.
007240     MOVE AK-WS-ACKS-READ TO AK-RPT-CL-COUNT.
007250     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007260     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007270     MOVE "ACKNOWLEDGEMENTS MATCHED" TO AK-RPT-CL-LABEL.
007280     MOVE AK-WS-ACKS-MATCHED TO AK-RPT-CL-COUNT.
007290     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007300     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007310     MOVE "ACKNOWLEDGEMENTS REPEATED" TO AK-RPT-CL-LABEL.
007320     MOVE AK-WS-ACKS-REPEATED TO AK-RPT-CL-COUNT.
007330     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007340     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007350     MOVE "ACKS FOR UNDISPATCHED IDS" TO AK-RPT-CL-LABEL.
007360     MOVE AK-WS-ORPHAN-COUNT TO AK-RPT-CL-COUNT.
007370     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007380     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007390     MOVE "STILL UNACKNOWLEDGED" TO AK-RPT-CL-LABEL.
007400     MOVE AK-WS-OUTSTANDING TO AK-RPT-CL-COUNT.
007410     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007420     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007430     MOVE "ESCALATED PAST DEADLINE" TO AK-RPT-CL-LABEL.
007440     MOVE AK-WS-ESCALATED TO AK-RPT-CL-COUNT.
007450     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007460     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007470     MOVE "FLASH DEADLINE (MINUTES)" TO AK-RPT-CL-LABEL.
007480     MOVE AK-WS-FLASH-MINUTES TO AK-RPT-CL-COUNT.
007490     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007500     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007510     MOVE "HIGH PRIORITY THROUGH CLASS" TO AK-RPT-CL-LABEL.
007520     MOVE AK-WS-HIGH-LIMIT TO AK-RPT-CL-COUNT.
007530     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007540     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007550     MOVE "HIGH DEADLINE (MINUTES)" TO AK-RPT-CL-LABEL.
007560     MOVE AK-WS-HIGH-MINUTES TO AK-RPT-CL-COUNT.
007570     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007580     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007590     MOVE "REGISTER ENTRIES CARRIED" TO AK-RPT-CL-LABEL.
007600     MOVE AK-WS-CARRIED-OUT TO AK-RPT-CL-COUNT.
007610     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007620     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007630     MOVE "ACKNOWLEDGED ENTRIES RETIRED" TO AK-RPT-CL-LABEL.
007640     MOVE AK-WS-RETIRED TO AK-RPT-CL-COUNT.
007650     MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE.
007660     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007670     MOVE SPACES TO AK-REPORT-LINE.
007680     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007690     MOVE "UNACKNOWLEDGED TRAFFIC BY DESK" TO AK-RPT-SH-TITLE.
007700     MOVE AK-RPT-SECTION-HDG TO AK-REPORT-LINE.
007710     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007720     MOVE AK-RPT-DEST-HDG TO AK-REPORT-LINE.
007730     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007740     PERFORM 5100-WRITE-ONE-DEST-LINE THRU 5100-EXIT
007750         VARYING AK-WS-DEST-IDX FROM 1 BY 1
007760         UNTIL AK-WS-DEST-IDX > 5.
007770     MOVE SPACES TO AK-REPORT-LINE.
007780     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007790     MOVE "ESCALATED -- OVERDUE FLASH AND HIGH"
007795         TO AK-RPT-SH-TITLE.
007800     MOVE AK-RPT-SECTION-HDG TO AK-REPORT-LINE.
007810     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007820     IF AK-WS-ESCALATED = 0
007830         MOVE "NONE -- NOTHING OVERDUE" TO AK-RPT-CL-LABEL
007840         MOVE 0 TO AK-RPT-CL-COUNT
007850         MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE
007860         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
007870     ELSE
007880         PERFORM 5200-WRITE-ONE-ESCALATION THRU 5200-EXIT
007890             VARYING AK-WS-REG-IDX FROM 1 BY 1
007900             UNTIL AK-WS-REG-IDX > AK-WS-REG-COUNT
007910     END-IF.
007920     MOVE SPACES TO AK-REPORT-LINE.
007930     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007940     MOVE "UNACKNOWLEDGED TRAFFIC DETAIL" TO AK-RPT-SH-TITLE.
007950     MOVE AK-RPT-SECTION-HDG TO AK-REPORT-LINE.
007960     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007970     IF AK-WS-OUTSTANDING = 0
007980         MOVE "NONE -- EVERY DISPATCH ACKED" TO AK-RPT-CL-LABEL
007990         MOVE 0 TO AK-RPT-CL-COUNT
008000         MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE
008010         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
008020     ELSE
008030         PERFORM 5300-WRITE-DEST-DETAIL THRU 5300-EXIT
008040             VARYING AK-WS-DEST-IDX FROM 1 BY 1
008050             UNTIL AK-WS-DEST-IDX > 5
008060     END-IF.
008070     MOVE SPACES TO AK-REPORT-LINE.
008080     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008090     MOVE "ACKS FOR MESSAGES NEVER DISPATCHED" TO AK-RPT-SH-TITLE.
008100     MOVE AK-RPT-SECTION-HDG TO AK-REPORT-LINE.
008110     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008120     IF AK-WS-ORPHAN-COUNT = 0
008130         MOVE "NONE -- EVERY ACK ON REGISTER" TO AK-RPT-CL-LABEL
008140         MOVE 0 TO AK-RPT-CL-COUNT
008150         MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE
008160         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
008170         GO TO 5000-EXIT
008180     END-IF.
008190     PERFORM 5400-WRITE-ONE-ORPHAN THRU 5400-EXIT
008200         VARYING AK-WS-ORPHAN-IDX FROM 1 BY 1
008210         UNTIL AK-WS-ORPHAN-IDX > AK-WS-ORPHAN-KEPT.
008220     IF AK-WS-ORPHAN-COUNT > AK-WS-ORPHAN-KEPT
008230         MOVE "FURTHER ACKS NOT LISTED" TO AK-RPT-CL-LABEL
008240         COMPUTE AK-RPT-CL-COUNT =
008250             AK-WS-ORPHAN-COUNT - AK-WS-ORPHAN-KEPT
008260         MOVE AK-RPT-COUNT-LINE TO AK-REPORT-LINE
008270         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
008280     END-IF.
008290 5000-EXIT.
008300     EXIT.
008310*----------------------------------------------------------------
008320 5100-WRITE-ONE-DEST-LINE.
008330*----------------------------------------------------------------
008340     MOVE AK-WS-DEST-IDX TO AK-RPT-DL-DEST-NO.
008350     MOVE AK-DS-NAME(AK-WS-DEST-IDX) TO AK-RPT-DL-NAME.
008360     MOVE AK-DS-SENT(AK-WS-DEST-IDX) TO AK-RPT-DL-SENT.
008370     MOVE AK-DS-ACKED(AK-WS-DEST-IDX) TO AK-RPT-DL-ACKED.
008380     MOVE AK-DS-OUTSTANDING(AK-WS-DEST-IDX) TO AK-RPT-DL-OPEN.
008390     MOVE AK-DS-BUCKET(AK-WS-DEST-IDX, 1) TO AK-RPT-DL-BUCKET-1.
008400     MOVE AK-DS-BUCKET(AK-WS-DEST-IDX, 2) TO AK-RPT-DL-BUCKET-2.
008410     MOVE AK-DS-BUCKET(AK-WS-DEST-IDX, 3) TO AK-RPT-DL-BUCKET-3.
008420     MOVE AK-DS-BUCKET(AK-WS-DEST-IDX, 4) TO AK-RPT-DL-BUCKET-4.
008430     MOVE AK-DS-ESCALATED(AK-WS-DEST-IDX) TO AK-RPT-DL-ESCALATED.
008440     MOVE AK-RPT-DEST-LINE TO AK-REPORT-LINE.
008450     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008460 5100-EXIT.
008470     EXIT.
008480*----------------------------------------------------------------
008490 5200-WRITE-ONE-ESCALATION.
008500*----------------------------------------------------------------
008510     IF AK-RG-ESCALATE(AK-WS-REG-IDX) NOT = "Y"
008520         GO TO 5200-EXIT
008530     END-IF.
008540     PERFORM 5500-FORMAT-ITEM-LINE THRU 5500-EXIT.
008550     MOVE AK-RPT-ITEM-LINE TO AK-REPORT-LINE.
008560     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008570 5200-EXIT.
008580     EXIT.
008590*----------------------------------------------------------------
008600 5300-WRITE-DEST-DETAIL.
008610*----------------------------------------------------------------
008620     IF AK-DS-OUTSTANDING(AK-WS-DEST-IDX) = 0
008630         GO TO 5300-EXIT
008640     END-IF.
008650     PERFORM 5310-WRITE-ONE-OPEN-ITEM THRU 5310-EXIT
008660         VARYING AK-WS-REG-IDX FROM 1 BY 1
008670         UNTIL AK-WS-REG-IDX > AK-WS-REG-COUNT.
008680 5300-EXIT.
008690     EXIT.
008700*----------------------------------------------------------------
008710 5310-WRITE-ONE-OPEN-ITEM.
008720*----------------------------------------------------------------
008730     IF AK-RG-DEST-NO(AK-WS-REG-IDX) NOT = AK-WS-DEST-IDX
008740         OR AK-RG-ACK-FLAG(AK-WS-REG-IDX) = "Y"
008750         GO TO 5310-EXIT
008760     END-IF.
008770     PERFORM 5500-FORMAT-ITEM-LINE THRU 5500-EXIT.
008780     MOVE AK-RPT-ITEM-LINE TO AK-REPORT-LINE.
008790     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008800 5310-EXIT.
008810     EXIT.
008820*----------------------------------------------------------------
008830 5400-WRITE-ONE-ORPHAN.
008840*----------------------------------------------------------------
008850     MOVE AK-OA-MESSAGE-ID(AK-WS-ORPHAN-IDX)
008860         TO AK-RPT-OL-MESSAGE-ID.
008870     MOVE AK-OA-DESK(AK-WS-ORPHAN-IDX) TO AK-RPT-OL-DESK.
008880     MOVE AK-OA-ACK-TS(AK-WS-ORPHAN-IDX) TO AK-RPT-OL-ACK-TS.
008890     MOVE AK-RPT-ORPHAN-LINE TO AK-REPORT-LINE.
008900     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008910 5400-EXIT.
008920     EXIT.
008930*----------------------------------------------------------------
008940 5500-FORMAT-ITEM-LINE.
008950*----------------------------------------------------------------
008960     MOVE AK-RG-MESSAGE-ID(AK-WS-REG-IDX) TO AK-RPT-IL-MESSAGE-ID.
008970     MOVE AK-RG-DEST-NO(AK-WS-REG-IDX) TO AK-RPT-IL-DEST-NO.
008980     MOVE AK-RG-DEST-NAME(AK-WS-REG-IDX) TO AK-RPT-IL-DEST-NAME.
008990     MOVE AK-RG-PRIORITY(AK-WS-REG-IDX) TO AK-RPT-IL-PRIORITY.
009000     MOVE AK-RG-SOURCE-SYSTEM(AK-WS-REG-IDX) TO AK-RPT-IL-SOURCE.
009010     MOVE AK-RG-DISPATCH-TS(AK-WS-REG-IDX)
009020         TO AK-RPT-IL-DISPATCH-TS.
009030     DIVIDE AK-RG-AGE-MINUTES(AK-WS-REG-IDX) BY 60
009040         GIVING AK-RPT-IL-AGE-HOURS
009050         REMAINDER AK-RPT-IL-AGE-MINS.
009060     EVALUATE TRUE
009070         WHEN AK-RG-ESCALATE(AK-WS-REG-IDX) = "Y"
009080             MOVE "ESCALATED" TO AK-RPT-IL-CLASS
009090         WHEN AK-RG-PRIORITY(AK-WS-REG-IDX) = 1
009100             MOVE "FLASH" TO AK-RPT-IL-CLASS
009110         WHEN OTHER
009120             MOVE SPACES TO AK-RPT-IL-CLASS
009130     END-EVALUATE.
009140 5500-EXIT.
009150     EXIT.
009160*----------------------------------------------------------------
009170 5900-WRITE-REPORT-LINE.
009180*    WRITE ONE FORMATTED LINE, BREAKING TO A FRESH PAGE HEADING
009190*    EVERY 55 LINES SO THE REPORT FILES CLEANLY.
009200*----------------------------------------------------------------
009210     IF AK-WS-RPT-LINE-COUNT > 55
009220         PERFORM 5910-WRITE-PAGE-HEADING THRU 5910-EXIT
009230     END-IF.
009240     WRITE AK-REPORT-LINE AFTER ADVANCING 1 LINE.
009250     ADD 1 TO AK-WS-RPT-LINE-COUNT.
009260 5900-EXIT.
009270     EXIT.
009280*----------------------------------------------------------------
009290 5910-WRITE-PAGE-HEADING.
009300*----------------------------------------------------------------
009310     MOVE AK-REPORT-LINE TO AK-WS-RPT-HOLD-LINE.
009320     ADD 1 TO AK-WS-RPT-PAGE-COUNT.
009330     MOVE AK-WS-RUN-TIMESTAMP(1:21) TO AK-RPT-H1-TIMESTAMP.
009340     MOVE AK-WS-RPT-PAGE-COUNT TO AK-RPT-H1-PAGE.
009350     MOVE AK-RPT-HEADING-1 TO AK-REPORT-LINE.
009360     WRITE AK-REPORT-LINE AFTER ADVANCING PAGE.
009370     MOVE SPACES TO AK-REPORT-LINE.
009380     WRITE AK-REPORT-LINE AFTER ADVANCING 1 LINE.
009390     MOVE 2 TO AK-WS-RPT-LINE-COUNT.
009400     MOVE AK-WS-RPT-HOLD-LINE TO AK-REPORT-LINE.
009410 5910-EXIT.
009420     EXIT.
009430*----------------------------------------------------------------
009440 9000-TERMINATE.
009450*    OVERDUE FLASH OR HIGH-PRIORITY TRAFFIC ENDS THE JOB AT
009460*    RETURN CODE 8 SO SCHEDULING PAGES THE DUTY OFFICER.  ACKS
009470*    FOR TRAFFIC NEVER DISPATCHED ONLY WARN, AT RETURN CODE 4.
009480*----------------------------------------------------------------
009490     CLOSE OPEN-REGISTER-OUT.
009500     CLOSE AGING-REPORT.
009510     DISPLAY "ACKTRACK: " AK-WS-OUTSTANDING " UNACKNOWLEDGED, "
009520         AK-WS-ESCALATED " ESCALATED, " AK-WS-ORPHAN-COUNT
009530         " ACKS NEVER DISPATCHED".
009540     IF AK-WS-ESCALATED > 0
009550         MOVE 8 TO RETURN-CODE
009560     ELSE
009570         IF AK-WS-ORPHAN-COUNT > 0
009580             MOVE 4 TO RETURN-CODE
009590         END-IF
009600     END-IF.
009610 9000-EXIT.
009620     EXIT.
009630*----------------------------------------------------------------
009640 9900-END-LEDGER-STEP.
009650*    READ IS THE DISPATCH REGISTER ENTRIES, TO CROSS-FOOT AGAINST
009660*    WHAT MSGDISPATCH WROTE.  WRITTEN IS THE ENTRIES CARRIED
009670*    OPEN; REJECTED IS THE ACKS FOR TRAFFIC NEVER DISPATCHED.
009680*----------------------------------------------------------------
009690     MOVE "E" TO AK-LQ-FUNCTION.
009700     MOVE RETURN-CODE TO AK-LQ-RETURN-CODE.
009710     COMPUTE AK-LQ-READ =
009720         AK-WS-DISPATCHED-NEW + AK-WS-DUP-REGISTER.
009730     MOVE AK-WS-CARRIED-OUT TO AK-LQ-WRITTEN.
009740     MOVE AK-WS-ORPHAN-COUNT TO AK-LQ-REJECTED.
009750     CALL "RunLedger" USING AK-LEDGER-REQUEST.
009760 9900-EXIT.
009770     EXIT.
009780*----------------------------------------------------------------
009790 9950-ABEND-STEP.
009800*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
009810*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
009820*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
009830*    STEP ENDED RATHER THAN A START WITH NO END.
009840*----------------------------------------------------------------
009850     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
009860     STOP RUN.
009870 9950-EXIT.
009880     EXIT.
