000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    KeyChange.
000030 AUTHOR.        R HALVERSEN.
000040 INSTALLATION.  CRYPTO OPERATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/26  RH   ORIGINAL VERSION.  A SOURCE CHANGING ITS SHIFT
000120*                OR KEYWORD IS THE USUAL CAUSE OF AN UNRESOLVED
000130*                SPIKE, AND UNTIL NOW THE DESK ONLY LEARNED OF IT
000140*                THE NEXT MORNING WHEN THE SUMMRPT UNRESOLVED
000150*                RATE CROSSED ITS THRESHOLD.  THIS JOB RUNS AFTER
000160*                CAESARCIPHER, PROFILES TONIGHT'S MSGRESLT BY
000170*                SOURCE SYSTEM (DOMINANT WINNING SHIFT, DOMINANT
000180*                KEYLIB KEYWORD, RESOLVED RATE), KEEPS A HISTORY
000190*                FILE OF THOSE PROFILES BY SOURCE AND BATCH DATE,
000200*                AND PRINTS AN ALERT WHEN A SOURCE'S SHIFT OR
000210*                KEYWORD MOVES AWAY FROM ITS TRAILING HISTORY OR
000220*                ITS RESOLVED RATE FALLS SHARPLY.  THE SAMPLE
000230*                MESSAGES BEHIND EACH ALERT ARE LISTED AND ALSO
000240*                WRITTEN, CIPHERTEXT FROM THE AUDIT LOG, IN THE
000250*                RETRY-QUEUE LAYOUT SO KEYWORDANALYSIS CAN BE
000260*                POINTED STRAIGHT AT THEM THE SAME MORNING.
000262* 10/15/26  RH   AUDIT LOG RECORD NOW 603 BYTES, CARRYING THE
000264*                SEQUENCE NUMBER AND CHAIN CHECK VALUES STAMPED BY
000266*                AUDITCHAIN.  THEY ARE NOT USED HERE.
000268* 10/15/26  RH   MSGRESLT DETAIL CARRIES THE ATBASH OR AFFINE
000270*                DECODE MULTIPLIER; LAYOUT FOLLOWS.  ATBASH AND
000272*                AFFINE DECODES COUNT AS RESOLVED TRAFFIC BUT FEED
000274*                NEITHER THE SHIFT NOR THE KEYWORD PROFILE.
000275* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000276*                THROUGH THE RUNLEDGER MODULE, AND IS REFUSED AT
000277*                START-UP UNLESS CAESARCIPHER HAS ENDED AT RETURN
000278*                CODE 4 OR BELOW FOR THE MSGRESLT BATCH DATE.  THE
000279*                MSGRESLT HEADER IS NOW READ BEFORE THE OUTPUTS
000280*                ARE OPENED.
000281* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000282*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000283*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000284*                RUN STOPS.
000285*----------------------------------------------------------------
000286 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT MSG-RESULTS ASSIGN TO "MSGRESLT"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS KC-WS-RESULTS-STATUS.
000370     SELECT HISTORY-IN ASSIGN TO "KEYHIST"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS KC-WS-HIST-IN-STATUS.
000400     SELECT HISTORY-OUT ASSIGN TO "KEYHSTNW"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS KC-WS-HIST-OUT-STATUS.
000430     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS KC-WS-AUDIT-STATUS.
000460     SELECT KEY-SAMPLES ASSIGN TO "KEYSAMP"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS KC-WS-SAMPLE-STATUS.
000490     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS KC-WS-CONTROL-STATUS.
000520     SELECT ALERT-REPORT ASSIGN TO "KEYRPT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS KC-WS-REPORT-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580*----------------------------------------------------------------
000590* MSGRESLT LAYOUT, AS CAESARCIPHER WRITES IT.
000600*----------------------------------------------------------------
000610 FD  MSG-RESULTS
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  KC-RESULT-RECORD.
000650     05  KC-RR-REC-TYPE        PIC X(01).
000660         88  KC-RR-HEADER                VALUE "H".
000670         88  KC-RR-DETAIL                VALUE "D".
000680         88  KC-RR-TRAILER               VALUE "T".
000690     05  KC-RR-MESSAGE-ID      PIC X(10).
000700     05  KC-RR-SEGMENT-NO      PIC 9(02).
000710     05  KC-RR-CONT-FLAG       PIC X(01).
000720     05  KC-RR-PRIORITY        PIC 9(01).
000730     05  KC-RR-LANGUAGE        PIC X(01).
000740     05  KC-RR-SHIFT           PIC 9(03).
000750     05  KC-RR-STATUS          PIC X(10).
000760     05  KC-RR-TEXT            PIC X(100).
000770     05  KC-RR-SOURCE-SYSTEM   PIC X(08).
000780     05  KC-RR-KEYWORD         PIC X(10).
000785     05  KC-RR-MULTIPLIER      PIC 9(02).
000790 01  KC-RESULT-HDR-RECORD.
000800     05  FILLER                PIC X(01).
000810     05  KC-RH-BATCH-DATE      PIC X(08).
000820     05  KC-RH-SOURCE-SYSTEM   PIC X(08).
000830     05  KC-RH-JOB-ID          PIC X(08).
000840     05  FILLER                PIC X(124).
000850 01  KC-RESULT-TRL-RECORD.
000860     05  FILLER                PIC X(01).
000870     05  KC-RT-RECORD-COUNT    PIC 9(07).
000880     05  FILLER                PIC X(141).
000890*----------------------------------------------------------------
000900* KEY HISTORY.  ONE RECORD PER SOURCE SYSTEM PER BATCH DATE.
000910* KEYHIST IS LAST NIGHT'S GENERATION; KEYHSTNW IS TONIGHT'S,
000920* CARRYING EVERY OLD RECORD FORWARD PLUS TONIGHT'S PROFILES.
000930*----------------------------------------------------------------
000940 FD  HISTORY-IN
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  KC-HIST-IN-RECORD.
000980     05  KC-HI-SOURCE-SYSTEM   PIC X(08).
000990     05  KC-HI-BATCH-DATE      PIC X(08).
001000     05  KC-HI-SHIFT           PIC 9(03).
001010     05  KC-HI-SHIFT-MSGS      PIC 9(07).
001020     05  KC-HI-KEYWORD         PIC X(10).
001030     05  KC-HI-KEYWORD-MSGS    PIC 9(07).
001040     05  KC-HI-ASSESSED        PIC 9(07).
001050     05  KC-HI-RESOLVED        PIC 9(07).
001060     05  KC-HI-RESOLVED-PCT    PIC 9(03)V9.
001070     05  FILLER                PIC X(19).
001080*
001090 FD  HISTORY-OUT
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  KC-HIST-OUT-RECORD.
001130     05  KC-HO-SOURCE-SYSTEM   PIC X(08).
001140     05  KC-HO-BATCH-DATE      PIC X(08).
001150     05  KC-HO-SHIFT           PIC 9(03).
001160     05  KC-HO-SHIFT-MSGS      PIC 9(07).
001170     05  KC-HO-KEYWORD         PIC X(10).
001180     05  KC-HO-KEYWORD-MSGS    PIC 9(07).
001190     05  KC-HO-ASSESSED        PIC 9(07).
001200     05  KC-HO-RESOLVED        PIC 9(07).
001210     05  KC-HO-RESOLVED-PCT    PIC 9(03)V9.
001220     05  FILLER                PIC X(19).
001230*----------------------------------------------------------------
001240* AUDIT LOG, IN THE LAYOUT CAESARCIPHER 6000-WRITE-AUDIT-RECORD
001250* APPENDS.  ONLY DECIPHER RECORDS ARE OF INTEREST -- THEY CARRY
001260* THE RAW CIPHERTEXT OF EVERY MESSAGE THE RUN DECODED.
001270*----------------------------------------------------------------
001280 FD  AUDIT-LOG
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 01  KC-AUDIT-RECORD.
001320     05  KC-AL-TIMESTAMP       PIC X(26).
001330     05  KC-AL-JOB-ID          PIC X(08).
001340     05  KC-AL-MESSAGE-ID      PIC X(10).
001350     05  KC-AL-RAW-TEXT        PIC X(500).
001360     05  KC-AL-SHIFTS-TRIED    PIC X(20).
001370     05  KC-AL-SHIFT-SELECTED  PIC 9(03).
001380     05  KC-AL-MODE            PIC X(09).
001382     05  KC-AL-SEQUENCE        PIC 9(09).
001384     05  KC-AL-PREV-CHAIN      PIC 9(09).
001386     05  KC-AL-CHECK-VALUE     PIC 9(09).
001390*----------------------------------------------------------------
001400* SAMPLE MESSAGES, IN THE RETRY-QUEUE LAYOUT KEYWORDANALYSIS
001410* READS AS ANALYSIN.
001420*----------------------------------------------------------------
001430 FD  KEY-SAMPLES
001440     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD.
001460 01  KC-SAMPLE-RECORD.
001470     05  KC-KS-MESSAGE-ID      PIC X(10).
001480     05  KC-KS-ATTEMPTS        PIC 9(02).
001490     05  KC-KS-PRIORITY        PIC 9(01).
001500     05  KC-KS-SEG-COUNT       PIC 9(02).
001510     05  KC-KS-LANGUAGE        PIC X(01).
001520     05  KC-KS-TEXT            PIC X(500).
001530*
001540 FD  CONTROL-CARD
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD.
001570 01  KC-CONTROL-RECORD.
001580     05  KC-CTL-WINDOW         PIC 9(02).
001590     05  KC-CTL-DROP-PCT       PIC 9(03).
001600     05  KC-CTL-MIN-MSGS       PIC 9(03).
001610     05  KC-CTL-SAMPLES        PIC 9(02).
001620*
001630 FD  ALERT-REPORT
001640     RECORDING MODE IS F
001650     LABEL RECORDS ARE STANDARD.
001660 01  KC-REPORT-LINE            PIC X(132).
001670*
001680 WORKING-STORAGE SECTION.
001690*----------------------------------------------------------------
001700* FILE STATUS AND END-OF-FILE SWITCHES
001710*----------------------------------------------------------------
001720 01  KC-WS-RESULTS-STATUS      PIC X(02) VALUE SPACES.
001730 01  KC-WS-HIST-IN-STATUS      PIC X(02) VALUE SPACES.
001740 01  KC-WS-HIST-OUT-STATUS     PIC X(02) VALUE SPACES.
001750 01  KC-WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
001760 01  KC-WS-SAMPLE-STATUS       PIC X(02) VALUE SPACES.
001770 01  KC-WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
001780 01  KC-WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
001790 01  KC-WS-EOF-SWITCH          PIC X(01) VALUE "N".
001800     88  KC-WS-EOF-YES                   VALUE "Y".
001810 01  KC-WS-RUN-TIMESTAMP       PIC X(26) VALUE SPACES.
001820*----------------------------------------------------------------
001830* MSGRESLT INTEGRITY CONTROL AREAS
001840*----------------------------------------------------------------
001850 01  KC-WS-HDR-SEEN-FLAG       PIC X(01) VALUE "N".
001860     88  KC-WS-HDR-SEEN                  VALUE "Y".
001870 01  KC-WS-TRL-SEEN-FLAG       PIC X(01) VALUE "N".
001880     88  KC-WS-TRL-SEEN                  VALUE "Y".
001890 01  KC-WS-TRL-COUNT           PIC 9(07) VALUE 0.
001900 01  KC-WS-RECORDS-READ        PIC 9(07) VALUE 0.
001910 01  KC-WS-MESSAGES-READ       PIC 9(07) VALUE 0.
001920 01  KC-WS-BATCH-DATE          PIC X(08) VALUE SPACES.
001930*----------------------------------------------------------------
001940* CONTROL-CARD SETTINGS.  THE TRAILING WINDOW IS THE NUMBER OF
001950* PRIOR BATCH DATES A SOURCE IS COMPARED AGAINST; A RATE ALERT
001960* NEEDS THE RESOLVED RATE TO FALL BY AT LEAST THE DROP IN
001970* PERCENTAGE POINTS ON AT LEAST THE MINIMUM MESSAGE COUNT.
001980*----------------------------------------------------------------
001990 01  KC-WS-WINDOW              PIC 9(02) VALUE 7.
002000 01  KC-WS-WINDOW-MAX          PIC 9(02) VALUE 10.
002010 01  KC-WS-DROP-PCT            PIC 9(03) VALUE 20.
002020 01  KC-WS-MIN-MSGS            PIC 9(03) VALUE 5.
002030 01  KC-WS-SAMPLES-PER-ALERT   PIC 9(02) VALUE 5.
002040 01  KC-WS-SAMPLES-MAX         PIC 9(02) VALUE 20.
002050*----------------------------------------------------------------
002060* RUN COUNTERS
002070*----------------------------------------------------------------
002080 01  KC-WS-HIST-READ           PIC 9(07) VALUE 0.
002090 01  KC-WS-HIST-CARRIED        PIC 9(07) VALUE 0.
002100 01  KC-WS-HIST-REPLACED       PIC 9(07) VALUE 0.
002110 01  KC-WS-HIST-WRITTEN        PIC 9(07) VALUE 0.
002120 01  KC-WS-ALERT-COUNT         PIC 9(07) VALUE 0.
002130 01  KC-WS-AUDIT-READ          PIC 9(07) VALUE 0.
002140 01  KC-WS-SAMPLES-WRITTEN     PIC 9(07) VALUE 0.
002150 01  KC-WS-SAMPLES-NO-TEXT     PIC 9(07) VALUE 0.
002160*----------------------------------------------------------------
002170* SOURCE SYSTEM PROFILE TABLE.  ONE ENTRY PER SOURCE SEEN ON
002180* MSGRESLT: TONIGHT'S COUNTS, THE WINNING-SHIFT AND KEYWORD
002190* TALLIES, THE TRAILING HISTORY ENTRIES PULLED FROM KEYHIST,
002200* THE BASELINE THEY GIVE, AND THE ALERTS RAISED.  ONLY
002210* DUPLICATE AND ENCIPHERED MESSAGES ARE LEFT OUT OF THE
002220* ASSESSED COUNT THE RESOLVED RATE IS TAKEN OVER.
002230*----------------------------------------------------------------
002240 01  KC-WS-SRC-MAX             PIC 9(02) VALUE 20.
002250 01  KC-WS-SRC-COUNT           PIC 9(02) VALUE 0.
002260 01  KC-WS-SRC-IDX             PIC 9(02) VALUE 0.
002270 01  KC-WS-SRC-FOUND           PIC 9(02) VALUE 0.
002280 01  KC-WS-SRC-FULL-FLAG       PIC X(01) VALUE "N".
002290 01  KC-WS-SRC-KEY             PIC X(08) VALUE SPACES.
002300 01  KC-SOURCE-TABLE.
002310     05  KC-SRC-ENTRY  OCCURS 20 TIMES.
002320         10  KC-SR-SOURCE-SYSTEM
002330                               PIC X(08).
002340         10  KC-SR-ASSESSED    PIC 9(07).
002350         10  KC-SR-RESOLVED    PIC 9(07).
002360         10  KC-SR-UNRESOLVED  PIC 9(07).
002370         10  KC-SR-PCT         PIC 9(03)V9.
002380         10  KC-SR-SHIFT-TALLY PIC 9(05) OCCURS 27 TIMES.
002390         10  KC-SR-DOM-SHIFT   PIC 9(03).
002400         10  KC-SR-DOM-SHIFT-MSGS
002410                               PIC 9(07).
002420         10  KC-SR-KW-COUNT    PIC 9(02).
002430         10  KC-SR-KW-ENTRY  OCCURS 10 TIMES.
002440             15  KC-SR-KW-KEYWORD
002450                               PIC X(10).
002460             15  KC-SR-KW-MSGS PIC 9(05).
002470         10  KC-SR-DOM-KEYWORD PIC X(10).
002480         10  KC-SR-DOM-KW-MSGS PIC 9(07).
002490         10  KC-SR-TR-COUNT    PIC 9(02).
002500         10  KC-SR-TR-ENTRY  OCCURS 10 TIMES.
002510             15  KC-SR-TR-DATE PIC X(08).
002520             15  KC-SR-TR-SHIFT
002530                               PIC 9(03).
002540             15  KC-SR-TR-SHIFT-MSGS
002550                               PIC 9(07).
002560             15  KC-SR-TR-KEYWORD
002570                               PIC X(10).
002580             15  KC-SR-TR-KW-MSGS
002590                               PIC 9(07).
002600             15  KC-SR-TR-ASSESSED
002610                               PIC 9(07).
002620             15  KC-SR-TR-PCT  PIC 9(03)V9.
002630         10  KC-SR-BASE-SHIFT  PIC 9(03).
002640         10  KC-SR-BASE-SHIFT-SET
002650                               PIC X(01).
002660         10  KC-SR-BASE-KEYWORD
002670                               PIC X(10).
002680         10  KC-SR-BASE-PCT    PIC 9(03)V9.
002690         10  KC-SR-BASE-PCT-SET
002700                               PIC X(01).
002710         10  KC-SR-SHIFT-ALERT PIC X(01).
002720         10  KC-SR-KW-ALERT    PIC X(01).
002730         10  KC-SR-RATE-ALERT  PIC X(01).
002740*----------------------------------------------------------------
002750* PROFILE AND BASELINE WORK AREAS
002760*----------------------------------------------------------------
002770 01  KC-WS-SHIFT-IDX           PIC 9(02) VALUE 0.
002780 01  KC-WS-KW-MAX              PIC 9(02) VALUE 10.
002790 01  KC-WS-KW-IDX              PIC 9(02) VALUE 0.
002800 01  KC-WS-KW-FOUND            PIC 9(02) VALUE 0.
002810 01  KC-WS-KW-FULL-FLAG        PIC X(01) VALUE "N".
002820 01  KC-WS-TR-IDX              PIC 9(02) VALUE 0.
002830 01  KC-WS-TR-IDX-2            PIC 9(02) VALUE 0.
002840 01  KC-WS-TR-OLDEST           PIC 9(02) VALUE 0.
002850 01  KC-WS-TR-MATCHES          PIC 9(02) VALUE 0.
002860 01  KC-WS-BEST-SHIFT-MATCHES  PIC 9(02) VALUE 0.
002870 01  KC-WS-BEST-SHIFT-DATE     PIC X(08) VALUE SPACES.
002880 01  KC-WS-BEST-KW-MATCHES     PIC 9(02) VALUE 0.
002890 01  KC-WS-BEST-KW-DATE        PIC X(08) VALUE SPACES.
002900 01  KC-WS-PCT-SUM             PIC 9(05)V9 VALUE 0.
002910 01  KC-WS-PCT-ENTRIES         PIC 9(02) VALUE 0.
002920 01  KC-WS-PCT-DROP            PIC 9(03)V9 VALUE 0.
002930*----------------------------------------------------------------
002940* MESSAGE TABLE.  ONE ENTRY PER MESSAGE ON MSGRESLT, KEPT ONLY
002950* SO THE SAMPLES BEHIND AN ALERT CAN BE PICKED ONCE EVERY
002960* SOURCE HAS BEEN PROFILED.  A NIGHT TOO BIG FOR THE TABLE IS
002970* STILL PROFILED IN FULL; ONLY THE SAMPLING IS CUT SHORT.
002980*----------------------------------------------------------------
002990 01  KC-WS-MSG-MAX             PIC 9(04) VALUE 2000.
003000 01  KC-WS-MSG-COUNT           PIC 9(04) VALUE 0.
003010 01  KC-WS-MSG-IDX             PIC 9(04) VALUE 0.
003020 01  KC-WS-MSG-FULL-FLAG       PIC X(01) VALUE "N".
003030 01  KC-WS-MSG-TABLED-FLAG     PIC X(01) VALUE "N".
003040     88  KC-WS-MSG-TABLED                VALUE "Y".
003050 01  KC-MESSAGE-TABLE.
003060     05  KC-MSG-ENTRY  OCCURS 2000 TIMES.
003070         10  KC-MT-MESSAGE-ID  PIC X(10).
003080         10  KC-MT-SRC-IDX     PIC 9(02).
003090         10  KC-MT-STATUS      PIC X(10).
003100         10  KC-MT-SHIFT       PIC 9(03).
003110         10  KC-MT-KEYWORD     PIC X(10).
003120         10  KC-MT-PRIORITY    PIC 9(01).
003130         10  KC-MT-LANGUAGE    PIC X(01).
003140         10  KC-MT-SEG-COUNT   PIC 9(02).
003150*----------------------------------------------------------------
003160* SAMPLE TABLE.  THE MESSAGES BEHIND THE ALERTS, EACH ONCE,
003170* WITH THE CIPHERTEXT RECOVERED FROM THE AUDIT LOG.
003180*----------------------------------------------------------------
003190 01  KC-WS-SMP-MAX             PIC 9(03) VALUE 100.
003200 01  KC-WS-SMP-COUNT           PIC 9(03) VALUE 0.
003210 01  KC-WS-SMP-IDX             PIC 9(03) VALUE 0.
003220 01  KC-WS-SMP-FOUND           PIC 9(03) VALUE 0.
003230 01  KC-WS-SMP-FULL-FLAG       PIC X(01) VALUE "N".
003240 01  KC-WS-SMP-PICKED          PIC 9(02) VALUE 0.
003250 01  KC-WS-ALERT-TYPE          PIC X(07) VALUE SPACES.
003260 01  KC-SAMPLE-TABLE.
003270     05  KC-SMP-ENTRY  OCCURS 100 TIMES.
003280         10  KC-SP-MESSAGE-ID  PIC X(10).
003290         10  KC-SP-MSG-IDX     PIC 9(04).
003300         10  KC-SP-SRC-IDX     PIC 9(02).
003310         10  KC-SP-ALERT       PIC X(07).
003320         10  KC-SP-TEXT        PIC X(500).
003330         10  KC-SP-TEXT-FOUND  PIC X(01).
003331*----------------------------------------------------------------
003332* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
003333* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
003334* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
003335* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
003336*----------------------------------------------------------------
003337 01  KC-LEDGER-REQUEST.
003338     05  KC-LQ-FUNCTION        PIC X(01).
003339     05  KC-LQ-PROGRAM         PIC X(16) VALUE "KEYCHANGE".
003340     05  KC-LQ-JOB-ID          PIC X(08) VALUE SPACES.
003341     05  KC-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
003342     05  KC-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
003343     05  KC-LQ-READ            PIC 9(09) VALUE 0.
003344     05  KC-LQ-WRITTEN         PIC 9(09) VALUE 0.
003345     05  KC-LQ-REJECTED        PIC 9(09) VALUE 0.
003346     05  KC-LQ-START-TS        PIC X(14) VALUE SPACES.
003347     05  KC-LQ-RESULT          PIC X(01) VALUE SPACES.
003348         88  KC-LQ-CLEARED               VALUE "Y".
003349     05  KC-LQ-MESSAGE         PIC X(80) VALUE SPACES.
003350*----------------------------------------------------------------
003351* REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED STYLE AS
003360* THE CAESARCIPHER OPERATOR SUMMARY.
003370*----------------------------------------------------------------
003380 01  KC-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
003390 01  KC-WS-RPT-PAGE-COUNT      PIC 9(03) VALUE 0.
003400 01  KC-WS-RPT-HOLD-LINE       PIC X(132) VALUE SPACES.
003410 01  KC-WS-EDIT-FROM           PIC ZZ9.9.
003420 01  KC-WS-EDIT-TO             PIC ZZ9.9.
003425 01  KC-WS-STRING-PTR          PIC 9(03) VALUE 1.
003430 01  KC-RPT-HEADING-1.
003440     05  FILLER                PIC X(38) VALUE
003450         "KEYCHANGE  KEY-CHANGE DETECTION REPORT".
003460     05  FILLER                PIC X(07) VALUE SPACES.
003470     05  FILLER                PIC X(04) VALUE "RUN ".
003480     05  KC-RPT-H1-TIMESTAMP   PIC X(21).
003490     05  FILLER                PIC X(07) VALUE "  PAGE ".
003500     05  KC-RPT-H1-PAGE        PIC ZZ9.
003510     05  FILLER                PIC X(52) VALUE SPACES.
003520 01  KC-RPT-SECTION-HDG.
003530     05  FILLER                PIC X(03) VALUE SPACES.
003540     05  KC-RPT-SH-TITLE       PIC X(40).
003550     05  FILLER                PIC X(89) VALUE SPACES.
003560 01  KC-RPT-COUNT-LINE.
003570     05  FILLER                PIC X(05) VALUE SPACES.
003580     05  KC-RPT-CL-LABEL       PIC X(30).
003590     05  KC-RPT-CL-COUNT       PIC Z,ZZZ,ZZ9.
003600     05  FILLER                PIC X(88) VALUE SPACES.
003610 01  KC-RPT-DATE-LINE.
003620     05  FILLER                PIC X(05) VALUE SPACES.
003630     05  KC-RPT-DL-LABEL       PIC X(30).
003640     05  KC-RPT-DL-DATE        PIC X(08).
003650     05  FILLER                PIC X(89) VALUE SPACES.
003660 01  KC-RPT-PROFILE-HDG.
003670     05  FILLER                PIC X(05) VALUE SPACES.
003680     05  FILLER                PIC X(08) VALUE "SOURCE".
003690     05  FILLER                PIC X(11) VALUE "   MESSAGES".
003700     05  FILLER                PIC X(07) VALUE "  RES %".
003710     05  FILLER                PIC X(07) VALUE "  HIST%".
003720     05  FILLER                PIC X(06) VALUE "  SHFT".
003730     05  FILLER                PIC X(06) VALUE "   WAS".
003740     05  FILLER                PIC X(12) VALUE "  KEYWORD".
003750     05  FILLER                PIC X(12) VALUE "  WAS".
003760     05  FILLER                PIC X(04) VALUE "  DY".
003770     05  FILLER                PIC X(22) VALUE "  ALERTS".
003780     05  FILLER                PIC X(32) VALUE SPACES.
003790 01  KC-RPT-PROFILE-LINE.
003800     05  FILLER                PIC X(05) VALUE SPACES.
003810     05  KC-RPT-PL-SOURCE      PIC X(08).
003820     05  FILLER                PIC X(02) VALUE SPACES.
003830     05  KC-RPT-PL-MSGS        PIC Z,ZZZ,ZZ9.
003840     05  FILLER                PIC X(02) VALUE SPACES.
003850     05  KC-RPT-PL-PCT         PIC ZZ9.9.
003860     05  FILLER                PIC X(02) VALUE SPACES.
003870     05  KC-RPT-PL-BASE-PCT    PIC ZZ9.9.
003880     05  KC-RPT-PL-BASE-PCT-X REDEFINES KC-RPT-PL-BASE-PCT
003890                               PIC X(05).
003900     05  FILLER                PIC X(03) VALUE SPACES.
003910     05  KC-RPT-PL-SHIFT       PIC ZZ9.
003920     05  KC-RPT-PL-SHIFT-X REDEFINES KC-RPT-PL-SHIFT
003930                               PIC X(03).
003940     05  FILLER                PIC X(03) VALUE SPACES.
003950     05  KC-RPT-PL-BASE-SHIFT  PIC ZZ9.
003960     05  KC-RPT-PL-BASE-SHIFT-X REDEFINES KC-RPT-PL-BASE-SHIFT
003970                               PIC X(03).
003980     05  FILLER                PIC X(02) VALUE SPACES.
003990     05  KC-RPT-PL-KEYWORD     PIC X(10).
004000     05  FILLER                PIC X(02) VALUE SPACES.
004010     05  KC-RPT-PL-BASE-KEYWORD
004020                               PIC X(10).
004030     05  FILLER                PIC X(02) VALUE SPACES.
004040     05  KC-RPT-PL-HIST-DAYS   PIC Z9.
004050     05  FILLER                PIC X(02) VALUE SPACES.
004060     05  KC-RPT-PL-ALERTS      PIC X(20).
004070     05  FILLER                PIC X(34) VALUE SPACES.
004080 01  KC-RPT-ALERT-LINE.
004090     05  FILLER                PIC X(05) VALUE SPACES.
004100     05  FILLER                PIC X(07) VALUE "SOURCE ".
004110     05  KC-RPT-AL-SOURCE      PIC X(08).
004120     05  FILLER                PIC X(02) VALUE SPACES.
004130     05  KC-RPT-AL-TEXT        PIC X(60).
004140     05  FILLER                PIC X(50) VALUE SPACES.
004150 01  KC-RPT-SAMPLE-LINE.
004160     05  FILLER                PIC X(10) VALUE SPACES.
004170     05  FILLER                PIC X(07) VALUE "SAMPLE ".
004180     05  KC-RPT-SM-MESSAGE-ID  PIC X(10).
004190     05  FILLER                PIC X(08) VALUE "  ALERT ".
004200     05  KC-RPT-SM-ALERT       PIC X(07).
004210     05  FILLER                PIC X(09) VALUE "  STATUS ".
004220     05  KC-RPT-SM-STATUS      PIC X(10).
004230     05  FILLER                PIC X(10) VALUE "  KEYSAMP ".
004240     05  KC-RPT-SM-WRITTEN     PIC X(13).
004250     05  FILLER                PIC X(48) VALUE SPACES.
004260*
004270 PROCEDURE DIVISION.
004280*----------------------------------------------------------------
004290 0000-MAINLINE.
004300*----------------------------------------------------------------
004310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004320     PERFORM 2000-GATHER-ONE-RESULT THRU 2000-EXIT
004330         UNTIL KC-WS-EOF-YES.
004340     PERFORM 2500-RECONCILE-COUNTS THRU 2500-EXIT.
004350     PERFORM 3000-READ-HISTORY THRU 3000-EXIT.
004360     PERFORM 4000-ASSESS-ONE-SOURCE THRU 4000-EXIT
004370         VARYING KC-WS-SRC-IDX FROM 1 BY 1
004380         UNTIL KC-WS-SRC-IDX > KC-WS-SRC-COUNT.
004390     PERFORM 3500-WRITE-ONE-HISTORY THRU 3500-EXIT
004400         VARYING KC-WS-SRC-IDX FROM 1 BY 1
004410         UNTIL KC-WS-SRC-IDX > KC-WS-SRC-COUNT.
004420     PERFORM 4500-FETCH-SAMPLE-TEXT THRU 4500-EXIT.
004430     PERFORM 4600-WRITE-ONE-SAMPLE THRU 4600-EXIT
004440         VARYING KC-WS-SMP-IDX FROM 1 BY 1
004450         UNTIL KC-WS-SMP-IDX > KC-WS-SMP-COUNT.
004460     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
004470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004475     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
004480     STOP RUN.
004490 0000-EXIT.
004500     EXIT.
004510*----------------------------------------------------------------
004520 1000-INITIALIZE.
004530*----------------------------------------------------------------
004540     MOVE FUNCTION CURRENT-DATE TO KC-WS-RUN-TIMESTAMP.
004550     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
004560     OPEN INPUT MSG-RESULTS.
004570     IF KC-WS-RESULTS-STATUS NOT = "00"
004580         DISPLAY "KEYCHANGE: MSG-RESULTS OPEN FAILED, STATUS "
004590             KC-WS-RESULTS-STATUS
004600         MOVE 16 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004621*    THE MSGRESLT HEADER GIVES THE BATCH DATE THE GATE IS CHECKED
004622*    FOR, SO IT IS READ BEFORE ANY OUTPUT IS OPENED.
004623     PERFORM 2900-READ-RESULT-RECORD THRU 2900-EXIT.
004624     IF NOT KC-WS-EOF-YES
004625         AND KC-RR-HEADER
004626         MOVE KC-RH-BATCH-DATE TO KC-WS-BATCH-DATE
004627     END-IF.
004628     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
004630     OPEN OUTPUT HISTORY-OUT.
004640     IF KC-WS-HIST-OUT-STATUS NOT = "00"
004650         DISPLAY "KEYCHANGE: HISTORY-OUT OPEN FAILED, STATUS "
004660             KC-WS-HIST-OUT-STATUS
004670         MOVE 16 TO RETURN-CODE
004680         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
004690     END-IF.
004700     OPEN OUTPUT KEY-SAMPLES.
004710     IF KC-WS-SAMPLE-STATUS NOT = "00"
004720         DISPLAY "KEYCHANGE: KEY-SAMPLES OPEN FAILED, STATUS "
004730             KC-WS-SAMPLE-STATUS
004740         MOVE 16 TO RETURN-CODE
004750         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
004760     END-IF.
004770     OPEN OUTPUT ALERT-REPORT.
004780     IF KC-WS-REPORT-STATUS NOT = "00"
004790         DISPLAY "KEYCHANGE: REPORT OPEN FAILED, STATUS "
004800             KC-WS-REPORT-STATUS
004810         MOVE 16 TO RETURN-CODE
004820         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
004830     END-IF.
004850 1000-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880 1100-READ-CONTROL-CARD.
004890*    THE CARD IS OPTIONAL.  COLUMNS 1-2 TRAILING WINDOW IN BATCH
004900*    DATES (1 THRU 10), 3-5 RATE DROP IN PERCENTAGE POINTS, 6-8
004910*    MINIMUM MESSAGES FOR A RATE ALERT, 9-10 SAMPLES LISTED PER
004920*    ALERT (1 THRU 20).  A BLANK OR OUT-OF-RANGE FIELD KEEPS ITS
004930*    DEFAULT.
004940*----------------------------------------------------------------
004950     OPEN INPUT CONTROL-CARD.
004960     IF KC-WS-CONTROL-STATUS NOT = "00"
004970         GO TO 1100-EXIT
004980     END-IF.
004990     READ CONTROL-CARD
005000         AT END
005010             CLOSE CONTROL-CARD
005020             GO TO 1100-EXIT
005030     END-READ.
005040     IF KC-CTL-WINDOW IS NUMERIC
005050         AND KC-CTL-WINDOW > 0
005060         AND KC-CTL-WINDOW NOT > KC-WS-WINDOW-MAX
005070         MOVE KC-CTL-WINDOW TO KC-WS-WINDOW
005080     END-IF.
005090     IF KC-CTL-DROP-PCT IS NUMERIC
005100         AND KC-CTL-DROP-PCT > 0
005110         AND KC-CTL-DROP-PCT NOT > 100
005120         MOVE KC-CTL-DROP-PCT TO KC-WS-DROP-PCT
005130     END-IF.
005140     IF KC-CTL-MIN-MSGS IS NUMERIC
005150         AND KC-CTL-MIN-MSGS > 0
005160         MOVE KC-CTL-MIN-MSGS TO KC-WS-MIN-MSGS
005170     END-IF.
005180     IF KC-CTL-SAMPLES IS NUMERIC
005190         AND KC-CTL-SAMPLES > 0
005200         AND KC-CTL-SAMPLES NOT > KC-WS-SAMPLES-MAX
005210         MOVE KC-CTL-SAMPLES TO KC-WS-SAMPLES-PER-ALERT
005220     END-IF.
005230     CLOSE CONTROL-CARD.
005240 1100-EXIT.
005250     EXIT.
005251*----------------------------------------------------------------
005252 1900-BEGIN-LEDGER-STEP.
005253*    RECORD THE STEP'S START ON THE RUN LEDGER.  A STEP WHOSE
005254*    PREDECESSORS HAVE NOT ENDED CLEAN FOR THE BATCH DATE STOPS
005255*    HERE, BEFORE IT HAS TOUCHED ANY FILE THEY FEED IT.
005256*----------------------------------------------------------------
005257     MOVE "B" TO KC-LQ-FUNCTION.
005258     MOVE KC-WS-BATCH-DATE TO KC-LQ-BATCH-DATE.
005259     MOVE RETURN-CODE TO KC-LQ-RETURN-CODE.
005260     CALL "RunLedger" USING KC-LEDGER-REQUEST.
005261     IF NOT KC-LQ-CLEARED
005262         DISPLAY "KEYCHANGE: RUN REFUSED -- " KC-LQ-MESSAGE
005263         MOVE 12 TO RETURN-CODE
005264         STOP RUN
005265     END-IF.
005266 1900-EXIT.
005267     EXIT.
005268*----------------------------------------------------------------
005270 2000-GATHER-ONE-RESULT.
005280*    FIRST SEGMENTS PROFILE THE MESSAGE; LATER SEGMENTS ONLY
005290*    CARRY ITS SEGMENT COUNT FORWARD FOR THE SAMPLE FILE.
005300*----------------------------------------------------------------
005310     EVALUATE TRUE
005320         WHEN KC-RR-HEADER
005330             MOVE "Y" TO KC-WS-HDR-SEEN-FLAG
005340             MOVE KC-RH-BATCH-DATE TO KC-WS-BATCH-DATE
005350         WHEN KC-RR-TRAILER
005360             MOVE KC-RT-RECORD-COUNT TO KC-WS-TRL-COUNT
005370             MOVE "Y" TO KC-WS-TRL-SEEN-FLAG
005380         WHEN KC-RR-DETAIL
005390             ADD 1 TO KC-WS-RECORDS-READ
005400             IF KC-RR-SEGMENT-NO = 1
005410                 ADD 1 TO KC-WS-MESSAGES-READ
005420                 PERFORM 2100-PROFILE-ONE-MESSAGE THRU 2100-EXIT
005430             ELSE
005440                 IF KC-WS-MSG-TABLED
005450                     AND KC-RR-MESSAGE-ID =
005460                         KC-MT-MESSAGE-ID(KC-WS-MSG-COUNT)
005470                     MOVE KC-RR-SEGMENT-NO
005480                         TO KC-MT-SEG-COUNT(KC-WS-MSG-COUNT)
005490                 END-IF
005500             END-IF
005510         WHEN OTHER
005520             DISPLAY "KEYCHANGE: UNKNOWN RESULT RECORD TYPE "
005530                 KC-RR-REC-TYPE " -- FILE PRESUMED GARBLED"
005540             MOVE 12 TO RETURN-CODE
005550             PERFORM 9950-ABEND-STEP THRU 9950-EXIT
005560     END-EVALUATE.
005570     PERFORM 2900-READ-RESULT-RECORD THRU 2900-EXIT.
005580 2000-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610 2100-PROFILE-ONE-MESSAGE.
005620*----------------------------------------------------------------
005630     MOVE "N" TO KC-WS-MSG-TABLED-FLAG.
005640     MOVE KC-RR-SOURCE-SYSTEM TO KC-WS-SRC-KEY.
005650     PERFORM 2110-FIND-SOURCE THRU 2110-EXIT.
005660     IF KC-WS-SRC-FOUND = 0
005670         PERFORM 2130-ADD-SOURCE-ENTRY THRU 2130-EXIT
005680     END-IF.
005690     IF KC-WS-SRC-FOUND = 0
005700         GO TO 2100-EXIT
005710     END-IF.
005720     EVALUATE KC-RR-STATUS
005730         WHEN "DUPLICATE "
005740         WHEN "ENCIPHERED"
005750             GO TO 2100-EXIT
005760         WHEN "UNRESOLVED"
005770             ADD 1 TO KC-SR-UNRESOLVED(KC-WS-SRC-FOUND)
005780         WHEN "BEST MATCH"
005790             ADD 1 TO KC-SR-RESOLVED(KC-WS-SRC-FOUND)
005800             IF KC-RR-SHIFT < 27
005810                 ADD 1 TO KC-SR-SHIFT-TALLY(KC-WS-SRC-FOUND,
005820                     KC-RR-SHIFT + 1)
005830             END-IF
005840         WHEN "VIGENERE  "
005850             ADD 1 TO KC-SR-RESOLVED(KC-WS-SRC-FOUND)
005860             IF KC-RR-KEYWORD NOT = SPACES
005870                 PERFORM 2140-TALLY-KEYWORD THRU 2140-EXIT
005880             END-IF
005882         WHEN "ATBASH    "
005884         WHEN "AFFINE    "
005886             ADD 1 TO KC-SR-RESOLVED(KC-WS-SRC-FOUND)
005890         WHEN OTHER
005900             ADD 1 TO KC-SR-RESOLVED(KC-WS-SRC-FOUND)
005910     END-EVALUATE.
005920     ADD 1 TO KC-SR-ASSESSED(KC-WS-SRC-FOUND).
005930     PERFORM 2160-TABLE-ONE-MESSAGE THRU 2160-EXIT.
005940 2100-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------
005970 2110-FIND-SOURCE.
005980*----------------------------------------------------------------
005990     MOVE 0 TO KC-WS-SRC-FOUND.
006000     PERFORM 2120-MATCH-ONE-SOURCE THRU 2120-EXIT
006010         VARYING KC-WS-SRC-IDX FROM 1 BY 1
006020         UNTIL KC-WS-SRC-IDX > KC-WS-SRC-COUNT
006030         OR KC-WS-SRC-FOUND > 0.
006040 2110-EXIT.
006050     EXIT.
006060*----------------------------------------------------------------
006070 2120-MATCH-ONE-SOURCE.
006080*----------------------------------------------------------------
006090     IF KC-SR-SOURCE-SYSTEM(KC-WS-SRC-IDX) = KC-WS-SRC-KEY
006100         MOVE KC-WS-SRC-IDX TO KC-WS-SRC-FOUND
006110     END-IF.
006120 2120-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150 2130-ADD-SOURCE-ENTRY.
006160*    PAST KC-WS-SRC-MAX DISTINCT SOURCES THE EXTRAS ARE NOT
006170*    PROFILED -- THE OPERATOR IS WARNED ONCE.
006180*----------------------------------------------------------------
006190     IF KC-WS-SRC-COUNT >= KC-WS-SRC-MAX
006200         IF KC-WS-SRC-FULL-FLAG NOT = "Y"
006210             MOVE "Y" TO KC-WS-SRC-FULL-FLAG
006220             DISPLAY "KEYCHANGE: MORE THAN " KC-WS-SRC-MAX
006230                 " SOURCE SYSTEMS -- EXCESS NOT PROFILED"
006240         END-IF
006250         GO TO 2130-EXIT
006260     END-IF.
006270     ADD 1 TO KC-WS-SRC-COUNT.
006280     MOVE KC-WS-SRC-COUNT TO KC-WS-SRC-FOUND.
006290     INITIALIZE KC-SRC-ENTRY(KC-WS-SRC-FOUND).
006300     MOVE KC-WS-SRC-KEY TO KC-SR-SOURCE-SYSTEM(KC-WS-SRC-FOUND).
006310     MOVE "N" TO KC-SR-BASE-SHIFT-SET(KC-WS-SRC-FOUND).
006320     MOVE "N" TO KC-SR-BASE-PCT-SET(KC-WS-SRC-FOUND).
006330     MOVE "N" TO KC-SR-SHIFT-ALERT(KC-WS-SRC-FOUND).
006340     MOVE "N" TO KC-SR-KW-ALERT(KC-WS-SRC-FOUND).
006350     MOVE "N" TO KC-SR-RATE-ALERT(KC-WS-SRC-FOUND).
006360 2130-EXIT.
006370     EXIT.
006380*----------------------------------------------------------------
006390 2140-TALLY-KEYWORD.
006400*----------------------------------------------------------------
006410     MOVE 0 TO KC-WS-KW-FOUND.
006420     PERFORM 2150-MATCH-ONE-KEYWORD THRU 2150-EXIT
006430         VARYING KC-WS-KW-IDX FROM 1 BY 1
006440         UNTIL KC-WS-KW-IDX > KC-SR-KW-COUNT(KC-WS-SRC-FOUND)
006450         OR KC-WS-KW-FOUND > 0.
006460     IF KC-WS-KW-FOUND = 0
006470         IF KC-SR-KW-COUNT(KC-WS-SRC-FOUND) >= KC-WS-KW-MAX
006480             IF KC-WS-KW-FULL-FLAG NOT = "Y"
006490                 MOVE "Y" TO KC-WS-KW-FULL-FLAG
006500                 DISPLAY "KEYCHANGE: MORE THAN " KC-WS-KW-MAX
006510                     " KEYWORDS FOR ONE SOURCE -- EXCESS IGNORED"
006520             END-IF
006530             GO TO 2140-EXIT
006540         END-IF
006550         ADD 1 TO KC-SR-KW-COUNT(KC-WS-SRC-FOUND)
006560         MOVE KC-SR-KW-COUNT(KC-WS-SRC-FOUND) TO KC-WS-KW-FOUND
006570         MOVE KC-RR-KEYWORD
006580             TO KC-SR-KW-KEYWORD(KC-WS-SRC-FOUND, KC-WS-KW-FOUND)
006590         MOVE 0 TO KC-SR-KW-MSGS(KC-WS-SRC-FOUND, KC-WS-KW-FOUND)
006600     END-IF.
006610     ADD 1 TO KC-SR-KW-MSGS(KC-WS-SRC-FOUND, KC-WS-KW-FOUND).
006620 2140-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------
006650 2150-MATCH-ONE-KEYWORD.
006660*----------------------------------------------------------------
006670     IF KC-SR-KW-KEYWORD(KC-WS-SRC-FOUND, KC-WS-KW-IDX) =
006680         KC-RR-KEYWORD
006690         MOVE KC-WS-KW-IDX TO KC-WS-KW-FOUND
006700     END-IF.
006710 2150-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740 2160-TABLE-ONE-MESSAGE.
006750*----------------------------------------------------------------
006760     IF KC-WS-MSG-COUNT >= KC-WS-MSG-MAX
006770         IF KC-WS-MSG-FULL-FLAG NOT = "Y"
006780             MOVE "Y" TO KC-WS-MSG-FULL-FLAG
006790             DISPLAY "KEYCHANGE: MORE THAN " KC-WS-MSG-MAX
006800                 " MESSAGES -- LATER ONES NOT SAMPLED"
006810         END-IF
006820         GO TO 2160-EXIT
006830     END-IF.
006840     ADD 1 TO KC-WS-MSG-COUNT.
006850     MOVE KC-RR-MESSAGE-ID TO KC-MT-MESSAGE-ID(KC-WS-MSG-COUNT).
006860     MOVE KC-WS-SRC-FOUND TO KC-MT-SRC-IDX(KC-WS-MSG-COUNT).
006870     MOVE KC-RR-STATUS TO KC-MT-STATUS(KC-WS-MSG-COUNT).
006880     MOVE KC-RR-SHIFT TO KC-MT-SHIFT(KC-WS-MSG-COUNT).
006890     MOVE KC-RR-KEYWORD TO KC-MT-KEYWORD(KC-WS-MSG-COUNT).
006900     MOVE KC-RR-PRIORITY TO KC-MT-PRIORITY(KC-WS-MSG-COUNT).
006910     MOVE KC-RR-LANGUAGE TO KC-MT-LANGUAGE(KC-WS-MSG-COUNT).
006920     MOVE 1 TO KC-MT-SEG-COUNT(KC-WS-MSG-COUNT).
006930     MOVE "Y" TO KC-WS-MSG-TABLED-FLAG.
006940 2160-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970 2500-RECONCILE-COUNTS.
006980*    A PROFILE TAKEN FROM A TRUNCATED MSGRESLT WOULD RAISE FALSE
006990*    RATE ALERTS AND POISON THE HISTORY, SO THE FILE MUST
007000*    BALANCE BEFORE ANYTHING IS WRITTEN.
007010*----------------------------------------------------------------
007020     IF NOT KC-WS-HDR-SEEN
007030         DISPLAY "KEYCHANGE: MSGRESLT HEADER RECORD MISSING"
007040         MOVE 12 TO RETURN-CODE
007050         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007060     END-IF.
007070     IF NOT KC-WS-TRL-SEEN
007080         DISPLAY "KEYCHANGE: MSGRESLT TRAILER RECORD MISSING -- "
007090             "TRANSFER PRESUMED TRUNCATED"
007100         MOVE 12 TO RETURN-CODE
007110         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007120     END-IF.
007130     IF KC-WS-TRL-COUNT NOT = KC-WS-RECORDS-READ
007140         DISPLAY "KEYCHANGE: MSGRESLT TRAILER EXPECTED "
007150             KC-WS-TRL-COUNT " RECORDS BUT " KC-WS-RECORDS-READ
007160             " WERE READ"
007170         MOVE 12 TO RETURN-CODE
007180         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007190     END-IF.
007200     IF KC-WS-BATCH-DATE = SPACES
007210         MOVE KC-WS-RUN-TIMESTAMP(1:8) TO KC-WS-BATCH-DATE
007220     END-IF.
007230 2500-EXIT.
007240     EXIT.
007250*----------------------------------------------------------------
007260 2900-READ-RESULT-RECORD.
007270*----------------------------------------------------------------
007280     READ MSG-RESULTS
007290         AT END
007300             MOVE "Y" TO KC-WS-EOF-SWITCH
007310     END-READ.
007320 2900-EXIT.
007330     EXIT.
007340*----------------------------------------------------------------
007350 3000-READ-HISTORY.
007360*    COPY LAST NIGHT'S HISTORY FORWARD, DROPPING ANY PROFILE OF
007370*    TONIGHT'S BATCH DATE FOR A SOURCE PROFILED AGAIN TONIGHT --
007380*    A RERUN REPLACES ITS OWN DAY RATHER THAN DOUBLING IT.  THE
007390*    MOST RECENT EARLIER DATES OF EACH SOURCE ARE HELD AS ITS
007400*    TRAILING WINDOW.  NO KEYHIST MOUNTED MEANS NO HISTORY YET.
007410*----------------------------------------------------------------
007420     OPEN INPUT HISTORY-IN.
007430     IF KC-WS-HIST-IN-STATUS NOT = "00"
007440         DISPLAY "KEYCHANGE: NO KEY HISTORY MOUNTED -- "
007450             "PROFILES RECORDED, NO COMPARISON MADE"
007460         GO TO 3000-EXIT
007470     END-IF.
007480     MOVE "N" TO KC-WS-EOF-SWITCH.
007490     PERFORM 3100-COPY-ONE-HISTORY THRU 3100-EXIT
007500         UNTIL KC-WS-EOF-YES.
007510     CLOSE HISTORY-IN.
007520 3000-EXIT.
007530     EXIT.
007540*----------------------------------------------------------------
007550 3100-COPY-ONE-HISTORY.
007560*----------------------------------------------------------------
007570     READ HISTORY-IN
007580         AT END
007590             MOVE "Y" TO KC-WS-EOF-SWITCH
007600             GO TO 3100-EXIT
007610     END-READ.
007620     ADD 1 TO KC-WS-HIST-READ.
007630     MOVE KC-HI-SOURCE-SYSTEM TO KC-WS-SRC-KEY.
007640     PERFORM 2110-FIND-SOURCE THRU 2110-EXIT.
007650     IF KC-WS-SRC-FOUND > 0
007660         AND KC-HI-BATCH-DATE = KC-WS-BATCH-DATE
007670         ADD 1 TO KC-WS-HIST-REPLACED
007680         GO TO 3100-EXIT
007690     END-IF.
007700     WRITE KC-HIST-OUT-RECORD FROM KC-HIST-IN-RECORD.
007710     ADD 1 TO KC-WS-HIST-CARRIED.
007720     IF KC-WS-SRC-FOUND > 0
007730         AND KC-HI-BATCH-DATE < KC-WS-BATCH-DATE
007740         PERFORM 3110-KEEP-TRAILING-ENTRY THRU 3110-EXIT
007750     END-IF.
007760 3100-EXIT.
007770     EXIT.
007780*----------------------------------------------------------------
007790 3110-KEEP-TRAILING-ENTRY.
007800*    THE WINDOW HOLDS THE LATEST KC-WS-WINDOW DATES.  ONCE FULL,
007810*    A LATER DATE DISPLACES THE OLDEST ONE HELD, SO THE HISTORY
007820*    NEED NOT ARRIVE IN DATE ORDER.
007830*----------------------------------------------------------------
007840     IF KC-SR-TR-COUNT(KC-WS-SRC-FOUND) < KC-WS-WINDOW
007850         ADD 1 TO KC-SR-TR-COUNT(KC-WS-SRC-FOUND)
007860         MOVE KC-SR-TR-COUNT(KC-WS-SRC-FOUND) TO KC-WS-TR-OLDEST
007870     ELSE
007880         MOVE 1 TO KC-WS-TR-OLDEST
007890         PERFORM 3120-CHECK-ONE-OLDEST THRU 3120-EXIT
007900             VARYING KC-WS-TR-IDX FROM 2 BY 1
007910             UNTIL KC-WS-TR-IDX > KC-SR-TR-COUNT(KC-WS-SRC-FOUND)
007920         IF KC-HI-BATCH-DATE NOT >
007930             KC-SR-TR-DATE(KC-WS-SRC-FOUND, KC-WS-TR-OLDEST)
007940             GO TO 3110-EXIT
007950         END-IF
007960     END-IF.
007970     MOVE KC-HI-BATCH-DATE
007980         TO KC-SR-TR-DATE(KC-WS-SRC-FOUND, KC-WS-TR-OLDEST).
007990     MOVE KC-HI-SHIFT
008000         TO KC-SR-TR-SHIFT(KC-WS-SRC-FOUND, KC-WS-TR-OLDEST).
008010     MOVE KC-HI-SHIFT-MSGS
008020         TO KC-SR-TR-SHIFT-MSGS(KC-WS-SRC-FOUND, KC-WS-TR-OLDEST).
008030     MOVE KC-HI-KEYWORD
008040         TO KC-SR-TR-KEYWORD(KC-WS-SRC-FOUND, KC-WS-TR-OLDEST).
008050     MOVE KC-HI-KEYWORD-MSGS
008060         TO KC-SR-TR-KW-MSGS(KC-WS-SRC-FOUND, KC-WS-TR-OLDEST).
008070     MOVE KC-HI-ASSESSED
008080         TO KC-SR-TR-ASSESSED(KC-WS-SRC-FOUND, KC-WS-TR-OLDEST).
008090     MOVE KC-HI-RESOLVED-PCT
008100         TO KC-SR-TR-PCT(KC-WS-SRC-FOUND, KC-WS-TR-OLDEST).
008110 3110-EXIT.
008120     EXIT.
008130*----------------------------------------------------------------
008140 3120-CHECK-ONE-OLDEST.
008150*----------------------------------------------------------------
008160     IF KC-SR-TR-DATE(KC-WS-SRC-FOUND, KC-WS-TR-IDX) <
008170         KC-SR-TR-DATE(KC-WS-SRC-FOUND, KC-WS-TR-OLDEST)
008180         MOVE KC-WS-TR-IDX TO KC-WS-TR-OLDEST
008190     END-IF.
008200 3120-EXIT.
008210     EXIT.
008220*----------------------------------------------------------------
008230 3500-WRITE-ONE-HISTORY.
008240*    TONIGHT'S PROFILE OF EACH SOURCE GOES ON THE END OF THE NEW
008250*    HISTORY GENERATION.  A SOURCE WITH NOTHING ASSESSED -- ONLY
008260*    DUPLICATES OR AN ENCIPHER RUN -- HAS NO PROFILE TO KEEP.
008270*----------------------------------------------------------------
008280     IF KC-SR-ASSESSED(KC-WS-SRC-IDX) = 0
008290         GO TO 3500-EXIT
008300     END-IF.
008310     MOVE SPACES TO KC-HIST-OUT-RECORD.
008320     MOVE KC-SR-SOURCE-SYSTEM(KC-WS-SRC-IDX)
008330         TO KC-HO-SOURCE-SYSTEM.
008340     MOVE KC-WS-BATCH-DATE TO KC-HO-BATCH-DATE.
008350     MOVE KC-SR-DOM-SHIFT(KC-WS-SRC-IDX) TO KC-HO-SHIFT.
008360     MOVE KC-SR-DOM-SHIFT-MSGS(KC-WS-SRC-IDX) TO KC-HO-SHIFT-MSGS.
008370     MOVE KC-SR-DOM-KEYWORD(KC-WS-SRC-IDX) TO KC-HO-KEYWORD.
008380     MOVE KC-SR-DOM-KW-MSGS(KC-WS-SRC-IDX) TO KC-HO-KEYWORD-MSGS.
008390     MOVE KC-SR-ASSESSED(KC-WS-SRC-IDX) TO KC-HO-ASSESSED.
008400     MOVE KC-SR-RESOLVED(KC-WS-SRC-IDX) TO KC-HO-RESOLVED.
008410     MOVE KC-SR-PCT(KC-WS-SRC-IDX) TO KC-HO-RESOLVED-PCT.
008420     WRITE KC-HIST-OUT-RECORD.
008430     ADD 1 TO KC-WS-HIST-WRITTEN.
008440 3500-EXIT.
008450     EXIT.
008460*----------------------------------------------------------------
008470 4000-ASSESS-ONE-SOURCE.
008480*    PROFILE THE SOURCE, SET ITS BASELINE FROM THE TRAILING
008490*    WINDOW, AND RAISE WHATEVER ALERTS THE TWO DISAGREE ON.
008500*----------------------------------------------------------------
008510     IF KC-SR-ASSESSED(KC-WS-SRC-IDX) > 0
008520         COMPUTE KC-SR-PCT(KC-WS-SRC-IDX) ROUNDED =
008530             KC-SR-RESOLVED(KC-WS-SRC-IDX) * 100
008540             / KC-SR-ASSESSED(KC-WS-SRC-IDX)
008550     END-IF.
008560     MOVE 0 TO KC-SR-DOM-SHIFT(KC-WS-SRC-IDX).
008570     MOVE 0 TO KC-SR-DOM-SHIFT-MSGS(KC-WS-SRC-IDX).
008580     PERFORM 4010-CHECK-ONE-SHIFT THRU 4010-EXIT
008590         VARYING KC-WS-SHIFT-IDX FROM 1 BY 1
008600         UNTIL KC-WS-SHIFT-IDX > 27.
008610     MOVE SPACES TO KC-SR-DOM-KEYWORD(KC-WS-SRC-IDX).
008620     MOVE 0 TO KC-SR-DOM-KW-MSGS(KC-WS-SRC-IDX).
008630     PERFORM 4020-CHECK-ONE-KEYWORD THRU 4020-EXIT
008640         VARYING KC-WS-KW-IDX FROM 1 BY 1
008650         UNTIL KC-WS-KW-IDX > KC-SR-KW-COUNT(KC-WS-SRC-IDX).
008660     IF KC-SR-TR-COUNT(KC-WS-SRC-IDX) = 0
008670         GO TO 4000-EXIT
008680     END-IF.
008690     PERFORM 4100-SET-BASELINE THRU 4100-EXIT.
008700     PERFORM 4200-RAISE-ALERTS THRU 4200-EXIT.
008710 4000-EXIT.
008720     EXIT.
008730*----------------------------------------------------------------
008740 4010-CHECK-ONE-SHIFT.
008750*    THE DOMINANT SHIFT IS THE ONE MOST BEST MATCH DECODES WON
008760*    AT; A TIE GOES TO THE LOWER SHIFT.
008770*----------------------------------------------------------------
008780     IF KC-SR-SHIFT-TALLY(KC-WS-SRC-IDX, KC-WS-SHIFT-IDX) >
008790         KC-SR-DOM-SHIFT-MSGS(KC-WS-SRC-IDX)
008800         MOVE KC-SR-SHIFT-TALLY(KC-WS-SRC-IDX, KC-WS-SHIFT-IDX)
008810             TO KC-SR-DOM-SHIFT-MSGS(KC-WS-SRC-IDX)
008820         COMPUTE KC-SR-DOM-SHIFT(KC-WS-SRC-IDX) =
008830             KC-WS-SHIFT-IDX - 1
008840     END-IF.
008850 4010-EXIT.
008860     EXIT.
008870*----------------------------------------------------------------
008880 4020-CHECK-ONE-KEYWORD.
008890*----------------------------------------------------------------
008900     IF KC-SR-KW-MSGS(KC-WS-SRC-IDX, KC-WS-KW-IDX) >
008910         KC-SR-DOM-KW-MSGS(KC-WS-SRC-IDX)
008920         MOVE KC-SR-KW-MSGS(KC-WS-SRC-IDX, KC-WS-KW-IDX)
008930             TO KC-SR-DOM-KW-MSGS(KC-WS-SRC-IDX)
008940         MOVE KC-SR-KW-KEYWORD(KC-WS-SRC-IDX, KC-WS-KW-IDX)
008950             TO KC-SR-DOM-KEYWORD(KC-WS-SRC-IDX)
008960     END-IF.
008970 4020-EXIT.
008980     EXIT.
008990*----------------------------------------------------------------
009000 4100-SET-BASELINE.
009010*    THE BASELINE SHIFT AND KEYWORD ARE THE ONES DOMINANT ON THE
009020*    MOST DATES IN THE WINDOW (A TIE GOES TO THE LATER DATE);
009030*    THE BASELINE RATE IS THE MEAN OF THE WINDOW'S RATES.
009040*----------------------------------------------------------------
009050     MOVE 0 TO KC-WS-BEST-SHIFT-MATCHES.
009060     MOVE SPACES TO KC-WS-BEST-SHIFT-DATE.
009070     MOVE 0 TO KC-WS-BEST-KW-MATCHES.
009080     MOVE SPACES TO KC-WS-BEST-KW-DATE.
009090     MOVE 0 TO KC-WS-PCT-SUM.
009100     MOVE 0 TO KC-WS-PCT-ENTRIES.
009110     PERFORM 4110-WEIGH-ONE-ENTRY THRU 4110-EXIT
009120         VARYING KC-WS-TR-IDX FROM 1 BY 1
009130         UNTIL KC-WS-TR-IDX > KC-SR-TR-COUNT(KC-WS-SRC-IDX).
009140     IF KC-WS-PCT-ENTRIES > 0
009150         COMPUTE KC-SR-BASE-PCT(KC-WS-SRC-IDX) ROUNDED =
009160             KC-WS-PCT-SUM / KC-WS-PCT-ENTRIES
009170         MOVE "Y" TO KC-SR-BASE-PCT-SET(KC-WS-SRC-IDX)
009180     END-IF.
009190 4100-EXIT.
009200     EXIT.
009210*----------------------------------------------------------------
009220 4110-WEIGH-ONE-ENTRY.
009230*----------------------------------------------------------------
009240     IF KC-SR-TR-SHIFT-MSGS(KC-WS-SRC-IDX, KC-WS-TR-IDX) > 0
009250         MOVE 0 TO KC-WS-TR-MATCHES
009260         PERFORM 4120-COUNT-SHIFT-MATCH THRU 4120-EXIT
009270             VARYING KC-WS-TR-IDX-2 FROM 1 BY 1
009280             UNTIL KC-WS-TR-IDX-2 > KC-SR-TR-COUNT(KC-WS-SRC-IDX)
009290         IF KC-WS-TR-MATCHES > KC-WS-BEST-SHIFT-MATCHES
009300             OR (KC-WS-TR-MATCHES = KC-WS-BEST-SHIFT-MATCHES
009310                 AND KC-SR-TR-DATE(KC-WS-SRC-IDX, KC-WS-TR-IDX)
009320                     > KC-WS-BEST-SHIFT-DATE)
009330             MOVE KC-WS-TR-MATCHES TO KC-WS-BEST-SHIFT-MATCHES
009340             MOVE KC-SR-TR-DATE(KC-WS-SRC-IDX, KC-WS-TR-IDX)
009350                 TO KC-WS-BEST-SHIFT-DATE
009360             MOVE KC-SR-TR-SHIFT(KC-WS-SRC-IDX, KC-WS-TR-IDX)
009370                 TO KC-SR-BASE-SHIFT(KC-WS-SRC-IDX)
009380             MOVE "Y" TO KC-SR-BASE-SHIFT-SET(KC-WS-SRC-IDX)
009390         END-IF
009400     END-IF.
009410     IF KC-SR-TR-KW-MSGS(KC-WS-SRC-IDX, KC-WS-TR-IDX) > 0
009420         MOVE 0 TO KC-WS-TR-MATCHES
009430         PERFORM 4130-COUNT-KEYWORD-MATCH THRU 4130-EXIT
009440             VARYING KC-WS-TR-IDX-2 FROM 1 BY 1
009450             UNTIL KC-WS-TR-IDX-2 > KC-SR-TR-COUNT(KC-WS-SRC-IDX)
009460         IF KC-WS-TR-MATCHES > KC-WS-BEST-KW-MATCHES
009470             OR (KC-WS-TR-MATCHES = KC-WS-BEST-KW-MATCHES
009480                 AND KC-SR-TR-DATE(KC-WS-SRC-IDX, KC-WS-TR-IDX)
009490                     > KC-WS-BEST-KW-DATE)
009500             MOVE KC-WS-TR-MATCHES TO KC-WS-BEST-KW-MATCHES
009510             MOVE KC-SR-TR-DATE(KC-WS-SRC-IDX, KC-WS-TR-IDX)
009520                 TO KC-WS-BEST-KW-DATE
009530             MOVE KC-SR-TR-KEYWORD(KC-WS-SRC-IDX, KC-WS-TR-IDX)
009540                 TO KC-SR-BASE-KEYWORD(KC-WS-SRC-IDX)
009550         END-IF
009560     END-IF.
009570     IF KC-SR-TR-ASSESSED(KC-WS-SRC-IDX, KC-WS-TR-IDX) > 0
009580         ADD KC-SR-TR-PCT(KC-WS-SRC-IDX, KC-WS-TR-IDX)
009590             TO KC-WS-PCT-SUM
009600         ADD 1 TO KC-WS-PCT-ENTRIES
009610     END-IF.
009620 4110-EXIT.
009630     EXIT.
009640*----------------------------------------------------------------
009650 4120-COUNT-SHIFT-MATCH.
009660*----------------------------------------------------------------
009670     IF KC-SR-TR-SHIFT-MSGS(KC-WS-SRC-IDX, KC-WS-TR-IDX-2) > 0
009680         AND KC-SR-TR-SHIFT(KC-WS-SRC-IDX, KC-WS-TR-IDX-2) =
009690             KC-SR-TR-SHIFT(KC-WS-SRC-IDX, KC-WS-TR-IDX)
009700         ADD 1 TO KC-WS-TR-MATCHES
009710     END-IF.
009720 4120-EXIT.
009730     EXIT.
009740*----------------------------------------------------------------
009750 4130-COUNT-KEYWORD-MATCH.
009760*----------------------------------------------------------------
009770     IF KC-SR-TR-KW-MSGS(KC-WS-SRC-IDX, KC-WS-TR-IDX-2) > 0
009780         AND KC-SR-TR-KEYWORD(KC-WS-SRC-IDX, KC-WS-TR-IDX-2) =
009790             KC-SR-TR-KEYWORD(KC-WS-SRC-IDX, KC-WS-TR-IDX)
009800         ADD 1 TO KC-WS-TR-MATCHES
009810     END-IF.
009820 4130-EXIT.
009830     EXIT.
009840*----------------------------------------------------------------
009850 4200-RAISE-ALERTS.
009860*    A SHIFT OR KEYWORD ALERT NEEDS BOTH TONIGHT AND THE WINDOW
009870*    TO HAVE ONE; A RATE ALERT NEEDS ENOUGH MESSAGES TONIGHT
009880*    THAT ONE BAD MESSAGE CANNOT TRIP IT.
009890*----------------------------------------------------------------
009900     IF KC-SR-DOM-SHIFT-MSGS(KC-WS-SRC-IDX) > 0
009910         AND KC-SR-BASE-SHIFT-SET(KC-WS-SRC-IDX) = "Y"
009920         AND KC-SR-DOM-SHIFT(KC-WS-SRC-IDX) NOT =
009930             KC-SR-BASE-SHIFT(KC-WS-SRC-IDX)
009940         MOVE "Y" TO KC-SR-SHIFT-ALERT(KC-WS-SRC-IDX)
009950         ADD 1 TO KC-WS-ALERT-COUNT
009960         MOVE "SHIFT" TO KC-WS-ALERT-TYPE
009970         PERFORM 4300-PICK-SAMPLES THRU 4300-EXIT
009980     END-IF.
009990     IF KC-SR-DOM-KW-MSGS(KC-WS-SRC-IDX) > 0
010000         AND KC-SR-BASE-KEYWORD(KC-WS-SRC-IDX) NOT = SPACES
010010         AND KC-SR-DOM-KEYWORD(KC-WS-SRC-IDX) NOT =
010020             KC-SR-BASE-KEYWORD(KC-WS-SRC-IDX)
010030         MOVE "Y" TO KC-SR-KW-ALERT(KC-WS-SRC-IDX)
010040         ADD 1 TO KC-WS-ALERT-COUNT
010050         MOVE "KEYWORD" TO KC-WS-ALERT-TYPE
010060         PERFORM 4300-PICK-SAMPLES THRU 4300-EXIT
010070     END-IF.
010080     IF KC-SR-BASE-PCT-SET(KC-WS-SRC-IDX) NOT = "Y"
010090         OR KC-SR-ASSESSED(KC-WS-SRC-IDX) < KC-WS-MIN-MSGS
010100         OR KC-SR-PCT(KC-WS-SRC-IDX) NOT <
010110             KC-SR-BASE-PCT(KC-WS-SRC-IDX)
010120         GO TO 4200-EXIT
010130     END-IF.
010140     COMPUTE KC-WS-PCT-DROP = KC-SR-BASE-PCT(KC-WS-SRC-IDX)
010150         - KC-SR-PCT(KC-WS-SRC-IDX).
010160     IF KC-WS-PCT-DROP NOT < KC-WS-DROP-PCT
010170         MOVE "Y" TO KC-SR-RATE-ALERT(KC-WS-SRC-IDX)
010180         ADD 1 TO KC-WS-ALERT-COUNT
010190         MOVE "RATE" TO KC-WS-ALERT-TYPE
010200         PERFORM 4300-PICK-SAMPLES THRU 4300-EXIT
010210     END-IF.
010220 4200-EXIT.
010230     EXIT.
010240*----------------------------------------------------------------
010250 4300-PICK-SAMPLES.
010260*    THE SAMPLES BEHIND A SHIFT ALERT ARE TONIGHT'S DECODES AT
010270*    THE NEW SHIFT, BEHIND A KEYWORD ALERT THE DECODES UNDER THE
010280*    NEW KEYWORD, AND BEHIND A RATE ALERT THE UNRESOLVED TRAFFIC.
010290*----------------------------------------------------------------
010300     MOVE 0 TO KC-WS-SMP-PICKED.
010310     PERFORM 4310-CHECK-ONE-MESSAGE THRU 4310-EXIT
010320         VARYING KC-WS-MSG-IDX FROM 1 BY 1
010330         UNTIL KC-WS-MSG-IDX > KC-WS-MSG-COUNT
010340         OR KC-WS-SMP-PICKED >= KC-WS-SAMPLES-PER-ALERT.
010350 4300-EXIT.
010360     EXIT.
010370*----------------------------------------------------------------
010380 4310-CHECK-ONE-MESSAGE.
010390*----------------------------------------------------------------
010400     IF KC-MT-SRC-IDX(KC-WS-MSG-IDX) NOT = KC-WS-SRC-IDX
010410         GO TO 4310-EXIT
010420     END-IF.
010430     EVALUATE KC-WS-ALERT-TYPE
010440         WHEN "SHIFT"
010450             IF KC-MT-STATUS(KC-WS-MSG-IDX) NOT = "BEST MATCH"
010460                 OR KC-MT-SHIFT(KC-WS-MSG-IDX) NOT =
010470                     KC-SR-DOM-SHIFT(KC-WS-SRC-IDX)
010480                 GO TO 4310-EXIT
010490             END-IF
010500         WHEN "KEYWORD"
010510             IF KC-MT-STATUS(KC-WS-MSG-IDX) NOT = "VIGENERE  "
010520                 OR KC-MT-KEYWORD(KC-WS-MSG-IDX) NOT =
010530                     KC-SR-DOM-KEYWORD(KC-WS-SRC-IDX)
010540                 GO TO 4310-EXIT
010550             END-IF
010560         WHEN OTHER
010570             IF KC-MT-STATUS(KC-WS-MSG-IDX) NOT = "UNRESOLVED"
010580                 GO TO 4310-EXIT
010590             END-IF
010600     END-EVALUATE.
010610     ADD 1 TO KC-WS-SMP-PICKED.
010620     PERFORM 4320-ADD-SAMPLE THRU 4320-EXIT.
010630 4310-EXIT.
010640     EXIT.
010650*----------------------------------------------------------------
010660 4320-ADD-SAMPLE.
010670*    A MESSAGE BEHIND TWO ALERTS IS SAMPLED ONCE, UNDER THE
010680*    FIRST.
010690*----------------------------------------------------------------
010700     MOVE 0 TO KC-WS-SMP-FOUND.
010710     PERFORM 4330-MATCH-ONE-SAMPLE THRU 4330-EXIT
010720         VARYING KC-WS-SMP-IDX FROM 1 BY 1
010730         UNTIL KC-WS-SMP-IDX > KC-WS-SMP-COUNT
010740         OR KC-WS-SMP-FOUND > 0.
010750     IF KC-WS-SMP-FOUND > 0
010760         GO TO 4320-EXIT
010770     END-IF.
010780     IF KC-WS-SMP-COUNT >= KC-WS-SMP-MAX
010790         IF KC-WS-SMP-FULL-FLAG NOT = "Y"
010800             MOVE "Y" TO KC-WS-SMP-FULL-FLAG
010810             DISPLAY "KEYCHANGE: MORE THAN " KC-WS-SMP-MAX
010820                 " SAMPLE MESSAGES -- EXCESS IGNORED"
010830         END-IF
010840         GO TO 4320-EXIT
010850     END-IF.
010860     ADD 1 TO KC-WS-SMP-COUNT.
010870     MOVE KC-MT-MESSAGE-ID(KC-WS-MSG-IDX)
010880         TO KC-SP-MESSAGE-ID(KC-WS-SMP-COUNT).
010890     MOVE KC-WS-MSG-IDX TO KC-SP-MSG-IDX(KC-WS-SMP-COUNT).
010900     MOVE KC-WS-SRC-IDX TO KC-SP-SRC-IDX(KC-WS-SMP-COUNT).
010910     MOVE KC-WS-ALERT-TYPE TO KC-SP-ALERT(KC-WS-SMP-COUNT).
010920     MOVE SPACES TO KC-SP-TEXT(KC-WS-SMP-COUNT).
010930     MOVE "N" TO KC-SP-TEXT-FOUND(KC-WS-SMP-COUNT).
010940 4320-EXIT.
010950     EXIT.
010960*----------------------------------------------------------------
010970 4330-MATCH-ONE-SAMPLE.
010980*----------------------------------------------------------------
010990     IF KC-SP-MESSAGE-ID(KC-WS-SMP-IDX) =
011000         KC-MT-MESSAGE-ID(KC-WS-MSG-IDX)
011010         MOVE KC-WS-SMP-IDX TO KC-WS-SMP-FOUND
011020     END-IF.
011030 4330-EXIT.
011040     EXIT.
011050*----------------------------------------------------------------
011060 4500-FETCH-SAMPLE-TEXT.
011070*    MSGRESLT HOLDS ONLY THE DECODE, SO THE CIPHERTEXT OF EACH
011080*    SAMPLE IS TAKEN FROM ITS DECIPHER AUDIT RECORD.  THE LOG
011090*    RUNS OLDEST FIRST, SO THE LAST RECORD FOR A MESSAGE -- THE
011100*    ONE TONIGHT'S RUN WROTE -- IS THE ONE KEPT.
011110*----------------------------------------------------------------
011120     IF KC-WS-SMP-COUNT = 0
011130         GO TO 4500-EXIT
011140     END-IF.
011150     OPEN INPUT AUDIT-LOG.
011160     IF KC-WS-AUDIT-STATUS NOT = "00"
011170         DISPLAY "KEYCHANGE: AUDIT-LOG OPEN FAILED, STATUS "
011180             KC-WS-AUDIT-STATUS " -- SAMPLES LISTED ONLY"
011190         GO TO 4500-EXIT
011200     END-IF.
011210     MOVE "N" TO KC-WS-EOF-SWITCH.
011220     PERFORM 4510-READ-ONE-AUDIT THRU 4510-EXIT
011230         UNTIL KC-WS-EOF-YES.
011240     CLOSE AUDIT-LOG.
011250 4500-EXIT.
011260     EXIT.
011270*----------------------------------------------------------------
011280 4510-READ-ONE-AUDIT.
011290*----------------------------------------------------------------
011300     READ AUDIT-LOG
011310         AT END
011320             MOVE "Y" TO KC-WS-EOF-SWITCH
011330             GO TO 4510-EXIT
011340     END-READ.
011350     ADD 1 TO KC-WS-AUDIT-READ.
011360     IF KC-AL-MODE NOT = "DECIPHER "
011370         GO TO 4510-EXIT
011380     END-IF.
011390     MOVE 0 TO KC-WS-SMP-FOUND.
011400     PERFORM 4520-MATCH-AUDIT-SAMPLE THRU 4520-EXIT
011410         VARYING KC-WS-SMP-IDX FROM 1 BY 1
011420         UNTIL KC-WS-SMP-IDX > KC-WS-SMP-COUNT
011430         OR KC-WS-SMP-FOUND > 0.
011440     IF KC-WS-SMP-FOUND > 0
011450         MOVE KC-AL-RAW-TEXT TO KC-SP-TEXT(KC-WS-SMP-FOUND)
011460         MOVE "Y" TO KC-SP-TEXT-FOUND(KC-WS-SMP-FOUND)
011470     END-IF.
011480 4510-EXIT.
011490     EXIT.
011500*----------------------------------------------------------------
011510 4520-MATCH-AUDIT-SAMPLE.
011520*----------------------------------------------------------------
011530     IF KC-SP-MESSAGE-ID(KC-WS-SMP-IDX) = KC-AL-MESSAGE-ID
011540         MOVE KC-WS-SMP-IDX TO KC-WS-SMP-FOUND
011550     END-IF.
011560 4520-EXIT.
011570     EXIT.
011580*----------------------------------------------------------------
011590 4600-WRITE-ONE-SAMPLE.
011600*    A SAMPLE GOES OUT AT ZERO ATTEMPTS -- IT IS FOR ANALYSIS,
011610*    NOT A RETRY.  ONE WITH NO CIPHERTEXT FOUND IS LISTED ON THE
011620*    REPORT BUT CANNOT BE ANALYZED, SO IT IS NOT WRITTEN.
011630*----------------------------------------------------------------
011640     IF KC-SP-TEXT-FOUND(KC-WS-SMP-IDX) NOT = "Y"
011650         ADD 1 TO KC-WS-SAMPLES-NO-TEXT
011660         GO TO 4600-EXIT
011670     END-IF.
011680     MOVE KC-SP-MSG-IDX(KC-WS-SMP-IDX) TO KC-WS-MSG-IDX.
011690     MOVE KC-SP-MESSAGE-ID(KC-WS-SMP-IDX) TO KC-KS-MESSAGE-ID.
011700     MOVE 0 TO KC-KS-ATTEMPTS.
011710     MOVE KC-MT-PRIORITY(KC-WS-MSG-IDX) TO KC-KS-PRIORITY.
011720     MOVE KC-MT-SEG-COUNT(KC-WS-MSG-IDX) TO KC-KS-SEG-COUNT.
011730     MOVE KC-MT-LANGUAGE(KC-WS-MSG-IDX) TO KC-KS-LANGUAGE.
011740     MOVE KC-SP-TEXT(KC-WS-SMP-IDX) TO KC-KS-TEXT.
011750     WRITE KC-SAMPLE-RECORD.
011760     ADD 1 TO KC-WS-SAMPLES-WRITTEN.
011770 4600-EXIT.
011780     EXIT.
011790*----------------------------------------------------------------
011800 5000-WRITE-REPORT.
011810*----------------------------------------------------------------
011820     MOVE 99 TO KC-WS-RPT-LINE-COUNT.
011830     MOVE 0 TO KC-WS-RPT-PAGE-COUNT.
011840     MOVE "RUN CONTROL" TO KC-RPT-SH-TITLE.
011850     MOVE KC-RPT-SECTION-HDG TO KC-REPORT-LINE.
011860     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
011870     MOVE "BATCH DATE" TO KC-RPT-DL-LABEL.
011880     MOVE KC-WS-BATCH-DATE TO KC-RPT-DL-DATE.
011890     MOVE KC-RPT-DATE-LINE TO KC-REPORT-LINE.
011900     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
011910     MOVE "MESSAGES ON MSGRESLT" TO KC-RPT-CL-LABEL.
011920     MOVE KC-WS-MESSAGES-READ TO KC-RPT-CL-COUNT.
011930     MOVE KC-RPT-COUNT-LINE TO KC-REPORT-LINE.
011940     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
011950     MOVE "SOURCE SYSTEMS PROFILED" TO KC-RPT-CL-LABEL.
011960     MOVE KC-WS-SRC-COUNT TO KC-RPT-CL-COUNT.
011970     MOVE KC-RPT-COUNT-LINE TO KC-REPORT-LINE.
011980     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
011990     MOVE "TRAILING WINDOW (DATES)" TO KC-RPT-CL-LABEL.
012000     MOVE KC-WS-WINDOW TO KC-RPT-CL-COUNT.
012010     MOVE KC-RPT-COUNT-LINE TO KC-REPORT-LINE.
012020     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012030     MOVE "RATE DROP THRESHOLD (POINTS)" TO KC-RPT-CL-LABEL.
012040     MOVE KC-WS-DROP-PCT TO KC-RPT-CL-COUNT.
012050     MOVE KC-RPT-COUNT-LINE TO KC-REPORT-LINE.
012060     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012070     MOVE "HISTORY RECORDS READ" TO KC-RPT-CL-LABEL.
012080     MOVE KC-WS-HIST-READ TO KC-RPT-CL-COUNT.
012090     MOVE KC-RPT-COUNT-LINE TO KC-REPORT-LINE.
012100     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012110     MOVE "HISTORY RECORDS REPLACED" TO KC-RPT-CL-LABEL.
012120     MOVE KC-WS-HIST-REPLACED TO KC-RPT-CL-COUNT.
012130     MOVE KC-RPT-COUNT-LINE TO KC-REPORT-LINE.
012140     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012150     MOVE "HISTORY RECORDS ADDED" TO KC-RPT-CL-LABEL.
012160     MOVE KC-WS-HIST-WRITTEN TO KC-RPT-CL-COUNT.
012170     MOVE KC-RPT-COUNT-LINE TO KC-REPORT-LINE.
012180     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012190     MOVE SPACES TO KC-REPORT-LINE.
012200     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012210     MOVE "KEY PROFILE BY SOURCE SYSTEM" TO KC-RPT-SH-TITLE.
012220     MOVE KC-RPT-SECTION-HDG TO KC-REPORT-LINE.
012230     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012240     MOVE KC-RPT-PROFILE-HDG TO KC-REPORT-LINE.
012250     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012260     PERFORM 5100-WRITE-ONE-PROFILE THRU 5100-EXIT
012270         VARYING KC-WS-SRC-IDX FROM 1 BY 1
012280         UNTIL KC-WS-SRC-IDX > KC-WS-SRC-COUNT.
012290     MOVE SPACES TO KC-REPORT-LINE.
012300     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012310     MOVE "KEY-CHANGE ALERTS" TO KC-RPT-SH-TITLE.
012320     MOVE KC-RPT-SECTION-HDG TO KC-REPORT-LINE.
012330     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012340     IF KC-WS-ALERT-COUNT = 0
012350         MOVE "NONE -- NO SOURCE HAS MOVED" TO KC-RPT-CL-LABEL
012360         MOVE 0 TO KC-RPT-CL-COUNT
012370         MOVE KC-RPT-COUNT-LINE TO KC-REPORT-LINE
012380         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
012390         GO TO 5000-EXIT
012400     END-IF.
012410     PERFORM 5200-WRITE-SOURCE-ALERTS THRU 5200-EXIT
012420         VARYING KC-WS-SRC-IDX FROM 1 BY 1
012430         UNTIL KC-WS-SRC-IDX > KC-WS-SRC-COUNT.
012440     MOVE SPACES TO KC-REPORT-LINE.
012450     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012460     MOVE "ALERTS RAISED" TO KC-RPT-CL-LABEL.
012470     MOVE KC-WS-ALERT-COUNT TO KC-RPT-CL-COUNT.
012480     MOVE KC-RPT-COUNT-LINE TO KC-REPORT-LINE.
012490     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012500     MOVE "SAMPLES WRITTEN TO KEYSAMP" TO KC-RPT-CL-LABEL.
012510     MOVE KC-WS-SAMPLES-WRITTEN TO KC-RPT-CL-COUNT.
012520     MOVE KC-RPT-COUNT-LINE TO KC-REPORT-LINE.
012530     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012540     MOVE "SAMPLES WITH NO AUDIT TEXT" TO KC-RPT-CL-LABEL.
012550     MOVE KC-WS-SAMPLES-NO-TEXT TO KC-RPT-CL-COUNT.
012560     MOVE KC-RPT-COUNT-LINE TO KC-REPORT-LINE.
012570     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
012580 5000-EXIT.
012590     EXIT.
012600*----------------------------------------------------------------
012610 5100-WRITE-ONE-PROFILE.
012620*    A SHIFT OR RATE THE SOURCE DOES NOT HAVE PRINTS AS DASHES
012630*    RATHER THAN A MISLEADING ZERO.
012640*----------------------------------------------------------------
012650     IF KC-SR-SOURCE-SYSTEM(KC-WS-SRC-IDX) = SPACES
012660         MOVE "UNKNOWN" TO KC-RPT-PL-SOURCE
012670     ELSE
012680         MOVE KC-SR-SOURCE-SYSTEM(KC-WS-SRC-IDX)
012690             TO KC-RPT-PL-SOURCE
012700     END-IF.
012710     MOVE KC-SR-ASSESSED(KC-WS-SRC-IDX) TO KC-RPT-PL-MSGS.
012720     MOVE KC-SR-PCT(KC-WS-SRC-IDX) TO KC-RPT-PL-PCT.
012730     IF KC-SR-BASE-PCT-SET(KC-WS-SRC-IDX) = "Y"
012740         MOVE KC-SR-BASE-PCT(KC-WS-SRC-IDX) TO KC-RPT-PL-BASE-PCT
012750     ELSE
012760         MOVE "  ---" TO KC-RPT-PL-BASE-PCT-X
012770     END-IF.
012780     IF KC-SR-DOM-SHIFT-MSGS(KC-WS-SRC-IDX) > 0
012790         MOVE KC-SR-DOM-SHIFT(KC-WS-SRC-IDX) TO KC-RPT-PL-SHIFT
012800     ELSE
012810         MOVE "---" TO KC-RPT-PL-SHIFT-X
012820     END-IF.
012830     IF KC-SR-BASE-SHIFT-SET(KC-WS-SRC-IDX) = "Y"
012840         MOVE KC-SR-BASE-SHIFT(KC-WS-SRC-IDX)
012850             TO KC-RPT-PL-BASE-SHIFT
012860     ELSE
012870         MOVE "---" TO KC-RPT-PL-BASE-SHIFT-X
012880     END-IF.
012890     MOVE KC-SR-DOM-KEYWORD(KC-WS-SRC-IDX) TO KC-RPT-PL-KEYWORD.
012900     MOVE KC-SR-BASE-KEYWORD(KC-WS-SRC-IDX)
012910         TO KC-RPT-PL-BASE-KEYWORD.
012920     MOVE KC-SR-TR-COUNT(KC-WS-SRC-IDX) TO KC-RPT-PL-HIST-DAYS.
012930     MOVE SPACES TO KC-RPT-PL-ALERTS.
012940     EVALUATE TRUE
012950         WHEN KC-SR-TR-COUNT(KC-WS-SRC-IDX) = 0
012960             MOVE "NO HISTORY" TO KC-RPT-PL-ALERTS
012970         WHEN KC-SR-SHIFT-ALERT(KC-WS-SRC-IDX) = "N"
012980             AND KC-SR-KW-ALERT(KC-WS-SRC-IDX) = "N"
012990             AND KC-SR-RATE-ALERT(KC-WS-SRC-IDX) = "N"
013000             MOVE "NONE" TO KC-RPT-PL-ALERTS
013006         WHEN OTHER
013012             MOVE 1 TO KC-WS-STRING-PTR
013018             IF KC-SR-SHIFT-ALERT(KC-WS-SRC-IDX) = "Y"
013024                 STRING "SHIFT " DELIMITED BY SIZE
013030                     INTO KC-RPT-PL-ALERTS
013036                     WITH POINTER KC-WS-STRING-PTR
013042                 END-STRING
013048             END-IF
013054             IF KC-SR-KW-ALERT(KC-WS-SRC-IDX) = "Y"
013060                 STRING "KEYWORD " DELIMITED BY SIZE
013066                     INTO KC-RPT-PL-ALERTS
013072                     WITH POINTER KC-WS-STRING-PTR
013078                 END-STRING
013084             END-IF
013090             IF KC-SR-RATE-ALERT(KC-WS-SRC-IDX) = "Y"
013096                 STRING "RATE" DELIMITED BY SIZE
013102                     INTO KC-RPT-PL-ALERTS
013108                     WITH POINTER KC-WS-STRING-PTR
013114                 END-STRING
013120             END-IF
013130     END-EVALUATE.
013140     MOVE KC-RPT-PROFILE-LINE TO KC-REPORT-LINE.
013150     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
013160 5100-EXIT.
013170     EXIT.
013180*----------------------------------------------------------------
013190 5200-WRITE-SOURCE-ALERTS.
013200*    EACH ALERT PRINTS AS ONE LINE SAYING WHAT MOVED, FOLLOWED
013210*    BY THE SAMPLE MESSAGES PICKED FOR THE SOURCE.
013220*----------------------------------------------------------------
013230     IF KC-SR-SHIFT-ALERT(KC-WS-SRC-IDX) = "N"
013240         AND KC-SR-KW-ALERT(KC-WS-SRC-IDX) = "N"
013250         AND KC-SR-RATE-ALERT(KC-WS-SRC-IDX) = "N"
013260         GO TO 5200-EXIT
013270     END-IF.
013280     IF KC-SR-SOURCE-SYSTEM(KC-WS-SRC-IDX) = SPACES
013290         MOVE "UNKNOWN" TO KC-RPT-AL-SOURCE
013300     ELSE
013310         MOVE KC-SR-SOURCE-SYSTEM(KC-WS-SRC-IDX)
013320             TO KC-RPT-AL-SOURCE
013330     END-IF.
013340     IF KC-SR-SHIFT-ALERT(KC-WS-SRC-IDX) = "Y"
013350         MOVE SPACES TO KC-RPT-AL-TEXT
013360         STRING "DOMINANT SHIFT MOVED FROM " DELIMITED BY SIZE
013370                KC-SR-BASE-SHIFT(KC-WS-SRC-IDX) DELIMITED BY SIZE
013380                " TO " DELIMITED BY SIZE
013390                KC-SR-DOM-SHIFT(KC-WS-SRC-IDX) DELIMITED BY SIZE
013400             INTO KC-RPT-AL-TEXT
013410         END-STRING
013420         MOVE KC-RPT-ALERT-LINE TO KC-REPORT-LINE
013430         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
013440     END-IF.
013450     IF KC-SR-KW-ALERT(KC-WS-SRC-IDX) = "Y"
013460         MOVE SPACES TO KC-RPT-AL-TEXT
013470         STRING "KEYWORD MOVED FROM " DELIMITED BY SIZE
013480                KC-SR-BASE-KEYWORD(KC-WS-SRC-IDX)
013490                    DELIMITED BY SPACE
013500                " TO " DELIMITED BY SIZE
013510                KC-SR-DOM-KEYWORD(KC-WS-SRC-IDX)
013520                    DELIMITED BY SPACE
013530             INTO KC-RPT-AL-TEXT
013540         END-STRING
013550         MOVE KC-RPT-ALERT-LINE TO KC-REPORT-LINE
013560         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
013570     END-IF.
013580     IF KC-SR-RATE-ALERT(KC-WS-SRC-IDX) = "Y"
013590         MOVE SPACES TO KC-RPT-AL-TEXT
013600         MOVE KC-SR-BASE-PCT(KC-WS-SRC-IDX) TO KC-WS-EDIT-FROM
013610         MOVE KC-SR-PCT(KC-WS-SRC-IDX) TO KC-WS-EDIT-TO
013620         STRING "RESOLVED RATE FELL FROM " DELIMITED BY SIZE
013630                KC-WS-EDIT-FROM DELIMITED BY SIZE
013640                "% TO " DELIMITED BY SIZE
013650                KC-WS-EDIT-TO DELIMITED BY SIZE
013660                "%" DELIMITED BY SIZE
013670             INTO KC-RPT-AL-TEXT
013680         END-STRING
013690         MOVE KC-RPT-ALERT-LINE TO KC-REPORT-LINE
013700         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
013710     END-IF.
013720     PERFORM 5210-WRITE-ONE-SAMPLE-LINE THRU 5210-EXIT
013730         VARYING KC-WS-SMP-IDX FROM 1 BY 1
013740         UNTIL KC-WS-SMP-IDX > KC-WS-SMP-COUNT.
013750 5200-EXIT.
013760     EXIT.
013770*----------------------------------------------------------------
013780 5210-WRITE-ONE-SAMPLE-LINE.
013790*----------------------------------------------------------------
013800     IF KC-SP-SRC-IDX(KC-WS-SMP-IDX) NOT = KC-WS-SRC-IDX
013810         GO TO 5210-EXIT
013820     END-IF.
013830     MOVE KC-SP-MSG-IDX(KC-WS-SMP-IDX) TO KC-WS-MSG-IDX.
013840     MOVE KC-SP-MESSAGE-ID(KC-WS-SMP-IDX)
013850         TO KC-RPT-SM-MESSAGE-ID.
013860     MOVE KC-SP-ALERT(KC-WS-SMP-IDX) TO KC-RPT-SM-ALERT.
013870     MOVE KC-MT-STATUS(KC-WS-MSG-IDX) TO KC-RPT-SM-STATUS.
013880     IF KC-SP-TEXT-FOUND(KC-WS-SMP-IDX) = "Y"
013890         MOVE "WRITTEN" TO KC-RPT-SM-WRITTEN
013900     ELSE
013910         MOVE "NO AUDIT TEXT" TO KC-RPT-SM-WRITTEN
013920     END-IF.
013930     MOVE KC-RPT-SAMPLE-LINE TO KC-REPORT-LINE.
013940     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
013950 5210-EXIT.
013960     EXIT.
013970*----------------------------------------------------------------
013980 5900-WRITE-REPORT-LINE.
013990*    WRITE ONE FORMATTED LINE, BREAKING TO A FRESH PAGE HEADING
014000*    EVERY 55 LINES SO THE REPORT FILES CLEANLY.
014010*----------------------------------------------------------------
014020     IF KC-WS-RPT-LINE-COUNT > 55
014030         PERFORM 5910-WRITE-PAGE-HEADING THRU 5910-EXIT
014040     END-IF.
014050     WRITE KC-REPORT-LINE AFTER ADVANCING 1 LINE.
014060     ADD 1 TO KC-WS-RPT-LINE-COUNT.
014070 5900-EXIT.
014080     EXIT.
014090*----------------------------------------------------------------
014100 5910-WRITE-PAGE-HEADING.
014110*----------------------------------------------------------------
014120     MOVE KC-REPORT-LINE TO KC-WS-RPT-HOLD-LINE.
014130     ADD 1 TO KC-WS-RPT-PAGE-COUNT.
014140     MOVE KC-WS-RUN-TIMESTAMP(1:21) TO KC-RPT-H1-TIMESTAMP.
014150     MOVE KC-WS-RPT-PAGE-COUNT TO KC-RPT-H1-PAGE.
014160     MOVE KC-RPT-HEADING-1 TO KC-REPORT-LINE.
014170     WRITE KC-REPORT-LINE AFTER ADVANCING PAGE.
014180     MOVE SPACES TO KC-REPORT-LINE.
014190     WRITE KC-REPORT-LINE AFTER ADVANCING 1 LINE.
014200     MOVE 2 TO KC-WS-RPT-LINE-COUNT.
014210     MOVE KC-WS-RPT-HOLD-LINE TO KC-REPORT-LINE.
014220 5910-EXIT.
014230     EXIT.
014240*----------------------------------------------------------------
014250 9000-TERMINATE.
014260*    AN ALERT ENDS THE JOB AT RETURN CODE 4 SO SCHEDULING CAN
014270*    ROUTE THE REPORT TO THE KEY DESK AHEAD OF THE MORNING.
014280*----------------------------------------------------------------
014290     CLOSE MSG-RESULTS.
014300     CLOSE HISTORY-OUT.
014310     CLOSE KEY-SAMPLES.
014320     CLOSE ALERT-REPORT.
014330     DISPLAY "KEYCHANGE: " KC-WS-SRC-COUNT " SOURCES, "
014340         KC-WS-ALERT-COUNT " ALERTS, " KC-WS-SAMPLES-WRITTEN
014350         " SAMPLES WRITTEN".
014360     IF KC-WS-ALERT-COUNT > 0
014370         MOVE 4 TO RETURN-CODE
014380     END-IF.
014390 9000-EXIT.
014400     EXIT.
014410*----------------------------------------------------------------
014420 9900-END-LEDGER-STEP.
014430*    READ IS THE MSGRESLT DETAIL RECORDS, TO CROSS-FOOT AGAINST
014440*    WHAT CAESARCIPHER WROTE.
014450*----------------------------------------------------------------
014460     MOVE "E" TO KC-LQ-FUNCTION.
014470     MOVE RETURN-CODE TO KC-LQ-RETURN-CODE.
014480     MOVE KC-WS-RECORDS-READ TO KC-LQ-READ.
014490     MOVE KC-WS-HIST-WRITTEN TO KC-LQ-WRITTEN.
014500     MOVE 0 TO KC-LQ-REJECTED.
014510     CALL "RunLedger" USING KC-LEDGER-REQUEST.
014520 9900-EXIT.
014530     EXIT.
014540*----------------------------------------------------------------
014550 9950-ABEND-STEP.
014560*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
014570*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
014580*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
014590*    STEP ENDED RATHER THAN A START WITH NO END.
014600*----------------------------------------------------------------
014610     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
014620     STOP RUN.
014630 9950-EXIT.
014640     EXIT.
