000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ManualResolve.
000030 AUTHOR.        R HALVERSEN.
000040 INSTALLATION.  CRYPTO OPERATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/26  RH   ORIGINAL VERSION.  A MESSAGE THE ANALYSTS BREAK
000120*                BY HAND HAD NO SANCTIONED WAY BACK INTO THE
000130*                SYSTEM -- THE MASTER KEPT SAYING UNRESOLVED, THE
000140*                MESSAGE KEPT CYCLING ON THE RETRY QUEUE, AND THE
000150*                DECODE NEVER REACHED A DESK.  THIS PROGRAM TAKES
000160*                RESOLUTION CARDS (MESSAGE-ID, THE ANALYST'S
000170*                DECODED TEXT OR THE SHIFT OR KEYWORD THAT BREAKS
000180*                IT, INITIALS AND REASON), REWRITES THE MASTER
000190*                RECORD AT STATUS MANUAL, APPENDS AN AUDIT RECORD
000200*                IN THE CAESARCIPHER LAYOUT, WRITES THE DECODE
000210*                AS A MSGRESLT-FORMAT FILE MSGDISPATCH ROUTES LIKE
000220*                ANY NIGHT'S OUTPUT, COPIES THE RETRY QUEUE AND
000230*                PERMANENT-FAILURES FILE FORWARD WITHOUT THE
000240*                RESOLVED MESSAGES, AND PRINTS A BEFORE/AFTER
000250*                LISTING FOR SUPERVISOR SIGN-OFF.
000253* 10/15/26  RH   MASTER AND MANRESLT DETAIL CARRY THE MESSAGE'S
000256*                SOURCE SYSTEM; THE DECODE KEEPS THE MASTER'S.
000257* 10/15/26  RH   MANRESLT DETAIL CARRIES THE ANALYST'S KEYWORD ON
000258*                A KEYWORD RESOLUTION, AS MSGRESLT NOW DOES.
000259* 10/15/26  RH   EVERY AUDIT RECORD NOW CARRIES A SEQUENCE NUMBER
000260*                RUNNING ACROSS ALL RUNS AND WRITERS, THE PREVIOUS
000261*                RECORD'S CHECK VALUE AND ITS OWN, STAMPED BY THE
000262*                AUDITCHAIN MODULE JUST BEFORE THE WRITE; THE
000263*                CHAIN POSITION IS PICKED UP AT START AND SAVED TO
000264*                AUDITCTL AT END.  THE AUDIT RECORD GROWS TO 603
000265*                BYTES.
000266* 10/15/26  RH   MSGRESLT DETAIL AND RESLTMST RECORDS CARRY THE
000267*                ATBASH OR AFFINE DECODE MULTIPLIER; LAYOUTS
000268*                FOLLOW.  A MANUAL RESOLUTION CLEARS IT ON BOTH.
000270* 10/15/26  RH   MANRESLT HEADER CARRIES THE DATE THE RUN POSTED
000272*                THE RESULTS MASTER, AS CAESARCIPHER'S MSGRESLT
000274*                HEADER DOES.
000276* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000278*                THROUGH THE RUNLEDGER MODULE, UNDER THE JOB AND
000280*                BATCH DATE OF THE MANRESLT HEADER, WITH THE CARDS
000282*                READ, RESULT RECORDS WRITTEN AND CARDS REJECTED.
000283* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000284*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000285*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000286*                RUN STOPS.
000287* 10/15/26  RH   WITHOUT AN "H" CARD THE BATCH DATE IS NOW THE
000288*                CURRENT CYCLE'S DATE AS THE RUN LEDGER RETURNS
000289*                IT, NOT THE RUN DATE, SO A RESOLUTION RUN AFTER
000290*                MIDNIGHT STILL POSTS UNDER THE CYCLE MSGDISPATCH
000291*                WILL ROUTE.
000292*----------------------------------------------------------------
000293 ENVIRONMENT DIVISION.
000294 CONFIGURATION SECTION.
000295 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT TRANSACTION-CARDS ASSIGN TO "SYSIN"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS MN-WS-CARD-STATUS.
000360     SELECT RESULTS-MASTER ASSIGN TO "RESLTMST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS MN-MR-MESSAGE-ID
000400         FILE STATUS IS MN-WS-MASTER-STATUS.
000410     SELECT RETRY-IN ASSIGN TO "RETRYIN"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS MN-WS-RETRYIN-STATUS.
000440     SELECT RETRY-NEW ASSIGN TO "RETRYNEW"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS MN-WS-RETRYNEW-STATUS.
000470     SELECT PERM-FAIL ASSIGN TO "PERMFAIL"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS MN-WS-PERMFAIL-STATUS.
000500     SELECT PERM-NEW ASSIGN TO "PERMNEW"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS MN-WS-PERMNEW-STATUS.
000530     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS MN-WS-AUDIT-STATUS.
000560     SELECT MANUAL-RESULTS ASSIGN TO "MANRESLT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS MN-WS-RESULTS-STATUS.
000590     SELECT MANUAL-REPORT ASSIGN TO "MANRPT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS MN-WS-REPORT-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*----------------------------------------------------------------
000660* TRANSACTION CARDS.  AN OPTIONAL "H" CARD FIRST NAMES THE BATCH
000670* DATE, SOURCE SYSTEM AND JOB FOR THE OUTPUT HEADER AND AUDIT
000680* TRAIL.  EACH RESOLUTION IS ONE "R" CARD -- METHOD T (DECODED
000690* TEXT FOLLOWS ON "T" CARDS, 50 CHARACTERS EACH, NUMBERED 01
000700* UP), S (THE DECODE SHIFT) OR K (THE VIGENERE KEYWORD).
000710*----------------------------------------------------------------
000720 FD  TRANSACTION-CARDS
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  MN-TRANSACTION-CARD.
000760     05  MN-TC-CARD-TYPE       PIC X(01).
000770         88  MN-TC-HEADER                VALUE "H".
000780         88  MN-TC-RESOLUTION            VALUE "R".
000790         88  MN-TC-TEXT                  VALUE "T".
000800     05  MN-TC-DATA            PIC X(79).
000810     05  MN-TC-HDR-DATA REDEFINES MN-TC-DATA.
000820         10  MN-TC-BATCH-DATE  PIC X(08).
000830         10  MN-TC-SOURCE-SYSTEM
000840                               PIC X(08).
000850         10  MN-TC-JOB-ID      PIC X(08).
000860         10  FILLER            PIC X(55).
000870     05  MN-TC-RES-DATA REDEFINES MN-TC-DATA.
000880         10  MN-TC-MESSAGE-ID  PIC X(10).
000890         10  MN-TC-METHOD      PIC X(01).
000900             88  MN-TC-BY-TEXT           VALUE "T".
000910             88  MN-TC-BY-SHIFT          VALUE "S".
000920             88  MN-TC-BY-KEYWORD        VALUE "K".
000930         10  MN-TC-SHIFT       PIC X(03).
000940         10  MN-TC-KEYWORD     PIC X(10).
000950         10  MN-TC-ANALYST     PIC X(03).
000960         10  MN-TC-REASON      PIC X(40).
000970         10  FILLER            PIC X(12).
000980     05  MN-TC-TEXT-DATA REDEFINES MN-TC-DATA.
000990         10  MN-TC-TXT-MESSAGE-ID
001000                               PIC X(10).
001010         10  MN-TC-TXT-SEQ     PIC X(02).
001020         10  MN-TC-TXT-SEQ-NUM REDEFINES MN-TC-TXT-SEQ
001030                               PIC 9(02).
001040         10  MN-TC-TXT-TEXT    PIC X(50).
001050         10  FILLER            PIC X(17).
001060*
001070 FD  RESULTS-MASTER
001080     LABEL RECORDS ARE STANDARD.
001090 01  MN-MASTER-RECORD.
001100     05  MN-MR-MESSAGE-ID      PIC X(10).
001110     05  MN-MR-PROC-DATE       PIC 9(08).
001120     05  MN-MR-PRIORITY        PIC 9(01).
001130     05  MN-MR-SHIFT           PIC 9(03).
001140     05  MN-MR-STATUS          PIC X(10).
001150     05  MN-MR-SEG-COUNT       PIC 9(02).
001160     05  MN-MR-TEXT            PIC X(500).
001165     05  MN-MR-SOURCE-SYSTEM   PIC X(08).
001167     05  MN-MR-MULTIPLIER      PIC 9(02).
001170*
001180 FD  RETRY-IN
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  MN-RETRY-IN-RECORD.
001220     05  MN-RI-MESSAGE-ID      PIC X(10).
001230     05  MN-RI-ATTEMPTS        PIC 9(02).
001240     05  MN-RI-PRIORITY        PIC 9(01).
001250     05  MN-RI-SEG-COUNT       PIC 9(02).
001260     05  MN-RI-LANGUAGE        PIC X(01).
001270     05  MN-RI-TEXT            PIC X(500).
001280*
001290 FD  RETRY-NEW
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 01  MN-RETRY-NEW-RECORD       PIC X(516).
001330*
001340 FD  PERM-FAIL
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370 01  MN-PERM-FAIL-RECORD.
001380     05  MN-PF-MESSAGE-ID      PIC X(10).
001390     05  MN-PF-ATTEMPTS        PIC 9(02).
001400     05  MN-PF-PRIORITY        PIC 9(01).
001410     05  MN-PF-SEG-COUNT       PIC 9(02).
001420     05  MN-PF-LANGUAGE        PIC X(01).
001430     05  MN-PF-TEXT            PIC X(500).
001440*
001450 FD  PERM-NEW
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480 01  MN-PERM-NEW-RECORD        PIC X(516).
001490*
001500 FD  AUDIT-LOG
001510     RECORDING MODE IS F
001520     LABEL RECORDS ARE STANDARD.
001530 01  MN-AUDIT-RECORD.
001540     05  MN-AL-TIMESTAMP       PIC X(26).
001550     05  MN-AL-JOB-ID          PIC X(08).
001560     05  MN-AL-MESSAGE-ID      PIC X(10).
001570     05  MN-AL-RAW-TEXT        PIC X(500).
001580     05  MN-AL-SHIFTS-TRIED    PIC X(20).
001590     05  MN-AL-SHIFT-SELECTED  PIC 9(03).
001600     05  MN-AL-MODE            PIC X(09).
001602     05  MN-AL-SEQUENCE        PIC 9(09).
001604     05  MN-AL-PREV-CHAIN      PIC 9(09).
001606     05  MN-AL-CHECK-VALUE     PIC 9(09).
001610*
001620*----------------------------------------------------------------
001630* MSGRESLT LAYOUT, AS CAESARCIPHER WRITES IT.
001640*----------------------------------------------------------------
001650 FD  MANUAL-RESULTS
001660     RECORDING MODE IS F
001670     LABEL RECORDS ARE STANDARD.
001680 01  MN-RESULTS-RECORD.
001690     05  MN-RR-REC-TYPE        PIC X(01).
001700     05  MN-RR-MESSAGE-ID      PIC X(10).
001710     05  MN-RR-SEGMENT-NO      PIC 9(02).
001720     05  MN-RR-CONT-FLAG       PIC X(01).
001730     05  MN-RR-PRIORITY        PIC 9(01).
001740     05  MN-RR-LANGUAGE        PIC X(01).
001750     05  MN-RR-SHIFT           PIC 9(03).
001760     05  MN-RR-STATUS          PIC X(10).
001770     05  MN-RR-TEXT            PIC X(100).
001775     05  MN-RR-SOURCE-SYSTEM   PIC X(08).
001777     05  MN-RR-KEYWORD         PIC X(10).
001778     05  MN-RR-MULTIPLIER      PIC 9(02).
001780 01  MN-RESULTS-HDR-RECORD.
001790     05  MN-RH-REC-TYPE        PIC X(01).
001800     05  MN-RH-BATCH-DATE      PIC X(08).
001810     05  MN-RH-SOURCE-SYSTEM   PIC X(08).
001820     05  MN-RH-JOB-ID          PIC X(08).
001825     05  MN-RH-POST-DATE       PIC X(08).
001830     05  FILLER                PIC X(116).
001840 01  MN-RESULTS-TRL-RECORD.
001850     05  MN-RT-REC-TYPE        PIC X(01).
001860     05  MN-RT-RECORD-COUNT    PIC 9(07).
001870     05  MN-RT-SUSPENSE-COUNT  PIC 9(07).
001880     05  FILLER                PIC X(134).
001890*
001900 FD  MANUAL-REPORT
001910     RECORDING MODE IS F
001920     LABEL RECORDS ARE STANDARD.
001930 01  MN-REPORT-LINE            PIC X(132).
001940*
001950 WORKING-STORAGE SECTION.
001960*----------------------------------------------------------------
001970* FILE STATUS AND END-OF-FILE SWITCHES
001980*----------------------------------------------------------------
001990 01  MN-WS-CARD-STATUS         PIC X(02) VALUE SPACES.
002000 01  MN-WS-MASTER-STATUS       PIC X(02) VALUE SPACES.
002010 01  MN-WS-RETRYIN-STATUS      PIC X(02) VALUE SPACES.
002020 01  MN-WS-RETRYNEW-STATUS     PIC X(02) VALUE SPACES.
002030 01  MN-WS-PERMFAIL-STATUS     PIC X(02) VALUE SPACES.
002040 01  MN-WS-PERMNEW-STATUS      PIC X(02) VALUE SPACES.
002050 01  MN-WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
002060 01  MN-WS-RESULTS-STATUS      PIC X(02) VALUE SPACES.
002070 01  MN-WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
002080 01  MN-WS-EOF-SWITCH          PIC X(01) VALUE "N".
002090     88  MN-WS-EOF-YES                   VALUE "Y".
002100 01  MN-WS-COPY-EOF-FLAG       PIC X(01) VALUE "N".
002110     88  MN-WS-COPY-EOF                  VALUE "Y".
002120 01  MN-WS-RUN-TIMESTAMP       PIC X(26) VALUE SPACES.
002130*----------------------------------------------------------------
002140* RUN IDENTIFICATION FOR THE OUTPUT HEADER AND AUDIT TRAIL.
002146* WITHOUT AN "H" CARD THE BATCH DATE IS THE CURRENT CYCLE'S, AS
002152* THE RUN LEDGER RETURNS IT AT START-UP.
002160*----------------------------------------------------------------
002170 01  MN-WS-BATCH-DATE          PIC X(08) VALUE SPACES.
002180 01  MN-WS-SOURCE-SYSTEM       PIC X(08) VALUE "MANUAL".
002190 01  MN-WS-JOB-ID              PIC X(08) VALUE "MANRSLV".
002191*----------------------------------------------------------------
002192* AUDIT CHAIN REQUEST.  EVERY AUDIT RECORD IS NUMBERED AND CHAINED
002193* TO THE ONE BEFORE BY THE AUDITCHAIN MODULE JUST BEFORE IT IS
002194* WRITTEN.
002195*----------------------------------------------------------------
002196 01  MN-CHAIN-REQUEST.
002197     05  MN-CH-FUNCTION        PIC X(01).
002198     05  MN-CH-PROGRAM         PIC X(16) VALUE "MANUALRESOLVE".
002199     05  MN-CH-JOB-ID          PIC X(08).
002200     05  MN-CH-RETURN          PIC X(02).
002201     05  MN-CH-CHECK-VALUE     PIC 9(09).
002202*----------------------------------------------------------------
002203* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
002204* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
002205* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
002206* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
002207*----------------------------------------------------------------
002208 01  MN-LEDGER-REQUEST.
002209     05  MN-LQ-FUNCTION        PIC X(01).
002210     05  MN-LQ-PROGRAM         PIC X(16) VALUE "MANUALRESOLVE".
002211     05  MN-LQ-JOB-ID          PIC X(08) VALUE SPACES.
002212     05  MN-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
002213     05  MN-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
002214     05  MN-LQ-READ            PIC 9(09) VALUE 0.
002215     05  MN-LQ-WRITTEN         PIC 9(09) VALUE 0.
002216     05  MN-LQ-REJECTED        PIC 9(09) VALUE 0.
002217     05  MN-LQ-START-TS        PIC X(14) VALUE SPACES.
002218     05  MN-LQ-RESULT          PIC X(01) VALUE SPACES.
002219         88  MN-LQ-CLEARED               VALUE "Y".
002220     05  MN-LQ-MESSAGE         PIC X(80) VALUE SPACES.
002221*----------------------------------------------------------------
002222* PENDING RESOLUTION.  AN "R" CARD OPENS ONE, ITS "T" CARDS
002223* FILL THE TEXT, AND THE NEXT "R" CARD (OR END OF CARDS) CLOSES
002230* IT -- VALIDATED WHOLE BEFORE THE MASTER IS TOUCHED, AS
002240* LANGMAINT DOES WITH A PENDING LANGUAGE.
002250*----------------------------------------------------------------
002260 01  MN-WS-PEND-OPEN-FLAG      PIC X(01) VALUE "N".
002270     88  MN-WS-PEND-OPEN                 VALUE "Y".
002280 01  MN-WS-PEND-BAD-FLAG       PIC X(01) VALUE "N".
002290     88  MN-WS-PEND-BAD                  VALUE "Y".
002300 01  MN-WS-PEND-REASON         PIC X(40) VALUE SPACES.
002310 01  MN-WS-PEND-MESSAGE-ID     PIC X(10) VALUE SPACES.
002320 01  MN-WS-PEND-METHOD         PIC X(01) VALUE SPACE.
002330     88  MN-WS-PEND-BY-TEXT              VALUE "T".
002340     88  MN-WS-PEND-BY-SHIFT             VALUE "S".
002350     88  MN-WS-PEND-BY-KEYWORD           VALUE "K".
002360 01  MN-WS-METHOD-NAME         PIC X(07) VALUE SPACES.
002370 01  MN-WS-PEND-SHIFT          PIC 9(03) VALUE 0.
002380 01  MN-WS-PEND-KEYWORD        PIC X(10) VALUE SPACES.
002390 01  MN-WS-PEND-ANALYST        PIC X(03) VALUE SPACES.
002400 01  MN-WS-PEND-ANALYST-RSN    PIC X(40) VALUE SPACES.
002410 01  MN-WS-PEND-TEXT-CARDS     PIC 9(02) VALUE 0.
002420 01  MN-WS-PEND-TEXT           PIC X(500) VALUE SPACES.
002430 01  MN-WS-TEXT-OFFSET         PIC 9(03) VALUE 0.
002440 01  MN-MAX-TEXT-CARDS         PIC 9(02) VALUE 10.
002450 01  MN-MAX-SHIFT              PIC 9(03) VALUE 26.
002460*----------------------------------------------------------------
002470* CIPHERTEXT LOOKUP.  A SHIFT OR KEYWORD CARD NEEDS THE ORIGINAL
002480* CIPHERTEXT, WHICH IS STILL ON THE RETRY QUEUE OR THE
002490* PERMANENT-FAILURES FILE; THE MASTER ONLY HOLDS THE BEST
002500* FAILED GUESS.
002510*----------------------------------------------------------------
002520 01  MN-WS-CIPHER-FOUND-FLAG   PIC X(01) VALUE "N".
002530     88  MN-WS-CIPHER-FOUND              VALUE "Y".
002540 01  MN-WS-CIPHER-TEXT         PIC X(500) VALUE SPACES.
002550 01  MN-WS-CIPHER-LANGUAGE     PIC X(01) VALUE SPACE.
002560 01  MN-WS-CIPHER-SEG-COUNT    PIC 9(02) VALUE 0.
002570*----------------------------------------------------------------
002580* DECODE WORK AREAS -- THE SHIFT IS APPLIED THE WAY
002590* CAESARCIPHER 3200-SHIFT-ONE-CHARACTER APPLIES IT.
002600*----------------------------------------------------------------
002610 01  MN-WS-DECODED-TEXT        PIC X(500) VALUE SPACES.
002620 01  MN-WS-VIGENERE-VALID      PIC X(01) VALUE "N".
002630 01  MN-WS-CHAR-INDEX          PIC 9(03) VALUE 0.
002640 01  MN-WS-CURRENT-CHAR        PIC X(01) VALUE SPACE.
002650 01  MN-WS-CHAR-VALUE          PIC 9(03) VALUE 0.
002660 01  MN-WS-LAST-NONBLANK       PIC 9(03) VALUE 0.
002670 01  MN-WS-SEG-COUNT           PIC 9(02) VALUE 0.
002680 01  MN-WS-SEG-IDX             PIC 9(02) VALUE 0.
002690 01  MN-WS-SEG-OFFSET          PIC 9(03) VALUE 0.
002700*----------------------------------------------------------------
002710* BEFORE IMAGE OF THE MASTER RECORD FOR THE SIGN-OFF LISTING.
002720*----------------------------------------------------------------
002730 01  MN-WS-BEFORE-RECORD.
002740     05  MN-BF-PROC-DATE       PIC 9(08).
002750     05  MN-BF-SHIFT           PIC 9(03).
002760     05  MN-BF-STATUS          PIC X(10).
002770     05  MN-BF-SEG-COUNT       PIC 9(02).
002780     05  MN-BF-TEXT            PIC X(500).
002790*----------------------------------------------------------------
002800* MESSAGE-IDS RESOLVED THIS RUN, FOR THE RETRY/PERMFAIL COPY.
002810* SAME BOUNDED-TABLE STYLE AS THE OTHER SUITE TABLES.  AN ID
002820* PAST THE LIMIT IS STILL MANUAL ON THE MASTER, AND CAESARCIPHER
002830* DROPS A MANUAL MESSAGE FROM ITS RETRY PASS REGARDLESS.
002840*----------------------------------------------------------------
002850 01  MN-MAX-RESOLVED           PIC 9(03) VALUE 500.
002860 01  MN-WS-RESOLVED-COUNT      PIC 9(03) VALUE 0.
002870 01  MN-WS-RESOLVED-IDX        PIC 9(03) VALUE 0.
002880 01  MN-WS-RESOLVED-FOUND      PIC 9(03) VALUE 0.
002890 01  MN-WS-RESOLVED-FULL-FLAG  PIC X(01) VALUE "N".
002900     88  MN-WS-RESOLVED-FULL             VALUE "Y".
002910 01  MN-WS-SRCH-MESSAGE-ID     PIC X(10) VALUE SPACES.
002920 01  MN-RESOLVED-TABLE.
002930     05  MN-RS-MESSAGE-ID  OCCURS 500 TIMES
002940                               PIC X(10).
002950*----------------------------------------------------------------
002960* RUN COUNTERS
002970*----------------------------------------------------------------
002980 01  MN-WS-CARDS-READ          PIC 9(05) VALUE 0.
002990 01  MN-WS-CNT-RESOLVED        PIC 9(05) VALUE 0.
003000 01  MN-WS-CNT-REJECTED        PIC 9(05) VALUE 0.
003010 01  MN-WS-RESULTS-WRITTEN     PIC 9(07) VALUE 0.
003020 01  MN-WS-CNT-RETRY-COPIED    PIC 9(07) VALUE 0.
003030 01  MN-WS-CNT-RETRY-DROPPED   PIC 9(07) VALUE 0.
003040 01  MN-WS-CNT-PERM-COPIED     PIC 9(07) VALUE 0.
003050 01  MN-WS-CNT-PERM-DROPPED    PIC 9(07) VALUE 0.
003060*----------------------------------------------------------------
003070* REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED STYLE AS
003080* THE CAESARCIPHER OPERATOR SUMMARY.
003090*----------------------------------------------------------------
003100 01  MN-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
003110 01  MN-WS-RPT-PAGE-COUNT      PIC 9(03) VALUE 0.
003120 01  MN-WS-RPT-HOLD-LINE       PIC X(132) VALUE SPACES.
003130 01  MN-RPT-HEADING-1.
003140     05  FILLER                PIC X(38) VALUE
003150         "MANUALRESOLVE  ANALYST RESOLUTIONS    ".
003160     05  FILLER                PIC X(07) VALUE SPACES.
003170     05  FILLER                PIC X(04) VALUE "RUN ".
003180     05  MN-RPT-H1-TIMESTAMP   PIC X(21).
003190     05  FILLER                PIC X(07) VALUE "  PAGE ".
003200     05  MN-RPT-H1-PAGE        PIC ZZ9.
003210     05  FILLER                PIC X(52) VALUE SPACES.
003220 01  MN-RPT-SECTION-HDG.
003230     05  FILLER                PIC X(03) VALUE SPACES.
003240     05  MN-RPT-SH-TITLE       PIC X(40).
003250     05  FILLER                PIC X(89) VALUE SPACES.
003260 01  MN-RPT-COUNT-LINE.
003270     05  FILLER                PIC X(05) VALUE SPACES.
003280     05  MN-RPT-CL-LABEL       PIC X(30).
003290     05  MN-RPT-CL-COUNT       PIC Z,ZZZ,ZZ9.
003300     05  FILLER                PIC X(88) VALUE SPACES.
003310 01  MN-RPT-IDENT-LINE.
003320     05  FILLER                PIC X(05) VALUE SPACES.
003330     05  FILLER                PIC X(08) VALUE "MESSAGE ".
003340     05  MN-RPT-ID-MESSAGE-ID  PIC X(10).
003350     05  FILLER                PIC X(10) VALUE "  ANALYST ".
003360     05  MN-RPT-ID-ANALYST     PIC X(03).
003370     05  FILLER                PIC X(09) VALUE "  METHOD ".
003380     05  MN-RPT-ID-METHOD      PIC X(07).
003390     05  FILLER                PIC X(09) VALUE "  REASON ".
003400     05  MN-RPT-ID-REASON      PIC X(40).
003410     05  FILLER                PIC X(31) VALUE SPACES.
003420 01  MN-RPT-IMAGE-LINE.
003430     05  FILLER                PIC X(07) VALUE SPACES.
003440     05  MN-RPT-IM-LABEL       PIC X(07).
003450     05  FILLER                PIC X(06) VALUE "DATE ".
003460     05  MN-RPT-IM-PROC-DATE   PIC 9(08).
003470     05  FILLER                PIC X(08) VALUE "  SHIFT ".
003480     05  MN-RPT-IM-SHIFT       PIC 9(03).
003490     05  FILLER                PIC X(09) VALUE "  STATUS ".
003500     05  MN-RPT-IM-STATUS      PIC X(10).
003510     05  FILLER                PIC X(07) VALUE "  SEGS ".
003520     05  MN-RPT-IM-SEG-COUNT   PIC 9(02).
003530     05  FILLER                PIC X(02) VALUE SPACES.
003540     05  MN-RPT-IM-TEXT        PIC X(60).
003550     05  FILLER                PIC X(03) VALUE SPACES.
003560 01  MN-RPT-REJECT-LINE.
003570     05  FILLER                PIC X(05) VALUE SPACES.
003580     05  FILLER                PIC X(08) VALUE "MESSAGE ".
003590     05  MN-RPT-RJ-MESSAGE-ID  PIC X(10).
003600     05  FILLER                PIC X(07) VALUE "  CARD ".
003610     05  MN-RPT-RJ-CARD-TYPE   PIC X(01).
003620     05  FILLER                PIC X(02) VALUE SPACES.
003630     05  MN-RPT-RJ-REASON      PIC X(40).
003640     05  FILLER                PIC X(59) VALUE SPACES.
003650 01  MN-RPT-SIGNOFF-LINE.
003660     05  FILLER                PIC X(05) VALUE SPACES.
003670     05  FILLER                PIC X(50) VALUE
003680         "REVIEWED BY SUPERVISOR  ____________________  DATE".
003690     05  FILLER                PIC X(13) VALUE " ____________".
003700     05  FILLER                PIC X(64) VALUE SPACES.
003710*
003720 PROCEDURE DIVISION.
003730*----------------------------------------------------------------
003740 0000-MAINLINE.
003750*----------------------------------------------------------------
003760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003770     PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
003780         UNTIL MN-WS-EOF-YES.
003790     PERFORM 2600-FINALIZE-PENDING THRU 2600-EXIT.
003800     PERFORM 3500-LIST-COUNTS THRU 3500-EXIT.
003810     PERFORM 4000-COPY-RETRY-QUEUE THRU 4000-EXIT.
003820     PERFORM 4100-COPY-PERM-FAIL THRU 4100-EXIT.
003830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003835     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
003840     STOP RUN.
003850 0000-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880 1000-INITIALIZE.
003890*    THE MASTER MUST OPEN -- UNLIKE CAESARCIPHER, THIS PROGRAM
003900*    HAS NOTHING TO DO WITHOUT IT.  THE OUTPUT HEADER WAITS FOR
003910*    THE FIRST CARD IN CASE IT IS AN "H" CARD.
003920*----------------------------------------------------------------
003930     MOVE FUNCTION CURRENT-DATE TO MN-WS-RUN-TIMESTAMP.
003950     OPEN OUTPUT MANUAL-REPORT.
003960     IF MN-WS-REPORT-STATUS NOT = "00"
003970         DISPLAY "MANUALRESOLVE: REPORT OPEN FAILED, STATUS "
003980             MN-WS-REPORT-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020     OPEN INPUT TRANSACTION-CARDS.
004030     IF MN-WS-CARD-STATUS NOT = "00"
004040         DISPLAY "MANUALRESOLVE: NO TRANSACTION CARDS ON SYSIN, "
004050             "STATUS " MN-WS-CARD-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     OPEN I-O RESULTS-MASTER.
004100     IF MN-WS-MASTER-STATUS NOT = "00"
004110         DISPLAY "MANUALRESOLVE: RESULTS-MASTER OPEN FAILED, "
004120             "STATUS " MN-WS-MASTER-STATUS
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004152     MOVE "O" TO MN-CH-FUNCTION.
004154     CALL "AuditChain" USING MN-CHAIN-REQUEST
004156                             MN-AUDIT-RECORD.
004160     OPEN EXTEND AUDIT-LOG.
004170     IF MN-WS-AUDIT-STATUS NOT = "00"
004180         OPEN OUTPUT AUDIT-LOG
004190     END-IF.
004200     IF MN-WS-AUDIT-STATUS NOT = "00"
004210         DISPLAY "MANUALRESOLVE: AUDIT-LOG OPEN FAILED, STATUS "
004220             MN-WS-AUDIT-STATUS
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260     OPEN OUTPUT MANUAL-RESULTS.
004270     IF MN-WS-RESULTS-STATUS NOT = "00"
004280         DISPLAY "MANUALRESOLVE: MANRESLT OPEN FAILED, STATUS "
004290             MN-WS-RESULTS-STATUS
004300         MOVE 16 TO RETURN-CODE
004310         STOP RUN
004320     END-IF.
004330     MOVE "N" TO MN-WS-EOF-SWITCH.
004340     PERFORM 2900-READ-TRANSACTION-CARD THRU 2900-EXIT.
004350     IF NOT MN-WS-EOF-YES AND MN-TC-HEADER
004360         ADD 1 TO MN-WS-CARDS-READ
004370         PERFORM 1100-TAKE-HEADER-CARD THRU 1100-EXIT
004380         PERFORM 2900-READ-TRANSACTION-CARD THRU 2900-EXIT
004390     END-IF.
004395     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
004400     PERFORM 1200-WRITE-RESULTS-HEADER THRU 1200-EXIT.
004410     MOVE "MANUAL RESOLUTIONS -- BEFORE AND AFTER"
004420         TO MN-RPT-SH-TITLE.
004430     MOVE MN-RPT-SECTION-HDG TO MN-REPORT-LINE.
004440     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
004450 1000-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480 1100-TAKE-HEADER-CARD.
004490*    BLANK FIELDS KEEP THEIR DEFAULTS.
004500*----------------------------------------------------------------
004510     IF MN-TC-BATCH-DATE NOT = SPACES
004520         MOVE MN-TC-BATCH-DATE TO MN-WS-BATCH-DATE
004530     END-IF.
004540     IF MN-TC-SOURCE-SYSTEM NOT = SPACES
004550         MOVE MN-TC-SOURCE-SYSTEM TO MN-WS-SOURCE-SYSTEM
004560     END-IF.
004570     IF MN-TC-JOB-ID NOT = SPACES
004580         MOVE MN-TC-JOB-ID TO MN-WS-JOB-ID
004590     END-IF.
004600 1100-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004630 1200-WRITE-RESULTS-HEADER.
004640*----------------------------------------------------------------
004650     MOVE SPACES TO MN-RESULTS-HDR-RECORD.
004660     MOVE "H" TO MN-RH-REC-TYPE.
004670     MOVE MN-WS-BATCH-DATE TO MN-RH-BATCH-DATE.
004680     MOVE MN-WS-SOURCE-SYSTEM TO MN-RH-SOURCE-SYSTEM.
004690     MOVE MN-WS-JOB-ID TO MN-RH-JOB-ID.
004695     MOVE MN-WS-RUN-TIMESTAMP(1:8) TO MN-RH-POST-DATE.
004700     WRITE MN-RESULTS-HDR-RECORD.
004710 1200-EXIT.
004720     EXIT.
004721*----------------------------------------------------------------
004722 1900-BEGIN-LEDGER-STEP.
004723*    RECORD THE STEP'S START ON THE RUN LEDGER UNDER THE JOB AND
004724*    BATCH DATE OF THE "H" CARD.  WITHOUT ONE THE DATE GOES BLANK
004725*    AND THE LEDGER JOINS THE STEP TO THE CURRENT CYCLE; THE DATE
004726*    IT RETURNS IS THE ONE THE MANRESLT HEADER CARRIES.
004727*----------------------------------------------------------------
004728     MOVE "B" TO MN-LQ-FUNCTION.
004729     MOVE MN-WS-JOB-ID TO MN-LQ-JOB-ID.
004730     MOVE MN-WS-BATCH-DATE TO MN-LQ-BATCH-DATE.
004731     MOVE RETURN-CODE TO MN-LQ-RETURN-CODE.
004732     CALL "RunLedger" USING MN-LEDGER-REQUEST.
004733     IF NOT MN-LQ-CLEARED
004734         DISPLAY "MANUALRESOLVE: RUN REFUSED -- " MN-LQ-MESSAGE
004735         MOVE 12 TO RETURN-CODE
004736         STOP RUN
004737     END-IF.
004738     MOVE MN-LQ-BATCH-DATE TO MN-WS-BATCH-DATE.
004739 1900-EXIT.
004740     EXIT.
004741*----------------------------------------------------------------
004742 2000-APPLY-ONE-CARD.
004750*----------------------------------------------------------------
004760     ADD 1 TO MN-WS-CARDS-READ.
004770     EVALUATE TRUE
004780         WHEN MN-TC-RESOLUTION
004790             PERFORM 2600-FINALIZE-PENDING THRU 2600-EXIT
004800             PERFORM 2100-OPEN-PENDING THRU 2100-EXIT
004810         WHEN MN-TC-TEXT
004820             PERFORM 2200-ADD-PENDING-TEXT THRU 2200-EXIT
004830         WHEN OTHER
004840             ADD 1 TO MN-WS-CNT-REJECTED
004850             MOVE MN-TC-MESSAGE-ID TO MN-RPT-RJ-MESSAGE-ID
004860             MOVE MN-TC-CARD-TYPE TO MN-RPT-RJ-CARD-TYPE
004870             MOVE "CARD NOT RECOGNIZED" TO MN-RPT-RJ-REASON
004880             PERFORM 3900-WRITE-REJECT-LINE THRU 3900-EXIT
004890     END-EVALUATE.
004900     PERFORM 2900-READ-TRANSACTION-CARD THRU 2900-EXIT.
004910 2000-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940 2100-OPEN-PENDING.
004950*    FIELD CHECKS THAT NEED NOTHING BUT THE CARD ITSELF.  THE
004960*    FIRST PROBLEM FOUND IS THE ONE REPORTED.
004970*----------------------------------------------------------------
004980     MOVE "Y" TO MN-WS-PEND-OPEN-FLAG.
004990     MOVE "N" TO MN-WS-PEND-BAD-FLAG.
005000     MOVE SPACES TO MN-WS-PEND-REASON.
005010     MOVE MN-TC-MESSAGE-ID TO MN-WS-PEND-MESSAGE-ID.
005020     MOVE MN-TC-METHOD TO MN-WS-PEND-METHOD.
005030     MOVE 0 TO MN-WS-PEND-SHIFT.
005040     MOVE FUNCTION UPPER-CASE(MN-TC-KEYWORD)
005050         TO MN-WS-PEND-KEYWORD.
005060     MOVE MN-TC-ANALYST TO MN-WS-PEND-ANALYST.
005070     MOVE MN-TC-REASON TO MN-WS-PEND-ANALYST-RSN.
005080     MOVE 0 TO MN-WS-PEND-TEXT-CARDS.
005090     MOVE SPACES TO MN-WS-PEND-TEXT.
005100     EVALUATE TRUE
005110         WHEN MN-TC-MESSAGE-ID = SPACES
005120             MOVE "MESSAGE-ID BLANK" TO MN-WS-PEND-REASON
005130         WHEN MN-TC-ANALYST = SPACES
005140             MOVE "ANALYST INITIALS BLANK" TO MN-WS-PEND-REASON
005150         WHEN MN-TC-REASON = SPACES
005160             MOVE "RESOLUTION REASON BLANK" TO MN-WS-PEND-REASON
005170         WHEN MN-TC-BY-TEXT
005180             CONTINUE
005190         WHEN MN-TC-BY-SHIFT
005200             IF MN-TC-SHIFT IS NUMERIC
005210                 MOVE MN-TC-SHIFT TO MN-WS-PEND-SHIFT
005220                 IF MN-WS-PEND-SHIFT > MN-MAX-SHIFT
005230                     MOVE "SHIFT OUT OF RANGE"
005240                         TO MN-WS-PEND-REASON
005250                 END-IF
005260             ELSE
005270                 MOVE "SHIFT NOT NUMERIC" TO MN-WS-PEND-REASON
005280             END-IF
005290         WHEN MN-TC-BY-KEYWORD
005300             IF MN-TC-KEYWORD = SPACES
005310                 MOVE "KEYWORD BLANK" TO MN-WS-PEND-REASON
005320             END-IF
005330         WHEN OTHER
005340             MOVE "METHOD NOT T, S OR K" TO MN-WS-PEND-REASON
005350     END-EVALUATE.
005360     IF MN-WS-PEND-REASON NOT = SPACES
005370         MOVE "Y" TO MN-WS-PEND-BAD-FLAG
005380     END-IF.
005390 2100-EXIT.
005400     EXIT.
005410*----------------------------------------------------------------
005420 2200-ADD-PENDING-TEXT.
005430*    TEXT CARDS MUST FOLLOW THEIR OWN TEXT-METHOD RESOLUTION
005440*    CARD, CARRY ITS MESSAGE-ID, AND RUN 01 UP WITHOUT A GAP.
005450*----------------------------------------------------------------
005460     IF NOT MN-WS-PEND-OPEN
005470         ADD 1 TO MN-WS-CNT-REJECTED
005480         MOVE MN-TC-TXT-MESSAGE-ID TO MN-RPT-RJ-MESSAGE-ID
005490         MOVE MN-TC-CARD-TYPE TO MN-RPT-RJ-CARD-TYPE
005500         MOVE "TEXT CARD WITH NO OPEN RESOLUTION"
005510             TO MN-RPT-RJ-REASON
005520         PERFORM 3900-WRITE-REJECT-LINE THRU 3900-EXIT
005530         GO TO 2200-EXIT
005540     END-IF.
005550     IF MN-WS-PEND-BAD
005560         GO TO 2200-EXIT
005570     END-IF.
005580     EVALUATE TRUE
005590         WHEN NOT MN-WS-PEND-BY-TEXT
005600             MOVE "TEXT CARD ON A SHIFT/KEYWORD RESOLUTION"
005610                 TO MN-WS-PEND-REASON
005620         WHEN MN-TC-TXT-MESSAGE-ID NOT = MN-WS-PEND-MESSAGE-ID
005630             MOVE "TEXT CARD MESSAGE-ID DOES NOT MATCH"
005640                 TO MN-WS-PEND-REASON
005650         WHEN MN-TC-TXT-SEQ IS NOT NUMERIC
005660             MOVE "TEXT CARD SEQUENCE NOT NUMERIC"
005670                 TO MN-WS-PEND-REASON
005680         WHEN MN-WS-PEND-TEXT-CARDS >= MN-MAX-TEXT-CARDS
005690             MOVE "MORE THAN 10 TEXT CARDS" TO MN-WS-PEND-REASON
005700         WHEN MN-TC-TXT-SEQ-NUM NOT = MN-WS-PEND-TEXT-CARDS + 1
005710             MOVE "TEXT CARDS OUT OF SEQUENCE"
005720                 TO MN-WS-PEND-REASON
005730         WHEN OTHER
005740             ADD 1 TO MN-WS-PEND-TEXT-CARDS
005750             COMPUTE MN-WS-TEXT-OFFSET =
005760                 ((MN-WS-PEND-TEXT-CARDS - 1) * 50) + 1
005770             MOVE MN-TC-TXT-TEXT
005780                 TO MN-WS-PEND-TEXT(MN-WS-TEXT-OFFSET:50)
005790     END-EVALUATE.
005800     IF MN-WS-PEND-REASON NOT = SPACES
005810         MOVE "Y" TO MN-WS-PEND-BAD-FLAG
005820     END-IF.
005830 2200-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------
005860 2600-FINALIZE-PENDING.
005870*    CLOSE THE OPEN RESOLUTION.  THE MASTER RECORD MUST EXIST
005880*    AND STILL BE UNRESOLVED (OR MANUAL, WHEN AN ANALYST IS
005890*    CORRECTING AN EARLIER RESOLUTION) -- A DECODE THE SYSTEM
005900*    ALREADY ACCEPTED IS NOT OVERWRITTEN FROM A CARD.
005910*----------------------------------------------------------------
005920     IF NOT MN-WS-PEND-OPEN
005930         GO TO 2600-EXIT
005940     END-IF.
005950     MOVE "N" TO MN-WS-PEND-OPEN-FLAG.
005960     IF NOT MN-WS-PEND-BAD
005970         AND MN-WS-PEND-BY-TEXT AND MN-WS-PEND-TEXT-CARDS = 0
005980         MOVE "Y" TO MN-WS-PEND-BAD-FLAG
005990         MOVE "NO TEXT CARDS FOR TEXT RESOLUTION"
006000             TO MN-WS-PEND-REASON
006010     END-IF.
006020     IF NOT MN-WS-PEND-BAD
006030         MOVE MN-WS-PEND-MESSAGE-ID TO MN-MR-MESSAGE-ID
006040         READ RESULTS-MASTER
006050             INVALID KEY
006060                 MOVE "Y" TO MN-WS-PEND-BAD-FLAG
006070                 MOVE "MESSAGE-ID NOT ON RESULTS MASTER"
006080                     TO MN-WS-PEND-REASON
006090         END-READ
006100     END-IF.
006110     IF NOT MN-WS-PEND-BAD
006120         AND MN-MR-STATUS NOT = "UNRESOLVED"
006130         AND MN-MR-STATUS NOT = "MANUAL    "
006140         MOVE "Y" TO MN-WS-PEND-BAD-FLAG
006150         MOVE "MASTER ALREADY RESOLVED -- NOT CHANGED"
006160             TO MN-WS-PEND-REASON
006170     END-IF.
006180     IF NOT MN-WS-PEND-BAD
006190         PERFORM 2400-FIND-CIPHERTEXT THRU 2400-EXIT
006200         IF NOT MN-WS-CIPHER-FOUND AND NOT MN-WS-PEND-BY-TEXT
006210             MOVE "Y" TO MN-WS-PEND-BAD-FLAG
006220             MOVE "NO CIPHERTEXT ON RETRYIN OR PERMFAIL"
006230                 TO MN-WS-PEND-REASON
006240         END-IF
006250     END-IF.
006260     IF MN-WS-PEND-BAD
006270         ADD 1 TO MN-WS-CNT-REJECTED
006280         MOVE MN-WS-PEND-MESSAGE-ID TO MN-RPT-RJ-MESSAGE-ID
006290         MOVE "R" TO MN-RPT-RJ-CARD-TYPE
006300         MOVE MN-WS-PEND-REASON TO MN-RPT-RJ-REASON
006310         PERFORM 3900-WRITE-REJECT-LINE THRU 3900-EXIT
006320         GO TO 2600-EXIT
006330     END-IF.
006340     MOVE MN-MR-PROC-DATE TO MN-BF-PROC-DATE.
006350     MOVE MN-MR-SHIFT TO MN-BF-SHIFT.
006360     MOVE MN-MR-STATUS TO MN-BF-STATUS.
006370     MOVE MN-MR-SEG-COUNT TO MN-BF-SEG-COUNT.
006380     MOVE MN-MR-TEXT TO MN-BF-TEXT.
006390     PERFORM 2500-BUILD-DECODE THRU 2500-EXIT.
006400     PERFORM 2700-POST-RESOLUTION THRU 2700-EXIT.
006410     PERFORM 3000-LIST-RESOLUTION THRU 3000-EXIT.
006420 2600-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------
006450 2400-FIND-CIPHERTEXT.
006460*    SCAN THE RETRY QUEUE, THEN THE PERMANENT-FAILURES FILE, FOR
006470*    THE MESSAGE.  EITHER FILE MAY BE ABSENT.  CARDS ARE FEW, SO
006480*    A PASS PER CARD COSTS LESS THAN HOLDING BOTH FILES.
006490*----------------------------------------------------------------
006500     MOVE "N" TO MN-WS-CIPHER-FOUND-FLAG.
006510     MOVE SPACES TO MN-WS-CIPHER-TEXT.
006520     MOVE SPACE TO MN-WS-CIPHER-LANGUAGE.
006530     MOVE 0 TO MN-WS-CIPHER-SEG-COUNT.
006540     OPEN INPUT RETRY-IN.
006550     IF MN-WS-RETRYIN-STATUS = "00"
006560         MOVE "N" TO MN-WS-COPY-EOF-FLAG
006570         PERFORM 2410-SCAN-ONE-RETRY THRU 2410-EXIT
006580             UNTIL MN-WS-COPY-EOF OR MN-WS-CIPHER-FOUND
006590         CLOSE RETRY-IN
006600     END-IF.
006610     IF MN-WS-CIPHER-FOUND
006620         GO TO 2400-EXIT
006630     END-IF.
006640     OPEN INPUT PERM-FAIL.
006650     IF MN-WS-PERMFAIL-STATUS = "00"
006660         MOVE "N" TO MN-WS-COPY-EOF-FLAG
006670         PERFORM 2420-SCAN-ONE-PERM-FAIL THRU 2420-EXIT
006680             UNTIL MN-WS-COPY-EOF OR MN-WS-CIPHER-FOUND
006690         CLOSE PERM-FAIL
006700     END-IF.
006710 2400-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740 2410-SCAN-ONE-RETRY.
006750*----------------------------------------------------------------
006760     READ RETRY-IN
006770         AT END
006780             MOVE "Y" TO MN-WS-COPY-EOF-FLAG
006790         NOT AT END
006800             IF MN-RI-MESSAGE-ID = MN-WS-PEND-MESSAGE-ID
006810                 MOVE "Y" TO MN-WS-CIPHER-FOUND-FLAG
006820                 MOVE MN-RI-TEXT TO MN-WS-CIPHER-TEXT
006830                 MOVE MN-RI-LANGUAGE TO MN-WS-CIPHER-LANGUAGE
006840                 MOVE MN-RI-SEG-COUNT TO MN-WS-CIPHER-SEG-COUNT
006850             END-IF
006860     END-READ.
006870 2410-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------
006900 2420-SCAN-ONE-PERM-FAIL.
006910*----------------------------------------------------------------
006920     READ PERM-FAIL
006930         AT END
006940             MOVE "Y" TO MN-WS-COPY-EOF-FLAG
006950         NOT AT END
006960             IF MN-PF-MESSAGE-ID = MN-WS-PEND-MESSAGE-ID
006970                 MOVE "Y" TO MN-WS-CIPHER-FOUND-FLAG
006980                 MOVE MN-PF-TEXT TO MN-WS-CIPHER-TEXT
006990                 MOVE MN-PF-LANGUAGE TO MN-WS-CIPHER-LANGUAGE
007000                 MOVE MN-PF-SEG-COUNT TO MN-WS-CIPHER-SEG-COUNT
007010             END-IF
007020     END-READ.
007030 2420-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------
007060 2500-BUILD-DECODE.
007070*    TEXT CARDS ARE TAKEN AS THE ANALYST TYPED THEM.  A SHIFT IS
007080*    RUN OVER THE CIPHERTEXT ONE CHARACTER AT A TIME; A KEYWORD
007090*    GOES THROUGH THE SAME VIGENERE ROUTINE CAESARCIPHER CALLS.
007100*    THE SEGMENT COUNT COVERS THE DECODE, AND NEVER FALLS BELOW
007110*    THE COUNT THE MESSAGE ARRIVED WITH.
007120*----------------------------------------------------------------
007130     MOVE SPACES TO MN-WS-DECODED-TEXT.
007140     EVALUATE TRUE
007150         WHEN MN-WS-PEND-BY-TEXT
007160             MOVE "TEXT" TO MN-WS-METHOD-NAME
007170             MOVE MN-WS-PEND-TEXT TO MN-WS-DECODED-TEXT
007180         WHEN MN-WS-PEND-BY-SHIFT
007190             MOVE "SHIFT" TO MN-WS-METHOD-NAME
007200             PERFORM 2510-SHIFT-ONE-CHARACTER THRU 2510-EXIT
007210                 VARYING MN-WS-CHAR-INDEX FROM 1 BY 1
007220                 UNTIL MN-WS-CHAR-INDEX > 500
007230         WHEN MN-WS-PEND-BY-KEYWORD
007240             MOVE "KEYWORD" TO MN-WS-METHOD-NAME
007250             CALL "VigenereCipher" USING MN-WS-CIPHER-TEXT
007260                                         MN-WS-PEND-KEYWORD
007270                                         MN-WS-DECODED-TEXT
007280                                         MN-WS-VIGENERE-VALID
007290     END-EVALUATE.
007300     MOVE 0 TO MN-WS-LAST-NONBLANK.
007310     PERFORM 2520-CHECK-ONE-TEXT-CHAR THRU 2520-EXIT
007320         VARYING MN-WS-CHAR-INDEX FROM 1 BY 1
007330         UNTIL MN-WS-CHAR-INDEX > 500.
007340     COMPUTE MN-WS-SEG-COUNT = (MN-WS-LAST-NONBLANK + 99) / 100.
007350     IF MN-WS-SEG-COUNT < MN-MR-SEG-COUNT
007360         MOVE MN-MR-SEG-COUNT TO MN-WS-SEG-COUNT
007370     END-IF.
007380     IF MN-WS-SEG-COUNT < 1
007390         MOVE 1 TO MN-WS-SEG-COUNT
007400     END-IF.
007410 2500-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------
007440 2510-SHIFT-ONE-CHARACTER.
007450*----------------------------------------------------------------
007460     MOVE MN-WS-CIPHER-TEXT(MN-WS-CHAR-INDEX:1)
007470         TO MN-WS-CURRENT-CHAR.
007480     IF MN-WS-CURRENT-CHAR >= "A" AND MN-WS-CURRENT-CHAR <= "Z"
007490         COMPUTE MN-WS-CHAR-VALUE =
007500             FUNCTION MOD(((FUNCTION ORD(MN-WS-CURRENT-CHAR) +
007510             MN-WS-PEND-SHIFT - FUNCTION ORD("A"))), 26) +
007520             FUNCTION ORD("A")
007530         MOVE FUNCTION CHAR(MN-WS-CHAR-VALUE)
007540             TO MN-WS-CURRENT-CHAR
007550     ELSE
007560         IF MN-WS-CURRENT-CHAR >= "a"
007565             AND MN-WS-CURRENT-CHAR <= "z"
007570             COMPUTE MN-WS-CHAR-VALUE =
007580               FUNCTION MOD(((FUNCTION ORD(MN-WS-CURRENT-CHAR)
007590               + MN-WS-PEND-SHIFT - FUNCTION ORD("a"))), 26)
007600               + FUNCTION ORD("a")
007610             MOVE FUNCTION CHAR(MN-WS-CHAR-VALUE)
007620                 TO MN-WS-CURRENT-CHAR
007630         END-IF
007640     END-IF.
007650     MOVE MN-WS-CURRENT-CHAR
007660         TO MN-WS-DECODED-TEXT(MN-WS-CHAR-INDEX:1).
007670 2510-EXIT.
007680     EXIT.
007690*----------------------------------------------------------------
007700 2520-CHECK-ONE-TEXT-CHAR.
007710*----------------------------------------------------------------
007720     IF MN-WS-DECODED-TEXT(MN-WS-CHAR-INDEX:1) NOT = SPACE
007730         MOVE MN-WS-CHAR-INDEX TO MN-WS-LAST-NONBLANK
007740     END-IF.
007750 2520-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------
007780 2700-POST-RESOLUTION.
007790*    REWRITE THE MASTER, THEN WRITE THE RESULT SEGMENTS AND THE
007800*    AUDIT RECORD, AND REMEMBER THE ID FOR THE RETRY/PERMFAIL
007810*    COPY.  A MANUAL DECODE CARRIES SHIFT ZERO UNLESS A SHIFT
007820*    BROKE IT.
007830*----------------------------------------------------------------
007840     MOVE MN-WS-RUN-TIMESTAMP(1:8) TO MN-MR-PROC-DATE.
007850     MOVE MN-WS-PEND-SHIFT TO MN-MR-SHIFT.
007855     MOVE 0 TO MN-MR-MULTIPLIER.
007860     MOVE "MANUAL    " TO MN-MR-STATUS.
007870     MOVE MN-WS-SEG-COUNT TO MN-MR-SEG-COUNT.
007880     MOVE MN-WS-DECODED-TEXT TO MN-MR-TEXT.
007890     REWRITE MN-MASTER-RECORD.
007900     IF MN-WS-MASTER-STATUS NOT = "00"
007910         DISPLAY "MANUALRESOLVE: RESULTS-MASTER REWRITE FAILED "
007920             "FOR " MN-WS-PEND-MESSAGE-ID ", STATUS "
007930             MN-WS-MASTER-STATUS
007940         MOVE 16 TO RETURN-CODE
007950         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007960     END-IF.
007970     ADD 1 TO MN-WS-CNT-RESOLVED.
007980     PERFORM 2710-WRITE-ONE-SEGMENT THRU 2710-EXIT
007990         VARYING MN-WS-SEG-IDX FROM 1 BY 1
008000         UNTIL MN-WS-SEG-IDX > MN-WS-SEG-COUNT.
008010     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
008020     IF MN-WS-RESOLVED-COUNT >= MN-MAX-RESOLVED
008030         IF NOT MN-WS-RESOLVED-FULL
008040             DISPLAY "MANUALRESOLVE: MORE THAN " MN-MAX-RESOLVED
008050                 " RESOLUTIONS -- EXCESS LEFT ON RETRY/PERMFAIL"
008060             MOVE "Y" TO MN-WS-RESOLVED-FULL-FLAG
008070         END-IF
008080     ELSE
008090         ADD 1 TO MN-WS-RESOLVED-COUNT
008100         MOVE MN-WS-PEND-MESSAGE-ID
008110             TO MN-RS-MESSAGE-ID(MN-WS-RESOLVED-COUNT)
008120     END-IF.
008130 2700-EXIT.
008140     EXIT.
008150*----------------------------------------------------------------
008160 2710-WRITE-ONE-SEGMENT.
008170*----------------------------------------------------------------
008180     MOVE "D" TO MN-RR-REC-TYPE.
008190     MOVE MN-WS-PEND-MESSAGE-ID TO MN-RR-MESSAGE-ID.
008200     MOVE MN-WS-SEG-IDX TO MN-RR-SEGMENT-NO.
008210     IF MN-WS-SEG-IDX < MN-WS-SEG-COUNT
008220         MOVE "C" TO MN-RR-CONT-FLAG
008230     ELSE
008240         MOVE SPACE TO MN-RR-CONT-FLAG
008250     END-IF.
008260     MOVE MN-MR-PRIORITY TO MN-RR-PRIORITY.
008270     MOVE MN-WS-CIPHER-LANGUAGE TO MN-RR-LANGUAGE.
008280     MOVE MN-MR-SHIFT TO MN-RR-SHIFT.
008290     MOVE MN-MR-STATUS TO MN-RR-STATUS.
008295     MOVE MN-MR-MULTIPLIER TO MN-RR-MULTIPLIER.
008300     COMPUTE MN-WS-SEG-OFFSET = ((MN-WS-SEG-IDX - 1) * 100) + 1.
008310     MOVE MN-WS-DECODED-TEXT(MN-WS-SEG-OFFSET:100) TO MN-RR-TEXT.
008315     MOVE MN-MR-SOURCE-SYSTEM TO MN-RR-SOURCE-SYSTEM.
008317     IF MN-WS-PEND-BY-KEYWORD
008319         MOVE MN-WS-PEND-KEYWORD TO MN-RR-KEYWORD
008321     ELSE
008323         MOVE SPACES TO MN-RR-KEYWORD
008325     END-IF.
008327     WRITE MN-RESULTS-RECORD.
008330     ADD 1 TO MN-WS-RESULTS-WRITTEN.
008340 2710-EXIT.
008350     EXIT.
008360*----------------------------------------------------------------
008370 2800-FIND-RESOLVED.
008380*----------------------------------------------------------------
008390     MOVE 0 TO MN-WS-RESOLVED-FOUND.
008400     PERFORM 2810-MATCH-ONE-RESOLVED THRU 2810-EXIT
008410         VARYING MN-WS-RESOLVED-IDX FROM 1 BY 1
008420         UNTIL MN-WS-RESOLVED-IDX > MN-WS-RESOLVED-COUNT
008430         OR MN-WS-RESOLVED-FOUND > 0.
008440 2800-EXIT.
008450     EXIT.
008460*----------------------------------------------------------------
008470 2810-MATCH-ONE-RESOLVED.
008480*----------------------------------------------------------------
008490     IF MN-RS-MESSAGE-ID(MN-WS-RESOLVED-IDX) =
008500         MN-WS-SRCH-MESSAGE-ID
008510         MOVE MN-WS-RESOLVED-IDX TO MN-WS-RESOLVED-FOUND
008520     END-IF.
008530 2810-EXIT.
008540     EXIT.
008550*----------------------------------------------------------------
008560 2900-READ-TRANSACTION-CARD.
008570*----------------------------------------------------------------
008580     READ TRANSACTION-CARDS
008590         AT END
008600             MOVE "Y" TO MN-WS-EOF-SWITCH
008610     END-READ.
008620 2900-EXIT.
008630     EXIT.
008640*----------------------------------------------------------------
008650 3000-LIST-RESOLUTION.
008660*    ONE BLOCK PER APPLIED RESOLUTION: WHO AND WHY, THEN THE
008670*    MASTER AS IT STOOD AND AS IT NOW STANDS.
008680*----------------------------------------------------------------
008690     MOVE MN-WS-PEND-MESSAGE-ID TO MN-RPT-ID-MESSAGE-ID.
008700     MOVE MN-WS-PEND-ANALYST TO MN-RPT-ID-ANALYST.
008710     MOVE MN-WS-METHOD-NAME TO MN-RPT-ID-METHOD.
008720     MOVE MN-WS-PEND-ANALYST-RSN TO MN-RPT-ID-REASON.
008730     MOVE MN-RPT-IDENT-LINE TO MN-REPORT-LINE.
008740     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008750     MOVE "BEFORE" TO MN-RPT-IM-LABEL.
008760     MOVE MN-BF-PROC-DATE TO MN-RPT-IM-PROC-DATE.
008770     MOVE MN-BF-SHIFT TO MN-RPT-IM-SHIFT.
008780     MOVE MN-BF-STATUS TO MN-RPT-IM-STATUS.
008790     MOVE MN-BF-SEG-COUNT TO MN-RPT-IM-SEG-COUNT.
008800     MOVE MN-BF-TEXT(1:60) TO MN-RPT-IM-TEXT.
008810     MOVE MN-RPT-IMAGE-LINE TO MN-REPORT-LINE.
008820     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008830     MOVE "AFTER" TO MN-RPT-IM-LABEL.
008840     MOVE MN-MR-PROC-DATE TO MN-RPT-IM-PROC-DATE.
008850     MOVE MN-MR-SHIFT TO MN-RPT-IM-SHIFT.
008860     MOVE MN-MR-STATUS TO MN-RPT-IM-STATUS.
008870     MOVE MN-MR-SEG-COUNT TO MN-RPT-IM-SEG-COUNT.
008880     MOVE MN-MR-TEXT(1:60) TO MN-RPT-IM-TEXT.
008890     MOVE MN-RPT-IMAGE-LINE TO MN-REPORT-LINE.
008900     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008910     MOVE SPACES TO MN-REPORT-LINE.
008920     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008930 3000-EXIT.
008940     EXIT.
008950*----------------------------------------------------------------
008960 3500-LIST-COUNTS.
008970*----------------------------------------------------------------
008980     IF MN-WS-CNT-RESOLVED = 0
008990         MOVE "NONE -- NO RESOLUTIONS APPLIED"
009000             TO MN-RPT-CL-LABEL
009010         MOVE 0 TO MN-RPT-CL-COUNT
009020         MOVE MN-RPT-COUNT-LINE TO MN-REPORT-LINE
009030         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
009040         MOVE SPACES TO MN-REPORT-LINE
009050         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
009060     END-IF.
009070     MOVE "RESOLUTION COUNTS" TO MN-RPT-SH-TITLE.
009080     MOVE MN-RPT-SECTION-HDG TO MN-REPORT-LINE.
009090     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009100     MOVE "TRANSACTION CARDS READ" TO MN-RPT-CL-LABEL.
009110     MOVE MN-WS-CARDS-READ TO MN-RPT-CL-COUNT.
009120     MOVE MN-RPT-COUNT-LINE TO MN-REPORT-LINE.
009130     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009140     MOVE "MESSAGES RESOLVED MANUAL" TO MN-RPT-CL-LABEL.
009150     MOVE MN-WS-CNT-RESOLVED TO MN-RPT-CL-COUNT.
009160     MOVE MN-RPT-COUNT-LINE TO MN-REPORT-LINE.
009170     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009180     MOVE "TRANSACTIONS REJECTED" TO MN-RPT-CL-LABEL.
009190     MOVE MN-WS-CNT-REJECTED TO MN-RPT-CL-COUNT.
009200     MOVE MN-RPT-COUNT-LINE TO MN-REPORT-LINE.
009210     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009220     MOVE "MANRESLT RECORDS WRITTEN" TO MN-RPT-CL-LABEL.
009230     MOVE MN-WS-RESULTS-WRITTEN TO MN-RPT-CL-COUNT.
009240     MOVE MN-RPT-COUNT-LINE TO MN-REPORT-LINE.
009250     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009260 3500-EXIT.
009270     EXIT.
009280*----------------------------------------------------------------
009290 3600-LIST-COPY-COUNTS.
009300*    THE RETRY/PERMFAIL COPY RUNS AFTER THE RESOLUTIONS, SO ITS
009310*    COUNTS CLOSE THE REPORT, FOLLOWED BY THE SIGN-OFF LINE.
009320*----------------------------------------------------------------
009330     MOVE "RETRY RECORDS CARRIED FORWARD" TO MN-RPT-CL-LABEL.
009340     MOVE MN-WS-CNT-RETRY-COPIED TO MN-RPT-CL-COUNT.
009350     MOVE MN-RPT-COUNT-LINE TO MN-REPORT-LINE.
009360     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009370     MOVE "RETRY RECORDS DROPPED" TO MN-RPT-CL-LABEL.
009380     MOVE MN-WS-CNT-RETRY-DROPPED TO MN-RPT-CL-COUNT.
009390     MOVE MN-RPT-COUNT-LINE TO MN-REPORT-LINE.
009400     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009410     MOVE "PERMFAIL RECORDS CARRIED FWD" TO MN-RPT-CL-LABEL.
009420     MOVE MN-WS-CNT-PERM-COPIED TO MN-RPT-CL-COUNT.
009430     MOVE MN-RPT-COUNT-LINE TO MN-REPORT-LINE.
009440     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009450     MOVE "PERMFAIL RECORDS DROPPED" TO MN-RPT-CL-LABEL.
009460     MOVE MN-WS-CNT-PERM-DROPPED TO MN-RPT-CL-COUNT.
009470     MOVE MN-RPT-COUNT-LINE TO MN-REPORT-LINE.
009480     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009490     MOVE SPACES TO MN-REPORT-LINE.
009500     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009510     MOVE MN-RPT-SIGNOFF-LINE TO MN-REPORT-LINE.
009520     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009530 3600-EXIT.
009540     EXIT.
009550*----------------------------------------------------------------
009560 3900-WRITE-REJECT-LINE.
009570*    REJECTS PRINT IN CARD ORDER AMONG THE RESOLUTIONS SO THE
009580*    SUPERVISOR SEES EACH ONE WHERE IT FELL IN THE DECK.
009590*----------------------------------------------------------------
009600     MOVE MN-RPT-REJECT-LINE TO MN-REPORT-LINE.
009610     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009620     MOVE SPACES TO MN-REPORT-LINE.
009630     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
009640 3900-EXIT.
009650     EXIT.
009660*----------------------------------------------------------------
009670 4000-COPY-RETRY-QUEUE.
009680*    CARRY THE RETRY QUEUE FORWARD TO RETRYNEW, LEAVING OUT EVERY
009690*    MESSAGE RESOLVED THIS RUN.  NO RETRY QUEUE MOUNTED MEANS
009700*    NOTHING TO CARRY.
009710*----------------------------------------------------------------
009720     OPEN INPUT RETRY-IN.
009730     IF MN-WS-RETRYIN-STATUS NOT = "00"
009740         GO TO 4000-EXIT
009750     END-IF.
009760     OPEN OUTPUT RETRY-NEW.
009770     IF MN-WS-RETRYNEW-STATUS NOT = "00"
009780         DISPLAY "MANUALRESOLVE: RETRYNEW OPEN FAILED, STATUS "
009790             MN-WS-RETRYNEW-STATUS
009800         MOVE 16 TO RETURN-CODE
009810         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
009820     END-IF.
009830     MOVE "N" TO MN-WS-COPY-EOF-FLAG.
009840     PERFORM 4010-COPY-ONE-RETRY THRU 4010-EXIT
009850         UNTIL MN-WS-COPY-EOF.
009860     CLOSE RETRY-IN.
009870     CLOSE RETRY-NEW.
009880 4000-EXIT.
009890     EXIT.
009900*----------------------------------------------------------------
009910 4010-COPY-ONE-RETRY.
009920*----------------------------------------------------------------
009930     READ RETRY-IN
009940         AT END
009950             MOVE "Y" TO MN-WS-COPY-EOF-FLAG
009960             GO TO 4010-EXIT
009970     END-READ.
009980     MOVE MN-RI-MESSAGE-ID TO MN-WS-SRCH-MESSAGE-ID.
009990     PERFORM 2800-FIND-RESOLVED THRU 2800-EXIT.
010000     IF MN-WS-RESOLVED-FOUND > 0
010010         ADD 1 TO MN-WS-CNT-RETRY-DROPPED
010020     ELSE
010030         MOVE MN-RETRY-IN-RECORD TO MN-RETRY-NEW-RECORD
010040         WRITE MN-RETRY-NEW-RECORD
010050         ADD 1 TO MN-WS-CNT-RETRY-COPIED
010060     END-IF.
010070 4010-EXIT.
010080     EXIT.
010090*----------------------------------------------------------------
010100 4100-COPY-PERM-FAIL.
010110*    THE SAME FOR THE PERMANENT-FAILURES FILE, TO PERMNEW.
010120*----------------------------------------------------------------
010130     OPEN INPUT PERM-FAIL.
010140     IF MN-WS-PERMFAIL-STATUS NOT = "00"
010150         GO TO 4100-EXIT
010160     END-IF.
010170     OPEN OUTPUT PERM-NEW.
010180     IF MN-WS-PERMNEW-STATUS NOT = "00"
010190         DISPLAY "MANUALRESOLVE: PERMNEW OPEN FAILED, STATUS "
010200             MN-WS-PERMNEW-STATUS
010210         MOVE 16 TO RETURN-CODE
010220         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
010230     END-IF.
010240     MOVE "N" TO MN-WS-COPY-EOF-FLAG.
010250     PERFORM 4110-COPY-ONE-PERM-FAIL THRU 4110-EXIT
010260         UNTIL MN-WS-COPY-EOF.
010270     CLOSE PERM-FAIL.
010280     CLOSE PERM-NEW.
010290 4100-EXIT.
010300     EXIT.
010310*----------------------------------------------------------------
010320 4110-COPY-ONE-PERM-FAIL.
010330*----------------------------------------------------------------
010340     READ PERM-FAIL
010350         AT END
010360             MOVE "Y" TO MN-WS-COPY-EOF-FLAG
010370             GO TO 4110-EXIT
010380     END-READ.
010390     MOVE MN-PF-MESSAGE-ID TO MN-WS-SRCH-MESSAGE-ID.
010400     PERFORM 2800-FIND-RESOLVED THRU 2800-EXIT.
010410     IF MN-WS-RESOLVED-FOUND > 0
010420         ADD 1 TO MN-WS-CNT-PERM-DROPPED
010430     ELSE
010440         MOVE MN-PERM-FAIL-RECORD TO MN-PERM-NEW-RECORD
010450         WRITE MN-PERM-NEW-RECORD
010460         ADD 1 TO MN-WS-CNT-PERM-COPIED
010470     END-IF.
010480 4110-EXIT.
010490     EXIT.
010500*----------------------------------------------------------------
010510 5900-WRITE-REPORT-LINE.
010520*    WRITE ONE FORMATTED LINE, BREAKING TO A FRESH PAGE HEADING
010530*    EVERY 55 LINES SO THE REPORT FILES CLEANLY.
010540*----------------------------------------------------------------
010550     IF MN-WS-RPT-LINE-COUNT > 55
010560         PERFORM 5910-WRITE-PAGE-HEADING THRU 5910-EXIT
010570     END-IF.
010580     WRITE MN-REPORT-LINE AFTER ADVANCING 1 LINE.
010590     ADD 1 TO MN-WS-RPT-LINE-COUNT.
010600 5900-EXIT.
010610     EXIT.
010620*----------------------------------------------------------------
010630 5910-WRITE-PAGE-HEADING.
010640*----------------------------------------------------------------
010650     MOVE MN-REPORT-LINE TO MN-WS-RPT-HOLD-LINE.
010660     ADD 1 TO MN-WS-RPT-PAGE-COUNT.
010670     MOVE MN-WS-RUN-TIMESTAMP(1:21) TO MN-RPT-H1-TIMESTAMP.
010680     MOVE MN-WS-RPT-PAGE-COUNT TO MN-RPT-H1-PAGE.
010690     MOVE MN-RPT-HEADING-1 TO MN-REPORT-LINE.
010700     WRITE MN-REPORT-LINE AFTER ADVANCING PAGE.
010710     MOVE SPACES TO MN-REPORT-LINE.
010720     WRITE MN-REPORT-LINE AFTER ADVANCING 1 LINE.
010730     MOVE 2 TO MN-WS-RPT-LINE-COUNT.
010740     MOVE MN-WS-RPT-HOLD-LINE TO MN-REPORT-LINE.
010750 5910-EXIT.
010760     EXIT.
010770*----------------------------------------------------------------
010780 6000-WRITE-AUDIT-RECORD.
010790*    ONE AUDIT RECORD PER RESOLUTION, IN THE LAYOUT CAESARCIPHER
010800*    APPENDS.  THE RAW TEXT IS THE CIPHERTEXT WHERE THE RETRY OR
010810*    PERMFAIL FILE STILL HOLDS IT, ELSE THE MASTER'S PRIOR TEXT.
010820*    THE SHIFTS-TRIED FIELD NAMES THE METHOD AND THE ANALYST.
010830*----------------------------------------------------------------
010840     MOVE FUNCTION CURRENT-DATE TO MN-AL-TIMESTAMP.
010850     MOVE MN-WS-JOB-ID TO MN-AL-JOB-ID.
010860     MOVE MN-WS-PEND-MESSAGE-ID TO MN-AL-MESSAGE-ID.
010870     IF MN-WS-CIPHER-FOUND
010880         MOVE MN-WS-CIPHER-TEXT TO MN-AL-RAW-TEXT
010890     ELSE
010900         MOVE MN-BF-TEXT TO MN-AL-RAW-TEXT
010910     END-IF.
010920     MOVE SPACES TO MN-AL-SHIFTS-TRIED.
010930     STRING "MANUAL " DELIMITED BY SIZE
010940            MN-WS-METHOD-NAME DELIMITED BY SPACE
010950            " " DELIMITED BY SIZE
010960            MN-WS-PEND-ANALYST DELIMITED BY SIZE
010970         INTO MN-AL-SHIFTS-TRIED
010980     END-STRING.
010990     MOVE MN-WS-PEND-SHIFT TO MN-AL-SHIFT-SELECTED.
011000     MOVE "MANUAL   " TO MN-AL-MODE.
011002     MOVE "C" TO MN-CH-FUNCTION.
011004     CALL "AuditChain" USING MN-CHAIN-REQUEST
011006                             MN-AUDIT-RECORD.
011010     WRITE MN-AUDIT-RECORD.
011020 6000-EXIT.
011030     EXIT.
011040*----------------------------------------------------------------
011050 9000-TERMINATE.
011060*    CLOSE MANRESLT WITH ITS TRAILER -- NOTHING IS EVER SUSPENDED
011070*    HERE, SO ITS SUSPENSE CONTROL IS ZERO.
011080*----------------------------------------------------------------
011090     PERFORM 3600-LIST-COPY-COUNTS THRU 3600-EXIT.
011100     MOVE SPACES TO MN-RESULTS-TRL-RECORD.
011110     MOVE "T" TO MN-RT-REC-TYPE.
011120     MOVE MN-WS-RESULTS-WRITTEN TO MN-RT-RECORD-COUNT.
011130     MOVE 0 TO MN-RT-SUSPENSE-COUNT.
011140     WRITE MN-RESULTS-TRL-RECORD.
011150     CLOSE MANUAL-RESULTS.
011160     CLOSE AUDIT-LOG.
011162     MOVE "S" TO MN-CH-FUNCTION.
011164     MOVE MN-WS-JOB-ID TO MN-CH-JOB-ID.
011166     CALL "AuditChain" USING MN-CHAIN-REQUEST
011168                             MN-AUDIT-RECORD.
011170     CLOSE RESULTS-MASTER.
011180     CLOSE TRANSACTION-CARDS.
011190     CLOSE MANUAL-REPORT.
011200     DISPLAY "MANUALRESOLVE: " MN-WS-CARDS-READ " CARDS, "
011210         MN-WS-CNT-RESOLVED " RESOLVED, "
011220         MN-WS-CNT-REJECTED " REJECTED, "
011230         MN-WS-CNT-RETRY-DROPPED " DROPPED FROM RETRY, "
011240         MN-WS-CNT-PERM-DROPPED " FROM PERMFAIL".
011250     IF MN-WS-CNT-REJECTED > 0
011260         MOVE 4 TO RETURN-CODE
011270     END-IF.
011280 9000-EXIT.
011290     EXIT.
011300*----------------------------------------------------------------
011310 9900-END-LEDGER-STEP.
011320*    WRITTEN IS THE MANRESLT DETAIL RECORDS, AS ITS TRAILER
011330*    COUNTS THEM.
011340*----------------------------------------------------------------
011350     MOVE "E" TO MN-LQ-FUNCTION.
011360     MOVE RETURN-CODE TO MN-LQ-RETURN-CODE.
011370     MOVE MN-WS-CARDS-READ TO MN-LQ-READ.
011380     MOVE MN-WS-RESULTS-WRITTEN TO MN-LQ-WRITTEN.
011390     MOVE MN-WS-CNT-REJECTED TO MN-LQ-REJECTED.
011400     CALL "RunLedger" USING MN-LEDGER-REQUEST.
011410 9900-EXIT.
011420     EXIT.
011430*----------------------------------------------------------------
011440 9950-ABEND-STEP.
011450*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
011460*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
011470*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
011480*    STEP ENDED RATHER THAN A START WITH NO END.
011490*----------------------------------------------------------------
011500     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
011510     STOP RUN.
011520 9950-EXIT.
011530     EXIT.
