000230*                EXCEPTIONS REPORT (BALRPT) AND THE JOB ENDS AT
000240*                RETURN CODE 8 SO SCHEDULING HOLDS THE
000250*                DISSEMINATION STEP UNTIL THE DESK CLEARS IT.
000253* 10/15/26  RH   MSGRESLT DETAIL AND RESLTMST RECORDS NOW CARRY
000256*                THE MESSAGE'S SOURCE SYSTEM; LAYOUTS FOLLOW.
000257* 10/15/26  RH   MSGRESLT DETAIL CARRIES THE VIGENERE KEYWORD
000258*                USED; LAYOUT FOLLOWS.
000260* 10/15/26  RH   MSGRESLT DETAIL AND RESLTMST RECORDS CARRY THE
000262*                ATBASH OR AFFINE DECODE MULTIPLIER; LAYOUTS
000264*                FOLLOW.
000265* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000266*                THROUGH THE RUNLEDGER MODULE, AND IS REFUSED AT
000267*                START-UP UNLESS CAESARCIPHER HAS ENDED AT RETURN
000268*                CODE 4 OR BELOW FOR THE MSGRESLT BATCH DATE.  THE
000269*                RETURN CODE 8 THIS JOB ENDS AT ON EXCEPTIONS NOW
000270*                HOLDS MSGDISPATCH THROUGH THE LEDGER.
000271* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000272*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000273*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000274*                RUN STOPS.
000275*----------------------------------------------------------------
000276 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000660     05  RB-RR-SHIFT           PIC 9(03).
000670     05  RB-RR-STATUS          PIC X(10).
000680     05  RB-RR-TEXT            PIC X(100).
000685     05  RB-RR-SOURCE-SYSTEM   PIC X(08).
000687     05  RB-RR-KEYWORD         PIC X(10).
000688     05  RB-RR-MULTIPLIER      PIC 9(02).
000690 01  RB-RESULT-HDR-RECORD.
000692     05  FILLER                PIC X(01).
000694     05  RB-RH-BATCH-DATE      PIC X(08).
000696     05  FILLER                PIC X(140).
000698 01  RB-RESULT-TRL-RECORD.
000700     05  FILLER                PIC X(01).
000710     05  RB-RT-RECORD-COUNT    PIC 9(07).
000720     05  FILLER                PIC X(141).
000730*
000740 FD  RETRY-OUT
000750     RECORDING MODE IS F
001030     05  RB-MR-STATUS          PIC X(10).
001040     05  RB-MR-SEG-COUNT       PIC 9(02).
001050     05  RB-MR-TEXT            PIC X(500).
001055     05  RB-MR-SOURCE-SYSTEM   PIC X(08).
001057     05  RB-MR-MULTIPLIER      PIC 9(02).
001060*
001070 FD  BALANCE-REPORT
001080     RECORDING MODE IS F
001330 01  RB-WS-MESSAGES-READ       PIC 9(07) VALUE 0.
001340 01  RB-WS-RETRY-READ          PIC 9(07) VALUE 0.
001350 01  RB-WS-PERMFAIL-READ       PIC 9(07) VALUE 0.
001355 01  RB-WS-BATCH-DATE          PIC X(08) VALUE SPACES.
001360*----------------------------------------------------------------
001370* MESSAGE BALANCE TABLE.  ONE ENTRY PER DISTINCT MESSAGE-ID SEEN
001380* AS A FIRST SEGMENT ON MSGRESLT, CARRYING ITS RESULT STATUS AND
001710 01  RB-WS-CNT-ORPHANS         PIC 9(07) VALUE 0.
001720 01  RB-WS-CNT-DUPLICATES      PIC 9(07) VALUE 0.
001730 01  RB-WS-CNT-MISMATCHES      PIC 9(07) VALUE 0.
001731*----------------------------------------------------------------
001732* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
001733* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
001734* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
001735* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
001736*----------------------------------------------------------------
001737 01  RB-LEDGER-REQUEST.
001738     05  RB-LQ-FUNCTION        PIC X(01).
001739     05  RB-LQ-PROGRAM         PIC X(16) VALUE "RESULTBALANCE".
001740     05  RB-LQ-JOB-ID          PIC X(08) VALUE SPACES.
001741     05  RB-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
001742     05  RB-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
001743     05  RB-LQ-READ            PIC 9(09) VALUE 0.
001744     05  RB-LQ-WRITTEN         PIC 9(09) VALUE 0.
001745     05  RB-LQ-REJECTED        PIC 9(09) VALUE 0.
001746     05  RB-LQ-START-TS        PIC X(14) VALUE SPACES.
001747     05  RB-LQ-RESULT          PIC X(01) VALUE SPACES.
001748         88  RB-LQ-CLEARED               VALUE "Y".
001749     05  RB-LQ-MESSAGE         PIC X(80) VALUE SPACES.
001750*----------------------------------------------------------------
001751* REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED STYLE AS
001760* THE CAESARCIPHER OPERATOR SUMMARY.
001770*----------------------------------------------------------------
001780 01  RB-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
002190         UNTIL RB-WS-MSG-IDX > RB-WS-MSG-COUNT.
002200     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
002210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002215     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
002220     STOP RUN.
002230 0000-EXIT.
002240     EXIT.
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002351*    THE MSGRESLT HEADER GIVES THE BATCH DATE THE GATE IS CHECKED
002352*    FOR, SO IT IS READ BEFORE ANYTHING ELSE IS OPENED.
002353     PERFORM 2900-READ-RESULT-RECORD THRU 2900-EXIT.
002354     IF NOT RB-WS-EOF-YES
002355         AND RB-RR-HEADER
002356         MOVE RB-RH-BATCH-DATE TO RB-WS-BATCH-DATE
002357     END-IF.
002358     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
002360*    A MASTER THAT WILL NOT OPEN IS EXACTLY THE FAILURE THIS JOB
002370*    EXISTS TO CATCH -- BUT WITHOUT IT NOTHING CAN BE PROVED, SO
002380*    ABEND LOUDLY INSTEAD OF REPORTING A FALSE BALANCE.
002410         DISPLAY "RESULTBALANCE: RESULTS-MASTER OPEN FAILED, "
002420             "STATUS " RB-WS-MASTER-STATUS
002430         MOVE 16 TO RETURN-CODE
002440         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002450     END-IF.
002460     OPEN OUTPUT BALANCE-REPORT.
002470     IF RB-WS-REPORT-STATUS NOT = "00"
002480         DISPLAY "RESULTBALANCE: REPORT OPEN FAILED, STATUS "
002490             RB-WS-REPORT-STATUS
002500         MOVE 16 TO RETURN-CODE
002510         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002520     END-IF.
002540 1000-EXIT.
002550     EXIT.
002551*----------------------------------------------------------------
002552 1900-BEGIN-LEDGER-STEP.
002553*    RECORD THE STEP'S START ON THE RUN LEDGER.  A STEP WHOSE
002554*    PREDECESSORS HAVE NOT ENDED CLEAN FOR THE BATCH DATE STOPS
002555*    HERE, BEFORE IT HAS TOUCHED ANY FILE THEY FEED IT.
002556*----------------------------------------------------------------
002557     MOVE "B" TO RB-LQ-FUNCTION.
002558     MOVE RB-WS-BATCH-DATE TO RB-LQ-BATCH-DATE.
002559     MOVE RETURN-CODE TO RB-LQ-RETURN-CODE.
002560     CALL "RunLedger" USING RB-LEDGER-REQUEST.
002561     IF NOT RB-LQ-CLEARED
002562         DISPLAY "RESULTBALANCE: RUN REFUSED -- " RB-LQ-MESSAGE
002563         MOVE 12 TO RETURN-CODE
002564         STOP RUN
002565     END-IF.
002566 1900-EXIT.
002567     EXIT.
002568*----------------------------------------------------------------
002570 2000-GATHER-ONE-RESULT.
002580*    ONLY FIRST SEGMENTS ENTER THE BALANCE TABLE -- ONE ENTRY
002590*    PER MESSAGE.  THE SAME MESSAGE-ID ARRIVING TWICE AS A FIRST
002760             DISPLAY "RESULTBALANCE: UNKNOWN RESULT RECORD TYPE "
002770                 RB-RR-REC-TYPE " -- FILE PRESUMED GARBLED"
002780             MOVE 12 TO RETURN-CODE
002790             PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002800     END-EVALUATE.
002810     PERFORM 2900-READ-RESULT-RECORD THRU 2900-EXIT.
002820 2000-EXIT.
002930         DISPLAY "RESULTBALANCE: MORE THAN " RB-WS-MSG-MAX
002940             " MESSAGES ON MSGRESLT -- BALANCE CANNOT BE PROVED"
002950         MOVE 16 TO RETURN-CODE
002960         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002970     END-IF.
002980     ADD 1 TO RB-WS-MSG-COUNT.
002990     MOVE RB-RR-MESSAGE-ID TO RB-MT-MESSAGE-ID(RB-WS-MSG-COUNT).
003090     IF NOT RB-WS-HDR-SEEN
003100         DISPLAY "RESULTBALANCE: MSGRESLT HEADER RECORD MISSING"
003110         MOVE 12 TO RETURN-CODE
003120         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003130     END-IF.
003140     IF NOT RB-WS-TRL-SEEN
003150         DISPLAY "RESULTBALANCE: MSGRESLT TRAILER RECORD "
003160             "MISSING -- TRANSFER PRESUMED TRUNCATED"
003170         MOVE 12 TO RETURN-CODE
003180         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003190     END-IF.
003200     IF RB-WS-TRL-COUNT NOT = RB-WS-RECORDS-READ
003210         DISPLAY "RESULTBALANCE: MSGRESLT TRAILER EXPECTED "
003220             RB-WS-TRL-COUNT " RECORDS BUT " RB-WS-RECORDS-READ
003230             " WERE READ"
003240         MOVE 12 TO RETURN-CODE
003250         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003260     END-IF.
003270 2500-EXIT.
003280     EXIT.
006230     END-IF.
006240 9000-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270 9900-END-LEDGER-STEP.
006280*    READ IS THE MSGRESLT DETAIL RECORDS, TO CROSS-FOOT AGAINST
006290*    WHAT CAESARCIPHER WROTE; REJECTED IS THE EXCEPTIONS REPORTED.
006300*----------------------------------------------------------------
006310     MOVE "E" TO RB-LQ-FUNCTION.
006320     MOVE RETURN-CODE TO RB-LQ-RETURN-CODE.
006330     MOVE RB-WS-RECORDS-READ TO RB-LQ-READ.
006340     MOVE 0 TO RB-LQ-WRITTEN.
006350     MOVE RB-WS-EXC-COUNT TO RB-LQ-REJECTED.
006360     CALL "RunLedger" USING RB-LEDGER-REQUEST.
006370 9900-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------
006400 9950-ABEND-STEP.
006410*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
006420*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
006430*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
006440*    STEP ENDED RATHER THAN A START WITH NO END.
006450*----------------------------------------------------------------
006460     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
006470     STOP RUN.
006480 9950-EXIT.
006490     EXIT.
