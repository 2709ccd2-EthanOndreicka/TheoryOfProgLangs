000210*                THE EFFECTIVE DATE AND THE APPROVER'S INITIALS.
000220*                CAESARCIPHER CONSULTS THE LIBRARY PER MESSAGE
000230*                WHEN ITS CAESAR CANDIDATES FAIL VALIDATION.
000232* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000234*                THROUGH THE RUNLEDGER MODULE, UNDER THE BATCH
000236*                DATE OF THE CURRENT CYCLE, WITH THE CARDS READ,
000238*                ENTRIES PROMOTED AND CARDS REJECTED.
000240* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000242*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000244*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000246*                RUN STOPS.
000248*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
001170         10  KP-LB-KEYWORD       PIC X(10).
001180         10  KP-LB-EFF-DATE      PIC 9(08).
001190         10  KP-LB-APPROVER      PIC X(03).
001191*----------------------------------------------------------------
001192* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
001193* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
001194* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
001195* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
001196*----------------------------------------------------------------
001197 01  KP-LEDGER-REQUEST.
001198     05  KP-LQ-FUNCTION        PIC X(01).
001199     05  KP-LQ-PROGRAM         PIC X(16) VALUE "KEYWORDPROMOTE".
001200     05  KP-LQ-JOB-ID          PIC X(08) VALUE SPACES.
001201     05  KP-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
001202     05  KP-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
001203     05  KP-LQ-READ            PIC 9(09) VALUE 0.
001204     05  KP-LQ-WRITTEN         PIC 9(09) VALUE 0.
001205     05  KP-LQ-REJECTED        PIC 9(09) VALUE 0.
001206     05  KP-LQ-START-TS        PIC X(14) VALUE SPACES.
001207     05  KP-LQ-RESULT          PIC X(01) VALUE SPACES.
001208         88  KP-LQ-CLEARED               VALUE "Y".
001209     05  KP-LQ-MESSAGE         PIC X(80) VALUE SPACES.
001210*----------------------------------------------------------------
001211* PROMOTION COUNTERS FOR THE OPERATOR TALLY
001220*----------------------------------------------------------------
001230 01  KP-WS-CARDS-READ          PIC 9(05) VALUE 0.
001240 01  KP-WS-CNT-PROMOTED        PIC 9(05) VALUE 0.
001340         UNTIL KP-WS-EOF-YES.
001350     PERFORM 3000-REWRITE-LIBRARY THRU 3000-EXIT.
001360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001365     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
001370     STOP RUN.
001380 0000-EXIT.
001390     EXIT.
001420*----------------------------------------------------------------
001430     MOVE FUNCTION CURRENT-DATE TO KP-WS-RUN-TIMESTAMP.
001440     MOVE KP-WS-RUN-TIMESTAMP(1:8) TO KP-WS-TODAY.
001445     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
001450     PERFORM 1100-LOAD-RANK-FILE THRU 1100-EXIT.
001460     PERFORM 1200-LOAD-LIBRARY THRU 1200-EXIT.
001470     OPEN INPUT APPROVAL-CARDS.
001490         DISPLAY "KEYWORDPROMOTE: NO APPROVAL CARDS ON SYSIN, "
001500             "STATUS " KP-WS-CARD-STATUS
001510         MOVE 16 TO RETURN-CODE
001520         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
001530     END-IF.
001540     MOVE "N" TO KP-WS-EOF-SWITCH.
001550     PERFORM 2900-READ-APPROVAL-CARD THRU 2900-EXIT.
001630         DISPLAY "KEYWORDPROMOTE: KEYWORD-RANK OPEN FAILED, "
001640             "STATUS " KP-WS-RANK-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
001670     END-IF.
001680     MOVE "N" TO KP-WS-EOF-SWITCH.
001690     PERFORM 1110-LOAD-ONE-RANK THRU 1110-EXIT
002370                     KP-WS-LIB-MAX " ENTRIES -- RUN ABANDONED "
002380                     "BEFORE ANYTHING IS LOST"
002390                 MOVE 16 TO RETURN-CODE
002400                 PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002410             END-IF
002420     END-READ.
002430 1210-EXIT.
002440     EXIT.
002441*----------------------------------------------------------------
002442 1900-BEGIN-LEDGER-STEP.
002443*    RECORD THE STEP'S START ON THE RUN LEDGER.  THE STEP HAS NO
002444*    BATCH DATE OF ITS OWN AND JOINS THE CURRENT CYCLE.
002445*----------------------------------------------------------------
002446     MOVE "B" TO KP-LQ-FUNCTION.
002447     MOVE RETURN-CODE TO KP-LQ-RETURN-CODE.
002448     CALL "RunLedger" USING KP-LEDGER-REQUEST.
002449     IF NOT KP-LQ-CLEARED
002450         DISPLAY "KEYWORDPROMOTE: RUN REFUSED -- " KP-LQ-MESSAGE
002451         MOVE 12 TO RETURN-CODE
002452         STOP RUN
002453     END-IF.
002454 1900-EXIT.
002455     EXIT.
002456*----------------------------------------------------------------
002460 2000-PROMOTE-ONE-CARD.
002470*    MATCH THE APPROVAL CARD TO ITS KEYRANK CANDIDATE BY
002480*    MESSAGE-ID AND RANK NUMBER -- THE OPERATOR APPROVES OFF THE
003590         DISPLAY "KEYWORDPROMOTE: LIBRARY REWRITE OPEN FAILED, "
003600             "STATUS " KP-WS-LIBRARY-STATUS
003610         MOVE 16 TO RETURN-CODE
003620         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003630     END-IF.
003640     PERFORM 3100-WRITE-ONE-LIBRARY THRU 3100-EXIT
003650         VARYING KP-WS-LIB-IDX FROM 1 BY 1
003930     END-IF.
003940 9000-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970 9900-END-LEDGER-STEP.
003980*    WRITTEN IS THE LIBRARY ENTRIES PROMOTED OR REPLACED.
003990*----------------------------------------------------------------
004000     MOVE "E" TO KP-LQ-FUNCTION.
004010     MOVE RETURN-CODE TO KP-LQ-RETURN-CODE.
004020     MOVE KP-WS-CARDS-READ TO KP-LQ-READ.
004030     COMPUTE KP-LQ-WRITTEN =
004040         KP-WS-CNT-PROMOTED + KP-WS-CNT-REPLACED.
004050     MOVE KP-WS-CNT-REJECTED TO KP-LQ-REJECTED.
004060     CALL "RunLedger" USING KP-LEDGER-REQUEST.
004070 9900-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100 9950-ABEND-STEP.
004110*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
004120*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
004130*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
004140*    STEP ENDED RATHER THAN A START WITH NO END.
004150*----------------------------------------------------------------
004160     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
004170     STOP RUN.
004180 9950-EXIT.
004190     EXIT.
