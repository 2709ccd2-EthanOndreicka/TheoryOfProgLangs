000230*                THE REPORT, AND PRINTS A BEFORE/AFTER LISTING OF
000240*                EVERY LANGUAGE SO THE DESK CAN SIGN OFF THE
000250*                CHANGE.
000252* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000254*                THROUGH THE RUNLEDGER MODULE, UNDER THE BATCH
000256*                DATE OF THE CURRENT CYCLE, WITH THE CARDS READ,
000258*                LANGUAGES CHANGED AND CARDS REJECTED.
000260* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000262*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000264*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000266*                RUN STOPS.
000268*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
001570 01  LM-WS-CNT-REPLACED        PIC 9(05) VALUE 0.
001580 01  LM-WS-CNT-DELETED         PIC 9(05) VALUE 0.
001590 01  LM-WS-CNT-REJECTED        PIC 9(05) VALUE 0.
001591*----------------------------------------------------------------
001592* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
001593* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
001594* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
001595* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
001596*----------------------------------------------------------------
001597 01  LM-LEDGER-REQUEST.
001598     05  LM-LQ-FUNCTION        PIC X(01).
001599     05  LM-LQ-PROGRAM         PIC X(16) VALUE "LANGMAINT".
001600     05  LM-LQ-JOB-ID          PIC X(08) VALUE SPACES.
001601     05  LM-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
001602     05  LM-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
001603     05  LM-LQ-READ            PIC 9(09) VALUE 0.
001604     05  LM-LQ-WRITTEN         PIC 9(09) VALUE 0.
001605     05  LM-LQ-REJECTED        PIC 9(09) VALUE 0.
001606     05  LM-LQ-START-TS        PIC X(14) VALUE SPACES.
001607     05  LM-LQ-RESULT          PIC X(01) VALUE SPACES.
001608         88  LM-LQ-CLEARED               VALUE "Y".
001609     05  LM-LQ-MESSAGE         PIC X(80) VALUE SPACES.
001610*----------------------------------------------------------------
001611* REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED STYLE AS
001620* THE CAESARCIPHER OPERATOR SUMMARY.
001630*----------------------------------------------------------------
001640 01  LM-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
002230     PERFORM 3500-LIST-AFTER THRU 3500-EXIT.
002240     PERFORM 4000-REWRITE-LANGTAB THRU 4000-EXIT.
002250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002255     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
002260     STOP RUN.
002270 0000-EXIT.
002280     EXIT.
002300 1000-INITIALIZE.
002310*----------------------------------------------------------------
002320     MOVE FUNCTION CURRENT-DATE TO LM-WS-RUN-TIMESTAMP.
002325     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
002330     OPEN OUTPUT MAINT-REPORT.
002340     IF LM-WS-REPORT-STATUS NOT = "00"
002350         DISPLAY "LANGMAINT: REPORT OPEN FAILED, STATUS "
002360             LM-WS-REPORT-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002390     END-IF.
002400     PERFORM 1100-LOAD-LANGTAB THRU 1100-EXIT.
002410     OPEN INPUT TRANSACTION-CARDS.
002430         DISPLAY "LANGMAINT: NO TRANSACTION CARDS ON SYSIN, "
002440             "STATUS " LM-WS-CARD-STATUS
002450         MOVE 16 TO RETURN-CODE
002460         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002470     END-IF.
002480     MOVE "N" TO LM-WS-EOF-SWITCH.
002490     PERFORM 2900-READ-TRANSACTION-CARD THRU 2900-EXIT.
003290         LM-LG-WORD-CNT(LM-WS-CUR-LANG)).
003300 1130-EXIT.
003310     EXIT.
003311*----------------------------------------------------------------
003312 1900-BEGIN-LEDGER-STEP.
003313*    RECORD THE STEP'S START ON THE RUN LEDGER.  THE STEP HAS NO
003314*    BATCH DATE OF ITS OWN AND JOINS THE CURRENT CYCLE.
003315*----------------------------------------------------------------
003316     MOVE "B" TO LM-LQ-FUNCTION.
003317     MOVE RETURN-CODE TO LM-LQ-RETURN-CODE.
003318     CALL "RunLedger" USING LM-LEDGER-REQUEST.
003319     IF NOT LM-LQ-CLEARED
003320         DISPLAY "LANGMAINT: RUN REFUSED -- " LM-LQ-MESSAGE
003321         MOVE 12 TO RETURN-CODE
003322         STOP RUN
003323     END-IF.
003324 1900-EXIT.
003325     EXIT.
003326*----------------------------------------------------------------
003330 2000-APPLY-ONE-CARD.
003340*----------------------------------------------------------------
003350     ADD 1 TO LM-WS-CARDS-READ.
006990         DISPLAY "LANGMAINT: LANGTAB REWRITE OPEN FAILED, "
007000             "STATUS " LM-WS-LANGTAB-STATUS
007010         MOVE 16 TO RETURN-CODE
007020         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
007030     END-IF.
007040     PERFORM 4100-WRITE-ONE-LANGUAGE THRU 4100-EXIT
007050         VARYING LM-WS-LANG-IDX FROM 1 BY 1
007740     END-IF.
007750 9000-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------
007780 9900-END-LEDGER-STEP.
007790*    WRITTEN IS THE LANGUAGES ADDED, REPLACED OR DELETED.
007800*----------------------------------------------------------------
007810     MOVE "E" TO LM-LQ-FUNCTION.
007820     MOVE RETURN-CODE TO LM-LQ-RETURN-CODE.
007830     MOVE LM-WS-CARDS-READ TO LM-LQ-READ.
007840     COMPUTE LM-LQ-WRITTEN =
007850         LM-WS-CNT-ADDED + LM-WS-CNT-REPLACED + LM-WS-CNT-DELETED.
007860     MOVE LM-WS-CNT-REJECTED TO LM-LQ-REJECTED.
007870     CALL "RunLedger" USING LM-LEDGER-REQUEST.
007880 9900-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------
007910 9950-ABEND-STEP.
007920*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
007930*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
007940*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
007950*    STEP ENDED RATHER THAN A START WITH NO END.
007960*----------------------------------------------------------------
007970     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
007980     STOP RUN.
007990 9950-EXIT.
008000     EXIT.
