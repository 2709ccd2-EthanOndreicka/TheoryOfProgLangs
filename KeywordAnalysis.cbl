000260* 08/22/26  RH   INPUT RECORD WIDENED FOR THE LANGUAGE CODE THE
000270*                RETRY QUEUE NOW CARRIES.  DERIVATION STILL
000280*                WEIGHS AGAINST THE ENGLISH FREQUENCY TABLE.
000282* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000284*                THROUGH THE RUNLEDGER MODULE, UNDER THE BATCH
000286*                DATE OF THE CURRENT CYCLE, WITH THE MESSAGES READ
000288*                AND ANALYZED.
000290* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000292*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000294*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000296*                RUN STOPS.
000298*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
001490         10  KA-CAND-VALID     PIC X(01).
001500         10  KA-CAND-PREVIEW   PIC X(100).
001510         10  KA-CAND-TAKEN     PIC X(01).
001511*----------------------------------------------------------------
001512* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
001513* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
001514* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
001515* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
001516*----------------------------------------------------------------
001517 01  KA-LEDGER-REQUEST.
001518     05  KA-LQ-FUNCTION        PIC X(01).
001519     05  KA-LQ-PROGRAM         PIC X(16) VALUE "KEYWORDANALYSIS".
001520     05  KA-LQ-JOB-ID          PIC X(08) VALUE SPACES.
001521     05  KA-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
001522     05  KA-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
001523     05  KA-LQ-READ            PIC 9(09) VALUE 0.
001524     05  KA-LQ-WRITTEN         PIC 9(09) VALUE 0.
001525     05  KA-LQ-REJECTED        PIC 9(09) VALUE 0.
001526     05  KA-LQ-START-TS        PIC X(14) VALUE SPACES.
001527     05  KA-LQ-RESULT          PIC X(01) VALUE SPACES.
001528         88  KA-LQ-CLEARED               VALUE "Y".
001529     05  KA-LQ-MESSAGE         PIC X(80) VALUE SPACES.
001530*----------------------------------------------------------------
001531* VIGENERE DECODE PROOF AREAS -- THE DERIVED KEYWORD IS RUN
001540* THROUGH THE SAME DECODER AND GARBLED-DECODE CHECK THE
001550* PRODUCTION FALLBACK USES, SO THE RANK FILE TELLS THE OPERATOR
001560* WHICH CANDIDATES ACTUALLY READ AS LANGUAGE.
001660     PERFORM 2000-ANALYZE-ONE-MESSAGE THRU 2000-EXIT
001670         UNTIL KA-WS-EOF-YES.
001680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001685     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
001690     STOP RUN.
001700 0000-EXIT.
001710     EXIT.
001720*----------------------------------------------------------------
001730 1000-INITIALIZE.
001740*----------------------------------------------------------------
001745     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
001750     OPEN INPUT ANALYSIS-IN.
001760     IF KA-WS-INPUT-STATUS NOT = "00"
001770         DISPLAY "KEYWORDANALYSIS: ANALYSIS-IN OPEN FAILED, "
001780             "STATUS " KA-WS-INPUT-STATUS
001790         MOVE 16 TO RETURN-CODE
001800         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
001810     END-IF.
001820     OPEN OUTPUT KEYWORD-RANK.
001830     IF KA-WS-RANK-STATUS NOT = "00"
001840         DISPLAY "KEYWORDANALYSIS: KEYWORD-RANK OPEN FAILED, "
001850             "STATUS " KA-WS-RANK-STATUS
001860         MOVE 16 TO RETURN-CODE
001870         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
001880     END-IF.
001890     PERFORM 2900-READ-ANALYSIS-RECORD THRU 2900-EXIT.
001900 1000-EXIT.
001910     EXIT.
001911*----------------------------------------------------------------
001912 1900-BEGIN-LEDGER-STEP.
001913*    RECORD THE STEP'S START ON THE RUN LEDGER.  THE STEP HAS NO
001914*    BATCH DATE OF ITS OWN AND JOINS THE CURRENT CYCLE.
001915*----------------------------------------------------------------
001916     MOVE "B" TO KA-LQ-FUNCTION.
001917     MOVE RETURN-CODE TO KA-LQ-RETURN-CODE.
001918     CALL "RunLedger" USING KA-LEDGER-REQUEST.
001919     IF NOT KA-LQ-CLEARED
001920         DISPLAY "KEYWORDANALYSIS: RUN REFUSED -- " KA-LQ-MESSAGE
001921         MOVE 12 TO RETURN-CODE
001922         STOP RUN
001923     END-IF.
001924 1900-EXIT.
001925     EXIT.
001926*----------------------------------------------------------------
001930 2000-ANALYZE-ONE-MESSAGE.
001940*----------------------------------------------------------------
001950     ADD 1 TO KA-WS-MSGS-READ.
005410         KA-WS-MSGS-ANALYZED " ANALYZED".
005420 9000-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450 9900-END-LEDGER-STEP.
005460*    WRITTEN IS THE MESSAGES ANALYZED AND RANKED; REJECTED IS THE
005470*    MESSAGES PASSED OVER.
005480*----------------------------------------------------------------
005490     MOVE "E" TO KA-LQ-FUNCTION.
005500     MOVE RETURN-CODE TO KA-LQ-RETURN-CODE.
005510     MOVE KA-WS-MSGS-READ TO KA-LQ-READ.
005520     MOVE KA-WS-MSGS-ANALYZED TO KA-LQ-WRITTEN.
005530     COMPUTE KA-LQ-REJECTED =
005540         KA-WS-MSGS-READ - KA-WS-MSGS-ANALYZED.
005550     CALL "RunLedger" USING KA-LEDGER-REQUEST.
005560 9900-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------
005590 9950-ABEND-STEP.
005600*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
005610*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
005620*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
005630*    STEP ENDED RATHER THAN A START WITH NO END.
005640*----------------------------------------------------------------
005650     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
005660     STOP RUN.
005670 9950-EXIT.
005680     EXIT.
