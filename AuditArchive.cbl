000190*                REPORT -- DECODE COUNTS AND SHIFT-RANGE USAGE BY
000200*                JOB ID, MODE AND DAY, PLUS ANY GAPS IN THE DAILY
000210*                SEQUENCE THAT WOULD MEAN MISSING AUDIT COVERAGE.
000211* 10/15/26  RH   AUDIT RECORD NOW 603 BYTES WITH THE AUDITCHAIN
000212*                SEQUENCE AND CHECK VALUES.  EACH ARCHIVE DATASET
000213*                NOW OPENS WITH A *ARCHHDR RECORD STAMPED WITH ITS
000214*                FIRST SEQUENCE AND THE CHAIN VALUE IT CONTINUES
000215*                FROM, AND CLOSES WITH A *ARCHTRL RECORD CARRYING
000216*                ITS LAST SEQUENCE, ENDING CHAIN VALUE AND RECORD
000217*                COUNT, SO AUDITVERIFY CAN PROVE NOTHING WAS
000218*                DROPPED.  ONCE ANY RECORD IS RETAINED EVERY LATER
000219*                ONE IS RETAINED TOO, SO THE ARCHIVE AND THE LIVE
000220*                LOG EACH HOLD AN UNBROKEN STRETCH OF THE CHAIN.
000221* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000222*                THROUGH THE RUNLEDGER MODULE, UNDER THE BATCH
000223*                DATE OF THE CURRENT CYCLE, AND IS REFUSED AT
000224*                START-UP UNLESS AUDITVERIFY HAS ENDED AT RETURN
000225*                CODE 4 OR BELOW FOR THAT CYCLE.
000227* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000229*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000231*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000233*                RUN STOPS.
000234* 10/15/26  RH   A RECORD WHOSE TIMESTAMP DOES NOT READ AS A DATE
000235*                NO LONGER STARTS THE RETAINED STRETCH OF THE LOG.
000236*                IT TRAVELS WITH THE RECORDS AROUND IT, TO THE
000237*                ARCHIVE IN CHAIN ORDER OR HELD BACK WITH THEM,
000238*                AND IS STILL COUNTED AND REPORTED, SO ONE DAMAGED
000239*                RECORD NO LONGER HOLDS EVERY LATER RECORD ON THE
000240*                LIVE LOG NIGHT AFTER NIGHT.
000241*----------------------------------------------------------------
000242 ENVIRONMENT DIVISION.
000243 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270 INPUT-OUTPUT SECTION.
000580     05  AA-AL-SHIFTS-TRIED    PIC X(20).
000590     05  AA-AL-SHIFT-SELECTED  PIC 9(03).
000600     05  AA-AL-MODE            PIC X(09).
000602     05  AA-AL-SEQUENCE        PIC 9(09).
000604     05  AA-AL-PREV-CHAIN      PIC 9(09).
000606     05  AA-AL-CHECK-VALUE     PIC 9(09).
000610*
000620 FD  ARCHIVE-OUT
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000641 01  AA-ARCHIVE-RECORD         PIC X(603).
000642*----------------------------------------------------------------
000643* ARCHIVE HEADER AND TRAILER.  THE FIRST AND LAST RECORDS OF EVERY
000644* ARCHIVE DATASET.  THE HEADER CARRIES THE FIRST SEQUENCE ARCHIVED
000645* AND THE CHAIN VALUE IT CONTINUES FROM; THE TRAILER THE LAST
000646* SEQUENCE, THE ENDING CHAIN VALUE AND THE RECORD COUNT.
000647*----------------------------------------------------------------
000648 01  AA-ARCHIVE-CONTROL.
000649     05  AA-AH-REC-ID          PIC X(08).
000650     05  AA-AH-SEQUENCE        PIC 9(09).
000651     05  AA-AH-CHAIN           PIC 9(09).
000652     05  AA-AH-RECORD-COUNT    PIC 9(07).
000653     05  AA-AH-CUTOFF-DATE     PIC 9(08).
000654     05  AA-AH-CREATED         PIC X(14).
000655     05  FILLER                PIC X(548).
000660*
000670 FD  WORK-LOG
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  AA-WORK-RECORD            PIC X(603).
000710*
000720 FD  CONTROL-CARD
000730     RECORDING MODE IS F
001000 01  AA-WS-RECORDS-RETAINED    PIC 9(07) VALUE 0.
001010 01  AA-WS-BAD-DATE-COUNT      PIC 9(07) VALUE 0.
001020 01  AA-WS-RUN-TIMESTAMP       PIC X(26) VALUE SPACES.
001021*----------------------------------------------------------------
001022* CHAIN STAMPS FOR THE ARCHIVE HEADER AND TRAILER.  ONCE ONE
001023* RECORD IS RETAINED, EVERYTHING AFTER IT IS RETAINED AS WELL.
001024* ONLY A RECORD DATED ON OR AFTER THE CUTOFF SETS THE SWITCH.
001025*----------------------------------------------------------------
001026 01  AA-WS-RETAIN-SWITCH       PIC X(01) VALUE "N".
001027     88  AA-WS-RETAINING                 VALUE "Y".
001028 01  AA-WS-HEADER-SWITCH       PIC X(01) VALUE "N".
001029     88  AA-WS-HEADER-WRITTEN            VALUE "Y".
001030 01  AA-WS-HELD-BACK-COUNT     PIC 9(07) VALUE 0.
001031 01  AA-WS-ARCH-FIRST-SEQ      PIC 9(09) VALUE 0.
001032 01  AA-WS-ARCH-CHAIN-IN       PIC 9(09) VALUE 0.
001033 01  AA-WS-ARCH-LAST-SEQ       PIC 9(09) VALUE 0.
001034 01  AA-WS-ARCH-CHAIN-OUT      PIC 9(09) VALUE 0.
001035*----------------------------------------------------------------
001040* ACTIVITY ACCUMULATION.  ONE ENTRY PER JOB-ID / MODE / DAY SEEN
001050* ON THE LOG, WITH THE DECODE COUNT AND THE LOWEST AND HIGHEST
001060* SHIFT SELECTED -- THE BREAKDOWN COMPLIANCE HAS ASKED FOR THREE
001400 01  AA-DAY-TABLE.
001410     05  AA-DAY-ENTRY  OCCURS 400 TIMES.
001420         10  AA-DAY-INT        PIC 9(07).
001421*----------------------------------------------------------------
001422* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
001423* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
001424* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
001425* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
001426*----------------------------------------------------------------
001427 01  AA-LEDGER-REQUEST.
001428     05  AA-LQ-FUNCTION        PIC X(01).
001429     05  AA-LQ-PROGRAM         PIC X(16) VALUE "AUDITARCHIVE".
001430     05  AA-LQ-JOB-ID          PIC X(08) VALUE SPACES.
001431     05  AA-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
001432     05  AA-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
001433     05  AA-LQ-READ            PIC 9(09) VALUE 0.
001434     05  AA-LQ-WRITTEN         PIC 9(09) VALUE 0.
001435     05  AA-LQ-REJECTED        PIC 9(09) VALUE 0.
001436     05  AA-LQ-START-TS        PIC X(14) VALUE SPACES.
001437     05  AA-LQ-RESULT          PIC X(01) VALUE SPACES.
001438         88  AA-LQ-CLEARED               VALUE "Y".
001439     05  AA-LQ-MESSAGE         PIC X(80) VALUE SPACES.
001440*----------------------------------------------------------------
001441* REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED STYLE AS
001450* THE CAESARCIPHER OPERATOR SUMMARY.
001460*----------------------------------------------------------------
001470 01  AA-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
001910         "NO AUDIT COVERAGE ON DAY ".
001920     05  AA-RPT-GAP-DATE       PIC 9(08).
001930     05  FILLER                PIC X(94) VALUE SPACES.
001931 01  AA-RPT-CHAIN-LINE.
001932     05  FILLER                PIC X(05) VALUE SPACES.
001933     05  AA-RPT-CH-LABEL       PIC X(30).
001934     05  AA-RPT-CH-VALUE       PIC 9(09).
001935     05  FILLER                PIC X(88) VALUE SPACES.
001940*
001950 PROCEDURE DIVISION.
001960*----------------------------------------------------------------
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002000     PERFORM 2000-SPLIT-ONE-RECORD THRU 2000-EXIT
002010         UNTIL AA-WS-EOF-YES.
002015     PERFORM 2800-WRITE-ARCHIVE-TRAILER THRU 2800-EXIT.
002020     PERFORM 3000-REWRITE-LIVE-LOG THRU 3000-EXIT.
002030     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
002040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002045     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
002050     STOP RUN.
002060 0000-EXIT.
002070     EXIT.
002100*----------------------------------------------------------------
002110     MOVE FUNCTION CURRENT-DATE TO AA-WS-RUN-TIMESTAMP.
002120     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002125     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
002130     OPEN INPUT AUDIT-LOG.
002140     IF AA-WS-AUDIT-STATUS NOT = "00"
002150         DISPLAY "AUDITARCHIVE: AUDIT-LOG OPEN FAILED, STATUS "
002160             AA-WS-AUDIT-STATUS
002170         MOVE 16 TO RETURN-CODE
002180         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002190     END-IF.
002200     OPEN OUTPUT ARCHIVE-OUT.
002210     IF AA-WS-ARCHIVE-STATUS NOT = "00"
002220         DISPLAY "AUDITARCHIVE: ARCHIVE OPEN FAILED, STATUS "
002230             AA-WS-ARCHIVE-STATUS
002240         MOVE 16 TO RETURN-CODE
002250         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002260     END-IF.
002270     OPEN OUTPUT WORK-LOG.
002280     IF AA-WS-WORK-STATUS NOT = "00"
002290         DISPLAY "AUDITARCHIVE: WORK-LOG OPEN FAILED, STATUS "
002300             AA-WS-WORK-STATUS
002310         MOVE 16 TO RETURN-CODE
002320         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002330     END-IF.
002340     OPEN OUTPUT COMPLIANCE-REPORT.
002350     IF AA-WS-REPORT-STATUS NOT = "00"
002360         DISPLAY "AUDITARCHIVE: REPORT OPEN FAILED, STATUS "
002370             AA-WS-REPORT-STATUS
002380         MOVE 16 TO RETURN-CODE
002390         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002400     END-IF.
002410     PERFORM 2900-READ-AUDIT-RECORD THRU 2900-EXIT.
002420 1000-EXIT.
002630     END-IF.
002640 1100-EXIT.
002650     EXIT.
002651*----------------------------------------------------------------
002652 1900-BEGIN-LEDGER-STEP.
002653*    RECORD THE STEP'S START ON THE RUN LEDGER.  THE STEP HAS NO
002654*    BATCH DATE OF ITS OWN AND JOINS THE CURRENT CYCLE, AND IS
002655*    REFUSED THERE UNLESS AUDITVERIFY HAS ENDED CLEAN FOR IT --
002656*    NOTHING IS ARCHIVED FROM A CHAIN THAT DID NOT VERIFY.
002657*----------------------------------------------------------------
002658     MOVE "B" TO AA-LQ-FUNCTION.
002659     MOVE RETURN-CODE TO AA-LQ-RETURN-CODE.
002660     CALL "RunLedger" USING AA-LEDGER-REQUEST.
002661     IF NOT AA-LQ-CLEARED
002662         DISPLAY "AUDITARCHIVE: RUN REFUSED -- " AA-LQ-MESSAGE
002663         MOVE 12 TO RETURN-CODE
002664         STOP RUN
002665     END-IF.
002666 1900-EXIT.
002667     EXIT.
002668*----------------------------------------------------------------
002670 2000-SPLIT-ONE-RECORD.
002675*    A RECORD DATED ON OR AFTER THE CUTOFF GOES TO THE WORK COPY
002680*    THAT BECOMES THE NEW LIVE LOG; THE REST GO TO THE ARCHIVE.
002685*    THE LOG IS CHAINED RECORD TO RECORD, SO ONCE ONE RECORD IS
002690*    RETAINED EVERY LATER ONE STAYS ON THE LIVE LOG WITH IT, EVEN
002695*    IF DATED BEFORE THE CUTOFF; THOSE ARE COUNTED AS HELD BACK
002700*    AND GO OUT WITH THE NEXT ARCHIVE RUN.  A RECORD WHOSE
002705*    TIMESTAMP DOES NOT READ AS A DATE NEVER STARTS THE RETAINED
002710*    STRETCH -- IT WOULD START IT AGAIN EVERY NIGHT AND NOTHING
002715*    AFTER IT WOULD EVER BE ARCHIVED.  IT GOES WHERE THE CHAIN
002720*    PUTS IT, ARCHIVED OR HELD BACK, AND IS COUNTED AND REPORTED.
002730*----------------------------------------------------------------
002740     ADD 1 TO AA-WS-RECORDS-READ.
002746     IF AA-WS-CUTOFF-DATE = 0
002750         OR (AA-AL-REC-DATE IS NUMERIC
002754             AND AA-AL-REC-DATE > 0
002758             AND AA-AL-REC-DATE NOT < AA-WS-CUTOFF-DATE)
002764         WRITE AA-WORK-RECORD FROM AA-AUDIT-RECORD
002770         ADD 1 TO AA-WS-RECORDS-RETAINED
002776         MOVE "Y" TO AA-WS-RETAIN-SWITCH
002782     ELSE
002788         IF AA-WS-RETAINING
002794             WRITE AA-WORK-RECORD FROM AA-AUDIT-RECORD
002800             ADD 1 TO AA-WS-RECORDS-RETAINED
002806             ADD 1 TO AA-WS-HELD-BACK-COUNT
002812         ELSE
002818             PERFORM 2700-ARCHIVE-ONE-RECORD THRU 2700-EXIT
002824         END-IF
002830     END-IF.
002840     IF AA-AL-REC-DATE IS NUMERIC AND AA-AL-REC-DATE > 0
002850         PERFORM 2500-AGGREGATE-ACTIVITY THRU 2500-EXIT
003830     END-IF.
003840 2610-EXIT.
003850     EXIT.
003851*----------------------------------------------------------------
003852 2700-ARCHIVE-ONE-RECORD.
003853*    THE HEADER GOES OUT AHEAD OF THE FIRST RECORD ARCHIVED, ONCE
003854*    ITS SEQUENCE AND THE CHAIN VALUE IT FOLLOWS ARE KNOWN.  A
003855*    RECORD WRITTEN BEFORE THE CHAIN WENT IN STAMPS AS ZERO.
003856*----------------------------------------------------------------
003857     IF NOT AA-WS-HEADER-WRITTEN
003858         IF AA-AL-SEQUENCE IS NUMERIC
003859             AND AA-AL-PREV-CHAIN IS NUMERIC
003860             MOVE AA-AL-SEQUENCE TO AA-WS-ARCH-FIRST-SEQ
003861             MOVE AA-AL-PREV-CHAIN TO AA-WS-ARCH-CHAIN-IN
003862         END-IF
003863         PERFORM 2750-WRITE-ARCHIVE-HEADER THRU 2750-EXIT
003864     END-IF.
003865     WRITE AA-ARCHIVE-RECORD FROM AA-AUDIT-RECORD.
003866     ADD 1 TO AA-WS-RECORDS-ARCHIVED.
003867     IF AA-AL-SEQUENCE IS NUMERIC
003868         AND AA-AL-CHECK-VALUE IS NUMERIC
003869         MOVE AA-AL-SEQUENCE TO AA-WS-ARCH-LAST-SEQ
003870         MOVE AA-AL-CHECK-VALUE TO AA-WS-ARCH-CHAIN-OUT
003871     ELSE
003872         MOVE 0 TO AA-WS-ARCH-LAST-SEQ
003873         MOVE 0 TO AA-WS-ARCH-CHAIN-OUT
003874     END-IF.
003875 2700-EXIT.
003876     EXIT.
003877*----------------------------------------------------------------
003878 2750-WRITE-ARCHIVE-HEADER.
003879*----------------------------------------------------------------
003880     MOVE SPACES TO AA-ARCHIVE-CONTROL.
003881     MOVE "*ARCHHDR" TO AA-AH-REC-ID.
003882     MOVE AA-WS-ARCH-FIRST-SEQ TO AA-AH-SEQUENCE.
003883     MOVE AA-WS-ARCH-CHAIN-IN TO AA-AH-CHAIN.
003884     MOVE 0 TO AA-AH-RECORD-COUNT.
003885     MOVE AA-WS-CUTOFF-DATE TO AA-AH-CUTOFF-DATE.
003886     MOVE AA-WS-RUN-TIMESTAMP(1:14) TO AA-AH-CREATED.
003887     WRITE AA-ARCHIVE-CONTROL.
003888     MOVE "Y" TO AA-WS-HEADER-SWITCH.
003889 2750-EXIT.
003890     EXIT.
003891*----------------------------------------------------------------
003892 2800-WRITE-ARCHIVE-TRAILER.
003893*    AN ARCHIVE WITH NOTHING IN IT STILL GETS ITS HEADER AND
003894*    TRAILER, SO AN EMPTY DATASET CAN BE TOLD FROM A LOST ONE.
003895*----------------------------------------------------------------
003896     IF NOT AA-WS-HEADER-WRITTEN
003897         PERFORM 2750-WRITE-ARCHIVE-HEADER THRU 2750-EXIT
003898     END-IF.
003899     MOVE SPACES TO AA-ARCHIVE-CONTROL.
003900     MOVE "*ARCHTRL" TO AA-AH-REC-ID.
003901     MOVE AA-WS-ARCH-LAST-SEQ TO AA-AH-SEQUENCE.
003902     MOVE AA-WS-ARCH-CHAIN-OUT TO AA-AH-CHAIN.
003903     MOVE AA-WS-RECORDS-ARCHIVED TO AA-AH-RECORD-COUNT.
003904     MOVE AA-WS-CUTOFF-DATE TO AA-AH-CUTOFF-DATE.
003905     MOVE AA-WS-RUN-TIMESTAMP(1:14) TO AA-AH-CREATED.
003906     WRITE AA-ARCHIVE-CONTROL.
003907 2800-EXIT.
003908     EXIT.
003909*----------------------------------------------------------------
003910 2900-READ-AUDIT-RECORD.
003911*----------------------------------------------------------------
003912     READ AUDIT-LOG
003913         AT END
003914             MOVE "Y" TO AA-WS-EOF-SWITCH
003920     END-READ.
003930 2900-EXIT.
003940     EXIT.
004050         DISPLAY "AUDITARCHIVE: WORK-LOG REOPEN FAILED, STATUS "
004060             AA-WS-WORK-STATUS
004070         MOVE 16 TO RETURN-CODE
004080         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
004090     END-IF.
004100     OPEN OUTPUT AUDIT-LOG.
004110     IF AA-WS-AUDIT-STATUS NOT = "00"
004120         DISPLAY "AUDITARCHIVE: AUDIT-LOG REWRITE OPEN FAILED, "
004130             "STATUS " AA-WS-AUDIT-STATUS
004140         MOVE 16 TO RETURN-CODE
004150         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
004160     END-IF.
004170     MOVE "N" TO AA-WS-EOF-SWITCH.
004180     PERFORM 3100-COPY-ONE-RECORD THRU 3100-EXIT
004600     MOVE AA-WS-BAD-DATE-COUNT TO AA-RPT-CL-COUNT.
004610     MOVE AA-RPT-COUNT-LINE TO AA-REPORT-LINE.
004620     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
004621     MOVE "HELD BACK FOR CHAIN ORDER" TO AA-RPT-CL-LABEL.
004622     MOVE AA-WS-HELD-BACK-COUNT TO AA-RPT-CL-COUNT.
004623     MOVE AA-RPT-COUNT-LINE TO AA-REPORT-LINE.
004624     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
004625     MOVE "ARCHIVE FIRST SEQUENCE" TO AA-RPT-CH-LABEL.
004626     MOVE AA-WS-ARCH-FIRST-SEQ TO AA-RPT-CH-VALUE.
004627     MOVE AA-RPT-CHAIN-LINE TO AA-REPORT-LINE.
004628     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
004629     MOVE "ARCHIVE STARTING CHAIN VALUE" TO AA-RPT-CH-LABEL.
004630     MOVE AA-WS-ARCH-CHAIN-IN TO AA-RPT-CH-VALUE.
004631     MOVE AA-RPT-CHAIN-LINE TO AA-REPORT-LINE.
004632     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
004633     MOVE "ARCHIVE LAST SEQUENCE" TO AA-RPT-CH-LABEL.
004634     MOVE AA-WS-ARCH-LAST-SEQ TO AA-RPT-CH-VALUE.
004635     MOVE AA-RPT-CHAIN-LINE TO AA-REPORT-LINE.
004636     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
004637     MOVE "ARCHIVE ENDING CHAIN VALUE" TO AA-RPT-CH-LABEL.
004638     MOVE AA-WS-ARCH-CHAIN-OUT TO AA-RPT-CH-VALUE.
004639     MOVE AA-RPT-CHAIN-LINE TO AA-REPORT-LINE.
004640     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
004641     MOVE SPACES TO AA-REPORT-LINE.
004642     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
004650     MOVE "DECODE ACTIVITY BY JOB, MODE AND DAY"
004660         TO AA-RPT-SH-TITLE.
004670     MOVE AA-RPT-SECTION-HDG TO AA-REPORT-LINE.
006130         AA-WS-RECORDS-RETAINED " RETAINED".
006140 9000-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------
006170 9900-END-LEDGER-STEP.
006180*    WRITTEN IS THE RECORDS ARCHIVED; REJECTED IS THE RECORDS
006190*    WITH NO USABLE DATE.
006200*----------------------------------------------------------------
006210     MOVE "E" TO AA-LQ-FUNCTION.
006220     MOVE RETURN-CODE TO AA-LQ-RETURN-CODE.
006230     MOVE AA-WS-RECORDS-READ TO AA-LQ-READ.
006240     MOVE AA-WS-RECORDS-ARCHIVED TO AA-LQ-WRITTEN.
006250     MOVE AA-WS-BAD-DATE-COUNT TO AA-LQ-REJECTED.
006260     CALL "RunLedger" USING AA-LEDGER-REQUEST.
006270 9900-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300 9950-ABEND-STEP.
006310*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
006320*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
006330*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
006340*    STEP ENDED RATHER THAN A START WITH NO END.
006350*----------------------------------------------------------------
006360     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
006370     STOP RUN.
006380 9950-EXIT.
006390     EXIT.
