000240*                ITS OWN HEADER AND TRAILER, AND PRINTS A
000250*                DISPATCH MANIFEST OF WHAT WENT WHERE AND WHAT
000260*                MATCHED NO RULE.
000261* 10/15/26  RH   MSGRESLT DETAIL RECORDS NOW CARRY THEIR OWN
000262*                SOURCE SYSTEM, SINCE ONE CAESARCIPHER RUN CAN
000263*                TAKE SEVERAL FEEDS.  RULES MATCH ON THE DETAIL'S
000264*                SOURCE (THE HEADER'S WHEN THE DETAIL IS BLANK),
000265*                AND THE UNMATCHED LISTING SHOWS IT.  RECORDS AND
000266*                THE DESTINATION FILES GROW TO 137 BYTES.
000267* 10/15/26  RH   MSGRESLT DETAIL CARRIES THE VIGENERE KEYWORD
000268*                USED; RECORDS AND DESTINATION FILES GROW TO 147.
000269* 10/15/26  RH   EVERY MESSAGE ROUTED TO A DESK IS NOW ENTERED ON
000270*                A DISPATCH REGISTER (DISPREG) -- MESSAGE-ID,
000271*                DESK, PRIORITY, SOURCE AND DISPATCH TIME -- SO
000272*                ACKTRACK CAN MATCH THE DESKS' ACKNOWLEDGEMENTS
000273*                AGAINST WHAT WAS ACTUALLY SENT.  THE MANIFEST
000274*                SHOWS THE REGISTER COUNT.
000275* 10/15/26  RH   MSGRESLT DETAIL CARRIES THE ATBASH OR AFFINE
000276*                DECODE MULTIPLIER; RECORDS AND DESTINATION FILES
000277*                GROW TO 149.
000278* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000279*                THROUGH THE RUNLEDGER MODULE, AND IS REFUSED AT
000280*                START-UP UNLESS BOTH CAESARCIPHER AND
000281*                RESULTBALANCE HAVE ENDED AT RETURN CODE 4 OR
000282*                BELOW FOR THE MSGRESLT BATCH DATE -- A BALANCE
000283*                THAT FOUND EXCEPTIONS NOW HOLDS DISSEMINATION.
000284*                THE MANIFEST IS OPENED ONLY ONCE THE GATE HAS
000285*                CLEARED.
000286* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000287*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000288*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000289*                RUN STOPS.
000290*----------------------------------------------------------------
000291 ENVIRONMENT DIVISION.
000292 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000550     SELECT MANIFEST-REPORT ASSIGN TO "DISPMAN"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS MD-WS-MANIFEST-STATUS.
000572     SELECT DISPATCH-REGISTER ASSIGN TO "DISPREG"
000574         ORGANIZATION IS SEQUENTIAL
000576         FILE STATUS IS MD-WS-REGISTER-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000740     05  MD-RR-SHIFT           PIC 9(03).
000750     05  MD-RR-STATUS          PIC X(10).
000760     05  MD-RR-TEXT            PIC X(100).
000765     05  MD-RR-SOURCE-SYSTEM   PIC X(08).
000767     05  MD-RR-KEYWORD         PIC X(10).
000768     05  MD-RR-MULTIPLIER      PIC 9(02).
000770 01  MD-RESULT-HDR-RECORD.
000780     05  FILLER                PIC X(01).
000790     05  MD-RH-BATCH-DATE      PIC X(08).
000800     05  MD-RH-SOURCE-SYSTEM   PIC X(08).
000810     05  MD-RH-JOB-ID          PIC X(08).
000820     05  FILLER                PIC X(124).
000830 01  MD-RESULT-TRL-RECORD.
000840     05  FILLER                PIC X(01).
000850     05  MD-RT-RECORD-COUNT    PIC 9(07).
000860     05  FILLER                PIC X(141).
000870*
000880 FD  ROUTING-RULES
000890     RECORDING MODE IS F
000990 FD  DEST-FILE-1
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  MD-DEST1-RECORD           PIC X(149).
001030*
001040 FD  DEST-FILE-2
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  MD-DEST2-RECORD           PIC X(149).
001080*
001090 FD  DEST-FILE-3
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  MD-DEST3-RECORD           PIC X(149).
001130*
001140 FD  DEST-FILE-4
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 01  MD-DEST4-RECORD           PIC X(149).
001180*
001190 FD  DEST-FILE-5
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 01  MD-DEST5-RECORD           PIC X(149).
001230*
001240 FD  MANIFEST-REPORT
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 01  MD-REPORT-LINE            PIC X(132).
001271*----------------------------------------------------------------
001272* DISPATCH REGISTER.  ONE RECORD PER MESSAGE PER DESK, IN THE
001273* LAYOUT ACKTRACK CARRIES FORWARD FROM NIGHT TO NIGHT; THE
001274* ACKNOWLEDGEMENT FIELDS ARE LEFT OPEN HERE FOR IT TO FILL.
001275*----------------------------------------------------------------
001276 FD  DISPATCH-REGISTER
001277     RECORDING MODE IS F
001278     LABEL RECORDS ARE STANDARD.
001279 01  MD-REGISTER-RECORD.
001280     05  MD-DR-MESSAGE-ID      PIC X(10).
001281     05  MD-DR-DEST-NO         PIC 9(01).
001282     05  MD-DR-DEST-NAME       PIC X(08).
001283     05  MD-DR-PRIORITY        PIC 9(01).
001284     05  MD-DR-SOURCE-SYSTEM   PIC X(08).
001285     05  MD-DR-BATCH-DATE      PIC X(08).
001286     05  MD-DR-DISPATCH-TS     PIC X(14).
001287     05  MD-DR-ACK-FLAG        PIC X(01).
001288     05  MD-DR-ACK-TS          PIC X(14).
001289     05  MD-DR-ACK-DESK        PIC X(08).
001290     05  FILLER                PIC X(07).
001291*
001292 WORKING-STORAGE SECTION.
001300*----------------------------------------------------------------
001310* FILE STATUS AND END-OF-FILE SWITCHES
001320*----------------------------------------------------------------
001380 01  MD-WS-DEST4-STATUS        PIC X(02) VALUE SPACES.
001390 01  MD-WS-DEST5-STATUS        PIC X(02) VALUE SPACES.
001400 01  MD-WS-MANIFEST-STATUS     PIC X(02) VALUE SPACES.
001405 01  MD-WS-REGISTER-STATUS     PIC X(02) VALUE SPACES.
001410 01  MD-WS-EOF-SWITCH          PIC X(01) VALUE "N".
001420     88  MD-WS-EOF-YES                   VALUE "Y".
001430 01  MD-WS-RUN-TIMESTAMP       PIC X(26) VALUE SPACES.
001570 01  MD-WS-TRL-COUNT           PIC 9(07) VALUE 0.
001580 01  MD-WS-RECORDS-READ        PIC 9(07) VALUE 0.
001590 01  MD-WS-MESSAGES-READ       PIC 9(07) VALUE 0.
001595 01  MD-WS-MSG-SOURCE          PIC X(08) VALUE SPACES.
001597 01  MD-WS-REGISTER-COUNT      PIC 9(07) VALUE 0.
001600*----------------------------------------------------------------
001610* ROUTING-RULES TABLE.  RULES ARE TRIED IN FILE ORDER AND THE
001620* FIRST MATCH WINS, SO THE DESK PUNCHES ITS MOST SPECIFIC RULES
001970         10  MD-UM-MESSAGE-ID  PIC X(10).
001980         10  MD-UM-PRIORITY    PIC 9(01).
001990         10  MD-UM-STATUS      PIC X(10).
001993         10  MD-UM-SOURCE-SYSTEM
001996                               PIC X(08).
001997*----------------------------------------------------------------
001998* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
001999* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
002000* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
002001* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
002002*----------------------------------------------------------------
002003 01  MD-LEDGER-REQUEST.
002004     05  MD-LQ-FUNCTION        PIC X(01).
002005     05  MD-LQ-PROGRAM         PIC X(16) VALUE "MSGDISPATCH".
002006     05  MD-LQ-JOB-ID          PIC X(08) VALUE SPACES.
002007     05  MD-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
002008     05  MD-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
002009     05  MD-LQ-READ            PIC 9(09) VALUE 0.
002010     05  MD-LQ-WRITTEN         PIC 9(09) VALUE 0.
002011     05  MD-LQ-REJECTED        PIC 9(09) VALUE 0.
002012     05  MD-LQ-START-TS        PIC X(14) VALUE SPACES.
002013     05  MD-LQ-RESULT          PIC X(01) VALUE SPACES.
002014         88  MD-LQ-CLEARED               VALUE "Y".
002015     05  MD-LQ-MESSAGE         PIC X(80) VALUE SPACES.
002016*----------------------------------------------------------------
002017* DESTINATION OUTPUT WORK AREAS
002020*----------------------------------------------------------------
002030 01  MD-WS-OUT-RECORD          PIC X(149) VALUE SPACES.
002040 01  MD-OUT-HDR-RECORD.
002050     05  MD-OH-REC-TYPE        PIC X(01).
002060     05  MD-OH-BATCH-DATE      PIC X(08).
002070     05  MD-OH-SOURCE-SYSTEM   PIC X(08).
002080     05  MD-OH-JOB-ID          PIC X(08).
002090     05  FILLER                PIC X(124).
002100 01  MD-OUT-TRL-RECORD.
002110     05  MD-OT-REC-TYPE        PIC X(01).
002120     05  MD-OT-RECORD-COUNT    PIC 9(07).
002130     05  FILLER                PIC X(141).
002140*----------------------------------------------------------------
002150* MANIFEST REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED
002160* STYLE AS THE CAESARCIPHER OPERATOR SUMMARY.
002570     05  MD-RPT-UL-PRIORITY    PIC 9(01).
002580     05  FILLER                PIC X(09) VALUE "  STATUS ".
002590     05  MD-RPT-UL-STATUS      PIC X(10).
002593     05  FILLER                PIC X(09) VALUE "  SOURCE ".
002596     05  MD-RPT-UL-SOURCE      PIC X(08).
002600     05  FILLER                PIC X(61) VALUE SPACES.
002610*
002620 PROCEDURE DIVISION.
002630*----------------------------------------------------------------
002700     PERFORM 4000-CLOSE-DESTINATIONS THRU 4000-EXIT.
002710     PERFORM 5000-WRITE-MANIFEST THRU 5000-EXIT.
002720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002725     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
002730     STOP RUN.
002740 0000-EXIT.
002750     EXIT.
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002950*    THE HEADER MUST LEAD THE FILE -- WITHOUT IT THERE IS NO
002960*    SOURCE SYSTEM TO ROUTE ON AND NO PROOF OF WHOSE OUTPUT THIS
002970*    IS.  ABEND BEFORE ANY DESTINATION FILE IS CREATED.
003020         MOVE 12 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003041*    THE HEADER ALSO GIVES THE BATCH DATE THE GATE IS CHECKED
003042*    FOR.  NOTHING IS OPENED FOR OUTPUT UNTIL IT HAS CLEARED.
003043     MOVE MD-RH-BATCH-DATE TO MD-WS-BATCH-DATE.
003044     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
003045     OPEN OUTPUT MANIFEST-REPORT.
003046     IF MD-WS-MANIFEST-STATUS NOT = "00"
003047         DISPLAY "MSGDISPATCH: MANIFEST OPEN FAILED, STATUS "
003048             MD-WS-MANIFEST-STATUS
003049         MOVE 16 TO RETURN-CODE
003050         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003051     END-IF.
003052     OPEN OUTPUT DISPATCH-REGISTER.
003053     IF MD-WS-REGISTER-STATUS NOT = "00"
003054         DISPLAY "MSGDISPATCH: DISPATCH-REGISTER OPEN FAILED, "
003055             "STATUS " MD-WS-REGISTER-STATUS
003056         MOVE 16 TO RETURN-CODE
003057         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003058     END-IF.
003059     MOVE "Y" TO MD-WS-HDR-SEEN-FLAG.
003070     MOVE MD-RH-SOURCE-SYSTEM TO MD-WS-SOURCE-SYSTEM.
003080     MOVE MD-RH-JOB-ID TO MD-WS-PRODUCER-JOB.
003090     PERFORM 1200-OPEN-DESTINATIONS THRU 1200-EXIT.
003930             MD-WS-DEST3-STATUS " " MD-WS-DEST4-STATUS " "
003940             MD-WS-DEST5-STATUS
003950         MOVE 16 TO RETURN-CODE
003960         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
003970     END-IF.
003980     MOVE SPACES TO MD-OUT-HDR-RECORD.
003990     MOVE "H" TO MD-OH-REC-TYPE.
004070     MOVE 0 TO MD-WS-CUR-DEST.
004080 1200-EXIT.
004090     EXIT.
004091*----------------------------------------------------------------
004092 1900-BEGIN-LEDGER-STEP.
004093*    RECORD THE STEP'S START ON THE RUN LEDGER.  A STEP WHOSE
004094*    PREDECESSORS HAVE NOT ENDED CLEAN FOR THE BATCH DATE STOPS
004095*    HERE, BEFORE IT HAS TOUCHED ANY FILE THEY FEED IT.
004096*----------------------------------------------------------------
004097     MOVE "B" TO MD-LQ-FUNCTION.
004098     MOVE MD-WS-BATCH-DATE TO MD-LQ-BATCH-DATE.
004099     MOVE RETURN-CODE TO MD-LQ-RETURN-CODE.
004100     CALL "RunLedger" USING MD-LEDGER-REQUEST.
004101     IF NOT MD-LQ-CLEARED
004102         DISPLAY "MSGDISPATCH: RUN REFUSED -- " MD-LQ-MESSAGE
004103         MOVE 12 TO RETURN-CODE
004104         STOP RUN
004105     END-IF.
004106 1900-EXIT.
004107     EXIT.
004108*----------------------------------------------------------------
004110 2000-DISPATCH-ONE-RECORD.
004120*    EVERY SEGMENT OF A MESSAGE CARRIES THE SAME PRIORITY,
004130*    LANGUAGE AND STATUS, SO THE ROUTE IS DECIDED ON SEGMENT 1
004330             DISPLAY "MSGDISPATCH: SECOND HEADER ON MSGRESLT "
004340                 "-- FILE PRESUMED GARBLED"
004350             MOVE 12 TO RETURN-CODE
004360             PERFORM 9950-ABEND-STEP THRU 9950-EXIT
004370         WHEN OTHER
004380             DISPLAY "MSGDISPATCH: UNKNOWN RESULT RECORD TYPE "
004390                 MD-RR-REC-TYPE " -- FILE PRESUMED GARBLED"
004400             MOVE 12 TO RETURN-CODE
004410             PERFORM 9950-ABEND-STEP THRU 9950-EXIT
004420     END-EVALUATE.
004430     PERFORM 2900-READ-RESULT-RECORD THRU 2900-EXIT.
004440 2000-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------
004470 2100-ROUTE-MESSAGE.
004473*    THE MESSAGE ROUTES ON ITS OWN SOURCE SYSTEM.  A DETAIL WITH
004476*    NONE FALLS BACK TO THE SOURCE ON THE HEADER.
004480*----------------------------------------------------------------
004482     MOVE MD-RR-SOURCE-SYSTEM TO MD-WS-MSG-SOURCE.
004484     IF MD-WS-MSG-SOURCE = SPACES
004486         MOVE MD-WS-SOURCE-SYSTEM TO MD-WS-MSG-SOURCE
004488     END-IF.
004490     MOVE 0 TO MD-WS-RULE-FOUND.
004500     PERFORM 2110-MATCH-ONE-RULE THRU 2110-EXIT
004510         VARYING MD-WS-RULE-IDX FROM 1 BY 1
004540     IF MD-WS-RULE-FOUND > 0
004550         MOVE MD-RT-DEST-NO(MD-WS-RULE-FOUND) TO MD-WS-CUR-DEST
004560         ADD 1 TO MD-DT-MESSAGES(MD-WS-CUR-DEST)
004565         PERFORM 2200-REGISTER-DISPATCH THRU 2200-EXIT
004570     ELSE
004580         MOVE 0 TO MD-WS-CUR-DEST
004590         PERFORM 2300-NOTE-UNMATCHED THRU 2300-EXIT
004720     END-IF.
004730     IF MD-RT-SOURCE-SYS(MD-WS-RULE-IDX) NOT = SPACES
004740         AND MD-RT-SOURCE-SYS(MD-WS-RULE-IDX) NOT =
004750             MD-WS-MSG-SOURCE
004760         GO TO 2110-EXIT
004770     END-IF.
004780     IF MD-RT-LANGUAGE(MD-WS-RULE-IDX) NOT = SPACE
004870 2110-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------
004891 2200-REGISTER-DISPATCH.
004892*    ALL OF ONE NIGHT'S TRAFFIC IS STAMPED WITH THE TIME THIS RUN
004893*    STARTED -- THE DESK FILES ARE RELEASED TOGETHER AT CLOSE.
004894*----------------------------------------------------------------
004895     MOVE SPACES TO MD-REGISTER-RECORD.
004896     MOVE MD-RR-MESSAGE-ID TO MD-DR-MESSAGE-ID.
004897     MOVE MD-WS-CUR-DEST TO MD-DR-DEST-NO.
004898     MOVE MD-DT-NAME(MD-WS-CUR-DEST) TO MD-DR-DEST-NAME.
004899     MOVE MD-RR-PRIORITY TO MD-DR-PRIORITY.
004900     MOVE MD-WS-MSG-SOURCE TO MD-DR-SOURCE-SYSTEM.
004901     MOVE MD-WS-BATCH-DATE TO MD-DR-BATCH-DATE.
004902     MOVE MD-WS-RUN-TIMESTAMP(1:14) TO MD-DR-DISPATCH-TS.
004903     MOVE "N" TO MD-DR-ACK-FLAG.
004904     WRITE MD-REGISTER-RECORD.
004905     ADD 1 TO MD-WS-REGISTER-COUNT.
004906 2200-EXIT.
004907     EXIT.
004908*----------------------------------------------------------------
004909 2210-WRITE-TO-ONE-DEST.
004910*----------------------------------------------------------------
004920     EVALUATE MD-WS-CUR-DEST
004930         WHEN 1
005140         MOVE MD-RR-PRIORITY
005150             TO MD-UM-PRIORITY(MD-WS-UNMATCHED-KEPT)
005160         MOVE MD-RR-STATUS TO MD-UM-STATUS(MD-WS-UNMATCHED-KEPT)
005163         MOVE MD-WS-MSG-SOURCE
005166             TO MD-UM-SOURCE-SYSTEM(MD-WS-UNMATCHED-KEPT)
005170     END-IF.
005180 2300-EXIT.
005190     EXIT.
005370         DISPLAY "MSGDISPATCH: MSGRESLT TRAILER RECORD MISSING "
005380             "-- TRANSFER PRESUMED TRUNCATED"
005390         MOVE 12 TO RETURN-CODE
005400         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
005410     END-IF.
005420     IF MD-WS-TRL-COUNT NOT = MD-WS-RECORDS-READ
005430         DISPLAY "MSGDISPATCH: MSGRESLT TRAILER EXPECTED "
005440             MD-WS-TRL-COUNT " RECORDS BUT " MD-WS-RECORDS-READ
005450             " WERE READ"
005460         MOVE 12 TO RETURN-CODE
005470         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
005480     END-IF.
005490 3000-EXIT.
005500     EXIT.
005880     MOVE MD-WS-UNMATCHED-COUNT TO MD-RPT-CL-COUNT.
005890     MOVE MD-RPT-COUNT-LINE TO MD-REPORT-LINE.
005900     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005902     MOVE "MESSAGES ON DISPATCH REGISTER" TO MD-RPT-CL-LABEL.
005904     MOVE MD-WS-REGISTER-COUNT TO MD-RPT-CL-COUNT.
005906     MOVE MD-RPT-COUNT-LINE TO MD-REPORT-LINE.
005908     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005910     MOVE SPACES TO MD-REPORT-LINE.
005920     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005930     MOVE "ROUTING BY DESTINATION DESK" TO MD-RPT-SH-TITLE.
006400         TO MD-RPT-UL-PRIORITY.
006410     MOVE MD-UM-STATUS(MD-WS-UNMATCHED-IDX)
006420         TO MD-RPT-UL-STATUS.
006423     MOVE MD-UM-SOURCE-SYSTEM(MD-WS-UNMATCHED-IDX)
006426         TO MD-RPT-UL-SOURCE.
006430     MOVE MD-RPT-UNMATCHED-LINE TO MD-REPORT-LINE.
006440     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006450 5200-EXIT.
006800*----------------------------------------------------------------
006810     CLOSE MSG-RESULTS.
006820     CLOSE MANIFEST-REPORT.
006825     CLOSE DISPATCH-REGISTER.
006830     DISPLAY "MSGDISPATCH: " MD-WS-MESSAGES-READ " MESSAGES, "
006840         MD-WS-UNMATCHED-COUNT " MATCHED NO RULE".
006850     IF MD-WS-UNMATCHED-COUNT > 0
006870     END-IF.
006880 9000-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------
006910 9900-END-LEDGER-STEP.
006920*    READ IS THE MSGRESLT DETAIL RECORDS, TO CROSS-FOOT AGAINST
006930*    WHAT CAESARCIPHER WROTE.  WRITTEN IS THE DISPATCH REGISTER
006940*    ENTRIES ACKTRACK PICKS UP NEXT; REJECTED IS THE MESSAGES THAT
006950*    MATCHED NO ROUTING RULE.
006960*----------------------------------------------------------------
006970     MOVE "E" TO MD-LQ-FUNCTION.
006980     MOVE RETURN-CODE TO MD-LQ-RETURN-CODE.
006990     MOVE MD-WS-RECORDS-READ TO MD-LQ-READ.
007000     MOVE MD-WS-REGISTER-COUNT TO MD-LQ-WRITTEN.
007010     MOVE MD-WS-UNMATCHED-COUNT TO MD-LQ-REJECTED.
007020     CALL "RunLedger" USING MD-LEDGER-REQUEST.
007030 9900-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------
007060 9950-ABEND-STEP.
007070*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
007080*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
007090*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
007100*    STEP ENDED RATHER THAN A START WITH NO END.
007110*----------------------------------------------------------------
007120     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
007130     STOP RUN.
007140 9950-EXIT.
007150     EXIT.
