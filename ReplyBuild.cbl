000280*                PROPER HEADER AND TRAILER.  EVERY ENCIPHERED
000290*                REPLY GOES ON THE AUDIT LOG THE SAME WAY DECODES
000300*                DO.
000301* 10/15/26  RH   A REPLY MUST NOW SAY WHICH INTERCEPTED MESSAGE IT
000302*                ANSWERS: REPLYIN CARRIES AN IN-REPLY-TO MESSAGE-
000303*                ID, CHECKED AGAINST THE RESULTS MASTER.  A REPLY
000304*                TO A MESSAGE NOT ON THE MASTER, OR NOT YET
000305*                RESOLVED, IS NOT TRANSMITTED, AND EVERY REJECTED
000306*                REPLY NOW PRINTS ON AN EXCEPTIONS LISTING
000307*                (REPLYEXC) WITH ITS REASON.  EACH REPLY SENT IS
000308*                WRITTEN TO THE CORRESPONDENCE CROSS-REFERENCE
000309*                (CORRXREF) WITH THE INBOUND ID, ITS OWN ID,
000310*                DESTINATION, CIPHER SETTINGS AND SEND TIME, SO
000311*                RESULTINQUIRY CAN PRINT A WHOLE THREAD.
000312* 10/15/26  RH   EVERY AUDIT RECORD NOW CARRIES A SEQUENCE NUMBER
000313*                RUNNING ACROSS ALL RUNS AND WRITERS, THE PREVIOUS
000314*                RECORD'S CHECK VALUE AND ITS OWN, STAMPED BY THE
000315*                AUDITCHAIN MODULE JUST BEFORE THE WRITE; THE
000316*                CHAIN POSITION IS PICKED UP AT START AND SAVED TO
000317*                AUDITCTL AT END.  THE AUDIT RECORD GROWS TO 603
000318*                BYTES.
000319* 10/15/26  RH   DESTTAB TAKES CIPHER TYPES A (ATBASH, NO KEY) AND
000320*                F (AFFINE, MULTIPLIER AND SHIFT) SO SOURCES NOW
000321*                DECODED UNDER THOSE FAMILIES CAN BE ANSWERED IN
000322*                KIND.  THE AFFINE MULTIPLIER MUST BE ODD AND NOT
000323*                13.  DESTTAB WIDENS TO 25 BYTES; THE MULTIPLIER
000324*                GOES ON THE CROSS-REFERENCE AND THE MASTER LAYOUT
000325*                FOLLOWS THE NEW DECODE MULTIPLIER.
000326* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000327*                THROUGH THE RUNLEDGER MODULE, UNDER THE BATCH
000328*                DATE OF THE CURRENT CYCLE, WITH THE REPLIES READ,
000329*                QUEUE RECORDS WRITTEN AND REPLIES REJECTED.
000330* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000331*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000332*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000333*                RUN STOPS.
000334*----------------------------------------------------------------
000335 ENVIRONMENT DIVISION.
000336 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360 INPUT-OUTPUT SECTION.
000500     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS RP-WS-AUDIT-STATUS.
000521     SELECT RESULTS-MASTER ASSIGN TO "RESLTMST"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS RANDOM
000524         RECORD KEY IS RP-MR-MESSAGE-ID
000525         FILE STATUS IS RP-WS-MASTER-STATUS.
000526     SELECT CORR-XREF ASSIGN TO "CORRXREF"
000527         ORGANIZATION IS SEQUENTIAL
000528         FILE STATUS IS RP-WS-XREF-STATUS.
000529     SELECT EXCEPTION-REPORT ASSIGN TO "REPLYEXC"
000530         ORGANIZATION IS SEQUENTIAL
000531         FILE STATUS IS RP-WS-REPORT-STATUS.
000532*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  REPLY-IN
000610     05  RP-RI-PRIORITY        PIC X(01).
000620     05  RP-RI-LANGUAGE        PIC X(01).
000630     05  RP-RI-TEXT            PIC X(500).
000635     05  RP-RI-IN-REPLY-TO     PIC X(10).
000640*
000650 FD  DEST-TABLE
000660     RECORDING MODE IS F
000700     05  RP-DT-CIPHER-TYPE     PIC X(01).
000710         88  RP-DT-CAESAR                VALUE "C".
000720         88  RP-DT-VIGENERE              VALUE "V".
000723         88  RP-DT-ATBASH                VALUE "A".
000726         88  RP-DT-AFFINE                VALUE "F".
000730     05  RP-DT-SHIFT           PIC X(03).
000740     05  RP-DT-KEYWORD         PIC X(10).
000750     05  RP-DT-EXT-OPT         PIC X(01).
000755     05  RP-DT-MULTIPLIER      PIC X(02).
000760*
000770 FD  CONTROL-CARD
000780     RECORDING MODE IS F
001130     05  RP-AL-SHIFTS-TRIED    PIC X(20).
001140     05  RP-AL-SHIFT-SELECTED  PIC 9(03).
001150     05  RP-AL-MODE            PIC X(09).
001152     05  RP-AL-SEQUENCE        PIC 9(09).
001154     05  RP-AL-PREV-CHAIN      PIC 9(09).
001156     05  RP-AL-CHECK-VALUE     PIC 9(09).
001160*
001161 FD  RESULTS-MASTER
001162     LABEL RECORDS ARE STANDARD.
001163 01  RP-MASTER-RECORD.
001164     05  RP-MR-MESSAGE-ID      PIC X(10).
001165     05  RP-MR-PROC-DATE       PIC 9(08).
001166     05  RP-MR-PRIORITY        PIC 9(01).
001167     05  RP-MR-SHIFT           PIC 9(03).
001168     05  RP-MR-STATUS          PIC X(10).
001169         88  RP-MR-RESOLVED              VALUE "BEST MATCH"
001170                                             "VIGENERE  "
001171                                             "PLAINTEXT "
001172                                             "MANUAL    "
001173                                             "ATBASH    "
001174                                             "AFFINE    ".
001175     05  RP-MR-SEG-COUNT       PIC 9(02).
001176     05  RP-MR-TEXT            PIC X(500).
001177     05  RP-MR-SOURCE-SYSTEM   PIC X(08).
001178     05  RP-MR-MULTIPLIER      PIC 9(02).
001179*
001180 FD  CORR-XREF
001181     RECORDING MODE IS F
001182     LABEL RECORDS ARE STANDARD.
001183 01  RP-XREF-RECORD.
001184     05  RP-CX-INBOUND-ID      PIC X(10).
001185     05  RP-CX-REPLY-ID        PIC X(10).
001186     05  RP-CX-DESTINATION     PIC X(08).
001187     05  RP-CX-CIPHER-TYPE     PIC X(01).
001188     05  RP-CX-SHIFT           PIC 9(03).
001189     05  RP-CX-KEYWORD         PIC X(10).
001190     05  RP-CX-EXT-OPT         PIC X(01).
001191     05  RP-CX-SEG-COUNT       PIC 9(02).
001192     05  RP-CX-PRIORITY        PIC X(01).
001193     05  RP-CX-SENT-TS         PIC X(14).
001194     05  RP-CX-JOB-ID          PIC X(08).
001195     05  RP-CX-MULTIPLIER      PIC 9(02).
001196     05  FILLER                PIC X(10).
001197*
001198 FD  EXCEPTION-REPORT
001199     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001201 01  RP-REPORT-LINE            PIC X(132).
001202*
001203 WORKING-STORAGE SECTION.
001204*----------------------------------------------------------------
001205* FILE STATUS AND END-OF-FILE SWITCHES
001206*----------------------------------------------------------------
001210 01  RP-WS-REPLY-STATUS        PIC X(02) VALUE SPACES.
001220 01  RP-WS-DEST-STATUS         PIC X(02) VALUE SPACES.
001230 01  RP-WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
001240 01  RP-WS-QUEUE-STATUS        PIC X(02) VALUE SPACES.
001250 01  RP-WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
001252 01  RP-WS-MASTER-STATUS       PIC X(02) VALUE SPACES.
001254 01  RP-WS-XREF-STATUS         PIC X(02) VALUE SPACES.
001256 01  RP-WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
001260 01  RP-WS-EOF-SWITCH          PIC X(01) VALUE "N".
001270     88  RP-WS-EOF-YES                   VALUE "Y".
001280 01  RP-WS-RUN-TIMESTAMP       PIC X(26) VALUE SPACES.
001290 01  RP-WS-JOB-ID              PIC X(08) VALUE "REPLYBLD".
001300 01  RP-WS-SOURCE-SYSTEM       PIC X(08) VALUE "CRYPTOPS".
001301*----------------------------------------------------------------
001302* AUDIT CHAIN REQUEST.  EVERY AUDIT RECORD IS NUMBERED AND CHAINED
001303* TO THE ONE BEFORE BY THE AUDITCHAIN MODULE JUST BEFORE IT IS
001304* WRITTEN.
001305*----------------------------------------------------------------
001306 01  RP-CHAIN-REQUEST.
001307     05  RP-CH-FUNCTION        PIC X(01).
001308     05  RP-CH-PROGRAM         PIC X(16) VALUE "REPLYBUILD".
001309     05  RP-CH-JOB-ID          PIC X(08).
001310     05  RP-CH-RETURN          PIC X(02).
001311     05  RP-CH-CHECK-VALUE     PIC 9(09).
001312*----------------------------------------------------------------
001313* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
001314* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
001315* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
001316* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
001317*----------------------------------------------------------------
001318 01  RP-LEDGER-REQUEST.
001319     05  RP-LQ-FUNCTION        PIC X(01).
001320     05  RP-LQ-PROGRAM         PIC X(16) VALUE "REPLYBUILD".
001321     05  RP-LQ-JOB-ID          PIC X(08) VALUE SPACES.
001322     05  RP-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
001323     05  RP-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
001324     05  RP-LQ-READ            PIC 9(09) VALUE 0.
001325     05  RP-LQ-WRITTEN         PIC 9(09) VALUE 0.
001326     05  RP-LQ-REJECTED        PIC 9(09) VALUE 0.
001327     05  RP-LQ-START-TS        PIC X(14) VALUE SPACES.
001328     05  RP-LQ-RESULT          PIC X(01) VALUE SPACES.
001329         88  RP-LQ-CLEARED               VALUE "Y".
001330     05  RP-LQ-MESSAGE         PIC X(80) VALUE SPACES.
001331*----------------------------------------------------------------
001332* DESTINATION CIPHER TABLE.  ONE ENTRY PER DESK WE TRANSMIT TO,
001333* LOADED WHOLE AT INITIALIZATION.  A MALFORMED ENTRY ABENDS THE
001340* RUN -- A REPLY ENCIPHERED UNDER THE WRONG SETTINGS IS WORSE
001350* THAN NO TRANSMISSION AT ALL.
001360*----------------------------------------------------------------
001450         10  RP-DS-SHIFT       PIC 9(03).
001460         10  RP-DS-KEYWORD     PIC X(10).
001470         10  RP-DS-EXT-OPT     PIC X(01).
001475         10  RP-DS-MULTIPLIER  PIC 9(02).
001480*----------------------------------------------------------------
001490* REPLY WORK AREAS.  MESSAGE-IDS ARE GENERATED AS "R" PLUS THE
001500* MONTH AND DAY PLUS A RUN SEQUENCE, SO A DAY'S REPLIES FILE IN
001680 01  RP-WS-SEG-IDX             PIC 9(02) VALUE 0.
001690 01  RP-WS-SEG-OFFSET          PIC 9(03) VALUE 0.
001700 01  RP-MAX-SEGMENTS           PIC 9(02) VALUE 5.
001701*----------------------------------------------------------------
001702* CORRELATION WORK AREAS.  EVERY REPLY MUST ANSWER A MESSAGE THE
001703* RESULTS MASTER HOLDS AS RESOLVED -- A REPLY TO TRAFFIC WE NEVER
001704* READ IS NOT SENT.  REJECTS ARE COUNTED BY REASON FOR THE
001705* EXCEPTIONS LISTING.
001706*----------------------------------------------------------------
001707 01  RP-WS-REJECT-REASON       PIC X(40) VALUE SPACES.
001708 01  RP-WS-INBOUND-STATUS      PIC X(10) VALUE SPACES.
001709 01  RP-WS-CNT-NO-REPLY-TO     PIC 9(07) VALUE 0.
001710 01  RP-WS-CNT-NOT-ON-MASTER   PIC 9(07) VALUE 0.
001711 01  RP-WS-CNT-UNRESOLVED      PIC 9(07) VALUE 0.
001712 01  RP-WS-CNT-NO-DEST         PIC 9(07) VALUE 0.
001713 01  RP-WS-CNT-EMPTY           PIC 9(07) VALUE 0.
001714 01  RP-WS-CNT-XREF            PIC 9(07) VALUE 0.
001715*----------------------------------------------------------------
001716* EXCEPTIONS LISTING WORK AREAS AND PRINT LINES, IN THE SAME
001717* PAGED STYLE AS THE CAESARCIPHER OPERATOR SUMMARY.
001718*----------------------------------------------------------------
001719 01  RP-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
001720 01  RP-WS-RPT-PAGE-COUNT      PIC 9(03) VALUE 0.
001721 01  RP-WS-RPT-HOLD-LINE       PIC X(132) VALUE SPACES.
001722 01  RP-RPT-HEADING-1.
001723     05  FILLER                PIC X(38) VALUE
001724         "REPLYBUILD  REPLY EXCEPTIONS          ".
001725     05  FILLER                PIC X(07) VALUE SPACES.
001726     05  FILLER                PIC X(04) VALUE "RUN ".
001727     05  RP-RPT-H1-TIMESTAMP   PIC X(21).
001728     05  FILLER                PIC X(07) VALUE "  PAGE ".
001729     05  RP-RPT-H1-PAGE        PIC ZZ9.
001730     05  FILLER                PIC X(52) VALUE SPACES.
001731 01  RP-RPT-SECTION-HDG.
001732     05  FILLER                PIC X(03) VALUE SPACES.
001733     05  RP-RPT-SH-TITLE       PIC X(40).
001734     05  FILLER                PIC X(89) VALUE SPACES.
001735 01  RP-RPT-COLUMN-HDG.
001736     05  FILLER                PIC X(05) VALUE SPACES.
001737     05  FILLER                PIC X(07) VALUE "  REPLY".
001738     05  FILLER                PIC X(02) VALUE SPACES.
001739     05  FILLER                PIC X(10) VALUE "ANSWERING ".
001740     05  FILLER                PIC X(02) VALUE SPACES.
001741     05  FILLER                PIC X(08) VALUE "DEST    ".
001742     05  FILLER                PIC X(02) VALUE SPACES.
001743     05  FILLER                PIC X(10) VALUE "MSTR STAT ".
001744     05  FILLER                PIC X(02) VALUE SPACES.
001745     05  FILLER                PIC X(40) VALUE "REASON".
001746     05  FILLER                PIC X(02) VALUE SPACES.
001747     05  FILLER                PIC X(40) VALUE "REPLY TEXT".
001748     05  FILLER                PIC X(02) VALUE SPACES.
001749 01  RP-RPT-EXCEPTION-LINE.
001750     05  FILLER                PIC X(05) VALUE SPACES.
001751     05  RP-RPT-EX-REPLY-NO    PIC ZZZZZZ9.
001752     05  FILLER                PIC X(02) VALUE SPACES.
001753     05  RP-RPT-EX-IN-REPLY-TO PIC X(10).
001754     05  FILLER                PIC X(02) VALUE SPACES.
001755     05  RP-RPT-EX-DESTINATION PIC X(08).
001756     05  FILLER                PIC X(02) VALUE SPACES.
001757     05  RP-RPT-EX-MSTR-STATUS PIC X(10).
001758     05  FILLER                PIC X(02) VALUE SPACES.
001759     05  RP-RPT-EX-REASON      PIC X(40).
001760     05  FILLER                PIC X(02) VALUE SPACES.
001761     05  RP-RPT-EX-TEXT        PIC X(40).
001762     05  FILLER                PIC X(02) VALUE SPACES.
001763 01  RP-RPT-COUNT-LINE.
001764     05  FILLER                PIC X(05) VALUE SPACES.
001765     05  RP-RPT-CL-LABEL       PIC X(30).
001766     05  RP-RPT-CL-COUNT       PIC Z,ZZZ,ZZ9.
001767     05  FILLER                PIC X(88) VALUE SPACES.
001768*----------------------------------------------------------------
001769* CAESAR ENCIPHER WORK AREAS -- THE SAME A-Z (AND, UNDER THE
001770* EXTENDED-ALPHABET FLAG, 0-9) ROTATION CAESARCIPHER APPLIES.
001771*----------------------------------------------------------------
001772 01  RP-WS-SHIFT-VALUE         PIC 9(03) VALUE 0.
001773 01  RP-WS-EXT-FLAG            PIC X(01) VALUE "N".
001774 01  RP-WS-CHAR-INDEX          PIC 9(03) VALUE 0.
001780 01  RP-WS-CURRENT-CHAR        PIC X(01) VALUE SPACE.
001790 01  RP-WS-CHAR-VALUE          PIC 9(03) VALUE 0.
001800*----------------------------------------------------------------
001890 01  RP-WS-COMP-KEYWORD        PIC X(10) VALUE SPACES.
001900 01  RP-WS-KEY-POS             PIC 9(02) VALUE 0.
001910 01  RP-WS-VIGENERE-VALID      PIC X(01) VALUE "N".
001911*----------------------------------------------------------------
001912* AFFINE ENCIPHER WORK AREAS.  EACH LETTER P (A = 0) GOES OUT AS
001913* (MULTIPLIER * P + SHIFT) MOD 26.  ATBASH IS THE AFFINE KEY
001914* 25/25 -- THE REVERSED ALPHABET -- AND RUNS THROUGH THE SAME
001915* PARAGRAPH.  DIGITS ARE NOT TOUCHED UNDER EITHER FAMILY.
001916*----------------------------------------------------------------
001917 01  RP-WS-MULT-VALUE          PIC 9(02) VALUE 0.
001918 01  RP-ATBASH-KEY             PIC 9(02) VALUE 25.
001920*
001930 PROCEDURE DIVISION.
001940*----------------------------------------------------------------
001980     PERFORM 2000-BUILD-ONE-REPLY THRU 2000-EXIT
001990         UNTIL RP-WS-EOF-YES.
002000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002005     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
002010     STOP RUN.
002020 0000-EXIT.
002030     EXIT.
002080     MOVE RP-WS-RUN-TIMESTAMP(5:4) TO RP-WS-MI-MMDD.
002090     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002100     PERFORM 1200-LOAD-DEST-TABLE THRU 1200-EXIT.
002105     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
002110     OPEN INPUT REPLY-IN.
002120     IF RP-WS-REPLY-STATUS NOT = "00"
002130         DISPLAY "REPLYBUILD: REPLY-IN OPEN FAILED, STATUS "
002140             RP-WS-REPLY-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002170     END-IF.
002180     OPEN OUTPUT REPLY-QUEUE.
002190     IF RP-WS-QUEUE-STATUS NOT = "00"
002200         DISPLAY "REPLYBUILD: REPLY-QUEUE OPEN FAILED, STATUS "
002210             RP-WS-QUEUE-STATUS
002220         MOVE 16 TO RETURN-CODE
002230         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002240     END-IF.
002242     MOVE "O" TO RP-CH-FUNCTION.
002244     CALL "AuditChain" USING RP-CHAIN-REQUEST
002246                             RP-AUDIT-RECORD.
002250     OPEN EXTEND AUDIT-LOG.
002260     IF RP-WS-AUDIT-STATUS NOT = "00"
002270         OPEN OUTPUT AUDIT-LOG
002300         DISPLAY "REPLYBUILD: AUDIT-LOG OPEN FAILED, STATUS "
002310             RP-WS-AUDIT-STATUS
002320         MOVE 16 TO RETURN-CODE
002330         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002340     END-IF.
002341     OPEN INPUT RESULTS-MASTER.
002342     IF RP-WS-MASTER-STATUS NOT = "00"
002343         DISPLAY "REPLYBUILD: RESULTS-MASTER OPEN FAILED, STATUS "
002344             RP-WS-MASTER-STATUS
002345         MOVE 16 TO RETURN-CODE
002346         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002347     END-IF.
002348     OPEN EXTEND CORR-XREF.
002349     IF RP-WS-XREF-STATUS NOT = "00"
002350         OPEN OUTPUT CORR-XREF
002351     END-IF.
002352     IF RP-WS-XREF-STATUS NOT = "00"
002353         DISPLAY "REPLYBUILD: CORR-XREF OPEN FAILED, STATUS "
002354             RP-WS-XREF-STATUS
002355         MOVE 16 TO RETURN-CODE
002356         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002357     END-IF.
002358     OPEN OUTPUT EXCEPTION-REPORT.
002359     IF RP-WS-REPORT-STATUS NOT = "00"
002360         DISPLAY "REPLYBUILD: EXCEPTION-REPORT OPEN FAILED, "
002361             "STATUS " RP-WS-REPORT-STATUS
002362         MOVE 16 TO RETURN-CODE
002363         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
002364     END-IF.
002365     MOVE "REPLIES REJECTED -- NOT TRANSMITTED"
002366         TO RP-RPT-SH-TITLE.
002367     MOVE RP-RPT-SECTION-HDG TO RP-REPORT-LINE.
002368     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
002369     MOVE RP-RPT-COLUMN-HDG TO RP-REPORT-LINE.
002370     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
002371     MOVE SPACES TO RP-QUEUE-HDR-RECORD.
002372     MOVE "H" TO RP-QH-REC-TYPE.
002373     MOVE RP-WS-RUN-TIMESTAMP(1:8) TO RP-QH-BATCH-DATE.
002380     MOVE RP-WS-SOURCE-SYSTEM TO RP-QH-SOURCE-SYSTEM.
002390     WRITE RP-QUEUE-HDR-RECORD.
002400     PERFORM 2900-READ-REPLY-RECORD THRU 2900-EXIT.
002900*----------------------------------------------------------------
002910 1210-LOAD-ONE-DEST.
002920*    A CAESAR DESTINATION NEEDS A SHIFT 0-25; A VIGENERE
002930*    DESTINATION NEEDS A KEYWORD; AN AFFINE DESTINATION NEEDS A
002932*    SHIFT AND AN ODD MULTIPLIER OTHER THAN 13, OR THE REPLY
002934*    COULD NOT BE READ BACK; AN ATBASH DESTINATION NEEDS
002936*    NOTHING.  ANYTHING ELSE IS A PUNCHING
002940*    ERROR IN DESTTAB AND THE RUN STOPS BEFORE A SINGLE REPLY
002950*    GOES OUT UNDER BAD SETTINGS.
002960*----------------------------------------------------------------
003190                 MOVE 12 TO RETURN-CODE
003200                 STOP RUN
003210             END-IF
003211         WHEN RP-DT-ATBASH
003212             CONTINUE
003213         WHEN RP-DT-AFFINE
003214             IF RP-DT-SHIFT IS NOT NUMERIC
003215                 DISPLAY "REPLYBUILD: DESTINATION "
003216                     RP-DT-DESTINATION " SHIFT NOT NUMERIC "
003217                     "-- FIX DESTTAB"
003218                 MOVE 12 TO RETURN-CODE
003219                 STOP RUN
003220             END-IF
003221             IF RP-DT-MULTIPLIER IS NOT NUMERIC
003222                 DISPLAY "REPLYBUILD: DESTINATION "
003223                     RP-DT-DESTINATION " MULTIPLIER NOT NUMERIC "
003224                     "-- FIX DESTTAB"
003225                 MOVE 12 TO RETURN-CODE
003226                 STOP RUN
003227             END-IF
003228             MOVE RP-DT-MULTIPLIER TO RP-WS-MULT-VALUE
003229             IF FUNCTION MOD(RP-WS-MULT-VALUE, 2) = 0
003230                 OR RP-WS-MULT-VALUE = 13
003231                 OR RP-WS-MULT-VALUE > 25
003232                 DISPLAY "REPLYBUILD: DESTINATION "
003233                     RP-DT-DESTINATION " MULTIPLIER "
003234                     RP-DT-MULTIPLIER " NOT INVERTIBLE "
003235                     "-- FIX DESTTAB"
003236                 MOVE 12 TO RETURN-CODE
003237                 STOP RUN
003238             END-IF
003239         WHEN OTHER
003240             DISPLAY "REPLYBUILD: DESTINATION "
003241                 RP-DT-DESTINATION " CIPHER TYPE "
003250                 RP-DT-CIPHER-TYPE " UNKNOWN -- FIX DESTTAB"
003260             MOVE 12 TO RETURN-CODE
003270             STOP RUN
003440     END-IF.
003450     MOVE RP-DT-KEYWORD TO RP-DS-KEYWORD(RP-WS-DEST-COUNT).
003460     MOVE RP-DT-EXT-OPT TO RP-DS-EXT-OPT(RP-WS-DEST-COUNT).
003461     IF RP-DT-AFFINE
003462         MOVE RP-DT-MULTIPLIER
003463             TO RP-DS-MULTIPLIER(RP-WS-DEST-COUNT)
003464     ELSE
003465         MOVE 0 TO RP-DS-MULTIPLIER(RP-WS-DEST-COUNT)
003466     END-IF.
003470 1210-EXIT.
003480     EXIT.
003481*----------------------------------------------------------------
003482 1900-BEGIN-LEDGER-STEP.
003483*    RECORD THE STEP'S START ON THE RUN LEDGER.  OUTBOUND REPLIES
003484*    HAVE NO BATCH DATE OF THEIR OWN AND JOIN THE CURRENT CYCLE.
003485*----------------------------------------------------------------
003486     MOVE "B" TO RP-LQ-FUNCTION.
003487     MOVE RP-WS-JOB-ID TO RP-LQ-JOB-ID.
003488     MOVE RETURN-CODE TO RP-LQ-RETURN-CODE.
003489     CALL "RunLedger" USING RP-LEDGER-REQUEST.
003490     IF NOT RP-LQ-CLEARED
003491         DISPLAY "REPLYBUILD: RUN REFUSED -- " RP-LQ-MESSAGE
003492         MOVE 12 TO RETURN-CODE
003493         STOP RUN
003494     END-IF.
003495 1900-EXIT.
003496     EXIT.
003497*----------------------------------------------------------------
003500 2000-BUILD-ONE-REPLY.
003510*----------------------------------------------------------------
003520     ADD 1 TO RP-WS-REPLIES-READ.
003522     PERFORM 2050-CHECK-IN-REPLY-TO THRU 2050-EXIT.
003524     IF RP-WS-REJECT-REASON NOT = SPACES
003526         GO TO 2000-REJECT
003528     END-IF.
003530     PERFORM 2100-FIND-DESTINATION THRU 2100-EXIT.
003540     IF RP-WS-DEST-FOUND = 0
003552         ADD 1 TO RP-WS-CNT-NO-DEST
003564         MOVE "DESTINATION NOT ON DESTTAB" TO RP-WS-REJECT-REASON
003576         GO TO 2000-REJECT
003590     END-IF.
003600     PERFORM 2200-PREPARE-REPLY-TEXT THRU 2200-EXIT.
003610     IF RP-WS-MSG-LEN = 0
003622         ADD 1 TO RP-WS-CNT-EMPTY
003634         MOVE "EMPTY REPLY TEXT" TO RP-WS-REJECT-REASON
003646         GO TO 2000-REJECT
003660     END-IF.
003670     EVALUATE RP-DS-CIPHER-TYPE(RP-WS-DEST-FOUND)
003675         WHEN "C"
003680             PERFORM 3000-ENCIPHER-CAESAR THRU 3000-EXIT
003682         WHEN "A"
003684         WHEN "F"
003686             PERFORM 3300-ENCIPHER-AFFINE THRU 3300-EXIT
003690         WHEN OTHER
003700             PERFORM 3500-ENCIPHER-VIGENERE THRU 3500-EXIT
003710     END-EVALUATE.
003720     PERFORM 4000-WRITE-REPLY-SEGMENTS THRU 4000-EXIT.
003730     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
003735     PERFORM 6500-WRITE-XREF-RECORD THRU 6500-EXIT.
003740     ADD 1 TO RP-WS-CNT-ENCIPHERED.
003742     GO TO 2000-NEXT.
003744 2000-REJECT.
003746     ADD 1 TO RP-WS-CNT-REJECTED.
003748     PERFORM 5000-PRINT-EXCEPTION THRU 5000-EXIT.
003750 2000-NEXT.
003760     PERFORM 2900-READ-REPLY-RECORD THRU 2900-EXIT.
003770 2000-EXIT.
003780     EXIT.
003781*----------------------------------------------------------------
003782 2050-CHECK-IN-REPLY-TO.
003783*    THE MESSAGE A REPLY ANSWERS MUST BE ON THE RESULTS MASTER AND
003784*    RESOLVED.  A BLANK IN-REPLY-TO, AN ID THE MASTER HAS NEVER
003785*    SEEN, OR A MESSAGE STILL UNREAD EACH LEAVES A REJECT REASON.
003786*----------------------------------------------------------------
003787     MOVE SPACES TO RP-WS-REJECT-REASON.
003788     MOVE SPACES TO RP-WS-INBOUND-STATUS.
003789     IF RP-RI-IN-REPLY-TO = SPACES
003790         ADD 1 TO RP-WS-CNT-NO-REPLY-TO
003791         MOVE "NO IN-REPLY-TO MESSAGE-ID" TO RP-WS-REJECT-REASON
003792         GO TO 2050-EXIT
003793     END-IF.
003794     MOVE RP-RI-IN-REPLY-TO TO RP-MR-MESSAGE-ID.
003795     READ RESULTS-MASTER
003796         INVALID KEY
003797             ADD 1 TO RP-WS-CNT-NOT-ON-MASTER
003798             MOVE "IN-REPLY-TO NOT ON RESULTS MASTER"
003799                 TO RP-WS-REJECT-REASON
003800             GO TO 2050-EXIT
003801     END-READ.
003802     MOVE RP-MR-STATUS TO RP-WS-INBOUND-STATUS.
003803     IF NOT RP-MR-RESOLVED
003804         ADD 1 TO RP-WS-CNT-UNRESOLVED
003805         MOVE "IN-REPLY-TO MESSAGE NOT RESOLVED"
003806             TO RP-WS-REJECT-REASON
003807     END-IF.
003808 2050-EXIT.
003809     EXIT.
003810*----------------------------------------------------------------
003811 2100-FIND-DESTINATION.
003812*----------------------------------------------------------------
003820     MOVE 0 TO RP-WS-DEST-FOUND.
003830     PERFORM 2110-MATCH-ONE-DEST THRU 2110-EXIT
003840         VARYING RP-WS-DEST-IDX FROM 1 BY 1
004700         TO RP-WS-OUTPUT-TEXT(RP-WS-CHAR-INDEX:1).
004710 3100-EXIT.
004720     EXIT.
004721*----------------------------------------------------------------
004722 3300-ENCIPHER-AFFINE.
004723*    AN ATBASH DESTINATION TAKES THE FIXED 25/25 KEY; AN AFFINE
004724*    DESTINATION ITS OWN MULTIPLIER AND SHIFT FROM DESTTAB.
004725*----------------------------------------------------------------
004726     IF RP-DS-CIPHER-TYPE(RP-WS-DEST-FOUND) = "A"
004727         MOVE RP-ATBASH-KEY TO RP-WS-MULT-VALUE
004728         MOVE RP-ATBASH-KEY TO RP-WS-SHIFT-VALUE
004729     ELSE
004730         MOVE RP-DS-MULTIPLIER(RP-WS-DEST-FOUND)
004731             TO RP-WS-MULT-VALUE
004732         MOVE RP-DS-SHIFT(RP-WS-DEST-FOUND) TO RP-WS-SHIFT-VALUE
004733     END-IF.
004734     MOVE SPACES TO RP-WS-OUTPUT-TEXT.
004735     PERFORM 3310-AFFINE-ONE-CHARACTER THRU 3310-EXIT
004736         VARYING RP-WS-CHAR-INDEX FROM 1 BY 1
004737         UNTIL RP-WS-CHAR-INDEX > RP-WS-MSG-LEN.
004738 3300-EXIT.
004739     EXIT.
004740*----------------------------------------------------------------
004741 3310-AFFINE-ONE-CHARACTER.
004742*    THE TEXT IS ALREADY FORCED UPPER; ONLY A-Z ARE SUBSTITUTED.
004743*----------------------------------------------------------------
004744     MOVE RP-WS-WORK-TEXT(RP-WS-CHAR-INDEX:1)
004745         TO RP-WS-CURRENT-CHAR.
004746     IF RP-WS-CURRENT-CHAR >= "A" AND RP-WS-CURRENT-CHAR <= "Z"
004747         COMPUTE RP-WS-CHAR-VALUE =
004748             FUNCTION MOD((RP-WS-MULT-VALUE *
004749             (FUNCTION ORD(RP-WS-CURRENT-CHAR) -
004750             FUNCTION ORD("A"))
004751             + RP-WS-SHIFT-VALUE), 26) + FUNCTION ORD("A")
004752         MOVE FUNCTION CHAR(RP-WS-CHAR-VALUE)
004753             TO RP-WS-CURRENT-CHAR
004754     END-IF.
004755     MOVE RP-WS-CURRENT-CHAR
004756         TO RP-WS-OUTPUT-TEXT(RP-WS-CHAR-INDEX:1).
004757 3310-EXIT.
004758     EXIT.
004759*----------------------------------------------------------------
004760 3500-ENCIPHER-VIGENERE.
004761*    BUILD THE COMPLEMENT KEYWORD AND HAND THE TEXT TO THE
004762*    PRODUCTION VIGENERE DECODER -- SUBTRACTING THE COMPLEMENT
004770*    IS ADDING THE TRUE KEYWORD, SO THIS IS VIGENERECIPHER'S OWN
004780*    LOGIC RUN IN THE ENCIPHER DIRECTION.  ITS LANGUAGE VERDICT
004790*    ON WHAT IS NOW CIPHERTEXT IS IGNORED.
005440     ADD 1 TO RP-WS-RECORDS-WRITTEN.
005450 4100-EXIT.
005460     EXIT.
005461*----------------------------------------------------------------
005462 5000-PRINT-EXCEPTION.
005463*    ONE LINE PER REJECTED REPLY: ITS POSITION ON REPLYIN, THE
005464*    MESSAGE IT CLAIMED TO ANSWER, THAT MESSAGE'S MASTER STATUS
005465*    WHERE THERE IS ONE, THE REASON, AND THE OPENING TEXT SO THE
005466*    DESK CAN RECOGNISE IT.
005467*----------------------------------------------------------------
005468     MOVE RP-WS-REPLIES-READ TO RP-RPT-EX-REPLY-NO.
005469     MOVE RP-RI-IN-REPLY-TO TO RP-RPT-EX-IN-REPLY-TO.
005470     MOVE RP-RI-DESTINATION TO RP-RPT-EX-DESTINATION.
005471     MOVE RP-WS-INBOUND-STATUS TO RP-RPT-EX-MSTR-STATUS.
005472     MOVE RP-WS-REJECT-REASON TO RP-RPT-EX-REASON.
005473     MOVE RP-RI-TEXT(1:40) TO RP-RPT-EX-TEXT.
005474     MOVE RP-RPT-EXCEPTION-LINE TO RP-REPORT-LINE.
005475     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005476     DISPLAY "REPLYBUILD: REPLY " RP-WS-REPLIES-READ " TO "
005477         RP-RI-DESTINATION " NOT TRANSMITTED -- "
005478         RP-WS-REJECT-REASON.
005479 5000-EXIT.
005480     EXIT.
005481*----------------------------------------------------------------
005482 5900-WRITE-REPORT-LINE.
005483*    WRITE ONE FORMATTED LINE, BREAKING TO A FRESH PAGE HEADING
005484*    EVERY 55 LINES SO THE REPORT FILES CLEANLY.
005485*----------------------------------------------------------------
005486     IF RP-WS-RPT-LINE-COUNT > 55
005487         PERFORM 5910-WRITE-PAGE-HEADING THRU 5910-EXIT
005488     END-IF.
005489     WRITE RP-REPORT-LINE AFTER ADVANCING 1 LINE.
005490     ADD 1 TO RP-WS-RPT-LINE-COUNT.
005491 5900-EXIT.
005492     EXIT.
005493*----------------------------------------------------------------
005494 5910-WRITE-PAGE-HEADING.
005495*----------------------------------------------------------------
005496     MOVE RP-REPORT-LINE TO RP-WS-RPT-HOLD-LINE.
005497     ADD 1 TO RP-WS-RPT-PAGE-COUNT.
005498     MOVE RP-WS-RUN-TIMESTAMP(1:21) TO RP-RPT-H1-TIMESTAMP.
005499     MOVE RP-WS-RPT-PAGE-COUNT TO RP-RPT-H1-PAGE.
005500     MOVE RP-RPT-HEADING-1 TO RP-REPORT-LINE.
005501     WRITE RP-REPORT-LINE AFTER ADVANCING PAGE.
005502     MOVE SPACES TO RP-REPORT-LINE.
005503     WRITE RP-REPORT-LINE AFTER ADVANCING 1 LINE.
005504     MOVE 2 TO RP-WS-RPT-LINE-COUNT.
005505     MOVE RP-WS-RPT-HOLD-LINE TO RP-REPORT-LINE.
005506 5910-EXIT.
005507     EXIT.
005508*----------------------------------------------------------------
005509 6000-WRITE-AUDIT-RECORD.
005510*    ONE AUDIT RECORD PER ENCIPHERED REPLY, IN THE SAME LAYOUT
005511*    THE DECODE SIDE APPENDS, SO COMPLIANCE SEES OUTBOUND
005512*    TRAFFIC IN THE SAME TRAIL.  THE RAW TEXT IS THE PLAINTEXT
005520*    REPLY, AS THE RAW TEXT OF A DECODE IS ITS CIPHERTEXT.
005530*----------------------------------------------------------------
005540     MOVE FUNCTION CURRENT-DATE TO RP-AL-TIMESTAMP.
005560     MOVE RP-WS-MESSAGE-ID TO RP-AL-MESSAGE-ID.
005570     MOVE RP-WS-WORK-TEXT TO RP-AL-RAW-TEXT.
005580     MOVE "ENCIPHER " TO RP-AL-MODE.
005590     EVALUATE RP-DS-CIPHER-TYPE(RP-WS-DEST-FOUND)
005595         WHEN "C"
005600             MOVE "SINGLE SHIFT" TO RP-AL-SHIFTS-TRIED
005610             MOVE RP-WS-SHIFT-VALUE TO RP-AL-SHIFT-SELECTED
005611         WHEN "A"
005612             MOVE "ATBASH OUTBOUND" TO RP-AL-SHIFTS-TRIED
005613             MOVE 0 TO RP-AL-SHIFT-SELECTED
005614         WHEN "F"
005615             MOVE SPACES TO RP-AL-SHIFTS-TRIED
005616             STRING "AFFINE OUTBOUND A=" DELIMITED BY SIZE
005617                 RP-WS-MULT-VALUE DELIMITED BY SIZE
005618                 INTO RP-AL-SHIFTS-TRIED
005619             MOVE RP-WS-SHIFT-VALUE TO RP-AL-SHIFT-SELECTED
005620         WHEN OTHER
005630             MOVE "VIGKEY OUTBOUND" TO RP-AL-SHIFTS-TRIED
005640             MOVE 0 TO RP-AL-SHIFT-SELECTED
005650     END-EVALUATE.
005652     MOVE "C" TO RP-CH-FUNCTION.
005654     CALL "AuditChain" USING RP-CHAIN-REQUEST
005656                             RP-AUDIT-RECORD.
005660     WRITE RP-AUDIT-RECORD.
005670 6000-EXIT.
005680     EXIT.
005681*----------------------------------------------------------------
005682 6500-WRITE-XREF-RECORD.
005683*    ONE CROSS-REFERENCE PER REPLY SENT, PAIRING THE INBOUND
005684*    MESSAGE-ID WITH THE REPLY'S OWN, UNDER THE CIPHER SETTINGS IT
005685*    WENT OUT WITH.  THE SEND TIME IS THE AUDIT RECORD'S, SO THE
005686*    TWO TRAILS AGREE.
005687*----------------------------------------------------------------
005688     MOVE SPACES TO RP-XREF-RECORD.
005689     MOVE RP-RI-IN-REPLY-TO TO RP-CX-INBOUND-ID.
005690     MOVE RP-WS-MESSAGE-ID TO RP-CX-REPLY-ID.
005691     MOVE RP-RI-DESTINATION TO RP-CX-DESTINATION.
005692     MOVE RP-DS-CIPHER-TYPE(RP-WS-DEST-FOUND)
005693         TO RP-CX-CIPHER-TYPE.
005694     MOVE RP-DS-SHIFT(RP-WS-DEST-FOUND) TO RP-CX-SHIFT.
005695     MOVE RP-DS-KEYWORD(RP-WS-DEST-FOUND) TO RP-CX-KEYWORD.
005696     MOVE RP-DS-EXT-OPT(RP-WS-DEST-FOUND) TO RP-CX-EXT-OPT.
005697     MOVE RP-WS-SEG-COUNT TO RP-CX-SEG-COUNT.
005698     MOVE RP-WS-MSG-PRIORITY TO RP-CX-PRIORITY.
005699     MOVE RP-AL-TIMESTAMP(1:14) TO RP-CX-SENT-TS.
005700     MOVE RP-WS-JOB-ID TO RP-CX-JOB-ID.
005701     MOVE RP-DS-MULTIPLIER(RP-WS-DEST-FOUND) TO RP-CX-MULTIPLIER.
005702     WRITE RP-XREF-RECORD.
005703     ADD 1 TO RP-WS-CNT-XREF.
005704 6500-EXIT.
005705     EXIT.
005706*----------------------------------------------------------------
005707 9000-TERMINATE.
005710*----------------------------------------------------------------
005720     MOVE SPACES TO RP-QUEUE-TRL-RECORD.
005730     MOVE "T" TO RP-QT-REC-TYPE.
005760     CLOSE REPLY-QUEUE.
005770     CLOSE REPLY-IN.
005780     CLOSE AUDIT-LOG.
005781     MOVE "S" TO RP-CH-FUNCTION.
005782     MOVE RP-WS-JOB-ID TO RP-CH-JOB-ID.
005783     CALL "AuditChain" USING RP-CHAIN-REQUEST
005784                             RP-AUDIT-RECORD.
005785     PERFORM 9100-PRINT-COUNTS THRU 9100-EXIT.
005786     CLOSE RESULTS-MASTER.
005787     CLOSE CORR-XREF.
005788     CLOSE EXCEPTION-REPORT.
005790     DISPLAY "REPLYBUILD: " RP-WS-REPLIES-READ " REPLIES, "
005800         RP-WS-CNT-ENCIPHERED " ENCIPHERED, "
005810         RP-WS-CNT-REJECTED " REJECTED".
005840     END-IF.
005850 9000-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------
005880 9100-PRINT-COUNTS.
005890*----------------------------------------------------------------
005900     MOVE SPACES TO RP-REPORT-LINE.
005910     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005920     MOVE "REPLY BUILD COUNTS" TO RP-RPT-SH-TITLE.
005930     MOVE RP-RPT-SECTION-HDG TO RP-REPORT-LINE.
005940     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005950     MOVE "REPLIES READ" TO RP-RPT-CL-LABEL.
005960     MOVE RP-WS-REPLIES-READ TO RP-RPT-CL-COUNT.
005970     PERFORM 9110-PRINT-ONE-COUNT THRU 9110-EXIT.
005980     MOVE "REPLIES ENCIPHERED" TO RP-RPT-CL-LABEL.
005990     MOVE RP-WS-CNT-ENCIPHERED TO RP-RPT-CL-COUNT.
006000     PERFORM 9110-PRINT-ONE-COUNT THRU 9110-EXIT.
006010     MOVE "CROSS-REFERENCES WRITTEN" TO RP-RPT-CL-LABEL.
006020     MOVE RP-WS-CNT-XREF TO RP-RPT-CL-COUNT.
006030     PERFORM 9110-PRINT-ONE-COUNT THRU 9110-EXIT.
006040     MOVE "REJECTED -- NO IN-REPLY-TO" TO RP-RPT-CL-LABEL.
006050     MOVE RP-WS-CNT-NO-REPLY-TO TO RP-RPT-CL-COUNT.
006060     PERFORM 9110-PRINT-ONE-COUNT THRU 9110-EXIT.
006070     MOVE "REJECTED -- NOT ON MASTER" TO RP-RPT-CL-LABEL.
006080     MOVE RP-WS-CNT-NOT-ON-MASTER TO RP-RPT-CL-COUNT.
006090     PERFORM 9110-PRINT-ONE-COUNT THRU 9110-EXIT.
006100     MOVE "REJECTED -- INBOUND UNRESOLVED" TO RP-RPT-CL-LABEL.
006110     MOVE RP-WS-CNT-UNRESOLVED TO RP-RPT-CL-COUNT.
006120     PERFORM 9110-PRINT-ONE-COUNT THRU 9110-EXIT.
006130     MOVE "REJECTED -- NOT ON DESTTAB" TO RP-RPT-CL-LABEL.
006140     MOVE RP-WS-CNT-NO-DEST TO RP-RPT-CL-COUNT.
006150     PERFORM 9110-PRINT-ONE-COUNT THRU 9110-EXIT.
006160     MOVE "REJECTED -- EMPTY TEXT" TO RP-RPT-CL-LABEL.
006170     MOVE RP-WS-CNT-EMPTY TO RP-RPT-CL-COUNT.
006180     PERFORM 9110-PRINT-ONE-COUNT THRU 9110-EXIT.
006190     MOVE "TOTAL REJECTED" TO RP-RPT-CL-LABEL.
006200     MOVE RP-WS-CNT-REJECTED TO RP-RPT-CL-COUNT.
006210     PERFORM 9110-PRINT-ONE-COUNT THRU 9110-EXIT.
006220 9100-EXIT.
006230     EXIT.
006240*----------------------------------------------------------------
006250 9110-PRINT-ONE-COUNT.
006260*----------------------------------------------------------------
006270     MOVE RP-RPT-COUNT-LINE TO RP-REPORT-LINE.
006280     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
006290 9110-EXIT.
006300     EXIT.
006310*----------------------------------------------------------------
006320 9900-END-LEDGER-STEP.
006330*    WRITTEN IS THE REPLY QUEUE RECORDS, AS ITS TRAILER COUNTS
006340*    THEM.
006350*----------------------------------------------------------------
006360     MOVE "E" TO RP-LQ-FUNCTION.
006370     MOVE RETURN-CODE TO RP-LQ-RETURN-CODE.
006380     MOVE RP-WS-REPLIES-READ TO RP-LQ-READ.
006390     MOVE RP-WS-RECORDS-WRITTEN TO RP-LQ-WRITTEN.
006400     MOVE RP-WS-CNT-REJECTED TO RP-LQ-REJECTED.
006410     CALL "RunLedger" USING RP-LEDGER-REQUEST.
006420 9900-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------
006450 9950-ABEND-STEP.
006460*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
006470*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
006480*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
006490*    STEP ENDED RATHER THAN A START WITH NO END.
006500*----------------------------------------------------------------
006510     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
006520     STOP RUN.
006530 9950-EXIT.
006540     EXIT.
