000270*                LINES TO A PAGED PRINTED REPORT (INQRPT) IN THE
000280*                SUMMRPT STYLE, WITH A SELECTION COUNT PER CARD
000290*                AND RETURN CODE 4 WHEN A CARD MATCHES NOTHING.
000292* 10/15/26  RH   THE RESULTS MASTER NOW CARRIES EACH MESSAGE'S
000294*                SOURCE SYSTEM.  IT PRINTS ON EVERY RESULT LINE,
000296*                AND A SELECTION CARD MAY NAME A SOURCE SYSTEM AS
000298*                ONE MORE CRITERION.
000299* 10/15/26  RH   A CARD WITH A MESSAGE-ID AND A T IN THE THREAD
000300*                COLUMN PRINTS THE WHOLE CORRESPONDENCE THREAD:
000301*                THE INBOUND DECODE FROM THE MASTER FOLLOWED BY
000302*                EVERY REPLY REPLYBUILD SENT AGAINST IT, FROM THE
000303*                CROSS-REFERENCE FILE (CORRXREF), WITH
000304*                DESTINATION, CIPHER SETTINGS AND SEND TIME.  A
000305*                REPLY'S OWN ID FINDS ITS THREAD THE SAME WAY.
000306* 10/15/26  RH   THE RESULTS MASTER CARRIES THE ATBASH OR AFFINE
000307*                DECODE MULTIPLIER AND IT PRINTS ON THE RESULT
000308*                LINE.  A THREAD'S REPLY LINES SHOW THE MULTIPLIER
000309*                OF AN AFFINE DESTINATION FROM THE CROSS-
000310*                REFERENCE.
000311* 10/15/26  RH   THE RUN IS RECORDED ON THE SHARED RUN LEDGER
000312*                THROUGH THE RUNLEDGER MODULE, UNDER THE BATCH
000313*                DATE OF THE CURRENT CYCLE, WITH THE RECORDS FOUND
000314*                AND THE INQUIRIES THAT MATCHED NOTHING.
000316* 10/15/26  RH   A CONTROLLED ABEND AFTER START-UP NOW ENDS
000318*                THROUGH 9950-ABEND-STEP, WHICH RECORDS THE STEP'S
000320*                END AND RETURN CODE ON THE RUN LEDGER BEFORE THE
000322*                RUN STOPS.
000324*----------------------------------------------------------------
000326 ENVIRONMENT DIVISION.
000328 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000450     SELECT INQUIRY-REPORT ASSIGN TO "INQRPT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS RI-WS-REPORT-STATUS.
000472     SELECT CORR-XREF ASSIGN TO "CORRXREF"
000474         ORGANIZATION IS SEQUENTIAL
000476         FILE STATUS IS RI-WS-XREF-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000580     05  RI-MR-STATUS          PIC X(10).
000590     05  RI-MR-SEG-COUNT       PIC 9(02).
000600     05  RI-MR-TEXT            PIC X(500).
000605     05  RI-MR-SOURCE-SYSTEM   PIC X(08).
000607     05  RI-MR-MULTIPLIER      PIC 9(02).
000610*
000620 FD  INQUIRY-CARDS
000630     RECORDING MODE IS F
000680     05  RI-IQ-DATE-TO         PIC X(08).
000690     05  RI-IQ-STATUS          PIC X(10).
000700     05  RI-IQ-PRIORITY        PIC X(01).
000705     05  RI-IQ-SOURCE-SYSTEM   PIC X(08).
000706     05  RI-IQ-THREAD-FLAG     PIC X(01).
000707         88  RI-IQ-THREAD                VALUE "T".
000710*
000720 FD  INQUIRY-REPORT
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  RI-REPORT-LINE            PIC X(132).
000751*
000752 FD  CORR-XREF
000753     RECORDING MODE IS F
000754     LABEL RECORDS ARE STANDARD.
000755 01  RI-XREF-RECORD.
000756     05  RI-CX-INBOUND-ID      PIC X(10).
000757     05  RI-CX-REPLY-ID        PIC X(10).
000758     05  RI-CX-DESTINATION     PIC X(08).
000759     05  RI-CX-CIPHER-TYPE     PIC X(01).
000760     05  RI-CX-SHIFT           PIC 9(03).
000761     05  RI-CX-KEYWORD         PIC X(10).
000762     05  RI-CX-EXT-OPT         PIC X(01).
000763     05  RI-CX-SEG-COUNT       PIC 9(02).
000764     05  RI-CX-PRIORITY        PIC X(01).
000765     05  RI-CX-SENT-TS         PIC X(14).
000766     05  RI-CX-JOB-ID          PIC X(08).
000767     05  RI-CX-MULTIPLIER      PIC 9(02).
000768     05  FILLER                PIC X(10).
000769*
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------
000790* FILE STATUS AND END-OF-FILE SWITCHES
000810 01  RI-WS-MASTER-STATUS       PIC X(02) VALUE SPACES.
000820 01  RI-WS-CARD-STATUS         PIC X(02) VALUE SPACES.
000830 01  RI-WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
000835 01  RI-WS-XREF-STATUS         PIC X(02) VALUE SPACES.
000840 01  RI-WS-EOF-SWITCH          PIC X(01) VALUE "N".
000850     88  RI-WS-EOF-YES                   VALUE "Y".
000860 01  RI-WS-BROWSE-EOF-FLAG     PIC X(01) VALUE "N".
000930* LOOKUP, AS ALWAYS; A CARD WITHOUT ONE SELECTS BY ANY
000940* COMBINATION OF PROCESSING DATE RANGE, RESULT STATUS AND
000950* PRIORITY CLASS, EVERY PUNCHED CRITERION HAVING TO MATCH.
000955* SOURCE SYSTEM IS ONE MORE SUCH CRITERION.
000960*----------------------------------------------------------------
000970 01  RI-WS-SEL-DATE-FROM       PIC 9(08) VALUE 0.
000980 01  RI-WS-SEL-DATE-TO         PIC 9(08) VALUE 99999999.
001010 01  RI-WS-SEG-OFFSET          PIC 9(03) VALUE 0.
001020 01  RI-WS-CARD-BAD-FLAG       PIC X(01) VALUE "N".
001030     88  RI-WS-CARD-BAD                  VALUE "Y".
001031*----------------------------------------------------------------
001032* THREAD WORK AREAS.  THE CROSS-REFERENCE IS READ FROM THE TOP FOR
001033* EVERY THREAD CARD -- ONCE TO TURN A REPLY'S ID INTO ITS INBOUND
001034* ID, ONCE MORE TO LIST THE REPLIES.
001035*----------------------------------------------------------------
001036 01  RI-WS-THREAD-ID           PIC X(10) VALUE SPACES.
001037 01  RI-WS-REPLY-COUNT         PIC 9(05) VALUE 0.
001038 01  RI-WS-XREF-EOF-FLAG       PIC X(01) VALUE "N".
001039     88  RI-WS-XREF-EOF                  VALUE "Y".
001040 01  RI-WS-XREF-OPEN-FLAG      PIC X(01) VALUE "N".
001041     88  RI-WS-XREF-OPEN                 VALUE "Y".
001042 01  RI-WS-INBOUND-FOUND-FLAG  PIC X(01) VALUE "N".
001043     88  RI-WS-INBOUND-FOUND             VALUE "Y".
001044*----------------------------------------------------------------
001045* RUN LEDGER REQUEST.  THE RUNLEDGER MODULE RECORDS THE STEP ON
001046* THE SHARED RUN LEDGER AT START-UP, REFUSING IT THERE WHEN A
001047* REQUIRED PREDECESSOR HAS NOT ENDED CLEAN FOR THE BATCH DATE,
001048* AND AGAIN AT TERMINATION WITH THE RETURN CODE AND COUNTS.
001049*----------------------------------------------------------------
001050 01  RI-LEDGER-REQUEST.
001051     05  RI-LQ-FUNCTION        PIC X(01).
001052     05  RI-LQ-PROGRAM         PIC X(16) VALUE "RESULTINQUIRY".
001053     05  RI-LQ-JOB-ID          PIC X(08) VALUE SPACES.
001054     05  RI-LQ-BATCH-DATE      PIC X(08) VALUE SPACES.
001055     05  RI-LQ-RETURN-CODE     PIC 9(03) VALUE 0.
001056     05  RI-LQ-READ            PIC 9(09) VALUE 0.
001057     05  RI-LQ-WRITTEN         PIC 9(09) VALUE 0.
001058     05  RI-LQ-REJECTED        PIC 9(09) VALUE 0.
001059     05  RI-LQ-START-TS        PIC X(14) VALUE SPACES.
001060     05  RI-LQ-RESULT          PIC X(01) VALUE SPACES.
001061         88  RI-LQ-CLEARED               VALUE "Y".
001062     05  RI-LQ-MESSAGE         PIC X(80) VALUE SPACES.
001063*----------------------------------------------------------------
001064* REPORT WORK AREAS AND PRINT LINES, IN THE SAME PAGED STYLE AS
001065* THE CAESARCIPHER OPERATOR SUMMARY.
001070*----------------------------------------------------------------
001080 01  RI-WS-RPT-LINE-COUNT      PIC 9(03) VALUE 99.
001090 01  RI-WS-RPT-PAGE-COUNT      PIC 9(03) VALUE 0.
001300     05  RI-RPT-CR-STATUS      PIC X(10).
001310     05  FILLER                PIC X(11) VALUE "  PRIORITY ".
001320     05  RI-RPT-CR-PRIORITY    PIC X(01).
001323     05  FILLER                PIC X(09) VALUE "  SOURCE ".
001326     05  RI-RPT-CR-SOURCE      PIC X(08).
001329     05  FILLER                PIC X(09) VALUE "  THREAD ".
001332     05  RI-RPT-CR-THREAD      PIC X(01).
001335     05  FILLER                PIC X(20) VALUE SPACES.
001340 01  RI-RPT-RESULT-LINE.
001350     05  FILLER                PIC X(05) VALUE SPACES.
001360     05  RI-RPT-RL-MESSAGE-ID  PIC X(10).
001420     05  RI-RPT-RL-PRIORITY    PIC 9(01).
001430     05  FILLER                PIC X(08) VALUE "  SHIFT ".
001440     05  RI-RPT-RL-SHIFT       PIC 9(03).
001443     05  FILLER                PIC X(07) VALUE "  MULT ".
001446     05  RI-RPT-RL-MULTIPLIER  PIC 9(02).
001450     05  FILLER                PIC X(07) VALUE "  SEGS ".
001460     05  RI-RPT-RL-SEG-COUNT   PIC 9(02).
001463     05  FILLER                PIC X(09) VALUE "  SOURCE ".
001466     05  RI-RPT-RL-SOURCE      PIC X(08).
001470     05  FILLER                PIC X(42) VALUE SPACES.
001480 01  RI-RPT-TEXT-LINE.
001490     05  FILLER                PIC X(07) VALUE SPACES.
001500     05  RI-RPT-TL-TEXT        PIC X(100).
001510     05  FILLER                PIC X(25) VALUE SPACES.
001511 01  RI-RPT-REPLY-LINE.
001512     05  FILLER                PIC X(05) VALUE SPACES.
001513     05  FILLER                PIC X(06) VALUE "REPLY ".
001514     05  RI-RPT-RP-REPLY-ID    PIC X(10).
001515     05  FILLER                PIC X(07) VALUE "  SENT ".
001516     05  RI-RPT-RP-SENT-DATE   PIC X(08).
001517     05  FILLER                PIC X(01) VALUE SPACE.
001518     05  RI-RPT-RP-SENT-TIME   PIC X(06).
001519     05  FILLER                PIC X(07) VALUE "  DEST ".
001520     05  RI-RPT-RP-DESTINATION PIC X(08).
001521     05  FILLER                PIC X(09) VALUE "  CIPHER ".
001522     05  RI-RPT-RP-CIPHER-TYPE PIC X(01).
001523     05  FILLER                PIC X(03) VALUE " A=".
001524     05  RI-RPT-RP-MULTIPLIER  PIC 9(02).
001525     05  FILLER                PIC X(08) VALUE "  SHIFT ".
001526     05  RI-RPT-RP-SHIFT       PIC 9(03).
001527     05  FILLER                PIC X(06) VALUE "  KEY ".
001528     05  RI-RPT-RP-KEYWORD     PIC X(10).
001529     05  FILLER                PIC X(06) VALUE "  EXT ".
001530     05  RI-RPT-RP-EXT-OPT     PIC X(01).
001531     05  FILLER                PIC X(07) VALUE "  SEGS ".
001532     05  RI-RPT-RP-SEG-COUNT   PIC 9(02).
001533     05  FILLER                PIC X(06) VALUE "  JOB ".
001534     05  RI-RPT-RP-JOB-ID      PIC X(08).
001535     05  FILLER                PIC X(02) VALUE SPACES.
001536 01  RI-RPT-COUNT-LINE.
001537     05  FILLER                PIC X(05) VALUE SPACES.
001540     05  RI-RPT-CL-LABEL       PIC X(30).
001550     05  RI-RPT-CL-COUNT       PIC Z,ZZZ,ZZ9.
001560     05  FILLER                PIC X(88) VALUE SPACES.
001630     PERFORM 2000-ANSWER-ONE-INQUIRY THRU 2000-EXIT
001640         UNTIL RI-WS-EOF-YES.
001650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001655     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
001660     STOP RUN.
001670 0000-EXIT.
001680     EXIT.
001700 1000-INITIALIZE.
001710*----------------------------------------------------------------
001720     MOVE FUNCTION CURRENT-DATE TO RI-WS-RUN-TIMESTAMP.
001725     PERFORM 1900-BEGIN-LEDGER-STEP THRU 1900-EXIT.
001730     OPEN INPUT RESULTS-MASTER.
001740     IF RI-WS-MASTER-STATUS NOT = "00"
001750         DISPLAY "RESULTINQUIRY: RESULTS-MASTER OPEN FAILED, "
001760             "STATUS " RI-WS-MASTER-STATUS
001770         MOVE 16 TO RETURN-CODE
001780         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
001790     END-IF.
001800     OPEN INPUT INQUIRY-CARDS.
001810     IF RI-WS-CARD-STATUS NOT = "00"
001820         DISPLAY "RESULTINQUIRY: NO INQUIRY CARDS ON SYSIN, "
001830             "STATUS " RI-WS-CARD-STATUS
001840         MOVE 16 TO RETURN-CODE
001850         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
001860     END-IF.
001870     OPEN OUTPUT INQUIRY-REPORT.
001880     IF RI-WS-REPORT-STATUS NOT = "00"
001890         DISPLAY "RESULTINQUIRY: INQUIRY-REPORT OPEN FAILED, "
001900             "STATUS " RI-WS-REPORT-STATUS
001910         MOVE 16 TO RETURN-CODE
001920         PERFORM 9950-ABEND-STEP THRU 9950-EXIT
001930     END-IF.
001940     PERFORM 2900-READ-INQUIRY-CARD THRU 2900-EXIT.
001950 1000-EXIT.
001960     EXIT.
001961*----------------------------------------------------------------
001962 1900-BEGIN-LEDGER-STEP.
001963*    RECORD THE STEP'S START ON THE RUN LEDGER.  AN INQUIRY RUN
001964*    HAS NO BATCH DATE OF ITS OWN AND JOINS THE CURRENT CYCLE.
001965*----------------------------------------------------------------
001966     MOVE "B" TO RI-LQ-FUNCTION.
001967     MOVE RETURN-CODE TO RI-LQ-RETURN-CODE.
001968     CALL "RunLedger" USING RI-LEDGER-REQUEST.
001969     IF NOT RI-LQ-CLEARED
001970         DISPLAY "RESULTINQUIRY: RUN REFUSED -- " RI-LQ-MESSAGE
001971         MOVE 12 TO RETURN-CODE
001972         STOP RUN
001973     END-IF.
001974 1900-EXIT.
001975     EXIT.
001976*----------------------------------------------------------------
001980 2000-ANSWER-ONE-INQUIRY.
001990*----------------------------------------------------------------
002000     IF RI-INQUIRY-CARD = SPACES
002020     END-IF.
002030     PERFORM 2050-PRINT-CRITERIA THRU 2050-EXIT.
002040     IF RI-IQ-MESSAGE-ID NOT = SPACES
002043         IF RI-IQ-THREAD
002046             PERFORM 2500-PRINT-THREAD THRU 2500-EXIT
002049         ELSE
002052             PERFORM 2100-EXACT-LOOKUP THRU 2100-EXIT
002055         END-IF
002060     ELSE
002070         PERFORM 2200-BROWSE-SELECTION THRU 2200-EXIT
002080     END-IF.
002180     MOVE RI-IQ-DATE-TO TO RI-RPT-CR-DATE-TO.
002190     MOVE RI-IQ-STATUS TO RI-RPT-CR-STATUS.
002200     MOVE RI-IQ-PRIORITY TO RI-RPT-CR-PRIORITY.
002205     MOVE RI-IQ-SOURCE-SYSTEM TO RI-RPT-CR-SOURCE.
002207     MOVE RI-IQ-THREAD-FLAG TO RI-RPT-CR-THREAD.
002210     MOVE RI-RPT-CRITERIA-LINE TO RI-REPORT-LINE.
002220     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
002230 2050-EXIT.
002880                     OR RI-IQ-STATUS = RI-MR-STATUS)
002890                 AND (RI-IQ-PRIORITY = SPACE
002900                     OR RI-IQ-PRIORITY = RI-MR-PRIORITY)
002903                 AND (RI-IQ-SOURCE-SYSTEM = SPACES
002906                     OR RI-IQ-SOURCE-SYSTEM = RI-MR-SOURCE-SYSTEM)
002910                 ADD 1 TO RI-WS-SEL-COUNT
002920                 PERFORM 2400-PRINT-ONE-RESULT THRU 2400-EXIT
002930             END-IF
002980 2250-EDIT-SELECTION-CARD.
002990*    A SELECTION CARD MUST PUNCH AT LEAST ONE CRITERION, ITS
003000*    DATES MUST READ AS DATES, AND A TO-DATE NEEDS A FROM-DATE.
003005*    A THREAD NEEDS A MESSAGE-ID TO FOLLOW, SO IT IS NO SELECTION.
003010*----------------------------------------------------------------
003020     MOVE "N" TO RI-WS-CARD-BAD-FLAG.
003030     MOVE 0 TO RI-WS-SEL-DATE-FROM.
003050     IF RI-IQ-DATE-FROM = SPACES
003060         AND RI-IQ-STATUS = SPACES
003070         AND RI-IQ-PRIORITY = SPACE
003075         AND RI-IQ-SOURCE-SYSTEM = SPACES
003080         MOVE "Y" TO RI-WS-CARD-BAD-FLAG
003090         GO TO 2250-EXIT
003100     END-IF.
003102     IF RI-IQ-THREAD-FLAG NOT = SPACE
003104         MOVE "Y" TO RI-WS-CARD-BAD-FLAG
003106         GO TO 2250-EXIT
003108     END-IF.
003110     IF RI-IQ-DATE-TO NOT = SPACES
003120         AND RI-IQ-DATE-FROM = SPACES
003130         MOVE "Y" TO RI-WS-CARD-BAD-FLAG
003440     MOVE RI-MR-STATUS TO RI-RPT-RL-STATUS.
003450     MOVE RI-MR-PRIORITY TO RI-RPT-RL-PRIORITY.
003460     MOVE RI-MR-SHIFT TO RI-RPT-RL-SHIFT.
003465     MOVE RI-MR-MULTIPLIER TO RI-RPT-RL-MULTIPLIER.
003470     MOVE RI-MR-SEG-COUNT TO RI-RPT-RL-SEG-COUNT.
003475     MOVE RI-MR-SOURCE-SYSTEM TO RI-RPT-RL-SOURCE.
003480     MOVE RI-RPT-RESULT-LINE TO RI-REPORT-LINE.
003490     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003500     PERFORM 2410-PRINT-ONE-TEXT-LINE THRU 2410-EXIT
003620     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003630 2410-EXIT.
003640     EXIT.
003641*----------------------------------------------------------------
003642 2500-PRINT-THREAD.
003643*    A THREAD IS THE INBOUND DECODE FOLLOWED BY EVERY REPLY SENT
003644*    AGAINST IT, FROM THE CORRESPONDENCE CROSS-REFERENCE THAT
003645*    REPLYBUILD APPENDS.  A CARD NAMING A REPLY'S OWN MESSAGE-ID
003646*    PRINTS THE THREAD THAT REPLY BELONGS TO.
003647*----------------------------------------------------------------
003648     MOVE RI-IQ-MESSAGE-ID TO RI-WS-THREAD-ID.
003649     MOVE 0 TO RI-WS-REPLY-COUNT.
003650     PERFORM 2530-OPEN-XREF THRU 2530-EXIT.
003651     PERFORM 2510-FIND-REPLY-ID THRU 2510-EXIT
003652         UNTIL RI-WS-XREF-EOF.
003653     IF RI-WS-XREF-OPEN
003654         CLOSE CORR-XREF
003655     END-IF.
003656     MOVE RI-WS-THREAD-ID TO RI-MR-MESSAGE-ID.
003657     READ RESULTS-MASTER
003658         INVALID KEY
003659             MOVE "N" TO RI-WS-INBOUND-FOUND-FLAG
003660             MOVE "INBOUND NOT ON RESULTS MASTER"
003661                 TO RI-RPT-CL-LABEL
003662             MOVE 0 TO RI-RPT-CL-COUNT
003663             MOVE RI-RPT-COUNT-LINE TO RI-REPORT-LINE
003664             PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
003665         NOT INVALID KEY
003666             MOVE "Y" TO RI-WS-INBOUND-FOUND-FLAG
003667             ADD 1 TO RI-WS-FOUND-COUNT
003668             PERFORM 2400-PRINT-ONE-RESULT THRU 2400-EXIT
003669     END-READ.
003670     PERFORM 2530-OPEN-XREF THRU 2530-EXIT.
003671     PERFORM 2520-PRINT-ONE-REPLY THRU 2520-EXIT
003672         UNTIL RI-WS-XREF-EOF.
003673     IF RI-WS-XREF-OPEN
003674         CLOSE CORR-XREF
003675     END-IF.
003676     MOVE "REPLIES IN THREAD" TO RI-RPT-CL-LABEL.
003677     MOVE RI-WS-REPLY-COUNT TO RI-RPT-CL-COUNT.
003678     MOVE RI-RPT-COUNT-LINE TO RI-REPORT-LINE.
003679     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003680     ADD RI-WS-REPLY-COUNT TO RI-WS-FOUND-COUNT.
003681     IF NOT RI-WS-INBOUND-FOUND
003682         AND RI-WS-REPLY-COUNT = 0
003683         ADD 1 TO RI-WS-MISSED-COUNT
003684     END-IF.
003685 2500-EXIT.
003686     EXIT.
003687*----------------------------------------------------------------
003688 2510-FIND-REPLY-ID.
003689*----------------------------------------------------------------
003690     READ CORR-XREF
003691         AT END
003692             MOVE "Y" TO RI-WS-XREF-EOF-FLAG
003693         NOT AT END
003694             IF RI-CX-REPLY-ID = RI-IQ-MESSAGE-ID
003695                 MOVE RI-CX-INBOUND-ID TO RI-WS-THREAD-ID
003696                 MOVE "Y" TO RI-WS-XREF-EOF-FLAG
003697             END-IF
003698     END-READ.
003699 2510-EXIT.
003700     EXIT.
003701*----------------------------------------------------------------
003702 2520-PRINT-ONE-REPLY.
003703*----------------------------------------------------------------
003704     READ CORR-XREF
003705         AT END
003706             MOVE "Y" TO RI-WS-XREF-EOF-FLAG
003707             GO TO 2520-EXIT
003708     END-READ.
003709     IF RI-CX-INBOUND-ID NOT = RI-WS-THREAD-ID
003710         GO TO 2520-EXIT
003711     END-IF.
003712     ADD 1 TO RI-WS-REPLY-COUNT.
003713     MOVE RI-CX-REPLY-ID TO RI-RPT-RP-REPLY-ID.
003714     MOVE RI-CX-SENT-TS(1:8) TO RI-RPT-RP-SENT-DATE.
003715     MOVE RI-CX-SENT-TS(9:6) TO RI-RPT-RP-SENT-TIME.
003716     MOVE RI-CX-DESTINATION TO RI-RPT-RP-DESTINATION.
003717     MOVE RI-CX-CIPHER-TYPE TO RI-RPT-RP-CIPHER-TYPE.
003718     MOVE RI-CX-MULTIPLIER TO RI-RPT-RP-MULTIPLIER.
003719     MOVE RI-CX-SHIFT TO RI-RPT-RP-SHIFT.
003720     MOVE RI-CX-KEYWORD TO RI-RPT-RP-KEYWORD.
003721     MOVE RI-CX-EXT-OPT TO RI-RPT-RP-EXT-OPT.
003722     MOVE RI-CX-SEG-COUNT TO RI-RPT-RP-SEG-COUNT.
003723     MOVE RI-CX-JOB-ID TO RI-RPT-RP-JOB-ID.
003724     MOVE RI-RPT-REPLY-LINE TO RI-REPORT-LINE.
003725     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003726 2520-EXIT.
003727     EXIT.
003728*----------------------------------------------------------------
003729 2530-OPEN-XREF.
003730*    NO CROSS-REFERENCE YET MEANS NO REPLY HAS EVER BEEN SENT; THE
003731*    THREAD IS THEN THE INBOUND MESSAGE ALONE.
003732*----------------------------------------------------------------
003733     MOVE "N" TO RI-WS-XREF-EOF-FLAG.
003734     MOVE "N" TO RI-WS-XREF-OPEN-FLAG.
003735     OPEN INPUT CORR-XREF.
003736     IF RI-WS-XREF-STATUS = "00"
003737         MOVE "Y" TO RI-WS-XREF-OPEN-FLAG
003738     ELSE
003739         DISPLAY "RESULTINQUIRY: NO CORRESPONDENCE "
003740             "CROSS-REFERENCE, "
003741             "STATUS " RI-WS-XREF-STATUS
003742         MOVE "Y" TO RI-WS-XREF-EOF-FLAG
003743     END-IF.
003744 2530-EXIT.
003745     EXIT.
003746*----------------------------------------------------------------
003747 2900-READ-INQUIRY-CARD.
003748*----------------------------------------------------------------
003749     READ INQUIRY-CARDS
003750         AT END
003751             MOVE "Y" TO RI-WS-EOF-SWITCH
003752     END-READ.
003753 2900-EXIT.
003754     EXIT.
003755*----------------------------------------------------------------
003756 5900-WRITE-REPORT-LINE.
003760*    WRITE ONE FORMATTED LINE, BREAKING TO A FRESH PAGE HEADING
003770*    EVERY 55 LINES SO THE REPORT FILES CLEANLY.
003780*----------------------------------------------------------------
004190     END-IF.
004200 9000-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230 9900-END-LEDGER-STEP.
004240*    READ IS THE MASTER RECORDS FOUND; REJECTED IS THE INQUIRIES
004250*    THAT MATCHED NOTHING.
004260*----------------------------------------------------------------
004270     MOVE "E" TO RI-LQ-FUNCTION.
004280     MOVE RETURN-CODE TO RI-LQ-RETURN-CODE.
004290     MOVE RI-WS-FOUND-COUNT TO RI-LQ-READ.
004300     MOVE 0 TO RI-LQ-WRITTEN.
004310     MOVE RI-WS-MISSED-COUNT TO RI-LQ-REJECTED.
004320     CALL "RunLedger" USING RI-LEDGER-REQUEST.
004330 9900-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360 9950-ABEND-STEP.
004370*    A CONTROLLED ABEND ONCE THE STEP HAS STARTED.  THE RETURN
004380*    CODE ALREADY SET, AND THE COUNTS SO FAR, GO ON THE STEP'S END
004390*    RECORD BEFORE THE RUN STOPS, SO THE RUN LEDGER SHOWS HOW THE
004400*    STEP ENDED RATHER THAN A START WITH NO END.
004410*----------------------------------------------------------------
004420     PERFORM 9900-END-LEDGER-STEP THRU 9900-EXIT.
004430     STOP RUN.
004440 9950-EXIT.
004450     EXIT.
