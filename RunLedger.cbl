000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RunLedger.
000030 AUTHOR.        R HALVERSEN.
000040 INSTALLATION.  CRYPTO OPERATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/26  RH   ORIGINAL VERSION.  NOTHING IN THE NIGHTLY CYCLE
000120*                RECORDED WHICH STEPS HAD RUN FOR A BATCH DATE OR
000130*                HOW THEY ENDED, SO A STEP COULD RUN ON THE OUTPUT
000140*                OF A PREDECESSOR THAT HAD FAILED OR NEVER RUN.
000150*                EVERY BATCH PROGRAM NOW CALLS THIS MODULE AT
000160*                START-UP AND AT TERMINATION, AND IT APPENDS A
000170*                STEP RECORD TO THE SHARED RUN LEDGER (RUNLEDGR)
000180*                EACH TIME.  FUNCTIONS: B -- BEGIN A STEP: CHECK
000190*                THE STEP'S REQUIRED PREDECESSORS FOR THE SAME
000200*                BATCH DATE AND WRITE A START RECORD, OR A
000210*                REFUSAL; E -- END A STEP: WRITE THE END RECORD
000220*                WITH THE RETURN CODE AND CONTROL COUNTS.  A GATE
000230*                MAY BE LIFTED FOR ONE PROGRAM AND DATE BY A CARD
000240*                ON LEDGOVR.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RUN-LEDGER ASSIGN TO "RUNLEDGR"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS RL-WS-LEDGER-STATUS.
000350     SELECT GATE-OVERRIDE ASSIGN TO "LEDGOVR"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS RL-WS-OVERRIDE-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410*----------------------------------------------------------------
000420* RUN LEDGER -- ONE RECORD WHEN A STEP STARTS (TYPE S) AND ONE
000430* WHEN IT ENDS (TYPE E).  A STEP REFUSED AT THE GATE WRITES AN END
000440* RECORD ONLY, WITH RETURN CODE 12.  CYCLEREPORT READS THE SAME
000450* LAYOUT.
000460*----------------------------------------------------------------
000470 FD  RUN-LEDGER
000480     RECORDING MODE IS F
000490     LABEL RECORDS ARE STANDARD.
000500 01  RL-LEDGER-RECORD.
000510     05  RL-LR-REC-TYPE        PIC X(01).
000520         88  RL-LR-STEP-START            VALUE "S".
000530         88  RL-LR-STEP-END              VALUE "E".
000540     05  RL-LR-JOB-ID          PIC X(08).
000550     05  RL-LR-PROGRAM         PIC X(16).
000560     05  RL-LR-BATCH-DATE      PIC X(08).
000570     05  RL-LR-START-TS        PIC X(14).
000580     05  RL-LR-END-TS          PIC X(14).
000590     05  RL-LR-RETURN-CODE     PIC 9(03).
000600     05  RL-LR-READ            PIC 9(09).
000610     05  RL-LR-WRITTEN         PIC 9(09).
000620     05  RL-LR-REJECTED        PIC 9(09).
000630     05  RL-LR-NOTE            PIC X(24).
000640     05  FILLER                PIC X(05).
000650*
000660*----------------------------------------------------------------
000670* GATE OVERRIDE CARDS -- PROGRAM AND BATCH DATE.  A BLANK DATE
000680* LIFTS THE PROGRAM'S GATE FOR ANY DATE.
000690*----------------------------------------------------------------
000700 FD  GATE-OVERRIDE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 01  RL-OVERRIDE-CARD.
000740     05  RL-OV-PROGRAM         PIC X(16).
000750     05  RL-OV-BATCH-DATE      PIC X(08).
000760     05  FILLER                PIC X(56).
000770*
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------
000800* FILE STATUS AND END-OF-FILE SWITCHES
000810*----------------------------------------------------------------
000820 01  RL-WS-LEDGER-STATUS       PIC X(02) VALUE SPACES.
000830 01  RL-WS-OVERRIDE-STATUS     PIC X(02) VALUE SPACES.
000840 01  RL-WS-EOF-SWITCH          PIC X(01) VALUE "N".
000850     88  RL-WS-EOF-YES                   VALUE "Y".
000860*----------------------------------------------------------------
000870* STEP GATES.  A PROGRAM MAY NOT START FOR A BATCH DATE UNLESS
000880* THE LATEST LEDGER RECORD OF EACH PREDECESSOR NAMED HERE FOR THE
000890* SAME DATE IS AN END RECORD AT OR BELOW THE RETURN CODE ALLOWED.
000900*----------------------------------------------------------------
000910 01  RL-WS-GATE-RULE-DATA.
000920     05  FILLER                PIC X(35) VALUE
000930         "KEYCHANGE       CAESARCIPHER    004".
000940     05  FILLER                PIC X(35) VALUE
000950         "RESULTBALANCE   CAESARCIPHER    004".
000960     05  FILLER                PIC X(35) VALUE
000970         "MSGDISPATCH     CAESARCIPHER    004".
000980     05  FILLER                PIC X(35) VALUE
000990         "MSGDISPATCH     RESULTBALANCE   004".
001000     05  FILLER                PIC X(35) VALUE
001010         "AUDITARCHIVE    AUDITVERIFY     004".
001020 01  RL-WS-GATE-RULES REDEFINES RL-WS-GATE-RULE-DATA.
001030     05  RL-WS-RULE            OCCURS 5 TIMES.
001040         10  RL-WS-RULE-PROGRAM
001050                               PIC X(16).
001060         10  RL-WS-RULE-PREDECESSOR
001070                               PIC X(16).
001080         10  RL-WS-RULE-MAX-RC PIC 9(03).
001090 01  RL-WS-RULE-COUNT          PIC 9(02) VALUE 5.
001100 01  RL-WS-RULE-IX             PIC 9(02) VALUE 0.
001110 01  RL-WS-RULES-APPLYING      PIC 9(02) VALUE 0.
001120*----------------------------------------------------------------
001130* WHAT THE LEDGER SHOWS FOR EACH RULE'S PREDECESSOR: THE TYPE
001140* AND RETURN CODE OF ITS LATEST RECORD FOR THE BATCH DATE.
001150*----------------------------------------------------------------
001160 01  RL-WS-FOUND-TABLE.
001170     05  RL-WS-FOUND           OCCURS 5 TIMES.
001180         10  RL-WS-FOUND-TYPE  PIC X(01).
001190         10  RL-WS-FOUND-RC    PIC 9(03).
001200*----------------------------------------------------------------
001210* STEP IN HAND.  HELD HERE BETWEEN THE BEGIN AND END CALLS FOR
001220* THE LIFE OF THE CALLING RUN.
001230*----------------------------------------------------------------
001240 01  RL-WS-NOW-TS              PIC X(14) VALUE SPACES.
001250 01  RL-WS-CYCLE-DATE          PIC X(08) VALUE SPACES.
001260 01  RL-WS-REC-TYPE            PIC X(01) VALUE SPACES.
001270 01  RL-WS-STEP-RC             PIC 9(03) VALUE 0.
001280 01  RL-WS-NOTE                PIC X(24) VALUE SPACES.
001290 01  RL-WS-REFUSED-BY          PIC X(16) VALUE SPACES.
001300 01  RL-WS-OVERRIDE-FLAG       PIC X(01) VALUE "N".
001310     88  RL-WS-OVERRIDDEN                VALUE "Y".
001320*
001330 LINKAGE SECTION.
001340 01  RL-LK-REQUEST.
001350     05  RL-LK-FUNCTION        PIC X(01).
001360         88  RL-LK-BEGIN-STEP            VALUE "B".
001370         88  RL-LK-END-STEP              VALUE "E".
001380     05  RL-LK-PROGRAM         PIC X(16).
001390     05  RL-LK-JOB-ID          PIC X(08).
001400     05  RL-LK-BATCH-DATE      PIC X(08).
001410     05  RL-LK-RETURN-CODE     PIC 9(03).
001420     05  RL-LK-READ            PIC 9(09).
001430     05  RL-LK-WRITTEN         PIC 9(09).
001440     05  RL-LK-REJECTED        PIC 9(09).
001450     05  RL-LK-START-TS        PIC X(14).
001460     05  RL-LK-RESULT          PIC X(01).
001470         88  RL-LK-CLEARED               VALUE "Y".
001480         88  RL-LK-REFUSED               VALUE "N".
001490     05  RL-LK-MESSAGE         PIC X(80).
001500*
001510 PROCEDURE DIVISION USING RL-LK-REQUEST.
001520*----------------------------------------------------------------
001530 0000-MAINLINE.
001540*    A CALL RESETS THE CALLER'S RETURN CODE, SO THE CALLER PASSES
001550*    ITS RETURN CODE IN THE REQUEST AND IT IS HANDED BACK AS THE
001560*    RETURN CODE OF THIS MODULE.
001570*----------------------------------------------------------------
001580     MOVE SPACES TO RL-LK-MESSAGE.
001590     EVALUATE TRUE
001600         WHEN RL-LK-BEGIN-STEP
001610             PERFORM 1000-BEGIN-STEP THRU 1000-EXIT
001620         WHEN RL-LK-END-STEP
001630             PERFORM 2000-END-STEP THRU 2000-EXIT
001640         WHEN OTHER
001650             MOVE "N" TO RL-LK-RESULT
001660             MOVE "UNKNOWN RUN LEDGER FUNCTION" TO RL-LK-MESSAGE
001670     END-EVALUATE.
001680     MOVE RL-LK-RETURN-CODE TO RETURN-CODE.
001690     GOBACK.
001700 0000-EXIT.
001710     EXIT.
001720*----------------------------------------------------------------
001730 1000-BEGIN-STEP.
001740*    A STEP WITH NO BATCH DATE OF ITS OWN JOINS THE CYCLE OF THE
001750*    LATEST CAESARCIPHER STEP ON THE LEDGER.  THE GATE IS THEN
001760*    CHECKED AND THE START RECORD -- OR THE REFUSAL -- WRITTEN.
001770*----------------------------------------------------------------
001780     MOVE "Y" TO RL-LK-RESULT.
001790     MOVE "N" TO RL-WS-OVERRIDE-FLAG.
001800     MOVE SPACES TO RL-WS-REFUSED-BY.
001810     MOVE FUNCTION CURRENT-DATE(1:14) TO RL-WS-NOW-TS.
001820     MOVE RL-WS-NOW-TS TO RL-LK-START-TS.
001830     IF RL-LK-JOB-ID = SPACES
001840         MOVE RL-LK-PROGRAM(1:8) TO RL-LK-JOB-ID
001850     END-IF.
001860     IF RL-LK-BATCH-DATE = SPACES
001870         PERFORM 1100-FIND-CYCLE-DATE THRU 1100-EXIT
001880     END-IF.
001890     PERFORM 1200-CHECK-PREDECESSORS THRU 1200-EXIT.
001900     IF RL-LK-REFUSED
001910         PERFORM 1400-CHECK-OVERRIDE THRU 1400-EXIT
001920     END-IF.
001930     MOVE 0 TO RL-LK-READ.
001940     MOVE 0 TO RL-LK-WRITTEN.
001950     MOVE 0 TO RL-LK-REJECTED.
001960     IF RL-LK-REFUSED
001970         MOVE "E" TO RL-WS-REC-TYPE
001980         MOVE 12 TO RL-WS-STEP-RC
001990         MOVE SPACES TO RL-WS-NOTE
002000         STRING "REFUSED " DELIMITED BY SIZE
002010                RL-WS-REFUSED-BY DELIMITED BY SPACE
002020             INTO RL-WS-NOTE
002030         END-STRING
002040     ELSE
002050         MOVE "S" TO RL-WS-REC-TYPE
002060         MOVE 0 TO RL-WS-STEP-RC
002070         MOVE SPACES TO RL-WS-NOTE
002080         IF RL-WS-OVERRIDDEN
002090             MOVE "GATE OVERRIDDEN" TO RL-WS-NOTE
002100         END-IF
002110     END-IF.
002120     PERFORM 3000-WRITE-LEDGER-RECORD THRU 3000-EXIT.
002130 1000-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------
002160 1100-FIND-CYCLE-DATE.
002170*    NO CAESARCIPHER STEP ON THE LEDGER LEAVES THE RUN DATE.
002180*----------------------------------------------------------------
002190     MOVE RL-WS-NOW-TS(1:8) TO RL-WS-CYCLE-DATE.
002200     OPEN INPUT RUN-LEDGER.
002210     IF RL-WS-LEDGER-STATUS = "00"
002220         MOVE "N" TO RL-WS-EOF-SWITCH
002230         PERFORM 1110-SCAN-FOR-CYCLE THRU 1110-EXIT
002240             UNTIL RL-WS-EOF-YES
002250         CLOSE RUN-LEDGER
002260     END-IF.
002270     MOVE RL-WS-CYCLE-DATE TO RL-LK-BATCH-DATE.
002280 1100-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310 1110-SCAN-FOR-CYCLE.
002320*----------------------------------------------------------------
002330     READ RUN-LEDGER
002340         AT END
002350             MOVE "Y" TO RL-WS-EOF-SWITCH
002360             GO TO 1110-EXIT
002370     END-READ.
002380     IF RL-LR-PROGRAM = "CAESARCIPHER"
002390         AND RL-LR-BATCH-DATE NOT = SPACES
002400         MOVE RL-LR-BATCH-DATE TO RL-WS-CYCLE-DATE
002410     END-IF.
002420 1110-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------
002450 1200-CHECK-PREDECESSORS.
002460*    A PREDECESSOR THAT HAS NOT RUN FOR THE DATE, THAT STARTED AND
002470*    NEVER ENDED, OR THAT ENDED ABOVE ITS ALLOWED RETURN CODE
002480*    REFUSES THE STEP.  THE FIRST SUCH PREDECESSOR IS REPORTED.
002490*----------------------------------------------------------------
002500     MOVE 0 TO RL-WS-RULES-APPLYING.
002510     MOVE SPACES TO RL-WS-FOUND-TABLE.
002520     PERFORM 1210-COUNT-ONE-RULE THRU 1210-EXIT
002530         VARYING RL-WS-RULE-IX FROM 1 BY 1
002540         UNTIL RL-WS-RULE-IX > RL-WS-RULE-COUNT.
002550     IF RL-WS-RULES-APPLYING = 0
002560         GO TO 1200-EXIT
002570     END-IF.
002580     OPEN INPUT RUN-LEDGER.
002590     IF RL-WS-LEDGER-STATUS = "00"
002600         MOVE "N" TO RL-WS-EOF-SWITCH
002610         PERFORM 1220-SCAN-FOR-PREDECESSORS THRU 1220-EXIT
002620             UNTIL RL-WS-EOF-YES
002630         CLOSE RUN-LEDGER
002640     END-IF.
002650     PERFORM 1240-JUDGE-ONE-RULE THRU 1240-EXIT
002660         VARYING RL-WS-RULE-IX FROM 1 BY 1
002670         UNTIL RL-WS-RULE-IX > RL-WS-RULE-COUNT
002680            OR RL-LK-REFUSED.
002690 1200-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002720 1210-COUNT-ONE-RULE.
002730*----------------------------------------------------------------
002740     IF RL-WS-RULE-PROGRAM(RL-WS-RULE-IX) = RL-LK-PROGRAM
002750         ADD 1 TO RL-WS-RULES-APPLYING
002760     END-IF.
002770 1210-EXIT.
002780     EXIT.
002790*----------------------------------------------------------------
002800 1220-SCAN-FOR-PREDECESSORS.
002810*----------------------------------------------------------------
002820     READ RUN-LEDGER
002830         AT END
002840             MOVE "Y" TO RL-WS-EOF-SWITCH
002850             GO TO 1220-EXIT
002860     END-READ.
002870     IF RL-LR-BATCH-DATE NOT = RL-LK-BATCH-DATE
002880         GO TO 1220-EXIT
002890     END-IF.
002900     PERFORM 1230-MATCH-ONE-RULE THRU 1230-EXIT
002910         VARYING RL-WS-RULE-IX FROM 1 BY 1
002920         UNTIL RL-WS-RULE-IX > RL-WS-RULE-COUNT.
002930 1220-EXIT.
002940     EXIT.
002950*----------------------------------------------------------------
002960 1230-MATCH-ONE-RULE.
002970*    LATER RECORDS REPLACE EARLIER ONES, SO A RERUN THAT ENDED
002980*    CLEAN CLEARS THE GATE AND ONE STILL RUNNING HOLDS IT.
002990*----------------------------------------------------------------
003000     IF RL-WS-RULE-PROGRAM(RL-WS-RULE-IX) = RL-LK-PROGRAM
003010         AND RL-WS-RULE-PREDECESSOR(RL-WS-RULE-IX) = RL-LR-PROGRAM
003020         MOVE RL-LR-REC-TYPE TO RL-WS-FOUND-TYPE(RL-WS-RULE-IX)
003030         MOVE RL-LR-RETURN-CODE TO RL-WS-FOUND-RC(RL-WS-RULE-IX)
003040     END-IF.
003050 1230-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080 1240-JUDGE-ONE-RULE.
003090*----------------------------------------------------------------
003100     IF RL-WS-RULE-PROGRAM(RL-WS-RULE-IX) NOT = RL-LK-PROGRAM
003110         GO TO 1240-EXIT
003120     END-IF.
003130     EVALUATE TRUE
003140         WHEN RL-WS-FOUND-TYPE(RL-WS-RULE-IX) = "E"
003150             AND RL-WS-FOUND-RC(RL-WS-RULE-IX) NOT >
003160                 RL-WS-RULE-MAX-RC(RL-WS-RULE-IX)
003170             GO TO 1240-EXIT
003180         WHEN RL-WS-FOUND-TYPE(RL-WS-RULE-IX) = "E"
003190             STRING "PREDECESSOR " DELIMITED BY SIZE
003200                    RL-WS-RULE-PREDECESSOR(RL-WS-RULE-IX)
003210                        DELIMITED BY SPACE
003220                    " ENDED RC " DELIMITED BY SIZE
003230                    RL-WS-FOUND-RC(RL-WS-RULE-IX)
003240                        DELIMITED BY SIZE
003250                    " (LIMIT " DELIMITED BY SIZE
003260                    RL-WS-RULE-MAX-RC(RL-WS-RULE-IX)
003270                        DELIMITED BY SIZE
003280                    ") FOR " DELIMITED BY SIZE
003290                    RL-LK-BATCH-DATE DELIMITED BY SIZE
003300                 INTO RL-LK-MESSAGE
003310             END-STRING
003320         WHEN RL-WS-FOUND-TYPE(RL-WS-RULE-IX) = "S"
003330             STRING "PREDECESSOR " DELIMITED BY SIZE
003340                    RL-WS-RULE-PREDECESSOR(RL-WS-RULE-IX)
003350                        DELIMITED BY SPACE
003360                    " STARTED BUT NEVER ENDED FOR "
003370                        DELIMITED BY SIZE
003380                    RL-LK-BATCH-DATE DELIMITED BY SIZE
003390                 INTO RL-LK-MESSAGE
003400             END-STRING
003410         WHEN OTHER
003420             STRING "PREDECESSOR " DELIMITED BY SIZE
003430                    RL-WS-RULE-PREDECESSOR(RL-WS-RULE-IX)
003440                        DELIMITED BY SPACE
003450                    " HAS NOT RUN FOR " DELIMITED BY SIZE
003460                    RL-LK-BATCH-DATE DELIMITED BY SIZE
003470                 INTO RL-LK-MESSAGE
003480             END-STRING
003490     END-EVALUATE.
003500     MOVE "N" TO RL-LK-RESULT.
003510     MOVE RL-WS-RULE-PREDECESSOR(RL-WS-RULE-IX)
003520         TO RL-WS-REFUSED-BY.
003530 1240-EXIT.
003540     EXIT.
003550*----------------------------------------------------------------
003560 1400-CHECK-OVERRIDE.
003570*    OPERATIONS MAY LET A STEP RUN PAST ITS GATE -- A RERUN AFTER
003580*    THE PREDECESSOR'S OUTPUT WAS REPAIRED BY HAND, SAY.  THE
003590*    START AND END RECORDS ARE NOTED SO THE CYCLE REPORT SHOWS IT.
003600*----------------------------------------------------------------
003610     OPEN INPUT GATE-OVERRIDE.
003620     IF RL-WS-OVERRIDE-STATUS NOT = "00"
003630         GO TO 1400-EXIT
003640     END-IF.
003650     MOVE "N" TO RL-WS-EOF-SWITCH.
003660     PERFORM 1410-READ-ONE-OVERRIDE THRU 1410-EXIT
003670         UNTIL RL-WS-EOF-YES.
003680     CLOSE GATE-OVERRIDE.
003690     IF RL-WS-OVERRIDDEN
003700         MOVE "Y" TO RL-LK-RESULT
003710         DISPLAY "RUNLEDGER: " RL-LK-PROGRAM
003720             " GATE OVERRIDDEN -- " RL-LK-MESSAGE
003730         MOVE SPACES TO RL-LK-MESSAGE
003740     END-IF.
003750 1400-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780 1410-READ-ONE-OVERRIDE.
003790*----------------------------------------------------------------
003800     READ GATE-OVERRIDE
003810         AT END
003820             MOVE "Y" TO RL-WS-EOF-SWITCH
003830             GO TO 1410-EXIT
003840     END-READ.
003850     IF RL-OV-PROGRAM = RL-LK-PROGRAM
003860         AND (RL-OV-BATCH-DATE = SPACES
003870           OR RL-OV-BATCH-DATE = RL-LK-BATCH-DATE)
003880         MOVE "Y" TO RL-WS-OVERRIDE-FLAG
003890     END-IF.
003900 1410-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930 2000-END-STEP.
003940*----------------------------------------------------------------
003950     MOVE FUNCTION CURRENT-DATE(1:14) TO RL-WS-NOW-TS.
003960     MOVE "E" TO RL-WS-REC-TYPE.
003970     MOVE RL-LK-RETURN-CODE TO RL-WS-STEP-RC.
003980     MOVE SPACES TO RL-WS-NOTE.
003990     IF RL-WS-OVERRIDDEN
004000         MOVE "GATE OVERRIDDEN" TO RL-WS-NOTE
004010     END-IF.
004020     PERFORM 3000-WRITE-LEDGER-RECORD THRU 3000-EXIT.
004030 2000-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060 3000-WRITE-LEDGER-RECORD.
004070*    THE FIRST STEP EVER RECORDED CREATES THE LEDGER.  A LEDGER
004080*    THAT CANNOT BE OPENED COSTS A WARNING, NOT THE STEP: ITS
004090*    SUCCESSORS WILL FIND IT MISSING AND STOP AT THEIR GATES.
004100*----------------------------------------------------------------
004110     OPEN EXTEND RUN-LEDGER.
004120     IF RL-WS-LEDGER-STATUS = "35"
004130         OPEN OUTPUT RUN-LEDGER
004140     END-IF.
004150     IF RL-WS-LEDGER-STATUS NOT = "00"
004160         DISPLAY "RUNLEDGER: RUN LEDGER OPEN FAILED, STATUS "
004170             RL-WS-LEDGER-STATUS " -- " RL-LK-PROGRAM
004180             " STEP NOT RECORDED"
004190         GO TO 3000-EXIT
004200     END-IF.
004210     MOVE SPACES TO RL-LEDGER-RECORD.
004220     MOVE RL-WS-REC-TYPE TO RL-LR-REC-TYPE.
004230     MOVE RL-LK-JOB-ID TO RL-LR-JOB-ID.
004240     MOVE RL-LK-PROGRAM TO RL-LR-PROGRAM.
004250     MOVE RL-LK-BATCH-DATE TO RL-LR-BATCH-DATE.
004260     MOVE RL-LK-START-TS TO RL-LR-START-TS.
004270     IF RL-WS-REC-TYPE = "E"
004280         MOVE RL-WS-NOW-TS TO RL-LR-END-TS
004290     END-IF.
004300     MOVE RL-WS-STEP-RC TO RL-LR-RETURN-CODE.
004310     MOVE RL-LK-READ TO RL-LR-READ.
004320     MOVE RL-LK-WRITTEN TO RL-LR-WRITTEN.
004330     MOVE RL-LK-REJECTED TO RL-LR-REJECTED.
004340     MOVE RL-WS-NOTE TO RL-LR-NOTE.
004350     WRITE RL-LEDGER-RECORD.
004360     CLOSE RUN-LEDGER.
004370 3000-EXIT.
004380     EXIT.
