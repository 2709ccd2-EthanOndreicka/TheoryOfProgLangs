000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AuditChain.
000030 AUTHOR.        R HALVERSEN.
000040 INSTALLATION.  CRYPTO OPERATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*----------------------------------------------------------------
000110* 10/15/26  RH   ORIGINAL VERSION.  AUDITLOG HAD NOTHING TO PROVE
000120*                A RECORD WAS NEVER DELETED OR ALTERED BETWEEN
000130*                THE PROGRAM THAT WROTE IT AND THE ARCHIVE.  EVERY
000140*                AUDIT RECORD NOW CARRIES A SEQUENCE NUMBER THAT
000150*                RUNS ACROSS ALL RUNS AND ALL WRITERS, THE CHECK
000160*                VALUE OF THE RECORD BEFORE IT, AND ITS OWN CHECK
000170*                VALUE COMPUTED OVER ITS CONTENT, SEQUENCE AND
000180*                THAT PREVIOUS VALUE -- SO EACH RECORD IS CHAINED
000190*                TO THE ONE BEFORE.  THIS MODULE IS CALLED BY
000200*                EVERY PROGRAM THAT APPENDS TO AUDITLOG, AND BY
000210*                THE PROGRAMS THAT VERIFY IT, SO THE CHAIN IS
000220*                BUILT AND CHECKED BY ONE PIECE OF CODE.
000230*                FUNCTIONS: O -- FIND WHERE THE CHAIN STANDS
000240*                (AUDITCTL, THEN THE LIVE LOG'S LAST RECORD);
000250*                C -- NUMBER AND CHAIN ONE NEW RECORD; S -- SAVE
000260*                WHERE THE CHAIN NOW STANDS TO AUDITCTL; K --
000270*                COMPUTE THE CHECK VALUE OF A GIVEN RECORD ONLY.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS AC-WS-AUDIT-STATUS.
000380     SELECT AUDIT-CONTROL ASSIGN TO "AUDITCTL"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS AC-WS-CONTROL-STATUS.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  AUDIT-LOG
000450     RECORDING MODE IS F
000460     LABEL RECORDS ARE STANDARD.
000470 01  AC-AUDIT-RECORD.
000480     05  AC-AL-TIMESTAMP       PIC X(26).
000490     05  AC-AL-JOB-ID          PIC X(08).
000500     05  AC-AL-MESSAGE-ID      PIC X(10).
000510     05  AC-AL-RAW-TEXT        PIC X(500).
000520     05  AC-AL-SHIFTS-TRIED    PIC X(20).
000530     05  AC-AL-SHIFT-SELECTED  PIC 9(03).
000540     05  AC-AL-MODE            PIC X(09).
000550     05  AC-AL-SEQUENCE        PIC 9(09).
000560     05  AC-AL-PREV-CHAIN      PIC 9(09).
000570     05  AC-AL-CHECK-VALUE     PIC 9(09).
000580*
000590 FD  AUDIT-CONTROL
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  AC-CONTROL-RECORD.
000630     05  AC-CT-LAST-SEQUENCE   PIC 9(09).
000640     05  AC-CT-LAST-CHAIN      PIC 9(09).
000650     05  AC-CT-UPDATED-TS      PIC X(14).
000660     05  AC-CT-PROGRAM         PIC X(16).
000670     05  AC-CT-JOB-ID          PIC X(08).
000680     05  FILLER                PIC X(24).
000690*
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------
000720* FILE STATUS AND END-OF-FILE SWITCHES
000730*----------------------------------------------------------------
000740 01  AC-WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
000750 01  AC-WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
000760 01  AC-WS-EOF-SWITCH          PIC X(01) VALUE "N".
000770     88  AC-WS-EOF-YES                   VALUE "Y".
000780*----------------------------------------------------------------
000790* WHERE THE CHAIN STANDS.  HELD HERE BETWEEN CALLS FOR THE LIFE
000800* OF THE CALLING RUN -- THE LAST SEQUENCE NUMBER ISSUED AND THE
000810* CHECK VALUE OF THE RECORD THAT CARRIES IT.
000820*----------------------------------------------------------------
000830 01  AC-WS-OPENED-FLAG         PIC X(01) VALUE "N".
000840     88  AC-WS-OPENED                    VALUE "Y".
000850 01  AC-WS-LAST-SEQUENCE       PIC 9(09) VALUE 0.
000860 01  AC-WS-LAST-CHAIN          PIC 9(09) VALUE 0.
000870 01  AC-WS-CONTROL-SEQUENCE    PIC 9(09) VALUE 0.
000880*----------------------------------------------------------------
000890* CHECK VALUE WORK AREAS.  THE CHECK VALUE IS A POSITIONAL
000900* REMAINDER SUM OVER EVERY BYTE OF THE RECORD UP TO ITS OWN CHECK
000910* FIELD -- CONTENT, SEQUENCE AND PREVIOUS CHECK VALUE -- TAKEN
000920* MODULO A NINE-DIGIT PRIME.  ANY CHANGED, SWAPPED OR DROPPED
000930* CHARACTER ALTERS IT, AND THROUGH THE PREVIOUS-VALUE FIELD SO
000940* DOES ANY CHANGE TO THE RECORDS BEFORE.
000950*----------------------------------------------------------------
000960 01  AC-WS-CHECKED-LENGTH      PIC 9(03) VALUE 594.
000970 01  AC-WS-CHECK-MODULUS       PIC 9(09) VALUE 999999937.
000980 01  AC-WS-CHECK-AREA          PIC X(594) VALUE SPACES.
000990 01  AC-WS-CHECK-POS           PIC 9(03) VALUE 0.
001000 01  AC-WS-CHECK-ACCUM         PIC 9(12) VALUE 0.
001010 01  AC-WS-CHECK-VALUE         PIC 9(09) VALUE 0.
001020*
001030 LINKAGE SECTION.
001040 01  AC-LK-REQUEST.
001050     05  AC-LK-FUNCTION        PIC X(01).
001060         88  AC-LK-OPEN-CHAIN            VALUE "O".
001070         88  AC-LK-CHAIN-RECORD          VALUE "C".
001080         88  AC-LK-SAVE-CHAIN            VALUE "S".
001090         88  AC-LK-COMPUTE-CHECK         VALUE "K".
001100     05  AC-LK-PROGRAM         PIC X(16).
001110     05  AC-LK-JOB-ID          PIC X(08).
001120     05  AC-LK-RETURN          PIC X(02).
001130     05  AC-LK-CHECK-VALUE     PIC 9(09).
001140 01  AC-LK-AUDIT-RECORD.
001150     05  AC-LK-CONTENT         PIC X(576).
001160     05  AC-LK-SEQUENCE        PIC 9(09).
001170     05  AC-LK-PREV-CHAIN      PIC 9(09).
001180     05  AC-LK-RECORD-CHECK    PIC 9(09).
001190*
001200 PROCEDURE DIVISION USING AC-LK-REQUEST
001210                          AC-LK-AUDIT-RECORD.
001220*----------------------------------------------------------------
001230 0000-MAINLINE.
001240*----------------------------------------------------------------
001250     MOVE "00" TO AC-LK-RETURN.
001260     EVALUATE TRUE
001270         WHEN AC-LK-OPEN-CHAIN
001280             PERFORM 1000-OPEN-CHAIN THRU 1000-EXIT
001290         WHEN AC-LK-CHAIN-RECORD
001300             PERFORM 2000-CHAIN-RECORD THRU 2000-EXIT
001310         WHEN AC-LK-SAVE-CHAIN
001320             PERFORM 3000-SAVE-CHAIN THRU 3000-EXIT
001330         WHEN AC-LK-COMPUTE-CHECK
001340             PERFORM 4000-COMPUTE-CHECK THRU 4000-EXIT
001350             MOVE AC-WS-CHECK-VALUE TO AC-LK-CHECK-VALUE
001360         WHEN OTHER
001370             MOVE "99" TO AC-LK-RETURN
001380     END-EVALUATE.
001390     GOBACK.
001400 0000-EXIT.
001410     EXIT.
001420*----------------------------------------------------------------
001430 1000-OPEN-CHAIN.
001440*    THE CONTROL RECORD SAYS WHERE THE LAST WRITER LEFT THE CHAIN.
001450*    THE LIVE LOG IS THEN READ TO ITS END: A LAST RECORD NUMBERED
001460*    PAST THE CONTROL RECORD MEANS A RUN ENDED WITHOUT SAVING ITS
001470*    POSITION, AND THE CHAIN CONTINUES FROM THE LOG.  A LOG THAT
001480*    ENDS SHORT OF THE CONTROL RECORD (ARCHIVED, OR CUT) DOES NOT
001490*    MOVE THE CHAIN BACK -- THE VERIFICATION RUN REPORTS THE HOLE.
001500*----------------------------------------------------------------
001510     MOVE 0 TO AC-WS-LAST-SEQUENCE.
001520     MOVE 0 TO AC-WS-LAST-CHAIN.
001530     MOVE 0 TO AC-WS-CONTROL-SEQUENCE.
001540     OPEN INPUT AUDIT-CONTROL.
001550     IF AC-WS-CONTROL-STATUS = "00"
001560         READ AUDIT-CONTROL
001570             AT END
001580                 CONTINUE
001590             NOT AT END
001600                 IF AC-CT-LAST-SEQUENCE IS NUMERIC
001610                     AND AC-CT-LAST-CHAIN IS NUMERIC
001620                     MOVE AC-CT-LAST-SEQUENCE
001630                         TO AC-WS-LAST-SEQUENCE
001640                     MOVE AC-CT-LAST-SEQUENCE
001650                         TO AC-WS-CONTROL-SEQUENCE
001660                     MOVE AC-CT-LAST-CHAIN TO AC-WS-LAST-CHAIN
001670                 END-IF
001680         END-READ
001690         CLOSE AUDIT-CONTROL
001700     END-IF.
001710     OPEN INPUT AUDIT-LOG.
001720     IF AC-WS-AUDIT-STATUS = "00"
001730         MOVE "N" TO AC-WS-EOF-SWITCH
001740         PERFORM 1100-SCAN-ONE-LOG-RECORD THRU 1100-EXIT
001750             UNTIL AC-WS-EOF-YES
001760         CLOSE AUDIT-LOG
001770     END-IF.
001780     IF AC-WS-LAST-SEQUENCE > AC-WS-CONTROL-SEQUENCE
001790         MOVE "04" TO AC-LK-RETURN
001800         DISPLAY "AUDITCHAIN: AUDIT CONTROL AT SEQUENCE "
001810             AC-WS-CONTROL-SEQUENCE " IS BEHIND THE LIVE LOG AT "
001820             AC-WS-LAST-SEQUENCE " -- CHAIN CONTINUED FROM LOG"
001830     END-IF.
001840     MOVE "Y" TO AC-WS-OPENED-FLAG.
001850 1000-EXIT.
001860     EXIT.
001870*----------------------------------------------------------------
001880 1100-SCAN-ONE-LOG-RECORD.
001890*    RECORDS WRITTEN BEFORE THE CHAIN WENT IN CARRY NO SEQUENCE
001900*    AND ARE PASSED OVER.
001910*----------------------------------------------------------------
001920     READ AUDIT-LOG
001930         AT END
001940             MOVE "Y" TO AC-WS-EOF-SWITCH
001950             GO TO 1100-EXIT
001960     END-READ.
001970     IF AC-AL-SEQUENCE IS NUMERIC
001980         AND AC-AL-CHECK-VALUE IS NUMERIC
001990         AND AC-AL-SEQUENCE > AC-WS-LAST-SEQUENCE
002000         MOVE AC-AL-SEQUENCE TO AC-WS-LAST-SEQUENCE
002010         MOVE AC-AL-CHECK-VALUE TO AC-WS-LAST-CHAIN
002020     END-IF.
002030 1100-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060 2000-CHAIN-RECORD.
002070*    NUMBER THE CALLER'S RECORD ONE PAST THE LAST, CARRY THE LAST
002080*    CHECK VALUE INTO IT, AND STAMP ITS OWN.  THE CALLER WRITES
002090*    THE RECORD.
002100*----------------------------------------------------------------
002110     IF NOT AC-WS-OPENED
002120         PERFORM 1000-OPEN-CHAIN THRU 1000-EXIT
002130     END-IF.
002140     ADD 1 TO AC-WS-LAST-SEQUENCE.
002150     MOVE AC-WS-LAST-SEQUENCE TO AC-LK-SEQUENCE.
002160     MOVE AC-WS-LAST-CHAIN TO AC-LK-PREV-CHAIN.
002170     PERFORM 4000-COMPUTE-CHECK THRU 4000-EXIT.
002180     MOVE AC-WS-CHECK-VALUE TO AC-LK-RECORD-CHECK.
002190     MOVE AC-WS-CHECK-VALUE TO AC-WS-LAST-CHAIN.
002200 2000-EXIT.
002210     EXIT.
002220*----------------------------------------------------------------
002230 3000-SAVE-CHAIN.
002240*    REWRITE THE ONE-RECORD CONTROL FILE WITH THE LAST SEQUENCE
002250*    AND CHECK VALUE ISSUED.  A FAILURE HERE COSTS NOTHING BUT A
002260*    WARNING: THE NEXT WRITER PICKS THE CHAIN UP FROM THE LOG.
002270*----------------------------------------------------------------
002280     IF NOT AC-WS-OPENED
002290         GO TO 3000-EXIT
002300     END-IF.
002310     OPEN OUTPUT AUDIT-CONTROL.
002320     IF AC-WS-CONTROL-STATUS NOT = "00"
002330         MOVE "12" TO AC-LK-RETURN
002340         DISPLAY "AUDITCHAIN: AUDIT CONTROL OPEN FAILED, STATUS "
002350             AC-WS-CONTROL-STATUS " -- CHAIN POSITION NOT SAVED"
002360         GO TO 3000-EXIT
002370     END-IF.
002380     MOVE SPACES TO AC-CONTROL-RECORD.
002390     MOVE AC-WS-LAST-SEQUENCE TO AC-CT-LAST-SEQUENCE.
002400     MOVE AC-WS-LAST-CHAIN TO AC-CT-LAST-CHAIN.
002410     MOVE FUNCTION CURRENT-DATE(1:14) TO AC-CT-UPDATED-TS.
002420     MOVE AC-LK-PROGRAM TO AC-CT-PROGRAM.
002430     MOVE AC-LK-JOB-ID TO AC-CT-JOB-ID.
002440     WRITE AC-CONTROL-RECORD.
002450     CLOSE AUDIT-CONTROL.
002460 3000-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------
002490 4000-COMPUTE-CHECK.
002500*----------------------------------------------------------------
002510     MOVE AC-LK-AUDIT-RECORD(1:594) TO AC-WS-CHECK-AREA.
002520     MOVE 0 TO AC-WS-CHECK-ACCUM.
002530     PERFORM 4100-CHECK-ONE-BYTE THRU 4100-EXIT
002540         VARYING AC-WS-CHECK-POS FROM 1 BY 1
002550         UNTIL AC-WS-CHECK-POS > AC-WS-CHECKED-LENGTH.
002560     MOVE AC-WS-CHECK-ACCUM TO AC-WS-CHECK-VALUE.
002570 4000-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002600 4100-CHECK-ONE-BYTE.
002610*----------------------------------------------------------------
002620     COMPUTE AC-WS-CHECK-ACCUM =
002630         FUNCTION MOD((AC-WS-CHECK-ACCUM * 256) +
002640         FUNCTION ORD(AC-WS-CHECK-AREA(AC-WS-CHECK-POS:1)),
002650         AC-WS-CHECK-MODULUS).
002660 4100-EXIT.
002670     EXIT.
