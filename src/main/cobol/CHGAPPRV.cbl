000010 Identification Division.
000020 Program-ID.
000030  CHGAPPRV.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDAPPR"
000080     ORGANIZATION INDEXED
000090     ACCESS DYNAMIC
000100     RECORD KEY IS PEND-KEY
000110     FILE STATUS IS WRK-PEND-STATUS.
000120     SELECT OPTIONAL DECISION-FILE ASSIGN TO "APPRCTL"
000130     ORGANIZATION LINE SEQUENTIAL
000140     FILE STATUS IS WRK-DEC-STATUS.
000150     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000160     ORGANIZATION LINE SEQUENTIAL
000170     FILE STATUS IS WRK-SYSIN-STATUS.
000180     SELECT APPROVE-RPT ASSIGN DYNAMIC WRK-RPT-FILENAME
000190     ORGANIZATION LINE SEQUENTIAL
000200     FILE STATUS IS WRK-RPT-STATUS.
000210 DATA DIVISION.
000220 FILE SECTION.
000230 FD  PENDING-FILE.
000240 01  PENDING-RECORD.
000250     05  PEND-CTL-DATA        PIC X(80).
000260     05  PEND-KEY.
000270         10  PEND-TARGET          PIC X(01).
000280         10  PEND-SUBMIT-DATE     PIC 9(08).
000290         10  PEND-SEQ-NO          PIC 9(05).
000300     05  PEND-STATUS          PIC X(01).
000310         88  PEND-AWAITING               VALUE "P".
000320         88  PEND-APPROVED               VALUE "A".
000330         88  PEND-REJECTED               VALUE "R".
000340         88  PEND-EXPIRED                VALUE "X".
000350         88  PEND-APPLIED                VALUE "D".
000355         88  PEND-APPLY-FAILED           VALUE "F".
000360     05  PEND-SUBMIT-ID       PIC X(08).
000370     05  PEND-APPROVE-ID      PIC X(08).
000380     05  PEND-DECISION-DATE   PIC 9(08).
000390     05  PEND-APPLIED-DATE    PIC 9(08).
000400     05  PEND-NOTE            PIC X(30).
000410     05  FILLER               PIC X(12).
000420 FD  DECISION-FILE.
000430 01  DECISION-RECORD.
000440     05  DEC-ACTION           PIC X(01).
000450         88  DEC-APPROVE                 VALUE "A".
000460         88  DEC-REJECT                  VALUE "R".
000470     05  FILLER               PIC X(01).
000480     05  DEC-PEND-ID          PIC X(14).
000490     05  FILLER               PIC X(01).
000500     05  DEC-NOTE             PIC X(30).
000510     05  FILLER               PIC X(33).
000520 FD  PARM-FILE.
000530 01  SYSIN-RECORD.
000540     05  SYSIN-APPROVE-ID     PIC X(08).
000550     05  FILLER               PIC X(01).
000560     05  SYSIN-EXPIRY-DAYS    PIC X(03).
000570     05  FILLER               PIC X(68).
000580 FD  APPROVE-RPT.
000590 01  RPT-LINE             PIC X(80).
000600 WORKING-STORAGE SECTION.
000610 01  WRK-XN-00001         PIC X(01) VALUE SPACE.
000620 01  WRK-RUN-MODE          PIC X(01) VALUE "*".
000630 01  WRK-PEND-STATUS       PIC X(02) VALUE "00".
000640 01  WRK-DEC-STATUS        PIC X(02) VALUE "00".
000650 01  WRK-SYSIN-STATUS      PIC X(02) VALUE "00".
000660 01  WRK-RPT-STATUS        PIC X(02) VALUE "00".
000670 01  WRK-IO-ERROR-SW       PIC X(01) VALUE "N".
000680     88  WRK-IO-ERROR-FOUND           VALUE "Y".
000690 01  WRK-PARM-ERROR-SW     PIC X(01) VALUE "N".
000700     88  WRK-PARM-ERROR               VALUE "Y".
000710 01  WRK-RPT-OPEN-SW       PIC X(01) VALUE "Y".
000720     88  WRK-RPT-OPEN-OK              VALUE "Y".
000730 01  WRK-PEND-OPEN-SW      PIC X(01) VALUE "N".
000740     88  WRK-PEND-OPEN-OK             VALUE "Y".
000750 01  WRK-PEND-EOF-SW       PIC X(01) VALUE "N".
000760     88  WRK-PEND-EOF                 VALUE "Y".
000770 01  WRK-DEC-EOF-SW        PIC X(01) VALUE "N".
000780     88  WRK-DEC-EOF                  VALUE "Y".
000790 01  WRK-APPROVE-ID        PIC X(08) VALUE SPACES.
000800 01  WRK-EXPIRY-DAYS       PIC 9(3) VALUE 7.
000810 01  WRK-CURRENT-DATE      PIC X(21) VALUE SPACES.
000820 01  WRK-RUN-DATE-CCYYMMDD PIC 9(8) VALUE 0.
000830 01  WRK-RUN-DATE-INT      PIC 9(8) VALUE 0.
000840 01  WRK-SUBMIT-DATE-INT   PIC 9(8) VALUE 0.
000850 01  WRK-AGE-DAYS          PIC 9(5) VALUE 0.
000860 01  WRK-RPT-FILENAME      PIC X(40) VALUE SPACES.
000870 01  WRK-PEND-ID-DISPLAY   PIC X(14) VALUE SPACES.
000880 01  WRK-REFUSE-REASON     PIC X(30) VALUE SPACES.
000890 01  WRK-EXPIRED-CNT       PIC 9(5) VALUE 0.
000900 01  WRK-APPROVED-CNT      PIC 9(5) VALUE 0.
000910 01  WRK-REJECTED-CNT      PIC 9(5) VALUE 0.
000920 01  WRK-REFUSED-CNT       PIC 9(5) VALUE 0.
000930 01  WRK-STILL-PEND-CNT    PIC 9(5) VALUE 0.
000940 PROCEDURE DIVISION.
000950 0000-MAINLINE.
000960     COPY WRKINIT REPLACING WRKI-FLAG-FIELD BY WRK-XN-00001
000970         WRKI-FLAG-VALUE BY WRK-RUN-MODE
000980         WRKI-TRUE-PARA BY 1000-ANNOUNCE-START.
000990     PERFORM 0100-INITIALIZE
001000     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
001010         PERFORM 2000-EXPIRE-STALE-ITEMS
001020         PERFORM 3000-APPLY-DECISIONS
001030         PERFORM 4000-LIST-STILL-PENDING
001040     END-IF
001050     PERFORM 9000-TERMINATE
001060     STOP RUN.
001070
001080 1000-ANNOUNCE-START.
001090     DISPLAY "CHGAPPRV CONTROL CHANGE APPROVAL STARTING".
001100
001110 0100-INITIALIZE.
001120     MOVE FUNCTION CURRENT-DATE TO WRK-CURRENT-DATE
001130     MOVE WRK-CURRENT-DATE (1:8) TO WRK-RUN-DATE-CCYYMMDD
001140     COMPUTE WRK-RUN-DATE-INT =
001150         FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE-CCYYMMDD)
001160     PERFORM 0110-READ-SYSIN-PARM
001170     IF NOT WRK-PARM-ERROR
001180     STRING "CHGAPR.RPT." WRK-RUN-DATE-CCYYMMDD DELIMITED BY SIZE
001190         INTO WRK-RPT-FILENAME
001200     OPEN OUTPUT APPROVE-RPT
001210     IF WRK-RPT-STATUS NOT = "00"
001220         DISPLAY "ERROR OPENING APPROVE-RPT, STATUS="
001230             WRK-RPT-STATUS
001240         MOVE "N" TO WRK-RPT-OPEN-SW
001250         MOVE "Y" TO WRK-IO-ERROR-SW
001260     ELSE
001270         PERFORM 0140-WRITE-REPORT-HEADER
001280     END-IF
001290     OPEN I-O PENDING-FILE
001300     IF WRK-PEND-STATUS NOT = "00" AND
001310        WRK-PEND-STATUS NOT = "05"
001320         DISPLAY "ERROR OPENING PENDING-FILE, STATUS="
001330             WRK-PEND-STATUS
001340         MOVE "Y" TO WRK-IO-ERROR-SW
001350     ELSE
001360         MOVE "Y" TO WRK-PEND-OPEN-SW
001370     END-IF
001380     ELSE
001390         MOVE "N" TO WRK-RPT-OPEN-SW
001400     END-IF.
001410
001420 0110-READ-SYSIN-PARM.
001430     OPEN INPUT PARM-FILE
001440     IF WRK-SYSIN-STATUS = "00"
001450     READ PARM-FILE
001460         AT END
001470             CONTINUE
001480         NOT AT END
001490             MOVE SYSIN-APPROVE-ID TO WRK-APPROVE-ID
001500             IF SYSIN-EXPIRY-DAYS NOT = SPACES
001510             IF SYSIN-EXPIRY-DAYS IS NUMERIC
001520                AND SYSIN-EXPIRY-DAYS NOT = "000"
001530                 MOVE SYSIN-EXPIRY-DAYS TO WRK-EXPIRY-DAYS
001540             ELSE
001550                 SET WRK-PARM-ERROR TO TRUE
001560             END-IF
001570             END-IF
001580     END-READ
001590     END-IF
001600     CLOSE PARM-FILE
001610     IF WRK-APPROVE-ID = SPACES OR WRK-APPROVE-ID = LOW-VALUES
001620         SET WRK-PARM-ERROR TO TRUE
001630     END-IF
001640     IF WRK-PARM-ERROR
001650         DISPLAY "CHGAPPRV PARM ERROR: SYSIN COLUMNS 1-8 MUST BE "
001660             "THE APPROVER ID, COLUMNS 10-12 OPTIONAL EXPIRY DAYS"
001670     END-IF.
001680
001690 0140-WRITE-REPORT-HEADER.
001700     MOVE SPACES TO RPT-LINE
001710     STRING "CONTROL CHANGE APPROVALS  RUN DATE "
001720         WRK-RUN-DATE-CCYYMMDD
001730         "  APPROVER " WRK-APPROVE-ID
001740         DELIMITED BY SIZE INTO RPT-LINE
001750     WRITE RPT-LINE
001760     MOVE SPACES TO RPT-LINE
001770     STRING "ITEMS PENDING MORE THAN " WRK-EXPIRY-DAYS
001780         " DAYS ARE EXPIRED" DELIMITED BY SIZE INTO RPT-LINE
001790     WRITE RPT-LINE.
001800
001810 2000-EXPIRE-STALE-ITEMS.
001820     PERFORM 2900-WRITE-SECTION-BLANK
001830     MOVE SPACES TO RPT-LINE
001840     STRING "EXPIRED WITHOUT A DECISION" DELIMITED BY SIZE
001850         INTO RPT-LINE
001860     PERFORM 2910-WRITE-RPT-LINE
001870     MOVE LOW-VALUES TO PEND-KEY
001880     MOVE "N" TO WRK-PEND-EOF-SW
001890     START PENDING-FILE KEY IS NOT < PEND-KEY
001900         INVALID KEY
001910             SET WRK-PEND-EOF TO TRUE
001920     END-START
001930     PERFORM UNTIL WRK-PEND-EOF OR WRK-IO-ERROR-FOUND
001940         READ PENDING-FILE NEXT RECORD
001950             AT END
001960                 SET WRK-PEND-EOF TO TRUE
001970             NOT AT END
001980                 IF PEND-AWAITING
001990                     PERFORM 2100-CHECK-ITEM-AGE
002000                 END-IF
002010         END-READ
002020     END-PERFORM.
002030
002040 2100-CHECK-ITEM-AGE.
002050     IF FUNCTION INTEGER-OF-DATE(PEND-SUBMIT-DATE) = 0
002060         MOVE 0 TO WRK-SUBMIT-DATE-INT
002070     ELSE
002080         COMPUTE WRK-SUBMIT-DATE-INT =
002090             FUNCTION INTEGER-OF-DATE(PEND-SUBMIT-DATE)
002100     END-IF
002110     IF WRK-SUBMIT-DATE-INT = 0
002120         MOVE WRK-EXPIRY-DAYS TO WRK-AGE-DAYS
002130         ADD 1 TO WRK-AGE-DAYS
002140     ELSE
002150     IF WRK-SUBMIT-DATE-INT < WRK-RUN-DATE-INT
002160         COMPUTE WRK-AGE-DAYS =
002170             WRK-RUN-DATE-INT - WRK-SUBMIT-DATE-INT
002180     ELSE
002190         MOVE 0 TO WRK-AGE-DAYS
002200     END-IF
002210     END-IF
002220     IF WRK-AGE-DAYS > WRK-EXPIRY-DAYS
002230         MOVE "X" TO PEND-STATUS
002240         MOVE WRK-RUN-DATE-CCYYMMDD TO PEND-DECISION-DATE
002250         MOVE "EXPIRED" TO PEND-NOTE
002260         MOVE PEND-KEY TO WRK-PEND-ID-DISPLAY
002270         REWRITE PENDING-RECORD
002280             INVALID KEY
002290                 DISPLAY "ERROR REWRITING PENDING ITEM "
002300                     WRK-PEND-ID-DISPLAY
002310                     " STATUS=" WRK-PEND-STATUS
002320                 MOVE "Y" TO WRK-IO-ERROR-SW
002330             NOT INVALID KEY
002340                 ADD 1 TO WRK-EXPIRED-CNT
002350                 MOVE SPACES TO RPT-LINE
002360                 STRING WRK-PEND-ID-DISPLAY " BY " PEND-SUBMIT-ID
002370                     " AGE " WRK-AGE-DAYS " "
002380                     PEND-CTL-DATA (1:40)
002390                     DELIMITED BY SIZE INTO RPT-LINE
002400                 PERFORM 2910-WRITE-RPT-LINE
002410         END-REWRITE
002420     END-IF.
002430
002440 2900-WRITE-SECTION-BLANK.
002450     MOVE SPACES TO RPT-LINE
002460     PERFORM 2910-WRITE-RPT-LINE.
002470
002480 2910-WRITE-RPT-LINE.
002490     IF WRK-RPT-OPEN-OK
002500         WRITE RPT-LINE
002510     END-IF.
002520
002530 3000-APPLY-DECISIONS.
002540     PERFORM 2900-WRITE-SECTION-BLANK
002550     MOVE SPACES TO RPT-LINE
002560     STRING "DECISIONS" DELIMITED BY SIZE INTO RPT-LINE
002570     PERFORM 2910-WRITE-RPT-LINE
002580     OPEN INPUT DECISION-FILE
002590     IF WRK-DEC-STATUS NOT = "00" AND WRK-DEC-STATUS NOT = "05"
002600         DISPLAY "ERROR OPENING DECISION-FILE, STATUS="
002610             WRK-DEC-STATUS
002620         MOVE "Y" TO WRK-IO-ERROR-SW
002630     ELSE
002640         PERFORM UNTIL WRK-DEC-EOF OR WRK-IO-ERROR-FOUND
002650             READ DECISION-FILE
002660                 AT END
002670                     SET WRK-DEC-EOF TO TRUE
002680                 NOT AT END
002690                     IF DECISION-RECORD NOT = SPACES
002700                         PERFORM 3100-APPLY-ONE-DECISION
002710                     END-IF
002720             END-READ
002730         END-PERFORM
002740         CLOSE DECISION-FILE
002750     END-IF.
002760
002770 3100-APPLY-ONE-DECISION.
002780     MOVE SPACES TO WRK-REFUSE-REASON
002790     MOVE DEC-PEND-ID TO WRK-PEND-ID-DISPLAY
002800     IF NOT DEC-APPROVE AND NOT DEC-REJECT
002810         MOVE "DECISION NOT A OR R" TO WRK-REFUSE-REASON
002820     ELSE
002830         MOVE DEC-PEND-ID TO PEND-KEY
002840         READ PENDING-FILE
002850             INVALID KEY
002860                 MOVE "PENDING ID NOT ON FILE"
002870                     TO WRK-REFUSE-REASON
002880         END-READ
002890     END-IF
002900     IF WRK-REFUSE-REASON = SPACES
002910     IF PEND-EXPIRED
002920         MOVE "ITEM HAS EXPIRED" TO WRK-REFUSE-REASON
002930     ELSE
002940     IF NOT PEND-AWAITING
002950         MOVE "ITEM ALREADY DECIDED" TO WRK-REFUSE-REASON
002960     ELSE
002970     IF PEND-SUBMIT-ID = WRK-APPROVE-ID
002980         MOVE "APPROVER SAME AS SUBMITTER" TO WRK-REFUSE-REASON
002990     END-IF
003000     END-IF
003010     END-IF
003020     END-IF
003030     IF WRK-REFUSE-REASON NOT = SPACES
003040         ADD 1 TO WRK-REFUSED-CNT
003050         MOVE SPACES TO RPT-LINE
003060         STRING "REFUSED  " WRK-PEND-ID-DISPLAY " "
003070             WRK-REFUSE-REASON DELIMITED BY SIZE INTO RPT-LINE
003080         PERFORM 2910-WRITE-RPT-LINE
003090     ELSE
003100         MOVE DEC-ACTION TO PEND-STATUS
003110         MOVE WRK-APPROVE-ID TO PEND-APPROVE-ID
003120         MOVE WRK-RUN-DATE-CCYYMMDD TO PEND-DECISION-DATE
003130         MOVE DEC-NOTE TO PEND-NOTE
003140         REWRITE PENDING-RECORD
003150             INVALID KEY
003160                 DISPLAY "ERROR REWRITING PENDING ITEM "
003170                     WRK-PEND-ID-DISPLAY
003180                     " STATUS=" WRK-PEND-STATUS
003190                 MOVE "Y" TO WRK-IO-ERROR-SW
003200             NOT INVALID KEY
003210                 PERFORM 3200-WRITE-DECISION-LINE
003220         END-REWRITE
003230     END-IF.
003240
003250 3200-WRITE-DECISION-LINE.
003260     MOVE SPACES TO RPT-LINE
003270     IF PEND-APPROVED
003280         ADD 1 TO WRK-APPROVED-CNT
003290         STRING "APPROVED " WRK-PEND-ID-DISPLAY " BY "
003300             PEND-SUBMIT-ID " " PEND-CTL-DATA (1:40)
003310             DELIMITED BY SIZE INTO RPT-LINE
003320     ELSE
003330         ADD 1 TO WRK-REJECTED-CNT
003340         STRING "REJECTED " WRK-PEND-ID-DISPLAY " BY "
003350             PEND-SUBMIT-ID " " PEND-NOTE
003360             DELIMITED BY SIZE INTO RPT-LINE
003370     END-IF
003380     PERFORM 2910-WRITE-RPT-LINE.
003390
003400 4000-LIST-STILL-PENDING.
003410     PERFORM 2900-WRITE-SECTION-BLANK
003420     MOVE SPACES TO RPT-LINE
003430     STRING "STILL AWAITING A DECISION" DELIMITED BY SIZE
003440         INTO RPT-LINE
003450     PERFORM 2910-WRITE-RPT-LINE
003460     MOVE LOW-VALUES TO PEND-KEY
003470     MOVE "N" TO WRK-PEND-EOF-SW
003480     START PENDING-FILE KEY IS NOT < PEND-KEY
003490         INVALID KEY
003500             SET WRK-PEND-EOF TO TRUE
003510     END-START
003520     PERFORM UNTIL WRK-PEND-EOF
003530         READ PENDING-FILE NEXT RECORD
003540             AT END
003550                 SET WRK-PEND-EOF TO TRUE
003560             NOT AT END
003570                 IF PEND-AWAITING
003580                     ADD 1 TO WRK-STILL-PEND-CNT
003590                     MOVE PEND-KEY TO WRK-PEND-ID-DISPLAY
003600                     MOVE SPACES TO RPT-LINE
003610                     STRING WRK-PEND-ID-DISPLAY " BY "
003620                         PEND-SUBMIT-ID " "
003630                         PEND-CTL-DATA (1:48)
003640                         DELIMITED BY SIZE INTO RPT-LINE
003650                     PERFORM 2910-WRITE-RPT-LINE
003660                 END-IF
003670         END-READ
003680     END-PERFORM.
003690
003700 9000-TERMINATE.
003710     IF WRK-PEND-OPEN-OK
003720         CLOSE PENDING-FILE
003730     END-IF
003740     DISPLAY "CHGAPPRV APPROVED=" WRK-APPROVED-CNT
003750         " REJECTED=" WRK-REJECTED-CNT
003760         " REFUSED=" WRK-REFUSED-CNT
003770         " EXPIRED=" WRK-EXPIRED-CNT
003780     IF WRK-RPT-OPEN-OK
003790         PERFORM 2900-WRITE-SECTION-BLANK
003800         MOVE SPACES TO RPT-LINE
003810         STRING "APPROVED=" WRK-APPROVED-CNT
003820             " REJECTED=" WRK-REJECTED-CNT
003830             " REFUSED=" WRK-REFUSED-CNT
003840             " EXPIRED=" WRK-EXPIRED-CNT
003850             " PENDING=" WRK-STILL-PEND-CNT
003860             DELIMITED BY SIZE INTO RPT-LINE
003870         WRITE RPT-LINE
003880         MOVE SPACES TO RPT-LINE
003890         STRING "END OF REPORT" DELIMITED BY SIZE INTO RPT-LINE
003900         WRITE RPT-LINE
003910         CLOSE APPROVE-RPT
003920     END-IF
003930     IF WRK-IO-ERROR-FOUND
003940         MOVE 16 TO RETURN-CODE
003950     ELSE
003960     IF WRK-PARM-ERROR
003970         MOVE 12 TO RETURN-CODE
003980     ELSE
003990     IF WRK-REFUSED-CNT > 0
004000         MOVE 8 TO RETURN-CODE
004010     ELSE
004020         MOVE 0 TO RETURN-CODE
004030     END-IF
004040     END-IF
004050     END-IF.
