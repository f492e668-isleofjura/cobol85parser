000010 Identification Division.
000020 Program-ID.
000030  CHGSUBMT.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDAPPR"
000080     ORGANIZATION INDEXED
000090     ACCESS DYNAMIC
000100     RECORD KEY IS PEND-KEY
000110     FILE STATUS IS WRK-PEND-STATUS.
000120     SELECT CONTROL-FILE ASSIGN DYNAMIC WRK-CTL-FILENAME
000130     ORGANIZATION LINE SEQUENTIAL
000140     FILE STATUS IS WRK-CTL-STATUS.
000150     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000160     ORGANIZATION LINE SEQUENTIAL
000170     FILE STATUS IS WRK-SYSIN-STATUS.
000180     SELECT SUBMIT-RPT ASSIGN DYNAMIC WRK-RPT-FILENAME
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
000420 FD  CONTROL-FILE.
000430 01  CONTROL-RECORD       PIC X(80).
000440 FD  PARM-FILE.
000450 01  SYSIN-RECORD.
000460     05  SYSIN-TARGET         PIC X(01).
000470         88  SYSIN-FOR-ACCT              VALUE "A".
000480         88  SYSIN-FOR-MSG               VALUE "M".
000490     05  FILLER               PIC X(01).
000500     05  SYSIN-SUBMIT-ID      PIC X(08).
000510     05  FILLER               PIC X(70).
000520 FD  SUBMIT-RPT.
000530 01  RPT-LINE             PIC X(80).
000540 WORKING-STORAGE SECTION.
000550 01  WRK-XN-00001         PIC X(01) VALUE SPACE.
000560 01  WRK-RUN-MODE          PIC X(01) VALUE "*".
000570 01  WRK-PEND-STATUS       PIC X(02) VALUE "00".
000580 01  WRK-CTL-STATUS        PIC X(02) VALUE "00".
000590 01  WRK-SYSIN-STATUS      PIC X(02) VALUE "00".
000600 01  WRK-RPT-STATUS        PIC X(02) VALUE "00".
000610 01  WRK-IO-ERROR-SW       PIC X(01) VALUE "N".
000620     88  WRK-IO-ERROR-FOUND           VALUE "Y".
000630 01  WRK-PARM-ERROR-SW     PIC X(01) VALUE "N".
000640     88  WRK-PARM-ERROR               VALUE "Y".
000650 01  WRK-CTL-ERROR-SW      PIC X(01) VALUE "N".
000660     88  WRK-CTL-ERROR                VALUE "Y".
000670 01  WRK-RPT-OPEN-SW       PIC X(01) VALUE "Y".
000680     88  WRK-RPT-OPEN-OK              VALUE "Y".
000690 01  WRK-PEND-OPEN-SW      PIC X(01) VALUE "N".
000700     88  WRK-PEND-OPEN-OK             VALUE "Y".
000710 01  WRK-PEND-EOF-SW       PIC X(01) VALUE "N".
000720     88  WRK-PEND-EOF                 VALUE "Y".
000730 01  WRK-CTL-EOF-SW        PIC X(01) VALUE "N".
000740     88  WRK-CTL-EOF                  VALUE "Y".
000750 01  WRK-TARGET            PIC X(01) VALUE SPACE.
000760 01  WRK-SUBMIT-ID         PIC X(08) VALUE SPACES.
000770 01  WRK-CURRENT-DATE      PIC X(21) VALUE SPACES.
000780 01  WRK-RUN-DATE-CCYYMMDD PIC 9(8) VALUE 0.
000790 01  WRK-RPT-FILENAME      PIC X(40) VALUE SPACES.
000800 01  WRK-CTL-FILENAME      PIC X(40) VALUE SPACES.
000810 01  WRK-SEQ-NO            PIC 9(5) VALUE 0.
000820 01  WRK-SUBMITTED-CNT     PIC 9(5) VALUE 0.
000830 01  WRK-BLANK-CNT         PIC 9(5) VALUE 0.
000840 01  WRK-PEND-ID-DISPLAY   PIC X(14) VALUE SPACES.
000850 PROCEDURE DIVISION.
000860 0000-MAINLINE.
000870     COPY WRKINIT REPLACING WRKI-FLAG-FIELD BY WRK-XN-00001
000880         WRKI-FLAG-VALUE BY WRK-RUN-MODE
000890         WRKI-TRUE-PARA BY 1000-ANNOUNCE-START.
000900     PERFORM 0100-INITIALIZE
000910     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
000920         PERFORM 2000-FIND-LAST-SEQ-NO
000930         PERFORM 3000-SUBMIT-CONTROL-DECK
000940     END-IF
000950     PERFORM 9000-TERMINATE
000960     STOP RUN.
000970
000980 1000-ANNOUNCE-START.
000990     DISPLAY "CHGSUBMT CONTROL CHANGE SUBMISSION STARTING".
001000
001010 0100-INITIALIZE.
001020     MOVE FUNCTION CURRENT-DATE TO WRK-CURRENT-DATE
001030     MOVE WRK-CURRENT-DATE (1:8) TO WRK-RUN-DATE-CCYYMMDD
001040     PERFORM 0110-READ-SYSIN-PARM
001050     IF NOT WRK-PARM-ERROR
001060     STRING "CHGSUB.RPT." WRK-RUN-DATE-CCYYMMDD DELIMITED BY SIZE
001070         INTO WRK-RPT-FILENAME
001080     OPEN OUTPUT SUBMIT-RPT
001090     IF WRK-RPT-STATUS NOT = "00"
001100         DISPLAY "ERROR OPENING SUBMIT-RPT, STATUS="
001110             WRK-RPT-STATUS
001120         MOVE "N" TO WRK-RPT-OPEN-SW
001130         MOVE "Y" TO WRK-IO-ERROR-SW
001140     ELSE
001150         PERFORM 0140-WRITE-REPORT-HEADER
001160     END-IF
001170     OPEN I-O PENDING-FILE
001180     IF WRK-PEND-STATUS NOT = "00" AND
001190        WRK-PEND-STATUS NOT = "05"
001200         DISPLAY "ERROR OPENING PENDING-FILE, STATUS="
001210             WRK-PEND-STATUS
001220         MOVE "Y" TO WRK-IO-ERROR-SW
001230     ELSE
001240         MOVE "Y" TO WRK-PEND-OPEN-SW
001250     END-IF
001260     ELSE
001270         MOVE "N" TO WRK-RPT-OPEN-SW
001280     END-IF.
001290
001300 0110-READ-SYSIN-PARM.
001310     OPEN INPUT PARM-FILE
001320     IF WRK-SYSIN-STATUS = "00"
001330     READ PARM-FILE
001340         AT END
001350             CONTINUE
001360         NOT AT END
001370             MOVE SYSIN-TARGET TO WRK-TARGET
001380             MOVE SYSIN-SUBMIT-ID TO WRK-SUBMIT-ID
001390     END-READ
001400     END-IF
001410     CLOSE PARM-FILE
001420     EVALUATE WRK-TARGET
001430         WHEN "A"
001440             MOVE "ACCTCTL" TO WRK-CTL-FILENAME
001450         WHEN "M"
001460             MOVE "MSGCTL" TO WRK-CTL-FILENAME
001470         WHEN OTHER
001480             SET WRK-PARM-ERROR TO TRUE
001490     END-EVALUATE
001500     IF WRK-SUBMIT-ID = SPACES OR WRK-SUBMIT-ID = LOW-VALUES
001510         SET WRK-PARM-ERROR TO TRUE
001520     END-IF
001530     IF WRK-PARM-ERROR
001540         DISPLAY "CHGSUBMT PARM ERROR: SYSIN COLUMN 1 MUST BE "
001550             "A (ACCTCTL) OR M (MSGCTL), COLUMNS 3-10 THE "
001560             "SUBMITTER ID"
001570     END-IF.
001580
001590 0140-WRITE-REPORT-HEADER.
001600     MOVE SPACES TO RPT-LINE
001610     STRING "CONTROL CHANGES SUBMITTED FOR APPROVAL  RUN DATE "
001620         WRK-RUN-DATE-CCYYMMDD DELIMITED BY SIZE INTO RPT-LINE
001630     WRITE RPT-LINE
001640     MOVE SPACES TO RPT-LINE
001650     STRING "SOURCE " WRK-CTL-FILENAME (1:8)
001660         " SUBMITTED BY " WRK-SUBMIT-ID
001670         DELIMITED BY SIZE INTO RPT-LINE
001680     WRITE RPT-LINE
001690     MOVE SPACES TO RPT-LINE
001700     WRITE RPT-LINE
001710     MOVE SPACES TO RPT-LINE
001720     STRING "PENDING ID     CONTROL RECORD" DELIMITED BY SIZE
001730         INTO RPT-LINE
001740     WRITE RPT-LINE.
001750
001760 2000-FIND-LAST-SEQ-NO.
001770     MOVE 0 TO WRK-SEQ-NO
001780     MOVE WRK-TARGET TO PEND-TARGET
001790     MOVE WRK-RUN-DATE-CCYYMMDD TO PEND-SUBMIT-DATE
001800     MOVE 0 TO PEND-SEQ-NO
001810     START PENDING-FILE KEY IS NOT < PEND-KEY
001820         INVALID KEY
001830             SET WRK-PEND-EOF TO TRUE
001840     END-START
001850     PERFORM UNTIL WRK-PEND-EOF
001860         READ PENDING-FILE NEXT RECORD
001870             AT END
001880                 SET WRK-PEND-EOF TO TRUE
001890             NOT AT END
001900                 IF PEND-TARGET NOT = WRK-TARGET
001910                  OR PEND-SUBMIT-DATE NOT = WRK-RUN-DATE-CCYYMMDD
001920                     SET WRK-PEND-EOF TO TRUE
001930                 ELSE
001940                     MOVE PEND-SEQ-NO TO WRK-SEQ-NO
001950                 END-IF
001960         END-READ
001970     END-PERFORM.
001980
001990 3000-SUBMIT-CONTROL-DECK.
002000     OPEN INPUT CONTROL-FILE
002010     IF WRK-CTL-STATUS NOT = "00"
002020         DISPLAY "CHGSUBMT: CONTROL FILE " WRK-CTL-FILENAME
002030             " NOT AVAILABLE, STATUS=" WRK-CTL-STATUS
002040         SET WRK-CTL-ERROR TO TRUE
002050     ELSE
002060         PERFORM UNTIL WRK-CTL-EOF OR WRK-IO-ERROR-FOUND
002070             READ CONTROL-FILE
002080                 AT END
002090                     SET WRK-CTL-EOF TO TRUE
002100                 NOT AT END
002110                     IF CONTROL-RECORD = SPACES
002120                         ADD 1 TO WRK-BLANK-CNT
002130                     ELSE
002140                         PERFORM 3100-WRITE-PENDING-ITEM
002150                     END-IF
002160             END-READ
002170         END-PERFORM
002180         CLOSE CONTROL-FILE
002190         IF WRK-SUBMITTED-CNT = 0 AND NOT WRK-IO-ERROR-FOUND
002200             DISPLAY "CHGSUBMT: CONTROL FILE " WRK-CTL-FILENAME
002210                 " IS EMPTY"
002220             SET WRK-CTL-ERROR TO TRUE
002230         END-IF
002240     END-IF.
002250
002260 3100-WRITE-PENDING-ITEM.
002270     ADD 1 TO WRK-SEQ-NO
002280     MOVE SPACES TO PENDING-RECORD
002290     MOVE CONTROL-RECORD TO PEND-CTL-DATA
002300     MOVE WRK-TARGET TO PEND-TARGET
002310     MOVE WRK-RUN-DATE-CCYYMMDD TO PEND-SUBMIT-DATE
002320     MOVE WRK-SEQ-NO TO PEND-SEQ-NO
002330     MOVE "P" TO PEND-STATUS
002340     MOVE WRK-SUBMIT-ID TO PEND-SUBMIT-ID
002350     MOVE 0 TO PEND-DECISION-DATE
002360     MOVE 0 TO PEND-APPLIED-DATE
002370     MOVE PEND-KEY TO WRK-PEND-ID-DISPLAY
002380     WRITE PENDING-RECORD
002390         INVALID KEY
002400             DISPLAY "ERROR WRITING PENDING ITEM "
002410                 WRK-PEND-ID-DISPLAY " STATUS=" WRK-PEND-STATUS
002420             MOVE "Y" TO WRK-IO-ERROR-SW
002430         NOT INVALID KEY
002440             ADD 1 TO WRK-SUBMITTED-CNT
002450             IF WRK-RPT-OPEN-OK
002460                 MOVE SPACES TO RPT-LINE
002470                 STRING WRK-PEND-ID-DISPLAY " "
002480                     CONTROL-RECORD (1:65)
002490                     DELIMITED BY SIZE INTO RPT-LINE
002500                 WRITE RPT-LINE
002510             END-IF
002520     END-WRITE.
002530
002540 9000-TERMINATE.
002550     IF WRK-PEND-OPEN-OK
002560         CLOSE PENDING-FILE
002570     END-IF
002580     DISPLAY "CHGSUBMT SUBMITTED=" WRK-SUBMITTED-CNT
002590         " BLANK LINES SKIPPED=" WRK-BLANK-CNT
002600     IF WRK-RPT-OPEN-OK
002610         MOVE SPACES TO RPT-LINE
002620         WRITE RPT-LINE
002630         MOVE SPACES TO RPT-LINE
002640         STRING "SUBMITTED=" WRK-SUBMITTED-CNT
002650             " BLANK LINES SKIPPED=" WRK-BLANK-CNT
002660             " AWAITING APPROVAL BY ANOTHER OPERATOR"
002670             DELIMITED BY SIZE INTO RPT-LINE
002680         WRITE RPT-LINE
002690         MOVE SPACES TO RPT-LINE
002700         STRING "END OF REPORT" DELIMITED BY SIZE INTO RPT-LINE
002710         WRITE RPT-LINE
002720         CLOSE SUBMIT-RPT
002730     END-IF
002740     IF WRK-IO-ERROR-FOUND
002750         MOVE 16 TO RETURN-CODE
002760     ELSE
002770     IF WRK-PARM-ERROR OR WRK-CTL-ERROR
002780         MOVE 12 TO RETURN-CODE
002790     ELSE
002800         MOVE 0 TO RETURN-CODE
002810     END-IF
002820     END-IF.
