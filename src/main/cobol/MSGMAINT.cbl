000070     SELECT MSG-TABLE-FILE ASSIGN TO "MSGTAB"
000080     ORGANIZATION LINE SEQUENTIAL
000090     FILE STATUS IS WRK-MSGTAB-STATUS.
000096     SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDAPPR"
000102     ORGANIZATION INDEXED
000108     ACCESS DYNAMIC
000114     RECORD KEY IS PEND-KEY
000120     FILE STATUS IS WRK-CTL-STATUS.
000130     SELECT MSG-TABLE-OUT ASSIGN TO "MSGTABO"
000140     ORGANIZATION LINE SEQUENTIAL
000240     05  MSGREC-TEXT-EN       PIC X(30).
000250     05  MSGREC-TEXT-ES       PIC X(30).
000260     05  FILLER               PIC X(19).
000261 FD  PENDING-FILE.
000262 01  PENDING-RECORD.
000263     05  PEND-CTL-DATA        PIC X(80).
000264     05  PEND-KEY.
000265         10  PEND-TARGET          PIC X(01).
000266         10  PEND-SUBMIT-DATE     PIC 9(08).
000267         10  PEND-SEQ-NO          PIC 9(05).
000268     05  PEND-STATUS          PIC X(01).
000269         88  PEND-AWAITING               VALUE "P".
000270         88  PEND-APPROVED               VALUE "A".
000271         88  PEND-REJECTED               VALUE "R".
000272         88  PEND-EXPIRED                VALUE "X".
000273         88  PEND-APPLIED                VALUE "D".
000274         88  PEND-APPLY-FAILED           VALUE "F".
000275     05  PEND-SUBMIT-ID       PIC X(08).
000276     05  PEND-APPROVE-ID      PIC X(08).
000277     05  PEND-DECISION-DATE   PIC 9(08).
000278     05  PEND-APPLIED-DATE    PIC 9(08).
000279     05  PEND-NOTE            PIC X(30).
000280     05  FILLER               PIC X(12).
000281 01  CONTROL-RECORD.
000290     05  CTL-ACTION           PIC X(01).
000300         88  CTL-ADD                     VALUE "A".
000310         88  CTL-CHANGE                  VALUE "C".
000590     88  WRK-MSGTAB-EOF               VALUE "Y".
000600 01  WRK-CTL-EOF-SW        PIC X(01) VALUE "N".
000610     88  WRK-CTL-EOF                  VALUE "Y".
000612 01  WRK-CTL-OPEN-SW       PIC X(01) VALUE "Y".
000614     88  WRK-CTL-OPEN-OK              VALUE "Y".
000616 01  WRK-PEND-ID-DISPLAY   PIC X(14) VALUE SPACES.
000620 01  WRK-FOUND-SUB         PIC 9(4) VALUE 0.
000630 01  WRK-SUB               PIC 9(4) VALUE 0.
000640 01  WRK-APPLIED-CNT       PIC 9(4) VALUE 0.
000670 01  WRK-CURRENT-DATE      PIC X(21) VALUE SPACES.
000680 01  WRK-RUN-DATE-CCYYMMDD PIC 9(8) VALUE 0.
000690 01  WRK-AUDIT-FILENAME    PIC X(40) VALUE SPACES.
000691 01  WRK-DONE-TABLE.
000692     05  WRK-DONE-COUNT        PIC 9(4) VALUE 0.
000693     05  DONE-ENTRY OCCURS 1 TO 200 TIMES
000694         DEPENDING ON WRK-DONE-COUNT
000695         INDEXED BY DONE-IDX.
000696     10  DONE-PEND-KEY        PIC X(14).
000697     10  DONE-STATUS          PIC X(01).
000698     10  DONE-NOTE            PIC X(30).
000700 01  WRK-MSG-TABLE.
000710     05  WRK-MSG-COUNT         PIC 9(4) VALUE 0.
000720     05  MSG-ENTRY OCCURS 1 TO 20 TIMES DEPENDING ON WRK-MSG-COUNT
000830     IF NOT WRK-CTL-ERROR AND NOT WRK-IO-ERROR-FOUND
000840         PERFORM 2000-APPLY-CONTROL-TXNS
000850         PERFORM 3000-WRITE-NEW-TABLE
000852         IF NOT WRK-IO-ERROR-FOUND
000854             PERFORM 3100-MARK-APPLIED-ITEMS
000856         END-IF
000860     END-IF
000870     PERFORM 9000-TERMINATE
000880     STOP RUN.
001040     ELSE
001050         PERFORM 0140-WRITE-AUDIT-HEADER
001060     END-IF
001061     OPEN I-O PENDING-FILE
001062     IF WRK-CTL-STATUS NOT = "00" AND
001063        WRK-CTL-STATUS NOT = "05"
001064         DISPLAY "ERROR OPENING PENDING-FILE, STATUS="
001065             WRK-CTL-STATUS
001066         MOVE "N" TO WRK-CTL-OPEN-SW
001067         MOVE "Y" TO WRK-IO-ERROR-SW
001068     END-IF
001070     PERFORM 0130-LOAD-MESSAGE-TABLE.
001080
001090 0130-LOAD-MESSAGE-TABLE.
001440     WRITE AUDIT-LINE.
001450
001460 2000-APPLY-CONTROL-TXNS.
001462     MOVE LOW-VALUES TO PEND-KEY
001464     MOVE "M" TO PEND-TARGET
001466     START PENDING-FILE KEY IS NOT < PEND-KEY
001468         INVALID KEY
001470             SET WRK-CTL-EOF TO TRUE
001472     END-START
001474     IF NOT WRK-CTL-EOF
001476         PERFORM 2100-READ-NEXT-CONTROL
001478     END-IF
001480     PERFORM UNTIL WRK-CTL-EOF OR WRK-IO-ERROR-FOUND
001482         IF PEND-APPROVED
001483             IF WRK-DONE-COUNT = 200
001484                 DISPLAY "MSGMAINT: MORE THAN 200 APPROVED "
001485                     "ITEMS, REST LEFT FOR THE NEXT RUN"
001486                 SET WRK-CTL-EOF TO TRUE
001487             ELSE
001488                 PERFORM 2150-APPLY-APPROVED-ITEM
001489             END-IF
001490         END-IF
001491         PERFORM 2100-READ-NEXT-CONTROL
001492     END-PERFORM
001493     IF WRK-APPLIED-CNT = 0 AND WRK-REJECTED-CNT = 0
001494         DISPLAY "MSGMAINT: NO APPROVED MSGCTL CHANGES "
001496             "ON PENDAPPR"
001510         SET WRK-CTL-ERROR TO TRUE
001630     END-IF.
001640
001650 2100-READ-NEXT-CONTROL.
001660     READ PENDING-FILE NEXT RECORD
001670         AT END
001680             SET WRK-CTL-EOF TO TRUE
001682         NOT AT END
001684             IF PEND-TARGET NOT = "M"
001686                 SET WRK-CTL-EOF TO TRUE
001688             END-IF
001690     END-READ.
001691
001692 2150-APPLY-APPROVED-ITEM.
001693     MOVE PEND-KEY TO WRK-PEND-ID-DISPLAY
001694     PERFORM 2950-WRITE-APPROVAL-LINE
001695     PERFORM 2200-APPLY-ONE-CONTROL
001696     ADD 1 TO WRK-DONE-COUNT
001697     MOVE PEND-KEY TO DONE-PEND-KEY (WRK-DONE-COUNT)
001698     IF WRK-REJECT-REASON NOT = SPACES
001699         MOVE "F" TO DONE-STATUS (WRK-DONE-COUNT)
001700         MOVE WRK-REJECT-REASON TO DONE-NOTE (WRK-DONE-COUNT)
001701     ELSE
001702         MOVE "D" TO DONE-STATUS (WRK-DONE-COUNT)
001703         MOVE "APPLIED" TO DONE-NOTE (WRK-DONE-COUNT)
001704     END-IF.
001705
001710 2200-APPLY-ONE-CONTROL.
001720     MOVE SPACES TO WRK-REJECT-REASON
001730     PERFORM 2300-FIND-FLAG
003010         WRITE AUDIT-LINE
003020     END-IF.
003030
003031 2950-WRITE-APPROVAL-LINE.
003032     IF WRK-AUDIT-OPEN-OK
003033         MOVE SPACES TO AUDIT-LINE
003034         STRING "ITEM    " WRK-PEND-ID-DISPLAY
003035             " SUBMITTED BY " PEND-SUBMIT-ID
003036             " APPROVED BY " PEND-APPROVE-ID
003037             " ON " PEND-DECISION-DATE DELIMITED BY SIZE
003038             INTO AUDIT-LINE
003039         WRITE AUDIT-LINE
003040     END-IF.
003041
003042 3000-WRITE-NEW-TABLE.
003050     OPEN OUTPUT MSG-TABLE-OUT
003060     IF WRK-MSGTABO-STATUS NOT = "00"
003070         DISPLAY "ERROR OPENING MSG-TABLE-OUT, STATUS="
003150             MOVE MSG-TEXT-EN (WRK-SUB) TO MSGOUT-TEXT-EN
003160             MOVE MSG-TEXT-ES (WRK-SUB) TO MSGOUT-TEXT-ES
003170             WRITE MSG-TABLE-OUT-RECORD
003171             IF WRK-MSGTABO-STATUS NOT = "00"
003172                 DISPLAY "ERROR WRITING MSG-TABLE-OUT, STATUS="
003173                     WRK-MSGTABO-STATUS
003174                 MOVE "Y" TO WRK-IO-ERROR-SW
003175             END-IF
003180         END-PERFORM
003190         CLOSE MSG-TABLE-OUT
003191         IF WRK-MSGTABO-STATUS NOT = "00"
003192             DISPLAY "ERROR CLOSING MSG-TABLE-OUT, STATUS="
003193                 WRK-MSGTABO-STATUS
003194             MOVE "Y" TO WRK-IO-ERROR-SW
003195         END-IF
003200     END-IF.
003201
003202 3100-MARK-APPLIED-ITEMS.
003203     PERFORM VARYING WRK-SUB FROM 1 BY 1
003204             UNTIL WRK-SUB > WRK-DONE-COUNT
003205                OR WRK-IO-ERROR-FOUND
003206         MOVE DONE-PEND-KEY (WRK-SUB) TO PEND-KEY
003207         MOVE DONE-PEND-KEY (WRK-SUB) TO WRK-PEND-ID-DISPLAY
003208         READ PENDING-FILE
003209             INVALID KEY
003210                 DISPLAY "ERROR READING PENDING ITEM "
003211                     WRK-PEND-ID-DISPLAY " STATUS=" WRK-CTL-STATUS
003212                 MOVE "Y" TO WRK-IO-ERROR-SW
003213             NOT INVALID KEY
003214                 MOVE DONE-STATUS (WRK-SUB) TO PEND-STATUS
003215                 MOVE DONE-NOTE (WRK-SUB) TO PEND-NOTE
003216                 IF PEND-APPLIED
003217                     MOVE WRK-RUN-DATE-CCYYMMDD
003218                TO PEND-APPLIED-DATE
003219                 END-IF
003220                 REWRITE PENDING-RECORD
003221                     INVALID KEY
003222                         DISPLAY "ERROR REWRITING PENDING ITEM "
003223                             WRK-PEND-ID-DISPLAY
003224                             " STATUS=" WRK-CTL-STATUS
003225                         MOVE "Y" TO WRK-IO-ERROR-SW
003226                 END-REWRITE
003227         END-READ
003228     END-PERFORM.
003229
003230 9000-TERMINATE.
003231     DISPLAY "MSGMAINT APPLIED=" WRK-APPLIED-CNT
003240         " REJECTED=" WRK-REJECTED-CNT
003250         " TABLE ENTRIES=" WRK-MSG-COUNT
003260     IF WRK-AUDIT-OPEN-OK
003340         WRITE AUDIT-LINE
003350         CLOSE AUDIT-RPT
003360     END-IF
003362     IF WRK-CTL-OPEN-OK
003364         CLOSE PENDING-FILE
003366     END-IF
003370     IF WRK-IO-ERROR-FOUND
003380         MOVE 16 TO RETURN-CODE
003390     ELSE
