000150     SELECT OPTIONAL RESTART-FILE ASSIGN TO "RESTART"
000160     ORGANIZATION LINE SEQUENTIAL
000170     FILE STATUS IS WRK-RESTART-STATUS.
000172     SELECT OPTIONAL CLOSED-FILE ASSIGN TO "LEDGCLSD"
000174     ORGANIZATION LINE SEQUENTIAL
000176     FILE STATUS IS WRK-CLSD-STATUS.
000180     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000190     ORGANIZATION LINE SEQUENTIAL
000200     FILE STATUS IS WRK-SYSIN-STATUS.
000270     SELECT LEDGER-OUT ASSIGN TO "ACCTLEDGO"
000280     ORGANIZATION LINE SEQUENTIAL
000290     FILE STATUS IS WRK-LEDGO-STATUS.
000291     SELECT OPTIONAL TXN-HISTORY-FILE ASSIGN TO "TXNHIST"
000292     ORGANIZATION INDEXED
000293     ACCESS DYNAMIC
000294     RECORD KEY IS HISTREC-TXN-ID
000295     FILE STATUS IS WRK-HIST-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  JOURNAL-FILE.
000500 FD  RESTART-FILE.
000510 01  RESTART-RECORD.
000520     05  RESTART-CHECKPOINT   PIC X(20).
000522 FD  CLOSED-FILE.
000524 01  CLOSED-RECORD.
000526     05  CLSD-PERIOD          PIC 9(06).
000528     05  FILLER               PIC X(74).
000530 FD  PARM-FILE.
000540 01  SYSIN-RECORD.
000550     05  SYSIN-RUN-DATE       PIC X(08).
000555     05  FILLER               PIC X(01).
000560     05  SYSIN-CLOSED-OVERRIDE PIC X(08).
000565     05  FILLER               PIC X(63).
000570 FD  RCVR-RPT.
000580 01  RCVR-LINE            PIC X(80).
000590 FD  LEDGER-FILE.
000630     05  FILLER               PIC X(64).
000640 FD  LEDGER-OUT.
000650 01  LEDGER-OUT-RECORD    PIC X(80).
000651 FD  TXN-HISTORY-FILE.
000652 01  TXN-HISTORY-RECORD.
000653     05  HISTREC-TXN-ID       PIC X(10).
000654     05  HISTREC-RUN-DATE     PIC 9(08).
000655     05  HISTREC-REVERSED-FLAG PIC X(01).
000656     05  HISTREC-REVERSED-DATE PIC 9(08).
000657     05  HISTREC-REVERSED-BY  PIC X(10).
000658     05  FILLER               PIC X(13).
000660 WORKING-STORAGE SECTION.
000670 01  WRK-XN-00001         PIC X(01) VALUE SPACE.
000680 01  WRK-RUN-MODE          PIC X(01) VALUE "*".
000690 01  WRK-JRNL-STATUS       PIC X(02) VALUE "00".
000700 01  WRK-ACCT-STATUS       PIC X(02) VALUE "00".
000710 01  WRK-RESTART-STATUS    PIC X(02) VALUE "00".
000715 01  WRK-CLSD-STATUS       PIC X(02) VALUE "00".
000720 01  WRK-SYSIN-STATUS      PIC X(02) VALUE "00".
000730 01  WRK-RCVR-STATUS       PIC X(02) VALUE "00".
000740 01  WRK-IO-ERROR-SW       PIC X(01) VALUE "N".
000790     88  WRK-RCVR-OPEN-OK             VALUE "Y".
000800 01  WRK-JRNL-EOF-SW       PIC X(01) VALUE "N".
000810     88  WRK-JRNL-EOF                 VALUE "Y".
000811 01  WRK-CLSD-EOF-SW       PIC X(01) VALUE "N".
000812     88  WRK-CLSD-EOF                 VALUE "Y".
000813 01  WRK-OVERRIDE-SW       PIC X(01) VALUE "N".
000814     88  WRK-OVERRIDE-GIVEN           VALUE "Y".
000815 01  WRK-CLOSED-PERIOD-SW  PIC X(01) VALUE "N".
000816     88  WRK-IN-CLOSED-PERIOD         VALUE "Y".
000817 01  WRK-LAST-CLOSED       PIC 9(6) VALUE 0.
000820 01  WRK-LEDG-STATUS       PIC X(02) VALUE "00".
000830 01  WRK-LEDGO-STATUS      PIC X(02) VALUE "00".
000840 01  WRK-LEDG-EOF-SW       PIC X(01) VALUE "N".
000850     88  WRK-LEDG-EOF                 VALUE "Y".
000852 01  WRK-HIST-STATUS       PIC X(02) VALUE "00".
000854 01  WRK-HIST-EOF-SW       PIC X(01) VALUE "N".
000856     88  WRK-HIST-EOF                 VALUE "Y".
000860 01  WRK-CURRENT-DATE      PIC X(21) VALUE SPACES.
000870 01  WRK-RUN-DATE-CCYYMMDD PIC 9(8) VALUE 0.
000880 01  WRK-BACKOUT-DATE      PIC 9(8) VALUE 0.
000910 01  WRK-RESTORED-CNT      PIC 9(5) VALUE 0.
000920 01  WRK-LEDG-KEPT-CNT     PIC 9(5) VALUE 0.
000930 01  WRK-LEDG-DROPPED-CNT  PIC 9(5) VALUE 0.
000933 01  WRK-HIST-DROPPED-CNT  PIC 9(5) VALUE 0.
000936 01  WRK-HIST-RESET-CNT    PIC 9(5) VALUE 0.
000940 01  WRK-SUB               PIC 9(5) VALUE 0.
000950 01  WRK-BAL-EDIT          PIC -(9)9.99 VALUE ZERO.
000960 01  WRK-JRNL-TABLE.
001160     END-IF
001170     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
001180         PERFORM 4000-BACKOUT-LEDGER
001182     END-IF
001184     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
001186         PERFORM 5000-BACKOUT-HISTORY
001190     END-IF
001200     PERFORM 9000-TERMINATE
001210     STOP RUN.
001280     MOVE WRK-CURRENT-DATE (1:8) TO WRK-RUN-DATE-CCYYMMDD
001290     PERFORM 0110-READ-SYSIN-PARM
001300     IF NOT WRK-PARM-ERROR
001302         PERFORM 0120-CHECK-CLOSED-PERIOD
001304     END-IF
001306     IF NOT WRK-PARM-ERROR
001310     STRING "ACCT.JRNL." WRK-BACKOUT-DATE DELIMITED BY SIZE
001320         INTO WRK-JRNL-FILENAME
001330     STRING "RCVR.RPT." WRK-BACKOUT-DATE DELIMITED BY SIZE
001570             ELSE
001580                 SET WRK-PARM-ERROR TO TRUE
001590             END-IF
001592             IF SYSIN-CLOSED-OVERRIDE = "OVERRIDE"
001594                 SET WRK-OVERRIDE-GIVEN TO TRUE
001596             END-IF
001600     END-READ
001610     ELSE
001620         SET WRK-PARM-ERROR TO TRUE
001630     END-IF
001640     CLOSE PARM-FILE
001650     IF WRK-PARM-ERROR
001651         DISPLAY "ACCTRCVR PARM ERROR: SYSIN MUST CARRY THE "
001652             "CCYYMMDD RUN DATE TO BACK OUT, AND OVERRIDE IN "
001653             "COLUMNS 10-17 FOR A RUN IN A CLOSED PERIOD"
001654     END-IF.
001655
001656 0120-CHECK-CLOSED-PERIOD.
001657     OPEN INPUT CLOSED-FILE
001658     IF WRK-CLSD-STATUS NOT = "00" AND
001659        WRK-CLSD-STATUS NOT = "05"
001660         DISPLAY "ERROR OPENING CLOSED-FILE, STATUS="
001661             WRK-CLSD-STATUS
001662         MOVE "Y" TO WRK-IO-ERROR-SW
001663     ELSE
001664     PERFORM UNTIL WRK-CLSD-EOF
001665         READ CLOSED-FILE
001666             AT END
001667                 SET WRK-CLSD-EOF TO TRUE
001668             NOT AT END
001669                 IF CLSD-PERIOD NUMERIC
001670                  AND CLSD-PERIOD > WRK-LAST-CLOSED
001671                     MOVE CLSD-PERIOD TO WRK-LAST-CLOSED
001672                 END-IF
001673         END-READ
001674     END-PERFORM
001675     CLOSE CLOSED-FILE
001676     IF WRK-BACKOUT-DATE (1:6) NOT > WRK-LAST-CLOSED
001677         SET WRK-IN-CLOSED-PERIOD TO TRUE
001678         IF WRK-OVERRIDE-GIVEN
001679             DISPLAY "ACCTRCVR: RUN " WRK-BACKOUT-DATE
001680                 " IS IN CLOSED PERIOD " WRK-LAST-CLOSED
001681                 ", PROCEEDING ON OVERRIDE"
001682         ELSE
001683             DISPLAY "ACCTRCVR: RUN " WRK-BACKOUT-DATE
001684                 " IS IN CLOSED PERIOD " WRK-LAST-CLOSED
001685                 ", ROLL-BACK REFUSED WITHOUT OVERRIDE"
001686             SET WRK-PARM-ERROR TO TRUE
001688         END-IF
001690     END-IF
001693     END-IF.
001694
001700 0140-WRITE-REPORT-HEADER.
001710     MOVE SPACES TO RCVR-LINE
001720     STRING "MASTER ROLL-BACK RECOVERY  BACKOUT OF RUN "
001730         WRK-BACKOUT-DATE "  RUN DATE " WRK-RUN-DATE-CCYYMMDD
001740         DELIMITED BY SIZE INTO RCVR-LINE
001750     WRITE RCVR-LINE
001751     IF WRK-IN-CLOSED-PERIOD
001752         MOVE SPACES TO RCVR-LINE
001753         STRING "*** RUN IS IN CLOSED PERIOD " WRK-LAST-CLOSED
001754             " - ROLL-BACK ON OVERRIDE ***"
001755             DELIMITED BY SIZE INTO RCVR-LINE
001756         WRITE RCVR-LINE
001757         MOVE SPACES TO RCVR-LINE
001758         STRING "*** ITS LEDGER ENTRIES ARE ON PERIOD HISTORY "
001759             "AND ARE NOT BACKED OUT ***"
001760             DELIMITED BY SIZE INTO RCVR-LINE
001761         WRITE RCVR-LINE
001762     END-IF
001763     MOVE SPACES TO RCVR-LINE
001770     WRITE RCVR-LINE.
001780
001790 2000-LOAD-JOURNAL.
003280         WRITE RCVR-LINE
003290     END-IF.
003300
003540 5000-BACKOUT-HISTORY.
003550     OPEN I-O TXN-HISTORY-FILE
003560     IF WRK-HIST-STATUS NOT = "00" AND
003570        WRK-HIST-STATUS NOT = "05"
003580         DISPLAY "ACCTRCVR: TXNHIST NOT AVAILABLE, "
003590             "STATUS=" WRK-HIST-STATUS ", NO HISTORY BACKOUT"
003600         MOVE "Y" TO WRK-IO-ERROR-SW
003610     ELSE
003620         PERFORM 5100-READ-NEXT-HISTORY
003630         PERFORM UNTIL WRK-HIST-EOF OR WRK-IO-ERROR-FOUND
003640             PERFORM 5200-BACKOUT-ONE-HISTORY
003650             PERFORM 5100-READ-NEXT-HISTORY
003660         END-PERFORM
003670         CLOSE TXN-HISTORY-FILE
003680         PERFORM 5300-REPORT-HISTORY-BACKOUT
003690     END-IF.
003700
003710 5100-READ-NEXT-HISTORY.
003720     READ TXN-HISTORY-FILE NEXT RECORD
003730         AT END
003740             SET WRK-HIST-EOF TO TRUE
003750     END-READ.
003760
003770 5200-BACKOUT-ONE-HISTORY.
003780     IF HISTREC-RUN-DATE = WRK-BACKOUT-DATE
003790         DELETE TXN-HISTORY-FILE RECORD
003800             INVALID KEY
003810                 DISPLAY "ERROR DELETING HISTORY " HISTREC-TXN-ID
003820                     " STATUS=" WRK-HIST-STATUS
003830                 MOVE "Y" TO WRK-IO-ERROR-SW
003840             NOT INVALID KEY
003850                 ADD 1 TO WRK-HIST-DROPPED-CNT
003860         END-DELETE
003870     ELSE
003880     IF HISTREC-REVERSED-FLAG = "Y"
003890      AND HISTREC-REVERSED-DATE = WRK-BACKOUT-DATE
003900         MOVE "N" TO HISTREC-REVERSED-FLAG
003910         MOVE 0 TO HISTREC-REVERSED-DATE
003920         MOVE SPACES TO HISTREC-REVERSED-BY
003930         REWRITE TXN-HISTORY-RECORD
003940             INVALID KEY
003950                 DISPLAY "ERROR REWRITING HISTORY " HISTREC-TXN-ID
003960                     " STATUS=" WRK-HIST-STATUS
003970                 MOVE "Y" TO WRK-IO-ERROR-SW
003980             NOT INVALID KEY
003990                 ADD 1 TO WRK-HIST-RESET-CNT
004000         END-REWRITE
004010     END-IF
004020     END-IF.
004030
004040 5300-REPORT-HISTORY-BACKOUT.
004050     DISPLAY "ACCTRCVR HISTORY DROPPED=" WRK-HIST-DROPPED-CNT
004060         " UNREVERSED=" WRK-HIST-RESET-CNT
004070     IF WRK-RCVR-OPEN-OK
004080         MOVE SPACES TO RCVR-LINE
004090         STRING "HISTORY DROPPED=" WRK-HIST-DROPPED-CNT
004100             " UNREVERSED=" WRK-HIST-RESET-CNT
004110             " (TXNHIST UPDATED IN PLACE)"
004120             DELIMITED BY SIZE INTO RCVR-LINE
004130         WRITE RCVR-LINE
004140     END-IF.
004150
004160 9000-TERMINATE.
004170     DISPLAY "ACCTRCVR JOURNAL IMAGES=" WRK-JRNL-COUNT
004180         " RESTORED=" WRK-RESTORED-CNT
004190     IF WRK-RCVR-OPEN-OK
004200         MOVE SPACES TO RCVR-LINE
004210         WRITE RCVR-LINE
004220         MOVE SPACES TO RCVR-LINE
004230         STRING "JOURNAL IMAGES=" WRK-JRNL-COUNT
004240             " RESTORED=" WRK-RESTORED-CNT
004250             DELIMITED BY SIZE INTO RCVR-LINE
004260         WRITE RCVR-LINE
004270         CLOSE RCVR-RPT
004280     END-IF
004290     IF WRK-IO-ERROR-FOUND
004300         MOVE 16 TO RETURN-CODE
004310     ELSE
004320     IF WRK-PARM-ERROR
004330         MOVE 12 TO RETURN-CODE
004340     ELSE
004350         MOVE 0 TO RETURN-CODE
004360     END-IF
004370     END-IF.
