000010 Identification Division.
000020 Program-ID.
000030  LEDGCLOS.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ACCTLEDG"
000080     ORGANIZATION LINE SEQUENTIAL
000090     FILE STATUS IS WRK-LEDG-STATUS.
000100     SELECT LEDGER-OUT ASSIGN TO "ACCTLEDGO"
000110     ORGANIZATION LINE SEQUENTIAL
000120     FILE STATUS IS WRK-LEDGO-STATUS.
000130     SELECT LEDGER-HIST ASSIGN DYNAMIC WRK-LHIST-FILENAME
000140     ORGANIZATION LINE SEQUENTIAL
000150     FILE STATUS IS WRK-LHIST-STATUS.
000160     SELECT OPTIONAL CLOSED-FILE ASSIGN TO "LEDGCLSD"
000170     ORGANIZATION LINE SEQUENTIAL
000180     FILE STATUS IS WRK-CLSD-STATUS.
000190     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
000200     ORGANIZATION INDEXED
000210     ACCESS RANDOM
000220     RECORD KEY IS ACCT-NO
000230     FILE STATUS IS WRK-ACCT-STATUS.
000240     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000250     ORGANIZATION LINE SEQUENTIAL
000260     FILE STATUS IS WRK-SYSIN-STATUS.
000270     SELECT CLOSE-RPT ASSIGN DYNAMIC WRK-RPT-FILENAME
000280     ORGANIZATION LINE SEQUENTIAL
000290     FILE STATUS IS WRK-RPT-STATUS.
000300     SELECT SORT-FILE ASSIGN TO "SORTWK".
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  LEDGER-FILE.
000340 01  LEDGER-RECORD.
000350     05  LEDG-ACCT-NO         PIC 9(08).
000360     05  LEDG-RUN-DATE        PIC 9(08).
000370     05  LEDG-TXN-ID          PIC X(10).
000380     05  LEDG-AMOUNT          PIC S9(7)V99
000390                              SIGN LEADING SEPARATE.
000400     05  LEDG-BALANCE         PIC S9(9)V99
000410                              SIGN LEADING SEPARATE.
000420     05  FILLER               PIC X(32).
000430 FD  LEDGER-OUT.
000440 01  LEDGER-OUT-RECORD.
000450     05  LDGO-ACCT-NO         PIC 9(08).
000460     05  LDGO-RUN-DATE        PIC 9(08).
000470     05  LDGO-TXN-ID          PIC X(10).
000480     05  LDGO-AMOUNT          PIC S9(7)V99
000490                              SIGN LEADING SEPARATE.
000500     05  LDGO-BALANCE         PIC S9(9)V99
000510                              SIGN LEADING SEPARATE.
000520     05  FILLER               PIC X(32).
000530 FD  LEDGER-HIST.
000540 01  LEDGER-HIST-RECORD   PIC X(80).
000550 FD  CLOSED-FILE.
000560 01  CLOSED-RECORD.
000570     05  CLSD-PERIOD          PIC 9(06).
000580     05  FILLER               PIC X(01).
000590     05  CLSD-CLOSE-DATE      PIC 9(08).
000600     05  FILLER               PIC X(01).
000610     05  CLSD-HIST-CNT        PIC 9(09).
000620     05  FILLER               PIC X(01).
000630     05  CLSD-OPENING-CNT     PIC 9(09).
000640     05  FILLER               PIC X(01).
000650     05  CLSD-CARRIED-CNT     PIC 9(09).
000660     05  FILLER               PIC X(35).
000670 FD  ACCT-MASTER-FILE.
000680 01  ACCT-MASTER-RECORD.
000690     05  ACCT-NO              PIC 9(08).
000700     05  ACCT-NAME            PIC X(30).
000710     05  ACCT-BALANCE         PIC S9(9)V99 COMP-3.
000720     05  ACCT-LAST-ACTIVITY   PIC 9(08).
000730     05  ACCT-MIN-BALANCE     PIC S9(9)V99 COMP-3.
000740     05  ACCT-TXN-LIMIT       PIC S9(7)V99 COMP-3.
000750     05  FILLER               PIC X(03).
000760 FD  PARM-FILE.
000770 01  SYSIN-RECORD.
000780     05  SYSIN-CLOSE-PERIOD   PIC X(06).
000790     05  FILLER               PIC X(74).
000800 FD  CLOSE-RPT.
000810 01  RPT-LINE             PIC X(80).
000820 SD  SORT-FILE.
000830 01  SORT-RECORD.
000840     05  SORT-ACCT-NO         PIC 9(08).
000850     05  SORT-SEQ-NO          PIC 9(09).
000860     05  SORT-AMOUNT          PIC S9(7)V99.
000870     05  SORT-BALANCE         PIC S9(9)V99.
000880 WORKING-STORAGE SECTION.
000890 01  WRK-XN-00001         PIC X(01) VALUE SPACE.
000900 01  WRK-RUN-MODE          PIC X(01) VALUE "*".
000910 01  WRK-LEDG-STATUS       PIC X(02) VALUE "00".
000920 01  WRK-LEDGO-STATUS      PIC X(02) VALUE "00".
000930 01  WRK-LHIST-STATUS      PIC X(02) VALUE "00".
000940 01  WRK-CLSD-STATUS       PIC X(02) VALUE "00".
000950 01  WRK-ACCT-STATUS       PIC X(02) VALUE "00".
000960 01  WRK-SYSIN-STATUS      PIC X(02) VALUE "00".
000970 01  WRK-RPT-STATUS        PIC X(02) VALUE "00".
000980 01  WRK-IO-ERROR-SW       PIC X(01) VALUE "N".
000990     88  WRK-IO-ERROR-FOUND           VALUE "Y".
001000 01  WRK-PARM-ERROR-SW     PIC X(01) VALUE "N".
001010     88  WRK-PARM-ERROR               VALUE "Y".
001020 01  WRK-PROOF-ERROR-SW    PIC X(01) VALUE "N".
001030     88  WRK-PROOF-ERROR              VALUE "Y".
001040 01  WRK-RPT-OPEN-SW       PIC X(01) VALUE "Y".
001050     88  WRK-RPT-OPEN-OK              VALUE "Y".
001060 01  WRK-LEDGO-OPEN-SW     PIC X(01) VALUE "N".
001070     88  WRK-LEDGO-OPEN-OK            VALUE "Y".
001080 01  WRK-LHIST-OPEN-SW     PIC X(01) VALUE "N".
001090     88  WRK-LHIST-OPEN-OK            VALUE "Y".
001100 01  WRK-ACCT-OPEN-SW      PIC X(01) VALUE "N".
001110     88  WRK-ACCT-OPEN-OK             VALUE "Y".
001120 01  WRK-LEDG-EOF-SW       PIC X(01) VALUE "N".
001130     88  WRK-LEDG-EOF                 VALUE "Y".
001140 01  WRK-LEDGO-EOF-SW      PIC X(01) VALUE "N".
001150     88  WRK-LEDGO-EOF                VALUE "Y".
001160 01  WRK-CLSD-EOF-SW       PIC X(01) VALUE "N".
001170     88  WRK-CLSD-EOF                 VALUE "Y".
001180 01  WRK-SORT-EOF-SW       PIC X(01) VALUE "N".
001190     88  WRK-SORT-EOF                 VALUE "Y".
001200 01  WRK-ON-MASTER-SW      PIC X(01) VALUE "N".
001210     88  WRK-ON-MASTER                VALUE "Y".
001220 01  WRK-OPENING-TXN-ID    PIC X(10) VALUE "*OPENBAL*".
001230 01  WRK-CURRENT-DATE      PIC X(21) VALUE SPACES.
001240 01  WRK-RUN-DATE-CCYYMMDD PIC 9(8) VALUE 0.
001250 01  WRK-CLOSE-PERIOD      PIC 9(6) VALUE 0.
001260 01  WRK-CLOSE-PERIOD-X REDEFINES WRK-CLOSE-PERIOD.
001270     05  WRK-CLOSE-CCYY        PIC 9(4).
001280     05  WRK-CLOSE-MM          PIC 9(2).
001290 01  WRK-LAST-CLOSED       PIC 9(6) VALUE 0.
001300 01  WRK-OPEN-DATE         PIC 9(8) VALUE 0.
001310 01  WRK-OPEN-DATE-X REDEFINES WRK-OPEN-DATE.
001320     05  WRK-OPEN-CCYY         PIC 9(4).
001330     05  WRK-OPEN-MM           PIC 9(2).
001340     05  WRK-OPEN-DD           PIC 9(2).
001350 01  WRK-RPT-FILENAME      PIC X(40) VALUE SPACES.
001360 01  WRK-LHIST-FILENAME    PIC X(40) VALUE SPACES.
001370 01  WRK-SEQ-NO            PIC 9(9) VALUE 0.
001380 01  WRK-CURR-ACCT-NO      PIC 9(8) VALUE 0.
001390 01  WRK-ACCT-ENTRY-CNT    PIC 9(9) VALUE 0.
001400 01  WRK-PERIOD-OPENING    PIC S9(9)V99 VALUE 0.
001410 01  WRK-PERIOD-ACTIVITY   PIC S9(11)V99 VALUE 0.
001420 01  WRK-PERIOD-CLOSING    PIC S9(9)V99 VALUE 0.
001430 01  WRK-PERIOD-EXPECTED   PIC S9(11)V99 VALUE 0.
001440 01  WRK-ACCT-TAG          PIC X(12) VALUE SPACES.
001450 01  WRK-LEDG-READ-CNT     PIC 9(9) VALUE 0.
001460 01  WRK-HIST-CNT          PIC 9(9) VALUE 0.
001470 01  WRK-LATER-CNT         PIC 9(9) VALUE 0.
001480 01  WRK-BAD-CNT           PIC 9(9) VALUE 0.
001490 01  WRK-ACCT-CNT          PIC 9(7) VALUE 0.
001500 01  WRK-CARRIED-CNT       PIC 9(7) VALUE 0.
001510 01  WRK-DROPPED-CNT       PIC 9(7) VALUE 0.
001520 01  WRK-OUT-OF-BAL-CNT    PIC 9(7) VALUE 0.
001530 01  WRK-NOT-ON-MST-CNT    PIC 9(7) VALUE 0.
001540 01  WRK-CLOSING-TOTAL     PIC S9(13)V99 VALUE 0.
001550 01  WRK-CARRIED-TOTAL     PIC S9(13)V99 VALUE 0.
001560 01  WRK-PROOF-OPEN-CNT    PIC 9(9) VALUE 0.
001570 01  WRK-PROOF-OTHER-CNT   PIC 9(9) VALUE 0.
001580 01  WRK-PROOF-OPEN-TOTAL  PIC S9(13)V99 VALUE 0.
001590 01  WRK-BAL-EDIT          PIC -(9)9.99 VALUE ZERO.
001600 01  WRK-ACT-EDIT          PIC -(10)9.99 VALUE ZERO.
001610 01  WRK-CF-EDIT           PIC -(9)9.99 VALUE ZERO.
001620 01  WRK-TOT-EDIT          PIC -(12)9.99 VALUE ZERO.
001630 01  WRK-TOT2-EDIT         PIC -(12)9.99 VALUE ZERO.
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660     COPY WRKINIT REPLACING WRKI-FLAG-FIELD BY WRK-XN-00001
001670         WRKI-FLAG-VALUE BY WRK-RUN-MODE
001680         WRKI-TRUE-PARA BY 1000-ANNOUNCE-START.
001690     PERFORM 0100-INITIALIZE
001700     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
001710         SORT SORT-FILE ON ASCENDING KEY SORT-ACCT-NO SORT-SEQ-NO
001720             INPUT PROCEDURE IS 2000-SPLIT-LEDGER
001730             OUTPUT PROCEDURE IS 3000-CARRY-FORWARD
001740     END-IF
001750     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
001760         PERFORM 4000-COPY-LATER-ENTRIES
001770     END-IF
001780     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
001790         PERFORM 5000-PROVE-NEW-LEDGER
001800     END-IF
001810     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
001820      AND NOT WRK-PROOF-ERROR
001830         PERFORM 6000-MARK-PERIOD-CLOSED
001840     END-IF
001850     PERFORM 9000-TERMINATE
001860     STOP RUN.
001870
001880 1000-ANNOUNCE-START.
001890     DISPLAY "LEDGCLOS LEDGER PERIOD CLOSE STARTING".
001900
001910 0100-INITIALIZE.
001920     MOVE FUNCTION CURRENT-DATE TO WRK-CURRENT-DATE
001930     MOVE WRK-CURRENT-DATE (1:8) TO WRK-RUN-DATE-CCYYMMDD
001940     PERFORM 0110-READ-SYSIN-PARM
001950     IF NOT WRK-PARM-ERROR
001960         PERFORM 0120-LOAD-LAST-CLOSED
001970     END-IF
001980     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
001990         PERFORM 0130-CHECK-CLOSE-PERIOD
002000     END-IF
002010     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
002020     MOVE WRK-CLOSE-CCYY TO WRK-OPEN-CCYY
002030     MOVE WRK-CLOSE-MM TO WRK-OPEN-MM
002040     MOVE 1 TO WRK-OPEN-DD
002050     IF WRK-OPEN-MM = 12
002060         ADD 1 TO WRK-OPEN-CCYY
002070         MOVE 1 TO WRK-OPEN-MM
002080     ELSE
002090         ADD 1 TO WRK-OPEN-MM
002100     END-IF
002110     STRING "CLOSE.RPT." WRK-CLOSE-PERIOD DELIMITED BY SIZE
002120         INTO WRK-RPT-FILENAME
002130     STRING "LEDGHIST." WRK-CLOSE-PERIOD DELIMITED BY SIZE
002140         INTO WRK-LHIST-FILENAME
002150     OPEN OUTPUT CLOSE-RPT
002160     IF WRK-RPT-STATUS NOT = "00"
002170         DISPLAY "ERROR OPENING CLOSE-RPT, STATUS=" WRK-RPT-STATUS
002180         MOVE "N" TO WRK-RPT-OPEN-SW
002190         MOVE "Y" TO WRK-IO-ERROR-SW
002200     ELSE
002210         PERFORM 0140-WRITE-REPORT-HEADER
002220     END-IF
002230     OPEN OUTPUT LEDGER-HIST
002240     IF WRK-LHIST-STATUS NOT = "00"
002250         DISPLAY "ERROR OPENING LEDGER-HIST " WRK-LHIST-FILENAME
002260             " STATUS=" WRK-LHIST-STATUS
002270         MOVE "Y" TO WRK-IO-ERROR-SW
002280     ELSE
002290         MOVE "Y" TO WRK-LHIST-OPEN-SW
002300     END-IF
002310     OPEN OUTPUT LEDGER-OUT
002320     IF WRK-LEDGO-STATUS NOT = "00"
002330         DISPLAY "ERROR OPENING LEDGER-OUT, STATUS="
002340             WRK-LEDGO-STATUS
002350         MOVE "Y" TO WRK-IO-ERROR-SW
002360     ELSE
002370         MOVE "Y" TO WRK-LEDGO-OPEN-SW
002380     END-IF
002390     OPEN INPUT ACCT-MASTER-FILE
002400     IF WRK-ACCT-STATUS NOT = "00"
002410         DISPLAY "ERROR OPENING ACCT-MASTER-FILE, STATUS="
002420             WRK-ACCT-STATUS
002430         MOVE "Y" TO WRK-IO-ERROR-SW
002440     ELSE
002450         MOVE "Y" TO WRK-ACCT-OPEN-SW
002460     END-IF
002470     ELSE
002480         MOVE "N" TO WRK-RPT-OPEN-SW
002490     END-IF.
002500
002510 0110-READ-SYSIN-PARM.
002520     OPEN INPUT PARM-FILE
002530     IF WRK-SYSIN-STATUS = "00"
002540     READ PARM-FILE
002550         AT END
002560             SET WRK-PARM-ERROR TO TRUE
002570         NOT AT END
002580             IF SYSIN-CLOSE-PERIOD NUMERIC
002590                 MOVE SYSIN-CLOSE-PERIOD TO WRK-CLOSE-PERIOD
002600             ELSE
002610                 SET WRK-PARM-ERROR TO TRUE
002620             END-IF
002630     END-READ
002640     ELSE
002650         SET WRK-PARM-ERROR TO TRUE
002660     END-IF
002670     CLOSE PARM-FILE
002680     IF NOT WRK-PARM-ERROR
002690     IF WRK-CLOSE-MM < 1 OR WRK-CLOSE-MM > 12
002700         SET WRK-PARM-ERROR TO TRUE
002710     END-IF
002720     END-IF
002730     IF WRK-PARM-ERROR
002740         DISPLAY "LEDGCLOS PARM ERROR: SYSIN MUST CARRY THE "
002750             "PERIOD TO CLOSE AS CCYYMM"
002760     END-IF.
002770
002780 0120-LOAD-LAST-CLOSED.
002790     OPEN INPUT CLOSED-FILE
002792     IF WRK-CLSD-STATUS NOT = "00" AND
002794        WRK-CLSD-STATUS NOT = "05"
002796         DISPLAY "ERROR OPENING CLOSED-FILE, STATUS="
002798             WRK-CLSD-STATUS
002800         MOVE "Y" TO WRK-IO-ERROR-SW
002802     ELSE
002810     PERFORM UNTIL WRK-CLSD-EOF
002820         READ CLOSED-FILE
002830             AT END
002840                 SET WRK-CLSD-EOF TO TRUE
002850             NOT AT END
002860                 IF CLSD-PERIOD NUMERIC
002870                  AND CLSD-PERIOD > WRK-LAST-CLOSED
002880                     MOVE CLSD-PERIOD TO WRK-LAST-CLOSED
002890                 END-IF
002900         END-READ
002910     END-PERFORM
002920     CLOSE CLOSED-FILE
002930     END-IF.
002940
002950 0130-CHECK-CLOSE-PERIOD.
002960     IF WRK-CLOSE-PERIOD NOT < WRK-RUN-DATE-CCYYMMDD (1:6)
002970         DISPLAY "LEDGCLOS: PERIOD " WRK-CLOSE-PERIOD
002980             " HAS NOT ENDED, CLOSE REFUSED"
002990         SET WRK-PARM-ERROR TO TRUE
003000     ELSE
003010     IF WRK-CLOSE-PERIOD NOT > WRK-LAST-CLOSED
003020         DISPLAY "LEDGCLOS: PERIOD " WRK-CLOSE-PERIOD
003030             " IS NOT AFTER THE LAST CLOSED PERIOD "
003040             WRK-LAST-CLOSED ", CLOSE REFUSED"
003050         SET WRK-PARM-ERROR TO TRUE
003060     END-IF
003070     END-IF.
003080
003090 0140-WRITE-REPORT-HEADER.
003100     MOVE SPACES TO RPT-LINE
003110     STRING "LEDGER PERIOD CLOSE  PERIOD " WRK-CLOSE-PERIOD
003120         "  RUN DATE " WRK-RUN-DATE-CCYYMMDD
003130         DELIMITED BY SIZE INTO RPT-LINE
003140     WRITE RPT-LINE
003150     MOVE SPACES TO RPT-LINE
003160     STRING "PERIOD HISTORY ON " WRK-LHIST-FILENAME
003170         DELIMITED BY SIZE INTO RPT-LINE
003180     WRITE RPT-LINE
003190     MOVE SPACES TO RPT-LINE
003200     STRING "OPENING BALANCES DATED " WRK-OPEN-DATE
003210         " (NEW LEDGER ON ACCTLEDGO)"
003220         DELIMITED BY SIZE INTO RPT-LINE
003230     WRITE RPT-LINE
003240     MOVE SPACES TO RPT-LINE
003250     WRITE RPT-LINE
003260     MOVE SPACES TO RPT-LINE
003270     STRING "ACCOUNT    PERIOD OPEN      ACTIVITY      CLOSING"
003280         "   CARRIED FWD"
003290         DELIMITED BY SIZE INTO RPT-LINE
003300     WRITE RPT-LINE.
003310
003320 2000-SPLIT-LEDGER.
003330     OPEN INPUT LEDGER-FILE
003340     IF WRK-LEDG-STATUS NOT = "00"
003350         DISPLAY "LEDGCLOS: LEDGER FILE ACCTLEDG NOT AVAILABLE, "
003356             "STATUS=" WRK-LEDG-STATUS ", CLOSE REFUSED"
003362         MOVE "Y" TO WRK-IO-ERROR-SW
003370     ELSE
003380     PERFORM UNTIL WRK-LEDG-EOF OR WRK-IO-ERROR-FOUND
003385                OR WRK-PARM-ERROR
003390         READ LEDGER-FILE
003400             AT END
003410                 SET WRK-LEDG-EOF TO TRUE
003420             NOT AT END
003430                 ADD 1 TO WRK-LEDG-READ-CNT
003440                 PERFORM 2100-SPLIT-ONE-ENTRY
003450         END-READ
003460     END-PERFORM
003470     CLOSE LEDGER-FILE
003480     END-IF.
003490
003500 2100-SPLIT-ONE-ENTRY.
003510     IF LEDG-ACCT-NO NOT NUMERIC
003520      OR LEDG-RUN-DATE NOT NUMERIC
003530      OR LEDG-AMOUNT NOT NUMERIC
003540      OR LEDG-BALANCE NOT NUMERIC
003550         ADD 1 TO WRK-BAD-CNT
003551     ELSE
003552     IF LEDG-RUN-DATE (1:6) NOT > WRK-LAST-CLOSED
003553         DISPLAY "LEDGCLOS: ACCTLEDG STILL HOLDS ENTRIES FROM "
003554             "CLOSED PERIOD " WRK-LAST-CLOSED
003555         DISPLAY "LEDGCLOS: PREVIOUS ACCTLEDGO HAS NOT BEEN "
003556             "INSTALLED, CLOSE REFUSED"
003557         SET WRK-PARM-ERROR TO TRUE
003558         IF WRK-RPT-OPEN-OK
003559             MOVE SPACES TO RPT-LINE
003560             STRING "ACCTLEDG HOLDS ENTRIES OF CLOSED PERIOD "
003561                 WRK-LAST-CLOSED
003562                 " - INSTALL PREVIOUS ACCTLEDGO FIRST"
003563                 DELIMITED BY SIZE INTO RPT-LINE
003564             WRITE RPT-LINE
003565         END-IF
003566     ELSE
003570     IF LEDG-RUN-DATE (1:6) NOT > WRK-CLOSE-PERIOD
003580         MOVE LEDGER-RECORD TO LEDGER-HIST-RECORD
003590         WRITE LEDGER-HIST-RECORD
003600         IF WRK-LHIST-STATUS NOT = "00"
003610             DISPLAY "ERROR WRITING LEDGER-HIST, STATUS="
003620                 WRK-LHIST-STATUS
003630             MOVE "Y" TO WRK-IO-ERROR-SW
003640         ELSE
003650             ADD 1 TO WRK-HIST-CNT
003660             ADD 1 TO WRK-SEQ-NO
003670             MOVE LEDG-ACCT-NO TO SORT-ACCT-NO
003680             MOVE WRK-SEQ-NO TO SORT-SEQ-NO
003690             MOVE LEDG-AMOUNT TO SORT-AMOUNT
003700             MOVE LEDG-BALANCE TO SORT-BALANCE
003710             RELEASE SORT-RECORD
003720         END-IF
003730     END-IF
003735     END-IF
003740     END-IF.
003750
003760 3000-CARRY-FORWARD.
003770     PERFORM 3100-RETURN-NEXT-ENTRY
003780     PERFORM UNTIL WRK-SORT-EOF OR WRK-IO-ERROR-FOUND
003785                OR WRK-PARM-ERROR
003790         PERFORM 3200-CLOSE-ONE-ACCOUNT
003800     END-PERFORM.
003810
003820 3100-RETURN-NEXT-ENTRY.
003830     RETURN SORT-FILE
003840         AT END
003850             SET WRK-SORT-EOF TO TRUE
003860     END-RETURN.
003870
003880 3200-CLOSE-ONE-ACCOUNT.
003890     MOVE SORT-ACCT-NO TO WRK-CURR-ACCT-NO
003900     ADD 1 TO WRK-ACCT-CNT
003910     MOVE 0 TO WRK-ACCT-ENTRY-CNT
003920     MOVE 0 TO WRK-PERIOD-ACTIVITY
003930     COMPUTE WRK-PERIOD-OPENING = SORT-BALANCE - SORT-AMOUNT
003940     PERFORM UNTIL WRK-SORT-EOF
003950            OR SORT-ACCT-NO NOT = WRK-CURR-ACCT-NO
003960         ADD 1 TO WRK-ACCT-ENTRY-CNT
003970         ADD SORT-AMOUNT TO WRK-PERIOD-ACTIVITY
003980         MOVE SORT-BALANCE TO WRK-PERIOD-CLOSING
003990         PERFORM 3100-RETURN-NEXT-ENTRY
004000     END-PERFORM
004010     ADD WRK-PERIOD-CLOSING TO WRK-CLOSING-TOTAL
004020     MOVE SPACES TO WRK-ACCT-TAG
004030     COMPUTE WRK-PERIOD-EXPECTED =
004040         WRK-PERIOD-OPENING + WRK-PERIOD-ACTIVITY
004050     IF WRK-PERIOD-EXPECTED NOT = WRK-PERIOD-CLOSING
004060         MOVE "OUT OF BAL" TO WRK-ACCT-TAG
004070         ADD 1 TO WRK-OUT-OF-BAL-CNT
004080     END-IF
004090     MOVE WRK-CURR-ACCT-NO TO ACCT-NO
004100     MOVE "Y" TO WRK-ON-MASTER-SW
004110     READ ACCT-MASTER-FILE
004120         INVALID KEY
004130             MOVE "N" TO WRK-ON-MASTER-SW
004140     END-READ
004150     IF NOT WRK-ON-MASTER AND WRK-PERIOD-CLOSING = 0
004160         MOVE "NOT CARRIED" TO WRK-ACCT-TAG
004170         ADD 1 TO WRK-DROPPED-CNT
004180     ELSE
004190         IF NOT WRK-ON-MASTER
004200             ADD 1 TO WRK-NOT-ON-MST-CNT
004210             IF WRK-ACCT-TAG = SPACES
004220                 MOVE "NOT ON MST" TO WRK-ACCT-TAG
004230             END-IF
004240         END-IF
004250         PERFORM 3300-WRITE-OPENING-BALANCE
004260     END-IF
004270     PERFORM 3400-WRITE-CONTROL-LINE.
004280
004290 3300-WRITE-OPENING-BALANCE.
004300     MOVE SPACES TO LEDGER-OUT-RECORD
004310     MOVE WRK-CURR-ACCT-NO TO LDGO-ACCT-NO
004320     MOVE WRK-OPEN-DATE TO LDGO-RUN-DATE
004330     MOVE WRK-OPENING-TXN-ID TO LDGO-TXN-ID
004340     MOVE 0 TO LDGO-AMOUNT
004350     MOVE WRK-PERIOD-CLOSING TO LDGO-BALANCE
004360     WRITE LEDGER-OUT-RECORD
004370     IF WRK-LEDGO-STATUS NOT = "00"
004380         DISPLAY "ERROR WRITING LEDGER-OUT, STATUS="
004390             WRK-LEDGO-STATUS
004400         MOVE "Y" TO WRK-IO-ERROR-SW
004410     ELSE
004420         ADD 1 TO WRK-CARRIED-CNT
004430         ADD LDGO-BALANCE TO WRK-CARRIED-TOTAL
004440     END-IF.
004450
004460 3400-WRITE-CONTROL-LINE.
004470     IF WRK-RPT-OPEN-OK
004480         MOVE WRK-PERIOD-OPENING TO WRK-BAL-EDIT
004490         MOVE WRK-PERIOD-ACTIVITY TO WRK-ACT-EDIT
004500         MOVE WRK-PERIOD-CLOSING TO WRK-CF-EDIT
004510         MOVE SPACES TO RPT-LINE
004520         STRING WRK-CURR-ACCT-NO " " WRK-BAL-EDIT WRK-ACT-EDIT
004530             WRK-CF-EDIT DELIMITED BY SIZE INTO RPT-LINE
004540         IF WRK-ACCT-TAG NOT = "NOT CARRIED"
004550             MOVE WRK-CF-EDIT TO RPT-LINE (51:13)
004560         END-IF
004570         MOVE WRK-ACCT-TAG TO RPT-LINE (66:12)
004580         WRITE RPT-LINE
004590     END-IF.
004600
004610 4000-COPY-LATER-ENTRIES.
004620     MOVE "N" TO WRK-LEDG-EOF-SW
004630     OPEN INPUT LEDGER-FILE
004640     IF WRK-LEDG-STATUS = "00"
004650     PERFORM UNTIL WRK-LEDG-EOF OR WRK-IO-ERROR-FOUND
004660         READ LEDGER-FILE
004670             AT END
004680                 SET WRK-LEDG-EOF TO TRUE
004690             NOT AT END
004700                 PERFORM 4100-COPY-ONE-ENTRY
004710         END-READ
004720     END-PERFORM
004730     END-IF
004740     CLOSE LEDGER-FILE
004750     CLOSE LEDGER-OUT
004760     MOVE "N" TO WRK-LEDGO-OPEN-SW.
004770
004780 4100-COPY-ONE-ENTRY.
004790     IF LEDG-ACCT-NO NUMERIC
004800      AND LEDG-RUN-DATE NUMERIC
004810      AND LEDG-AMOUNT NUMERIC
004820      AND LEDG-BALANCE NUMERIC
004830      AND LEDG-RUN-DATE (1:6) NOT > WRK-CLOSE-PERIOD
004840         CONTINUE
004850     ELSE
004860         MOVE LEDGER-RECORD TO LEDGER-OUT-RECORD
004870         WRITE LEDGER-OUT-RECORD
004880         IF WRK-LEDGO-STATUS NOT = "00"
004890             DISPLAY "ERROR WRITING LEDGER-OUT, STATUS="
004900                 WRK-LEDGO-STATUS
004910             MOVE "Y" TO WRK-IO-ERROR-SW
004920         ELSE
004930             ADD 1 TO WRK-LATER-CNT
004940         END-IF
004950     END-IF.
004960
004970 5000-PROVE-NEW-LEDGER.
004980     OPEN INPUT LEDGER-OUT
004990     IF WRK-LEDGO-STATUS NOT = "00"
005000         DISPLAY "ERROR REOPENING LEDGER-OUT, STATUS="
005010             WRK-LEDGO-STATUS
005020         MOVE "Y" TO WRK-IO-ERROR-SW
005030     ELSE
005040     PERFORM UNTIL WRK-LEDGO-EOF
005050         READ LEDGER-OUT
005060             AT END
005070                 SET WRK-LEDGO-EOF TO TRUE
005080             NOT AT END
005090                 IF LDGO-TXN-ID = WRK-OPENING-TXN-ID
005100                  AND LDGO-RUN-DATE = WRK-OPEN-DATE
005110                     ADD 1 TO WRK-PROOF-OPEN-CNT
005120                     ADD LDGO-BALANCE TO WRK-PROOF-OPEN-TOTAL
005130                 ELSE
005140                     ADD 1 TO WRK-PROOF-OTHER-CNT
005150                 END-IF
005160         END-READ
005170     END-PERFORM
005180     CLOSE LEDGER-OUT
005190     END-IF
005200     IF WRK-PROOF-OPEN-CNT NOT = WRK-CARRIED-CNT
005210      OR WRK-PROOF-OPEN-TOTAL NOT = WRK-CLOSING-TOTAL
005220      OR WRK-PROOF-OTHER-CNT NOT = WRK-LATER-CNT
005230      OR WRK-LEDG-READ-CNT NOT = WRK-HIST-CNT + WRK-LATER-CNT
005240         SET WRK-PROOF-ERROR TO TRUE
005250     END-IF
005260     PERFORM 5100-WRITE-PROOF-LINES.
005270
005280 5100-WRITE-PROOF-LINES.
005290     IF WRK-RPT-OPEN-OK
005300         MOVE SPACES TO RPT-LINE
005310         WRITE RPT-LINE
005320         MOVE WRK-CLOSING-TOTAL TO WRK-TOT-EDIT
005330         MOVE WRK-PROOF-OPEN-TOTAL TO WRK-TOT2-EDIT
005340         MOVE SPACES TO RPT-LINE
005350         STRING "TOTAL CLOSING " WRK-TOT-EDIT
005360             "  TOTAL CARRIED FWD " WRK-TOT2-EDIT
005370             DELIMITED BY SIZE INTO RPT-LINE
005380         WRITE RPT-LINE
005390         MOVE SPACES TO RPT-LINE
005400         STRING "LEDGER READ=" WRK-LEDG-READ-CNT
005410             " TO HISTORY=" WRK-HIST-CNT
005420             " KEPT=" WRK-LATER-CNT
005430             DELIMITED BY SIZE INTO RPT-LINE
005440         WRITE RPT-LINE
005450         MOVE SPACES TO RPT-LINE
005460         STRING "NEW LEDGER OPENING RECORDS=" WRK-PROOF-OPEN-CNT
005470             " OTHER RECORDS=" WRK-PROOF-OTHER-CNT
005480             DELIMITED BY SIZE INTO RPT-LINE
005490         WRITE RPT-LINE
005500         IF WRK-BAD-CNT > 0
005510             MOVE SPACES TO RPT-LINE
005520             STRING "UNREADABLE LEDGER RECORDS KEPT ON NEW "
005530                 "LEDGER="
005540                 WRK-BAD-CNT
005550                 DELIMITED BY SIZE INTO RPT-LINE
005560             WRITE RPT-LINE
005570         END-IF
005580         MOVE SPACES TO RPT-LINE
005590         IF WRK-PROOF-ERROR
005600             STRING "*** PROOF FAILED - PERIOD NOT MARKED "
005610                 "CLOSED ***"
005620                 DELIMITED BY SIZE INTO RPT-LINE
005630         ELSE
005640             STRING "PROOF OK - CLOSING BALANCES EQUAL OPENING "
005650                 "BALANCES CARRIED FORWARD"
005660                 DELIMITED BY SIZE INTO RPT-LINE
005670         END-IF
005680         WRITE RPT-LINE
005690     END-IF.
005700
005710 6000-MARK-PERIOD-CLOSED.
005720     OPEN EXTEND CLOSED-FILE
005730     IF WRK-CLSD-STATUS NOT = "00" AND
005740        WRK-CLSD-STATUS NOT = "05"
005750         DISPLAY "ERROR OPENING CLOSED-FILE, STATUS="
005760             WRK-CLSD-STATUS
005770         MOVE "Y" TO WRK-IO-ERROR-SW
005780     ELSE
005790         MOVE SPACES TO CLOSED-RECORD
005800         MOVE WRK-CLOSE-PERIOD TO CLSD-PERIOD
005810         MOVE WRK-RUN-DATE-CCYYMMDD TO CLSD-CLOSE-DATE
005820         MOVE WRK-HIST-CNT TO CLSD-HIST-CNT
005830         MOVE WRK-CARRIED-CNT TO CLSD-OPENING-CNT
005840         MOVE WRK-LATER-CNT TO CLSD-CARRIED-CNT
005850         WRITE CLOSED-RECORD
005860         IF WRK-CLSD-STATUS NOT = "00"
005870             DISPLAY "ERROR WRITING CLOSED-FILE, STATUS="
005880                 WRK-CLSD-STATUS
005890             MOVE "Y" TO WRK-IO-ERROR-SW
005900         END-IF
005910         CLOSE CLOSED-FILE
005920     END-IF.
005930
005940 9000-TERMINATE.
005950     IF WRK-LHIST-OPEN-OK
005960         CLOSE LEDGER-HIST
005970     END-IF
005980     IF WRK-LEDGO-OPEN-OK
005990         CLOSE LEDGER-OUT
006000     END-IF
006010     IF WRK-ACCT-OPEN-OK
006020         CLOSE ACCT-MASTER-FILE
006030     END-IF
006040     DISPLAY "LEDGCLOS LEDGER READ=" WRK-LEDG-READ-CNT
006050         " TO HISTORY=" WRK-HIST-CNT
006060         " KEPT=" WRK-LATER-CNT
006070     DISPLAY "LEDGCLOS ACCOUNTS=" WRK-ACCT-CNT
006080         " CARRIED=" WRK-CARRIED-CNT
006090         " NOT CARRIED=" WRK-DROPPED-CNT
006100         " OUT OF BAL=" WRK-OUT-OF-BAL-CNT
006110     IF WRK-RPT-OPEN-OK
006120         MOVE SPACES TO RPT-LINE
006130         WRITE RPT-LINE
006140         MOVE SPACES TO RPT-LINE
006150         STRING "ACCOUNTS=" WRK-ACCT-CNT
006160             " CARRIED=" WRK-CARRIED-CNT
006170             " NOT CARRIED=" WRK-DROPPED-CNT
006180             " NOT ON MST=" WRK-NOT-ON-MST-CNT
006190             DELIMITED BY SIZE INTO RPT-LINE
006200         WRITE RPT-LINE
006210         MOVE SPACES TO RPT-LINE
006220         STRING "OUT OF BAL=" WRK-OUT-OF-BAL-CNT
006230             DELIMITED BY SIZE INTO RPT-LINE
006240         WRITE RPT-LINE
006250         MOVE SPACES TO RPT-LINE
006260         STRING "END OF REPORT" DELIMITED BY SIZE INTO RPT-LINE
006270         WRITE RPT-LINE
006280         CLOSE CLOSE-RPT
006290     END-IF
006300     IF WRK-IO-ERROR-FOUND
006310         MOVE 16 TO RETURN-CODE
006320     ELSE
006330     IF WRK-PARM-ERROR OR WRK-PROOF-ERROR
006340         MOVE 12 TO RETURN-CODE
006350     ELSE
006360     IF WRK-OUT-OF-BAL-CNT > 0 OR WRK-BAD-CNT > 0
006370         MOVE 8 TO RETURN-CODE
006380     ELSE
006390         MOVE 0 TO RETURN-CODE
006400     END-IF
006410     END-IF
006420     END-IF.
