000010 Identification Division.
000020 Program-ID.
000030  BALPROOF.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ACCTLEDG"
000080     ORGANIZATION LINE SEQUENTIAL
000090     FILE STATUS IS WRK-LEDG-STATUS.
000100     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
000110     ORGANIZATION INDEXED
000120     ACCESS SEQUENTIAL
000130     RECORD KEY IS ACCT-NO
000140     FILE STATUS IS WRK-ACCT-STATUS.
000150     SELECT OPTIONAL ALERT-FILE ASSIGN TO "OPSALERT"
000160     ORGANIZATION LINE SEQUENTIAL
000170     FILE STATUS IS WRK-ALERT-STATUS.
000180     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000190     ORGANIZATION LINE SEQUENTIAL
000200     FILE STATUS IS WRK-SYSIN-STATUS.
000210     SELECT PROOF-RPT ASSIGN DYNAMIC WRK-RPT-FILENAME
000220     ORGANIZATION LINE SEQUENTIAL
000230     FILE STATUS IS WRK-RPT-STATUS.
000240     SELECT SORT-FILE ASSIGN TO "SORTWK".
000250 DATA DIVISION.
000260 FILE SECTION.
000270 FD  LEDGER-FILE.
000280 01  LEDGER-RECORD.
000290     05  LEDG-ACCT-NO         PIC 9(08).
000300     05  LEDG-RUN-DATE        PIC 9(08).
000310     05  LEDG-TXN-ID          PIC X(10).
000320     05  LEDG-AMOUNT          PIC S9(7)V99
000330                              SIGN LEADING SEPARATE.
000340     05  LEDG-BALANCE         PIC S9(9)V99
000350                              SIGN LEADING SEPARATE.
000360     05  FILLER               PIC X(32).
000370 FD  ACCT-MASTER-FILE.
000380 01  ACCT-MASTER-RECORD.
000390     05  ACCT-NO              PIC 9(08).
000400     05  ACCT-NAME            PIC X(30).
000410     05  ACCT-BALANCE         PIC S9(9)V99 COMP-3.
000420     05  ACCT-LAST-ACTIVITY   PIC 9(08).
000430     05  ACCT-MIN-BALANCE     PIC S9(9)V99 COMP-3.
000440     05  ACCT-TXN-LIMIT       PIC S9(7)V99 COMP-3.
000450     05  FILLER               PIC X(03).
000460 FD  ALERT-FILE.
000470 01  ALERT-RECORD.
000480     05  ALERT-SEVERITY       PIC X(04).
000490     05  ALERT-RUN-DATE       PIC 9(08).
000500     05  ALERT-CONDITION      PIC X(20).
000510     05  ALERT-READ-CNT       PIC 9(09).
000520     05  ALERT-PROCESSED-CNT  PIC 9(09).
000530     05  ALERT-REJECTED-CNT   PIC 9(09).
000540     05  FILLER               PIC X(21).
000550 FD  PARM-FILE.
000560 01  SYSIN-RECORD.
000570     05  SYSIN-BUS-DATE       PIC X(08).
000580     05  FILLER               PIC X(72).
000590 FD  PROOF-RPT.
000600 01  RPT-LINE             PIC X(80).
000610 SD  SORT-FILE.
000620 01  SORT-RECORD.
000630     05  SORT-ACCT-NO         PIC 9(08).
000640     05  SORT-SEQ-NO          PIC 9(09).
000650     05  SORT-AMOUNT          PIC S9(7)V99.
000660     05  SORT-BALANCE         PIC S9(9)V99.
000670 WORKING-STORAGE SECTION.
000680 01  WRK-XN-00001         PIC X(01) VALUE SPACE.
000690 01  WRK-RUN-MODE          PIC X(01) VALUE "*".
000700 01  WRK-LEDG-STATUS       PIC X(02) VALUE "00".
000710 01  WRK-ACCT-STATUS       PIC X(02) VALUE "00".
000720 01  WRK-ALERT-STATUS      PIC X(02) VALUE "00".
000730 01  WRK-SYSIN-STATUS      PIC X(02) VALUE "00".
000740 01  WRK-RPT-STATUS        PIC X(02) VALUE "00".
000750 01  WRK-IO-ERROR-SW       PIC X(01) VALUE "N".
000760     88  WRK-IO-ERROR-FOUND           VALUE "Y".
000770 01  WRK-PARM-ERROR-SW     PIC X(01) VALUE "N".
000780     88  WRK-PARM-ERROR               VALUE "Y".
000790 01  WRK-RPT-OPEN-SW       PIC X(01) VALUE "Y".
000800     88  WRK-RPT-OPEN-OK              VALUE "Y".
000810 01  WRK-ALERT-OPEN-SW     PIC X(01) VALUE "N".
000820     88  WRK-ALERT-OPEN-OK            VALUE "Y".
000830 01  WRK-LEDG-EOF-SW       PIC X(01) VALUE "N".
000840     88  WRK-LEDG-EOF                 VALUE "Y".
000850 01  WRK-ACCT-EOF-SW       PIC X(01) VALUE "N".
000860     88  WRK-ACCT-EOF                 VALUE "Y".
000870 01  WRK-SORT-EOF-SW       PIC X(01) VALUE "N".
000880     88  WRK-SORT-EOF                 VALUE "Y".
000890 01  WRK-CURRENT-DATE      PIC X(21) VALUE SPACES.
000900 01  WRK-RUN-DATE-CCYYMMDD PIC 9(8) VALUE 0.
000910 01  WRK-BUS-DATE          PIC 9(8) VALUE 0.
000920 01  WRK-RPT-FILENAME      PIC X(40) VALUE SPACES.
000930 01  WRK-SEQ-NO            PIC 9(9) VALUE 0.
000940 01  WRK-ACCT-ENTRY-CNT    PIC 9(7) VALUE 0.
000950 01  WRK-OPEN-BALANCE      PIC S9(9)V99 VALUE 0.
000960 01  WRK-LAST-BALANCE      PIC S9(9)V99 VALUE 0.
000970 01  WRK-AMOUNT-SUM        PIC S9(11)V99 VALUE 0.
000980 01  WRK-CALC-BALANCE      PIC S9(11)V99 VALUE 0.
000990 01  WRK-ORPHAN-ACCT-NO    PIC 9(8) VALUE 0.
001000 01  WRK-LEDG-READ-CNT     PIC 9(7) VALUE 0.
001010 01  WRK-LEDG-BAD-CNT      PIC 9(7) VALUE 0.
001020 01  WRK-ACCT-CNT          PIC 9(7) VALUE 0.
001030 01  WRK-IN-BALANCE-CNT    PIC 9(7) VALUE 0.
001040 01  WRK-OUT-BALANCE-CNT   PIC 9(7) VALUE 0.
001050 01  WRK-ORPHAN-ACCT-CNT   PIC 9(7) VALUE 0.
001060 01  WRK-ORPHAN-ENTRY-CNT  PIC 9(7) VALUE 0.
001070 01  WRK-NO-LEDGER-CNT     PIC 9(7) VALUE 0.
001080 01  WRK-ALERT-CNT         PIC 9(5) VALUE 0.
001090 01  WRK-BAL-EDIT          PIC -(9)9.99 VALUE ZERO.
001100 01  WRK-LEDG-EDIT         PIC -(9)9.99 VALUE ZERO.
001110 01  WRK-CALC-EDIT         PIC -(9)9.99 VALUE ZERO.
001120 01  WRK-CNT-EDIT          PIC Z(6)9 VALUE ZERO.
001130 PROCEDURE DIVISION.
001140 0000-MAINLINE.
001150     COPY WRKINIT REPLACING WRKI-FLAG-FIELD BY WRK-XN-00001
001160         WRKI-FLAG-VALUE BY WRK-RUN-MODE
001170         WRKI-TRUE-PARA BY 1000-ANNOUNCE-START.
001180     PERFORM 0100-INITIALIZE
001190     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
001200         SORT SORT-FILE ON ASCENDING KEY SORT-ACCT-NO SORT-SEQ-NO
001210             INPUT PROCEDURE IS 2000-SORT-LEDGER-INPUT
001220             OUTPUT PROCEDURE IS 3000-PROVE-ACCOUNTS
001230     END-IF
001240     PERFORM 9000-TERMINATE
001250     STOP RUN.
001260
001270 1000-ANNOUNCE-START.
001280     DISPLAY "BALPROOF MASTER/LEDGER BALANCE PROOF STARTING".
001290
001300 0100-INITIALIZE.
001310     MOVE FUNCTION CURRENT-DATE TO WRK-CURRENT-DATE
001320     MOVE WRK-CURRENT-DATE (1:8) TO WRK-RUN-DATE-CCYYMMDD
001330     MOVE WRK-RUN-DATE-CCYYMMDD TO WRK-BUS-DATE
001340     PERFORM 0110-READ-SYSIN-PARM
001350     IF NOT WRK-PARM-ERROR
001360     STRING "PROOF.RPT." WRK-BUS-DATE DELIMITED BY SIZE
001370         INTO WRK-RPT-FILENAME
001380     OPEN OUTPUT PROOF-RPT
001390     IF WRK-RPT-STATUS NOT = "00"
001400         DISPLAY "ERROR OPENING PROOF-RPT, STATUS="
001410             WRK-RPT-STATUS
001420         MOVE "N" TO WRK-RPT-OPEN-SW
001430         MOVE "Y" TO WRK-IO-ERROR-SW
001440     ELSE
001450         PERFORM 0140-WRITE-REPORT-HEADER
001460     END-IF
001470     OPEN EXTEND ALERT-FILE
001480     IF WRK-ALERT-STATUS NOT = "00" AND
001490        WRK-ALERT-STATUS NOT = "05"
001500         DISPLAY "ERROR OPENING ALERT-FILE, STATUS="
001510             WRK-ALERT-STATUS
001520         MOVE "Y" TO WRK-IO-ERROR-SW
001530     ELSE
001540         MOVE "Y" TO WRK-ALERT-OPEN-SW
001550     END-IF
001560     ELSE
001570         MOVE "N" TO WRK-RPT-OPEN-SW
001580     END-IF.
001590
001600 0110-READ-SYSIN-PARM.
001610     OPEN INPUT PARM-FILE
001620     IF WRK-SYSIN-STATUS = "00"
001630     READ PARM-FILE
001640         AT END
001650             CONTINUE
001660         NOT AT END
001670             IF SYSIN-BUS-DATE NUMERIC
001680                 MOVE SYSIN-BUS-DATE TO WRK-BUS-DATE
001690             END-IF
001700     END-READ
001710     END-IF
001720     CLOSE PARM-FILE
001730     IF FUNCTION INTEGER-OF-DATE (WRK-BUS-DATE) = 0
001740         SET WRK-PARM-ERROR TO TRUE
001750         DISPLAY "BALPROOF PARM ERROR: SYSIN MAY CARRY A "
001760             "CCYYMMDD BUSINESS DATE"
001770     END-IF.
001780
001790 0140-WRITE-REPORT-HEADER.
001800     MOVE SPACES TO RPT-LINE
001810     STRING "ACCTMST / ACCTLEDG BALANCE PROOF  BUSINESS DATE "
001820         WRK-BUS-DATE "  RUN DATE " WRK-RUN-DATE-CCYYMMDD
001830         DELIMITED BY SIZE INTO RPT-LINE
001840     WRITE RPT-LINE
001850     MOVE SPACES TO RPT-LINE
001860     WRITE RPT-LINE
001870     MOVE SPACES TO RPT-LINE
001880     STRING "EXCEPTION  ACCOUNT  MASTER BALANCE  LAST LEDGER BAL"
001890         "  OPEN + AMOUNTS" DELIMITED BY SIZE INTO RPT-LINE
001900     WRITE RPT-LINE
001910     MOVE SPACES TO RPT-LINE
001920     WRITE RPT-LINE.
001930
001940 2000-SORT-LEDGER-INPUT.
001950     OPEN INPUT LEDGER-FILE
001960     IF WRK-LEDG-STATUS NOT = "00"
001970         DISPLAY "BALPROOF: LEDGER FILE ACCTLEDG NOT AVAILABLE, "
001980             "STATUS=" WRK-LEDG-STATUS
001981         MOVE "Y" TO WRK-IO-ERROR-SW
001982         IF WRK-RPT-OPEN-OK
001983             MOVE SPACES TO RPT-LINE
001984             STRING "ACCTLEDG NOT AVAILABLE, STATUS="
001985                 WRK-LEDG-STATUS " - PROOF NOT RUN"
001986                 DELIMITED BY SIZE INTO RPT-LINE
001987             WRITE RPT-LINE
001988         END-IF
001990     ELSE
002000     PERFORM UNTIL WRK-LEDG-EOF
002010         READ LEDGER-FILE
002020             AT END
002030                 SET WRK-LEDG-EOF TO TRUE
002040             NOT AT END
002050                 ADD 1 TO WRK-LEDG-READ-CNT
002060                 IF LEDG-ACCT-NO NUMERIC
002070                  AND LEDG-AMOUNT NUMERIC
002080                  AND LEDG-BALANCE NUMERIC
002090                     ADD 1 TO WRK-SEQ-NO
002100                     MOVE LEDG-ACCT-NO TO SORT-ACCT-NO
002110                     MOVE WRK-SEQ-NO TO SORT-SEQ-NO
002120                     MOVE LEDG-AMOUNT TO SORT-AMOUNT
002130                     MOVE LEDG-BALANCE TO SORT-BALANCE
002140                     RELEASE SORT-RECORD
002150                 ELSE
002160                     ADD 1 TO WRK-LEDG-BAD-CNT
002170                 END-IF
002180         END-READ
002190     END-PERFORM
002200     CLOSE LEDGER-FILE
002210     END-IF.
002220
002230 3000-PROVE-ACCOUNTS.
002235     IF NOT WRK-IO-ERROR-FOUND
002240     PERFORM 3100-RETURN-NEXT-LEDGER
002250     OPEN INPUT ACCT-MASTER-FILE
002260     IF WRK-ACCT-STATUS NOT = "00"
002270         DISPLAY "ERROR OPENING ACCT-MASTER-FILE, STATUS="
002280             WRK-ACCT-STATUS
002290         MOVE "Y" TO WRK-IO-ERROR-SW
002300     ELSE
002310         PERFORM 3200-READ-NEXT-ACCOUNT
002320         PERFORM UNTIL WRK-ACCT-EOF OR WRK-IO-ERROR-FOUND
002330             PERFORM UNTIL WRK-SORT-EOF
002340                    OR SORT-ACCT-NO NOT < ACCT-NO
002350                 PERFORM 3500-REPORT-ORPHAN-ACCOUNT
002360             END-PERFORM
002370             ADD 1 TO WRK-ACCT-CNT
002380             PERFORM 3300-PROVE-ONE-ACCOUNT
002390             PERFORM 3200-READ-NEXT-ACCOUNT
002400         END-PERFORM
002410         CLOSE ACCT-MASTER-FILE
002420     END-IF
002430     PERFORM UNTIL WRK-SORT-EOF
002440         PERFORM 3500-REPORT-ORPHAN-ACCOUNT
002446     END-PERFORM
002452     END-IF.
002460
002470 3100-RETURN-NEXT-LEDGER.
002480     RETURN SORT-FILE
002490         AT END
002500             SET WRK-SORT-EOF TO TRUE
002510     END-RETURN.
002520
002530 3200-READ-NEXT-ACCOUNT.
002540     READ ACCT-MASTER-FILE
002550         AT END
002560             SET WRK-ACCT-EOF TO TRUE
002570     END-READ.
002580
002590 3300-PROVE-ONE-ACCOUNT.
002600     MOVE 0 TO WRK-ACCT-ENTRY-CNT
002610     MOVE 0 TO WRK-OPEN-BALANCE
002620     MOVE 0 TO WRK-LAST-BALANCE
002630     MOVE 0 TO WRK-AMOUNT-SUM
002640     PERFORM UNTIL WRK-SORT-EOF OR SORT-ACCT-NO NOT = ACCT-NO
002650         IF WRK-ACCT-ENTRY-CNT = 0
002660             COMPUTE WRK-OPEN-BALANCE =
002670                 SORT-BALANCE - SORT-AMOUNT
002680         END-IF
002690         ADD 1 TO WRK-ACCT-ENTRY-CNT
002700         ADD SORT-AMOUNT TO WRK-AMOUNT-SUM
002710         MOVE SORT-BALANCE TO WRK-LAST-BALANCE
002720         PERFORM 3100-RETURN-NEXT-LEDGER
002730     END-PERFORM
002740     COMPUTE WRK-CALC-BALANCE = WRK-OPEN-BALANCE + WRK-AMOUNT-SUM
002750     IF ACCT-BALANCE NOT = WRK-LAST-BALANCE
002760      OR ACCT-BALANCE NOT = WRK-CALC-BALANCE
002770         ADD 1 TO WRK-OUT-BALANCE-CNT
002780         PERFORM 3400-REPORT-OUT-OF-BALANCE
002790     ELSE
002800         ADD 1 TO WRK-IN-BALANCE-CNT
002810     END-IF
002820     IF WRK-ACCT-ENTRY-CNT = 0
002830      AND ACCT-LAST-ACTIVITY NUMERIC
002840      AND ACCT-LAST-ACTIVITY > 0
002850         ADD 1 TO WRK-NO-LEDGER-CNT
002860         PERFORM 3450-REPORT-NO-LEDGER
002870     END-IF.
002880
002890 3400-REPORT-OUT-OF-BALANCE.
002900     IF WRK-RPT-OPEN-OK
002910         MOVE ACCT-BALANCE TO WRK-BAL-EDIT
002920         MOVE WRK-LAST-BALANCE TO WRK-LEDG-EDIT
002930         MOVE WRK-CALC-BALANCE TO WRK-CALC-EDIT
002940         MOVE SPACES TO RPT-LINE
002950         STRING "OUT OF BAL " ACCT-NO " " WRK-BAL-EDIT
002960             "   " WRK-LEDG-EDIT "   " WRK-CALC-EDIT
002970             DELIMITED BY SIZE INTO RPT-LINE
002980         WRITE RPT-LINE
002990     END-IF
003000     IF WRK-ALERT-OPEN-OK
003010         MOVE SPACES TO ALERT-RECORD
003020         MOVE "CRIT" TO ALERT-SEVERITY
003030         MOVE WRK-BUS-DATE TO ALERT-RUN-DATE
003040         STRING "OUT OF BAL " ACCT-NO DELIMITED BY SIZE
003050             INTO ALERT-CONDITION
003060         MOVE WRK-ACCT-ENTRY-CNT TO ALERT-READ-CNT
003070         MOVE 0 TO ALERT-PROCESSED-CNT
003080         MOVE 0 TO ALERT-REJECTED-CNT
003090         WRITE ALERT-RECORD
003100         ADD 1 TO WRK-ALERT-CNT
003110     END-IF.
003120
003130 3450-REPORT-NO-LEDGER.
003140     IF WRK-RPT-OPEN-OK
003150         MOVE ACCT-BALANCE TO WRK-BAL-EDIT
003160         MOVE SPACES TO RPT-LINE
003170         STRING "NO LEDGER  " ACCT-NO " " WRK-BAL-EDIT
003180             "   LAST ACTIVITY " ACCT-LAST-ACTIVITY
003190             DELIMITED BY SIZE INTO RPT-LINE
003200         WRITE RPT-LINE
003210     END-IF.
003220
003230 3500-REPORT-ORPHAN-ACCOUNT.
003240     MOVE SORT-ACCT-NO TO WRK-ORPHAN-ACCT-NO
003250     MOVE 0 TO WRK-ACCT-ENTRY-CNT
003260     ADD 1 TO WRK-ORPHAN-ACCT-CNT
003270     PERFORM UNTIL WRK-SORT-EOF
003280            OR SORT-ACCT-NO NOT = WRK-ORPHAN-ACCT-NO
003290         ADD 1 TO WRK-ACCT-ENTRY-CNT
003300         ADD 1 TO WRK-ORPHAN-ENTRY-CNT
003310         MOVE SORT-BALANCE TO WRK-LAST-BALANCE
003320         PERFORM 3100-RETURN-NEXT-LEDGER
003330     END-PERFORM
003340     IF WRK-RPT-OPEN-OK
003350         MOVE WRK-LAST-BALANCE TO WRK-LEDG-EDIT
003360         MOVE WRK-ACCT-ENTRY-CNT TO WRK-CNT-EDIT
003370         MOVE SPACES TO RPT-LINE
003380         STRING "NOT ON MST " WRK-ORPHAN-ACCT-NO
003390             "                 " WRK-LEDG-EDIT
003400             "   ENTRIES=" WRK-CNT-EDIT
003410             DELIMITED BY SIZE INTO RPT-LINE
003420         WRITE RPT-LINE
003430     END-IF.
003440
003450 9000-TERMINATE.
003460     IF WRK-ALERT-OPEN-OK
003470         CLOSE ALERT-FILE
003480     END-IF
003490     DISPLAY "BALPROOF ACCOUNTS=" WRK-ACCT-CNT
003500         " IN-BALANCE=" WRK-IN-BALANCE-CNT
003510         " OUT-OF-BALANCE=" WRK-OUT-BALANCE-CNT
003520     DISPLAY "BALPROOF NOT-ON-MASTER=" WRK-ORPHAN-ACCT-CNT
003530         " NO-LEDGER=" WRK-NO-LEDGER-CNT
003540         " BAD-LEDGER-RECORDS=" WRK-LEDG-BAD-CNT
003550     IF WRK-ALERT-CNT > 0
003560         DISPLAY "ALERTS WRITTEN=" WRK-ALERT-CNT
003570             " FOR BUSINESS DATE " WRK-BUS-DATE
003580     END-IF
003590     IF WRK-RPT-OPEN-OK
003600         MOVE SPACES TO RPT-LINE
003610         WRITE RPT-LINE
003620         MOVE SPACES TO RPT-LINE
003630         STRING "ACCOUNTS=" WRK-ACCT-CNT
003640             " IN-BALANCE=" WRK-IN-BALANCE-CNT
003650             " OUT-OF-BALANCE=" WRK-OUT-BALANCE-CNT
003660             DELIMITED BY SIZE INTO RPT-LINE
003670         WRITE RPT-LINE
003680         MOVE SPACES TO RPT-LINE
003690         STRING "LEDGER RECORDS=" WRK-LEDG-READ-CNT
003700             " UNREADABLE=" WRK-LEDG-BAD-CNT
003710             DELIMITED BY SIZE INTO RPT-LINE
003720         WRITE RPT-LINE
003730         MOVE SPACES TO RPT-LINE
003740         STRING "ACCOUNTS NOT ON MASTER=" WRK-ORPHAN-ACCT-CNT
003750             " (ENTRIES=" WRK-ORPHAN-ENTRY-CNT ")"
003760             " ACTIVITY WITH NO LEDGER=" WRK-NO-LEDGER-CNT
003770             DELIMITED BY SIZE INTO RPT-LINE
003780         WRITE RPT-LINE
003790         MOVE SPACES TO RPT-LINE
003800         STRING "END OF REPORT" DELIMITED BY SIZE INTO RPT-LINE
003810         WRITE RPT-LINE
003820         CLOSE PROOF-RPT
003830     END-IF
003840     IF WRK-IO-ERROR-FOUND
003850         MOVE 16 TO RETURN-CODE
003860     ELSE
003870     IF WRK-PARM-ERROR
003880         MOVE 12 TO RETURN-CODE
003890     ELSE
003900     IF WRK-OUT-BALANCE-CNT > 0
003910         MOVE 8 TO RETURN-CODE
003920     ELSE
003930         MOVE 0 TO RETURN-CODE
003940     END-IF
003950     END-IF
003960     END-IF.
