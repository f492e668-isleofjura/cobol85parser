000010 Identification Division.
000020 Program-ID.
000030  ACCTACCR.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT OPTIONAL LEDGER-FILE ASSIGN DYNAMIC WRK-LEDG-FILENAME
000080     ORGANIZATION LINE SEQUENTIAL
000090     FILE STATUS IS WRK-LEDG-STATUS.
000100     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
000110     ORGANIZATION INDEXED
000120     ACCESS SEQUENTIAL
000130     RECORD KEY IS ACCT-NO
000140     FILE STATUS IS WRK-ACCT-STATUS.
000150     SELECT OPTIONAL RATE-TABLE-FILE ASSIGN TO "ACCRTAB"
000160     ORGANIZATION LINE SEQUENTIAL
000170     FILE STATUS IS WRK-RATETAB-STATUS.
000180     SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLCAL"
000190     ORGANIZATION LINE SEQUENTIAL
000200     FILE STATUS IS WRK-HOLCAL-STATUS.
000202     SELECT OPTIONAL CLOSED-FILE ASSIGN TO "LEDGCLSD"
000204     ORGANIZATION LINE SEQUENTIAL
000206     FILE STATUS IS WRK-CLSD-STATUS.
000210     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000220     ORGANIZATION LINE SEQUENTIAL
000230     FILE STATUS IS WRK-SYSIN-STATUS.
000240     SELECT ACCR-RPT ASSIGN DYNAMIC WRK-RPT-FILENAME
000250     ORGANIZATION LINE SEQUENTIAL
000260     FILE STATUS IS WRK-RPT-STATUS.
000270     SELECT OPTIONAL STAGE-FILE ASSIGN DYNAMIC WRK-STAGE-FILENAME
000280     ORGANIZATION LINE SEQUENTIAL
000290     FILE STATUS IS WRK-STAGE-STATUS.
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
000430 FD  ACCT-MASTER-FILE.
000440 01  ACCT-MASTER-RECORD.
000450     05  ACCT-NO              PIC 9(08).
000460     05  ACCT-NAME            PIC X(30).
000470     05  ACCT-BALANCE         PIC S9(9)V99 COMP-3.
000480     05  ACCT-LAST-ACTIVITY   PIC 9(08).
000490     05  ACCT-MIN-BALANCE     PIC S9(9)V99 COMP-3.
000500     05  ACCT-TXN-LIMIT       PIC S9(7)V99 COMP-3.
000510     05  FILLER               PIC X(03).
000520 FD  RATE-TABLE-FILE.
000530 01  RATE-TABLE-RECORD.
000540     05  RATREC-TYPE          PIC X(01).
000550         88  RATREC-INTEREST             VALUE "I".
000560         88  RATREC-FEE-BAND             VALUE "F".
000570     05  FILLER               PIC X(01).
000580     05  RATREC-FLOOR         PIC S9(9)V99
000590                              SIGN LEADING SEPARATE.
000600     05  FILLER               PIC X(01).
000610     05  RATREC-RATE          PIC 9(2)V9(4).
000620     05  FILLER               PIC X(01).
000630     05  RATREC-FEE           PIC 9(5)V99.
000640     05  FILLER               PIC X(01).
000650     05  RATREC-DESC          PIC X(30).
000660     05  FILLER               PIC X(20).
000670 FD  HOLIDAY-FILE.
000680 01  HOLIDAY-RECORD.
000690     05  HOLREC-DATE          PIC 9(08).
000700     05  FILLER               PIC X(01).
000710     05  HOLREC-DESC          PIC X(30).
000720 FD  PARM-FILE.
000730 01  SYSIN-RECORD.
000740     05  SYSIN-ACCR-MONTH     PIC X(06).
000750     05  FILLER               PIC X(01).
000760     05  SYSIN-ACCR-OPTION    PIC X(01).
000770     05  FILLER               PIC X(01).
000780     05  SYSIN-POST-DATE      PIC X(08).
000790     05  FILLER               PIC X(01).
000800     05  SYSIN-SRC-SUFFIX     PIC X(01).
000810     05  FILLER               PIC X(01).
000820     05  SYSIN-STATUS-FLAG    PIC X(01).
000830     05  FILLER               PIC X(59).
000832 FD  CLOSED-FILE.
000834 01  CLOSED-RECORD.
000836     05  CLSD-PERIOD          PIC 9(06).
000838     05  FILLER               PIC X(74).
000840 FD  ACCR-RPT.
000850 01  RPT-LINE             PIC X(80).
000860 FD  STAGE-FILE.
000870 01  DAILY-TXN-RECORD.
000880     05  TXN-REC-TYPE         PIC X(01).
000890         88  TXN-HEADER-REC              VALUE "H".
000900         88  TXN-DETAIL-REC              VALUE "D".
000910         88  TXN-TRAILER-REC             VALUE "T".
000920     05  TXN-DETAIL-DATA.
000930         10  TXN-ID               PIC X(10).
000940         10  TXN-STATUS-FLAG      PIC X(01).
000950         10  TXN-ACCT-NO          PIC 9(08).
000960         10  TXN-AMOUNT           PIC S9(7)V99
000970                                  SIGN LEADING SEPARATE.
000980         10  FILLER               PIC X(50).
000990     05  TXN-HEADER-DATA REDEFINES TXN-DETAIL-DATA.
001000         10  TXN-HDR-CREATE-DATE  PIC 9(08).
001010         10  FILLER               PIC X(71).
001020     05  TXN-TRAILER-DATA REDEFINES TXN-DETAIL-DATA.
001030         10  TXN-TRL-DETAIL-CNT   PIC 9(09).
001040         10  FILLER               PIC X(70).
001050 SD  SORT-FILE.
001060 01  SORT-RECORD.
001070     05  SORT-ACCT-NO         PIC 9(08).
001080     05  SORT-SEQ-NO          PIC 9(09).
001090     05  SORT-RUN-DATE        PIC 9(08).
001100     05  SORT-AMOUNT          PIC S9(7)V99.
001110     05  SORT-BALANCE         PIC S9(9)V99.
001115     05  SORT-OPENING-SW      PIC X(01).
001120 WORKING-STORAGE SECTION.
001130 01  WRK-XN-00001         PIC X(01) VALUE SPACE.
001140 01  WRK-RUN-MODE          PIC X(01) VALUE "*".
001150 01  WRK-LEDG-STATUS       PIC X(02) VALUE "00".
001160 01  WRK-ACCT-STATUS       PIC X(02) VALUE "00".
001170 01  WRK-RATETAB-STATUS    PIC X(02) VALUE "00".
001180 01  WRK-HOLCAL-STATUS     PIC X(02) VALUE "00".
001185 01  WRK-CLSD-STATUS       PIC X(02) VALUE "00".
001190 01  WRK-SYSIN-STATUS      PIC X(02) VALUE "00".
001200 01  WRK-RPT-STATUS        PIC X(02) VALUE "00".
001210 01  WRK-STAGE-STATUS      PIC X(02) VALUE "00".
001220 01  WRK-IO-ERROR-SW       PIC X(01) VALUE "N".
001230     88  WRK-IO-ERROR-FOUND           VALUE "Y".
001240 01  WRK-PARM-ERROR-SW     PIC X(01) VALUE "N".
001250     88  WRK-PARM-ERROR               VALUE "Y".
001260 01  WRK-RPT-OPEN-SW       PIC X(01) VALUE "Y".
001270     88  WRK-RPT-OPEN-OK              VALUE "Y".
001280 01  WRK-STAGE-OPEN-SW     PIC X(01) VALUE "N".
001290     88  WRK-STAGE-OPEN-OK            VALUE "Y".
001300 01  WRK-LEDG-EOF-SW       PIC X(01) VALUE "N".
001310     88  WRK-LEDG-EOF                 VALUE "Y".
001320 01  WRK-ACCT-EOF-SW       PIC X(01) VALUE "N".
001330     88  WRK-ACCT-EOF                 VALUE "Y".
001340 01  WRK-SORT-EOF-SW       PIC X(01) VALUE "N".
001350     88  WRK-SORT-EOF                 VALUE "Y".
001360 01  WRK-RATETAB-EOF-SW    PIC X(01) VALUE "N".
001370     88  WRK-RATETAB-EOF              VALUE "Y".
001380 01  WRK-HOLCAL-EOF-SW     PIC X(01) VALUE "N".
001390     88  WRK-HOLCAL-EOF               VALUE "Y".
001392 01  WRK-CLSD-EOF-SW       PIC X(01) VALUE "N".
001394     88  WRK-CLSD-EOF                 VALUE "Y".
001396 01  WRK-OPENING-TXN-ID    PIC X(10) VALUE "*OPENBAL*".
001400 01  WRK-NONBUS-SW         PIC X(01) VALUE "N".
001410     88  WRK-NON-BUSINESS-DATE        VALUE "Y".
001420 01  WRK-BAL-KNOWN-SW      PIC X(01) VALUE "N".
001430     88  WRK-BAL-KNOWN                VALUE "Y".
001440 01  WRK-MONTH-DONE-SW     PIC X(01) VALUE "N".
001450     88  WRK-MONTH-DONE               VALUE "Y".
001460 01  WRK-ACCR-OPTION       PIC X(01) VALUE "C".
001470     88  WRK-STAGE-RUN                VALUE "S".
001480 01  WRK-SRC-SUFFIX        PIC X(01) VALUE "9".
001490 01  WRK-STATUS-FLAG       PIC X(01) VALUE "*".
001500 01  WRK-CURRENT-DATE      PIC X(21) VALUE SPACES.
001510 01  WRK-RUN-DATE-CCYYMMDD PIC 9(8) VALUE 0.
001520 01  WRK-ACCR-MONTH        PIC 9(6) VALUE 0.
001530 01  WRK-NEXT-MONTH        PIC 9(6) VALUE 0.
001540 01  WRK-MONTH-START       PIC 9(8) VALUE 0.
001550 01  WRK-MONTH-END         PIC 9(8) VALUE 0.
001560 01  WRK-MONTH-START-INT   PIC 9(8) VALUE 0.
001570 01  WRK-MONTH-END-INT     PIC 9(8) VALUE 0.
001580 01  WRK-DAYS-IN-MONTH     PIC 9(2) VALUE 0.
001590 01  WRK-POST-DATE         PIC 9(8) VALUE 0.
001600 01  WRK-DATE-INT          PIC 9(8) VALUE 0.
001610 01  WRK-ENTRY-INT         PIC 9(8) VALUE 0.
001620 01  WRK-PREV-INT          PIC 9(8) VALUE 0.
001630 01  WRK-DAY-OF-WEEK       PIC 9(1) VALUE 0.
001640 01  WRK-RPT-FILENAME      PIC X(40) VALUE SPACES.
001650 01  WRK-STAGE-FILENAME    PIC X(40) VALUE SPACES.
001653 01  WRK-LEDG-FILENAME     PIC X(40) VALUE "ACCTLEDG".
001656 01  WRK-HIST-PERIOD       PIC 9(6) VALUE 0.
001660 01  WRK-SEQ-NO            PIC 9(9) VALUE 0.
001670 01  WRK-ACCT-CNT          PIC 9(7) VALUE 0.
001680 01  WRK-CHARGED-CNT       PIC 9(7) VALUE 0.
001690 01  WRK-ORPHAN-CNT        PIC 9(9) VALUE 0.
001700 01  WRK-OVERSIZE-CNT      PIC 9(7) VALUE 0.
001710 01  WRK-INT-SEQ           PIC 9(5) VALUE 0.
001720 01  WRK-FEE-SEQ           PIC 9(5) VALUE 0.
001730 01  WRK-STAGED-CNT        PIC 9(9) VALUE 0.
001740 01  WRK-ACCT-POSTING-CNT  PIC 9(5) VALUE 0.
001750 01  WRK-OPEN-BALANCE      PIC S9(9)V99 VALUE 0.
001760 01  WRK-CURR-BALANCE      PIC S9(9)V99 VALUE 0.
001770 01  WRK-DAY-BAL-SUM       PIC S9(13)V99 VALUE 0.
001780 01  WRK-AVG-BALANCE       PIC S9(9)V99 VALUE 0.
001790 01  WRK-INT-RATE          PIC 9(2)V9(4) VALUE 0.
001800 01  WRK-INT-AMOUNT        PIC S9(9)V99 VALUE 0.
001810 01  WRK-FEE-AMOUNT        PIC 9(7)V99 VALUE 0.
001820 01  WRK-CHARGE-AMOUNT     PIC S9(9)V99 VALUE 0.
001830 01  WRK-TOT-INT-CREDIT    PIC S9(11)V99 VALUE 0.
001840 01  WRK-TOT-INT-DEBIT     PIC S9(11)V99 VALUE 0.
001850 01  WRK-TOT-FEES          PIC S9(11)V99 VALUE 0.
001860 01  WRK-BEST-FLOOR        PIC S9(9)V99 VALUE 0.
001870 01  WRK-BAND-FOUND-SW     PIC X(01) VALUE "N".
001880     88  WRK-BAND-FOUND               VALUE "Y".
001890 01  WRK-CHARGE-TYPE       PIC X(01) VALUE SPACE.
001900 01  WRK-CHARGE-SEQ        PIC 9(5) VALUE 0.
001910 01  WRK-RATE-BAD-CNT      PIC 9(3) VALUE 0.
001920 01  WRK-AMT-EDIT          PIC -(7)9.99 VALUE ZERO.
001930 01  WRK-BAL-EDIT          PIC -(9)9.99 VALUE ZERO.
001940 01  WRK-TOT-EDIT          PIC -(11)9.99 VALUE ZERO.
001950 01  WRK-FEE-EDIT          PIC Z(4)9.99 VALUE ZERO.
001960 01  WRK-RATE-EDIT         PIC Z9.9999 VALUE ZERO.
001970 01  WRK-RATE-TABLE.
001980     05  WRK-RATE-COUNT        PIC 9(3) VALUE 0.
001990     05  RATE-ENTRY OCCURS 1 TO 50 TIMES
002000         DEPENDING ON WRK-RATE-COUNT
002010         INDEXED BY RATE-IDX.
002020     10  RATE-TYPE            PIC X(01).
002030     10  RATE-FLOOR           PIC S9(9)V99.
002040     10  RATE-PCT             PIC 9(2)V9(4).
002050     10  RATE-FEE             PIC 9(5)V99.
002060     10  RATE-DESC            PIC X(30).
002070 01  WRK-HOL-TABLE.
002080     05  WRK-HOL-COUNT         PIC 9(3) VALUE 0.
002090     05  HOL-ENTRY OCCURS 1 TO 400 TIMES
002100         DEPENDING ON WRK-HOL-COUNT
002110         INDEXED BY HOL-IDX.
002120     10  HOL-DATE             PIC 9(08).
002130 PROCEDURE DIVISION.
002140 0000-MAINLINE.
002150     COPY WRKINIT REPLACING WRKI-FLAG-FIELD BY WRK-XN-00001
002160         WRKI-FLAG-VALUE BY WRK-RUN-MODE
002170         WRKI-TRUE-PARA BY 1000-ANNOUNCE-START.
002180     PERFORM 0100-INITIALIZE
002190     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
002200         SORT SORT-FILE ON ASCENDING KEY SORT-ACCT-NO SORT-SEQ-NO
002210             INPUT PROCEDURE IS 2000-SORT-LEDGER-INPUT
002220             OUTPUT PROCEDURE IS 3000-ACCRUE-ACCOUNTS
002230     END-IF
002240     PERFORM 9000-TERMINATE
002250     STOP RUN.
002260
002270 1000-ANNOUNCE-START.
002280     DISPLAY "ACCTACCR MONTH-END ACCRUAL STARTING".
002290
002300 0100-INITIALIZE.
002310     MOVE FUNCTION CURRENT-DATE TO WRK-CURRENT-DATE
002320     MOVE WRK-CURRENT-DATE (1:8) TO WRK-RUN-DATE-CCYYMMDD
002330     PERFORM 0110-READ-SYSIN-PARM
002340     IF NOT WRK-PARM-ERROR
002350         PERFORM 0120-LOAD-RATE-TABLE
002360     END-IF
002370     IF NOT WRK-PARM-ERROR
002380         PERFORM 0130-LOAD-HOLIDAY-CALENDAR
002390         PERFORM 0150-RESOLVE-POSTING-DATE
002395         PERFORM 0170-RESOLVE-LEDGER-FILE
002400     END-IF
002410     IF NOT WRK-PARM-ERROR
002420     STRING "ACCR.RPT." WRK-ACCR-MONTH DELIMITED BY SIZE
002430         INTO WRK-RPT-FILENAME
002440     STRING "TXNIN." WRK-POST-DATE ".S" WRK-SRC-SUFFIX
002450         DELIMITED BY SIZE INTO WRK-STAGE-FILENAME
002460     OPEN OUTPUT ACCR-RPT
002470     IF WRK-RPT-STATUS NOT = "00"
002480         DISPLAY "ERROR OPENING ACCR-RPT, STATUS="
002490             WRK-RPT-STATUS
002500         MOVE "N" TO WRK-RPT-OPEN-SW
002510         MOVE "Y" TO WRK-IO-ERROR-SW
002520     ELSE
002530         PERFORM 0140-WRITE-REPORT-HEADER
002540     END-IF
002550     IF WRK-STAGE-RUN AND NOT WRK-IO-ERROR-FOUND
002560         PERFORM 0160-OPEN-STAGE-FILE
002570     END-IF
002580     ELSE
002590         MOVE "N" TO WRK-RPT-OPEN-SW
002600     END-IF.
002610
002620 0110-READ-SYSIN-PARM.
002630     OPEN INPUT PARM-FILE
002640     IF WRK-SYSIN-STATUS = "00"
002650     READ PARM-FILE
002660         AT END
002670             SET WRK-PARM-ERROR TO TRUE
002680         NOT AT END
002690             IF SYSIN-ACCR-MONTH NUMERIC
002700                 MOVE SYSIN-ACCR-MONTH TO WRK-ACCR-MONTH
002710             ELSE
002720                 SET WRK-PARM-ERROR TO TRUE
002730             END-IF
002740             IF SYSIN-ACCR-OPTION = "S" OR SYSIN-ACCR-OPTION = "C"
002750                 MOVE SYSIN-ACCR-OPTION TO WRK-ACCR-OPTION
002760             ELSE
002770             IF SYSIN-ACCR-OPTION NOT = SPACE
002780                 SET WRK-PARM-ERROR TO TRUE
002790             END-IF
002800             END-IF
002810             IF SYSIN-POST-DATE NUMERIC
002820                 MOVE SYSIN-POST-DATE TO WRK-POST-DATE
002830             ELSE
002840             IF SYSIN-POST-DATE NOT = SPACES
002850                 SET WRK-PARM-ERROR TO TRUE
002860             END-IF
002870             END-IF
002880             IF SYSIN-SRC-SUFFIX NUMERIC
002890              AND SYSIN-SRC-SUFFIX NOT = "0"
002900                 MOVE SYSIN-SRC-SUFFIX TO WRK-SRC-SUFFIX
002910             ELSE
002920             IF SYSIN-SRC-SUFFIX NOT = SPACE
002930                 SET WRK-PARM-ERROR TO TRUE
002940             END-IF
002950             END-IF
002960             IF SYSIN-STATUS-FLAG NOT = SPACE
002970                 MOVE SYSIN-STATUS-FLAG TO WRK-STATUS-FLAG
002980             END-IF
002990     END-READ
003000     ELSE
003010         SET WRK-PARM-ERROR TO TRUE
003020     END-IF
003030     CLOSE PARM-FILE
003040     IF NOT WRK-PARM-ERROR
003050         IF FUNCTION MOD (WRK-ACCR-MONTH, 100) < 1
003060          OR FUNCTION MOD (WRK-ACCR-MONTH, 100) > 12
003070             SET WRK-PARM-ERROR TO TRUE
003080         ELSE
003090             COMPUTE WRK-MONTH-START = WRK-ACCR-MONTH * 100 + 1
003100             IF FUNCTION MOD (WRK-ACCR-MONTH, 100) = 12
003110                 COMPUTE WRK-NEXT-MONTH = WRK-ACCR-MONTH + 89
003120             ELSE
003130                 COMPUTE WRK-NEXT-MONTH = WRK-ACCR-MONTH + 1
003140             END-IF
003150             COMPUTE WRK-MONTH-START-INT =
003160                 FUNCTION INTEGER-OF-DATE (WRK-MONTH-START)
003170             COMPUTE WRK-MONTH-END = WRK-NEXT-MONTH * 100 + 1
003180             COMPUTE WRK-MONTH-END-INT =
003190                 FUNCTION INTEGER-OF-DATE (WRK-MONTH-END) - 1
003200             MOVE FUNCTION DATE-OF-INTEGER (WRK-MONTH-END-INT)
003210                 TO WRK-MONTH-END
003220             COMPUTE WRK-DAYS-IN-MONTH =
003230                 WRK-MONTH-END-INT - WRK-MONTH-START-INT + 1
003240             IF WRK-MONTH-END > WRK-RUN-DATE-CCYYMMDD
003250                 DISPLAY "ACCTACCR: MONTH " WRK-ACCR-MONTH
003260                     " HAS NOT ENDED YET"
003270                 SET WRK-PARM-ERROR TO TRUE
003280             END-IF
003290         END-IF
003300     END-IF
003310     IF NOT WRK-PARM-ERROR AND WRK-POST-DATE > 0
003320         IF FUNCTION INTEGER-OF-DATE (WRK-POST-DATE) = 0
003330          OR WRK-POST-DATE NOT > WRK-MONTH-END
003335          OR WRK-POST-DATE NOT > WRK-RUN-DATE-CCYYMMDD
003340             SET WRK-PARM-ERROR TO TRUE
003350         END-IF
003360     END-IF
003370     IF WRK-PARM-ERROR
003380         DISPLAY "ACCTACCR PARM ERROR: SYSIN MUST CARRY THE "
003390             "ACCRUAL MONTH AS CCYYMM, THEN OPTION C OR S, "
003396             "OPTIONAL POSTING DATE CCYYMMDD AFTER MONTH END "
003402             "AND RUN DATE, "
003410             "SOURCE SUFFIX 1-9 AND STATUS FLAG"
003420     END-IF.
003430
003440 0120-LOAD-RATE-TABLE.
003450     OPEN INPUT RATE-TABLE-FILE
003460     IF WRK-RATETAB-STATUS = "00"
003470     PERFORM UNTIL WRK-RATETAB-EOF
003480         READ RATE-TABLE-FILE
003490             AT END
003500                 SET WRK-RATETAB-EOF TO TRUE
003510             NOT AT END
003520                 PERFORM 0125-EDIT-RATE-RECORD
003530         END-READ
003540     END-PERFORM
003550     END-IF
003560     CLOSE RATE-TABLE-FILE
003570     IF WRK-RATE-BAD-CNT > 0
003580         DISPLAY "ACCTACCR: " WRK-RATE-BAD-CNT
003590             " ACCRTAB RECORD(S) NOT VALID, RUN REFUSED"
003600         SET WRK-PARM-ERROR TO TRUE
003610     ELSE
003620     IF WRK-RATE-COUNT = 0
003630         DISPLAY "ACCTACCR: RATE TABLE ACCRTAB IS EMPTY OR "
003640             "MISSING, RUN REFUSED"
003650         SET WRK-PARM-ERROR TO TRUE
003660     END-IF
003670     END-IF.
003680
003690 0125-EDIT-RATE-RECORD.
003700     IF (RATREC-INTEREST AND RATREC-FLOOR NUMERIC
003710          AND RATREC-RATE NUMERIC)
003720      OR (RATREC-FEE-BAND AND RATREC-FLOOR NUMERIC
003730          AND RATREC-FEE NUMERIC)
003740         IF WRK-RATE-COUNT < 50
003750             ADD 1 TO WRK-RATE-COUNT
003760             MOVE RATREC-TYPE TO RATE-TYPE (WRK-RATE-COUNT)
003770             MOVE RATREC-FLOOR TO RATE-FLOOR (WRK-RATE-COUNT)
003780             MOVE RATREC-DESC TO RATE-DESC (WRK-RATE-COUNT)
003790             IF RATREC-INTEREST
003800                 MOVE RATREC-RATE TO RATE-PCT (WRK-RATE-COUNT)
003810                 MOVE 0 TO RATE-FEE (WRK-RATE-COUNT)
003820             ELSE
003830                 MOVE 0 TO RATE-PCT (WRK-RATE-COUNT)
003840                 MOVE RATREC-FEE TO RATE-FEE (WRK-RATE-COUNT)
003850             END-IF
003860         ELSE
003870             DISPLAY "ACCTACCR: ACCRTAB HAS MORE THAN 50 BANDS"
003880             ADD 1 TO WRK-RATE-BAD-CNT
003890         END-IF
003900     ELSE
003910         DISPLAY "ACCTACCR: ACCRTAB RECORD NOT VALID: "
003920             RATE-TABLE-RECORD (1:40)
003930         ADD 1 TO WRK-RATE-BAD-CNT
003940     END-IF.
003950
003960 0130-LOAD-HOLIDAY-CALENDAR.
003970     OPEN INPUT HOLIDAY-FILE
003980     IF WRK-HOLCAL-STATUS = "00"
003990     PERFORM UNTIL WRK-HOLCAL-EOF OR WRK-HOL-COUNT = 400
004000         READ HOLIDAY-FILE
004010             AT END
004020                 SET WRK-HOLCAL-EOF TO TRUE
004030             NOT AT END
004040                 IF HOLREC-DATE NUMERIC
004050                     ADD 1 TO WRK-HOL-COUNT
004060                     MOVE HOLREC-DATE
004070                        TO HOL-DATE (WRK-HOL-COUNT)
004080                 END-IF
004090         END-READ
004100     END-PERFORM
004110     END-IF
004120     IF WRK-HOL-COUNT = 400 AND NOT WRK-HOLCAL-EOF
004130         DISPLAY "WARNING: HOLCAL HAS MORE THAN 400 ENTRIES, "
004131             "CALENDAR TRUNCATED AT 400"
004132     END-IF
004133     CLOSE HOLIDAY-FILE.
004134
004135 0140-WRITE-REPORT-HEADER.
004136     MOVE SPACES TO RPT-LINE
004137     STRING "MONTH-END ACCRUAL CALCULATION  MONTH "
004138         WRK-ACCR-MONTH "  RUN DATE " WRK-RUN-DATE-CCYYMMDD
004139         DELIMITED BY SIZE INTO RPT-LINE
004140     WRITE RPT-LINE
004141     MOVE SPACES TO RPT-LINE
004142     STRING "PERIOD " WRK-MONTH-START " TO " WRK-MONTH-END
004143         "  DAYS=" WRK-DAYS-IN-MONTH
004144         "  POSTING DATE " WRK-POST-DATE
004145         DELIMITED BY SIZE INTO RPT-LINE
004146     WRITE RPT-LINE
004147     MOVE SPACES TO RPT-LINE
004148     IF WRK-STAGE-RUN
004149         STRING "CHARGES STAGED TO " WRK-STAGE-FILENAME
004150             DELIMITED BY SIZE INTO RPT-LINE
004151     ELSE
004152         STRING "CALCULATION ONLY - NO TXNIN FILE STAGED"
004153             DELIMITED BY SIZE INTO RPT-LINE
004154     END-IF
004155     WRITE RPT-LINE
004156     IF WRK-HIST-PERIOD > 0
004157         MOVE SPACES TO RPT-LINE
004158         STRING "CLOSED PERIOD - LEDGER ENTRIES FROM "
004159             WRK-LEDG-FILENAME DELIMITED BY SIZE INTO RPT-LINE
004160         WRITE RPT-LINE
004161     END-IF
004162     MOVE SPACES TO RPT-LINE
004163     WRITE RPT-LINE
004164     MOVE SPACES TO RPT-LINE
004165     STRING "RATE AND FEE BANDS (ANNUAL RATE %, ACTUAL/365)"
004166         DELIMITED BY SIZE INTO RPT-LINE
004167     WRITE RPT-LINE
004168     PERFORM VARYING RATE-IDX FROM 1 BY 1
004169             UNTIL RATE-IDX > WRK-RATE-COUNT
004170         MOVE RATE-FLOOR (RATE-IDX) TO WRK-BAL-EDIT
004171         MOVE SPACES TO RPT-LINE
004172         IF RATE-TYPE (RATE-IDX) = "I"
004173             MOVE RATE-PCT (RATE-IDX) TO WRK-RATE-EDIT
004174             STRING "  INT FROM " WRK-BAL-EDIT
004175                 " RATE=" WRK-RATE-EDIT " " RATE-DESC (RATE-IDX)
004176                 DELIMITED BY SIZE INTO RPT-LINE
004177         ELSE
004178             MOVE RATE-FEE (RATE-IDX) TO WRK-FEE-EDIT
004179             STRING "  FEE FROM " WRK-BAL-EDIT
004180                 " FEE= " WRK-FEE-EDIT " " RATE-DESC (RATE-IDX)
004181                 DELIMITED BY SIZE INTO RPT-LINE
004182         END-IF
004183         WRITE RPT-LINE
004184     END-PERFORM
004185     MOVE SPACES TO RPT-LINE
004186     WRITE RPT-LINE.
004187
004188 0150-RESOLVE-POSTING-DATE.
004190     IF WRK-POST-DATE = 0
004192         IF WRK-RUN-DATE-CCYYMMDD > WRK-MONTH-END
004194             COMPUTE WRK-DATE-INT =
004196                 FUNCTION INTEGER-OF-DATE (WRK-RUN-DATE-CCYYMMDD)
004198                 + 1
004200         ELSE
004202             COMPUTE WRK-DATE-INT = WRK-MONTH-END-INT + 1
004204         END-IF
004210         PERFORM 0155-CHECK-BUSINESS-DATE
004220         PERFORM UNTIL NOT WRK-NON-BUSINESS-DATE
004230             ADD 1 TO WRK-DATE-INT
004240             PERFORM 0155-CHECK-BUSINESS-DATE
004250         END-PERFORM
004260         MOVE FUNCTION DATE-OF-INTEGER (WRK-DATE-INT)
004270             TO WRK-POST-DATE
004280     END-IF.
004290
004300 0155-CHECK-BUSINESS-DATE.
004310     MOVE "N" TO WRK-NONBUS-SW
004320     COMPUTE WRK-DAY-OF-WEEK = FUNCTION MOD (WRK-DATE-INT, 7)
004330     IF WRK-DAY-OF-WEEK = 6 OR WRK-DAY-OF-WEEK = 0
004340         SET WRK-NON-BUSINESS-DATE TO TRUE
004350     ELSE
004360     IF WRK-HOL-COUNT > 0
004370         SET HOL-IDX TO 1
004380         SEARCH HOL-ENTRY
004390             AT END
004400                 CONTINUE
004410             WHEN HOL-DATE (HOL-IDX) =
004420                  FUNCTION DATE-OF-INTEGER (WRK-DATE-INT)
004430                 SET WRK-NON-BUSINESS-DATE TO TRUE
004440         END-SEARCH
004450     END-IF
004460     END-IF.
004470
004480 0160-OPEN-STAGE-FILE.
004490     OPEN INPUT STAGE-FILE
004500     IF WRK-STAGE-STATUS = "00"
004510         CLOSE STAGE-FILE
004520         DISPLAY "ACCTACCR: " WRK-STAGE-FILENAME
004530             " ALREADY EXISTS, NOT OVERWRITTEN"
004540         SET WRK-PARM-ERROR TO TRUE
004550     ELSE
004560         CLOSE STAGE-FILE
004570         OPEN OUTPUT STAGE-FILE
004580         IF WRK-STAGE-STATUS NOT = "00"
004590             DISPLAY "ERROR OPENING " WRK-STAGE-FILENAME
004600                 " STATUS=" WRK-STAGE-STATUS
004610             MOVE "Y" TO WRK-IO-ERROR-SW
004620         ELSE
004630             MOVE "Y" TO WRK-STAGE-OPEN-SW
004640             MOVE SPACES TO DAILY-TXN-RECORD
004650             MOVE "H" TO TXN-REC-TYPE
004660             MOVE WRK-POST-DATE TO TXN-HDR-CREATE-DATE
004670             WRITE DAILY-TXN-RECORD
004680         END-IF
004690     END-IF.
004691
004692 0170-RESOLVE-LEDGER-FILE.
004693     OPEN INPUT CLOSED-FILE
004694     IF WRK-CLSD-STATUS NOT = "00" AND
004695        WRK-CLSD-STATUS NOT = "05"
004696         DISPLAY "ERROR OPENING CLOSED-FILE, STATUS="
004697             WRK-CLSD-STATUS
004698         MOVE "Y" TO WRK-IO-ERROR-SW
004699     ELSE
004700     PERFORM UNTIL WRK-CLSD-EOF
004701         READ CLOSED-FILE
004702             AT END
004703                 SET WRK-CLSD-EOF TO TRUE
004704             NOT AT END
004705                 IF CLSD-PERIOD NUMERIC
004706                  AND CLSD-PERIOD NOT < WRK-ACCR-MONTH
004707                 IF WRK-HIST-PERIOD = 0
004708                  OR CLSD-PERIOD < WRK-HIST-PERIOD
004709                     MOVE CLSD-PERIOD TO WRK-HIST-PERIOD
004710                 END-IF
004711                 END-IF
004712         END-READ
004714     END-PERFORM
004716     CLOSE CLOSED-FILE
004718     END-IF
004720     IF WRK-HIST-PERIOD > 0
004721         MOVE SPACES TO WRK-LEDG-FILENAME
004722         STRING "LEDGHIST." WRK-HIST-PERIOD DELIMITED BY SIZE
004723             INTO WRK-LEDG-FILENAME
004724     END-IF.
004725
005180 2000-SORT-LEDGER-INPUT.
005190     OPEN INPUT LEDGER-FILE
005200     IF WRK-LEDG-STATUS NOT = "00"
005210         DISPLAY "ACCTACCR: LEDGER FILE " WRK-LEDG-FILENAME
005220             " NOT AVAILABLE, STATUS=" WRK-LEDG-STATUS
005225         MOVE "Y" TO WRK-IO-ERROR-SW
005230     ELSE
005240     PERFORM UNTIL WRK-LEDG-EOF
005250         READ LEDGER-FILE
005260             AT END
005270                 SET WRK-LEDG-EOF TO TRUE
005280             NOT AT END
005290                 IF LEDG-ACCT-NO NUMERIC AND LEDG-RUN-DATE NUMERIC
005300                     ADD 1 TO WRK-SEQ-NO
005310                     MOVE LEDG-ACCT-NO TO SORT-ACCT-NO
005320                     MOVE WRK-SEQ-NO TO SORT-SEQ-NO
005330                     MOVE LEDG-RUN-DATE TO SORT-RUN-DATE
005340                     MOVE LEDG-AMOUNT TO SORT-AMOUNT
005350                     MOVE LEDG-BALANCE TO SORT-BALANCE
005351                     IF LEDG-TXN-ID = WRK-OPENING-TXN-ID
005352                         MOVE "Y" TO SORT-OPENING-SW
005353                     ELSE
005354                         MOVE "N" TO SORT-OPENING-SW
005355                     END-IF
005360                     RELEASE SORT-RECORD
005370                 END-IF
005380         END-READ
005390     END-PERFORM
005400     CLOSE LEDGER-FILE
005410     END-IF.
005420
005430 3000-ACCRUE-ACCOUNTS.
005435     IF NOT WRK-IO-ERROR-FOUND
005440     PERFORM 3100-RETURN-NEXT-LEDGER
005450     OPEN INPUT ACCT-MASTER-FILE
005460     IF WRK-ACCT-STATUS NOT = "00"
005470         DISPLAY "ERROR OPENING ACCT-MASTER-FILE, STATUS="
005480             WRK-ACCT-STATUS
005490         MOVE "Y" TO WRK-IO-ERROR-SW
005500     ELSE
005510         PERFORM 3200-READ-NEXT-ACCOUNT
005520         PERFORM UNTIL WRK-ACCT-EOF OR WRK-IO-ERROR-FOUND
005530             PERFORM UNTIL WRK-SORT-EOF
005540                    OR SORT-ACCT-NO NOT < ACCT-NO
005550                 ADD 1 TO WRK-ORPHAN-CNT
005560                 PERFORM 3100-RETURN-NEXT-LEDGER
005570             END-PERFORM
005580             ADD 1 TO WRK-ACCT-CNT
005590             PERFORM 3300-ACCRUE-ONE-ACCOUNT
005600             PERFORM 3200-READ-NEXT-ACCOUNT
005610         END-PERFORM
005620         CLOSE ACCT-MASTER-FILE
005630     END-IF
005640     PERFORM UNTIL WRK-SORT-EOF
005650         ADD 1 TO WRK-ORPHAN-CNT
005660         PERFORM 3100-RETURN-NEXT-LEDGER
005666     END-PERFORM
005672     END-IF.
005680
005690 3100-RETURN-NEXT-LEDGER.
005700     RETURN SORT-FILE
005710         AT END
005720             SET WRK-SORT-EOF TO TRUE
005730     END-RETURN.
005740
005750 3200-READ-NEXT-ACCOUNT.
005760     READ ACCT-MASTER-FILE
005770         AT END
005780             SET WRK-ACCT-EOF TO TRUE
005790     END-READ.
005800
005810 3300-ACCRUE-ONE-ACCOUNT.
005820     MOVE "N" TO WRK-BAL-KNOWN-SW
005830     MOVE "N" TO WRK-MONTH-DONE-SW
005840     MOVE 0 TO WRK-DAY-BAL-SUM
005850     MOVE 0 TO WRK-ACCT-POSTING-CNT
005860     MOVE 0 TO WRK-CURR-BALANCE
005870     MOVE WRK-MONTH-START-INT TO WRK-PREV-INT
005880     PERFORM UNTIL WRK-SORT-EOF OR SORT-ACCT-NO NOT = ACCT-NO
005890         PERFORM 3310-APPLY-LEDGER-ENTRY
005900         PERFORM 3100-RETURN-NEXT-LEDGER
005910     END-PERFORM
005920     IF NOT WRK-BAL-KNOWN
005922     IF WRK-HIST-PERIOD > 0
005924         MOVE 0 TO WRK-CURR-BALANCE
005926         MOVE 0 TO WRK-OPEN-BALANCE
005928     ELSE
005930         MOVE ACCT-BALANCE TO WRK-CURR-BALANCE
005940         MOVE ACCT-BALANCE TO WRK-OPEN-BALANCE
005945     END-IF
005950     END-IF
005960     COMPUTE WRK-DAY-BAL-SUM = WRK-DAY-BAL-SUM
005970         + WRK-CURR-BALANCE * (WRK-MONTH-END-INT + 1
005980                               - WRK-PREV-INT)
005990     COMPUTE WRK-AVG-BALANCE ROUNDED =
006000         WRK-DAY-BAL-SUM / WRK-DAYS-IN-MONTH
006010     PERFORM 3400-CALCULATE-CHARGES
006020     PERFORM 3500-PRINT-CALCULATION
006030     IF WRK-STAGE-OPEN-OK
006040         PERFORM 3600-STAGE-CHARGES
006050     END-IF.
006060
006070 3310-APPLY-LEDGER-ENTRY.
006080     IF SORT-RUN-DATE < WRK-MONTH-START
006090         MOVE SORT-BALANCE TO WRK-CURR-BALANCE
006100         MOVE SORT-BALANCE TO WRK-OPEN-BALANCE
006110         SET WRK-BAL-KNOWN TO TRUE
006120     ELSE
006130     IF SORT-RUN-DATE > WRK-MONTH-END
006140         IF NOT WRK-BAL-KNOWN
006150             COMPUTE WRK-CURR-BALANCE =
006160                 SORT-BALANCE - SORT-AMOUNT
006170             MOVE WRK-CURR-BALANCE TO WRK-OPEN-BALANCE
006180             SET WRK-BAL-KNOWN TO TRUE
006190         END-IF
006200         SET WRK-MONTH-DONE TO TRUE
006210     ELSE
006220     IF NOT WRK-MONTH-DONE
006230         IF NOT WRK-BAL-KNOWN
006240             COMPUTE WRK-CURR-BALANCE =
006250                 SORT-BALANCE - SORT-AMOUNT
006260             MOVE WRK-CURR-BALANCE TO WRK-OPEN-BALANCE
006270             SET WRK-BAL-KNOWN TO TRUE
006280         END-IF
006290         COMPUTE WRK-ENTRY-INT =
006300             FUNCTION INTEGER-OF-DATE (SORT-RUN-DATE)
006310         IF WRK-ENTRY-INT > WRK-PREV-INT
006320             COMPUTE WRK-DAY-BAL-SUM = WRK-DAY-BAL-SUM
006330                 + WRK-CURR-BALANCE * (WRK-ENTRY-INT
006340                                       - WRK-PREV-INT)
006350             MOVE WRK-ENTRY-INT TO WRK-PREV-INT
006360         END-IF
006370         MOVE SORT-BALANCE TO WRK-CURR-BALANCE
006375         IF SORT-OPENING-SW NOT = "Y"
006380             ADD 1 TO WRK-ACCT-POSTING-CNT
006385         END-IF
006390     END-IF
006400     END-IF
006410     END-IF.
006420
006430 3400-CALCULATE-CHARGES.
006440     MOVE 0 TO WRK-INT-RATE
006450     MOVE 0 TO WRK-INT-AMOUNT
006460     MOVE 0 TO WRK-FEE-AMOUNT
006470     MOVE "N" TO WRK-BAND-FOUND-SW
006480     PERFORM VARYING RATE-IDX FROM 1 BY 1
006490             UNTIL RATE-IDX > WRK-RATE-COUNT
006500         IF RATE-TYPE (RATE-IDX) = "I"
006510          AND RATE-FLOOR (RATE-IDX) NOT > WRK-AVG-BALANCE
006520             IF NOT WRK-BAND-FOUND
006530              OR RATE-FLOOR (RATE-IDX) > WRK-BEST-FLOOR
006540                 SET WRK-BAND-FOUND TO TRUE
006550                 MOVE RATE-FLOOR (RATE-IDX) TO WRK-BEST-FLOOR
006560                 MOVE RATE-PCT (RATE-IDX) TO WRK-INT-RATE
006570             END-IF
006580         END-IF
006590     END-PERFORM
006600     MOVE "N" TO WRK-BAND-FOUND-SW
006610     PERFORM VARYING RATE-IDX FROM 1 BY 1
006620             UNTIL RATE-IDX > WRK-RATE-COUNT
006630         IF RATE-TYPE (RATE-IDX) = "F"
006640          AND RATE-FLOOR (RATE-IDX) NOT > WRK-AVG-BALANCE
006650             IF NOT WRK-BAND-FOUND
006660              OR RATE-FLOOR (RATE-IDX) > WRK-BEST-FLOOR
006670                 SET WRK-BAND-FOUND TO TRUE
006680                 MOVE RATE-FLOOR (RATE-IDX) TO WRK-BEST-FLOOR
006690                 MOVE RATE-FEE (RATE-IDX) TO WRK-FEE-AMOUNT
006700             END-IF
006710         END-IF
006720     END-PERFORM
006730     COMPUTE WRK-INT-AMOUNT ROUNDED =
006740         WRK-AVG-BALANCE * WRK-INT-RATE / 100
006750         * WRK-DAYS-IN-MONTH / 365
006760     IF WRK-INT-AMOUNT NOT = 0 OR WRK-FEE-AMOUNT NOT = 0
006770         ADD 1 TO WRK-CHARGED-CNT
006780     END-IF
006790     IF WRK-INT-AMOUNT > 0
006800         ADD WRK-INT-AMOUNT TO WRK-TOT-INT-CREDIT
006810     ELSE
006820         ADD WRK-INT-AMOUNT TO WRK-TOT-INT-DEBIT
006830     END-IF
006840     ADD WRK-FEE-AMOUNT TO WRK-TOT-FEES.
006850
006860 3500-PRINT-CALCULATION.
006870     IF WRK-RPT-OPEN-OK
006880         MOVE SPACES TO RPT-LINE
006890         STRING "ACCOUNT " ACCT-NO "  " ACCT-NAME
006900             DELIMITED BY SIZE INTO RPT-LINE
006910         WRITE RPT-LINE
006920         MOVE WRK-OPEN-BALANCE TO WRK-BAL-EDIT
006930         MOVE SPACES TO RPT-LINE
006940         STRING "  OPENING BALANCE " WRK-BAL-EDIT
006950             "  POSTINGS IN MONTH=" WRK-ACCT-POSTING-CNT
006960             DELIMITED BY SIZE INTO RPT-LINE
006970         WRITE RPT-LINE
006980         MOVE WRK-CURR-BALANCE TO WRK-BAL-EDIT
006990         MOVE SPACES TO RPT-LINE
007000         STRING "  CLOSING BALANCE " WRK-BAL-EDIT
007010             DELIMITED BY SIZE INTO RPT-LINE
007020         WRITE RPT-LINE
007030         MOVE WRK-AVG-BALANCE TO WRK-BAL-EDIT
007040         MOVE SPACES TO RPT-LINE
007050         STRING "  AVG DAILY BALANCE " WRK-BAL-EDIT
007060             " OVER " WRK-DAYS-IN-MONTH " DAYS"
007070             DELIMITED BY SIZE INTO RPT-LINE
007080         WRITE RPT-LINE
007090         MOVE WRK-INT-RATE TO WRK-RATE-EDIT
007100         MOVE WRK-INT-AMOUNT TO WRK-BAL-EDIT
007110         MOVE SPACES TO RPT-LINE
007120         STRING "  INTEREST RATE=" WRK-RATE-EDIT
007130             "  AMOUNT=" WRK-BAL-EDIT
007140             DELIMITED BY SIZE INTO RPT-LINE
007150         WRITE RPT-LINE
007160         MOVE WRK-FEE-AMOUNT TO WRK-AMT-EDIT
007170         MOVE SPACES TO RPT-LINE
007180         STRING "  FEE                  AMOUNT=   " WRK-AMT-EDIT
007190             DELIMITED BY SIZE INTO RPT-LINE
007200         WRITE RPT-LINE
007210         MOVE SPACES TO RPT-LINE
007220         WRITE RPT-LINE
007230     END-IF.
007240
007250 3600-STAGE-CHARGES.
007260     IF WRK-INT-AMOUNT NOT = 0
007270         ADD 1 TO WRK-INT-SEQ
007280         MOVE "I" TO WRK-CHARGE-TYPE
007290         MOVE WRK-INT-SEQ TO WRK-CHARGE-SEQ
007300         MOVE WRK-INT-AMOUNT TO WRK-CHARGE-AMOUNT
007310         PERFORM 3610-WRITE-CHARGE-RECORD
007320     END-IF
007330     IF WRK-FEE-AMOUNT NOT = 0
007340         ADD 1 TO WRK-FEE-SEQ
007350         MOVE "F" TO WRK-CHARGE-TYPE
007360         MOVE WRK-FEE-SEQ TO WRK-CHARGE-SEQ
007370         COMPUTE WRK-CHARGE-AMOUNT = 0 - WRK-FEE-AMOUNT
007380         PERFORM 3610-WRITE-CHARGE-RECORD
007390     END-IF.
007400
007410 3610-WRITE-CHARGE-RECORD.
007420     IF WRK-CHARGE-AMOUNT > 9999999.99
007430      OR WRK-CHARGE-AMOUNT < -9999999.99
007440         ADD 1 TO WRK-OVERSIZE-CNT
007450         DISPLAY "ACCTACCR: ACCOUNT " ACCT-NO " CHARGE TYPE "
007460             WRK-CHARGE-TYPE " TOO LARGE FOR TXNIN, NOT STAGED"
007470         IF WRK-RPT-OPEN-OK
007480             MOVE SPACES TO RPT-LINE
007490             STRING "  *** CHARGE TYPE " WRK-CHARGE-TYPE
007500                 " TOO LARGE FOR TXNIN - NOT STAGED ***"
007510                 DELIMITED BY SIZE INTO RPT-LINE
007520             WRITE RPT-LINE
007530         END-IF
007540     ELSE
007550         MOVE SPACES TO DAILY-TXN-RECORD
007560         MOVE "D" TO TXN-REC-TYPE
007570         STRING WRK-CHARGE-TYPE WRK-ACCR-MONTH (3:4)
007580             WRK-CHARGE-SEQ DELIMITED BY SIZE INTO TXN-ID
007590         MOVE WRK-STATUS-FLAG TO TXN-STATUS-FLAG
007600         MOVE ACCT-NO TO TXN-ACCT-NO
007610         MOVE WRK-CHARGE-AMOUNT TO TXN-AMOUNT
007620         WRITE DAILY-TXN-RECORD
007630         ADD 1 TO WRK-STAGED-CNT
007640     END-IF.
007650
007660 9000-TERMINATE.
007670     IF WRK-STAGE-OPEN-OK
007680         MOVE SPACES TO DAILY-TXN-RECORD
007690         MOVE "T" TO TXN-REC-TYPE
007700         MOVE WRK-STAGED-CNT TO TXN-TRL-DETAIL-CNT
007710         WRITE DAILY-TXN-RECORD
007720         CLOSE STAGE-FILE
007730     END-IF
007740     DISPLAY "ACCTACCR ACCOUNTS=" WRK-ACCT-CNT
007750         " CHARGED=" WRK-CHARGED-CNT
007760         " STAGED=" WRK-STAGED-CNT
007770         " NOT-ON-MASTER=" WRK-ORPHAN-CNT
007780     IF WRK-RPT-OPEN-OK
007790         MOVE SPACES TO RPT-LINE
007800         STRING "ACCOUNTS=" WRK-ACCT-CNT
007810             " CHARGED=" WRK-CHARGED-CNT
007820             " LEDGER ENTRIES NOT ON MASTER=" WRK-ORPHAN-CNT
007830             DELIMITED BY SIZE INTO RPT-LINE
007840         WRITE RPT-LINE
007850         MOVE WRK-TOT-INT-CREDIT TO WRK-TOT-EDIT
007860         MOVE SPACES TO RPT-LINE
007870         STRING "TOTAL INTEREST CREDITED " WRK-TOT-EDIT
007880             DELIMITED BY SIZE INTO RPT-LINE
007890         WRITE RPT-LINE
007900         MOVE WRK-TOT-INT-DEBIT TO WRK-TOT-EDIT
007910         MOVE SPACES TO RPT-LINE
007920         STRING "TOTAL INTEREST CHARGED  " WRK-TOT-EDIT
007930             DELIMITED BY SIZE INTO RPT-LINE
007940         WRITE RPT-LINE
007950         MOVE WRK-TOT-FEES TO WRK-TOT-EDIT
007960         MOVE SPACES TO RPT-LINE
007970         STRING "TOTAL FEES CHARGED      " WRK-TOT-EDIT
007980             DELIMITED BY SIZE INTO RPT-LINE
007990         WRITE RPT-LINE
008000         MOVE SPACES TO RPT-LINE
008010         IF WRK-STAGE-OPEN-OK
008020             STRING "TXNIN RECORDS STAGED=" WRK-STAGED-CNT
008030                 " NOT STAGED (TOO LARGE)=" WRK-OVERSIZE-CNT
008040                 DELIMITED BY SIZE INTO RPT-LINE
008050         ELSE
008060             STRING "NO TXNIN FILE STAGED - RERUN WITH OPTION S "
008070                 "AFTER SIGN-OFF" DELIMITED BY SIZE INTO RPT-LINE
008080         END-IF
008090         WRITE RPT-LINE
008100         MOVE SPACES TO RPT-LINE
008110         WRITE RPT-LINE
008120         MOVE SPACES TO RPT-LINE
008130         STRING "FINANCE SIGN-OFF: ______________________  "
008140             "DATE: __________" DELIMITED BY SIZE INTO RPT-LINE
008150         WRITE RPT-LINE
008160         MOVE SPACES TO RPT-LINE
008170         STRING "END OF REPORT" DELIMITED BY SIZE INTO RPT-LINE
008180         WRITE RPT-LINE
008190         CLOSE ACCR-RPT
008200     END-IF
008210     IF WRK-IO-ERROR-FOUND
008220         MOVE 16 TO RETURN-CODE
008230     ELSE
008240     IF WRK-PARM-ERROR
008250         MOVE 12 TO RETURN-CODE
008260     ELSE
008270     IF WRK-ACCT-CNT = 0 OR WRK-OVERSIZE-CNT > 0
008280         MOVE 8 TO RETURN-CODE
008290     ELSE
008300         MOVE 0 TO RETURN-CODE
008310     END-IF
008320     END-IF
008330     END-IF.
