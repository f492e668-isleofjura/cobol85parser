000010 Identification Division.
000020 Program-ID.
000030  LEDGMON.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ACCTLEDG"
000080     ORGANIZATION LINE SEQUENTIAL
000090     FILE STATUS IS WRK-LEDG-STATUS.
000091     SELECT OPTIONAL LEDGER-HIST ASSIGN DYNAMIC WRK-LHIST-FILENAME
000092     ORGANIZATION LINE SEQUENTIAL
000093     FILE STATUS IS WRK-LHIST-STATUS.
000094     SELECT OPTIONAL CLOSED-FILE ASSIGN TO "LEDGCLSD"
000095     ORGANIZATION LINE SEQUENTIAL
000096     FILE STATUS IS WRK-CLSD-STATUS.
000100     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
000110     ORGANIZATION INDEXED
000120     ACCESS RANDOM
000130     RECORD KEY IS ACCT-NO
000140     FILE STATUS IS WRK-ACCT-STATUS.
000150     SELECT OPTIONAL CASE-FILE ASSIGN TO "MONCASE"
000160     ORGANIZATION INDEXED
000170     ACCESS RANDOM
000180     RECORD KEY IS MON-KEY
000190     FILE STATUS IS WRK-CASE-STATUS.
000200     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000210     ORGANIZATION LINE SEQUENTIAL
000220     FILE STATUS IS WRK-SYSIN-STATUS.
000230     SELECT MON-RPT ASSIGN DYNAMIC WRK-RPT-FILENAME
000240     ORGANIZATION LINE SEQUENTIAL
000250     FILE STATUS IS WRK-RPT-STATUS.
000260     SELECT SORT-FILE ASSIGN TO "SORTWK".
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  LEDGER-FILE.
000300 01  LEDGER-RECORD.
000310     05  LEDG-ACCT-NO         PIC 9(08).
000320     05  LEDG-RUN-DATE        PIC 9(08).
000330     05  LEDG-TXN-ID          PIC X(10).
000340     05  LEDG-AMOUNT          PIC S9(7)V99
000350                              SIGN LEADING SEPARATE.
000360     05  LEDG-BALANCE         PIC S9(9)V99
000370                              SIGN LEADING SEPARATE.
000380     05  FILLER               PIC X(32).
000381 FD  LEDGER-HIST.
000382 01  LEDGER-HIST-RECORD   PIC X(80).
000383 FD  CLOSED-FILE.
000384 01  CLOSED-RECORD.
000385     05  CLSD-PERIOD          PIC 9(06).
000386     05  FILLER               PIC X(74).
000390 FD  ACCT-MASTER-FILE.
000400 01  ACCT-MASTER-RECORD.
000410     05  ACCT-NO              PIC 9(08).
000420     05  ACCT-NAME            PIC X(30).
000430     05  ACCT-BALANCE         PIC S9(9)V99 COMP-3.
000440     05  ACCT-LAST-ACTIVITY   PIC 9(08).
000450     05  ACCT-MIN-BALANCE     PIC S9(9)V99 COMP-3.
000460     05  ACCT-TXN-LIMIT       PIC S9(7)V99 COMP-3.
000470     05  FILLER               PIC X(03).
000480 FD  CASE-FILE.
000490 01  CASE-RECORD.
000500     05  MON-KEY.
000510         10  MON-ACCT-NO          PIC 9(08).
000520         10  MON-RULE             PIC X(04).
000530     05  MON-WINDOW-START     PIC 9(08).
000540     05  MON-WINDOW-END       PIC 9(08).
000550     05  MON-LAST-TRIGGER     PIC 9(08).
000560     05  MON-TRIGGER-CNT      PIC 9(05).
000570     05  MON-TRIGGER-AMT      PIC S9(11)V99 COMP-3.
000580     05  MON-FIRST-REPORTED   PIC 9(08).
000590     05  MON-REPORT-CNT       PIC 9(05).
000600     05  FILLER               PIC X(20).
000610 FD  PARM-FILE.
000620 01  SYSIN-RECORD.
000630     05  SYSIN-BUS-DATE       PIC X(08).
000640     05  FILLER               PIC X(01).
000650     05  SYSIN-WINDOW-DAYS    PIC X(03).
000660     05  FILLER               PIC X(01).
000670     05  SYSIN-LARGE-AMT      PIC X(09).
000680     05  SYSIN-LARGE-AMT-N REDEFINES SYSIN-LARGE-AMT
000690                              PIC 9(7)V99.
000700     05  FILLER               PIC X(01).
000710     05  SYSIN-WINDOW-LIMIT   PIC X(11).
000720     05  SYSIN-WINDOW-LIMIT-N REDEFINES SYSIN-WINDOW-LIMIT
000730                              PIC 9(9)V99.
000740     05  FILLER               PIC X(01).
000750     05  SYSIN-NEAR-PCT       PIC X(02).
000760     05  FILLER               PIC X(01).
000770     05  SYSIN-NEAR-CNT       PIC X(03).
000780     05  FILLER               PIC X(39).
000790 FD  MON-RPT.
000800 01  RPT-LINE             PIC X(80).
000810 SD  SORT-FILE.
000820 01  SORT-RECORD.
000830     05  SORT-ACCT-NO         PIC 9(08).
000840     05  SORT-SEQ-NO          PIC 9(09).
000850     05  SORT-RUN-DATE        PIC 9(08).
000860     05  SORT-TXN-ID          PIC X(10).
000870     05  SORT-AMOUNT          PIC S9(7)V99.
000880 WORKING-STORAGE SECTION.
000890 01  WRK-XN-00001         PIC X(01) VALUE SPACE.
000900 01  WRK-RUN-MODE          PIC X(01) VALUE "*".
000910 01  WRK-LEDG-STATUS       PIC X(02) VALUE "00".
000913 01  WRK-LHIST-STATUS      PIC X(02) VALUE "00".
000916 01  WRK-CLSD-STATUS       PIC X(02) VALUE "00".
000920 01  WRK-ACCT-STATUS       PIC X(02) VALUE "00".
000930 01  WRK-CASE-STATUS       PIC X(02) VALUE "00".
000940 01  WRK-SYSIN-STATUS      PIC X(02) VALUE "00".
000950 01  WRK-RPT-STATUS        PIC X(02) VALUE "00".
000960 01  WRK-IO-ERROR-SW       PIC X(01) VALUE "N".
000970     88  WRK-IO-ERROR-FOUND           VALUE "Y".
000980 01  WRK-PARM-ERROR-SW     PIC X(01) VALUE "N".
000990     88  WRK-PARM-ERROR               VALUE "Y".
001000 01  WRK-RPT-OPEN-SW       PIC X(01) VALUE "Y".
001010     88  WRK-RPT-OPEN-OK              VALUE "Y".
001020 01  WRK-ACCT-OPEN-SW      PIC X(01) VALUE "N".
001030     88  WRK-ACCT-OPEN-OK             VALUE "Y".
001040 01  WRK-CASE-OPEN-SW      PIC X(01) VALUE "N".
001050     88  WRK-CASE-OPEN-OK             VALUE "Y".
001060 01  WRK-LEDG-EOF-SW       PIC X(01) VALUE "N".
001070     88  WRK-LEDG-EOF                 VALUE "Y".
001080 01  WRK-SORT-EOF-SW       PIC X(01) VALUE "N".
001090     88  WRK-SORT-EOF                 VALUE "Y".
001091 01  WRK-LHIST-EOF-SW      PIC X(01) VALUE "N".
001092     88  WRK-LHIST-EOF                VALUE "Y".
001093 01  WRK-CLSD-EOF-SW       PIC X(01) VALUE "N".
001094     88  WRK-CLSD-EOF                 VALUE "Y".
001095 01  WRK-OPENING-TXN-ID    PIC X(10) VALUE "*OPENBAL*".
001096 01  WRK-LAST-CLOSED       PIC 9(6) VALUE 0.
001097 01  WRK-LHIST-FILENAME    PIC X(40) VALUE SPACES.
001098 01  WRK-CLSD-SUB          PIC 9(3) VALUE 0.
001099 01  WRK-CLSD-TABLE.
001100     05  WRK-CLSD-COUNT        PIC 9(3) VALUE 0.
001101     05  CLT-ENTRY OCCURS 1 TO 120 TIMES
001102         DEPENDING ON WRK-CLSD-COUNT
001103         INDEXED BY CLT-IDX.
001104     10  CLT-PERIOD           PIC 9(06).
001105 01  WRK-LEDG-ENTRY.
001106     05  WRK-LEDG-ACCT-NO      PIC 9(08).
001107     05  WRK-LEDG-RUN-DATE     PIC 9(08).
001108     05  WRK-LEDG-TXN-ID       PIC X(10).
001109     05  WRK-LEDG-AMOUNT       PIC S9(7)V99
001110                               SIGN LEADING SEPARATE.
001111     05  WRK-LEDG-BALANCE      PIC S9(9)V99
001112                               SIGN LEADING SEPARATE.
001113     05  FILLER                PIC X(32).
001114 01  WRK-CASE-DUE-SW       PIC X(01) VALUE "N".
001115     88  WRK-CASE-DUE                 VALUE "Y".
001120 01  WRK-CURRENT-DATE      PIC X(21) VALUE SPACES.
001130 01  WRK-RUN-DATE-CCYYMMDD PIC 9(8) VALUE 0.
001140 01  WRK-BUS-DATE          PIC 9(8) VALUE 0.
001150 01  WRK-BUS-INT           PIC 9(8) VALUE 0.
001160 01  WRK-WINDOW-START      PIC 9(8) VALUE 0.
001170 01  WRK-WINDOW-DAYS       PIC 9(3) VALUE 5.
001180 01  WRK-LARGE-AMT         PIC 9(7)V99 VALUE 10000.00.
001190 01  WRK-WINDOW-LIMIT      PIC 9(9)V99 VALUE 50000.00.
001200 01  WRK-NEAR-PCT          PIC 9(2) VALUE 10.
001210 01  WRK-NEAR-CNT          PIC 9(3) VALUE 3.
001220 01  WRK-NEAR-FLOOR        PIC 9(7)V99 VALUE 0.
001230 01  WRK-RPT-FILENAME      PIC X(40) VALUE SPACES.
001240 01  WRK-SEQ-NO            PIC 9(9) VALUE 0.
001250 01  WRK-CURR-ACCT-NO      PIC 9(8) VALUE 0.
001260 01  WRK-ABS-AMOUNT        PIC 9(7)V99 VALUE 0.
001270 01  WRK-ACCT-TOTAL        PIC 9(11)V99 VALUE 0.
001280 01  WRK-ACCT-POST-CNT     PIC 9(5) VALUE 0.
001290 01  WRK-LRGV-CNT          PIC 9(5) VALUE 0.
001300 01  WRK-LRGV-AMT          PIC 9(11)V99 VALUE 0.
001310 01  WRK-LRGV-LAST         PIC 9(8) VALUE 0.
001320 01  WRK-STRC-CNT          PIC 9(5) VALUE 0.
001330 01  WRK-STRC-AMT          PIC 9(11)V99 VALUE 0.
001340 01  WRK-STRC-LAST         PIC 9(8) VALUE 0.
001350 01  WRK-VELO-LAST         PIC 9(8) VALUE 0.
001360 01  WRK-RULE              PIC X(04) VALUE SPACES.
001370 01  WRK-RULE-CNT          PIC 9(5) VALUE 0.
001380 01  WRK-RULE-AMT          PIC 9(11)V99 VALUE 0.
001390 01  WRK-RULE-LAST         PIC 9(8) VALUE 0.
001400 01  WRK-RPT-LRGV-SW       PIC X(01) VALUE "N".
001410 01  WRK-RPT-STRC-SW       PIC X(01) VALUE "N".
001420 01  WRK-RPT-VELO-SW       PIC X(01) VALUE "N".
001430 01  WRK-ACCT-HDR-SW       PIC X(01) VALUE "N".
001440     88  WRK-ACCT-HDR-DONE            VALUE "Y".
001450 01  WRK-RULE-TAGS         PIC X(15) VALUE SPACES.
001460 01  WRK-SUB               PIC 9(3) VALUE 0.
001470 01  WRK-LEDG-READ-CNT     PIC 9(9) VALUE 0.
001480 01  WRK-WINDOW-CNT        PIC 9(9) VALUE 0.
001490 01  WRK-ACCT-CNT          PIC 9(7) VALUE 0.
001500 01  WRK-CASE-ACCT-CNT     PIC 9(7) VALUE 0.
001510 01  WRK-NEW-CASE-CNT      PIC 9(7) VALUE 0.
001520 01  WRK-SUPPRESSED-CNT    PIC 9(7) VALUE 0.
001530 01  WRK-AMT-EDIT          PIC -(7)9.99 VALUE ZERO.
001540 01  WRK-TOT-EDIT          PIC Z(10)9.99 VALUE ZERO.
001550 01  WRK-LIM-EDIT          PIC Z(8)9.99 VALUE ZERO.
001560 01  WRK-CNT-EDIT          PIC ZZZZ9 VALUE ZERO.
001570 01  WRK-POST-TABLE.
001580     05  WRK-POST-COUNT        PIC 9(3) VALUE 0.
001590     05  MPT-ENTRY OCCURS 1 TO 500 TIMES
001600         DEPENDING ON WRK-POST-COUNT
001610         INDEXED BY MPT-IDX.
001620     10  MPT-RUN-DATE         PIC 9(08).
001630     10  MPT-TXN-ID           PIC X(10).
001640     10  MPT-AMOUNT           PIC S9(7)V99.
001650     10  MPT-LRGV-SW          PIC X(01).
001660     10  MPT-STRC-SW          PIC X(01).
001670 01  WRK-POST-OVERFLOW-CNT PIC 9(5) VALUE 0.
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001700     COPY WRKINIT REPLACING WRKI-FLAG-FIELD BY WRK-XN-00001
001710         WRKI-FLAG-VALUE BY WRK-RUN-MODE
001720         WRKI-TRUE-PARA BY 1000-ANNOUNCE-START.
001730     PERFORM 0100-INITIALIZE
001740     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
001750         SORT SORT-FILE ON ASCENDING KEY SORT-ACCT-NO SORT-SEQ-NO
001760             INPUT PROCEDURE IS 2000-SORT-LEDGER-INPUT
001770             OUTPUT PROCEDURE IS 3000-MONITOR-ACCOUNTS
001780     END-IF
001790     PERFORM 9000-TERMINATE
001800     STOP RUN.
001810
001820 1000-ANNOUNCE-START.
001830     DISPLAY "LEDGMON LARGE-VALUE AND VELOCITY MONITOR STARTING".
001840
001850 0100-INITIALIZE.
001860     MOVE FUNCTION CURRENT-DATE TO WRK-CURRENT-DATE
001870     MOVE WRK-CURRENT-DATE (1:8) TO WRK-RUN-DATE-CCYYMMDD
001880     MOVE WRK-RUN-DATE-CCYYMMDD TO WRK-BUS-DATE
001890     PERFORM 0110-READ-SYSIN-PARM
001900     IF NOT WRK-PARM-ERROR
001910     COMPUTE WRK-BUS-INT =
001920         FUNCTION INTEGER-OF-DATE (WRK-BUS-DATE)
001930     COMPUTE WRK-WINDOW-START = FUNCTION DATE-OF-INTEGER
001940         (WRK-BUS-INT - WRK-WINDOW-DAYS + 1)
001950     COMPUTE WRK-NEAR-FLOOR ROUNDED =
001960         WRK-LARGE-AMT * (100 - WRK-NEAR-PCT) / 100
001965     PERFORM 0130-LOAD-CLOSED-PERIODS
001970     STRING "MON.RPT." WRK-BUS-DATE DELIMITED BY SIZE
001980         INTO WRK-RPT-FILENAME
001990     OPEN OUTPUT MON-RPT
002000     IF WRK-RPT-STATUS NOT = "00"
002010         DISPLAY "ERROR OPENING MON-RPT, STATUS=" WRK-RPT-STATUS
002020         MOVE "N" TO WRK-RPT-OPEN-SW
002030         MOVE "Y" TO WRK-IO-ERROR-SW
002040     ELSE
002050         PERFORM 0140-WRITE-REPORT-HEADER
002060     END-IF
002070     OPEN INPUT ACCT-MASTER-FILE
002080     IF WRK-ACCT-STATUS NOT = "00"
002090         DISPLAY "ERROR OPENING ACCT-MASTER-FILE, STATUS="
002100             WRK-ACCT-STATUS
002110         MOVE "Y" TO WRK-IO-ERROR-SW
002120     ELSE
002130         MOVE "Y" TO WRK-ACCT-OPEN-SW
002140     END-IF
002150     OPEN I-O CASE-FILE
002160     IF WRK-CASE-STATUS NOT = "00" AND
002170        WRK-CASE-STATUS NOT = "05"
002180         DISPLAY "ERROR OPENING CASE-FILE, STATUS="
002190             WRK-CASE-STATUS
002200         MOVE "Y" TO WRK-IO-ERROR-SW
002210     ELSE
002220         MOVE "Y" TO WRK-CASE-OPEN-SW
002230     END-IF
002240     ELSE
002250         MOVE "N" TO WRK-RPT-OPEN-SW
002260     END-IF.
002270
002280 0110-READ-SYSIN-PARM.
002290     OPEN INPUT PARM-FILE
002300     IF WRK-SYSIN-STATUS = "00"
002310     READ PARM-FILE
002320         AT END
002330             CONTINUE
002340         NOT AT END
002350             PERFORM 0120-EDIT-SYSIN-PARM
002360     END-READ
002370     END-IF
002380     CLOSE PARM-FILE
002390     IF FUNCTION INTEGER-OF-DATE (WRK-BUS-DATE) = 0
002400      OR WRK-WINDOW-DAYS = 0
002410      OR WRK-LARGE-AMT = 0
002420      OR WRK-WINDOW-LIMIT = 0
002430      OR WRK-NEAR-PCT = 0
002440      OR WRK-NEAR-CNT = 0
002450         SET WRK-PARM-ERROR TO TRUE
002460     END-IF
002470     IF WRK-PARM-ERROR
002480         DISPLAY "LEDGMON PARM ERROR: SYSIN MAY CARRY CCYYMMDD, "
002490             "WINDOW DAYS, LARGE AMOUNT 9(7)V99, WINDOW LIMIT "
002500         DISPLAY "LEDGMON PARM ERROR: 9(9)V99, NEAR PCT 01-99 "
002510             "AND NEAR COUNT, ALL NON-ZERO"
002520     END-IF.
002530
002540 0120-EDIT-SYSIN-PARM.
002550     IF SYSIN-BUS-DATE NOT = SPACES
002560     IF SYSIN-BUS-DATE NUMERIC
002570         MOVE SYSIN-BUS-DATE TO WRK-BUS-DATE
002580     ELSE
002590         SET WRK-PARM-ERROR TO TRUE
002600     END-IF
002610     END-IF
002620     IF SYSIN-WINDOW-DAYS NOT = SPACES
002630     IF SYSIN-WINDOW-DAYS NUMERIC
002640         MOVE SYSIN-WINDOW-DAYS TO WRK-WINDOW-DAYS
002650     ELSE
002660         SET WRK-PARM-ERROR TO TRUE
002670     END-IF
002680     END-IF
002690     IF SYSIN-LARGE-AMT NOT = SPACES
002700     IF SYSIN-LARGE-AMT NUMERIC
002710         MOVE SYSIN-LARGE-AMT-N TO WRK-LARGE-AMT
002720     ELSE
002730         SET WRK-PARM-ERROR TO TRUE
002740     END-IF
002750     END-IF
002760     IF SYSIN-WINDOW-LIMIT NOT = SPACES
002770     IF SYSIN-WINDOW-LIMIT NUMERIC
002780         MOVE SYSIN-WINDOW-LIMIT-N TO WRK-WINDOW-LIMIT
002790     ELSE
002800         SET WRK-PARM-ERROR TO TRUE
002810     END-IF
002820     END-IF
002830     IF SYSIN-NEAR-PCT NOT = SPACES
002840     IF SYSIN-NEAR-PCT NUMERIC
002850         MOVE SYSIN-NEAR-PCT TO WRK-NEAR-PCT
002860     ELSE
002870         SET WRK-PARM-ERROR TO TRUE
002880     END-IF
002890     END-IF
002900     IF SYSIN-NEAR-CNT NOT = SPACES
002910     IF SYSIN-NEAR-CNT NUMERIC
002920         MOVE SYSIN-NEAR-CNT TO WRK-NEAR-CNT
002930     ELSE
002940         SET WRK-PARM-ERROR TO TRUE
002950     END-IF
002960     END-IF.
002970
002971 0130-LOAD-CLOSED-PERIODS.
002972     OPEN INPUT CLOSED-FILE
002973     IF WRK-CLSD-STATUS NOT = "00" AND
002974        WRK-CLSD-STATUS NOT = "05"
002975         DISPLAY "ERROR OPENING CLOSED-FILE, STATUS="
002976             WRK-CLSD-STATUS
002977         MOVE "Y" TO WRK-IO-ERROR-SW
002978     ELSE
002979     PERFORM UNTIL WRK-CLSD-EOF
002980         READ CLOSED-FILE
002981             AT END
002982                 SET WRK-CLSD-EOF TO TRUE
002983             NOT AT END
002984                 IF CLSD-PERIOD NUMERIC
002985                     IF CLSD-PERIOD > WRK-LAST-CLOSED
002986                         MOVE CLSD-PERIOD TO WRK-LAST-CLOSED
002987                     END-IF
002988                     IF CLSD-PERIOD NOT < WRK-WINDOW-START (1:6)
002989                      AND WRK-CLSD-COUNT < 120
002990                         ADD 1 TO WRK-CLSD-COUNT
002991                         MOVE CLSD-PERIOD
002992                    TO CLT-PERIOD (WRK-CLSD-COUNT)
002993                     END-IF
002994                 END-IF
002995         END-READ
002996     END-PERFORM
002997     CLOSE CLOSED-FILE
002998     END-IF.
002999
003000 0140-WRITE-REPORT-HEADER.
003001     MOVE SPACES TO RPT-LINE
003002     STRING "LARGE-VALUE AND VELOCITY MONITORING  BUSINESS DATE "
003010         WRK-BUS-DATE DELIMITED BY SIZE INTO RPT-LINE
003020     WRITE RPT-LINE
003030     MOVE SPACES TO RPT-LINE
003040     STRING "WINDOW " WRK-WINDOW-START " TO " WRK-BUS-DATE
003050         " (" WRK-WINDOW-DAYS " DAYS)"
003060         DELIMITED BY SIZE INTO RPT-LINE
003070     WRITE RPT-LINE
003080     MOVE WRK-LARGE-AMT TO WRK-LIM-EDIT
003090     MOVE SPACES TO RPT-LINE
003100     STRING "LRGV: SINGLE POSTING OVER " WRK-LIM-EDIT
003110         DELIMITED BY SIZE INTO RPT-LINE
003120     WRITE RPT-LINE
003130     MOVE WRK-WINDOW-LIMIT TO WRK-LIM-EDIT
003140     MOVE SPACES TO RPT-LINE
003150     STRING "VELO: WINDOW TOTAL OVER  " WRK-LIM-EDIT
003160         DELIMITED BY SIZE INTO RPT-LINE
003170     WRITE RPT-LINE
003180     MOVE WRK-NEAR-FLOOR TO WRK-LIM-EDIT
003190     MOVE SPACES TO RPT-LINE
003200     STRING "STRC: " WRK-NEAR-CNT " OR MORE POSTINGS FROM "
003210         WRK-LIM-EDIT " UP TO THE LRGV THRESHOLD"
003220         DELIMITED BY SIZE INTO RPT-LINE
003221     WRITE RPT-LINE
003222     PERFORM VARYING WRK-CLSD-SUB FROM 1 BY 1
003223             UNTIL WRK-CLSD-SUB > WRK-CLSD-COUNT
003224         MOVE SPACES TO RPT-LINE
003225         STRING "WINDOW INCLUDES CLOSED PERIOD "
003226             CLT-PERIOD (WRK-CLSD-SUB) " FROM LEDGHIST."
003227             CLT-PERIOD (WRK-CLSD-SUB)
003228             DELIMITED BY SIZE INTO RPT-LINE
003229         WRITE RPT-LINE
003230     END-PERFORM.
003240
003250 2000-SORT-LEDGER-INPUT.
003252     PERFORM VARYING WRK-CLSD-SUB FROM 1 BY 1
003254             UNTIL WRK-CLSD-SUB > WRK-CLSD-COUNT
003256         PERFORM 2100-READ-PERIOD-HISTORY
003258     END-PERFORM
003260     OPEN INPUT LEDGER-FILE
003270     IF WRK-LEDG-STATUS NOT = "00"
003280         DISPLAY "LEDGMON: LEDGER FILE ACCTLEDG NOT AVAILABLE, "
003290             "STATUS=" WRK-LEDG-STATUS
003300     ELSE
003310     PERFORM UNTIL WRK-LEDG-EOF
003320         READ LEDGER-FILE INTO WRK-LEDG-ENTRY
003330             AT END
003340                 SET WRK-LEDG-EOF TO TRUE
003350             NOT AT END
003360                 ADD 1 TO WRK-LEDG-READ-CNT
003370                 IF WRK-LEDG-RUN-DATE NUMERIC
003380                  AND WRK-LEDG-RUN-DATE (1:6) > WRK-LAST-CLOSED
003390                     PERFORM 2200-RELEASE-IF-IN-WINDOW
003500                 END-IF
003510         END-READ
003520     END-PERFORM
003530     END-IF
003531     CLOSE LEDGER-FILE.
003532
003533 2100-READ-PERIOD-HISTORY.
003534     MOVE SPACES TO WRK-LHIST-FILENAME
003535     STRING "LEDGHIST." CLT-PERIOD (WRK-CLSD-SUB)
003536         DELIMITED BY SIZE INTO WRK-LHIST-FILENAME
003537     MOVE "N" TO WRK-LHIST-EOF-SW
003538     OPEN INPUT LEDGER-HIST
003539     IF WRK-LHIST-STATUS NOT = "00" AND
003540        WRK-LHIST-STATUS NOT = "05"
003541         DISPLAY "LEDGMON: PERIOD HISTORY " WRK-LHIST-FILENAME
003544             " NOT AVAILABLE, STATUS=" WRK-LHIST-STATUS
003547         MOVE "Y" TO WRK-IO-ERROR-SW
003551     ELSE
003552     PERFORM UNTIL WRK-LHIST-EOF
003553         READ LEDGER-HIST INTO WRK-LEDG-ENTRY
003554             AT END
003555                 SET WRK-LHIST-EOF TO TRUE
003556             NOT AT END
003557                 ADD 1 TO WRK-LEDG-READ-CNT
003558                 PERFORM 2200-RELEASE-IF-IN-WINDOW
003559         END-READ
003560     END-PERFORM
003561     CLOSE LEDGER-HIST
003562     END-IF.
003563
003564 2200-RELEASE-IF-IN-WINDOW.
003565     IF WRK-LEDG-ACCT-NO NUMERIC
003566      AND WRK-LEDG-AMOUNT NUMERIC
003567      AND WRK-LEDG-RUN-DATE NUMERIC
003568      AND WRK-LEDG-RUN-DATE NOT < WRK-WINDOW-START
003569      AND WRK-LEDG-RUN-DATE NOT > WRK-BUS-DATE
003570      AND WRK-LEDG-TXN-ID NOT = WRK-OPENING-TXN-ID
003571         ADD 1 TO WRK-SEQ-NO
003572         ADD 1 TO WRK-WINDOW-CNT
003573         MOVE WRK-LEDG-ACCT-NO TO SORT-ACCT-NO
003574         MOVE WRK-SEQ-NO TO SORT-SEQ-NO
003575         MOVE WRK-LEDG-RUN-DATE TO SORT-RUN-DATE
003576         MOVE WRK-LEDG-TXN-ID TO SORT-TXN-ID
003577         MOVE WRK-LEDG-AMOUNT TO SORT-AMOUNT
003578         RELEASE SORT-RECORD
003579     END-IF.
003580
003581 3000-MONITOR-ACCOUNTS.
003582     PERFORM 3100-RETURN-NEXT-POSTING
003583     PERFORM UNTIL WRK-SORT-EOF OR WRK-IO-ERROR-FOUND
003590         PERFORM 3200-COLLECT-ONE-ACCOUNT
003600         PERFORM 3300-APPLY-RULES
003610     END-PERFORM.
003620
003630 3100-RETURN-NEXT-POSTING.
003640     RETURN SORT-FILE
003650         AT END
003660             SET WRK-SORT-EOF TO TRUE
003670     END-RETURN.
003680
003690 3200-COLLECT-ONE-ACCOUNT.
003700     MOVE SORT-ACCT-NO TO WRK-CURR-ACCT-NO
003710     ADD 1 TO WRK-ACCT-CNT
003720     MOVE 0 TO WRK-POST-COUNT
003730     MOVE 0 TO WRK-POST-OVERFLOW-CNT
003740     MOVE 0 TO WRK-ACCT-TOTAL
003750     MOVE 0 TO WRK-ACCT-POST-CNT
003760     MOVE 0 TO WRK-LRGV-CNT
003770     MOVE 0 TO WRK-LRGV-AMT
003780     MOVE 0 TO WRK-LRGV-LAST
003790     MOVE 0 TO WRK-STRC-CNT
003800     MOVE 0 TO WRK-STRC-AMT
003810     MOVE 0 TO WRK-STRC-LAST
003820     MOVE 0 TO WRK-VELO-LAST
003830     PERFORM UNTIL WRK-SORT-EOF
003840            OR SORT-ACCT-NO NOT = WRK-CURR-ACCT-NO
003850         PERFORM 3210-CLASSIFY-POSTING
003860         PERFORM 3100-RETURN-NEXT-POSTING
003870     END-PERFORM.
003880
003890 3210-CLASSIFY-POSTING.
003900     ADD 1 TO WRK-ACCT-POST-CNT
003910     IF SORT-AMOUNT < 0
003920         COMPUTE WRK-ABS-AMOUNT = 0 - SORT-AMOUNT
003930     ELSE
003940         MOVE SORT-AMOUNT TO WRK-ABS-AMOUNT
003950     END-IF
003960     ADD WRK-ABS-AMOUNT TO WRK-ACCT-TOTAL
003970     IF SORT-RUN-DATE > WRK-VELO-LAST
003980         MOVE SORT-RUN-DATE TO WRK-VELO-LAST
003990     END-IF
004000     IF WRK-POST-COUNT < 500
004010         ADD 1 TO WRK-POST-COUNT
004020         MOVE SORT-RUN-DATE TO MPT-RUN-DATE (WRK-POST-COUNT)
004030         MOVE SORT-TXN-ID TO MPT-TXN-ID (WRK-POST-COUNT)
004040         MOVE SORT-AMOUNT TO MPT-AMOUNT (WRK-POST-COUNT)
004050         MOVE "N" TO MPT-LRGV-SW (WRK-POST-COUNT)
004060         MOVE "N" TO MPT-STRC-SW (WRK-POST-COUNT)
004070     ELSE
004080         ADD 1 TO WRK-POST-OVERFLOW-CNT
004090     END-IF
004100     IF WRK-ABS-AMOUNT > WRK-LARGE-AMT
004110         ADD 1 TO WRK-LRGV-CNT
004120         ADD WRK-ABS-AMOUNT TO WRK-LRGV-AMT
004130         IF SORT-RUN-DATE > WRK-LRGV-LAST
004140             MOVE SORT-RUN-DATE TO WRK-LRGV-LAST
004150         END-IF
004160         IF WRK-POST-OVERFLOW-CNT = 0
004170             MOVE "Y" TO MPT-LRGV-SW (WRK-POST-COUNT)
004180         END-IF
004190     ELSE
004200     IF WRK-ABS-AMOUNT NOT < WRK-NEAR-FLOOR
004210         ADD 1 TO WRK-STRC-CNT
004220         ADD WRK-ABS-AMOUNT TO WRK-STRC-AMT
004230         IF SORT-RUN-DATE > WRK-STRC-LAST
004240             MOVE SORT-RUN-DATE TO WRK-STRC-LAST
004250         END-IF
004260         IF WRK-POST-OVERFLOW-CNT = 0
004270             MOVE "Y" TO MPT-STRC-SW (WRK-POST-COUNT)
004280         END-IF
004290     END-IF
004300     END-IF.
004310
004320 3300-APPLY-RULES.
004330     MOVE "N" TO WRK-RPT-LRGV-SW
004340     MOVE "N" TO WRK-RPT-STRC-SW
004350     MOVE "N" TO WRK-RPT-VELO-SW
004360     MOVE "N" TO WRK-ACCT-HDR-SW
004370     IF WRK-LRGV-CNT > 0
004380         MOVE "LRGV" TO WRK-RULE
004390         MOVE WRK-LRGV-CNT TO WRK-RULE-CNT
004400         MOVE WRK-LRGV-AMT TO WRK-RULE-AMT
004410         MOVE WRK-LRGV-LAST TO WRK-RULE-LAST
004420         PERFORM 3400-CHECK-CASE-FILE
004430         MOVE WRK-CASE-DUE-SW TO WRK-RPT-LRGV-SW
004440     END-IF
004450     IF WRK-ACCT-TOTAL > WRK-WINDOW-LIMIT
004460         MOVE "VELO" TO WRK-RULE
004470         MOVE WRK-ACCT-POST-CNT TO WRK-RULE-CNT
004480         MOVE WRK-ACCT-TOTAL TO WRK-RULE-AMT
004490         MOVE WRK-VELO-LAST TO WRK-RULE-LAST
004500         PERFORM 3400-CHECK-CASE-FILE
004510         MOVE WRK-CASE-DUE-SW TO WRK-RPT-VELO-SW
004520     END-IF
004530     IF WRK-STRC-CNT NOT < WRK-NEAR-CNT
004540         MOVE "STRC" TO WRK-RULE
004550         MOVE WRK-STRC-CNT TO WRK-RULE-CNT
004560         MOVE WRK-STRC-AMT TO WRK-RULE-AMT
004570         MOVE WRK-STRC-LAST TO WRK-RULE-LAST
004580         PERFORM 3400-CHECK-CASE-FILE
004590         MOVE WRK-CASE-DUE-SW TO WRK-RPT-STRC-SW
004600     END-IF
004610     IF WRK-ACCT-HDR-DONE
004620         PERFORM 3600-WRITE-TRIGGER-POSTINGS
004630     END-IF.
004640
004650 3400-CHECK-CASE-FILE.
004660     MOVE "Y" TO WRK-CASE-DUE-SW
004670     MOVE WRK-CURR-ACCT-NO TO MON-ACCT-NO
004680     MOVE WRK-RULE TO MON-RULE
004690     READ CASE-FILE
004700         INVALID KEY
004710             PERFORM 3410-WRITE-NEW-CASE
004720         NOT INVALID KEY
004730             PERFORM 3420-UPDATE-CASE
004740     END-READ
004750     IF WRK-CASE-DUE
004760         PERFORM 3500-WRITE-CASE-LINE
004770     END-IF.
004780
004790 3410-WRITE-NEW-CASE.
004800     MOVE SPACES TO CASE-RECORD
004810     MOVE WRK-CURR-ACCT-NO TO MON-ACCT-NO
004820     MOVE WRK-RULE TO MON-RULE
004830     MOVE WRK-WINDOW-START TO MON-WINDOW-START
004840     MOVE WRK-BUS-DATE TO MON-WINDOW-END
004850     MOVE WRK-RULE-LAST TO MON-LAST-TRIGGER
004860     MOVE WRK-RULE-CNT TO MON-TRIGGER-CNT
004870     MOVE WRK-RULE-AMT TO MON-TRIGGER-AMT
004880     MOVE WRK-BUS-DATE TO MON-FIRST-REPORTED
004890     MOVE 1 TO MON-REPORT-CNT
004900     WRITE CASE-RECORD
004910         INVALID KEY
004920             DISPLAY "ERROR WRITING CASE " MON-ACCT-NO " "
004930                 MON-RULE " STATUS=" WRK-CASE-STATUS
004940             MOVE "Y" TO WRK-IO-ERROR-SW
004950         NOT INVALID KEY
004960             ADD 1 TO WRK-NEW-CASE-CNT
004970     END-WRITE.
004980
004990 3420-UPDATE-CASE.
005000     IF MON-WINDOW-END = WRK-BUS-DATE
005010         ADD 1 TO WRK-NEW-CASE-CNT
005020     ELSE
005030     IF MON-WINDOW-END NOT < WRK-WINDOW-START
005040      AND WRK-RULE-LAST NOT > MON-LAST-TRIGGER
005050         MOVE "N" TO WRK-CASE-DUE-SW
005060         ADD 1 TO WRK-SUPPRESSED-CNT
005070     ELSE
005080         MOVE WRK-WINDOW-START TO MON-WINDOW-START
005090         MOVE WRK-BUS-DATE TO MON-WINDOW-END
005100         MOVE WRK-RULE-LAST TO MON-LAST-TRIGGER
005110         MOVE WRK-RULE-CNT TO MON-TRIGGER-CNT
005120         MOVE WRK-RULE-AMT TO MON-TRIGGER-AMT
005130         ADD 1 TO MON-REPORT-CNT
005140         REWRITE CASE-RECORD
005150             INVALID KEY
005160                 DISPLAY "ERROR REWRITING CASE " MON-ACCT-NO " "
005170                     MON-RULE " STATUS=" WRK-CASE-STATUS
005180                 MOVE "Y" TO WRK-IO-ERROR-SW
005190             NOT INVALID KEY
005200                 ADD 1 TO WRK-NEW-CASE-CNT
005210         END-REWRITE
005220     END-IF
005230     END-IF.
005240
005250 3500-WRITE-CASE-LINE.
005260     IF NOT WRK-ACCT-HDR-DONE
005270         SET WRK-ACCT-HDR-DONE TO TRUE
005280         ADD 1 TO WRK-CASE-ACCT-CNT
005290         PERFORM 3510-WRITE-ACCOUNT-HEADER
005300     END-IF
005310     MOVE WRK-RULE-AMT TO WRK-TOT-EDIT
005320     MOVE WRK-RULE-CNT TO WRK-CNT-EDIT
005330     MOVE SPACES TO RPT-LINE
005340     EVALUATE WRK-RULE
005350         WHEN "LRGV"
005360             STRING "  CASE LRGV  " WRK-CNT-EDIT
005370                 " POSTING(S) OVER THRESHOLD  TOTAL " WRK-TOT-EDIT
005380                 DELIMITED BY SIZE INTO RPT-LINE
005390         WHEN "VELO"
005400             STRING "  CASE VELO  " WRK-CNT-EDIT
005410                 " POSTING(S) IN WINDOW       TOTAL " WRK-TOT-EDIT
005420                 DELIMITED BY SIZE INTO RPT-LINE
005430         WHEN OTHER
005440             STRING "  CASE STRC  " WRK-CNT-EDIT
005450                 " POSTING(S) JUST UNDER      TOTAL " WRK-TOT-EDIT
005460                 DELIMITED BY SIZE INTO RPT-LINE
005470     END-EVALUATE
005480     IF MON-REPORT-CNT > 1
005490         MOVE "REPEAT" TO RPT-LINE (74:6)
005500     END-IF
005510     PERFORM 3590-WRITE-RPT-LINE.
005520
005530 3510-WRITE-ACCOUNT-HEADER.
005540     MOVE SPACES TO RPT-LINE
005550     PERFORM 3590-WRITE-RPT-LINE
005560     MOVE WRK-CURR-ACCT-NO TO ACCT-NO
005570     MOVE SPACES TO RPT-LINE
005580     READ ACCT-MASTER-FILE
005590         INVALID KEY
005600             STRING "ACCOUNT " WRK-CURR-ACCT-NO
005610                 "  *** NOT ON ACCOUNT MASTER ***"
005620                 DELIMITED BY SIZE INTO RPT-LINE
005630         NOT INVALID KEY
005640             STRING "ACCOUNT " WRK-CURR-ACCT-NO "  " ACCT-NAME
005650                 DELIMITED BY SIZE INTO RPT-LINE
005660     END-READ
005670     PERFORM 3590-WRITE-RPT-LINE.
005680
005690 3590-WRITE-RPT-LINE.
005700     IF WRK-RPT-OPEN-OK
005710         WRITE RPT-LINE
005720     END-IF.
005730
005740 3600-WRITE-TRIGGER-POSTINGS.
005750     PERFORM VARYING WRK-SUB FROM 1 BY 1
005760             UNTIL WRK-SUB > WRK-POST-COUNT
005770         MOVE SPACES TO WRK-RULE-TAGS
005780         IF WRK-RPT-LRGV-SW = "Y" AND MPT-LRGV-SW (WRK-SUB) = "Y"
005790             MOVE "LRGV" TO WRK-RULE-TAGS (1:4)
005800         END-IF
005810         IF WRK-RPT-STRC-SW = "Y" AND MPT-STRC-SW (WRK-SUB) = "Y"
005820             MOVE "STRC" TO WRK-RULE-TAGS (6:4)
005830         END-IF
005840         IF WRK-RPT-VELO-SW = "Y"
005850             MOVE "VELO" TO WRK-RULE-TAGS (11:4)
005860         END-IF
005870         IF WRK-RULE-TAGS NOT = SPACES
005880             MOVE MPT-AMOUNT (WRK-SUB) TO WRK-AMT-EDIT
005890             MOVE SPACES TO RPT-LINE
005900             STRING "    " MPT-RUN-DATE (WRK-SUB)
005910                 " " MPT-TXN-ID (WRK-SUB)
005920                 " " WRK-AMT-EDIT
005930                 "  " WRK-RULE-TAGS
005940                 DELIMITED BY SIZE INTO RPT-LINE
005950             PERFORM 3590-WRITE-RPT-LINE
005960         END-IF
005970     END-PERFORM
005980     IF WRK-POST-OVERFLOW-CNT > 0
005990         MOVE SPACES TO RPT-LINE
006000         STRING "    PLUS " WRK-POST-OVERFLOW-CNT
006010             " FURTHER POSTINGS IN WINDOW NOT LISTED"
006020             DELIMITED BY SIZE INTO RPT-LINE
006030         PERFORM 3590-WRITE-RPT-LINE
006040     END-IF.
006050
006060 9000-TERMINATE.
006070     IF WRK-ACCT-OPEN-OK
006080         CLOSE ACCT-MASTER-FILE
006090     END-IF
006100     IF WRK-CASE-OPEN-OK
006110         CLOSE CASE-FILE
006120     END-IF
006130     DISPLAY "LEDGMON LEDGER READ=" WRK-LEDG-READ-CNT
006140         " IN WINDOW=" WRK-WINDOW-CNT
006150         " ACCOUNTS=" WRK-ACCT-CNT
006160     DISPLAY "LEDGMON ACCOUNTS WITH CASES=" WRK-CASE-ACCT-CNT
006170         " CASES REPORTED=" WRK-NEW-CASE-CNT
006180         " SUPPRESSED=" WRK-SUPPRESSED-CNT
006190     IF WRK-RPT-OPEN-OK
006200         MOVE SPACES TO RPT-LINE
006210         WRITE RPT-LINE
006220         MOVE SPACES TO RPT-LINE
006230         STRING "LEDGER RECORDS=" WRK-LEDG-READ-CNT
006240             " IN WINDOW=" WRK-WINDOW-CNT
006250             " ACCOUNTS=" WRK-ACCT-CNT
006260             DELIMITED BY SIZE INTO RPT-LINE
006270         WRITE RPT-LINE
006280         MOVE SPACES TO RPT-LINE
006290         STRING "ACCOUNTS WITH CASES=" WRK-CASE-ACCT-CNT
006300             " CASES REPORTED=" WRK-NEW-CASE-CNT
006310             " ALREADY REPORTED=" WRK-SUPPRESSED-CNT
006320             DELIMITED BY SIZE INTO RPT-LINE
006330         WRITE RPT-LINE
006340         MOVE SPACES TO RPT-LINE
006350         STRING "END OF REPORT" DELIMITED BY SIZE INTO RPT-LINE
006360         WRITE RPT-LINE
006370         CLOSE MON-RPT
006380     END-IF
006390     IF WRK-IO-ERROR-FOUND
006400         MOVE 16 TO RETURN-CODE
006410     ELSE
006420     IF WRK-PARM-ERROR
006430         MOVE 12 TO RETURN-CODE
006440     ELSE
006450     IF WRK-CASE-ACCT-CNT > 0
006460         MOVE 8 TO RETURN-CODE
006470     ELSE
006480         MOVE 0 TO RETURN-CODE
006490     END-IF
006500     END-IF
006510     END-IF.
