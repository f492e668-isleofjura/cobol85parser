000010 Identification Division.
000020 Program-ID.
000030  ACCTINQ.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
000080     ORGANIZATION INDEXED
000090     ACCESS RANDOM
000100     RECORD KEY IS ACCT-NO
000110     FILE STATUS IS WRK-ACCT-STATUS.
000120     SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ACCTLEDG"
000130     ORGANIZATION LINE SEQUENTIAL
000140     FILE STATUS IS WRK-LEDG-STATUS.
000141     SELECT OPTIONAL LEDGER-HIST ASSIGN DYNAMIC WRK-LHIST-FILENAME
000142     ORGANIZATION LINE SEQUENTIAL
000143     FILE STATUS IS WRK-LHIST-STATUS.
000144     SELECT OPTIONAL CLOSED-FILE ASSIGN TO "LEDGCLSD"
000145     ORGANIZATION LINE SEQUENTIAL
000146     FILE STATUS IS WRK-CLSD-STATUS.
000150     SELECT OPTIONAL OPEN-ITEMS-FILE ASSIGN TO "SUSPOPEN"
000160     ORGANIZATION LINE SEQUENTIAL
000170     FILE STATUS IS WRK-OPEN-STATUS.
000180     SELECT OPTIONAL TXN-HISTORY-FILE ASSIGN TO "TXNHIST"
000190     ORGANIZATION INDEXED
000200     ACCESS RANDOM
000210     RECORD KEY IS HISTREC-TXN-ID
000220     FILE STATUS IS WRK-HIST-STATUS.
000230     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000240     ORGANIZATION LINE SEQUENTIAL
000250     FILE STATUS IS WRK-SYSIN-STATUS.
000260     SELECT INQ-RPT ASSIGN DYNAMIC WRK-RPT-FILENAME
000270     ORGANIZATION LINE SEQUENTIAL
000280     FILE STATUS IS WRK-RPT-STATUS.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  ACCT-MASTER-FILE.
000320 01  ACCT-MASTER-RECORD.
000330     05  ACCT-NO              PIC 9(08).
000340     05  ACCT-NAME            PIC X(30).
000350     05  ACCT-BALANCE         PIC S9(9)V99 COMP-3.
000360     05  ACCT-LAST-ACTIVITY   PIC 9(08).
000370     05  ACCT-MIN-BALANCE     PIC S9(9)V99 COMP-3.
000380     05  ACCT-TXN-LIMIT       PIC S9(7)V99 COMP-3.
000390     05  FILLER               PIC X(03).
000400 FD  LEDGER-FILE.
000410 01  LEDGER-RECORD.
000420     05  LEDG-ACCT-NO         PIC 9(08).
000430     05  LEDG-RUN-DATE        PIC 9(08).
000440     05  LEDG-TXN-ID          PIC X(10).
000450     05  LEDG-AMOUNT          PIC S9(7)V99
000460                              SIGN LEADING SEPARATE.
000470     05  LEDG-BALANCE         PIC S9(9)V99
000480                              SIGN LEADING SEPARATE.
000490     05  FILLER               PIC X(32).
000491 FD  LEDGER-HIST.
000492 01  LEDGER-HIST-RECORD   PIC X(80).
000493 FD  CLOSED-FILE.
000494 01  CLOSED-RECORD.
000495     05  CLSD-PERIOD          PIC 9(06).
000496     05  FILLER               PIC X(74).
000500 FD  OPEN-ITEMS-FILE.
000510 01  OPEN-ITEMS-RECORD.
000520     05  OPN-TXN-ID           PIC X(10).
000530     05  OPN-STATUS-FLAG      PIC X(01).
000540     05  OPN-RUN-DATE         PIC 9(08).
000550     05  OPN-REASON-CODE      PIC X(04).
000560     05  OPN-TXN-DATA.
000570         10  FILLER               PIC X(11).
000580         10  OPN-ACCT-NO          PIC X(08).
000590         10  OPN-AMOUNT           PIC X(10).
000600         10  OPN-TO-ACCT-NO       PIC X(08).
000610         10  FILLER               PIC X(42).
000620     05  OPN-REC-TYPE         PIC X(01).
000630 FD  TXN-HISTORY-FILE.
000640 01  TXN-HISTORY-RECORD.
000650     05  HISTREC-TXN-ID       PIC X(10).
000660     05  HISTREC-RUN-DATE     PIC 9(08).
000670     05  HISTREC-REVERSED-FLAG PIC X(01).
000680     05  HISTREC-REVERSED-DATE PIC 9(08).
000690     05  HISTREC-REVERSED-BY  PIC X(10).
000700     05  FILLER               PIC X(13).
000710 FD  PARM-FILE.
000720 01  SYSIN-RECORD.
000730     05  SYSIN-CARD-TYPE      PIC X(01).
000740         88  SYSIN-ACCT-CARD             VALUE "A".
000750         88  SYSIN-TXN-CARD              VALUE "T".
000760         88  SYSIN-DATE-CARD             VALUE "D".
000770     05  FILLER               PIC X(01).
000780     05  SYSIN-CARD-DATA      PIC X(12).
000790     05  SYSIN-DATE-DATA REDEFINES SYSIN-CARD-DATA.
000800         10  SYSIN-BUS-DATE       PIC X(08).
000810         10  FILLER               PIC X(01).
000820         10  SYSIN-RECENT-CNT     PIC X(03).
000830     05  FILLER               PIC X(66).
000840 FD  INQ-RPT.
000850 01  RPT-LINE             PIC X(80).
000860 WORKING-STORAGE SECTION.
000870 01  WRK-XN-00001         PIC X(01) VALUE SPACE.
000880 01  WRK-RUN-MODE          PIC X(01) VALUE "*".
000890 01  WRK-ACCT-STATUS       PIC X(02) VALUE "00".
000900 01  WRK-LEDG-STATUS       PIC X(02) VALUE "00".
000903 01  WRK-LHIST-STATUS      PIC X(02) VALUE "00".
000906 01  WRK-CLSD-STATUS       PIC X(02) VALUE "00".
000910 01  WRK-OPEN-STATUS       PIC X(02) VALUE "00".
000920 01  WRK-HIST-STATUS       PIC X(02) VALUE "00".
000930 01  WRK-SYSIN-STATUS      PIC X(02) VALUE "00".
000940 01  WRK-RPT-STATUS        PIC X(02) VALUE "00".
000950 01  WRK-IO-ERROR-SW       PIC X(01) VALUE "N".
000960     88  WRK-IO-ERROR-FOUND           VALUE "Y".
000970 01  WRK-PARM-ERROR-SW     PIC X(01) VALUE "N".
000980     88  WRK-PARM-ERROR               VALUE "Y".
000990 01  WRK-RPT-OPEN-SW       PIC X(01) VALUE "Y".
001000     88  WRK-RPT-OPEN-OK              VALUE "Y".
001010 01  WRK-ACCT-OPEN-SW      PIC X(01) VALUE "N".
001020     88  WRK-ACCT-OPEN-OK             VALUE "Y".
001030 01  WRK-HIST-OPEN-SW      PIC X(01) VALUE "N".
001040     88  WRK-HIST-OPEN-OK             VALUE "Y".
001050 01  WRK-SYSIN-EOF-SW      PIC X(01) VALUE "N".
001060     88  WRK-SYSIN-EOF                VALUE "Y".
001070 01  WRK-LEDG-EOF-SW       PIC X(01) VALUE "N".
001080     88  WRK-LEDG-EOF                 VALUE "Y".
001090 01  WRK-OPEN-EOF-SW       PIC X(01) VALUE "N".
001100     88  WRK-OPEN-EOF                 VALUE "Y".
001101 01  WRK-LHIST-EOF-SW      PIC X(01) VALUE "N".
001102     88  WRK-LHIST-EOF                VALUE "Y".
001103 01  WRK-CLSD-EOF-SW       PIC X(01) VALUE "N".
001104     88  WRK-CLSD-EOF                 VALUE "Y".
001105 01  WRK-SCAN-MODE         PIC X(01) VALUE SPACE.
001106     88  WRK-SCAN-ACCT-COUNT          VALUE "C".
001107     88  WRK-SCAN-ACCT-KEEP           VALUE "K".
001108     88  WRK-SCAN-TXN                 VALUE "T".
001109 01  WRK-OPENING-TXN-ID    PIC X(10) VALUE "*OPENBAL*".
001110 01  WRK-LAST-CLOSED       PIC 9(6) VALUE 0.
001111 01  WRK-LHIST-FILENAME    PIC X(40) VALUE SPACES.
001112 01  WRK-CLSD-SUB          PIC 9(3) VALUE 0.
001113 01  WRK-HIST-FROM         PIC 9(3) VALUE 0.
001114 01  WRK-PERIOD-MATCH-CNT  PIC 9(7) VALUE 0.
001115 01  WRK-FOUND-SW          PIC X(01) VALUE "N".
001120     88  WRK-ITEM-FOUND               VALUE "Y".
001130 01  WRK-CURRENT-DATE      PIC X(21) VALUE SPACES.
001140 01  WRK-RUN-DATE-CCYYMMDD PIC 9(8) VALUE 0.
001150 01  WRK-BUS-DATE          PIC 9(8) VALUE 0.
001160 01  WRK-BUS-INT           PIC 9(8) VALUE 0.
001170 01  WRK-ITEM-INT          PIC 9(8) VALUE 0.
001180 01  WRK-ITEM-AGE          PIC S9(5) VALUE 0.
001190 01  WRK-RECENT-MAX        PIC 9(3) VALUE 20.
001200 01  WRK-RPT-FILENAME      PIC X(40) VALUE SPACES.
001210 01  WRK-INQ-ACCT-NO       PIC 9(8) VALUE 0.
001220 01  WRK-INQ-TXN-ID        PIC X(10) VALUE SPACES.
001230 01  WRK-LEDG-MATCH-CNT    PIC 9(7) VALUE 0.
001240 01  WRK-SUSP-MATCH-CNT    PIC 9(5) VALUE 0.
001250 01  WRK-ACCT-REQ-CNT      PIC 9(5) VALUE 0.
001260 01  WRK-TXN-REQ-CNT       PIC 9(5) VALUE 0.
001270 01  WRK-NOT-FOUND-CNT     PIC 9(5) VALUE 0.
001280 01  WRK-REQ-SUB           PIC 9(3) VALUE 0.
001290 01  WRK-SUB               PIC 9(3) VALUE 0.
001300 01  WRK-RING-NEXT         PIC 9(3) VALUE 0.
001310 01  WRK-RING-USED         PIC 9(3) VALUE 0.
001320 01  WRK-RVSD-SW           PIC X(01) VALUE SPACE.
001330 01  WRK-RVT-OVERFLOW-CNT  PIC 9(5) VALUE 0.
001340 01  WRK-AMT-EDIT          PIC -(7)9.99 VALUE ZERO.
001350 01  WRK-BAL-EDIT          PIC -(9)9.99 VALUE ZERO.
001360 01  WRK-LIM-EDIT          PIC -(7)9.99 VALUE ZERO.
001370 01  WRK-AGE-EDIT          PIC ZZZZ9 VALUE ZERO.
001380 01  WRK-REQ-TABLE.
001390     05  WRK-REQ-COUNT         PIC 9(3) VALUE 0.
001400     05  REQ-ENTRY OCCURS 1 TO 100 TIMES
001410         DEPENDING ON WRK-REQ-COUNT
001420         INDEXED BY REQ-IDX.
001430     10  REQ-TYPE             PIC X(01).
001440     10  REQ-KEY              PIC X(10).
001450 01  WRK-RING-TABLE.
001460     05  RING-ENTRY OCCURS 99 TIMES.
001470     10  RING-RUN-DATE        PIC 9(08).
001480     10  RING-TXN-ID          PIC X(10).
001490     10  RING-AMOUNT          PIC S9(7)V99.
001500     10  RING-BALANCE         PIC S9(9)V99.
001510     10  RING-RVSD-SW         PIC X(01).
001511 01  WRK-CLSD-TABLE.
001512     05  WRK-CLSD-COUNT        PIC 9(3) VALUE 0.
001513     05  CLT-ENTRY OCCURS 1 TO 120 TIMES
001514         DEPENDING ON WRK-CLSD-COUNT
001515         INDEXED BY CLT-IDX.
001516     10  CLT-PERIOD           PIC 9(06).
001517 01  WRK-LEDG-ENTRY.
001518     05  WRK-LEDG-ACCT-NO      PIC 9(08).
001519     05  WRK-LEDG-RUN-DATE     PIC 9(08).
001520     05  WRK-LEDG-TXN-ID       PIC X(10).
001521     05  WRK-LEDG-AMOUNT       PIC S9(7)V99
001522                               SIGN LEADING SEPARATE.
001523     05  WRK-LEDG-BALANCE      PIC S9(9)V99
001524                               SIGN LEADING SEPARATE.
001525     05  FILLER                PIC X(32).
001526 01  WRK-RVT-TABLE.
001530     05  WRK-RVT-COUNT         PIC 9(3) VALUE 0.
001540     05  RVT-ENTRY OCCURS 1 TO 50 TIMES
001550         DEPENDING ON WRK-RVT-COUNT
001560         INDEXED BY RVT-IDX.
001570     10  RVT-TXN-ID           PIC X(10).
001580     10  RVT-RUN-DATE         PIC 9(08).
001590     10  RVT-REVERSED-DATE    PIC 9(08).
001600     10  RVT-REVERSED-BY      PIC X(10).
001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001630     COPY WRKINIT REPLACING WRKI-FLAG-FIELD BY WRK-XN-00001
001640         WRKI-FLAG-VALUE BY WRK-RUN-MODE
001650         WRKI-TRUE-PARA BY 1000-ANNOUNCE-START.
001660     PERFORM 0100-INITIALIZE
001670     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
001680         PERFORM VARYING WRK-REQ-SUB FROM 1 BY 1
001690                 UNTIL WRK-REQ-SUB > WRK-REQ-COUNT
001700                    OR WRK-IO-ERROR-FOUND
001710             IF REQ-TYPE (WRK-REQ-SUB) = "A"
001720                 PERFORM 2000-RESEARCH-ACCOUNT
001730             ELSE
001740                 PERFORM 3000-RESEARCH-TXN
001750             END-IF
001760         END-PERFORM
001770     END-IF
001780     PERFORM 9000-TERMINATE
001790     STOP RUN.
001800
001810 1000-ANNOUNCE-START.
001820     DISPLAY "ACCTINQ ACCOUNT RESEARCH INQUIRY STARTING".
001830
001840 0100-INITIALIZE.
001850     MOVE FUNCTION CURRENT-DATE TO WRK-CURRENT-DATE
001860     MOVE WRK-CURRENT-DATE (1:8) TO WRK-RUN-DATE-CCYYMMDD
001870     MOVE WRK-RUN-DATE-CCYYMMDD TO WRK-BUS-DATE
001880     PERFORM 0110-READ-SYSIN-PARM
001890     IF NOT WRK-PARM-ERROR
001900     COMPUTE WRK-BUS-INT =
001910         FUNCTION INTEGER-OF-DATE (WRK-BUS-DATE)
001920     STRING "INQ.RPT." WRK-BUS-DATE DELIMITED BY SIZE
001930         INTO WRK-RPT-FILENAME
001940     OPEN OUTPUT INQ-RPT
001950     IF WRK-RPT-STATUS NOT = "00"
001960         DISPLAY "ERROR OPENING INQ-RPT, STATUS=" WRK-RPT-STATUS
001970         MOVE "N" TO WRK-RPT-OPEN-SW
001980         MOVE "Y" TO WRK-IO-ERROR-SW
001990     ELSE
002000         PERFORM 0140-WRITE-REPORT-HEADER
002010     END-IF
002020     OPEN INPUT ACCT-MASTER-FILE
002030     IF WRK-ACCT-STATUS NOT = "00"
002040         DISPLAY "ERROR OPENING ACCT-MASTER-FILE, STATUS="
002050             WRK-ACCT-STATUS
002060         MOVE "Y" TO WRK-IO-ERROR-SW
002070     ELSE
002080         MOVE "Y" TO WRK-ACCT-OPEN-SW
002090     END-IF
002100     OPEN INPUT TXN-HISTORY-FILE
002110     IF WRK-HIST-STATUS = "00" OR WRK-HIST-STATUS = "05"
002120         MOVE "Y" TO WRK-HIST-OPEN-SW
002130     ELSE
002140         DISPLAY "ERROR OPENING TXN-HISTORY-FILE, STATUS="
002150             WRK-HIST-STATUS
002160         MOVE "Y" TO WRK-IO-ERROR-SW
002170     END-IF
002175     PERFORM 0130-LOAD-CLOSED-PERIODS
002180     ELSE
002190         MOVE "N" TO WRK-RPT-OPEN-SW
002200     END-IF.
002210
002220 0110-READ-SYSIN-PARM.
002230     OPEN INPUT PARM-FILE
002240     IF WRK-SYSIN-STATUS = "00"
002250     PERFORM UNTIL WRK-SYSIN-EOF
002260         READ PARM-FILE
002270             AT END
002280                 SET WRK-SYSIN-EOF TO TRUE
002290             NOT AT END
002300                 IF SYSIN-RECORD NOT = SPACES
002310                     PERFORM 0120-EDIT-SYSIN-CARD
002320                 END-IF
002330         END-READ
002340     END-PERFORM
002350     END-IF
002360     CLOSE PARM-FILE
002370     IF FUNCTION INTEGER-OF-DATE (WRK-BUS-DATE) = 0
002380      OR WRK-RECENT-MAX = 0 OR WRK-RECENT-MAX > 99
002390         SET WRK-PARM-ERROR TO TRUE
002400         DISPLAY "ACCTINQ PARM ERROR: D CARD MUST CARRY A "
002410             "CCYYMMDD DATE AND RECENT ENTRY COUNT 001-099"
002420     END-IF
002430     IF WRK-REQ-COUNT = 0
002440         SET WRK-PARM-ERROR TO TRUE
002450         DISPLAY "ACCTINQ PARM ERROR: NO A (ACCOUNT) OR "
002460             "T (TXN-ID) CARDS ON SYSIN"
002470     END-IF.
002480
002490 0120-EDIT-SYSIN-CARD.
002500     EVALUATE TRUE
002510         WHEN SYSIN-DATE-CARD
002520             IF SYSIN-BUS-DATE NUMERIC
002530                 MOVE SYSIN-BUS-DATE TO WRK-BUS-DATE
002540             END-IF
002550             IF SYSIN-RECENT-CNT NUMERIC
002560                 MOVE SYSIN-RECENT-CNT TO WRK-RECENT-MAX
002570             END-IF
002580         WHEN SYSIN-ACCT-CARD OR SYSIN-TXN-CARD
002590             IF SYSIN-ACCT-CARD
002600              AND SYSIN-CARD-DATA (1:8) NOT NUMERIC
002610                 DISPLAY "ACCTINQ PARM ERROR: ACCOUNT NOT "
002620                     "NUMERIC: " SYSIN-CARD-DATA
002630                 SET WRK-PARM-ERROR TO TRUE
002640             ELSE
002650             IF SYSIN-TXN-CARD AND SYSIN-CARD-DATA (1:10) = SPACES
002660                 DISPLAY "ACCTINQ PARM ERROR: T CARD HAS NO "
002670                     "TXN-ID"
002680                 SET WRK-PARM-ERROR TO TRUE
002690             ELSE
002700             IF WRK-REQ-COUNT = 100
002710                 DISPLAY "ACCTINQ PARM ERROR: MORE THAN 100 "
002720                     "REQUESTS ON SYSIN"
002730                 SET WRK-PARM-ERROR TO TRUE
002740             ELSE
002750                 ADD 1 TO WRK-REQ-COUNT
002760                 MOVE SYSIN-CARD-TYPE TO REQ-TYPE (WRK-REQ-COUNT)
002770                 MOVE SYSIN-CARD-DATA (1:10)
002780                    TO REQ-KEY (WRK-REQ-COUNT)
002790             END-IF
002800             END-IF
002810             END-IF
002820         WHEN OTHER
002830             DISPLAY "ACCTINQ PARM ERROR: CARD TYPE NOT A, T "
002840                 "OR D: " SYSIN-RECORD (1:14)
002850             SET WRK-PARM-ERROR TO TRUE
002860     END-EVALUATE.
002870
002871 0130-LOAD-CLOSED-PERIODS.
002872     OPEN INPUT CLOSED-FILE
002873     IF WRK-CLSD-STATUS = "00"
002874     PERFORM UNTIL WRK-CLSD-EOF
002875         READ CLOSED-FILE
002876             AT END
002877                 SET WRK-CLSD-EOF TO TRUE
002878             NOT AT END
002879                 IF CLSD-PERIOD NUMERIC
002880                  AND CLSD-PERIOD > WRK-LAST-CLOSED
002881                     MOVE CLSD-PERIOD TO WRK-LAST-CLOSED
002882                     IF WRK-CLSD-COUNT = 120
002883                         PERFORM VARYING WRK-CLSD-SUB FROM 1 BY 1
002884                                 UNTIL WRK-CLSD-SUB = 120
002885                             MOVE CLT-PERIOD (WRK-CLSD-SUB + 1)
002886                               TO CLT-PERIOD (WRK-CLSD-SUB)
002887                         END-PERFORM
002888                     ELSE
002889                         ADD 1 TO WRK-CLSD-COUNT
002890                     END-IF
002891                     MOVE CLSD-PERIOD
002892                       TO CLT-PERIOD (WRK-CLSD-COUNT)
002893                 END-IF
002894         END-READ
002895     END-PERFORM
002896     END-IF
002897     CLOSE CLOSED-FILE.
002898
002899 0140-WRITE-REPORT-HEADER.
002900     MOVE SPACES TO RPT-LINE
002901     STRING "ACCOUNT RESEARCH INQUIRY  BUSINESS DATE "
002910         WRK-BUS-DATE
002920         "  LAST " WRK-RECENT-MAX " LEDGER ENTRIES"
002930         DELIMITED BY SIZE INTO RPT-LINE
002940     WRITE RPT-LINE.
002950
002960 0200-WRITE-RPT-LINE.
002970     IF WRK-RPT-OPEN-OK
002980         WRITE RPT-LINE
002990     END-IF.
003000
003010 0210-WRITE-SECTION-BREAK.
003020     MOVE SPACES TO RPT-LINE
003030     PERFORM 0200-WRITE-RPT-LINE
003040     MOVE ALL "-" TO RPT-LINE
003050     PERFORM 0200-WRITE-RPT-LINE.
003060
003070 0220-COMPUTE-ITEM-AGE.
003080     IF OPN-RUN-DATE NUMERIC
003090      AND FUNCTION INTEGER-OF-DATE (OPN-RUN-DATE) > 0
003100         COMPUTE WRK-ITEM-INT = FUNCTION INTEGER-OF-DATE
003110             (OPN-RUN-DATE)
003120         COMPUTE WRK-ITEM-AGE = WRK-BUS-INT - WRK-ITEM-INT
003130         IF WRK-ITEM-AGE < 0
003140             MOVE 0 TO WRK-ITEM-AGE
003150         END-IF
003160     ELSE
003170         MOVE 0 TO WRK-ITEM-AGE
003180     END-IF
003190     MOVE WRK-ITEM-AGE TO WRK-AGE-EDIT.
003191
003192 0230-READ-CURRENT-LEDGER.
003193     MOVE "N" TO WRK-LEDG-EOF-SW
003194     OPEN INPUT LEDGER-FILE
003195     IF WRK-LEDG-STATUS NOT = "00" AND WRK-LEDG-STATUS NOT = "05"
003196         DISPLAY "ERROR OPENING LEDGER-FILE, STATUS="
003197             WRK-LEDG-STATUS
003198         MOVE "Y" TO WRK-IO-ERROR-SW
003199     ELSE
003200         PERFORM UNTIL WRK-LEDG-EOF
003201             READ LEDGER-FILE INTO WRK-LEDG-ENTRY
003202                 AT END
003203                     SET WRK-LEDG-EOF TO TRUE
003204                 NOT AT END
003205                     IF WRK-LEDG-RUN-DATE (1:6) > WRK-LAST-CLOSED
003206                         PERFORM 0250-CHECK-LEDGER-ENTRY
003207                     END-IF
003208             END-READ
003209         END-PERFORM
003210         CLOSE LEDGER-FILE
003211     END-IF.
003212
003213 0240-READ-PERIOD-HISTORY.
003214     MOVE SPACES TO WRK-LHIST-FILENAME
003215     STRING "LEDGHIST." CLT-PERIOD (WRK-CLSD-SUB)
003216         DELIMITED BY SIZE INTO WRK-LHIST-FILENAME
003217     MOVE "N" TO WRK-LHIST-EOF-SW
003218     OPEN INPUT LEDGER-HIST
003219     IF WRK-LHIST-STATUS NOT = "00"
003220      AND WRK-LHIST-STATUS NOT = "05"
003221         DISPLAY "ERROR OPENING " WRK-LHIST-FILENAME ", STATUS="
003222             WRK-LHIST-STATUS
003223         MOVE "Y" TO WRK-IO-ERROR-SW
003224     ELSE
003225         PERFORM UNTIL WRK-LHIST-EOF
003226             READ LEDGER-HIST INTO WRK-LEDG-ENTRY
003227                 AT END
003228                     SET WRK-LHIST-EOF TO TRUE
003229                 NOT AT END
003230                     PERFORM 0250-CHECK-LEDGER-ENTRY
003231             END-READ
003232         END-PERFORM
003233         CLOSE LEDGER-HIST
003234     END-IF.
003235
003236 0250-CHECK-LEDGER-ENTRY.
003237     EVALUATE TRUE
003238         WHEN WRK-SCAN-TXN
003239             IF WRK-LEDG-TXN-ID = WRK-INQ-TXN-ID
003240                 PERFORM 3210-WRITE-LEDGER-MATCH
003241             END-IF
003242         WHEN WRK-LEDG-ACCT-NO NOT = WRK-INQ-ACCT-NO
003243          OR WRK-LEDG-TXN-ID = WRK-OPENING-TXN-ID
003244             CONTINUE
003245         WHEN WRK-SCAN-ACCT-COUNT
003246             ADD 1 TO WRK-PERIOD-MATCH-CNT
003247         WHEN OTHER
003248             PERFORM 2110-KEEP-LEDGER-ENTRY
003249     END-EVALUATE.
003250
003251 2000-RESEARCH-ACCOUNT.
003252     ADD 1 TO WRK-ACCT-REQ-CNT
003253     MOVE REQ-KEY (WRK-REQ-SUB) (1:8) TO WRK-INQ-ACCT-NO
003254     PERFORM 0210-WRITE-SECTION-BREAK
003255     MOVE "N" TO WRK-FOUND-SW
003260     MOVE WRK-INQ-ACCT-NO TO ACCT-NO
003270     READ ACCT-MASTER-FILE
003280         INVALID KEY
003290             MOVE SPACES TO RPT-LINE
003300             STRING "ACCOUNT " WRK-INQ-ACCT-NO
003310                 "  *** NOT ON ACCOUNT MASTER ***"
003320                 DELIMITED BY SIZE INTO RPT-LINE
003330             PERFORM 0200-WRITE-RPT-LINE
003340         NOT INVALID KEY
003350             SET WRK-ITEM-FOUND TO TRUE
003360             PERFORM 2010-WRITE-MASTER-DETAILS
003370     END-READ
003380     PERFORM 2100-SCAN-LEDGER-FOR-ACCT
003390     PERFORM 2150-WRITE-RECENT-ENTRIES
003400     PERFORM 2170-WRITE-REVERSALS
003410     PERFORM 2200-SCAN-SUSPENSE-FOR-ACCT
003420     IF NOT WRK-ITEM-FOUND AND WRK-LEDG-MATCH-CNT = 0
003430      AND WRK-SUSP-MATCH-CNT = 0
003440         ADD 1 TO WRK-NOT-FOUND-CNT
003450     END-IF.
003460
003470 2010-WRITE-MASTER-DETAILS.
003480     MOVE SPACES TO RPT-LINE
003490     STRING "ACCOUNT " ACCT-NO "  " ACCT-NAME
003500         DELIMITED BY SIZE INTO RPT-LINE
003510     PERFORM 0200-WRITE-RPT-LINE
003520     MOVE ACCT-BALANCE TO WRK-BAL-EDIT
003530     MOVE SPACES TO RPT-LINE
003540     STRING "  BALANCE " WRK-BAL-EDIT
003550         "  LAST ACTIVITY " ACCT-LAST-ACTIVITY
003560         DELIMITED BY SIZE INTO RPT-LINE
003570     PERFORM 0200-WRITE-RPT-LINE
003580     MOVE ACCT-MIN-BALANCE TO WRK-BAL-EDIT
003590     MOVE ACCT-TXN-LIMIT TO WRK-LIM-EDIT
003600     MOVE SPACES TO RPT-LINE
003610     STRING "  MIN BALANCE " WRK-BAL-EDIT
003620         "  TXN LIMIT " WRK-LIM-EDIT
003630         DELIMITED BY SIZE INTO RPT-LINE
003640     PERFORM 0200-WRITE-RPT-LINE.
003650
003660 2100-SCAN-LEDGER-FOR-ACCT.
003670     MOVE 0 TO WRK-LEDG-MATCH-CNT
003680     MOVE 0 TO WRK-RING-USED
003690     MOVE 0 TO WRK-RING-NEXT
003700     MOVE 0 TO WRK-RVT-COUNT
003710     MOVE 0 TO WRK-RVT-OVERFLOW-CNT
003718     MOVE 0 TO WRK-HIST-FROM
003726     MOVE 0 TO WRK-PERIOD-MATCH-CNT
003734     SET WRK-SCAN-ACCT-COUNT TO TRUE
003742     PERFORM 0230-READ-CURRENT-LEDGER
003750     MOVE WRK-CLSD-COUNT TO WRK-CLSD-SUB
003758     PERFORM UNTIL WRK-CLSD-SUB = 0
003766                OR WRK-PERIOD-MATCH-CNT NOT < WRK-RECENT-MAX
003774                OR WRK-IO-ERROR-FOUND
003782         MOVE WRK-CLSD-SUB TO WRK-HIST-FROM
003790         PERFORM 0240-READ-PERIOD-HISTORY
003798         SUBTRACT 1 FROM WRK-CLSD-SUB
003806     END-PERFORM
003814     IF NOT WRK-IO-ERROR-FOUND
003822         SET WRK-SCAN-ACCT-KEEP TO TRUE
003830         IF WRK-HIST-FROM > 0
003838             PERFORM VARYING WRK-CLSD-SUB FROM WRK-HIST-FROM BY 1
003846                     UNTIL WRK-CLSD-SUB > WRK-CLSD-COUNT
003854                        OR WRK-IO-ERROR-FOUND
003862                 PERFORM 0240-READ-PERIOD-HISTORY
003870             END-PERFORM
003878         END-IF
003886         PERFORM 0230-READ-CURRENT-LEDGER
003900     END-IF.
003910
003920 2110-KEEP-LEDGER-ENTRY.
003930     ADD 1 TO WRK-LEDG-MATCH-CNT
003940     MOVE "N" TO WRK-RVSD-SW
003950     IF WRK-HIST-OPEN-OK
003960         MOVE WRK-LEDG-TXN-ID TO HISTREC-TXN-ID
003970         READ TXN-HISTORY-FILE
003980             INVALID KEY
003990                 CONTINUE
004000             NOT INVALID KEY
004010                 IF HISTREC-REVERSED-FLAG = "Y"
004020                     MOVE "Y" TO WRK-RVSD-SW
004030                     PERFORM 2120-KEEP-REVERSAL
004040                 END-IF
004050         END-READ
004060     END-IF
004070     ADD 1 TO WRK-RING-NEXT
004080     IF WRK-RING-NEXT > WRK-RECENT-MAX
004090         MOVE 1 TO WRK-RING-NEXT
004100     END-IF
004110     IF WRK-RING-USED < WRK-RECENT-MAX
004120         ADD 1 TO WRK-RING-USED
004130     END-IF
004140     MOVE WRK-LEDG-RUN-DATE TO RING-RUN-DATE (WRK-RING-NEXT)
004150     MOVE WRK-LEDG-TXN-ID TO RING-TXN-ID (WRK-RING-NEXT)
004160     MOVE WRK-LEDG-AMOUNT TO RING-AMOUNT (WRK-RING-NEXT)
004170     MOVE WRK-LEDG-BALANCE TO RING-BALANCE (WRK-RING-NEXT)
004180     MOVE WRK-RVSD-SW TO RING-RVSD-SW (WRK-RING-NEXT).
004190
004200 2120-KEEP-REVERSAL.
004210     IF WRK-RVT-COUNT < 50
004220         ADD 1 TO WRK-RVT-COUNT
004230         MOVE WRK-LEDG-TXN-ID TO RVT-TXN-ID (WRK-RVT-COUNT)
004240         MOVE WRK-LEDG-RUN-DATE TO RVT-RUN-DATE (WRK-RVT-COUNT)
004250         MOVE HISTREC-REVERSED-DATE
004260            TO RVT-REVERSED-DATE (WRK-RVT-COUNT)
004270         MOVE HISTREC-REVERSED-BY
004280            TO RVT-REVERSED-BY (WRK-RVT-COUNT)
004290     ELSE
004300         ADD 1 TO WRK-RVT-OVERFLOW-CNT
004310     END-IF.
004320
004330 2150-WRITE-RECENT-ENTRIES.
004340     MOVE SPACES TO RPT-LINE
004350     STRING "  LEDGER ENTRIES ON FILE " WRK-LEDG-MATCH-CNT
004360         "  MOST RECENT " WRK-RING-USED " SHOWN"
004370         DELIMITED BY SIZE INTO RPT-LINE
004380     PERFORM 0200-WRITE-RPT-LINE
004381     IF WRK-HIST-FROM > 0
004382         MOVE SPACES TO RPT-LINE
004383         STRING "  INCLUDING CLOSED PERIODS FROM LEDGHIST."
004384             CLT-PERIOD (WRK-HIST-FROM) " ON"
004385             DELIMITED BY SIZE INTO RPT-LINE
004386         PERFORM 0200-WRITE-RPT-LINE
004387     END-IF
004390     IF WRK-RING-USED > 0
004400         MOVE SPACES TO RPT-LINE
004410         STRING "    DATE     TXN-ID          AMOUNT"
004420             "   RUNNING BALANCE" DELIMITED BY SIZE INTO RPT-LINE
004430         PERFORM 0200-WRITE-RPT-LINE
004440         IF WRK-RING-USED < WRK-RECENT-MAX
004450             MOVE 1 TO WRK-SUB
004460         ELSE
004470             MOVE WRK-RING-NEXT TO WRK-SUB
004480             ADD 1 TO WRK-SUB
004490             IF WRK-SUB > WRK-RECENT-MAX
004500                 MOVE 1 TO WRK-SUB
004510             END-IF
004520         END-IF
004530         PERFORM WRK-RING-USED TIMES
004540             PERFORM 2160-WRITE-ONE-ENTRY
004550             ADD 1 TO WRK-SUB
004560             IF WRK-SUB > WRK-RECENT-MAX
004570                 MOVE 1 TO WRK-SUB
004580             END-IF
004590         END-PERFORM
004600     END-IF.
004610
004620 2160-WRITE-ONE-ENTRY.
004630     MOVE RING-AMOUNT (WRK-SUB) TO WRK-AMT-EDIT
004640     MOVE RING-BALANCE (WRK-SUB) TO WRK-BAL-EDIT
004650     MOVE SPACES TO RPT-LINE
004660     STRING "    " RING-RUN-DATE (WRK-SUB)
004670         " " RING-TXN-ID (WRK-SUB)
004680         " " WRK-AMT-EDIT
004690         " " WRK-BAL-EDIT
004700         DELIMITED BY SIZE INTO RPT-LINE
004710     IF RING-RVSD-SW (WRK-SUB) = "Y"
004720         MOVE "REVERSED" TO RPT-LINE (62:8)
004730     END-IF
004740     PERFORM 0200-WRITE-RPT-LINE.
004750
004760 2170-WRITE-REVERSALS.
004770     IF WRK-RVT-COUNT > 0
004780         MOVE SPACES TO RPT-LINE
004790         STRING "  REVERSED POSTINGS" DELIMITED BY SIZE
004800             INTO RPT-LINE
004810         PERFORM 0200-WRITE-RPT-LINE
004820         PERFORM VARYING WRK-SUB FROM 1 BY 1
004830                 UNTIL WRK-SUB > WRK-RVT-COUNT
004840             MOVE SPACES TO RPT-LINE
004850             STRING "    " RVT-TXN-ID (WRK-SUB)
004860                 " POSTED " RVT-RUN-DATE (WRK-SUB)
004870                 " REVERSED " RVT-REVERSED-DATE (WRK-SUB)
004880                 " BY " RVT-REVERSED-BY (WRK-SUB)
004890                 DELIMITED BY SIZE INTO RPT-LINE
004900             PERFORM 0200-WRITE-RPT-LINE
004910         END-PERFORM
004920         IF WRK-RVT-OVERFLOW-CNT > 0
004930             MOVE SPACES TO RPT-LINE
004940             STRING "    PLUS " WRK-RVT-OVERFLOW-CNT
004950                 " FURTHER REVERSED POSTINGS NOT LISTED"
004960                 DELIMITED BY SIZE INTO RPT-LINE
004970             PERFORM 0200-WRITE-RPT-LINE
004980         END-IF
004990     END-IF.
005000
005010 2200-SCAN-SUSPENSE-FOR-ACCT.
005020     MOVE 0 TO WRK-SUSP-MATCH-CNT
005030     MOVE "N" TO WRK-OPEN-EOF-SW
005040     OPEN INPUT OPEN-ITEMS-FILE
005050     IF WRK-OPEN-STATUS NOT = "00" AND WRK-OPEN-STATUS NOT = "05"
005060         DISPLAY "ERROR OPENING OPEN-ITEMS-FILE, STATUS="
005070             WRK-OPEN-STATUS
005080         MOVE "Y" TO WRK-IO-ERROR-SW
005090     ELSE
005100         PERFORM UNTIL WRK-OPEN-EOF
005110             READ OPEN-ITEMS-FILE
005120                 AT END
005130                     SET WRK-OPEN-EOF TO TRUE
005140                 NOT AT END
005150                     IF OPN-ACCT-NO = WRK-INQ-ACCT-NO
005160                      OR (OPN-REC-TYPE = "X" AND
005170                          OPN-TO-ACCT-NO = WRK-INQ-ACCT-NO)
005180                         PERFORM 2210-WRITE-SUSPENSE-ITEM
005190                     END-IF
005200             END-READ
005210         END-PERFORM
005220         CLOSE OPEN-ITEMS-FILE
005230     END-IF
005240     IF WRK-SUSP-MATCH-CNT = 0
005250         MOVE SPACES TO RPT-LINE
005260         STRING "  NO OPEN SUSPENSE ITEMS" DELIMITED BY SIZE
005270             INTO RPT-LINE
005280         PERFORM 0200-WRITE-RPT-LINE
005290     END-IF.
005300
005310 2210-WRITE-SUSPENSE-ITEM.
005320     ADD 1 TO WRK-SUSP-MATCH-CNT
005330     IF WRK-SUSP-MATCH-CNT = 1
005340         MOVE SPACES TO RPT-LINE
005350         STRING "  OPEN SUSPENSE ITEMS" DELIMITED BY SIZE
005360             INTO RPT-LINE
005370         PERFORM 0200-WRITE-RPT-LINE
005380     END-IF
005390     PERFORM 0220-COMPUTE-ITEM-AGE
005400     MOVE SPACES TO RPT-LINE
005410     STRING "    " OPN-TXN-ID
005420         " TYPE " OPN-REC-TYPE
005430         " SINCE " OPN-RUN-DATE
005440         " AGE " WRK-AGE-EDIT " DAYS"
005450         " REASON " OPN-REASON-CODE
005460         DELIMITED BY SIZE INTO RPT-LINE
005470     PERFORM 0200-WRITE-RPT-LINE.
005480
005490 3000-RESEARCH-TXN.
005500     ADD 1 TO WRK-TXN-REQ-CNT
005510     MOVE REQ-KEY (WRK-REQ-SUB) TO WRK-INQ-TXN-ID
005520     PERFORM 0210-WRITE-SECTION-BREAK
005530     MOVE SPACES TO RPT-LINE
005540     STRING "TXN-ID " WRK-INQ-TXN-ID DELIMITED BY SIZE
005550         INTO RPT-LINE
005560     PERFORM 0200-WRITE-RPT-LINE
005570     MOVE "N" TO WRK-FOUND-SW
005580     PERFORM 3100-CHECK-HISTORY
005590     PERFORM 3200-SCAN-LEDGER-FOR-TXN
005600     PERFORM 3300-SCAN-SUSPENSE-FOR-TXN
005610     IF NOT WRK-ITEM-FOUND AND WRK-LEDG-MATCH-CNT = 0
005620      AND WRK-SUSP-MATCH-CNT = 0
005630         ADD 1 TO WRK-NOT-FOUND-CNT
005640         MOVE SPACES TO RPT-LINE
005650         STRING "  *** NOT FOUND ON HISTORY, LEDGER OR "
005660             "SUSPENSE ***" DELIMITED BY SIZE INTO RPT-LINE
005670         PERFORM 0200-WRITE-RPT-LINE
005680     END-IF.
005690
005700 3100-CHECK-HISTORY.
005710     IF WRK-HIST-OPEN-OK
005720         MOVE WRK-INQ-TXN-ID TO HISTREC-TXN-ID
005730         READ TXN-HISTORY-FILE
005740             INVALID KEY
005750                 MOVE SPACES TO RPT-LINE
005760                 STRING "  NOT ON PROCESSED HISTORY"
005770                     DELIMITED BY SIZE INTO RPT-LINE
005780                 PERFORM 0200-WRITE-RPT-LINE
005790             NOT INVALID KEY
005800                 SET WRK-ITEM-FOUND TO TRUE
005810                 MOVE SPACES TO RPT-LINE
005820                 STRING "  POSTED ON " HISTREC-RUN-DATE
005830                     DELIMITED BY SIZE INTO RPT-LINE
005840                 PERFORM 0200-WRITE-RPT-LINE
005850                 MOVE SPACES TO RPT-LINE
005860                 IF HISTREC-REVERSED-FLAG = "Y"
005870                     STRING "  REVERSED ON " HISTREC-REVERSED-DATE
005880                         " BY " HISTREC-REVERSED-BY
005890                         DELIMITED BY SIZE INTO RPT-LINE
005900                 ELSE
005910                     STRING "  NOT REVERSED" DELIMITED BY SIZE
005920                         INTO RPT-LINE
005930                 END-IF
005940                 PERFORM 0200-WRITE-RPT-LINE
005950         END-READ
005960     END-IF.
005970
005980 3200-SCAN-LEDGER-FOR-TXN.
005990     MOVE 0 TO WRK-LEDG-MATCH-CNT
006000     SET WRK-SCAN-TXN TO TRUE
006010     PERFORM 0230-READ-CURRENT-LEDGER
006020     MOVE WRK-CLSD-COUNT TO WRK-CLSD-SUB
006030     PERFORM UNTIL WRK-CLSD-SUB = 0
006040                OR WRK-LEDG-MATCH-CNT > 0
006050                OR WRK-IO-ERROR-FOUND
006060         PERFORM 0240-READ-PERIOD-HISTORY
006070         IF WRK-LEDG-MATCH-CNT > 0
006080             MOVE SPACES TO RPT-LINE
006090             STRING "  FROM CLOSED PERIOD HISTORY "
006100                 WRK-LHIST-FILENAME
006110                 DELIMITED BY SIZE INTO RPT-LINE
006120             PERFORM 0200-WRITE-RPT-LINE
006130         END-IF
006140         SUBTRACT 1 FROM WRK-CLSD-SUB
006150     END-PERFORM.
006190
006200 3210-WRITE-LEDGER-MATCH.
006210     ADD 1 TO WRK-LEDG-MATCH-CNT
006220     MOVE WRK-LEDG-AMOUNT TO WRK-AMT-EDIT
006230     MOVE WRK-LEDG-BALANCE TO WRK-BAL-EDIT
006240     MOVE SPACES TO RPT-LINE
006250     STRING "  LEDGER " WRK-LEDG-RUN-DATE
006260         " ACCOUNT " WRK-LEDG-ACCT-NO
006270         " AMOUNT " WRK-AMT-EDIT
006280         " BAL " WRK-BAL-EDIT
006290         DELIMITED BY SIZE INTO RPT-LINE
006300     PERFORM 0200-WRITE-RPT-LINE.
006310
006320 3300-SCAN-SUSPENSE-FOR-TXN.
006330     MOVE 0 TO WRK-SUSP-MATCH-CNT
006340     MOVE "N" TO WRK-OPEN-EOF-SW
006350     OPEN INPUT OPEN-ITEMS-FILE
006360     IF WRK-OPEN-STATUS NOT = "00" AND WRK-OPEN-STATUS NOT = "05"
006370         DISPLAY "ERROR OPENING OPEN-ITEMS-FILE, STATUS="
006380             WRK-OPEN-STATUS
006390         MOVE "Y" TO WRK-IO-ERROR-SW
006400     ELSE
006410         PERFORM UNTIL WRK-OPEN-EOF
006420             READ OPEN-ITEMS-FILE
006430                 AT END
006440                     SET WRK-OPEN-EOF TO TRUE
006450                 NOT AT END
006460                     IF OPN-TXN-ID = WRK-INQ-TXN-ID
006470                         ADD 1 TO WRK-SUSP-MATCH-CNT
006480                         PERFORM 0220-COMPUTE-ITEM-AGE
006490                         MOVE SPACES TO RPT-LINE
006500                         STRING "  IN SUSPENSE SINCE "
006510                             OPN-RUN-DATE
006520                             " AGE " WRK-AGE-EDIT " DAYS"
006530                             " REASON " OPN-REASON-CODE
006540                             " ACCOUNT " OPN-ACCT-NO
006550                             DELIMITED BY SIZE INTO RPT-LINE
006560                         PERFORM 0200-WRITE-RPT-LINE
006570                     END-IF
006580             END-READ
006590         END-PERFORM
006600         CLOSE OPEN-ITEMS-FILE
006610     END-IF.
006620
006630 9000-TERMINATE.
006640     IF WRK-ACCT-OPEN-OK
006650         CLOSE ACCT-MASTER-FILE
006660     END-IF
006670     IF WRK-HIST-OPEN-OK
006680         CLOSE TXN-HISTORY-FILE
006690     END-IF
006700     DISPLAY "ACCTINQ ACCOUNTS=" WRK-ACCT-REQ-CNT
006710         " TXN-IDS=" WRK-TXN-REQ-CNT
006720         " NOT FOUND=" WRK-NOT-FOUND-CNT
006730     IF WRK-RPT-OPEN-OK
006740         PERFORM 0210-WRITE-SECTION-BREAK
006750         MOVE SPACES TO RPT-LINE
006760         STRING "ACCOUNTS=" WRK-ACCT-REQ-CNT
006770             " TXN-IDS=" WRK-TXN-REQ-CNT
006780             " NOT FOUND=" WRK-NOT-FOUND-CNT
006790             DELIMITED BY SIZE INTO RPT-LINE
006800         WRITE RPT-LINE
006810         MOVE SPACES TO RPT-LINE
006820         STRING "END OF REPORT" DELIMITED BY SIZE INTO RPT-LINE
006830         WRITE RPT-LINE
006840         CLOSE INQ-RPT
006850     END-IF
006860     IF WRK-IO-ERROR-FOUND
006870         MOVE 16 TO RETURN-CODE
006880     ELSE
006890     IF WRK-PARM-ERROR
006900         MOVE 12 TO RETURN-CODE
006910     ELSE
006920     IF WRK-NOT-FOUND-CNT > 0
006930         MOVE 8 TO RETURN-CODE
006940     ELSE
006950         MOVE 0 TO RETURN-CODE
006960     END-IF
006970     END-IF
006980     END-IF.
