000010 Identification Division.
000020 Program-ID.
000030  HOLDRPT.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT OPTIONAL ACCT-HOLD-FILE ASSIGN TO "ACCTHOLD"
000080     ORGANIZATION INDEXED
000090     ACCESS DYNAMIC
000100     RECORD KEY IS HOLD-KEY
000110     FILE STATUS IS WRK-HOLD-STATUS.
000120     SELECT OPTIONAL HOLD-BLOCK-FILE ASSIGN DYNAMIC
000130         WRK-HOLDBLK-FILENAME
000140     ORGANIZATION LINE SEQUENTIAL
000150     FILE STATUS IS WRK-HOLDBLK-STATUS.
000160     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000170     ORGANIZATION LINE SEQUENTIAL
000180     FILE STATUS IS WRK-SYSIN-STATUS.
000190     SELECT HOLD-RPT ASSIGN DYNAMIC WRK-RPT-FILENAME
000200     ORGANIZATION LINE SEQUENTIAL
000210     FILE STATUS IS WRK-RPT-STATUS.
000220 DATA DIVISION.
000230 FILE SECTION.
000240 FD  ACCT-HOLD-FILE.
000250 01  ACCT-HOLD-RECORD.
000260     05  HOLD-KEY.
000270         10  HOLD-ACCT-NO         PIC 9(08).
000280         10  HOLD-REF             PIC X(08).
000290     05  HOLD-TYPE            PIC X(01).
000300         88  HOLD-FULL-FREEZE            VALUE "F".
000310         88  HOLD-DEBIT-BLOCK            VALUE "D".
000320         88  HOLD-AMOUNT-HOLD            VALUE "A".
000330     05  HOLD-AMOUNT          PIC S9(9)V99 COMP-3.
000340     05  HOLD-REASON          PIC X(30).
000350     05  HOLD-PLACED-DATE     PIC 9(08).
000360     05  HOLD-EXPIRY-DATE     PIC 9(08).
000370     05  HOLD-STATUS          PIC X(01).
000380         88  HOLD-ACTIVE                 VALUE "A".
000390         88  HOLD-RELEASED               VALUE "R".
000400         88  HOLD-EXPIRED                VALUE "E".
000410     05  HOLD-RELEASED-DATE   PIC 9(08).
000420     05  FILLER               PIC X(12).
000430 FD  HOLD-BLOCK-FILE.
000440 01  HOLD-BLOCK-RECORD.
000450     05  HBLK-RUN-DATE        PIC 9(08).
000460     05  HBLK-ACCT-NO         PIC 9(08).
000470     05  HBLK-TXN-ID          PIC X(10).
000480     05  HBLK-AMOUNT          PIC S9(7)V99
000490                              SIGN LEADING SEPARATE.
000500     05  HBLK-HOLD-REF        PIC X(08).
000510     05  HBLK-HOLD-TYPE       PIC X(01).
000520     05  HBLK-AVAIL-BALANCE   PIC S9(9)V99
000530                              SIGN LEADING SEPARATE.
000540     05  FILLER               PIC X(23).
000550 FD  PARM-FILE.
000560 01  SYSIN-RECORD.
000570     05  SYSIN-BUS-DATE       PIC X(08).
000580     05  FILLER               PIC X(72).
000590 FD  HOLD-RPT.
000600 01  RPT-LINE             PIC X(80).
000610 WORKING-STORAGE SECTION.
000620 01  WRK-XN-00001         PIC X(01) VALUE SPACE.
000630 01  WRK-RUN-MODE          PIC X(01) VALUE "*".
000640 01  WRK-HOLD-STATUS       PIC X(02) VALUE "00".
000650 01  WRK-HOLDBLK-STATUS    PIC X(02) VALUE "00".
000660 01  WRK-SYSIN-STATUS      PIC X(02) VALUE "00".
000670 01  WRK-RPT-STATUS        PIC X(02) VALUE "00".
000680 01  WRK-IO-ERROR-SW       PIC X(01) VALUE "N".
000690     88  WRK-IO-ERROR-FOUND           VALUE "Y".
000700 01  WRK-PARM-ERROR-SW     PIC X(01) VALUE "N".
000710     88  WRK-PARM-ERROR               VALUE "Y".
000720 01  WRK-RPT-OPEN-SW       PIC X(01) VALUE "Y".
000730     88  WRK-RPT-OPEN-OK              VALUE "Y".
000740 01  WRK-HOLD-OPEN-SW      PIC X(01) VALUE "N".
000750     88  WRK-HOLD-OPEN-OK             VALUE "Y".
000760 01  WRK-HOLD-EOF-SW       PIC X(01) VALUE "N".
000770     88  WRK-HOLD-EOF                 VALUE "Y".
000780 01  WRK-HOLDBLK-EOF-SW    PIC X(01) VALUE "N".
000790     88  WRK-HOLDBLK-EOF              VALUE "Y".
000800 01  WRK-SECTION           PIC X(01) VALUE SPACE.
000810     88  WRK-SECTION-PLACED           VALUE "P".
000820     88  WRK-SECTION-RELEASED         VALUE "R".
000830     88  WRK-SECTION-EXPIRED          VALUE "E".
000840     88  WRK-SECTION-ACTIVE           VALUE "A".
000850 01  WRK-SECTION-TITLE     PIC X(40) VALUE SPACES.
000860 01  WRK-SECTION-CNT       PIC 9(7) VALUE 0.
000870 01  WRK-CURRENT-DATE      PIC X(21) VALUE SPACES.
000880 01  WRK-RUN-DATE-CCYYMMDD PIC 9(8) VALUE 0.
000890 01  WRK-BUS-DATE          PIC 9(8) VALUE 0.
000900 01  WRK-RPT-FILENAME      PIC X(40) VALUE SPACES.
000910 01  WRK-HOLDBLK-FILENAME  PIC X(40) VALUE SPACES.
000920 01  WRK-HOLD-READ-CNT     PIC 9(7) VALUE 0.
000930 01  WRK-ACTIVE-CNT        PIC 9(7) VALUE 0.
000940 01  WRK-FREEZE-CNT        PIC 9(7) VALUE 0.
000950 01  WRK-DEBIT-BLOCK-CNT   PIC 9(7) VALUE 0.
000960 01  WRK-AMOUNT-HOLD-CNT   PIC 9(7) VALUE 0.
000970 01  WRK-PLACED-CNT        PIC 9(7) VALUE 0.
000980 01  WRK-RELEASED-CNT      PIC 9(7) VALUE 0.
000990 01  WRK-EXPIRED-CNT       PIC 9(7) VALUE 0.
001000 01  WRK-BLOCKED-CNT       PIC 9(7) VALUE 0.
001010 01  WRK-TOTAL-HELD        PIC S9(11)V99 VALUE 0.
001020 01  WRK-SECTION-MATCH-SW  PIC X(01) VALUE "N".
001030     88  WRK-SECTION-MATCH            VALUE "Y".
001040 01  WRK-EXPIRY-DISPLAY    PIC X(08) VALUE SPACES.
001050 01  WRK-HOLD-EDIT         PIC Z(8)9.99 VALUE ZERO.
001060 01  WRK-AMT-EDIT          PIC -(7)9.99 VALUE ZERO.
001070 01  WRK-BAL-EDIT          PIC -(9)9.99 VALUE ZERO.
001080 01  WRK-TOTAL-EDIT        PIC -(11)9.99 VALUE ZERO.
001090 PROCEDURE DIVISION.
001100 0000-MAINLINE.
001110     COPY WRKINIT REPLACING WRKI-FLAG-FIELD BY WRK-XN-00001
001120         WRKI-FLAG-VALUE BY WRK-RUN-MODE
001130         WRKI-TRUE-PARA BY 1000-ANNOUNCE-START.
001140     PERFORM 0100-INITIALIZE
001150     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
001160         PERFORM 2000-EXPIRE-HOLDS
001170         MOVE "P" TO WRK-SECTION
001180         MOVE "HOLDS PLACED TODAY" TO WRK-SECTION-TITLE
001190         PERFORM 3000-REPORT-SECTION
001200         MOVE "R" TO WRK-SECTION
001210         MOVE "HOLDS RELEASED TODAY" TO WRK-SECTION-TITLE
001220         PERFORM 3000-REPORT-SECTION
001230         MOVE "E" TO WRK-SECTION
001240         MOVE "HOLDS EXPIRED AND DROPPED" TO WRK-SECTION-TITLE
001250         PERFORM 3000-REPORT-SECTION
001260         MOVE "A" TO WRK-SECTION
001270         MOVE "ACTIVE HOLDS" TO WRK-SECTION-TITLE
001280         PERFORM 3000-REPORT-SECTION
001290         PERFORM 4000-REPORT-BLOCKED-POSTINGS
001300     END-IF
001310     PERFORM 9000-TERMINATE
001320     STOP RUN.
001330
001340 1000-ANNOUNCE-START.
001350     DISPLAY "HOLDRPT DAILY ACCOUNT HOLD REPORT STARTING".
001360
001370 0100-INITIALIZE.
001380     MOVE FUNCTION CURRENT-DATE TO WRK-CURRENT-DATE
001390     MOVE WRK-CURRENT-DATE (1:8) TO WRK-RUN-DATE-CCYYMMDD
001400     MOVE WRK-RUN-DATE-CCYYMMDD TO WRK-BUS-DATE
001410     PERFORM 0110-READ-SYSIN-PARM
001420     IF NOT WRK-PARM-ERROR
001430     STRING "HOLD.RPT." WRK-BUS-DATE DELIMITED BY SIZE
001440         INTO WRK-RPT-FILENAME
001450     STRING "HOLD.BLOCKED." WRK-BUS-DATE DELIMITED BY SIZE
001460         INTO WRK-HOLDBLK-FILENAME
001470     OPEN OUTPUT HOLD-RPT
001480     IF WRK-RPT-STATUS NOT = "00"
001490         DISPLAY "ERROR OPENING HOLD-RPT, STATUS="
001500             WRK-RPT-STATUS
001510         MOVE "N" TO WRK-RPT-OPEN-SW
001520         MOVE "Y" TO WRK-IO-ERROR-SW
001530     ELSE
001540         PERFORM 0140-WRITE-REPORT-HEADER
001550     END-IF
001560     OPEN I-O ACCT-HOLD-FILE
001570     IF WRK-HOLD-STATUS NOT = "00" AND
001580        WRK-HOLD-STATUS NOT = "05"
001590         DISPLAY "ERROR OPENING ACCT-HOLD-FILE, STATUS="
001600             WRK-HOLD-STATUS
001610         MOVE "Y" TO WRK-IO-ERROR-SW
001620     ELSE
001630         MOVE "Y" TO WRK-HOLD-OPEN-SW
001640     END-IF
001650     ELSE
001660         MOVE "N" TO WRK-RPT-OPEN-SW
001670     END-IF.
001680
001690 0110-READ-SYSIN-PARM.
001700     OPEN INPUT PARM-FILE
001710     IF WRK-SYSIN-STATUS = "00"
001720     READ PARM-FILE
001730         AT END
001740             CONTINUE
001750         NOT AT END
001760             IF SYSIN-BUS-DATE NUMERIC
001770                 MOVE SYSIN-BUS-DATE TO WRK-BUS-DATE
001780             END-IF
001790     END-READ
001800     END-IF
001810     CLOSE PARM-FILE
001820     IF FUNCTION INTEGER-OF-DATE (WRK-BUS-DATE) = 0
001830         SET WRK-PARM-ERROR TO TRUE
001840         DISPLAY "HOLDRPT PARM ERROR: SYSIN MAY CARRY A "
001850             "CCYYMMDD BUSINESS DATE"
001860     END-IF.
001870
001880 0140-WRITE-REPORT-HEADER.
001890     MOVE SPACES TO RPT-LINE
001900     STRING "ACCOUNT HOLDS AND FREEZES  BUSINESS DATE "
001910         WRK-BUS-DATE "  RUN DATE " WRK-RUN-DATE-CCYYMMDD
001920         DELIMITED BY SIZE INTO RPT-LINE
001930     WRITE RPT-LINE
001940     MOVE SPACES TO RPT-LINE
001950     STRING "TYPE F=FULL FREEZE  D=DEBIT BLOCK  A=AMOUNT HOLD"
001960         DELIMITED BY SIZE INTO RPT-LINE
001970     WRITE RPT-LINE.
001980
001990 2000-EXPIRE-HOLDS.
002000     PERFORM 2100-START-HOLD-FILE
002010     PERFORM UNTIL WRK-HOLD-EOF OR WRK-IO-ERROR-FOUND
002020         READ ACCT-HOLD-FILE NEXT RECORD
002030             AT END
002040                 SET WRK-HOLD-EOF TO TRUE
002050             NOT AT END
002060                 ADD 1 TO WRK-HOLD-READ-CNT
002070                 IF HOLD-ACTIVE
002080                  AND HOLD-EXPIRY-DATE NUMERIC
002090                  AND HOLD-EXPIRY-DATE > 0
002100                  AND HOLD-EXPIRY-DATE < WRK-BUS-DATE
002110                     PERFORM 2200-EXPIRE-ONE-HOLD
002120                 END-IF
002130         END-READ
002140     END-PERFORM.
002150
002160 2100-START-HOLD-FILE.
002170     MOVE "N" TO WRK-HOLD-EOF-SW
002180     MOVE LOW-VALUES TO HOLD-KEY
002190     START ACCT-HOLD-FILE KEY IS NOT < HOLD-KEY
002200         INVALID KEY
002210             SET WRK-HOLD-EOF TO TRUE
002220     END-START.
002230
002240 2200-EXPIRE-ONE-HOLD.
002250     MOVE "E" TO HOLD-STATUS
002260     MOVE WRK-BUS-DATE TO HOLD-RELEASED-DATE
002270     REWRITE ACCT-HOLD-RECORD
002280         INVALID KEY
002290             DISPLAY "ERROR REWRITING HOLD " HOLD-KEY
002300                 " STATUS=" WRK-HOLD-STATUS
002310             MOVE "Y" TO WRK-IO-ERROR-SW
002320     END-REWRITE.
002330
002340 3000-REPORT-SECTION.
002350     MOVE 0 TO WRK-SECTION-CNT
002360     IF WRK-RPT-OPEN-OK
002370         MOVE SPACES TO RPT-LINE
002380         WRITE RPT-LINE
002390         MOVE SPACES TO RPT-LINE
002400         STRING WRK-SECTION-TITLE DELIMITED BY SIZE INTO RPT-LINE
002410         WRITE RPT-LINE
002420         MOVE SPACES TO RPT-LINE
002430         STRING "ACCOUNT  REF      T       AMOUNT PLACED   "
002440             "EXPIRES  REASON" DELIMITED BY SIZE INTO RPT-LINE
002450         WRITE RPT-LINE
002460     END-IF
002470     PERFORM 2100-START-HOLD-FILE
002480     PERFORM UNTIL WRK-HOLD-EOF
002490         READ ACCT-HOLD-FILE NEXT RECORD
002500             AT END
002510                 SET WRK-HOLD-EOF TO TRUE
002520             NOT AT END
002530                 PERFORM 3100-CHECK-SECTION-MATCH
002540                 IF WRK-SECTION-MATCH
002550                     ADD 1 TO WRK-SECTION-CNT
002560                     PERFORM 3200-COUNT-HOLD
002570                     PERFORM 3300-WRITE-HOLD-LINE
002580                 END-IF
002590         END-READ
002600     END-PERFORM
002610     IF WRK-RPT-OPEN-OK AND WRK-SECTION-CNT = 0
002620         MOVE SPACES TO RPT-LINE
002630         STRING "  NONE" DELIMITED BY SIZE INTO RPT-LINE
002640         WRITE RPT-LINE
002650     END-IF.
002660
002670 3100-CHECK-SECTION-MATCH.
002680     MOVE "N" TO WRK-SECTION-MATCH-SW
002690     EVALUATE TRUE
002700         WHEN WRK-SECTION-PLACED
002710             IF HOLD-PLACED-DATE = WRK-BUS-DATE
002720                 SET WRK-SECTION-MATCH TO TRUE
002730             END-IF
002740         WHEN WRK-SECTION-RELEASED
002750             IF HOLD-RELEASED
002760              AND HOLD-RELEASED-DATE = WRK-BUS-DATE
002770                 SET WRK-SECTION-MATCH TO TRUE
002780             END-IF
002790         WHEN WRK-SECTION-EXPIRED
002800             IF HOLD-EXPIRED AND HOLD-RELEASED-DATE = WRK-BUS-DATE
002810                 SET WRK-SECTION-MATCH TO TRUE
002820             END-IF
002830         WHEN WRK-SECTION-ACTIVE
002840             IF HOLD-ACTIVE
002850                 SET WRK-SECTION-MATCH TO TRUE
002860             END-IF
002870     END-EVALUATE.
002880
002890 3200-COUNT-HOLD.
002900     EVALUATE TRUE
002910         WHEN WRK-SECTION-PLACED
002920             ADD 1 TO WRK-PLACED-CNT
002930         WHEN WRK-SECTION-RELEASED
002940             ADD 1 TO WRK-RELEASED-CNT
002950         WHEN WRK-SECTION-EXPIRED
002960             ADD 1 TO WRK-EXPIRED-CNT
002970         WHEN WRK-SECTION-ACTIVE
002980             ADD 1 TO WRK-ACTIVE-CNT
002990             EVALUATE TRUE
003000                 WHEN HOLD-FULL-FREEZE
003010                     ADD 1 TO WRK-FREEZE-CNT
003020                 WHEN HOLD-DEBIT-BLOCK
003030                     ADD 1 TO WRK-DEBIT-BLOCK-CNT
003040                 WHEN HOLD-AMOUNT-HOLD
003050                     ADD 1 TO WRK-AMOUNT-HOLD-CNT
003060                     IF HOLD-AMOUNT NUMERIC
003070                         ADD HOLD-AMOUNT TO WRK-TOTAL-HELD
003080                     END-IF
003090             END-EVALUATE
003100     END-EVALUATE.
003110
003120 3300-WRITE-HOLD-LINE.
003130     IF WRK-RPT-OPEN-OK
003140         IF HOLD-AMOUNT NUMERIC
003150             MOVE HOLD-AMOUNT TO WRK-HOLD-EDIT
003160         ELSE
003170             MOVE 0 TO WRK-HOLD-EDIT
003180         END-IF
003190         IF HOLD-EXPIRY-DATE NUMERIC AND HOLD-EXPIRY-DATE > 0
003200             MOVE HOLD-EXPIRY-DATE TO WRK-EXPIRY-DISPLAY
003210         ELSE
003220             MOVE "NONE" TO WRK-EXPIRY-DISPLAY
003230         END-IF
003240         MOVE SPACES TO RPT-LINE
003250         STRING HOLD-ACCT-NO " " HOLD-REF " " HOLD-TYPE " "
003260             WRK-HOLD-EDIT " " HOLD-PLACED-DATE " "
003270             WRK-EXPIRY-DISPLAY " " HOLD-REASON (1:29)
003280             DELIMITED BY SIZE INTO RPT-LINE
003290         WRITE RPT-LINE
003300     END-IF.
003310
003320 4000-REPORT-BLOCKED-POSTINGS.
003330     IF WRK-RPT-OPEN-OK
003340         MOVE SPACES TO RPT-LINE
003350         WRITE RPT-LINE
003360         MOVE SPACES TO RPT-LINE
003370         STRING "POSTINGS BLOCKED BY A HOLD" DELIMITED BY SIZE
003380             INTO RPT-LINE
003390         WRITE RPT-LINE
003400         MOVE SPACES TO RPT-LINE
003410         STRING "ACCOUNT  TXN-ID          AMOUNT REF      T"
003420             "      AVAILABLE" DELIMITED BY SIZE INTO RPT-LINE
003430         WRITE RPT-LINE
003440     END-IF
003450     OPEN INPUT HOLD-BLOCK-FILE
003460     IF WRK-HOLDBLK-STATUS NOT = "00"
003470      AND WRK-HOLDBLK-STATUS NOT = "05"
003480         DISPLAY "HOLDRPT: BLOCKED POSTING FILE "
003490             WRK-HOLDBLK-FILENAME " NOT AVAILABLE, STATUS="
003500             WRK-HOLDBLK-STATUS
003510     ELSE
003520     PERFORM UNTIL WRK-HOLDBLK-EOF
003530         READ HOLD-BLOCK-FILE
003540             AT END
003550                 SET WRK-HOLDBLK-EOF TO TRUE
003560             NOT AT END
003570                 IF HBLK-RUN-DATE = WRK-BUS-DATE
003580                     ADD 1 TO WRK-BLOCKED-CNT
003590                     PERFORM 4100-WRITE-BLOCKED-LINE
003600                 END-IF
003610         END-READ
003620     END-PERFORM
003630     CLOSE HOLD-BLOCK-FILE
003640     END-IF
003650     IF WRK-RPT-OPEN-OK AND WRK-BLOCKED-CNT = 0
003660         MOVE SPACES TO RPT-LINE
003670         STRING "  NONE" DELIMITED BY SIZE INTO RPT-LINE
003680         WRITE RPT-LINE
003690     END-IF.
003700
003710 4100-WRITE-BLOCKED-LINE.
003720     IF WRK-RPT-OPEN-OK
003730         IF HBLK-AMOUNT NUMERIC
003740             MOVE HBLK-AMOUNT TO WRK-AMT-EDIT
003750         ELSE
003760             MOVE 0 TO WRK-AMT-EDIT
003770         END-IF
003780         IF HBLK-AVAIL-BALANCE NUMERIC
003790             MOVE HBLK-AVAIL-BALANCE TO WRK-BAL-EDIT
003800         ELSE
003810             MOVE 0 TO WRK-BAL-EDIT
003820         END-IF
003830         MOVE SPACES TO RPT-LINE
003840         STRING HBLK-ACCT-NO " " HBLK-TXN-ID " " WRK-AMT-EDIT
003850             " " HBLK-HOLD-REF " " HBLK-HOLD-TYPE " "
003860             WRK-BAL-EDIT DELIMITED BY SIZE INTO RPT-LINE
003870         WRITE RPT-LINE
003880     END-IF.
003890
003900 9000-TERMINATE.
003910     IF WRK-HOLD-OPEN-OK
003920         CLOSE ACCT-HOLD-FILE
003930     END-IF
003940     DISPLAY "HOLDRPT ACTIVE=" WRK-ACTIVE-CNT
003950         " PLACED=" WRK-PLACED-CNT
003960         " RELEASED=" WRK-RELEASED-CNT
003970         " EXPIRED=" WRK-EXPIRED-CNT
003980         " BLOCKED=" WRK-BLOCKED-CNT
003990     IF WRK-RPT-OPEN-OK
004000         MOVE WRK-TOTAL-HELD TO WRK-TOTAL-EDIT
004010         MOVE SPACES TO RPT-LINE
004020         WRITE RPT-LINE
004030         MOVE SPACES TO RPT-LINE
004040         STRING "ACTIVE=" WRK-ACTIVE-CNT
004050             " FREEZE=" WRK-FREEZE-CNT
004060             " DEBIT-BLOCK=" WRK-DEBIT-BLOCK-CNT
004070             " AMOUNT=" WRK-AMOUNT-HOLD-CNT
004080             DELIMITED BY SIZE INTO RPT-LINE
004090         WRITE RPT-LINE
004100         MOVE SPACES TO RPT-LINE
004110         STRING "TOTAL AMOUNT HELD=" WRK-TOTAL-EDIT
004120             DELIMITED BY SIZE INTO RPT-LINE
004130         WRITE RPT-LINE
004140         MOVE SPACES TO RPT-LINE
004150         STRING "PLACED=" WRK-PLACED-CNT
004160             " RELEASED=" WRK-RELEASED-CNT
004170             " EXPIRED=" WRK-EXPIRED-CNT
004180             " BLOCKED=" WRK-BLOCKED-CNT
004190             DELIMITED BY SIZE INTO RPT-LINE
004200         WRITE RPT-LINE
004210         MOVE SPACES TO RPT-LINE
004220         STRING "END OF REPORT" DELIMITED BY SIZE INTO RPT-LINE
004230         WRITE RPT-LINE
004240         CLOSE HOLD-RPT
004250     END-IF
004260     IF WRK-IO-ERROR-FOUND
004270         MOVE 16 TO RETURN-CODE
004280     ELSE
004290     IF WRK-PARM-ERROR
004300         MOVE 12 TO RETURN-CODE
004310     ELSE
004320         MOVE 0 TO RETURN-CODE
004330     END-IF
004340     END-IF.
