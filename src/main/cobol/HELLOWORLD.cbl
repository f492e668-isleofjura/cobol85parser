000410     ORGANIZATION LINE SEQUENTIAL
000420     FILE STATUS IS WRK-JRNL-STATUS.
000430     SELECT OPTIONAL TXN-HISTORY-FILE ASSIGN TO "TXNHIST"
000435     ORGANIZATION INDEXED
000440     ACCESS RANDOM
000445     RECORD KEY IS HISTREC-TXN-ID
000450     FILE STATUS IS WRK-HIST-STATUS.
000460     SELECT SORT-FILE ASSIGN TO "SORTWK".
000470     SELECT OPTIONAL ALERT-FILE ASSIGN TO "OPSALERT"
000530     SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ACCTLEDG"
000540     ORGANIZATION LINE SEQUENTIAL
000550     FILE STATUS IS WRK-LEDG-STATUS.
000552     SELECT OPTIONAL CLOSED-FILE ASSIGN TO "LEDGCLSD"
000554     ORGANIZATION LINE SEQUENTIAL
000556     FILE STATUS IS WRK-CLSD-STATUS.
000560     SELECT GL-IFACE-FILE ASSIGN DYNAMIC WRK-GL-FILENAME
000570     ORGANIZATION LINE SEQUENTIAL
000580     FILE STATUS IS WRK-GL-STATUS.
000590     SELECT LIMIT-RPT ASSIGN DYNAMIC WRK-LIMITRPT-FILENAME
000600     ORGANIZATION LINE SEQUENTIAL
000610     FILE STATUS IS WRK-LIMITRPT-STATUS.
000611     SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLCAL"
000612     ORGANIZATION LINE SEQUENTIAL
000613     FILE STATUS IS WRK-HOLCAL-STATUS.
000614     SELECT OPTIONAL WHSE-FILE ASSIGN TO "WHSEPEND"
000615     ORGANIZATION INDEXED
000616     ACCESS DYNAMIC
000617     RECORD KEY IS WHSE-TXN-ID
000618     FILE STATUS IS WRK-WHSE-STATUS.
000619     SELECT WHSE-RPT ASSIGN DYNAMIC WRK-WHSERPT-FILENAME
000620     ORGANIZATION LINE SEQUENTIAL
000621     FILE STATUS IS WRK-WHSERPT-STATUS.
000622     SELECT OPTIONAL ACCT-HOLD-FILE ASSIGN TO "ACCTHOLD"
000623     ORGANIZATION INDEXED
000624     ACCESS DYNAMIC
000625     RECORD KEY IS HOLD-KEY
000626     FILE STATUS IS WRK-HOLD-STATUS.
000627     SELECT HOLD-BLOCK-FILE ASSIGN DYNAMIC WRK-HOLDBLK-FILENAME
000628     ORGANIZATION LINE SEQUENTIAL
000629     FILE STATUS IS WRK-HOLDBLK-STATUS.
000630     SELECT ACK-WORK-FILE ASSIGN DYNAMIC WRK-ACKWORK-FILENAME
000631     ORGANIZATION LINE SEQUENTIAL
000632     FILE STATUS IS WRK-ACKWORK-STATUS.
000633     SELECT ACK-FILE ASSIGN DYNAMIC WRK-ACK-FILENAME
000634     ORGANIZATION LINE SEQUENTIAL
000635     FILE STATUS IS WRK-ACK-STATUS.
000636 DATA DIVISION.
000637 FILE SECTION.
000640 FD  DAILY-TXN-FILE.
000650 01  DAILY-TXN-RECORD.
000660     05  TXN-REC-TYPE         PIC X(01).
000680         88  TXN-DETAIL-REC              VALUE "D".
000690         88  TXN-TRAILER-REC             VALUE "T".
000700         88  TXN-REVERSAL-REC            VALUE "R".
000705         88  TXN-TRANSFER-REC            VALUE "X".
000710     05  TXN-DETAIL-DATA.
000720         10  TXN-ID               PIC X(10).
000730         10  TXN-STATUS-FLAG      PIC X(01).
000740         10  TXN-ACCT-NO          PIC 9(08).
000750         10  TXN-AMOUNT           PIC S9(7)V99
000760                                  SIGN LEADING SEPARATE.
000765         10  FILLER               PIC X(10).
000770         10  TXN-EFF-DATE         PIC X(08).
000775         10  FILLER               PIC X(32).
000780     05  TXN-HEADER-DATA REDEFINES TXN-DETAIL-DATA.
000790         10  TXN-HDR-CREATE-DATE  PIC 9(08).
000800         10  FILLER               PIC X(71).
000840     05  TXN-REVERSAL-DATA REDEFINES TXN-DETAIL-DATA.
000850         10  FILLER               PIC X(29).
000860         10  TXN-RVSL-ORIG-ID     PIC X(10).
000863         10  FILLER               PIC X(08).
000866         10  TXN-RVSL-CLSD-OVERRIDE PIC X(01).
000869         10  FILLER               PIC X(31).
000872     05  TXN-TRANSFER-DATA REDEFINES TXN-DETAIL-DATA.
000874         10  FILLER               PIC X(29).
000876         10  TXN-XFER-TO-ACCT     PIC 9(08).
000878         10  FILLER               PIC X(42).
000880 FD  BATCH-RECON-FILE.
000890 01  RECON-RECORD         PIC X(80).
000900 FD  RESTART-FILE.
000990     05  SYSIN-PROC-MODE      PIC X(01).
001000     05  SYSIN-MAX-REJ-PCT    PIC X(03).
001010     05  SYSIN-MIN-READ-CNT   PIC X(09).
001016     05  SYSIN-WHSE-AGE-DAYS  PIC X(03).
001022     05  FILLER               PIC X(61).
001030 FD  MSG-TABLE-FILE.
001040 01  MSG-TABLE-RECORD.
001050     05  MSGREC-FLAG          PIC X(01).
001400     05  HISTREC-TXN-ID       PIC X(10).
001410     05  HISTREC-RUN-DATE     PIC 9(08).
001420     05  HISTREC-REVERSED-FLAG PIC X(01).
001422     05  HISTREC-REVERSED-DATE PIC 9(08).
001424     05  HISTREC-REVERSED-BY  PIC X(10).
001426     05  HISTREC-REC-TYPE     PIC X(01).
001428     05  FILLER               PIC X(12).
001430 FD  JOURNAL-FILE.
001440 01  JOURNAL-RECORD.
001450     05  JRNL-ACCT-NO         PIC 9(08).
001700     05  LEDG-BALANCE         PIC S9(9)V99
001710                              SIGN LEADING SEPARATE.
001720     05  FILLER               PIC X(32).
001722 FD  CLOSED-FILE.
001724 01  CLOSED-RECORD.
001726     05  CLSD-PERIOD          PIC 9(06).
001728     05  FILLER               PIC X(74).
001730 FD  GL-IFACE-FILE.
001740 01  GL-IFACE-RECORD.
001750     05  GLR-REC-TYPE         PIC X(02).
001780     05  FILLER               PIC X(01).
001790     05  GLR-COUNT            PIC 9(09).
001800     05  FILLER               PIC X(54).
001801 FD  HOLIDAY-FILE.
001802 01  HOLIDAY-RECORD.
001803     05  HOLREC-DATE          PIC 9(08).
001804     05  FILLER               PIC X(01).
001805     05  HOLREC-DESC          PIC X(30).
001806 FD  WHSE-FILE.
001807 01  WHSE-RECORD.
001808     05  WHSE-TXN-ID          PIC X(10).
001809     05  WHSE-EFF-DATE        PIC 9(08).
001810     05  WHSE-RELEASE-DATE    PIC 9(08).
001811     05  WHSE-ADDED-DATE      PIC 9(08).
001812     05  WHSE-STATUS          PIC X(01).
001813         88  WHSE-PENDING                VALUE "P".
001814         88  WHSE-RELEASED               VALUE "R".
001815     05  WHSE-RELEASED-ON     PIC 9(08).
001816     05  WHSE-REC-TYPE        PIC X(01).
001817     05  WHSE-SRC-FILENAME    PIC X(40).
001818     05  WHSE-TXN-DATA        PIC X(79).
001819     05  FILLER               PIC X(07).
001820 FD  WHSE-RPT.
001821 01  WHSE-RPT-LINE        PIC X(80).
001822 FD  ACCT-HOLD-FILE.
001823 01  ACCT-HOLD-RECORD.
001824     05  HOLD-KEY.
001825         10  HOLD-ACCT-NO         PIC 9(08).
001826         10  HOLD-REF             PIC X(08).
001827     05  HOLD-TYPE            PIC X(01).
001828         88  HOLD-FULL-FREEZE            VALUE "F".
001829         88  HOLD-DEBIT-BLOCK            VALUE "D".
001830         88  HOLD-AMOUNT-HOLD            VALUE "A".
001831     05  HOLD-AMOUNT          PIC S9(9)V99 COMP-3.
001832     05  HOLD-REASON          PIC X(30).
001833     05  HOLD-PLACED-DATE     PIC 9(08).
001834     05  HOLD-EXPIRY-DATE     PIC 9(08).
001835     05  HOLD-STATUS          PIC X(01).
001836         88  HOLD-ACTIVE                 VALUE "A".
001837         88  HOLD-RELEASED               VALUE "R".
001838         88  HOLD-EXPIRED                VALUE "E".
001839     05  HOLD-RELEASED-DATE   PIC 9(08).
001840     05  FILLER               PIC X(12).
001841 FD  HOLD-BLOCK-FILE.
001842 01  HOLD-BLOCK-RECORD.
001843     05  HBLK-RUN-DATE        PIC 9(08).
001844     05  HBLK-ACCT-NO         PIC 9(08).
001845     05  HBLK-TXN-ID          PIC X(10).
001846     05  HBLK-AMOUNT          PIC S9(7)V99
001847                              SIGN LEADING SEPARATE.
001848     05  HBLK-HOLD-REF        PIC X(08).
001849     05  HBLK-HOLD-TYPE       PIC X(01).
001850     05  HBLK-AVAIL-BALANCE   PIC S9(9)V99
001851                              SIGN LEADING SEPARATE.
001852     05  FILLER               PIC X(23).
001853 FD  ACK-WORK-FILE.
001854 01  ACK-WORK-RECORD.
001855     05  AWK-SRC-NO           PIC 9(02).
001856     05  AWK-ACK-DATA.
001857         10  AWK-REC-TYPE         PIC X(01).
001858         10  AWK-TXN-ID           PIC X(10).
001859         10  AWK-TXN-TYPE         PIC X(01).
001860         10  AWK-ACCT-NO          PIC X(08).
001861         10  AWK-REASON-CODE      PIC X(04).
001862         10  AWK-REASON-TEXT      PIC X(40).
001863         10  FILLER               PIC X(16).
001864 FD  ACK-FILE.
001865 01  ACK-HEADER-RECORD.
001866     05  ACKH-REC-TYPE        PIC X(01).
001867     05  ACKH-RUN-DATE        PIC 9(08).
001868     05  ACKH-SOURCE          PIC X(24).
001869     05  ACKH-FILE-STATUS     PIC X(01).
001870         88  ACKH-FILE-ACCEPTED          VALUE "A".
001871         88  ACKH-FILE-REFUSED           VALUE "R".
001872     05  ACKH-REASON-CODE     PIC X(04).
001873     05  ACKH-REASON-TEXT     PIC X(40).
001874     05  FILLER               PIC X(02).
001875 01  ACK-DETAIL-RECORD        PIC X(80).
001876 01  ACK-TRAILER-RECORD.
001877     05  ACKT-REC-TYPE        PIC X(01).
001878     05  ACKT-RUN-DATE        PIC 9(08).
001879     05  ACKT-READ-CNT        PIC 9(09).
001880     05  ACKT-PROC-CNT        PIC 9(09).
001881     05  ACKT-REJ-CNT         PIC 9(09).
001882     05  ACKT-DETAIL-CNT      PIC 9(09).
001883     05  FILLER               PIC X(35).
001884 SD  SORT-FILE.
001885 01  SORT-RECORD.
001886     05  SORT-TXN-DATA.
001887         10  SORT-TXN-ID          PIC X(10).
001888         10  FILLER               PIC X(69).
001889     05  SORT-SRC-NO          PIC 9(02).
001890     05  SORT-REC-TYPE        PIC X(01).
001891 WORKING-STORAGE SECTION.
001892 01  WRK-XN-00001         PIC X(01) VALUE SPACE.
001900 01  WRK-RUN-MODE          PIC X(01) VALUE "*".
001910 01  WRK-LANG-CODE         PIC X(02) VALUE "EN".
001920 01  WRK-PROC-MODE         PIC X(01) VALUE "N".
002110     05  WRK-REVERSAL-CNT      PIC 9(9) VALUE 0.
002120     05  WRK-GL-DEBIT-CNT      PIC 9(9) VALUE 0.
002130     05  WRK-GL-CREDIT-CNT     PIC 9(9) VALUE 0.
002133     05  WRK-TRANSFER-CNT      PIC 9(9) VALUE 0.
002136     05  WRK-XFER-REJ-CNT      PIC 9(9) VALUE 0.
002138     05  WRK-WHSE-HELD-CNT     PIC 9(9) VALUE 0.
002140     05  WRK-WHSE-RELEASED-CNT PIC 9(9) VALUE 0.
002142     05  WRK-WHSE-PENDING-CNT  PIC 9(9) VALUE 0.
002144     05  WRK-WHSE-AGED-CNT     PIC 9(9) VALUE 0.
002145     05  WRK-HOLD-REJ-CNT      PIC 9(9) VALUE 0.
002146 01  WRK-EOF-SW            PIC X(01) VALUE "N".
002150     88  WRK-END-OF-TXN-FILE          VALUE "Y".
002160 01  WRK-IO-ERROR-SW       PIC X(01) VALUE "N".
002170     88  WRK-IO-ERROR-FOUND           VALUE "Y".
002300 01  WRK-ACCT-STATUS       PIC X(02) VALUE "00".
002310 01  WRK-ACCTRPT-STATUS    PIC X(02) VALUE "00".
002320 01  WRK-HIST-STATUS       PIC X(02) VALUE "00".
002330 01  WRK-HIST-OPEN-SW      PIC X(01) VALUE "Y".
002340     88  WRK-HIST-OPEN-OK             VALUE "Y".
002350 01  WRK-TXN-DUP-SW        PIC X(01) VALUE "N".
002360     88  WRK-TXN-DUPLICATE            VALUE "Y".
002370 01  WRK-TXN-AVAIL-SW      PIC X(01) VALUE "Y".
002550 01  WRK-LEDG-STATUS       PIC X(02) VALUE "00".
002560 01  WRK-LEDG-OPEN-SW      PIC X(01) VALUE "Y".
002570     88  WRK-LEDG-OPEN-OK             VALUE "Y".
002572 01  WRK-CLSD-STATUS       PIC X(02) VALUE "00".
002574 01  WRK-CLSD-EOF-SW       PIC X(01) VALUE "N".
002576     88  WRK-CLSD-EOF                 VALUE "Y".
002578 01  WRK-LAST-CLOSED       PIC 9(6) VALUE 0.
002580 01  WRK-GL-FILENAME       PIC X(40) VALUE SPACES.
002590 01  WRK-GL-STATUS         PIC X(02) VALUE "00".
002600 01  WRK-GL-OPEN-SW        PIC X(01) VALUE "Y".
003050     10  SRC-READ-CNT         PIC 9(09).
003060     10  SRC-PROC-CNT         PIC 9(09).
003070     10  SRC-REJ-CNT          PIC 9(09).
003075     10  SRC-REFUSE-CODE      PIC X(04).
003080 01  WRK-HIST-CUTOFF-DATE  PIC 9(8) VALUE 0.
003090 01  WRK-HIST-CUTOFF-INT   PIC 9(8) VALUE 0.
003100 01  WRK-RUN-DATE-DISPLAY  PIC X(10) VALUE SPACES.
003220     88  WRK-LIMITRPT-OPEN-OK         VALUE "Y".
003230 01  WRK-LIMIT-BREACH-SW   PIC X(01) VALUE "N".
003240     88  WRK-LIMIT-BREACHED           VALUE "Y".
003241 01  WRK-LIMIT-REASON      PIC X(30) VALUE SPACES.
003242 01  WRK-HOLCAL-STATUS     PIC X(02) VALUE "00".
003243 01  WRK-HOLCAL-EOF-SW     PIC X(01) VALUE "N".
003244     88  WRK-HOLCAL-EOF               VALUE "Y".
003245 01  WRK-NONBUS-SW         PIC X(01) VALUE "N".
003246     88  WRK-NON-BUSINESS-DATE        VALUE "Y".
003247 01  WRK-DATE-INT          PIC 9(8) VALUE 0.
003248 01  WRK-CAND-DATE         PIC 9(8) VALUE 0.
003249 01  WRK-DAY-OF-WEEK       PIC 9(1) VALUE 0.
003250 01  WRK-WHSE-STATUS       PIC X(02) VALUE "00".
003251 01  WRK-WHSE-OPEN-SW      PIC X(01) VALUE "Y".
003252     88  WRK-WHSE-OPEN-OK             VALUE "Y".
003253 01  WRK-WHSE-EOF-SW       PIC X(01) VALUE "N".
003254     88  WRK-WHSE-EOF                 VALUE "Y".
003255 01  WRK-WHSERPT-FILENAME  PIC X(40) VALUE SPACES.
003256 01  WRK-WHSERPT-STATUS    PIC X(02) VALUE "00".
003257 01  WRK-WHSERPT-OPEN-SW   PIC X(01) VALUE "Y".
003258     88  WRK-WHSERPT-OPEN-OK          VALUE "Y".
003259 01  WRK-WHSE-AGE-DAYS     PIC 9(3) VALUE 30.
003260 01  WRK-HOLD-STATUS       PIC X(02) VALUE "00".
003261 01  WRK-HOLD-OPEN-SW      PIC X(01) VALUE "Y".
003262     88  WRK-HOLD-OPEN-OK             VALUE "Y".
003263 01  WRK-HOLD-EOF-SW       PIC X(01) VALUE "N".
003264     88  WRK-HOLD-EOF                 VALUE "Y".
003265 01  WRK-HOLD-BLOCK-SW     PIC X(01) VALUE "N".
003266     88  WRK-HOLD-BLOCKED             VALUE "Y".
003267 01  WRK-HOLD-BLOCK-REF    PIC X(08) VALUE SPACES.
003268 01  WRK-HOLD-BLOCK-TYPE   PIC X(01) VALUE SPACE.
003269 01  WRK-AMT-HOLD-REF      PIC X(08) VALUE SPACES.
003270 01  WRK-HELD-AMOUNT       PIC S9(11)V99 VALUE 0.
003271 01  WRK-AVAIL-BALANCE     PIC S9(11)V99 VALUE 0.
003272 01  WRK-HOLDBLK-FILENAME  PIC X(40) VALUE SPACES.
003273 01  WRK-HOLDBLK-STATUS    PIC X(02) VALUE "00".
003274 01  WRK-HOLDBLK-OPEN-SW   PIC X(01) VALUE "Y".
003275     88  WRK-HOLDBLK-OPEN-OK          VALUE "Y".
003276 01  WRK-ACKWORK-FILENAME  PIC X(40) VALUE SPACES.
003277 01  WRK-ACKWORK-STATUS    PIC X(02) VALUE "00".
003278 01  WRK-ACKWORK-OPEN-SW   PIC X(01) VALUE "Y".
003279     88  WRK-ACKWORK-OPEN-OK          VALUE "Y".
003280 01  WRK-ACKWORK-EOF-SW    PIC X(01) VALUE "N".
003281     88  WRK-ACKWORK-EOF              VALUE "Y".
003282 01  WRK-ACK-FILENAME      PIC X(40) VALUE SPACES.
003283 01  WRK-ACK-STATUS        PIC X(02) VALUE "00".
003284 01  WRK-ACK-CODE          PIC X(04) VALUE SPACES.
003285 01  WRK-ACK-TEXT          PIC X(40) VALUE SPACES.
003286 01  WRK-ACK-DETAIL-CNT    PIC 9(9) VALUE 0.
003287 01  WRK-ACK-FILE-CNT      PIC 9(2) VALUE 0.
003288 01  WRK-WHSE-AGE          PIC 9(5) VALUE 0.
003289 01  WRK-EFF-DATE          PIC 9(8) VALUE 0.
003290 01  WRK-REL-DATE          PIC 9(8) VALUE 0.
003291 01  WRK-EFF-DATE-SW       PIC X(01) VALUE "N".
003292     88  WRK-TXN-DUE-NOW              VALUE "N".
003293     88  WRK-TXN-HELD                 VALUE "H".
003294     88  WRK-EFF-DATE-BAD             VALUE "E".
003295     88  WRK-WHSE-DUPLICATE           VALUE "D".
003296 01  WRK-PROJ-BALANCE      PIC S9(9)V99 VALUE 0.
003297 01  WRK-ABS-AMOUNT        PIC 9(7)V99 VALUE 0.
003298 01  WRK-MIN-BALANCE       PIC S9(9)V99 VALUE 0.
003299 01  WRK-TXN-LIMIT         PIC S9(7)V99 VALUE 0.
003300 01  WRK-AMT-EDIT          PIC -(7)9.99 VALUE ZERO.
003301 01  WRK-BAL-EDIT          PIC -(9)9.99 VALUE ZERO.
003302 01  WRK-MSG-TEXT          PIC X(30) VALUE SPACES.
003310 01  WRK-SUSP-REASON       PIC X(04) VALUE SPACES.
003320 01  WRK-CURR-TXN.
003330     05  WRK-CURR-TXN-ID       PIC X(10).
003360     05  WRK-CURR-AMOUNT       PIC S9(7)V99
003370                               SIGN LEADING SEPARATE.
003380     05  WRK-CURR-ORIG-ID      PIC X(10).
003382     05  WRK-CURR-XFER-DATA REDEFINES WRK-CURR-ORIG-ID.
003384         10  WRK-CURR-TO-ACCT      PIC 9(08).
003386         10  FILLER                PIC X(02).
003390     05  WRK-CURR-EFF-DATE     PIC X(08).
003393     05  WRK-CURR-CLSD-OVERRIDE PIC X(01).
003396     05  FILLER                PIC X(31).
003400 01  WRK-CURR-REC-TYPE     PIC X(01) VALUE "D".
003410     88  WRK-CURR-IS-REVERSAL         VALUE "R".
003415     88  WRK-CURR-IS-TRANSFER         VALUE "X".
003420 01  WRK-POST-AMOUNT       PIC S9(7)V99 VALUE 0.
003422 01  WRK-POST-ALLOWED-SW   PIC X(01) VALUE "N".
003424     88  WRK-POST-ALLOWED             VALUE "Y".
003426 01  WRK-XFER-FROM-ACCT    PIC 9(8) VALUE 0.
003428 01  WRK-XFER-TO-ACCT      PIC 9(8) VALUE 0.
003432 01  WRK-ORIG-FOUND-SW     PIC X(01) VALUE "N".
003436     88  WRK-ORIG-FOUND               VALUE "Y".
003437 01  WRK-RVSL-XFER-SW      PIC X(01) VALUE "N".
003438     88  WRK-RVSL-OF-TRANSFER         VALUE "Y".
003441 01  WRK-HOL-TABLE.
003442     05  WRK-HOL-COUNT         PIC 9(3) VALUE 0.
003443     05  HOL-ENTRY OCCURS 1 TO 400 TIMES
003444         DEPENDING ON WRK-HOL-COUNT
003445         INDEXED BY HOL-IDX.
003446     10  HOL-DATE             PIC 9(08).
003450 01  WRK-MSG-TABLE.
003460     05  WRK-MSG-COUNT         PIC 9(4) VALUE 0.
003470     05  MSG-ENTRY OCCURS 1 TO 20 TIMES DEPENDING ON WRK-MSG-COUNT
003490     10  MSG-FLAG             PIC X(01).
003500     10  MSG-TEXT-EN          PIC X(30).
003510     10  MSG-TEXT-ES          PIC X(30).
003600 01  WRK-MSG-DEFAULT-TEXT-EN   PIC X(30) VALUE
003610     "Unrecognized status flag".
003620 01  WRK-MSG-DEFAULT-TEXT-ES   PIC X(30) VALUE
003750     IF NOT WRK-ALREADY-DONE
003760     PERFORM 4000-RECONCILE-TOTALS
003770     PERFORM 4200-WRITE-GL-INTERFACE
003775     PERFORM 4300-WRITE-WAREHOUSE-REPORT
003777     PERFORM 4400-WRITE-ACK-FILES
003780     END-IF
003790     PERFORM 9000-TERMINATE
003800     GOBACK.
004090         INTO WRK-JRNL-FILENAME
004100     STRING "GL.IFACE." WRK-RUN-DATE-CCYYMMDD DELIMITED BY SIZE
004110         INTO WRK-GL-FILENAME
004113     STRING "WHSE.RPT." WRK-RUN-DATE-CCYYMMDD DELIMITED BY SIZE
004116         INTO WRK-WHSERPT-FILENAME
004117     STRING "HOLD.BLOCKED." WRK-RUN-DATE-CCYYMMDD
004118         DELIMITED BY SIZE INTO WRK-HOLDBLK-FILENAME
004121     STRING "ACK.WORK." WRK-RUN-DATE-CCYYMMDD
004124         DELIMITED BY SIZE INTO WRK-ACKWORK-FILENAME
004127     PERFORM 0110-READ-SYSIN-PARM
004130     IF HP-RUN-MODE NOT = SPACE AND HP-RUN-MODE NOT = LOW-VALUE
004140         MOVE HP-RUN-MODE TO WRK-RUN-MODE
004150     END-IF
004220     PERFORM 0180-RESOLVE-TXNIN-FILE
004230     PERFORM 0120-READ-RESTART-CHECKPOINT
004240     PERFORM 0130-LOAD-MESSAGE-TABLE
004247     PERFORM 0170-SET-HISTORY-CUTOFF
004255     PERFORM 0190-LOAD-HOLIDAY-CALENDAR
004257     PERFORM 0175-LOAD-LAST-CLOSED-PERIOD
004260     IF WRK-ALREADY-DONE
004270         MOVE "N" TO WRK-RPT-OPEN-SW
004280         MOVE "N" TO WRK-RECON-OPEN-SW
004340         MOVE "N" TO WRK-LIMITRPT-OPEN-SW
004350         MOVE "N" TO WRK-JRNL-OPEN-SW
004360         MOVE "N" TO WRK-GL-OPEN-SW
004363         MOVE "N" TO WRK-WHSE-OPEN-SW
004366         MOVE "N" TO WRK-WHSERPT-OPEN-SW
004368         MOVE "N" TO WRK-HIST-OPEN-SW
004371         MOVE "N" TO WRK-HOLD-OPEN-SW
004374         MOVE "N" TO WRK-HOLDBLK-OPEN-SW
004375         MOVE "N" TO WRK-ACKWORK-OPEN-SW
004377     ELSE
004380     IF WRK-RESTART-POINT = "NONE"
004390         OPEN OUTPUT HELLO-RPT
004400     ELSE
005180         MOVE "N" TO WRK-GL-OPEN-SW
005190         MOVE "Y" TO WRK-IO-ERROR-SW
005200     END-IF
005201     OPEN I-O WHSE-FILE
005202     IF WRK-WHSE-STATUS NOT = "00" AND
005203        WRK-WHSE-STATUS NOT = "05"
005204         DISPLAY "ERROR OPENING WHSE-FILE, STATUS="
005205             WRK-WHSE-STATUS
005206         MOVE "N" TO WRK-WHSE-OPEN-SW
005207         MOVE "Y" TO WRK-IO-ERROR-SW
005208     END-IF
005209     OPEN OUTPUT WHSE-RPT
005210     IF WRK-WHSERPT-STATUS NOT = "00"
005211         DISPLAY "ERROR OPENING WHSE-RPT, STATUS="
005212             WRK-WHSERPT-STATUS
005213         MOVE "N" TO WRK-WHSERPT-OPEN-SW
005214         MOVE "Y" TO WRK-IO-ERROR-SW
005215     ELSE
005216         PERFORM 0167-WRITE-WHSE-RPT-HEADER
005217     END-IF
005218     OPEN I-O TXN-HISTORY-FILE
005219     IF WRK-HIST-STATUS NOT = "00" AND
005220        WRK-HIST-STATUS NOT = "05"
005221         DISPLAY "ERROR OPENING TXN-HISTORY-FILE, STATUS="
005222             WRK-HIST-STATUS
005223         MOVE "N" TO WRK-HIST-OPEN-SW
005224         MOVE "Y" TO WRK-IO-ERROR-SW
005225     END-IF
005226     OPEN INPUT ACCT-HOLD-FILE
005227     IF WRK-HOLD-STATUS NOT = "00" AND
005228        WRK-HOLD-STATUS NOT = "05"
005229         DISPLAY "ERROR OPENING ACCT-HOLD-FILE, STATUS="
005230             WRK-HOLD-STATUS
005231         MOVE "N" TO WRK-HOLD-OPEN-SW
005232         MOVE "Y" TO WRK-IO-ERROR-SW
005233     END-IF
005234     OPEN OUTPUT HOLD-BLOCK-FILE
005235     IF WRK-HOLDBLK-STATUS NOT = "00"
005236         DISPLAY "ERROR OPENING HOLD-BLOCK-FILE, STATUS="
005237             WRK-HOLDBLK-STATUS
005238         MOVE "N" TO WRK-HOLDBLK-OPEN-SW
005239         MOVE "Y" TO WRK-IO-ERROR-SW
005240     END-IF
005241     OPEN OUTPUT ACK-WORK-FILE
005242     IF WRK-ACKWORK-STATUS NOT = "00"
005243         DISPLAY "ERROR OPENING ACK-WORK-FILE, STATUS="
005244             WRK-ACKWORK-STATUS
005245         MOVE "N" TO WRK-ACKWORK-OPEN-SW
005246         MOVE "Y" TO WRK-IO-ERROR-SW
005247     END-IF
005248     END-IF.
005249
005250 0110-READ-SYSIN-PARM.
005251     OPEN INPUT PARM-FILE
005252     IF WRK-SYSIN-STATUS = "00"
005260     READ PARM-FILE
005270         AT END
005280             CONTINUE
005410             END-IF
005420             IF SYSIN-MIN-READ-CNT NUMERIC
005430                 MOVE SYSIN-MIN-READ-CNT TO WRK-MIN-READ-CNT
005432             END-IF
005434             IF SYSIN-WHSE-AGE-DAYS NUMERIC
005436                 MOVE SYSIN-WHSE-AGE-DAYS TO WRK-WHSE-AGE-DAYS
005440             END-IF
005450     END-READ
005460     END-IF
006000     MOVE "Estado no definido" TO MSG-TEXT-ES (2)
006010     END-IF.
006020
006030 0170-SET-HISTORY-CUTOFF.
006040     COMPUTE WRK-HIST-CUTOFF-INT =
006050         FUNCTION INTEGER-OF-DATE (WRK-RUN-DATE-CCYYMMDD) - 14
006060     MOVE FUNCTION DATE-OF-INTEGER (WRK-HIST-CUTOFF-INT)
006070         TO WRK-HIST-CUTOFF-DATE.
006080
006090 0175-LOAD-LAST-CLOSED-PERIOD.
006100     OPEN INPUT CLOSED-FILE
006102     IF WRK-CLSD-STATUS NOT = "00" AND
006104        WRK-CLSD-STATUS NOT = "05"
006106         DISPLAY "ERROR OPENING CLOSED-FILE, STATUS="
006108             WRK-CLSD-STATUS
006110         MOVE "Y" TO WRK-IO-ERROR-SW
006112     ELSE
006120     PERFORM UNTIL WRK-CLSD-EOF
006130         READ CLOSED-FILE
006140             AT END
006150                 SET WRK-CLSD-EOF TO TRUE
006160             NOT AT END
006170                 IF CLSD-PERIOD NUMERIC
006180                  AND CLSD-PERIOD > WRK-LAST-CLOSED
006190                     MOVE CLSD-PERIOD TO WRK-LAST-CLOSED
006200                 END-IF
006210         END-READ
006220     END-PERFORM
006230     CLOSE CLOSED-FILE
006240     END-IF.
006370
006371 0190-LOAD-HOLIDAY-CALENDAR.
006372     OPEN INPUT HOLIDAY-FILE
006373     IF WRK-HOLCAL-STATUS = "00"
006374     PERFORM UNTIL WRK-HOLCAL-EOF OR WRK-HOL-COUNT = 400
006375         READ HOLIDAY-FILE
006376             AT END
006377                 SET WRK-HOLCAL-EOF TO TRUE
006378             NOT AT END
006379                 IF HOLREC-DATE NUMERIC
006380                     ADD 1 TO WRK-HOL-COUNT
006381                     MOVE HOLREC-DATE
006382                        TO HOL-DATE (WRK-HOL-COUNT)
006383                 END-IF
006384         END-READ
006385     END-PERFORM
006386     END-IF
006387     IF WRK-HOL-COUNT = 400 AND NOT WRK-HOLCAL-EOF
006388         DISPLAY "WARNING: HOLCAL HAS MORE THAN 400 ENTRIES, "
006389             "CALENDAR TRUNCATED AT 400"
006390     END-IF
006391     CLOSE HOLIDAY-FILE.
006392
006393 0180-RESOLVE-TXNIN-FILE.
006394     MOVE 0 TO WRK-SRC-COUNT
006400     MOVE SPACES TO WRK-TXNIN-FILENAME
006410     STRING "TXNIN." WRK-RUN-DATE-CCYYMMDD DELIMITED BY SIZE
006420         INTO WRK-TXNIN-FILENAME
006720             MOVE 0 TO SRC-READ-CNT (WRK-SRC-COUNT)
006730             MOVE 0 TO SRC-PROC-CNT (WRK-SRC-COUNT)
006740             MOVE 0 TO SRC-REJ-CNT (WRK-SRC-COUNT)
006745             MOVE SPACES TO SRC-REFUSE-CODE (WRK-SRC-COUNT)
006750         END-IF
006760     END-IF.
006770
007070     WRITE LIMIT-RPT-LINE
007080     MOVE SPACES TO LIMIT-RPT-LINE
007090     WRITE LIMIT-RPT-LINE.
007091
007092 0167-WRITE-WHSE-RPT-HEADER.
007093     MOVE SPACES TO WHSE-RPT-LINE
007094     STRING "FUTURE-DATED WAREHOUSE REPORT  RUN DATE: "
007095         WRK-RUN-DATE-DISPLAY DELIMITED BY SIZE
007096         INTO WHSE-RPT-LINE
007097     WRITE WHSE-RPT-LINE
007098     MOVE SPACES TO WHSE-RPT-LINE
007099     STRING "AGED THRESHOLD: " WRK-WHSE-AGE-DAYS " DAYS PENDING"
007100         DELIMITED BY SIZE INTO WHSE-RPT-LINE
007101     WRITE WHSE-RPT-LINE
007102     MOVE SPACES TO WHSE-RPT-LINE
007103     WRITE WHSE-RPT-LINE.
007104
007110 1000-FIRST-STATUS-CHECK.
007120     REPLACE ==MOVE WRK-RUN-MODE AO WRK-XN-00001.
007130         IE WRK-XN-00001 = WRK-RUN-MODE==
007860     IF WRK-REPROCESS-MODE
007870         PERFORM 3400-REPROCESS-SUSPENSE
007880     END-IF
007882     IF WRK-WHSE-OPEN-OK
007884         PERFORM 3450-RELEASE-WAREHOUSE
007886     END-IF
007890     IF WRK-TXN-AVAILABLE
007900         PERFORM VARYING WRK-SRC-SUB FROM 1 BY 1
007910                 UNTIL WRK-SRC-SUB > WRK-SRC-COUNT
008290         NOT AT END
008300             MOVE SORT-TXN-DATA TO WRK-CURR-TXN
008310             MOVE SORT-SRC-NO TO WRK-CURR-SRC-NO
008320             IF SORT-REC-TYPE = "R" OR SORT-REC-TYPE = "X"
008330                 MOVE SORT-REC-TYPE TO WRK-CURR-REC-TYPE
008340             ELSE
008350                 MOVE "D" TO WRK-CURR-REC-TYPE
008360             END-IF
008490     ELSE
008500         MOVE WRK-CURR-TXN-ID TO WRK-PREV-TXN-ID
008510         MOVE WRK-CURR-STATUS-FLAG TO WRK-XN-00001
008514         PERFORM 3800-CHECK-EFFECTIVE-DATE
008518         IF WRK-TXN-DUE-NOW
008522             PERFORM 3200-CHECK-TXN-STATUS
008526         END-IF
008530     END-IF.
008540
008541 3800-CHECK-EFFECTIVE-DATE.
008542     MOVE "N" TO WRK-EFF-DATE-SW
008543     IF WRK-CURR-EFF-DATE NOT = SPACES
008544      AND WRK-CURR-EFF-DATE NOT = ZEROS
008545         IF WRK-CURR-EFF-DATE NOT NUMERIC
008546             MOVE "E" TO WRK-EFF-DATE-SW
008547         ELSE
008548             MOVE WRK-CURR-EFF-DATE TO WRK-EFF-DATE
008549             IF FUNCTION INTEGER-OF-DATE (WRK-EFF-DATE) = 0
008550                 MOVE "E" TO WRK-EFF-DATE-SW
008551             ELSE
008552             IF WRK-EFF-DATE > WRK-RUN-DATE-CCYYMMDD
008553                 PERFORM 3810-HOLD-IN-WAREHOUSE
008554             END-IF
008555             END-IF
008556         END-IF
008557     END-IF
008558     IF WRK-EFF-DATE-BAD
008559         DISPLAY "TXN " WRK-CURR-TXN-ID ": EFFECTIVE DATE "
008560             WRK-CURR-EFF-DATE " NOT VALID"
008561         ADD 1 TO WRK-REJECTED-CNT
008562         PERFORM 3295-COUNT-SOURCE-REJECTED
008563         MOVE "EDAT" TO WRK-SUSP-REASON
008564         PERFORM 3300-WRITE-SUSPENSE
008565     END-IF.
008566
008567 3810-HOLD-IN-WAREHOUSE.
008568     MOVE SPACES TO WHSE-RECORD
008569     MOVE WRK-CURR-TXN-ID TO WHSE-TXN-ID
008570     MOVE WRK-EFF-DATE TO WHSE-EFF-DATE
008571     PERFORM 3820-ROLL-TO-BUSINESS-DATE
008572     MOVE WRK-REL-DATE TO WHSE-RELEASE-DATE
008573     MOVE WRK-RUN-DATE-CCYYMMDD TO WHSE-ADDED-DATE
008574     MOVE "P" TO WHSE-STATUS
008575     MOVE 0 TO WHSE-RELEASED-ON
008576     MOVE WRK-CURR-REC-TYPE TO WHSE-REC-TYPE
008577     IF WRK-CURR-SRC-NO > 0
008578         MOVE SRC-FILENAME (WRK-CURR-SRC-NO) TO WHSE-SRC-FILENAME
008579     ELSE
008580         MOVE "SUSPIN" TO WHSE-SRC-FILENAME
008581     END-IF
008582     MOVE WRK-CURR-TXN TO WHSE-TXN-DATA
008583     WRITE WHSE-RECORD
008584         INVALID KEY
008585             PERFORM 3830-CHECK-WAREHOUSE-RERUN
008586         NOT INVALID KEY
008587             MOVE "H" TO WRK-EFF-DATE-SW
008588     END-WRITE
008589     IF WRK-TXN-HELD
008590         ADD 1 TO WRK-WHSE-HELD-CNT
008591         IF WRK-WHSERPT-OPEN-OK
008592             MOVE SPACES TO WHSE-RPT-LINE
008593             STRING "TXN=" WHSE-TXN-ID
008594                 " TYPE=" WHSE-REC-TYPE
008595                 " EFF=" WHSE-EFF-DATE
008596                 " REL=" WHSE-RELEASE-DATE
008597                 " SRC=" WHSE-SRC-FILENAME
008598                 DELIMITED BY SIZE INTO WHSE-RPT-LINE
008599             WRITE WHSE-RPT-LINE
008600         END-IF
008601     END-IF.
008602
008603 3820-ROLL-TO-BUSINESS-DATE.
008604     COMPUTE WRK-DATE-INT =
008605         FUNCTION INTEGER-OF-DATE (WRK-EFF-DATE)
008606     PERFORM 3825-CHECK-BUSINESS-DATE
008607     PERFORM UNTIL NOT WRK-NON-BUSINESS-DATE
008608         ADD 1 TO WRK-DATE-INT
008609         PERFORM 3825-CHECK-BUSINESS-DATE
008610     END-PERFORM
008611     MOVE WRK-CAND-DATE TO WRK-REL-DATE.
008612
008613 3825-CHECK-BUSINESS-DATE.
008614     MOVE "N" TO WRK-NONBUS-SW
008615     MOVE FUNCTION DATE-OF-INTEGER (WRK-DATE-INT)
008616         TO WRK-CAND-DATE
008617     COMPUTE WRK-DAY-OF-WEEK = FUNCTION MOD (WRK-DATE-INT, 7)
008618     IF WRK-DAY-OF-WEEK = 6 OR WRK-DAY-OF-WEEK = 0
008619         SET WRK-NON-BUSINESS-DATE TO TRUE
008620     ELSE
008621     IF WRK-HOL-COUNT > 0
008622         SET HOL-IDX TO 1
008623         SEARCH HOL-ENTRY
008624             AT END
008625                 CONTINUE
008626             WHEN HOL-DATE (HOL-IDX) = WRK-CAND-DATE
008627                 SET WRK-NON-BUSINESS-DATE TO TRUE
008628         END-SEARCH
008629     END-IF
008630     END-IF.
008631
008632 3830-CHECK-WAREHOUSE-RERUN.
008633     MOVE "D" TO WRK-EFF-DATE-SW
008634     READ WHSE-FILE
008635         INVALID KEY
008636             CONTINUE
008637         NOT INVALID KEY
008638             IF WHSE-PENDING
008639              AND WHSE-ADDED-DATE = WRK-RUN-DATE-CCYYMMDD
008640              AND WHSE-TXN-DATA = WRK-CURR-TXN
008641                 MOVE "H" TO WRK-EFF-DATE-SW
008642             END-IF
008643     END-READ
008644     IF WRK-WHSE-DUPLICATE
008645         DISPLAY "TXN " WRK-CURR-TXN-ID
008646             ": ALREADY HELD IN WAREHOUSE"
008647         ADD 1 TO WRK-DUPLICATE-CNT
008648         MOVE "DUPL" TO WRK-SUSP-REASON
008649         PERFORM 3300-WRITE-SUSPENSE
008650     END-IF.
008651
008652 3050-PREVALIDATE-TXN-FILE.
008653     MOVE 0 TO WRK-SRC-REFUSED-CNT
008654     PERFORM VARYING WRK-SRC-SUB FROM 1 BY 1
008655             UNTIL WRK-SRC-SUB > WRK-SRC-COUNT
008656                OR WRK-IO-ERROR-FOUND
008657         PERFORM 3055-PREVALIDATE-ONE-SOURCE
008658     END-PERFORM
008659     IF WRK-SRC-REFUSED-CNT = WRK-SRC-COUNT
008660      AND WRK-SRC-COUNT > 0
008661         SET WRK-FILE-REFUSED TO TRUE
008662         PERFORM 3905-REPORT-DAY-REFUSED
008663     END-IF.
008670
008680 3055-PREVALIDATE-ONE-SOURCE.
008690     MOVE WRK-SRC-SUB TO WRK-CURR-SRC-NO
008950     IF NOT WRK-HEADER-SEEN AND NOT TXN-HEADER-REC
008960         DISPLAY "SOURCE " WRK-TXNIN-FILENAME
008970             " REFUSED: FIRST RECORD IS NOT A HEADER"
008975         MOVE "NOHD" TO WRK-ACK-CODE
008980         PERFORM 3900-REFUSE-TXN-FILE
008990     ELSE
009000     EVALUATE TRUE
009070             ADD 1 TO WRK-DETAIL-CNT
009080         WHEN TXN-REVERSAL-REC
009090             ADD 1 TO WRK-DETAIL-CNT
009093         WHEN TXN-TRANSFER-REC
009096             ADD 1 TO WRK-DETAIL-CNT
009100         WHEN OTHER
009110             CONTINUE
009120     END-EVALUATE
009270             MOVE TXN-DETAIL-DATA TO SORT-TXN-DATA
009280             MOVE WRK-CURR-SRC-NO TO SORT-SRC-NO
009290             MOVE "R" TO SORT-REC-TYPE
009291             RELEASE SORT-RECORD
009292         WHEN TXN-TRANSFER-REC
009293             MOVE TXN-DETAIL-DATA TO SORT-TXN-DATA
009294             MOVE WRK-CURR-SRC-NO TO SORT-SRC-NO
009295             MOVE "X" TO SORT-REC-TYPE
009300             RELEASE SORT-RECORD
009310         WHEN OTHER
009320             ADD 1 TO WRK-READ-CNT
009450         DISPLAY "SOURCE " WRK-TXNIN-FILENAME
009460             " REFUSED: HEADER DATE " TXN-HDR-CREATE-DATE
009470             " IS NOT BUSINESS DATE " WRK-RUN-DATE-CCYYMMDD
009475         MOVE "HDTE" TO WRK-ACK-CODE
009480         PERFORM 3900-REFUSE-TXN-FILE
009490     ELSE
009500         SET WRK-HEADER-SEEN TO TRUE
009540     IF NOT WRK-TRAILER-SEEN
009550         DISPLAY "SOURCE " WRK-TXNIN-FILENAME
009560             " REFUSED: TRAILER RECORD MISSING"
009565         MOVE "NOTR" TO WRK-ACK-CODE
009570         PERFORM 3900-REFUSE-TXN-FILE
009580     ELSE
009590         IF WRK-TRL-EXPECTED-CNT NOT = WRK-DETAIL-CNT
009610                 " REFUSED: TRAILER COUNT "
009620                 WRK-TRL-EXPECTED-CNT " DOES NOT MATCH DETAIL "
009630                 "COUNT " WRK-DETAIL-CNT
009635             MOVE "TCNT" TO WRK-ACK-CODE
009640             PERFORM 3900-REFUSE-TXN-FILE
009650         END-IF
009660     END-IF.
009670
009680 3900-REFUSE-TXN-FILE.
009690     MOVE "Y" TO SRC-REFUSED-SW (WRK-CURR-SRC-NO)
009695     MOVE WRK-ACK-CODE TO SRC-REFUSE-CODE (WRK-CURR-SRC-NO)
009700     ADD 1 TO WRK-SRC-REFUSED-CNT
009710     IF WRK-RPT-OPEN-OK
009720         MOVE SPACES TO RPT-LINE
010010         IF WRK-CURR-IS-REVERSAL
010020             PERFORM 3220-PROCESS-REVERSAL
010030         ELSE
010032         IF WRK-CURR-IS-TRANSFER
010034             PERFORM 3240-PROCESS-TRANSFER
010036         ELSE
010040         IF WRK-CURR-AMOUNT NUMERIC
010042             MOVE WRK-CURR-AMOUNT TO WRK-POST-AMOUNT
010044         ELSE
010120             ADD 1 TO WRK-REJECTED-CNT
010130             PERFORM 3295-COUNT-SOURCE-REJECTED
010140             PERFORM 3300-WRITE-SUSPENSE
010145         END-IF
010150         END-IF
010160         END-IF
010170     ELSE
010360             WRK-RUN-DATE-CCYYMMDD "|"
010370             "PROCESSED" DELIMITED BY SIZE
010380             INTO EXTRACT-RECORD
010381         IF WRK-CURR-IS-TRANSFER
010382             MOVE "|DR|" TO EXTRACT-RECORD (63:4)
010383             MOVE WRK-XFER-FROM-ACCT TO EXTRACT-RECORD (67:8)
010384             WRITE EXTRACT-RECORD
010385             ADD 1 TO WRK-EXTRACT-CNT
010386             MOVE "|CR|" TO EXTRACT-RECORD (63:4)
010387             MOVE WRK-XFER-TO-ACCT TO EXTRACT-RECORD (67:8)
010388         END-IF
010390         WRITE EXTRACT-RECORD
010400         ADD 1 TO WRK-EXTRACT-CNT
010410     END-IF.
010420
010430 3270-CHECK-DUPLICATE.
010440     MOVE "N" TO WRK-TXN-DUP-SW
010450     IF WRK-HIST-OPEN-OK
010460         MOVE WRK-CURR-TXN-ID TO HISTREC-TXN-ID
010470         READ TXN-HISTORY-FILE
010480             INVALID KEY
010490                 CONTINUE
010496             NOT INVALID KEY
010502                 IF HISTREC-RUN-DATE NOT < WRK-HIST-CUTOFF-DATE
010508                     SET WRK-TXN-DUPLICATE TO TRUE
010514                 END-IF
010520         END-READ
010530     END-IF.
010540
010550 3220-PROCESS-REVERSAL.
010560     PERFORM 3230-FIND-ORIGINAL-TXN
010570     IF NOT WRK-ORIG-FOUND
010580      OR HISTREC-REVERSED-FLAG = "Y"
010590         IF NOT WRK-ORIG-FOUND
010600             DISPLAY "REVERSAL " WRK-CURR-TXN-ID
010610                 ": ORIGINAL " WRK-CURR-ORIG-ID
010620                 " NOT ON PROCESSED HISTORY"
010680         ADD 1 TO WRK-REJECTED-CNT
010690         PERFORM 3295-COUNT-SOURCE-REJECTED
010700         MOVE "RVSL" TO WRK-SUSP-REASON
010701         PERFORM 3300-WRITE-SUSPENSE
010702     ELSE
010703     IF HISTREC-REC-TYPE = "X"
010704         DISPLAY "REVERSAL " WRK-CURR-TXN-ID
010705             ": ORIGINAL " WRK-CURR-ORIG-ID
010706             " IS A TRANSFER - REVERSE BOTH LEGS MANUALLY"
010707         SET WRK-RVSL-OF-TRANSFER TO TRUE
010708         ADD 1 TO WRK-REJECTED-CNT
010709         PERFORM 3295-COUNT-SOURCE-REJECTED
010710         MOVE "RVSL" TO WRK-SUSP-REASON
010711         PERFORM 3300-WRITE-SUSPENSE
010712     ELSE
010721     IF HISTREC-RUN-DATE (1:6) NOT > WRK-LAST-CLOSED
010722      AND WRK-CURR-CLSD-OVERRIDE NOT = "Y"
010723         DISPLAY "REVERSAL " WRK-CURR-TXN-ID
010724             ": ORIGINAL POSTED IN CLOSED PERIOD " WRK-LAST-CLOSED
010725         ADD 1 TO WRK-REJECTED-CNT
010726         PERFORM 3295-COUNT-SOURCE-REJECTED
010727         MOVE "CLSD" TO WRK-SUSP-REASON
010728         PERFORM 3300-WRITE-SUSPENSE
010729     ELSE
010730         IF WRK-CURR-AMOUNT NUMERIC
010732             COMPUTE WRK-POST-AMOUNT = 0 - WRK-CURR-AMOUNT
010734         ELSE
010760             ADD 1 TO WRK-PROCESSED-CNT
010770             ADD 1 TO WRK-REVERSAL-CNT
010780             PERFORM 3290-COUNT-SOURCE-PROCESSED
010790             PERFORM 3285-MARK-ORIGINAL-REVERSED
010800             PERFORM 3280-ADD-TO-HISTORY
010810             SET WRK-EXTRACT-DUE TO TRUE
010820         ELSE
010840             PERFORM 3295-COUNT-SOURCE-REJECTED
010850             PERFORM 3300-WRITE-SUSPENSE
010860         END-IF
010865     END-IF
010867     END-IF
010870     END-IF.
010880
010890 3230-FIND-ORIGINAL-TXN.
010896     MOVE "N" TO WRK-ORIG-FOUND-SW
010899     MOVE "N" TO WRK-RVSL-XFER-SW
010902     IF WRK-HIST-OPEN-OK
010908         MOVE WRK-CURR-ORIG-ID TO HISTREC-TXN-ID
010914         READ TXN-HISTORY-FILE
010920             INVALID KEY
010926                 CONTINUE
010932             NOT INVALID KEY
010938                 IF HISTREC-RUN-DATE NOT < WRK-HIST-CUTOFF-DATE
010944                     SET WRK-ORIG-FOUND TO TRUE
010950                 END-IF
010956         END-READ
010962     END-IF.
010980
010990 3290-COUNT-SOURCE-PROCESSED.
011000     IF WRK-CURR-SRC-NO > 0
011070     END-IF.
011080
011090 3280-ADD-TO-HISTORY.
011095     IF WRK-HIST-OPEN-OK
011100         MOVE SPACES TO TXN-HISTORY-RECORD
011105         MOVE WRK-CURR-TXN-ID TO HISTREC-TXN-ID
011110         MOVE WRK-RUN-DATE-CCYYMMDD TO HISTREC-RUN-DATE
011115         MOVE "N" TO HISTREC-REVERSED-FLAG
011120         MOVE 0 TO HISTREC-REVERSED-DATE
011122         MOVE WRK-CURR-REC-TYPE TO HISTREC-REC-TYPE
011125         WRITE TXN-HISTORY-RECORD
011130             INVALID KEY
011135                 PERFORM 3282-REPLACE-EXPIRED-HISTORY
011140         END-WRITE
011154     END-IF.
011155
011156 3282-REPLACE-EXPIRED-HISTORY.
011157     REWRITE TXN-HISTORY-RECORD
011158         INVALID KEY
011159             DISPLAY "ERROR WRITING TXN HISTORY FOR TXN "
011160                 HISTREC-TXN-ID " STATUS=" WRK-HIST-STATUS
011161             MOVE "Y" TO WRK-IO-ERROR-SW
011162     END-REWRITE.
011163
011164 3285-MARK-ORIGINAL-REVERSED.
011165     MOVE WRK-CURR-ORIG-ID TO HISTREC-TXN-ID
011166     READ TXN-HISTORY-FILE
011167         INVALID KEY
011168             DISPLAY "ERROR RE-READING TXN HISTORY FOR TXN "
011169                 WRK-CURR-ORIG-ID " STATUS=" WRK-HIST-STATUS
011170             MOVE "Y" TO WRK-IO-ERROR-SW
011171         NOT INVALID KEY
011172             MOVE "Y" TO HISTREC-REVERSED-FLAG
011173             MOVE WRK-RUN-DATE-CCYYMMDD TO HISTREC-REVERSED-DATE
011174             MOVE WRK-CURR-TXN-ID TO HISTREC-REVERSED-BY
011175             REWRITE TXN-HISTORY-RECORD
011176                 INVALID KEY
011177                     DISPLAY "ERROR REWRITING TXN HISTORY FOR "
011178                         HISTREC-TXN-ID " STATUS=" WRK-HIST-STATUS
011179                     MOVE "Y" TO WRK-IO-ERROR-SW
011180             END-REWRITE
011181     END-READ.
011182
011183 3240-PROCESS-TRANSFER.
011184     MOVE "N" TO WRK-ACCT-POSTED-SW
011185     MOVE WRK-CURR-ACCT-NO TO WRK-XFER-FROM-ACCT
011186     IF WRK-CURR-ACCT-NO NOT NUMERIC
011187      OR WRK-CURR-TO-ACCT NOT NUMERIC
011188      OR WRK-CURR-AMOUNT NOT NUMERIC
011189         MOVE "NUMR" TO WRK-SUSP-REASON
011190     ELSE
011191     IF WRK-CURR-TO-ACCT = WRK-CURR-ACCT-NO
011192      OR WRK-CURR-AMOUNT NOT > 0
011193         DISPLAY "TRANSFER " WRK-CURR-TXN-ID
011194             ": FROM/TO ACCOUNT OR AMOUNT NOT VALID"
011195         MOVE "XFER" TO WRK-SUSP-REASON
011196     ELSE
011197         MOVE WRK-CURR-TO-ACCT TO WRK-XFER-TO-ACCT
011198         COMPUTE WRK-POST-AMOUNT = 0 - WRK-CURR-AMOUNT
011199         PERFORM 3251-CHECK-ACCOUNT-POSTING
011200         IF WRK-POST-ALLOWED
011201             MOVE WRK-XFER-TO-ACCT TO WRK-CURR-ACCT-NO
011202             MOVE WRK-CURR-AMOUNT TO WRK-POST-AMOUNT
011203             PERFORM 3251-CHECK-ACCOUNT-POSTING
011204             MOVE WRK-XFER-FROM-ACCT TO WRK-CURR-ACCT-NO
011205         END-IF
011206         IF WRK-POST-ALLOWED
011207             PERFORM 3242-POST-TRANSFER-LEGS
011208         END-IF
011209     END-IF
011210     END-IF
011211     IF WRK-ACCT-POSTED
011212         ADD 1 TO WRK-PROCESSED-CNT
011213         ADD 1 TO WRK-TRANSFER-CNT
011214         PERFORM 3290-COUNT-SOURCE-PROCESSED
011215         PERFORM 3280-ADD-TO-HISTORY
011216         SET WRK-EXTRACT-DUE TO TRUE
011217     ELSE
011218         ADD 1 TO WRK-REJECTED-CNT
011219         ADD 1 TO WRK-XFER-REJ-CNT
011220         PERFORM 3295-COUNT-SOURCE-REJECTED
011221         PERFORM 3300-WRITE-SUSPENSE
011222     END-IF.
011223
011224 3242-POST-TRANSFER-LEGS.
011225     COMPUTE WRK-POST-AMOUNT = 0 - WRK-CURR-AMOUNT
011226     PERFORM 3250-POST-TO-ACCOUNT
011227     IF WRK-ACCT-POSTED
011228         MOVE WRK-XFER-TO-ACCT TO WRK-CURR-ACCT-NO
011229         MOVE WRK-CURR-AMOUNT TO WRK-POST-AMOUNT
011230         PERFORM 3250-POST-TO-ACCOUNT
011231         MOVE WRK-XFER-FROM-ACCT TO WRK-CURR-ACCT-NO
011232         IF NOT WRK-ACCT-POSTED
011233             DISPLAY "TRANSFER " WRK-CURR-TXN-ID
011234                 ": CREDIT LEG FAILED AFTER DEBIT LEG POSTED"
011235                 ", RUN FAILED"
011236             MOVE "Y" TO WRK-IO-ERROR-SW
011237         END-IF
011238     END-IF.
011239
011240 3250-POST-TO-ACCOUNT.
011241     MOVE "N" TO WRK-ACCT-POSTED-SW
011242     PERFORM 3251-CHECK-ACCOUNT-POSTING
011243     IF WRK-POST-ALLOWED
011244         PERFORM 3252-APPLY-ACCOUNT-POSTING
011245     END-IF.
011246
011247 3251-CHECK-ACCOUNT-POSTING.
011248     MOVE "N" TO WRK-POST-ALLOWED-SW
011249     IF WRK-CURR-ACCT-NO NOT NUMERIC
011250      OR WRK-CURR-AMOUNT NOT NUMERIC
011251         MOVE "NUMR" TO WRK-SUSP-REASON
011260     ELSE
011270     IF NOT WRK-ACCT-OPEN-OK
011280         ADD 1 TO WRK-UNKNOWN-ACCT-CNT
011340                 ADD 1 TO WRK-UNKNOWN-ACCT-CNT
011350                 MOVE "ACCT" TO WRK-SUSP-REASON
011360             NOT INVALID KEY
011361                 PERFORM 3257-CHECK-ACCOUNT-HOLDS
011362                 IF WRK-HOLD-BLOCKED
011363                     ADD 1 TO WRK-HOLD-REJ-CNT
011364                     MOVE "HOLD" TO WRK-SUSP-REASON
011365                     PERFORM 3259-WRITE-HOLD-BLOCK
011366                 ELSE
011370                 PERFORM 3255-CHECK-POSTING-LIMITS
011380                 IF WRK-LIMIT-BREACHED
011390                     ADD 1 TO WRK-LIMIT-REJ-CNT
011400                     MOVE "LIMT" TO WRK-SUSP-REASON
011410                     PERFORM 3256-WRITE-LIMIT-EXCEPTION
011420                 ELSE
011430                     MOVE "Y" TO WRK-POST-ALLOWED-SW
011440                 END-IF
011590                 END-IF
011600         END-READ
011610     END-IF
011620     END-IF.
011621
011622 3252-APPLY-ACCOUNT-POSTING.
011623     PERFORM 3245-WRITE-JOURNAL
011624     ADD WRK-POST-AMOUNT TO ACCT-BALANCE
011625     MOVE WRK-RUN-DATE-CCYYMMDD TO ACCT-LAST-ACTIVITY
011626     REWRITE ACCT-MASTER-RECORD
011627         INVALID KEY
011628             DISPLAY "ERROR REWRITING ACCOUNT "
011629                 ACCT-NO " STATUS=" WRK-ACCT-STATUS
011630             MOVE "Y" TO WRK-IO-ERROR-SW
011631             MOVE "POST" TO WRK-SUSP-REASON
011632         NOT INVALID KEY
011633             MOVE "Y" TO WRK-ACCT-POSTED-SW
011634             ADD 1 TO WRK-POSTED-CNT
011635             PERFORM 3260-WRITE-ACCT-ACTIVITY
011636             PERFORM 3265-WRITE-LEDGER
011637             PERFORM 3267-ACCUMULATE-GL
011638     END-REWRITE.
011639
011640 3255-CHECK-POSTING-LIMITS.
011646     MOVE "N" TO WRK-LIMIT-BREACH-SW
011652     MOVE SPACES TO WRK-LIMIT-REASON
011980         WRITE LIMIT-RPT-LINE
011990     END-IF.
012000
012001 3257-CHECK-ACCOUNT-HOLDS.
012002     MOVE "N" TO WRK-HOLD-BLOCK-SW
012003     MOVE SPACES TO WRK-HOLD-BLOCK-REF
012004     MOVE SPACE TO WRK-HOLD-BLOCK-TYPE
012005     MOVE SPACES TO WRK-AMT-HOLD-REF
012006     MOVE 0 TO WRK-HELD-AMOUNT
012007     IF WRK-HOLD-OPEN-OK
012008         MOVE "N" TO WRK-HOLD-EOF-SW
012009         MOVE ACCT-NO TO HOLD-ACCT-NO
012010         MOVE LOW-VALUES TO HOLD-REF
012011         START ACCT-HOLD-FILE KEY IS NOT < HOLD-KEY
012012             INVALID KEY
012013                 SET WRK-HOLD-EOF TO TRUE
012014         END-START
012015         PERFORM UNTIL WRK-HOLD-EOF OR WRK-HOLD-BLOCKED
012016             READ ACCT-HOLD-FILE NEXT RECORD
012017                 AT END
012018                     SET WRK-HOLD-EOF TO TRUE
012019                 NOT AT END
012020                     IF HOLD-ACCT-NO NOT = ACCT-NO
012021                         SET WRK-HOLD-EOF TO TRUE
012022                     ELSE
012023                         PERFORM 3258-APPLY-ONE-HOLD
012024                     END-IF
012025             END-READ
012026         END-PERFORM
012027     END-IF
012028     COMPUTE WRK-AVAIL-BALANCE = ACCT-BALANCE - WRK-HELD-AMOUNT
012029     IF NOT WRK-HOLD-BLOCKED
012030      AND WRK-HELD-AMOUNT > 0
012031      AND WRK-POST-AMOUNT < 0
012032         IF ACCT-MIN-BALANCE NUMERIC
012033             MOVE ACCT-MIN-BALANCE TO WRK-MIN-BALANCE
012034         ELSE
012035             MOVE 0 TO WRK-MIN-BALANCE
012036         END-IF
012037         IF WRK-AVAIL-BALANCE + WRK-POST-AMOUNT < WRK-MIN-BALANCE
012038             SET WRK-HOLD-BLOCKED TO TRUE
012039             MOVE WRK-AMT-HOLD-REF TO WRK-HOLD-BLOCK-REF
012040             MOVE "A" TO WRK-HOLD-BLOCK-TYPE
012041         END-IF
012042     END-IF.
012043
012044 3258-APPLY-ONE-HOLD.
012045     IF HOLD-ACTIVE
012046      AND HOLD-PLACED-DATE NOT > WRK-RUN-DATE-CCYYMMDD
012047      AND (HOLD-EXPIRY-DATE = 0
012048       OR HOLD-EXPIRY-DATE NOT < WRK-RUN-DATE-CCYYMMDD)
012049         EVALUATE TRUE
012050             WHEN HOLD-FULL-FREEZE
012051                 SET WRK-HOLD-BLOCKED TO TRUE
012052             WHEN HOLD-DEBIT-BLOCK
012053                 IF WRK-POST-AMOUNT < 0
012054                     SET WRK-HOLD-BLOCKED TO TRUE
012055                 END-IF
012056             WHEN HOLD-AMOUNT-HOLD
012057                 IF HOLD-AMOUNT NUMERIC AND HOLD-AMOUNT > 0
012058                     ADD HOLD-AMOUNT TO WRK-HELD-AMOUNT
012059                     IF WRK-AMT-HOLD-REF = SPACES
012060                         MOVE HOLD-REF TO WRK-AMT-HOLD-REF
012061                     END-IF
012062                 END-IF
012063         END-EVALUATE
012064         IF WRK-HOLD-BLOCKED
012065             MOVE HOLD-REF TO WRK-HOLD-BLOCK-REF
012066             MOVE HOLD-TYPE TO WRK-HOLD-BLOCK-TYPE
012067         END-IF
012068     END-IF.
012069
012070 3259-WRITE-HOLD-BLOCK.
012071     DISPLAY "TXN " WRK-CURR-TXN-ID " ACCOUNT " ACCT-NO
012072         " BLOCKED BY HOLD " WRK-HOLD-BLOCK-REF
012073         " TYPE " WRK-HOLD-BLOCK-TYPE
012074     IF WRK-HOLDBLK-OPEN-OK
012075         MOVE SPACES TO HOLD-BLOCK-RECORD
012076         MOVE WRK-RUN-DATE-CCYYMMDD TO HBLK-RUN-DATE
012077         MOVE ACCT-NO TO HBLK-ACCT-NO
012078         MOVE WRK-CURR-TXN-ID TO HBLK-TXN-ID
012079         MOVE WRK-POST-AMOUNT TO HBLK-AMOUNT
012080         MOVE WRK-HOLD-BLOCK-REF TO HBLK-HOLD-REF
012081         MOVE WRK-HOLD-BLOCK-TYPE TO HBLK-HOLD-TYPE
012082         MOVE WRK-AVAIL-BALANCE TO HBLK-AVAIL-BALANCE
012083         WRITE HOLD-BLOCK-RECORD
012084     END-IF.
012085
012086 3245-WRITE-JOURNAL.
012087     IF WRK-JRNL-OPEN-OK
012088         MOVE SPACES TO JOURNAL-RECORD
012089         MOVE ACCT-NO TO JRNL-ACCT-NO
012090         MOVE ACCT-BALANCE TO JRNL-OLD-BALANCE
012091         MOVE ACCT-LAST-ACTIVITY TO JRNL-OLD-LAST-ACT
012092         MOVE WRK-RUN-DATE-CCYYMMDD TO JRNL-RUN-DATE
012093         MOVE WRK-CURR-TXN-ID TO JRNL-TXN-ID
012094         WRITE JOURNAL-RECORD
012100         ADD 1 TO WRK-JOURNAL-CNT
012110     END-IF.
012120
012550         MOVE WRK-CURR-REC-TYPE TO SUSP-OUT-REC-TYPE
012560         WRITE SUSPENSE-OUT-RECORD
012570         ADD 1 TO WRK-SUSPENSE-CNT
012572     END-IF
012574     IF WRK-ACKWORK-OPEN-OK AND WRK-CURR-SRC-NO > 0
012576         PERFORM 3310-WRITE-ACK-DETAIL
012580     END-IF.
012581
012582 3310-WRITE-ACK-DETAIL.
012583     MOVE SPACES TO ACK-WORK-RECORD
012584     MOVE WRK-CURR-SRC-NO TO AWK-SRC-NO
012585     MOVE "D" TO AWK-REC-TYPE
012586     MOVE WRK-CURR-TXN-ID TO AWK-TXN-ID
012587     MOVE WRK-CURR-REC-TYPE TO AWK-TXN-TYPE
012588     MOVE WRK-CURR-TXN (12:8) TO AWK-ACCT-NO
012589     MOVE WRK-SUSP-REASON TO WRK-ACK-CODE
012590     PERFORM 3320-SET-ACK-REASON-TEXT
012591     MOVE WRK-ACK-CODE TO AWK-REASON-CODE
012592     MOVE WRK-ACK-TEXT TO AWK-REASON-TEXT
012593     WRITE ACK-WORK-RECORD.
012594
012595 3320-SET-ACK-REASON-TEXT.
012596     EVALUATE WRK-ACK-CODE
012597         WHEN "STAT"
012598             MOVE "STATUS FLAG NOT ACCEPTED FOR THIS RUN"
012599                 TO WRK-ACK-TEXT
012600         WHEN "DUPL"
012601             MOVE "DUPLICATE TRANSACTION ID" TO WRK-ACK-TEXT
012602         WHEN "ACCT"
012603             MOVE "ACCOUNT NOT ON FILE" TO WRK-ACK-TEXT
012604         WHEN "LIMT"
012605             MOVE "OVERDRAFT OR POSTING LIMIT EXCEEDED"
012606                 TO WRK-ACK-TEXT
012607         WHEN "RVSL"
012608             IF WRK-RVSL-OF-TRANSFER
012609                 MOVE "TRANSFER - REVERSE BOTH LEGS MANUALLY"
012610                     TO WRK-ACK-TEXT
012611             ELSE
012612                 MOVE "ORIGINAL NOT FOUND OR ALREADY REVERSED"
012613                     TO WRK-ACK-TEXT
012614             END-IF
012615         WHEN "NUMR"
012616             MOVE "ACCOUNT OR AMOUNT NOT NUMERIC" TO WRK-ACK-TEXT
012617         WHEN "TYPE"
012618             MOVE "RECORD TYPE NOT RECOGNISED" TO WRK-ACK-TEXT
012619         WHEN "XFER"
012620             MOVE "TRANSFER ACCOUNTS OR AMOUNT NOT VALID"
012621                 TO WRK-ACK-TEXT
012622         WHEN "EDAT"
012623             MOVE "EFFECTIVE DATE NOT VALID" TO WRK-ACK-TEXT
012624         WHEN "HOLD"
012625             MOVE "ACCOUNT HOLD OR FREEZE IN FORCE"
012626                 TO WRK-ACK-TEXT
012627         WHEN "CLSD"
012628             MOVE "ORIGINAL POSTED IN A CLOSED LEDGER PERIOD"
012629                 TO WRK-ACK-TEXT
012630         WHEN "NOHD"
012631             MOVE "FIRST RECORD IS NOT A HEADER" TO WRK-ACK-TEXT
012632         WHEN "HDTE"
012633             MOVE "HEADER DATE IS NOT THE BUSINESS DATE"
012634                 TO WRK-ACK-TEXT
012635         WHEN "NOTR"
012636             MOVE "TRAILER RECORD MISSING" TO WRK-ACK-TEXT
012637         WHEN "TCNT"
012638             MOVE "TRAILER COUNT DOES NOT MATCH DETAILS"
012639                 TO WRK-ACK-TEXT
012640         WHEN SPACES
012641             MOVE "FILE ACCEPTED" TO WRK-ACK-TEXT
012642         WHEN OTHER
012643             MOVE "REJECTED - CONTACT OPERATIONS" TO WRK-ACK-TEXT
012644     END-EVALUATE.
012645
012646 3400-REPROCESS-SUSPENSE.
012647     OPEN INPUT SUSPENSE-IN-FILE
012648     IF WRK-SUSPIN-STATUS = "00"
012649         PERFORM 3410-READ-NEXT-SUSPENSE
012650         PERFORM UNTIL WRK-END-OF-SUSPIN
012651             ADD 1 TO WRK-REPROCESS-CNT
012660             MOVE SUSP-IN-TXN-DATA TO SORT-TXN-DATA
012670             MOVE 0 TO SORT-SRC-NO
012680             IF SUSP-IN-REC-TYPE = "R" OR SUSP-IN-REC-TYPE = "X"
012690                 MOVE SUSP-IN-REC-TYPE TO SORT-REC-TYPE
012700             ELSE
012710                 MOVE "D" TO SORT-REC-TYPE
012720             END-IF
012820             SET WRK-END-OF-SUSPIN TO TRUE
012830     END-READ.
012840
012841 3450-RELEASE-WAREHOUSE.
012842     IF WRK-WHSERPT-OPEN-OK
012843         MOVE SPACES TO WHSE-RPT-LINE
012844         STRING "ITEMS RELEASED FOR PROCESSING" DELIMITED BY SIZE
012845             INTO WHSE-RPT-LINE
012846         WRITE WHSE-RPT-LINE
012847     END-IF
012848     MOVE "N" TO WRK-WHSE-EOF-SW
012849     MOVE LOW-VALUES TO WHSE-TXN-ID
012850     START WHSE-FILE KEY IS NOT < WHSE-TXN-ID
012851         INVALID KEY
012852             SET WRK-WHSE-EOF TO TRUE
012853     END-START
012854     PERFORM UNTIL WRK-WHSE-EOF OR WRK-IO-ERROR-FOUND
012855         READ WHSE-FILE NEXT RECORD
012856             AT END
012857                 SET WRK-WHSE-EOF TO TRUE
012858             NOT AT END
012859                 PERFORM 3455-RELEASE-ONE-ITEM
012860         END-READ
012861     END-PERFORM
012862     IF WRK-WHSERPT-OPEN-OK
012863         MOVE SPACES TO WHSE-RPT-LINE
012864         STRING "RELEASED=" WRK-WHSE-RELEASED-CNT
012865             DELIMITED BY SIZE INTO WHSE-RPT-LINE
012866         WRITE WHSE-RPT-LINE
012867         MOVE SPACES TO WHSE-RPT-LINE
012868         WRITE WHSE-RPT-LINE
012869         MOVE SPACES TO WHSE-RPT-LINE
012870         STRING "ITEMS ADDED TO WAREHOUSE" DELIMITED BY SIZE
012871             INTO WHSE-RPT-LINE
012872         WRITE WHSE-RPT-LINE
012873     END-IF.
012874
012875 3455-RELEASE-ONE-ITEM.
012876     IF WHSE-PENDING
012877         MOVE WHSE-EFF-DATE TO WRK-EFF-DATE
012878         PERFORM 3820-ROLL-TO-BUSINESS-DATE
012879         IF WRK-REL-DATE NOT > WRK-RUN-DATE-CCYYMMDD
012880             MOVE "R" TO WHSE-STATUS
012881             MOVE WRK-REL-DATE TO WHSE-RELEASE-DATE
012882             MOVE WRK-RUN-DATE-CCYYMMDD TO WHSE-RELEASED-ON
012883             PERFORM 3457-REWRITE-WAREHOUSE
012884             PERFORM 3458-RELEASE-TO-SORT
012885         ELSE
012886         IF WRK-REL-DATE NOT = WHSE-RELEASE-DATE
012887             MOVE WRK-REL-DATE TO WHSE-RELEASE-DATE
012888             PERFORM 3457-REWRITE-WAREHOUSE
012889         END-IF
012890         END-IF
012891     ELSE
012892     IF WHSE-RELEASED-ON = WRK-RUN-DATE-CCYYMMDD
012893         PERFORM 3458-RELEASE-TO-SORT
012894     ELSE
012895     IF WHSE-RELEASED-ON < WRK-RUN-DATE-CCYYMMDD
012896         DELETE WHSE-FILE RECORD
012897             INVALID KEY
012898                 DISPLAY "ERROR DELETING WAREHOUSE ITEM "
012899                     WHSE-TXN-ID " STATUS=" WRK-WHSE-STATUS
012900                 MOVE "Y" TO WRK-IO-ERROR-SW
012901         END-DELETE
012902     END-IF
012903     END-IF
012904     END-IF.
012905
012906 3457-REWRITE-WAREHOUSE.
012907     REWRITE WHSE-RECORD
012908         INVALID KEY
012909             DISPLAY "ERROR REWRITING WAREHOUSE ITEM "
012910                 WHSE-TXN-ID " STATUS=" WRK-WHSE-STATUS
012911             MOVE "Y" TO WRK-IO-ERROR-SW
012912     END-REWRITE.
012913
012914 3458-RELEASE-TO-SORT.
012915     MOVE WHSE-TXN-DATA TO SORT-TXN-DATA
012916     MOVE 0 TO SORT-SRC-NO
012917     MOVE WHSE-REC-TYPE TO SORT-REC-TYPE
012918     RELEASE SORT-RECORD
012919     ADD 1 TO WRK-WHSE-RELEASED-CNT
012920     IF WRK-WHSERPT-OPEN-OK
012921         MOVE SPACES TO WHSE-RPT-LINE
012922         STRING "TXN=" WHSE-TXN-ID
012923             " TYPE=" WHSE-REC-TYPE
012924             " EFF=" WHSE-EFF-DATE
012925             " REL=" WHSE-RELEASE-DATE
012926             " ADDED=" WHSE-ADDED-DATE
012927             DELIMITED BY SIZE INTO WHSE-RPT-LINE
012928         WRITE WHSE-RPT-LINE
012929     END-IF.
012930
012931 4000-RECONCILE-TOTALS.
012932     IF WRK-RECON-OPEN-OK
012933         MOVE SPACES TO RECON-RECORD
012934         STRING "READ-COUNT=" WRK-READ-CNT
012935             " PROCESSED-COUNT=" WRK-PROCESSED-CNT
012936             " REJECTED-COUNT=" WRK-REJECTED-CNT DELIMITED BY SIZE
012937             INTO RECON-RECORD
012938         WRITE RECON-RECORD
012939         MOVE SPACES TO RECON-RECORD
012940         STRING "SUSPENSE-COUNT=" WRK-SUSPENSE-CNT
012950             " REPROCESSED-COUNT=" WRK-REPROCESS-CNT
012960             DELIMITED BY SIZE
013060         MOVE SPACES TO RECON-RECORD
013070         STRING "LIMIT-REJ-COUNT=" WRK-LIMIT-REJ-CNT
013080             " REVERSAL-COUNT=" WRK-REVERSAL-CNT
013081             DELIMITED BY SIZE
013082             INTO RECON-RECORD
013083         WRITE RECON-RECORD
013084         MOVE SPACES TO RECON-RECORD
013085         STRING "TRANSFER-COUNT=" WRK-TRANSFER-CNT
013086             " TRANSFER-REJ-COUNT=" WRK-XFER-REJ-CNT
013090             DELIMITED BY SIZE
013100             INTO RECON-RECORD
013110         WRITE RECON-RECORD
013111         MOVE SPACES TO RECON-RECORD
013112         STRING "WHSE-HELD-COUNT=" WRK-WHSE-HELD-CNT
013113             " WHSE-RELEASED-COUNT=" WRK-WHSE-RELEASED-CNT
013114             DELIMITED BY SIZE
013115             INTO RECON-RECORD
013116         WRITE RECON-RECORD
013118         MOVE SPACES TO RECON-RECORD
013120         STRING "HOLD-REJ-COUNT=" WRK-HOLD-REJ-CNT
013122             DELIMITED BY SIZE
013124             INTO RECON-RECORD
013126         WRITE RECON-RECORD
013128         PERFORM VARYING WRK-SRC-SUB FROM 1 BY 1
013130                 UNTIL WRK-SRC-SUB > WRK-SRC-COUNT
013140             PERFORM 4100-WRITE-SOURCE-RECON
013150         END-PERFORM
013570         MOVE WRK-GL-HASH-AMT TO GLR-AMOUNT
013580         MOVE 2 TO GLR-COUNT
013590         WRITE GL-IFACE-RECORD
013591         CLOSE GL-IFACE-FILE
013592         MOVE "N" TO WRK-GL-OPEN-SW
013593     END-IF.
013594
013595 4300-WRITE-WAREHOUSE-REPORT.
013596     IF WRK-WHSERPT-OPEN-OK AND WRK-WHSE-OPEN-OK
013597         MOVE SPACES TO WHSE-RPT-LINE
013598         STRING "ADDED=" WRK-WHSE-HELD-CNT
013599             DELIMITED BY SIZE INTO WHSE-RPT-LINE
013600         WRITE WHSE-RPT-LINE
013601         MOVE SPACES TO WHSE-RPT-LINE
013602         WRITE WHSE-RPT-LINE
013603         MOVE SPACES TO WHSE-RPT-LINE
013604         STRING "ITEMS STILL PENDING" DELIMITED BY SIZE
013605             INTO WHSE-RPT-LINE
013606         WRITE WHSE-RPT-LINE
013607         MOVE "N" TO WRK-WHSE-EOF-SW
013608         MOVE LOW-VALUES TO WHSE-TXN-ID
013609         START WHSE-FILE KEY IS NOT < WHSE-TXN-ID
013610             INVALID KEY
013611                 SET WRK-WHSE-EOF TO TRUE
013612         END-START
013613         PERFORM UNTIL WRK-WHSE-EOF
013614             READ WHSE-FILE NEXT RECORD
013615                 AT END
013616                     SET WRK-WHSE-EOF TO TRUE
013617                 NOT AT END
013618                     IF WHSE-PENDING
013619                         PERFORM 4310-REPORT-PENDING-ITEM
013620                     END-IF
013621             END-READ
013622         END-PERFORM
013623         MOVE SPACES TO WHSE-RPT-LINE
013624         STRING "PENDING=" WRK-WHSE-PENDING-CNT
013625             " AGED OVER " WRK-WHSE-AGE-DAYS " DAYS="
013626             WRK-WHSE-AGED-CNT
013627             DELIMITED BY SIZE INTO WHSE-RPT-LINE
013628         WRITE WHSE-RPT-LINE
013629     END-IF.
013630
013631 4310-REPORT-PENDING-ITEM.
013632     ADD 1 TO WRK-WHSE-PENDING-CNT
013633     COMPUTE WRK-WHSE-AGE =
013634         FUNCTION INTEGER-OF-DATE (WRK-RUN-DATE-CCYYMMDD)
013635         - FUNCTION INTEGER-OF-DATE (WHSE-ADDED-DATE)
013636     MOVE SPACES TO WHSE-RPT-LINE
013637     STRING "TXN=" WHSE-TXN-ID
013638         " TYPE=" WHSE-REC-TYPE
013639         " EFF=" WHSE-EFF-DATE
013640         " REL=" WHSE-RELEASE-DATE
013641         " ADDED=" WHSE-ADDED-DATE
013642         " AGE=" WRK-WHSE-AGE
013643         DELIMITED BY SIZE INTO WHSE-RPT-LINE
013644     IF WRK-WHSE-AGE > WRK-WHSE-AGE-DAYS
013645         ADD 1 TO WRK-WHSE-AGED-CNT
013646         MOVE "*AGED*" TO WHSE-RPT-LINE (74:6)
013647     END-IF
013648     WRITE WHSE-RPT-LINE.
013649
013650 4400-WRITE-ACK-FILES.
013651     IF WRK-ACKWORK-OPEN-OK
013652         CLOSE ACK-WORK-FILE
013653         MOVE "N" TO WRK-ACKWORK-OPEN-SW
013654         IF WRK-IO-ERROR-FOUND
013655             DISPLAY "RUN FAILED, ACKNOWLEDGEMENT FILES NOT "
013656                 "WRITTEN"
013657         ELSE
013658             PERFORM VARYING WRK-SRC-SUB FROM 1 BY 1
013659                     UNTIL WRK-SRC-SUB > WRK-SRC-COUNT
013660                        OR WRK-IO-ERROR-FOUND
013661                 PERFORM 4410-WRITE-ONE-ACK-FILE
013662             END-PERFORM
013663             DISPLAY "ACKNOWLEDGEMENT FILES WRITTEN="
013664                 WRK-ACK-FILE-CNT
013665         END-IF
013666     END-IF.
013667
013668 4410-WRITE-ONE-ACK-FILE.
013669     MOVE SPACES TO WRK-ACK-FILENAME
013670     STRING "ACK." DELIMITED BY SIZE
013671         SRC-FILENAME (WRK-SRC-SUB) DELIMITED BY SPACE
013672         INTO WRK-ACK-FILENAME
013673     OPEN OUTPUT ACK-FILE
013674     IF WRK-ACK-STATUS NOT = "00"
013675         DISPLAY "ERROR OPENING " WRK-ACK-FILENAME
013676             " STATUS=" WRK-ACK-STATUS
013677         MOVE "Y" TO WRK-IO-ERROR-SW
013678     ELSE
013679         MOVE SPACES TO ACK-HEADER-RECORD
013680         MOVE "H" TO ACKH-REC-TYPE
013681         MOVE WRK-RUN-DATE-CCYYMMDD TO ACKH-RUN-DATE
013682         MOVE SRC-FILENAME (WRK-SRC-SUB) TO ACKH-SOURCE
013683         IF SRC-REFUSED-SW (WRK-SRC-SUB) = "Y"
013684             MOVE "R" TO ACKH-FILE-STATUS
013685         ELSE
013686             MOVE "A" TO ACKH-FILE-STATUS
013687         END-IF
013688         MOVE SRC-REFUSE-CODE (WRK-SRC-SUB) TO WRK-ACK-CODE
013689         PERFORM 3320-SET-ACK-REASON-TEXT
013690         MOVE WRK-ACK-CODE TO ACKH-REASON-CODE
013691         MOVE WRK-ACK-TEXT TO ACKH-REASON-TEXT
013692         WRITE ACK-HEADER-RECORD
013693         MOVE 0 TO WRK-ACK-DETAIL-CNT
013694         PERFORM 4420-COPY-ACK-DETAILS
013695         MOVE SPACES TO ACK-TRAILER-RECORD
013696         MOVE "T" TO ACKT-REC-TYPE
013697         MOVE WRK-RUN-DATE-CCYYMMDD TO ACKT-RUN-DATE
013698         MOVE SRC-READ-CNT (WRK-SRC-SUB) TO ACKT-READ-CNT
013699         MOVE SRC-PROC-CNT (WRK-SRC-SUB) TO ACKT-PROC-CNT
013700         MOVE SRC-REJ-CNT (WRK-SRC-SUB) TO ACKT-REJ-CNT
013701         MOVE WRK-ACK-DETAIL-CNT TO ACKT-DETAIL-CNT
013702         WRITE ACK-TRAILER-RECORD
013703         CLOSE ACK-FILE
013704         ADD 1 TO WRK-ACK-FILE-CNT
013705     END-IF.
013706
013707 4420-COPY-ACK-DETAILS.
013708     MOVE "N" TO WRK-ACKWORK-EOF-SW
013709     OPEN INPUT ACK-WORK-FILE
013710     IF WRK-ACKWORK-STATUS NOT = "00"
013711         DISPLAY "ERROR OPENING ACK-WORK-FILE, STATUS="
013712             WRK-ACKWORK-STATUS
013713         MOVE "Y" TO WRK-IO-ERROR-SW
013714     ELSE
013715         PERFORM UNTIL WRK-ACKWORK-EOF
013716             READ ACK-WORK-FILE
013717                 AT END
013718                     SET WRK-ACKWORK-EOF TO TRUE
013719                 NOT AT END
013720                     IF AWK-SRC-NO = WRK-SRC-SUB
013721                         MOVE AWK-ACK-DATA TO ACK-DETAIL-RECORD
013722                         WRITE ACK-DETAIL-RECORD
013723                         ADD 1 TO WRK-ACK-DETAIL-CNT
013724                     END-IF
013725             END-READ
013726         END-PERFORM
013727         CLOSE ACK-WORK-FILE
013728     END-IF.
013729
013730 9000-TERMINATE.
013731     DISPLAY "READ-COUNT=" WRK-READ-CNT
013732         " PROCESSED-COUNT=" WRK-PROCESSED-CNT
013733         " REJECTED-COUNT=" WRK-REJECTED-CNT
013734     DISPLAY "SUSPENSE-COUNT=" WRK-SUSPENSE-CNT
013735         " REPROCESSED-COUNT=" WRK-REPROCESS-CNT
013736     DISPLAY "POSTED-COUNT=" WRK-POSTED-CNT
013737         " UNKNOWN-ACCT-COUNT=" WRK-UNKNOWN-ACCT-CNT
013738         " DUPLICATE-COUNT=" WRK-DUPLICATE-CNT
013739     DISPLAY "LIMIT-REJ-COUNT=" WRK-LIMIT-REJ-CNT
013740         " REVERSAL-COUNT=" WRK-REVERSAL-CNT
013743     DISPLAY "TRANSFER-COUNT=" WRK-TRANSFER-CNT
013746         " TRANSFER-REJ-COUNT=" WRK-XFER-REJ-CNT
013747     DISPLAY "WHSE-HELD-COUNT=" WRK-WHSE-HELD-CNT
013748         " WHSE-RELEASED-COUNT=" WRK-WHSE-RELEASED-CNT
013749     DISPLAY "HOLD-REJ-COUNT=" WRK-HOLD-REJ-CNT
013750     IF WRK-EXTRACT-OPEN-OK
013760         MOVE SPACES TO EXTRACT-RECORD
013770         STRING "CTL|" WRK-EXTRACT-CNT DELIMITED BY SIZE
013810     END-IF
013820     IF WRK-LEDG-OPEN-OK
013830         CLOSE LEDGER-FILE
013831     END-IF
013832     IF WRK-WHSE-OPEN-OK
013833         CLOSE WHSE-FILE
013834     END-IF
013835     IF WRK-HIST-OPEN-OK
013836         CLOSE TXN-HISTORY-FILE
013837     END-IF
013838     IF WRK-HOLD-OPEN-OK
013839         CLOSE ACCT-HOLD-FILE
013840     END-IF
013841     IF WRK-HOLDBLK-OPEN-OK
013842         CLOSE HOLD-BLOCK-FILE
013843     END-IF
013844     IF WRK-WHSERPT-OPEN-OK
013845         MOVE SPACES TO WHSE-RPT-LINE
013846         STRING "END OF REPORT" DELIMITED BY SIZE
013847             INTO WHSE-RPT-LINE
013848         WRITE WHSE-RPT-LINE
013849         CLOSE WHSE-RPT
013850     END-IF
013851     IF WRK-JRNL-OPEN-OK
013860         CLOSE JOURNAL-FILE
013870     END-IF
013880     IF WRK-SUSPOUT-OPEN-OK
014210     IF WRK-FILE-REFUSED
014220         MOVE 12 TO RETURN-CODE
014230     ELSE
014270         MOVE "NONE" TO WRK-RESTART-POINT
014280         PERFORM 0150-WRITE-CHECKPOINT
014290         IF WRK-ALREADY-DONE
014380     END-IF
014390     END-IF
014400     MOVE RETURN-CODE TO HP-RETURN-CODE.
014402
014600 9200-EVALUATE-ALERTS.
014610     IF WRK-READ-CNT > 0
014620         COMPUTE WRK-REJ-PCT ROUNDED =
