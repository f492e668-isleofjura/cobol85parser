000010 Identification Division.
000020 Program-ID.
000030  HISTMGMT.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT OPTIONAL TXN-HISTORY-FILE ASSIGN TO "TXNHIST"
000080     ORGANIZATION INDEXED
000090     ACCESS DYNAMIC
000100     RECORD KEY IS HISTREC-TXN-ID
000110     FILE STATUS IS WRK-HIST-STATUS.
000120     SELECT OPTIONAL OLD-HISTORY-FILE ASSIGN TO "TXNHSEQ"
000130     ORGANIZATION LINE SEQUENTIAL
000140     FILE STATUS IS WRK-OLDHIST-STATUS.
000150     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000160     ORGANIZATION LINE SEQUENTIAL
000170     FILE STATUS IS WRK-SYSIN-STATUS.
000180     SELECT HIST-RPT ASSIGN DYNAMIC WRK-HISTRPT-FILENAME
000190     ORGANIZATION LINE SEQUENTIAL
000200     FILE STATUS IS WRK-HISTRPT-STATUS.
000210 DATA DIVISION.
000220 FILE SECTION.
000230 FD  TXN-HISTORY-FILE.
000240 01  TXN-HISTORY-RECORD.
000250     05  HISTREC-TXN-ID       PIC X(10).
000260     05  HISTREC-RUN-DATE     PIC 9(08).
000270     05  HISTREC-REVERSED-FLAG PIC X(01).
000280     05  HISTREC-REVERSED-DATE PIC 9(08).
000290     05  HISTREC-REVERSED-BY  PIC X(10).
000300     05  FILLER               PIC X(13).
000310 FD  OLD-HISTORY-FILE.
000320 01  OLD-HISTORY-RECORD.
000330     05  OLDHIST-TXN-ID       PIC X(10).
000340     05  OLDHIST-RUN-DATE     PIC X(08).
000350     05  OLDHIST-REVERSED-FLAG PIC X(01).
000360 FD  PARM-FILE.
000370 01  SYSIN-RECORD.
000380     05  SYSIN-FUNCTION       PIC X(01).
000390         88  SYSIN-CONVERT               VALUE "C".
000400         88  SYSIN-PURGE                 VALUE "P".
000410     05  FILLER               PIC X(01).
000420     05  SYSIN-BUS-DATE       PIC X(08).
000430     05  FILLER               PIC X(70).
000440 FD  HIST-RPT.
000450 01  HIST-RPT-LINE        PIC X(80).
000460 WORKING-STORAGE SECTION.
000470 01  WRK-XN-00001         PIC X(01) VALUE SPACE.
000480 01  WRK-RUN-MODE          PIC X(01) VALUE "*".
000490 01  WRK-HIST-STATUS       PIC X(02) VALUE "00".
000500 01  WRK-OLDHIST-STATUS    PIC X(02) VALUE "00".
000510 01  WRK-SYSIN-STATUS      PIC X(02) VALUE "00".
000520 01  WRK-HISTRPT-STATUS    PIC X(02) VALUE "00".
000530 01  WRK-IO-ERROR-SW       PIC X(01) VALUE "N".
000540     88  WRK-IO-ERROR-FOUND           VALUE "Y".
000550 01  WRK-PARM-ERROR-SW     PIC X(01) VALUE "N".
000560     88  WRK-PARM-ERROR               VALUE "Y".
000570 01  WRK-HISTRPT-OPEN-SW   PIC X(01) VALUE "Y".
000580     88  WRK-HISTRPT-OPEN-OK          VALUE "Y".
000590 01  WRK-HIST-OPEN-SW      PIC X(01) VALUE "N".
000600     88  WRK-HIST-OPEN-OK             VALUE "Y".
000610 01  WRK-HIST-EOF-SW       PIC X(01) VALUE "N".
000620     88  WRK-HIST-EOF                 VALUE "Y".
000630 01  WRK-OLDHIST-EOF-SW    PIC X(01) VALUE "N".
000640     88  WRK-OLDHIST-EOF              VALUE "Y".
000650 01  WRK-FUNCTION          PIC X(01) VALUE SPACE.
000660     88  WRK-CONVERT                  VALUE "C".
000670     88  WRK-PURGE                    VALUE "P".
000680 01  WRK-CURRENT-DATE      PIC X(21) VALUE SPACES.
000690 01  WRK-RUN-DATE-CCYYMMDD PIC 9(8) VALUE 0.
000700 01  WRK-BUS-DATE          PIC 9(8) VALUE 0.
000710 01  WRK-HIST-CUTOFF-DATE  PIC 9(8) VALUE 0.
000720 01  WRK-HIST-CUTOFF-INT   PIC 9(8) VALUE 0.
000730 01  WRK-HISTRPT-FILENAME  PIC X(40) VALUE SPACES.
000740 01  WRK-NEW-HIST-RECORD   PIC X(50) VALUE SPACES.
000750 01  WRK-REJECT-REASON     PIC X(30) VALUE SPACES.
000760 01  WRK-OLD-READ-CNT      PIC 9(7) VALUE 0.
000770 01  WRK-LOADED-CNT        PIC 9(7) VALUE 0.
000780 01  WRK-MERGED-CNT        PIC 9(7) VALUE 0.
000790 01  WRK-SKIPPED-CNT       PIC 9(7) VALUE 0.
000800 01  WRK-KEPT-CNT          PIC 9(7) VALUE 0.
000810 01  WRK-PURGED-CNT        PIC 9(7) VALUE 0.
000820 PROCEDURE DIVISION.
000830 0000-MAINLINE.
000840     COPY WRKINIT REPLACING WRKI-FLAG-FIELD BY WRK-XN-00001
000850         WRKI-FLAG-VALUE BY WRK-RUN-MODE
000860         WRKI-TRUE-PARA BY 1000-ANNOUNCE-START.
000870     PERFORM 0100-INITIALIZE
000880     IF NOT WRK-PARM-ERROR AND NOT WRK-IO-ERROR-FOUND
000890         IF WRK-CONVERT
000900             PERFORM 2000-CONVERT-HISTORY
000910         ELSE
000920             PERFORM 3000-PURGE-HISTORY
000930         END-IF
000940     END-IF
000950     PERFORM 9000-TERMINATE
000960     STOP RUN.
000970
000980 1000-ANNOUNCE-START.
000990     DISPLAY "HISTMGMT TXN HISTORY MAINTENANCE STARTING".
001000
001010 0100-INITIALIZE.
001020     MOVE FUNCTION CURRENT-DATE TO WRK-CURRENT-DATE
001030     MOVE WRK-CURRENT-DATE (1:8) TO WRK-RUN-DATE-CCYYMMDD
001040     MOVE WRK-RUN-DATE-CCYYMMDD TO WRK-BUS-DATE
001050     PERFORM 0110-READ-SYSIN-PARM
001060     IF NOT WRK-PARM-ERROR
001070     COMPUTE WRK-HIST-CUTOFF-INT =
001080         FUNCTION INTEGER-OF-DATE (WRK-BUS-DATE) - 14
001090     MOVE FUNCTION DATE-OF-INTEGER (WRK-HIST-CUTOFF-INT)
001100         TO WRK-HIST-CUTOFF-DATE
001110     STRING "HIST.RPT." WRK-BUS-DATE DELIMITED BY SIZE
001120         INTO WRK-HISTRPT-FILENAME
001130     OPEN OUTPUT HIST-RPT
001140     IF WRK-HISTRPT-STATUS NOT = "00"
001150         DISPLAY "ERROR OPENING HIST-RPT, STATUS="
001160             WRK-HISTRPT-STATUS
001170         MOVE "N" TO WRK-HISTRPT-OPEN-SW
001180         MOVE "Y" TO WRK-IO-ERROR-SW
001190     ELSE
001200         PERFORM 0140-WRITE-REPORT-HEADER
001210     END-IF
001220     OPEN I-O TXN-HISTORY-FILE
001230     IF WRK-HIST-STATUS NOT = "00" AND
001240        WRK-HIST-STATUS NOT = "05"
001250         DISPLAY "ERROR OPENING TXN-HISTORY-FILE, STATUS="
001260             WRK-HIST-STATUS
001270         MOVE "Y" TO WRK-IO-ERROR-SW
001280     ELSE
001290         MOVE "Y" TO WRK-HIST-OPEN-SW
001300     END-IF
001310     ELSE
001320         MOVE "N" TO WRK-HISTRPT-OPEN-SW
001330     END-IF.
001340
001350 0110-READ-SYSIN-PARM.
001360     OPEN INPUT PARM-FILE
001370     IF WRK-SYSIN-STATUS = "00"
001380     READ PARM-FILE
001390         AT END
001400             CONTINUE
001410         NOT AT END
001420             MOVE SYSIN-FUNCTION TO WRK-FUNCTION
001430             IF SYSIN-BUS-DATE NUMERIC
001440                 MOVE SYSIN-BUS-DATE TO WRK-BUS-DATE
001450             END-IF
001460     END-READ
001470     END-IF
001480     CLOSE PARM-FILE
001490     IF NOT WRK-CONVERT AND NOT WRK-PURGE
001500      OR FUNCTION INTEGER-OF-DATE (WRK-BUS-DATE) = 0
001510         SET WRK-PARM-ERROR TO TRUE
001520         DISPLAY "HISTMGMT PARM ERROR: SYSIN MUST CARRY C "
001530             "(CONVERT) OR P (PURGE) AND MAY CARRY A "
001540             "CCYYMMDD DATE IN COLUMNS 3-10"
001550     END-IF.
001560
001570 0140-WRITE-REPORT-HEADER.
001580     MOVE SPACES TO HIST-RPT-LINE
001590     STRING "TXN HISTORY MAINTENANCE  FUNCTION=" WRK-FUNCTION
001600         "  BUSINESS DATE " WRK-BUS-DATE
001610         "  CUTOFF " WRK-HIST-CUTOFF-DATE
001620         DELIMITED BY SIZE INTO HIST-RPT-LINE
001630     WRITE HIST-RPT-LINE
001640     MOVE SPACES TO HIST-RPT-LINE
001650     WRITE HIST-RPT-LINE.
001660
001670 2000-CONVERT-HISTORY.
001680     PERFORM 4100-READ-NEXT-HISTORY
001690     IF NOT WRK-HIST-EOF
001700         DISPLAY "HISTMGMT: TXNHIST ALREADY HOLDS ENTRIES, "
001710             "CONVERSION REFUSED"
001720         SET WRK-PARM-ERROR TO TRUE
001730     ELSE
001740     OPEN INPUT OLD-HISTORY-FILE
001750     IF WRK-OLDHIST-STATUS NOT = "00"
001760         DISPLAY "HISTMGMT: OLD HISTORY TXNHSEQ NOT "
001770             "AVAILABLE, STATUS=" WRK-OLDHIST-STATUS
001780         SET WRK-PARM-ERROR TO TRUE
001790     ELSE
001800         PERFORM 2100-READ-NEXT-OLD-HISTORY
001810         PERFORM UNTIL WRK-OLDHIST-EOF OR WRK-IO-ERROR-FOUND
001820             PERFORM 2200-CONVERT-ONE-ENTRY
001830             PERFORM 2100-READ-NEXT-OLD-HISTORY
001840         END-PERFORM
001850         CLOSE OLD-HISTORY-FILE
001860     END-IF
001870     END-IF.
001880
001890 2100-READ-NEXT-OLD-HISTORY.
001900     READ OLD-HISTORY-FILE
001910         AT END
001920             SET WRK-OLDHIST-EOF TO TRUE
001930         NOT AT END
001940             ADD 1 TO WRK-OLD-READ-CNT
001950     END-READ.
001960
001970 2200-CONVERT-ONE-ENTRY.
001980     MOVE SPACES TO WRK-REJECT-REASON
001990     IF OLDHIST-TXN-ID = SPACES
002000         MOVE "TXN-ID BLANK" TO WRK-REJECT-REASON
002010     ELSE
002020     IF OLDHIST-RUN-DATE NOT NUMERIC
002030         MOVE "RUN DATE NOT NUMERIC" TO WRK-REJECT-REASON
002040     ELSE
002050         MOVE SPACES TO TXN-HISTORY-RECORD
002060         MOVE OLDHIST-TXN-ID TO HISTREC-TXN-ID
002070         MOVE OLDHIST-RUN-DATE TO HISTREC-RUN-DATE
002080         IF OLDHIST-REVERSED-FLAG = "Y"
002090             MOVE "Y" TO HISTREC-REVERSED-FLAG
002100         ELSE
002110             MOVE "N" TO HISTREC-REVERSED-FLAG
002120         END-IF
002130         MOVE 0 TO HISTREC-REVERSED-DATE
002140         WRITE TXN-HISTORY-RECORD
002150             INVALID KEY
002160                 PERFORM 2300-MERGE-DUPLICATE-ENTRY
002170             NOT INVALID KEY
002180                 ADD 1 TO WRK-LOADED-CNT
002190         END-WRITE
002200     END-IF
002210     END-IF
002220     IF WRK-REJECT-REASON NOT = SPACES
002230         ADD 1 TO WRK-SKIPPED-CNT
002240         PERFORM 2400-WRITE-SKIPPED-LINE
002250     END-IF.
002260
002270 2300-MERGE-DUPLICATE-ENTRY.
002280     MOVE TXN-HISTORY-RECORD TO WRK-NEW-HIST-RECORD
002290     READ TXN-HISTORY-FILE
002300         INVALID KEY
002310             DISPLAY "ERROR READING TXN HISTORY " HISTREC-TXN-ID
002320                 " STATUS=" WRK-HIST-STATUS
002330             MOVE "Y" TO WRK-IO-ERROR-SW
002340         NOT INVALID KEY
002350             ADD 1 TO WRK-MERGED-CNT
002360             IF WRK-NEW-HIST-RECORD (11:8) > HISTREC-RUN-DATE
002370                 MOVE WRK-NEW-HIST-RECORD TO TXN-HISTORY-RECORD
002380                 PERFORM 2310-REWRITE-HISTORY
002390             END-IF
002400     END-READ.
002410
002420 2310-REWRITE-HISTORY.
002430     REWRITE TXN-HISTORY-RECORD
002440         INVALID KEY
002450             DISPLAY "ERROR REWRITING TXN HISTORY "
002460                 HISTREC-TXN-ID " STATUS=" WRK-HIST-STATUS
002470             MOVE "Y" TO WRK-IO-ERROR-SW
002480     END-REWRITE.
002490
002500 2400-WRITE-SKIPPED-LINE.
002510     IF WRK-HISTRPT-OPEN-OK
002520         MOVE SPACES TO HIST-RPT-LINE
002530         STRING "SKIPPED TXN=" OLDHIST-TXN-ID
002540             " RUN-DATE=" OLDHIST-RUN-DATE
002550             " " WRK-REJECT-REASON
002560             DELIMITED BY SIZE INTO HIST-RPT-LINE
002570         WRITE HIST-RPT-LINE
002580     END-IF.
002590
002600 3000-PURGE-HISTORY.
002610     PERFORM 4100-READ-NEXT-HISTORY
002620     PERFORM UNTIL WRK-HIST-EOF OR WRK-IO-ERROR-FOUND
002630         PERFORM 3100-PURGE-ONE-ENTRY
002640         PERFORM 4100-READ-NEXT-HISTORY
002650     END-PERFORM.
002660
002670 3100-PURGE-ONE-ENTRY.
002680     IF HISTREC-RUN-DATE NOT NUMERIC
002690      OR HISTREC-RUN-DATE < WRK-HIST-CUTOFF-DATE
002700         DELETE TXN-HISTORY-FILE RECORD
002710             INVALID KEY
002720                 DISPLAY "ERROR DELETING TXN HISTORY "
002730                     HISTREC-TXN-ID " STATUS=" WRK-HIST-STATUS
002740                 MOVE "Y" TO WRK-IO-ERROR-SW
002750             NOT INVALID KEY
002760                 ADD 1 TO WRK-PURGED-CNT
002770         END-DELETE
002780     ELSE
002790         ADD 1 TO WRK-KEPT-CNT
002800     END-IF.
002810
002820 4100-READ-NEXT-HISTORY.
002830     READ TXN-HISTORY-FILE NEXT RECORD
002840         AT END
002850             SET WRK-HIST-EOF TO TRUE
002860     END-READ.
002870
002880 9000-TERMINATE.
002890     IF WRK-HIST-OPEN-OK
002900         CLOSE TXN-HISTORY-FILE
002910     END-IF
002920     IF WRK-CONVERT
002930         DISPLAY "HISTMGMT OLD-READ=" WRK-OLD-READ-CNT
002940             " LOADED=" WRK-LOADED-CNT
002950             " MERGED=" WRK-MERGED-CNT
002960             " SKIPPED=" WRK-SKIPPED-CNT
002970     ELSE
002980         DISPLAY "HISTMGMT KEPT=" WRK-KEPT-CNT
002990             " PURGED=" WRK-PURGED-CNT
003000     END-IF
003010     IF WRK-HISTRPT-OPEN-OK
003020         MOVE SPACES TO HIST-RPT-LINE
003030         WRITE HIST-RPT-LINE
003040         MOVE SPACES TO HIST-RPT-LINE
003050         IF WRK-CONVERT
003060             STRING "OLD-READ=" WRK-OLD-READ-CNT
003070                 " LOADED=" WRK-LOADED-CNT
003080                 " MERGED=" WRK-MERGED-CNT
003090                 " SKIPPED=" WRK-SKIPPED-CNT
003100                 DELIMITED BY SIZE INTO HIST-RPT-LINE
003110         ELSE
003120             STRING "KEPT=" WRK-KEPT-CNT
003130                 " PURGED=" WRK-PURGED-CNT
003140                 DELIMITED BY SIZE INTO HIST-RPT-LINE
003150         END-IF
003160         WRITE HIST-RPT-LINE
003170         CLOSE HIST-RPT
003180     END-IF
003190     IF WRK-IO-ERROR-FOUND
003200         MOVE 16 TO RETURN-CODE
003210     ELSE
003220     IF WRK-PARM-ERROR
003230         MOVE 12 TO RETURN-CODE
003240     ELSE
003250     IF WRK-CONVERT AND WRK-LOADED-CNT = 0
003260         MOVE 8 TO RETURN-CODE
003270     ELSE
003280         MOVE 0 TO RETURN-CODE
003290     END-IF
003300     END-IF
003310     END-IF.
