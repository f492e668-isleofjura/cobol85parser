000120     ORGANIZATION LINE SEQUENTIAL
000130     FILE STATUS IS WRK-DAILY-STATUS.
000140     SELECT OPTIONAL TXN-HISTORY-FILE ASSIGN TO "TXNHIST"
000145     ORGANIZATION INDEXED
000150     ACCESS RANDOM
000155     RECORD KEY IS HISTREC-TXN-ID
000160     FILE STATUS IS WRK-HIST-STATUS.
000170     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000180     ORGANIZATION LINE SEQUENTIAL
000460     05  HISTREC-TXN-ID       PIC X(10).
000470     05  HISTREC-RUN-DATE     PIC 9(08).
000472     05  HISTREC-REVERSED-FLAG PIC X(01).
000474     05  HISTREC-REVERSED-DATE PIC 9(08).
000476     05  HISTREC-REVERSED-BY  PIC X(10).
000478     05  FILLER               PIC X(13).
000480 FD  PARM-FILE.
000490 01  SYSIN-RECORD.
000500     05  SYSIN-BUS-DATE       PIC X(08).
000800     88  WRK-OPEN-EOF                 VALUE "Y".
000810 01  WRK-DAILY-EOF-SW      PIC X(01) VALUE "N".
000820     88  WRK-DAILY-EOF                VALUE "Y".
000830 01  WRK-HIST-OPEN-SW      PIC X(01) VALUE "N".
000840     88  WRK-HIST-OPEN-OK             VALUE "Y".
000850 01  WRK-ITEM-POSTED-SW    PIC X(01) VALUE "N".
000860     88  WRK-ITEM-POSTED              VALUE "Y".
000870 01  WRK-ITEM-KNOWN-SW     PIC X(01) VALUE "N".
001160     10  OPN-TAB-REASON-CODE  PIC X(04).
001170     10  OPN-TAB-TXN-DATA     PIC X(79).
001180     10  OPN-TAB-REC-TYPE     PIC X(01).
001250 01  WRK-REASON-TABLE.
001260     05  WRK-REASON-COUNT      PIC 9(3) VALUE 0.
001270     05  RSN-ENTRY OCCURS 1 TO 20 TIMES
001700     ELSE
001710         PERFORM 0140-WRITE-REPORT-HEADER
001720     END-IF
001730     PERFORM 0170-OPEN-TXN-HISTORY
001740     ELSE
001750         MOVE "N" TO WRK-AGING-OPEN-SW
001760     END-IF.
002070     MOVE SPACES TO AGING-LINE
002080     WRITE AGING-LINE.
002090
002100 0170-OPEN-TXN-HISTORY.
002110     OPEN INPUT TXN-HISTORY-FILE
002120     IF WRK-HIST-STATUS = "00" OR WRK-HIST-STATUS = "05"
002130         MOVE "Y" TO WRK-HIST-OPEN-SW
002140     ELSE
002150         DISPLAY "WARNING: TXN-HISTORY-FILE NOT AVAILABLE, "
002160             "STATUS=" WRK-HIST-STATUS
002170     END-IF.
002290
002300 2000-CONSOLIDATE-OPEN-ITEMS.
002310     PERFORM 2100-CARRY-PRIOR-OPEN-ITEMS
002740
002750 2300-CHECK-ITEM-POSTED.
002760     MOVE "N" TO WRK-ITEM-POSTED-SW
002770     IF WRK-HIST-OPEN-OK
002780         MOVE WRK-CHECK-TXN-ID TO HISTREC-TXN-ID
002790         READ TXN-HISTORY-FILE
002800             INVALID KEY
002810                 CONTINUE
002815             NOT INVALID KEY
002820                 IF HISTREC-RUN-DATE NUMERIC
002825                  AND HISTREC-RUN-DATE > WRK-CHECK-RUN-DATE
002830                     SET WRK-ITEM-POSTED TO TRUE
002835                 END-IF
002840         END-READ
002850     END-IF.
002860
002870 2400-ADD-DAILY-SUSPENSE.
005000         WRITE AGING-LINE
005010         CLOSE AGING-RPT
005020     END-IF
005022     IF WRK-HIST-OPEN-OK
005024         CLOSE TXN-HISTORY-FILE
005026     END-IF
005030     IF WRK-IO-ERROR-FOUND
005040         MOVE 16 TO RETURN-CODE
005050     ELSE
