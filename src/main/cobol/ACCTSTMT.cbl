000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT OPTIONAL LEDGER-FILE ASSIGN DYNAMIC WRK-LEDG-FILENAME
000080     ORGANIZATION LINE SEQUENTIAL
000090     FILE STATUS IS WRK-LEDG-STATUS.
000100     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST"
000120     ACCESS SEQUENTIAL
000130     RECORD KEY IS ACCT-NO
000140     FILE STATUS IS WRK-ACCT-STATUS.
000142     SELECT OPTIONAL CLOSED-FILE ASSIGN TO "LEDGCLSD"
000144     ORGANIZATION LINE SEQUENTIAL
000146     FILE STATUS IS WRK-CLSD-STATUS.
000150     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000160     ORGANIZATION LINE SEQUENTIAL
000170     FILE STATUS IS WRK-SYSIN-STATUS.
000390     05  ACCT-MIN-BALANCE     PIC S9(9)V99 COMP-3.
000400     05  ACCT-TXN-LIMIT       PIC S9(7)V99 COMP-3.
000410     05  FILLER               PIC X(03).
000412 FD  CLOSED-FILE.
000414 01  CLOSED-RECORD.
000416     05  CLSD-PERIOD          PIC 9(06).
000418     05  FILLER               PIC X(74).
000420 FD  PARM-FILE.
000430 01  SYSIN-RECORD.
000440     05  SYSIN-STMT-MONTH     PIC X(06).
000500 01  WRK-RUN-MODE          PIC X(01) VALUE "*".
000510 01  WRK-LEDG-STATUS       PIC X(02) VALUE "00".
000520 01  WRK-ACCT-STATUS       PIC X(02) VALUE "00".
000525 01  WRK-CLSD-STATUS       PIC X(02) VALUE "00".
000530 01  WRK-SYSIN-STATUS      PIC X(02) VALUE "00".
000540 01  WRK-STMT-STATUS       PIC X(02) VALUE "00".
000550 01  WRK-IO-ERROR-SW       PIC X(01) VALUE "N".
000620     88  WRK-LEDG-EOF                 VALUE "Y".
000630 01  WRK-ACCT-EOF-SW       PIC X(01) VALUE "N".
000640     88  WRK-ACCT-EOF                 VALUE "Y".
000642 01  WRK-CLSD-EOF-SW       PIC X(01) VALUE "N".
000644     88  WRK-CLSD-EOF                 VALUE "Y".
000646 01  WRK-OPENING-TXN-ID    PIC X(10) VALUE "*OPENBAL*".
000650 01  WRK-CURRENT-DATE      PIC X(21) VALUE SPACES.
000660 01  WRK-RUN-DATE-CCYYMMDD PIC 9(8) VALUE 0.
000670 01  WRK-STMT-MONTH        PIC 9(6) VALUE 0.
000680 01  WRK-STMT-FILENAME     PIC X(40) VALUE SPACES.
000683 01  WRK-LEDG-FILENAME     PIC X(40) VALUE "ACCTLEDG".
000686 01  WRK-HIST-PERIOD       PIC 9(6) VALUE 0.
000690 01  WRK-ACCT-CNT          PIC 9(5) VALUE 0.
000700 01  WRK-ACTIVE-ACCT-CNT   PIC 9(5) VALUE 0.
000710 01  WRK-POSTING-CNT       PIC 9(9) VALUE 0.
001060     MOVE WRK-CURRENT-DATE (1:8) TO WRK-RUN-DATE-CCYYMMDD
001070     PERFORM 0110-READ-SYSIN-PARM
001080     IF NOT WRK-PARM-ERROR
001082         PERFORM 0120-RESOLVE-LEDGER-FILE
001084     END-IF
001086     IF NOT WRK-PARM-ERROR
001090     STRING "ACCT.STMT." WRK-STMT-MONTH DELIMITED BY SIZE
001100         INTO WRK-STMT-FILENAME
001110     OPEN OUTPUT STMT-RPT
001430             "STATEMENT MONTH AS CCYYMM"
001440     END-IF.
001450
001451 0120-RESOLVE-LEDGER-FILE.
001452     OPEN INPUT CLOSED-FILE
001453     IF WRK-CLSD-STATUS = "00"
001454     PERFORM UNTIL WRK-CLSD-EOF
001455         READ CLOSED-FILE
001456             AT END
001457                 SET WRK-CLSD-EOF TO TRUE
001458             NOT AT END
001459                 IF CLSD-PERIOD NUMERIC
001460                  AND CLSD-PERIOD NOT < WRK-STMT-MONTH
001461                 IF WRK-HIST-PERIOD = 0
001462                  OR CLSD-PERIOD < WRK-HIST-PERIOD
001463                     MOVE CLSD-PERIOD TO WRK-HIST-PERIOD
001464                 END-IF
001465                 END-IF
001466         END-READ
001467     END-PERFORM
001468     END-IF
001469     CLOSE CLOSED-FILE
001470     IF WRK-HIST-PERIOD > 0
001471         MOVE SPACES TO WRK-LEDG-FILENAME
001472         STRING "LEDGHIST." WRK-HIST-PERIOD DELIMITED BY SIZE
001473             INTO WRK-LEDG-FILENAME
001474     END-IF.
001475
001476 0140-WRITE-REPORT-HEADER.
001477     MOVE SPACES TO STMT-LINE
001480     STRING "MONTH-END ACCOUNT STATEMENTS  MONTH " WRK-STMT-MONTH
001490         "  RUN DATE " WRK-RUN-DATE-CCYYMMDD DELIMITED BY SIZE
001500         INTO STMT-LINE
001510     WRITE STMT-LINE
001511     IF WRK-HIST-PERIOD > 0
001512         MOVE SPACES TO STMT-LINE
001513         STRING "CLOSED PERIOD - LEDGER ENTRIES FROM "
001514             WRK-LEDG-FILENAME DELIMITED BY SIZE INTO STMT-LINE
001515         WRITE STMT-LINE
001516     END-IF
001520     MOVE SPACES TO STMT-LINE
001530     WRITE STMT-LINE.
001540
001550 2000-LOAD-MONTH-LEDGER.
001560     OPEN INPUT LEDGER-FILE
001570     IF WRK-LEDG-STATUS NOT = "00"
001580         DISPLAY "ACCTSTMT: LEDGER FILE " WRK-LEDG-FILENAME
001590             " NOT AVAILABLE, STATUS=" WRK-LEDG-STATUS
001600     ELSE
001610     PERFORM UNTIL WRK-LEDG-EOF OR WRK-LEDGER-COUNT = 20000
001620         READ LEDGER-FILE
001640                 SET WRK-LEDG-EOF TO TRUE
001650             NOT AT END
001660                 IF LEDG-RUN-DATE (1:6) = WRK-STMT-MONTH
001665                  AND LEDG-TXN-ID NOT = WRK-OPENING-TXN-ID
001670                     ADD 1 TO WRK-LEDGER-COUNT
001680                     MOVE LEDG-ACCT-NO
001690                        TO LDG-ACCT-NO (WRK-LEDGER-COUNT)
