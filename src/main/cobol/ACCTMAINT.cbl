000090     ACCESS RANDOM
000100     RECORD KEY IS ACCT-NO
000110     FILE STATUS IS WRK-ACCT-STATUS.
000111     SELECT OPTIONAL ACCT-HOLD-FILE ASSIGN TO "ACCTHOLD"
000112     ORGANIZATION INDEXED
000113     ACCESS DYNAMIC
000114     RECORD KEY IS HOLD-KEY
000115     FILE STATUS IS WRK-HOLD-STATUS.
000120     SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDAPPR"
000125     ORGANIZATION INDEXED
000130     ACCESS DYNAMIC
000135     RECORD KEY IS PEND-KEY
000140     FILE STATUS IS WRK-CTL-STATUS.
000150     SELECT AUDIT-RPT ASSIGN DYNAMIC WRK-AUDIT-FILENAME
000160     ORGANIZATION LINE SEQUENTIAL
000260     05  ACCT-MIN-BALANCE     PIC S9(9)V99 COMP-3.
000270     05  ACCT-TXN-LIMIT       PIC S9(7)V99 COMP-3.
000280     05  FILLER               PIC X(03).
000281 FD  PENDING-FILE.
000282 01  PENDING-RECORD.
000283     05  PEND-CTL-DATA        PIC X(80).
000284     05  PEND-KEY.
000285         10  PEND-TARGET          PIC X(01).
000286         10  PEND-SUBMIT-DATE     PIC 9(08).
000287         10  PEND-SEQ-NO          PIC 9(05).
000288     05  PEND-STATUS          PIC X(01).
000289         88  PEND-AWAITING               VALUE "P".
000290         88  PEND-APPROVED               VALUE "A".
000291         88  PEND-REJECTED               VALUE "R".
000292         88  PEND-EXPIRED                VALUE "X".
000293         88  PEND-APPLIED                VALUE "D".
000294         88  PEND-APPLY-FAILED           VALUE "F".
000295     05  PEND-SUBMIT-ID       PIC X(08).
000296     05  PEND-APPROVE-ID      PIC X(08).
000297     05  PEND-DECISION-DATE   PIC 9(08).
000298     05  PEND-APPLIED-DATE    PIC 9(08).
000299     05  PEND-NOTE            PIC X(30).
000300     05  FILLER               PIC X(12).
000301 01  CONTROL-RECORD.
000310     05  CTL-ACTION           PIC X(01).
000320         88  CTL-OPEN                    VALUE "A".
000330         88  CTL-CHANGE                  VALUE "C".
000340         88  CTL-CLOSE                   VALUE "D".
000343         88  CTL-PLACE-HOLD              VALUE "H".
000346         88  CTL-RELEASE-HOLD            VALUE "R".
000350     05  CTL-ACCT-NO          PIC X(08).
000360     05  CTL-ACCT-NAME        PIC X(30).
000363     05  CTL-HOLD-REASON REDEFINES CTL-ACCT-NAME
000366                              PIC X(30).
000370     05  CTL-MIN-BALANCE      PIC S9(9)V99
000380                              SIGN LEADING SEPARATE.
000390     05  CTL-MIN-BALANCE-X REDEFINES CTL-MIN-BALANCE
000400                              PIC X(12).
000402     05  CTL-HOLD-AMOUNT REDEFINES CTL-MIN-BALANCE
000404                              PIC S9(9)V99
000406                              SIGN LEADING SEPARATE.
000410     05  CTL-TXN-LIMIT        PIC S9(7)V99
000420                              SIGN LEADING SEPARATE.
000430     05  CTL-TXN-LIMIT-X REDEFINES CTL-TXN-LIMIT
000440                              PIC X(10).
000441     05  CTL-HOLD-REF         PIC X(08).
000442     05  CTL-HOLD-TYPE        PIC X(01).
000443         88  CTL-HOLD-TYPE-OK            VALUE "F" "D" "A".
000444         88  CTL-HOLD-IS-AMOUNT          VALUE "A".
000445     05  CTL-HOLD-EXPIRY      PIC X(08).
000446     05  FILLER               PIC X(02).
000447 FD  ACCT-HOLD-FILE.
000448 01  ACCT-HOLD-RECORD.
000449     05  HOLD-KEY.
000450         10  HOLD-ACCT-NO         PIC 9(08).
000451         10  HOLD-REF             PIC X(08).
000452     05  HOLD-TYPE            PIC X(01).
000453         88  HOLD-FULL-FREEZE            VALUE "F".
000454         88  HOLD-DEBIT-BLOCK            VALUE "D".
000455         88  HOLD-AMOUNT-HOLD            VALUE "A".
000456     05  HOLD-AMOUNT          PIC S9(9)V99 COMP-3.
000457     05  HOLD-REASON          PIC X(30).
000458     05  HOLD-PLACED-DATE     PIC 9(08).
000459     05  HOLD-EXPIRY-DATE     PIC 9(08).
000460     05  HOLD-STATUS          PIC X(01).
000461         88  HOLD-ACTIVE                 VALUE "A".
000462         88  HOLD-RELEASED               VALUE "R".
000463         88  HOLD-EXPIRED                VALUE "E".
000464     05  HOLD-RELEASED-DATE   PIC 9(08).
000465     05  FILLER               PIC X(12).
000466 FD  AUDIT-RPT.
000470 01  AUDIT-LINE           PIC X(80).
000480 WORKING-STORAGE SECTION.
000490 01  WRK-XN-00001         PIC X(01) VALUE SPACE.
000510 01  WRK-ACCT-STATUS       PIC X(02) VALUE "00".
000520 01  WRK-CTL-STATUS        PIC X(02) VALUE "00".
000530 01  WRK-AUDIT-STATUS      PIC X(02) VALUE "00".
000531 01  WRK-HOLD-STATUS       PIC X(02) VALUE "00".
000532 01  WRK-HOLD-OPEN-SW      PIC X(01) VALUE "Y".
000533     88  WRK-HOLD-OPEN-OK             VALUE "Y".
000534 01  WRK-HOLD-FOUND-SW     PIC X(01) VALUE "N".
000535     88  WRK-HOLD-FOUND               VALUE "Y".
000536 01  WRK-HOLD-EOF-SW       PIC X(01) VALUE "N".
000537     88  WRK-HOLD-EOF                 VALUE "Y".
000538 01  WRK-ACTIVE-HOLD-CNT   PIC 9(4) VALUE 0.
000539 01  WRK-HOLD-AMOUNT       PIC S9(9)V99 VALUE 0.
000540 01  WRK-HOLD-EXPIRY       PIC 9(8) VALUE 0.
000541 01  WRK-IO-ERROR-SW       PIC X(01) VALUE "N".
000550     88  WRK-IO-ERROR-FOUND           VALUE "Y".
000560 01  WRK-CTL-ERROR-SW      PIC X(01) VALUE "N".
000570     88  WRK-CTL-ERROR                VALUE "Y".
000610     88  WRK-ACCT-OPEN-OK             VALUE "Y".
000620 01  WRK-CTL-EOF-SW        PIC X(01) VALUE "N".
000630     88  WRK-CTL-EOF                  VALUE "Y".
000632 01  WRK-CTL-OPEN-SW       PIC X(01) VALUE "Y".
000634     88  WRK-CTL-OPEN-OK              VALUE "Y".
000636 01  WRK-PEND-ID-DISPLAY   PIC X(14) VALUE SPACES.
000640 01  WRK-ACCT-FOUND-SW     PIC X(01) VALUE "N".
000650     88  WRK-ACCT-FOUND               VALUE "Y".
000660 01  WRK-LIMITS-SET-SW     PIC X(01) VALUE "N".
001090             WRK-ACCT-STATUS
001100         MOVE "N" TO WRK-ACCT-OPEN-SW
001110         MOVE "Y" TO WRK-IO-ERROR-SW
001111     END-IF
001112     OPEN I-O PENDING-FILE
001113     IF WRK-CTL-STATUS NOT = "00" AND
001114        WRK-CTL-STATUS NOT = "05"
001115         DISPLAY "ERROR OPENING PENDING-FILE, STATUS="
001116             WRK-CTL-STATUS
001117         MOVE "N" TO WRK-CTL-OPEN-SW
001118         MOVE "Y" TO WRK-IO-ERROR-SW
001119     END-IF
001120     OPEN I-O ACCT-HOLD-FILE
001121     IF WRK-HOLD-STATUS NOT = "00" AND
001122        WRK-HOLD-STATUS NOT = "05"
001123         DISPLAY "ERROR OPENING ACCT-HOLD-FILE, STATUS="
001124             WRK-HOLD-STATUS
001125         MOVE "N" TO WRK-HOLD-OPEN-SW
001126         MOVE "Y" TO WRK-IO-ERROR-SW
001127     END-IF.
001130
001140 0140-WRITE-AUDIT-HEADER.
001150     MOVE SPACES TO AUDIT-LINE
001210     WRITE AUDIT-LINE.
001220
001230 2000-APPLY-CONTROL-TXNS.
001232     MOVE LOW-VALUES TO PEND-KEY
001234     MOVE "A" TO PEND-TARGET
001236     START PENDING-FILE KEY IS NOT < PEND-KEY
001238         INVALID KEY
001240             SET WRK-CTL-EOF TO TRUE
001242     END-START
001244     IF NOT WRK-CTL-EOF
001246         PERFORM 2100-READ-NEXT-CONTROL
001248     END-IF
001250     PERFORM UNTIL WRK-CTL-EOF OR WRK-IO-ERROR-FOUND
001252         IF PEND-APPROVED
001254             PERFORM 2150-APPLY-APPROVED-ITEM
001256         END-IF
001258         PERFORM 2100-READ-NEXT-CONTROL
001260     END-PERFORM
001262     IF WRK-APPLIED-CNT = 0 AND WRK-REJECTED-CNT = 0
001264         DISPLAY "ACCTMAINT: NO APPROVED ACCTCTL CHANGES "
001266             "ON PENDAPPR"
001280         SET WRK-CTL-ERROR TO TRUE
001400     END-IF.
001410
001420 2100-READ-NEXT-CONTROL.
001430     READ PENDING-FILE NEXT RECORD
001440         AT END
001450             SET WRK-CTL-EOF TO TRUE
001452         NOT AT END
001454             IF PEND-TARGET NOT = "A"
001456                 SET WRK-CTL-EOF TO TRUE
001458             END-IF
001460     END-READ.
001461
001462 2150-APPLY-APPROVED-ITEM.
001463     MOVE PEND-KEY TO WRK-PEND-ID-DISPLAY
001464     PERFORM 2950-WRITE-APPROVAL-LINE
001465     PERFORM 2200-APPLY-ONE-CONTROL
001466     IF WRK-IO-ERROR-FOUND
001467         DISPLAY "ACCTMAINT: PENDING ITEM " WRK-PEND-ID-DISPLAY
001468             " LEFT APPROVED, NOT APPLIED"
001469     ELSE
001472     IF WRK-REJECT-REASON NOT = SPACES
001475         MOVE "F" TO PEND-STATUS
001476         MOVE WRK-REJECT-REASON TO PEND-NOTE
001477     ELSE
001478         MOVE "D" TO PEND-STATUS
001479         MOVE WRK-RUN-DATE-CCYYMMDD TO PEND-APPLIED-DATE
001480         MOVE "APPLIED" TO PEND-NOTE
001481     END-IF
001482     REWRITE PENDING-RECORD
001483         INVALID KEY
001484             DISPLAY "ERROR REWRITING PENDING ITEM "
001485                 WRK-PEND-ID-DISPLAY " STATUS=" WRK-CTL-STATUS
001486             MOVE "Y" TO WRK-IO-ERROR-SW
001488     END-REWRITE
001490     END-IF.
001492
001494 2200-APPLY-ONE-CONTROL.
001496     MOVE SPACES TO WRK-REJECT-REASON
001500     IF CTL-ACCT-NO NOT NUMERIC
001510         MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WRK-REJECT-REASON
001520     ELSE
001580                 PERFORM 2500-APPLY-CHANGE
001590             WHEN CTL-CLOSE
001600                 PERFORM 2600-APPLY-CLOSE
001602             WHEN CTL-PLACE-HOLD
001604                 PERFORM 2620-APPLY-PLACE-HOLD
001606             WHEN CTL-RELEASE-HOLD
001608                 PERFORM 2650-APPLY-RELEASE-HOLD
001610             WHEN OTHER
001616                 MOVE "ACTION NOT A, C, D, H OR R"
001622                    TO WRK-REJECT-REASON
001630         END-EVALUATE
001640     END-IF
001650     IF WRK-REJECT-REASON NOT = SPACES
002650     IF ACCT-BALANCE NOT = 0
002660         MOVE "BALANCE IS NOT ZERO" TO WRK-REJECT-REASON
002670     ELSE
002672         PERFORM 2640-COUNT-ACTIVE-HOLDS
002674     IF WRK-ACTIVE-HOLD-CNT > 0
002676         MOVE "ACCOUNT HAS ACTIVE HOLDS" TO WRK-REJECT-REASON
002678     ELSE
002680         PERFORM 2900-WRITE-BEFORE-LINE
002690         DELETE ACCT-MASTER-FILE
002700             INVALID KEY
002760             NOT INVALID KEY
002770                 PERFORM 2920-WRITE-CLOSE-LINE
002780         END-DELETE
003680     END-IF
003690     END-IF
003700     END-IF.
003710
003720 2620-APPLY-PLACE-HOLD.
003730     IF NOT WRK-ACCT-FOUND
003740         MOVE "ACCOUNT NOT ON MASTER" TO WRK-REJECT-REASON
003750     ELSE
003760     IF CTL-HOLD-REF = SPACES
003770         MOVE "HOLD REFERENCE IS BLANK" TO WRK-REJECT-REASON
003780     ELSE
003790     IF NOT CTL-HOLD-TYPE-OK
003800         MOVE "HOLD TYPE NOT F, D OR A" TO WRK-REJECT-REASON
003810     ELSE
003820     IF CTL-HOLD-REASON = SPACES
003830         MOVE "HOLD REASON IS BLANK" TO WRK-REJECT-REASON
003840     ELSE
003850         PERFORM 2630-EDIT-HOLD-FIELDS
003860         IF WRK-REJECT-REASON = SPACES
003870             PERFORM 2660-FIND-HOLD
003880             IF WRK-HOLD-FOUND AND HOLD-ACTIVE
003890                 MOVE "HOLD REFERENCE ALREADY ACTIVE"
003900                    TO WRK-REJECT-REASON
003910             ELSE
003920                 PERFORM 2670-STORE-NEW-HOLD
003930             END-IF
003940         END-IF
003950     END-IF
003960     END-IF
003970     END-IF
003980     END-IF.
003990
004000 2630-EDIT-HOLD-FIELDS.
004010     MOVE 0 TO WRK-HOLD-AMOUNT
004020     MOVE 0 TO WRK-HOLD-EXPIRY
004030     IF CTL-HOLD-IS-AMOUNT
004040         IF CTL-MIN-BALANCE-X = SPACES
004050          OR CTL-HOLD-AMOUNT NOT NUMERIC
004060             MOVE "HOLD AMOUNT NOT NUMERIC" TO WRK-REJECT-REASON
004070         ELSE
004080         IF CTL-HOLD-AMOUNT NOT > 0
004090             MOVE "HOLD AMOUNT NOT POSITIVE" TO WRK-REJECT-REASON
004100         ELSE
004110             MOVE CTL-HOLD-AMOUNT TO WRK-HOLD-AMOUNT
004120         END-IF
004130         END-IF
004140     ELSE
004150     IF CTL-MIN-BALANCE-X NOT = SPACES
004160         MOVE "AMOUNT ONLY ALLOWED ON TYPE A"
004170            TO WRK-REJECT-REASON
004180     END-IF
004190     END-IF
004200     IF CTL-HOLD-EXPIRY NOT = SPACES
004210      AND WRK-REJECT-REASON = SPACES
004220         IF CTL-HOLD-EXPIRY NOT NUMERIC
004230             MOVE "EXPIRY DATE NOT VALID" TO WRK-REJECT-REASON
004240         ELSE
004250             MOVE CTL-HOLD-EXPIRY TO WRK-HOLD-EXPIRY
004260             IF FUNCTION INTEGER-OF-DATE (WRK-HOLD-EXPIRY) = 0
004270                 MOVE "EXPIRY DATE NOT VALID" TO WRK-REJECT-REASON
004280             ELSE
004290             IF WRK-HOLD-EXPIRY < WRK-RUN-DATE-CCYYMMDD
004300                 MOVE "EXPIRY DATE IS IN THE PAST"
004310                    TO WRK-REJECT-REASON
004320             END-IF
004330             END-IF
004340         END-IF
004350     END-IF.
004360
004370 2640-COUNT-ACTIVE-HOLDS.
004380     MOVE 0 TO WRK-ACTIVE-HOLD-CNT
004390     MOVE "N" TO WRK-HOLD-EOF-SW
004400     MOVE ACCT-NO TO HOLD-ACCT-NO
004410     MOVE LOW-VALUES TO HOLD-REF
004420     START ACCT-HOLD-FILE KEY IS NOT < HOLD-KEY
004430         INVALID KEY
004440             SET WRK-HOLD-EOF TO TRUE
004450     END-START
004460     PERFORM UNTIL WRK-HOLD-EOF
004470         READ ACCT-HOLD-FILE NEXT RECORD
004480             AT END
004490                 SET WRK-HOLD-EOF TO TRUE
004500             NOT AT END
004510                 IF HOLD-ACCT-NO NOT = ACCT-NO
004520                     SET WRK-HOLD-EOF TO TRUE
004530                 ELSE
004540                 IF HOLD-ACTIVE
004550                  AND (HOLD-EXPIRY-DATE = 0
004560                  OR HOLD-EXPIRY-DATE NOT <
004570                     WRK-RUN-DATE-CCYYMMDD)
004580                     ADD 1 TO WRK-ACTIVE-HOLD-CNT
004590                 END-IF
004600                 END-IF
004610         END-READ
004620     END-PERFORM.
004630
004640 2650-APPLY-RELEASE-HOLD.
004650     IF CTL-HOLD-REF = SPACES
004660         MOVE "HOLD REFERENCE IS BLANK" TO WRK-REJECT-REASON
004670     ELSE
004680         PERFORM 2660-FIND-HOLD
004690         IF NOT WRK-HOLD-FOUND
004700             MOVE "HOLD NOT ON FILE" TO WRK-REJECT-REASON
004710         ELSE
004720         IF NOT HOLD-ACTIVE
004730             MOVE "HOLD IS NOT ACTIVE" TO WRK-REJECT-REASON
004740         ELSE
004750             MOVE "R" TO HOLD-STATUS
004760             MOVE WRK-RUN-DATE-CCYYMMDD TO HOLD-RELEASED-DATE
004770             REWRITE ACCT-HOLD-RECORD
004780                 INVALID KEY
004790                     DISPLAY "ERROR REWRITING HOLD " HOLD-KEY
004800                         " STATUS=" WRK-HOLD-STATUS
004810                     MOVE "Y" TO WRK-IO-ERROR-SW
004820                     MOVE "HOLD REWRITE FAILED"
004830                        TO WRK-REJECT-REASON
004840                 NOT INVALID KEY
004850                     PERFORM 2940-WRITE-RELEASE-LINE
004860             END-REWRITE
004870         END-IF
004880         END-IF
004890     END-IF.
004900
004910 2660-FIND-HOLD.
004920     MOVE "N" TO WRK-HOLD-FOUND-SW
004930     MOVE CTL-ACCT-NO TO HOLD-ACCT-NO
004940     MOVE CTL-HOLD-REF TO HOLD-REF
004950     READ ACCT-HOLD-FILE
004960         INVALID KEY
004970             CONTINUE
004980         NOT INVALID KEY
004990             SET WRK-HOLD-FOUND TO TRUE
005000     END-READ.
005010
005020 2670-STORE-NEW-HOLD.
005030     MOVE SPACES TO ACCT-HOLD-RECORD
005040     MOVE CTL-ACCT-NO TO HOLD-ACCT-NO
005050     MOVE CTL-HOLD-REF TO HOLD-REF
005060     MOVE CTL-HOLD-TYPE TO HOLD-TYPE
005070     MOVE WRK-HOLD-AMOUNT TO HOLD-AMOUNT
005080     MOVE CTL-HOLD-REASON TO HOLD-REASON
005090     MOVE WRK-RUN-DATE-CCYYMMDD TO HOLD-PLACED-DATE
005100     MOVE WRK-HOLD-EXPIRY TO HOLD-EXPIRY-DATE
005110     MOVE "A" TO HOLD-STATUS
005120     MOVE 0 TO HOLD-RELEASED-DATE
005130     IF WRK-HOLD-FOUND
005140         REWRITE ACCT-HOLD-RECORD
005150             INVALID KEY
005160                 DISPLAY "ERROR REWRITING HOLD " HOLD-KEY
005170                     " STATUS=" WRK-HOLD-STATUS
005180                 MOVE "Y" TO WRK-IO-ERROR-SW
005190                 MOVE "HOLD REWRITE FAILED" TO WRK-REJECT-REASON
005200             NOT INVALID KEY
005210                 PERFORM 2930-WRITE-HOLD-LINE
005220         END-REWRITE
005230     ELSE
005240         WRITE ACCT-HOLD-RECORD
005250             INVALID KEY
005260                 DISPLAY "ERROR WRITING HOLD " HOLD-KEY
005270                     " STATUS=" WRK-HOLD-STATUS
005280                 MOVE "Y" TO WRK-IO-ERROR-SW
005290                 MOVE "HOLD WRITE FAILED" TO WRK-REJECT-REASON
005300             NOT INVALID KEY
005310                 PERFORM 2930-WRITE-HOLD-LINE
005320         END-WRITE
005330     END-IF.
005340
005341 2700-WRITE-REJECT-LINE.
005342     DISPLAY "ACCTMAINT REJECT: ACTION=" CTL-ACTION
005343         " ACCOUNT=" CTL-ACCT-NO " " WRK-REJECT-REASON
005344     IF WRK-AUDIT-OPEN-OK
005345         MOVE SPACES TO AUDIT-LINE
005346         STRING "REJECT  " CTL-ACTION " " CTL-ACCT-NO " "
005347             WRK-REJECT-REASON DELIMITED BY SIZE
005348             INTO AUDIT-LINE
005349         WRITE AUDIT-LINE
005350     END-IF.
005351
005352 2800-WRITE-OPEN-LINE.
005353     IF WRK-AUDIT-OPEN-OK
005354         MOVE ACCT-BALANCE TO WRK-BAL-EDIT
005355         MOVE SPACES TO AUDIT-LINE
005356         STRING "OPENED  " ACCT-NO " NAME=" ACCT-NAME
005357             " BAL=" WRK-BAL-EDIT DELIMITED BY SIZE
005358             INTO AUDIT-LINE
005359         WRITE AUDIT-LINE
005360     END-IF.
005361
005362 2860-WRITE-LIMIT-LINE.
005363     IF WRK-AUDIT-OPEN-OK
005364         MOVE ACCT-MIN-BALANCE TO WRK-BAL-EDIT
005365         MOVE ACCT-TXN-LIMIT TO WRK-CAP-EDIT
005366         MOVE SPACES TO AUDIT-LINE
005367         STRING "LIMITS  " ACCT-NO " MIN=" WRK-BAL-EDIT
005368             " CAP=" WRK-CAP-EDIT DELIMITED BY SIZE
005369             INTO AUDIT-LINE
005370         WRITE AUDIT-LINE
005371     END-IF.
005372
005373 2900-WRITE-BEFORE-LINE.
005374     IF WRK-AUDIT-OPEN-OK
005375         MOVE ACCT-BALANCE TO WRK-BAL-EDIT
005376         MOVE SPACES TO AUDIT-LINE
005377         STRING "BEFORE  " ACCT-NO " NAME=" ACCT-NAME
005378             " BAL=" WRK-BAL-EDIT DELIMITED BY SIZE
005379             INTO AUDIT-LINE
005380         WRITE AUDIT-LINE
005381     END-IF.
005382
005383 2910-WRITE-AFTER-LINE.
005384     IF WRK-AUDIT-OPEN-OK
005385         MOVE ACCT-BALANCE TO WRK-BAL-EDIT
005386         MOVE SPACES TO AUDIT-LINE
005387         STRING "AFTER   " ACCT-NO " NAME=" ACCT-NAME
005388             " BAL=" WRK-BAL-EDIT DELIMITED BY SIZE
005389             INTO AUDIT-LINE
005390         WRITE AUDIT-LINE
005391     END-IF.
005392
005393 2920-WRITE-CLOSE-LINE.
005394     IF WRK-AUDIT-OPEN-OK
005395         MOVE SPACES TO AUDIT-LINE
005396         STRING "CLOSED  " ACCT-NO " NAME=" ACCT-NAME
005397             DELIMITED BY SIZE INTO AUDIT-LINE
005398         WRITE AUDIT-LINE
005399     END-IF.
005400
005401 2930-WRITE-HOLD-LINE.
005402     IF WRK-AUDIT-OPEN-OK
005403         MOVE HOLD-AMOUNT TO WRK-BAL-EDIT
005404         MOVE SPACES TO AUDIT-LINE
005405         STRING "HOLD    " HOLD-ACCT-NO " REF=" HOLD-REF
005406             " TYPE=" HOLD-TYPE " AMT=" WRK-BAL-EDIT
005410             " EXP=" HOLD-EXPIRY-DATE DELIMITED BY SIZE
005420             INTO AUDIT-LINE
005430         WRITE AUDIT-LINE
005440         MOVE SPACES TO AUDIT-LINE
005450         STRING "        " HOLD-ACCT-NO " REASON=" HOLD-REASON
005460             DELIMITED BY SIZE INTO AUDIT-LINE
005470         WRITE AUDIT-LINE
005480     END-IF.
005490
005500 2940-WRITE-RELEASE-LINE.
005510     IF WRK-AUDIT-OPEN-OK
005520         MOVE SPACES TO AUDIT-LINE
005530         STRING "RELEASE " HOLD-ACCT-NO " REF=" HOLD-REF
005540             " TYPE=" HOLD-TYPE " PLACED=" HOLD-PLACED-DATE
005550             " REASON=" HOLD-REASON DELIMITED BY SIZE
005560             INTO AUDIT-LINE
005570         WRITE AUDIT-LINE
005580     END-IF.
005590
005780 2950-WRITE-APPROVAL-LINE.
005790     IF WRK-AUDIT-OPEN-OK
005800         MOVE SPACES TO AUDIT-LINE
005810         STRING "ITEM    " WRK-PEND-ID-DISPLAY
005820             " SUBMITTED BY " PEND-SUBMIT-ID
005830             " APPROVED BY " PEND-APPROVE-ID
005840             " ON " PEND-DECISION-DATE DELIMITED BY SIZE
005850             INTO AUDIT-LINE
005860         WRITE AUDIT-LINE
005870     END-IF.
005880
005890 9000-TERMINATE.
005900     DISPLAY "ACCTMAINT APPLIED=" WRK-APPLIED-CNT
005910         " REJECTED=" WRK-REJECTED-CNT
005920     IF WRK-ACCT-OPEN-OK
005930         CLOSE ACCT-MASTER-FILE
005940     END-IF
005950     IF WRK-HOLD-OPEN-OK
005960         CLOSE ACCT-HOLD-FILE
005970     END-IF
005980     IF WRK-CTL-OPEN-OK
005990         CLOSE PENDING-FILE
006000     END-IF
006010     IF WRK-AUDIT-OPEN-OK
006020         MOVE SPACES TO AUDIT-LINE
006030         WRITE AUDIT-LINE
006040         MOVE SPACES TO AUDIT-LINE
006050         STRING "APPLIED=" WRK-APPLIED-CNT
006060             " REJECTED=" WRK-REJECTED-CNT
006070             DELIMITED BY SIZE INTO AUDIT-LINE
006080         WRITE AUDIT-LINE
006090         CLOSE AUDIT-RPT
006100     END-IF
006110     IF WRK-IO-ERROR-FOUND
006120         MOVE 16 TO RETURN-CODE
006130     ELSE
006140     IF WRK-CTL-ERROR
006150         MOVE 12 TO RETURN-CODE
006160     ELSE
006170     IF WRK-REJECTED-CNT > 0
006180         MOVE 8 TO RETURN-CODE
006190     ELSE
006200         MOVE 0 TO RETURN-CODE
006210     END-IF
006220     END-IF
006230     END-IF.
