000010  IDENTIFICATION DIVISION.
000020    PROGRAM-ID. MATHJRNL.
000030    AUTHOR. Dan Ruscoe.
000040  ENVIRONMENT DIVISION.
000050    INPUT-OUTPUT SECTION.
000060      FILE-CONTROL.
000070        SELECT PARAM-FILE ASSIGN TO "MATHPARM.TXT"
000080          ORGANIZATION IS LINE SEQUENTIAL
000090          FILE STATUS IS WS-PARAM-FILE-STATUS.
000100        SELECT POST-FILE ASSIGN TO "MATHPOST.TXT"
000110          ORGANIZATION IS LINE SEQUENTIAL
000120          FILE STATUS IS WS-POST-FILE-STATUS.
000130        SELECT FEED-FILE ASSIGN USING WS-FEED-NAME
000140          ORGANIZATION IS LINE SEQUENTIAL
000150          FILE STATUS IS WS-FEED-FILE-STATUS.
000160        SELECT CHECKPOINT-FILE ASSIGN USING WS-CKPT-NAME
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-CKPT-FILE-STATUS.
000190        SELECT JRNL-FILE ASSIGN TO "MATHJRNL.DAT"
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-JRNL-FILE-STATUS.
000220        SELECT JRNP-RPT-FILE ASSIGN TO "MATHJRNP.TXT"
000230          ORGANIZATION IS LINE SEQUENTIAL
000240          FILE STATUS IS WS-JRNP-RPT-FILE-STATUS.
000250        SELECT RUNC-FILE ASSIGN TO "MATHRUNC.DAT"
000260          ORGANIZATION IS LINE SEQUENTIAL
000270          FILE STATUS IS WS-RUNC-FILE-STATUS.
000280  DATA DIVISION.
000290    FILE SECTION.
000300      FD  PARAM-FILE.
000310      01 PARAM-RECORD.
000320          05 PARM-NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000330          05 PARM-NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000340          05 PARM-MAX-RECYCLE PIC 99.
000350          05 PARM-BUS-DATE PIC 9(8).
000360*    ONE POSTING RULE PER SOURCE ID AND OP-CODE: THE ACCOUNT
000370*    TO DEBIT, THE ACCOUNT TO CREDIT AND THE COST CENTER TO
000380*    CARRY ON BOTH LINES OF THE ENTRY.
000390      FD  POST-FILE.
000400      01 POST-RECORD.
000410          05 POST-KEY.
000420              10 POST-SOURCE-ID PIC X.
000430              10 POST-OP-CODE PIC X.
000440          05 POST-DEBIT-ACCT PIC X(10).
000450          05 POST-CREDIT-ACCT PIC X(10).
000460          05 POST-COST-CENTER PIC X(6).
000470      FD  FEED-FILE.
000480      01 FEED-RECORD.
000490          COPY FEEDREC.
000500      FD  CHECKPOINT-FILE.
000510      01 CHECKPOINT-RECORD.
000520          COPY CKPTREC.
000530      FD  JRNL-FILE.
000540      01 JRNL-RECORD.
000550          COPY JRNLREC.
000560      FD  JRNP-RPT-FILE.
000570      01 JRNP-RPT-RECORD PIC X(100).
000580      FD  RUNC-FILE.
000590      01 RUNC-RECORD.
000600          COPY RUNREC.
000610    WORKING-STORAGE SECTION.
000620      01 WS-PARAM-FILE-STATUS PIC XX VALUE "00".
000630      01 WS-POST-FILE-STATUS PIC XX VALUE "00".
000640      01 WS-FEED-FILE-STATUS PIC XX VALUE "00".
000650      01 WS-CKPT-FILE-STATUS PIC XX VALUE "00".
000660      01 WS-JRNL-FILE-STATUS PIC XX VALUE "00".
000670      01 WS-JRNP-RPT-FILE-STATUS PIC XX VALUE "00".
000680      01 WS-RUNC-FILE-STATUS PIC XX VALUE "00".
000690      01 WS-FEED-NAME PIC X(12) VALUE "MATHFEED.TXT".
000700      01 WS-CKPT-NAME PIC X(12) VALUE "MATHCKPT.TXT".
000710      01 WS-CKPT-FOUND PIC X VALUE "N".
000720      01 WS-CYCLE PIC 99 VALUE ZERO.
000730      01 WS-CYCLE-SUFFIX PIC X(3) VALUE SPACES.
000740      01 WS-CYC-IX PIC 999 VALUE ZERO.
000750      01 WS-CYC-TABLE.
000760          05 WS-CYC-RECN PIC X OCCURS 99.
000770      01 WS-EOF-FLAG PIC X VALUE "N".
000780      01 WS-CKPT-COMPLETE PIC X VALUE "N".
000790      01 WS-CKPT-NUM3-SUM PIC S9(10)V99 VALUE ZERO.
000800      01 WS-BUS-DATE PIC 9(8) VALUE ZERO.
000810      01 WS-FEED-COUNT PIC 9(8) VALUE ZERO.
000820      01 WS-FEED-SUM PIC S9(10)V99 VALUE ZERO.
000830      01 WS-NO-RULE-COUNT PIC 9(8) VALUE ZERO.
000840      01 WS-ENTRY-COUNT PIC 9(8) VALUE ZERO.
000850      01 WS-TOT-DEBITS PIC S9(11)V99 VALUE ZERO.
000860      01 WS-TOT-CREDITS PIC S9(11)V99 VALUE ZERO.
000870      01 WS-DIFF-COUNT PIC 9(4) VALUE ZERO.
000880      01 WS-AMOUNT PIC 9(7)V99 VALUE ZERO.
000890      01 WS-DR-ACCT PIC X(10).
000900      01 WS-CR-ACCT PIC X(10).
000910      01 WS-POST-ACCT PIC X(10).
000920      01 WS-POST-DR-CR PIC X.
000930      01 WS-RUNC-FUNCTION PIC X(5).
000940      01 WS-RUNC-STEP PIC X(8).
000950      01 WS-RUNC-REC-COUNT PIC 9(8) VALUE ZERO.
000960      01 WS-RUNC-RETURN PIC XX VALUE "00".
000970      01 WS-CURRENT-DATE.
000980          05 WS-CURR-YYYY PIC 9(4).
000990          05 WS-CURR-MM PIC 9(2).
001000          05 WS-CURR-DD PIC 9(2).
001010      01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
001020          PIC 9(8).
001030      01 WS-RUN-DATE-DISP PIC X(10).
001040      01 WS-RUL-SEARCH-KEY.
001050          05 WS-RUL-KEY-SOURCE PIC X.
001060          05 WS-RUL-KEY-OP PIC X.
001070      01 WS-RUL-COUNT PIC 9(4) VALUE ZERO.
001080      01 WS-RUL-IX PIC 9(4) VALUE ZERO.
001090      01 WS-RUL-FND PIC 9(4) VALUE ZERO.
001100      01 WS-RUL-TABLE.
001110          05 WS-RUL-ENTRY OCCURS 50.
001120              10 WS-RUL-TAB-KEY PIC X(2).
001130              10 WS-RUL-DEBIT-ACCT PIC X(10).
001140              10 WS-RUL-CREDIT-ACCT PIC X(10).
001150              10 WS-RUL-COST-CENTER PIC X(6).
001160      01 WS-ACT-COUNT PIC 9(4) VALUE ZERO.
001170      01 WS-ACT-IX PIC 9(4) VALUE ZERO.
001180      01 WS-ACT-FND PIC 9(4) VALUE ZERO.
001190      01 WS-ACT-TABLE-FULL PIC X VALUE "N".
001200      01 WS-ACT-TABLE.
001210          05 WS-ACT-ENTRY OCCURS 200.
001220              10 WS-ACT-ACCOUNT PIC X(10).
001230              10 WS-ACT-DEBITS PIC S9(11)V99.
001240              10 WS-ACT-CREDITS PIC S9(11)V99.
001250      01 WS-SRC-IX PIC 9 VALUE ZERO.
001260      01 WS-SRC-TABLE.
001270          05 WS-SRC-ENTRY OCCURS 3.
001280              10 WS-SRC-ID PIC X.
001290              10 WS-SRC-COUNT PIC 9(8).
001300              10 WS-SRC-SUM PIC S9(10)V99.
001310              10 WS-SRC-CKPT-SUM PIC S9(10)V99.
001320      01 HDR-LINE-1.
001330          05 FILLER PIC X(20) VALUE "MATH JOURNAL PROOF".
001340          05 FILLER PIC X(11) VALUE "  RUN DATE:".
001350          05 HDR1-RUN-DATE PIC X(10).
001360          05 FILLER PIC X(11) VALUE "  BUS DATE:".
001370          05 HDR1-BUS-DATE PIC 9(8).
001380      01 EXC-LINE.
001390          05 FILLER PIC X(11) VALUE "EXCEPTION:".
001400          05 EXC-TYPE PIC X(30).
001410      01 FEED-LINE.
001420          05 FILLER PIC X(6) VALUE "FEED:".
001430          05 FEED-LINE-NAME PIC X(12).
001440      01 ACT-HDR-LINE.
001450          05 FILLER PIC X(12) VALUE "ACCOUNT".
001460          05 FILLER PIC X(17) VALUE "          DEBITS".
001470          05 FILLER PIC X(17) VALUE "         CREDITS".
001480      01 ACT-LINE.
001490          05 ACT-ACCOUNT PIC X(10).
001500          05 FILLER PIC X(2) VALUE SPACES.
001510          05 ACT-DEBITS PIC Z(11)9.99.
001520          05 FILLER PIC X(2) VALUE SPACES.
001530          05 ACT-CREDITS PIC Z(11)9.99.
001540      01 SRC-HDR-LINE.
001550          05 FILLER PIC X(8) VALUE "SOURCE".
001560          05 FILLER PIC X(9) VALUE "  ENTRIES".
001570          05 FILLER PIC X(16) VALUE "   JOURNAL NUM3".
001580          05 FILLER PIC X(16) VALUE "   CHECKPOINT".
001590      01 SRC-LINE.
001600          05 SRC-ID PIC X(6).
001610          05 FILLER PIC X(2) VALUE SPACES.
001620          05 SRC-COUNT PIC Z(7)9.
001630          05 FILLER PIC X(2) VALUE SPACES.
001640          05 SRC-SUM PIC +Z(9)9.99.
001650          05 FILLER PIC X(2) VALUE SPACES.
001660          05 SRC-CKPT-SUM PIC +Z(9)9.99.
001670          05 FILLER PIC X(2) VALUE SPACES.
001680          05 SRC-VERDICT PIC X(14).
001690      01 TRL-LINE-1.
001700          05 FILLER PIC X(20) VALUE "FEED RECORDS:".
001710          05 TRL1-COUNT PIC Z(7)9.
001720      01 TRL-LINE-2.
001730          05 FILLER PIC X(20) VALUE "NO POSTING RULE:".
001740          05 TRL2-COUNT PIC Z(7)9.
001750      01 TRL-LINE-3.
001760          05 FILLER PIC X(20) VALUE "JOURNAL ENTRIES:".
001770          05 TRL3-COUNT PIC Z(7)9.
001780      01 CERT-LINE.
001790          05 FILLER PIC X(13) VALUE "CERTIFICATE:".
001800          05 CERT-TEXT PIC X(50).
001810  PROCEDURE DIVISION.
001820    0000-MAIN-PROCESS.
001830        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001840        MOVE WS-CURRENT-DATE-NUM TO WS-BUS-DATE
001850        PERFORM 0100-RUN-CONTROL-START
001860        PERFORM 1200-READ-PARAMETERS
001870        PERFORM 1250-LOAD-POSTING-RULES
001880        PERFORM 1300-READ-CHECKPOINT
001890        OPEN INPUT FEED-FILE
001900        IF WS-FEED-FILE-STATUS NOT = "00"
001910          DISPLAY "FEED-FILE OPEN FAILED, STATUS="
001920            WS-FEED-FILE-STATUS
001930          STOP RUN
001940        END-IF
001950        OPEN OUTPUT JRNL-FILE
001960        OPEN OUTPUT JRNP-RPT-FILE
001970        PERFORM 3000-WRITE-REPORT-HEADERS
001980        PERFORM 2000-CHECK-POSTING-RULES
001990        CLOSE FEED-FILE
002000        PERFORM VARYING WS-CYC-IX FROM 1 BY 1
002010            UNTIL WS-CYC-IX > 99
002020          IF WS-CYC-RECN(WS-CYC-IX) = "Y"
002030            PERFORM 2050-CHECK-CYCLE-FEED
002040          END-IF
002050        END-PERFORM
002060        IF WS-NO-RULE-COUNT > ZERO
002070          PERFORM 3900-WRITE-STOPPED-TRAILER
002080          CLOSE JRNL-FILE
002090          CLOSE JRNP-RPT-FILE
002100          DISPLAY "MATHJRNL STOPPED - " WS-NO-RULE-COUNT
002110            " FEED RECORDS HAVE NO POSTING RULE"
002120          STOP RUN
002130        END-IF
002140        MOVE "MATHFEED.TXT" TO WS-FEED-NAME
002150        OPEN INPUT FEED-FILE
002160        PERFORM 2500-POST-FEED
002170        CLOSE FEED-FILE
002180        PERFORM VARYING WS-CYC-IX FROM 1 BY 1
002190            UNTIL WS-CYC-IX > 99
002200          IF WS-CYC-RECN(WS-CYC-IX) = "Y"
002210            PERFORM 2550-POST-CYCLE-FEED
002220          END-IF
002230        END-PERFORM
002240        PERFORM 3100-WRITE-ACCOUNT-TOTALS
002250        PERFORM 3200-WRITE-SOURCE-TOTALS
002260        PERFORM 3300-WRITE-REPORT-TRAILER
002270        CLOSE JRNL-FILE
002280        CLOSE JRNP-RPT-FILE
002290        DISPLAY "MATHJRNL ENTRIES " WS-ENTRY-COUNT
002300        IF WS-DIFF-COUNT > ZERO
002310          DISPLAY "MATHJRNL JOURNAL DOES NOT AGREE WITH "
002320            "CHECKPOINT - SEE MATHJRNP.TXT"
002330        END-IF
002340        PERFORM 0900-RUN-CONTROL-END
002350        STOP RUN.
002360
002370    0100-RUN-CONTROL-START.
002380        MOVE "START" TO WS-RUNC-FUNCTION
002390        MOVE "MATHJRNL" TO WS-RUNC-STEP
002400        MOVE ZERO TO WS-RUNC-REC-COUNT
002410        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
002420          WS-RUNC-REC-COUNT WS-RUNC-RETURN
002430        IF WS-RUNC-RETURN NOT = "00"
002440          STOP RUN
002450        END-IF.
002460
002470    0900-RUN-CONTROL-END.
002480        MOVE "END" TO WS-RUNC-FUNCTION
002490        MOVE "MATHJRNL" TO WS-RUNC-STEP
002500        MOVE WS-ENTRY-COUNT TO WS-RUNC-REC-COUNT
002510        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
002520          WS-RUNC-REC-COUNT WS-RUNC-RETURN.
002530
002540    1200-READ-PARAMETERS.
002550        OPEN INPUT PARAM-FILE
002560        IF WS-PARAM-FILE-STATUS = "00"
002570          READ PARAM-FILE
002580            NOT AT END
002590              IF PARM-BUS-DATE IS NUMERIC
002600                  AND PARM-BUS-DATE > ZERO
002610                MOVE PARM-BUS-DATE TO WS-BUS-DATE
002620              END-IF
002630          END-READ
002640          CLOSE PARAM-FILE
002650        END-IF.
002660
002670*    WITHOUT MATHPOST.TXT THERE ARE NO RULES, AND EVERY FEED
002680*    RECORD IS LISTED AS UNPOSTABLE.
002690    1250-LOAD-POSTING-RULES.
002700        MOVE ZERO TO WS-RUL-COUNT
002710        OPEN INPUT POST-FILE
002720        IF WS-POST-FILE-STATUS = "00"
002730          MOVE "N" TO WS-EOF-FLAG
002740          PERFORM UNTIL WS-EOF-FLAG = "Y"
002750            READ POST-FILE
002760              AT END
002770                MOVE "Y" TO WS-EOF-FLAG
002780              NOT AT END
002790                PERFORM 1260-STORE-POSTING-RULE
002800            END-READ
002810          END-PERFORM
002820          CLOSE POST-FILE
002830        ELSE
002840          DISPLAY "POST-FILE OPEN FAILED, STATUS="
002850            WS-POST-FILE-STATUS
002860        END-IF.
002870
002880    1260-STORE-POSTING-RULE.
002890        IF POST-DEBIT-ACCT = SPACES OR POST-CREDIT-ACCT = SPACES
002900          DISPLAY "INVALID POSTING RULE IGNORED: " POST-RECORD
002910        ELSE
002920          IF WS-RUL-COUNT < 50
002930            ADD 1 TO WS-RUL-COUNT
002940            MOVE POST-KEY TO WS-RUL-TAB-KEY(WS-RUL-COUNT)
002950            MOVE POST-DEBIT-ACCT
002960              TO WS-RUL-DEBIT-ACCT(WS-RUL-COUNT)
002970            MOVE POST-CREDIT-ACCT
002980              TO WS-RUL-CREDIT-ACCT(WS-RUL-COUNT)
002990            MOVE POST-COST-CENTER
003000              TO WS-RUL-COST-CENTER(WS-RUL-COUNT)
003010          ELSE
003020            DISPLAY "POSTING RULE TABLE FULL - RULE IGNORED: "
003030              POST-KEY
003040          END-IF
003050        END-IF.
003060
003070*    THE PROOF TIES TO COMPLETE CHECKPOINTS ONLY - THE NIGHTLY
003080*    RUN'S AND THAT OF EACH CYCLE WHOSE FEED IS JOURNALED.
003090    1300-READ-CHECKPOINT.
003100        MOVE "O" TO WS-SRC-ID(1)
003110        MOVE "R" TO WS-SRC-ID(2)
003120        MOVE "W" TO WS-SRC-ID(3)
003130        PERFORM VARYING WS-SRC-IX FROM 1 BY 1
003140            UNTIL WS-SRC-IX > 3
003150          MOVE ZERO TO WS-SRC-COUNT(WS-SRC-IX)
003160          MOVE ZERO TO WS-SRC-SUM(WS-SRC-IX)
003170          MOVE ZERO TO WS-SRC-CKPT-SUM(WS-SRC-IX)
003180        END-PERFORM
003190        MOVE "Y" TO WS-CKPT-COMPLETE
003200        PERFORM 1310-ADD-CHECKPOINT
003210        PERFORM 1350-FIND-CYCLE-FEEDS
003220        PERFORM VARYING WS-CYC-IX FROM 1 BY 1
003230            UNTIL WS-CYC-IX > 99
003240          IF WS-CYC-RECN(WS-CYC-IX) = "Y"
003250            PERFORM 1370-SET-CYCLE-NAMES
003260            PERFORM 1310-ADD-CHECKPOINT
003270          END-IF
003280        END-PERFORM
003290        MOVE "MATHFEED.TXT" TO WS-FEED-NAME.
003300
003310    1310-ADD-CHECKPOINT.
003320        MOVE "N" TO WS-CKPT-FOUND
003330        OPEN INPUT CHECKPOINT-FILE
003340        IF WS-CKPT-FILE-STATUS = "00"
003350          READ CHECKPOINT-FILE
003360            NOT AT END
003370              IF CKPT-STATUS = "COMPLETE"
003380                MOVE "Y" TO WS-CKPT-FOUND
003390                ADD CKPT-NUM3-SUM TO WS-CKPT-NUM3-SUM
003400                ADD CKPT-ORD-SUM TO WS-SRC-CKPT-SUM(1)
003410                ADD CKPT-RTE-SUM TO WS-SRC-CKPT-SUM(2)
003420                ADD CKPT-WHS-SUM TO WS-SRC-CKPT-SUM(3)
003430              END-IF
003440          END-READ
003450          CLOSE CHECKPOINT-FILE
003460        END-IF
003470        IF WS-CKPT-FOUND NOT = "Y"
003480          MOVE "N" TO WS-CKPT-COMPLETE
003490        END-IF.
003500
003510*    THE DATE'S INTRADAY CYCLES (SEE CYCLREC) ARE TAKEN FROM
003520*    RUN CONTROL. EACH CYCLE WHOSE MATHRECN IS COMPLETE IS SENT
003530*    BY MATHRLSE WITH THE NIGHTLY FEED, AND SO IS JOURNALED
003540*    WITH IT HERE.
003550    1350-FIND-CYCLE-FEEDS.
003560        INITIALIZE WS-CYC-TABLE
003570        OPEN INPUT RUNC-FILE
003580        IF WS-RUNC-FILE-STATUS = "00"
003590          MOVE "N" TO WS-EOF-FLAG
003600          PERFORM 1360-READ-RUNC-RECORD
003610          PERFORM UNTIL WS-EOF-FLAG = "Y"
003620            IF RUNC-BUS-DATE = WS-BUS-DATE
003630                AND RUNC-CYCLE IS NUMERIC
003640                AND RUNC-CYCLE > ZERO
003650                AND RUNC-STEP = "MATHRECN"
003660                AND RUNC-STATUS = "COMPLETE"
003670              MOVE RUNC-CYCLE TO WS-CYC-IX
003680              MOVE "Y" TO WS-CYC-RECN(WS-CYC-IX)
003690            END-IF
003700            PERFORM 1360-READ-RUNC-RECORD
003710          END-PERFORM
003720          CLOSE RUNC-FILE
003730        END-IF.
003740
003750    1360-READ-RUNC-RECORD.
003760        READ RUNC-FILE
003770          AT END
003780            MOVE "Y" TO WS-EOF-FLAG
003790        END-READ.
003800
003810    1370-SET-CYCLE-NAMES.
003820        MOVE WS-CYC-IX TO WS-CYCLE
003830        MOVE SPACES TO WS-CYCLE-SUFFIX
003840        STRING "C" WS-CYCLE DELIMITED BY SIZE
003850          INTO WS-CYCLE-SUFFIX
003860        MOVE SPACES TO WS-FEED-NAME
003870        STRING "MATHFEED." WS-CYCLE-SUFFIX
003880          DELIMITED BY SIZE INTO WS-FEED-NAME
003890        MOVE SPACES TO WS-CKPT-NAME
003900        STRING "MATHCKPT." WS-CYCLE-SUFFIX
003910          DELIMITED BY SIZE INTO WS-CKPT-NAME.
003920
003930*    THE WHOLE FEED IS CHECKED AGAINST THE RULES BEFORE ANY
003940*    ENTRY IS WRITTEN, SO A MISSING RULE STOPS THE JOURNAL
003950*    OUTRIGHT INSTEAD OF LEAVING PART OF THE DAY POSTED.
003960    2000-CHECK-POSTING-RULES.
003970        MOVE WS-FEED-NAME TO FEED-LINE-NAME
003980        WRITE JRNP-RPT-RECORD FROM FEED-LINE
003990        MOVE "N" TO WS-EOF-FLAG
004000        PERFORM 2100-READ-FEED
004010        PERFORM UNTIL WS-EOF-FLAG = "Y"
004020          ADD 1 TO WS-FEED-COUNT
004030          ADD FEED-NUM3 TO WS-FEED-SUM
004040          PERFORM 2300-FIND-POSTING-RULE
004050          IF WS-RUL-FND = ZERO
004060            ADD 1 TO WS-NO-RULE-COUNT
004070            MOVE "NO POSTING RULE" TO EXC-TYPE
004080            WRITE JRNP-RPT-RECORD FROM EXC-LINE
004090            WRITE JRNP-RPT-RECORD FROM FEED-RECORD
004100          END-IF
004110          PERFORM 2100-READ-FEED
004120        END-PERFORM.
004130
004140    2050-CHECK-CYCLE-FEED.
004150        PERFORM 1370-SET-CYCLE-NAMES
004160        OPEN INPUT FEED-FILE
004170        IF WS-FEED-FILE-STATUS NOT = "00"
004180          DISPLAY "FEED-FILE OPEN FAILED, STATUS="
004190            WS-FEED-FILE-STATUS " " WS-FEED-NAME
004200          STOP RUN
004210        END-IF
004220        PERFORM 2000-CHECK-POSTING-RULES
004230        CLOSE FEED-FILE.
004240
004250    2100-READ-FEED.
004260        READ FEED-FILE
004270          AT END
004280            MOVE "Y" TO WS-EOF-FLAG
004290        END-READ.
004300
004310    2300-FIND-POSTING-RULE.
004320        MOVE FEED-SOURCE-ID TO WS-RUL-KEY-SOURCE
004330        MOVE FEED-OP TO WS-RUL-KEY-OP
004340        MOVE ZERO TO WS-RUL-FND
004350        MOVE 1 TO WS-RUL-IX
004360        PERFORM 2310-TEST-POSTING-RULE
004370          UNTIL WS-RUL-IX > WS-RUL-COUNT.
004380
004390    2310-TEST-POSTING-RULE.
004400        IF WS-RUL-FND = ZERO
004410            AND WS-RUL-TAB-KEY(WS-RUL-IX) = WS-RUL-SEARCH-KEY
004420          MOVE WS-RUL-IX TO WS-RUL-FND
004430        END-IF
004440        ADD 1 TO WS-RUL-IX.
004450
004460    2500-POST-FEED.
004470        MOVE "N" TO WS-EOF-FLAG
004480        PERFORM 2100-READ-FEED
004490        PERFORM UNTIL WS-EOF-FLAG = "Y"
004500          PERFORM 2600-POST-ENTRY
004510          PERFORM 2100-READ-FEED
004520        END-PERFORM.
004530
004540    2550-POST-CYCLE-FEED.
004550        PERFORM 1370-SET-CYCLE-NAMES
004560        OPEN INPUT FEED-FILE
004570        PERFORM 2500-POST-FEED
004580        CLOSE FEED-FILE.
004590
004600*    A NEGATIVE RESULT POSTS THE RULE'S ENTRY THE OTHER WAY
004610*    ROUND, SO EVERY LINE CARRIES A POSITIVE AMOUNT AND THE
004620*    ENTRY STILL BALANCES.
004630    2600-POST-ENTRY.
004640        PERFORM 2300-FIND-POSTING-RULE
004650        ADD 1 TO WS-ENTRY-COUNT
004660        IF FEED-NUM3 < ZERO
004670          MOVE WS-RUL-CREDIT-ACCT(WS-RUL-FND) TO WS-DR-ACCT
004680          MOVE WS-RUL-DEBIT-ACCT(WS-RUL-FND) TO WS-CR-ACCT
004690          COMPUTE WS-AMOUNT = ZERO - FEED-NUM3
004700        ELSE
004710          MOVE WS-RUL-DEBIT-ACCT(WS-RUL-FND) TO WS-DR-ACCT
004720          MOVE WS-RUL-CREDIT-ACCT(WS-RUL-FND) TO WS-CR-ACCT
004730          MOVE FEED-NUM3 TO WS-AMOUNT
004740        END-IF
004750        MOVE WS-BUS-DATE TO JRNL-BUS-DATE
004760        MOVE WS-ENTRY-COUNT TO JRNL-ENTRY-NO
004770        MOVE WS-RUL-COST-CENTER(WS-RUL-FND) TO JRNL-COST-CENTER
004780        MOVE WS-AMOUNT TO JRNL-AMOUNT
004790        MOVE FEED-SOURCE-ID TO JRNL-SOURCE-ID
004800        MOVE FEED-OP TO JRNL-OP
004810        MOVE FEED-RUN-ID TO JRNL-RUN-ID
004820        MOVE FEED-ORIG-RUN-ID TO JRNL-ORIG-RUN-ID
004830        MOVE 1 TO JRNL-LINE-NO
004840        MOVE "D" TO JRNL-DR-CR
004850        MOVE WS-DR-ACCT TO JRNL-ACCOUNT
004860        WRITE JRNL-RECORD
004870        MOVE WS-DR-ACCT TO WS-POST-ACCT
004880        MOVE "D" TO WS-POST-DR-CR
004890        PERFORM 2700-ADD-ACCOUNT-TOTAL
004900        MOVE 2 TO JRNL-LINE-NO
004910        MOVE "C" TO JRNL-DR-CR
004920        MOVE WS-CR-ACCT TO JRNL-ACCOUNT
004930        WRITE JRNL-RECORD
004940        MOVE WS-CR-ACCT TO WS-POST-ACCT
004950        MOVE "C" TO WS-POST-DR-CR
004960        PERFORM 2700-ADD-ACCOUNT-TOTAL
004970        ADD WS-AMOUNT TO WS-TOT-DEBITS
004980        ADD WS-AMOUNT TO WS-TOT-CREDITS
004990        PERFORM 2800-ADD-SOURCE-TOTAL.
005000
005010    2700-ADD-ACCOUNT-TOTAL.
005020        MOVE ZERO TO WS-ACT-FND
005030        MOVE 1 TO WS-ACT-IX
005040        PERFORM 2710-TEST-ACCOUNT-ENTRY
005050          UNTIL WS-ACT-IX > WS-ACT-COUNT
005060        IF WS-ACT-FND = ZERO
005070          IF WS-ACT-COUNT < 200
005080            ADD 1 TO WS-ACT-COUNT
005090            MOVE WS-ACT-COUNT TO WS-ACT-FND
005100            MOVE WS-POST-ACCT TO WS-ACT-ACCOUNT(WS-ACT-FND)
005110            MOVE ZERO TO WS-ACT-DEBITS(WS-ACT-FND)
005120            MOVE ZERO TO WS-ACT-CREDITS(WS-ACT-FND)
005130          ELSE
005140            MOVE "Y" TO WS-ACT-TABLE-FULL
005150          END-IF
005160        END-IF
005170        IF WS-ACT-FND > ZERO
005180          IF WS-POST-DR-CR = "D"
005190            ADD WS-AMOUNT TO WS-ACT-DEBITS(WS-ACT-FND)
005200          ELSE
005210            ADD WS-AMOUNT TO WS-ACT-CREDITS(WS-ACT-FND)
005220          END-IF
005230        END-IF.
005240
005250    2710-TEST-ACCOUNT-ENTRY.
005260        IF WS-ACT-FND = ZERO
005270            AND WS-ACT-ACCOUNT(WS-ACT-IX) = WS-POST-ACCT
005280          MOVE WS-ACT-IX TO WS-ACT-FND
005290        END-IF
005300        ADD 1 TO WS-ACT-IX.
005310
005320    2800-ADD-SOURCE-TOTAL.
005330        EVALUATE FEED-SOURCE-ID
005340          WHEN "O"
005350            MOVE 1 TO WS-SRC-IX
005360          WHEN "R"
005370            MOVE 2 TO WS-SRC-IX
005380          WHEN "W"
005390            MOVE 3 TO WS-SRC-IX
005400          WHEN OTHER
005410            MOVE ZERO TO WS-SRC-IX
005420        END-EVALUATE
005430        IF WS-SRC-IX > ZERO
005440          ADD 1 TO WS-SRC-COUNT(WS-SRC-IX)
005450          ADD FEED-NUM3 TO WS-SRC-SUM(WS-SRC-IX)
005460        END-IF.
005470
005480    3000-WRITE-REPORT-HEADERS.
005490        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
005500          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
005510        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
005520        MOVE WS-BUS-DATE TO HDR1-BUS-DATE
005530        WRITE JRNP-RPT-RECORD FROM HDR-LINE-1
005540        MOVE SPACES TO JRNP-RPT-RECORD
005550        WRITE JRNP-RPT-RECORD.
005560
005570*    DEBITS AND CREDITS BY ACCOUNT, AND THE JOURNAL TOTALS,
005580*    WHICH MUST BE EQUAL.
005590    3100-WRITE-ACCOUNT-TOTALS.
005600        WRITE JRNP-RPT-RECORD FROM ACT-HDR-LINE
005610        PERFORM VARYING WS-ACT-IX FROM 1 BY 1
005620            UNTIL WS-ACT-IX > WS-ACT-COUNT
005630          MOVE WS-ACT-ACCOUNT(WS-ACT-IX) TO ACT-ACCOUNT
005640          MOVE WS-ACT-DEBITS(WS-ACT-IX) TO ACT-DEBITS
005650          MOVE WS-ACT-CREDITS(WS-ACT-IX) TO ACT-CREDITS
005660          WRITE JRNP-RPT-RECORD FROM ACT-LINE
005670        END-PERFORM
005680        MOVE "TOTAL" TO ACT-ACCOUNT
005690        MOVE WS-TOT-DEBITS TO ACT-DEBITS
005700        MOVE WS-TOT-CREDITS TO ACT-CREDITS
005710        WRITE JRNP-RPT-RECORD FROM ACT-LINE
005720        IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
005730          ADD 1 TO WS-DIFF-COUNT
005740          MOVE "DEBITS NOT EQUAL TO CREDITS" TO EXC-TYPE
005750          WRITE JRNP-RPT-RECORD FROM EXC-LINE
005760        END-IF
005770        IF WS-ACT-TABLE-FULL = "Y"
005780          ADD 1 TO WS-DIFF-COUNT
005790          MOVE "ACCOUNT TABLE FULL" TO EXC-TYPE
005800          WRITE JRNP-RPT-RECORD FROM EXC-LINE
005810        END-IF
005820        MOVE SPACES TO JRNP-RPT-RECORD
005830        WRITE JRNP-RPT-RECORD.
005840
005850*    THE NET NUM3 POSTED FOR EACH DESK AGAINST THE FED SUM
005860*    FOR THAT DESK ON THE COMPLETE CHECKPOINT, THEN THE
005870*    JOURNAL TOTAL AGAINST THE CHECKPOINT NUM3 SUM.
005880    3200-WRITE-SOURCE-TOTALS.
005890        WRITE JRNP-RPT-RECORD FROM SRC-HDR-LINE
005900        PERFORM VARYING WS-SRC-IX FROM 1 BY 1
005910            UNTIL WS-SRC-IX > 3
005920          MOVE WS-SRC-ID(WS-SRC-IX) TO SRC-ID
005930          MOVE WS-SRC-COUNT(WS-SRC-IX) TO SRC-COUNT
005940          MOVE WS-SRC-SUM(WS-SRC-IX) TO SRC-SUM
005950          MOVE WS-SRC-CKPT-SUM(WS-SRC-IX) TO SRC-CKPT-SUM
005960          IF WS-CKPT-COMPLETE NOT = "Y"
005970            MOVE "NO CHECKPOINT" TO SRC-VERDICT
005980            ADD 1 TO WS-DIFF-COUNT
005990          ELSE
006000            IF WS-SRC-SUM(WS-SRC-IX)
006010                = WS-SRC-CKPT-SUM(WS-SRC-IX)
006020              MOVE "AGREES" TO SRC-VERDICT
006030            ELSE
006040              MOVE "DOES NOT AGREE" TO SRC-VERDICT
006050              ADD 1 TO WS-DIFF-COUNT
006060            END-IF
006070          END-IF
006080          WRITE JRNP-RPT-RECORD FROM SRC-LINE
006090        END-PERFORM
006100        MOVE "TOTAL" TO SRC-ID
006110        MOVE WS-ENTRY-COUNT TO SRC-COUNT
006120        MOVE WS-FEED-SUM TO SRC-SUM
006130        IF WS-CKPT-COMPLETE NOT = "Y"
006140          MOVE ZERO TO SRC-CKPT-SUM
006150          MOVE "NO CHECKPOINT" TO SRC-VERDICT
006160        ELSE
006170          MOVE WS-CKPT-NUM3-SUM TO SRC-CKPT-SUM
006180          IF WS-FEED-SUM = WS-CKPT-NUM3-SUM
006190            MOVE "AGREES" TO SRC-VERDICT
006200          ELSE
006210            MOVE "DOES NOT AGREE" TO SRC-VERDICT
006220            ADD 1 TO WS-DIFF-COUNT
006230          END-IF
006240        END-IF
006250        WRITE JRNP-RPT-RECORD FROM SRC-LINE.
006260
006270    3300-WRITE-REPORT-TRAILER.
006280        MOVE SPACES TO JRNP-RPT-RECORD
006290        WRITE JRNP-RPT-RECORD
006300        MOVE WS-FEED-COUNT TO TRL1-COUNT
006310        WRITE JRNP-RPT-RECORD FROM TRL-LINE-1
006320        MOVE WS-ENTRY-COUNT TO TRL3-COUNT
006330        WRITE JRNP-RPT-RECORD FROM TRL-LINE-3
006340        MOVE SPACES TO JRNP-RPT-RECORD
006350        WRITE JRNP-RPT-RECORD
006360        IF WS-DIFF-COUNT = ZERO
006370          MOVE "JOURNAL BALANCED - AGREES WITH CHECKPOINT"
006380            TO CERT-TEXT
006390        ELSE
006400          MOVE "JOURNAL DOES NOT PROVE - SEE ABOVE"
006410            TO CERT-TEXT
006420        END-IF
006430        WRITE JRNP-RPT-RECORD FROM CERT-LINE.
006440
006450    3900-WRITE-STOPPED-TRAILER.
006460        MOVE SPACES TO JRNP-RPT-RECORD
006470        WRITE JRNP-RPT-RECORD
006480        MOVE WS-FEED-COUNT TO TRL1-COUNT
006490        WRITE JRNP-RPT-RECORD FROM TRL-LINE-1
006500        MOVE WS-NO-RULE-COUNT TO TRL2-COUNT
006510        WRITE JRNP-RPT-RECORD FROM TRL-LINE-2
006520        MOVE SPACES TO JRNP-RPT-RECORD
006530        WRITE JRNP-RPT-RECORD
006540        MOVE "JOURNAL STOPPED - NO ENTRIES WRITTEN" TO CERT-TEXT
006550        WRITE JRNP-RPT-RECORD FROM CERT-LINE.
