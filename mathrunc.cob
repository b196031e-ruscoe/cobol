000160        SELECT OVRD-FILE ASSIGN TO "MATHOVRD.TXT"
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-OVRD-FILE-STATUS.
000190        SELECT CYCL-FILE ASSIGN TO "MATHCYCL.TXT"
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-CYCL-FILE-STATUS.
000220  DATA DIVISION.
000230    FILE SECTION.
000240      FD  RUNC-FILE.
000250      01 RUNC-RECORD.
000260          COPY RUNREC.
000270      FD  LOCK-FILE.
000280      01 LOCK-RECORD.
000290          05 LOCK-STEP PIC X(8).
000300      FD  PARAM-FILE.
000310      01 PARAM-RECORD.
000320          05 PARM-NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000330          05 PARM-NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000340          05 PARM-MAX-RECYCLE PIC 99.
000350          05 PARM-BUS-DATE PIC 9(8).
000360      FD  OVRD-FILE.
000370      01 OVRD-RECORD.
000380          COPY OVRDREC.
000390      FD  CYCL-FILE.
000400      01 CYCL-RECORD.
000410          COPY CYCLREC.
000420    WORKING-STORAGE SECTION.
000430      01 WS-RUNC-FILE-STATUS PIC XX VALUE "00".
000440      01 WS-LOCK-FILE-STATUS PIC XX VALUE "00".
000450      01 WS-PARAM-FILE-STATUS PIC XX VALUE "00".
000460      01 WS-OVRD-FILE-STATUS PIC XX VALUE "00".
000470      01 WS-CYCL-FILE-STATUS PIC XX VALUE "00".
000480      01 WS-EOF-FLAG PIC X VALUE "N".
000490      01 WS-BUS-DATE PIC 9(8) VALUE ZERO.
000500      01 WS-CYCLE PIC 99 VALUE ZERO.
000510      01 WS-CYCLE-DISP PIC X(9) VALUE SPACES.
000520      01 WS-FIND-CYCLE PIC 99 VALUE ZERO.
000530      01 WS-LAST-CYCLE PIC 99 VALUE ZERO.
000540      01 WS-NIGHT-STARTED PIC X VALUE "N".
000550      01 WS-OVRD-CYCLE PIC 99 VALUE ZERO.
000560      01 WS-CURRENT-DATE.
000570          05 WS-CURR-YYYY PIC 9(4).
000580          05 WS-CURR-MM PIC 9(2).
000590          05 WS-CURR-DD PIC 9(2).
000600      01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
000610          PIC 9(8).
000620      01 WS-CURRENT-TIME PIC 9(8).
000630      01 WS-RUN-TIME-DISP PIC X(8).
000640      01 WS-PREREQ-STEP PIC X(13).
000650      01 WS-FIND-STEP PIC X(8).
000660      01 WS-FND-IX PIC 9(4) VALUE ZERO.
000670      01 WS-RUN-IX PIC 9(4) VALUE ZERO.
000680      01 WS-RUN-COUNT PIC 9(4) VALUE ZERO.
000690      01 WS-TABLE-FULL PIC X VALUE "N".
000700      01 WS-OVERRIDE-OK PIC X VALUE "N".
000710      01 WS-SIGN-FUNCTION PIC X(4).
000720      01 WS-SIGN-PROGRAM PIC X(8) VALUE "MATHRUNC".
000730      01 WS-SIGN-USER-ID PIC X(8) VALUE SPACES.
000740      01 WS-SIGN-AUTHORITY PIC X VALUE "O".
000750      01 WS-SIGN-ACTIVITY PIC X(8).
000760      01 WS-SIGN-KEY PIC X(52).
000770      01 WS-SIGN-RETURN PIC XX VALUE "00".
000780      01 WS-OVRD-USER-ID PIC X(8) VALUE SPACES.
000790      01 WS-OVRD-KEY PIC X(52) VALUE SPACES.
000800      01 WS-LOCK-HELD PIC X VALUE "N".
000810      01 WS-LOCK-TRIES PIC 9(4) VALUE ZERO.
000820      01 WS-MAX-LOCK-TRIES PIC 9(4) VALUE 30.
000830      01 WS-SLEEP-SECS PIC 9(8) COMP VALUE 1.
000840      01 WS-RETAIN-DAYS PIC 9(4) VALUE 60.
000850      01 WS-CUTOFF-INT PIC 9(8) COMP.
000860      01 WS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
000870      01 WS-CALR-FUNCTION PIC X(4).
000880      01 WS-CALR-DATE PIC 9(8) VALUE ZERO.
000890      01 WS-CALR-TO-DATE PIC 9(8) VALUE ZERO.
000900      01 WS-CALR-DAYS PIC 9(5) VALUE ZERO.
000910      01 WS-CALR-RETURN PIC XX VALUE "00".
000920      01 WS-RUN-TABLE.
000930          05 WS-RUN-ENTRY OCCURS 500.
000940              10 WS-RUN-BUS-DATE PIC 9(8).
000950              10 WS-RUN-STEP PIC X(8).
000960              10 WS-RUN-STATUS PIC X(8).
000970              10 WS-RUN-START-DATE PIC 9(8).
000980              10 WS-RUN-START-TIME PIC X(8).
000990              10 WS-RUN-END-DATE PIC 9(8).
001000              10 WS-RUN-END-TIME PIC X(8).
001010              10 WS-RUN-REC-COUNT PIC 9(8).
001020              10 WS-RUN-CYCLE PIC 99.
001030    LINKAGE SECTION.
001040      01 LNK-FUNCTION PIC X(5).
001050      01 LNK-STEP PIC X(8).
001060      01 LNK-REC-COUNT PIC 9(8).
001070      01 LNK-RETURN PIC XX.
001080  PROCEDURE DIVISION USING LNK-FUNCTION LNK-STEP
001090        LNK-REC-COUNT LNK-RETURN.
001100    0000-MAIN-PROCESS.
001110        MOVE "00" TO LNK-RETURN
001120        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001130        ACCEPT WS-CURRENT-TIME FROM TIME
001140        MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-DISP(1:2)
001150        MOVE ":" TO WS-RUN-TIME-DISP(3:1)
001160        MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-DISP(4:2)
001170        MOVE ":" TO WS-RUN-TIME-DISP(6:1)
001180        MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-DISP(7:2)
001190        COMPUTE WS-CUTOFF-INT =
001200          FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
001210          - WS-RETAIN-DAYS
001220        COMPUTE WS-CUTOFF-DATE =
001230          FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
001240        MOVE WS-CURRENT-DATE-NUM TO WS-BUS-DATE
001250        PERFORM 1200-READ-PARAMETERS
001260        PERFORM 1250-READ-CYCLE-CONTROL
001270        PERFORM 1100-ACQUIRE-CONTROL-LOCK
001280        IF LNK-RETURN = "00"
001290          PERFORM 1300-LOAD-CONTROL-MASTER
001300          IF WS-TABLE-FULL = "Y"
001310            DISPLAY "RUN CONTROL: CONTROL MASTER EXCEEDS "
001320              "500 RECORDS - " LNK-STEP " REFUSED"
001330            MOVE "90" TO LNK-RETURN
001340          ELSE
001350            IF LNK-FUNCTION = "START"
001360              PERFORM 1400-CHECK-BUSINESS-DATE
001370              IF LNK-RETURN = "00" AND WS-CYCLE > ZERO
001380                PERFORM 1500-CHECK-CYCLE-STEP
001390              END-IF
001400              IF LNK-RETURN = "00"
001410                PERFORM 2300-CHECK-PREREQUISITE
001420              END-IF
001430              IF LNK-RETURN = "00"
001440                PERFORM 2400-START-STEP
001450              END-IF
001460            ELSE
001470              PERFORM 2500-END-STEP
001480            END-IF
001490            IF LNK-RETURN = "00"
001500              PERFORM 3000-SAVE-CONTROL-MASTER
001510            END-IF
001520          END-IF
001530          PERFORM 1900-RELEASE-CONTROL-LOCK
001540        END-IF
001550        GOBACK.
001560
001570*    CHECK-INS ARE SERIALIZED THROUGH MATHRUNC.LCK SO THE
001580*    CONCURRENT PARTITION RUNS CANNOT LOSE EACH OTHER'S
001590*    UPDATES DURING THE LOAD-UPDATE-REWRITE OF THE CONTROL
001600*    MASTER. THE LOCK FILE EXISTS WHILE A CHECK-IN HOLDS
001610*    THE MASTER; A CHECK-IN THAT CANNOT GET IT WITHIN THE
001620*    RETRY LIMIT IS REFUSED. IF A STEP DIES HOLDING THE
001630*    LOCK THE OPERATOR DELETES MATHRUNC.LCK BY HAND.
001640    1100-ACQUIRE-CONTROL-LOCK.
001650        MOVE "N" TO WS-LOCK-HELD
001660        MOVE ZERO TO WS-LOCK-TRIES
001670        PERFORM 1110-TRY-CONTROL-LOCK
001680          UNTIL WS-LOCK-HELD = "Y"
001690            OR WS-LOCK-TRIES >= WS-MAX-LOCK-TRIES
001700        IF WS-LOCK-HELD NOT = "Y"
001710          DISPLAY "RUN CONTROL: MATHRUNC.LCK HELD TOO LONG"
001720            " - " LNK-STEP " REFUSED"
001730          MOVE "90" TO LNK-RETURN
001740        END-IF.
001750
001760    1110-TRY-CONTROL-LOCK.
001770        ADD 1 TO WS-LOCK-TRIES
001780        OPEN INPUT LOCK-FILE
001790        IF WS-LOCK-FILE-STATUS = "35"
001800          OPEN OUTPUT LOCK-FILE
001810          IF WS-LOCK-FILE-STATUS = "00"
001820            MOVE LNK-STEP TO LOCK-STEP
001830            WRITE LOCK-RECORD
001840            CLOSE LOCK-FILE
001850            MOVE "Y" TO WS-LOCK-HELD
001860          END-IF
001870        ELSE
001880          IF WS-LOCK-FILE-STATUS = "00"
001890            CLOSE LOCK-FILE
001900          END-IF
001910          CALL "C$SLEEP" USING WS-SLEEP-SECS
001920        END-IF.
001930
001940    1900-RELEASE-CONTROL-LOCK.
001950        IF WS-LOCK-HELD = "Y"
001960          DELETE FILE LOCK-FILE
001970          MOVE "N" TO WS-LOCK-HELD
001980        END-IF.
001990
002000    1200-READ-PARAMETERS.
002010        OPEN INPUT PARAM-FILE
002020        IF WS-PARAM-FILE-STATUS = "00"
002030          READ PARAM-FILE
002040            NOT AT END
002050              IF PARM-BUS-DATE IS NUMERIC
002060                  AND PARM-BUS-DATE > ZERO
002070                MOVE PARM-BUS-DATE TO WS-BUS-DATE
002080              END-IF
002090          END-READ
002100          CLOSE PARAM-FILE
002110        END-IF.
002120
002130*    AN INTRADAY CYCLE IS NAMED ON MATHCYCL.TXT (SEE CYCLREC).
002140*    NO FILE, OR CYCLE 00, IS THE NIGHTLY RUN.
002150    1250-READ-CYCLE-CONTROL.
002160        MOVE ZERO TO WS-CYCLE
002170        MOVE SPACES TO WS-CYCLE-DISP
002180        OPEN INPUT CYCL-FILE
002190        IF WS-CYCL-FILE-STATUS = "00"
002200          READ CYCL-FILE
002210            NOT AT END
002220              IF CYCL-CYCLE IS NUMERIC
002230                MOVE CYCL-CYCLE TO WS-CYCLE
002240              END-IF
002250          END-READ
002260          CLOSE CYCL-FILE
002270        END-IF
002280        IF WS-CYCLE > ZERO
002290          STRING " CYCLE " WS-CYCLE DELIMITED BY SIZE
002300            INTO WS-CYCLE-DISP
002310        END-IF.
002320
002330    1300-LOAD-CONTROL-MASTER.
002340        MOVE ZERO TO WS-RUN-COUNT
002350        MOVE "N" TO WS-TABLE-FULL
002360        OPEN INPUT RUNC-FILE
002370        IF WS-RUNC-FILE-STATUS = "00"
002380          MOVE "N" TO WS-EOF-FLAG
002390          PERFORM 1310-READ-CONTROL-MASTER
002400          PERFORM UNTIL WS-EOF-FLAG = "Y"
002410            IF WS-RUN-COUNT < 500
002420              ADD 1 TO WS-RUN-COUNT
002430              MOVE RUNC-RECORD TO WS-RUN-ENTRY(WS-RUN-COUNT)
002440              IF WS-RUN-CYCLE(WS-RUN-COUNT) IS NOT NUMERIC
002450                MOVE ZERO TO WS-RUN-CYCLE(WS-RUN-COUNT)
002460              END-IF
002470            ELSE
002480              MOVE "Y" TO WS-TABLE-FULL
002490            END-IF
002500            PERFORM 1310-READ-CONTROL-MASTER
002510          END-PERFORM
002520          CLOSE RUNC-FILE
002530        END-IF.
002540
002550    1310-READ-CONTROL-MASTER.
002560        READ RUNC-FILE
002570          AT END
002580            MOVE "Y" TO WS-EOF-FLAG
002590        END-READ.
002600
002610*    NO STEP OF THE STREAM STARTS FOR A DATE THE CALENDAR
002620*    DOES NOT HOLD AS A BUSINESS DAY. A WEEKEND OR HOLIDAY
002630*    THAT MUST BE WORKED IS ADDED TO MATHCAL.DAT AS "B".
002640    1400-CHECK-BUSINESS-DATE.
002650        MOVE "TEST" TO WS-CALR-FUNCTION
002660        MOVE WS-BUS-DATE TO WS-CALR-DATE
002670        CALL "MATHCALR" USING WS-CALR-FUNCTION WS-CALR-DATE
002680          WS-CALR-TO-DATE WS-CALR-DAYS WS-CALR-RETURN
002690        EVALUATE WS-CALR-RETURN
002700          WHEN "00"
002710            CONTINUE
002720          WHEN "01"
002730            DISPLAY "RUN CONTROL: " LNK-STEP " REFUSED - "
002740              WS-BUS-DATE " IS NOT A BUSINESS DAY"
002750            MOVE "90" TO LNK-RETURN
002760          WHEN OTHER
002770            DISPLAY "RUN CONTROL: " LNK-STEP " REFUSED - "
002780              "CALENDAR CHECK FAILED FOR " WS-BUS-DATE
002790              ", RETURN=" WS-CALR-RETURN
002800            MOVE "90" TO LNK-RETURN
002810        END-EVALUATE.
002820
002830*    AN INTRADAY CYCLE RUNS ONLY THE STEPS THAT COLLECT, EDIT,
002840*    PROCESS AND RECONCILE ITS BATCH, AND ONLY UNTIL THE
002850*    NIGHTLY RUN FOR THE DATE HAS BEGUN - AFTER THAT A BATCH
002860*    WAITS FOR THE NIGHT.
002870    1500-CHECK-CYCLE-STEP.
002880        EVALUATE LNK-STEP
002890          WHEN "MATHGBAK"
002900          WHEN "MATHCOLL"
002910          WHEN "MATHEDIT"
002920          WHEN "MATH"
002930          WHEN "MATHRECN"
002940            CONTINUE
002950          WHEN OTHER
002960            DISPLAY "RUN CONTROL: " LNK-STEP " REFUSED - NOT RUN "
002970              "IN AN INTRADAY CYCLE"
002980            MOVE "90" TO LNK-RETURN
002990        END-EVALUATE
003000        IF LNK-RETURN = "00"
003010          PERFORM 1550-SCAN-DATE-CYCLES
003020          IF WS-NIGHT-STARTED = "Y"
003030            DISPLAY "RUN CONTROL: " LNK-STEP " REFUSED - NIGHTLY "
003040              "RUN FOR " WS-BUS-DATE " HAS BEGUN"
003050            MOVE "90" TO LNK-RETURN
003060          END-IF
003070        END-IF.
003080
003090*    NOTES WHETHER THE NIGHTLY RUN HAS CHECKED IN FOR THE DATE
003100*    AND THE HIGHEST INTRADAY CYCLE THAT HAS.
003110    1550-SCAN-DATE-CYCLES.
003120        MOVE "N" TO WS-NIGHT-STARTED
003130        MOVE ZERO TO WS-LAST-CYCLE
003140        MOVE 1 TO WS-RUN-IX
003150        PERFORM 1560-NOTE-DATE-CYCLE
003160          UNTIL WS-RUN-IX > WS-RUN-COUNT.
003170
003180    1560-NOTE-DATE-CYCLE.
003190        IF WS-RUN-BUS-DATE(WS-RUN-IX) = WS-BUS-DATE
003200          IF WS-RUN-CYCLE(WS-RUN-IX) = ZERO
003210            MOVE "Y" TO WS-NIGHT-STARTED
003220          ELSE
003230            IF WS-RUN-CYCLE(WS-RUN-IX) > WS-LAST-CYCLE
003240              MOVE WS-RUN-CYCLE(WS-RUN-IX) TO WS-LAST-CYCLE
003250            END-IF
003260          END-IF
003270        END-IF
003280        ADD 1 TO WS-RUN-IX.
003290
003300    2200-FIND-STEP-ENTRY.
003310        MOVE WS-CYCLE TO WS-FIND-CYCLE
003320        PERFORM 2250-FIND-CYCLE-ENTRY.
003330
003340    2210-TEST-STEP-ENTRY.
003350        IF WS-RUN-BUS-DATE(WS-RUN-IX) = WS-BUS-DATE
003360            AND WS-RUN-STEP(WS-RUN-IX) = WS-FIND-STEP
003370            AND WS-RUN-CYCLE(WS-RUN-IX) = WS-FIND-CYCLE
003380          MOVE WS-RUN-IX TO WS-FND-IX
003390        END-IF
003400        ADD 1 TO WS-RUN-IX.
003410
003420*    FINDS THE STEP FOR THE DATE IN CYCLE WS-FIND-CYCLE.
003430    2250-FIND-CYCLE-ENTRY.
003440        MOVE ZERO TO WS-FND-IX
003450        MOVE 1 TO WS-RUN-IX
003460        PERFORM 2210-TEST-STEP-ENTRY
003470          UNTIL WS-RUN-IX > WS-RUN-COUNT.
003480
003490    2300-CHECK-PREREQUISITE.
003500        MOVE SPACES TO WS-PREREQ-STEP
003510        EVALUATE LNK-STEP
003520          WHEN "MATHCOLL"
003530            MOVE "MATHGBAK" TO WS-PREREQ-STEP
003540          WHEN "MATHGBAK"
003550            PERFORM 2360-CHECK-CYCLE-SEQUENCE
003560          WHEN "MATHEDIT"
003570            MOVE "MATHCOLL" TO WS-PREREQ-STEP
003580          WHEN "MATHSPLT"
003590            MOVE "MATHEDIT" TO WS-PREREQ-STEP
003600          WHEN "MATHO"
003610          WHEN "MATHR"
003620          WHEN "MATHW"
003630            MOVE "MATHSPLT" TO WS-PREREQ-STEP
003640          WHEN "MATH"
003650            MOVE "MATHEDIT" TO WS-PREREQ-STEP
003660          WHEN "MATHMRGE"
003670            PERFORM 2330-CHECK-MERGE-PREREQS
003680          WHEN "MATHRECN"
003690            PERFORM 2340-CHECK-RECN-PREREQS
003700          WHEN "MATHSTAT"
003710            MOVE "MATHRECN" TO WS-PREREQ-STEP
003720          WHEN "MATHRTRN"
003730            MOVE "MATHSTAT" TO WS-PREREQ-STEP
003740          WHEN "MATHJRNL"
003750            MOVE "MATHRECN" TO WS-PREREQ-STEP
003760          WHEN "MATHANOM"
003770            MOVE "MATHRECN" TO WS-PREREQ-STEP
003780          WHEN "MATHRLSE"
003790            MOVE "MATHANOM" TO WS-PREREQ-STEP
003800        END-EVALUATE
003810        IF WS-PREREQ-STEP NOT = SPACES
003820          PERFORM 2350-REQUIRE-STEP-COMPLETE
003830        END-IF.
003840
003850    2310-REFUSE-PREREQUISITE.
003860        DISPLAY "RUN CONTROL: " LNK-STEP " REFUSED - "
003870          WS-PREREQ-STEP " NOT COMPLETE FOR " WS-BUS-DATE
003880          WS-CYCLE-DISP
003890        MOVE "90" TO LNK-RETURN.
003900
003910*    THE MERGE NEEDS ALL THREE PARTITION RUNS COMPLETE.
003920    2330-CHECK-MERGE-PREREQS.
003930        MOVE "MATHO" TO WS-PREREQ-STEP
003940        PERFORM 2350-REQUIRE-STEP-COMPLETE
003950        IF LNK-RETURN = "00"
003960          MOVE "MATHR" TO WS-PREREQ-STEP
003970          PERFORM 2350-REQUIRE-STEP-COMPLETE
003980        END-IF
003990        IF LNK-RETURN = "00"
004000          MOVE "MATHW" TO WS-PREREQ-STEP
004010          PERFORM 2350-REQUIRE-STEP-COMPLETE
004020        END-IF
004030        MOVE SPACES TO WS-PREREQ-STEP.
004040
004050*    RECONCILIATION FOLLOWS EITHER A SINGLE-STREAM MATH
004060*    RUN OR A MERGED PARTITIONED RUN.
004070    2340-CHECK-RECN-PREREQS.
004080        MOVE "MATH" TO WS-FIND-STEP
004090        PERFORM 2200-FIND-STEP-ENTRY
004100        IF WS-FND-IX > ZERO
004110            AND WS-RUN-STATUS(WS-FND-IX) = "COMPLETE"
004120          CONTINUE
004130        ELSE
004140          MOVE "MATHMRGE" TO WS-FIND-STEP
004150          PERFORM 2200-FIND-STEP-ENTRY
004160          IF WS-FND-IX > ZERO
004170              AND WS-RUN-STATUS(WS-FND-IX) = "COMPLETE"
004180            CONTINUE
004190          ELSE
004200            MOVE "MATH/MATHMRGE" TO WS-PREREQ-STEP
004210            PERFORM 2310-REFUSE-PREREQUISITE
004220          END-IF
004230        END-IF
004240        MOVE SPACES TO WS-PREREQ-STEP.
004250
004260    2350-REQUIRE-STEP-COMPLETE.
004270        MOVE WS-PREREQ-STEP TO WS-FIND-STEP
004280        PERFORM 2200-FIND-STEP-ENTRY
004290        IF WS-FND-IX = ZERO
004300          PERFORM 2310-REFUSE-PREREQUISITE
004310        ELSE
004320          IF WS-RUN-STATUS(WS-FND-IX) NOT = "COMPLETE"
004330            PERFORM 2310-REFUSE-PREREQUISITE
004340          END-IF
004350        END-IF.
004360
004370*    CYCLES RUN ONE AT A TIME AND IN NUMBER ORDER. THE BACKUP
004380*    THAT OPENS AN INTRADAY CYCLE WAITS FOR THE CYCLE BEFORE IT
004390*    TO BE RECONCILED, AND THE ONE THAT OPENS THE NIGHTLY RUN
004400*    WAITS FOR THE DATE'S LAST INTRADAY CYCLE.
004410    2360-CHECK-CYCLE-SEQUENCE.
004420        IF WS-CYCLE = ZERO
004430          PERFORM 1550-SCAN-DATE-CYCLES
004440          MOVE WS-LAST-CYCLE TO WS-FIND-CYCLE
004450        ELSE
004460          COMPUTE WS-FIND-CYCLE = WS-CYCLE - 1
004470        END-IF
004480        IF WS-FIND-CYCLE > ZERO
004490          MOVE "MATHRECN" TO WS-FIND-STEP
004500          PERFORM 2250-FIND-CYCLE-ENTRY
004510          IF WS-FND-IX = ZERO
004520            PERFORM 2370-REFUSE-CYCLE
004530          ELSE
004540            IF WS-RUN-STATUS(WS-FND-IX) NOT = "COMPLETE"
004550              PERFORM 2370-REFUSE-CYCLE
004560            END-IF
004570          END-IF
004580        END-IF.
004590
004600    2370-REFUSE-CYCLE.
004610        DISPLAY "RUN CONTROL: " LNK-STEP " REFUSED - CYCLE "
004620          WS-FIND-CYCLE " NOT RECONCILED FOR " WS-BUS-DATE
004630          WS-CYCLE-DISP
004640        MOVE "90" TO LNK-RETURN.
004650
004660    2400-START-STEP.
004670        MOVE LNK-STEP TO WS-FIND-STEP
004680        PERFORM 2200-FIND-STEP-ENTRY
004690        IF WS-FND-IX = ZERO
004700          PERFORM 2410-ADD-STEP-ENTRY
004710        ELSE
004720          IF WS-RUN-STATUS(WS-FND-IX) = "COMPLETE"
004730            PERFORM 2420-CHECK-OVERRIDE
004740            IF WS-OVERRIDE-OK = "Y"
004750              PERFORM 2440-LOG-OVERRIDE-USED
004760              PERFORM 2430-RESTAMP-STEP-ENTRY
004770            ELSE
004780              DISPLAY "RUN CONTROL: " LNK-STEP
004790                " ALREADY COMPLETE FOR " WS-BUS-DATE WS-CYCLE-DISP
004800                " - OVERRIDE REQUIRED"
004810              MOVE "90" TO LNK-RETURN
004820            END-IF
004830          END-IF
004840        END-IF.
004850
004860    2410-ADD-STEP-ENTRY.
004870        IF WS-RUN-COUNT < 500
004880          ADD 1 TO WS-RUN-COUNT
004890          MOVE WS-RUN-COUNT TO WS-FND-IX
004900          MOVE WS-BUS-DATE TO WS-RUN-BUS-DATE(WS-FND-IX)
004910          MOVE LNK-STEP TO WS-RUN-STEP(WS-FND-IX)
004920          MOVE WS-CYCLE TO WS-RUN-CYCLE(WS-FND-IX)
004930          PERFORM 2430-RESTAMP-STEP-ENTRY
004940        ELSE
004950          DISPLAY "RUN CONTROL: CONTROL MASTER FULL - "
004960            LNK-STEP " CHECK-IN REFUSED"
004970          MOVE "90" TO LNK-RETURN
004980        END-IF.
004990
005000*    AN OVERRIDE IS FOR ONE DATE, STEP AND CYCLE, SO ONE
005010*    ENTERED FOR THE NIGHTLY RUN DOES NOT LET A CYCLE RERUN
005020*    AND THE REVERSE.
005030    2420-CHECK-OVERRIDE.
005040        MOVE "N" TO WS-OVERRIDE-OK
005050        OPEN INPUT OVRD-FILE
005060        IF WS-OVRD-FILE-STATUS = "00"
005070          MOVE "N" TO WS-EOF-FLAG
005080          PERFORM 2425-READ-OVERRIDE
005090          PERFORM UNTIL WS-EOF-FLAG = "Y"
005100            MOVE ZERO TO WS-OVRD-CYCLE
005110            IF OVRD-CYCLE IS NUMERIC
005120              MOVE OVRD-CYCLE TO WS-OVRD-CYCLE
005130            END-IF
005140            IF OVRD-BUS-DATE = WS-BUS-DATE
005150                AND OVRD-STEP = LNK-STEP
005160                AND WS-OVRD-CYCLE = WS-CYCLE
005170              PERFORM 2422-VERIFY-OVERRIDE
005180            END-IF
005190            PERFORM 2425-READ-OVERRIDE
005200          END-PERFORM
005210          CLOSE OVRD-FILE
005220        END-IF.
005230
005240*    AN OVERRIDE COUNTS ONLY WHEN THE OPERATOR WHO ENTERED IT
005250*    STILL HOLDS OVERRIDE AUTHORITY. ONE WITHOUT IS REPORTED
005260*    AND IGNORED.
005270    2422-VERIFY-OVERRIDE.
005280        MOVE "AUTH" TO WS-SIGN-FUNCTION
005290        MOVE OVRD-USER-ID TO WS-SIGN-USER-ID
005300        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
005310          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
005320          WS-SIGN-KEY WS-SIGN-RETURN
005330        IF WS-SIGN-RETURN = "00"
005340          MOVE "Y" TO WS-OVERRIDE-OK
005350          MOVE OVRD-USER-ID TO WS-OVRD-USER-ID
005360          MOVE SPACES TO WS-OVRD-KEY
005370          STRING OVRD-BUS-DATE " " OVRD-STEP " " OVRD-ENTRY-DATE
005380            " " OVRD-ENTRY-TIME DELIMITED BY SIZE INTO WS-OVRD-KEY
005390        ELSE
005400          DISPLAY "RUN CONTROL: OVERRIDE FOR " OVRD-STEP " "
005410            OVRD-BUS-DATE WS-CYCLE-DISP " BY '" OVRD-USER-ID
005420            "' IGNORED - NO AUTHORITY"
005430        END-IF.
005440
005450    2425-READ-OVERRIDE.
005460        READ OVRD-FILE
005470          AT END
005480            MOVE "Y" TO WS-EOF-FLAG
005490        END-READ.
005500
005510    2430-RESTAMP-STEP-ENTRY.
005520        MOVE "INPROGRS" TO WS-RUN-STATUS(WS-FND-IX)
005530        MOVE WS-CURRENT-DATE-NUM
005540          TO WS-RUN-START-DATE(WS-FND-IX)
005550        MOVE WS-RUN-TIME-DISP TO WS-RUN-START-TIME(WS-FND-IX)
005560        MOVE ZERO TO WS-RUN-END-DATE(WS-FND-IX)
005570        MOVE SPACES TO WS-RUN-END-TIME(WS-FND-IX)
005580        MOVE ZERO TO WS-RUN-REC-COUNT(WS-FND-IX).
005590
005600*    THE USE OF AN OVERRIDE TO RUN A STEP AGAIN IS LOGGED
005610*    UNDER THE OPERATOR WHO ENTERED IT.
005620    2440-LOG-OVERRIDE-USED.
005630        MOVE "LOG " TO WS-SIGN-FUNCTION
005640        MOVE WS-OVRD-USER-ID TO WS-SIGN-USER-ID
005650        MOVE "OVRDUSED" TO WS-SIGN-ACTIVITY
005660        MOVE WS-OVRD-KEY TO WS-SIGN-KEY
005670        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
005680          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
005690          WS-SIGN-KEY WS-SIGN-RETURN.
005700
005710    2500-END-STEP.
005720        MOVE LNK-STEP TO WS-FIND-STEP
005730        PERFORM 2200-FIND-STEP-ENTRY
005740        IF WS-FND-IX = ZERO
005750          PERFORM 2410-ADD-STEP-ENTRY
005760        END-IF
005770        IF WS-FND-IX > ZERO
005780          MOVE "COMPLETE" TO WS-RUN-STATUS(WS-FND-IX)
005790          MOVE WS-CURRENT-DATE-NUM
005800            TO WS-RUN-END-DATE(WS-FND-IX)
005810          MOVE WS-RUN-TIME-DISP
005820            TO WS-RUN-END-TIME(WS-FND-IX)
005830          MOVE LNK-REC-COUNT TO WS-RUN-REC-COUNT(WS-FND-IX)
005840        END-IF.
005850
005860*    CONTROL RECORDS OLDER THAN THE RETENTION WINDOW ARE
005870*    DROPPED ON THE WAY OUT SO THE MASTER NEVER GROWS PAST
005880*    THE TABLE.
005890    3000-SAVE-CONTROL-MASTER.
005900        OPEN OUTPUT RUNC-FILE
005910        IF WS-RUNC-FILE-STATUS NOT = "00"
005920          DISPLAY "RUNC-FILE OPEN FAILED, STATUS="
005930            WS-RUNC-FILE-STATUS
005940          MOVE "90" TO LNK-RETURN
005950        ELSE
005960          MOVE 1 TO WS-RUN-IX
005970          PERFORM 3100-WRITE-CONTROL-ENTRY
005980            UNTIL WS-RUN-IX > WS-RUN-COUNT
005990          CLOSE RUNC-FILE
006000        END-IF.
006010
006020    3100-WRITE-CONTROL-ENTRY.
006030        IF WS-RUN-BUS-DATE(WS-RUN-IX) >= WS-CUTOFF-DATE
006040          WRITE RUNC-RECORD FROM WS-RUN-ENTRY(WS-RUN-IX)
006050        END-IF
006060        ADD 1 TO WS-RUN-IX.
