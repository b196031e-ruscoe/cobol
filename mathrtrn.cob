000010  IDENTIFICATION DIVISION.
000020    PROGRAM-ID. MATHRTRN.
000030    AUTHOR. Dan Ruscoe.
000040  ENVIRONMENT DIVISION.
000050    INPUT-OUTPUT SECTION.
000060      FILE-CONTROL.
000070        SELECT PARAM-FILE ASSIGN TO "MATHPARM.TXT"
000080          ORGANIZATION IS LINE SEQUENTIAL
000090          FILE STATUS IS WS-PARAM-FILE-STATUS.
000100        SELECT RTNC-FILE ASSIGN USING WS-RTNC-NAME
000110          ORGANIZATION IS LINE SEQUENTIAL
000120          FILE STATUS IS WS-RTNC-FILE-STATUS.
000130        SELECT REJECT-FILE ASSIGN TO "MATHREJ.DAT"
000140          ORGANIZATION IS LINE SEQUENTIAL
000150          FILE STATUS IS WS-REJECT-FILE-STATUS.
000160        SELECT RTND-FILE ASSIGN TO "MATHRTND.TXT"
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-RTND-FILE-STATUS.
000190        SELECT RTNL-FILE ASSIGN TO "MATHRTNL.DAT"
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-RTNL-FILE-STATUS.
000220        SELECT RTNO-FILE ASSIGN TO "MATHRTNO.DAT"
000230          ORGANIZATION IS LINE SEQUENTIAL
000240          FILE STATUS IS WS-RTNO-FILE-STATUS.
000250        SELECT RTNR-FILE ASSIGN TO "MATHRTNR.DAT"
000260          ORGANIZATION IS LINE SEQUENTIAL
000270          FILE STATUS IS WS-RTNR-FILE-STATUS.
000280        SELECT RTNW-FILE ASSIGN TO "MATHRTNW.DAT"
000290          ORGANIZATION IS LINE SEQUENTIAL
000300          FILE STATUS IS WS-RTNW-FILE-STATUS.
000310        SELECT RUNC-FILE ASSIGN TO "MATHRUNC.DAT"
000320          ORGANIZATION IS LINE SEQUENTIAL
000330          FILE STATUS IS WS-RUNC-FILE-STATUS.
000340  DATA DIVISION.
000350    FILE SECTION.
000360      FD  PARAM-FILE.
000370      01 PARAM-RECORD.
000380          05 PARM-NUM1 PIC S9(4)V99 SIGN LEADING SEPARATE.
000390          05 PARM-NUM2 PIC S9(4)V99 SIGN LEADING SEPARATE.
000400          05 PARM-MAX-RECYCLE PIC 99.
000410          05 PARM-BUS-DATE PIC 9(8).
000420      FD  RTNC-FILE.
000430      01 RTNC-RECORD PIC X(91).
000440      FD  REJECT-FILE.
000450      01 REJECT-RECORD.
000460          05 REJ-TRAN-DATA PIC X(36).
000470          05 REJ-REASON-CODE PIC XX.
000480          05 REJ-BATCH-TRAIL PIC X(14).
000490      FD  RTND-FILE.
000500      01 RTND-RECORD PIC X(91).
000510      FD  RTNL-FILE.
000520      01 RTNL-RECORD PIC X(91).
000530      FD  RTNO-FILE.
000540      01 RTNO-RECORD PIC X(91).
000550      FD  RTNR-FILE.
000560      01 RTNR-RECORD PIC X(91).
000570      FD  RTNW-FILE.
000580      01 RTNW-RECORD PIC X(91).
000590      FD  RUNC-FILE.
000600      01 RUNC-RECORD.
000610          COPY RUNREC.
000620    WORKING-STORAGE SECTION.
000630      01 WS-PARAM-FILE-STATUS PIC XX VALUE "00".
000640      01 WS-RTNC-FILE-STATUS PIC XX VALUE "00".
000650      01 WS-REJECT-FILE-STATUS PIC XX VALUE "00".
000660      01 WS-RTND-FILE-STATUS PIC XX VALUE "00".
000670      01 WS-RTNL-FILE-STATUS PIC XX VALUE "00".
000680      01 WS-RTNO-FILE-STATUS PIC XX VALUE "00".
000690      01 WS-RTNR-FILE-STATUS PIC XX VALUE "00".
000700      01 WS-RTNW-FILE-STATUS PIC XX VALUE "00".
000710      01 WS-RUNC-FILE-STATUS PIC XX VALUE "00".
000720      01 WS-RTNC-NAME PIC X(12) VALUE "MATHRTNC.DAT".
000730      01 WS-LATE-FLAG PIC X VALUE "N".
000740      01 WS-CYCLE PIC 99 VALUE ZERO.
000750      01 WS-CYCLE-SUFFIX PIC X(3) VALUE SPACES.
000760      01 WS-CYC-IX PIC 999 VALUE ZERO.
000770      01 WS-CYC-TABLE.
000780          05 WS-CYC-COLL PIC X OCCURS 99.
000790      01 WS-EOF-FLAG PIC X VALUE "N".
000800      01 WS-DETAIL-COUNT PIC 9(8) VALUE ZERO.
000810      01 WS-LATE-COUNT PIC 9(8) VALUE ZERO.
000820      01 WS-CBT-COUNT PIC 9(4) VALUE ZERO.
000830      01 WS-CBT-IX PIC 9(4) VALUE ZERO.
000840      01 WS-CBT-FND PIC 9(4) VALUE ZERO.
000850      01 WS-CBT-TOTAL PIC 9(8) VALUE ZERO.
000860      01 WS-RUNC-FUNCTION PIC X(5).
000870      01 WS-RUNC-STEP PIC X(8).
000880      01 WS-RUNC-REC-COUNT PIC 9(8) VALUE ZERO.
000890      01 WS-RUNC-RETURN PIC XX VALUE "00".
000900      01 WS-CURRENT-DATE.
000910          05 WS-CURR-YYYY PIC 9(4).
000920          05 WS-CURR-MM PIC 9(2).
000930          05 WS-CURR-DD PIC 9(2).
000940      01 WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
000950          PIC 9(8).
000960      01 WS-BUS-DATE PIC 9(8) VALUE ZERO.
000970      01 WS-REASON-CODE PIC XX.
000980      01 WS-REASON-TEXT PIC X(20).
000990      01 WS-RTN-RECORD.
001000          COPY RTNREC.
001010      01 WS-DSK-IX PIC 9 VALUE ZERO.
001020      01 WS-DSK-TABLE.
001030          05 WS-DSK-ENTRY OCCURS 3.
001040              10 WS-DSK-ID PIC X.
001050              10 WS-DSK-BATCH-ID PIC X(8).
001060              10 WS-DSK-CREATE-DATE PIC 9(8).
001070              10 WS-DSK-STATUS PIC X(20).
001080              10 WS-DSK-ORIG-COUNT PIC 9(8).
001090              10 WS-DSK-ORIG-HASH PIC S9(13)V99.
001100              10 WS-DSK-BATCH-COUNT PIC 9(8).
001110              10 WS-DSK-PRIOR-COUNT PIC 9(8).
001120              10 WS-DSK-FD-COUNT PIC 9(8).
001130              10 WS-DSK-CI-COUNT PIC 9(8).
001140              10 WS-DSK-HD-COUNT PIC 9(8).
001150              10 WS-DSK-SU-COUNT PIC 9(8).
001160              10 WS-DSK-CF-COUNT PIC 9(8).
001170              10 WS-DSK-HR-COUNT PIC 9(8).
001180              10 WS-DSK-ER-COUNT PIC 9(8).
001190              10 WS-DSK-DC-COUNT PIC 9(8).
001200              10 WS-DSK-WD-COUNT PIC 9(8).
001210              10 WS-DSK-BALANCED PIC X.
001220*    ONE ENTRY PER INTRADAY CYCLE BATCH COLLECTED FOR THE DATE
001230*    (SEE CYCLREC), FROM THAT CYCLE'S MATHRTNC.CNN.
001240      01 WS-CBT-TABLE.
001250          05 WS-CBT-ENTRY OCCURS 99.
001260              10 WS-CBT-CYCLE PIC 99.
001270              10 WS-CBT-DESK-IX PIC 9.
001280              10 WS-CBT-BATCH-ID PIC X(8).
001290              10 WS-CBT-CREATE-DATE PIC 9(8).
001300              10 WS-CBT-STATUS PIC X(20).
001310              10 WS-CBT-ORIG-COUNT PIC 9(8).
001320              10 WS-CBT-ORIG-HASH PIC S9(13)V99.
001330              10 WS-CBT-BATCH-COUNT PIC 9(8).
001340  PROCEDURE DIVISION.
001350    0000-MAIN-PROCESS.
001360        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001370        MOVE WS-CURRENT-DATE-NUM TO WS-BUS-DATE
001380        PERFORM 0100-RUN-CONTROL-START
001390        PERFORM 1200-READ-PARAMETERS
001400        PERFORM 1000-INIT-DESK-TABLE
001410        PERFORM 1300-LOAD-RETURN-CONTROL
001420        PERFORM 1400-LOAD-CYCLE-CONTROL
001430        OPEN INPUT REJECT-FILE
001440        IF WS-REJECT-FILE-STATUS NOT = "00"
001450          DISPLAY "REJECT-FILE OPEN FAILED, STATUS="
001460            WS-REJECT-FILE-STATUS
001470          STOP RUN
001480        END-IF
001490        OPEN INPUT RTND-FILE
001500        IF WS-RTND-FILE-STATUS NOT = "00"
001510          DISPLAY "RTND-FILE OPEN FAILED, STATUS="
001520            WS-RTND-FILE-STATUS
001530          STOP RUN
001540        END-IF
001550        OPEN OUTPUT RTNO-FILE
001560        OPEN OUTPUT RTNR-FILE
001570        OPEN OUTPUT RTNW-FILE
001580        PERFORM 2000-WRITE-HEADERS
001590        PERFORM 2100-RETURN-EDIT-REJECTS
001600        PERFORM 2300-RETURN-RUN-DISPOSITIONS
001610        PERFORM 2500-RETURN-LATE-DISPOSITIONS
001620        PERFORM 3000-WRITE-TRAILERS
001630        CLOSE REJECT-FILE
001640        CLOSE RTND-FILE
001650        CLOSE RTNO-FILE
001660        CLOSE RTNR-FILE
001670        CLOSE RTNW-FILE
001680        PERFORM 4000-CLEAR-LATE-DISPOSITIONS
001690        PERFORM 5000-DISPLAY-SUMMARY
001700        PERFORM 0900-RUN-CONTROL-END
001710        STOP RUN.
001720
001730    0100-RUN-CONTROL-START.
001740        MOVE "START" TO WS-RUNC-FUNCTION
001750        MOVE "MATHRTRN" TO WS-RUNC-STEP
001760        MOVE ZERO TO WS-RUNC-REC-COUNT
001770        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
001780          WS-RUNC-REC-COUNT WS-RUNC-RETURN
001790        IF WS-RUNC-RETURN NOT = "00"
001800          STOP RUN
001810        END-IF.
001820
001830    0900-RUN-CONTROL-END.
001840        MOVE "END" TO WS-RUNC-FUNCTION
001850        MOVE "MATHRTRN" TO WS-RUNC-STEP
001860        MOVE WS-DETAIL-COUNT TO WS-RUNC-REC-COUNT
001870        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
001880          WS-RUNC-REC-COUNT WS-RUNC-RETURN.
001890
001900*    ONE TABLE ENTRY PER DESK, O THEN R THEN W. A DESK WITH
001910*    NO HEADER ON MATHRTNC.DAT STILL GETS A RETURN FILE.
001920    1000-INIT-DESK-TABLE.
001930        PERFORM VARYING WS-DSK-IX FROM 1 BY 1
001940            UNTIL WS-DSK-IX > 3
001950          MOVE SPACES TO WS-DSK-BATCH-ID(WS-DSK-IX)
001960          MOVE ZERO TO WS-DSK-CREATE-DATE(WS-DSK-IX)
001970          MOVE "NOT COLLECTED" TO WS-DSK-STATUS(WS-DSK-IX)
001980          MOVE ZERO TO WS-DSK-ORIG-COUNT(WS-DSK-IX)
001990          MOVE ZERO TO WS-DSK-ORIG-HASH(WS-DSK-IX)
002000          MOVE ZERO TO WS-DSK-BATCH-COUNT(WS-DSK-IX)
002010          MOVE ZERO TO WS-DSK-PRIOR-COUNT(WS-DSK-IX)
002020          MOVE ZERO TO WS-DSK-FD-COUNT(WS-DSK-IX)
002030          MOVE ZERO TO WS-DSK-CI-COUNT(WS-DSK-IX)
002040          MOVE ZERO TO WS-DSK-HD-COUNT(WS-DSK-IX)
002050          MOVE ZERO TO WS-DSK-SU-COUNT(WS-DSK-IX)
002060          MOVE ZERO TO WS-DSK-CF-COUNT(WS-DSK-IX)
002070          MOVE ZERO TO WS-DSK-HR-COUNT(WS-DSK-IX)
002080          MOVE ZERO TO WS-DSK-ER-COUNT(WS-DSK-IX)
002090          MOVE ZERO TO WS-DSK-DC-COUNT(WS-DSK-IX)
002100          MOVE ZERO TO WS-DSK-WD-COUNT(WS-DSK-IX)
002110          MOVE "N" TO WS-DSK-BALANCED(WS-DSK-IX)
002120        END-PERFORM
002130        MOVE "O" TO WS-DSK-ID(1)
002140        MOVE "R" TO WS-DSK-ID(2)
002150        MOVE "W" TO WS-DSK-ID(3).
002160
002170    1200-READ-PARAMETERS.
002180        OPEN INPUT PARAM-FILE
002190        IF WS-PARAM-FILE-STATUS = "00"
002200          READ PARAM-FILE
002210            NOT AT END
002220              IF PARM-BUS-DATE IS NUMERIC
002230                  AND PARM-BUS-DATE > ZERO
002240                MOVE PARM-BUS-DATE TO WS-BUS-DATE
002250              END-IF
002260          END-READ
002270          CLOSE PARAM-FILE
002280        END-IF.
002290
002300*    MATHCOLL LEAVES ONE HEADER PER DESK ON MATHRTNC.DAT WITH
002310*    THE DESK'S OWN BATCH ID, COUNT AND HASH AND WHAT THE
002320*    COLLECTION STEP MADE OF THE BATCH.
002330    1300-LOAD-RETURN-CONTROL.
002340        OPEN INPUT RTNC-FILE
002350        IF WS-RTNC-FILE-STATUS NOT = "00"
002360          DISPLAY "RTNC-FILE OPEN FAILED, STATUS="
002370            WS-RTNC-FILE-STATUS
002380          STOP RUN
002390        END-IF
002400        MOVE "N" TO WS-EOF-FLAG
002410        PERFORM 1310-READ-RETURN-CONTROL
002420        PERFORM UNTIL WS-EOF-FLAG = "Y"
002430          IF RTN-RECORD-ID = "H"
002440            PERFORM 2950-SET-DESK-INDEX
002450            MOVE RTN-HDR-BATCH-ID TO WS-DSK-BATCH-ID(WS-DSK-IX)
002460            MOVE RTN-HDR-CREATE-DATE
002470              TO WS-DSK-CREATE-DATE(WS-DSK-IX)
002480            MOVE RTN-BATCH-STATUS TO WS-DSK-STATUS(WS-DSK-IX)
002490            MOVE RTN-ORIG-COUNT TO WS-DSK-ORIG-COUNT(WS-DSK-IX)
002500            MOVE RTN-ORIG-HASH TO WS-DSK-ORIG-HASH(WS-DSK-IX)
002510          END-IF
002520          PERFORM 1310-READ-RETURN-CONTROL
002530        END-PERFORM
002540        CLOSE RTNC-FILE.
002550
002560    1310-READ-RETURN-CONTROL.
002570        READ RTNC-FILE INTO WS-RTN-RECORD
002580          AT END
002590            MOVE "Y" TO WS-EOF-FLAG
002600        END-READ.
002610
002620*    THE DATE'S INTRADAY CYCLES THAT HAVE BEEN COLLECTED (SEE
002630*    CYCLREC) EACH LEFT THEIR BATCH HEADERS ON MATHRTNC.CNN.
002640*    THOSE HEADERS GO BACK TO THE DESKS WITH TONIGHT'S.
002650    1400-LOAD-CYCLE-CONTROL.
002660        INITIALIZE WS-CYC-TABLE
002670        INITIALIZE WS-CBT-TABLE
002680        MOVE ZERO TO WS-CBT-COUNT
002690        OPEN INPUT RUNC-FILE
002700        IF WS-RUNC-FILE-STATUS = "00"
002710          MOVE "N" TO WS-EOF-FLAG
002720          PERFORM 1410-READ-RUNC-RECORD
002730          PERFORM UNTIL WS-EOF-FLAG = "Y"
002740            IF RUNC-BUS-DATE = WS-BUS-DATE
002750                AND RUNC-CYCLE IS NUMERIC
002760                AND RUNC-CYCLE > ZERO
002770                AND RUNC-STEP = "MATHCOLL"
002780                AND RUNC-STATUS = "COMPLETE"
002790              MOVE RUNC-CYCLE TO WS-CYC-IX
002800              MOVE "Y" TO WS-CYC-COLL(WS-CYC-IX)
002810            END-IF
002820            PERFORM 1410-READ-RUNC-RECORD
002830          END-PERFORM
002840          CLOSE RUNC-FILE
002850        END-IF
002860        PERFORM VARYING WS-CYC-IX FROM 1 BY 1
002870            UNTIL WS-CYC-IX > 99
002880          IF WS-CYC-COLL(WS-CYC-IX) = "Y"
002890            PERFORM 1420-LOAD-CYCLE-HEADERS
002900          END-IF
002910        END-PERFORM
002920        MOVE "MATHRTNC.DAT" TO WS-RTNC-NAME.
002930
002940    1410-READ-RUNC-RECORD.
002950        READ RUNC-FILE
002960          AT END
002970            MOVE "Y" TO WS-EOF-FLAG
002980        END-READ.
002990
003000    1420-LOAD-CYCLE-HEADERS.
003010        MOVE WS-CYC-IX TO WS-CYCLE
003020        MOVE SPACES TO WS-CYCLE-SUFFIX
003030        STRING "C" WS-CYCLE DELIMITED BY SIZE
003040          INTO WS-CYCLE-SUFFIX
003050        MOVE SPACES TO WS-RTNC-NAME
003060        STRING "MATHRTNC." WS-CYCLE-SUFFIX
003070          DELIMITED BY SIZE INTO WS-RTNC-NAME
003080        OPEN INPUT RTNC-FILE
003090        IF WS-RTNC-FILE-STATUS NOT = "00"
003100          DISPLAY "MATHRTRN NO RETURN CONTROL FOR CYCLE " WS-CYCLE
003110            ", STATUS=" WS-RTNC-FILE-STATUS
003120        ELSE
003130          MOVE "N" TO WS-EOF-FLAG
003140          PERFORM 1310-READ-RETURN-CONTROL
003150          PERFORM UNTIL WS-EOF-FLAG = "Y"
003160            IF RTN-RECORD-ID = "H"
003170              PERFORM 1430-STORE-CYCLE-HEADER
003180            END-IF
003190            PERFORM 1310-READ-RETURN-CONTROL
003200          END-PERFORM
003210          CLOSE RTNC-FILE
003220        END-IF.
003230
003240*    A TABLE THAT FILLS MEANS HEADERS COULD GO UNRETURNED AND
003250*    THE DESKS UNBALANCED WITHOUT ANYONE KNOWING, SO IT STOPS.
003260    1430-STORE-CYCLE-HEADER.
003270        IF WS-CBT-COUNT NOT < 99
003280          DISPLAY "MATHRTRN CYCLE BATCH TABLE FULL AT CYCLE "
003290            WS-CYCLE " - RUN STOPPED"
003300          STOP RUN
003310        END-IF
003320        ADD 1 TO WS-CBT-COUNT
003330        PERFORM 2950-SET-DESK-INDEX
003340        MOVE WS-CYCLE TO WS-CBT-CYCLE(WS-CBT-COUNT)
003350        MOVE WS-DSK-IX TO WS-CBT-DESK-IX(WS-CBT-COUNT)
003360        MOVE RTN-HDR-BATCH-ID TO WS-CBT-BATCH-ID(WS-CBT-COUNT)
003370        MOVE RTN-HDR-CREATE-DATE
003380          TO WS-CBT-CREATE-DATE(WS-CBT-COUNT)
003390        MOVE RTN-BATCH-STATUS TO WS-CBT-STATUS(WS-CBT-COUNT)
003400        MOVE RTN-ORIG-COUNT TO WS-CBT-ORIG-COUNT(WS-CBT-COUNT)
003410        MOVE RTN-ORIG-HASH TO WS-CBT-ORIG-HASH(WS-CBT-COUNT)
003420        MOVE ZERO TO WS-CBT-BATCH-COUNT(WS-CBT-COUNT).
003430
003440    2000-WRITE-HEADERS.
003450        PERFORM VARYING WS-DSK-IX FROM 1 BY 1
003460            UNTIL WS-DSK-IX > 3
003470          MOVE SPACES TO WS-RTN-RECORD
003480          MOVE "H" TO RTN-RECORD-ID
003490          MOVE WS-DSK-ID(WS-DSK-IX) TO RTN-DESK-ID
003500          MOVE WS-BUS-DATE TO RTN-BUS-DATE
003510          MOVE WS-DSK-BATCH-ID(WS-DSK-IX) TO RTN-HDR-BATCH-ID
003520          MOVE WS-DSK-CREATE-DATE(WS-DSK-IX)
003530            TO RTN-HDR-CREATE-DATE
003540          MOVE WS-DSK-STATUS(WS-DSK-IX) TO RTN-BATCH-STATUS
003550          MOVE WS-DSK-ORIG-COUNT(WS-DSK-IX) TO RTN-ORIG-COUNT
003560          MOVE WS-DSK-ORIG-HASH(WS-DSK-IX) TO RTN-ORIG-HASH
003570          PERFORM 2960-WRITE-DESK-RECORD
003580          PERFORM 2010-WRITE-CYCLE-HEADERS
003590        END-PERFORM.
003600
003610    2010-WRITE-CYCLE-HEADERS.
003620        PERFORM VARYING WS-CBT-IX FROM 1 BY 1
003630            UNTIL WS-CBT-IX > WS-CBT-COUNT
003640          IF WS-CBT-DESK-IX(WS-CBT-IX) = WS-DSK-IX
003650            MOVE SPACES TO WS-RTN-RECORD
003660            MOVE "H" TO RTN-RECORD-ID
003670            MOVE WS-DSK-ID(WS-DSK-IX) TO RTN-DESK-ID
003680            MOVE WS-BUS-DATE TO RTN-BUS-DATE
003690            MOVE WS-CBT-BATCH-ID(WS-CBT-IX) TO RTN-HDR-BATCH-ID
003700            MOVE WS-CBT-CREATE-DATE(WS-CBT-IX)
003710              TO RTN-HDR-CREATE-DATE
003720            MOVE WS-CBT-STATUS(WS-CBT-IX) TO RTN-BATCH-STATUS
003730            MOVE WS-CBT-ORIG-COUNT(WS-CBT-IX) TO RTN-ORIG-COUNT
003740            MOVE WS-CBT-ORIG-HASH(WS-CBT-IX) TO RTN-ORIG-HASH
003750            PERFORM 2960-WRITE-DESK-RECORD
003760          END-IF
003770        END-PERFORM.
003780
003790*    TONIGHT'S EDIT REJECTS. A REASON "10" LINE IS A DECLINED
003800*    HOLD PUT BACK BY MATHAPRV, WHICH IS RETURNED FROM
003810*    MATHRTNL.DAT INSTEAD.
003820    2100-RETURN-EDIT-REJECTS.
003830        MOVE "N" TO WS-EOF-FLAG
003840        PERFORM 2110-READ-REJECT
003850        PERFORM UNTIL WS-EOF-FLAG = "Y"
003860          IF REJ-REASON-CODE NOT = "10"
003870            PERFORM 2200-BUILD-REJECT-DETAIL
003880            PERFORM 2900-ROUTE-DETAIL
003890          END-IF
003900          PERFORM 2110-READ-REJECT
003910        END-PERFORM.
003920
003930    2110-READ-REJECT.
003940        READ REJECT-FILE
003950          AT END
003960            MOVE "Y" TO WS-EOF-FLAG
003970        END-READ.
003980
003990    2200-BUILD-REJECT-DETAIL.
004000        MOVE REJ-REASON-CODE TO WS-REASON-CODE
004010        PERFORM 2210-SET-REASON-TEXT
004020        MOVE SPACES TO WS-RTN-RECORD
004030        MOVE "D" TO RTN-RECORD-ID
004040        MOVE REJ-TRAN-DATA(1:1) TO RTN-DESK-ID
004050        MOVE REJ-BATCH-TRAIL TO RTN-ITEM-TRAIL
004060        MOVE "ER" TO RTN-DISP-CODE
004070        MOVE WS-REASON-CODE TO RTN-REASON-CODE
004080        MOVE WS-REASON-TEXT TO RTN-REASON-TEXT
004090        MOVE "N" TO RTN-NUM3-FLAG
004100        MOVE ZERO TO RTN-NUM3.
004110
004120    2210-SET-REASON-TEXT.
004130        EVALUATE WS-REASON-CODE
004140          WHEN "01"
004150            MOVE "NUM1 NOT NUMERIC" TO WS-REASON-TEXT
004160          WHEN "02"
004170            MOVE "NUM2 NOT NUMERIC" TO WS-REASON-TEXT
004180          WHEN "03"
004190            MOVE "INVALID OP-CODE" TO WS-REASON-TEXT
004200          WHEN "04"
004210            MOVE "INVALID DEFAULT FLAG" TO WS-REASON-TEXT
004220          WHEN "05"
004230            MOVE "INVALID RECORD TYPE" TO WS-REASON-TEXT
004240          WHEN "06"
004250            MOVE "INVALID SOURCE ID" TO WS-REASON-TEXT
004260          WHEN "07"
004270            MOVE "INVALID EFF DATE" TO WS-REASON-TEXT
004280          WHEN "08"
004290            MOVE "ORIGINAL NOT FOUND" TO WS-REASON-TEXT
004300          WHEN "09"
004310            MOVE "ALREADY REVERSED" TO WS-REASON-TEXT
004320          WHEN "10"
004330            MOVE "OVER LIMIT DECLINED" TO WS-REASON-TEXT
004340          WHEN OTHER
004350            MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
004360        END-EVALUATE.
004370
004380*    WHAT TONIGHT'S MATH RUN DID WITH EVERY ITEM IT READ,
004390*    INCLUDING SUSPENDED, CARRIED AND RELEASED ITEMS FROM
004400*    EARLIER BATCHES THAT RESOLVED TONIGHT.
004410    2300-RETURN-RUN-DISPOSITIONS.
004420        MOVE "N" TO WS-EOF-FLAG
004430        PERFORM 2310-READ-RUN-DISPOSITION
004440        PERFORM UNTIL WS-EOF-FLAG = "Y"
004450          PERFORM 2900-ROUTE-DETAIL
004460          PERFORM 2310-READ-RUN-DISPOSITION
004470        END-PERFORM.
004480
004490    2310-READ-RUN-DISPOSITION.
004500        READ RTND-FILE INTO WS-RTN-RECORD
004510          AT END
004520            MOVE "Y" TO WS-EOF-FLAG
004530        END-READ.
004540
004550*    DECLINES AND WITHDRAWALS MADE SINCE THE LAST RETURN STEP
004560*    BY MATHAPRV AND MATHCORR. THE FILE MAY NOT EXIST YET.
004570    2500-RETURN-LATE-DISPOSITIONS.
004580        OPEN INPUT RTNL-FILE
004590        IF WS-RTNL-FILE-STATUS = "00"
004600          MOVE "N" TO WS-EOF-FLAG
004610          MOVE "Y" TO WS-LATE-FLAG
004620          PERFORM 2510-READ-LATE-DISPOSITION
004630          PERFORM UNTIL WS-EOF-FLAG = "Y"
004640            ADD 1 TO WS-LATE-COUNT
004650            PERFORM 2900-ROUTE-DETAIL
004660            PERFORM 2510-READ-LATE-DISPOSITION
004670          END-PERFORM
004680          MOVE "N" TO WS-LATE-FLAG
004690          CLOSE RTNL-FILE
004700        END-IF.
004710
004720    2510-READ-LATE-DISPOSITION.
004730        READ RTNL-FILE INTO WS-RTN-RECORD
004740          AT END
004750            MOVE "Y" TO WS-EOF-FLAG
004760        END-READ.
004770
004780*    A DETAIL FOR THE BATCH COLLECTED TONIGHT COUNTS TOWARD
004790*    THE BATCH, AND A LATE DISPOSITION FOR AN ACCEPTED
004800*    INTRADAY CYCLE BATCH COUNTS TOWARD THAT BATCH. ANY OTHER
004810*    DETAIL IS AN EARLIER BATCH'S ITEM RESOLVING. AN ITEM WITH
004820*    NO RECOGNISED DESK GOES BACK TO THE ORDER DESK.
004830    2900-ROUTE-DETAIL.
004840        PERFORM 2950-SET-DESK-INDEX
004850        MOVE WS-DSK-ID(WS-DSK-IX) TO RTN-DESK-ID
004860        IF WS-DSK-STATUS(WS-DSK-IX) = "ACCEPTED"
004870            AND RTN-BATCH-ID = WS-DSK-BATCH-ID(WS-DSK-IX)
004880          ADD 1 TO WS-DSK-BATCH-COUNT(WS-DSK-IX)
004890        ELSE
004900          PERFORM 2970-FIND-CYCLE-BATCH
004910          IF WS-CBT-FND > ZERO
004920            ADD 1 TO WS-CBT-BATCH-COUNT(WS-CBT-FND)
004930          ELSE
004940            ADD 1 TO WS-DSK-PRIOR-COUNT(WS-DSK-IX)
004950          END-IF
004960        END-IF
004970        EVALUATE RTN-DISP-CODE
004980          WHEN "FD"
004990            ADD 1 TO WS-DSK-FD-COUNT(WS-DSK-IX)
005000          WHEN "CI"
005010            ADD 1 TO WS-DSK-CI-COUNT(WS-DSK-IX)
005020          WHEN "HD"
005030            ADD 1 TO WS-DSK-HD-COUNT(WS-DSK-IX)
005040          WHEN "SU"
005050            ADD 1 TO WS-DSK-SU-COUNT(WS-DSK-IX)
005060          WHEN "CF"
005070            ADD 1 TO WS-DSK-CF-COUNT(WS-DSK-IX)
005080          WHEN "HR"
005090            ADD 1 TO WS-DSK-HR-COUNT(WS-DSK-IX)
005100          WHEN "ER"
005110            ADD 1 TO WS-DSK-ER-COUNT(WS-DSK-IX)
005120          WHEN "DC"
005130            ADD 1 TO WS-DSK-DC-COUNT(WS-DSK-IX)
005140          WHEN "WD"
005150            ADD 1 TO WS-DSK-WD-COUNT(WS-DSK-IX)
005160        END-EVALUATE
005170        ADD 1 TO WS-DETAIL-COUNT
005180        PERFORM 2960-WRITE-DESK-RECORD.
005190
005200    2950-SET-DESK-INDEX.
005210        EVALUATE RTN-DESK-ID
005220          WHEN "R"
005230            MOVE 2 TO WS-DSK-IX
005240          WHEN "W"
005250            MOVE 3 TO WS-DSK-IX
005260          WHEN OTHER
005270            MOVE 1 TO WS-DSK-IX
005280        END-EVALUATE.
005290
005300    2960-WRITE-DESK-RECORD.
005310        EVALUATE WS-DSK-IX
005320          WHEN 2
005330            WRITE RTNR-RECORD FROM WS-RTN-RECORD
005340          WHEN 3
005350            WRITE RTNW-RECORD FROM WS-RTN-RECORD
005360          WHEN OTHER
005370            WRITE RTNO-RECORD FROM WS-RTN-RECORD
005380        END-EVALUATE.
005390
005400*    ONLY A LATE DISPOSITION CAN BELONG TO A CYCLE BATCH; A
005410*    DECLINED HOLD OR WITHDRAWN REJECT IS THE ITEM RESOLVING
005420*    LATER AND COUNTS AS AN EARLIER ITEM.
005430    2970-FIND-CYCLE-BATCH.
005440        MOVE ZERO TO WS-CBT-FND
005450        IF WS-LATE-FLAG = "Y"
005460            AND RTN-DISP-CODE NOT = "DC"
005470            AND RTN-DISP-CODE NOT = "WD"
005480          PERFORM VARYING WS-CBT-IX FROM 1 BY 1
005490              UNTIL WS-CBT-IX > WS-CBT-COUNT
005500                 OR WS-CBT-FND > ZERO
005510            IF WS-CBT-DESK-IX(WS-CBT-IX) = WS-DSK-IX
005520                AND WS-CBT-STATUS(WS-CBT-IX) = "ACCEPTED"
005530                AND WS-CBT-BATCH-ID(WS-CBT-IX) = RTN-BATCH-ID
005540              MOVE WS-CBT-IX TO WS-CBT-FND
005550            END-IF
005560          END-PERFORM
005570        END-IF.
005580
005590*    AN ACCEPTED BATCH BALANCES WHEN EVERY ITEM IN IT HAS A
005600*    DETAIL. A BATCH THAT WAS HELD OR NEVER ARRIVED HAD NO
005610*    ITEMS PROCESSED AND HAS NOTHING TO BALANCE. THE DESK
005620*    BALANCES ONLY WHEN TONIGHT'S BATCH AND EACH OF ITS CYCLE
005630*    BATCHES DO, AND THE BATCH COUNT COVERS THEM ALL.
005640    3000-WRITE-TRAILERS.
005650        PERFORM VARYING WS-DSK-IX FROM 1 BY 1
005660            UNTIL WS-DSK-IX > 3
005670          IF WS-DSK-STATUS(WS-DSK-IX) = "ACCEPTED"
005680            IF WS-DSK-BATCH-COUNT(WS-DSK-IX)
005690                = WS-DSK-ORIG-COUNT(WS-DSK-IX)
005700              MOVE "Y" TO WS-DSK-BALANCED(WS-DSK-IX)
005710            END-IF
005720          ELSE
005730            MOVE "Y" TO WS-DSK-BALANCED(WS-DSK-IX)
005740          END-IF
005750          PERFORM 3010-CHECK-CYCLE-BATCHES
005760          MOVE SPACES TO WS-RTN-RECORD
005770          MOVE "T" TO RTN-RECORD-ID
005780          MOVE WS-DSK-ID(WS-DSK-IX) TO RTN-DESK-ID
005790          COMPUTE RTN-TRL-BATCH-COUNT
005800            = WS-DSK-BATCH-COUNT(WS-DSK-IX) + WS-CBT-TOTAL
005810          MOVE WS-DSK-PRIOR-COUNT(WS-DSK-IX)
005820            TO RTN-TRL-PRIOR-COUNT
005830          MOVE WS-DSK-FD-COUNT(WS-DSK-IX) TO RTN-TRL-FD-COUNT
005840          MOVE WS-DSK-CI-COUNT(WS-DSK-IX) TO RTN-TRL-CI-COUNT
005850          MOVE WS-DSK-HD-COUNT(WS-DSK-IX) TO RTN-TRL-HD-COUNT
005860          MOVE WS-DSK-SU-COUNT(WS-DSK-IX) TO RTN-TRL-SU-COUNT
005870          MOVE WS-DSK-CF-COUNT(WS-DSK-IX) TO RTN-TRL-CF-COUNT
005880          MOVE WS-DSK-HR-COUNT(WS-DSK-IX) TO RTN-TRL-HR-COUNT
005890          MOVE WS-DSK-ER-COUNT(WS-DSK-IX) TO RTN-TRL-ER-COUNT
005900          MOVE WS-DSK-DC-COUNT(WS-DSK-IX) TO RTN-TRL-DC-COUNT
005910          MOVE WS-DSK-WD-COUNT(WS-DSK-IX) TO RTN-TRL-WD-COUNT
005920          MOVE WS-DSK-BALANCED(WS-DSK-IX) TO RTN-TRL-BALANCED
005930          PERFORM 2960-WRITE-DESK-RECORD
005940        END-PERFORM.
005950
005960    3010-CHECK-CYCLE-BATCHES.
005970        MOVE ZERO TO WS-CBT-TOTAL
005980        PERFORM VARYING WS-CBT-IX FROM 1 BY 1
005990            UNTIL WS-CBT-IX > WS-CBT-COUNT
006000          IF WS-CBT-DESK-IX(WS-CBT-IX) = WS-DSK-IX
006010            ADD WS-CBT-BATCH-COUNT(WS-CBT-IX) TO WS-CBT-TOTAL
006020            IF WS-CBT-STATUS(WS-CBT-IX) = "ACCEPTED"
006030                AND WS-CBT-BATCH-COUNT(WS-CBT-IX)
006040                NOT = WS-CBT-ORIG-COUNT(WS-CBT-IX)
006050              MOVE "N" TO WS-DSK-BALANCED(WS-DSK-IX)
006060            END-IF
006070          END-IF
006080        END-PERFORM.
006090
006100*    THE LATE DISPOSITIONS HAVE NOW GONE BACK TO THE DESKS.
006110    4000-CLEAR-LATE-DISPOSITIONS.
006120        IF WS-LATE-COUNT > ZERO
006130          OPEN OUTPUT RTNL-FILE
006140          CLOSE RTNL-FILE
006150        END-IF.
006160
006170    5000-DISPLAY-SUMMARY.
006180        PERFORM VARYING WS-DSK-IX FROM 1 BY 1
006190            UNTIL WS-DSK-IX > 3
006200          DISPLAY "MATHRTRN DESK " WS-DSK-ID(WS-DSK-IX)
006210            " BATCH " WS-DSK-BATCH-ID(WS-DSK-IX)
006220            " " WS-DSK-STATUS(WS-DSK-IX)
006230          DISPLAY "  BATCH ITEMS " WS-DSK-BATCH-COUNT(WS-DSK-IX)
006240            " OF " WS-DSK-ORIG-COUNT(WS-DSK-IX)
006250            "  EARLIER ITEMS " WS-DSK-PRIOR-COUNT(WS-DSK-IX)
006260          IF WS-DSK-BALANCED(WS-DSK-IX) NOT = "Y"
006270            DISPLAY "  RETURN DOES NOT BALANCE TO THE BATCH"
006280          END-IF
006290          PERFORM 5010-DISPLAY-CYCLE-BATCHES
006300        END-PERFORM.
006310
006320    5010-DISPLAY-CYCLE-BATCHES.
006330        PERFORM VARYING WS-CBT-IX FROM 1 BY 1
006340            UNTIL WS-CBT-IX > WS-CBT-COUNT
006350          IF WS-CBT-DESK-IX(WS-CBT-IX) = WS-DSK-IX
006360            DISPLAY "  CYCLE " WS-CBT-CYCLE(WS-CBT-IX)
006370              " BATCH " WS-CBT-BATCH-ID(WS-CBT-IX)
006380              " " WS-CBT-STATUS(WS-CBT-IX)
006390            DISPLAY "    BATCH ITEMS "
006400              WS-CBT-BATCH-COUNT(WS-CBT-IX)
006410              " OF " WS-CBT-ORIG-COUNT(WS-CBT-IX)
006420          END-IF
006430        END-PERFORM.
