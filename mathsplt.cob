000130        SELECT CFWD-IN-FILE ASSIGN TO "MATHCFWD.DAT"
000140          ORGANIZATION IS LINE SEQUENTIAL
000150          FILE STATUS IS WS-CFWD-IN-FILE-STATUS.
000160        SELECT ARIN-FILE ASSIGN TO "MATHARIN.DAT"
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-ARIN-FILE-STATUS.
000190        SELECT ORD-OUT-FILE ASSIGN USING WS-ORD-OUT-NAME
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-ORD-OUT-FILE-STATUS.
000220        SELECT RTE-OUT-FILE ASSIGN USING WS-RTE-OUT-NAME
000230          ORGANIZATION IS LINE SEQUENTIAL
000240          FILE STATUS IS WS-RTE-OUT-FILE-STATUS.
000250        SELECT WHS-OUT-FILE ASSIGN USING WS-WHS-OUT-NAME
000260          ORGANIZATION IS LINE SEQUENTIAL
000270          FILE STATUS IS WS-WHS-OUT-FILE-STATUS.
000280  DATA DIVISION.
000290    FILE SECTION.
000300      FD  TRANS-FILE.
000310      01 TRAN-RECORD PIC X(50).
000320      FD  SUSP-IN-FILE.
000330      01 SUSP-IN-RECORD PIC X(76).
000340      FD  CFWD-IN-FILE.
000350      01 CFWD-IN-RECORD PIC X(50).
000360      FD  ARIN-FILE.
000370      01 ARIN-RECORD PIC X(85).
000380      FD  ORD-OUT-FILE.
000390      01 ORD-OUT-RECORD PIC X(85).
000400      FD  RTE-OUT-FILE.
000410      01 RTE-OUT-RECORD PIC X(85).
000420      FD  WHS-OUT-FILE.
000430      01 WHS-OUT-RECORD PIC X(85).
000440    WORKING-STORAGE SECTION.
000450      01 WS-TRANS-FILE-STATUS PIC XX VALUE "00".
000460      01 WS-SUSP-IN-FILE-STATUS PIC XX VALUE "00".
000470      01 WS-CFWD-IN-FILE-STATUS PIC XX VALUE "00".
000480      01 WS-ARIN-FILE-STATUS PIC XX VALUE "00".
000490      01 WS-ORD-OUT-FILE-STATUS PIC XX VALUE "00".
000500      01 WS-RTE-OUT-FILE-STATUS PIC XX VALUE "00".
000510      01 WS-WHS-OUT-FILE-STATUS PIC XX VALUE "00".
000520      01 WS-ORD-OUT-NAME PIC X(12).
000530      01 WS-RTE-OUT-NAME PIC X(12).
000540      01 WS-WHS-OUT-NAME PIC X(12).
000550      01 WS-EOF-FLAG PIC X VALUE "N".
000560      01 WS-WORK-RECORD PIC X(85).
000570      01 WS-ORD-COUNT PIC 9(8) VALUE ZERO.
000580      01 WS-RTE-COUNT PIC 9(8) VALUE ZERO.
000590      01 WS-WHS-COUNT PIC 9(8) VALUE ZERO.
000600      01 WS-UNKNOWN-COUNT PIC 9(8) VALUE ZERO.
000610      01 WS-TOTAL-COUNT PIC 9(8) VALUE ZERO.
000620      01 WS-RUNC-FUNCTION PIC X(5).
000630      01 WS-RUNC-STEP PIC X(8).
000640      01 WS-RUNC-REC-COUNT PIC 9(8) VALUE ZERO.
000650      01 WS-RUNC-RETURN PIC XX VALUE "00".
000660  PROCEDURE DIVISION.
000670    0000-MAIN-PROCESS.
000680        PERFORM 0100-RUN-CONTROL-START
000690        PERFORM 2100-SPLIT-CLEAN-TRANS
000700        PERFORM 2200-SPLIT-SUSPENSE
000710        PERFORM 2300-SPLIT-CARRY-FWD
000720        PERFORM 2600-SPLIT-RELEASES
000730        DISPLAY "MATHSPLT ORDER DESK " WS-ORD-COUNT
000740        DISPLAY "MATHSPLT RATES DESK " WS-RTE-COUNT
000750        DISPLAY "MATHSPLT WAREHOUSE " WS-WHS-COUNT
000760        IF WS-UNKNOWN-COUNT > ZERO
000770          DISPLAY "MATHSPLT UNKNOWN SOURCE (TO O) "
000780            WS-UNKNOWN-COUNT
000790        END-IF
000800        PERFORM 0900-RUN-CONTROL-END
000810        STOP RUN.
000820
000830    0100-RUN-CONTROL-START.
000840        MOVE "START" TO WS-RUNC-FUNCTION
000850        MOVE "MATHSPLT" TO WS-RUNC-STEP
000860        MOVE ZERO TO WS-RUNC-REC-COUNT
000870        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
000880          WS-RUNC-REC-COUNT WS-RUNC-RETURN
000890        IF WS-RUNC-RETURN NOT = "00"
000900          STOP RUN
000910        END-IF.
000920
000930    0900-RUN-CONTROL-END.
000940        MOVE "END" TO WS-RUNC-FUNCTION
000950        MOVE "MATHSPLT" TO WS-RUNC-STEP
000960        MOVE WS-TOTAL-COUNT TO WS-RUNC-REC-COUNT
000970        CALL "MATHRUNC" USING WS-RUNC-FUNCTION WS-RUNC-STEP
000980          WS-RUNC-REC-COUNT WS-RUNC-RETURN.
000990
001000    2100-SPLIT-CLEAN-TRANS.
001010        OPEN INPUT TRANS-FILE
001020        IF WS-TRANS-FILE-STATUS NOT = "00"
001030          DISPLAY "TRANS-FILE OPEN FAILED, STATUS="
001040            WS-TRANS-FILE-STATUS
001050          STOP RUN
001060        END-IF
001070        MOVE "TRANSCLN.O" TO WS-ORD-OUT-NAME
001080        MOVE "TRANSCLN.R" TO WS-RTE-OUT-NAME
001090        MOVE "TRANSCLN.W" TO WS-WHS-OUT-NAME
001100        OPEN OUTPUT ORD-OUT-FILE
001110        OPEN OUTPUT RTE-OUT-FILE
001120        OPEN OUTPUT WHS-OUT-FILE
001130        MOVE "N" TO WS-EOF-FLAG
001140        PERFORM 2110-READ-CLEAN-TRANS
001150        PERFORM UNTIL WS-EOF-FLAG = "Y"
001160          MOVE TRAN-RECORD TO WS-WORK-RECORD
001170          PERFORM 2500-ROUTE-WORK-RECORD
001180          PERFORM 2110-READ-CLEAN-TRANS
001190        END-PERFORM
001200        CLOSE TRANS-FILE
001210        CLOSE ORD-OUT-FILE
001220        CLOSE RTE-OUT-FILE
001230        CLOSE WHS-OUT-FILE.
001240
001250    2110-READ-CLEAN-TRANS.
001260        READ TRANS-FILE
001270          AT END
001280            MOVE "Y" TO WS-EOF-FLAG
001290        END-READ.
001300
001310    2200-SPLIT-SUSPENSE.
001320        MOVE "MATHSUSP.O" TO WS-ORD-OUT-NAME
001330        MOVE "MATHSUSP.R" TO WS-RTE-OUT-NAME
001340        MOVE "MATHSUSP.W" TO WS-WHS-OUT-NAME
001350        OPEN INPUT SUSP-IN-FILE
001360        IF WS-SUSP-IN-FILE-STATUS = "00"
001370          OPEN OUTPUT ORD-OUT-FILE
001380          OPEN OUTPUT RTE-OUT-FILE
001390          OPEN OUTPUT WHS-OUT-FILE
001400          MOVE "N" TO WS-EOF-FLAG
001410          PERFORM 2210-READ-SUSPENSE
001420          PERFORM UNTIL WS-EOF-FLAG = "Y"
001430            MOVE SUSP-IN-RECORD TO WS-WORK-RECORD
001440            PERFORM 2500-ROUTE-WORK-RECORD
001450            PERFORM 2210-READ-SUSPENSE
001460          END-PERFORM
001470          CLOSE SUSP-IN-FILE
001480          CLOSE ORD-OUT-FILE
001490          CLOSE RTE-OUT-FILE
001500          CLOSE WHS-OUT-FILE
001510        ELSE
001520          PERFORM 2400-CLEAR-PARTITION-FILES
001530        END-IF.
001540
001550    2210-READ-SUSPENSE.
001560        READ SUSP-IN-FILE
001570          AT END
001580            MOVE "Y" TO WS-EOF-FLAG
001590        END-READ.
001600
001610    2300-SPLIT-CARRY-FWD.
001620        MOVE "MATHCFWD.O" TO WS-ORD-OUT-NAME
001630        MOVE "MATHCFWD.R" TO WS-RTE-OUT-NAME
001640        MOVE "MATHCFWD.W" TO WS-WHS-OUT-NAME
001650        OPEN INPUT CFWD-IN-FILE
001660        IF WS-CFWD-IN-FILE-STATUS = "00"
001670          OPEN OUTPUT ORD-OUT-FILE
001680          OPEN OUTPUT RTE-OUT-FILE
001690          OPEN OUTPUT WHS-OUT-FILE
001700          MOVE "N" TO WS-EOF-FLAG
001710          PERFORM 2310-READ-CARRY-FWD
001720          PERFORM UNTIL WS-EOF-FLAG = "Y"
001730            MOVE CFWD-IN-RECORD TO WS-WORK-RECORD
001740            PERFORM 2500-ROUTE-WORK-RECORD
001750            PERFORM 2310-READ-CARRY-FWD
001760          END-PERFORM
001770          CLOSE CFWD-IN-FILE
001780          CLOSE ORD-OUT-FILE
001790          CLOSE RTE-OUT-FILE
001800          CLOSE WHS-OUT-FILE
001810        ELSE
001820          PERFORM 2400-CLEAR-PARTITION-FILES
001830        END-IF.
001840
001850    2310-READ-CARRY-FWD.
001860        READ CFWD-IN-FILE
001870          AT END
001880            MOVE "Y" TO WS-EOF-FLAG
001890        END-READ.
001900
001910*    WHEN AN INPUT FILE IS ABSENT THE PARTITION WORK FILES
001920*    ARE STILL RECREATED EMPTY, SO A PARTITION RUN CAN
001930*    NEVER PICK UP THE PREVIOUS NIGHT'S SLICES.
001940    2400-CLEAR-PARTITION-FILES.
001950        OPEN OUTPUT ORD-OUT-FILE
001960        OPEN OUTPUT RTE-OUT-FILE
001970        OPEN OUTPUT WHS-OUT-FILE
001980        CLOSE ORD-OUT-FILE
001990        CLOSE RTE-OUT-FILE
002000        CLOSE WHS-OUT-FILE.
002010
002020*    BYTE 1 OF EVERY RECORD SHAPE SPLIT HERE IS THE
002030*    TRAN-SOURCE-ID STAMPED BY MATHCOLL. A RECORD WITH AN
002040*    UNRECOGNIZED SOURCE GOES TO THE ORDER PARTITION SO
002050*    NOTHING IS DROPPED.
002060    2500-ROUTE-WORK-RECORD.
002070        ADD 1 TO WS-TOTAL-COUNT
002080        EVALUATE WS-WORK-RECORD(1:1)
002090          WHEN "R"
002100            WRITE RTE-OUT-RECORD FROM WS-WORK-RECORD
002110            ADD 1 TO WS-RTE-COUNT
002120          WHEN "W"
002130            WRITE WHS-OUT-RECORD FROM WS-WORK-RECORD
002140            ADD 1 TO WS-WHS-COUNT
002150          WHEN "O"
002160            WRITE ORD-OUT-RECORD FROM WS-WORK-RECORD
002170            ADD 1 TO WS-ORD-COUNT
002180          WHEN OTHER
002190            WRITE ORD-OUT-RECORD FROM WS-WORK-RECORD
002200            ADD 1 TO WS-ORD-COUNT
002210            ADD 1 TO WS-UNKNOWN-COUNT
002220        END-EVALUATE.
002230
002240*    SUPERVISOR-RELEASED HOLDS GATHERED BY MATHCOLL. THE
002250*    HELD TRANSACTION IMAGE LEADS THE RECORD, SO BYTE 1 IS
002260*    STILL THE SOURCE ID.
002270    2600-SPLIT-RELEASES.
002280        MOVE "MATHARIN.O" TO WS-ORD-OUT-NAME
002290        MOVE "MATHARIN.R" TO WS-RTE-OUT-NAME
002300        MOVE "MATHARIN.W" TO WS-WHS-OUT-NAME
002310        OPEN INPUT ARIN-FILE
002320        IF WS-ARIN-FILE-STATUS = "00"
002330          OPEN OUTPUT ORD-OUT-FILE
002340          OPEN OUTPUT RTE-OUT-FILE
002350          OPEN OUTPUT WHS-OUT-FILE
002360          MOVE "N" TO WS-EOF-FLAG
002370          PERFORM 2610-READ-RELEASES
002380          PERFORM UNTIL WS-EOF-FLAG = "Y"
002390            MOVE ARIN-RECORD TO WS-WORK-RECORD
002400            PERFORM 2500-ROUTE-WORK-RECORD
002410            PERFORM 2610-READ-RELEASES
002420          END-PERFORM
002430          CLOSE ARIN-FILE
002440          CLOSE ORD-OUT-FILE
002450          CLOSE RTE-OUT-FILE
002460          CLOSE WHS-OUT-FILE
002470        ELSE
002480          PERFORM 2400-CLEAR-PARTITION-FILES
002490        END-IF.
002500
002510    2610-READ-RELEASES.
002520        READ ARIN-FILE
002530          AT END
002540            MOVE "Y" TO WS-EOF-FLAG
002550        END-READ.
