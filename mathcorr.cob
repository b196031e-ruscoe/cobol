000190        SELECT CORR-RPT-FILE ASSIGN TO "MATHCORL.TXT"
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-CORR-RPT-FILE-STATUS.
000220        SELECT RTNL-FILE ASSIGN TO "MATHRTNL.DAT"
000230          ORGANIZATION IS LINE SEQUENTIAL
000240          FILE STATUS IS WS-RTNL-FILE-STATUS.
000250        SELECT RTNL-NEW-FILE ASSIGN TO "MATHRTNL.NEW"
000260          ORGANIZATION IS LINE SEQUENTIAL
000270          FILE STATUS IS WS-RTNL-NEW-FILE-STATUS.
000280  DATA DIVISION.
000290    FILE SECTION.
000300      FD  REJECT-FILE.
000310      01 REJECT-RECORD.
000320          05 REJ-TRAN-DATA PIC X(36).
000330          05 REJ-REASON-CODE PIC XX.
000340          05 REJ-BATCH-TRAIL PIC X(14).
000350      FD  CORR-FILE.
000360      01 CORR-RECORD PIC X(50).
000370      FD  NEW-REJECT-FILE.
000380      01 NEW-REJECT-RECORD PIC X(52).
000390      FD  CORR-NEW-FILE.
000400      01 CORR-NEW-RECORD PIC X(50).
000410      FD  CORR-RPT-FILE.
000420      01 CORR-RPT-RECORD PIC X(80).
000430      FD  RTNL-FILE.
000440      01 RTNL-RECORD PIC X(91).
000450      FD  RTNL-NEW-FILE.
000460      01 RTNL-NEW-RECORD.
000470          COPY RTNREC.
000480    WORKING-STORAGE SECTION.
000490      01 WS-REJECT-FILE-STATUS PIC XX VALUE "00".
000500      01 WS-CORR-FILE-STATUS PIC XX VALUE "00".
000510      01 WS-NEW-REJECT-FILE-STATUS PIC XX VALUE "00".
000520      01 WS-CORR-NEW-FILE-STATUS PIC XX VALUE "00".
000530      01 WS-STALE-COUNT PIC 9(8) VALUE ZERO.
000540      01 WS-CORR-RPT-FILE-STATUS PIC XX VALUE "00".
000550      01 WS-RTNL-FILE-STATUS PIC XX VALUE "00".
000560      01 WS-RTNL-NEW-FILE-STATUS PIC XX VALUE "00".
000570      01 WS-EOF-FLAG PIC X VALUE "N".
000580      01 WS-END-FLAG PIC X VALUE "N".
000590      01 WS-DISPOSED-FLAG PIC X VALUE "N".
000600      01 WS-ACTION PIC X.
000610      01 WS-REASON-CODE PIC XX.
000620      01 WS-REASON-TEXT PIC X(20).
000630      01 WS-IN-AMOUNT PIC X(7).
000640      01 WS-IN-CHAR PIC X.
000650      01 WS-IN-DATE PIC X(8).
000660      01 WS-IN-RUN-ID PIC X(8).
000670      01 WS-CORRECTED-COUNT PIC 9(8) VALUE ZERO.
000680      01 WS-WITHDRAWN-COUNT PIC 9(8) VALUE ZERO.
000690      01 WS-OPEN-COUNT PIC 9(8) VALUE ZERO.
000700      01 WS-TRAN-RECORD.
000710          COPY TRANREC.
000720      01 WS-CURRENT-DATE.
000730          05 WS-CURR-YYYY PIC 9(4).
000740          05 WS-CURR-MM PIC 9(2).
000750          05 WS-CURR-DD PIC 9(2).
000760      01 WS-RUN-DATE-DISP PIC X(10).
000770      01 WS-SIGN-FUNCTION PIC X(4).
000780      01 WS-SIGN-PROGRAM PIC X(8) VALUE "MATHCORR".
000790      01 WS-SIGN-USER-ID PIC X(8) VALUE SPACES.
000800      01 WS-SIGN-AUTHORITY PIC X VALUE "C".
000810      01 WS-SIGN-ACTIVITY PIC X(8).
000820      01 WS-SIGN-KEY PIC X(52).
000830      01 WS-SIGN-RETURN PIC XX VALUE "00".
000840      01 HDR-LINE-1.
000850          05 FILLER PIC X(20) VALUE "MATH CORRECTION RPT".
000860          05 FILLER PIC X(11) VALUE "  RUN DATE:".
000870          05 HDR1-RUN-DATE PIC X(10).
000880          05 FILLER PIC X(12) VALUE "  OPERATOR:".
000890          05 HDR1-OPERATOR PIC X(8).
000900      01 DTL-LINE.
000910          05 DTL-TRAN-DATA PIC X(36).
000920          05 FILLER PIC X(2) VALUE SPACES.
000930          05 DTL-REASON-CODE PIC XX.
000940          05 FILLER PIC X(2) VALUE SPACES.
000950          05 DTL-DISPOSITION PIC X(12).
000960      01 TRL-LINE-1.
000970          05 FILLER PIC X(20) VALUE "REJECTS CORRECTED:".
000980          05 TRL1-COUNT PIC Z(7)9.
000990      01 TRL-LINE-2.
001000          05 FILLER PIC X(20) VALUE "REJECTS WITHDRAWN:".
001010          05 TRL2-COUNT PIC Z(7)9.
001020      01 TRL-LINE-3.
001030          05 FILLER PIC X(20) VALUE "REJECTS STILL OPEN:".
001040          05 TRL3-COUNT PIC Z(7)9.
001050  PROCEDURE DIVISION.
001060    0000-MAIN-PROCESS.
001070        OPEN INPUT REJECT-FILE
001080        IF WS-REJECT-FILE-STATUS NOT = "00"
001090          DISPLAY "REJECT-FILE OPEN FAILED, STATUS="
001100            WS-REJECT-FILE-STATUS
001110          STOP RUN
001120        END-IF
001130        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001140        PERFORM 1200-SIGN-ON-OPERATOR
001150        PERFORM 1000-DISCARD-STALE-SESSION
001160        OPEN OUTPUT CORR-NEW-FILE
001170        OPEN OUTPUT NEW-REJECT-FILE
001180        OPEN OUTPUT RTNL-NEW-FILE
001190        OPEN OUTPUT CORR-RPT-FILE
001200        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
001210          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
001220        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
001230        MOVE WS-SIGN-USER-ID TO HDR1-OPERATOR
001240        WRITE CORR-RPT-RECORD FROM HDR-LINE-1
001250        MOVE SPACES TO CORR-RPT-RECORD
001260        WRITE CORR-RPT-RECORD
001270        PERFORM 2100-READ-REJECT
001280        PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-END-FLAG = "Y"
001290          PERFORM 2200-PROCESS-REJECT
001300          PERFORM 2100-READ-REJECT
001310        END-PERFORM
001320        PERFORM UNTIL WS-EOF-FLAG = "Y"
001330          PERFORM 2600-HOLD-REJECT-OPEN
001340          PERFORM 2100-READ-REJECT
001350        END-PERFORM
001360        PERFORM 3300-WRITE-REPORT-TRAILER
001370        CLOSE REJECT-FILE
001380        CLOSE CORR-NEW-FILE
001390        CLOSE NEW-REJECT-FILE
001400        CLOSE RTNL-NEW-FILE
001410        CLOSE CORR-RPT-FILE
001420        PERFORM 4000-REWRITE-REJECT-FILE
001430        PERFORM 4200-COMMIT-CORRECTIONS
001440        PERFORM 4300-COMMIT-WITHDRAWALS
001450        DISPLAY "MATHCORR CORRECTED " WS-CORRECTED-COUNT
001460        DISPLAY "MATHCORR WITHDRAWN " WS-WITHDRAWN-COUNT
001470        DISPLAY "MATHCORR STILL OPEN " WS-OPEN-COUNT
001480        STOP RUN.
001490
001500*    CORRECTIONS ARE STAGED ON MATHCORR.NEW DURING THE
001510*    SESSION AND ONLY COPIED TO MATHCORR.DAT IN THE SAME
001520*    END-OF-SESSION STEP THAT REWRITES MATHREJ.DAT, SO A
001530*    SESSION KILLED MID-RUN CANNOT LEAVE A TRANSACTION
001540*    BOTH QUEUED FOR PICKUP AND STILL OPEN AS A REJECT.
001550*    A STAGE FILE LEFT BY SUCH A SESSION IS DISCARDED HERE
001560*    - ITS REJECTS ARE STILL OPEN ON MATHREJ.DAT, SO THE
001570*    CORRECTIONS ARE SIMPLY KEYED AGAIN. THE OPERATOR IS
001580*    TOLD IN CASE THE REJECTS ARE GONE, WHICH CAN ONLY
001590*    HAPPEN IF THE SESSION DIED INSIDE THE FINAL COPY
001600*    ITSELF.
001610    1000-DISCARD-STALE-SESSION.
001620        OPEN INPUT CORR-NEW-FILE
001630        IF WS-CORR-NEW-FILE-STATUS = "00"
001640          MOVE "N" TO WS-EOF-FLAG
001650          PERFORM 1010-READ-STALE-CORRECTION
001660          PERFORM UNTIL WS-EOF-FLAG = "Y"
001670            ADD 1 TO WS-STALE-COUNT
001680            PERFORM 1010-READ-STALE-CORRECTION
001690          END-PERFORM
001700          CLOSE CORR-NEW-FILE
001710          MOVE "N" TO WS-EOF-FLAG
001720          IF WS-STALE-COUNT > ZERO
001730            DISPLAY "DISCARDING " WS-STALE-COUNT
001740              " CORRECTIONS STAGED BY AN EARLIER SESSION -"
001750            DISPLAY "RE-ENTER THEM IF THEIR REJECTS ARE NO"
001760              " LONGER ON MATHREJ.DAT"
001770          END-IF
001780        END-IF.
001790
001800    1010-READ-STALE-CORRECTION.
001810        READ CORR-NEW-FILE
001820          AT END
001830            MOVE "Y" TO WS-EOF-FLAG
001840        END-READ.
001850
001860    2100-READ-REJECT.
001870        READ REJECT-FILE
001880          AT END
001890            MOVE "Y" TO WS-EOF-FLAG
001900        END-READ.
001910
001920    2200-PROCESS-REJECT.
001930        MOVE REJ-TRAN-DATA TO WS-TRAN-RECORD
001940        MOVE REJ-BATCH-TRAIL TO TRAN-BATCH-TRAIL
001950        MOVE REJ-REASON-CODE TO WS-REASON-CODE
001960        PERFORM 1100-SET-REASON-TEXT
001970        DISPLAY " "
001980        DISPLAY "REJECT: " REJ-TRAN-DATA
001990        DISPLAY "REASON: " WS-REASON-CODE " " WS-REASON-TEXT
002000        MOVE "N" TO WS-DISPOSED-FLAG
002010        PERFORM 2210-PROMPT-ACTION
002020          UNTIL WS-DISPOSED-FLAG = "Y".
002030
002040    2210-PROMPT-ACTION.
002050        DISPLAY "ACTION (C=CORRECT W=WITHDRAW S=SKIP E=END):"
002060        MOVE SPACE TO WS-ACTION
002070        ACCEPT WS-ACTION
002080        EVALUATE WS-ACTION
002090          WHEN "C"
002100            PERFORM 2220-CORRECT-FIELD
002110          WHEN "W"
002120            ADD 1 TO WS-WITHDRAWN-COUNT
002130            MOVE "WITHDRAWN" TO DTL-DISPOSITION
002140            PERFORM 3100-WRITE-DETAIL-LINE
002150            PERFORM 2250-STAGE-WITHDRAWAL
002160            MOVE "WITHDRAW" TO WS-SIGN-ACTIVITY
002170            PERFORM 2260-LOG-ACTIVITY
002180            MOVE "Y" TO WS-DISPOSED-FLAG
002190          WHEN "E"
002200            MOVE "Y" TO WS-END-FLAG
002210            PERFORM 2600-HOLD-REJECT-OPEN
002220            MOVE "Y" TO WS-DISPOSED-FLAG
002230          WHEN OTHER
002240            PERFORM 2600-HOLD-REJECT-OPEN
002250            MOVE "Y" TO WS-DISPOSED-FLAG
002260        END-EVALUATE.
002270
002280    2220-CORRECT-FIELD.
002290        PERFORM 2230-ACCEPT-NEW-VALUE
002300        PERFORM 2300-EDIT-TRANSACTION
002310        IF REJ-REASON-CODE = "09"
002320          MOVE "09" TO WS-REASON-CODE
002330        END-IF
002340        IF WS-REASON-CODE = SPACES
002350          WRITE CORR-NEW-RECORD FROM WS-TRAN-RECORD
002360          ADD 1 TO WS-CORRECTED-COUNT
002370          MOVE "CORRECT" TO WS-SIGN-ACTIVITY
002380          PERFORM 2260-LOG-ACTIVITY
002390          MOVE REJ-REASON-CODE TO WS-REASON-CODE
002400          MOVE "CORRECTED" TO DTL-DISPOSITION
002410          PERFORM 3100-WRITE-DETAIL-LINE
002420          MOVE "Y" TO WS-DISPOSED-FLAG
002430        ELSE
002440          PERFORM 1100-SET-REASON-TEXT
002450          DISPLAY "STILL FAILS EDIT: " WS-REASON-CODE " "
002460            WS-REASON-TEXT
002470        END-IF.
002480
002490    2230-ACCEPT-NEW-VALUE.
002500        EVALUATE WS-REASON-CODE
002510          WHEN "01"
002520            DISPLAY "NEW NUM1 (SIGN AND 6 DIGITS, E.G. +000450):"
002530            MOVE SPACES TO WS-IN-AMOUNT
002540            ACCEPT WS-IN-AMOUNT
002550            MOVE WS-IN-AMOUNT TO WS-TRAN-RECORD(3:7)
002560          WHEN "02"
002570            DISPLAY "NEW NUM2 (SIGN AND 6 DIGITS, E.G. +000450):"
002580            MOVE SPACES TO WS-IN-AMOUNT
002590            ACCEPT WS-IN-AMOUNT
002600            MOVE WS-IN-AMOUNT TO WS-TRAN-RECORD(10:7)
002610          WHEN "03"
002620            DISPLAY "NEW OP-CODE (A/S/M/D):"
002630            MOVE SPACE TO WS-IN-CHAR
002640            ACCEPT WS-IN-CHAR
002650            MOVE WS-IN-CHAR TO OP-CODE
002660          WHEN "04"
002670            DISPLAY "NEW DEFAULT FLAG (Y/N OR SPACE):"
002680            MOVE SPACE TO WS-IN-CHAR
002690            ACCEPT WS-IN-CHAR
002700            MOVE WS-IN-CHAR TO DEFAULT-FLAG
002710          WHEN "05"
002720            DISPLAY "NEW RECORD TYPE (SPACE, C OR R):"
002730            MOVE SPACE TO WS-IN-CHAR
002740            ACCEPT WS-IN-CHAR
002750            MOVE WS-IN-CHAR TO TRAN-TYPE
002760          WHEN "06"
002770            DISPLAY "NEW SOURCE ID (O/R/W):"
002780            MOVE SPACE TO WS-IN-CHAR
002790            ACCEPT WS-IN-CHAR
002800            MOVE WS-IN-CHAR TO TRAN-SOURCE-ID
002810          WHEN "07"
002820            DISPLAY "NEW EFF DATE (YYYYMMDD, SPACES FOR NONE):"
002830            MOVE SPACES TO WS-IN-DATE
002840            ACCEPT WS-IN-DATE
002850            MOVE WS-IN-DATE TO WS-TRAN-RECORD(19:8)
002860          WHEN "08"
002870            DISPLAY "NEW ORIGINAL RUN-ID (8 DIGITS):"
002880            MOVE SPACES TO WS-IN-RUN-ID
002890            ACCEPT WS-IN-RUN-ID
002900            MOVE WS-IN-RUN-ID TO TRAN-ORIG-RUN-ID
002910          WHEN "09"
002920            DISPLAY "ORIGINAL ALREADY REVERSED - WITHDRAW IT"
002930          WHEN "10"
002940            PERFORM 2240-ACCEPT-NEW-FACTORS
002950        END-EVALUATE.
002960
002970*    A RESULT DECLINED FROM THE OVER-LIMIT HOLD COMES BACK
002980*    AS THE TRANSACTION THAT PRODUCED IT, SO BOTH FACTORS
002990*    ARE OFFERED FOR RE-KEYING. A FACTOR LEFT BLANK IS KEPT.
003000    2240-ACCEPT-NEW-FACTORS.
003010        DISPLAY "NEW NUM1 (SIGN AND 6 DIGITS, BLANK TO KEEP):"
003020        MOVE SPACES TO WS-IN-AMOUNT
003030        ACCEPT WS-IN-AMOUNT
003040        IF WS-IN-AMOUNT NOT = SPACES
003050          MOVE WS-IN-AMOUNT TO WS-TRAN-RECORD(3:7)
003060        END-IF
003070        DISPLAY "NEW NUM2 (SIGN AND 6 DIGITS, BLANK TO KEEP):"
003080        MOVE SPACES TO WS-IN-AMOUNT
003090        ACCEPT WS-IN-AMOUNT
003100        IF WS-IN-AMOUNT NOT = SPACES
003110          MOVE WS-IN-AMOUNT TO WS-TRAN-RECORD(10:7)
003120        END-IF.
003130
003140*    A WITHDRAWN REJECT WILL NEVER BE FED, SO THE DESK THAT
003150*    KEYED IT IS TOLD ON ITS NEXT RETURN FILE. THE LINE IS
003160*    STAGED WITH THE CORRECTIONS AND COMMITTED WITH THEM.
003170    2250-STAGE-WITHDRAWAL.
003180        MOVE REJ-REASON-CODE TO WS-REASON-CODE
003190        PERFORM 1100-SET-REASON-TEXT
003200        MOVE SPACES TO RTNL-NEW-RECORD
003210        MOVE "D" TO RTN-RECORD-ID
003220        MOVE REJ-TRAN-DATA(1:1) TO RTN-DESK-ID
003230        MOVE REJ-BATCH-TRAIL TO RTN-ITEM-TRAIL
003240        MOVE "WD" TO RTN-DISP-CODE
003250        MOVE WS-REASON-CODE TO RTN-REASON-CODE
003260        MOVE WS-REASON-TEXT TO RTN-REASON-TEXT
003270        MOVE "N" TO RTN-NUM3-FLAG
003280        MOVE ZERO TO RTN-NUM3
003290        WRITE RTNL-NEW-RECORD.
003300
003310*    THE ACTION IS LOGGED WHEN THE OPERATOR TAKES IT. A
003320*    SESSION KILLED BEFORE ITS COMMIT LEAVES THE REJECT OPEN,
003330*    SO THE ACTION IS TAKEN, AND LOGGED, AGAIN NEXT SESSION.
003340    2260-LOG-ACTIVITY.
003350        MOVE SPACES TO WS-SIGN-KEY
003360        STRING REJ-BATCH-TRAIL " " REJ-TRAN-DATA
003370          DELIMITED BY SIZE INTO WS-SIGN-KEY
003380        MOVE "LOG " TO WS-SIGN-FUNCTION
003390        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
003400          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
003410          WS-SIGN-KEY WS-SIGN-RETURN.
003420
003430    2300-EDIT-TRANSACTION.
003440        MOVE SPACES TO WS-REASON-CODE
003450        MOVE SPACES TO WS-REASON-TEXT
003460        IF TRAN-SOURCE-ID NOT = "O" AND TRAN-SOURCE-ID NOT = "R"
003470            AND TRAN-SOURCE-ID NOT = "W"
003480          MOVE "06" TO WS-REASON-CODE
003490        END-IF
003500        IF WS-REASON-CODE = SPACES
003510          AND (TRAN-TYPE NOT = SPACE AND TRAN-TYPE NOT = "C"
003520            AND TRAN-TYPE NOT = "R")
003530          MOVE "05" TO WS-REASON-CODE
003540        END-IF
003550        IF WS-REASON-CODE = SPACES AND NUM1 IS NOT NUMERIC
003560          MOVE "01" TO WS-REASON-CODE
003570        END-IF
003580        IF WS-REASON-CODE = SPACES
003590          IF NUM2 IS NOT NUMERIC
003600            MOVE "02" TO WS-REASON-CODE
003610          ELSE
003620            IF OP-CODE NOT = "A" AND OP-CODE NOT = "S"
003630                AND OP-CODE NOT = "M" AND OP-CODE NOT = "D"
003640              MOVE "03" TO WS-REASON-CODE
003650            ELSE
003660              IF DEFAULT-FLAG NOT = "Y" AND DEFAULT-FLAG NOT = "N"
003670                  AND DEFAULT-FLAG NOT = SPACE
003680                MOVE "04" TO WS-REASON-CODE
003690              END-IF
003700              IF TRAN-TYPE = "R" AND DEFAULT-FLAG = "Y"
003710                MOVE "04" TO WS-REASON-CODE
003720              END-IF
003730            END-IF
003740          END-IF
003750        END-IF
003760        IF WS-REASON-CODE = SPACES
003770          PERFORM 2310-EDIT-EFF-DATE
003780        END-IF.
003790
003800    2310-EDIT-EFF-DATE.
003810        IF TRAN-EFF-DATE(1:8) = SPACES
003820          CONTINUE
003830        ELSE
003840          IF TRAN-EFF-DATE IS NOT NUMERIC
003850            MOVE "07" TO WS-REASON-CODE
003860          ELSE
003870            IF TRAN-EFF-DATE > ZERO
003880                AND (TRAN-EFF-DATE(5:2) < "01"
003890                  OR TRAN-EFF-DATE(5:2) > "12"
003900                  OR TRAN-EFF-DATE(7:2) < "01"
003910                  OR TRAN-EFF-DATE(7:2) > "31")
003920              MOVE "07" TO WS-REASON-CODE
003930            END-IF
003940          END-IF
003950        END-IF.
003960
003970    1100-SET-REASON-TEXT.
003980        EVALUATE WS-REASON-CODE
003990          WHEN "01"
004000            MOVE "NUM1 NOT NUMERIC" TO WS-REASON-TEXT
004010          WHEN "02"
004020            MOVE "NUM2 NOT NUMERIC" TO WS-REASON-TEXT
004030          WHEN "03"
004040            MOVE "INVALID OP-CODE" TO WS-REASON-TEXT
004050          WHEN "04"
004060            MOVE "INVALID DEFAULT FLAG" TO WS-REASON-TEXT
004070          WHEN "05"
004080            MOVE "INVALID RECORD TYPE" TO WS-REASON-TEXT
004090          WHEN "06"
004100            MOVE "INVALID SOURCE ID" TO WS-REASON-TEXT
004110          WHEN "07"
004120            MOVE "INVALID EFF DATE" TO WS-REASON-TEXT
004130          WHEN "08"
004140            MOVE "ORIGINAL NOT FOUND" TO WS-REASON-TEXT
004150          WHEN "09"
004160            MOVE "ALREADY REVERSED" TO WS-REASON-TEXT
004170          WHEN "10"
004180            MOVE "OVER LIMIT DECLINED" TO WS-REASON-TEXT
004190          WHEN OTHER
004200            MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
004210        END-EVALUATE.
004220
004230*    EVERY CORRECTION AND WITHDRAWAL IS LOGGED UNDER THE
004240*    OPERATOR WHO MADE IT, SO THE SESSION DOES NOT START
004250*    UNTIL AN OPERATOR WITH CORRECT AUTHORITY SIGNS ON.
004260    1200-SIGN-ON-OPERATOR.
004270        MOVE "SIGN" TO WS-SIGN-FUNCTION
004280        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
004290          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
004300          WS-SIGN-KEY WS-SIGN-RETURN
004310        IF WS-SIGN-RETURN NOT = "00"
004320          DISPLAY "NOT SIGNED ON - SESSION ENDED"
004330          CLOSE REJECT-FILE
004340          STOP RUN
004350        END-IF.
004360
004370    2600-HOLD-REJECT-OPEN.
004380        WRITE NEW-REJECT-RECORD FROM REJECT-RECORD
004390        ADD 1 TO WS-OPEN-COUNT
004400        MOVE REJ-REASON-CODE TO WS-REASON-CODE
004410        MOVE "STILL OPEN" TO DTL-DISPOSITION
004420        PERFORM 3100-WRITE-DETAIL-LINE.
004430
004440    3100-WRITE-DETAIL-LINE.
004450        MOVE REJ-TRAN-DATA TO DTL-TRAN-DATA
004460        MOVE WS-REASON-CODE TO DTL-REASON-CODE
004470        WRITE CORR-RPT-RECORD FROM DTL-LINE.
004480
004490    3300-WRITE-REPORT-TRAILER.
004500        MOVE SPACES TO CORR-RPT-RECORD
004510        WRITE CORR-RPT-RECORD
004520        MOVE WS-CORRECTED-COUNT TO TRL1-COUNT
004530        WRITE CORR-RPT-RECORD FROM TRL-LINE-1
004540        MOVE WS-WITHDRAWN-COUNT TO TRL2-COUNT
004550        WRITE CORR-RPT-RECORD FROM TRL-LINE-2
004560        MOVE WS-OPEN-COUNT TO TRL3-COUNT
004570        WRITE CORR-RPT-RECORD FROM TRL-LINE-3.
004580
004590    4000-REWRITE-REJECT-FILE.
004600        MOVE "N" TO WS-EOF-FLAG
004610        OPEN INPUT NEW-REJECT-FILE
004620        OPEN OUTPUT REJECT-FILE
004630        PERFORM 4100-COPY-OPEN-REJECT
004640        PERFORM UNTIL WS-EOF-FLAG = "Y"
004650          WRITE REJECT-RECORD FROM NEW-REJECT-RECORD
004660          PERFORM 4100-COPY-OPEN-REJECT
004670        END-PERFORM
004680        CLOSE NEW-REJECT-FILE
004690        CLOSE REJECT-FILE.
004700
004710    4100-COPY-OPEN-REJECT.
004720        READ NEW-REJECT-FILE
004730          AT END
004740            MOVE "Y" TO WS-EOF-FLAG
004750        END-READ.
004760
004770    4200-COMMIT-CORRECTIONS.
004780        MOVE "N" TO WS-EOF-FLAG
004790        OPEN INPUT CORR-NEW-FILE
004800        OPEN EXTEND CORR-FILE
004810        IF WS-CORR-FILE-STATUS = "35"
004820          OPEN OUTPUT CORR-FILE
004830        END-IF
004840        PERFORM 4210-COPY-STAGED-CORRECTION
004850        PERFORM UNTIL WS-EOF-FLAG = "Y"
004860          WRITE CORR-RECORD FROM CORR-NEW-RECORD
004870          PERFORM 4210-COPY-STAGED-CORRECTION
004880        END-PERFORM
004890        CLOSE CORR-NEW-FILE
004900        CLOSE CORR-FILE
004910        OPEN OUTPUT CORR-NEW-FILE
004920        CLOSE CORR-NEW-FILE.
004930
004940    4210-COPY-STAGED-CORRECTION.
004950        READ CORR-NEW-FILE
004960          AT END
004970            MOVE "Y" TO WS-EOF-FLAG
004980        END-READ.
004990
005000    4300-COMMIT-WITHDRAWALS.
005010        MOVE "N" TO WS-EOF-FLAG
005020        OPEN INPUT RTNL-NEW-FILE
005030        OPEN EXTEND RTNL-FILE
005040        IF WS-RTNL-FILE-STATUS = "35"
005050          OPEN OUTPUT RTNL-FILE
005060        END-IF
005070        PERFORM 4310-READ-STAGED-WITHDRAWAL
005080        PERFORM UNTIL WS-EOF-FLAG = "Y"
005090          WRITE RTNL-RECORD FROM RTNL-NEW-RECORD
005100          PERFORM 4310-READ-STAGED-WITHDRAWAL
005110        END-PERFORM
005120        CLOSE RTNL-NEW-FILE
005130        CLOSE RTNL-FILE
005140        OPEN OUTPUT RTNL-NEW-FILE
005150        CLOSE RTNL-NEW-FILE.
005160
005170    4310-READ-STAGED-WITHDRAWAL.
005180        READ RTNL-NEW-FILE
005190          AT END
005200            MOVE "Y" TO WS-EOF-FLAG
005210        END-READ.
