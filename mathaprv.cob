000010  IDENTIFICATION DIVISION.
000020    PROGRAM-ID. MATHAPRV.
000030    AUTHOR. Dan Ruscoe.
000040  ENVIRONMENT DIVISION.
000050    INPUT-OUTPUT SECTION.
000060      FILE-CONTROL.
000070        SELECT HELD-FILE ASSIGN TO "MATHAHLD.DAT"
000080          ORGANIZATION IS LINE SEQUENTIAL
000090          FILE STATUS IS WS-HELD-FILE-STATUS.
000100        SELECT NEW-HELD-FILE ASSIGN TO "MATHAHLD.NEW"
000110          ORGANIZATION IS LINE SEQUENTIAL
000120          FILE STATUS IS WS-NEW-HELD-FILE-STATUS.
000130        SELECT DEC-NEW-FILE ASSIGN TO "MATHAPRV.NEW"
000140          ORGANIZATION IS LINE SEQUENTIAL
000150          FILE STATUS IS WS-DEC-NEW-FILE-STATUS.
000160        SELECT AREL-FILE ASSIGN TO "MATHAREL.DAT"
000170          ORGANIZATION IS LINE SEQUENTIAL
000180          FILE STATUS IS WS-AREL-FILE-STATUS.
000190        SELECT REJECT-FILE ASSIGN TO "MATHREJ.DAT"
000200          ORGANIZATION IS LINE SEQUENTIAL
000210          FILE STATUS IS WS-REJECT-FILE-STATUS.
000220        SELECT DEC-LOG-FILE ASSIGN TO "MATHAPRL.TXT"
000230          ORGANIZATION IS LINE SEQUENTIAL
000240          FILE STATUS IS WS-DEC-LOG-FILE-STATUS.
000250        SELECT APRV-RPT-FILE ASSIGN TO "MATHAPRR.TXT"
000260          ORGANIZATION IS LINE SEQUENTIAL
000270          FILE STATUS IS WS-APRV-RPT-FILE-STATUS.
000280        SELECT RTNL-FILE ASSIGN TO "MATHRTNL.DAT"
000290          ORGANIZATION IS LINE SEQUENTIAL
000300          FILE STATUS IS WS-RTNL-FILE-STATUS.
000310  DATA DIVISION.
000320    FILE SECTION.
000330      FD  HELD-FILE.
000340      01 HELD-RECORD PIC X(85).
000350      FD  NEW-HELD-FILE.
000360      01 NEW-HELD-RECORD PIC X(85).
000370      FD  DEC-NEW-FILE.
000380      01 DEC-NEW-RECORD.
000390          05 DEC-ACTION PIC X.
000400          05 DEC-SUPERVISOR PIC X(8).
000410          05 DEC-DATE PIC X(10).
000420          05 DEC-TIME PIC X(8).
000430          05 DEC-HOLD-DATA PIC X(85).
000440      FD  AREL-FILE.
000450      01 AREL-RECORD PIC X(85).
000460      FD  REJECT-FILE.
000470      01 REJECT-RECORD.
000480          05 REJ-TRAN-DATA PIC X(36).
000490          05 REJ-REASON-CODE PIC XX.
000500          05 REJ-BATCH-TRAIL PIC X(14).
000510      FD  DEC-LOG-FILE.
000520      01 DEC-LOG-RECORD PIC X(100).
000530      FD  APRV-RPT-FILE.
000540      01 APRV-RPT-RECORD PIC X(80).
000550      FD  RTNL-FILE.
000560      01 RTNL-RECORD.
000570          COPY RTNREC.
000580    WORKING-STORAGE SECTION.
000590      01 WS-HELD-FILE-STATUS PIC XX VALUE "00".
000600      01 WS-NEW-HELD-FILE-STATUS PIC XX VALUE "00".
000610      01 WS-DEC-NEW-FILE-STATUS PIC XX VALUE "00".
000620      01 WS-AREL-FILE-STATUS PIC XX VALUE "00".
000630      01 WS-REJECT-FILE-STATUS PIC XX VALUE "00".
000640      01 WS-DEC-LOG-FILE-STATUS PIC XX VALUE "00".
000650      01 WS-APRV-RPT-FILE-STATUS PIC XX VALUE "00".
000660      01 WS-RTNL-FILE-STATUS PIC XX VALUE "00".
000670      01 WS-STALE-COUNT PIC 9(8) VALUE ZERO.
000680      01 WS-EOF-FLAG PIC X VALUE "N".
000690      01 WS-END-FLAG PIC X VALUE "N".
000700      01 WS-DISPOSED-FLAG PIC X VALUE "N".
000710      01 WS-ACTION PIC X.
000720      01 WS-SUPERVISOR-ID PIC X(8).
000730      01 WS-SIGN-FUNCTION PIC X(4).
000740      01 WS-SIGN-PROGRAM PIC X(8) VALUE "MATHAPRV".
000750      01 WS-SIGN-USER-ID PIC X(8) VALUE SPACES.
000760      01 WS-SIGN-AUTHORITY PIC X VALUE "R".
000770      01 WS-SIGN-ACTIVITY PIC X(8).
000780      01 WS-SIGN-KEY PIC X(52).
000790      01 WS-SIGN-RETURN PIC XX VALUE "00".
000800      01 WS-RELEASED-COUNT PIC 9(8) VALUE ZERO.
000810      01 WS-DECLINED-COUNT PIC 9(8) VALUE ZERO.
000820      01 WS-HELD-COUNT PIC 9(8) VALUE ZERO.
000830      01 WS-AHLD-RECORD.
000840          COPY AHLDREC.
000850      01 WS-DISP-NUM1 PIC +ZZZ9.99.
000860      01 WS-DISP-NUM2 PIC +ZZZ9.99.
000870      01 WS-DISP-NUM3 PIC +Z(6)9.99.
000880      01 WS-DISP-LIMIT PIC +Z(6)9.99.
000890      01 WS-CURRENT-DATE.
000900          05 WS-CURR-YYYY PIC 9(4).
000910          05 WS-CURR-MM PIC 9(2).
000920          05 WS-CURR-DD PIC 9(2).
000930      01 WS-RUN-DATE-DISP PIC X(10).
000940      01 WS-CURRENT-TIME PIC 9(8).
000950      01 WS-TIME-DISP PIC X(8).
000960      01 HDR-LINE-1.
000970          05 FILLER PIC X(20) VALUE "MATH APPROVAL RPT".
000980          05 FILLER PIC X(11) VALUE "  RUN DATE:".
000990          05 HDR1-RUN-DATE PIC X(10).
001000          05 FILLER PIC X(14) VALUE "  SUPERVISOR:".
001010          05 HDR1-SUPERVISOR PIC X(8).
001020      01 DTL-LINE.
001030          05 DTL-TRAN-DATA PIC X(36).
001040          05 FILLER PIC X(2) VALUE SPACES.
001050          05 DTL-LIMIT PIC +Z(6)9.99.
001060          05 FILLER PIC X(2) VALUE SPACES.
001070          05 DTL-DISPOSITION PIC X(12).
001080      01 TRL-LINE-1.
001090          05 FILLER PIC X(20) VALUE "HOLDS RELEASED:".
001100          05 TRL1-COUNT PIC Z(7)9.
001110      01 TRL-LINE-2.
001120          05 FILLER PIC X(20) VALUE "HOLDS DECLINED:".
001130          05 TRL2-COUNT PIC Z(7)9.
001140      01 TRL-LINE-3.
001150          05 FILLER PIC X(20) VALUE "HOLDS STILL HELD:".
001160          05 TRL3-COUNT PIC Z(7)9.
001170      01 LOG-LINE.
001180          05 LOG-DATE PIC X(10).
001190          05 FILLER PIC X(1) VALUE SPACE.
001200          05 LOG-TIME PIC X(8).
001210          05 FILLER PIC X(1) VALUE SPACE.
001220          05 LOG-SUPERVISOR PIC X(8).
001230          05 FILLER PIC X(1) VALUE SPACE.
001240          05 LOG-DECISION PIC X(8).
001250          05 FILLER PIC X(1) VALUE SPACE.
001260          05 LOG-SOURCE-ID PIC X.
001270          05 FILLER PIC X(1) VALUE SPACE.
001280          05 LOG-NUM1 PIC +ZZZ9.99.
001290          05 FILLER PIC X(1) VALUE SPACE.
001300          05 LOG-NUM2 PIC +ZZZ9.99.
001310          05 FILLER PIC X(1) VALUE SPACE.
001320          05 LOG-OP PIC X.
001330          05 FILLER PIC X(1) VALUE SPACE.
001340          05 LOG-NUM3 PIC +Z(6)9.99.
001350          05 FILLER PIC X(1) VALUE SPACE.
001360          05 LOG-LIMIT PIC +Z(6)9.99.
001370          05 FILLER PIC X(1) VALUE SPACE.
001380          05 LOG-RUN-ID PIC X(8).
001390  PROCEDURE DIVISION.
001400    0000-MAIN-PROCESS.
001410        OPEN INPUT HELD-FILE
001420        IF WS-HELD-FILE-STATUS NOT = "00"
001430          DISPLAY "HELD-FILE OPEN FAILED, STATUS="
001440            WS-HELD-FILE-STATUS
001450          STOP RUN
001460        END-IF
001470        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001480        PERFORM 1000-DISCARD-STALE-SESSION
001490        PERFORM 1200-SIGN-ON-SUPERVISOR
001500        OPEN OUTPUT DEC-NEW-FILE
001510        OPEN OUTPUT NEW-HELD-FILE
001520        OPEN OUTPUT APRV-RPT-FILE
001530        STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
001540          DELIMITED BY SIZE INTO WS-RUN-DATE-DISP
001550        MOVE WS-RUN-DATE-DISP TO HDR1-RUN-DATE
001560        MOVE WS-SUPERVISOR-ID TO HDR1-SUPERVISOR
001570        WRITE APRV-RPT-RECORD FROM HDR-LINE-1
001580        MOVE SPACES TO APRV-RPT-RECORD
001590        WRITE APRV-RPT-RECORD
001600        PERFORM 2100-READ-HELD
001610        PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-END-FLAG = "Y"
001620          PERFORM 2200-PROCESS-HOLD
001630          PERFORM 2100-READ-HELD
001640        END-PERFORM
001650        PERFORM UNTIL WS-EOF-FLAG = "Y"
001660          PERFORM 2600-KEEP-HOLD
001670          PERFORM 2100-READ-HELD
001680        END-PERFORM
001690        PERFORM 3300-WRITE-REPORT-TRAILER
001700        CLOSE HELD-FILE
001710        CLOSE DEC-NEW-FILE
001720        CLOSE NEW-HELD-FILE
001730        CLOSE APRV-RPT-FILE
001740        PERFORM 4000-REWRITE-HELD-FILE
001750        PERFORM 4200-COMMIT-DECISIONS
001760        DISPLAY "MATHAPRV RELEASED " WS-RELEASED-COUNT
001770        DISPLAY "MATHAPRV DECLINED " WS-DECLINED-COUNT
001780        DISPLAY "MATHAPRV STILL HELD " WS-HELD-COUNT
001790        STOP RUN.
001800
001810*    DECISIONS ARE STAGED ON MATHAPRV.NEW DURING THE SESSION
001820*    AND ONLY APPLIED IN THE SAME END-OF-SESSION STEP THAT
001830*    REWRITES MATHAHLD.DAT, SO A SESSION KILLED MID-RUN
001840*    CANNOT LEAVE AN ITEM BOTH RELEASED AND STILL HELD. A
001850*    STAGE FILE LEFT BY SUCH A SESSION IS DISCARDED HERE -
001860*    ITS ITEMS ARE STILL ON MATHAHLD.DAT AND ARE SIMPLY
001870*    DECIDED AGAIN. EACH DISCARDED DECISION IS SHOWN IN CASE
001880*    THE ITEM IS GONE, WHICH CAN ONLY HAPPEN IF THE SESSION
001890*    DIED INSIDE THE FINAL COPY ITSELF.
001900    1000-DISCARD-STALE-SESSION.
001910        OPEN INPUT DEC-NEW-FILE
001920        IF WS-DEC-NEW-FILE-STATUS = "00"
001930          MOVE "N" TO WS-EOF-FLAG
001940          PERFORM 1010-READ-STALE-DECISION
001950          PERFORM UNTIL WS-EOF-FLAG = "Y"
001960            ADD 1 TO WS-STALE-COUNT
001970            DISPLAY "DISCARDED: " DEC-NEW-RECORD
001980            PERFORM 1010-READ-STALE-DECISION
001990          END-PERFORM
002000          CLOSE DEC-NEW-FILE
002010          MOVE "N" TO WS-EOF-FLAG
002020          IF WS-STALE-COUNT > ZERO
002030            DISPLAY "DISCARDING " WS-STALE-COUNT
002040              " DECISIONS STAGED BY AN EARLIER SESSION -"
002050            DISPLAY "DECIDE THEM AGAIN IF THEIR ITEMS ARE STILL"
002060              " HELD"
002070          END-IF
002080        END-IF.
002090
002100    1010-READ-STALE-DECISION.
002110        READ DEC-NEW-FILE
002120          AT END
002130            MOVE "Y" TO WS-EOF-FLAG
002140        END-READ.
002150
002160*    EVERY DECISION IS LOGGED UNDER THE SUPERVISOR WHO MADE
002170*    IT, SO THE SESSION DOES NOT START UNTIL A SUPERVISOR
002180*    WITH RELEASE AUTHORITY SIGNS ON.
002190    1200-SIGN-ON-SUPERVISOR.
002200        MOVE "SIGN" TO WS-SIGN-FUNCTION
002210        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
002220          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
002230          WS-SIGN-KEY WS-SIGN-RETURN
002240        IF WS-SIGN-RETURN NOT = "00"
002250          DISPLAY "NOT SIGNED ON - SESSION ENDED"
002260          CLOSE HELD-FILE
002270          STOP RUN
002280        END-IF
002290        MOVE WS-SIGN-USER-ID TO WS-SUPERVISOR-ID.
002300
002310    2100-READ-HELD.
002320        READ HELD-FILE INTO WS-AHLD-RECORD
002330          AT END
002340            MOVE "Y" TO WS-EOF-FLAG
002350        END-READ.
002360
002370    2200-PROCESS-HOLD.
002380        MOVE AHLD-NUM1 TO WS-DISP-NUM1
002390        MOVE AHLD-NUM2 TO WS-DISP-NUM2
002400        MOVE AHLD-NUM3 TO WS-DISP-NUM3
002410        MOVE AHLD-LIMIT TO WS-DISP-LIMIT
002420        DISPLAY " "
002430        DISPLAY "HELD:   SOURCE " AHLD-SOURCE-ID "  " WS-DISP-NUM1
002440          " " AHLD-OP " " WS-DISP-NUM2 " = " WS-DISP-NUM3
002450        DISPLAY "LIMIT: " WS-DISP-LIMIT "  HELD BY RUN "
002460          AHLD-RUN-ID " ON " AHLD-DATE
002470        MOVE "N" TO WS-DISPOSED-FLAG
002480        PERFORM 2210-PROMPT-ACTION
002490          UNTIL WS-DISPOSED-FLAG = "Y".
002500
002510    2210-PROMPT-ACTION.
002520        DISPLAY "ACTION (R=RELEASE D=DECLINE S=SKIP E=END):"
002530        MOVE SPACE TO WS-ACTION
002540        ACCEPT WS-ACTION
002550        EVALUATE WS-ACTION
002560          WHEN "R"
002570            ADD 1 TO WS-RELEASED-COUNT
002580            MOVE "RELEASED" TO DTL-DISPOSITION
002590            PERFORM 2300-STAGE-DECISION
002600            MOVE "Y" TO WS-DISPOSED-FLAG
002610          WHEN "D"
002620            ADD 1 TO WS-DECLINED-COUNT
002630            MOVE "DECLINED" TO DTL-DISPOSITION
002640            PERFORM 2300-STAGE-DECISION
002650            MOVE "Y" TO WS-DISPOSED-FLAG
002660          WHEN "E"
002670            MOVE "Y" TO WS-END-FLAG
002680            PERFORM 2600-KEEP-HOLD
002690            MOVE "Y" TO WS-DISPOSED-FLAG
002700          WHEN OTHER
002710            PERFORM 2600-KEEP-HOLD
002720            MOVE "Y" TO WS-DISPOSED-FLAG
002730        END-EVALUATE.
002740
002750    2300-STAGE-DECISION.
002760        ACCEPT WS-CURRENT-TIME FROM TIME
002770        MOVE WS-CURRENT-TIME(1:2) TO WS-TIME-DISP(1:2)
002780        MOVE ":" TO WS-TIME-DISP(3:1)
002790        MOVE WS-CURRENT-TIME(3:2) TO WS-TIME-DISP(4:2)
002800        MOVE ":" TO WS-TIME-DISP(6:1)
002810        MOVE WS-CURRENT-TIME(5:2) TO WS-TIME-DISP(7:2)
002820        MOVE WS-ACTION TO DEC-ACTION
002830        MOVE WS-SUPERVISOR-ID TO DEC-SUPERVISOR
002840        MOVE WS-RUN-DATE-DISP TO DEC-DATE
002850        MOVE WS-TIME-DISP TO DEC-TIME
002860        MOVE WS-AHLD-RECORD TO DEC-HOLD-DATA
002870        WRITE DEC-NEW-RECORD
002880        PERFORM 2310-LOG-DECISION
002890        PERFORM 3100-WRITE-DETAIL-LINE.
002900
002910    2310-LOG-DECISION.
002920        IF WS-ACTION = "R"
002930          MOVE "RELEASE" TO WS-SIGN-ACTIVITY
002940        ELSE
002950          MOVE "DECLINE" TO WS-SIGN-ACTIVITY
002960        END-IF
002970        MOVE SPACES TO WS-SIGN-KEY
002980        STRING AHLD-BATCH-TRAIL " " AHLD-TRAN-DATA
002990          DELIMITED BY SIZE INTO WS-SIGN-KEY
003000        MOVE "LOG " TO WS-SIGN-FUNCTION
003010        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
003020          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
003030          WS-SIGN-KEY WS-SIGN-RETURN.
003040
003050    2600-KEEP-HOLD.
003060        WRITE NEW-HELD-RECORD FROM WS-AHLD-RECORD
003070        ADD 1 TO WS-HELD-COUNT
003080        MOVE "STILL HELD" TO DTL-DISPOSITION
003090        PERFORM 3100-WRITE-DETAIL-LINE.
003100
003110    3100-WRITE-DETAIL-LINE.
003120        MOVE AHLD-TRAN-DATA TO DTL-TRAN-DATA
003130        MOVE AHLD-LIMIT TO DTL-LIMIT
003140        WRITE APRV-RPT-RECORD FROM DTL-LINE.
003150
003160    3300-WRITE-REPORT-TRAILER.
003170        MOVE SPACES TO APRV-RPT-RECORD
003180        WRITE APRV-RPT-RECORD
003190        MOVE WS-RELEASED-COUNT TO TRL1-COUNT
003200        WRITE APRV-RPT-RECORD FROM TRL-LINE-1
003210        MOVE WS-DECLINED-COUNT TO TRL2-COUNT
003220        WRITE APRV-RPT-RECORD FROM TRL-LINE-2
003230        MOVE WS-HELD-COUNT TO TRL3-COUNT
003240        WRITE APRV-RPT-RECORD FROM TRL-LINE-3.
003250
003260    4000-REWRITE-HELD-FILE.
003270        MOVE "N" TO WS-EOF-FLAG
003280        OPEN INPUT NEW-HELD-FILE
003290        OPEN OUTPUT HELD-FILE
003300        PERFORM 4100-COPY-STILL-HELD
003310        PERFORM UNTIL WS-EOF-FLAG = "Y"
003320          WRITE HELD-RECORD FROM NEW-HELD-RECORD
003330          PERFORM 4100-COPY-STILL-HELD
003340        END-PERFORM
003350        CLOSE NEW-HELD-FILE
003360        CLOSE HELD-FILE.
003370
003380    4100-COPY-STILL-HELD.
003390        READ NEW-HELD-FILE
003400          AT END
003410            MOVE "Y" TO WS-EOF-FLAG
003420        END-READ.
003430
003440*    A RELEASE IS QUEUED ON MATHAREL.DAT FOR MATHCOLL TO HAND
003450*    TO THE NEXT RUN. A DECLINE GOES BACK TO THE EDIT REJECT
003460*    FILE WITH REASON "10" AS THE TRANSACTION THAT PRODUCED
003470*    IT, FOR MATHCORR TO RE-KEY OR WITHDRAW. BOTH ARE
003480*    WRITTEN TO THE STANDING DECISION LOG MATHAPRL.TXT.
003490    4200-COMMIT-DECISIONS.
003500        MOVE "N" TO WS-EOF-FLAG
003510        OPEN INPUT DEC-NEW-FILE
003520        OPEN EXTEND AREL-FILE
003530        IF WS-AREL-FILE-STATUS = "35"
003540          OPEN OUTPUT AREL-FILE
003550        END-IF
003560        OPEN EXTEND REJECT-FILE
003570        IF WS-REJECT-FILE-STATUS = "35"
003580          OPEN OUTPUT REJECT-FILE
003590        END-IF
003600        OPEN EXTEND RTNL-FILE
003610        IF WS-RTNL-FILE-STATUS = "35"
003620          OPEN OUTPUT RTNL-FILE
003630        END-IF
003640        OPEN EXTEND DEC-LOG-FILE
003650        IF WS-DEC-LOG-FILE-STATUS = "35"
003660          OPEN OUTPUT DEC-LOG-FILE
003670        END-IF
003680        PERFORM 4210-READ-STAGED-DECISION
003690        PERFORM UNTIL WS-EOF-FLAG = "Y"
003700          PERFORM 4220-APPLY-DECISION
003710          PERFORM 4210-READ-STAGED-DECISION
003720        END-PERFORM
003730        CLOSE DEC-NEW-FILE
003740        CLOSE AREL-FILE
003750        CLOSE REJECT-FILE
003760        CLOSE RTNL-FILE
003770        CLOSE DEC-LOG-FILE
003780        OPEN OUTPUT DEC-NEW-FILE
003790        CLOSE DEC-NEW-FILE.
003800
003810    4210-READ-STAGED-DECISION.
003820        READ DEC-NEW-FILE
003830          AT END
003840            MOVE "Y" TO WS-EOF-FLAG
003850        END-READ.
003860
003870    4220-APPLY-DECISION.
003880        MOVE DEC-HOLD-DATA TO WS-AHLD-RECORD
003890        IF DEC-ACTION = "R"
003900          WRITE AREL-RECORD FROM WS-AHLD-RECORD
003910          MOVE "RELEASED" TO LOG-DECISION
003920        ELSE
003930          MOVE AHLD-TRAN-DATA TO REJ-TRAN-DATA
003940          IF AHLD-EFF-DATE = ZERO
003950            MOVE SPACES TO REJ-TRAN-DATA(19:8)
003960          END-IF
003970          MOVE SPACES TO REJ-TRAN-DATA(27:10)
003980          MOVE "10" TO REJ-REASON-CODE
003990          MOVE AHLD-BATCH-TRAIL TO REJ-BATCH-TRAIL
004000          WRITE REJECT-RECORD
004010          PERFORM 4230-WRITE-DECLINE-RETURN
004020          MOVE "DECLINED" TO LOG-DECISION
004030        END-IF
004040        MOVE DEC-DATE TO LOG-DATE
004050        MOVE DEC-TIME TO LOG-TIME
004060        MOVE DEC-SUPERVISOR TO LOG-SUPERVISOR
004070        MOVE AHLD-SOURCE-ID TO LOG-SOURCE-ID
004080        MOVE AHLD-NUM1 TO LOG-NUM1
004090        MOVE AHLD-NUM2 TO LOG-NUM2
004100        MOVE AHLD-OP TO LOG-OP
004110        MOVE AHLD-NUM3 TO LOG-NUM3
004120        MOVE AHLD-LIMIT TO LOG-LIMIT
004130        MOVE AHLD-RUN-ID TO LOG-RUN-ID
004140        WRITE DEC-LOG-RECORD FROM LOG-LINE.
004150
004160*    A DECLINED HOLD IS REPORTED BACK TO THE DESK THAT KEYED
004170*    IT ON ITS NEXT RETURN FILE, WITH THE RESULT THAT BROKE
004180*    THE LIMIT.
004190    4230-WRITE-DECLINE-RETURN.
004200        MOVE SPACES TO RTNL-RECORD
004210        MOVE "D" TO RTN-RECORD-ID
004220        MOVE AHLD-SOURCE-ID TO RTN-DESK-ID
004230        MOVE AHLD-BATCH-TRAIL TO RTN-ITEM-TRAIL
004240        MOVE "DC" TO RTN-DISP-CODE
004250        MOVE "10" TO RTN-REASON-CODE
004260        MOVE "OVER LIMIT DECLINED" TO RTN-REASON-TEXT
004270        MOVE "Y" TO RTN-NUM3-FLAG
004280        MOVE AHLD-NUM3 TO RTN-NUM3
004290        MOVE AHLD-RUN-ID TO RTN-RUN-ID
004300        WRITE RTNL-RECORD.
