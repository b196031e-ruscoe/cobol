000010  IDENTIFICATION DIVISION.
000020    PROGRAM-ID. MATHSIGN.
000030    AUTHOR. Dan Ruscoe.
000040*    OPERATOR SIGN-ON AND ACTIVITY LOG ROUTINE, CALLED BY THE
000050*    INTERACTIVE PROGRAMS AND BY THE STEPS THAT HONOUR RUN
000060*    OVERRIDES. THE AUTHORITY FILE (MATHOPER.TXT, SEE
000070*    OPERREC) IS READ AFRESH ON EVERY SIGN-ON OR AUTHORITY
000080*    CHECK, SO A REVOKED AUTHORITY TAKES EFFECT AT ONCE.
000090*    LNK-AUTHORITY IS "C" CORRECT, "I" INQUIRE, "O" OVERRIDE
000100*    OR "R" RELEASE. FUNCTIONS:
000110*      "SIGN" - PROMPT FOR USER ID AND PASSWORD (THREE
000120*               TRIES), THEN CHECK THE OPERATOR HOLDS
000130*               LNK-AUTHORITY. LNK-USER-ID IS RETURNED. THE
000140*               SIGN-ON, OR ITS FAILURE, IS LOGGED.
000150*      "AUTH" - DOES OPERATOR LNK-USER-ID HOLD LNK-AUTHORITY?
000160*      "LOG " - APPEND LNK-ACTIVITY AND LNK-KEY TO THE
000170*               ACTIVITY LOG (MATHACTV.DAT, SEE ACTVREC) UNDER
000180*               LNK-USER-ID AND LNK-PROGRAM.
000190*    LNK-RETURN "00" MEANS SIGNED ON, AUTHORIZED OR LOGGED.
000200*    "90" MEANS THE AUTHORITY FILE OR ACTIVITY LOG COULD NOT
000210*    BE OPENED, "91" AN UNKNOWN OPERATOR OR WRONG PASSWORD,
000220*    "92" AN OPERATOR NOT AUTHORIZED FOR THE FUNCTION, "93"
000230*    A SIGN-ON CANCELLED WITH A BLANK USER ID AND "94" AN
000240*    INVALID FUNCTION OR AUTHORITY CODE. A SIGN-ON IS ALSO
000250*    REFUSED IF IT CANNOT BE LOGGED, SO NO SESSION RUNS
000260*    WITHOUT AN ACTIVITY LOG.
000270  ENVIRONMENT DIVISION.
000280    INPUT-OUTPUT SECTION.
000290      FILE-CONTROL.
000300        SELECT OPER-FILE ASSIGN TO "MATHOPER.TXT"
000310          ORGANIZATION IS LINE SEQUENTIAL
000320          FILE STATUS IS WS-OPER-FILE-STATUS.
000330        SELECT ACTV-FILE ASSIGN TO "MATHACTV.DAT"
000340          ORGANIZATION IS LINE SEQUENTIAL
000350          FILE STATUS IS WS-ACTV-FILE-STATUS.
000360  DATA DIVISION.
000370    FILE SECTION.
000380      FD  OPER-FILE.
000390      01 OPER-RECORD.
000400          COPY OPERREC.
000410      FD  ACTV-FILE.
000420      01 ACTV-RECORD.
000430          COPY ACTVREC.
000440    WORKING-STORAGE SECTION.
000450      01 WS-OPER-FILE-STATUS PIC XX VALUE "00".
000460      01 WS-ACTV-FILE-STATUS PIC XX VALUE "00".
000470      01 WS-EOF-FLAG PIC X VALUE "N".
000480      01 WS-OPER-COUNT PIC 9(4) VALUE ZERO.
000490      01 WS-OPER-IX PIC 9(4) VALUE ZERO.
000500      01 WS-OPER-FOUND PIC X VALUE "N".
000510      01 WS-OPER-TABLE.
000520          05 WS-OPER-ENTRY OCCURS 200.
000530              10 WS-OPER-USER-ID PIC X(8).
000540              10 WS-OPER-PASSWORD PIC X(8).
000550              10 WS-OPER-AUTHORITY PIC X(4).
000560              10 WS-OPER-NAME PIC X(30).
000570      01 WS-FIND-USER-ID PIC X(8).
000580      01 WS-AUTH-IX PIC 9 VALUE ZERO.
000590      01 WS-AUTH-NAME PIC X(8).
000600      01 WS-ATTEMPTS PIC 9 VALUE ZERO.
000610      01 WS-SIGNED-ON PIC X VALUE "N".
000620      01 WS-CANCELLED PIC X VALUE "N".
000630      01 WS-ENTERED-ID PIC X(8).
000640      01 WS-ENTERED-PASSWORD PIC X(8).
000650      01 WS-LOG-USER-ID PIC X(8).
000660      01 WS-LOG-ACTIVITY PIC X(8).
000670      01 WS-LOG-KEY PIC X(52).
000680      01 WS-CURRENT-DATE PIC 9(8).
000690      01 WS-CURRENT-TIME PIC 9(8).
000700      01 WS-TIME-DISP PIC X(8).
000710    LINKAGE SECTION.
000720      01 LNK-FUNCTION PIC X(4).
000730      01 LNK-PROGRAM PIC X(8).
000740      01 LNK-USER-ID PIC X(8).
000750      01 LNK-AUTHORITY PIC X.
000760      01 LNK-ACTIVITY PIC X(8).
000770      01 LNK-KEY PIC X(52).
000780      01 LNK-RETURN PIC XX.
000790  PROCEDURE DIVISION USING LNK-FUNCTION LNK-PROGRAM
000800        LNK-USER-ID LNK-AUTHORITY LNK-ACTIVITY LNK-KEY
000810        LNK-RETURN.
000820    0000-MAIN-PROCESS.
000830        MOVE "00" TO LNK-RETURN
000840        EVALUATE LNK-FUNCTION
000850          WHEN "SIGN"
000860            PERFORM 1100-SET-AUTHORITY
000870            IF LNK-RETURN = "00"
000880              PERFORM 1000-LOAD-OPERATORS
000890            END-IF
000900            IF LNK-RETURN = "00"
000910              PERFORM 2000-SIGN-ON
000920            END-IF
000930          WHEN "AUTH"
000940            PERFORM 1100-SET-AUTHORITY
000950            IF LNK-RETURN = "00"
000960              PERFORM 1000-LOAD-OPERATORS
000970            END-IF
000980            IF LNK-RETURN = "00"
000990              PERFORM 3000-CHECK-AUTHORITY
001000            END-IF
001010          WHEN "LOG "
001020            MOVE LNK-USER-ID TO WS-LOG-USER-ID
001030            MOVE LNK-ACTIVITY TO WS-LOG-ACTIVITY
001040            MOVE LNK-KEY TO WS-LOG-KEY
001050            PERFORM 4000-WRITE-ACTIVITY
001060          WHEN OTHER
001070            MOVE "94" TO LNK-RETURN
001080        END-EVALUATE
001090        GOBACK.
001100
001110    1000-LOAD-OPERATORS.
001120        MOVE ZERO TO WS-OPER-COUNT
001130        OPEN INPUT OPER-FILE
001140        IF WS-OPER-FILE-STATUS NOT = "00"
001150          DISPLAY "OPER-FILE OPEN FAILED, STATUS="
001160            WS-OPER-FILE-STATUS
001170          MOVE "90" TO LNK-RETURN
001180        ELSE
001190          MOVE "N" TO WS-EOF-FLAG
001200          PERFORM 1010-READ-OPERATOR
001210          PERFORM UNTIL WS-EOF-FLAG = "Y"
001220            PERFORM 1020-TABLE-OPERATOR
001230            PERFORM 1010-READ-OPERATOR
001240          END-PERFORM
001250          CLOSE OPER-FILE
001260        END-IF.
001270
001280    1010-READ-OPERATOR.
001290        READ OPER-FILE
001300          AT END
001310            MOVE "Y" TO WS-EOF-FLAG
001320        END-READ.
001330
001340*    AN OPERATOR WITH NO PASSWORD CAN NEVER SIGN ON, AND ONE
001350*    BEYOND THE TABLE IS DROPPED WITH A WARNING RATHER THAN
001360*    LETTING THE FILE GROW PAST WHAT CAN BE CHECKED.
001370    1020-TABLE-OPERATOR.
001380        IF OPER-USER-ID = SPACES OR OPER-PASSWORD = SPACES
001390          DISPLAY "INVALID OPERATOR RECORD IGNORED: "
001400            OPER-USER-ID
001410        ELSE
001420          IF WS-OPER-COUNT >= 200
001430            DISPLAY "MATHOPER.TXT EXCEEDS 200 OPERATORS - "
001440              OPER-USER-ID " IGNORED"
001450          ELSE
001460            ADD 1 TO WS-OPER-COUNT
001470            MOVE OPER-USER-ID TO WS-OPER-USER-ID(WS-OPER-COUNT)
001480            MOVE OPER-PASSWORD
001490              TO WS-OPER-PASSWORD(WS-OPER-COUNT)
001500            MOVE OPER-CAN-CORRECT
001510              TO WS-OPER-AUTHORITY(WS-OPER-COUNT)(1:1)
001520            MOVE OPER-CAN-INQUIRE
001530              TO WS-OPER-AUTHORITY(WS-OPER-COUNT)(2:1)
001540            MOVE OPER-CAN-OVERRIDE
001550              TO WS-OPER-AUTHORITY(WS-OPER-COUNT)(3:1)
001560            MOVE OPER-CAN-RELEASE
001570              TO WS-OPER-AUTHORITY(WS-OPER-COUNT)(4:1)
001580            MOVE OPER-NAME TO WS-OPER-NAME(WS-OPER-COUNT)
001590          END-IF
001600        END-IF.
001610
001620    1100-SET-AUTHORITY.
001630        EVALUATE LNK-AUTHORITY
001640          WHEN "C"
001650            MOVE 1 TO WS-AUTH-IX
001660            MOVE "CORRECT" TO WS-AUTH-NAME
001670          WHEN "I"
001680            MOVE 2 TO WS-AUTH-IX
001690            MOVE "INQUIRE" TO WS-AUTH-NAME
001700          WHEN "O"
001710            MOVE 3 TO WS-AUTH-IX
001720            MOVE "OVERRIDE" TO WS-AUTH-NAME
001730          WHEN "R"
001740            MOVE 4 TO WS-AUTH-IX
001750            MOVE "RELEASE" TO WS-AUTH-NAME
001760          WHEN OTHER
001770            MOVE "94" TO LNK-RETURN
001780        END-EVALUATE.
001790
001800*    EVERY OUTCOME IS LOGGED: A GOOD SIGN-ON AS "SIGNON", AN
001810*    OPERATOR WITHOUT THE AUTHORITY AS "REFUSED" AND THREE
001820*    BAD TRIES AS "SIGNFAIL" UNDER THE LAST USER ID KEYED. A
001830*    BLANK USER ID JUST ENDS THE SESSION.
001840    2000-SIGN-ON.
001850        MOVE ZERO TO WS-ATTEMPTS
001860        MOVE "N" TO WS-SIGNED-ON
001870        MOVE "N" TO WS-CANCELLED
001880        MOVE SPACES TO LNK-USER-ID
001890        PERFORM 2100-PROMPT-SIGN-ON
001900          UNTIL WS-SIGNED-ON = "Y" OR WS-CANCELLED = "Y"
001910            OR WS-ATTEMPTS >= 3
001920        MOVE SPACES TO WS-LOG-KEY
001930        MOVE WS-AUTH-NAME TO WS-LOG-KEY
001940        EVALUATE TRUE
001950          WHEN WS-CANCELLED = "Y"
001960            DISPLAY "NO USER ID - SIGN-ON CANCELLED"
001970            MOVE "93" TO LNK-RETURN
001980          WHEN WS-SIGNED-ON NOT = "Y"
001990            DISPLAY "SIGN-ON FAILED - SESSION ENDED"
002000            MOVE WS-ENTERED-ID TO WS-LOG-USER-ID
002010            MOVE "SIGNFAIL" TO WS-LOG-ACTIVITY
002020            PERFORM 4000-WRITE-ACTIVITY
002030            MOVE "91" TO LNK-RETURN
002040          WHEN OTHER
002050            PERFORM 3000-CHECK-AUTHORITY
002060            MOVE LNK-USER-ID TO WS-LOG-USER-ID
002070            IF LNK-RETURN = "00"
002080              MOVE "SIGNON" TO WS-LOG-ACTIVITY
002090              PERFORM 4000-WRITE-ACTIVITY
002100            ELSE
002110              DISPLAY "OPERATOR " LNK-USER-ID
002120                " IS NOT AUTHORIZED TO " WS-AUTH-NAME
002130              MOVE "REFUSED" TO WS-LOG-ACTIVITY
002140              PERFORM 4000-WRITE-ACTIVITY
002150              MOVE "92" TO LNK-RETURN
002160            END-IF
002170            IF LNK-RETURN = "00"
002180              DISPLAY "SIGNED ON: " LNK-USER-ID " "
002190                WS-OPER-NAME(WS-OPER-IX)
002200            END-IF
002210        END-EVALUATE.
002220
002230    2100-PROMPT-SIGN-ON.
002240        ADD 1 TO WS-ATTEMPTS
002250        DISPLAY "USER ID:"
002260        MOVE SPACES TO WS-ENTERED-ID
002270        ACCEPT WS-ENTERED-ID
002280        IF WS-ENTERED-ID = SPACES
002290          MOVE "Y" TO WS-CANCELLED
002300        ELSE
002310          DISPLAY "PASSWORD:"
002320          MOVE SPACES TO WS-ENTERED-PASSWORD
002330          ACCEPT WS-ENTERED-PASSWORD
002340          MOVE WS-ENTERED-ID TO WS-FIND-USER-ID
002350          PERFORM 9000-FIND-OPERATOR
002360          IF WS-OPER-FOUND = "Y"
002370              AND WS-OPER-PASSWORD(WS-OPER-IX)
002380                = WS-ENTERED-PASSWORD
002390            MOVE "Y" TO WS-SIGNED-ON
002400            MOVE WS-ENTERED-ID TO LNK-USER-ID
002410          ELSE
002420            DISPLAY "INVALID USER ID OR PASSWORD"
002430          END-IF
002440        END-IF.
002450
002460    3000-CHECK-AUTHORITY.
002470        MOVE LNK-USER-ID TO WS-FIND-USER-ID
002480        PERFORM 9000-FIND-OPERATOR
002490        IF WS-OPER-FOUND NOT = "Y"
002500          MOVE "91" TO LNK-RETURN
002510        ELSE
002520          IF WS-OPER-AUTHORITY(WS-OPER-IX)(WS-AUTH-IX:1)
002530              NOT = "Y"
002540            MOVE "92" TO LNK-RETURN
002550          END-IF
002560        END-IF.
002570
002580*    THE LOG IS OPENED AND CLOSED FOR EACH RECORD SO EVERY
002590*    ENTRY IS ON DISK BEFORE THE CALLER CARRIES ON, EVEN IF
002600*    THE SESSION IS KILLED AFTERWARDS.
002610    4000-WRITE-ACTIVITY.
002620        OPEN EXTEND ACTV-FILE
002630        IF WS-ACTV-FILE-STATUS = "35"
002640          OPEN OUTPUT ACTV-FILE
002650        END-IF
002660        IF WS-ACTV-FILE-STATUS NOT = "00"
002670          DISPLAY "ACTV-FILE OPEN FAILED, STATUS="
002680            WS-ACTV-FILE-STATUS
002690          MOVE "90" TO LNK-RETURN
002700        ELSE
002710          ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002720          ACCEPT WS-CURRENT-TIME FROM TIME
002730          MOVE WS-CURRENT-TIME(1:2) TO WS-TIME-DISP(1:2)
002740          MOVE ":" TO WS-TIME-DISP(3:1)
002750          MOVE WS-CURRENT-TIME(3:2) TO WS-TIME-DISP(4:2)
002760          MOVE ":" TO WS-TIME-DISP(6:1)
002770          MOVE WS-CURRENT-TIME(5:2) TO WS-TIME-DISP(7:2)
002780          MOVE WS-CURRENT-DATE TO ACTV-DATE
002790          MOVE WS-TIME-DISP TO ACTV-TIME
002800          MOVE WS-LOG-USER-ID TO ACTV-USER-ID
002810          MOVE LNK-PROGRAM TO ACTV-PROGRAM
002820          MOVE WS-LOG-ACTIVITY TO ACTV-ACTIVITY
002830          MOVE WS-LOG-KEY TO ACTV-KEY
002840          WRITE ACTV-RECORD
002850          CLOSE ACTV-FILE
002860        END-IF.
002870
002880    9000-FIND-OPERATOR.
002890        MOVE "N" TO WS-OPER-FOUND
002900        PERFORM VARYING WS-OPER-IX FROM 1 BY 1
002910            UNTIL WS-OPER-IX > WS-OPER-COUNT
002920              OR WS-OPER-FOUND = "Y"
002930          IF WS-OPER-USER-ID(WS-OPER-IX) = WS-FIND-USER-ID
002940            MOVE "Y" TO WS-OPER-FOUND
002950          END-IF
002960        END-PERFORM
002970        IF WS-OPER-FOUND = "Y"
002980          SUBTRACT 1 FROM WS-OPER-IX
002990        END-IF.
