000010  IDENTIFICATION DIVISION.
000020    PROGRAM-ID. MATHOVRE.
000030    AUTHOR. Dan Ruscoe.
000040*    RUN OVERRIDE ENTRY. AN OPERATOR WITH OVERRIDE AUTHORITY
000050*    SIGNS ON AND KEYS THE BUSINESS DATE, THE STEP, THE CYCLE
000060*    (00 FOR THE NIGHTLY RUN) AND THE REASON FOR EACH OVERRIDE.
000070*    EACH ONE IS APPENDED TO MATHOVRD.TXT (SEE OVRDREC) UNDER
000080*    THE OPERATOR'S USER ID AND LOGGED AS "OVERRIDE" ON THE
000090*    ACTIVITY LOG. MATHOVRD IS NOT TO BE EDITED BY HAND - AN
000100*    OVERRIDE WITHOUT AN AUTHORIZED USER ID IS IGNORED BY THE
000110*    STEPS THAT READ IT.
000120  ENVIRONMENT DIVISION.
000130    INPUT-OUTPUT SECTION.
000140      FILE-CONTROL.
000150        SELECT OVRD-FILE ASSIGN TO "MATHOVRD.TXT"
000160          ORGANIZATION IS LINE SEQUENTIAL
000170          FILE STATUS IS WS-OVRD-FILE-STATUS.
000180  DATA DIVISION.
000190    FILE SECTION.
000200      FD  OVRD-FILE.
000210      01 OVRD-RECORD.
000220          COPY OVRDREC.
000230    WORKING-STORAGE SECTION.
000240      01 WS-OVRD-FILE-STATUS PIC XX VALUE "00".
000250      01 WS-DONE-FLAG PIC X VALUE "N".
000260      01 WS-ENTERED-COUNT PIC 9(8) VALUE ZERO.
000270      01 WS-IN-BUS-DATE PIC X(8).
000280      01 WS-IN-BUS-DATE-R REDEFINES WS-IN-BUS-DATE.
000290          05 WS-IN-YYYY PIC 9(4).
000300          05 WS-IN-MM PIC 9(2).
000310          05 WS-IN-DD PIC 9(2).
000320      01 WS-IN-STEP PIC X(8).
000330      01 WS-IN-CYCLE PIC XX.
000340      01 WS-IN-REASON PIC X(40).
000350      01 WS-IN-CONFIRM PIC X.
000360      01 WS-CURRENT-DATE PIC 9(8).
000370      01 WS-CURRENT-TIME PIC 9(8).
000380      01 WS-TIME-DISP PIC X(8).
000390      01 WS-SIGN-FUNCTION PIC X(4).
000400      01 WS-SIGN-PROGRAM PIC X(8) VALUE "MATHOVRE".
000410      01 WS-SIGN-USER-ID PIC X(8) VALUE SPACES.
000420      01 WS-SIGN-AUTHORITY PIC X VALUE "O".
000430      01 WS-SIGN-ACTIVITY PIC X(8).
000440      01 WS-SIGN-KEY PIC X(52).
000450      01 WS-SIGN-RETURN PIC XX VALUE "00".
000460  PROCEDURE DIVISION.
000470    0000-MAIN-PROCESS.
000480        PERFORM 1200-SIGN-ON-OPERATOR
000490        PERFORM 2000-PROCESS-OVERRIDE
000500          UNTIL WS-DONE-FLAG = "Y"
000510        DISPLAY "MATHOVRE ENTERED " WS-ENTERED-COUNT
000520        STOP RUN.
000530
000540*    ONLY AN OPERATOR WITH OVERRIDE AUTHORITY MAY ENTER ONE.
000550    1200-SIGN-ON-OPERATOR.
000560        MOVE "SIGN" TO WS-SIGN-FUNCTION
000570        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
000580          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
000590          WS-SIGN-KEY WS-SIGN-RETURN
000600        IF WS-SIGN-RETURN NOT = "00"
000610          DISPLAY "NOT SIGNED ON - SESSION ENDED"
000620          STOP RUN
000630        END-IF.
000640
000650    2000-PROCESS-OVERRIDE.
000660        DISPLAY " "
000670        DISPLAY "BUSINESS DATE (YYYYMMDD, BLANK TO END):"
000680        MOVE SPACES TO WS-IN-BUS-DATE
000690        ACCEPT WS-IN-BUS-DATE
000700        IF WS-IN-BUS-DATE = SPACES
000710          MOVE "Y" TO WS-DONE-FLAG
000720        ELSE
000730          DISPLAY "STEP (E.G. MATH, MATHANOM, MATHRLSE):"
000740          MOVE SPACES TO WS-IN-STEP
000750          ACCEPT WS-IN-STEP
000760          DISPLAY "CYCLE (00 FOR THE NIGHTLY RUN, BLANK FOR 00):"
000770          MOVE SPACES TO WS-IN-CYCLE
000780          ACCEPT WS-IN-CYCLE
000790          IF WS-IN-CYCLE = SPACES
000800            MOVE "00" TO WS-IN-CYCLE
000810          END-IF
000820          DISPLAY "REASON:"
000830          MOVE SPACES TO WS-IN-REASON
000840          ACCEPT WS-IN-REASON
000850          PERFORM 2100-EDIT-OVERRIDE
000860        END-IF.
000870
000880    2100-EDIT-OVERRIDE.
000890        IF WS-IN-BUS-DATE IS NOT NUMERIC
000900            OR WS-IN-MM < 01 OR WS-IN-MM > 12
000910            OR WS-IN-DD < 01 OR WS-IN-DD > 31
000920          DISPLAY "INVALID BUSINESS DATE - NOT ENTERED"
000930        ELSE
000940          IF WS-IN-STEP = SPACES
000950            DISPLAY "NO STEP - NOT ENTERED"
000960          ELSE
000970            IF WS-IN-CYCLE IS NOT NUMERIC
000980              DISPLAY "INVALID CYCLE - NOT ENTERED"
000990            ELSE
001000              IF WS-IN-CYCLE NOT = "00"
001010                  AND (WS-IN-STEP = "MATHANOM"
001020                    OR WS-IN-STEP = "MATHRLSE")
001030                DISPLAY WS-IN-STEP " RUNS ONLY AS CYCLE 00"
001040                  " - NOT ENTERED"
001050              ELSE
001060                PERFORM 2110-CONFIRM-OVERRIDE
001070              END-IF
001080            END-IF
001090          END-IF
001100        END-IF.
001110
001120    2110-CONFIRM-OVERRIDE.
001130        IF WS-IN-REASON = SPACES
001140          DISPLAY "A REASON IS REQUIRED - NOT ENTERED"
001150        ELSE
001160          DISPLAY "OVERRIDE " WS-IN-STEP " FOR " WS-IN-BUS-DATE
001170            " CYCLE " WS-IN-CYCLE " (Y TO CONFIRM):"
001180          MOVE SPACE TO WS-IN-CONFIRM
001190          ACCEPT WS-IN-CONFIRM
001200          IF WS-IN-CONFIRM = "Y"
001210            PERFORM 2200-WRITE-OVERRIDE
001220          ELSE
001230            DISPLAY "NOT ENTERED"
001240          END-IF
001250        END-IF.
001260
001270*    THE FILE IS OPENED FOR EACH OVERRIDE SO ONE ENTERED IS
001280*    ON DISK, AND LOGGED, BEFORE THE NEXT IS KEYED.
001290    2200-WRITE-OVERRIDE.
001300        OPEN EXTEND OVRD-FILE
001310        IF WS-OVRD-FILE-STATUS = "35"
001320          OPEN OUTPUT OVRD-FILE
001330        END-IF
001340        IF WS-OVRD-FILE-STATUS NOT = "00"
001350          DISPLAY "OVRD-FILE OPEN FAILED, STATUS="
001360            WS-OVRD-FILE-STATUS
001370          STOP RUN
001380        END-IF
001390        ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001400        ACCEPT WS-CURRENT-TIME FROM TIME
001410        MOVE WS-CURRENT-TIME(1:2) TO WS-TIME-DISP(1:2)
001420        MOVE ":" TO WS-TIME-DISP(3:1)
001430        MOVE WS-CURRENT-TIME(3:2) TO WS-TIME-DISP(4:2)
001440        MOVE ":" TO WS-TIME-DISP(6:1)
001450        MOVE WS-CURRENT-TIME(5:2) TO WS-TIME-DISP(7:2)
001460        MOVE WS-IN-BUS-DATE TO OVRD-BUS-DATE
001470        MOVE WS-IN-STEP TO OVRD-STEP
001480        MOVE WS-SIGN-USER-ID TO OVRD-USER-ID
001490        MOVE WS-CURRENT-DATE TO OVRD-ENTRY-DATE
001500        MOVE WS-TIME-DISP TO OVRD-ENTRY-TIME
001510        MOVE WS-IN-REASON TO OVRD-REASON
001520        MOVE WS-IN-CYCLE TO OVRD-CYCLE
001530        WRITE OVRD-RECORD
001540        MOVE SPACES TO WS-SIGN-KEY
001550        STRING WS-IN-BUS-DATE " " WS-IN-STEP " " WS-CURRENT-DATE
001560          " " WS-TIME-DISP DELIMITED BY SIZE INTO WS-SIGN-KEY
001570        CLOSE OVRD-FILE
001580        ADD 1 TO WS-ENTERED-COUNT
001590        DISPLAY "OVERRIDE ENTERED"
001600        MOVE "OVERRIDE" TO WS-SIGN-ACTIVITY
001610        MOVE "LOG " TO WS-SIGN-FUNCTION
001620        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
001630          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
001640          WS-SIGN-KEY WS-SIGN-RETURN.
