000240      01 WS-DISP-NUM3 PIC +Z(6)9.99.
000250      01 WS-DISP-REM PIC +ZZZ9.99.
000260      01 WS-DISP-USES PIC Z(7)9.
000270      01 WS-SIGN-FUNCTION PIC X(4).
000280      01 WS-SIGN-PROGRAM PIC X(8) VALUE "MATHINQ".
000290      01 WS-SIGN-USER-ID PIC X(8) VALUE SPACES.
000300      01 WS-SIGN-AUTHORITY PIC X VALUE "I".
000310      01 WS-SIGN-ACTIVITY PIC X(8).
000320      01 WS-SIGN-KEY PIC X(52).
000330      01 WS-SIGN-RETURN PIC XX VALUE "00".
000340  PROCEDURE DIVISION.
000350    0000-MAIN-PROCESS.
000360        OPEN INPUT RESULTS-FILE
000370        IF WS-RESULTS-FILE-STATUS = "35"
000380          DISPLAY "NO RESULTS MASTER ON FILE"
000390          STOP RUN
000400        END-IF
000410        IF WS-RESULTS-FILE-STATUS NOT = "00"
000420          DISPLAY "RESULTS MASTER OPEN FAILED, STATUS="
000430            WS-RESULTS-FILE-STATUS
000440          IF WS-RESULTS-FILE-STATUS = "39"
000450            DISPLAY "RESULTS MASTER IS IN THE OLD LAYOUT -"
000460              " RUN MATHRCNV TO CONVERT IT"
000470          END-IF
000480          STOP RUN
000490        END-IF
000500        PERFORM 1200-SIGN-ON-OPERATOR
000510        PERFORM 2000-PROCESS-INQUIRY
000520          UNTIL WS-DONE-FLAG = "Y"
000530        CLOSE RESULTS-FILE
000540        STOP RUN.
000550
000560*    RESULTS ARE SHOWN ONLY TO AN OPERATOR WITH INQUIRE
000570*    AUTHORITY, AND EVERY LOOKUP IS LOGGED UNDER THEM.
000580    1200-SIGN-ON-OPERATOR.
000590        MOVE "SIGN" TO WS-SIGN-FUNCTION
000600        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
000610          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
000620          WS-SIGN-KEY WS-SIGN-RETURN
000630        IF WS-SIGN-RETURN NOT = "00"
000640          DISPLAY "NOT SIGNED ON - SESSION ENDED"
000650          CLOSE RESULTS-FILE
000660          STOP RUN
000670        END-IF.
000680
000690    2000-PROCESS-INQUIRY.
000700        DISPLAY "NUM1 (SIGN AND 6 DIGITS, E.G. +000450,"
000710          " BLANK TO END):"
000720        MOVE SPACES TO WS-IN-NUM1
000730        ACCEPT WS-IN-NUM1
000740        IF WS-IN-NUM1 = SPACES
000750          MOVE "Y" TO WS-DONE-FLAG
000760        ELSE
000770          DISPLAY "NUM2 (SAME FORM):"
000780          MOVE SPACES TO WS-IN-NUM2
000790          ACCEPT WS-IN-NUM2
000800          DISPLAY "OP-CODE (A/S/M/D):"
000810          MOVE SPACES TO WS-IN-OP
000820          ACCEPT WS-IN-OP
000830          PERFORM 2100-LOOKUP-RESULT
000840        END-IF.
000850
000860    2100-LOOKUP-RESULT.
000870        MOVE WS-IN-KEY TO RES-KEY
000880        IF RES-NUM1 IS NOT NUMERIC
000890            OR RES-NUM2 IS NOT NUMERIC
000900          DISPLAY "AMOUNTS MUST BE SIGNED NUMERIC, E.G. +000450"
000910        ELSE
000920          PERFORM 2200-LOG-INQUIRY
000930          READ RESULTS-FILE
000940            INVALID KEY
000950              DISPLAY "NOT ON FILE: " WS-IN-NUM1 " "
000960                WS-IN-OP " " WS-IN-NUM2
000970            NOT INVALID KEY
000980              MOVE RES-NUM3 TO WS-DISP-NUM3
000990              MOVE RES-REM TO WS-DISP-REM
001000              DISPLAY "RESULT:    " WS-DISP-NUM3
001010              DISPLAY "REMAINDER: " WS-DISP-REM
001020              DISPLAY "COMPUTED:  " RES-CALC-DATE " "
001030                RES-CALC-TIME "  RUN " RES-RUN-ID
001040              IF RES-USE-COUNT IS NUMERIC
001050                MOVE RES-USE-COUNT TO WS-DISP-USES
001060                DISPLAY "REUSED:    " WS-DISP-USES
001070                  " TIMES, LAST " RES-LAST-REF-DATE
001080              END-IF
001090          END-READ
001100        END-IF.
001110
001120*    EVERY KEY LOOKED UP IS LOGGED UNDER THE SIGNED-ON
001130*    OPERATOR, WHETHER OR NOT IT IS FOUND.
001140    2200-LOG-INQUIRY.
001150        MOVE "INQUIRE" TO WS-SIGN-ACTIVITY
001160        MOVE SPACES TO WS-SIGN-KEY
001170        STRING WS-IN-NUM1 " " WS-IN-OP " " WS-IN-NUM2
001180          DELIMITED BY SIZE INTO WS-SIGN-KEY
001190        MOVE "LOG " TO WS-SIGN-FUNCTION
001200        CALL "MATHSIGN" USING WS-SIGN-FUNCTION WS-SIGN-PROGRAM
001210          WS-SIGN-USER-ID WS-SIGN-AUTHORITY WS-SIGN-ACTIVITY
001220          WS-SIGN-KEY WS-SIGN-RETURN.
