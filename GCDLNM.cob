000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GCDLNM.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT LINE-FILE ASSIGN TO "GCDLINE"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS DYNAMIC
000180         RECORD KEY IS LINE-CODE
000190         FILE STATUS IS WS-LINE-STATUS.
000200     SELECT AUTH-FILE ASSIGN TO "GCDAUTH"
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-AUTH-STATUS.
000230     SELECT SECLOG-FILE ASSIGN TO "GCDSECV"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-SECLOG-STATUS.
000260     SELECT LOCK-FILE ASSIGN TO "GCDLOCK"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-LOCK-STATUS.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  LINE-FILE
000320     RECORD CONTAINS 78 CHARACTERS.
000330 01  LINE-RECORD.
000340     05  LINE-CODE           PIC X(2).
000350     05  FILLER              PIC X       VALUE SPACE.
000360     05  LINE-DESCRIPTION    PIC X(30).
000370     05  FILLER              PIC X       VALUE SPACE.
000380     05  LINE-PLANT          PIC X(4).
000390     05  FILLER              PIC X       VALUE SPACE.
000400     05  LINE-ACTIVE         PIC X.
000410     05  FILLER              PIC X       VALUE SPACE.
000420     05  LINE-MIN-LOT        PIC 9(9).
000430     05  FILLER              PIC X       VALUE SPACE.
000440     05  LINE-MAX-LOT        PIC 9(9).
000450     05  FILLER              PIC X       VALUE SPACE.
000460     05  LINE-CHG-DATE       PIC 9(8).
000470     05  FILLER              PIC X       VALUE SPACE.
000480     05  LINE-CHG-OPERATOR   PIC X(8).
000490 FD  AUTH-FILE
000500     RECORD CONTAINS 16 CHARACTERS.
000510 01  AUTH-RECORD.
000520     05  AUTH-OPERATOR       PIC X(8).
000530     05  FILLER              PIC X.
000540     05  AUTH-INQUIRY        PIC X.
000550     05  FILLER              PIC X.
000560     05  AUTH-REPAIR         PIC X.
000570     05  FILLER              PIC X.
000580     05  AUTH-CORRECT        PIC X.
000590     05  FILLER              PIC X.
000600     05  AUTH-APPROVE        PIC X.
000610 FD  SECLOG-FILE
000620     RECORD CONTAINS 68 CHARACTERS.
000630 01  SECLOG-RECORD.
000640     05  SEC-DATE            PIC 9(8).
000650     05  FILLER              PIC X       VALUE SPACE.
000660     05  SEC-TIME            PIC 9(8).
000670     05  FILLER              PIC X       VALUE SPACE.
000680     05  SEC-PROGRAM         PIC X(8).
000690     05  FILLER              PIC X       VALUE SPACE.
000700     05  SEC-OPERATOR        PIC X(8).
000710     05  FILLER              PIC X       VALUE SPACE.
000720     05  SEC-FUNCTION        PIC X.
000730     05  FILLER              PIC X       VALUE SPACE.
000740     05  SEC-REASON          PIC X(30).
000750 FD  LOCK-FILE
000760     RECORD CONTAINS 10 CHARACTERS.
000770 01  LOCK-RECORD.
000780     05  LOCK-DATE           PIC 9(8).
000790     05  FILLER              PIC X       VALUE SPACE.
000800     05  LOCK-STATUS         PIC X.
000810 WORKING-STORAGE SECTION.
000820
000830 77      WS-LINE-STATUS      PIC XX      VALUE SPACES.
000840 77      WS-EXIT-SWITCH      PIC X       VALUE "N".
000850 77      WS-KEY-FOUND        PIC X       VALUE "N".
000860 77      WS-LAST-CODE        PIC X(2)    VALUE SPACES.
000870 77      WS-LAST-KEY-VALID   PIC X       VALUE "N".
000880 77      WS-BROWSE-EOF       PIC X       VALUE "N".
000890 77      WS-ENTRY-VALID      PIC X       VALUE "N".
000900 77      WS-CURRENT-DATE     PIC 9(8)    VALUE 0.
000910 77      WS-CURRENT-TIME     PIC 9(8)    VALUE 0.
000920 77      WS-AUTH-STATUS      PIC XX      VALUE SPACES.
000930 77      WS-SECLOG-STATUS    PIC XX      VALUE SPACES.
000940 77      WS-AUTH-EOF         PIC X       VALUE "N".
000950 77      WS-AUTH-COUNT       PIC S9(4)   COMP-3 VALUE 0.
000960 77      WS-AUTH-IX          PIC S9(4)   COMP-3 VALUE 0.
000970 77      WS-AUTH-SLOT        PIC S9(4)   COMP-3 VALUE 0.
000980 77      WS-AUTH-OK          PIC X       VALUE "N".
000990 77      WS-REQ-PERM         PIC X       VALUE SPACE.
001000 77      WS-AUTH-REASON      PIC X(30)   VALUE SPACES.
001010 77      WS-LOCK-STATUS      PIC XX      VALUE SPACES.
001020 77      WS-LOCK-ACTIVE      PIC X       VALUE "N".
001030 77      WS-FIRST-SCREEN     PIC X       VALUE "Y".
001040
001050 01  WS-AUTH-TABLE.
001060     05  WS-AUTH-ENTRY       OCCURS 50 TIMES.
001070         10  WS-ATB-OPERATOR PIC X(8).
001080         10  WS-ATB-INQUIRY  PIC X.
001090         10  WS-ATB-CORRECT  PIC X.
001100
001110 01  WS-OPERATOR-ID          PIC X(8)    VALUE SPACES.
001120 01  WS-FUNCTION-CODE        PIC X       VALUE SPACE.
001130 01  WS-INPUT-CODE           PIC X(2)    VALUE SPACES.
001140 01  WS-INPUT-DESCRIPTION    PIC X(30)   VALUE SPACES.
001150 01  WS-INPUT-PLANT          PIC X(4)    VALUE SPACES.
001160 01  WS-INPUT-ACTIVE         PIC X       VALUE SPACE.
001170 01  WS-INPUT-MIN-LOT        PIC 9(9)    VALUE 0.
001180 01  WS-INPUT-MAX-LOT        PIC 9(9)    VALUE 0.
001190 01  WS-DISPLAY-CHG-DATE     PIC 9(8)    VALUE 0.
001200 01  WS-DISPLAY-CHG-OPERATOR PIC X(8)    VALUE SPACES.
001210 01  WS-MESSAGE              PIC X(60)   VALUE SPACES.
001220
001230 SCREEN SECTION.
001240 01  GCD-LINE-SCREEN.
001250     05  BLANK SCREEN.
001260     05  LINE 1  COLUMN 1
001270         VALUE "GCD PACKING-LINE REFERENCE MAINTENANCE".
001280     05  LINE 2  COLUMN 1  VALUE "OPERATOR :".
001290     05  LINE 2  COLUMN 12 PIC X(8) USING WS-OPERATOR-ID.
001300     05  LINE 3  COLUMN 1
001310         VALUE "FUNCTION (I/A/U/N/X):".
001320     05  LINE 3  COLUMN 23 PIC X USING WS-FUNCTION-CODE.
001330     05  LINE 5  COLUMN 1  VALUE "LINE CODE:".
001340     05  LINE 5  COLUMN 12 PIC X(2) USING WS-INPUT-CODE.
001350     05  LINE 6  COLUMN 1  VALUE "DESCRIPT :".
001360     05  LINE 6  COLUMN 12 PIC X(30) USING WS-INPUT-DESCRIPTION.
001370     05  LINE 7  COLUMN 1  VALUE "PLANT    :".
001380     05  LINE 7  COLUMN 12 PIC X(4) USING WS-INPUT-PLANT.
001390     05  LINE 8  COLUMN 1  VALUE "ACTIVE   :".
001400     05  LINE 8  COLUMN 12 PIC X USING WS-INPUT-ACTIVE.
001410     05  LINE 8  COLUMN 15 VALUE "(Y/N)".
001420     05  LINE 9  COLUMN 1  VALUE "MIN LOT  :".
001430     05  LINE 9  COLUMN 12 PIC 9(9) USING WS-INPUT-MIN-LOT.
001440     05  LINE 10 COLUMN 1  VALUE "MAX LOT  :".
001450     05  LINE 10 COLUMN 12 PIC 9(9) USING WS-INPUT-MAX-LOT.
001460     05  LINE 12 COLUMN 1  VALUE "CHANGED  :".
001470     05  LINE 12 COLUMN 12 PIC 9(8) FROM WS-DISPLAY-CHG-DATE.
001480     05  LINE 12 COLUMN 22 VALUE "BY :".
001490     05  LINE 12 COLUMN 27 PIC X(8) FROM WS-DISPLAY-CHG-OPERATOR.
001500     05  LINE 14 COLUMN 1  VALUE "MESSAGE  :".
001510     05  LINE 14 COLUMN 12 PIC X(60) FROM WS-MESSAGE.
001520
001530 PROCEDURE DIVISION.
001540 PROGRAM-BEGIN.
001550
001560     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001570     PERFORM LOAD-AUTH-TABLE.
001580     PERFORM OPEN-LINE-FILE.
001590     PERFORM PROCESS-ONE-REQUEST
001600        WITH TEST BEFORE UNTIL WS-EXIT-SWITCH = "Y".
001610     PERFORM CLOSE-LINE-FILE.
001620     STOP RUN.
001630
001640 OPEN-LINE-FILE.
001650     OPEN I-O LINE-FILE.
001660     IF WS-LINE-STATUS = "35"
001670        OPEN OUTPUT LINE-FILE
001680        CLOSE LINE-FILE
001690        OPEN I-O LINE-FILE
001700     END-IF.
001710     IF WS-LINE-STATUS NOT = "00"
001720        MOVE "LINE FILE NOT AVAILABLE - CALL SUPPORT"
001730           TO WS-MESSAGE
001740     END-IF.
001750
001760 CLOSE-LINE-FILE.
001770     CLOSE LINE-FILE.
001780
001790 PROCESS-ONE-REQUEST.
001800     IF WS-FIRST-SCREEN = "Y"
001810        MOVE "N" TO WS-FIRST-SCREEN
001820     ELSE
001830        MOVE SPACES TO WS-MESSAGE
001840     END-IF.
001850     DISPLAY GCD-LINE-SCREEN.
001860     ACCEPT GCD-LINE-SCREEN.
001870     EVALUATE WS-FUNCTION-CODE
001880        WHEN "I"
001890           MOVE "I" TO WS-REQ-PERM
001900           PERFORM CHECK-AUTHORITY
001910           IF WS-AUTH-OK = "Y"
001920              PERFORM INQUIRE-LINE
001930           END-IF
001940        WHEN "N"
001950           MOVE "I" TO WS-REQ-PERM
001960           PERFORM CHECK-AUTHORITY
001970           IF WS-AUTH-OK = "Y"
001980              PERFORM BROWSE-NEXT-LINE
001990           END-IF
002000        WHEN "A"
002010           MOVE "C" TO WS-REQ-PERM
002020           PERFORM CHECK-AUTHORITY
002030           IF WS-AUTH-OK = "Y"
002040              PERFORM CHECK-BATCH-LOCK
002050              IF WS-LOCK-ACTIVE = "Y"
002060                 MOVE "NIGHTLY RUN IN PROGRESS - TRY LATER"
002070                    TO WS-MESSAGE
002080              ELSE
002090                 PERFORM ADD-LINE
002100              END-IF
002110           END-IF
002120        WHEN "U"
002130           MOVE "C" TO WS-REQ-PERM
002140           PERFORM CHECK-AUTHORITY
002150           IF WS-AUTH-OK = "Y"
002160              PERFORM CHECK-BATCH-LOCK
002170              IF WS-LOCK-ACTIVE = "Y"
002180                 MOVE "NIGHTLY RUN IN PROGRESS - TRY LATER"
002190                    TO WS-MESSAGE
002200              ELSE
002210                 PERFORM UPDATE-LINE
002220              END-IF
002230           END-IF
002240        WHEN "X"
002250           MOVE "Y" TO WS-EXIT-SWITCH
002260        WHEN OTHER
002270           MOVE "INVALID FUNCTION - USE I A U N OR X"
002280              TO WS-MESSAGE
002290     END-EVALUATE.
002300
002310 LOAD-AUTH-TABLE.
002320     OPEN INPUT AUTH-FILE.
002330     IF WS-AUTH-STATUS NOT = "00"
002340        MOVE "Y" TO WS-AUTH-EOF
002350     ELSE
002360        PERFORM READ-AUTH-RECORD
002370        PERFORM STORE-AUTH-ENTRY
002380           WITH TEST BEFORE UNTIL WS-AUTH-EOF = "Y"
002390        CLOSE AUTH-FILE
002400     END-IF.
002410
002420 READ-AUTH-RECORD.
002430     READ AUTH-FILE
002440        AT END
002450           MOVE "Y" TO WS-AUTH-EOF
002460     END-READ.
002470
002480 STORE-AUTH-ENTRY.
002490     IF WS-AUTH-COUNT < 50 AND AUTH-OPERATOR NOT = SPACES
002500        ADD 1 TO WS-AUTH-COUNT
002510        MOVE AUTH-OPERATOR TO WS-ATB-OPERATOR (WS-AUTH-COUNT)
002520        MOVE AUTH-INQUIRY TO WS-ATB-INQUIRY (WS-AUTH-COUNT)
002530        MOVE AUTH-CORRECT TO WS-ATB-CORRECT (WS-AUTH-COUNT)
002540     END-IF.
002550     PERFORM READ-AUTH-RECORD.
002560
002570 LOCATE-AUTH-ENTRY.
002580     MOVE 0 TO WS-AUTH-SLOT.
002590     MOVE 1 TO WS-AUTH-IX.
002600     PERFORM CHECK-AUTH-ENTRY
002610        WITH TEST BEFORE
002620        UNTIL WS-AUTH-SLOT > 0 OR WS-AUTH-IX > WS-AUTH-COUNT.
002630
002640 CHECK-AUTH-ENTRY.
002650     IF WS-ATB-OPERATOR (WS-AUTH-IX) = WS-OPERATOR-ID
002660        MOVE WS-AUTH-IX TO WS-AUTH-SLOT
002670     END-IF.
002680     ADD 1 TO WS-AUTH-IX.
002690
002700 CHECK-AUTHORITY.
002710     MOVE "N" TO WS-AUTH-OK.
002720     MOVE SPACES TO WS-AUTH-REASON.
002730     IF WS-OPERATOR-ID = SPACES
002740        MOVE "OPERATOR ID NOT KEYED" TO WS-AUTH-REASON
002750        MOVE "OPERATOR ID REQUIRED - SEE SUPERVISOR"
002760           TO WS-MESSAGE
002770        PERFORM WRITE-SECURITY-VIOLATION
002780     ELSE
002790        IF WS-AUTH-COUNT = 0
002800           MOVE "AUTHORIZATION FILE EMPTY" TO WS-AUTH-REASON
002810           MOVE "AUTHORIZATION FILE NOT AVAILABLE - CALL SUPPORT"
002820              TO WS-MESSAGE
002830           PERFORM WRITE-SECURITY-VIOLATION
002840        ELSE
002850           PERFORM LOCATE-AUTH-ENTRY
002860           IF WS-AUTH-SLOT = 0
002870              MOVE "OPERATOR NOT ON AUTH FILE" TO WS-AUTH-REASON
002880              MOVE "OPERATOR NOT AUTHORIZED - ATTEMPT LOGGED"
002890                 TO WS-MESSAGE
002900              PERFORM WRITE-SECURITY-VIOLATION
002910           ELSE
002920              PERFORM CHECK-FUNCTION-PERM
002930           END-IF
002940        END-IF
002950     END-IF.
002960
002970 CHECK-FUNCTION-PERM.
002980     EVALUATE WS-REQ-PERM
002990        WHEN "I"
003000           IF WS-ATB-INQUIRY (WS-AUTH-SLOT) = "Y"
003010              MOVE "Y" TO WS-AUTH-OK
003020           END-IF
003030        WHEN "C"
003040           IF WS-ATB-CORRECT (WS-AUTH-SLOT) = "Y"
003050              MOVE "Y" TO WS-AUTH-OK
003060           END-IF
003070     END-EVALUATE.
003080     IF WS-AUTH-OK = "N"
003090        MOVE "FUNCTION NOT AUTHORIZED" TO WS-AUTH-REASON
003100        MOVE "FUNCTION NOT AUTHORIZED FOR OPERATOR - LOGGED"
003110           TO WS-MESSAGE
003120        PERFORM WRITE-SECURITY-VIOLATION
003130     END-IF.
003140
003150 CHECK-BATCH-LOCK.
003160     MOVE "N" TO WS-LOCK-ACTIVE.
003170     OPEN INPUT LOCK-FILE.
003180     IF WS-LOCK-STATUS = "00"
003190        READ LOCK-FILE
003200        END-READ
003210        IF WS-LOCK-STATUS = "00" AND LOCK-STATUS = "R"
003220           AND LOCK-DATE IS NUMERIC
003230           AND LOCK-DATE = WS-CURRENT-DATE
003240           MOVE "Y" TO WS-LOCK-ACTIVE
003250        END-IF
003260        CLOSE LOCK-FILE
003270     END-IF.
003280
003290 WRITE-SECURITY-VIOLATION.
003300     ACCEPT WS-CURRENT-TIME FROM TIME.
003310     OPEN EXTEND SECLOG-FILE.
003320     IF WS-SECLOG-STATUS = "35"
003330        OPEN OUTPUT SECLOG-FILE
003340     END-IF.
003350     IF WS-SECLOG-STATUS NOT = "00"
003360        MOVE "VIOLATION NOT LOGGED - CALL SUPPORT" TO WS-MESSAGE
003370     ELSE
003380        MOVE SPACES TO SECLOG-RECORD
003390        MOVE WS-CURRENT-DATE TO SEC-DATE
003400        MOVE WS-CURRENT-TIME TO SEC-TIME
003410        MOVE "GCDLNM" TO SEC-PROGRAM
003420        MOVE WS-OPERATOR-ID TO SEC-OPERATOR
003430        MOVE WS-FUNCTION-CODE TO SEC-FUNCTION
003440        MOVE WS-AUTH-REASON TO SEC-REASON
003450        WRITE SECLOG-RECORD
003460        CLOSE SECLOG-FILE
003470     END-IF.
003480
003490 READ-LINE-BY-KEY.
003500     MOVE "N" TO WS-KEY-FOUND.
003510     READ LINE-FILE
003520        INVALID KEY
003530           CONTINUE
003540        NOT INVALID KEY
003550           MOVE "Y" TO WS-KEY-FOUND
003560     END-READ.
003570
003580 SHOW-LINE-RECORD.
003590     MOVE LINE-CODE TO WS-INPUT-CODE.
003600     MOVE LINE-DESCRIPTION TO WS-INPUT-DESCRIPTION.
003610     MOVE LINE-PLANT TO WS-INPUT-PLANT.
003620     MOVE LINE-ACTIVE TO WS-INPUT-ACTIVE.
003630     MOVE LINE-MIN-LOT TO WS-INPUT-MIN-LOT.
003640     MOVE LINE-MAX-LOT TO WS-INPUT-MAX-LOT.
003650     MOVE LINE-CHG-DATE TO WS-DISPLAY-CHG-DATE.
003660     MOVE LINE-CHG-OPERATOR TO WS-DISPLAY-CHG-OPERATOR.
003670     MOVE LINE-CODE TO WS-LAST-CODE.
003680     MOVE "Y" TO WS-LAST-KEY-VALID.
003690
003700 CLEAR-LINE-DISPLAY.
003710     MOVE SPACES TO WS-INPUT-DESCRIPTION.
003720     MOVE SPACES TO WS-INPUT-PLANT.
003730     MOVE SPACE TO WS-INPUT-ACTIVE.
003740     MOVE 0 TO WS-INPUT-MIN-LOT.
003750     MOVE 0 TO WS-INPUT-MAX-LOT.
003760     MOVE 0 TO WS-DISPLAY-CHG-DATE.
003770     MOVE SPACES TO WS-DISPLAY-CHG-OPERATOR.
003780
003790 INQUIRE-LINE.
003800     IF WS-INPUT-CODE = SPACES
003810        MOVE "KEY THE LINE CODE TO INQUIRE ON" TO WS-MESSAGE
003820     ELSE
003830        MOVE WS-INPUT-CODE TO LINE-CODE
003840        PERFORM READ-LINE-BY-KEY
003850        IF WS-KEY-FOUND = "Y"
003860           PERFORM SHOW-LINE-RECORD
003870           IF LINE-ACTIVE = "Y"
003880              MOVE "LINE FOUND - ACTIVE" TO WS-MESSAGE
003890           ELSE
003900              MOVE "LINE FOUND - INACTIVE, PAIRS WILL BE REJECTED"
003910                 TO WS-MESSAGE
003920           END-IF
003930        ELSE
003940           MOVE "N" TO WS-LAST-KEY-VALID
003950           PERFORM CLEAR-LINE-DISPLAY
003960           MOVE "LINE NOT ON FILE - USE A TO ADD" TO WS-MESSAGE
003970        END-IF
003980     END-IF.
003990
004000 BROWSE-NEXT-LINE.
004010     MOVE "N" TO WS-BROWSE-EOF.
004020     MOVE WS-INPUT-CODE TO LINE-CODE.
004030     START LINE-FILE KEY GREATER THAN LINE-CODE
004040        INVALID KEY
004050           MOVE "Y" TO WS-BROWSE-EOF
004060     END-START.
004070     IF WS-BROWSE-EOF = "N"
004080        READ LINE-FILE NEXT RECORD
004090           AT END
004100              MOVE "Y" TO WS-BROWSE-EOF
004110        END-READ
004120        IF WS-LINE-STATUS NOT = "00"
004130           MOVE "Y" TO WS-BROWSE-EOF
004140        END-IF
004150     END-IF.
004160     IF WS-BROWSE-EOF = "Y"
004170        MOVE "N" TO WS-LAST-KEY-VALID
004180        MOVE SPACES TO WS-INPUT-CODE
004190        PERFORM CLEAR-LINE-DISPLAY
004200        MOVE "END OF LINE FILE - N AGAIN STARTS FROM THE TOP"
004210           TO WS-MESSAGE
004220     ELSE
004230        PERFORM SHOW-LINE-RECORD
004240        MOVE "LINE FOUND - N FOR NEXT LINE" TO WS-MESSAGE
004250     END-IF.
004260
004270 VALIDATE-LINE-ENTRY.
004280     MOVE "N" TO WS-ENTRY-VALID.
004290     IF WS-INPUT-DESCRIPTION = SPACES
004300        MOVE "DESCRIPTION IS REQUIRED - NOT SAVED" TO WS-MESSAGE
004310     ELSE
004320        IF WS-INPUT-PLANT = SPACES
004330           MOVE "PLANT IS REQUIRED - NOT SAVED" TO WS-MESSAGE
004340        ELSE
004350           IF WS-INPUT-ACTIVE NOT = "Y"
004360              AND WS-INPUT-ACTIVE NOT = "N"
004370              MOVE "ACTIVE MUST BE Y OR N - NOT SAVED"
004380                 TO WS-MESSAGE
004390           ELSE
004400              IF WS-INPUT-MIN-LOT IS ZERO
004410                 MOVE "MIN LOT MUST BE NON-ZERO - NOT SAVED"
004420                    TO WS-MESSAGE
004430              ELSE
004440                 IF WS-INPUT-MAX-LOT < WS-INPUT-MIN-LOT
004450                    MOVE "MAX LOT IS BELOW MIN LOT - NOT SAVED"
004460                       TO WS-MESSAGE
004470                 ELSE
004480                    MOVE "Y" TO WS-ENTRY-VALID
004490                 END-IF
004500              END-IF
004510           END-IF
004520        END-IF
004530     END-IF.
004540
004550 BUILD-LINE-RECORD.
004560     MOVE SPACES TO LINE-RECORD.
004570     MOVE WS-INPUT-CODE TO LINE-CODE.
004580     MOVE WS-INPUT-DESCRIPTION TO LINE-DESCRIPTION.
004590     MOVE WS-INPUT-PLANT TO LINE-PLANT.
004600     MOVE WS-INPUT-ACTIVE TO LINE-ACTIVE.
004610     MOVE WS-INPUT-MIN-LOT TO LINE-MIN-LOT.
004620     MOVE WS-INPUT-MAX-LOT TO LINE-MAX-LOT.
004630     MOVE WS-CURRENT-DATE TO LINE-CHG-DATE.
004640     MOVE WS-OPERATOR-ID TO LINE-CHG-OPERATOR.
004650
004660 ADD-LINE.
004670     IF WS-INPUT-CODE = SPACES
004680        MOVE "KEY THE LINE CODE TO ADD" TO WS-MESSAGE
004690     ELSE
004700        MOVE WS-INPUT-CODE TO LINE-CODE
004710        PERFORM READ-LINE-BY-KEY
004720        IF WS-KEY-FOUND = "Y"
004730           MOVE "LINE ALREADY ON FILE - USE I THEN U TO CHANGE"
004740              TO WS-MESSAGE
004750        ELSE
004760           PERFORM VALIDATE-LINE-ENTRY
004770           IF WS-ENTRY-VALID = "Y"
004780              PERFORM BUILD-LINE-RECORD
004790              WRITE LINE-RECORD
004800                 INVALID KEY
004810                    MOVE "LINE ADD FAILED - NOT SAVED"
004820                       TO WS-MESSAGE
004830                 NOT INVALID KEY
004840                    PERFORM SHOW-LINE-RECORD
004850                    MOVE "LINE ADDED TO REFERENCE FILE"
004860                       TO WS-MESSAGE
004870              END-WRITE
004880           END-IF
004890        END-IF
004900     END-IF.
004910
004920 UPDATE-LINE.
004930     IF WS-LAST-KEY-VALID NOT = "Y"
004940        OR WS-INPUT-CODE NOT = WS-LAST-CODE
004950        MOVE "MUST INQUIRE ON THIS LINE FIRST" TO WS-MESSAGE
004960     ELSE
004970        PERFORM VALIDATE-LINE-ENTRY
004980        IF WS-ENTRY-VALID = "Y"
004990           MOVE WS-INPUT-CODE TO LINE-CODE
005000           PERFORM READ-LINE-BY-KEY
005010           IF WS-KEY-FOUND = "N"
005020              MOVE "N" TO WS-LAST-KEY-VALID
005030              MOVE "LINE NO LONGER ON FILE - NOT SAVED"
005040                 TO WS-MESSAGE
005050           ELSE
005060              PERFORM BUILD-LINE-RECORD
005070              REWRITE LINE-RECORD
005080                 INVALID KEY
005090                    MOVE "LINE UPDATE FAILED - NOT SAVED"
005100                       TO WS-MESSAGE
005110                 NOT INVALID KEY
005120                    PERFORM SHOW-LINE-RECORD
005130                    MOVE "LINE UPDATED ON REFERENCE FILE"
005140                       TO WS-MESSAGE
005150              END-REWRITE
005160           END-IF
005170        END-IF
005180     END-IF.
