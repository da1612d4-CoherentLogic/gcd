000290     SELECT LOCK-FILE ASSIGN TO "GCDLOCK"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-LOCK-STATUS.
000311     SELECT APPROVAL-FILE ASSIGN TO "GCDAPQ"
000312         ORGANIZATION IS INDEXED
000313         ACCESS MODE IS DYNAMIC
000314         RECORD KEY IS APQ-KEY
000315         FILE STATUS IS WS-APQ-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  MASTER-FILE
000420     05  MSTR-LAST-REF-DATE  PIC 9(8).
000430     05  MSTR-REUSE-COUNT    PIC S9(9) COMP-3.
000440 FD  JOURNAL-FILE
000450     RECORD CONTAINS 134 CHARACTERS.
000460 01  JOURNAL-RECORD.
000470     05  JRN-DATE            PIC 9(8).
000480     05  FILLER              PIC X       VALUE SPACE.
000670     05  JRN-AFT-GCD         PIC 9(9).
000680     05  FILLER              PIC X       VALUE SPACE.
000690     05  JRN-AFT-LCM         PIC 9(18).
000693     05  FILLER              PIC X       VALUE SPACE.
000696     05  JRN-APPROVER        PIC X(8).
000700 FD  AUTH-FILE
000710     RECORD CONTAINS 16 CHARACTERS.
000720 01  AUTH-RECORD.
000730     05  AUTH-OPERATOR       PIC X(8).
000740     05  FILLER              PIC X.
000770     05  AUTH-REPAIR         PIC X.
000780     05  FILLER              PIC X.
000790     05  AUTH-CORRECT        PIC X.
000793     05  FILLER              PIC X.
000796     05  AUTH-APPROVE        PIC X.
000800 FD  SECLOG-FILE
000810     RECORD CONTAINS 68 CHARACTERS.
000820 01  SECLOG-RECORD.
000970     05  LOCK-DATE           PIC 9(8).
000980     05  FILLER              PIC X       VALUE SPACE.
000990     05  LOCK-STATUS         PIC X.
000991 FD  APPROVAL-FILE
000992     RECORD CONTAINS 153 CHARACTERS.
000993 01  APPROVAL-RECORD.
000994     05  APQ-KEY.
000995         10  APQ-KEY-A       PIC 9(9).
000996         10  APQ-KEY-B       PIC 9(9).
000997     05  FILLER              PIC X       VALUE SPACE.
000998     05  APQ-STATUS          PIC X.
000999     05  FILLER              PIC X       VALUE SPACE.
001000     05  APQ-FUNCTION        PIC X.
001001     05  FILLER              PIC X       VALUE SPACE.
001002     05  APQ-REQ-OPERATOR    PIC X(8).
001003     05  FILLER              PIC X       VALUE SPACE.
001004     05  APQ-REQ-DATE        PIC 9(8).
001005     05  FILLER              PIC X       VALUE SPACE.
001006     05  APQ-REQ-TIME        PIC 9(8).
001007     05  FILLER              PIC X       VALUE SPACE.
001008     05  APQ-BEF-GCD         PIC 9(9).
001009     05  FILLER              PIC X       VALUE SPACE.
001010     05  APQ-BEF-LCM         PIC 9(18).
001011     05  FILLER              PIC X       VALUE SPACE.
001012     05  APQ-BEF-REF-DATE    PIC 9(8).
001013     05  FILLER              PIC X       VALUE SPACE.
001014     05  APQ-BEF-REUSE       PIC 9(9).
001015     05  FILLER              PIC X       VALUE SPACE.
001016     05  APQ-AFT-GCD         PIC 9(9).
001017     05  FILLER              PIC X       VALUE SPACE.
001018     05  APQ-AFT-LCM         PIC 9(18).
001019     05  FILLER              PIC X       VALUE SPACE.
001020     05  APQ-APR-OPERATOR    PIC X(8).
001021     05  FILLER              PIC X       VALUE SPACE.
001022     05  APQ-APR-DATE        PIC 9(8).
001023     05  FILLER              PIC X       VALUE SPACE.
001024     05  APQ-APR-TIME        PIC 9(8).
001025 WORKING-STORAGE SECTION.
001026
001027 77      A PICTURE S9(9) COMP-3.
001030 77      B PICTURE S9(9) COMP-3.
001040 77      C PICTURE S9(9) COMP-3.
001050 77      QUIT PICTURE 99.
001450 77      WS-BROWSE-EOF       PIC X       VALUE "N".
001460 77      WS-BROWSE-KEY-A     PIC 9(9)    VALUE 0.
001470 77      WS-BROWSE-KEY-B     PIC 9(9)    VALUE 0.
001471 77      WS-APQ-DECISION     PIC X       VALUE SPACE.
001472 77      WS-APQ-STATUS       PIC XX      VALUE SPACES.
001473 77      WS-APQ-FOUND        PIC X       VALUE "N".
001474 77      WS-APQ-EOF          PIC X       VALUE "N".
001475 77      WS-APQ-IO-BAD       PIC X       VALUE "N".
001476 77      WS-REVIEW-ACTIVE    PIC X       VALUE "N".
001477 77      WS-REVIEW-KEY-A     PIC 9(9)    VALUE 0.
001478 77      WS-REVIEW-KEY-B     PIC 9(9)    VALUE 0.
001479 77      WS-REQ-OPERATOR     PIC X(8)    VALUE SPACES.
001480 77      WS-MASTER-MOVED     PIC X       VALUE "N".
001481
001490 01  WS-AUTH-TABLE.
001500     05  WS-AUTH-ENTRY       OCCURS 50 TIMES.
001510         10  WS-ATB-OPERATOR PIC X(8).
001520         10  WS-ATB-INQUIRY  PIC X.
001530         10  WS-ATB-REPAIR   PIC X.
001540         10  WS-ATB-CORRECT  PIC X.
001545         10  WS-ATB-APPROVE  PIC X.
001550
001560 01  WS-OPERATOR-ID          PIC X(8)    VALUE SPACES.
001570 01  WS-FUNCTION-CODE        PIC X       VALUE SPACE.
001600 01  WS-DISPLAY-GCD          PIC 9(9)    VALUE 0.
001610 01  WS-DISPLAY-LCM          PIC 9(18)   VALUE 0.
001620 01  WS-MESSAGE              PIC X(60)   VALUE SPACES.
001621 01  WS-PEND-OPERATOR        PIC X(8)    VALUE SPACES.
001622 01  WS-PEND-FUNCTION        PIC X       VALUE SPACE.
001623 01  WS-PEND-DATE            PIC 9(8)    VALUE 0.
001624 01  WS-PEND-BEF-GCD         PIC 9(9)    VALUE 0.
001625 01  WS-PEND-BEF-LCM         PIC 9(18)   VALUE 0.
001630
001640 SCREEN SECTION.
001650 01  GCD-ONLINE-SCREEN.
001690     05  LINE 2  COLUMN 1  VALUE "OPERATOR :".
001700     05  LINE 2  COLUMN 12 PIC X(8) USING WS-OPERATOR-ID.
001710     05  LINE 3  COLUMN 1
001720         VALUE "FUNCTION (I/R/C/B/G/P/A/D/X):".
001730     05  LINE 3  COLUMN 31 PIC X USING WS-FUNCTION-CODE.
001740     05  LINE 5  COLUMN 1  VALUE "INPUT A  :".
001750     05  LINE 5  COLUMN 12 PIC 9(9) USING WS-INPUT-A.
001760     05  LINE 6  COLUMN 1  VALUE "INPUT B  :".
001810     05  LINE 9  COLUMN 12 PIC 9(18) USING WS-DISPLAY-LCM.
001820     05  LINE 11 COLUMN 1  VALUE "MESSAGE  :".
001830     05  LINE 11 COLUMN 12 PIC X(60) FROM WS-MESSAGE.
001831     05  LINE 13 COLUMN 1  VALUE "REQUESTED:".
001832     05  LINE 13 COLUMN 12 PIC X(8) FROM WS-PEND-OPERATOR.
001833     05  LINE 13 COLUMN 22 VALUE "FUNCTION :".
001834     05  LINE 13 COLUMN 33 PIC X FROM WS-PEND-FUNCTION.
001835     05  LINE 13 COLUMN 36 VALUE "DATE :".
001836     05  LINE 13 COLUMN 43 PIC 9(8) FROM WS-PEND-DATE.
001837     05  LINE 14 COLUMN 1  VALUE "BEF GCD  :".
001838     05  LINE 14 COLUMN 12 PIC 9(9) FROM WS-PEND-BEF-GCD.
001839     05  LINE 15 COLUMN 1  VALUE "BEF LCM  :".
001840     05  LINE 15 COLUMN 12 PIC 9(18) FROM WS-PEND-BEF-LCM.
001841
001850 PROCEDURE DIVISION.
001860 PROGRAM-BEGIN.
001870
002210     END-IF.
002220     DISPLAY GCD-ONLINE-SCREEN.
002230     ACCEPT GCD-ONLINE-SCREEN.
002232     IF WS-FUNCTION-CODE NOT = "P" AND WS-FUNCTION-CODE NOT = "A"
002234        AND WS-FUNCTION-CODE NOT = "D"
002236        PERFORM CLEAR-PENDING-DISPLAY
002238     END-IF.
002240     EVALUATE WS-FUNCTION-CODE
002250        WHEN "I"
002260           MOVE "I" TO WS-REQ-PERM
002640           IF WS-AUTH-OK = "Y"
002650              PERFORM BROWSE-MASTER
002660           END-IF
002661        WHEN "P"
002662           MOVE "A" TO WS-REQ-PERM
002663           PERFORM CHECK-AUTHORITY
002664           IF WS-AUTH-OK = "Y"
002665              PERFORM REVIEW-PENDING
002666           END-IF
002667        WHEN "A"
002668           MOVE "A" TO WS-REQ-PERM
002669           PERFORM CHECK-AUTHORITY
002670           IF WS-AUTH-OK = "Y"
002671              PERFORM CHECK-BATCH-LOCK
002672              IF WS-LOCK-ACTIVE = "Y"
002673                 MOVE "NIGHTLY RUN IN PROGRESS - TRY LATER"
002674                    TO WS-MESSAGE
002675              ELSE
002676                 MOVE "A" TO WS-APQ-DECISION
002677                 PERFORM DECIDE-PENDING-CHANGE
002678              END-IF
002679           END-IF
002680        WHEN "D"
002681           MOVE "A" TO WS-REQ-PERM
002682           PERFORM CHECK-AUTHORITY
002683           IF WS-AUTH-OK = "Y"
002684              MOVE "D" TO WS-APQ-DECISION
002685              PERFORM DECIDE-PENDING-CHANGE
002686           END-IF
002687        WHEN "X"
002688           MOVE "Y" TO WS-EXIT-SWITCH
002690        WHEN OTHER
002700           MOVE "INVALID FUNCTION - USE I R C B G P A D OR X"
002710              TO WS-MESSAGE
002720     END-EVALUATE.
002730
002950        MOVE AUTH-INQUIRY TO WS-ATB-INQUIRY (WS-AUTH-COUNT)
002960        MOVE AUTH-REPAIR TO WS-ATB-REPAIR (WS-AUTH-COUNT)
002970        MOVE AUTH-CORRECT TO WS-ATB-CORRECT (WS-AUTH-COUNT)
002975        MOVE AUTH-APPROVE TO WS-ATB-APPROVE (WS-AUTH-COUNT)
002980     END-IF.
002990     PERFORM READ-AUTH-RECORD.
003000
003520           IF WS-ATB-CORRECT (WS-AUTH-SLOT) = "Y"
003530              MOVE "Y" TO WS-AUTH-OK
003540           END-IF
003542        WHEN "A"
003544           IF WS-ATB-APPROVE (WS-AUTH-SLOT) = "Y"
003546              MOVE "Y" TO WS-AUTH-OK
003548           END-IF
003550     END-EVALUATE.
003560     IF WS-AUTH-OK = "N"
003570        MOVE "FUNCTION NOT AUTHORIZED" TO WS-AUTH-REASON
005160           PERFORM UPDATE-MASTER-REFERENCE
005162        END-IF
005170        MOVE "PAIR FOUND ON MASTER FILE" TO WS-MESSAGE
005171        PERFORM CHECK-PENDING-FOR-PAIR
005172        IF WS-APQ-FOUND = "Y"
005173           MOVE "PAIR FOUND - A CHANGE IS AWAITING APPROVAL"
005174              TO WS-MESSAGE
005175        END-IF
005180     ELSE
005190        MOVE 0 TO WS-DISPLAY-GCD
005200        MOVE 0 TO WS-DISPLAY-LCM
005210        MOVE "N" TO WS-LAST-KEY-VALID
005220        MOVE "PAIR NOT ON FILE - USE R TO COMPUTE" TO WS-MESSAGE
005221        PERFORM CHECK-PENDING-FOR-PAIR
005222        IF WS-APQ-FOUND = "Y"
005223           MOVE "PAIR NOT ON FILE - ADD IS AWAITING APPROVAL"
005224              TO WS-MESSAGE
005225        END-IF
005230     END-IF.
005240
005250 RECOMPUTE-PAIR.
005540           MOVE MSTR-LAST-REF-DATE TO WS-BEF-REF-DATE
005550           MOVE MSTR-REUSE-COUNT TO WS-BEF-REUSE
005560           MOVE "R" TO WS-JRN-FUNCTION
005700        ELSE
005710           MOVE 0 TO WS-BEF-GCD
005720           MOVE 0 TO WS-BEF-LCM
005730           MOVE 0 TO WS-BEF-REF-DATE
005740           MOVE 0 TO WS-BEF-REUSE
005750           MOVE "A" TO WS-JRN-FUNCTION
005900        END-IF
005902        MOVE RESULT TO WS-AFT-GCD
005904        MOVE LCM TO WS-AFT-LCM
005906        PERFORM QUEUE-FOR-APPROVAL
005910     END-IF.
005920
005930 COMPUTE-GCD-LOOP.
006180              MOVE MSTR-LAST-REF-DATE TO WS-BEF-REF-DATE
006190              MOVE MSTR-REUSE-COUNT TO WS-BEF-REUSE
006200              MOVE "C" TO WS-JRN-FUNCTION
006240              MOVE WS-DISPLAY-GCD TO WS-AFT-GCD
006250              MOVE WS-DISPLAY-LCM TO WS-AFT-LCM
006260              PERFORM QUEUE-FOR-APPROVAL
006340           ELSE
006350              MOVE "PAIR NOT ON FILE - CANNOT CORRECT"
006360                 TO WS-MESSAGE
006510        MOVE SPACES TO JOURNAL-RECORD
006520        MOVE WS-CURRENT-DATE TO JRN-DATE
006530        MOVE WS-CURRENT-TIME TO JRN-TIME
006540        MOVE WS-REQ-OPERATOR TO JRN-OPERATOR
006550        MOVE WS-JRN-FUNCTION TO JRN-FUNCTION
006560        MOVE MSTR-KEY-A TO JRN-KEY-A
006570        MOVE MSTR-KEY-B TO JRN-KEY-B
006610        MOVE WS-BEF-REUSE TO JRN-BEF-REUSE
006620        MOVE WS-AFT-GCD TO JRN-AFT-GCD
006630        MOVE WS-AFT-LCM TO JRN-AFT-LCM
006635        MOVE WS-OPERATOR-ID TO JRN-APPROVER
006640        WRITE JOURNAL-RECORD
006650        CLOSE JOURNAL-FILE
006660        IF WS-JRN-STATUS NOT = "00"
006680              TO WS-MESSAGE
006690        END-IF
006700     END-IF.
006705
006710 OPEN-APPROVAL-FILE.
006720     MOVE "N" TO WS-APQ-IO-BAD.
006730     OPEN I-O APPROVAL-FILE.
006740     IF WS-APQ-STATUS = "35"
006750        OPEN OUTPUT APPROVAL-FILE
006760        CLOSE APPROVAL-FILE
006770        OPEN I-O APPROVAL-FILE
006780     END-IF.
006785
006790 READ-APPROVAL-BY-KEY.
006800     MOVE "N" TO WS-APQ-FOUND.
006810     READ APPROVAL-FILE
006820        INVALID KEY
006830           CONTINUE
006840        NOT INVALID KEY
006850           MOVE "Y" TO WS-APQ-FOUND
006860     END-READ.
006865
006870 READ-NEXT-APPROVAL.
006880     READ APPROVAL-FILE NEXT RECORD
006890        AT END
006900           MOVE "Y" TO WS-APQ-EOF
006910     END-READ.
006920     IF WS-APQ-EOF = "N" AND WS-APQ-STATUS NOT = "00"
006930        MOVE "Y" TO WS-APQ-EOF
006940     END-IF.
006945
006950 QUEUE-FOR-APPROVAL.
006960     PERFORM OPEN-APPROVAL-FILE.
006970     IF WS-APQ-STATUS NOT = "00"
006980        MOVE "APPROVAL QUEUE NOT AVAILABLE - NOT SAVED"
006990           TO WS-MESSAGE
007000     ELSE
007010        MOVE WS-LAST-KEY-A TO APQ-KEY-A
007020        MOVE WS-LAST-KEY-B TO APQ-KEY-B
007030        PERFORM READ-APPROVAL-BY-KEY
007040        IF WS-APQ-FOUND = "Y" AND APQ-STATUS = "P"
007050           MOVE SPACES TO WS-MESSAGE
007060           STRING "CHANGE ALREADY PENDING FROM "
007070              APQ-REQ-OPERATOR " - NOT QUEUED"
007080              DELIMITED BY SIZE INTO WS-MESSAGE
007090           END-STRING
007100        ELSE
007110           PERFORM BUILD-APPROVAL-RECORD
007120           IF WS-APQ-FOUND = "Y"
007130              REWRITE APPROVAL-RECORD
007140                 INVALID KEY
007150                    MOVE "Y" TO WS-APQ-IO-BAD
007160              END-REWRITE
007170           ELSE
007180              WRITE APPROVAL-RECORD
007190                 INVALID KEY
007200                    MOVE "Y" TO WS-APQ-IO-BAD
007210              END-WRITE
007220           END-IF
007230           IF WS-APQ-IO-BAD = "Y"
007240              MOVE "APPROVAL QUEUE UPDATE FAILED - NOT SAVED"
007250                 TO WS-MESSAGE
007260           ELSE
007270              MOVE "CHANGE QUEUED - SECOND OPERATOR MUST APPROVE"
007280                 TO WS-MESSAGE
007290           END-IF
007300        END-IF
007310        CLOSE APPROVAL-FILE
007320     END-IF.
007325
007330 BUILD-APPROVAL-RECORD.
007340     ACCEPT WS-CURRENT-TIME FROM TIME.
007350     MOVE SPACES TO APPROVAL-RECORD.
007360     MOVE WS-LAST-KEY-A TO APQ-KEY-A.
007370     MOVE WS-LAST-KEY-B TO APQ-KEY-B.
007380     MOVE "P" TO APQ-STATUS.
007390     MOVE WS-JRN-FUNCTION TO APQ-FUNCTION.
007400     MOVE WS-OPERATOR-ID TO APQ-REQ-OPERATOR.
007410     MOVE WS-CURRENT-DATE TO APQ-REQ-DATE.
007420     MOVE WS-CURRENT-TIME TO APQ-REQ-TIME.
007430     MOVE WS-BEF-GCD TO APQ-BEF-GCD.
007440     MOVE WS-BEF-LCM TO APQ-BEF-LCM.
007450     MOVE WS-BEF-REF-DATE TO APQ-BEF-REF-DATE.
007460     MOVE WS-BEF-REUSE TO APQ-BEF-REUSE.
007470     MOVE WS-AFT-GCD TO APQ-AFT-GCD.
007480     MOVE WS-AFT-LCM TO APQ-AFT-LCM.
007490     MOVE 0 TO APQ-APR-DATE.
007500     MOVE 0 TO APQ-APR-TIME.
007505
007510 CHECK-PENDING-FOR-PAIR.
007520     MOVE "N" TO WS-APQ-FOUND.
007530     OPEN INPUT APPROVAL-FILE.
007540     IF WS-APQ-STATUS = "00"
007550        MOVE MSTR-KEY-A TO APQ-KEY-A
007560        MOVE MSTR-KEY-B TO APQ-KEY-B
007570        PERFORM READ-APPROVAL-BY-KEY
007580        IF WS-APQ-FOUND = "Y" AND APQ-STATUS NOT = "P"
007590           MOVE "N" TO WS-APQ-FOUND
007600        END-IF
007610        CLOSE APPROVAL-FILE
007620     END-IF.
007625
007630 CLEAR-PENDING-DISPLAY.
007640     MOVE SPACES TO WS-PEND-OPERATOR.
007650     MOVE SPACE TO WS-PEND-FUNCTION.
007660     MOVE 0 TO WS-PEND-DATE.
007670     MOVE 0 TO WS-PEND-BEF-GCD.
007680     MOVE 0 TO WS-PEND-BEF-LCM.
007685
007690 REVIEW-PENDING.
007700     PERFORM OPEN-APPROVAL-FILE.
007710     IF WS-APQ-STATUS NOT = "00"
007720        MOVE "APPROVAL QUEUE NOT AVAILABLE - CALL SUPPORT"
007730           TO WS-MESSAGE
007740     ELSE
007750        MOVE "N" TO WS-APQ-EOF
007760        MOVE "N" TO WS-APQ-FOUND
007770        IF WS-REVIEW-ACTIVE = "Y"
007780           MOVE WS-REVIEW-KEY-A TO APQ-KEY-A
007790           MOVE WS-REVIEW-KEY-B TO APQ-KEY-B
007800        ELSE
007810           MOVE 0 TO APQ-KEY-A
007820           MOVE 0 TO APQ-KEY-B
007830        END-IF
007840        START APPROVAL-FILE KEY GREATER THAN APQ-KEY
007850           INVALID KEY
007860              MOVE "Y" TO WS-APQ-EOF
007870        END-START
007880        IF WS-APQ-EOF = "N"
007890           PERFORM READ-NEXT-APPROVAL
007900           PERFORM TEST-PENDING-RECORD
007910              WITH TEST BEFORE
007920              UNTIL WS-APQ-FOUND = "Y" OR WS-APQ-EOF = "Y"
007930        END-IF
007940        IF WS-APQ-FOUND = "Y"
007950           PERFORM SHOW-PENDING-CHANGE
007960        ELSE
007970           MOVE "N" TO WS-REVIEW-ACTIVE
007980           PERFORM CLEAR-PENDING-DISPLAY
007990           MOVE "NO MORE CHANGES AWAITING APPROVAL - REVIEW RESET"
008000              TO WS-MESSAGE
008010        END-IF
008020        CLOSE APPROVAL-FILE
008030     END-IF.
008035
008040 TEST-PENDING-RECORD.
008050     IF APQ-STATUS = "P"
008060        MOVE "Y" TO WS-APQ-FOUND
008070     ELSE
008080        PERFORM READ-NEXT-APPROVAL
008090     END-IF.
008095
008100 SHOW-PENDING-CHANGE.
008110     MOVE "Y" TO WS-REVIEW-ACTIVE.
008120     MOVE APQ-KEY-A TO WS-REVIEW-KEY-A.
008130     MOVE APQ-KEY-B TO WS-REVIEW-KEY-B.
008140     MOVE APQ-KEY-A TO WS-INPUT-A.
008150     MOVE APQ-KEY-B TO WS-INPUT-B.
008160     MOVE APQ-AFT-GCD TO WS-DISPLAY-GCD.
008170     MOVE APQ-AFT-LCM TO WS-DISPLAY-LCM.
008180     MOVE APQ-REQ-OPERATOR TO WS-PEND-OPERATOR.
008190     MOVE APQ-FUNCTION TO WS-PEND-FUNCTION.
008200     MOVE APQ-REQ-DATE TO WS-PEND-DATE.
008210     MOVE APQ-BEF-GCD TO WS-PEND-BEF-GCD.
008220     MOVE APQ-BEF-LCM TO WS-PEND-BEF-LCM.
008230     MOVE "N" TO WS-LAST-KEY-VALID.
008240     MOVE "PENDING - A TO APPROVE, D TO DECLINE, P FOR NEXT"
008250        TO WS-MESSAGE.
008255
008260 DECIDE-PENDING-CHANGE.
008270     PERFORM BUILD-MASTER-KEY.
008280     IF WS-REVIEW-ACTIVE NOT = "Y"
008290        OR MSTR-KEY-A NOT = WS-REVIEW-KEY-A
008300        OR MSTR-KEY-B NOT = WS-REVIEW-KEY-B
008310        MOVE "USE P TO REVIEW THE PENDING CHANGE FIRST"
008320           TO WS-MESSAGE
008330     ELSE
008340        PERFORM OPEN-APPROVAL-FILE
008350        IF WS-APQ-STATUS NOT = "00"
008360           MOVE "APPROVAL QUEUE NOT AVAILABLE - CALL SUPPORT"
008370              TO WS-MESSAGE
008380        ELSE
008390           MOVE WS-REVIEW-KEY-A TO APQ-KEY-A
008400           MOVE WS-REVIEW-KEY-B TO APQ-KEY-B
008410           PERFORM READ-APPROVAL-BY-KEY
008420           IF WS-APQ-FOUND = "N" OR APQ-STATUS NOT = "P"
008430              MOVE "NO CHANGE PENDING FOR THIS PAIR" TO WS-MESSAGE
008440           ELSE
008450              IF WS-APQ-DECISION = "A"
008460                 PERFORM APPROVE-PENDING-CHANGE
008470              ELSE
008480                 PERFORM MARK-APPROVAL-DECIDED
008490                 IF WS-APQ-IO-BAD = "N"
008500                    MOVE "CHANGE DECLINED - MASTER NOT UPDATED"
008510                       TO WS-MESSAGE
008520                 END-IF
008530              END-IF
008540           END-IF
008550           CLOSE APPROVAL-FILE
008560        END-IF
008570     END-IF.
008575
008580 APPROVE-PENDING-CHANGE.
008590     IF APQ-REQ-OPERATOR = WS-OPERATOR-ID
008600        MOVE "SELF-APPROVAL ATTEMPTED" TO WS-AUTH-REASON
008610        MOVE "APPROVER MUST DIFFER FROM REQUESTER - LOGGED"
008620           TO WS-MESSAGE
008630        PERFORM WRITE-SECURITY-VIOLATION
008640     ELSE
008650        MOVE APQ-REQ-OPERATOR TO WS-REQ-OPERATOR
008660        MOVE APQ-FUNCTION TO WS-JRN-FUNCTION
008670        MOVE APQ-AFT-GCD TO WS-AFT-GCD
008680        MOVE APQ-AFT-LCM TO WS-AFT-LCM
008690        MOVE APQ-KEY-A TO MSTR-KEY-A
008700        MOVE APQ-KEY-B TO MSTR-KEY-B
008710        PERFORM READ-MASTER-BY-KEY
008720        PERFORM CHECK-MASTER-UNCHANGED
008730        IF WS-MASTER-MOVED = "Y"
008740           MOVE "MASTER CHANGED SINCE REQUEST - DECLINE AND REKEY"
008750              TO WS-MESSAGE
008760        ELSE
008770           IF WS-KEY-FOUND = "Y"
008780              PERFORM APPLY-APPROVED-UPDATE
008790           ELSE
008800              PERFORM APPLY-APPROVED-ADD
008810           END-IF
008820        END-IF
008830     END-IF.
008835
008840 CHECK-MASTER-UNCHANGED.
008850     MOVE "N" TO WS-MASTER-MOVED.
008860     IF APQ-FUNCTION = "A"
008870        IF WS-KEY-FOUND = "Y"
008880           MOVE "Y" TO WS-MASTER-MOVED
008890        END-IF
008900     ELSE
008910        IF WS-KEY-FOUND = "N"
008920           MOVE "Y" TO WS-MASTER-MOVED
008930        ELSE
008940           IF MSTR-GCD NOT = APQ-BEF-GCD
008950              OR MSTR-LCM NOT = APQ-BEF-LCM
008960              MOVE "Y" TO WS-MASTER-MOVED
008970           END-IF
008980        END-IF
008990     END-IF.
008995
009000 APPLY-APPROVED-UPDATE.
009010     MOVE MSTR-GCD TO WS-BEF-GCD.
009020     MOVE MSTR-LCM TO WS-BEF-LCM.
009030     MOVE MSTR-LAST-REF-DATE TO WS-BEF-REF-DATE.
009040     MOVE MSTR-REUSE-COUNT TO WS-BEF-REUSE.
009050     MOVE WS-AFT-GCD TO MSTR-GCD.
009060     MOVE WS-AFT-LCM TO MSTR-LCM.
009070     MOVE WS-CURRENT-DATE TO MSTR-LAST-REF-DATE.
009080     REWRITE MASTER-RECORD
009090        INVALID KEY
009100           MOVE "MASTER RECORD UPDATE FAILED - NOT APPROVED"
009110              TO WS-MESSAGE
009120        NOT INVALID KEY
009130           MOVE "CHANGE APPROVED - MASTER RECORD UPDATED"
009140              TO WS-MESSAGE
009150           PERFORM WRITE-JOURNAL-RECORD
009160           PERFORM MARK-APPROVAL-DECIDED
009170     END-REWRITE.
009175
009180 APPLY-APPROVED-ADD.
009190     MOVE 0 TO WS-BEF-GCD.
009200     MOVE 0 TO WS-BEF-LCM.
009210     MOVE 0 TO WS-BEF-REF-DATE.
009220     MOVE 0 TO WS-BEF-REUSE.
009230     MOVE APQ-KEY-A TO MSTR-KEY-A.
009240     MOVE APQ-KEY-B TO MSTR-KEY-B.
009250     MOVE WS-AFT-GCD TO MSTR-GCD.
009260     MOVE WS-AFT-LCM TO MSTR-LCM.
009270     MOVE WS-CURRENT-DATE TO MSTR-LAST-REF-DATE.
009280     MOVE 0 TO MSTR-REUSE-COUNT.
009290     WRITE MASTER-RECORD
009300        INVALID KEY
009310           MOVE "MASTER RECORD ADD FAILED - NOT APPROVED"
009320              TO WS-MESSAGE
009330        NOT INVALID KEY
009340           MOVE "ADD APPROVED - PAIR ADDED TO MASTER FILE"
009350              TO WS-MESSAGE
009360           PERFORM WRITE-JOURNAL-RECORD
009370           PERFORM MARK-APPROVAL-DECIDED
009380     END-WRITE.
009385
009390 MARK-APPROVAL-DECIDED.
009400     ACCEPT WS-CURRENT-TIME FROM TIME.
009410     MOVE WS-APQ-DECISION TO APQ-STATUS.
009420     MOVE WS-OPERATOR-ID TO APQ-APR-OPERATOR.
009430     MOVE WS-CURRENT-DATE TO APQ-APR-DATE.
009440     MOVE WS-CURRENT-TIME TO APQ-APR-TIME.
009450     REWRITE APPROVAL-RECORD
009460        INVALID KEY
009470           MOVE "Y" TO WS-APQ-IO-BAD
009480           MOVE "DECISION NOT RECORDED ON QUEUE - CALL SUPPORT"
009490              TO WS-MESSAGE
009500     END-REWRITE.
