000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GCDWIF.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT PROPOSAL-FILE ASSIGN TO "GCDWIFP"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-PRP-STATUS.
000180     SELECT MASTER-FILE ASSIGN TO "GCDMSTR"
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS MSTR-KEY
000220         FILE STATUS IS WS-MSTR-STATUS.
000230     SELECT AUDIT-FILE ASSIGN TO "GCDAUD"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-AUDIT-STATUS.
000260     SELECT PRINT-FILE ASSIGN TO "GCDRPT"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-PRINT-STATUS.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  PROPOSAL-FILE
000320     RECORD CONTAINS 22 CHARACTERS.
000330 01  PROPOSAL-RECORD.
000340     05  PRP-OLD-SIZE        PIC X(9).
000350     05  FILLER              PIC X.
000360     05  PRP-NEW-SIZE        PIC X(9).
000370     05  FILLER              PIC X.
000380     05  PRP-LINE            PIC X(2).
000390 FD  MASTER-FILE
000400     RECORD CONTAINS 46 CHARACTERS.
000410 01  MASTER-RECORD.
000420     05  MSTR-KEY.
000430         10  MSTR-KEY-A      PIC 9(9).
000440         10  MSTR-KEY-B      PIC 9(9).
000450     05  MSTR-GCD            PIC S9(9)  COMP-3.
000460     05  MSTR-LCM            PIC S9(18) COMP-3.
000470     05  MSTR-LAST-REF-DATE  PIC 9(8).
000480     05  MSTR-REUSE-COUNT    PIC S9(9) COMP-3.
000490 FD  AUDIT-FILE
000500     RECORD CONTAINS 71 CHARACTERS.
000510 01  AUDIT-RECORD.
000520     05  AUD-DATE            PIC 9(8).
000530     05  FILLER              PIC X.
000540     05  AUD-TIME            PIC 9(8).
000550     05  FILLER              PIC X.
000560     05  AUD-A               PIC X(9).
000570     05  FILLER              PIC X.
000580     05  AUD-B               PIC X(9).
000590     05  FILLER              PIC X.
000600     05  AUD-GCD             PIC X(9).
000610     05  FILLER              PIC X.
000620     05  AUD-LCM             PIC X(18).
000630     05  FILLER              PIC X.
000640     05  AUD-SOURCE          PIC X.
000650     05  FILLER              PIC X.
000660     05  AUD-LINE            PIC X(2).
000670 FD  PRINT-FILE
000680     RECORD CONTAINS 132 CHARACTERS.
000690 01  PRINT-LINE              PIC X(132).
000700 WORKING-STORAGE SECTION.
000710
000720 77      WS-PRP-STATUS       PIC XX.
000730 77      WS-MSTR-STATUS      PIC XX.
000740 77      WS-AUDIT-STATUS     PIC XX.
000750 77      WS-PRINT-STATUS     PIC XX.
000760 77      WS-PRP-EOF          PIC X       VALUE "N".
000770 77      WS-MSTR-EOF         PIC X       VALUE "N".
000780 77      WS-AUDIT-EOF        PIC X       VALUE "N".
000790 77      WS-RUN-DATE-NUM     PIC 9(8)    VALUE 0.
000800 77      WS-MSTR-OPEN        PIC X       VALUE "N".
000810 77      WS-LINE-PROPOSALS   PIC 9(4)    VALUE 0.
000820 77      WS-PRP-CARDS        PIC 9(9)    VALUE 0.
000830 77      WS-PRP-COUNT        PIC S9(4)   COMP-3 VALUE 0.
000840 77      WS-PRP-IX           PIC S9(4)   COMP-3 VALUE 0.
000850 77      WS-PRP-NUM          PIC 9(4)    VALUE 0.
000860 77      WS-OLD-SIZE         PIC 9(9)    VALUE 0.
000870 77      WS-NEW-SIZE         PIC 9(9)    VALUE 0.
000880 77      WS-PROPOSAL-LINE    PIC X(2)    VALUE SPACES.
000890 77      WS-APL-COUNT        PIC S9(4)   COMP-3 VALUE 0.
000900 77      WS-APL-IX           PIC S9(4)   COMP-3 VALUE 0.
000910 77      WS-APL-SLOT         PIC S9(4)   COMP-3 VALUE 0.
000920 77      WS-APL-OVERFLOW     PIC X       VALUE "N".
000930 77      WS-APL-WANTED       PIC X       VALUE "N".
000940 77      WS-AUD-A-NUM        PIC 9(9)    VALUE 0.
000950 77      WS-AUD-B-NUM        PIC 9(9)    VALUE 0.
000960 77      WS-KEY-A            PIC 9(9)    VALUE 0.
000970 77      WS-KEY-B            PIC 9(9)    VALUE 0.
000980 77      WS-KEY-LINE         PIC X(2)    VALUE SPACES.
000990 77      WS-NEW-A            PIC 9(9)    VALUE 0.
001000 77      WS-NEW-B            PIC 9(9)    VALUE 0.
001010 77      WS-NEW-GCD          PIC 9(9)    VALUE 0.
001020 77      WS-NEW-LCM          PIC S9(18)  COMP-3 VALUE 0.
001030 77      WS-LCM-CHANGE       PIC S9(18)  COMP-3 VALUE 0.
001040 77      WS-EUC-A            PIC S9(9)   COMP-3 VALUE 0.
001050 77      WS-EUC-B            PIC S9(9)   COMP-3 VALUE 0.
001060 77      WS-EUC-C            PIC S9(9)   COMP-3 VALUE 0.
001070 77      WS-EUC-Q            PIC S9(9)   COMP-3 VALUE 0.
001080 77      WS-EUC-QUIT         PIC 9       VALUE 0.
001090 77      WS-MSTR-RECORDS     PIC 9(9)    VALUE 0.
001100 77      WS-PAIRS-AFFECTED   PIC 9(9)    VALUE 0.
001110 77      WS-PAIRS-OTHER-LINE PIC 9(9)    VALUE 0.
001120 77      WS-LCM-REDUCED      PIC 9(9)    VALUE 0.
001130 77      WS-LCM-INCREASED    PIC 9(9)    VALUE 0.
001140 77      WS-LCM-UNCHANGED    PIC 9(9)    VALUE 0.
001150 77      WS-BECOME-COPRIME   PIC 9(9)    VALUE 0.
001160 77      WS-STOP-COPRIME     PIC 9(9)    VALUE 0.
001170 77      WS-CURRENT-TOTAL    PIC S9(18)  COMP-3 VALUE 0.
001180 77      WS-PROPOSED-TOTAL   PIC S9(18)  COMP-3 VALUE 0.
001190 77      WS-NET-CHANGE       PIC S9(18)  COMP-3 VALUE 0.
001200 77      WS-TOTAL-OVERFLOW   PIC X       VALUE "N".
001210 77      WS-ALL-AFFECTED     PIC 9(9)    VALUE 0.
001220 77      WS-PRP-NET-GAIN     PIC 9(9)    VALUE 0.
001230 77      WS-PRP-NET-LOSS     PIC 9(9)    VALUE 0.
001240 77      WS-PRP-NO-PAIRS     PIC 9(9)    VALUE 0.
001250 77      WS-LINE-COUNT       PIC 99      VALUE 0.
001260 77      WS-PAGE-COUNT       PIC 999     VALUE 0.
001270 77      WS-LINES-PER-PAGE   PIC 99      VALUE 50.
001280 77      WS-PRINT-WRITE-BAD  PIC X       VALUE "N".
001290 77      WS-INPUT-IO-BAD     PIC X       VALUE "N".
001300 77      WS-PARM-BAD         PIC X       VALUE "N".
001310 77      WS-ABEND-SWITCH     PIC X       VALUE "N".
001320
001330 01  WS-PROPOSAL-TABLE.
001340     05  WS-PRP-ENTRY        OCCURS 50 TIMES.
001350         10  WS-PRP-OLD      PIC 9(9).
001360         10  WS-PRP-NEW      PIC 9(9).
001370         10  WS-PRP-LINE     PIC X(2).
001380
001390 01  WS-AUDIT-PAIR-TABLE.
001400     05  WS-APL-ENTRY        OCCURS 5000 TIMES.
001410         10  WS-APL-A        PIC 9(9).
001420         10  WS-APL-B        PIC 9(9).
001430         10  WS-APL-LINE     PIC X(2).
001440
001450 01  WS-RUN-DATE.
001460     05  WS-RUN-YEAR         PIC 9(4).
001470     05  WS-RUN-MONTH        PIC 9(2).
001480     05  WS-RUN-DAY          PIC 9(2).
001490
001500 01  WS-REPORT-DATE.
001510     05  WS-RPT-MONTH        PIC 9(2).
001520     05  FILLER              PIC X       VALUE "/".
001530     05  WS-RPT-DAY          PIC 9(2).
001540     05  FILLER              PIC X       VALUE "/".
001550     05  WS-RPT-YEAR         PIC 9(4).
001560
001570 01  WS-HEADING-1.
001580     05  FILLER              PIC X(1)    VALUE SPACE.
001590     05  FILLER              PIC X(40)
001600         VALUE "WHAT-IF LOT-SIZE CHANGE SIMULATION".
001610     05  FILLER              PIC X(11)   VALUE "RUN DATE: ".
001620     05  HDG1-DATE           PIC X(10).
001630     05  FILLER              PIC X(9)    VALUE "  PAGE: ".
001640     05  HDG1-PAGE           PIC ZZ9.
001650
001660 01  WS-HEADING-2.
001670     05  FILLER              PIC X(1)    VALUE SPACE.
001680     05  FILLER              PIC X(20)   VALUE SPACES.
001690     05  FILLER              PIC X(30)
001700         VALUE "   --------- CURRENT ---------".
001710     05  FILLER              PIC X(30)
001720         VALUE "   --------- PROPOSED --------".
001730     05  FILLER              PIC X(20)
001740         VALUE "                 LCM".
001750
001760 01  WS-HEADING-3.
001770     05  FILLER              PIC X(1)    VALUE SPACE.
001780     05  FILLER              PIC X(20)
001790         VALUE "    LOT A     LOT B".
001800     05  FILLER              PIC X(30)
001810         VALUE "        GCD                LCM".
001820     05  FILLER              PIC X(30)
001830         VALUE "        GCD                LCM".
001840     05  FILLER              PIC X(20)
001850         VALUE "              CHANGE".
001860     05  FILLER              PIC X(8)    VALUE " COPRIME".
001870
001880 01  WS-PROPOSAL-HEADING.
001890     05  FILLER              PIC X(1)    VALUE SPACE.
001900     05  FILLER              PIC X(10)   VALUE "PROPOSAL ".
001910     05  PPL-NUMBER          PIC ZZZ9.
001920     05  FILLER              PIC X(13)   VALUE ":  LOT SIZE ".
001930     05  PPL-OLD             PIC ZZZ,ZZZ,ZZ9.
001940     05  FILLER              PIC X(4)    VALUE " TO ".
001950     05  PPL-NEW             PIC ZZZ,ZZZ,ZZ9.
001960     05  FILLER              PIC X(3)    VALUE SPACES.
001970     05  PPL-SCOPE           PIC X(30).
001980
001990 01  WS-PAIR-LINE.
002000     05  FILLER              PIC X(1)    VALUE SPACE.
002010     05  PRL-A               PIC Z(8)9.
002020     05  FILLER              PIC X(1)    VALUE SPACE.
002030     05  PRL-B               PIC Z(8)9.
002040     05  FILLER              PIC X(3)    VALUE SPACES.
002050     05  PRL-CUR-GCD         PIC Z(8)9.
002060     05  FILLER              PIC X(1)    VALUE SPACE.
002070     05  PRL-CUR-LCM         PIC Z(17)9.
002080     05  FILLER              PIC X(2)    VALUE SPACES.
002090     05  PRL-NEW-GCD         PIC Z(8)9.
002100     05  FILLER              PIC X(1)    VALUE SPACE.
002110     05  PRL-NEW-LCM         PIC Z(17)9.
002120     05  FILLER              PIC X(1)    VALUE SPACE.
002130     05  PRL-CHANGE          PIC +(18)9.
002140     05  FILLER              PIC X(1)    VALUE SPACE.
002150     05  PRL-COPRIME         PIC X(17).
002160
002170 01  WS-AMOUNT-LINE.
002180     05  FILLER              PIC X(1)    VALUE SPACE.
002190     05  AMT-LABEL           PIC X(24).
002200     05  AMT-VALUE           PIC +++,+++,+++,+++,+++,++9.
002210
002220 01  WS-LCM-TOTAL-LINE.
002230     05  FILLER              PIC X(1)    VALUE SPACE.
002240     05  LTL-LABEL           PIC X(24).
002250     05  LTL-VALUE           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002260
002270 01  WS-PARM-LINE.
002280     05  FILLER              PIC X(1)    VALUE SPACE.
002290     05  PRM-LABEL           PIC X(24).
002300     05  PRM-VALUE           PIC X(22).
002310
002320 01  WS-CONTROL-LINE.
002330     05  FILLER              PIC X(1)    VALUE SPACE.
002340     05  CTL-MESSAGE         PIC X(60).
002350
002360 01  WS-TOTALS-LINE.
002370     05  FILLER              PIC X(1)    VALUE SPACE.
002380     05  TOT-LABEL           PIC X(24).
002390     05  TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
002400
002410 PROCEDURE DIVISION.
002420 PROGRAM-BEGIN.
002430
002440     PERFORM GET-RUN-DATE.
002450     PERFORM OPEN-PRINT-FILE.
002460     PERFORM WRITE-PAGE-HEADERS.
002470     PERFORM LOAD-PROPOSALS.
002480     IF WS-PARM-BAD = "N" AND WS-INPUT-IO-BAD = "N"
002490        AND WS-LINE-PROPOSALS > 0
002500        PERFORM LOAD-AUDIT-PAIR-LINES
002510     END-IF.
002520     IF WS-PARM-BAD = "N" AND WS-INPUT-IO-BAD = "N"
002530        AND WS-APL-OVERFLOW = "N"
002540        PERFORM OPEN-MASTER-FILE
002550     END-IF.
002560     IF WS-MSTR-OPEN = "Y"
002570        MOVE 1 TO WS-PRP-IX
002580        PERFORM SIMULATE-ONE-PROPOSAL
002590           WITH TEST BEFORE
002600           UNTIL WS-PRP-IX > WS-PRP-COUNT
002610              OR WS-INPUT-IO-BAD = "Y"
002620        PERFORM CLOSE-MASTER-FILE
002630     END-IF.
002640     PERFORM WRITE-CONTROL-TOTALS.
002650     PERFORM CLOSE-PRINT-FILE.
002660     PERFORM SET-RUN-RETURN-CODE.
002670
002680     STOP RUN.
002690
002700 GET-RUN-DATE.
002710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002720     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
002730     MOVE WS-RUN-MONTH TO WS-RPT-MONTH.
002740     MOVE WS-RUN-DAY TO WS-RPT-DAY.
002750     MOVE WS-RUN-YEAR TO WS-RPT-YEAR.
002760
002770 LOAD-PROPOSALS.
002780     OPEN INPUT PROPOSAL-FILE.
002790     IF WS-PRP-STATUS NOT = "00"
002800        MOVE "Y" TO WS-INPUT-IO-BAD
002810        MOVE SPACES TO WS-CONTROL-LINE
002820        MOVE "GCDWIFP NOT AVAILABLE - NOTHING SIMULATED"
002830           TO CTL-MESSAGE
002840        PERFORM WRITE-CONTROL-MESSAGE
002850     ELSE
002860        PERFORM READ-PROPOSAL-RECORD
002870        PERFORM EDIT-PROPOSAL
002880           WITH TEST BEFORE UNTIL WS-PRP-EOF = "Y"
002890        CLOSE PROPOSAL-FILE
002900        IF WS-PRP-COUNT = 0 AND WS-PARM-BAD = "N"
002910           MOVE SPACES TO WS-CONTROL-LINE
002920           MOVE "NO PROPOSALS ON GCDWIFP - NOTHING SIMULATED"
002930              TO CTL-MESSAGE
002940           PERFORM WRITE-CONTROL-MESSAGE
002950        END-IF
002960     END-IF.
002970     IF WS-PARM-BAD = "Y"
002980        MOVE SPACES TO WS-PARM-LINE
002990        MOVE "INVALID CONTROL CARD    " TO PRM-LABEL
003000        MOVE "RUN CANCELLED" TO PRM-VALUE
003010        PERFORM WRITE-PARM-LINE
003020     END-IF.
003030
003040 READ-PROPOSAL-RECORD.
003050     READ PROPOSAL-FILE
003060        AT END
003070           MOVE "Y" TO WS-PRP-EOF
003080     END-READ.
003090     IF WS-PRP-STATUS NOT = "00"
003100        AND WS-PRP-STATUS NOT = "04"
003110        AND WS-PRP-STATUS NOT = "10"
003120        MOVE "Y" TO WS-INPUT-IO-BAD
003130        MOVE "Y" TO WS-PRP-EOF
003140     END-IF.
003150
003160 EDIT-PROPOSAL.
003170     IF PROPOSAL-RECORD NOT = SPACES
003180        ADD 1 TO WS-PRP-CARDS
003190        IF PRP-OLD-SIZE IS NUMERIC
003200           AND PRP-NEW-SIZE IS NUMERIC
003210           AND PRP-OLD-SIZE NOT = PRP-NEW-SIZE
003220           AND PRP-OLD-SIZE NOT = "000000000"
003230           AND PRP-NEW-SIZE NOT = "000000000"
003240           AND WS-PRP-COUNT < 50
003250           ADD 1 TO WS-PRP-COUNT
003260           MOVE PRP-OLD-SIZE TO WS-PRP-OLD (WS-PRP-COUNT)
003270           MOVE PRP-NEW-SIZE TO WS-PRP-NEW (WS-PRP-COUNT)
003280           MOVE PRP-LINE TO WS-PRP-LINE (WS-PRP-COUNT)
003290           IF PRP-LINE NOT = SPACES
003300              ADD 1 TO WS-LINE-PROPOSALS
003310           END-IF
003320        ELSE
003330           MOVE "Y" TO WS-PARM-BAD
003340           MOVE SPACES TO WS-PARM-LINE
003350           MOVE "INVALID PROPOSAL:       " TO PRM-LABEL
003360           MOVE PROPOSAL-RECORD TO PRM-VALUE
003370           PERFORM WRITE-PARM-LINE
003380        END-IF
003390     END-IF.
003400     PERFORM READ-PROPOSAL-RECORD.
003410
003420 LOAD-AUDIT-PAIR-LINES.
003430     OPEN INPUT AUDIT-FILE.
003440     IF WS-AUDIT-STATUS NOT = "00"
003450        MOVE "Y" TO WS-INPUT-IO-BAD
003460        MOVE SPACES TO WS-CONTROL-LINE
003470        MOVE "GCDAUD NOT AVAILABLE - LINE PROPOSALS NEED IT"
003480           TO CTL-MESSAGE
003490        PERFORM WRITE-CONTROL-MESSAGE
003500     ELSE
003510        PERFORM READ-AUDIT-RECORD
003520        PERFORM TAKE-AUDIT-PAIR
003530           WITH TEST BEFORE UNTIL WS-AUDIT-EOF = "Y"
003540        CLOSE AUDIT-FILE
003550        IF WS-APL-OVERFLOW = "Y"
003560           MOVE SPACES TO WS-CONTROL-LINE
003570           MOVE "MORE THAN 5000 LINE PAIRS - NOTHING SIMULATED"
003580              TO CTL-MESSAGE
003590           PERFORM WRITE-CONTROL-MESSAGE
003600        END-IF
003610     END-IF.
003620
003630 READ-AUDIT-RECORD.
003640     READ AUDIT-FILE
003650        AT END
003660           MOVE "Y" TO WS-AUDIT-EOF
003670     END-READ.
003680     IF WS-AUDIT-STATUS NOT = "00"
003690        AND WS-AUDIT-STATUS NOT = "10"
003700        MOVE "Y" TO WS-INPUT-IO-BAD
003710        MOVE "Y" TO WS-AUDIT-EOF
003720     END-IF.
003730
003740 TAKE-AUDIT-PAIR.
003750     IF (AUD-SOURCE = "F" OR AUD-SOURCE = "M")
003760        AND AUD-LINE NOT = SPACES
003770        COMPUTE WS-AUD-A-NUM = FUNCTION NUMVAL(AUD-A)
003780        COMPUTE WS-AUD-B-NUM = FUNCTION NUMVAL(AUD-B)
003790        IF WS-AUD-A-NUM < WS-AUD-B-NUM
003800           MOVE WS-AUD-B-NUM TO WS-KEY-A
003810           MOVE WS-AUD-A-NUM TO WS-KEY-B
003820        ELSE
003830           MOVE WS-AUD-A-NUM TO WS-KEY-A
003840           MOVE WS-AUD-B-NUM TO WS-KEY-B
003850        END-IF
003860        MOVE AUD-LINE TO WS-KEY-LINE
003870        MOVE "N" TO WS-APL-WANTED
003880        MOVE 1 TO WS-PRP-IX
003890        PERFORM CHECK-PAIR-WANTED
003900           WITH TEST BEFORE
003910           UNTIL WS-APL-WANTED = "Y" OR WS-PRP-IX > WS-PRP-COUNT
003920        IF WS-APL-WANTED = "Y"
003930           PERFORM LOCATE-AUDIT-PAIR
003940           IF WS-APL-SLOT = 0
003950              IF WS-APL-COUNT < 5000
003960                 ADD 1 TO WS-APL-COUNT
003970                 MOVE WS-KEY-A TO WS-APL-A (WS-APL-COUNT)
003980                 MOVE WS-KEY-B TO WS-APL-B (WS-APL-COUNT)
003990                 MOVE WS-KEY-LINE TO WS-APL-LINE (WS-APL-COUNT)
004000              ELSE
004010                 MOVE "Y" TO WS-APL-OVERFLOW
004020              END-IF
004030           END-IF
004040        END-IF
004050     END-IF.
004060     PERFORM READ-AUDIT-RECORD.
004070
004080 CHECK-PAIR-WANTED.
004090     IF WS-PRP-LINE (WS-PRP-IX) = WS-KEY-LINE
004100        AND (WS-PRP-OLD (WS-PRP-IX) = WS-KEY-A
004110        OR WS-PRP-OLD (WS-PRP-IX) = WS-KEY-B)
004120        MOVE "Y" TO WS-APL-WANTED
004130     END-IF.
004140     ADD 1 TO WS-PRP-IX.
004150
004160 LOCATE-AUDIT-PAIR.
004170     MOVE 0 TO WS-APL-SLOT.
004180     MOVE 1 TO WS-APL-IX.
004190     PERFORM CHECK-AUDIT-PAIR
004200        WITH TEST BEFORE
004210        UNTIL WS-APL-SLOT > 0 OR WS-APL-IX > WS-APL-COUNT.
004220
004230 CHECK-AUDIT-PAIR.
004240     IF WS-APL-A (WS-APL-IX) = WS-KEY-A
004250        AND WS-APL-B (WS-APL-IX) = WS-KEY-B
004260        AND WS-APL-LINE (WS-APL-IX) = WS-KEY-LINE
004270        MOVE WS-APL-IX TO WS-APL-SLOT
004280     END-IF.
004290     ADD 1 TO WS-APL-IX.
004300
004310 OPEN-MASTER-FILE.
004320     OPEN INPUT MASTER-FILE.
004330     IF WS-MSTR-STATUS = "00"
004340        MOVE "Y" TO WS-MSTR-OPEN
004350     ELSE
004360        MOVE "Y" TO WS-INPUT-IO-BAD
004370        MOVE SPACES TO WS-CONTROL-LINE
004380        MOVE "GCDMSTR NOT AVAILABLE - NOTHING SIMULATED"
004390           TO CTL-MESSAGE
004400        PERFORM WRITE-CONTROL-MESSAGE
004410     END-IF.
004420
004430 CLOSE-MASTER-FILE.
004440     CLOSE MASTER-FILE.
004450
004460 SIMULATE-ONE-PROPOSAL.
004470     MOVE WS-PRP-OLD (WS-PRP-IX) TO WS-OLD-SIZE.
004480     MOVE WS-PRP-NEW (WS-PRP-IX) TO WS-NEW-SIZE.
004490     MOVE WS-PRP-LINE (WS-PRP-IX) TO WS-PROPOSAL-LINE.
004500     MOVE 0 TO WS-PAIRS-AFFECTED.
004510     MOVE 0 TO WS-PAIRS-OTHER-LINE.
004520     MOVE 0 TO WS-LCM-REDUCED.
004530     MOVE 0 TO WS-LCM-INCREASED.
004540     MOVE 0 TO WS-LCM-UNCHANGED.
004550     MOVE 0 TO WS-BECOME-COPRIME.
004560     MOVE 0 TO WS-STOP-COPRIME.
004570     MOVE 0 TO WS-CURRENT-TOTAL.
004580     MOVE 0 TO WS-PROPOSED-TOTAL.
004590     MOVE "N" TO WS-TOTAL-OVERFLOW.
004600     PERFORM WRITE-PROPOSAL-HEADINGS.
004610     MOVE "N" TO WS-MSTR-EOF.
004620     MOVE 0 TO MSTR-KEY-A.
004630     MOVE 0 TO MSTR-KEY-B.
004640     START MASTER-FILE KEY NOT LESS THAN MSTR-KEY
004650        INVALID KEY
004660           MOVE "Y" TO WS-MSTR-EOF
004670     END-START.
004680     PERFORM READ-NEXT-MASTER.
004690     PERFORM CHECK-MASTER-PAIR
004700        WITH TEST BEFORE UNTIL WS-MSTR-EOF = "Y".
004710     IF WS-INPUT-IO-BAD = "Y"
004720        MOVE SPACES TO WS-CONTROL-LINE
004730        MOVE "GCDMSTR READ FAILED - SIMULATION INCOMPLETE"
004740           TO CTL-MESSAGE
004750        PERFORM WRITE-CONTROL-MESSAGE
004760     END-IF.
004770     PERFORM WRITE-PROPOSAL-SUMMARY.
004780     ADD 1 TO WS-PRP-IX.
004790
004800 READ-NEXT-MASTER.
004810     IF WS-MSTR-EOF = "N"
004820        READ MASTER-FILE NEXT RECORD
004830           AT END
004840              MOVE "Y" TO WS-MSTR-EOF
004850        END-READ
004860        IF WS-MSTR-EOF = "N" AND WS-MSTR-STATUS NOT = "00"
004870           MOVE "Y" TO WS-MSTR-EOF
004880           MOVE "Y" TO WS-INPUT-IO-BAD
004890        END-IF
004900     END-IF.
004910     IF WS-MSTR-EOF = "N" AND WS-PRP-IX = 1
004920        ADD 1 TO WS-MSTR-RECORDS
004930     END-IF.
004940
004950 CHECK-MASTER-PAIR.
004960     IF MSTR-KEY-A = WS-OLD-SIZE OR MSTR-KEY-B = WS-OLD-SIZE
004970        IF WS-PROPOSAL-LINE = SPACES
004980           PERFORM SIMULATE-MASTER-PAIR
004990        ELSE
005000           MOVE MSTR-KEY-A TO WS-KEY-A
005010           MOVE MSTR-KEY-B TO WS-KEY-B
005020           MOVE WS-PROPOSAL-LINE TO WS-KEY-LINE
005030           PERFORM LOCATE-AUDIT-PAIR
005040           IF WS-APL-SLOT > 0
005050              PERFORM SIMULATE-MASTER-PAIR
005060           ELSE
005070              ADD 1 TO WS-PAIRS-OTHER-LINE
005080           END-IF
005090        END-IF
005100     END-IF.
005110     PERFORM READ-NEXT-MASTER.
005120
005130 SIMULATE-MASTER-PAIR.
005140     ADD 1 TO WS-PAIRS-AFFECTED.
005150     MOVE MSTR-KEY-A TO WS-NEW-A.
005160     MOVE MSTR-KEY-B TO WS-NEW-B.
005170     IF MSTR-KEY-A = WS-OLD-SIZE
005180        MOVE WS-NEW-SIZE TO WS-NEW-A
005190     END-IF.
005200     IF MSTR-KEY-B = WS-OLD-SIZE
005210        MOVE WS-NEW-SIZE TO WS-NEW-B
005220     END-IF.
005230     PERFORM COMPUTE-PROPOSED-GCD.
005240     IF WS-NEW-GCD = 0
005250        MOVE 0 TO WS-NEW-LCM
005260     ELSE
005270        COMPUTE WS-NEW-LCM = WS-NEW-A / WS-NEW-GCD * WS-NEW-B
005280     END-IF.
005290     COMPUTE WS-LCM-CHANGE = WS-NEW-LCM - MSTR-LCM.
005300     ADD MSTR-LCM TO WS-CURRENT-TOTAL
005310        ON SIZE ERROR
005320           MOVE "Y" TO WS-TOTAL-OVERFLOW
005330     END-ADD.
005340     ADD WS-NEW-LCM TO WS-PROPOSED-TOTAL
005350        ON SIZE ERROR
005360           MOVE "Y" TO WS-TOTAL-OVERFLOW
005370     END-ADD.
005380     EVALUATE TRUE
005390        WHEN WS-LCM-CHANGE < 0
005400           ADD 1 TO WS-LCM-REDUCED
005410        WHEN WS-LCM-CHANGE > 0
005420           ADD 1 TO WS-LCM-INCREASED
005430        WHEN OTHER
005440           ADD 1 TO WS-LCM-UNCHANGED
005450     END-EVALUATE.
005460     MOVE SPACES TO WS-PAIR-LINE.
005470     IF MSTR-GCD NOT = 1 AND WS-NEW-GCD = 1
005480        ADD 1 TO WS-BECOME-COPRIME
005490        MOVE "BECOMES COPRIME" TO PRL-COPRIME
005500     END-IF.
005510     IF MSTR-GCD = 1 AND WS-NEW-GCD NOT = 1
005520        ADD 1 TO WS-STOP-COPRIME
005530        MOVE "NO LONGER COPRIME" TO PRL-COPRIME
005540     END-IF.
005550     MOVE MSTR-KEY-A TO PRL-A.
005560     MOVE MSTR-KEY-B TO PRL-B.
005570     MOVE MSTR-GCD TO PRL-CUR-GCD.
005580     MOVE MSTR-LCM TO PRL-CUR-LCM.
005590     MOVE WS-NEW-GCD TO PRL-NEW-GCD.
005600     MOVE WS-NEW-LCM TO PRL-NEW-LCM.
005610     MOVE WS-LCM-CHANGE TO PRL-CHANGE.
005620     PERFORM WRITE-PAIR-LINE.
005630
005640 COMPUTE-PROPOSED-GCD.
005650     MOVE WS-NEW-A TO WS-EUC-A.
005660     MOVE WS-NEW-B TO WS-EUC-B.
005670     IF WS-EUC-A < WS-EUC-B
005680        MOVE WS-EUC-A TO WS-EUC-C
005690        MOVE WS-EUC-B TO WS-EUC-A
005700        MOVE WS-EUC-C TO WS-EUC-B
005710     END-IF.
005720     IF WS-EUC-B = 0
005730        MOVE WS-EUC-A TO WS-NEW-GCD
005740     ELSE
005750        MOVE 0 TO WS-EUC-QUIT
005760        PERFORM PROPOSED-GCD-STEP WITH TEST AFTER
005770           UNTIL WS-EUC-QUIT = 1
005780     END-IF.
005790
005800 PROPOSED-GCD-STEP.
005810     DIVIDE WS-EUC-B INTO WS-EUC-A
005820        GIVING WS-EUC-Q REMAINDER WS-EUC-C.
005830     IF WS-EUC-C = 0
005840        MOVE 1 TO WS-EUC-QUIT
005850        MOVE WS-EUC-B TO WS-NEW-GCD
005860     END-IF.
005870     MOVE WS-EUC-B TO WS-EUC-A.
005880     MOVE WS-EUC-C TO WS-EUC-B.
005890
005900 WRITE-PROPOSAL-HEADINGS.
005910     IF WS-PRP-IX > 1
005920        PERFORM WRITE-PAGE-HEADERS
005930     END-IF.
005940     MOVE WS-PRP-IX TO WS-PRP-NUM.
005950     MOVE WS-PRP-NUM TO PPL-NUMBER.
005960     MOVE WS-OLD-SIZE TO PPL-OLD.
005970     MOVE WS-NEW-SIZE TO PPL-NEW.
005980     IF WS-PROPOSAL-LINE = SPACES
005990        MOVE "ALL PACKING LINES" TO PPL-SCOPE
006000     ELSE
006010        MOVE SPACES TO PPL-SCOPE
006020        STRING "PACKING LINE " WS-PROPOSAL-LINE
006030           DELIMITED BY SIZE INTO PPL-SCOPE
006035        END-STRING
006040     END-IF.
006050     PERFORM WRITE-PROPOSAL-TITLE.
006060     PERFORM WRITE-PAIR-HEADINGS.
006070
006080 WRITE-PAIR-HEADINGS.
006090     MOVE SPACES TO PRINT-LINE.
006100     WRITE PRINT-LINE.
006110     PERFORM CHECK-PRINT-STATUS.
006120     MOVE WS-HEADING-2 TO PRINT-LINE.
006130     WRITE PRINT-LINE.
006140     PERFORM CHECK-PRINT-STATUS.
006150     MOVE WS-HEADING-3 TO PRINT-LINE.
006160     WRITE PRINT-LINE.
006170     PERFORM CHECK-PRINT-STATUS.
006180     ADD 3 TO WS-LINE-COUNT.
006190
006200 WRITE-PAIR-LINE.
006210     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006220        PERFORM WRITE-PAGE-HEADERS
006230        PERFORM WRITE-PROPOSAL-TITLE
006240        PERFORM WRITE-PAIR-HEADINGS
006250     END-IF.
006260     MOVE WS-PAIR-LINE TO PRINT-LINE.
006270     WRITE PRINT-LINE.
006280     PERFORM CHECK-PRINT-STATUS.
006290     ADD 1 TO WS-LINE-COUNT.
006300
006310 WRITE-PROPOSAL-TITLE.
006320     MOVE WS-PROPOSAL-HEADING TO PRINT-LINE.
006330     WRITE PRINT-LINE.
006340     PERFORM CHECK-PRINT-STATUS.
006350     ADD 1 TO WS-LINE-COUNT.
006360
006370 WRITE-PROPOSAL-SUMMARY.
006380     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 14
006390        PERFORM WRITE-PAGE-HEADERS
006400        PERFORM WRITE-PROPOSAL-TITLE
006410     END-IF.
006420     MOVE SPACES TO PRINT-LINE.
006430     WRITE PRINT-LINE.
006440     PERFORM CHECK-PRINT-STATUS.
006450     ADD 1 TO WS-LINE-COUNT.
006460     MOVE SPACES TO WS-TOTALS-LINE.
006470     MOVE "PAIRS AFFECTED:         " TO TOT-LABEL.
006480     MOVE WS-PAIRS-AFFECTED TO TOT-COUNT.
006490     PERFORM WRITE-TOTALS-LINE.
006500     IF WS-PROPOSAL-LINE NOT = SPACES
006510        MOVE SPACES TO WS-TOTALS-LINE
006520        MOVE "NOT RUN ON THIS LINE:   " TO TOT-LABEL
006530        MOVE WS-PAIRS-OTHER-LINE TO TOT-COUNT
006540        PERFORM WRITE-TOTALS-LINE
006550     END-IF.
006560     MOVE SPACES TO WS-TOTALS-LINE.
006570     MOVE "LCM REDUCED:            " TO TOT-LABEL.
006580     MOVE WS-LCM-REDUCED TO TOT-COUNT.
006590     PERFORM WRITE-TOTALS-LINE.
006600     MOVE SPACES TO WS-TOTALS-LINE.
006610     MOVE "LCM INCREASED:          " TO TOT-LABEL.
006620     MOVE WS-LCM-INCREASED TO TOT-COUNT.
006630     PERFORM WRITE-TOTALS-LINE.
006640     MOVE SPACES TO WS-TOTALS-LINE.
006650     MOVE "LCM UNCHANGED:          " TO TOT-LABEL.
006660     MOVE WS-LCM-UNCHANGED TO TOT-COUNT.
006670     PERFORM WRITE-TOTALS-LINE.
006680     MOVE SPACES TO WS-TOTALS-LINE.
006690     MOVE "BECOME COPRIME:         " TO TOT-LABEL.
006700     MOVE WS-BECOME-COPRIME TO TOT-COUNT.
006710     PERFORM WRITE-TOTALS-LINE.
006720     MOVE SPACES TO WS-TOTALS-LINE.
006730     MOVE "NO LONGER COPRIME:      " TO TOT-LABEL.
006740     MOVE WS-STOP-COPRIME TO TOT-COUNT.
006750     PERFORM WRITE-TOTALS-LINE.
006760     ADD WS-PAIRS-AFFECTED TO WS-ALL-AFFECTED.
006770     IF WS-PAIRS-AFFECTED = 0
006780        ADD 1 TO WS-PRP-NO-PAIRS
006790        MOVE SPACES TO WS-CONTROL-LINE
006800        MOVE "NO MASTER PAIRS USE THIS LOT SIZE" TO CTL-MESSAGE
006810        PERFORM WRITE-CONTROL-MESSAGE
006820     ELSE
006830        IF WS-TOTAL-OVERFLOW = "Y"
006840           MOVE SPACES TO WS-CONTROL-LINE
006850           MOVE "LCM TOTALS TOO LARGE TO ADD - NO NET FIGURE"
006860              TO CTL-MESSAGE
006870           PERFORM WRITE-CONTROL-MESSAGE
006880        ELSE
006890           PERFORM WRITE-NET-CHANGE
006900        END-IF
006910     END-IF.
006920
006930 WRITE-NET-CHANGE.
006940     COMPUTE WS-NET-CHANGE = WS-PROPOSED-TOTAL - WS-CURRENT-TOTAL.
006950     MOVE SPACES TO WS-LCM-TOTAL-LINE.
006960     MOVE "CURRENT LCM TOTAL:      " TO LTL-LABEL.
006970     MOVE WS-CURRENT-TOTAL TO LTL-VALUE.
006980     MOVE WS-LCM-TOTAL-LINE TO PRINT-LINE.
006990     PERFORM WRITE-AMOUNT-PRINT-LINE.
007000     MOVE SPACES TO WS-LCM-TOTAL-LINE.
007010     MOVE "PROPOSED LCM TOTAL:     " TO LTL-LABEL.
007020     MOVE WS-PROPOSED-TOTAL TO LTL-VALUE.
007030     MOVE WS-LCM-TOTAL-LINE TO PRINT-LINE.
007040     PERFORM WRITE-AMOUNT-PRINT-LINE.
007050     MOVE SPACES TO WS-AMOUNT-LINE.
007060     MOVE "NET CHANGE IN LCM:      " TO AMT-LABEL.
007070     MOVE WS-NET-CHANGE TO AMT-VALUE.
007080     PERFORM WRITE-AMOUNT-LINE.
007090     MOVE SPACES TO WS-CONTROL-LINE.
007100     EVALUATE TRUE
007110        WHEN WS-NET-CHANGE < 0
007120           ADD 1 TO WS-PRP-NET-GAIN
007130           MOVE "NET GAIN - SHORTER COMBINED RUN LENGTHS"
007140              TO CTL-MESSAGE
007150        WHEN WS-NET-CHANGE > 0
007160           ADD 1 TO WS-PRP-NET-LOSS
007170           MOVE "NET LOSS - LONGER COMBINED RUN LENGTHS"
007180              TO CTL-MESSAGE
007190        WHEN OTHER
007200           MOVE "NO NET CHANGE IN COMBINED RUN LENGTHS"
007210              TO CTL-MESSAGE
007220     END-EVALUATE.
007230     PERFORM WRITE-CONTROL-MESSAGE.
007240
007250 WRITE-AMOUNT-LINE.
007260     MOVE WS-AMOUNT-LINE TO PRINT-LINE.
007270     PERFORM WRITE-AMOUNT-PRINT-LINE.
007280
007290 WRITE-AMOUNT-PRINT-LINE.
007300     WRITE PRINT-LINE.
007310     PERFORM CHECK-PRINT-STATUS.
007320     ADD 1 TO WS-LINE-COUNT.
007330
007340 WRITE-PARM-LINE.
007350     MOVE WS-PARM-LINE TO PRINT-LINE.
007360     WRITE PRINT-LINE.
007370     PERFORM CHECK-PRINT-STATUS.
007380     ADD 1 TO WS-LINE-COUNT.
007390
007400 OPEN-PRINT-FILE.
007410     OPEN OUTPUT PRINT-FILE.
007420
007430 CLOSE-PRINT-FILE.
007440     CLOSE PRINT-FILE.
007450
007460 WRITE-CONTROL-MESSAGE.
007470     MOVE WS-CONTROL-LINE TO PRINT-LINE.
007480     WRITE PRINT-LINE.
007490     PERFORM CHECK-PRINT-STATUS.
007500     ADD 1 TO WS-LINE-COUNT.
007510
007520 WRITE-PAGE-HEADERS.
007530     ADD 1 TO WS-PAGE-COUNT.
007540     MOVE SPACES TO PRINT-LINE.
007550     WRITE PRINT-LINE.
007560     PERFORM CHECK-PRINT-STATUS.
007570     MOVE WS-REPORT-DATE TO HDG1-DATE.
007580     MOVE WS-PAGE-COUNT TO HDG1-PAGE.
007590     MOVE WS-HEADING-1 TO PRINT-LINE.
007600     WRITE PRINT-LINE.
007610     PERFORM CHECK-PRINT-STATUS.
007620     MOVE SPACES TO PRINT-LINE.
007630     WRITE PRINT-LINE.
007640     PERFORM CHECK-PRINT-STATUS.
007650     MOVE 0 TO WS-LINE-COUNT.
007660
007670 WRITE-CONTROL-TOTALS.
007680     IF WS-PRP-COUNT > 0
007690        PERFORM WRITE-PAGE-HEADERS
007700     ELSE
007710        MOVE SPACES TO PRINT-LINE
007720        WRITE PRINT-LINE
007730        PERFORM CHECK-PRINT-STATUS
007740     END-IF.
007750     MOVE SPACES TO WS-CONTROL-LINE.
007760     MOVE "PLANNING ONLY - GCDMSTR, GCDAUD AND GCDXTR NOT UPDATED"
007770        TO CTL-MESSAGE.
007780     PERFORM WRITE-CONTROL-MESSAGE.
007790     MOVE SPACES TO PRINT-LINE.
007800     WRITE PRINT-LINE.
007810     PERFORM CHECK-PRINT-STATUS.
007820     MOVE SPACES TO WS-TOTALS-LINE.
007830     MOVE "PROPOSAL CARDS READ:    " TO TOT-LABEL.
007840     MOVE WS-PRP-CARDS TO TOT-COUNT.
007850     PERFORM WRITE-TOTALS-LINE.
007860     MOVE SPACES TO WS-TOTALS-LINE.
007870     MOVE "MASTER RECORDS READ:    " TO TOT-LABEL.
007880     MOVE WS-MSTR-RECORDS TO TOT-COUNT.
007890     PERFORM WRITE-TOTALS-LINE.
007900     MOVE SPACES TO WS-TOTALS-LINE.
007910     MOVE "PAIRS AFFECTED:         " TO TOT-LABEL.
007920     MOVE WS-ALL-AFFECTED TO TOT-COUNT.
007930     PERFORM WRITE-TOTALS-LINE.
007940     MOVE SPACES TO WS-TOTALS-LINE.
007950     MOVE "PROPOSALS - NET GAIN:   " TO TOT-LABEL.
007960     MOVE WS-PRP-NET-GAIN TO TOT-COUNT.
007970     PERFORM WRITE-TOTALS-LINE.
007980     MOVE SPACES TO WS-TOTALS-LINE.
007990     MOVE "PROPOSALS - NET LOSS:   " TO TOT-LABEL.
008000     MOVE WS-PRP-NET-LOSS TO TOT-COUNT.
008010     PERFORM WRITE-TOTALS-LINE.
008020     MOVE SPACES TO WS-TOTALS-LINE.
008030     MOVE "PROPOSALS - NO PAIRS:   " TO TOT-LABEL.
008040     MOVE WS-PRP-NO-PAIRS TO TOT-COUNT.
008050     PERFORM WRITE-TOTALS-LINE.
008060
008070 WRITE-TOTALS-LINE.
008080     MOVE WS-TOTALS-LINE TO PRINT-LINE.
008090     WRITE PRINT-LINE.
008100     PERFORM CHECK-PRINT-STATUS.
008110     ADD 1 TO WS-LINE-COUNT.
008120
008130 CHECK-PRINT-STATUS.
008140     IF WS-PRINT-STATUS NOT = "00"
008150        MOVE "Y" TO WS-PRINT-WRITE-BAD
008160     END-IF.
008170
008180 SET-RUN-RETURN-CODE.
008190     IF WS-PARM-BAD = "Y" OR WS-INPUT-IO-BAD = "Y"
008200        OR WS-APL-OVERFLOW = "Y"
008210        MOVE "Y" TO WS-ABEND-SWITCH
008220     END-IF.
008230     IF WS-PRINT-WRITE-BAD = "Y"
008240        MOVE "Y" TO WS-ABEND-SWITCH
008250     END-IF.
008260     IF WS-ABEND-SWITCH = "Y"
008270        MOVE 8 TO RETURN-CODE
008280     ELSE
008290        IF WS-PRP-COUNT = 0 OR WS-PRP-NO-PAIRS > 0
008300           MOVE 4 TO RETURN-CODE
008310        ELSE
008320           MOVE 0 TO RETURN-CODE
008330        END-IF
008340     END-IF.
