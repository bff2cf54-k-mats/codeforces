000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDRECN.
000030 AUTHOR. R-TANAKA.
000040 INSTALLATION. STOCK-CONTROL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   10/15/2026  RT   ORIGINAL CODING. THREE-WAY RECONCILIATION OF
000120*                    ONE BATCH RUN, NAMED BY ITS RUN NUMBER ON THE
000130*                    ARNPARM CARD. THE RUN'S 'BAT' AUDITLOG
000140*                    ENTRIES ARE MATCHED BY SEQUENCE NUMBER TO ITS
000150*                    CONVOUT RECORDS (STATUS OK) AND ITS SUSPENSE
000160*                    RECORDS (REJECTED) IN BOTH DIRECTIONS. THE
000170*                    ARNRPT REPORT LISTS MISSING AUDIT ENTRIES,
000180*                    ORPHAN AUDIT ENTRIES, STATUS MISMATCHES AND
000190*                    RESULT-VALUE MISMATCHES, AND ENDS WITH RUN
000200*                    TOTALS SET AGAINST THE ACCEPTED AND REJECTED
000210*                    COUNTS THE RUN REPORTED ON CONVRPT, AS HELD
000220*                    ON RUNREG.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ARN-PARM  ASSIGN TO ARNPARM
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT OPTIONAL AUDIT-LOG ASSIGN TO AUDITLOG
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-AUDIT-STATUS.
000370     SELECT CONV-OUT ASSIGN TO CONVOUT
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CONVOUT-STATUS.
000400     SELECT SUSPENSE-IN ASSIGN TO SUSPENSE
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SUSPENSE-STATUS.
000430     SELECT OPTIONAL RUN-REG ASSIGN TO RUNREG
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS RRG-RUN-NBR
000470         FILE STATUS IS WS-RUNREG-STATUS.
000480     SELECT ARN-RPT   ASSIGN TO ARNRPT
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ARN-PARM
000540     RECORDING MODE IS F.
000550 01  ARN-PARM-RECORD.
000560     05  PRM-RUN-NBR         PIC X(06).
000570
000580 FD  AUDIT-LOG
000590     RECORDING MODE IS F.
000600 COPY AUDREC.
000610
000620 FD  CONV-OUT
000630     RECORDING MODE IS F.
000640 COPY CONVOUTR.
000650
000660 FD  SUSPENSE-IN
000670     RECORDING MODE IS F.
000680 COPY SUSREC.
000690
000700 FD  RUN-REG.
000710 COPY RUNREGR.
000720
000730 FD  ARN-RPT
000740     RECORDING MODE IS F.
000750 01  RPT-RECORD              PIC X(132).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-AUDIT-STATUS     PIC X(02)   VALUE '00'.
000790     88  WS-AUDIT-OK                    VALUES '00' '05'.
000800 01  WS-CONVOUT-STATUS   PIC X(02)   VALUE '00'.
000810     88  WS-CONVOUT-OK                  VALUES '00' '05'.
000820 01  WS-SUSPENSE-STATUS  PIC X(02)   VALUE '00'.
000830     88  WS-SUSPENSE-OK                 VALUES '00' '05'.
000840 01  WS-RUNREG-STATUS    PIC X(02)   VALUE '00'.
000850     88  WS-RUNREG-OK                   VALUES '00' '05'.
000860 01  WS-RUN-DATE         PIC 9(06).
000870 01  WS-RUN-TIME         PIC 9(08).
000880 01  WS-DONE-SW          PIC X(01)   VALUE 'N'.
000890     88  WS-READ-DONE                VALUE 'Y'.
000900 01  K                   PIC 9(01).
000910 01  N                   PIC 9(02)   COMP.
000920*----------------------------------------------------------------
000930* THE RUN BEING RECONCILED, FROM THE ARNPARM CARD, AND WHAT
000940* RUNREG HOLDS FOR IT
000950*----------------------------------------------------------------
000960 01  WS-ARN-RUN-NBR      PIC 9(06)   VALUE ZEROES.
000970 01  WS-REG-SW           PIC X(01)   VALUE 'N'.
000980     88  WS-REG-FOUND                VALUE 'Y'.
000990     88  WS-REG-MISSING              VALUE 'N'.
001000 01  WS-REG-RUN-DATE     PIC 9(06)   VALUE ZEROES.
001010 01  WS-REG-ACCEPT       PIC 9(08)   VALUE ZEROES.
001020 01  WS-REG-REJECT       PIC 9(08)   VALUE ZEROES.
001030 01  WS-REG-NOTE         PIC X(20)   VALUE SPACES.
001040*----------------------------------------------------------------
001050* MATCH KEYS - THE CONVIN DETAIL SEQUENCE NUMBER WITHIN THE RUN.
001060* RECORDS OF OTHER RUNS ARE PASSED OVER; AT END OF FILE A KEY
001070* GOES TO HIGH-VALUES.
001080*----------------------------------------------------------------
001090 01  WS-AUD-KEY.
001100     05  WS-AUD-SEQ      PIC 9(08).
001110 01  WS-PREV-AUD-KEY     PIC X(08)   VALUE LOW-VALUES.
001120 01  WS-OUT-KEY.
001130     05  WS-OUT-SEQ      PIC 9(08).
001140 01  WS-PREV-OUT-KEY     PIC X(08)   VALUE LOW-VALUES.
001150 01  WS-SUS-KEY.
001160     05  WS-SUS-SEQ      PIC 9(08).
001170 01  WS-PREV-SUS-KEY     PIC X(08)   VALUE LOW-VALUES.
001180 01  WS-LOW-KEY.
001190     05  WS-LOW-SEQ      PIC 9(08).
001200 01  WS-SEQ-FILE         PIC X(08)   VALUE SPACES.
001210*----------------------------------------------------------------
001220* AUDIT ENTRIES HELD FOR THE SEQUENCE NUMBER IN HAND. A STOCK
001230* DETAIL HAS ONE ENTRY PER QUANTITY CONVERTED, ANY OTHER DETAIL
001240* ONE ENTRY.
001250*----------------------------------------------------------------
001260 01  WS-AGR-MAX          PIC 9(02)   COMP  VALUE 10.
001270 01  WS-AGR-COUNT        PIC 9(02)   COMP  VALUE ZEROES.
001280 01  WS-AUDIT-GROUP.
001290     05  WS-AGR-ENTRY OCCURS 10.
001300         10  WS-AGR-STATUS   PIC X(01).
001310         10  WS-AGR-RESULT   PIC X(64).
001320*----------------------------------------------------------------
001330* RESULTS THE CONVOUT RECORD IN HAND EXPECTS ON THE TRAIL, IN
001340* THE ORDER THE BATCH RUN AUDITED THEM - ONE PER FILLED STOCK
001350* QUANTITY SLOT, OR THE ONE RESULT OF ANY OTHER RECORD (SLOT 0).
001360*----------------------------------------------------------------
001370 01  WS-EXR-COUNT        PIC 9(02)   COMP  VALUE ZEROES.
001380 01  WS-EXPECTED-GROUP.
001390     05  WS-EXR-ENTRY OCCURS 5.
001400         10  WS-EXR-SLOT     PIC 9(01).
001410         10  WS-EXR-RESULT   PIC X(64).
001420 01  WS-PAIR-MAX         PIC 9(02)   COMP  VALUE ZEROES.
001430 01  WS-FILE-STATUS      PIC X(01)   VALUE SPACE.
001440 01  WS-REJ-FOUND-SW     PIC X(01)   VALUE 'N'.
001450     88  WS-REJ-FOUND                VALUE 'Y'.
001460*----------------------------------------------------------------
001470* RECONCILIATION COUNTERS
001480*----------------------------------------------------------------
001490 01  WS-AUD-READ-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
001500 01  WS-OUT-RUN-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
001510 01  WS-SUS-RUN-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
001520 01  WS-MATCHED-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
001530 01  WS-MISSING-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
001540 01  WS-ORPHAN-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001550 01  WS-STATUS-MIS-COUNT PIC 9(08)   COMP  VALUE ZEROES.
001560 01  WS-RESULT-MIS-COUNT PIC 9(08)   COMP  VALUE ZEROES.
001570 01  WS-NO-CONV-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
001580 01  WS-EXCEPT-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001590*----------------------------------------------------------------
001600* ARNRPT REPORT LINES
001610*----------------------------------------------------------------
001620 01  RPT-HEADER-LINE.
001630     05  FILLER          PIC X(40)   VALUE
001640         'AUDIT TRAIL RUN RECONCILIATION'.
001650     05  FILLER          PIC X(09)   VALUE 'RUN DATE '.
001660     05  RPT-HDR-DATE    PIC 9(06).
001670     05  FILLER          PIC X(07)   VALUE '  TIME '.
001680     05  RPT-HDR-TIME    PIC 9(08).
001690     05  FILLER          PIC X(62)   VALUE SPACES.
001700 01  RPT-RUN-LINE.
001710     05  FILLER          PIC X(20)   VALUE 'RUN RECONCILED'.
001720     05  RPT-RUN-NBR     PIC 9(06).
001730     05  FILLER          PIC X(14)   VALUE '  OF RUN DATE '.
001740     05  RPT-RUN-DATE    PIC 9(06).
001750     05  RPT-RUN-DATE-X REDEFINES RPT-RUN-DATE
001760                         PIC X(06).
001770     05  FILLER          PIC X(02)   VALUE SPACES.
001780     05  RPT-RUN-NOTE    PIC X(20).
001790     05  FILLER          PIC X(64)   VALUE SPACES.
001800 01  RPT-RULE-LINE.
001810     05  FILLER          PIC X(132)  VALUE ALL '-'.
001820 01  RPT-COLUMN-LINE.
001830     05  FILLER          PIC X(10)   VALUE 'SEQ'.
001840     05  FILLER          PIC X(03)   VALUE 'SLT'.
001850     05  FILLER          PIC X(10)   VALUE 'FILE'.
001860     05  FILLER          PIC X(04)   VALUE 'AUD'.
001870     05  FILLER          PIC X(04)   VALUE 'FIL'.
001880     05  FILLER          PIC X(34)   VALUE 'AUDIT RESULT'.
001890     05  FILLER          PIC X(34)   VALUE 'FILE RESULT'.
001900     05  FILLER          PIC X(33)   VALUE 'EXCEPTION'.
001910 01  RPT-DETAIL-LINE.
001920     05  RPT-DET-SEQ     PIC 9(08).
001930     05  FILLER          PIC X(02)   VALUE SPACES.
001940     05  RPT-DET-SLOT    PIC 9(01).
001950     05  RPT-DET-SLOT-X REDEFINES RPT-DET-SLOT
001960                         PIC X(01).
001970     05  FILLER          PIC X(02)   VALUE SPACES.
001980     05  RPT-DET-FILE    PIC X(08).
001990     05  FILLER          PIC X(02)   VALUE SPACES.
002000     05  RPT-DET-AUD-ST  PIC X(01).
002010     05  FILLER          PIC X(03)   VALUE SPACES.
002020     05  RPT-DET-FILE-ST PIC X(01).
002030     05  FILLER          PIC X(03)   VALUE SPACES.
002040     05  RPT-DET-AUD-RESULT
002050                         PIC X(32).
002060     05  FILLER          PIC X(02)   VALUE SPACES.
002070     05  RPT-DET-FILE-RESULT
002080                         PIC X(32).
002090     05  FILLER          PIC X(02)   VALUE SPACES.
002100     05  RPT-DET-EXCEPTION
002110                         PIC X(26).
002120     05  FILLER          PIC X(07)   VALUE SPACES.
002130 01  RPT-COUNT-LINE.
002140     05  RPT-CNT-LABEL   PIC X(32).
002150     05  RPT-CNT-VALUE   PIC Z(07)9.
002160     05  FILLER          PIC X(92)   VALUE SPACES.
002170 01  RPT-BALCOL-LINE.
002180     05  FILLER          PIC X(34)   VALUE 'RUN TOTALS'.
002190     05  FILLER          PIC X(12)   VALUE '   FILES'.
002200     05  FILLER          PIC X(12)   VALUE ' CONVRPT'.
002210     05  FILLER          PIC X(74)   VALUE 'RESULT'.
002220 01  RPT-BALANCE-LINE.
002230     05  RPT-BAL-LABEL   PIC X(32).
002240     05  FILLER          PIC X(02)   VALUE SPACES.
002250     05  RPT-BAL-FILES   PIC Z(07)9.
002260     05  FILLER          PIC X(04)   VALUE SPACES.
002270     05  RPT-BAL-CONVRPT PIC Z(07)9.
002280     05  RPT-BAL-CONVRPT-X REDEFINES RPT-BAL-CONVRPT
002290                         PIC X(08).
002300     05  FILLER          PIC X(04)   VALUE SPACES.
002310     05  RPT-BAL-RESULT  PIC X(20).
002320     05  FILLER          PIC X(54)   VALUE SPACES.
002330
002340 PROCEDURE DIVISION.
002350*================================================================
002360 0000-MAINLINE.
002370*================================================================
002380     PERFORM 1000-INITIALIZE
002390     PERFORM 2000-RECONCILE-SEQUENCE
002400         UNTIL WS-AUD-KEY = HIGH-VALUES
002410           AND WS-OUT-KEY = HIGH-VALUES
002420           AND WS-SUS-KEY = HIGH-VALUES
002430     PERFORM 9000-TERMINATE
002440     STOP RUN.
002450
002460*================================================================
002470 1000-INITIALIZE.
002480*================================================================
002490     ACCEPT WS-RUN-DATE FROM DATE
002500     ACCEPT WS-RUN-TIME FROM TIME
002510     PERFORM 1100-READ-PARM-CARD
002520     PERFORM 1200-READ-RUN-REGISTER
002530     OPEN INPUT AUDIT-LOG
002540     IF NOT WS-AUDIT-OK
002550         PERFORM 9520-ABEND-AUDIT
002560     END-IF
002570     OPEN INPUT CONV-OUT
002580     IF NOT WS-CONVOUT-OK
002590         PERFORM 9530-ABEND-CONVOUT
002600     END-IF
002610     OPEN INPUT SUSPENSE-IN
002620     IF NOT WS-SUSPENSE-OK
002630         PERFORM 9540-ABEND-SUSPENSE
002640     END-IF
002650     OPEN OUTPUT ARN-RPT
002660     MOVE WS-RUN-DATE    TO RPT-HDR-DATE
002670     MOVE WS-RUN-TIME    TO RPT-HDR-TIME
002680     WRITE RPT-RECORD FROM RPT-HEADER-LINE
002690     MOVE WS-ARN-RUN-NBR TO RPT-RUN-NBR
002700     IF WS-REG-FOUND
002710         MOVE WS-REG-RUN-DATE TO RPT-RUN-DATE
002720     ELSE
002730         MOVE SPACES TO RPT-RUN-DATE-X
002740     END-IF
002750     MOVE WS-REG-NOTE    TO RPT-RUN-NOTE
002760     WRITE RPT-RECORD FROM RPT-RUN-LINE
002770     WRITE RPT-RECORD FROM RPT-RULE-LINE
002780     WRITE RPT-RECORD FROM RPT-COLUMN-LINE
002790     WRITE RPT-RECORD FROM RPT-RULE-LINE
002800     PERFORM 2910-READ-AUDIT
002810     PERFORM 2920-READ-CONVOUT
002820     PERFORM 2930-READ-SUSPENSE.
002830
002840*================================================================
002850 1100-READ-PARM-CARD.
002860*================================================================
002870     OPEN INPUT ARN-PARM
002880     READ ARN-PARM
002890         AT END PERFORM 9510-ABEND-PARM
002900     END-READ
002910     IF PRM-RUN-NBR IS NUMERIC
002920         MOVE PRM-RUN-NBR TO WS-ARN-RUN-NBR
002930     ELSE
002940         PERFORM 9510-ABEND-PARM
002950     END-IF
002960     IF WS-ARN-RUN-NBR = 0
002970         PERFORM 9510-ABEND-PARM
002980     END-IF
002990     CLOSE ARN-PARM.
003000
003010*================================================================
003020 1200-READ-RUN-REGISTER.
003030*================================================================
003040*    RUNREG HOLDS THE ACCEPTED AND REJECTED COUNTS THE RUN PUT ON
003050*    CONVRPT. A RUN LEFT 'S' NEVER REACHED TERMINATE AND HAS NO
003060*    CONVRPT TOTALS TO TIE TO; THE TRAIL IS STILL RECONCILED.
003070     OPEN INPUT RUN-REG
003080     IF NOT WS-RUNREG-OK
003090         PERFORM 9550-ABEND-RUNREG
003100     END-IF
003110     MOVE WS-ARN-RUN-NBR TO RRG-RUN-NBR
003120     READ RUN-REG
003130         INVALID KEY
003140             SET WS-REG-MISSING TO TRUE
003150             MOVE 'NOT ON RUNREG' TO WS-REG-NOTE
003160         NOT INVALID KEY
003170             SET WS-REG-FOUND TO TRUE
003180             MOVE RRG-RUN-DATE     TO WS-REG-RUN-DATE
003190             MOVE RRG-ACCEPT-COUNT TO WS-REG-ACCEPT
003200             MOVE RRG-REJECT-COUNT TO WS-REG-REJECT
003210             IF RRG-STARTED
003220                 MOVE 'RUN NOT COMPLETED' TO WS-REG-NOTE
003230             END-IF
003240     END-READ
003250     IF  NOT WS-RUNREG-OK
003260     AND WS-RUNREG-STATUS NOT = '23'
003270         PERFORM 9550-ABEND-RUNREG
003280     END-IF
003290     CLOSE RUN-REG.
003300
003310*================================================================
003320 2000-RECONCILE-SEQUENCE.
003330*================================================================
003340*    THE LOWEST SEQUENCE NUMBER IN HAND ON ANY OF THE THREE FILES
003350*    IS RECONCILED: ITS AUDIT ENTRIES ARE GATHERED AND SET
003360*    AGAINST THE CONVOUT OR SUSPENSE RECORD THAT CARRIES IT.
003370     MOVE WS-AUD-KEY TO WS-LOW-KEY
003380     IF WS-OUT-KEY < WS-LOW-KEY
003390         MOVE WS-OUT-KEY TO WS-LOW-KEY
003400     END-IF
003410     IF WS-SUS-KEY < WS-LOW-KEY
003420         MOVE WS-SUS-KEY TO WS-LOW-KEY
003430     END-IF
003440     PERFORM 2100-GATHER-AUDIT-ENTRIES
003450     EVALUATE TRUE
003460         WHEN WS-OUT-KEY = WS-LOW-KEY
003470          AND WS-SUS-KEY = WS-LOW-KEY
003480             PERFORM 2500-ON-BOTH-FILES
003490         WHEN WS-OUT-KEY = WS-LOW-KEY
003500             PERFORM 2300-CHECK-ACCEPTED
003510         WHEN WS-SUS-KEY = WS-LOW-KEY
003520             PERFORM 2400-CHECK-REJECTED
003530         WHEN OTHER
003540             PERFORM 2600-ORPHAN-SEQUENCE
003550     END-EVALUATE
003560     IF WS-OUT-KEY = WS-LOW-KEY
003570         PERFORM 2920-READ-CONVOUT
003580     END-IF
003590     IF WS-SUS-KEY = WS-LOW-KEY
003600         PERFORM 2930-READ-SUSPENSE
003610     END-IF.
003620
003630*================================================================
003640 2100-GATHER-AUDIT-ENTRIES.
003650*================================================================
003660     MOVE ZEROES TO WS-AGR-COUNT
003670     PERFORM 2110-HOLD-AUDIT-ENTRY
003680         UNTIL WS-AUD-KEY NOT = WS-LOW-KEY.
003690
003700*================================================================
003710 2110-HOLD-AUDIT-ENTRY.
003720*================================================================
003730*    MORE ENTRIES THAN ANY DETAIL CAN WRITE ARE ORPHANS AS THEY
003740*    STAND.
003750     IF WS-AGR-COUNT < WS-AGR-MAX
003760         ADD 1 TO WS-AGR-COUNT
003770         MOVE AUD-STATUS TO WS-AGR-STATUS(WS-AGR-COUNT)
003780         MOVE AUD-RESULT TO WS-AGR-RESULT(WS-AGR-COUNT)
003790     ELSE
003800         PERFORM 2810-CLEAR-DETAIL-LINE
003810         MOVE AUD-STATUS TO RPT-DET-AUD-ST
003820         MOVE AUD-RESULT TO RPT-DET-AUD-RESULT
003830         MOVE 'ORPHAN AUDIT ENTRY' TO RPT-DET-EXCEPTION
003840         ADD 1 TO WS-ORPHAN-COUNT
003850         PERFORM 2800-WRITE-EXCEPTION
003860     END-IF
003870     PERFORM 2910-READ-AUDIT.
003880
003890*================================================================
003900 2300-CHECK-ACCEPTED.
003910*================================================================
003920*    AN OK CONVOUT RECORD NEEDS ONE STATUS-OK ENTRY PER RESULT IT
003930*    CARRIES, WITH THE SAME RESULT VALUE, PAIRED IN ORDER.
003940     MOVE ZEROES TO WS-EXR-COUNT
003950     IF COS-TYPE = 'S'
003960         MOVE COS-STATUS TO WS-FILE-STATUS
003970         PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
003980             IF COS-RESULT(K) NOT = SPACES
003990                 ADD 1 TO WS-EXR-COUNT
004000                 MOVE K TO WS-EXR-SLOT(WS-EXR-COUNT)
004010                 MOVE COS-RESULT(K)
004020                     TO WS-EXR-RESULT(WS-EXR-COUNT)
004030             END-IF
004040         END-PERFORM
004050     ELSE
004060         MOVE COR-STATUS TO WS-FILE-STATUS
004070         MOVE 1          TO WS-EXR-COUNT
004080         MOVE 0          TO WS-EXR-SLOT(1)
004090         MOVE COR-RESULT TO WS-EXR-RESULT(1)
004100     END-IF
004110     IF WS-FILE-STATUS NOT = '0'
004120         PERFORM 2810-CLEAR-DETAIL-LINE
004130         MOVE 'CONVOUT' TO RPT-DET-FILE
004140         MOVE WS-FILE-STATUS TO RPT-DET-FILE-ST
004150         MOVE 'CONVOUT RECORD NOT OK' TO RPT-DET-EXCEPTION
004160         ADD 1 TO WS-STATUS-MIS-COUNT
004170         PERFORM 2800-WRITE-EXCEPTION
004180     END-IF
004190     MOVE WS-EXR-COUNT TO WS-PAIR-MAX
004200     IF WS-AGR-COUNT > WS-PAIR-MAX
004210         MOVE WS-AGR-COUNT TO WS-PAIR-MAX
004220     END-IF
004230     PERFORM 2310-CHECK-ACCEPTED-ENTRY
004240         VARYING N FROM 1 BY 1 UNTIL N > WS-PAIR-MAX.
004250
004260*================================================================
004270 2310-CHECK-ACCEPTED-ENTRY.
004280*================================================================
004290     PERFORM 2810-CLEAR-DETAIL-LINE
004300     MOVE 'CONVOUT' TO RPT-DET-FILE
004310     IF N NOT > WS-EXR-COUNT
004320         IF WS-EXR-SLOT(N) > 0
004330             MOVE WS-EXR-SLOT(N) TO RPT-DET-SLOT
004340         END-IF
004350         MOVE WS-FILE-STATUS   TO RPT-DET-FILE-ST
004360         MOVE WS-EXR-RESULT(N) TO RPT-DET-FILE-RESULT
004370     END-IF
004380     IF N NOT > WS-AGR-COUNT
004390         MOVE WS-AGR-STATUS(N) TO RPT-DET-AUD-ST
004400         MOVE WS-AGR-RESULT(N) TO RPT-DET-AUD-RESULT
004410     END-IF
004420     EVALUATE TRUE
004430         WHEN N > WS-AGR-COUNT
004440             MOVE 'MISSING AUDIT ENTRY' TO RPT-DET-EXCEPTION
004450             ADD 1 TO WS-MISSING-COUNT
004460             PERFORM 2800-WRITE-EXCEPTION
004470         WHEN N > WS-EXR-COUNT
004480             MOVE 'ORPHAN AUDIT ENTRY' TO RPT-DET-EXCEPTION
004490             ADD 1 TO WS-ORPHAN-COUNT
004500             PERFORM 2800-WRITE-EXCEPTION
004510         WHEN WS-AGR-STATUS(N) NOT = '0'
004520             MOVE 'STATUS MISMATCH' TO RPT-DET-EXCEPTION
004530             ADD 1 TO WS-STATUS-MIS-COUNT
004540             PERFORM 2800-WRITE-EXCEPTION
004550         WHEN WS-AGR-RESULT(N) NOT = WS-EXR-RESULT(N)
004560             MOVE 'RESULT VALUE MISMATCH' TO RPT-DET-EXCEPTION
004570             ADD 1 TO WS-RESULT-MIS-COUNT
004580             PERFORM 2800-WRITE-EXCEPTION
004590         WHEN OTHER
004600             ADD 1 TO WS-MATCHED-COUNT
004610     END-EVALUATE.
004620
004630*================================================================
004640 2400-CHECK-REJECTED.
004650*================================================================
004660*    A SUSPENDED STOCK DETAIL WAS AUDITED ONE ENTRY PER QUANTITY
004670*    CONVERTED: NONE AT ALL UNDER 'ITM' OR 'UOM', WHICH STOP IT
004680*    BEFORE CONVERSION, AND NONE FOR A SLOT THAT HIT 'OVF'. ANY
004690*    OTHER SUSPENDED DETAIL, AND A STOCK DETAIL REFUSED UNDER
004700*    'TYP', WAS AUDITED ONCE WITH A REJECTED STATUS.
004710     IF SUS-STK-DETAIL AND SUS-REASON NOT = 'TYP'
004720         PERFORM 2420-CHECK-REJECTED-STOCK
004730     ELSE
004740         PERFORM 2410-CHECK-REJECTED-SINGLE
004750     END-IF.
004760
004770*================================================================
004780 2410-CHECK-REJECTED-SINGLE.
004790*================================================================
004800     PERFORM 2810-CLEAR-DETAIL-LINE
004810     PERFORM 2820-SET-SUSPENSE-COLUMNS
004820     IF WS-AGR-COUNT = 0
004830         MOVE 'MISSING AUDIT ENTRY' TO RPT-DET-EXCEPTION
004840         ADD 1 TO WS-MISSING-COUNT
004850         PERFORM 2800-WRITE-EXCEPTION
004860     ELSE
004870         IF WS-AGR-STATUS(1) = '1'
004880             ADD 1 TO WS-MATCHED-COUNT
004890         ELSE
004900             MOVE WS-AGR-STATUS(1) TO RPT-DET-AUD-ST
004910             MOVE WS-AGR-RESULT(1) TO RPT-DET-AUD-RESULT
004920             MOVE 'STATUS MISMATCH' TO RPT-DET-EXCEPTION
004930             ADD 1 TO WS-STATUS-MIS-COUNT
004940             PERFORM 2800-WRITE-EXCEPTION
004950         END-IF
004960         PERFORM 2450-EXTRA-AUDIT-ENTRY
004970             VARYING N FROM 2 BY 1 UNTIL N > WS-AGR-COUNT
004980     END-IF.
004990
005000*================================================================
005010 2420-CHECK-REJECTED-STOCK.
005020*================================================================
005030     EVALUATE TRUE
005040         WHEN SUS-REASON = 'ITM' OR SUS-REASON = 'UOM'
005050             IF WS-AGR-COUNT = 0
005060                 ADD 1 TO WS-NO-CONV-COUNT
005070             ELSE
005080                 PERFORM 2450-EXTRA-AUDIT-ENTRY
005090                     VARYING N FROM 1 BY 1
005100                     UNTIL N > WS-AGR-COUNT
005110             END-IF
005120         WHEN WS-AGR-COUNT = 0
005130             IF SUS-REASON = 'OVF'
005140                 ADD 1 TO WS-NO-CONV-COUNT
005150             ELSE
005160                 PERFORM 2810-CLEAR-DETAIL-LINE
005170                 PERFORM 2820-SET-SUSPENSE-COLUMNS
005180                 MOVE 'MISSING AUDIT ENTRY' TO RPT-DET-EXCEPTION
005190                 ADD 1 TO WS-MISSING-COUNT
005200                 PERFORM 2800-WRITE-EXCEPTION
005210             END-IF
005220         WHEN OTHER
005230             PERFORM 2430-FIND-REJECTED-ENTRY
005240     END-EVALUATE.
005250
005260*================================================================
005270 2430-FIND-REJECTED-ENTRY.
005280*================================================================
005290*    AT LEAST ONE QUANTITY MUST HAVE BEEN AUDITED AS REJECTED,
005300*    UNLESS THE DETAIL WAS SUSPENDED FOR AN OVERFLOWING SLOT THAT
005310*    WAS NEVER CONVERTED.
005320     MOVE 'N' TO WS-REJ-FOUND-SW
005330     PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-AGR-COUNT
005340         IF WS-AGR-STATUS(N) = '1'
005350             SET WS-REJ-FOUND TO TRUE
005360         END-IF
005370     END-PERFORM
005380     IF WS-REJ-FOUND OR SUS-REASON = 'OVF'
005390         ADD WS-AGR-COUNT TO WS-MATCHED-COUNT
005400     ELSE
005410         PERFORM 2810-CLEAR-DETAIL-LINE
005420         PERFORM 2820-SET-SUSPENSE-COLUMNS
005430         MOVE WS-AGR-STATUS(WS-AGR-COUNT) TO RPT-DET-AUD-ST
005440         MOVE WS-AGR-RESULT(WS-AGR-COUNT) TO RPT-DET-AUD-RESULT
005450         MOVE 'STATUS MISMATCH' TO RPT-DET-EXCEPTION
005460         ADD 1 TO WS-STATUS-MIS-COUNT
005470         PERFORM 2800-WRITE-EXCEPTION
005480     END-IF.
005490
005500*================================================================
005510 2450-EXTRA-AUDIT-ENTRY.
005520*================================================================
005530     PERFORM 2810-CLEAR-DETAIL-LINE
005540     PERFORM 2820-SET-SUSPENSE-COLUMNS
005550     MOVE WS-AGR-STATUS(N) TO RPT-DET-AUD-ST
005560     MOVE WS-AGR-RESULT(N) TO RPT-DET-AUD-RESULT
005570     MOVE 'ORPHAN AUDIT ENTRY' TO RPT-DET-EXCEPTION
005580     ADD 1 TO WS-ORPHAN-COUNT
005590     PERFORM 2800-WRITE-EXCEPTION.
005600
005610*================================================================
005620 2500-ON-BOTH-FILES.
005630*================================================================
005640*    ONE DETAIL CANNOT BE BOTH ACCEPTED AND REJECTED. ITS AUDIT
005650*    ENTRIES ARE NOT JUDGED AGAINST EITHER RECORD.
005660     PERFORM 2810-CLEAR-DETAIL-LINE
005670     PERFORM 2820-SET-SUSPENSE-COLUMNS
005680     MOVE 'BOTH' TO RPT-DET-FILE
005690     MOVE 'ON CONVOUT AND SUSPENSE' TO RPT-DET-EXCEPTION
005700     ADD 1 TO WS-STATUS-MIS-COUNT
005710     PERFORM 2800-WRITE-EXCEPTION.
005720
005730*================================================================
005740 2600-ORPHAN-SEQUENCE.
005750*================================================================
005760     PERFORM 2610-ORPHAN-ENTRY
005770         VARYING N FROM 1 BY 1 UNTIL N > WS-AGR-COUNT.
005780
005790*================================================================
005800 2610-ORPHAN-ENTRY.
005810*================================================================
005820     PERFORM 2810-CLEAR-DETAIL-LINE
005830     MOVE WS-AGR-STATUS(N) TO RPT-DET-AUD-ST
005840     MOVE WS-AGR-RESULT(N) TO RPT-DET-AUD-RESULT
005850     MOVE 'ORPHAN AUDIT ENTRY' TO RPT-DET-EXCEPTION
005860     ADD 1 TO WS-ORPHAN-COUNT
005870     PERFORM 2800-WRITE-EXCEPTION.
005880
005890*================================================================
005900 2800-WRITE-EXCEPTION.
005910*================================================================
005920     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
005930     ADD 1 TO WS-EXCEPT-COUNT.
005940
005950*================================================================
005960 2810-CLEAR-DETAIL-LINE.
005970*================================================================
005980     MOVE WS-LOW-SEQ TO RPT-DET-SEQ
005990     MOVE SPACES     TO RPT-DET-SLOT-X
006000     MOVE SPACES     TO RPT-DET-FILE
006010     MOVE SPACES     TO RPT-DET-AUD-ST
006020     MOVE SPACES     TO RPT-DET-FILE-ST
006030     MOVE SPACES     TO RPT-DET-AUD-RESULT
006040     MOVE SPACES     TO RPT-DET-FILE-RESULT
006050     MOVE SPACES     TO RPT-DET-EXCEPTION.
006060
006070*================================================================
006080 2820-SET-SUSPENSE-COLUMNS.
006090*================================================================
006100     MOVE 'SUSPENSE' TO RPT-DET-FILE
006110     MOVE '1'        TO RPT-DET-FILE-ST
006120     MOVE SPACES     TO RPT-DET-FILE-RESULT
006130     STRING 'REASON ' SUS-REASON DELIMITED BY SIZE
006140         INTO RPT-DET-FILE-RESULT
006150     END-STRING.
006160
006170*================================================================
006180 2910-READ-AUDIT.
006190*================================================================
006200*    ONLY THE BATCH RUN'S OWN ENTRIES FOR THE RUN COUNT. SEVERAL
006210*    ENTRIES MAY SHARE A SEQUENCE NUMBER, BUT THEY NEVER GO BACK.
006220     MOVE 'N' TO WS-DONE-SW
006230     PERFORM 2915-READ-AUDIT-ENTRY
006240         UNTIL WS-READ-DONE.
006250
006260*================================================================
006270 2915-READ-AUDIT-ENTRY.
006280*================================================================
006290     READ AUDIT-LOG
006300         AT END
006310             MOVE HIGH-VALUES TO WS-AUD-KEY
006320             SET WS-READ-DONE TO TRUE
006330         NOT AT END
006340             IF  AUD-SOURCE = 'BAT'
006350             AND AUD-RUN-NBR = WS-ARN-RUN-NBR
006360                 ADD 1 TO WS-AUD-READ-COUNT
006370                 MOVE AUD-SEQ-NBR TO WS-AUD-SEQ
006380                 IF WS-AUD-KEY < WS-PREV-AUD-KEY
006390                     MOVE 'AUDITLOG' TO WS-SEQ-FILE
006400                     PERFORM 9560-ABEND-SEQUENCE
006410                 END-IF
006420                 MOVE WS-AUD-KEY TO WS-PREV-AUD-KEY
006430                 SET WS-READ-DONE TO TRUE
006440             END-IF
006450     END-READ
006460     IF NOT WS-AUDIT-OK AND WS-AUDIT-STATUS NOT = '10'
006470         PERFORM 9520-ABEND-AUDIT
006480     END-IF.
006490
006500*================================================================
006510 2920-READ-CONVOUT.
006520*================================================================
006530     MOVE 'N' TO WS-DONE-SW
006540     PERFORM 2925-READ-CONVOUT-RECORD
006550         UNTIL WS-READ-DONE.
006560
006570*================================================================
006580 2925-READ-CONVOUT-RECORD.
006590*================================================================
006600*    STOCK AND SINGLE RECORDS CARRY THE RUN AND SEQUENCE NUMBER
006610*    AT DIFFERENT OFFSETS.
006620     READ CONV-OUT
006630         AT END
006640             MOVE HIGH-VALUES TO WS-OUT-KEY
006650             SET WS-READ-DONE TO TRUE
006660         NOT AT END
006670             IF COS-TYPE = 'S'
006680                 IF COS-RUN-NBR = WS-ARN-RUN-NBR
006690                     MOVE COS-SEQ-NBR TO WS-OUT-SEQ
006700                     SET WS-READ-DONE TO TRUE
006710                 END-IF
006720             ELSE
006730                 IF COR-RUN-NBR = WS-ARN-RUN-NBR
006740                     MOVE COR-SEQ-NBR TO WS-OUT-SEQ
006750                     SET WS-READ-DONE TO TRUE
006760                 END-IF
006770             END-IF
006780             IF WS-READ-DONE
006790                 ADD 1 TO WS-OUT-RUN-COUNT
006800                 IF WS-OUT-KEY NOT > WS-PREV-OUT-KEY
006810                     MOVE 'CONVOUT' TO WS-SEQ-FILE
006820                     PERFORM 9560-ABEND-SEQUENCE
006830                 END-IF
006840                 MOVE WS-OUT-KEY TO WS-PREV-OUT-KEY
006850             END-IF
006860     END-READ
006870     IF NOT WS-CONVOUT-OK AND WS-CONVOUT-STATUS NOT = '10'
006880         PERFORM 9530-ABEND-CONVOUT
006890     END-IF.
006900
006910*================================================================
006920 2930-READ-SUSPENSE.
006930*================================================================
006940     MOVE 'N' TO WS-DONE-SW
006950     PERFORM 2935-READ-SUSPENSE-RECORD
006960         UNTIL WS-READ-DONE.
006970
006980*================================================================
006990 2935-READ-SUSPENSE-RECORD.
007000*================================================================
007010     READ SUSPENSE-IN
007020         AT END
007030             MOVE HIGH-VALUES TO WS-SUS-KEY
007040             SET WS-READ-DONE TO TRUE
007050         NOT AT END
007060             IF SUS-RUN-NBR = WS-ARN-RUN-NBR
007070                 ADD 1 TO WS-SUS-RUN-COUNT
007080                 MOVE SUS-SEQ-NBR TO WS-SUS-SEQ
007090                 IF WS-SUS-KEY NOT > WS-PREV-SUS-KEY
007100                     MOVE 'SUSPENSE' TO WS-SEQ-FILE
007110                     PERFORM 9560-ABEND-SEQUENCE
007120                 END-IF
007130                 MOVE WS-SUS-KEY TO WS-PREV-SUS-KEY
007140                 SET WS-READ-DONE TO TRUE
007150             END-IF
007160     END-READ
007170     IF NOT WS-SUSPENSE-OK AND WS-SUSPENSE-STATUS NOT = '10'
007180         PERFORM 9540-ABEND-SUSPENSE
007190     END-IF.
007200
007210*================================================================
007220 9000-TERMINATE.
007230*================================================================
007240     IF WS-EXCEPT-COUNT = 0
007250         MOVE SPACES TO RPT-RECORD
007260         MOVE '  NO EXCEPTIONS - AUDIT TRAIL AGREES TO CONVOUT '
007270           & 'AND SUSPENSE' TO RPT-RECORD
007280         WRITE RPT-RECORD
007290     END-IF
007300     WRITE RPT-RECORD FROM RPT-RULE-LINE
007310     MOVE 'AUDIT ENTRIES FOR RUN (BAT)' TO RPT-CNT-LABEL
007320     MOVE WS-AUD-READ-COUNT TO RPT-CNT-VALUE
007330     PERFORM 9110-WRITE-COUNT-LINE
007340     MOVE 'CONVOUT RECORDS FOR RUN' TO RPT-CNT-LABEL
007350     MOVE WS-OUT-RUN-COUNT TO RPT-CNT-VALUE
007360     PERFORM 9110-WRITE-COUNT-LINE
007370     MOVE 'SUSPENSE RECORDS FOR RUN' TO RPT-CNT-LABEL
007380     MOVE WS-SUS-RUN-COUNT TO RPT-CNT-VALUE
007390     PERFORM 9110-WRITE-COUNT-LINE
007400     MOVE 'AUDIT ENTRIES MATCHED' TO RPT-CNT-LABEL
007410     MOVE WS-MATCHED-COUNT TO RPT-CNT-VALUE
007420     PERFORM 9110-WRITE-COUNT-LINE
007430     MOVE 'MISSING AUDIT ENTRIES' TO RPT-CNT-LABEL
007440     MOVE WS-MISSING-COUNT TO RPT-CNT-VALUE
007450     PERFORM 9110-WRITE-COUNT-LINE
007460     MOVE 'ORPHAN AUDIT ENTRIES' TO RPT-CNT-LABEL
007470     MOVE WS-ORPHAN-COUNT TO RPT-CNT-VALUE
007480     PERFORM 9110-WRITE-COUNT-LINE
007490     MOVE 'STATUS MISMATCHES' TO RPT-CNT-LABEL
007500     MOVE WS-STATUS-MIS-COUNT TO RPT-CNT-VALUE
007510     PERFORM 9110-WRITE-COUNT-LINE
007520     MOVE 'RESULT VALUE MISMATCHES' TO RPT-CNT-LABEL
007530     MOVE WS-RESULT-MIS-COUNT TO RPT-CNT-VALUE
007540     PERFORM 9110-WRITE-COUNT-LINE
007550     MOVE 'SUSPENDED BEFORE CONVERSION' TO RPT-CNT-LABEL
007560     MOVE WS-NO-CONV-COUNT TO RPT-CNT-VALUE
007570     PERFORM 9110-WRITE-COUNT-LINE
007580     WRITE RPT-RECORD FROM RPT-RULE-LINE
007590     PERFORM 9200-WRITE-RUN-TOTALS
007600     WRITE RPT-RECORD FROM RPT-RULE-LINE
007610     MOVE SPACES TO RPT-RECORD
007620     MOVE 'END OF AUDIT RECONCILIATION REPORT' TO RPT-RECORD
007630     WRITE RPT-RECORD
007640     CLOSE AUDIT-LOG
007650     CLOSE CONV-OUT
007660     CLOSE SUSPENSE-IN
007670     CLOSE ARN-RPT.
007680
007690*================================================================
007700 9110-WRITE-COUNT-LINE.
007710*================================================================
007720     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
007730
007740*================================================================
007750 9200-WRITE-RUN-TOTALS.
007760*================================================================
007770*    EVERY ACCEPTED DETAIL OF THE RUN IS ONE CONVOUT RECORD AND
007780*    EVERY REJECTED ONE A SUSPENSE RECORD, SO THE FILE COUNTS
007790*    MUST EQUAL THE CONVRPT ACCEPTED (STATUS 0) AND REJECTED
007800*    (STATUS 1) FIGURES.
007810     WRITE RPT-RECORD FROM RPT-BALCOL-LINE
007820     MOVE 'ACCEPTED (STATUS 0) - CONVOUT' TO RPT-BAL-LABEL
007830     MOVE WS-OUT-RUN-COUNT TO RPT-BAL-FILES
007840     MOVE WS-REG-ACCEPT    TO RPT-BAL-CONVRPT
007850     PERFORM 9210-WRITE-BALANCE-LINE
007860     MOVE 'REJECTED (STATUS 1) - SUSPENSE' TO RPT-BAL-LABEL
007870     MOVE WS-SUS-RUN-COUNT TO RPT-BAL-FILES
007880     MOVE WS-REG-REJECT    TO RPT-BAL-CONVRPT
007890     PERFORM 9210-WRITE-BALANCE-LINE
007900     WRITE RPT-RECORD FROM RPT-RULE-LINE
007910     IF  WS-EXCEPT-COUNT = 0
007920     AND WS-REG-NOTE = SPACES
007930     AND WS-OUT-RUN-COUNT = WS-REG-ACCEPT
007940     AND WS-SUS-RUN-COUNT = WS-REG-REJECT
007950         MOVE 'AUDIT TRAIL COMPLETE FOR THE RUN' TO RPT-RECORD
007960     ELSE
007970         MOVE 'AUDIT TRAIL DOES NOT RECONCILE - SEE ABOVE'
007980             TO RPT-RECORD
007990         DISPLAY 'AUDIT TRAIL FOR RUN ' WS-ARN-RUN-NBR
008000                 ' DOES NOT RECONCILE - SEE ARNRPT'
008010     END-IF
008020     WRITE RPT-RECORD.
008030
008040*================================================================
008050 9210-WRITE-BALANCE-LINE.
008060*================================================================
008070     IF WS-REG-NOTE NOT = SPACES
008080         MOVE SPACES      TO RPT-BAL-CONVRPT-X
008090         MOVE WS-REG-NOTE TO RPT-BAL-RESULT
008100     ELSE
008110         IF RPT-BAL-FILES = RPT-BAL-CONVRPT
008120             MOVE 'AGREES'         TO RPT-BAL-RESULT
008130         ELSE
008140             MOVE 'DOES NOT AGREE' TO RPT-BAL-RESULT
008150         END-IF
008160     END-IF
008170     WRITE RPT-RECORD FROM RPT-BALANCE-LINE.
008180
008190*================================================================
008200 9510-ABEND-PARM.
008210*================================================================
008220     DISPLAY 'ARNPARM CARD MISSING OR INVALID - COLUMNS 1-6 '
008230             'MUST HOLD THE RUN NUMBER TO RECONCILE'
008240     MOVE 16 TO RETURN-CODE
008250     STOP RUN.
008260
008270*================================================================
008280 9520-ABEND-AUDIT.
008290*================================================================
008300     DISPLAY 'AUDITLOG I/O ERROR - STATUS ' WS-AUDIT-STATUS
008310     MOVE 16 TO RETURN-CODE
008320     STOP RUN.
008330
008340*================================================================
008350 9530-ABEND-CONVOUT.
008360*================================================================
008370     DISPLAY 'CONVOUT I/O ERROR - STATUS ' WS-CONVOUT-STATUS
008380     MOVE 16 TO RETURN-CODE
008390     STOP RUN.
008400
008410*================================================================
008420 9540-ABEND-SUSPENSE.
008430*================================================================
008440     DISPLAY 'SUSPENSE I/O ERROR - STATUS ' WS-SUSPENSE-STATUS
008450     MOVE 16 TO RETURN-CODE
008460     STOP RUN.
008470
008480*================================================================
008490 9550-ABEND-RUNREG.
008500*================================================================
008510     DISPLAY 'RUNREG I/O ERROR - STATUS ' WS-RUNREG-STATUS
008520     MOVE 16 TO RETURN-CODE
008530     STOP RUN.
008540
008550*================================================================
008560 9560-ABEND-SEQUENCE.
008570*================================================================
008580     DISPLAY WS-SEQ-FILE ' RECORDS FOR RUN ' WS-ARN-RUN-NBR
008590             ' OUT OF SEQUENCE NUMBER ORDER - '
008600             'RECONCILIATION ABANDONED'
008610     MOVE 16 TO RETURN-CODE
008620     STOP RUN.
