000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITEMMNT.
000030 AUTHOR. R-TANAKA.
000040 INSTALLATION. STOCK-CONTROL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   10/15/2026  RT   ORIGINAL CODING. ITEMMST MAINTENANCE JOB.
000120*                    READS THE ITMTRAN TRANSACTION FILE OF ADD
000130*                    ('A'), CHANGE-DESCRIPTION ('C') AND DELETE
000140*                    ('D') REQUESTS AGAINST ITEM-RECORD AND
000150*                    APPLIES THEM TO THE MASTER IN FILE ORDER,
000160*                    PRINTING EVERY TRANSACTION ON THE ITMMRPT
000170*                    EDIT REPORT AS APPLIED OR REFUSED WITH ITS
000180*                    REASON (DUPLICATE ADD, KEY NOT ON THE
000190*                    MASTER, BLANK KEY OR DESCRIPTION, BAD
000200*                    TRANSACTION CODE). A DELETE IS REFUSED
000210*                    WHILE THE ITEM STILL HOLDS A STOCK POSITION
000220*                    ON STOCKPOS OR SITS IN SUSPENSE UNDER
000230*                    REASON 'ITM' AWAITING RESUBMISSION, SO THE
000240*                    RECEIVING OFFICE NO LONGER KEYS NEW ITEMS
000250*                    INTO THE MASTER BY HAND.
000252*   10/15/2026  RT   THE DELETE CHECK NOW ALSO READS THE SUSLEDG
000254*                    SUSPENSE LEDGER, SO AN 'ITM' ITEM LEFT OPEN
000256*                    BY AN EARLIER RUN STILL HOLDS THE ITEM ONCE
000258*                    THE SUSPENSE FILE HAS BEEN REPLACED.
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ITM-TRAN ASSIGN TO ITMTRAN
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT OPTIONAL ITEM-MASTER ASSIGN TO ITEMMST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS ITM-KEY
000410         FILE STATUS IS WS-ITEM-STATUS.
000420     SELECT OPTIONAL STOCK-POS ASSIGN TO STOCKPOS
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS POS-ITEM-KEY
000460         FILE STATUS IS WS-STKPOS-STATUS.
000470     SELECT OPTIONAL SUSPENSE-IN ASSIGN TO SUSPENSE
000480         ORGANIZATION IS LINE SEQUENTIAL.
000482     SELECT OPTIONAL SUS-LEDGER ASSIGN TO SUSLEDG
000484         ORGANIZATION IS INDEXED
000486         ACCESS MODE IS SEQUENTIAL
000488         RECORD KEY IS SLG-KEY
000489         FILE STATUS IS WS-SUSLEDG-STATUS.
000490     SELECT ITM-MRPT ASSIGN TO ITMMRPT
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ITM-TRAN
000550     RECORDING MODE IS F.
000560 01  ITM-TRAN-RECORD.
000570     05  ITT-ACTION          PIC X(01).
000580         88  ITT-ADD                     VALUE 'A'.
000590         88  ITT-CHANGE                  VALUE 'C'.
000600         88  ITT-DELETE                  VALUE 'D'.
000610     05  FILLER              PIC X(01).
000620     05  ITT-ITEM-KEY        PIC X(10).
000630     05  FILLER              PIC X(01).
000640     05  ITT-DESC            PIC X(30).
000650
000660 FD  ITEM-MASTER.
000670 COPY ITEMREC.
000680
000690 FD  STOCK-POS.
000700 COPY STKPREC.
000710
000720 FD  SUSPENSE-IN
000730     RECORDING MODE IS F.
000740 COPY SUSREC.
000750
000752 FD  SUS-LEDGER.
000755 COPY SUSLREC.
000757
000760 FD  ITM-MRPT
000770     RECORDING MODE IS F.
000780 01  RPT-RECORD              PIC X(100).
000790
000800 WORKING-STORAGE SECTION.
000810 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.
000820     88  WS-EOF                      VALUE 'Y'.
000830     88  WS-NOT-EOF                  VALUE 'N'.
000840 01  WS-ITEM-STATUS      PIC X(02)   VALUE '00'.
000850     88  WS-ITEM-OK                     VALUES '00' '05'.
000860 01  WS-STKPOS-STATUS    PIC X(02)   VALUE '00'.
000870     88  WS-STKPOS-OK                   VALUES '00' '05'.
000872 01  WS-SUSLEDG-STATUS   PIC X(02)   VALUE '00'.
000874     88  WS-SUSLEDG-OK                  VALUES '00' '05'.
000880 01  WS-RUN-DATE         PIC 9(06).
000890 01  WS-RUN-TIME         PIC 9(08).
000900*----------------------------------------------------------------
000910* ITEMS AWAITING RESUBMISSION. EVERY DISTINCT ITEM KEY ON A
000920* SUSPENDED STOCK DETAIL UNDER REASON 'ITM' - ON THE CURRENT
000930* SUSPENSE FILE OR STILL OPEN ON THE SUSPENSE LEDGER - IS HELD
000940* HERE SO A DELETE CAN BE REFUSED WHILE DATA CONTROL STILL HAS
000950* THE RECORD TO FIX. MORE DISTINCT KEYS THAN THE TABLE CAN CARRY
000960* REFUSES THE RUN RATHER THAN LET A DELETE THROUGH UNPROVED.
000970*----------------------------------------------------------------
000980 01  WS-SUSP-EOF-SW      PIC X(01)   VALUE 'N'.
000990     88  WS-SUSP-EOF                    VALUE 'Y'.
000992 01  WS-LEDG-EOF-SW      PIC X(01)   VALUE 'N'.
000994     88  WS-LEDG-EOF                    VALUE 'Y'.
000996 01  WS-NOTE-KEY         PIC X(10).
001000 01  WS-SUSP-MAX         PIC 9(04)   COMP  VALUE 1000.
001010 01  WS-SUSP-COUNT       PIC 9(04)   COMP  VALUE ZEROES.
001020 01  N                   PIC 9(04)   COMP.
001030 01  WS-SUSP-TABLE.
001040     05  WS-SUSP-KEY OCCURS 1000     PIC X(10).
001050*----------------------------------------------------------------
001060* TRANSACTION OUTCOME. A BLANK REASON MEANS THE TRANSACTION WAS
001070* APPLIED; ANYTHING ELSE IS PRINTED AS THE REFUSAL REASON.
001080*----------------------------------------------------------------
001090 01  WS-REFUSE-REASON    PIC X(40)   VALUE SPACES.
001100     88  WS-TRAN-APPLIED                VALUE SPACES.
001110*----------------------------------------------------------------
001120* RUN COUNTERS
001130*----------------------------------------------------------------
001140 01  WS-READ-COUNT       PIC 9(08)   COMP  VALUE ZEROES.
001150 01  WS-ADD-COUNT        PIC 9(08)   COMP  VALUE ZEROES.
001160 01  WS-CHANGE-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001170 01  WS-DELETE-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001180 01  WS-REFUSED-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
001190*----------------------------------------------------------------
001200* ITMMRPT EDIT REPORT LINES
001210*----------------------------------------------------------------
001220 01  RPT-HEADER-LINE.
001230     05  FILLER          PIC X(40)   VALUE
001240         'ITEM MASTER MAINTENANCE EDIT REPORT'.
001250     05  FILLER          PIC X(09)   VALUE 'RUN DATE '.
001260     05  RPT-HDR-DATE    PIC 9(06).
001270     05  FILLER          PIC X(07)   VALUE '  TIME '.
001280     05  RPT-HDR-TIME    PIC 9(08).
001290     05  FILLER          PIC X(30)   VALUE SPACES.
001300 01  RPT-RULE-LINE.
001310     05  FILLER          PIC X(100)  VALUE ALL '-'.
001320 01  RPT-COLUMN-LINE.
001330     05  FILLER          PIC X(15)   VALUE 'A  ITEM KEY'.
001340     05  FILLER          PIC X(32)   VALUE 'DESCRIPTION'.
001350     05  FILLER          PIC X(10)   VALUE 'RESULT'.
001360     05  FILLER          PIC X(43)   VALUE 'REASON'.
001370 01  RPT-DETAIL-LINE.
001380     05  RPT-DET-ACTION  PIC X(01).
001390     05  FILLER          PIC X(02)   VALUE SPACES.
001400     05  RPT-DET-KEY     PIC X(10).
001410     05  FILLER          PIC X(02)   VALUE SPACES.
001420     05  RPT-DET-DESC    PIC X(30).
001430     05  FILLER          PIC X(02)   VALUE SPACES.
001440     05  RPT-DET-RESULT  PIC X(08).
001450     05  FILLER          PIC X(02)   VALUE SPACES.
001460     05  RPT-DET-REASON  PIC X(40).
001470     05  FILLER          PIC X(03)   VALUE SPACES.
001480 01  RPT-COUNT-LINE.
001490     05  RPT-CNT-LABEL   PIC X(32).
001500     05  RPT-CNT-VALUE   PIC Z(07)9.
001510     05  FILLER          PIC X(60)   VALUE SPACES.
001520
001530 PROCEDURE DIVISION.
001540*================================================================
001550 0000-MAINLINE.
001560*================================================================
001570     PERFORM 1000-INITIALIZE
001580     PERFORM 2000-PROCESS-TRANSACTION
001590         UNTIL WS-EOF
001600     PERFORM 9000-TERMINATE
001610     STOP RUN.
001620
001630*================================================================
001640 1000-INITIALIZE.
001650*================================================================
001660*    THE SUSPENSE TABLE IS LOADED BEFORE THE MASTER IS OPENED
001670*    FOR UPDATE, SO A REFUSED RUN LEAVES ITEMMST UNTOUCHED.
001680     ACCEPT WS-RUN-DATE FROM DATE
001690     ACCEPT WS-RUN-TIME FROM TIME
001700     PERFORM 1200-LOAD-SUSPENSE-TABLE
001710     PERFORM 1100-OPEN-FILES
001720     MOVE WS-RUN-DATE TO RPT-HDR-DATE
001730     MOVE WS-RUN-TIME TO RPT-HDR-TIME
001740     WRITE RPT-RECORD FROM RPT-HEADER-LINE
001750     WRITE RPT-RECORD FROM RPT-RULE-LINE
001760     WRITE RPT-RECORD FROM RPT-COLUMN-LINE
001770     WRITE RPT-RECORD FROM RPT-RULE-LINE
001780     PERFORM 2900-READ-TRANSACTION.
001790
001800*================================================================
001810 1100-OPEN-FILES.
001820*================================================================
001830*    THE MASTER IS OPTIONAL SO THE FIRST RUN CAN BUILD IT FROM
001840*    NOTHING. STOCKPOS IS READ ONLY TO PROVE A DELETE - IF IT
001850*    WILL NOT OPEN NO DELETE COULD BE PROVED, SO THE RUN IS
001860*    REFUSED.
001870     OPEN INPUT ITM-TRAN
001880     OPEN I-O ITEM-MASTER
001890     IF NOT WS-ITEM-OK
001900         PERFORM 9520-ABEND-ITEM
001910     END-IF
001920     OPEN INPUT STOCK-POS
001930     IF NOT WS-STKPOS-OK
001940         PERFORM 9530-ABEND-STKPOS
001950     END-IF
001960     OPEN OUTPUT ITM-MRPT.
001970
001980*================================================================
001990 1200-LOAD-SUSPENSE-TABLE.
002000*================================================================
002010     OPEN INPUT SUSPENSE-IN
002020     PERFORM 1210-READ-SUSPENSE-RECORD
002030         UNTIL WS-SUSP-EOF
002032     CLOSE SUSPENSE-IN
002034     OPEN INPUT SUS-LEDGER
002036     IF NOT WS-SUSLEDG-OK
002038         PERFORM 9550-ABEND-SUSLEDG
002041     END-IF
002043     PERFORM 1230-READ-LEDGER-RECORD
002045         UNTIL WS-LEDG-EOF
002047     CLOSE SUS-LEDGER.
002050
002060*================================================================
002070 1210-READ-SUSPENSE-RECORD.
002080*================================================================
002090     READ SUSPENSE-IN
002100         AT END
002110             SET WS-SUSP-EOF TO TRUE
002120         NOT AT END
002130             IF  SUS-REASON = 'ITM'
002140             AND SUS-STK-DETAIL
002150                 MOVE SUS-STK-ITEM-KEY TO WS-NOTE-KEY
002152                 PERFORM 1220-NOTE-SUSPENDED-ITEM
002160             END-IF
002170     END-READ.
002180
002190*================================================================
002200 1220-NOTE-SUSPENDED-ITEM.
002210*================================================================
002220     PERFORM VARYING N FROM 1 BY 1
002230             UNTIL N > WS-SUSP-COUNT
002240                OR WS-SUSP-KEY(N) = WS-NOTE-KEY
002250     END-PERFORM
002260     IF N > WS-SUSP-COUNT
002270         IF WS-SUSP-COUNT = WS-SUSP-MAX
002280             PERFORM 9540-ABEND-SUSPENSE-LIMIT
002290         END-IF
002300         ADD 1 TO WS-SUSP-COUNT
002310         MOVE WS-NOTE-KEY TO WS-SUSP-KEY(WS-SUSP-COUNT)
002320     END-IF.
002321
002322*================================================================
002323 1230-READ-LEDGER-RECORD.
002324*================================================================
002325     READ SUS-LEDGER
002327         AT END
002328             SET WS-LEDG-EOF TO TRUE
002329         NOT AT END
002330             IF  SLG-OPEN
002331             AND SLG-REASON = 'ITM'
002332             AND SLG-STK-DETAIL
002334                 MOVE SLG-STK-ITEM-KEY TO WS-NOTE-KEY
002335                 PERFORM 1220-NOTE-SUSPENDED-ITEM
002336             END-IF
002337     END-READ.
002338
002340*================================================================
002350 2000-PROCESS-TRANSACTION.
002360*================================================================
002370     ADD 1 TO WS-READ-COUNT
002380     MOVE SPACES TO WS-REFUSE-REASON
002390     EVALUATE TRUE
002400         WHEN ITT-ITEM-KEY = SPACES
002410             MOVE 'ITEM KEY IS BLANK' TO WS-REFUSE-REASON
002420         WHEN ITT-ADD
002430             PERFORM 2100-APPLY-ADD
002440         WHEN ITT-CHANGE
002450             PERFORM 2200-APPLY-CHANGE
002460         WHEN ITT-DELETE
002470             PERFORM 2300-APPLY-DELETE
002480         WHEN OTHER
002490             MOVE 'TRANSACTION CODE MUST BE A, C OR D'
002500                 TO WS-REFUSE-REASON
002510     END-EVALUATE
002520     PERFORM 2800-WRITE-EDIT-LINE
002530     PERFORM 2900-READ-TRANSACTION.
002540
002550*================================================================
002560 2100-APPLY-ADD.
002570*================================================================
002580     IF ITT-DESC = SPACES
002590         MOVE 'DESCRIPTION IS BLANK' TO WS-REFUSE-REASON
002600     ELSE
002610         MOVE ITT-ITEM-KEY TO ITM-KEY
002620         READ ITEM-MASTER
002630             INVALID KEY
002640                 PERFORM 2110-WRITE-ITEM
002650             NOT INVALID KEY
002660                 MOVE 'DUPLICATE ADD - ITEM ALREADY ON ITEMMST'
002670                     TO WS-REFUSE-REASON
002680         END-READ
002690     END-IF.
002700
002710*================================================================
002720 2110-WRITE-ITEM.
002730*================================================================
002740     MOVE SPACES       TO ITEM-RECORD
002750     MOVE ITT-ITEM-KEY TO ITM-KEY
002760     MOVE ITT-DESC     TO ITM-DESC
002770     WRITE ITEM-RECORD
002780     IF NOT WS-ITEM-OK
002790         PERFORM 9520-ABEND-ITEM
002800     END-IF
002810     ADD 1 TO WS-ADD-COUNT.
002820
002830*================================================================
002840 2200-APPLY-CHANGE.
002850*================================================================
002860     IF ITT-DESC = SPACES
002870         MOVE 'DESCRIPTION IS BLANK' TO WS-REFUSE-REASON
002880     ELSE
002890         MOVE ITT-ITEM-KEY TO ITM-KEY
002900         READ ITEM-MASTER
002910             INVALID KEY
002920                 MOVE 'ITEM NOT ON ITEMMST' TO WS-REFUSE-REASON
002930             NOT INVALID KEY
002940                 PERFORM 2210-REWRITE-ITEM
002950         END-READ
002960     END-IF.
002970
002980*================================================================
002990 2210-REWRITE-ITEM.
003000*================================================================
003010     MOVE ITT-DESC TO ITM-DESC
003020     REWRITE ITEM-RECORD
003030     IF NOT WS-ITEM-OK
003040         PERFORM 9520-ABEND-ITEM
003050     END-IF
003060     ADD 1 TO WS-CHANGE-COUNT.
003070
003080*================================================================
003090 2300-APPLY-DELETE.
003100*================================================================
003110*    THE KEY MUST BE ON THE MASTER, MUST HOLD NO STOCK POSITION
003120*    AND MUST NOT BE WAITING IN SUSPENSE FOR A CORRECTED
003130*    RESUBMISSION THAT WOULD THEN FAIL THE ITEM CHECK AGAIN.
003140     MOVE ITT-ITEM-KEY TO ITM-KEY
003150     READ ITEM-MASTER
003160         INVALID KEY
003170             MOVE 'ITEM NOT ON ITEMMST' TO WS-REFUSE-REASON
003180         NOT INVALID KEY
003190             PERFORM 2310-CHECK-STOCK-POSITION
003200     END-READ
003210     IF WS-TRAN-APPLIED
003220         PERFORM 2320-CHECK-SUSPENSE
003230     END-IF
003240     IF WS-TRAN-APPLIED
003250         DELETE ITEM-MASTER RECORD
003260         IF NOT WS-ITEM-OK
003270             PERFORM 9520-ABEND-ITEM
003280         END-IF
003290         ADD 1 TO WS-DELETE-COUNT
003300     END-IF.
003310
003320*================================================================
003330 2310-CHECK-STOCK-POSITION.
003340*================================================================
003350*    A STOCKPOS RECORD WHOSE RUNNING TOTAL HAS COME BACK TO
003360*    ZERO IS NO LONGER A POSITION AND DOES NOT HOLD THE ITEM.
003370     MOVE ITT-ITEM-KEY TO POS-ITEM-KEY
003380     READ STOCK-POS
003390         INVALID KEY
003400             CONTINUE
003410         NOT INVALID KEY
003420             IF POS-QTY-TOTAL > ZERO
003430                 MOVE 'ITEM STILL HAS A STOCK POSITION'
003440                     TO WS-REFUSE-REASON
003450             END-IF
003460     END-READ.
003470
003480*================================================================
003490 2320-CHECK-SUSPENSE.
003500*================================================================
003510     PERFORM VARYING N FROM 1 BY 1
003520             UNTIL N > WS-SUSP-COUNT
003530                OR WS-SUSP-KEY(N) = ITT-ITEM-KEY
003540     END-PERFORM
003550     IF N NOT > WS-SUSP-COUNT
003560         MOVE 'ITEM AWAITING RESUBMISSION IN SUSPENSE'
003570             TO WS-REFUSE-REASON
003580     END-IF.
003590
003600*================================================================
003610 2800-WRITE-EDIT-LINE.
003620*================================================================
003630     MOVE ITT-ACTION   TO RPT-DET-ACTION
003640     MOVE ITT-ITEM-KEY TO RPT-DET-KEY
003650     MOVE ITT-DESC     TO RPT-DET-DESC
003660     IF WS-TRAN-APPLIED
003670         MOVE 'APPLIED' TO RPT-DET-RESULT
003680     ELSE
003690         MOVE 'REFUSED' TO RPT-DET-RESULT
003700         ADD 1 TO WS-REFUSED-COUNT
003710     END-IF
003720     MOVE WS-REFUSE-REASON TO RPT-DET-REASON
003730     WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
003740
003750*================================================================
003760 2900-READ-TRANSACTION.
003770*================================================================
003780     READ ITM-TRAN
003790         AT END SET WS-EOF TO TRUE
003800     END-READ.
003810
003820*================================================================
003830 9000-TERMINATE.
003840*================================================================
003850     WRITE RPT-RECORD FROM RPT-RULE-LINE
003860     MOVE 'TRANSACTIONS READ' TO RPT-CNT-LABEL
003870     MOVE WS-READ-COUNT TO RPT-CNT-VALUE
003880     PERFORM 9110-WRITE-COUNT-LINE
003890     MOVE 'ITEMS ADDED' TO RPT-CNT-LABEL
003900     MOVE WS-ADD-COUNT TO RPT-CNT-VALUE
003910     PERFORM 9110-WRITE-COUNT-LINE
003920     MOVE 'DESCRIPTIONS CHANGED' TO RPT-CNT-LABEL
003930     MOVE WS-CHANGE-COUNT TO RPT-CNT-VALUE
003940     PERFORM 9110-WRITE-COUNT-LINE
003950     MOVE 'ITEMS DELETED' TO RPT-CNT-LABEL
003960     MOVE WS-DELETE-COUNT TO RPT-CNT-VALUE
003970     PERFORM 9110-WRITE-COUNT-LINE
003980     MOVE 'TRANSACTIONS REFUSED' TO RPT-CNT-LABEL
003990     MOVE WS-REFUSED-COUNT TO RPT-CNT-VALUE
004000     PERFORM 9110-WRITE-COUNT-LINE
004010     MOVE 'ITEMS AWAITING RESUBMISSION' TO RPT-CNT-LABEL
004020     MOVE WS-SUSP-COUNT TO RPT-CNT-VALUE
004030     PERFORM 9110-WRITE-COUNT-LINE
004040     WRITE RPT-RECORD FROM RPT-RULE-LINE
004050     MOVE SPACES TO RPT-RECORD
004060     MOVE 'END OF ITEM MAINTENANCE REPORT' TO RPT-RECORD
004070     WRITE RPT-RECORD
004080     CLOSE ITM-TRAN
004090     CLOSE ITEM-MASTER
004100     CLOSE STOCK-POS
004110     CLOSE ITM-MRPT.
004120
004130*================================================================
004140 9110-WRITE-COUNT-LINE.
004150*================================================================
004160     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
004170
004180*================================================================
004190 9520-ABEND-ITEM.
004200*================================================================
004210     DISPLAY 'ITEM MASTER I/O ERROR - STATUS ' WS-ITEM-STATUS
004220     MOVE 16 TO RETURN-CODE
004230     STOP RUN.
004240
004250*================================================================
004260 9530-ABEND-STKPOS.
004270*================================================================
004280     DISPLAY 'STOCK POSITION MASTER UNAVAILABLE - STATUS '
004290             WS-STKPOS-STATUS ' - RUN REFUSED'
004300     MOVE 16 TO RETURN-CODE
004310     STOP RUN.
004320
004330*================================================================
004340 9540-ABEND-SUSPENSE-LIMIT.
004350*================================================================
004360     DISPLAY 'MORE ITEMS IN SUSPENSE THAN THE RUN CAN CARRY - '
004370             'LIMIT IS 1000 - RUN REFUSED'
004380     MOVE 16 TO RETURN-CODE
004390     STOP RUN.
004391
004400*================================================================
004410 9550-ABEND-SUSLEDG.
004420*================================================================
004430     DISPLAY 'SUSPENSE LEDGER I/O ERROR - STATUS '
004440             WS-SUSLEDG-STATUS ' - RUN REFUSED'
004450     MOVE 16 TO RETURN-CODE
004460     STOP RUN.
