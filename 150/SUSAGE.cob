000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUSAGE.
000030 AUTHOR. R-TANAKA.
000040 INSTALLATION. STOCK-CONTROL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   10/15/2026  RT   ORIGINAL CODING. WEEKLY SUSPENSE AGING
000120*                    REPORT OVER THE SUSLEDG SUSPENSE LEDGER.
000130*                    EVERY ITEM STILL OPEN IS LISTED AS DATA
000140*                    CONTROL'S WORKLIST WITH ITS AGE IN DAYS
000150*                    SINCE IT WAS FIRST SUSPENDED, THEN THE OPEN
000160*                    ITEMS ARE SUMMARIZED BY REASON CODE
000170*                    (NUM/BAS/OVF/ITM/UOM) AND BY SOURCE SYSTEM
000180*                    IN 0-7, 8-30 AND OVER-30 DAY BUCKETS, SO
000190*                    STALE REJECTS NO LONGER SIT UNNOTICED.
000192*   10/15/2026  RT   ITEMS VOIDED WHEN RUNBACK REVERSES THE RUN
000194*                    THAT SUSPENDED THEM ARE COUNTED ON A LINE
000196*                    OF THEIR OWN.
000197*   10/15/2026  RT   ADDED REASON 'TYP' (DETAIL TYPE THE SOURCE
000198*                    IS NOT REGISTERED TO SEND) TO THE SUMMARY.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000260
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPTIONAL SUS-LEDGER ASSIGN TO SUSLEDG
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS SLG-KEY
000330         FILE STATUS IS WS-SUSLEDG-STATUS.
000340     SELECT AGE-RPT ASSIGN TO SUSAGRPT
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  SUS-LEDGER.
000400 COPY SUSLREC.
000410
000420 FD  AGE-RPT
000430     RECORDING MODE IS F.
000440 01  RPT-RECORD              PIC X(100).
000450
000460 WORKING-STORAGE SECTION.
000470 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.
000480     88  WS-EOF                      VALUE 'Y'.
000490     88  WS-NOT-EOF                  VALUE 'N'.
000500 01  WS-SUSLEDG-STATUS   PIC X(02)   VALUE '00'.
000510     88  WS-SUSLEDG-OK                  VALUES '00' '05'.
000520 01  WS-RUN-DATE         PIC 9(06).
000530 01  WS-RUN-TIME         PIC 9(08).
000540*----------------------------------------------------------------
000550* AGING WORK AREA. AN ITEM IS AGED FROM SLG-FIRST-DATE, THE DAY
000560* THE RECORD FIRST WENT TO SUSPENSE, SO A RESUBMISSION THAT
000570* FAILED AGAIN DOES NOT RESTART ITS CLOCK. BUCKET 1 IS 0-7
000580* DAYS, BUCKET 2 IS 8-30 DAYS, BUCKET 3 IS OVER 30 DAYS.
000590*----------------------------------------------------------------
000600 01  WS-TODAY-DATE.
000610     05  FILLER          PIC X(02)   VALUE '20'.
000620     05  WS-TODAY-YYMMDD PIC 9(06).
000630 01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE
000640                         PIC 9(08).
000650 01  WS-TODAY-INT        PIC 9(08)   VALUE ZEROES.
000660 01  WS-ITEM-DATE.
000670     05  FILLER          PIC X(02)   VALUE '20'.
000680     05  WS-ITEM-YYMMDD  PIC 9(06).
000690 01  WS-ITEM-NUM REDEFINES WS-ITEM-DATE
000700                         PIC 9(08).
000710 01  WS-AGE-DAYS         PIC S9(06)  COMP  VALUE ZEROES.
000720 01  BK                  PIC 9(01)   COMP.
000730*----------------------------------------------------------------
000740* OPEN ITEMS BY REASON. THE LAST ROW CATCHES ANY CODE NOT IN
000750* THE LIST SO EVERY OPEN ITEM LANDS IN THE SUMMARY.
000760*----------------------------------------------------------------
000770 01  WS-REASON-CODES.
000780     05  FILLER          PIC X(18)   VALUE
000785         'NUMBASOVFITMUOMTYP'.
000790 01  WS-REASON-LIST REDEFINES WS-REASON-CODES.
000800     05  WS-RSN-CODE OCCURS 6        PIC X(03).
000810 01  WS-REASON-MAX       PIC 9(02)   COMP  VALUE 6.
000820 01  R                   PIC 9(02)   COMP.
000830 01  WS-REASON-TABLE.
000840     05  WS-RSN-ENTRY OCCURS 7.
000850         10  WS-RSN-BKT OCCURS 3     PIC 9(08)  COMP.
000860*----------------------------------------------------------------
000870* OPEN ITEMS BY SOURCE. ONCE THE TABLE IS FULL A NEW SOURCE IS
000880* LEFT OFF THE SOURCE SUMMARY AND THE TRUNCATION IS SAID ON THE
000890* REPORT; ITS ITEMS STILL COUNT IN THE REASON SUMMARY.
000900*----------------------------------------------------------------
000910 01  WS-SRC-MAX          PIC 9(02)   COMP  VALUE 50.
000920 01  WS-SRC-COUNT        PIC 9(02)   COMP  VALUE ZEROES.
000930 01  G                   PIC 9(02)   COMP.
000940 01  WS-SRC-TABLE.
000950     05  WS-SRC-ENTRY OCCURS 50.
000960         10  WS-SRC-ID       PIC X(08).
000970         10  WS-SRC-BKT OCCURS 3     PIC 9(08)  COMP.
000980 01  WS-TRUNC-SW         PIC X(01)   VALUE 'N'.
000990     88  WS-TABLE-TRUNCATED          VALUE 'Y'.
001000*----------------------------------------------------------------
001010* LEDGER COUNTERS
001020*----------------------------------------------------------------
001030 01  WS-READ-COUNT       PIC 9(08)   COMP  VALUE ZEROES.
001040 01  WS-OPEN-COUNT       PIC 9(08)   COMP  VALUE ZEROES.
001050 01  WS-CLEARED-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
001060 01  WS-RESUSP-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001065 01  WS-VOIDED-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001070 01  WS-OTHER-COUNT      PIC 9(08)   COMP  VALUE ZEROES.
001080 01  WS-ALL-BKT-TABLE.
001090     05  WS-ALL-BKT OCCURS 3         PIC 9(08)  COMP.
001100*----------------------------------------------------------------
001110* SUSAGRPT REPORT LINES
001120*----------------------------------------------------------------
001130 01  RPT-HEADER-LINE.
001140     05  FILLER          PIC X(40)   VALUE
001150         'SUSPENSE LEDGER AGING REPORT'.
001160     05  FILLER          PIC X(09)   VALUE 'RUN DATE '.
001170     05  RPT-HDR-DATE    PIC 9(06).
001180     05  FILLER          PIC X(07)   VALUE '  TIME '.
001190     05  RPT-HDR-TIME    PIC 9(08).
001200     05  FILLER          PIC X(30)   VALUE SPACES.
001210 01  RPT-RULE-LINE.
001220     05  FILLER          PIC X(100)  VALUE ALL '-'.
001230 01  RPT-COLUMN-LINE.
001240     05  FILLER          PIC X(08)   VALUE 'RUN'.
001250     05  FILLER          PIC X(10)   VALUE 'SEQ'.
001260     05  FILLER          PIC X(05)   VALUE 'RSN'.
001270     05  FILLER          PIC X(10)   VALUE 'SOURCE'.
001280     05  FILLER          PIC X(08)   VALUE 'FIRST'.
001290     05  FILLER          PIC X(08)   VALUE 'SUSP'.
001300     05  FILLER          PIC X(07)   VALUE '  AGE'.
001310     05  FILLER          PIC X(09)   VALUE 'BUCKET'.
001320     05  FILLER          PIC X(35)   VALUE 'ITEM KEY'.
001330 01  RPT-DETAIL-LINE.
001340     05  RPT-DET-RUN     PIC 9(06).
001350     05  FILLER          PIC X(02)   VALUE SPACES.
001360     05  RPT-DET-SEQ     PIC 9(08).
001370     05  FILLER          PIC X(02)   VALUE SPACES.
001380     05  RPT-DET-REASON  PIC X(03).
001390     05  FILLER          PIC X(02)   VALUE SPACES.
001400     05  RPT-DET-SOURCE  PIC X(08).
001410     05  FILLER          PIC X(02)   VALUE SPACES.
001420     05  RPT-DET-FIRST   PIC 9(06).
001430     05  FILLER          PIC X(02)   VALUE SPACES.
001440     05  RPT-DET-SUSP    PIC 9(06).
001450     05  FILLER          PIC X(02)   VALUE SPACES.
001460     05  RPT-DET-AGE     PIC Z(04)9.
001470     05  FILLER          PIC X(02)   VALUE SPACES.
001480     05  RPT-DET-BUCKET  PIC X(07).
001490     05  FILLER          PIC X(02)   VALUE SPACES.
001500     05  RPT-DET-ITEM    PIC X(10).
001510     05  FILLER          PIC X(25)   VALUE SPACES.
001520 01  RPT-TITLE-LINE.
001530     05  RPT-TTL-TEXT    PIC X(100).
001540 01  RPT-SUMCOL-LINE.
001550     05  RPT-SCL-KEY     PIC X(12).
001560     05  FILLER          PIC X(12)   VALUE '    0-7 DAYS'.
001570     05  FILLER          PIC X(12)   VALUE '   8-30 DAYS'.
001580     05  FILLER          PIC X(12)   VALUE '     OVER 30'.
001590     05  FILLER          PIC X(12)   VALUE '       TOTAL'.
001600     05  FILLER          PIC X(40)   VALUE SPACES.
001610 01  RPT-SUMMARY-LINE.
001620     05  RPT-SUM-KEY     PIC X(12).
001630     05  FILLER          PIC X(04)   VALUE SPACES.
001640     05  RPT-SUM-BKT1    PIC Z(07)9.
001650     05  FILLER          PIC X(04)   VALUE SPACES.
001660     05  RPT-SUM-BKT2    PIC Z(07)9.
001670     05  FILLER          PIC X(04)   VALUE SPACES.
001680     05  RPT-SUM-BKT3    PIC Z(07)9.
001690     05  FILLER          PIC X(04)   VALUE SPACES.
001700     05  RPT-SUM-TOTAL   PIC Z(07)9.
001710     05  FILLER          PIC X(40)   VALUE SPACES.
001720 01  RPT-COUNT-LINE.
001730     05  RPT-CNT-LABEL   PIC X(32).
001740     05  RPT-CNT-VALUE   PIC Z(07)9.
001750     05  FILLER          PIC X(60)   VALUE SPACES.
001760
001770 PROCEDURE DIVISION.
001780*================================================================
001790 0000-MAINLINE.
001800*================================================================
001810     PERFORM 1000-INITIALIZE
001820     PERFORM 2000-AGE-LEDGER-ITEM
001830         UNTIL WS-EOF
001840     PERFORM 9000-TERMINATE
001850     STOP RUN.
001860
001870*================================================================
001880 1000-INITIALIZE.
001890*================================================================
001900     ACCEPT WS-RUN-DATE FROM DATE
001910     ACCEPT WS-RUN-TIME FROM TIME
001920     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD
001930     COMPUTE WS-TODAY-INT =
001940         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
001950     INITIALIZE WS-REASON-TABLE
001960                WS-SRC-TABLE
001970                WS-ALL-BKT-TABLE
001980     OPEN INPUT SUS-LEDGER
001990     IF NOT WS-SUSLEDG-OK
002000         PERFORM 9520-ABEND-SUSLEDG
002010     END-IF
002020     OPEN OUTPUT AGE-RPT
002030     MOVE WS-RUN-DATE TO RPT-HDR-DATE
002040     MOVE WS-RUN-TIME TO RPT-HDR-TIME
002050     WRITE RPT-RECORD FROM RPT-HEADER-LINE
002060     WRITE RPT-RECORD FROM RPT-RULE-LINE
002070     MOVE 'OPEN SUSPENSE ITEMS - DATA CONTROL WORKLIST'
002080         TO RPT-TTL-TEXT
002090     WRITE RPT-RECORD FROM RPT-TITLE-LINE
002100     WRITE RPT-RECORD FROM RPT-COLUMN-LINE
002110     PERFORM 2900-READ-LEDGER-RECORD.
002120
002130*================================================================
002140 2000-AGE-LEDGER-ITEM.
002150*================================================================
002160*    ONLY OPEN ITEMS ARE AGED. CLOSED ITEMS ARE COUNTED SO THE
002170*    LEDGER TOTALS CAN BE SEEN TO ADD UP.
002180     ADD 1 TO WS-READ-COUNT
002190     EVALUATE TRUE
002200         WHEN SLG-OPEN
002210             PERFORM 2100-AGE-OPEN-ITEM
002220         WHEN SLG-CLEARED
002230             ADD 1 TO WS-CLEARED-COUNT
002240         WHEN SLG-RESUSPENDED
002250             ADD 1 TO WS-RESUSP-COUNT
002254         WHEN SLG-VOIDED
002256             ADD 1 TO WS-VOIDED-COUNT
002260         WHEN OTHER
002270             ADD 1 TO WS-OTHER-COUNT
002280     END-EVALUATE
002290     PERFORM 2900-READ-LEDGER-RECORD.
002300
002310*================================================================
002320 2100-AGE-OPEN-ITEM.
002330*================================================================
002340*    A MISSING FIRST DATE FALLS BACK TO THE ITEM'S OWN SUSPENSE
002350*    DATE. A DATE AHEAD OF TODAY AGES AS ZERO DAYS.
002360     ADD 1 TO WS-OPEN-COUNT
002370     IF  SLG-FIRST-DATE IS NUMERIC
002380     AND SLG-FIRST-DATE NOT = ZEROES
002390         MOVE SLG-FIRST-DATE TO WS-ITEM-YYMMDD
002400     ELSE
002410         MOVE SLG-SUSP-DATE  TO WS-ITEM-YYMMDD
002420     END-IF
002430     COMPUTE WS-AGE-DAYS = WS-TODAY-INT
002440         - FUNCTION INTEGER-OF-DATE(WS-ITEM-NUM)
002450     IF WS-AGE-DAYS < 0
002460         MOVE ZEROES TO WS-AGE-DAYS
002470     END-IF
002480     EVALUATE TRUE
002490         WHEN WS-AGE-DAYS NOT > 7
002500             MOVE 1 TO BK
002510             MOVE '0-7' TO RPT-DET-BUCKET
002520         WHEN WS-AGE-DAYS NOT > 30
002530             MOVE 2 TO BK
002540             MOVE '8-30' TO RPT-DET-BUCKET
002550         WHEN OTHER
002560             MOVE 3 TO BK
002570             MOVE 'OVER 30' TO RPT-DET-BUCKET
002580     END-EVALUATE
002590     ADD 1 TO WS-ALL-BKT(BK)
002600     PERFORM 2200-POST-REASON-BUCKET
002610     PERFORM 2300-POST-SOURCE-BUCKET
002620     PERFORM 2400-WRITE-WORKLIST-LINE.
002630
002640*================================================================
002650 2200-POST-REASON-BUCKET.
002660*================================================================
002670     PERFORM VARYING R FROM 1 BY 1
002680             UNTIL R > WS-REASON-MAX
002690                OR WS-RSN-CODE(R) = SLG-REASON
002700     END-PERFORM
002710     ADD 1 TO WS-RSN-BKT(R, BK).
002720
002730*================================================================
002740 2300-POST-SOURCE-BUCKET.
002750*================================================================
002760     PERFORM VARYING G FROM 1 BY 1
002770             UNTIL G > WS-SRC-COUNT
002780                OR WS-SRC-ID(G) = SLG-SOURCE-ID
002790     END-PERFORM
002800     IF G > WS-SRC-COUNT
002810         IF WS-SRC-COUNT = WS-SRC-MAX
002820             SET WS-TABLE-TRUNCATED TO TRUE
002830         ELSE
002840             ADD 1 TO WS-SRC-COUNT
002850             MOVE SLG-SOURCE-ID TO WS-SRC-ID(G)
002860             ADD 1 TO WS-SRC-BKT(G, BK)
002870         END-IF
002880     ELSE
002890         ADD 1 TO WS-SRC-BKT(G, BK)
002900     END-IF.
002910
002920*================================================================
002930 2400-WRITE-WORKLIST-LINE.
002940*================================================================
002950     MOVE SLG-RUN-NBR    TO RPT-DET-RUN
002960     MOVE SLG-SEQ-NBR    TO RPT-DET-SEQ
002970     MOVE SLG-REASON     TO RPT-DET-REASON
002980     MOVE SLG-SOURCE-ID  TO RPT-DET-SOURCE
002990     MOVE WS-ITEM-YYMMDD TO RPT-DET-FIRST
003000     MOVE SLG-SUSP-DATE  TO RPT-DET-SUSP
003010     MOVE WS-AGE-DAYS    TO RPT-DET-AGE
003020     IF SLG-STK-DETAIL
003030         MOVE SLG-STK-ITEM-KEY TO RPT-DET-ITEM
003040     ELSE
003050         MOVE SPACES TO RPT-DET-ITEM
003060     END-IF
003070     WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
003080
003090*================================================================
003100 2900-READ-LEDGER-RECORD.
003110*================================================================
003120     READ SUS-LEDGER
003130         AT END SET WS-EOF TO TRUE
003140     END-READ
003150     IF NOT WS-EOF AND NOT WS-SUSLEDG-OK
003160         PERFORM 9520-ABEND-SUSLEDG
003170     END-IF.
003180
003190*================================================================
003200 9000-TERMINATE.
003210*================================================================
003220     WRITE RPT-RECORD FROM RPT-RULE-LINE
003230     MOVE 'OPEN ITEMS BY REASON' TO RPT-TTL-TEXT
003240     WRITE RPT-RECORD FROM RPT-TITLE-LINE
003250     MOVE 'REASON' TO RPT-SCL-KEY
003260     WRITE RPT-RECORD FROM RPT-SUMCOL-LINE
003270     PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-REASON-MAX + 1
003280         PERFORM 9100-WRITE-REASON-LINE
003290     END-PERFORM
003300     WRITE RPT-RECORD FROM RPT-RULE-LINE
003310     MOVE 'OPEN ITEMS BY SOURCE' TO RPT-TTL-TEXT
003320     WRITE RPT-RECORD FROM RPT-TITLE-LINE
003330     MOVE 'SOURCE' TO RPT-SCL-KEY
003340     WRITE RPT-RECORD FROM RPT-SUMCOL-LINE
003350     PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-SRC-COUNT
003360         PERFORM 9200-WRITE-SOURCE-LINE
003370     END-PERFORM
003380     IF WS-TABLE-TRUNCATED
003390         MOVE SPACES TO RPT-RECORD
003400         MOVE 'SOURCE TABLE FULL - SOURCE SUMMARY TRUNCATED'
003410             TO RPT-RECORD
003420         WRITE RPT-RECORD
003430     END-IF
003440     MOVE 'ALL OPEN' TO RPT-SUM-KEY
003450     MOVE WS-ALL-BKT(1) TO RPT-SUM-BKT1
003460     MOVE WS-ALL-BKT(2) TO RPT-SUM-BKT2
003470     MOVE WS-ALL-BKT(3) TO RPT-SUM-BKT3
003480     MOVE WS-OPEN-COUNT TO RPT-SUM-TOTAL
003490     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE
003500     WRITE RPT-RECORD FROM RPT-RULE-LINE
003510     MOVE 'LEDGER ITEMS READ' TO RPT-CNT-LABEL
003520     MOVE WS-READ-COUNT TO RPT-CNT-VALUE
003530     PERFORM 9110-WRITE-COUNT-LINE
003540     MOVE 'ITEMS OPEN' TO RPT-CNT-LABEL
003550     MOVE WS-OPEN-COUNT TO RPT-CNT-VALUE
003560     PERFORM 9110-WRITE-COUNT-LINE
003570     MOVE 'ITEMS CLEARED BY RESUBMISSION' TO RPT-CNT-LABEL
003580     MOVE WS-CLEARED-COUNT TO RPT-CNT-VALUE
003590     PERFORM 9110-WRITE-COUNT-LINE
003600     MOVE 'ITEMS RE-SUSPENDED' TO RPT-CNT-LABEL
003610     MOVE WS-RESUSP-COUNT TO RPT-CNT-VALUE
003620     PERFORM 9110-WRITE-COUNT-LINE
003622     MOVE 'ITEMS VOIDED BY RUN BACKOUT' TO RPT-CNT-LABEL
003624     MOVE WS-VOIDED-COUNT TO RPT-CNT-VALUE
003626     PERFORM 9110-WRITE-COUNT-LINE
003630     MOVE 'ITEMS IN ANY OTHER STATUS' TO RPT-CNT-LABEL
003640     MOVE WS-OTHER-COUNT TO RPT-CNT-VALUE
003650     PERFORM 9110-WRITE-COUNT-LINE
003660     WRITE RPT-RECORD FROM RPT-RULE-LINE
003670     MOVE SPACES TO RPT-RECORD
003680     MOVE 'END OF SUSPENSE AGING REPORT' TO RPT-RECORD
003690     WRITE RPT-RECORD
003700     CLOSE SUS-LEDGER
003710     CLOSE AGE-RPT.
003720
003730*================================================================
003740 9100-WRITE-REASON-LINE.
003750*================================================================
003760     IF R > WS-REASON-MAX
003770         MOVE 'OTHER' TO RPT-SUM-KEY
003780     ELSE
003790         MOVE WS-RSN-CODE(R) TO RPT-SUM-KEY
003800     END-IF
003810     MOVE WS-RSN-BKT(R, 1) TO RPT-SUM-BKT1
003820     MOVE WS-RSN-BKT(R, 2) TO RPT-SUM-BKT2
003830     MOVE WS-RSN-BKT(R, 3) TO RPT-SUM-BKT3
003840     COMPUTE RPT-SUM-TOTAL = WS-RSN-BKT(R, 1)
003850         + WS-RSN-BKT(R, 2) + WS-RSN-BKT(R, 3)
003860     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
003870
003880*================================================================
003890 9110-WRITE-COUNT-LINE.
003900*================================================================
003910     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
003920
003930*================================================================
003940 9200-WRITE-SOURCE-LINE.
003950*================================================================
003960     MOVE WS-SRC-ID(G)     TO RPT-SUM-KEY
003970     MOVE WS-SRC-BKT(G, 1) TO RPT-SUM-BKT1
003980     MOVE WS-SRC-BKT(G, 2) TO RPT-SUM-BKT2
003990     MOVE WS-SRC-BKT(G, 3) TO RPT-SUM-BKT3
004000     COMPUTE RPT-SUM-TOTAL = WS-SRC-BKT(G, 1)
004010         + WS-SRC-BKT(G, 2) + WS-SRC-BKT(G, 3)
004020     WRITE RPT-RECORD FROM RPT-SUMMARY-LINE.
004030
004040*================================================================
004050 9520-ABEND-SUSLEDG.
004060*================================================================
004070     DISPLAY 'SUSPENSE LEDGER I/O ERROR - STATUS '
004080             WS-SUSLEDG-STATUS
004090     MOVE 16 TO RETURN-CODE
004100     STOP RUN.
