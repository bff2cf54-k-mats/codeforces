000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RUNLST.
000030 AUTHOR. R-TANAKA.
000040 INSTALLATION. STOCK-CONTROL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   10/15/2026  RT   ORIGINAL CODING. RUN STATUS LISTING OVER
000120*                    RUNREG, THE KEYED RUN STATUS REGISTER. ONE
000130*                    LINE PER RUN IN RUN NUMBER ORDER SHOWING
000140*                    HOW FAR IT HAS GOT THROUGH THE JOB STREAM -
000150*                    THE BATCH RUN'S OUTCOME AND BALANCE, THE
000160*                    CONVVFY DATE AND MISMATCH COUNT, THE
000170*                    CONVEXT DATE AND LINES SENT, ANY RUNBACK
000180*                    DATE - AND WHERE IT STANDS NOW: HELD,
000190*                    AWAITING VERIFICATION, READY TO EXPORT,
000200*                    EXPORTED OR BACKED OUT. A STAGE NOT YET
000210*                    REACHED PRINTS BLANK. THE RUNS ARE COUNTED
000220*                    BY STATE AT THE FOOT.
000222*   10/15/2026  RT   SPLIT RUNS: A SOURCE RUN MERGED BY CNVMERGE
000224*                    SHOWS AS MERGED INTO ITS COMBINED RUN, NOT
000226*                    AS AWAITING VERIFICATION, AND A COMBINED RUN
000228*                    WHOSE MERGE DID NOT FINISH IS HELD.
000230*   10/15/2026  RT   A SOURCE RUN OF A SPLIT NOT YET MERGED IS
000232*                    HELD PENDING THE MERGE RATHER THAN SHOWN
000235*                    READY TO EXPORT, AS CONVEXT REFUSES IT.
000237*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL RUN-REG ASSIGN TO RUNREG
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS RRG-RUN-NBR
000360         FILE STATUS IS WS-RUNREG-STATUS.
000370     SELECT LST-RPT ASSIGN TO RUNLRPT
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  RUN-REG.
000430 COPY RUNREGR.
000440
000450 FD  LST-RPT
000460     RECORDING MODE IS F.
000470 01  RPT-RECORD              PIC X(132).
000480
000490 WORKING-STORAGE SECTION.
000500 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.
000510     88  WS-EOF                      VALUE 'Y'.
000520     88  WS-NOT-EOF                  VALUE 'N'.
000530 01  WS-RUNREG-STATUS    PIC X(02)   VALUE '00'.
000540     88  WS-RUNREG-OK                   VALUES '00' '05'.
000550 01  WS-RUN-DATE         PIC 9(06).
000560 01  WS-RUN-TIME         PIC 9(08).
000570 01  WS-EDIT-COUNT       PIC Z(07)9.
000580*----------------------------------------------------------------
000590* RUN COUNTERS BY STATE
000600*----------------------------------------------------------------
000610 01  WS-READ-COUNT       PIC 9(08)   COMP  VALUE ZEROES.
000620 01  WS-INCOMPLETE-COUNT PIC 9(08)   COMP  VALUE ZEROES.
000630 01  WS-ABANDONED-COUNT  PIC 9(08)   COMP  VALUE ZEROES.
000640 01  WS-AWAITING-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
000650 01  WS-FAILED-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
000660 01  WS-READY-COUNT      PIC 9(08)   COMP  VALUE ZEROES.
000670 01  WS-EXPORTED-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
000680 01  WS-BACKED-OUT-COUNT PIC 9(08)   COMP  VALUE ZEROES.
000682 01  WS-MERGING-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
000684 01  WS-MERGED-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
000687 01  WS-PENDING-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
000690*----------------------------------------------------------------
000700* RUNLRPT REPORT LINES
000710*----------------------------------------------------------------
000720 01  RPT-HEADER-LINE.
000730     05  FILLER          PIC X(40)   VALUE
000740         'RUN STATUS REGISTER LISTING'.
000750     05  FILLER          PIC X(09)   VALUE 'RUN DATE '.
000760     05  RPT-HDR-DATE    PIC 9(06).
000770     05  FILLER          PIC X(07)   VALUE '  TIME '.
000780     05  RPT-HDR-TIME    PIC 9(08).
000790     05  FILLER          PIC X(62)   VALUE SPACES.
000800 01  RPT-RULE-LINE.
000810     05  FILLER          PIC X(132)  VALUE ALL '-'.
000820 01  RPT-COLUMN-LINE.
000830     05  FILLER          PIC X(08)   VALUE 'RUN'.
000840     05  FILLER          PIC X(08)   VALUE 'DATE'.
000850     05  FILLER          PIC X(16)   VALUE 'SOLUTION'.
000860     05  FILLER          PIC X(04)   VALUE 'BAL'.
000870     05  FILLER          PIC X(10)   VALUE ' WRITTEN'.
000880     05  FILLER          PIC X(10)   VALUE '  REJECT'.
000890     05  FILLER          PIC X(08)   VALUE 'VERIFY'.
000900     05  FILLER          PIC X(10)   VALUE 'MISMATCH'.
000910     05  FILLER          PIC X(08)   VALUE 'EXPORT'.
000920     05  FILLER          PIC X(10)   VALUE '   LINES'.
000930     05  FILLER          PIC X(08)   VALUE 'BACKOUT'.
000940     05  FILLER          PIC X(32)   VALUE 'STATE'.
000950 01  RPT-DETAIL-LINE.
000960     05  RPT-DET-RUN     PIC 9(06).
000970     05  FILLER          PIC X(02)   VALUE SPACES.
000980     05  RPT-DET-DATE    PIC 9(06).
000990     05  FILLER          PIC X(02)   VALUE SPACES.
001000     05  RPT-DET-STATUS  PIC X(14).
001010     05  FILLER          PIC X(02)   VALUE SPACES.
001020     05  RPT-DET-BAL     PIC X(01).
001030     05  FILLER          PIC X(03)   VALUE SPACES.
001040     05  RPT-DET-WRITTEN PIC Z(07)9.
001050     05  FILLER          PIC X(02)   VALUE SPACES.
001060     05  RPT-DET-REJECT  PIC Z(07)9.
001070     05  FILLER          PIC X(02)   VALUE SPACES.
001080     05  RPT-DET-VFY-DATE
001090                         PIC X(06).
001100     05  FILLER          PIC X(02)   VALUE SPACES.
001110     05  RPT-DET-MISMATCH
001120                         PIC X(08).
001130     05  FILLER          PIC X(02)   VALUE SPACES.
001140     05  RPT-DET-EXP-DATE
001150                         PIC X(06).
001160     05  FILLER          PIC X(02)   VALUE SPACES.
001170     05  RPT-DET-EXP-COUNT
001180                         PIC X(08).
001190     05  FILLER          PIC X(02)   VALUE SPACES.
001200     05  RPT-DET-BKO-DATE
001210                         PIC X(06).
001220     05  FILLER          PIC X(02)   VALUE SPACES.
001230     05  RPT-DET-STATE   PIC X(20).
001240     05  FILLER          PIC X(14)   VALUE SPACES.
001250 01  RPT-COUNT-LINE.
001260     05  RPT-CNT-LABEL   PIC X(32).
001270     05  RPT-CNT-VALUE   PIC Z(07)9.
001280     05  FILLER          PIC X(92)   VALUE SPACES.
001290
001300 PROCEDURE DIVISION.
001310*================================================================
001320 0000-MAINLINE.
001330*================================================================
001340     PERFORM 1000-INITIALIZE
001350     PERFORM 2000-LIST-RUN
001360         UNTIL WS-EOF
001370     PERFORM 9000-TERMINATE
001380     STOP RUN.
001390
001400*================================================================
001410 1000-INITIALIZE.
001420*================================================================
001430     ACCEPT WS-RUN-DATE FROM DATE
001440     ACCEPT WS-RUN-TIME FROM TIME
001450     OPEN INPUT RUN-REG
001460     IF NOT WS-RUNREG-OK
001470         PERFORM 9520-ABEND-RUNREG
001480     END-IF
001490     OPEN OUTPUT LST-RPT
001500     MOVE WS-RUN-DATE TO RPT-HDR-DATE
001510     MOVE WS-RUN-TIME TO RPT-HDR-TIME
001520     WRITE RPT-RECORD FROM RPT-HEADER-LINE
001530     WRITE RPT-RECORD FROM RPT-RULE-LINE
001540     WRITE RPT-RECORD FROM RPT-COLUMN-LINE
001550     PERFORM 2900-READ-REGISTER.
001560
001570*================================================================
001580 2000-LIST-RUN.
001590*================================================================
001600     ADD 1 TO WS-READ-COUNT
001610     MOVE RRG-RUN-NBR       TO RPT-DET-RUN
001620     MOVE RRG-RUN-DATE      TO RPT-DET-DATE
001630     MOVE RRG-BALANCE-SW    TO RPT-DET-BAL
001640     MOVE RRG-WRITTEN-COUNT TO RPT-DET-WRITTEN
001650     MOVE RRG-REJECT-COUNT  TO RPT-DET-REJECT
001660     PERFORM 2100-SET-RUN-STATUS
001670     PERFORM 2200-SET-STAGE-COLUMNS
001680     PERFORM 2300-SET-RUN-STATE
001690     WRITE RPT-RECORD FROM RPT-DETAIL-LINE
001700     PERFORM 2900-READ-REGISTER.
001710
001720*================================================================
001730 2100-SET-RUN-STATUS.
001740*================================================================
001750     EVALUATE TRUE
001760         WHEN RRG-STARTED
001770             MOVE 'NOT COMPLETED'  TO RPT-DET-STATUS
001780         WHEN RRG-COMPLETED
001790             MOVE 'COMPLETED'      TO RPT-DET-STATUS
001800         WHEN RRG-ABANDONED-REJECTS
001810             MOVE 'REJECT LIMIT'   TO RPT-DET-STATUS
001820         WHEN RRG-ABANDONED-BALANCE
001830             MOVE 'OUT OF BALANCE' TO RPT-DET-STATUS
001832         WHEN RRG-MERGE-IN-PROGRESS
001834             MOVE 'MERGING'        TO RPT-DET-STATUS
001836         WHEN RRG-MERGED
001838             MOVE 'MERGED'         TO RPT-DET-STATUS
001840         WHEN OTHER
001850             MOVE RRG-RUN-STATUS   TO RPT-DET-STATUS
001860     END-EVALUATE.
001870
001880*================================================================
001890 2200-SET-STAGE-COLUMNS.
001900*================================================================
001910*    EACH LATER STAGE PRINTS ONLY ONCE THE RUN HAS REACHED IT.
001920     MOVE SPACES TO RPT-DET-VFY-DATE
001930                    RPT-DET-MISMATCH
001940                    RPT-DET-EXP-DATE
001950                    RPT-DET-EXP-COUNT
001960                    RPT-DET-BKO-DATE
001970     IF RRG-VERIFIED
001980         MOVE RRG-VFY-DATE     TO RPT-DET-VFY-DATE
001990         MOVE RRG-VFY-MISMATCH TO WS-EDIT-COUNT
002000         MOVE WS-EDIT-COUNT    TO RPT-DET-MISMATCH
002010     END-IF
002020     IF RRG-EXPORTED
002030         MOVE RRG-EXP-DATE     TO RPT-DET-EXP-DATE
002040         MOVE RRG-EXP-COUNT    TO WS-EDIT-COUNT
002050         MOVE WS-EDIT-COUNT    TO RPT-DET-EXP-COUNT
002060     END-IF
002070     IF RRG-BACKED-OUT
002080         MOVE RRG-BKO-DATE     TO RPT-DET-BKO-DATE
002090     END-IF.
002100
002110*================================================================
002120 2300-SET-RUN-STATE.
002130*================================================================
002140*    THE SAME ORDER OF TESTS CONVEXT APPLIES BEFORE IT EXPORTS.
002150     EVALUATE TRUE
002160         WHEN RRG-BACKED-OUT
002170             MOVE 'BACKED OUT'           TO RPT-DET-STATE
002180             ADD 1 TO WS-BACKED-OUT-COUNT
002190         WHEN RRG-EXPORTED
002200             MOVE 'EXPORTED'             TO RPT-DET-STATE
002210             ADD 1 TO WS-EXPORTED-COUNT
002212         WHEN RRG-MERGED
002214             MOVE 'MERGED INTO'          TO RPT-DET-STATE
002216             MOVE RRG-MERGE-RUN          TO RPT-DET-STATE(13:6)
002218             ADD 1 TO WS-MERGED-COUNT
002220         WHEN RRG-MERGE-IN-PROGRESS
002222             MOVE 'MERGE STOPPED - HOLD' TO RPT-DET-STATE
002224             ADD 1 TO WS-MERGING-COUNT
002226         WHEN RRG-STARTED
002230             MOVE 'INCOMPLETE - HOLD'    TO RPT-DET-STATE
002240             ADD 1 TO WS-INCOMPLETE-COUNT
002242         WHEN RRG-MERGE-RUN NOT = 0 AND NOT RRG-MERGED
002245             MOVE 'MERGE PENDING - HOLD' TO RPT-DET-STATE
002247             ADD 1 TO WS-PENDING-COUNT
002250         WHEN NOT RRG-COMPLETED
002260         WHEN NOT RRG-BALANCED
002270             MOVE 'ABANDONED - HOLD'     TO RPT-DET-STATE
002280             ADD 1 TO WS-ABANDONED-COUNT
002290         WHEN NOT RRG-VERIFIED
002300             MOVE 'AWAITING VERIFY'      TO RPT-DET-STATE
002310             ADD 1 TO WS-AWAITING-COUNT
002320         WHEN RRG-VFY-MISMATCH > 0
002330             MOVE 'VERIFY FAILED - HOLD' TO RPT-DET-STATE
002340             ADD 1 TO WS-FAILED-COUNT
002350         WHEN OTHER
002360             MOVE 'READY TO EXPORT'      TO RPT-DET-STATE
002370             ADD 1 TO WS-READY-COUNT
002380     END-EVALUATE.
002390
002400*================================================================
002410 2900-READ-REGISTER.
002420*================================================================
002430     READ RUN-REG
002440         AT END SET WS-EOF TO TRUE
002450     END-READ
002460     IF NOT WS-EOF AND NOT WS-RUNREG-OK
002470         PERFORM 9520-ABEND-RUNREG
002480     END-IF.
002490
002500*================================================================
002510 9000-TERMINATE.
002520*================================================================
002530     WRITE RPT-RECORD FROM RPT-RULE-LINE
002540     MOVE 'RUNS ON THE REGISTER' TO RPT-CNT-LABEL
002550     MOVE WS-READ-COUNT TO RPT-CNT-VALUE
002560     PERFORM 9110-WRITE-COUNT-LINE
002570     MOVE 'INCOMPLETE - HOLD' TO RPT-CNT-LABEL
002580     MOVE WS-INCOMPLETE-COUNT TO RPT-CNT-VALUE
002590     PERFORM 9110-WRITE-COUNT-LINE
002600     MOVE 'ABANDONED - HOLD' TO RPT-CNT-LABEL
002610     MOVE WS-ABANDONED-COUNT TO RPT-CNT-VALUE
002620     PERFORM 9110-WRITE-COUNT-LINE
002630     MOVE 'AWAITING VERIFY' TO RPT-CNT-LABEL
002640     MOVE WS-AWAITING-COUNT TO RPT-CNT-VALUE
002650     PERFORM 9110-WRITE-COUNT-LINE
002660     MOVE 'VERIFY FAILED - HOLD' TO RPT-CNT-LABEL
002670     MOVE WS-FAILED-COUNT TO RPT-CNT-VALUE
002680     PERFORM 9110-WRITE-COUNT-LINE
002690     MOVE 'READY TO EXPORT' TO RPT-CNT-LABEL
002700     MOVE WS-READY-COUNT TO RPT-CNT-VALUE
002710     PERFORM 9110-WRITE-COUNT-LINE
002720     MOVE 'EXPORTED' TO RPT-CNT-LABEL
002730     MOVE WS-EXPORTED-COUNT TO RPT-CNT-VALUE
002740     PERFORM 9110-WRITE-COUNT-LINE
002750     MOVE 'BACKED OUT' TO RPT-CNT-LABEL
002760     MOVE WS-BACKED-OUT-COUNT TO RPT-CNT-VALUE
002770     PERFORM 9110-WRITE-COUNT-LINE
002772     MOVE 'MERGE STOPPED - HOLD' TO RPT-CNT-LABEL
002774     MOVE WS-MERGING-COUNT TO RPT-CNT-VALUE
002776     PERFORM 9110-WRITE-COUNT-LINE
002777     MOVE 'SPLIT SOURCE - MERGE PENDING' TO RPT-CNT-LABEL
002779     MOVE WS-PENDING-COUNT TO RPT-CNT-VALUE
002781     PERFORM 9110-WRITE-COUNT-LINE
002783     MOVE 'MERGED INTO A COMBINED RUN' TO RPT-CNT-LABEL
002784     MOVE WS-MERGED-COUNT TO RPT-CNT-VALUE
002786     PERFORM 9110-WRITE-COUNT-LINE
002788     WRITE RPT-RECORD FROM RPT-RULE-LINE
002790     MOVE SPACES TO RPT-RECORD
002800     MOVE 'END OF RUN STATUS LISTING' TO RPT-RECORD
002810     WRITE RPT-RECORD
002820     CLOSE RUN-REG
002830     CLOSE LST-RPT.
002840
002850*================================================================
002860 9110-WRITE-COUNT-LINE.
002870*================================================================
002880     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
002890
002900*================================================================
002910 9520-ABEND-RUNREG.
002920*================================================================
002930     DISPLAY 'RUNREG I/O ERROR - STATUS ' WS-RUNREG-STATUS
002940     MOVE 16 TO RETURN-CODE
002950     STOP RUN.
