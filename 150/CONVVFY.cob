000412*                    FIGURE THAT OVERFLOWS WHEN SCALED WENT TO
000413*                    SUSPENSE AND ARE BYPASSED LIKE ANY OTHER
000414*                    REJECT.
000415*   10/15/2026  RT   THE BATCH RUN NOW SUSPENDS A DETAIL OF A
000416*                    TYPE ITS SOURCE IS NOT REGISTERED ON SRCMST
000418*                    TO SEND, SO EACH HEADER'S SOURCE IS LOOKED
000419*                    UP HERE AND SUCH DETAILS ARE BYPASSED LIKE
000421*                    ANY OTHER REJECT.
000422*   10/15/2026  RT   THE CONVOUT RUN NUMBER, THE DETAILS CHECKED
000424*                    AND THE MISMATCH COUNT (DISCREPANCIES PLUS
000425*                    MISSING CONVOUT RECORDS) ARE NOW RECORDED
000427*                    AGAINST THE RUN ON RUNREG, THE RUN STATUS
000428*                    REGISTER, SO CONVEXT WILL ONLY EXPORT A RUN
000429*                    THAT VERIFIED CLEAN. EXTRA CONVOUT RECORDS
000431*                    ARE NOT MISMATCHES - RESUBMITTED SUSPENSE
000432*                    RECORDS ARE APPENDED AFTER THE CONVIN ONES.
000434*----------------------------------------------------------------
000435
000437 ENVIRONMENT DIVISION.
000438 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460
000550         FILE STATUS IS WS-ITEM-STATUS.
000552     SELECT OPTIONAL UOM-TBL ASSIGN TO UOMTBL
000554         ORGANIZATION IS LINE SEQUENTIAL.
000555     SELECT SRC-MASTER ASSIGN TO SRCMST
000556         ORGANIZATION IS INDEXED
000557         ACCESS MODE IS RANDOM
000558         RECORD KEY IS SRC-ID
000560         FILE STATUS IS WS-SRCMST-STATUS.
000561     SELECT RUN-REG ASSIGN TO RUNREG
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS RANDOM
000565         RECORD KEY IS RRG-RUN-NBR
000566         FILE STATUS IS WS-RUNREG-STATUS.
000567
000568 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CONV-IN
000590     RECORDING MODE IS F.
000692     05  UTB-CODE            PIC X(03).
000694     05  FILLER              PIC X(01).
000696     05  UTB-FACTOR          PIC 9(07).

000698 FD  SRC-MASTER.
000700 COPY SRCREC.

000702 FD  RUN-REG.
000704 COPY RUNREGR.
000706
000708 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------
000720* CONVERSION REQUEST/RESPONSE AREA - PASSED TO CNVRTN BY CALL
000730*----------------------------------------------------------------
000940 01  WS-BYPASS-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
000950 01  WS-EXTRA-COUNT      PIC 9(08)   COMP  VALUE ZEROES.
000960 01  WS-SHORT-COUNT      PIC 9(08)   COMP  VALUE ZEROES.
000961 01  WS-MISMATCH-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
000962*----------------------------------------------------------------
000963* SOURCE REGISTRY AND RUN STATUS REGISTER WORK AREA. THE DETAIL
000965* TYPES THE CURRENT BATCH'S SOURCE MAY SEND ARE HELD FROM ITS
000966* HEADER; WS-CONVOUT-RUN IS THE RUN NUMBER ON THE LAST CONVOUT
000967* RECORD READ, THE RUN THE VERIFICATION IS RECORDED AGAINST.
000968*----------------------------------------------------------------
000970 01  WS-SRCMST-STATUS    PIC X(02)   VALUE '00'.
000971     88  WS-SRCMST-OK                VALUES '00' '05'.
000972 01  WS-RUNREG-STATUS    PIC X(02)   VALUE '00'.
000973     88  WS-RUNREG-OK                VALUES '00' '05'.
000975 01  WS-ALLOW-SINGLE     PIC X(01)   VALUE 'Y'.
000976     88  WS-SINGLE-ALLOWED           VALUE 'Y'.
000977 01  WS-ALLOW-STOCK      PIC X(01)   VALUE 'Y'.
000978     88  WS-STOCK-ALLOWED            VALUE 'Y'.
000980 01  WS-ALLOW-REBASE     PIC X(01)   VALUE 'Y'.
000981     88  WS-REBASE-ALLOWED           VALUE 'Y'.
000982 01  WS-TYPE-SW          PIC X(01)   VALUE 'Y'.
000983     88  WS-TYPE-ALLOWED             VALUE 'Y'.
000985     88  WS-TYPE-REFUSED             VALUE 'N'.
000986 01  WS-CONVOUT-RUN      PIC 9(06)   VALUE ZEROES.
000987*----------------------------------------------------------------
000988* RECONSTRUCTION WORK AREA
000990*----------------------------------------------------------------
001000 01  WS-WORK-STR         PIC X(64).
001010 01  WS-ORIG-SIGN-SW     PIC X(01)   VALUE 'N'.
001724     IF NOT WS-ITEM-OK
001726         PERFORM 9530-ABEND-ITEM
001728     END-IF
001729     OPEN INPUT  SRC-MASTER
001731     IF NOT WS-SRCMST-OK
001733         PERFORM 9535-ABEND-SRCMST
001734     END-IF
001736     OPEN OUTPUT VFY-RPT
001738     PERFORM 1400-LOAD-UOM-TABLE
001740     ACCEPT WS-RUN-DATE FROM DATE
001750     ACCEPT WS-RUN-TIME FROM TIME
001760     MOVE WS-RUN-DATE TO RPT-HDR-DATE
001880     END-READ
001890     IF NOT CIR-HEADER-REC
001900         PERFORM 9520-ABEND-HEADER
001901     END-IF
001902     PERFORM 1350-HOLD-SOURCE-TYPES.

001903*================================================================
001904 1350-HOLD-SOURCE-TYPES.
001905*================================================================
001906*    A SOURCE NOT ON THE REGISTRY WOULD HAVE REFUSED THE BATCH
001907*    RUN OUTRIGHT, SO IT IS TAKEN HERE AS SENDING EVERY TYPE.
001908     MOVE CIH-SOURCE-ID TO SRC-ID
001909     READ SRC-MASTER
001910         INVALID KEY
001911             MOVE 'Y' TO WS-ALLOW-SINGLE
001912             MOVE 'Y' TO WS-ALLOW-STOCK
001913             MOVE 'Y' TO WS-ALLOW-REBASE
001914         NOT INVALID KEY
001915             MOVE SRC-ALLOW-SINGLE TO WS-ALLOW-SINGLE
001916             MOVE SRC-ALLOW-STOCK  TO WS-ALLOW-STOCK
001917             MOVE SRC-ALLOW-REBASE TO WS-ALLOW-REBASE
001918     END-READ.
001920
001912*================================================================
001914 1400-LOAD-UOM-TABLE.
001946 2000-VERIFY-RECORDS.
001950*================================================================
001960     ADD 1 TO WS-RECNO
001965     PERFORM 2050-CHECK-DETAIL-TYPE
001970     EVALUATE TRUE
001975         WHEN WS-TYPE-REFUSED
001977             ADD 1 TO WS-BYPASS-COUNT
001980         WHEN CIR-STOCK-REC
001990             PERFORM 2350-VERIFY-STOCK-RECORD
002000         WHEN CIR-REBASE-REC
002150     END-EVALUATE
002160     PERFORM 2900-READ-CONVIN.
002170
002171*================================================================
002172 2050-CHECK-DETAIL-TYPE.
002173*================================================================
002175*    A DETAIL OF A TYPE ITS SOURCE MAY NOT SEND WAS SUSPENDED
002176*    UNDER 'TYP' WITHOUT CONVERSION AND HAS NO CONVOUT LINE.
002177     SET WS-TYPE-ALLOWED TO TRUE
002179     EVALUATE TRUE
002180         WHEN CIR-STOCK-REC
002181             IF NOT WS-STOCK-ALLOWED
002183                 SET WS-TYPE-REFUSED TO TRUE
002184             END-IF
002185         WHEN CIR-REBASE-REC
002186             IF NOT WS-REBASE-ALLOWED
002188                 SET WS-TYPE-REFUSED TO TRUE
002189             END-IF
002190         WHEN OTHER
002192             IF NOT WS-SINGLE-ALLOWED
002193                 SET WS-TYPE-REFUSED TO TRUE
002194             END-IF
002196     END-EVALUATE.

002197*================================================================
002198 2100-RECLASSIFY-ORIGINAL.
002200*================================================================
002210*    A REJECTED DETAIL HAS NO CONVOUT LINE (IT WENT TO THE
002220*    SUSPENSE FILE), SO THE ORIGINAL REQUEST IS RE-RUN ONLY TO
002440*================================================================
002450     IF WS-OUT-NOT-EOF
002460         READ CONV-OUT
002470             AT END     SET WS-OUT-EOF TO TRUE
002475             NOT AT END PERFORM 2210-NOTE-CONVOUT-RUN
002480         END-READ
002490     END-IF.

002491*================================================================
002492 2210-NOTE-CONVOUT-RUN.
002493*================================================================
002494     IF COS-TYPE = 'S'
002495         MOVE COS-RUN-NBR TO WS-CONVOUT-RUN
002496     ELSE
002497         MOVE COR-RUN-NBR TO WS-CONVOUT-RUN
002498     END-IF.
002500
002510*================================================================
002520 2300-COMPARE-RECORD.
005750         IF NOT CIR-TRAILER-REC AND NOT CIR-HEADER-REC
005760             SET WS-READ-DONE TO TRUE
005820         END-IF
005822         IF CIR-HEADER-REC
005824             PERFORM 1350-HOLD-SOURCE-TYPES
005826         END-IF
005830     END-IF.
005840
005850*================================================================
005860 9000-TERMINATE.
005870*================================================================
005880     PERFORM 9200-COUNT-EXTRA-CONVOUT
005885     COMPUTE WS-MISMATCH-COUNT = WS-DISC-COUNT + WS-SHORT-COUNT
005890     PERFORM 9100-WRITE-SUMMARY
005900     CLOSE CONV-IN
005910     CLOSE CONV-OUT
005912     CLOSE ITEM-MASTER
005914     CLOSE SRC-MASTER
005920     CLOSE VFY-RPT
005925     PERFORM 9300-RECORD-VERIFICATION.
005930
005940*================================================================
005950 9100-WRITE-SUMMARY.
006130     MOVE 'CONVOUT RECORDS EXTRA' TO RPT-CNT-LABEL
006140     MOVE WS-EXTRA-COUNT TO RPT-CNT-VALUE
006150     PERFORM 9110-WRITE-COUNT-LINE
006151     WRITE RPT-RECORD FROM RPT-RULE-LINE
006152     MOVE 'CONVOUT RUN NUMBER' TO RPT-CNT-LABEL
006153     MOVE WS-CONVOUT-RUN TO RPT-CNT-VALUE
006155     PERFORM 9110-WRITE-COUNT-LINE
006156     MOVE 'MISMATCHES RECORDED ON RUNREG' TO RPT-CNT-LABEL
006157     MOVE WS-MISMATCH-COUNT TO RPT-CNT-VALUE
006158     PERFORM 9110-WRITE-COUNT-LINE
006160     WRITE RPT-RECORD FROM RPT-RULE-LINE
006170     MOVE SPACES TO RPT-RECORD
006180     MOVE 'END OF VERIFICATION REPORT' TO RPT-RECORD
006300         READ CONV-OUT
006310             AT END     SET WS-OUT-EOF TO TRUE
006320             NOT AT END ADD 1 TO WS-EXTRA-COUNT
006325                        PERFORM 2210-NOTE-CONVOUT-RUN
006330         END-READ
006340     END-PERFORM.

006341*================================================================
006342 9300-RECORD-VERIFICATION.
006343*================================================================
006344*    THE RESULT IS RECORDED AGAINST THE RUN THAT WROTE CONVOUT.
006345*    A SECOND VERIFICATION OF THE SAME RUN REPLACES THE FIRST.
006346     IF WS-CONVOUT-RUN = ZEROES
006347         PERFORM 9545-ABEND-NO-RUN
006348     END-IF
006349     OPEN I-O RUN-REG
006350     IF NOT WS-RUNREG-OK
006351         PERFORM 9540-ABEND-RUNREG
006352     END-IF
006353     MOVE WS-CONVOUT-RUN TO RRG-RUN-NBR
006354     READ RUN-REG
006355         INVALID KEY
006356             PERFORM 9545-ABEND-NO-RUN
006357     END-READ
006358     SET RRG-VERIFIED TO TRUE
006359     MOVE WS-RUN-DATE       TO RRG-VFY-DATE
006360     MOVE WS-CHECK-COUNT    TO RRG-VFY-CHECKED
006361     MOVE WS-MISMATCH-COUNT TO RRG-VFY-MISMATCH
006362     REWRITE RUN-REG-RECORD
006363         INVALID KEY
006364             PERFORM 9540-ABEND-RUNREG
006365     END-REWRITE
006366     CLOSE RUN-REG.
006367
006368*================================================================
006370 9520-ABEND-HEADER.
006380*================================================================
006390     DISPLAY 'CONVIN HEADER RECORD MISSING OR MISPLACED - '
006470             ' - VERIFICATION ABANDONED'
006480     MOVE 16 TO RETURN-CODE
006490     STOP RUN.

006491*================================================================
006492 9535-ABEND-SRCMST.
006493*================================================================
006494     DISPLAY 'SOURCE REGISTRY UNAVAILABLE - STATUS '
006495             WS-SRCMST-STATUS ' - VERIFICATION ABANDONED'
006496     MOVE 16 TO RETURN-CODE
006497     STOP RUN.

006498*================================================================
006499 9540-ABEND-RUNREG.
006500*================================================================
006501     DISPLAY 'RUN STATUS REGISTER I/O ERROR - STATUS '
006502             WS-RUNREG-STATUS ' - VERIFICATION NOT RECORDED'
006503     MOVE 16 TO RETURN-CODE
006504     STOP RUN.

006505*================================================================
006506 9545-ABEND-NO-RUN.
006507*================================================================
006508*    VFYRPT IS ALREADY WRITTEN; ONLY THE REGISTER ENTRY IS
006509*    MISSING, AND WITHOUT IT CONVEXT WILL REFUSE THE EXPORT.
006510     DISPLAY 'CONVOUT RUN ' WS-CONVOUT-RUN ' NOT FOUND ON RUNREG '
006511             '- VERIFICATION NOT RECORDED'
006512     MOVE 16 TO RETURN-CODE
006513     STOP RUN.
