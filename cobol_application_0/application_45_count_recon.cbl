*>許容差異(CountParm.txt)を超えるロケーションにはフラグを立てる
*>実数に合わせる調整はポジションへ反映して書き戻し、全調整を
*>調整ジャーナル(AdjustmentJournal.txt)へ追記する
*>調整はロケーション→品番(LocationProduct.txt)と標準原価(StandardCost.txt)で
*>金額に延長してジャーナルにも残し、品番ごとに差し引きした金額を
*>APPLICATION_93_GL_POSTと同じ形式でGlTransactions.txtへ出所SHRNKの
*>貸借仕訳として起票する(減耗した在庫の金額が元帳に届いていなかった)
*>  減耗(実数<帳簿):借方5400(棚卸減耗損)/貸方1300(棚卸資産)
*>  増加(実数>帳簿):借方1300(棚卸資産)/貸方5400(棚卸減耗損)
*>ジャーナルの日付は業務日付(BUSINESS_DATE)で記帳する
*>ロケーションごとの減耗の推移はAPPLICATION_125_SHRINK_TRENDで見る
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_45_COUNT_RECON.
ENVIRONMENT DIVISION.
            ASSIGN TO "AdjustmentJournal.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ADJUSTMENT_JOURNAL_STATUS.
*>調整の金額評価に使うマスタ(ロケーション→品番→標準原価)
        SELECT LOCATION_PRODUCT_FILE
            ASSIGN TO "LocationProduct.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCATION_PRODUCT_STATUS.
        SELECT STANDARD_COST_FILE
            ASSIGN TO "StandardCost.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STANDARD_COST_STATUS.
        SELECT GL_TRANS_FILE
            ASSIGN TO "GlTransactions.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_TRANS_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD INVENTORY_POSITION_FILE.
            05 ADJ_COUNTED_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ADJ_DIFF_QTY PIC S9(05) SIGN LEADING SEPARATE.
*>品番・標準単価・調整金額は従来項目の後ろへ追加(旧行には無い)
            05 FILLER PIC X(01) VALUE SPACE.
            05 ADJ_HINBAN PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ADJ_UNIT_COST PIC 9(07).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ADJ_VALUE PIC S9(11) SIGN LEADING SEPARATE.
        FD LOCATION_PRODUCT_FILE.
        01 LOCATION_PRODUCT_RECORD.
            05 LP_WAREHOUSE PIC 9(02).
            05 LP_BIN PIC 9(02).
            05 LP_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 LP_HINBAN PIC 9(05).
        FD STANDARD_COST_FILE.
        01 STANDARD_COST_RECORD.
            05 SC_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 SC_UNIT_COST PIC 9(07).
        FD GL_TRANS_FILE.
        01 GL_TRANS_RECORD.
            05 GLT_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_SOURCE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_ACCOUNT PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_DC PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_AMOUNT PIC 9(11).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_REFERENCE PIC X(05).
        01 GL_TRANS_TRAILER.
            05 GLH_TAG PIC X(07).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLH_SOURCE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLH_CNT PIC 9(07).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLH_DEBIT PIC 9(13).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLH_CREDIT PIC 9(13).
    WORKING-STORAGE SECTION.
        01 INV_FILE_STATUS PIC XX.
        01 COUNT_ENTRY_STATUS PIC XX.
        01 COUNT_PARM_STATUS PIC XX.
        01 ADJUSTMENT_JOURNAL_STATUS PIC XX.
        01 LOCATION_PRODUCT_STATUS PIC XX.
        01 STANDARD_COST_STATUS PIC XX.
        01 GL_TRANS_STATUS PIC XX.
        01 WK_POST_DATE PIC 9(08).
        01 WK_SOURCE PIC X(05) VALUE "SHRNK".
*>許容差異(パラメータが無い場合は0=全差異フラグ)
        01 WK_TOLERANCE PIC 9(05) VALUE ZERO.
*>多次元配列(倉庫×棚×棚段)。APPLICATION_9_MULTI_ARRAY_PERと同じ持ち方
            05 WORK_DATA_2 OCCURS 2.
            07 WORK_DATA_3 OCCURS 3.
            09 WORK_ITEM_1 PIC 9(05).
*>ロケーション→品番(APPLICATION_74_VALUATIONと同じ持ち方)
        01 LOCPRD_TBL_AREA.
            03 LOCPRD_DATA_1 OCCURS 2.
            05 LOCPRD_DATA_2 OCCURS 2.
            07 LOCPRD_DATA_3 OCCURS 3.
            09 LOCPRD_HINBAN PIC 9(05).
*>標準原価テーブル
        01 COST_TBL_MASTER.
            05 COST_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 COST_TBL OCCURS 0 TO 999
                DEPENDING ON COST_TBL_SIZE
                INDEXED BY COST_IDX.
                10 CST_HINBAN PIC 9(05).
                10 CST_UNIT_COST PIC 9(07).
*>品番ごとの調整金額(差し引き。マイナス=減耗)
        01 SHR_TBL_MASTER.
            05 SHR_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 SHR_TBL OCCURS 0 TO 999
                DEPENDING ON SHR_TBL_SIZE
                INDEXED BY SHR_IDX.
                10 SHT_HINBAN PIC 9(05).
                10 SHT_VALUE PIC S9(11).
        01 CNT_1 PIC 9(02).
        01 CNT_2 PIC 9(02).
        01 CNT_3 PIC 9(02).
        01 WK_BOOK_QTY PIC 9(05).
        01 WK_DIFF_QTY PIC S9(06).
        01 WK_ABS_DIFF PIC 9(06).
        01 WK_HINBAN PIC 9(05).
        01 WK_UNIT_COST PIC 9(07).
        01 WK_ADJ_VALUE PIC S9(11).
*>仕訳バッチの件数・貸借合計(トレーラ用)
        01 WK_BATCH_CNT PIC 9(07).
        01 WK_BATCH_DEBIT PIC 9(13).
        01 WK_BATCH_CREDIT PIC 9(13).
        01 WK_NO_COST_CNT PIC 9(05) VALUE ZERO.
*>件数集計(照合/差異/調整)
        01 WK_COUNTED_CNT PIC 9(05) VALUE ZERO.
        01 WK_VARIANCE_CNT PIC 9(05) VALUE ZERO.
PROCEDURE DIVISION.
    COUNT_RECON_RTN SECTION.
    *>初期処理(許容差異の読み込み、在庫ポジションの読み込み)
        CALL "BUSINESS_DATE" USING WK_POST_DATE.
        PERFORM PARM-RTN.
        PERFORM LOAD-INVENTORY-RTN.
        PERFORM LOAD-LOCPRD-RTN.
        PERFORM LOAD-COST-RTN.
        OPEN INPUT COUNT_ENTRY_FILE.
        OPEN OUTPUT VARIANCE_REPORT_FILE.
        OPEN EXTEND ADJUSTMENT_JOURNAL_FILE.
        CLOSE VARIANCE_REPORT_FILE.
        CLOSE ADJUSTMENT_JOURNAL_FILE.
        PERFORM SAVE-INVENTORY-RTN.
        PERFORM POST-GL-RTN.
        DISPLAY "COUNT RECONCILIATION END. VARIANCES: "
            WK_VARIANCE_CNT.
        IF WK_NO_COST_CNT > ZERO
            THEN
                DISPLAY "ADJUSTMENTS WITHOUT STANDARD COST: "
                    WK_NO_COST_CNT
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    COUNT_RECON_EXIT.
    *>0.許容差異パラメータの読み込み
                ADD 1 TO WK_VARIANCE_CNT
                MOVE CNT_QTY TO
                    WORK_ITEM_1(CNT_WAREHOUSE CNT_BIN CNT_SHELF)
                PERFORM VALUE-ADJUSTMENT-RTN
                MOVE SPACE TO ADJUSTMENT_JOURNAL_RECORD
                MOVE WK_POST_DATE TO ADJ_DATE
                MOVE CNT_WAREHOUSE TO ADJ_WAREHOUSE
                MOVE CNT_BIN TO ADJ_BIN
                MOVE CNT_SHELF TO ADJ_SHELF
                MOVE WK_BOOK_QTY TO ADJ_BOOK_QTY
                MOVE CNT_QTY TO ADJ_COUNTED_QTY
                MOVE WK_DIFF_QTY TO ADJ_DIFF_QTY
                MOVE WK_HINBAN TO ADJ_HINBAN
                MOVE WK_UNIT_COST TO ADJ_UNIT_COST
                MOVE WK_ADJ_VALUE TO ADJ_VALUE
                WRITE ADJUSTMENT_JOURNAL_RECORD
        END-IF.
    RECONCILE-ONE-EXIT.
    *>1-1.調整の金額評価(標準原価×差異数量。品番ごとの差し引きも積む)
    VALUE-ADJUSTMENT-RTN SECTION.
        MOVE LOCPRD_HINBAN(CNT_WAREHOUSE CNT_BIN CNT_SHELF) TO WK_HINBAN.
        MOVE ZERO TO WK_UNIT_COST.
        SET COST_IDX TO 1.
        SEARCH COST_TBL
            AT END
                CONTINUE
            WHEN CST_HINBAN(COST_IDX) = WK_HINBAN
                MOVE CST_UNIT_COST(COST_IDX) TO WK_UNIT_COST
        END-SEARCH.
        IF WK_UNIT_COST = ZERO
            THEN
                DISPLAY "NO STANDARD COST FOR ADJUSTMENT: "
                    COUNT_ENTRY_RECORD " HINBAN " WK_HINBAN
                ADD 1 TO WK_NO_COST_CNT
        END-IF.
        COMPUTE WK_ADJ_VALUE = WK_DIFF_QTY * WK_UNIT_COST.
        IF WK_ADJ_VALUE = ZERO
            THEN
                GO TO VALUE-ADJUSTMENT-EXIT
        END-IF.
        SET SHR_IDX TO 1.
        SEARCH SHR_TBL
            AT END
                IF SHR_TBL_SIZE < 999
                    THEN
                        ADD 1 TO SHR_TBL_SIZE
                        SET SHR_IDX TO SHR_TBL_SIZE
                        MOVE WK_HINBAN TO SHT_HINBAN(SHR_IDX)
                        MOVE WK_ADJ_VALUE TO SHT_VALUE(SHR_IDX)
                END-IF
            WHEN SHT_HINBAN(SHR_IDX) = WK_HINBAN
                ADD WK_ADJ_VALUE TO SHT_VALUE(SHR_IDX)
        END-SEARCH.
    VALUE-ADJUSTMENT-EXIT.
    *>2.在庫ポジションファイルの読み込み(無ければ全ポジション0で開始する)
    LOAD-INVENTORY-RTN SECTION.
        MOVE ZERO TO WORK_ITEM.
        END-PERFORM.
        CLOSE INVENTORY_POSITION_FILE.
    SAVE-INVENTORY-EXIT.
    *>4.仕訳の起票(品番ごとの差し引き金額。減耗=借方5400 増加=貸方5400)
    POST-GL-RTN SECTION.
        IF SHR_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO VALUED ADJUSTMENT. GL BATCH SKIPPED."
                GO TO POST-GL-EXIT
        END-IF.
        OPEN EXTEND GL_TRANS_FILE.
        IF GL_TRANS_STATUS NOT = "00"
            THEN
                OPEN OUTPUT GL_TRANS_FILE
        END-IF.
        MOVE ZERO TO WK_BATCH_CNT WK_BATCH_DEBIT WK_BATCH_CREDIT.
        PERFORM VARYING SHR_IDX FROM 1 BY 1
                UNTIL SHR_IDX > SHR_TBL_SIZE
            MOVE SPACE TO GL_TRANS_RECORD
            MOVE SHT_HINBAN(SHR_IDX) TO GLT_REFERENCE
            IF SHT_VALUE(SHR_IDX) < ZERO
                THEN
                    COMPUTE GLT_AMOUNT = ZERO - SHT_VALUE(SHR_IDX)
                    MOVE 5400 TO GLT_ACCOUNT
                    MOVE "D" TO GLT_DC
                    PERFORM WRITE-GL-RTN
                    MOVE 1300 TO GLT_ACCOUNT
                    MOVE "C" TO GLT_DC
                    PERFORM WRITE-GL-RTN
                ELSE
                    MOVE SHT_VALUE(SHR_IDX) TO GLT_AMOUNT
                    MOVE 1300 TO GLT_ACCOUNT
                    MOVE "D" TO GLT_DC
                    PERFORM WRITE-GL-RTN
                    MOVE 5400 TO GLT_ACCOUNT
                    MOVE "C" TO GLT_DC
                    PERFORM WRITE-GL-RTN
            END-IF
        END-PERFORM.
        PERFORM WRITE-TRAILER-RTN.
        CLOSE GL_TRANS_FILE.
    POST-GL-EXIT.
    *>共通.仕訳1行の書き出し(金額0の行は起こさない)
    WRITE-GL-RTN SECTION.
        IF GLT_AMOUNT = ZERO
            THEN
                GO TO WRITE-GL-EXIT
        END-IF.
        MOVE WK_POST_DATE TO GLT_DATE.
        MOVE WK_SOURCE TO GLT_SOURCE.
        WRITE GL_TRANS_RECORD.
        ADD 1 TO WK_BATCH_CNT.
        IF GLT_DC = "D"
            THEN
                ADD GLT_AMOUNT TO WK_BATCH_DEBIT
            ELSE
                ADD GLT_AMOUNT TO WK_BATCH_CREDIT
        END-IF.
    WRITE-GL-EXIT.
    *>共通.バッチ制御トレーラの書き出し
    WRITE-TRAILER-RTN SECTION.
        MOVE SPACE TO GL_TRANS_TRAILER.
        MOVE "TRAILER" TO GLH_TAG.
        MOVE WK_SOURCE TO GLH_SOURCE.
        MOVE WK_BATCH_CNT TO GLH_CNT.
        MOVE WK_BATCH_DEBIT TO GLH_DEBIT.
        MOVE WK_BATCH_CREDIT TO GLH_CREDIT.
        WRITE GL_TRANS_TRAILER.
        DISPLAY "GL BATCH " WK_SOURCE " LINES:" WK_BATCH_CNT
            " D:" WK_BATCH_DEBIT " C:" WK_BATCH_CREDIT.
    WRITE-TRAILER-EXIT.
    *>5.ロケーション→品番の読み込み
    LOAD-LOCPRD-RTN SECTION.
        MOVE ZERO TO LOCPRD_TBL_AREA.
        OPEN INPUT LOCATION_PRODUCT_FILE.
        IF LOCATION_PRODUCT_STATUS = "00"
            THEN
                PERFORM UNTIL LOCATION_PRODUCT_STATUS NOT = "00"
                    READ LOCATION_PRODUCT_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF LP_WAREHOUSE >= 1 AND LP_WAREHOUSE <= 2
                                    AND LP_BIN >= 1 AND LP_BIN <= 2
                                    AND LP_SHELF >= 1 AND LP_SHELF <= 3
                                THEN
                                    MOVE LP_HINBAN TO LOCPRD_HINBAN
                                        (LP_WAREHOUSE LP_BIN LP_SHELF)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LOCATION_PRODUCT_FILE
            ELSE
                DISPLAY "LOCATION PRODUCT FILE NOT FOUND."
        END-IF.
    LOAD-LOCPRD-EXIT.
    *>6.標準原価マスタの読み込み
    LOAD-COST-RTN SECTION.
        OPEN INPUT STANDARD_COST_FILE.
        IF STANDARD_COST_STATUS = "00"
            THEN
                PERFORM UNTIL STANDARD_COST_STATUS NOT = "00"
                    READ STANDARD_COST_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF COST_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO COST_TBL_SIZE
                                    SET COST_IDX TO COST_TBL_SIZE
                                    MOVE SC_HINBAN
                                        TO CST_HINBAN(COST_IDX)
                                    MOVE SC_UNIT_COST
                                        TO CST_UNIT_COST(COST_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STANDARD_COST_FILE
            ELSE
                DISPLAY "STANDARD COST MASTER NOT FOUND."
        END-IF.
    LOAD-COST-EXIT.
*>CountEntry.txtの1行 = 倉庫(2) 棚(2) 棚段(2) 実数(5)
*>CountParm.txtの1行 = 許容差異(5)。超えた差異は**OVER TOL**フラグつきで報告する
*>実数の入っていないロケーションは帳簿残のまま(調整しない)
*>AdjustmentJournal.txtの1行 = 日付(8) 倉庫棚棚段(6) 帳簿(5) 実数(5) 差異(符号+5)
*>品番(5) 標準単価(7) 調整金額(符号+11:マイナス=減耗)
*>GlTransactions.txtへの起票 = 出所SHRNK、参照=品番
*>勘定 1300=棚卸資産 5400=棚卸減耗損
*>RETURN-CODE 4=標準原価の無い品番の調整あり(金額0で記帳、仕訳は起こさない)
