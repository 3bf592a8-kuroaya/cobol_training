*>棚卸減耗推移 調整ジャーナル(AdjustmentJournal.txt:APPLICATION_45_COUNT_RECON)の
*>直近12か月(業務日付の月を含む)の調整を、ロケーション×品番・倉庫・品番ごとに
*>集計した減耗推移レポート(ShrinkageTrend.txt)を出す
*>(毎月同じ棚で在庫が減っていても、誰も月をまたいで見ていなかった)
*>  減耗数量/増加数量/減耗金額/差し引き金額(マイナス=減耗)/減耗のあった月数
*>減耗のあった月数がShrinkParm.txtの月数(無ければ3か月)以上の
*>ロケーション×品番と品番には**REPEAT**の印を付ける
*>金額は調整ジャーナルの調整金額を使い、金額の無い旧行は標準原価
*>(StandardCost.txt)で評価する。品番の無い旧行はLocationProduct.txtで求める
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_125_SHRINK_TREND.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ADJUSTMENT_JOURNAL_FILE
            ASSIGN TO "AdjustmentJournal.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ADJUSTMENT_JOURNAL_STATUS.
        SELECT SHRINK_PARM_FILE
            ASSIGN TO "ShrinkParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SHRINK_PARM_STATUS.
        SELECT LOCATION_PRODUCT_FILE
            ASSIGN TO "LocationProduct.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCATION_PRODUCT_STATUS.
        SELECT STANDARD_COST_FILE
            ASSIGN TO "StandardCost.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STANDARD_COST_STATUS.
        SELECT PRODUCT_MASTER_FILE
            ASSIGN TO "ProductMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCT_MASTER_STATUS.
        SELECT PRINT_FILE ASSIGN TO "ShrinkageTrend.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD ADJUSTMENT_JOURNAL_FILE.
        01 ADJUSTMENT_JOURNAL_RECORD.
            05 ADJ_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 ADJ_WAREHOUSE PIC 9(02).
            05 ADJ_BIN PIC 9(02).
            05 ADJ_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 ADJ_BOOK_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 ADJ_COUNTED_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 ADJ_DIFF_QTY PIC S9(05) SIGN LEADING SEPARATE.
            05 FILLER PIC X(01).
            05 ADJ_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 ADJ_UNIT_COST PIC 9(07).
            05 FILLER PIC X(01).
            05 ADJ_VALUE PIC S9(11) SIGN LEADING SEPARATE.
        FD SHRINK_PARM_FILE.
        01 SHRINK_PARM_RECORD.
            05 SHP_REPEAT_MONTHS PIC X(02).
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
        FD PRODUCT_MASTER_FILE.
        01 PRODUCT_MASTER_RECORD.
            05 PM_HINBAN PIC 9(05).
            05 PM_HINMEI PIC X(10).
            05 PM_STATUS PIC X(01).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 ADJUSTMENT_JOURNAL_STATUS PIC XX.
        01 SHRINK_PARM_STATUS PIC XX.
        01 LOCATION_PRODUCT_STATUS PIC XX.
        01 STANDARD_COST_STATUS PIC XX.
        01 PRODUCT_MASTER_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
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
*>品名テーブル
        01 PRD_TBL_MASTER.
            05 PRD_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PRD_TBL OCCURS 0 TO 999
                DEPENDING ON PRD_TBL_SIZE
                INDEXED BY PRD_IDX.
                10 PRT_HINBAN PIC 9(05).
                10 PRT_HINMEI PIC X(10).
*>ロケーション×品番の集計(月ごとの減耗の有無つき)
        01 LOC_TBL_MASTER.
            05 LOC_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 LOC_TBL OCCURS 0 TO 200
                DEPENDING ON LOC_TBL_SIZE
                INDEXED BY LOC_IDX.
                10 LCT_WAREHOUSE PIC 9(02).
                10 LCT_BIN PIC 9(02).
                10 LCT_SHELF PIC 9(02).
                10 LCT_HINBAN PIC 9(05).
                10 LCT_LOSS_QTY PIC 9(07).
                10 LCT_GAIN_QTY PIC 9(07).
                10 LCT_LOSS_VALUE PIC 9(11).
                10 LCT_NET_VALUE PIC S9(11).
                10 LCT_MONTH_FLAG PIC X(01) OCCURS 12.
*>品番ごとの集計(月ごとの減耗の有無つき)
        01 PSM_TBL_MASTER.
            05 PSM_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PSM_TBL OCCURS 0 TO 200
                DEPENDING ON PSM_TBL_SIZE
                INDEXED BY PSM_IDX.
                10 PST_HINBAN PIC 9(05).
                10 PST_LOSS_QTY PIC 9(07).
                10 PST_GAIN_QTY PIC 9(07).
                10 PST_LOSS_VALUE PIC 9(11).
                10 PST_NET_VALUE PIC S9(11).
                10 PST_MONTH_FLAG PIC X(01) OCCURS 12.
*>倉庫ごとの集計
        01 WHS_TBL_AREA.
            05 WHS_DATA OCCURS 2.
                10 WHT_LOSS_QTY PIC 9(07).
                10 WHT_GAIN_QTY PIC 9(07).
                10 WHT_LOSS_VALUE PIC 9(11).
                10 WHT_NET_VALUE PIC S9(11).
*>対象期間(年×12+月の通し月番号で比べる)
        01 WK_TODAY PIC 9(08).
        01 WK_YEAR PIC 9(04).
        01 WK_MONTH PIC 9(02).
        01 WK_END_MONTH_NO PIC 9(06).
        01 WK_START_MONTH_NO PIC 9(06).
        01 WK_MONTH_NO PIC 9(06).
        01 WK_MONTH_SLOT PIC 9(02).
        01 WK_FROM_PERIOD PIC 9(06).
        01 WK_REPEAT_MONTHS PIC 9(02) VALUE 3.
        01 WK_MONTHS PIC 9(02).
        01 WK_SLOT PIC 9(02).
*>調整1件分の編集エリア
        01 WK_HINBAN PIC 9(05).
        01 WK_UNIT_COST PIC 9(07).
        01 WK_ADJ_VALUE PIC S9(11).
        01 WK_LOSS_QTY PIC 9(05).
        01 WK_GAIN_QTY PIC 9(05).
        01 WK_LOSS_VALUE PIC 9(11).
        01 WK_WAREHOUSE PIC 9(01).
        01 WK_BIN PIC 9(01).
        01 WK_SHELF PIC 9(01).
        01 WK_HINMEI PIC X(10).
*>件数
        01 WK_READ_CNT PIC 9(07) VALUE ZERO.
        01 WK_USED_CNT PIC 9(07) VALUE ZERO.
        01 WK_REPEAT_CNT PIC 9(05) VALUE ZERO.
        01 WK_TOTAL_LOSS_VALUE PIC 9(13) VALUE ZERO.
        01 WK_TOTAL_NET_VALUE PIC S9(13) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "ShrinkageTrend.txt".
*>帳票行
        01 SHR_TITLE_LINE.
            05 PIC X(36) VALUE "*** SHRINKAGE TREND (12 MONTHS) *** ".
            05 PIC X(06) VALUE "FROM: ".
            05 TTL_FROM_YEAR PIC 9(04).
            05 PIC X(01) VALUE "/".
            05 TTL_FROM_MONTH PIC 9(02).
            05 PIC X(06) VALUE "  TO: ".
            05 TTL_TO_YEAR PIC 9(04).
            05 PIC X(01) VALUE "/".
            05 TTL_TO_MONTH PIC 9(02).
            05 PIC X(08) VALUE "  REPEAT".
            05 PIC X(04) VALUE " >= ".
            05 TTL_REPEAT PIC Z9.
            05 PIC X(04) VALUE " MOS".
        01 SHR_SECTION_LINE.
            05 SHS_TITLE PIC X(80).
        01 SHR_LOC_HEAD_LINE.
            05 PIC X(40) VALUE
                "WH-BN-SH HINBAN LOSS QTY  GAIN QTY  LOSS".
            05 PIC X(40) VALUE
                " VALUE    NET VALUE MOS FLAG".
        01 SHR_LOC_LINE.
            05 SHL_WAREHOUSE PIC 9(02).
            05 PIC X(01) VALUE "-".
            05 SHL_BIN PIC 9(02).
            05 PIC X(01) VALUE "-".
            05 SHL_SHELF PIC 9(02).
            05 PIC X(01) VALUE SPACE.
            05 SHL_HINBAN PIC 9(05).
            05 PIC X(03) VALUE SPACE.
            05 SHL_LOSS_QTY PIC Z(6)9.
            05 PIC X(03) VALUE SPACE.
            05 SHL_GAIN_QTY PIC Z(6)9.
            05 PIC X(01) VALUE SPACE.
            05 SHL_LOSS_VALUE PIC Z(10)9.
            05 PIC X(01) VALUE SPACE.
            05 SHL_NET_VALUE PIC -(11)9.
            05 PIC X(02) VALUE SPACE.
            05 SHL_MONTHS PIC Z9.
            05 PIC X(01) VALUE SPACE.
            05 SHL_FLAG PIC X(10).
            05 PIC X(06) VALUE SPACE.
        01 SHR_WH_HEAD_LINE.
            05 PIC X(40) VALUE
                "WAREHOUSE       LOSS QTY  GAIN QTY  LOSS".
            05 PIC X(40) VALUE
                " VALUE    NET VALUE".
        01 SHR_WH_LINE.
            05 PIC X(03) VALUE "WH ".
            05 SHW_WAREHOUSE PIC 9(02).
            05 PIC X(12) VALUE SPACE.
            05 SHW_LOSS_QTY PIC Z(6)9.
            05 PIC X(03) VALUE SPACE.
            05 SHW_GAIN_QTY PIC Z(6)9.
            05 PIC X(01) VALUE SPACE.
            05 SHW_LOSS_VALUE PIC Z(10)9.
            05 PIC X(01) VALUE SPACE.
            05 SHW_NET_VALUE PIC -(11)9.
            05 PIC X(21) VALUE SPACE.
        01 SHR_PRD_HEAD_LINE.
            05 PIC X(40) VALUE
                "HINBAN NAME     LOSS QTY  GAIN QTY  LOSS".
            05 PIC X(40) VALUE
                " VALUE    NET VALUE MOS FLAG".
        01 SHR_PRD_LINE.
            05 SHP_HINBAN PIC 9(05).
            05 PIC X(01) VALUE SPACE.
            05 SHP_HINMEI PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 SHP_LOSS_QTY PIC Z(6)9.
            05 PIC X(03) VALUE SPACE.
            05 SHP_GAIN_QTY PIC Z(6)9.
            05 PIC X(01) VALUE SPACE.
            05 SHP_LOSS_VALUE PIC Z(10)9.
            05 PIC X(01) VALUE SPACE.
            05 SHP_NET_VALUE PIC -(11)9.
            05 PIC X(02) VALUE SPACE.
            05 SHP_MONTHS PIC Z9.
            05 PIC X(01) VALUE SPACE.
            05 SHP_FLAG PIC X(10).
            05 PIC X(06) VALUE SPACE.
        01 SHR_TOTAL_LINE.
            05 PIC X(13) VALUE "ADJUSTMENTS: ".
            05 TOT_USED PIC Z(6)9.
            05 PIC X(08) VALUE "  LOSS: ".
            05 TOT_LOSS_VALUE PIC Z(12)9.
            05 PIC X(07) VALUE "  NET: ".
            05 TOT_NET_VALUE PIC -(12)9.
            05 PIC X(11) VALUE "  REPEATS: ".
            05 TOT_REPEAT PIC ZZZ9.
            05 PIC X(04) VALUE SPACE.
PROCEDURE DIVISION.
    SHRINK_TREND_RTN SECTION.
    *>初期処理(対象期間の決定、パラメータ・マスタの読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        MOVE WK_TODAY(1:4) TO WK_YEAR.
        MOVE WK_TODAY(5:2) TO WK_MONTH.
        COMPUTE WK_END_MONTH_NO = WK_YEAR * 12 + WK_MONTH - 1.
        COMPUTE WK_START_MONTH_NO = WK_END_MONTH_NO - 11.
        PERFORM PARM-RTN.
        PERFORM LOAD-LOCPRD-RTN.
        PERFORM LOAD-COST-RTN.
        PERFORM LOAD-PRODUCT-RTN.
        MOVE ZERO TO WHS_TBL_AREA.
        OPEN INPUT ADJUSTMENT_JOURNAL_FILE.
        IF ADJUSTMENT_JOURNAL_STATUS NOT = "00"
            THEN
                DISPLAY "ADJUSTMENT JOURNAL NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>主処理(直近12か月の調整を集計する)
        PERFORM UNTIL ADJUSTMENT_JOURNAL_STATUS NOT = "00"
            READ ADJUSTMENT_JOURNAL_FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WK_READ_CNT
                    PERFORM ADD-ADJUSTMENT-RTN
            END-READ
        END-PERFORM.
        CLOSE ADJUSTMENT_JOURNAL_FILE.
    *>終了処理(推移レポートの出力、スプール台帳への登録)
        PERFORM WRITE-REPORT-RTN.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "SHRINKAGE TREND END. READ:" WK_READ_CNT
            " USED:" WK_USED_CNT " REPEAT:" WK_REPEAT_CNT.
        STOP RUN.
    SHRINK_TREND_EXIT.
    *>0.繰り返し判定の月数パラメータの読み込み(無ければ3か月)
    PARM-RTN SECTION.
        OPEN INPUT SHRINK_PARM_FILE.
        IF SHRINK_PARM_STATUS = "00"
            THEN
                READ SHRINK_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF SHP_REPEAT_MONTHS IS NUMERIC
                                AND SHP_REPEAT_MONTHS > "00"
                            THEN
                                MOVE SHP_REPEAT_MONTHS
                                    TO WK_REPEAT_MONTHS
                        END-IF
                END-READ
                CLOSE SHRINK_PARM_FILE
        END-IF.
    PARM-EXIT.
    *>1.調整1件分の集計(期間外・範囲外の行は読み飛ばす)
    ADD-ADJUSTMENT-RTN SECTION.
        IF ADJ_DATE IS NOT NUMERIC OR ADJ_DIFF_QTY IS NOT NUMERIC
            THEN
                GO TO ADD-ADJUSTMENT-EXIT
        END-IF.
        IF ADJ_WAREHOUSE < 1 OR ADJ_WAREHOUSE > 2
                OR ADJ_BIN < 1 OR ADJ_BIN > 2
                OR ADJ_SHELF < 1 OR ADJ_SHELF > 3
            THEN
                GO TO ADD-ADJUSTMENT-EXIT
        END-IF.
        MOVE ADJ_DATE(1:4) TO WK_YEAR.
        MOVE ADJ_DATE(5:2) TO WK_MONTH.
        COMPUTE WK_MONTH_NO = WK_YEAR * 12 + WK_MONTH - 1.
        IF WK_MONTH_NO < WK_START_MONTH_NO
                OR WK_MONTH_NO > WK_END_MONTH_NO
            THEN
                GO TO ADD-ADJUSTMENT-EXIT
        END-IF.
        COMPUTE WK_MONTH_SLOT = WK_MONTH_NO - WK_START_MONTH_NO + 1.
        ADD 1 TO WK_USED_CNT.
    *>品番と金額の決定(旧行はマスタで補う)
        IF ADJ_HINBAN IS NUMERIC
            THEN
                MOVE ADJ_HINBAN TO WK_HINBAN
            ELSE
                MOVE LOCPRD_HINBAN(ADJ_WAREHOUSE ADJ_BIN ADJ_SHELF)
                    TO WK_HINBAN
        END-IF.
        IF ADJ_VALUE IS NUMERIC
            THEN
                MOVE ADJ_VALUE TO WK_ADJ_VALUE
            ELSE
                MOVE ZERO TO WK_UNIT_COST
                SET COST_IDX TO 1
                SEARCH COST_TBL
                    AT END
                        CONTINUE
                    WHEN CST_HINBAN(COST_IDX) = WK_HINBAN
                        MOVE CST_UNIT_COST(COST_IDX) TO WK_UNIT_COST
                END-SEARCH
                COMPUTE WK_ADJ_VALUE = ADJ_DIFF_QTY * WK_UNIT_COST
        END-IF.
        MOVE ZERO TO WK_LOSS_QTY WK_GAIN_QTY WK_LOSS_VALUE.
        IF ADJ_DIFF_QTY < ZERO
            THEN
                COMPUTE WK_LOSS_QTY = ZERO - ADJ_DIFF_QTY
                IF WK_ADJ_VALUE < ZERO
                    THEN
                        COMPUTE WK_LOSS_VALUE = ZERO - WK_ADJ_VALUE
                END-IF
            ELSE
                MOVE ADJ_DIFF_QTY TO WK_GAIN_QTY
        END-IF.
    *>ロケーション×品番への集計
        SET LOC_IDX TO 1.
        SEARCH LOC_TBL
            AT END
                IF LOC_TBL_SIZE >= 200
                    THEN
                        DISPLAY "LOCATION TABLE FULL. ADJUSTMENT SKIPPED: "
                            ADJUSTMENT_JOURNAL_RECORD
                        GO TO ADD-ADJUSTMENT-EXIT
                END-IF
                ADD 1 TO LOC_TBL_SIZE
                SET LOC_IDX TO LOC_TBL_SIZE
                MOVE ADJ_WAREHOUSE TO LCT_WAREHOUSE(LOC_IDX)
                MOVE ADJ_BIN TO LCT_BIN(LOC_IDX)
                MOVE ADJ_SHELF TO LCT_SHELF(LOC_IDX)
                MOVE WK_HINBAN TO LCT_HINBAN(LOC_IDX)
                MOVE ZERO TO LCT_LOSS_QTY(LOC_IDX) LCT_GAIN_QTY(LOC_IDX)
                    LCT_LOSS_VALUE(LOC_IDX) LCT_NET_VALUE(LOC_IDX)
                PERFORM VARYING WK_SLOT FROM 1 BY 1 UNTIL WK_SLOT > 12
                    MOVE SPACE TO LCT_MONTH_FLAG(LOC_IDX WK_SLOT)
                END-PERFORM
            WHEN LCT_WAREHOUSE(LOC_IDX) = ADJ_WAREHOUSE
                    AND LCT_BIN(LOC_IDX) = ADJ_BIN
                    AND LCT_SHELF(LOC_IDX) = ADJ_SHELF
                    AND LCT_HINBAN(LOC_IDX) = WK_HINBAN
                CONTINUE
        END-SEARCH.
        ADD WK_LOSS_QTY TO LCT_LOSS_QTY(LOC_IDX).
        ADD WK_GAIN_QTY TO LCT_GAIN_QTY(LOC_IDX).
        ADD WK_LOSS_VALUE TO LCT_LOSS_VALUE(LOC_IDX).
        ADD WK_ADJ_VALUE TO LCT_NET_VALUE(LOC_IDX).
        IF WK_LOSS_QTY > ZERO
            THEN
                MOVE "Y" TO LCT_MONTH_FLAG(LOC_IDX WK_MONTH_SLOT)
        END-IF.
    *>倉庫への集計
        ADD WK_LOSS_QTY TO WHT_LOSS_QTY(ADJ_WAREHOUSE).
        ADD WK_GAIN_QTY TO WHT_GAIN_QTY(ADJ_WAREHOUSE).
        ADD WK_LOSS_VALUE TO WHT_LOSS_VALUE(ADJ_WAREHOUSE).
        ADD WK_ADJ_VALUE TO WHT_NET_VALUE(ADJ_WAREHOUSE).
        ADD WK_LOSS_VALUE TO WK_TOTAL_LOSS_VALUE.
        ADD WK_ADJ_VALUE TO WK_TOTAL_NET_VALUE.
    *>品番への集計
        SET PSM_IDX TO 1.
        SEARCH PSM_TBL
            AT END
                IF PSM_TBL_SIZE >= 200
                    THEN
                        DISPLAY "PRODUCT TABLE FULL. HINBAN SKIPPED: "
                            WK_HINBAN
                        GO TO ADD-ADJUSTMENT-EXIT
                END-IF
                ADD 1 TO PSM_TBL_SIZE
                SET PSM_IDX TO PSM_TBL_SIZE
                MOVE WK_HINBAN TO PST_HINBAN(PSM_IDX)
                MOVE ZERO TO PST_LOSS_QTY(PSM_IDX) PST_GAIN_QTY(PSM_IDX)
                    PST_LOSS_VALUE(PSM_IDX) PST_NET_VALUE(PSM_IDX)
                PERFORM VARYING WK_SLOT FROM 1 BY 1 UNTIL WK_SLOT > 12
                    MOVE SPACE TO PST_MONTH_FLAG(PSM_IDX WK_SLOT)
                END-PERFORM
            WHEN PST_HINBAN(PSM_IDX) = WK_HINBAN
                CONTINUE
        END-SEARCH.
        ADD WK_LOSS_QTY TO PST_LOSS_QTY(PSM_IDX).
        ADD WK_GAIN_QTY TO PST_GAIN_QTY(PSM_IDX).
        ADD WK_LOSS_VALUE TO PST_LOSS_VALUE(PSM_IDX).
        ADD WK_ADJ_VALUE TO PST_NET_VALUE(PSM_IDX).
        IF WK_LOSS_QTY > ZERO
            THEN
                MOVE "Y" TO PST_MONTH_FLAG(PSM_IDX WK_MONTH_SLOT)
        END-IF.
    ADD-ADJUSTMENT-EXIT.
    *>2.推移レポートの出力(ロケーション順→倉庫→品番)
    WRITE-REPORT-RTN SECTION.
        OPEN OUTPUT PRINT_FILE.
        COMPUTE WK_FROM_PERIOD = WK_START_MONTH_NO / 12.
        MOVE WK_FROM_PERIOD TO TTL_FROM_YEAR.
        COMPUTE TTL_FROM_MONTH = WK_START_MONTH_NO
            - WK_FROM_PERIOD * 12 + 1.
        MOVE WK_TODAY(1:4) TO TTL_TO_YEAR.
        MOVE WK_TODAY(5:2) TO TTL_TO_MONTH.
        MOVE WK_REPEAT_MONTHS TO TTL_REPEAT.
        WRITE PRINT_RECORD FROM SHR_TITLE_LINE AFTER PAGE.
        MOVE "BY LOCATION AND PRODUCT" TO SHS_TITLE.
        WRITE PRINT_RECORD FROM SHR_SECTION_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM SHR_LOC_HEAD_LINE AFTER 1 LINE.
        PERFORM VARYING WK_WAREHOUSE FROM 1 BY 1 UNTIL WK_WAREHOUSE > 2
            PERFORM VARYING WK_BIN FROM 1 BY 1 UNTIL WK_BIN > 2
                PERFORM VARYING WK_SHELF FROM 1 BY 1 UNTIL WK_SHELF > 3
                    PERFORM VARYING LOC_IDX FROM 1 BY 1
                            UNTIL LOC_IDX > LOC_TBL_SIZE
                        IF LCT_WAREHOUSE(LOC_IDX) = WK_WAREHOUSE
                                AND LCT_BIN(LOC_IDX) = WK_BIN
                                AND LCT_SHELF(LOC_IDX) = WK_SHELF
                            THEN
                                PERFORM WRITE-LOCATION-RTN
                        END-IF
                    END-PERFORM
                END-PERFORM
            END-PERFORM
        END-PERFORM.
        MOVE "BY WAREHOUSE" TO SHS_TITLE.
        WRITE PRINT_RECORD FROM SHR_SECTION_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM SHR_WH_HEAD_LINE AFTER 1 LINE.
        PERFORM VARYING WK_WAREHOUSE FROM 1 BY 1 UNTIL WK_WAREHOUSE > 2
            MOVE WK_WAREHOUSE TO SHW_WAREHOUSE
            MOVE WHT_LOSS_QTY(WK_WAREHOUSE) TO SHW_LOSS_QTY
            MOVE WHT_GAIN_QTY(WK_WAREHOUSE) TO SHW_GAIN_QTY
            MOVE WHT_LOSS_VALUE(WK_WAREHOUSE) TO SHW_LOSS_VALUE
            MOVE WHT_NET_VALUE(WK_WAREHOUSE) TO SHW_NET_VALUE
            WRITE PRINT_RECORD FROM SHR_WH_LINE AFTER 1 LINE
        END-PERFORM.
        MOVE "BY PRODUCT" TO SHS_TITLE.
        WRITE PRINT_RECORD FROM SHR_SECTION_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM SHR_PRD_HEAD_LINE AFTER 1 LINE.
        PERFORM VARYING PSM_IDX FROM 1 BY 1 UNTIL PSM_IDX > PSM_TBL_SIZE
            PERFORM WRITE-PRODUCT-RTN
        END-PERFORM.
        MOVE WK_USED_CNT TO TOT_USED.
        MOVE WK_TOTAL_LOSS_VALUE TO TOT_LOSS_VALUE.
        MOVE WK_TOTAL_NET_VALUE TO TOT_NET_VALUE.
        MOVE WK_REPEAT_CNT TO TOT_REPEAT.
        WRITE PRINT_RECORD FROM SHR_TOTAL_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
    WRITE-REPORT-EXIT.
    *>2-1.ロケーション×品番1行の印字(減耗月数が基準以上なら**REPEAT**)
    WRITE-LOCATION-RTN SECTION.
        MOVE ZERO TO WK_MONTHS.
        PERFORM VARYING WK_SLOT FROM 1 BY 1 UNTIL WK_SLOT > 12
            IF LCT_MONTH_FLAG(LOC_IDX WK_SLOT) = "Y"
                THEN
                    ADD 1 TO WK_MONTHS
            END-IF
        END-PERFORM.
        MOVE LCT_WAREHOUSE(LOC_IDX) TO SHL_WAREHOUSE.
        MOVE LCT_BIN(LOC_IDX) TO SHL_BIN.
        MOVE LCT_SHELF(LOC_IDX) TO SHL_SHELF.
        MOVE LCT_HINBAN(LOC_IDX) TO SHL_HINBAN.
        MOVE LCT_LOSS_QTY(LOC_IDX) TO SHL_LOSS_QTY.
        MOVE LCT_GAIN_QTY(LOC_IDX) TO SHL_GAIN_QTY.
        MOVE LCT_LOSS_VALUE(LOC_IDX) TO SHL_LOSS_VALUE.
        MOVE LCT_NET_VALUE(LOC_IDX) TO SHL_NET_VALUE.
        MOVE WK_MONTHS TO SHL_MONTHS.
        MOVE SPACE TO SHL_FLAG.
        IF WK_MONTHS >= WK_REPEAT_MONTHS
            THEN
                MOVE "**REPEAT**" TO SHL_FLAG
                ADD 1 TO WK_REPEAT_CNT
        END-IF.
        WRITE PRINT_RECORD FROM SHR_LOC_LINE AFTER 1 LINE.
    WRITE-LOCATION-EXIT.
    *>2-2.品番1行の印字(減耗月数が基準以上なら**REPEAT**)
    WRITE-PRODUCT-RTN SECTION.
        MOVE ZERO TO WK_MONTHS.
        PERFORM VARYING WK_SLOT FROM 1 BY 1 UNTIL WK_SLOT > 12
            IF PST_MONTH_FLAG(PSM_IDX WK_SLOT) = "Y"
                THEN
                    ADD 1 TO WK_MONTHS
            END-IF
        END-PERFORM.
        MOVE SPACE TO WK_HINMEI.
        SET PRD_IDX TO 1.
        SEARCH PRD_TBL
            AT END
                CONTINUE
            WHEN PRT_HINBAN(PRD_IDX) = PST_HINBAN(PSM_IDX)
                MOVE PRT_HINMEI(PRD_IDX) TO WK_HINMEI
        END-SEARCH.
        MOVE PST_HINBAN(PSM_IDX) TO SHP_HINBAN.
        MOVE WK_HINMEI TO SHP_HINMEI.
        MOVE PST_LOSS_QTY(PSM_IDX) TO SHP_LOSS_QTY.
        MOVE PST_GAIN_QTY(PSM_IDX) TO SHP_GAIN_QTY.
        MOVE PST_LOSS_VALUE(PSM_IDX) TO SHP_LOSS_VALUE.
        MOVE PST_NET_VALUE(PSM_IDX) TO SHP_NET_VALUE.
        MOVE WK_MONTHS TO SHP_MONTHS.
        MOVE SPACE TO SHP_FLAG.
        IF WK_MONTHS >= WK_REPEAT_MONTHS
            THEN
                MOVE "**REPEAT**" TO SHP_FLAG
                ADD 1 TO WK_REPEAT_CNT
        END-IF.
        WRITE PRINT_RECORD FROM SHR_PRD_LINE AFTER 1 LINE.
    WRITE-PRODUCT-EXIT.
    *>3.ロケーション→品番の読み込み(品番の無い旧行の補完用)
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
        END-IF.
    LOAD-LOCPRD-EXIT.
    *>4.標準原価マスタの読み込み(金額の無い旧行の評価用)
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
        END-IF.
    LOAD-COST-EXIT.
    *>5.品名解決用の商品マスタの読み込み
    LOAD-PRODUCT-RTN SECTION.
        OPEN INPUT PRODUCT_MASTER_FILE.
        IF PRODUCT_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL PRODUCT_MASTER_STATUS NOT = "00"
                    READ PRODUCT_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF PRD_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO PRD_TBL_SIZE
                                    SET PRD_IDX TO PRD_TBL_SIZE
                                    MOVE PM_HINBAN TO PRT_HINBAN(PRD_IDX)
                                    MOVE PM_HINMEI TO PRT_HINMEI(PRD_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRODUCT_MASTER_FILE
        END-IF.
    LOAD-PRODUCT-EXIT.
*>ShrinkParm.txtの1行 = 繰り返し判定の月数(2)。直近12か月のうち減耗(実数<帳簿)の
*>あった月数がこれ以上なら**REPEAT**
*>ShrinkageTrend.txt = 減耗推移レポート(見出し行は"***"で始まる)
*>差し引き金額はマイナスが減耗、プラスが増加(APPLICATION_45_COUNT_RECONの仕訳と同じ向き)
