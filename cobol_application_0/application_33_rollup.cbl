*>DailySalesSummary.txtには店舗名つきの店舗小計(未着の店舗はMISSING表示)と
*>全社合計を出力し、"D"は店舗横断の商品別集計へ積み上げて
*>品名解決済みの商品別売上レポート(SalesByProduct.txt)を出力する
*>"D"と"R"は店舗・日付つきで商品別売上履歴(StoreProductSales.txt)へも追記し、
*>月次の粗利分析(APPLICATION_136_GROSS_MARGIN)が読む
*>締め済み期間の判定と期間累計(PeriodAccum.txt)のMTD/YTDは、売上日付を会計カレンダー
*>(FISCAL_CALENDAR)で会計年度・期間へ引き直して行う(暦月では切らない)
*>店舗ファイルは読む前に指紋(FEED_FINGERPRINT)を取り込み済みの指紋台帳と照合し、
*>集計済みと同じ内容のファイルは積み上げずに**DUP FEED**として報告する
*>(通常は前段のAPPLICATION_51_STORE_CHECKが不合格にしている)。
*>集計した店舗ファイルは、全社合計まで出し終えたところで取り込み済みとして確定する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_33_ROLLUP.
ENVIRONMENT DIVISION.
            ASSIGN TO "PeriodAccum.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PERIOD_ACCUM_STATUS.
*>日次売上履歴(傾向分析・店舗別月次ステートメント・店舗現金過不足照合の入力。追記のみ)
        SELECT SALES_HISTORY_FILE
            ASSIGN TO "SalesHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SALES_HISTORY_STATUS.
*>商品別売上履歴(月次の粗利分析の入力。"D"/"R"を1件ずつ追記のみ)
        SELECT STORE_PRODUCT_SALES_FILE
            ASSIGN TO "StoreProductSales.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STORE_PRODUCT_SALES_STATUS.
*>事前検証(APPLICATION_51_STORE_CHECK)の合否ファイル。"F"の店舗は集計から除外する
        SELECT FILE_STATUS_IN_FILE
            ASSIGN TO "StoreFileStatus.txt"
            05 SH_AMOUNT PIC 9(07).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SH_CUSTOMER PIC 9(05).
        FD STORE_PRODUCT_SALES_FILE.
        01 STORE_PRODUCT_SALES_RECORD.
            05 SPS_STORE PIC X(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SPS_DATE PIC X(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SPS_TYPE PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SPS_PRODUCT PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SPS_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SPS_AMOUNT PIC 9(07).
        FD FILE_STATUS_IN_FILE.
        01 FILE_STATUS_IN_RECORD.
            05 FSI_STORE_ID PIC X(04).
                10 STB_ID PIC X(04).
                10 STB_NAME PIC X(10).
                10 STB_FILE PIC X(30).
*>店舗ファイルの指紋(照合で取り、集計が済んだら確定する)
                10 STB_FF_PRINT.
                    15 STB_FF_COUNT PIC 9(07).
                    15 STB_FF_AMOUNT PIC S9(13).
                    15 STB_FF_HASH PIC 9(09).
                10 STB_FF_READY PIC X(01).
*>処理中の店舗の小計(店舗ごとにクリアして積み上げる)
        01 WK_STORE_SUBTOTAL.
            05 WK_STORE_AMOUNT PIC 9(09).
            05 WK_STORE_CUSTOMER PIC 9(07).
        01 SW_STORE_MISSING PIC X(01).
        01 SW_STORE_EXCLUDED PIC X(01).
        01 SW_STORE_DUPLICATE PIC X(01).
*>FEED_FINGERPRINTへの受け渡しエリア
        01 WK_FF_AREA.
            05 WK_FF_MODE PIC X(01).
            05 WK_FF_FEED PIC X(08) VALUE "STORE".
            05 WK_FF_RESULT PIC X(01).
            05 WK_FF_MESSAGE PIC X(40).
        01 FILE_STATUS_IN_STATUS PIC XX.
*>事前検証で不合格("F")だった店舗IDの控え(最大20店舗)
        01 FAILED_TBL_MASTER.
        01 SALES_HISTORY_STATUS PIC XX.
        01 SALES_HISTORY_SW PIC X(01) VALUE "N".
            88 SALES_HISTORY_OPENED VALUE "Y".
        01 STORE_PRODUCT_SALES_STATUS PIC XX.
        01 STORE_PRODUCT_SALES_SW PIC X(01) VALUE "N".
            88 STORE_PRODUCT_SALES_OPENED VALUE "Y".
*>期間累計テーブル(店舗別+全社"COMP"。日計レコードの年月で月替わり/年替わりを判定する)
        01 PERIOD_TBL_MASTER.
            05 PERIOD_TBL_SIZE PIC 9(02) VALUE ZERO.
                10 PER_MTD_CUSTOMER PIC 9(09).
                10 PER_YTD_AMOUNT PIC 9(11).
                10 PER_YTD_CUSTOMER PIC 9(09).
*>期間累計の転記作業エリア(日計1件分のID/会計年度/期間/金額/客数)
        01 WK_POST_AREA.
            05 WK_POST_ID PIC X(04).
            05 WK_POST_YEAR PIC 9(04).
                INDEXED BY CLOSED_IDX.
                10 CLS_PERIOD PIC 9(06).
        01 SW_PERIOD_CLOSED PIC X(01).
*>売上日付の会計期間(締め済みの判定と期間累計の年・期間に使う)
        01 WK_FC_MODE PIC X(01) VALUE "D".
        01 WK_SREC_DATE PIC 9(08).
        01 WK_SREC_FISCAL_AREA.
            05 WK_SREC_PERIOD PIC 9(06).
            05 WK_SREC_PARTS REDEFINES WK_SREC_PERIOD.
                10 WK_SREC_YEAR PIC 9(04).
                10 WK_SREC_PP PIC 9(02).
            05 WK_SREC_WEEK PIC 9(02).
            05 WK_SREC_START PIC 9(08).
            05 WK_SREC_END PIC 9(08).
            05 WK_SREC_FOUND PIC X(01).
        01 WK_HELD_CNT PIC 9(05) VALUE ZERO.
*>返品集計テーブル(店舗別と商品別。"R"レコードを積み上げる)
        01 RETSTORE_TBL_MASTER.
            05 PIC X(01) VALUE SPACE.
            05 SUB_FLAG PIC X(12).
            05 PIC X(14) VALUE SPACE.
*>(注)SUB_FLAGは**MISSING**/**EXCLUDED**/**DUP FEED**の12桁を収める
        01 COMPANY_TOTAL_LINE.
            05 PIC X(07) VALUE "SUMMARY".
            05 TOTAL_AMOUNT PIC 9(09).
    *>2-0.店舗1件分の処理(オープン→全件積み上げ→店舗小計行の出力)
    ROLL_ONE_STORE_RTN SECTION.
        MOVE ZERO TO WK_STORE_AMOUNT WK_STORE_CUSTOMER.
        MOVE SPACE TO SW_STORE_MISSING SW_STORE_EXCLUDED
            SW_STORE_DUPLICATE STB_FF_READY(STORE_IDX).
*>事前検証で不合格だった店舗は読まずに除外として報告する
        PERFORM CHECK_EXCLUDED_RTN.
        IF SW_STORE_EXCLUDED = "1"
                GO TO ROLL_ONE_STORE_REPORT
        END-IF.
        MOVE STB_FILE(STORE_IDX) TO WK_STORE_FILE_NAME.
*>集計済みと同じ内容のファイルは積み上げない(二重集計の防止)
        MOVE "C" TO WK_FF_MODE.
        CALL "FEED_FINGERPRINT" USING WK_FF_MODE WK_FF_FEED
            WK_STORE_FILE_NAME STB_FF_PRINT(STORE_IDX) WK_FF_RESULT
            WK_FF_MESSAGE.
        IF WK_FF_RESULT = "D"
            THEN
                MOVE "1" TO SW_STORE_DUPLICATE
                DISPLAY "STORE FILE DUPLICATE: " STB_ID(STORE_IDX)
                    " " WK_FF_MESSAGE
                GO TO ROLL_ONE_STORE_REPORT
        END-IF.
        OPEN INPUT STORE_SALES_FILE.
        IF STORE_SALES_STATUS NOT = "00"
            THEN
                    END-READ
                END-PERFORM
                CLOSE STORE_SALES_FILE
                MOVE "1" TO STB_FF_READY(STORE_IDX)
        END-IF.
    ROLL_ONE_STORE_REPORT.
        MOVE STB_ID(STORE_IDX) TO SUB_STORE_ID.
        EVALUATE TRUE
            WHEN SW_STORE_EXCLUDED = "1"
                MOVE "**EXCLUDED**" TO SUB_FLAG
            WHEN SW_STORE_DUPLICATE = "1"
                MOVE "**DUP FEED**" TO SUB_FLAG
            WHEN SW_STORE_MISSING = "1"
                MOVE "**MISSING**" TO SUB_FLAG
            WHEN OTHER
*>日次売上履歴への追記と、店舗別・全社の期間累計(MTD/YTD)への転記
                PERFORM WRITE_HISTORY_RTN
                MOVE SREC_STORE TO WK_POST_ID
                MOVE WK_SREC_YEAR TO WK_POST_YEAR
                MOVE WK_SREC_PP TO WK_POST_MONTH
                MOVE SREC_SALES_AMOUNT TO WK_POST_AMOUNT
                MOVE SREC_CUSTOMER_COUNT TO WK_POST_CUSTOMER
                PERFORM POST_PERIOD_RTN
                PERFORM POST_PERIOD_RTN
            WHEN "D"
                PERFORM ROLL_PRODUCT_RTN
                PERFORM WRITE_PRODUCT_HISTORY_RTN
            WHEN "R"
*>返品明細(商品別集計と期間累計から差し引き、返品集計へ積む)
                PERFORM APPLY_RETURN_RTN
                PERFORM WRITE_PRODUCT_HISTORY_RTN
            WHEN OTHER
                DISPLAY "UNKNOWN RECORD TYPE SKIPPED: "
                    STORE_SALES_WORK
        END-EVALUATE.
    ROLL_ONE_RECORD_EXIT.
    *>2-1-0.期間の締め済み判定(レコードの日付の会計期間で判定する)
    CHECK_PERIOD_RTN SECTION.
        MOVE SPACE TO SW_PERIOD_CLOSED.
        MOVE SREC_DATE TO WK_SREC_DATE.
        CALL "FISCAL_CALENDAR" USING WK_FC_MODE WK_SREC_DATE
            WK_SREC_FISCAL_AREA.
        IF CLOSED_TBL_SIZE = ZERO
            THEN
                GO TO CHECK_PERIOD_EXIT
        SEARCH CLOSED_TBL
            AT END
                CONTINUE
            WHEN CLS_PERIOD(CLOSED_IDX) = WK_SREC_PERIOD
                MOVE "1" TO SW_PERIOD_CLOSED
        END-SEARCH.
    CHECK_PERIOD_EXIT.
        END-SEARCH.
*>期間累計(店舗と全社)からの差し引き
        MOVE SREC_STORE TO WK_POST_ID.
        MOVE WK_SREC_YEAR TO WK_POST_YEAR.
        MOVE WK_SREC_PP TO WK_POST_MONTH.
        MOVE SREC_AMOUNT TO WK_POST_AMOUNT.
        MOVE ZERO TO WK_POST_CUSTOMER.
        PERFORM SUBTRACT_PERIOD_RTN.
            THEN
                CLOSE SALES_HISTORY_FILE
        END-IF.
        IF STORE_PRODUCT_SALES_OPENED
            THEN
                CLOSE STORE_PRODUCT_SALES_FILE
        END-IF.
        IF HELD_TRANS_OPENED
            THEN
                CLOSE HELD_TRANS_FILE
                DISPLAY "RECORDS HELD (CLOSED PERIOD): " WK_HELD_CNT
        END-IF.
        CLOSE SUMMARY_FILE.
*>集計した店舗ファイルを取り込み済みとして指紋台帳へ確定する
        MOVE "A" TO WK_FF_MODE.
        PERFORM VARYING STORE_IDX FROM 1 BY 1
                UNTIL STORE_IDX > STORE_TBL_SIZE
            IF STB_FF_READY(STORE_IDX) = "1"
                THEN
                    MOVE STB_FILE(STORE_IDX) TO WK_STORE_FILE_NAME
                    CALL "FEED_FINGERPRINT" USING WK_FF_MODE WK_FF_FEED
                        WK_STORE_FILE_NAME STB_FF_PRINT(STORE_IDX)
                        WK_FF_RESULT WK_FF_MESSAGE
            END-IF
        END-PERFORM.
    END_EXIT.
    *>3-3.日次売上履歴への1件追記(店舗/日付/売上金額/客数)
    WRITE_HISTORY_RTN SECTION.
        MOVE SREC_CUSTOMER_COUNT TO SH_CUSTOMER.
        WRITE SALES_HISTORY_RECORD.
    WRITE_HISTORY_EXIT.
    *>3-3-1.商品別売上履歴への1件追記(店舗/日付/種別"D""R"/商品コード/数量/金額)
    WRITE_PRODUCT_HISTORY_RTN SECTION.
        IF NOT STORE_PRODUCT_SALES_OPENED
            THEN
                OPEN EXTEND STORE_PRODUCT_SALES_FILE
                IF STORE_PRODUCT_SALES_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT STORE_PRODUCT_SALES_FILE
                END-IF
                SET STORE_PRODUCT_SALES_OPENED TO TRUE
        END-IF.
        MOVE SPACE TO STORE_PRODUCT_SALES_RECORD.
        MOVE SREC_STORE TO SPS_STORE.
        MOVE SREC_DATE TO SPS_DATE.
        MOVE SREC_TYPE TO SPS_TYPE.
        MOVE SREC_PRODUCT TO SPS_PRODUCT.
        MOVE SREC_QTY TO SPS_QTY.
        MOVE SREC_AMOUNT TO SPS_AMOUNT.
        WRITE STORE_PRODUCT_SALES_RECORD.
    WRITE_PRODUCT_HISTORY_EXIT.
    *>3-4.期間累計1件分の転記(年替わりでYTD、月替わりでMTDをリセットして加算する)
    POST_PERIOD_RTN SECTION.
        SET PER_IDX TO 1.
*>有効フラグが"A"以外の店舗(閉店等)は集計対象外となる
*>締め済み期間(PeriodStatus.txtの"C")の日付を持つレコードは計上されず、
*>HeldTransactions.txtへ出所"ROLLUP"つきで退避される
*>StoreProductSales.txtの1行 = 店舗(4) 日付(8) 種別(1:D=売上 R=返品) 商品コード(5)
*>数量(5) 金額(7)(締め済み期間で保留へ回したレコードは書かない)
