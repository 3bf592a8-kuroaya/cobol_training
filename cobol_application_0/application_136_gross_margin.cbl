*>月次粗利分析 当月(業務日付の年月)の売上を標準原価(StandardCost.txt)で
*>評価し、売上・売上原価・粗利額・粗利率を商品別・店舗別・得意先別に出す
*>(売上は分かっても、どの商品・どの得意先で利益が出ているか誰も言えなかった)
*>  店舗の売上 = 商品別売上履歴(StoreProductSales.txt:APPLICATION_33_ROLLUPが
*>              店舗の"D"明細を追記する)。返品"R"は数量・金額・原価とも差し引く
*>  卸の売上   = 請求登録簿(InvoiceRegister.txt)の明細の税抜金額
*>              当月発行の赤伝(CreditMemos.txt)は金額を差し引き、返品(R)で
*>              在庫へ戻したものは原価も差し引く(値引Pは金額だけ)
*>  売上原価   = 数量 × 標準原価の単位原価(標準原価の無い品番は0円とし警告する)
*>原価割れ(粗利がマイナス)の商品と、粗利率がMarginParm.txtの下限(無ければ10%)
*>を下回る商品は、帳票の先頭に一覧で示す
*>帳票(GrossMargin.txt)はスプール台帳へ登録する
*>月1回、月末の請求処理と売上集計の後に実行する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_136_GROSS_MARGIN.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL STORE_PRODUCT_SALES_FILE
            ASSIGN TO "StoreProductSales.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STORE_PRODUCT_SALES_STATUS.
        SELECT OPTIONAL INVOICE_REGISTER_FILE
            ASSIGN TO "InvoiceRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INVOICE_REGISTER_STATUS.
        SELECT OPTIONAL CREDIT_MEMO_FILE
            ASSIGN TO "CreditMemos.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CREDIT_MEMO_STATUS.
        SELECT STANDARD_COST_FILE
            ASSIGN TO "StandardCost.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STANDARD_COST_STATUS.
        SELECT MARGIN_PARM_FILE
            ASSIGN TO "MarginParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MARGIN_PARM_STATUS.
        SELECT PRODUCT_MASTER_FILE
            ASSIGN TO "ProductMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCT_MASTER_STATUS.
        SELECT STORE_MASTER_FILE
            ASSIGN TO "StoreMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STORE_MASTER_STATUS.
        SELECT CUSTOMER_MASTER_FILE
            ASSIGN TO "CustomerMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER_MASTER_STATUS.
        SELECT PRINT_FILE ASSIGN TO "GrossMargin.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD STORE_PRODUCT_SALES_FILE.
        01 STORE_PRODUCT_SALES_RECORD.
            05 SPS_STORE PIC X(04).
            05 FILLER PIC X(01).
            05 SPS_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 SPS_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 SPS_PRODUCT PIC 9(05).
            05 FILLER PIC X(01).
            05 SPS_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 SPS_AMOUNT PIC 9(07).
        FD INVOICE_REGISTER_FILE.
        01 INVOICE_REGISTER_RECORD.
            05 IVR_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 IVR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 IVR_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 IVR_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 IVR_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 IVR_AMOUNT PIC 9(09).
            05 FILLER PIC X(60).
        FD CREDIT_MEMO_FILE.
        01 CREDIT_MEMO_RECORD.
            05 CMR_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 CMR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 CMR_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 CMR_INVOICE PIC 9(06).
            05 FILLER PIC X(01).
            05 CMR_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 CMR_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 CMR_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 CMR_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 CMR_NET PIC 9(09).
            05 FILLER PIC X(01).
            05 CMR_TAX_CLASS PIC X(01).
            05 FILLER PIC X(01).
            05 CMR_TAX_RATE PIC 9(02).
            05 FILLER PIC X(01).
            05 CMR_RESTOCK PIC X(01).
            05 FILLER PIC X(80).
        FD STANDARD_COST_FILE.
        01 STANDARD_COST_RECORD.
            05 SC_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 SC_UNIT_COST PIC 9(07).
        FD MARGIN_PARM_FILE.
        01 MARGIN_PARM_RECORD.
            05 MGP_FLOOR_PCT PIC X(02).
        FD PRODUCT_MASTER_FILE.
        01 PRODUCT_MASTER_RECORD.
            05 PM_HINBAN PIC 9(05).
            05 PM_HINMEI PIC X(10).
            05 PM_STATUS PIC X(01).
        FD STORE_MASTER_FILE.
        01 STORE_MASTER_RECORD.
            05 STM_ID PIC X(04).
            05 STM_NAME PIC X(10).
            05 STM_FILE PIC X(30).
            05 STM_ACTIVE PIC X(01).
        FD CUSTOMER_MASTER_FILE.
        01 CUSTOMER_MASTER_RECORD.
            05 CU_CODE PIC X(05).
            05 CU_NAME PIC X(10).
            05 CU_TERMS PIC 9(02).
            05 CU_CREDIT_LIMIT PIC 9(07).
            05 CU_STATUS PIC X(01).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 STORE_PRODUCT_SALES_STATUS PIC XX.
        01 INVOICE_REGISTER_STATUS PIC XX.
        01 CREDIT_MEMO_STATUS PIC XX.
        01 STANDARD_COST_STATUS PIC XX.
        01 MARGIN_PARM_STATUS PIC XX.
        01 PRODUCT_MASTER_STATUS PIC XX.
        01 STORE_MASTER_STATUS PIC XX.
        01 CUSTOMER_MASTER_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_PERIOD PIC X(06).
*>粗利率の下限(%。MarginParm.txtで変更できる)
        01 WK_FLOOR_PCT PIC 9(02) VALUE 10.
*>標準原価テーブル
        01 COST_TBL_MASTER.
            05 COST_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 COST_TBL OCCURS 0 TO 999
                DEPENDING ON COST_TBL_SIZE
                INDEXED BY COST_IDX.
                10 CST_HINBAN PIC 9(05).
                10 CST_UNIT_COST PIC 9(07).
*>品名テーブル
        01 NAME_TBL_MASTER.
            05 NAME_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 NAME_TBL OCCURS 0 TO 999
                DEPENDING ON NAME_TBL_SIZE
                INDEXED BY NAME_IDX.
                10 NMT_HINBAN PIC 9(05).
                10 NMT_HINMEI PIC X(10).
*>商品別集計(店舗と卸の合算)
        01 PMG_TBL_MASTER.
            05 PMG_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PMG_TBL OCCURS 0 TO 999
                DEPENDING ON PMG_TBL_SIZE
                INDEXED BY PMG_IDX.
                10 PMG_HINBAN PIC 9(05).
                10 PMG_QTY PIC S9(09).
                10 PMG_REVENUE PIC S9(11).
                10 PMG_COST PIC S9(11).
*>店舗別集計(店舗名は店舗マスタから。マスタに無い店舗も集計する)
        01 SMG_TBL_MASTER.
            05 SMG_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 SMG_TBL OCCURS 0 TO 50
                DEPENDING ON SMG_TBL_SIZE
                INDEXED BY SMG_IDX.
                10 SMG_STORE PIC X(04).
                10 SMG_NAME PIC X(10).
                10 SMG_QTY PIC S9(09).
                10 SMG_REVENUE PIC S9(11).
                10 SMG_COST PIC S9(11).
*>得意先別集計(得意先名は得意先マスタから)
        01 CMG_TBL_MASTER.
            05 CMG_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 CMG_TBL OCCURS 0 TO 500
                DEPENDING ON CMG_TBL_SIZE
                INDEXED BY CMG_IDX.
                10 CMG_CUSTOMER PIC X(05).
                10 CMG_NAME PIC X(10).
                10 CMG_QTY PIC S9(09).
                10 CMG_REVENUE PIC S9(11).
                10 CMG_COST PIC S9(11).
*>売上1件分の計上ワーク(数量・金額・原価は返品・赤伝でマイナス)
        01 WK_ACC_AREA.
            05 WK_ACC_CHANNEL PIC X(01).
                88 WK_ACC_STORE VALUE "S".
                88 WK_ACC_WHOLESALE VALUE "W".
            05 WK_ACC_KEY PIC X(05).
            05 WK_ACC_HINBAN PIC 9(05).
            05 WK_ACC_QTY PIC S9(07).
            05 WK_ACC_REVENUE PIC S9(11).
            05 WK_ACC_COST_QTY PIC S9(07).
            05 WK_ACC_COST PIC S9(11).
*>帳票1行分の編集ワーク
        01 WK_LINE_AREA.
            05 WK_LINE_QTY PIC S9(09).
            05 WK_LINE_REVENUE PIC S9(11).
            05 WK_LINE_COST PIC S9(11).
            05 WK_LINE_MARGIN PIC S9(11).
            05 WK_LINE_PCT PIC S9(05)V9.
        01 SW_PCT_VALID PIC X(01).
*>店舗・卸・全社の合計
        01 WK_STORE_QTY PIC S9(09) VALUE ZERO.
        01 WK_STORE_REVENUE PIC S9(11) VALUE ZERO.
        01 WK_STORE_COST PIC S9(11) VALUE ZERO.
        01 WK_WHOLE_QTY PIC S9(09) VALUE ZERO.
        01 WK_WHOLE_REVENUE PIC S9(11) VALUE ZERO.
        01 WK_WHOLE_COST PIC S9(11) VALUE ZERO.
        01 WK_STORE_LINE_CNT PIC 9(07) VALUE ZERO.
        01 WK_INVOICE_LINE_CNT PIC 9(07) VALUE ZERO.
        01 WK_CM_LINE_CNT PIC 9(07) VALUE ZERO.
        01 WK_NO_COST_CNT PIC 9(05) VALUE ZERO.
        01 WK_SKIP_CNT PIC 9(05) VALUE ZERO.
        01 WK_EXCEPTION_CNT PIC 9(05) VALUE ZERO.
        01 WK_MISSING_CNT PIC 9(01) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "GrossMargin.txt".
*>帳票行(見出し/項目名/明細/区分見出し)
        01 GMG_HEADER_LINE.
            05 PIC X(30) VALUE "*** GROSS MARGIN REPORT ***".
            05 PIC X(08) VALUE "PERIOD: ".
            05 HDR_PERIOD PIC X(06).
            05 PIC X(02) VALUE SPACE.
            05 PIC X(10) VALUE "RUN DATE: ".
            05 HDR_TODAY PIC 9(08).
            05 PIC X(02) VALUE SPACE.
            05 PIC X(07) VALUE "FLOOR: ".
            05 HDR_FLOOR PIC Z9.
            05 PIC X(01) VALUE "%".
            05 PIC X(04) VALUE SPACE.
        01 GMG_COLUMN_LINE.
            05 PIC X(40) VALUE
                "CODE  NAME           QTY     REVENUE    ".
            05 PIC X(40) VALUE
                "    COST      MARGIN MARGIN% FLAG".
        01 GMG_DETAIL_LINE.
            05 DET_CODE PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 DET_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 DET_QTY PIC -(6)9.
            05 PIC X(01) VALUE SPACE.
            05 DET_REVENUE PIC -(10)9.
            05 PIC X(01) VALUE SPACE.
            05 DET_COST PIC -(10)9.
            05 PIC X(01) VALUE SPACE.
            05 DET_MARGIN PIC -(10)9.
            05 PIC X(01) VALUE SPACE.
            05 DET_PCT PIC -(4)9.9.
            05 DET_PCT_X REDEFINES DET_PCT PIC X(07).
            05 PIC X(01) VALUE SPACE.
            05 DET_FLAG PIC X(11).
        01 GMG_SECTION_LINE.
            05 SEC_TITLE PIC X(80).
        01 GMG_NONE_LINE.
            05 PIC X(80) VALUE "  NONE".
        01 GMG_NOTE_LINE.
            05 PIC X(30) VALUE "PRODUCTS WITHOUT STANDARD COST".
            05 PIC X(14) VALUE " (COST AT 0): ".
            05 NOTE_NO_COST PIC ZZZZ9.
            05 PIC X(31) VALUE SPACE.
PROCEDURE DIVISION.
    GROSS_MARGIN_RTN SECTION.
    *>初期処理(対象月の決定、パラメータ・原価・名称の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        MOVE WK_TODAY(1:6) TO WK_PERIOD.
        PERFORM PARM-RTN.
        PERFORM LOAD-COST-RTN.
        PERFORM LOAD-PRODUCT-RTN.
    *>主処理(店舗の商品別売上・請求・赤伝の当月分を計上する)
        OPEN INPUT STORE_PRODUCT_SALES_FILE.
        IF STORE_PRODUCT_SALES_STATUS NOT = "00"
            THEN
                DISPLAY "STORE PRODUCT SALES FILE NOT FOUND."
                ADD 1 TO WK_MISSING_CNT
        END-IF.
        PERFORM UNTIL STORE_PRODUCT_SALES_STATUS NOT = "00"
            READ STORE_PRODUCT_SALES_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM STORE-LINE-RTN
            END-READ
        END-PERFORM.
        CLOSE STORE_PRODUCT_SALES_FILE.
        OPEN INPUT INVOICE_REGISTER_FILE.
        IF INVOICE_REGISTER_STATUS NOT = "00"
            THEN
                DISPLAY "INVOICE REGISTER NOT FOUND."
                ADD 1 TO WK_MISSING_CNT
        END-IF.
        PERFORM UNTIL INVOICE_REGISTER_STATUS NOT = "00"
            READ INVOICE_REGISTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM INVOICE-LINE-RTN
            END-READ
        END-PERFORM.
        CLOSE INVOICE_REGISTER_FILE.
        IF WK_MISSING_CNT = 2
            THEN
                DISPLAY "NO SALES INPUT. GROSS MARGIN NOT PRODUCED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN INPUT CREDIT_MEMO_FILE.
        PERFORM UNTIL CREDIT_MEMO_STATUS NOT = "00"
            READ CREDIT_MEMO_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM CREDIT-LINE-RTN
            END-READ
        END-PERFORM.
        CLOSE CREDIT_MEMO_FILE.
    *>終了処理(粗利分析表の出力とスプール台帳への登録)
        PERFORM WRITE-REPORT-RTN.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "GROSS MARGIN END. PERIOD:" WK_PERIOD
            " STORE LINES:" WK_STORE_LINE_CNT
            " INVOICE LINES:" WK_INVOICE_LINE_CNT
            " CREDIT MEMO LINES:" WK_CM_LINE_CNT.
        DISPLAY "PRODUCTS FLAGGED:" WK_EXCEPTION_CNT
            " NO STANDARD COST:" WK_NO_COST_CNT
            " SKIPPED:" WK_SKIP_CNT.
        IF WK_NO_COST_CNT > ZERO OR WK_SKIP_CNT > ZERO
                OR WK_MISSING_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    GROSS_MARGIN_EXIT.
    *>0.粗利率の下限パラメータの読み込み(無ければ10%)
    PARM-RTN SECTION.
        OPEN INPUT MARGIN_PARM_FILE.
        IF MARGIN_PARM_STATUS = "00"
            THEN
                READ MARGIN_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF MGP_FLOOR_PCT IS NUMERIC
                            THEN
                                MOVE MGP_FLOOR_PCT TO WK_FLOOR_PCT
                            ELSE
                                DISPLAY "INVALID MARGIN FLOOR: "
                                    MGP_FLOOR_PCT ". 10% USED."
                        END-IF
                END-READ
                CLOSE MARGIN_PARM_FILE
        END-IF.
    PARM-EXIT.
    *>1.店舗の商品別売上1件の計上(当月分のみ。"R"はマイナス)
    STORE-LINE-RTN SECTION.
        IF SPS_DATE(1:6) NOT = WK_PERIOD
            THEN
                GO TO STORE-LINE-EXIT
        END-IF.
        IF SPS_PRODUCT IS NOT NUMERIC OR SPS_QTY IS NOT NUMERIC
                OR SPS_AMOUNT IS NOT NUMERIC
                OR (SPS_TYPE NOT = "D" AND SPS_TYPE NOT = "R")
            THEN
                DISPLAY "INVALID STORE PRODUCT SALES LINE: "
                    STORE_PRODUCT_SALES_RECORD
                ADD 1 TO WK_SKIP_CNT
                GO TO STORE-LINE-EXIT
        END-IF.
        MOVE "S" TO WK_ACC_CHANNEL.
        MOVE SPS_STORE TO WK_ACC_KEY.
        MOVE SPS_PRODUCT TO WK_ACC_HINBAN.
        IF SPS_TYPE = "R"
            THEN
                COMPUTE WK_ACC_QTY = ZERO - SPS_QTY
                COMPUTE WK_ACC_REVENUE = ZERO - SPS_AMOUNT
            ELSE
                MOVE SPS_QTY TO WK_ACC_QTY
                MOVE SPS_AMOUNT TO WK_ACC_REVENUE
        END-IF.
        MOVE WK_ACC_QTY TO WK_ACC_COST_QTY.
        PERFORM ACCUMULATE-RTN.
        ADD 1 TO WK_STORE_LINE_CNT.
    STORE-LINE-EXIT.
    *>2.請求明細1件の計上(当月の請求日のみ。金額は税抜)
    INVOICE-LINE-RTN SECTION.
        IF IVR_DATE IS NOT NUMERIC
                OR IVR_DATE(1:6) NOT = WK_PERIOD
            THEN
                GO TO INVOICE-LINE-EXIT
        END-IF.
        IF IVR_HINBAN IS NOT NUMERIC OR IVR_QTY IS NOT NUMERIC
                OR IVR_AMOUNT IS NOT NUMERIC
            THEN
                DISPLAY "INVALID INVOICE LINE: " IVR_NO
                ADD 1 TO WK_SKIP_CNT
                GO TO INVOICE-LINE-EXIT
        END-IF.
        MOVE "W" TO WK_ACC_CHANNEL.
        MOVE IVR_CUSTOMER TO WK_ACC_KEY.
        MOVE IVR_HINBAN TO WK_ACC_HINBAN.
        MOVE IVR_QTY TO WK_ACC_QTY WK_ACC_COST_QTY.
        MOVE IVR_AMOUNT TO WK_ACC_REVENUE.
        PERFORM ACCUMULATE-RTN.
        ADD 1 TO WK_INVOICE_LINE_CNT.
    INVOICE-LINE-EXIT.
    *>3.赤伝明細1件の計上(当月の発行日のみ。売上から差し引く。
    *>原価を戻すのは在庫へ戻した返品だけ)
    CREDIT-LINE-RTN SECTION.
        IF CMR_DATE IS NOT NUMERIC
                OR CMR_DATE(1:6) NOT = WK_PERIOD
            THEN
                GO TO CREDIT-LINE-EXIT
        END-IF.
        IF CMR_HINBAN IS NOT NUMERIC OR CMR_QTY IS NOT NUMERIC
                OR CMR_NET IS NOT NUMERIC
            THEN
                DISPLAY "INVALID CREDIT MEMO LINE: " CMR_NO
                ADD 1 TO WK_SKIP_CNT
                GO TO CREDIT-LINE-EXIT
        END-IF.
        MOVE "W" TO WK_ACC_CHANNEL.
        MOVE CMR_CUSTOMER TO WK_ACC_KEY.
        MOVE CMR_HINBAN TO WK_ACC_HINBAN.
        COMPUTE WK_ACC_REVENUE = ZERO - CMR_NET.
        MOVE ZERO TO WK_ACC_QTY WK_ACC_COST_QTY.
        IF CMR_TYPE = "R"
            THEN
                COMPUTE WK_ACC_QTY = ZERO - CMR_QTY
                IF CMR_RESTOCK = "Y"
                    THEN
                        MOVE WK_ACC_QTY TO WK_ACC_COST_QTY
                END-IF
        END-IF.
        PERFORM ACCUMULATE-RTN.
        ADD 1 TO WK_CM_LINE_CNT.
    CREDIT-LINE-EXIT.
    *>4.計上(原価を求め、商品別と店舗別または得意先別、区分合計へ積む)
    ACCUMULATE-RTN SECTION.
        MOVE ZERO TO WK_ACC_COST.
        IF WK_ACC_COST_QTY NOT = ZERO
            THEN
                SET COST_IDX TO 1
                SEARCH COST_TBL
                    AT END
                        DISPLAY "NO STANDARD COST FOR " WK_ACC_HINBAN
                            ". COSTED AT 0."
                        ADD 1 TO WK_NO_COST_CNT
                    WHEN CST_HINBAN(COST_IDX) = WK_ACC_HINBAN
                        COMPUTE WK_ACC_COST =
                            WK_ACC_COST_QTY * CST_UNIT_COST(COST_IDX)
                END-SEARCH
        END-IF.
*>商品別
        SET PMG_IDX TO 1.
        SEARCH PMG_TBL
            AT END
                IF PMG_TBL_SIZE >= 999
                    THEN
                        DISPLAY "PRODUCT TABLE FULL. LINE SKIPPED: "
                            WK_ACC_HINBAN
                        ADD 1 TO WK_SKIP_CNT
                        GO TO ACCUMULATE-EXIT
                END-IF
                ADD 1 TO PMG_TBL_SIZE
                SET PMG_IDX TO PMG_TBL_SIZE
                MOVE WK_ACC_HINBAN TO PMG_HINBAN(PMG_IDX)
                MOVE ZERO TO PMG_QTY(PMG_IDX) PMG_REVENUE(PMG_IDX)
                    PMG_COST(PMG_IDX)
            WHEN PMG_HINBAN(PMG_IDX) = WK_ACC_HINBAN
                CONTINUE
        END-SEARCH.
        ADD WK_ACC_QTY TO PMG_QTY(PMG_IDX).
        ADD WK_ACC_REVENUE TO PMG_REVENUE(PMG_IDX).
        ADD WK_ACC_COST TO PMG_COST(PMG_IDX).
        IF WK_ACC_STORE
            THEN
                PERFORM ACCUMULATE-STORE-RTN
                ADD WK_ACC_QTY TO WK_STORE_QTY
                ADD WK_ACC_REVENUE TO WK_STORE_REVENUE
                ADD WK_ACC_COST TO WK_STORE_COST
            ELSE
                PERFORM ACCUMULATE-CUSTOMER-RTN
                ADD WK_ACC_QTY TO WK_WHOLE_QTY
                ADD WK_ACC_REVENUE TO WK_WHOLE_REVENUE
                ADD WK_ACC_COST TO WK_WHOLE_COST
        END-IF.
    ACCUMULATE-EXIT.
    *>4-1.店舗別への計上(店舗マスタに無い店舗は名称*UNKNOWN*で追加する)
    ACCUMULATE-STORE-RTN SECTION.
        SET SMG_IDX TO 1.
        SEARCH SMG_TBL
            AT END
                IF SMG_TBL_SIZE >= 50
                    THEN
                        DISPLAY "STORE TABLE FULL. STORE NOT SHOWN: "
                            WK_ACC_KEY
                        ADD 1 TO WK_SKIP_CNT
                        GO TO ACCUMULATE-STORE-EXIT
                END-IF
                ADD 1 TO SMG_TBL_SIZE
                SET SMG_IDX TO SMG_TBL_SIZE
                MOVE WK_ACC_KEY TO SMG_STORE(SMG_IDX)
                MOVE "*UNKNOWN*" TO SMG_NAME(SMG_IDX)
                MOVE ZERO TO SMG_QTY(SMG_IDX) SMG_REVENUE(SMG_IDX)
                    SMG_COST(SMG_IDX)
            WHEN SMG_STORE(SMG_IDX) = WK_ACC_KEY
                CONTINUE
        END-SEARCH.
        ADD WK_ACC_QTY TO SMG_QTY(SMG_IDX).
        ADD WK_ACC_REVENUE TO SMG_REVENUE(SMG_IDX).
        ADD WK_ACC_COST TO SMG_COST(SMG_IDX).
    ACCUMULATE-STORE-EXIT.
    *>4-2.得意先別への計上(得意先マスタに無い得意先は名称*UNKNOWN*で追加する)
    ACCUMULATE-CUSTOMER-RTN SECTION.
        SET CMG_IDX TO 1.
        SEARCH CMG_TBL
            AT END
                IF CMG_TBL_SIZE >= 500
                    THEN
                        DISPLAY "CUSTOMER TABLE FULL. CUSTOMER NOT SHOWN: "
                            WK_ACC_KEY
                        ADD 1 TO WK_SKIP_CNT
                        GO TO ACCUMULATE-CUSTOMER-EXIT
                END-IF
                ADD 1 TO CMG_TBL_SIZE
                SET CMG_IDX TO CMG_TBL_SIZE
                MOVE WK_ACC_KEY TO CMG_CUSTOMER(CMG_IDX)
                MOVE "*UNKNOWN*" TO CMG_NAME(CMG_IDX)
                MOVE ZERO TO CMG_QTY(CMG_IDX) CMG_REVENUE(CMG_IDX)
                    CMG_COST(CMG_IDX)
            WHEN CMG_CUSTOMER(CMG_IDX) = WK_ACC_KEY
                CONTINUE
        END-SEARCH.
        ADD WK_ACC_QTY TO CMG_QTY(CMG_IDX).
        ADD WK_ACC_REVENUE TO CMG_REVENUE(CMG_IDX).
        ADD WK_ACC_COST TO CMG_COST(CMG_IDX).
    ACCUMULATE-CUSTOMER-EXIT.
    *>5.粗利分析表の出力(原価割れ・下限割れ商品の一覧→商品別→店舗別→得意先別)
    WRITE-REPORT-RTN SECTION.
        PERFORM RESOLVE-NAME-RTN.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_PERIOD TO HDR_PERIOD.
        MOVE WK_TODAY TO HDR_TODAY.
        MOVE WK_FLOOR_PCT TO HDR_FLOOR.
        WRITE PRINT_RECORD FROM GMG_HEADER_LINE AFTER PAGE.
*>原価割れ・下限割れの商品を先頭にまとめる
        MOVE "PRODUCTS BELOW COST OR BELOW MARGIN FLOOR" TO SEC_TITLE.
        WRITE PRINT_RECORD FROM GMG_SECTION_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM GMG_COLUMN_LINE AFTER 1 LINE.
        PERFORM VARYING PMG_IDX FROM 1 BY 1
                UNTIL PMG_IDX > PMG_TBL_SIZE
            PERFORM SET-PRODUCT-LINE-RTN
            IF DET_FLAG NOT = SPACE
                THEN
                    ADD 1 TO WK_EXCEPTION_CNT
                    WRITE PRINT_RECORD FROM GMG_DETAIL_LINE AFTER 1 LINE
            END-IF
        END-PERFORM.
        IF WK_EXCEPTION_CNT = ZERO
            THEN
                WRITE PRINT_RECORD FROM GMG_NONE_LINE AFTER 1 LINE
        END-IF.
*>商品別(店舗と卸の合算)と全社合計
        MOVE "BY PRODUCT (STORES AND WHOLESALE)" TO SEC_TITLE.
        WRITE PRINT_RECORD FROM GMG_SECTION_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM GMG_COLUMN_LINE AFTER 1 LINE.
        PERFORM VARYING PMG_IDX FROM 1 BY 1
                UNTIL PMG_IDX > PMG_TBL_SIZE
            PERFORM SET-PRODUCT-LINE-RTN
            WRITE PRINT_RECORD FROM GMG_DETAIL_LINE AFTER 1 LINE
        END-PERFORM.
        MOVE SPACE TO DET_CODE.
        MOVE "COMPANY" TO DET_NAME.
        COMPUTE WK_LINE_QTY = WK_STORE_QTY + WK_WHOLE_QTY.
        COMPUTE WK_LINE_REVENUE = WK_STORE_REVENUE + WK_WHOLE_REVENUE.
        COMPUTE WK_LINE_COST = WK_STORE_COST + WK_WHOLE_COST.
        PERFORM SET-AMOUNTS-RTN.
        WRITE PRINT_RECORD FROM GMG_DETAIL_LINE AFTER 2 LINE.
*>店舗別(返品差し引き後)と店舗合計
        MOVE "BY STORE (NET OF RETURNS)" TO SEC_TITLE.
        WRITE PRINT_RECORD FROM GMG_SECTION_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM GMG_COLUMN_LINE AFTER 1 LINE.
        PERFORM VARYING SMG_IDX FROM 1 BY 1
                UNTIL SMG_IDX > SMG_TBL_SIZE
            MOVE SMG_STORE(SMG_IDX) TO DET_CODE
            MOVE SMG_NAME(SMG_IDX) TO DET_NAME
            MOVE SMG_QTY(SMG_IDX) TO WK_LINE_QTY
            MOVE SMG_REVENUE(SMG_IDX) TO WK_LINE_REVENUE
            MOVE SMG_COST(SMG_IDX) TO WK_LINE_COST
            PERFORM SET-AMOUNTS-RTN
            WRITE PRINT_RECORD FROM GMG_DETAIL_LINE AFTER 1 LINE
        END-PERFORM.
        MOVE SPACE TO DET_CODE.
        MOVE "STORES" TO DET_NAME.
        MOVE WK_STORE_QTY TO WK_LINE_QTY.
        MOVE WK_STORE_REVENUE TO WK_LINE_REVENUE.
        MOVE WK_STORE_COST TO WK_LINE_COST.
        PERFORM SET-AMOUNTS-RTN.
        WRITE PRINT_RECORD FROM GMG_DETAIL_LINE AFTER 2 LINE.
*>得意先別(赤伝差し引き後)と卸合計
        MOVE "BY INVOICED CUSTOMER (NET OF CREDIT MEMOS)" TO SEC_TITLE.
        WRITE PRINT_RECORD FROM GMG_SECTION_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM GMG_COLUMN_LINE AFTER 1 LINE.
        PERFORM VARYING CMG_IDX FROM 1 BY 1
                UNTIL CMG_IDX > CMG_TBL_SIZE
            MOVE CMG_CUSTOMER(CMG_IDX) TO DET_CODE
            MOVE CMG_NAME(CMG_IDX) TO DET_NAME
            MOVE CMG_QTY(CMG_IDX) TO WK_LINE_QTY
            MOVE CMG_REVENUE(CMG_IDX) TO WK_LINE_REVENUE
            MOVE CMG_COST(CMG_IDX) TO WK_LINE_COST
            PERFORM SET-AMOUNTS-RTN
            WRITE PRINT_RECORD FROM GMG_DETAIL_LINE AFTER 1 LINE
        END-PERFORM.
        MOVE SPACE TO DET_CODE.
        MOVE "WHOLESALE" TO DET_NAME.
        MOVE WK_WHOLE_QTY TO WK_LINE_QTY.
        MOVE WK_WHOLE_REVENUE TO WK_LINE_REVENUE.
        MOVE WK_WHOLE_COST TO WK_LINE_COST.
        PERFORM SET-AMOUNTS-RTN.
        WRITE PRINT_RECORD FROM GMG_DETAIL_LINE AFTER 2 LINE.
        MOVE WK_NO_COST_CNT TO NOTE_NO_COST.
        WRITE PRINT_RECORD FROM GMG_NOTE_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
    WRITE-REPORT-EXIT.
    *>5-1.商品別1行の編集(品名を引き、原価割れ・下限割れの印を付ける)
    SET-PRODUCT-LINE-RTN SECTION.
        MOVE PMG_HINBAN(PMG_IDX) TO DET_CODE.
        MOVE "*UNKNOWN*" TO DET_NAME.
        SET NAME_IDX TO 1.
        SEARCH NAME_TBL
            AT END
                CONTINUE
            WHEN NMT_HINBAN(NAME_IDX) = PMG_HINBAN(PMG_IDX)
                MOVE NMT_HINMEI(NAME_IDX) TO DET_NAME
        END-SEARCH.
        MOVE PMG_QTY(PMG_IDX) TO WK_LINE_QTY.
        MOVE PMG_REVENUE(PMG_IDX) TO WK_LINE_REVENUE.
        MOVE PMG_COST(PMG_IDX) TO WK_LINE_COST.
        PERFORM SET-AMOUNTS-RTN.
    SET-PRODUCT-LINE-EXIT.
    *>5-2.金額欄の編集(粗利 = 売上 - 原価、粗利率 = 粗利 / 売上。
    *>売上が0以下の行は粗利率を空白にする)
    SET-AMOUNTS-RTN SECTION.
        COMPUTE WK_LINE_MARGIN = WK_LINE_REVENUE - WK_LINE_COST.
        MOVE WK_LINE_QTY TO DET_QTY.
        MOVE WK_LINE_REVENUE TO DET_REVENUE.
        MOVE WK_LINE_COST TO DET_COST.
        MOVE WK_LINE_MARGIN TO DET_MARGIN.
        MOVE SPACE TO DET_FLAG.
        MOVE "1" TO SW_PCT_VALID.
        IF WK_LINE_REVENUE > ZERO
            THEN
                COMPUTE WK_LINE_PCT ROUNDED =
                    WK_LINE_MARGIN * 100 / WK_LINE_REVENUE
                    ON SIZE ERROR
                        MOVE SPACE TO SW_PCT_VALID
                END-COMPUTE
            ELSE
                MOVE SPACE TO SW_PCT_VALID
        END-IF.
        IF SW_PCT_VALID = "1"
            THEN
                MOVE WK_LINE_PCT TO DET_PCT
            ELSE
                MOVE SPACE TO DET_PCT_X
        END-IF.
        EVALUATE TRUE
            WHEN WK_LINE_MARGIN < ZERO
                MOVE "BELOW COST" TO DET_FLAG
            WHEN SW_PCT_VALID = "1" AND WK_LINE_PCT < WK_FLOOR_PCT
                MOVE "BELOW FLOOR" TO DET_FLAG
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
    SET-AMOUNTS-EXIT.
    *>5-3.店舗名・得意先名の解決(マスタに無ければ*UNKNOWN*のまま)
    RESOLVE-NAME-RTN SECTION.
        OPEN INPUT STORE_MASTER_FILE.
        IF STORE_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL STORE_MASTER_STATUS NOT = "00"
                    READ STORE_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            SET SMG_IDX TO 1
                            SEARCH SMG_TBL
                                AT END
                                    CONTINUE
                                WHEN SMG_STORE(SMG_IDX) = STM_ID
                                    MOVE STM_NAME TO SMG_NAME(SMG_IDX)
                            END-SEARCH
                    END-READ
                END-PERFORM
                CLOSE STORE_MASTER_FILE
        END-IF.
        OPEN INPUT CUSTOMER_MASTER_FILE.
        IF CUSTOMER_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL CUSTOMER_MASTER_STATUS NOT = "00"
                    READ CUSTOMER_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            SET CMG_IDX TO 1
                            SEARCH CMG_TBL
                                AT END
                                    CONTINUE
                                WHEN CMG_CUSTOMER(CMG_IDX) = CU_CODE
                                    MOVE CU_NAME TO CMG_NAME(CMG_IDX)
                            END-SEARCH
                    END-READ
                END-PERFORM
                CLOSE CUSTOMER_MASTER_FILE
        END-IF.
    RESOLVE-NAME-EXIT.
    *>6.標準原価の読み込み(無ければ全品0円評価となり警告する)
    LOAD-COST-RTN SECTION.
        OPEN INPUT STANDARD_COST_FILE.
        IF STANDARD_COST_STATUS NOT = "00"
            THEN
                DISPLAY "STANDARD COST FILE NOT FOUND."
                GO TO LOAD-COST-EXIT
        END-IF.
        PERFORM UNTIL STANDARD_COST_STATUS NOT = "00"
            READ STANDARD_COST_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF COST_TBL_SIZE < 999
                            AND SC_HINBAN IS NUMERIC
                            AND SC_UNIT_COST IS NUMERIC
                        THEN
                            ADD 1 TO COST_TBL_SIZE
                            SET COST_IDX TO COST_TBL_SIZE
                            MOVE SC_HINBAN TO CST_HINBAN(COST_IDX)
                            MOVE SC_UNIT_COST TO CST_UNIT_COST(COST_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE STANDARD_COST_FILE.
    LOAD-COST-EXIT.
    *>7.品名の読み込み
    LOAD-PRODUCT-RTN SECTION.
        OPEN INPUT PRODUCT_MASTER_FILE.
        IF PRODUCT_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL PRODUCT_MASTER_STATUS NOT = "00"
                    READ PRODUCT_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF NAME_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO NAME_TBL_SIZE
                                    SET NAME_IDX TO NAME_TBL_SIZE
                                    MOVE PM_HINBAN TO NMT_HINBAN(NAME_IDX)
                                    MOVE PM_HINMEI TO NMT_HINMEI(NAME_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRODUCT_MASTER_FILE
        END-IF.
    LOAD-PRODUCT-EXIT.
*>StoreProductSales.txtの1行 = 店舗(4) 日付(8) 種別(1:D=売上 R=返品) 商品コード(5)
*>数量(5) 金額(7)(APPLICATION_33_ROLLUPが店舗売上ファイルの"D"/"R"から追記する)
*>InvoiceRegister.txtは先頭の請求番号(6) 請求日(8) 得意先(5) 品番(5) 数量(5)
*>金額(9)(税抜)だけを使う
*>CreditMemos.txtは赤伝番号(6) 発行日(8) 得意先(5) 請求番号(6) 種別(1:R=返品 P=値引)
*>品番(5) ロット(6) 数量(5) 税抜金額(9) 税区分(1) 税率(2) 在庫戻し(1:Y/N)までを使う
*>  在庫へ戻さない返品(廃棄)は数量だけ差し引き、原価は売上原価のまま残す
*>MarginParm.txtの1行 = 粗利率の下限(2)(%。例: 15)
*>GrossMargin.txt = 粗利分析表(見出し行は"***"で始まる)
*>原価は実行時点の標準原価で評価する(過去月を再実行すると原価が変わりうる)
