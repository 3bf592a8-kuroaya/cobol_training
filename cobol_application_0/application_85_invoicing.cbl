*>請求生成 ピッキング確認済みの受注(PickedOrders.txt:
*>APPLICATION_77_PICK_LISTが書く)から請求書を起こす
*>単価は受注日時点で共通サブルーチンPRICE_RESOLVEが決める
*>(得意先契約→数量割引→定価の順。価格取決めPriceAgreements.txtと
*>価格マスタPriceMaster.txt:品番/適用開始日/単価。受注入力と同じ決め方)
*>請求書の明細にはどの決め方で値付けしたか(CONTRACT/QTY BREAK/LIST)を印字する
*>請求番号はInvoiceControl.txt(最終採番)から連番で発行し、
*>請求登録簿(InvoiceRegister.txt)と売掛未消込台帳(ArOpenItems.txt)へ書く
*>取り込んだPickedOrders.txtは二重請求を防ぐため空にする
*>ピック時に割り付けたロット番号は請求登録簿の明細へそのまま載せる
*>(ロット回収時にどの得意先・請求へ出たかを追うため)
*>同じ受注番号のピック済み明細は1枚の請求書(請求番号1つ)にまとめ、
*>売掛未消込台帳へは請求書1枚につき合計金額で1行を書く
*>(受注番号の無い旧形式の明細は従来どおり1明細=1請求)
*>消費税は請求書1枚ごとに税率区分別に合計した税抜金額へ税率を掛けて計算する
*>(1円未満切り捨て。明細ごとには計算しない)
*>  品番の税区分はProductTaxClass.txt(無い品番は標準税率S)
*>  税率はTaxRate.txt(税区分ごとに適用開始日が請求日以前で最新の行)
*>  登録番号・請求者名はInvoiceParm.txt
*>売掛未消込台帳の金額と請求登録簿の請求合計は税込、税率区分別の税抜金額と
*>税額はInvoiceTax.txtへ書き、月次の売上税額集計(APPLICATION_129_OUTPUT_TAX)が
*>読む。得意先へ渡す適格請求書はCustomerInvoice.txt(請求書1枚=1ページ)へ出す
*>(宛先の得意先名と支払条件・支払期日は得意先マスタ、品名は商品マスタから引く)
*>請求するのは出荷(APPLICATION_172_SHIPPING)で納品書番号(出荷番号)が付いた明細だけ。
*>出荷番号の無い明細(まだ出荷場を出ていない)は請求せずにPickedOrders.txtへ残す
*>請求書の明細には納品書番号を印字する(得意先の受領印つき納品書と突き合わせるため)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_85_INVOICING.
ENVIRONMENT DIVISION.
            ASSIGN TO "PickedOrders.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PICKED_ORDER_STATUS.
        SELECT INVOICE_CONTROL_FILE
            ASSIGN TO "InvoiceControl.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            ASSIGN TO "ArOpenItems.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_OPEN_ITEMS_STATUS.
        SELECT PRODUCT_TAX_CLASS_FILE
            ASSIGN TO "ProductTaxClass.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCT_TAX_CLASS_STATUS.
        SELECT TAX_RATE_FILE
            ASSIGN TO "TaxRate.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TAX_RATE_STATUS.
        SELECT INVOICE_PARM_FILE
            ASSIGN TO "InvoiceParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INVOICE_PARM_STATUS.
        SELECT INVOICE_TAX_FILE
            ASSIGN TO "InvoiceTax.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INVOICE_TAX_STATUS.
        SELECT PRODUCT_MASTER_FILE
            ASSIGN TO "ProductMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCT_MASTER_STATUS.
        SELECT CUSTOMER_MASTER_FILE
            ASSIGN TO "CustomerMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER_MASTER_STATUS.
        SELECT PRINT_FILE ASSIGN TO "CustomerInvoice.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD PICKED_ORDER_FILE.
            05 PKO_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01).
            05 PKO_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 PKO_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 PKO_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 PKO_LINE_NO PIC 9(02).
            05 FILLER PIC X(01).
            05 PKO_SHIP_NO PIC 9(06).
        FD INVOICE_CONTROL_FILE.
        01 INVOICE_CONTROL_RECORD.
            05 IVC_LAST_NO PIC 9(06).
            05 IVR_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVR_AMOUNT PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVR_LOT PIC X(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVR_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVR_LINE_NO PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVR_TAX_CLASS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVR_TAX_RATE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVR_INV_TAX PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVR_INV_TOTAL PIC 9(09).
        FD AR_OPEN_ITEMS_FILE.
        01 AR_OPEN_ITEMS_RECORD.
            05 ARO_NO PIC 9(06).
            05 ARO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARO_AMOUNT PIC 9(09).
        FD PRODUCT_TAX_CLASS_FILE.
        01 PRODUCT_TAX_CLASS_RECORD.
            05 PTC_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 PTC_TAX_CLASS PIC X(01).
        FD TAX_RATE_FILE.
        01 TAX_RATE_RECORD.
            05 TXR_TAX_CLASS PIC X(01).
            05 FILLER PIC X(01).
            05 TXR_EFFECTIVE PIC 9(08).
            05 FILLER PIC X(01).
            05 TXR_RATE PIC 9(02).
        FD INVOICE_PARM_FILE.
        01 INVOICE_PARM_RECORD.
            05 IVP_REG_NO PIC X(14).
            05 FILLER PIC X(01).
            05 IVP_ISSUER PIC X(30).
        FD INVOICE_TAX_FILE.
        01 INVOICE_TAX_RECORD.
            05 IVT_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVT_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVT_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVT_TAX_CLASS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVT_TAX_RATE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVT_NET PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVT_TAX PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 IVT_REG_NO PIC X(14).
        FD PRODUCT_MASTER_FILE.
        01 PRODUCT_MASTER_RECORD.
            05 PM_HINBAN PIC 9(05).
            05 PM_HINMEI PIC X(10).
            05 PM_STATUS PIC X(01).
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
        01 PICKED_ORDER_STATUS PIC XX.
        01 INVOICE_CONTROL_STATUS PIC XX.
        01 INVOICE_REGISTER_STATUS PIC XX.
        01 AR_OPEN_ITEMS_STATUS PIC XX.
        01 PRODUCT_TAX_CLASS_STATUS PIC XX.
        01 TAX_RATE_STATUS PIC XX.
        01 INVOICE_PARM_STATUS PIC XX.
        01 INVOICE_TAX_STATUS PIC XX.
        01 PRODUCT_MASTER_STATUS PIC XX.
        01 CUSTOMER_MASTER_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
*>PRICE_RESOLVEへの受け渡しエリア(得意先契約→数量割引→定価の順に値付けする)
        01 WK_PRR_QTY PIC 9(05).
*>数量割引を決める受注行の数量(ロット別・分割解放で複数行になった明細の合計)
        01 WK_ORDER_LINE_QTY PIC 9(07).
        01 WK_PRR_RELOAD PIC X(01) VALUE "Y".
        01 WK_PRR_RESULT.
            05 WK_PRR_UNIT_PRICE PIC 9(07).
            05 WK_PRR_LIST_PRICE PIC 9(07).
            05 WK_PRR_RULE PIC X(01).
*>ピック済み明細テーブル(受注番号ごとに請求書へまとめるため全件を持つ)
        01 PICK_TBL_MASTER.
            05 PICK_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PICK_TBL OCCURS 0 TO 999
                DEPENDING ON PICK_TBL_SIZE
                INDEXED BY PICK_IDX.
                10 PKT_DATE PIC 9(08).
                10 PKT_CUSTOMER PIC X(05).
                10 PKT_HINBAN PIC 9(05).
                10 PKT_WAREHOUSE PIC 9(02).
                10 PKT_QTY PIC 9(05).
                10 PKT_LOT PIC X(06).
                10 PKT_ORDER_NO PIC 9(06).
                10 PKT_LINE_NO PIC 9(02).
                10 PKT_INVOICED PIC X(01).
                10 PKT_UNIT_PRICE PIC 9(07).
                10 PKT_AMOUNT PIC 9(09).
                10 PKT_TAX_CLASS PIC X(01).
                10 PKT_TAX_RATE PIC 9(02).
                10 PKT_PRICE_RULE PIC X(01).
                10 PKT_SHIP_NO PIC 9(06).
        01 WK_PICK_SUB PIC 9(03).
        01 WK_PICK_SUB2 PIC 9(03).
        01 WK_PICK_SUB3 PIC 9(03).
        01 WK_PICK_OVER_CNT PIC 9(05) VALUE ZERO.
*>出荷番号の無い(未出荷の)明細数と出荷済みの明細数
        01 WK_UNSHIPPED_CNT PIC 9(05) VALUE ZERO.
        01 WK_SHIPPED_CNT PIC 9(05) VALUE ZERO.
*>請求1件分の計算エリア
        01 WK_LAST_INV_NO PIC 9(06) VALUE ZERO.
        01 WK_TODAY PIC 9(08).
        01 WK_UNIT_PRICE PIC 9(07).
        01 WK_AMOUNT PIC 9(09).
        01 WK_INV_TOTAL PIC 9(09).
        01 WK_INVOICE_CNT PIC 9(05) VALUE ZERO.
        01 WK_LINE_CNT PIC 9(05) VALUE ZERO.
        01 WK_NOPRICE_CNT PIC 9(05) VALUE ZERO.
        01 WK_LEFT_CNT PIC 9(05) VALUE ZERO.
        01 WK_INV_NET PIC 9(09).
        01 WK_INV_TAX PIC 9(09).
        01 WK_INV_NET_ALL PIC 9(11) VALUE ZERO.
        01 WK_INV_TAX_ALL PIC 9(11) VALUE ZERO.
        01 WK_NORATE_CNT PIC 9(05) VALUE ZERO.
*>品番の税区分テーブル(S=標準税率 R=軽減税率 E=非課税。無い品番はS)
        01 PTC_TBL_MASTER.
            05 PTC_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PTC_TBL OCCURS 0 TO 999
                DEPENDING ON PTC_TBL_SIZE
                INDEXED BY PTC_IDX.
                10 PTT_HINBAN PIC 9(05).
                10 PTT_TAX_CLASS PIC X(01).
*>税率テーブル(税区分×適用開始日)
        01 TXR_TBL_MASTER.
            05 TXR_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 TXR_TBL OCCURS 0 TO 50
                DEPENDING ON TXR_TBL_SIZE
                INDEXED BY TXR_IDX.
                10 TRT_TAX_CLASS PIC X(01).
                10 TRT_EFFECTIVE PIC 9(08).
                10 TRT_RATE PIC 9(02).
        01 WK_TXR_SUB PIC 9(02).
        01 WK_TXR_BEST PIC 9(02).
*>請求1件分の税率区分別合計(区分×税率ごとに1行)
        01 BND_TBL_MASTER.
            05 BND_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 BND_TBL OCCURS 0 TO 10
                DEPENDING ON BND_TBL_SIZE
                INDEXED BY BND_IDX.
                10 BNT_TAX_CLASS PIC X(01).
                10 BNT_TAX_RATE PIC 9(02).
                10 BNT_NET PIC 9(09).
                10 BNT_TAX PIC 9(09).
*>請求1件分の明細(ピック済み明細テーブルの位置)
        01 ILN_TBL_MASTER.
            05 ILN_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 ILN_TBL OCCURS 0 TO 999
                DEPENDING ON ILN_TBL_SIZE
                INDEXED BY ILN_IDX.
                10 ILT_PICK_SUB PIC 9(03).
        01 WK_ILN_SUB PIC 9(03).
*>品名テーブル・得意先名テーブル(請求書の印刷用)
        01 PRD_TBL_MASTER.
            05 PRD_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PRD_TBL OCCURS 0 TO 999
                DEPENDING ON PRD_TBL_SIZE
                INDEXED BY PRD_IDX.
                10 PDT_HINBAN PIC 9(05).
                10 PDT_HINMEI PIC X(10).
        01 CUS_TBL_MASTER.
            05 CUS_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 CUS_TBL OCCURS 0 TO 999
                DEPENDING ON CUS_TBL_SIZE
                INDEXED BY CUS_IDX.
                10 CST_CODE PIC X(05).
                10 CST_NAME PIC X(10).
                10 CST_TERMS PIC 9(02).
        01 WK_DUE_DATE PIC 9(08).
*>請求者(登録番号は"T"+13桁)
        01 WK_REG_NO PIC X(14) VALUE SPACE.
        01 WK_ISSUER PIC X(30) VALUE SPACE.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "CustomerInvoice.txt".
*>請求書の帳票行(見出し/宛先/請求者/明細/税率区分別合計/税込合計)
        01 CIV_TITLE_LINE.
            05 PIC X(40) VALUE "*** INVOICE ***".
            05 PIC X(12) VALUE "INVOICE NO: ".
            05 CIV_INV_NO PIC 9(06).
            05 PIC X(08) VALUE "  DATE: ".
            05 CIV_DATE PIC 9(08).
            05 PIC X(06) VALUE SPACE.
        01 CIV_TO_LINE.
            05 PIC X(04) VALUE "TO: ".
            05 CIV_CUSTOMER PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 CIV_CUST_NAME PIC X(10).
            05 PIC X(60) VALUE SPACE.
        01 CIV_TERMS_LINE.
            05 PIC X(07) VALUE "TERMS: ".
            05 CIV_TERMS PIC Z9.
            05 PIC X(09) VALUE " DAYS    ".
            05 PIC X(10) VALUE "DUE DATE: ".
            05 CIV_DUE_DATE PIC 9(08).
            05 PIC X(44) VALUE SPACE.
        01 CIV_FROM_LINE.
            05 PIC X(06) VALUE "FROM: ".
            05 CIV_ISSUER PIC X(30).
            05 PIC X(02) VALUE SPACE.
            05 PIC X(11) VALUE "REG NO: ".
            05 CIV_REG_NO PIC X(14).
            05 PIC X(17) VALUE SPACE.
        01 CIV_COLUMN_LINE.
            05 PIC X(40) VALUE
                "HINBAN NAME        QTY   PRICE     AMOUN".
            05 PIC X(40) VALUE
                "T RATE ORDER      PRICED BY     NOTE NO".
        01 CIV_DETAIL_LINE.
            05 CIV_HINBAN PIC 9(05).
            05 PIC X(01) VALUE SPACE.
            05 CIV_HINMEI PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 CIV_QTY PIC ZZZZ9.
            05 PIC X(01) VALUE SPACE.
            05 CIV_UNIT_PRICE PIC Z(6)9.
            05 PIC X(01) VALUE SPACE.
            05 CIV_AMOUNT PIC Z(9)9.
            05 PIC X(01) VALUE SPACE.
            05 CIV_RATE PIC Z9.
            05 PIC X(01) VALUE "%".
            05 CIV_REDUCED_MARK PIC X(01).
            05 PIC X(01) VALUE SPACE.
            05 CIV_ORDER_NO PIC 9(06).
            05 PIC X(01) VALUE "-".
            05 CIV_LINE_NO PIC 9(02).
            05 PIC X(01) VALUE SPACE.
            05 CIV_PRICE_RULE PIC X(09).
            05 PIC X(01) VALUE SPACE.
            05 CIV_SHIP_NO PIC 9(06).
            05 PIC X(06) VALUE SPACE.
        01 CIV_BAND_LINE.
            05 PIC X(10) VALUE "RATE ".
            05 CIV_BAND_RATE PIC Z9.
            05 PIC X(01) VALUE "%".
            05 CIV_BAND_CLASS PIC X(01).
            05 PIC X(08) VALUE "  NET: ".
            05 CIV_BAND_NET PIC Z(9)9.
            05 PIC X(07) VALUE "  TAX: ".
            05 CIV_BAND_TAX PIC Z(9)9.
            05 PIC X(31) VALUE SPACE.
        01 CIV_TOTAL_LINE.
            05 PIC X(20) VALUE "TOTAL (TAX INCL.): ".
            05 CIV_TOTAL PIC Z(9)9.
            05 PIC X(07) VALUE "  TAX: ".
            05 CIV_TOTAL_TAX PIC Z(9)9.
            05 PIC X(33) VALUE SPACE.
        01 CIV_NOTE_LINE.
            05 PIC X(80) VALUE
                "R = REDUCED RATE ITEM  E = EXEMPT ITEM".
PROCEDURE DIVISION.
    INVOICING_RTN SECTION.
    *>初期処理(採番と価格マスタの読み込み)
        ACCEPT WK_TODAY FROM DATE YYYYMMDD.
        PERFORM LOAD-CONTROL-RTN.
        PERFORM LOAD-PICKED-RTN.
        PERFORM LOAD-TAX-RTN.
        PERFORM LOAD-NAME-RTN.
        IF WK_PICK_OVER_CNT > ZERO
            THEN
                DISPLAY "PICKED ORDERS EXCEED 999 LINES. "
                    "NOTHING INVOICED. LINES OVER: " WK_PICK_OVER_CNT
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        IF PICK_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO PICKED ORDERS TO INVOICE."
                STOP RUN
        END-IF.
        IF WK_SHIPPED_CNT = ZERO
            THEN
                DISPLAY "NO SHIPPED ORDERS TO INVOICE. LINES NOT SHIPPED: "
                    WK_UNSHIPPED_CNT
                STOP RUN
        END-IF.
    *>主処理(同じ受注番号の明細=請求1件。受注番号の無い明細は1明細=請求1件)
        OPEN EXTEND INVOICE_REGISTER_FILE.
        IF INVOICE_REGISTER_STATUS NOT = "00"
            THEN
            THEN
                OPEN OUTPUT AR_OPEN_ITEMS_FILE
        END-IF.
        OPEN EXTEND INVOICE_TAX_FILE.
        IF INVOICE_TAX_STATUS NOT = "00"
            THEN
                OPEN OUTPUT INVOICE_TAX_FILE
        END-IF.
        OPEN OUTPUT PRINT_FILE.
        PERFORM INVOICE-ONE-RTN
            VARYING WK_PICK_SUB FROM 1 BY 1
            UNTIL WK_PICK_SUB > PICK_TBL_SIZE.
    *>終了処理(採番の書き戻し、取り込み済み入力のクリア)
        CLOSE INVOICE_REGISTER_FILE.
        CLOSE AR_OPEN_ITEMS_FILE.
        CLOSE INVOICE_TAX_FILE.
        CLOSE PRINT_FILE.
        IF WK_INVOICE_CNT > ZERO
            THEN
                CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME
        END-IF.
        PERFORM SAVE-CONTROL-RTN.
        PERFORM SAVE-PICKED-RTN.
        DISPLAY "INVOICES GENERATED: " WK_INVOICE_CNT
            " LINES: " WK_LINE_CNT.
        DISPLAY "NET: " WK_INV_NET_ALL " TAX: " WK_INV_TAX_ALL.
        IF WK_UNSHIPPED_CNT > ZERO
            THEN
                DISPLAY "LINES NOT SHIPPED (KEPT FOR NEXT RUN): "
                    WK_UNSHIPPED_CNT
        END-IF.
        IF WK_LEFT_CNT > ZERO
            THEN
                DISPLAY "LINES LEFT FOR NEXT RUN: " WK_LEFT_CNT
                MOVE 4 TO RETURN-CODE
        END-IF.
        IF WK_NOPRICE_CNT > ZERO
            THEN
                DISPLAY "LINES WITHOUT PRICE (INVOICED AT 0): "
                    WK_NOPRICE_CNT
        END-IF.
        IF WK_NORATE_CNT > ZERO
            THEN
                DISPLAY "LINES WITHOUT TAX RATE (TAXED AT 0): "
                    WK_NORATE_CNT
                MOVE 4 TO RETURN-CODE
        END-IF.
        IF WK_REG_NO = SPACE
            THEN
                DISPLAY "REGISTRATION NUMBER NOT SET IN INVOICEPARM."
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    INVOICING_EXIT.
    *>1.請求1件分の生成(採番→同じ受注の明細を集める→税率区分別に税額計算→
    *>登録簿・税額明細・売掛台帳・請求書へ書く)
    INVOICE-ONE-RTN SECTION.
        IF PKT_INVOICED(WK_PICK_SUB) = "1"
                OR PKT_SHIP_NO(WK_PICK_SUB) = ZERO
            THEN
                GO TO INVOICE-ONE-EXIT
        END-IF.
        IF WK_LAST_INV_NO >= 999999
            THEN
                DISPLAY "INVOICE NUMBER RANGE EXHAUSTED."
                ADD 1 TO WK_LEFT_CNT
                GO TO INVOICE-ONE-EXIT
        END-IF.
        ADD 1 TO WK_LAST_INV_NO.
        MOVE ZERO TO WK_INV_NET WK_INV_TAX WK_INV_TOTAL
                     ILN_TBL_SIZE BND_TBL_SIZE.
        PERFORM INVOICE-LINE-RTN
            VARYING WK_PICK_SUB2 FROM WK_PICK_SUB BY 1
            UNTIL WK_PICK_SUB2 > PICK_TBL_SIZE.
        PERFORM COMPUTE-TAX-RTN.
        PERFORM VARYING WK_ILN_SUB FROM 1 BY 1
                UNTIL WK_ILN_SUB > ILN_TBL_SIZE
            MOVE ILT_PICK_SUB(WK_ILN_SUB) TO WK_PICK_SUB2
            MOVE SPACE TO INVOICE_REGISTER_RECORD
            MOVE WK_LAST_INV_NO TO IVR_NO
            MOVE WK_TODAY TO IVR_DATE
            MOVE PKT_CUSTOMER(WK_PICK_SUB2) TO IVR_CUSTOMER
            MOVE PKT_HINBAN(WK_PICK_SUB2) TO IVR_HINBAN
            MOVE PKT_QTY(WK_PICK_SUB2) TO IVR_QTY
            MOVE PKT_AMOUNT(WK_PICK_SUB2) TO IVR_AMOUNT
            MOVE PKT_LOT(WK_PICK_SUB2) TO IVR_LOT
            MOVE PKT_ORDER_NO(WK_PICK_SUB2) TO IVR_ORDER_NO
            MOVE PKT_LINE_NO(WK_PICK_SUB2) TO IVR_LINE_NO
            MOVE PKT_TAX_CLASS(WK_PICK_SUB2) TO IVR_TAX_CLASS
            MOVE PKT_TAX_RATE(WK_PICK_SUB2) TO IVR_TAX_RATE
            MOVE WK_INV_TAX TO IVR_INV_TAX
            MOVE WK_INV_TOTAL TO IVR_INV_TOTAL
            WRITE INVOICE_REGISTER_RECORD
        END-PERFORM.
        PERFORM VARYING BND_IDX FROM 1 BY 1
                UNTIL BND_IDX > BND_TBL_SIZE
            MOVE SPACE TO INVOICE_TAX_RECORD
            MOVE WK_LAST_INV_NO TO IVT_NO
            MOVE WK_TODAY TO IVT_DATE
            MOVE PKT_CUSTOMER(WK_PICK_SUB) TO IVT_CUSTOMER
            MOVE BNT_TAX_CLASS(BND_IDX) TO IVT_TAX_CLASS
            MOVE BNT_TAX_RATE(BND_IDX) TO IVT_TAX_RATE
            MOVE BNT_NET(BND_IDX) TO IVT_NET
            MOVE BNT_TAX(BND_IDX) TO IVT_TAX
            MOVE WK_REG_NO TO IVT_REG_NO
            WRITE INVOICE_TAX_RECORD
        END-PERFORM.
        MOVE SPACE TO AR_OPEN_ITEMS_RECORD.
        MOVE WK_LAST_INV_NO TO ARO_NO.
        MOVE WK_TODAY TO ARO_DATE.
        MOVE PKT_CUSTOMER(WK_PICK_SUB) TO ARO_CUSTOMER.
        MOVE WK_INV_TOTAL TO ARO_AMOUNT.
        WRITE AR_OPEN_ITEMS_RECORD.
        PERFORM PRINT-INVOICE-RTN.
        ADD WK_INV_NET TO WK_INV_NET_ALL.
        ADD WK_INV_TAX TO WK_INV_TAX_ALL.
        ADD 1 TO WK_INVOICE_CNT.
    INVOICE-ONE-EXIT.
    *>1-1.請求明細1行の取り込み(起点の明細と、同じ受注番号・得意先の出荷済み未請求明細)
    *>金額と税区分・税率を決め、税率区分別の税抜合計へ加える
    INVOICE-LINE-RTN SECTION.
        IF PKT_INVOICED(WK_PICK_SUB2) = "1"
                OR PKT_SHIP_NO(WK_PICK_SUB2) = ZERO
            THEN
                GO TO INVOICE-LINE-EXIT
        END-IF.
        IF WK_PICK_SUB2 NOT = WK_PICK_SUB
            THEN
                IF PKT_ORDER_NO(WK_PICK_SUB) = ZERO
                        OR PKT_ORDER_NO(WK_PICK_SUB2)
                            NOT = PKT_ORDER_NO(WK_PICK_SUB)
                        OR PKT_CUSTOMER(WK_PICK_SUB2)
                            NOT = PKT_CUSTOMER(WK_PICK_SUB)
                    THEN
                        GO TO INVOICE-LINE-EXIT
                END-IF
        END-IF.
        PERFORM FIND-PRICE-RTN.
        COMPUTE WK_AMOUNT = PKT_QTY(WK_PICK_SUB2) * WK_UNIT_PRICE.
        MOVE WK_UNIT_PRICE TO PKT_UNIT_PRICE(WK_PICK_SUB2).
        MOVE WK_AMOUNT TO PKT_AMOUNT(WK_PICK_SUB2).
        PERFORM FIND-TAX-RTN.
        SET BND_IDX TO 1.
        SEARCH BND_TBL
            AT END
                ADD 1 TO BND_TBL_SIZE
                SET BND_IDX TO BND_TBL_SIZE
                MOVE PKT_TAX_CLASS(WK_PICK_SUB2) TO BNT_TAX_CLASS(BND_IDX)
                MOVE PKT_TAX_RATE(WK_PICK_SUB2) TO BNT_TAX_RATE(BND_IDX)
                MOVE ZERO TO BNT_NET(BND_IDX) BNT_TAX(BND_IDX)
            WHEN BNT_TAX_CLASS(BND_IDX) = PKT_TAX_CLASS(WK_PICK_SUB2)
                    AND BNT_TAX_RATE(BND_IDX) = PKT_TAX_RATE(WK_PICK_SUB2)
                CONTINUE
        END-SEARCH.
        ADD WK_AMOUNT TO BNT_NET(BND_IDX).
        ADD WK_AMOUNT TO WK_INV_NET.
        ADD 1 TO ILN_TBL_SIZE.
        MOVE WK_PICK_SUB2 TO ILT_PICK_SUB(ILN_TBL_SIZE).
        MOVE "1" TO PKT_INVOICED(WK_PICK_SUB2).
        ADD 1 TO WK_LINE_CNT.
    INVOICE-LINE-EXIT.
    *>1-2.受注日時点の単価の決定(PRICE_RESOLVE:得意先契約→数量割引→定価。
    *>どの決め方で値付けしたかを明細に控えて請求書に印字する)
    *>数量割引は受注入力と同じく受注行の数量で決める。ピックでロット別に分かれた
    *>明細や分割して解放された明細は、同じ受注番号・行番号の明細(未出荷分を含む)の
    *>数量を合計して引く(受注番号0の旧形式の明細はその明細の数量)
    FIND-PRICE-RTN SECTION.
        MOVE PKT_QTY(WK_PICK_SUB2) TO WK_ORDER_LINE_QTY.
        IF PKT_ORDER_NO(WK_PICK_SUB2) NOT = ZERO
            THEN
                MOVE ZERO TO WK_ORDER_LINE_QTY
                PERFORM VARYING WK_PICK_SUB3 FROM 1 BY 1
                        UNTIL WK_PICK_SUB3 > PICK_TBL_SIZE
                    IF PKT_ORDER_NO(WK_PICK_SUB3)
                                = PKT_ORDER_NO(WK_PICK_SUB2)
                            AND PKT_LINE_NO(WK_PICK_SUB3)
                                = PKT_LINE_NO(WK_PICK_SUB2)
                        THEN
                            ADD PKT_QTY(WK_PICK_SUB3) TO WK_ORDER_LINE_QTY
                    END-IF
                END-PERFORM
        END-IF.
        IF WK_ORDER_LINE_QTY > 99999
            THEN
                MOVE 99999 TO WK_PRR_QTY
            ELSE
                MOVE WK_ORDER_LINE_QTY TO WK_PRR_QTY
        END-IF.
        CALL "PRICE_RESOLVE" USING PKT_CUSTOMER(WK_PICK_SUB2)
            PKT_HINBAN(WK_PICK_SUB2) WK_PRR_QTY PKT_DATE(WK_PICK_SUB2)
            WK_PRR_RELOAD WK_PRR_RESULT.
        MOVE "N" TO WK_PRR_RELOAD.
        MOVE WK_PRR_UNIT_PRICE TO WK_UNIT_PRICE.
        MOVE WK_PRR_RULE TO PKT_PRICE_RULE(WK_PICK_SUB2).
        IF WK_PRR_RULE = SPACE
            THEN
                ADD 1 TO WK_NOPRICE_CNT
                DISPLAY "NO PRICE FOR HINBAN " PKT_HINBAN(WK_PICK_SUB2)
                    " AT " PKT_DATE(WK_PICK_SUB2)
        END-IF.
    FIND-PRICE-EXIT.
    *>1-3.税区分と請求日時点の税率の検索(非課税Eは0%)
    FIND-TAX-RTN SECTION.
        MOVE "S" TO PKT_TAX_CLASS(WK_PICK_SUB2).
        SET PTC_IDX TO 1.
        SEARCH PTC_TBL
            AT END
                CONTINUE
            WHEN PTT_HINBAN(PTC_IDX) = PKT_HINBAN(WK_PICK_SUB2)
                MOVE PTT_TAX_CLASS(PTC_IDX) TO PKT_TAX_CLASS(WK_PICK_SUB2)
        END-SEARCH.
        MOVE ZERO TO PKT_TAX_RATE(WK_PICK_SUB2) WK_TXR_BEST.
        IF PKT_TAX_CLASS(WK_PICK_SUB2) = "E"
            THEN
                GO TO FIND-TAX-EXIT
        END-IF.
        PERFORM VARYING WK_TXR_SUB FROM 1 BY 1
                UNTIL WK_TXR_SUB > TXR_TBL_SIZE
            IF TRT_TAX_CLASS(WK_TXR_SUB) = PKT_TAX_CLASS(WK_PICK_SUB2)
                    AND TRT_EFFECTIVE(WK_TXR_SUB) <= WK_TODAY
                THEN
                    IF WK_TXR_BEST = ZERO
                            OR TRT_EFFECTIVE(WK_TXR_SUB)
                                > TRT_EFFECTIVE(WK_TXR_BEST)
                        THEN
                            MOVE WK_TXR_SUB TO WK_TXR_BEST
                    END-IF
            END-IF
        END-PERFORM.
        IF WK_TXR_BEST > ZERO
            THEN
                MOVE TRT_RATE(WK_TXR_BEST) TO PKT_TAX_RATE(WK_PICK_SUB2)
            ELSE
                ADD 1 TO WK_NORATE_CNT
                DISPLAY "NO TAX RATE FOR CLASS "
                    PKT_TAX_CLASS(WK_PICK_SUB2)
                    " HINBAN " PKT_HINBAN(WK_PICK_SUB2)
                    " AT " WK_TODAY
        END-IF.
    FIND-TAX-EXIT.
    *>1-4.税率区分ごとの税額(税抜合計×税率、1円未満切り捨て)と税込合計
    COMPUTE-TAX-RTN SECTION.
        PERFORM VARYING BND_IDX FROM 1 BY 1
                UNTIL BND_IDX > BND_TBL_SIZE
            COMPUTE BNT_TAX(BND_IDX) =
                BNT_NET(BND_IDX) * BNT_TAX_RATE(BND_IDX) / 100
            ADD BNT_TAX(BND_IDX) TO WK_INV_TAX
        END-PERFORM.
        COMPUTE WK_INV_TOTAL = WK_INV_NET + WK_INV_TAX.
    COMPUTE-TAX-EXIT.
    *>1-5.適格請求書1枚の印刷(登録番号、明細ごとの税率、税率区分別の合計と税額)
    PRINT-INVOICE-RTN SECTION.
        MOVE WK_LAST_INV_NO TO CIV_INV_NO.
        MOVE WK_TODAY TO CIV_DATE.
        WRITE PRINT_RECORD FROM CIV_TITLE_LINE AFTER PAGE.
        MOVE PKT_CUSTOMER(WK_PICK_SUB) TO CIV_CUSTOMER.
        MOVE SPACE TO CIV_CUST_NAME.
        MOVE ZERO TO CIV_TERMS.
        MOVE WK_TODAY TO WK_DUE_DATE.
        SET CUS_IDX TO 1.
        SEARCH CUS_TBL
            AT END
                CONTINUE
            WHEN CST_CODE(CUS_IDX) = PKT_CUSTOMER(WK_PICK_SUB)
                MOVE CST_NAME(CUS_IDX) TO CIV_CUST_NAME
                MOVE CST_TERMS(CUS_IDX) TO CIV_TERMS
                COMPUTE WK_DUE_DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WK_TODAY)
                    + CST_TERMS(CUS_IDX))
        END-SEARCH.
        MOVE WK_DUE_DATE TO CIV_DUE_DATE.
        WRITE PRINT_RECORD FROM CIV_TO_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM CIV_TERMS_LINE AFTER 1 LINE.
        MOVE WK_ISSUER TO CIV_ISSUER.
        MOVE WK_REG_NO TO CIV_REG_NO.
        WRITE PRINT_RECORD FROM CIV_FROM_LINE AFTER 1 LINE.
        WRITE PRINT_RECORD FROM CIV_COLUMN_LINE AFTER 2 LINE.
        PERFORM VARYING WK_ILN_SUB FROM 1 BY 1
                UNTIL WK_ILN_SUB > ILN_TBL_SIZE
            MOVE ILT_PICK_SUB(WK_ILN_SUB) TO WK_PICK_SUB2
            MOVE PKT_HINBAN(WK_PICK_SUB2) TO CIV_HINBAN
            MOVE SPACE TO CIV_HINMEI
            SET PRD_IDX TO 1
            SEARCH PRD_TBL
                AT END
                    CONTINUE
                WHEN PDT_HINBAN(PRD_IDX) = PKT_HINBAN(WK_PICK_SUB2)
                    MOVE PDT_HINMEI(PRD_IDX) TO CIV_HINMEI
            END-SEARCH
            MOVE PKT_QTY(WK_PICK_SUB2) TO CIV_QTY
            MOVE PKT_UNIT_PRICE(WK_PICK_SUB2) TO CIV_UNIT_PRICE
            MOVE PKT_AMOUNT(WK_PICK_SUB2) TO CIV_AMOUNT
            MOVE PKT_TAX_RATE(WK_PICK_SUB2) TO CIV_RATE
            MOVE SPACE TO CIV_REDUCED_MARK
            IF PKT_TAX_CLASS(WK_PICK_SUB2) NOT = "S"
                THEN
                    MOVE PKT_TAX_CLASS(WK_PICK_SUB2) TO CIV_REDUCED_MARK
            END-IF
            MOVE PKT_ORDER_NO(WK_PICK_SUB2) TO CIV_ORDER_NO
            MOVE PKT_LINE_NO(WK_PICK_SUB2) TO CIV_LINE_NO
            MOVE PKT_SHIP_NO(WK_PICK_SUB2) TO CIV_SHIP_NO
            EVALUATE PKT_PRICE_RULE(WK_PICK_SUB2)
                WHEN "C"
                    MOVE "CONTRACT" TO CIV_PRICE_RULE
                WHEN "Q"
                    MOVE "QTY BREAK" TO CIV_PRICE_RULE
                WHEN "L"
                    MOVE "LIST" TO CIV_PRICE_RULE
                WHEN OTHER
                    MOVE "NO PRICE" TO CIV_PRICE_RULE
            END-EVALUATE
            WRITE PRINT_RECORD FROM CIV_DETAIL_LINE AFTER 1 LINE
        END-PERFORM.
        PERFORM VARYING BND_IDX FROM 1 BY 1
                UNTIL BND_IDX > BND_TBL_SIZE
            MOVE BNT_TAX_RATE(BND_IDX) TO CIV_BAND_RATE
            MOVE SPACE TO CIV_BAND_CLASS
            IF BNT_TAX_CLASS(BND_IDX) NOT = "S"
                THEN
                    MOVE BNT_TAX_CLASS(BND_IDX) TO CIV_BAND_CLASS
            END-IF
            MOVE BNT_NET(BND_IDX) TO CIV_BAND_NET
            MOVE BNT_TAX(BND_IDX) TO CIV_BAND_TAX
            IF BND_IDX = 1
                THEN
                    WRITE PRINT_RECORD FROM CIV_BAND_LINE AFTER 2 LINE
                ELSE
                    WRITE PRINT_RECORD FROM CIV_BAND_LINE AFTER 1 LINE
            END-IF
        END-PERFORM.
        MOVE WK_INV_TOTAL TO CIV_TOTAL.
        MOVE WK_INV_TAX TO CIV_TOTAL_TAX.
        WRITE PRINT_RECORD FROM CIV_TOTAL_LINE AFTER 1 LINE.
        WRITE PRINT_RECORD FROM CIV_NOTE_LINE AFTER 2 LINE.
    PRINT-INVOICE-EXIT.
    *>2.請求番号採番の読み込みと書き戻し
    LOAD-CONTROL-RTN SECTION.
        OPEN INPUT INVOICE_CONTROL_FILE.
        IF INVOICE_CONTROL_STATUS = "00"
        WRITE INVOICE_CONTROL_RECORD.
        CLOSE INVOICE_CONTROL_FILE.
    SAVE-CONTROL-EXIT.
    *>3.ピック済み受注の読み込み(受注番号の無い旧形式の行は受注番号0、出荷番号欄が空白=未出荷)
    LOAD-PICKED-RTN SECTION.
        OPEN INPUT PICKED_ORDER_FILE.
        IF PICKED_ORDER_STATUS NOT = "00"
            THEN
                GO TO LOAD-PICKED-EXIT
        END-IF.
        PERFORM UNTIL PICKED_ORDER_STATUS NOT = "00"
            MOVE SPACE TO PICKED_ORDER_RECORD
            READ PICKED_ORDER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PICK_TBL_SIZE < 999
                        THEN
                            ADD 1 TO PICK_TBL_SIZE
                            SET PICK_IDX TO PICK_TBL_SIZE
                            MOVE PKO_DATE TO PKT_DATE(PICK_IDX)
                            MOVE PKO_CUSTOMER TO PKT_CUSTOMER(PICK_IDX)
                            MOVE PKO_HINBAN TO PKT_HINBAN(PICK_IDX)
                            MOVE PKO_WAREHOUSE TO PKT_WAREHOUSE(PICK_IDX)
                            MOVE PKO_QTY TO PKT_QTY(PICK_IDX)
                            MOVE PKO_LOT TO PKT_LOT(PICK_IDX)
                            MOVE SPACE TO PKT_INVOICED(PICK_IDX)
                            IF PKO_ORDER_NO IS NUMERIC
                                    AND PKO_LINE_NO IS NUMERIC
                                THEN
                                    MOVE PKO_ORDER_NO
                                        TO PKT_ORDER_NO(PICK_IDX)
                                    MOVE PKO_LINE_NO
                                        TO PKT_LINE_NO(PICK_IDX)
                                ELSE
                                    MOVE ZERO TO PKT_ORDER_NO(PICK_IDX)
                                                 PKT_LINE_NO(PICK_IDX)
                            END-IF
                            IF PKO_SHIP_NO IS NUMERIC
                                    AND PKO_SHIP_NO NOT = ZERO
                                THEN
                                    MOVE PKO_SHIP_NO
                                        TO PKT_SHIP_NO(PICK_IDX)
                                    ADD 1 TO WK_SHIPPED_CNT
                                ELSE
                                    MOVE ZERO TO PKT_SHIP_NO(PICK_IDX)
                                    ADD 1 TO WK_UNSHIPPED_CNT
                            END-IF
                        ELSE
                            ADD 1 TO WK_PICK_OVER_CNT
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PICKED_ORDER_FILE.
    LOAD-PICKED-EXIT.
    *>4.ピック済み受注の書き戻し(請求済みの明細を外し、未請求の明細を出荷番号ごと残す)
    SAVE-PICKED-RTN SECTION.
        OPEN OUTPUT PICKED_ORDER_FILE.
        PERFORM VARYING WK_PICK_SUB FROM 1 BY 1
                UNTIL WK_PICK_SUB > PICK_TBL_SIZE
            IF PKT_INVOICED(WK_PICK_SUB) NOT = "1"
                THEN
                    MOVE SPACE TO PICKED_ORDER_RECORD
                    MOVE PKT_DATE(WK_PICK_SUB) TO PKO_DATE
                    MOVE PKT_CUSTOMER(WK_PICK_SUB) TO PKO_CUSTOMER
                    MOVE PKT_HINBAN(WK_PICK_SUB) TO PKO_HINBAN
                    MOVE PKT_WAREHOUSE(WK_PICK_SUB) TO PKO_WAREHOUSE
                    MOVE PKT_QTY(WK_PICK_SUB) TO PKO_QTY
                    MOVE PKT_LOT(WK_PICK_SUB) TO PKO_LOT
                    MOVE PKT_ORDER_NO(WK_PICK_SUB) TO PKO_ORDER_NO
                    MOVE PKT_LINE_NO(WK_PICK_SUB) TO PKO_LINE_NO
                    IF PKT_SHIP_NO(WK_PICK_SUB) NOT = ZERO
                        THEN
                            MOVE PKT_SHIP_NO(WK_PICK_SUB) TO PKO_SHIP_NO
                    END-IF
                    WRITE PICKED_ORDER_RECORD
            END-IF
        END-PERFORM.
        CLOSE PICKED_ORDER_FILE.
    SAVE-PICKED-EXIT.
    *>5.税区分・税率・登録番号の読み込み
    *>(税率表が無ければ標準10%・軽減8%を2019/10/01から適用とみなす)
    LOAD-TAX-RTN SECTION.
        OPEN INPUT PRODUCT_TAX_CLASS_FILE.
        IF PRODUCT_TAX_CLASS_STATUS = "00"
            THEN
                PERFORM UNTIL PRODUCT_TAX_CLASS_STATUS NOT = "00"
                    READ PRODUCT_TAX_CLASS_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF PTC_TBL_SIZE < 999
                                    AND (PTC_TAX_CLASS = "S"
                                        OR PTC_TAX_CLASS = "R"
                                        OR PTC_TAX_CLASS = "E")
                                THEN
                                    ADD 1 TO PTC_TBL_SIZE
                                    SET PTC_IDX TO PTC_TBL_SIZE
                                    MOVE PTC_HINBAN TO PTT_HINBAN(PTC_IDX)
                                    MOVE PTC_TAX_CLASS
                                        TO PTT_TAX_CLASS(PTC_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRODUCT_TAX_CLASS_FILE
        END-IF.
        OPEN INPUT TAX_RATE_FILE.
        IF TAX_RATE_STATUS = "00"
            THEN
                PERFORM UNTIL TAX_RATE_STATUS NOT = "00"
                    READ TAX_RATE_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF TXR_TBL_SIZE < 50
                                    AND TXR_EFFECTIVE IS NUMERIC
                                    AND TXR_RATE IS NUMERIC
                                THEN
                                    ADD 1 TO TXR_TBL_SIZE
                                    SET TXR_IDX TO TXR_TBL_SIZE
                                    MOVE TXR_TAX_CLASS
                                        TO TRT_TAX_CLASS(TXR_IDX)
                                    MOVE TXR_EFFECTIVE
                                        TO TRT_EFFECTIVE(TXR_IDX)
                                    MOVE TXR_RATE TO TRT_RATE(TXR_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TAX_RATE_FILE
            ELSE
                DISPLAY "TAX RATE TABLE NOT FOUND. 10% / REDUCED 8% USED."
                MOVE 2 TO TXR_TBL_SIZE
                MOVE "S" TO TRT_TAX_CLASS(1)
                MOVE 20191001 TO TRT_EFFECTIVE(1)
                MOVE 10 TO TRT_RATE(1)
                MOVE "R" TO TRT_TAX_CLASS(2)
                MOVE 20191001 TO TRT_EFFECTIVE(2)
                MOVE 08 TO TRT_RATE(2)
        END-IF.
        OPEN INPUT INVOICE_PARM_FILE.
        IF INVOICE_PARM_STATUS = "00"
            THEN
                READ INVOICE_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE IVP_REG_NO TO WK_REG_NO
                        MOVE IVP_ISSUER TO WK_ISSUER
                END-READ
                CLOSE INVOICE_PARM_FILE
        END-IF.
    LOAD-TAX-EXIT.
    *>6.品名と得意先名の読み込み(請求書の印刷用。無ければ空白で印刷する)
    LOAD-NAME-RTN SECTION.
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
                                    MOVE PM_HINBAN TO PDT_HINBAN(PRD_IDX)
                                    MOVE PM_HINMEI TO PDT_HINMEI(PRD_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRODUCT_MASTER_FILE
        END-IF.
        OPEN INPUT CUSTOMER_MASTER_FILE.
        IF CUSTOMER_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL CUSTOMER_MASTER_STATUS NOT = "00"
                    READ CUSTOMER_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF CUS_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO CUS_TBL_SIZE
                                    SET CUS_IDX TO CUS_TBL_SIZE
                                    MOVE CU_CODE TO CST_CODE(CUS_IDX)
                                    MOVE CU_NAME TO CST_NAME(CUS_IDX)
                                    IF CU_TERMS IS NUMERIC
                                        THEN
                                            MOVE CU_TERMS
                                                TO CST_TERMS(CUS_IDX)
                                        ELSE
                                            MOVE ZERO
                                                TO CST_TERMS(CUS_IDX)
                                    END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CUSTOMER_MASTER_FILE
        END-IF.
    LOAD-NAME-EXIT.
*>PriceMaster.txtの1行 = 品番(5) 適用開始日(8) 単価(7)
*>InvoiceRegister.txtの1行 = 請求番号(6) 請求日(8) 得意先(5) 品番(5) 数量(5) 金額(9)
*>ロット(6)(空白=ロット管理外、またはロット項目追加前のピック分) 受注番号(6) 行番号(2)
*>税区分(1) 税率(2) 請求書の消費税合計(9) 請求書の税込合計(9)
*>(金額は明細の税抜金額。税額・税込合計は請求書単位で、同じ請求番号の各行に同じ値を載せる)
*>(1枚の請求書の明細は同じ請求番号で複数行になる。受注番号0=受注番号導入前の明細)
*>与信保留・バックオーダーから後日解放された明細は、解放後の請求処理で
*>同じ受注番号のまま別の請求書になる
*>ArOpenItems.txtの1行 = 請求番号(6) 請求日(8) 得意先(5) 金額(9)(税込)
*>売掛の消込と滞留はAPPLICATION_86_AR_LEDGERが行う
*>ProductTaxClass.txtの1行 = 品番(5) 税区分(1)(S=標準税率 R=軽減税率 E=非課税)
*>TaxRate.txtの1行 = 税区分(1) 適用開始日(8) 税率(2)(%。例: S 20191001 10)
*>InvoiceParm.txtの1行 = 登録番号(14)(T+13桁) 請求者名(30)
*>InvoiceTax.txtの1行 = 請求番号(6) 請求日(8) 得意先(5) 税区分(1) 税率(2)
*>税抜金額(9) 消費税額(9) 登録番号(14)(請求書1枚の税率区分ごとに1行)
*>CustomerInvoice.txt = 適格請求書(請求書1枚=1ページ。見出し行は"***"で始まる)
*>支払期日 = 請求日 + 得意先マスタの支払条件(日数)。得意先マスタに無い得意先は請求日
*>PickedOrders.txtの出荷番号(6)は受注番号・行番号の後ろに空白1つを置いて続く(APPLICATION_172_SHIPPING)
*>CustomerInvoice.txtの明細のNOTE NO = 納品書番号(出荷番号)
