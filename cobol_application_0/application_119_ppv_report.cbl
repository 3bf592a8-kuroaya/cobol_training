*>仕入価格差異 仕入先の請求(Invoices.txt)の金額を標準原価(StandardCost.txt)と
*>比べ、品番・仕入先ごとに請求単価/標準単価/数量/差異金額の一覧
*>(PpvReport.txt)を出す(在庫評価APPLICATION_74_VALUATIONは標準原価で
*>評価しているのに、実際の支払額との差がどこにも出ていなかった)
*>対象は当月(業務日付の年月)に買掛計上(APPLICATION_115_AP_VOUCHER)された
*>発注番号の請求行。月1回、月末の買掛計上の後に実行する
*>品番は発注登録簿(PoRegister.txt)の発注番号+行番号→ロケーション→
*>ロケーション商品対応(LocationProduct.txt)で求める
*>当月の差異は仕入先ごとに差し引きして、APPLICATION_93_GL_POSTと同じ形式で
*>GlTransactions.txtへ出所PPVの貸借仕訳として起票する
*>  不利差異(請求>標準):借方5300(仕入価格差異)/貸方2000(買掛金)
*>  有利差異(請求<標準):借方2000(買掛金)/貸方5300(仕入価格差異)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_119_PPV_REPORT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT INVOICE_FILE
            ASSIGN TO "Invoices.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INVOICE_STATUS.
        SELECT AP_OPEN_ITEM_FILE
            ASSIGN TO "ApOpenItems.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AP_OPEN_ITEM_STATUS.
        SELECT PO_REGISTER_FILE
            ASSIGN TO "PoRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PO_REGISTER_STATUS.
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
        SELECT PRINT_FILE ASSIGN TO "PpvReport.txt"
            FILE STATUS IS PRINT_STATUS.
        SELECT GL_TRANS_FILE
            ASSIGN TO "GlTransactions.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_TRANS_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD INVOICE_FILE.
        01 INVOICE_RECORD.
            05 INV_KEY PIC X(04).
            05 INV_SUJI PIC 99.
            05 FILLER PIC X(01).
            05 INV_QTY_X PIC X(05).
            05 FILLER PIC X(01).
            05 INV_AMOUNT_X PIC X(09).
        FD AP_OPEN_ITEM_FILE.
        01 AP_OPEN_ITEM_RECORD.
            05 API_VOUCHER PIC 9(06).
            05 FILLER PIC X(01).
            05 API_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 API_SUPPLIER PIC X(05).
            05 FILLER PIC X(01).
            05 API_PO PIC X(04).
            05 FILLER PIC X(01).
            05 API_AMOUNT PIC 9(11).
            05 FILLER PIC X(01).
            05 API_DUE_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 API_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 API_PAID_DATE PIC 9(08).
        FD PO_REGISTER_FILE.
        01 PO_REGISTER_RECORD.
            05 POR_NO PIC 9(04).
            05 FILLER PIC X(01).
            05 POR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 POR_WAREHOUSE PIC 9(02).
            05 POR_BIN PIC 9(02).
            05 POR_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 POR_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 POR_RECEIVED PIC 9(05).
            05 FILLER PIC X(01).
            05 POR_PO_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 POR_SUPPLIER PIC X(05).
            05 FILLER PIC X(01).
            05 POR_LINE PIC X(02).
            05 FILLER PIC X(01).
            05 POR_DUE_DATE PIC 9(08).
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
        01 INVOICE_STATUS PIC XX.
        01 AP_OPEN_ITEM_STATUS PIC XX.
        01 PO_REGISTER_STATUS PIC XX.
        01 LOCATION_PRODUCT_STATUS PIC XX.
        01 STANDARD_COST_STATUS PIC XX.
        01 PRODUCT_MASTER_STATUS PIC XX.
        01 GL_TRANS_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_POST_DATE PIC 9(08).
        01 WK_PERIOD PIC X(06).
*>当月に買掛計上された発注番号(仕入先つき)
        01 VCH_TBL_MASTER.
            05 VCH_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 VCH_TBL OCCURS 0 TO 2000
                DEPENDING ON VCH_TBL_SIZE
                INDEXED BY VCH_IDX.
                10 VCT_PO PIC X(04).
                10 VCT_SUPPLIER PIC X(05).
*>発注明細→ロケーション(発注番号+行番号。行番号の無い旧行は01)
        01 POL_TBL_MASTER.
            05 POL_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 POL_TBL OCCURS 0 TO 999
                DEPENDING ON POL_TBL_SIZE
                INDEXED BY POL_IDX.
                10 PLT_NO PIC 9(04).
                10 PLT_LINE PIC 9(02).
                10 PLT_WAREHOUSE PIC 9(02).
                10 PLT_BIN PIC 9(02).
                10 PLT_SHELF PIC 9(02).
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
*>品番×仕入先の差異集計テーブル
        01 PPV_TBL_MASTER.
            05 PPV_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PPV_TBL OCCURS 0 TO 999
                DEPENDING ON PPV_TBL_SIZE
                INDEXED BY PPV_IDX.
                10 PVT_HINBAN PIC 9(05).
                10 PVT_SUPPLIER PIC X(05).
                10 PVT_QTY PIC 9(07).
                10 PVT_INV_AMOUNT PIC 9(11).
                10 PVT_STD_AMOUNT PIC 9(11).
                10 PVT_UNIT_COST PIC 9(07).
*>仕入先別の差異(仕訳の起票単位)
        01 SVT_TBL_MASTER.
            05 SVT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 SVT_TBL OCCURS 0 TO 200
                DEPENDING ON SVT_TBL_SIZE
                INDEXED BY SVT_IDX.
                10 SVT_SUPPLIER PIC X(05).
                10 SVT_VARIANCE PIC S9(11).
*>請求1行分の編集エリア
        01 WK_PO_NO PIC 9(04).
        01 WK_LINE PIC 9(02).
        01 WK_QTY PIC 9(05).
        01 WK_AMOUNT PIC 9(09).
        01 WK_SUPPLIER PIC X(05).
        01 WK_HINBAN PIC 9(05).
        01 WK_UNIT_COST PIC 9(07).
        01 WK_VARIANCE PIC S9(11).
        01 WK_INV_UNIT PIC 9(09).
        01 WK_TOTAL_VARIANCE PIC S9(13) VALUE ZERO.
        01 WK_LINE_CNT PIC 9(05) VALUE ZERO.
        01 WK_UNMATCHED_CNT PIC 9(05) VALUE ZERO.
        01 SW_FOUND PIC X(01).
*>仕訳バッチ1本分の制御合計
        01 WK_BATCH_CNT PIC 9(07).
        01 WK_BATCH_DEBIT PIC 9(13).
        01 WK_BATCH_CREDIT PIC 9(13).
        01 WK_SOURCE PIC X(05) VALUE "PPV".
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "PpvReport.txt".
*>帳票行(見出し/明細/合計)
        01 PPV_HEADER_LINE.
            05 PIC X(36) VALUE "*** PURCHASE PRICE VARIANCE ***    ".
            05 PIC X(08) VALUE "PERIOD: ".
            05 HDR_PERIOD PIC X(06).
            05 PIC X(04) VALUE SPACE.
            05 PIC X(10) VALUE "RUN DATE: ".
            05 HDR_TODAY PIC 9(08).
            05 PIC X(08) VALUE SPACE.
        01 PPV_COLUMN_LINE.
            05 PIC X(40) VALUE
                "HINBAN NAME       SUPP      QTY  INV UNI".
            05 PIC X(40) VALUE
                "T STD UNIT      VARIANCE".
        01 PPV_DETAIL_LINE.
            05 DET_HINBAN PIC 9(05).
            05 PIC X(01) VALUE SPACE.
            05 DET_HINMEI PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 DET_SUPPLIER PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 DET_QTY PIC Z(6)9.
            05 PIC X(01) VALUE SPACE.
            05 DET_INV_UNIT PIC Z(8)9.
            05 PIC X(01) VALUE SPACE.
            05 DET_STD_UNIT PIC Z(6)9.
            05 PIC X(01) VALUE SPACE.
            05 DET_VARIANCE PIC -(12)9.
            05 PIC X(18) VALUE SPACE.
        01 PPV_TOTAL_LINE.
            05 PIC X(24) VALUE "TOTAL VARIANCE (+=UNFAV)".
            05 PIC X(23) VALUE SPACE.
            05 TOT_VARIANCE PIC -(12)9.
            05 PIC X(20) VALUE SPACE.
        01 PPV_UNMATCHED_LINE.
            05 PIC X(40) VALUE
                "INVOICE LINES WITHOUT PRODUCT OR COST: ".
            05 TOT_UNMATCHED PIC ZZZZ9.
            05 PIC X(35) VALUE SPACE.
PROCEDURE DIVISION.
    PPV_REPORT_RTN SECTION.
    *>初期処理(当月の買掛計上・発注明細・品番・原価・品名の読み込み)
        CALL "BUSINESS_DATE" USING WK_POST_DATE.
        MOVE WK_POST_DATE(1:6) TO WK_PERIOD.
        PERFORM LOAD-VOUCHER-RTN.
        PERFORM LOAD-PO-LINE-RTN.
        PERFORM LOAD-LOCPRD-RTN.
        PERFORM LOAD-COST-RTN.
        PERFORM LOAD-PRODUCT-RTN.
        OPEN INPUT INVOICE_FILE.
        IF INVOICE_STATUS NOT = "00"
            THEN
                DISPLAY "INVOICE FILE NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>主処理(当月計上分の請求行を品番×仕入先へ集計する)
        PERFORM UNTIL INVOICE_STATUS NOT = "00"
            READ INVOICE_FILE
                AT END
                    DISPLAY "READ END"
                NOT AT END
                    PERFORM INVOICE-ONE-RTN
            END-READ
        END-PERFORM.
        CLOSE INVOICE_FILE.
    *>終了処理(差異一覧の出力、仕訳の起票)
        PERFORM WRITE-REPORT-RTN.
        PERFORM POST-GL-RTN.
        DISPLAY "PPV REPORT END. LINES:" WK_LINE_CNT
            " UNMATCHED:" WK_UNMATCHED_CNT
            " VARIANCE:" WK_TOTAL_VARIANCE.
        IF WK_UNMATCHED_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    PPV_REPORT_EXIT.
    *>1.請求1行分の集計(当月計上の発注番号のみ)
    INVOICE-ONE-RTN SECTION.
        MOVE SPACE TO SW_FOUND.
        SET VCH_IDX TO 1.
        SEARCH VCH_TBL
            AT END
                CONTINUE
            WHEN VCT_PO(VCH_IDX) = INV_KEY
                MOVE "Y" TO SW_FOUND
                MOVE VCT_SUPPLIER(VCH_IDX) TO WK_SUPPLIER
        END-SEARCH.
        IF SW_FOUND NOT = "Y"
            THEN
                GO TO INVOICE-ONE-EXIT
        END-IF.
*>数量欄が数字でない旧形式はSUJIを数量とし、行番号01とみなす
        IF INV_QTY_X IS NUMERIC
            THEN
                MOVE INV_QTY_X TO WK_QTY
                MOVE INV_SUJI TO WK_LINE
            ELSE
                MOVE INV_SUJI TO WK_QTY
                MOVE 01 TO WK_LINE
        END-IF.
        IF INV_AMOUNT_X IS NUMERIC
            THEN
                MOVE INV_AMOUNT_X TO WK_AMOUNT
            ELSE
                MOVE ZERO TO WK_AMOUNT
        END-IF.
        PERFORM FIND-HINBAN-RTN.
        IF WK_HINBAN = ZERO OR WK_UNIT_COST = ZERO OR WK_QTY = ZERO
            THEN
                DISPLAY "NO PRODUCT/COST FOR INVOICE " INV_KEY
                    " LINE " WK_LINE
                ADD 1 TO WK_UNMATCHED_CNT
                GO TO INVOICE-ONE-EXIT
        END-IF.
        SET PPV_IDX TO 1.
        SEARCH PPV_TBL
            AT END
                IF PPV_TBL_SIZE >= 999
                    THEN
                        DISPLAY "PPV TABLE FULL. LINE SKIPPED: " INV_KEY
                        GO TO INVOICE-ONE-EXIT
                END-IF
                ADD 1 TO PPV_TBL_SIZE
                SET PPV_IDX TO PPV_TBL_SIZE
                MOVE WK_HINBAN TO PVT_HINBAN(PPV_IDX)
                MOVE WK_SUPPLIER TO PVT_SUPPLIER(PPV_IDX)
                MOVE ZERO TO PVT_QTY(PPV_IDX) PVT_INV_AMOUNT(PPV_IDX)
                    PVT_STD_AMOUNT(PPV_IDX)
                MOVE WK_UNIT_COST TO PVT_UNIT_COST(PPV_IDX)
            WHEN PVT_HINBAN(PPV_IDX) = WK_HINBAN
                    AND PVT_SUPPLIER(PPV_IDX) = WK_SUPPLIER
                CONTINUE
        END-SEARCH.
        ADD WK_QTY TO PVT_QTY(PPV_IDX).
        ADD WK_AMOUNT TO PVT_INV_AMOUNT(PPV_IDX).
        COMPUTE PVT_STD_AMOUNT(PPV_IDX) =
            PVT_STD_AMOUNT(PPV_IDX) + WK_QTY * WK_UNIT_COST.
        ADD 1 TO WK_LINE_CNT.
    INVOICE-ONE-EXIT.
    *>1-1.発注明細→ロケーション→品番→標準原価の解決(解決できなければ0)
    FIND-HINBAN-RTN SECTION.
        MOVE ZERO TO WK_HINBAN WK_UNIT_COST.
        IF INV_KEY IS NOT NUMERIC
            THEN
                GO TO FIND-HINBAN-EXIT
        END-IF.
        MOVE INV_KEY TO WK_PO_NO.
        MOVE SPACE TO SW_FOUND.
        SET POL_IDX TO 1.
        SEARCH POL_TBL
            AT END
                CONTINUE
            WHEN PLT_NO(POL_IDX) = WK_PO_NO
                    AND PLT_LINE(POL_IDX) = WK_LINE
                MOVE "Y" TO SW_FOUND
        END-SEARCH.
        IF SW_FOUND NOT = "Y"
            THEN
                GO TO FIND-HINBAN-EXIT
        END-IF.
        IF PLT_WAREHOUSE(POL_IDX) < 1 OR PLT_WAREHOUSE(POL_IDX) > 2
                OR PLT_BIN(POL_IDX) < 1 OR PLT_BIN(POL_IDX) > 2
                OR PLT_SHELF(POL_IDX) < 1 OR PLT_SHELF(POL_IDX) > 3
            THEN
                GO TO FIND-HINBAN-EXIT
        END-IF.
        MOVE LOCPRD_HINBAN(PLT_WAREHOUSE(POL_IDX) PLT_BIN(POL_IDX)
            PLT_SHELF(POL_IDX)) TO WK_HINBAN.
        SET COST_IDX TO 1.
        SEARCH COST_TBL
            AT END
                CONTINUE
            WHEN CST_HINBAN(COST_IDX) = WK_HINBAN
                MOVE CST_UNIT_COST(COST_IDX) TO WK_UNIT_COST
        END-SEARCH.
    FIND-HINBAN-EXIT.
    *>2.差異一覧の出力(品番×仕入先ごとに1行、仕入先別の差異も積む)
    WRITE-REPORT-RTN SECTION.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_PERIOD TO HDR_PERIOD.
        MOVE WK_POST_DATE TO HDR_TODAY.
        WRITE PRINT_RECORD FROM PPV_HEADER_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM PPV_COLUMN_LINE AFTER 2 LINE.
        PERFORM VARYING PPV_IDX FROM 1 BY 1
                UNTIL PPV_IDX > PPV_TBL_SIZE
            COMPUTE WK_VARIANCE = PVT_INV_AMOUNT(PPV_IDX)
                - PVT_STD_AMOUNT(PPV_IDX)
            COMPUTE WK_INV_UNIT ROUNDED =
                PVT_INV_AMOUNT(PPV_IDX) / PVT_QTY(PPV_IDX)
            MOVE PVT_HINBAN(PPV_IDX) TO DET_HINBAN
            MOVE SPACE TO DET_HINMEI
            SET PRD_IDX TO 1
            SEARCH PRD_TBL
                AT END
                    CONTINUE
                WHEN PRT_HINBAN(PRD_IDX) = PVT_HINBAN(PPV_IDX)
                    MOVE PRT_HINMEI(PRD_IDX) TO DET_HINMEI
            END-SEARCH
            MOVE PVT_SUPPLIER(PPV_IDX) TO DET_SUPPLIER
            MOVE PVT_QTY(PPV_IDX) TO DET_QTY
            MOVE WK_INV_UNIT TO DET_INV_UNIT
            MOVE PVT_UNIT_COST(PPV_IDX) TO DET_STD_UNIT
            MOVE WK_VARIANCE TO DET_VARIANCE
            WRITE PRINT_RECORD FROM PPV_DETAIL_LINE AFTER 1 LINE
            ADD WK_VARIANCE TO WK_TOTAL_VARIANCE
            PERFORM ADD-SUPPLIER-VARIANCE-RTN
        END-PERFORM.
        MOVE WK_TOTAL_VARIANCE TO TOT_VARIANCE.
        WRITE PRINT_RECORD FROM PPV_TOTAL_LINE AFTER 2 LINE.
        MOVE WK_UNMATCHED_CNT TO TOT_UNMATCHED.
        WRITE PRINT_RECORD FROM PPV_UNMATCHED_LINE AFTER 1 LINE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
    WRITE-REPORT-EXIT.
    *>2-1.仕入先別差異への加算
    ADD-SUPPLIER-VARIANCE-RTN SECTION.
        SET SVT_IDX TO 1.
        SEARCH SVT_TBL
            AT END
                IF SVT_TBL_SIZE < 200
                    THEN
                        ADD 1 TO SVT_TBL_SIZE
                        SET SVT_IDX TO SVT_TBL_SIZE
                        MOVE PVT_SUPPLIER(PPV_IDX)
                            TO SVT_SUPPLIER(SVT_IDX)
                        MOVE WK_VARIANCE TO SVT_VARIANCE(SVT_IDX)
                END-IF
            WHEN SVT_SUPPLIER(SVT_IDX) = PVT_SUPPLIER(PPV_IDX)
                ADD WK_VARIANCE TO SVT_VARIANCE(SVT_IDX)
        END-SEARCH.
    ADD-SUPPLIER-VARIANCE-EXIT.
    *>3.仕訳の起票(仕入先ごとの差し引き差異。不利=借方5300 有利=貸方5300)
    POST-GL-RTN SECTION.
        IF SVT_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO VARIANCE FOR " WK_PERIOD ". GL BATCH SKIPPED."
                GO TO POST-GL-EXIT
        END-IF.
        OPEN EXTEND GL_TRANS_FILE.
        IF GL_TRANS_STATUS NOT = "00"
            THEN
                OPEN OUTPUT GL_TRANS_FILE
        END-IF.
        MOVE ZERO TO WK_BATCH_CNT WK_BATCH_DEBIT WK_BATCH_CREDIT.
        PERFORM VARYING SVT_IDX FROM 1 BY 1
                UNTIL SVT_IDX > SVT_TBL_SIZE
            MOVE SPACE TO GL_TRANS_RECORD
            MOVE SVT_SUPPLIER(SVT_IDX) TO GLT_REFERENCE
            IF SVT_VARIANCE(SVT_IDX) > ZERO
                THEN
                    MOVE SVT_VARIANCE(SVT_IDX) TO GLT_AMOUNT
                    MOVE 5300 TO GLT_ACCOUNT
                    MOVE "D" TO GLT_DC
                    PERFORM WRITE-GL-RTN
                    MOVE 2000 TO GLT_ACCOUNT
                    MOVE "C" TO GLT_DC
                    PERFORM WRITE-GL-RTN
                ELSE
                    COMPUTE GLT_AMOUNT = ZERO - SVT_VARIANCE(SVT_IDX)
                    MOVE 2000 TO GLT_ACCOUNT
                    MOVE "D" TO GLT_DC
                    PERFORM WRITE-GL-RTN
                    MOVE 5300 TO GLT_ACCOUNT
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
    *>4.当月に買掛計上された発注番号の読み込み
    LOAD-VOUCHER-RTN SECTION.
        OPEN INPUT AP_OPEN_ITEM_FILE.
        IF AP_OPEN_ITEM_STATUS NOT = "00"
            THEN
                DISPLAY "AP OPEN ITEMS NOT FOUND."
                GO TO LOAD-VOUCHER-EXIT
        END-IF.
        PERFORM UNTIL AP_OPEN_ITEM_STATUS NOT = "00"
            READ AP_OPEN_ITEM_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF API_DATE(1:6) = WK_PERIOD
                            AND VCH_TBL_SIZE < 2000
                        THEN
                            ADD 1 TO VCH_TBL_SIZE
                            SET VCH_IDX TO VCH_TBL_SIZE
                            MOVE API_PO TO VCT_PO(VCH_IDX)
                            MOVE API_SUPPLIER TO VCT_SUPPLIER(VCH_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AP_OPEN_ITEM_FILE.
    LOAD-VOUCHER-EXIT.
    *>5.発注明細の読み込み(行番号の無い旧形式の行は01とする)
    LOAD-PO-LINE-RTN SECTION.
        OPEN INPUT PO_REGISTER_FILE.
        IF PO_REGISTER_STATUS NOT = "00"
            THEN
                DISPLAY "PO REGISTER NOT FOUND."
                GO TO LOAD-PO-LINE-EXIT
        END-IF.
        PERFORM UNTIL PO_REGISTER_STATUS NOT = "00"
            READ PO_REGISTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF POL_TBL_SIZE < 999
                        THEN
                            ADD 1 TO POL_TBL_SIZE
                            SET POL_IDX TO POL_TBL_SIZE
                            MOVE POR_NO TO PLT_NO(POL_IDX)
                            IF POR_LINE IS NUMERIC
                                THEN
                                    MOVE POR_LINE TO PLT_LINE(POL_IDX)
                                ELSE
                                    MOVE 01 TO PLT_LINE(POL_IDX)
                            END-IF
                            MOVE POR_WAREHOUSE TO PLT_WAREHOUSE(POL_IDX)
                            MOVE POR_BIN TO PLT_BIN(POL_IDX)
                            MOVE POR_SHELF TO PLT_SHELF(POL_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PO_REGISTER_FILE.
    LOAD-PO-LINE-EXIT.
    *>6.ロケーション商品対応の読み込み(対応が無いロケーションは品番00000)
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
    *>7.標準原価マスタの読み込み
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
    *>8.品名解決用の商品マスタの読み込み
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
*>Invoices.txtの1行 = 発注番号(4) 行番号(2) 数量(5) 請求金額(9)
*>(数量欄の無い旧形式は行番号欄を数量として読み、行番号01とみなす)
*>PpvReport.txtの明細 = 品番 品名 仕入先 数量 請求単価 標準単価 差異金額(+=不利)
*>GlTransactions.txtへの起票 = 出所PPV、参照=仕入先コード
*>勘定 2000=買掛金 5300=仕入価格差異
*>RETURN-CODE 0=正常 4=品番/原価の解決できない請求行あり 16=請求ファイルなし
