*>赤伝(クレジットメモ)起票 得意先の値引き要求や返品に、売掛未消込台帳の
*>ARO_AMOUNTを手で書き換えて対応していたのをやめ、元の請求書に対する赤伝を
*>起票する(メーカー側。承認と発行はAPPLICATION_133_CREDIT_APPROVE)
*>請求番号を入力すると請求登録簿(InvoiceRegister.txt)の明細を品番・ロットごとに
*>一覧し、明細ごとに
*>  (R)返品 = 返品数量を入力(金額の既定 = 請求金額 × 返品数量 / 請求数量)。
*>            品物を在庫へ戻すかどうか(戻す場合は品番のロケーションへ、請求のロットで)
*>  (P)値引 = 金額だけを入力(在庫は動かさない)
*>を受け付ける。同じ請求明細に対する赤伝の累計(発行済みのCreditMemos.txtと
*>承認待ちのCreditRequests.txt)が請求の数量・金額を超える入力は受け付けない
*>最後に売掛の処理(R=請求の残額を減らす U=未充当の貸方として得意先に残す)と
*>理由を入力し、確認した明細をCreditRequests.txtへ追記する(承認待ち)
*>サインオンはOPERATOR_SIGNON、権限2以上
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_132_CREDIT_REQUEST.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT INVOICE_REGISTER_FILE
            ASSIGN TO "InvoiceRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INVOICE_REGISTER_STATUS.
        SELECT CREDIT_REQUEST_FILE
            ASSIGN TO "CreditRequests.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CREDIT_REQUEST_STATUS.
        SELECT CREDIT_MEMO_FILE
            ASSIGN TO "CreditMemos.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CREDIT_MEMO_STATUS.
        SELECT LOCATION_PRODUCT_FILE
            ASSIGN TO "LocationProduct.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCATION_PRODUCT_STATUS.
DATA DIVISION.
    FILE SECTION.
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
            05 FILLER PIC X(01).
            05 IVR_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 IVR_ORDER_NO PIC X(06).
            05 FILLER PIC X(01).
            05 IVR_LINE_NO PIC X(02).
            05 FILLER PIC X(01).
            05 IVR_TAX_CLASS PIC X(01).
            05 FILLER PIC X(01).
            05 IVR_TAX_RATE PIC X(02).
            05 FILLER PIC X(01).
            05 IVR_INV_TAX PIC X(09).
            05 FILLER PIC X(01).
            05 IVR_INV_TOTAL PIC X(09).
*>赤伝の承認待ち(1明細1行。起票日時+起票者が同じ行で1件の赤伝になる)
        FD CREDIT_REQUEST_FILE.
        01 CREDIT_REQUEST_RECORD.
            05 CRQ_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_TIME PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_MAKER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_INVOICE PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_TYPE PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_HINBAN PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_LOT PIC X(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_NET PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_TAX_CLASS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_TAX_RATE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_RESTOCK PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_WAREHOUSE PIC 9(02).
            05 CRQ_BIN PIC 9(02).
            05 CRQ_SHELF PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_DISPOSITION PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_REASON PIC X(20).
*>赤伝台帳(累計の確認に請求番号・品番・ロット・数量・税抜金額だけを読む)
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
            05 FILLER PIC X(100).
        FD LOCATION_PRODUCT_FILE.
        01 LOCATION_PRODUCT_RECORD.
            05 LP_WAREHOUSE PIC 9(02).
            05 LP_BIN PIC 9(02).
            05 LP_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 LP_HINBAN PIC 9(05).
    WORKING-STORAGE SECTION.
        01 INVOICE_REGISTER_STATUS PIC XX.
        01 CREDIT_REQUEST_STATUS PIC XX.
        01 CREDIT_MEMO_STATUS PIC XX.
        01 LOCATION_PRODUCT_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア(赤伝の起票には権限2以上)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_INVOICE PIC X(06).
            05 CONSOLE_LINE PIC X(02).
            05 CONSOLE_TYPE PIC X(01).
            05 CONSOLE_QTY PIC X(05).
            05 CONSOLE_AMOUNT PIC X(09).
            05 CONSOLE_RESTOCK PIC X(01).
            05 CONSOLE_DISPOSITION PIC X(01).
            05 CONSOLE_REASON PIC X(20).
            05 CONSOLE_CONFIRM PIC X(01).
        01 WK_TODAY PIC 9(08).
        01 WK_NOW PIC 9(08).
        01 WK_INVOICE PIC 9(06).
        01 WK_INV_CUSTOMER PIC X(05).
        01 WK_INV_DATE PIC 9(08).
        01 WK_LINE PIC 9(02).
        01 WK_QTY PIC 9(05).
        01 WK_AMOUNT PIC 9(09).
        01 WK_REMAIN_QTY PIC 9(05).
        01 WK_REMAIN_AMOUNT PIC 9(09).
        01 WK_REQ_TOTAL PIC 9(09).
        01 WK_REQUEST_CNT PIC 9(05) VALUE ZERO.
*>請求の明細(品番・ロットごとに請求数量・金額と赤伝の累計)
        01 ILN_TBL_MASTER.
            05 ILN_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 ILN_TBL OCCURS 0 TO 99
                DEPENDING ON ILN_TBL_SIZE
                INDEXED BY ILN_IDX.
                10 ILT_HINBAN PIC 9(05).
                10 ILT_LOT PIC X(06).
                10 ILT_QTY PIC 9(05).
                10 ILT_AMOUNT PIC 9(09).
                10 ILT_TAX_CLASS PIC X(01).
                10 ILT_TAX_RATE PIC 9(02).
                10 ILT_CR_QTY PIC 9(05).
                10 ILT_CR_AMOUNT PIC 9(09).
*>今回の赤伝の明細(確認後にまとめて承認待ちへ書く)
        01 REQ_TBL_MASTER.
            05 REQ_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 REQ_TBL OCCURS 0 TO 99
                DEPENDING ON REQ_TBL_SIZE
                INDEXED BY REQ_IDX.
                10 RQT_LINE PIC 9(02).
                10 RQT_TYPE PIC X(01).
                10 RQT_QTY PIC 9(05).
                10 RQT_NET PIC 9(09).
                10 RQT_RESTOCK PIC X(01).
                10 RQT_WAREHOUSE PIC 9(02).
                10 RQT_BIN PIC 9(02).
                10 RQT_SHELF PIC 9(02).
*>ロケーション→品番(APPLICATION_74_VALUATIONと同じ持ち方)
        01 LOCPRD_TBL_AREA.
            03 LOCPRD_DATA_1 OCCURS 2.
            05 LOCPRD_DATA_2 OCCURS 2.
            07 LOCPRD_DATA_3 OCCURS 3.
            09 LOCPRD_HINBAN PIC 9(05).
        01 WK_LOC_WAREHOUSE PIC 9(02).
        01 WK_LOC_BIN PIC 9(02).
        01 WK_LOC_SHELF PIC 9(02).
        01 CNT_1 PIC 9(02).
        01 CNT_2 PIC 9(02).
        01 CNT_3 PIC 9(02).
        01 SW_AREA.
            05 SW_FOUND PIC X(01).
        01 CST_AREA.
            05 CST_1X PIC X(01) VALUE "1".
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
*>サインオン(オペレータマスタに無い・チェックデジット不正のIDは入れない)
        CALL "OPERATOR_SIGNON" USING WK_SO_OPERATOR WK_SO_NAME
            WK_SO_AUTHORITY WK_SO_RESULT.
        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        IF WK_SO_AUTHORITY < 2
            THEN
                DISPLAY "CREDIT MEMO ENTRY REQUIRES AUTHORITY 2."
                GOBACK
        END-IF.
        MOVE "CREDITREQ" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_LOCPRD_PROC.
    EXEC_INPUT_PROC.
        DISPLAY "INVOICE NUMBER (6 DIGITS, 999999=END) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_INVOICE FROM CONSOLE.
        IF CONSOLE_INVOICE IS NOT NUMERIC
            THEN
                DISPLAY "INVOICE NUMBER MUST BE NUMERIC."
                GO TO EXEC_INPUT_PROC
        END-IF.
        MOVE CONSOLE_INVOICE TO WK_INVOICE.
        IF WK_INVOICE = 999999
            THEN
                DISPLAY "CREDIT MEMO ENTRY END. REQUESTS: "
                    WK_REQUEST_CNT
                GOBACK
        END-IF.
        PERFORM LOAD_INVOICE_PROC.
        IF ILN_TBL_SIZE = ZERO
            THEN
                DISPLAY "INVOICE " WK_INVOICE " NOT FOUND ON REGISTER."
                GO TO EXEC_INPUT_PROC
        END-IF.
        PERFORM LOAD_CREDITED_PROC.
        PERFORM REQUEST_ONE_PROC.
        GO TO EXEC_INPUT_PROC.
*>赤伝1件分の受け付け(明細の入力→売掛の処理→理由→確認→承認待ちへ追記)
    REQUEST_ONE_PROC.
        MOVE ZERO TO REQ_TBL_SIZE.
        PERFORM SHOW_INVOICE_PROC.
        MOVE 1 TO WK_LINE.
        PERFORM CREDIT_LINE_PROC
            UNTIL WK_LINE = ZERO.
        IF REQ_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO CREDIT LINES. REQUEST CANCELLED."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "(R)EDUCE OPEN INVOICE OR LEAVE (U)NAPPLIED CREDIT >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_DISPOSITION FROM CONSOLE.
        IF CONSOLE_DISPOSITION NOT = "R" AND CONSOLE_DISPOSITION NOT = "U"
            THEN
                DISPLAY "DISPOSITION MUST BE R OR U. REQUEST CANCELLED."
                EXIT PARAGRAPH
        END-IF.
        MOVE SPACES TO CONSOLE_REASON.
        DISPLAY "REASON (20 CHARS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_REASON FROM CONSOLE.
        IF CONSOLE_REASON = SPACES
            THEN
                DISPLAY "REASON IS REQUIRED. REQUEST CANCELLED."
                EXIT PARAGRAPH
        END-IF.
        MOVE ZERO TO WK_REQ_TOTAL.
        PERFORM VARYING REQ_IDX FROM 1 BY 1
                UNTIL REQ_IDX > REQ_TBL_SIZE
            ADD RQT_NET(REQ_IDX) TO WK_REQ_TOTAL
        END-PERFORM.
        DISPLAY "CREDIT " WK_REQ_TOTAL " (EXCL. TAX) AGAINST INVOICE "
            WK_INVOICE " FOR " WK_INV_CUSTOMER "? (Y/N) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_CONFIRM FROM CONSOLE.
        IF CONSOLE_CONFIRM NOT = "Y"
            THEN
                DISPLAY "REQUEST NOT ACCEPTED."
                EXIT PARAGRAPH
        END-IF.
        PERFORM WRITE_REQUEST_PROC.
        ADD 1 TO WK_REQUEST_CNT.
        DISPLAY "CREDIT REQUEST FOR INVOICE " WK_INVOICE
            " SENT FOR APPROVAL.".
        EXIT.
*>請求明細の一覧(行番号・品番・ロット・請求数量と金額・赤伝の累計)
    SHOW_INVOICE_PROC.
        DISPLAY "INVOICE " WK_INVOICE " DATE " WK_INV_DATE
            " CUSTOMER " WK_INV_CUSTOMER.
        DISPLAY "LN HINBAN LOT      QTY    AMOUNT  CR QTY CR AMOUNT".
        PERFORM VARYING ILN_IDX FROM 1 BY 1
                UNTIL ILN_IDX > ILN_TBL_SIZE
            SET WK_LINE TO ILN_IDX
            DISPLAY WK_LINE " " ILT_HINBAN(ILN_IDX)
                "  " ILT_LOT(ILN_IDX)
                " " ILT_QTY(ILN_IDX) " " ILT_AMOUNT(ILN_IDX)
                "  " ILT_CR_QTY(ILN_IDX) " " ILT_CR_AMOUNT(ILN_IDX)
        END-PERFORM.
        EXIT.
*>赤伝の明細1行の受け付け(行番号00で明細の入力を終える)
    CREDIT_LINE_PROC.
        DISPLAY "INVOICE LINE (2 DIGITS, 00=DONE) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_LINE FROM CONSOLE.
        IF CONSOLE_LINE IS NOT NUMERIC
            THEN
                DISPLAY "LINE NUMBER MUST BE NUMERIC."
                EXIT PARAGRAPH
        END-IF.
        MOVE CONSOLE_LINE TO WK_LINE.
        IF WK_LINE = ZERO
            THEN
                EXIT PARAGRAPH
        END-IF.
        IF WK_LINE > ILN_TBL_SIZE
            THEN
                DISPLAY "INVOICE HAS " ILN_TBL_SIZE " LINES."
                EXIT PARAGRAPH
        END-IF.
        IF REQ_TBL_SIZE >= 99
            THEN
                DISPLAY "TOO MANY CREDIT LINES."
                MOVE ZERO TO WK_LINE
                EXIT PARAGRAPH
        END-IF.
        SET ILN_IDX TO WK_LINE.
*>同じ請求明細に対する赤伝の累計(今回の入力分を含む)を超える分は受けない
        COMPUTE WK_REMAIN_QTY = ILT_QTY(ILN_IDX) - ILT_CR_QTY(ILN_IDX).
        COMPUTE WK_REMAIN_AMOUNT =
            ILT_AMOUNT(ILN_IDX) - ILT_CR_AMOUNT(ILN_IDX).
        IF WK_REMAIN_AMOUNT = ZERO
            THEN
                DISPLAY "LINE " WK_LINE " IS ALREADY FULLY CREDITED."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "(R)ETURN OR (P)RICE ADJUSTMENT >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_TYPE FROM CONSOLE.
        EVALUATE CONSOLE_TYPE
            WHEN "R"
                PERFORM RETURN_LINE_PROC
            WHEN "P"
                PERFORM PRICE_LINE_PROC
            WHEN OTHER
                DISPLAY "TYPE MUST BE R OR P. LINE SKIPPED."
        END-EVALUATE.
        EXIT.
*>返品の明細(返品数量→金額→在庫への戻し)
    RETURN_LINE_PROC.
        DISPLAY "RETURN QTY (5 DIGITS, MAX " WK_REMAIN_QTY ") >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_QTY FROM CONSOLE.
        IF CONSOLE_QTY IS NOT NUMERIC
            THEN
                DISPLAY "QTY MUST BE NUMERIC. LINE SKIPPED."
                EXIT PARAGRAPH
        END-IF.
        MOVE CONSOLE_QTY TO WK_QTY.
        IF WK_QTY = ZERO OR WK_QTY > WK_REMAIN_QTY
            THEN
                DISPLAY "RETURN QTY MUST BE 1 TO " WK_REMAIN_QTY
                    ". LINE SKIPPED."
                EXIT PARAGRAPH
        END-IF.
        COMPUTE WK_AMOUNT = ILT_AMOUNT(ILN_IDX) * WK_QTY
            / ILT_QTY(ILN_IDX).
        IF WK_AMOUNT > WK_REMAIN_AMOUNT
            THEN
                MOVE WK_REMAIN_AMOUNT TO WK_AMOUNT
        END-IF.
        PERFORM ACCEPT_AMOUNT_PROC.
        IF WK_AMOUNT = ZERO
            THEN
                EXIT PARAGRAPH
        END-IF.
        ADD 1 TO REQ_TBL_SIZE.
        SET REQ_IDX TO REQ_TBL_SIZE.
        MOVE WK_LINE TO RQT_LINE(REQ_IDX).
        MOVE "R" TO RQT_TYPE(REQ_IDX).
        MOVE WK_QTY TO RQT_QTY(REQ_IDX).
        MOVE WK_AMOUNT TO RQT_NET(REQ_IDX).
        MOVE "N" TO RQT_RESTOCK(REQ_IDX).
        MOVE ZERO TO RQT_WAREHOUSE(REQ_IDX) RQT_BIN(REQ_IDX)
            RQT_SHELF(REQ_IDX).
        ADD WK_QTY TO ILT_CR_QTY(ILN_IDX).
        ADD WK_AMOUNT TO ILT_CR_AMOUNT(ILN_IDX).
*>在庫へ戻す場合は品番のロケーション(ロケーション商品対応の最初の棚)へ
        PERFORM FIND_LOCATION_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "NO LOCATION FOR HINBAN " ILT_HINBAN(ILN_IDX)
                    ". GOODS NOT RETURNED TO STOCK."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "RETURN GOODS TO STOCK AT " WK_LOC_WAREHOUSE
            WK_LOC_BIN WK_LOC_SHELF "? (Y/N) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_RESTOCK FROM CONSOLE.
        IF CONSOLE_RESTOCK = "Y"
            THEN
                MOVE "Y" TO RQT_RESTOCK(REQ_IDX)
                MOVE WK_LOC_WAREHOUSE TO RQT_WAREHOUSE(REQ_IDX)
                MOVE WK_LOC_BIN TO RQT_BIN(REQ_IDX)
                MOVE WK_LOC_SHELF TO RQT_SHELF(REQ_IDX)
        END-IF.
        EXIT.
*>値引の明細(金額だけ。在庫は動かさない)
    PRICE_LINE_PROC.
        MOVE ZERO TO WK_QTY WK_AMOUNT.
        PERFORM ACCEPT_AMOUNT_PROC.
        IF WK_AMOUNT = ZERO
            THEN
                EXIT PARAGRAPH
        END-IF.
        ADD 1 TO REQ_TBL_SIZE.
        SET REQ_IDX TO REQ_TBL_SIZE.
        MOVE WK_LINE TO RQT_LINE(REQ_IDX).
        MOVE "P" TO RQT_TYPE(REQ_IDX).
        MOVE ZERO TO RQT_QTY(REQ_IDX).
        MOVE WK_AMOUNT TO RQT_NET(REQ_IDX).
        MOVE "N" TO RQT_RESTOCK(REQ_IDX).
        MOVE ZERO TO RQT_WAREHOUSE(REQ_IDX) RQT_BIN(REQ_IDX)
            RQT_SHELF(REQ_IDX).
        ADD WK_AMOUNT TO ILT_CR_AMOUNT(ILN_IDX).
        EXIT.
*>共通.赤伝金額(税抜)の受け付け(空白で既定を採る。残額を超える金額は受けない)
    ACCEPT_AMOUNT_PROC.
        MOVE SPACES TO CONSOLE_AMOUNT.
        DISPLAY "CREDIT AMOUNT EXCL. TAX (9 DIGITS, BLANK=" WK_AMOUNT
            ") >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_AMOUNT FROM CONSOLE.
        IF CONSOLE_AMOUNT NOT = SPACES
            THEN
                IF CONSOLE_AMOUNT IS NOT NUMERIC
                    THEN
                        DISPLAY "AMOUNT MUST BE NUMERIC. LINE SKIPPED."
                        MOVE ZERO TO WK_AMOUNT
                        EXIT PARAGRAPH
                END-IF
                MOVE CONSOLE_AMOUNT TO WK_AMOUNT
        END-IF.
        IF WK_AMOUNT > WK_REMAIN_AMOUNT
            THEN
                DISPLAY "AMOUNT EXCEEDS UNCREDITED AMOUNT "
                    WK_REMAIN_AMOUNT ". LINE SKIPPED."
                MOVE ZERO TO WK_AMOUNT
        END-IF.
        EXIT.
*>共通.品番のロケーション(ロケーション商品対応を倉庫・棚・棚段の順に探す)
    FIND_LOCATION_PROC.
        MOVE SPACE TO SW_FOUND.
        PERFORM VARYING CNT_1 FROM 1 BY 1
                UNTIL CNT_1 > 2 OR SW_FOUND = CST_1X
            PERFORM VARYING CNT_2 FROM 1 BY 1
                    UNTIL CNT_2 > 2 OR SW_FOUND = CST_1X
                PERFORM VARYING CNT_3 FROM 1 BY 1
                        UNTIL CNT_3 > 3 OR SW_FOUND = CST_1X
                    IF LOCPRD_HINBAN(CNT_1 CNT_2 CNT_3)
                            = ILT_HINBAN(ILN_IDX)
                        THEN
                            MOVE CST_1X TO SW_FOUND
                            MOVE CNT_1 TO WK_LOC_WAREHOUSE
                            MOVE CNT_2 TO WK_LOC_BIN
                            MOVE CNT_3 TO WK_LOC_SHELF
                    END-IF
                END-PERFORM
            END-PERFORM
        END-PERFORM.
        EXIT.
*>承認待ちへの追記(同じ起票日時・起票者の行で1件の赤伝)
    WRITE_REQUEST_PROC.
        ACCEPT WK_NOW FROM TIME.
        OPEN EXTEND CREDIT_REQUEST_FILE.
        IF CREDIT_REQUEST_STATUS NOT = "00"
            THEN
                OPEN OUTPUT CREDIT_REQUEST_FILE
        END-IF.
        PERFORM VARYING REQ_IDX FROM 1 BY 1
                UNTIL REQ_IDX > REQ_TBL_SIZE
            SET ILN_IDX TO RQT_LINE(REQ_IDX)
            MOVE SPACE TO CREDIT_REQUEST_RECORD
            MOVE WK_TODAY TO CRQ_DATE
            MOVE WK_NOW TO CRQ_TIME
            MOVE WK_SO_OPERATOR TO CRQ_MAKER
            MOVE WK_INVOICE TO CRQ_INVOICE
            MOVE WK_INV_CUSTOMER TO CRQ_CUSTOMER
            MOVE RQT_TYPE(REQ_IDX) TO CRQ_TYPE
            MOVE ILT_HINBAN(ILN_IDX) TO CRQ_HINBAN
            MOVE ILT_LOT(ILN_IDX) TO CRQ_LOT
            MOVE RQT_QTY(REQ_IDX) TO CRQ_QTY
            MOVE RQT_NET(REQ_IDX) TO CRQ_NET
            MOVE ILT_TAX_CLASS(ILN_IDX) TO CRQ_TAX_CLASS
            MOVE ILT_TAX_RATE(ILN_IDX) TO CRQ_TAX_RATE
            MOVE RQT_RESTOCK(REQ_IDX) TO CRQ_RESTOCK
            MOVE RQT_WAREHOUSE(REQ_IDX) TO CRQ_WAREHOUSE
            MOVE RQT_BIN(REQ_IDX) TO CRQ_BIN
            MOVE RQT_SHELF(REQ_IDX) TO CRQ_SHELF
            MOVE CONSOLE_DISPOSITION TO CRQ_DISPOSITION
            MOVE CONSOLE_REASON TO CRQ_REASON
            WRITE CREDIT_REQUEST_RECORD
        END-PERFORM.
        CLOSE CREDIT_REQUEST_FILE.
        EXIT.
*>請求登録簿から請求1件の明細を品番・ロットごとに集める
*>(消費税導入前の旧形式の行は標準税率S・税率0として扱う)
    LOAD_INVOICE_PROC.
        MOVE ZERO TO ILN_TBL_SIZE.
        OPEN INPUT INVOICE_REGISTER_FILE.
        IF INVOICE_REGISTER_STATUS NOT = "00"
            THEN
                EXIT PARAGRAPH
        END-IF.
        PERFORM UNTIL INVOICE_REGISTER_STATUS NOT = "00"
            READ INVOICE_REGISTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF IVR_NO = WK_INVOICE
                        THEN
                            MOVE IVR_CUSTOMER TO WK_INV_CUSTOMER
                            MOVE IVR_DATE TO WK_INV_DATE
                            PERFORM ADD_INVOICE_LINE_PROC
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE INVOICE_REGISTER_FILE.
        EXIT.
*>請求明細1行の集計(同じ品番・ロットは1行にまとめる)
    ADD_INVOICE_LINE_PROC.
        SET ILN_IDX TO 1.
        SEARCH ILN_TBL
            AT END
                IF ILN_TBL_SIZE >= 99
                    THEN
                        DISPLAY "INVOICE HAS TOO MANY LINES. LINE IGNORED: "
                            IVR_HINBAN
                        EXIT PARAGRAPH
                END-IF
                ADD 1 TO ILN_TBL_SIZE
                SET ILN_IDX TO ILN_TBL_SIZE
                MOVE IVR_HINBAN TO ILT_HINBAN(ILN_IDX)
                MOVE IVR_LOT TO ILT_LOT(ILN_IDX)
                MOVE ZERO TO ILT_QTY(ILN_IDX) ILT_AMOUNT(ILN_IDX)
                    ILT_CR_QTY(ILN_IDX) ILT_CR_AMOUNT(ILN_IDX)
                IF IVR_TAX_RATE IS NUMERIC
                        AND IVR_TAX_CLASS NOT = SPACE
                    THEN
                        MOVE IVR_TAX_CLASS TO ILT_TAX_CLASS(ILN_IDX)
                        MOVE IVR_TAX_RATE TO ILT_TAX_RATE(ILN_IDX)
                    ELSE
                        MOVE "S" TO ILT_TAX_CLASS(ILN_IDX)
                        MOVE ZERO TO ILT_TAX_RATE(ILN_IDX)
                END-IF
            WHEN ILT_HINBAN(ILN_IDX) = IVR_HINBAN
                    AND ILT_LOT(ILN_IDX) = IVR_LOT
                CONTINUE
        END-SEARCH.
        ADD IVR_QTY TO ILT_QTY(ILN_IDX).
        ADD IVR_AMOUNT TO ILT_AMOUNT(ILN_IDX).
        EXIT.
*>赤伝の累計(発行済みの赤伝台帳と承認待ちの両方)を請求明細ごとに集める
    LOAD_CREDITED_PROC.
        OPEN INPUT CREDIT_MEMO_FILE.
        IF CREDIT_MEMO_STATUS = "00"
            THEN
                PERFORM UNTIL CREDIT_MEMO_STATUS NOT = "00"
                    READ CREDIT_MEMO_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF CMR_INVOICE = WK_INVOICE
                                THEN
                                    SET ILN_IDX TO 1
                                    SEARCH ILN_TBL
                                        AT END
                                            CONTINUE
                                        WHEN ILT_HINBAN(ILN_IDX) = CMR_HINBAN
                                                AND ILT_LOT(ILN_IDX) = CMR_LOT
                                            ADD CMR_QTY TO ILT_CR_QTY(ILN_IDX)
                                            ADD CMR_NET
                                                TO ILT_CR_AMOUNT(ILN_IDX)
                                    END-SEARCH
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CREDIT_MEMO_FILE
        END-IF.
        OPEN INPUT CREDIT_REQUEST_FILE.
        IF CREDIT_REQUEST_STATUS = "00"
            THEN
                PERFORM UNTIL CREDIT_REQUEST_STATUS NOT = "00"
                    READ CREDIT_REQUEST_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF CRQ_INVOICE = WK_INVOICE
                                THEN
                                    SET ILN_IDX TO 1
                                    SEARCH ILN_TBL
                                        AT END
                                            CONTINUE
                                        WHEN ILT_HINBAN(ILN_IDX) = CRQ_HINBAN
                                                AND ILT_LOT(ILN_IDX) = CRQ_LOT
                                            ADD CRQ_QTY TO ILT_CR_QTY(ILN_IDX)
                                            ADD CRQ_NET
                                                TO ILT_CR_AMOUNT(ILN_IDX)
                                    END-SEARCH
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CREDIT_REQUEST_FILE
        END-IF.
        EXIT.
*>ロケーション商品対応の読み込み(対応が無いロケーションは品番00000)
    LOAD_LOCPRD_PROC.
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
        EXIT.
*>CreditRequests.txtの1行 = 起票日(8) 起票時刻(8) 起票者(5) 請求番号(6) 得意先(5)
*>種別(1:R=返品 P=値引) 品番(5) ロット(6) 返品数量(5) 税抜金額(9) 税区分(1) 税率(2)
*>在庫への戻し(1:Y/N) 倉庫(2)棚(2)棚段(2) 売掛の処理(1:R/U) 理由(20)
*>(各項目間は空白1桁。承認・却下された行はAPPLICATION_133_CREDIT_APPROVEが外す)
*>赤伝の金額は税抜で入力し、消費税は承認時に赤伝1件の税率区分ごとに計算する
*>起票者と同じオペレータは承認できない(メーカー・チェッカー)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
