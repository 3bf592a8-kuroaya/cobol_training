            ASSIGN TO "Reservations.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RESERVATION_STATUS.
*>検査保留ファイル(品質検査が済んでいない・不合格のロットは在庫確認から除く)
        SELECT QC_HOLD_FILE
            ASSIGN TO "QcHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_HOLD_STATUS.
*>得意先マスタ(受注は必ず登録済みの得意先に紐づける。
*>保守はAPPLICATION_84_CUSTOMER_MAINT)
        SELECT CUSTOMER_MASTER_FILE
            ASSIGN TO "ArOpenItems.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_OPEN_ITEMS_STATUS.
*>与信保留ファイル(限度額超過の受注は拒否せずここへ退避し、
*>上席がAPPLICATION_87_ORDER_RELEASEでリリース/取消する)
        SELECT ORDER_HOLD_FILE
            ASSIGN TO "OrderHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ORDER_HOLD_STATUS.
*>受注番号の採番管理(最後に発行した受注番号。InvoiceControl.txtと同じ持ち方)
        SELECT ORDER_CONTROL_FILE
            ASSIGN TO "OrderControl.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ORDER_CONTROL_STATUS.
*>受注見出しファイル(受注1件1行:受注番号・得意先・受注日・希望納期)
        SELECT ORDER_HEADER_FILE
            ASSIGN TO "OrderHeader.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ORDER_HEADER_STATUS.
*>注文請書(受注1件につき1ページ。入力終了時にまとめてスプール台帳へ登録する)
        SELECT ORDER_ACK_FILE ASSIGN TO "OrderAck.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
        FD PRODUCT_MASTER_FILE.
            05 ORD_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_LINE_NO PIC 9(02).
        FD BACKORDER_FILE.
        01 BACKORDER_RECORD.
            05 BKO_DATE PIC 9(08).
            05 BKO_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 BKO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 BKO_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 BKO_LINE_NO PIC 9(02).
        FD RESERVATION_FILE.
        01 RESERVATION_RECORD.
            05 RSV_DATE PIC 9(08).
            05 RSV_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RSV_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RSV_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RSV_LINE_NO PIC 9(02).
        FD QC_HOLD_FILE.
        01 QC_HOLD_RECORD.
            05 QCH_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 QCH_PO PIC 9(04).
            05 FILLER PIC X(01).
            05 QCH_LINE PIC 9(02).
            05 FILLER PIC X(01).
            05 QCH_WAREHOUSE PIC 9(02).
            05 QCH_BIN PIC 9(02).
            05 QCH_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 QCH_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 QCH_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 QCH_EXPIRY PIC X(08).
            05 FILLER PIC X(01).
            05 QCH_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 QCH_STATUS PIC X(01).
            05 FILLER PIC X(06).
        FD CUSTOMER_MASTER_FILE.
        01 CUSTOMER_MASTER_RECORD.
            05 CU_CODE PIC X(05).
            05 ARO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 ARO_AMOUNT PIC 9(09).
        FD ORDER_HOLD_FILE.
        01 ORDER_HOLD_RECORD.
            05 OH_DATE PIC 9(08).
            05 OH_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OH_AMOUNT PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OH_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OH_LINE_NO PIC 9(02).
        FD ORDER_CONTROL_FILE.
        01 ORDER_CONTROL_RECORD.
            05 OCT_LAST_NO PIC 9(06).
        FD ORDER_HEADER_FILE.
        01 ORDER_HEADER_RECORD.
            05 OHR_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OHR_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OHR_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OHR_REQ_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OHR_LINES PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OHR_OPERATOR PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OHR_AMOUNT PIC 9(09).
        FD ORDER_ACK_FILE.
        01 ORDER_ACK_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
*>OPERATOR_SIGNONからの戻りエリア(サインオンと権限。受注入力には権限2以上)
        01 WK_SIGNON_AREA.
            05 CONSOLE_INPUT PIC 9(05).
            05 CONSOLE_QTY PIC X(05).
            05 CONSOLE_WAREHOUSE PIC X(02).
            05 CONSOLE_REQ_DATE PIC X(08).
        01 PRODUCT_MASTER_STATUS PIC XX.
        01 INV_FILE_STATUS PIC XX.
        01 DAILY_ORDER_STATUS PIC XX.
        01 BACKORDER_STATUS PIC XX.
        01 RESERVATION_STATUS PIC XX.
        01 QC_HOLD_STATUS PIC XX.
        01 CUSTOMER_MASTER_STATUS PIC XX.
        01 CONSOLE_CONFIRM PIC X(01).
*>指定倉庫の未解消引当の合計(在庫確認で差し引く)
        01 WK_RESERVED_QTY PIC 9(07).
*>指定倉庫の検査保留の合計(保留・隔離・返品待ち。在庫確認で差し引く)
        01 WK_HELD_QTY PIC 9(07).
*>受注1件分の得意先(マスタ照合済みのコードと与信限度額・名称の控え)
        01 CONSOLE_CUSTOMER PIC X(05).
        01 WK_ORDER_CUSTOMER PIC X(05).
            88 WK_CD_VALID VALUE "V".
*>与信検査エリア(売掛残+受注額と与信限度額の比較)
        01 AR_OPEN_ITEMS_STATUS PIC XX.
        01 ORDER_HOLD_STATUS PIC XX.
        01 WK_AR_BALANCE PIC 9(09).
        01 WK_UNIT_PRICE PIC 9(07).
        01 WK_ORDER_AMOUNT PIC 9(09).
        01 WK_EXPOSURE PIC 9(10).
        01 WK_TODAY PIC 9(08).
        01 SW_CREDIT_OK PIC X(01).
*>PRICE_RESOLVEへの受け渡しエリア(得意先契約→数量割引→定価の順に値付けする。
*>価格の変更がすぐ効くよう毎回読み直す)
        01 WK_PRR_RELOAD PIC X(01) VALUE "Y".
        01 WK_PRR_RESULT.
            05 WK_PRR_UNIT_PRICE PIC 9(07).
            05 WK_PRR_LIST_PRICE PIC 9(07).
            05 WK_PRR_RULE PIC X(01).
*>受注1件分の作業エリア(数量・倉庫・倉庫内の引当可能数量・不足数量)
        01 WK_ORDER_QTY PIC 9(05).
        01 WK_ORDER_WAREHOUSE PIC 9(02).
        01 WK_AVAILABLE_QTY PIC 9(07).
        01 WK_SHORTFALL_QTY PIC 9(07).
*>ATP_PROJECTIONへの受け渡しエリア(在庫不足時に約束可能日を照会する)
        01 WK_AP_REQ_QTY PIC 9(07).
        01 WK_AP_DAYS PIC 9(03) VALUE 30.
        01 WK_AP_RELOAD PIC X(01) VALUE "Y".
        01 WK_AP_RESULT.
            05 WK_AP_START_DATE PIC 9(08).
            05 WK_AP_ON_HAND PIC 9(07).
            05 WK_AP_RESERVED PIC 9(07).
            05 WK_AP_BACKORDER PIC 9(07).
            05 WK_AP_PROMISE_DATE PIC 9(08).
            05 WK_AP_DAY OCCURS 60.
                10 WK_AP_DAY_DATE PIC 9(08).
                10 WK_AP_DAY_BALANCE PIC S9(07).
*>受注1件分(見出し)の作業エリア。受注番号は最初の明細を受けた時点で採番する
        01 ORDER_CONTROL_STATUS PIC XX.
        01 ORDER_HEADER_STATUS PIC XX.
        01 WK_ORDER_NO PIC 9(06) VALUE ZERO.
        01 WK_LINE_NO PIC 9(02) VALUE ZERO.
        01 WK_REQ_DATE PIC 9(08).
        01 WK_ORDER_TOTAL PIC 9(09) VALUE ZERO.
        01 WK_ACCEPTED_AMOUNT PIC 9(09) VALUE ZERO.
        01 SW_ORDER_OPEN PIC X(01) VALUE "N".
        01 SW_ACK_OPENED PIC X(01) VALUE "N".
*>受注明細の控え(注文請書の印字用。1受注99行まで)
        01 ACK_TBL_MASTER.
            05 ACK_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 ACK_TBL OCCURS 0 TO 99
                DEPENDING ON ACK_TBL_SIZE
                INDEXED BY ACK_IDX.
                10 AKT_LINE_NO PIC 9(02).
                10 AKT_HINBAN PIC 9(05).
                10 AKT_HINMEI PIC X(10).
                10 AKT_WAREHOUSE PIC 9(02).
                10 AKT_QTY PIC 9(05).
                10 AKT_PRICE PIC 9(07).
                10 AKT_AMOUNT PIC 9(09).
                10 AKT_STATUS PIC X(12).
        01 WK_LINE_STATUS PIC X(12).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "OrderAck.txt".
*>注文請書の帳票行
        01 ACK_TITLE_LINE.
            05 PIC X(31) VALUE "*** ORDER ACKNOWLEDGMENT *** ".
            05 PIC X(06) VALUE "ORDER ".
            05 ATL_ORDER_NO PIC 9(06).
            05 PIC X(37) VALUE SPACE.
        01 ACK_HEAD_LINE.
            05 PIC X(09) VALUE "CUSTOMER ".
            05 AHL_CUSTOMER PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 AHL_NAME PIC X(10).
            05 PIC X(12) VALUE " ORDER DATE ".
            05 AHL_DATE PIC 9(08).
            05 PIC X(11) VALUE " REQUESTED ".
            05 AHL_REQ_DATE PIC 9(08).
            05 PIC X(16) VALUE SPACE.
        01 ACK_COLUMN_LINE.
            05 PIC X(40) VALUE
                "LN HINBAN NAME       WH   QTY      PRICE".
            05 PIC X(40) VALUE
                "      AMOUNT STATUS                     ".
        01 ACK_DETAIL_LINE.
            05 ADL_LINE_NO PIC 9(02).
            05 PIC X(01) VALUE SPACE.
            05 ADL_HINBAN PIC 9(05).
            05 PIC X(02) VALUE SPACE.
            05 ADL_HINMEI PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 ADL_WAREHOUSE PIC 9(02).
            05 PIC X(01) VALUE SPACE.
            05 ADL_QTY PIC ZZZZ9.
            05 PIC X(01) VALUE SPACE.
            05 ADL_PRICE PIC Z,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 ADL_AMOUNT PIC ZZZ,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 ADL_STATUS PIC X(12).
            05 PIC X(16) VALUE SPACE.
        01 ACK_TOTAL_LINE.
            05 PIC X(07) VALUE "LINES: ".
            05 ATT_LINES PIC Z9.
            05 PIC X(28) VALUE SPACE.
            05 PIC X(06) VALUE "TOTAL ".
            05 ATT_AMOUNT PIC ZZZ,ZZZ,ZZ9.
            05 PIC X(26) VALUE SPACE.
        01 ACK_NOTE_LINE.
            05 PIC X(50) VALUE
                "BACKORDER AND CREDIT HOLD LINES SHIP WHEN RELEASED".
            05 PIC X(30) VALUE SPACE.
*>商品テーブル
        01 SHOHIN_TBL_MASTER.
            05 TBL_SIZE PIC 9(03).
        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        MOVE "MENU" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        ACCEPT CONSOLE_INPUT FROM CONSOLE.
        IF CONSOLE_INPUT = 99999
            THEN
                PERFORM CLOSE_ORDER_PROC
                IF SW_ACK_OPENED = "Y"
                    THEN
                        CLOSE ORDER_ACK_FILE
                        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME
                END-IF
                GOBACK
        END-IF.
        SET TBL_IDX TO 1.
        SEARCH SHOHIN_TBL
*>商品が見つかったら、続けて受注(数量・倉庫・在庫確認)を受け付ける
                PERFORM ORDER_ENTRY_PROC
        END-SEARCH.
*>同じ受注に明細を続けるか、受注を締めて注文請書を出すかを尋ねる
*>(99行に達した受注はその場で締める)
        IF SW_ORDER_OPEN = "Y" AND WK_LINE_NO >= 99
            THEN
                PERFORM CLOSE_ORDER_PROC
        END-IF.
        IF SW_ORDER_OPEN = "Y"
            THEN
                DISPLAY "ADD ANOTHER LINE TO THIS ORDER? (Y/N) >>"
                    WITH NO ADVANCING
                ACCEPT CONSOLE_CONFIRM FROM CONSOLE
                IF CONSOLE_CONFIRM NOT = "Y"
                    THEN
                        PERFORM CLOSE_ORDER_PROC
                END-IF
        END-IF.
*>次の注文のために入力ループへ戻る(紙での転記をなくす)
        GO TO EXEC_INPUT_PROC.
    EXEC_DISPLAY_PROC.
        MOVE "ORDER" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
*>受注は必ず得意先に紐づける(チェックデジット不正・未登録・停止中は受けない)
*>2行目以降は開いている受注の得意先・希望納期をそのまま使う
        IF SW_ORDER_OPEN NOT = "Y"
            THEN
                PERFORM OPEN_ORDER_PROC
                IF SW_ORDER_OPEN NOT = "Y"
                    THEN
                        EXIT PARAGRAPH
                END-IF
            ELSE
                DISPLAY "ORDER " WK_ORDER_NO " CUSTOMER "
                    WK_ORDER_CUSTOMER " NEXT LINE"
        END-IF.
        DISPLAY "ORDER QTY (5 DIGITS, 00000=SKIP) >>"
            WITH NO ADVANCING.
                    WK_ORDER_QTY - WK_AVAILABLE_QTY
                DISPLAY "STOCK SHORT. AVAILABLE=" WK_AVAILABLE_QTY
                    " SHORTFALL=" WK_SHORTFALL_QTY
*>いつなら出せるかを入荷見込みから答える(ATP照会)
                PERFORM ATP_LOOKUP_PROC
*>在庫不足の注文は断って終わりにせず、バックオーダーとして控えられる
*>(入庫後に夜間処理が古い順で解放する)
                PERFORM CAPTURE_BACKORDER_PROC
    CHECK_CREDIT_PROC.
        MOVE "1" TO SW_CREDIT_OK.
        PERFORM CALC_ORDER_AMOUNT_PROC.
*>得意先契約・数量割引・価格マスタの有効単価で自動的に値付けする
*>(店舗ごとの打ち間違いをなくす)
        EVALUATE WK_PRR_RULE
            WHEN "C"
                DISPLAY "CONTRACT PRICE " WK_UNIT_PRICE
                    " (LIST " WK_PRR_LIST_PRICE ")"
                    " LINE AMOUNT " WK_ORDER_AMOUNT
            WHEN "Q"
                DISPLAY "QTY BREAK PRICE " WK_UNIT_PRICE
                    " (LIST " WK_PRR_LIST_PRICE ")"
                    " LINE AMOUNT " WK_ORDER_AMOUNT
            WHEN "L"
                DISPLAY "PRICED AT " WK_UNIT_PRICE
                    " LINE AMOUNT " WK_ORDER_AMOUNT
            WHEN OTHER
                DISPLAY "NO PRICE ON MASTER. LINE AMOUNT 0."
        END-EVALUATE.
        PERFORM CALC_AR_BALANCE_PROC.
        COMPUTE WK_EXPOSURE = WK_AR_BALANCE + WK_ACCEPTED_AMOUNT
            + WK_ORDER_AMOUNT.
        IF WK_EXPOSURE > WK_CUST_LIMIT
            THEN
                MOVE SPACE TO SW_CREDIT_OK
                    " LIMIT=" WK_CUST_LIMIT
        END-IF.
        EXIT.
*>受注額の算出(当日時点の単価×数量。単価が無ければ0円=与信は通る)
*>単価は共通サブルーチンPRICE_RESOLVEが得意先契約→数量割引→定価の順に決める
    CALC_ORDER_AMOUNT_PROC.
        ACCEPT WK_TODAY FROM DATE YYYYMMDD.
        CALL "PRICE_RESOLVE" USING WK_ORDER_CUSTOMER CONSOLE_INPUT
            WK_ORDER_QTY WK_TODAY WK_PRR_RELOAD WK_PRR_RESULT.
        MOVE WK_PRR_UNIT_PRICE TO WK_UNIT_PRICE.
        COMPUTE WK_ORDER_AMOUNT = WK_ORDER_QTY * WK_UNIT_PRICE.
        EXIT.
*>得意先の売掛残の算出(未消込台帳の金額合計)
        MOVE WK_ORDER_WAREHOUSE TO OH_WAREHOUSE.
        MOVE WK_ORDER_QTY TO OH_QTY.
        MOVE WK_ORDER_AMOUNT TO OH_AMOUNT.
        MOVE "CREDIT HOLD" TO WK_LINE_STATUS.
        PERFORM ADD_ORDER_LINE_PROC.
        MOVE WK_ORDER_NO TO OH_ORDER_NO.
        MOVE WK_LINE_NO TO OH_LINE_NO.
        WRITE ORDER_HOLD_RECORD.
        CLOSE ORDER_HOLD_FILE.
        DISPLAY "ORDER HELD FOR CREDIT REVIEW.".
                NOT AT END
                    IF CU_CODE = CONSOLE_CUSTOMER
                        THEN
                            EVALUATE CU_STATUS
                                WHEN "S"
                                    DISPLAY "CUSTOMER SUSPENDED."
                                        " ORDER REFUSED."
                                WHEN "H"
                                    DISPLAY "CUSTOMER ON CREDIT HOLD"
                                        " (OVERDUE). ORDER REFUSED."
                                WHEN OTHER
                                    MOVE "1" TO SW_CUST_FOUND
                                    MOVE CONSOLE_CUSTOMER
                                        TO WK_ORDER_CUSTOMER
                                    MOVE CU_CREDIT_LIMIT
                                        TO WK_CUST_LIMIT
                                    DISPLAY "CUSTOMER: " CU_NAME
                            END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM.
                DISPLAY "ORDER NOT ACCEPTED FOR THIS CUSTOMER."
        END-IF.
        EXIT.
*>ATP照会(品番×倉庫の先30日の引当可能数量から、注文数量に届く最初の日を示す)
    ATP_LOOKUP_PROC.
        MOVE WK_ORDER_QTY TO WK_AP_REQ_QTY.
        CALL "ATP_PROJECTION" USING CONSOLE_INPUT WK_ORDER_WAREHOUSE
            WK_AP_REQ_QTY WK_AP_DAYS WK_AP_RELOAD WK_AP_RESULT.
        DISPLAY "ATP: ON HAND=" WK_AP_ON_HAND
            " RESERVED=" WK_AP_RESERVED
            " BACKORDERED=" WK_AP_BACKORDER.
        IF WK_AP_PROMISE_DATE = ZERO
            THEN
                DISPLAY "ATP: " WK_ORDER_QTY " NOT AVAILABLE WITHIN "
                    WK_AP_DAYS " DAYS."
            ELSE
                DISPLAY "ATP: " WK_ORDER_QTY " AVAILABLE FROM "
                    WK_AP_PROMISE_DATE
        END-IF.
        EXIT.
*>バックオーダー1件の控え(日付・品番・倉庫・希望数量)
    CAPTURE_BACKORDER_PROC.
        DISPLAY "CAPTURE AS BACKORDER? (Y/N) >>" WITH NO ADVANCING.
        MOVE WK_ORDER_WAREHOUSE TO BKO_WAREHOUSE.
        MOVE WK_ORDER_QTY TO BKO_QTY.
        MOVE WK_ORDER_CUSTOMER TO BKO_CUSTOMER.
        PERFORM CALC_ORDER_AMOUNT_PROC.
        MOVE "BACKORDERED" TO WK_LINE_STATUS.
        PERFORM ADD_ORDER_LINE_PROC.
        MOVE WK_ORDER_NO TO BKO_ORDER_NO.
        MOVE WK_LINE_NO TO BKO_LINE_NO.
        WRITE BACKORDER_RECORD.
        CLOSE BACKORDER_FILE.
        DISPLAY "BACKORDER CAPTURED. QTY=" WK_ORDER_QTY
                DISPLAY "INVENTORY POSITION FILE NOT FOUND."
        END-IF.
        PERFORM CHECK_RESERVED_PROC.
        PERFORM CHECK_HELD_PROC.
        ADD WK_HELD_QTY TO WK_RESERVED_QTY.
        IF WK_RESERVED_QTY >= WK_AVAILABLE_QTY
            THEN
                MOVE ZERO TO WK_AVAILABLE_QTY
                CLOSE RESERVATION_FILE
        END-IF.
        EXIT.
*>指定倉庫の検査保留の合計を求める(ファイルが無ければ保留なし)
    CHECK_HELD_PROC.
        MOVE ZERO TO WK_HELD_QTY.
        OPEN INPUT QC_HOLD_FILE.
        IF QC_HOLD_STATUS = "00"
            THEN
                PERFORM UNTIL QC_HOLD_STATUS NOT = "00"
                    READ QC_HOLD_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF QCH_WAREHOUSE = WK_ORDER_WAREHOUSE
                                    AND (QCH_STATUS = "H" OR "Q" OR "V")
                                THEN
                                    ADD QCH_QTY TO WK_HELD_QTY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE QC_HOLD_FILE
        END-IF.
        EXIT.
*>受注1件の書き出し(日付・品番・倉庫・数量)
    WRITE_ORDER_PROC.
        OPEN EXTEND DAILY_ORDER_FILE.
        MOVE WK_ORDER_WAREHOUSE TO ORD_WAREHOUSE.
        MOVE WK_ORDER_QTY TO ORD_QTY.
        MOVE WK_ORDER_CUSTOMER TO ORD_CUSTOMER.
        MOVE "ACCEPTED" TO WK_LINE_STATUS.
        PERFORM ADD_ORDER_LINE_PROC.
        ADD WK_ORDER_AMOUNT TO WK_ACCEPTED_AMOUNT.
        MOVE WK_ORDER_NO TO ORD_ORDER_NO.
        MOVE WK_LINE_NO TO ORD_LINE_NO.
        WRITE DAILY_ORDER_RECORD.
        CLOSE DAILY_ORDER_FILE.
*>受け付けた数量を引き当てとして控える(出庫反映時に解消される)
        MOVE CONSOLE_INPUT TO RSV_HINBAN.
        MOVE WK_ORDER_WAREHOUSE TO RSV_WAREHOUSE.
        MOVE WK_ORDER_QTY TO RSV_QTY.
        MOVE WK_ORDER_NO TO RSV_ORDER_NO.
        MOVE WK_LINE_NO TO RSV_LINE_NO.
        WRITE RESERVATION_RECORD.
        CLOSE RESERVATION_FILE.
        EXIT.
*>受注の開始(得意先の照合と希望納期の受け付け。受注番号はまだ採番しない)
    OPEN_ORDER_PROC.
        PERFORM CHECK_CUSTOMER_PROC.
        IF SW_CUST_FOUND NOT = "1"
            THEN
                EXIT PARAGRAPH
        END-IF.
        ACCEPT WK_TODAY FROM DATE YYYYMMDD.
        DISPLAY "REQUESTED DATE (YYYYMMDD, BLANK=TODAY) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_REQ_DATE FROM CONSOLE.
        IF CONSOLE_REQ_DATE = SPACES
            THEN
                MOVE WK_TODAY TO WK_REQ_DATE
            ELSE
                IF CONSOLE_REQ_DATE IS NOT NUMERIC
                    THEN
                        DISPLAY "REQUESTED DATE MUST BE NUMERIC."
                        EXIT PARAGRAPH
                END-IF
                MOVE CONSOLE_REQ_DATE TO WK_REQ_DATE
                IF WK_REQ_DATE < WK_TODAY
                    THEN
                        DISPLAY "REQUESTED DATE IS IN THE PAST."
                        EXIT PARAGRAPH
                END-IF
        END-IF.
        MOVE ZERO TO WK_ORDER_NO WK_LINE_NO WK_ORDER_TOTAL
            WK_ACCEPTED_AMOUNT ACK_TBL_SIZE.
        MOVE "Y" TO SW_ORDER_OPEN.
        EXIT.
*>受注明細1行の控え(最初の明細で受注番号を採番し、行番号を振る)
    ADD_ORDER_LINE_PROC.
        IF WK_ORDER_NO = ZERO
            THEN
                PERFORM ISSUE_ORDER_NO_PROC
        END-IF.
        ADD 1 TO WK_LINE_NO.
        ADD WK_ORDER_AMOUNT TO WK_ORDER_TOTAL.
        IF ACK_TBL_SIZE < 99
            THEN
                ADD 1 TO ACK_TBL_SIZE
                SET ACK_IDX TO ACK_TBL_SIZE
                MOVE WK_LINE_NO TO AKT_LINE_NO(ACK_IDX)
                MOVE CONSOLE_INPUT TO AKT_HINBAN(ACK_IDX)
                MOVE HINMEI(TBL_IDX) TO AKT_HINMEI(ACK_IDX)
                MOVE WK_ORDER_WAREHOUSE TO AKT_WAREHOUSE(ACK_IDX)
                MOVE WK_ORDER_QTY TO AKT_QTY(ACK_IDX)
                MOVE WK_UNIT_PRICE TO AKT_PRICE(ACK_IDX)
                MOVE WK_ORDER_AMOUNT TO AKT_AMOUNT(ACK_IDX)
                MOVE WK_LINE_STATUS TO AKT_STATUS(ACK_IDX)
        END-IF.
        EXIT.
*>受注番号の採番(OrderControl.txtの最終番号+1を発行し、すぐ書き戻す)
    ISSUE_ORDER_NO_PROC.
        MOVE ZERO TO WK_ORDER_NO.
        OPEN INPUT ORDER_CONTROL_FILE.
        IF ORDER_CONTROL_STATUS = "00"
            THEN
                READ ORDER_CONTROL_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF OCT_LAST_NO IS NUMERIC
                            THEN
                                MOVE OCT_LAST_NO TO WK_ORDER_NO
                        END-IF
                END-READ
                CLOSE ORDER_CONTROL_FILE
        END-IF.
        ADD 1 TO WK_ORDER_NO.
        OPEN OUTPUT ORDER_CONTROL_FILE.
        MOVE WK_ORDER_NO TO OCT_LAST_NO.
        WRITE ORDER_CONTROL_RECORD.
        CLOSE ORDER_CONTROL_FILE.
        DISPLAY "ORDER NUMBER " WK_ORDER_NO " ISSUED.".
        EXIT.
*>受注の締め(明細があれば受注見出しを書き、注文請書を印字する)
    CLOSE_ORDER_PROC.
        IF SW_ORDER_OPEN NOT = "Y"
            THEN
                EXIT PARAGRAPH
        END-IF.
        MOVE "N" TO SW_ORDER_OPEN.
        IF WK_ORDER_NO = ZERO
            THEN
                DISPLAY "NO LINES CAPTURED. NO ORDER CREATED."
                EXIT PARAGRAPH
        END-IF.
        OPEN EXTEND ORDER_HEADER_FILE.
        IF ORDER_HEADER_STATUS NOT = "00"
            THEN
                OPEN OUTPUT ORDER_HEADER_FILE
        END-IF.
        MOVE SPACE TO ORDER_HEADER_RECORD.
        MOVE WK_ORDER_NO TO OHR_NO.
        MOVE WK_TODAY TO OHR_DATE.
        MOVE WK_ORDER_CUSTOMER TO OHR_CUSTOMER.
        MOVE WK_REQ_DATE TO OHR_REQ_DATE.
        MOVE WK_LINE_NO TO OHR_LINES.
        MOVE WK_SO_OPERATOR TO OHR_OPERATOR.
        MOVE WK_ORDER_TOTAL TO OHR_AMOUNT.
        WRITE ORDER_HEADER_RECORD.
        CLOSE ORDER_HEADER_FILE.
        PERFORM PRINT_ACK_PROC.
        DISPLAY "ORDER " WK_ORDER_NO " CLOSED. LINES=" WK_LINE_NO
            " ACKNOWLEDGMENT PRINTED.".
        MOVE ZERO TO WK_ORDER_NO.
        EXIT.
*>注文請書の印字(見出し・明細・合計。受注1件を1ページとして積み上げる)
    PRINT_ACK_PROC.
        IF SW_ACK_OPENED NOT = "Y"
            THEN
                OPEN OUTPUT ORDER_ACK_FILE
                MOVE "Y" TO SW_ACK_OPENED
        END-IF.
        MOVE WK_ORDER_NO TO ATL_ORDER_NO.
        WRITE ORDER_ACK_RECORD FROM ACK_TITLE_LINE AFTER PAGE.
        MOVE WK_ORDER_CUSTOMER TO AHL_CUSTOMER.
        MOVE WK_CUST_NAME TO AHL_NAME.
        MOVE WK_TODAY TO AHL_DATE.
        MOVE WK_REQ_DATE TO AHL_REQ_DATE.
        WRITE ORDER_ACK_RECORD FROM ACK_HEAD_LINE AFTER 2 LINE.
        WRITE ORDER_ACK_RECORD FROM ACK_COLUMN_LINE AFTER 2 LINE.
        PERFORM VARYING ACK_IDX FROM 1 BY 1 UNTIL ACK_IDX > ACK_TBL_SIZE
            MOVE AKT_LINE_NO(ACK_IDX) TO ADL_LINE_NO
            MOVE AKT_HINBAN(ACK_IDX) TO ADL_HINBAN
            MOVE AKT_HINMEI(ACK_IDX) TO ADL_HINMEI
            MOVE AKT_WAREHOUSE(ACK_IDX) TO ADL_WAREHOUSE
            MOVE AKT_QTY(ACK_IDX) TO ADL_QTY
            MOVE AKT_PRICE(ACK_IDX) TO ADL_PRICE
            MOVE AKT_AMOUNT(ACK_IDX) TO ADL_AMOUNT
            MOVE AKT_STATUS(ACK_IDX) TO ADL_STATUS
            WRITE ORDER_ACK_RECORD FROM ACK_DETAIL_LINE AFTER 1 LINE
        END-PERFORM.
        MOVE WK_LINE_NO TO ATT_LINES.
        MOVE WK_ORDER_TOTAL TO ATT_AMOUNT.
        WRITE ORDER_ACK_RECORD FROM ACK_TOTAL_LINE AFTER 2 LINE.
        WRITE ORDER_ACK_RECORD FROM ACK_NOTE_LINE AFTER 1 LINE.
        EXIT.
*>商品テーブルの内容をメニューとして一覧表示する
    DISPLAY_MENU_PROC.
        PERFORM VARYING TBL_IDX FROM 1 BY 1 UNTIL TBL_IDX > TBL_SIZE
*>処理ブロックをサブルーチン化して、PERFORM文を使用して呼び出すことができる
*>商品マスタファイルがあればその内容を、無ければ従来のデモ5件をメニュー化し、
*>範囲外の品番が入力された場合は、プログラムを終了させずに再入力を促す
*>在庫不足の注文では、共通サブルーチンATP_PROJECTIONで入荷見込み(輸送中・発注残)を
*>織り込んだ約束可能日を表示してからバックオーダーの控えを尋ねる
*>在庫確認では品質検査の保留・隔離・返品待ち(QcHold.txt)の数量も差し引く
*>受注は見出し(受注番号・得意先・受注日・希望納期)と番号つき明細で受け付ける。
*>受注番号はOrderControl.txtから最初の明細を受けた時点で採番し、受注番号と行番号を
*>DailyOrders/Reservations/Backorders/OrderHoldの各行の末尾に付けて後続へ引き継ぐ
*>(APPLICATION_85_INVOICINGは受注番号ごとに1枚の請求書にまとめる)。
*>受注を締めるとOrderHeader.txtに見出しを追記し、注文請書OrderAck.txtを1ページ印字する
*>(その回の入力で締めた受注の請書を1ファイルにまとめ、終了時にスプール台帳へ登録する)
*>与信は売掛残+同じ受注で受け付け済みの明細額+今回の明細額で判定する
*>得意先マスタの状態が"S"(取引停止)または"H"(督促による与信停止。
*>APPLICATION_131_DUNNINGが最終督促で立て、期日超過の入金で外す)の得意先は受けない
*>OrderHeader.txtのレイアウト:受注番号9(6) 受注日9(8) 得意先X(5) 希望納期9(8)
*>明細行数9(2) 担当者X(5) 受注額9(9)(各項目間は空白1桁)
*>大口得意先から固定長の注文ファイルで届く注文は、同じ検査と振り分けで
*>APPLICATION_135_EDI_ORDERSが一括で取り込む(担当者欄は"EDI")
*>単価は共通サブルーチンPRICE_RESOLVE(得意先契約→数量割引→定価。請求生成と同じ決め方)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
