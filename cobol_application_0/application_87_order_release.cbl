*>リリースした受注は受注ファイル(DailyOrders.txt)へ合流し、引当も書く
*>全ての判断はオペレータIDと日時つきでCreditHoldLog.txtへ残す
*>保留(S)した項目は保留ファイルに残る
*>受注番号・行番号は保留行から受注ファイル・引当ファイルへそのまま引き継ぐ
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_87_ORDER_RELEASE.
ENVIRONMENT DIVISION.
            05 OH_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OH_AMOUNT PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OH_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OH_LINE_NO PIC 9(02).
        FD DAILY_ORDER_FILE.
        01 DAILY_ORDER_RECORD.
            05 ORD_DATE PIC 9(08).
            05 ORD_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_LINE_NO PIC 9(02).
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
        FD CREDIT_HOLD_LOG_FILE.
        01 CREDIT_HOLD_LOG_RECORD.
            05 CHL_DATE PIC 9(08).
                10 HTB_QTY PIC 9(05).
                10 HTB_AMOUNT PIC 9(09).
                10 HTB_DECISION PIC X(01).
                10 HTB_ORDER_NO PIC 9(06).
                10 HTB_LINE_NO PIC 9(02).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 WK_OPERATOR PIC X(05).
        01 WK_RELEASED_CNT PIC 9(05) VALUE ZERO.
        01 WK_CANCELLED_CNT PIC 9(05) VALUE ZERO.
        01 WK_HELD_CNT PIC 9(05) VALUE ZERO.
*>SIGNON_SESSIONへの受け渡しエリア(メニューでのサインオンの引き継ぎ)
        01 WK_SS_AREA.
            05 WK_SS_MODE PIC X(01) VALUE "G".
            05 WK_SS_NAME PIC X(10).
            05 WK_SS_AUTHORITY PIC 9(01).
            05 WK_SS_RESULT PIC X(01).
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
*>メインメニューでサインオン済みならそのIDを使い、単独で起動したときはその場で入力する
        CALL "SIGNON_SESSION" USING WK_SS_MODE WK_OPERATOR WK_SS_NAME
            WK_SS_AUTHORITY WK_SS_RESULT.
        IF WK_SS_RESULT NOT = "Y"
            THEN
                DISPLAY "SUPERVISOR ID (5 CHARS) >>" WITH NO ADVANCING
                ACCEPT WK_OPERATOR FROM CONSOLE
        END-IF.
        ACCEPT WK_TODAY FROM DATE YYYYMMDD.
        PERFORM LOAD_HOLD_PROC.
        IF HOLD_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO ORDERS ON CREDIT HOLD."
                GOBACK
        END-IF.
*>保留1件ずつ、リリース(R)/取消(J)/保留継続(S)を受け付ける
        PERFORM REVIEW_ONE_PROC
        PERFORM SAVE_HOLD_PROC.
        DISPLAY "CREDIT REVIEW END. RELEASED:" WK_RELEASED_CNT
            " CANCELLED:" WK_CANCELLED_CNT " HELD:" WK_HELD_CNT.
        GOBACK.
*>保留1件分の表示と判断の受け付け
    REVIEW_ONE_PROC.
        DISPLAY "HELD: " HTB_DATE(HOLD_IDX)
            " CUST " HTB_CUSTOMER(HOLD_IDX)
            " ORDER " HTB_ORDER_NO(HOLD_IDX) "-" HTB_LINE_NO(HOLD_IDX)
            " HINBAN " HTB_HINBAN(HOLD_IDX)
            " QTY " HTB_QTY(HOLD_IDX)
            " AMOUNT " HTB_AMOUNT(HOLD_IDX).
        MOVE HTB_WAREHOUSE(HOLD_IDX) TO ORD_WAREHOUSE.
        MOVE HTB_QTY(HOLD_IDX) TO ORD_QTY.
        MOVE HTB_CUSTOMER(HOLD_IDX) TO ORD_CUSTOMER.
        MOVE HTB_ORDER_NO(HOLD_IDX) TO ORD_ORDER_NO.
        MOVE HTB_LINE_NO(HOLD_IDX) TO ORD_LINE_NO.
        WRITE DAILY_ORDER_RECORD.
        CLOSE DAILY_ORDER_FILE.
        OPEN EXTEND RESERVATION_FILE.
        MOVE HTB_HINBAN(HOLD_IDX) TO RSV_HINBAN.
        MOVE HTB_WAREHOUSE(HOLD_IDX) TO RSV_WAREHOUSE.
        MOVE HTB_QTY(HOLD_IDX) TO RSV_QTY.
        MOVE HTB_ORDER_NO(HOLD_IDX) TO RSV_ORDER_NO.
        MOVE HTB_LINE_NO(HOLD_IDX) TO RSV_LINE_NO.
        WRITE RESERVATION_RECORD.
        CLOSE RESERVATION_FILE.
        DISPLAY "RELEASED TO DAILY ORDERS: "
                                        TO HTB_AMOUNT(HOLD_IDX)
                                    MOVE SPACE
                                        TO HTB_DECISION(HOLD_IDX)
*>受注番号の無い旧形式の行は受注番号0として扱う
                                    IF OH_ORDER_NO IS NUMERIC
                                            AND OH_LINE_NO IS NUMERIC
                                        THEN
                                            MOVE OH_ORDER_NO
                                                TO HTB_ORDER_NO(HOLD_IDX)
                                            MOVE OH_LINE_NO
                                                TO HTB_LINE_NO(HOLD_IDX)
                                        ELSE
                                            MOVE ZERO
                                                TO HTB_ORDER_NO(HOLD_IDX)
                                                   HTB_LINE_NO(HOLD_IDX)
                                    END-IF
                            END-IF
                    END-READ
                END-PERFORM
                    MOVE HTB_WAREHOUSE(HOLD_IDX) TO OH_WAREHOUSE
                    MOVE HTB_QTY(HOLD_IDX) TO OH_QTY
                    MOVE HTB_AMOUNT(HOLD_IDX) TO OH_AMOUNT
                    MOVE HTB_ORDER_NO(HOLD_IDX) TO OH_ORDER_NO
                    MOVE HTB_LINE_NO(HOLD_IDX) TO OH_LINE_NO
                    WRITE ORDER_HOLD_RECORD
            END-IF
        END-PERFORM.
        CLOSE ORDER_HOLD_FILE.
        EXIT.
*>OrderHold.txtの1行 = 受付日(8) 得意先(5) 品番(5) 倉庫(2) 数量(5) 金額(9)
*>                      受注番号(6) 行番号(2)
*>CreditHoldLog.txtの1行 = 日付(8) 時刻(8) 上席(5) 判断(8) 得意先(5) 金額(9)
*>リリースした受注は当日受注として合流し、通常のピッキング・請求の流れに乗る
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
