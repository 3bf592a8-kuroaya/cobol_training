*>得意先照会 得意先からの電話に、得意先マスタ・与信保留・バックオーダー・
*>請求登録簿・売掛未消込台帳を別々にエディタで開いて答えていたのをやめ、
*>APPLICATION_83_INV_INQUIRYと同じ作りのサインオン(OPERATOR_SIGNON:照会のみの
*>ため権限1でよい)つき対話照会にする。得意先コード1つから
*>  (1)得意先 = 名称・支払条件(日数)・与信限度額・状態
*>  (2)受注残 = まだ出庫していない受注(DailyOrders.txt)とバックオーダー(Backorders.txt)
*>  (3)与信保留 = 上席の判断待ちの受注(OrderHold.txt)
*>  (4)直近の請求 = 請求登録簿(InvoiceRegister.txt)の最新10明細を新しい順に
*>     (金額は明細の税抜金額、あわせて適用した消費税率を出す)
*>  (5)売掛残 = 売掛未消込台帳(ArOpenItems.txt)の請求ごとの残額と経過日数・
*>     滞留バケット(APPLICATION_86_AR_LEDGERと同じ1-30日/31-60日/60日超)
*>     あわせて赤伝の未充当の貸方(ArCredits.txt)を赤伝ごとに
*>  (6)与信余力 = 与信限度額 - 売掛残合計(受注メニューの与信検査と同じ見方)
*>を画面に表示する。照会1件ごとに得意先コードつきでSESSION_LOGへ残す
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_128_CUST_INQUIRY.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CUSTOMER_MASTER_FILE
            ASSIGN TO "CustomerMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER_MASTER_STATUS.
        SELECT DAILY_ORDER_FILE
            ASSIGN TO "DailyOrders.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DAILY_ORDER_STATUS.
        SELECT BACKORDER_FILE
            ASSIGN TO "Backorders.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BACKORDER_STATUS.
        SELECT ORDER_HOLD_FILE
            ASSIGN TO "OrderHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ORDER_HOLD_STATUS.
        SELECT INVOICE_REGISTER_FILE
            ASSIGN TO "InvoiceRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INVOICE_REGISTER_STATUS.
        SELECT AR_OPEN_ITEMS_FILE
            ASSIGN TO "ArOpenItems.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_OPEN_ITEMS_STATUS.
        SELECT AR_CREDITS_FILE
            ASSIGN TO "ArCredits.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_CREDITS_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD CUSTOMER_MASTER_FILE.
        01 CUSTOMER_MASTER_RECORD.
            05 CU_CODE PIC X(05).
            05 CU_NAME PIC X(10).
            05 CU_TERMS PIC 9(02).
            05 CU_CREDIT_LIMIT PIC 9(07).
            05 CU_STATUS PIC X(01).
        FD DAILY_ORDER_FILE.
        01 DAILY_ORDER_RECORD.
            05 ORD_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 ORD_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 ORD_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01).
            05 ORD_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 ORD_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 ORD_ORDER_NO PIC X(06).
            05 FILLER PIC X(01).
            05 ORD_LINE_NO PIC X(02).
        FD BACKORDER_FILE.
        01 BACKORDER_RECORD.
            05 BKO_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 BKO_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 BKO_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01).
            05 BKO_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 BKO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 BKO_ORDER_NO PIC X(06).
            05 FILLER PIC X(01).
            05 BKO_LINE_NO PIC X(02).
        FD ORDER_HOLD_FILE.
        01 ORDER_HOLD_RECORD.
            05 OH_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 OH_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 OH_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 OH_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01).
            05 OH_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 OH_AMOUNT PIC 9(09).
            05 FILLER PIC X(01).
            05 OH_ORDER_NO PIC X(06).
            05 FILLER PIC X(01).
            05 OH_LINE_NO PIC X(02).
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
        FD AR_OPEN_ITEMS_FILE.
        01 AR_OPEN_ITEMS_RECORD.
            05 ARO_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 ARO_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 ARO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 ARO_AMOUNT PIC 9(09).
        FD AR_CREDITS_FILE.
        01 AR_CREDITS_RECORD.
            05 ARC_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 ARC_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 ARC_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 ARC_AMOUNT PIC 9(09).
    WORKING-STORAGE SECTION.
        01 CUSTOMER_MASTER_STATUS PIC XX.
        01 DAILY_ORDER_STATUS PIC XX.
        01 BACKORDER_STATUS PIC XX.
        01 ORDER_HOLD_STATUS PIC XX.
        01 INVOICE_REGISTER_STATUS PIC XX.
        01 AR_OPEN_ITEMS_STATUS PIC XX.
        01 AR_CREDITS_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア(照会のみのため権限1でよい)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>照会1件ごとの記録用(CUST+得意先コード)
        01 WK_SL_LOOKUP.
            05 PIC X(04) VALUE "CUST".
            05 WK_SL_CUSTOMER PIC X(05).
            05 PIC X(01) VALUE SPACE.
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_CUSTOMER PIC X(05).
        01 WK_TODAY PIC 9(08).
        01 WK_TODAY_INT PIC 9(08).
        01 WK_ITEM_INT PIC 9(08).
        01 WK_AGE_DAYS PIC 9(04).
        01 SW_FOUND PIC X(01).
        01 WK_LINE_CNT PIC 9(05).
*>得意先1件分の集計
        01 WK_CUST_LIMIT PIC 9(07).
        01 WK_OPEN_QTY PIC 9(07).
        01 WK_BACKORDER_QTY PIC 9(07).
        01 WK_HOLD_AMOUNT PIC 9(09).
        01 WK_AR_BALANCE PIC 9(09).
        01 WK_AR_CREDIT PIC 9(09).
        01 WK_BUCKET_1_30 PIC 9(09).
        01 WK_BUCKET_31_60 PIC 9(09).
        01 WK_BUCKET_OVER PIC 9(09).
        01 WK_CREDIT_AVAIL PIC S9(09).
        01 WK_BUCKET_NAME PIC X(07).
*>請求の直近表示用リングテーブル(最新10明細を新しい順に出す)
        01 INV_TBL_MASTER.
            05 INV_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 INV_TBL OCCURS 10.
                10 ITB_NO PIC 9(06).
                10 ITB_DATE PIC 9(08).
                10 ITB_HINBAN PIC 9(05).
                10 ITB_QTY PIC 9(05).
                10 ITB_AMOUNT PIC 9(09).
                10 ITB_ORDER_NO PIC X(06).
                10 ITB_TAX_RATE PIC X(02).
        01 WK_INV_SUB PIC 9(02).
*>表示用の編集項目
        01 WK_EDIT_AMOUNT PIC ZZZ,ZZZ,ZZ9.
        01 WK_EDIT_AVAIL PIC -ZZZ,ZZZ,ZZ9.
        01 WK_EDIT_QTY PIC Z,ZZZ,ZZ9.
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
        MOVE "CUSTINQ" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        CALL "BUSINESS_DATE" USING WK_TODAY.
        COMPUTE WK_TODAY_INT = FUNCTION INTEGER-OF-DATE(WK_TODAY).
    EXEC_INPUT_PROC.
        DISPLAY "CUSTOMER CODE (5 DIGITS, END=EXIT) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_CUSTOMER FROM CONSOLE.
        IF CONSOLE_CUSTOMER = "END" OR CONSOLE_CUSTOMER = SPACES
            THEN
                DISPLAY "CUSTOMER INQUIRY END."
                GOBACK
        END-IF.
        PERFORM CUSTOMER_INQUIRY_PROC.
        GO TO EXEC_INPUT_PROC.
*>得意先1件の照会(得意先→受注残→保留→請求→売掛残→与信余力)
    CUSTOMER_INQUIRY_PROC.
        MOVE CONSOLE_CUSTOMER TO WK_SL_CUSTOMER.
        MOVE WK_SL_LOOKUP TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        PERFORM SHOW_CUSTOMER_PROC.
        IF SW_FOUND NOT = "1"
            THEN
                EXIT PARAGRAPH
        END-IF.
        PERFORM SHOW_OPEN_ORDERS_PROC.
        PERFORM SHOW_BACKORDERS_PROC.
        PERFORM SHOW_HOLDS_PROC.
        PERFORM SHOW_INVOICES_PROC.
        PERFORM SHOW_AR_PROC.
        PERFORM SHOW_AR_CREDIT_PROC.
        PERFORM SHOW_CREDIT_PROC.
        EXIT.
*>1.得意先マスタの表示(支払条件・与信限度額・状態)
    SHOW_CUSTOMER_PROC.
        MOVE SPACE TO SW_FOUND.
        MOVE ZERO TO WK_CUST_LIMIT.
        OPEN INPUT CUSTOMER_MASTER_FILE.
        IF CUSTOMER_MASTER_STATUS NOT = "00"
            THEN
                DISPLAY "CUSTOMER MASTER NOT FOUND."
                EXIT PARAGRAPH
        END-IF.
        PERFORM UNTIL CUSTOMER_MASTER_STATUS NOT = "00"
            READ CUSTOMER_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CU_CODE = CONSOLE_CUSTOMER
                        THEN
                            MOVE "1" TO SW_FOUND
                            MOVE CU_CREDIT_LIMIT TO WK_CUST_LIMIT
                            DISPLAY "=== CUSTOMER " CU_CODE " " CU_NAME
                                " AS OF " WK_TODAY " ==="
                            MOVE CU_CREDIT_LIMIT TO WK_EDIT_AMOUNT
                            DISPLAY "  TERMS " CU_TERMS " DAYS"
                                "  CREDIT LIMIT " WK_EDIT_AMOUNT
                            IF CU_STATUS = "S"
                                THEN
                                    DISPLAY "  ** SUSPENDED: NO NEW"
                                        " ORDERS ACCEPTED **"
                            END-IF
                            IF CU_STATUS = "H"
                                THEN
                                    DISPLAY "  ** CREDIT HOLD (OVERDUE):"
                                        " NO NEW ORDERS ACCEPTED **"
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE CUSTOMER_MASTER_FILE.
        IF SW_FOUND NOT = "1"
            THEN
                DISPLAY "CUSTOMER " CONSOLE_CUSTOMER
                    " NOT ON MASTER."
        END-IF.
        EXIT.
*>2.受注残(まだピック・出庫していない受注行)
    SHOW_OPEN_ORDERS_PROC.
        DISPLAY "OPEN ORDERS (NOT YET SHIPPED):".
        MOVE ZERO TO WK_LINE_CNT WK_OPEN_QTY.
        OPEN INPUT DAILY_ORDER_FILE.
        IF DAILY_ORDER_STATUS = "00"
            THEN
                PERFORM UNTIL DAILY_ORDER_STATUS NOT = "00"
                    READ DAILY_ORDER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ORD_CUSTOMER = CONSOLE_CUSTOMER
                                THEN
                                    ADD 1 TO WK_LINE_CNT
                                    ADD ORD_QTY TO WK_OPEN_QTY
                                    DISPLAY "  " ORD_DATE
                                        " ORDER " ORD_ORDER_NO
                                        "-" ORD_LINE_NO
                                        " HINBAN " ORD_HINBAN
                                        " WH " ORD_WAREHOUSE
                                        " QTY " ORD_QTY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DAILY_ORDER_FILE
        END-IF.
        IF WK_LINE_CNT = ZERO
            THEN
                DISPLAY "  (NONE)"
        END-IF.
        EXIT.
*>2-1.バックオーダー(在庫不足で控えた受注。入庫後に夜間で解放される)
    SHOW_BACKORDERS_PROC.
        DISPLAY "BACKORDERS:".
        MOVE ZERO TO WK_LINE_CNT WK_BACKORDER_QTY.
        OPEN INPUT BACKORDER_FILE.
        IF BACKORDER_STATUS = "00"
            THEN
                PERFORM UNTIL BACKORDER_STATUS NOT = "00"
                    READ BACKORDER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF BKO_CUSTOMER = CONSOLE_CUSTOMER
                                THEN
                                    ADD 1 TO WK_LINE_CNT
                                    ADD BKO_QTY TO WK_BACKORDER_QTY
                                    DISPLAY "  " BKO_DATE
                                        " ORDER " BKO_ORDER_NO
                                        "-" BKO_LINE_NO
                                        " HINBAN " BKO_HINBAN
                                        " WH " BKO_WAREHOUSE
                                        " QTY " BKO_QTY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BACKORDER_FILE
        END-IF.
        IF WK_LINE_CNT = ZERO
            THEN
                DISPLAY "  (NONE)"
        END-IF.
        EXIT.
*>3.与信保留(上席のリリース/取消待ち)
    SHOW_HOLDS_PROC.
        DISPLAY "HELD FOR CREDIT REVIEW:".
        MOVE ZERO TO WK_LINE_CNT WK_HOLD_AMOUNT.
        OPEN INPUT ORDER_HOLD_FILE.
        IF ORDER_HOLD_STATUS = "00"
            THEN
                PERFORM UNTIL ORDER_HOLD_STATUS NOT = "00"
                    READ ORDER_HOLD_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF OH_CUSTOMER = CONSOLE_CUSTOMER
                                THEN
                                    ADD 1 TO WK_LINE_CNT
                                    ADD OH_AMOUNT TO WK_HOLD_AMOUNT
                                    MOVE OH_AMOUNT TO WK_EDIT_AMOUNT
                                    DISPLAY "  " OH_DATE
                                        " ORDER " OH_ORDER_NO
                                        "-" OH_LINE_NO
                                        " HINBAN " OH_HINBAN
                                        " QTY " OH_QTY
                                        " AMOUNT " WK_EDIT_AMOUNT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ORDER_HOLD_FILE
        END-IF.
        IF WK_LINE_CNT = ZERO
            THEN
                DISPLAY "  (NONE)"
            ELSE
                MOVE WK_HOLD_AMOUNT TO WK_EDIT_AMOUNT
                DISPLAY "  HELD TOTAL " WK_EDIT_AMOUNT
        END-IF.
        EXIT.
*>4.直近の請求(請求登録簿の最新10明細を新しい順に)
    SHOW_INVOICES_PROC.
        DISPLAY "RECENT INVOICES (NEWEST FIRST):".
        MOVE ZERO TO INV_TBL_SIZE.
        OPEN INPUT INVOICE_REGISTER_FILE.
        IF INVOICE_REGISTER_STATUS = "00"
            THEN
                PERFORM UNTIL INVOICE_REGISTER_STATUS NOT = "00"
                    READ INVOICE_REGISTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF IVR_CUSTOMER = CONSOLE_CUSTOMER
                                THEN
                                    PERFORM KEEP_INVOICE_PROC
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INVOICE_REGISTER_FILE
        END-IF.
        IF INV_TBL_SIZE = ZERO
            THEN
                DISPLAY "  (NONE)"
                EXIT PARAGRAPH
        END-IF.
        PERFORM VARYING WK_INV_SUB FROM INV_TBL_SIZE BY -1
                UNTIL WK_INV_SUB < 1
            MOVE ITB_AMOUNT(WK_INV_SUB) TO WK_EDIT_AMOUNT
            DISPLAY "  INVOICE " ITB_NO(WK_INV_SUB)
                " " ITB_DATE(WK_INV_SUB)
                " ORDER " ITB_ORDER_NO(WK_INV_SUB)
                " HINBAN " ITB_HINBAN(WK_INV_SUB)
                " QTY " ITB_QTY(WK_INV_SUB)
                " AMOUNT " WK_EDIT_AMOUNT
                " TAX " ITB_TAX_RATE(WK_INV_SUB) "%"
        END-PERFORM.
        EXIT.
*>4-1.該当明細1件の控え(10件を超えたら古いものから押し出す)
    KEEP_INVOICE_PROC.
        IF INV_TBL_SIZE < 10
            THEN
                ADD 1 TO INV_TBL_SIZE
            ELSE
                PERFORM VARYING WK_INV_SUB FROM 1 BY 1
                        UNTIL WK_INV_SUB > 9
                    MOVE INV_TBL(WK_INV_SUB + 1)
                        TO INV_TBL(WK_INV_SUB)
                END-PERFORM
        END-IF.
        MOVE IVR_NO TO ITB_NO(INV_TBL_SIZE).
        MOVE IVR_DATE TO ITB_DATE(INV_TBL_SIZE).
        MOVE IVR_HINBAN TO ITB_HINBAN(INV_TBL_SIZE).
        MOVE IVR_QTY TO ITB_QTY(INV_TBL_SIZE).
        MOVE IVR_AMOUNT TO ITB_AMOUNT(INV_TBL_SIZE).
        MOVE IVR_ORDER_NO TO ITB_ORDER_NO(INV_TBL_SIZE).
        MOVE IVR_TAX_RATE TO ITB_TAX_RATE(INV_TBL_SIZE).
        EXIT.
*>5.売掛残(未消込の請求ごとの残額・経過日数・滞留バケット)
    SHOW_AR_PROC.
        DISPLAY "OPEN RECEIVABLES:".
        MOVE ZERO TO WK_LINE_CNT WK_AR_BALANCE WK_BUCKET_1_30
            WK_BUCKET_31_60 WK_BUCKET_OVER.
        OPEN INPUT AR_OPEN_ITEMS_FILE.
        IF AR_OPEN_ITEMS_STATUS = "00"
            THEN
                PERFORM UNTIL AR_OPEN_ITEMS_STATUS NOT = "00"
                    READ AR_OPEN_ITEMS_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ARO_CUSTOMER = CONSOLE_CUSTOMER
                                THEN
                                    PERFORM SHOW_AR_ITEM_PROC
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AR_OPEN_ITEMS_FILE
        END-IF.
        IF WK_LINE_CNT = ZERO
            THEN
                DISPLAY "  (NONE)"
        END-IF.
        MOVE WK_BUCKET_1_30 TO WK_EDIT_AMOUNT.
        DISPLAY "  1-30 DAYS  " WK_EDIT_AMOUNT.
        MOVE WK_BUCKET_31_60 TO WK_EDIT_AMOUNT.
        DISPLAY "  31-60 DAYS " WK_EDIT_AMOUNT.
        MOVE WK_BUCKET_OVER TO WK_EDIT_AMOUNT.
        DISPLAY "  OVER 60    " WK_EDIT_AMOUNT.
        MOVE WK_AR_BALANCE TO WK_EDIT_AMOUNT.
        DISPLAY "  AR BALANCE " WK_EDIT_AMOUNT.
        EXIT.
*>5-1.請求1件分の経過日数とバケット(APPLICATION_86と同じ区切り)
    SHOW_AR_ITEM_PROC.
        ADD 1 TO WK_LINE_CNT.
        ADD ARO_AMOUNT TO WK_AR_BALANCE.
        MOVE ZERO TO WK_AGE_DAYS.
        IF ARO_DATE IS NUMERIC AND ARO_DATE <= WK_TODAY
            THEN
                COMPUTE WK_ITEM_INT = FUNCTION INTEGER-OF-DATE(ARO_DATE)
                COMPUTE WK_AGE_DAYS = WK_TODAY_INT - WK_ITEM_INT
        END-IF.
        EVALUATE WK_AGE_DAYS
            WHEN 0 THRU 30
                ADD ARO_AMOUNT TO WK_BUCKET_1_30
                MOVE "1-30" TO WK_BUCKET_NAME
            WHEN 31 THRU 60
                ADD ARO_AMOUNT TO WK_BUCKET_31_60
                MOVE "31-60" TO WK_BUCKET_NAME
            WHEN OTHER
                ADD ARO_AMOUNT TO WK_BUCKET_OVER
                MOVE "OVER 60" TO WK_BUCKET_NAME
        END-EVALUATE.
        MOVE ARO_AMOUNT TO WK_EDIT_AMOUNT.
        DISPLAY "  INVOICE " ARO_NO " " ARO_DATE
            " OPEN " WK_EDIT_AMOUNT
            " AGE " WK_AGE_DAYS " " WK_BUCKET_NAME.
        EXIT.
*>5-2.未充当の貸方(赤伝の発行で請求の残額を超えた分、売掛の処理Uの赤伝)
    SHOW_AR_CREDIT_PROC.
        MOVE ZERO TO WK_AR_CREDIT.
        OPEN INPUT AR_CREDITS_FILE.
        IF AR_CREDITS_STATUS NOT = "00"
            THEN
                EXIT PARAGRAPH
        END-IF.
        PERFORM UNTIL AR_CREDITS_STATUS NOT = "00"
            READ AR_CREDITS_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ARC_CUSTOMER = CONSOLE_CUSTOMER
                            AND ARC_AMOUNT > ZERO
                        THEN
                            IF WK_AR_CREDIT = ZERO
                                THEN
                                    DISPLAY "UNAPPLIED CREDITS:"
                            END-IF
                            ADD ARC_AMOUNT TO WK_AR_CREDIT
                            MOVE ARC_AMOUNT TO WK_EDIT_AMOUNT
                            DISPLAY "  CREDIT MEMO " ARC_NO " " ARC_DATE
                                " OPEN " WK_EDIT_AMOUNT
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AR_CREDITS_FILE.
        IF WK_AR_CREDIT > ZERO
            THEN
                MOVE WK_AR_CREDIT TO WK_EDIT_AMOUNT
                DISPLAY "  CREDITS    " WK_EDIT_AMOUNT
        END-IF.
        EXIT.
*>6.与信余力(与信限度額 - 売掛残。受注メニューの与信検査はこの額と受注額を比べる)
    SHOW_CREDIT_PROC.
        COMPUTE WK_CREDIT_AVAIL = WK_CUST_LIMIT - WK_AR_BALANCE.
        MOVE WK_CREDIT_AVAIL TO WK_EDIT_AVAIL.
        DISPLAY "CREDIT AVAILABLE NOW " WK_EDIT_AVAIL.
        IF WK_CREDIT_AVAIL < ZERO
            THEN
                DISPLAY "  ** OVER CREDIT LIMIT: NEW ORDERS GO TO"
                    " CREDIT HOLD **"
        END-IF.
        IF WK_HOLD_AMOUNT > ZERO
            THEN
                MOVE WK_HOLD_AMOUNT TO WK_EDIT_AMOUNT
                DISPLAY "  (HELD ORDERS OF " WK_EDIT_AMOUNT
                    " WOULD USE THIS IF RELEASED)"
        END-IF.
        EXIT.
*>照会は権限1(照会のみ)でも使える。サインオンはCUSTINQ、照会1件ごとに
*>CUST+得意先コードをイベントとしてSESSION_LOGに残す(誰がいつどの得意先を見たか)
*>受注番号の無い旧形式の行は受注番号欄が空白で表示される
*>与信余力は受注メニュー(GETTING_STARTED_11_SUBROUTINE)の与信検査と同じく
*>売掛残だけを差し引く(出庫済み・未請求の受注は請求処理後に売掛残へ入る)
*>滞留バケットはAPPLICATION_86_AR_LEDGERの滞留レポートと同じ1-30/31-60/60日超
*>売掛残は消費税込みの請求金額(APPLICATION_85_INVOICINGが税込で計上する)
*>消費税率の欄は消費税導入前に請求した旧形式の行では空白になる
*>状態"H"(督促による与信停止。APPLICATION_131_DUNNINGが立てる)も受注を受けない旨を出す
*>未充当の貸方(ArCredits.txt:APPLICATION_133_CREDIT_APPROVEが書く)は表示するだけで、
*>与信余力には含めない(担当者が請求へ充当するまで売掛残は減らない)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
