*>得意先別請求明細書 得意先ごとに月1枚の請求明細書(CustomerStatement.txt)を出す
*>(請求書は請求処理のたびに出ているが、月の残高を知らせる明細書は誰も送っていなかった)
*>  前月繰越残高 → 当月の請求(請求登録簿InvoiceRegister.txt、税込合計)と
*>  入金(入金履歴ArReceiptHistory.txt、APPLICATION_86_AR_LEDGERが充当した額)を
*>  日付順に並べ、残高を繰り越して当月末残高を出す
*>  赤伝(赤伝台帳CreditMemos.txt)は請求へ充当した額で残高を減らし、
*>  未充当の貸方として残った額は明細行の下に注記する
*>  最後に売掛未消込台帳(ArOpenItems.txt)の残額をAPPLICATION_86_AR_LEDGERと同じ
*>  1-30日/31-60日/60日超のバケットで出す
*>残高は売掛未消込台帳の現在の残額を起点に、対象月末より後の請求を引き・入金と赤伝を足して
*>当月末残高とし、そこから当月の請求を引き・入金と赤伝を足して前月繰越とする
*>(売掛の消込を済ませてから実行する。未消込の入金がArReceipts.txtに残っていれば警告する)
*>対象月はStatementParm.txt(年月)、無ければ業務日付の年月
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_130_CUST_STATEMENT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT STATEMENT_PARM_FILE
            ASSIGN TO "StatementParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STATEMENT_PARM_STATUS.
        SELECT CUSTOMER_MASTER_FILE
            ASSIGN TO "CustomerMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER_MASTER_STATUS.
        SELECT INVOICE_REGISTER_FILE
            ASSIGN TO "InvoiceRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INVOICE_REGISTER_STATUS.
        SELECT AR_RECEIPT_HISTORY_FILE
            ASSIGN TO "ArReceiptHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_RECEIPT_HISTORY_STATUS.
        SELECT AR_RECEIPTS_FILE
            ASSIGN TO "ArReceipts.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_RECEIPTS_STATUS.
        SELECT CREDIT_MEMO_FILE
            ASSIGN TO "CreditMemos.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CREDIT_MEMO_STATUS.
        SELECT AR_OPEN_ITEMS_FILE
            ASSIGN TO "ArOpenItems.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_OPEN_ITEMS_STATUS.
        SELECT INVOICE_PARM_FILE
            ASSIGN TO "InvoiceParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INVOICE_PARM_STATUS.
        SELECT PRINT_FILE ASSIGN TO "CustomerStatement.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD STATEMENT_PARM_FILE.
        01 STATEMENT_PARM_RECORD.
            05 STP_PERIOD PIC X(06).
        FD CUSTOMER_MASTER_FILE.
        01 CUSTOMER_MASTER_RECORD.
            05 CU_CODE PIC X(05).
            05 CU_NAME PIC X(10).
            05 CU_TERMS PIC 9(02).
            05 CU_CREDIT_LIMIT PIC 9(07).
            05 CU_STATUS PIC X(01).
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
        FD AR_RECEIPT_HISTORY_FILE.
        01 AR_RECEIPT_HISTORY_RECORD.
            05 ARH_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 ARH_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 ARH_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 ARH_AMOUNT PIC 9(09).
            05 FILLER PIC X(01).
            05 ARH_APPLIED PIC 9(09).
            05 FILLER PIC X(01).
            05 ARH_POSTED PIC 9(08).
        FD AR_RECEIPTS_FILE.
        01 AR_RECEIPTS_RECORD.
            05 ARR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 ARR_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 ARR_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 ARR_AMOUNT PIC 9(09).
*>赤伝台帳(赤伝番号・発行日・得意先と赤伝1件の税込合計・請求への充当額だけを読む)
        FD CREDIT_MEMO_FILE.
        01 CREDIT_MEMO_RECORD.
            05 CMR_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 CMR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 CMR_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 CMR_INVOICE PIC 9(06).
            05 FILLER PIC X(49).
            05 CMR_MEMO_TOTAL PIC 9(09).
            05 FILLER PIC X(01).
            05 CMR_APPLIED PIC 9(09).
            05 FILLER PIC X(35).
        FD AR_OPEN_ITEMS_FILE.
        01 AR_OPEN_ITEMS_RECORD.
            05 ARO_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 ARO_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 ARO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 ARO_AMOUNT PIC 9(09).
        FD INVOICE_PARM_FILE.
        01 INVOICE_PARM_RECORD.
            05 IVP_REG_NO PIC X(14).
            05 FILLER PIC X(01).
            05 IVP_ISSUER PIC X(30).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 STATEMENT_PARM_STATUS PIC XX.
        01 CUSTOMER_MASTER_STATUS PIC XX.
        01 INVOICE_REGISTER_STATUS PIC XX.
        01 AR_RECEIPT_HISTORY_STATUS PIC XX.
        01 AR_RECEIPTS_STATUS PIC XX.
        01 AR_OPEN_ITEMS_STATUS PIC XX.
        01 CREDIT_MEMO_STATUS PIC XX.
        01 INVOICE_PARM_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
*>対象月(開始日・末日)と実行日
        01 WK_TODAY PIC 9(08).
        01 WK_TODAY_INT PIC 9(08).
        01 WK_PERIOD PIC X(06).
        01 WK_PERIOD_FROM PIC 9(08).
        01 WK_PERIOD_TO PIC 9(08).
        01 WK_NEXT_MONTH PIC 9(08).
        01 WK_NEXT_MONTH_R REDEFINES WK_NEXT_MONTH.
            05 WK_NEXT_YYYY PIC 9(04).
            05 WK_NEXT_MM PIC 9(02).
            05 WK_NEXT_DD PIC 9(02).
        01 WK_ISSUER PIC X(30) VALUE SPACE.
*>得意先ごとの残高集計(当月末より後/当月の請求・入金、現在の売掛残、滞留)
        01 CUS_TBL_MASTER.
            05 CUS_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 CUS_TBL OCCURS 0 TO 999
                DEPENDING ON CUS_TBL_SIZE
                INDEXED BY CUS_IDX.
                10 CST_CODE PIC X(05).
                10 CST_NAME PIC X(10).
                10 CST_TERMS PIC 9(02).
                10 CST_AR_NOW PIC 9(11).
                10 CST_AFTER_INV PIC 9(11).
                10 CST_AFTER_RCP PIC 9(11).
                10 CST_PERIOD_INV PIC 9(11).
                10 CST_PERIOD_RCP PIC 9(11).
                10 CST_AFTER_CRM PIC 9(11).
                10 CST_PERIOD_CRM PIC 9(11).
                10 CST_ITEM_CNT PIC 9(05).
                10 CST_BUCKET_1_30 PIC 9(11).
                10 CST_BUCKET_31_60 PIC 9(11).
                10 CST_BUCKET_OVER PIC 9(11).
        01 WK_CUS_SUB PIC 9(03).
        01 WK_FIND_CUSTOMER PIC X(05).
*>当月の請求・入金(明細書の明細行)
        01 ITM_TBL_MASTER.
            05 ITM_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 ITM_TBL OCCURS 0 TO 3000
                DEPENDING ON ITM_TBL_SIZE
                INDEXED BY ITM_IDX.
                10 ITT_CUS_SUB PIC 9(03).
                10 ITT_DATE PIC 9(08).
                10 ITT_TYPE PIC X(01).
                10 ITT_REF PIC 9(06).
                10 ITT_AMOUNT PIC 9(09).
                10 ITT_RECEIVED PIC 9(09).
                10 ITT_PRINTED PIC X(01).
        01 WK_ITM_SUB PIC 9(04).
        01 WK_BEST_SUB PIC 9(04).
        01 WK_ITM_OVER_CNT PIC 9(05) VALUE ZERO.
*>請求登録簿の請求番号の切れ目(同じ請求番号の明細を1件の請求にまとめる)
        01 WK_CUR_INV_NO PIC 9(06) VALUE ZERO.
        01 WK_CUR_INV_DATE PIC 9(08).
        01 WK_CUR_INV_CUSTOMER PIC X(05).
        01 WK_CUR_INV_AMOUNT PIC 9(11).
        01 SW_CUR_INV_TOTAL PIC X(01).
        01 WK_CUR_INV_TOTAL PIC 9(09).
*>明細書1枚分の計算エリア
        01 WK_OPENING PIC S9(11).
        01 WK_CLOSING PIC S9(11).
        01 WK_BALANCE PIC S9(11).
        01 WK_DUE_DATE PIC 9(08).
        01 WK_ITEM_INT PIC 9(08).
        01 WK_AGE_DAYS PIC 9(05).
        01 WK_UNAPPLIED PIC 9(09).
*>赤伝台帳の赤伝番号の切れ目(同じ赤伝番号の明細を1件の赤伝にまとめる)
        01 WK_CUR_CM_NO PIC 9(06) VALUE ZERO.
        01 WK_CUR_CM_DATE PIC 9(08).
        01 WK_CUR_CM_CUSTOMER PIC X(05).
        01 WK_CUR_CM_TOTAL PIC 9(09).
        01 WK_CUR_CM_APPLIED PIC 9(09).
        01 WK_ITEM_DATE PIC 9(08).
        01 WK_ITEM_TYPE PIC X(01).
        01 WK_ITEM_REF PIC 9(06).
        01 WK_ITEM_AMOUNT PIC 9(09).
        01 WK_ITEM_RECEIVED PIC 9(09).
        01 WK_STATEMENT_CNT PIC 9(05) VALUE ZERO.
        01 WK_PENDING_CNT PIC 9(05) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "CustomerStatement.txt".
*>帳票行(見出し/宛先/明細/残高/滞留)
        01 STM_TITLE_LINE.
            05 PIC X(40) VALUE "*** CUSTOMER STATEMENT ***".
            05 PIC X(08) VALUE "PERIOD: ".
            05 STM_PERIOD PIC X(06).
            05 PIC X(04) VALUE SPACE.
            05 PIC X(10) VALUE "RUN DATE: ".
            05 STM_TODAY PIC 9(08).
            05 PIC X(04) VALUE SPACE.
        01 STM_TO_LINE.
            05 PIC X(04) VALUE "TO: ".
            05 STM_CUSTOMER PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 STM_CUST_NAME PIC X(10).
            05 PIC X(04) VALUE SPACE.
            05 PIC X(07) VALUE "TERMS: ".
            05 STM_TERMS PIC Z9.
            05 PIC X(05) VALUE " DAYS".
            05 PIC X(42) VALUE SPACE.
        01 STM_FROM_LINE.
            05 PIC X(06) VALUE "FROM: ".
            05 STM_ISSUER PIC X(30).
            05 PIC X(44) VALUE SPACE.
        01 STM_COLUMN_LINE.
            05 PIC X(40) VALUE
                "DATE     DESCRIPTION     REF    DUE DATE".
            05 PIC X(40) VALUE
                "     CHARGES     CREDITS       BALANCE".
        01 STM_BALANCE_LINE.
            05 PIC X(09) VALUE SPACE.
            05 STM_BALANCE_TEXT PIC X(31).
            05 PIC X(25) VALUE SPACE.
            05 STM_BALANCE PIC -(12)9.
            05 PIC X(02) VALUE SPACE.
        01 STM_DETAIL_LINE.
            05 STM_DATE PIC 9(08).
            05 PIC X(01) VALUE SPACE.
            05 STM_DESC PIC X(15).
            05 PIC X(01) VALUE SPACE.
            05 STM_REF PIC 9(06).
            05 PIC X(01) VALUE SPACE.
            05 STM_DUE_DATE PIC X(08).
            05 PIC X(01) VALUE SPACE.
            05 STM_CHARGES PIC Z(10)9 BLANK WHEN ZERO.
            05 PIC X(01) VALUE SPACE.
            05 STM_CREDITS PIC Z(10)9 BLANK WHEN ZERO.
            05 PIC X(01) VALUE SPACE.
            05 STM_RUNNING PIC -(12)9.
            05 PIC X(02) VALUE SPACE.
        01 STM_UNAPPLIED_LINE.
            05 PIC X(09) VALUE SPACE.
            05 PIC X(40) VALUE
                "(RECEIVED MORE THAN OPEN. NOT APPLIED: ".
            05 STM_UNAPPLIED PIC Z(8)9.
            05 PIC X(01) VALUE ")".
            05 PIC X(21) VALUE SPACE.
        01 STM_ON_ACCOUNT_LINE.
            05 PIC X(09) VALUE SPACE.
            05 PIC X(40) VALUE
                "(CREDIT LEFT ON ACCOUNT, NOT APPLIED: ".
            05 STM_ON_ACCOUNT PIC Z(8)9.
            05 PIC X(01) VALUE ")".
            05 PIC X(21) VALUE SPACE.
        01 STM_AGING_HEAD_LINE.
            05 PIC X(40) VALUE
                "OPEN ITEMS AGING AS OF RUN DATE:".
            05 PIC X(40) VALUE SPACE.
        01 STM_AGING_LINE.
            05 PIC X(07) VALUE "1-30D:".
            05 STM_B1 PIC Z(10)9.
            05 PIC X(08) VALUE " 31-60D:".
            05 STM_B2 PIC Z(10)9.
            05 PIC X(07) VALUE " OVER:".
            05 STM_B3 PIC Z(10)9.
            05 PIC X(25) VALUE SPACE.
PROCEDURE DIVISION.
    CUST_STATEMENT_RTN SECTION.
    *>初期処理(対象月の決定、得意先マスタの読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        COMPUTE WK_TODAY_INT = FUNCTION INTEGER-OF-DATE(WK_TODAY).
        PERFORM LOAD-PERIOD-RTN.
        PERFORM LOAD-CUSTOMER-RTN.
        IF CUS_TBL_SIZE = ZERO
            THEN
                DISPLAY "CUSTOMER MASTER NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>主処理(請求・入金・売掛残を得意先ごとに集計し、明細書を出す)
        PERFORM LOAD-INVOICE-RTN.
        PERFORM LOAD-RECEIPT-RTN.
        PERFORM LOAD-CREDIT-MEMO-RTN.
        PERFORM LOAD-OPEN-ITEMS-RTN.
        PERFORM CHECK-PENDING-RTN.
        OPEN OUTPUT PRINT_FILE.
        PERFORM STATEMENT-ONE-RTN
            VARYING WK_CUS_SUB FROM 1 BY 1
            UNTIL WK_CUS_SUB > CUS_TBL_SIZE.
        CLOSE PRINT_FILE.
    *>終了処理(スプール台帳への登録)
        IF WK_STATEMENT_CNT > ZERO
            THEN
                CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME
        END-IF.
        DISPLAY "CUSTOMER STATEMENT END. PERIOD:" WK_PERIOD
            " STATEMENTS:" WK_STATEMENT_CNT.
        IF WK_ITM_OVER_CNT > ZERO OR WK_PENDING_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    CUST_STATEMENT_EXIT.
    *>1.得意先1件分の明細書(前月繰越→当月の請求・入金を日付順→当月末残高→滞留)
    STATEMENT-ONE-RTN SECTION.
        COMPUTE WK_CLOSING = CST_AR_NOW(WK_CUS_SUB)
            - CST_AFTER_INV(WK_CUS_SUB) + CST_AFTER_RCP(WK_CUS_SUB)
            + CST_AFTER_CRM(WK_CUS_SUB).
        COMPUTE WK_OPENING = WK_CLOSING
            - CST_PERIOD_INV(WK_CUS_SUB) + CST_PERIOD_RCP(WK_CUS_SUB)
            + CST_PERIOD_CRM(WK_CUS_SUB).
        IF WK_OPENING = ZERO AND WK_CLOSING = ZERO
                AND CST_ITEM_CNT(WK_CUS_SUB) = ZERO
            THEN
                GO TO STATEMENT-ONE-EXIT
        END-IF.
        MOVE WK_PERIOD TO STM_PERIOD.
        MOVE WK_TODAY TO STM_TODAY.
        WRITE PRINT_RECORD FROM STM_TITLE_LINE AFTER PAGE.
        MOVE CST_CODE(WK_CUS_SUB) TO STM_CUSTOMER.
        MOVE CST_NAME(WK_CUS_SUB) TO STM_CUST_NAME.
        MOVE CST_TERMS(WK_CUS_SUB) TO STM_TERMS.
        WRITE PRINT_RECORD FROM STM_TO_LINE AFTER 2 LINE.
        MOVE WK_ISSUER TO STM_ISSUER.
        WRITE PRINT_RECORD FROM STM_FROM_LINE AFTER 1 LINE.
        WRITE PRINT_RECORD FROM STM_COLUMN_LINE AFTER 2 LINE.
        MOVE "OPENING BALANCE" TO STM_BALANCE_TEXT.
        MOVE WK_OPENING TO STM_BALANCE.
        WRITE PRINT_RECORD FROM STM_BALANCE_LINE AFTER 1 LINE.
        MOVE WK_OPENING TO WK_BALANCE.
        MOVE 1 TO WK_BEST_SUB.
        PERFORM STATEMENT-LINE-RTN
            UNTIL WK_BEST_SUB = ZERO.
        MOVE "CLOSING BALANCE" TO STM_BALANCE_TEXT.
        MOVE WK_CLOSING TO STM_BALANCE.
        WRITE PRINT_RECORD FROM STM_BALANCE_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM STM_AGING_HEAD_LINE AFTER 2 LINE.
        MOVE CST_BUCKET_1_30(WK_CUS_SUB) TO STM_B1.
        MOVE CST_BUCKET_31_60(WK_CUS_SUB) TO STM_B2.
        MOVE CST_BUCKET_OVER(WK_CUS_SUB) TO STM_B3.
        WRITE PRINT_RECORD FROM STM_AGING_LINE AFTER 1 LINE.
        ADD 1 TO WK_STATEMENT_CNT.
    STATEMENT-ONE-EXIT.
    *>1-1.まだ印字していない明細のうち日付の最も早いもの1行(同日は請求が先)
    *>(入金と赤伝は充当額で残高を減らし、充当しきれない額は行の下に注記する)
    STATEMENT-LINE-RTN SECTION.
        MOVE ZERO TO WK_BEST_SUB.
        PERFORM VARYING WK_ITM_SUB FROM 1 BY 1
                UNTIL WK_ITM_SUB > ITM_TBL_SIZE
            IF ITT_CUS_SUB(WK_ITM_SUB) = WK_CUS_SUB
                    AND ITT_PRINTED(WK_ITM_SUB) NOT = "1"
                THEN
                    IF WK_BEST_SUB = ZERO
                        THEN
                            MOVE WK_ITM_SUB TO WK_BEST_SUB
                        ELSE
                            IF ITT_DATE(WK_ITM_SUB) < ITT_DATE(WK_BEST_SUB)
                                    OR (ITT_DATE(WK_ITM_SUB)
                                            = ITT_DATE(WK_BEST_SUB)
                                        AND ITT_TYPE(WK_ITM_SUB) = "I"
                                        AND ITT_TYPE(WK_BEST_SUB) NOT = "I")
                                THEN
                                    MOVE WK_ITM_SUB TO WK_BEST_SUB
                            END-IF
                    END-IF
            END-IF
        END-PERFORM.
        IF WK_BEST_SUB = ZERO
            THEN
                GO TO STATEMENT-LINE-EXIT
        END-IF.
        MOVE "1" TO ITT_PRINTED(WK_BEST_SUB).
        MOVE ITT_DATE(WK_BEST_SUB) TO STM_DATE.
        MOVE ITT_REF(WK_BEST_SUB) TO STM_REF.
        MOVE ZERO TO STM_CHARGES STM_CREDITS.
        IF ITT_TYPE(WK_BEST_SUB) = "I"
            THEN
                MOVE "INVOICE" TO STM_DESC
                COMPUTE WK_DUE_DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(ITT_DATE(WK_BEST_SUB))
                    + CST_TERMS(WK_CUS_SUB))
                MOVE WK_DUE_DATE TO STM_DUE_DATE
                MOVE ITT_AMOUNT(WK_BEST_SUB) TO STM_CHARGES
                ADD ITT_AMOUNT(WK_BEST_SUB) TO WK_BALANCE
            ELSE
                IF ITT_TYPE(WK_BEST_SUB) = "C"
                    THEN
                        MOVE "CREDIT MEMO" TO STM_DESC
                    ELSE
                        MOVE "PAYMENT" TO STM_DESC
                END-IF
                MOVE SPACE TO STM_DUE_DATE
                MOVE ITT_AMOUNT(WK_BEST_SUB) TO STM_CREDITS
                SUBTRACT ITT_AMOUNT(WK_BEST_SUB) FROM WK_BALANCE
        END-IF.
        MOVE WK_BALANCE TO STM_RUNNING.
        WRITE PRINT_RECORD FROM STM_DETAIL_LINE AFTER 1 LINE.
        IF ITT_TYPE(WK_BEST_SUB) = "R"
                AND ITT_RECEIVED(WK_BEST_SUB) > ITT_AMOUNT(WK_BEST_SUB)
            THEN
                COMPUTE WK_UNAPPLIED = ITT_RECEIVED(WK_BEST_SUB)
                    - ITT_AMOUNT(WK_BEST_SUB)
                MOVE WK_UNAPPLIED TO STM_UNAPPLIED
                WRITE PRINT_RECORD FROM STM_UNAPPLIED_LINE AFTER 1 LINE
        END-IF.
        IF ITT_TYPE(WK_BEST_SUB) = "C"
                AND ITT_RECEIVED(WK_BEST_SUB) > ITT_AMOUNT(WK_BEST_SUB)
            THEN
                COMPUTE WK_UNAPPLIED = ITT_RECEIVED(WK_BEST_SUB)
                    - ITT_AMOUNT(WK_BEST_SUB)
                MOVE WK_UNAPPLIED TO STM_ON_ACCOUNT
                WRITE PRINT_RECORD FROM STM_ON_ACCOUNT_LINE AFTER 1 LINE
        END-IF.
    STATEMENT-LINE-EXIT.
    *>2.対象月の決定(StatementParm.txtの年月、無ければ業務日付の年月)と請求者名
    LOAD-PERIOD-RTN SECTION.
        MOVE WK_TODAY(1:6) TO WK_PERIOD.
        OPEN INPUT STATEMENT_PARM_FILE.
        IF STATEMENT_PARM_STATUS = "00"
            THEN
                READ STATEMENT_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF STP_PERIOD IS NUMERIC
                                AND STP_PERIOD(5:2) >= "01"
                                AND STP_PERIOD(5:2) <= "12"
                            THEN
                                MOVE STP_PERIOD TO WK_PERIOD
                            ELSE
                                DISPLAY "STATEMENTPARM PERIOD INVALID: "
                                    STP_PERIOD " BUSINESS MONTH USED."
                        END-IF
                END-READ
                CLOSE STATEMENT_PARM_FILE
        END-IF.
        MOVE WK_PERIOD TO WK_PERIOD_FROM(1:6).
        MOVE "01" TO WK_PERIOD_FROM(7:2).
        MOVE WK_PERIOD_FROM TO WK_NEXT_MONTH.
        IF WK_NEXT_MM = 12
            THEN
                ADD 1 TO WK_NEXT_YYYY
                MOVE 01 TO WK_NEXT_MM
            ELSE
                ADD 1 TO WK_NEXT_MM
        END-IF.
        COMPUTE WK_PERIOD_TO = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WK_NEXT_MONTH) - 1).
        OPEN INPUT INVOICE_PARM_FILE.
        IF INVOICE_PARM_STATUS = "00"
            THEN
                READ INVOICE_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE IVP_ISSUER TO WK_ISSUER
                END-READ
                CLOSE INVOICE_PARM_FILE
        END-IF.
    LOAD-PERIOD-EXIT.
    *>3.得意先マスタの読み込み
    LOAD-CUSTOMER-RTN SECTION.
        OPEN INPUT CUSTOMER_MASTER_FILE.
        IF CUSTOMER_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD-CUSTOMER-EXIT
        END-IF.
        PERFORM UNTIL CUSTOMER_MASTER_STATUS NOT = "00"
            READ CUSTOMER_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE CU_CODE TO WK_FIND_CUSTOMER
                    PERFORM FIND-CUSTOMER-RTN
                    IF WK_CUS_SUB > ZERO
                        THEN
                            MOVE CU_NAME TO CST_NAME(WK_CUS_SUB)
                            IF CU_TERMS IS NUMERIC
                                THEN
                                    MOVE CU_TERMS TO CST_TERMS(WK_CUS_SUB)
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE CUSTOMER_MASTER_FILE.
    LOAD-CUSTOMER-EXIT.
    *>3-1.得意先の位置(無ければ追加する。表が一杯なら0)
    FIND-CUSTOMER-RTN SECTION.
        SET CUS_IDX TO 1.
        SEARCH CUS_TBL
            AT END
                IF CUS_TBL_SIZE >= 999
                    THEN
                        DISPLAY "CUSTOMER TABLE FULL: " WK_FIND_CUSTOMER
                        MOVE ZERO TO WK_CUS_SUB
                        GO TO FIND-CUSTOMER-EXIT
                END-IF
                ADD 1 TO CUS_TBL_SIZE
                SET CUS_IDX TO CUS_TBL_SIZE
                MOVE WK_FIND_CUSTOMER TO CST_CODE(CUS_IDX)
                MOVE SPACE TO CST_NAME(CUS_IDX)
                MOVE ZERO TO CST_TERMS(CUS_IDX) CST_AR_NOW(CUS_IDX)
                    CST_AFTER_INV(CUS_IDX) CST_AFTER_RCP(CUS_IDX)
                    CST_PERIOD_INV(CUS_IDX) CST_PERIOD_RCP(CUS_IDX)
                    CST_AFTER_CRM(CUS_IDX) CST_PERIOD_CRM(CUS_IDX)
                    CST_ITEM_CNT(CUS_IDX) CST_BUCKET_1_30(CUS_IDX)
                    CST_BUCKET_31_60(CUS_IDX) CST_BUCKET_OVER(CUS_IDX)
            WHEN CST_CODE(CUS_IDX) = WK_FIND_CUSTOMER
                CONTINUE
        END-SEARCH.
        SET WK_CUS_SUB TO CUS_IDX.
    FIND-CUSTOMER-EXIT.
    *>4.請求登録簿の読み込み(請求番号の切れ目で1件の請求にまとめる)
    LOAD-INVOICE-RTN SECTION.
        OPEN INPUT INVOICE_REGISTER_FILE.
        IF INVOICE_REGISTER_STATUS NOT = "00"
            THEN
                DISPLAY "INVOICE REGISTER NOT FOUND."
                GO TO LOAD-INVOICE-EXIT
        END-IF.
        PERFORM UNTIL INVOICE_REGISTER_STATUS NOT = "00"
            READ INVOICE_REGISTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF IVR_NO NOT = WK_CUR_INV_NO
                        THEN
                            PERFORM FLUSH-INVOICE-RTN
                            MOVE IVR_NO TO WK_CUR_INV_NO
                            MOVE IVR_DATE TO WK_CUR_INV_DATE
                            MOVE IVR_CUSTOMER TO WK_CUR_INV_CUSTOMER
                            MOVE ZERO TO WK_CUR_INV_AMOUNT
                            MOVE SPACE TO SW_CUR_INV_TOTAL
                    END-IF
                    IF IVR_INV_TOTAL IS NUMERIC
                        THEN
                            MOVE "1" TO SW_CUR_INV_TOTAL
                            MOVE IVR_INV_TOTAL TO WK_CUR_INV_TOTAL
                        ELSE
                            ADD IVR_AMOUNT TO WK_CUR_INV_AMOUNT
                    END-IF
            END-READ
        END-PERFORM.
        PERFORM FLUSH-INVOICE-RTN.
        CLOSE INVOICE_REGISTER_FILE.
    LOAD-INVOICE-EXIT.
    *>4-1.請求1件分の振り分け(当月=明細行、当月末より後=残高の戻し、前月以前=対象外)
    *>税込合計のある請求はその額、消費税導入前の請求は明細金額の合計
    FLUSH-INVOICE-RTN SECTION.
        IF WK_CUR_INV_NO = ZERO
            THEN
                GO TO FLUSH-INVOICE-EXIT
        END-IF.
        IF SW_CUR_INV_TOTAL = "1"
            THEN
                MOVE WK_CUR_INV_TOTAL TO WK_CUR_INV_AMOUNT
        END-IF.
        IF WK_CUR_INV_DATE < WK_PERIOD_FROM
            THEN
                GO TO FLUSH-INVOICE-EXIT
        END-IF.
        MOVE WK_CUR_INV_CUSTOMER TO WK_FIND_CUSTOMER.
        PERFORM FIND-CUSTOMER-RTN.
        IF WK_CUS_SUB = ZERO
            THEN
                GO TO FLUSH-INVOICE-EXIT
        END-IF.
        IF WK_CUR_INV_DATE > WK_PERIOD_TO
            THEN
                ADD WK_CUR_INV_AMOUNT TO CST_AFTER_INV(WK_CUS_SUB)
                GO TO FLUSH-INVOICE-EXIT
        END-IF.
        ADD WK_CUR_INV_AMOUNT TO CST_PERIOD_INV(WK_CUS_SUB).
        MOVE WK_CUR_INV_DATE TO WK_ITEM_DATE.
        MOVE "I" TO WK_ITEM_TYPE.
        MOVE WK_CUR_INV_NO TO WK_ITEM_REF.
        MOVE WK_CUR_INV_AMOUNT TO WK_ITEM_AMOUNT WK_ITEM_RECEIVED.
        PERFORM ADD-ITEM-RTN.
    FLUSH-INVOICE-EXIT.
    *>4-2.当月の明細1行の追加
    ADD-ITEM-RTN SECTION.
        IF ITM_TBL_SIZE >= 3000
            THEN
                ADD 1 TO WK_ITM_OVER_CNT
                DISPLAY "STATEMENT LINES OVER 3000. NOT PRINTED: "
                    WK_ITEM_TYPE " " WK_ITEM_REF
                GO TO ADD-ITEM-EXIT
        END-IF.
        ADD 1 TO ITM_TBL_SIZE.
        SET ITM_IDX TO ITM_TBL_SIZE.
        MOVE WK_CUS_SUB TO ITT_CUS_SUB(ITM_IDX).
        MOVE WK_ITEM_DATE TO ITT_DATE(ITM_IDX).
        MOVE WK_ITEM_TYPE TO ITT_TYPE(ITM_IDX).
        MOVE WK_ITEM_REF TO ITT_REF(ITM_IDX).
        MOVE WK_ITEM_AMOUNT TO ITT_AMOUNT(ITM_IDX).
        MOVE WK_ITEM_RECEIVED TO ITT_RECEIVED(ITM_IDX).
        MOVE SPACE TO ITT_PRINTED(ITM_IDX).
        ADD 1 TO CST_ITEM_CNT(WK_CUS_SUB).
    ADD-ITEM-EXIT.
    *>5.入金履歴の読み込み(充当額で残高を動かす。当月=明細行、当月末より後=残高の戻し)
    LOAD-RECEIPT-RTN SECTION.
        OPEN INPUT AR_RECEIPT_HISTORY_FILE.
        IF AR_RECEIPT_HISTORY_STATUS NOT = "00"
            THEN
                GO TO LOAD-RECEIPT-EXIT
        END-IF.
        PERFORM UNTIL AR_RECEIPT_HISTORY_STATUS NOT = "00"
            READ AR_RECEIPT_HISTORY_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM RECEIPT-ONE-RTN
            END-READ
        END-PERFORM.
        CLOSE AR_RECEIPT_HISTORY_FILE.
    LOAD-RECEIPT-EXIT.
    *>5-1.入金1件分の振り分け
    RECEIPT-ONE-RTN SECTION.
        IF ARH_DATE < WK_PERIOD_FROM
            THEN
                GO TO RECEIPT-ONE-EXIT
        END-IF.
        MOVE ARH_CUSTOMER TO WK_FIND_CUSTOMER.
        PERFORM FIND-CUSTOMER-RTN.
        IF WK_CUS_SUB = ZERO
            THEN
                GO TO RECEIPT-ONE-EXIT
        END-IF.
        IF ARH_DATE > WK_PERIOD_TO
            THEN
                ADD ARH_APPLIED TO CST_AFTER_RCP(WK_CUS_SUB)
                GO TO RECEIPT-ONE-EXIT
        END-IF.
        ADD ARH_APPLIED TO CST_PERIOD_RCP(WK_CUS_SUB).
        MOVE ARH_DATE TO WK_ITEM_DATE.
        MOVE "R" TO WK_ITEM_TYPE.
        MOVE ARH_NO TO WK_ITEM_REF.
        MOVE ARH_APPLIED TO WK_ITEM_AMOUNT.
        MOVE ARH_AMOUNT TO WK_ITEM_RECEIVED.
        PERFORM ADD-ITEM-RTN.
    RECEIPT-ONE-EXIT.
    *>5-2.赤伝台帳の読み込み(赤伝番号の切れ目で1件の赤伝にまとめる)
    LOAD-CREDIT-MEMO-RTN SECTION.
        OPEN INPUT CREDIT_MEMO_FILE.
        IF CREDIT_MEMO_STATUS NOT = "00"
            THEN
                GO TO LOAD-CREDIT-MEMO-EXIT
        END-IF.
        PERFORM UNTIL CREDIT_MEMO_STATUS NOT = "00"
            READ CREDIT_MEMO_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CMR_NO NOT = WK_CUR_CM_NO
                        THEN
                            PERFORM FLUSH-CREDIT-MEMO-RTN
                            MOVE CMR_NO TO WK_CUR_CM_NO
                            MOVE CMR_DATE TO WK_CUR_CM_DATE
                            MOVE CMR_CUSTOMER TO WK_CUR_CM_CUSTOMER
                            MOVE CMR_MEMO_TOTAL TO WK_CUR_CM_TOTAL
                            MOVE CMR_APPLIED TO WK_CUR_CM_APPLIED
                    END-IF
            END-READ
        END-PERFORM.
        PERFORM FLUSH-CREDIT-MEMO-RTN.
        CLOSE CREDIT_MEMO_FILE.
    LOAD-CREDIT-MEMO-EXIT.
    *>5-3.赤伝1件分の振り分け(充当額で残高を動かす。当月=明細行、当月末より後=残高の戻し)
    FLUSH-CREDIT-MEMO-RTN SECTION.
        IF WK_CUR_CM_NO = ZERO
                OR WK_CUR_CM_DATE < WK_PERIOD_FROM
            THEN
                GO TO FLUSH-CREDIT-MEMO-EXIT
        END-IF.
        MOVE WK_CUR_CM_CUSTOMER TO WK_FIND_CUSTOMER.
        PERFORM FIND-CUSTOMER-RTN.
        IF WK_CUS_SUB = ZERO
            THEN
                GO TO FLUSH-CREDIT-MEMO-EXIT
        END-IF.
        IF WK_CUR_CM_DATE > WK_PERIOD_TO
            THEN
                ADD WK_CUR_CM_APPLIED TO CST_AFTER_CRM(WK_CUS_SUB)
                GO TO FLUSH-CREDIT-MEMO-EXIT
        END-IF.
        ADD WK_CUR_CM_APPLIED TO CST_PERIOD_CRM(WK_CUS_SUB).
        MOVE WK_CUR_CM_DATE TO WK_ITEM_DATE.
        MOVE "C" TO WK_ITEM_TYPE.
        MOVE WK_CUR_CM_NO TO WK_ITEM_REF.
        MOVE WK_CUR_CM_APPLIED TO WK_ITEM_AMOUNT.
        MOVE WK_CUR_CM_TOTAL TO WK_ITEM_RECEIVED.
        PERFORM ADD-ITEM-RTN.
    FLUSH-CREDIT-MEMO-EXIT.
    *>6.売掛未消込台帳の読み込み(現在の売掛残と滞留バケット)
    LOAD-OPEN-ITEMS-RTN SECTION.
        OPEN INPUT AR_OPEN_ITEMS_FILE.
        IF AR_OPEN_ITEMS_STATUS NOT = "00"
            THEN
                GO TO LOAD-OPEN-ITEMS-EXIT
        END-IF.
        PERFORM UNTIL AR_OPEN_ITEMS_STATUS NOT = "00"
            READ AR_OPEN_ITEMS_FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE ARO_CUSTOMER TO WK_FIND_CUSTOMER
                    PERFORM FIND-CUSTOMER-RTN
                    IF WK_CUS_SUB > ZERO
                        THEN
                            ADD ARO_AMOUNT TO CST_AR_NOW(WK_CUS_SUB)
                            COMPUTE WK_ITEM_INT =
                                FUNCTION INTEGER-OF-DATE(ARO_DATE)
                            COMPUTE WK_AGE_DAYS =
                                WK_TODAY_INT - WK_ITEM_INT
                            EVALUATE WK_AGE_DAYS
                                WHEN 0 THRU 30
                                    ADD ARO_AMOUNT
                                        TO CST_BUCKET_1_30(WK_CUS_SUB)
                                WHEN 31 THRU 60
                                    ADD ARO_AMOUNT
                                        TO CST_BUCKET_31_60(WK_CUS_SUB)
                                WHEN OTHER
                                    ADD ARO_AMOUNT
                                        TO CST_BUCKET_OVER(WK_CUS_SUB)
                            END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AR_OPEN_ITEMS_FILE.
    LOAD-OPEN-ITEMS-EXIT.
    *>7.未消込の入金の確認(残っていれば残高に入っていないので警告する)
    CHECK-PENDING-RTN SECTION.
        OPEN INPUT AR_RECEIPTS_FILE.
        IF AR_RECEIPTS_STATUS NOT = "00"
            THEN
                GO TO CHECK-PENDING-EXIT
        END-IF.
        PERFORM UNTIL AR_RECEIPTS_STATUS NOT = "00"
            READ AR_RECEIPTS_FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WK_PENDING_CNT
            END-READ
        END-PERFORM.
        CLOSE AR_RECEIPTS_FILE.
        IF WK_PENDING_CNT > ZERO
            THEN
                DISPLAY "RECEIPTS NOT YET APPLIED (RUN AR LEDGER FIRST): "
                    WK_PENDING_CNT
        END-IF.
    CHECK-PENDING-EXIT.
*>StatementParm.txtの1行 = 対象年月(6)(無ければ業務日付の年月)
*>ArReceiptHistory.txtの1行 = 入金日(8) 得意先(5) 請求番号(6) 入金額(9) 充当額(9)
*>消込実行日(8)(APPLICATION_86_AR_LEDGERが書く。明細書の入金は充当額で、
*>過入金の差額は明細行の下に注記する。請求に対応しない入金は充当額0の行として出る)
*>CreditMemos.txtの1行 = 赤伝番号(6) 発行日(8) 得意先(5) 請求番号(6) …
*>赤伝の税込合計(9) 請求への充当額(9) …(APPLICATION_133_CREDIT_APPROVEが明細ごとに
*>書く。赤伝1件の合計と充当額は各行に同じ値が入る。未充当の額はArCredits.txtに残る)
*>CustomerStatement.txt = 請求明細書(得意先1件=1ページ。見出し行は"***"で始まる)
*>前月繰越・当月末残高・当月の請求・入金のどれも無い得意先には出さない
*>滞留バケットは実行日時点の売掛未消込台帳(対象月末時点ではない)
*>支払期日 = 請求日 + 得意先マスタの支払条件(日数)
