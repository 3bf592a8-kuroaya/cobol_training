*>督促状発行・与信停止 売掛未消込台帳(ArOpenItems.txt)の支払期日
*>(請求日+得意先マスタの支払条件日数)を過ぎた請求を得意先ごとに集め、
*>段階を上げながら督促状(DunningLetters.txt)を出す
*>(滞留レポートで期日超過が分かっても、その後は誰かが気付くまで何もしていなかった)
*>  段階1 = 支払いのお願い(期日超過日数が段階1の日数以上)
*>  段階2 = 再督促(段階2の日数以上)
*>  段階3 = 最終督促(段階3の日数以上)。得意先マスタの状態を"H"(督促による与信停止)
*>          にして受注入力が新規受注を受けないようにする
*>段階は前回送った段階の次まで(1回で2段階は上げない)。前回の送付から
*>DunningParm.txtの間隔日数が経つまでは、同じ段階も次の段階も送らない
*>送付の履歴は得意先ごとにDunningHistory.txtへ積む
*>売掛の消込(APPLICATION_86_AR_LEDGER)で期日超過の請求が無くなった得意先は
*>督促の段階を0に戻し(履歴に解除行を書く)、状態"H"なら"A"へ戻す
*>(手作業の取引停止"S"には触れない)。状態の変更はCustomerChangeLog.txtへ残す
*>業務日付で、売掛の消込の後に実行する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_131_DUNNING.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT DUNNING_PARM_FILE
            ASSIGN TO "DunningParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DUNNING_PARM_STATUS.
        SELECT CUSTOMER_MASTER_FILE
            ASSIGN TO "CustomerMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER_MASTER_STATUS.
        SELECT AR_OPEN_ITEMS_FILE
            ASSIGN TO "ArOpenItems.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_OPEN_ITEMS_STATUS.
        SELECT DUNNING_HISTORY_FILE
            ASSIGN TO "DunningHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DUNNING_HISTORY_STATUS.
        SELECT CUST_CHANGE_LOG_FILE
            ASSIGN TO "CustomerChangeLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CUST_CHANGE_LOG_STATUS.
        SELECT INVOICE_PARM_FILE
            ASSIGN TO "InvoiceParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INVOICE_PARM_STATUS.
        SELECT PRINT_FILE ASSIGN TO "DunningLetters.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD DUNNING_PARM_FILE.
        01 DUNNING_PARM_RECORD.
            05 DNP_INTERVAL PIC X(03).
            05 FILLER PIC X(01).
            05 DNP_LEVEL1_DAYS PIC X(03).
            05 FILLER PIC X(01).
            05 DNP_LEVEL2_DAYS PIC X(03).
            05 FILLER PIC X(01).
            05 DNP_LEVEL3_DAYS PIC X(03).
*>得意先マスタ(状態は"A"=取引中 "S"=取引停止 "H"=督促による与信停止)
        FD CUSTOMER_MASTER_FILE.
        01 CUSTOMER_MASTER_RECORD.
            05 CU_CODE PIC X(05).
            05 CU_NAME PIC X(10).
            05 CU_TERMS PIC 9(02).
            05 CU_CREDIT_LIMIT PIC 9(07).
            05 CU_STATUS PIC X(01).
        FD AR_OPEN_ITEMS_FILE.
        01 AR_OPEN_ITEMS_RECORD.
            05 ARO_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 ARO_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 ARO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 ARO_AMOUNT PIC 9(09).
        FD DUNNING_HISTORY_FILE.
        01 DUNNING_HISTORY_RECORD.
            05 DNH_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DNH_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DNH_LEVEL PIC 9(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DNH_OVERDUE PIC 9(11).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DNH_OLDEST_DAYS PIC 9(04).
        FD CUST_CHANGE_LOG_FILE.
        01 CUST_CHANGE_LOG_RECORD.
            05 CCL_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CCL_TIME PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CCL_OPERATOR PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CCL_ACTION PIC X(10).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CCL_CODE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CCL_DETAIL PIC X(30).
        FD INVOICE_PARM_FILE.
        01 INVOICE_PARM_RECORD.
            05 IVP_REG_NO PIC X(14).
            05 FILLER PIC X(01).
            05 IVP_ISSUER PIC X(30).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 DUNNING_PARM_STATUS PIC XX.
        01 CUSTOMER_MASTER_STATUS PIC XX.
        01 AR_OPEN_ITEMS_STATUS PIC XX.
        01 DUNNING_HISTORY_STATUS PIC XX.
        01 CUST_CHANGE_LOG_STATUS PIC XX.
        01 INVOICE_PARM_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_TODAY_INT PIC 9(08).
        01 WK_ISSUER PIC X(30) VALUE SPACE.
*>督促の間隔と段階ごとの期日超過日数(DunningParm.txtが無ければ既定値)
        01 WK_INTERVAL PIC 9(03) VALUE 14.
        01 WK_LEVEL1_DAYS PIC 9(03) VALUE 1.
        01 WK_LEVEL2_DAYS PIC 9(03) VALUE 31.
        01 WK_LEVEL3_DAYS PIC 9(03) VALUE 61.
*>得意先テーブル(マスタ全項目と督促の状況。状態を変えたらマスタを書き戻す)
        01 CUS_TBL_MASTER.
            05 CUS_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 CUS_TBL OCCURS 0 TO 999
                DEPENDING ON CUS_TBL_SIZE
                INDEXED BY CUS_IDX.
                10 CST_CODE PIC X(05).
                10 CST_NAME PIC X(10).
                10 CST_TERMS PIC 9(02).
                10 CST_LIMIT PIC 9(07).
                10 CST_STATUS PIC X(01).
                10 CST_OVERDUE PIC 9(11).
                10 CST_OLDEST_DAYS PIC 9(04).
                10 CST_LAST_LEVEL PIC 9(01).
                10 CST_LAST_DATE PIC 9(08).
        01 WK_CUS_SUB PIC 9(03).
*>期日超過の請求(督促状の明細)
        01 ODI_TBL_MASTER.
            05 ODI_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 ODI_TBL OCCURS 0 TO 2000
                DEPENDING ON ODI_TBL_SIZE
                INDEXED BY ODI_IDX.
                10 ODT_CUS_SUB PIC 9(03).
                10 ODT_NO PIC 9(06).
                10 ODT_DATE PIC 9(08).
                10 ODT_DUE_DATE PIC 9(08).
                10 ODT_DAYS PIC 9(04).
                10 ODT_AMOUNT PIC 9(09).
        01 WK_DUE_DATE PIC 9(08).
        01 WK_DUE_INT PIC 9(08).
        01 WK_DAYS_OVER PIC S9(05).
        01 WK_TARGET_LEVEL PIC 9(01).
        01 WK_SEND_LEVEL PIC 9(01).
        01 WK_DAYS_SINCE PIC S9(05).
        01 WK_LOG_ACTION PIC X(10).
        01 WK_LOG_CODE PIC X(05).
        01 WK_LOG_DETAIL PIC X(30).
        01 WK_LETTER_CNT PIC 9(05) VALUE ZERO.
        01 WK_LEVEL_CNT PIC 9(05) OCCURS 3 VALUE ZERO.
        01 WK_HOLD_CNT PIC 9(05) VALUE ZERO.
        01 WK_RELEASE_CNT PIC 9(05) VALUE ZERO.
        01 WK_ODI_OVER_CNT PIC 9(05) VALUE ZERO.
        01 SW_MASTER_CHANGED PIC X(01) VALUE SPACE.
        01 SW_HISTORY_OPENED PIC X(01) VALUE SPACE.
        01 SW_LOG_OPENED PIC X(01) VALUE SPACE.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "DunningLetters.txt".
*>督促状の帳票行(見出し/宛先/本文/明細/合計)
        01 DUN_TITLE_LINE.
            05 DUN_TITLE PIC X(40).
            05 PIC X(10) VALUE SPACE.
            05 PIC X(06) VALUE "DATE: ".
            05 DUN_DATE PIC 9(08).
            05 PIC X(16) VALUE SPACE.
        01 DUN_TO_LINE.
            05 PIC X(04) VALUE "TO: ".
            05 DUN_CUSTOMER PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 DUN_CUST_NAME PIC X(10).
            05 PIC X(60) VALUE SPACE.
        01 DUN_FROM_LINE.
            05 PIC X(06) VALUE "FROM: ".
            05 DUN_ISSUER PIC X(30).
            05 PIC X(44) VALUE SPACE.
        01 DUN_TEXT_LINE.
            05 DUN_TEXT PIC X(80).
        01 DUN_COLUMN_LINE.
            05 PIC X(40) VALUE
                "INVOICE  INV DATE  DUE DATE  DAYS OVER ".
            05 PIC X(40) VALUE
                "      AMOUNT DUE".
        01 DUN_DETAIL_LINE.
            05 DUN_INV_NO PIC 9(06).
            05 PIC X(03) VALUE SPACE.
            05 DUN_INV_DATE PIC 9(08).
            05 PIC X(02) VALUE SPACE.
            05 DUN_DUE_DATE PIC 9(08).
            05 PIC X(02) VALUE SPACE.
            05 DUN_DAYS PIC ZZZZZZZ9.
            05 PIC X(03) VALUE SPACE.
            05 DUN_AMOUNT PIC Z(15)9.
            05 PIC X(24) VALUE SPACE.
        01 DUN_TOTAL_LINE.
            05 PIC X(40) VALUE "TOTAL OVERDUE".
            05 DUN_TOTAL PIC Z(15)9.
            05 PIC X(24) VALUE SPACE.
PROCEDURE DIVISION.
    DUNNING_RTN SECTION.
    *>初期処理(パラメータ・得意先マスタ・督促履歴・期日超過の請求の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        COMPUTE WK_TODAY_INT = FUNCTION INTEGER-OF-DATE(WK_TODAY).
        PERFORM LOAD-PARM-RTN.
        PERFORM LOAD-CUSTOMER-RTN.
        IF CUS_TBL_SIZE = ZERO
            THEN
                DISPLAY "CUSTOMER MASTER NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD-HISTORY-RTN.
        PERFORM LOAD-OPEN-ITEMS-RTN.
    *>主処理(得意先ごとに督促状の送付または督促の解除)
        OPEN OUTPUT PRINT_FILE.
        PERFORM CUSTOMER-ONE-RTN
            VARYING WK_CUS_SUB FROM 1 BY 1
            UNTIL WK_CUS_SUB > CUS_TBL_SIZE.
        CLOSE PRINT_FILE.
    *>終了処理(マスタの書き戻し、スプール台帳への登録)
        IF SW_HISTORY_OPENED = "1"
            THEN
                CLOSE DUNNING_HISTORY_FILE
        END-IF.
        IF SW_LOG_OPENED = "1"
            THEN
                CLOSE CUST_CHANGE_LOG_FILE
        END-IF.
        IF SW_MASTER_CHANGED = "1"
            THEN
                PERFORM SAVE-CUSTOMER-RTN
        END-IF.
        IF WK_LETTER_CNT > ZERO
            THEN
                CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME
        END-IF.
        DISPLAY "DUNNING END. LETTERS:" WK_LETTER_CNT
            " (1ST:" WK_LEVEL_CNT(1) " 2ND:" WK_LEVEL_CNT(2)
            " FINAL:" WK_LEVEL_CNT(3) ")"
            " HOLDS SET:" WK_HOLD_CNT " RELEASED:" WK_RELEASE_CNT.
        IF WK_ODI_OVER_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    DUNNING_EXIT.
    *>1.得意先1件分の判定
    *>期日超過が無い得意先=督促の解除(段階を0に戻し、与信停止"H"なら"A"へ)
    *>期日超過のある得意先=次の段階(前回+1、超過日数で届く段階まで)を間隔を空けて送る
    CUSTOMER-ONE-RTN SECTION.
        IF CST_OVERDUE(WK_CUS_SUB) = ZERO
            THEN
                PERFORM RELEASE-RTN
                GO TO CUSTOMER-ONE-EXIT
        END-IF.
        EVALUATE TRUE
            WHEN CST_OLDEST_DAYS(WK_CUS_SUB) >= WK_LEVEL3_DAYS
                MOVE 3 TO WK_TARGET_LEVEL
            WHEN CST_OLDEST_DAYS(WK_CUS_SUB) >= WK_LEVEL2_DAYS
                MOVE 2 TO WK_TARGET_LEVEL
            WHEN CST_OLDEST_DAYS(WK_CUS_SUB) >= WK_LEVEL1_DAYS
                MOVE 1 TO WK_TARGET_LEVEL
            WHEN OTHER
                GO TO CUSTOMER-ONE-EXIT
        END-EVALUATE.
        IF CST_LAST_LEVEL(WK_CUS_SUB) > ZERO
            THEN
                COMPUTE WK_DAYS_SINCE = WK_TODAY_INT
                    - FUNCTION INTEGER-OF-DATE(CST_LAST_DATE(WK_CUS_SUB))
                IF WK_DAYS_SINCE < WK_INTERVAL
                    THEN
                        GO TO CUSTOMER-ONE-EXIT
                END-IF
        END-IF.
        IF CST_LAST_LEVEL(WK_CUS_SUB) < WK_TARGET_LEVEL
            THEN
                COMPUTE WK_SEND_LEVEL = CST_LAST_LEVEL(WK_CUS_SUB) + 1
            ELSE
                MOVE CST_LAST_LEVEL(WK_CUS_SUB) TO WK_SEND_LEVEL
        END-IF.
        PERFORM PRINT-LETTER-RTN.
        PERFORM WRITE-HISTORY-RTN.
        ADD 1 TO WK_LETTER_CNT.
        ADD 1 TO WK_LEVEL_CNT(WK_SEND_LEVEL).
        IF WK_SEND_LEVEL = 3 AND CST_STATUS(WK_CUS_SUB) = "A"
            THEN
                MOVE "H" TO CST_STATUS(WK_CUS_SUB)
                MOVE "1" TO SW_MASTER_CHANGED
                ADD 1 TO WK_HOLD_CNT
                MOVE "CRHOLD" TO WK_LOG_ACTION
                MOVE SPACE TO WK_LOG_DETAIL
                STRING "FINAL NOTICE "
                        DELIMITED BY SIZE
                    CST_OLDEST_DAYS(WK_CUS_SUB) DELIMITED BY SIZE
                    " DAYS OVERDUE" DELIMITED BY SIZE
                    INTO WK_LOG_DETAIL
                PERFORM WRITE-CHANGE-LOG-RTN
                DISPLAY "CREDIT HOLD SET: " CST_CODE(WK_CUS_SUB)
        END-IF.
    CUSTOMER-ONE-EXIT.
    *>1-1.督促の解除(前回の段階が1以上なら履歴に段階0を書く)
    RELEASE-RTN SECTION.
        IF CST_LAST_LEVEL(WK_CUS_SUB) > ZERO
            THEN
                MOVE ZERO TO WK_SEND_LEVEL
                PERFORM WRITE-HISTORY-RTN
        END-IF.
        IF CST_STATUS(WK_CUS_SUB) = "H"
            THEN
                MOVE "A" TO CST_STATUS(WK_CUS_SUB)
                MOVE "1" TO SW_MASTER_CHANGED
                ADD 1 TO WK_RELEASE_CNT
                MOVE "CRRELEASE" TO WK_LOG_ACTION
                MOVE "OVERDUE ITEMS PAID" TO WK_LOG_DETAIL
                PERFORM WRITE-CHANGE-LOG-RTN
                DISPLAY "CREDIT HOLD RELEASED: " CST_CODE(WK_CUS_SUB)
        END-IF.
    RELEASE-EXIT.
    *>1-2.督促状1枚の印刷(段階ごとの見出しと本文、期日超過の請求の一覧)
    PRINT-LETTER-RTN SECTION.
        EVALUATE WK_SEND_LEVEL
            WHEN 1
                MOVE "*** PAYMENT REMINDER ***" TO DUN_TITLE
            WHEN 2
                MOVE "*** SECOND NOTICE ***" TO DUN_TITLE
            WHEN OTHER
                MOVE "*** FINAL NOTICE ***" TO DUN_TITLE
        END-EVALUATE.
        MOVE WK_TODAY TO DUN_DATE.
        WRITE PRINT_RECORD FROM DUN_TITLE_LINE AFTER PAGE.
        MOVE CST_CODE(WK_CUS_SUB) TO DUN_CUSTOMER.
        MOVE CST_NAME(WK_CUS_SUB) TO DUN_CUST_NAME.
        WRITE PRINT_RECORD FROM DUN_TO_LINE AFTER 2 LINE.
        MOVE WK_ISSUER TO DUN_ISSUER.
        WRITE PRINT_RECORD FROM DUN_FROM_LINE AFTER 1 LINE.
        EVALUATE WK_SEND_LEVEL
            WHEN 1
                MOVE "OUR RECORDS SHOW THE INVOICES BELOW ARE PAST DUE."
                    TO DUN_TEXT
                WRITE PRINT_RECORD FROM DUN_TEXT_LINE AFTER 2 LINE
                MOVE "IF YOU HAVE ALREADY PAID, PLEASE DISREGARD THIS"
                    & " NOTICE. THANK YOU." TO DUN_TEXT
                WRITE PRINT_RECORD FROM DUN_TEXT_LINE AFTER 1 LINE
            WHEN 2
                MOVE "WE HAVE NOT RECEIVED PAYMENT FOR THE INVOICES"
                    & " BELOW DESPITE OUR REMINDER." TO DUN_TEXT
                WRITE PRINT_RECORD FROM DUN_TEXT_LINE AFTER 2 LINE
                MOVE "PLEASE ARRANGE PAYMENT OF THE FULL AMOUNT"
                    & " IMMEDIATELY." TO DUN_TEXT
                WRITE PRINT_RECORD FROM DUN_TEXT_LINE AFTER 1 LINE
            WHEN OTHER
                MOVE "FINAL NOTICE: THE INVOICES BELOW REMAIN UNPAID"
                    & " AFTER TWO REMINDERS." TO DUN_TEXT
                WRITE PRINT_RECORD FROM DUN_TEXT_LINE AFTER 2 LINE
                MOVE "YOUR ACCOUNT IS ON CREDIT HOLD. NO NEW ORDERS"
                    & " WILL BE ACCEPTED UNTIL" TO DUN_TEXT
                WRITE PRINT_RECORD FROM DUN_TEXT_LINE AFTER 1 LINE
                MOVE "THE OVERDUE BALANCE IS PAID IN FULL."
                    TO DUN_TEXT
                WRITE PRINT_RECORD FROM DUN_TEXT_LINE AFTER 1 LINE
        END-EVALUATE.
        WRITE PRINT_RECORD FROM DUN_COLUMN_LINE AFTER 2 LINE.
        PERFORM VARYING ODI_IDX FROM 1 BY 1
                UNTIL ODI_IDX > ODI_TBL_SIZE
            IF ODT_CUS_SUB(ODI_IDX) = WK_CUS_SUB
                THEN
                    MOVE ODT_NO(ODI_IDX) TO DUN_INV_NO
                    MOVE ODT_DATE(ODI_IDX) TO DUN_INV_DATE
                    MOVE ODT_DUE_DATE(ODI_IDX) TO DUN_DUE_DATE
                    MOVE ODT_DAYS(ODI_IDX) TO DUN_DAYS
                    MOVE ODT_AMOUNT(ODI_IDX) TO DUN_AMOUNT
                    WRITE PRINT_RECORD FROM DUN_DETAIL_LINE AFTER 1 LINE
            END-IF
        END-PERFORM.
        MOVE CST_OVERDUE(WK_CUS_SUB) TO DUN_TOTAL.
        WRITE PRINT_RECORD FROM DUN_TOTAL_LINE AFTER 2 LINE.
    PRINT-LETTER-EXIT.
    *>共通.督促履歴の追記(段階はWK_SEND_LEVEL。0=督促解除)
    WRITE-HISTORY-RTN SECTION.
        IF SW_HISTORY_OPENED NOT = "1"
            THEN
                OPEN EXTEND DUNNING_HISTORY_FILE
                IF DUNNING_HISTORY_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT DUNNING_HISTORY_FILE
                END-IF
                MOVE "1" TO SW_HISTORY_OPENED
        END-IF.
        MOVE SPACE TO DUNNING_HISTORY_RECORD.
        MOVE WK_TODAY TO DNH_DATE.
        MOVE CST_CODE(WK_CUS_SUB) TO DNH_CUSTOMER.
        MOVE WK_SEND_LEVEL TO DNH_LEVEL.
        MOVE CST_OVERDUE(WK_CUS_SUB) TO DNH_OVERDUE.
        MOVE CST_OLDEST_DAYS(WK_CUS_SUB) TO DNH_OLDEST_DAYS.
        WRITE DUNNING_HISTORY_RECORD.
        MOVE DNH_LEVEL TO CST_LAST_LEVEL(WK_CUS_SUB).
        MOVE DNH_DATE TO CST_LAST_DATE(WK_CUS_SUB).
    WRITE-HISTORY-EXIT.
    *>共通.得意先マスタ変更履歴の追記(APPLICATION_84_CUSTOMER_MAINTと同じ形式)
    WRITE-CHANGE-LOG-RTN SECTION.
        IF SW_LOG_OPENED NOT = "1"
            THEN
                OPEN EXTEND CUST_CHANGE_LOG_FILE
                IF CUST_CHANGE_LOG_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT CUST_CHANGE_LOG_FILE
                END-IF
                MOVE "1" TO SW_LOG_OPENED
        END-IF.
        MOVE SPACE TO CUST_CHANGE_LOG_RECORD.
        MOVE WK_TODAY TO CCL_DATE.
        ACCEPT CCL_TIME FROM TIME.
        MOVE "DUNN" TO CCL_OPERATOR.
        MOVE WK_LOG_ACTION TO CCL_ACTION.
        MOVE CST_CODE(WK_CUS_SUB) TO CCL_CODE.
        MOVE WK_LOG_DETAIL TO CCL_DETAIL.
        WRITE CUST_CHANGE_LOG_RECORD.
    WRITE-CHANGE-LOG-EXIT.
    *>2.パラメータの読み込み(間隔日数・段階1/2/3の期日超過日数、各3桁)
    LOAD-PARM-RTN SECTION.
        OPEN INPUT DUNNING_PARM_FILE.
        IF DUNNING_PARM_STATUS NOT = "00"
            THEN
                DISPLAY "DUNNINGPARM NOT FOUND. DEFAULTS USED."
                GO TO LOAD-PARM-END
        END-IF.
        READ DUNNING_PARM_FILE
            AT END
                CONTINUE
            NOT AT END
                IF DNP_INTERVAL IS NUMERIC
                        AND DNP_LEVEL1_DAYS IS NUMERIC
                        AND DNP_LEVEL2_DAYS IS NUMERIC
                        AND DNP_LEVEL3_DAYS IS NUMERIC
                        AND DNP_LEVEL1_DAYS < DNP_LEVEL2_DAYS
                        AND DNP_LEVEL2_DAYS < DNP_LEVEL3_DAYS
                    THEN
                        MOVE DNP_INTERVAL TO WK_INTERVAL
                        MOVE DNP_LEVEL1_DAYS TO WK_LEVEL1_DAYS
                        MOVE DNP_LEVEL2_DAYS TO WK_LEVEL2_DAYS
                        MOVE DNP_LEVEL3_DAYS TO WK_LEVEL3_DAYS
                    ELSE
                        DISPLAY "DUNNINGPARM INVALID. DEFAULTS USED."
                END-IF
        END-READ.
        CLOSE DUNNING_PARM_FILE.
    LOAD-PARM-END.
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
        DISPLAY "DUNNING INTERVAL:" WK_INTERVAL " DAYS  LEVELS AT "
            WK_LEVEL1_DAYS "/" WK_LEVEL2_DAYS "/" WK_LEVEL3_DAYS
            " DAYS PAST DUE".
    LOAD-PARM-EXIT.
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
                    IF CUS_TBL_SIZE < 999
                        THEN
                            ADD 1 TO CUS_TBL_SIZE
                            SET CUS_IDX TO CUS_TBL_SIZE
                            MOVE CU_CODE TO CST_CODE(CUS_IDX)
                            MOVE CU_NAME TO CST_NAME(CUS_IDX)
                            MOVE CU_TERMS TO CST_TERMS(CUS_IDX)
                            MOVE CU_CREDIT_LIMIT TO CST_LIMIT(CUS_IDX)
                            MOVE CU_STATUS TO CST_STATUS(CUS_IDX)
                            MOVE ZERO TO CST_OVERDUE(CUS_IDX)
                                CST_OLDEST_DAYS(CUS_IDX)
                                CST_LAST_LEVEL(CUS_IDX)
                                CST_LAST_DATE(CUS_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE CUSTOMER_MASTER_FILE.
    LOAD-CUSTOMER-EXIT.
    *>4.督促履歴の読み込み(得意先ごとに最後の行の段階と日付)
    LOAD-HISTORY-RTN SECTION.
        OPEN INPUT DUNNING_HISTORY_FILE.
        IF DUNNING_HISTORY_STATUS NOT = "00"
            THEN
                GO TO LOAD-HISTORY-EXIT
        END-IF.
        PERFORM UNTIL DUNNING_HISTORY_STATUS NOT = "00"
            READ DUNNING_HISTORY_FILE
                AT END
                    CONTINUE
                NOT AT END
                    SET CUS_IDX TO 1
                    SEARCH CUS_TBL
                        AT END
                            CONTINUE
                        WHEN CST_CODE(CUS_IDX) = DNH_CUSTOMER
                            MOVE DNH_LEVEL TO CST_LAST_LEVEL(CUS_IDX)
                            MOVE DNH_DATE TO CST_LAST_DATE(CUS_IDX)
                    END-SEARCH
            END-READ
        END-PERFORM.
        CLOSE DUNNING_HISTORY_FILE.
    LOAD-HISTORY-EXIT.
    *>5.売掛未消込台帳の読み込み(支払期日を過ぎた請求を得意先ごとに集める)
    LOAD-OPEN-ITEMS-RTN SECTION.
        OPEN INPUT AR_OPEN_ITEMS_FILE.
        IF AR_OPEN_ITEMS_STATUS NOT = "00"
            THEN
                DISPLAY "AR OPEN ITEMS NOT FOUND. NOTHING OVERDUE."
                GO TO LOAD-OPEN-ITEMS-EXIT
        END-IF.
        PERFORM UNTIL AR_OPEN_ITEMS_STATUS NOT = "00"
            READ AR_OPEN_ITEMS_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM OPEN-ITEM-ONE-RTN
            END-READ
        END-PERFORM.
        CLOSE AR_OPEN_ITEMS_FILE.
    LOAD-OPEN-ITEMS-EXIT.
    *>5-1.請求1件分の期日超過判定(マスタに無い得意先は対象外)
    OPEN-ITEM-ONE-RTN SECTION.
        IF ARO_AMOUNT = ZERO OR ARO_DATE IS NOT NUMERIC
            THEN
                GO TO OPEN-ITEM-ONE-EXIT
        END-IF.
        SET CUS_IDX TO 1.
        SEARCH CUS_TBL
            AT END
                GO TO OPEN-ITEM-ONE-EXIT
            WHEN CST_CODE(CUS_IDX) = ARO_CUSTOMER
                CONTINUE
        END-SEARCH.
        COMPUTE WK_DUE_INT = FUNCTION INTEGER-OF-DATE(ARO_DATE)
            + CST_TERMS(CUS_IDX).
        COMPUTE WK_DAYS_OVER = WK_TODAY_INT - WK_DUE_INT.
        IF WK_DAYS_OVER < WK_LEVEL1_DAYS
            THEN
                GO TO OPEN-ITEM-ONE-EXIT
        END-IF.
        ADD ARO_AMOUNT TO CST_OVERDUE(CUS_IDX).
        IF WK_DAYS_OVER > CST_OLDEST_DAYS(CUS_IDX)
            THEN
                MOVE WK_DAYS_OVER TO CST_OLDEST_DAYS(CUS_IDX)
        END-IF.
        IF ODI_TBL_SIZE >= 2000
            THEN
                ADD 1 TO WK_ODI_OVER_CNT
                DISPLAY "OVERDUE TABLE FULL. NOT LISTED ON LETTER: " ARO_NO
                GO TO OPEN-ITEM-ONE-EXIT
        END-IF.
        ADD 1 TO ODI_TBL_SIZE.
        SET ODI_IDX TO ODI_TBL_SIZE.
        SET ODT_CUS_SUB(ODI_IDX) TO CUS_IDX.
        MOVE ARO_NO TO ODT_NO(ODI_IDX).
        MOVE ARO_DATE TO ODT_DATE(ODI_IDX).
        COMPUTE WK_DUE_DATE = FUNCTION DATE-OF-INTEGER(WK_DUE_INT).
        MOVE WK_DUE_DATE TO ODT_DUE_DATE(ODI_IDX).
        MOVE WK_DAYS_OVER TO ODT_DAYS(ODI_IDX).
        MOVE ARO_AMOUNT TO ODT_AMOUNT(ODI_IDX).
    OPEN-ITEM-ONE-EXIT.
    *>6.得意先マスタの書き戻し(状態を変えた得意先がある時だけ)
    SAVE-CUSTOMER-RTN SECTION.
        OPEN OUTPUT CUSTOMER_MASTER_FILE.
        PERFORM VARYING CUS_IDX FROM 1 BY 1
                UNTIL CUS_IDX > CUS_TBL_SIZE
            MOVE CST_CODE(CUS_IDX) TO CU_CODE
            MOVE CST_NAME(CUS_IDX) TO CU_NAME
            MOVE CST_TERMS(CUS_IDX) TO CU_TERMS
            MOVE CST_LIMIT(CUS_IDX) TO CU_CREDIT_LIMIT
            MOVE CST_STATUS(CUS_IDX) TO CU_STATUS
            WRITE CUSTOMER_MASTER_RECORD
        END-PERFORM.
        CLOSE CUSTOMER_MASTER_FILE.
    SAVE-CUSTOMER-EXIT.
*>DunningParm.txtの1行 = 間隔日数(3) 段階1(3) 段階2(3) 段階3(3)(期日超過日数。
*>例: 014 001 031 061。段階1<段階2<段階3でなければ既定値)
*>DunningHistory.txtの1行 = 日付(8) 得意先(5) 段階(1)(0=督促解除) 期日超過額(11)
*>最古の期日超過日数(4)
*>DunningLetters.txt = 督促状(得意先1件=1ページ。見出し行は"***"で始まる)
*>状態"H"の得意先は受注入力(GETTING_STARTED_11_SUBROUTINE)が受注を断る
*>最終督促を送った後も期日超過が残る間は、間隔日数ごとに最終督促を送り直す
